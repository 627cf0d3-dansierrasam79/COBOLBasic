*> Shared operator credential record layout for OPERCRED.DAT: one row
*> per operator ID, carrying the password, the lock flag (Y locked
*> after three bad passwords, R retired leaver, space active), the
*> running bad-password count, and the password-expired flag (Y when
*> a supervisor has set a temporary password that must be replaced
*> at the next sign-on). Read and rewritten by SUITE-MENU at sign-on
*> and kept by OPERATOR-SECURITY-MAINT, so the layout is kept in one
*> place.
01 operatorCredRecord.
    05 ocOperatorId PIC X(08).
    05 ocPassword PIC X(08).
    05 ocLockedFlag PIC X(1).
    05 ocFailCount PIC 9(1).
    05 ocPasswordExpired PIC X(1).
