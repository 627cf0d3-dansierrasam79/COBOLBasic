*> cutover, BEFORE any change is audited under the new layout -
*> every row on the file is assumed to be old-format. History
*> matching and display then work from the new offsets alone.
*> A termination now also calls UNIFORM-KIT-CHECKLIST, which appends
*> the leaver's outstanding uniform kit from UNIFLEDG.DAT to
*> KITRTN.RPT as a return checklist for the last day.
IDENTIFICATION DIVISION.
PROGRAM-ID. DISPLAY-PERSONAL-INFO.
ENVIRONMENT DIVISION.
    01 gDeptCode PIC X(4).
    01 gHireDate PIC 9(08).
    01 gTermDate PIC 9(08).
    01 kitPiecesOut PIC 9(04).
    01 deptMasterStatus PIC X(2) VALUE "00".
    01 deptMasterEOF PIC X(1) VALUE "N".
    01 deptTable.
            MOVE rosterRecord TO auditAfterImage
            MOVE "TERM" TO auditTransactionType
            PERFORM WriteRosterAuditRecord
            CALL "UNIFORM-KIT-CHECKLIST" USING rEmployeeId, rName,
                rTermDate, kitPiecesOut
            IF kitPiecesOut > ZERO
                DISPLAY kitPiecesOut " pieces of uniform kit out - "
                    "return checklist on KITRTN.RPT."
            END-IF
    END-READ
    CLOSE rosterFile
    CALL "TRANSACTION-LOGGER" USING logProgramName,
