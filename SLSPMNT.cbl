*> Salesperson master maintenance. Commission for the outside
*> salespeople was worked out each quarter from memory and the
*> pipeline report; it is now calculated by COMMISSION-CALCULATION
*> from SLSPMAST.DAT, maintained here: (L)ist the file, (A)dd a
*> salesperson (the payroll employee ID is validated against the
*> indexed roster the way bank accounts are), change the base
*> commission (R)ate, set or clear a material-(G)roup rate (a zero
*> percent removes the group), and (I)nactivate a salesperson who
*> has left. Rows are never deleted, so old quotes still resolve.
*> Every change writes a before/after audit image to SLSPAUDT.DAT
*> exactly as bank-account changes go to BANKAUDT.DAT.
IDENTIFICATION DIVISION.
PROGRAM-ID. SALESPERSON-MAINTENANCE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT salespersonFile ASSIGN TO "SLSPMAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS salespersonStatus.
    SELECT salespersonAuditFile ASSIGN TO "SLSPAUDT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS salespersonAuditStatus.
    SELECT rosterFile ASSIGN TO "EMPROSTR.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS rEmployeeId
        FILE STATUS IS rosterFileStatus.
DATA DIVISION.
FILE SECTION.
FD  salespersonFile.
COPY "SLSPMAST.cpy".
FD  salespersonAuditFile.
01 salespersonAuditRecord.
    05 spaOperatorId PIC X(08).
    05 spaTimestamp PIC X(26).
    05 spaTransactionType PIC X(06).
    05 spaBeforeImage PIC X(80).
    05 spaAfterImage PIC X(80).
FD  rosterFile.
COPY "EMPROSTR.cpy".
WORKING-STORAGE SECTION.
    01 salespersonStatus PIC X(2) VALUE "00".
    01 salespersonAuditStatus PIC X(2) VALUE "00".
    01 rosterFileStatus PIC X(2) VALUE "00".
    01 salespersonEOF PIC X(1) VALUE "N".
    01 rosterIsOpen PIC X(1) VALUE "N".
    01 salespersonTable.
        05 salespersonEntry OCCURS 50 TIMES.
            10 spImage PIC X(80).
    01 salespersonCount PIC 9(02) VALUE ZERO.
    01 salespersonOverflow PIC X(1) VALUE "N".
    01 salespersonIndex PIC 9(02).
    01 salespersonFound PIC 9(02).
    01 groupIndex PIC 9(01).
    01 groupFound PIC 9(01).
    01 groupFree PIC 9(01).
    01 keepGoing PIC X(1) VALUE "Y".
    01 maintenanceChoice PIC X(1).
    01 changeCount PIC 9(03) VALUE ZERO.
    01 keyedSalespersonId PIC X(4).
    01 keyedName PIC X(25).
    01 keyedEmployeeText PIC X(06).
    01 keyedRateText PIC X(04).
    01 keyedRate PIC 9(02)V99.
    01 keyedGroupCode PIC X(4).
    01 fieldsAreValid PIC X(1).
    01 auditTimestamp PIC X(26).
    01 auditTransactionType PIC X(06).
    01 auditBeforeImage PIC X(80).
    01 auditAfterImage PIC X(80).
    01 salespersonListLine.
        05 sllSalespersonId PIC X(4).
        05 FILLER PIC X(1) VALUE " ".
        05 sllName PIC X(25).
        05 FILLER PIC X(5) VALUE " EMP=".
        05 sllEmployeeId PIC 9(06).
        05 FILLER PIC X(6) VALUE " RATE=".
        05 sllCommissionRate PIC Z9.99.
        05 FILLER PIC X(4) VALUE " ST=".
        05 sllStatus PIC X(1).
    01 groupListLine.
        05 FILLER PIC X(11) VALUE "     GROUP ".
        05 gllGroupCode PIC X(4).
        05 FILLER PIC X(6) VALUE " RATE=".
        05 gllGroupPercent PIC Z9.99.
    01 tlInputs PIC X(40).
    01 tlResultOut PIC X(20).
    01 logProgramName PIC X(27)
        VALUE "SALESPERSON-MAINTENANCE".
    01 logRunStatus PIC X(08) VALUE "OK".
    01 operatorId PIC X(08).
PROCEDURE DIVISION.
MAIN-PROCEDURE.
    DISPLAY "Enter operator ID: "
    ACCEPT operatorId
    CALL "REPORT-HEADER" USING "SALESPERSON-MAINTENANCE",
        operatorId
    PERFORM LoadSalespersonFile
    OPEN I-O rosterFile
    IF rosterFileStatus = "00" OR rosterFileStatus = "05"
        MOVE "Y" TO rosterIsOpen
    ELSE
        DISPLAY "Roster not available - employee IDs "
            "not validated."
    END-IF
    PERFORM MaintenanceLoop UNTIL keepGoing NOT = "Y"
    IF rosterIsOpen = "Y"
        CLOSE rosterFile
    END-IF
    IF changeCount > ZERO
        PERFORM RewriteSalespersonFile
    END-IF
    MOVE "SALESPERSON MAINT" TO tlInputs
    MOVE SPACES TO tlResultOut
    STRING "CHANGES=" DELIMITED BY SIZE
        changeCount DELIMITED BY SIZE
        INTO tlResultOut
    END-STRING
    CALL "TRANSACTION-LOGGER" USING logProgramName,
        tlInputs, tlResultOut, operatorId, logRunStatus
    GOBACK.
LoadSalespersonFile.
    MOVE ZERO TO salespersonCount
    MOVE "N" TO salespersonEOF
    OPEN INPUT salespersonFile
    IF salespersonStatus = "00"
        PERFORM ReadSalespersonRecord
        PERFORM AddSalespersonEntry
            UNTIL salespersonEOF = "Y" OR salespersonCount = 50
        IF salespersonEOF NOT = "Y"
            MOVE "Y" TO salespersonOverflow
            DISPLAY "WARNING: SLSPMAST.DAT HAS MORE THAN 50 "
                "ROWS - FILE WILL NOT BE REWRITTEN THIS SESSION"
        END-IF
        CLOSE salespersonFile
    END-IF
    DISPLAY salespersonCount " salesperson(s) on file.".
ReadSalespersonRecord.
    READ salespersonFile
        AT END MOVE "Y" TO salespersonEOF
    END-READ.
AddSalespersonEntry.
    ADD 1 TO salespersonCount
    PERFORM CleanGroupSlot
        VARYING groupIndex FROM 1 BY 1 UNTIL groupIndex > 5
    MOVE salespersonRecord TO spImage (salespersonCount)
    PERFORM ReadSalespersonRecord.
CleanGroupSlot.
    IF saGroupCode (groupIndex) = SPACES
        OR saGroupPercent (groupIndex) IS NOT NUMERIC
        MOVE SPACES TO saGroupCode (groupIndex)
        MOVE ZERO TO saGroupPercent (groupIndex)
    END-IF.
RewriteSalespersonFile.
    IF salespersonOverflow = "Y"
        DISPLAY "SLSPMAST.DAT NOT REWRITTEN - ROWS PAST 50 "
            "WOULD HAVE BEEN LOST"
    ELSE
    OPEN OUTPUT salespersonFile
    PERFORM WriteOneSalespersonRecord
        VARYING salespersonIndex FROM 1 BY 1
        UNTIL salespersonIndex > salespersonCount
    CLOSE salespersonFile
    DISPLAY "SLSPMAST.DAT rewritten - " changeCount " change(s)."
    END-IF.
WriteOneSalespersonRecord.
    MOVE spImage (salespersonIndex) TO salespersonRecord
    WRITE salespersonRecord.
MaintenanceLoop.
    DISPLAY "(L)ist, (A)dd, (R)ate change, (G)roup rate, "
        "(I)nactivate or (Q)uit: "
    ACCEPT maintenanceChoice
    EVALUATE maintenanceChoice
        WHEN "L" WHEN "l" PERFORM ListSalespeople
        WHEN "A" WHEN "a" PERFORM AddSalesperson
        WHEN "R" WHEN "r" PERFORM ChangeCommissionRate
        WHEN "G" WHEN "g" PERFORM ChangeGroupRate
        WHEN "I" WHEN "i" PERFORM InactivateSalesperson
        WHEN "Q" WHEN "q" MOVE "N" TO keepGoing
        WHEN OTHER DISPLAY "Invalid selection."
    END-EVALUATE.
ListSalespeople.
    PERFORM ListOneSalesperson
        VARYING salespersonIndex FROM 1 BY 1
        UNTIL salespersonIndex > salespersonCount.
ListOneSalesperson.
    MOVE spImage (salespersonIndex) TO salespersonRecord
    MOVE saSalespersonId TO sllSalespersonId
    MOVE saName TO sllName
    MOVE saEmployeeId TO sllEmployeeId
    MOVE saCommissionRate TO sllCommissionRate
    MOVE saStatus TO sllStatus
    DISPLAY salespersonListLine
    PERFORM ListOneGroupRate
        VARYING groupIndex FROM 1 BY 1 UNTIL groupIndex > 5.
ListOneGroupRate.
    IF saGroupCode (groupIndex) NOT = SPACES
        MOVE saGroupCode (groupIndex) TO gllGroupCode
        MOVE saGroupPercent (groupIndex) TO gllGroupPercent
        DISPLAY groupListLine
    END-IF.
FindSalesperson.
    MOVE ZERO TO salespersonFound
    PERFORM MatchOneSalesperson
        VARYING salespersonIndex FROM 1 BY 1
        UNTIL salespersonIndex > salespersonCount
            OR salespersonFound > ZERO.
MatchOneSalesperson.
    IF spImage (salespersonIndex) (1:4) = keyedSalespersonId
        MOVE salespersonIndex TO salespersonFound
    END-IF.
AcceptKeyedSalespersonId.
    DISPLAY "Enter salesperson ID: "
    ACCEPT keyedSalespersonId
    INSPECT keyedSalespersonId
        CONVERTING "abcdefghijklmnopqrstuvwxyz"
        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
AcceptKeyedRate.
    MOVE "Y" TO fieldsAreValid
    DISPLAY "Enter commission percent (4 digits, "
        "05.00 as 0500): "
    ACCEPT keyedRateText
    IF keyedRateText IS NUMERIC
        MOVE keyedRateText TO keyedRate (1:4)
    ELSE
        DISPLAY "Percent is not numeric - not applied."
        MOVE "N" TO fieldsAreValid
    END-IF.
AcceptNewSalesperson.
    MOVE "Y" TO fieldsAreValid
    DISPLAY "Enter name: "
    ACCEPT keyedName
    IF keyedName = SPACES
        DISPLAY "Name may not be blank."
        MOVE "N" TO fieldsAreValid
    END-IF
    DISPLAY "Enter payroll employee ID (6 digits): "
    ACCEPT keyedEmployeeText
    IF keyedEmployeeText IS NOT NUMERIC
        DISPLAY "Employee ID must be six digits."
        MOVE "N" TO fieldsAreValid
    ELSE
        IF rosterIsOpen = "Y"
            MOVE keyedEmployeeText TO rEmployeeId
            READ rosterFile
                INVALID KEY
                    DISPLAY "Employee not on the roster - "
                        "salesperson not added."
                    MOVE "N" TO fieldsAreValid
            END-READ
        END-IF
    END-IF
    IF fieldsAreValid = "Y"
        PERFORM AcceptKeyedRate
    END-IF.
AddSalesperson.
    PERFORM AcceptKeyedSalespersonId
    PERFORM FindSalesperson
    IF keyedSalespersonId = SPACES
        DISPLAY "Salesperson ID may not be blank."
    ELSE
    IF salespersonFound > ZERO
        DISPLAY "Salesperson already on file - use rate change."
    ELSE
    IF salespersonCount = 50
        DISPLAY "Salesperson table is full."
    ELSE
        PERFORM AcceptNewSalesperson
        IF fieldsAreValid = "Y"
            MOVE SPACES TO salespersonRecord
            MOVE keyedSalespersonId TO saSalespersonId
            MOVE keyedName TO saName
            MOVE keyedEmployeeText TO saEmployeeId
            MOVE keyedRate TO saCommissionRate
            MOVE "A" TO saStatus
            PERFORM ClearOneGroupSlot
                VARYING groupIndex FROM 1 BY 1
                UNTIL groupIndex > 5
            ADD 1 TO salespersonCount
            MOVE salespersonRecord TO spImage (salespersonCount)
            MOVE SPACES TO auditBeforeImage
            MOVE salespersonRecord TO auditAfterImage
            MOVE "ADD" TO auditTransactionType
            PERFORM WriteSalespersonAuditRecord
            ADD 1 TO changeCount
            DISPLAY "Salesperson added."
        END-IF
    END-IF
    END-IF
    END-IF.
ClearOneGroupSlot.
    MOVE SPACES TO saGroupCode (groupIndex)
    MOVE ZERO TO saGroupPercent (groupIndex).
ChangeCommissionRate.
    PERFORM AcceptKeyedSalespersonId
    PERFORM FindSalesperson
    IF salespersonFound = ZERO
        DISPLAY "Salesperson not on file - use add."
    ELSE
        MOVE salespersonFound TO salespersonIndex
        PERFORM ListOneSalesperson
        PERFORM AcceptKeyedRate
        IF fieldsAreValid = "Y"
            MOVE spImage (salespersonFound) TO auditBeforeImage
            MOVE keyedRate TO saCommissionRate
            MOVE salespersonRecord TO spImage (salespersonFound)
            MOVE salespersonRecord TO auditAfterImage
            MOVE "RATE" TO auditTransactionType
            PERFORM WriteSalespersonAuditRecord
            ADD 1 TO changeCount
            DISPLAY "Commission rate changed."
        END-IF
    END-IF.
ChangeGroupRate.
    PERFORM AcceptKeyedSalespersonId
    PERFORM FindSalesperson
    IF salespersonFound = ZERO
        DISPLAY "Salesperson not on file - use add."
    ELSE
        MOVE salespersonFound TO salespersonIndex
        PERFORM ListOneSalesperson
        DISPLAY "Enter material commission group: "
        ACCEPT keyedGroupCode
        INSPECT keyedGroupCode
            CONVERTING "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
        IF keyedGroupCode = SPACES
            DISPLAY "Group may not be blank."
        ELSE
            PERFORM AcceptKeyedRate
            IF fieldsAreValid = "Y"
                PERFORM ApplyGroupRate
            END-IF
        END-IF
    END-IF.
ApplyGroupRate.
    MOVE ZERO TO groupFound
    MOVE ZERO TO groupFree
    PERFORM MatchOneGroupSlot
        VARYING groupIndex FROM 1 BY 1 UNTIL groupIndex > 5
    IF groupFound = ZERO AND keyedRate = ZERO
        DISPLAY "Group not set for this salesperson."
    ELSE
    IF groupFound = ZERO AND groupFree = ZERO
        DISPLAY "All five group rates are in use - "
            "remove one first."
    ELSE
        MOVE spImage (salespersonFound) TO auditBeforeImage
        IF groupFound = ZERO
            MOVE groupFree TO groupFound
        END-IF
        IF keyedRate = ZERO
            MOVE SPACES TO saGroupCode (groupFound)
            MOVE ZERO TO saGroupPercent (groupFound)
        ELSE
            MOVE keyedGroupCode TO saGroupCode (groupFound)
            MOVE keyedRate TO saGroupPercent (groupFound)
        END-IF
        MOVE salespersonRecord TO spImage (salespersonFound)
        MOVE salespersonRecord TO auditAfterImage
        MOVE "GROUP" TO auditTransactionType
        PERFORM WriteSalespersonAuditRecord
        ADD 1 TO changeCount
        DISPLAY "Group rate changed."
    END-IF
    END-IF.
MatchOneGroupSlot.
    IF saGroupCode (groupIndex) = keyedGroupCode
        MOVE groupIndex TO groupFound
    END-IF
    IF saGroupCode (groupIndex) = SPACES AND groupFree = ZERO
        MOVE groupIndex TO groupFree
    END-IF.
InactivateSalesperson.
    PERFORM AcceptKeyedSalespersonId
    PERFORM FindSalesperson
    IF salespersonFound = ZERO
        DISPLAY "Salesperson not on file."
    ELSE
        MOVE spImage (salespersonFound) TO salespersonRecord
        MOVE salespersonRecord TO auditBeforeImage
        MOVE "I" TO saStatus
        MOVE salespersonRecord TO spImage (salespersonFound)
        MOVE salespersonRecord TO auditAfterImage
        MOVE "INACT" TO auditTransactionType
        PERFORM WriteSalespersonAuditRecord
        ADD 1 TO changeCount
        DISPLAY "Salesperson inactivated."
    END-IF.
WriteSalespersonAuditRecord.
    OPEN EXTEND salespersonAuditFile
    IF salespersonAuditStatus = "05" OR salespersonAuditStatus = "35"
        OPEN OUTPUT salespersonAuditFile
    END-IF
    MOVE operatorId TO spaOperatorId
    MOVE FUNCTION CURRENT-DATE TO auditTimestamp
    MOVE auditTimestamp TO spaTimestamp
    MOVE auditTransactionType TO spaTransactionType
    MOVE auditBeforeImage TO spaBeforeImage
    MOVE auditAfterImage TO spaAfterImage
    WRITE salespersonAuditRecord
    CLOSE salespersonAuditFile.
