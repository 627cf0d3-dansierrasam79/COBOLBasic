*> Employee expense claims. Mileage and tool-purchase reimbursements
*> were paid in petty cash from a paper claim with no link to the
*> employee record and no totals. Claims are now keyed here per
*> employee - category, claim date, amount and receipt reference -
*> against an active roster employee, and filed on EXPCLAIM.DAT
*> (shared layout EXPCLAIM.cpy) for the department's supervisor. A
*> mileage claim is priced, not keyed: the distance is entered in
*> miles, or in feet from the odometer and converted through the
*> shared CONVERT-FEET-TO-MILES routine CONVERT-DISTANCE uses, and
*> multiplied by the per-mile rate on the MILEAGE-RATE control row in
*> CTLLIMIT.DAT (value 1 = rate per mile) in effect on the claim
*> date, rounded through APPLY-ROUNDING-POLICY. With no rate row the
*> mileage claim is refused rather than priced at a guess. A receipt
*> reference is required on every other category and may only be
*> claimed once per employee. The supervisor - identified as on
*> TIMESHEET-APPROVAL, the operator ID's first six characters being
*> their employee ID and their roster name the supervisor on
*> DEPTMAST.DAT - (A)pproves or (R)ejects the waiting claims of their
*> own departments; nobody approves their own claim or a claim they
*> keyed. Approved claims ride out on the next TIME-IN-SECONDS
*> extract as non-taxable "E" records and are marked paid there.
IDENTIFICATION DIVISION.
PROGRAM-ID. EXPENSE-CLAIM.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT expenseClaimFile ASSIGN TO "EXPCLAIM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS expenseClaimStatus.
    SELECT ctlLimitFile ASSIGN TO "CTLLIMIT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ctlLimitFileStatus.
    SELECT deptMasterFile ASSIGN TO "DEPTMAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS deptMasterStatus.
    SELECT rosterFile ASSIGN TO "EMPROSTR.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS rEmployeeId
        FILE STATUS IS rosterFileStatus.
DATA DIVISION.
FILE SECTION.
FD  expenseClaimFile.
COPY "EXPCLAIM.cpy".
FD  ctlLimitFile.
COPY "CTLLIMIT.cpy".
FD  deptMasterFile.
01 deptMasterRecord.
    05 dmDeptCode PIC X(4).
    05 dmDeptName PIC X(20).
    05 dmSupervisor PIC X(20).
FD  rosterFile.
COPY "EMPROSTR.cpy".
WORKING-STORAGE SECTION.
    01 expenseClaimStatus PIC X(2) VALUE "00".
    01 ctlLimitFileStatus PIC X(2) VALUE "00".
    01 deptMasterStatus PIC X(2) VALUE "00".
    01 rosterFileStatus PIC X(2) VALUE "00".
    01 expenseClaimEOF PIC X(1) VALUE "N".
    01 ctlLimitEOF PIC X(1) VALUE "N".
    01 deptMasterEOF PIC X(1) VALUE "N".
    01 rosterIsOpen PIC X(1) VALUE "N".
    01 claimTable.
        05 claimEntry OCCURS 1000 TIMES.
            10 clClaimNumber PIC 9(06).
            10 clEmployeeId PIC 9(06).
            10 clDeptCode PIC X(4).
            10 clCategory PIC X(4).
            10 clClaimDate PIC 9(08).
            10 clReceiptRef PIC X(12).
            10 clMiles PIC 9(05)V99.
            10 clMileageRate PIC 9(03)V99.
            10 clAmount PIC 9(07)V99.
            10 clStatus PIC X(1).
            10 clEnteredBy PIC X(08).
            10 clEntryDate PIC 9(08).
            10 clApprovedBy PIC X(08).
            10 clApprovalDate PIC 9(08).
            10 clPaidDate PIC 9(08).
    01 claimCount PIC 9(04) VALUE ZERO.
    01 claimIndex PIC 9(04).
    01 claimFound PIC 9(04).
    01 claimOverflow PIC X(1) VALUE "N".
    01 highestClaimNumber PIC 9(06) VALUE ZERO.
    01 categoryTable.
        05 FILLER PIC X(24) VALUE "MILEMILEAGE".
        05 FILLER PIC X(24) VALUE "TOOLTOOL PURCHASE".
        05 FILLER PIC X(24) VALUE "PARKPARKING AND TOLLS".
        05 FILLER PIC X(24) VALUE "OTHROTHER".
    01 categories REDEFINES categoryTable.
        05 categoryEntry OCCURS 4 TIMES.
            10 ctCategoryCode PIC X(4).
            10 ctCategoryText PIC X(20).
    01 categoryIndex PIC 9(01).
    01 categoryFound PIC 9(01).
    01 supervisedDeptTable.
        05 supervisedDeptCode PIC X(4) OCCURS 30 TIMES.
    01 supervisedDeptCount PIC 99 VALUE ZERO.
    01 supervisedDeptIndex PIC 99.
    01 deptIsSupervised PIC X(1).
    01 deptToCheck PIC X(4).
    01 supervisorEmployeeText PIC X(06).
    01 supervisorEmployeeId PIC 9(06) VALUE ZERO.
    01 supervisorName PIC X(20) VALUE SPACES.
    01 maintenanceChoice PIC X(1).
    01 keepGoing PIC X(1) VALUE "Y".
    01 changeCount PIC 9(03) VALUE ZERO.
    01 claimValid PIC X(1).
    01 keyedEmployeeText PIC X(06).
    01 keyedEmployeeId PIC 9(06).
    01 keyedEmployeeDept PIC X(4).
    01 keyedCategory PIC X(4).
    01 keyedClaimDateText PIC X(08).
    01 keyedClaimDate PIC 9(08).
    01 keyedReceiptRef PIC X(12).
    01 keyedAmountText PIC X(09).
    01 keyedAmount PIC 9(07)V99.
    01 keyedDistanceUnit PIC X(1).
    01 keyedFeetText PIC X(08).
    01 keyedMilesText PIC X(07).
    01 keyedMiles PIC 9(05)V99.
    01 keyedClaimText PIC X(06).
    01 keyedClaimNumber PIC 9(06).
    01 conversionFeet PIC 9(08)V99.
    01 claimMiles PIC 9(04)V9999999.
    01 mileageRate PIC 9(03)V99 VALUE ZERO.
    01 mileageRateFound PIC X(1).
    01 mileageRateDate PIC 9(08).
    01 roundingWork PIC S9(09)V9(04).
    01 decisionStatus PIC X(1).
    01 decisionText PIC X(08).
    01 outstandingCount PIC 9(04).
    01 outstandingAmount PIC 9(09)V99.
    01 runDate PIC 9(08).
    01 claimListLine.
        05 cllClaimNumber PIC 9(06).
        05 FILLER PIC X(1) VALUE " ".
        05 cllEmployeeId PIC 9(06).
        05 FILLER PIC X(1) VALUE " ".
        05 cllDeptCode PIC X(4).
        05 FILLER PIC X(1) VALUE " ".
        05 cllCategory PIC X(4).
        05 FILLER PIC X(1) VALUE " ".
        05 cllClaimDate PIC 9(08).
        05 FILLER PIC X(1) VALUE " ".
        05 cllReceiptRef PIC X(12).
        05 FILLER PIC X(1) VALUE " ".
        05 cllAmount PIC $$$,$$$,$$9.99.
        05 FILLER PIC X(1) VALUE " ".
        05 cllStatusText PIC X(8).
    01 claimTotalLine.
        05 FILLER PIC X(7) VALUE "CLAIMS=".
        05 ctlClaimCount PIC Z(03)9.
        05 FILLER PIC X(8) VALUE " AMOUNT=".
        05 ctlClaimAmount PIC $$$,$$$,$$9.99.
    01 tlInputs PIC X(40).
    01 tlResultOut PIC X(20).
    01 logProgramName PIC X(27) VALUE "EXPENSE-CLAIM".
    01 logRunStatus PIC X(08) VALUE "OK".
    01 operatorId PIC X(08).
PROCEDURE DIVISION.
MAIN-PROCEDURE.
    DISPLAY "Enter operator ID: "
    ACCEPT operatorId
    CALL "REPORT-HEADER" USING "EXPENSE-CLAIM", operatorId
    ACCEPT runDate FROM DATE YYYYMMDD
    MOVE "EXPENSE CLAIMS" TO tlInputs
    OPEN INPUT rosterFile
    IF rosterFileStatus = "00"
        MOVE "Y" TO rosterIsOpen
    END-IF
    PERFORM IdentifySupervisor
    PERFORM LoadExpenseClaims
    IF claimOverflow = "Y"
        DISPLAY "EXPCLAIM.DAT OVERFLOWS THE WORK TABLE - REFUSED"
        MOVE "REJECTED" TO logRunStatus
        MOVE "OVERFLOW" TO tlResultOut
    ELSE
    IF rosterIsOpen = "N"
        DISPLAY "Employee roster not available - refused."
        MOVE "REJECTED" TO logRunStatus
        MOVE "NO ROSTER" TO tlResultOut
    ELSE
        PERFORM MaintenanceLoop UNTIL keepGoing NOT = "Y"
        IF changeCount > ZERO
            PERFORM RewriteExpenseClaims
        END-IF
        MOVE SPACES TO tlResultOut
        STRING "CHANGES=" DELIMITED BY SIZE
            changeCount DELIMITED BY SIZE
            INTO tlResultOut
        END-STRING
    END-IF
    END-IF
    IF rosterIsOpen = "Y"
        CLOSE rosterFile
    END-IF
    CALL "TRANSACTION-LOGGER" USING logProgramName,
        tlInputs, tlResultOut, operatorId, logRunStatus
    GOBACK.
IdentifySupervisor.
    MOVE ZERO TO supervisedDeptCount
    MOVE operatorId (1:6) TO supervisorEmployeeText
    IF supervisorEmployeeText IS NUMERIC AND rosterIsOpen = "Y"
        MOVE supervisorEmployeeText TO supervisorEmployeeId
        MOVE supervisorEmployeeId TO rEmployeeId
        READ rosterFile
            INVALID KEY MOVE SPACES TO supervisorName
            NOT INVALID KEY MOVE rName TO supervisorName
        END-READ
    END-IF
    IF supervisorName NOT = SPACES
        MOVE "N" TO deptMasterEOF
        OPEN INPUT deptMasterFile
        IF deptMasterStatus = "00"
            PERFORM ReadDeptMasterRecord
            PERFORM CheckOneDeptSupervisor
                UNTIL deptMasterEOF = "Y" OR supervisedDeptCount = 30
            CLOSE deptMasterFile
        END-IF
    END-IF.
ReadDeptMasterRecord.
    READ deptMasterFile
        AT END MOVE "Y" TO deptMasterEOF
    END-READ.
CheckOneDeptSupervisor.
    IF dmSupervisor = supervisorName
        ADD 1 TO supervisedDeptCount
        MOVE dmDeptCode TO supervisedDeptCode (supervisedDeptCount)
    END-IF
    PERFORM ReadDeptMasterRecord.
CheckDeptSupervised.
    MOVE "N" TO deptIsSupervised
    PERFORM MatchOneSupervisedDept
        VARYING supervisedDeptIndex FROM 1 BY 1
        UNTIL supervisedDeptIndex > supervisedDeptCount
            OR deptIsSupervised = "Y".
MatchOneSupervisedDept.
    IF supervisedDeptCode (supervisedDeptIndex) = deptToCheck
        MOVE "Y" TO deptIsSupervised
    END-IF.
LoadExpenseClaims.
    MOVE ZERO TO claimCount
    MOVE "N" TO expenseClaimEOF
    OPEN INPUT expenseClaimFile
    IF expenseClaimStatus = "00"
        PERFORM ReadExpenseClaimRecord
        PERFORM AddClaimEntry
            UNTIL expenseClaimEOF = "Y" OR claimCount = 1000
        IF expenseClaimEOF NOT = "Y"
            MOVE "Y" TO claimOverflow
        END-IF
        CLOSE expenseClaimFile
    END-IF.
ReadExpenseClaimRecord.
    READ expenseClaimFile
        AT END MOVE "Y" TO expenseClaimEOF
    END-READ.
AddClaimEntry.
    ADD 1 TO claimCount
    MOVE expenseClaimRecord TO claimEntry (claimCount)
    IF ecClaimNumber > highestClaimNumber
        MOVE ecClaimNumber TO highestClaimNumber
    END-IF
    PERFORM ReadExpenseClaimRecord.
MaintenanceLoop.
    DISPLAY "(K)ey a claim, (L)ist waiting claims, (A)pprove, "
        "(R)eject or (Q)uit: "
    ACCEPT maintenanceChoice
    EVALUATE maintenanceChoice
        WHEN "K" WHEN "k" PERFORM KeyExpenseClaim
        WHEN "L" WHEN "l" PERFORM ListWaitingClaims
        WHEN "A" WHEN "a"
            MOVE "A" TO decisionStatus
            MOVE "APPROVED" TO decisionText
            PERFORM DecideExpenseClaim
        WHEN "R" WHEN "r"
            MOVE "J" TO decisionStatus
            MOVE "REJECTED" TO decisionText
            PERFORM DecideExpenseClaim
        WHEN "Q" WHEN "q" MOVE "N" TO keepGoing
        WHEN OTHER DISPLAY "Invalid selection."
    END-EVALUATE.
KeyExpenseClaim.
    MOVE "Y" TO claimValid
    MOVE ZERO TO keyedMiles
    MOVE ZERO TO mileageRate
    MOVE ZERO TO keyedAmount
    IF claimCount = 1000
        DISPLAY "Claim file is full - claim not filed."
        MOVE "N" TO claimValid
    ELSE
        DISPLAY "Employee ID: "
        ACCEPT keyedEmployeeText
        PERFORM CheckClaimEmployee
    END-IF
    IF claimValid = "Y"
        DISPLAY "Category - MILE mileage, TOOL tool purchase, "
            "PARK parking and tolls, OTHR other: "
        ACCEPT keyedCategory
        INSPECT keyedCategory CONVERTING
            "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
        MOVE ZERO TO categoryFound
        PERFORM MatchOneCategory
            VARYING categoryIndex FROM 1 BY 1
            UNTIL categoryIndex > 4 OR categoryFound > ZERO
        IF categoryFound = ZERO
            DISPLAY "Unknown category - claim not filed."
            MOVE "N" TO claimValid
        END-IF
    END-IF
    IF claimValid = "Y"
        DISPLAY "Claim date (YYYYMMDD): "
        ACCEPT keyedClaimDateText
        IF keyedClaimDateText IS NOT NUMERIC
            DISPLAY "Claim date must be eight digits."
            MOVE "N" TO claimValid
        ELSE
            MOVE keyedClaimDateText TO keyedClaimDate
            IF keyedClaimDate > runDate
                DISPLAY "Claim date is in the future - not filed."
                MOVE "N" TO claimValid
            END-IF
        END-IF
    END-IF
    IF claimValid = "Y"
        DISPLAY "Receipt reference: "
        ACCEPT keyedReceiptRef
        INSPECT keyedReceiptRef CONVERTING
            "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
        IF keyedReceiptRef = SPACES AND keyedCategory NOT = "MILE"
            DISPLAY "A receipt reference is required - not filed."
            MOVE "N" TO claimValid
        END-IF
    END-IF
    IF claimValid = "Y" AND keyedReceiptRef NOT = SPACES
        PERFORM FindClaimedReceipt
        IF claimFound > ZERO
            DISPLAY "Receipt " keyedReceiptRef " is already on claim "
                clClaimNumber (claimFound) " - not filed."
            MOVE "N" TO claimValid
        END-IF
    END-IF
    IF claimValid = "Y"
        IF keyedCategory = "MILE"
            PERFORM PriceMileageClaim
        ELSE
            PERFORM KeyClaimAmount
        END-IF
    END-IF
    IF claimValid = "Y"
        PERFORM FileExpenseClaim
    END-IF.
CheckClaimEmployee.
    IF keyedEmployeeText IS NOT NUMERIC
        DISPLAY "Employee ID must be six digits."
        MOVE "N" TO claimValid
    ELSE
        MOVE keyedEmployeeText TO keyedEmployeeId
        MOVE keyedEmployeeId TO rEmployeeId
        READ rosterFile
            INVALID KEY
                DISPLAY "Employee " keyedEmployeeId
                    " is not on the roster - not filed."
                MOVE "N" TO claimValid
            NOT INVALID KEY
                IF rStatus = "T"
                    DISPLAY "Employee " keyedEmployeeId
                        " is terminated - not filed."
                    MOVE "N" TO claimValid
                ELSE
                    MOVE rDeptCode TO keyedEmployeeDept
                END-IF
        END-READ
    END-IF.
MatchOneCategory.
    IF ctCategoryCode (categoryIndex) = keyedCategory
        MOVE categoryIndex TO categoryFound
    END-IF.
FindClaimedReceipt.
    MOVE ZERO TO claimFound
    PERFORM MatchOneClaimedReceipt
        VARYING claimIndex FROM 1 BY 1
        UNTIL claimIndex > claimCount OR claimFound > ZERO.
MatchOneClaimedReceipt.
    IF clEmployeeId (claimIndex) = keyedEmployeeId
        AND clReceiptRef (claimIndex) = keyedReceiptRef
        AND clStatus (claimIndex) NOT = "J"
        MOVE claimIndex TO claimFound
    END-IF.
PriceMileageClaim.
    PERFORM LoadMileageRate
    IF mileageRateFound = "N"
        DISPLAY "No MILEAGE-RATE row in CTLLIMIT.DAT for the claim "
            "date - mileage claim not filed."
        MOVE "N" TO claimValid
    ELSE
        DISPLAY "Distance in (M)iles or (F)eet from the odometer: "
        ACCEPT keyedDistanceUnit
        EVALUATE keyedDistanceUnit
            WHEN "F" WHEN "f"
                DISPLAY "Distance in whole feet (8 digits): "
                ACCEPT keyedFeetText
                IF keyedFeetText IS NOT NUMERIC
                    DISPLAY "Feet must be numeric - not filed."
                    MOVE "N" TO claimValid
                ELSE
                    MOVE keyedFeetText TO conversionFeet
                    IF conversionFeet > 52799999
                        DISPLAY "Distance over 9999 miles - not filed."
                        MOVE "N" TO claimValid
                    ELSE
                        CALL "CONVERT-FEET-TO-MILES" USING
                            conversionFeet, claimMiles
                    END-IF
                END-IF
            WHEN "M" WHEN "m"
                DISPLAY "Distance in miles (7 digits, 99999.99 as "
                    "9999999): "
                ACCEPT keyedMilesText
                IF keyedMilesText IS NOT NUMERIC
                    DISPLAY "Miles must be numeric - not filed."
                    MOVE "N" TO claimValid
                ELSE
                    MOVE keyedMilesText TO keyedMiles (1:7)
                    IF keyedMiles > 9999.99
                        DISPLAY "Distance over 9999 miles - not filed."
                        MOVE "N" TO claimValid
                    ELSE
                        MOVE keyedMiles TO claimMiles
                    END-IF
                END-IF
            WHEN OTHER
                DISPLAY "Invalid distance unit - not filed."
                MOVE "N" TO claimValid
        END-EVALUATE
    END-IF
    IF claimValid = "Y"
        MOVE claimMiles TO keyedMiles
        COMPUTE roundingWork = claimMiles * mileageRate
        CALL "APPLY-ROUNDING-POLICY" USING roundingWork
        MOVE roundingWork TO keyedAmount
        IF keyedAmount = ZERO
            DISPLAY "Mileage prices to zero - not filed."
            MOVE "N" TO claimValid
        ELSE
            DISPLAY keyedMiles " miles at " mileageRate
                " per mile = " keyedAmount
        END-IF
    END-IF.
LoadMileageRate.
    MOVE "N" TO mileageRateFound
    MOVE ZERO TO mileageRateDate
    MOVE "N" TO ctlLimitEOF
    OPEN INPUT ctlLimitFile
    IF ctlLimitFileStatus = "00"
        PERFORM FindMileageRateRow UNTIL ctlLimitEOF = "Y"
        CLOSE ctlLimitFile
    END-IF.
FindMileageRateRow.
    READ ctlLimitFile
        AT END MOVE "Y" TO ctlLimitEOF
        NOT AT END
            IF CTL-EFFECTIVE-DATE IS NOT NUMERIC
                MOVE ZERO TO CTL-EFFECTIVE-DATE
            END-IF
            IF CTL-CHECK-NAME = "MILEAGE-RATE"
                AND CTL-EFFECTIVE-DATE <= keyedClaimDate
                AND (mileageRateFound = "N"
                    OR CTL-EFFECTIVE-DATE >= mileageRateDate)
                MOVE CTL-LIMIT-VALUE-1 TO mileageRate
                MOVE CTL-EFFECTIVE-DATE TO mileageRateDate
                MOVE "Y" TO mileageRateFound
            END-IF
    END-READ.
KeyClaimAmount.
    DISPLAY "Amount (9 digits, 9999999.99 as 999999999): "
    ACCEPT keyedAmountText
    IF keyedAmountText IS NOT NUMERIC
        DISPLAY "Amount is not numeric - not filed."
        MOVE "N" TO claimValid
    ELSE
        MOVE keyedAmountText TO keyedAmount (1:9)
        IF keyedAmount = ZERO
            DISPLAY "Zero amount - not filed."
            MOVE "N" TO claimValid
        END-IF
    END-IF.
FileExpenseClaim.
    ADD 1 TO highestClaimNumber
    ADD 1 TO claimCount
    MOVE highestClaimNumber TO clClaimNumber (claimCount)
    MOVE keyedEmployeeId TO clEmployeeId (claimCount)
    MOVE keyedEmployeeDept TO clDeptCode (claimCount)
    MOVE keyedCategory TO clCategory (claimCount)
    MOVE keyedClaimDate TO clClaimDate (claimCount)
    MOVE keyedReceiptRef TO clReceiptRef (claimCount)
    MOVE keyedMiles TO clMiles (claimCount)
    MOVE mileageRate TO clMileageRate (claimCount)
    MOVE keyedAmount TO clAmount (claimCount)
    MOVE "P" TO clStatus (claimCount)
    MOVE operatorId TO clEnteredBy (claimCount)
    MOVE runDate TO clEntryDate (claimCount)
    MOVE SPACES TO clApprovedBy (claimCount)
    MOVE ZERO TO clApprovalDate (claimCount)
    MOVE ZERO TO clPaidDate (claimCount)
    ADD 1 TO changeCount
    DISPLAY "Claim " highestClaimNumber
        " filed for supervisor approval.".
ListWaitingClaims.
    MOVE ZERO TO outstandingCount
    MOVE ZERO TO outstandingAmount
    PERFORM ListOneClaim
        VARYING claimIndex FROM 1 BY 1
        UNTIL claimIndex > claimCount
    MOVE outstandingCount TO ctlClaimCount
    MOVE outstandingAmount TO ctlClaimAmount
    DISPLAY claimTotalLine.
ListOneClaim.
    IF clStatus (claimIndex) = "P" OR clStatus (claimIndex) = "A"
        ADD 1 TO outstandingCount
        ADD clAmount (claimIndex) TO outstandingAmount
        MOVE clClaimNumber (claimIndex) TO cllClaimNumber
        MOVE clEmployeeId (claimIndex) TO cllEmployeeId
        MOVE clDeptCode (claimIndex) TO cllDeptCode
        MOVE clCategory (claimIndex) TO cllCategory
        MOVE clClaimDate (claimIndex) TO cllClaimDate
        MOVE clReceiptRef (claimIndex) TO cllReceiptRef
        MOVE clAmount (claimIndex) TO cllAmount
        IF clStatus (claimIndex) = "A"
            MOVE "APPROVED" TO cllStatusText
        ELSE
            MOVE "PENDING" TO cllStatusText
        END-IF
        DISPLAY claimListLine
    END-IF.
DecideExpenseClaim.
    IF supervisedDeptCount = ZERO
        DISPLAY "Operator " operatorId " is not the supervisor of "
            "any department on DEPTMAST.DAT - refused."
    ELSE
        DISPLAY "Claim number: "
        ACCEPT keyedClaimText
        IF keyedClaimText IS NOT NUMERIC
            DISPLAY "Claim number must be six digits."
        ELSE
            MOVE keyedClaimText TO keyedClaimNumber
            MOVE ZERO TO claimFound
            PERFORM MatchOneClaimNumber
                VARYING claimIndex FROM 1 BY 1
                UNTIL claimIndex > claimCount OR claimFound > ZERO
            PERFORM DecideFoundClaim
        END-IF
    END-IF.
MatchOneClaimNumber.
    IF clClaimNumber (claimIndex) = keyedClaimNumber
        MOVE claimIndex TO claimFound
    END-IF.
DecideFoundClaim.
    IF claimFound = ZERO
        DISPLAY "No claim " keyedClaimNumber " on file."
    ELSE
    IF clStatus (claimFound) NOT = "P"
        DISPLAY "Claim " keyedClaimNumber " is not waiting for "
            "approval."
    ELSE
    IF clEmployeeId (claimFound) = supervisorEmployeeId
        OR clEnteredBy (claimFound) = operatorId
        DISPLAY "You cannot decide a claim that is your own or that "
            "you keyed - refer it to another supervisor."
    ELSE
        MOVE clDeptCode (claimFound) TO deptToCheck
        PERFORM CheckDeptSupervised
        IF deptIsSupervised = "N"
            DISPLAY "Claim " keyedClaimNumber " is not in a department "
                "you supervise."
        ELSE
            MOVE decisionStatus TO clStatus (claimFound)
            MOVE operatorId TO clApprovedBy (claimFound)
            MOVE runDate TO clApprovalDate (claimFound)
            ADD 1 TO changeCount
            DISPLAY "Claim " keyedClaimNumber " " decisionText "."
        END-IF
    END-IF
    END-IF
    END-IF.
RewriteExpenseClaims.
    OPEN OUTPUT expenseClaimFile
    PERFORM WriteOneClaimRecord
        VARYING claimIndex FROM 1 BY 1
        UNTIL claimIndex > claimCount
    CLOSE expenseClaimFile
    DISPLAY "EXPCLAIM.DAT rewritten - " changeCount " change(s).".
WriteOneClaimRecord.
    MOVE claimEntry (claimIndex) TO expenseClaimRecord
    WRITE expenseClaimRecord.
