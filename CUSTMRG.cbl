*> Supervisor-run customer merge. Sales has more than once opened a
*> second customer ID for a company already on the master, which
*> splits its quotes, invoices and credit exposure - so
*> SHAPE-COST-ESTIMATOR's credit check under-counts what the company
*> owes - and CUSTOMER-MASTER-MAINTENANCE can only delete an ID that
*> nothing uses. This takes the duplicate ID and the surviving ID,
*> both active rows on CUSTMAST.DAT, and re-points every row keyed on
*> the duplicate in QUOTEREG.DAT, QUOTHOLD.DAT, INVCREG.DAT,
*> CUSTPRC.DAT, FREIGHTX.DAT and CUSTMAP.DAT to the survivor. It is
*> gated on the approver flag in OPERAUTH.DAT the way
*> MATERIAL-PHYSICAL-COUNT gates its posting (open to every operator
*> until the matrix is deployed). A preview pass always runs first
*> and lists on CUSTMRG.RPT every row that would change; only when
*> the operator then confirms is anything rewritten. A pricing or
*> mapping row the survivor already has for the same material (or
*> the same field layout) is dropped rather than re-pointed, so the
*> survivor's own terms win. Each file is passed through the work
*> file CUSTMRG.WRK and copied back, so no file is too large for a
*> work table. Every re-pointed or dropped row writes its before and
*> after images to CUSTAUDT.DAT under an MRG- or DRP- transaction
*> type with the file's two-letter code, and the duplicate master
*> row is kept but retired with a pointer to the survivor, audited
*> as a MERGE. Receipts, credit memos and commission history keep
*> the ID they were keyed under; they follow their invoice.
*> CUSTMAP.DAT rows are now read 38 bytes wide, so the unit codes
*> CUSTOMER-ORDER-IMPORT's "F" rows carry survive a merge rewrite.
IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTOMER-MERGE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT customerMasterFile ASSIGN TO "CUSTMAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS customerMasterStatus.
    SELECT quoteRegisterFile ASSIGN TO "QUOTEREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS quoteRegisterStatus.
    SELECT quoteHoldFile ASSIGN TO "QUOTHOLD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS quoteHoldStatus.
    SELECT invoiceRegisterFile ASSIGN TO "INVCREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS invoiceRegisterStatus.
    SELECT customerPricingFile ASSIGN TO "CUSTPRC.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS customerPricingStatus.
    SELECT freightExtractFile ASSIGN TO "FREIGHTX.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS freightExtractStatus.
    SELECT customerMapFile ASSIGN TO "CUSTMAP.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS customerMapStatus.
    SELECT customerAuditFile ASSIGN TO "CUSTAUDT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS customerAuditStatus.
    SELECT operAuthFile ASSIGN TO "OPERAUTH.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS operAuthStatus.
    SELECT mergeWorkFile ASSIGN TO "CUSTMRG.WRK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS mergeWorkStatus.
    SELECT mergeReportFile ASSIGN TO "CUSTMRG.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  customerMasterFile.
COPY "CUSTMAST.cpy".
FD  quoteRegisterFile.
COPY "QUOTEREG.cpy".
FD  quoteHoldFile.
COPY "QUOTHOLD.cpy".
FD  invoiceRegisterFile.
COPY "INVCREG.cpy".
FD  customerPricingFile.
01 customerPricingRecord.
    05 cpCustomerId PIC X(6).
    05 cpMaterialCode PIC X(4).
    05 cpDiscountPct PIC 9(02)V99.
FD  freightExtractFile.
COPY "FREIGHTX.cpy".
FD  customerMapFile.
01 customerMapRecord.
    05 fmRecordType PIC X(1).
    05 fmCustomerId PIC X(6).
    05 FILLER PIC X(31).
01 materialMapRecord REDEFINES customerMapRecord.
    05 mmRecordType PIC X(1).
    05 mmCustomerId PIC X(6).
    05 mmTheirCode PIC X(8).
    05 mmOurCode PIC X(4).
    05 FILLER PIC X(19).
FD  customerAuditFile.
01 customerAuditRecord.
    05 caOperatorId PIC X(08).
    05 caTimestamp PIC X(26).
    05 caTransactionType PIC X(06).
    05 caBeforeImage PIC X(151).
    05 caAfterImage PIC X(151).
FD  operAuthFile.
01 operAuthRecord.
    05 oaOperatorId PIC X(08).
    05 oaUtilityFlags PIC X(31).
    05 oaPeriodCloseFlag PIC X(1).
    05 oaApproverFlag PIC X(1).
FD  mergeWorkFile.
01 mergeWorkRecord PIC X(151).
FD  mergeReportFile.
01 mergeReportRecord PIC X(100).
WORKING-STORAGE SECTION.
    01 customerMasterStatus PIC X(2) VALUE "00".
    01 quoteRegisterStatus PIC X(2) VALUE "00".
    01 quoteHoldStatus PIC X(2) VALUE "00".
    01 invoiceRegisterStatus PIC X(2) VALUE "00".
    01 customerPricingStatus PIC X(2) VALUE "00".
    01 freightExtractStatus PIC X(2) VALUE "00".
    01 customerMapStatus PIC X(2) VALUE "00".
    01 customerAuditStatus PIC X(2) VALUE "00".
    01 operAuthStatus PIC X(2) VALUE "00".
    01 mergeWorkStatus PIC X(2) VALUE "00".
    01 sourceEOF PIC X(1) VALUE "N".
    01 mergeWorkEOF PIC X(1) VALUE "N".
    01 operAuthEOF PIC X(1) VALUE "N".
    01 operatorAuthorized PIC X(1) VALUE "N".
    01 authMatrixDeployed PIC X(1) VALUE "N".
    01 runDate PIC 9(08).
    01 duplicateCustomerId PIC X(6).
    01 survivorCustomerId PIC X(6).
    01 duplicateFound PIC X(1) VALUE "N".
    01 survivorFound PIC X(1) VALUE "N".
    01 duplicateName PIC X(25).
    01 survivorName PIC X(25).
    01 duplicateMergedInto PIC X(6).
    01 survivorMergedInto PIC X(6).
    01 mergeApplying PIC X(1) VALUE "N".
    01 confirmReply PIC X(1).
    01 runModeWord PIC X(5) VALUE "NONE".
    01 mergeFileTable.
        05 FILLER PIC X(14) VALUE "QUOTEREG.DATQR".
        05 FILLER PIC X(14) VALUE "QUOTHOLD.DATQH".
        05 FILLER PIC X(14) VALUE "INVCREG.DAT IV".
        05 FILLER PIC X(14) VALUE "CUSTPRC.DAT CP".
        05 FILLER PIC X(14) VALUE "FREIGHTX.DATFX".
        05 FILLER PIC X(14) VALUE "CUSTMAP.DAT MP".
        05 FILLER PIC X(14) VALUE "CUSTMAST.DATCM".
    01 mergeFiles REDEFINES mergeFileTable.
        05 mergeFileEntry OCCURS 7 TIMES.
            10 mfFileName PIC X(12).
            10 mfFileCode PIC X(2).
    01 fileCountTable.
        05 fileCountEntry OCCURS 7 TIMES.
            10 fcPresent PIC X(1).
            10 fcRepointCount PIC 9(05).
            10 fcDropCount PIC 9(05).
    01 mergeFileIndex PIC 9(01).
    01 totalRowsChanged PIC 9(05) VALUE ZERO.
    01 survivorKeyTable.
        05 skKey PIC X(9) OCCURS 200 TIMES.
    01 survivorKeyCount PIC 9(03) VALUE ZERO.
    01 survivorKeyIndex PIC 9(03).
    01 survivorKeyOverflow PIC X(1) VALUE "N".
    01 survivorKeyFound PIC X(1).
    01 candidateKey PIC X(9).
    01 rowDropped PIC X(1).
    01 mergeRowImage PIC X(151).
    01 auditTimestamp PIC X(26).
    01 auditTransactionType PIC X(06).
    01 auditBeforeImage PIC X(151).
    01 auditAfterImage PIC X(151).
    01 discountText PIC Z9.99.
    01 mergeTitleLine PIC X(40)
        VALUE "CUSTOMER MERGE - PREVIEW OF CHANGES".
    01 mergePairLine.
        05 FILLER PIC X(7) VALUE "RETIRE ".
        05 mplDuplicateId PIC X(6).
        05 FILLER PIC X(1) VALUE " ".
        05 mplDuplicateName PIC X(25).
        05 FILLER PIC X(6) VALUE " INTO ".
        05 mplSurvivorId PIC X(6).
        05 FILLER PIC X(1) VALUE " ".
        05 mplSurvivorName PIC X(25).
        05 FILLER PIC X(6) VALUE " AS OF".
        05 FILLER PIC X(1) VALUE " ".
        05 mplRunDate PIC 9999/99/99.
    01 mergeHeadingLine.
        05 FILLER PIC X(13) VALUE "FILE".
        05 FILLER PIC X(21) VALUE "REFERENCE".
        05 FILLER PIC X(25) VALUE "DETAIL".
        05 FILLER PIC X(15) VALUE "        AMOUNT".
        05 FILLER PIC X(26) VALUE "ACTION".
    01 mergeDetailLine.
        05 mdlFileName PIC X(12).
        05 FILLER PIC X(1) VALUE " ".
        05 mdlReference PIC X(20).
        05 FILLER PIC X(1) VALUE " ".
        05 mdlDetail PIC X(24).
        05 FILLER PIC X(1) VALUE " ".
        05 mdlAmount PIC $$$,$$$,$$9.99 BLANK WHEN ZERO.
        05 FILLER PIC X(1) VALUE " ".
        05 mdlAction PIC X(26).
    01 mergeSectionLine PIC X(40).
    01 mergeFileTotalLine.
        05 mtlFileName PIC X(12).
        05 FILLER PIC X(12) VALUE " RE-POINTED=".
        05 mtlRepointCount PIC Z(04)9.
        05 FILLER PIC X(9) VALUE " DROPPED=".
        05 mtlDropCount PIC Z(04)9.
    01 mergeMissingLine.
        05 mmlFileName PIC X(12).
        05 FILLER PIC X(28) VALUE " NOT PRESENT - NOTHING TO DO".
    01 mergeNoteLine PIC X(80).
    01 noteCountText PIC Z(04)9.
    01 tlInputs PIC X(40).
    01 tlResultOut PIC X(20).
    01 logProgramName PIC X(27) VALUE "CUSTOMER-MERGE".
    01 logRunStatus PIC X(08) VALUE "OK".
    01 operatorId PIC X(08).
PROCEDURE DIVISION.
MAIN-PROCEDURE.
    DISPLAY "Enter operator ID: "
    ACCEPT operatorId
    CALL "REPORT-HEADER" USING "CUSTOMER-MERGE", operatorId
    ACCEPT runDate FROM DATE YYYYMMDD
    MOVE SPACES TO duplicateCustomerId
    MOVE SPACES TO survivorCustomerId
    PERFORM CheckApproverAuthorization
    IF operatorAuthorized = "N"
        DISPLAY "You are not authorized to merge customers."
        MOVE "REJECTED" TO logRunStatus
    ELSE
        PERFORM MergeProcedure
    END-IF
    MOVE SPACES TO tlInputs
    STRING "MERGE " DELIMITED BY SIZE
        duplicateCustomerId DELIMITED BY SIZE
        " INTO " DELIMITED BY SIZE
        survivorCustomerId DELIMITED BY SIZE
        INTO tlInputs
    END-STRING
    MOVE SPACES TO tlResultOut
    STRING runModeWord DELIMITED BY SPACE
        " ROWS=" DELIMITED BY SIZE
        totalRowsChanged DELIMITED BY SIZE
        INTO tlResultOut
    END-STRING
    CALL "TRANSACTION-LOGGER" USING logProgramName,
        tlInputs, tlResultOut, operatorId, logRunStatus
    GOBACK.
CheckApproverAuthorization.
    MOVE "N" TO operatorAuthorized
    MOVE "N" TO authMatrixDeployed
    MOVE "N" TO operAuthEOF
    OPEN INPUT operAuthFile
    IF operAuthStatus = "00"
        MOVE "Y" TO authMatrixDeployed
        PERFORM FindOperAuthRow UNTIL operAuthEOF = "Y"
        CLOSE operAuthFile
    END-IF
    IF authMatrixDeployed = "N"
        MOVE "Y" TO operatorAuthorized
    END-IF.
FindOperAuthRow.
    READ operAuthFile
        AT END MOVE "Y" TO operAuthEOF
        NOT AT END
            IF oaOperatorId = operatorId
                AND oaApproverFlag = "Y"
                MOVE "Y" TO operatorAuthorized
            END-IF
    END-READ.
MergeProcedure.
    DISPLAY "Enter duplicate customer ID to retire: "
    ACCEPT duplicateCustomerId
    DISPLAY "Enter surviving customer ID: "
    ACCEPT survivorCustomerId
    PERFORM LookUpMergePair
    IF duplicateCustomerId = survivorCustomerId
        DISPLAY "The duplicate and surviving IDs are the same."
        MOVE "ERROR" TO logRunStatus
    ELSE
    IF duplicateFound = "N"
        DISPLAY "Customer " duplicateCustomerId
            " not on the master."
        MOVE "ERROR" TO logRunStatus
    ELSE
    IF survivorFound = "N"
        DISPLAY "Customer " survivorCustomerId
            " not on the master."
        MOVE "ERROR" TO logRunStatus
    ELSE
    IF duplicateMergedInto NOT = SPACES
        DISPLAY "Customer " duplicateCustomerId
            " was already merged into " duplicateMergedInto
        MOVE "REJECTED" TO logRunStatus
    ELSE
    IF survivorMergedInto NOT = SPACES
        DISPLAY "Customer " survivorCustomerId
            " is itself merged into " survivorMergedInto
            " - merge into that customer instead."
        MOVE "REJECTED" TO logRunStatus
    ELSE
        PERFORM CollectSurvivorKeys
        IF survivorKeyOverflow = "Y"
            DISPLAY "Surviving customer has more than 200 pricing "
                "and mapping rows - merge refused."
            MOVE "REJECTED" TO logRunStatus
        ELSE
            PERFORM PreviewMerge
            PERFORM ConfirmAndApply
        END-IF
    END-IF
    END-IF
    END-IF
    END-IF
    END-IF.
LookUpMergePair.
    MOVE "N" TO duplicateFound
    MOVE "N" TO survivorFound
    MOVE SPACES TO duplicateMergedInto
    MOVE SPACES TO survivorMergedInto
    MOVE SPACES TO duplicateName
    MOVE SPACES TO survivorName
    MOVE "N" TO sourceEOF
    OPEN INPUT customerMasterFile
    IF customerMasterStatus = "00"
        PERFORM MatchOneMasterRow UNTIL sourceEOF = "Y"
        CLOSE customerMasterFile
    END-IF.
MatchOneMasterRow.
    READ customerMasterFile
        AT END MOVE "Y" TO sourceEOF
        NOT AT END
            IF cmCustomerId = duplicateCustomerId
                MOVE "Y" TO duplicateFound
                MOVE cmCustomerName TO duplicateName
                MOVE cmMergedIntoId TO duplicateMergedInto
            END-IF
            IF cmCustomerId = survivorCustomerId
                MOVE "Y" TO survivorFound
                MOVE cmCustomerName TO survivorName
                MOVE cmMergedIntoId TO survivorMergedInto
            END-IF
    END-READ.
CollectSurvivorKeys.
    MOVE ZERO TO survivorKeyCount
    MOVE "N" TO survivorKeyOverflow
    MOVE "N" TO sourceEOF
    OPEN INPUT customerPricingFile
    IF customerPricingStatus = "00"
        PERFORM NoteOneSurvivorPrice UNTIL sourceEOF = "Y"
        CLOSE customerPricingFile
    END-IF
    MOVE "N" TO sourceEOF
    OPEN INPUT customerMapFile
    IF customerMapStatus = "00"
        PERFORM NoteOneSurvivorMap UNTIL sourceEOF = "Y"
        CLOSE customerMapFile
    END-IF.
NoteOneSurvivorPrice.
    READ customerPricingFile
        AT END MOVE "Y" TO sourceEOF
        NOT AT END
            IF cpCustomerId = survivorCustomerId
                MOVE SPACES TO candidateKey
                STRING "P" DELIMITED BY SIZE
                    cpMaterialCode DELIMITED BY SIZE
                    INTO candidateKey
                END-STRING
                PERFORM AddSurvivorKey
            END-IF
    END-READ.
NoteOneSurvivorMap.
    READ customerMapFile
        AT END MOVE "Y" TO sourceEOF
        NOT AT END
            IF fmCustomerId = survivorCustomerId
                PERFORM BuildMapKey
                PERFORM AddSurvivorKey
            END-IF
    END-READ.
BuildMapKey.
    MOVE SPACES TO candidateKey
    IF mmRecordType = "M"
        STRING "M" DELIMITED BY SIZE
            mmTheirCode DELIMITED BY SIZE
            INTO candidateKey
        END-STRING
    ELSE
        MOVE fmRecordType TO candidateKey
    END-IF.
AddSurvivorKey.
    IF survivorKeyCount < 200
        ADD 1 TO survivorKeyCount
        MOVE candidateKey TO skKey (survivorKeyCount)
    ELSE
        MOVE "Y" TO survivorKeyOverflow
    END-IF.
FindSurvivorKey.
    MOVE "N" TO survivorKeyFound
    PERFORM MatchOneSurvivorKey
        VARYING survivorKeyIndex FROM 1 BY 1
        UNTIL survivorKeyIndex > survivorKeyCount
            OR survivorKeyFound = "Y".
MatchOneSurvivorKey.
    IF skKey (survivorKeyIndex) = candidateKey
        MOVE "Y" TO survivorKeyFound
    END-IF.
PreviewMerge.
    MOVE "N" TO mergeApplying
    OPEN OUTPUT mergeReportFile
    WRITE mergeReportRecord FROM mergeTitleLine
    MOVE duplicateCustomerId TO mplDuplicateId
    MOVE duplicateName TO mplDuplicateName
    MOVE survivorCustomerId TO mplSurvivorId
    MOVE survivorName TO mplSurvivorName
    MOVE runDate TO mplRunDate
    WRITE mergeReportRecord FROM mergePairLine
    WRITE mergeReportRecord FROM mergeHeadingLine
    PERFORM ProcessMergeFiles
    MOVE "-- ROWS BY FILE" TO mergeSectionLine
    WRITE mergeReportRecord FROM mergeSectionLine
    PERFORM WriteOneFileTotal
        VARYING mergeFileIndex FROM 1 BY 1
        UNTIL mergeFileIndex > 6.
WriteOneFileTotal.
    IF fcPresent (mergeFileIndex) = "Y"
        MOVE mfFileName (mergeFileIndex) TO mtlFileName
        MOVE fcRepointCount (mergeFileIndex) TO mtlRepointCount
        MOVE fcDropCount (mergeFileIndex) TO mtlDropCount
        WRITE mergeReportRecord FROM mergeFileTotalLine
    ELSE
        MOVE mfFileName (mergeFileIndex) TO mmlFileName
        WRITE mergeReportRecord FROM mergeMissingLine
    END-IF.
ConfirmAndApply.
    MOVE "PREVW" TO runModeWord
    DISPLAY totalRowsChanged " row(s) would change - "
        "see CUSTMRG.RPT."
    DISPLAY "Apply the merge now (Y/N): "
    ACCEPT confirmReply
    MOVE "-- NOTES" TO mergeSectionLine
    WRITE mergeReportRecord FROM mergeSectionLine
    IF confirmReply = "Y" OR confirmReply = "y"
        PERFORM ApplyMerge
        MOVE "APPLY" TO runModeWord
        MOVE totalRowsChanged TO noteCountText
        MOVE SPACES TO mergeNoteLine
        STRING "MERGE APPLIED - " DELIMITED BY SIZE
            noteCountText DELIMITED BY SIZE
            " ROW(S) CHANGED, IMAGES ON CUSTAUDT.DAT"
                DELIMITED BY SIZE
            INTO mergeNoteLine
        END-STRING
        DISPLAY mergeNoteLine
    ELSE
        MOVE "PREVIEW ONLY - NO FILE WAS CHANGED" TO mergeNoteLine
        DISPLAY "Merge not applied - no file was changed."
    END-IF
    WRITE mergeReportRecord FROM mergeNoteLine
    MOVE SPACES TO mergeNoteLine
    STRING "DROPPED ROWS: THE SURVIVOR ALREADY HAS THAT PRICING "
            DELIMITED BY SIZE
        "OR MAPPING ROW." DELIMITED BY SIZE
        INTO mergeNoteLine
    END-STRING
    WRITE mergeReportRecord FROM mergeNoteLine
    MOVE SPACES TO mergeNoteLine
    STRING "RECEIPTS, CREDIT MEMOS AND COMMISSION HISTORY KEEP "
            DELIMITED BY SIZE
        "THE OLD ID." DELIMITED BY SIZE
        INTO mergeNoteLine
    END-STRING
    WRITE mergeReportRecord FROM mergeNoteLine
    CLOSE mergeReportFile.
ApplyMerge.
    MOVE "Y" TO mergeApplying
    OPEN EXTEND customerAuditFile
    IF customerAuditStatus = "05" OR customerAuditStatus = "35"
        OPEN OUTPUT customerAuditFile
    END-IF
    PERFORM ProcessMergeFiles
    CLOSE customerAuditFile.
ProcessMergeFiles.
    MOVE ZERO TO totalRowsChanged
    PERFORM ResetOneFileCount
        VARYING mergeFileIndex FROM 1 BY 1
        UNTIL mergeFileIndex > 7
    PERFORM ProcessQuoteRegister
    PERFORM ProcessQuoteHolds
    PERFORM ProcessInvoiceRegister
    PERFORM ProcessCustomerPricing
    PERFORM ProcessFreightExtract
    PERFORM ProcessCustomerMap
    PERFORM ProcessCustomerMaster.
ResetOneFileCount.
    MOVE "N" TO fcPresent (mergeFileIndex)
    MOVE ZERO TO fcRepointCount (mergeFileIndex)
    MOVE ZERO TO fcDropCount (mergeFileIndex).
ProcessQuoteRegister.
    MOVE 1 TO mergeFileIndex
    MOVE "N" TO sourceEOF
    OPEN INPUT quoteRegisterFile
    IF quoteRegisterStatus = "00"
        PERFORM OpenMergeWork
        PERFORM MergeOneQuoteRow UNTIL sourceEOF = "Y"
        CLOSE quoteRegisterFile
        PERFORM CopyWorkBack
    END-IF.
MergeOneQuoteRow.
    READ quoteRegisterFile
        AT END MOVE "Y" TO sourceEOF
        NOT AT END
            MOVE "N" TO rowDropped
            IF qrCustomerId = duplicateCustomerId
                MOVE quoteRegisterRecord TO auditBeforeImage
                MOVE survivorCustomerId TO qrCustomerId
                MOVE quoteRegisterRecord TO auditAfterImage
                MOVE SPACES TO mdlReference
                STRING "QUOTE " DELIMITED BY SIZE
                    qrQuoteNumber DELIMITED BY SIZE
                    " RV " DELIMITED BY SIZE
                    qrRevisionNumber DELIMITED BY SIZE
                    INTO mdlReference
                END-STRING
                MOVE SPACES TO mdlDetail
                STRING "JOB " DELIMITED BY SIZE
                    qrJobNumber DELIMITED BY SIZE
                    " STATUS " DELIMITED BY SIZE
                    qrStatus DELIMITED BY SIZE
                    INTO mdlDetail
                END-STRING
                MOVE qrJobTotal TO mdlAmount
                PERFORM NoteRepointedRow
            END-IF
            MOVE quoteRegisterRecord TO mergeRowImage
            PERFORM KeepMergeRow
    END-READ.
ProcessQuoteHolds.
    MOVE 2 TO mergeFileIndex
    MOVE "N" TO sourceEOF
    OPEN INPUT quoteHoldFile
    IF quoteHoldStatus = "00"
        PERFORM OpenMergeWork
        PERFORM MergeOneHoldRow UNTIL sourceEOF = "Y"
        CLOSE quoteHoldFile
        PERFORM CopyWorkBack
    END-IF.
MergeOneHoldRow.
    READ quoteHoldFile
        AT END MOVE "Y" TO sourceEOF
        NOT AT END
            MOVE "N" TO rowDropped
            IF qhCustomerId = duplicateCustomerId
                MOVE quoteHoldRecord TO auditBeforeImage
                MOVE survivorCustomerId TO qhCustomerId
                MOVE quoteHoldRecord TO auditAfterImage
                MOVE SPACES TO mdlReference
                STRING "HOLD QUOTE " DELIMITED BY SIZE
                    qhQuoteNumber DELIMITED BY SIZE
                    INTO mdlReference
                END-STRING
                MOVE SPACES TO mdlDetail
                STRING "JOB " DELIMITED BY SIZE
                    qhJobNumber DELIMITED BY SIZE
                    " STATUS " DELIMITED BY SIZE
                    qhStatus DELIMITED BY SIZE
                    INTO mdlDetail
                END-STRING
                MOVE qhJobTotal TO mdlAmount
                PERFORM NoteRepointedRow
            END-IF
            MOVE quoteHoldRecord TO mergeRowImage
            PERFORM KeepMergeRow
    END-READ.
ProcessInvoiceRegister.
    MOVE 3 TO mergeFileIndex
    MOVE "N" TO sourceEOF
    OPEN INPUT invoiceRegisterFile
    IF invoiceRegisterStatus = "00"
        PERFORM OpenMergeWork
        PERFORM MergeOneInvoiceRow UNTIL sourceEOF = "Y"
        CLOSE invoiceRegisterFile
        PERFORM CopyWorkBack
    END-IF.
MergeOneInvoiceRow.
    READ invoiceRegisterFile
        AT END MOVE "Y" TO sourceEOF
        NOT AT END
            MOVE "N" TO rowDropped
            IF ivCustomerId = duplicateCustomerId
                MOVE invoiceRegisterRecord TO auditBeforeImage
                MOVE survivorCustomerId TO ivCustomerId
                MOVE invoiceRegisterRecord TO auditAfterImage
                MOVE SPACES TO mdlReference
                STRING "INVOICE " DELIMITED BY SIZE
                    ivInvoiceNumber DELIMITED BY SIZE
                    INTO mdlReference
                END-STRING
                MOVE SPACES TO mdlDetail
                STRING "QUOTE " DELIMITED BY SIZE
                    ivQuoteNumber DELIMITED BY SIZE
                    " STATUS " DELIMITED BY SIZE
                    ivStatus DELIMITED BY SIZE
                    INTO mdlDetail
                END-STRING
                MOVE ivInvoiceAmount TO mdlAmount
                PERFORM NoteRepointedRow
            END-IF
            MOVE invoiceRegisterRecord TO mergeRowImage
            PERFORM KeepMergeRow
    END-READ.
ProcessCustomerPricing.
    MOVE 4 TO mergeFileIndex
    MOVE "N" TO sourceEOF
    OPEN INPUT customerPricingFile
    IF customerPricingStatus = "00"
        PERFORM OpenMergeWork
        PERFORM MergeOnePricingRow UNTIL sourceEOF = "Y"
        CLOSE customerPricingFile
        PERFORM CopyWorkBack
    END-IF.
MergeOnePricingRow.
    READ customerPricingFile
        AT END MOVE "Y" TO sourceEOF
        NOT AT END
            MOVE "N" TO rowDropped
            IF cpCustomerId = duplicateCustomerId
                MOVE customerPricingRecord TO auditBeforeImage
                MOVE SPACES TO mdlReference
                STRING "MATERIAL " DELIMITED BY SIZE
                    cpMaterialCode DELIMITED BY SIZE
                    INTO mdlReference
                END-STRING
                MOVE cpDiscountPct TO discountText
                MOVE SPACES TO mdlDetail
                STRING "DISCOUNT " DELIMITED BY SIZE
                    discountText DELIMITED BY SIZE
                    "%" DELIMITED BY SIZE
                    INTO mdlDetail
                END-STRING
                MOVE ZERO TO mdlAmount
                MOVE SPACES TO candidateKey
                STRING "P" DELIMITED BY SIZE
                    cpMaterialCode DELIMITED BY SIZE
                    INTO candidateKey
                END-STRING
                PERFORM FindSurvivorKey
                IF survivorKeyFound = "Y"
                    PERFORM NoteDroppedRow
                ELSE
                    MOVE survivorCustomerId TO cpCustomerId
                    MOVE customerPricingRecord TO auditAfterImage
                    PERFORM NoteRepointedRow
                END-IF
            END-IF
            MOVE customerPricingRecord TO mergeRowImage
            PERFORM KeepMergeRow
    END-READ.
ProcessFreightExtract.
    MOVE 5 TO mergeFileIndex
    MOVE "N" TO sourceEOF
    OPEN INPUT freightExtractFile
    IF freightExtractStatus = "00"
        PERFORM OpenMergeWork
        PERFORM MergeOneFreightRow UNTIL sourceEOF = "Y"
        CLOSE freightExtractFile
        PERFORM CopyWorkBack
    END-IF.
MergeOneFreightRow.
    READ freightExtractFile
        AT END MOVE "Y" TO sourceEOF
        NOT AT END
            MOVE "N" TO rowDropped
            IF fxCustomerId = duplicateCustomerId
                MOVE freightExtractRecord TO auditBeforeImage
                MOVE survivorCustomerId TO fxCustomerId
                MOVE freightExtractRecord TO auditAfterImage
                MOVE fxShipmentId TO mdlReference
                MOVE SPACES TO mdlDetail
                STRING "JOB " DELIMITED BY SIZE
                    fxJobNumber DELIMITED BY SIZE
                    " CARRIER " DELIMITED BY SIZE
                    fxCarrierCode DELIMITED BY SIZE
                    INTO mdlDetail
                END-STRING
                MOVE fxFreightCost TO mdlAmount
                PERFORM NoteRepointedRow
            END-IF
            MOVE freightExtractRecord TO mergeRowImage
            PERFORM KeepMergeRow
    END-READ.
ProcessCustomerMap.
    MOVE 6 TO mergeFileIndex
    MOVE "N" TO sourceEOF
    OPEN INPUT customerMapFile
    IF customerMapStatus = "00"
        PERFORM OpenMergeWork
        PERFORM MergeOneMapRow UNTIL sourceEOF = "Y"
        CLOSE customerMapFile
        PERFORM CopyWorkBack
    END-IF.
MergeOneMapRow.
    READ customerMapFile
        AT END MOVE "Y" TO sourceEOF
        NOT AT END
            MOVE "N" TO rowDropped
            IF fmCustomerId = duplicateCustomerId
                MOVE customerMapRecord TO auditBeforeImage
                MOVE SPACES TO mdlReference
                MOVE SPACES TO mdlDetail
                IF mmRecordType = "M"
                    STRING "THEIR CODE " DELIMITED BY SIZE
                        mmTheirCode DELIMITED BY SIZE
                        INTO mdlReference
                    END-STRING
                    STRING "OUR CODE " DELIMITED BY SIZE
                        mmOurCode DELIMITED BY SIZE
                        INTO mdlDetail
                    END-STRING
                ELSE
                    MOVE "FIELD LAYOUT" TO mdlReference
                END-IF
                MOVE ZERO TO mdlAmount
                PERFORM BuildMapKey
                PERFORM FindSurvivorKey
                IF survivorKeyFound = "Y"
                    PERFORM NoteDroppedRow
                ELSE
                    MOVE survivorCustomerId TO fmCustomerId
                    MOVE customerMapRecord TO auditAfterImage
                    PERFORM NoteRepointedRow
                END-IF
            END-IF
            MOVE customerMapRecord TO mergeRowImage
            PERFORM KeepMergeRow
    END-READ.
ProcessCustomerMaster.
    MOVE 7 TO mergeFileIndex
    MOVE "N" TO sourceEOF
    OPEN INPUT customerMasterFile
    IF customerMasterStatus = "00"
        PERFORM OpenMergeWork
        PERFORM RetireOneMasterRow UNTIL sourceEOF = "Y"
        CLOSE customerMasterFile
        PERFORM CopyWorkBack
    END-IF.
RetireOneMasterRow.
    READ customerMasterFile
        AT END MOVE "Y" TO sourceEOF
        NOT AT END
            MOVE "N" TO rowDropped
            IF cmCustomerId = duplicateCustomerId
                MOVE customerMasterRecord TO auditBeforeImage
                MOVE survivorCustomerId TO cmMergedIntoId
                MOVE customerMasterRecord TO auditAfterImage
                MOVE SPACES TO mdlReference
                STRING "CUSTOMER " DELIMITED BY SIZE
                    cmCustomerId DELIMITED BY SIZE
                    INTO mdlReference
                END-STRING
                MOVE cmCustomerName TO mdlDetail
                MOVE ZERO TO mdlAmount
                PERFORM NoteRepointedRow
            END-IF
            MOVE customerMasterRecord TO mergeRowImage
            PERFORM KeepMergeRow
    END-READ.
NoteRepointedRow.
    ADD 1 TO fcRepointCount (mergeFileIndex)
    MOVE SPACES TO mdlAction
    IF mergeFileIndex = 7
        MOVE "MERGE" TO auditTransactionType
        STRING "RETIRE INTO " DELIMITED BY SIZE
            survivorCustomerId DELIMITED BY SIZE
            INTO mdlAction
        END-STRING
    ELSE
        ADD 1 TO totalRowsChanged
        MOVE SPACES TO auditTransactionType
        STRING "MRG-" DELIMITED BY SIZE
            mfFileCode (mergeFileIndex) DELIMITED BY SIZE
            INTO auditTransactionType
        END-STRING
        STRING "RE-POINT TO " DELIMITED BY SIZE
            survivorCustomerId DELIMITED BY SIZE
            INTO mdlAction
        END-STRING
    END-IF
    PERFORM RecordMergeChange.
NoteDroppedRow.
    ADD 1 TO fcDropCount (mergeFileIndex)
    ADD 1 TO totalRowsChanged
    MOVE "Y" TO rowDropped
    MOVE SPACES TO auditAfterImage
    MOVE SPACES TO auditTransactionType
    STRING "DRP-" DELIMITED BY SIZE
        mfFileCode (mergeFileIndex) DELIMITED BY SIZE
        INTO auditTransactionType
    END-STRING
    MOVE "DROP - SURVIVOR HAS ROW" TO mdlAction
    PERFORM RecordMergeChange.
RecordMergeChange.
    IF mergeApplying = "N"
        MOVE mfFileName (mergeFileIndex) TO mdlFileName
        WRITE mergeReportRecord FROM mergeDetailLine
    ELSE
        MOVE operatorId TO caOperatorId
        MOVE FUNCTION CURRENT-DATE TO auditTimestamp
        MOVE auditTimestamp TO caTimestamp
        MOVE auditTransactionType TO caTransactionType
        MOVE auditBeforeImage TO caBeforeImage
        MOVE auditAfterImage TO caAfterImage
        WRITE customerAuditRecord
    END-IF.
OpenMergeWork.
    MOVE "Y" TO fcPresent (mergeFileIndex)
    IF mergeApplying = "Y"
        OPEN OUTPUT mergeWorkFile
    END-IF.
KeepMergeRow.
    IF mergeApplying = "Y" AND rowDropped = "N"
        WRITE mergeWorkRecord FROM mergeRowImage
    END-IF.
CopyWorkBack.
    IF mergeApplying = "Y"
        CLOSE mergeWorkFile
        MOVE "N" TO mergeWorkEOF
        OPEN INPUT mergeWorkFile
        EVALUATE mergeFileIndex
            WHEN 1 OPEN OUTPUT quoteRegisterFile
            WHEN 2 OPEN OUTPUT quoteHoldFile
            WHEN 3 OPEN OUTPUT invoiceRegisterFile
            WHEN 4 OPEN OUTPUT customerPricingFile
            WHEN 5 OPEN OUTPUT freightExtractFile
            WHEN 6 OPEN OUTPUT customerMapFile
            WHEN 7 OPEN OUTPUT customerMasterFile
        END-EVALUATE
        PERFORM CopyOneWorkRow UNTIL mergeWorkEOF = "Y"
        EVALUATE mergeFileIndex
            WHEN 1 CLOSE quoteRegisterFile
            WHEN 2 CLOSE quoteHoldFile
            WHEN 3 CLOSE invoiceRegisterFile
            WHEN 4 CLOSE customerPricingFile
            WHEN 5 CLOSE freightExtractFile
            WHEN 6 CLOSE customerMapFile
            WHEN 7 CLOSE customerMasterFile
        END-EVALUATE
        CLOSE mergeWorkFile
    END-IF.
CopyOneWorkRow.
    READ mergeWorkFile
        AT END MOVE "Y" TO mergeWorkEOF
        NOT AT END
            EVALUATE mergeFileIndex
                WHEN 1
                    WRITE quoteRegisterRecord FROM mergeWorkRecord
                WHEN 2
                    WRITE quoteHoldRecord FROM mergeWorkRecord
                WHEN 3
                    WRITE invoiceRegisterRecord FROM mergeWorkRecord
                WHEN 4
                    WRITE customerPricingRecord FROM mergeWorkRecord
                WHEN 5
                    WRITE freightExtractRecord FROM mergeWorkRecord
                WHEN 6
                    WRITE customerMapRecord FROM mergeWorkRecord
                WHEN 7
                    WRITE customerMasterRecord FROM mergeWorkRecord
            END-EVALUATE
    END-READ.
