*> Weekly order backlog report: accepted, not yet invoiced. QUOTE-
*> STATUS-UPDATE's pipeline mode reports open quotes and the aging
*> report covers invoiced money, but work that has been accepted and
*> not yet billed showed up on neither. This reads every status A row
*> on QUOTEREG.DAT that has no invoice on INVCREG.DAT for the same
*> quote and writes BACKLOG.RPT with one line per quote - customer,
*> job, the date the quote was accepted and its age in days, the
*> quoted value, the labor already posted to the job on LABLEDG.DAT
*> and the material already consumed against it on MATMOVE.DAT - then
*> the backlog value bucketed by age since acceptance, by customer
*> and by month accepted. Consumed material is valued at the latest
*> weighted-average cost MATERIAL-VALUATION carried out on MATVAL.DAT,
*> or at the MATCAT.DAT cost rate for a material not yet valued. A
*> job whose posted labor and material have reached the BACKLOG-BUILT
*> control row in CTLLIMIT.DAT (value 1 = percent of the quoted
*> value, default 75) is flagged as built but unbilled, the way
*> JOB-COST-REPORT compares posted cost against the job total.
*> Rows accepted before the register carried a status date are aged
*> from the quote date and marked with an asterisk.
IDENTIFICATION DIVISION.
PROGRAM-ID. ORDER-BACKLOG-REPORT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT quoteRegisterFile ASSIGN TO "QUOTEREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS quoteRegisterStatus.
    SELECT invoiceRegisterFile ASSIGN TO "INVCREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS invoiceRegisterStatus.
    SELECT laborLedgerFile ASSIGN TO "LABLEDG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS laborLedgerStatus.
    SELECT materialMoveFile ASSIGN TO "MATMOVE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS materialMoveStatus.
    SELECT materialCatalogFile ASSIGN TO "MATCAT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS materialCatalogStatus.
    SELECT valuationFile ASSIGN TO "MATVAL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS valuationStatus.
    SELECT ctlLimitFile ASSIGN TO "CTLLIMIT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ctlLimitFileStatus.
    SELECT backlogReportFile ASSIGN TO "BACKLOG.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  quoteRegisterFile.
COPY "QUOTEREG.cpy".
FD  invoiceRegisterFile.
COPY "INVCREG.cpy".
FD  laborLedgerFile.
01 laborLedgerRecord.
    05 llJobNumber PIC 9(06).
    05 llWorkDate PIC 9(08).
    05 llEmployeeId PIC 9(06).
    05 llHours PIC 9(03)V99.
    05 llLaborCost PIC 9(07)V99.
FD  materialMoveFile.
COPY "MATMOVE.cpy".
FD  materialCatalogFile.
COPY "MATCAT.cpy".
FD  valuationFile.
COPY "MATVAL.cpy".
FD  ctlLimitFile.
COPY "CTLLIMIT.cpy".
FD  backlogReportFile.
01 backlogReportRecord PIC X(120).
WORKING-STORAGE SECTION.
    01 quoteRegisterStatus PIC X(2) VALUE "00".
    01 invoiceRegisterStatus PIC X(2) VALUE "00".
    01 laborLedgerStatus PIC X(2) VALUE "00".
    01 materialMoveStatus PIC X(2) VALUE "00".
    01 materialCatalogStatus PIC X(2) VALUE "00".
    01 valuationStatus PIC X(2) VALUE "00".
    01 ctlLimitFileStatus PIC X(2) VALUE "00".
    01 quoteRegisterEOF PIC X(1) VALUE "N".
    01 invoiceRegisterEOF PIC X(1) VALUE "N".
    01 laborLedgerEOF PIC X(1) VALUE "N".
    01 materialMoveEOF PIC X(1) VALUE "N".
    01 materialCatalogEOF PIC X(1) VALUE "N".
    01 valuationEOF PIC X(1) VALUE "N".
    01 ctlLimitEOF PIC X(1) VALUE "N".
    01 runDate PIC 9(08).
    01 todayInteger PIC 9(08).
    01 ctlBestEffectiveDate PIC 9(08) VALUE ZERO.
    01 ctlRowFound PIC X(1) VALUE "N".
    01 builtThreshold PIC 9(03)V99 VALUE 75.
    01 backlogTable.
        05 backlogEntry OCCURS 500 TIMES.
            10 blQuoteNumber PIC 9(06).
            10 blRevisionNumber PIC 9(02).
            10 blCustomerId PIC X(6).
            10 blJobNumber PIC 9(06).
            10 blJobTotal PIC 9(09)V99.
            10 blAcceptDate PIC 9(08).
            10 blDateFromQuote PIC X(1).
            10 blInvoiced PIC X(1).
            10 blLaborPosted PIC 9(09)V99.
            10 blMaterialUsed PIC 9(09)V99.
    01 backlogCount PIC 9(03) VALUE ZERO.
    01 backlogIndex PIC 9(03).
    01 backlogOverflow PIC X(1) VALUE "N".
    01 catalogTable.
        05 catalogEntry OCCURS 50 TIMES.
            10 caMaterialCode PIC X(4).
            10 caCostRate PIC 9(03)V99.
            10 caValMonth PIC 9(06).
            10 caAverageCost PIC 9(05)V9(04).
    01 catalogCount PIC 9(02) VALUE ZERO.
    01 catalogIndex PIC 9(02).
    01 catalogFound PIC 9(02).
    01 lookupMaterialCode PIC X(4).
    01 moveUnitCost PIC 9(05)V9(04).
    01 moveCost PIC 9(09)V99.
    01 unpricedMoveCount PIC 9(05) VALUE ZERO.
    01 matchJobNumber PIC 9(06).
    01 matchCost PIC 9(09)V99.
    01 matchKind PIC X(1).
    01 acceptAgeDays PIC S9(05).
    01 postedCost PIC 9(09)V99.
    01 builtPercent PIC 9(03)V99.
    01 ageBucketTable.
        05 ageBucketValue PIC 9(11)V99 OCCURS 4 TIMES.
        05 ageBucketCount PIC 9(04) OCCURS 4 TIMES.
    01 ageBucketIndex PIC 9(01).
    01 bucketNameTable.
        05 FILLER PIC X(6) VALUE "0-30".
        05 FILLER PIC X(6) VALUE "31-60".
        05 FILLER PIC X(6) VALUE "61-90".
        05 FILLER PIC X(6) VALUE "90+".
    01 bucketNames REDEFINES bucketNameTable.
        05 bucketName PIC X(6) OCCURS 4 TIMES.
    01 customerTable.
        05 customerEntry OCCURS 100 TIMES.
            10 cbCustomerId PIC X(6).
            10 cbQuoteCount PIC 9(04).
            10 cbBacklogValue PIC 9(11)V99.
            10 cbPostedCost PIC 9(11)V99.
    01 customerCount PIC 9(03) VALUE ZERO.
    01 customerIndex PIC 9(03).
    01 customerFound PIC 9(03).
    01 monthTable.
        05 monthEntry OCCURS 60 TIMES.
            10 mbAcceptMonth PIC 9(06).
            10 mbQuoteCount PIC 9(04).
            10 mbBacklogValue PIC 9(11)V99.
    01 monthCount PIC 9(02) VALUE ZERO.
    01 monthIndex PIC 9(02).
    01 monthFound PIC 9(02).
    01 keyMonth PIC 9(06).
    01 lastMonthWritten PIC 9(06).
    01 openQuoteCount PIC 9(04) VALUE ZERO.
    01 builtQuoteCount PIC 9(04) VALUE ZERO.
    01 undatedQuoteCount PIC 9(04) VALUE ZERO.
    01 totalBacklogValue PIC 9(11)V99 VALUE ZERO.
    01 totalPostedCost PIC 9(11)V99 VALUE ZERO.
    01 builtBacklogValue PIC 9(11)V99 VALUE ZERO.
    01 backlogTitleLine PIC X(40)
        VALUE "ORDER BACKLOG - ACCEPTED, NOT INVOICED".
    01 backlogAsOfLine.
        05 FILLER PIC X(7) VALUE "AS OF: ".
        05 balRunDate PIC 9999/99/99.
        05 FILLER PIC X(28)
            VALUE "   BUILT FLAG AT POSTED COST".
        05 FILLER PIC X(4) VALUE " >= ".
        05 balThreshold PIC ZZ9.99.
        05 FILLER PIC X(17) VALUE "% OF QUOTED VALUE".
    01 backlogHeadingLine.
        05 FILLER PIC X(42)
            VALUE "QUOTE  RV CUSTNO JOB    ACCEPTED     DAYS ".
        05 FILLER PIC X(46)
            VALUE "  QUOTED VALUE  LABOR POSTED   MATERIAL USED  ".
        05 FILLER PIC X(22) VALUE " BUILT%".
    01 backlogDetailLine.
        05 bdlQuoteNumber PIC 9(06).
        05 FILLER PIC X(1) VALUE " ".
        05 bdlRevisionNumber PIC 9(02).
        05 FILLER PIC X(1) VALUE " ".
        05 bdlCustomerId PIC X(6).
        05 FILLER PIC X(1) VALUE " ".
        05 bdlJobNumber PIC 9(06).
        05 FILLER PIC X(1) VALUE " ".
        05 bdlAcceptDate PIC 9999/99/99.
        05 bdlDateMark PIC X(1).
        05 FILLER PIC X(1) VALUE " ".
        05 bdlAgeDays PIC Z(04)9.
        05 FILLER PIC X(1) VALUE " ".
        05 bdlJobTotal PIC $$$,$$$,$$9.99.
        05 FILLER PIC X(2) VALUE "  ".
        05 bdlLaborPosted PIC $$$,$$$,$$9.99.
        05 FILLER PIC X(2) VALUE "  ".
        05 bdlMaterialUsed PIC $$$,$$$,$$9.99.
        05 FILLER PIC X(1) VALUE " ".
        05 bdlBuiltPercent PIC ZZ9.99.
        05 FILLER PIC X(1) VALUE " ".
        05 bdlBuiltFlag PIC X(16).
    01 backlogSectionLine PIC X(40).
    01 backlogAgeLine.
        05 FILLER PIC X(10) VALUE "AGE DAYS ".
        05 balBucketName PIC X(6).
        05 FILLER PIC X(8) VALUE " VALUE=".
        05 balBucketValue PIC $$$,$$$,$$9.99.
        05 FILLER PIC X(8) VALUE " COUNT=".
        05 balBucketCount PIC Z(03)9.
    01 backlogCustomerLine.
        05 bclCustomerId PIC X(6).
        05 FILLER PIC X(8) VALUE " QUOTES=".
        05 bclQuoteCount PIC Z(03)9.
        05 FILLER PIC X(8) VALUE " VALUE=".
        05 bclBacklogValue PIC $$$,$$$,$$9.99.
        05 FILLER PIC X(13) VALUE " POSTED COST=".
        05 bclPostedCost PIC $$$,$$$,$$9.99.
    01 backlogMonthLine.
        05 FILLER PIC X(9) VALUE "ACCEPTED ".
        05 bmlAcceptMonth PIC 9999/99.
        05 FILLER PIC X(8) VALUE " QUOTES=".
        05 bmlQuoteCount PIC Z(03)9.
        05 FILLER PIC X(8) VALUE " VALUE=".
        05 bmlBacklogValue PIC $$$,$$$,$$9.99.
    01 backlogTotalLine.
        05 FILLER PIC X(14) VALUE "TOTAL BACKLOG=".
        05 btlBacklogValue PIC $$$,$$$,$$9.99.
        05 FILLER PIC X(8) VALUE " QUOTES=".
        05 btlQuoteCount PIC Z(03)9.
        05 FILLER PIC X(13) VALUE " POSTED COST=".
        05 btlPostedCost PIC $$$,$$$,$$9.99.
    01 backlogBuiltLine.
        05 FILLER PIC X(24) VALUE "BUILT BUT UNBILLED: JOBS".
        05 FILLER PIC X(1) VALUE "=".
        05 bblBuiltCount PIC Z(03)9.
        05 FILLER PIC X(8) VALUE " VALUE=".
        05 bblBuiltValue PIC $$$,$$$,$$9.99.
    01 backlogNoteLine PIC X(80).
    01 noteCountText PIC Z(04)9.
    01 tlInputs PIC X(40).
    01 tlResultOut PIC X(20).
    01 tlAmountWork PIC S9(09)V9(04).
    01 logProgramName PIC X(27) VALUE "ORDER-BACKLOG-REPORT".
    01 logRunStatus PIC X(08) VALUE "OK".
    01 operatorId PIC X(08).
PROCEDURE DIVISION.
MAIN-PROCEDURE.
    DISPLAY "Enter operator ID: "
    ACCEPT operatorId
    CALL "REPORT-HEADER" USING "ORDER-BACKLOG-REPORT", operatorId
    ACCEPT runDate FROM DATE YYYYMMDD
    COMPUTE todayInteger = FUNCTION INTEGER-OF-DATE(runDate)
    MOVE SPACES TO tlInputs
    STRING "BACKLOG AS OF " DELIMITED BY SIZE
        runDate DELIMITED BY SIZE
        INTO tlInputs
    END-STRING
    PERFORM LoadBuiltThreshold
    PERFORM LoadAcceptedQuotes
    IF backlogOverflow = "Y"
        DISPLAY "ACCEPTED QUOTES OVERFLOW THE WORK TABLE - "
            "REPORT REFUSED - ARCHIVE QUOTEREG.DAT FIRST"
        MOVE "REJECTED" TO logRunStatus
        MOVE "OVERFLOW" TO tlResultOut
    ELSE
        PERFORM MarkInvoicedQuotes
        PERFORM LoadMaterialCosts
        PERFORM TallyPostedLabor
        PERFORM TallyConsumedMaterial
        PERFORM WriteBacklogReport
        DISPLAY "Order backlog written to BACKLOG.RPT - "
            openQuoteCount " quote(s), " builtQuoteCount
            " built but unbilled."
        MOVE totalBacklogValue TO tlAmountWork
        CALL "FORMAT-AMOUNT-FOR-LOG" USING tlAmountWork, tlResultOut
    END-IF
    CALL "TRANSACTION-LOGGER" USING logProgramName,
        tlInputs, tlResultOut, operatorId, logRunStatus
    GOBACK.
LoadBuiltThreshold.
    MOVE "N" TO ctlLimitEOF
    OPEN INPUT ctlLimitFile
    IF ctlLimitFileStatus = "00"
        PERFORM FindBuiltThresholdRow UNTIL ctlLimitEOF = "Y"
        CLOSE ctlLimitFile
    END-IF.
FindBuiltThresholdRow.
    READ ctlLimitFile
        AT END MOVE "Y" TO ctlLimitEOF
        NOT AT END
            IF CTL-EFFECTIVE-DATE IS NOT NUMERIC
                MOVE ZERO TO CTL-EFFECTIVE-DATE
            END-IF
            IF CTL-CHECK-NAME = "BACKLOG-BUILT"
                AND CTL-EFFECTIVE-DATE <= runDate
                AND (ctlRowFound = "N"
                    OR CTL-EFFECTIVE-DATE >= ctlBestEffectiveDate)
                MOVE CTL-LIMIT-VALUE-1 TO builtThreshold
                MOVE CTL-EFFECTIVE-DATE TO ctlBestEffectiveDate
                MOVE "Y" TO ctlRowFound
            END-IF
    END-READ.
LoadAcceptedQuotes.
    MOVE "N" TO quoteRegisterEOF
    OPEN INPUT quoteRegisterFile
    IF quoteRegisterStatus = "00"
        PERFORM TakeOneRegisterRow
            UNTIL quoteRegisterEOF = "Y" OR backlogOverflow = "Y"
        CLOSE quoteRegisterFile
    ELSE
        DISPLAY "Quote register not available."
    END-IF.
TakeOneRegisterRow.
    READ quoteRegisterFile
        AT END MOVE "Y" TO quoteRegisterEOF
        NOT AT END
            IF qrStatus = "A"
                IF backlogCount = 500
                    MOVE "Y" TO backlogOverflow
                ELSE
                    PERFORM AddBacklogEntry
                END-IF
            END-IF
    END-READ.
AddBacklogEntry.
    ADD 1 TO backlogCount
    MOVE qrQuoteNumber TO blQuoteNumber (backlogCount)
    IF qrRevisionNumber IS NUMERIC
        MOVE qrRevisionNumber TO blRevisionNumber (backlogCount)
    ELSE
        MOVE 01 TO blRevisionNumber (backlogCount)
    END-IF
    MOVE qrCustomerId TO blCustomerId (backlogCount)
    IF qrJobNumber IS NUMERIC
        MOVE qrJobNumber TO blJobNumber (backlogCount)
    ELSE
        MOVE ZERO TO blJobNumber (backlogCount)
    END-IF
    MOVE qrJobTotal TO blJobTotal (backlogCount)
    IF qrStatusDate IS NUMERIC AND qrStatusDate > ZERO
        MOVE qrStatusDate TO blAcceptDate (backlogCount)
        MOVE SPACE TO blDateFromQuote (backlogCount)
    ELSE
        MOVE qrQuoteDate TO blAcceptDate (backlogCount)
        MOVE "*" TO blDateFromQuote (backlogCount)
    END-IF
    MOVE "N" TO blInvoiced (backlogCount)
    MOVE ZERO TO blLaborPosted (backlogCount)
    MOVE ZERO TO blMaterialUsed (backlogCount).
MarkInvoicedQuotes.
    MOVE "N" TO invoiceRegisterEOF
    OPEN INPUT invoiceRegisterFile
    IF invoiceRegisterStatus = "00"
        PERFORM MarkOneInvoice UNTIL invoiceRegisterEOF = "Y"
        CLOSE invoiceRegisterFile
    END-IF.
MarkOneInvoice.
    READ invoiceRegisterFile
        AT END MOVE "Y" TO invoiceRegisterEOF
        NOT AT END
            PERFORM MarkOneBacklogInvoiced
                VARYING backlogIndex FROM 1 BY 1
                UNTIL backlogIndex > backlogCount
    END-READ.
MarkOneBacklogInvoiced.
    IF blQuoteNumber (backlogIndex) = ivQuoteNumber
        MOVE "Y" TO blInvoiced (backlogIndex)
    END-IF.
LoadMaterialCosts.
    MOVE "N" TO materialCatalogEOF
    OPEN INPUT materialCatalogFile
    IF materialCatalogStatus = "00"
        PERFORM TakeOneCatalogRow UNTIL materialCatalogEOF = "Y"
        CLOSE materialCatalogFile
    END-IF
    MOVE "N" TO valuationEOF
    OPEN INPUT valuationFile
    IF valuationStatus = "00"
        PERFORM TakeOneValuationRow UNTIL valuationEOF = "Y"
        CLOSE valuationFile
    END-IF.
TakeOneCatalogRow.
    READ materialCatalogFile
        AT END MOVE "Y" TO materialCatalogEOF
        NOT AT END
            IF catalogCount < 50
                ADD 1 TO catalogCount
                MOVE mcMaterialCode
                    TO caMaterialCode (catalogCount)
                MOVE mcCostRate TO caCostRate (catalogCount)
                MOVE ZERO TO caValMonth (catalogCount)
                MOVE ZERO TO caAverageCost (catalogCount)
            END-IF
    END-READ.
TakeOneValuationRow.
    READ valuationFile
        AT END MOVE "Y" TO valuationEOF
        NOT AT END
            MOVE mlMaterialCode TO lookupMaterialCode
            PERFORM FindCatalogEntry
            IF catalogFound > ZERO
                AND mlValMonth >= caValMonth (catalogFound)
                MOVE mlValMonth TO caValMonth (catalogFound)
                MOVE mlAverageCost TO caAverageCost (catalogFound)
            END-IF
    END-READ.
FindCatalogEntry.
    MOVE ZERO TO catalogFound
    PERFORM MatchOneCatalogEntry
        VARYING catalogIndex FROM 1 BY 1
        UNTIL catalogIndex > catalogCount
            OR catalogFound > ZERO.
MatchOneCatalogEntry.
    IF caMaterialCode (catalogIndex) = lookupMaterialCode
        MOVE catalogIndex TO catalogFound
    END-IF.
TallyPostedLabor.
    MOVE "N" TO laborLedgerEOF
    OPEN INPUT laborLedgerFile
    IF laborLedgerStatus = "00"
        PERFORM TallyOneLedgerLine UNTIL laborLedgerEOF = "Y"
        CLOSE laborLedgerFile
    END-IF.
TallyOneLedgerLine.
    READ laborLedgerFile
        AT END MOVE "Y" TO laborLedgerEOF
        NOT AT END
            MOVE llJobNumber TO matchJobNumber
            MOVE llLaborCost TO matchCost
            MOVE "L" TO matchKind
            PERFORM AddCostToOneBacklogJob
                VARYING backlogIndex FROM 1 BY 1
                UNTIL backlogIndex > backlogCount
    END-READ.
TallyConsumedMaterial.
    MOVE "N" TO materialMoveEOF
    OPEN INPUT materialMoveFile
    IF materialMoveStatus = "00"
        PERFORM TallyOneMaterialMove UNTIL materialMoveEOF = "Y"
        CLOSE materialMoveFile
    END-IF.
TallyOneMaterialMove.
    READ materialMoveFile
        AT END MOVE "Y" TO materialMoveEOF
        NOT AT END
            IF mvMoveType = "C"
                AND mvJobNumber IS NUMERIC
                AND mvJobNumber > ZERO
                PERFORM ValueOneConsumption
            END-IF
    END-READ.
ValueOneConsumption.
    MOVE mvMaterialCode TO lookupMaterialCode
    PERFORM FindCatalogEntry
    IF catalogFound = ZERO
        MOVE ZERO TO moveUnitCost
        ADD 1 TO unpricedMoveCount
    ELSE
        IF caValMonth (catalogFound) > ZERO
            MOVE caAverageCost (catalogFound) TO moveUnitCost
        ELSE
            MOVE caCostRate (catalogFound) TO moveUnitCost
        END-IF
    END-IF
    COMPUTE moveCost ROUNDED = mvQuantity * moveUnitCost
    MOVE mvJobNumber TO matchJobNumber
    MOVE moveCost TO matchCost
    MOVE "M" TO matchKind
    PERFORM AddCostToOneBacklogJob
        VARYING backlogIndex FROM 1 BY 1
        UNTIL backlogIndex > backlogCount.
AddCostToOneBacklogJob.
    IF blJobNumber (backlogIndex) = matchJobNumber
        AND matchJobNumber > ZERO
        IF matchKind = "L"
            ADD matchCost TO blLaborPosted (backlogIndex)
        ELSE
            ADD matchCost TO blMaterialUsed (backlogIndex)
        END-IF
    END-IF.
WriteBacklogReport.
    OPEN OUTPUT backlogReportFile
    WRITE backlogReportRecord FROM backlogTitleLine
    MOVE runDate TO balRunDate
    MOVE builtThreshold TO balThreshold
    WRITE backlogReportRecord FROM backlogAsOfLine
    WRITE backlogReportRecord FROM backlogHeadingLine
    MOVE ZERO TO ageBucketValue (1) ageBucketValue (2)
        ageBucketValue (3) ageBucketValue (4)
    MOVE ZERO TO ageBucketCount (1) ageBucketCount (2)
        ageBucketCount (3) ageBucketCount (4)
    PERFORM ReportOneBacklogQuote
        VARYING backlogIndex FROM 1 BY 1
        UNTIL backlogIndex > backlogCount
    MOVE "-- BACKLOG VALUE BY AGE SINCE ACCEPTANCE"
        TO backlogSectionLine
    WRITE backlogReportRecord FROM backlogSectionLine
    PERFORM WriteOneAgeLine
        VARYING ageBucketIndex FROM 1 BY 1
        UNTIL ageBucketIndex > 4
    MOVE "-- BACKLOG VALUE BY CUSTOMER" TO backlogSectionLine
    WRITE backlogReportRecord FROM backlogSectionLine
    PERFORM WriteOneCustomerLine
        VARYING customerIndex FROM 1 BY 1
        UNTIL customerIndex > customerCount
    MOVE "-- BACKLOG VALUE BY MONTH ACCEPTED" TO backlogSectionLine
    WRITE backlogReportRecord FROM backlogSectionLine
    MOVE ZERO TO lastMonthWritten
    PERFORM WriteNextMonthLine monthCount TIMES
    MOVE totalBacklogValue TO btlBacklogValue
    MOVE openQuoteCount TO btlQuoteCount
    MOVE totalPostedCost TO btlPostedCost
    WRITE backlogReportRecord FROM backlogTotalLine
    MOVE builtQuoteCount TO bblBuiltCount
    MOVE builtBacklogValue TO bblBuiltValue
    WRITE backlogReportRecord FROM backlogBuiltLine
    IF undatedQuoteCount > ZERO
        MOVE undatedQuoteCount TO noteCountText
        MOVE SPACES TO backlogNoteLine
        STRING "* " DELIMITED BY SIZE
            noteCountText DELIMITED BY SIZE
            " QUOTE(S) ACCEPTED BEFORE STATUS DATES WERE KEPT - "
                DELIMITED BY SIZE
            "AGED FROM QUOTE DATE" DELIMITED BY SIZE
            INTO backlogNoteLine
        END-STRING
        WRITE backlogReportRecord FROM backlogNoteLine
    END-IF
    IF unpricedMoveCount > ZERO
        MOVE unpricedMoveCount TO noteCountText
        MOVE SPACES TO backlogNoteLine
        STRING noteCountText DELIMITED BY SIZE
            " CONSUMPTION MOVE(S) FOR MATERIALS NOT ON MATCAT.DAT "
                DELIMITED BY SIZE
            "VALUED AT ZERO" DELIMITED BY SIZE
            INTO backlogNoteLine
        END-STRING
        WRITE backlogReportRecord FROM backlogNoteLine
    END-IF
    CLOSE backlogReportFile.
ReportOneBacklogQuote.
    IF blInvoiced (backlogIndex) = "N"
        PERFORM ReportUninvoicedQuote
    END-IF.
ReportUninvoicedQuote.
    ADD 1 TO openQuoteCount
    COMPUTE acceptAgeDays = todayInteger
        - FUNCTION INTEGER-OF-DATE(blAcceptDate (backlogIndex))
    IF acceptAgeDays < ZERO
        MOVE ZERO TO acceptAgeDays
    END-IF
    COMPUTE postedCost = blLaborPosted (backlogIndex)
        + blMaterialUsed (backlogIndex)
    IF blJobTotal (backlogIndex) > ZERO
        COMPUTE builtPercent ROUNDED =
            (postedCost * 100) / blJobTotal (backlogIndex)
            ON SIZE ERROR MOVE 999.99 TO builtPercent
        END-COMPUTE
    ELSE
        MOVE ZERO TO builtPercent
    END-IF
    MOVE blQuoteNumber (backlogIndex) TO bdlQuoteNumber
    MOVE blRevisionNumber (backlogIndex) TO bdlRevisionNumber
    MOVE blCustomerId (backlogIndex) TO bdlCustomerId
    MOVE blJobNumber (backlogIndex) TO bdlJobNumber
    MOVE blAcceptDate (backlogIndex) TO bdlAcceptDate
    MOVE blDateFromQuote (backlogIndex) TO bdlDateMark
    MOVE acceptAgeDays TO bdlAgeDays
    MOVE blJobTotal (backlogIndex) TO bdlJobTotal
    MOVE blLaborPosted (backlogIndex) TO bdlLaborPosted
    MOVE blMaterialUsed (backlogIndex) TO bdlMaterialUsed
    MOVE builtPercent TO bdlBuiltPercent
    IF builtPercent >= builtThreshold AND postedCost > ZERO
        MOVE "BUILT - UNBILLED" TO bdlBuiltFlag
        ADD 1 TO builtQuoteCount
        ADD blJobTotal (backlogIndex) TO builtBacklogValue
    ELSE
        MOVE SPACES TO bdlBuiltFlag
    END-IF
    IF blDateFromQuote (backlogIndex) = "*"
        ADD 1 TO undatedQuoteCount
    END-IF
    WRITE backlogReportRecord FROM backlogDetailLine
    ADD blJobTotal (backlogIndex) TO totalBacklogValue
    ADD postedCost TO totalPostedCost
    IF acceptAgeDays <= 30
        MOVE 1 TO ageBucketIndex
    ELSE
    IF acceptAgeDays <= 60
        MOVE 2 TO ageBucketIndex
    ELSE
    IF acceptAgeDays <= 90
        MOVE 3 TO ageBucketIndex
    ELSE
        MOVE 4 TO ageBucketIndex
    END-IF
    END-IF
    END-IF
    ADD blJobTotal (backlogIndex) TO ageBucketValue (ageBucketIndex)
    ADD 1 TO ageBucketCount (ageBucketIndex)
    PERFORM FindCustomerEntry
    IF customerFound > ZERO
        ADD 1 TO cbQuoteCount (customerFound)
        ADD blJobTotal (backlogIndex)
            TO cbBacklogValue (customerFound)
        ADD postedCost TO cbPostedCost (customerFound)
    END-IF
    MOVE blAcceptDate (backlogIndex) (1:6) TO keyMonth
    PERFORM FindMonthEntry
    IF monthFound > ZERO
        ADD 1 TO mbQuoteCount (monthFound)
        ADD blJobTotal (backlogIndex) TO mbBacklogValue (monthFound)
    END-IF.
FindCustomerEntry.
    MOVE ZERO TO customerFound
    PERFORM MatchOneCustomer
        VARYING customerIndex FROM 1 BY 1
        UNTIL customerIndex > customerCount
            OR customerFound > ZERO
    IF customerFound = ZERO AND customerCount < 100
        ADD 1 TO customerCount
        MOVE customerCount TO customerFound
        MOVE blCustomerId (backlogIndex)
            TO cbCustomerId (customerFound)
        MOVE ZERO TO cbQuoteCount (customerFound)
        MOVE ZERO TO cbBacklogValue (customerFound)
        MOVE ZERO TO cbPostedCost (customerFound)
    END-IF.
MatchOneCustomer.
    IF cbCustomerId (customerIndex) = blCustomerId (backlogIndex)
        MOVE customerIndex TO customerFound
    END-IF.
FindMonthEntry.
    MOVE ZERO TO monthFound
    PERFORM MatchOneMonth
        VARYING monthIndex FROM 1 BY 1
        UNTIL monthIndex > monthCount
            OR monthFound > ZERO
    IF monthFound = ZERO AND monthCount < 60
        ADD 1 TO monthCount
        MOVE monthCount TO monthFound
        MOVE keyMonth TO mbAcceptMonth (monthFound)
        MOVE ZERO TO mbQuoteCount (monthFound)
        MOVE ZERO TO mbBacklogValue (monthFound)
    END-IF.
MatchOneMonth.
    IF mbAcceptMonth (monthIndex) = keyMonth
        MOVE monthIndex TO monthFound
    END-IF.
WriteOneAgeLine.
    MOVE bucketName (ageBucketIndex) TO balBucketName
    MOVE ageBucketValue (ageBucketIndex) TO balBucketValue
    MOVE ageBucketCount (ageBucketIndex) TO balBucketCount
    WRITE backlogReportRecord FROM backlogAgeLine.
WriteOneCustomerLine.
    MOVE cbCustomerId (customerIndex) TO bclCustomerId
    MOVE cbQuoteCount (customerIndex) TO bclQuoteCount
    MOVE cbBacklogValue (customerIndex) TO bclBacklogValue
    MOVE cbPostedCost (customerIndex) TO bclPostedCost
    WRITE backlogReportRecord FROM backlogCustomerLine.
WriteNextMonthLine.
    MOVE ZERO TO monthFound
    PERFORM PickEarlierMonth
        VARYING monthIndex FROM 1 BY 1
        UNTIL monthIndex > monthCount
    MOVE mbAcceptMonth (monthFound) TO bmlAcceptMonth
    MOVE mbQuoteCount (monthFound) TO bmlQuoteCount
    MOVE mbBacklogValue (monthFound) TO bmlBacklogValue
    WRITE backlogReportRecord FROM backlogMonthLine
    MOVE mbAcceptMonth (monthFound) TO lastMonthWritten.
PickEarlierMonth.
    IF mbAcceptMonth (monthIndex) > lastMonthWritten
        IF monthFound = ZERO
            MOVE monthIndex TO monthFound
        ELSE
            IF mbAcceptMonth (monthIndex)
                < mbAcceptMonth (monthFound)
                MOVE monthIndex TO monthFound
            END-IF
        END-IF
    END-IF.
