*> Shop capacity load report. Quotes were accepted through
*> QUOTE-STATUS-UPDATE with no view of whether the shop could build
*> them, and a department found out it was overbooked when the floor
*> was already full. This takes every accepted quote on QUOTEREG.DAT
*> that has not yet been invoiced on INVCREG.DAT, applies the catalog's
*> standard labor hours per square unit (MATCAT.DAT) to the quote's
*> ESTDETL.DAT lines for its live revision, and drops each job's hours
*> into the week it is due - the quote date plus the SHOP-LEAD control
*> row in CTLLIMIT.DAT (value 1 = lead days, default 14), with anything
*> already past due loaded into the first week. Capacity for a keyed
*> department is built day by day from the SHIFTSCH.DAT hours of its
*> active EMPROSTR.DAT employees on SHOPCAL.DAT working days (a date
*> missing from the calendar counts as working Monday to Friday).
*> SHOPLOAD.RPT lists the jobs loaded, then load against capacity
*> week by week with the backlog carried forward, flags every week
*> whose load exceeds its capacity, and closes with the week the
*> backlog clears so sales can quote a realistic lead time.
IDENTIFICATION DIVISION.
PROGRAM-ID. SHOP-CAPACITY-LOAD.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT quoteRegisterFile ASSIGN TO "QUOTEREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS quoteRegisterStatus.
    SELECT invoiceRegisterFile ASSIGN TO "INVCREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS invoiceRegisterStatus.
    SELECT estimateDetailFile ASSIGN TO "ESTDETL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS estimateDetailStatus.
    SELECT materialCatalogFile ASSIGN TO "MATCAT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS materialCatalogStatus.
    SELECT rosterFile ASSIGN TO "EMPROSTR.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS rEmployeeId
        FILE STATUS IS rosterFileStatus.
    SELECT shiftScheduleFile ASSIGN TO "SHIFTSCH.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS shiftScheduleStatus.
    SELECT shopCalendarFile ASSIGN TO "SHOPCAL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS shopCalendarStatus.
    SELECT ctlLimitFile ASSIGN TO "CTLLIMIT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ctlLimitFileStatus.
    SELECT loadReportFile ASSIGN TO "SHOPLOAD.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  quoteRegisterFile.
COPY "QUOTEREG.cpy".
FD  invoiceRegisterFile.
COPY "INVCREG.cpy".
FD  estimateDetailFile.
COPY "ESTDETL.cpy".
FD  materialCatalogFile.
COPY "MATCAT.cpy".
FD  rosterFile.
COPY "EMPROSTR.cpy".
FD  shiftScheduleFile.
01 shiftScheduleRecord.
    05 ssEmployeeId PIC 9(06).
    05 ssWeekday PIC 9(01).
    05 ssStartTime PIC 9(04).
    05 ssEndTime PIC 9(04).
FD  shopCalendarFile.
01 shopCalendarRecord.
    05 scDate PIC 9(08).
    05 scDayType PIC X(1).
FD  ctlLimitFile.
COPY "CTLLIMIT.cpy".
FD  loadReportFile.
01 loadReportRecord PIC X(110).
WORKING-STORAGE SECTION.
    01 quoteRegisterStatus PIC X(2) VALUE "00".
    01 invoiceRegisterStatus PIC X(2) VALUE "00".
    01 estimateDetailStatus PIC X(2) VALUE "00".
    01 materialCatalogStatus PIC X(2) VALUE "00".
    01 rosterFileStatus PIC X(2) VALUE "00".
    01 shiftScheduleStatus PIC X(2) VALUE "00".
    01 shopCalendarStatus PIC X(2) VALUE "00".
    01 ctlLimitFileStatus PIC X(2) VALUE "00".
    01 quoteRegisterEOF PIC X(1) VALUE "N".
    01 invoiceRegisterEOF PIC X(1) VALUE "N".
    01 estimateDetailEOF PIC X(1) VALUE "N".
    01 materialCatalogEOF PIC X(1) VALUE "N".
    01 rosterEOF PIC X(1) VALUE "N".
    01 shiftScheduleEOF PIC X(1) VALUE "N".
    01 shopCalendarEOF PIC X(1) VALUE "N".
    01 ctlLimitEOF PIC X(1) VALUE "N".
    01 materialTable.
        05 materialEntry OCCURS 20 TIMES.
            10 mtMaterialCode PIC X(4).
            10 mtLaborHoursPerArea PIC 9(02)V9(04).
    01 materialCount PIC 99 VALUE ZERO.
    01 materialIndex PIC 99.
    01 materialFound PIC 99.
    01 jobTable.
        05 jobEntry OCCURS 200 TIMES.
            10 jbQuoteNumber PIC 9(06).
            10 jbQuoteDate PIC 9(08).
            10 jbCustomerId PIC X(6).
            10 jbJobNumber PIC 9(06).
            10 jbRevisionNumber PIC 9(02).
            10 jbHours PIC 9(07)V99.
            10 jbLineCount PIC 9(04).
            10 jbDueWeek PIC 9(02).
    01 jobCount PIC 9(03) VALUE ZERO.
    01 jobIndex PIC 9(03).
    01 jobFound PIC 9(03).
    01 jobOverflow PIC X(1) VALUE "N".
    01 invoicedTable.
        05 invoicedQuoteNumber PIC 9(06) OCCURS 500 TIMES.
    01 invoicedCount PIC 9(03) VALUE ZERO.
    01 invoicedIndex PIC 9(03).
    01 quoteInvoiced PIC X(1).
    01 staffTable.
        05 staffEmployeeId PIC 9(06) OCCURS 200 TIMES.
    01 staffCount PIC 9(03) VALUE ZERO.
    01 staffIndex PIC 9(03).
    01 staffFound PIC X(1).
    01 shiftTable.
        05 shiftEntry OCCURS 500 TIMES.
            10 shEmployeeId PIC 9(06).
            10 shWeekday PIC 9(01).
            10 shHours PIC 9(02)V99.
    01 shiftCount PIC 9(03) VALUE ZERO.
    01 shiftIndex PIC 9(03).
    01 calendarTable.
        05 calendarEntry OCCURS 800 TIMES.
            10 calDate PIC 9(08).
            10 calDayType PIC X(1).
    01 calendarCount PIC 9(03) VALUE ZERO.
    01 calendarIndex PIC 9(03).
    01 weekTable.
        05 weekEntry OCCURS 26 TIMES.
            10 wkStartDate PIC 9(08).
            10 wkWorkDays PIC 9(01).
            10 wkCapacity PIC 9(07)V99.
            10 wkLoad PIC 9(07)V99.
            10 wkJobCount PIC 9(03).
    01 weekCount PIC 99 VALUE 8.
    01 weekIndex PIC 99.
    01 keyedWeeksText PIC X(02).
    01 keyedDeptCode PIC X(4).
    01 leadDays PIC 9(03) VALUE 14.
    01 ctlRunDate PIC 9(08).
    01 ctlBestEffectiveDate PIC 9(08) VALUE ZERO.
    01 ctlRowFound PIC X(1) VALUE "N".
    01 runDate PIC 9(08).
    01 runInteger PIC 9(08).
    01 firstWeekInteger PIC 9(08).
    01 dayInteger PIC 9(08).
    01 dayOffset PIC 9(03).
    01 dayDate PIC 9(08).
    01 dayWeekday PIC 9(01).
    01 dayType PIC X(1).
    01 dueInteger PIC 9(08).
    01 dueWeekWork PIC S9(05).
    01 startMinutes PIC 9(04).
    01 endMinutes PIC 9(04).
    01 shiftMinutes PIC S9(05).
    01 timeHours PIC 9(02).
    01 timeMinutes PIC 9(02).
    01 lineHours PIC 9(07)V99.
    01 noStandardLines PIC 9(05) VALUE ZERO.
    01 unlinkedJobCount PIC 9(03) VALUE ZERO.
    01 laterLoad PIC 9(07)V99 VALUE ZERO.
    01 laterJobCount PIC 9(03) VALUE ZERO.
    01 totalLoad PIC 9(08)V99 VALUE ZERO.
    01 totalCapacity PIC 9(08)V99 VALUE ZERO.
    01 carryHours PIC 9(07)V99 VALUE ZERO.
    01 demandHours PIC 9(08)V99.
    01 loadPercent PIC 9(04)V9.
    01 overloadCount PIC 99 VALUE ZERO.
    01 clearWeekDate PIC 9(08) VALUE ZERO.
    01 loadTitleLine PIC X(40)
        VALUE "SHOP CAPACITY LOAD REPORT".
    01 loadParameterLine.
        05 FILLER PIC X(6) VALUE "DEPT: ".
        05 lplDeptCode PIC X(4).
        05 FILLER PIC X(12) VALUE " HEADCOUNT=".
        05 lplHeadcount PIC ZZ9.
        05 FILLER PIC X(12) VALUE " LEAD DAYS=".
        05 lplLeadDays PIC ZZ9.
        05 FILLER PIC X(9) VALUE " WEEKS=".
        05 lplWeekCount PIC Z9.
    01 jobSectionLine PIC X(40)
        VALUE "ACCEPTED JOBS NOT YET INVOICED".
    01 jobDetailLine.
        05 FILLER PIC X(6) VALUE "QUOTE ".
        05 jdlQuoteNumber PIC 9(06).
        05 FILLER PIC X(5) VALUE " JOB ".
        05 jdlJobNumber PIC 9(06).
        05 FILLER PIC X(6) VALUE " CUST ".
        05 jdlCustomerId PIC X(6).
        05 FILLER PIC X(8) VALUE " QUOTED ".
        05 jdlQuoteDate PIC 9(08).
        05 FILLER PIC X(7) VALUE " LINES=".
        05 jdlLineCount PIC ZZZ9.
        05 FILLER PIC X(7) VALUE " HOURS=".
        05 jdlHours PIC Z,ZZZ,ZZ9.99.
        05 FILLER PIC X(6) VALUE " WEEK ".
        05 jdlDueWeek PIC X(8).
    01 weekSectionLine PIC X(40)
        VALUE "LOAD AGAINST CAPACITY BY WEEK".
    01 weekDetailLine.
        05 FILLER PIC X(8) VALUE "WEEK OF ".
        05 wdlStartDate PIC 9(08).
        05 FILLER PIC X(6) VALUE " DAYS=".
        05 wdlWorkDays PIC 9.
        05 FILLER PIC X(10) VALUE " CAPACITY=".
        05 wdlCapacity PIC ZZZ,ZZ9.99.
        05 FILLER PIC X(6) VALUE " LOAD=".
        05 wdlLoad PIC ZZZ,ZZ9.99.
        05 FILLER PIC X(7) VALUE " CARRY=".
        05 wdlCarry PIC ZZZ,ZZ9.99.
        05 FILLER PIC X(5) VALUE " PCT=".
        05 wdlPercent PIC ZZZ9.9.
        05 FILLER PIC X(1) VALUE " ".
        05 wdlFlag PIC X(10).
    01 laterLine.
        05 FILLER PIC X(28) VALUE "DUE BEYOND THE HORIZON JOBS=".
        05 lrlJobCount PIC ZZ9.
        05 FILLER PIC X(7) VALUE " HOURS=".
        05 lrlHours PIC Z,ZZZ,ZZ9.99.
    01 loadTotalLine.
        05 FILLER PIC X(11) VALUE "TOTAL LOAD=".
        05 ltlLoad PIC ZZ,ZZZ,ZZ9.99.
        05 FILLER PIC X(10) VALUE " CAPACITY=".
        05 ltlCapacity PIC ZZ,ZZZ,ZZ9.99.
        05 FILLER PIC X(18) VALUE " OVERLOADED WEEKS=".
        05 ltlOverloadCount PIC Z9.
    01 exceptionLine.
        05 FILLER PIC X(22) VALUE "JOBS WITH NO JOB LINK=".
        05 exlUnlinkedCount PIC ZZ9.
        05 FILLER PIC X(25) VALUE " LINES WITH NO HOURS STD=".
        05 exlNoStandardLines PIC ZZZZ9.
    01 clearLine.
        05 FILLER PIC X(26) VALUE "BACKLOG CLEARS IN WEEK OF ".
        05 cllClearDate PIC 9(08).
    01 notClearedLine PIC X(50)
        VALUE "BACKLOG DOES NOT CLEAR WITHIN THE HORIZON".
    01 tlInputs PIC X(40).
    01 tlResultOut PIC X(20).
    01 logProgramName PIC X(27) VALUE "SHOP-CAPACITY-LOAD".
    01 logRunStatus PIC X(08) VALUE "OK".
    01 operatorId PIC X(08).
PROCEDURE DIVISION.
MAIN-PROCEDURE.
    DISPLAY "Enter operator ID: "
    ACCEPT operatorId
    CALL "REPORT-HEADER" USING "SHOP-CAPACITY-LOAD", operatorId
    ACCEPT runDate FROM DATE YYYYMMDD
    DISPLAY "Enter department code: "
    ACCEPT keyedDeptCode
    DISPLAY "Enter weeks to report (01-26, blank for 8): "
    ACCEPT keyedWeeksText
    IF keyedWeeksText IS NUMERIC
        MOVE keyedWeeksText TO weekCount
    END-IF
    IF weekCount < 1 OR weekCount > 26
        MOVE 8 TO weekCount
    END-IF
    PERFORM LoadLeadDays
    PERFORM LoadMaterialCatalog
    PERFORM LoadInvoicedQuotes
    PERFORM LoadAcceptedJobs
    PERFORM ApplyEstimateHours
    PERFORM LoadDepartmentStaff
    PERFORM LoadShiftSchedule
    PERFORM LoadShopCalendar
    PERFORM BuildWeekTable
    PERFORM PlaceOneJob
        VARYING jobIndex FROM 1 BY 1 UNTIL jobIndex > jobCount
    PERFORM WriteLoadReport
    DISPLAY "Capacity load written to SHOPLOAD.RPT - "
        overloadCount " overloaded week(s)."
    MOVE SPACES TO tlInputs
    STRING "DEPT " DELIMITED BY SIZE
        keyedDeptCode DELIMITED BY SIZE
        " WEEKS " DELIMITED BY SIZE
        weekCount DELIMITED BY SIZE
        INTO tlInputs
    END-STRING
    MOVE SPACES TO tlResultOut
    STRING "JOBS=" DELIMITED BY SIZE
        jobCount DELIMITED BY SIZE
        " OVER=" DELIMITED BY SIZE
        overloadCount DELIMITED BY SIZE
        INTO tlResultOut
    END-STRING
    CALL "TRANSACTION-LOGGER" USING logProgramName,
        tlInputs, tlResultOut, operatorId, logRunStatus
    GOBACK.
LoadLeadDays.
    ACCEPT ctlRunDate FROM DATE YYYYMMDD
    MOVE "N" TO ctlLimitEOF
    OPEN INPUT ctlLimitFile
    IF ctlLimitFileStatus = "00"
        PERFORM FindLeadDaysRow UNTIL ctlLimitEOF = "Y"
        CLOSE ctlLimitFile
    END-IF.
FindLeadDaysRow.
    READ ctlLimitFile
        AT END MOVE "Y" TO ctlLimitEOF
        NOT AT END
            IF CTL-EFFECTIVE-DATE IS NOT NUMERIC
                MOVE ZERO TO CTL-EFFECTIVE-DATE
            END-IF
            IF CTL-CHECK-NAME = "SHOP-LEAD"
                AND CTL-EFFECTIVE-DATE <= ctlRunDate
                AND (ctlRowFound = "N"
                    OR CTL-EFFECTIVE-DATE >= ctlBestEffectiveDate)
                MOVE CTL-LIMIT-VALUE-1 TO leadDays
                MOVE CTL-EFFECTIVE-DATE TO ctlBestEffectiveDate
                MOVE "Y" TO ctlRowFound
            END-IF
    END-READ.
LoadMaterialCatalog.
    MOVE ZERO TO materialCount
    MOVE "N" TO materialCatalogEOF
    OPEN INPUT materialCatalogFile
    IF materialCatalogStatus = "00"
        PERFORM ReadMaterialCatalogRecord
        PERFORM AddMaterialEntry
            UNTIL materialCatalogEOF = "Y" OR materialCount = 20
        CLOSE materialCatalogFile
    END-IF.
ReadMaterialCatalogRecord.
    READ materialCatalogFile
        AT END MOVE "Y" TO materialCatalogEOF
    END-READ.
AddMaterialEntry.
    ADD 1 TO materialCount
    MOVE mcMaterialCode TO mtMaterialCode (materialCount)
    IF mcLaborHoursPerArea IS NUMERIC
        MOVE mcLaborHoursPerArea
            TO mtLaborHoursPerArea (materialCount)
    ELSE
        MOVE ZERO TO mtLaborHoursPerArea (materialCount)
    END-IF
    PERFORM ReadMaterialCatalogRecord.
LoadInvoicedQuotes.
    MOVE ZERO TO invoicedCount
    MOVE "N" TO invoiceRegisterEOF
    OPEN INPUT invoiceRegisterFile
    IF invoiceRegisterStatus = "00"
        PERFORM ReadInvoiceRegisterRecord
        PERFORM AddInvoicedEntry
            UNTIL invoiceRegisterEOF = "Y" OR invoicedCount = 500
        CLOSE invoiceRegisterFile
    END-IF.
ReadInvoiceRegisterRecord.
    READ invoiceRegisterFile
        AT END MOVE "Y" TO invoiceRegisterEOF
    END-READ.
AddInvoicedEntry.
    ADD 1 TO invoicedCount
    MOVE ivQuoteNumber TO invoicedQuoteNumber (invoicedCount)
    PERFORM ReadInvoiceRegisterRecord.
LoadAcceptedJobs.
    MOVE ZERO TO jobCount
    MOVE "N" TO quoteRegisterEOF
    OPEN INPUT quoteRegisterFile
    IF quoteRegisterStatus = "00"
        PERFORM TakeOneAcceptedQuote UNTIL quoteRegisterEOF = "Y"
        CLOSE quoteRegisterFile
    ELSE
        DISPLAY "Quote register not available."
    END-IF
    IF jobOverflow = "Y"
        DISPLAY "WARNING: MORE THAN 200 ACCEPTED JOBS - "
            "LOAD IS UNDERSTATED"
    END-IF.
TakeOneAcceptedQuote.
    READ quoteRegisterFile
        AT END MOVE "Y" TO quoteRegisterEOF
        NOT AT END
            IF qrStatus = "A"
                MOVE "N" TO quoteInvoiced
                PERFORM MatchOneInvoicedQuote
                    VARYING invoicedIndex FROM 1 BY 1
                    UNTIL invoicedIndex > invoicedCount
                        OR quoteInvoiced = "Y"
                IF quoteInvoiced = "N"
                    PERFORM AddJobEntry
                END-IF
            END-IF
    END-READ.
MatchOneInvoicedQuote.
    IF invoicedQuoteNumber (invoicedIndex) = qrQuoteNumber
        MOVE "Y" TO quoteInvoiced
    END-IF.
AddJobEntry.
    IF jobCount = 200
        MOVE "Y" TO jobOverflow
    ELSE
        ADD 1 TO jobCount
        MOVE qrQuoteNumber TO jbQuoteNumber (jobCount)
        MOVE qrQuoteDate TO jbQuoteDate (jobCount)
        MOVE qrCustomerId TO jbCustomerId (jobCount)
        IF qrJobNumber IS NUMERIC
            MOVE qrJobNumber TO jbJobNumber (jobCount)
        ELSE
            MOVE ZERO TO jbJobNumber (jobCount)
        END-IF
        IF jbJobNumber (jobCount) = ZERO
            ADD 1 TO unlinkedJobCount
        END-IF
        IF qrRevisionNumber IS NUMERIC
            MOVE qrRevisionNumber TO jbRevisionNumber (jobCount)
        ELSE
            MOVE 01 TO jbRevisionNumber (jobCount)
        END-IF
        MOVE ZERO TO jbHours (jobCount)
        MOVE ZERO TO jbLineCount (jobCount)
        MOVE ZERO TO jbDueWeek (jobCount)
    END-IF.
ApplyEstimateHours.
    MOVE "N" TO estimateDetailEOF
    OPEN INPUT estimateDetailFile
    IF estimateDetailStatus = "00"
        PERFORM LoadOneEstimateLine UNTIL estimateDetailEOF = "Y"
        CLOSE estimateDetailFile
    ELSE
        DISPLAY "No estimate detail extract on file - "
            "no hours loaded."
    END-IF.
LoadOneEstimateLine.
    READ estimateDetailFile
        AT END MOVE "Y" TO estimateDetailEOF
        NOT AT END
            MOVE ZERO TO jobFound
            PERFORM MatchOneJobLine
                VARYING jobIndex FROM 1 BY 1
                UNTIL jobIndex > jobCount OR jobFound > ZERO
            IF jobFound > ZERO
                PERFORM AddLineHours
            END-IF
    END-READ.
MatchOneJobLine.
    IF jbJobNumber (jobIndex) NOT = ZERO
        AND etJobNumber = jbJobNumber (jobIndex)
        AND (etRevisionNumber IS NOT NUMERIC
            OR etRevisionNumber = jbRevisionNumber (jobIndex))
        MOVE jobIndex TO jobFound
    END-IF.
AddLineHours.
    ADD 1 TO jbLineCount (jobFound)
    MOVE ZERO TO materialFound
    PERFORM MatchOneMaterial
        VARYING materialIndex FROM 1 BY 1
        UNTIL materialIndex > materialCount OR materialFound > ZERO
    IF materialFound = ZERO
        ADD 1 TO noStandardLines
    ELSE
    IF mtLaborHoursPerArea (materialFound) = ZERO
        ADD 1 TO noStandardLines
    ELSE
        COMPUTE lineHours ROUNDED = etEstimatedArea
            * mtLaborHoursPerArea (materialFound)
        ADD lineHours TO jbHours (jobFound)
    END-IF
    END-IF.
MatchOneMaterial.
    IF mtMaterialCode (materialIndex) = etMaterialCode
        MOVE materialIndex TO materialFound
    END-IF.
LoadDepartmentStaff.
    MOVE ZERO TO staffCount
    MOVE "N" TO rosterEOF
    OPEN INPUT rosterFile
    IF rosterFileStatus = "00"
        MOVE LOW-VALUES TO rEmployeeId
        START rosterFile KEY IS GREATER THAN OR EQUAL rEmployeeId
            INVALID KEY MOVE "Y" TO rosterEOF
            NOT INVALID KEY CONTINUE
        END-START
        PERFORM TakeOneRosterRecord
            UNTIL rosterEOF = "Y" OR staffCount = 200
        CLOSE rosterFile
    ELSE
        DISPLAY "Roster not available - no capacity."
    END-IF.
TakeOneRosterRecord.
    READ rosterFile NEXT RECORD
        AT END MOVE "Y" TO rosterEOF
        NOT AT END
            IF rDeptCode = keyedDeptCode
                AND (rStatus = "A" OR rStatus = SPACE)
                ADD 1 TO staffCount
                MOVE rEmployeeId TO staffEmployeeId (staffCount)
            END-IF
    END-READ.
LoadShiftSchedule.
    MOVE ZERO TO shiftCount
    MOVE "N" TO shiftScheduleEOF
    OPEN INPUT shiftScheduleFile
    IF shiftScheduleStatus = "00"
        PERFORM TakeOneShiftRow
            UNTIL shiftScheduleEOF = "Y" OR shiftCount = 500
        CLOSE shiftScheduleFile
    ELSE
        DISPLAY "Shift schedule not available - no capacity."
    END-IF.
TakeOneShiftRow.
    READ shiftScheduleFile
        AT END MOVE "Y" TO shiftScheduleEOF
        NOT AT END
            MOVE "N" TO staffFound
            PERFORM MatchOneStaffMember
                VARYING staffIndex FROM 1 BY 1
                UNTIL staffIndex > staffCount OR staffFound = "Y"
            IF staffFound = "Y"
                AND ssStartTime IS NUMERIC
                AND ssEndTime IS NUMERIC
                PERFORM AddShiftEntry
            END-IF
    END-READ.
MatchOneStaffMember.
    IF staffEmployeeId (staffIndex) = ssEmployeeId
        MOVE "Y" TO staffFound
    END-IF.
AddShiftEntry.
    DIVIDE ssStartTime BY 100 GIVING timeHours
        REMAINDER timeMinutes
    COMPUTE startMinutes = timeHours * 60 + timeMinutes
    DIVIDE ssEndTime BY 100 GIVING timeHours
        REMAINDER timeMinutes
    COMPUTE endMinutes = timeHours * 60 + timeMinutes
    COMPUTE shiftMinutes = endMinutes - startMinutes
    IF shiftMinutes < ZERO
        ADD 1440 TO shiftMinutes
    END-IF
    ADD 1 TO shiftCount
    MOVE ssEmployeeId TO shEmployeeId (shiftCount)
    MOVE ssWeekday TO shWeekday (shiftCount)
    COMPUTE shHours (shiftCount) ROUNDED = shiftMinutes / 60.
LoadShopCalendar.
    MOVE ZERO TO calendarCount
    MOVE "N" TO shopCalendarEOF
    OPEN INPUT shopCalendarFile
    IF shopCalendarStatus = "00"
        PERFORM ReadShopCalendarRecord
        PERFORM AddCalendarEntry
            UNTIL shopCalendarEOF = "Y" OR calendarCount = 800
        CLOSE shopCalendarFile
    END-IF.
ReadShopCalendarRecord.
    READ shopCalendarFile
        AT END MOVE "Y" TO shopCalendarEOF
    END-READ.
AddCalendarEntry.
    ADD 1 TO calendarCount
    MOVE scDate TO calDate (calendarCount)
    MOVE scDayType TO calDayType (calendarCount)
    PERFORM ReadShopCalendarRecord.
BuildWeekTable.
    COMPUTE runInteger = FUNCTION INTEGER-OF-DATE(runDate)
    COMPUTE firstWeekInteger =
        runInteger - FUNCTION MOD(runInteger - 1, 7)
    PERFORM ClearOneWeek
        VARYING weekIndex FROM 1 BY 1 UNTIL weekIndex > weekCount
    PERFORM AddOneDayCapacity
        VARYING dayOffset FROM 0 BY 1
        UNTIL dayOffset >= weekCount * 7.
ClearOneWeek.
    COMPUTE dayInteger = firstWeekInteger + (weekIndex - 1) * 7
    COMPUTE wkStartDate (weekIndex) =
        FUNCTION DATE-OF-INTEGER(dayInteger)
    MOVE ZERO TO wkWorkDays (weekIndex)
    MOVE ZERO TO wkCapacity (weekIndex)
    MOVE ZERO TO wkLoad (weekIndex)
    MOVE ZERO TO wkJobCount (weekIndex).
AddOneDayCapacity.
    COMPUTE dayInteger = firstWeekInteger + dayOffset
    COMPUTE dayDate = FUNCTION DATE-OF-INTEGER(dayInteger)
    COMPUTE dayWeekday = FUNCTION MOD(dayInteger - 1, 7) + 1
    COMPUTE weekIndex = dayOffset / 7 + 1
    MOVE SPACES TO dayType
    PERFORM FindCalendarDay
        VARYING calendarIndex FROM 1 BY 1
        UNTIL calendarIndex > calendarCount OR dayType NOT = SPACES
    IF dayType = SPACES
        IF dayWeekday > 5
            MOVE "E" TO dayType
        ELSE
            MOVE "W" TO dayType
        END-IF
    END-IF
    IF dayType = "W"
        ADD 1 TO wkWorkDays (weekIndex)
        PERFORM AddOneShiftHours
            VARYING shiftIndex FROM 1 BY 1
            UNTIL shiftIndex > shiftCount
    END-IF.
FindCalendarDay.
    IF calDate (calendarIndex) = dayDate
        MOVE calDayType (calendarIndex) TO dayType
    END-IF.
AddOneShiftHours.
    IF shWeekday (shiftIndex) = dayWeekday
        ADD shHours (shiftIndex) TO wkCapacity (weekIndex)
    END-IF.
PlaceOneJob.
    IF jbQuoteDate (jobIndex) IS NUMERIC
        AND jbQuoteDate (jobIndex) > ZERO
        COMPUTE dueInteger =
            FUNCTION INTEGER-OF-DATE(jbQuoteDate (jobIndex))
            + leadDays
    ELSE
        MOVE runInteger TO dueInteger
    END-IF
    IF dueInteger < firstWeekInteger
        MOVE 1 TO dueWeekWork
    ELSE
        COMPUTE dueWeekWork =
            (dueInteger - firstWeekInteger) / 7 + 1
    END-IF
    IF dueWeekWork > weekCount
        MOVE ZERO TO jbDueWeek (jobIndex)
        ADD 1 TO laterJobCount
        ADD jbHours (jobIndex) TO laterLoad
    ELSE
        MOVE dueWeekWork TO jbDueWeek (jobIndex)
        ADD jbHours (jobIndex) TO wkLoad (dueWeekWork)
        ADD 1 TO wkJobCount (dueWeekWork)
    END-IF
    ADD jbHours (jobIndex) TO totalLoad.
WriteLoadReport.
    OPEN OUTPUT loadReportFile
    WRITE loadReportRecord FROM loadTitleLine
    MOVE keyedDeptCode TO lplDeptCode
    MOVE staffCount TO lplHeadcount
    MOVE leadDays TO lplLeadDays
    MOVE weekCount TO lplWeekCount
    WRITE loadReportRecord FROM loadParameterLine
    WRITE loadReportRecord FROM jobSectionLine
    PERFORM WriteOneJobLine
        VARYING jobIndex FROM 1 BY 1 UNTIL jobIndex > jobCount
    WRITE loadReportRecord FROM weekSectionLine
    MOVE ZERO TO carryHours
    PERFORM WriteOneWeekLine
        VARYING weekIndex FROM 1 BY 1 UNTIL weekIndex > weekCount
    MOVE laterJobCount TO lrlJobCount
    MOVE laterLoad TO lrlHours
    WRITE loadReportRecord FROM laterLine
    MOVE totalLoad TO ltlLoad
    MOVE totalCapacity TO ltlCapacity
    MOVE overloadCount TO ltlOverloadCount
    WRITE loadReportRecord FROM loadTotalLine
    DISPLAY loadTotalLine
    MOVE unlinkedJobCount TO exlUnlinkedCount
    MOVE noStandardLines TO exlNoStandardLines
    WRITE loadReportRecord FROM exceptionLine
    IF clearWeekDate > ZERO
        MOVE clearWeekDate TO cllClearDate
        WRITE loadReportRecord FROM clearLine
        DISPLAY clearLine
    ELSE
        WRITE loadReportRecord FROM notClearedLine
        DISPLAY notClearedLine
    END-IF
    CLOSE loadReportFile.
WriteOneJobLine.
    MOVE jbQuoteNumber (jobIndex) TO jdlQuoteNumber
    MOVE jbJobNumber (jobIndex) TO jdlJobNumber
    MOVE jbCustomerId (jobIndex) TO jdlCustomerId
    MOVE jbQuoteDate (jobIndex) TO jdlQuoteDate
    MOVE jbLineCount (jobIndex) TO jdlLineCount
    MOVE jbHours (jobIndex) TO jdlHours
    IF jbDueWeek (jobIndex) = ZERO
        MOVE "LATER" TO jdlDueWeek
    ELSE
        MOVE wkStartDate (jbDueWeek (jobIndex)) TO jdlDueWeek
    END-IF
    WRITE loadReportRecord FROM jobDetailLine.
WriteOneWeekLine.
    MOVE wkStartDate (weekIndex) TO wdlStartDate
    MOVE wkWorkDays (weekIndex) TO wdlWorkDays
    MOVE wkCapacity (weekIndex) TO wdlCapacity
    MOVE wkLoad (weekIndex) TO wdlLoad
    MOVE carryHours TO wdlCarry
    ADD wkCapacity (weekIndex) TO totalCapacity
    COMPUTE demandHours = carryHours + wkLoad (weekIndex)
    IF wkCapacity (weekIndex) > ZERO
        COMPUTE loadPercent ROUNDED =
            (demandHours * 100) / wkCapacity (weekIndex)
            ON SIZE ERROR MOVE 9999.9 TO loadPercent
        END-COMPUTE
    ELSE
        MOVE ZERO TO loadPercent
    END-IF
    MOVE loadPercent TO wdlPercent
    IF demandHours > wkCapacity (weekIndex)
        MOVE "OVERLOADED" TO wdlFlag
        ADD 1 TO overloadCount
        MOVE ZERO TO clearWeekDate
        COMPUTE carryHours = demandHours - wkCapacity (weekIndex)
    ELSE
        MOVE SPACES TO wdlFlag
        MOVE ZERO TO carryHours
        IF clearWeekDate = ZERO
            MOVE wkStartDate (weekIndex) TO clearWeekDate
        END-IF
    END-IF
    WRITE loadReportRecord FROM weekDetailLine.
