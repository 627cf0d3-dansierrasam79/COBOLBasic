*> Daily security exception report for the supervisor's access
*> review. SignOnAttempt and MenuLoop in SUITE-MENU write every
*> sign-on, bad password, lockout and refused menu choice to
*> SECURITY.LOG, but nothing reviewed it except the sign-on check in
*> EOD-VARIANCE-REPORT. For the review date (today unless keyed) this
*> lists, per operator ID seen in the log that day: sign-ons, failed
*> passwords, lockouts, attempts on an already locked or retired ID,
*> refused menu choices broken out by utility number, and sign-ons
*> outside the operator's shift hours on SHIFTSCH.DAT. An operator ID
*> whose first six characters are an employee number is checked
*> against that employee's schedule for the weekday - a sign-on on a
*> day with no scheduled shift counts as off-shift - and a sign-on
*> within the margin minutes before the start or after the end is
*> allowed; an ID with no schedule at all is noted as not checked.
*> The report then lists every operator ID on OPERCRED.DAT (retired
*> IDs excepted) that has not signed on for the dormant-days limit or
*> never has, so dormant accounts get retired in
*> OPERATOR-SECURITY-MAINT. The SEC-REVIEW row in CTLLIMIT.DAT
*> carries the dormant days (value 1, default 30) and the shift
*> margin minutes (value 2, default 30). The report, SECREVW.RPT,
*> ends with a sign-off line for the reviewing supervisor.
*> A batch request SUITE-MENU refuses because the operator lacks the
*> utility's menu authority (logged as REFUSED BATCH REQ) now counts
*> as a refused choice too, and is listed under the operator as a
*> refused batch request.
IDENTIFICATION DIVISION.
PROGRAM-ID. SECURITY-LOG-REVIEW.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT securityLogFile ASSIGN TO "SECURITY.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS securityLogStatus.
    SELECT operatorCredFile ASSIGN TO "OPERCRED.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS operatorCredStatus.
    SELECT shiftScheduleFile ASSIGN TO "SHIFTSCH.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS shiftScheduleStatus.
    SELECT ctlLimitFile ASSIGN TO "CTLLIMIT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ctlLimitFileStatus.
    SELECT securityReviewFile ASSIGN TO "SECREVW.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  securityLogFile.
01 securityLogRecord PIC X(60).
FD  operatorCredFile.
COPY "OPERCRED.cpy".
FD  shiftScheduleFile.
01 shiftScheduleRecord.
    05 ssEmployeeId PIC 9(06).
    05 ssWeekday PIC 9(01).
    05 ssStartTime PIC 9(04).
    05 ssEndTime PIC 9(04).
FD  ctlLimitFile.
COPY "CTLLIMIT.cpy".
FD  securityReviewFile.
01 securityReviewRecord PIC X(80).
WORKING-STORAGE SECTION.
    01 securityLogStatus PIC X(2) VALUE "00".
    01 operatorCredStatus PIC X(2) VALUE "00".
    01 shiftScheduleStatus PIC X(2) VALUE "00".
    01 ctlLimitFileStatus PIC X(2) VALUE "00".
    01 securityLogEOF PIC X(1) VALUE "N".
    01 credEOF PIC X(1) VALUE "N".
    01 shiftScheduleEOF PIC X(1) VALUE "N".
    01 ctlLimitEOF PIC X(1) VALUE "N".
    01 ctlBestEffectiveDate PIC 9(08) VALUE ZERO.
    01 ctlRowFound PIC X(1) VALUE "N".
    01 dormantDays PIC 9(04) VALUE 30.
    01 shiftMarginMinutes PIC 9(03) VALUE 30.
    01 reviewDate PIC 9(08).
    01 keyedDateText PIC X(08).
    01 reviewWeekday PIC 9(01).
    01 dayNumberWork PIC 9(08).
    01 credTable.
        05 credEntry OCCURS 50 TIMES.
            10 ctOperatorId PIC X(08).
            10 ctLockedFlag PIC X(1).
            10 ctLastSignOnDate PIC 9(08).
    01 credCount PIC 99 VALUE ZERO.
    01 credIndex PIC 99.
    01 credFound PIC 99.
    01 scheduleTable.
        05 scheduleEntry OCCURS 200 TIMES.
            10 sctEmployeeId PIC 9(06).
            10 sctWeekday PIC 9(01).
            10 sctStartTime PIC 9(04).
            10 sctEndTime PIC 9(04).
    01 scheduleCount PIC 9(03) VALUE ZERO.
    01 scheduleIndex PIC 9(03).
    01 scheduleFound PIC 9(03).
    01 employeeHasSchedule PIC X(1).
    01 activityTable.
        05 activityEntry OCCURS 60 TIMES.
            10 avOperatorId PIC X(08).
            10 avSignOns PIC 9(03).
            10 avFailed PIC 9(03).
            10 avLockouts PIC 9(03).
            10 avLockedTries PIC 9(03).
            10 avRefused PIC 9(03).
            10 avOffShift PIC 9(03).
            10 avNoShift PIC X(1).
    01 activityCount PIC 99 VALUE ZERO.
    01 activityIndex PIC 99.
    01 activityFound PIC 99.
    01 refusalTable.
        05 refusalEntry OCCURS 200 TIMES.
            10 rfOperatorId PIC X(08).
            10 rfUtility PIC X(02).
            10 rfCount PIC 9(03).
    01 refusalCount PIC 9(03) VALUE ZERO.
    01 refusalIndex PIC 9(03).
    01 refusalFound PIC 9(03).
    01 offShiftTable.
        05 offShiftEntry OCCURS 100 TIMES.
            10 osOperatorId PIC X(08).
            10 osSignOnTime PIC X(04).
    01 offShiftCount PIC 9(03) VALUE ZERO.
    01 offShiftIndex PIC 9(03).
    01 tableOverflow PIC X(1) VALUE "N".
    01 secTimestampDate PIC 9(08).
    01 secOperatorId PIC X(08).
    01 secEventText PIC X(20).
    01 secSignOnTime PIC X(04).
    01 secSignOnHHMM REDEFINES secSignOnTime.
        05 secSignOnHours PIC 9(02).
        05 secSignOnMinutes PIC 9(02).
    01 shiftTimeWork PIC 9(04).
    01 shiftTimeParts REDEFINES shiftTimeWork.
        05 stpHours PIC 9(02).
        05 stpMinutes PIC 9(02).
    01 signOnMinutes PIC S9(05).
    01 shiftStartMinutes PIC S9(05).
    01 shiftEndMinutes PIC S9(05).
    01 signOnInShift PIC X(1).
    01 unknownAttemptCount PIC 9(05) VALUE ZERO.
    01 exceptionCount PIC 9(05) VALUE ZERO.
    01 dormantCount PIC 9(03) VALUE ZERO.
    01 daysSinceSignOn PIC 9(08).
    01 operatorHasException PIC X(1).
    01 reviewTitleLine PIC X(40)
        VALUE "DAILY SECURITY EXCEPTION REVIEW".
    01 reviewDateLine.
        05 FILLER PIC X(13) VALUE "REVIEW DATE: ".
        05 rdlReviewDate PIC 9999/99/99.
    01 reviewSectionLine PIC X(60).
    01 activityHeadingLine PIC X(80) VALUE
        "  OPERATOR SIGN-ONS FAILED LOCKOUTS LOCKED-TRIES REFUSED OFF-SHIFT".
    01 activityDetailLine.
        05 adlExceptionFlag PIC X(2).
        05 adlOperatorId PIC X(08).
        05 FILLER PIC X(6) VALUE SPACES.
        05 adlSignOns PIC ZZ9.
        05 FILLER PIC X(4) VALUE SPACES.
        05 adlFailed PIC ZZ9.
        05 FILLER PIC X(6) VALUE SPACES.
        05 adlLockouts PIC ZZ9.
        05 FILLER PIC X(10) VALUE SPACES.
        05 adlLockedTries PIC ZZ9.
        05 FILLER PIC X(5) VALUE SPACES.
        05 adlRefused PIC ZZ9.
        05 FILLER PIC X(7) VALUE SPACES.
        05 adlOffShift PIC ZZ9.
    01 refusalDetailLine.
        05 FILLER PIC X(14) VALUE SPACES.
        05 FILLER PIC X(13) VALUE "REFUSED UTIL ".
        05 rdlUtility PIC X(02).
        05 FILLER PIC X(3) VALUE " X ".
        05 rdlCount PIC ZZ9.
    01 batchRefusalDetailLine.
        05 FILLER PIC X(14) VALUE SPACES.
        05 FILLER PIC X(21) VALUE "REFUSED BATCH REQUEST".
        05 FILLER PIC X(3) VALUE " X ".
        05 brdCount PIC ZZ9.
    01 offShiftDetailLine.
        05 FILLER PIC X(14) VALUE SPACES.
        05 FILLER PIC X(24) VALUE "SIGN-ON OUTSIDE SHIFT AT".
        05 FILLER PIC X(1) VALUE SPACE.
        05 osdHours PIC X(02).
        05 FILLER PIC X(1) VALUE ":".
        05 osdMinutes PIC X(02).
    01 noShiftDetailLine PIC X(60) VALUE
        "              NO SHIFT ON SHIFTSCH.DAT - HOURS NOT CHECKED".
    01 unknownAttemptLine.
        05 FILLER PIC X(36)
            VALUE "  SIGN-ON ATTEMPTS WITH UNKNOWN ID: ".
        05 ualCount PIC ZZZZ9.
    01 dormantDetailLine.
        05 FILLER PIC X(2) VALUE SPACES.
        05 ddlOperatorId PIC X(08).
        05 FILLER PIC X(15) VALUE " LAST SIGN-ON: ".
        05 ddlLastText PIC X(15).
        05 ddlDaysText PIC X(20).
    01 dormantDaysShow PIC Z(07)9.
    01 dormantLimitShow PIC ZZZ9.
    01 lastSignOnShow PIC 9999/99/99.
    01 reviewCleanLine PIC X(40)
        VALUE "  (nothing to report)".
    01 reviewTotalLine.
        05 FILLER PIC X(20) VALUE "EXCEPTIONS REPORTED:".
        05 rtlExceptionCount PIC ZZZZ9.
        05 FILLER PIC X(18) VALUE "  DORMANT IDS:".
        05 rtlDormantCount PIC ZZ9.
    01 preparedByLine.
        05 FILLER PIC X(12) VALUE "PREPARED BY ".
        05 pblOperatorId PIC X(08).
    01 signOffLine PIC X(80) VALUE
        "REVIEWED BY SUPERVISOR: ______________________  DATE: __________".
    01 tlInputs PIC X(40).
    01 tlResultOut PIC X(20).
    01 logProgramName PIC X(27)
        VALUE "SECURITY-LOG-REVIEW".
    01 logRunStatus PIC X(08) VALUE "OK".
    01 operatorId PIC X(08).
PROCEDURE DIVISION.
MAIN-PROCEDURE.
    DISPLAY "Enter operator ID: "
    ACCEPT operatorId
    CALL "REPORT-HEADER" USING "SECURITY-LOG-REVIEW", operatorId
    ACCEPT reviewDate FROM DATE YYYYMMDD
    DISPLAY "Enter review date (YYYYMMDD, blank = today): "
    ACCEPT keyedDateText
    IF keyedDateText NOT = SPACES
        IF keyedDateText IS NUMERIC
            MOVE keyedDateText TO reviewDate
        ELSE
            DISPLAY "Review date not numeric - reviewing today."
        END-IF
    END-IF
    COMPUTE dayNumberWork = FUNCTION INTEGER-OF-DATE(reviewDate)
    COMPUTE reviewWeekday = FUNCTION MOD(dayNumberWork - 1, 7) + 1
    PERFORM LoadReviewLimits
    PERFORM LoadCredentialFile
    PERFORM LoadShiftSchedule
    PERFORM ScanSecurityLog
    PERFORM WriteSecurityReview
    DISPLAY "Security review written to SECREVW.RPT - "
        exceptionCount " exception(s), " dormantCount
        " dormant ID(s)."
    IF tableOverflow = "Y"
        DISPLAY "WARNING: MORE ACTIVITY THAN THE REVIEW TABLES HOLD - "
            "SOME DETAIL LINES WERE NOT LISTED"
    END-IF
    MOVE SPACES TO tlInputs
    STRING "SECURITY REVIEW " DELIMITED BY SIZE
        reviewDate DELIMITED BY SIZE
        INTO tlInputs
    END-STRING
    MOVE SPACES TO tlResultOut
    STRING "EXCEPTIONS=" DELIMITED BY SIZE
        exceptionCount DELIMITED BY SIZE
        INTO tlResultOut
    END-STRING
    CALL "TRANSACTION-LOGGER" USING logProgramName,
        tlInputs, tlResultOut, operatorId, logRunStatus
    GOBACK.
LoadReviewLimits.
    MOVE "N" TO ctlLimitEOF
    OPEN INPUT ctlLimitFile
    IF ctlLimitFileStatus = "00"
        PERFORM FindReviewLimitRow UNTIL ctlLimitEOF = "Y"
        CLOSE ctlLimitFile
    END-IF.
FindReviewLimitRow.
    READ ctlLimitFile
        AT END MOVE "Y" TO ctlLimitEOF
        NOT AT END
            IF CTL-EFFECTIVE-DATE IS NOT NUMERIC
                MOVE ZERO TO CTL-EFFECTIVE-DATE
            END-IF
            IF CTL-CHECK-NAME = "SEC-REVIEW"
                AND CTL-EFFECTIVE-DATE <= reviewDate
                AND (ctlRowFound = "N"
                    OR CTL-EFFECTIVE-DATE >= ctlBestEffectiveDate)
                MOVE CTL-LIMIT-VALUE-1 TO dormantDays
                MOVE CTL-LIMIT-VALUE-2 TO shiftMarginMinutes
                MOVE CTL-EFFECTIVE-DATE TO ctlBestEffectiveDate
                MOVE "Y" TO ctlRowFound
            END-IF
    END-READ.
LoadCredentialFile.
    MOVE ZERO TO credCount
    MOVE "N" TO credEOF
    OPEN INPUT operatorCredFile
    IF operatorCredStatus = "00"
        PERFORM ReadCredentialRecord
        PERFORM AddCredentialEntry
            UNTIL credEOF = "Y" OR credCount = 50
        CLOSE operatorCredFile
    END-IF.
ReadCredentialRecord.
    READ operatorCredFile
        AT END MOVE "Y" TO credEOF
    END-READ.
AddCredentialEntry.
    ADD 1 TO credCount
    MOVE ocOperatorId TO ctOperatorId (credCount)
    MOVE ocLockedFlag TO ctLockedFlag (credCount)
    MOVE ZERO TO ctLastSignOnDate (credCount)
    PERFORM ReadCredentialRecord.
LoadShiftSchedule.
    MOVE ZERO TO scheduleCount
    MOVE "N" TO shiftScheduleEOF
    OPEN INPUT shiftScheduleFile
    IF shiftScheduleStatus = "00"
        PERFORM ReadShiftScheduleRecord
        PERFORM AddScheduleEntry
            UNTIL shiftScheduleEOF = "Y" OR scheduleCount = 200
        CLOSE shiftScheduleFile
    END-IF.
ReadShiftScheduleRecord.
    READ shiftScheduleFile
        AT END MOVE "Y" TO shiftScheduleEOF
    END-READ.
AddScheduleEntry.
    ADD 1 TO scheduleCount
    MOVE ssEmployeeId TO sctEmployeeId (scheduleCount)
    MOVE ssWeekday TO sctWeekday (scheduleCount)
    MOVE ssStartTime TO sctStartTime (scheduleCount)
    MOVE ssEndTime TO sctEndTime (scheduleCount)
    PERFORM ReadShiftScheduleRecord.
ScanSecurityLog.
    MOVE "N" TO securityLogEOF
    OPEN INPUT securityLogFile
    IF securityLogStatus = "00"
        PERFORM ReadSecurityLogRecord
        PERFORM ReviewOneSecurityLine UNTIL securityLogEOF = "Y"
        CLOSE securityLogFile
    END-IF.
ReadSecurityLogRecord.
    READ securityLogFile
        AT END MOVE "Y" TO securityLogEOF
    END-READ.
ReviewOneSecurityLine.
    IF securityLogRecord (1:8) IS NUMERIC
        MOVE securityLogRecord (1:8) TO secTimestampDate
        MOVE securityLogRecord (9:4) TO secSignOnTime
        MOVE securityLogRecord (28:8) TO secOperatorId
        MOVE securityLogRecord (37:20) TO secEventText
        IF secEventText = "SIGN-ON OK"
            AND secTimestampDate <= reviewDate
            PERFORM NoteLastSignOn
        END-IF
        IF secTimestampDate = reviewDate
            PERFORM TallyReviewDateEvent
        END-IF
    END-IF
    PERFORM ReadSecurityLogRecord.
NoteLastSignOn.
    MOVE ZERO TO credFound
    PERFORM MatchOneCredential
        VARYING credIndex FROM 1 BY 1
        UNTIL credIndex > credCount OR credFound > ZERO
    IF credFound > ZERO
        IF secTimestampDate > ctLastSignOnDate (credFound)
            MOVE secTimestampDate TO ctLastSignOnDate (credFound)
        END-IF
    END-IF.
MatchOneCredential.
    IF ctOperatorId (credIndex) = secOperatorId
        MOVE credIndex TO credFound
    END-IF.
TallyReviewDateEvent.
    IF secEventText = "UNKNOWN OPERATOR"
        ADD 1 TO unknownAttemptCount
        ADD 1 TO exceptionCount
    ELSE
        PERFORM FindActivityEntry
        IF activityFound > ZERO
            EVALUATE TRUE
                WHEN secEventText = "SIGN-ON OK"
                    ADD 1 TO avSignOns (activityFound)
                    PERFORM CheckSignOnAgainstShift
                WHEN secEventText = "BAD PASSWORD"
                    ADD 1 TO avFailed (activityFound)
                    ADD 1 TO exceptionCount
                WHEN secEventText = "LOCKED AFTER 3"
                    ADD 1 TO avFailed (activityFound)
                    ADD 1 TO avLockouts (activityFound)
                    ADD 1 TO exceptionCount
                WHEN secEventText = "LOCKED OUT"
                    OR secEventText = "RETIRED OPERATOR"
                    ADD 1 TO avLockedTries (activityFound)
                    ADD 1 TO exceptionCount
                WHEN secEventText (1:13) = "REFUSED UTIL "
                    ADD 1 TO avRefused (activityFound)
                    ADD 1 TO exceptionCount
                    PERFORM TallyRefusedUtility
                WHEN secEventText = "REFUSED BATCH REQ"
                    MOVE "REFUSED UTIL BQ" TO secEventText
                    ADD 1 TO avRefused (activityFound)
                    ADD 1 TO exceptionCount
                    PERFORM TallyRefusedUtility
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
        END-IF
    END-IF.
FindActivityEntry.
    MOVE ZERO TO activityFound
    PERFORM MatchOneActivity
        VARYING activityIndex FROM 1 BY 1
        UNTIL activityIndex > activityCount OR activityFound > ZERO
    IF activityFound = ZERO
        IF activityCount < 60
            ADD 1 TO activityCount
            MOVE activityCount TO activityFound
            MOVE secOperatorId TO avOperatorId (activityFound)
            MOVE ZERO TO avSignOns (activityFound)
            MOVE ZERO TO avFailed (activityFound)
            MOVE ZERO TO avLockouts (activityFound)
            MOVE ZERO TO avLockedTries (activityFound)
            MOVE ZERO TO avRefused (activityFound)
            MOVE ZERO TO avOffShift (activityFound)
            MOVE "N" TO avNoShift (activityFound)
        ELSE
            MOVE "Y" TO tableOverflow
        END-IF
    END-IF.
MatchOneActivity.
    IF avOperatorId (activityIndex) = secOperatorId
        MOVE activityIndex TO activityFound
    END-IF.
TallyRefusedUtility.
    MOVE ZERO TO refusalFound
    PERFORM MatchOneRefusal
        VARYING refusalIndex FROM 1 BY 1
        UNTIL refusalIndex > refusalCount OR refusalFound > ZERO
    IF refusalFound = ZERO
        IF refusalCount < 200
            ADD 1 TO refusalCount
            MOVE refusalCount TO refusalFound
            MOVE secOperatorId TO rfOperatorId (refusalFound)
            MOVE secEventText (14:2) TO rfUtility (refusalFound)
            MOVE ZERO TO rfCount (refusalFound)
        ELSE
            MOVE "Y" TO tableOverflow
        END-IF
    END-IF
    IF refusalFound > ZERO
        ADD 1 TO rfCount (refusalFound)
    END-IF.
MatchOneRefusal.
    IF rfOperatorId (refusalIndex) = secOperatorId
        AND rfUtility (refusalIndex) = secEventText (14:2)
        MOVE refusalIndex TO refusalFound
    END-IF.
CheckSignOnAgainstShift.
    MOVE "N" TO employeeHasSchedule
    MOVE ZERO TO scheduleFound
    IF secOperatorId (1:6) IS NUMERIC
        PERFORM MatchOneScheduleRow
            VARYING scheduleIndex FROM 1 BY 1
            UNTIL scheduleIndex > scheduleCount
    END-IF
    IF employeeHasSchedule = "N"
        MOVE "Y" TO avNoShift (activityFound)
    ELSE
        MOVE "N" TO signOnInShift
        IF scheduleFound > ZERO
            PERFORM TestSignOnInShift
        END-IF
        IF signOnInShift = "N"
            ADD 1 TO avOffShift (activityFound)
            ADD 1 TO exceptionCount
            IF offShiftCount < 100
                ADD 1 TO offShiftCount
                MOVE secOperatorId TO osOperatorId (offShiftCount)
                MOVE secSignOnTime TO osSignOnTime (offShiftCount)
            ELSE
                MOVE "Y" TO tableOverflow
            END-IF
        END-IF
    END-IF.
MatchOneScheduleRow.
    IF sctEmployeeId (scheduleIndex) = secOperatorId (1:6)
        MOVE "Y" TO employeeHasSchedule
        IF sctWeekday (scheduleIndex) = reviewWeekday
            MOVE scheduleIndex TO scheduleFound
        END-IF
    END-IF.
TestSignOnInShift.
    COMPUTE signOnMinutes =
        (secSignOnHours * 60) + secSignOnMinutes
    MOVE sctStartTime (scheduleFound) TO shiftTimeWork
    COMPUTE shiftStartMinutes =
        (stpHours * 60) + stpMinutes - shiftMarginMinutes
    MOVE sctEndTime (scheduleFound) TO shiftTimeWork
    COMPUTE shiftEndMinutes =
        (stpHours * 60) + stpMinutes + shiftMarginMinutes
    IF sctEndTime (scheduleFound) < sctStartTime (scheduleFound)
        IF signOnMinutes >= shiftStartMinutes
            OR signOnMinutes <= shiftEndMinutes
            MOVE "Y" TO signOnInShift
        END-IF
    ELSE
        IF signOnMinutes >= shiftStartMinutes
            AND signOnMinutes <= shiftEndMinutes
            MOVE "Y" TO signOnInShift
        END-IF
    END-IF.
WriteSecurityReview.
    OPEN OUTPUT securityReviewFile
    WRITE securityReviewRecord FROM reviewTitleLine
    MOVE reviewDate TO rdlReviewDate
    WRITE securityReviewRecord FROM reviewDateLine
    MOVE "-- ACTIVITY BY OPERATOR (* = EXCEPTIONS)"
        TO reviewSectionLine
    WRITE securityReviewRecord FROM reviewSectionLine
    IF activityCount = ZERO
        WRITE securityReviewRecord FROM reviewCleanLine
    ELSE
        WRITE securityReviewRecord FROM activityHeadingLine
        PERFORM WriteOneOperatorActivity
            VARYING activityIndex FROM 1 BY 1
            UNTIL activityIndex > activityCount
    END-IF
    IF unknownAttemptCount > ZERO
        MOVE unknownAttemptCount TO ualCount
        WRITE securityReviewRecord FROM unknownAttemptLine
    END-IF
    MOVE dormantDays TO dormantLimitShow
    MOVE SPACES TO reviewSectionLine
    STRING "-- DORMANT OPERATOR IDS (NO SIGN-ON IN"
        DELIMITED BY SIZE
        dormantLimitShow DELIMITED BY SIZE
        " DAYS)" DELIMITED BY SIZE
        INTO reviewSectionLine
    END-STRING
    WRITE securityReviewRecord FROM reviewSectionLine
    PERFORM CheckOneDormantOperator
        VARYING credIndex FROM 1 BY 1
        UNTIL credIndex > credCount
    IF dormantCount = ZERO
        WRITE securityReviewRecord FROM reviewCleanLine
    END-IF
    MOVE SPACES TO securityReviewRecord
    WRITE securityReviewRecord
    MOVE exceptionCount TO rtlExceptionCount
    MOVE dormantCount TO rtlDormantCount
    WRITE securityReviewRecord FROM reviewTotalLine
    MOVE operatorId TO pblOperatorId
    WRITE securityReviewRecord FROM preparedByLine
    MOVE SPACES TO securityReviewRecord
    WRITE securityReviewRecord
    WRITE securityReviewRecord FROM signOffLine
    CLOSE securityReviewFile.
WriteOneOperatorActivity.
    MOVE "N" TO operatorHasException
    IF avFailed (activityIndex) > ZERO
        OR avLockedTries (activityIndex) > ZERO
        OR avRefused (activityIndex) > ZERO
        OR avOffShift (activityIndex) > ZERO
        MOVE "Y" TO operatorHasException
    END-IF
    IF operatorHasException = "Y"
        MOVE "* " TO adlExceptionFlag
    ELSE
        MOVE SPACES TO adlExceptionFlag
    END-IF
    MOVE avOperatorId (activityIndex) TO adlOperatorId
    MOVE avSignOns (activityIndex) TO adlSignOns
    MOVE avFailed (activityIndex) TO adlFailed
    MOVE avLockouts (activityIndex) TO adlLockouts
    MOVE avLockedTries (activityIndex) TO adlLockedTries
    MOVE avRefused (activityIndex) TO adlRefused
    MOVE avOffShift (activityIndex) TO adlOffShift
    WRITE securityReviewRecord FROM activityDetailLine
    PERFORM WriteOneRefusalDetail
        VARYING refusalIndex FROM 1 BY 1
        UNTIL refusalIndex > refusalCount
    PERFORM WriteOneOffShiftDetail
        VARYING offShiftIndex FROM 1 BY 1
        UNTIL offShiftIndex > offShiftCount
    IF avNoShift (activityIndex) = "Y"
        WRITE securityReviewRecord FROM noShiftDetailLine
    END-IF.
WriteOneRefusalDetail.
    IF rfOperatorId (refusalIndex) = avOperatorId (activityIndex)
        IF rfUtility (refusalIndex) = "BQ"
            MOVE rfCount (refusalIndex) TO brdCount
            WRITE securityReviewRecord FROM batchRefusalDetailLine
        ELSE
            MOVE rfUtility (refusalIndex) TO rdlUtility
            MOVE rfCount (refusalIndex) TO rdlCount
            WRITE securityReviewRecord FROM refusalDetailLine
        END-IF
    END-IF.
WriteOneOffShiftDetail.
    IF osOperatorId (offShiftIndex) = avOperatorId (activityIndex)
        MOVE osSignOnTime (offShiftIndex) (1:2) TO osdHours
        MOVE osSignOnTime (offShiftIndex) (3:2) TO osdMinutes
        WRITE securityReviewRecord FROM offShiftDetailLine
    END-IF.
CheckOneDormantOperator.
    IF ctLockedFlag (credIndex) NOT = "R"
        MOVE SPACES TO ddlLastText
        MOVE SPACES TO ddlDaysText
        IF ctLastSignOnDate (credIndex) = ZERO
            ADD 1 TO dormantCount
            MOVE ctOperatorId (credIndex) TO ddlOperatorId
            MOVE "NEVER" TO ddlLastText
            WRITE securityReviewRecord FROM dormantDetailLine
        ELSE
            COMPUTE daysSinceSignOn =
                FUNCTION INTEGER-OF-DATE(reviewDate)
                - FUNCTION INTEGER-OF-DATE(ctLastSignOnDate (credIndex))
            IF daysSinceSignOn > dormantDays
                ADD 1 TO dormantCount
                MOVE ctOperatorId (credIndex) TO ddlOperatorId
                MOVE ctLastSignOnDate (credIndex) TO lastSignOnShow
                MOVE lastSignOnShow TO ddlLastText
                MOVE daysSinceSignOn TO dormantDaysShow
                STRING dormantDaysShow DELIMITED BY SIZE
                    " DAYS" DELIMITED BY SIZE
                    INTO ddlDaysText
                END-STRING
                WRITE securityReviewRecord FROM dormantDetailLine
            END-IF
        END-IF
    END-IF.
