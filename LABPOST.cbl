*> per job, the material estimate from ESTDETL.DAT, the accumulated
*> labor from the ledger, and the combined cost against the
*> registered job total - true job cost at last.
*> The PAYRATE.DAT layout now lives in the shared PAYRATE.cpy
*> copybook, now that PAY-RATE-MAINTENANCE keeps the file.
*> Clockings are now checked against the certification register
*> before they are priced. A job needs a certificate when a material
*> on its ESTDETL.DAT estimate names one on MATCAT.DAT or when
*> JOBCERT.DAT names one for the job, and the employee must hold that
*> type on CERTREG.DAT issued on or before the work date and not
*> expired by it. A clocking that fails is not posted: it is listed
*> on the exception list CERTEXC.RPT with the certificate missing or
*> expired, and held on JOBCLKHD.DAT in the JOBCLOCK.DAT layout to be
*> staged again once the ticket is sorted out. A register or
*> requirement list larger than the work tables refuses the run
*> rather than let a clocking through unchecked.
IDENTIFICATION DIVISION.
PROGRAM-ID. JOB-LABOR-POSTING.
ENVIRONMENT DIVISION.
        FILE STATUS IS jobRegisterStatus.
    SELECT jobCostReportFile ASSIGN TO "JOBCOST.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT certificateFile ASSIGN TO "CERTREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS certificateStatus.
    SELECT jobCertFile ASSIGN TO "JOBCERT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS jobCertStatus.
    SELECT materialCatalogFile ASSIGN TO "MATCAT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS materialCatalogStatus.
    SELECT heldClockFile ASSIGN TO "JOBCLKHD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS heldClockStatus.
    SELECT certExceptionFile ASSIGN TO "CERTEXC.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  jobClockFile.
    05 jchCreationDate PIC 9(08).
    05 FILLER PIC X(08).
FD  payRateFile.
COPY "PAYRATE.cpy".
FD  laborLedgerFile.
01 laborLedgerRecord.
    05 llJobNumber PIC 9(06).
    05 jrJobTotal PIC 9(09)V99.
FD  jobCostReportFile.
01 jobCostReportRecord PIC X(110).
FD  certificateFile.
COPY "CERTREG.cpy".
FD  jobCertFile.
COPY "JOBCERT.cpy".
FD  materialCatalogFile.
COPY "MATCAT.cpy".
FD  heldClockFile.
01 heldClockRecord PIC X(25).
FD  certExceptionFile.
01 certExceptionRecord PIC X(80).
WORKING-STORAGE SECTION.
    01 jobClockStatus PIC X(2) VALUE "00".
    01 payRateFileStatus PIC X(2) VALUE "00".
    01 laborLedgerEOF PIC X(1) VALUE "N".
    01 estimateDetailEOF PIC X(1) VALUE "N".
    01 jobRegisterEOF PIC X(1) VALUE "N".
    01 certificateStatus PIC X(2) VALUE "00".
    01 jobCertStatus PIC X(2) VALUE "00".
    01 materialCatalogStatus PIC X(2) VALUE "00".
    01 heldClockStatus PIC X(2) VALUE "00".
    01 certificateEOF PIC X(1) VALUE "N".
    01 jobCertEOF PIC X(1) VALUE "N".
    01 materialCatalogEOF PIC X(1) VALUE "N".
    01 certTable.
        05 certEntry OCCURS 1000 TIMES.
            10 cetEmployeeId PIC 9(06).
            10 cetCertType PIC X(4).
            10 cetIssueDate PIC 9(08).
            10 cetExpiryDate PIC 9(08).
    01 certCount PIC 9(04) VALUE ZERO.
    01 certIndex PIC 9(04).
    01 materialCertTable.
        05 materialCertEntry OCCURS 20 TIMES.
            10 mctMaterialCode PIC X(4).
            10 mctRequiredCert PIC X(4).
    01 materialCertCount PIC 99 VALUE ZERO.
    01 materialCertIndex PIC 99.
    01 materialCertFound PIC 99.
    01 jobRequirementTable.
        05 jobRequirementEntry OCCURS 300 TIMES.
            10 jqtJobNumber PIC 9(06).
            10 jqtCertType PIC X(4).
    01 jobRequirementCount PIC 9(03) VALUE ZERO.
    01 jobRequirementIndex PIC 9(03).
    01 jobRequirementFound PIC 9(03).
    01 requirementJobNumber PIC 9(06).
    01 requirementCertType PIC X(4).
    01 certTablesOverflow PIC X(1) VALUE "N".
    01 certCheckFailed PIC X(1).
    01 certHeldValid PIC X(1).
    01 certHeldExpired PIC X(1).
    01 failedCertType PIC X(4).
    01 failedReason PIC X(8).
    01 heldCount PIC 9(04) VALUE ZERO.
    01 certExceptionTitleLine PIC X(60)
        VALUE "JOB CLOCKINGS HELD - REQUIRED CERTIFICATE NOT CURRENT".
    01 certExceptionLine.
        05 FILLER PIC X(4) VALUE "EMP ".
        05 celEmployeeId PIC 9(06).
        05 FILLER PIC X(6) VALUE " DATE ".
        05 celWorkDate PIC 9999/99/99.
        05 FILLER PIC X(5) VALUE " JOB ".
        05 celJobNumber PIC 9(06).
        05 FILLER PIC X(5) VALUE " HRS ".
        05 celHours PIC ZZ9.99.
        05 FILLER PIC X(6) VALUE " CERT ".
        05 celCertType PIC X(4).
        05 FILLER PIC X(1) VALUE SPACE.
        05 celReason PIC X(8).
    01 payRateTable.
        05 payRateEntry OCCURS 100 TIMES.
            10 prtEmployeeId PIC 9(06).
    ACCEPT operatorId
    CALL "REPORT-HEADER" USING "JOB-LABOR-POSTING", operatorId
    PERFORM LoadPayRateTable
    PERFORM LoadCertificateTables
    IF certTablesOverflow = "Y"
        DISPLAY "CERTREG.DAT OR THE JOB CERTIFICATE REQUIREMENTS "
            "OVERFLOW THE WORK TABLES - RUN REFUSED"
        MOVE "Y" TO jobClockEOF
        MOVE "Y" TO batchRefused
        MOVE "REJECTED" TO logRunStatus
    ELSE
        OPEN INPUT jobClockFile
        IF jobClockStatus NOT = "00"
            DISPLAY "JOBCLOCK.DAT is not staged."
            MOVE "Y" TO jobClockEOF
            MOVE "Y" TO batchRefused
        ELSE
            PERFORM ReadJobClockRecord
            PERFORM CheckBatchHeader
        END-IF
    END-IF
    IF batchRefused = "N"
        OPEN OUTPUT certExceptionFile
        WRITE certExceptionRecord FROM certExceptionTitleLine
        PERFORM PostOneJobClocking UNTIL jobClockEOF = "Y"
        CLOSE certExceptionFile
        PERFORM RegisterProcessedBatch
    END-IF
    IF certTablesOverflow = "N" AND jobClockStatus = "00"
        CLOSE jobClockFile
    END-IF
    PERFORM WriteJobCostReport
        DISPLAY unpricedCount " clocking(s) had no pay rate - "
            "posted at zero cost for correction."
    END-IF
    IF heldCount > ZERO
        DISPLAY heldCount " clocking(s) held for a missing or "
            "expired certificate - see CERTEXC.RPT, held on "
            "JOBCLKHD.DAT."
    END-IF
    MOVE "LABOR POSTING" TO tlInputs
    MOVE SPACES TO tlResultOut
    STRING "POST=" DELIMITED BY SIZE
        postedCount DELIMITED BY SIZE
        " HELD=" DELIMITED BY SIZE
        heldCount DELIMITED BY SIZE
        INTO tlResultOut
    END-STRING
    CALL "TRANSACTION-LOGGER" USING logProgramName,
            batchHeaderId, "R", batchRegResult
    END-IF.
PostOneJobClocking.
    PERFORM CheckClockingCertificates
    IF certCheckFailed = "Y"
        PERFORM HoldUncertifiedClocking
    ELSE
        PERFORM FindRateForClocking
        IF payRateFound > ZERO
            COMPUTE roundWorkAmount =
                jcHours * prtRegularRate (payRateFound)
            CALL "APPLY-ROUNDING-POLICY" USING roundWorkAmount
            MOVE roundWorkAmount TO laborCostWork
        ELSE
            ADD 1 TO unpricedCount
            MOVE ZERO TO laborCostWork
        END-IF
        PERFORM AppendLaborLedgerLine
        ADD 1 TO postedCount
    END-IF
    PERFORM ReadJobClockRecord.
LoadCertificateTables.
    MOVE ZERO TO certCount
    MOVE "N" TO certificateEOF
    OPEN INPUT certificateFile
    IF certificateStatus = "00"
        PERFORM AddCertEntry
            UNTIL certificateEOF = "Y" OR certTablesOverflow = "Y"
        CLOSE certificateFile
    END-IF
    MOVE ZERO TO materialCertCount
    MOVE "N" TO materialCatalogEOF
    OPEN INPUT materialCatalogFile
    IF materialCatalogStatus = "00"
        PERFORM AddMaterialCertEntry
            UNTIL materialCatalogEOF = "Y" OR materialCertCount = 20
        CLOSE materialCatalogFile
    END-IF
    MOVE ZERO TO jobRequirementCount
    MOVE "N" TO jobCertEOF
    OPEN INPUT jobCertFile
    IF jobCertStatus = "00"
        PERFORM AddJobCertRequirement
            UNTIL jobCertEOF = "Y" OR certTablesOverflow = "Y"
        CLOSE jobCertFile
    END-IF
    MOVE "N" TO estimateDetailEOF
    OPEN INPUT estimateDetailFile
    IF estimateDetailStatus = "00"
        PERFORM AddMaterialRequirement
            UNTIL estimateDetailEOF = "Y" OR certTablesOverflow = "Y"
        CLOSE estimateDetailFile
    END-IF.
AddCertEntry.
    READ certificateFile
        AT END MOVE "Y" TO certificateEOF
        NOT AT END
            IF certCount = 1000
                MOVE "Y" TO certTablesOverflow
            ELSE
                ADD 1 TO certCount
                MOVE crEmployeeId TO cetEmployeeId (certCount)
                MOVE crCertType TO cetCertType (certCount)
                MOVE crIssueDate TO cetIssueDate (certCount)
                MOVE crExpiryDate TO cetExpiryDate (certCount)
            END-IF
    END-READ.
AddMaterialCertEntry.
    READ materialCatalogFile
        AT END MOVE "Y" TO materialCatalogEOF
        NOT AT END
            IF mcRequiredCert NOT = SPACES
                AND mcRequiredCert NOT = LOW-VALUES
                ADD 1 TO materialCertCount
                MOVE mcMaterialCode
                    TO mctMaterialCode (materialCertCount)
                MOVE mcRequiredCert
                    TO mctRequiredCert (materialCertCount)
            END-IF
    END-READ.
AddJobCertRequirement.
    READ jobCertFile
        AT END MOVE "Y" TO jobCertEOF
        NOT AT END
            MOVE jqJobNumber TO requirementJobNumber
            MOVE jqCertType TO requirementCertType
            PERFORM AddJobRequirement
    END-READ.
AddMaterialRequirement.
    READ estimateDetailFile
        AT END MOVE "Y" TO estimateDetailEOF
        NOT AT END
            MOVE ZERO TO materialCertFound
            PERFORM MatchOneMaterialCert
                VARYING materialCertIndex FROM 1 BY 1
                UNTIL materialCertIndex > materialCertCount
                    OR materialCertFound > ZERO
            IF materialCertFound > ZERO
                MOVE etJobNumber TO requirementJobNumber
                MOVE mctRequiredCert (materialCertFound)
                    TO requirementCertType
                PERFORM AddJobRequirement
            END-IF
    END-READ.
MatchOneMaterialCert.
    IF mctMaterialCode (materialCertIndex) = etMaterialCode
        MOVE materialCertIndex TO materialCertFound
    END-IF.
AddJobRequirement.
    MOVE ZERO TO jobRequirementFound
    PERFORM MatchOneJobRequirement
        VARYING jobRequirementIndex FROM 1 BY 1
        UNTIL jobRequirementIndex > jobRequirementCount
            OR jobRequirementFound > ZERO
    IF jobRequirementFound = ZERO
        IF jobRequirementCount = 300
            MOVE "Y" TO certTablesOverflow
        ELSE
            ADD 1 TO jobRequirementCount
            MOVE requirementJobNumber
                TO jqtJobNumber (jobRequirementCount)
            MOVE requirementCertType
                TO jqtCertType (jobRequirementCount)
        END-IF
    END-IF.
MatchOneJobRequirement.
    IF jqtJobNumber (jobRequirementIndex) = requirementJobNumber
        AND jqtCertType (jobRequirementIndex) = requirementCertType
        MOVE jobRequirementIndex TO jobRequirementFound
    END-IF.
CheckClockingCertificates.
    MOVE "N" TO certCheckFailed
    PERFORM CheckOneJobRequirement
        VARYING jobRequirementIndex FROM 1 BY 1
        UNTIL jobRequirementIndex > jobRequirementCount
            OR certCheckFailed = "Y".
CheckOneJobRequirement.
    IF jqtJobNumber (jobRequirementIndex) = jcJobNumber
        MOVE jqtCertType (jobRequirementIndex) TO requirementCertType
        MOVE "N" TO certHeldValid
        MOVE "N" TO certHeldExpired
        PERFORM MatchOneHeldCert
            VARYING certIndex FROM 1 BY 1
            UNTIL certIndex > certCount OR certHeldValid = "Y"
        IF certHeldValid = "N"
            MOVE "Y" TO certCheckFailed
            MOVE requirementCertType TO failedCertType
            IF certHeldExpired = "Y"
                MOVE "EXPIRED" TO failedReason
            ELSE
                MOVE "NOT HELD" TO failedReason
            END-IF
        END-IF
    END-IF.
MatchOneHeldCert.
    IF cetEmployeeId (certIndex) = jcEmployeeId
        AND cetCertType (certIndex) = requirementCertType
        IF cetIssueDate (certIndex) <= jcWorkDate
            AND cetExpiryDate (certIndex) >= jcWorkDate
            MOVE "Y" TO certHeldValid
        ELSE
            MOVE "Y" TO certHeldExpired
        END-IF
    END-IF.
HoldUncertifiedClocking.
    MOVE jcEmployeeId TO celEmployeeId
    MOVE jcWorkDate TO celWorkDate
    MOVE jcJobNumber TO celJobNumber
    MOVE jcHours TO celHours
    MOVE failedCertType TO celCertType
    MOVE failedReason TO celReason
    WRITE certExceptionRecord FROM certExceptionLine
    OPEN EXTEND heldClockFile
    IF heldClockStatus = "05" OR heldClockStatus = "35"
        OPEN OUTPUT heldClockFile
    END-IF
    MOVE jobClockRecord TO heldClockRecord
    WRITE heldClockRecord
    CLOSE heldClockFile
    ADD 1 TO heldCount.
FindRateForClocking.
    MOVE ZERO TO payRateFound
    PERFORM MatchOneClockRate
