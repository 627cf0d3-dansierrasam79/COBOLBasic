*> Masked test-data builder. Testing a change to TIME-IN-SECONDS or
*> SHAPE-COST-ESTIMATOR used to mean copying the live files into a
*> test directory by hand, leaving real names, addresses and bank
*> account numbers where half the shop could read them. This builds
*> one consistent test set from production in a keyed directory
*> (TESTDATA when left blank; the current directory is refused so a
*> slip can never overwrite the live files): EMPROSTR.DAT, EMPBANK.DAT,
*> CUSTMAST.DAT, PAYRATE.DAT, PAYHIST.DAT, QUOTEREG.DAT and
*> INVCREG.DAT. Names, addresses and account numbers are replaced
*> with fake values built only from the record's own key - employee
*> 000123 is always EMPLOYEE 000123 of 000123 TEST STREET, customer
*> C00042 always CUSTOMER C00042 - so the set comes out the same on
*> every run, while every key, date and amount is copied untouched
*> and the joins across the files still hold. A bank account becomes
*> 9, the employee ID and the row's position on the file, so two
*> accounts for one employee stay distinct. The customer's postal
*> code is kept because INVOICE-GENERATOR finds the tax jurisdiction
*> from it; address lines and city are masked. The pay-rate, pay-
*> history and register files carry no names or accounts and are
*> copied as they stand. A manifest MASKMANF.DAT in the test
*> directory lists each file copied - source, target, record count
*> and the fields masked, or NOT ON FILE - with the run date and
*> operator. The roster is rebuilt as an indexed file like the live
*> one, so test programs open it the same way.
IDENTIFICATION DIVISION.
PROGRAM-ID. TEST-DATA-MASKER.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT rosterFile ASSIGN TO "EMPROSTR.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS rEmployeeId
        FILE STATUS IS rosterFileStatus.
    SELECT testRosterFile ASSIGN TO DYNAMIC targetFileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS trEmployeeId
        FILE STATUS IS testRosterStatus.
    SELECT employeeBankFile ASSIGN TO "EMPBANK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS employeeBankStatus.
    SELECT customerMasterFile ASSIGN TO "CUSTMAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS customerMasterStatus.
    SELECT plainSourceFile ASSIGN TO DYNAMIC sourceFileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS plainSourceStatus.
    SELECT maskedOutputFile ASSIGN TO DYNAMIC targetFileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS maskedOutputStatus.
    SELECT maskManifestFile ASSIGN TO DYNAMIC manifestFileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS maskManifestStatus.
DATA DIVISION.
FILE SECTION.
FD  rosterFile.
COPY "EMPROSTR.cpy".
FD  testRosterFile.
01 testRosterRecord.
    05 trEmployeeId PIC 9(06).
    05 FILLER PIC X(74).
FD  employeeBankFile.
COPY "EMPBANK.cpy".
FD  customerMasterFile.
COPY "CUSTMAST.cpy".
FD  plainSourceFile.
01 plainSourceRecord PIC X(200).
FD  maskedOutputFile.
01 maskedOutputRecord PIC X(200).
FD  maskManifestFile.
01 maskManifestRecord.
    05 mmRunDate PIC 9(08).
    05 mmOperatorId PIC X(08).
    05 mmSourceFile PIC X(20).
    05 mmTargetFile PIC X(41).
    05 mmRecordCount PIC 9(07).
    05 mmMaskedFields PIC X(40).
WORKING-STORAGE SECTION.
    01 rosterFileStatus PIC X(2) VALUE "00".
    01 testRosterStatus PIC X(2) VALUE "00".
    01 employeeBankStatus PIC X(2) VALUE "00".
    01 customerMasterStatus PIC X(2) VALUE "00".
    01 plainSourceStatus PIC X(2) VALUE "00".
    01 maskedOutputStatus PIC X(2) VALUE "00".
    01 maskManifestStatus PIC X(2) VALUE "00".
    01 sourceEOF PIC X(1) VALUE "N".
    01 testDirectory PIC X(20).
    01 sourceFileName PIC X(20).
    01 targetFileName PIC X(41).
    01 manifestFileName PIC X(41).
    01 runDate PIC 9(08).
    01 copyAbandoned PIC X(1) VALUE "N".
    01 fileRecordCount PIC 9(07).
    01 filesCopiedCount PIC 9(02) VALUE ZERO.
    01 maskedFieldsText PIC X(40).
    01 PLAIN-FILE-TABLE.
        05 FILLER PIC X(20) VALUE "PAYRATE.DAT".
        05 FILLER PIC X(20) VALUE "PAYHIST.DAT".
        05 FILLER PIC X(20) VALUE "QUOTEREG.DAT".
        05 FILLER PIC X(20) VALUE "INVCREG.DAT".
    01 plainFileNames REDEFINES PLAIN-FILE-TABLE.
        05 plainFileName PIC X(20) OCCURS 4 TIMES.
    01 plainFileIndex PIC 9(01).
    01 fakeAccountNumber.
        05 FILLER PIC X(1) VALUE "9".
        05 faEmployeeId PIC 9(06).
        05 faRowNumber PIC 9(05).
    01 tlInputs PIC X(40).
    01 tlResultOut PIC X(20).
    01 logProgramName PIC X(27) VALUE "TEST-DATA-MASKER".
    01 logRunStatus PIC X(08) VALUE "OK".
    01 operatorId PIC X(08).
PROCEDURE DIVISION.
MAIN-PROCEDURE.
    DISPLAY "Enter operator ID: "
    ACCEPT operatorId
    CALL "REPORT-HEADER" USING "TEST-DATA-MASKER", operatorId
    ACCEPT runDate FROM DATE YYYYMMDD
    DISPLAY "Enter test directory (blank for TESTDATA): "
    ACCEPT testDirectory
    IF testDirectory = SPACES
        MOVE "TESTDATA" TO testDirectory
    END-IF
    MOVE testDirectory TO tlInputs
    IF testDirectory = "." OR testDirectory = "./"
        OR testDirectory (1:1) = " "
        DISPLAY "Test set must go to its own directory - "
            "nothing copied."
        MOVE "REFUSED" TO tlResultOut
        MOVE "REJECTED" TO logRunStatus
    ELSE
        MOVE "MASKMANF.DAT" TO sourceFileName
        PERFORM BuildTargetFileName
        MOVE targetFileName TO manifestFileName
        OPEN OUTPUT maskManifestFile
        IF maskManifestStatus NOT = "00"
            DISPLAY "Cannot write to " testDirectory
                " - status " maskManifestStatus
                " - nothing copied."
            MOVE "NO TEST DIRECTORY" TO tlResultOut
            MOVE "ERROR" TO logRunStatus
        ELSE
            PERFORM CopyRosterMasked
            PERFORM CopyBankAccountsMasked
            PERFORM CopyCustomersMasked
            PERFORM CopyOnePlainFile
                VARYING plainFileIndex FROM 1 BY 1
                UNTIL plainFileIndex > 4
            CLOSE maskManifestFile
            DISPLAY "Masked test set written to " testDirectory
                " - " filesCopiedCount " file(s), manifest "
                "MASKMANF.DAT"
            MOVE SPACES TO tlResultOut
            STRING "FILES=" DELIMITED BY SIZE
                filesCopiedCount DELIMITED BY SIZE
                INTO tlResultOut
            END-STRING
            IF copyAbandoned = "Y"
                MOVE "ERROR" TO logRunStatus
            END-IF
        END-IF
    END-IF
    CALL "TRANSACTION-LOGGER" USING logProgramName,
        tlInputs, tlResultOut, operatorId, logRunStatus
    GOBACK.
BuildTargetFileName.
    MOVE SPACES TO targetFileName
    STRING testDirectory DELIMITED BY SPACE
        "/" DELIMITED BY SIZE
        sourceFileName DELIMITED BY SPACE
        INTO targetFileName
    END-STRING.
CopyRosterMasked.
    MOVE "EMPROSTR.DAT" TO sourceFileName
    PERFORM BuildTargetFileName
    MOVE ZERO TO fileRecordCount
    MOVE "RNAME RADDRESS" TO maskedFieldsText
    OPEN INPUT rosterFile
    IF rosterFileStatus NOT = "00"
        PERFORM WriteNotOnFileManifestRow
    ELSE
        OPEN OUTPUT testRosterFile
        IF testRosterStatus NOT = "00"
            PERFORM ReportTargetNotWritten
        ELSE
            MOVE "N" TO sourceEOF
            MOVE LOW-VALUES TO rEmployeeId
            START rosterFile
                KEY IS GREATER THAN OR EQUAL rEmployeeId
                INVALID KEY MOVE "Y" TO sourceEOF
            END-START
            PERFORM MaskOneRosterRecord UNTIL sourceEOF = "Y"
            CLOSE testRosterFile
            PERFORM WriteManifestRow
        END-IF
        CLOSE rosterFile
    END-IF.
MaskOneRosterRecord.
    READ rosterFile NEXT RECORD
        AT END MOVE "Y" TO sourceEOF
        NOT AT END
            MOVE SPACES TO rName
            STRING "EMPLOYEE " DELIMITED BY SIZE
                rEmployeeId DELIMITED BY SIZE
                INTO rName
            END-STRING
            MOVE SPACES TO rAddress
            STRING rEmployeeId DELIMITED BY SIZE
                " TEST STREET" DELIMITED BY SIZE
                INTO rAddress
            END-STRING
            MOVE rosterRecord TO testRosterRecord
            WRITE testRosterRecord
            ADD 1 TO fileRecordCount
    END-READ.
CopyBankAccountsMasked.
    MOVE "EMPBANK.DAT" TO sourceFileName
    PERFORM BuildTargetFileName
    MOVE ZERO TO fileRecordCount
    MOVE "EBACCOUNTNUMBER" TO maskedFieldsText
    OPEN INPUT employeeBankFile
    IF employeeBankStatus NOT = "00"
        PERFORM WriteNotOnFileManifestRow
    ELSE
        OPEN OUTPUT maskedOutputFile
        IF maskedOutputStatus NOT = "00"
            PERFORM ReportTargetNotWritten
        ELSE
            MOVE "N" TO sourceEOF
            PERFORM MaskOneBankRecord UNTIL sourceEOF = "Y"
            CLOSE maskedOutputFile
            PERFORM WriteManifestRow
        END-IF
        CLOSE employeeBankFile
    END-IF.
MaskOneBankRecord.
    READ employeeBankFile
        AT END MOVE "Y" TO sourceEOF
        NOT AT END
            ADD 1 TO fileRecordCount
            MOVE ebEmployeeId TO faEmployeeId
            MOVE fileRecordCount TO faRowNumber
            MOVE fakeAccountNumber TO ebAccountNumber
            MOVE employeeBankRecord TO maskedOutputRecord
            WRITE maskedOutputRecord
    END-READ.
CopyCustomersMasked.
    MOVE "CUSTMAST.DAT" TO sourceFileName
    PERFORM BuildTargetFileName
    MOVE ZERO TO fileRecordCount
    MOVE "CMCUSTOMERNAME CMADDRESSLINE1/2 CMCITY"
        TO maskedFieldsText
    OPEN INPUT customerMasterFile
    IF customerMasterStatus NOT = "00"
        PERFORM WriteNotOnFileManifestRow
    ELSE
        OPEN OUTPUT maskedOutputFile
        IF maskedOutputStatus NOT = "00"
            PERFORM ReportTargetNotWritten
        ELSE
            MOVE "N" TO sourceEOF
            PERFORM MaskOneCustomerRecord UNTIL sourceEOF = "Y"
            CLOSE maskedOutputFile
            PERFORM WriteManifestRow
        END-IF
        CLOSE customerMasterFile
    END-IF.
MaskOneCustomerRecord.
    READ customerMasterFile
        AT END MOVE "Y" TO sourceEOF
        NOT AT END
            MOVE SPACES TO cmCustomerName
            STRING "CUSTOMER " DELIMITED BY SIZE
                cmCustomerId DELIMITED BY SIZE
                INTO cmCustomerName
            END-STRING
            MOVE SPACES TO cmAddressLine1
            STRING cmCustomerId DELIMITED BY SIZE
                " TEST AVENUE" DELIMITED BY SIZE
                INTO cmAddressLine1
            END-STRING
            IF cmAddressLine2 NOT = SPACES
                MOVE "SUITE 100" TO cmAddressLine2
            END-IF
            MOVE "TESTVILLE" TO cmCity
            MOVE customerMasterRecord TO maskedOutputRecord
            WRITE maskedOutputRecord
            ADD 1 TO fileRecordCount
    END-READ.
CopyOnePlainFile.
    MOVE plainFileName (plainFileIndex) TO sourceFileName
    PERFORM BuildTargetFileName
    MOVE ZERO TO fileRecordCount
    MOVE "NONE - COPIED AS IS" TO maskedFieldsText
    OPEN INPUT plainSourceFile
    IF plainSourceStatus NOT = "00"
        PERFORM WriteNotOnFileManifestRow
    ELSE
        OPEN OUTPUT maskedOutputFile
        IF maskedOutputStatus NOT = "00"
            PERFORM ReportTargetNotWritten
        ELSE
            MOVE "N" TO sourceEOF
            PERFORM CopyOnePlainRecord UNTIL sourceEOF = "Y"
            CLOSE maskedOutputFile
            PERFORM WriteManifestRow
        END-IF
        CLOSE plainSourceFile
    END-IF.
CopyOnePlainRecord.
    MOVE SPACES TO plainSourceRecord
    READ plainSourceFile
        AT END MOVE "Y" TO sourceEOF
        NOT AT END
            MOVE plainSourceRecord TO maskedOutputRecord
            WRITE maskedOutputRecord
            ADD 1 TO fileRecordCount
    END-READ.
ReportTargetNotWritten.
    DISPLAY "Cannot write " targetFileName " - file not copied."
    MOVE "Y" TO copyAbandoned
    MOVE "NOT WRITTEN" TO maskedFieldsText
    MOVE ZERO TO fileRecordCount
    PERFORM WriteManifestRowFields.
WriteNotOnFileManifestRow.
    DISPLAY sourceFileName " not on file - not copied."
    MOVE "NOT ON FILE" TO maskedFieldsText
    PERFORM WriteManifestRowFields.
WriteManifestRow.
    ADD 1 TO filesCopiedCount
    DISPLAY sourceFileName " copied to " targetFileName
        " - " fileRecordCount " record(s)"
    PERFORM WriteManifestRowFields.
WriteManifestRowFields.
    MOVE runDate TO mmRunDate
    MOVE operatorId TO mmOperatorId
    MOVE sourceFileName TO mmSourceFile
    MOVE targetFileName TO mmTargetFile
    MOVE fileRecordCount TO mmRecordCount
    MOVE maskedFieldsText TO mmMaskedFields
    WRITE maskManifestRecord.
