*> is skipped - only the replacement revision's total journals, so a
*> revise-and-reprice day cannot double-count its revenue. A source whose chart mapping is incomplete is
*> skipped with a console warning rather than posted one-sided.
*> A fifth source is the month-end material valuation: the rows
*> MATERIAL-VALUATION leaves on MATVALX.DAT for the run date journal
*> under their own source types - MATRCPT receipts into stock,
*> MATCOGS material consumed per job, MATSHRNK and MATGAIN count
*> losses and gains - each mapped on the chart like any other source.
*> A sixth source is the deduction remittance: the liability rows
*> DEDUCTION-REMITTANCE appends to REMITX.DAT, one per payee per run,
*> journal for the run date under source type DEDREMIT, clearing the
*> withholding liability to the payee's payable.
*> A seventh source is the leave-liability valuation: the movement
*> row LEAVE-LIABILITY-VALUATION appends to LEAVELX.DAT journals for
*> the run date under source type LVACCRUE when the untaken-leave
*> liability grew, or LVRELEAS when it fell.
*> An eighth source is the loan-loss allowance: the movement row
*> LOAN-LOSS-PROVISIONING appends to LOANPRVX.DAT journals for the
*> run date under source type LNPROVUP when the allowance was topped
*> up, or LNPROVRL when part of it was released.
*> A ninth source is the realized exchange result on foreign-currency
*> receipts: the rows REALIZED-FX-REPORT appends to FXREALX.DAT
*> journal for the run date under source type FXGAIN for the month's
*> realized gains and FXLOSS for its realized losses.
IDENTIFICATION DIVISION.
PROGRAM-ID. GL-JOURNAL-EXTRACT.
ENVIRONMENT DIVISION.
    SELECT loanAccrualFile ASSIGN TO "LOANACCR.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS loanAccrualStatus.
    SELECT materialValuationFile ASSIGN TO "MATVALX.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS materialValuationStatus.
    SELECT remittanceExtractFile ASSIGN TO "REMITX.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS remittanceExtractStatus.
    SELECT leaveExtractFile ASSIGN TO "LEAVELX.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS leaveExtractStatus.
    SELECT provisionExtractFile ASSIGN TO "LOANPRVX.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS provisionExtractStatus.
    SELECT fxExtractFile ASSIGN TO "FXREALX.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS fxExtractStatus.
    SELECT journalFile ASSIGN TO "GLJRNL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
    05 laRunDate PIC 9(08).
    05 laLoanId PIC X(10).
    05 laInterest PIC 9(09)V99.
FD  materialValuationFile.
COPY "MATVALX.cpy".
FD  remittanceExtractFile.
COPY "REMITX.cpy".
FD  leaveExtractFile.
COPY "LEAVELX.cpy".
FD  provisionExtractFile.
COPY "LOANPRVX.cpy".
FD  fxExtractFile.
COPY "FXREALX.cpy".
FD  journalFile.
01 journalRecord PIC X(60).
WORKING-STORAGE SECTION.
    01 payInterfaceStatus PIC X(2) VALUE "00".
    01 freightExtractStatus PIC X(2) VALUE "00".
    01 loanAccrualStatus PIC X(2) VALUE "00".
    01 materialValuationStatus PIC X(2) VALUE "00".
    01 remittanceExtractStatus PIC X(2) VALUE "00".
    01 leaveExtractStatus PIC X(2) VALUE "00".
    01 provisionExtractStatus PIC X(2) VALUE "00".
    01 fxExtractStatus PIC X(2) VALUE "00".
    01 chartEOF PIC X(1) VALUE "N".
    01 quoteRegisterEOF PIC X(1) VALUE "N".
    01 payInterfaceEOF PIC X(1) VALUE "N".
    01 freightExtractEOF PIC X(1) VALUE "N".
    01 loanAccrualEOF PIC X(1) VALUE "N".
    01 materialValuationEOF PIC X(1) VALUE "N".
    01 remittanceExtractEOF PIC X(1) VALUE "N".
    01 leaveExtractEOF PIC X(1) VALUE "N".
    01 provisionExtractEOF PIC X(1) VALUE "N".
    01 fxExtractEOF PIC X(1) VALUE "N".
    01 chartTable.
        05 chartEntry OCCURS 50 TIMES.
            10 chAccountNumber PIC 9(06).
        PERFORM ExtractPayrollGross
        PERFORM ExtractFreightCosts
        PERFORM ExtractLoanInterest
        MOVE "MATRCPT" TO postSourceType
        PERFORM ExtractMaterialValuation
        MOVE "MATCOGS" TO postSourceType
        PERFORM ExtractMaterialValuation
        MOVE "MATSHRNK" TO postSourceType
        PERFORM ExtractMaterialValuation
        MOVE "MATGAIN" TO postSourceType
        PERFORM ExtractMaterialValuation
        PERFORM ExtractDeductionRemittance
        MOVE "LVACCRUE" TO postSourceType
        PERFORM ExtractLeaveLiability
        MOVE "LVRELEAS" TO postSourceType
        PERFORM ExtractLeaveLiability
        MOVE "LNPROVUP" TO postSourceType
        PERFORM ExtractLoanProvision
        MOVE "LNPROVRL" TO postSourceType
        PERFORM ExtractLoanProvision
        MOVE "FXGAIN" TO postSourceType
        PERFORM ExtractRealizedFx
        MOVE "FXLOSS" TO postSourceType
        PERFORM ExtractRealizedFx
        MOVE journalLineCount TO jtLineCount
        MOVE debitTotal TO jtDebitTotal
        MOVE creditTotal TO jtCreditTotal
                PERFORM PostBalancedPair
            END-IF
    END-READ.
ExtractMaterialValuation.
    PERFORM FindSourceAccounts
    MOVE "N" TO mappingWarned
    MOVE "N" TO materialValuationEOF
    OPEN INPUT materialValuationFile
    IF materialValuationStatus = "00"
        PERFORM PostOneValuationRow UNTIL materialValuationEOF = "Y"
        CLOSE materialValuationFile
    END-IF.
PostOneValuationRow.
    READ materialValuationFile
        AT END MOVE "Y" TO materialValuationEOF
        NOT AT END
            IF vxRunDate = runDate
                AND vxSourceType = postSourceType
                MOVE vxAmount TO postAmount
                MOVE vxReference TO postReference
                PERFORM PostBalancedPair
            END-IF
    END-READ.
ExtractDeductionRemittance.
    MOVE "DEDREMIT" TO postSourceType
    PERFORM FindSourceAccounts
    MOVE "N" TO mappingWarned
    MOVE "N" TO remittanceExtractEOF
    OPEN INPUT remittanceExtractFile
    IF remittanceExtractStatus = "00"
        PERFORM PostOneRemittanceRow UNTIL remittanceExtractEOF = "Y"
        CLOSE remittanceExtractFile
    END-IF.
PostOneRemittanceRow.
    READ remittanceExtractFile
        AT END MOVE "Y" TO remittanceExtractEOF
        NOT AT END
            IF rxRunDate = runDate
                AND rxSourceType = postSourceType
                MOVE rxAmount TO postAmount
                MOVE rxReference TO postReference
                PERFORM PostBalancedPair
            END-IF
    END-READ.
ExtractLeaveLiability.
    PERFORM FindSourceAccounts
    MOVE "N" TO mappingWarned
    MOVE "N" TO leaveExtractEOF
    OPEN INPUT leaveExtractFile
    IF leaveExtractStatus = "00"
        PERFORM PostOneLeaveRow UNTIL leaveExtractEOF = "Y"
        CLOSE leaveExtractFile
    END-IF.
PostOneLeaveRow.
    READ leaveExtractFile
        AT END MOVE "Y" TO leaveExtractEOF
        NOT AT END
            IF lxRunDate = runDate
                AND lxSourceType = postSourceType
                MOVE lxAmount TO postAmount
                MOVE lxReference TO postReference
                PERFORM PostBalancedPair
            END-IF
    END-READ.
ExtractLoanProvision.
    PERFORM FindSourceAccounts
    MOVE "N" TO mappingWarned
    MOVE "N" TO provisionExtractEOF
    OPEN INPUT provisionExtractFile
    IF provisionExtractStatus = "00"
        PERFORM PostOneProvisionRow UNTIL provisionExtractEOF = "Y"
        CLOSE provisionExtractFile
    END-IF.
PostOneProvisionRow.
    READ provisionExtractFile
        AT END MOVE "Y" TO provisionExtractEOF
        NOT AT END
            IF pxRunDate = runDate
                AND pxSourceType = postSourceType
                MOVE pxAmount TO postAmount
                MOVE pxReference TO postReference
                PERFORM PostBalancedPair
            END-IF
    END-READ.
ExtractRealizedFx.
    PERFORM FindSourceAccounts
    MOVE "N" TO mappingWarned
    MOVE "N" TO fxExtractEOF
    OPEN INPUT fxExtractFile
    IF fxExtractStatus = "00"
        PERFORM PostOneFxRow UNTIL fxExtractEOF = "Y"
        CLOSE fxExtractFile
    END-IF.
PostOneFxRow.
    READ fxExtractFile
        AT END MOVE "Y" TO fxExtractEOF
        NOT AT END
            IF gxRunDate = runDate
                AND gxSourceType = postSourceType
                MOVE gxAmount TO postAmount
                MOVE gxReference TO postReference
                PERFORM PostBalancedPair
            END-IF
    END-READ.
