*> quote for the ID. Every add, update, and delete writes before and
*> after record images to CUSTAUDT.DAT exactly the way roster changes
*> go to ROSTAUDT.DAT.
*> Adds and updates now also key the customer's sales-tax exemption -
*> the exempt flag, the certificate number, and its expiry date - and
*> the inquiry shows it; the exemption fields ride in the before and
*> after images on CUSTAUDT.DAT like the rest of the record.
*> Adds and updates also key the customer's default salesperson,
*> which must be an active row on SLSPMAST.DAT (blank for a house
*> account); the inquiry shows it and it rides in the audit images,
*> which are widened to the new record length.
*> A customer retired by CUSTOMER-MERGE keeps its row and carries the
*> ID it was merged into through every rewrite; the inquiry shows the
*> pointer, and an update of the retired ID is refused so changes go
*> to the surviving customer. The audit images are widened again to
*> the new record length.
*> The default salesperson is now checked by reading SLSPMAST.DAT
*> for the keyed ID at the moment it is keyed, rather than against a
*> fifty-row table loaded at start-up that quietly dropped every
*> salesperson past the fiftieth.
IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTOMER-MASTER-MAINTENANCE.
ENVIRONMENT DIVISION.
    SELECT quoteRegisterFile ASSIGN TO "QUOTEREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS quoteRegisterStatus.
    SELECT salespersonFile ASSIGN TO "SLSPMAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS salespersonStatus.
DATA DIVISION.
FILE SECTION.
FD  customerMasterFile.
    05 caOperatorId PIC X(08).
    05 caTimestamp PIC X(26).
    05 caTransactionType PIC X(06).
    05 caBeforeImage PIC X(151).
    05 caAfterImage PIC X(151).
FD  quoteRegisterFile.
COPY "QUOTEREG.cpy".
FD  salespersonFile.
COPY "SLSPMAST.cpy".
WORKING-STORAGE SECTION.
    01 customerMasterStatus PIC X(2) VALUE "00".
    01 customerAuditStatus PIC X(2) VALUE "00".
    01 quoteRegisterStatus PIC X(2) VALUE "00".
    01 salespersonStatus PIC X(2) VALUE "00".
    01 salespersonEOF PIC X(1) VALUE "N".
    01 salespersonFound PIC X(1).
    01 customerMasterEOF PIC X(1) VALUE "N".
    01 quoteRegisterEOF PIC X(1) VALUE "N".
    01 customerTable.
            10 ctAddressLine2 PIC X(25).
            10 ctCity PIC X(15).
            10 ctPostalCode PIC X(10).
            10 ctTaxExemptFlag PIC X(1).
            10 ctExemptCertificate PIC X(15).
            10 ctExemptExpiryDate PIC 9(08).
            10 ctSalespersonId PIC X(4).
            10 ctMergedIntoId PIC X(6).
    01 customerCount PIC 9(03) VALUE ZERO.
    01 customerOverflow PIC X(1) VALUE "N".
    01 customerIndex PIC 9(03).
    01 keyedAddressLine2 PIC X(25).
    01 keyedCity PIC X(15).
    01 keyedPostalCode PIC X(10).
    01 keyedTaxExemptFlag PIC X(1).
    01 keyedExemptCertificate PIC X(15).
    01 keyedExpiryText PIC X(08).
    01 keyedExemptExpiryDate PIC 9(08).
    01 keyedSalespersonId PIC X(4).
    01 openQuoteCount PIC 9(04).
    01 auditTimestamp PIC X(26).
    01 auditTransactionType PIC X(06).
    01 auditBeforeImage PIC X(151).
    01 auditAfterImage PIC X(151).
    01 auditImageWork.
        05 aiCustomerId PIC X(6).
        05 aiCustomerName PIC X(25).
        05 aiAddressLine2 PIC X(25).
        05 aiCity PIC X(15).
        05 aiPostalCode PIC X(10).
        05 aiTaxExemptFlag PIC X(1).
        05 aiExemptCertificate PIC X(15).
        05 aiExemptExpiryDate PIC 9(08).
        05 aiSalespersonId PIC X(4).
        05 aiMergedIntoId PIC X(6).
    01 customerListLine.
        05 cllCustomerId PIC X(6).
        05 FILLER PIC X(1) VALUE " ".
    MOVE cmAddressLine2 TO ctAddressLine2 (customerCount)
    MOVE cmCity TO ctCity (customerCount)
    MOVE cmPostalCode TO ctPostalCode (customerCount)
    IF cmTaxExemptFlag = "Y"
        MOVE "Y" TO ctTaxExemptFlag (customerCount)
    ELSE
        MOVE "N" TO ctTaxExemptFlag (customerCount)
    END-IF
    MOVE cmExemptCertificate TO ctExemptCertificate (customerCount)
    IF cmExemptExpiryDate IS NUMERIC
        MOVE cmExemptExpiryDate TO ctExemptExpiryDate (customerCount)
    ELSE
        MOVE ZERO TO ctExemptExpiryDate (customerCount)
    END-IF
    MOVE cmSalespersonId TO ctSalespersonId (customerCount)
    MOVE cmMergedIntoId TO ctMergedIntoId (customerCount)
    PERFORM ReadCustomerRecord.
RewriteCustomerMaster.
    IF customerOverflow = "Y"
    MOVE ctAddressLine2 (customerIndex) TO cmAddressLine2
    MOVE ctCity (customerIndex) TO cmCity
    MOVE ctPostalCode (customerIndex) TO cmPostalCode
    MOVE ctTaxExemptFlag (customerIndex) TO cmTaxExemptFlag
    MOVE ctExemptCertificate (customerIndex) TO cmExemptCertificate
    MOVE ctExemptExpiryDate (customerIndex) TO cmExemptExpiryDate
    MOVE ctSalespersonId (customerIndex) TO cmSalespersonId
    MOVE ctMergedIntoId (customerIndex) TO cmMergedIntoId
    WRITE customerMasterRecord.
MaintenanceLoop.
    DISPLAY "(L)ist, (A)dd, (U)pdate, (I)nquire, (D)elete "
    DISPLAY "Enter city: "
    ACCEPT keyedCity
    DISPLAY "Enter postal code: "
    ACCEPT keyedPostalCode
    MOVE SPACES TO keyedExemptCertificate
    MOVE ZERO TO keyedExemptExpiryDate
    DISPLAY "Exempt from sales tax (Y/N): "
    ACCEPT keyedTaxExemptFlag
    IF keyedTaxExemptFlag = "Y" OR keyedTaxExemptFlag = "y"
        MOVE "Y" TO keyedTaxExemptFlag
        DISPLAY "Enter exemption certificate number: "
        ACCEPT keyedExemptCertificate
        DISPLAY "Enter certificate expiry date (YYYYMMDD): "
        ACCEPT keyedExpiryText
        IF keyedExpiryText IS NUMERIC
            MOVE keyedExpiryText TO keyedExemptExpiryDate
        ELSE
            DISPLAY "Expiry date not numeric - customer left "
                "taxable."
            MOVE "N" TO keyedTaxExemptFlag
            MOVE SPACES TO keyedExemptCertificate
        END-IF
        IF keyedExemptCertificate = SPACES
            DISPLAY "No certificate number - customer left "
                "taxable."
            MOVE "N" TO keyedTaxExemptFlag
            MOVE ZERO TO keyedExemptExpiryDate
        END-IF
    ELSE
        MOVE "N" TO keyedTaxExemptFlag
    END-IF
    DISPLAY "Enter default salesperson ID (blank for house "
        "account): "
    ACCEPT keyedSalespersonId
    INSPECT keyedSalespersonId
        CONVERTING "abcdefghijklmnopqrstuvwxyz"
        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    IF keyedSalespersonId NOT = SPACES
        PERFORM FindActiveSalesperson
        IF salespersonFound = "N"
            DISPLAY "Salesperson not active on SLSPMAST.DAT - "
                "customer left as house account."
            MOVE SPACES TO keyedSalespersonId
        END-IF
    END-IF.
FindActiveSalesperson.
    MOVE "N" TO salespersonFound
    MOVE "N" TO salespersonEOF
    OPEN INPUT salespersonFile
    IF salespersonStatus = "00"
        PERFORM MatchOneSalesperson
            UNTIL salespersonEOF = "Y" OR salespersonFound = "Y"
        CLOSE salespersonFile
    END-IF.
MatchOneSalesperson.
    READ salespersonFile
        AT END MOVE "Y" TO salespersonEOF
        NOT AT END
            IF saSalespersonId = keyedSalespersonId
                AND saStatus = "A"
                MOVE "Y" TO salespersonFound
            END-IF
    END-READ.
BuildAuditImage.
    MOVE ctCustomerId (customerFound) TO aiCustomerId
    MOVE ctCustomerName (customerFound) TO aiCustomerName
    MOVE ctAddressLine1 (customerFound) TO aiAddressLine1
    MOVE ctAddressLine2 (customerFound) TO aiAddressLine2
    MOVE ctCity (customerFound) TO aiCity
    MOVE ctPostalCode (customerFound) TO aiPostalCode
    MOVE ctTaxExemptFlag (customerFound) TO aiTaxExemptFlag
    MOVE ctExemptCertificate (customerFound) TO aiExemptCertificate
    MOVE ctExemptExpiryDate (customerFound) TO aiExemptExpiryDate
    MOVE ctSalespersonId (customerFound) TO aiSalespersonId
    MOVE ctMergedIntoId (customerFound) TO aiMergedIntoId.
ApplyKeyedFields.
    MOVE keyedCustomerName TO ctCustomerName (customerFound)
    MOVE keyedCreditLimit TO ctCreditLimit (customerFound)
    MOVE keyedAddressLine1 TO ctAddressLine1 (customerFound)
    MOVE keyedAddressLine2 TO ctAddressLine2 (customerFound)
    MOVE keyedCity TO ctCity (customerFound)
    MOVE keyedPostalCode TO ctPostalCode (customerFound)
    MOVE keyedTaxExemptFlag TO ctTaxExemptFlag (customerFound)
    MOVE keyedExemptCertificate
        TO ctExemptCertificate (customerFound)
    MOVE keyedExemptExpiryDate TO ctExemptExpiryDate (customerFound)
    MOVE keyedSalespersonId TO ctSalespersonId (customerFound).
AddCustomer.
    DISPLAY "Enter customer ID: "
    ACCEPT chosenCustomerId
            MOVE customerCount TO customerFound
            MOVE chosenCustomerId
                TO ctCustomerId (customerFound)
            MOVE SPACES TO ctMergedIntoId (customerFound)
            PERFORM ApplyKeyedFields
            MOVE SPACES TO auditBeforeImage
            PERFORM BuildAuditImage
    PERFORM FindCustomerEntry
    IF customerFound = ZERO
        DISPLAY "Customer not on the master."
    ELSE
    IF ctMergedIntoId (customerFound) NOT = SPACES
        DISPLAY "Customer merged into "
            ctMergedIntoId (customerFound)
            " - update the surviving customer."
    ELSE
        PERFORM BuildAuditImage
        MOVE auditImageWork TO auditBeforeImage
        PERFORM WriteCustomerAuditRecord
        ADD 1 TO changeCount
        DISPLAY "Customer updated."
    END-IF
    END-IF.
InquireCustomer.
    DISPLAY "Enter customer ID: "
        DISPLAY "  " ctAddressLine2 (customerFound)
        DISPLAY "  " ctCity (customerFound) " "
            ctPostalCode (customerFound)
        IF ctTaxExemptFlag (customerFound) = "Y"
            DISPLAY "  TAX EXEMPT - CERTIFICATE "
                ctExemptCertificate (customerFound) " EXPIRES "
                ctExemptExpiryDate (customerFound)
        END-IF
        IF ctSalespersonId (customerFound) NOT = SPACES
            DISPLAY "  SALESPERSON " ctSalespersonId (customerFound)
        END-IF
        IF ctMergedIntoId (customerFound) NOT = SPACES
            DISPLAY "  MERGED INTO " ctMergedIntoId (customerFound)
        END-IF
    END-IF.
DeleteCustomer.
    DISPLAY "Enter customer ID to delete: "
