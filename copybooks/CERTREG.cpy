*> Shared certification-register record layout for CERTREG.DAT: one
*> row per roster employee per certificate type held (welder
*> qualification, crane operator and so on), with the issuing body,
*> the issue date and the expiry date. A renewal replaces the dates
*> on the employee's row for that type rather than adding another.
*> Kept by CERTIFICATION-MAINT, listed by CERT-EXPIRY-REPORT, and
*> checked by JOB-LABOR-POSTING before it prices a clocking onto a
*> job that needs the certificate.
01 certificateRecord.
    05 crEmployeeId PIC 9(06).
    05 crCertType PIC X(4).
    05 crIssuingBody PIC X(20).
    05 crIssueDate PIC 9(08).
    05 crExpiryDate PIC 9(08).
    05 crEnteredBy PIC X(08).
    05 crEntryDate PIC 9(08).
