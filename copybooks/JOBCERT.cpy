*> Shared job certificate-requirement record layout for JOBCERT.DAT:
*> one row per registered job per certificate type every employee
*> clocked onto that job must hold, for work such as a lift that no
*> material on the estimate gives away. Kept by CERTIFICATION-MAINT
*> and read by JOB-LABOR-POSTING alongside the required certificate
*> on each estimated material.
01 jobCertRecord.
    05 jqJobNumber PIC 9(06).
    05 jqCertType PIC X(4).
