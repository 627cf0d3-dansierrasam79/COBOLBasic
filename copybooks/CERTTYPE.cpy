*> Shared table of the certificate types the shop tracks, used to
*> validate the type keyed on the certification register, on a
*> material's required certificate and on a job's required
*> certificate, and to print its description. A new type is added
*> here and the count raised.
01 certTypeValues.
    05 FILLER PIC X(26) VALUE "WELDWELDER QUALIFICATION".
    05 FILLER PIC X(26) VALUE "CRANCRANE OPERATOR".
    05 FILLER PIC X(26) VALUE "RIGGRIGGER / SLINGER".
    05 FILLER PIC X(26) VALUE "FORKFORKLIFT OPERATOR".
    05 FILLER PIC X(26) VALUE "MEWPELEVATED WORK PLATFORM".
    05 FILLER PIC X(26) VALUE "CONFCONFINED SPACE ENTRY".
    05 FILLER PIC X(26) VALUE "FRSTFIRST AID".
01 certTypeTable REDEFINES certTypeValues.
    05 certTypeEntry OCCURS 7 TIMES.
        10 ctCertType PIC X(4).
        10 ctDescription PIC X(22).
01 certTypeCount PIC 9(02) VALUE 7.
