*> Standard conversion factors, in the CONVFACT.DAT row shape (from
*> unit, to unit, factor with eight decimals, decimal places). They
*> are what CONVERT-UNITS falls back to while CONVFACT.DAT is not on
*> file, and what CONV-FACTOR-MAINTENANCE loads when asked for
*> the standard set. A new standard pair is added here and the count
*> raised; a site-specific pair belongs on CONVFACT.DAT only.
01 standardFactorValues.
    05 FILLER PIC X(24) VALUE "FT  IN  0000012000000002".
    05 FILLER PIC X(24) VALUE "YD  FT  0000003000000002".
    05 FILLER PIC X(24) VALUE "MI  FT  0005280000000002".
    05 FILLER PIC X(24) VALUE "IN  CM  0000002540000002".
    05 FILLER PIC X(24) VALUE "FT  CM  0000030480000002".
    05 FILLER PIC X(24) VALUE "M   CM  0000100000000002".
    05 FILLER PIC X(24) VALUE "KM  M   0001000000000003".
    05 FILLER PIC X(24) VALUE "MI  KM  0000001609344004".
    05 FILLER PIC X(24) VALUE "NMI M   0001852000000003".
    05 FILLER PIC X(24) VALUE "KG  LB  0000002204622624".
    05 FILLER PIC X(24) VALUE "LB  KG  0000000453592374".
    05 FILLER PIC X(24) VALUE "MIN SEC 0000060000000000".
    05 FILLER PIC X(24) VALUE "HR  SEC 0003600000000000".
    05 FILLER PIC X(24) VALUE "DAY SEC 0086400000000000".
    05 FILLER PIC X(24) VALUE "IN  MM  0000025400000002".
01 standardFactorTable REDEFINES standardFactorValues.
    05 standardFactorEntry OCCURS 15 TIMES.
        10 sfFromUnit PIC X(04).
        10 sfToUnit PIC X(04).
        10 sfFactor PIC 9(07)V9(08).
        10 sfPrecision PIC 9(01).
01 standardFactorCount PIC 9(02) VALUE 15.
