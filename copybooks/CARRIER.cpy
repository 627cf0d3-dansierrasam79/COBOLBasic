*> Shared carrier rate-contract record layout for CARRIER.DAT: three
*> distance bands with per-band rates, a minimum charge, a fuel-
*> surcharge percentage, and the weight threshold and per-unit
*> weight rate charged above it. Moved out of CONVERT-DISTANCE now
*> that the shipping documents read the file too, so the freight
*> pricing and the printed paperwork can't drift apart on widths.
*> The row now also carries the carrier's trading name for the
*> shipping documents; rows written before the field existed carry
*> spaces there and the documents fall back to the carrier code.
*> A contract-status byte follows: "I" marks a carrier whose contract
*> has lapsed or been suspended, so the rate-shopping run stops
*> offering it as an alternative; spaces or "A" mean active.
01 carrierContractRecord.
    05 crCarrierCode PIC X(4).
    05 crBandEntry OCCURS 3 TIMES.
        10 crUpperMiles PIC 9(04)V9999.
        10 crRatePerMile PIC 9(03)V99.
    05 crMinimumCharge PIC 9(05)V99.
    05 crSurchargePct PIC 9(02)V99.
    05 crWeightThreshold PIC 9(05)V99.
    05 crRatePerWeight PIC 9(03)V99.
    05 crCarrierName PIC X(20).
    05 crContractStatus PIC X(1).
