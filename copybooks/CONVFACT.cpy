*> Shared conversion-factor master record for CONVFACT.DAT. One row
*> per unit pair: the from-unit and to-unit codes (FT, IN, CM, MI,
*> KG, SEC and so on), the factor that turns one from-unit into
*> to-units, and the number of decimal places the converted figure is
*> rounded to. A pair stored only one way is converted the other way
*> by dividing by the stored factor, so an exact multiple such as
*> 5280 feet to the mile is stored once and never as a rounded
*> fraction. Read by CONVERT-UNITS for every converting program and
*> maintained by CONV-FACTOR-MAINTENANCE.
01 conversionFactorRecord.
    05 cfFromUnit PIC X(04).
    05 cfToUnit PIC X(04).
    05 cfFactor PIC 9(07)V9(08).
    05 cfPrecision PIC 9(01).
