*> freight-audit utilities read the priced figures from a data file
*> instead of parsing a report. Kept in one place so the writer and
*> its readers can't drift apart on field widths.
*> Rows now also carry the fabrication job number the shipment was
*> weighed from, so the shipping documents can list the job's pieces;
*> rows written before the field existed carry spaces there.
01 freightExtractRecord.
    05 fxShipmentId PIC X(15).
    05 fxRunDate PIC 9(08).
    05 fxFreightCost PIC 9(07)V99.
    05 fxCustomerId PIC X(6).
    05 fxShipmentWeight PIC 9(07)V99.
    05 fxJobNumber PIC 9(06).
