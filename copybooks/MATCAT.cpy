*> shipment weight can be rolled up from its estimate lines; a
*> non-numeric value (the shape of every pre-existing row) weighs
*> as zero and is left out of the roll-up.
*> Each material now also carries the standard fabrication labor
*> hours per square unit, so the shop capacity load report can turn
*> an accepted job's estimate lines into hours of work waiting; a
*> non-numeric value is treated as no standard and loads no hours.
*> A material can now name the certificate (a CERTTYPE.cpy code)
*> anyone clocked onto a job using it must hold - a welded grade
*> needs a qualified welder; spaces, as on every older row, need
*> none.
*> A material can now also be placed in a commission group (a short
*> code such as STEL or ALUM) so a salesperson can be paid a
*> different commission rate on, say, stainless than on mild steel;
*> spaces, as on every older row, mean the salesperson's base rate.
01 materialCatalogRecord.
    05 mcMaterialCode PIC X(4).
    05 mcDescription PIC X(20).
    05 mcCostRate PIC 9(03)V99.
    05 mcWeightPerArea PIC 9(03)V99.
    05 mcLaborHoursPerArea PIC 9(02)V9(04).
    05 mcRequiredCert PIC X(4).
    05 mcMaterialGroup PIC X(4).
