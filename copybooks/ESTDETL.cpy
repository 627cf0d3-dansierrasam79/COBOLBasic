*> Rows now also carry the piece's material code so downstream
*> programs can re-extend a line at current catalog rates; rows
*> written before the field existed carry spaces there.
*> Rows now also carry the piece's shape type and the two keyed
*> dimensions it was priced from, so the shop traveler can print
*> what to cut without the priced estimate page; rows written before
*> the fields existed carry spaces there.
*> A piece expanded from a standard assembly ("K" record on
*> SHAPEJOB.DAT) also carries the assembly code, the kit's sequence
*> within its job and the number of kits ordered, so the quotation
*> can print the assembly as one line with its components beneath;
*> loose pieces carry a blank assembly code, and older rows carry
*> spaces in all three.
01 estimateDetailRecord.
    05 etPieceId PIC X(15).
    05 etJobNumber PIC 9(6).
    05 etEstimatedCost PIC 9(07)V99.
    05 etMaterialCode PIC X(4).
    05 etRevisionNumber PIC 9(02).
    05 etShapeType PIC X(1).
    05 etDim1 PIC 9(04)V99.
    05 etDim2 PIC 9(04)V99.
    05 etAssemblyCode PIC X(6).
    05 etKitNumber PIC 9(03).
    05 etKitQuantity PIC 9(03).
