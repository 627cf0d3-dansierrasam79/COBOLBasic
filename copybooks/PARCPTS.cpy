*> Shared parcel-points record layout for PARCPTS.DAT: the adjusted
*> corner coordinates of each parcel registered on PARCELS.DAT, one
*> row per point in traverse order, keyed by parcel ID and survey
*> date. Written by COMPUTE-CARTESIAN-DISTANCE's traverse mode when
*> a closed traverse is registered, and read back by its description
*> mode to write the parcel's metes-and-bounds legal description.
*> Kept in one place so the writer and reader can't drift apart on
*> field widths.
01 parcelPointRecord.
    05 ppParcelId PIC X(10).
    05 ppSurveyDate PIC 9(08).
    05 ppPointNumber PIC 9(03).
    05 ppX PIC S9(04)V99.
    05 ppY PIC S9(04)V99.
