*> Shared standard-assembly (kit) master record layout for
*> ASSYMAST.DAT. An "A" record names an assembly code and its
*> description; the "C" records that follow carry one component
*> each - the shape type, material code and two dimensions exactly as
*> a SHAPEJOB.DAT "D" record carries them, plus the quantity of that
*> piece in one assembly. SHAPE-COST-ESTIMATOR expands a shape-job
*> "K" record through it and ASSEMBLY-MASTER-MAINT keeps it, so the
*> layout is kept in one place.
01 assemblyMasterRecord.
    05 amRecordType PIC X(1).
    05 amAssemblyCode PIC X(6).
    05 amDescription PIC X(20).
01 assemblyComponentRecord REDEFINES assemblyMasterRecord.
    05 acRecordType PIC X(1).
    05 acAssemblyCode PIC X(6).
    05 acShapeType PIC X(1).
    05 acMaterialCode PIC X(4).
    05 acDim1 PIC 9(04)V99.
    05 acDim2 PIC 9(04)V99.
    05 acQuantityPer PIC 9(03).
