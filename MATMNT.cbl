*> listing which materials moved and by how much this session. The
*> catalog's weight-per-area attribute is keyed on add and carried
*> through every rewrite.
*> The standard labor hours per square unit the shop capacity load
*> report works from is keyed on add as well, and a (H)ours mode
*> sets it on an existing material; old rows carry it as zero.
*> A (C)ertificate mode names the certificate type (from the shared
*> CERTTYPE.cpy table) that anyone clocked onto a job using the
*> material must hold, or clears it with a blank; JOB-LABOR-POSTING
*> holds back clockings that fail it. The list shows it as CERT=.
*> A (G)roup mode places a material in a commission group, or clears
*> it with a blank, so COMMISSION-CALCULATION can pay a salesperson's
*> group rate on it. The list shows it as GRP=.
IDENTIFICATION DIVISION.
PROGRAM-ID. MATERIAL-CATALOG-MAINT.
ENVIRONMENT DIVISION.
            10 mtDescription PIC X(20).
            10 mtCostRate PIC 9(03)V99.
            10 mtWeightPerArea PIC 9(03)V99.
            10 mtLaborHoursPerArea PIC 9(02)V9(04).
            10 mtRequiredCert PIC X(4).
            10 mtMaterialGroup PIC X(4).
    01 materialCount PIC 99 VALUE ZERO.
    01 materialIndex PIC 99.
    01 materialFound PIC 99.
    01 keyedRate PIC 9(03)V99.
    01 keyedWeightText PIC X(05).
    01 keyedWeight PIC 9(03)V99.
    01 keyedHoursText PIC X(06).
    01 keyedHours PIC 9(02)V9(04).
    01 keyedCertType PIC X(4).
    01 keyedMaterialGroup PIC X(4).
    01 certTypeIndex PIC 9(02).
    01 certTypeFound PIC 9(02).
COPY "CERTTYPE.cpy".
    01 oldRateHeld PIC 9(03)V99.
    01 movementPercent PIC 9(05)V99.
    01 movementTolerance PIC 9(03)V99 VALUE 20.
        05 mllDescription PIC X(20).
        05 FILLER PIC X(6) VALUE " RATE=".
        05 mllCostRate PIC ZZ9.99.
        05 FILLER PIC X(11) VALUE " HRS/AREA=".
        05 mllLaborHours PIC Z9.9999.
        05 FILLER PIC X(6) VALUE " CERT=".
        05 mllRequiredCert PIC X(4).
        05 FILLER PIC X(5) VALUE " GRP=".
        05 mllMaterialGroup PIC X(4).
    01 noticeTitleLine PIC X(40)
        VALUE "MATERIAL RATE-CHANGE NOTICE".
    01 noticeDetailLine.
    ELSE
        MOVE ZERO TO mtWeightPerArea (materialCount)
    END-IF
    IF mcLaborHoursPerArea IS NUMERIC
        MOVE mcLaborHoursPerArea
            TO mtLaborHoursPerArea (materialCount)
    ELSE
        MOVE ZERO TO mtLaborHoursPerArea (materialCount)
    END-IF
    MOVE mcRequiredCert TO mtRequiredCert (materialCount)
    MOVE mcMaterialGroup TO mtMaterialGroup (materialCount)
    PERFORM ReadMaterialCatalogRecord.
RewriteMaterialCatalog.
    OPEN OUTPUT materialCatalogFile
    MOVE mtDescription (materialIndex) TO mcDescription
    MOVE mtCostRate (materialIndex) TO mcCostRate
    MOVE mtWeightPerArea (materialIndex) TO mcWeightPerArea
    MOVE mtLaborHoursPerArea (materialIndex) TO mcLaborHoursPerArea
    MOVE mtRequiredCert (materialIndex) TO mcRequiredCert
    MOVE mtMaterialGroup (materialIndex) TO mcMaterialGroup
    WRITE materialCatalogRecord.
MaintenanceLoop.
    DISPLAY "(L)ist, (A)dd material, (R)ate change, "
        "labor (H)ours, (C)ertificate, (G)roup or (Q)uit: "
    ACCEPT maintenanceChoice
    EVALUATE maintenanceChoice
        WHEN "L" WHEN "l" PERFORM ListMaterials
        WHEN "A" WHEN "a" PERFORM AddMaterial
        WHEN "R" WHEN "r" PERFORM ChangeMaterialRate
        WHEN "H" WHEN "h" PERFORM ChangeLaborHours
        WHEN "C" WHEN "c" PERFORM ChangeRequiredCert
        WHEN "G" WHEN "g" PERFORM ChangeMaterialGroup
        WHEN "Q" WHEN "q" MOVE "N" TO keepGoing
        WHEN OTHER DISPLAY "Invalid selection."
    END-EVALUATE.
    MOVE mtMaterialCode (materialIndex) TO mllMaterialCode
    MOVE mtDescription (materialIndex) TO mllDescription
    MOVE mtCostRate (materialIndex) TO mllCostRate
    MOVE mtLaborHoursPerArea (materialIndex) TO mllLaborHours
    MOVE mtRequiredCert (materialIndex) TO mllRequiredCert
    MOVE mtMaterialGroup (materialIndex) TO mllMaterialGroup
    DISPLAY materialListLine.
FindMaterialEntry.
    MOVE ZERO TO materialFound
    ELSE
        MOVE ZERO TO keyedWeight
    END-IF.
AcceptKeyedHours.
    DISPLAY "Enter labor hours per square unit (6 digits, "
        "00.0150 as 000150, 0 if no standard): "
    ACCEPT keyedHoursText
    IF keyedHoursText IS NUMERIC
        MOVE keyedHoursText TO keyedHours (1:6)
    ELSE
        MOVE ZERO TO keyedHours
    END-IF.
AcceptKeyedRate.
    DISPLAY "Enter cost rate (5 digits, 012.50 as 01250): "
    ACCEPT keyedRateText
                PERFORM AcceptKeyedWeight
                MOVE keyedWeight
                    TO mtWeightPerArea (materialCount)
                PERFORM AcceptKeyedHours
                MOVE keyedHours
                    TO mtLaborHoursPerArea (materialCount)
                MOVE SPACES TO mtRequiredCert (materialCount)
                MOVE SPACES TO mtMaterialGroup (materialCount)
                ADD 1 TO changeCount
                DISPLAY "Material added."
            END-IF
            END-IF
        END-IF
    END-IF.
ChangeLaborHours.
    DISPLAY "Enter material code: "
    ACCEPT chosenMaterialCode
    PERFORM FindMaterialEntry
    IF materialFound = ZERO
        DISPLAY "Material not in the catalog - use add."
    ELSE
        MOVE materialFound TO materialIndex
        PERFORM ListOneMaterial
        PERFORM AcceptKeyedHours
        MOVE keyedHours TO mtLaborHoursPerArea (materialFound)
        ADD 1 TO changeCount
        DISPLAY "Labor hours standard changed."
    END-IF.
ChangeRequiredCert.
    DISPLAY "Enter material code: "
    ACCEPT chosenMaterialCode
    PERFORM FindMaterialEntry
    IF materialFound = ZERO
        DISPLAY "Material not in the catalog - use add."
    ELSE
        MOVE materialFound TO materialIndex
        PERFORM ListOneMaterial
        DISPLAY "Enter required certificate type "
            "(blank for none): "
        ACCEPT keyedCertType
        INSPECT keyedCertType
            CONVERTING "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
        MOVE ZERO TO certTypeFound
        PERFORM MatchOneCertType
            VARYING certTypeIndex FROM 1 BY 1
            UNTIL certTypeIndex > certTypeCount
                OR certTypeFound > ZERO
        IF keyedCertType NOT = SPACES AND certTypeFound = ZERO
            DISPLAY "Unknown certificate type - not changed."
        ELSE
            MOVE keyedCertType TO mtRequiredCert (materialFound)
            ADD 1 TO changeCount
            DISPLAY "Required certificate changed."
        END-IF
    END-IF.
ChangeMaterialGroup.
    DISPLAY "Enter material code: "
    ACCEPT chosenMaterialCode
    PERFORM FindMaterialEntry
    IF materialFound = ZERO
        DISPLAY "Material not in the catalog - use add."
    ELSE
        MOVE materialFound TO materialIndex
        PERFORM ListOneMaterial
        DISPLAY "Enter commission group (blank for none): "
        ACCEPT keyedMaterialGroup
        INSPECT keyedMaterialGroup
            CONVERTING "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
        MOVE keyedMaterialGroup TO mtMaterialGroup (materialFound)
        ADD 1 TO changeCount
        DISPLAY "Commission group changed."
    END-IF.
MatchOneCertType.
    IF ctCertType (certTypeIndex) = keyedCertType
        MOVE certTypeIndex TO certTypeFound
    END-IF.
CheckRateMovement.
    MOVE "Y" TO overrideGranted
    MOVE SPACES TO overrideSupervisorId
