*> Shared table of the uniform items issued from the store, with the
*> number of each an employee may draw in a calendar year as wear
*> replacements before a supervisor has to sign for more. A new item
*> is added here and the count raised.
01 uniformItemValues.
    05 FILLER PIC X(26) VALUE "SHRTWORK SHIRT          05".
    05 FILLER PIC X(26) VALUE "TRSRWORK TROUSERS       04".
    05 FILLER PIC X(26) VALUE "COVRCOVERALL            03".
    05 FILLER PIC X(26) VALUE "JCKTWINTER JACKET       01".
    05 FILLER PIC X(26) VALUE "VESTHI-VIS VEST         02".
    05 FILLER PIC X(26) VALUE "BOOTSAFETY BOOTS        01".
01 uniformItemTable REDEFINES uniformItemValues.
    05 uniformItemEntry OCCURS 6 TIMES.
        10 uiItemCode PIC X(4).
        10 uiDescription PIC X(20).
        10 uiYearlyAllowance PIC 9(02).
01 uniformItemCount PIC 9(02) VALUE 6.
