*> carries the proposed figures. Status is P pending, A applied,
*> R rejected. Kept in one place so the two proposers and the
*> approver can't drift apart on field widths.
*> PAY-RATE-MAINTENANCE proposes PAYRATE.DAT changes the same way:
*> key text is employee ID plus effective date, new values are the
*> rate and multiplier digits, with RETRO in positions 11-15 when the
*> change reaches back into an already-extracted pay period.
*> UNIFORM-KIT-RECOVERY proposes DEDUCT.DAT additions: key text is
*> employee ID, deduction code and start date; new values carry the
*> deduction type (1), amount digits (2-8), stop date (9-16) and the
*> pre-tax flag (17).
01 pendingChangeRecord.
    05 cgTargetFile PIC X(12).
    05 cgAction PIC X(6).
