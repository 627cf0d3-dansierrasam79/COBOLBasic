*> Shared punch-correction record layout for PUNCHCOR.DAT: one row
*> per supervisor correction keyed by PUNCH-CORRECTION against a raw
*> CLOCKTIME.DAT punch, identified by employee, work date and the
*> punch's original clock-in time (HHMM, 0000 for a punch with no
*> clock-in). The action is O (add the missing clock-out), V (void
*> the punch) or M (amend the clock-in and clock-out). Status P is
*> waiting for the next TIME-IN-SECONDS batch, which applies it over
*> the raw punch before the sort and flips it to X with the run date.
01 punchCorrectionRecord.
    05 pcEmployeeId PIC 9(06).
    05 pcWorkDate PIC 9(08).
    05 pcOriginalClockIn PIC 9(04).
    05 pcAction PIC X(1).
    05 pcNewClockIn PIC 9(04).
    05 pcNewClockOut PIC 9(04).
    05 pcReasonCode PIC X(2).
    05 pcSupervisorId PIC X(08).
    05 pcEntryDate PIC 9(08).
    05 pcStatus PIC X(1).
    05 pcAppliedDate PIC 9(08).
