*> so the bank's upload can validate the batch. Retro "R" records pay
*> through the same account. An employee with no active account is
*> reported and left off the file for manual handling.
*> Approved expense reimbursements carried as "E" records are
*> deposited through the same account as the pay they ride with.
*> Salesperson commission carried as "C" records is deposited the
*> same way.
IDENTIFICATION DIVISION.
PROGRAM-ID. DIRECT-DEPOSIT-FILE.
ENVIRONMENT DIVISION.
                        MOVE piGrossPay TO depositAmount
                    END-IF
                    PERFORM WriteOneDeposit
                WHEN "R" WHEN "E" WHEN "C"
                    MOVE prvEmployeeId TO depositEmployeeId
                    MOVE prvAdjustmentAmount TO depositAmount
                    PERFORM WriteOneDeposit
