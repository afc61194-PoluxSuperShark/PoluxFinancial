000010*-----------------------------------------------------------*
000020* LEAVPLN - PAID LEAVE PLAN, ONE RECORD PER LEAVE TYPE (UP
000030*           TO THREE; PAYROLL.CONTROL.LEAVPLAN).  AN HOURLY
000040*           EMPLOYEE ACCRUES LVP-HOURLY-ACCRUAL HOURS FOR EACH
000050*           HOUR WORKED; A SALARIED EMPLOYEE ACCRUES
000060*           LVP-SALARIED-ACCRUAL HOURS ON EACH NIGHTLY PAYMENT.
000070*           AT YEAR END A BALANCE ABOVE LVP-CARRYOVER-CAP IS
000080*           FORFEITED (ZERO CARRIES NOTHING OVER).  A TYPE WITH
000090*           LVP-PAYOUT-SW 'Y' IS PAID OUT ON A TERMINATED
000100*           EMPLOYEE'S FINAL PAY, AND ONLY THOSE TYPES ARE
000110*           CARRIED AS A LIABILITY, CREDITED TO
000120*           LVP-LIABILITY-ACCOUNT.
000130*-----------------------------------------------------------*
000140 01  LEAVE-PLAN-RECORD.
000150     05  LVP-LEAVE-TYPE            PIC X(01).
000160     05  LVP-DESCRIPTION           PIC X(20).
000170     05  LVP-HOURLY-ACCRUAL        PIC 9V9(04).
000180     05  LVP-SALARIED-ACCRUAL      PIC 9(02)V99.
000190     05  LVP-CARRYOVER-CAP         PIC 9(04)V99.
000200     05  LVP-PAYOUT-SW             PIC X(01).
000210         88  LVP-PAID-AT-TERMINATION       VALUE 'Y'.
000220     05  LVP-LIABILITY-ACCOUNT     PIC X(08).
000230     05  FILLER                    PIC X(35).
