000010*-----------------------------------------------------------*
000020* LEAVBAL - PAID LEAVE BALANCE, ONE RECORD PER EMPLOYEE AND
000030*           LEAVE TYPE (KSDS PAYROLL.MASTER.LEAVBAL).  ALL
000040*           QUANTITIES ARE HOURS.  TAXES ACCRUES LEAVE ON EACH
000050*           PAYMENT IT POSTS UNDER THE RULES ON THE LEAVE PLAN
000060*           FILE (LEAVPLN), DEDUCTS LEAVE-TAKEN PAY FROM THE
000070*           BALANCE, AND PAYS OUT THE BALANCE OF A PAID-AT-
000080*           TERMINATION TYPE ON A TERMINATED EMPLOYEE'S FINAL
000090*           PAY.  YREND CAPS THE BALANCE AT THE PLAN'S
000100*           CARRYOVER LIMIT (LVB-FORFEITED IS WHAT THE LAST
000110*           CLOSE TOOK OFF) AND CLEARS THE YEAR-TO-DATE FIGURES.
000120*
000130*           LVB-LAST-POST-DATE/SEQ IDENTIFY THE LAST POSTING
000140*           APPLIED (RUN DATE PLUS THE PAY HISTORY RUN
000150*           SEQUENCE) AND LVB-LAST-ACCRUED/TAKEN/PAID-OUT ITS
000160*           MOVEMENT, SO A CHECKPOINT RESTART DOES NOT APPLY THE
000170*           SAME POSTING TWICE.  LVB-BOOKED-LIABILITY IS THE
000180*           VALUE THE MONTHLY LEAVE LIABILITY RUN (LEAVLIAB)
000190*           LAST BOOKED TO THE GENERAL LEDGER FOR THIS RECORD;
000200*           EACH RUN POSTS ONLY THE CHANGE FROM IT.
000210*-----------------------------------------------------------*
000220 01  LEAVE-BALANCE-RECORD.
000230     05  LVB-KEY.
000240         10  LVB-EMPLOYEE-ID       PIC 9(05).
000250         10  LVB-LEAVE-TYPE        PIC X(01).
000260     05  LVB-BALANCE               PIC 9(04)V99.
000270     05  LVB-YTD-ACCRUED           PIC 9(04)V99.
000280     05  LVB-YTD-TAKEN             PIC 9(04)V99.
000290     05  LVB-YTD-PAID-OUT          PIC 9(04)V99.
000300     05  LVB-LAST-POST-DATE        PIC 9(06).
000310     05  LVB-LAST-POST-SEQ         PIC 9(07).
000320     05  LVB-LAST-ACCRUED          PIC 9(03)V99.
000330     05  LVB-LAST-TAKEN            PIC 9(03)V99.
000340     05  LVB-LAST-PAID-OUT         PIC 9(04)V99.
000350     05  LVB-BOOKED-LIABILITY      PIC 9(07)V99.
000360     05  LVB-BOOKED-DATE           PIC 9(06).
000370     05  LVB-FORFEITED             PIC 9(04)V99.
000380     05  FILLER                    PIC X(20).
