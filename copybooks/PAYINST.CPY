000010*-----------------------------------------------------------*
000020* PAYINST - EMPLOYEE PAYMENT INSTRUCTIONS, KEYED BY EMPLOYEE
000030*           ID.  SAYS HOW EACH EMPLOYEE'S NET PAY LEAVES THE
000040*           BUILDING: DIRECT DEPOSIT TO ONE ACCOUNT ('D'), A
000050*           SPLIT DEPOSIT ACROSS TWO ACCOUNTS ('S') OR A PAPER
000060*           CHECK ('C').  AN EMPLOYEE WITH NO INSTRUCTION ON
000070*           FILE IS PAID BY CHECK.  MAINTAINED ONLY THROUGH
000080*           PINMAINT, WHICH WRITES THE USUAL BEFORE-AND-AFTER
000090*           AUDIT RECORD.
000100*
000110*           UNDER A SPLIT, ACCOUNT 1 TAKES PIN-SPLIT-AMOUNT
000120*           (OR THE WHOLE NET, IF LESS) AND ACCOUNT 2 TAKES
000130*           THE REMAINDER.
000140*
000150*           EVERY NEW OR CHANGED ACCOUNT MUST PASS A ZERO-
000160*           DOLLAR PRENOTE CYCLE BEFORE LIVE MONEY GOES TO
000170*           IT.  PINMAINT SETS THE ACCOUNT PENDING ('P'); THE
000180*           NIGHTLY TAX RUN SENDS THE PRENOTE AND MARKS IT
000190*           SENT ('S') WITH THE DATE; ONCE THE WAIT DAYS ON
000200*           THE CONTROL RECORD HAVE PASSED WITHOUT A RETURN
000210*           THE TAX RUN MARKS IT LIVE ('L').  A PRENOTE THE
000220*           BANK RETURNS IS MARKED FAILED ('F') BY BANKRET.
000230*           WHATEVER WOULD HAVE GONE TO AN ACCOUNT THAT IS NOT
000240*           LIVE IS PAID BY CHECK INSTEAD.
000250*
000260*           THE RECORD KEYED 00000 IS THE CHECK CONTROL RECORD
000270*           (PAYMENT-CONTROL-RECORD BELOW): THE NEXT PAYROLL
000280*           CHECK NUMBER, THE COMPANY DISBURSING ACCOUNT THE
000290*           CHECKS ARE DRAWN ON (REPORTED ON THE POSITIVE PAY
000300*           FILE) AND THE PRENOTE WAIT IN CALENDAR DAYS.
000310*-----------------------------------------------------------*
000320 01  PAYMENT-INSTRUCTION-RECORD.
000330     05  PIN-EMPLOYEE-ID           PIC 9(05).
000340         88  PIN-CONTROL-KEY               VALUE ZERO.
000350     05  PIN-PAY-METHOD            PIC X(01).
000360         88  PIN-METHOD-DEPOSIT            VALUE 'D'.
000370         88  PIN-METHOD-SPLIT              VALUE 'S'.
000380         88  PIN-METHOD-CHECK              VALUE 'C'.
000390     05  PIN-ACCOUNT OCCURS 2 TIMES
000400                     INDEXED BY PIN-ACCT-IDX.
000410         10  PIN-ROUTING-NO        PIC 9(09).
000420         10  PIN-ACCOUNT-NO        PIC X(17).
000430         10  PIN-ACCOUNT-TYPE      PIC X(01).
000440             88  PIN-ACCT-CHECKING         VALUE 'C'.
000450             88  PIN-ACCT-SAVINGS          VALUE 'S'.
000460         10  PIN-PRENOTE-STATUS    PIC X(01).
000470             88  PIN-ACCT-UNUSED           VALUE ' '.
000480             88  PIN-PRENOTE-PENDING       VALUE 'P'.
000490             88  PIN-PRENOTE-SENT          VALUE 'S'.
000500             88  PIN-PRENOTE-LIVE          VALUE 'L'.
000510             88  PIN-PRENOTE-FAILED        VALUE 'F'.
000520         10  PIN-PRENOTE-DATE      PIC 9(06).
000530     05  PIN-SPLIT-AMOUNT          PIC 9(06)V99.
000540     05  PIN-LAST-MAINT-DATE       PIC 9(06).
000550     05  PIN-LAST-MAINT-USER       PIC X(08).
000560     05  FILLER                    PIC X(24).
000570*
000580 01  PAYMENT-CONTROL-RECORD
000590         REDEFINES PAYMENT-INSTRUCTION-RECORD.
000600     05  PCR-KEY                   PIC 9(05).
000610     05  PCR-NEXT-CHECK-NO         PIC 9(07).
000620     05  PCR-BANK-ROUTING-NO       PIC 9(09).
000630     05  PCR-BANK-ACCOUNT-NO       PIC X(17).
000640     05  PCR-PRENOTE-WAIT-DAYS     PIC 9(02).
000650     05  FILLER                    PIC X(80).
