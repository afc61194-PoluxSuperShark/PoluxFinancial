000010*-----------------------------------------------------------*
000020* PAYHIST - LIVE PAY HISTORY, KEYED BY EMPLOYEE ID, RUN
000030*           DATE AND INPUT SEQUENCE.  ONE RECORD PER POSTING
000040*           THE NIGHTLY TAX RUN APPLIES - PAYMENT, ADJUSTMENT
000050*           OR REVERSAL - CARRYING THE ACTUAL FIGURES POSTED,
000130*           PHR-REVERSED-SW IS SET ON THE ORIGINAL POSTING
000140*           WHEN A REVERSAL BACKS IT OUT, SO THE SAME POSTING
000150*           CANNOT BE BACKED OUT TWICE.
000160*
000170*           THE PHR-ER- FIGURES ARE THE EMPLOYER PAYROLL TAX
000180*           LIABILITY ACCRUED ON THE POSTING (SOCIAL SECURITY
000190*           MATCH, HEALTH CONTRIBUTION, UNEMPLOYMENT), SO A
000200*           REVERSAL BACKS OUT THE EMPLOYER SIDE AS POSTED
000210*           TOO.  RECORDS WRITTEN BEFORE THE FIELDS EXISTED
000220*           CARRY SPACES, WHICH READERS TREAT AS ZERO.
000230*
000240*           PHR-RUN-TYPE AND PHR-RUN-NO SAY WHICH RUN POSTED
000250*           THE RECORD: 'N' (OR SPACES ON OLDER RECORDS) FOR
000260*           THE NIGHTLY CYCLE, 'O' FOR A SUPERVISED OFF-CYCLE
000270*           RUN.  AN OFF-CYCLE RUN SEQUENCES ITS POSTINGS FROM
000280*           8000000 + RUN NUMBER X 10000, CLEAR OF THE NIGHTLY
000290*           ORDINALS AND OF BANKRET'S 9000001 AND UP.
000300*
000310*           PHR-LEAVE-DATA IS THE PAID LEAVE MOVEMENT THE
000320*           POSTING APPLIED, ONE ENTRY PER LEAVE PLAN TYPE, IN
000330*           HOURS: ACCRUED, TAKEN AND PAID OUT ON FINAL PAY.
000340*           A REVERSAL CARRIES THE MOVEMENT IT BACKED OUT.
000350*           OLDER RECORDS CARRY SPACES.
000360*
000370*           PHR-PAY-TYPE, PHR-HOURS AND PHR-HOURLY-RATE SAY HOW
000380*           GROSS WAS ARRIVED AT: 'H' HOURS WORKED OR 'L' LEAVE
000390*           HOURS AT THE RATE SHOWN, 'S' GROSS AS KEYED.  A
000400*           RETROACTIVE PAY ADJUSTMENT (PHR-ADJ-REASON 'R')
000410*           CARRIES THE RATE IT BROUGHT THE POSTINGS FROM
000420*           PHR-RETRO-EFF-DATE THROUGH PHR-RETRO-THRU-DATE UP
000430*           TO IN PHR-HOURLY-RATE, SO A LATER RETRO RUN DOES
000440*           NOT PAY THE SAME DIFFERENCE TWICE.  OLDER RECORDS
000450*           CARRY SPACES.
000460*
000470*           PHR-CORR-YEAR IS SET ON AN ADJUSTMENT OR REVERSAL
000480*           THAT CORRECTED A TAX YEAR ALREADY CLOSED - THE
000490*           FIGURES WENT TO THAT YEAR'S YTD ARCHIVE RECORD AND
000500*           THE PRIOR-YEAR CORRECTION FILE (PYCORR), NOT TO THE
000510*           MASTER.  ZERO OR SPACES MEANS A CURRENT-YEAR POSTING.
000520*
000530*           PHR-JUR-DATA IS THE STATE AND LOCAL INCOME TAX THE
000540*           POSTING WITHHELD, ONE ENTRY PER JURISDICTION, SO A
000550*           REVERSAL BACKS OUT EACH JURISDICTION AS POSTED.  THE
000560*           AMOUNTS ARE ALSO INSIDE THE POSTING'S NET PAY
000570*           ARITHMETIC (GROSS LESS ALL WITHHOLDING) BUT NOT IN
000580*           PHR-INCOME-TAX, WHICH STAYS FEDERAL.  UNUSED ENTRIES
000590*           AND OLDER RECORDS CARRY SPACES.
000600*
000610*           POSTINGS OF CLOSED TAX YEARS PAST THE RETENTION
000620*           PERIOD ARE MOVED ONCE A YEAR (PAYHARC) TO THE PAY
000630*           HISTORY ARCHIVE GDG, PAYROLL.PAYHIST.ARCHIVE, IN
000640*           THIS SAME LAYOUT.  A POSTING A REVERSAL OR A BANK
000650*           RETURN COULD STILL MATCH STAYS ON THIS FILE.
000660*-----------------------------------------------------------*
000670 01  PAY-HISTORY-RECORD.
000680     05  PHR-KEY.
000690         10  PHR-EMPLOYEE-ID       PIC 9(05).
000700         10  PHR-RUN-DATE          PIC 9(06).
000710         10  PHR-RUN-SEQ           PIC 9(07).
000720     05  PHR-REC-TYPE              PIC X(01).
000730         88  PHR-PAYMENT-POSTING           VALUE 'P'.
000740         88  PHR-ADJUSTMENT-POSTING        VALUE 'A'.
000750         88  PHR-REVERSAL-POSTING          VALUE 'R'.
000760     05  PHR-REVERSED-SW           PIC X(01).
000770         88  PHR-REVERSED                  VALUE 'Y'.
000780         88  PHR-NOT-REVERSED              VALUE 'N' ' '.
000790     05  PHR-GROSS                 PIC 9(08)V99.
000800     05  PHR-INCOME-TAX            PIC 9(08)V99.
000810     05  PHR-SOC-SEC               PIC 9(08)V99.
000820     05  PHR-HEALTH-INS            PIC 9(08)V99.
000830     05  PHR-NET-PAY               PIC 9(08)V99.
000840     05  PHR-OTHER-DEDS            PIC 9(08)V99.
000850     05  PHR-ER-SOC-SEC            PIC 9(08)V99.
000860     05  PHR-ER-HEALTH             PIC 9(08)V99.
000870     05  PHR-ER-UNEMP              PIC 9(08)V99.
000880     05  PHR-RUN-TYPE              PIC X(01).
000890         88  PHR-NIGHTLY-RUN               VALUE 'N' ' '.
000900         88  PHR-OFF-CYCLE-RUN             VALUE 'O'.
000910     05  PHR-RUN-NO                PIC X(02).
000920     05  PHR-LEAVE-DATA.
000930         10  PHR-LEAVE-ENTRY       OCCURS 3 TIMES.
000940             15  PHR-LV-TYPE       PIC X(01).
000950             15  PHR-LV-ACCRUED    PIC 9(03)V99.
000960             15  PHR-LV-TAKEN      PIC 9(03)V99.
000970             15  PHR-LV-PAID-OUT   PIC 9(04)V99.
000980     05  PHR-PAY-TYPE              PIC X(01).
000990         88  PHR-HOURLY-PAY                VALUE 'H'.
001000         88  PHR-LEAVE-PAY                 VALUE 'L'.
001010     05  PHR-HOURS                 PIC 9(04)V99.
001020     05  PHR-HOURLY-RATE           PIC 9(04)V99.
001030     05  PHR-ADJ-REASON            PIC X(01).
001040         88  PHR-RETRO-ADJUSTMENT          VALUE 'R'.
001050     05  PHR-RETRO-EFF-DATE        PIC 9(06).
001060     05  PHR-RETRO-THRU-DATE       PIC 9(06).
001070     05  PHR-CORR-YEAR             PIC 9(04).
001080     05  PHR-JUR-DATA.
001090         10  PHR-JUR-ENTRY         OCCURS 4 TIMES.
001100             15  PHR-JUR-CODE      PIC X(04).
001110             15  PHR-JUR-WITHHELD  PIC 9(08)V99.
001120     05  FILLER                    PIC X(10).
