000010*-----------------------------------------------------------*
000020* YTDARCH - PERMANENT YEAR-TO-DATE ARCHIVE, ONE RECORD PER
000030*           EMPLOYEE PER CLOSED TAX YEAR (KSDS
000040*           PAYROLL.YREND.YTDARCH, KEY STATEMENT YEAR PLUS
000050*           EMPLOYEE ID).  YREND WRITES THE CLOSING YTD FIGURES
000060*           HERE AT THE YEAR-END CLOSE, BEFORE IT ZEROES THE
000070*           MASTER, AND COPIES THEM TO THE AS-REPORTED FIGURES
000080*           (YAR-RPT-) - WHAT THE ANNUAL STATEMENT SHOWED.
000090*
000100*           AN ADJUSTMENT OR REVERSAL POSTED AFTER THE CLOSE FOR
000110*           A PAY DATE IN THE CLOSED YEAR IS A PRIOR-YEAR
000120*           CORRECTION: TAXES APPLIES IT TO THE YAR-YTD- FIGURES
000130*           HERE, LEAVING THE MASTER ALONE, AND LOGS IT ON THE
000140*           PRIOR-YEAR CORRECTION FILE (PYCORR).  YAR-LAST-CORR-
000150*           IDENTIFIES THE LAST CORRECTION APPLIED (RUN DATE, RUN
000160*           NUMBER AND PAY HISTORY RUN SEQUENCE) SO A CHECKPOINT
000170*           RESTART DOES NOT APPLY IT TWICE.  YRCORR PRINTS A
000180*           CORRECTED STATEMENT WHEREVER THE YTD FIGURES NO
000190*           LONGER MATCH THE AS-REPORTED ONES, THEN BRINGS THE
000200*           AS-REPORTED FIGURES UP TO DATE.
000210*
000220*           RECORDS ARCHIVED BEFORE THE AS-REPORTED FIGURES
000230*           EXISTED CARRY SPACES FROM YAR-RPT- ON; READERS TAKE
000240*           THE YTD FIGURES AS WHAT WAS REPORTED.
000250*
000260*           YAR-JUR-YTD-DATA IS THE YEAR'S STATE AND LOCAL
000270*           WITHHOLDING BY JURISDICTION, LAID OUT LIKE THE
000280*           MASTER'S EMM-JUR-YTD-DATA (THE AMOUNTS ARE ALSO IN
000290*           YAR-YTD-WITHHELD), AND YAR-RPT-JUR-DATA THE SAME
000300*           SLOTS AS LAST REPORTED.  A SLOT KEEPS ITS POSITION IN
000310*           BOTH, SO SLOT N OF ONE IS SLOT N OF THE OTHER; A SLOT
000320*           A CORRECTION CLAIMS AFTER THE STATEMENT HAS SPACES ON
000330*           THE REPORTED SIDE.  YAR-JUR-KEPT MARKS A RECORD WHOSE
000340*           SLOTS WERE ARCHIVED; OLDER RECORDS CARRY SPACES FROM
000350*           YAR-JUR-KEPT-SW ON AND HAVE NO STATE OR LOCAL SPLIT.
000360*-----------------------------------------------------------*
000370 01  YTD-ARCHIVE-RECORD.
000380     05  YAR-KEY.
000390         10  YAR-STATEMENT-YEAR    PIC 9(04).
000400         10  YAR-EMPLOYEE-ID       PIC 9(05).
000410     05  YAR-NAME                  PIC X(30).
000420     05  YAR-DEPT-CODE             PIC X(04).
000430     05  YAR-YTD-GROSS             PIC 9(08)V99.
000440     05  YAR-YTD-INCOME-TAX        PIC 9(08)V99.
000450     05  YAR-YTD-SOC-SEC           PIC 9(08)V99.
000460     05  YAR-YTD-HEALTH-INS        PIC 9(08)V99.
000470     05  YAR-YTD-WITHHELD          PIC 9(08)V99.
000480     05  YAR-YTD-NET-PAY           PIC 9(08)V99.
000490     05  YAR-YTD-OTHER-DEDS        PIC 9(08)V99.
000500     05  YAR-LAST-RUN-DATE         PIC 9(06).
000510     05  FILLER                    PIC X(01).
000520     05  YAR-REPORTED-FIGURES.
000530         10  YAR-RPT-GROSS         PIC 9(08)V99.
000540         10  YAR-RPT-INCOME-TAX    PIC 9(08)V99.
000550         10  YAR-RPT-SOC-SEC       PIC 9(08)V99.
000560         10  YAR-RPT-HEALTH-INS    PIC 9(08)V99.
000570         10  YAR-RPT-WITHHELD      PIC 9(08)V99.
000580         10  YAR-RPT-NET-PAY       PIC 9(08)V99.
000590         10  YAR-RPT-OTHER-DEDS    PIC 9(08)V99.
000600     05  YAR-STMT-DATE             PIC 9(08).
000610     05  YAR-STMT-COUNT            PIC 9(02).
000620     05  YAR-CORR-COUNT            PIC 9(03).
000630     05  YAR-LAST-CORR-KEY.
000640         10  YAR-LAST-CORR-DATE    PIC 9(06).
000650         10  YAR-LAST-CORR-RUN-NO  PIC 9(02).
000660         10  YAR-LAST-CORR-SEQ     PIC 9(07).
000670     05  FILLER                    PIC X(22).
000680     05  YAR-JUR-KEPT-SW           PIC X(01).
000690         88  YAR-JUR-KEPT                  VALUE 'Y'.
000700     05  YAR-JUR-YTD-DATA.
000710         10  YAR-JUR-YTD           OCCURS 6 TIMES.
000720             15  YAR-JYTD-CODE     PIC X(04).
000730             15  YAR-JYTD-WITHHELD PIC 9(08)V99.
000740             15  YAR-JYTD-WITHHELD-X REDEFINES YAR-JYTD-WITHHELD
000750                                   PIC X(10).
000760     05  YAR-RPT-JUR-DATA.
000770         10  YAR-RPT-JUR           OCCURS 6 TIMES.
000780             15  YAR-RJUR-CODE     PIC X(04).
000790             15  YAR-RJUR-WITHHELD PIC 9(08)V99.
000800             15  YAR-RJUR-WITHHELD-X REDEFINES YAR-RJUR-WITHHELD
000810                                   PIC X(10).
000820     05  FILLER                    PIC X(11).
