000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. Histarc. *> @CBL.Polux.bank.histarc
000030 AUTHOR. D. OKONKWO.
000040 INSTALLATION. POLUX FINANCIAL - PAYROLL SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*-----------------------------------------------------------*
000090* MODIFICATION HISTORY
000100*-----------------------------------------------------------*
000110*  DATE       INIT  DESCRIPTION
000120*  10/15/2026 DO    ORIGINAL VERSION - PAY HISTORY RETENTION,
000130*                   ARCHIVE SELECTION.  PASSES THE PAY HISTORY
000140*                   FILE AND COPIES EVERY POSTING OF A CLOSED TAX
000150*                   YEAR OLDER THAN THE RETENTION PERIOD TO A NEW
000160*                   ARCHIVE GENERATION, UNLESS THE POSTING IS
000170*                   STILL THE ONE A REVERSAL OF ITS AMOUNT WOULD
000180*                   BACK OUT, OR IS STILL INSIDE THE BANK RETURN
000190*                   WINDOW.  AN EMPLOYEE'S YEAR IS ONLY ARCHIVED
000200*                   WHEN ITS POSTINGS BALANCE TO THE YTD ARCHIVE
000210*                   RECORD; THE ARCHIVED AND RETAINED FIGURES ARE
000220*                   PROVED AGAINST IT AGAIN BEFORE THE GENERATION
000230*                   IS HANDED TO HISTPRG, WHICH DELETES THE
000240*                   ARCHIVED POSTINGS FROM THE LIVE FILE.  NOTHING
000250*                   IS UPDATED HERE.
000260*  10/15/2026 DO    A YEAR NOW BALANCES WITH THE POSTINGS ALREADY
000270*                   MOVED TO EARLIER ARCHIVE GENERATIONS (PAYHPRI,
000280*                   SORTED INTO KEY ORDER FIRST), AND A POSTING
000290*                   ALREADY IN AN EARLIER GENERATION IS NEVER
000300*                   WRITTEN AGAIN.  A POSTING MADE BEFORE THE
000310*                   EMPLOYEE'S YEAR-END CLOSE BELONGS TO THE YEAR
000320*                   CLOSED, AS YREND ARCHIVED IT.
000330*  10/15/2026 DO    A YEAR WHOSE OTHER DEDUCTIONS OR STATE AND
000340*                   LOCAL SLOTS HAVE BEEN CORRECTED SINCE THE LAST
000350*                   STATEMENT NOW ALSO STAYS LIVE UNTIL YRCORR HAS
000360*                   REPORTED THE CORRECTION, AS ONE TO ITS OTHER
000370*                   FIGURES ALREADY DID.
000380*-----------------------------------------------------------*
000390*
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420*
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT PAY-HISTORY-FILE ASSIGN TO PAYHIST
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS PHR-KEY
000490         FILE STATUS IS WS-PAY-HISTORY-STATUS.
000500*
000510     SELECT YTD-ARCHIVE-FILE ASSIGN TO YTDARCH
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS YAR-KEY
000550         FILE STATUS IS WS-ARCHIVE-STATUS.
000560*
000570     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS RCT-RUN-KEY
000610         FILE STATUS IS WS-RUN-CONTROL-STATUS.
000620*
000630     SELECT RETENTION-PARM-FILE ASSIGN TO ARCPARM
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-RETENTION-PARM-STATUS.
000660*
000670     SELECT PAY-ARCHIVE-FILE ASSIGN TO PAYHARC
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-PAY-ARCHIVE-STATUS.
000700*
000710     SELECT ARCHIVE-REPORT-FILE ASSIGN TO ARCRPT
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-ARCHIVE-REPORT-STATUS.
000740*
000750     SELECT PRIOR-ARCHIVE-FILE ASSIGN TO PAYHPRI
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WS-PRIOR-ARCHIVE-STATUS.
000780*
000790     SELECT PRIOR-SORTED-FILE ASSIGN TO PAYHPRS
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS WS-PRIOR-SORTED-STATUS.
000820*
000830     SELECT SORT-FILE ASSIGN TO SORTWK.
000840*
000850 DATA DIVISION.
000860 FILE SECTION.
000870*
000880 FD  PAY-HISTORY-FILE
000890     LABEL RECORDS ARE STANDARD.
000900     COPY PAYHIST.
000910*
000920 FD  YTD-ARCHIVE-FILE
000930     LABEL RECORDS ARE STANDARD.
000940     COPY YTDARCH.
000950*
000960 FD  RUN-CONTROL-FILE
000970     LABEL RECORDS ARE STANDARD.
000980     COPY RUNCTL.
000990*
001000 FD  RETENTION-PARM-FILE
001010     LABEL RECORDS ARE STANDARD
001020     RECORDING MODE IS F.
001030*    ONE CARD, OPTIONAL.  A BLANK FIELD KEEPS ITS DEFAULT.
001040 01  RETENTION-PARM-RECORD.
001050     05  APM-KEYWORD               PIC X(08).
001060     05  FILLER                    PIC X(01).
001070     05  APM-RETAIN-YEARS          PIC 9(02).
001080     05  APM-RETAIN-YEARS-X REDEFINES APM-RETAIN-YEARS
001090                                   PIC X(02).
001100     05  FILLER                    PIC X(01).
001110     05  APM-RETURN-DAYS           PIC 9(03).
001120     05  APM-RETURN-DAYS-X REDEFINES APM-RETURN-DAYS
001130                                   PIC X(03).
001140     05  FILLER                    PIC X(65).
001150*
001160 FD  PAY-ARCHIVE-FILE
001170     LABEL RECORDS ARE STANDARD
001180     RECORDING MODE IS F.
001190*    A PAY HISTORY RECORD, COPIED AS IT STOOD ON THE LIVE FILE.
001200 01  PAY-ARCHIVE-RECORD            PIC X(260).
001210*
001220 FD  ARCHIVE-REPORT-FILE
001230     LABEL RECORDS ARE STANDARD
001240     RECORDING MODE IS F.
001250 01  ARCHIVE-REPORT-LINE           PIC X(132).
001260*
001270 FD  PRIOR-ARCHIVE-FILE
001280     LABEL RECORDS ARE STANDARD
001290     RECORDING MODE IS F.
001300*    EVERY EARLIER ARCHIVE GENERATION, EACH IN KEY ORDER.
001310 01  PRIOR-ARCHIVE-RECORD          PIC X(260).
001320*
001330 FD  PRIOR-SORTED-FILE
001340     LABEL RECORDS ARE STANDARD
001350     RECORDING MODE IS F.
001360*    THE EARLIER GENERATIONS SORTED TOGETHER INTO KEY ORDER.
001370 01  PRIOR-SORTED-RECORD.
001380     05  PRS-KEY.
001390         10  PRS-EMPLOYEE-ID       PIC 9(05).
001400         10  FILLER                PIC X(13).
001410     05  FILLER                    PIC X(242).
001420*
001430 SD  SORT-FILE.
001440 01  SORT-RECORD.
001450     05  SRT-KEY                   PIC X(18).
001460     05  FILLER                    PIC X(242).
001470*
001480 WORKING-STORAGE SECTION.
001490*
001500*-----------------------------------------------------------*
001510* RUN DATE.  THE TAX YEARS ELIGIBLE FOR THE ARCHIVE ARE THOSE
001520* ENDED MORE THAN WS-RETAIN-YEARS BEFORE THE CURRENT YEAR -
001530* THROUGH WS-CUTOFF-YEAR.
001540*-----------------------------------------------------------*
001550 01  WS-RUN-DATE                   PIC 9(06) VALUE ZERO.
001560 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
001570     05  WS-RUN-YY                 PIC 9(02).
001580     05  WS-RUN-MMDD               PIC 9(04).
001590 01  WS-RUN-YEAR                   PIC 9(04) VALUE ZERO.
001600 01  WS-RUN-DAY-NUMBER             PIC 9(06) VALUE ZERO.
001610 01  WS-CUTOFF-YEAR                PIC 9(04) VALUE ZERO.
001620*
001630*-----------------------------------------------------------*
001640* RETENTION PARAMETERS, FROM THE OPTIONAL ARCPARM CARD.  A
001650* PAYMENT OR ADJUSTMENT NOT REVERSED IS KEPT LIVE WHILE ITS RUN
001660* DATE IS WITHIN WS-RETURN-DAYS OF TODAY - BANKRET CAN STILL
001670* MATCH A RETURNED PAYMENT TO IT.
001680*-----------------------------------------------------------*
001690 01  WS-RETAIN-YEARS               PIC 9(02) VALUE 7.
001700 01  WS-RETURN-DAYS                PIC 9(03) VALUE 180.
001710*
001720*-----------------------------------------------------------*
001730* ONE POSTING - ITS TAX YEAR AND ITS FIGURES SIGNED AS THEY
001740* WENT TO THE YEAR-TO-DATE TOTALS (A REVERSAL SUBTRACTS).
001750* WITHHELD IS INCOME TAX, SOCIAL SECURITY, HEALTH AND THE STATE
001760* AND LOCAL AMOUNTS, AS TAXES ACCUMULATES IT.
001770*-----------------------------------------------------------*
001780 01  WS-POST-DATE                  PIC 9(06) VALUE ZERO.
001790 01  WS-POST-DATE-PARTS REDEFINES WS-POST-DATE.
001800     05  WS-POST-YY                PIC 9(02).
001810     05  WS-POST-MMDD              PIC 9(04).
001820 01  WS-POST-YEAR                  PIC 9(04) VALUE ZERO.
001830 01  WS-POST-CORR-YEAR             PIC 9(04) VALUE ZERO.
001840 01  WS-POST-ELAPSED               PIC S9(06) VALUE ZERO.
001850 01  WS-POST-SIGN                  PIC S9(01) VALUE +1.
001860 01  WS-POST-JUR-TOTAL             PIC 9(08)V99 VALUE ZERO.
001870 01  WS-POST-FIGURES.
001880     05  WS-POST-AMOUNT            PIC S9(09)V99
001890                                   OCCURS 7 TIMES.
001900*
001910*-----------------------------------------------------------*
001920* YEAR-END CLOSES.  YREND ARCHIVES THE MASTER'S YEAR-TO-DATE
001930* FIGURES AS THEY STAND AT THE CLOSE, SO A POSTING RUN IN THE NEW
001940* YEAR BEFORE THE EMPLOYEE'S CLOSE (NO LATER THAN THE LAST RUN
001950* DATE ON THE YTD ARCHIVE RECORD OF THE YEAR BEFORE) BELONGS TO
001960* THE YEAR CLOSED.  THE TABLE HOLDS, FOR THE EMPLOYEE, EACH YEAR
001970* LOOKED UP AND ITS LAST RUN DATE (ZERO WHEN NOT CLOSED).
001980*-----------------------------------------------------------*
001990 01  WS-CLOSE-YEAR                 PIC 9(04) VALUE ZERO.
002000 01  WS-CLOSE-LAST-RUN             PIC 9(06) VALUE ZERO.
002010 01  WS-CLS-COUNT                  PIC 9(02) COMP VALUE ZERO.
002020 01  WS-CLS-SUB                    PIC 9(02) COMP VALUE ZERO.
002030 01  WS-CLOSE-TABLE.
002040     05  WS-CLS-ENTRY OCCURS 50 TIMES.
002050         10  WS-CLS-YEAR           PIC 9(04).
002060         10  WS-CLS-LAST-RUN       PIC 9(06).
002070*
002080*-----------------------------------------------------------*
002090* ONE EMPLOYEE'S ELIGIBLE TAX YEARS.  EACH YEAR CARRIES FIVE
002100* SETS OF FIGURES - 1 ALL ITS LIVE POSTINGS, 2 THE POSTINGS
002110* ARCHIVED, 3 THE POSTINGS KEPT LIVE, 4 THE POSTINGS MOVED TO AN
002120* EARLIER GENERATION AND NO LONGER LIVE, 5 THE LIVE POSTINGS
002130* ALREADY IN AN EARLIER GENERATION - IN THE ORDER GROSS, INCOME
002140* TAX, SOCIAL SECURITY, HEALTH, WITHHELD, NET, OTHER DEDUCTIONS.
002150*-----------------------------------------------------------*
002160 01  WS-YR-COUNT                   PIC 9(02) COMP VALUE ZERO.
002170 01  WS-YR-SUB                     PIC 9(02) COMP VALUE ZERO.
002180 01  WS-YR-USE-SUB                 PIC 9(02) COMP VALUE ZERO.
002190 01  WS-SET-SUB                    PIC 9(01) COMP VALUE ZERO.
002200 01  WS-AMT-SUB                    PIC 9(01) COMP VALUE ZERO.
002210 01  WS-YEAR-TABLE.
002220     05  WS-YR-ENTRY OCCURS 50 TIMES.
002230         10  WS-YR-YEAR            PIC 9(04).
002240         10  WS-YR-STATUS          PIC X(01).
002250             88  WS-YR-BALANCED            VALUE 'O'.
002260             88  WS-YR-NO-ARCHIVE          VALUE 'M'.
002270             88  WS-YR-OUT-OF-BALANCE      VALUE 'B'.
002280             88  WS-YR-UNREPORTED          VALUE 'U'.
002290         10  WS-YR-POSTINGS        PIC 9(07) COMP.
002300         10  WS-YR-ARCHIVED        PIC 9(07) COMP.
002310         10  WS-YR-KEPT-REVERSAL   PIC 9(07) COMP.
002320         10  WS-YR-KEPT-RETURN     PIC 9(07) COMP.
002330         10  WS-YR-EARLIER         PIC 9(07) COMP.
002340         10  WS-YR-DUPLICATE       PIC 9(07) COMP.
002350         10  WS-YR-SET OCCURS 5 TIMES.
002360             15  WS-YR-AMOUNT      PIC S9(09)V99
002370                                   OCCURS 7 TIMES.
002380 01  WS-CHECK-FIGURES.
002390     05  WS-CHECK-AMOUNT           PIC S9(09)V99
002400                                   OCCURS 7 TIMES.
002410 01  WS-ARCH-FIGURES.
002420     05  WS-ARCH-AMOUNT            PIC S9(09)V99
002430                                   OCCURS 7 TIMES.
002440*
002450*-----------------------------------------------------------*
002460* REPORTED-FIGURES CHECK - OTHER DEDUCTIONS AND STATE AND LOCAL
002470* SLOTS ARE COMPARED WITH WHAT THE LAST STATEMENT SHOWED THE
002480* WAY YRCORR COMPARES THEM: SPACES COUNT AS ZERO, AND A SLOT
002490* NOT YET IN USE AT THE STATEMENT WAS REPORTED AS ZERO.
002500*-----------------------------------------------------------*
002510 01  WS-YTD-OTHER-DEDS             PIC 9(08)V99 VALUE ZERO.
002520 01  WS-RPT-OTHER-DEDS             PIC 9(08)V99 VALUE ZERO.
002530 01  WS-RPT-JUR-AMOUNT             PIC 9(08)V99 VALUE ZERO.
002540 01  WS-JUR-SUB                    PIC 9(02) COMP VALUE ZERO.
002550*
002560*-----------------------------------------------------------*
002570* REVERSAL TARGETS.  TAXES BACKS OUT THE LATEST POSTING OF THE
002580* EMPLOYEE, NOT A REVERSAL AND NOT YET REVERSED, WHOSE GROSS
002590* MATCHES THE REVERSAL.  THE TABLE HOLDS, FOR EACH GROSS THE
002600* EMPLOYEE HAS BEEN PAID, THE KEY OF THAT LATEST POSTING; IT
002610* STAYS LIVE WHATEVER ITS YEAR.
002620*-----------------------------------------------------------*
002630 01  WS-TGT-COUNT                  PIC 9(04) COMP VALUE ZERO.
002640 01  WS-TGT-SUB                    PIC 9(04) COMP VALUE ZERO.
002650 01  WS-TGT-USE-SUB                PIC 9(04) COMP VALUE ZERO.
002660 01  WS-TARGET-TABLE.
002670     05  WS-TGT-ENTRY OCCURS 2000 TIMES.
002680         10  WS-TGT-GROSS          PIC 9(08)V99.
002690         10  WS-TGT-KEY            PIC X(18).
002700*
002710*-----------------------------------------------------------*
002720* LIVE POSTINGS ALREADY IN AN EARLIER ARCHIVE GENERATION - A
002730* PURGE THAT WAS REFUSED LEAVES THEM LIVE.  THEY ARE NEVER
002740* WRITTEN AGAIN; HISTPRG DELETES THEM ONCE THE YEAR BALANCES.
002750*-----------------------------------------------------------*
002760 01  WS-DUP-COUNT                  PIC 9(04) COMP VALUE ZERO.
002770 01  WS-DUP-SUB                    PIC 9(04) COMP VALUE ZERO.
002780 01  WS-DUPLICATE-TABLE.
002790     05  WS-DUP-KEY OCCURS 2000 TIMES
002800                                   PIC X(18).
002810 01  WS-LAST-PRIOR-KEY             PIC X(18) VALUE SPACES.
002820 01  WS-SAVE-HISTORY-RECORD        PIC X(260) VALUE SPACES.
002830*
002840*-----------------------------------------------------------*
002850* EMPLOYEE POSITIONING - THE EMPLOYEE IS READ TWICE, ONCE TO
002860* BALANCE AND ONCE TO SELECT, THEN THE FILE IS REPOSITIONED AT
002870* THE NEXT EMPLOYEE'S FIRST POSTING.
002880*-----------------------------------------------------------*
002890 01  WS-CUR-EMPLOYEE-ID            PIC 9(05) VALUE ZERO.
002900 01  WS-FIRST-KEY                  PIC X(18) VALUE SPACES.
002910 01  WS-NEXT-KEY                   PIC X(18) VALUE SPACES.
002920*
002930*-----------------------------------------------------------*
002940* DAY-NUMBER WORK FIELDS - DAYS FROM THE START OF THE CENTURY
002950* TO A YYMMDD DATE.  THE DAYS BEFORE EACH MONTH ARE FOR A
002960* COMMON YEAR; A LEAP YEAR ADDS ONE AFTER FEBRUARY.
002970*-----------------------------------------------------------*
002980 01  WS-DAYNUM-DATE                PIC 9(06) VALUE ZERO.
002990 01  WS-DAYNUM-PARTS REDEFINES WS-DAYNUM-DATE.
003000     05  WS-DAYNUM-YY              PIC 9(02).
003010     05  WS-DAYNUM-MM              PIC 9(02).
003020     05  WS-DAYNUM-DD              PIC 9(02).
003030 01  WS-DAYNUM-RESULT              PIC 9(06) VALUE ZERO.
003040 01  WS-DAYNUM-LEAPS               PIC 9(03) VALUE ZERO.
003050 01  WS-DAYNUM-QUOT                PIC 9(03) VALUE ZERO.
003060 01  WS-DAYNUM-REM                 PIC 9(01) VALUE ZERO.
003070 01  WS-MONTH-DAYS-VALUES.
003080     05  FILLER                    PIC X(36) VALUE
003090         "000031059090120151181212243273304334".
003100 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
003110     05  WS-DAYS-BEFORE-MONTH      PIC 9(03) OCCURS 12 TIMES.
003120*
003130*-----------------------------------------------------------*
003140* FILE STATUS AND CONTROL FIELDS
003150*-----------------------------------------------------------*
003160 01  WS-PAY-HISTORY-STATUS         PIC X(02) VALUE SPACES.
003170 01  WS-ARCHIVE-STATUS             PIC X(02) VALUE SPACES.
003180 01  WS-RUN-CONTROL-STATUS         PIC X(02) VALUE SPACES.
003190 01  WS-RETENTION-PARM-STATUS      PIC X(02) VALUE SPACES.
003200 01  WS-PAY-ARCHIVE-STATUS         PIC X(02) VALUE SPACES.
003210 01  WS-ARCHIVE-REPORT-STATUS      PIC X(02) VALUE SPACES.
003220 01  WS-PRIOR-ARCHIVE-STATUS       PIC X(02) VALUE SPACES.
003230 01  WS-PRIOR-SORTED-STATUS        PIC X(02) VALUE SPACES.
003240 01  WS-EMPLOYEE-COUNT             PIC 9(07) COMP VALUE ZERO.
003250 01  WS-EMPLOYEE-REFUSED-COUNT     PIC 9(07) COMP VALUE ZERO.
003260 01  WS-YEAR-ARCHIVED-COUNT        PIC 9(07) COMP VALUE ZERO.
003270 01  WS-YEAR-REFUSED-COUNT         PIC 9(07) COMP VALUE ZERO.
003280 01  WS-ARCHIVED-COUNT             PIC 9(09) COMP VALUE ZERO.
003290 01  WS-WRITTEN-COUNT              PIC 9(09) COMP VALUE ZERO.
003300 01  WS-KEPT-REVERSAL-COUNT        PIC 9(09) COMP VALUE ZERO.
003310 01  WS-KEPT-RETURN-COUNT          PIC 9(09) COMP VALUE ZERO.
003320 01  WS-DUPLICATE-COUNT            PIC 9(09) COMP VALUE ZERO.
003330 01  WS-ARCHIVED-GROSS             PIC S9(13)V99 VALUE ZERO.
003340 01  WS-COUNT-ED                   PIC ZZZ,ZZZ,ZZ9.
003350 01  WS-AMOUNT-ED                  PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
003360*
003370*-----------------------------------------------------------*
003380* REPORT LINES
003390*-----------------------------------------------------------*
003400 01  WS-COLUMN-HEADING.
003410     05  FILLER                    PIC X(07) VALUE "EMPL".
003420     05  FILLER                    PIC X(06) VALUE "YEAR".
003430     05  FILLER                    PIC X(10) VALUE "  POSTINGS".
003440     05  FILLER                    PIC X(10) VALUE "  ARCHIVED".
003450     05  FILLER                    PIC X(10) VALUE "  KEPT REV".
003460     05  FILLER                    PIC X(10) VALUE "  KEPT RTN".
003470     05  FILLER                    PIC X(10) VALUE "  PREV ARC".
003480     05  FILLER                    PIC X(17)
003490                                   VALUE "   ARCHIVED GROSS".
003500     05  FILLER                    PIC X(02) VALUE SPACES.
003510     05  FILLER                    PIC X(06) VALUE "STATUS".
003520 01  WS-YEAR-DETAIL.
003530     05  WS-YD-EMPLOYEE-ID         PIC 9(05).
003540     05  FILLER                    PIC X(02) VALUE SPACES.
003550     05  WS-YD-YEAR                PIC 9(04).
003560     05  FILLER                    PIC X(02) VALUE SPACES.
003570     05  WS-YD-POSTINGS            PIC Z,ZZZ,ZZ9.
003580     05  FILLER                    PIC X(01) VALUE SPACES.
003590     05  WS-YD-ARCHIVED            PIC Z,ZZZ,ZZ9.
003600     05  FILLER                    PIC X(01) VALUE SPACES.
003610     05  WS-YD-KEPT-REVERSAL       PIC Z,ZZZ,ZZ9.
003620     05  FILLER                    PIC X(01) VALUE SPACES.
003630     05  WS-YD-KEPT-RETURN         PIC Z,ZZZ,ZZ9.
003640     05  FILLER                    PIC X(01) VALUE SPACES.
003650     05  WS-YD-DUPLICATE           PIC Z,ZZZ,ZZ9.
003660     05  FILLER                    PIC X(01) VALUE SPACES.
003670     05  WS-YD-GROSS               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
003680     05  FILLER                    PIC X(02) VALUE SPACES.
003690     05  WS-YD-STATUS              PIC X(40).
003700     05  FILLER                    PIC X(04) VALUE SPACES.
003710*
003720 01  WS-SWITCHES.
003730     05  WS-HIST-EOF-SWITCH        PIC X(01) VALUE 'N'.
003740         88  WS-HIST-END-OF-FILE           VALUE 'Y'.
003750         88  WS-HIST-NOT-END-OF-FILE       VALUE 'N'.
003760     05  WS-NEXT-EOF-SWITCH        PIC X(01) VALUE 'N'.
003770         88  WS-NEXT-END-OF-FILE           VALUE 'Y'.
003780         88  WS-NEXT-NOT-END-OF-FILE       VALUE 'N'.
003790     05  WS-PRI-EOF-SWITCH         PIC X(01) VALUE 'N'.
003800         88  WS-PRI-END-OF-FILE            VALUE 'Y'.
003810         88  WS-PRI-NOT-END-OF-FILE        VALUE 'N'.
003820     05  WS-RCTL-EOF-SWITCH        PIC X(01) VALUE 'N'.
003830         88  WS-RCTL-END-OF-FILE           VALUE 'Y'.
003840         88  WS-RCTL-NOT-END-OF-FILE       VALUE 'N'.
003850     05  WS-EMP-REFUSED-SW         PIC X(01) VALUE 'N'.
003860         88  WS-EMP-REFUSED                VALUE 'Y'.
003870         88  WS-EMP-NOT-REFUSED            VALUE 'N'.
003880     05  WS-ANY-BALANCED-SW        PIC X(01) VALUE 'N'.
003890         88  WS-ANY-YEAR-BALANCED          VALUE 'Y'.
003900         88  WS-NO-YEAR-BALANCED           VALUE 'N'.
003910     05  WS-YR-FOUND-SW            PIC X(01) VALUE 'N'.
003920         88  WS-YR-FOUND                   VALUE 'Y'.
003930         88  WS-YR-NOT-FOUND               VALUE 'N'.
003940     05  WS-TGT-FOUND-SW           PIC X(01) VALUE 'N'.
003950         88  WS-TGT-FOUND                  VALUE 'Y'.
003960         88  WS-TGT-NOT-FOUND              VALUE 'N'.
003970     05  WS-CLS-FOUND-SW           PIC X(01) VALUE 'N'.
003980         88  WS-CLS-FOUND                  VALUE 'Y'.
003990         88  WS-CLS-NOT-FOUND              VALUE 'N'.
004000     05  WS-DUP-FOUND-SW           PIC X(01) VALUE 'N'.
004010         88  WS-DUP-FOUND                  VALUE 'Y'.
004020         88  WS-DUP-NOT-FOUND              VALUE 'N'.
004030     05  WS-MATCH-SW               PIC X(01) VALUE 'N'.
004040         88  WS-FIGURES-MATCH              VALUE 'Y'.
004050         88  WS-FIGURES-DIFFER             VALUE 'N'.
004060     05  WS-REPORTED-SW            PIC X(01) VALUE 'Y'.
004070         88  WS-CORR-REPORTED              VALUE 'Y'.
004080         88  WS-CORR-UNREPORTED            VALUE 'N'.
004090*
004100 PROCEDURE DIVISION.
004110*
004120*=============================================================*
004130* 0000-MAINLINE - PROGRAM ENTRY POINT
004140*=============================================================*
004150 0000-MAINLINE.
004160     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004170     PERFORM 2000-PROCESS-ONE-EMPLOYEE THRU 2000-EXIT
004180         UNTIL WS-HIST-END-OF-FILE
004190     PERFORM 9000-TERMINATE THRU 9000-EXIT
004200     STOP RUN.
004210*
004220*=============================================================*
004230* 1000-INITIALIZE - READ THE PARAMETER CARD, CHECK NO PAYROLL
004240*                   RUN IS IN-FLIGHT, SORT THE EARLIER ARCHIVE
004250*                   GENERATIONS, OPEN THE FILES, PRINT THE
004260*                   HEADING AND READ THE FIRST POSTING
004270*=============================================================*
004280 1000-INITIALIZE.
004290     PERFORM 1100-READ-RETENTION-PARM THRU 1100-EXIT
004300     ACCEPT WS-RUN-DATE FROM DATE
004310     COMPUTE WS-RUN-YEAR = 2000 + WS-RUN-YY
004320     COMPUTE WS-CUTOFF-YEAR = WS-RUN-YEAR - WS-RETAIN-YEARS - 1
004330     MOVE WS-RUN-DATE TO WS-DAYNUM-DATE
004340     PERFORM 8000-COMPUTE-DAY-NUMBER THRU 8000-EXIT
004350     MOVE WS-DAYNUM-RESULT TO WS-RUN-DAY-NUMBER
004360     PERFORM 1050-CHECK-RUN-CONTROL THRU 1050-EXIT
004370     PERFORM 1200-SORT-PRIOR-ARCHIVE THRU 1200-EXIT
004380     OPEN INPUT PAY-HISTORY-FILE
004390     IF WS-PAY-HISTORY-STATUS NOT = "00"
004400         DISPLAY "PAY HISTORY FILE OPEN FAILED - STATUS "
004410             WS-PAY-HISTORY-STATUS
004420         CLOSE PRIOR-SORTED-FILE
004430         MOVE 16 TO RETURN-CODE
004440         STOP RUN
004450     END-IF
004460     OPEN INPUT YTD-ARCHIVE-FILE
004470     IF WS-ARCHIVE-STATUS NOT = "00"
004480         DISPLAY "YTD ARCHIVE FILE OPEN FAILED - STATUS "
004490             WS-ARCHIVE-STATUS
004500         CLOSE PRIOR-SORTED-FILE
004510         CLOSE PAY-HISTORY-FILE
004520         MOVE 16 TO RETURN-CODE
004530         STOP RUN
004540     END-IF
004550     OPEN OUTPUT PAY-ARCHIVE-FILE
004560     IF WS-PAY-ARCHIVE-STATUS NOT = "00"
004570         DISPLAY "PAY HISTORY ARCHIVE OPEN FAILED - STATUS "
004580             WS-PAY-ARCHIVE-STATUS
004590         CLOSE PRIOR-SORTED-FILE
004600         CLOSE PAY-HISTORY-FILE
004610         CLOSE YTD-ARCHIVE-FILE
004620         MOVE 16 TO RETURN-CODE
004630         STOP RUN
004640     END-IF
004650     OPEN OUTPUT ARCHIVE-REPORT-FILE
004660     IF WS-ARCHIVE-REPORT-STATUS NOT = "00"
004670         DISPLAY "ARCHIVE REPORT FILE OPEN FAILED - STATUS "
004680             WS-ARCHIVE-REPORT-STATUS
004690         CLOSE PRIOR-SORTED-FILE
004700         CLOSE PAY-HISTORY-FILE
004710         CLOSE YTD-ARCHIVE-FILE
004720         CLOSE PAY-ARCHIVE-FILE
004730         MOVE 16 TO RETURN-CODE
004740         STOP RUN
004750     END-IF
004760     MOVE SPACES TO ARCHIVE-REPORT-LINE
004770     STRING "POLUX FINANCIAL - PAY HISTORY RETENTION ARCHIVE"
004780             " - RUN DATE " WS-RUN-DATE
004790         DELIMITED BY SIZE INTO ARCHIVE-REPORT-LINE
004800     WRITE ARCHIVE-REPORT-LINE
004810     MOVE SPACES TO ARCHIVE-REPORT-LINE
004820     STRING "RETENTION " WS-RETAIN-YEARS " YEARS - CLOSED TAX "
004830             "YEARS THROUGH " WS-CUTOFF-YEAR " ELIGIBLE - BANK "
004840             "RETURN WINDOW " WS-RETURN-DAYS " DAYS"
004850         DELIMITED BY SIZE INTO ARCHIVE-REPORT-LINE
004860     WRITE ARCHIVE-REPORT-LINE
004870     MOVE SPACES TO ARCHIVE-REPORT-LINE
004880     WRITE ARCHIVE-REPORT-LINE
004890     WRITE ARCHIVE-REPORT-LINE FROM WS-COLUMN-HEADING
004900     MOVE LOW-VALUES TO PHR-KEY
004910     START PAY-HISTORY-FILE KEY NOT LESS THAN PHR-KEY
004920         INVALID KEY
004930             SET WS-HIST-END-OF-FILE TO TRUE
004940     END-START
004950     IF WS-HIST-NOT-END-OF-FILE
004960         PERFORM 2100-READ-HISTORY-NEXT THRU 2100-EXIT
004970     END-IF.
004980 1000-EXIT.
004990     EXIT.
005000*
005010*-------------------------------------------------------------*
005020* 1050-CHECK-RUN-CONTROL - REFUSE TO RUN WHILE A PAYROLL RUN IS
005030*                          MARKED IN-FLIGHT ON THE SHARED RUN
005040*                          CONTROL FILE - A RESTART OF IT MAY
005050*                          STILL REVERSE OR REWRITE POSTINGS.
005060*                          A MISSING CONTROL FILE GETS A CONSOLE
005070*                          NOTE AND THE RUN PROCEEDS.
005080*-------------------------------------------------------------*
005090 1050-CHECK-RUN-CONTROL.
005100     OPEN INPUT RUN-CONTROL-FILE
005110     IF WS-RUN-CONTROL-STATUS NOT = "00"
005120         DISPLAY "RUN CONTROL FILE NOT AVAILABLE - STATUS "
005130             WS-RUN-CONTROL-STATUS " - PROCEEDING"
005140         GO TO 1050-EXIT
005150     END-IF
005160     MOVE ZERO TO RCT-RUN-KEY
005170     START RUN-CONTROL-FILE KEY NOT LESS THAN RCT-RUN-KEY
005180         INVALID KEY
005190             SET WS-RCTL-END-OF-FILE TO TRUE
005200     END-START
005210     PERFORM 1060-SCAN-RUN-CONTROL THRU 1060-EXIT
005220         UNTIL WS-RCTL-END-OF-FILE
005230     CLOSE RUN-CONTROL-FILE.
005240 1050-EXIT.
005250     EXIT.
005260*
005270*-------------------------------------------------------------*
005280* 1060-SCAN-RUN-CONTROL - ONE CONTROL RECORD; ANY IN-FLIGHT
005290*                         MARK STOPS THE ARCHIVE RUN
005300*-------------------------------------------------------------*
005310 1060-SCAN-RUN-CONTROL.
005320     READ RUN-CONTROL-FILE NEXT RECORD
005330         AT END
005340             SET WS-RCTL-END-OF-FILE TO TRUE
005350             GO TO 1060-EXIT
005360     END-READ
005370     IF RCT-RUN-IN-FLIGHT
005380         DISPLAY "PAYROLL RUN " RCT-RUN-DATE "/" RCT-RUN-NO
005390             " IS MARKED "
005400             "IN-FLIGHT - PAY HISTORY ARCHIVE REFUSED"
005410         CLOSE RUN-CONTROL-FILE
005420         MOVE 8 TO RETURN-CODE
005430         STOP RUN
005440     END-IF.
005450 1060-EXIT.
005460     EXIT.
005470*
005480*-------------------------------------------------------------*
005490* 1100-READ-RETENTION-PARM - THE OPTIONAL PARAMETER CARD:
005500*                            "RETAIN", THE YEARS OF CLOSED
005510*                            HISTORY KEPT LIVE AFTER THE CURRENT
005520*                            YEAR (AT LEAST 1) AND THE BANK
005530*                            RETURN WINDOW IN DAYS.  A BLANK
005540*                            FIELD KEEPS ITS DEFAULT.  A CARD
005550*                            THAT IS PRESENT BUT NOT VALID STOPS
005560*                            THE RUN BEFORE ANYTHING IS OPENED.
005570*-------------------------------------------------------------*
005580 1100-READ-RETENTION-PARM.
005590     OPEN INPUT RETENTION-PARM-FILE
005600     IF WS-RETENTION-PARM-STATUS NOT = "00"
005610         GO TO 1100-EXIT
005620     END-IF
005630     READ RETENTION-PARM-FILE
005640         AT END
005650             CLOSE RETENTION-PARM-FILE
005660             GO TO 1100-EXIT
005670     END-READ
005680     CLOSE RETENTION-PARM-FILE
005690     IF APM-KEYWORD NOT = "RETAIN"
005700         PERFORM 1110-REFUSE-PARM THRU 1110-EXIT
005710     END-IF
005720     IF APM-RETAIN-YEARS-X NOT = SPACES
005730         IF APM-RETAIN-YEARS NOT NUMERIC
005740            OR APM-RETAIN-YEARS = ZERO
005750             PERFORM 1110-REFUSE-PARM THRU 1110-EXIT
005760         END-IF
005770         MOVE APM-RETAIN-YEARS TO WS-RETAIN-YEARS
005780     END-IF
005790     IF APM-RETURN-DAYS-X NOT = SPACES
005800         IF APM-RETURN-DAYS NOT NUMERIC
005810            OR APM-RETURN-DAYS = ZERO
005820             PERFORM 1110-REFUSE-PARM THRU 1110-EXIT
005830         END-IF
005840         MOVE APM-RETURN-DAYS TO WS-RETURN-DAYS
005850     END-IF.
005860 1100-EXIT.
005870     EXIT.
005880*
005890*-------------------------------------------------------------*
005900* 1110-REFUSE-PARM - A RETENTION PARAMETER CARD THAT IS PRESENT
005910*                    BUT NOT VALID STOPS THE RUN
005920*-------------------------------------------------------------*
005930 1110-REFUSE-PARM.
005940     DISPLAY "RETENTION PARAMETER NOT VALID - SEE ARCPARM CARD "
005950         "LAYOUT - RUN REFUSED"
005960     MOVE 16 TO RETURN-CODE
005970     STOP RUN.
005980 1110-EXIT.
005990     EXIT.
006000*
006010*-------------------------------------------------------------*
006020* 1200-SORT-PRIOR-ARCHIVE - SORT EVERY EARLIER ARCHIVE
006030*                           GENERATION INTO ONE FILE IN KEY
006040*                           ORDER, OPEN IT AND READ ITS FIRST
006050*                           RECORD.  BEFORE THE FIRST GENERATION
006060*                           EXISTS THE INPUT IS EMPTY.
006070*-------------------------------------------------------------*
006080 1200-SORT-PRIOR-ARCHIVE.
006090     SORT SORT-FILE
006100         ON ASCENDING KEY SRT-KEY
006110         USING PRIOR-ARCHIVE-FILE
006120         GIVING PRIOR-SORTED-FILE
006130     IF SORT-RETURN NOT = ZERO
006140         DISPLAY "EARLIER ARCHIVE GENERATIONS SORT FAILED - "
006150             "RETURN " SORT-RETURN
006160         MOVE 16 TO RETURN-CODE
006170         STOP RUN
006180     END-IF
006190     OPEN INPUT PRIOR-SORTED-FILE
006200     IF WS-PRIOR-SORTED-STATUS NOT = "00"
006210         DISPLAY "SORTED EARLIER ARCHIVE OPEN FAILED - STATUS "
006220             WS-PRIOR-SORTED-STATUS
006230         MOVE 16 TO RETURN-CODE
006240         STOP RUN
006250     END-IF
006260     PERFORM 2200-READ-PRIOR THRU 2200-EXIT.
006270 1200-EXIT.
006280     EXIT.
006290*
006300*=============================================================*
006310* 2000-PROCESS-ONE-EMPLOYEE - BALANCE, ARCHIVE, PROVE AND REPORT
006320*                             THE EMPLOYEE (2010), THEN MOVE ON
006330*                             TO THE NEXT EMPLOYEE
006340*=============================================================*
006350 2000-PROCESS-ONE-EMPLOYEE.
006360     PERFORM 2010-ARCHIVE-EMPLOYEE THRU 2010-EXIT
006370     IF WS-NEXT-END-OF-FILE
006380         SET WS-HIST-END-OF-FILE TO TRUE
006390         GO TO 2000-EXIT
006400     END-IF
006410     SET WS-HIST-NOT-END-OF-FILE TO TRUE
006420     MOVE WS-NEXT-KEY TO PHR-KEY
006430     START PAY-HISTORY-FILE KEY NOT LESS THAN PHR-KEY
006440         INVALID KEY
006450             SET WS-HIST-END-OF-FILE TO TRUE
006460     END-START
006470     IF WS-HIST-NOT-END-OF-FILE
006480         PERFORM 2100-READ-HISTORY-NEXT THRU 2100-EXIT
006490     END-IF.
006500 2000-EXIT.
006510     EXIT.
006520*
006530*-------------------------------------------------------------*
006540* 2010-ARCHIVE-EMPLOYEE - BALANCE THE EMPLOYEE'S ELIGIBLE YEARS
006550*                         TO THE YTD ARCHIVE, ARCHIVE THE
006560*                         POSTINGS OF EACH YEAR THAT BALANCES,
006570*                         PROVE THE RESULT AND REPORT.  AN
006580*                         EMPLOYEE WITH NO ELIGIBLE YEAR, OR
006590*                         REFUSED, IS LEFT AS IT IS.
006600*-------------------------------------------------------------*
006610 2010-ARCHIVE-EMPLOYEE.
006620     ADD 1 TO WS-EMPLOYEE-COUNT
006630     MOVE PHR-EMPLOYEE-ID TO WS-CUR-EMPLOYEE-ID
006640     MOVE PHR-KEY         TO WS-FIRST-KEY
006650     MOVE ZERO TO WS-YR-COUNT
006660     MOVE ZERO TO WS-TGT-COUNT
006670     MOVE ZERO TO WS-CLS-COUNT
006680     MOVE ZERO TO WS-DUP-COUNT
006690     SET WS-EMP-NOT-REFUSED TO TRUE
006700     SET WS-NO-YEAR-BALANCED TO TRUE
006710     PERFORM 2200-READ-PRIOR THRU 2200-EXIT
006720         UNTIL WS-PRI-END-OF-FILE
006730            OR PRS-EMPLOYEE-ID NOT < WS-CUR-EMPLOYEE-ID
006740     PERFORM 3000-TALLY-POSTING THRU 3000-EXIT
006750         UNTIL WS-HIST-END-OF-FILE
006760            OR PHR-EMPLOYEE-ID NOT = WS-CUR-EMPLOYEE-ID
006770     MOVE WS-HIST-EOF-SWITCH TO WS-NEXT-EOF-SWITCH
006780     MOVE PHR-KEY            TO WS-NEXT-KEY
006790     PERFORM 3500-TALLY-EARLIER THRU 3500-EXIT
006800         UNTIL WS-PRI-END-OF-FILE
006810            OR PRS-EMPLOYEE-ID NOT = WS-CUR-EMPLOYEE-ID
006820     IF WS-YR-COUNT = ZERO
006830         GO TO 2010-EXIT
006840     END-IF
006850     IF WS-EMP-REFUSED
006860         ADD 1 TO WS-EMPLOYEE-REFUSED-COUNT
006870         MOVE SPACES TO ARCHIVE-REPORT-LINE
006880         STRING WS-CUR-EMPLOYEE-ID "  NOT ARCHIVED - MORE TAX "
006890                 "YEARS OR PAID AMOUNTS THAN THE RUN CAN HOLD"
006900             DELIMITED BY SIZE INTO ARCHIVE-REPORT-LINE
006910         WRITE ARCHIVE-REPORT-LINE
006920         GO TO 2010-EXIT
006930     END-IF
006940     PERFORM 4000-BALANCE-YEAR THRU 4000-EXIT
006950         VARYING WS-YR-SUB FROM 1 BY 1
006960         UNTIL WS-YR-SUB > WS-YR-COUNT
006970     IF WS-ANY-YEAR-BALANCED
006980         MOVE WS-FIRST-KEY TO PHR-KEY
006990         SET WS-HIST-NOT-END-OF-FILE TO TRUE
007000         START PAY-HISTORY-FILE KEY NOT LESS THAN PHR-KEY
007010             INVALID KEY
007020                 SET WS-HIST-END-OF-FILE TO TRUE
007030         END-START
007040         IF WS-HIST-NOT-END-OF-FILE
007050             PERFORM 2100-READ-HISTORY-NEXT THRU 2100-EXIT
007060         END-IF
007070         PERFORM 5000-SELECT-POSTING THRU 5000-EXIT
007080             UNTIL WS-HIST-END-OF-FILE
007090                OR PHR-EMPLOYEE-ID NOT = WS-CUR-EMPLOYEE-ID
007100         PERFORM 6000-PROVE-YEAR THRU 6000-EXIT
007110             VARYING WS-YR-SUB FROM 1 BY 1
007120             UNTIL WS-YR-SUB > WS-YR-COUNT
007130     END-IF
007140     PERFORM 7000-REPORT-YEAR THRU 7000-EXIT
007150         VARYING WS-YR-SUB FROM 1 BY 1
007160         UNTIL WS-YR-SUB > WS-YR-COUNT.
007170 2010-EXIT.
007180     EXIT.
007190*
007200*-------------------------------------------------------------*
007210* 2100-READ-HISTORY-NEXT - GET THE NEXT PAY HISTORY RECORD
007220*-------------------------------------------------------------*
007230 2100-READ-HISTORY-NEXT.
007240     READ PAY-HISTORY-FILE NEXT RECORD
007250         AT END
007260             SET WS-HIST-END-OF-FILE TO TRUE
007270     END-READ.
007280 2100-EXIT.
007290     EXIT.
007300*
007310*-------------------------------------------------------------*
007320* 2200-READ-PRIOR - GET THE NEXT POSTING OF THE EARLIER ARCHIVE
007330*                   GENERATIONS
007340*-------------------------------------------------------------*
007350 2200-READ-PRIOR.
007360     READ PRIOR-SORTED-FILE
007370         AT END
007380             SET WS-PRI-END-OF-FILE TO TRUE
007390     END-READ.
007400 2200-EXIT.
007410     EXIT.
007420*
007430*=============================================================*
007440* 3000-TALLY-POSTING - FIRST PASS OVER ONE POSTING (3010), THEN
007450*                      READ THE NEXT
007460*=============================================================*
007470 3000-TALLY-POSTING.
007480     PERFORM 3010-TALLY-ONE-POSTING THRU 3010-EXIT
007490     PERFORM 2100-READ-HISTORY-NEXT THRU 2100-EXIT.
007500 3000-EXIT.
007510     EXIT.
007520*
007530*-------------------------------------------------------------*
007540* 3010-TALLY-ONE-POSTING - A POSTING OF AN ELIGIBLE YEAR IS
007550*                          ADDED TO ITS YEAR'S FIGURES; ANY
007560*                          POSTING THAT TAXES COULD STILL BACK
007570*                          OUT BECOMES THE REVERSAL TARGET FOR
007580*                          ITS GROSS.  THE EARLIER GENERATIONS
007590*                          ARE MATCHED ALONG IN KEY ORDER: THEIR
007600*                          POSTINGS AHEAD OF THIS ONE ARE NO
007610*                          LONGER LIVE, AND ONE WITH THIS KEY
007620*                          MEANS IT IS ALREADY ARCHIVED.
007630*-------------------------------------------------------------*
007640 3010-TALLY-ONE-POSTING.
007650     PERFORM 3500-TALLY-EARLIER THRU 3500-EXIT
007660         UNTIL WS-PRI-END-OF-FILE
007670            OR PRS-KEY NOT < PHR-KEY
007680     IF WS-PRI-NOT-END-OF-FILE
007690        AND PRS-KEY = PHR-KEY
007700         PERFORM 3600-NOTE-DUPLICATE THRU 3600-EXIT
007710     END-IF
007720     IF WS-EMP-REFUSED
007730         GO TO 3010-EXIT
007740     END-IF
007750     IF NOT PHR-REVERSAL-POSTING
007760        AND PHR-NOT-REVERSED
007770         PERFORM 3200-SET-REVERSAL-TARGET THRU 3200-EXIT
007780     END-IF
007790     PERFORM 3100-GET-POSTING-FIGURES THRU 3100-EXIT
007800     IF WS-POST-YEAR > WS-CUTOFF-YEAR
007810         GO TO 3010-EXIT
007820     END-IF
007830     PERFORM 3300-FIND-YEAR THRU 3300-EXIT
007840     IF WS-YR-NOT-FOUND
007850         IF WS-YR-COUNT NOT < 50
007860             SET WS-EMP-REFUSED TO TRUE
007870             GO TO 3010-EXIT
007880         END-IF
007890         ADD 1 TO WS-YR-COUNT
007900         MOVE WS-YR-COUNT TO WS-YR-USE-SUB
007910         INITIALIZE WS-YR-ENTRY (WS-YR-USE-SUB)
007920         MOVE WS-POST-YEAR TO WS-YR-YEAR (WS-YR-USE-SUB)
007930     END-IF
007940     ADD 1 TO WS-YR-POSTINGS (WS-YR-USE-SUB)
007950     MOVE 1 TO WS-SET-SUB
007960     PERFORM 3400-ADD-TO-YEAR THRU 3400-EXIT
007970         VARYING WS-AMT-SUB FROM 1 BY 1
007980         UNTIL WS-AMT-SUB > 7.
007990 3010-EXIT.
008000     EXIT.
008010*
008020*-------------------------------------------------------------*
008030* 3100-GET-POSTING-FIGURES - THE POSTING'S TAX YEAR AND SIGNED
008040*                            FIGURES.  A PRIOR-YEAR CORRECTION
008050*                            BELONGS TO THE YEAR IT CORRECTED;
008060*                            A POSTING RUN BEFORE THE EMPLOYEE'S
008070*                            CLOSE OF THE YEAR BEFORE ITS RUN
008080*                            DATE, TO THAT YEAR; ANY OTHER
008090*                            POSTING TO THE YEAR OF ITS RUN DATE.
008100*-------------------------------------------------------------*
008110 3100-GET-POSTING-FIGURES.
008120     MOVE PHR-RUN-DATE TO WS-POST-DATE
008130     COMPUTE WS-POST-YEAR = 2000 + WS-POST-YY
008140     MOVE ZERO TO WS-POST-CORR-YEAR
008150     IF PHR-CORR-YEAR NUMERIC
008160         MOVE PHR-CORR-YEAR TO WS-POST-CORR-YEAR
008170     END-IF
008180     IF WS-POST-CORR-YEAR > ZERO
008190         MOVE WS-POST-CORR-YEAR TO WS-POST-YEAR
008200     ELSE
008210         PERFORM 3120-CHECK-CLOSED-YEAR THRU 3120-EXIT
008220     END-IF
008230     MOVE ZERO TO WS-POST-JUR-TOTAL
008240     PERFORM 3110-ADD-JURISDICTION THRU 3110-EXIT
008250         VARYING WS-AMT-SUB FROM 1 BY 1
008260         UNTIL WS-AMT-SUB > 4
008270     IF PHR-REVERSAL-POSTING
008280         MOVE -1 TO WS-POST-SIGN
008290     ELSE
008300         MOVE +1 TO WS-POST-SIGN
008310     END-IF
008320     COMPUTE WS-POST-AMOUNT (1) = PHR-GROSS * WS-POST-SIGN
008330     COMPUTE WS-POST-AMOUNT (2) = PHR-INCOME-TAX * WS-POST-SIGN
008340     COMPUTE WS-POST-AMOUNT (3) = PHR-SOC-SEC * WS-POST-SIGN
008350     COMPUTE WS-POST-AMOUNT (4) = PHR-HEALTH-INS * WS-POST-SIGN
008360     COMPUTE WS-POST-AMOUNT (5) =
008370         (PHR-INCOME-TAX + PHR-SOC-SEC + PHR-HEALTH-INS
008380             + WS-POST-JUR-TOTAL) * WS-POST-SIGN
008390     COMPUTE WS-POST-AMOUNT (6) = PHR-NET-PAY * WS-POST-SIGN
008400     IF PHR-OTHER-DEDS NUMERIC
008410         COMPUTE WS-POST-AMOUNT (7) =
008420             PHR-OTHER-DEDS * WS-POST-SIGN
008430     ELSE
008440         MOVE ZERO TO WS-POST-AMOUNT (7)
008450     END-IF.
008460 3100-EXIT.
008470     EXIT.
008480*
008490 3110-ADD-JURISDICTION.
008500     IF PHR-JUR-WITHHELD (WS-AMT-SUB) NUMERIC
008510         ADD PHR-JUR-WITHHELD (WS-AMT-SUB) TO WS-POST-JUR-TOTAL
008520     END-IF.
008530 3110-EXIT.
008540     EXIT.
008550*
008560*-------------------------------------------------------------*
008570* 3120-CHECK-CLOSED-YEAR - WHEN THE EMPLOYEE'S YEAR BEFORE THE
008580*                          RUN DATE'S WAS CLOSED AFTER THE POSTING
008590*                          WAS RUN, THE POSTING IS IN THAT YEAR'S
008600*                          YTD ARCHIVE FIGURES AND BELONGS TO IT.
008610*                          EACH YEAR IS READ ONCE PER EMPLOYEE.
008620*-------------------------------------------------------------*
008630 3120-CHECK-CLOSED-YEAR.
008640     COMPUTE WS-CLOSE-YEAR = WS-POST-YEAR - 1
008650     SET WS-CLS-NOT-FOUND TO TRUE
008660     PERFORM 3130-MATCH-CLOSE THRU 3130-EXIT
008670         VARYING WS-CLS-SUB FROM 1 BY 1
008680         UNTIL WS-CLS-SUB > WS-CLS-COUNT
008690            OR WS-CLS-FOUND
008700     IF WS-CLS-NOT-FOUND
008710         PERFORM 3140-READ-CLOSE THRU 3140-EXIT
008720     END-IF
008730     IF WS-CLOSE-LAST-RUN > ZERO
008740        AND PHR-RUN-DATE NOT > WS-CLOSE-LAST-RUN
008750         MOVE WS-CLOSE-YEAR TO WS-POST-YEAR
008760     END-IF.
008770 3120-EXIT.
008780     EXIT.
008790*
008800 3130-MATCH-CLOSE.
008810     IF WS-CLOSE-YEAR = WS-CLS-YEAR (WS-CLS-SUB)
008820         SET WS-CLS-FOUND TO TRUE
008830         MOVE WS-CLS-LAST-RUN (WS-CLS-SUB) TO WS-CLOSE-LAST-RUN
008840     END-IF.
008850 3130-EXIT.
008860     EXIT.
008870*
008880*-------------------------------------------------------------*
008890* 3140-READ-CLOSE - THE LAST RUN DATE ON THE EMPLOYEE'S YTD
008900*                   ARCHIVE RECORD FOR WS-CLOSE-YEAR, ZERO WHEN
008910*                   THERE IS NONE; KEPT IN THE TABLE WHILE IT HAS
008920*                   ROOM
008930*-------------------------------------------------------------*
008940 3140-READ-CLOSE.
008950     MOVE ZERO TO WS-CLOSE-LAST-RUN
008960     MOVE WS-CLOSE-YEAR   TO YAR-STATEMENT-YEAR
008970     MOVE PHR-EMPLOYEE-ID TO YAR-EMPLOYEE-ID
008980     READ YTD-ARCHIVE-FILE
008990         INVALID KEY
009000             CONTINUE
009010     END-READ
009020     IF WS-ARCHIVE-STATUS = "00"
009030         IF YAR-LAST-RUN-DATE NUMERIC
009040             MOVE YAR-LAST-RUN-DATE TO WS-CLOSE-LAST-RUN
009050         END-IF
009060     END-IF
009070     IF WS-CLS-COUNT < 50
009080         ADD 1 TO WS-CLS-COUNT
009090         MOVE WS-CLOSE-YEAR     TO WS-CLS-YEAR (WS-CLS-COUNT)
009100         MOVE WS-CLOSE-LAST-RUN TO WS-CLS-LAST-RUN (WS-CLS-COUNT)
009110     END-IF.
009120 3140-EXIT.
009130     EXIT.
009140*
009150*-------------------------------------------------------------*
009160* 3200-SET-REVERSAL-TARGET - THE POSTING IS THE LATEST ONE SO
009170*                            FAR THAT A REVERSAL OF ITS GROSS
009180*                            WOULD BACK OUT.  THE FILE IS IN KEY
009190*                            ORDER, SO A LATER POSTING OF THE
009200*                            SAME GROSS REPLACES IT.
009210*-------------------------------------------------------------*
009220 3200-SET-REVERSAL-TARGET.
009230     SET WS-TGT-NOT-FOUND TO TRUE
009240     PERFORM 3210-MATCH-TARGET THRU 3210-EXIT
009250         VARYING WS-TGT-SUB FROM 1 BY 1
009260         UNTIL WS-TGT-SUB > WS-TGT-COUNT
009270            OR WS-TGT-FOUND
009280     IF WS-TGT-NOT-FOUND
009290         IF WS-TGT-COUNT NOT < 2000
009300             SET WS-EMP-REFUSED TO TRUE
009310             GO TO 3200-EXIT
009320         END-IF
009330         ADD 1 TO WS-TGT-COUNT
009340         MOVE WS-TGT-COUNT TO WS-TGT-USE-SUB
009350         MOVE PHR-GROSS TO WS-TGT-GROSS (WS-TGT-USE-SUB)
009360     END-IF
009370     MOVE PHR-KEY TO WS-TGT-KEY (WS-TGT-USE-SUB).
009380 3200-EXIT.
009390     EXIT.
009400*
009410 3210-MATCH-TARGET.
009420     IF PHR-GROSS = WS-TGT-GROSS (WS-TGT-SUB)
009430         SET WS-TGT-FOUND TO TRUE
009440         MOVE WS-TGT-SUB TO WS-TGT-USE-SUB
009450     END-IF.
009460 3210-EXIT.
009470     EXIT.
009480*
009490*-------------------------------------------------------------*
009500* 3300-FIND-YEAR - LOOK WS-POST-YEAR UP IN THE EMPLOYEE'S YEAR
009510*                  TABLE; ON A MATCH WS-YR-USE-SUB POINTS AT IT
009520*-------------------------------------------------------------*
009530 3300-FIND-YEAR.
009540     SET WS-YR-NOT-FOUND TO TRUE
009550     PERFORM 3310-MATCH-YEAR THRU 3310-EXIT
009560         VARYING WS-YR-SUB FROM 1 BY 1
009570         UNTIL WS-YR-SUB > WS-YR-COUNT
009580            OR WS-YR-FOUND.
009590 3300-EXIT.
009600     EXIT.
009610*
009620 3310-MATCH-YEAR.
009630     IF WS-POST-YEAR = WS-YR-YEAR (WS-YR-SUB)
009640         SET WS-YR-FOUND TO TRUE
009650         MOVE WS-YR-SUB TO WS-YR-USE-SUB
009660     END-IF.
009670 3310-EXIT.
009680     EXIT.
009690*
009700*-------------------------------------------------------------*
009710* 3400-ADD-TO-YEAR - ADD ONE OF THE POSTING'S FIGURES TO SET
009720*                    WS-SET-SUB OF YEAR WS-YR-USE-SUB
009730*-------------------------------------------------------------*
009740 3400-ADD-TO-YEAR.
009750     ADD WS-POST-AMOUNT (WS-AMT-SUB)
009760         TO WS-YR-AMOUNT (WS-YR-USE-SUB WS-SET-SUB WS-AMT-SUB).
009770 3400-EXIT.
009780     EXIT.
009790*
009800*-------------------------------------------------------------*
009810* 3500-TALLY-EARLIER - ONE POSTING OF AN EARLIER GENERATION NO
009820*                      LONGER ON THE LIVE FILE (3510), THEN THE
009830*                      NEXT.  A KEY REPEATED IN THE EARLIER
009840*                      GENERATIONS COUNTS ONCE.
009850*-------------------------------------------------------------*
009860 3500-TALLY-EARLIER.
009870     PERFORM 3510-ADD-EARLIER-POSTING THRU 3510-EXIT
009880     MOVE PRS-KEY TO WS-LAST-PRIOR-KEY
009890     PERFORM 2200-READ-PRIOR THRU 2200-EXIT
009900         UNTIL WS-PRI-END-OF-FILE
009910            OR PRS-KEY NOT = WS-LAST-PRIOR-KEY.
009920 3500-EXIT.
009930     EXIT.
009940*
009950*-------------------------------------------------------------*
009960* 3510-ADD-EARLIER-POSTING - THE EARLIER GENERATION'S POSTING'S
009970*                            FIGURES ARE STILL IN ITS YEAR'S YTD
009980*                            ARCHIVE RECORD, SO THEY GO TO THE
009990*                            YEAR'S EARLIER FIGURES
010000*-------------------------------------------------------------*
010010 3510-ADD-EARLIER-POSTING.
010020     IF WS-EMP-REFUSED
010030         GO TO 3510-EXIT
010040     END-IF
010050     MOVE PAY-HISTORY-RECORD  TO WS-SAVE-HISTORY-RECORD
010060     MOVE PRIOR-SORTED-RECORD TO PAY-HISTORY-RECORD
010070     PERFORM 3100-GET-POSTING-FIGURES THRU 3100-EXIT
010080     MOVE WS-SAVE-HISTORY-RECORD TO PAY-HISTORY-RECORD
010090     IF WS-POST-YEAR > WS-CUTOFF-YEAR
010100         GO TO 3510-EXIT
010110     END-IF
010120     PERFORM 3300-FIND-YEAR THRU 3300-EXIT
010130     IF WS-YR-NOT-FOUND
010140         IF WS-YR-COUNT NOT < 50
010150             SET WS-EMP-REFUSED TO TRUE
010160             GO TO 3510-EXIT
010170         END-IF
010180         ADD 1 TO WS-YR-COUNT
010190         MOVE WS-YR-COUNT TO WS-YR-USE-SUB
010200         INITIALIZE WS-YR-ENTRY (WS-YR-USE-SUB)
010210         MOVE WS-POST-YEAR TO WS-YR-YEAR (WS-YR-USE-SUB)
010220     END-IF
010230     ADD 1 TO WS-YR-EARLIER (WS-YR-USE-SUB)
010240     MOVE 4 TO WS-SET-SUB
010250     PERFORM 3400-ADD-TO-YEAR THRU 3400-EXIT
010260         VARYING WS-AMT-SUB FROM 1 BY 1
010270         UNTIL WS-AMT-SUB > 7.
010280 3510-EXIT.
010290     EXIT.
010300*
010310*-------------------------------------------------------------*
010320* 3600-NOTE-DUPLICATE - THE LIVE POSTING IS ALREADY IN AN
010330*                       EARLIER GENERATION.  ITS KEY IS TABLED SO
010340*                       THE SECOND PASS DOES NOT WRITE IT AGAIN.
010350*-------------------------------------------------------------*
010360 3600-NOTE-DUPLICATE.
010370     IF WS-EMP-NOT-REFUSED
010380         IF WS-DUP-COUNT NOT < 2000
010390             SET WS-EMP-REFUSED TO TRUE
010400         ELSE
010410             ADD 1 TO WS-DUP-COUNT
010420             MOVE PHR-KEY TO WS-DUP-KEY (WS-DUP-COUNT)
010430         END-IF
010440     END-IF
010450     MOVE PRS-KEY TO WS-LAST-PRIOR-KEY
010460     PERFORM 2200-READ-PRIOR THRU 2200-EXIT
010470         UNTIL WS-PRI-END-OF-FILE
010480            OR PRS-KEY NOT = WS-LAST-PRIOR-KEY.
010490 3600-EXIT.
010500     EXIT.
010510*
010520*=============================================================*
010530* 4000-BALANCE-YEAR - AN ELIGIBLE YEAR IS ARCHIVED ONLY WHEN IT
010540*                     IS CLOSED (THE EMPLOYEE HAS A YTD ARCHIVE
010550*                     RECORD FOR IT), EVERY CORRECTION TO IT HAS
010560*                     BEEN REPORTED ON A CORRECTED STATEMENT
010570*                     (4050), AND
010580*                     ITS LIVE POSTINGS, WITH THOSE ALREADY MOVED
010590*                     TO EARLIER GENERATIONS, ADD UP TO THE
010600*                     ARCHIVED YTD FIGURES.  A YEAR WHOSE HISTORY
010610*                     STARTS PART WAY THROUGH FAILS THE LAST TEST
010620*                     AND STAYS LIVE.  A YEAR WITH NOTHING LEFT
010630*                     LIVE NEEDS NO ACTION.
010640*=============================================================*
010650 4000-BALANCE-YEAR.
010660     MOVE WS-YR-SUB TO WS-YR-USE-SUB
010670     IF WS-YR-POSTINGS (WS-YR-USE-SUB) = ZERO
010680         GO TO 4000-EXIT
010690     END-IF
010700     PERFORM 4100-READ-YTD-ARCHIVE THRU 4100-EXIT
010710     IF WS-ARCHIVE-STATUS NOT = "00"
010720         SET WS-YR-NO-ARCHIVE (WS-YR-USE-SUB) TO TRUE
010730         GO TO 4000-EXIT
010740     END-IF
010750     IF YAR-RPT-GROSS NUMERIC
010760         PERFORM 4050-CHECK-REPORTED THRU 4050-EXIT
010770         IF WS-CORR-UNREPORTED
010780             SET WS-YR-UNREPORTED (WS-YR-USE-SUB) TO TRUE
010790             GO TO 4000-EXIT
010800         END-IF
010810     END-IF
010820     PERFORM 4210-ADD-LIVE-EARLIER THRU 4210-EXIT
010830         VARYING WS-AMT-SUB FROM 1 BY 1
010840         UNTIL WS-AMT-SUB > 7
010850     PERFORM 4200-COMPARE-TO-ARCHIVE THRU 4200-EXIT
010860     IF WS-FIGURES-DIFFER
010870         SET WS-YR-OUT-OF-BALANCE (WS-YR-USE-SUB) TO TRUE
010880         GO TO 4000-EXIT
010890     END-IF
010900     SET WS-YR-BALANCED (WS-YR-USE-SUB) TO TRUE
010910     SET WS-ANY-YEAR-BALANCED TO TRUE.
010920 4000-EXIT.
010930     EXIT.
010940*
010950*-------------------------------------------------------------*
010960* 4050-CHECK-REPORTED - WS-CORR-UNREPORTED WHEN THE ARCHIVE
010970*                       RECORD JUST READ NO LONGER MATCHES WHAT
010980*                       ITS LAST STATEMENT SHOWED - ANY YTD
010990*                       FIGURE, OR (WHERE THE RECORD KEEPS THEM)
011000*                       ANY STATE OR LOCAL SLOT (4060).  OTHER
011010*                       DEDUCTIONS CARRYING SPACES COUNT AS ZERO.
011020*-------------------------------------------------------------*
011030 4050-CHECK-REPORTED.
011040     SET WS-CORR-REPORTED TO TRUE
011050     IF YAR-YTD-OTHER-DEDS NUMERIC
011060         MOVE YAR-YTD-OTHER-DEDS TO WS-YTD-OTHER-DEDS
011070     ELSE
011080         MOVE ZERO TO WS-YTD-OTHER-DEDS
011090     END-IF
011100     IF YAR-RPT-OTHER-DEDS NUMERIC
011110         MOVE YAR-RPT-OTHER-DEDS TO WS-RPT-OTHER-DEDS
011120     ELSE
011130         MOVE ZERO TO WS-RPT-OTHER-DEDS
011140     END-IF
011150     IF YAR-RPT-GROSS NOT = YAR-YTD-GROSS
011160        OR YAR-RPT-INCOME-TAX NOT = YAR-YTD-INCOME-TAX
011170        OR YAR-RPT-SOC-SEC NOT = YAR-YTD-SOC-SEC
011180        OR YAR-RPT-HEALTH-INS NOT = YAR-YTD-HEALTH-INS
011190        OR YAR-RPT-WITHHELD NOT = YAR-YTD-WITHHELD
011200        OR YAR-RPT-NET-PAY NOT = YAR-YTD-NET-PAY
011210        OR WS-RPT-OTHER-DEDS NOT = WS-YTD-OTHER-DEDS
011220         SET WS-CORR-UNREPORTED TO TRUE
011230         GO TO 4050-EXIT
011240     END-IF
011250     IF YAR-JUR-KEPT
011260         PERFORM 4060-CHECK-JUR-SLOT THRU 4060-EXIT
011270             VARYING WS-JUR-SUB FROM 1 BY 1
011280             UNTIL WS-JUR-SUB > 6
011290     END-IF.
011300 4050-EXIT.
011310     EXIT.
011320*
011330*-------------------------------------------------------------*
011340* 4060-CHECK-JUR-SLOT - ONE STATE OR LOCAL SLOT AGAINST WHAT WAS
011350*                       LAST REPORTED FOR IT, AS YRCORR COMPARES
011360*                       IT.  A SLOT NOT YET IN USE AT THE LAST
011370*                       STATEMENT WAS REPORTED AS ZERO.
011380*-------------------------------------------------------------*
011390 4060-CHECK-JUR-SLOT.
011400     IF YAR-JYTD-CODE (WS-JUR-SUB) = SPACES
011410        OR YAR-JYTD-WITHHELD-X (WS-JUR-SUB) NOT NUMERIC
011420         GO TO 4060-EXIT
011430     END-IF
011440     MOVE ZERO TO WS-RPT-JUR-AMOUNT
011450     IF YAR-RJUR-CODE (WS-JUR-SUB) = YAR-JYTD-CODE (WS-JUR-SUB)
011460        AND YAR-RJUR-WITHHELD-X (WS-JUR-SUB) NUMERIC
011470         MOVE YAR-RJUR-WITHHELD (WS-JUR-SUB) TO WS-RPT-JUR-AMOUNT
011480     END-IF
011490     IF YAR-JYTD-WITHHELD (WS-JUR-SUB) NOT = WS-RPT-JUR-AMOUNT
011500         SET WS-CORR-UNREPORTED TO TRUE
011510     END-IF.
011520 4060-EXIT.
011530     EXIT.
011540*
011550*-------------------------------------------------------------*
011560* 4100-READ-YTD-ARCHIVE - THE EMPLOYEE'S YTD ARCHIVE RECORD FOR
011570*                         YEAR WS-YR-USE-SUB
011580*-------------------------------------------------------------*
011590 4100-READ-YTD-ARCHIVE.
011600     MOVE WS-YR-YEAR (WS-YR-USE-SUB) TO YAR-STATEMENT-YEAR
011610     MOVE WS-CUR-EMPLOYEE-ID          TO YAR-EMPLOYEE-ID
011620     READ YTD-ARCHIVE-FILE
011630         INVALID KEY
011640             CONTINUE
011650     END-READ.
011660 4100-EXIT.
011670     EXIT.
011680*
011690*-------------------------------------------------------------*
011700* 4200-COMPARE-TO-ARCHIVE - WS-CHECK-FIGURES AGAINST THE YTD
011710*                           ARCHIVE RECORD JUST READ.  OLDER
011720*                           RECORDS WITHOUT OTHER DEDUCTIONS
011730*                           COUNT THEM AS ZERO.
011740*-------------------------------------------------------------*
011750 4200-COMPARE-TO-ARCHIVE.
011760     MOVE YAR-YTD-GROSS      TO WS-ARCH-AMOUNT (1)
011770     MOVE YAR-YTD-INCOME-TAX TO WS-ARCH-AMOUNT (2)
011780     MOVE YAR-YTD-SOC-SEC    TO WS-ARCH-AMOUNT (3)
011790     MOVE YAR-YTD-HEALTH-INS TO WS-ARCH-AMOUNT (4)
011800     MOVE YAR-YTD-WITHHELD   TO WS-ARCH-AMOUNT (5)
011810     MOVE YAR-YTD-NET-PAY    TO WS-ARCH-AMOUNT (6)
011820     IF YAR-YTD-OTHER-DEDS NUMERIC
011830         MOVE YAR-YTD-OTHER-DEDS TO WS-ARCH-AMOUNT (7)
011840     ELSE
011850         MOVE ZERO TO WS-ARCH-AMOUNT (7)
011860     END-IF
011870     SET WS-FIGURES-MATCH TO TRUE
011880     PERFORM 4220-MATCH-AMOUNT THRU 4220-EXIT
011890         VARYING WS-AMT-SUB FROM 1 BY 1
011900         UNTIL WS-AMT-SUB > 7.
011910 4200-EXIT.
011920     EXIT.
011930*
011940*-------------------------------------------------------------*
011950* 4210-ADD-LIVE-EARLIER - ONE AMOUNT OF THE YEAR'S LIVE POSTINGS
011960*                         PLUS THOSE ALREADY IN EARLIER
011970*                         GENERATIONS, INTO WS-CHECK-FIGURES
011980*-------------------------------------------------------------*
011990 4210-ADD-LIVE-EARLIER.
012000     COMPUTE WS-CHECK-AMOUNT (WS-AMT-SUB) =
012010         WS-YR-AMOUNT (WS-YR-USE-SUB 1 WS-AMT-SUB)
012020             + WS-YR-AMOUNT (WS-YR-USE-SUB 4 WS-AMT-SUB).
012030 4210-EXIT.
012040     EXIT.
012050*
012060*-------------------------------------------------------------*
012070* 4220-MATCH-AMOUNT - ONE CHECK AMOUNT AGAINST THE SAME AMOUNT
012080*                     ON THE ARCHIVE RECORD; ANY DIFFERENCE SETS
012090*                     WS-FIGURES-DIFFER
012100*-------------------------------------------------------------*
012110 4220-MATCH-AMOUNT.
012120     IF WS-CHECK-AMOUNT (WS-AMT-SUB) NOT =
012130        WS-ARCH-AMOUNT (WS-AMT-SUB)
012140         SET WS-FIGURES-DIFFER TO TRUE
012150     END-IF.
012160 4220-EXIT.
012170     EXIT.
012180*
012190*=============================================================*
012200* 5000-SELECT-POSTING - SECOND PASS OVER ONE POSTING (5010),
012210*                       THEN READ THE NEXT
012220*=============================================================*
012230 5000-SELECT-POSTING.
012240     PERFORM 5010-SELECT-ONE-POSTING THRU 5010-EXIT
012250     PERFORM 2100-READ-HISTORY-NEXT THRU 2100-EXIT.
012260 5000-EXIT.
012270     EXIT.
012280*
012290*-------------------------------------------------------------*
012300* 5010-SELECT-ONE-POSTING - A POSTING OF A BALANCED YEAR ALREADY
012310*                           IN AN EARLIER GENERATION IS NOT
012320*                           WRITTEN AGAIN.  ANY OTHER IS KEPT LIVE
012330*                           (5020) WHILE IT IS ITS GROSS'S
012340*                           REVERSAL TARGET OR STILL INSIDE THE
012350*                           BANK RETURN WINDOW, AND OTHERWISE IS
012360*                           WRITTEN TO THE ARCHIVE GENERATION.
012370*-------------------------------------------------------------*
012380 5010-SELECT-ONE-POSTING.
012390     PERFORM 3100-GET-POSTING-FIGURES THRU 3100-EXIT
012400     IF WS-POST-YEAR > WS-CUTOFF-YEAR
012410         GO TO 5010-EXIT
012420     END-IF
012430     PERFORM 3300-FIND-YEAR THRU 3300-EXIT
012440     IF WS-YR-NOT-FOUND
012450         GO TO 5010-EXIT
012460     END-IF
012470     IF NOT WS-YR-BALANCED (WS-YR-USE-SUB)
012480         GO TO 5010-EXIT
012490     END-IF
012500     PERFORM 5200-CHECK-DUPLICATE THRU 5200-EXIT
012510     IF WS-DUP-FOUND
012520         ADD 1 TO WS-YR-DUPLICATE (WS-YR-USE-SUB)
012530         MOVE 5 TO WS-SET-SUB
012540         PERFORM 3400-ADD-TO-YEAR THRU 3400-EXIT
012550             VARYING WS-AMT-SUB FROM 1 BY 1
012560             UNTIL WS-AMT-SUB > 7
012570         GO TO 5010-EXIT
012580     END-IF
012590     IF NOT PHR-REVERSAL-POSTING
012600        AND PHR-NOT-REVERSED
012610         PERFORM 5100-CHECK-REVERSAL-TARGET THRU 5100-EXIT
012620         IF WS-TGT-FOUND
012630             ADD 1 TO WS-YR-KEPT-REVERSAL (WS-YR-USE-SUB)
012640             PERFORM 5020-KEEP-POSTING THRU 5020-EXIT
012650             GO TO 5010-EXIT
012660         END-IF
012670         MOVE PHR-RUN-DATE TO WS-DAYNUM-DATE
012680         PERFORM 8000-COMPUTE-DAY-NUMBER THRU 8000-EXIT
012690         COMPUTE WS-POST-ELAPSED =
012700             WS-RUN-DAY-NUMBER - WS-DAYNUM-RESULT
012710         IF WS-POST-ELAPSED NOT > WS-RETURN-DAYS
012720             ADD 1 TO WS-YR-KEPT-RETURN (WS-YR-USE-SUB)
012730             PERFORM 5020-KEEP-POSTING THRU 5020-EXIT
012740             GO TO 5010-EXIT
012750         END-IF
012760     END-IF
012770     WRITE PAY-ARCHIVE-RECORD FROM PAY-HISTORY-RECORD
012780     IF WS-PAY-ARCHIVE-STATUS NOT = "00"
012790         DISPLAY "PAY HISTORY ARCHIVE WRITE FAILED - STATUS "
012800             WS-PAY-ARCHIVE-STATUS " - KEY " PHR-KEY
012810         CLOSE PRIOR-SORTED-FILE
012820         CLOSE PAY-HISTORY-FILE
012830         CLOSE YTD-ARCHIVE-FILE
012840         CLOSE PAY-ARCHIVE-FILE
012850         CLOSE ARCHIVE-REPORT-FILE
012860         MOVE 16 TO RETURN-CODE
012870         STOP RUN
012880     END-IF
012890     ADD 1 TO WS-WRITTEN-COUNT
012900     ADD 1 TO WS-YR-ARCHIVED (WS-YR-USE-SUB)
012910     MOVE 2 TO WS-SET-SUB
012920     PERFORM 3400-ADD-TO-YEAR THRU 3400-EXIT
012930         VARYING WS-AMT-SUB FROM 1 BY 1
012940         UNTIL WS-AMT-SUB > 7.
012950 5010-EXIT.
012960     EXIT.
012970*
012980*-------------------------------------------------------------*
012990* 5020-KEEP-POSTING - A POSTING KEPT LIVE GOES TO ITS YEAR'S
013000*                     RETAINED FIGURES
013010*-------------------------------------------------------------*
013020 5020-KEEP-POSTING.
013030     MOVE 3 TO WS-SET-SUB
013040     PERFORM 3400-ADD-TO-YEAR THRU 3400-EXIT
013050         VARYING WS-AMT-SUB FROM 1 BY 1
013060         UNTIL WS-AMT-SUB > 7.
013070 5020-EXIT.
013080     EXIT.
013090*
013100*-------------------------------------------------------------*
013110* 5100-CHECK-REVERSAL-TARGET - WS-TGT-FOUND WHEN THE POSTING IS
013120*                              THE REVERSAL TARGET FOR ITS GROSS
013130*-------------------------------------------------------------*
013140 5100-CHECK-REVERSAL-TARGET.
013150     SET WS-TGT-NOT-FOUND TO TRUE
013160     PERFORM 5110-MATCH-TARGET-KEY THRU 5110-EXIT
013170         VARYING WS-TGT-SUB FROM 1 BY 1
013180         UNTIL WS-TGT-SUB > WS-TGT-COUNT
013190            OR WS-TGT-FOUND.
013200 5100-EXIT.
013210     EXIT.
013220*
013230 5110-MATCH-TARGET-KEY.
013240     IF PHR-GROSS = WS-TGT-GROSS (WS-TGT-SUB)
013250        AND PHR-KEY = WS-TGT-KEY (WS-TGT-SUB)
013260         SET WS-TGT-FOUND TO TRUE
013270     END-IF.
013280 5110-EXIT.
013290     EXIT.
013300*
013310*-------------------------------------------------------------*
013320* 5200-CHECK-DUPLICATE - WS-DUP-FOUND WHEN THE POSTING IS
013330*                        ALREADY IN AN EARLIER GENERATION
013340*-------------------------------------------------------------*
013350 5200-CHECK-DUPLICATE.
013360     SET WS-DUP-NOT-FOUND TO TRUE
013370     PERFORM 5210-MATCH-DUPLICATE THRU 5210-EXIT
013380         VARYING WS-DUP-SUB FROM 1 BY 1
013390         UNTIL WS-DUP-SUB > WS-DUP-COUNT
013400            OR WS-DUP-FOUND.
013410 5200-EXIT.
013420     EXIT.
013430*
013440 5210-MATCH-DUPLICATE.
013450     IF PHR-KEY = WS-DUP-KEY (WS-DUP-SUB)
013460         SET WS-DUP-FOUND TO TRUE
013470     END-IF.
013480 5210-EXIT.
013490     EXIT.
013500*
013510*=============================================================*
013520* 6000-PROVE-YEAR - FOR A BALANCED YEAR, THE POSTINGS ARCHIVED,
013530*                   KEPT LIVE AND ALREADY IN AN EARLIER
013540*                   GENERATION, PLUS THOSE OF EARLIER GENERATIONS
013550*                   NO LONGER LIVE, MUST STILL COME TO THE YTD
013560*                   ARCHIVE FIGURES, AND THE COUNTS TO THE YEAR'S
013570*                   LIVE POSTINGS.  A FAILURE MEANS THE
013580*                   GENERATION CANNOT BE TRUSTED - THE RUN STOPS
013590*                   RC 16 SO HISTPRG NEVER SEES IT.
013600*=============================================================*
013610 6000-PROVE-YEAR.
013620     MOVE WS-YR-SUB TO WS-YR-USE-SUB
013630     IF NOT WS-YR-BALANCED (WS-YR-USE-SUB)
013640         GO TO 6000-EXIT
013650     END-IF
013660     PERFORM 6100-ADD-ARCHIVED-KEPT THRU 6100-EXIT
013670         VARYING WS-AMT-SUB FROM 1 BY 1
013680         UNTIL WS-AMT-SUB > 7
013690     PERFORM 4100-READ-YTD-ARCHIVE THRU 4100-EXIT
013700     IF WS-ARCHIVE-STATUS = "00"
013710         PERFORM 4200-COMPARE-TO-ARCHIVE THRU 4200-EXIT
013720     ELSE
013730         SET WS-FIGURES-DIFFER TO TRUE
013740     END-IF
013750     IF WS-FIGURES-MATCH
013760        AND WS-YR-POSTINGS (WS-YR-USE-SUB) =
013770            WS-YR-ARCHIVED (WS-YR-USE-SUB)
013780                + WS-YR-KEPT-REVERSAL (WS-YR-USE-SUB)
013790                + WS-YR-KEPT-RETURN (WS-YR-USE-SUB)
013800                + WS-YR-DUPLICATE (WS-YR-USE-SUB)
013810         ADD WS-YR-ARCHIVED (WS-YR-USE-SUB) TO WS-ARCHIVED-COUNT
013820         ADD WS-YR-DUPLICATE (WS-YR-USE-SUB) TO WS-DUPLICATE-COUNT
013830         ADD WS-YR-KEPT-REVERSAL (WS-YR-USE-SUB)
013840             TO WS-KEPT-REVERSAL-COUNT
013850         ADD WS-YR-KEPT-RETURN (WS-YR-USE-SUB)
013860             TO WS-KEPT-RETURN-COUNT
013870         ADD WS-YR-AMOUNT (WS-YR-USE-SUB 2 1) TO WS-ARCHIVED-GROSS
013880         GO TO 6000-EXIT
013890     END-IF
013900     DISPLAY "ARCHIVE DOES NOT PROVE TO THE YTD ARCHIVE - "
013910         "EMPLOYEE " WS-CUR-EMPLOYEE-ID " YEAR "
013920         WS-YR-YEAR (WS-YR-USE-SUB) " - RUN STOPPED"
013930     CLOSE PRIOR-SORTED-FILE
013940     CLOSE PAY-HISTORY-FILE
013950     CLOSE YTD-ARCHIVE-FILE
013960     CLOSE PAY-ARCHIVE-FILE
013970     CLOSE ARCHIVE-REPORT-FILE
013980     MOVE 16 TO RETURN-CODE
013990     STOP RUN.
014000 6000-EXIT.
014010     EXIT.
014020*
014030 6100-ADD-ARCHIVED-KEPT.
014040     COMPUTE WS-CHECK-AMOUNT (WS-AMT-SUB) =
014050         WS-YR-AMOUNT (WS-YR-USE-SUB 2 WS-AMT-SUB)
014060             + WS-YR-AMOUNT (WS-YR-USE-SUB 3 WS-AMT-SUB)
014070             + WS-YR-AMOUNT (WS-YR-USE-SUB 4 WS-AMT-SUB)
014080             + WS-YR-AMOUNT (WS-YR-USE-SUB 5 WS-AMT-SUB).
014090 6100-EXIT.
014100     EXIT.
014110*
014120*=============================================================*
014130* 7000-REPORT-YEAR - ONE LINE PER EMPLOYEE AND ELIGIBLE YEAR
014140*                    STILL LIVE, SAYING WHAT WAS ARCHIVED OR WHY
014150*                    NOTHING WAS
014160*=============================================================*
014170 7000-REPORT-YEAR.
014180     MOVE WS-YR-SUB TO WS-YR-USE-SUB
014190     IF WS-YR-POSTINGS (WS-YR-USE-SUB) = ZERO
014200         GO TO 7000-EXIT
014210     END-IF
014220     MOVE WS-CUR-EMPLOYEE-ID                TO WS-YD-EMPLOYEE-ID
014230     MOVE WS-YR-YEAR (WS-YR-USE-SUB)        TO WS-YD-YEAR
014240     MOVE WS-YR-POSTINGS (WS-YR-USE-SUB)    TO WS-YD-POSTINGS
014250     MOVE WS-YR-ARCHIVED (WS-YR-USE-SUB)    TO WS-YD-ARCHIVED
014260     MOVE WS-YR-KEPT-REVERSAL (WS-YR-USE-SUB)
014270         TO WS-YD-KEPT-REVERSAL
014280     MOVE WS-YR-KEPT-RETURN (WS-YR-USE-SUB) TO WS-YD-KEPT-RETURN
014290     MOVE WS-YR-DUPLICATE (WS-YR-USE-SUB)   TO WS-YD-DUPLICATE
014300     MOVE WS-YR-AMOUNT (WS-YR-USE-SUB 2 1)  TO WS-YD-GROSS
014310     IF WS-YR-BALANCED (WS-YR-USE-SUB)
014320         ADD 1 TO WS-YEAR-ARCHIVED-COUNT
014330         MOVE "ARCHIVED - BALANCED TO YTD ARCHIVE"
014340             TO WS-YD-STATUS
014350     ELSE
014360         ADD 1 TO WS-YEAR-REFUSED-COUNT
014370         MOVE ZERO TO WS-YD-ARCHIVED
014380     END-IF
014390     IF WS-YR-NO-ARCHIVE (WS-YR-USE-SUB)
014400         MOVE "NOT ARCHIVED - NO YTD ARCHIVE RECORD"
014410             TO WS-YD-STATUS
014420     END-IF
014430     IF WS-YR-UNREPORTED (WS-YR-USE-SUB)
014440         MOVE "NOT ARCHIVED - CORRECTION NOT YET REPORTED"
014450             TO WS-YD-STATUS
014460     END-IF
014470     IF WS-YR-OUT-OF-BALANCE (WS-YR-USE-SUB)
014480         MOVE "NOT ARCHIVED - OUT OF BALANCE TO YTD ARCHIVE"
014490             TO WS-YD-STATUS
014500     END-IF
014510     WRITE ARCHIVE-REPORT-LINE FROM WS-YEAR-DETAIL.
014520 7000-EXIT.
014530     EXIT.
014540*
014550*-------------------------------------------------------------*
014560* 8000-COMPUTE-DAY-NUMBER - DAY NUMBER OF WS-DAYNUM-DATE INTO
014570*                           WS-DAYNUM-RESULT (ZERO IF THE DATE
014580*                           IS NOT VALID)
014590*-------------------------------------------------------------*
014600 8000-COMPUTE-DAY-NUMBER.
014610     MOVE ZERO TO WS-DAYNUM-RESULT
014620     IF WS-DAYNUM-MM < 1 OR WS-DAYNUM-MM > 12
014630         GO TO 8000-EXIT
014640     END-IF
014650     DIVIDE WS-DAYNUM-YY BY 4
014660         GIVING WS-DAYNUM-QUOT REMAINDER WS-DAYNUM-REM
014670     COMPUTE WS-DAYNUM-LEAPS = (WS-DAYNUM-YY + 3) / 4
014680     COMPUTE WS-DAYNUM-RESULT = WS-DAYNUM-YY * 365
014690         + WS-DAYNUM-LEAPS
014700         + WS-DAYS-BEFORE-MONTH (WS-DAYNUM-MM)
014710         + WS-DAYNUM-DD
014720     IF WS-DAYNUM-MM > 2
014730        AND WS-DAYNUM-REM = ZERO
014740         ADD 1 TO WS-DAYNUM-RESULT
014750     END-IF.
014760 8000-EXIT.
014770     EXIT.
014780*
014790*=============================================================*
014800* 9000-TERMINATE - WRITE THE TOTALS, CLOSE THE FILES AND SET
014810*                  THE RETURN CODE: RC 4 WHEN ANY YEAR OR
014820*                  EMPLOYEE WAS LEFT LIVE FOR NOT BALANCING
014830*=============================================================*
014840 9000-TERMINATE.
014850     MOVE SPACES TO ARCHIVE-REPORT-LINE
014860     WRITE ARCHIVE-REPORT-LINE
014870     MOVE WS-EMPLOYEE-COUNT TO WS-COUNT-ED
014880     MOVE SPACES TO ARCHIVE-REPORT-LINE
014890     STRING "EMPLOYEES EXAMINED:       " WS-COUNT-ED
014900         DELIMITED BY SIZE INTO ARCHIVE-REPORT-LINE
014910     WRITE ARCHIVE-REPORT-LINE
014920     MOVE WS-EMPLOYEE-REFUSED-COUNT TO WS-COUNT-ED
014930     MOVE SPACES TO ARCHIVE-REPORT-LINE
014940     STRING "EMPLOYEES NOT ARCHIVED:   " WS-COUNT-ED
014950         DELIMITED BY SIZE INTO ARCHIVE-REPORT-LINE
014960     WRITE ARCHIVE-REPORT-LINE
014970     MOVE WS-YEAR-ARCHIVED-COUNT TO WS-COUNT-ED
014980     MOVE SPACES TO ARCHIVE-REPORT-LINE
014990     STRING "EMPLOYEE YEARS ARCHIVED:  " WS-COUNT-ED
015000         DELIMITED BY SIZE INTO ARCHIVE-REPORT-LINE
015010     WRITE ARCHIVE-REPORT-LINE
015020     MOVE WS-YEAR-REFUSED-COUNT TO WS-COUNT-ED
015030     MOVE SPACES TO ARCHIVE-REPORT-LINE
015040     STRING "EMPLOYEE YEARS LEFT LIVE: " WS-COUNT-ED
015050         DELIMITED BY SIZE INTO ARCHIVE-REPORT-LINE
015060     WRITE ARCHIVE-REPORT-LINE
015070     MOVE WS-ARCHIVED-COUNT TO WS-COUNT-ED
015080     MOVE SPACES TO ARCHIVE-REPORT-LINE
015090     STRING "POSTINGS ARCHIVED:        " WS-COUNT-ED
015100         DELIMITED BY SIZE INTO ARCHIVE-REPORT-LINE
015110     WRITE ARCHIVE-REPORT-LINE
015120     MOVE WS-WRITTEN-COUNT TO WS-COUNT-ED
015130     MOVE SPACES TO ARCHIVE-REPORT-LINE
015140     STRING "ARCHIVE RECORDS WRITTEN:  " WS-COUNT-ED
015150         DELIMITED BY SIZE INTO ARCHIVE-REPORT-LINE
015160     WRITE ARCHIVE-REPORT-LINE
015170     MOVE WS-ARCHIVED-GROSS TO WS-AMOUNT-ED
015180     MOVE SPACES TO ARCHIVE-REPORT-LINE
015190     STRING "GROSS ARCHIVED:       " WS-AMOUNT-ED
015200         DELIMITED BY SIZE INTO ARCHIVE-REPORT-LINE
015210     WRITE ARCHIVE-REPORT-LINE
015220     MOVE WS-KEPT-REVERSAL-COUNT TO WS-COUNT-ED
015230     MOVE SPACES TO ARCHIVE-REPORT-LINE
015240     STRING "KEPT FOR REVERSAL:        " WS-COUNT-ED
015250         DELIMITED BY SIZE INTO ARCHIVE-REPORT-LINE
015260     WRITE ARCHIVE-REPORT-LINE
015270     MOVE WS-KEPT-RETURN-COUNT TO WS-COUNT-ED
015280     MOVE SPACES TO ARCHIVE-REPORT-LINE
015290     STRING "KEPT FOR BANK RETURN:     " WS-COUNT-ED
015300         DELIMITED BY SIZE INTO ARCHIVE-REPORT-LINE
015310     WRITE ARCHIVE-REPORT-LINE
015320     MOVE WS-DUPLICATE-COUNT TO WS-COUNT-ED
015330     MOVE SPACES TO ARCHIVE-REPORT-LINE
015340     STRING "ALREADY IN EARLIER GEN:   " WS-COUNT-ED
015350         DELIMITED BY SIZE INTO ARCHIVE-REPORT-LINE
015360     WRITE ARCHIVE-REPORT-LINE
015370     CLOSE PRIOR-SORTED-FILE
015380     CLOSE PAY-HISTORY-FILE
015390     CLOSE YTD-ARCHIVE-FILE
015400     CLOSE PAY-ARCHIVE-FILE
015410     CLOSE ARCHIVE-REPORT-FILE
015420     IF WS-ARCHIVED-COUNT NOT = WS-WRITTEN-COUNT
015430         DISPLAY "ARCHIVE COUNT " WS-ARCHIVED-COUNT
015440             " DOES NOT AGREE WITH RECORDS WRITTEN "
015450             WS-WRITTEN-COUNT " - RUN STOPPED"
015460         MOVE 16 TO RETURN-CODE
015470         GO TO 9000-EXIT
015480     END-IF
015490     IF WS-EMPLOYEE-REFUSED-COUNT > ZERO
015500        OR WS-YEAR-REFUSED-COUNT > ZERO
015510         MOVE 4 TO RETURN-CODE
015520         DISPLAY "PAY HISTORY ARCHIVE - SOME HISTORY LEFT LIVE - "
015530             "SEE ARCHIVE REPORT"
015540     ELSE
015550         DISPLAY "PAY HISTORY ARCHIVE COMPLETE - POSTINGS: "
015560             WS-ARCHIVED-COUNT
015570     END-IF.
015580 9000-EXIT.
015590     EXIT.
