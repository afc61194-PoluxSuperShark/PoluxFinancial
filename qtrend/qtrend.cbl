000460*                   WHOLE YTD.  THE FILING ALSO REFUSES TO
000470*                   START WHILE A NIGHTLY RUN IS MARKED
000480*                   IN-FLIGHT ON THE SHARED RUN CONTROL FILE.
000490*  10/15/2026 DO    THE FILING NOW CARRIES THE QUARTER'S EMPLOYER
000500*                   PAYROLL TAX LIABILITY (SOCIAL SECURITY MATCH,
000510*                   EMPLOYER HEALTH, UNEMPLOYMENT INSURANCE) NEXT
000520*                   TO THE WITHHOLDING - PER EMPLOYEE ON THE
000530*                   REPORT AND EXTRACT, AND AS COMPANY TOTALS.
000540*                   THE SNAPSHOT CARRIES THE EMPLOYER YTD; A
000550*                   SNAPSHOT CUT BEFORE IT DID HAS SPACES THERE,
000560*                   TREATED AS ZERO.  THE GL RECONCILIATION KEEPS
000570*                   THE EMPLOYER TAX EXPENSE DEBITS OUT OF SALARY
000580*                   EXPENSE AND TIES THE EMPLOYER LIABILITY
000590*                   ACCOUNTS TO THE COMPANY TOTAL.  THE REPORT
000600*                   WIDENS TO 132 BYTES AND THE EXTRACT TO 110.
000610*  10/15/2026 DO    THE RUN CONTROL KEY IS NOW RUN DATE PLUS RUN
000620*                   NUMBER, SO AN OFF-CYCLE RUN'S IN-FLIGHT MARK
000630*                   IS SEEN AND REFUSED LIKE THE NIGHTLY ONE.
000640*  10/15/2026 DO    THE MONTHLY LEAVE ACCRUAL EXPENSE ENTRIES ARE
000650*                   LEFT OUT OF THE GL SALARY EXPENSE FIGURE LIKE
000660*                   THE EMPLOYER TAX EXPENSE - THEY ARE NOT WAGES.
000670*  10/15/2026 DO    CORRECTIONS POSTED THIS QUARTER TO A CLOSED
000680*                   YEAR ARE TAKEN BACK OUT OF THE GL SIDE OF THE
000690*                   RECONCILIATION - THEY REACH THE LEDGER BUT NOT
000700*                   THE MASTER'S YTD, AND ARE FILED ON THE CLOSED
000710*                   YEAR'S AMENDMENT.  THE REPORT SHOWS THEIR
000720*                   GROSS.
000730*  10/15/2026 DO    STATE AND LOCAL WITHHOLDING IS FILED PER
000740*                   JURISDICTION ON ITS OWN REPORT (QJRRPT) AND
000750*                   EXTRACT (QJREXT).  EACH EMPLOYEE'S QTD FOR A
000760*                   JURISDICTION IS ITS YTD BUCKET ON THE MASTER
000770*                   LESS THE SAME CODE ON THE PRIOR JURISDICTION
000780*                   SNAPSHOT (A SEPARATE GDG, QJRPRIO/QJRSNAP, SO
000790*                   THE MAIN SNAPSHOT LAYOUT IS UNCHANGED).  THE
000800*                   LINES ARE SORTED BY JURISDICTION AND EMPLOYEE,
000810*                   WITH NAMES AND GL ACCOUNTS FROM THE RATES
000820*                   FILE.  THE COMPANY STATE/LOCAL TOTAL IS
000830*                   RECONCILED TO THE QUARTER'S STATE/LOCAL TAX GL
000840*                   CREDITS, LESS THE PART OF EACH PRIOR-YEAR
000850*                   CORRECTION THAT WAS STATE/LOCAL TAX, AND A
000860*                   BREAK ENDS THE RUN RC 4 WITH THE OTHERS.
000870*-----------------------------------------------------------*
000880*
000890 ENVIRONMENT DIVISION.
000900 CONFIGURATION SECTION.
000910*
000920 INPUT-OUTPUT SECTION.
000930 FILE-CONTROL.
000940     SELECT EMPLOYEE-MASTER ASSIGN TO EMPMSTR
000950         ORGANIZATION IS INDEXED
000960         ACCESS MODE IS DYNAMIC
000970         RECORD KEY IS EMM-EMPLOYEE-ID
000980         FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.
000990*
001000     SELECT PRIOR-SNAPSHOT-FILE ASSIGN TO QTDPRIO
001010         ORGANIZATION IS SEQUENTIAL
001020         FILE STATUS IS WS-PRIOR-SNAP-STATUS.
001030*
001040     SELECT NEW-SNAPSHOT-FILE ASSIGN TO QTDSNAP
001050         ORGANIZATION IS SEQUENTIAL
001060         FILE STATUS IS WS-NEW-SNAP-STATUS.
001070*
001080     SELECT FILING-REPORT-FILE ASSIGN TO QTRRPT
001090         ORGANIZATION IS SEQUENTIAL
001100         FILE STATUS IS WS-FILING-REPORT-STATUS.
001110*
001120     SELECT FILING-EXTRACT-FILE ASSIGN TO QTREXT
001130         ORGANIZATION IS SEQUENTIAL
001140         FILE STATUS IS WS-FILING-EXTRACT-STATUS.
001150*
001160     SELECT GL-POSTINGS-FILE ASSIGN TO GLPOST
001170         ORGANIZATION IS SEQUENTIAL
001180         FILE STATUS IS WS-GL-POSTINGS-STATUS.
001190*
001200     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
001210         ORGANIZATION IS INDEXED
001220         ACCESS MODE IS DYNAMIC
001230         RECORD KEY IS RCT-RUN-KEY
001240         FILE STATUS IS WS-RUN-CONTROL-STATUS.
001250*
001260     SELECT PRIOR-YEAR-CORR-FILE ASSIGN TO PYCORR
001270         ORGANIZATION IS INDEXED
001280         ACCESS MODE IS SEQUENTIAL
001290         RECORD KEY IS PYC-KEY
001300         FILE STATUS IS WS-PRIOR-YEAR-CORR-STATUS.
001310*
001320     SELECT RATES-FILE ASSIGN TO RATEFILE
001330         ORGANIZATION IS SEQUENTIAL
001340         FILE STATUS IS WS-RATES-STATUS.
001350*
001360     SELECT PRIOR-JUR-SNAP-FILE ASSIGN TO QJRPRIO
001370         ORGANIZATION IS SEQUENTIAL
001380         FILE STATUS IS WS-PRIOR-JSNAP-STATUS.
001390*
001400     SELECT NEW-JUR-SNAP-FILE ASSIGN TO QJRSNAP
001410         ORGANIZATION IS SEQUENTIAL
001420         FILE STATUS IS WS-NEW-JSNAP-STATUS.
001430*
001440     SELECT JUR-REPORT-FILE ASSIGN TO QJRRPT
001450         ORGANIZATION IS SEQUENTIAL
001460         FILE STATUS IS WS-JUR-REPORT-STATUS.
001470*
001480     SELECT JUR-EXTRACT-FILE ASSIGN TO QJREXT
001490         ORGANIZATION IS SEQUENTIAL
001500         FILE STATUS IS WS-JUR-EXTRACT-STATUS.
001510*
001520     SELECT SORT-FILE ASSIGN TO SORTWK.
001530*
001540 DATA DIVISION.
001550 FILE SECTION.
001560*
001570 FD  EMPLOYEE-MASTER
001580     LABEL RECORDS ARE STANDARD.
001590     COPY EMPMSTR.
001600*
001610 FD  PRIOR-SNAPSHOT-FILE
001620     LABEL RECORDS ARE STANDARD
001630     RECORDING MODE IS F.
001640 01  PRIOR-SNAPSHOT-RECORD.
001650     05  QSP-YEAR                  PIC 9(04).
001660     05  QSP-QUARTER               PIC 9(01).
001670     05  QSP-EMPLOYEE-ID           PIC 9(05).
001680     05  QSP-YTD-GROSS             PIC 9(08)V99.
001690     05  QSP-YTD-INCOME-TAX        PIC 9(08)V99.
001700     05  QSP-YTD-SOC-SEC           PIC 9(08)V99.
001710     05  QSP-YTD-ER-SOC-SEC       PIC 9(08)V99.
001720     05  QSP-YTD-ER-HEALTH        PIC 9(08)V99.
001730     05  QSP-YTD-ER-UNEMP         PIC 9(08)V99.
001740     05  FILLER                    PIC X(10).
001750*
001760 FD  NEW-SNAPSHOT-FILE
001770     LABEL RECORDS ARE STANDARD
001780     RECORDING MODE IS F.
001790 01  NEW-SNAPSHOT-RECORD.
001800     05  QSN-YEAR                  PIC 9(04).
001810     05  QSN-QUARTER               PIC 9(01).
001820     05  QSN-EMPLOYEE-ID           PIC 9(05).
001830     05  QSN-YTD-GROSS             PIC 9(08)V99.
001840     05  QSN-YTD-INCOME-TAX        PIC 9(08)V99.
001850     05  QSN-YTD-SOC-SEC           PIC 9(08)V99.
001860     05  QSN-YTD-ER-SOC-SEC       PIC 9(08)V99.
001870     05  QSN-YTD-ER-HEALTH        PIC 9(08)V99.
001880     05  QSN-YTD-ER-UNEMP         PIC 9(08)V99.
001890     05  FILLER                    PIC X(10).
001900*
001910 FD  FILING-REPORT-FILE
001920     LABEL RECORDS ARE STANDARD
001930     RECORDING MODE IS F.
001940 01  FILING-REPORT-LINE            PIC X(132).
001950*
001960 FD  FILING-EXTRACT-FILE
001970     LABEL RECORDS ARE STANDARD
001980     RECORDING MODE IS F.
001990 01  FILING-EXTRACT-RECORD.
002000     05  QXT-YEAR                  PIC 9(04).
002010     05  QXT-QUARTER               PIC 9(01).
002020     05  QXT-EMPLOYEE-ID           PIC 9(05).
002030     05  QXT-NAME                  PIC X(30).
002040     05  QXT-QTD-GROSS             PIC S9(08)V99.
002050     05  QXT-QTD-INCOME-TAX        PIC S9(08)V99.
002060     05  QXT-QTD-SOC-SEC           PIC S9(08)V99.
002070     05  QXT-QTD-ER-SOC-SEC        PIC S9(08)V99.
002080     05  QXT-QTD-ER-HEALTH         PIC S9(08)V99.
002090     05  QXT-QTD-ER-UNEMP          PIC S9(08)V99.
002100     05  FILLER                    PIC X(10).
002110*
002120 FD  GL-POSTINGS-FILE
002130     LABEL RECORDS ARE STANDARD
002140     RECORDING MODE IS F.
002150 01  GL-POSTING-RECORD.
002160     05  GLI-RUN-DATE              PIC 9(06).
002170     05  GLI-ACCOUNT.
002180         10  GLI-ACCOUNT-CLASS     PIC X(01).
002190         10  FILLER                PIC X(07).
002200     05  GLI-DESCRIPTION           PIC X(24).
002210     05  GLI-DEBIT-CREDIT          PIC X(01).
002220     05  GLI-AMOUNT                PIC S9(09)V99.
002230     05  FILLER                    PIC X(30).
002240*
002250 FD  RUN-CONTROL-FILE
002260     LABEL RECORDS ARE STANDARD.
002270     COPY RUNCTL.
002280*
002290 FD  PRIOR-YEAR-CORR-FILE
002300     LABEL RECORDS ARE STANDARD.
002310     COPY PYCORR.
002320*
002330 FD  RATES-FILE
002340     LABEL RECORDS ARE STANDARD
002350     RECORDING MODE IS F.
002360     COPY RATESET.
002370*
002380*    THE JURISDICTION SNAPSHOT HOLDS ONE RECORD PER EMPLOYEE AND
002390*    STATE OR LOCAL CODE WITH A YTD BUCKET ON THE MASTER, IN
002400*    EMPLOYEE KEY ORDER.
002410 FD  PRIOR-JUR-SNAP-FILE
002420     LABEL RECORDS ARE STANDARD
002430     RECORDING MODE IS F.
002440 01  PRIOR-JUR-SNAP-RECORD.
002450     05  QJP-YEAR                  PIC 9(04).
002460     05  QJP-QUARTER               PIC 9(01).
002470     05  QJP-EMPLOYEE-ID           PIC 9(05).
002480     05  QJP-JURISDICTION          PIC X(04).
002490     05  QJP-YTD-WITHHELD          PIC 9(08)V99.
002500     05  FILLER                    PIC X(16).
002510*
002520 FD  NEW-JUR-SNAP-FILE
002530     LABEL RECORDS ARE STANDARD
002540     RECORDING MODE IS F.
002550 01  NEW-JUR-SNAP-RECORD.
002560     05  QJN-YEAR                  PIC 9(04).
002570     05  QJN-QUARTER               PIC 9(01).
002580     05  QJN-EMPLOYEE-ID           PIC 9(05).
002590     05  QJN-JURISDICTION          PIC X(04).
002600     05  QJN-YTD-WITHHELD          PIC 9(08)V99.
002610     05  FILLER                    PIC X(16).
002620*
002630 FD  JUR-REPORT-FILE
002640     LABEL RECORDS ARE STANDARD
002650     RECORDING MODE IS F.
002660 01  JUR-REPORT-LINE               PIC X(132).
002670*
002680 FD  JUR-EXTRACT-FILE
002690     LABEL RECORDS ARE STANDARD
002700     RECORDING MODE IS F.
002710 01  JUR-EXTRACT-RECORD.
002720     05  QJX-YEAR                  PIC 9(04).
002730     05  QJX-QUARTER               PIC 9(01).
002740     05  QJX-JURISDICTION          PIC X(04).
002750     05  QJX-EMPLOYEE-ID           PIC 9(05).
002760     05  QJX-NAME                  PIC X(30).
002770     05  QJX-QTD-GROSS             PIC S9(08)V99.
002780     05  QJX-QTD-WITHHELD          PIC S9(08)V99.
002790     05  FILLER                    PIC X(16).
002800*
002810 SD  SORT-FILE.
002820 01  SORT-RECORD.
002830     05  SRT-JURISDICTION          PIC X(04).
002840     05  SRT-EMPLOYEE-ID           PIC 9(05).
002850     05  SRT-NAME                  PIC X(30).
002860     05  SRT-QTD-GROSS             PIC S9(08)V99.
002870     05  SRT-QTD-WITHHELD          PIC S9(08)V99.
002880*
002890 WORKING-STORAGE SECTION.
002900*
002910*-----------------------------------------------------------*
002920* RUN DATE AND THE QUARTER BEING FILED - THIS JOB RUNS AFTER
002930* THE LAST NIGHTLY CYCLE OF THE QUARTER, NORMALLY IN THE
002940* FIRST DAYS OF THE FOLLOWING MONTH, SO THE QUARTER FILED IS
002950* THE ONE CONTAINING THE MONTH BEFORE THE RUN DATE'S MONTH.
002960*-----------------------------------------------------------*
002970 01  WS-RUN-DATE.
002980     05  WS-RUN-YEAR              PIC 9(04).
002990     05  WS-RUN-MONTH             PIC 9(02).
003000     05  WS-RUN-DAY               PIC 9(02).
003010 01  WS-FILING-YEAR               PIC 9(04) VALUE ZERO.
003020 01  WS-FILING-QUARTER            PIC 9(01) VALUE ZERO.
003030 01  WS-PRIOR-MONTH               PIC 9(02) VALUE ZERO.
003040 01  WS-CENTURY                   PIC 9(02) VALUE ZERO.
003050 01  WS-YY-WORK                   PIC 9(02) VALUE ZERO.
003060*
003070*-----------------------------------------------------------*
003080* QUARTER DATE RANGE FOR THE GL RECONCILIATION, IN THE YYMMDD
003090* FORM THE GL INTERFACE RECORDS CARRY.
003100*-----------------------------------------------------------*
003110 01  WS-QTR-START-DATE.
003120     05  WS-QS-YY                 PIC 9(02).
003130     05  WS-QS-MM                 PIC 9(02).
003140     05  WS-QS-DD                 PIC 9(02).
003150 01  WS-QTR-START-NUM REDEFINES WS-QTR-START-DATE
003160                                  PIC 9(06).
003170 01  WS-QTR-END-DATE.
003180     05  WS-QE-YY                 PIC 9(02).
003190     05  WS-QE-MM                 PIC 9(02).
003200     05  WS-QE-DD                 PIC 9(02).
003210 01  WS-QTR-END-NUM REDEFINES WS-QTR-END-DATE
003220                                  PIC 9(06).
003230*
003240*-----------------------------------------------------------*
003250* PER-EMPLOYEE QUARTER-TO-DATE WORK FIELDS - YTD ON THE
003260* MASTER LESS THE PRIOR QUARTER-END SNAPSHOT.  SIGNED: A
003270* REVERSAL-HEAVY QUARTER CAN LEGITIMATELY GO NEGATIVE.
003280*-----------------------------------------------------------*
003290 01  WS-PRIOR-GROSS               PIC 9(08)V99 VALUE ZERO.
003300 01  WS-PRIOR-INCOME-TAX          PIC 9(08)V99 VALUE ZERO.
003310 01  WS-PRIOR-SOC-SEC             PIC 9(08)V99 VALUE ZERO.
003320 01  WS-QTD-GROSS                 PIC S9(08)V99 VALUE ZERO.
003330 01  WS-QTD-INCOME-TAX            PIC S9(08)V99 VALUE ZERO.
003340 01  WS-QTD-SOC-SEC               PIC S9(08)V99 VALUE ZERO.
003350*
003360*-----------------------------------------------------------*
003370* EMPLOYER LIABILITY QTD WORK FIELDS - THE SAME DIFFERENCE
003380* TAKEN ON THE EMPLOYER YTD FIELDS.  EITHER SIDE MAY CARRY
003390* SPACES FROM BEFORE THE FIELDS EXISTED, TREATED AS ZERO.
003400*-----------------------------------------------------------*
003410 01  WS-PRIOR-ER-SOC-SEC          PIC 9(08)V99 VALUE ZERO.
003420 01  WS-PRIOR-ER-HEALTH           PIC 9(08)V99 VALUE ZERO.
003430 01  WS-PRIOR-ER-UNEMP            PIC 9(08)V99 VALUE ZERO.
003440 01  WS-CURR-ER-SOC-SEC           PIC 9(08)V99 VALUE ZERO.
003450 01  WS-CURR-ER-HEALTH            PIC 9(08)V99 VALUE ZERO.
003460 01  WS-CURR-ER-UNEMP             PIC 9(08)V99 VALUE ZERO.
003470 01  WS-QTD-ER-SOC-SEC            PIC S9(08)V99 VALUE ZERO.
003480 01  WS-QTD-ER-HEALTH             PIC S9(08)V99 VALUE ZERO.
003490 01  WS-QTD-ER-UNEMP              PIC S9(08)V99 VALUE ZERO.
003500 01  WS-QTD-ER-TOTAL              PIC S9(08)V99 VALUE ZERO.
003510*
003520*-----------------------------------------------------------*
003530* COMPANY TOTALS AND THE GL-SIDE TOTALS THEY MUST TIE TO.
003540* THE GL SIDE SUMS THE QUARTER'S INTERFACE POSTINGS: SALARY
003550* EXPENSE (CLASS-5) DEBITS LESS CREDITS, INCOME TAX ACCOUNT
003560* CREDITS LESS DEBITS, SOCIAL SECURITY ACCOUNT CREDITS LESS
003570* DEBITS - SO BANK-RETURN BACKOUTS NET OUT ON BOTH SIDES.
003580* THE EMPLOYER TAX EXPENSE ENTRIES ALSO LAND IN CLASS 5 BUT
003590* ARE NOT WAGES; THEY ARE KNOWN BY THEIR DESCRIPTION AND LEFT
003600* OUT OF THE SALARY FIGURE, AS ARE THE MONTHLY LEAVE ACCRUAL
003610* EXPENSE ENTRIES.  THE EMPLOYER LIABILITY ACCOUNTS
003620* (CREDITS LESS DEBITS) TIE TO THE COMPANY EMPLOYER TOTAL.
003630*-----------------------------------------------------------*
003640 01  WS-CO-QTD-GROSS              PIC S9(10)V99 VALUE ZERO.
003650 01  WS-CO-QTD-INCOME-TAX         PIC S9(10)V99 VALUE ZERO.
003660 01  WS-CO-QTD-SOC-SEC            PIC S9(10)V99 VALUE ZERO.
003670 01  WS-CO-QTD-ER-SOC-SEC         PIC S9(10)V99 VALUE ZERO.
003680 01  WS-CO-QTD-ER-HEALTH          PIC S9(10)V99 VALUE ZERO.
003690 01  WS-CO-QTD-ER-UNEMP           PIC S9(10)V99 VALUE ZERO.
003700 01  WS-CO-QTD-ER-TOTAL           PIC S9(10)V99 VALUE ZERO.
003710 01  WS-GL-GROSS-TOTAL            PIC S9(10)V99 VALUE ZERO.
003720 01  WS-GL-INCOME-TAX-TOTAL       PIC S9(10)V99 VALUE ZERO.
003730 01  WS-GL-SOC-SEC-TOTAL          PIC S9(10)V99 VALUE ZERO.
003740 01  WS-GL-ER-TAX-TOTAL           PIC S9(10)V99 VALUE ZERO.
003750 01  WS-GL-PRIOR-YEAR-GROSS       PIC S9(10)V99 VALUE ZERO.
003760 01  WS-CO-QTD-JUR-WITHHELD       PIC S9(10)V99 VALUE ZERO.
003770 01  WS-GL-JUR-TAX-TOTAL          PIC S9(10)V99 VALUE ZERO.
003780 01  WS-GL-PRIOR-YEAR-JUR         PIC S9(10)V99 VALUE ZERO.
003790 01  WS-PYC-JUR-TAX               PIC S9(08)V99 VALUE ZERO.
003800*
003810*-----------------------------------------------------------*
003820* STATE AND LOCAL JURISDICTION FILING.  AN EMPLOYEE'S QTD FOR
003830* A JURISDICTION IS ITS YTD BUCKET ON THE MASTER LESS THE SAME
003840* CODE ON THE PRIOR JURISDICTION SNAPSHOT; THE EMPLOYEE'S
003850* PRIOR FIGURES ARE HELD HERE WHILE ITS BUCKETS ARE FILED.
003860* THE BUCKETS ARE ONLY CLEARED BY THE YEAR-END CLOSE, SO A
003870* PRIOR CODE ALWAYS STILL HAS ITS BUCKET INSIDE A YEAR.
003880*-----------------------------------------------------------*
003890 01  WS-JP-COUNT                  PIC 9(02) COMP VALUE ZERO.
003900 01  WS-JUR-PRIOR-TABLE.
003910     05  WS-JP-ENTRY OCCURS 6 TIMES.
003920         10  WS-JP-CODE           PIC X(04).
003930         10  WS-JP-YTD-WITHHELD   PIC 9(08)V99.
003940 01  WS-JP-SUB                    PIC 9(02) COMP VALUE ZERO.
003950 01  WS-JYTD-SUB                  PIC 9(02) COMP VALUE ZERO.
003960 01  WS-PRIOR-JUR-WITHHELD        PIC 9(08)V99 VALUE ZERO.
003970 01  WS-QTD-JUR-WITHHELD          PIC S9(08)V99 VALUE ZERO.
003980*
003990*-----------------------------------------------------------*
004000* JURISDICTION TABLE - EVERY STATE OR LOCAL CODE ON THE RATES
004010* FILE, WITH THE NAME AND GL ACCOUNT OF ITS LATEST SET, PLUS
004020* ANY CODE FILED OR POSTED THAT IS NOT THERE.  CARRIES EACH
004030* JURISDICTION'S FILED TOTALS AND ITS GL-SIDE TOTAL FOR THE
004040* RECONCILIATION.  THE CURRENT-JURISDICTION FIELDS TOTAL THE
004050* SORTED LINES OF THE JURISDICTION BEING PRINTED.
004060*-----------------------------------------------------------*
004070 01  WS-JUR-COUNT                 PIC 9(02) COMP VALUE ZERO.
004080 01  WS-JUR-TABLE.
004090     05  WS-JUR-ENTRY OCCURS 50 TIMES
004100                      INDEXED BY WS-JUR-IDX
004110                                 WS-JUR-USE-IDX.
004120         10  WS-JUR-CODE          PIC X(04).
004130         10  WS-JUR-EFF-DATE      PIC 9(06).
004140         10  WS-JUR-GL-ACCOUNT    PIC X(08).
004150         10  WS-JUR-NAME          PIC X(20).
004160         10  WS-JUR-QTD-WITHHELD  PIC S9(10)V99.
004170         10  WS-JUR-GL-TOTAL      PIC S9(10)V99.
004180 01  WS-JUR-LOOKUP-CODE           PIC X(04) VALUE SPACES.
004190 01  WS-CURR-JUR                  PIC X(04) VALUE SPACES.
004200 01  WS-CJ-EMP-COUNT              PIC 9(06) COMP VALUE ZERO.
004210 01  WS-CJ-QTD-GROSS              PIC S9(10)V99 VALUE ZERO.
004220 01  WS-CJ-QTD-WITHHELD           PIC S9(10)V99 VALUE ZERO.
004230 01  WS-JUR-DIFFERENCE            PIC S9(10)V99 VALUE ZERO.
004240 01  WS-JUR-FILED-COUNT           PIC 9(06) COMP VALUE ZERO.
004250*
004260*-----------------------------------------------------------*
004270* FILE STATUS AND CONTROL FIELDS
004280*-----------------------------------------------------------*
004290 01  WS-EMPLOYEE-MASTER-STATUS    PIC X(02) VALUE SPACES.
004300 01  WS-PRIOR-SNAP-STATUS         PIC X(02) VALUE SPACES.
004310 01  WS-NEW-SNAP-STATUS           PIC X(02) VALUE SPACES.
004320 01  WS-FILING-REPORT-STATUS      PIC X(02) VALUE SPACES.
004330 01  WS-FILING-EXTRACT-STATUS     PIC X(02) VALUE SPACES.
004340 01  WS-GL-POSTINGS-STATUS        PIC X(02) VALUE SPACES.
004350 01  WS-RUN-CONTROL-STATUS        PIC X(02) VALUE SPACES.
004360 01  WS-PRIOR-YEAR-CORR-STATUS    PIC X(02) VALUE SPACES.
004370 01  WS-RATES-STATUS              PIC X(02) VALUE SPACES.
004380 01  WS-PRIOR-JSNAP-STATUS        PIC X(02) VALUE SPACES.
004390 01  WS-NEW-JSNAP-STATUS          PIC X(02) VALUE SPACES.
004400 01  WS-JUR-REPORT-STATUS         PIC X(02) VALUE SPACES.
004410 01  WS-JUR-EXTRACT-STATUS        PIC X(02) VALUE SPACES.
004420 01  WS-EMPLOYEE-COUNT            PIC 9(06) COMP VALUE ZERO.
004430*
004440*-----------------------------------------------------------*
004450* REPORT LINES
004460*-----------------------------------------------------------*
004470 01  WS-REPORT-HEADING.
004480     05  FILLER               PIC X(47) VALUE
004490         "POLUX FINANCIAL - QUARTERLY WITHHOLDING FILING ".
004500     05  FILLER               PIC X(03) VALUE "- Q".
004510     05  WS-RH-QUARTER        PIC 9(01).
004520     05  FILLER               PIC X(01) VALUE "/".
004530     05  WS-RH-YEAR           PIC 9(04).
004540     05  FILLER               PIC X(76) VALUE SPACES.
004550 01  WS-COLUMN-HEADING.
004560     05  FILLER               PIC X(08) VALUE "EMPLOYEE".
004570     05  FILLER               PIC X(02) VALUE SPACES.
004580     05  FILLER               PIC X(30) VALUE "NAME".
004590     05  FILLER               PIC X(16) VALUE "       QTD GROSS".
004600     05  FILLER               PIC X(16) VALUE "      INCOME TAX".
004610     05  FILLER               PIC X(16) VALUE "         SOC SEC".
004620     05  FILLER               PIC X(16) VALUE "    EMPLOYER TAX".
004630     05  FILLER               PIC X(28) VALUE SPACES.
004640 01  WS-DETAIL-LINE.
004650     05  WS-DL-EMPLOYEE-ID    PIC 9(05).
004660     05  FILLER               PIC X(05) VALUE SPACES.
004670     05  WS-DL-NAME           PIC X(30).
004680     05  WS-DL-GROSS          PIC ZZZ,ZZZ,ZZ9.99-.
004690     05  FILLER               PIC X(01) VALUE SPACES.
004700     05  WS-DL-INCOME-TAX     PIC ZZZ,ZZZ,ZZ9.99-.
004710     05  FILLER               PIC X(01) VALUE SPACES.
004720     05  WS-DL-SOC-SEC        PIC ZZZ,ZZZ,ZZ9.99-.
004730     05  FILLER               PIC X(01) VALUE SPACES.
004740     05  WS-DL-ER-TAX         PIC ZZZ,ZZZ,ZZ9.99-.
004750     05  FILLER               PIC X(29) VALUE SPACES.
004760 01  WS-TOTAL-LINE.
004770     05  WS-TL-LABEL          PIC X(40).
004780     05  WS-TL-AMOUNT         PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
004790     05  FILLER               PIC X(73) VALUE SPACES.
004800*
004810*    STATE AND LOCAL FILING REPORT LINES.  TOTALS USE
004820*    WS-TOTAL-LINE ABOVE.
004830 01  WS-JUR-REPORT-HEADING.
004840     05  FILLER               PIC X(49) VALUE
004850         "POLUX FINANCIAL - STATE/LOCAL WITHHOLDING FILING ".
004860     05  FILLER               PIC X(03) VALUE "- Q".
004870     05  WS-JRH-QUARTER       PIC 9(01).
004880     05  FILLER               PIC X(01) VALUE "/".
004890     05  WS-JRH-YEAR          PIC 9(04).
004900     05  FILLER               PIC X(74) VALUE SPACES.
004910 01  WS-JUR-HEADING.
004920     05  FILLER               PIC X(13) VALUE "JURISDICTION ".
004930     05  WS-JH-CODE           PIC X(04).
004940     05  FILLER               PIC X(02) VALUE SPACES.
004950     05  WS-JH-NAME           PIC X(20).
004960     05  WS-JH-GL-LABEL       PIC X(13).
004970     05  WS-JH-GL-ACCOUNT     PIC X(08).
004980     05  FILLER               PIC X(72) VALUE SPACES.
004990 01  WS-JUR-COLUMN-HEADING.
005000     05  FILLER               PIC X(08) VALUE "EMPLOYEE".
005010     05  FILLER               PIC X(02) VALUE SPACES.
005020     05  FILLER               PIC X(30) VALUE "NAME".
005030     05  FILLER               PIC X(16) VALUE "       QTD GROSS".
005040     05  FILLER               PIC X(16) VALUE "    QTD WITHHELD".
005050     05  FILLER               PIC X(60) VALUE SPACES.
005060 01  WS-JUR-DETAIL-LINE.
005070     05  WS-JDL-EMPLOYEE-ID   PIC 9(05).
005080     05  FILLER               PIC X(05) VALUE SPACES.
005090     05  WS-JDL-NAME          PIC X(30).
005100     05  WS-JDL-GROSS         PIC ZZZ,ZZZ,ZZ9.99-.
005110     05  FILLER               PIC X(01) VALUE SPACES.
005120     05  WS-JDL-WITHHELD      PIC ZZZ,ZZZ,ZZ9.99-.
005130     05  FILLER               PIC X(61) VALUE SPACES.
005140 01  WS-JUR-COUNT-LINE.
005150     05  WS-JCL-LABEL         PIC X(40).
005160     05  WS-JCL-COUNT         PIC ZZZ,ZZ9.
005170     05  FILLER               PIC X(85) VALUE SPACES.
005180 01  WS-JUR-RECON-HEADING.
005190     05  FILLER               PIC X(28) VALUE "JUR   NAME".
005200     05  FILLER               PIC X(19) VALUE
005210         "          QTD FILED".
005220     05  FILLER               PIC X(02) VALUE SPACES.
005230     05  FILLER               PIC X(19) VALUE
005240         "             GL QTR".
005250     05  FILLER               PIC X(02) VALUE SPACES.
005260     05  FILLER               PIC X(19) VALUE
005270         "         DIFFERENCE".
005280     05  FILLER               PIC X(43) VALUE SPACES.
005290 01  WS-JUR-RECON-LINE.
005300     05  WS-JRL-CODE          PIC X(04).
005310     05  FILLER               PIC X(02) VALUE SPACES.
005320     05  WS-JRL-NAME          PIC X(20).
005330     05  FILLER               PIC X(02) VALUE SPACES.
005340     05  WS-JRL-FILED         PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
005350     05  FILLER               PIC X(02) VALUE SPACES.
005360     05  WS-JRL-GL            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
005370     05  FILLER               PIC X(02) VALUE SPACES.
005380     05  WS-JRL-DIFFERENCE    PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
005390     05  FILLER               PIC X(43) VALUE SPACES.
005400*
005410 01  WS-SWITCHES.
005420     05  WS-MASTER-EOF-SWITCH PIC X(01) VALUE 'N'.
005430         88  WS-MASTER-END-OF-FILE     VALUE 'Y'.
005440         88  WS-MASTER-NOT-END-OF-FILE VALUE 'N'.
005450     05  WS-SNAP-EOF-SWITCH   PIC X(01) VALUE 'N'.
005460         88  WS-SNAP-END-OF-FILE       VALUE 'Y'.
005470         88  WS-SNAP-NOT-END-OF-FILE   VALUE 'N'.
005480     05  WS-SNAP-CHECKED-SW   PIC X(01) VALUE 'N'.
005490         88  WS-SNAP-CHECKED           VALUE 'Y'.
005500         88  WS-SNAP-NOT-CHECKED       VALUE 'N'.
005510     05  WS-SNAP-OPEN-SW      PIC X(01) VALUE 'N'.
005520         88  WS-SNAP-OPEN              VALUE 'Y'.
005530         88  WS-SNAP-NOT-OPEN          VALUE 'N'.
005540     05  WS-GL-EOF-SWITCH     PIC X(01) VALUE 'N'.
005550         88  WS-GL-END-OF-FILE         VALUE 'Y'.
005560         88  WS-GL-NOT-END-OF-FILE     VALUE 'N'.
005570     05  WS-RECON-SWITCH      PIC X(01) VALUE 'Y'.
005580         88  WS-RECON-IN-BALANCE       VALUE 'Y'.
005590         88  WS-RECON-OUT-OF-BALANCE   VALUE 'N'.
005600     05  WS-RCTL-EOF-SWITCH   PIC X(01) VALUE 'N'.
005610         88  WS-RCTL-END-OF-FILE       VALUE 'Y'.
005620         88  WS-RCTL-NOT-END-OF-FILE   VALUE 'N'.
005630     05  WS-PYC-EOF-SWITCH    PIC X(01) VALUE 'N'.
005640         88  WS-PYC-END-OF-FILE        VALUE 'Y'.
005650         88  WS-PYC-NOT-END-OF-FILE    VALUE 'N'.
005660     05  WS-RATES-EOF-SWITCH  PIC X(01) VALUE 'N'.
005670         88  WS-RATES-END-OF-FILE      VALUE 'Y'.
005680         88  WS-RATES-NOT-END-OF-FILE  VALUE 'N'.
005690     05  WS-JSNAP-EOF-SWITCH  PIC X(01) VALUE 'N'.
005700         88  WS-JSNAP-END-OF-FILE      VALUE 'Y'.
005710         88  WS-JSNAP-NOT-END-OF-FILE  VALUE 'N'.
005720     05  WS-JSNAP-OPEN-SW     PIC X(01) VALUE 'N'.
005730         88  WS-JSNAP-OPEN             VALUE 'Y'.
005740         88  WS-JSNAP-NOT-OPEN         VALUE 'N'.
005750     05  WS-SORT-EOF-SWITCH   PIC X(01) VALUE 'N'.
005760         88  WS-SORT-END-OF-FILE       VALUE 'Y'.
005770         88  WS-SORT-NOT-END-OF-FILE   VALUE 'N'.
005780     05  WS-JUR-FOUND-SW      PIC X(01) VALUE 'N'.
005790         88  WS-JUR-FOUND              VALUE 'Y'.
005800         88  WS-JUR-NOT-FOUND          VALUE 'N'.
005810*
005820 PROCEDURE DIVISION.
005830*
005840*=============================================================*
005850* 0000-MAINLINE - PROGRAM ENTRY POINT.  THE SORT'S INPUT
005860*                 PROCEDURE IS THE PASS OF THE MASTER, WHICH
005870*                 RELEASES EACH EMPLOYEE'S STATE AND LOCAL LINES;
005880*                 ITS OUTPUT PROCEDURE PRINTS THEM BY JURISDICTION
005890*                 AND EMPLOYEE.
005900*=============================================================*
005910 0000-MAINLINE.
005920     PERFORM 1000-INITIALIZE THRU 1000-EXIT
005930     SORT SORT-FILE
005940         ON ASCENDING KEY SRT-JURISDICTION
005950                          SRT-EMPLOYEE-ID
005960         INPUT PROCEDURE IS 2500-FILE-EMPLOYEES THRU 2500-EXIT
005970         OUTPUT PROCEDURE IS 7000-PRINT-JURISDICTIONS
005980             THRU 7000-EXIT
005990     PERFORM 9000-TERMINATE THRU 9000-EXIT
006000     STOP RUN.
006010*
006020*=============================================================*
006030* 1000-INITIALIZE - SET THE FILING QUARTER, OPEN THE FILES,
006040*                   LOAD THE JURISDICTIONS, POSITION THE MASTER,
006050*                   PRIME THE SNAPSHOTS
006060*=============================================================*
006070 1000-INITIALIZE.
006080     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
006090     PERFORM 1050-CHECK-RUN-CONTROL THRU 1050-EXIT
006100     PERFORM 1100-SET-FILING-QUARTER THRU 1100-EXIT
006110     OPEN INPUT EMPLOYEE-MASTER
006120     IF WS-EMPLOYEE-MASTER-STATUS NOT = "00"
006130         DISPLAY "EMPLOYEE MASTER OPEN FAILED - STATUS "
006140             WS-EMPLOYEE-MASTER-STATUS
006150         MOVE 16 TO RETURN-CODE
006160         STOP RUN
006170     END-IF
006180     OPEN INPUT PRIOR-SNAPSHOT-FILE
006190     IF WS-PRIOR-SNAP-STATUS = "00"
006200         SET WS-SNAP-OPEN TO TRUE
006210     ELSE
006220         DISPLAY "PRIOR SNAPSHOT OPEN FAILED - STATUS "
006230             WS-PRIOR-SNAP-STATUS
006240             " - TREATING AS FIRST QUARTERLY RUN"
006250         SET WS-SNAP-END-OF-FILE TO TRUE
006260     END-IF
006270     OPEN OUTPUT NEW-SNAPSHOT-FILE
006280     IF WS-NEW-SNAP-STATUS NOT = "00"
006290         DISPLAY "NEW SNAPSHOT OPEN FAILED - STATUS "
006300             WS-NEW-SNAP-STATUS
006310         CLOSE EMPLOYEE-MASTER
006320         MOVE 16 TO RETURN-CODE
006330         STOP RUN
006340     END-IF
006350     OPEN OUTPUT FILING-REPORT-FILE
006360     IF WS-FILING-REPORT-STATUS NOT = "00"
006370         DISPLAY "FILING REPORT OPEN FAILED - STATUS "
006380             WS-FILING-REPORT-STATUS
006390         CLOSE EMPLOYEE-MASTER
006400         CLOSE NEW-SNAPSHOT-FILE
006410         MOVE 16 TO RETURN-CODE
006420         STOP RUN
006430     END-IF
006440     OPEN OUTPUT FILING-EXTRACT-FILE
006450     IF WS-FILING-EXTRACT-STATUS NOT = "00"
006460         DISPLAY "FILING EXTRACT OPEN FAILED - STATUS "
006470             WS-FILING-EXTRACT-STATUS
006480         CLOSE EMPLOYEE-MASTER
006490         CLOSE NEW-SNAPSHOT-FILE
006500         CLOSE FILING-REPORT-FILE
006510         MOVE 16 TO RETURN-CODE
006520         STOP RUN
006530     END-IF
006540     OPEN INPUT PRIOR-JUR-SNAP-FILE
006550     IF WS-PRIOR-JSNAP-STATUS = "00"
006560         SET WS-JSNAP-OPEN TO TRUE
006570     ELSE
006580         DISPLAY "PRIOR JURISDICTION SNAPSHOT OPEN FAILED - "
006590             "STATUS " WS-PRIOR-JSNAP-STATUS
006600             " - TREATING AS FIRST QUARTERLY RUN"
006610         SET WS-JSNAP-END-OF-FILE TO TRUE
006620     END-IF
006630     OPEN OUTPUT NEW-JUR-SNAP-FILE
006640     IF WS-NEW-JSNAP-STATUS NOT = "00"
006650         DISPLAY "NEW JURISDICTION SNAPSHOT OPEN FAILED - STATUS "
006660             WS-NEW-JSNAP-STATUS
006670         CLOSE EMPLOYEE-MASTER
006680         CLOSE NEW-SNAPSHOT-FILE
006690         CLOSE FILING-REPORT-FILE
006700         CLOSE FILING-EXTRACT-FILE
006710         MOVE 16 TO RETURN-CODE
006720         STOP RUN
006730     END-IF
006740     OPEN OUTPUT JUR-REPORT-FILE
006750     IF WS-JUR-REPORT-STATUS NOT = "00"
006760         DISPLAY "JURISDICTION REPORT OPEN FAILED - STATUS "
006770             WS-JUR-REPORT-STATUS
006780         CLOSE EMPLOYEE-MASTER
006790         CLOSE NEW-SNAPSHOT-FILE
006800         CLOSE FILING-REPORT-FILE
006810         CLOSE FILING-EXTRACT-FILE
006820         CLOSE NEW-JUR-SNAP-FILE
006830         MOVE 16 TO RETURN-CODE
006840         STOP RUN
006850     END-IF
006860     OPEN OUTPUT JUR-EXTRACT-FILE
006870     IF WS-JUR-EXTRACT-STATUS NOT = "00"
006880         DISPLAY "JURISDICTION EXTRACT OPEN FAILED - STATUS "
006890             WS-JUR-EXTRACT-STATUS
006900         CLOSE EMPLOYEE-MASTER
006910         CLOSE NEW-SNAPSHOT-FILE
006920         CLOSE FILING-REPORT-FILE
006930         CLOSE FILING-EXTRACT-FILE
006940         CLOSE NEW-JUR-SNAP-FILE
006950         CLOSE JUR-REPORT-FILE
006960         MOVE 16 TO RETURN-CODE
006970         STOP RUN
006980     END-IF
006990     PERFORM 1150-LOAD-JURISDICTIONS THRU 1150-EXIT
007000     MOVE WS-FILING-QUARTER TO WS-RH-QUARTER
007010     MOVE WS-FILING-YEAR    TO WS-RH-YEAR
007020     WRITE FILING-REPORT-LINE FROM WS-REPORT-HEADING
007030     WRITE FILING-REPORT-LINE FROM WS-COLUMN-HEADING
007040     MOVE WS-FILING-QUARTER TO WS-JRH-QUARTER
007050     MOVE WS-FILING-YEAR    TO WS-JRH-YEAR
007060     WRITE JUR-REPORT-LINE FROM WS-JUR-REPORT-HEADING
007070     MOVE ZERO TO EMM-EMPLOYEE-ID
007080     START EMPLOYEE-MASTER KEY NOT LESS THAN EMM-EMPLOYEE-ID
007090         INVALID KEY
007100             SET WS-MASTER-END-OF-FILE TO TRUE
007110     END-START
007120     IF WS-MASTER-NOT-END-OF-FILE
007130         PERFORM 2100-READ-MASTER-NEXT THRU 2100-EXIT
007140     END-IF
007150     IF WS-SNAP-NOT-END-OF-FILE
007160         PERFORM 2200-READ-SNAPSHOT THRU 2200-EXIT
007170     END-IF
007180     IF WS-JSNAP-NOT-END-OF-FILE
007190         PERFORM 6150-READ-JUR-SNAPSHOT THRU 6150-EXIT
007200     END-IF.
007210 1000-EXIT.
007220     EXIT.
007230*
007240*-------------------------------------------------------------*
007250* 1050-CHECK-RUN-CONTROL - REFUSE TO FILE WHILE A NIGHTLY RUN
007260*                          IS MARKED IN-FLIGHT ON THE SHARED
007270*                          RUN CONTROL FILE - A FILING TAKEN
007280*                          MID-CYCLE CARRIES WRONG FIGURES AND
007290*                          CUTS A POISONED SNAPSHOT GENERATION
007300*                          FOR THE NEXT QUARTER.  A MISSING
007310*                          CONTROL FILE GETS A CONSOLE NOTE
007320*                          AND THE RUN PROCEEDS, SO CUTOVER TO
007330*                          THE NEW CONTROL DATASET IS NOT A
007340*                          HARD STOP.
007350*-------------------------------------------------------------*
007360 1050-CHECK-RUN-CONTROL.
007370     OPEN INPUT RUN-CONTROL-FILE
007380     IF WS-RUN-CONTROL-STATUS NOT = "00"
007390         DISPLAY "RUN CONTROL FILE NOT AVAILABLE - STATUS "
007400             WS-RUN-CONTROL-STATUS " - PROCEEDING"
007410         GO TO 1050-EXIT
007420     END-IF
007430     MOVE ZERO TO RCT-RUN-KEY
007440     START RUN-CONTROL-FILE KEY NOT LESS THAN RCT-RUN-KEY
007450         INVALID KEY
007460             SET WS-RCTL-END-OF-FILE TO TRUE
007470     END-START
007480     PERFORM 1060-SCAN-RUN-CONTROL THRU 1060-EXIT
007490         UNTIL WS-RCTL-END-OF-FILE
007500     CLOSE RUN-CONTROL-FILE.
007510 1050-EXIT.
007520     EXIT.
007530*
007540*-------------------------------------------------------------*
007550* 1060-SCAN-RUN-CONTROL - ONE CONTROL RECORD; ANY IN-FLIGHT
007560*                         MARK STOPS THE QUARTERLY FILING
007570*-------------------------------------------------------------*
007580 1060-SCAN-RUN-CONTROL.
007590     READ RUN-CONTROL-FILE NEXT RECORD
007600         AT END
007610             SET WS-RCTL-END-OF-FILE TO TRUE
007620             GO TO 1060-EXIT
007630     END-READ
007640     IF RCT-RUN-IN-FLIGHT
007650         DISPLAY "PAYROLL RUN " RCT-RUN-DATE "/" RCT-RUN-NO
007660             " IS MARKED "
007670             "IN-FLIGHT - QUARTERLY FILING REFUSED"
007680         CLOSE RUN-CONTROL-FILE
007690         MOVE 8 TO RETURN-CODE
007700         STOP RUN
007710     END-IF.
007720 1060-EXIT.
007730     EXIT.
007740*
007750*-------------------------------------------------------------*
007760* 1100-SET-FILING-QUARTER - THE QUARTER FILED IS THE ONE
007770*                           CONTAINING THE MONTH BEFORE THE
007780*                           RUN DATE'S MONTH, SO THE RUN IS
007790*                           NORMALLY SUBMITTED IN THE FIRST
007800*                           DAYS AFTER QUARTER END.  ALSO
007810*                           BUILDS THE QUARTER'S DATE RANGE
007820*                           FOR THE GL RECONCILIATION.
007830*-------------------------------------------------------------*
007840 1100-SET-FILING-QUARTER.
007850     IF WS-RUN-MONTH = 01
007860         MOVE 12 TO WS-PRIOR-MONTH
007870         COMPUTE WS-FILING-YEAR = WS-RUN-YEAR - 1
007880     ELSE
007890         COMPUTE WS-PRIOR-MONTH = WS-RUN-MONTH - 1
007900         MOVE WS-RUN-YEAR TO WS-FILING-YEAR
007910     END-IF
007920     COMPUTE WS-FILING-QUARTER = (WS-PRIOR-MONTH + 2) / 3
007930     DIVIDE WS-FILING-YEAR BY 100
007940         GIVING WS-CENTURY REMAINDER WS-YY-WORK
007950     MOVE WS-YY-WORK TO WS-QS-YY
007960     COMPUTE WS-QS-MM = (WS-FILING-QUARTER * 3) - 2
007970     MOVE 01 TO WS-QS-DD
007980     MOVE WS-QS-YY TO WS-QE-YY
007990     COMPUTE WS-QE-MM = WS-FILING-QUARTER * 3
008000     MOVE 31 TO WS-QE-DD.
008010 1100-EXIT.
008020     EXIT.
008030*
008040*-------------------------------------------------------------*
008050* 1150-LOAD-JURISDICTIONS - TABLE THE STATE AND LOCAL CODES ON
008060*                           THE RATES FILE WITH THE NAME AND GL
008070*                           ACCOUNT OF EACH ONE'S LATEST SET.
008080*                           THE NAMES ONLY LABEL THE FILING, SO
008090*                           A MISSING FILE GETS A CONSOLE NOTE
008100*                           AND THE RUN PROCEEDS WITHOUT THEM.
008110*-------------------------------------------------------------*
008120 1150-LOAD-JURISDICTIONS.
008130     OPEN INPUT RATES-FILE
008140     IF WS-RATES-STATUS NOT = "00"
008150         DISPLAY "RATES FILE NOT AVAILABLE - STATUS "
008160             WS-RATES-STATUS " - JURISDICTION NAMES NOT SHOWN"
008170         GO TO 1150-EXIT
008180     END-IF
008190     PERFORM 1160-READ-RATE-SET THRU 1160-EXIT
008200         UNTIL WS-RATES-END-OF-FILE
008210     CLOSE RATES-FILE.
008220 1150-EXIT.
008230     EXIT.
008240*
008250*-------------------------------------------------------------*
008260* 1160-READ-RATE-SET - ONE RATE SET.  FEDERAL SETS ARE
008270*                      IGNORED; A LATER-DATED SET OF A CODE
008280*                      ALREADY TABLED REPLACES ITS NAME AND GL
008290*                      ACCOUNT.
008300*-------------------------------------------------------------*
008310 1160-READ-RATE-SET.
008320     READ RATES-FILE
008330         AT END
008340             SET WS-RATES-END-OF-FILE TO TRUE
008350             GO TO 1160-EXIT
008360     END-READ
008370     IF RTE-FEDERAL-SET
008380         GO TO 1160-EXIT
008390     END-IF
008400     MOVE RTE-JURISDICTION TO WS-JUR-LOOKUP-CODE
008410     PERFORM 1170-FIND-JURISDICTION THRU 1170-EXIT
008420     IF WS-JUR-FOUND
008430         IF RTE-EFFECTIVE-DATE NOT GREATER THAN
008440            WS-JUR-EFF-DATE (WS-JUR-USE-IDX)
008450             GO TO 1160-EXIT
008460         END-IF
008470     ELSE
008480         PERFORM 1180-ADD-JURISDICTION THRU 1180-EXIT
008490         IF WS-JUR-NOT-FOUND
008500             GO TO 1160-EXIT
008510         END-IF
008520     END-IF
008530     MOVE RTE-EFFECTIVE-DATE TO WS-JUR-EFF-DATE (WS-JUR-USE-IDX)
008540     MOVE RTE-JUR-GL-ACCOUNT
008550         TO WS-JUR-GL-ACCOUNT (WS-JUR-USE-IDX)
008560     MOVE RTE-JUR-NAME       TO WS-JUR-NAME (WS-JUR-USE-IDX).
008570 1160-EXIT.
008580     EXIT.
008590*
008600*-------------------------------------------------------------*
008610* 1170-FIND-JURISDICTION - LOOK UP WS-JUR-LOOKUP-CODE IN THE
008620*                          JURISDICTION TABLE; WS-JUR-USE-IDX
008630*                          POINTS AT THE ENTRY WHEN FOUND
008640*-------------------------------------------------------------*
008650 1170-FIND-JURISDICTION.
008660     SET WS-JUR-NOT-FOUND TO TRUE
008670     PERFORM 1172-MATCH-JURISDICTION THRU 1172-EXIT
008680         VARYING WS-JUR-IDX FROM 1 BY 1
008690         UNTIL WS-JUR-IDX > WS-JUR-COUNT
008700            OR WS-JUR-FOUND.
008710 1170-EXIT.
008720     EXIT.
008730*
008740 1172-MATCH-JURISDICTION.
008750     IF WS-JUR-CODE (WS-JUR-IDX) = WS-JUR-LOOKUP-CODE
008760         SET WS-JUR-FOUND TO TRUE
008770         SET WS-JUR-USE-IDX TO WS-JUR-IDX
008780     END-IF.
008790 1172-EXIT.
008800     EXIT.
008810*
008820*-------------------------------------------------------------*
008830* 1180-ADD-JURISDICTION - NEW TABLE ENTRY FOR WS-JUR-LOOKUP-
008840*                         CODE, MARKED AS NOT ON THE RATES FILE
008850*                         UNTIL A SET FILLS IT IN.  A FULL TABLE
008860*                         LEAVES THE CODE OUT OF THE PER-
008870*                         JURISDICTION RECONCILIATION (IT STILL
008880*                         FILES AND COUNTS IN THE COMPANY TOTAL).
008890*-------------------------------------------------------------*
008900 1180-ADD-JURISDICTION.
008910     IF WS-JUR-COUNT NOT LESS THAN 50
008920         DISPLAY "JURISDICTION TABLE FULL - " WS-JUR-LOOKUP-CODE
008930             " NOT RECONCILED SEPARATELY"
008940         SET WS-JUR-NOT-FOUND TO TRUE
008950         GO TO 1180-EXIT
008960     END-IF
008970     ADD 1 TO WS-JUR-COUNT
008980     SET WS-JUR-USE-IDX TO WS-JUR-COUNT
008990     MOVE WS-JUR-LOOKUP-CODE TO WS-JUR-CODE (WS-JUR-USE-IDX)
009000     MOVE ZERO   TO WS-JUR-EFF-DATE (WS-JUR-USE-IDX)
009010     MOVE SPACES TO WS-JUR-GL-ACCOUNT (WS-JUR-USE-IDX)
009020     MOVE "*NOT ON RATES FILE*" TO WS-JUR-NAME (WS-JUR-USE-IDX)
009030     MOVE ZERO   TO WS-JUR-QTD-WITHHELD (WS-JUR-USE-IDX)
009040     MOVE ZERO   TO WS-JUR-GL-TOTAL (WS-JUR-USE-IDX)
009050     SET WS-JUR-FOUND TO TRUE.
009060 1180-EXIT.
009070     EXIT.
009080*
009090*=============================================================*
009100* 2000-PROCESS-ONE-EMPLOYEE - MATCH THE MASTER RECORD TO ITS
009110*                             PRIOR-QUARTER SNAPSHOT, DERIVE
009120*                             THE QTD FIGURES, AND WRITE THE
009130*                             REPORT LINE, EXTRACT RECORD AND
009140*                             NEW SNAPSHOT, THEN FILE ITS STATE
009150*                             AND LOCAL BUCKETS
009160*=============================================================*
009170 2000-PROCESS-ONE-EMPLOYEE.
009180     ADD 1 TO WS-EMPLOYEE-COUNT
009190     PERFORM 2300-ALIGN-SNAPSHOT THRU 2300-EXIT
009200     IF WS-SNAP-NOT-END-OF-FILE
009210        AND QSP-EMPLOYEE-ID = EMM-EMPLOYEE-ID
009220         MOVE QSP-YTD-GROSS      TO WS-PRIOR-GROSS
009230         MOVE QSP-YTD-INCOME-TAX TO WS-PRIOR-INCOME-TAX
009240         MOVE QSP-YTD-SOC-SEC    TO WS-PRIOR-SOC-SEC
009250         IF QSP-YTD-ER-SOC-SEC NUMERIC
009260             MOVE QSP-YTD-ER-SOC-SEC TO WS-PRIOR-ER-SOC-SEC
009270             MOVE QSP-YTD-ER-HEALTH  TO WS-PRIOR-ER-HEALTH
009280             MOVE QSP-YTD-ER-UNEMP   TO WS-PRIOR-ER-UNEMP
009290         ELSE
009300             MOVE ZERO TO WS-PRIOR-ER-SOC-SEC
009310             MOVE ZERO TO WS-PRIOR-ER-HEALTH
009320             MOVE ZERO TO WS-PRIOR-ER-UNEMP
009330         END-IF
009340*        THE FIRST-QUARTER RUN FOLLOWS THE JANUARY YEAR-END
009350*        CLOSE, WHICH RESET THE YTD FIGURES - THE Q4 SNAPSHOT
009360*        (CUT BEFORE THE CLOSE) STILL CARRIES THE OLD YEAR'S
009370*        TOTALS AND WOULD DRIVE EVERY QTD NEGATIVE, SO ACROSS
009380*        THAT ONE BOUNDARY, AND ONLY THERE, THE PRIORS COUNT
009390*        FROM ZERO AND Q1 FILES THE YTD ACCUMULATED SINCE THE
009400*        CLOSE.  INSIDE A YEAR A PRIOR ABOVE THE CURRENT YTD
009410*        IS REAL - A REVERSAL OR BANK RETURN OF PRIOR-QUARTER
009420*        PAY - AND THE QTD LEGITIMATELY GOES NEGATIVE.
009430         IF QSP-QUARTER = 4
009440            AND WS-FILING-QUARTER = 1
009450             MOVE ZERO TO WS-PRIOR-GROSS
009460             MOVE ZERO TO WS-PRIOR-INCOME-TAX
009470             MOVE ZERO TO WS-PRIOR-SOC-SEC
009480             MOVE ZERO TO WS-PRIOR-ER-SOC-SEC
009490             MOVE ZERO TO WS-PRIOR-ER-HEALTH
009500             MOVE ZERO TO WS-PRIOR-ER-UNEMP
009510         END-IF
009520     ELSE
009530         MOVE ZERO TO WS-PRIOR-GROSS
009540         MOVE ZERO TO WS-PRIOR-INCOME-TAX
009550         MOVE ZERO TO WS-PRIOR-SOC-SEC
009560         MOVE ZERO TO WS-PRIOR-ER-SOC-SEC
009570         MOVE ZERO TO WS-PRIOR-ER-HEALTH
009580         MOVE ZERO TO WS-PRIOR-ER-UNEMP
009590     END-IF
009600     IF EMM-YTD-ER-SOC-SEC NUMERIC
009610         MOVE EMM-YTD-ER-SOC-SEC TO WS-CURR-ER-SOC-SEC
009620     ELSE
009630         MOVE ZERO TO WS-CURR-ER-SOC-SEC
009640     END-IF
009650     IF EMM-YTD-ER-HEALTH NUMERIC
009660         MOVE EMM-YTD-ER-HEALTH TO WS-CURR-ER-HEALTH
009670     ELSE
009680         MOVE ZERO TO WS-CURR-ER-HEALTH
009690     END-IF
009700     IF EMM-YTD-ER-UNEMP NUMERIC
009710         MOVE EMM-YTD-ER-UNEMP TO WS-CURR-ER-UNEMP
009720     ELSE
009730         MOVE ZERO TO WS-CURR-ER-UNEMP
009740     END-IF
009750     COMPUTE WS-QTD-GROSS =
009760         EMM-YTD-GROSS - WS-PRIOR-GROSS
009770     COMPUTE WS-QTD-INCOME-TAX =
009780         EMM-YTD-INCOME-TAX - WS-PRIOR-INCOME-TAX
009790     COMPUTE WS-QTD-SOC-SEC =
009800         EMM-YTD-SOC-SEC - WS-PRIOR-SOC-SEC
009810     COMPUTE WS-QTD-ER-SOC-SEC =
009820         WS-CURR-ER-SOC-SEC - WS-PRIOR-ER-SOC-SEC
009830     COMPUTE WS-QTD-ER-HEALTH =
009840         WS-CURR-ER-HEALTH - WS-PRIOR-ER-HEALTH
009850     COMPUTE WS-QTD-ER-UNEMP =
009860         WS-CURR-ER-UNEMP - WS-PRIOR-ER-UNEMP
009870     COMPUTE WS-QTD-ER-TOTAL =
009880         WS-QTD-ER-SOC-SEC + WS-QTD-ER-HEALTH + WS-QTD-ER-UNEMP
009890     ADD WS-QTD-GROSS      TO WS-CO-QTD-GROSS
009900     ADD WS-QTD-INCOME-TAX TO WS-CO-QTD-INCOME-TAX
009910     ADD WS-QTD-SOC-SEC    TO WS-CO-QTD-SOC-SEC
009920     ADD WS-QTD-ER-SOC-SEC TO WS-CO-QTD-ER-SOC-SEC
009930     ADD WS-QTD-ER-HEALTH  TO WS-CO-QTD-ER-HEALTH
009940     ADD WS-QTD-ER-UNEMP   TO WS-CO-QTD-ER-UNEMP
009950     ADD WS-QTD-ER-TOTAL   TO WS-CO-QTD-ER-TOTAL
009960     PERFORM 3000-WRITE-FILING-LINE THRU 3000-EXIT
009970     PERFORM 4000-WRITE-EXTRACT THRU 4000-EXIT
009980     PERFORM 5000-WRITE-SNAPSHOT THRU 5000-EXIT
009990     PERFORM 6000-FILE-JURISDICTIONS THRU 6000-EXIT
010000     PERFORM 2100-READ-MASTER-NEXT THRU 2100-EXIT.
010010 2000-EXIT.
010020     EXIT.
010030*
010040*-------------------------------------------------------------*
010050* 2100-READ-MASTER-NEXT - GET THE NEXT EMPLOYEE MASTER RECORD
010060*                         IN KEY SEQUENCE
010070*-------------------------------------------------------------*
010080 2100-READ-MASTER-NEXT.
010090     READ EMPLOYEE-MASTER NEXT RECORD
010100         AT END
010110             SET WS-MASTER-END-OF-FILE TO TRUE
010120     END-READ.
010130 2100-EXIT.
010140     EXIT.
010150*
010160*-------------------------------------------------------------*
010170* 2200-READ-SNAPSHOT - GET THE NEXT PRIOR-SNAPSHOT RECORD.
010180*                      THE FIRST RECORD'S QUARTER STAMP IS
010190*                      CHECKED ONCE - A STALE SNAPSHOT (NOT
010200*                      THE QUARTER BEFORE THE ONE BEING FILED)
010210*                      IS WORTH A CONSOLE WARNING, THOUGH THE
010220*                      RUN PROCEEDS ON IT.
010230*-------------------------------------------------------------*
010240 2200-READ-SNAPSHOT.
010250     READ PRIOR-SNAPSHOT-FILE
010260         AT END
010270             SET WS-SNAP-END-OF-FILE TO TRUE
010280             GO TO 2200-EXIT
010290     END-READ
010300     IF WS-SNAP-NOT-CHECKED
010310         SET WS-SNAP-CHECKED TO TRUE
010320         IF (QSP-YEAR = WS-FILING-YEAR
010330             AND QSP-QUARTER = WS-FILING-QUARTER - 1)
010340            OR (QSP-YEAR = WS-FILING-YEAR - 1
010350                AND QSP-QUARTER = 4
010360                AND WS-FILING-QUARTER = 1)
010370             CONTINUE
010380         ELSE
010390             DISPLAY "PRIOR SNAPSHOT IS Q" QSP-QUARTER
010400                 "/" QSP-YEAR " - VERIFY THE GENERATION"
010410         END-IF
010420     END-IF.
010430 2200-EXIT.
010440     EXIT.
010450*
010460*-------------------------------------------------------------*
010470* 2300-ALIGN-SNAPSHOT - ADVANCE THE SNAPSHOT FILE UNTIL IT IS
010480*                       AT OR PAST THE MASTER RECORD IN HAND.
010490*                       BOTH FILES ARE IN EMPLOYEE KEY ORDER;
010500*                       SNAPSHOT RECORDS PASSED OVER BELONG TO
010510*                       EMPLOYEES PURGED SINCE LAST QUARTER.
010520*-------------------------------------------------------------*
010530 2300-ALIGN-SNAPSHOT.
010540     PERFORM 2200-READ-SNAPSHOT THRU 2200-EXIT
010550         UNTIL WS-SNAP-END-OF-FILE
010560            OR QSP-EMPLOYEE-ID NOT LESS THAN EMM-EMPLOYEE-ID.
010570 2300-EXIT.
010580     EXIT.
010590*
010600*=============================================================*
010610* 2500-FILE-EMPLOYEES - SORT INPUT PROCEDURE.  THE PASS OF THE
010620*                       MASTER; EACH EMPLOYEE'S STATE AND LOCAL
010630*                       LINES ARE RELEASED TO THE SORT AS IT IS
010640*                       FILED.
010650*=============================================================*
010660 2500-FILE-EMPLOYEES.
010670     PERFORM 2000-PROCESS-ONE-EMPLOYEE THRU 2000-EXIT
010680         UNTIL WS-MASTER-END-OF-FILE.
010690 2500-EXIT.
010700     EXIT.
010710*
010720*=============================================================*
010730* 3000-WRITE-FILING-LINE - ONE FILING REPORT LINE PER EMPLOYEE
010740*=============================================================*
010750 3000-WRITE-FILING-LINE.
010760     MOVE SPACES TO WS-DETAIL-LINE
010770     MOVE EMM-EMPLOYEE-ID  TO WS-DL-EMPLOYEE-ID
010780     MOVE EMM-NAME         TO WS-DL-NAME
010790     MOVE WS-QTD-GROSS     TO WS-DL-GROSS
010800     MOVE WS-QTD-INCOME-TAX TO WS-DL-INCOME-TAX
010810     MOVE WS-QTD-SOC-SEC   TO WS-DL-SOC-SEC
010820     MOVE WS-QTD-ER-TOTAL  TO WS-DL-ER-TAX
010830     WRITE FILING-REPORT-LINE FROM WS-DETAIL-LINE.
010840 3000-EXIT.
010850     EXIT.
010860*
010870*=============================================================*
010880* 4000-WRITE-EXTRACT - ONE MACHINE-READABLE EXTRACT RECORD PER
010890*                      EMPLOYEE FOR THE TAX AUTHORITY FILING
010900*=============================================================*
010910 4000-WRITE-EXTRACT.
010920     MOVE SPACES TO FILING-EXTRACT-RECORD
010930     MOVE WS-FILING-YEAR    TO QXT-YEAR
010940     MOVE WS-FILING-QUARTER TO QXT-QUARTER
010950     MOVE EMM-EMPLOYEE-ID   TO QXT-EMPLOYEE-ID
010960     MOVE EMM-NAME          TO QXT-NAME
010970     MOVE WS-QTD-GROSS      TO QXT-QTD-GROSS
010980     MOVE WS-QTD-INCOME-TAX TO QXT-QTD-INCOME-TAX
010990     MOVE WS-QTD-SOC-SEC    TO QXT-QTD-SOC-SEC
011000     MOVE WS-QTD-ER-SOC-SEC TO QXT-QTD-ER-SOC-SEC
011010     MOVE WS-QTD-ER-HEALTH  TO QXT-QTD-ER-HEALTH
011020     MOVE WS-QTD-ER-UNEMP   TO QXT-QTD-ER-UNEMP
011030     WRITE FILING-EXTRACT-RECORD.
011040 4000-EXIT.
011050     EXIT.
011060*
011070*=============================================================*
011080* 5000-WRITE-SNAPSHOT - THIS QUARTER-END'S YTD FIGURES, FOR
011090*                       THE NEXT QUARTERLY RUN TO DIFFERENCE
011100*                       AGAINST
011110*=============================================================*
011120 5000-WRITE-SNAPSHOT.
011130     MOVE SPACES TO NEW-SNAPSHOT-RECORD
011140     MOVE WS-FILING-YEAR     TO QSN-YEAR
011150     MOVE WS-FILING-QUARTER  TO QSN-QUARTER
011160     MOVE EMM-EMPLOYEE-ID    TO QSN-EMPLOYEE-ID
011170     MOVE EMM-YTD-GROSS      TO QSN-YTD-GROSS
011180     MOVE EMM-YTD-INCOME-TAX TO QSN-YTD-INCOME-TAX
011190     MOVE EMM-YTD-SOC-SEC    TO QSN-YTD-SOC-SEC
011200     MOVE WS-CURR-ER-SOC-SEC TO QSN-YTD-ER-SOC-SEC
011210     MOVE WS-CURR-ER-HEALTH  TO QSN-YTD-ER-HEALTH
011220     MOVE WS-CURR-ER-UNEMP   TO QSN-YTD-ER-UNEMP
011230     WRITE NEW-SNAPSHOT-RECORD
011240     IF WS-NEW-SNAP-STATUS NOT = "00"
011250         DISPLAY "SNAPSHOT WRITE FAILED - STATUS "
011260             WS-NEW-SNAP-STATUS " EMPLOYEE " EMM-EMPLOYEE-ID
011270         CLOSE EMPLOYEE-MASTER
011280         CLOSE PRIOR-SNAPSHOT-FILE
011290         CLOSE NEW-SNAPSHOT-FILE
011300         CLOSE FILING-REPORT-FILE
011310         CLOSE FILING-EXTRACT-FILE
011320         CLOSE PRIOR-JUR-SNAP-FILE
011330         CLOSE NEW-JUR-SNAP-FILE
011340         CLOSE JUR-REPORT-FILE
011350         CLOSE JUR-EXTRACT-FILE
011360         MOVE 16 TO RETURN-CODE
011370         STOP RUN
011380     END-IF.
011390 5000-EXIT.
011400     EXIT.
011410*
011420*=============================================================*
011430* 6000-FILE-JURISDICTIONS - FILE THE EMPLOYEE'S STATE AND
011440*                           LOCAL YTD BUCKETS.  THE PRIOR
011450*                           JURISDICTION SNAPSHOT IS MATCH-
011460*                           MERGED LIKE THE MAIN ONE: RECORDS
011470*                           OF PURGED EMPLOYEES ARE PASSED OVER
011480*                           AND THIS EMPLOYEE'S ARE HELD IN THE
011490*                           PRIOR TABLE.
011500*=============================================================*
011510 6000-FILE-JURISDICTIONS.
011520     MOVE ZERO   TO WS-JP-COUNT
011530     MOVE SPACES TO WS-JUR-PRIOR-TABLE
011540     PERFORM 6150-READ-JUR-SNAPSHOT THRU 6150-EXIT
011550         UNTIL WS-JSNAP-END-OF-FILE
011560            OR QJP-EMPLOYEE-ID NOT LESS THAN EMM-EMPLOYEE-ID
011570     PERFORM 6100-KEEP-JUR-PRIOR THRU 6100-EXIT
011580         UNTIL WS-JSNAP-END-OF-FILE
011590            OR QJP-EMPLOYEE-ID NOT = EMM-EMPLOYEE-ID
011600     PERFORM 6200-FILE-ONE-JURISDICTION THRU 6200-EXIT
011610         VARYING WS-JYTD-SUB FROM 1 BY 1
011620         UNTIL WS-JYTD-SUB > 6.
011630 6000-EXIT.
011640     EXIT.
011650*
011660*-------------------------------------------------------------*
011670* 6100-KEEP-JUR-PRIOR - HOLD ONE PRIOR SNAPSHOT RECORD OF THE
011680*                       EMPLOYEE IN HAND AND READ THE NEXT.
011690*                       ACROSS THE Q4-TO-Q1 BOUNDARY THE CLOSE
011700*                       HAS CLEARED THE BUCKETS, SO THE PRIOR
011710*                       COUNTS AS ZERO, AS IN 2000.
011720*-------------------------------------------------------------*
011730 6100-KEEP-JUR-PRIOR.
011740     IF WS-JP-COUNT < 6
011750         ADD 1 TO WS-JP-COUNT
011760         MOVE QJP-JURISDICTION TO WS-JP-CODE (WS-JP-COUNT)
011770         IF QJP-YTD-WITHHELD NOT NUMERIC
011780            OR (QJP-QUARTER = 4
011790                AND WS-FILING-QUARTER = 1)
011800             MOVE ZERO TO WS-JP-YTD-WITHHELD (WS-JP-COUNT)
011810         ELSE
011820             MOVE QJP-YTD-WITHHELD
011830                 TO WS-JP-YTD-WITHHELD (WS-JP-COUNT)
011840         END-IF
011850     END-IF
011860     PERFORM 6150-READ-JUR-SNAPSHOT THRU 6150-EXIT.
011870 6100-EXIT.
011880     EXIT.
011890*
011900*-------------------------------------------------------------*
011910* 6150-READ-JUR-SNAPSHOT - GET THE NEXT PRIOR JURISDICTION
011920*                          SNAPSHOT RECORD
011930*-------------------------------------------------------------*
011940 6150-READ-JUR-SNAPSHOT.
011950     READ PRIOR-JUR-SNAP-FILE
011960         AT END
011970             SET WS-JSNAP-END-OF-FILE TO TRUE
011980     END-READ.
011990 6150-EXIT.
012000     EXIT.
012010*
012020*-------------------------------------------------------------*
012030* 6200-FILE-ONE-JURISDICTION - ONE YTD BUCKET: DERIVE ITS QTD
012040*                              AGAINST THE PRIOR, SNAPSHOT IT,
012050*                              AND RELEASE A FILING LINE WHEN
012060*                              THE QUARTER MOVED IT.  AN UNUSED
012070*                              BUCKET (OR A RECORD FROM BEFORE
012080*                              THE BUCKETS EXISTED) IS SKIPPED.
012090*-------------------------------------------------------------*
012100 6200-FILE-ONE-JURISDICTION.
012110     IF EMM-JYTD-CODE (WS-JYTD-SUB) = SPACES
012120         GO TO 6200-EXIT
012130     END-IF
012140     IF EMM-JYTD-WITHHELD-X (WS-JYTD-SUB) NOT NUMERIC
012150         GO TO 6200-EXIT
012160     END-IF
012170     MOVE ZERO TO WS-PRIOR-JUR-WITHHELD
012180     PERFORM 6210-MATCH-JUR-PRIOR THRU 6210-EXIT
012190         VARYING WS-JP-SUB FROM 1 BY 1
012200         UNTIL WS-JP-SUB > WS-JP-COUNT
012210     COMPUTE WS-QTD-JUR-WITHHELD =
012220         EMM-JYTD-WITHHELD (WS-JYTD-SUB) - WS-PRIOR-JUR-WITHHELD
012230     PERFORM 6300-WRITE-JUR-SNAPSHOT THRU 6300-EXIT
012240     IF WS-QTD-JUR-WITHHELD = ZERO
012250         GO TO 6200-EXIT
012260     END-IF
012270     ADD WS-QTD-JUR-WITHHELD TO WS-CO-QTD-JUR-WITHHELD
012280     MOVE SPACES TO SORT-RECORD
012290     MOVE EMM-JYTD-CODE (WS-JYTD-SUB) TO SRT-JURISDICTION
012300     MOVE EMM-EMPLOYEE-ID             TO SRT-EMPLOYEE-ID
012310     MOVE EMM-NAME                    TO SRT-NAME
012320     MOVE WS-QTD-GROSS                TO SRT-QTD-GROSS
012330     MOVE WS-QTD-JUR-WITHHELD         TO SRT-QTD-WITHHELD
012340     RELEASE SORT-RECORD.
012350 6200-EXIT.
012360     EXIT.
012370*
012380 6210-MATCH-JUR-PRIOR.
012390     IF WS-JP-CODE (WS-JP-SUB) = EMM-JYTD-CODE (WS-JYTD-SUB)
012400         MOVE WS-JP-YTD-WITHHELD (WS-JP-SUB)
012410             TO WS-PRIOR-JUR-WITHHELD
012420     END-IF.
012430 6210-EXIT.
012440     EXIT.
012450*
012460*-------------------------------------------------------------*
012470* 6300-WRITE-JUR-SNAPSHOT - THIS QUARTER-END'S YTD FOR ONE
012480*                           BUCKET, FOR THE NEXT QUARTERLY RUN
012490*-------------------------------------------------------------*
012500 6300-WRITE-JUR-SNAPSHOT.
012510     MOVE SPACES TO NEW-JUR-SNAP-RECORD
012520     MOVE WS-FILING-YEAR              TO QJN-YEAR
012530     MOVE WS-FILING-QUARTER           TO QJN-QUARTER
012540     MOVE EMM-EMPLOYEE-ID             TO QJN-EMPLOYEE-ID
012550     MOVE EMM-JYTD-CODE (WS-JYTD-SUB) TO QJN-JURISDICTION
012560     MOVE EMM-JYTD-WITHHELD (WS-JYTD-SUB) TO QJN-YTD-WITHHELD
012570     WRITE NEW-JUR-SNAP-RECORD
012580     IF WS-NEW-JSNAP-STATUS NOT = "00"
012590         DISPLAY "JURISDICTION SNAPSHOT WRITE FAILED - STATUS "
012600             WS-NEW-JSNAP-STATUS " EMPLOYEE " EMM-EMPLOYEE-ID
012610         CLOSE EMPLOYEE-MASTER
012620         CLOSE PRIOR-SNAPSHOT-FILE
012630         CLOSE NEW-SNAPSHOT-FILE
012640         CLOSE FILING-REPORT-FILE
012650         CLOSE FILING-EXTRACT-FILE
012660         CLOSE PRIOR-JUR-SNAP-FILE
012670         CLOSE NEW-JUR-SNAP-FILE
012680         CLOSE JUR-REPORT-FILE
012690         CLOSE JUR-EXTRACT-FILE
012700         MOVE 16 TO RETURN-CODE
012710         STOP RUN
012720     END-IF.
012730 6300-EXIT.
012740     EXIT.
012750*
012760*=============================================================*
012770* 7000-PRINT-JURISDICTIONS - SORT OUTPUT PROCEDURE.  PRINTS THE
012780*                            STATE AND LOCAL FILING ONE
012790*                            JURISDICTION AT A TIME, WITH A
012800*                            HEADING AND TOTALS FOR EACH, AND
012810*                            WRITES THE EXTRACT RECORDS.
012820*=============================================================*
012830 7000-PRINT-JURISDICTIONS.
012840     MOVE SPACES TO WS-CURR-JUR
012850     PERFORM 7100-RETURN-JUR-LINE THRU 7100-EXIT
012860     PERFORM 7200-PRINT-ONE-JUR-LINE THRU 7200-EXIT
012870         UNTIL WS-SORT-END-OF-FILE
012880     IF WS-CURR-JUR NOT = SPACES
012890         PERFORM 7400-END-JURISDICTION THRU 7400-EXIT
012900     END-IF.
012910 7000-EXIT.
012920     EXIT.
012930*
012940*-------------------------------------------------------------*
012950* 7100-RETURN-JUR-LINE - NEXT LINE FROM THE SORT
012960*-------------------------------------------------------------*
012970 7100-RETURN-JUR-LINE.
012980     RETURN SORT-FILE
012990         AT END
013000             SET WS-SORT-END-OF-FILE TO TRUE
013010     END-RETURN.
013020 7100-EXIT.
013030     EXIT.
013040*
013050*-------------------------------------------------------------*
013060* 7200-PRINT-ONE-JUR-LINE - ONE DETAIL LINE AND EXTRACT RECORD,
013070*                           WITH A JURISDICTION BREAK
013080*-------------------------------------------------------------*
013090 7200-PRINT-ONE-JUR-LINE.
013100     IF SRT-JURISDICTION NOT = WS-CURR-JUR
013110         IF WS-CURR-JUR NOT = SPACES
013120             PERFORM 7400-END-JURISDICTION THRU 7400-EXIT
013130         END-IF
013140         PERFORM 7300-START-JURISDICTION THRU 7300-EXIT
013150     END-IF
013160     MOVE SPACES TO WS-JUR-DETAIL-LINE
013170     MOVE SRT-EMPLOYEE-ID  TO WS-JDL-EMPLOYEE-ID
013180     MOVE SRT-NAME         TO WS-JDL-NAME
013190     MOVE SRT-QTD-GROSS    TO WS-JDL-GROSS
013200     MOVE SRT-QTD-WITHHELD TO WS-JDL-WITHHELD
013210     WRITE JUR-REPORT-LINE FROM WS-JUR-DETAIL-LINE
013220     MOVE SPACES TO JUR-EXTRACT-RECORD
013230     MOVE WS-FILING-YEAR    TO QJX-YEAR
013240     MOVE WS-FILING-QUARTER TO QJX-QUARTER
013250     MOVE SRT-JURISDICTION  TO QJX-JURISDICTION
013260     MOVE SRT-EMPLOYEE-ID   TO QJX-EMPLOYEE-ID
013270     MOVE SRT-NAME          TO QJX-NAME
013280     MOVE SRT-QTD-GROSS     TO QJX-QTD-GROSS
013290     MOVE SRT-QTD-WITHHELD  TO QJX-QTD-WITHHELD
013300     WRITE JUR-EXTRACT-RECORD
013310     ADD 1                TO WS-CJ-EMP-COUNT
013320     ADD SRT-QTD-GROSS    TO WS-CJ-QTD-GROSS
013330     ADD SRT-QTD-WITHHELD TO WS-CJ-QTD-WITHHELD
013340     PERFORM 7100-RETURN-JUR-LINE THRU 7100-EXIT.
013350 7200-EXIT.
013360     EXIT.
013370*
013380*-------------------------------------------------------------*
013390* 7300-START-JURISDICTION - HEADING FOR THE NEXT JURISDICTION,
013400*                           WITH ITS NAME AND GL ACCOUNT FROM
013410*                           THE TABLE
013420*-------------------------------------------------------------*
013430 7300-START-JURISDICTION.
013440     MOVE SRT-JURISDICTION TO WS-CURR-JUR
013450     MOVE ZERO TO WS-CJ-EMP-COUNT
013460     MOVE ZERO TO WS-CJ-QTD-GROSS
013470     MOVE ZERO TO WS-CJ-QTD-WITHHELD
013480     ADD 1 TO WS-JUR-FILED-COUNT
013490     MOVE WS-CURR-JUR TO WS-JUR-LOOKUP-CODE
013500     PERFORM 1170-FIND-JURISDICTION THRU 1170-EXIT
013510     IF WS-JUR-NOT-FOUND
013520         PERFORM 1180-ADD-JURISDICTION THRU 1180-EXIT
013530     END-IF
013540     MOVE WS-CURR-JUR TO WS-JH-CODE
013550     IF WS-JUR-FOUND
013560         MOVE WS-JUR-NAME (WS-JUR-USE-IDX) TO WS-JH-NAME
013570         MOVE WS-JUR-GL-ACCOUNT (WS-JUR-USE-IDX)
013580             TO WS-JH-GL-ACCOUNT
013590     ELSE
013600         MOVE "*NOT ON RATES FILE*" TO WS-JH-NAME
013610         MOVE SPACES TO WS-JH-GL-ACCOUNT
013620     END-IF
013630     IF WS-JH-GL-ACCOUNT = SPACES
013640         MOVE SPACES TO WS-JH-GL-LABEL
013650     ELSE
013660         MOVE "  GL ACCOUNT " TO WS-JH-GL-LABEL
013670     END-IF
013680     MOVE SPACES TO JUR-REPORT-LINE
013690     WRITE JUR-REPORT-LINE
013700     WRITE JUR-REPORT-LINE FROM WS-JUR-HEADING
013710     WRITE JUR-REPORT-LINE FROM WS-JUR-COLUMN-HEADING.
013720 7300-EXIT.
013730     EXIT.
013740*
013750*-------------------------------------------------------------*
013760* 7400-END-JURISDICTION - TOTALS FOR THE JURISDICTION JUST
013770*                         PRINTED, KEPT IN THE TABLE FOR THE
013780*                         RECONCILIATION
013790*-------------------------------------------------------------*
013800 7400-END-JURISDICTION.
013810     MOVE SPACES TO WS-JUR-COUNT-LINE
013820     MOVE "EMPLOYEES FILED:" TO WS-JCL-LABEL
013830     MOVE WS-CJ-EMP-COUNT TO WS-JCL-COUNT
013840     WRITE JUR-REPORT-LINE FROM WS-JUR-COUNT-LINE
013850     MOVE SPACES TO WS-TOTAL-LINE
013860     MOVE "JURISDICTION QTD GROSS WAGES:" TO WS-TL-LABEL
013870     MOVE WS-CJ-QTD-GROSS TO WS-TL-AMOUNT
013880     WRITE JUR-REPORT-LINE FROM WS-TOTAL-LINE
013890     MOVE "JURISDICTION QTD TAX WITHHELD:" TO WS-TL-LABEL
013900     MOVE WS-CJ-QTD-WITHHELD TO WS-TL-AMOUNT
013910     WRITE JUR-REPORT-LINE FROM WS-TOTAL-LINE
013920     MOVE WS-CURR-JUR TO WS-JUR-LOOKUP-CODE
013930     PERFORM 1170-FIND-JURISDICTION THRU 1170-EXIT
013940     IF WS-JUR-FOUND
013950         MOVE WS-CJ-QTD-WITHHELD
013960             TO WS-JUR-QTD-WITHHELD (WS-JUR-USE-IDX)
013970     END-IF.
013980 7400-EXIT.
013990     EXIT.
014000*
014010*=============================================================*
014020* 9000-TERMINATE - COMPANY TOTALS, GL RECONCILIATION, CLOSE
014030*                  FILES, SET THE RETURN CODE
014040*=============================================================*
014050 9000-TERMINATE.
014060     MOVE SPACES TO FILING-REPORT-LINE
014070     WRITE FILING-REPORT-LINE
014080     MOVE SPACES TO WS-TOTAL-LINE
014090     MOVE "COMPANY QTD GROSS WAGES:" TO WS-TL-LABEL
014100     MOVE WS-CO-QTD-GROSS TO WS-TL-AMOUNT
014110     WRITE FILING-REPORT-LINE FROM WS-TOTAL-LINE
014120     MOVE "COMPANY QTD INCOME TAX WITHHELD:" TO WS-TL-LABEL
014130     MOVE WS-CO-QTD-INCOME-TAX TO WS-TL-AMOUNT
014140     WRITE FILING-REPORT-LINE FROM WS-TOTAL-LINE
014150     MOVE "COMPANY QTD SOCIAL SECURITY WITHHELD:"
014160         TO WS-TL-LABEL
014170     MOVE WS-CO-QTD-SOC-SEC TO WS-TL-AMOUNT
014180     WRITE FILING-REPORT-LINE FROM WS-TOTAL-LINE
014190     MOVE "COMPANY QTD EMPLOYER SOC SEC MATCH:" TO WS-TL-LABEL
014200     MOVE WS-CO-QTD-ER-SOC-SEC TO WS-TL-AMOUNT
014210     WRITE FILING-REPORT-LINE FROM WS-TOTAL-LINE
014220     MOVE "COMPANY QTD EMPLOYER HEALTH:" TO WS-TL-LABEL
014230     MOVE WS-CO-QTD-ER-HEALTH TO WS-TL-AMOUNT
014240     WRITE FILING-REPORT-LINE FROM WS-TOTAL-LINE
014250     MOVE "COMPANY QTD UNEMPLOYMENT INSURANCE:" TO WS-TL-LABEL
014260     MOVE WS-CO-QTD-ER-UNEMP TO WS-TL-AMOUNT
014270     WRITE FILING-REPORT-LINE FROM WS-TOTAL-LINE
014280     MOVE "COMPANY QTD EMPLOYER LIABILITY:" TO WS-TL-LABEL
014290     MOVE WS-CO-QTD-ER-TOTAL TO WS-TL-AMOUNT
014300     WRITE FILING-REPORT-LINE FROM WS-TOTAL-LINE
014310     MOVE "COMPANY QTD STATE/LOCAL WITHHELD:" TO WS-TL-LABEL
014320     MOVE WS-CO-QTD-JUR-WITHHELD TO WS-TL-AMOUNT
014330     WRITE FILING-REPORT-LINE FROM WS-TOTAL-LINE
014340     PERFORM 9100-RECONCILE-TO-GL THRU 9100-EXIT
014350     PERFORM 9200-RECONCILE-JURISDICTIONS THRU 9200-EXIT
014360     CLOSE EMPLOYEE-MASTER
014370     IF WS-SNAP-OPEN
014380         CLOSE PRIOR-SNAPSHOT-FILE
014390     END-IF
014400     CLOSE NEW-SNAPSHOT-FILE
014410     CLOSE FILING-REPORT-FILE
014420     CLOSE FILING-EXTRACT-FILE
014430     IF WS-JSNAP-OPEN
014440         CLOSE PRIOR-JUR-SNAP-FILE
014450     END-IF
014460     CLOSE NEW-JUR-SNAP-FILE
014470     CLOSE JUR-REPORT-FILE
014480     CLOSE JUR-EXTRACT-FILE
014490     IF WS-RECON-OUT-OF-BALANCE
014500         MOVE 4 TO RETURN-CODE
014510     END-IF
014520     DISPLAY "QUARTERLY FILING COMPLETE - EMPLOYEES: "
014530         WS-EMPLOYEE-COUNT
014540         " JURISDICTIONS: " WS-JUR-FILED-COUNT.
014550 9000-EXIT.
014560     EXIT.
014570*
014580*-------------------------------------------------------------*
014590* 9100-RECONCILE-TO-GL - SUM THE QUARTER'S GL INTERFACE
014600*                        POSTINGS AND COMPARE THEM TO THE
014610*                        COMPANY QTD TOTALS.  SALARY EXPENSE
014620*                        LIVES IN CLASS-5 ACCOUNTS (DEBITS
014630*                        LESS CREDITS); INCOME TAX AND SOCIAL
014640*                        SECURITY IN THEIR WITHHOLDING
014650*                        ACCOUNTS (CREDITS LESS DEBITS).  A
014660*                        MISSING POSTINGS FILE IS REPORTED AND
014670*                        COUNTS AS OUT OF BALANCE.  THE
014680*                        EMPLOYER LIABILITY ACCOUNTS TIE TO
014690*                        THE COMPANY EMPLOYER TOTAL, AND THE
014700*                        STATE/LOCAL TAX CREDITS (KNOWN BY
014710*                        THEIR DESCRIPTION) TO THE COMPANY
014720*                        STATE/LOCAL TOTAL.
014730*                        CORRECTIONS TO A CLOSED YEAR POSTED
014740*                        THIS QUARTER ARE IN THE GL BUT NOT IN
014750*                        THE MASTER'S YTD, SO THEY ARE TAKEN
014760*                        BACK OUT OF THE GL SIDE FIRST.
014770*-------------------------------------------------------------*
014780 9100-RECONCILE-TO-GL.
014790     OPEN INPUT GL-POSTINGS-FILE
014800     IF WS-GL-POSTINGS-STATUS NOT = "00"
014810         DISPLAY "GL POSTINGS OPEN FAILED - STATUS "
014820             WS-GL-POSTINGS-STATUS
014830         SET WS-RECON-OUT-OF-BALANCE TO TRUE
014840         MOVE SPACES TO FILING-REPORT-LINE
014850         STRING "GL POSTINGS FILE UNAVAILABLE - "
014860                 "RECONCILIATION NOT PERFORMED"
014870             DELIMITED BY SIZE INTO FILING-REPORT-LINE
014880         WRITE FILING-REPORT-LINE
014890         GO TO 9100-EXIT
014900     END-IF
014910     PERFORM 9110-TALLY-GL-RECORD THRU 9110-EXIT
014920         UNTIL WS-GL-END-OF-FILE
014930     CLOSE GL-POSTINGS-FILE
014940     PERFORM 9120-REMOVE-PRIOR-YEAR-CORR THRU 9120-EXIT
014950     MOVE SPACES TO WS-TOTAL-LINE
014960     MOVE "GL QTR SALARY EXPENSE:" TO WS-TL-LABEL
014970     MOVE WS-GL-GROSS-TOTAL TO WS-TL-AMOUNT
014980     WRITE FILING-REPORT-LINE FROM WS-TOTAL-LINE
014990     MOVE "GL QTR INCOME TAX WITHHELD:" TO WS-TL-LABEL
015000     MOVE WS-GL-INCOME-TAX-TOTAL TO WS-TL-AMOUNT
015010     WRITE FILING-REPORT-LINE FROM WS-TOTAL-LINE
015020     MOVE "GL QTR SOCIAL SECURITY WITHHELD:" TO WS-TL-LABEL
015030     MOVE WS-GL-SOC-SEC-TOTAL TO WS-TL-AMOUNT
015040     WRITE FILING-REPORT-LINE FROM WS-TOTAL-LINE
015050     MOVE "GL QTR EMPLOYER LIABILITY:" TO WS-TL-LABEL
015060     MOVE WS-GL-ER-TAX-TOTAL TO WS-TL-AMOUNT
015070     WRITE FILING-REPORT-LINE FROM WS-TOTAL-LINE
015080     MOVE "GL QTR STATE/LOCAL WITHHELD:" TO WS-TL-LABEL
015090     MOVE WS-GL-JUR-TAX-TOTAL TO WS-TL-AMOUNT
015100     WRITE FILING-REPORT-LINE FROM WS-TOTAL-LINE
015110     MOVE "GL QTR PRIOR-YEAR CORRECTIONS:" TO WS-TL-LABEL
015120     MOVE WS-GL-PRIOR-YEAR-GROSS TO WS-TL-AMOUNT
015130     WRITE FILING-REPORT-LINE FROM WS-TOTAL-LINE
015140     IF WS-CO-QTD-GROSS NOT = WS-GL-GROSS-TOTAL
015150        OR WS-CO-QTD-INCOME-TAX NOT = WS-GL-INCOME-TAX-TOTAL
015160        OR WS-CO-QTD-SOC-SEC NOT = WS-GL-SOC-SEC-TOTAL
015170        OR WS-CO-QTD-ER-TOTAL NOT = WS-GL-ER-TAX-TOTAL
015180        OR WS-CO-QTD-JUR-WITHHELD NOT = WS-GL-JUR-TAX-TOTAL
015190         SET WS-RECON-OUT-OF-BALANCE TO TRUE
015200         MOVE SPACES TO FILING-REPORT-LINE
015210         STRING "GL RECONCILIATION - OUT OF BALANCE - "
015220                 "INVESTIGATE BEFORE FILING"
015230             DELIMITED BY SIZE INTO FILING-REPORT-LINE
015240         WRITE FILING-REPORT-LINE
015250     ELSE
015260         MOVE SPACES TO FILING-REPORT-LINE
015270         STRING "GL RECONCILIATION - IN BALANCE"
015280             DELIMITED BY SIZE INTO FILING-REPORT-LINE
015290         WRITE FILING-REPORT-LINE
015300     END-IF.
015310 9100-EXIT.
015320     EXIT.
015330*
015340*-------------------------------------------------------------*
015350* 9110-TALLY-GL-RECORD - ROLL ONE GL INTERFACE POSTING INSIDE
015360*                        THE QUARTER INTO THE GL-SIDE TOTALS
015370*-------------------------------------------------------------*
015380 9110-TALLY-GL-RECORD.
015390     READ GL-POSTINGS-FILE
015400         AT END
015410             SET WS-GL-END-OF-FILE TO TRUE
015420             GO TO 9110-EXIT
015430     END-READ
015440     IF GLI-RUN-DATE NOT NUMERIC
015450        OR GLI-RUN-DATE < WS-QTR-START-NUM
015460        OR GLI-RUN-DATE > WS-QTR-END-NUM
015470         GO TO 9110-EXIT
015480     END-IF
015490     IF GLI-ACCOUNT-CLASS = '5'
015500        AND GLI-DESCRIPTION (1:15) NOT = "ER PAYROLL TAX "
015510        AND GLI-DESCRIPTION (1:14) NOT = "LEAVE ACCRUAL "
015520         IF GLI-DEBIT-CREDIT = 'D'
015530             ADD GLI-AMOUNT TO WS-GL-GROSS-TOTAL
015540         ELSE
015550             SUBTRACT GLI-AMOUNT FROM WS-GL-GROSS-TOTAL
015560         END-IF
015570     END-IF
015580     IF GLI-ACCOUNT = "21100000"
015590         IF GLI-DEBIT-CREDIT = 'C'
015600             ADD GLI-AMOUNT TO WS-GL-INCOME-TAX-TOTAL
015610         ELSE
015620             SUBTRACT GLI-AMOUNT FROM WS-GL-INCOME-TAX-TOTAL
015630         END-IF
015640     END-IF
015650     IF GLI-ACCOUNT = "21200000"
015660         IF GLI-DEBIT-CREDIT = 'C'
015670             ADD GLI-AMOUNT TO WS-GL-SOC-SEC-TOTAL
015680         ELSE
015690             SUBTRACT GLI-AMOUNT FROM WS-GL-SOC-SEC-TOTAL
015700         END-IF
015710     END-IF
015720     IF GLI-ACCOUNT = "21210000"
015730        OR GLI-ACCOUNT = "21310000"
015740        OR GLI-ACCOUNT = "21400000"
015750         IF GLI-DEBIT-CREDIT = 'C'
015760             ADD GLI-AMOUNT TO WS-GL-ER-TAX-TOTAL
015770         ELSE
015780             SUBTRACT GLI-AMOUNT FROM WS-GL-ER-TAX-TOTAL
015790         END-IF
015800     END-IF
015810     IF GLI-DESCRIPTION (1:16) = "STATE/LOCAL TAX "
015820         PERFORM 9115-TALLY-JUR-GL THRU 9115-EXIT
015830     END-IF.
015840 9110-EXIT.
015850     EXIT.
015860*
015870*-------------------------------------------------------------*
015880* 9115-TALLY-JUR-GL - ONE STATE/LOCAL TAX POSTING, INTO THE
015890*                     COMPANY TOTAL AND ITS JURISDICTION'S
015900*                     TOTAL (CODE AFTER THE DESCRIPTION PREFIX)
015910*-------------------------------------------------------------*
015920 9115-TALLY-JUR-GL.
015930     IF GLI-DEBIT-CREDIT = 'C'
015940         ADD GLI-AMOUNT TO WS-GL-JUR-TAX-TOTAL
015950     ELSE
015960         SUBTRACT GLI-AMOUNT FROM WS-GL-JUR-TAX-TOTAL
015970     END-IF
015980     MOVE GLI-DESCRIPTION (17:4) TO WS-JUR-LOOKUP-CODE
015990     PERFORM 1170-FIND-JURISDICTION THRU 1170-EXIT
016000     IF WS-JUR-NOT-FOUND
016010         PERFORM 1180-ADD-JURISDICTION THRU 1180-EXIT
016020     END-IF
016030     IF WS-JUR-NOT-FOUND
016040         GO TO 9115-EXIT
016050     END-IF
016060     IF GLI-DEBIT-CREDIT = 'C'
016070         ADD GLI-AMOUNT TO WS-JUR-GL-TOTAL (WS-JUR-USE-IDX)
016080     ELSE
016090         SUBTRACT GLI-AMOUNT FROM WS-JUR-GL-TOTAL (WS-JUR-USE-IDX)
016100     END-IF.
016110 9115-EXIT.
016120     EXIT.
016130*
016140*-------------------------------------------------------------*
016150* 9120-REMOVE-PRIOR-YEAR-CORR - BACK THE QUARTER'S PRIOR-YEAR
016160*                        CORRECTIONS OUT OF THE GL-SIDE TOTALS.
016170*                        THEY BELONG TO THE CLOSED YEAR'S
016180*                        AMENDED FILING, NOT THIS QUARTER'S.
016190*                        A MISSING CORRECTION FILE IS REPORTED
016200*                        AND COUNTS AS OUT OF BALANCE.
016210*-------------------------------------------------------------*
016220 9120-REMOVE-PRIOR-YEAR-CORR.
016230     OPEN INPUT PRIOR-YEAR-CORR-FILE
016240     IF WS-PRIOR-YEAR-CORR-STATUS NOT = "00"
016250         DISPLAY "PRIOR-YEAR CORRECTION OPEN FAILED - STATUS "
016260             WS-PRIOR-YEAR-CORR-STATUS
016270         SET WS-RECON-OUT-OF-BALANCE TO TRUE
016280         MOVE SPACES TO FILING-REPORT-LINE
016290         STRING "PRIOR-YEAR CORRECTION FILE UNAVAILABLE - "
016300                 "GL TOTALS INCLUDE ANY CORRECTIONS"
016310             DELIMITED BY SIZE INTO FILING-REPORT-LINE
016320         WRITE FILING-REPORT-LINE
016330         GO TO 9120-EXIT
016340     END-IF
016350     PERFORM 9130-TALLY-PRIOR-YEAR-CORR THRU 9130-EXIT
016360         UNTIL WS-PYC-END-OF-FILE
016370     CLOSE PRIOR-YEAR-CORR-FILE.
016380 9120-EXIT.
016390     EXIT.
016400*
016410*-------------------------------------------------------------*
016420* 9130-TALLY-PRIOR-YEAR-CORR - TAKE ONE CORRECTION POSTED
016430*                        INSIDE THE QUARTER OUT OF THE GL-SIDE
016440*                        TOTALS.  ITS AMOUNTS ARE SIGNED AS
016450*                        THE GL ENTRIES WERE.  ITS STATE/LOCAL
016460*                        TAX IS WHAT ITS WITHHELD CARRIES
016470*                        BEYOND THE FEDERAL ITEMS (ZERO ON A
016480*                        CORRECTION WITHOUT ANY); IT IS NOT
016490*                        CARRIED BY CODE, SO IT COMES OUT OF
016500*                        THE COMPANY STATE/LOCAL TOTAL ONLY.
016510*-------------------------------------------------------------*
016520 9130-TALLY-PRIOR-YEAR-CORR.
016530     READ PRIOR-YEAR-CORR-FILE
016540         AT END
016550             SET WS-PYC-END-OF-FILE TO TRUE
016560             GO TO 9130-EXIT
016570     END-READ
016580     IF PYC-POST-RUN-DATE NOT NUMERIC
016590        OR PYC-POST-RUN-DATE < WS-QTR-START-NUM
016600        OR PYC-POST-RUN-DATE > WS-QTR-END-NUM
016610         GO TO 9130-EXIT
016620     END-IF
016630     ADD PYC-GROSS TO WS-GL-PRIOR-YEAR-GROSS
016640     SUBTRACT PYC-GROSS FROM WS-GL-GROSS-TOTAL
016650     SUBTRACT PYC-INCOME-TAX FROM WS-GL-INCOME-TAX-TOTAL
016660     SUBTRACT PYC-SOC-SEC FROM WS-GL-SOC-SEC-TOTAL
016670     SUBTRACT PYC-ER-SOC-SEC PYC-ER-HEALTH PYC-ER-UNEMP
016680         FROM WS-GL-ER-TAX-TOTAL
016690     COMPUTE WS-PYC-JUR-TAX = PYC-WITHHELD - PYC-INCOME-TAX
016700         - PYC-SOC-SEC - PYC-HEALTH-INS
016710     ADD WS-PYC-JUR-TAX TO WS-GL-PRIOR-YEAR-JUR
016720     SUBTRACT WS-PYC-JUR-TAX FROM WS-GL-JUR-TAX-TOTAL.
016730 9130-EXIT.
016740     EXIT.
016750*
016760*=============================================================*
016770* 9200-RECONCILE-JURISDICTIONS - LIST EACH JURISDICTION'S QTD
016780*                                FILED BESIDE ITS GL-SIDE TOTAL
016790*                                ON THE STATE/LOCAL REPORT.
016800*                                PRIOR-YEAR CORRECTIONS ARE NOT
016810*                                CARRIED BY CODE, SO THEY SHOW
016820*                                AS ONE LINE AND THE COMPANY
016830*                                LINE IS THE ONE THAT MUST TIE
016840*                                (TESTED WITH THE OTHERS IN
016850*                                9100).
016860*=============================================================*
016870 9200-RECONCILE-JURISDICTIONS.
016880     MOVE SPACES TO JUR-REPORT-LINE
016890     WRITE JUR-REPORT-LINE
016900     WRITE JUR-REPORT-LINE
016910     STRING "STATE/LOCAL GL RECONCILIATION"
016920         DELIMITED BY SIZE INTO JUR-REPORT-LINE
016930     WRITE JUR-REPORT-LINE
016940     WRITE JUR-REPORT-LINE FROM WS-JUR-RECON-HEADING
016950     PERFORM 9210-WRITE-JUR-RECON-LINE THRU 9210-EXIT
016960         VARYING WS-JUR-IDX FROM 1 BY 1
016970         UNTIL WS-JUR-IDX > WS-JUR-COUNT
016980     MOVE SPACES TO WS-TOTAL-LINE
016990     MOVE "GL QTR PRIOR-YEAR CORRECTIONS:" TO WS-TL-LABEL
017000     MOVE WS-GL-PRIOR-YEAR-JUR TO WS-TL-AMOUNT
017010     WRITE JUR-REPORT-LINE FROM WS-TOTAL-LINE
017020     MOVE "COMPANY QTD STATE/LOCAL WITHHELD:" TO WS-TL-LABEL
017030     MOVE WS-CO-QTD-JUR-WITHHELD TO WS-TL-AMOUNT
017040     WRITE JUR-REPORT-LINE FROM WS-TOTAL-LINE
017050     MOVE "GL QTR STATE/LOCAL WITHHELD:" TO WS-TL-LABEL
017060     MOVE WS-GL-JUR-TAX-TOTAL TO WS-TL-AMOUNT
017070     WRITE JUR-REPORT-LINE FROM WS-TOTAL-LINE
017080     MOVE SPACES TO JUR-REPORT-LINE
017090     IF WS-CO-QTD-JUR-WITHHELD NOT = WS-GL-JUR-TAX-TOTAL
017100         STRING "STATE/LOCAL RECONCILIATION - OUT OF BALANCE - "
017110                 "INVESTIGATE BEFORE FILING"
017120             DELIMITED BY SIZE INTO JUR-REPORT-LINE
017130     ELSE
017140         STRING "STATE/LOCAL RECONCILIATION - IN BALANCE"
017150             DELIMITED BY SIZE INTO JUR-REPORT-LINE
017160     END-IF
017170     WRITE JUR-REPORT-LINE.
017180 9200-EXIT.
017190     EXIT.
017200*
017210*-------------------------------------------------------------*
017220* 9210-WRITE-JUR-RECON-LINE - ONE JURISDICTION WITH ANYTHING
017230*                             FILED OR POSTED THIS QUARTER
017240*-------------------------------------------------------------*
017250 9210-WRITE-JUR-RECON-LINE.
017260     IF WS-JUR-QTD-WITHHELD (WS-JUR-IDX) = ZERO
017270        AND WS-JUR-GL-TOTAL (WS-JUR-IDX) = ZERO
017280         GO TO 9210-EXIT
017290     END-IF
017300     COMPUTE WS-JUR-DIFFERENCE =
017310         WS-JUR-QTD-WITHHELD (WS-JUR-IDX)
017320             - WS-JUR-GL-TOTAL (WS-JUR-IDX)
017330     MOVE SPACES TO WS-JUR-RECON-LINE
017340     MOVE WS-JUR-CODE (WS-JUR-IDX)         TO WS-JRL-CODE
017350     MOVE WS-JUR-NAME (WS-JUR-IDX)         TO WS-JRL-NAME
017360     MOVE WS-JUR-QTD-WITHHELD (WS-JUR-IDX) TO WS-JRL-FILED
017370     MOVE WS-JUR-GL-TOTAL (WS-JUR-IDX)     TO WS-JRL-GL
017380     MOVE WS-JUR-DIFFERENCE                TO WS-JRL-DIFFERENCE
017390     WRITE JUR-REPORT-LINE FROM WS-JUR-RECON-LINE.
017400 9210-EXIT.
017410     EXIT.
