000460*                   RUN ON THE SAME DAY) NOW BUMPS THE
000470*                   SEQUENCE AND RETRIES THE WRITE INSTEAD OF
000480*                   REWRITING OVER THE EARLIER RUN'S RECORD.
000490*  10/15/2026 DO    A BACKED-OUT RETURN NOW ALSO BACKS OUT THE
000500*                   EMPLOYER PAYROLL TAXES THE POSTING ACCRUED -
000510*                   OFF THE MASTER'S EMPLOYER YTD FIELDS, ONTO
000520*                   THE REVERSAL HISTORY RECORD, AND TO THE GL
000530*                   AS AN EMPLOYER TAX EXPENSE CREDIT PER
000540*                   DEPARTMENT AGAINST DEBITS TO THE EMPLOYER
000550*                   LIABILITY ACCOUNTS.
000560*  10/15/2026 DO    A ZERO-AMOUNT RETURN IS NOW A RETURNED
000570*                   PRENOTE: THE ACCOUNT THE TAX RUN PRENOTED ON
000580*                   THAT DATE IS MARKED FAILED ON THE PAYMENT
000590*                   INSTRUCTION FILE SO IT NEVER GOES LIVE, AND
000600*                   THE RETURN IS REPORTED AND COUNTED ON ITS
000610*                   OWN SUMMARY LINE.  A RETURNED PRENOTE WITH NO
000620*                   ACCOUNT SENT THAT DAY GOES TO THE EXCEPTION
000630*                   FILE.
000640*  10/15/2026 DO    THE RUN CONTROL KEY IS NOW RUN DATE PLUS RUN
000650*                   NUMBER, SO AN OFF-CYCLE RUN'S IN-FLIGHT MARK
000660*                   IS SEEN AND REFUSED LIKE THE NIGHTLY ONE.
000670*  10/15/2026 DO    A BACKED-OUT RETURN NOW ALSO BACKS OUT THE
000680*                   STATE AND LOCAL TAX THE POSTING WITHHELD - OFF
000690*                   EACH JURISDICTION'S YTD SLOT AND THE MASTER'S
000700*                   TOTAL WITHHELD, ONTO THE REVERSAL HISTORY
000710*                   RECORD, AND TO THE GL AS A DEBIT TO EACH
000720*                   JURISDICTION'S LIABILITY ACCOUNT FROM THE
000730*                   RATES FILE (RATEFILE), OR THE STATE/LOCAL
000740*                   SUSPENSE ACCOUNT FOR A CODE NO LONGER THERE.
000750*  10/15/2026 DO    A FULL JURISDICTION BACKOUT TABLE NOW STOPS
000760*                   THE RUN (RC 16) INSTEAD OF REUSING ITS LAST
000770*                   SLOT AND LOSING THE AMOUNT ALREADY THERE.
000780*  10/15/2026 DO    A RETURN OF A PAYMENT FROM A TAX YEAR YREND
000790*                   HAS ALREADY CLOSED NOW BACKS OUT OF THAT
000800*                   YEAR'S YTD ARCHIVE RECORD (YTDARCH) INSTEAD
000810*                   OF THE MASTER, AS A PRIOR-YEAR REVERSAL DOES
000820*                   IN TAXES, AND IS LOGGED ON THE PRIOR-YEAR
000830*                   CORRECTION FILE (PYCORR) FOR THE CORRECTED
000840*                   STATEMENTS.  THE REVERSAL HISTORY RECORD
000850*                   CARRIES THE YEAR.
000860*-----------------------------------------------------------*
000870*
000880 ENVIRONMENT DIVISION.
000890 CONFIGURATION SECTION.
000900*
000910 INPUT-OUTPUT SECTION.
000920 FILE-CONTROL.
000930     SELECT BANK-RETURN-FILE ASSIGN TO BANKRET
000940         ORGANIZATION IS SEQUENTIAL
000950         FILE STATUS IS WS-BANK-RETURN-STATUS.
000960*
000970     SELECT PAY-HISTORY-FILE ASSIGN TO PAYHIST
000980         ORGANIZATION IS INDEXED
000990         ACCESS MODE IS DYNAMIC
001000         RECORD KEY IS PHR-KEY
001010         FILE STATUS IS WS-PAY-HISTORY-STATUS.
001020*
001030     SELECT EMPLOYEE-MASTER ASSIGN TO EMPMSTR
001040         ORGANIZATION IS INDEXED
001050         ACCESS MODE IS DYNAMIC
001060         RECORD KEY IS EMM-EMPLOYEE-ID
001070         FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.
001080*
001090     SELECT GL-INTERFACE-FILE ASSIGN TO GLINTF
001100         ORGANIZATION IS SEQUENTIAL
001110         FILE STATUS IS WS-GL-INTERFACE-STATUS.
001120*
001130     SELECT EXCEPTION-FILE ASSIGN TO EXCPFILE
001140         ORGANIZATION IS SEQUENTIAL
001150         FILE STATUS IS WS-EXCEPTION-STATUS.
001160*
001170     SELECT RETURN-REPORT-FILE ASSIGN TO RETRPT
001180         ORGANIZATION IS SEQUENTIAL
001190         FILE STATUS IS WS-RETURN-REPORT-STATUS.
001200*
001210     SELECT DEPARTMENT-FILE ASSIGN TO DEPTFILE
001220         ORGANIZATION IS SEQUENTIAL
001230         FILE STATUS IS WS-DEPARTMENT-STATUS.
001240*
001250     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
001260         ORGANIZATION IS INDEXED
001270         ACCESS MODE IS DYNAMIC
001280         RECORD KEY IS RCT-RUN-KEY
001290         FILE STATUS IS WS-RUN-CONTROL-STATUS.
001300*
001310     SELECT PAYMENT-INSTRUCTION-FILE ASSIGN TO PAYINST
001320         ORGANIZATION IS INDEXED
001330         ACCESS MODE IS DYNAMIC
001340         RECORD KEY IS PIN-EMPLOYEE-ID
001350         FILE STATUS IS WS-PAYMENT-INSTR-STATUS.
001360*
001370     SELECT RATES-FILE ASSIGN TO RATEFILE
001380         ORGANIZATION IS SEQUENTIAL
001390         FILE STATUS IS WS-RATES-STATUS.
001400*
001410     SELECT YTD-ARCHIVE-FILE ASSIGN TO YTDARCH
001420         ORGANIZATION IS INDEXED
001430         ACCESS MODE IS DYNAMIC
001440         RECORD KEY IS YAR-KEY
001450         FILE STATUS IS WS-YTD-ARCHIVE-STATUS.
001460*
001470     SELECT PRIOR-YEAR-CORR-FILE ASSIGN TO PYCORR
001480         ORGANIZATION IS INDEXED
001490         ACCESS MODE IS DYNAMIC
001500         RECORD KEY IS PYC-KEY
001510         FILE STATUS IS WS-PRIOR-YEAR-CORR-STATUS.
001520*
001530 DATA DIVISION.
001540 FILE SECTION.
001550*
001560 FD  BANK-RETURN-FILE
001570     LABEL RECORDS ARE STANDARD
001580     RECORDING MODE IS F.
001590 01  BANK-RETURN-RECORD.
001600     05  BRT-REC-TYPE              PIC X(01).
001610         88  BRT-DETAIL-RECORD             VALUE 'R'.
001620         88  BRT-TRAILER-RECORD            VALUE 'T'.
001630     05  BRT-EMPLOYEE-ID           PIC 9(05).
001640     05  BRT-PAY-DATE              PIC 9(06).
001650     05  BRT-NET-AMOUNT            PIC 9(08)V99.
001660     05  BRT-REASON-CODE           PIC X(04).
001670     05  FILLER                    PIC X(54).
001680 01  BANK-RETURN-TRAILER REDEFINES BANK-RETURN-RECORD.
001690     05  BRTT-REC-TYPE             PIC X(01).
001700     05  BRTT-RETURN-COUNT         PIC 9(07).
001710     05  BRTT-TOTAL-AMOUNT         PIC 9(11)V99.
001720     05  FILLER                    PIC X(59).
001730*
001740 FD  PAY-HISTORY-FILE
001750     LABEL RECORDS ARE STANDARD.
001760     COPY PAYHIST.
001770*
001780 FD  EMPLOYEE-MASTER
001790     LABEL RECORDS ARE STANDARD.
001800     COPY EMPMSTR.
001810*
001820 FD  GL-INTERFACE-FILE
001830     LABEL RECORDS ARE STANDARD
001840     RECORDING MODE IS F.
001850 01  GL-POSTING-RECORD.
001860     05  GLI-RUN-DATE              PIC 9(06).
001870     05  GLI-ACCOUNT               PIC X(08).
001880     05  GLI-DESCRIPTION           PIC X(24).
001890     05  GLI-DEBIT-CREDIT          PIC X(01).
001900     05  GLI-AMOUNT                PIC S9(09)V99.
001910     05  FILLER                    PIC X(30).
001920*
001930 FD  EXCEPTION-FILE
001940     LABEL RECORDS ARE STANDARD
001950     RECORDING MODE IS F.
001960 01  EXCEPTION-RECORD.
001970     05  EXC-EMPLOYEE-ID           PIC 9(05).
001980     05  FILLER                    PIC X(02).
001990     05  EXC-CODE                  PIC X(04).
002000     05  FILLER                    PIC X(02).
002010     05  EXC-OFFENDING-VALUE       PIC -ZZZ,ZZZ,ZZ9.99.
002020     05  FILLER                    PIC X(02).
002030     05  EXC-ACTION-REQUIRED       PIC X(40).
002040     05  FILLER                    PIC X(10).
002050 01  EXCEPTION-TEXT-LINE REDEFINES EXCEPTION-RECORD
002060                                   PIC X(80).
002070*
002080 FD  RETURN-REPORT-FILE
002090     LABEL RECORDS ARE STANDARD
002100     RECORDING MODE IS F.
002110 01  RETURN-REPORT-LINE            PIC X(100).
002120*
002130 FD  DEPARTMENT-FILE
002140     LABEL RECORDS ARE STANDARD
002150     RECORDING MODE IS F.
002160     COPY DEPTREC.
002170*
002180 FD  RUN-CONTROL-FILE
002190     LABEL RECORDS ARE STANDARD.
002200     COPY RUNCTL.
002210*
002220 FD  PAYMENT-INSTRUCTION-FILE
002230     LABEL RECORDS ARE STANDARD.
002240     COPY PAYINST.
002250*
002260 FD  RATES-FILE
002270     LABEL RECORDS ARE STANDARD
002280     RECORDING MODE IS F.
002290     COPY RATESET.
002300*
002310 FD  YTD-ARCHIVE-FILE
002320     LABEL RECORDS ARE STANDARD.
002330     COPY YTDARCH.
002340*
002350 FD  PRIOR-YEAR-CORR-FILE
002360     LABEL RECORDS ARE STANDARD.
002370     COPY PYCORR.
002380*
002390 WORKING-STORAGE SECTION.
002400*
002410 01  WS-RUN-DATE                   PIC 9(06) VALUE ZERO.
002420*
002430*-----------------------------------------------------------*
002440* FILE STATUS AND CONTROL FIELDS
002450*-----------------------------------------------------------*
002460 01  WS-BANK-RETURN-STATUS         PIC X(02) VALUE SPACES.
002470 01  WS-PAY-HISTORY-STATUS         PIC X(02) VALUE SPACES.
002480 01  WS-EMPLOYEE-MASTER-STATUS     PIC X(02) VALUE SPACES.
002490 01  WS-GL-INTERFACE-STATUS        PIC X(02) VALUE SPACES.
002500 01  WS-EXCEPTION-STATUS           PIC X(02) VALUE SPACES.
002510 01  WS-RETURN-REPORT-STATUS       PIC X(02) VALUE SPACES.
002520 01  WS-DEPARTMENT-STATUS          PIC X(02) VALUE SPACES.
002530 01  WS-RUN-CONTROL-STATUS         PIC X(02) VALUE SPACES.
002540 01  WS-PAYMENT-INSTR-STATUS       PIC X(02) VALUE SPACES.
002550 01  WS-RATES-STATUS              PIC X(02) VALUE SPACES.
002560 01  WS-YTD-ARCHIVE-STATUS        PIC X(02) VALUE SPACES.
002570 01  WS-PRIOR-YEAR-CORR-STATUS    PIC X(02) VALUE SPACES.
002580*
002590*-----------------------------------------------------------*
002600* RUN COUNTS AND TOTALS - MATCHED RETURNS ARE BACKED OUT;
002610* UNMATCHED AND UNPOSTABLE RETURNS GO TO THE EXCEPTION FILE.
002620* MATCHED PLUS EXCEPTION FIGURES MUST TIE TO THE BANK'S
002630* TRAILER COUNT AND TOTAL.  RETURNED PRENOTES CARRY NO MONEY
002640* AND ARE COUNTED SEPARATELY.
002650*-----------------------------------------------------------*
002660 01  WS-RETURN-COUNT               PIC 9(07) VALUE ZERO.
002670 01  WS-RETURN-TOTAL               PIC 9(11)V99 VALUE ZERO.
002680 01  WS-MATCHED-COUNT              PIC 9(07) VALUE ZERO.
002690 01  WS-MATCHED-TOTAL              PIC 9(11)V99 VALUE ZERO.
002700 01  WS-EXCEPTION-COUNT            PIC 9(07) VALUE ZERO.
002710 01  WS-EXCEPTION-TOTAL            PIC 9(11)V99 VALUE ZERO.
002720 01  WS-TRAILER-COUNT              PIC 9(07) VALUE ZERO.
002730 01  WS-TRAILER-TOTAL              PIC 9(11)V99 VALUE ZERO.
002740 01  WS-PRENOTE-RET-COUNT          PIC 9(07) VALUE ZERO.
002750 01  WS-COUNT-ED                   PIC ZZZZZZ9.
002760 01  WS-AMOUNT-ED                  PIC ZZZ,ZZZ,ZZ9.99.
002770*
002780*-----------------------------------------------------------*
002790* GL BACKOUT RUN TOTALS - A RETURNED PAYMENT POSTS THE EXACT
002800* OPPOSITE OF THE ORIGINAL RUN'S POSTING: SALARY EXPENSE IS
002810* CREDITED BACK TO THE EMPLOYEE'S DEPARTMENT COST-CENTER
002820* ACCOUNT (ACCUMULATED PER DEPARTMENT IN THE TABLE BELOW,
002830* MIRRORING THE NIGHTLY RUN'S PER-DEPARTMENT DEBITS) AND THE
002840* WITHHOLDING, VOLUNTARY DEDUCTION AND NET PAY CLEARING
002850* ACCOUNTS ARE DEBITED.  THE EMPLOYER PAYROLL TAXES THE
002860* POSTING ACCRUED COME BACK THE SAME WAY - EXPENSE CREDITED
002870* PER DEPARTMENT, THE EMPLOYER LIABILITY ACCOUNTS DEBITED.
002880*-----------------------------------------------------------*
002890 01  WS-RUN-TAX-TOTAL              PIC S9(09)V99 VALUE ZERO.
002900 01  WS-RUN-SOC-SEC-TOTAL          PIC S9(09)V99 VALUE ZERO.
002910 01  WS-RUN-HEALTH-INS-TOTAL       PIC S9(09)V99 VALUE ZERO.
002920 01  WS-RUN-OTHER-DEDS-TOTAL      PIC S9(09)V99 VALUE ZERO.
002930 01  WS-RUN-NET-PAY-TOTAL          PIC S9(09)V99 VALUE ZERO.
002940 01  WS-RUN-ER-SOC-SEC-TOTAL       PIC S9(09)V99 VALUE ZERO.
002950 01  WS-RUN-ER-HEALTH-TOTAL        PIC S9(09)V99 VALUE ZERO.
002960 01  WS-RUN-ER-UNEMP-TOTAL         PIC S9(09)V99 VALUE ZERO.
002970*
002980 01  WS-DBK-COUNT             PIC 9(03) COMP VALUE ZERO.
002990 01  WS-DBK-TABLE.
003000     05  WS-DBK-ENTRY OCCURS 100 TIMES
003010                      INDEXED BY WS-DBK-IDX
003020                                 WS-DBK-USE-IDX.
003030         10  WS-DBK-DEPT-CODE     PIC X(04).
003040         10  WS-DBK-GL-ACCOUNT    PIC X(08).
003050         10  WS-DBK-AMOUNT        PIC S9(09)V99.
003060         10  WS-DBK-ER-AMOUNT     PIC S9(09)V99.
003070*
003080*-----------------------------------------------------------*
003090* DEPARTMENT REFERENCE TABLE - LOADED AT INITIALIZE TIME SO
003100* EACH BACKED-OUT GROSS CAN BE CREDITED TO THE COST-CENTER
003110* ACCOUNT THE ORIGINAL RUN DEBITED.  A CODE NOT ON THE
003120* REFERENCE FALLS BACK TO THE COMPANY-WIDE SALARY EXPENSE
003130* ACCOUNT.
003140*-----------------------------------------------------------*
003150 01  WS-DREF-COUNT            PIC 9(03) COMP VALUE ZERO.
003160 01  WS-DREF-TABLE.
003170     05  WS-DREF-ENTRY OCCURS 100 TIMES
003180                       INDEXED BY WS-DREF-IDX
003190                                  WS-DREF-USE-IDX.
003200         10  WS-DREF-CODE         PIC X(04).
003210         10  WS-DREF-GL-ACCOUNT   PIC X(08).
003220 01  WS-DREF-LOOKUP-CODE      PIC X(04) VALUE SPACES.
003230 01  WS-DBK-WORK-ACCOUNT      PIC X(08) VALUE SPACES.
003240*
003250*-----------------------------------------------------------*
003260* STATE AND LOCAL JURISDICTION TABLES.  THE REFERENCE TABLE
003270* HOLDS EACH CODE ON THE RATES FILE WITH THE LIABILITY ACCOUNT
003280* OF ITS LATEST SET; THE BACKOUT TABLE ACCUMULATES THE RUN'S
003290* RETURNED STATE AND LOCAL TAX PER CODE, DEBITED TO THAT
003300* ACCOUNT AS THE NIGHTLY RUN CREDITED IT.  A CODE NO LONGER
003310* ON THE RATES FILE GOES TO THE STATE/LOCAL SUSPENSE ACCOUNT.
003320*-----------------------------------------------------------*
003330 01  WS-JREF-COUNT            PIC 9(02) COMP VALUE ZERO.
003340 01  WS-JREF-TABLE.
003350     05  WS-JREF-ENTRY OCCURS 50 TIMES
003360                       INDEXED BY WS-JREF-IDX
003370                                  WS-JREF-USE-IDX.
003380         10  WS-JREF-CODE         PIC X(04).
003390         10  WS-JREF-EFF-DATE     PIC 9(06).
003400         10  WS-JREF-GL-ACCOUNT   PIC X(08).
003410 01  WS-JREF-LOOKUP-CODE      PIC X(04) VALUE SPACES.
003420 01  WS-JBK-COUNT             PIC 9(02) COMP VALUE ZERO.
003430 01  WS-JBK-TABLE.
003440     05  WS-JBK-ENTRY OCCURS 50 TIMES
003450                      INDEXED BY WS-JBK-IDX
003460                                 WS-JBK-USE-IDX.
003470         10  WS-JBK-CODE          PIC X(04).
003480         10  WS-JBK-GL-ACCOUNT    PIC X(08).
003490         10  WS-JBK-AMOUNT        PIC S9(09)V99.
003500 01  WS-JBK-WORK-ACCOUNT      PIC X(08) VALUE SPACES.
003510 01  WS-ORIG-JUR-SUB          PIC 9(02) COMP VALUE ZERO.
003520 01  WS-EJY-SUB               PIC 9(02) COMP VALUE ZERO.
003530 01  WS-EJY-USE-SUB           PIC 9(02) COMP VALUE ZERO.
003540*
003550*-----------------------------------------------------------*
003560* MATCHED POSTING HOLD - THE ACTUAL FIGURES OF THE POSTING
003570* BEING BACKED OUT, TAKEN FROM ITS PAY HISTORY RECORD.
003580*-----------------------------------------------------------*
003590 01  WS-ORIG-POSTING-HOLD.
003600     05  WS-ORIG-RUN-DATE     PIC 9(06) VALUE ZERO.
003610     05  WS-ORIG-RUN-SEQ      PIC 9(07) VALUE ZERO.
003620     05  WS-ORIG-CORR-YEAR    PIC 9(04) VALUE ZERO.
003630     05  WS-ORIG-GROSS        PIC 9(08)V99 VALUE ZERO.
003640     05  WS-ORIG-INCOME-TAX   PIC 9(08)V99 VALUE ZERO.
003650     05  WS-ORIG-SOC-SEC      PIC 9(08)V99 VALUE ZERO.
003660     05  WS-ORIG-HEALTH-INS   PIC 9(08)V99 VALUE ZERO.
003670     05  WS-ORIG-NET-PAY      PIC 9(08)V99 VALUE ZERO.
003680     05  WS-ORIG-OTHER-DEDS   PIC 9(08)V99 VALUE ZERO.
003690     05  WS-ORIG-ER-SOC-SEC   PIC 9(08)V99 VALUE ZERO.
003700     05  WS-ORIG-ER-HEALTH    PIC 9(08)V99 VALUE ZERO.
003710     05  WS-ORIG-ER-UNEMP     PIC 9(08)V99 VALUE ZERO.
003720     05  WS-ORIG-ER-TOTAL     PIC 9(08)V99 VALUE ZERO.
003730     05  WS-ORIG-JUR-TOTAL    PIC 9(08)V99 VALUE ZERO.
003740     05  WS-ORIG-JUR-DATA.
003750         10  WS-ORIG-JUR-ENTRY OCCURS 4 TIMES.
003760             15  WS-ORIG-JUR-CODE     PIC X(04).
003770             15  WS-ORIG-JUR-WITHHELD PIC 9(08)V99.
003780*
003790*-----------------------------------------------------------*
003800* THE REVERSAL HISTORY RECORDS THIS PROGRAM WRITES SHARE THE
003810* RUN DATE WITH WHATEVER THE NIGHTLY TAX RUN POSTS THAT DAY,
003820* SO THEIR SEQUENCE NUMBERS START IN A RANGE THE TAX RUN'S
003830* INPUT ORDINALS NEVER REACH.
003840*-----------------------------------------------------------*
003850 01  WS-BACKOUT-SEQ                PIC 9(07) VALUE 9000000.
003860*
003870*-----------------------------------------------------------*
003880* CLOSED-YEAR RETURNS - A RETURNED POSTING WHOSE TAX YEAR IS
003890* BEFORE TONIGHT'S AND ALREADY ARCHIVED BY YREND BACKS OUT OF
003900* THAT YEAR'S YTD ARCHIVE RECORD, NOT THE MASTER.  ITS YEAR IS
003910* THE ONE IT WAS ITSELF CORRECTING, IF ANY, ELSE THE YEAR OF
003920* ITS RUN DATE.  WS-THIS-CORR-KEY IS THE REVERSAL HISTORY KEY
003930* THE BACKOUT WILL BE WRITTEN UNDER, STAMPED ON THE ARCHIVE
003940* RECORD SO A RERUN CAN TELL IT WAS ALREADY APPLIED.  THE
003950* DEPARTMENT THE GROSS IS CREDITED BACK TO COMES FROM THE
003960* MASTER FOR A CURRENT-YEAR RETURN AND FROM THE ARCHIVE RECORD
003970* FOR A CLOSED YEAR.
003980*-----------------------------------------------------------*
003990 01  WS-POST-YEAR             PIC 9(04) VALUE ZERO.
004000 01  WS-POST-YY               PIC 9(02) VALUE ZERO.
004010 01  WS-RUN-YY                PIC 9(02) VALUE ZERO.
004020 01  WS-RUN-YEAR              PIC 9(04) VALUE ZERO.
004030 01  WS-CLOSED-SEQ            PIC 9(07) VALUE ZERO.
004040 01  WS-BACKOUT-DEPT-CODE     PIC X(04) VALUE SPACES.
004050 01  WS-THIS-CORR-KEY.
004060     05  WS-TCK-RUN-DATE      PIC 9(06) VALUE ZERO.
004070     05  WS-TCK-RUN-NO        PIC 9(02) VALUE ZERO.
004080     05  WS-TCK-RUN-SEQ       PIC 9(07) VALUE ZERO.
004090*
004100*-----------------------------------------------------------*
004110* REPORT LINES
004120*-----------------------------------------------------------*
004130 01  WS-REPORT-HEADING.
004140     05  FILLER               PIC X(50) VALUE
004150         "POLUX FINANCIAL - BANK RETURNS PROCESSING - RUN  ".
004160     05  WS-RH-RUN-DATE       PIC 99/99/99.
004170     05  FILLER               PIC X(42) VALUE SPACES.
004180 01  WS-DETAIL-LINE.
004190     05  WS-DL-EMPLOYEE-ID    PIC 9(05).
004200     05  FILLER               PIC X(02) VALUE SPACES.
004210     05  WS-DL-PAY-DATE       PIC 99/99/99.
004220     05  FILLER               PIC X(02) VALUE SPACES.
004230     05  WS-DL-AMOUNT         PIC ZZZ,ZZ9.99.
004240     05  FILLER               PIC X(02) VALUE SPACES.
004250     05  WS-DL-REASON         PIC X(04).
004260     05  FILLER               PIC X(02) VALUE SPACES.
004270     05  WS-DL-DISPOSITION    PIC X(12).
004280     05  FILLER               PIC X(53) VALUE SPACES.
004290 01  WS-SUMMARY-LINE.
004300     05  WS-SL-LABEL          PIC X(28).
004310     05  WS-SL-COUNT          PIC ZZZZZZ9.
004320     05  FILLER               PIC X(02) VALUE SPACES.
004330     05  WS-SL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
004340     05  FILLER               PIC X(49) VALUE SPACES.
004350*
004360 01  WS-SWITCHES.
004370     05  WS-RETURN-EOF-SWITCH PIC X(01) VALUE 'N'.
004380         88  WS-RETURN-END-OF-FILE     VALUE 'Y'.
004390         88  WS-RETURN-NOT-END-OF-FILE VALUE 'N'.
004400     05  WS-TRAILER-SEEN-SW   PIC X(01) VALUE 'N'.
004410         88  WS-TRAILER-SEEN           VALUE 'Y'.
004420         88  WS-TRAILER-NOT-SEEN       VALUE 'N'.
004430     05  WS-HIST-EOF-SWITCH   PIC X(01) VALUE 'N'.
004440         88  WS-HIST-END-OF-FILE       VALUE 'Y'.
004450         88  WS-HIST-NOT-END-OF-FILE   VALUE 'N'.
004460     05  WS-MATCH-SWITCH      PIC X(01) VALUE 'N'.
004470         88  WS-MATCH-FOUND            VALUE 'Y'.
004480         88  WS-MATCH-NOT-FOUND        VALUE 'N'.
004490     05  WS-BACKOUT-SWITCH    PIC X(01) VALUE 'Y'.
004500         88  WS-BACKOUT-OK             VALUE 'Y'.
004510         88  WS-BACKOUT-NOT-OK         VALUE 'N'.
004520     05  WS-RECON-SWITCH      PIC X(01) VALUE 'Y'.
004530         88  WS-RECON-IN-BALANCE       VALUE 'Y'.
004540         88  WS-RECON-OUT-OF-BALANCE   VALUE 'N'.
004550     05  WS-DREF-EOF-SWITCH   PIC X(01) VALUE 'N'.
004560         88  WS-DREF-END-OF-FILE       VALUE 'Y'.
004570         88  WS-DREF-NOT-END-OF-FILE   VALUE 'N'.
004580     05  WS-DREF-FOUND-SW     PIC X(01) VALUE 'N'.
004590         88  WS-DREF-FOUND             VALUE 'Y'.
004600         88  WS-DREF-NOT-FOUND         VALUE 'N'.
004610     05  WS-DBK-FOUND-SW      PIC X(01) VALUE 'N'.
004620         88  WS-DBK-FOUND              VALUE 'Y'.
004630         88  WS-DBK-NOT-FOUND          VALUE 'N'.
004640     05  WS-RCTL-EOF-SWITCH   PIC X(01) VALUE 'N'.
004650         88  WS-RCTL-END-OF-FILE       VALUE 'Y'.
004660         88  WS-RCTL-NOT-END-OF-FILE   VALUE 'N'.
004670     05  WS-BKH-WRITE-SW      PIC X(01) VALUE 'N'.
004680         88  WS-BKH-WRITTEN            VALUE 'Y'.
004690         88  WS-BKH-NOT-WRITTEN        VALUE 'N'.
004700     05  WS-PRENOTE-MATCH-SW  PIC X(01) VALUE 'N'.
004710         88  WS-PRENOTE-MATCHED        VALUE 'Y'.
004720         88  WS-PRENOTE-NOT-MATCHED    VALUE 'N'.
004730     05  WS-RATES-EOF-SWITCH  PIC X(01) VALUE 'N'.
004740         88  WS-RATES-END-OF-FILE      VALUE 'Y'.
004750         88  WS-RATES-NOT-END-OF-FILE  VALUE 'N'.
004760     05  WS-JREF-FOUND-SW     PIC X(01) VALUE 'N'.
004770         88  WS-JREF-FOUND             VALUE 'Y'.
004780         88  WS-JREF-NOT-FOUND         VALUE 'N'.
004790     05  WS-JBK-FOUND-SW      PIC X(01) VALUE 'N'.
004800         88  WS-JBK-FOUND              VALUE 'Y'.
004810         88  WS-JBK-NOT-FOUND          VALUE 'N'.
004820     05  WS-EJY-FOUND-SW      PIC X(01) VALUE 'N'.
004830         88  WS-EJY-FOUND              VALUE 'Y'.
004840         88  WS-EJY-NOT-FOUND          VALUE 'N'.
004850     05  WS-CLOSED-YEAR-SW    PIC X(01) VALUE 'N'.
004860         88  WS-CLOSED-YEAR-RETURN     VALUE 'Y'.
004870         88  WS-CURRENT-YEAR-RETURN    VALUE 'N'.
004880     05  WS-ARCH-PREPOST-SW   PIC X(01) VALUE 'N'.
004890         88  WS-ARCH-PREPOSTED         VALUE 'Y'.
004900         88  WS-ARCH-NOT-PREPOSTED     VALUE 'N'.
004910     05  WS-SEQ-PROBE-SW      PIC X(01) VALUE 'N'.
004920         88  WS-SEQ-FREE               VALUE 'Y'.
004930         88  WS-SEQ-NOT-FREE           VALUE 'N'.
004940*
004950 PROCEDURE DIVISION.
004960*
004970*=============================================================*
004980* 0000-MAINLINE - PROGRAM ENTRY POINT
004990*=============================================================*
005000 0000-MAINLINE.
005010     PERFORM 1000-INITIALIZE THRU 1000-EXIT
005020     PERFORM 2000-PROCESS-ONE-RETURN THRU 2000-EXIT
005030         UNTIL WS-RETURN-END-OF-FILE
005040     PERFORM 9000-TERMINATE THRU 9000-EXIT
005050     STOP RUN.
005060*
005070*=============================================================*
005080* 1000-INITIALIZE - OPEN THE FILES, WRITE THE REPORT HEADER,
005090*                   PRIME THE FIRST RETURN RECORD
005100*=============================================================*
005110 1000-INITIALIZE.
005120     ACCEPT WS-RUN-DATE FROM DATE
005130     PERFORM 1050-CHECK-RUN-CONTROL THRU 1050-EXIT
005140     OPEN INPUT BANK-RETURN-FILE
005150     IF WS-BANK-RETURN-STATUS NOT = "00"
005160         DISPLAY "BANK RETURN FILE OPEN FAILED - STATUS "
005170             WS-BANK-RETURN-STATUS
005180         MOVE 16 TO RETURN-CODE
005190         STOP RUN
005200     END-IF
005210     OPEN I-O PAY-HISTORY-FILE
005220     IF WS-PAY-HISTORY-STATUS NOT = "00"
005230         DISPLAY "PAY HISTORY FILE OPEN FAILED - STATUS "
005240             WS-PAY-HISTORY-STATUS
005250         CLOSE BANK-RETURN-FILE
005260         MOVE 16 TO RETURN-CODE
005270         STOP RUN
005280     END-IF
005290     OPEN I-O EMPLOYEE-MASTER
005300     IF WS-EMPLOYEE-MASTER-STATUS NOT = "00"
005310         DISPLAY "EMPLOYEE MASTER OPEN FAILED - STATUS "
005320             WS-EMPLOYEE-MASTER-STATUS
005330         CLOSE BANK-RETURN-FILE
005340         CLOSE PAY-HISTORY-FILE
005350         MOVE 16 TO RETURN-CODE
005360         STOP RUN
005370     END-IF
005380     OPEN OUTPUT GL-INTERFACE-FILE
005390     IF WS-GL-INTERFACE-STATUS NOT = "00"
005400         DISPLAY "GL INTERFACE FILE OPEN FAILED - STATUS "
005410             WS-GL-INTERFACE-STATUS
005420         CLOSE BANK-RETURN-FILE
005430         CLOSE PAY-HISTORY-FILE
005440         CLOSE EMPLOYEE-MASTER
005450         MOVE 16 TO RETURN-CODE
005460         STOP RUN
005470     END-IF
005480     OPEN OUTPUT EXCEPTION-FILE
005490     IF WS-EXCEPTION-STATUS NOT = "00"
005500         DISPLAY "EXCEPTION FILE OPEN FAILED - STATUS "
005510             WS-EXCEPTION-STATUS
005520         CLOSE BANK-RETURN-FILE
005530         CLOSE PAY-HISTORY-FILE
005540         CLOSE EMPLOYEE-MASTER
005550         CLOSE GL-INTERFACE-FILE
005560         MOVE 16 TO RETURN-CODE
005570         STOP RUN
005580     END-IF
005590     OPEN OUTPUT RETURN-REPORT-FILE
005600     IF WS-RETURN-REPORT-STATUS NOT = "00"
005610         DISPLAY "RETURN REPORT FILE OPEN FAILED - STATUS "
005620             WS-RETURN-REPORT-STATUS
005630         CLOSE BANK-RETURN-FILE
005640         CLOSE PAY-HISTORY-FILE
005650         CLOSE EMPLOYEE-MASTER
005660         CLOSE GL-INTERFACE-FILE
005670         CLOSE EXCEPTION-FILE
005680         MOVE 16 TO RETURN-CODE
005690         STOP RUN
005700     END-IF
005710     OPEN I-O PAYMENT-INSTRUCTION-FILE
005720     IF WS-PAYMENT-INSTR-STATUS NOT = "00"
005730         DISPLAY "PAYMENT INSTRUCTION FILE OPEN FAILED - STATUS "
005740             WS-PAYMENT-INSTR-STATUS
005750         CLOSE BANK-RETURN-FILE
005760         CLOSE PAY-HISTORY-FILE
005770         CLOSE EMPLOYEE-MASTER
005780         CLOSE GL-INTERFACE-FILE
005790         CLOSE EXCEPTION-FILE
005800         CLOSE RETURN-REPORT-FILE
005810         MOVE 16 TO RETURN-CODE
005820         STOP RUN
005830     END-IF
005840     OPEN I-O YTD-ARCHIVE-FILE
005850     IF WS-YTD-ARCHIVE-STATUS NOT = "00"
005860         DISPLAY "YTD ARCHIVE FILE OPEN FAILED - STATUS "
005870             WS-YTD-ARCHIVE-STATUS
005880         CLOSE BANK-RETURN-FILE
005890         CLOSE PAY-HISTORY-FILE
005900         CLOSE EMPLOYEE-MASTER
005910         CLOSE GL-INTERFACE-FILE
005920         CLOSE EXCEPTION-FILE
005930         CLOSE RETURN-REPORT-FILE
005940         CLOSE PAYMENT-INSTRUCTION-FILE
005950         MOVE 16 TO RETURN-CODE
005960         STOP RUN
005970     END-IF
005980     OPEN I-O PRIOR-YEAR-CORR-FILE
005990     IF WS-PRIOR-YEAR-CORR-STATUS NOT = "00"
006000         DISPLAY "PRIOR-YEAR CORRECTION FILE OPEN FAILED - "
006010             "STATUS " WS-PRIOR-YEAR-CORR-STATUS
006020         CLOSE BANK-RETURN-FILE
006030         CLOSE PAY-HISTORY-FILE
006040         CLOSE EMPLOYEE-MASTER
006050         CLOSE GL-INTERFACE-FILE
006060         CLOSE EXCEPTION-FILE
006070         CLOSE RETURN-REPORT-FILE
006080         CLOSE PAYMENT-INSTRUCTION-FILE
006090         CLOSE YTD-ARCHIVE-FILE
006100         MOVE 16 TO RETURN-CODE
006110         STOP RUN
006120     END-IF
006130     PERFORM 1100-LOAD-DEPARTMENTS THRU 1100-EXIT
006140     PERFORM 1150-LOAD-JURISDICTIONS THRU 1150-EXIT
006150     MOVE WS-RUN-DATE TO WS-RH-RUN-DATE
006160     WRITE RETURN-REPORT-LINE FROM WS-REPORT-HEADING
006170     PERFORM 2100-READ-RETURN THRU 2100-EXIT.
006180 1000-EXIT.
006190     EXIT.
006200*
006210*-------------------------------------------------------------*
006220* 1050-CHECK-RUN-CONTROL - REFUSE TO START WHILE A NIGHTLY RUN
006230*                          IS MARKED IN-FLIGHT ON THE SHARED
006240*                          RUN CONTROL FILE.  THE DISP=OLD
006250*                          ENQUEUE ON THE MASTER IS RELEASED
006260*                          WHEN TAXES ABENDS, BUT THE RUN IS
006270*                          STILL LOGICALLY IN-FLIGHT AWAITING
006280*                          ITS CHECKPOINT RESTART - RETURNS
006290*                          MUST NOT POST INTO THAT WINDOW.  A
006300*                          MISSING CONTROL FILE GETS A CONSOLE
006310*                          NOTE AND THE RUN PROCEEDS, SO
006320*                          CUTOVER TO THE NEW CONTROL DATASET
006330*                          IS NOT A HARD STOP.
006340*-------------------------------------------------------------*
006350 1050-CHECK-RUN-CONTROL.
006360     OPEN INPUT RUN-CONTROL-FILE
006370     IF WS-RUN-CONTROL-STATUS NOT = "00"
006380         DISPLAY "RUN CONTROL FILE NOT AVAILABLE - STATUS "
006390             WS-RUN-CONTROL-STATUS " - PROCEEDING"
006400         GO TO 1050-EXIT
006410     END-IF
006420     MOVE ZERO TO RCT-RUN-KEY
006430     START RUN-CONTROL-FILE KEY NOT LESS THAN RCT-RUN-KEY
006440         INVALID KEY
006450             SET WS-RCTL-END-OF-FILE TO TRUE
006460     END-START
006470     PERFORM 1060-SCAN-RUN-CONTROL THRU 1060-EXIT
006480         UNTIL WS-RCTL-END-OF-FILE
006490     CLOSE RUN-CONTROL-FILE.
006500 1050-EXIT.
006510     EXIT.
006520*
006530*-------------------------------------------------------------*
006540* 1060-SCAN-RUN-CONTROL - ONE CONTROL RECORD; ANY IN-FLIGHT
006550*                         MARK STOPS THE RETURNS RUN
006560*-------------------------------------------------------------*
006570 1060-SCAN-RUN-CONTROL.
006580     READ RUN-CONTROL-FILE NEXT RECORD
006590         AT END
006600             SET WS-RCTL-END-OF-FILE TO TRUE
006610             GO TO 1060-EXIT
006620     END-READ
006630     IF RCT-RUN-IN-FLIGHT
006640         DISPLAY "PAYROLL RUN " RCT-RUN-DATE "/" RCT-RUN-NO
006650             " IS MARKED "
006660             "IN-FLIGHT - RETURNS PROCESSING REFUSED"
006670         CLOSE RUN-CONTROL-FILE
006680         MOVE 8 TO RETURN-CODE
006690         STOP RUN
006700     END-IF.
006710 1060-EXIT.
006720     EXIT.
006730*
006740*-------------------------------------------------------------*
006750* 1100-LOAD-DEPARTMENTS - LOAD THE DEPARTMENT REFERENCE MASTER
006760*                         INTO THE IN-STORAGE TABLE, AS THE
006770*                         NIGHTLY RUN DOES.  WITHOUT IT EVERY
006780*                         BACKOUT WOULD FALL TO THE COMPANY-
006790*                         WIDE ACCOUNT, SO A MISSING FILE OR A
006800*                         FULL TABLE STOPS THE RUN.
006810*-------------------------------------------------------------*
006820 1100-LOAD-DEPARTMENTS.
006830     OPEN INPUT DEPARTMENT-FILE
006840     IF WS-DEPARTMENT-STATUS NOT = "00"
006850         DISPLAY "DEPARTMENT REFERENCE OPEN FAILED - STATUS "
006860             WS-DEPARTMENT-STATUS
006870         CLOSE BANK-RETURN-FILE
006880         CLOSE PAY-HISTORY-FILE
006890         CLOSE EMPLOYEE-MASTER
006900         CLOSE GL-INTERFACE-FILE
006910         CLOSE EXCEPTION-FILE
006920         CLOSE RETURN-REPORT-FILE
006930         CLOSE PAYMENT-INSTRUCTION-FILE
006940         CLOSE YTD-ARCHIVE-FILE
006950         CLOSE PRIOR-YEAR-CORR-FILE
006960         MOVE 16 TO RETURN-CODE
006970         STOP RUN
006980     END-IF
006990     PERFORM 1110-READ-DEPARTMENT THRU 1110-EXIT
007000         UNTIL WS-DREF-END-OF-FILE
007010     CLOSE DEPARTMENT-FILE.
007020 1100-EXIT.
007030     EXIT.
007040*
007050*-------------------------------------------------------------*
007060* 1110-READ-DEPARTMENT - LOAD ONE REFERENCE RECORD.  BLANK
007070*                        CODES ARE IGNORED; A FULL TABLE STOPS
007080*                        THE RUN.
007090*-------------------------------------------------------------*
007100 1110-READ-DEPARTMENT.
007110     READ DEPARTMENT-FILE
007120         AT END
007130             SET WS-DREF-END-OF-FILE TO TRUE
007140             GO TO 1110-EXIT
007150     END-READ
007160     IF DPT-CODE = SPACES
007170         GO TO 1110-EXIT
007180     END-IF
007190     IF WS-DREF-COUNT NOT LESS THAN 100
007200         DISPLAY "DEPARTMENT REFERENCE TABLE FULL - RUN "
007210             "STOPPED"
007220         CLOSE DEPARTMENT-FILE
007230         CLOSE BANK-RETURN-FILE
007240         CLOSE PAY-HISTORY-FILE
007250         CLOSE EMPLOYEE-MASTER
007260         CLOSE GL-INTERFACE-FILE
007270         CLOSE EXCEPTION-FILE
007280         CLOSE RETURN-REPORT-FILE
007290         CLOSE PAYMENT-INSTRUCTION-FILE
007300         CLOSE YTD-ARCHIVE-FILE
007310         CLOSE PRIOR-YEAR-CORR-FILE
007320         MOVE 16 TO RETURN-CODE
007330         STOP RUN
007340     END-IF
007350     ADD 1 TO WS-DREF-COUNT
007360     SET WS-DREF-IDX TO WS-DREF-COUNT
007370     MOVE DPT-CODE           TO WS-DREF-CODE (WS-DREF-IDX)
007380     MOVE DPT-GL-COST-CENTER
007390         TO WS-DREF-GL-ACCOUNT (WS-DREF-IDX).
007400 1110-EXIT.
007410     EXIT.
007420*
007430*-------------------------------------------------------------*
007440* 1150-LOAD-JURISDICTIONS - LOAD EACH STATE AND LOCAL CODE ON
007450*                           THE RATES FILE WITH THE LIABILITY
007460*                           ACCOUNT OF ITS LATEST SET.  WITHOUT
007470*                           IT EVERY STATE OR LOCAL BACKOUT
007480*                           WOULD FALL TO SUSPENSE, SO A MISSING
007490*                           FILE OR A FULL TABLE STOPS THE RUN.
007500*-------------------------------------------------------------*
007510 1150-LOAD-JURISDICTIONS.
007520     OPEN INPUT RATES-FILE
007530     IF WS-RATES-STATUS NOT = "00"
007540         DISPLAY "RATES FILE OPEN FAILED - STATUS "
007550             WS-RATES-STATUS
007560         CLOSE BANK-RETURN-FILE
007570         CLOSE PAY-HISTORY-FILE
007580         CLOSE EMPLOYEE-MASTER
007590         CLOSE GL-INTERFACE-FILE
007600         CLOSE EXCEPTION-FILE
007610         CLOSE RETURN-REPORT-FILE
007620         CLOSE PAYMENT-INSTRUCTION-FILE
007630         CLOSE YTD-ARCHIVE-FILE
007640         CLOSE PRIOR-YEAR-CORR-FILE
007650         MOVE 16 TO RETURN-CODE
007660         STOP RUN
007670     END-IF
007680     PERFORM 1160-READ-RATE-SET THRU 1160-EXIT
007690         UNTIL WS-RATES-END-OF-FILE
007700     CLOSE RATES-FILE.
007710 1150-EXIT.
007720     EXIT.
007730*
007740*-------------------------------------------------------------*
007750* 1160-READ-RATE-SET - ONE RATE SET.  FEDERAL SETS ARE
007760*                      IGNORED; A LATER-DATED SET OF A CODE
007770*                      ALREADY LOADED REPLACES ITS ACCOUNT.
007780*-------------------------------------------------------------*
007790 1160-READ-RATE-SET.
007800     READ RATES-FILE
007810         AT END
007820             SET WS-RATES-END-OF-FILE TO TRUE
007830             GO TO 1160-EXIT
007840     END-READ
007850     IF RTE-FEDERAL-SET
007860         GO TO 1160-EXIT
007870     END-IF
007880     MOVE RTE-JURISDICTION TO WS-JREF-LOOKUP-CODE
007890     PERFORM 1170-FIND-JUR-REF THRU 1170-EXIT
007900     IF WS-JREF-FOUND
007910         IF RTE-EFFECTIVE-DATE NOT GREATER THAN
007920            WS-JREF-EFF-DATE (WS-JREF-USE-IDX)
007930             GO TO 1160-EXIT
007940         END-IF
007950     ELSE
007960         IF WS-JREF-COUNT NOT LESS THAN 50
007970             DISPLAY "JURISDICTION REFERENCE TABLE FULL - RUN "
007980                 "STOPPED"
007990             CLOSE RATES-FILE
008000             CLOSE BANK-RETURN-FILE
008010             CLOSE PAY-HISTORY-FILE
008020             CLOSE EMPLOYEE-MASTER
008030             CLOSE GL-INTERFACE-FILE
008040             CLOSE EXCEPTION-FILE
008050             CLOSE RETURN-REPORT-FILE
008060             CLOSE PAYMENT-INSTRUCTION-FILE
008070             CLOSE YTD-ARCHIVE-FILE
008080             CLOSE PRIOR-YEAR-CORR-FILE
008090             MOVE 16 TO RETURN-CODE
008100             STOP RUN
008110         END-IF
008120         ADD 1 TO WS-JREF-COUNT
008130         SET WS-JREF-USE-IDX TO WS-JREF-COUNT
008140         MOVE RTE-JURISDICTION TO WS-JREF-CODE (WS-JREF-USE-IDX)
008150     END-IF
008160     MOVE RTE-EFFECTIVE-DATE TO WS-JREF-EFF-DATE (WS-JREF-USE-IDX)
008170     MOVE RTE-JUR-GL-ACCOUNT
008180         TO WS-JREF-GL-ACCOUNT (WS-JREF-USE-IDX).
008190 1160-EXIT.
008200     EXIT.
008210*
008220*-------------------------------------------------------------*
008230* 1170-FIND-JUR-REF - LOOK A JURISDICTION CODE UP IN THE
008240*                     REFERENCE TABLE.  THE CALLER PUTS THE
008250*                     CODE IN WS-JREF-LOOKUP-CODE; ON A MATCH
008260*                     WS-JREF-USE-IDX POINTS AT THE ENTRY.
008270*-------------------------------------------------------------*
008280 1170-FIND-JUR-REF.
008290     SET WS-JREF-NOT-FOUND TO TRUE
008300     PERFORM 1172-MATCH-JUR-REF THRU 1172-EXIT
008310         VARYING WS-JREF-IDX FROM 1 BY 1
008320         UNTIL WS-JREF-IDX > WS-JREF-COUNT
008330            OR WS-JREF-FOUND.
008340 1170-EXIT.
008350     EXIT.
008360*
008370 1172-MATCH-JUR-REF.
008380     IF WS-JREF-LOOKUP-CODE = WS-JREF-CODE (WS-JREF-IDX)
008390         SET WS-JREF-FOUND TO TRUE
008400         SET WS-JREF-USE-IDX TO WS-JREF-IDX
008410     END-IF.
008420 1172-EXIT.
008430     EXIT.
008440*
008450*-------------------------------------------------------------*
008460* 1200-FIND-DEPT-REF - LOOK A DEPARTMENT CODE UP IN THE
008470*                      REFERENCE TABLE.  THE CALLER PUTS THE
008480*                      CODE IN WS-DREF-LOOKUP-CODE; ON A MATCH
008490*                      WS-DREF-USE-IDX POINTS AT THE ENTRY.
008500*-------------------------------------------------------------*
008510 1200-FIND-DEPT-REF.
008520     SET WS-DREF-NOT-FOUND TO TRUE
008530     PERFORM 1210-MATCH-DEPT-REF THRU 1210-EXIT
008540         VARYING WS-DREF-IDX FROM 1 BY 1
008550         UNTIL WS-DREF-IDX > WS-DREF-COUNT
008560            OR WS-DREF-FOUND.
008570 1200-EXIT.
008580     EXIT.
008590*
008600*-------------------------------------------------------------*
008610* 1210-MATCH-DEPT-REF - REMEMBER THE TABLE SLOT WHOSE CODE
008620*                       MATCHES THE ONE BEING LOOKED UP
008630*-------------------------------------------------------------*
008640 1210-MATCH-DEPT-REF.
008650     IF WS-DREF-LOOKUP-CODE = WS-DREF-CODE (WS-DREF-IDX)
008660         SET WS-DREF-FOUND TO TRUE
008670         SET WS-DREF-USE-IDX TO WS-DREF-IDX
008680     END-IF.
008690 1210-EXIT.
008700     EXIT.
008710*
008720*=============================================================*
008730* 2000-PROCESS-ONE-RETURN - MATCH ONE RETURNED ITEM TO THE
008740*                           POSTING WE SENT AND BACK IT OUT,
008750*                           OR LOG IT AS AN EXCEPTION.  A ZERO
008760*                           AMOUNT IS A RETURNED PRENOTE.
008770*=============================================================*
008780 2000-PROCESS-ONE-RETURN.
008790     ADD 1 TO WS-RETURN-COUNT
008800     ADD BRT-NET-AMOUNT TO WS-RETURN-TOTAL
008810     IF BRT-NET-AMOUNT = ZERO
008820         PERFORM 6000-PRENOTE-RETURN THRU 6000-EXIT
008830         PERFORM 2100-READ-RETURN THRU 2100-EXIT
008840         GO TO 2000-EXIT
008850     END-IF
008860     PERFORM 3000-FIND-SENT-POSTING THRU 3000-EXIT
008870     IF WS-MATCH-NOT-FOUND
008880         PERFORM 5100-EXCEPTION-UNMATCHED THRU 5100-EXIT
008890     ELSE
008900         PERFORM 3100-CHECK-MASTER THRU 3100-EXIT
008910         IF WS-BACKOUT-OK
008920             PERFORM 4000-BACK-OUT-POSTING THRU 4000-EXIT
008930         ELSE
008940             PERFORM 5200-EXCEPTION-MASTER THRU 5200-EXIT
008950         END-IF
008960     END-IF
008970     PERFORM 2100-READ-RETURN THRU 2100-EXIT.
008980 2000-EXIT.
008990     EXIT.
009000*
009010*-------------------------------------------------------------*
009020* 2100-READ-RETURN - GET THE NEXT DETAIL RECORD.  THE TRAILER
009030*                    ENDS THE FILE AND ITS COUNT AND TOTAL ARE
009040*                    KEPT FOR THE RECONCILIATION.
009050*-------------------------------------------------------------*
009060 2100-READ-RETURN.
009070     READ BANK-RETURN-FILE
009080         AT END
009090             SET WS-RETURN-END-OF-FILE TO TRUE
009100             GO TO 2100-EXIT
009110     END-READ
009120     IF BRT-TRAILER-RECORD
009130         SET WS-TRAILER-SEEN TO TRUE
009140         MOVE BRTT-RETURN-COUNT  TO WS-TRAILER-COUNT
009150         MOVE BRTT-TOTAL-AMOUNT  TO WS-TRAILER-TOTAL
009160         SET WS-RETURN-END-OF-FILE TO TRUE
009170     END-IF.
009180 2100-EXIT.
009190     EXIT.
009200*
009210*=============================================================*
009220* 3000-FIND-SENT-POSTING - SCAN THE EMPLOYEE'S PAY HISTORY FOR
009230*                          THE PAY DATE RETURNED, LOOKING FOR
009240*                          AN UNREVERSED PAYMENT OR ADJUSTMENT
009250*                          WHOSE NET MATCHES THE RETURNED
009260*                          AMOUNT - THE SAME THREE FIELDS THE
009270*                          DISBURSEMENT RECORD CARRIED TO THE
009280*                          BANK
009290*=============================================================*
009300 3000-FIND-SENT-POSTING.
009310     SET WS-MATCH-NOT-FOUND TO TRUE
009320     SET WS-HIST-NOT-END-OF-FILE TO TRUE
009330     MOVE BRT-EMPLOYEE-ID TO PHR-EMPLOYEE-ID
009340     MOVE BRT-PAY-DATE    TO PHR-RUN-DATE
009350     MOVE ZERO            TO PHR-RUN-SEQ
009360     START PAY-HISTORY-FILE KEY NOT LESS THAN PHR-KEY
009370         INVALID KEY
009380             SET WS-HIST-END-OF-FILE TO TRUE
009390     END-START
009400     PERFORM 3010-SCAN-HISTORY-RECORD THRU 3010-EXIT
009410         UNTIL WS-HIST-END-OF-FILE.
009420 3000-EXIT.
009430     EXIT.
009440*
009450*-------------------------------------------------------------*
009460* 3010-SCAN-HISTORY-RECORD - EXAMINE ONE HISTORY RECORD UNDER
009470*                            THE RETURNED EMPLOYEE AND PAY DATE
009480*-------------------------------------------------------------*
009490 3010-SCAN-HISTORY-RECORD.
009500     READ PAY-HISTORY-FILE NEXT RECORD
009510         AT END
009520             SET WS-HIST-END-OF-FILE TO TRUE
009530             GO TO 3010-EXIT
009540     END-READ
009550     IF PHR-EMPLOYEE-ID NOT = BRT-EMPLOYEE-ID
009560        OR PHR-RUN-DATE NOT = BRT-PAY-DATE
009570         SET WS-HIST-END-OF-FILE TO TRUE
009580         GO TO 3010-EXIT
009590     END-IF
009600     IF PHR-REVERSAL-POSTING
009610        OR PHR-REVERSED
009620        OR PHR-NET-PAY NOT = BRT-NET-AMOUNT
009630         GO TO 3010-EXIT
009640     END-IF
009650     MOVE PHR-RUN-DATE   TO WS-ORIG-RUN-DATE
009660     MOVE PHR-RUN-SEQ    TO WS-ORIG-RUN-SEQ
009670     IF PHR-CORR-YEAR NUMERIC
009680         MOVE PHR-CORR-YEAR TO WS-ORIG-CORR-YEAR
009690     ELSE
009700         MOVE ZERO TO WS-ORIG-CORR-YEAR
009710     END-IF
009720     MOVE PHR-GROSS      TO WS-ORIG-GROSS
009730     MOVE PHR-INCOME-TAX TO WS-ORIG-INCOME-TAX
009740     MOVE PHR-SOC-SEC    TO WS-ORIG-SOC-SEC
009750     MOVE PHR-HEALTH-INS TO WS-ORIG-HEALTH-INS
009760     MOVE PHR-NET-PAY    TO WS-ORIG-NET-PAY
009770     IF PHR-OTHER-DEDS NUMERIC
009780         MOVE PHR-OTHER-DEDS TO WS-ORIG-OTHER-DEDS
009790     ELSE
009800         MOVE ZERO TO WS-ORIG-OTHER-DEDS
009810     END-IF
009820     IF PHR-ER-SOC-SEC NUMERIC
009830         MOVE PHR-ER-SOC-SEC TO WS-ORIG-ER-SOC-SEC
009840         MOVE PHR-ER-HEALTH  TO WS-ORIG-ER-HEALTH
009850         MOVE PHR-ER-UNEMP   TO WS-ORIG-ER-UNEMP
009860     ELSE
009870         MOVE ZERO TO WS-ORIG-ER-SOC-SEC
009880         MOVE ZERO TO WS-ORIG-ER-HEALTH
009890         MOVE ZERO TO WS-ORIG-ER-UNEMP
009900     END-IF
009910     COMPUTE WS-ORIG-ER-TOTAL = WS-ORIG-ER-SOC-SEC
009920         + WS-ORIG-ER-HEALTH + WS-ORIG-ER-UNEMP
009930     MOVE PHR-JUR-DATA TO WS-ORIG-JUR-DATA
009940     MOVE ZERO TO WS-ORIG-JUR-TOTAL
009950     PERFORM 3020-TOTAL-ORIG-JUR THRU 3020-EXIT
009960         VARYING WS-ORIG-JUR-SUB FROM 1 BY 1
009970         UNTIL WS-ORIG-JUR-SUB > 4
009980     SET WS-MATCH-FOUND TO TRUE.
009990 3010-EXIT.
010000     EXIT.
010010*
010020*-------------------------------------------------------------*
010030* 3020-TOTAL-ORIG-JUR - ADD ONE STATE OR LOCAL ENTRY OF THE
010040*                       MATCHED POSTING TO ITS STATE AND LOCAL
010050*                       TOTAL.  A POSTING FROM BEFORE THE
010060*                       ENTRIES EXISTED CARRIES SPACES AND
010070*                       ADDS NOTHING.
010080*-------------------------------------------------------------*
010090 3020-TOTAL-ORIG-JUR.
010100     IF WS-ORIG-JUR-CODE (WS-ORIG-JUR-SUB) = SPACES
010110        OR WS-ORIG-JUR-WITHHELD (WS-ORIG-JUR-SUB) NOT NUMERIC
010120         GO TO 3020-EXIT
010130     END-IF
010140     ADD WS-ORIG-JUR-WITHHELD (WS-ORIG-JUR-SUB)
010150         TO WS-ORIG-JUR-TOTAL.
010160 3020-EXIT.
010170     EXIT.
010180*
010190*-------------------------------------------------------------*
010200* 3100-CHECK-MASTER - THE EMPLOYEE MUST STILL BE ON THE MASTER
010210*                     AND CARRY AT LEAST THE RETURNED POSTING'S
010220*                     GROSS IN YTD, OR THE BACKOUT WOULD DRIVE
010230*                     THE YTD FIGURES NEGATIVE.  A POSTING FROM
010240*                     A CLOSED YEAR (3150) IS CHECKED AGAINST
010250*                     THAT YEAR'S ARCHIVE RECORD INSTEAD, UNLESS
010260*                     AN EARLIER RUN ALREADY BACKED IT OUT THERE.
010270*-------------------------------------------------------------*
010280 3100-CHECK-MASTER.
010290     SET WS-BACKOUT-OK TO TRUE
010300     PERFORM 3150-CHECK-CLOSED-YEAR THRU 3150-EXIT
010310     IF WS-CLOSED-YEAR-RETURN
010320         IF WS-ARCH-NOT-PREPOSTED
010330            AND YAR-YTD-GROSS < WS-ORIG-GROSS
010340             SET WS-BACKOUT-NOT-OK TO TRUE
010350         END-IF
010360         MOVE YAR-DEPT-CODE TO WS-BACKOUT-DEPT-CODE
010370         GO TO 3100-EXIT
010380     END-IF
010390     MOVE BRT-EMPLOYEE-ID TO EMM-EMPLOYEE-ID
010400     READ EMPLOYEE-MASTER
010410         INVALID KEY
010420             SET WS-BACKOUT-NOT-OK TO TRUE
010430         NOT INVALID KEY
010440             IF EMM-YTD-GROSS < WS-ORIG-GROSS
010450                 SET WS-BACKOUT-NOT-OK TO TRUE
010460             END-IF
010470             MOVE EMM-DEPT-CODE TO WS-BACKOUT-DEPT-CODE
010480     END-READ.
010490 3100-EXIT.
010500     EXIT.
010510*
010520*-------------------------------------------------------------*
010530* 3150-CHECK-CLOSED-YEAR - DECIDE WHETHER THE RETURNED POSTING
010540*                          BELONGS TO A CLOSED YEAR, THE WAY
010550*                          TAXES DECIDES FOR A REVERSAL.  ITS
010560*                          YEAR IS THE ONE IT WAS ITSELF
010570*                          CORRECTING, IF ANY, ELSE THE YEAR OF
010580*                          ITS RUN DATE.  A YEAR BEFORE TONIGHT'S
010590*                          IS CLOSED ONCE YREND HAS ARCHIVED THE
010600*                          EMPLOYEE FOR IT; UNTIL THEN THE MASTER
010610*                          STILL HOLDS THAT YEAR.  THE ARCHIVE
010620*                          RECORD IS LEFT IN THE BUFFER FOR 4500.
010630*-------------------------------------------------------------*
010640 3150-CHECK-CLOSED-YEAR.
010650     SET WS-CURRENT-YEAR-RETURN TO TRUE
010660     SET WS-ARCH-NOT-PREPOSTED TO TRUE
010670     IF WS-ORIG-CORR-YEAR > ZERO
010680         MOVE WS-ORIG-CORR-YEAR TO WS-POST-YEAR
010690     ELSE
010700         DIVIDE WS-ORIG-RUN-DATE BY 10000 GIVING WS-POST-YY
010710         COMPUTE WS-POST-YEAR = 2000 + WS-POST-YY
010720     END-IF
010730     DIVIDE WS-RUN-DATE BY 10000 GIVING WS-RUN-YY
010740     COMPUTE WS-RUN-YEAR = 2000 + WS-RUN-YY
010750     IF WS-POST-YEAR NOT < WS-RUN-YEAR
010760         GO TO 3150-EXIT
010770     END-IF
010780     MOVE WS-POST-YEAR    TO YAR-STATEMENT-YEAR
010790     MOVE BRT-EMPLOYEE-ID TO YAR-EMPLOYEE-ID
010800     READ YTD-ARCHIVE-FILE
010810         INVALID KEY
010820             GO TO 3150-EXIT
010830     END-READ
010840     SET WS-CLOSED-YEAR-RETURN TO TRUE
010850     PERFORM 3160-FIND-BACKOUT-SEQ THRU 3160-EXIT
010860     MOVE WS-RUN-DATE   TO WS-TCK-RUN-DATE
010870     MOVE ZERO          TO WS-TCK-RUN-NO
010880     MOVE WS-CLOSED-SEQ TO WS-TCK-RUN-SEQ
010890     IF YAR-LAST-CORR-KEY = WS-THIS-CORR-KEY
010900         SET WS-ARCH-PREPOSTED TO TRUE
010910     END-IF.
010920 3150-EXIT.
010930     EXIT.
010940*
010950*-------------------------------------------------------------*
010960* 3160-FIND-BACKOUT-SEQ - FIND THE REVERSAL HISTORY KEY A CLOSED-
010970*                         YEAR BACKOUT WILL BE WRITTEN UNDER: THE
010980*                         FIRST SEQUENCE IN THE RETURNS RANGE NOT
010990*                         ALREADY ON FILE FOR THE EMPLOYEE TODAY.
011000*                         IT IS FOUND FROM THE BOTTOM OF THE RANGE
011010*                         EVERY TIME, SO A RERUN AFTER A FAILURE
011020*                         ARRIVES AT THE SAME KEY THE FAILED RUN
011030*                         STAMPED ON THE ARCHIVE RECORD.
011040*-------------------------------------------------------------*
011050 3160-FIND-BACKOUT-SEQ.
011060     MOVE 9000000 TO WS-CLOSED-SEQ
011070     SET WS-SEQ-NOT-FREE TO TRUE
011080     PERFORM 3170-PROBE-BACKOUT-SEQ THRU 3170-EXIT
011090         UNTIL WS-SEQ-FREE.
011100 3160-EXIT.
011110     EXIT.
011120*
011130*-------------------------------------------------------------*
011140* 3170-PROBE-BACKOUT-SEQ - TRY THE NEXT SEQUENCE NUMBER.  AN
011150*                          EXHAUSTED RANGE IS LEFT FOR 4250 TO
011160*                          STOP THE RUN ON.
011170*-------------------------------------------------------------*
011180 3170-PROBE-BACKOUT-SEQ.
011190     ADD 1 TO WS-CLOSED-SEQ
011200     IF WS-CLOSED-SEQ > 9999998
011210         SET WS-SEQ-FREE TO TRUE
011220         GO TO 3170-EXIT
011230     END-IF
011240     MOVE BRT-EMPLOYEE-ID TO PHR-EMPLOYEE-ID
011250     MOVE WS-RUN-DATE     TO PHR-RUN-DATE
011260     MOVE WS-CLOSED-SEQ   TO PHR-RUN-SEQ
011270     READ PAY-HISTORY-FILE
011280         INVALID KEY
011290             SET WS-SEQ-FREE TO TRUE
011300     END-READ.
011310 3170-EXIT.
011320     EXIT.
011330*
011340*=============================================================*
011350* 4000-BACK-OUT-POSTING - POST THE RETURN THE WAY A REVERSAL
011360*                         POSTS: TAKE THE ORIGINAL FIGURES OFF
011370*                         THE MASTER YTD (4010), OR OFF THE
011380*                         CLOSED YEAR'S ARCHIVE RECORD (4500),
011390*                         MARK THE ORIGINAL HISTORY RECORD
011400*                         REVERSED, WRITE THE REVERSAL HISTORY
011410*                         RECORD, AND ROLL THE GL BACKOUT TOTALS
011420*=============================================================*
011430 4000-BACK-OUT-POSTING.
011440     IF WS-CLOSED-YEAR-RETURN
011450         PERFORM 4500-BACK-OUT-CLOSED-YEAR THRU 4500-EXIT
011460*        THE REVERSAL HISTORY RECORD TAKES THE KEY THE ARCHIVE
011470*        RECORD WAS STAMPED WITH.
011480         COMPUTE WS-BACKOUT-SEQ = WS-CLOSED-SEQ - 1
011490     ELSE
011500         PERFORM 4010-BACK-OUT-MASTER THRU 4010-EXIT
011510     END-IF
011520     IF WS-BACKOUT-NOT-OK
011530         GO TO 4000-EXIT
011540     END-IF
011550     PERFORM 4100-MARK-HISTORY-REVERSED THRU 4100-EXIT
011560     PERFORM 4200-WRITE-BACKOUT-HISTORY THRU 4200-EXIT
011570     ADD 1 TO WS-MATCHED-COUNT
011580     ADD BRT-NET-AMOUNT TO WS-MATCHED-TOTAL
011590*    THE GROSS GOES BACK TO THE COST-CENTER ACCOUNT THE
011600*    ORIGINAL RUN DEBITED, KEYED BY THE DEPARTMENT CODE 3100
011610*    TOOK FROM THE MASTER OR THE CLOSED YEAR'S ARCHIVE RECORD.
011620     PERFORM 4300-POST-DEPT-BACKOUT THRU 4300-EXIT
011630     PERFORM 4400-POST-JUR-BACKOUT THRU 4400-EXIT
011640         VARYING WS-ORIG-JUR-SUB FROM 1 BY 1
011650         UNTIL WS-ORIG-JUR-SUB > 4
011660     ADD WS-ORIG-INCOME-TAX TO WS-RUN-TAX-TOTAL
011670     ADD WS-ORIG-SOC-SEC    TO WS-RUN-SOC-SEC-TOTAL
011680     ADD WS-ORIG-HEALTH-INS TO WS-RUN-HEALTH-INS-TOTAL
011690     ADD WS-ORIG-OTHER-DEDS TO WS-RUN-OTHER-DEDS-TOTAL
011700     ADD WS-ORIG-NET-PAY    TO WS-RUN-NET-PAY-TOTAL
011710     ADD WS-ORIG-ER-SOC-SEC TO WS-RUN-ER-SOC-SEC-TOTAL
011720     ADD WS-ORIG-ER-HEALTH  TO WS-RUN-ER-HEALTH-TOTAL
011730     ADD WS-ORIG-ER-UNEMP   TO WS-RUN-ER-UNEMP-TOTAL
011740     PERFORM 5000-REPORT-RETURN THRU 5000-EXIT.
011750 4000-EXIT.
011760     EXIT.
011770*
011780*-------------------------------------------------------------*
011790* 4010-BACK-OUT-MASTER - TAKE THE RETURNED POSTING'S FIGURES OFF
011800*                        THE MASTER YTD.  A FAILED REWRITE SETS
011810*                        RC 16 AND THE RETURN IS NOT POSTED.
011820*-------------------------------------------------------------*
011830 4010-BACK-OUT-MASTER.
011840     SUBTRACT WS-ORIG-GROSS      FROM EMM-YTD-GROSS
011850     SUBTRACT WS-ORIG-INCOME-TAX FROM EMM-YTD-INCOME-TAX
011860     SUBTRACT WS-ORIG-SOC-SEC    FROM EMM-YTD-SOC-SEC
011870     SUBTRACT WS-ORIG-HEALTH-INS FROM EMM-YTD-HEALTH-INS
011880     COMPUTE EMM-YTD-WITHHELD = EMM-YTD-WITHHELD
011890         - WS-ORIG-INCOME-TAX - WS-ORIG-SOC-SEC
011900         - WS-ORIG-HEALTH-INS - WS-ORIG-JUR-TOTAL
011910     PERFORM 4050-BACK-OUT-JUR-YTD THRU 4050-EXIT
011920         VARYING WS-ORIG-JUR-SUB FROM 1 BY 1
011930         UNTIL WS-ORIG-JUR-SUB > 4
011940     SUBTRACT WS-ORIG-NET-PAY    FROM EMM-YTD-NET-PAY
011950     IF EMM-YTD-OTHER-DEDS NUMERIC
011960         SUBTRACT WS-ORIG-OTHER-DEDS FROM EMM-YTD-OTHER-DEDS
011970     END-IF
011980     IF EMM-YTD-ER-SOC-SEC NUMERIC
011990         SUBTRACT WS-ORIG-ER-SOC-SEC FROM EMM-YTD-ER-SOC-SEC
012000     END-IF
012010     IF EMM-YTD-ER-HEALTH NUMERIC
012020         SUBTRACT WS-ORIG-ER-HEALTH FROM EMM-YTD-ER-HEALTH
012030     END-IF
012040     IF EMM-YTD-ER-UNEMP NUMERIC
012050         SUBTRACT WS-ORIG-ER-UNEMP FROM EMM-YTD-ER-UNEMP
012060     END-IF
012070     REWRITE EMPLOYEE-MASTER-RECORD
012080     IF WS-EMPLOYEE-MASTER-STATUS NOT = "00"
012090         DISPLAY "EMPLOYEE MASTER REWRITE FAILED - STATUS "
012100             WS-EMPLOYEE-MASTER-STATUS
012110             " EMPLOYEE " BRT-EMPLOYEE-ID
012120         SET WS-BACKOUT-NOT-OK TO TRUE
012130         MOVE 16 TO RETURN-CODE
012140     END-IF.
012150 4010-EXIT.
012160     EXIT.
012170*
012180*-------------------------------------------------------------*
012190* 4050-BACK-OUT-JUR-YTD - TAKE ONE STATE OR LOCAL ENTRY OF THE
012200*                         RETURNED POSTING OFF ITS JURISDICTION'S
012210*                         YTD SLOT ON THE MASTER, AS A REVERSAL
012220*                         DOES: NEVER BELOW ZERO, AND NOTHING
012230*                         WHEN THE SLOT HAS GONE
012240*-------------------------------------------------------------*
012250 4050-BACK-OUT-JUR-YTD.
012260     IF WS-ORIG-JUR-CODE (WS-ORIG-JUR-SUB) = SPACES
012270        OR WS-ORIG-JUR-WITHHELD (WS-ORIG-JUR-SUB) NOT NUMERIC
012280         GO TO 4050-EXIT
012290     END-IF
012300     SET WS-EJY-NOT-FOUND TO TRUE
012310     PERFORM 4060-MATCH-JUR-YTD THRU 4060-EXIT
012320         VARYING WS-EJY-SUB FROM 1 BY 1
012330         UNTIL WS-EJY-SUB > 6
012340            OR WS-EJY-FOUND
012350     IF WS-EJY-NOT-FOUND
012360         GO TO 4050-EXIT
012370     END-IF
012380     IF EMM-JYTD-WITHHELD-X (WS-EJY-USE-SUB) NOT NUMERIC
012390         GO TO 4050-EXIT
012400     END-IF
012410     IF WS-ORIG-JUR-WITHHELD (WS-ORIG-JUR-SUB) >
012420        EMM-JYTD-WITHHELD (WS-EJY-USE-SUB)
012430         MOVE ZERO TO EMM-JYTD-WITHHELD (WS-EJY-USE-SUB)
012440     ELSE
012450         SUBTRACT WS-ORIG-JUR-WITHHELD (WS-ORIG-JUR-SUB)
012460             FROM EMM-JYTD-WITHHELD (WS-EJY-USE-SUB)
012470     END-IF.
012480 4050-EXIT.
012490     EXIT.
012500*
012510 4060-MATCH-JUR-YTD.
012520     IF EMM-JYTD-CODE (WS-EJY-SUB) =
012530        WS-ORIG-JUR-CODE (WS-ORIG-JUR-SUB)
012540         SET WS-EJY-FOUND TO TRUE
012550         MOVE WS-EJY-SUB TO WS-EJY-USE-SUB
012560     END-IF.
012570 4060-EXIT.
012580     EXIT.
012590*
012600*-------------------------------------------------------------*
012610* 4100-MARK-HISTORY-REVERSED - FLAG THE RETURNED POSTING'S
012620*                              HISTORY RECORD SO IT CANNOT BE
012630*                              BACKED OUT AGAIN BY A LATER
012640*                              RETURN OR REVERSAL
012650*-------------------------------------------------------------*
012660 4100-MARK-HISTORY-REVERSED.
012670     MOVE BRT-EMPLOYEE-ID  TO PHR-EMPLOYEE-ID
012680     MOVE WS-ORIG-RUN-DATE TO PHR-RUN-DATE
012690     MOVE WS-ORIG-RUN-SEQ  TO PHR-RUN-SEQ
012700     READ PAY-HISTORY-FILE
012710         INVALID KEY
012720             DISPLAY "PAY HISTORY MARK FAILED - KEY NOT ON "
012730                 "FILE - EMPLOYEE " BRT-EMPLOYEE-ID
012740         NOT INVALID KEY
012750             SET PHR-REVERSED TO TRUE
012760             REWRITE PAY-HISTORY-RECORD
012770     END-READ.
012780 4100-EXIT.
012790     EXIT.
012800*
012810*-------------------------------------------------------------*
012820* 4200-WRITE-BACKOUT-HISTORY - ONE REVERSAL HISTORY RECORD PER
012830*                              BACKED-OUT RETURN, KEYED UNDER
012840*                              TODAY'S DATE IN THE SEQUENCE
012850*                              RANGE RESERVED FOR RETURNS.  A
012860*                              SECOND RETURNS RUN ON THE SAME
012870*                              DAY STARTS ITS SEQUENCE OVER,
012880*                              SO A KEY COLLISION HERE IS A
012890*                              RECORD THE EARLIER RUN WROTE -
012900*                              THE SEQUENCE IS BUMPED AND THE
012910*                              WRITE RETRIED, NEVER REWRITTEN
012920*                              OVER.
012930*-------------------------------------------------------------*
012940 4200-WRITE-BACKOUT-HISTORY.
012950     SET WS-BKH-NOT-WRITTEN TO TRUE
012960     PERFORM 4250-TRY-BACKOUT-WRITE THRU 4250-EXIT
012970         UNTIL WS-BKH-WRITTEN.
012980 4200-EXIT.
012990     EXIT.
013000*
013010*-------------------------------------------------------------*
013020* 4250-TRY-BACKOUT-WRITE - ONE WRITE ATTEMPT AT THE NEXT
013030*                          SEQUENCE NUMBER.  AN EXHAUSTED
013040*                          SEQUENCE RANGE STOPS THE RUN - IT
013050*                          MEANS SOMETHING IS BADLY WRONG, NOT
013060*                          A FULL DAY OF RETURNS.
013070*-------------------------------------------------------------*
013080 4250-TRY-BACKOUT-WRITE.
013090     ADD 1 TO WS-BACKOUT-SEQ
013100     IF WS-BACKOUT-SEQ > 9999998
013110         DISPLAY "RETURNS HISTORY SEQUENCE RANGE EXHAUSTED "
013120             "- RUN STOPPED"
013130         CLOSE BANK-RETURN-FILE
013140         CLOSE PAY-HISTORY-FILE
013150         CLOSE EMPLOYEE-MASTER
013160         CLOSE GL-INTERFACE-FILE
013170         CLOSE EXCEPTION-FILE
013180         CLOSE RETURN-REPORT-FILE
013190         CLOSE PAYMENT-INSTRUCTION-FILE
013200         CLOSE YTD-ARCHIVE-FILE
013210         CLOSE PRIOR-YEAR-CORR-FILE
013220         MOVE 16 TO RETURN-CODE
013230         STOP RUN
013240     END-IF
013250     MOVE SPACES TO PAY-HISTORY-RECORD
013260     MOVE BRT-EMPLOYEE-ID    TO PHR-EMPLOYEE-ID
013270     MOVE WS-RUN-DATE        TO PHR-RUN-DATE
013280     MOVE WS-BACKOUT-SEQ     TO PHR-RUN-SEQ
013290     MOVE 'R'                TO PHR-REC-TYPE
013300     MOVE 'N'                TO PHR-REVERSED-SW
013310     MOVE WS-ORIG-GROSS      TO PHR-GROSS
013320     MOVE WS-ORIG-INCOME-TAX TO PHR-INCOME-TAX
013330     MOVE WS-ORIG-SOC-SEC    TO PHR-SOC-SEC
013340     MOVE WS-ORIG-HEALTH-INS TO PHR-HEALTH-INS
013350     MOVE WS-ORIG-NET-PAY    TO PHR-NET-PAY
013360     MOVE WS-ORIG-OTHER-DEDS TO PHR-OTHER-DEDS
013370     MOVE WS-ORIG-ER-SOC-SEC TO PHR-ER-SOC-SEC
013380     MOVE WS-ORIG-ER-HEALTH  TO PHR-ER-HEALTH
013390     MOVE WS-ORIG-ER-UNEMP   TO PHR-ER-UNEMP
013400     MOVE WS-ORIG-JUR-DATA   TO PHR-JUR-DATA
013410     IF WS-CLOSED-YEAR-RETURN
013420         MOVE WS-POST-YEAR   TO PHR-CORR-YEAR
013430     END-IF
013440     WRITE PAY-HISTORY-RECORD
013450         INVALID KEY
013460             CONTINUE
013470         NOT INVALID KEY
013480             SET WS-BKH-WRITTEN TO TRUE
013490     END-WRITE.
013500 4250-EXIT.
013510     EXIT.
013520*
013530*-------------------------------------------------------------*
013540* 4300-POST-DEPT-BACKOUT - ACCUMULATE THE RETURNED GROSS UNDER
013550*                          THE EMPLOYEE'S DEPARTMENT, RESOLVED
013560*                          TO ITS COST-CENTER ACCOUNT FROM THE
013570*                          REFERENCE TABLE.  A CODE NOT ON THE
013580*                          REFERENCE FALLS BACK TO THE
013590*                          COMPANY-WIDE SALARY EXPENSE
013600*                          ACCOUNT.
013610*-------------------------------------------------------------*
013620 4300-POST-DEPT-BACKOUT.
013630     MOVE WS-BACKOUT-DEPT-CODE TO WS-DREF-LOOKUP-CODE
013640     PERFORM 1200-FIND-DEPT-REF THRU 1200-EXIT
013650     IF WS-DREF-FOUND
013660         MOVE WS-DREF-GL-ACCOUNT (WS-DREF-USE-IDX)
013670             TO WS-DBK-WORK-ACCOUNT
013680     ELSE
013690         MOVE "51000000" TO WS-DBK-WORK-ACCOUNT
013700     END-IF
013710     SET WS-DBK-NOT-FOUND TO TRUE
013720     PERFORM 4310-MATCH-DEPT-BACKOUT THRU 4310-EXIT
013730         VARYING WS-DBK-IDX FROM 1 BY 1
013740         UNTIL WS-DBK-IDX > WS-DBK-COUNT
013750            OR WS-DBK-FOUND
013760     IF WS-DBK-NOT-FOUND
013770         IF WS-DBK-COUNT < 100
013780             ADD 1 TO WS-DBK-COUNT
013790         END-IF
013800         SET WS-DBK-USE-IDX TO WS-DBK-COUNT
013810         MOVE WS-BACKOUT-DEPT-CODE
013820             TO WS-DBK-DEPT-CODE (WS-DBK-USE-IDX)
013830         MOVE WS-DBK-WORK-ACCOUNT
013840             TO WS-DBK-GL-ACCOUNT (WS-DBK-USE-IDX)
013850         MOVE ZERO TO WS-DBK-AMOUNT (WS-DBK-USE-IDX)
013860         MOVE ZERO TO WS-DBK-ER-AMOUNT (WS-DBK-USE-IDX)
013870     END-IF
013880     ADD WS-ORIG-GROSS TO WS-DBK-AMOUNT (WS-DBK-USE-IDX)
013890     ADD WS-ORIG-ER-TOTAL TO WS-DBK-ER-AMOUNT (WS-DBK-USE-IDX).
013900 4300-EXIT.
013910     EXIT.
013920*
013930*-------------------------------------------------------------*
013940* 4310-MATCH-DEPT-BACKOUT - REMEMBER THE BACKOUT TABLE SLOT
013950*                           WHOSE DEPARTMENT MATCHES THE
013960*                           EMPLOYEE'S
013970*-------------------------------------------------------------*
013980 4310-MATCH-DEPT-BACKOUT.
013990     IF WS-BACKOUT-DEPT-CODE = WS-DBK-DEPT-CODE (WS-DBK-IDX)
014000         SET WS-DBK-FOUND TO TRUE
014010         SET WS-DBK-USE-IDX TO WS-DBK-IDX
014020     END-IF.
014030 4310-EXIT.
014040     EXIT.
014050*
014060*-------------------------------------------------------------*
014070* 4400-POST-JUR-BACKOUT - ACCUMULATE ONE STATE OR LOCAL ENTRY OF
014080*                         THE RETURNED POSTING UNDER ITS CODE,
014090*                         RESOLVED TO THE JURISDICTION'S
014100*                         LIABILITY ACCOUNT FROM THE REFERENCE
014110*                         TABLE, OR THE STATE/LOCAL SUSPENSE
014120*                         ACCOUNT FOR A CODE NOT THERE.  A FULL
014130*                         TABLE STOPS THE RUN.
014140*-------------------------------------------------------------*
014150 4400-POST-JUR-BACKOUT.
014160     IF WS-ORIG-JUR-CODE (WS-ORIG-JUR-SUB) = SPACES
014170        OR WS-ORIG-JUR-WITHHELD (WS-ORIG-JUR-SUB) NOT NUMERIC
014180         GO TO 4400-EXIT
014190     END-IF
014200     SET WS-JBK-NOT-FOUND TO TRUE
014210     PERFORM 4410-MATCH-JUR-BACKOUT THRU 4410-EXIT
014220         VARYING WS-JBK-IDX FROM 1 BY 1
014230         UNTIL WS-JBK-IDX > WS-JBK-COUNT
014240            OR WS-JBK-FOUND
014250     IF WS-JBK-NOT-FOUND
014260         MOVE WS-ORIG-JUR-CODE (WS-ORIG-JUR-SUB)
014270             TO WS-JREF-LOOKUP-CODE
014280         PERFORM 1170-FIND-JUR-REF THRU 1170-EXIT
014290         IF WS-JREF-FOUND
014300             MOVE WS-JREF-GL-ACCOUNT (WS-JREF-USE-IDX)
014310                 TO WS-JBK-WORK-ACCOUNT
014320         ELSE
014330             MOVE "21150000" TO WS-JBK-WORK-ACCOUNT
014340         END-IF
014350         IF WS-JBK-COUNT NOT LESS THAN 50
014360             DISPLAY "JURISDICTION BACKOUT TABLE FULL - RUN "
014370                 "STOPPED - EMPLOYEE " BRT-EMPLOYEE-ID
014380             CLOSE BANK-RETURN-FILE
014390             CLOSE PAY-HISTORY-FILE
014400             CLOSE EMPLOYEE-MASTER
014410             CLOSE GL-INTERFACE-FILE
014420             CLOSE EXCEPTION-FILE
014430             CLOSE RETURN-REPORT-FILE
014440             CLOSE PAYMENT-INSTRUCTION-FILE
014450             CLOSE YTD-ARCHIVE-FILE
014460             CLOSE PRIOR-YEAR-CORR-FILE
014470             MOVE 16 TO RETURN-CODE
014480             STOP RUN
014490         END-IF
014500         ADD 1 TO WS-JBK-COUNT
014510         SET WS-JBK-USE-IDX TO WS-JBK-COUNT
014520         MOVE WS-ORIG-JUR-CODE (WS-ORIG-JUR-SUB)
014530             TO WS-JBK-CODE (WS-JBK-USE-IDX)
014540         MOVE WS-JBK-WORK-ACCOUNT
014550             TO WS-JBK-GL-ACCOUNT (WS-JBK-USE-IDX)
014560         MOVE ZERO TO WS-JBK-AMOUNT (WS-JBK-USE-IDX)
014570     END-IF
014580     ADD WS-ORIG-JUR-WITHHELD (WS-ORIG-JUR-SUB)
014590         TO WS-JBK-AMOUNT (WS-JBK-USE-IDX).
014600 4400-EXIT.
014610     EXIT.
014620*
014630 4410-MATCH-JUR-BACKOUT.
014640     IF WS-ORIG-JUR-CODE (WS-ORIG-JUR-SUB) =
014650        WS-JBK-CODE (WS-JBK-IDX)
014660         SET WS-JBK-FOUND TO TRUE
014670         SET WS-JBK-USE-IDX TO WS-JBK-IDX
014680     END-IF.
014690 4410-EXIT.
014700     EXIT.
014710*
014720*=============================================================*
014730* 4500-BACK-OUT-CLOSED-YEAR - A RETURN OF A PAYMENT FROM A YEAR
014740*                             YREND HAS CLOSED COMES OFF THAT
014750*                             YEAR'S YTD ARCHIVE RECORD (READ IN
014760*                             3150), THE WAY TAXES POSTS A PRIOR-
014770*                             YEAR REVERSAL; THE MASTER IS NOT
014780*                             TOUCHED.  AN ARCHIVE RECORD ALREADY
014790*                             STAMPED WITH THIS BACKOUT'S KEY WAS
014800*                             UPDATED BY A FAILED EARLIER RUN AND
014810*                             IS NOT UPDATED AGAIN.  THE BACKOUT
014820*                             IS LOGGED ON THE PRIOR-YEAR
014830*                             CORRECTION FILE EITHER WAY (4600).
014840*=============================================================*
014850 4500-BACK-OUT-CLOSED-YEAR.
014860     IF WS-ARCH-NOT-PREPOSTED
014870         PERFORM 4510-UPDATE-ARCHIVE THRU 4510-EXIT
014880     END-IF
014890     IF WS-BACKOUT-NOT-OK
014900         GO TO 4500-EXIT
014910     END-IF
014920     PERFORM 4600-WRITE-PRIOR-YEAR-CORR THRU 4600-EXIT.
014930 4500-EXIT.
014940     EXIT.
014950*
014960*-------------------------------------------------------------*
014970* 4510-UPDATE-ARCHIVE - TAKE THE RETURNED POSTING'S FIGURES OFF
014980*                       THE ARCHIVED YEAR'S YTD, AND ITS STATE
014990*                       AND LOCAL ENTRIES OFF THE ARCHIVED SLOTS
015000*                       WHERE THE RECORD KEEPS THEM.  A RECORD
015010*                       ARCHIVED BEFORE THE AS-REPORTED FIGURES
015020*                       WERE KEPT HAS THEM FILLED IN FROM THE YTD
015030*                       FIRST.  A FAILED REWRITE SETS RC 16 AND
015040*                       THE RETURN IS NOT POSTED.
015050*-------------------------------------------------------------*
015060 4510-UPDATE-ARCHIVE.
015070     IF YAR-RPT-GROSS NOT NUMERIC
015080         MOVE YAR-YTD-GROSS      TO YAR-RPT-GROSS
015090         MOVE YAR-YTD-INCOME-TAX TO YAR-RPT-INCOME-TAX
015100         MOVE YAR-YTD-SOC-SEC    TO YAR-RPT-SOC-SEC
015110         MOVE YAR-YTD-HEALTH-INS TO YAR-RPT-HEALTH-INS
015120         MOVE YAR-YTD-WITHHELD   TO YAR-RPT-WITHHELD
015130         MOVE YAR-YTD-NET-PAY    TO YAR-RPT-NET-PAY
015140         MOVE YAR-YTD-OTHER-DEDS TO YAR-RPT-OTHER-DEDS
015150         MOVE ZERO               TO YAR-STMT-DATE
015160         MOVE 1                  TO YAR-STMT-COUNT
015170         MOVE ZERO               TO YAR-CORR-COUNT
015180     END-IF
015190     SUBTRACT WS-ORIG-GROSS      FROM YAR-YTD-GROSS
015200     SUBTRACT WS-ORIG-INCOME-TAX FROM YAR-YTD-INCOME-TAX
015210     SUBTRACT WS-ORIG-SOC-SEC    FROM YAR-YTD-SOC-SEC
015220     SUBTRACT WS-ORIG-HEALTH-INS FROM YAR-YTD-HEALTH-INS
015230     COMPUTE YAR-YTD-WITHHELD = YAR-YTD-WITHHELD
015240         - WS-ORIG-INCOME-TAX - WS-ORIG-SOC-SEC
015250         - WS-ORIG-HEALTH-INS - WS-ORIG-JUR-TOTAL
015260     SUBTRACT WS-ORIG-NET-PAY    FROM YAR-YTD-NET-PAY
015270     IF YAR-YTD-OTHER-DEDS NUMERIC
015280         SUBTRACT WS-ORIG-OTHER-DEDS FROM YAR-YTD-OTHER-DEDS
015290     END-IF
015300     IF YAR-JUR-KEPT
015310         PERFORM 4520-BACK-OUT-ARCH-JUR THRU 4520-EXIT
015320             VARYING WS-ORIG-JUR-SUB FROM 1 BY 1
015330             UNTIL WS-ORIG-JUR-SUB > 4
015340     END-IF
015350     ADD 1 TO YAR-CORR-COUNT
015360     MOVE WS-THIS-CORR-KEY TO YAR-LAST-CORR-KEY
015370     REWRITE YTD-ARCHIVE-RECORD
015380     IF WS-YTD-ARCHIVE-STATUS NOT = "00"
015390         DISPLAY "YTD ARCHIVE REWRITE FAILED - STATUS "
015400             WS-YTD-ARCHIVE-STATUS " - YEAR " WS-POST-YEAR
015410             " EMPLOYEE " BRT-EMPLOYEE-ID
015420         SET WS-BACKOUT-NOT-OK TO TRUE
015430         MOVE 16 TO RETURN-CODE
015440     END-IF.
015450 4510-EXIT.
015460     EXIT.
015470*
015480*-------------------------------------------------------------*
015490* 4520-BACK-OUT-ARCH-JUR - TAKE ONE STATE OR LOCAL ENTRY OF THE
015500*                          RETURNED POSTING OFF ITS JURISDICTION'S
015510*                          SLOT ON THE ARCHIVE RECORD, AS 4050
015520*                          DOES ON THE MASTER: NEVER BELOW ZERO,
015530*                          AND NOTHING WHEN THERE IS NO SLOT
015540*-------------------------------------------------------------*
015550 4520-BACK-OUT-ARCH-JUR.
015560     IF WS-ORIG-JUR-CODE (WS-ORIG-JUR-SUB) = SPACES
015570        OR WS-ORIG-JUR-WITHHELD (WS-ORIG-JUR-SUB) NOT NUMERIC
015580         GO TO 4520-EXIT
015590     END-IF
015600     SET WS-EJY-NOT-FOUND TO TRUE
015610     PERFORM 4530-MATCH-ARCH-JUR THRU 4530-EXIT
015620         VARYING WS-EJY-SUB FROM 1 BY 1
015630         UNTIL WS-EJY-SUB > 6
015640            OR WS-EJY-FOUND
015650     IF WS-EJY-NOT-FOUND
015660         GO TO 4520-EXIT
015670     END-IF
015680     IF YAR-JYTD-WITHHELD-X (WS-EJY-USE-SUB) NOT NUMERIC
015690         GO TO 4520-EXIT
015700     END-IF
015710     IF WS-ORIG-JUR-WITHHELD (WS-ORIG-JUR-SUB) >
015720        YAR-JYTD-WITHHELD (WS-EJY-USE-SUB)
015730         MOVE ZERO TO YAR-JYTD-WITHHELD (WS-EJY-USE-SUB)
015740     ELSE
015750         SUBTRACT WS-ORIG-JUR-WITHHELD (WS-ORIG-JUR-SUB)
015760             FROM YAR-JYTD-WITHHELD (WS-EJY-USE-SUB)
015770     END-IF.
015780 4520-EXIT.
015790     EXIT.
015800*
015810 4530-MATCH-ARCH-JUR.
015820     IF YAR-JYTD-CODE (WS-EJY-SUB) =
015830        WS-ORIG-JUR-CODE (WS-ORIG-JUR-SUB)
015840         SET WS-EJY-FOUND TO TRUE
015850         MOVE WS-EJY-SUB TO WS-EJY-USE-SUB
015860     END-IF.
015870 4530-EXIT.
015880     EXIT.
015890*
015900*-------------------------------------------------------------*
015910* 4600-WRITE-PRIOR-YEAR-CORR - LOG THE CLOSED-YEAR BACKOUT ON THE
015920*                              PRIOR-YEAR CORRECTION FILE AS A
015930*                              REVERSAL, AMOUNTS NEGATIVE, KEYED
015940*                              BY THE REVERSAL HISTORY KEY, SO
015950*                              YRCORR PRINTS THE CORRECTED
015960*                              STATEMENT.  A DUPLICATE KEY IS A
015970*                              FAILED EARLIER RUN'S OWN RECORD.
015980*-------------------------------------------------------------*
015990 4600-WRITE-PRIOR-YEAR-CORR.
016000     MOVE SPACES               TO PRIOR-YEAR-CORRECTION-RECORD
016010     MOVE WS-POST-YEAR         TO PYC-TAX-YEAR
016020     MOVE BRT-EMPLOYEE-ID      TO PYC-EMPLOYEE-ID
016030     MOVE WS-TCK-RUN-DATE      TO PYC-POST-RUN-DATE
016040     MOVE WS-TCK-RUN-NO        TO PYC-POST-RUN-NO
016050     MOVE WS-TCK-RUN-SEQ       TO PYC-POST-RUN-SEQ
016060     SET PYC-REVERSAL          TO TRUE
016070     MOVE WS-ORIG-RUN-DATE     TO PYC-ORIG-RUN-DATE
016080     MOVE WS-ORIG-RUN-SEQ      TO PYC-ORIG-RUN-SEQ
016090     MOVE WS-BACKOUT-DEPT-CODE TO PYC-DEPT-CODE
016100     COMPUTE PYC-GROSS      = 0 - WS-ORIG-GROSS
016110     COMPUTE PYC-INCOME-TAX = 0 - WS-ORIG-INCOME-TAX
016120     COMPUTE PYC-SOC-SEC    = 0 - WS-ORIG-SOC-SEC
016130     COMPUTE PYC-HEALTH-INS = 0 - WS-ORIG-HEALTH-INS
016140     COMPUTE PYC-WITHHELD   = 0 - WS-ORIG-INCOME-TAX
016150         - WS-ORIG-SOC-SEC - WS-ORIG-HEALTH-INS
016160         - WS-ORIG-JUR-TOTAL
016170     COMPUTE PYC-NET-PAY    = 0 - WS-ORIG-NET-PAY
016180     COMPUTE PYC-OTHER-DEDS = 0 - WS-ORIG-OTHER-DEDS
016190     COMPUTE PYC-ER-SOC-SEC = 0 - WS-ORIG-ER-SOC-SEC
016200     COMPUTE PYC-ER-HEALTH  = 0 - WS-ORIG-ER-HEALTH
016210     COMPUTE PYC-ER-UNEMP   = 0 - WS-ORIG-ER-UNEMP
016220     MOVE ZERO                 TO PYC-STMT-DATE
016230     PERFORM 4610-LOG-CORR-JUR-ENTRY THRU 4610-EXIT
016240         VARYING WS-ORIG-JUR-SUB FROM 1 BY 1
016250         UNTIL WS-ORIG-JUR-SUB > 4
016260     WRITE PRIOR-YEAR-CORRECTION-RECORD
016270         INVALID KEY
016280             CONTINUE
016290     END-WRITE.
016300 4600-EXIT.
016310     EXIT.
016320*
016330*-------------------------------------------------------------*
016340* 4610-LOG-CORR-JUR-ENTRY - ONE STATE OR LOCAL ENTRY OF THE
016350*                           RETURNED POSTING ONTO THE CORRECTION
016360*                           RECORD, NEGATIVE LIKE ITS OTHER
016370*                           AMOUNTS.  UNUSED ENTRIES STAY SPACES.
016380*-------------------------------------------------------------*
016390 4610-LOG-CORR-JUR-ENTRY.
016400     IF WS-ORIG-JUR-CODE (WS-ORIG-JUR-SUB) = SPACES
016410        OR WS-ORIG-JUR-WITHHELD (WS-ORIG-JUR-SUB) NOT NUMERIC
016420         GO TO 4610-EXIT
016430     END-IF
016440     MOVE WS-ORIG-JUR-CODE (WS-ORIG-JUR-SUB)
016450         TO PYC-JUR-CODE (WS-ORIG-JUR-SUB)
016460     COMPUTE PYC-JUR-WITHHELD (WS-ORIG-JUR-SUB) =
016470         0 - WS-ORIG-JUR-WITHHELD (WS-ORIG-JUR-SUB).
016480 4610-EXIT.
016490     EXIT.
016500*
016510*-------------------------------------------------------------*
016520* 5000-REPORT-RETURN - ONE REPORT LINE PER BACKED-OUT RETURN
016530*-------------------------------------------------------------*
016540 5000-REPORT-RETURN.
016550     MOVE SPACES TO WS-DETAIL-LINE
016560     MOVE BRT-EMPLOYEE-ID TO WS-DL-EMPLOYEE-ID
016570     MOVE BRT-PAY-DATE    TO WS-DL-PAY-DATE
016580     MOVE BRT-NET-AMOUNT  TO WS-DL-AMOUNT
016590     MOVE BRT-REASON-CODE TO WS-DL-REASON
016600     MOVE "BACKED OUT"    TO WS-DL-DISPOSITION
016610     WRITE RETURN-REPORT-LINE FROM WS-DETAIL-LINE.
016620 5000-EXIT.
016630     EXIT.
016640*
016650*-------------------------------------------------------------*
016660* 5100-EXCEPTION-UNMATCHED - A RETURN WITH NO MATCHING SENT
016670*                            POSTING GOES TO THE EXCEPTION
016680*                            FILE UNTOUCHED
016690*-------------------------------------------------------------*
016700 5100-EXCEPTION-UNMATCHED.
016710     ADD 1 TO WS-EXCEPTION-COUNT
016720     ADD BRT-NET-AMOUNT TO WS-EXCEPTION-TOTAL
016730     MOVE SPACES TO EXCEPTION-RECORD
016740     MOVE BRT-EMPLOYEE-ID TO EXC-EMPLOYEE-ID
016750     MOVE "BRET" TO EXC-CODE
016760     MOVE BRT-NET-AMOUNT TO EXC-OFFENDING-VALUE
016770     MOVE "NO MATCHING DISBURSED POSTING - WORK BY HAND"
016780         TO EXC-ACTION-REQUIRED
016790     WRITE EXCEPTION-RECORD
016800     MOVE SPACES TO WS-DETAIL-LINE
016810     MOVE BRT-EMPLOYEE-ID TO WS-DL-EMPLOYEE-ID
016820     MOVE BRT-PAY-DATE    TO WS-DL-PAY-DATE
016830     MOVE BRT-NET-AMOUNT  TO WS-DL-AMOUNT
016840     MOVE BRT-REASON-CODE TO WS-DL-REASON
016850     MOVE "UNMATCHED"     TO WS-DL-DISPOSITION
016860     WRITE RETURN-REPORT-LINE FROM WS-DETAIL-LINE.
016870 5100-EXIT.
016880     EXIT.
016890*
016900*-------------------------------------------------------------*
016910* 5200-EXCEPTION-MASTER - A MATCHED RETURN WHOSE MASTER RECORD
016920*                         IS GONE OR TOO SMALL TO BACK OUT IS
016930*                         LOGGED, NOT FORCED
016940*-------------------------------------------------------------*
016950 5200-EXCEPTION-MASTER.
016960     ADD 1 TO WS-EXCEPTION-COUNT
016970     ADD BRT-NET-AMOUNT TO WS-EXCEPTION-TOTAL
016980     MOVE SPACES TO EXCEPTION-RECORD
016990     MOVE BRT-EMPLOYEE-ID TO EXC-EMPLOYEE-ID
017000     MOVE "BMST" TO EXC-CODE
017010     MOVE BRT-NET-AMOUNT TO EXC-OFFENDING-VALUE
017020     MOVE "MASTER MISSING OR YTD TOO SMALL - REVIEW"
017030         TO EXC-ACTION-REQUIRED
017040     WRITE EXCEPTION-RECORD
017050     MOVE SPACES TO WS-DETAIL-LINE
017060     MOVE BRT-EMPLOYEE-ID TO WS-DL-EMPLOYEE-ID
017070     MOVE BRT-PAY-DATE    TO WS-DL-PAY-DATE
017080     MOVE BRT-NET-AMOUNT  TO WS-DL-AMOUNT
017090     MOVE BRT-REASON-CODE TO WS-DL-REASON
017100     MOVE "NOT POSTED"    TO WS-DL-DISPOSITION
017110     WRITE RETURN-REPORT-LINE FROM WS-DETAIL-LINE.
017120 5200-EXIT.
017130     EXIT.
017140*
017150*-------------------------------------------------------------*
017160* 5300-EXCEPTION-PRENOTE - A RETURNED PRENOTE WITH NO ACCOUNT
017170*                          PRENOTED ON THAT DATE IS LOGGED
017180*-------------------------------------------------------------*
017190 5300-EXCEPTION-PRENOTE.
017200     ADD 1 TO WS-EXCEPTION-COUNT
017210     MOVE SPACES TO EXCEPTION-RECORD
017220     MOVE BRT-EMPLOYEE-ID TO EXC-EMPLOYEE-ID
017230     MOVE "BPRE" TO EXC-CODE
017240     MOVE BRT-NET-AMOUNT TO EXC-OFFENDING-VALUE
017250     MOVE "NO PRENOTE SENT ON THAT DATE - REVIEW"
017260         TO EXC-ACTION-REQUIRED
017270     WRITE EXCEPTION-RECORD
017280     MOVE SPACES TO WS-DETAIL-LINE
017290     MOVE BRT-EMPLOYEE-ID TO WS-DL-EMPLOYEE-ID
017300     MOVE BRT-PAY-DATE    TO WS-DL-PAY-DATE
017310     MOVE BRT-NET-AMOUNT  TO WS-DL-AMOUNT
017320     MOVE BRT-REASON-CODE TO WS-DL-REASON
017330     MOVE "UNMATCHED"     TO WS-DL-DISPOSITION
017340     WRITE RETURN-REPORT-LINE FROM WS-DETAIL-LINE.
017350 5300-EXIT.
017360     EXIT.
017370*
017380*=============================================================*
017390* 6000-PRENOTE-RETURN - THE BANK REJECTED A ZERO-DOLLAR
017400*                       PRENOTE.  EVERY ACCOUNT ON THE
017410*                       EMPLOYEE'S PAYMENT INSTRUCTION WHOSE
017420*                       PRENOTE WENT OUT ON THE RETURNED PAY
017430*                       DATE IS MARKED FAILED, SO THE TAX RUN
017440*                       KEEPS PAYING THAT SHARE BY CHECK UNTIL
017450*                       PINMAINT CORRECTS THE ACCOUNT.  NOTHING
017460*                       POSTS TO HISTORY, THE MASTER OR THE GL.
017470*=============================================================*
017480 6000-PRENOTE-RETURN.
017490     SET WS-PRENOTE-NOT-MATCHED TO TRUE
017500     MOVE BRT-EMPLOYEE-ID TO PIN-EMPLOYEE-ID
017510     READ PAYMENT-INSTRUCTION-FILE
017520         INVALID KEY
017530             CONTINUE
017540         NOT INVALID KEY
017550             PERFORM 6010-MATCH-PRENOTE THRU 6010-EXIT
017560                 VARYING PIN-ACCT-IDX FROM 1 BY 1
017570                 UNTIL PIN-ACCT-IDX > 2
017580     END-READ
017590     IF WS-PRENOTE-NOT-MATCHED
017600         PERFORM 5300-EXCEPTION-PRENOTE THRU 5300-EXIT
017610         GO TO 6000-EXIT
017620     END-IF
017630     REWRITE PAYMENT-INSTRUCTION-RECORD
017640     IF WS-PAYMENT-INSTR-STATUS NOT = "00"
017650         DISPLAY "PAYMENT INSTRUCTION REWRITE FAILED - STATUS "
017660             WS-PAYMENT-INSTR-STATUS
017670             " EMPLOYEE " BRT-EMPLOYEE-ID
017680         MOVE 16 TO RETURN-CODE
017690         GO TO 6000-EXIT
017700     END-IF
017710     ADD 1 TO WS-PRENOTE-RET-COUNT
017720     MOVE SPACES TO WS-DETAIL-LINE
017730     MOVE BRT-EMPLOYEE-ID TO WS-DL-EMPLOYEE-ID
017740     MOVE BRT-PAY-DATE    TO WS-DL-PAY-DATE
017750     MOVE BRT-NET-AMOUNT  TO WS-DL-AMOUNT
017760     MOVE BRT-REASON-CODE TO WS-DL-REASON
017770     MOVE "PRENOTE FAIL"  TO WS-DL-DISPOSITION
017780     WRITE RETURN-REPORT-LINE FROM WS-DETAIL-LINE.
017790 6000-EXIT.
017800     EXIT.
017810*
017820*-------------------------------------------------------------*
017830* 6010-MATCH-PRENOTE - FAIL ONE ACCOUNT IF ITS PRENOTE WENT OUT
017840*                      ON THE RETURNED PAY DATE
017850*-------------------------------------------------------------*
017860 6010-MATCH-PRENOTE.
017870     IF PIN-PRENOTE-SENT (PIN-ACCT-IDX)
017880        AND PIN-PRENOTE-DATE (PIN-ACCT-IDX) = BRT-PAY-DATE
017890         SET PIN-PRENOTE-FAILED (PIN-ACCT-IDX) TO TRUE
017900         SET WS-PRENOTE-MATCHED TO TRUE
017910     END-IF.
017920 6010-EXIT.
017930     EXIT.
017940*
017950*=============================================================*
017960* 9000-TERMINATE - WRITE THE GL BACKOUT RECORDS, THE RETURNS
017970*                  SUMMARY AND THE TRAILER RECONCILIATION,
017980*                  CLOSE THE FILES AND SET THE RETURN CODE
017990*=============================================================*
018000 9000-TERMINATE.
018010     PERFORM 9100-WRITE-GL-BACKOUT THRU 9100-EXIT
018020     MOVE SPACES TO RETURN-REPORT-LINE
018030     WRITE RETURN-REPORT-LINE
018040     MOVE SPACES TO WS-SUMMARY-LINE
018050     MOVE "RETURNS READ:             " TO WS-SL-LABEL
018060     MOVE WS-RETURN-COUNT TO WS-SL-COUNT
018070     MOVE WS-RETURN-TOTAL TO WS-SL-AMOUNT
018080     WRITE RETURN-REPORT-LINE FROM WS-SUMMARY-LINE
018090     MOVE "BACKED OUT:               " TO WS-SL-LABEL
018100     MOVE WS-MATCHED-COUNT TO WS-SL-COUNT
018110     MOVE WS-MATCHED-TOTAL TO WS-SL-AMOUNT
018120     WRITE RETURN-REPORT-LINE FROM WS-SUMMARY-LINE
018130     MOVE "EXCEPTIONS:               " TO WS-SL-LABEL
018140     MOVE WS-EXCEPTION-COUNT TO WS-SL-COUNT
018150     MOVE WS-EXCEPTION-TOTAL TO WS-SL-AMOUNT
018160     WRITE RETURN-REPORT-LINE FROM WS-SUMMARY-LINE
018170     MOVE "PRENOTES RETURNED:        " TO WS-SL-LABEL
018180     MOVE WS-PRENOTE-RET-COUNT TO WS-SL-COUNT
018190     MOVE ZERO TO WS-SL-AMOUNT
018200     WRITE RETURN-REPORT-LINE FROM WS-SUMMARY-LINE
018210     PERFORM 9200-RECONCILE-TRAILER THRU 9200-EXIT
018220     CLOSE BANK-RETURN-FILE
018230     CLOSE PAY-HISTORY-FILE
018240     CLOSE EMPLOYEE-MASTER
018250     CLOSE GL-INTERFACE-FILE
018260     CLOSE EXCEPTION-FILE
018270     CLOSE RETURN-REPORT-FILE
018280     CLOSE PAYMENT-INSTRUCTION-FILE
018290     CLOSE YTD-ARCHIVE-FILE
018300     CLOSE PRIOR-YEAR-CORR-FILE
018310     IF WS-EXCEPTION-COUNT > 0
018320        OR WS-RECON-OUT-OF-BALANCE
018330         MOVE 4 TO RETURN-CODE
018340     END-IF
018350     DISPLAY "BANK RETURNS RUN COMPLETE - SEE RETURNS REPORT.".
018360 9000-EXIT.
018370     EXIT.
018380*
018390*-------------------------------------------------------------*
018400* 9100-WRITE-GL-BACKOUT - THE EXACT OPPOSITE OF THE ORIGINAL
018410*                         RUN'S POSTING: CREDIT SALARY
018420*                         EXPENSE BACK TO EACH DEPARTMENT'S
018430*                         COST-CENTER ACCOUNT, DEBIT THE
018440*                         WITHHOLDING, VOL-DED CLEARING AND
018450*                         NET PAY CLEARING ACCOUNTS.  NOTHING
018460*                         IS WRITTEN ON A RUN THAT BACKED
018470*                         NOTHING OUT.  THE EMPLOYER PAYROLL
018480*                         TAXES FOLLOW: EXPENSE CREDITED PER
018490*                         DEPARTMENT, LIABILITIES DEBITED.
018500*                         STATE AND LOCAL TAX IS DEBITED PER
018510*                         JURISDICTION WITH THE WITHHOLDING.
018520*-------------------------------------------------------------*
018530 9100-WRITE-GL-BACKOUT.
018540     IF WS-MATCHED-COUNT = ZERO
018550         GO TO 9100-EXIT
018560     END-IF
018570     MOVE SPACES                   TO GL-POSTING-RECORD
018580     PERFORM 9105-WRITE-DEPT-CREDIT THRU 9105-EXIT
018590         VARYING WS-DBK-IDX FROM 1 BY 1
018600         UNTIL WS-DBK-IDX > WS-DBK-COUNT
018610     MOVE "21100000"               TO GLI-ACCOUNT
018620     MOVE "INCOME TAX RETURNED"    TO GLI-DESCRIPTION
018630     MOVE "D"                      TO GLI-DEBIT-CREDIT
018640     MOVE WS-RUN-TAX-TOTAL         TO GLI-AMOUNT
018650     PERFORM 9110-WRITE-GL-RECORD THRU 9110-EXIT
018660     MOVE "21200000"               TO GLI-ACCOUNT
018670     MOVE "SOC SEC RETURNED"       TO GLI-DESCRIPTION
018680     MOVE "D"                      TO GLI-DEBIT-CREDIT
018690     MOVE WS-RUN-SOC-SEC-TOTAL     TO GLI-AMOUNT
018700     PERFORM 9110-WRITE-GL-RECORD THRU 9110-EXIT
018710     MOVE "21300000"               TO GLI-ACCOUNT
018720     MOVE "HEALTH INS RETURNED"    TO GLI-DESCRIPTION
018730     MOVE "D"                      TO GLI-DEBIT-CREDIT
018740     MOVE WS-RUN-HEALTH-INS-TOTAL  TO GLI-AMOUNT
018750     PERFORM 9110-WRITE-GL-RECORD THRU 9110-EXIT
018760     PERFORM 9108-WRITE-JUR-DEBIT THRU 9108-EXIT
018770         VARYING WS-JBK-IDX FROM 1 BY 1
018780         UNTIL WS-JBK-IDX > WS-JBK-COUNT
018790     IF WS-RUN-OTHER-DEDS-TOTAL NOT = ZERO
018800         MOVE "21500000"           TO GLI-ACCOUNT
018810         MOVE "VOL DEDS RETURNED"  TO GLI-DESCRIPTION
018820         MOVE "D"                  TO GLI-DEBIT-CREDIT
018830         MOVE WS-RUN-OTHER-DEDS-TOTAL TO GLI-AMOUNT
018840         PERFORM 9110-WRITE-GL-RECORD THRU 9110-EXIT
018850     END-IF
018860     MOVE "21900000"               TO GLI-ACCOUNT
018870     MOVE "NET PAY RETURNED"       TO GLI-DESCRIPTION
018880     MOVE "D"                      TO GLI-DEBIT-CREDIT
018890     MOVE WS-RUN-NET-PAY-TOTAL     TO GLI-AMOUNT
018900     PERFORM 9110-WRITE-GL-RECORD THRU 9110-EXIT
018910     PERFORM 9107-WRITE-DEPT-ER-CREDIT THRU 9107-EXIT
018920         VARYING WS-DBK-IDX FROM 1 BY 1
018930         UNTIL WS-DBK-IDX > WS-DBK-COUNT
018940     MOVE SPACES                   TO GL-POSTING-RECORD
018950     MOVE "21210000"               TO GLI-ACCOUNT
018960     MOVE "ER SOC SEC RETURNED"    TO GLI-DESCRIPTION
018970     MOVE "D"                      TO GLI-DEBIT-CREDIT
018980     MOVE WS-RUN-ER-SOC-SEC-TOTAL  TO GLI-AMOUNT
018990     PERFORM 9110-WRITE-GL-RECORD THRU 9110-EXIT
019000     MOVE "21310000"               TO GLI-ACCOUNT
019010     MOVE "ER HEALTH INS RETURNED" TO GLI-DESCRIPTION
019020     MOVE "D"                      TO GLI-DEBIT-CREDIT
019030     MOVE WS-RUN-ER-HEALTH-TOTAL   TO GLI-AMOUNT
019040     PERFORM 9110-WRITE-GL-RECORD THRU 9110-EXIT
019050     MOVE "21400000"               TO GLI-ACCOUNT
019060     MOVE "UNEMP INS RETURNED"     TO GLI-DESCRIPTION
019070     MOVE "D"                      TO GLI-DEBIT-CREDIT
019080     MOVE WS-RUN-ER-UNEMP-TOTAL    TO GLI-AMOUNT
019090     PERFORM 9110-WRITE-GL-RECORD THRU 9110-EXIT.
019100 9100-EXIT.
019110     EXIT.
019120*
019130*-------------------------------------------------------------*
019140* 9105-WRITE-DEPT-CREDIT - ONE SALARY EXPENSE CREDIT FOR ONE
019150*                          DEPARTMENT'S COST-CENTER ACCOUNT,
019160*                          MIRRORING THE PER-DEPARTMENT DEBITS
019170*                          THE NIGHTLY RUN POSTED
019180*-------------------------------------------------------------*
019190 9105-WRITE-DEPT-CREDIT.
019200     MOVE SPACES TO GL-POSTING-RECORD
019210     MOVE WS-DBK-GL-ACCOUNT (WS-DBK-IDX) TO GLI-ACCOUNT
019220     STRING "SALARY EXP RTN "
019230             WS-DBK-DEPT-CODE (WS-DBK-IDX)
019240         DELIMITED BY SIZE INTO GLI-DESCRIPTION
019250     MOVE "C" TO GLI-DEBIT-CREDIT
019260     MOVE WS-DBK-AMOUNT (WS-DBK-IDX) TO GLI-AMOUNT
019270     PERFORM 9110-WRITE-GL-RECORD THRU 9110-EXIT.
019280 9105-EXIT.
019290     EXIT.
019300*
019310*-------------------------------------------------------------*
019320* 9107-WRITE-DEPT-ER-CREDIT - ONE EMPLOYER PAYROLL TAX EXPENSE
019330*                             CREDIT FOR ONE DEPARTMENT'S COST-
019340*                             CENTER ACCOUNT, MIRRORING THE
019350*                             NIGHTLY RUN'S EMPLOYER TAX DEBITS.
019360*                             ZERO ENTRIES WRITE NOTHING.
019370*-------------------------------------------------------------*
019380 9107-WRITE-DEPT-ER-CREDIT.
019390     IF WS-DBK-ER-AMOUNT (WS-DBK-IDX) = ZERO
019400         GO TO 9107-EXIT
019410     END-IF
019420     MOVE SPACES TO GL-POSTING-RECORD
019430     MOVE WS-DBK-GL-ACCOUNT (WS-DBK-IDX) TO GLI-ACCOUNT
019440     STRING "ER PAYROLL TAX RTN "
019450             WS-DBK-DEPT-CODE (WS-DBK-IDX)
019460         DELIMITED BY SIZE INTO GLI-DESCRIPTION
019470     MOVE "C" TO GLI-DEBIT-CREDIT
019480     MOVE WS-DBK-ER-AMOUNT (WS-DBK-IDX) TO GLI-AMOUNT
019490     PERFORM 9110-WRITE-GL-RECORD THRU 9110-EXIT.
019500 9107-EXIT.
019510     EXIT.
019520*
019530*-------------------------------------------------------------*
019540* 9108-WRITE-JUR-DEBIT - ONE STATE OR LOCAL TAX DEBIT TO ONE
019550*                        JURISDICTION'S LIABILITY ACCOUNT, UNDER
019560*                        THE DESCRIPTION THE NIGHTLY RUN CREDITS
019570*                        IT WITH.  ZERO ENTRIES WRITE NOTHING.
019580*-------------------------------------------------------------*
019590 9108-WRITE-JUR-DEBIT.
019600     IF WS-JBK-AMOUNT (WS-JBK-IDX) = ZERO
019610         GO TO 9108-EXIT
019620     END-IF
019630     MOVE SPACES TO GL-POSTING-RECORD
019640     MOVE WS-JBK-GL-ACCOUNT (WS-JBK-IDX) TO GLI-ACCOUNT
019650     STRING "STATE/LOCAL TAX "
019660             WS-JBK-CODE (WS-JBK-IDX)
019670         DELIMITED BY SIZE INTO GLI-DESCRIPTION
019680     MOVE "D" TO GLI-DEBIT-CREDIT
019690     MOVE WS-JBK-AMOUNT (WS-JBK-IDX) TO GLI-AMOUNT
019700     PERFORM 9110-WRITE-GL-RECORD THRU 9110-EXIT.
019710 9108-EXIT.
019720     EXIT.
019730*
019740*-------------------------------------------------------------*
019750* 9110-WRITE-GL-RECORD - STAMP THE RUN DATE AND WRITE THE
019760*                        POSTING RECORD BUILT BY THE CALLER
019770*-------------------------------------------------------------*
019780 9110-WRITE-GL-RECORD.
019790     MOVE WS-RUN-DATE TO GLI-RUN-DATE
019800     WRITE GL-POSTING-RECORD.
019810 9110-EXIT.
019820     EXIT.
019830*
019840*-------------------------------------------------------------*
019850* 9200-RECONCILE-TRAILER - THE RETURNS READ MUST TIE TO THE
019860*                          COUNT AND TOTAL ON THE BANK'S
019870*                          TRAILER.  A MISSING TRAILER OR A
019880*                          BREAK IS REPORTED AND THE RUN ENDS
019890*                          RC 4 SO OPERATIONS LOOKS AT IT.
019900*-------------------------------------------------------------*
019910 9200-RECONCILE-TRAILER.
019920     SET WS-RECON-IN-BALANCE TO TRUE
019930     MOVE SPACES TO RETURN-REPORT-LINE
019940     IF WS-TRAILER-NOT-SEEN
019950         SET WS-RECON-OUT-OF-BALANCE TO TRUE
019960         STRING "NO TRAILER ON BANK RETURN FILE - "
019970                 "TOTALS UNVERIFIED"
019980             DELIMITED BY SIZE INTO RETURN-REPORT-LINE
019990         WRITE RETURN-REPORT-LINE
020000         GO TO 9200-EXIT
020010     END-IF
020020     MOVE "BANK TRAILER:             " TO WS-SL-LABEL
020030     MOVE WS-TRAILER-COUNT TO WS-SL-COUNT
020040     MOVE WS-TRAILER-TOTAL TO WS-SL-AMOUNT
020050     WRITE RETURN-REPORT-LINE FROM WS-SUMMARY-LINE
020060     IF WS-RETURN-COUNT NOT = WS-TRAILER-COUNT
020070        OR WS-RETURN-TOTAL NOT = WS-TRAILER-TOTAL
020080         SET WS-RECON-OUT-OF-BALANCE TO TRUE
020090         MOVE SPACES TO RETURN-REPORT-LINE
020100         STRING "TRAILER RECONCILIATION - OUT OF BALANCE - "
020110                 "CHECK BANK RETURN FILE"
020120             DELIMITED BY SIZE INTO RETURN-REPORT-LINE
020130         WRITE RETURN-REPORT-LINE
020140     ELSE
020150         MOVE SPACES TO RETURN-REPORT-LINE
020160         STRING "TRAILER RECONCILIATION - IN BALANCE"
020170             DELIMITED BY SIZE INTO RETURN-REPORT-LINE
020180         WRITE RETURN-REPORT-LINE
020190     END-IF.
020200 9200-EXIT.
020210     EXIT.
