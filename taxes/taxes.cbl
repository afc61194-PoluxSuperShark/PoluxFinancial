003000*                   ORDER.  A FULL ELECTION GL TABLE NOW STOPS
003010*                   THE RUN INSTEAD OF OVERFLOWING INTO THE
003020*                   LAST CODE'S SLOT.
003030*  10/15/2026 DO    EMPLOYER PAYROLL TAXES.  EACH POSTING NOW
003040*                   ACCRUES THE EMPLOYER SOCIAL SECURITY MATCH
003050*                   (TO THE SAME WAGE BASE AS THE EMPLOYEE SIDE),
003060*                   THE EMPLOYER HEALTH CONTRIBUTION AND
003070*                   UNEMPLOYMENT INSURANCE (TO ITS OWN WAGE BASE)
003080*                   AT THE RATES ON THE RATE SET.  THE AMOUNTS
003090*                   GO ON THE PAY HISTORY RECORD, SO A REVERSAL
003100*                   BACKS OUT WHAT WAS ACCRUED, INTO NEW EMPLOYER
003110*                   YTD FIELDS ON THE MASTER, AND TO THE GL AS AN
003120*                   EMPLOYER TAX EXPENSE DEBIT PER DEPARTMENT COST
003130*                   CENTER WITH A LIABILITY CREDIT PER TAX.  THE
003140*                   CHECKPOINT RECORD WIDENS TO 220 BYTES.
003150*  10/15/2026 DO    NET PAY IS NOW PAID PER THE NEW PAYMENT
003160*                   INSTRUCTION FILE: DIRECT DEPOSIT, A SPLIT
003170*                   ACROSS TWO ACCOUNTS, OR A PAPER CHECK.  THE
003180*                   DISBURSEMENT FILE WIDENS TO 100 BYTES AND
003190*                   CARRIES ROUTING NUMBER, ACCOUNT NUMBER AND
003200*                   ACCOUNT TYPE, ONE 'D' RECORD PER ACCOUNT.
003210*                   NEW ACCOUNTS GET A ZERO-DOLLAR PRENOTE ('N')
003220*                   AT END OF RUN AND GO LIVE AFTER THE CONTROL
003230*                   RECORD'S WAIT DAYS; UNTIL THEN, AND FOR
003240*                   EMPLOYEES WITHOUT AN INSTRUCTION, THE MONEY
003250*                   GOES BY CHECK.  CHECKS ARE NUMBERED FROM THE
003260*                   CONTROL RECORD, LISTED ON A NEW CHECK
003270*                   REGISTER AND REPORTED TO THE BANK ON A NEW
003280*                   POSITIVE PAY ISSUE FILE.  THE STUB SHOWS HOW
003290*                   THE NET WAS PAID.  THE CHECKPOINT CARRIES THE
003300*                   CHECKS ISSUED SO A RESTART CANNOT ISSUE A
003310*                   CHECK TWICE.
003320*  10/15/2026 DO    ADDED THE SUPERVISED OFF-CYCLE RUN FOR FINAL
003330*                   PAY, ONE-OFF BONUSES AND MANUAL CHECKS.  A
003340*                   RUN PARAMETER CARD ON THE NEW RUNPARM DD
003350*                   ("OFFCYCLE", RUN NUMBER 01-99, SUPERVISOR
003360*                   ID, REASON) SELECTS IT; RUNPARM DUMMY IS THE
003370*                   NIGHTLY CYCLE, RUN 00.  THE RUN CONTROL KEY
003380*                   IS NOW RUN DATE PLUS RUN NUMBER, SO SEVERAL
003390*                   RUNS CAN EXIST FOR A DATE.  AN OFF-CYCLE RUN
003400*                   IS REFUSED WHILE ANY OTHER RUN IS IN-FLIGHT,
003410*                   AND THE NIGHTLY RUN WHILE AN OFF-CYCLE RUN
003420*                   IS.  IT POSTS THROUGH THE SAME CALCULATION,
003430*                   HISTORY, YTD, GL AND DISBURSEMENT PATHS,
003440*                   PAYS TERMINATED EMPLOYEES' FINAL PAY, AND IS
003450*                   FLAGGED OFF-CYCLE ON EVERY OUTPUT - REPORT
003460*                   HEADINGS, STUB, EXCEPTION FILE, GL, PAY
003470*                   HISTORY, DISBURSEMENT AND POSITIVE PAY
003480*                   RECORDS AND TRAILERS.  THE CHECKPOINT CARRIES
003490*                   THE RUN NUMBER SO A RESTART CANNOT RESUME
003500*                   THE WRONG RUN.
003510*  10/15/2026 DO    ADDED PAID LEAVE.  EACH PAYMENT ACCRUES LEAVE
003520*                   ON THE NEW LEAVE BALANCE FILE (LEAVBAL) UNDER
003530*                   THE PLAN RULES ON LEAVPLAN - HOURS PER HOUR
003540*                   WORKED FOR HOURLY STAFF, A FIXED AMOUNT PER
003550*                   NIGHTLY PAYMENT FOR SALARIED.  PAY TYPE 'L'
003560*                   PAYS LEAVE TAKEN AT THE MASTER HOURLY RATE
003570*                   AND DEDUCTS IT FROM THE BALANCE; A SHORT
003580*                   BALANCE REJECTS (LBAL).  A TERMINATED
003590*                   EMPLOYEE'S FINAL PAY PAYS OUT THE UNUSED
003600*                   BALANCE OF EACH PAID-AT-TERMINATION TYPE.
003610*                   PAY HISTORY CARRIES THE LEAVE MOVEMENT SO A
003620*                   REVERSAL BACKS IT OUT; THE STUB SHOWS THE
003630*                   BALANCES AFTER THE POSTING.
003640*  10/15/2026 DO    PAY HISTORY NOW RECORDS HOW GROSS WAS
003650*                   ARRIVED AT - PAY TYPE, HOURS AND RATE - SO
003660*                   RETROPAY CAN WORK OUT A BACK-DATED RATE
003670*                   CHANGE FROM IT.  A RETROACTIVE PAY
003680*                   ADJUSTMENT (EMP-ADJ-REASON 'R') POSTS LIKE ANY
003690*                   OTHER ADJUSTMENT AND CARRIES ITS PERIOD AND
003700*                   RATE ONTO PAY HISTORY, THE TAX REPORT AND THE
003710*                   STUB.  THE RETRO MARK ON ANYTHING BUT A
003720*                   SALARIED-FORM ADJUSTMENT IS REJECTED AS AN
003730*                   INVALID RECORD TYPE.  RETROMRG COUNTS THE
003740*                   RETRO ADJUSTMENTS IT MERGES INTO THE TRAILER'S
003750*                   RECORD COUNT AND CONTROL TOTAL; THE TAX ON
003760*                   THEM IS KEPT APART (AND CHECKPOINTED) AND
003770*                   ADDED TO THE TRAILER'S EXPECTED TAX BEFORE THE
003780*                   RECONCILIATION.
003790*  10/15/2026 DO    PRIOR-YEAR CORRECTIONS.  A REVERSAL WHOSE
003800*                   ORIGINAL POSTING, OR AN ADJUSTMENT WHOSE
003810*                   EMP-ADJ-FOR-DATE POSTING, BELONGS TO A YEAR
003820*                   ALREADY CLOSED BY YREND POSTS TO THAT YEAR'S
003830*                   YTD ARCHIVE RECORD INSTEAD OF THE MASTER,
003840*                   AND IS WRITTEN TO THE NEW PRIOR-YEAR
003850*                   CORRECTION FILE (PYCORR) WITH SIGNED AMOUNTS
003860*                   FOR THE CORRECTED-STATEMENT RUN (YRCORR).
003870*                   THE WAGE-BASE CAPS USE THE ARCHIVED YTD
003880*                   GROSS.  AN ADJUSTMENT WHOSE FOR-DATE POSTING
003890*                   IS NOT ON PAY HISTORY IS AN ORPHAN.  THE
003900*                   ARCHIVE RECORD CARRIES THE KEY OF THE LAST
003910*                   CORRECTION POSTED TO IT, SO A RESTART DOES
003920*                   NOT POST ONE TWICE.  PAY HISTORY, THE TAX
003930*                   REPORT AND THE STUB SHOW THE TAX YEAR.
003940*  10/15/2026 DO    STATE AND LOCAL INCOME TAX WITHHOLDING.  THE
003950*                   RATES FILE NOW CARRIES A DATE-EFFECTIVE
003960*                   BRACKET SET PER JURISDICTION; THE LATEST IN
003970*                   FORCE FOR EACH CODE IS LOADED AND VALIDATED
003980*                   LIKE THE FEDERAL SET.  EACH JURISDICTION ON
003990*                   THE EMPLOYEE'S MASTER (WORK STATE AND LOCAL,
004000*                   RESIDENCE STATE AND LOCAL) THAT LEVIES ON THAT
004010*                   BASIS IS WITHHELD AT ITS OWN BRACKETS,
004020*                   ITEMIZED ON THE TAX REPORT AND STUB, CARRIED
004030*                   ON PAY HISTORY SO A REVERSAL BACKS IT OUT AS
004040*                   POSTED, ADDED TO ITS OWN YTD SLOT ON THE
004050*                   MASTER AND CREDITED TO ITS OWN GL LIABILITY
004060*                   ACCOUNT.  IT IS PART OF TOTAL WITHHELD BUT NOT
004070*                   OF INCOME TAX, WHICH STAYS FEDERAL.  A
004080*                   JURISDICTION WITH NO RATE SET IN FORCE, OR NO
004090*                   YTD SLOT LEFT FOR IT, REJECTS THE RECORD
004100*                   (JURS).  THE CHECKPOINT RECORD WIDENS TO 236
004110*                   BYTES AND CARRIES THE JURISDICTION GL TOTALS
004120*                   AS TYPE-5 RECORDS.
004130*  10/15/2026 DO    A PRIOR-YEAR CORRECTION NOW POSTS ITS STATE
004140*                   AND LOCAL LINES TO THE CLOSED YEAR'S OWN
004150*                   JURISDICTION SLOTS ON THE YTD ARCHIVE, WHERE
004160*                   THE ARCHIVE KEEPS THEM, AND LOGS THEM BY
004170*                   JURISDICTION ON THE PRIOR-YEAR CORRECTION
004180*                   RECORD.  THE STUB'S YTD BLOCK FOR SUCH A
004190*                   CORRECTION SHOWS THE ARCHIVE'S SLOTS.
004200*-----------------------------------------------------------*
004210*
004220 ENVIRONMENT DIVISION.
004230 CONFIGURATION SECTION.
004240*
004250 INPUT-OUTPUT SECTION.
004260 FILE-CONTROL.
004270     SELECT EMPLOYEE-FILE ASSIGN TO EMPFILE
004280         ORGANIZATION IS SEQUENTIAL
004290         FILE STATUS IS WS-EMPLOYEE-FILE-STATUS.
004300*
004310     SELECT TAX-REPORT-FILE ASSIGN TO TAXRPT
004320         ORGANIZATION IS SEQUENTIAL
004330         FILE STATUS IS WS-TAX-REPORT-STATUS.
004340*
004350     SELECT EMPLOYEE-MASTER ASSIGN TO EMPMSTR
004360         ORGANIZATION IS INDEXED
004370         ACCESS MODE IS DYNAMIC
004380         RECORD KEY IS EMM-EMPLOYEE-ID
004390         FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.
004400*
004410     SELECT CHECKPOINT-FILE ASSIGN TO CKPTFILE
004420         ORGANIZATION IS SEQUENTIAL
004430         FILE STATUS IS WS-CHECKPOINT-STATUS.
004440*
004450     SELECT DEPT-REPORT-FILE ASSIGN TO DEPTRPT
004460         ORGANIZATION IS SEQUENTIAL
004470         FILE STATUS IS WS-DEPT-REPORT-STATUS.
004480*
004490     SELECT GL-INTERFACE-FILE ASSIGN TO GLINTF
004500         ORGANIZATION IS SEQUENTIAL
004510         FILE STATUS IS WS-GL-INTERFACE-STATUS.
004520*
004530     SELECT RATES-FILE ASSIGN TO RATEFILE
004540         ORGANIZATION IS SEQUENTIAL
004550         FILE STATUS IS WS-RATES-STATUS.
004560*
004570     SELECT EXCEPTION-FILE ASSIGN TO EXCPFILE
004580         ORGANIZATION IS SEQUENTIAL
004590         FILE STATUS IS WS-EXCEPTION-STATUS.
004600*
004610     SELECT DISBURSEMENT-FILE ASSIGN TO DISBFILE
004620         ORGANIZATION IS SEQUENTIAL
004630         FILE STATUS IS WS-DISBURSEMENT-STATUS.
004640*
004650     SELECT PAY-HISTORY-FILE ASSIGN TO PAYHIST
004660         ORGANIZATION IS INDEXED
004670         ACCESS MODE IS DYNAMIC
004680         RECORD KEY IS PHR-KEY
004690         FILE STATUS IS WS-PAY-HISTORY-STATUS.
004700*
004710     SELECT DEDUCTION-FILE ASSIGN TO DEDFILE
004720         ORGANIZATION IS SEQUENTIAL
004730         FILE STATUS IS WS-DEDUCTION-STATUS.
004740*
004750     SELECT DEPARTMENT-FILE ASSIGN TO DEPTFILE
004760         ORGANIZATION IS SEQUENTIAL
004770         FILE STATUS IS WS-DEPARTMENT-STATUS.
004780*
004790     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
004800         ORGANIZATION IS INDEXED
004810         ACCESS MODE IS DYNAMIC
004820         RECORD KEY IS RCT-RUN-KEY
004830         FILE STATUS IS WS-RUN-CONTROL-STATUS.
004840*
004850     SELECT OVERRIDE-FILE ASSIGN TO OVRRIDE
004860         ORGANIZATION IS SEQUENTIAL
004870         FILE STATUS IS WS-OVERRIDE-STATUS.
004880*
004890     SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
004900         ORGANIZATION IS SEQUENTIAL
004910         FILE STATUS IS WS-RUN-PARM-STATUS.
004920*
004930     SELECT STUB-FILE ASSIGN TO STUBFILE
004940         ORGANIZATION IS SEQUENTIAL
004950         FILE STATUS IS WS-STUB-STATUS.
004960*
004970     SELECT PAYMENT-INSTRUCTION-FILE ASSIGN TO PAYINST
004980         ORGANIZATION IS INDEXED
004990         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS PIN-EMPLOYEE-ID
005010         FILE STATUS IS WS-PAYMENT-INSTR-STATUS.
005020*
005030     SELECT CHECK-REGISTER-FILE ASSIGN TO CHKREG
005040         ORGANIZATION IS SEQUENTIAL
005050         FILE STATUS IS WS-CHECK-REGISTER-STATUS.
005060*
005070     SELECT POSITIVE-PAY-FILE ASSIGN TO POSPAY
005080         ORGANIZATION IS SEQUENTIAL
005090         FILE STATUS IS WS-POSITIVE-PAY-STATUS.
005100*
005110     SELECT LEAVE-BALANCE-FILE ASSIGN TO LEAVBAL
005120         ORGANIZATION IS INDEXED
005130         ACCESS MODE IS DYNAMIC
005140         RECORD KEY IS LVB-KEY
005150         FILE STATUS IS WS-LEAVE-BALANCE-STATUS.
005160*
005170     SELECT LEAVE-PLAN-FILE ASSIGN TO LEAVPLAN
005180         ORGANIZATION IS SEQUENTIAL
005190         FILE STATUS IS WS-LEAVE-PLAN-STATUS.
005200*
005210     SELECT YTD-ARCHIVE-FILE ASSIGN TO YTDARCH
005220         ORGANIZATION IS INDEXED
005230         ACCESS MODE IS DYNAMIC
005240         RECORD KEY IS YAR-KEY
005250         FILE STATUS IS WS-YTD-ARCHIVE-STATUS.
005260*
005270     SELECT PRIOR-YEAR-CORR-FILE ASSIGN TO PYCORR
005280         ORGANIZATION IS INDEXED
005290         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS PYC-KEY
005310         FILE STATUS IS WS-PRIOR-YEAR-CORR-STATUS.
005320*
005330 DATA DIVISION.
005340 FILE SECTION.
005350*
005360 FD  EMPLOYEE-FILE
005370     LABEL RECORDS ARE STANDARD
005380     RECORDING MODE IS F.
005390     COPY EMPREC.
005400*
005410 FD  TAX-REPORT-FILE
005420     LABEL RECORDS ARE STANDARD
005430     RECORDING MODE IS F.
005440 01  TAX-REPORT-RECORD.
005450     05  TR-EMPLOYEE-ID       PIC 9(05).
005460     05  FILLER               PIC X(02) VALUE SPACES.
005470     05  TR-SALARY            PIC ZZZ,ZZ9.99.
005480     05  FILLER               PIC X(02) VALUE SPACES.
005490     05  TR-INCOME-TAX        PIC ZZZ,ZZ9.99.
005500     05  FILLER               PIC X(02) VALUE SPACES.
005510     05  TR-SOC-SEC           PIC ZZZ,ZZ9.99.
005520     05  FILLER               PIC X(02) VALUE SPACES.
005530     05  TR-HEALTH-INS        PIC ZZZ,ZZ9.99.
005540     05  FILLER               PIC X(02) VALUE SPACES.
005550     05  TR-TOTAL-WITHHELD    PIC ZZZ,ZZ9.99.
005560     05  FILLER               PIC X(02) VALUE SPACES.
005570     05  TR-OTHER-DEDS        PIC ZZZ,ZZ9.99.
005580     05  FILLER               PIC X(02) VALUE SPACES.
005590     05  TR-NET-PAY           PIC ZZZ,ZZ9.99.
005600     05  FILLER               PIC X(02) VALUE SPACES.
005610     05  TR-RUN-DATE          PIC 99/99/99.
005620     05  FILLER               PIC X(01) VALUE SPACES.
005630     05  TR-REC-TYPE          PIC X(01).
005640     05  TR-CAP-NOTE          PIC X(11).
005650     05  FILLER               PIC X(02) VALUE SPACES.
005660     05  TR-HOURS             PIC ZZ9.99.
005670     05  FILLER               PIC X(01) VALUE SPACES.
005680     05  TR-RATE              PIC ZZZ9.99.
005690     05  FILLER               PIC X(04) VALUE SPACES.
005700 01  TAX-REPORT-TEXT-LINE REDEFINES TAX-REPORT-RECORD
005710                                    PIC X(132).
005720*
005730 FD  EMPLOYEE-MASTER
005740     LABEL RECORDS ARE STANDARD.
005750     COPY EMPMSTR.
005760*
005770 FD  CHECKPOINT-FILE
005780     LABEL RECORDS ARE STANDARD
005790     RECORDING MODE IS F.
005800 01  CHECKPOINT-RECORD.
005810     05  CKPT-RECORD-TYPE          PIC X(01).
005820         88  CKPT-TOTALS-RECORD            VALUE '1'.
005830         88  CKPT-DEPT-RECORD              VALUE '2'.
005840         88  CKPT-INTENT-RECORD            VALUE '3'.
005850         88  CKPT-ELECT-RECORD             VALUE '4'.
005860         88  CKPT-JUR-RECORD               VALUE '5'.
005870     05  CKPT-RUN-DATE             PIC 9(06).
005880     05  CKPT-LAST-EMPLOYEE-ID     PIC 9(05).
005890     05  CKPT-INPUT-ORDINAL        PIC 9(07).
005900     05  CKPT-RECORD-COUNT         PIC 9(05).
005910     05  CKPT-REJECT-COUNT         PIC 9(05).
005920     05  CKPT-TOTAL-TAX            PIC S9(09)V99.
005930     05  CKPT-TOTAL-WITHHELD       PIC S9(09)V99.
005940     05  CKPT-TOTAL-GROSS          PIC 9(09)V99.
005950     05  CKPT-GROSS-PAID           PIC S9(09)V99.
005960     05  CKPT-SOC-SEC-TOTAL        PIC S9(09)V99.
005970     05  CKPT-HEALTH-INS-TOTAL     PIC S9(09)V99.
005980     05  CKPT-NET-PAY-TOTAL        PIC S9(09)V99.
005990     05  CKPT-ADJUSTMENT-COUNT     PIC 9(05).
006000     05  CKPT-REVERSAL-COUNT       PIC 9(05).
006010     05  CKPT-ZSAL-COUNT           PIC 9(05).
006020     05  CKPT-BTYP-COUNT           PIC 9(05).
006030     05  CKPT-ORPH-COUNT           PIC 9(05).
006040     05  CKPT-CEIL-COUNT           PIC 9(05).
006050     05  CKPT-ZHRS-COUNT           PIC 9(05).
006060     05  CKPT-NRTE-COUNT           PIC 9(05).
006070     05  CKPT-HOVR-COUNT           PIC 9(05).
006080     05  CKPT-TERM-COUNT           PIC 9(05).
006090     05  CKPT-DEPX-COUNT           PIC 9(05).
006100     05  CKPT-DISB-WRITTEN         PIC 9(07).
006110     05  CKPT-ER-SOC-SEC-TOTAL     PIC S9(09)V99.
006120     05  CKPT-ER-HEALTH-TOTAL      PIC S9(09)V99.
006130     05  CKPT-ER-UNEMP-TOTAL       PIC S9(09)V99.
006140     05  CKPT-CHECKS-ISSUED        PIC 9(07).
006150     05  CKPT-RUN-NO               PIC 9(02).
006160     05  CKPT-LBAL-COUNT           PIC 9(05).
006170     05  CKPT-LPAY-COUNT           PIC 9(05).
006180     05  CKPT-RETRO-TAX-TOTAL      PIC S9(09)V99.
006190     05  CKPT-JURS-COUNT           PIC 9(05).
006200 01  CHECKPOINT-DEPT-RECORD REDEFINES CHECKPOINT-RECORD.
006210     05  CKPT-DEPT-REC-TYPE        PIC X(01).
006220     05  CKPT-DEPT-CODE            PIC X(04).
006230     05  CKPT-DEPT-EMP-COUNT       PIC 9(05).
006240     05  CKPT-DEPT-GROSS           PIC S9(09)V99.
006250     05  CKPT-DEPT-INCOME-TAX      PIC S9(09)V99.
006260     05  CKPT-DEPT-SOC-SEC         PIC S9(09)V99.
006270     05  CKPT-DEPT-HEALTH-INS      PIC S9(09)V99.
006280     05  CKPT-DEPT-NET-PAY         PIC S9(09)V99.
006290     05  CKPT-DEPT-ER-TAXES        PIC S9(09)V99.
006300     05  FILLER                    PIC X(144).
006310 01  CHECKPOINT-INTENT-RECORD REDEFINES CHECKPOINT-RECORD.
006320     05  CKPT-INT-REC-TYPE         PIC X(01).
006330     05  CKPT-INT-EMPLOYEE-ID      PIC 9(05).
006340     05  CKPT-INT-PRE-GROSS        PIC 9(08)V99.
006350     05  CKPT-INT-POST-GROSS       PIC 9(08)V99.
006360     05  FILLER                    PIC X(194).
006370 01  CHECKPOINT-ELECT-RECORD REDEFINES CHECKPOINT-RECORD.
006380     05  CKPT-ELECT-REC-TYPE       PIC X(01).
006390     05  CKPT-ELECT-CODE           PIC X(04).
006400     05  CKPT-ELECT-GL-ACCOUNT     PIC X(08).
006410     05  CKPT-ELECT-AMOUNT         PIC S9(09)V99.
006420     05  FILLER                    PIC X(196).
006430 01  CHECKPOINT-JUR-RECORD REDEFINES CHECKPOINT-RECORD.
006440     05  CKPT-JUR-REC-TYPE         PIC X(01).
006450     05  CKPT-JUR-CODE             PIC X(04).
006460     05  CKPT-JUR-GL-ACCOUNT       PIC X(08).
006470     05  CKPT-JUR-AMOUNT           PIC S9(09)V99.
006480     05  FILLER                    PIC X(196).
006490*
006500 FD  DEPT-REPORT-FILE
006510     LABEL RECORDS ARE STANDARD
006520     RECORDING MODE IS F.
006530 01  DEPT-REPORT-LINE              PIC X(132).
006540*
006550 FD  RATES-FILE
006560     LABEL RECORDS ARE STANDARD
006570     RECORDING MODE IS F.
006580     COPY RATESET.
006590*
006600 FD  EXCEPTION-FILE
006610     LABEL RECORDS ARE STANDARD
006620     RECORDING MODE IS F.
006630 01  EXCEPTION-RECORD.
006640     05  EXC-EMPLOYEE-ID           PIC 9(05).
006650     05  FILLER                    PIC X(02).
006660     05  EXC-CODE                  PIC X(04).
006670     05  FILLER                    PIC X(02).
006680     05  EXC-OFFENDING-VALUE       PIC -ZZZ,ZZZ,ZZ9.99.
006690     05  FILLER                    PIC X(02).
006700     05  EXC-ACTION-REQUIRED       PIC X(40).
006710     05  FILLER                    PIC X(10).
006720 01  EXCEPTION-TEXT-LINE REDEFINES EXCEPTION-RECORD
006730                                   PIC X(80).
006740*
006750 FD  DISBURSEMENT-FILE
006760     LABEL RECORDS ARE STANDARD
006770     RECORDING MODE IS F.
006780*    'D' RECORDS CARRY MONEY TO A LIVE ACCOUNT, ONE PER ACCOUNT -
006790*    A SPLIT DEPOSIT WRITES TWO, NUMBERED BY DSB-SPLIT-SEQ.  'N'
006800*    RECORDS ARE ZERO-DOLLAR PRENOTES FOR NEWLY ADDED ACCOUNTS.
006810 01  DISBURSEMENT-RECORD.
006820     05  DSB-REC-TYPE              PIC X(01).
006830     05  DSB-EMPLOYEE-ID           PIC 9(05).
006840     05  DSB-NAME                  PIC X(30).
006850     05  DSB-DEPT-CODE             PIC X(04).
006860     05  DSB-PAY-DATE              PIC 9(06).
006870     05  DSB-NET-AMOUNT            PIC 9(08)V99.
006880     05  DSB-ROUTING-NO            PIC 9(09).
006890     05  DSB-ACCOUNT-NO            PIC X(17).
006900     05  DSB-ACCOUNT-TYPE          PIC X(01).
006910     05  DSB-SPLIT-SEQ             PIC 9(01).
006920     05  DSB-RUN-TYPE              PIC X(01).
006930     05  DSB-RUN-NO                PIC 9(02).
006940     05  FILLER                    PIC X(13).
006950 01  DISBURSEMENT-TRAILER REDEFINES DISBURSEMENT-RECORD.
006960     05  DST-REC-TYPE              PIC X(01).
006970     05  DST-PAYMENT-COUNT         PIC 9(07).
006980     05  DST-TOTAL-NET             PIC 9(11)V99.
006990     05  DST-PRENOTE-COUNT         PIC 9(07).
007000     05  DST-RUN-TYPE              PIC X(01).
007010     05  DST-RUN-NO                PIC 9(02).
007020     05  FILLER                    PIC X(69).
007030*
007040 FD  GL-INTERFACE-FILE
007050     LABEL RECORDS ARE STANDARD
007060     RECORDING MODE IS F.
007070 01  GL-POSTING-RECORD.
007080     05  GLI-RUN-DATE              PIC 9(06).
007090     05  GLI-ACCOUNT               PIC X(08).
007100     05  GLI-DESCRIPTION           PIC X(24).
007110     05  GLI-DEBIT-CREDIT          PIC X(01).
007120     05  GLI-AMOUNT                PIC S9(09)V99.
007130     05  GLI-RUN-TYPE              PIC X(01).
007140     05  GLI-RUN-NO                PIC 9(02).
007150     05  FILLER                    PIC X(27).
007160*
007170 FD  PAY-HISTORY-FILE
007180     LABEL RECORDS ARE STANDARD.
007190     COPY PAYHIST.
007200*
007210 FD  DEDUCTION-FILE
007220     LABEL RECORDS ARE STANDARD
007230     RECORDING MODE IS F.
007240     COPY DEDELECT.
007250*
007260 FD  DEPARTMENT-FILE
007270     LABEL RECORDS ARE STANDARD
007280     RECORDING MODE IS F.
007290     COPY DEPTREC.
007300*
007310 FD  RUN-CONTROL-FILE
007320     LABEL RECORDS ARE STANDARD.
007330     COPY RUNCTL.
007340*
007350 FD  OVERRIDE-FILE
007360     LABEL RECORDS ARE STANDARD
007370     RECORDING MODE IS F.
007380 01  OVERRIDE-RECORD.
007390     05  OVR-KEYWORD               PIC X(08).
007400     05  FILLER                    PIC X(72).
007410*
007420 FD  RUN-PARM-FILE
007430     LABEL RECORDS ARE STANDARD
007440     RECORDING MODE IS F.
007450*    ONE CARD, PRESENT ONLY FOR A SUPERVISED OFF-CYCLE RUN.
007460 01  RUN-PARM-RECORD.
007470     05  RPM-KEYWORD               PIC X(08).
007480     05  FILLER                    PIC X(01).
007490     05  RPM-RUN-NO                PIC 9(02).
007500     05  FILLER                    PIC X(01).
007510     05  RPM-SUPERVISOR            PIC X(08).
007520     05  FILLER                    PIC X(01).
007530     05  RPM-REASON                PIC X(40).
007540     05  FILLER                    PIC X(19).
007550*
007560 FD  STUB-FILE
007570     LABEL RECORDS ARE STANDARD
007580     RECORDING MODE IS F.
007590 01  STUB-LINE                     PIC X(80).
007600*
007610 FD  PAYMENT-INSTRUCTION-FILE
007620     LABEL RECORDS ARE STANDARD.
007630     COPY PAYINST.
007640*
007650 FD  CHECK-REGISTER-FILE
007660     LABEL RECORDS ARE STANDARD
007670     RECORDING MODE IS F.
007680 01  CHECK-REGISTER-LINE           PIC X(80).
007690*
007700 FD  POSITIVE-PAY-FILE
007710     LABEL RECORDS ARE STANDARD
007720     RECORDING MODE IS F.
007730 01  POSITIVE-PAY-RECORD.
007740     05  PPY-REC-TYPE              PIC X(01).
007750     05  PPY-ACCOUNT-NO            PIC X(17).
007760     05  PPY-CHECK-NO              PIC 9(07).
007770     05  PPY-ISSUE-DATE            PIC 9(06).
007780     05  PPY-AMOUNT                PIC 9(08)V99.
007790     05  PPY-PAYEE-NAME            PIC X(30).
007800     05  PPY-RUN-TYPE              PIC X(01).
007810     05  PPY-RUN-NO                PIC 9(02).
007820     05  FILLER                    PIC X(06).
007830 01  POSITIVE-PAY-TRAILER REDEFINES POSITIVE-PAY-RECORD.
007840     05  PPT-REC-TYPE              PIC X(01).
007850     05  PPT-ISSUE-COUNT           PIC 9(07).
007860     05  PPT-TOTAL-AMOUNT          PIC 9(11)V99.
007870     05  PPT-ACCOUNT-NO            PIC X(17).
007880     05  PPT-RUN-TYPE              PIC X(01).
007890     05  PPT-RUN-NO                PIC 9(02).
007900     05  FILLER                    PIC X(39).
007910*
007920 FD  LEAVE-BALANCE-FILE
007930     LABEL RECORDS ARE STANDARD.
007940     COPY LEAVBAL.
007950*
007960 FD  LEAVE-PLAN-FILE
007970     LABEL RECORDS ARE STANDARD
007980     RECORDING MODE IS F.
007990     COPY LEAVPLN.
008000*
008010 FD  YTD-ARCHIVE-FILE
008020     LABEL RECORDS ARE STANDARD.
008030     COPY YTDARCH.
008040*
008050 FD  PRIOR-YEAR-CORR-FILE
008060     LABEL RECORDS ARE STANDARD.
008070     COPY PYCORR.
008080*
008090 WORKING-STORAGE SECTION.
008100*
008110*-----------------------------------------------------------*
008120* SALARY / TAX WORK FIELDS
008130*-----------------------------------------------------------*
008140 01  WS-SALARY               PIC 9(06)V99 VALUE ZERO.
008150 01  WS-SALARY-INPUT         PIC X(08) VALUE SPACES.
008160 01  WS-TAX                  PIC 9(06)V99 VALUE ZERO.
008170 01  WS-NET-PAY              PIC 9(06)V99 VALUE ZERO.
008180 01  WS-MESSAGE               PIC X(50) VALUE "Enter salary".
008190*
008200*-----------------------------------------------------------*
008210* REPORT CONTROL FIELDS
008220*-----------------------------------------------------------*
008230 01  WS-RUN-DATE              PIC 9(06) VALUE ZERO.
008240 01  WS-EMPLOYEE-ID           PIC 9(05) VALUE ZERO.
008250 01  WS-EMPLOYEE-ID-ED        PIC ZZZZ9.
008260 01  WS-TOTAL-TAX             PIC S9(09)V99 VALUE ZERO.
008270 01  WS-RECORD-COUNT-ED       PIC ZZZZ9.
008280 01  WS-REJECT-COUNT          PIC 9(05) COMP VALUE ZERO.
008290 01  WS-REJECT-COUNT-ED       PIC ZZZZ9.
008300 01  WS-TOTAL-TAX-ED          PIC ZZZ,ZZZ,ZZ9.99-.
008310 01  WS-ADJUSTMENT-COUNT      PIC 9(05) COMP VALUE ZERO.
008320 01  WS-ADJUSTMENT-COUNT-ED   PIC ZZZZ9.
008330 01  WS-REVERSAL-COUNT        PIC 9(05) COMP VALUE ZERO.
008340 01  WS-REVERSAL-COUNT-ED     PIC ZZZZ9.
008350 01  WS-ER-SOC-SEC-ED         PIC ZZZ,ZZZ,ZZ9.99-.
008360 01  WS-ER-HEALTH-ED          PIC ZZZ,ZZZ,ZZ9.99-.
008370 01  WS-ER-UNEMP-ED           PIC ZZZ,ZZZ,ZZ9.99-.
008380*
008390*-----------------------------------------------------------*
008400* TRAILER RECONCILIATION FIELDS - EXPECTED FIGURES COME FROM
008410* THE TRAILER RECORD; ACTUAL FIGURES ARE ACCUMULATED AS
008420* EMPLOYEE RECORDS ARE READ.
008430*-----------------------------------------------------------*
008440 01  WS-ACTUAL-GROSS-TOTAL    PIC 9(09)V99 VALUE ZERO.
008450 01  WS-EXPECTED-RECORD-COUNT PIC 9(07) VALUE ZERO.
008460 01  WS-EXPECTED-CONTROL-TOTAL   PIC 9(09)V99 VALUE ZERO.
008470 01  WS-RECORD-COUNT-DELTA       PIC S9(07) VALUE ZERO.
008480 01  WS-CONTROL-TOTAL-DELTA      PIC S9(09)V99 VALUE ZERO.
008490 01  WS-EXPECTED-TAX-TOTAL       PIC 9(09)V99 VALUE ZERO.
008500 01  WS-TAX-TOTAL-DELTA          PIC S9(09)V99 VALUE ZERO.
008510*    TAX ON THE MERGED RETRO ADJUSTMENTS, WHICH THE FEED THAT
008520*    BUILT THE TRAILER'S EXPECTED TAX NEVER SAW
008530 01  WS-RETRO-TAX-TOTAL          PIC S9(09)V99 VALUE ZERO.
008540*
008550*-----------------------------------------------------------*
008560* SALARY VALIDATION FIELDS
008570*-----------------------------------------------------------*
008580 01  WS-SALARY-CEILING        PIC 9(06)V99 VALUE 500000.00.
008590*
008600*-----------------------------------------------------------*
008610* HOURLY PAY WORK FIELDS - AN HOURLY RECORD CARRIES HOURS
008620* WORKED IN THE SALARY FIELD AND IS PAID AT THE MASTER'S
008630* HOURLY RATE, TIME AND A HALF OVER THE OVERTIME THRESHOLD.
008640* HOURS OVER THE REVIEW CEILING ARE FLAGGED FOR MANUAL REVIEW
008650* BUT STILL PROCESSED, MIRRORING THE SALARY SANITY CEILING.
008660*-----------------------------------------------------------*
008670 01  WS-HOURS-WORKED          PIC 9(06)V99 VALUE ZERO.
008680 01  WS-HOURLY-RATE           PIC 9(04)V99 VALUE ZERO.
008690 01  WS-OVERTIME-THRESHOLD    PIC 9(03)V99 VALUE 040.00.
008700 01  WS-HOURS-CEILING         PIC 9(03)V99 VALUE 080.00.
008710 01  WS-VALID-SWITCH          PIC X(01) VALUE 'Y'.
008720     88  WS-SALARY-VALID              VALUE 'Y'.
008730     88  WS-SALARY-INVALID            VALUE 'N'.
008740 01  WS-REVIEW-SWITCH         PIC X(01) VALUE 'N'.
008750     88  WS-NEEDS-REVIEW              VALUE 'Y'.
008760     88  WS-REVIEW-NOT-NEEDED         VALUE 'N'.
008770*
008780*-----------------------------------------------------------*
008790* GRADUATED TAX BRACKET TABLE - CEILING / RATE PAIRS, LOW TO
008800* HIGH.  EACH BAND OF SALARY IS TAXED AT ITS OWN RATE; THE
008810* LAST ROW'S CEILING IS THE HIGHEST SALARY THE TABLE COVERS.
008820* THE LITERALS BELOW ARE ONLY THE INTERACTIVE-MODE FALLBACK -
008830* 1500-LOAD-RATES OVERLAYS THE TABLE (AND THE FLAT RATES AND
008840* WAGE BASE) WITH THE SET IN FORCE ON THE RATES FILE FOR THE
008850* RUN DATE.
008860*-----------------------------------------------------------*
008870 01  WS-TAX-BRACKET-DATA.
008880     05  FILLER              PIC X(11) VALUE "01000000030".
008890     05  FILLER              PIC X(11) VALUE "04000000060".
008900     05  FILLER              PIC X(11) VALUE "08500000090".
008910     05  FILLER              PIC X(11) VALUE "16000000120".
008920     05  FILLER              PIC X(11) VALUE "99999999150".
008930 01  WS-TAX-BRACKET-TABLE REDEFINES WS-TAX-BRACKET-DATA.
008940     05  WS-TAX-BRACKET OCCURS 5 TIMES
008950                        INDEXED BY WS-BRACKET-IDX.
008960         10  WS-BRACKET-CEILING  PIC 9(06)V99.
008970         10  WS-BRACKET-RATE     PIC V999.
008980*
008990 01  WS-TAX-CALC-FIELDS.
009000     05  WS-PRIOR-CEILING    PIC 9(06)V99 VALUE ZERO.
009010     05  WS-BAND-AMOUNT      PIC 9(06)V99 VALUE ZERO.
009020*
009030*-----------------------------------------------------------*
009040* ITEMIZED DEDUCTION RATES AND AMOUNTS - INCOME TAX (WS-TAX)
009050* IS COMPUTED VIA THE BRACKET TABLE ABOVE; SOCIAL SECURITY
009060* AND HEALTH INSURANCE ARE FLAT-RATE DEDUCTIONS ON GROSS
009070* SALARY, SUMMED INTO A SINGLE TOTAL WITHHELD FIGURE.
009080*-----------------------------------------------------------*
009090 01  WS-SOC-SEC-RATE          PIC V999 VALUE .062.
009100 01  WS-HEALTH-INS-RATE       PIC V999 VALUE .015.
009110*
009120*-----------------------------------------------------------*
009130* EMPLOYER PAYROLL TAX FIELDS - THE EMPLOYER'S OWN LIABILITY
009140* ON EACH POSTING, NEVER WITHHELD FROM THE EMPLOYEE.  THE
009150* SOCIAL SECURITY MATCH IS TAKEN AT THE EMPLOYEE RATE ON THE
009160* SAME TAXABLE SLICE UNDER THE WAGE BASE; THE HEALTH
009170* CONTRIBUTION IS A FLAT RATE ON GROSS; UNEMPLOYMENT
009180* INSURANCE STOPS AT ITS OWN ANNUAL WAGE BASE.  ALL THREE
009190* RATES COME FROM THE RATE SET - ZERO UNTIL ONE IS INSTALLED.
009200*-----------------------------------------------------------*
009210 01  WS-ER-HEALTH-RATE        PIC V999 VALUE ZERO.
009220 01  WS-UNEMP-RATE            PIC V999 VALUE ZERO.
009230 01  WS-UNEMP-WAGE-BASE       PIC 9(08)V99 VALUE ZERO.
009240 01  WS-UNEMP-TAXABLE-GROSS   PIC 9(08)V99 VALUE ZERO.
009250 01  WS-ER-SOC-SEC            PIC 9(06)V99 VALUE ZERO.
009260 01  WS-ER-HEALTH             PIC 9(06)V99 VALUE ZERO.
009270 01  WS-ER-UNEMP              PIC 9(06)V99 VALUE ZERO.
009280 01  WS-ER-TOTAL              PIC 9(06)V99 VALUE ZERO.
009290*
009300*-----------------------------------------------------------*
009310* SOCIAL SECURITY WAGE-BASE CAP - WITHHOLDING STOPS ONCE THE
009320* EMPLOYEE'S YTD GROSS REACHES THE ANNUAL WAGE BASE.  THE
009330* TAXABLE SLICE OF THIS RUN'S GROSS IS WHATEVER STILL FITS
009340* UNDER THE CEILING.  REVERSALS DO NOT COME THROUGH HERE -
009350* THEY BACK OUT THE DEDUCTION THE ORIGINAL RUN ACTUALLY TOOK,
009360* REPLAYED FROM THE PAY HISTORY FILE.
009370*-----------------------------------------------------------*
009380 01  WS-SOC-SEC-WAGE-BASE     PIC 9(08)V99 VALUE 168600.00.
009390 01  WS-PRIOR-YTD-GROSS       PIC 9(08)V99 VALUE ZERO.
009400 01  WS-SS-TAXABLE-GROSS      PIC 9(08)V99 VALUE ZERO.
009410 01  WS-SS-CAP-SWITCH         PIC X(01) VALUE 'N'.
009420     88  WS-SS-CAP-REACHED            VALUE 'Y'.
009430     88  WS-SS-CAP-NOT-REACHED        VALUE 'N'.
009440*
009450 01  WS-SOC-SEC-TAX           PIC 9(06)V99 VALUE ZERO.
009460*
009470*-----------------------------------------------------------*
009480* RATES FILE WORK AREA - THE CANDIDATE RATE SET READ FROM THE
009490* RATES FILE.  THE SET WITH THE LATEST EFFECTIVE DATE NOT
009500* AFTER THE RUN DATE WINS; IT IS VALIDATED (ALL FIVE BRACKETS
009510* PRESENT, CEILINGS ASCENDING TO THE TABLE MAXIMUM, RATES AND
009520* WAGE BASE NUMERIC AND NONZERO) BEFORE IT IS INSTALLED.
009530*-----------------------------------------------------------*
009540 01  WS-RATE-SET.
009550     05  WS-RS-EFFECTIVE-DATE  PIC 9(06).
009560     05  WS-RS-BRACKET-TABLE.
009570         10  WS-RS-BRACKET-ENTRY OCCURS 5 TIMES
009580                                 INDEXED BY WS-RS-IDX.
009590             15  WS-RS-CEILING PIC 9(06)V99.
009600             15  WS-RS-RATE    PIC V999.
009610     05  WS-RS-SOC-SEC-RATE    PIC V999.
009620     05  WS-RS-HEALTH-INS-RATE PIC V999.
009630     05  WS-RS-WAGE-BASE       PIC 9(08)V99.
009640     05  WS-RS-ER-HEALTH-RATE  PIC V999.
009650     05  WS-RS-UNEMP-RATE      PIC V999.
009660     05  WS-RS-UNEMP-WAGE-BASE PIC 9(08)V99.
009670 01  WS-RATES-EFFECTIVE-DATE   PIC 9(06) VALUE ZERO.
009680 01  WS-RATE-CHECK-CEILING     PIC 9(06)V99 VALUE ZERO.
009690*
009700*-----------------------------------------------------------*
009710* STATE AND LOCAL JURISDICTION TABLE - ONE ENTRY PER
009720* JURISDICTION CODE ON THE RATES FILE, HOLDING THE LATEST SET
009730* FOR THE CODE IN FORCE ON THE RUN DATE: ITS FIVE BRACKETS
009740* (LAID OUT LIKE WS-RS-BRACKET-TABLE SO THEY VALIDATE THE SAME
009750* WAY), THE GL LIABILITY ACCOUNT ITS WITHHOLDING IS CREDITED
009760* TO, THE BASIS IT LEVIES ON AND ITS NAME.  A FULL TABLE
009770* STOPS A BATCH RUN AT LOAD TIME.
009780*-----------------------------------------------------------*
009790 01  WS-JUR-COUNT             PIC 9(02) COMP VALUE ZERO.
009800 01  WS-JUR-TABLE.
009810     05  WS-JUR-ENTRY OCCURS 20 TIMES
009820                      INDEXED BY WS-JUR-IDX
009830                                 WS-JUR-USE-IDX.
009840         10  WS-JUR-CODE          PIC X(04).
009850         10  WS-JUR-EFF-DATE      PIC 9(06).
009860         10  WS-JUR-BRACKETS.
009870             15  WS-JUR-BRACKET OCCURS 5 TIMES
009880                                INDEXED BY WS-JB-IDX.
009890                 20  WS-JUR-CEILING   PIC 9(06)V99.
009900                 20  WS-JUR-RATE      PIC V999.
009910         10  WS-JUR-GL-ACCOUNT    PIC X(08).
009920         10  WS-JUR-BASIS         PIC X(01).
009930             88  WS-JUR-WORK-BASIS         VALUE 'W' 'B'.
009940             88  WS-JUR-RES-BASIS          VALUE 'R' 'B'.
009950             88  WS-JUR-BASIS-VALID        VALUE 'W' 'R' 'B'.
009960         10  WS-JUR-NAME          PIC X(20).
009970 01  WS-JUR-LOOKUP-CODE       PIC X(04) VALUE SPACES.
009980*
009990*-----------------------------------------------------------*
010000* THE POSTING'S STATE AND LOCAL WITHHOLDING - ONE ENTRY PER
010010* JURISDICTION THAT TAXES IT, LAID OUT LIKE PHR-JUR-DATA SO
010020* IT GOES TO AND COMES BACK FROM PAY HISTORY WHOLE.  ENTRIES
010030* 1 THROUGH WS-EJ-COUNT ARE IN USE; THE REST ARE SPACES.
010040* WS-EMP-JYTD-DATA IS THE EMPLOYEE'S JURISDICTION YTD SLOTS,
010050* LAID OUT LIKE EMM-JUR-YTD-DATA, AS UPDATED BY THE POSTING.
010060*-----------------------------------------------------------*
010070 01  WS-EJ-COUNT              PIC 9(02) COMP VALUE ZERO.
010080 01  WS-EMP-JUR-DATA.
010090     05  WS-EJ-ENTRY OCCURS 4 TIMES
010100                     INDEXED BY WS-EJ-IDX.
010110         10  WS-EJ-CODE           PIC X(04).
010120         10  WS-EJ-TAX            PIC 9(08)V99.
010130 01  WS-EMP-JYTD-DATA.
010140     05  WS-EJY-ENTRY OCCURS 6 TIMES
010150                      INDEXED BY WS-EJY-IDX
010160                                 WS-EJY-USE-IDX.
010170         10  WS-EJY-CODE          PIC X(04).
010180         10  WS-EJY-WITHHELD      PIC 9(08)V99.
010190 01  WS-JUR-TAX-TOTAL         PIC 9(06)V99 VALUE ZERO.
010200 01  WS-JUR-ONE-TAX           PIC 9(06)V99 VALUE ZERO.
010210 01  WS-JUR-REJECT-CODE       PIC X(04) VALUE SPACES.
010220 01  WS-JUR-FREE-SLOTS        PIC 9(02) COMP VALUE ZERO.
010230 01  WS-JUR-HELD-SLOTS        PIC 9(02) COMP VALUE ZERO.
010240 01  WS-JYTD-SUB              PIC 9(02) COMP VALUE ZERO.
010250 01  WS-HEALTH-INS            PIC 9(06)V99 VALUE ZERO.
010260 01  WS-TOTAL-WITHHELD        PIC 9(06)V99 VALUE ZERO.
010270 01  WS-GRAND-TOTAL-WITHHELD  PIC S9(09)V99 VALUE ZERO.
010280 01  WS-GRAND-TOTAL-WH-ED     PIC ZZZ,ZZZ,ZZ9.99-.
010290*
010300*-----------------------------------------------------------*
010310* GL INTERFACE CATEGORY RUN TOTALS - GROSS SALARY EXPENSE IS
010320* THE DEBIT SIDE; THE FOUR CREDITS (INCOME TAX, SOCIAL
010330* SECURITY, HEALTH INSURANCE, NET PAY) SUM TO IT BECAUSE NET
010340* PAY IS DERIVED AS GROSS LESS TOTAL WITHHELD PER EMPLOYEE.
010350* ONLY PROCESSED EMPLOYEES ARE COUNTED - REJECTS NEVER POST.
010360*-----------------------------------------------------------*
010370 01  WS-RUN-GROSS-PAID        PIC S9(09)V99 VALUE ZERO.
010380 01  WS-RUN-SOC-SEC-TOTAL     PIC S9(09)V99 VALUE ZERO.
010390 01  WS-RUN-HEALTH-INS-TOTAL  PIC S9(09)V99 VALUE ZERO.
010400 01  WS-RUN-NET-PAY-TOTAL     PIC S9(09)V99 VALUE ZERO.
010410*
010420*-----------------------------------------------------------*
010430* EMPLOYER LIABILITY RUN TOTALS - THE CREDIT SIDE OF THE
010440* EMPLOYER TAX ENTRY.  THEY ARE KEPT APART FROM THE TOTALS
010450* ABOVE, WHICH MUST STILL SUM TO GROSS PAID; THE MATCHING
010460* DEBITS ARE THE PER-DEPARTMENT EMPLOYER TAX EXPENSE ENTRIES.
010470*-----------------------------------------------------------*
010480 01  WS-RUN-ER-SOC-SEC-TOTAL  PIC S9(09)V99 VALUE ZERO.
010490 01  WS-RUN-ER-HEALTH-TOTAL   PIC S9(09)V99 VALUE ZERO.
010500 01  WS-RUN-ER-UNEMP-TOTAL    PIC S9(09)V99 VALUE ZERO.
010510*
010520*-----------------------------------------------------------*
010530* DISBURSEMENT TRAILER TALLY FIELDS - THE TRAILER IS BUILT AT
010540* END OF RUN BY RE-READING THE DISBURSEMENT FILE AND TALLYING
010550* ITS 'D' RECORDS, SO THE TRAILER ALWAYS AGREES WITH THE
010560* DETAIL THE BANK RECEIVES, EVEN AFTER A CRASH-RESTART LEFT
010570* A RECORD ON THE EXTENDED FILE THAT THE RESTORED RUN TOTALS
010580* NEVER SAW.  PAYMENTS AND ADJUSTMENTS ONLY - REVERSALS MOVE
010590* NO MONEY THROUGH THE BANK; THE TRAILER TOTAL PLUS THE NET
010600* BACKED OUT BY REVERSALS EQUALS THE RUN NET PAY CONTROL
010610* TOTAL.
010620*-----------------------------------------------------------*
010630 01  WS-DISB-COUNT            PIC 9(07) VALUE ZERO.
010640 01  WS-DISB-TOTAL            PIC 9(11)V99 VALUE ZERO.
010650*
010660*-----------------------------------------------------------*
010670* DISBURSEMENT DOUBLE-PAYMENT GUARD - THE COUNT OF 'D'
010680* RECORDS WRITTEN IS CHECKPOINTED; ON A RESTART THE EXTENDED
010690* FILE IS PRE-TALLIED, AND IF IT ALREADY CARRIES MORE RECORDS
010700* THAN THE CHECKPOINT SAYS, THE CRASH FELL BETWEEN THE FIRST
010710* UNPROCESSED RECORD'S DISBURSEMENT WRITES AND ITS CHECKPOINT -
010720* THAT MANY OF THE RECORD'S REPROCESSED WRITES ARE SUPPRESSED
010730* SO THE BANK IS NOT HANDED THE SAME PAYMENT TWICE.  CHECKS ON
010740* THE POSITIVE PAY FILE ARE GUARDED THE SAME WAY.
010750*-----------------------------------------------------------*
010760 01  WS-DISB-WRITTEN-CT       PIC 9(07) VALUE ZERO.
010770 01  WS-DISB-ON-FILE-CT       PIC 9(07) VALUE ZERO.
010780 01  WS-DISB-ORPHAN-CT        PIC 9(07) VALUE ZERO.
010790 01  WS-CHECKS-ISSUED-CT      PIC 9(07) VALUE ZERO.
010800 01  WS-CHECKS-ON-FILE-CT     PIC 9(07) VALUE ZERO.
010810 01  WS-CHECK-ORPHAN-CT       PIC 9(07) VALUE ZERO.
010820 01  WS-LAST-PP-CHECK-NO      PIC 9(07) VALUE ZERO.
010830*
010840*-----------------------------------------------------------*
010850* PAYMENT INSTRUCTION WORK FIELDS - EACH POSTING'S NET PAY IS
010860* DIVIDED BETWEEN THE EMPLOYEE'S DEPOSIT ACCOUNTS PER THE
010870* PAYMENT INSTRUCTION FILE.  A SHARE BOUND FOR AN ACCOUNT THAT
010880* HAS NOT PASSED ITS PRENOTE, AND THE WHOLE NET OF AN EMPLOYEE
010890* WITH NO INSTRUCTION OR A CHECK INSTRUCTION, IS PAID BY PAPER
010900* CHECK INSTEAD.  THE STUB PRINTS HOW THE NET WAS PAID.
010910*-----------------------------------------------------------*
010920 01  WS-PAYOUT-AREA.
010930     05  WS-PAYOUT-SLOT OCCURS 2 TIMES
010940                        INDEXED BY WS-PAYOUT-IDX.
010950         10  WS-PO-AMOUNT     PIC 9(08)V99.
010960         10  WS-PO-ROUTING-NO PIC 9(09).
010970         10  WS-PO-ACCOUNT-NO PIC X(17).
010980         10  WS-PO-ACCT-TYPE  PIC X(01).
010990             88  WS-PO-CHECKING            VALUE 'C'.
011000     05  WS-CHECK-AMOUNT      PIC 9(08)V99.
011010     05  WS-CHECK-NUMBER      PIC 9(07).
011020     05  WS-CHECK-NOTE        PIC X(16).
011030 01  WS-CHECK-BANK-ACCOUNT    PIC X(17) VALUE SPACES.
011040 01  WS-PRENOTE-WAIT-DAYS     PIC 9(02) VALUE 6.
011050 01  WS-PRENOTE-COUNT         PIC 9(07) VALUE ZERO.
011060 01  WS-PP-COUNT              PIC 9(07) VALUE ZERO.
011070 01  WS-PP-TOTAL              PIC 9(11)V99 VALUE ZERO.
011080 01  WS-PP-COUNT-ED           PIC Z,ZZZ,ZZ9.
011090 01  WS-PP-TOTAL-ED           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
011100*
011110*-----------------------------------------------------------*
011120* DAY NUMBER WORK FIELDS - A YYMMDD DATE TURNED INTO A COUNT
011130* OF DAYS SO THE PRENOTE WAIT CAN BE MEASURED ACROSS MONTH AND
011140* YEAR ENDS.  THE DAYS BEFORE EACH MONTH ARE FOR A COMMON
011150* YEAR; A LEAP YEAR ADDS ONE AFTER FEBRUARY.
011160*-----------------------------------------------------------*
011170 01  WS-DAYNUM-DATE           PIC 9(06) VALUE ZERO.
011180 01  WS-DAYNUM-PARTS REDEFINES WS-DAYNUM-DATE.
011190     05  WS-DAYNUM-YY         PIC 9(02).
011200     05  WS-DAYNUM-MM         PIC 9(02).
011210     05  WS-DAYNUM-DD         PIC 9(02).
011220 01  WS-DAYNUM-RESULT         PIC 9(06) VALUE ZERO.
011230 01  WS-DAYNUM-LEAPS          PIC 9(03) VALUE ZERO.
011240 01  WS-DAYNUM-QUOT           PIC 9(03) VALUE ZERO.
011250 01  WS-DAYNUM-REM            PIC 9(01) VALUE ZERO.
011260 01  WS-RUN-DAY-NUMBER        PIC 9(06) VALUE ZERO.
011270 01  WS-PRENOTE-ELAPSED       PIC S9(06) VALUE ZERO.
011280 01  WS-MONTH-DAYS-VALUES.
011290     05  FILLER               PIC X(36) VALUE
011300         "000031059090120151181212243273304334".
011310 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
011320     05  WS-DAYS-BEFORE-MONTH PIC 9(03) OCCURS 12 TIMES.
011330*
011340*-----------------------------------------------------------*
011350* DEPARTMENT WITHHOLDING SUMMARY - EMPLOYEES ARE ACCUMULATED
011360* BY EMP-DEPT-CODE INTO THE TABLE BELOW AND REPORTED IN DEPT
011370* CODE ORDER AT END OF RUN.  IF MORE THAN 100 DISTINCT
011380* DEPARTMENTS APPEAR, THE OVERFLOW IS LUMPED INTO A CATCH-ALL
011390* "****" ENTRY SO THE GRAND TOTAL STILL TIES TO THE TAX
011400* REPORT CONTROL TOTALS.
011410*-----------------------------------------------------------*
011420 01  WS-DEPT-TABLE-CONTROLS.
011430     05  WS-DEPT-COUNT        PIC 9(03) COMP VALUE ZERO.
011440     05  WS-DEPT-PRINTED-CT   PIC 9(03) COMP VALUE ZERO.
011450     05  WS-DEPT-LOW-CODE     PIC X(04) VALUE SPACES.
011460 01  WS-DEPT-TABLE.
011470     05  WS-DEPT-ENTRY OCCURS 100 TIMES
011480                       INDEXED BY WS-DEPT-IDX
011490                                  WS-DEPT-USE-IDX.
011500         10  WS-DEPT-CODE         PIC X(04).
011510         10  WS-DEPT-PRINTED-SW   PIC X(01).
011520             88  WS-DEPT-PRINTED          VALUE 'Y'.
011530             88  WS-DEPT-NOT-PRINTED      VALUE 'N'.
011540         10  WS-DEPT-EMP-COUNT    PIC 9(05).
011550         10  WS-DEPT-GROSS        PIC S9(09)V99.
011560         10  WS-DEPT-INCOME-TAX   PIC S9(09)V99.
011570         10  WS-DEPT-SOC-SEC      PIC S9(09)V99.
011580         10  WS-DEPT-HEALTH-INS   PIC S9(09)V99.
011590         10  WS-DEPT-NET-PAY      PIC S9(09)V99.
011600         10  WS-DEPT-ER-TAXES     PIC S9(09)V99.
011610 01  WS-DEPT-GRAND-TOTALS.
011620     05  WS-DG-EMP-COUNT      PIC 9(07)     VALUE ZERO.
011630     05  WS-DG-GROSS          PIC S9(09)V99 VALUE ZERO.
011640     05  WS-DG-INCOME-TAX     PIC S9(09)V99 VALUE ZERO.
011650     05  WS-DG-SOC-SEC        PIC S9(09)V99 VALUE ZERO.
011660     05  WS-DG-HEALTH-INS     PIC S9(09)V99 VALUE ZERO.
011670     05  WS-DG-NET-PAY        PIC S9(09)V99 VALUE ZERO.
011680     05  WS-DG-WITHHELD       PIC S9(09)V99 VALUE ZERO.
011690 01  WS-DEPT-HEADING-1.
011700     05  FILLER               PIC X(51) VALUE
011710         "POLUX FINANCIAL - DEPARTMENT WITHHOLDING SUMMARY - ".
011720     05  FILLER               PIC X(09) VALUE "RUN DATE ".
011730     05  WS-DH-RUN-DATE       PIC 99/99/99.
011740     05  FILLER               PIC X(64) VALUE SPACES.
011750 01  WS-DEPT-HEADING-2.
011760     05  FILLER               PIC X(04) VALUE "DEPT".
011770     05  FILLER               PIC X(02) VALUE SPACES.
011780     05  FILLER               PIC X(20) VALUE "NAME".
011790     05  FILLER               PIC X(02) VALUE SPACES.
011800     05  FILLER               PIC X(07) VALUE "  COUNT".
011810     05  FILLER               PIC X(17) VALUE "            GROSS".
011820     05  FILLER               PIC X(17) VALUE "       INCOME TAX".
011830     05  FILLER               PIC X(17) VALUE "          SOC SEC".
011840     05  FILLER               PIC X(17) VALUE "       HEALTH INS".
011850     05  FILLER               PIC X(17) VALUE "          NET PAY".
011860     05  FILLER               PIC X(12) VALUE SPACES.
011870 01  WS-DEPT-DETAIL-LINE.
011880     05  WS-DD-DEPT-CODE      PIC X(04).
011890     05  FILLER               PIC X(02) VALUE SPACES.
011900     05  WS-DD-DEPT-NAME      PIC X(20).
011910     05  FILLER               PIC X(02) VALUE SPACES.
011920     05  WS-DD-EMP-COUNT      PIC ZZZZZZ9.
011930     05  FILLER               PIC X(02) VALUE SPACES.
011940     05  WS-DD-GROSS          PIC ZZZ,ZZZ,ZZ9.99-.
011950     05  FILLER               PIC X(02) VALUE SPACES.
011960     05  WS-DD-INCOME-TAX     PIC ZZZ,ZZZ,ZZ9.99-.
011970     05  FILLER               PIC X(02) VALUE SPACES.
011980     05  WS-DD-SOC-SEC        PIC ZZZ,ZZZ,ZZ9.99-.
011990     05  FILLER               PIC X(02) VALUE SPACES.
012000     05  WS-DD-HEALTH-INS     PIC ZZZ,ZZZ,ZZ9.99-.
012010     05  FILLER               PIC X(02) VALUE SPACES.
012020     05  WS-DD-NET-PAY        PIC ZZZ,ZZZ,ZZ9.99-.
012030     05  FILLER               PIC X(12) VALUE SPACES.
012040 01  WS-DEPT-WITHHELD-LINE.
012050     05  FILLER               PIC X(22) VALUE
012060         "GRAND TOTAL WITHHELD: ".
012070     05  WS-DW-WITHHELD       PIC ZZZ,ZZZ,ZZ9.99-.
012080     05  FILLER               PIC X(95) VALUE SPACES.
012090*
012100*-----------------------------------------------------------*
012110* FILE STATUS AND CONTROL FIELDS
012120*-----------------------------------------------------------*
012130 01  WS-EMPLOYEE-FILE-STATUS  PIC X(02) VALUE SPACES.
012140 01  WS-TAX-REPORT-STATUS     PIC X(02) VALUE SPACES.
012150 01  WS-EMPLOYEE-MASTER-STATUS PIC X(02) VALUE SPACES.
012160 01  WS-CHECKPOINT-STATUS     PIC X(02) VALUE SPACES.
012170 01  WS-DEPT-REPORT-STATUS    PIC X(02) VALUE SPACES.
012180 01  WS-GL-INTERFACE-STATUS   PIC X(02) VALUE SPACES.
012190 01  WS-RATES-STATUS          PIC X(02) VALUE SPACES.
012200 01  WS-EXCEPTION-STATUS      PIC X(02) VALUE SPACES.
012210 01  WS-DISBURSEMENT-STATUS   PIC X(02) VALUE SPACES.
012220 01  WS-PAY-HISTORY-STATUS    PIC X(02) VALUE SPACES.
012230 01  WS-DEDUCTION-STATUS      PIC X(02) VALUE SPACES.
012240 01  WS-DEPARTMENT-STATUS     PIC X(02) VALUE SPACES.
012250 01  WS-RUN-CONTROL-STATUS    PIC X(02) VALUE SPACES.
012260 01  WS-OVERRIDE-STATUS       PIC X(02) VALUE SPACES.
012270 01  WS-STUB-STATUS           PIC X(02) VALUE SPACES.
012280 01  WS-PAYMENT-INSTR-STATUS  PIC X(02) VALUE SPACES.
012290 01  WS-CHECK-REGISTER-STATUS PIC X(02) VALUE SPACES.
012300 01  WS-POSITIVE-PAY-STATUS   PIC X(02) VALUE SPACES.
012310 01  WS-RUN-PARM-STATUS       PIC X(02) VALUE SPACES.
012320 01  WS-LEAVE-BALANCE-STATUS  PIC X(02) VALUE SPACES.
012330 01  WS-LEAVE-PLAN-STATUS     PIC X(02) VALUE SPACES.
012340 01  WS-YTD-ARCHIVE-STATUS    PIC X(02) VALUE SPACES.
012350 01  WS-PRIOR-YEAR-CORR-STATUS
012360                              PIC X(02) VALUE SPACES.
012370 01  WS-RUN-TIME              PIC 9(08) VALUE ZERO.
012380*
012390*-----------------------------------------------------------*
012400* RUN IDENTITY - RUN NUMBER 00 IS THE NIGHTLY CYCLE.  A
012410* SUPERVISED OFF-CYCLE RUN TAKES ITS NUMBER (01-99) FROM THE
012420* RUN PARAMETER CARD AND SEQUENCES ITS PAY HISTORY FROM ITS
012430* OWN BASE (8000000 + RUN NUMBER X 10000), CLEAR OF THE
012440* NIGHTLY INPUT ORDINALS AND OF BANKRET'S BACKOUT SEQUENCES,
012450* WHICH LIMITS AN OFF-CYCLE INPUT FILE TO 9999 RECORDS.
012460*-----------------------------------------------------------*
012470 01  WS-RUN-NO                PIC 9(02) VALUE ZERO.
012480 01  WS-RUN-SUPERVISOR        PIC X(08) VALUE SPACES.
012490 01  WS-RUN-LABEL             PIC X(16) VALUE SPACES.
012500 01  WS-HIST-SEQ-BASE         PIC 9(07) VALUE ZERO.
012510 01  WS-OFF-CYCLE-MAX-INPUT   PIC 9(07) VALUE 9999.
012520*
012530*-----------------------------------------------------------*
012540* DEPARTMENT REFERENCE TABLE - LOADED AT INITIALIZE TIME FROM
012550* THE DEPARTMENT REFERENCE MASTER.  EMPLOYEE DEPARTMENT CODES
012560* ARE VALIDATED AGAINST IT (AN UNKNOWN CODE IS AN EXCEPTION,
012570* NOT A NEW DEPARTMENT), THE SUMMARY PRINTS EACH DEPARTMENT'S
012580* NAME BESIDE ITS CODE, AND THE SALARY EXPENSE DEBIT IS
012590* BROKEN OUT TO EACH DEPARTMENT'S COST-CENTER ACCOUNT.
012600*-----------------------------------------------------------*
012610 01  WS-DREF-COUNT            PIC 9(03) COMP VALUE ZERO.
012620 01  WS-DREF-TABLE.
012630     05  WS-DREF-ENTRY OCCURS 100 TIMES
012640                       INDEXED BY WS-DREF-IDX
012650                                  WS-DREF-USE-IDX.
012660         10  WS-DREF-CODE         PIC X(04).
012670         10  WS-DREF-NAME         PIC X(20).
012680         10  WS-DREF-GL-ACCOUNT   PIC X(08).
012690 01  WS-DREF-LOOKUP-CODE      PIC X(04) VALUE SPACES.
012700*
012710*-----------------------------------------------------------*
012720* PAID LEAVE PLAN TABLE - LOADED AT INITIALIZE TIME FROM THE
012730* LEAVE PLAN FILE, ONE ENTRY PER LEAVE TYPE.  WS-LP-ACCRUED,
012740* -TAKEN AND -PAID-OUT HOLD THE MOVEMENT OF THE POSTING IN
012750* HAND FOR EACH TYPE AND WS-LP-BALANCE THE BALANCE IT LEAVES,
012760* SO THE PAY HISTORY RECORD, THE LEAVE BALANCE FILE AND THE
012770* STUB ALL SHOW THE SAME FIGURES.  A TYPE ALREADY POSTED BY A
012780* CRASHED ITERATION IS TAKEN FROM THE BALANCE FILE AND NOT
012790* POSTED AGAIN.
012800*-----------------------------------------------------------*
012810 01  WS-LP-COUNT              PIC 9(02) COMP VALUE ZERO.
012820 01  WS-LEAVE-PLAN-TABLE.
012830     05  WS-LP-ENTRY OCCURS 3 TIMES
012840                     INDEXED BY WS-LP-IDX
012850                                WS-LP-USE-IDX.
012860         10  WS-LP-TYPE           PIC X(01).
012870         10  WS-LP-DESCRIPTION    PIC X(20).
012880         10  WS-LP-HOURLY-ACCRUAL PIC 9V9(04).
012890         10  WS-LP-SALARIED-ACCRUAL
012900                                  PIC 9(02)V99.
012910         10  WS-LP-PAYOUT-SW      PIC X(01).
012920             88  WS-LP-PAID-AT-TERM        VALUE 'Y'.
012930         10  WS-LP-ACCRUED        PIC 9(03)V99.
012940         10  WS-LP-TAKEN          PIC 9(03)V99.
012950         10  WS-LP-PAID-OUT       PIC 9(04)V99.
012960         10  WS-LP-BALANCE        PIC 9(04)V99.
012970         10  WS-LP-POSTED-SW      PIC X(01).
012980             88  WS-LP-ALREADY-POSTED      VALUE 'Y'.
012990             88  WS-LP-NOT-POSTED          VALUE 'N'.
013000 01  WS-LEAVE-TYPE            PIC X(01) VALUE SPACES.
013010 01  WS-LV-SUB               PIC 9(02) COMP VALUE ZERO.
013020 01  WS-LEAVE-POST-SEQ        PIC 9(07) VALUE ZERO.
013030 01  WS-LEAVE-BEFORE          PIC 9(04)V99 VALUE ZERO.
013040 01  WS-LEAVE-AFTER           PIC S9(05)V99 VALUE ZERO.
013050 01  WS-LEAVE-PAYOUT-RATE     PIC 9(04)V99 VALUE ZERO.
013060 01  WS-LEAVE-PAYOUT-AMOUNT   PIC 9(06)V99 VALUE ZERO.
013070 01  WS-LEAVE-TYPE-AMOUNT     PIC 9(07)V99 VALUE ZERO.
013080 01  WS-LEAVE-GROSS-CHECK     PIC 9(08)V99 VALUE ZERO.
013090 01  WS-REPLAY-LEAVE-DATA.
013100     05  WS-RLV-ENTRY OCCURS 3 TIMES
013110                      INDEXED BY WS-RLV-IDX.
013120         10  WS-RLV-TYPE          PIC X(01).
013130         10  WS-RLV-ACCRUED       PIC 9(03)V99.
013140         10  WS-RLV-TAKEN         PIC 9(03)V99.
013150         10  WS-RLV-PAID-OUT      PIC 9(04)V99.
013160*
013170*-----------------------------------------------------------*
013180* DEDUCTION ELECTION TABLE - LOADED AT INITIALIZE TIME FROM
013190* THE ELECTIONS FILE, WHICH IS KEPT IN EMPLOYEE ID / PRIORITY
013200* ORDER.  AN EMPLOYEE'S ELECTIONS ARE APPLIED IN TABLE ORDER
013210* AFTER STATUTORY WITHHOLDING, SO A GARNISHMENT WITH A LOWER
013220* PRIORITY NUMBER IS SATISFIED FIRST.  A FULL TABLE STOPS THE
013230* RUN - SILENTLY DROPPING A COURT ORDER IS NOT AN OPTION.
013240*-----------------------------------------------------------*
013250 01  WS-DED-COUNT             PIC 9(03) COMP VALUE ZERO.
013260 01  WS-DED-LAST-EMP          PIC 9(05) VALUE ZERO.
013270 01  WS-DED-LAST-PRI          PIC 9(02) VALUE ZERO.
013280 01  WS-DED-TABLE.
013290     05  WS-DED-ENTRY OCCURS 500 TIMES
013300                      INDEXED BY WS-DED-IDX.
013310         10  WS-DED-EMPLOYEE-ID   PIC 9(05).
013320         10  WS-DED-CODE          PIC X(04).
013330         10  WS-DED-TYPE          PIC X(01).
013340         10  WS-DED-GARNISH-SW    PIC X(01).
013350         10  WS-DED-AMOUNT        PIC 9(06)V99.
013360         10  WS-DED-RATE          PIC V999.
013370         10  WS-DED-PROTECTED-NET PIC 9(06)V99.
013380         10  WS-DED-GL-ACCOUNT    PIC X(08).
013390*
013400*-----------------------------------------------------------*
013410* PER-EMPLOYEE ELECTION WORK FIELDS AND THE APPLIED-DEDUCTION
013420* LIST USED TO ITEMIZE EACH DEDUCTION UNDER THE EMPLOYEE'S
013430* TAX REPORT LINE.
013440*-----------------------------------------------------------*
013450 01  WS-ELECT-TOTAL           PIC 9(08)V99 VALUE ZERO.
013460 01  WS-ONE-DED-AMOUNT        PIC 9(08)V99 VALUE ZERO.
013470 01  WS-NET-FLOOR             PIC 9(08)V99 VALUE ZERO.
013480 01  WS-NET-AVAILABLE         PIC S9(08)V99 VALUE ZERO.
013490 01  WS-APPLIED-COUNT         PIC 9(02) COMP VALUE ZERO.
013500 01  WS-APPLIED-TABLE.
013510     05  WS-APPLIED-ENTRY OCCURS 10 TIMES
013520                          INDEXED BY WS-APP-IDX.
013530         10  WS-APP-CODE          PIC X(04).
013540         10  WS-APP-AMOUNT        PIC 9(08)V99.
013550*-----------------------------------------------------------*
013560* PAY STUB PRINT LINES - ONE FORMATTED STUB PER POSTED
013570* EMPLOYEE, WRITTEN AT POSTING TIME WHILE THE JUST-UPDATED
013580* YTD FIGURES ARE IN HAND, FORMATTED FOR PRINTING AND
013590* STUFFING.  ADJUSTMENTS AND REVERSALS ARE MARKED SO A
013600* CORRECTION IS EXPLAINABLE FROM THE STUB ALONE.
013610*-----------------------------------------------------------*
013620 01  WS-STUB-HEADING.
013630     05  FILLER               PIC X(38) VALUE
013640         "POLUX FINANCIAL - EMPLOYEE PAY STUB - ".
013650     05  FILLER               PIC X(09) VALUE "PAY DATE ".
013660     05  WS-SB-PAY-DATE       PIC 99/99/99.
013670     05  FILLER               PIC X(25) VALUE SPACES.
013680 01  WS-STUB-EMP-LINE.
013690     05  FILLER               PIC X(09) VALUE "EMPLOYEE ".
013700     05  WS-SB-EMPLOYEE-ID    PIC 9(05).
013710     05  FILLER               PIC X(02) VALUE SPACES.
013720     05  WS-SB-NAME           PIC X(30).
013730     05  FILLER               PIC X(07) VALUE "  DEPT ".
013740     05  WS-SB-DEPT-CODE      PIC X(04).
013750     05  FILLER               PIC X(01) VALUE SPACES.
013760     05  WS-SB-DEPT-NAME      PIC X(20).
013770     05  FILLER               PIC X(02) VALUE SPACES.
013780 01  WS-STUB-TYPE-LINE.
013790     05  WS-SB-TYPE-NOTE      PIC X(50).
013800     05  FILLER               PIC X(30) VALUE SPACES.
013810 01  WS-STUB-HOURS-LINE.
013820     05  FILLER               PIC X(02) VALUE SPACES.
013830     05  WS-SB-HOURS-LABEL    PIC X(13) VALUE "HOURS WORKED ".
013840     05  WS-SB-HOURS          PIC ZZ9.99.
013850     05  FILLER               PIC X(09) VALUE "  AT RATE".
013860     05  FILLER               PIC X(01) VALUE SPACES.
013870     05  WS-SB-RATE           PIC ZZZ9.99.
013880     05  FILLER               PIC X(42) VALUE SPACES.
013890 01  WS-STUB-AMOUNT-LINE.
013900     05  FILLER               PIC X(02) VALUE SPACES.
013910     05  WS-SB-LABEL          PIC X(28).
013920     05  WS-SB-AMOUNT         PIC ZZ,ZZZ,ZZ9.99.
013930     05  FILLER               PIC X(37) VALUE SPACES.
013940 01  WS-STUB-LEAVE-LINE.
013950     05  FILLER               PIC X(02) VALUE SPACES.
013960     05  WS-SB-LV-DESCRIPTION PIC X(20).
013970     05  FILLER               PIC X(09) VALUE " ACCRUED ".
013980     05  WS-SB-LV-ACCRUED     PIC ZZ9.99.
013990     05  FILLER               PIC X(07) VALUE " TAKEN ".
014000     05  WS-SB-LV-TAKEN       PIC ZZ9.99.
014010     05  FILLER               PIC X(09) VALUE " BALANCE ".
014020     05  WS-SB-LV-BALANCE     PIC Z,ZZ9.99.
014030     05  FILLER               PIC X(13) VALUE SPACES.
014040 01  WS-STUB-RETRO-LINE.
014050     05  FILLER               PIC X(02) VALUE SPACES.
014060     05  FILLER               PIC X(15) VALUE "RETRO PAY FROM ".
014070     05  WS-SB-RETRO-FROM     PIC 99/99/99.
014080     05  FILLER               PIC X(06) VALUE " THRU ".
014090     05  WS-SB-RETRO-THRU     PIC 99/99/99.
014100     05  FILLER               PIC X(13) VALUE " AT NEW RATE ".
014110     05  WS-SB-RETRO-RATE     PIC ZZZ9.99.
014120     05  FILLER               PIC X(21) VALUE SPACES.
014130 01  WS-STUB-TOTAL-DEDS       PIC 9(08)V99 VALUE ZERO.
014140*
014150 01  WS-CHECK-REG-HEADING.
014160     05  FILLER               PIC X(10) VALUE "CHECK NO".
014170     05  FILLER               PIC X(07) VALUE "EMP ID".
014180     05  FILLER               PIC X(32) VALUE "PAYEE".
014190     05  FILLER               PIC X(13) VALUE "       AMOUNT".
014200     05  FILLER               PIC X(18) VALUE "  NOTE".
014210 01  WS-CHECK-REG-LINE.
014220     05  WS-CR-CHECK-NO       PIC 9(07).
014230     05  FILLER               PIC X(03) VALUE SPACES.
014240     05  WS-CR-EMPLOYEE-ID    PIC 9(05).
014250     05  FILLER               PIC X(02) VALUE SPACES.
014260     05  WS-CR-NAME           PIC X(30).
014270     05  FILLER               PIC X(02) VALUE SPACES.
014280     05  WS-CR-AMOUNT         PIC ZZ,ZZZ,ZZ9.99.
014290     05  FILLER               PIC X(02) VALUE SPACES.
014300     05  WS-CR-NOTE           PIC X(16).
014310*
014320 01  WS-DED-DETAIL-LINE.
014330     05  FILLER               PIC X(07) VALUE SPACES.
014340     05  FILLER               PIC X(04) VALUE "DED ".
014350     05  WS-DD2-CODE          PIC X(04).
014360     05  FILLER               PIC X(02) VALUE SPACES.
014370     05  WS-DD2-AMOUNT        PIC ZZZ,ZZ9.99.
014380     05  FILLER               PIC X(105) VALUE SPACES.
014390*
014400 01  WS-JUR-DETAIL-LINE.
014410     05  FILLER               PIC X(07) VALUE SPACES.
014420     05  FILLER               PIC X(04) VALUE "JUR ".
014430     05  WS-JD-CODE           PIC X(04).
014440     05  FILLER               PIC X(02) VALUE SPACES.
014450     05  WS-JD-AMOUNT         PIC ZZZ,ZZ9.99.
014460     05  FILLER               PIC X(02) VALUE SPACES.
014470     05  WS-JD-NAME           PIC X(20).
014480     05  FILLER               PIC X(83) VALUE SPACES.
014490*
014500*-----------------------------------------------------------*
014510* ELECTION GL RUN TOTALS - ONE ENTRY PER DEDUCTION CODE SEEN
014520* THIS RUN, EACH CREDITED TO ITS OWN GL ACCOUNT AT END OF RUN
014530* SO THE AMOUNTS CAN BE REMITTED TO THE THIRD PARTIES.  THE
014540* "*REV" ENTRY COLLECTS THE ELECTION TOTALS BACKED OUT BY
014550* REVERSALS (THE HISTORY RECORD CARRIES ONLY THE TOTAL, NOT
014560* THE PER-CODE SPLIT) AND POSTS AS A DEBIT TO THE VOL-DED
014570* REVERSAL CLEARING ACCOUNT, KEEPING THE INTERFACE BALANCED.
014580*-----------------------------------------------------------*
014590 01  WS-EGL-COUNT             PIC 9(02) COMP VALUE ZERO.
014600 01  WS-EGL-TABLE.
014610     05  WS-EGL-ENTRY OCCURS 20 TIMES
014620                      INDEXED BY WS-EGL-IDX
014630                                 WS-EGL-USE-IDX.
014640         10  WS-EGL-CODE          PIC X(04).
014650         10  WS-EGL-GL-ACCOUNT    PIC X(08).
014660         10  WS-EGL-AMOUNT        PIC S9(09)V99.
014670 01  WS-EGL-WORK-CODE         PIC X(04) VALUE SPACES.
014680 01  WS-EGL-WORK-ACCOUNT      PIC X(08) VALUE SPACES.
014690 01  WS-EGL-WORK-AMOUNT       PIC S9(09)V99 VALUE ZERO.
014700*
014710*-----------------------------------------------------------*
014720* JURISDICTION GL RUN TOTALS - ONE ENTRY PER STATE OR LOCAL
014730* JURISDICTION WITHHELD OR BACKED OUT THIS RUN, NET, EACH
014740* CREDITED TO THE JURISDICTION'S OWN LIABILITY ACCOUNT AT END
014750* OF RUN.  A REVERSAL OF A JURISDICTION NO LONGER ON THE RATES
014760* FILE POSTS TO THE STATE/LOCAL TAX SUSPENSE ACCOUNT.
014770*-----------------------------------------------------------*
014780 01  WS-JGL-COUNT             PIC 9(02) COMP VALUE ZERO.
014790 01  WS-JGL-TABLE.
014800     05  WS-JGL-ENTRY OCCURS 20 TIMES
014810                      INDEXED BY WS-JGL-IDX
014820                                 WS-JGL-USE-IDX.
014830         10  WS-JGL-CODE          PIC X(04).
014840         10  WS-JGL-GL-ACCOUNT    PIC X(08).
014850         10  WS-JGL-AMOUNT        PIC S9(09)V99.
014860 01  WS-JGL-WORK-ACCOUNT      PIC X(08) VALUE SPACES.
014870 01  WS-JGL-RUN-TOTAL         PIC S9(09)V99 VALUE ZERO.
014880 01  WS-JGL-RUN-TOTAL-ED      PIC ZZZ,ZZZ,ZZ9.99-.
014890*
014900*-----------------------------------------------------------*
014910* PAY HISTORY REPLAY FIELDS - A REVERSAL SCANS THE EMPLOYEE'S
014920* PAY HISTORY FOR THE LATEST UNREVERSED PAYMENT OR ADJUSTMENT
014930* WHOSE GROSS MATCHES THE REVERSAL AMOUNT AND BACKS OUT THAT
014940* RECORD'S ACTUAL FIGURES.  ON A PREPOSTED RESTART THE CRASHED
014950* ITERATION MAY ALREADY HAVE MARKED THE ORIGINAL REVERSED, SO
014960* AN ALREADY-REVERSED MATCH IS KEPT AS A FALLBACK CANDIDATE
014970* AND USED ONLY IN THAT CASE.
014980*-----------------------------------------------------------*
014990 01  WS-ORIG-POSTING-HOLD.
015000     05  WS-ORIG-RUN-DATE     PIC 9(06) VALUE ZERO.
015010     05  WS-ORIG-RUN-SEQ      PIC 9(07) VALUE ZERO.
015020     05  WS-ORIG-INCOME-TAX   PIC 9(08)V99 VALUE ZERO.
015030     05  WS-ORIG-SOC-SEC      PIC 9(08)V99 VALUE ZERO.
015040     05  WS-ORIG-HEALTH-INS   PIC 9(08)V99 VALUE ZERO.
015050     05  WS-ORIG-NET-PAY      PIC 9(08)V99 VALUE ZERO.
015060     05  WS-ORIG-OTHER-DEDS   PIC 9(08)V99 VALUE ZERO.
015070     05  WS-ORIG-ER-SOC-SEC   PIC 9(08)V99 VALUE ZERO.
015080     05  WS-ORIG-ER-HEALTH    PIC 9(08)V99 VALUE ZERO.
015090     05  WS-ORIG-ER-UNEMP     PIC 9(08)V99 VALUE ZERO.
015100     05  WS-ORIG-LEAVE-DATA   PIC X(51) VALUE SPACES.
015110     05  WS-ORIG-CORR-YEAR    PIC 9(04) VALUE ZERO.
015120     05  WS-ORIG-JUR-DATA     PIC X(56) VALUE SPACES.
015130 01  WS-REVD-POSTING-HOLD.
015140     05  WS-REVD-RUN-DATE     PIC 9(06) VALUE ZERO.
015150     05  WS-REVD-RUN-SEQ      PIC 9(07) VALUE ZERO.
015160     05  WS-REVD-INCOME-TAX   PIC 9(08)V99 VALUE ZERO.
015170     05  WS-REVD-SOC-SEC      PIC 9(08)V99 VALUE ZERO.
015180     05  WS-REVD-HEALTH-INS   PIC 9(08)V99 VALUE ZERO.
015190     05  WS-REVD-NET-PAY      PIC 9(08)V99 VALUE ZERO.
015200     05  WS-REVD-OTHER-DEDS   PIC 9(08)V99 VALUE ZERO.
015210     05  WS-REVD-ER-SOC-SEC   PIC 9(08)V99 VALUE ZERO.
015220     05  WS-REVD-ER-HEALTH    PIC 9(08)V99 VALUE ZERO.
015230     05  WS-REVD-ER-UNEMP     PIC 9(08)V99 VALUE ZERO.
015240     05  WS-REVD-LEAVE-DATA   PIC X(51) VALUE SPACES.
015250     05  WS-REVD-CORR-YEAR    PIC 9(04) VALUE ZERO.
015260     05  WS-REVD-JUR-DATA     PIC X(56) VALUE SPACES.
015270*
015280*-----------------------------------------------------------*
015290* PRIOR-YEAR CORRECTIONS - A REVERSAL OF A POSTING, OR AN
015300* ADJUSTMENT FOR A POSTING (EMP-ADJ-FOR-DATE), THAT BELONGS TO
015310* A YEAR YREND HAS ALREADY CLOSED POSTS TO THAT YEAR'S YTD
015320* ARCHIVE RECORD, NOT THE MASTER.  WS-CORR-FOR-DATE/-SEQ/-YEAR
015330* IDENTIFY THE POSTING BEING CORRECTED; WS-THIS-CORR-KEY IS
015340* THIS POSTING'S OWN PAY HISTORY KEY, STAMPED ON THE ARCHIVE
015350* RECORD SO A RESTART CAN TELL IT WAS ALREADY APPLIED.
015360*-----------------------------------------------------------*
015370 01  WS-CORR-FOR-DATE         PIC 9(06) VALUE ZERO.
015380 01  WS-CORR-FOR-SEQ          PIC 9(07) VALUE ZERO.
015390 01  WS-CORR-FOR-YEAR         PIC 9(04) VALUE ZERO.
015400 01  WS-CORR-YEAR             PIC 9(04) VALUE ZERO.
015410 01  WS-CORR-YY               PIC 9(02) VALUE ZERO.
015420 01  WS-CORR-RUN-YY           PIC 9(02) VALUE ZERO.
015430 01  WS-CORR-RUN-YEAR         PIC 9(04) VALUE ZERO.
015440 01  WS-CORR-SIGN             PIC S9(01) VALUE +1.
015450 01  WS-ARCH-YTD-GROSS        PIC 9(08)V99 VALUE ZERO.
015460 01  WS-THIS-CORR-KEY.
015470     05  WS-TCK-RUN-DATE      PIC 9(06) VALUE ZERO.
015480     05  WS-TCK-RUN-NO        PIC 9(02) VALUE ZERO.
015490     05  WS-TCK-RUN-SEQ       PIC 9(07) VALUE ZERO.
015500*
015510*-----------------------------------------------------------*
015520* EXCEPTION REPORTING COUNTS - ONE COUNTER PER EXCEPTION
015530* CODE, FOR THE SUMMARY AT THE END OF THE EXCEPTION FILE.
015540* ZSAL = ZERO SALARY REJECT, BTYP = UNKNOWN RECORD TYPE,
015550* ORPH = REVERSAL WITH NOTHING TO BACK OUT, CEIL = SALARY
015560* OVER THE REVIEW CEILING, RECON = TRAILER RECONCILIATION
015570* BREAKS (RCNT/RGRS/RTAX), LBAL = LEAVE TAKEN BEYOND THE
015580* BALANCE OR OF A TYPE NOT ON THE PLAN, LPAY = FINAL-PAY LEAVE
015590* PAYOUT WITHHELD FOR MANUAL SETTLEMENT, JURS = STATE OR LOCAL
015600* JURISDICTION ON THE MASTER WITH NO RATE SET IN FORCE OR NO
015610* YTD SLOT LEFT FOR IT.
015620*-----------------------------------------------------------*
015630 01  WS-EXC-ZSAL-CT           PIC 9(05) COMP VALUE ZERO.
015640 01  WS-EXC-BTYP-CT           PIC 9(05) COMP VALUE ZERO.
015650 01  WS-EXC-ORPH-CT           PIC 9(05) COMP VALUE ZERO.
015660 01  WS-EXC-CEIL-CT           PIC 9(05) COMP VALUE ZERO.
015670 01  WS-EXC-ZHRS-CT           PIC 9(05) COMP VALUE ZERO.
015680 01  WS-EXC-NRTE-CT           PIC 9(05) COMP VALUE ZERO.
015690 01  WS-EXC-HOVR-CT           PIC 9(05) COMP VALUE ZERO.
015700 01  WS-EXC-TERM-CT           PIC 9(05) COMP VALUE ZERO.
015710 01  WS-EXC-DEPX-CT           PIC 9(05) COMP VALUE ZERO.
015720 01  WS-EXC-LBAL-CT           PIC 9(05) COMP VALUE ZERO.
015730 01  WS-EXC-LPAY-CT           PIC 9(05) COMP VALUE ZERO.
015740 01  WS-EXC-RECON-CT          PIC 9(05) COMP VALUE ZERO.
015750 01  WS-EXC-JURS-CT           PIC 9(05) COMP VALUE ZERO.
015760 01  WS-EXC-TOTAL-CT          PIC 9(06) COMP VALUE ZERO.
015770 01  WS-EXC-COUNT-ED          PIC ZZZZ9.
015780 01  WS-EXC-TOTAL-ED          PIC ZZZZZ9.
015790 01  WS-RECORD-COUNT          PIC 9(05) COMP VALUE ZERO.
015800 01  WS-INPUT-ORDINAL         PIC 9(07) COMP VALUE ZERO.
015810*
015820*-----------------------------------------------------------*
015830* YEAR-TO-DATE ACCUMULATION FIELDS
015840*-----------------------------------------------------------*
015850 01  WS-YTD-GROSS             PIC 9(08)V99 VALUE ZERO.
015860 01  WS-YTD-INCOME-TAX        PIC 9(08)V99 VALUE ZERO.
015870 01  WS-YTD-SOC-SEC           PIC 9(08)V99 VALUE ZERO.
015880 01  WS-YTD-HEALTH-INS        PIC 9(08)V99 VALUE ZERO.
015890 01  WS-YTD-WITHHELD          PIC 9(08)V99 VALUE ZERO.
015900 01  WS-YTD-NET-PAY           PIC 9(08)V99 VALUE ZERO.
015910 01  WS-YTD-OTHER-DEDS        PIC 9(08)V99 VALUE ZERO.
015920 01  WS-YTD-ER-SOC-SEC        PIC 9(08)V99 VALUE ZERO.
015930 01  WS-YTD-ER-HEALTH         PIC 9(08)V99 VALUE ZERO.
015940 01  WS-YTD-ER-UNEMP          PIC 9(08)V99 VALUE ZERO.
015950 01  WS-PRE-GROSS-HOLD        PIC 9(08)V99 VALUE ZERO.
015960*
015970*-----------------------------------------------------------*
015980* CHECKPOINT / RESTART FIELDS
015990*-----------------------------------------------------------*
016000 01  WS-LAST-CKPT-EMPLOYEE-ID PIC 9(05) VALUE ZERO.
016010 01  WS-LAST-CKPT-RECORD-CT   PIC 9(05) VALUE ZERO.
016020 01  WS-LAST-CKPT-REJECT-CT   PIC 9(05) VALUE ZERO.
016030 01  WS-LAST-CKPT-TOTAL-TAX   PIC S9(09)V99 VALUE ZERO.
016040 01  WS-LAST-CKPT-TOTAL-WH    PIC S9(09)V99 VALUE ZERO.
016050 01  WS-LAST-CKPT-TOTAL-GROSS PIC 9(09)V99 VALUE ZERO.
016060 01  WS-LAST-CKPT-GROSS-PAID  PIC S9(09)V99 VALUE ZERO.
016070 01  WS-LAST-CKPT-SOC-SEC     PIC S9(09)V99 VALUE ZERO.
016080 01  WS-LAST-CKPT-HEALTH-INS  PIC S9(09)V99 VALUE ZERO.
016090 01  WS-LAST-CKPT-NET-PAY     PIC S9(09)V99 VALUE ZERO.
016100 01  WS-LAST-CKPT-ER-SOC-SEC  PIC S9(09)V99 VALUE ZERO.
016110 01  WS-LAST-CKPT-ER-HEALTH   PIC S9(09)V99 VALUE ZERO.
016120 01  WS-LAST-CKPT-ER-UNEMP    PIC S9(09)V99 VALUE ZERO.
016130 01  WS-LAST-CKPT-ADJ-CT      PIC 9(05) VALUE ZERO.
016140 01  WS-LAST-CKPT-REV-CT      PIC 9(05) VALUE ZERO.
016150 01  WS-LAST-CKPT-ORDINAL     PIC 9(07) VALUE ZERO.
016160 01  WS-LAST-CKPT-DISB-WR     PIC 9(07) VALUE ZERO.
016170 01  WS-LAST-CKPT-CHECKS      PIC 9(07) VALUE ZERO.
016180 01  WS-LAST-CKPT-RUN-NO      PIC 9(02) VALUE ZERO.
016190 01  WS-INTENT-EMPLOYEE-ID    PIC 9(05) VALUE ZERO.
016200 01  WS-INTENT-PRE-GROSS      PIC 9(08)V99 VALUE ZERO.
016210 01  WS-INTENT-POST-GROSS     PIC 9(08)V99 VALUE ZERO.
016220 01  WS-LAST-CKPT-ZSAL-CT     PIC 9(05) VALUE ZERO.
016230 01  WS-LAST-CKPT-BTYP-CT     PIC 9(05) VALUE ZERO.
016240 01  WS-LAST-CKPT-ORPH-CT     PIC 9(05) VALUE ZERO.
016250 01  WS-LAST-CKPT-CEIL-CT     PIC 9(05) VALUE ZERO.
016260 01  WS-LAST-CKPT-ZHRS-CT     PIC 9(05) VALUE ZERO.
016270 01  WS-LAST-CKPT-NRTE-CT     PIC 9(05) VALUE ZERO.
016280 01  WS-LAST-CKPT-HOVR-CT     PIC 9(05) VALUE ZERO.
016290 01  WS-LAST-CKPT-TERM-CT     PIC 9(05) VALUE ZERO.
016300 01  WS-LAST-CKPT-DEPX-CT     PIC 9(05) VALUE ZERO.
016310 01  WS-LAST-CKPT-LBAL-CT     PIC 9(05) VALUE ZERO.
016320 01  WS-LAST-CKPT-LPAY-CT     PIC 9(05) VALUE ZERO.
016330 01  WS-LAST-CKPT-RETRO-TAX   PIC S9(09)V99 VALUE ZERO.
016340 01  WS-LAST-CKPT-JURS-CT     PIC 9(05) VALUE ZERO.
016350*
016360 01  WS-SWITCHES.
016370     05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
016380         88  WS-END-OF-FILE           VALUE 'Y'.
016390         88  WS-NOT-END-OF-FILE       VALUE 'N'.
016400     05  WS-MODE-SWITCH       PIC X(01) VALUE 'I'.
016410         88  WS-BATCH-MODE            VALUE 'B'.
016420         88  WS-INTERACTIVE-MODE      VALUE 'I'.
016430     05  WS-MASTER-SWITCH     PIC X(01) VALUE 'N'.
016440         88  WS-EXISTING-MASTER-RECORD VALUE 'Y'.
016450         88  WS-NEW-MASTER-RECORD      VALUE 'N'.
016460     05  WS-CKPT-EOF-SWITCH   PIC X(01) VALUE 'N'.
016470         88  WS-CKPT-END-OF-FILE      VALUE 'Y'.
016480         88  WS-CKPT-NOT-END-OF-FILE  VALUE 'N'.
016490     05  WS-CKPT-FOUND-SWITCH PIC X(01) VALUE 'N'.
016500         88  WS-CKPT-RECORD-FOUND     VALUE 'Y'.
016510         88  WS-CKPT-RECORD-NOT-FOUND VALUE 'N'.
016520     05  WS-RESTART-SWITCH    PIC X(01) VALUE 'N'.
016530         88  WS-RESTARTING            VALUE 'Y'.
016540         88  WS-NOT-RESTARTING        VALUE 'N'.
016550     05  WS-RECON-SWITCH      PIC X(01) VALUE 'Y'.
016560         88  WS-RECON-IN-BALANCE      VALUE 'Y'.
016570         88  WS-RECON-OUT-OF-BALANCE  VALUE 'N'.
016580     05  WS-DUP-CHECK-SWITCH  PIC X(01) VALUE 'N'.
016590         88  WS-DUP-CHECK-PENDING     VALUE 'Y'.
016600         88  WS-DUP-CHECK-DONE        VALUE 'N'.
016610     05  WS-INTENT-SWITCH     PIC X(01) VALUE 'N'.
016620         88  WS-INTENT-PENDING         VALUE 'Y'.
016630         88  WS-INTENT-NOT-PENDING     VALUE 'N'.
016640     05  WS-PREPOST-SWITCH    PIC X(01) VALUE 'N'.
016650         88  WS-MASTER-PREPOSTED       VALUE 'Y'.
016660         88  WS-MASTER-NOT-PREPOSTED   VALUE 'N'.
016670     05  WS-DISB-ORPHAN-SW    PIC X(01) VALUE 'N'.
016680         88  WS-DISB-ORPHAN-PENDING    VALUE 'Y'.
016690         88  WS-DISB-NO-ORPHAN         VALUE 'N'.
016700     05  WS-DEPT-FOUND-SWITCH PIC X(01) VALUE 'N'.
016710         88  WS-DEPT-FOUND             VALUE 'Y'.
016720         88  WS-DEPT-NOT-FOUND         VALUE 'N'.
016730     05  WS-TRAN-SWITCH       PIC X(01) VALUE 'P'.
016740         88  WS-TRAN-PAYMENT           VALUE 'P'.
016750         88  WS-TRAN-ADJUSTMENT        VALUE 'A'.
016760         88  WS-TRAN-REVERSAL          VALUE 'R'.
016770         88  WS-TRAN-INVALID           VALUE 'X'.
016780     05  WS-REVERSAL-SWITCH   PIC X(01) VALUE 'Y'.
016790         88  WS-REVERSAL-OK            VALUE 'Y'.
016800         88  WS-REVERSAL-NOT-OK        VALUE 'N'.
016810     05  WS-RATES-EOF-SWITCH  PIC X(01) VALUE 'N'.
016820         88  WS-RATES-END-OF-FILE      VALUE 'Y'.
016830         88  WS-RATES-NOT-END-OF-FILE  VALUE 'N'.
016840     05  WS-RATES-FOUND-SW    PIC X(01) VALUE 'N'.
016850         88  WS-RATE-SET-FOUND         VALUE 'Y'.
016860         88  WS-RATE-SET-NOT-FOUND     VALUE 'N'.
016870     05  WS-RATES-VALID-SW    PIC X(01) VALUE 'Y'.
016880         88  WS-RATE-SET-VALID         VALUE 'Y'.
016890         88  WS-RATE-SET-INVALID       VALUE 'N'.
016900     05  WS-DEPT-POSTED-SW    PIC X(01) VALUE 'N'.
016910         88  WS-DEPT-POSTED            VALUE 'Y'.
016920         88  WS-DEPT-NOT-POSTED        VALUE 'N'.
016930     05  WS-DISB-EOF-SWITCH   PIC X(01) VALUE 'N'.
016940         88  WS-DISB-END-OF-FILE       VALUE 'Y'.
016950         88  WS-DISB-NOT-END-OF-FILE   VALUE 'N'.
016960     05  WS-HIST-EOF-SWITCH   PIC X(01) VALUE 'N'.
016970         88  WS-HIST-END-OF-FILE       VALUE 'Y'.
016980         88  WS-HIST-NOT-END-OF-FILE   VALUE 'N'.
016990     05  WS-HIST-ORIG-SW      PIC X(01) VALUE 'N'.
017000         88  WS-HIST-ORIG-FOUND        VALUE 'Y'.
017010         88  WS-HIST-ORIG-NOT-FOUND    VALUE 'N'.
017020     05  WS-HIST-REVD-SW      PIC X(01) VALUE 'N'.
017030         88  WS-HIST-REVD-FOUND        VALUE 'Y'.
017040         88  WS-HIST-REVD-NOT-FOUND    VALUE 'N'.
017050     05  WS-PRIOR-YEAR-SW     PIC X(01) VALUE 'N'.
017060         88  WS-PRIOR-YEAR-POSTING     VALUE 'Y'.
017070         88  WS-CURRENT-YEAR-POSTING   VALUE 'N'.
017080     05  WS-ARCH-PREPOST-SW   PIC X(01) VALUE 'N'.
017090         88  WS-ARCH-PREPOSTED         VALUE 'Y'.
017100         88  WS-ARCH-NOT-PREPOSTED     VALUE 'N'.
017110     05  WS-RESTART-RECORD-SW PIC X(01) VALUE 'N'.
017120         88  WS-RESTART-RECORD         VALUE 'Y'.
017130         88  WS-NOT-RESTART-RECORD     VALUE 'N'.
017140     05  WS-DED-EOF-SWITCH    PIC X(01) VALUE 'N'.
017150         88  WS-DED-END-OF-FILE        VALUE 'Y'.
017160         88  WS-DED-NOT-END-OF-FILE    VALUE 'N'.
017170     05  WS-EGL-FOUND-SW      PIC X(01) VALUE 'N'.
017180         88  WS-EGL-FOUND              VALUE 'Y'.
017190         88  WS-EGL-NOT-FOUND          VALUE 'N'.
017200     05  WS-PAY-SWITCH        PIC X(01) VALUE 'S'.
017210         88  WS-PAY-SALARIED           VALUE 'S'.
017220         88  WS-PAY-HOURLY             VALUE 'H'.
017230         88  WS-PAY-LEAVE              VALUE 'L'.
017240     05  WS-HOURLY-REJ-SW     PIC X(01) VALUE ' '.
017250         88  WS-HOURLY-REJ-NONE        VALUE ' '.
017260         88  WS-HOURLY-REJ-HOURS       VALUE 'H'.
017270         88  WS-HOURLY-REJ-RATE        VALUE 'R'.
017280         88  WS-HOURLY-REJ-OVERFLOW    VALUE 'O'.
017290         88  WS-HOURLY-REJ-LEAVE       VALUE 'L'.
017300         88  WS-HOURLY-REJ-LEAVE-TYPE  VALUE 'T'.
017310     05  WS-TERM-REJ-SW       PIC X(01) VALUE 'N'.
017320         88  WS-TERM-REJECT            VALUE 'Y'.
017330         88  WS-TERM-NO-REJECT         VALUE 'N'.
017340     05  WS-DREF-EOF-SWITCH   PIC X(01) VALUE 'N'.
017350         88  WS-DREF-END-OF-FILE       VALUE 'Y'.
017360         88  WS-DREF-NOT-END-OF-FILE   VALUE 'N'.
017370     05  WS-DREF-FOUND-SW     PIC X(01) VALUE 'N'.
017380         88  WS-DREF-FOUND             VALUE 'Y'.
017390         88  WS-DREF-NOT-FOUND         VALUE 'N'.
017400     05  WS-DEPX-REJ-SW       PIC X(01) VALUE 'N'.
017410         88  WS-DEPX-REJECT            VALUE 'Y'.
017420         88  WS-DEPX-NO-REJECT         VALUE 'N'.
017430     05  WS-OVERRIDE-SW       PIC X(01) VALUE 'N'.
017440         88  WS-OVERRIDE-SUPPLIED      VALUE 'Y'.
017450         88  WS-OVERRIDE-NOT-SUPPLIED  VALUE 'N'.
017460     05  WS-PIN-FOUND-SW      PIC X(01) VALUE 'N'.
017470         88  WS-PIN-FOUND              VALUE 'Y'.
017480         88  WS-PIN-NOT-FOUND          VALUE 'N'.
017490     05  WS-PIN-EOF-SWITCH    PIC X(01) VALUE 'N'.
017500         88  WS-PIN-END-OF-FILE        VALUE 'Y'.
017510         88  WS-PIN-NOT-END-OF-FILE    VALUE 'N'.
017520     05  WS-PP-EOF-SWITCH     PIC X(01) VALUE 'N'.
017530         88  WS-PP-END-OF-FILE         VALUE 'Y'.
017540         88  WS-PP-NOT-END-OF-FILE     VALUE 'N'.
017550     05  WS-RUN-TYPE-SW       PIC X(01) VALUE 'N'.
017560         88  WS-NIGHTLY-RUN            VALUE 'N'.
017570         88  WS-OFF-CYCLE-RUN          VALUE 'O'.
017580     05  WS-RCT-EOF-SWITCH    PIC X(01) VALUE 'N'.
017590         88  WS-RCT-END-OF-FILE        VALUE 'Y'.
017600         88  WS-RCT-NOT-END-OF-FILE    VALUE 'N'.
017610     05  WS-FINAL-PAY-SW      PIC X(01) VALUE 'N'.
017620         88  WS-FINAL-PAY              VALUE 'Y'.
017630         88  WS-NOT-FINAL-PAY          VALUE 'N'.
017640     05  WS-LVB-FOUND-SW      PIC X(01) VALUE 'N'.
017650         88  WS-LVB-FOUND              VALUE 'Y'.
017660         88  WS-LVB-NOT-FOUND          VALUE 'N'.
017670     05  WS-LP-EOF-SWITCH     PIC X(01) VALUE 'N'.
017680         88  WS-LP-END-OF-FILE         VALUE 'Y'.
017690         88  WS-LP-NOT-END-OF-FILE     VALUE 'N'.
017700     05  WS-LP-FOUND-SW       PIC X(01) VALUE 'N'.
017710         88  WS-LP-FOUND               VALUE 'Y'.
017720         88  WS-LP-NOT-FOUND           VALUE 'N'.
017730     05  WS-RLV-FOUND-SW      PIC X(01) VALUE 'N'.
017740         88  WS-RLV-FOUND              VALUE 'Y'.
017750         88  WS-RLV-NOT-FOUND          VALUE 'N'.
017760     05  WS-LPAY-FLAG-SW      PIC X(01) VALUE ' '.
017770         88  WS-LPAY-FLAG-NONE         VALUE ' '.
017780         88  WS-LPAY-NO-RATE           VALUE 'R'.
017790         88  WS-LPAY-OVERFLOW          VALUE 'O'.
017800     05  WS-JUR-FOUND-SW      PIC X(01) VALUE 'N'.
017810         88  WS-JUR-FOUND              VALUE 'Y'.
017820         88  WS-JUR-NOT-FOUND          VALUE 'N'.
017830     05  WS-JUR-TABLE-SW      PIC X(01) VALUE 'N'.
017840         88  WS-JUR-TABLE-FULL         VALUE 'Y'.
017850         88  WS-JUR-TABLE-NOT-FULL     VALUE 'N'.
017860     05  WS-JUR-ROLE-SW       PIC X(01) VALUE 'W'.
017870         88  WS-JUR-ROLE-WORK          VALUE 'W'.
017880         88  WS-JUR-ROLE-RES           VALUE 'R'.
017890     05  WS-JURS-REJ-SW       PIC X(01) VALUE 'N'.
017900         88  WS-JURS-REJECT            VALUE 'Y'.
017910         88  WS-JURS-NO-REJECT         VALUE 'N'.
017920     05  WS-EJ-FOUND-SW       PIC X(01) VALUE 'N'.
017930         88  WS-EJ-FOUND               VALUE 'Y'.
017940         88  WS-EJ-NOT-FOUND           VALUE 'N'.
017950     05  WS-EJY-FOUND-SW      PIC X(01) VALUE 'N'.
017960         88  WS-EJY-FOUND              VALUE 'Y'.
017970         88  WS-EJY-NOT-FOUND          VALUE 'N'.
017980     05  WS-JGL-FOUND-SW      PIC X(01) VALUE 'N'.
017990         88  WS-JGL-FOUND              VALUE 'Y'.
018000         88  WS-JGL-NOT-FOUND          VALUE 'N'.
018010*
018020 PROCEDURE DIVISION.
018030*
018040*=============================================================*
018050* 0000-MAINLINE - PROGRAM ENTRY POINT
018060*=============================================================*
018070 0000-MAINLINE.
018080     DISPLAY "This program calcs tax on salary"
018090     PERFORM 1000-INITIALIZE THRU 1000-EXIT
018100     IF WS-BATCH-MODE
018110         PERFORM 2000-PROCESS-BATCH THRU 2000-EXIT
018120     ELSE
018130         PERFORM 2500-PROCESS-INTERACTIVE THRU 2500-EXIT
018140     END-IF
018150     PERFORM 9000-TERMINATE THRU 9000-EXIT
018160     STOP RUN.
018170*
018180*=============================================================*
018190* 1000-INITIALIZE - DECIDE BATCH OR INTERACTIVE AND OPEN FILES
018200*=============================================================*
018210 1000-INITIALIZE.
018220     ACCEPT WS-RUN-DATE FROM DATE
018230     PERFORM 1830-READ-RUN-PARM THRU 1830-EXIT
018240     PERFORM 1200-CHECK-FOR-RESTART THRU 1200-EXIT
018250     OPEN INPUT EMPLOYEE-FILE
018260     IF WS-EMPLOYEE-FILE-STATUS = "00"
018270         SET WS-BATCH-MODE TO TRUE
018280     ELSE
018290         SET WS-INTERACTIVE-MODE TO TRUE
018300         SET WS-NOT-RESTARTING TO TRUE
018310     END-IF
018320     IF WS-BATCH-MODE
018330         PERFORM 1800-CHECK-RUN-CONTROL THRU 1800-EXIT
018340         PERFORM 1300-OPEN-EMPLOYEE-MASTER THRU 1300-EXIT
018350         PERFORM 1400-OPEN-CHECKPOINT-FILE THRU 1400-EXIT
018360         PERFORM 1450-OPEN-DEPT-REPORT THRU 1450-EXIT
018370         PERFORM 1460-OPEN-GL-INTERFACE THRU 1460-EXIT
018380         PERFORM 1490-OPEN-PAY-HISTORY THRU 1490-EXIT
018390         PERFORM 1495-OPEN-LEAVE-BALANCES THRU 1495-EXIT
018400         PERFORM 1497-OPEN-PRIOR-YEAR-FILES THRU 1497-EXIT
018410         PERFORM 1600-LOAD-ELECTIONS THRU 1600-EXIT
018420         PERFORM 1700-LOAD-DEPARTMENTS THRU 1700-EXIT
018430         PERFORM 1750-LOAD-LEAVE-PLANS THRU 1750-EXIT
018440     END-IF
018450     PERFORM 1500-LOAD-RATES THRU 1500-EXIT
018460     IF WS-RESTARTING
018470         MOVE WS-LAST-CKPT-RECORD-CT TO WS-RECORD-COUNT
018480         MOVE WS-LAST-CKPT-REJECT-CT TO WS-REJECT-COUNT
018490         MOVE WS-LAST-CKPT-TOTAL-TAX TO WS-TOTAL-TAX
018500         MOVE WS-LAST-CKPT-TOTAL-WH  TO WS-GRAND-TOTAL-WITHHELD
018510         MOVE WS-LAST-CKPT-TOTAL-GROSS TO WS-ACTUAL-GROSS-TOTAL
018520         MOVE WS-LAST-CKPT-GROSS-PAID TO WS-RUN-GROSS-PAID
018530         MOVE WS-LAST-CKPT-SOC-SEC   TO WS-RUN-SOC-SEC-TOTAL
018540         MOVE WS-LAST-CKPT-HEALTH-INS TO WS-RUN-HEALTH-INS-TOTAL
018550         MOVE WS-LAST-CKPT-NET-PAY   TO WS-RUN-NET-PAY-TOTAL
018560         MOVE WS-LAST-CKPT-ER-SOC-SEC TO WS-RUN-ER-SOC-SEC-TOTAL
018570         MOVE WS-LAST-CKPT-ER-HEALTH TO WS-RUN-ER-HEALTH-TOTAL
018580         MOVE WS-LAST-CKPT-ER-UNEMP  TO WS-RUN-ER-UNEMP-TOTAL
018590         MOVE WS-LAST-CKPT-ADJ-CT    TO WS-ADJUSTMENT-COUNT
018600         MOVE WS-LAST-CKPT-REV-CT    TO WS-REVERSAL-COUNT
018610         MOVE WS-LAST-CKPT-ZSAL-CT   TO WS-EXC-ZSAL-CT
018620         MOVE WS-LAST-CKPT-BTYP-CT   TO WS-EXC-BTYP-CT
018630         MOVE WS-LAST-CKPT-ORPH-CT   TO WS-EXC-ORPH-CT
018640         MOVE WS-LAST-CKPT-CEIL-CT   TO WS-EXC-CEIL-CT
018650         MOVE WS-LAST-CKPT-ZHRS-CT   TO WS-EXC-ZHRS-CT
018660         MOVE WS-LAST-CKPT-NRTE-CT   TO WS-EXC-NRTE-CT
018670         MOVE WS-LAST-CKPT-HOVR-CT   TO WS-EXC-HOVR-CT
018680         MOVE WS-LAST-CKPT-TERM-CT   TO WS-EXC-TERM-CT
018690         MOVE WS-LAST-CKPT-DEPX-CT   TO WS-EXC-DEPX-CT
018700         MOVE WS-LAST-CKPT-LBAL-CT   TO WS-EXC-LBAL-CT
018710         MOVE WS-LAST-CKPT-LPAY-CT   TO WS-EXC-LPAY-CT
018720         MOVE WS-LAST-CKPT-RETRO-TAX TO WS-RETRO-TAX-TOTAL
018730         MOVE WS-LAST-CKPT-JURS-CT   TO WS-EXC-JURS-CT
018740         MOVE WS-LAST-CKPT-DISB-WR   TO WS-DISB-WRITTEN-CT
018750         MOVE WS-LAST-CKPT-CHECKS    TO WS-CHECKS-ISSUED-CT
018760     END-IF
018770     PERFORM 1160-OPEN-TAX-REPORT-FILE THRU 1160-EXIT
018780     PERFORM 1470-OPEN-EXCEPTION-FILE THRU 1470-EXIT
018790     IF WS-BATCH-MODE
018800         PERFORM 1475-OPEN-STUB-FILE THRU 1475-EXIT
018810         PERFORM 1480-OPEN-DISBURSEMENT THRU 1480-EXIT
018820         PERFORM 1482-OPEN-PAYMENT-INSTR THRU 1482-EXIT
018830         PERFORM 1486-OPEN-CHECK-FILES THRU 1486-EXIT
018840     END-IF.
018850 1000-EXIT.
018860     EXIT.
018870*
018880*-------------------------------------------------------------*
018890* 1100-WRITE-REPORT-HEADER - TITLE LINE FOR THE TAX REPORT
018900*-------------------------------------------------------------*
018910 1100-WRITE-REPORT-HEADER.
018920     MOVE SPACES TO TAX-REPORT-TEXT-LINE
018930     STRING "POLUX FINANCIAL - EMPLOYEE TAX REPORT - RUN DATE "
018940             WS-RUN-DATE
018950             " - RATES EFF " WS-RATES-EFFECTIVE-DATE
018960         DELIMITED BY SIZE INTO TAX-REPORT-TEXT-LINE
018970     WRITE TAX-REPORT-RECORD
018980     IF WS-OFF-CYCLE-RUN
018990         MOVE SPACES TO TAX-REPORT-TEXT-LINE
019000         STRING "*** " WS-RUN-LABEL " - SUPERVISOR "
019010                 WS-RUN-SUPERVISOR " ***"
019020             DELIMITED BY SIZE INTO TAX-REPORT-TEXT-LINE
019030         WRITE TAX-REPORT-RECORD
019040     END-IF.
019050 1100-EXIT.
019060     EXIT.
019070*
019080*-------------------------------------------------------------*
019090* 1150-WRITE-RESTART-HEADER - NOTE THAT THIS RUN IS RESUMING
019100*                             AN EARLIER INTERRUPTED BATCH
019110*-------------------------------------------------------------*
019120 1150-WRITE-RESTART-HEADER.
019130     MOVE WS-LAST-CKPT-EMPLOYEE-ID TO WS-EMPLOYEE-ID-ED
019140     MOVE SPACES TO TAX-REPORT-TEXT-LINE
019150     STRING "*** RUN RESTARTED AFTER EMPLOYEE " WS-EMPLOYEE-ID-ED
019160             " - RUN DATE " WS-RUN-DATE
019170             " - RATES EFF " WS-RATES-EFFECTIVE-DATE " ***"
019180         DELIMITED BY SIZE INTO TAX-REPORT-TEXT-LINE
019190     WRITE TAX-REPORT-RECORD
019200     IF WS-OFF-CYCLE-RUN
019210         MOVE SPACES TO TAX-REPORT-TEXT-LINE
019220         STRING "*** " WS-RUN-LABEL " - SUPERVISOR "
019230                 WS-RUN-SUPERVISOR " ***"
019240             DELIMITED BY SIZE INTO TAX-REPORT-TEXT-LINE
019250         WRITE TAX-REPORT-RECORD
019260     END-IF.
019270 1150-EXIT.
019280     EXIT.
019290*
019300*-------------------------------------------------------------*
019310* 1160-OPEN-TAX-REPORT-FILE - OPEN THE TAX REPORT FILE (EXTEND
019320*                             ON A RESTART, OUTPUT OTHERWISE)
019330*                             AND WRITE ITS LEAD-IN LINE.  GLPOST
019340*                             (JCL STEP030) DEPENDS ON THIS FILE,
019350*                             SO A FAILED OPEN MUST STOP THE RUN
019360*                             RATHER THAN BE DISCOVERED AT THE
019370*                             FIRST WRITE.
019380*-------------------------------------------------------------*
019390 1160-OPEN-TAX-REPORT-FILE.
019400     IF WS-RESTARTING
019410         OPEN EXTEND TAX-REPORT-FILE
019420     ELSE
019430         OPEN OUTPUT TAX-REPORT-FILE
019440     END-IF
019450     IF WS-TAX-REPORT-STATUS NOT = "00"
019460         DISPLAY "TAX REPORT FILE OPEN FAILED - STATUS "
019470             WS-TAX-REPORT-STATUS
019480         CLOSE EMPLOYEE-FILE
019490         IF WS-BATCH-MODE
019500             CLOSE EMPLOYEE-MASTER
019510             CLOSE CHECKPOINT-FILE
019520             CLOSE DEPT-REPORT-FILE
019530             CLOSE GL-INTERFACE-FILE
019540             CLOSE PAY-HISTORY-FILE
019550             CLOSE LEAVE-BALANCE-FILE
019560         END-IF
019570         MOVE 16 TO RETURN-CODE
019580         STOP RUN
019590     END-IF
019600     IF WS-RESTARTING
019610         PERFORM 1150-WRITE-RESTART-HEADER THRU 1150-EXIT
019620     ELSE
019630         PERFORM 1100-WRITE-REPORT-HEADER THRU 1100-EXIT
019640     END-IF.
019650 1160-EXIT.
019660     EXIT.
019670*
019680*-------------------------------------------------------------*
019690* 1200-CHECK-FOR-RESTART - SEE WHETHER A CHECKPOINT FROM AN
019700*                          INTERRUPTED RUN IS ON FILE.  ON A
019710*                          CLEAN NIGHT CKPTFILE IS ALLOCATED
019720*                          DISP=(MOD,DELETE,KEEP) OVER A
019730*                          NONEXISTENT DATASET, SO THE OPEN
019740*                          BELOW SUCCEEDS EVERY NIGHT WHETHER OR
019750*                          NOT A CHECKPOINT WAS ACTUALLY LEFT
019760*                          BEHIND.  WHETHER THIS RUN IS A
019770*                          RESTART IS THEREFORE DECIDED BY
019780*                          WHETHER 1210-READ-CHECKPOINT ACTUALLY
019790*                          FOUND A RECORD, NOT BY THE OPEN
019800*                          STATUS ALONE.
019810*-------------------------------------------------------------*
019820 1200-CHECK-FOR-RESTART.
019830     OPEN INPUT CHECKPOINT-FILE
019840     IF WS-CHECKPOINT-STATUS = "00"
019850         PERFORM 1210-READ-CHECKPOINT THRU 1210-EXIT
019860             UNTIL WS-CKPT-END-OF-FILE
019870         CLOSE CHECKPOINT-FILE
019880         IF WS-CKPT-RECORD-FOUND
019890             SET WS-RESTARTING TO TRUE
019900         ELSE
019910             SET WS-NOT-RESTARTING TO TRUE
019920         END-IF
019930     ELSE
019940         SET WS-NOT-RESTARTING TO TRUE
019950     END-IF.
019960 1200-EXIT.
019970     EXIT.
019980*
019990*-------------------------------------------------------------*
020000* 1210-READ-CHECKPOINT - KEEP THE LAST CHECKPOINT RECORD ON
020010*                        FILE; IT REFLECTS WHERE THE PRIOR
020020*                        RUN LEFT OFF.  WS-CKPT-RECORD-FOUND IS
020030*                        SET AS SOON AS ANY RECORD IS READ, SO
020040*                        1200-CHECK-FOR-RESTART CAN TELL A TRUE
020050*                        RESTART FROM AN EMPTY CHECKPOINT FILE.
020060*-------------------------------------------------------------*
020070 1210-READ-CHECKPOINT.
020080     READ CHECKPOINT-FILE
020090         AT END
020100             SET WS-CKPT-END-OF-FILE TO TRUE
020110         NOT AT END
020120             PERFORM 1220-APPLY-CHECKPOINT THRU 1220-EXIT
020130     END-READ.
020140 1210-EXIT.
020150     EXIT.
020160*
020170*-------------------------------------------------------------*
020180* 1220-APPLY-CHECKPOINT - ABSORB ONE CHECKPOINT RECORD.  THE
020190*                         LAST TYPE-1 RECORD READ WINS THE RUN
020200*                         TOTALS.  TYPE-2 RECORDS ARE CUMULATIVE
020210*                         UPSERTS - EACH CARRIES THE ABSOLUTE
020220*                         FIGURES OF THE ONE DEPARTMENT ENTRY
020230*                         ITS EMPLOYEE TOUCHED, SO REPLAYING
020240*                         THEM IN FILE ORDER LEAVES THE TABLE
020250*                         AS OF THE LAST CHECKPOINT; NOTHING IS
020260*                         EVER CLEARED.  A TYPE-3 POSTING
020270*                         INTENT IS REMEMBERED UNTIL THE TYPE-1
020280*                         THAT COMPLETES ITS RECORD ARRIVES; AN
020290*                         INTENT STILL PENDING AT END OF FILE
020300*                         MARKS A CRASH INSIDE THE MASTER-
020310*                         REWRITE WINDOW, AND 2055 USES ITS
020320*                         PRE/POST VALUES TO DECIDE WHETHER THE
020330*                         FIRST RESTARTED RECORD WAS POSTED.
020340*-------------------------------------------------------------*
020350 1220-APPLY-CHECKPOINT.
020360     IF CKPT-TOTALS-RECORD
020370         SET WS-CKPT-RECORD-FOUND TO TRUE
020380         MOVE CKPT-LAST-EMPLOYEE-ID
020390             TO WS-LAST-CKPT-EMPLOYEE-ID
020400         MOVE CKPT-RECORD-COUNT     TO WS-LAST-CKPT-RECORD-CT
020410         MOVE CKPT-REJECT-COUNT     TO WS-LAST-CKPT-REJECT-CT
020420         MOVE CKPT-TOTAL-TAX        TO WS-LAST-CKPT-TOTAL-TAX
020430         MOVE CKPT-TOTAL-WITHHELD   TO WS-LAST-CKPT-TOTAL-WH
020440         MOVE CKPT-TOTAL-GROSS
020450             TO WS-LAST-CKPT-TOTAL-GROSS
020460         MOVE CKPT-GROSS-PAID       TO WS-LAST-CKPT-GROSS-PAID
020470         MOVE CKPT-SOC-SEC-TOTAL    TO WS-LAST-CKPT-SOC-SEC
020480         MOVE CKPT-HEALTH-INS-TOTAL TO WS-LAST-CKPT-HEALTH-INS
020490         MOVE CKPT-NET-PAY-TOTAL    TO WS-LAST-CKPT-NET-PAY
020500         MOVE CKPT-ER-SOC-SEC-TOTAL TO WS-LAST-CKPT-ER-SOC-SEC
020510         MOVE CKPT-ER-HEALTH-TOTAL  TO WS-LAST-CKPT-ER-HEALTH
020520         MOVE CKPT-ER-UNEMP-TOTAL   TO WS-LAST-CKPT-ER-UNEMP
020530         MOVE CKPT-ADJUSTMENT-COUNT TO WS-LAST-CKPT-ADJ-CT
020540         MOVE CKPT-REVERSAL-COUNT   TO WS-LAST-CKPT-REV-CT
020550         MOVE CKPT-ZSAL-COUNT       TO WS-LAST-CKPT-ZSAL-CT
020560         MOVE CKPT-BTYP-COUNT       TO WS-LAST-CKPT-BTYP-CT
020570         MOVE CKPT-ORPH-COUNT       TO WS-LAST-CKPT-ORPH-CT
020580         MOVE CKPT-CEIL-COUNT       TO WS-LAST-CKPT-CEIL-CT
020590         MOVE CKPT-ZHRS-COUNT       TO WS-LAST-CKPT-ZHRS-CT
020600         MOVE CKPT-NRTE-COUNT       TO WS-LAST-CKPT-NRTE-CT
020610         MOVE CKPT-HOVR-COUNT       TO WS-LAST-CKPT-HOVR-CT
020620         MOVE CKPT-TERM-COUNT       TO WS-LAST-CKPT-TERM-CT
020630         MOVE CKPT-DEPX-COUNT       TO WS-LAST-CKPT-DEPX-CT
020640         MOVE CKPT-INPUT-ORDINAL    TO WS-LAST-CKPT-ORDINAL
020650         MOVE CKPT-DISB-WRITTEN     TO WS-LAST-CKPT-DISB-WR
020660         IF CKPT-CHECKS-ISSUED NUMERIC
020670             MOVE CKPT-CHECKS-ISSUED TO WS-LAST-CKPT-CHECKS
020680         ELSE
020690             MOVE ZERO TO WS-LAST-CKPT-CHECKS
020700         END-IF
020710         IF CKPT-RUN-NO NUMERIC
020720             MOVE CKPT-RUN-NO TO WS-LAST-CKPT-RUN-NO
020730         ELSE
020740             MOVE ZERO TO WS-LAST-CKPT-RUN-NO
020750         END-IF
020760         IF CKPT-LBAL-COUNT NUMERIC
020770             MOVE CKPT-LBAL-COUNT TO WS-LAST-CKPT-LBAL-CT
020780             MOVE CKPT-LPAY-COUNT TO WS-LAST-CKPT-LPAY-CT
020790         ELSE
020800             MOVE ZERO TO WS-LAST-CKPT-LBAL-CT
020810             MOVE ZERO TO WS-LAST-CKPT-LPAY-CT
020820         END-IF
020830         IF CKPT-RETRO-TAX-TOTAL NUMERIC
020840             MOVE CKPT-RETRO-TAX-TOTAL TO WS-LAST-CKPT-RETRO-TAX
020850         ELSE
020860             MOVE ZERO TO WS-LAST-CKPT-RETRO-TAX
020870         END-IF
020880         IF CKPT-JURS-COUNT NUMERIC
020890             MOVE CKPT-JURS-COUNT TO WS-LAST-CKPT-JURS-CT
020900         ELSE
020910             MOVE ZERO TO WS-LAST-CKPT-JURS-CT
020920         END-IF
020930         SET WS-INTENT-NOT-PENDING  TO TRUE
020940     END-IF
020950     IF CKPT-DEPT-RECORD
020960         PERFORM 1230-UPSERT-DEPT-ENTRY THRU 1230-EXIT
020970     END-IF
020980     IF CKPT-ELECT-RECORD
020990         PERFORM 1240-UPSERT-ELECT-ENTRY THRU 1240-EXIT
021000     END-IF
021010     IF CKPT-JUR-RECORD
021020         PERFORM 1250-UPSERT-JUR-ENTRY THRU 1250-EXIT
021030     END-IF
021040     IF CKPT-INTENT-RECORD
021050         SET WS-CKPT-RECORD-FOUND TO TRUE
021060         SET WS-INTENT-PENDING TO TRUE
021070         MOVE CKPT-INT-EMPLOYEE-ID TO WS-INTENT-EMPLOYEE-ID
021080         MOVE CKPT-INT-PRE-GROSS   TO WS-INTENT-PRE-GROSS
021090         MOVE CKPT-INT-POST-GROSS  TO WS-INTENT-POST-GROSS
021100     END-IF.
021110 1220-EXIT.
021120     EXIT.
021130*
021140*-------------------------------------------------------------*
021150* 1230-UPSERT-DEPT-ENTRY - APPLY ONE CHECKPOINTED DEPARTMENT
021160*                          ENTRY.  EACH TYPE-2 RECORD CARRIES
021170*                          THE ABSOLUTE FIGURES OF THE ONE
021180*                          ENTRY THE CHECKPOINTED EMPLOYEE
021190*                          TOUCHED, SO REPLAYING THE FILE IN
021200*                          ORDER REBUILDS THE TABLE AS OF THE
021210*                          LAST CHECKPOINT.
021220*-------------------------------------------------------------*
021230 1230-UPSERT-DEPT-ENTRY.
021240     SET WS-DEPT-NOT-FOUND TO TRUE
021250     PERFORM 1232-MATCH-CKPT-DEPT THRU 1232-EXIT
021260         VARYING WS-DEPT-IDX FROM 1 BY 1
021270         UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
021280            OR WS-DEPT-FOUND
021290     IF WS-DEPT-NOT-FOUND
021300         IF WS-DEPT-COUNT < 100
021310             ADD 1 TO WS-DEPT-COUNT
021320         END-IF
021330         SET WS-DEPT-USE-IDX TO WS-DEPT-COUNT
021340         MOVE CKPT-DEPT-CODE TO WS-DEPT-CODE (WS-DEPT-USE-IDX)
021350     END-IF
021360     SET WS-DEPT-NOT-PRINTED (WS-DEPT-USE-IDX) TO TRUE
021370     MOVE CKPT-DEPT-EMP-COUNT
021380         TO WS-DEPT-EMP-COUNT (WS-DEPT-USE-IDX)
021390     MOVE CKPT-DEPT-GROSS
021400         TO WS-DEPT-GROSS (WS-DEPT-USE-IDX)
021410     MOVE CKPT-DEPT-INCOME-TAX
021420         TO WS-DEPT-INCOME-TAX (WS-DEPT-USE-IDX)
021430     MOVE CKPT-DEPT-SOC-SEC
021440         TO WS-DEPT-SOC-SEC (WS-DEPT-USE-IDX)
021450     MOVE CKPT-DEPT-HEALTH-INS
021460         TO WS-DEPT-HEALTH-INS (WS-DEPT-USE-IDX)
021470     MOVE CKPT-DEPT-NET-PAY
021480         TO WS-DEPT-NET-PAY (WS-DEPT-USE-IDX)
021490     MOVE CKPT-DEPT-ER-TAXES
021500         TO WS-DEPT-ER-TAXES (WS-DEPT-USE-IDX).
021510 1230-EXIT.
021520     EXIT.
021530*
021540*-------------------------------------------------------------*
021550* 1232-MATCH-CKPT-DEPT - REMEMBER THE TABLE SLOT WHOSE CODE
021560*                        MATCHES THE CHECKPOINTED ENTRY'S
021570*-------------------------------------------------------------*
021580 1232-MATCH-CKPT-DEPT.
021590     IF CKPT-DEPT-CODE = WS-DEPT-CODE (WS-DEPT-IDX)
021600         SET WS-DEPT-FOUND TO TRUE
021610         SET WS-DEPT-USE-IDX TO WS-DEPT-IDX
021620     END-IF.
021630 1232-EXIT.
021640     EXIT.
021650*
021660*-------------------------------------------------------------*
021670* 1240-UPSERT-ELECT-ENTRY - APPLY ONE CHECKPOINTED ELECTION GL
021680*                           TOTAL.  EACH TYPE-4 RECORD CARRIES
021690*                           THE ABSOLUTE RUN TOTAL OF ONE
021700*                           DEDUCTION CODE AS OF THE
021710*                           CHECKPOINT, SO REPLAYING THE FILE
021720*                           IN ORDER REBUILDS THE TABLE.
021730*-------------------------------------------------------------*
021740 1240-UPSERT-ELECT-ENTRY.
021750     SET WS-EGL-NOT-FOUND TO TRUE
021760     PERFORM 1242-MATCH-CKPT-ELECT THRU 1242-EXIT
021770         VARYING WS-EGL-IDX FROM 1 BY 1
021780         UNTIL WS-EGL-IDX > WS-EGL-COUNT
021790            OR WS-EGL-FOUND
021800     IF WS-EGL-NOT-FOUND
021810*        A FULL TABLE MUST STOP THE RUN - OVERFLOWING INTO
021820*        ANOTHER CODE'S SLOT WOULD CREDIT ONE THIRD PARTY'S
021830*        WITHHOLDINGS TO ANOTHER'S GL ACCOUNT, SILENTLY.
021840*        ONLY THE CHECKPOINT FILE IS OPEN AT REPLAY TIME.
021850         IF WS-EGL-COUNT NOT LESS THAN 20
021860             DISPLAY "ELECTION GL TABLE FULL ON CHECKPOINT "
021870                 "REPLAY - RUN STOPPED"
021880             CLOSE CHECKPOINT-FILE
021890             MOVE 16 TO RETURN-CODE
021900             STOP RUN
021910         END-IF
021920         ADD 1 TO WS-EGL-COUNT
021930         SET WS-EGL-USE-IDX TO WS-EGL-COUNT
021940         MOVE CKPT-ELECT-CODE TO WS-EGL-CODE (WS-EGL-USE-IDX)
021950     END-IF
021960     MOVE CKPT-ELECT-GL-ACCOUNT
021970         TO WS-EGL-GL-ACCOUNT (WS-EGL-USE-IDX)
021980     MOVE CKPT-ELECT-AMOUNT
021990         TO WS-EGL-AMOUNT (WS-EGL-USE-IDX).
022000 1240-EXIT.
022010     EXIT.
022020*
022030*-------------------------------------------------------------*
022040* 1242-MATCH-CKPT-ELECT - REMEMBER THE TABLE SLOT WHOSE CODE
022050*                         MATCHES THE CHECKPOINTED ENTRY'S
022060*-------------------------------------------------------------*
022070 1242-MATCH-CKPT-ELECT.
022080     IF CKPT-ELECT-CODE = WS-EGL-CODE (WS-EGL-IDX)
022090         SET WS-EGL-FOUND TO TRUE
022100         SET WS-EGL-USE-IDX TO WS-EGL-IDX
022110     END-IF.
022120 1242-EXIT.
022130     EXIT.
022140*
022150*-------------------------------------------------------------*
022160* 1250-UPSERT-JUR-ENTRY - APPLY ONE CHECKPOINTED JURISDICTION
022170*                         GL TOTAL.  EACH TYPE-5 RECORD CARRIES
022180*                         THE ABSOLUTE RUN TOTAL OF ONE STATE
022190*                         OR LOCAL JURISDICTION AS OF THE
022200*                         CHECKPOINT, AS TYPE 4 DOES FOR THE
022210*                         ELECTIONS.
022220*-------------------------------------------------------------*
022230 1250-UPSERT-JUR-ENTRY.
022240     SET WS-JGL-NOT-FOUND TO TRUE
022250     PERFORM 1252-MATCH-CKPT-JUR THRU 1252-EXIT
022260         VARYING WS-JGL-IDX FROM 1 BY 1
022270         UNTIL WS-JGL-IDX > WS-JGL-COUNT
022280            OR WS-JGL-FOUND
022290     IF WS-JGL-NOT-FOUND
022300         IF WS-JGL-COUNT NOT LESS THAN 20
022310             DISPLAY "JURISDICTION GL TABLE FULL ON CHECKPOINT "
022320                 "REPLAY - RUN STOPPED"
022330             CLOSE CHECKPOINT-FILE
022340             MOVE 16 TO RETURN-CODE
022350             STOP RUN
022360         END-IF
022370         ADD 1 TO WS-JGL-COUNT
022380         SET WS-JGL-USE-IDX TO WS-JGL-COUNT
022390         MOVE CKPT-JUR-CODE TO WS-JGL-CODE (WS-JGL-USE-IDX)
022400     END-IF
022410     MOVE CKPT-JUR-GL-ACCOUNT
022420         TO WS-JGL-GL-ACCOUNT (WS-JGL-USE-IDX)
022430     MOVE CKPT-JUR-AMOUNT
022440         TO WS-JGL-AMOUNT (WS-JGL-USE-IDX).
022450 1250-EXIT.
022460     EXIT.
022470*
022480*-------------------------------------------------------------*
022490* 1252-MATCH-CKPT-JUR - REMEMBER THE TABLE SLOT WHOSE CODE
022500*                       MATCHES THE CHECKPOINTED ENTRY'S
022510*-------------------------------------------------------------*
022520 1252-MATCH-CKPT-JUR.
022530     IF CKPT-JUR-CODE = WS-JGL-CODE (WS-JGL-IDX)
022540         SET WS-JGL-FOUND TO TRUE
022550         SET WS-JGL-USE-IDX TO WS-JGL-IDX
022560     END-IF.
022570 1252-EXIT.
022580     EXIT.
022590*
022600*-------------------------------------------------------------*
022610* 1300-OPEN-EMPLOYEE-MASTER - OPEN THE YTD MASTER FOR KEYED
022620*                             READ/REWRITE.  THE MASTER IS
022630*                             UPDATED IN PLACE, SO THE SAME
022640*                             OPEN SERVES A FRESH RUN OR A
022650*                             RESTARTED ONE.
022660*-------------------------------------------------------------*
022670 1300-OPEN-EMPLOYEE-MASTER.
022680     OPEN I-O EMPLOYEE-MASTER
022690     IF WS-EMPLOYEE-MASTER-STATUS NOT = "00"
022700         DISPLAY "EMPLOYEE MASTER OPEN FAILED - STATUS "
022710             WS-EMPLOYEE-MASTER-STATUS
022720         CLOSE EMPLOYEE-FILE
022730         MOVE 16 TO RETURN-CODE
022740         STOP RUN
022750     END-IF.
022760 1300-EXIT.
022770     EXIT.
022780*
022790*-------------------------------------------------------------*
022800* 1400-OPEN-CHECKPOINT-FILE - (RE)OPEN THE CHECKPOINT FILE FOR
022810*                             WRITING THIS RUN'S PROGRESS
022820*-------------------------------------------------------------*
022830 1400-OPEN-CHECKPOINT-FILE.
022840     IF WS-RESTARTING
022850         OPEN EXTEND CHECKPOINT-FILE
022860     ELSE
022870         OPEN OUTPUT CHECKPOINT-FILE
022880     END-IF
022890     IF WS-CHECKPOINT-STATUS NOT = "00"
022900         DISPLAY "CHECKPOINT FILE OPEN FAILED - STATUS "
022910             WS-CHECKPOINT-STATUS
022920         CLOSE EMPLOYEE-FILE
022930         CLOSE EMPLOYEE-MASTER
022940         MOVE 16 TO RETURN-CODE
022950         STOP RUN
022960     END-IF.
022970 1400-EXIT.
022980     EXIT.
022990*
023000*-------------------------------------------------------------*
023010* 1450-OPEN-DEPT-REPORT - OPEN THE DEPARTMENT WITHHOLDING
023020*                         SUMMARY FILE.  THE SUMMARY IS ONLY
023030*                         WRITTEN AT END OF RUN, SO A FRESH
023040*                         OUTPUT OPEN SERVES A CLEAN RUN AND A
023050*                         RESTARTED ONE ALIKE.
023060*-------------------------------------------------------------*
023070 1450-OPEN-DEPT-REPORT.
023080     OPEN OUTPUT DEPT-REPORT-FILE
023090     IF WS-DEPT-REPORT-STATUS NOT = "00"
023100         DISPLAY "DEPT REPORT FILE OPEN FAILED - STATUS "
023110             WS-DEPT-REPORT-STATUS
023120         CLOSE EMPLOYEE-FILE
023130         CLOSE EMPLOYEE-MASTER
023140         CLOSE CHECKPOINT-FILE
023150         MOVE 16 TO RETURN-CODE
023160         STOP RUN
023170     END-IF.
023180 1450-EXIT.
023190     EXIT.
023200*
023210*-------------------------------------------------------------*
023220* 1460-OPEN-GL-INTERFACE - OPEN THE GL POSTING INTERFACE FILE.
023230*                          LIKE THE DEPT SUMMARY IT IS ONLY
023240*                          WRITTEN AT END OF RUN, SO A FRESH
023250*                          OUTPUT OPEN SERVES EVERY RUN.  GLPOST
023260*                          (JCL STEP030) CONSUMES THIS FILE, SO
023270*                          A FAILED OPEN STOPS THE RUN.
023280*-------------------------------------------------------------*
023290 1460-OPEN-GL-INTERFACE.
023300     OPEN OUTPUT GL-INTERFACE-FILE
023310     IF WS-GL-INTERFACE-STATUS NOT = "00"
023320         DISPLAY "GL INTERFACE FILE OPEN FAILED - STATUS "
023330             WS-GL-INTERFACE-STATUS
023340         CLOSE EMPLOYEE-FILE
023350         CLOSE EMPLOYEE-MASTER
023360         CLOSE CHECKPOINT-FILE
023370         CLOSE DEPT-REPORT-FILE
023380         MOVE 16 TO RETURN-CODE
023390         STOP RUN
023400     END-IF.
023410 1460-EXIT.
023420     EXIT.
023430*
023440*------------------------------------------------------------*
023450* 1470-OPEN-EXCEPTION-FILE - OPEN THE EXCEPTION REPORT FILE.
023460*                            LIKE THE TAX REPORT IT IS OPENED
023470*                            EXTEND ON A RESTART SO EXCEPTIONS
023480*                            LOGGED BEFORE THE INTERRUPTION
023490*                            ARE KEPT.
023500*------------------------------------------------------------*
023510 1470-OPEN-EXCEPTION-FILE.
023520     IF WS-RESTARTING
023530         OPEN EXTEND EXCEPTION-FILE
023540     ELSE
023550         OPEN OUTPUT EXCEPTION-FILE
023560     END-IF
023570     IF WS-EXCEPTION-STATUS NOT = "00"
023580         DISPLAY "EXCEPTION FILE OPEN FAILED - STATUS "
023590             WS-EXCEPTION-STATUS
023600         CLOSE TAX-REPORT-FILE
023610         CLOSE EMPLOYEE-FILE
023620         IF WS-BATCH-MODE
023630             CLOSE EMPLOYEE-MASTER
023640             CLOSE CHECKPOINT-FILE
023650             CLOSE DEPT-REPORT-FILE
023660             CLOSE GL-INTERFACE-FILE
023670             CLOSE PAY-HISTORY-FILE
023680             CLOSE LEAVE-BALANCE-FILE
023690         END-IF
023700         MOVE 16 TO RETURN-CODE
023710         STOP RUN
023720     END-IF
023730     IF WS-OFF-CYCLE-RUN
023740        AND WS-NOT-RESTARTING
023750         MOVE SPACES TO EXCEPTION-RECORD
023760         MOVE ZERO TO EXC-EMPLOYEE-ID
023770         MOVE "OFFC" TO EXC-CODE
023780         MOVE ZERO TO EXC-OFFENDING-VALUE
023790         STRING WS-RUN-LABEL " - SUPERVISOR " WS-RUN-SUPERVISOR
023800             DELIMITED BY SIZE INTO EXC-ACTION-REQUIRED
023810         WRITE EXCEPTION-RECORD
023820     END-IF.
023830 1470-EXIT.
023840     EXIT.
023850*
023860*-------------------------------------------------------------*
023870* 1475-OPEN-STUB-FILE - OPEN THE PAY STUB FILE (EXTEND ON A
023880*                       RESTART, OUTPUT OTHERWISE), LIKE THE
023890*                       TAX REPORT, SO A RESTARTED RUN APPENDS
023900*                       THE REMAINING STUBS TO THE KEPT FILE
023910*-------------------------------------------------------------*
023920 1475-OPEN-STUB-FILE.
023930     IF WS-RESTARTING
023940         OPEN EXTEND STUB-FILE
023950     ELSE
023960         OPEN OUTPUT STUB-FILE
023970     END-IF
023980     IF WS-STUB-STATUS NOT = "00"
023990         DISPLAY "STUB FILE OPEN FAILED - STATUS "
024000             WS-STUB-STATUS
024010         CLOSE TAX-REPORT-FILE
024020         CLOSE EXCEPTION-FILE
024030         CLOSE EMPLOYEE-FILE
024040         CLOSE EMPLOYEE-MASTER
024050         CLOSE CHECKPOINT-FILE
024060         CLOSE DEPT-REPORT-FILE
024070         CLOSE GL-INTERFACE-FILE
024080         CLOSE PAY-HISTORY-FILE
024090         CLOSE LEAVE-BALANCE-FILE
024100         MOVE 16 TO RETURN-CODE
024110         STOP RUN
024120     END-IF.
024130 1475-EXIT.
024140     EXIT.
024150*
024160*-------------------------------------------------------------*
024170* 1480-OPEN-DISBURSEMENT - OPEN THE BANK DISBURSEMENT FILE.
024180*                          DETAIL RECORDS ARE WRITTEN AS
024190*                          EMPLOYEES ARE PAID, SO ON A RESTART
024200*                          THE FILE IS EXTENDED AND THE TRAILER
024210*                          AT END OF RUN COVERS THE WHOLE
024220*                          NIGHT.
024230*-------------------------------------------------------------*
024240 1480-OPEN-DISBURSEMENT.
024250     IF WS-RESTARTING
024260         PERFORM 1485-PRETALLY-DISB-FILE THRU 1485-EXIT
024270         OPEN EXTEND DISBURSEMENT-FILE
024280     ELSE
024290         OPEN OUTPUT DISBURSEMENT-FILE
024300     END-IF
024310     IF WS-DISBURSEMENT-STATUS NOT = "00"
024320         DISPLAY "DISBURSEMENT FILE OPEN FAILED - STATUS "
024330             WS-DISBURSEMENT-STATUS
024340         CLOSE TAX-REPORT-FILE
024350         CLOSE EXCEPTION-FILE
024360         CLOSE STUB-FILE
024370         CLOSE EMPLOYEE-FILE
024380         CLOSE EMPLOYEE-MASTER
024390         CLOSE CHECKPOINT-FILE
024400         CLOSE DEPT-REPORT-FILE
024410         CLOSE GL-INTERFACE-FILE
024420         CLOSE PAY-HISTORY-FILE
024430         CLOSE LEAVE-BALANCE-FILE
024440         MOVE 16 TO RETURN-CODE
024450         STOP RUN
024460     END-IF.
024470 1480-EXIT.
024480     EXIT.
024490*
024500*-------------------------------------------------------------*
024510* 1482-OPEN-PAYMENT-INSTR - OPEN THE PAYMENT INSTRUCTION FILE
024520*                           FOR KEYED READ AND REWRITE AND PICK
024530*                           UP THE CHECK CONTROL RECORD - THE
024540*                           COMPANY ACCOUNT CHECKS ARE DRAWN ON
024550*                           AND THE PRENOTE WAIT.  NOBODY CAN BE
024560*                           PAID WITHOUT IT, SO A FAILED OPEN OR
024570*                           A MISSING CONTROL RECORD STOPS THE
024580*                           RUN.
024590*-------------------------------------------------------------*
024600 1482-OPEN-PAYMENT-INSTR.
024610     OPEN I-O PAYMENT-INSTRUCTION-FILE
024620     IF WS-PAYMENT-INSTR-STATUS NOT = "00"
024630         DISPLAY "PAYMENT INSTRUCTION FILE OPEN FAILED - STATUS "
024640             WS-PAYMENT-INSTR-STATUS
024650         PERFORM 1484-ABORT-PAYMENT-SETUP THRU 1484-EXIT
024660     END-IF
024670     MOVE ZERO TO PIN-EMPLOYEE-ID
024680     READ PAYMENT-INSTRUCTION-FILE
024690         INVALID KEY
024700             MOVE SPACES TO PAYMENT-CONTROL-RECORD
024710     END-READ
024720     IF PCR-NEXT-CHECK-NO NOT NUMERIC
024730         DISPLAY "CHECK CONTROL RECORD MISSING OR NOT VALID ON "
024740             "PAYMENT INSTRUCTION FILE"
024750         CLOSE PAYMENT-INSTRUCTION-FILE
024760         PERFORM 1484-ABORT-PAYMENT-SETUP THRU 1484-EXIT
024770     END-IF
024780     MOVE PCR-BANK-ACCOUNT-NO TO WS-CHECK-BANK-ACCOUNT
024790     IF PCR-PRENOTE-WAIT-DAYS NUMERIC
024800         MOVE PCR-PRENOTE-WAIT-DAYS TO WS-PRENOTE-WAIT-DAYS
024810     END-IF
024820     MOVE WS-RUN-DATE TO WS-DAYNUM-DATE
024830     PERFORM 5059-COMPUTE-DAY-NUMBER THRU 5059-EXIT
024840     MOVE WS-DAYNUM-RESULT TO WS-RUN-DAY-NUMBER.
024850 1482-EXIT.
024860     EXIT.
024870*
024880*-------------------------------------------------------------*
024890* 1484-ABORT-PAYMENT-SETUP - THE RUN MAY NOT PROCEED WITHOUT
024900*                            ITS PAYMENT FILES.  CLOSE WHAT IS
024910*                            OPEN AND STOP BEFORE ANY EMPLOYEE
024920*                            IS TAXED.
024930*-------------------------------------------------------------*
024940 1484-ABORT-PAYMENT-SETUP.
024950     CLOSE TAX-REPORT-FILE
024960     CLOSE EXCEPTION-FILE
024970     CLOSE STUB-FILE
024980     CLOSE EMPLOYEE-FILE
024990     CLOSE EMPLOYEE-MASTER
025000     CLOSE CHECKPOINT-FILE
025010     CLOSE DEPT-REPORT-FILE
025020     CLOSE GL-INTERFACE-FILE
025030     CLOSE PAY-HISTORY-FILE
025040     CLOSE LEAVE-BALANCE-FILE
025050     CLOSE DISBURSEMENT-FILE
025060     MOVE 16 TO RETURN-CODE
025070     STOP RUN.
025080 1484-EXIT.
025090     EXIT.
025100*
025110*-------------------------------------------------------------*
025120* 1485-PRETALLY-DISB-FILE - ON A RESTART, COUNT THE 'D'
025130*                           RECORDS ALREADY ON THE KEPT
025140*                           DISBURSEMENT FILE.  IF THE FILE
025150*                           CARRIES MORE THAN THE CHECKPOINT
025160*                           RECORDED, THE CRASH FELL BETWEEN THE
025170*                           FIRST UNPROCESSED RECORD'S
025180*                           DISBURSEMENT WRITES AND ITS
025190*                           CHECKPOINT, AND 5050 SUPPRESSES THAT
025200*                           MANY OF THE RECORD'S REPROCESSED
025210*                           WRITES SO THE BANK IS NOT PAID TWICE.
025220*-------------------------------------------------------------*
025230 1485-PRETALLY-DISB-FILE.
025240     OPEN INPUT DISBURSEMENT-FILE
025250     IF WS-DISBURSEMENT-STATUS NOT = "00"
025260         DISPLAY "DISBURSEMENT PRETALLY OPEN FAILED - STATUS "
025270             WS-DISBURSEMENT-STATUS
025280         CLOSE TAX-REPORT-FILE
025290         CLOSE EXCEPTION-FILE
025300         CLOSE EMPLOYEE-FILE
025310         CLOSE EMPLOYEE-MASTER
025320         CLOSE CHECKPOINT-FILE
025330         CLOSE DEPT-REPORT-FILE
025340         CLOSE GL-INTERFACE-FILE
025350         CLOSE PAY-HISTORY-FILE
025360         CLOSE LEAVE-BALANCE-FILE
025370         MOVE 16 TO RETURN-CODE
025380         STOP RUN
025390     END-IF
025400     MOVE ZERO TO WS-DISB-COUNT
025410     MOVE ZERO TO WS-DISB-TOTAL
025420     SET WS-DISB-NOT-END-OF-FILE TO TRUE
025430     PERFORM 9410-TALLY-DISB-RECORD THRU 9410-EXIT
025440         UNTIL WS-DISB-END-OF-FILE
025450     CLOSE DISBURSEMENT-FILE
025460     MOVE WS-DISB-COUNT TO WS-DISB-ON-FILE-CT
025470     IF WS-DISB-ON-FILE-CT > WS-DISB-WRITTEN-CT
025480         COMPUTE WS-DISB-ORPHAN-CT =
025490             WS-DISB-ON-FILE-CT - WS-DISB-WRITTEN-CT
025500         SET WS-DISB-ORPHAN-PENDING TO TRUE
025510     END-IF.
025520 1485-EXIT.
025530     EXIT.
025540*
025550*-------------------------------------------------------------*
025560* 1486-OPEN-CHECK-FILES - OPEN THE CHECK REGISTER AND THE
025570*                         POSITIVE PAY ISSUE FILE (EXTEND ON A
025580*                         RESTART, OUTPUT OTHERWISE).  ON A
025590*                         RESTART THE POSITIVE PAY FILE IS
025600*                         PRE-TALLIED FIRST, LIKE THE
025610*                         DISBURSEMENT FILE, SO A CHECK ISSUED
025620*                         JUST BEFORE THE CRASH IS NOT ISSUED
025630*                         AGAIN.
025640*-------------------------------------------------------------*
025650 1486-OPEN-CHECK-FILES.
025660     IF WS-RESTARTING
025670         OPEN EXTEND CHECK-REGISTER-FILE
025680     ELSE
025690         OPEN OUTPUT CHECK-REGISTER-FILE
025700     END-IF
025710     IF WS-CHECK-REGISTER-STATUS NOT = "00"
025720         DISPLAY "CHECK REGISTER OPEN FAILED - STATUS "
025730             WS-CHECK-REGISTER-STATUS
025740         CLOSE PAYMENT-INSTRUCTION-FILE
025750         PERFORM 1484-ABORT-PAYMENT-SETUP THRU 1484-EXIT
025760     END-IF
025770     IF WS-RESTARTING
025780         PERFORM 1488-PRETALLY-POSPAY THRU 1488-EXIT
025790         OPEN EXTEND POSITIVE-PAY-FILE
025800     ELSE
025810         OPEN OUTPUT POSITIVE-PAY-FILE
025820     END-IF
025830     IF WS-POSITIVE-PAY-STATUS NOT = "00"
025840         DISPLAY "POSITIVE PAY FILE OPEN FAILED - STATUS "
025850             WS-POSITIVE-PAY-STATUS
025860         CLOSE PAYMENT-INSTRUCTION-FILE
025870         CLOSE CHECK-REGISTER-FILE
025880         PERFORM 1484-ABORT-PAYMENT-SETUP THRU 1484-EXIT
025890     END-IF
025900     IF WS-NOT-RESTARTING
025910         MOVE SPACES TO CHECK-REGISTER-LINE
025920         STRING "POLUX FINANCIAL - PAYROLL CHECK REGISTER - "
025930                 "RUN DATE " WS-RUN-DATE " " WS-RUN-LABEL
025940             DELIMITED BY SIZE INTO CHECK-REGISTER-LINE
025950         WRITE CHECK-REGISTER-LINE
025960         WRITE CHECK-REGISTER-LINE FROM WS-CHECK-REG-HEADING
025970     END-IF.
025980 1486-EXIT.
025990     EXIT.
026000*
026010*-------------------------------------------------------------*
026020* 1488-PRETALLY-POSPAY - ON A RESTART, COUNT THE CHECKS ALREADY
026030*                        ON THE KEPT POSITIVE PAY FILE.  IF THE
026040*                        FILE CARRIES MORE THAN THE CHECKPOINT
026050*                        RECORDED, 5056 DOES NOT ISSUE THE FIRST
026060*                        UNPROCESSED RECORD'S CHECK AGAIN, AND
026070*                        ITS STUB TAKES THE LAST NUMBER ISSUED.
026080*-------------------------------------------------------------*
026090 1488-PRETALLY-POSPAY.
026100     OPEN INPUT POSITIVE-PAY-FILE
026110     IF WS-POSITIVE-PAY-STATUS NOT = "00"
026120         DISPLAY "POSITIVE PAY PRETALLY OPEN FAILED - STATUS "
026130             WS-POSITIVE-PAY-STATUS
026140         CLOSE PAYMENT-INSTRUCTION-FILE
026150         CLOSE CHECK-REGISTER-FILE
026160         PERFORM 1484-ABORT-PAYMENT-SETUP THRU 1484-EXIT
026170     END-IF
026180     MOVE ZERO TO WS-PP-COUNT
026190     MOVE ZERO TO WS-PP-TOTAL
026200     SET WS-PP-NOT-END-OF-FILE TO TRUE
026210     PERFORM 9460-TALLY-POSPAY-RECORD THRU 9460-EXIT
026220         UNTIL WS-PP-END-OF-FILE
026230     CLOSE POSITIVE-PAY-FILE
026240     MOVE WS-PP-COUNT TO WS-CHECKS-ON-FILE-CT
026250     IF WS-CHECKS-ON-FILE-CT > WS-CHECKS-ISSUED-CT
026260         COMPUTE WS-CHECK-ORPHAN-CT =
026270             WS-CHECKS-ON-FILE-CT - WS-CHECKS-ISSUED-CT
026280         SET WS-DISB-ORPHAN-PENDING TO TRUE
026290     END-IF.
026300 1488-EXIT.
026310     EXIT.
026320*
026330*-------------------------------------------------------------*
026340* 1490-OPEN-PAY-HISTORY - OPEN THE PERMANENT PAY HISTORY FILE
026350*                         FOR KEYED WRITE AND REWRITE.  THE
026360*                         FILE IS UPDATED IN PLACE RUN OVER
026370*                         RUN, LIKE THE EMPLOYEE MASTER, SO
026380*                         THE SAME OPEN SERVES A FRESH RUN OR
026390*                         A RESTARTED ONE.  REVERSALS CANNOT
026400*                         BE POSTED CORRECTLY WITHOUT IT, SO A
026410*                         FAILED OPEN STOPS THE RUN.
026420*-------------------------------------------------------------*
026430 1490-OPEN-PAY-HISTORY.
026440     OPEN I-O PAY-HISTORY-FILE
026450     IF WS-PAY-HISTORY-STATUS NOT = "00"
026460         DISPLAY "PAY HISTORY FILE OPEN FAILED - STATUS "
026470             WS-PAY-HISTORY-STATUS
026480         CLOSE EMPLOYEE-FILE
026490         CLOSE EMPLOYEE-MASTER
026500         CLOSE CHECKPOINT-FILE
026510         CLOSE DEPT-REPORT-FILE
026520         CLOSE GL-INTERFACE-FILE
026530         MOVE 16 TO RETURN-CODE
026540         STOP RUN
026550     END-IF.
026560 1490-EXIT.
026570     EXIT.
026580*
026590*-------------------------------------------------------------*
026600* 1495-OPEN-LEAVE-BALANCES - OPEN THE PAID LEAVE BALANCE FILE
026610*                            FOR KEYED UPDATE.  IT IS UPDATED IN
026620*                            PLACE LIKE THE PAY HISTORY FILE, AND
026630*                            LEAVE CANNOT BE ACCRUED, TAKEN OR
026640*                            PAID OUT WITHOUT IT, SO A FAILED
026650*                            OPEN STOPS THE RUN.
026660*-------------------------------------------------------------*
026670 1495-OPEN-LEAVE-BALANCES.
026680     OPEN I-O LEAVE-BALANCE-FILE
026690     IF WS-LEAVE-BALANCE-STATUS NOT = "00"
026700         DISPLAY "LEAVE BALANCE FILE OPEN FAILED - STATUS "
026710             WS-LEAVE-BALANCE-STATUS
026720         CLOSE EMPLOYEE-FILE
026730         CLOSE EMPLOYEE-MASTER
026740         CLOSE CHECKPOINT-FILE
026750         CLOSE DEPT-REPORT-FILE
026760         CLOSE GL-INTERFACE-FILE
026770         CLOSE PAY-HISTORY-FILE
026780         MOVE 16 TO RETURN-CODE
026790         STOP RUN
026800     END-IF.
026810 1495-EXIT.
026820     EXIT.
026830*
026840*-------------------------------------------------------------*
026850* 1497-OPEN-PRIOR-YEAR-FILES - OPEN THE YTD ARCHIVE AND THE
026860*                              PRIOR-YEAR CORRECTION FILE FOR
026870*                              KEYED UPDATE.  A CORRECTION TO A
026880*                              CLOSED YEAR CANNOT BE TOLD APART
026890*                              FROM A CURRENT ONE WITHOUT THE
026900*                              ARCHIVE, SO A FAILED OPEN STOPS
026910*                              THE RUN.
026920*-------------------------------------------------------------*
026930 1497-OPEN-PRIOR-YEAR-FILES.
026940     OPEN I-O YTD-ARCHIVE-FILE
026950     IF WS-YTD-ARCHIVE-STATUS NOT = "00"
026960         DISPLAY "YTD ARCHIVE FILE OPEN FAILED - STATUS "
026970             WS-YTD-ARCHIVE-STATUS
026980         CLOSE EMPLOYEE-FILE
026990         CLOSE EMPLOYEE-MASTER
027000         CLOSE CHECKPOINT-FILE
027010         CLOSE DEPT-REPORT-FILE
027020         CLOSE GL-INTERFACE-FILE
027030         CLOSE PAY-HISTORY-FILE
027040         CLOSE LEAVE-BALANCE-FILE
027050         MOVE 16 TO RETURN-CODE
027060         STOP RUN
027070     END-IF
027080     OPEN I-O PRIOR-YEAR-CORR-FILE
027090     IF WS-PRIOR-YEAR-CORR-STATUS NOT = "00"
027100         DISPLAY "PRIOR-YEAR CORRECTION FILE OPEN FAILED - "
027110             "STATUS " WS-PRIOR-YEAR-CORR-STATUS
027120         CLOSE EMPLOYEE-FILE
027130         CLOSE EMPLOYEE-MASTER
027140         CLOSE CHECKPOINT-FILE
027150         CLOSE DEPT-REPORT-FILE
027160         CLOSE GL-INTERFACE-FILE
027170         CLOSE PAY-HISTORY-FILE
027180         CLOSE LEAVE-BALANCE-FILE
027190         CLOSE YTD-ARCHIVE-FILE
027200         MOVE 16 TO RETURN-CODE
027210         STOP RUN
027220     END-IF.
027230 1497-EXIT.
027240     EXIT.
027250*
027260*-------------------------------------------------------------*
027270* 1500-LOAD-RATES - PICK AND INSTALL THE RATE SET IN FORCE FOR
027280*                   THE RUN DATE.  THE RATES FILE CARRIES ONE
027290*                   RECORD PER RATE SET, EACH WITH AN EFFECTIVE
027300*                   DATE; THE LATEST SET NOT AFTER THE RUN DATE
027310*                   WINS.  A BATCH RUN WITHOUT A USABLE SET
027320*                   STOPS HERE - WITHHOLDING AT WRONG OR STALE
027330*                   RATES IS WORSE THAN NOT RUNNING.  THE
027340*                   INTERACTIVE FALLBACK KEEPS THE COMPILED-IN
027350*                   FIGURES AND SAYS SO.
027360*-------------------------------------------------------------*
027370 1500-LOAD-RATES.
027380     OPEN INPUT RATES-FILE
027390     IF WS-RATES-STATUS NOT = "00"
027400         DISPLAY "RATES FILE OPEN FAILED - STATUS "
027410             WS-RATES-STATUS
027420         IF WS-BATCH-MODE
027430             PERFORM 1590-ABORT-NO-RATES THRU 1590-EXIT
027440         ELSE
027450             DISPLAY "USING BUILT-IN RATES"
027460         END-IF
027470         GO TO 1500-EXIT
027480     END-IF
027490     PERFORM 1510-READ-RATE-RECORD THRU 1510-EXIT
027500         UNTIL WS-RATES-END-OF-FILE
027510     CLOSE RATES-FILE
027520     IF WS-RATE-SET-NOT-FOUND
027530         DISPLAY "NO RATE SET IN FORCE FOR RUN DATE "
027540             WS-RUN-DATE
027550         IF WS-BATCH-MODE
027560             PERFORM 1590-ABORT-NO-RATES THRU 1590-EXIT
027570         ELSE
027580             DISPLAY "USING BUILT-IN RATES"
027590         END-IF
027600         GO TO 1500-EXIT
027610     END-IF
027620     PERFORM 1520-VALIDATE-RATE-SET THRU 1520-EXIT
027630     IF WS-RATE-SET-INVALID
027640         DISPLAY "RATE SET EFFECTIVE " WS-RS-EFFECTIVE-DATE
027650             " FAILS VALIDATION - TABLE NOT COMPLETE/ASCENDING"
027660         IF WS-BATCH-MODE
027670             PERFORM 1590-ABORT-NO-RATES THRU 1590-EXIT
027680         ELSE
027690             DISPLAY "USING BUILT-IN RATES"
027700         END-IF
027710         GO TO 1500-EXIT
027720     END-IF
027730     PERFORM 1540-INSTALL-RATE-SET THRU 1540-EXIT
027740*    THE STATE AND LOCAL SETS ARE ONLY WITHHELD IN BATCH, AND
027750*    A BATCH RUN MAY NOT PROCEED WITH ANY OF THEM UNUSABLE.
027760     IF WS-BATCH-MODE
027770         PERFORM 1560-VALIDATE-JURISDICTIONS THRU 1560-EXIT
027780     END-IF.
027790 1500-EXIT.
027800     EXIT.
027810*
027820*-------------------------------------------------------------*
027830* 1510-READ-RATE-RECORD - KEEP THE CANDIDATE WITH THE LATEST
027840*                         EFFECTIVE DATE NOT AFTER THE RUN
027850*                         DATE, FOR THE FEDERAL SET AND FOR
027860*                         EACH STATE OR LOCAL JURISDICTION.
027870*                         RECORDS WITH A NONNUMERIC
027880*                         EFFECTIVE DATE ARE IGNORED.
027890*-------------------------------------------------------------*
027900 1510-READ-RATE-RECORD.
027910     READ RATES-FILE
027920         AT END
027930             SET WS-RATES-END-OF-FILE TO TRUE
027940         NOT AT END
027950             IF RTE-EFFECTIVE-DATE NUMERIC
027960                AND RTE-EFFECTIVE-DATE NOT GREATER THAN
027970                    WS-RUN-DATE
027980                 IF RTE-FEDERAL-SET
027990                     IF WS-RATE-SET-NOT-FOUND
028000                        OR RTE-EFFECTIVE-DATE >
028010                           WS-RS-EFFECTIVE-DATE
028020                         MOVE RATE-SET-RECORD TO WS-RATE-SET
028030                         SET WS-RATE-SET-FOUND TO TRUE
028040                     END-IF
028050                 ELSE
028060                     PERFORM 1512-KEEP-JURISDICTION-SET
028070                         THRU 1512-EXIT
028080                 END-IF
028090             END-IF
028100     END-READ.
028110 1510-EXIT.
028120     EXIT.
028130*
028140*-------------------------------------------------------------*
028150* 1512-KEEP-JURISDICTION-SET - A STATE OR LOCAL SET REPLACES
028160*                              THE ONE HELD FOR ITS CODE WHEN
028170*                              IT IS LATER.  A CODE THAT WILL
028180*                              NOT FIT IN THE TABLE IS FLAGGED
028190*                              FOR 1560 TO REFUSE THE RUN.
028200*-------------------------------------------------------------*
028210 1512-KEEP-JURISDICTION-SET.
028220     MOVE RTE-JURISDICTION TO WS-JUR-LOOKUP-CODE
028230     PERFORM 1570-FIND-JURISDICTION THRU 1570-EXIT
028240     IF WS-JUR-FOUND
028250         IF RTE-EFFECTIVE-DATE NOT GREATER THAN
028260            WS-JUR-EFF-DATE (WS-JUR-USE-IDX)
028270             GO TO 1512-EXIT
028280         END-IF
028290     ELSE
028300         IF WS-JUR-COUNT NOT LESS THAN 20
028310             SET WS-JUR-TABLE-FULL TO TRUE
028320             GO TO 1512-EXIT
028330         END-IF
028340         ADD 1 TO WS-JUR-COUNT
028350         SET WS-JUR-USE-IDX TO WS-JUR-COUNT
028360         MOVE RTE-JURISDICTION TO WS-JUR-CODE (WS-JUR-USE-IDX)
028370     END-IF
028380     MOVE RTE-EFFECTIVE-DATE TO WS-JUR-EFF-DATE (WS-JUR-USE-IDX)
028390     MOVE RTE-BRACKET-TABLE  TO WS-JUR-BRACKETS (WS-JUR-USE-IDX)
028400     MOVE RTE-JUR-GL-ACCOUNT
028410         TO WS-JUR-GL-ACCOUNT (WS-JUR-USE-IDX)
028420     MOVE RTE-JUR-BASIS      TO WS-JUR-BASIS (WS-JUR-USE-IDX)
028430     MOVE RTE-JUR-NAME       TO WS-JUR-NAME (WS-JUR-USE-IDX).
028440 1512-EXIT.
028450     EXIT.
028460*
028470*-------------------------------------------------------------*
028480* 1520-VALIDATE-RATE-SET - THE CHOSEN SET MUST CARRY ALL FIVE
028490*                          BRACKETS WITH STRICTLY ASCENDING
028500*                          CEILINGS REACHING THE TABLE MAXIMUM,
028510*                          AND NUMERIC NONZERO FLAT RATES AND
028520*                          WAGE BASE.
028530*-------------------------------------------------------------*
028540 1520-VALIDATE-RATE-SET.
028550     SET WS-RATE-SET-VALID TO TRUE
028560     MOVE ZERO TO WS-RATE-CHECK-CEILING
028570     PERFORM 1530-CHECK-ONE-BRACKET THRU 1530-EXIT
028580         VARYING WS-RS-IDX FROM 1 BY 1
028590         UNTIL WS-RS-IDX > 5
028600            OR WS-RATE-SET-INVALID
028610     IF WS-RATE-SET-VALID
028620        AND WS-RATE-CHECK-CEILING NOT = 999999.99
028630         SET WS-RATE-SET-INVALID TO TRUE
028640     END-IF
028650     IF WS-RATE-SET-VALID
028660         IF WS-RS-SOC-SEC-RATE NOT NUMERIC
028670            OR WS-RS-SOC-SEC-RATE = ZERO
028680            OR WS-RS-HEALTH-INS-RATE NOT NUMERIC
028690            OR WS-RS-HEALTH-INS-RATE = ZERO
028700            OR WS-RS-WAGE-BASE NOT NUMERIC
028710            OR WS-RS-WAGE-BASE = ZERO
028720             SET WS-RATE-SET-INVALID TO TRUE
028730         END-IF
028740     END-IF.
028750 1520-EXIT.
028760     EXIT.
028770*
028780*-------------------------------------------------------------*
028790* 1530-CHECK-ONE-BRACKET - ONE BRACKET MUST BE NUMERIC AND ITS
028800*                          CEILING STRICTLY ABOVE THE ONE
028810*                          BEFORE IT
028820*-------------------------------------------------------------*
028830 1530-CHECK-ONE-BRACKET.
028840     IF WS-RS-CEILING (WS-RS-IDX) NOT NUMERIC
028850        OR WS-RS-RATE (WS-RS-IDX) NOT NUMERIC
028860         SET WS-RATE-SET-INVALID TO TRUE
028870         GO TO 1530-EXIT
028880     END-IF
028890     IF WS-RS-CEILING (WS-RS-IDX) NOT GREATER THAN
028900        WS-RATE-CHECK-CEILING
028910         SET WS-RATE-SET-INVALID TO TRUE
028920         GO TO 1530-EXIT
028930     END-IF
028940     MOVE WS-RS-CEILING (WS-RS-IDX) TO WS-RATE-CHECK-CEILING.
028950 1530-EXIT.
028960     EXIT.
028970*
028980*-------------------------------------------------------------*
028990* 1540-INSTALL-RATE-SET - OVERLAY THE LIVE BRACKET TABLE, FLAT
029000*                         RATES AND WAGE BASE WITH THE CHOSEN
029010*                         SET AND REMEMBER ITS EFFECTIVE DATE
029020*                         FOR THE REPORT HEADER
029030*-------------------------------------------------------------*
029040 1540-INSTALL-RATE-SET.
029050     PERFORM 1550-INSTALL-ONE-BRACKET THRU 1550-EXIT
029060         VARYING WS-RS-IDX FROM 1 BY 1
029070         UNTIL WS-RS-IDX > 5
029080     MOVE WS-RS-SOC-SEC-RATE    TO WS-SOC-SEC-RATE
029090     MOVE WS-RS-HEALTH-INS-RATE TO WS-HEALTH-INS-RATE
029100     MOVE WS-RS-WAGE-BASE       TO WS-SOC-SEC-WAGE-BASE
029110*    SETS ENTERED BEFORE THE EMPLOYER RATES WERE CARRIED HAVE
029120*    SPACES THERE - NO EMPLOYER LIABILITY ACCRUES UNDER THEM.
029130     IF WS-RS-ER-HEALTH-RATE NUMERIC
029140         MOVE WS-RS-ER-HEALTH-RATE TO WS-ER-HEALTH-RATE
029150     ELSE
029160         MOVE ZERO TO WS-ER-HEALTH-RATE
029170     END-IF
029180     IF WS-RS-UNEMP-RATE NUMERIC
029190        AND WS-RS-UNEMP-WAGE-BASE NUMERIC
029200         MOVE WS-RS-UNEMP-RATE      TO WS-UNEMP-RATE
029210         MOVE WS-RS-UNEMP-WAGE-BASE TO WS-UNEMP-WAGE-BASE
029220     ELSE
029230         MOVE ZERO TO WS-UNEMP-RATE
029240         MOVE ZERO TO WS-UNEMP-WAGE-BASE
029250     END-IF
029260     MOVE WS-RS-EFFECTIVE-DATE  TO WS-RATES-EFFECTIVE-DATE.
029270 1540-EXIT.
029280     EXIT.
029290*
029300*-------------------------------------------------------------*
029310* 1550-INSTALL-ONE-BRACKET - COPY ONE CEILING/RATE PAIR INTO
029320*                            THE LIVE BRACKET TABLE
029330*-------------------------------------------------------------*
029340 1550-INSTALL-ONE-BRACKET.
029350     SET WS-BRACKET-IDX TO WS-RS-IDX
029360     MOVE WS-RS-CEILING (WS-RS-IDX)
029370         TO WS-BRACKET-CEILING (WS-BRACKET-IDX)
029380     MOVE WS-RS-RATE (WS-RS-IDX)
029390         TO WS-BRACKET-RATE (WS-BRACKET-IDX).
029400 1550-EXIT.
029410     EXIT.
029420*
029430*-------------------------------------------------------------*
029440* 1560-VALIDATE-JURISDICTIONS - EVERY STATE AND LOCAL SET HELD
029450*                               MUST PASS THE FEDERAL BRACKET
029460*                               CHECKS AND NAME ITS GL ACCOUNT
029470*                               AND A VALID BASIS.  THE
029480*                               FEDERAL SET IS ALREADY
029490*                               INSTALLED, SO THE RATE SET WORK
029500*                               AREA IS FREE TO CHECK THEM IN.
029510*-------------------------------------------------------------*
029520 1560-VALIDATE-JURISDICTIONS.
029530     IF WS-JUR-TABLE-FULL
029540         DISPLAY "MORE THAN 20 STATE/LOCAL JURISDICTIONS IN "
029550             "FORCE ON THE RATES FILE"
029560         PERFORM 1590-ABORT-NO-RATES THRU 1590-EXIT
029570     END-IF
029580     PERFORM 1562-VALIDATE-ONE-JURISDICTION THRU 1562-EXIT
029590         VARYING WS-JUR-IDX FROM 1 BY 1
029600         UNTIL WS-JUR-IDX > WS-JUR-COUNT.
029610 1560-EXIT.
029620     EXIT.
029630*
029640*-------------------------------------------------------------*
029650* 1562-VALIDATE-ONE-JURISDICTION - CHECK ONE HELD SET
029660*-------------------------------------------------------------*
029670 1562-VALIDATE-ONE-JURISDICTION.
029680     SET WS-RATE-SET-VALID TO TRUE
029690     MOVE WS-JUR-BRACKETS (WS-JUR-IDX) TO WS-RS-BRACKET-TABLE
029700     MOVE ZERO TO WS-RATE-CHECK-CEILING
029710     PERFORM 1530-CHECK-ONE-BRACKET THRU 1530-EXIT
029720         VARYING WS-RS-IDX FROM 1 BY 1
029730         UNTIL WS-RS-IDX > 5
029740            OR WS-RATE-SET-INVALID
029750     IF WS-RATE-SET-VALID
029760        AND WS-RATE-CHECK-CEILING NOT = 999999.99
029770         SET WS-RATE-SET-INVALID TO TRUE
029780     END-IF
029790     IF WS-JUR-GL-ACCOUNT (WS-JUR-IDX) = SPACES
029800        OR NOT WS-JUR-BASIS-VALID (WS-JUR-IDX)
029810         SET WS-RATE-SET-INVALID TO TRUE
029820     END-IF
029830     IF WS-RATE-SET-INVALID
029840         DISPLAY "JURISDICTION " WS-JUR-CODE (WS-JUR-IDX)
029850             " RATE SET EFFECTIVE " WS-JUR-EFF-DATE (WS-JUR-IDX)
029860             " FAILS VALIDATION"
029870         PERFORM 1590-ABORT-NO-RATES THRU 1590-EXIT
029880     END-IF.
029890 1562-EXIT.
029900     EXIT.
029910*
029920*-------------------------------------------------------------*
029930* 1570-FIND-JURISDICTION - LOCATE WS-JUR-LOOKUP-CODE IN THE
029940*                          JURISDICTION TABLE.  WS-JUR-USE-IDX
029950*                          IS SET WHEN WS-JUR-FOUND.
029960*-------------------------------------------------------------*
029970 1570-FIND-JURISDICTION.
029980     SET WS-JUR-NOT-FOUND TO TRUE
029990     PERFORM 1572-MATCH-JURISDICTION THRU 1572-EXIT
030000         VARYING WS-JUR-IDX FROM 1 BY 1
030010         UNTIL WS-JUR-IDX > WS-JUR-COUNT
030020            OR WS-JUR-FOUND.
030030 1570-EXIT.
030040     EXIT.
030050*
030060*-------------------------------------------------------------*
030070* 1572-MATCH-JURISDICTION - REMEMBER THE MATCHING TABLE SLOT
030080*-------------------------------------------------------------*
030090 1572-MATCH-JURISDICTION.
030100     IF WS-JUR-CODE (WS-JUR-IDX) = WS-JUR-LOOKUP-CODE
030110         SET WS-JUR-FOUND TO TRUE
030120         SET WS-JUR-USE-IDX TO WS-JUR-IDX
030130     END-IF.
030140 1572-EXIT.
030150     EXIT.
030160*
030170*-------------------------------------------------------------*
030180* 1590-ABORT-NO-RATES - A BATCH RUN MAY NOT PROCEED WITHOUT A
030190*                       VALID RATE SET.  CLOSE WHAT IS OPEN AND
030200*                       STOP BEFORE ANY EMPLOYEE IS TAXED.
030210*-------------------------------------------------------------*
030220 1590-ABORT-NO-RATES.
030230     CLOSE EMPLOYEE-FILE
030240     CLOSE EMPLOYEE-MASTER
030250     CLOSE CHECKPOINT-FILE
030260     CLOSE DEPT-REPORT-FILE
030270     CLOSE GL-INTERFACE-FILE
030280     CLOSE PAY-HISTORY-FILE
030290     CLOSE LEAVE-BALANCE-FILE
030300     MOVE 16 TO RETURN-CODE
030310     STOP RUN.
030320 1590-EXIT.
030330     EXIT.
030340*
030350*-------------------------------------------------------------*
030360* 1600-LOAD-ELECTIONS - LOAD THE DEDUCTION ELECTIONS FILE INTO
030370*                       THE IN-STORAGE TABLE.  THE FILE IS KEPT
030380*                       IN EMPLOYEE ID / PRIORITY ORDER AND IS
030390*                       APPLIED IN TABLE ORDER, SO THE LOAD
030400*                       PRESERVES FILE ORDER.  A BATCH RUN MAY
030410*                       NOT PROCEED WITHOUT THE FILE - COURT
030420*                       GARNISHMENT ORDERS MUST NOT BE SKIPPED
030430*                       QUIETLY.  AN EMPTY FILE SIMPLY MEANS NO
030440*                       ELECTIONS ARE ON FILE.
030450*-------------------------------------------------------------*
030460 1600-LOAD-ELECTIONS.
030470     OPEN INPUT DEDUCTION-FILE
030480     IF WS-DEDUCTION-STATUS NOT = "00"
030490         DISPLAY "DEDUCTION ELECTIONS FILE OPEN FAILED - "
030500             "STATUS " WS-DEDUCTION-STATUS
030510         CLOSE EMPLOYEE-FILE
030520         CLOSE EMPLOYEE-MASTER
030530         CLOSE CHECKPOINT-FILE
030540         CLOSE DEPT-REPORT-FILE
030550         CLOSE GL-INTERFACE-FILE
030560         CLOSE PAY-HISTORY-FILE
030570         CLOSE LEAVE-BALANCE-FILE
030580         MOVE 16 TO RETURN-CODE
030590         STOP RUN
030600     END-IF
030610     PERFORM 1610-READ-ELECTION THRU 1610-EXIT
030620         UNTIL WS-DED-END-OF-FILE
030630     CLOSE DEDUCTION-FILE.
030640 1600-EXIT.
030650     EXIT.
030660*
030670*-------------------------------------------------------------*
030680* 1610-READ-ELECTION - LOAD ONE ELECTION RECORD INTO THE TABLE.
030690*                      RECORDS WITHOUT A NUMERIC NONZERO
030700*                      EMPLOYEE ID ARE IGNORED; A FULL TABLE
030710*                      STOPS THE RUN RATHER THAN DROPPING AN
030720*                      ELECTION, AND SO DOES A FILE OUT OF
030730*                      EMPLOYEE/PRIORITY ORDER - GARNISHMENT
030740*                      PRIORITY IS HONORED BY TABLE ORDER, SO
030750*                      A MIS-SORTED FILE WOULD SILENTLY CHANGE
030760*                      WHICH COURT ORDER IS SATISFIED FIRST.
030770*-------------------------------------------------------------*
030780 1610-READ-ELECTION.
030790     READ DEDUCTION-FILE
030800         AT END
030810             SET WS-DED-END-OF-FILE TO TRUE
030820             GO TO 1610-EXIT
030830     END-READ
030840     IF DED-EMPLOYEE-ID NOT NUMERIC
030850        OR DED-EMPLOYEE-ID = ZERO
030860         GO TO 1610-EXIT
030870     END-IF
030880     IF DED-PRIORITY NOT NUMERIC
030890        OR DED-EMPLOYEE-ID < WS-DED-LAST-EMP
030900        OR (DED-EMPLOYEE-ID = WS-DED-LAST-EMP
030910            AND DED-PRIORITY NOT > WS-DED-LAST-PRI)
030920         DISPLAY "DEDUCTION ELECTIONS FILE OUT OF EMPLOYEE/"
030930             "PRIORITY ORDER AT EMPLOYEE " DED-EMPLOYEE-ID
030940             " - RUN STOPPED"
030950         CLOSE DEDUCTION-FILE
030960         CLOSE EMPLOYEE-FILE
030970         CLOSE EMPLOYEE-MASTER
030980         CLOSE CHECKPOINT-FILE
030990         CLOSE DEPT-REPORT-FILE
031000         CLOSE GL-INTERFACE-FILE
031010         CLOSE PAY-HISTORY-FILE
031020         CLOSE LEAVE-BALANCE-FILE
031030         MOVE 16 TO RETURN-CODE
031040         STOP RUN
031050     END-IF
031060     IF DED-EMPLOYEE-ID = WS-DED-LAST-EMP
031070         MOVE DED-PRIORITY TO WS-DED-LAST-PRI
031080     ELSE
031090         MOVE DED-EMPLOYEE-ID TO WS-DED-LAST-EMP
031100         MOVE DED-PRIORITY    TO WS-DED-LAST-PRI
031110     END-IF
031120     IF WS-DED-COUNT NOT LESS THAN 500
031130         DISPLAY "DEDUCTION ELECTION TABLE FULL - RUN STOPPED"
031140         CLOSE DEDUCTION-FILE
031150         CLOSE EMPLOYEE-FILE
031160         CLOSE EMPLOYEE-MASTER
031170         CLOSE CHECKPOINT-FILE
031180         CLOSE DEPT-REPORT-FILE
031190         CLOSE GL-INTERFACE-FILE
031200         CLOSE PAY-HISTORY-FILE
031210         CLOSE LEAVE-BALANCE-FILE
031220         MOVE 16 TO RETURN-CODE
031230         STOP RUN
031240     END-IF
031250     ADD 1 TO WS-DED-COUNT
031260     SET WS-DED-IDX TO WS-DED-COUNT
031270     MOVE DED-EMPLOYEE-ID   TO WS-DED-EMPLOYEE-ID (WS-DED-IDX)
031280     MOVE DED-CODE          TO WS-DED-CODE (WS-DED-IDX)
031290     MOVE DED-TYPE          TO WS-DED-TYPE (WS-DED-IDX)
031300     MOVE DED-GARNISH-SW    TO WS-DED-GARNISH-SW (WS-DED-IDX)
031310     IF DED-AMOUNT NUMERIC
031320         MOVE DED-AMOUNT TO WS-DED-AMOUNT (WS-DED-IDX)
031330     ELSE
031340         MOVE ZERO TO WS-DED-AMOUNT (WS-DED-IDX)
031350     END-IF
031360     IF DED-RATE NUMERIC
031370         MOVE DED-RATE TO WS-DED-RATE (WS-DED-IDX)
031380     ELSE
031390         MOVE ZERO TO WS-DED-RATE (WS-DED-IDX)
031400     END-IF
031410     IF DED-PROTECTED-NET NUMERIC
031420         MOVE DED-PROTECTED-NET
031430             TO WS-DED-PROTECTED-NET (WS-DED-IDX)
031440     ELSE
031450         MOVE ZERO TO WS-DED-PROTECTED-NET (WS-DED-IDX)
031460     END-IF
031470     MOVE DED-GL-ACCOUNT    TO WS-DED-GL-ACCOUNT (WS-DED-IDX).
031480 1610-EXIT.
031490     EXIT.
031500*
031510*-------------------------------------------------------------*
031520* 1700-LOAD-DEPARTMENTS - LOAD THE DEPARTMENT REFERENCE MASTER
031530*                         INTO THE IN-STORAGE TABLE.  A BATCH
031540*                         RUN MAY NOT PROCEED WITHOUT IT -
031550*                         WITHOUT THE REFERENCE EVERY CODE
031560*                         WOULD VALIDATE AS UNKNOWN AND THE
031570*                         WHOLE FILE WOULD REJECT.
031580*-------------------------------------------------------------*
031590 1700-LOAD-DEPARTMENTS.
031600     OPEN INPUT DEPARTMENT-FILE
031610     IF WS-DEPARTMENT-STATUS NOT = "00"
031620         DISPLAY "DEPARTMENT REFERENCE OPEN FAILED - STATUS "
031630             WS-DEPARTMENT-STATUS
031640         CLOSE EMPLOYEE-FILE
031650         CLOSE EMPLOYEE-MASTER
031660         CLOSE CHECKPOINT-FILE
031670         CLOSE DEPT-REPORT-FILE
031680         CLOSE GL-INTERFACE-FILE
031690         CLOSE PAY-HISTORY-FILE
031700         CLOSE LEAVE-BALANCE-FILE
031710         MOVE 16 TO RETURN-CODE
031720         STOP RUN
031730     END-IF
031740     PERFORM 1710-READ-DEPARTMENT THRU 1710-EXIT
031750         UNTIL WS-DREF-END-OF-FILE
031760     CLOSE DEPARTMENT-FILE.
031770 1700-EXIT.
031780     EXIT.
031790*
031800*-------------------------------------------------------------*
031810* 1710-READ-DEPARTMENT - LOAD ONE REFERENCE RECORD.  BLANK
031820*                        CODES ARE IGNORED; A FULL TABLE STOPS
031830*                        THE RUN.
031840*-------------------------------------------------------------*
031850 1710-READ-DEPARTMENT.
031860     READ DEPARTMENT-FILE
031870         AT END
031880             SET WS-DREF-END-OF-FILE TO TRUE
031890             GO TO 1710-EXIT
031900     END-READ
031910     IF DPT-CODE = SPACES
031920         GO TO 1710-EXIT
031930     END-IF
031940     IF WS-DREF-COUNT NOT LESS THAN 100
031950         DISPLAY "DEPARTMENT REFERENCE TABLE FULL - RUN "
031960             "STOPPED"
031970         CLOSE DEPARTMENT-FILE
031980         CLOSE EMPLOYEE-FILE
031990         CLOSE EMPLOYEE-MASTER
032000         CLOSE CHECKPOINT-FILE
032010         CLOSE DEPT-REPORT-FILE
032020         CLOSE GL-INTERFACE-FILE
032030         CLOSE PAY-HISTORY-FILE
032040         CLOSE LEAVE-BALANCE-FILE
032050         MOVE 16 TO RETURN-CODE
032060         STOP RUN
032070     END-IF
032080     ADD 1 TO WS-DREF-COUNT
032090     SET WS-DREF-IDX TO WS-DREF-COUNT
032100     MOVE DPT-CODE           TO WS-DREF-CODE (WS-DREF-IDX)
032110     MOVE DPT-NAME           TO WS-DREF-NAME (WS-DREF-IDX)
032120     MOVE DPT-GL-COST-CENTER
032130         TO WS-DREF-GL-ACCOUNT (WS-DREF-IDX).
032140 1710-EXIT.
032150     EXIT.
032160*
032170*-------------------------------------------------------------*
032180* 1720-FIND-DEPT-REF - LOOK A DEPARTMENT CODE UP IN THE
032190*                      REFERENCE TABLE.  THE CALLER PUTS THE
032200*                      CODE IN WS-DREF-LOOKUP-CODE; ON A MATCH
032210*                      WS-DREF-USE-IDX POINTS AT THE ENTRY.
032220*-------------------------------------------------------------*
032230 1720-FIND-DEPT-REF.
032240     SET WS-DREF-NOT-FOUND TO TRUE
032250     PERFORM 1722-MATCH-DEPT-REF THRU 1722-EXIT
032260         VARYING WS-DREF-IDX FROM 1 BY 1
032270         UNTIL WS-DREF-IDX > WS-DREF-COUNT
032280            OR WS-DREF-FOUND.
032290 1720-EXIT.
032300     EXIT.
032310*
032320*-------------------------------------------------------------*
032330* 1722-MATCH-DEPT-REF - REMEMBER THE TABLE SLOT WHOSE CODE
032340*                       MATCHES THE ONE BEING LOOKED UP
032350*-------------------------------------------------------------*
032360 1722-MATCH-DEPT-REF.
032370     IF WS-DREF-LOOKUP-CODE = WS-DREF-CODE (WS-DREF-IDX)
032380         SET WS-DREF-FOUND TO TRUE
032390         SET WS-DREF-USE-IDX TO WS-DREF-IDX
032400     END-IF.
032410 1722-EXIT.
032420     EXIT.
032430*
032440*-------------------------------------------------------------*
032450* 1750-LOAD-LEAVE-PLANS - LOAD THE PAID LEAVE PLAN INTO THE
032460*                         IN-STORAGE TABLE.  A BATCH RUN MAY
032470*                         NOT PROCEED WITHOUT IT - EVERY
032480*                         PAYMENT WOULD POST WITHOUT ITS LEAVE
032490*                         ACCRUAL AND EVERY LEAVE-TAKEN RECORD
032500*                         WOULD REJECT.
032510*-------------------------------------------------------------*
032520 1750-LOAD-LEAVE-PLANS.
032530     OPEN INPUT LEAVE-PLAN-FILE
032540     IF WS-LEAVE-PLAN-STATUS NOT = "00"
032550         DISPLAY "LEAVE PLAN FILE OPEN FAILED - STATUS "
032560             WS-LEAVE-PLAN-STATUS
032570         CLOSE EMPLOYEE-FILE
032580         CLOSE EMPLOYEE-MASTER
032590         CLOSE CHECKPOINT-FILE
032600         CLOSE DEPT-REPORT-FILE
032610         CLOSE GL-INTERFACE-FILE
032620         CLOSE PAY-HISTORY-FILE
032630         CLOSE LEAVE-BALANCE-FILE
032640         MOVE 16 TO RETURN-CODE
032650         STOP RUN
032660     END-IF
032670     PERFORM 1760-READ-LEAVE-PLAN THRU 1760-EXIT
032680         UNTIL WS-LP-END-OF-FILE
032690     CLOSE LEAVE-PLAN-FILE.
032700 1750-EXIT.
032710     EXIT.
032720*
032730*-------------------------------------------------------------*
032740* 1760-READ-LEAVE-PLAN - LOAD ONE LEAVE PLAN RECORD.  BLANK
032750*                        TYPES ARE IGNORED; A FOURTH TYPE OR AN
032760*                        ACCRUAL RATE THAT IS NOT NUMERIC STOPS
032770*                        THE RUN - ACCRUING AT A GUESSED RATE IS
032780*                        WORSE THAN NOT RUNNING.
032790*-------------------------------------------------------------*
032800 1760-READ-LEAVE-PLAN.
032810     READ LEAVE-PLAN-FILE
032820         AT END
032830             SET WS-LP-END-OF-FILE TO TRUE
032840             GO TO 1760-EXIT
032850     END-READ
032860     IF LVP-LEAVE-TYPE = SPACES
032870         GO TO 1760-EXIT
032880     END-IF
032890     IF WS-LP-COUNT NOT LESS THAN 3
032900        OR LVP-HOURLY-ACCRUAL NOT NUMERIC
032910        OR LVP-SALARIED-ACCRUAL NOT NUMERIC
032920         DISPLAY "LEAVE PLAN TABLE FULL OR PLAN "
032930             LVP-LEAVE-TYPE " INVALID - RUN STOPPED"
032940         CLOSE LEAVE-PLAN-FILE
032950         CLOSE EMPLOYEE-FILE
032960         CLOSE EMPLOYEE-MASTER
032970         CLOSE CHECKPOINT-FILE
032980         CLOSE DEPT-REPORT-FILE
032990         CLOSE GL-INTERFACE-FILE
033000         CLOSE PAY-HISTORY-FILE
033010         CLOSE LEAVE-BALANCE-FILE
033020         MOVE 16 TO RETURN-CODE
033030         STOP RUN
033040     END-IF
033050     ADD 1 TO WS-LP-COUNT
033060     SET WS-LP-IDX TO WS-LP-COUNT
033070     MOVE LVP-LEAVE-TYPE        TO WS-LP-TYPE (WS-LP-IDX)
033080     MOVE LVP-DESCRIPTION       TO WS-LP-DESCRIPTION (WS-LP-IDX)
033090     MOVE LVP-HOURLY-ACCRUAL
033100         TO WS-LP-HOURLY-ACCRUAL (WS-LP-IDX)
033110     MOVE LVP-SALARIED-ACCRUAL
033120         TO WS-LP-SALARIED-ACCRUAL (WS-LP-IDX)
033130     MOVE LVP-PAYOUT-SW         TO WS-LP-PAYOUT-SW (WS-LP-IDX).
033140 1760-EXIT.
033150     EXIT.
033160*
033170*-------------------------------------------------------------*
033180* 1770-FIND-LEAVE-PLAN - LOOK A LEAVE TYPE UP IN THE PLAN
033190*                        TABLE.  THE CALLER PUTS THE TYPE IN
033200*                        WS-LEAVE-TYPE; ON A MATCH WS-LP-USE-IDX
033210*                        POINTS AT THE ENTRY.
033220*-------------------------------------------------------------*
033230 1770-FIND-LEAVE-PLAN.
033240     SET WS-LP-NOT-FOUND TO TRUE
033250     PERFORM 1772-MATCH-LEAVE-PLAN THRU 1772-EXIT
033260         VARYING WS-LP-IDX FROM 1 BY 1
033270         UNTIL WS-LP-IDX > WS-LP-COUNT
033280            OR WS-LP-FOUND.
033290 1770-EXIT.
033300     EXIT.
033310*
033320*-------------------------------------------------------------*
033330* 1772-MATCH-LEAVE-PLAN - REMEMBER THE TABLE SLOT WHOSE TYPE
033340*                         MATCHES THE ONE BEING LOOKED UP
033350*-------------------------------------------------------------*
033360 1772-MATCH-LEAVE-PLAN.
033370     IF WS-LEAVE-TYPE = WS-LP-TYPE (WS-LP-IDX)
033380         SET WS-LP-FOUND TO TRUE
033390         SET WS-LP-USE-IDX TO WS-LP-IDX
033400     END-IF.
033410 1772-EXIT.
033420     EXIT.
033430*
033440*-------------------------------------------------------------*
033450* 1800-CHECK-RUN-CONTROL - MARK THE RUN DATE IN-FLIGHT ON THE
033460*                          SHARED RUN CONTROL FILE, OR REFUSE
033470*                          TO START.  A DATE ALREADY MARKED
033480*                          COMPLETE IS A DOUBLE RUN - IT WOULD
033490*                          REPROCESS EMPFILE AND DOUBLE EVERY
033500*                          YTD - AND IS REFUSED UNLESS
033510*                          OPERATIONS SUPPLIES THE EXPLICIT
033520*                          OVERRIDE RECORD.  A DATE MARKED
033530*                          IN-FLIGHT IS RESUMED ONLY BY A
033540*                          CHECKPOINT RESTART; IN-FLIGHT WITH
033550*                          NO CHECKPOINT MEANS ANOTHER RUN MAY
033560*                          HOLD THE MASTER, AND IS REFUSED THE
033570*                          SAME WAY.  THE FILE STAYS OPEN SO
033580*                          9500 CAN MARK THE RUN COMPLETE; AN
033590*                          ABEND LEAVES THE IN-FLIGHT MARK,
033600*                          WHICH IS EXACTLY WHAT A RESTART
033610*                          EXPECTS TO FIND.
033620*-------------------------------------------------------------*
033630 1800-CHECK-RUN-CONTROL.
033640     OPEN I-O RUN-CONTROL-FILE
033650     IF WS-RUN-CONTROL-STATUS NOT = "00"
033660         DISPLAY "RUN CONTROL FILE OPEN FAILED - STATUS "
033670             WS-RUN-CONTROL-STATUS
033680         CLOSE EMPLOYEE-FILE
033690         MOVE 16 TO RETURN-CODE
033700         STOP RUN
033710     END-IF
033720     PERFORM 1810-READ-OVERRIDE THRU 1810-EXIT
033730     IF WS-RESTARTING
033740        AND WS-LAST-CKPT-RUN-NO NOT = WS-RUN-NO
033750         DISPLAY "CHECKPOINT ON FILE IS FOR RUN "
033760             WS-LAST-CKPT-RUN-NO
033770             " - THIS IS RUN " WS-RUN-NO " - RUN REFUSED"
033780         CLOSE EMPLOYEE-FILE
033790         CLOSE RUN-CONTROL-FILE
033800         MOVE 8 TO RETURN-CODE
033810         STOP RUN
033820     END-IF
033830     PERFORM 1840-CHECK-OTHER-RUNS THRU 1840-EXIT
033840     MOVE WS-RUN-DATE TO RCT-RUN-DATE
033850     MOVE WS-RUN-NO TO RCT-RUN-NO
033860     READ RUN-CONTROL-FILE
033870         INVALID KEY
033880             PERFORM 1820-MARK-IN-FLIGHT THRU 1820-EXIT
033890             GO TO 1800-EXIT
033900     END-READ
033910     IF RCT-RUN-COMPLETE
033920         IF WS-OVERRIDE-SUPPLIED
033930             DISPLAY "RUN DATE " WS-RUN-DATE " ALREADY "
033940                 "COMPLETE - OPERATIONS OVERRIDE ACCEPTED"
033950             PERFORM 1820-MARK-IN-FLIGHT THRU 1820-EXIT
033960         ELSE
033970             DISPLAY "RUN DATE " WS-RUN-DATE " ALREADY "
033980                 "MARKED COMPLETE - RUN REFUSED.  SUPPLY "
033990                 "THE OPERATIONS OVERRIDE TO RERUN."
034000             CLOSE EMPLOYEE-FILE
034010             CLOSE RUN-CONTROL-FILE
034020             MOVE 8 TO RETURN-CODE
034030             STOP RUN
034040         END-IF
034050         GO TO 1800-EXIT
034060     END-IF
034070     IF WS-RESTARTING
034080         DISPLAY "RUN DATE " WS-RUN-DATE " IN-FLIGHT - "
034090             "CHECKPOINT RESTART RESUMING"
034100         PERFORM 1820-MARK-IN-FLIGHT THRU 1820-EXIT
034110     ELSE
034120         IF WS-OVERRIDE-SUPPLIED
034130             DISPLAY "RUN DATE " WS-RUN-DATE " IN-FLIGHT - "
034140                 "OPERATIONS OVERRIDE ACCEPTED"
034150             PERFORM 1820-MARK-IN-FLIGHT THRU 1820-EXIT
034160         ELSE
034170             DISPLAY "RUN DATE " WS-RUN-DATE " MARKED "
034180                 "IN-FLIGHT WITH NO CHECKPOINT ON FILE - "
034190                 "RUN REFUSED.  ANOTHER RUN MAY HOLD THE "
034200                 "MASTER."
034210             CLOSE EMPLOYEE-FILE
034220             CLOSE RUN-CONTROL-FILE
034230             MOVE 8 TO RETURN-CODE
034240             STOP RUN
034250         END-IF
034260     END-IF.
034270 1800-EXIT.
034280     EXIT.
034290*
034300*-------------------------------------------------------------*
034310* 1810-READ-OVERRIDE - THE OPERATIONS OVERRIDE IS A RECORD
034320*                      READING "OVERRIDE" ON THE OVERRIDE DD.
034330*                      THE DD IS NORMALLY DUMMY, SO THE OPEN
034340*                      SUCCEEDS AND THE READ HITS END OF FILE
034350*                      AT ONCE - NO OVERRIDE.
034360*-------------------------------------------------------------*
034370 1810-READ-OVERRIDE.
034380     SET WS-OVERRIDE-NOT-SUPPLIED TO TRUE
034390     OPEN INPUT OVERRIDE-FILE
034400     IF WS-OVERRIDE-STATUS NOT = "00"
034410         GO TO 1810-EXIT
034420     END-IF
034430     READ OVERRIDE-FILE
034440         AT END
034450             CONTINUE
034460         NOT AT END
034470             IF OVR-KEYWORD = "OVERRIDE"
034480                 SET WS-OVERRIDE-SUPPLIED TO TRUE
034490             END-IF
034500     END-READ
034510     CLOSE OVERRIDE-FILE.
034520 1810-EXIT.
034530     EXIT.
034540*
034550*-------------------------------------------------------------*
034560* 1820-MARK-IN-FLIGHT - STAMP THE RUN IN-FLIGHT, WRITING
034570*                       A NEW CONTROL RECORD OR REWRITING THE
034580*                       ONE ALREADY THERE
034590*-------------------------------------------------------------*
034600 1820-MARK-IN-FLIGHT.
034610     MOVE SPACES TO RUN-CONTROL-RECORD
034620     MOVE WS-RUN-DATE TO RCT-RUN-DATE
034630     MOVE WS-RUN-NO TO RCT-RUN-NO
034640     MOVE WS-RUN-SUPERVISOR TO RCT-SUPERVISOR
034650     SET RCT-RUN-IN-FLIGHT TO TRUE
034660     ACCEPT WS-RUN-TIME FROM TIME
034670     MOVE WS-RUN-TIME TO RCT-MARKED-TIME
034680     WRITE RUN-CONTROL-RECORD
034690         INVALID KEY
034700             REWRITE RUN-CONTROL-RECORD
034710     END-WRITE.
034720 1820-EXIT.
034730     EXIT.
034740*
034750*-------------------------------------------------------------*
034760* 1830-READ-RUN-PARM - THE RUN PARAMETER CARD SELECTS A
034770*                      SUPERVISED OFF-CYCLE RUN: "OFFCYCLE",
034780*                      THE RUN NUMBER (01-99, ONE PER OFF-CYCLE
034790*                      RUN THAT DAY), THE AUTHORIZING
034800*                      SUPERVISOR'S USER ID AND THE REASON.  THE
034810*                      DD IS DUMMY FOR THE NIGHTLY CYCLE, SO THE
034820*                      READ HITS END OF FILE AT ONCE - RUN 00.
034830*                      A CARD THAT IS PRESENT BUT INCOMPLETE
034840*                      STOPS THE RUN BEFORE ANYTHING IS OPENED.
034850*-------------------------------------------------------------*
034860 1830-READ-RUN-PARM.
034870     SET WS-NIGHTLY-RUN TO TRUE
034880     MOVE ZERO TO WS-RUN-NO
034890     MOVE ZERO TO WS-HIST-SEQ-BASE
034900     MOVE SPACES TO WS-RUN-SUPERVISOR
034910     MOVE SPACES TO WS-RUN-LABEL
034920     OPEN INPUT RUN-PARM-FILE
034930     IF WS-RUN-PARM-STATUS NOT = "00"
034940         GO TO 1830-EXIT
034950     END-IF
034960     READ RUN-PARM-FILE
034970         AT END
034980             CLOSE RUN-PARM-FILE
034990             GO TO 1830-EXIT
035000     END-READ
035010     CLOSE RUN-PARM-FILE
035020     IF RPM-KEYWORD NOT = "OFFCYCLE"
035030        OR RPM-RUN-NO NOT NUMERIC
035040        OR RPM-RUN-NO = ZERO
035050        OR RPM-SUPERVISOR = SPACES
035060         DISPLAY "RUN PARAMETER NOT VALID - AN OFF-CYCLE RUN "
035070             "NEEDS OFFCYCLE, A RUN NUMBER 01-99 AND THE "
035080             "SUPERVISOR ID - RUN REFUSED"
035090         MOVE 16 TO RETURN-CODE
035100         STOP RUN
035110     END-IF
035120     SET WS-OFF-CYCLE-RUN TO TRUE
035130     MOVE RPM-RUN-NO TO WS-RUN-NO
035140     MOVE RPM-SUPERVISOR TO WS-RUN-SUPERVISOR
035150     COMPUTE WS-HIST-SEQ-BASE = 8000000 + WS-RUN-NO * 10000
035160     STRING "OFF-CYCLE RUN " WS-RUN-NO
035170         DELIMITED BY SIZE INTO WS-RUN-LABEL
035180     DISPLAY WS-RUN-LABEL " AUTHORIZED BY " WS-RUN-SUPERVISOR
035190         " - " RPM-REASON.
035200 1830-EXIT.
035210     EXIT.
035220*
035230*-------------------------------------------------------------*
035240* 1840-CHECK-OTHER-RUNS - AN OFF-CYCLE RUN MAY NOT OVERLAP ANY
035250*                         OTHER RUN STILL MARKED IN-FLIGHT, AND
035260*                         THE NIGHTLY RUN MAY NOT OVERLAP AN
035270*                         OFF-CYCLE RUN - EITHER WAY THE OTHER
035280*                         RUN MAY HOLD THE MASTER.  THIS RUN'S
035290*                         OWN MARK IS LEFT TO 1800.
035300*-------------------------------------------------------------*
035310 1840-CHECK-OTHER-RUNS.
035320     SET WS-RCT-NOT-END-OF-FILE TO TRUE
035330     MOVE ZERO TO RCT-RUN-KEY
035340     START RUN-CONTROL-FILE KEY NOT LESS THAN RCT-RUN-KEY
035350         INVALID KEY
035360             SET WS-RCT-END-OF-FILE TO TRUE
035370     END-START
035380     PERFORM 1845-CHECK-ONE-RUN THRU 1845-EXIT
035390         UNTIL WS-RCT-END-OF-FILE.
035400 1840-EXIT.
035410     EXIT.
035420*
035430*-------------------------------------------------------------*
035440* 1845-CHECK-ONE-RUN - ONE RUN CONTROL RECORD
035450*-------------------------------------------------------------*
035460 1845-CHECK-ONE-RUN.
035470     READ RUN-CONTROL-FILE NEXT RECORD
035480         AT END
035490             SET WS-RCT-END-OF-FILE TO TRUE
035500             GO TO 1845-EXIT
035510     END-READ
035520     IF NOT RCT-RUN-IN-FLIGHT
035530         GO TO 1845-EXIT
035540     END-IF
035550     IF RCT-RUN-DATE = WS-RUN-DATE
035560        AND RCT-RUN-NO = WS-RUN-NO
035570         GO TO 1845-EXIT
035580     END-IF
035590     IF WS-NIGHTLY-RUN
035600        AND RCT-NIGHTLY-RUN
035610         GO TO 1845-EXIT
035620     END-IF
035630     DISPLAY "PAYROLL RUN " RCT-RUN-DATE "/" RCT-RUN-NO
035640         " IS MARKED IN-FLIGHT - RUN " WS-RUN-DATE "/" WS-RUN-NO
035650         " REFUSED.  THE OTHER RUN MAY HOLD THE MASTER."
035660     CLOSE EMPLOYEE-FILE
035670     CLOSE RUN-CONTROL-FILE
035680     MOVE 8 TO RETURN-CODE
035690     STOP RUN.
035700 1845-EXIT.
035710     EXIT.
035720*
035730*=============================================================*
035740* 2000-PROCESS-BATCH - LOOP OVER THE EMPLOYEE FILE
035750*=============================================================*
035760 2000-PROCESS-BATCH.
035770     PERFORM 2100-READ-EMPLOYEE-FILE THRU 2100-EXIT
035780     IF WS-RESTARTING
035790         PERFORM 2110-SKIP-PROCESSED-EMPLOYEES THRU 2110-EXIT
035800         SET WS-DUP-CHECK-PENDING TO TRUE
035810     END-IF
035820     PERFORM 2050-PROCESS-ONE-EMPLOYEE THRU 2050-EXIT
035830         UNTIL WS-END-OF-FILE.
035840 2000-EXIT.
035850     EXIT.
035860*
035870*-------------------------------------------------------------*
035880* 2050-PROCESS-ONE-EMPLOYEE - VALIDATE, TAX, AND REPORT ONE
035890*                             EMPLOYEE FROM THE EMPLOYEE FILE.
035900*                             ON A RESTART, 2055-CHECK-PRIOR-
035910*                             POSTING DECIDES FROM THE TRAILING
035920*                             POSTING-INTENT CHECKPOINT WHETHER
035930*                             THE FIRST RECORD'S MASTER REWRITE
035940*                             ALREADY HAPPENED; IF SO THE RECORD
035950*                             IS STILL TAXED, REPORTED AND
035960*                             TOTALLED (THE CRASH LOST THOSE),
035970*                             AND ONLY THE MASTER REWRITE IS
035980*                             SUPPRESSED.
035990*-------------------------------------------------------------*
036000 2050-PROCESS-ONE-EMPLOYEE.
036010     MOVE EMP-SALARY TO WS-SALARY
036020     MOVE EMP-ID TO WS-EMPLOYEE-ID
036030     SET WS-DEPT-NOT-POSTED TO TRUE
036040     ADD WS-SALARY TO WS-ACTUAL-GROSS-TOTAL
036050     PERFORM 3150-CLASSIFY-RECORD-TYPE THRU 3150-EXIT
036060     SET WS-PAY-SALARIED TO TRUE
036070     SET WS-HOURLY-REJ-NONE TO TRUE
036080     SET WS-NOT-FINAL-PAY TO TRUE
036090     COMPUTE WS-LEAVE-POST-SEQ =
036100         WS-HIST-SEQ-BASE + WS-INPUT-ORDINAL
036110*    A REVERSAL CARRIES THE GROSS BEING BACKED OUT WHATEVER
036120*    THE PAY TYPE, SO ONLY PAYMENTS AND ADJUSTMENTS DERIVE
036130*    GROSS FROM HOURS.  LEAVE TAKEN IS PAID ON A PAYMENT ONLY.
036140     IF EMP-HOURLY
036150        AND NOT WS-TRAN-REVERSAL
036160        AND NOT WS-TRAN-INVALID
036170         SET WS-PAY-HOURLY TO TRUE
036180         PERFORM 3180-COMPUTE-HOURLY-GROSS THRU 3180-EXIT
036190     ELSE
036200       IF EMP-LEAVE-TAKEN
036210          AND WS-TRAN-PAYMENT
036220           SET WS-PAY-LEAVE TO TRUE
036230           PERFORM 3185-COMPUTE-LEAVE-PAY THRU 3185-EXIT
036240       ELSE
036250           PERFORM 3100-VALIDATE-SALARY THRU 3100-EXIT
036260       END-IF
036270     END-IF
036280*    A PAYMENT FOR A TERMINATED EMPLOYEE IS AN EXCEPTION, NOT
036290*    A QUIET PAYOUT.  ADJUSTMENTS AND REVERSALS STILL POST -
036300*    A TERMINATED EMPLOYEE'S FINAL FIGURES MAY STILL NEED
036310*    CORRECTING - AND FINAL PAY GOES THROUGH A SUPERVISED
036320*    OFF-CYCLE RUN, WHICH 3190 LETS THROUGH.
036330     SET WS-TERM-NO-REJECT TO TRUE
036340     IF WS-SALARY-VALID
036350        AND WS-TRAN-PAYMENT
036360         PERFORM 3190-CHECK-EMPLOYEE-STATUS THRU 3190-EXIT
036370     END-IF
036380*    AN UNKNOWN DEPARTMENT CODE IS AN EXCEPTION, NOT A NEW
036390*    DEPARTMENT ON THE SUMMARY.
036400     SET WS-DEPX-NO-REJECT TO TRUE
036410     IF WS-SALARY-VALID
036420        AND NOT WS-TRAN-INVALID
036430         PERFORM 3175-CHECK-DEPT-CODE THRU 3175-EXIT
036440     END-IF
036450*    EVERY STATE OR LOCAL JURISDICTION ON THE MASTER MUST HAVE
036460*    A RATE SET IN FORCE AND ROOM ON THE MASTER FOR ITS YTD.
036470*    A REVERSAL BACKS OUT THE JURISDICTIONS ITS ORIGINAL WAS
036480*    POSTED WITH (3450), WHATEVER THE MASTER SAYS TONIGHT.
036490     MOVE ZERO TO WS-EJ-COUNT
036500     MOVE ZERO TO WS-JUR-TAX-TOTAL
036510     MOVE SPACES TO WS-EMP-JUR-DATA
036520     MOVE SPACES TO WS-EMP-JYTD-DATA
036530     MOVE SPACES TO WS-JUR-REJECT-CODE
036540     SET WS-JURS-NO-REJECT TO TRUE
036550     IF WS-SALARY-VALID
036560        AND NOT WS-TRAN-INVALID
036570        AND NOT WS-TRAN-REVERSAL
036580         PERFORM 3195-CHECK-JURISDICTIONS THRU 3195-EXIT
036590     END-IF
036600     PERFORM 2055-CHECK-PRIOR-POSTING THRU 2055-EXIT
036610     IF WS-SALARY-VALID
036620         IF WS-TRAN-INVALID
036630             PERFORM 5150-REJECT-BAD-TYPE THRU 5150-EXIT
036640         ELSE
036650             PERFORM 2052-POST-TRANSACTION THRU 2052-EXIT
036660         END-IF
036670     ELSE
036680       IF WS-DEPX-REJECT
036690           PERFORM 5140-REJECT-BAD-DEPT THRU 5140-EXIT
036700       ELSE
036710         IF WS-TERM-REJECT
036720             PERFORM 5130-REJECT-TERMINATED THRU 5130-EXIT
036730         ELSE
036740             IF WS-HOURLY-REJ-HOURS
036750                 PERFORM 5110-REJECT-ZERO-HOURS THRU 5110-EXIT
036760             ELSE
036770                 IF WS-HOURLY-REJ-RATE
036780                     PERFORM 5120-REJECT-NO-RATE THRU 5120-EXIT
036790                 ELSE
036800                   IF WS-HOURLY-REJ-OVERFLOW
036810                       PERFORM 5125-REJECT-HOURS-OVERFLOW
036820                           THRU 5125-EXIT
036830                   ELSE
036840                     IF WS-HOURLY-REJ-LEAVE
036850                        OR WS-HOURLY-REJ-LEAVE-TYPE
036860                         PERFORM 5127-REJECT-LEAVE-BALANCE
036870                             THRU 5127-EXIT
036880                     ELSE
036890                       IF WS-JURS-REJECT
036900                         PERFORM 5170-REJECT-JURISDICTION
036910                             THRU 5170-EXIT
036920                       ELSE
036930                         PERFORM 5100-REJECT-RECORD
036940                             THRU 5100-EXIT
036950                       END-IF
036960                     END-IF
036970                   END-IF
036980                 END-IF
036990             END-IF
037000         END-IF
037010       END-IF
037020     END-IF
037030     PERFORM 2090-WRITE-CHECKPOINT THRU 2090-EXIT
037040     PERFORM 2100-READ-EMPLOYEE-FILE THRU 2100-EXIT.
037050 2050-EXIT.
037060     EXIT.
037070*
037080*-------------------------------------------------------------*
037090* 2052-POST-TRANSACTION - RUN ONE PAYMENT, ADJUSTMENT OR
037100*                         REVERSAL THROUGH THE CALCULATION AND
037110*                         POSTING PIPELINE.  A REVERSAL IS
037120*                         FIRST CHECKED AGAINST THE MASTER -
037130*                         THERE MUST BE ENOUGH POSTED YTD TO
037140*                         BACK OUT - AND THEN AGAINST THE PAY
037150*                         HISTORY FILE, WHICH MUST CARRY AN
037160*                         UNREVERSED POSTING OF THE SAME GROSS.
037170*                         THE REVERSAL BACKS OUT THAT RECORD'S
037180*                         ACTUAL FIGURES INSTEAD OF RE-DERIVING
037190*                         THEM UNDER TONIGHT'S RATE SET.  EVERY
037200*                         POSTING WRITES ITS OWN PAY HISTORY
037210*                         RECORD.  THE PAID LEAVE MOVEMENT IS
037220*                         WORKED OUT BEFORE THE TAX CALCULATION,
037230*                         SINCE A FINAL-PAY LEAVE PAYOUT IS PART
037240*                         OF GROSS, AND POSTED TO THE BALANCE
037250*                         FILE AFTER THE MASTER.  A REVERSAL OR
037260*                         AN ADJUSTMENT THAT CORRECTS A POSTING
037270*                         OF A YEAR ALREADY CLOSED POSTS TO THAT
037280*                         YEAR'S YTD ARCHIVE RECORD INSTEAD OF
037290*                         THE MASTER (2067), AND THE MASTER-SIDE
037300*                         REVERSAL CHECK GIVES WAY TO THE SAME
037310*                         CHECK AGAINST THE ARCHIVE.
037320*-------------------------------------------------------------*
037330 2052-POST-TRANSACTION.
037340     SET WS-CURRENT-YEAR-POSTING TO TRUE
037350     SET WS-ARCH-NOT-PREPOSTED TO TRUE
037360     IF WS-TRAN-REVERSAL
037370         PERFORM 3400-FIND-ORIGINAL-POSTING THRU 3400-EXIT
037380         IF WS-HIST-ORIG-NOT-FOUND
037390            AND WS-HIST-REVD-FOUND
037400            AND WS-RESTART-RECORD
037410             PERFORM 3420-CHECK-ARCHIVE-REPOST THRU 3420-EXIT
037420         END-IF
037430         IF WS-HIST-ORIG-NOT-FOUND
037440             PERFORM 5160-REJECT-ORPHAN-REVERSAL THRU 5160-EXIT
037450             GO TO 2052-EXIT
037460         END-IF
037470         MOVE WS-ORIG-RUN-DATE  TO WS-CORR-FOR-DATE
037480         MOVE WS-ORIG-RUN-SEQ   TO WS-CORR-FOR-SEQ
037490         MOVE WS-ORIG-CORR-YEAR TO WS-CORR-FOR-YEAR
037500         PERFORM 3500-CHECK-PRIOR-YEAR THRU 3500-EXIT
037510         IF WS-PRIOR-YEAR-POSTING
037520             IF WS-ARCH-NOT-PREPOSTED
037530                AND WS-ARCH-YTD-GROSS < WS-SALARY
037540                 PERFORM 5160-REJECT-ORPHAN-REVERSAL
037550                     THRU 5160-EXIT
037560                 GO TO 2052-EXIT
037570             END-IF
037580         ELSE
037590             IF WS-MASTER-NOT-PREPOSTED
037600                 PERFORM 3300-VALIDATE-REVERSAL THRU 3300-EXIT
037610                 IF WS-REVERSAL-NOT-OK
037620                     PERFORM 5160-REJECT-ORPHAN-REVERSAL
037630                         THRU 5160-EXIT
037640                     GO TO 2052-EXIT
037650                 END-IF
037660             END-IF
037670         END-IF
037680         PERFORM 3450-RESTORE-ORIGINAL-FIGURES THRU 3450-EXIT
037690         MOVE WS-ORIG-LEAVE-DATA TO WS-REPLAY-LEAVE-DATA
037700         PERFORM 3700-PREPARE-LEAVE-MOVEMENT THRU 3700-EXIT
037710     ELSE
037720         IF WS-TRAN-ADJUSTMENT
037730            AND EMP-ADJ-FOR-DATE NUMERIC
037740            AND EMP-ADJ-FOR-DATE > ZERO
037750             PERFORM 3430-FIND-ADJUSTED-POSTING THRU 3430-EXIT
037760             IF WS-HIST-ORIG-NOT-FOUND
037770                 PERFORM 5165-REJECT-ORPHAN-ADJUSTMENT
037780                     THRU 5165-EXIT
037790                 GO TO 2052-EXIT
037800             END-IF
037810             PERFORM 3500-CHECK-PRIOR-YEAR THRU 3500-EXIT
037820         END-IF
037830         PERFORM 3700-PREPARE-LEAVE-MOVEMENT THRU 3700-EXIT
037840         PERFORM 4000-CALCTAX THRU 4000-EXIT
037850         PERFORM 4050-CALC-JURISDICTION-TAX THRU 4050-EXIT
037860         PERFORM 4200-ITEMIZE-DEDUCTIONS THRU 4200-EXIT
037870         PERFORM 4250-COMPUTE-EMPLOYER-TAXES THRU 4250-EXIT
037880         PERFORM 4300-APPLY-ELECTIONS THRU 4300-EXIT
037890     END-IF
037900     IF WS-PRIOR-YEAR-POSTING
037910         PERFORM 2067-POST-PRIOR-YEAR THRU 2067-EXIT
037920     ELSE
037930         IF WS-MASTER-NOT-PREPOSTED
037940             PERFORM 2060-UPDATE-YTD THRU 2060-EXIT
037950         END-IF
037960     END-IF
037970     IF WS-TRAN-REVERSAL
037980         PERFORM 2062-MARK-HISTORY-REVERSED THRU 2062-EXIT
037990     END-IF
038000     PERFORM 2075-POST-LEAVE-BALANCES THRU 2075-EXIT
038010     PERFORM 2080-WRITE-PAY-HISTORY THRU 2080-EXIT
038020     PERFORM 5000-DISPLAY-RESULT THRU 5000-EXIT
038030     PERFORM 5050-WRITE-DISBURSEMENT THRU 5050-EXIT
038040     PERFORM 5030-WRITE-PAY-STUB THRU 5030-EXIT
038050     PERFORM 2070-ACCUMULATE-DEPT THRU 2070-EXIT
038060     IF WS-NEEDS-REVIEW
038070         PERFORM 5200-FLAG-FOR-REVIEW THRU 5200-EXIT
038080     END-IF.
038090 2052-EXIT.
038100     EXIT.
038110*
038120*-------------------------------------------------------------*
038130* 2055-CHECK-PRIOR-POSTING - ON A RESTART, DECIDE WHETHER THE
038140*                            FIRST RECORD'S MASTER REWRITE WAS
038150*                            ALREADY DONE BY THE CRASHED
038160*                            ITERATION.  THE DECISION COMPARES
038170*                            THE MASTER'S YTD GROSS AGAINST THE
038180*                            PRE AND POST VALUES ON THE TRAILING
038190*                            POSTING-INTENT CHECKPOINT RECORD -
038200*                            NOT AGAINST THE LAST RUN DATE,
038210*                            WHICH AN EARLIER SAME-DAY RECORD
038220*                            FOR THE SAME EMPLOYEE WOULD ALSO
038230*                            HAVE SET.  APPLIES ONLY TO THE
038240*                            FIRST RECORD AFTER THE SKIP; EVERY
038250*                            LATER RECORD POSTS NORMALLY.  THAT
038260*                            RECORD IS ALSO MARKED AS THE
038270*                            RESTART RECORD FOR THE PRIOR-YEAR
038280*                            CHECK IN 3420.
038290*-------------------------------------------------------------*
038300 2055-CHECK-PRIOR-POSTING.
038310     SET WS-MASTER-NOT-PREPOSTED TO TRUE
038320     SET WS-NOT-RESTART-RECORD TO TRUE
038330     IF WS-DUP-CHECK-PENDING
038340         SET WS-DUP-CHECK-DONE TO TRUE
038350         SET WS-RESTART-RECORD TO TRUE
038360         IF WS-INTENT-PENDING
038370            AND WS-INTENT-EMPLOYEE-ID = WS-EMPLOYEE-ID
038380             MOVE WS-EMPLOYEE-ID TO EMM-EMPLOYEE-ID
038390             READ EMPLOYEE-MASTER
038400                 INVALID KEY
038410                     CONTINUE
038420                 NOT INVALID KEY
038430                     IF EMM-YTD-GROSS NOT = WS-INTENT-PRE-GROSS
038440                         SET WS-MASTER-PREPOSTED TO TRUE
038450                         IF EMM-YTD-GROSS NOT =
038460                            WS-INTENT-POST-GROSS
038470                             DISPLAY "RESTART POSTING CHECK - "
038480                                 "MASTER MATCHES NEITHER INTENT "
038490                                 "VALUE FOR EMPLOYEE "
038500                                 WS-EMPLOYEE-ID
038510                         END-IF
038520                     END-IF
038530             END-READ
038540         END-IF
038550     END-IF.
038560 2055-EXIT.
038570     EXIT.
038580*
038590*-------------------------------------------------------------*
038600* 2060-UPDATE-YTD - LOOK UP THIS EMPLOYEE ON THE EMPLOYEE
038610*                   MASTER BY KEY, ADD THIS RUN'S FIGURES ONTO
038620*                   WHATEVER YEAR-TO-DATE TOTALS ARE ALREADY
038630*                   THERE (ZERO IF THIS IS THE EMPLOYEE'S FIRST
038640*                   RUN), AND REWRITE OR WRITE THE RECORD.
038650*                   EACH STATE AND LOCAL LINE POSTS TO ITS
038660*                   JURISDICTION'S YTD SLOT (2068).
038670*-------------------------------------------------------------*
038680 2060-UPDATE-YTD.
038690     MOVE WS-EMPLOYEE-ID TO EMM-EMPLOYEE-ID
038700     READ EMPLOYEE-MASTER
038710         INVALID KEY
038720             SET WS-NEW-MASTER-RECORD TO TRUE
038730         NOT INVALID KEY
038740             SET WS-EXISTING-MASTER-RECORD TO TRUE
038750     END-READ
038760     IF WS-EXISTING-MASTER-RECORD
038770         MOVE EMM-YTD-GROSS      TO WS-YTD-GROSS
038780         MOVE EMM-YTD-INCOME-TAX TO WS-YTD-INCOME-TAX
038790         MOVE EMM-YTD-SOC-SEC    TO WS-YTD-SOC-SEC
038800         MOVE EMM-YTD-HEALTH-INS TO WS-YTD-HEALTH-INS
038810         MOVE EMM-YTD-WITHHELD   TO WS-YTD-WITHHELD
038820         MOVE EMM-YTD-NET-PAY    TO WS-YTD-NET-PAY
038830*        RECORDS WRITTEN BEFORE THE OTHER-DEDUCTIONS FIELD
038840*        EXISTED CARRY SPACES THERE - TREATED AS ZERO.
038850         IF EMM-YTD-OTHER-DEDS NUMERIC
038860             MOVE EMM-YTD-OTHER-DEDS TO WS-YTD-OTHER-DEDS
038870         ELSE
038880             MOVE ZERO TO WS-YTD-OTHER-DEDS
038890         END-IF
038900*        LIKEWISE THE EMPLOYER LIABILITY FIELDS.
038910         IF EMM-YTD-ER-SOC-SEC NUMERIC
038920             MOVE EMM-YTD-ER-SOC-SEC TO WS-YTD-ER-SOC-SEC
038930         ELSE
038940             MOVE ZERO TO WS-YTD-ER-SOC-SEC
038950         END-IF
038960         IF EMM-YTD-ER-HEALTH NUMERIC
038970             MOVE EMM-YTD-ER-HEALTH TO WS-YTD-ER-HEALTH
038980         ELSE
038990             MOVE ZERO TO WS-YTD-ER-HEALTH
039000         END-IF
039010         IF EMM-YTD-ER-UNEMP NUMERIC
039020             MOVE EMM-YTD-ER-UNEMP TO WS-YTD-ER-UNEMP
039030         ELSE
039040             MOVE ZERO TO WS-YTD-ER-UNEMP
039050         END-IF
039060         MOVE EMM-JUR-YTD-DATA TO WS-EMP-JYTD-DATA
039070     ELSE
039080         MOVE ZERO TO WS-YTD-GROSS
039090         MOVE ZERO TO WS-YTD-INCOME-TAX
039100         MOVE ZERO TO WS-YTD-SOC-SEC
039110         MOVE ZERO TO WS-YTD-HEALTH-INS
039120         MOVE ZERO TO WS-YTD-WITHHELD
039130         MOVE ZERO TO WS-YTD-NET-PAY
039140         MOVE ZERO TO WS-YTD-OTHER-DEDS
039150         MOVE ZERO TO WS-YTD-ER-SOC-SEC
039160         MOVE ZERO TO WS-YTD-ER-HEALTH
039170         MOVE ZERO TO WS-YTD-ER-UNEMP
039180*        A MASTER RECORD CREATED HERE HAS NO HOURLY RATE ON
039190*        FILE YET - EMPMAINT IS WHERE RATES ARE SET.
039200         MOVE ZERO TO EMM-HOURLY-RATE
039210         MOVE 'A'  TO EMM-STATUS-CODE
039220         MOVE ZERO TO EMM-TERM-DATE
039230         MOVE SPACES TO EMM-JURISDICTIONS
039240         MOVE SPACES TO WS-EMP-JYTD-DATA
039250     END-IF
039260     MOVE WS-YTD-GROSS TO WS-PRE-GROSS-HOLD
039270     IF WS-TRAN-REVERSAL
039280         SUBTRACT WS-SALARY         FROM WS-YTD-GROSS
039290         SUBTRACT WS-TAX            FROM WS-YTD-INCOME-TAX
039300         SUBTRACT WS-SOC-SEC-TAX    FROM WS-YTD-SOC-SEC
039310         SUBTRACT WS-HEALTH-INS     FROM WS-YTD-HEALTH-INS
039320         SUBTRACT WS-TOTAL-WITHHELD FROM WS-YTD-WITHHELD
039330         SUBTRACT WS-NET-PAY        FROM WS-YTD-NET-PAY
039340         SUBTRACT WS-ELECT-TOTAL    FROM WS-YTD-OTHER-DEDS
039350         SUBTRACT WS-ER-SOC-SEC     FROM WS-YTD-ER-SOC-SEC
039360         SUBTRACT WS-ER-HEALTH      FROM WS-YTD-ER-HEALTH
039370         SUBTRACT WS-ER-UNEMP       FROM WS-YTD-ER-UNEMP
039380     ELSE
039390         ADD WS-SALARY         TO WS-YTD-GROSS
039400         ADD WS-TAX            TO WS-YTD-INCOME-TAX
039410         ADD WS-SOC-SEC-TAX    TO WS-YTD-SOC-SEC
039420         ADD WS-HEALTH-INS     TO WS-YTD-HEALTH-INS
039430         ADD WS-TOTAL-WITHHELD TO WS-YTD-WITHHELD
039440         ADD WS-NET-PAY        TO WS-YTD-NET-PAY
039450         ADD WS-ELECT-TOTAL    TO WS-YTD-OTHER-DEDS
039460         ADD WS-ER-SOC-SEC     TO WS-YTD-ER-SOC-SEC
039470         ADD WS-ER-HEALTH      TO WS-YTD-ER-HEALTH
039480         ADD WS-ER-UNEMP       TO WS-YTD-ER-UNEMP
039490     END-IF
039500     IF WS-EJ-COUNT > ZERO
039510         PERFORM 2068-POST-JUR-YTD THRU 2068-EXIT
039520             VARYING WS-EJ-IDX FROM 1 BY 1
039530             UNTIL WS-EJ-IDX > WS-EJ-COUNT
039540     END-IF
039550     PERFORM 2065-WRITE-POSTING-INTENT THRU 2065-EXIT
039560     MOVE EMP-NAME          TO EMM-NAME
039570     MOVE EMP-DEPT-CODE     TO EMM-DEPT-CODE
039580     MOVE WS-YTD-GROSS      TO EMM-YTD-GROSS
039590     MOVE WS-YTD-INCOME-TAX TO EMM-YTD-INCOME-TAX
039600     MOVE WS-YTD-SOC-SEC    TO EMM-YTD-SOC-SEC
039610     MOVE WS-YTD-HEALTH-INS TO EMM-YTD-HEALTH-INS
039620     MOVE WS-YTD-WITHHELD   TO EMM-YTD-WITHHELD
039630     MOVE WS-YTD-NET-PAY    TO EMM-YTD-NET-PAY
039640     MOVE WS-YTD-OTHER-DEDS TO EMM-YTD-OTHER-DEDS
039650     MOVE WS-YTD-ER-SOC-SEC TO EMM-YTD-ER-SOC-SEC
039660     MOVE WS-YTD-ER-HEALTH  TO EMM-YTD-ER-HEALTH
039670     MOVE WS-YTD-ER-UNEMP   TO EMM-YTD-ER-UNEMP
039680     MOVE WS-EMP-JYTD-DATA  TO EMM-JUR-YTD-DATA
039690     MOVE WS-RUN-DATE       TO EMM-LAST-RUN-DATE
039700     IF WS-EXISTING-MASTER-RECORD
039710         REWRITE EMPLOYEE-MASTER-RECORD
039720     ELSE
039730         WRITE EMPLOYEE-MASTER-RECORD
039740     END-IF.
039750 2060-EXIT.
039760     EXIT.
039770*
039780*-------------------------------------------------------------*
039790* 2062-MARK-HISTORY-REVERSED - FLAG THE ORIGINAL POSTING'S PAY
039800*                              HISTORY RECORD AS REVERSED SO IT
039810*                              CANNOT BE BACKED OUT A SECOND
039820*                              TIME.  ON A PREPOSTED RESTART
039830*                              THE CRASHED ITERATION MAY HAVE
039840*                              MARKED IT ALREADY - THE REWRITE
039850*                              IS HARMLESSLY REPEATED.
039860*-------------------------------------------------------------*
039870 2062-MARK-HISTORY-REVERSED.
039880     MOVE WS-EMPLOYEE-ID   TO PHR-EMPLOYEE-ID
039890     MOVE WS-ORIG-RUN-DATE TO PHR-RUN-DATE
039900     MOVE WS-ORIG-RUN-SEQ  TO PHR-RUN-SEQ
039910     READ PAY-HISTORY-FILE
039920         INVALID KEY
039930             DISPLAY "PAY HISTORY MARK FAILED - KEY NOT ON "
039940                 "FILE - EMPLOYEE " WS-EMPLOYEE-ID
039950         NOT INVALID KEY
039960             SET PHR-REVERSED TO TRUE
039970             REWRITE PAY-HISTORY-RECORD
039980     END-READ.
039990 2062-EXIT.
040000     EXIT.
040010*
040020*-------------------------------------------------------------*
040030* 2065-WRITE-POSTING-INTENT - WRITE A TYPE-3 CHECKPOINT RECORD
040040*                             JUST BEFORE THE MASTER REWRITE,
040050*                             CARRYING THE EMPLOYEE'S YTD GROSS
040060*                             BEFORE AND AFTER THE POSTING.  IF
040070*                             THE RUN DIES BEFORE THIS RECORD'S
040080*                             TYPE-1 CHECKPOINT, THE RESTART
040090*                             COMPARES THE MASTER AGAINST THESE
040100*                             TWO VALUES TO DECIDE WHETHER THE
040110*                             REWRITE ALREADY HAPPENED.
040120*-------------------------------------------------------------*
040130 2065-WRITE-POSTING-INTENT.
040140     MOVE SPACES TO CHECKPOINT-RECORD
040150     MOVE '3' TO CKPT-INT-REC-TYPE
040160     MOVE WS-EMPLOYEE-ID     TO CKPT-INT-EMPLOYEE-ID
040170     MOVE WS-PRE-GROSS-HOLD  TO CKPT-INT-PRE-GROSS
040180     MOVE WS-YTD-GROSS       TO CKPT-INT-POST-GROSS
040190     WRITE CHECKPOINT-RECORD.
040200 2065-EXIT.
040210     EXIT.
040220*
040230*-------------------------------------------------------------*
040240* 2066-LOG-CORR-JUR-ENTRY - ONE STATE OR LOCAL LINE OF THE
040250*                           POSTING ONTO THE PRIOR-YEAR
040260*                           CORRECTION RECORD, SIGNED LIKE ITS
040270*                           OTHER AMOUNTS
040280*-------------------------------------------------------------*
040290 2066-LOG-CORR-JUR-ENTRY.
040300     SET WS-EJ-IDX TO WS-JYTD-SUB
040310     MOVE WS-EJ-CODE (WS-EJ-IDX) TO PYC-JUR-CODE (WS-JYTD-SUB)
040320     COMPUTE PYC-JUR-WITHHELD (WS-JYTD-SUB) =
040330         WS-EJ-TAX (WS-EJ-IDX) * WS-CORR-SIGN.
040340 2066-EXIT.
040350     EXIT.
040360*
040370*-------------------------------------------------------------*
040380* 2067-POST-PRIOR-YEAR - POST A CORRECTION TO A CLOSED YEAR ONTO
040390*                        THAT YEAR'S YTD ARCHIVE RECORD (READ BY
040400*                        3500) AND WRITE IT TO THE PRIOR-YEAR
040410*                        CORRECTION FILE WITH SIGNED AMOUNTS -
040420*                        NEGATIVE FOR A REVERSAL - FOR THE
040430*                        CORRECTED-STATEMENT RUN.  THE MASTER IS
040440*                        NOT TOUCHED.  AN ARCHIVE RECORD ALREADY
040450*                        STAMPED WITH THIS POSTING'S KEY WAS
040460*                        UPDATED BY A CRASHED ITERATION AND IS
040470*                        NOT UPDATED AGAIN.  THE ARCHIVED YEAR'S
040480*                        FIGURES SUPPLY THE STUB'S YTD BLOCK.
040490*                        WHERE THE ARCHIVE KEEPS THE YEAR'S STATE
040500*                        AND LOCAL SLOTS, EACH JURISDICTION LINE
040510*                        POSTS TO ITS SLOT THERE THROUGH 2068, AS
040520*                        IT WOULD TO THE MASTER'S; THE CORRECTION
040530*                        RECORD CARRIES THE LINES EITHER WAY
040540*                        (2066).
040550*-------------------------------------------------------------*
040560 2067-POST-PRIOR-YEAR.
040570*    RECORDS ARCHIVED BEFORE THE AS-REPORTED FIGURES WERE KEPT
040580*    CARRY SPACES THERE - WHAT WAS REPORTED IS THE ARCHIVED YTD.
040590     IF YAR-RPT-GROSS NOT NUMERIC
040600         MOVE YAR-YTD-GROSS      TO YAR-RPT-GROSS
040610         MOVE YAR-YTD-INCOME-TAX TO YAR-RPT-INCOME-TAX
040620         MOVE YAR-YTD-SOC-SEC    TO YAR-RPT-SOC-SEC
040630         MOVE YAR-YTD-HEALTH-INS TO YAR-RPT-HEALTH-INS
040640         MOVE YAR-YTD-WITHHELD   TO YAR-RPT-WITHHELD
040650         MOVE YAR-YTD-NET-PAY    TO YAR-RPT-NET-PAY
040660         MOVE YAR-YTD-OTHER-DEDS TO YAR-RPT-OTHER-DEDS
040670         MOVE ZERO               TO YAR-STMT-DATE
040680         MOVE 1                  TO YAR-STMT-COUNT
040690         MOVE ZERO               TO YAR-CORR-COUNT
040700     END-IF
040710     IF YAR-JUR-KEPT
040720         MOVE YAR-JUR-YTD-DATA TO WS-EMP-JYTD-DATA
040730     ELSE
040740         MOVE SPACES TO WS-EMP-JYTD-DATA
040750     END-IF
040760     IF WS-ARCH-NOT-PREPOSTED
040770         IF WS-TRAN-REVERSAL
040780             SUBTRACT WS-SALARY         FROM YAR-YTD-GROSS
040790             SUBTRACT WS-TAX            FROM YAR-YTD-INCOME-TAX
040800             SUBTRACT WS-SOC-SEC-TAX    FROM YAR-YTD-SOC-SEC
040810             SUBTRACT WS-HEALTH-INS     FROM YAR-YTD-HEALTH-INS
040820             SUBTRACT WS-TOTAL-WITHHELD FROM YAR-YTD-WITHHELD
040830             SUBTRACT WS-NET-PAY        FROM YAR-YTD-NET-PAY
040840             SUBTRACT WS-ELECT-TOTAL    FROM YAR-YTD-OTHER-DEDS
040850         ELSE
040860             ADD WS-SALARY         TO YAR-YTD-GROSS
040870             ADD WS-TAX            TO YAR-YTD-INCOME-TAX
040880             ADD WS-SOC-SEC-TAX    TO YAR-YTD-SOC-SEC
040890             ADD WS-HEALTH-INS     TO YAR-YTD-HEALTH-INS
040900             ADD WS-TOTAL-WITHHELD TO YAR-YTD-WITHHELD
040910             ADD WS-NET-PAY        TO YAR-YTD-NET-PAY
040920             ADD WS-ELECT-TOTAL    TO YAR-YTD-OTHER-DEDS
040930         END-IF
040940         IF YAR-JUR-KEPT
040950            AND WS-EJ-COUNT > ZERO
040960             PERFORM 2068-POST-JUR-YTD THRU 2068-EXIT
040970                 VARYING WS-EJ-IDX FROM 1 BY 1
040980                 UNTIL WS-EJ-IDX > WS-EJ-COUNT
040990             MOVE WS-EMP-JYTD-DATA TO YAR-JUR-YTD-DATA
041000         END-IF
041010         ADD 1 TO YAR-CORR-COUNT
041020         MOVE WS-THIS-CORR-KEY TO YAR-LAST-CORR-KEY
041030         REWRITE YTD-ARCHIVE-RECORD
041040         IF WS-YTD-ARCHIVE-STATUS NOT = "00"
041050             DISPLAY "YTD ARCHIVE REWRITE FAILED - STATUS "
041060                 WS-YTD-ARCHIVE-STATUS " - YEAR " WS-CORR-YEAR
041070                 " EMPLOYEE " WS-EMPLOYEE-ID
041080         END-IF
041090     END-IF
041100     MOVE YAR-YTD-GROSS    TO WS-YTD-GROSS
041110     MOVE YAR-YTD-WITHHELD TO WS-YTD-WITHHELD
041120     IF YAR-YTD-OTHER-DEDS NUMERIC
041130         MOVE YAR-YTD-OTHER-DEDS TO WS-YTD-OTHER-DEDS
041140     ELSE
041150         MOVE ZERO TO WS-YTD-OTHER-DEDS
041160     END-IF
041170     MOVE YAR-YTD-NET-PAY  TO WS-YTD-NET-PAY
041180     IF WS-TRAN-REVERSAL
041190         MOVE -1 TO WS-CORR-SIGN
041200     ELSE
041210         MOVE +1 TO WS-CORR-SIGN
041220     END-IF
041230     MOVE SPACES            TO PRIOR-YEAR-CORRECTION-RECORD
041240     MOVE WS-CORR-YEAR      TO PYC-TAX-YEAR
041250     MOVE WS-EMPLOYEE-ID    TO PYC-EMPLOYEE-ID
041260     MOVE WS-TCK-RUN-DATE   TO PYC-POST-RUN-DATE
041270     MOVE WS-TCK-RUN-NO     TO PYC-POST-RUN-NO
041280     MOVE WS-TCK-RUN-SEQ    TO PYC-POST-RUN-SEQ
041290     IF WS-TRAN-REVERSAL
041300         SET PYC-REVERSAL   TO TRUE
041310     ELSE
041320         SET PYC-ADJUSTMENT TO TRUE
041330     END-IF
041340     MOVE WS-CORR-FOR-DATE  TO PYC-ORIG-RUN-DATE
041350     MOVE WS-CORR-FOR-SEQ   TO PYC-ORIG-RUN-SEQ
041360     MOVE EMP-DEPT-CODE     TO PYC-DEPT-CODE
041370     COMPUTE PYC-GROSS      = WS-SALARY         * WS-CORR-SIGN
041380     COMPUTE PYC-INCOME-TAX = WS-TAX            * WS-CORR-SIGN
041390     COMPUTE PYC-SOC-SEC    = WS-SOC-SEC-TAX    * WS-CORR-SIGN
041400     COMPUTE PYC-HEALTH-INS = WS-HEALTH-INS     * WS-CORR-SIGN
041410     COMPUTE PYC-WITHHELD   = WS-TOTAL-WITHHELD * WS-CORR-SIGN
041420     COMPUTE PYC-NET-PAY    = WS-NET-PAY        * WS-CORR-SIGN
041430     COMPUTE PYC-OTHER-DEDS = WS-ELECT-TOTAL    * WS-CORR-SIGN
041440     COMPUTE PYC-ER-SOC-SEC = WS-ER-SOC-SEC     * WS-CORR-SIGN
041450     COMPUTE PYC-ER-HEALTH  = WS-ER-HEALTH      * WS-CORR-SIGN
041460     COMPUTE PYC-ER-UNEMP   = WS-ER-UNEMP       * WS-CORR-SIGN
041470     MOVE ZERO              TO PYC-STMT-DATE
041480     IF WS-EJ-COUNT > ZERO
041490         PERFORM 2066-LOG-CORR-JUR-ENTRY THRU 2066-EXIT
041500             VARYING WS-JYTD-SUB FROM 1 BY 1
041510             UNTIL WS-JYTD-SUB > WS-EJ-COUNT
041520     END-IF
041530*    A DUPLICATE KEY IS THE CRASHED ITERATION'S OWN RECORD.
041540     WRITE PRIOR-YEAR-CORRECTION-RECORD
041550         INVALID KEY
041560             CONTINUE
041570     END-WRITE.
041580 2067-EXIT.
041590     EXIT.
041600*
041610*-------------------------------------------------------------*
041620* 2068-POST-JUR-YTD - POST ONE STATE OR LOCAL LINE TO ITS
041630*                     JURISDICTION'S YTD SLOT, CLAIMING A FREE
041640*                     SLOT THE FIRST TIME THE EMPLOYEE IS TAXED
041650*                     THERE.  A REVERSAL NEVER TAKES THE SLOT
041660*                     BELOW ZERO; ONE WHOSE SLOT HAS GONE IS
041670*                     SKIPPED.  3198 HAS ALREADY MADE SURE A
041680*                     SLOT IS FREE FOR A NEW CODE ON THE MASTER.
041690*                     A CLOSED YEAR'S ARCHIVE SLOTS (2067) HAVE
041700*                     NO SUCH CHECK - A CODE WITH NO SLOT LEFT
041710*                     THERE IS DISPLAYED AND STAYS IN THE TOTAL
041720*                     WITHHELD ONLY.
041730*-------------------------------------------------------------*
041740 2068-POST-JUR-YTD.
041750     MOVE WS-EJ-CODE (WS-EJ-IDX) TO WS-JUR-LOOKUP-CODE
041760     SET WS-EJY-NOT-FOUND TO TRUE
041770     PERFORM 2069-MATCH-JUR-YTD THRU 2069-EXIT
041780         VARYING WS-EJY-IDX FROM 1 BY 1
041790         UNTIL WS-EJY-IDX > 6
041800            OR WS-EJY-FOUND
041810     IF WS-EJY-NOT-FOUND
041820         IF WS-TRAN-REVERSAL
041830             GO TO 2068-EXIT
041840         END-IF
041850         MOVE SPACES TO WS-JUR-LOOKUP-CODE
041860         PERFORM 2069-MATCH-JUR-YTD THRU 2069-EXIT
041870             VARYING WS-EJY-IDX FROM 1 BY 1
041880             UNTIL WS-EJY-IDX > 6
041890                OR WS-EJY-FOUND
041900         IF WS-EJY-NOT-FOUND
041910             DISPLAY "NO FREE JURISDICTION YTD SLOT - EMPLOYEE "
041920                 WS-EMPLOYEE-ID " JURISDICTION "
041930                 WS-EJ-CODE (WS-EJ-IDX)
041940             GO TO 2068-EXIT
041950         END-IF
041960         MOVE WS-EJ-CODE (WS-EJ-IDX)
041970             TO WS-EJY-CODE (WS-EJY-USE-IDX)
041980         MOVE ZERO TO WS-EJY-WITHHELD (WS-EJY-USE-IDX)
041990     END-IF
042000     IF WS-EJY-WITHHELD (WS-EJY-USE-IDX) NOT NUMERIC
042010         MOVE ZERO TO WS-EJY-WITHHELD (WS-EJY-USE-IDX)
042020     END-IF
042030     IF WS-TRAN-REVERSAL
042040         IF WS-EJ-TAX (WS-EJ-IDX) >
042050            WS-EJY-WITHHELD (WS-EJY-USE-IDX)
042060             MOVE ZERO TO WS-EJY-WITHHELD (WS-EJY-USE-IDX)
042070         ELSE
042080             SUBTRACT WS-EJ-TAX (WS-EJ-IDX)
042090                 FROM WS-EJY-WITHHELD (WS-EJY-USE-IDX)
042100         END-IF
042110     ELSE
042120         ADD WS-EJ-TAX (WS-EJ-IDX)
042130             TO WS-EJY-WITHHELD (WS-EJY-USE-IDX)
042140     END-IF.
042150 2068-EXIT.
042160     EXIT.
042170*
042180*-------------------------------------------------------------*
042190* 2069-MATCH-JUR-YTD - REMEMBER THE YTD SLOT HOLDING
042200*                      WS-JUR-LOOKUP-CODE (SPACES FINDS A FREE
042210*                      SLOT)
042220*-------------------------------------------------------------*
042230 2069-MATCH-JUR-YTD.
042240     IF WS-EJY-CODE (WS-EJY-IDX) = WS-JUR-LOOKUP-CODE
042250         SET WS-EJY-FOUND TO TRUE
042260         SET WS-EJY-USE-IDX TO WS-EJY-IDX
042270     END-IF.
042280 2069-EXIT.
042290     EXIT.
042300*
042310*-------------------------------------------------------------*
042320* 2070-ACCUMULATE-DEPT - ADD THIS EMPLOYEE'S RUN FIGURES INTO
042330*                        THE DEPARTMENT SUMMARY TABLE, CREATING
042340*                        THE DEPARTMENT'S ENTRY ON FIRST SIGHT
042350*-------------------------------------------------------------*
042360 2070-ACCUMULATE-DEPT.
042370     SET WS-DEPT-NOT-FOUND TO TRUE
042380     PERFORM 2071-MATCH-DEPT THRU 2071-EXIT
042390         VARYING WS-DEPT-IDX FROM 1 BY 1
042400         UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
042410            OR WS-DEPT-FOUND
042420     IF WS-DEPT-NOT-FOUND
042430         PERFORM 2072-ADD-DEPT-ENTRY THRU 2072-EXIT
042440     END-IF
042450     ADD 1              TO WS-DEPT-EMP-COUNT (WS-DEPT-USE-IDX)
042460     IF WS-TRAN-REVERSAL
042470         SUBTRACT WS-SALARY
042480             FROM WS-DEPT-GROSS (WS-DEPT-USE-IDX)
042490         SUBTRACT WS-TAX
042500             FROM WS-DEPT-INCOME-TAX (WS-DEPT-USE-IDX)
042510         SUBTRACT WS-SOC-SEC-TAX
042520             FROM WS-DEPT-SOC-SEC (WS-DEPT-USE-IDX)
042530         SUBTRACT WS-HEALTH-INS
042540             FROM WS-DEPT-HEALTH-INS (WS-DEPT-USE-IDX)
042550         SUBTRACT WS-NET-PAY
042560             FROM WS-DEPT-NET-PAY (WS-DEPT-USE-IDX)
042570         SUBTRACT WS-ER-TOTAL
042580             FROM WS-DEPT-ER-TAXES (WS-DEPT-USE-IDX)
042590     ELSE
042600         ADD WS-SALARY
042610             TO WS-DEPT-GROSS (WS-DEPT-USE-IDX)
042620         ADD WS-TAX
042630             TO WS-DEPT-INCOME-TAX (WS-DEPT-USE-IDX)
042640         ADD WS-SOC-SEC-TAX
042650             TO WS-DEPT-SOC-SEC (WS-DEPT-USE-IDX)
042660         ADD WS-HEALTH-INS
042670             TO WS-DEPT-HEALTH-INS (WS-DEPT-USE-IDX)
042680         ADD WS-NET-PAY
042690             TO WS-DEPT-NET-PAY (WS-DEPT-USE-IDX)
042700         ADD WS-ER-TOTAL
042710             TO WS-DEPT-ER-TAXES (WS-DEPT-USE-IDX)
042720     END-IF
042730     SET WS-DEPT-POSTED TO TRUE.
042740 2070-EXIT.
042750     EXIT.
042760*
042770*-------------------------------------------------------------*
042780* 2071-MATCH-DEPT - REMEMBER THE TABLE SLOT WHOSE DEPARTMENT
042790*                   CODE MATCHES THE CURRENT EMPLOYEE'S
042800*-------------------------------------------------------------*
042810 2071-MATCH-DEPT.
042820     IF EMP-DEPT-CODE = WS-DEPT-CODE (WS-DEPT-IDX)
042830         SET WS-DEPT-FOUND TO TRUE
042840         SET WS-DEPT-USE-IDX TO WS-DEPT-IDX
042850     END-IF.
042860 2071-EXIT.
042870     EXIT.
042880*
042890*-------------------------------------------------------------*
042900* 2072-ADD-DEPT-ENTRY - OPEN A TABLE SLOT FOR A DEPARTMENT
042910*                       SEEN FOR THE FIRST TIME THIS RUN.  IF
042920*                       THE TABLE IS FULL, THE LAST SLOT
042930*                       BECOMES A "****" CATCH-ALL SO NO
042940*                       EMPLOYEE'S FIGURES ARE DROPPED FROM
042950*                       THE GRAND TOTAL.
042960*-------------------------------------------------------------*
042970 2072-ADD-DEPT-ENTRY.
042980     IF WS-DEPT-COUNT < 100
042990         ADD 1 TO WS-DEPT-COUNT
043000         SET WS-DEPT-USE-IDX TO WS-DEPT-COUNT
043010         MOVE EMP-DEPT-CODE TO WS-DEPT-CODE (WS-DEPT-USE-IDX)
043020         SET WS-DEPT-NOT-PRINTED (WS-DEPT-USE-IDX) TO TRUE
043030         MOVE ZERO TO WS-DEPT-EMP-COUNT (WS-DEPT-USE-IDX)
043040         MOVE ZERO TO WS-DEPT-GROSS (WS-DEPT-USE-IDX)
043050         MOVE ZERO TO WS-DEPT-INCOME-TAX (WS-DEPT-USE-IDX)
043060         MOVE ZERO TO WS-DEPT-SOC-SEC (WS-DEPT-USE-IDX)
043070         MOVE ZERO TO WS-DEPT-HEALTH-INS (WS-DEPT-USE-IDX)
043080         MOVE ZERO TO WS-DEPT-NET-PAY (WS-DEPT-USE-IDX)
043090         MOVE ZERO TO WS-DEPT-ER-TAXES (WS-DEPT-USE-IDX)
043100     ELSE
043110         SET WS-DEPT-USE-IDX TO WS-DEPT-COUNT
043120         MOVE "****" TO WS-DEPT-CODE (WS-DEPT-USE-IDX)
043130     END-IF.
043140 2072-EXIT.
043150     EXIT.
043160*
043170*-------------------------------------------------------------*
043180* 2075-POST-LEAVE-BALANCES - APPLY THE POSTING'S PAID LEAVE
043190*                            MOVEMENT TO THE LEAVE BALANCE FILE,
043200*                            ONE RECORD PER LEAVE TYPE.  EACH
043210*                            RECORD IS STAMPED WITH THE POSTING'S
043220*                            RUN DATE AND SEQUENCE, SO A TYPE THE
043230*                            CRASHED ITERATION ALREADY POSTED IS
043240*                            RECOGNIZED ON A RESTART AND LEFT
043250*                            ALONE.
043260*-------------------------------------------------------------*
043270 2075-POST-LEAVE-BALANCES.
043280     PERFORM 2076-POST-ONE-LEAVE-TYPE THRU 2076-EXIT
043290         VARYING WS-LP-IDX FROM 1 BY 1
043300         UNTIL WS-LP-IDX > WS-LP-COUNT.
043310 2075-EXIT.
043320     EXIT.
043330*
043340*-------------------------------------------------------------*
043350* 2076-POST-ONE-LEAVE-TYPE - WRITE OR REWRITE ONE LEAVE BALANCE
043360*                            RECORD.  A REVERSAL TAKES ITS
043370*                            MOVEMENT BACK OFF THE YEAR-TO-DATE
043380*                            FIGURES, NEVER BELOW ZERO.
043390*-------------------------------------------------------------*
043400 2076-POST-ONE-LEAVE-TYPE.
043410     IF WS-LP-ALREADY-POSTED (WS-LP-IDX)
043420         GO TO 2076-EXIT
043430     END-IF
043440     IF WS-LP-ACCRUED (WS-LP-IDX) = ZERO
043450        AND WS-LP-TAKEN (WS-LP-IDX) = ZERO
043460        AND WS-LP-PAID-OUT (WS-LP-IDX) = ZERO
043470         GO TO 2076-EXIT
043480     END-IF
043490     MOVE WS-EMPLOYEE-ID          TO LVB-EMPLOYEE-ID
043500     MOVE WS-LP-TYPE (WS-LP-IDX)  TO LVB-LEAVE-TYPE
043510     READ LEAVE-BALANCE-FILE
043520         INVALID KEY
043530             SET WS-LVB-NOT-FOUND TO TRUE
043540         NOT INVALID KEY
043550             SET WS-LVB-FOUND TO TRUE
043560     END-READ
043570     IF WS-LVB-NOT-FOUND
043580         MOVE SPACES TO LEAVE-BALANCE-RECORD
043590         MOVE WS-EMPLOYEE-ID          TO LVB-EMPLOYEE-ID
043600         MOVE WS-LP-TYPE (WS-LP-IDX)  TO LVB-LEAVE-TYPE
043610         MOVE ZERO TO LVB-YTD-ACCRUED
043620         MOVE ZERO TO LVB-YTD-TAKEN
043630         MOVE ZERO TO LVB-YTD-PAID-OUT
043640         MOVE ZERO TO LVB-BOOKED-LIABILITY
043650         MOVE ZERO TO LVB-BOOKED-DATE
043660         MOVE ZERO TO LVB-FORFEITED
043670     END-IF
043680     MOVE WS-LP-BALANCE (WS-LP-IDX) TO LVB-BALANCE
043690     IF WS-TRAN-REVERSAL
043700         IF LVB-YTD-ACCRUED > WS-LP-ACCRUED (WS-LP-IDX)
043710             SUBTRACT WS-LP-ACCRUED (WS-LP-IDX)
043720                 FROM LVB-YTD-ACCRUED
043730         ELSE
043740             MOVE ZERO TO LVB-YTD-ACCRUED
043750         END-IF
043760         IF LVB-YTD-TAKEN > WS-LP-TAKEN (WS-LP-IDX)
043770             SUBTRACT WS-LP-TAKEN (WS-LP-IDX) FROM LVB-YTD-TAKEN
043780         ELSE
043790             MOVE ZERO TO LVB-YTD-TAKEN
043800         END-IF
043810         IF LVB-YTD-PAID-OUT > WS-LP-PAID-OUT (WS-LP-IDX)
043820             SUBTRACT WS-LP-PAID-OUT (WS-LP-IDX)
043830                 FROM LVB-YTD-PAID-OUT
043840         ELSE
043850             MOVE ZERO TO LVB-YTD-PAID-OUT
043860         END-IF
043870     ELSE
043880         ADD WS-LP-ACCRUED (WS-LP-IDX)  TO LVB-YTD-ACCRUED
043890         ADD WS-LP-TAKEN (WS-LP-IDX)    TO LVB-YTD-TAKEN
043900         ADD WS-LP-PAID-OUT (WS-LP-IDX) TO LVB-YTD-PAID-OUT
043910     END-IF
043920     MOVE WS-RUN-DATE                 TO LVB-LAST-POST-DATE
043930     MOVE WS-LEAVE-POST-SEQ           TO LVB-LAST-POST-SEQ
043940     MOVE WS-LP-ACCRUED (WS-LP-IDX)   TO LVB-LAST-ACCRUED
043950     MOVE WS-LP-TAKEN (WS-LP-IDX)     TO LVB-LAST-TAKEN
043960     MOVE WS-LP-PAID-OUT (WS-LP-IDX)  TO LVB-LAST-PAID-OUT
043970     IF WS-LVB-NOT-FOUND
043980         WRITE LEAVE-BALANCE-RECORD
043990     ELSE
044000         REWRITE LEAVE-BALANCE-RECORD
044010     END-IF.
044020 2076-EXIT.
044030     EXIT.
044040*
044050*-------------------------------------------------------------*
044060* 2080-WRITE-PAY-HISTORY - ONE PERMANENT HISTORY RECORD PER
044070*                          POSTING, CARRYING THE FIGURES
044080*                          ACTUALLY POSTED AND HOW GROSS WAS
044090*                          ARRIVED AT.  THE KEY REUSES THE
044100*                          INPUT RECORD ORDINAL, SO WHEN A
044110*                          RESTART REPROCESSES A RECORD WHOSE
044120*                          HISTORY WRITE SURVIVED THE CRASH THE
044130*                          DUPLICATE KEY IS REWRITTEN INSTEAD
044140*                          OF DOUBLING THE HISTORY.
044150*-------------------------------------------------------------*
044160 2080-WRITE-PAY-HISTORY.
044170     MOVE SPACES TO PAY-HISTORY-RECORD
044180     MOVE WS-EMPLOYEE-ID   TO PHR-EMPLOYEE-ID
044190     MOVE WS-RUN-DATE      TO PHR-RUN-DATE
044200     COMPUTE PHR-RUN-SEQ = WS-HIST-SEQ-BASE + WS-INPUT-ORDINAL
044210     MOVE WS-RUN-TYPE-SW   TO PHR-RUN-TYPE
044220     MOVE WS-RUN-NO        TO PHR-RUN-NO
044230     IF WS-TRAN-REVERSAL
044240         MOVE 'R' TO PHR-REC-TYPE
044250     ELSE
044260         IF WS-TRAN-ADJUSTMENT
044270             MOVE 'A' TO PHR-REC-TYPE
044280         ELSE
044290             MOVE 'P' TO PHR-REC-TYPE
044300         END-IF
044310     END-IF
044320     MOVE 'N' TO PHR-REVERSED-SW
044330     MOVE WS-SALARY         TO PHR-GROSS
044340     MOVE WS-TAX            TO PHR-INCOME-TAX
044350     MOVE WS-SOC-SEC-TAX    TO PHR-SOC-SEC
044360     MOVE WS-HEALTH-INS     TO PHR-HEALTH-INS
044370     MOVE WS-NET-PAY        TO PHR-NET-PAY
044380     MOVE WS-ELECT-TOTAL    TO PHR-OTHER-DEDS
044390     MOVE WS-ER-SOC-SEC     TO PHR-ER-SOC-SEC
044400     MOVE WS-ER-HEALTH      TO PHR-ER-HEALTH
044410     MOVE WS-ER-UNEMP       TO PHR-ER-UNEMP
044420     MOVE WS-PAY-SWITCH     TO PHR-PAY-TYPE
044430     MOVE ZERO              TO PHR-HOURS
044440     MOVE ZERO              TO PHR-HOURLY-RATE
044450     IF WS-PAY-HOURLY
044460        OR WS-PAY-LEAVE
044470         MOVE WS-HOURS-WORKED TO PHR-HOURS
044480         MOVE WS-HOURLY-RATE  TO PHR-HOURLY-RATE
044490     END-IF
044500     IF WS-TRAN-ADJUSTMENT
044510        AND EMP-RETRO-ADJUSTMENT
044520         MOVE EMP-ADJ-REASON      TO PHR-ADJ-REASON
044530         MOVE EMP-RETRO-EFF-DATE  TO PHR-RETRO-EFF-DATE
044540         MOVE EMP-RETRO-THRU-DATE TO PHR-RETRO-THRU-DATE
044550         MOVE EMP-RETRO-RATE      TO PHR-HOURLY-RATE
044560     END-IF
044570     MOVE ZERO TO PHR-CORR-YEAR
044580     IF WS-PRIOR-YEAR-POSTING
044590         MOVE WS-CORR-YEAR TO PHR-CORR-YEAR
044600     END-IF
044610     MOVE WS-EMP-JUR-DATA   TO PHR-JUR-DATA
044620     PERFORM 2082-HISTORY-LEAVE-ENTRY THRU 2082-EXIT
044630         VARYING WS-LP-IDX FROM 1 BY 1
044640         UNTIL WS-LP-IDX > WS-LP-COUNT
044650     WRITE PAY-HISTORY-RECORD
044660         INVALID KEY
044670             REWRITE PAY-HISTORY-RECORD
044680     END-WRITE.
044690 2080-EXIT.
044700     EXIT.
044710*
044720*-------------------------------------------------------------*
044730* 2082-HISTORY-LEAVE-ENTRY - CARRY ONE LEAVE TYPE'S MOVEMENT
044740*                            ONTO THE PAY HISTORY RECORD
044750*-------------------------------------------------------------*
044760 2082-HISTORY-LEAVE-ENTRY.
044770     SET WS-LV-SUB TO WS-LP-IDX
044780     MOVE WS-LP-TYPE (WS-LP-IDX)     TO PHR-LV-TYPE (WS-LV-SUB)
044790     MOVE WS-LP-ACCRUED (WS-LP-IDX)
044800         TO PHR-LV-ACCRUED (WS-LV-SUB)
044810     MOVE WS-LP-TAKEN (WS-LP-IDX)    TO PHR-LV-TAKEN (WS-LV-SUB)
044820     MOVE WS-LP-PAID-OUT (WS-LP-IDX)
044830         TO PHR-LV-PAID-OUT (WS-LV-SUB).
044840 2082-EXIT.
044850     EXIT.
044860*
044870*-------------------------------------------------------------*
044880* 2090-WRITE-CHECKPOINT - RECORD PROGRESS AFTER THIS EMPLOYEE
044890*                         SO AN INTERRUPTED RUN CAN RESUME
044900*                         WITHOUT REPROCESSING IT
044910*-------------------------------------------------------------*
044920 2090-WRITE-CHECKPOINT.
044930     MOVE SPACES TO CHECKPOINT-RECORD
044940     SET CKPT-TOTALS-RECORD TO TRUE
044950     MOVE WS-RUN-DATE             TO CKPT-RUN-DATE
044960     MOVE WS-EMPLOYEE-ID          TO CKPT-LAST-EMPLOYEE-ID
044970     MOVE WS-INPUT-ORDINAL        TO CKPT-INPUT-ORDINAL
044980     MOVE WS-RECORD-COUNT         TO CKPT-RECORD-COUNT
044990     MOVE WS-REJECT-COUNT         TO CKPT-REJECT-COUNT
045000     MOVE WS-TOTAL-TAX            TO CKPT-TOTAL-TAX
045010     MOVE WS-GRAND-TOTAL-WITHHELD TO CKPT-TOTAL-WITHHELD
045020     MOVE WS-ACTUAL-GROSS-TOTAL   TO CKPT-TOTAL-GROSS
045030     MOVE WS-RUN-GROSS-PAID       TO CKPT-GROSS-PAID
045040     MOVE WS-RUN-SOC-SEC-TOTAL    TO CKPT-SOC-SEC-TOTAL
045050     MOVE WS-RUN-HEALTH-INS-TOTAL TO CKPT-HEALTH-INS-TOTAL
045060     MOVE WS-RUN-NET-PAY-TOTAL    TO CKPT-NET-PAY-TOTAL
045070     MOVE WS-RUN-ER-SOC-SEC-TOTAL TO CKPT-ER-SOC-SEC-TOTAL
045080     MOVE WS-RUN-ER-HEALTH-TOTAL  TO CKPT-ER-HEALTH-TOTAL
045090     MOVE WS-RUN-ER-UNEMP-TOTAL   TO CKPT-ER-UNEMP-TOTAL
045100     MOVE WS-ADJUSTMENT-COUNT     TO CKPT-ADJUSTMENT-COUNT
045110     MOVE WS-REVERSAL-COUNT       TO CKPT-REVERSAL-COUNT
045120     MOVE WS-EXC-ZSAL-CT          TO CKPT-ZSAL-COUNT
045130     MOVE WS-EXC-BTYP-CT          TO CKPT-BTYP-COUNT
045140     MOVE WS-EXC-ORPH-CT          TO CKPT-ORPH-COUNT
045150     MOVE WS-EXC-CEIL-CT          TO CKPT-CEIL-COUNT
045160     MOVE WS-EXC-ZHRS-CT          TO CKPT-ZHRS-COUNT
045170     MOVE WS-EXC-NRTE-CT          TO CKPT-NRTE-COUNT
045180     MOVE WS-EXC-HOVR-CT          TO CKPT-HOVR-COUNT
045190     MOVE WS-EXC-TERM-CT          TO CKPT-TERM-COUNT
045200     MOVE WS-EXC-DEPX-CT          TO CKPT-DEPX-COUNT
045210     MOVE WS-EXC-LBAL-CT          TO CKPT-LBAL-COUNT
045220     MOVE WS-EXC-LPAY-CT          TO CKPT-LPAY-COUNT
045230     MOVE WS-RETRO-TAX-TOTAL      TO CKPT-RETRO-TAX-TOTAL
045240     MOVE WS-EXC-JURS-CT          TO CKPT-JURS-COUNT
045250     MOVE WS-DISB-WRITTEN-CT      TO CKPT-DISB-WRITTEN
045260     MOVE WS-CHECKS-ISSUED-CT     TO CKPT-CHECKS-ISSUED
045270     MOVE WS-RUN-NO               TO CKPT-RUN-NO
045280     WRITE CHECKPOINT-RECORD
045290     IF WS-DEPT-POSTED
045300         PERFORM 2092-CHECKPOINT-DEPT-ENTRY THRU 2092-EXIT
045310     END-IF
045320     IF WS-ELECT-TOTAL NOT = ZERO
045330         PERFORM 2094-CHECKPOINT-ELECT-ENTRY THRU 2094-EXIT
045340             VARYING WS-EGL-IDX FROM 1 BY 1
045350             UNTIL WS-EGL-IDX > WS-EGL-COUNT
045360     END-IF
045370     IF WS-EJ-COUNT > ZERO
045380         PERFORM 2096-CHECKPOINT-JUR-ENTRY THRU 2096-EXIT
045390             VARYING WS-JGL-IDX FROM 1 BY 1
045400             UNTIL WS-JGL-IDX > WS-JGL-COUNT
045410     END-IF.
045420 2090-EXIT.
045430     EXIT.
045440*
045450*-------------------------------------------------------------*
045460* 2092-CHECKPOINT-DEPT-ENTRY - WRITE THE ABSOLUTE FIGURES OF
045470*                              THE ONE DEPARTMENT ENTRY THIS
045480*                              EMPLOYEE TOUCHED, BEHIND THE
045490*                              TOTALS RECORD, SO A RESTART CAN
045500*                              REBUILD THE TABLE BY REPLAYING
045510*                              THE ENTRIES IN ORDER
045520*-------------------------------------------------------------*
045530 2092-CHECKPOINT-DEPT-ENTRY.
045540     MOVE SPACES TO CHECKPOINT-RECORD
045550     MOVE '2' TO CKPT-DEPT-REC-TYPE
045560     MOVE WS-DEPT-CODE (WS-DEPT-USE-IDX)   TO CKPT-DEPT-CODE
045570     MOVE WS-DEPT-EMP-COUNT (WS-DEPT-USE-IDX)
045580         TO CKPT-DEPT-EMP-COUNT
045590     MOVE WS-DEPT-GROSS (WS-DEPT-USE-IDX)  TO CKPT-DEPT-GROSS
045600     MOVE WS-DEPT-INCOME-TAX (WS-DEPT-USE-IDX)
045610         TO CKPT-DEPT-INCOME-TAX
045620     MOVE WS-DEPT-SOC-SEC (WS-DEPT-USE-IDX)
045630         TO CKPT-DEPT-SOC-SEC
045640     MOVE WS-DEPT-HEALTH-INS (WS-DEPT-USE-IDX)
045650         TO CKPT-DEPT-HEALTH-INS
045660     MOVE WS-DEPT-NET-PAY (WS-DEPT-USE-IDX)
045670         TO CKPT-DEPT-NET-PAY
045680     MOVE WS-DEPT-ER-TAXES (WS-DEPT-USE-IDX)
045690         TO CKPT-DEPT-ER-TAXES
045700     WRITE CHECKPOINT-RECORD.
045710 2092-EXIT.
045720     EXIT.
045730*
045740*-------------------------------------------------------------*
045750* 2094-CHECKPOINT-ELECT-ENTRY - WRITE THE ABSOLUTE RUN TOTAL OF
045760*                               ONE ELECTION GL ENTRY.  WRITTEN
045770*                               ONLY WHEN THE EMPLOYEE TOUCHED
045780*                               ELECTIONS; THE WHOLE (SMALL)
045790*                               TABLE IS CHECKPOINTED BECAUSE
045800*                               ONE EMPLOYEE MAY TOUCH SEVERAL
045810*                               CODES.  A RESTART REBUILDS THE
045820*                               TABLE BY REPLAYING THE ENTRIES
045830*                               IN ORDER.
045840*-------------------------------------------------------------*
045850 2094-CHECKPOINT-ELECT-ENTRY.
045860     MOVE SPACES TO CHECKPOINT-RECORD
045870     MOVE '4' TO CKPT-ELECT-REC-TYPE
045880     MOVE WS-EGL-CODE (WS-EGL-IDX)       TO CKPT-ELECT-CODE
045890     MOVE WS-EGL-GL-ACCOUNT (WS-EGL-IDX)
045900         TO CKPT-ELECT-GL-ACCOUNT
045910     MOVE WS-EGL-AMOUNT (WS-EGL-IDX)     TO CKPT-ELECT-AMOUNT
045920     WRITE CHECKPOINT-RECORD.
045930 2094-EXIT.
045940     EXIT.
045950*
045960*-------------------------------------------------------------*
045970* 2096-CHECKPOINT-JUR-ENTRY - WRITE THE ABSOLUTE RUN TOTAL OF
045980*                             ONE STATE OR LOCAL JURISDICTION
045990*                             AS A TYPE-5 RECORD, AS 2094 DOES
046000*                             FOR THE ELECTIONS
046010*-------------------------------------------------------------*
046020 2096-CHECKPOINT-JUR-ENTRY.
046030     MOVE SPACES TO CHECKPOINT-RECORD
046040     MOVE '5' TO CKPT-JUR-REC-TYPE
046050     MOVE WS-JGL-CODE (WS-JGL-IDX)       TO CKPT-JUR-CODE
046060     MOVE WS-JGL-GL-ACCOUNT (WS-JGL-IDX) TO CKPT-JUR-GL-ACCOUNT
046070     MOVE WS-JGL-AMOUNT (WS-JGL-IDX)     TO CKPT-JUR-AMOUNT
046080     WRITE CHECKPOINT-RECORD.
046090 2096-EXIT.
046100     EXIT.
046110*
046120*-------------------------------------------------------------*
046130* 2100-READ-EMPLOYEE-FILE - GET NEXT SALARY RECORD
046140*-------------------------------------------------------------*
046150 2100-READ-EMPLOYEE-FILE.
046160     READ EMPLOYEE-FILE
046170         AT END
046180             SET WS-END-OF-FILE TO TRUE
046190     END-READ
046200     IF WS-NOT-END-OF-FILE
046210         ADD 1 TO WS-INPUT-ORDINAL
046220     END-IF
046230     IF WS-NOT-END-OF-FILE
046240        AND WS-OFF-CYCLE-RUN
046250        AND NOT EMP-RECORD-IS-TRAILER
046260        AND WS-INPUT-ORDINAL > WS-OFF-CYCLE-MAX-INPUT
046270         PERFORM 2097-STOP-AT-OFF-CYCLE-LIMIT THRU 2097-EXIT
046280     END-IF
046290     IF WS-NOT-END-OF-FILE
046300        AND EMP-RECORD-IS-TRAILER
046310         PERFORM 2095-RECONCILE-CONTROL-TOTALS THRU 2095-EXIT
046320         SET WS-END-OF-FILE TO TRUE
046330     END-IF.
046340 2100-EXIT.
046350     EXIT.
046360*
046370*-------------------------------------------------------------*
046380* 2095-RECONCILE-CONTROL-TOTALS - COMPARE THE RECORD COUNT,
046390*                                 SALARY CONTROL TOTAL, AND
046400*                                 EXPECTED TAX TOTAL CARRIED ON
046410*                                 THE TRAILER RECORD (PLUS THE
046420*                                 TAX ON MERGED RETRO
046430*                                 ADJUSTMENTS) AGAINST WHAT
046440*                                 THIS RUN ACTUALLY SAW
046450*-------------------------------------------------------------*
046460 2095-RECONCILE-CONTROL-TOTALS.
046470     MOVE TRL-RECORD-COUNT  TO WS-EXPECTED-RECORD-COUNT
046480     MOVE TRL-CONTROL-TOTAL TO WS-EXPECTED-CONTROL-TOTAL
046490     COMPUTE WS-EXPECTED-TAX-TOTAL =
046500         TRL-EXPECTED-TAX + WS-RETRO-TAX-TOTAL
046510     SET WS-RECON-IN-BALANCE TO TRUE
046520     IF WS-RECORD-COUNT NOT = WS-EXPECTED-RECORD-COUNT
046530         SET WS-RECON-OUT-OF-BALANCE TO TRUE
046540         COMPUTE WS-RECORD-COUNT-DELTA =
046550             WS-EXPECTED-RECORD-COUNT - WS-RECORD-COUNT
046560         ADD 1 TO WS-EXC-RECON-CT
046570         MOVE SPACES TO EXCEPTION-RECORD
046580         MOVE ZERO TO EXC-EMPLOYEE-ID
046590         MOVE "RCNT" TO EXC-CODE
046600         MOVE WS-RECORD-COUNT-DELTA TO EXC-OFFENDING-VALUE
046610         MOVE "RECORD COUNT BREAK - CHECK EMPLOYEE FILE"
046620             TO EXC-ACTION-REQUIRED
046630         WRITE EXCEPTION-RECORD
046640     END-IF
046650     IF WS-ACTUAL-GROSS-TOTAL NOT = WS-EXPECTED-CONTROL-TOTAL
046660         SET WS-RECON-OUT-OF-BALANCE TO TRUE
046670         COMPUTE WS-CONTROL-TOTAL-DELTA =
046680             WS-EXPECTED-CONTROL-TOTAL - WS-ACTUAL-GROSS-TOTAL
046690         ADD 1 TO WS-EXC-RECON-CT
046700         MOVE SPACES TO EXCEPTION-RECORD
046710         MOVE ZERO TO EXC-EMPLOYEE-ID
046720         MOVE "RGRS" TO EXC-CODE
046730         MOVE WS-CONTROL-TOTAL-DELTA TO EXC-OFFENDING-VALUE
046740         MOVE "GROSS CONTROL BREAK - CHECK TRAILER"
046750             TO EXC-ACTION-REQUIRED
046760         WRITE EXCEPTION-RECORD
046770     END-IF
046780     IF WS-TOTAL-TAX NOT = WS-EXPECTED-TAX-TOTAL
046790         SET WS-RECON-OUT-OF-BALANCE TO TRUE
046800         COMPUTE WS-TAX-TOTAL-DELTA =
046810             WS-EXPECTED-TAX-TOTAL - WS-TOTAL-TAX
046820         ADD 1 TO WS-EXC-RECON-CT
046830         MOVE SPACES TO EXCEPTION-RECORD
046840         MOVE ZERO TO EXC-EMPLOYEE-ID
046850         MOVE "RTAX" TO EXC-CODE
046860         MOVE WS-TAX-TOTAL-DELTA TO EXC-OFFENDING-VALUE
046870         MOVE "TAX TOTAL BREAK - CHECK TRAILER"
046880             TO EXC-ACTION-REQUIRED
046890         WRITE EXCEPTION-RECORD
046900     END-IF
046910     MOVE SPACES TO TAX-REPORT-TEXT-LINE
046920     IF WS-RECON-IN-BALANCE
046930         STRING "TRAILER RECONCILIATION - IN BALANCE"
046940             DELIMITED BY SIZE INTO TAX-REPORT-TEXT-LINE
046950     ELSE
046960         STRING "TRAILER RECONCILIATION - OUT OF BALANCE - "
046970                 "SEE EXCEPTION REPORT"
046980             DELIMITED BY SIZE INTO TAX-REPORT-TEXT-LINE
046990     END-IF
047000     WRITE TAX-REPORT-RECORD.
047010 2095-EXIT.
047020     EXIT.
047030*
047040*-------------------------------------------------------------*
047050* 2097-STOP-AT-OFF-CYCLE-LIMIT - AN OFF-CYCLE RUN HAS ROOM FOR
047060*                                9999 INPUT RECORDS IN ITS PAY
047070*                                HISTORY SEQUENCE BAND.  THE
047080*                                RECORDS ALREADY POSTED STAND;
047090*                                THE REST ARE LEFT UNREAD FOR
047100*                                THE NEXT OFF-CYCLE RUN NUMBER
047110*                                AND THE RUN ENDS OUT OF
047120*                                BALANCE.
047130*-------------------------------------------------------------*
047140 2097-STOP-AT-OFF-CYCLE-LIMIT.
047150     SET WS-RECON-OUT-OF-BALANCE TO TRUE
047160     ADD 1 TO WS-EXC-RECON-CT
047170     MOVE SPACES TO EXCEPTION-RECORD
047180     MOVE EMP-ID TO EXC-EMPLOYEE-ID
047190     MOVE "OLIM" TO EXC-CODE
047200     MOVE WS-INPUT-ORDINAL TO EXC-OFFENDING-VALUE
047210     MOVE "OFF-CYCLE LIMIT - RUN REST UNDER NEXT NO"
047220         TO EXC-ACTION-REQUIRED
047230     WRITE EXCEPTION-RECORD
047240     SET WS-END-OF-FILE TO TRUE.
047250 2097-EXIT.
047260     EXIT.
047270*
047280*-------------------------------------------------------------*
047290* 2110-SKIP-PROCESSED-EMPLOYEES - ON RESTART, ADVANCE PAST THE
047300*                                 INPUT RECORDS THE INTERRUPTED
047310*                                 RUN ALREADY CHECKPOINTED.
047320*                                 THE SKIP COUNTS RECORDS, NOT
047330*                                 EMPLOYEE IDS - SAME-DAY
047340*                                 CORRECTIONS MAY PUT SEVERAL
047350*                                 RECORDS WITH ONE EMPLOYEE ID
047360*                                 ON THE FILE, AND ONLY THOSE
047370*                                 ACTUALLY PROCESSED MAY BE
047380*                                 SKIPPED.
047390*-------------------------------------------------------------*
047400 2110-SKIP-PROCESSED-EMPLOYEES.
047410     PERFORM 2100-READ-EMPLOYEE-FILE THRU 2100-EXIT
047420         UNTIL WS-END-OF-FILE
047430            OR WS-INPUT-ORDINAL > WS-LAST-CKPT-ORDINAL.
047440 2110-EXIT.
047450     EXIT.
047460*
047470*=============================================================*
047480* 2500-PROCESS-INTERACTIVE - ORIGINAL SINGLE-SALARY FALLBACK
047490*=============================================================*
047500 2500-PROCESS-INTERACTIVE.
047510     ADD 1 TO WS-EMPLOYEE-ID
047520     PERFORM 3000-ASK-SALARY THRU 3000-EXIT
047530     PERFORM 3100-VALIDATE-SALARY THRU 3100-EXIT
047540     PERFORM 3200-REPROMPT-SALARY THRU 3200-EXIT
047550         UNTIL WS-SALARY-VALID
047560     PERFORM 4000-CALCTAX THRU 4000-EXIT
047570     PERFORM 4200-ITEMIZE-DEDUCTIONS THRU 4200-EXIT
047580     PERFORM 5000-DISPLAY-RESULT THRU 5000-EXIT
047590     IF WS-NEEDS-REVIEW
047600         PERFORM 5200-FLAG-FOR-REVIEW THRU 5200-EXIT
047610     END-IF.
047620 2500-EXIT.
047630     EXIT.
047640*
047650*=============================================================*
047660* 3000-ASK-SALARY - PROMPT THE OPERATOR FOR ONE SALARY
047670*=============================================================*
047680 3000-ASK-SALARY.
047690     DISPLAY WS-MESSAGE
047700     MOVE SPACES TO WS-SALARY-INPUT
047710     ACCEPT WS-SALARY-INPUT
047720     IF WS-SALARY-INPUT = SPACES
047730         MOVE ZERO TO WS-SALARY
047740     ELSE
047750         MOVE WS-SALARY-INPUT TO WS-SALARY
047760     END-IF.
047770 3000-EXIT.
047780     EXIT.
047790*
047800*-------------------------------------------------------------*
047810* 3100-VALIDATE-SALARY - REJECT ZERO SALARIES AND FLAG ANY
047820*                        SALARY OVER THE SANITY CEILING
047830*-------------------------------------------------------------*
047840 3100-VALIDATE-SALARY.
047850     SET WS-SALARY-VALID TO TRUE
047860     SET WS-REVIEW-NOT-NEEDED TO TRUE
047870     IF WS-SALARY = ZERO
047880         SET WS-SALARY-INVALID TO TRUE
047890     ELSE
047900         IF WS-SALARY > WS-SALARY-CEILING
047910             SET WS-NEEDS-REVIEW TO TRUE
047920         END-IF
047930     END-IF.
047940 3100-EXIT.
047950     EXIT.
047960*
047970*-------------------------------------------------------------*
047980* 3200-REPROMPT-SALARY - RE-ASK THE OPERATOR FOR A VALID SALARY
047990*-------------------------------------------------------------*
048000 3200-REPROMPT-SALARY.
048010     MOVE "Invalid salary - must not be zero. Enter salary"
048020         TO WS-MESSAGE
048030     PERFORM 3000-ASK-SALARY THRU 3000-EXIT
048040     PERFORM 3100-VALIDATE-SALARY THRU 3100-EXIT.
048050 3200-EXIT.
048060     EXIT.
048070*
048080*-------------------------------------------------------------*
048090* 3150-CLASSIFY-RECORD-TYPE - MAP EMP-REC-TYPE ONTO THE
048100*                             TRANSACTION SWITCH.  A SPACE IS A
048110*                             PAYMENT (FILES BUILT BEFORE THE
048120*                             FIELD EXISTED CARRY SPACES);
048130*                             ANYTHING ELSE UNRECOGNIZED IS
048140*                             INVALID AND WILL BE REJECTED, AS
048150*                             IS AN ADJUSTMENT OF LEAVE TAKEN
048160*                             AND A RETRO PAY MARK ON ANYTHING
048170*                             BUT A SALARIED-FORM ADJUSTMENT.
048180*-------------------------------------------------------------*
048190 3150-CLASSIFY-RECORD-TYPE.
048200     IF EMP-PAYMENT-RECORD
048210         SET WS-TRAN-PAYMENT TO TRUE
048220     ELSE
048230         IF EMP-ADJUSTMENT-RECORD
048240             SET WS-TRAN-ADJUSTMENT TO TRUE
048250         ELSE
048260             IF EMP-REVERSAL-RECORD
048270                 SET WS-TRAN-REVERSAL TO TRUE
048280             ELSE
048290                 SET WS-TRAN-INVALID TO TRUE
048300             END-IF
048310         END-IF
048320     END-IF
048330*    LEAVE TAKEN IS PAID ON A PAYMENT RECORD ONLY - A LEAVE
048340*    CORRECTION IS A REVERSAL AND A FRESH PAYMENT.
048350     IF EMP-LEAVE-TAKEN
048360        AND WS-TRAN-ADJUSTMENT
048370         SET WS-TRAN-INVALID TO TRUE
048380     END-IF
048390*    A RETRO PAY ADJUSTMENT CARRIES ITS UNDERPAID GROSS AS
048400*    KEYED - THE MARK ON ANY OTHER KIND OF RECORD IS AN ERROR.
048410     IF EMP-RETRO-ADJUSTMENT
048420        AND (NOT WS-TRAN-ADJUSTMENT
048430             OR NOT EMP-SALARIED)
048440         SET WS-TRAN-INVALID TO TRUE
048450     END-IF.
048460 3150-EXIT.
048470     EXIT.
048480*
048490*-------------------------------------------------------------*
048500* 3175-CHECK-DEPT-CODE - THE RECORD'S DEPARTMENT CODE MUST BE
048510*                        ON THE DEPARTMENT REFERENCE MASTER.
048520*                        AN UNKNOWN CODE - A TYPO LIKE "AC1O" -
048530*                        USED TO BECOME ITS OWN LINE ON THE
048540*                        WITHHOLDING SUMMARY; NOW IT REJECTS
048550*                        TO THE EXCEPTION FILE.
048560*-------------------------------------------------------------*
048570 3175-CHECK-DEPT-CODE.
048580     MOVE EMP-DEPT-CODE TO WS-DREF-LOOKUP-CODE
048590     PERFORM 1720-FIND-DEPT-REF THRU 1720-EXIT
048600     IF WS-DREF-NOT-FOUND
048610         SET WS-SALARY-INVALID TO TRUE
048620         SET WS-DEPX-REJECT TO TRUE
048630     END-IF.
048640 3175-EXIT.
048650     EXIT.
048660*
048670*-------------------------------------------------------------*
048680* 3180-COMPUTE-HOURLY-GROSS - DERIVE GROSS FOR AN HOURLY
048690*                             RECORD.  HOURS COME FROM THE
048700*                             SALARY FIELD, THE RATE FROM THE
048710*                             EMPLOYEE'S MASTER RECORD.  HOURS
048720*                             ARE VALIDATED THE WAY SALARIES
048730*                             ARE - ZERO REJECTED, OVER THE
048740*                             CEILING FLAGGED FOR REVIEW BUT
048750*                             PROCESSED.  OVERTIME HOURS PAY
048760*                             TIME AND A HALF.
048770*-------------------------------------------------------------*
048780 3180-COMPUTE-HOURLY-GROSS.
048790     SET WS-SALARY-VALID TO TRUE
048800     SET WS-REVIEW-NOT-NEEDED TO TRUE
048810     MOVE EMH-HOURS-WORKED TO WS-HOURS-WORKED
048820     IF WS-HOURS-WORKED = ZERO
048830         SET WS-SALARY-INVALID TO TRUE
048840         SET WS-HOURLY-REJ-HOURS TO TRUE
048850         GO TO 3180-EXIT
048860     END-IF
048870     IF WS-HOURS-WORKED > WS-HOURS-CEILING
048880         SET WS-NEEDS-REVIEW TO TRUE
048890     END-IF
048900     MOVE ZERO TO WS-HOURLY-RATE
048910     MOVE WS-EMPLOYEE-ID TO EMM-EMPLOYEE-ID
048920     READ EMPLOYEE-MASTER
048930         INVALID KEY
048940             CONTINUE
048950         NOT INVALID KEY
048960             IF EMM-HOURLY-RATE NUMERIC
048970                 MOVE EMM-HOURLY-RATE TO WS-HOURLY-RATE
048980             END-IF
048990     END-READ
049000     IF WS-HOURLY-RATE = ZERO
049010         SET WS-SALARY-INVALID TO TRUE
049020         SET WS-HOURLY-REJ-RATE TO TRUE
049030         GO TO 3180-EXIT
049040     END-IF
049050*    A MIS-KEYED HOURS FIGURE CAN PUSH THE PRODUCT PAST WHAT
049060*    THE GROSS FIELD HOLDS - A WRAPPED GROSS MUST NEVER POST,
049070*    SO A SIZE ERROR REJECTS THE RECORD TO THE EXCEPTION
049080*    FILE.
049090     IF WS-HOURS-WORKED > WS-OVERTIME-THRESHOLD
049100         COMPUTE WS-SALARY ROUNDED =
049110             (WS-OVERTIME-THRESHOLD * WS-HOURLY-RATE)
049120                 + ((WS-HOURS-WORKED - WS-OVERTIME-THRESHOLD)
049130                     * WS-HOURLY-RATE * 1.5)
049140             ON SIZE ERROR
049150                 SET WS-SALARY-INVALID TO TRUE
049160                 SET WS-HOURLY-REJ-OVERFLOW TO TRUE
049170         END-COMPUTE
049180     ELSE
049190         COMPUTE WS-SALARY ROUNDED =
049200             WS-HOURS-WORKED * WS-HOURLY-RATE
049210             ON SIZE ERROR
049220                 SET WS-SALARY-INVALID TO TRUE
049230                 SET WS-HOURLY-REJ-OVERFLOW TO TRUE
049240         END-COMPUTE
049250     END-IF.
049260 3180-EXIT.
049270     EXIT.
049280*
049290*-------------------------------------------------------------*
049300* 3185-COMPUTE-LEAVE-PAY - DERIVE GROSS FOR A LEAVE-TAKEN
049310*                          RECORD.  THE LEAVE HOURS COME FROM
049320*                          THE SALARY FIELD AND ARE PAID AT THE
049330*                          MASTER HOURLY RATE WITH NO OVERTIME.
049340*                          THE LEAVE TYPE MUST BE ON THE PLAN
049350*                          AND THE EMPLOYEE'S BALANCE OF IT MUST
049360*                          COVER THE HOURS - LEAVE IS NEVER
049370*                          ADVANCED.  ON A RESTART WHOSE CRASHED
049380*                          ITERATION ALREADY TOOK THE HOURS OFF
049390*                          THE BALANCE THE CHECK IS NOT REPEATED.
049400*-------------------------------------------------------------*
049410 3185-COMPUTE-LEAVE-PAY.
049420     SET WS-SALARY-VALID TO TRUE
049430     SET WS-REVIEW-NOT-NEEDED TO TRUE
049440     MOVE EMH-HOURS-WORKED TO WS-HOURS-WORKED
049450     IF WS-HOURS-WORKED = ZERO
049460         SET WS-SALARY-INVALID TO TRUE
049470         SET WS-HOURLY-REJ-HOURS TO TRUE
049480         GO TO 3185-EXIT
049490     END-IF
049500     IF WS-HOURS-WORKED > WS-HOURS-CEILING
049510         SET WS-NEEDS-REVIEW TO TRUE
049520     END-IF
049530     IF WS-HOURS-WORKED > 999.99
049540         SET WS-SALARY-INVALID TO TRUE
049550         SET WS-HOURLY-REJ-OVERFLOW TO TRUE
049560         GO TO 3185-EXIT
049570     END-IF
049580     MOVE EMP-LEAVE-TYPE TO WS-LEAVE-TYPE
049590     PERFORM 1770-FIND-LEAVE-PLAN THRU 1770-EXIT
049600     IF WS-LP-NOT-FOUND
049610         SET WS-SALARY-INVALID TO TRUE
049620         SET WS-HOURLY-REJ-LEAVE-TYPE TO TRUE
049630         GO TO 3185-EXIT
049640     END-IF
049650     MOVE ZERO TO WS-HOURLY-RATE
049660     MOVE WS-EMPLOYEE-ID TO EMM-EMPLOYEE-ID
049670     READ EMPLOYEE-MASTER
049680         INVALID KEY
049690             CONTINUE
049700         NOT INVALID KEY
049710             IF EMM-HOURLY-RATE NUMERIC
049720                 MOVE EMM-HOURLY-RATE TO WS-HOURLY-RATE
049730             END-IF
049740     END-READ
049750     IF WS-HOURLY-RATE = ZERO
049760         SET WS-SALARY-INVALID TO TRUE
049770         SET WS-HOURLY-REJ-RATE TO TRUE
049780         GO TO 3185-EXIT
049790     END-IF
049800     COMPUTE WS-SALARY ROUNDED =
049810         WS-HOURS-WORKED * WS-HOURLY-RATE
049820         ON SIZE ERROR
049830             SET WS-SALARY-INVALID TO TRUE
049840             SET WS-HOURLY-REJ-OVERFLOW TO TRUE
049850             GO TO 3185-EXIT
049860     END-COMPUTE
049870     MOVE ZERO TO WS-LEAVE-BEFORE
049880     MOVE WS-EMPLOYEE-ID TO LVB-EMPLOYEE-ID
049890     MOVE WS-LEAVE-TYPE  TO LVB-LEAVE-TYPE
049900     READ LEAVE-BALANCE-FILE
049910         INVALID KEY
049920             CONTINUE
049930         NOT INVALID KEY
049940             IF LVB-LAST-POST-DATE = WS-RUN-DATE
049950                AND LVB-LAST-POST-SEQ = WS-LEAVE-POST-SEQ
049960                 GO TO 3185-EXIT
049970             END-IF
049980             MOVE LVB-BALANCE TO WS-LEAVE-BEFORE
049990     END-READ
050000     IF WS-HOURS-WORKED > WS-LEAVE-BEFORE
050010         SET WS-SALARY-INVALID TO TRUE
050020         SET WS-HOURLY-REJ-LEAVE TO TRUE
050030     END-IF.
050040 3185-EXIT.
050050     EXIT.
050060*
050070*-------------------------------------------------------------*
050080* 3190-CHECK-EMPLOYEE-STATUS - A PAYMENT FOR A TERMINATED
050090*                              EMPLOYEE IS REJECTED TO THE
050100*                              EXCEPTION FILE, EXCEPT ON A
050110*                              SUPERVISED OFF-CYCLE RUN,
050120*                              WHERE IT IS THE FINAL PAY THE
050130*                              RUN EXISTS FOR.  AN EMPLOYEE
050140*                              NOT YET ON THE MASTER, OR ONE
050150*                              WHOSE STATUS BYTE PREDATES THE
050160*                              FIELD (SPACES), IS TREATED AS
050170*                              ACTIVE.  A TERMINATED EMPLOYEE'S
050180*                              OFF-CYCLE PAYMENT IS MARKED AS
050190*                              FINAL PAY, WHICH PAYS OUT THE
050200*                              UNUSED LEAVE BALANCE.
050210*-------------------------------------------------------------*
050220 3190-CHECK-EMPLOYEE-STATUS.
050230     MOVE WS-EMPLOYEE-ID TO EMM-EMPLOYEE-ID
050240     READ EMPLOYEE-MASTER
050250         INVALID KEY
050260             CONTINUE
050270         NOT INVALID KEY
050280             IF EMM-STATUS-TERMINATED
050290                AND WS-NIGHTLY-RUN
050300                 SET WS-SALARY-INVALID TO TRUE
050310                 SET WS-TERM-REJECT TO TRUE
050320             END-IF
050330             IF EMM-STATUS-TERMINATED
050340                AND WS-OFF-CYCLE-RUN
050350                 SET WS-FINAL-PAY TO TRUE
050360             END-IF
050370     END-READ.
050380 3190-EXIT.
050390     EXIT.
050400*
050410*-------------------------------------------------------------*
050420* 3195-CHECK-JURISDICTIONS - BUILD THE LIST OF STATE AND LOCAL
050430*                            JURISDICTIONS THAT TAX THIS
050440*                            POSTING: THE WORK STATE AND LOCAL
050450*                            WHERE THEY LEVY ON WORK, THE
050460*                            RESIDENCE STATE AND LOCAL WHERE
050470*                            THEY LEVY ON RESIDENCE, EACH CODE
050480*                            ONCE.  A CODE WITH NO RATE SET IN
050490*                            FORCE, OR MORE CODES THAN THE
050500*                            MASTER HAS YTD SLOTS FOR, REJECTS
050510*                            THE RECORD (JURS).  AN EMPLOYEE
050520*                            NOT YET ON THE MASTER, OR WHOSE
050530*                            RECORD PREDATES THE CODES, HAS NO
050540*                            STATE OR LOCAL WITHHOLDING.
050550*-------------------------------------------------------------*
050560 3195-CHECK-JURISDICTIONS.
050570     MOVE WS-EMPLOYEE-ID TO EMM-EMPLOYEE-ID
050580     READ EMPLOYEE-MASTER
050590         INVALID KEY
050600             GO TO 3195-EXIT
050610     END-READ
050620     IF EMM-JURISDICTIONS = SPACES
050630         GO TO 3195-EXIT
050640     END-IF
050650     SET WS-JUR-ROLE-WORK TO TRUE
050660     MOVE EMM-WORK-STATE TO WS-JUR-LOOKUP-CODE
050670     PERFORM 3196-ADD-JURISDICTION THRU 3196-EXIT
050680     MOVE EMM-WORK-LOCAL TO WS-JUR-LOOKUP-CODE
050690     PERFORM 3196-ADD-JURISDICTION THRU 3196-EXIT
050700     SET WS-JUR-ROLE-RES TO TRUE
050710     MOVE EMM-RES-STATE TO WS-JUR-LOOKUP-CODE
050720     PERFORM 3196-ADD-JURISDICTION THRU 3196-EXIT
050730     MOVE EMM-RES-LOCAL TO WS-JUR-LOOKUP-CODE
050740     PERFORM 3196-ADD-JURISDICTION THRU 3196-EXIT
050750     IF WS-JURS-NO-REJECT
050760        AND WS-EJ-COUNT > ZERO
050770         PERFORM 3198-CHECK-YTD-SLOTS THRU 3198-EXIT
050780     END-IF
050790     IF WS-JURS-REJECT
050800         SET WS-SALARY-INVALID TO TRUE
050810     END-IF.
050820 3195-EXIT.
050830     EXIT.
050840*
050850*-------------------------------------------------------------*
050860* 3196-ADD-JURISDICTION - ADD WS-JUR-LOOKUP-CODE TO THE LIST
050870*                         IF IT LEVIES IN THE CURRENT ROLE AND
050880*                         IS NOT ALREADY THERE
050890*-------------------------------------------------------------*
050900 3196-ADD-JURISDICTION.
050910     IF WS-JUR-LOOKUP-CODE = SPACES
050920        OR WS-JURS-REJECT
050930         GO TO 3196-EXIT
050940     END-IF
050950     PERFORM 1570-FIND-JURISDICTION THRU 1570-EXIT
050960     IF WS-JUR-NOT-FOUND
050970         SET WS-JURS-REJECT TO TRUE
050980         MOVE WS-JUR-LOOKUP-CODE TO WS-JUR-REJECT-CODE
050990         GO TO 3196-EXIT
051000     END-IF
051010     IF WS-JUR-ROLE-WORK
051020        AND NOT WS-JUR-WORK-BASIS (WS-JUR-USE-IDX)
051030         GO TO 3196-EXIT
051040     END-IF
051050     IF WS-JUR-ROLE-RES
051060        AND NOT WS-JUR-RES-BASIS (WS-JUR-USE-IDX)
051070         GO TO 3196-EXIT
051080     END-IF
051090     SET WS-EJ-NOT-FOUND TO TRUE
051100     PERFORM 3197-MATCH-EMP-JUR THRU 3197-EXIT
051110         VARYING WS-EJ-IDX FROM 1 BY 1
051120         UNTIL WS-EJ-IDX > WS-EJ-COUNT
051130            OR WS-EJ-FOUND
051140     IF WS-EJ-FOUND
051150         GO TO 3196-EXIT
051160     END-IF
051170     ADD 1 TO WS-EJ-COUNT
051180     SET WS-EJ-IDX TO WS-EJ-COUNT
051190     MOVE WS-JUR-LOOKUP-CODE TO WS-EJ-CODE (WS-EJ-IDX)
051200     MOVE ZERO TO WS-EJ-TAX (WS-EJ-IDX).
051210 3196-EXIT.
051220     EXIT.
051230*
051240*-------------------------------------------------------------*
051250* 3197-MATCH-EMP-JUR - IS WS-JUR-LOOKUP-CODE ALREADY LISTED
051260*-------------------------------------------------------------*
051270 3197-MATCH-EMP-JUR.
051280     IF WS-EJ-CODE (WS-EJ-IDX) = WS-JUR-LOOKUP-CODE
051290         SET WS-EJ-FOUND TO TRUE
051300     END-IF.
051310 3197-EXIT.
051320     EXIT.
051330*
051340*-------------------------------------------------------------*
051350* 3198-CHECK-YTD-SLOTS - EVERY LISTED JURISDICTION MUST EITHER
051360*                        HOLD A YTD SLOT ON THE MASTER ALREADY
051370*                        OR FIND A FREE ONE, OR ITS WITHHOLDING
051380*                        COULD NOT BE CARRIED FORWARD TO THE
051390*                        ANNUAL STATEMENT AND FILING.
051400*-------------------------------------------------------------*
051410 3198-CHECK-YTD-SLOTS.
051420     MOVE ZERO TO WS-JUR-FREE-SLOTS
051430     MOVE ZERO TO WS-JUR-HELD-SLOTS
051440     PERFORM 3199-COUNT-YTD-SLOT THRU 3199-EXIT
051450         VARYING WS-JYTD-SUB FROM 1 BY 1
051460         UNTIL WS-JYTD-SUB > 6
051470     IF WS-EJ-COUNT > WS-JUR-FREE-SLOTS + WS-JUR-HELD-SLOTS
051480         SET WS-JURS-REJECT TO TRUE
051490         MOVE "SLOT" TO WS-JUR-REJECT-CODE
051500     END-IF.
051510 3198-EXIT.
051520     EXIT.
051530*
051540*-------------------------------------------------------------*
051550* 3199-COUNT-YTD-SLOT - COUNT ONE MASTER YTD SLOT AS FREE, AS
051560*                       HELD BY A LISTED JURISDICTION, OR
051570*                       NEITHER
051580*-------------------------------------------------------------*
051590 3199-COUNT-YTD-SLOT.
051600     IF EMM-JYTD-CODE (WS-JYTD-SUB) = SPACES
051610         ADD 1 TO WS-JUR-FREE-SLOTS
051620         GO TO 3199-EXIT
051630     END-IF
051640     MOVE EMM-JYTD-CODE (WS-JYTD-SUB) TO WS-JUR-LOOKUP-CODE
051650     SET WS-EJ-NOT-FOUND TO TRUE
051660     PERFORM 3197-MATCH-EMP-JUR THRU 3197-EXIT
051670         VARYING WS-EJ-IDX FROM 1 BY 1
051680         UNTIL WS-EJ-IDX > WS-EJ-COUNT
051690            OR WS-EJ-FOUND
051700     IF WS-EJ-FOUND
051710         ADD 1 TO WS-JUR-HELD-SLOTS
051720     END-IF.
051730 3199-EXIT.
051740     EXIT.
051750*
051760*-------------------------------------------------------------*
051770* 3300-VALIDATE-REVERSAL - A REVERSAL BACKS OUT A POSTING THAT
051780*                          MUST ACTUALLY BE ON THE MASTER.  THE
051790*                          EMPLOYEE MUST EXIST AND CARRY AT
051800*                          LEAST THE REVERSED SALARY IN YTD
051810*                          GROSS, OR THE REVERSAL IS AN ORPHAN.
051820*-------------------------------------------------------------*
051830 3300-VALIDATE-REVERSAL.
051840     SET WS-REVERSAL-OK TO TRUE
051850     MOVE WS-EMPLOYEE-ID TO EMM-EMPLOYEE-ID
051860     READ EMPLOYEE-MASTER
051870         INVALID KEY
051880             SET WS-REVERSAL-NOT-OK TO TRUE
051890         NOT INVALID KEY
051900             IF EMM-YTD-GROSS < WS-SALARY
051910                 SET WS-REVERSAL-NOT-OK TO TRUE
051920             END-IF
051930     END-READ.
051940 3300-EXIT.
051950     EXIT.
051960*
051970*-------------------------------------------------------------*
051980* 3400-FIND-ORIGINAL-POSTING - SCAN THE EMPLOYEE'S PAY HISTORY
051990*                              FOR THE POSTING THIS REVERSAL
052000*                              BACKS OUT: THE LATEST UNREVERSED
052010*                              PAYMENT OR ADJUSTMENT WHOSE
052020*                              GROSS MATCHES THE REVERSAL
052030*                              AMOUNT.  ON A PREPOSTED RESTART
052040*                              THE CRASHED ITERATION MAY HAVE
052050*                              ALREADY MARKED THE ORIGINAL
052060*                              REVERSED, SO AN ALREADY-REVERSED
052070*                              MATCH IS ACCEPTED IN THAT CASE
052080*                              ONLY.  NO MATCH MEANS THERE IS
052090*                              NOTHING TO REVERSE.
052100*-------------------------------------------------------------*
052110 3400-FIND-ORIGINAL-POSTING.
052120     SET WS-HIST-ORIG-NOT-FOUND TO TRUE
052130     SET WS-HIST-REVD-NOT-FOUND TO TRUE
052140     SET WS-HIST-NOT-END-OF-FILE TO TRUE
052150     MOVE WS-EMPLOYEE-ID TO PHR-EMPLOYEE-ID
052160     MOVE ZERO TO PHR-RUN-DATE
052170     MOVE ZERO TO PHR-RUN-SEQ
052180     START PAY-HISTORY-FILE KEY NOT LESS THAN PHR-KEY
052190         INVALID KEY
052200             SET WS-HIST-END-OF-FILE TO TRUE
052210     END-START
052220     PERFORM 3410-SCAN-HISTORY-RECORD THRU 3410-EXIT
052230         UNTIL WS-HIST-END-OF-FILE
052240     IF WS-HIST-ORIG-NOT-FOUND
052250        AND WS-MASTER-PREPOSTED
052260        AND WS-HIST-REVD-FOUND
052270         MOVE WS-REVD-POSTING-HOLD TO WS-ORIG-POSTING-HOLD
052280         SET WS-HIST-ORIG-FOUND TO TRUE
052290     END-IF.
052300 3400-EXIT.
052310     EXIT.
052320*
052330*-------------------------------------------------------------*
052340* 3410-SCAN-HISTORY-RECORD - EXAMINE ONE OF THE EMPLOYEE'S PAY
052350*                            HISTORY RECORDS.  RECORDS COME IN
052360*                            KEY ORDER, SO THE LAST MATCH KEPT
052370*                            IS THE LATEST.  REVERSAL POSTINGS
052380*                            THEMSELVES ARE NEVER CANDIDATES.
052390*-------------------------------------------------------------*
052400 3410-SCAN-HISTORY-RECORD.
052410     READ PAY-HISTORY-FILE NEXT RECORD
052420         AT END
052430             SET WS-HIST-END-OF-FILE TO TRUE
052440             GO TO 3410-EXIT
052450     END-READ
052460     IF PHR-EMPLOYEE-ID NOT = WS-EMPLOYEE-ID
052470         SET WS-HIST-END-OF-FILE TO TRUE
052480         GO TO 3410-EXIT
052490     END-IF
052500     IF PHR-REVERSAL-POSTING
052510        OR PHR-GROSS NOT = WS-SALARY
052520         GO TO 3410-EXIT
052530     END-IF
052540     IF PHR-NOT-REVERSED
052550         MOVE PHR-RUN-DATE   TO WS-ORIG-RUN-DATE
052560         MOVE PHR-RUN-SEQ    TO WS-ORIG-RUN-SEQ
052570         MOVE PHR-INCOME-TAX TO WS-ORIG-INCOME-TAX
052580         MOVE PHR-SOC-SEC    TO WS-ORIG-SOC-SEC
052590         MOVE PHR-HEALTH-INS TO WS-ORIG-HEALTH-INS
052600         MOVE PHR-NET-PAY    TO WS-ORIG-NET-PAY
052610         IF PHR-OTHER-DEDS NUMERIC
052620             MOVE PHR-OTHER-DEDS TO WS-ORIG-OTHER-DEDS
052630         ELSE
052640             MOVE ZERO TO WS-ORIG-OTHER-DEDS
052650         END-IF
052660         IF PHR-ER-SOC-SEC NUMERIC
052670             MOVE PHR-ER-SOC-SEC TO WS-ORIG-ER-SOC-SEC
052680             MOVE PHR-ER-HEALTH  TO WS-ORIG-ER-HEALTH
052690             MOVE PHR-ER-UNEMP   TO WS-ORIG-ER-UNEMP
052700         ELSE
052710             MOVE ZERO TO WS-ORIG-ER-SOC-SEC
052720             MOVE ZERO TO WS-ORIG-ER-HEALTH
052730             MOVE ZERO TO WS-ORIG-ER-UNEMP
052740         END-IF
052750         MOVE PHR-LEAVE-DATA TO WS-ORIG-LEAVE-DATA
052760         MOVE PHR-JUR-DATA   TO WS-ORIG-JUR-DATA
052770         IF PHR-CORR-YEAR NUMERIC
052780             MOVE PHR-CORR-YEAR TO WS-ORIG-CORR-YEAR
052790         ELSE
052800             MOVE ZERO TO WS-ORIG-CORR-YEAR
052810         END-IF
052820         SET WS-HIST-ORIG-FOUND TO TRUE
052830     ELSE
052840         MOVE PHR-RUN-DATE   TO WS-REVD-RUN-DATE
052850         MOVE PHR-RUN-SEQ    TO WS-REVD-RUN-SEQ
052860         MOVE PHR-INCOME-TAX TO WS-REVD-INCOME-TAX
052870         MOVE PHR-SOC-SEC    TO WS-REVD-SOC-SEC
052880         MOVE PHR-HEALTH-INS TO WS-REVD-HEALTH-INS
052890         MOVE PHR-NET-PAY    TO WS-REVD-NET-PAY
052900         IF PHR-OTHER-DEDS NUMERIC
052910             MOVE PHR-OTHER-DEDS TO WS-REVD-OTHER-DEDS
052920         ELSE
052930             MOVE ZERO TO WS-REVD-OTHER-DEDS
052940         END-IF
052950         IF PHR-ER-SOC-SEC NUMERIC
052960             MOVE PHR-ER-SOC-SEC TO WS-REVD-ER-SOC-SEC
052970             MOVE PHR-ER-HEALTH  TO WS-REVD-ER-HEALTH
052980             MOVE PHR-ER-UNEMP   TO WS-REVD-ER-UNEMP
052990         ELSE
053000             MOVE ZERO TO WS-REVD-ER-SOC-SEC
053010             MOVE ZERO TO WS-REVD-ER-HEALTH
053020             MOVE ZERO TO WS-REVD-ER-UNEMP
053030         END-IF
053040         MOVE PHR-LEAVE-DATA TO WS-REVD-LEAVE-DATA
053050         MOVE PHR-JUR-DATA   TO WS-REVD-JUR-DATA
053060         IF PHR-CORR-YEAR NUMERIC
053070             MOVE PHR-CORR-YEAR TO WS-REVD-CORR-YEAR
053080         ELSE
053090             MOVE ZERO TO WS-REVD-CORR-YEAR
053100         END-IF
053110         SET WS-HIST-REVD-FOUND TO TRUE
053120     END-IF.
053130 3410-EXIT.
053140     EXIT.
053150*
053160*-------------------------------------------------------------*
053170* 3420-CHECK-ARCHIVE-REPOST - ON THE RESTART RECORD, A REVERSAL
053180*                             WHOSE ONLY MATCH IS ALREADY MARKED
053190*                             REVERSED MAY BE ITSELF, PART-POSTED
053200*                             TO A CLOSED YEAR BY THE CRASHED
053210*                             ITERATION.  IF THAT YEAR'S ARCHIVE
053220*                             RECORD CARRIES THIS POSTING'S KEY,
053230*                             THE MATCH IS ACCEPTED.
053240*-------------------------------------------------------------*
053250 3420-CHECK-ARCHIVE-REPOST.
053260     MOVE WS-REVD-RUN-DATE  TO WS-CORR-FOR-DATE
053270     MOVE WS-REVD-RUN-SEQ   TO WS-CORR-FOR-SEQ
053280     MOVE WS-REVD-CORR-YEAR TO WS-CORR-FOR-YEAR
053290     PERFORM 3500-CHECK-PRIOR-YEAR THRU 3500-EXIT
053300     IF WS-PRIOR-YEAR-POSTING
053310        AND WS-ARCH-PREPOSTED
053320         MOVE WS-REVD-POSTING-HOLD TO WS-ORIG-POSTING-HOLD
053330         SET WS-HIST-ORIG-FOUND TO TRUE
053340     END-IF.
053350 3420-EXIT.
053360     EXIT.
053370*
053380*-------------------------------------------------------------*
053390* 3430-FIND-ADJUSTED-POSTING - AN ADJUSTMENT THAT NAMES THE
053400*                              POSTING IT CORRECTS (EMP-ADJ-FOR-
053410*                              DATE) MUST FIND A PAYMENT OR
053420*                              ADJUSTMENT OF THAT RUN DATE ON
053430*                              THE EMPLOYEE'S PAY HISTORY.  THE
053440*                              FIRST ONE FOUND SUPPLIES THE
053450*                              YEAR THE CORRECTION BELONGS TO.
053460*-------------------------------------------------------------*
053470 3430-FIND-ADJUSTED-POSTING.
053480     SET WS-HIST-ORIG-NOT-FOUND TO TRUE
053490     SET WS-HIST-NOT-END-OF-FILE TO TRUE
053500     MOVE WS-EMPLOYEE-ID   TO PHR-EMPLOYEE-ID
053510     MOVE EMP-ADJ-FOR-DATE TO PHR-RUN-DATE
053520     MOVE ZERO             TO PHR-RUN-SEQ
053530     START PAY-HISTORY-FILE KEY NOT LESS THAN PHR-KEY
053540         INVALID KEY
053550             SET WS-HIST-END-OF-FILE TO TRUE
053560     END-START
053570     PERFORM 3435-SCAN-ADJUSTED-POSTING THRU 3435-EXIT
053580         UNTIL WS-HIST-END-OF-FILE.
053590 3430-EXIT.
053600     EXIT.
053610*
053620*-------------------------------------------------------------*
053630* 3435-SCAN-ADJUSTED-POSTING - EXAMINE ONE PAY HISTORY RECORD
053640*                              OF THE FOR-DATE
053650*-------------------------------------------------------------*
053660 3435-SCAN-ADJUSTED-POSTING.
053670     READ PAY-HISTORY-FILE NEXT RECORD
053680         AT END
053690             SET WS-HIST-END-OF-FILE TO TRUE
053700             GO TO 3435-EXIT
053710     END-READ
053720     IF PHR-EMPLOYEE-ID NOT = WS-EMPLOYEE-ID
053730        OR PHR-RUN-DATE NOT = EMP-ADJ-FOR-DATE
053740         SET WS-HIST-END-OF-FILE TO TRUE
053750         GO TO 3435-EXIT
053760     END-IF
053770     IF PHR-REVERSAL-POSTING
053780         GO TO 3435-EXIT
053790     END-IF
053800     MOVE PHR-RUN-DATE TO WS-CORR-FOR-DATE
053810     MOVE PHR-RUN-SEQ  TO WS-CORR-FOR-SEQ
053820     IF PHR-CORR-YEAR NUMERIC
053830         MOVE PHR-CORR-YEAR TO WS-CORR-FOR-YEAR
053840     ELSE
053850         MOVE ZERO TO WS-CORR-FOR-YEAR
053860     END-IF
053870     SET WS-HIST-ORIG-FOUND TO TRUE
053880     SET WS-HIST-END-OF-FILE TO TRUE.
053890 3435-EXIT.
053900     EXIT.
053910*
053920*-------------------------------------------------------------*
053930* 3450-RESTORE-ORIGINAL-FIGURES - LOAD THE WORK FIELDS WITH THE
053940*                                 FIGURES THE ORIGINAL RUN
053950*                                 ACTUALLY POSTED, SO THE
053960*                                 REVERSAL BACKS OUT EXACTLY
053970*                                 WHAT WENT ON - WHATEVER RATE
053980*                                 SET IS IN FORCE TONIGHT.
053990*-------------------------------------------------------------*
054000 3450-RESTORE-ORIGINAL-FIGURES.
054010     MOVE WS-ORIG-INCOME-TAX TO WS-TAX
054020     MOVE WS-ORIG-SOC-SEC    TO WS-SOC-SEC-TAX
054030     MOVE WS-ORIG-HEALTH-INS TO WS-HEALTH-INS
054040*    THE STATE AND LOCAL LINES COME BACK AS POSTED.  A POSTING
054050*    MADE BEFORE THEY WERE CARRIED HAS SPACES THERE - NONE.
054060     MOVE WS-ORIG-JUR-DATA TO WS-EMP-JUR-DATA
054070     MOVE ZERO TO WS-EJ-COUNT
054080     MOVE ZERO TO WS-JUR-TAX-TOTAL
054090     PERFORM 3455-COUNT-ORIGINAL-JUR THRU 3455-EXIT
054100         VARYING WS-EJ-IDX FROM 1 BY 1
054110         UNTIL WS-EJ-IDX > 4
054120            OR WS-EJ-CODE (WS-EJ-IDX) = SPACES
054130     COMPUTE WS-TOTAL-WITHHELD =
054140         WS-TAX + WS-SOC-SEC-TAX + WS-HEALTH-INS
054150             + WS-JUR-TAX-TOTAL
054160     MOVE WS-ORIG-NET-PAY    TO WS-NET-PAY
054170     MOVE WS-ORIG-OTHER-DEDS TO WS-ELECT-TOTAL
054180     MOVE WS-ORIG-ER-SOC-SEC TO WS-ER-SOC-SEC
054190     MOVE WS-ORIG-ER-HEALTH  TO WS-ER-HEALTH
054200     MOVE WS-ORIG-ER-UNEMP   TO WS-ER-UNEMP
054210     COMPUTE WS-ER-TOTAL =
054220         WS-ER-SOC-SEC + WS-ER-HEALTH + WS-ER-UNEMP
054230     MOVE ZERO TO WS-APPLIED-COUNT
054240     SET WS-SS-CAP-NOT-REACHED TO TRUE
054250*    THE HISTORY RECORD CARRIES ONLY THE ELECTION TOTAL, NOT
054260*    THE PER-CODE SPLIT - THE BACKED-OUT TOTAL POSTS AS A
054270*    DEBIT TO THE VOL-DED REVERSAL CLEARING ACCOUNT AND THE
054280*    REMITTANCE DESKS SETTLE THE SPLIT FROM THE TAX REPORT.
054290     IF WS-ELECT-TOTAL > ZERO
054300         MOVE "*REV"     TO WS-EGL-WORK-CODE
054310         MOVE "21500000" TO WS-EGL-WORK-ACCOUNT
054320         MOVE WS-ELECT-TOTAL TO WS-EGL-WORK-AMOUNT
054330         PERFORM 4330-UPSERT-ELECT-TOTAL THRU 4330-EXIT
054340     END-IF.
054350 3450-EXIT.
054360     EXIT.
054370*
054380*-------------------------------------------------------------*
054390* 3455-COUNT-ORIGINAL-JUR - COUNT ONE RESTORED STATE OR LOCAL
054400*                           LINE AND ADD IT TO THE TOTAL
054410*-------------------------------------------------------------*
054420 3455-COUNT-ORIGINAL-JUR.
054430     IF WS-EJ-TAX (WS-EJ-IDX) NOT NUMERIC
054440         MOVE ZERO TO WS-EJ-TAX (WS-EJ-IDX)
054450     END-IF
054460     ADD 1 TO WS-EJ-COUNT
054470     ADD WS-EJ-TAX (WS-EJ-IDX) TO WS-JUR-TAX-TOTAL.
054480 3455-EXIT.
054490     EXIT.
054500*
054510*-------------------------------------------------------------*
054520* 3500-CHECK-PRIOR-YEAR - DECIDE WHETHER THE POSTING BEING
054530*                         CORRECTED (WS-CORR-FOR-DATE) BELONGS TO
054540*                         A CLOSED YEAR.  ITS YEAR IS THE ONE IT
054550*                         WAS ITSELF CORRECTING, IF ANY, ELSE THE
054560*                         YEAR OF ITS RUN DATE.  A YEAR BEFORE
054570*                         TONIGHT'S IS CLOSED ONCE YREND HAS
054580*                         ARCHIVED THE EMPLOYEE FOR IT; UNTIL
054590*                         THEN THE MASTER STILL HOLDS THAT YEAR
054600*                         AND THE CORRECTION POSTS THERE.  THE
054610*                         ARCHIVE RECORD IS LEFT IN THE BUFFER
054620*                         FOR 2067.
054630*-------------------------------------------------------------*
054640 3500-CHECK-PRIOR-YEAR.
054650     SET WS-CURRENT-YEAR-POSTING TO TRUE
054660     SET WS-ARCH-NOT-PREPOSTED TO TRUE
054670     IF WS-INTERACTIVE-MODE
054680         GO TO 3500-EXIT
054690     END-IF
054700     IF WS-CORR-FOR-YEAR > ZERO
054710         MOVE WS-CORR-FOR-YEAR TO WS-CORR-YEAR
054720     ELSE
054730         DIVIDE WS-CORR-FOR-DATE BY 10000 GIVING WS-CORR-YY
054740         COMPUTE WS-CORR-YEAR = 2000 + WS-CORR-YY
054750     END-IF
054760     DIVIDE WS-RUN-DATE BY 10000 GIVING WS-CORR-RUN-YY
054770     COMPUTE WS-CORR-RUN-YEAR = 2000 + WS-CORR-RUN-YY
054780     IF WS-CORR-YEAR NOT < WS-CORR-RUN-YEAR
054790         GO TO 3500-EXIT
054800     END-IF
054810     MOVE WS-CORR-YEAR   TO YAR-STATEMENT-YEAR
054820     MOVE WS-EMPLOYEE-ID TO YAR-EMPLOYEE-ID
054830     READ YTD-ARCHIVE-FILE
054840         INVALID KEY
054850             GO TO 3500-EXIT
054860     END-READ
054870     SET WS-PRIOR-YEAR-POSTING TO TRUE
054880     MOVE YAR-YTD-GROSS     TO WS-ARCH-YTD-GROSS
054890     MOVE WS-RUN-DATE       TO WS-TCK-RUN-DATE
054900     MOVE WS-RUN-NO         TO WS-TCK-RUN-NO
054910     MOVE WS-LEAVE-POST-SEQ TO WS-TCK-RUN-SEQ
054920     IF YAR-LAST-CORR-KEY = WS-THIS-CORR-KEY
054930         SET WS-ARCH-PREPOSTED TO TRUE
054940     END-IF.
054950 3500-EXIT.
054960     EXIT.
054970*
054980*=============================================================*
054990* 3700-PREPARE-LEAVE-MOVEMENT - WORK OUT THE POSTING'S PAID
055000*                               LEAVE MOVEMENT FOR EVERY TYPE
055010*                               ON THE PLAN AND THE BALANCE
055020*                               EACH IS LEFT AT.  A FINAL-PAY
055030*                               LEAVE PAYOUT IS VALUED AT THE
055040*                               MASTER HOURLY RATE AND ADDED TO
055050*                               GROSS; ONE THAT CANNOT BE
055060*                               VALUED IS LEFT ON THE BALANCE
055070*                               AND FLAGGED FOR MANUAL
055080*                               SETTLEMENT.
055090*=============================================================*
055100 3700-PREPARE-LEAVE-MOVEMENT.
055110     MOVE ZERO TO WS-LEAVE-PAYOUT-AMOUNT
055120     MOVE ZERO TO WS-LEAVE-PAYOUT-RATE
055130     SET WS-LPAY-FLAG-NONE TO TRUE
055140     IF WS-FINAL-PAY
055150        AND NOT WS-TRAN-REVERSAL
055160         MOVE WS-EMPLOYEE-ID TO EMM-EMPLOYEE-ID
055170         READ EMPLOYEE-MASTER
055180             INVALID KEY
055190                 CONTINUE
055200             NOT INVALID KEY
055210                 IF EMM-HOURLY-RATE NUMERIC
055220                     MOVE EMM-HOURLY-RATE TO WS-LEAVE-PAYOUT-RATE
055230                 END-IF
055240         END-READ
055250     END-IF
055260     PERFORM 3710-PREPARE-ONE-LEAVE-TYPE THRU 3710-EXIT
055270         VARYING WS-LP-IDX FROM 1 BY 1
055280         UNTIL WS-LP-IDX > WS-LP-COUNT
055290     IF NOT WS-LPAY-FLAG-NONE
055300         PERFORM 5210-FLAG-LEAVE-PAYOUT THRU 5210-EXIT
055310     END-IF
055320     ADD WS-LEAVE-PAYOUT-AMOUNT TO WS-SALARY.
055330 3700-EXIT.
055340     EXIT.
055350*
055360*-------------------------------------------------------------*
055370* 3710-PREPARE-ONE-LEAVE-TYPE - READ THE EMPLOYEE'S BALANCE OF
055380*                               ONE LEAVE TYPE AND WORK OUT THE
055390*                               MOVEMENT AGAINST IT.  A BALANCE
055400*                               STAMPED WITH THIS POSTING WAS
055410*                               UPDATED BY THE CRASHED
055420*                               ITERATION OF A RESTARTED RUN -
055430*                               ITS MOVEMENT IS REPEATED FROM
055440*                               THE RECORD, NOT RE-DERIVED.
055450*-------------------------------------------------------------*
055460 3710-PREPARE-ONE-LEAVE-TYPE.
055470     MOVE ZERO TO WS-LP-ACCRUED (WS-LP-IDX)
055480     MOVE ZERO TO WS-LP-TAKEN (WS-LP-IDX)
055490     MOVE ZERO TO WS-LP-PAID-OUT (WS-LP-IDX)
055500     MOVE ZERO TO WS-LP-BALANCE (WS-LP-IDX)
055510     SET WS-LP-NOT-POSTED (WS-LP-IDX) TO TRUE
055520     MOVE ZERO TO WS-LEAVE-BEFORE
055530     MOVE WS-EMPLOYEE-ID          TO LVB-EMPLOYEE-ID
055540     MOVE WS-LP-TYPE (WS-LP-IDX)  TO LVB-LEAVE-TYPE
055550     READ LEAVE-BALANCE-FILE
055560         INVALID KEY
055570             SET WS-LVB-NOT-FOUND TO TRUE
055580         NOT INVALID KEY
055590             SET WS-LVB-FOUND TO TRUE
055600             MOVE LVB-BALANCE TO WS-LEAVE-BEFORE
055610     END-READ
055620     IF WS-LVB-FOUND
055630        AND LVB-LAST-POST-DATE = WS-RUN-DATE
055640        AND LVB-LAST-POST-SEQ = WS-LEAVE-POST-SEQ
055650         SET WS-LP-ALREADY-POSTED (WS-LP-IDX) TO TRUE
055660         MOVE LVB-LAST-ACCRUED  TO WS-LP-ACCRUED (WS-LP-IDX)
055670         MOVE LVB-LAST-TAKEN    TO WS-LP-TAKEN (WS-LP-IDX)
055680         MOVE LVB-LAST-PAID-OUT TO WS-LP-PAID-OUT (WS-LP-IDX)
055690         MOVE LVB-BALANCE       TO WS-LP-BALANCE (WS-LP-IDX)
055700     ELSE
055710         IF WS-TRAN-REVERSAL
055720             PERFORM 3714-REPLAY-LEAVE-MOVEMENT THRU 3714-EXIT
055730         ELSE
055740             PERFORM 3712-DERIVE-LEAVE-MOVEMENT THRU 3712-EXIT
055750         END-IF
055760     END-IF
055770     IF NOT WS-TRAN-REVERSAL
055780        AND WS-LP-PAID-OUT (WS-LP-IDX) > ZERO
055790         PERFORM 3716-VALUE-LEAVE-PAYOUT THRU 3716-EXIT
055800     END-IF.
055810 3710-EXIT.
055820     EXIT.
055830*
055840*-------------------------------------------------------------*
055850* 3712-DERIVE-LEAVE-MOVEMENT - PAYMENT OR ADJUSTMENT: HOURLY
055860*                              PAY ACCRUES PER HOUR WORKED, A
055870*                              SALARIED NIGHTLY PAYMENT ACCRUES
055880*                              THE FLAT PER-RUN AMOUNT, LEAVE
055890*                              TAKEN COMES OFF ITS OWN TYPE, AND
055900*                              FINAL PAY PAYS OUT WHAT IS LEFT
055910*                              OF A PAID-AT-TERMINATION TYPE.
055920*-------------------------------------------------------------*
055930 3712-DERIVE-LEAVE-MOVEMENT.
055940*    AN ACCRUAL TOO LARGE FOR THE FIELD COMES ONLY FROM AN HOURS
055950*    FIGURE ALREADY FLAGGED FOR REVIEW - IT IS HELD AT THE
055960*    FIELD'S MAXIMUM RATHER THAN WRAPPED.
055970     IF WS-PAY-HOURLY
055980         COMPUTE WS-LP-ACCRUED (WS-LP-IDX) ROUNDED =
055990             WS-HOURS-WORKED * WS-LP-HOURLY-ACCRUAL (WS-LP-IDX)
056000             ON SIZE ERROR
056010                 MOVE 999.99 TO WS-LP-ACCRUED (WS-LP-IDX)
056020         END-COMPUTE
056030     END-IF
056040     IF WS-PAY-SALARIED
056050        AND WS-TRAN-PAYMENT
056060        AND WS-NIGHTLY-RUN
056070         MOVE WS-LP-SALARIED-ACCRUAL (WS-LP-IDX)
056080             TO WS-LP-ACCRUED (WS-LP-IDX)
056090     END-IF
056100     IF WS-PAY-LEAVE
056110        AND EMP-LEAVE-TYPE = WS-LP-TYPE (WS-LP-IDX)
056120         MOVE WS-HOURS-WORKED TO WS-LP-TAKEN (WS-LP-IDX)
056130     END-IF
056140     COMPUTE WS-LEAVE-AFTER = WS-LEAVE-BEFORE
056150         + WS-LP-ACCRUED (WS-LP-IDX) - WS-LP-TAKEN (WS-LP-IDX)
056160     IF WS-LEAVE-AFTER < ZERO
056170         MOVE ZERO TO WS-LEAVE-AFTER
056180     END-IF
056190     IF WS-LEAVE-AFTER > 9999.99
056200         MOVE 9999.99 TO WS-LEAVE-AFTER
056210     END-IF
056220     IF WS-FINAL-PAY
056230        AND WS-LP-PAID-AT-TERM (WS-LP-IDX)
056240        AND WS-LEAVE-AFTER > ZERO
056250         IF WS-LEAVE-PAYOUT-RATE = ZERO
056260             SET WS-LPAY-NO-RATE TO TRUE
056270         ELSE
056280             MOVE WS-LEAVE-AFTER TO WS-LP-PAID-OUT (WS-LP-IDX)
056290             MOVE ZERO TO WS-LEAVE-AFTER
056300         END-IF
056310     END-IF
056320     MOVE WS-LEAVE-AFTER TO WS-LP-BALANCE (WS-LP-IDX).
056330 3712-EXIT.
056340     EXIT.
056350*
056360*-------------------------------------------------------------*
056370* 3714-REPLAY-LEAVE-MOVEMENT - REVERSAL: BACK OUT THE MOVEMENT
056380*                              THE ORIGINAL POSTING CARRIED ON
056390*                              ITS PAY HISTORY RECORD - ACCRUAL
056400*                              COMES OFF, LEAVE TAKEN AND LEAVE
056410*                              PAID OUT GO BACK ON.  AN ORIGINAL
056420*                              FROM BEFORE LEAVE WAS CARRIED
056430*                              MOVES NOTHING.
056440*-------------------------------------------------------------*
056450 3714-REPLAY-LEAVE-MOVEMENT.
056460     MOVE WS-LEAVE-BEFORE TO WS-LP-BALANCE (WS-LP-IDX)
056470     SET WS-RLV-NOT-FOUND TO TRUE
056480     PERFORM 3715-MATCH-REPLAY-ENTRY THRU 3715-EXIT
056490         VARYING WS-RLV-IDX FROM 1 BY 1
056500         UNTIL WS-RLV-IDX > 3
056510            OR WS-RLV-FOUND
056520     IF WS-RLV-NOT-FOUND
056530         GO TO 3714-EXIT
056540     END-IF
056550     COMPUTE WS-LEAVE-AFTER = WS-LEAVE-BEFORE
056560         - WS-LP-ACCRUED (WS-LP-IDX) + WS-LP-TAKEN (WS-LP-IDX)
056570         + WS-LP-PAID-OUT (WS-LP-IDX)
056580     IF WS-LEAVE-AFTER < ZERO
056590         MOVE ZERO TO WS-LEAVE-AFTER
056600     END-IF
056610     IF WS-LEAVE-AFTER > 9999.99
056620         MOVE 9999.99 TO WS-LEAVE-AFTER
056630     END-IF
056640     MOVE WS-LEAVE-AFTER TO WS-LP-BALANCE (WS-LP-IDX).
056650 3714-EXIT.
056660     EXIT.
056670*
056680*-------------------------------------------------------------*
056690* 3715-MATCH-REPLAY-ENTRY - TAKE THE ORIGINAL'S MOVEMENT FOR
056700*                           THE LEAVE TYPE IN HAND
056710*-------------------------------------------------------------*
056720 3715-MATCH-REPLAY-ENTRY.
056730     IF WS-RLV-TYPE (WS-RLV-IDX) = WS-LP-TYPE (WS-LP-IDX)
056740        AND WS-RLV-ACCRUED (WS-RLV-IDX) NUMERIC
056750        AND WS-RLV-TAKEN (WS-RLV-IDX) NUMERIC
056760        AND WS-RLV-PAID-OUT (WS-RLV-IDX) NUMERIC
056770         SET WS-RLV-FOUND TO TRUE
056780         MOVE WS-RLV-ACCRUED (WS-RLV-IDX)
056790             TO WS-LP-ACCRUED (WS-LP-IDX)
056800         MOVE WS-RLV-TAKEN (WS-RLV-IDX)
056810             TO WS-LP-TAKEN (WS-LP-IDX)
056820         MOVE WS-RLV-PAID-OUT (WS-RLV-IDX)
056830             TO WS-LP-PAID-OUT (WS-LP-IDX)
056840     END-IF.
056850 3715-EXIT.
056860     EXIT.
056870*
056880*-------------------------------------------------------------*
056890* 3716-VALUE-LEAVE-PAYOUT - PRICE ONE TYPE'S PAID-OUT HOURS AT
056900*                           THE MASTER HOURLY RATE.  A PAYOUT
056910*                           THAT WOULD OVERFLOW THE GROSS FIELD
056920*                           IS PUT BACK ON THE BALANCE AND
056930*                           FLAGGED - A WRAPPED GROSS MUST NEVER
056940*                           POST.
056950*-------------------------------------------------------------*
056960 3716-VALUE-LEAVE-PAYOUT.
056970     COMPUTE WS-LEAVE-TYPE-AMOUNT ROUNDED =
056980         WS-LP-PAID-OUT (WS-LP-IDX) * WS-LEAVE-PAYOUT-RATE
056990     COMPUTE WS-LEAVE-GROSS-CHECK = WS-SALARY
057000         + WS-LEAVE-PAYOUT-AMOUNT + WS-LEAVE-TYPE-AMOUNT
057010     IF WS-LEAVE-GROSS-CHECK > 999999.99
057020        AND WS-LP-NOT-POSTED (WS-LP-IDX)
057030         SET WS-LPAY-OVERFLOW TO TRUE
057040         ADD WS-LP-PAID-OUT (WS-LP-IDX)
057050             TO WS-LP-BALANCE (WS-LP-IDX)
057060         MOVE ZERO TO WS-LP-PAID-OUT (WS-LP-IDX)
057070         GO TO 3716-EXIT
057080     END-IF
057090     ADD WS-LEAVE-TYPE-AMOUNT TO WS-LEAVE-PAYOUT-AMOUNT.
057100 3716-EXIT.
057110     EXIT.
057120*
057130*=============================================================*
057140* 4000-CALCTAX - CALCULATE TAX ON THE CURRENT SALARY USING
057150*                THE GRADUATED WITHHOLDING BRACKET TABLE
057160*=============================================================*
057170 4000-CALCTAX.
057180     MOVE ZERO TO WS-TAX
057190     MOVE ZERO TO WS-PRIOR-CEILING
057200     PERFORM 4100-APPLY-BRACKET THRU 4100-EXIT
057210         VARYING WS-BRACKET-IDX FROM 1 BY 1
057220         UNTIL WS-BRACKET-IDX > 5
057230            OR WS-PRIOR-CEILING NOT LESS THAN WS-SALARY.
057240 4000-EXIT.
057250     EXIT.
057260*
057270*=============================================================*
057280* 4050-CALC-JURISDICTION-TAX - WITHHOLD EACH STATE AND LOCAL
057290*                              JURISDICTION 3195 LISTED AT ITS
057300*                              OWN GRADUATED BRACKETS, ON THE
057310*                              SAME GROSS AS THE FEDERAL TAX
057320*=============================================================*
057330 4050-CALC-JURISDICTION-TAX.
057340     MOVE ZERO TO WS-JUR-TAX-TOTAL
057350     PERFORM 4060-CALC-ONE-JURISDICTION THRU 4060-EXIT
057360         VARYING WS-EJ-IDX FROM 1 BY 1
057370         UNTIL WS-EJ-IDX > WS-EJ-COUNT.
057380 4050-EXIT.
057390     EXIT.
057400*
057410*-------------------------------------------------------------*
057420* 4060-CALC-ONE-JURISDICTION - TAX ONE LISTED JURISDICTION
057430*-------------------------------------------------------------*
057440 4060-CALC-ONE-JURISDICTION.
057450     MOVE ZERO TO WS-EJ-TAX (WS-EJ-IDX)
057460     MOVE WS-EJ-CODE (WS-EJ-IDX) TO WS-JUR-LOOKUP-CODE
057470     PERFORM 1570-FIND-JURISDICTION THRU 1570-EXIT
057480     IF WS-JUR-NOT-FOUND
057490         GO TO 4060-EXIT
057500     END-IF
057510     MOVE ZERO TO WS-JUR-ONE-TAX
057520     MOVE ZERO TO WS-PRIOR-CEILING
057530     PERFORM 4070-APPLY-JUR-BRACKET THRU 4070-EXIT
057540         VARYING WS-JB-IDX FROM 1 BY 1
057550         UNTIL WS-JB-IDX > 5
057560            OR WS-PRIOR-CEILING NOT LESS THAN WS-SALARY
057570     MOVE WS-JUR-ONE-TAX TO WS-EJ-TAX (WS-EJ-IDX)
057580     ADD WS-JUR-ONE-TAX TO WS-JUR-TAX-TOTAL.
057590 4060-EXIT.
057600     EXIT.
057610*
057620*-------------------------------------------------------------*
057630* 4070-APPLY-JUR-BRACKET - TAX THE SLICE OF SALARY FALLING IN
057640*                          THE JURISDICTION'S CURRENT BRACKET,
057650*                          AS 4100 DOES FOR THE FEDERAL TABLE
057660*-------------------------------------------------------------*
057670 4070-APPLY-JUR-BRACKET.
057680     IF WS-SALARY > WS-JUR-CEILING (WS-JUR-USE-IDX, WS-JB-IDX)
057690         COMPUTE WS-BAND-AMOUNT =
057700             WS-JUR-CEILING (WS-JUR-USE-IDX, WS-JB-IDX)
057710                 - WS-PRIOR-CEILING
057720     ELSE
057730         COMPUTE WS-BAND-AMOUNT =
057740             WS-SALARY - WS-PRIOR-CEILING
057750     END-IF
057760     COMPUTE WS-JUR-ONE-TAX ROUNDED = WS-JUR-ONE-TAX +
057770         (WS-BAND-AMOUNT
057780             * WS-JUR-RATE (WS-JUR-USE-IDX, WS-JB-IDX))
057790     MOVE WS-JUR-CEILING (WS-JUR-USE-IDX, WS-JB-IDX)
057800         TO WS-PRIOR-CEILING.
057810 4070-EXIT.
057820     EXIT.
057830*
057840*-------------------------------------------------------------*
057850* 4100-APPLY-BRACKET - TAX THE SLICE OF SALARY FALLING IN THE
057860*                      CURRENT BRACKET AND ADD IT TO WS-TAX
057870*-------------------------------------------------------------*
057880 4100-APPLY-BRACKET.
057890     IF WS-SALARY > WS-BRACKET-CEILING (WS-BRACKET-IDX)
057900         COMPUTE WS-BAND-AMOUNT =
057910             WS-BRACKET-CEILING (WS-BRACKET-IDX)
057920                 - WS-PRIOR-CEILING
057930     ELSE
057940         COMPUTE WS-BAND-AMOUNT =
057950             WS-SALARY - WS-PRIOR-CEILING
057960     END-IF
057970     COMPUTE WS-TAX ROUNDED = WS-TAX +
057980         (WS-BAND-AMOUNT * WS-BRACKET-RATE (WS-BRACKET-IDX))
057990     MOVE WS-BRACKET-CEILING (WS-BRACKET-IDX) TO WS-PRIOR-CEILING.
058000 4100-EXIT.
058010     EXIT.
058020*
058030*-------------------------------------------------------------*
058040* 4150-GET-PRIOR-GROSS - ESTABLISH THE EMPLOYEE'S YTD GROSS AS
058050*                        POSTED BEFORE THIS TRANSACTION, FOR
058060*                        THE SOCIAL SECURITY WAGE-BASE CAP.
058070*                        REVERSALS NEVER COME HERE - THEY
058080*                        REPLAY THE ORIGINAL FIGURES FROM THE
058090*                        PAY HISTORY FILE.  INTERACTIVE MODE
058100*                        HAS NO MASTER - THE PRIOR GROSS IS
058110*                        TAKEN AS ZERO.
058120*-------------------------------------------------------------*
058130 4150-GET-PRIOR-GROSS.
058140     MOVE ZERO TO WS-PRIOR-YTD-GROSS
058150     IF WS-INTERACTIVE-MODE
058160         GO TO 4150-EXIT
058170     END-IF
058180*    A CORRECTION TO A CLOSED YEAR IS CAPPED AGAINST THAT YEAR'S
058190*    ARCHIVED GROSS, LESS THIS POSTING IF A CRASHED ITERATION
058200*    ALREADY ADDED IT.
058210     IF WS-PRIOR-YEAR-POSTING
058220         MOVE WS-ARCH-YTD-GROSS TO WS-PRIOR-YTD-GROSS
058230         IF WS-ARCH-PREPOSTED
058240             SUBTRACT WS-SALARY FROM WS-PRIOR-YTD-GROSS
058250         END-IF
058260         GO TO 4150-EXIT
058270     END-IF
058280     MOVE WS-EMPLOYEE-ID TO EMM-EMPLOYEE-ID
058290     READ EMPLOYEE-MASTER
058300         INVALID KEY
058310             CONTINUE
058320         NOT INVALID KEY
058330             MOVE EMM-YTD-GROSS TO WS-PRIOR-YTD-GROSS
058340*            WHEN A CRASHED ITERATION ALREADY REWROTE THE
058350*            MASTER (PREPOSTED RESTART) THE MASTER ALREADY
058360*            CONTAINS THIS TRANSACTION - DEDUCT THE SALARY SO
058370*            THE CAP SEES THE GROSS THE POSTING WAS COMPUTED
058380*            FROM.
058390             IF WS-MASTER-PREPOSTED
058400                 SUBTRACT WS-SALARY FROM WS-PRIOR-YTD-GROSS
058410             END-IF
058420     END-READ.
058430 4150-EXIT.
058440     EXIT.
058450*
058460*=============================================================*
058470* 4200-ITEMIZE-DEDUCTIONS - APPLY THE FLAT-RATE DEDUCTIONS ON
058480*                           TOP OF INCOME TAX AND SUM THEM WITH
058490*                           THE STATE AND LOCAL WITHHOLDING
058500*=============================================================*
058510 4200-ITEMIZE-DEDUCTIONS.
058520     PERFORM 4150-GET-PRIOR-GROSS THRU 4150-EXIT
058530     SET WS-SS-CAP-NOT-REACHED TO TRUE
058540     IF WS-PRIOR-YTD-GROSS NOT LESS THAN WS-SOC-SEC-WAGE-BASE
058550         MOVE ZERO TO WS-SS-TAXABLE-GROSS
058560     ELSE
058570         COMPUTE WS-SS-TAXABLE-GROSS =
058580             WS-SOC-SEC-WAGE-BASE - WS-PRIOR-YTD-GROSS
058590     END-IF
058600     IF WS-SS-TAXABLE-GROSS > WS-SALARY
058610         MOVE WS-SALARY TO WS-SS-TAXABLE-GROSS
058620     END-IF
058630     IF WS-SS-TAXABLE-GROSS < WS-SALARY
058640         SET WS-SS-CAP-REACHED TO TRUE
058650     END-IF
058660     COMPUTE WS-SOC-SEC-TAX ROUNDED =
058670         WS-SS-TAXABLE-GROSS * WS-SOC-SEC-RATE
058680     COMPUTE WS-HEALTH-INS ROUNDED =
058690         WS-SALARY * WS-HEALTH-INS-RATE
058700     COMPUTE WS-TOTAL-WITHHELD =
058710         WS-TAX + WS-SOC-SEC-TAX + WS-HEALTH-INS
058720             + WS-JUR-TAX-TOTAL
058730     COMPUTE WS-NET-PAY = WS-SALARY - WS-TOTAL-WITHHELD.
058740 4200-EXIT.
058750     EXIT.
058760*
058770*=============================================================*
058780* 4250-COMPUTE-EMPLOYER-TAXES - THE EMPLOYER'S OWN PAYROLL TAX
058790*                               LIABILITY ON THIS POSTING.  THE
058800*                               SOCIAL SECURITY MATCH IS TAKEN
058810*                               ON THE SLICE 4200 WITHHELD ON,
058820*                               SO IT STOPS AT THE SAME WAGE
058830*                               BASE.  UNEMPLOYMENT INSURANCE
058840*                               IS TAKEN ON WHATEVER OF THIS
058850*                               RUN'S GROSS STILL FITS UNDER ITS
058860*                               OWN WAGE BASE, FROM THE SAME
058870*                               PRIOR YTD GROSS.  NONE OF IT
058880*                               TOUCHES NET PAY.
058890*=============================================================*
058900 4250-COMPUTE-EMPLOYER-TAXES.
058910     COMPUTE WS-ER-SOC-SEC ROUNDED =
058920         WS-SS-TAXABLE-GROSS * WS-SOC-SEC-RATE
058930     COMPUTE WS-ER-HEALTH ROUNDED =
058940         WS-SALARY * WS-ER-HEALTH-RATE
058950     IF WS-PRIOR-YTD-GROSS NOT LESS THAN WS-UNEMP-WAGE-BASE
058960         MOVE ZERO TO WS-UNEMP-TAXABLE-GROSS
058970     ELSE
058980         COMPUTE WS-UNEMP-TAXABLE-GROSS =
058990             WS-UNEMP-WAGE-BASE - WS-PRIOR-YTD-GROSS
059000     END-IF
059010     IF WS-UNEMP-TAXABLE-GROSS > WS-SALARY
059020         MOVE WS-SALARY TO WS-UNEMP-TAXABLE-GROSS
059030     END-IF
059040     COMPUTE WS-ER-UNEMP ROUNDED =
059050         WS-UNEMP-TAXABLE-GROSS * WS-UNEMP-RATE
059060     COMPUTE WS-ER-TOTAL =
059070         WS-ER-SOC-SEC + WS-ER-HEALTH + WS-ER-UNEMP.
059080 4250-EXIT.
059090     EXIT.
059100*
059110*=============================================================*
059120* 4300-APPLY-ELECTIONS - TAKE THE EMPLOYEE'S ELECTED
059130*                        DEDUCTIONS FROM NET PAY, IN FILE
059140*                        (PRIORITY) ORDER, AFTER STATUTORY
059150*                        WITHHOLDING.  A GARNISHMENT NEVER
059160*                        TAKES NET BELOW ITS PROTECTED FLOOR;
059170*                        ANY OTHER ELECTION NEVER TAKES NET
059180*                        BELOW ZERO.  A DEDUCTION THAT DOES
059190*                        NOT FIT IS TAKEN IN PART.
059200*=============================================================*
059210 4300-APPLY-ELECTIONS.
059220     MOVE ZERO TO WS-ELECT-TOTAL
059230     MOVE ZERO TO WS-APPLIED-COUNT
059240     PERFORM 4310-SCAN-ELECTION THRU 4310-EXIT
059250         VARYING WS-DED-IDX FROM 1 BY 1
059260         UNTIL WS-DED-IDX > WS-DED-COUNT.
059270 4300-EXIT.
059280     EXIT.
059290*
059300*-------------------------------------------------------------*
059310* 4310-SCAN-ELECTION - APPLY THE TABLE ENTRY IF IT BELONGS TO
059320*                      THE EMPLOYEE IN HAND
059330*-------------------------------------------------------------*
059340 4310-SCAN-ELECTION.
059350     IF WS-DED-EMPLOYEE-ID (WS-DED-IDX) = WS-EMPLOYEE-ID
059360         PERFORM 4320-TAKE-ONE-DEDUCTION THRU 4320-EXIT
059370     END-IF.
059380 4310-EXIT.
059390     EXIT.
059400*
059410*-------------------------------------------------------------*
059420* 4320-TAKE-ONE-DEDUCTION - COMPUTE ONE ELECTED DEDUCTION,
059430*                           CLIP IT TO WHAT NET PAY CAN BEAR,
059440*                           TAKE IT, AND POST IT TO THE
059450*                           APPLIED LIST AND THE ELECTION GL
059460*                           RUN TOTALS
059470*-------------------------------------------------------------*
059480 4320-TAKE-ONE-DEDUCTION.
059490     IF WS-DED-TYPE (WS-DED-IDX) = 'P'
059500         COMPUTE WS-ONE-DED-AMOUNT ROUNDED =
059510             WS-SALARY * WS-DED-RATE (WS-DED-IDX)
059520     ELSE
059530         MOVE WS-DED-AMOUNT (WS-DED-IDX) TO WS-ONE-DED-AMOUNT
059540     END-IF
059550     IF WS-DED-GARNISH-SW (WS-DED-IDX) = 'Y'
059560         MOVE WS-DED-PROTECTED-NET (WS-DED-IDX)
059570             TO WS-NET-FLOOR
059580     ELSE
059590         MOVE ZERO TO WS-NET-FLOOR
059600     END-IF
059610     COMPUTE WS-NET-AVAILABLE = WS-NET-PAY - WS-NET-FLOOR
059620     IF WS-NET-AVAILABLE < ZERO
059630         MOVE ZERO TO WS-NET-AVAILABLE
059640     END-IF
059650     IF WS-ONE-DED-AMOUNT > WS-NET-AVAILABLE
059660         MOVE WS-NET-AVAILABLE TO WS-ONE-DED-AMOUNT
059670     END-IF
059680     IF WS-ONE-DED-AMOUNT = ZERO
059690         GO TO 4320-EXIT
059700     END-IF
059710     SUBTRACT WS-ONE-DED-AMOUNT FROM WS-NET-PAY
059720     ADD WS-ONE-DED-AMOUNT TO WS-ELECT-TOTAL
059730     IF WS-APPLIED-COUNT < 10
059740         ADD 1 TO WS-APPLIED-COUNT
059750         SET WS-APP-IDX TO WS-APPLIED-COUNT
059760         MOVE WS-DED-CODE (WS-DED-IDX)
059770             TO WS-APP-CODE (WS-APP-IDX)
059780         MOVE WS-ONE-DED-AMOUNT TO WS-APP-AMOUNT (WS-APP-IDX)
059790     END-IF
059800     MOVE WS-DED-CODE (WS-DED-IDX)       TO WS-EGL-WORK-CODE
059810     MOVE WS-DED-GL-ACCOUNT (WS-DED-IDX)
059820         TO WS-EGL-WORK-ACCOUNT
059830     MOVE WS-ONE-DED-AMOUNT TO WS-EGL-WORK-AMOUNT
059840     PERFORM 4330-UPSERT-ELECT-TOTAL THRU 4330-EXIT.
059850 4320-EXIT.
059860     EXIT.
059870*
059880*-------------------------------------------------------------*
059890* 4330-UPSERT-ELECT-TOTAL - ADD ONE TAKEN DEDUCTION INTO THE
059900*                           ELECTION GL RUN TOTALS, OPENING A
059910*                           SLOT FOR A CODE SEEN FOR THE FIRST
059920*                           TIME THIS RUN
059930*-------------------------------------------------------------*
059940 4330-UPSERT-ELECT-TOTAL.
059950     SET WS-EGL-NOT-FOUND TO TRUE
059960     PERFORM 4332-MATCH-ELECT-CODE THRU 4332-EXIT
059970         VARYING WS-EGL-IDX FROM 1 BY 1
059980         UNTIL WS-EGL-IDX > WS-EGL-COUNT
059990            OR WS-EGL-FOUND
060000     IF WS-EGL-NOT-FOUND
060010*        A FULL TABLE MUST STOP THE RUN - OVERFLOWING INTO
060020*        ANOTHER CODE'S SLOT WOULD CREDIT ONE THIRD PARTY'S
060030*        WITHHOLDINGS TO ANOTHER'S GL ACCOUNT, SILENTLY.
060040         IF WS-EGL-COUNT NOT LESS THAN 20
060050             DISPLAY "ELECTION GL TABLE FULL - RUN STOPPED"
060060             CLOSE TAX-REPORT-FILE
060070             CLOSE EXCEPTION-FILE
060080             CLOSE STUB-FILE
060090             CLOSE EMPLOYEE-FILE
060100             CLOSE EMPLOYEE-MASTER
060110             CLOSE CHECKPOINT-FILE
060120             CLOSE DEPT-REPORT-FILE
060130             CLOSE GL-INTERFACE-FILE
060140             CLOSE PAY-HISTORY-FILE
060150             CLOSE LEAVE-BALANCE-FILE
060160             CLOSE DISBURSEMENT-FILE
060170             CLOSE PAYMENT-INSTRUCTION-FILE
060180             CLOSE CHECK-REGISTER-FILE
060190             CLOSE POSITIVE-PAY-FILE
060200             MOVE 16 TO RETURN-CODE
060210             STOP RUN
060220         END-IF
060230         ADD 1 TO WS-EGL-COUNT
060240         SET WS-EGL-USE-IDX TO WS-EGL-COUNT
060250         MOVE WS-EGL-WORK-CODE
060260             TO WS-EGL-CODE (WS-EGL-USE-IDX)
060270         MOVE WS-EGL-WORK-ACCOUNT
060280             TO WS-EGL-GL-ACCOUNT (WS-EGL-USE-IDX)
060290         MOVE ZERO TO WS-EGL-AMOUNT (WS-EGL-USE-IDX)
060300     END-IF
060310     ADD WS-EGL-WORK-AMOUNT
060320         TO WS-EGL-AMOUNT (WS-EGL-USE-IDX).
060330 4330-EXIT.
060340     EXIT.
060350*
060360*-------------------------------------------------------------*
060370* 4332-MATCH-ELECT-CODE - REMEMBER THE TABLE SLOT WHOSE CODE
060380*                         MATCHES THE DEDUCTION IN HAND
060390*-------------------------------------------------------------*
060400 4332-MATCH-ELECT-CODE.
060410     IF WS-EGL-WORK-CODE = WS-EGL-CODE (WS-EGL-IDX)
060420         SET WS-EGL-FOUND TO TRUE
060430         SET WS-EGL-USE-IDX TO WS-EGL-IDX
060440     END-IF.
060450 4332-EXIT.
060460     EXIT.
060470*
060480*=============================================================*
060490* 5000-DISPLAY-RESULT - WRITE THE EMPLOYEE'S DETAIL LINE TO
060500*                       THE TAX REPORT
060510*=============================================================*
060520 5000-DISPLAY-RESULT.
060530     ADD 1 TO WS-RECORD-COUNT
060540     IF WS-TRAN-REVERSAL
060550         ADD 1 TO WS-REVERSAL-COUNT
060560         SUBTRACT WS-TAX            FROM WS-TOTAL-TAX
060570         SUBTRACT WS-TOTAL-WITHHELD
060580             FROM WS-GRAND-TOTAL-WITHHELD
060590         SUBTRACT WS-SALARY         FROM WS-RUN-GROSS-PAID
060600         SUBTRACT WS-SOC-SEC-TAX    FROM WS-RUN-SOC-SEC-TOTAL
060610         SUBTRACT WS-HEALTH-INS     FROM WS-RUN-HEALTH-INS-TOTAL
060620         SUBTRACT WS-NET-PAY        FROM WS-RUN-NET-PAY-TOTAL
060630         SUBTRACT WS-ER-SOC-SEC     FROM WS-RUN-ER-SOC-SEC-TOTAL
060640         SUBTRACT WS-ER-HEALTH      FROM WS-RUN-ER-HEALTH-TOTAL
060650         SUBTRACT WS-ER-UNEMP       FROM WS-RUN-ER-UNEMP-TOTAL
060660     ELSE
060670         IF WS-TRAN-ADJUSTMENT
060680             ADD 1 TO WS-ADJUSTMENT-COUNT
060690         END-IF
060700         ADD WS-TAX            TO WS-TOTAL-TAX
060710         IF EMP-RETRO-ADJUSTMENT
060720             ADD WS-TAX        TO WS-RETRO-TAX-TOTAL
060730         END-IF
060740         ADD WS-TOTAL-WITHHELD TO WS-GRAND-TOTAL-WITHHELD
060750         ADD WS-SALARY         TO WS-RUN-GROSS-PAID
060760         ADD WS-SOC-SEC-TAX    TO WS-RUN-SOC-SEC-TOTAL
060770         ADD WS-HEALTH-INS     TO WS-RUN-HEALTH-INS-TOTAL
060780         ADD WS-NET-PAY        TO WS-RUN-NET-PAY-TOTAL
060790         ADD WS-ER-SOC-SEC     TO WS-RUN-ER-SOC-SEC-TOTAL
060800         ADD WS-ER-HEALTH      TO WS-RUN-ER-HEALTH-TOTAL
060810         ADD WS-ER-UNEMP       TO WS-RUN-ER-UNEMP-TOTAL
060820     END-IF
060830     MOVE SPACES TO TAX-REPORT-RECORD
060840     MOVE WS-EMPLOYEE-ID TO TR-EMPLOYEE-ID
060850     MOVE WS-SALARY TO TR-SALARY
060860     MOVE WS-TAX TO TR-INCOME-TAX
060870     MOVE WS-SOC-SEC-TAX TO TR-SOC-SEC
060880     MOVE WS-HEALTH-INS TO TR-HEALTH-INS
060890     MOVE WS-TOTAL-WITHHELD TO TR-TOTAL-WITHHELD
060900     MOVE WS-ELECT-TOTAL TO TR-OTHER-DEDS
060910     MOVE WS-NET-PAY TO TR-NET-PAY
060920     MOVE WS-RUN-DATE TO TR-RUN-DATE
060930     IF WS-TRAN-REVERSAL
060940         MOVE 'R' TO TR-REC-TYPE
060950     END-IF
060960     IF WS-TRAN-ADJUSTMENT
060970         MOVE 'A' TO TR-REC-TYPE
060980     END-IF
060990     IF WS-SS-CAP-REACHED
061000         MOVE "CAP REACHED" TO TR-CAP-NOTE
061010     END-IF
061020     IF WS-PAY-HOURLY
061030        OR WS-PAY-LEAVE
061040         MOVE WS-HOURS-WORKED TO TR-HOURS
061050         MOVE WS-HOURLY-RATE  TO TR-RATE
061060     END-IF
061070     IF TR-CAP-NOTE = SPACES
061080         IF WS-PAY-LEAVE
061090             MOVE "LEAVE TAKEN" TO TR-CAP-NOTE
061100         END-IF
061110         IF WS-LEAVE-PAYOUT-AMOUNT > ZERO
061120             MOVE "LV PAYOUT" TO TR-CAP-NOTE
061130         END-IF
061140         IF WS-TRAN-ADJUSTMENT
061150            AND EMP-RETRO-ADJUSTMENT
061160             MOVE "RETRO PAY" TO TR-CAP-NOTE
061170         END-IF
061180         IF WS-PRIOR-YEAR-POSTING
061190             MOVE "PRIOR YEAR" TO TR-CAP-NOTE
061200         END-IF
061210     END-IF
061220     WRITE TAX-REPORT-RECORD
061230     IF WS-APPLIED-COUNT > ZERO
061240         PERFORM 5020-WRITE-DEDUCTION-LINE THRU 5020-EXIT
061250             VARYING WS-APP-IDX FROM 1 BY 1
061260             UNTIL WS-APP-IDX > WS-APPLIED-COUNT
061270     END-IF
061280     IF WS-EJ-COUNT > ZERO
061290         PERFORM 5025-WRITE-JURISDICTION-LINE THRU 5025-EXIT
061300             VARYING WS-EJ-IDX FROM 1 BY 1
061310             UNTIL WS-EJ-IDX > WS-EJ-COUNT
061320     END-IF.
061330 5000-EXIT.
061340     EXIT.
061350*
061360*-------------------------------------------------------------*
061370* 5020-WRITE-DEDUCTION-LINE - ONE ITEMIZED LINE PER ELECTED
061380*                             DEDUCTION TAKEN, UNDER THE
061390*                             EMPLOYEE'S DETAIL LINE, SO THE
061400*                             OTHER-DEDUCTIONS COLUMN CAN BE
061410*                             TRACED TO ITS PIECES
061420*-------------------------------------------------------------*
061430 5020-WRITE-DEDUCTION-LINE.
061440     MOVE WS-APP-CODE (WS-APP-IDX)   TO WS-DD2-CODE
061450     MOVE WS-APP-AMOUNT (WS-APP-IDX) TO WS-DD2-AMOUNT
061460     WRITE TAX-REPORT-RECORD FROM WS-DED-DETAIL-LINE.
061470 5020-EXIT.
061480     EXIT.
061490*
061500*-------------------------------------------------------------*
061510* 5025-WRITE-JURISDICTION-LINE - ONE ITEMIZED LINE PER STATE OR
061520*                                LOCAL JURISDICTION WITHHELD OR
061530*                                BACKED OUT, UNDER THE
061540*                                EMPLOYEE'S DETAIL LINE, AND
061550*                                ITS AMOUNT ADDED TO THE
061560*                                JURISDICTION'S GL RUN TOTAL.
061570*                                A REVERSED CODE NO LONGER ON
061580*                                THE RATES FILE POSTS TO THE
061590*                                STATE/LOCAL TAX SUSPENSE
061600*                                ACCOUNT.
061610*-------------------------------------------------------------*
061620 5025-WRITE-JURISDICTION-LINE.
061630     MOVE WS-EJ-CODE (WS-EJ-IDX) TO WS-JD-CODE
061640     MOVE WS-EJ-TAX (WS-EJ-IDX)  TO WS-JD-AMOUNT
061650     MOVE WS-EJ-CODE (WS-EJ-IDX) TO WS-JUR-LOOKUP-CODE
061660     PERFORM 1570-FIND-JURISDICTION THRU 1570-EXIT
061670     IF WS-JUR-FOUND
061680         MOVE WS-JUR-NAME (WS-JUR-USE-IDX) TO WS-JD-NAME
061690         MOVE WS-JUR-GL-ACCOUNT (WS-JUR-USE-IDX)
061700             TO WS-JGL-WORK-ACCOUNT
061710     ELSE
061720         MOVE "*NOT ON RATES FILE*" TO WS-JD-NAME
061730         MOVE "21150000" TO WS-JGL-WORK-ACCOUNT
061740     END-IF
061750     WRITE TAX-REPORT-RECORD FROM WS-JUR-DETAIL-LINE
061760     PERFORM 5027-UPSERT-JUR-TOTAL THRU 5027-EXIT.
061770 5025-EXIT.
061780     EXIT.
061790*
061800*-------------------------------------------------------------*
061810* 5027-UPSERT-JUR-TOTAL - ADD THE LINE TO ITS JURISDICTION'S GL
061820*                         RUN TOTAL, CREATING THE ENTRY THE
061830*                         FIRST TIME THE CODE IS SEEN.  A
061840*                         REVERSAL SUBTRACTS.
061850*-------------------------------------------------------------*
061860 5027-UPSERT-JUR-TOTAL.
061870     SET WS-JGL-NOT-FOUND TO TRUE
061880     PERFORM 5028-MATCH-JUR-GL THRU 5028-EXIT
061890         VARYING WS-JGL-IDX FROM 1 BY 1
061900         UNTIL WS-JGL-IDX > WS-JGL-COUNT
061910            OR WS-JGL-FOUND
061920     IF WS-JGL-NOT-FOUND
061930*        A FULL TABLE MUST STOP THE RUN, AS FOR THE ELECTIONS -
061940*        ONE JURISDICTION'S WITHHOLDING MAY NOT BE CREDITED TO
061950*        ANOTHER'S ACCOUNT.
061960         IF WS-JGL-COUNT NOT LESS THAN 20
061970             DISPLAY "JURISDICTION GL TABLE FULL - RUN STOPPED"
061980             CLOSE TAX-REPORT-FILE
061990             CLOSE EXCEPTION-FILE
062000             CLOSE STUB-FILE
062010             CLOSE EMPLOYEE-FILE
062020             CLOSE EMPLOYEE-MASTER
062030             CLOSE CHECKPOINT-FILE
062040             CLOSE DEPT-REPORT-FILE
062050             CLOSE GL-INTERFACE-FILE
062060             CLOSE PAY-HISTORY-FILE
062070             CLOSE LEAVE-BALANCE-FILE
062080             CLOSE DISBURSEMENT-FILE
062090             CLOSE PAYMENT-INSTRUCTION-FILE
062100             CLOSE CHECK-REGISTER-FILE
062110             CLOSE POSITIVE-PAY-FILE
062120             MOVE 16 TO RETURN-CODE
062130             STOP RUN
062140         END-IF
062150         ADD 1 TO WS-JGL-COUNT
062160         SET WS-JGL-USE-IDX TO WS-JGL-COUNT
062170         MOVE WS-EJ-CODE (WS-EJ-IDX)
062180             TO WS-JGL-CODE (WS-JGL-USE-IDX)
062190         MOVE WS-JGL-WORK-ACCOUNT
062200             TO WS-JGL-GL-ACCOUNT (WS-JGL-USE-IDX)
062210         MOVE ZERO TO WS-JGL-AMOUNT (WS-JGL-USE-IDX)
062220     END-IF
062230     IF WS-TRAN-REVERSAL
062240         SUBTRACT WS-EJ-TAX (WS-EJ-IDX)
062250             FROM WS-JGL-AMOUNT (WS-JGL-USE-IDX)
062260     ELSE
062270         ADD WS-EJ-TAX (WS-EJ-IDX)
062280             TO WS-JGL-AMOUNT (WS-JGL-USE-IDX)
062290     END-IF.
062300 5027-EXIT.
062310     EXIT.
062320*
062330*-------------------------------------------------------------*
062340* 5028-MATCH-JUR-GL - REMEMBER THE GL RUN TOTAL SLOT FOR THE
062350*                     LINE'S JURISDICTION
062360*-------------------------------------------------------------*
062370 5028-MATCH-JUR-GL.
062380     IF WS-JGL-CODE (WS-JGL-IDX) = WS-EJ-CODE (WS-EJ-IDX)
062390         SET WS-JGL-FOUND TO TRUE
062400         SET WS-JGL-USE-IDX TO WS-JGL-IDX
062410     END-IF.
062420 5028-EXIT.
062430     EXIT.
062440*
062450*=============================================================*
062460* 5030-WRITE-PAY-STUB - ONE FORMATTED PAY STUB PER POSTED
062470*                       EMPLOYEE: IDENTITY, PAY DATE, GROSS,
062480*                       EACH DEDUCTION ITEMIZED (STATE AND
062490*                       LOCAL TAX ONE LINE PER JURISDICTION),
062500*                       NET, AND THE
062510*                       JUST-UPDATED YTD FIGURES AND LEAVE
062520*                       BALANCES.  ON A
062530*                       PREPOSTED RESTART THE YTD FIGURES ARE
062540*                       FETCHED FROM THE MASTER, WHICH THE
062550*                       CRASHED ITERATION ALREADY REWROTE.
062560*=============================================================*
062570 5030-WRITE-PAY-STUB.
062580     MOVE ALL "=" TO STUB-LINE
062590     WRITE STUB-LINE
062600     MOVE WS-RUN-DATE TO WS-SB-PAY-DATE
062610     WRITE STUB-LINE FROM WS-STUB-HEADING
062620     IF WS-OFF-CYCLE-RUN
062630         MOVE SPACES TO STUB-LINE
062640         STRING "*** " WS-RUN-LABEL " ***"
062650             DELIMITED BY SIZE INTO STUB-LINE
062660         WRITE STUB-LINE
062670     END-IF
062680     MOVE WS-EMPLOYEE-ID TO WS-SB-EMPLOYEE-ID
062690     MOVE EMP-NAME       TO WS-SB-NAME
062700     MOVE EMP-DEPT-CODE  TO WS-SB-DEPT-CODE
062710     MOVE EMP-DEPT-CODE  TO WS-DREF-LOOKUP-CODE
062720     PERFORM 1720-FIND-DEPT-REF THRU 1720-EXIT
062730     IF WS-DREF-FOUND
062740         MOVE WS-DREF-NAME (WS-DREF-USE-IDX)
062750             TO WS-SB-DEPT-NAME
062760     ELSE
062770         MOVE SPACES TO WS-SB-DEPT-NAME
062780     END-IF
062790     WRITE STUB-LINE FROM WS-STUB-EMP-LINE
062800     IF WS-TRAN-REVERSAL
062810         MOVE "*** REVERSAL - AMOUNTS BELOW WERE BACKED OUT"
062820             TO WS-SB-TYPE-NOTE
062830         WRITE STUB-LINE FROM WS-STUB-TYPE-LINE
062840     END-IF
062850     IF WS-TRAN-ADJUSTMENT
062860         MOVE "*** ADJUSTMENT POSTING - CORRECTING AMOUNT"
062870             TO WS-SB-TYPE-NOTE
062880         WRITE STUB-LINE FROM WS-STUB-TYPE-LINE
062890         IF EMP-RETRO-ADJUSTMENT
062900             MOVE EMP-RETRO-EFF-DATE  TO WS-SB-RETRO-FROM
062910             MOVE EMP-RETRO-THRU-DATE TO WS-SB-RETRO-THRU
062920             MOVE EMP-RETRO-RATE      TO WS-SB-RETRO-RATE
062930             WRITE STUB-LINE FROM WS-STUB-RETRO-LINE
062940         END-IF
062950     END-IF
062960     IF WS-PRIOR-YEAR-POSTING
062970         MOVE SPACES TO WS-SB-TYPE-NOTE
062980         STRING "*** PRIOR-YEAR CORRECTION - TAX YEAR "
062990             WS-CORR-YEAR
063000             DELIMITED BY SIZE INTO WS-SB-TYPE-NOTE
063010         WRITE STUB-LINE FROM WS-STUB-TYPE-LINE
063020     END-IF
063030     IF WS-PAY-HOURLY
063040         MOVE "HOURS WORKED " TO WS-SB-HOURS-LABEL
063050         MOVE WS-HOURS-WORKED TO WS-SB-HOURS
063060         MOVE WS-HOURLY-RATE  TO WS-SB-RATE
063070         WRITE STUB-LINE FROM WS-STUB-HOURS-LINE
063080     END-IF
063090     IF WS-PAY-LEAVE
063100         MOVE "LEAVE HOURS  " TO WS-SB-HOURS-LABEL
063110         MOVE WS-HOURS-WORKED TO WS-SB-HOURS
063120         MOVE WS-HOURLY-RATE  TO WS-SB-RATE
063130         WRITE STUB-LINE FROM WS-STUB-HOURS-LINE
063140     END-IF
063150     MOVE "GROSS PAY"                 TO WS-SB-LABEL
063160     MOVE WS-SALARY                   TO WS-SB-AMOUNT
063170     WRITE STUB-LINE FROM WS-STUB-AMOUNT-LINE
063180     IF WS-LEAVE-PAYOUT-AMOUNT > ZERO
063190        AND NOT WS-TRAN-REVERSAL
063200         MOVE "  INCL. LEAVE PAYOUT"      TO WS-SB-LABEL
063210         MOVE WS-LEAVE-PAYOUT-AMOUNT      TO WS-SB-AMOUNT
063220         WRITE STUB-LINE FROM WS-STUB-AMOUNT-LINE
063230     END-IF
063240     MOVE "INCOME TAX"                TO WS-SB-LABEL
063250     MOVE WS-TAX                      TO WS-SB-AMOUNT
063260     WRITE STUB-LINE FROM WS-STUB-AMOUNT-LINE
063270     MOVE "SOCIAL SECURITY"           TO WS-SB-LABEL
063280     MOVE WS-SOC-SEC-TAX              TO WS-SB-AMOUNT
063290     WRITE STUB-LINE FROM WS-STUB-AMOUNT-LINE
063300     MOVE "HEALTH INSURANCE"          TO WS-SB-LABEL
063310     MOVE WS-HEALTH-INS               TO WS-SB-AMOUNT
063320     WRITE STUB-LINE FROM WS-STUB-AMOUNT-LINE
063330     IF WS-EJ-COUNT > ZERO
063340         PERFORM 5035-STUB-JURISDICTION-LINE THRU 5035-EXIT
063350             VARYING WS-EJ-IDX FROM 1 BY 1
063360             UNTIL WS-EJ-IDX > WS-EJ-COUNT
063370     END-IF
063380     IF WS-APPLIED-COUNT > ZERO
063390         PERFORM 5034-STUB-DEDUCTION-LINE THRU 5034-EXIT
063400             VARYING WS-APP-IDX FROM 1 BY 1
063410             UNTIL WS-APP-IDX > WS-APPLIED-COUNT
063420     END-IF
063430*    A REVERSAL CARRIES ONLY THE ELECTION TOTAL FROM THE
063440*    HISTORY RECORD - NO PER-CODE SPLIT TO ITEMIZE.
063450     IF WS-TRAN-REVERSAL
063460        AND WS-ELECT-TOTAL > ZERO
063470         MOVE "VOLUNTARY DEDUCTIONS"  TO WS-SB-LABEL
063480         MOVE WS-ELECT-TOTAL          TO WS-SB-AMOUNT
063490         WRITE STUB-LINE FROM WS-STUB-AMOUNT-LINE
063500     END-IF
063510     COMPUTE WS-STUB-TOTAL-DEDS =
063520         WS-TOTAL-WITHHELD + WS-ELECT-TOTAL
063530     MOVE "TOTAL DEDUCTIONS"          TO WS-SB-LABEL
063540     MOVE WS-STUB-TOTAL-DEDS          TO WS-SB-AMOUNT
063550     WRITE STUB-LINE FROM WS-STUB-AMOUNT-LINE
063560     MOVE "NET PAY"                   TO WS-SB-LABEL
063570     MOVE WS-NET-PAY                  TO WS-SB-AMOUNT
063580     WRITE STUB-LINE FROM WS-STUB-AMOUNT-LINE
063590     PERFORM 5036-STUB-PAYMENT-LINES THRU 5036-EXIT
063600     IF WS-MASTER-PREPOSTED
063610         PERFORM 5032-FETCH-PREPOSTED-YTD THRU 5032-EXIT
063620     END-IF
063630     MOVE SPACES TO WS-STUB-TYPE-LINE
063640     MOVE "YEAR TO DATE AFTER THIS POSTING:"
063650         TO WS-SB-TYPE-NOTE
063660     IF WS-PRIOR-YEAR-POSTING
063670         MOVE SPACES TO WS-SB-TYPE-NOTE
063680         STRING "TAX YEAR " WS-CORR-YEAR
063690             " TOTALS AFTER THIS POSTING:"
063700             DELIMITED BY SIZE INTO WS-SB-TYPE-NOTE
063710     END-IF
063720     WRITE STUB-LINE FROM WS-STUB-TYPE-LINE
063730     MOVE "YTD GROSS"                 TO WS-SB-LABEL
063740     MOVE WS-YTD-GROSS                TO WS-SB-AMOUNT
063750     WRITE STUB-LINE FROM WS-STUB-AMOUNT-LINE
063760     MOVE "YTD TOTAL WITHHELD"        TO WS-SB-LABEL
063770     MOVE WS-YTD-WITHHELD             TO WS-SB-AMOUNT
063780     WRITE STUB-LINE FROM WS-STUB-AMOUNT-LINE
063790     MOVE "YTD OTHER DEDUCTIONS"      TO WS-SB-LABEL
063800     MOVE WS-YTD-OTHER-DEDS           TO WS-SB-AMOUNT
063810     WRITE STUB-LINE FROM WS-STUB-AMOUNT-LINE
063820     MOVE "YTD NET PAY"               TO WS-SB-LABEL
063830     MOVE WS-YTD-NET-PAY              TO WS-SB-AMOUNT
063840     WRITE STUB-LINE FROM WS-STUB-AMOUNT-LINE
063850*    FOR A CLOSED YEAR THE SLOTS ARE THE ARCHIVE'S (2067) - NONE
063860*    WHERE THE ARCHIVE RECORD PREDATES THEM.
063870     PERFORM 5037-STUB-JUR-YTD-LINE THRU 5037-EXIT
063880         VARYING WS-EJY-IDX FROM 1 BY 1
063890         UNTIL WS-EJY-IDX > 6
063900     IF WS-LP-COUNT > ZERO
063910         MOVE SPACES TO WS-STUB-TYPE-LINE
063920         MOVE "LEAVE BALANCES AFTER THIS POSTING (HOURS):"
063930             TO WS-SB-TYPE-NOTE
063940         WRITE STUB-LINE FROM WS-STUB-TYPE-LINE
063950         PERFORM 5039-STUB-LEAVE-LINE THRU 5039-EXIT
063960             VARYING WS-LP-IDX FROM 1 BY 1
063970             UNTIL WS-LP-IDX > WS-LP-COUNT
063980     END-IF
063990     MOVE SPACES TO STUB-LINE
064000     WRITE STUB-LINE.
064010 5030-EXIT.
064020     EXIT.
064030*
064040*-------------------------------------------------------------*
064050* 5032-FETCH-PREPOSTED-YTD - ON A PREPOSTED RESTART 2060 NEVER
064060*                            RAN, SO THE YTD WORK FIELDS ARE
064070*                            STALE - THE MASTER ALREADY CARRIES
064080*                            THE POSTED FIGURES AND SUPPLIES
064090*                            THE STUB'S YTD BLOCK
064100*-------------------------------------------------------------*
064110 5032-FETCH-PREPOSTED-YTD.
064120     MOVE WS-EMPLOYEE-ID TO EMM-EMPLOYEE-ID
064130     READ EMPLOYEE-MASTER
064140         INVALID KEY
064150             MOVE SPACES TO WS-EMP-JYTD-DATA
064160             MOVE ZERO TO WS-YTD-GROSS
064170             MOVE ZERO TO WS-YTD-WITHHELD
064180             MOVE ZERO TO WS-YTD-OTHER-DEDS
064190             MOVE ZERO TO WS-YTD-NET-PAY
064200         NOT INVALID KEY
064210             MOVE EMM-YTD-GROSS    TO WS-YTD-GROSS
064220             MOVE EMM-YTD-WITHHELD TO WS-YTD-WITHHELD
064230             IF EMM-YTD-OTHER-DEDS NUMERIC
064240                 MOVE EMM-YTD-OTHER-DEDS TO WS-YTD-OTHER-DEDS
064250             ELSE
064260                 MOVE ZERO TO WS-YTD-OTHER-DEDS
064270             END-IF
064280             MOVE EMM-YTD-NET-PAY  TO WS-YTD-NET-PAY
064290             MOVE EMM-JUR-YTD-DATA TO WS-EMP-JYTD-DATA
064300     END-READ.
064310 5032-EXIT.
064320     EXIT.
064330*
064340*-------------------------------------------------------------*
064350* 5034-STUB-DEDUCTION-LINE - ONE ITEMIZED LINE PER ELECTED
064360*                            DEDUCTION TAKEN FROM THIS CHECK
064370*-------------------------------------------------------------*
064380 5034-STUB-DEDUCTION-LINE.
064390     MOVE SPACES TO WS-SB-LABEL
064400     STRING "VOL DED " WS-APP-CODE (WS-APP-IDX)
064410         DELIMITED BY SIZE INTO WS-SB-LABEL
064420     MOVE WS-APP-AMOUNT (WS-APP-IDX) TO WS-SB-AMOUNT
064430     WRITE STUB-LINE FROM WS-STUB-AMOUNT-LINE.
064440 5034-EXIT.
064450     EXIT.
064460*
064470*-------------------------------------------------------------*
064480* 5035-STUB-JURISDICTION-LINE - ONE STUB LINE PER STATE OR
064490*                               LOCAL JURISDICTION WITHHELD,
064500*                               UNDER ITS NAME FROM THE RATES
064510*                               FILE
064520*-------------------------------------------------------------*
064530 5035-STUB-JURISDICTION-LINE.
064540     MOVE SPACES TO WS-SB-LABEL
064550     MOVE WS-EJ-CODE (WS-EJ-IDX) TO WS-JUR-LOOKUP-CODE
064560     PERFORM 1570-FIND-JURISDICTION THRU 1570-EXIT
064570     IF WS-JUR-FOUND
064580        AND WS-JUR-NAME (WS-JUR-USE-IDX) NOT = SPACES
064590         STRING WS-JUR-NAME (WS-JUR-USE-IDX) DELIMITED BY "  "
064600                 " TAX" DELIMITED BY SIZE
064610             INTO WS-SB-LABEL
064620     ELSE
064630         STRING "STATE/LOCAL TAX " WS-EJ-CODE (WS-EJ-IDX)
064640             DELIMITED BY SIZE INTO WS-SB-LABEL
064650     END-IF
064660     MOVE WS-EJ-TAX (WS-EJ-IDX) TO WS-SB-AMOUNT
064670     WRITE STUB-LINE FROM WS-STUB-AMOUNT-LINE.
064680 5035-EXIT.
064690     EXIT.
064700*
064710*-------------------------------------------------------------*
064720* 5036-STUB-PAYMENT-LINES - HOW THE NET PAY WAS PAID: EACH
064730*                           BANK DEPOSIT BY ACCOUNT TYPE AND
064740*                           ANY PAPER CHECK BY NUMBER.  ACCOUNT
064750*                           NUMBERS ARE NOT PRINTED.
064760*-------------------------------------------------------------*
064770 5036-STUB-PAYMENT-LINES.
064780     PERFORM 5038-STUB-DEPOSIT-LINE THRU 5038-EXIT
064790         VARYING WS-PAYOUT-IDX FROM 1 BY 1
064800         UNTIL WS-PAYOUT-IDX > 2
064810     IF WS-CHECK-AMOUNT > ZERO
064820         MOVE SPACES TO WS-SB-LABEL
064830         STRING "  PAID BY CHECK NO " WS-CHECK-NUMBER
064840             DELIMITED BY SIZE INTO WS-SB-LABEL
064850         MOVE WS-CHECK-AMOUNT TO WS-SB-AMOUNT
064860         WRITE STUB-LINE FROM WS-STUB-AMOUNT-LINE
064870     END-IF.
064880 5036-EXIT.
064890     EXIT.
064900*
064910*-------------------------------------------------------------*
064920* 5037-STUB-JUR-YTD-LINE - ONE YTD LINE PER JURISDICTION SLOT
064930*                          IN USE ON THE MASTER, OR ON THE
064940*                          ARCHIVE FOR A CLOSED YEAR
064950*-------------------------------------------------------------*
064960 5037-STUB-JUR-YTD-LINE.
064970     IF WS-EJY-CODE (WS-EJY-IDX) = SPACES
064980        OR WS-EJY-WITHHELD (WS-EJY-IDX) NOT NUMERIC
064990         GO TO 5037-EXIT
065000     END-IF
065010     MOVE SPACES TO WS-SB-LABEL
065020     MOVE WS-EJY-CODE (WS-EJY-IDX) TO WS-JUR-LOOKUP-CODE
065030     PERFORM 1570-FIND-JURISDICTION THRU 1570-EXIT
065040     IF WS-JUR-FOUND
065050        AND WS-JUR-NAME (WS-JUR-USE-IDX) NOT = SPACES
065060         STRING "YTD " WS-JUR-NAME (WS-JUR-USE-IDX)
065070                 DELIMITED BY "  "
065080                 " TAX" DELIMITED BY SIZE
065090             INTO WS-SB-LABEL
065100     ELSE
065110         STRING "YTD STATE/LOCAL TAX " WS-EJY-CODE (WS-EJY-IDX)
065120             DELIMITED BY SIZE INTO WS-SB-LABEL
065130     END-IF
065140     MOVE WS-EJY-WITHHELD (WS-EJY-IDX) TO WS-SB-AMOUNT
065150     WRITE STUB-LINE FROM WS-STUB-AMOUNT-LINE.
065160 5037-EXIT.
065170     EXIT.
065180*
065190*-------------------------------------------------------------*
065200* 5038-STUB-DEPOSIT-LINE - ONE LINE PER ACCOUNT DEPOSITED TO
065210*-------------------------------------------------------------*
065220 5038-STUB-DEPOSIT-LINE.
065230     IF WS-PO-AMOUNT (WS-PAYOUT-IDX) = ZERO
065240         GO TO 5038-EXIT
065250     END-IF
065260     IF WS-PO-CHECKING (WS-PAYOUT-IDX)
065270         MOVE "  DEPOSITED TO CHECKING" TO WS-SB-LABEL
065280     ELSE
065290         MOVE "  DEPOSITED TO SAVINGS"  TO WS-SB-LABEL
065300     END-IF
065310     MOVE WS-PO-AMOUNT (WS-PAYOUT-IDX) TO WS-SB-AMOUNT
065320     WRITE STUB-LINE FROM WS-STUB-AMOUNT-LINE.
065330 5038-EXIT.
065340     EXIT.
065350*
065360*-------------------------------------------------------------*
065370* 5039-STUB-LEAVE-LINE - ONE LEAVE TYPE'S ACCRUAL, USE AND
065380*                        BALANCE AFTER THIS POSTING
065390*-------------------------------------------------------------*
065400 5039-STUB-LEAVE-LINE.
065410     MOVE WS-LP-DESCRIPTION (WS-LP-IDX) TO WS-SB-LV-DESCRIPTION
065420     MOVE WS-LP-ACCRUED (WS-LP-IDX)     TO WS-SB-LV-ACCRUED
065430     MOVE WS-LP-TAKEN (WS-LP-IDX)       TO WS-SB-LV-TAKEN
065440     MOVE WS-LP-BALANCE (WS-LP-IDX)     TO WS-SB-LV-BALANCE
065450     WRITE STUB-LINE FROM WS-STUB-LEAVE-LINE.
065460 5039-EXIT.
065470     EXIT.
065480*
065490*-------------------------------------------------------------*
065500* 5050-WRITE-DISBURSEMENT - PAY ONE POSTING'S NET THE WAY THE
065510*                           EMPLOYEE'S PAYMENT INSTRUCTION
065520*                           SAYS: ONE BANK RECORD PER LIVE
065530*                           ACCOUNT, AND A PAPER CHECK FOR ANY
065540*                           SHARE THAT CANNOT GO TO THE BANK.
065550*                           REVERSALS MOVE NO MONEY AND WRITE
065560*                           NOTHING HERE; RECOVERY OF A
065570*                           REVERSED PAYMENT IS A MANUAL MATTER
065580*                           BETWEEN PAYROLL AND THE BANK.  A
065590*                           ZERO NET MOVES NO MONEY EITHER.
065600*-------------------------------------------------------------*
065610 5050-WRITE-DISBURSEMENT.
065620     MOVE ZERO   TO WS-PO-AMOUNT (1)
065630     MOVE ZERO   TO WS-PO-AMOUNT (2)
065640     MOVE ZERO   TO WS-CHECK-AMOUNT
065650     MOVE ZERO   TO WS-CHECK-NUMBER
065660     MOVE SPACES TO WS-CHECK-NOTE
065670     IF WS-TRAN-REVERSAL
065680        OR WS-NET-PAY = ZERO
065690         GO TO 5050-EXIT
065700     END-IF
065710     PERFORM 5052-SPLIT-NET-PAY THRU 5052-EXIT
065720     PERFORM 5054-WRITE-DEPOSIT THRU 5054-EXIT
065730         VARYING WS-PAYOUT-IDX FROM 1 BY 1
065740         UNTIL WS-PAYOUT-IDX > 2
065750     IF WS-CHECK-AMOUNT > ZERO
065760         PERFORM 5056-ISSUE-CHECK THRU 5056-EXIT
065770     END-IF
065780*    A RESTART'S DOUBLE-PAYMENT GUARD COVERS ONLY THE FIRST
065790*    RECORD REPROCESSED.
065800     IF WS-DISB-ORPHAN-PENDING
065810         SET WS-DISB-NO-ORPHAN TO TRUE
065820         MOVE ZERO TO WS-DISB-ORPHAN-CT
065830         MOVE ZERO TO WS-CHECK-ORPHAN-CT
065840     END-IF.
065850 5050-EXIT.
065860     EXIT.
065870*
065880*-------------------------------------------------------------*
065890* 5052-SPLIT-NET-PAY - LOOK UP THE EMPLOYEE'S PAYMENT
065900*                      INSTRUCTION AND DIVIDE THE NET BETWEEN
065910*                      ITS ACCOUNTS.  NO INSTRUCTION, OR A
065920*                      CHECK INSTRUCTION, PAYS THE WHOLE NET
065930*                      BY CHECK.
065940*-------------------------------------------------------------*
065950 5052-SPLIT-NET-PAY.
065960     SET WS-PIN-NOT-FOUND TO TRUE
065970     MOVE WS-EMPLOYEE-ID TO PIN-EMPLOYEE-ID
065980     READ PAYMENT-INSTRUCTION-FILE
065990         INVALID KEY
066000             CONTINUE
066010         NOT INVALID KEY
066020             SET WS-PIN-FOUND TO TRUE
066030     END-READ
066040     IF WS-PIN-NOT-FOUND
066050         MOVE WS-NET-PAY         TO WS-CHECK-AMOUNT
066060         MOVE "NO INSTRUCTION"   TO WS-CHECK-NOTE
066070         GO TO 5052-EXIT
066080     END-IF
066090     IF PIN-METHOD-CHECK
066100         MOVE WS-NET-PAY         TO WS-CHECK-AMOUNT
066110         MOVE "PAY METHOD CHECK" TO WS-CHECK-NOTE
066120         GO TO 5052-EXIT
066130     END-IF
066140     IF PIN-METHOD-SPLIT
066150        AND PIN-SPLIT-AMOUNT < WS-NET-PAY
066160         MOVE PIN-SPLIT-AMOUNT TO WS-PO-AMOUNT (1)
066170         COMPUTE WS-PO-AMOUNT (2) = WS-NET-PAY - PIN-SPLIT-AMOUNT
066180     ELSE
066190         MOVE WS-NET-PAY TO WS-PO-AMOUNT (1)
066200     END-IF
066210     PERFORM 5053-CHECK-ACCOUNT-LIVE THRU 5053-EXIT
066220         VARYING PIN-ACCT-IDX FROM 1 BY 1
066230         UNTIL PIN-ACCT-IDX > 2.
066240 5052-EXIT.
066250     EXIT.
066260*
066270*-------------------------------------------------------------*
066280* 5053-CHECK-ACCOUNT-LIVE - ONE ACCOUNT'S SHARE.  AN ACCOUNT
066290*                           WHOSE PRENOTE WENT OUT AT LEAST THE
066300*                           CONTROL RECORD'S WAIT DAYS AGO
066310*                           WITHOUT COMING BACK GOES LIVE NOW.
066320*                           A SHARE FOR AN ACCOUNT STILL NOT
066330*                           LIVE MOVES ONTO THE CHECK.
066340*-------------------------------------------------------------*
066350 5053-CHECK-ACCOUNT-LIVE.
066360     SET WS-PAYOUT-IDX TO PIN-ACCT-IDX
066370     IF WS-PO-AMOUNT (WS-PAYOUT-IDX) = ZERO
066380         GO TO 5053-EXIT
066390     END-IF
066400     IF PIN-PRENOTE-SENT (PIN-ACCT-IDX)
066410         PERFORM 5058-PRENOTE-ELAPSED THRU 5058-EXIT
066420         IF WS-PRENOTE-ELAPSED > ZERO
066430            AND WS-PRENOTE-ELAPSED NOT < WS-PRENOTE-WAIT-DAYS
066440             SET PIN-PRENOTE-LIVE (PIN-ACCT-IDX) TO TRUE
066450             REWRITE PAYMENT-INSTRUCTION-RECORD
066460             IF WS-PAYMENT-INSTR-STATUS NOT = "00"
066470                 DISPLAY "PAYMENT INSTRUCTION REWRITE FAILED - "
066480                     "STATUS " WS-PAYMENT-INSTR-STATUS
066490                     " EMPLOYEE " PIN-EMPLOYEE-ID
066500                 SET PIN-PRENOTE-SENT (PIN-ACCT-IDX) TO TRUE
066510             END-IF
066520         END-IF
066530     END-IF
066540     IF PIN-PRENOTE-LIVE (PIN-ACCT-IDX)
066550         MOVE PIN-ROUTING-NO (PIN-ACCT-IDX)
066560             TO WS-PO-ROUTING-NO (WS-PAYOUT-IDX)
066570         MOVE PIN-ACCOUNT-NO (PIN-ACCT-IDX)
066580             TO WS-PO-ACCOUNT-NO (WS-PAYOUT-IDX)
066590         MOVE PIN-ACCOUNT-TYPE (PIN-ACCT-IDX)
066600             TO WS-PO-ACCT-TYPE (WS-PAYOUT-IDX)
066610         GO TO 5053-EXIT
066620     END-IF
066630     ADD WS-PO-AMOUNT (WS-PAYOUT-IDX) TO WS-CHECK-AMOUNT
066640     MOVE ZERO TO WS-PO-AMOUNT (WS-PAYOUT-IDX)
066650     IF PIN-PRENOTE-FAILED (PIN-ACCT-IDX)
066660         MOVE "PRENOTE FAILED" TO WS-CHECK-NOTE
066670     ELSE
066680         IF WS-CHECK-NOTE = SPACES
066690             MOVE "PRENOTE PENDING" TO WS-CHECK-NOTE
066700         END-IF
066710     END-IF.
066720 5053-EXIT.
066730     EXIT.
066740*
066750*-------------------------------------------------------------*
066760* 5054-WRITE-DEPOSIT - ONE BANK PAYMENT RECORD FOR ONE LIVE
066770*                      ACCOUNT'S SHARE
066780*-------------------------------------------------------------*
066790 5054-WRITE-DEPOSIT.
066800     IF WS-PO-AMOUNT (WS-PAYOUT-IDX) = ZERO
066810         GO TO 5054-EXIT
066820     END-IF
066830     IF WS-DISB-ORPHAN-CT > ZERO
066840         SUBTRACT 1 FROM WS-DISB-ORPHAN-CT
066850         ADD 1 TO WS-DISB-WRITTEN-CT
066860         GO TO 5054-EXIT
066870     END-IF
066880     MOVE SPACES TO DISBURSEMENT-RECORD
066890     MOVE 'D'            TO DSB-REC-TYPE
066900     MOVE WS-EMPLOYEE-ID TO DSB-EMPLOYEE-ID
066910     MOVE EMP-NAME       TO DSB-NAME
066920     MOVE EMP-DEPT-CODE  TO DSB-DEPT-CODE
066930     MOVE WS-RUN-DATE    TO DSB-PAY-DATE
066940     MOVE WS-PO-AMOUNT (WS-PAYOUT-IDX)     TO DSB-NET-AMOUNT
066950     MOVE WS-PO-ROUTING-NO (WS-PAYOUT-IDX) TO DSB-ROUTING-NO
066960     MOVE WS-PO-ACCOUNT-NO (WS-PAYOUT-IDX) TO DSB-ACCOUNT-NO
066970     MOVE WS-PO-ACCT-TYPE (WS-PAYOUT-IDX)  TO DSB-ACCOUNT-TYPE
066980     SET DSB-SPLIT-SEQ TO WS-PAYOUT-IDX
066990     MOVE WS-RUN-TYPE-SW TO DSB-RUN-TYPE
067000     MOVE WS-RUN-NO      TO DSB-RUN-NO
067010     WRITE DISBURSEMENT-RECORD
067020     ADD 1 TO WS-DISB-WRITTEN-CT.
067030 5054-EXIT.
067040     EXIT.
067050*
067060*-------------------------------------------------------------*
067070* 5056-ISSUE-CHECK - DRAW THE NEXT CHECK NUMBER FROM THE
067080*                    CONTROL RECORD, ENTER THE CHECK ON THE
067090*                    REGISTER AND REPORT IT ON THE POSITIVE PAY
067100*                    FILE SO THE BANK WILL HONOR IT.  THE
067110*                    CONTROL RECORD IS REWRITTEN FIRST, SO A
067120*                    CRASH CAN SKIP A NUMBER BUT NEVER REUSE
067130*                    ONE.
067140*-------------------------------------------------------------*
067150 5056-ISSUE-CHECK.
067160     IF WS-CHECK-ORPHAN-CT > ZERO
067170         SUBTRACT 1 FROM WS-CHECK-ORPHAN-CT
067180         ADD 1 TO WS-CHECKS-ISSUED-CT
067190         MOVE WS-LAST-PP-CHECK-NO TO WS-CHECK-NUMBER
067200         GO TO 5056-EXIT
067210     END-IF
067220     MOVE ZERO TO PIN-EMPLOYEE-ID
067230     READ PAYMENT-INSTRUCTION-FILE
067240     IF WS-PAYMENT-INSTR-STATUS = "00"
067250         MOVE PCR-NEXT-CHECK-NO TO WS-CHECK-NUMBER
067260         ADD 1 TO PCR-NEXT-CHECK-NO
067270         REWRITE PAYMENT-INSTRUCTION-RECORD
067280     END-IF
067290     IF WS-PAYMENT-INSTR-STATUS NOT = "00"
067300         DISPLAY "CHECK CONTROL RECORD UPDATE FAILED - STATUS "
067310             WS-PAYMENT-INSTR-STATUS " - RUN STOPPED"
067320         CLOSE TAX-REPORT-FILE
067330         CLOSE EXCEPTION-FILE
067340         CLOSE STUB-FILE
067350         CLOSE EMPLOYEE-FILE
067360         CLOSE EMPLOYEE-MASTER
067370         CLOSE CHECKPOINT-FILE
067380         CLOSE DEPT-REPORT-FILE
067390         CLOSE GL-INTERFACE-FILE
067400         CLOSE PAY-HISTORY-FILE
067410         CLOSE LEAVE-BALANCE-FILE
067420         CLOSE DISBURSEMENT-FILE
067430         CLOSE PAYMENT-INSTRUCTION-FILE
067440         CLOSE CHECK-REGISTER-FILE
067450         CLOSE POSITIVE-PAY-FILE
067460         MOVE 16 TO RETURN-CODE
067470         STOP RUN
067480     END-IF
067490     MOVE SPACES TO WS-CHECK-REG-LINE
067500     MOVE WS-CHECK-NUMBER TO WS-CR-CHECK-NO
067510     MOVE WS-EMPLOYEE-ID  TO WS-CR-EMPLOYEE-ID
067520     MOVE EMP-NAME        TO WS-CR-NAME
067530     MOVE WS-CHECK-AMOUNT TO WS-CR-AMOUNT
067540     MOVE WS-CHECK-NOTE   TO WS-CR-NOTE
067550     WRITE CHECK-REGISTER-LINE FROM WS-CHECK-REG-LINE
067560     MOVE SPACES TO POSITIVE-PAY-RECORD
067570     MOVE 'I'                   TO PPY-REC-TYPE
067580     MOVE WS-CHECK-BANK-ACCOUNT TO PPY-ACCOUNT-NO
067590     MOVE WS-CHECK-NUMBER       TO PPY-CHECK-NO
067600     MOVE WS-RUN-DATE           TO PPY-ISSUE-DATE
067610     MOVE WS-CHECK-AMOUNT       TO PPY-AMOUNT
067620     MOVE EMP-NAME              TO PPY-PAYEE-NAME
067630     MOVE WS-RUN-TYPE-SW        TO PPY-RUN-TYPE
067640     MOVE WS-RUN-NO             TO PPY-RUN-NO
067650     WRITE POSITIVE-PAY-RECORD
067660     ADD 1 TO WS-CHECKS-ISSUED-CT.
067670 5056-EXIT.
067680     EXIT.
067690*
067700*-------------------------------------------------------------*
067710* 5058-PRENOTE-ELAPSED - CALENDAR DAYS FROM THE ACCOUNT'S
067720*                        PRENOTE TO TONIGHT'S RUN DATE; ZERO
067730*                        WHEN THE PRENOTE DATE IS UNUSABLE
067740*-------------------------------------------------------------*
067750 5058-PRENOTE-ELAPSED.
067760     MOVE ZERO TO WS-PRENOTE-ELAPSED
067770     IF PIN-PRENOTE-DATE (PIN-ACCT-IDX) NOT NUMERIC
067780        OR PIN-PRENOTE-DATE (PIN-ACCT-IDX) = ZERO
067790         GO TO 5058-EXIT
067800     END-IF
067810     MOVE PIN-PRENOTE-DATE (PIN-ACCT-IDX) TO WS-DAYNUM-DATE
067820     PERFORM 5059-COMPUTE-DAY-NUMBER THRU 5059-EXIT
067830     IF WS-DAYNUM-RESULT > ZERO
067840         COMPUTE WS-PRENOTE-ELAPSED =
067850             WS-RUN-DAY-NUMBER - WS-DAYNUM-RESULT
067860     END-IF.
067870 5058-EXIT.
067880     EXIT.
067890*
067900*-------------------------------------------------------------*
067910* 5059-COMPUTE-DAY-NUMBER - DAYS FROM THE START OF THE CENTURY
067920*                           TO THE YYMMDD DATE IN
067930*                           WS-DAYNUM-DATE; ZERO FOR A DATE
067940*                           WITH NO VALID MONTH
067950*-------------------------------------------------------------*
067960 5059-COMPUTE-DAY-NUMBER.
067970     MOVE ZERO TO WS-DAYNUM-RESULT
067980     IF WS-DAYNUM-MM < 1 OR WS-DAYNUM-MM > 12
067990         GO TO 5059-EXIT
068000     END-IF
068010     DIVIDE WS-DAYNUM-YY BY 4
068020         GIVING WS-DAYNUM-QUOT REMAINDER WS-DAYNUM-REM
068030     COMPUTE WS-DAYNUM-LEAPS = (WS-DAYNUM-YY + 3) / 4
068040     COMPUTE WS-DAYNUM-RESULT = WS-DAYNUM-YY * 365
068050         + WS-DAYNUM-LEAPS
068060         + WS-DAYS-BEFORE-MONTH (WS-DAYNUM-MM)
068070         + WS-DAYNUM-DD
068080     IF WS-DAYNUM-MM > 2
068090        AND WS-DAYNUM-REM = ZERO
068100         ADD 1 TO WS-DAYNUM-RESULT
068110     END-IF.
068120 5059-EXIT.
068130     EXIT.
068140*
068150*-------------------------------------------------------------*
068160* 5100-REJECT-RECORD - LOG A SALARY THAT FAILED VALIDATION
068170*                      WITHOUT RUNNING IT THROUGH CALCTAX
068180*-------------------------------------------------------------*
068190 5100-REJECT-RECORD.
068200     ADD 1 TO WS-RECORD-COUNT
068210     ADD 1 TO WS-REJECT-COUNT
068220     ADD 1 TO WS-EXC-ZSAL-CT
068230     MOVE SPACES TO EXCEPTION-RECORD
068240     MOVE WS-EMPLOYEE-ID TO EXC-EMPLOYEE-ID
068250     MOVE "ZSAL" TO EXC-CODE
068260     MOVE WS-SALARY TO EXC-OFFENDING-VALUE
068270     MOVE "REKEY SALARY AND RESUBMIT" TO EXC-ACTION-REQUIRED
068280     WRITE EXCEPTION-RECORD.
068290 5100-EXIT.
068300     EXIT.
068310*
068320*-------------------------------------------------------------*
068330* 5110-REJECT-ZERO-HOURS - LOG AN HOURLY RECORD CARRYING ZERO
068340*                          HOURS WORKED
068350*-------------------------------------------------------------*
068360 5110-REJECT-ZERO-HOURS.
068370     ADD 1 TO WS-RECORD-COUNT
068380     ADD 1 TO WS-REJECT-COUNT
068390     ADD 1 TO WS-EXC-ZHRS-CT
068400     MOVE SPACES TO EXCEPTION-RECORD
068410     MOVE WS-EMPLOYEE-ID TO EXC-EMPLOYEE-ID
068420     MOVE "ZHRS" TO EXC-CODE
068430     MOVE WS-HOURS-WORKED TO EXC-OFFENDING-VALUE
068440     MOVE "REKEY HOURS AND RESUBMIT" TO EXC-ACTION-REQUIRED
068450     WRITE EXCEPTION-RECORD.
068460 5110-EXIT.
068470     EXIT.
068480*
068490*-------------------------------------------------------------*
068500* 5120-REJECT-NO-RATE - LOG AN HOURLY RECORD FOR AN EMPLOYEE
068510*                       WITH NO HOURLY RATE ON THE MASTER
068520*-------------------------------------------------------------*
068530 5120-REJECT-NO-RATE.
068540     ADD 1 TO WS-RECORD-COUNT
068550     ADD 1 TO WS-REJECT-COUNT
068560     ADD 1 TO WS-EXC-NRTE-CT
068570     MOVE SPACES TO EXCEPTION-RECORD
068580     MOVE WS-EMPLOYEE-ID TO EXC-EMPLOYEE-ID
068590     MOVE "NRTE" TO EXC-CODE
068600     MOVE WS-HOURS-WORKED TO EXC-OFFENDING-VALUE
068610     MOVE "SET HOURLY RATE THROUGH EMPMAINT"
068620         TO EXC-ACTION-REQUIRED
068630     WRITE EXCEPTION-RECORD.
068640 5120-EXIT.
068650     EXIT.
068660*
068670*-------------------------------------------------------------*
068680* 5125-REJECT-HOURS-OVERFLOW - LOG AN HOURLY RECORD WHOSE
068690*                              HOURS-TIMES-RATE PRODUCT
068700*                              OVERFLOWS THE GROSS FIELD - A
068710*                              WRAPPED GROSS MUST NEVER POST
068720*-------------------------------------------------------------*
068730 5125-REJECT-HOURS-OVERFLOW.
068740     ADD 1 TO WS-RECORD-COUNT
068750     ADD 1 TO WS-REJECT-COUNT
068760     ADD 1 TO WS-EXC-HOVR-CT
068770     MOVE SPACES TO EXCEPTION-RECORD
068780     MOVE WS-EMPLOYEE-ID TO EXC-EMPLOYEE-ID
068790     MOVE "HOVR" TO EXC-CODE
068800     MOVE WS-HOURS-WORKED TO EXC-OFFENDING-VALUE
068810     MOVE "GROSS OVERFLOWS - VERIFY HOURS AND RATE"
068820         TO EXC-ACTION-REQUIRED
068830     WRITE EXCEPTION-RECORD.
068840 5125-EXIT.
068850     EXIT.
068860*
068870*-------------------------------------------------------------*
068880* 5127-REJECT-LEAVE-BALANCE - LOG A LEAVE-TAKEN RECORD FOR MORE
068890*                             HOURS THAN THE EMPLOYEE'S BALANCE
068900*                             OF THE TYPE, OR FOR A LEAVE TYPE
068910*                             NOT ON THE PLAN
068920*-------------------------------------------------------------*
068930 5127-REJECT-LEAVE-BALANCE.
068940     ADD 1 TO WS-RECORD-COUNT
068950     ADD 1 TO WS-REJECT-COUNT
068960     ADD 1 TO WS-EXC-LBAL-CT
068970     MOVE SPACES TO EXCEPTION-RECORD
068980     MOVE WS-EMPLOYEE-ID TO EXC-EMPLOYEE-ID
068990     MOVE "LBAL" TO EXC-CODE
069000     MOVE WS-HOURS-WORKED TO EXC-OFFENDING-VALUE
069010     IF WS-HOURLY-REJ-LEAVE-TYPE
069020         MOVE "LEAVE TYPE NOT ON PLAN - CORRECT TYPE"
069030             TO EXC-ACTION-REQUIRED
069040     ELSE
069050         MOVE "LEAVE HOURS EXCEED BALANCE - VERIFY"
069060             TO EXC-ACTION-REQUIRED
069070     END-IF
069080     WRITE EXCEPTION-RECORD.
069090 5127-EXIT.
069100     EXIT.
069110*
069120*-------------------------------------------------------------*
069130* 5130-REJECT-TERMINATED - LOG A PAYMENT RECORD FOR AN
069140*                          EMPLOYEE THE MASTER SHOWS AS
069150*                          TERMINATED
069160*-------------------------------------------------------------*
069170 5130-REJECT-TERMINATED.
069180     ADD 1 TO WS-RECORD-COUNT
069190     ADD 1 TO WS-REJECT-COUNT
069200     ADD 1 TO WS-EXC-TERM-CT
069210     MOVE SPACES TO EXCEPTION-RECORD
069220     MOVE WS-EMPLOYEE-ID TO EXC-EMPLOYEE-ID
069230     MOVE "TERM" TO EXC-CODE
069240     MOVE WS-SALARY TO EXC-OFFENDING-VALUE
069250     MOVE "EMPLOYEE TERMINATED - VERIFY WITH PAYROLL"
069260         TO EXC-ACTION-REQUIRED
069270     WRITE EXCEPTION-RECORD.
069280 5130-EXIT.
069290     EXIT.
069300*
069310*-------------------------------------------------------------*
069320* 5140-REJECT-BAD-DEPT - LOG A RECORD WHOSE DEPARTMENT CODE IS
069330*                        NOT ON THE DEPARTMENT REFERENCE
069340*                        MASTER
069350*-------------------------------------------------------------*
069360 5140-REJECT-BAD-DEPT.
069370     ADD 1 TO WS-RECORD-COUNT
069380     ADD 1 TO WS-REJECT-COUNT
069390     ADD 1 TO WS-EXC-DEPX-CT
069400     MOVE SPACES TO EXCEPTION-RECORD
069410     MOVE WS-EMPLOYEE-ID TO EXC-EMPLOYEE-ID
069420     MOVE "DEPT" TO EXC-CODE
069430     MOVE WS-SALARY TO EXC-OFFENDING-VALUE
069440     MOVE "FIX DEPT CODE OR ADD IT TO THE REFERENCE"
069450         TO EXC-ACTION-REQUIRED
069460     WRITE EXCEPTION-RECORD.
069470 5140-EXIT.
069480     EXIT.
069490*
069500*-------------------------------------------------------------*
069510* 5150-REJECT-BAD-TYPE - LOG A RECORD WHOSE RECORD TYPE IS NOT
069520*                        A PAYMENT, ADJUSTMENT OR REVERSAL
069530*-------------------------------------------------------------*
069540 5150-REJECT-BAD-TYPE.
069550     ADD 1 TO WS-RECORD-COUNT
069560     ADD 1 TO WS-REJECT-COUNT
069570     ADD 1 TO WS-EXC-BTYP-CT
069580     MOVE SPACES TO EXCEPTION-RECORD
069590     MOVE WS-EMPLOYEE-ID TO EXC-EMPLOYEE-ID
069600     MOVE "BTYP" TO EXC-CODE
069610     MOVE WS-SALARY TO EXC-OFFENDING-VALUE
069620     MOVE "CORRECT RECORD TYPE AND RESUBMIT"
069630         TO EXC-ACTION-REQUIRED
069640     WRITE EXCEPTION-RECORD.
069650 5150-EXIT.
069660     EXIT.
069670*
069680*-------------------------------------------------------------*
069690* 5160-REJECT-ORPHAN-REVERSAL - LOG A REVERSAL WITH NO
069700*                               MATCHING POSTED AMOUNT ON THE
069710*                               EMPLOYEE MASTER TO BACK OUT
069720*-------------------------------------------------------------*
069730 5160-REJECT-ORPHAN-REVERSAL.
069740     ADD 1 TO WS-RECORD-COUNT
069750     ADD 1 TO WS-REJECT-COUNT
069760     ADD 1 TO WS-EXC-ORPH-CT
069770     MOVE SPACES TO EXCEPTION-RECORD
069780     MOVE WS-EMPLOYEE-ID TO EXC-EMPLOYEE-ID
069790     MOVE "ORPH" TO EXC-CODE
069800     MOVE WS-SALARY TO EXC-OFFENDING-VALUE
069810     MOVE "VERIFY EMPLOYEE AND ORIGINAL POSTING"
069820         TO EXC-ACTION-REQUIRED
069830     WRITE EXCEPTION-RECORD.
069840 5160-EXIT.
069850     EXIT.
069860*
069870*-------------------------------------------------------------*
069880* 5165-REJECT-ORPHAN-ADJUSTMENT - LOG AN ADJUSTMENT WHOSE
069890*                                 FOR-DATE HAS NO POSTING ON THE
069900*                                 EMPLOYEE'S PAY HISTORY.  IT IS
069910*                                 COUNTED WITH THE ORPHAN
069920*                                 REVERSALS - BOTH CORRECT A
069930*                                 POSTING THAT IS NOT THERE.
069940*-------------------------------------------------------------*
069950 5165-REJECT-ORPHAN-ADJUSTMENT.
069960     ADD 1 TO WS-RECORD-COUNT
069970     ADD 1 TO WS-REJECT-COUNT
069980     ADD 1 TO WS-EXC-ORPH-CT
069990     MOVE SPACES TO EXCEPTION-RECORD
070000     MOVE WS-EMPLOYEE-ID TO EXC-EMPLOYEE-ID
070010     MOVE "ORPH" TO EXC-CODE
070020     MOVE WS-SALARY TO EXC-OFFENDING-VALUE
070030     MOVE "VERIFY ADJUSTMENT FOR-DATE POSTING"
070040         TO EXC-ACTION-REQUIRED
070050     WRITE EXCEPTION-RECORD.
070060 5165-EXIT.
070070     EXIT.
070080*
070090*-------------------------------------------------------------*
070100* 5170-REJECT-JURISDICTION - LOG A RECORD WHOSE EMPLOYEE IS
070110*                            SET UP IN A STATE OR LOCAL
070120*                            JURISDICTION WITH NO RATE SET IN
070130*                            FORCE, OR IN MORE JURISDICTIONS
070140*                            THAN THE MASTER HAS YTD SLOTS FOR
070150*-------------------------------------------------------------*
070160 5170-REJECT-JURISDICTION.
070170     ADD 1 TO WS-RECORD-COUNT
070180     ADD 1 TO WS-REJECT-COUNT
070190     ADD 1 TO WS-EXC-JURS-CT
070200     MOVE SPACES TO EXCEPTION-RECORD
070210     MOVE WS-EMPLOYEE-ID TO EXC-EMPLOYEE-ID
070220     MOVE "JURS" TO EXC-CODE
070230     MOVE WS-SALARY TO EXC-OFFENDING-VALUE
070240     IF WS-JUR-REJECT-CODE = "SLOT"
070250         MOVE "JURISDICTION YTD SLOTS FULL - FIX MASTER"
070260             TO EXC-ACTION-REQUIRED
070270     ELSE
070280         STRING "NO RATE SET FOR JURISDICTION "
070290                 WS-JUR-REJECT-CODE
070300             DELIMITED BY SIZE INTO EXC-ACTION-REQUIRED
070310     END-IF
070320     WRITE EXCEPTION-RECORD.
070330 5170-EXIT.
070340     EXIT.
070350*
070360*-------------------------------------------------------------*
070370* 5200-FLAG-FOR-REVIEW - NOTE A SALARY OVER THE SANITY CEILING
070380*-------------------------------------------------------------*
070390 5200-FLAG-FOR-REVIEW.
070400     ADD 1 TO WS-EXC-CEIL-CT
070410     MOVE SPACES TO EXCEPTION-RECORD
070420     MOVE WS-EMPLOYEE-ID TO EXC-EMPLOYEE-ID
070430     MOVE "CEIL" TO EXC-CODE
070440     MOVE WS-SALARY TO EXC-OFFENDING-VALUE
070450     MOVE "CONFIRM SALARY WITH PAYROLL SUPERVISOR"
070460         TO EXC-ACTION-REQUIRED
070470     WRITE EXCEPTION-RECORD.
070480 5200-EXIT.
070490     EXIT.
070500*
070510*-------------------------------------------------------------*
070520* 5210-FLAG-LEAVE-PAYOUT - NOTE A FINAL PAY WHOSE LEAVE PAYOUT
070530*                          WAS WITHHELD - NO HOURLY RATE ON THE
070540*                          MASTER TO VALUE IT, OR GROSS WOULD
070550*                          OVERFLOW.  THE HOURS STAY ON THE
070560*                          BALANCE FOR MANUAL SETTLEMENT.
070570*-------------------------------------------------------------*
070580 5210-FLAG-LEAVE-PAYOUT.
070590     ADD 1 TO WS-EXC-LPAY-CT
070600     MOVE SPACES TO EXCEPTION-RECORD
070610     MOVE WS-EMPLOYEE-ID TO EXC-EMPLOYEE-ID
070620     MOVE "LPAY" TO EXC-CODE
070630     MOVE WS-SALARY TO EXC-OFFENDING-VALUE
070640     IF WS-LPAY-NO-RATE
070650         MOVE "NO HOURLY RATE - SETTLE LEAVE MANUALLY"
070660             TO EXC-ACTION-REQUIRED
070670     ELSE
070680         MOVE "PAYOUT OVERFLOWS GROSS - SETTLE MANUALLY"
070690             TO EXC-ACTION-REQUIRED
070700     END-IF
070710     WRITE EXCEPTION-RECORD.
070720 5210-EXIT.
070730     EXIT.
070740*
070750*=============================================================*
070760* 9000-TERMINATE - WRITE THE CONTROL TOTAL, CLOSE FILES,
070770*                  AND FINISH THE RUN
070780*=============================================================*
070790 9000-TERMINATE.
070800     MOVE ZERO TO WS-JGL-RUN-TOTAL
070810     PERFORM 9050-SUM-JUR-GL THRU 9050-EXIT
070820         VARYING WS-JGL-IDX FROM 1 BY 1
070830         UNTIL WS-JGL-IDX > WS-JGL-COUNT
070840     MOVE SPACES TO TAX-REPORT-TEXT-LINE
070850     MOVE WS-RECORD-COUNT TO WS-RECORD-COUNT-ED
070860     MOVE WS-TOTAL-TAX TO WS-TOTAL-TAX-ED
070870     MOVE WS-REJECT-COUNT TO WS-REJECT-COUNT-ED
070880     MOVE WS-GRAND-TOTAL-WITHHELD TO WS-GRAND-TOTAL-WH-ED
070890     STRING "EMPLOYEES PROCESSED: " WS-RECORD-COUNT-ED
070900             "   TOTAL INCOME TAX: " WS-TOTAL-TAX-ED
070910             "   TOTAL WITHHELD: " WS-GRAND-TOTAL-WH-ED
070920             "   REJECTED: " WS-REJECT-COUNT-ED
070930         DELIMITED BY SIZE INTO TAX-REPORT-TEXT-LINE
070940     WRITE TAX-REPORT-RECORD
070950     MOVE SPACES TO TAX-REPORT-TEXT-LINE
070960     MOVE WS-ADJUSTMENT-COUNT TO WS-ADJUSTMENT-COUNT-ED
070970     MOVE WS-REVERSAL-COUNT TO WS-REVERSAL-COUNT-ED
070980     STRING "ADJUSTMENTS POSTED: " WS-ADJUSTMENT-COUNT-ED
070990             "   REVERSALS POSTED: " WS-REVERSAL-COUNT-ED
071000         DELIMITED BY SIZE INTO TAX-REPORT-TEXT-LINE
071010     WRITE TAX-REPORT-RECORD
071020     MOVE SPACES TO TAX-REPORT-TEXT-LINE
071030     MOVE WS-RUN-ER-SOC-SEC-TOTAL TO WS-ER-SOC-SEC-ED
071040     MOVE WS-RUN-ER-HEALTH-TOTAL  TO WS-ER-HEALTH-ED
071050     MOVE WS-RUN-ER-UNEMP-TOTAL   TO WS-ER-UNEMP-ED
071060     STRING "EMPLOYER SOC SEC MATCH: " WS-ER-SOC-SEC-ED
071070             "   EMPLOYER HEALTH: " WS-ER-HEALTH-ED
071080             "   UNEMPLOYMENT INS: " WS-ER-UNEMP-ED
071090         DELIMITED BY SIZE INTO TAX-REPORT-TEXT-LINE
071100     WRITE TAX-REPORT-RECORD
071110     IF WS-JGL-COUNT > ZERO
071120         MOVE SPACES TO TAX-REPORT-TEXT-LINE
071130         MOVE WS-JGL-RUN-TOTAL TO WS-JGL-RUN-TOTAL-ED
071140         STRING "STATE/LOCAL INCOME TAX WITHHELD: "
071150                 WS-JGL-RUN-TOTAL-ED
071160             DELIMITED BY SIZE INTO TAX-REPORT-TEXT-LINE
071170         WRITE TAX-REPORT-RECORD
071180     END-IF
071190     IF WS-REJECT-COUNT > 0
071200         OR WS-RECON-OUT-OF-BALANCE
071210         MOVE 4 TO RETURN-CODE
071220     END-IF
071230     IF WS-BATCH-MODE
071240         PERFORM 9100-WRITE-DEPT-REPORT THRU 9100-EXIT
071250         PERFORM 9200-WRITE-GL-INTERFACE THRU 9200-EXIT
071260         PERFORM 9400-WRITE-DISB-TRAILER THRU 9400-EXIT
071270         PERFORM 9450-WRITE-POSPAY-TRAILER THRU 9450-EXIT
071280     END-IF
071290     PERFORM 9300-WRITE-EXCEPTION-SUMMARY THRU 9300-EXIT
071300     CLOSE TAX-REPORT-FILE
071310     CLOSE EXCEPTION-FILE
071320     IF WS-BATCH-MODE
071330         CLOSE EMPLOYEE-FILE
071340         CLOSE EMPLOYEE-MASTER
071350         CLOSE CHECKPOINT-FILE
071360         CLOSE DEPT-REPORT-FILE
071370         CLOSE GL-INTERFACE-FILE
071380         CLOSE PAY-HISTORY-FILE
071390         CLOSE LEAVE-BALANCE-FILE
071400         CLOSE YTD-ARCHIVE-FILE
071410         CLOSE PRIOR-YEAR-CORR-FILE
071420         CLOSE STUB-FILE
071430         CLOSE PAYMENT-INSTRUCTION-FILE
071440         CLOSE CHECK-REGISTER-FILE
071450         PERFORM 9500-MARK-RUN-COMPLETE THRU 9500-EXIT
071460     END-IF
071470     DISPLAY "Run complete. See tax report for results.".
071480 9000-EXIT.
071490     EXIT.
071500*
071510*-------------------------------------------------------------*
071520* 9050-SUM-JUR-GL - ADD ONE JURISDICTION'S NET RUN TOTAL TO THE
071530*                   STATE AND LOCAL WITHHOLDING FOR THE RUN
071540*-------------------------------------------------------------*
071550 9050-SUM-JUR-GL.
071560     ADD WS-JGL-AMOUNT (WS-JGL-IDX) TO WS-JGL-RUN-TOTAL.
071570 9050-EXIT.
071580     EXIT.
071590*
071600*-------------------------------------------------------------*
071610* 9100-WRITE-DEPT-REPORT - WRITE THE DEPARTMENT WITHHOLDING
071620*                          SUMMARY IN DEPARTMENT CODE ORDER,
071630*                          THEN A GRAND TOTAL LINE THAT TIES
071640*                          TO THE TAX REPORT CONTROL TOTALS.
071650*                          THE DEPARTMENT COLUMNS ARE FEDERAL;
071660*                          STATE AND LOCAL WITHHOLDING IS IN
071670*                          THE GRAND TOTAL WITHHELD ONLY.
071680*-------------------------------------------------------------*
071690 9100-WRITE-DEPT-REPORT.
071700     MOVE WS-RUN-DATE TO WS-DH-RUN-DATE
071710     WRITE DEPT-REPORT-LINE FROM WS-DEPT-HEADING-1
071720     IF WS-OFF-CYCLE-RUN
071730         MOVE SPACES TO DEPT-REPORT-LINE
071740         STRING "*** " WS-RUN-LABEL " - SUPERVISOR "
071750                 WS-RUN-SUPERVISOR " ***"
071760             DELIMITED BY SIZE INTO DEPT-REPORT-LINE
071770         WRITE DEPT-REPORT-LINE
071780     END-IF
071790     WRITE DEPT-REPORT-LINE FROM WS-DEPT-HEADING-2
071800     MOVE ZERO TO WS-DEPT-PRINTED-CT
071810     PERFORM 9110-PRINT-LOWEST-DEPT THRU 9110-EXIT
071820         UNTIL WS-DEPT-PRINTED-CT NOT LESS THAN WS-DEPT-COUNT
071830     MOVE SPACES              TO WS-DEPT-DETAIL-LINE
071840     MOVE "*ALL"              TO WS-DD-DEPT-CODE
071850     MOVE WS-DG-EMP-COUNT     TO WS-DD-EMP-COUNT
071860     MOVE WS-DG-GROSS         TO WS-DD-GROSS
071870     MOVE WS-DG-INCOME-TAX    TO WS-DD-INCOME-TAX
071880     MOVE WS-DG-SOC-SEC       TO WS-DD-SOC-SEC
071890     MOVE WS-DG-HEALTH-INS    TO WS-DD-HEALTH-INS
071900     MOVE WS-DG-NET-PAY       TO WS-DD-NET-PAY
071910     WRITE DEPT-REPORT-LINE FROM WS-DEPT-DETAIL-LINE
071920     COMPUTE WS-DG-WITHHELD = WS-DG-INCOME-TAX
071930         + WS-DG-SOC-SEC + WS-DG-HEALTH-INS
071940         + WS-JGL-RUN-TOTAL
071950     MOVE WS-DG-WITHHELD TO WS-DW-WITHHELD
071960     WRITE DEPT-REPORT-LINE FROM WS-DEPT-WITHHELD-LINE.
071970 9100-EXIT.
071980     EXIT.
071990*
072000*-------------------------------------------------------------*
072010* 9110-PRINT-LOWEST-DEPT - FIND THE LOWEST UNPRINTED DEPT CODE
072020*                          IN THE TABLE AND WRITE ITS LINE, SO
072030*                          THE SUMMARY COMES OUT IN DEPT ORDER
072040*                          WITHOUT SORTING THE TABLE
072050*-------------------------------------------------------------*
072060 9110-PRINT-LOWEST-DEPT.
072070     MOVE HIGH-VALUES TO WS-DEPT-LOW-CODE
072080     PERFORM 9115-SCAN-FOR-LOWEST THRU 9115-EXIT
072090         VARYING WS-DEPT-IDX FROM 1 BY 1
072100         UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
072110     PERFORM 9120-WRITE-DEPT-LINE THRU 9120-EXIT
072120     ADD 1 TO WS-DEPT-PRINTED-CT.
072130 9110-EXIT.
072140     EXIT.
072150*
072160*-------------------------------------------------------------*
072170* 9115-SCAN-FOR-LOWEST - REMEMBER THE UNPRINTED TABLE SLOT
072180*                        WITH THE LOWEST DEPARTMENT CODE
072190*-------------------------------------------------------------*
072200 9115-SCAN-FOR-LOWEST.
072210     IF WS-DEPT-NOT-PRINTED (WS-DEPT-IDX)
072220        AND WS-DEPT-CODE (WS-DEPT-IDX) < WS-DEPT-LOW-CODE
072230         MOVE WS-DEPT-CODE (WS-DEPT-IDX) TO WS-DEPT-LOW-CODE
072240         SET WS-DEPT-USE-IDX TO WS-DEPT-IDX
072250     END-IF.
072260 9115-EXIT.
072270     EXIT.
072280*
072290*-------------------------------------------------------------*
072300* 9120-WRITE-DEPT-LINE - WRITE ONE DEPARTMENT'S SUMMARY LINE
072310*                        AND ROLL ITS FIGURES INTO THE GRAND
072320*                        TOTALS
072330*-------------------------------------------------------------*
072340 9120-WRITE-DEPT-LINE.
072350     SET WS-DEPT-PRINTED (WS-DEPT-USE-IDX) TO TRUE
072360     MOVE SPACES TO WS-DEPT-DETAIL-LINE
072370     MOVE WS-DEPT-CODE (WS-DEPT-USE-IDX)       TO WS-DD-DEPT-CODE
072380     MOVE WS-DEPT-CODE (WS-DEPT-USE-IDX)
072390         TO WS-DREF-LOOKUP-CODE
072400     PERFORM 1720-FIND-DEPT-REF THRU 1720-EXIT
072410     IF WS-DREF-FOUND
072420         MOVE WS-DREF-NAME (WS-DREF-USE-IDX)
072430             TO WS-DD-DEPT-NAME
072440     ELSE
072450         MOVE "*NOT ON REFERENCE*" TO WS-DD-DEPT-NAME
072460     END-IF
072470     MOVE WS-DEPT-EMP-COUNT (WS-DEPT-USE-IDX)  TO WS-DD-EMP-COUNT
072480     MOVE WS-DEPT-GROSS (WS-DEPT-USE-IDX)      TO WS-DD-GROSS
072490     MOVE WS-DEPT-INCOME-TAX (WS-DEPT-USE-IDX)
072500         TO WS-DD-INCOME-TAX
072510     MOVE WS-DEPT-SOC-SEC (WS-DEPT-USE-IDX)    TO WS-DD-SOC-SEC
072520     MOVE WS-DEPT-HEALTH-INS (WS-DEPT-USE-IDX)
072530         TO WS-DD-HEALTH-INS
072540     MOVE WS-DEPT-NET-PAY (WS-DEPT-USE-IDX)    TO WS-DD-NET-PAY
072550     WRITE DEPT-REPORT-LINE FROM WS-DEPT-DETAIL-LINE
072560     ADD WS-DEPT-EMP-COUNT (WS-DEPT-USE-IDX)  TO WS-DG-EMP-COUNT
072570     ADD WS-DEPT-GROSS (WS-DEPT-USE-IDX)      TO WS-DG-GROSS
072580     ADD WS-DEPT-INCOME-TAX (WS-DEPT-USE-IDX)
072590         TO WS-DG-INCOME-TAX
072600     ADD WS-DEPT-SOC-SEC (WS-DEPT-USE-IDX)    TO WS-DG-SOC-SEC
072610     ADD WS-DEPT-HEALTH-INS (WS-DEPT-USE-IDX)
072620         TO WS-DG-HEALTH-INS
072630     ADD WS-DEPT-NET-PAY (WS-DEPT-USE-IDX)    TO WS-DG-NET-PAY.
072640 9120-EXIT.
072650     EXIT.
072660*
072670*-------------------------------------------------------------*
072680* 9200-WRITE-GL-INTERFACE - ONE FIXED DEBIT/CREDIT RECORD PER
072690*                           POSTING CATEGORY.  THE SALARY
072700*                           EXPENSE DEBIT IS BROKEN OUT INTO
072710*                           ONE DEBIT PER DEPARTMENT'S COST-
072720*                           CENTER ACCOUNT; THE DEBITS STILL
072730*                           SUM TO THE CREDITS BECAUSE EVERY
072740*                           POSTED EMPLOYEE LANDS IN EXACTLY
072750*                           ONE DEPARTMENT TABLE ENTRY.
072760*                           THE EMPLOYER PAYROLL TAXES POST
072770*                           THE SAME WAY - AN EXPENSE DEBIT PER
072780*                           DEPARTMENT AGAINST ONE LIABILITY
072790*                           CREDIT PER TAX.  STATE AND LOCAL
072800*                           WITHHOLDING CREDITS EACH
072810*                           JURISDICTION'S OWN ACCOUNT (9250).
072820*-------------------------------------------------------------*
072830 9200-WRITE-GL-INTERFACE.
072840     MOVE SPACES                  TO GL-POSTING-RECORD
072850     PERFORM 9230-WRITE-DEPT-EXPENSE THRU 9230-EXIT
072860         VARYING WS-DEPT-IDX FROM 1 BY 1
072870         UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
072880     MOVE "21100000"              TO GLI-ACCOUNT
072890     MOVE "INCOME TAX WITHHELD"   TO GLI-DESCRIPTION
072900     MOVE "C"                     TO GLI-DEBIT-CREDIT
072910     MOVE WS-TOTAL-TAX            TO GLI-AMOUNT
072920     PERFORM 9210-WRITE-GL-RECORD THRU 9210-EXIT
072930     MOVE "21200000"              TO GLI-ACCOUNT
072940     MOVE "SOC SEC WITHHELD"      TO GLI-DESCRIPTION
072950     MOVE "C"                     TO GLI-DEBIT-CREDIT
072960     MOVE WS-RUN-SOC-SEC-TOTAL    TO GLI-AMOUNT
072970     PERFORM 9210-WRITE-GL-RECORD THRU 9210-EXIT
072980     MOVE "21300000"              TO GLI-ACCOUNT
072990     MOVE "HEALTH INS WITHHELD"   TO GLI-DESCRIPTION
073000     MOVE "C"                     TO GLI-DEBIT-CREDIT
073010     MOVE WS-RUN-HEALTH-INS-TOTAL TO GLI-AMOUNT
073020     PERFORM 9210-WRITE-GL-RECORD THRU 9210-EXIT
073030     MOVE "21900000"              TO GLI-ACCOUNT
073040     MOVE "NET PAY CLEARING"      TO GLI-DESCRIPTION
073050     MOVE "C"                     TO GLI-DEBIT-CREDIT
073060     MOVE WS-RUN-NET-PAY-TOTAL    TO GLI-AMOUNT
073070     PERFORM 9210-WRITE-GL-RECORD THRU 9210-EXIT
073080     PERFORM 9240-WRITE-DEPT-ER-EXPENSE THRU 9240-EXIT
073090         VARYING WS-DEPT-IDX FROM 1 BY 1
073100         UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
073110     MOVE SPACES                  TO GL-POSTING-RECORD
073120     MOVE "21210000"              TO GLI-ACCOUNT
073130     MOVE "ER SOC SEC PAYABLE"    TO GLI-DESCRIPTION
073140     MOVE "C"                     TO GLI-DEBIT-CREDIT
073150     MOVE WS-RUN-ER-SOC-SEC-TOTAL TO GLI-AMOUNT
073160     PERFORM 9210-WRITE-GL-RECORD THRU 9210-EXIT
073170     MOVE "21310000"              TO GLI-ACCOUNT
073180     MOVE "ER HEALTH INS PAYABLE" TO GLI-DESCRIPTION
073190     MOVE "C"                     TO GLI-DEBIT-CREDIT
073200     MOVE WS-RUN-ER-HEALTH-TOTAL  TO GLI-AMOUNT
073210     PERFORM 9210-WRITE-GL-RECORD THRU 9210-EXIT
073220     MOVE "21400000"              TO GLI-ACCOUNT
073230     MOVE "UNEMPLOYMENT INS PAYABLE" TO GLI-DESCRIPTION
073240     MOVE "C"                     TO GLI-DEBIT-CREDIT
073250     MOVE WS-RUN-ER-UNEMP-TOTAL   TO GLI-AMOUNT
073260     PERFORM 9210-WRITE-GL-RECORD THRU 9210-EXIT
073270     PERFORM 9220-WRITE-ELECT-GL THRU 9220-EXIT
073280         VARYING WS-EGL-IDX FROM 1 BY 1
073290         UNTIL WS-EGL-IDX > WS-EGL-COUNT
073300     PERFORM 9250-WRITE-JUR-GL THRU 9250-EXIT
073310         VARYING WS-JGL-IDX FROM 1 BY 1
073320         UNTIL WS-JGL-IDX > WS-JGL-COUNT.
073330 9200-EXIT.
073340     EXIT.
073350*
073360*-------------------------------------------------------------*
073370* 9220-WRITE-ELECT-GL - ONE CREDIT PER DEDUCTION CODE TAKEN
073380*                       THIS RUN, EACH TO ITS OWN REMITTANCE
073390*                       ACCOUNT.  THE "*REV" ENTRY - ELECTION
073400*                       TOTALS BACKED OUT BY REVERSALS - POSTS
073410*                       AS A DEBIT TO THE VOL-DED REVERSAL
073420*                       CLEARING ACCOUNT SO THE INTERFACE
073430*                       STILL BALANCES TO THE SALARY EXPENSE
073440*                       DEBIT.
073450*-------------------------------------------------------------*
073460 9220-WRITE-ELECT-GL.
073470     MOVE SPACES TO GL-POSTING-RECORD
073480     MOVE WS-EGL-GL-ACCOUNT (WS-EGL-IDX) TO GLI-ACCOUNT
073490     IF WS-EGL-CODE (WS-EGL-IDX) = "*REV"
073500         MOVE "VOL DEDUCTIONS REVERSED" TO GLI-DESCRIPTION
073510         MOVE "D" TO GLI-DEBIT-CREDIT
073520     ELSE
073530         STRING "VOL DED " WS-EGL-CODE (WS-EGL-IDX)
073540                 " WITHHELD"
073550             DELIMITED BY SIZE INTO GLI-DESCRIPTION
073560         MOVE "C" TO GLI-DEBIT-CREDIT
073570     END-IF
073580     MOVE WS-EGL-AMOUNT (WS-EGL-IDX) TO GLI-AMOUNT
073590     PERFORM 9210-WRITE-GL-RECORD THRU 9210-EXIT.
073600 9220-EXIT.
073610     EXIT.
073620*
073630*-------------------------------------------------------------*
073640* 9210-WRITE-GL-RECORD - STAMP THE RUN DATE AND WRITE THE
073650*                        POSTING RECORD BUILT BY THE CALLER
073660*-------------------------------------------------------------*
073670 9210-WRITE-GL-RECORD.
073680     MOVE WS-RUN-DATE TO GLI-RUN-DATE
073690     MOVE WS-RUN-TYPE-SW TO GLI-RUN-TYPE
073700     MOVE WS-RUN-NO TO GLI-RUN-NO
073710     WRITE GL-POSTING-RECORD.
073720 9210-EXIT.
073730     EXIT.
073740*
073750*-------------------------------------------------------------*
073760* 9230-WRITE-DEPT-EXPENSE - ONE SALARY EXPENSE DEBIT FOR ONE
073770*                           DEPARTMENT'S COST-CENTER ACCOUNT,
073780*                           SO FINANCE STOPS REALLOCATING
073790*                           PAYROLL EXPENSE BY HAND FROM THE
073800*                           PRINTED SUMMARY.  AN ENTRY WITH NO
073810*                           REFERENCE MATCH (THE "****" TABLE-
073820*                           OVERFLOW CATCH-ALL) DEBITS THE OLD
073830*                           COMPANY-WIDE ACCOUNT.  ZERO
073840*                           ENTRIES WRITE NOTHING.
073850*-------------------------------------------------------------*
073860 9230-WRITE-DEPT-EXPENSE.
073870     IF WS-DEPT-GROSS (WS-DEPT-IDX) = ZERO
073880         GO TO 9230-EXIT
073890     END-IF
073900     MOVE SPACES TO GL-POSTING-RECORD
073910     MOVE WS-DEPT-CODE (WS-DEPT-IDX) TO WS-DREF-LOOKUP-CODE
073920     PERFORM 1720-FIND-DEPT-REF THRU 1720-EXIT
073930     IF WS-DREF-FOUND
073940         MOVE WS-DREF-GL-ACCOUNT (WS-DREF-USE-IDX)
073950             TO GLI-ACCOUNT
073960     ELSE
073970         MOVE "51000000" TO GLI-ACCOUNT
073980     END-IF
073990     STRING "SALARY EXPENSE "
074000             WS-DEPT-CODE (WS-DEPT-IDX)
074010         DELIMITED BY SIZE INTO GLI-DESCRIPTION
074020     MOVE "D" TO GLI-DEBIT-CREDIT
074030     MOVE WS-DEPT-GROSS (WS-DEPT-IDX) TO GLI-AMOUNT
074040     PERFORM 9210-WRITE-GL-RECORD THRU 9210-EXIT.
074050 9230-EXIT.
074060     EXIT.
074070*
074080*-------------------------------------------------------------*
074090* 9240-WRITE-DEPT-ER-EXPENSE - ONE EMPLOYER PAYROLL TAX EXPENSE
074100*                              DEBIT FOR ONE DEPARTMENT, TO THE
074110*                              SAME COST-CENTER ACCOUNT AS ITS
074120*                              SALARY EXPENSE.  THE DESCRIPTION
074130*                              PREFIX KEEPS IT OUT OF THE GROSS
074140*                              RECONCILIATION IN QTREND.  ZERO
074150*                              ENTRIES WRITE NOTHING.
074160*-------------------------------------------------------------*
074170 9240-WRITE-DEPT-ER-EXPENSE.
074180     IF WS-DEPT-ER-TAXES (WS-DEPT-IDX) = ZERO
074190         GO TO 9240-EXIT
074200     END-IF
074210     MOVE SPACES TO GL-POSTING-RECORD
074220     MOVE WS-DEPT-CODE (WS-DEPT-IDX) TO WS-DREF-LOOKUP-CODE
074230     PERFORM 1720-FIND-DEPT-REF THRU 1720-EXIT
074240     IF WS-DREF-FOUND
074250         MOVE WS-DREF-GL-ACCOUNT (WS-DREF-USE-IDX)
074260             TO GLI-ACCOUNT
074270     ELSE
074280         MOVE "51000000" TO GLI-ACCOUNT
074290     END-IF
074300     STRING "ER PAYROLL TAX "
074310             WS-DEPT-CODE (WS-DEPT-IDX)
074320         DELIMITED BY SIZE INTO GLI-DESCRIPTION
074330     MOVE "D" TO GLI-DEBIT-CREDIT
074340     MOVE WS-DEPT-ER-TAXES (WS-DEPT-IDX) TO GLI-AMOUNT
074350     PERFORM 9210-WRITE-GL-RECORD THRU 9210-EXIT.
074360 9240-EXIT.
074370     EXIT.
074380*
074390*-------------------------------------------------------------*
074400* 9250-WRITE-JUR-GL - ONE CREDIT PER STATE OR LOCAL
074410*                     JURISDICTION WITHHELD THIS RUN, TO ITS OWN
074420*                     LIABILITY ACCOUNT, NET OF REVERSALS
074430*-------------------------------------------------------------*
074440 9250-WRITE-JUR-GL.
074450     MOVE SPACES TO GL-POSTING-RECORD
074460     MOVE WS-JGL-GL-ACCOUNT (WS-JGL-IDX) TO GLI-ACCOUNT
074470     STRING "STATE/LOCAL TAX " WS-JGL-CODE (WS-JGL-IDX)
074480         DELIMITED BY SIZE INTO GLI-DESCRIPTION
074490     MOVE "C" TO GLI-DEBIT-CREDIT
074500     MOVE WS-JGL-AMOUNT (WS-JGL-IDX) TO GLI-AMOUNT
074510     PERFORM 9210-WRITE-GL-RECORD THRU 9210-EXIT.
074520 9250-EXIT.
074530     EXIT.
074540*
074550*-------------------------------------------------------------*
074560* 9300-WRITE-EXCEPTION-SUMMARY - COUNT SUMMARY AT THE END OF
074570*                                THE EXCEPTION FILE, ONE LINE
074580*                                PER EXCEPTION CODE PLUS A
074590*                                TOTAL, SO OPERATIONS SEES THE
074600*                                NIGHT'S WORKLOAD AT A GLANCE
074610*-------------------------------------------------------------*
074620 9300-WRITE-EXCEPTION-SUMMARY.
074630     COMPUTE WS-EXC-TOTAL-CT = WS-EXC-ZSAL-CT + WS-EXC-BTYP-CT
074640         + WS-EXC-ORPH-CT + WS-EXC-CEIL-CT + WS-EXC-RECON-CT
074650         + WS-EXC-ZHRS-CT + WS-EXC-NRTE-CT + WS-EXC-HOVR-CT
074660         + WS-EXC-TERM-CT
074670         + WS-EXC-DEPX-CT
074680         + WS-EXC-LBAL-CT + WS-EXC-LPAY-CT
074690         + WS-EXC-JURS-CT
074700     MOVE SPACES TO EXCEPTION-TEXT-LINE
074710     MOVE WS-EXC-ZSAL-CT TO WS-EXC-COUNT-ED
074720     STRING "ZERO SALARY REJECTS (ZSAL):      " WS-EXC-COUNT-ED
074730         DELIMITED BY SIZE INTO EXCEPTION-TEXT-LINE
074740     WRITE EXCEPTION-RECORD
074750     MOVE SPACES TO EXCEPTION-TEXT-LINE
074760     MOVE WS-EXC-BTYP-CT TO WS-EXC-COUNT-ED
074770     STRING "UNKNOWN RECORD TYPES (BTYP):     " WS-EXC-COUNT-ED
074780         DELIMITED BY SIZE INTO EXCEPTION-TEXT-LINE
074790     WRITE EXCEPTION-RECORD
074800     MOVE SPACES TO EXCEPTION-TEXT-LINE
074810     MOVE WS-EXC-ORPH-CT TO WS-EXC-COUNT-ED
074820     STRING "ORPHAN REVERSALS (ORPH):         " WS-EXC-COUNT-ED
074830         DELIMITED BY SIZE INTO EXCEPTION-TEXT-LINE
074840     WRITE EXCEPTION-RECORD
074850     MOVE SPACES TO EXCEPTION-TEXT-LINE
074860     MOVE WS-EXC-CEIL-CT TO WS-EXC-COUNT-ED
074870     STRING "REVIEW FLAGS (CEIL):             " WS-EXC-COUNT-ED
074880         DELIMITED BY SIZE INTO EXCEPTION-TEXT-LINE
074890     WRITE EXCEPTION-RECORD
074900     MOVE SPACES TO EXCEPTION-TEXT-LINE
074910     MOVE WS-EXC-ZHRS-CT TO WS-EXC-COUNT-ED
074920     STRING "ZERO HOURS REJECTS (ZHRS):       " WS-EXC-COUNT-ED
074930         DELIMITED BY SIZE INTO EXCEPTION-TEXT-LINE
074940     WRITE EXCEPTION-RECORD
074950     MOVE SPACES TO EXCEPTION-TEXT-LINE
074960     MOVE WS-EXC-NRTE-CT TO WS-EXC-COUNT-ED
074970     STRING "HOURLY WITH NO RATE (NRTE):      " WS-EXC-COUNT-ED
074980         DELIMITED BY SIZE INTO EXCEPTION-TEXT-LINE
074990     WRITE EXCEPTION-RECORD
075000     MOVE SPACES TO EXCEPTION-TEXT-LINE
075010     MOVE WS-EXC-HOVR-CT TO WS-EXC-COUNT-ED
075020     STRING "HOURLY GROSS OVERFLOWS (HOVR):   " WS-EXC-COUNT-ED
075030         DELIMITED BY SIZE INTO EXCEPTION-TEXT-LINE
075040     WRITE EXCEPTION-RECORD
075050     MOVE SPACES TO EXCEPTION-TEXT-LINE
075060     MOVE WS-EXC-TERM-CT TO WS-EXC-COUNT-ED
075070     STRING "TERMINATED EMPLOYEE PAY (TERM):  " WS-EXC-COUNT-ED
075080         DELIMITED BY SIZE INTO EXCEPTION-TEXT-LINE
075090     WRITE EXCEPTION-RECORD
075100     MOVE SPACES TO EXCEPTION-TEXT-LINE
075110     MOVE WS-EXC-DEPX-CT TO WS-EXC-COUNT-ED
075120     STRING "UNKNOWN DEPARTMENTS (DEPT):      " WS-EXC-COUNT-ED
075130         DELIMITED BY SIZE INTO EXCEPTION-TEXT-LINE
075140     WRITE EXCEPTION-RECORD
075150     MOVE SPACES TO EXCEPTION-TEXT-LINE
075160     MOVE WS-EXC-LBAL-CT TO WS-EXC-COUNT-ED
075170     STRING "LEAVE BALANCE REJECTS (LBAL):    " WS-EXC-COUNT-ED
075180         DELIMITED BY SIZE INTO EXCEPTION-TEXT-LINE
075190     WRITE EXCEPTION-RECORD
075200     MOVE SPACES TO EXCEPTION-TEXT-LINE
075210     MOVE WS-EXC-LPAY-CT TO WS-EXC-COUNT-ED
075220     STRING "LEAVE PAYOUTS WITHHELD (LPAY):   " WS-EXC-COUNT-ED
075230         DELIMITED BY SIZE INTO EXCEPTION-TEXT-LINE
075240     WRITE EXCEPTION-RECORD
075250     MOVE SPACES TO EXCEPTION-TEXT-LINE
075260     MOVE WS-EXC-JURS-CT TO WS-EXC-COUNT-ED
075270     STRING "STATE/LOCAL TAX REJECTS (JURS):  " WS-EXC-COUNT-ED
075280         DELIMITED BY SIZE INTO EXCEPTION-TEXT-LINE
075290     WRITE EXCEPTION-RECORD
075300     MOVE SPACES TO EXCEPTION-TEXT-LINE
075310     MOVE WS-EXC-RECON-CT TO WS-EXC-COUNT-ED
075320     STRING "RECONCILIATION BREAKS (R***):    " WS-EXC-COUNT-ED
075330         DELIMITED BY SIZE INTO EXCEPTION-TEXT-LINE
075340     WRITE EXCEPTION-RECORD
075350     MOVE SPACES TO EXCEPTION-TEXT-LINE
075360     MOVE WS-EXC-TOTAL-CT TO WS-EXC-TOTAL-ED
075370     STRING "TOTAL EXCEPTIONS:               " WS-EXC-TOTAL-ED
075380         DELIMITED BY SIZE INTO EXCEPTION-TEXT-LINE
075390     WRITE EXCEPTION-RECORD.
075400 9300-EXIT.
075410     EXIT.
075420*
075430*-------------------------------------------------------------*
075440* 9400-WRITE-DISB-TRAILER - SEND TONIGHT'S PRENOTES, THEN
075450*                           COUNT AND TOTAL THE PAYMENT
075460*                           RECORDS ON THE DISBURSEMENT FILE.
075470*                           THE BANK BALANCES THE FILE AGAINST
075480*                           THIS TRAILER BEFORE PAYING, SO THE
075490*                           TRAILER IS BUILT BY RE-READING THE
075500*                           FILE ITSELF AND TALLYING ITS 'D'
075510*                           RECORDS - NOT FROM RUN ACCUMULATORS
075520*                           THAT CAN DISAGREE WITH THE FILE
075530*                           AFTER A CRASH-RESTART.
075540*-------------------------------------------------------------*
075550 9400-WRITE-DISB-TRAILER.
075560     PERFORM 9420-SEND-PRENOTES THRU 9420-EXIT
075570     CLOSE DISBURSEMENT-FILE
075580     MOVE ZERO TO WS-DISB-COUNT
075590     MOVE ZERO TO WS-DISB-TOTAL
075600     MOVE ZERO TO WS-PRENOTE-COUNT
075610     SET WS-DISB-NOT-END-OF-FILE TO TRUE
075620     OPEN INPUT DISBURSEMENT-FILE
075630     IF WS-DISBURSEMENT-STATUS NOT = "00"
075640         DISPLAY "DISBURSEMENT TALLY OPEN FAILED - STATUS "
075650             WS-DISBURSEMENT-STATUS
075660         MOVE 16 TO RETURN-CODE
075670         GO TO 9400-EXIT
075680     END-IF
075690     PERFORM 9410-TALLY-DISB-RECORD THRU 9410-EXIT
075700         UNTIL WS-DISB-END-OF-FILE
075710     CLOSE DISBURSEMENT-FILE
075720     OPEN EXTEND DISBURSEMENT-FILE
075730     IF WS-DISBURSEMENT-STATUS NOT = "00"
075740         DISPLAY "DISBURSEMENT TRAILER OPEN FAILED - STATUS "
075750             WS-DISBURSEMENT-STATUS
075760         MOVE 16 TO RETURN-CODE
075770         GO TO 9400-EXIT
075780     END-IF
075790     MOVE SPACES TO DISBURSEMENT-RECORD
075800     MOVE 'T'           TO DST-REC-TYPE
075810     MOVE WS-DISB-COUNT TO DST-PAYMENT-COUNT
075820     MOVE WS-DISB-TOTAL TO DST-TOTAL-NET
075830     MOVE WS-PRENOTE-COUNT TO DST-PRENOTE-COUNT
075840     MOVE WS-RUN-TYPE-SW TO DST-RUN-TYPE
075850     MOVE WS-RUN-NO     TO DST-RUN-NO
075860     WRITE DISBURSEMENT-RECORD
075870     CLOSE DISBURSEMENT-FILE.
075880 9400-EXIT.
075890     EXIT.
075900*
075910*-------------------------------------------------------------*
075920* 9410-TALLY-DISB-RECORD - TALLY ONE PAYMENT RECORD FROM THE
075930*                          RE-READ OF THE DISBURSEMENT FILE
075940*-------------------------------------------------------------*
075950 9410-TALLY-DISB-RECORD.
075960     READ DISBURSEMENT-FILE
075970         AT END
075980             SET WS-DISB-END-OF-FILE TO TRUE
075990         NOT AT END
076000             IF DSB-REC-TYPE = 'D'
076010                 ADD 1 TO WS-DISB-COUNT
076020                 ADD DSB-NET-AMOUNT TO WS-DISB-TOTAL
076030             END-IF
076040             IF DSB-REC-TYPE = 'N'
076050                 ADD 1 TO WS-PRENOTE-COUNT
076060             END-IF
076070     END-READ.
076080 9410-EXIT.
076090     EXIT.
076100*
076110*-------------------------------------------------------------*
076120* 9420-SEND-PRENOTES - ONE ZERO-DOLLAR PRENOTE RECORD FOR EACH
076130*                      ACCOUNT PENDING ON THE PAYMENT
076140*                      INSTRUCTION FILE, AFTER WHICH THE
076150*                      ACCOUNT IS MARKED SENT WITH TONIGHT'S
076160*                      DATE.  THE PRENOTE IS WRITTEN BEFORE THE
076170*                      MARK, SO A CRASH HERE CAN REPEAT A
076180*                      PRENOTE BUT NEVER LOSE ONE.
076190*-------------------------------------------------------------*
076200 9420-SEND-PRENOTES.
076210     MOVE ZERO TO PIN-EMPLOYEE-ID
076220     SET WS-PIN-NOT-END-OF-FILE TO TRUE
076230     START PAYMENT-INSTRUCTION-FILE
076240         KEY GREATER THAN PIN-EMPLOYEE-ID
076250         INVALID KEY
076260             SET WS-PIN-END-OF-FILE TO TRUE
076270     END-START
076280     PERFORM 9425-PRENOTE-ONE-INSTR THRU 9425-EXIT
076290         UNTIL WS-PIN-END-OF-FILE.
076300 9420-EXIT.
076310     EXIT.
076320*
076330*-------------------------------------------------------------*
076340* 9425-PRENOTE-ONE-INSTR - ONE INSTRUCTION; SEND ITS PENDING
076350*                          ACCOUNTS AND MARK THEM SENT
076360*-------------------------------------------------------------*
076370 9425-PRENOTE-ONE-INSTR.
076380     READ PAYMENT-INSTRUCTION-FILE NEXT RECORD
076390         AT END
076400             SET WS-PIN-END-OF-FILE TO TRUE
076410             GO TO 9425-EXIT
076420     END-READ
076430     IF NOT PIN-PRENOTE-PENDING (1)
076440        AND NOT PIN-PRENOTE-PENDING (2)
076450         GO TO 9425-EXIT
076460     END-IF
076470     MOVE PIN-EMPLOYEE-ID TO EMM-EMPLOYEE-ID
076480     READ EMPLOYEE-MASTER
076490         INVALID KEY
076500             MOVE SPACES TO EMM-NAME
076510             MOVE SPACES TO EMM-DEPT-CODE
076520     END-READ
076530     PERFORM 9430-PRENOTE-ONE-ACCOUNT THRU 9430-EXIT
076540         VARYING PIN-ACCT-IDX FROM 1 BY 1
076550         UNTIL PIN-ACCT-IDX > 2
076560     REWRITE PAYMENT-INSTRUCTION-RECORD
076570     IF WS-PAYMENT-INSTR-STATUS NOT = "00"
076580         DISPLAY "PAYMENT INSTRUCTION REWRITE FAILED - STATUS "
076590             WS-PAYMENT-INSTR-STATUS " EMPLOYEE " PIN-EMPLOYEE-ID
076600     END-IF.
076610 9425-EXIT.
076620     EXIT.
076630*
076640*-------------------------------------------------------------*
076650* 9430-PRENOTE-ONE-ACCOUNT - THE ZERO-DOLLAR RECORD FOR ONE
076660*                            PENDING ACCOUNT
076670*-------------------------------------------------------------*
076680 9430-PRENOTE-ONE-ACCOUNT.
076690     IF NOT PIN-PRENOTE-PENDING (PIN-ACCT-IDX)
076700         GO TO 9430-EXIT
076710     END-IF
076720     MOVE SPACES TO DISBURSEMENT-RECORD
076730     MOVE 'N'             TO DSB-REC-TYPE
076740     MOVE PIN-EMPLOYEE-ID TO DSB-EMPLOYEE-ID
076750     MOVE EMM-NAME        TO DSB-NAME
076760     MOVE EMM-DEPT-CODE   TO DSB-DEPT-CODE
076770     MOVE WS-RUN-DATE     TO DSB-PAY-DATE
076780     MOVE ZERO            TO DSB-NET-AMOUNT
076790     MOVE PIN-ROUTING-NO (PIN-ACCT-IDX)   TO DSB-ROUTING-NO
076800     MOVE PIN-ACCOUNT-NO (PIN-ACCT-IDX)   TO DSB-ACCOUNT-NO
076810     MOVE PIN-ACCOUNT-TYPE (PIN-ACCT-IDX) TO DSB-ACCOUNT-TYPE
076820     SET DSB-SPLIT-SEQ TO PIN-ACCT-IDX
076830     MOVE WS-RUN-TYPE-SW  TO DSB-RUN-TYPE
076840     MOVE WS-RUN-NO       TO DSB-RUN-NO
076850     WRITE DISBURSEMENT-RECORD
076860     SET PIN-PRENOTE-SENT (PIN-ACCT-IDX) TO TRUE
076870     MOVE WS-RUN-DATE TO PIN-PRENOTE-DATE (PIN-ACCT-IDX).
076880 9430-EXIT.
076890     EXIT.
076900*
076910*-------------------------------------------------------------*
076920* 9450-WRITE-POSPAY-TRAILER - COUNT AND TOTAL OF THE CHECKS ON
076930*                             THE POSITIVE PAY FILE, TALLIED
076940*                             FROM THE FILE ITSELF LIKE THE
076950*                             DISBURSEMENT TRAILER, WRITTEN AS
076960*                             THE FILE'S TRAILER AND AS THE
076970*                             CHECK REGISTER'S CLOSING TOTAL
076980*-------------------------------------------------------------*
076990 9450-WRITE-POSPAY-TRAILER.
077000     CLOSE POSITIVE-PAY-FILE
077010     MOVE ZERO TO WS-PP-COUNT
077020     MOVE ZERO TO WS-PP-TOTAL
077030     SET WS-PP-NOT-END-OF-FILE TO TRUE
077040     OPEN INPUT POSITIVE-PAY-FILE
077050     IF WS-POSITIVE-PAY-STATUS NOT = "00"
077060         DISPLAY "POSITIVE PAY TALLY OPEN FAILED - STATUS "
077070             WS-POSITIVE-PAY-STATUS
077080         MOVE 16 TO RETURN-CODE
077090         GO TO 9450-EXIT
077100     END-IF
077110     PERFORM 9460-TALLY-POSPAY-RECORD THRU 9460-EXIT
077120         UNTIL WS-PP-END-OF-FILE
077130     CLOSE POSITIVE-PAY-FILE
077140     OPEN EXTEND POSITIVE-PAY-FILE
077150     IF WS-POSITIVE-PAY-STATUS NOT = "00"
077160         DISPLAY "POSITIVE PAY TRAILER OPEN FAILED - STATUS "
077170             WS-POSITIVE-PAY-STATUS
077180         MOVE 16 TO RETURN-CODE
077190         GO TO 9450-EXIT
077200     END-IF
077210     MOVE SPACES TO POSITIVE-PAY-RECORD
077220     MOVE 'T'                   TO PPT-REC-TYPE
077230     MOVE WS-PP-COUNT           TO PPT-ISSUE-COUNT
077240     MOVE WS-PP-TOTAL           TO PPT-TOTAL-AMOUNT
077250     MOVE WS-CHECK-BANK-ACCOUNT TO PPT-ACCOUNT-NO
077260     MOVE WS-RUN-TYPE-SW        TO PPT-RUN-TYPE
077270     MOVE WS-RUN-NO             TO PPT-RUN-NO
077280     WRITE POSITIVE-PAY-RECORD
077290     CLOSE POSITIVE-PAY-FILE
077300     MOVE WS-PP-COUNT TO WS-PP-COUNT-ED
077310     MOVE WS-PP-TOTAL TO WS-PP-TOTAL-ED
077320     MOVE SPACES TO CHECK-REGISTER-LINE
077330     STRING "CHECKS ISSUED: " WS-PP-COUNT-ED
077340             "   TOTAL: " WS-PP-TOTAL-ED
077350         DELIMITED BY SIZE INTO CHECK-REGISTER-LINE
077360     WRITE CHECK-REGISTER-LINE.
077370 9450-EXIT.
077380     EXIT.
077390*
077400*-------------------------------------------------------------*
077410* 9460-TALLY-POSPAY-RECORD - TALLY ONE CHECK FROM A READ OF THE
077420*                            POSITIVE PAY FILE, KEEPING THE LAST
077430*                            NUMBER SEEN
077440*-------------------------------------------------------------*
077450 9460-TALLY-POSPAY-RECORD.
077460     READ POSITIVE-PAY-FILE
077470         AT END
077480             SET WS-PP-END-OF-FILE TO TRUE
077490         NOT AT END
077500             IF PPY-REC-TYPE = 'I'
077510                 ADD 1 TO WS-PP-COUNT
077520                 ADD PPY-AMOUNT TO WS-PP-TOTAL
077530                 MOVE PPY-CHECK-NO TO WS-LAST-PP-CHECK-NO
077540             END-IF
077550     END-READ.
077560 9460-EXIT.
077570     EXIT.
077580*
077590*-------------------------------------------------------------*
077600* 9500-MARK-RUN-COMPLETE - STAMP THE RUN DATE COMPLETE ON THE
077610*                          RUN CONTROL FILE.  REACHED ONLY
077620*                          FROM A CLEAN TERMINATE - AN ABEND
077630*                          LEAVES THE IN-FLIGHT MARK FOR THE
077640*                          CHECKPOINT RESTART TO FIND.
077650*-------------------------------------------------------------*
077660 9500-MARK-RUN-COMPLETE.
077670     MOVE WS-RUN-DATE TO RCT-RUN-DATE
077680     MOVE WS-RUN-NO TO RCT-RUN-NO
077690     READ RUN-CONTROL-FILE
077700         INVALID KEY
077710             DISPLAY "RUN CONTROL RECORD MISSING AT "
077720                 "COMPLETION - RUN " WS-RUN-DATE "/" WS-RUN-NO
077730         NOT INVALID KEY
077740             SET RCT-RUN-COMPLETE TO TRUE
077750             ACCEPT WS-RUN-TIME FROM TIME
077760             MOVE WS-RUN-TIME TO RCT-MARKED-TIME
077770             REWRITE RUN-CONTROL-RECORD
077780     END-READ
077790     CLOSE RUN-CONTROL-FILE.
077800 9500-EXIT.
077810     EXIT.
