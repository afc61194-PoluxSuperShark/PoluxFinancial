000320*                   THE UPDATED FILE IS WRITTEN TO A NEW
000330*                   DATASET; THE JCL COPIES IT OVER THE LIVE
000340*                   CONTROL FILE ONLY ON A CLEAN RUN.
000350*  10/15/2026 DO    RATE SETS CARRY THE EMPLOYER PAYROLL TAX
000360*                   RATES - EMPLOYER HEALTH, UNEMPLOYMENT
000370*                   INSURANCE AND ITS WAGE BASE.  THEY MUST BE
000380*                   NUMERIC (ZERO IS ALLOWED), AND A NONZERO
000390*                   UNEMPLOYMENT RATE NEEDS A NONZERO WAGE BASE.
000400*                   THE SET IMAGES WIDEN FROM 80 TO 100 BYTES,
000410*                   THE AUDIT RECORD TO 240, AND THE LISTING
000420*                   SHOWS THE NEW RATES.
000430*  10/15/2026 DO    RATE-SET CHANGES NOW NEED A SECOND USER.
000440*                   AN ADD OR REPLACE THAT PASSES VALIDATION IS
000450*                   HELD ON THE NEW PENDING CHANGE FILE AND
000460*                   REPORTED WITH A PENDING REFERENCE INSTEAD OF
000470*                   APPLIED.  A LATER RUN APPLIES IT ON AN
000480*                   APPROVE ('V') TRANSACTION FROM A DIFFERENT
000490*                   USER, AFTER VALIDATING IT AGAIN, OR DROPS IT
000500*                   ON A DECLINE ('X').  SELF-APPROVAL AND
000510*                   SAME-RUN APPROVAL ARE REFUSED AND AUDITED.
000520*                   THE PENDING FILE IS LOADED INTO STORAGE AND
000530*                   WRITTEN TO A NEW DATASET LIKE THE RATES FILE,
000540*                   SO THE JCL INSTALLS BOTH TOGETHER ON A CLEAN
000550*                   RUN.  THE AUDIT RECORD MOVES TO COPYBOOK
000560*                   RATEAUD AND WIDENS FROM 240 TO 280 BYTES FOR
000570*                   THE DISPOSITION, PARTS CHANGED, REQUESTER,
000580*                   APPROVER AND PENDING REFERENCE.  THE REPORT
000590*                   ENDS WITH THE CHANGES STILL AWAITING
000600*                   APPROVAL.
000610*  10/15/2026 DO    STATE AND LOCAL INCOME TAX RATE SETS.  A SET
000620*                   KEYED WITH A JURISDICTION CODE CARRIES THAT
000630*                   JURISDICTION'S OWN BRACKETS, GL LIABILITY
000640*                   ACCOUNT, BASIS AND NAME IN PLACE OF THE
000650*                   PAYROLL TAX RATES.  SETS ARE MATCHED ON
000660*                   JURISDICTION AND EFFECTIVE DATE, SO EACH
000670*                   JURISDICTION IS DATE-EFFECTIVE ON ITS OWN.  A
000680*                   JURISDICTION SET MUST PASS THE BRACKET CHECKS
000690*                   AND NAME A GL ACCOUNT AND A BASIS OF W, R OR
000700*                   B.  AN APPROVE OR DECLINE CARRIES THE
000710*                   JURISDICTION OF THE HELD SET.  THE FILE AND
000720*                   THE LISTING COME OUT IN JURISDICTION AND
000730*                   EFFECTIVE-DATE ORDER, FEDERAL FIRST, AND THE
000740*                   REPORT LINES SHOW THE JURISDICTION.
000750*-----------------------------------------------------------*
000760*
000770 ENVIRONMENT DIVISION.
000780 CONFIGURATION SECTION.
000790*
000800 INPUT-OUTPUT SECTION.
000810 FILE-CONTROL.
000820     SELECT RATE-TRAN-FILE ASSIGN TO RTETRAN
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS WS-RATE-TRAN-STATUS.
000850*
000860     SELECT RATES-FILE ASSIGN TO RATEFILE
000870         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS WS-RATES-STATUS.
000890*
000900     SELECT NEW-RATES-FILE ASSIGN TO RATENEW
000910         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS WS-NEW-RATES-STATUS.
000930*
000940     SELECT RATE-AUDIT-FILE ASSIGN TO RATAUDT
000950         ORGANIZATION IS SEQUENTIAL
000960         FILE STATUS IS WS-RATE-AUDIT-STATUS.
000970*
000980     SELECT RATE-REPORT-FILE ASSIGN TO RTERPT
000990         ORGANIZATION IS SEQUENTIAL
001000         FILE STATUS IS WS-RATE-REPORT-STATUS.
001010*
001020     SELECT PENDING-FILE ASSIGN TO RTEPEND
001030         ORGANIZATION IS SEQUENTIAL
001040         FILE STATUS IS WS-PENDING-STATUS.
001050*
001060     SELECT NEW-PENDING-FILE ASSIGN TO RTEPNEW
001070         ORGANIZATION IS SEQUENTIAL
001080         FILE STATUS IS WS-NEW-PENDING-STATUS.
001090*
001100 DATA DIVISION.
001110 FILE SECTION.
001120*
001130 FD  RATE-TRAN-FILE
001140     LABEL RECORDS ARE STANDARD
001150     RECORDING MODE IS F.
001160 01  RATE-TRAN-RECORD.
001170     05  RTN-ACTION            PIC X(01).
001180         88  RTN-ACTION-ADD            VALUE 'A'.
001190         88  RTN-ACTION-REPLACE        VALUE 'R'.
001200         88  RTN-ACTION-APPROVE        VALUE 'V'.
001210         88  RTN-ACTION-DECLINE        VALUE 'X'.
001220     05  RTN-USER-ID           PIC X(08).
001230     05  RTN-RATE-SET.
001240         10  RTN-EFFECTIVE-DATE    PIC 9(06).
001250         10  RTN-BRACKET-ENTRY OCCURS 5 TIMES.
001260             15  RTN-BRACKET-CEILING  PIC 9(06)V99.
001270             15  RTN-BRACKET-RATE     PIC V999.
001280         10  RTN-PAYROLL-TAX-RATES.
001290             15  RTN-SOC-SEC-RATE      PIC V999.
001300             15  RTN-HEALTH-INS-RATE   PIC V999.
001310             15  RTN-SOC-SEC-WAGE-BASE PIC 9(08)V99.
001320             15  RTN-ER-HEALTH-RATE    PIC V999.
001330             15  RTN-UNEMP-RATE        PIC V999.
001340             15  RTN-UNEMP-WAGE-BASE   PIC 9(08)V99.
001350*        A STATE OR LOCAL SET CARRIES ITS GL ACCOUNT, BASIS AND
001360*        NAME HERE, AS ON THE RATES FILE (COPYBOOK RATESET).
001370         10  RTN-JURISDICTION-DATA
001380                 REDEFINES RTN-PAYROLL-TAX-RATES.
001390             15  RTN-JUR-GL-ACCOUNT    PIC X(08).
001400             15  RTN-JUR-BASIS         PIC X(01).
001410                 88  RTN-JUR-BASIS-VALID       VALUE 'W' 'R' 'B'.
001420             15  RTN-JUR-NAME          PIC X(20).
001430             15  FILLER                PIC X(03).
001440         10  RTN-JURISDICTION      PIC X(04).
001450             88  RTN-FEDERAL-SET           VALUE SPACES.
001460         10  FILLER                PIC X(03).
001470*    THE PENDING REFERENCE IS KEYED ONLY ON AN APPROVE OR
001480*    DECLINE, WITH THE EFFECTIVE DATE AND JURISDICTION OF THE
001490*    HELD SET.
001500     05  RTN-PEND-REF          PIC 9(10).
001510     05  FILLER                PIC X(01).
001520*
001530 FD  RATES-FILE
001540     LABEL RECORDS ARE STANDARD
001550     RECORDING MODE IS F.
001560     COPY RATESET.
001570*
001580 FD  NEW-RATES-FILE
001590     LABEL RECORDS ARE STANDARD
001600     RECORDING MODE IS F.
001610 01  NEW-RATE-RECORD           PIC X(100).
001620*
001630 FD  RATE-AUDIT-FILE
001640     LABEL RECORDS ARE STANDARD
001650     RECORDING MODE IS F.
001660     COPY RATEAUD.
001670*
001680 FD  RATE-REPORT-FILE
001690     LABEL RECORDS ARE STANDARD
001700     RECORDING MODE IS F.
001710 01  RATE-REPORT-LINE          PIC X(100).
001720*
001730 FD  PENDING-FILE
001740     LABEL RECORDS ARE STANDARD
001750     RECORDING MODE IS F.
001760 01  PENDING-FILE-RECORD       PIC X(200).
001770*
001780 FD  NEW-PENDING-FILE
001790     LABEL RECORDS ARE STANDARD
001800     RECORDING MODE IS F.
001810 01  NEW-PENDING-RECORD        PIC X(200).
001820*
001830 WORKING-STORAGE SECTION.
001840*
001850*-----------------------------------------------------------*
001860* RUN STAMP FIELDS - EVERY AUDIT RECORD CARRIES THE DATE AND
001870* TIME THE CHANGE WAS APPLIED AND THE USER WHO KEYED IT.
001880*-----------------------------------------------------------*
001890 01  WS-RUN-DATE               PIC 9(06) VALUE ZERO.
001900 01  WS-RUN-TIME               PIC 9(08) VALUE ZERO.
001910*    THE TIME THE RUN STARTED, KEPT ON EVERY CHANGE IT HOLDS SO
001920*    THE SAME RUN CANNOT APPROVE THEM.
001930 01  WS-RUN-START-TIME         PIC 9(08) VALUE ZERO.
001940*
001950*-----------------------------------------------------------*
001960* FILE STATUS AND CONTROL FIELDS
001970*-----------------------------------------------------------*
001980 01  WS-RATE-TRAN-STATUS       PIC X(02) VALUE SPACES.
001990 01  WS-RATES-STATUS           PIC X(02) VALUE SPACES.
002000 01  WS-NEW-RATES-STATUS       PIC X(02) VALUE SPACES.
002010 01  WS-RATE-AUDIT-STATUS      PIC X(02) VALUE SPACES.
002020 01  WS-RATE-REPORT-STATUS     PIC X(02) VALUE SPACES.
002030 01  WS-PENDING-STATUS         PIC X(02) VALUE SPACES.
002040 01  WS-NEW-PENDING-STATUS     PIC X(02) VALUE SPACES.
002050*
002060 01  WS-ADD-COUNT              PIC 9(05) COMP VALUE ZERO.
002070 01  WS-REPLACE-COUNT          PIC 9(05) COMP VALUE ZERO.
002080 01  WS-REJECT-COUNT           PIC 9(05) COMP VALUE ZERO.
002090 01  WS-HELD-COUNT             PIC 9(05) COMP VALUE ZERO.
002100 01  WS-APPROVED-COUNT         PIC 9(05) COMP VALUE ZERO.
002110 01  WS-DECLINED-COUNT         PIC 9(05) COMP VALUE ZERO.
002120 01  WS-AWAITING-COUNT         PIC 9(05) COMP VALUE ZERO.
002130 01  WS-COUNT-ED               PIC ZZZZ9.
002140*
002150*-----------------------------------------------------------*
002160* IN-STORAGE RATE SET TABLE - THE WHOLE RATES FILE IS SMALL
002170* (ONE RECORD PER RATE CHANGE, A FEW PER YEAR) AND IS LOADED
002180* AT INITIALIZE TIME, MAINTAINED IN STORAGE, AND WRITTEN OUT
002190* IN JURISDICTION AND EFFECTIVE-DATE ORDER AT TERMINATE TIME.
002200* THE FEDERAL SETS HAVE A BLANK JURISDICTION AND COME FIRST.
002210*-----------------------------------------------------------*
002220 01  WS-SET-COUNT              PIC 9(03) COMP VALUE ZERO.
002230 01  WS-SET-PRINTED-CT         PIC 9(03) COMP VALUE ZERO.
002240 01  WS-SET-LOW-KEY            PIC X(10) VALUE SPACES.
002250 01  WS-RATE-SET-TABLE.
002260     05  WS-SET-ENTRY OCCURS 50 TIMES
002270                      INDEXED BY WS-SET-IDX
002280                                 WS-SET-USE-IDX.
002290         10  WS-SET-KEY.
002300             15  WS-SET-JURISDICTION
002310                               PIC X(04).
002320             15  WS-SET-EFF-DATE
002330                               PIC 9(06).
002340         10  WS-SET-PRINTED-SW PIC X(01).
002350             88  WS-SET-PRINTED        VALUE 'Y'.
002360             88  WS-SET-NOT-PRINTED    VALUE 'N'.
002370         10  WS-SET-IMAGE      PIC X(100).
002380*
002390*-----------------------------------------------------------*
002400* CANDIDATE RATE SET VALIDATION FIELDS - THE TRANSACTION'S
002410* SET IS CHECKED EXACTLY THE WAY 1500-LOAD-RATES IN TAXES
002420* CHECKS THE SET IT INSTALLS: ALL FIVE BRACKETS NUMERIC WITH
002430* STRICTLY ASCENDING CEILINGS REACHING THE TABLE MAXIMUM,
002440* AND NUMERIC NONZERO FLAT RATES AND WAGE BASE.
002450* THE EMPLOYER RATES MAY BE ZERO BUT MUST BE NUMERIC.  SETS
002460* ALREADY ON FILE FROM BEFORE THEY WERE CARRIED HAVE SPACES
002470* THERE, WHICH THE TAX RUN TREATS AS ZERO.  A STATE OR LOCAL
002480* SET IS CHECKED THE WAY 1560-VALIDATE-JURISDICTIONS IN TAXES
002490* CHECKS IT: THE SAME BRACKET RULES, A GL ACCOUNT AND A BASIS.
002500*-----------------------------------------------------------*
002510 01  WS-RATE-CHECK-CEILING     PIC 9(06)V99 VALUE ZERO.
002520 01  WS-BRACKET-SUB            PIC 9(02) COMP VALUE ZERO.
002530*    THE BEFORE AND AFTER IMAGES ARE BROKEN INTO THE PARTS THE
002540*    AUDIT RECORD NAMES WHEN A REPLACE CHANGES THEM.
002550 01  WS-BEFORE-IMAGE.
002560     05  WS-BI-EFFECTIVE-DATE  PIC X(06) VALUE SPACES.
002570     05  WS-BI-BRACKETS        PIC X(55) VALUE SPACES.
002580     05  WS-BI-EE-RATES        PIC X(16) VALUE SPACES.
002590     05  WS-BI-ER-RATES        PIC X(16) VALUE SPACES.
002600     05  WS-BI-JURISDICTION    PIC X(04) VALUE SPACES.
002610     05  FILLER                PIC X(03) VALUE SPACES.
002620 01  WS-AFTER-IMAGE.
002630     05  WS-AI-EFFECTIVE-DATE  PIC X(06) VALUE SPACES.
002640     05  WS-AI-BRACKETS        PIC X(55) VALUE SPACES.
002650     05  WS-AI-EE-RATES        PIC X(16) VALUE SPACES.
002660     05  WS-AI-ER-RATES        PIC X(16) VALUE SPACES.
002670     05  WS-AI-JURISDICTION    PIC X(04) VALUE SPACES.
002680     05  FILLER                PIC X(03) VALUE SPACES.
002690 01  WS-FIELDS-CHANGED.
002700     05  WS-FC-BRKT            PIC X(04) VALUE SPACES.
002710     05  FILLER                PIC X(01) VALUE SPACES.
002720     05  WS-FC-EE              PIC X(02) VALUE SPACES.
002730     05  FILLER                PIC X(01) VALUE SPACES.
002740     05  WS-FC-ER              PIC X(02) VALUE SPACES.
002750     05  FILLER                PIC X(02) VALUE SPACES.
002760*    A STATE OR LOCAL SET NAMES ITS BRACKETS AND ITS JURISDICTION
002770*    DATA (GL ACCOUNT, BASIS AND NAME).
002780 01  WS-FIELDS-CHANGED-JUR REDEFINES WS-FIELDS-CHANGED.
002790     05  FILLER                PIC X(05).
002800     05  WS-FC-JDAT            PIC X(04).
002810     05  FILLER                PIC X(03).
002820 01  WS-REJECT-REASON          PIC X(40) VALUE SPACES.
002830*
002840*-----------------------------------------------------------*
002850* REPORT LINES
002860*-----------------------------------------------------------*
002870 01  WS-REPORT-DETAIL.
002880     05  WS-RD-ACTION          PIC X(01).
002890     05  FILLER                PIC X(02) VALUE SPACES.
002900     05  WS-RD-EFF-DATE        PIC 9(06).
002910     05  FILLER                PIC X(02) VALUE SPACES.
002920     05  WS-RD-JURISDICTION    PIC X(04).
002930     05  FILLER                PIC X(02) VALUE SPACES.
002940     05  WS-RD-DISPOSITION     PIC X(10).
002950     05  FILLER                PIC X(02) VALUE SPACES.
002960     05  WS-RD-REASON          PIC X(40).
002970     05  FILLER                PIC X(31) VALUE SPACES.
002980 01  WS-LISTING-HEADING.
002990     05  FILLER                PIC X(06) VALUE "JUR".
003000     05  FILLER                PIC X(09) VALUE "EFFECTIVE".
003010     05  FILLER                PIC X(02) VALUE SPACES.
003020     05  FILLER                PIC X(12) VALUE " TOP CEILING".
003030     05  FILLER                PIC X(09) VALUE "  SS RATE".
003040     05  FILLER                PIC X(09) VALUE "  HI RATE".
003050     05  FILLER                PIC X(14) VALUE "     WAGE BASE".
003060     05  FILLER                PIC X(09) VALUE "  ER RATE".
003070     05  FILLER                PIC X(09) VALUE "  UI RATE".
003080     05  FILLER                PIC X(15) VALUE "   UI WAGE BASE".
003090     05  FILLER                PIC X(06) VALUE SPACES.
003100 01  WS-LISTING-DETAIL.
003110     05  WS-LD-JURISDICTION    PIC X(04).
003120     05  FILLER                PIC X(02) VALUE SPACES.
003130     05  WS-LD-EFF-DATE        PIC 99/99/99.
003140     05  FILLER                PIC X(03) VALUE SPACES.
003150     05  WS-LD-TOP-CEILING     PIC ZZZ,ZZ9.99.
003160     05  FILLER                PIC X(04) VALUE SPACES.
003170     05  WS-LD-SS-RATE         PIC .999.
003180     05  FILLER                PIC X(05) VALUE SPACES.
003190     05  WS-LD-HI-RATE         PIC .999.
003200     05  FILLER                PIC X(02) VALUE SPACES.
003210     05  WS-LD-WAGE-BASE       PIC ZZZ,ZZZ,ZZ9.99.
003220     05  FILLER                PIC X(06) VALUE SPACES.
003230     05  WS-LD-ER-RATE         PIC .999.
003240     05  FILLER                PIC X(05) VALUE SPACES.
003250     05  WS-LD-UI-RATE         PIC .999.
003260     05  FILLER                PIC X(01) VALUE SPACES.
003270     05  WS-LD-UI-WAGE-BASE    PIC ZZZ,ZZZ,ZZ9.99.
003280     05  FILLER                PIC X(06) VALUE SPACES.
003290*    A STATE OR LOCAL SET LISTS ITS GL ACCOUNT, BASIS AND NAME IN
003300*    PLACE OF THE PAYROLL TAX RATES.
003310 01  WS-LISTING-JUR-DETAIL.
003320     05  WS-LJ-JURISDICTION    PIC X(04).
003330     05  FILLER                PIC X(02) VALUE SPACES.
003340     05  WS-LJ-EFF-DATE        PIC 99/99/99.
003350     05  FILLER                PIC X(03) VALUE SPACES.
003360     05  WS-LJ-TOP-CEILING     PIC ZZZ,ZZ9.99.
003370     05  FILLER                PIC X(04) VALUE SPACES.
003380     05  WS-LJ-GL-LABEL        PIC X(03).
003390     05  WS-LJ-GL-ACCOUNT      PIC X(08).
003400     05  WS-LJ-BASIS-LABEL     PIC X(08).
003410     05  WS-LJ-BASIS           PIC X(01).
003420     05  FILLER                PIC X(02) VALUE SPACES.
003430     05  WS-LJ-NAME            PIC X(20).
003440     05  FILLER                PIC X(27) VALUE SPACES.
003450*
003460*-----------------------------------------------------------*
003470* A WORK VIEW OF ONE TABLE IMAGE, FOR THE LISTING AND FOR
003480* LOCATING AN ENTRY BY EFFECTIVE DATE.
003490*-----------------------------------------------------------*
003500 01  WS-WORK-SET.
003510     05  WS-WK-EFFECTIVE-DATE      PIC 9(06).
003520     05  WS-WK-BRACKET-ENTRY OCCURS 5 TIMES.
003530         10  WS-WK-BRACKET-CEILING PIC 9(06)V99.
003540         10  WS-WK-BRACKET-RATE    PIC V999.
003550     05  WS-WK-PAYROLL-TAX-RATES.
003560         10  WS-WK-SOC-SEC-RATE        PIC V999.
003570         10  WS-WK-HEALTH-INS-RATE     PIC V999.
003580         10  WS-WK-SOC-SEC-WAGE-BASE   PIC 9(08)V99.
003590         10  WS-WK-ER-HEALTH-RATE      PIC V999.
003600         10  WS-WK-UNEMP-RATE          PIC V999.
003610         10  WS-WK-UNEMP-WAGE-BASE     PIC 9(08)V99.
003620     05  WS-WK-JURISDICTION-DATA
003630             REDEFINES WS-WK-PAYROLL-TAX-RATES.
003640         10  WS-WK-JUR-GL-ACCOUNT      PIC X(08).
003650         10  WS-WK-JUR-BASIS           PIC X(01).
003660         10  WS-WK-JUR-NAME            PIC X(20).
003670         10  FILLER                    PIC X(03).
003680     05  WS-WK-JURISDICTION        PIC X(04).
003690         88  WS-WK-FEDERAL-SET             VALUE SPACES.
003700     05  FILLER                    PIC X(03).
003710*
003720*-----------------------------------------------------------*
003730* TWO-PERSON APPROVAL FIELDS.  EVERY ADD AND REPLACE IS HELD
003740* ON THE PENDING FILE UNTIL ANOTHER USER APPROVES IT IN A
003750* LATER RUN.  THE PENDING FILE IS SMALL AND IS LOADED INTO
003760* THE TABLE BELOW AT INITIALIZE TIME AND WRITTEN TO A NEW
003770* DATASET AT TERMINATE TIME, LIKE THE RATES FILE; DECIDED
003780* ENTRIES ARE CARRIED FORWARD ONLY ON THE DAY OF THE
003790* DECISION - THE AUDIT FILE IS THE PERMANENT RECORD.
003800*-----------------------------------------------------------*
003810     COPY PENDCHG.
003820 01  WS-NEXT-PEND-SEQ          PIC 9(05) COMP VALUE 1.
003830 01  WS-PEND-COUNT             PIC 9(03) COMP VALUE ZERO.
003840 01  WS-PEND-TABLE.
003850     05  WS-PEND-ENTRY OCCURS 100 TIMES
003860                       INDEXED BY WS-PEND-IDX
003870                                  WS-PEND-USE-IDX.
003880         10  WS-PEND-ENTRY-KEY PIC 9(10).
003890         10  WS-PEND-IMAGE     PIC X(200).
003900 01  WS-APPROVAL-FIELDS.
003910     05  WS-AUD-DISPOSITION    PIC X(01) VALUE SPACES.
003920     05  WS-DECISION-ACTION    PIC X(01) VALUE SPACES.
003930     05  WS-DECISION-EFF-DATE  PIC 9(06) VALUE ZERO.
003940     05  WS-DECISION-JURISDICTION
003950                               PIC X(04) VALUE SPACES.
003960     05  WS-REQUESTER-ID       PIC X(08) VALUE SPACES.
003970     05  WS-APPROVER-ID        PIC X(08) VALUE SPACES.
003980     05  WS-PEND-REF           PIC 9(10) VALUE ZERO.
003990 01  WS-PENDING-HEADING.
004000     05  FILLER                PIC X(14) VALUE "PENDING REF  A".
004010     05  FILLER                PIC X(11) VALUE "  EFFECTIVE".
004020     05  FILLER                PIC X(06) VALUE "  JUR".
004030     05  FILLER                PIC X(14) VALUE "  PARTS".
004040     05  FILLER                PIC X(10) VALUE "REQUESTER".
004050     05  FILLER                PIC X(09) VALUE "REQUESTED".
004060     05  FILLER                PIC X(36) VALUE SPACES.
004070 01  WS-PENDING-DETAIL.
004080     05  WS-PD-PEND-REF        PIC 9(10).
004090     05  FILLER                PIC X(03) VALUE SPACES.
004100     05  WS-PD-ACTION          PIC X(01).
004110     05  FILLER                PIC X(03) VALUE SPACES.
004120     05  WS-PD-EFF-DATE        PIC 99/99/99.
004130     05  FILLER                PIC X(02) VALUE SPACES.
004140     05  WS-PD-JURISDICTION    PIC X(04).
004150     05  FILLER                PIC X(02) VALUE SPACES.
004160     05  WS-PD-FIELDS          PIC X(12).
004170     05  FILLER                PIC X(02) VALUE SPACES.
004180     05  WS-PD-REQ-USER-ID     PIC X(08).
004190     05  FILLER                PIC X(02) VALUE SPACES.
004200     05  WS-PD-REQ-DATE        PIC 9(06).
004210     05  FILLER                PIC X(37) VALUE SPACES.
004220*
004230 01  WS-SWITCHES.
004240     05  WS-TRAN-EOF-SWITCH    PIC X(01) VALUE 'N'.
004250         88  WS-TRAN-END-OF-FILE       VALUE 'Y'.
004260         88  WS-TRAN-NOT-END-OF-FILE   VALUE 'N'.
004270     05  WS-RATES-EOF-SWITCH   PIC X(01) VALUE 'N'.
004280         88  WS-RATES-END-OF-FILE      VALUE 'Y'.
004290         88  WS-RATES-NOT-END-OF-FILE  VALUE 'N'.
004300     05  WS-SET-FOUND-SWITCH   PIC X(01) VALUE 'N'.
004310         88  WS-SET-FOUND              VALUE 'Y'.
004320         88  WS-SET-NOT-FOUND          VALUE 'N'.
004330     05  WS-SET-VALID-SWITCH   PIC X(01) VALUE 'Y'.
004340         88  WS-SET-VALID              VALUE 'Y'.
004350         88  WS-SET-INVALID            VALUE 'N'.
004360     05  WS-PEND-EOF-SWITCH    PIC X(01) VALUE 'N'.
004370         88  WS-PEND-END-OF-FILE       VALUE 'Y'.
004380         88  WS-PEND-NOT-END-OF-FILE   VALUE 'N'.
004390     05  WS-PEND-FOUND-SWITCH  PIC X(01) VALUE 'N'.
004400         88  WS-PEND-FOUND             VALUE 'Y'.
004410         88  WS-PEND-NOT-FOUND         VALUE 'N'.
004420     05  WS-APPROVED-SWITCH    PIC X(01) VALUE 'N'.
004430         88  WS-APPLYING-APPROVED      VALUE 'Y'.
004440         88  WS-NOT-APPLYING-APPROVED  VALUE 'N'.
004450*
004460 PROCEDURE DIVISION.
004470*
004480*=============================================================*
004490* 0000-MAINLINE - PROGRAM ENTRY POINT
004500*=============================================================*
004510 0000-MAINLINE.
004520     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004530     PERFORM 2000-APPLY-ONE-TRAN THRU 2000-EXIT
004540         UNTIL WS-TRAN-END-OF-FILE
004550     PERFORM 9000-TERMINATE THRU 9000-EXIT
004560     STOP RUN.
004570*
004580*=============================================================*
004590* 1000-INITIALIZE - STAMP THE RUN, OPEN THE FILES, LOAD THE
004600*                   RATES FILE AND THE PENDING CHANGES INTO
004610*                   STORAGE, PRIME THE FIRST TRANSACTION
004620*=============================================================*
004630 1000-INITIALIZE.
004640     ACCEPT WS-RUN-DATE FROM DATE
004650     ACCEPT WS-RUN-TIME FROM TIME
004660     MOVE WS-RUN-TIME TO WS-RUN-START-TIME
004670     OPEN INPUT RATE-TRAN-FILE
004680     IF WS-RATE-TRAN-STATUS NOT = "00"
004690         DISPLAY "RATE TRAN FILE OPEN FAILED - STATUS "
004700             WS-RATE-TRAN-STATUS
004710         MOVE 16 TO RETURN-CODE
004720         STOP RUN
004730     END-IF
004740     OPEN INPUT RATES-FILE
004750     IF WS-RATES-STATUS NOT = "00"
004760         DISPLAY "RATES FILE OPEN FAILED - STATUS "
004770             WS-RATES-STATUS
004780         CLOSE RATE-TRAN-FILE
004790         MOVE 16 TO RETURN-CODE
004800         STOP RUN
004810     END-IF
004820     PERFORM 1100-LOAD-ONE-SET THRU 1100-EXIT
004830         UNTIL WS-RATES-END-OF-FILE
004840     CLOSE RATES-FILE
004850     OPEN INPUT PENDING-FILE
004860     IF WS-PENDING-STATUS NOT = "00"
004870         DISPLAY "PENDING CHANGE FILE OPEN FAILED - STATUS "
004880             WS-PENDING-STATUS
004890         CLOSE RATE-TRAN-FILE
004900         MOVE 16 TO RETURN-CODE
004910         STOP RUN
004920     END-IF
004930     PERFORM 1200-LOAD-ONE-PENDING THRU 1200-EXIT
004940         UNTIL WS-PEND-END-OF-FILE
004950     CLOSE PENDING-FILE
004960     OPEN EXTEND RATE-AUDIT-FILE
004970     IF WS-RATE-AUDIT-STATUS NOT = "00"
004980         DISPLAY "RATE AUDIT FILE OPEN FAILED - STATUS "
004990             WS-RATE-AUDIT-STATUS
005000         CLOSE RATE-TRAN-FILE
005010         MOVE 16 TO RETURN-CODE
005020         STOP RUN
005030     END-IF
005040     OPEN OUTPUT RATE-REPORT-FILE
005050     IF WS-RATE-REPORT-STATUS NOT = "00"
005060         DISPLAY "RATE REPORT FILE OPEN FAILED - STATUS "
005070             WS-RATE-REPORT-STATUS
005080         CLOSE RATE-TRAN-FILE
005090         CLOSE RATE-AUDIT-FILE
005100         MOVE 16 TO RETURN-CODE
005110         STOP RUN
005120     END-IF
005130     MOVE SPACES TO RATE-REPORT-LINE
005140     STRING "POLUX FINANCIAL - RATES FILE MAINTENANCE - "
005150             "RUN DATE " WS-RUN-DATE
005160         DELIMITED BY SIZE INTO RATE-REPORT-LINE
005170     WRITE RATE-REPORT-LINE
005180     PERFORM 2100-READ-RATE-TRAN THRU 2100-EXIT.
005190 1000-EXIT.
005200     EXIT.
005210*
005220*-------------------------------------------------------------*
005230* 1100-LOAD-ONE-SET - LOAD ONE RATE SET FROM THE FILE INTO THE
005240*                     TABLE.  RECORDS WITH A NONNUMERIC
005250*                     EFFECTIVE DATE ARE CARRIED ALONG
005260*                     UNTOUCHED (THE TAX RUN IGNORES THEM TOO)
005270*                     BUT REPORTED SO SOMEONE CLEANS THEM UP.
005280*-------------------------------------------------------------*
005290 1100-LOAD-ONE-SET.
005300     READ RATES-FILE
005310         AT END
005320             SET WS-RATES-END-OF-FILE TO TRUE
005330             GO TO 1100-EXIT
005340     END-READ
005350     IF WS-SET-COUNT NOT LESS THAN 50
005360         DISPLAY "RATE SET TABLE FULL - RUN STOPPED"
005370         CLOSE RATES-FILE
005380         CLOSE RATE-TRAN-FILE
005390         MOVE 16 TO RETURN-CODE
005400         STOP RUN
005410     END-IF
005420     ADD 1 TO WS-SET-COUNT
005430     SET WS-SET-IDX TO WS-SET-COUNT
005440     IF RTE-EFFECTIVE-DATE NUMERIC
005450         MOVE RTE-EFFECTIVE-DATE TO WS-SET-EFF-DATE (WS-SET-IDX)
005460     ELSE
005470         MOVE ZERO TO WS-SET-EFF-DATE (WS-SET-IDX)
005480         DISPLAY "RATES FILE RECORD WITH BAD EFFECTIVE DATE "
005490             "CARRIED ALONG - CLEAN UP THE FILE"
005500     END-IF
005510     MOVE RTE-JURISDICTION TO WS-SET-JURISDICTION (WS-SET-IDX)
005520     SET WS-SET-NOT-PRINTED (WS-SET-IDX) TO TRUE
005530     MOVE RATE-SET-RECORD TO WS-SET-IMAGE (WS-SET-IDX).
005540 1100-EXIT.
005550     EXIT.
005560*
005570*-------------------------------------------------------------*
005580* 1200-LOAD-ONE-PENDING - LOAD ONE PENDING CHANGE INTO THE
005590*                         TABLE, NOTING THE HIGHEST PENDING
005600*                         REFERENCE ALREADY USED TODAY
005610*-------------------------------------------------------------*
005620 1200-LOAD-ONE-PENDING.
005630     READ PENDING-FILE INTO PENDING-CHANGE-RECORD
005640         AT END
005650             SET WS-PEND-END-OF-FILE TO TRUE
005660             GO TO 1200-EXIT
005670     END-READ
005680     IF WS-PEND-COUNT NOT LESS THAN 100
005690         DISPLAY "PENDING CHANGE TABLE FULL - RUN STOPPED"
005700         CLOSE PENDING-FILE
005710         CLOSE RATE-TRAN-FILE
005720         MOVE 16 TO RETURN-CODE
005730         STOP RUN
005740     END-IF
005750     ADD 1 TO WS-PEND-COUNT
005760     SET WS-PEND-IDX TO WS-PEND-COUNT
005770     MOVE PND-KEY TO WS-PEND-ENTRY-KEY (WS-PEND-IDX)
005780     MOVE PENDING-CHANGE-RECORD TO WS-PEND-IMAGE (WS-PEND-IDX)
005790     IF PND-REQ-DATE = WS-RUN-DATE
005800        AND PND-REQ-SEQ NOT LESS THAN WS-NEXT-PEND-SEQ
005810         COMPUTE WS-NEXT-PEND-SEQ = PND-REQ-SEQ + 1
005820     END-IF.
005830 1200-EXIT.
005840     EXIT.
005850*
005860*=============================================================*
005870* 2000-APPLY-ONE-TRAN - ONE RATE-SET TRANSACTION: AN ADD OR
005880*                       REPLACE TO VALIDATE AND HOLD, OR AN
005890*                       APPROVE OR DECLINE OF A HELD ONE
005900*=============================================================*
005910 2000-APPLY-ONE-TRAN.
005920     MOVE SPACES TO WS-REJECT-REASON
005930     SET WS-NOT-APPLYING-APPROVED TO TRUE
005940     MOVE 'A'         TO WS-AUD-DISPOSITION
005950     MOVE RTN-ACTION  TO WS-DECISION-ACTION
005960     MOVE RTN-USER-ID TO WS-REQUESTER-ID
005970     MOVE SPACES      TO WS-APPROVER-ID
005980     MOVE ZERO        TO WS-PEND-REF
005990     MOVE SPACES      TO WS-FIELDS-CHANGED
006000     IF RTN-ACTION-APPROVE
006010         PERFORM 3400-APPROVE-PENDING THRU 3400-EXIT
006020     ELSE
006030         IF RTN-ACTION-DECLINE
006040             PERFORM 3600-DECLINE-PENDING THRU 3600-EXIT
006050         ELSE
006060             PERFORM 2050-VALIDATE-AND-APPLY THRU 2050-EXIT
006070         END-IF
006080     END-IF
006090     PERFORM 2100-READ-RATE-TRAN THRU 2100-EXIT.
006100 2000-EXIT.
006110     EXIT.
006120*
006130*-------------------------------------------------------------*
006140* 2050-VALIDATE-AND-APPLY - VALIDATE AN ADD OR REPLACE AND
006150*                           TAKE IT TO THE TABLE.  A NEW ONE IS
006160*                           HELD THERE FOR APPROVAL; ONE BEING
006170*                           APPLIED ON APPROVAL GOES INTO THE
006180*                           TABLE.
006190*-------------------------------------------------------------*
006200 2050-VALIDATE-AND-APPLY.
006210     PERFORM 3000-VALIDATE-TRAN THRU 3000-EXIT
006220     IF WS-REJECT-REASON NOT = SPACES
006230         PERFORM 5100-REJECT-TRAN THRU 5100-EXIT
006240         GO TO 2050-EXIT
006250     END-IF
006260     PERFORM 2200-FIND-SET THRU 2200-EXIT
006270     IF RTN-ACTION-ADD
006280         PERFORM 3100-APPLY-ADD THRU 3100-EXIT
006290     ELSE
006300         PERFORM 3200-APPLY-REPLACE THRU 3200-EXIT
006310     END-IF.
006320 2050-EXIT.
006330     EXIT.
006340*
006350*-------------------------------------------------------------*
006360* 2100-READ-RATE-TRAN - GET THE NEXT RATE-SET TRANSACTION
006370*-------------------------------------------------------------*
006380 2100-READ-RATE-TRAN.
006390     READ RATE-TRAN-FILE
006400         AT END
006410             SET WS-TRAN-END-OF-FILE TO TRUE
006420     END-READ.
006430 2100-EXIT.
006440     EXIT.
006450*
006460*-------------------------------------------------------------*
006470* 2200-FIND-SET - LOOK FOR A TABLE ENTRY WITH THE TRANSACTION'S
006480*                 JURISDICTION AND EFFECTIVE DATE, SETTING THE
006490*                 FOUND SWITCH
006500*-------------------------------------------------------------*
006510 2200-FIND-SET.
006520     SET WS-SET-NOT-FOUND TO TRUE
006530     PERFORM 2210-MATCH-SET THRU 2210-EXIT
006540         VARYING WS-SET-IDX FROM 1 BY 1
006550         UNTIL WS-SET-IDX > WS-SET-COUNT
006560            OR WS-SET-FOUND.
006570 2200-EXIT.
006580     EXIT.
006590*
006600*-------------------------------------------------------------*
006610* 2210-MATCH-SET - REMEMBER THE TABLE SLOT WHOSE JURISDICTION
006620*                  AND EFFECTIVE DATE MATCH THE TRANSACTION'S
006630*-------------------------------------------------------------*
006640 2210-MATCH-SET.
006650     IF WS-SET-EFF-DATE (WS-SET-IDX) = RTN-EFFECTIVE-DATE
006660        AND WS-SET-JURISDICTION (WS-SET-IDX) = RTN-JURISDICTION
006670         SET WS-SET-FOUND TO TRUE
006680         SET WS-SET-USE-IDX TO WS-SET-IDX
006690     END-IF.
006700 2210-EXIT.
006710     EXIT.
006720*
006730*=============================================================*
006740* 3000-VALIDATE-TRAN - THE FULL ENTRY-TIME VALIDATION.  ACTION
006750*                      AND EFFECTIVE DATE FIRST, THEN THE SAME
006760*                      COMPLETENESS AND ASCENDING-CEILING
006770*                      CHECKS THE TAX RUN APPLIES AT LOAD
006780*                      TIME, THEN THE IN-FORCE GUARD - A SET
006790*                      EFFECTIVE BEFORE TODAY MAY HAVE
006800*                      GOVERNED A COMPLETED RUN AND MAY NOT BE
006810*                      TOUCHED, AND A REPLACE OF THE SET
006820*                      EFFECTIVE TODAY IS REFUSED TOO - THAT
006830*                      SET GOVERNED THIS MORNING'S 03:00 RUN.
006840*                      AN ADD DATED TODAY IS HARMLESS, SINCE
006850*                      TONIGHT'S RUN CARRIES TOMORROW'S DATE.
006860*                      A STATE OR LOCAL SET TAKES THE BRACKET
006870*                      CHECKS AND THEN 3070 IN PLACE OF THE
006880*                      PAYROLL TAX RATE CHECKS.
006890*=============================================================*
006900 3000-VALIDATE-TRAN.
006910     IF NOT RTN-ACTION-ADD
006920        AND NOT RTN-ACTION-REPLACE
006930         MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
006940         GO TO 3000-EXIT
006950     END-IF
006960     IF RTN-EFFECTIVE-DATE NOT NUMERIC
006970        OR RTN-EFFECTIVE-DATE = ZERO
006980         MOVE "EFFECTIVE DATE NOT NUMERIC" TO WS-REJECT-REASON
006990         GO TO 3000-EXIT
007000     END-IF
007010     IF RTN-EFFECTIVE-DATE < WS-RUN-DATE
007020         MOVE "SET ALREADY IN FORCE - DATE IS PAST"
007030             TO WS-REJECT-REASON
007040         GO TO 3000-EXIT
007050     END-IF
007060     IF RTN-ACTION-REPLACE
007070        AND RTN-EFFECTIVE-DATE NOT > WS-RUN-DATE
007080         MOVE "SET IN FORCE TODAY - NOT REPLACEABLE"
007090             TO WS-REJECT-REASON
007100         GO TO 3000-EXIT
007110     END-IF
007120     PERFORM 3050-VALIDATE-RATE-SET THRU 3050-EXIT
007130     IF WS-SET-INVALID
007140         MOVE "BRACKET TABLE NOT COMPLETE/ASCENDING"
007150             TO WS-REJECT-REASON
007160         GO TO 3000-EXIT
007170     END-IF
007180     IF NOT RTN-FEDERAL-SET
007190         PERFORM 3070-VALIDATE-JURISDICTION THRU 3070-EXIT
007200         GO TO 3000-EXIT
007210     END-IF
007220     IF RTN-ER-HEALTH-RATE NOT NUMERIC
007230        OR RTN-UNEMP-RATE NOT NUMERIC
007240        OR RTN-UNEMP-WAGE-BASE NOT NUMERIC
007250         MOVE "EMPLOYER RATES NOT NUMERIC" TO WS-REJECT-REASON
007260         GO TO 3000-EXIT
007270     END-IF
007280     IF RTN-UNEMP-RATE NOT = ZERO
007290        AND RTN-UNEMP-WAGE-BASE = ZERO
007300         MOVE "UNEMPLOYMENT RATE WITH NO WAGE BASE"
007310             TO WS-REJECT-REASON
007320     END-IF.
007330 3000-EXIT.
007340     EXIT.
007350*
007360*-------------------------------------------------------------*
007370* 3050-VALIDATE-RATE-SET - ALL FIVE BRACKETS NUMERIC WITH
007380*                          STRICTLY ASCENDING CEILINGS
007390*                          REACHING THE TABLE MAXIMUM, AND
007400*                          NUMERIC NONZERO FLAT RATES AND
007410*                          WAGE BASE - THE 1520-VALIDATE-RATE-
007420*                          SET RULES FROM TAXES, APPLIED AT
007430*                          ENTRY TIME.  A STATE OR LOCAL SET HAS
007440*                          NO FLAT RATES, ONLY THE BRACKETS.
007450*-------------------------------------------------------------*
007460 3050-VALIDATE-RATE-SET.
007470     SET WS-SET-VALID TO TRUE
007480     MOVE ZERO TO WS-RATE-CHECK-CEILING
007490     PERFORM 3060-CHECK-ONE-BRACKET THRU 3060-EXIT
007500         VARYING WS-BRACKET-SUB FROM 1 BY 1
007510         UNTIL WS-BRACKET-SUB > 5
007520            OR WS-SET-INVALID
007530     IF WS-SET-VALID
007540        AND WS-RATE-CHECK-CEILING NOT = 999999.99
007550         SET WS-SET-INVALID TO TRUE
007560     END-IF
007570     IF WS-SET-VALID
007580        AND RTN-FEDERAL-SET
007590         IF RTN-SOC-SEC-RATE NOT NUMERIC
007600            OR RTN-SOC-SEC-RATE = ZERO
007610            OR RTN-HEALTH-INS-RATE NOT NUMERIC
007620            OR RTN-HEALTH-INS-RATE = ZERO
007630            OR RTN-SOC-SEC-WAGE-BASE NOT NUMERIC
007640            OR RTN-SOC-SEC-WAGE-BASE = ZERO
007650             SET WS-SET-INVALID TO TRUE
007660         END-IF
007670     END-IF.
007680 3050-EXIT.
007690     EXIT.
007700*
007710*-------------------------------------------------------------*
007720* 3060-CHECK-ONE-BRACKET - ONE BRACKET MUST BE NUMERIC AND ITS
007730*                          CEILING STRICTLY ABOVE THE ONE
007740*                          BEFORE IT
007750*-------------------------------------------------------------*
007760 3060-CHECK-ONE-BRACKET.
007770     IF RTN-BRACKET-CEILING (WS-BRACKET-SUB) NOT NUMERIC
007780        OR RTN-BRACKET-RATE (WS-BRACKET-SUB) NOT NUMERIC
007790         SET WS-SET-INVALID TO TRUE
007800         GO TO 3060-EXIT
007810     END-IF
007820     IF RTN-BRACKET-CEILING (WS-BRACKET-SUB) NOT GREATER THAN
007830        WS-RATE-CHECK-CEILING
007840         SET WS-SET-INVALID TO TRUE
007850         GO TO 3060-EXIT
007860     END-IF
007870     MOVE RTN-BRACKET-CEILING (WS-BRACKET-SUB)
007880         TO WS-RATE-CHECK-CEILING.
007890 3060-EXIT.
007900     EXIT.
007910*
007920*-------------------------------------------------------------*
007930* 3070-VALIDATE-JURISDICTION - A STATE OR LOCAL SET NEEDS A
007940*                              LEFT-JUSTIFIED CODE, THE GL
007950*                              ACCOUNT ITS WITHHOLDING IS
007960*                              CREDITED TO, AND A BASIS OF 'W'
007970*                              (WORK), 'R' (RESIDENCE) OR 'B'
007980*                              (BOTH)
007990*-------------------------------------------------------------*
008000 3070-VALIDATE-JURISDICTION.
008010     IF RTN-JURISDICTION (1:1) = SPACE
008020         MOVE "JURISDICTION CODE NOT LEFT-JUSTIFIED"
008030             TO WS-REJECT-REASON
008040         GO TO 3070-EXIT
008050     END-IF
008060     IF RTN-JUR-GL-ACCOUNT = SPACES
008070         MOVE "JURISDICTION GL ACCOUNT MISSING"
008080             TO WS-REJECT-REASON
008090         GO TO 3070-EXIT
008100     END-IF
008110     IF NOT RTN-JUR-BASIS-VALID
008120         MOVE "JURISDICTION BASIS NOT W, R OR B"
008130             TO WS-REJECT-REASON
008140     END-IF.
008150 3070-EXIT.
008160     EXIT.
008170*
008180*=============================================================*
008190* 3100-APPLY-ADD - A NEW RATE SET.  THE EFFECTIVE DATE MUST
008200*                  NOT ALREADY BE ON FILE FOR THE JURISDICTION.
008210*                  UNLESS IT IS BEING APPLIED ON APPROVAL IT IS
008220*                  HELD.
008230*=============================================================*
008240 3100-APPLY-ADD.
008250     IF WS-SET-FOUND
008260         MOVE "EFFECTIVE DATE ALREADY ON FILE"
008270             TO WS-REJECT-REASON
008280         PERFORM 5100-REJECT-TRAN THRU 5100-EXIT
008290         GO TO 3100-EXIT
008300     END-IF
008310     IF WS-SET-COUNT NOT LESS THAN 50
008320         MOVE "RATE SET TABLE FULL" TO WS-REJECT-REASON
008330         PERFORM 5100-REJECT-TRAN THRU 5100-EXIT
008340         GO TO 3100-EXIT
008350     END-IF
008360     MOVE SPACES TO WS-BEFORE-IMAGE
008370     IF WS-NOT-APPLYING-APPROVED
008380         PERFORM 3500-HOLD-CHANGE THRU 3500-EXIT
008390         GO TO 3100-EXIT
008400     END-IF
008410     ADD 1 TO WS-SET-COUNT
008420     SET WS-SET-USE-IDX TO WS-SET-COUNT
008430     MOVE RTN-EFFECTIVE-DATE
008440         TO WS-SET-EFF-DATE (WS-SET-USE-IDX)
008450     MOVE RTN-JURISDICTION
008460         TO WS-SET-JURISDICTION (WS-SET-USE-IDX)
008470     SET WS-SET-NOT-PRINTED (WS-SET-USE-IDX) TO TRUE
008480     MOVE RTN-RATE-SET TO WS-SET-IMAGE (WS-SET-USE-IDX)
008490     MOVE RTN-RATE-SET TO WS-AFTER-IMAGE
008500     ADD 1 TO WS-ADD-COUNT
008510     PERFORM 4000-WRITE-AUDIT-RECORD THRU 4000-EXIT
008520     PERFORM 5000-REPORT-APPLIED THRU 5000-EXIT.
008530 3100-EXIT.
008540     EXIT.
008550*
008560*=============================================================*
008570* 3200-APPLY-REPLACE - OVERLAY AN EXISTING RATE SET.  THE
008580*                      EFFECTIVE DATE MUST BE ON FILE, AND THE
008590*                      IN-FORCE GUARD IN 3000 HAS ALREADY
008600*                      ESTABLISHED IT IS STRICTLY IN THE
008610*                      FUTURE.
008620*                      UNLESS IT IS BEING APPLIED ON APPROVAL IT
008630*                      IS HELD.
008640*=============================================================*
008650 3200-APPLY-REPLACE.
008660     IF WS-SET-NOT-FOUND
008670         MOVE "EFFECTIVE DATE NOT ON FILE" TO WS-REJECT-REASON
008680         PERFORM 5100-REJECT-TRAN THRU 5100-EXIT
008690         GO TO 3200-EXIT
008700     END-IF
008710     MOVE WS-SET-IMAGE (WS-SET-USE-IDX) TO WS-BEFORE-IMAGE
008720     IF WS-NOT-APPLYING-APPROVED
008730         PERFORM 3500-HOLD-CHANGE THRU 3500-EXIT
008740         GO TO 3200-EXIT
008750     END-IF
008760     MOVE RTN-RATE-SET TO WS-SET-IMAGE (WS-SET-USE-IDX)
008770     MOVE RTN-RATE-SET TO WS-AFTER-IMAGE
008780     ADD 1 TO WS-REPLACE-COUNT
008790     PERFORM 4000-WRITE-AUDIT-RECORD THRU 4000-EXIT
008800     PERFORM 5000-REPORT-APPLIED THRU 5000-EXIT.
008810 3200-EXIT.
008820     EXIT.
008830*
008840*=============================================================*
008850* 3400-APPROVE-PENDING - APPLY A HELD RATE SET.  THE APPROVER
008860*                        MUST NOT BE THE REQUESTER AND MUST
008870*                        APPROVE IN A LATER RUN THAN THE ONE
008880*                        THAT HELD IT.  THE HELD TRANSACTION IS
008890*                        VALIDATED AGAIN AGAINST THE TABLE AS IT
008900*                        STANDS NOW - A SET WHOSE DATE HAS COME
008910*                        WHILE IT WAITED IS REJECTED AND STAYS
008920*                        PENDING UNTIL DECLINED.  EVERY REFUSED
008930*                        APPROVAL IS AUDITED.
008940*=============================================================*
008950 3400-APPROVE-PENDING.
008960     MOVE SPACES      TO WS-REQUESTER-ID
008970     MOVE RTN-USER-ID TO WS-APPROVER-ID
008980     MOVE 'R'         TO WS-AUD-DISPOSITION
008990     PERFORM 3450-FIND-PENDING THRU 3450-EXIT
009000     IF WS-REJECT-REASON NOT = SPACES
009010         PERFORM 3490-REFUSE-APPROVAL THRU 3490-EXIT
009020         GO TO 3400-EXIT
009030     END-IF
009040     IF PND-REQ-USER-ID = RTN-USER-ID
009050         MOVE "SELF-APPROVAL REFUSED - NEEDS 2ND USER"
009060             TO WS-REJECT-REASON
009070         MOVE 'S' TO WS-AUD-DISPOSITION
009080         PERFORM 3490-REFUSE-APPROVAL THRU 3490-EXIT
009090         GO TO 3400-EXIT
009100     END-IF
009110     IF PND-REQ-DATE = WS-RUN-DATE
009120        AND PND-REQ-TIME = WS-RUN-START-TIME
009130         MOVE "APPROVAL MUST COME IN A LATER RUN"
009140             TO WS-REJECT-REASON
009150         PERFORM 3490-REFUSE-APPROVAL THRU 3490-EXIT
009160         GO TO 3400-EXIT
009170     END-IF
009180     MOVE 'V' TO WS-AUD-DISPOSITION
009190     SET WS-APPLYING-APPROVED TO TRUE
009200     MOVE PND-TRAN-IMAGE TO RATE-TRAN-RECORD
009210     PERFORM 2050-VALIDATE-AND-APPLY THRU 2050-EXIT
009220     IF WS-REJECT-REASON NOT = SPACES
009230         MOVE 'R' TO WS-AUD-DISPOSITION
009240         PERFORM 4100-WRITE-DECISION-AUDIT THRU 4100-EXIT
009250         GO TO 3400-EXIT
009260     END-IF
009270     SET PND-APPROVED TO TRUE
009280     PERFORM 3480-MARK-PENDING-DECIDED THRU 3480-EXIT
009290     ADD 1 TO WS-APPROVED-COUNT.
009300 3400-EXIT.
009310     EXIT.
009320*
009330*-------------------------------------------------------------*
009340* 3450-FIND-PENDING - LOCATE THE HELD CHANGE NAMED BY THE
009350*                     TRANSACTION'S PENDING REFERENCE.  IT MUST
009360*                     STILL BE PENDING AND BE FOR THE EFFECTIVE
009370*                     DATE AND JURISDICTION ON THE TRANSACTION.
009380*-------------------------------------------------------------*
009390 3450-FIND-PENDING.
009400     MOVE ZERO TO WS-DECISION-EFF-DATE
009410     MOVE RTN-JURISDICTION TO WS-DECISION-JURISDICTION
009420     IF RTN-EFFECTIVE-DATE NUMERIC
009430         MOVE RTN-EFFECTIVE-DATE TO WS-DECISION-EFF-DATE
009440     END-IF
009450     IF RTN-PEND-REF NOT NUMERIC
009460        OR RTN-PEND-REF = ZERO
009470         MOVE "PENDING REFERENCE NOT NUMERIC" TO WS-REJECT-REASON
009480         GO TO 3450-EXIT
009490     END-IF
009500     MOVE RTN-PEND-REF TO WS-PEND-REF
009510     SET WS-PEND-NOT-FOUND TO TRUE
009520     PERFORM 3460-MATCH-PENDING THRU 3460-EXIT
009530         VARYING WS-PEND-IDX FROM 1 BY 1
009540         UNTIL WS-PEND-IDX > WS-PEND-COUNT
009550            OR WS-PEND-FOUND
009560     IF WS-PEND-NOT-FOUND
009570         MOVE "PENDING REFERENCE NOT ON FILE" TO WS-REJECT-REASON
009580         GO TO 3450-EXIT
009590     END-IF
009600     MOVE WS-PEND-IMAGE (WS-PEND-USE-IDX) TO PENDING-CHANGE-RECORD
009610     MOVE PND-REQ-USER-ID    TO WS-REQUESTER-ID
009620     MOVE PND-FIELDS         TO WS-FIELDS-CHANGED
009630     MOVE PND-EFFECTIVE-DATE TO WS-DECISION-EFF-DATE
009640     MOVE PND-RATE-JURISDICTION TO WS-DECISION-JURISDICTION
009650     IF NOT PND-PENDING
009660         MOVE "PENDING CHANGE ALREADY DECIDED" TO WS-REJECT-REASON
009670         GO TO 3450-EXIT
009680     END-IF
009690     IF RTN-EFFECTIVE-DATE NOT NUMERIC
009700        OR RTN-EFFECTIVE-DATE NOT = PND-EFFECTIVE-DATE
009710         MOVE "PENDING CHANGE IS FOR ANOTHER DATE"
009720             TO WS-REJECT-REASON
009730         GO TO 3450-EXIT
009740     END-IF
009750     IF RTN-JURISDICTION NOT = PND-RATE-JURISDICTION
009760         MOVE "PENDING CHANGE IS FOR ANOTHER JURIS"
009770             TO WS-REJECT-REASON
009780     END-IF.
009790 3450-EXIT.
009800     EXIT.
009810*
009820*-------------------------------------------------------------*
009830* 3460-MATCH-PENDING - REMEMBER THE TABLE SLOT WHOSE PENDING
009840*                      REFERENCE MATCHES THE TRANSACTION'S
009850*-------------------------------------------------------------*
009860 3460-MATCH-PENDING.
009870     IF WS-PEND-ENTRY-KEY (WS-PEND-IDX) = RTN-PEND-REF
009880         SET WS-PEND-FOUND TO TRUE
009890         SET WS-PEND-USE-IDX TO WS-PEND-IDX
009900     END-IF.
009910 3460-EXIT.
009920     EXIT.
009930*
009940*-------------------------------------------------------------*
009950* 3480-MARK-PENDING-DECIDED - STAMP THE DECISION ON THE
009960*                             PENDING CHANGE IN THE TABLE
009970*-------------------------------------------------------------*
009980 3480-MARK-PENDING-DECIDED.
009990     MOVE WS-RUN-DATE    TO PND-DECIDED-DATE
010000     ACCEPT WS-RUN-TIME FROM TIME
010010     MOVE WS-RUN-TIME    TO PND-DECIDED-TIME
010020     MOVE WS-APPROVER-ID TO PND-DECIDED-USER-ID
010030     MOVE PENDING-CHANGE-RECORD
010040         TO WS-PEND-IMAGE (WS-PEND-USE-IDX).
010050 3480-EXIT.
010060     EXIT.
010070*
010080*-------------------------------------------------------------*
010090* 3490-REFUSE-APPROVAL - AUDIT AND REPORT AN APPROVAL THAT
010100*                        COULD NOT BE ACTED ON
010110*-------------------------------------------------------------*
010120 3490-REFUSE-APPROVAL.
010130     PERFORM 4100-WRITE-DECISION-AUDIT THRU 4100-EXIT
010140     PERFORM 5100-REJECT-TRAN THRU 5100-EXIT.
010150 3490-EXIT.
010160     EXIT.
010170*
010180*=============================================================*
010190* 3500-HOLD-CHANGE - ADD A VALIDATED RATE SET TO THE PENDING
010200*                    TABLE INSTEAD OF THE RATE SET TABLE.  THE
010210*                    AUDIT RECORD CARRIES THE SET ON FILE (IF
010220*                    ANY) AND THE SET AS IT WOULD STAND ONCE
010230*                    APPROVED.
010240*=============================================================*
010250 3500-HOLD-CHANGE.
010260     IF WS-PEND-COUNT NOT LESS THAN 100
010270         MOVE "PENDING CHANGE TABLE FULL" TO WS-REJECT-REASON
010280         PERFORM 5100-REJECT-TRAN THRU 5100-EXIT
010290         GO TO 3500-EXIT
010300     END-IF
010310     IF WS-NEXT-PEND-SEQ > 9999
010320         MOVE "NO PENDING REFERENCES LEFT FOR TODAY"
010330             TO WS-REJECT-REASON
010340         PERFORM 5100-REJECT-TRAN THRU 5100-EXIT
010350         GO TO 3500-EXIT
010360     END-IF
010370     MOVE RTN-RATE-SET TO WS-AFTER-IMAGE
010380     PERFORM 4200-NAME-CHANGED-PARTS THRU 4200-EXIT
010390     MOVE SPACES             TO PENDING-CHANGE-RECORD
010400     MOVE WS-RUN-DATE        TO PND-REQ-DATE
010410     MOVE WS-NEXT-PEND-SEQ   TO PND-REQ-SEQ
010420     SET PND-PENDING         TO TRUE
010430     MOVE RTN-ACTION         TO PND-ACTION
010440     MOVE RTN-EFFECTIVE-DATE TO PND-EFFECTIVE-DATE
010450     MOVE RTN-JURISDICTION   TO PND-RATE-JURISDICTION
010460     MOVE WS-FIELDS-CHANGED  TO PND-FIELDS
010470     MOVE WS-RUN-START-TIME  TO PND-REQ-TIME
010480     MOVE RTN-USER-ID        TO PND-REQ-USER-ID
010490     MOVE ZERO               TO PND-DECIDED-DATE
010500     MOVE ZERO               TO PND-DECIDED-TIME
010510     MOVE RATE-TRAN-RECORD   TO PND-TRAN-IMAGE
010520     ADD 1 TO WS-PEND-COUNT
010530     SET WS-PEND-USE-IDX TO WS-PEND-COUNT
010540     MOVE PND-KEY TO WS-PEND-ENTRY-KEY (WS-PEND-USE-IDX)
010550     MOVE PENDING-CHANGE-RECORD
010560         TO WS-PEND-IMAGE (WS-PEND-USE-IDX)
010570     ADD 1 TO WS-NEXT-PEND-SEQ
010580     ADD 1 TO WS-HELD-COUNT
010590     MOVE 'H'     TO WS-AUD-DISPOSITION
010600     MOVE PND-KEY TO WS-PEND-REF
010610     PERFORM 4000-WRITE-AUDIT-RECORD THRU 4000-EXIT
010620     PERFORM 5200-REPORT-HELD THRU 5200-EXIT.
010630 3500-EXIT.
010640     EXIT.
010650*
010660*=============================================================*
010670* 3600-DECLINE-PENDING - DROP A HELD RATE SET WITHOUT
010680*                        APPLYING IT.  ANY USER MAY DECLINE,
010690*                        INCLUDING THE REQUESTER WITHDRAWING IT.
010700*=============================================================*
010710 3600-DECLINE-PENDING.
010720     MOVE SPACES      TO WS-REQUESTER-ID
010730     MOVE RTN-USER-ID TO WS-APPROVER-ID
010740     MOVE 'R'         TO WS-AUD-DISPOSITION
010750     PERFORM 3450-FIND-PENDING THRU 3450-EXIT
010760     IF WS-REJECT-REASON NOT = SPACES
010770         PERFORM 3490-REFUSE-APPROVAL THRU 3490-EXIT
010780         GO TO 3600-EXIT
010790     END-IF
010800     SET PND-DECLINED TO TRUE
010810     PERFORM 3480-MARK-PENDING-DECIDED THRU 3480-EXIT
010820     ADD 1 TO WS-DECLINED-COUNT
010830     MOVE 'X' TO WS-AUD-DISPOSITION
010840     PERFORM 4100-WRITE-DECISION-AUDIT THRU 4100-EXIT
010850     PERFORM 5300-REPORT-DECLINED THRU 5300-EXIT.
010860 3600-EXIT.
010870     EXIT.
010880*
010890*=============================================================*
010900* 4000-WRITE-AUDIT-RECORD - ONE PERMANENT AUDIT RECORD PER
010910*                           HELD OR APPLIED CHANGE: WHO, WHEN,
010920*                           WHICH SET, WHICH PARTS, THE FULL
010930*                           BEFORE AND AFTER IMAGES, AND WHO
010940*                           REQUESTED AND APPROVED IT.  A SET
010950*                           APPLIED ON APPROVAL IS LOGGED UNDER
010960*                           THE APPROVER.
010970*=============================================================*
010980 4000-WRITE-AUDIT-RECORD.
010990     PERFORM 4200-NAME-CHANGED-PARTS THRU 4200-EXIT
011000     MOVE SPACES             TO RATE-AUDIT-RECORD
011010     MOVE WS-RUN-DATE        TO RAU-DATE
011020     ACCEPT WS-RUN-TIME FROM TIME
011030     MOVE WS-RUN-TIME        TO RAU-TIME
011040     MOVE RTN-USER-ID        TO RAU-USER-ID
011050     IF WS-APPLYING-APPROVED
011060         MOVE WS-APPROVER-ID TO RAU-USER-ID
011070     END-IF
011080     MOVE RTN-ACTION         TO RAU-ACTION
011090     MOVE RTN-EFFECTIVE-DATE TO RAU-EFFECTIVE-DATE
011100     MOVE RTN-JURISDICTION   TO RAU-JURISDICTION
011110     MOVE WS-BEFORE-IMAGE    TO RAU-BEFORE-IMAGE
011120     MOVE WS-AFTER-IMAGE     TO RAU-AFTER-IMAGE
011130     MOVE WS-AUD-DISPOSITION TO RAU-DISPOSITION
011140     MOVE WS-FIELDS-CHANGED  TO RAU-FIELDS-CHANGED
011150     MOVE WS-REQUESTER-ID    TO RAU-REQUESTER-ID
011160     MOVE WS-APPROVER-ID     TO RAU-APPROVER-ID
011170     MOVE WS-PEND-REF        TO RAU-PEND-REF
011180     PERFORM 4050-PUT-AUDIT-RECORD THRU 4050-EXIT.
011190 4000-EXIT.
011200     EXIT.
011210*
011220*-------------------------------------------------------------*
011230* 4050-PUT-AUDIT-RECORD - WRITE THE AUDIT RECORD.  A CHANGE
011240*                         THAT CANNOT BE AUDITED STOPS THE RUN.
011250*-------------------------------------------------------------*
011260 4050-PUT-AUDIT-RECORD.
011270     WRITE RATE-AUDIT-RECORD
011280     IF WS-RATE-AUDIT-STATUS NOT = "00"
011290         DISPLAY "RATE AUDIT WRITE FAILED - STATUS "
011300             WS-RATE-AUDIT-STATUS
011310         CLOSE RATE-TRAN-FILE
011320         CLOSE RATE-AUDIT-FILE
011330         CLOSE RATE-REPORT-FILE
011340         MOVE 16 TO RETURN-CODE
011350         STOP RUN
011360     END-IF.
011370 4050-EXIT.
011380     EXIT.
011390*
011400*-------------------------------------------------------------*
011410* 4100-WRITE-DECISION-AUDIT - ONE AUDIT RECORD PER DECLINED
011420*                             SET AND PER APPROVAL REFUSED
011430*                             (SELF-APPROVAL, SAME RUN, NOT
011440*                             PENDING, OR FAILED ON REVALIDATION).
011450*                             NO IMAGES - THE TABLE IS NOT
011460*                             CHANGED.
011470*-------------------------------------------------------------*
011480 4100-WRITE-DECISION-AUDIT.
011490     MOVE SPACES               TO RATE-AUDIT-RECORD
011500     MOVE WS-RUN-DATE          TO RAU-DATE
011510     ACCEPT WS-RUN-TIME FROM TIME
011520     MOVE WS-RUN-TIME          TO RAU-TIME
011530     MOVE WS-APPROVER-ID       TO RAU-USER-ID
011540     MOVE WS-DECISION-ACTION   TO RAU-ACTION
011550     MOVE WS-DECISION-EFF-DATE TO RAU-EFFECTIVE-DATE
011560     MOVE WS-DECISION-JURISDICTION
011570                               TO RAU-JURISDICTION
011580     MOVE WS-AUD-DISPOSITION   TO RAU-DISPOSITION
011590     MOVE WS-FIELDS-CHANGED    TO RAU-FIELDS-CHANGED
011600     MOVE WS-REQUESTER-ID      TO RAU-REQUESTER-ID
011610     MOVE WS-APPROVER-ID       TO RAU-APPROVER-ID
011620     MOVE WS-PEND-REF          TO RAU-PEND-REF
011630     PERFORM 4050-PUT-AUDIT-RECORD THRU 4050-EXIT.
011640 4100-EXIT.
011650     EXIT.
011660*
011670*-------------------------------------------------------------*
011680* 4200-NAME-CHANGED-PARTS - FOR A REPLACE, NAME THE PARTS OF
011690*                           THE SET THAT DIFFER BETWEEN THE
011700*                           BEFORE AND AFTER IMAGES.  THE EE AND
011710*                           ER PARTS OF A STATE OR LOCAL SET HOLD
011720*                           ITS JURISDICTION DATA (JDAT).
011730*-------------------------------------------------------------*
011740 4200-NAME-CHANGED-PARTS.
011750     MOVE SPACES TO WS-FIELDS-CHANGED
011760     IF RTN-ACTION-ADD
011770         MOVE "ADD" TO WS-FIELDS-CHANGED
011780         GO TO 4200-EXIT
011790     END-IF
011800     IF WS-AI-BRACKETS NOT = WS-BI-BRACKETS
011810         MOVE "BRKT" TO WS-FC-BRKT
011820     END-IF
011830     IF NOT RTN-FEDERAL-SET
011840         IF WS-AI-EE-RATES NOT = WS-BI-EE-RATES
011850            OR WS-AI-ER-RATES NOT = WS-BI-ER-RATES
011860             MOVE "JDAT" TO WS-FC-JDAT
011870         END-IF
011880         GO TO 4200-EXIT
011890     END-IF
011900     IF WS-AI-EE-RATES NOT = WS-BI-EE-RATES
011910         MOVE "EE" TO WS-FC-EE
011920     END-IF
011930     IF WS-AI-ER-RATES NOT = WS-BI-ER-RATES
011940         MOVE "ER" TO WS-FC-ER
011950     END-IF.
011960 4200-EXIT.
011970     EXIT.
011980*
011990*-------------------------------------------------------------*
012000* 5000-REPORT-APPLIED - ONE REPORT LINE PER APPLIED CHANGE
012010*-------------------------------------------------------------*
012020 5000-REPORT-APPLIED.
012030     MOVE SPACES TO WS-REPORT-DETAIL
012040     MOVE RTN-ACTION         TO WS-RD-ACTION
012050     MOVE RTN-EFFECTIVE-DATE TO WS-RD-EFF-DATE
012060     MOVE RTN-JURISDICTION   TO WS-RD-JURISDICTION
012070     MOVE "APPLIED"          TO WS-RD-DISPOSITION
012080     IF WS-APPLYING-APPROVED
012090         MOVE "APPROVED"       TO WS-RD-DISPOSITION
012100     END-IF
012110     MOVE WS-FIELDS-CHANGED  TO WS-RD-REASON
012120     WRITE RATE-REPORT-LINE FROM WS-REPORT-DETAIL.
012130 5000-EXIT.
012140     EXIT.
012150*
012160*-------------------------------------------------------------*
012170* 5100-REJECT-TRAN - ONE REPORT LINE PER REJECTED TRANSACTION,
012180*                    WITH THE REASON IT COULD NOT BE APPLIED
012190*-------------------------------------------------------------*
012200 5100-REJECT-TRAN.
012210     ADD 1 TO WS-REJECT-COUNT
012220     MOVE SPACES TO WS-REPORT-DETAIL
012230     MOVE RTN-ACTION         TO WS-RD-ACTION
012240     IF RTN-EFFECTIVE-DATE NUMERIC
012250         MOVE RTN-EFFECTIVE-DATE TO WS-RD-EFF-DATE
012260     ELSE
012270         MOVE ZERO TO WS-RD-EFF-DATE
012280     END-IF
012290     MOVE RTN-JURISDICTION   TO WS-RD-JURISDICTION
012300     MOVE "REJECTED"         TO WS-RD-DISPOSITION
012310     MOVE WS-REJECT-REASON   TO WS-RD-REASON
012320     WRITE RATE-REPORT-LINE FROM WS-REPORT-DETAIL.
012330 5100-EXIT.
012340     EXIT.
012350*
012360*-------------------------------------------------------------*
012370* 5200-REPORT-HELD - ONE REPORT LINE PER RATE SET HELD, WITH
012380*                    THE PENDING REFERENCE THE APPROVER KEYS
012390*-------------------------------------------------------------*
012400 5200-REPORT-HELD.
012410     MOVE SPACES TO WS-REPORT-DETAIL
012420     MOVE RTN-ACTION         TO WS-RD-ACTION
012430     MOVE RTN-EFFECTIVE-DATE TO WS-RD-EFF-DATE
012440     MOVE RTN-JURISDICTION   TO WS-RD-JURISDICTION
012450     MOVE "HELD"             TO WS-RD-DISPOSITION
012460     STRING "PENDING REF " PND-KEY " - NEEDS APPROVAL"
012470         DELIMITED BY SIZE INTO WS-RD-REASON
012480     WRITE RATE-REPORT-LINE FROM WS-REPORT-DETAIL.
012490 5200-EXIT.
012500     EXIT.
012510*
012520*-------------------------------------------------------------*
012530* 5300-REPORT-DECLINED - ONE REPORT LINE PER HELD RATE SET
012540*                        DECLINED
012550*-------------------------------------------------------------*
012560 5300-REPORT-DECLINED.
012570     MOVE SPACES TO WS-REPORT-DETAIL
012580     MOVE RTN-ACTION           TO WS-RD-ACTION
012590     MOVE WS-DECISION-EFF-DATE TO WS-RD-EFF-DATE
012600     MOVE WS-DECISION-JURISDICTION
012610                               TO WS-RD-JURISDICTION
012620     MOVE "DECLINED"           TO WS-RD-DISPOSITION
012630     STRING "PENDING REF " PND-KEY
012640         DELIMITED BY SIZE INTO WS-RD-REASON
012650     WRITE RATE-REPORT-LINE FROM WS-REPORT-DETAIL.
012660 5300-EXIT.
012670     EXIT.
012680*
012690*=============================================================*
012700* 9000-TERMINATE - WRITE THE UPDATED RATES FILE AND THE
012710*                  LISTING IN JURISDICTION AND EFFECTIVE-DATE
012720*                  ORDER, THEN THE
012730*                  COUNT SUMMARY, THEN THE UPDATED PENDING FILE
012740*                  AND THE CHANGES STILL AWAITING APPROVAL,
012750*                  CLOSE FILES, SET THE RETURN CODE
012760*=============================================================*
012770 9000-TERMINATE.
012780     OPEN OUTPUT NEW-RATES-FILE
012790     IF WS-NEW-RATES-STATUS NOT = "00"
012800         DISPLAY "NEW RATES FILE OPEN FAILED - STATUS "
012810             WS-NEW-RATES-STATUS
012820         CLOSE RATE-TRAN-FILE
012830         CLOSE RATE-AUDIT-FILE
012840         CLOSE RATE-REPORT-FILE
012850         MOVE 16 TO RETURN-CODE
012860         STOP RUN
012870     END-IF
012880     MOVE SPACES TO RATE-REPORT-LINE
012890     WRITE RATE-REPORT-LINE
012900     MOVE SPACES TO RATE-REPORT-LINE
012910     STRING "RATE SETS ON FILE AFTER THIS RUN:"
012920         DELIMITED BY SIZE INTO RATE-REPORT-LINE
012930     WRITE RATE-REPORT-LINE
012940     WRITE RATE-REPORT-LINE FROM WS-LISTING-HEADING
012950     MOVE ZERO TO WS-SET-PRINTED-CT
012960     PERFORM 9100-PUT-LOWEST-SET THRU 9100-EXIT
012970         UNTIL WS-SET-PRINTED-CT NOT LESS THAN WS-SET-COUNT
012980     CLOSE NEW-RATES-FILE
012990     MOVE SPACES TO RATE-REPORT-LINE
013000     WRITE RATE-REPORT-LINE
013010     MOVE SPACES TO RATE-REPORT-LINE
013020     MOVE WS-ADD-COUNT TO WS-COUNT-ED
013030     STRING "ADDS APPLIED:     " WS-COUNT-ED
013040         DELIMITED BY SIZE INTO RATE-REPORT-LINE
013050     WRITE RATE-REPORT-LINE
013060     MOVE SPACES TO RATE-REPORT-LINE
013070     MOVE WS-REPLACE-COUNT TO WS-COUNT-ED
013080     STRING "REPLACES APPLIED: " WS-COUNT-ED
013090         DELIMITED BY SIZE INTO RATE-REPORT-LINE
013100     WRITE RATE-REPORT-LINE
013110     MOVE SPACES TO RATE-REPORT-LINE
013120     MOVE WS-HELD-COUNT TO WS-COUNT-ED
013130     STRING "HELD PENDING:     " WS-COUNT-ED
013140         DELIMITED BY SIZE INTO RATE-REPORT-LINE
013150     WRITE RATE-REPORT-LINE
013160     MOVE SPACES TO RATE-REPORT-LINE
013170     MOVE WS-APPROVED-COUNT TO WS-COUNT-ED
013180     STRING "APPROVED:         " WS-COUNT-ED
013190         DELIMITED BY SIZE INTO RATE-REPORT-LINE
013200     WRITE RATE-REPORT-LINE
013210     MOVE SPACES TO RATE-REPORT-LINE
013220     MOVE WS-DECLINED-COUNT TO WS-COUNT-ED
013230     STRING "DECLINED:         " WS-COUNT-ED
013240         DELIMITED BY SIZE INTO RATE-REPORT-LINE
013250     WRITE RATE-REPORT-LINE
013260     MOVE SPACES TO RATE-REPORT-LINE
013270     MOVE WS-REJECT-COUNT TO WS-COUNT-ED
013280     STRING "REJECTED:         " WS-COUNT-ED
013290         DELIMITED BY SIZE INTO RATE-REPORT-LINE
013300     WRITE RATE-REPORT-LINE
013310     PERFORM 9200-WRITE-PENDING-FILE THRU 9200-EXIT
013320     IF WS-REJECT-COUNT > 0
013330         MOVE 4 TO RETURN-CODE
013340     END-IF
013350     CLOSE RATE-TRAN-FILE
013360     CLOSE RATE-AUDIT-FILE
013370     CLOSE RATE-REPORT-FILE
013380     DISPLAY "RATES MAINTENANCE COMPLETE - SEE RATE REPORT.".
013390 9000-EXIT.
013400     EXIT.
013410*
013420*-------------------------------------------------------------*
013430* 9100-PUT-LOWEST-SET - FIND THE UNPRINTED ENTRY WITH THE
013440*                       LOWEST JURISDICTION AND EFFECTIVE DATE,
013450*                       WRITE IT TO THE NEW RATES FILE AND THE
013460*                       LISTING, SO BOTH COME OUT IN THAT ORDER
013470*                       WITHOUT SORTING THE TABLE
013480*-------------------------------------------------------------*
013490 9100-PUT-LOWEST-SET.
013500     MOVE HIGH-VALUES TO WS-SET-LOW-KEY
013510     SET WS-SET-USE-IDX TO 1
013520     PERFORM 9110-SCAN-FOR-LOWEST THRU 9110-EXIT
013530         VARYING WS-SET-IDX FROM 1 BY 1
013540         UNTIL WS-SET-IDX > WS-SET-COUNT
013550     SET WS-SET-PRINTED (WS-SET-USE-IDX) TO TRUE
013560     WRITE NEW-RATE-RECORD
013570         FROM WS-SET-IMAGE (WS-SET-USE-IDX)
013580     MOVE WS-SET-IMAGE (WS-SET-USE-IDX) TO WS-WORK-SET
013590     ADD 1 TO WS-SET-PRINTED-CT
013600     IF NOT WS-WK-FEDERAL-SET
013610         PERFORM 9120-LIST-JURISDICTION-SET THRU 9120-EXIT
013620         GO TO 9100-EXIT
013630     END-IF
013640     MOVE SPACES TO WS-LISTING-DETAIL
013650     MOVE "FED"                     TO WS-LD-JURISDICTION
013660     MOVE WS-WK-EFFECTIVE-DATE      TO WS-LD-EFF-DATE
013670     MOVE WS-WK-BRACKET-CEILING (5) TO WS-LD-TOP-CEILING
013680     MOVE WS-WK-SOC-SEC-RATE        TO WS-LD-SS-RATE
013690     MOVE WS-WK-HEALTH-INS-RATE     TO WS-LD-HI-RATE
013700     MOVE WS-WK-SOC-SEC-WAGE-BASE   TO WS-LD-WAGE-BASE
013710*    SETS FROM BEFORE THE EMPLOYER RATES LIST THEM BLANK.
013720     IF WS-WK-ER-HEALTH-RATE NUMERIC
013730         MOVE WS-WK-ER-HEALTH-RATE  TO WS-LD-ER-RATE
013740     END-IF
013750     IF WS-WK-UNEMP-RATE NUMERIC
013760         MOVE WS-WK-UNEMP-RATE      TO WS-LD-UI-RATE
013770     END-IF
013780     IF WS-WK-UNEMP-WAGE-BASE NUMERIC
013790         MOVE WS-WK-UNEMP-WAGE-BASE TO WS-LD-UI-WAGE-BASE
013800     END-IF
013810     WRITE RATE-REPORT-LINE FROM WS-LISTING-DETAIL.
013820 9100-EXIT.
013830     EXIT.
013840*
013850*-------------------------------------------------------------*
013860* 9110-SCAN-FOR-LOWEST - REMEMBER THE UNPRINTED TABLE SLOT
013870*                        WITH THE LOWEST JURISDICTION AND
013880*                        EFFECTIVE DATE
013890*-------------------------------------------------------------*
013900 9110-SCAN-FOR-LOWEST.
013910     IF WS-SET-NOT-PRINTED (WS-SET-IDX)
013920        AND WS-SET-KEY (WS-SET-IDX)
013930            NOT GREATER THAN WS-SET-LOW-KEY
013940         MOVE WS-SET-KEY (WS-SET-IDX) TO WS-SET-LOW-KEY
013950         SET WS-SET-USE-IDX TO WS-SET-IDX
013960     END-IF.
013970 9110-EXIT.
013980     EXIT.
013990*
014000*-------------------------------------------------------------*
014010* 9120-LIST-JURISDICTION-SET - ONE LISTING LINE FOR A STATE OR
014020*                              LOCAL SET
014030*-------------------------------------------------------------*
014040 9120-LIST-JURISDICTION-SET.
014050     MOVE SPACES TO WS-LISTING-JUR-DETAIL
014060     MOVE WS-WK-JURISDICTION        TO WS-LJ-JURISDICTION
014070     MOVE WS-WK-EFFECTIVE-DATE      TO WS-LJ-EFF-DATE
014080     MOVE WS-WK-BRACKET-CEILING (5) TO WS-LJ-TOP-CEILING
014090     MOVE "GL "                     TO WS-LJ-GL-LABEL
014100     MOVE WS-WK-JUR-GL-ACCOUNT      TO WS-LJ-GL-ACCOUNT
014110     MOVE "  BASIS "                TO WS-LJ-BASIS-LABEL
014120     MOVE WS-WK-JUR-BASIS           TO WS-LJ-BASIS
014130     MOVE WS-WK-JUR-NAME            TO WS-LJ-NAME
014140     WRITE RATE-REPORT-LINE FROM WS-LISTING-JUR-DETAIL.
014150 9120-EXIT.
014160     EXIT.
014170*
014180*-------------------------------------------------------------*
014190* 9200-WRITE-PENDING-FILE - WRITE THE PENDING TABLE TO THE NEW
014200*                           PENDING FILE AND LIST THE CHANGES
014210*                           STILL AWAITING A DECISION
014220*-------------------------------------------------------------*
014230 9200-WRITE-PENDING-FILE.
014240     OPEN OUTPUT NEW-PENDING-FILE
014250     IF WS-NEW-PENDING-STATUS NOT = "00"
014260         DISPLAY "NEW PENDING FILE OPEN FAILED - STATUS "
014270             WS-NEW-PENDING-STATUS
014280         CLOSE RATE-TRAN-FILE
014290         CLOSE RATE-AUDIT-FILE
014300         CLOSE RATE-REPORT-FILE
014310         MOVE 16 TO RETURN-CODE
014320         STOP RUN
014330     END-IF
014340     MOVE SPACES TO RATE-REPORT-LINE
014350     WRITE RATE-REPORT-LINE
014360     MOVE "CHANGES AWAITING APPROVAL:" TO RATE-REPORT-LINE
014370     WRITE RATE-REPORT-LINE
014380     WRITE RATE-REPORT-LINE FROM WS-PENDING-HEADING
014390     MOVE ZERO TO WS-AWAITING-COUNT
014400     PERFORM 9210-PUT-ONE-PENDING THRU 9210-EXIT
014410         VARYING WS-PEND-IDX FROM 1 BY 1
014420         UNTIL WS-PEND-IDX > WS-PEND-COUNT
014430     CLOSE NEW-PENDING-FILE
014440     IF WS-AWAITING-COUNT = ZERO
014450         MOVE "NONE" TO RATE-REPORT-LINE
014460         WRITE RATE-REPORT-LINE
014470     END-IF.
014480 9200-EXIT.
014490     EXIT.
014500*
014510*-------------------------------------------------------------*
014520* 9210-PUT-ONE-PENDING - CARRY ONE TABLE ENTRY FORWARD IF IT IS
014530*                        STILL PENDING OR WAS DECIDED TODAY, AND
014540*                        LIST IT IF IT IS STILL PENDING
014550*-------------------------------------------------------------*
014560 9210-PUT-ONE-PENDING.
014570     MOVE WS-PEND-IMAGE (WS-PEND-IDX) TO PENDING-CHANGE-RECORD
014580     IF NOT PND-PENDING
014590        AND PND-DECIDED-DATE NOT = WS-RUN-DATE
014600         GO TO 9210-EXIT
014610     END-IF
014620     WRITE NEW-PENDING-RECORD FROM PENDING-CHANGE-RECORD
014630     IF NOT PND-PENDING
014640         GO TO 9210-EXIT
014650     END-IF
014660     ADD 1 TO WS-AWAITING-COUNT
014670     MOVE SPACES TO WS-PENDING-DETAIL
014680     MOVE PND-KEY            TO WS-PD-PEND-REF
014690     MOVE PND-ACTION         TO WS-PD-ACTION
014700     MOVE PND-EFFECTIVE-DATE TO WS-PD-EFF-DATE
014710     MOVE PND-RATE-JURISDICTION
014720                             TO WS-PD-JURISDICTION
014730     MOVE PND-FIELDS         TO WS-PD-FIELDS
014740     MOVE PND-REQ-USER-ID    TO WS-PD-REQ-USER-ID
014750     MOVE PND-REQ-DATE       TO WS-PD-REQ-DATE
014760     WRITE RATE-REPORT-LINE FROM WS-PENDING-DETAIL.
014770 9210-EXIT.
014780     EXIT.
