000550*                   SHARED RUN CONTROL FILE, SO IT CANNOT
000560*                   COLLIDE WITH TAXES HOLDING THE MASTER
000570*                   MID-CYCLE.
000580*  10/15/2026 DO    AN ADD ZEROES THE NEW EMPLOYER YTD LIABILITY
000590*                   FIELDS ON THE MASTER.  THE AUDIT IMAGES WIDEN
000600*                   WITH THE MASTER RECORD (130 TO 180 BYTES).
000610*  10/15/2026 DO    THE RUN CONTROL KEY IS NOW RUN DATE PLUS RUN
000620*                   NUMBER, SO AN OFF-CYCLE RUN'S IN-FLIGHT MARK
000630*                   IS SEEN AND REFUSED LIKE THE NIGHTLY ONE.
000640*  10/15/2026 DO    SENSITIVE CHANGES NOW NEED A SECOND USER.
000650*                   AN HOURLY RATE CHANGE OF MORE THAN
000660*                   WS-RATE-HOLD-PCT PERCENT (OR ANY RATE GIVEN
000670*                   TO AN EMPLOYEE WITH NONE) AND A STATUS
000680*                   CHANGE OUT OF TERMINATED ARE HELD ON THE NEW
000690*                   PENDING CHANGE FILE (EMPPEND) INSTEAD OF
000700*                   APPLIED, AND REPORTED WITH A PENDING
000710*                   REFERENCE.  A LATER RUN APPLIES ONE ON AN
000720*                   APPROVE ('V') TRANSACTION FROM A DIFFERENT
000730*                   USER, OR DROPS IT ON A DECLINE ('X').
000740*                   SELF-APPROVAL AND SAME-RUN APPROVAL ARE
000750*                   REFUSED AND AUDITED.  THE AUDIT RECORD MOVES
000760*                   TO COPYBOOK EMPAUDIT AND WIDENS FROM 400 TO
000770*                   440 BYTES FOR THE DISPOSITION, REQUESTER,
000780*                   APPROVER AND PENDING REFERENCE.  THE REPORT
000790*                   ENDS WITH THE CHANGES STILL AWAITING
000800*                   APPROVAL.
000810*  10/15/2026 DO    STATE AND LOCAL INCOME TAX JURISDICTIONS.  A
000820*                   NEW JURISDICTION ('J') TRANSACTION SETS THE
000830*                   MASTER'S WORK STATE, WORK LOCAL, RESIDENCE
000840*                   STATE AND RESIDENCE LOCAL CODES; A BLANK CODE
000850*                   LEAVES THE FIELD AS IT STANDS AND NONE CLEARS
000860*                   IT.  AN ADD MAY CARRY THE CODES TOO.  EVERY
000870*                   CODE MUST HAVE A RATE SET ON THE RATES FILE,
000880*                   LOADED AT INITIALIZE TIME.  THE TRANSACTION
000890*                   RECORD WIDENS FROM 80 TO 100 BYTES.  THE AUDIT
000900*                   IMAGES STAY AT 180 BYTES - THEY HOLD THE
000910*                   CODES, AND THE STATE AND LOCAL YTD SLOTS AFTER
000920*                   THEM ARE NEVER MAINTAINED HERE.
000930*-----------------------------------------------------------*
000940*
000950 ENVIRONMENT DIVISION.
000960 CONFIGURATION SECTION.
000970*
000980 INPUT-OUTPUT SECTION.
000990 FILE-CONTROL.
001000     SELECT MAINT-TRAN-FILE ASSIGN TO MNTTRAN
001010         ORGANIZATION IS SEQUENTIAL
001020         FILE STATUS IS WS-MAINT-TRAN-STATUS.
001030*
001040     SELECT EMPLOYEE-MASTER ASSIGN TO EMPMSTR
001050         ORGANIZATION IS INDEXED
001060         ACCESS MODE IS DYNAMIC
001070         RECORD KEY IS EMM-EMPLOYEE-ID
001080         FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.
001090*
001100     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
001110         ORGANIZATION IS SEQUENTIAL
001120         FILE STATUS IS WS-AUDIT-STATUS.
001130*
001140     SELECT MAINT-REPORT-FILE ASSIGN TO MNTRPT
001150         ORGANIZATION IS SEQUENTIAL
001160         FILE STATUS IS WS-MAINT-REPORT-STATUS.
001170*
001180     SELECT DEPARTMENT-FILE ASSIGN TO DEPTFILE
001190         ORGANIZATION IS SEQUENTIAL
001200         FILE STATUS IS WS-DEPARTMENT-STATUS.
001210*
001220     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
001230         ORGANIZATION IS INDEXED
001240         ACCESS MODE IS DYNAMIC
001250         RECORD KEY IS RCT-RUN-KEY
001260         FILE STATUS IS WS-RUN-CONTROL-STATUS.
001270*
001280     SELECT PENDING-FILE ASSIGN TO EMPPEND
001290         ORGANIZATION IS INDEXED
001300         ACCESS MODE IS DYNAMIC
001310         RECORD KEY IS PND-KEY
001320         FILE STATUS IS WS-PENDING-STATUS.
001330*
001340     SELECT RATES-FILE ASSIGN TO RATEFILE
001350         ORGANIZATION IS SEQUENTIAL
001360         FILE STATUS IS WS-RATES-STATUS.
001370*
001380 DATA DIVISION.
001390 FILE SECTION.
001400*
001410 FD  MAINT-TRAN-FILE
001420     LABEL RECORDS ARE STANDARD
001430     RECORDING MODE IS F.
001440 01  MAINT-TRAN-RECORD.
001450     05  MNT-ACTION            PIC X(01).
001460         88  MNT-ACTION-ADD            VALUE 'A'.
001470         88  MNT-ACTION-CHANGE         VALUE 'C'.
001480         88  MNT-ACTION-TERMINATE      VALUE 'T'.
001490         88  MNT-ACTION-STATUS         VALUE 'S'.
001500         88  MNT-ACTION-DELETE         VALUE 'D'.
001510         88  MNT-ACTION-APPROVE        VALUE 'V'.
001520         88  MNT-ACTION-DECLINE        VALUE 'X'.
001530         88  MNT-ACTION-JURISDICTION   VALUE 'J'.
001540     05  MNT-EMPLOYEE-ID       PIC 9(05).
001550     05  MNT-USER-ID           PIC X(08).
001560     05  MNT-NAME              PIC X(30).
001570     05  MNT-DEPT-CODE         PIC X(04).
001580     05  MNT-HOURLY-RATE       PIC 9(04)V99.
001590*    THE X VIEW EXISTS FOR THE BLANK-FIELD TESTS - A NON-
001600*    INTEGER NUMERIC ITEM MAY NOT BE COMPARED TO SPACES.
001610     05  MNT-HOURLY-RATE-X REDEFINES MNT-HOURLY-RATE
001620                           PIC X(06).
001630     05  MNT-STATUS-CODE       PIC X(01).
001640     05  MNT-TERM-DATE         PIC 9(06).
001650*    THE PENDING REFERENCE IS KEYED ONLY ON AN APPROVE OR
001660*    DECLINE, AND NAMES THE HELD CHANGE IT DECIDES.
001670     05  MNT-PEND-REF          PIC 9(10).
001680     05  FILLER                PIC X(09).
001690*    THE STATE AND LOCAL JURISDICTION CODES, ON A JURISDICTION
001700*    CHANGE OR AN ADD.  BLANK LEAVES THE MASTER FIELD AS IT
001710*    STANDS; NONE CLEARS IT.
001720     05  MNT-JURISDICTIONS.
001730         10  MNT-WORK-STATE    PIC X(04).
001740         10  MNT-WORK-LOCAL    PIC X(04).
001750         10  MNT-RES-STATE     PIC X(04).
001760         10  MNT-RES-LOCAL     PIC X(04).
001770     05  MNT-JURISDICTION-CODE REDEFINES MNT-JURISDICTIONS
001780                               PIC X(04) OCCURS 4 TIMES.
001790     05  FILLER                PIC X(04).
001800*
001810 FD  EMPLOYEE-MASTER
001820     LABEL RECORDS ARE STANDARD.
001830     COPY EMPMSTR.
001840*
001850 FD  AUDIT-FILE
001860     LABEL RECORDS ARE STANDARD
001870     RECORDING MODE IS F.
001880     COPY EMPAUDIT.
001890*
001900 FD  MAINT-REPORT-FILE
001910     LABEL RECORDS ARE STANDARD
001920     RECORDING MODE IS F.
001930 01  MAINT-REPORT-LINE         PIC X(80).
001940*
001950 FD  DEPARTMENT-FILE
001960     LABEL RECORDS ARE STANDARD
001970     RECORDING MODE IS F.
001980     COPY DEPTREC.
001990*
002000 FD  RUN-CONTROL-FILE
002010     LABEL RECORDS ARE STANDARD.
002020     COPY RUNCTL.
002030*
002040 FD  PENDING-FILE
002050     LABEL RECORDS ARE STANDARD.
002060     COPY PENDCHG.
002070*
002080 FD  RATES-FILE
002090     LABEL RECORDS ARE STANDARD
002100     RECORDING MODE IS F.
002110     COPY RATESET.
002120*
002130 WORKING-STORAGE SECTION.
002140*
002150*-----------------------------------------------------------*
002160* RUN STAMP FIELDS - EVERY AUDIT RECORD CARRIES THE DATE AND
002170* TIME THE CHANGE WAS APPLIED AND THE USER WHO KEYED IT.
002180*-----------------------------------------------------------*
002190 01  WS-RUN-DATE               PIC 9(06) VALUE ZERO.
002200 01  WS-RUN-TIME               PIC 9(08) VALUE ZERO.
002210*    THE TIME THE RUN STARTED, KEPT ON EVERY CHANGE IT HOLDS SO
002220*    THE SAME RUN CANNOT APPROVE THEM.
002230 01  WS-RUN-START-TIME         PIC 9(08) VALUE ZERO.
002240*
002250*-----------------------------------------------------------*
002260* FILE STATUS AND CONTROL FIELDS
002270*-----------------------------------------------------------*
002280 01  WS-MAINT-TRAN-STATUS      PIC X(02) VALUE SPACES.
002290 01  WS-EMPLOYEE-MASTER-STATUS PIC X(02) VALUE SPACES.
002300 01  WS-AUDIT-STATUS           PIC X(02) VALUE SPACES.
002310 01  WS-MAINT-REPORT-STATUS    PIC X(02) VALUE SPACES.
002320 01  WS-DEPARTMENT-STATUS      PIC X(02) VALUE SPACES.
002330 01  WS-RUN-CONTROL-STATUS     PIC X(02) VALUE SPACES.
002340 01  WS-PENDING-STATUS         PIC X(02) VALUE SPACES.
002350 01  WS-RATES-STATUS           PIC X(02) VALUE SPACES.
002360*
002370*-----------------------------------------------------------*
002380* DEPARTMENT REFERENCE TABLE - ADDS AND CHANGES MAY ONLY
002390* CARRY A DEPARTMENT CODE THAT IS ON THE REFERENCE MASTER.
002400* AN UNKNOWN CODE IS A REJECT, NOT A NEW DEPARTMENT.
002410*-----------------------------------------------------------*
002420 01  WS-DREF-COUNT             PIC 9(03) COMP VALUE ZERO.
002430 01  WS-DREF-TABLE.
002440     05  WS-DREF-ENTRY OCCURS 100 TIMES
002450                       INDEXED BY WS-DREF-IDX.
002460         10  WS-DREF-CODE      PIC X(04).
002470*
002480*-----------------------------------------------------------*
002490* JURISDICTION REFERENCE TABLE - THE STATE AND LOCAL CODES
002500* WITH A RATE SET ON THE RATES FILE.  A CODE NOT ON FILE IS A
002510* REJECT - THE TAX RUN WOULD REJECT THE EMPLOYEE'S PAY.
002520*-----------------------------------------------------------*
002530 01  WS-JREF-COUNT             PIC 9(03) COMP VALUE ZERO.
002540 01  WS-JREF-TABLE.
002550     05  WS-JREF-ENTRY OCCURS 50 TIMES
002560                       INDEXED BY WS-JREF-IDX.
002570         10  WS-JREF-CODE      PIC X(04).
002580 01  WS-JUR-SUB                PIC 9(02) COMP VALUE ZERO.
002590 01  WS-JUR-CHECK-CODE         PIC X(04) VALUE SPACES.
002600*
002610 01  WS-ADD-COUNT              PIC 9(05) COMP VALUE ZERO.
002620 01  WS-CHANGE-COUNT           PIC 9(05) COMP VALUE ZERO.
002630 01  WS-TERM-COUNT             PIC 9(05) COMP VALUE ZERO.
002640 01  WS-STATUS-COUNT           PIC 9(05) COMP VALUE ZERO.
002650 01  WS-JUR-CHANGE-COUNT       PIC 9(05) COMP VALUE ZERO.
002660 01  WS-REJECT-COUNT           PIC 9(05) COMP VALUE ZERO.
002670 01  WS-HELD-COUNT             PIC 9(05) COMP VALUE ZERO.
002680 01  WS-APPROVED-COUNT         PIC 9(05) COMP VALUE ZERO.
002690 01  WS-DECLINED-COUNT         PIC 9(05) COMP VALUE ZERO.
002700 01  WS-AWAITING-COUNT         PIC 9(05) COMP VALUE ZERO.
002710 01  WS-COUNT-ED               PIC ZZZZ9.
002720*
002730*-----------------------------------------------------------*
002740* IMAGE AND REPORT WORK FIELDS
002750*-----------------------------------------------------------*
002760 01  WS-BEFORE-IMAGE           PIC X(180) VALUE SPACES.
002770 01  WS-FIELDS-CHANGED.
002780     05  WS-FC-NAME            PIC X(04) VALUE SPACES.
002790     05  FILLER                PIC X(01) VALUE SPACES.
002800     05  WS-FC-DEPT            PIC X(04) VALUE SPACES.
002810     05  FILLER                PIC X(01) VALUE SPACES.
002820     05  WS-FC-RATE            PIC X(02) VALUE SPACES.
002830 01  WS-REJECT-REASON          PIC X(40) VALUE SPACES.
002840 01  WS-REPORT-DETAIL.
002850     05  WS-RD-ACTION          PIC X(01).
002860     05  FILLER                PIC X(02) VALUE SPACES.
002870     05  WS-RD-EMPLOYEE-ID     PIC 9(05).
002880     05  FILLER                PIC X(02) VALUE SPACES.
002890     05  WS-RD-DISPOSITION     PIC X(10).
002900     05  FILLER                PIC X(02) VALUE SPACES.
002910     05  WS-RD-REASON          PIC X(40).
002920     05  FILLER                PIC X(18) VALUE SPACES.
002930*
002940*-----------------------------------------------------------*
002950* TWO-PERSON APPROVAL FIELDS.  AN HOURLY RATE CHANGE OF MORE
002960* THAN WS-RATE-HOLD-PCT PERCENT EITHER WAY, A RATE GIVEN TO AN
002970* EMPLOYEE WHO HAD NONE, AND A STATUS CHANGE OUT OF
002980* TERMINATED ARE HELD ON THE PENDING FILE UNTIL ANOTHER USER
002990* APPROVES THEM IN A LATER RUN.  THE REQUESTER, APPROVER,
003000* DISPOSITION AND PENDING REFERENCE GO ON THE AUDIT RECORD.
003010*-----------------------------------------------------------*
003020 01  WS-RATE-HOLD-PCT          PIC 9(03) VALUE 10.
003030 01  WS-RATE-DIFF              PIC 9(04)V99 VALUE ZERO.
003040 01  WS-NEXT-PEND-SEQ          PIC 9(05) COMP VALUE 1.
003050 01  WS-APPROVAL-FIELDS.
003060     05  WS-AUD-DISPOSITION    PIC X(01) VALUE SPACES.
003070     05  WS-DECISION-ACTION    PIC X(01) VALUE SPACES.
003080     05  WS-REQUESTER-ID       PIC X(08) VALUE SPACES.
003090     05  WS-APPROVER-ID        PIC X(08) VALUE SPACES.
003100     05  WS-PEND-REF           PIC 9(10) VALUE ZERO.
003110 01  WS-PENDING-HEADING.
003120     05  FILLER                PIC X(14) VALUE "PENDING REF  A".
003130     05  FILLER                PIC X(09) VALUE "  EMPLOY".
003140     05  FILLER                PIC X(14) VALUE "FIELDS".
003150     05  FILLER                PIC X(10) VALUE "REQUESTER".
003160     05  FILLER                PIC X(09) VALUE "REQUESTED".
003170     05  FILLER                PIC X(24) VALUE SPACES.
003180 01  WS-PENDING-DETAIL.
003190     05  WS-PD-PEND-REF        PIC 9(10).
003200     05  FILLER                PIC X(03) VALUE SPACES.
003210     05  WS-PD-ACTION          PIC X(01).
003220     05  FILLER                PIC X(02) VALUE SPACES.
003230     05  WS-PD-EMPLOYEE-ID     PIC 9(05).
003240     05  FILLER                PIC X(02) VALUE SPACES.
003250     05  WS-PD-FIELDS          PIC X(12).
003260     05  FILLER                PIC X(02) VALUE SPACES.
003270     05  WS-PD-REQ-USER-ID     PIC X(08).
003280     05  FILLER                PIC X(02) VALUE SPACES.
003290     05  WS-PD-REQ-DATE        PIC 9(06).
003300     05  FILLER                PIC X(27) VALUE SPACES.
003310*
003320 01  WS-SWITCHES.
003330     05  WS-TRAN-EOF-SWITCH    PIC X(01) VALUE 'N'.
003340         88  WS-TRAN-END-OF-FILE       VALUE 'Y'.
003350         88  WS-TRAN-NOT-END-OF-FILE   VALUE 'N'.
003360     05  WS-MASTER-SWITCH      PIC X(01) VALUE 'N'.
003370         88  WS-MASTER-RECORD-FOUND    VALUE 'Y'.
003380         88  WS-MASTER-RECORD-MISSING  VALUE 'N'.
003390     05  WS-DREF-EOF-SWITCH    PIC X(01) VALUE 'N'.
003400         88  WS-DREF-END-OF-FILE       VALUE 'Y'.
003410         88  WS-DREF-NOT-END-OF-FILE   VALUE 'N'.
003420     05  WS-DREF-FOUND-SW      PIC X(01) VALUE 'N'.
003430         88  WS-DREF-FOUND             VALUE 'Y'.
003440         88  WS-DREF-NOT-FOUND         VALUE 'N'.
003450     05  WS-RCTL-EOF-SWITCH    PIC X(01) VALUE 'N'.
003460         88  WS-RCTL-END-OF-FILE       VALUE 'Y'.
003470         88  WS-RCTL-NOT-END-OF-FILE   VALUE 'N'.
003480     05  WS-PEND-EOF-SWITCH    PIC X(01) VALUE 'N'.
003490         88  WS-PEND-END-OF-FILE       VALUE 'Y'.
003500         88  WS-PEND-NOT-END-OF-FILE   VALUE 'N'.
003510     05  WS-RATES-EOF-SWITCH   PIC X(01) VALUE 'N'.
003520         88  WS-RATES-END-OF-FILE      VALUE 'Y'.
003530         88  WS-RATES-NOT-END-OF-FILE  VALUE 'N'.
003540     05  WS-JREF-FOUND-SW      PIC X(01) VALUE 'N'.
003550         88  WS-JREF-FOUND             VALUE 'Y'.
003560         88  WS-JREF-NOT-FOUND         VALUE 'N'.
003570     05  WS-HOLD-SWITCH        PIC X(01) VALUE 'N'.
003580         88  WS-HOLD-FOR-APPROVAL      VALUE 'Y'.
003590         88  WS-APPLY-NOW              VALUE 'N'.
003600     05  WS-APPROVED-SWITCH    PIC X(01) VALUE 'N'.
003610         88  WS-APPLYING-APPROVED      VALUE 'Y'.
003620         88  WS-NOT-APPLYING-APPROVED  VALUE 'N'.
003630*
003640 PROCEDURE DIVISION.
003650*
003660*=============================================================*
003670* 0000-MAINLINE - PROGRAM ENTRY POINT
003680*=============================================================*
003690 0000-MAINLINE.
003700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003710     PERFORM 2000-APPLY-ONE-TRAN THRU 2000-EXIT
003720         UNTIL WS-TRAN-END-OF-FILE
003730     PERFORM 9000-TERMINATE THRU 9000-EXIT
003740     STOP RUN.
003750*
003760*=============================================================*
003770* 1000-INITIALIZE - STAMP THE RUN, OPEN THE FILES, FIND THE
003780*                   NEXT PENDING REFERENCE, PRIME THE FIRST
003790*                   TRANSACTION
003800*=============================================================*
003810 1000-INITIALIZE.
003820     ACCEPT WS-RUN-DATE FROM DATE
003830     ACCEPT WS-RUN-TIME FROM TIME
003840     MOVE WS-RUN-TIME TO WS-RUN-START-TIME
003850     PERFORM 1050-CHECK-RUN-CONTROL THRU 1050-EXIT
003860     OPEN INPUT MAINT-TRAN-FILE
003870     IF WS-MAINT-TRAN-STATUS NOT = "00"
003880         DISPLAY "MAINT TRAN FILE OPEN FAILED - STATUS "
003890             WS-MAINT-TRAN-STATUS
003900         MOVE 16 TO RETURN-CODE
003910         STOP RUN
003920     END-IF
003930     OPEN I-O EMPLOYEE-MASTER
003940     IF WS-EMPLOYEE-MASTER-STATUS NOT = "00"
003950         DISPLAY "EMPLOYEE MASTER OPEN FAILED - STATUS "
003960             WS-EMPLOYEE-MASTER-STATUS
003970         CLOSE MAINT-TRAN-FILE
003980         MOVE 16 TO RETURN-CODE
003990         STOP RUN
004000     END-IF
004010     OPEN EXTEND AUDIT-FILE
004020     IF WS-AUDIT-STATUS NOT = "00"
004030         DISPLAY "AUDIT FILE OPEN FAILED - STATUS "
004040             WS-AUDIT-STATUS
004050         CLOSE MAINT-TRAN-FILE
004060         CLOSE EMPLOYEE-MASTER
004070         MOVE 16 TO RETURN-CODE
004080         STOP RUN
004090     END-IF
004100     OPEN OUTPUT MAINT-REPORT-FILE
004110     IF WS-MAINT-REPORT-STATUS NOT = "00"
004120         DISPLAY "MAINT REPORT FILE OPEN FAILED - STATUS "
004130             WS-MAINT-REPORT-STATUS
004140         CLOSE MAINT-TRAN-FILE
004150         CLOSE EMPLOYEE-MASTER
004160         CLOSE AUDIT-FILE
004170         MOVE 16 TO RETURN-CODE
004180         STOP RUN
004190     END-IF
004200     OPEN I-O PENDING-FILE
004210     IF WS-PENDING-STATUS NOT = "00"
004220         DISPLAY "PENDING CHANGE FILE OPEN FAILED - STATUS "
004230             WS-PENDING-STATUS
004240         CLOSE MAINT-TRAN-FILE
004250         CLOSE EMPLOYEE-MASTER
004260         CLOSE AUDIT-FILE
004270         CLOSE MAINT-REPORT-FILE
004280         MOVE 16 TO RETURN-CODE
004290         STOP RUN
004300     END-IF
004310     MOVE SPACES TO MAINT-REPORT-LINE
004320     STRING "POLUX FINANCIAL - EMPLOYEE MASTER MAINTENANCE - "
004330             "RUN DATE " WS-RUN-DATE
004340         DELIMITED BY SIZE INTO MAINT-REPORT-LINE
004350     WRITE MAINT-REPORT-LINE
004360     PERFORM 1100-LOAD-DEPARTMENTS THRU 1100-EXIT
004370     PERFORM 1150-LOAD-JURISDICTIONS THRU 1150-EXIT
004380     PERFORM 1200-FIND-NEXT-PEND-SEQ THRU 1200-EXIT
004390     PERFORM 2100-READ-MAINT-TRAN THRU 2100-EXIT.
004400 1000-EXIT.
004410     EXIT.
004420*
004430*-------------------------------------------------------------*
004440* 1050-CHECK-RUN-CONTROL - REFUSE TO START WHILE A NIGHTLY RUN
004450*                          IS MARKED IN-FLIGHT ON THE SHARED
004460*                          RUN CONTROL FILE - MAINTENANCE MUST
004470*                          NOT TOUCH THE MASTER WHILE TAXES
004480*                          HOLDS IT MID-CYCLE.  A MISSING RUN
004490*                          CONTROL FILE GETS A CONSOLE NOTE
004500*                          AND THE RUN PROCEEDS, SO CUTOVER TO
004510*                          THE NEW CONTROL DATASET IS NOT A
004520*                          HARD STOP.
004530*-------------------------------------------------------------*
004540 1050-CHECK-RUN-CONTROL.
004550     OPEN INPUT RUN-CONTROL-FILE
004560     IF WS-RUN-CONTROL-STATUS NOT = "00"
004570         DISPLAY "RUN CONTROL FILE NOT AVAILABLE - STATUS "
004580             WS-RUN-CONTROL-STATUS " - PROCEEDING"
004590         GO TO 1050-EXIT
004600     END-IF
004610     MOVE ZERO TO RCT-RUN-KEY
004620     START RUN-CONTROL-FILE KEY NOT LESS THAN RCT-RUN-KEY
004630         INVALID KEY
004640             SET WS-RCTL-END-OF-FILE TO TRUE
004650     END-START
004660     PERFORM 1060-SCAN-RUN-CONTROL THRU 1060-EXIT
004670         UNTIL WS-RCTL-END-OF-FILE
004680     CLOSE RUN-CONTROL-FILE.
004690 1050-EXIT.
004700     EXIT.
004710*
004720*-------------------------------------------------------------*
004730* 1060-SCAN-RUN-CONTROL - ONE CONTROL RECORD; ANY IN-FLIGHT
004740*                         MARK STOPS THE MAINTENANCE RUN
004750*-------------------------------------------------------------*
004760 1060-SCAN-RUN-CONTROL.
004770     READ RUN-CONTROL-FILE NEXT RECORD
004780         AT END
004790             SET WS-RCTL-END-OF-FILE TO TRUE
004800             GO TO 1060-EXIT
004810     END-READ
004820     IF RCT-RUN-IN-FLIGHT
004830         DISPLAY "PAYROLL RUN " RCT-RUN-DATE "/" RCT-RUN-NO
004840             " IS MARKED "
004850             "IN-FLIGHT - MAINTENANCE REFUSED"
004860         CLOSE RUN-CONTROL-FILE
004870         MOVE 8 TO RETURN-CODE
004880         STOP RUN
004890     END-IF.
004900 1060-EXIT.
004910     EXIT.
004920*
004930*-------------------------------------------------------------*
004940* 1100-LOAD-DEPARTMENTS - LOAD THE DEPARTMENT REFERENCE MASTER
004950*                         INTO THE IN-STORAGE TABLE.  WITHOUT
004960*                         IT EVERY DEPARTMENT WOULD VALIDATE
004970*                         AS UNKNOWN, SO A MISSING FILE STOPS
004980*                         THE RUN.
004990*-------------------------------------------------------------*
005000 1100-LOAD-DEPARTMENTS.
005010     OPEN INPUT DEPARTMENT-FILE
005020     IF WS-DEPARTMENT-STATUS NOT = "00"
005030         DISPLAY "DEPARTMENT REFERENCE OPEN FAILED - STATUS "
005040             WS-DEPARTMENT-STATUS
005050         CLOSE MAINT-TRAN-FILE
005060         CLOSE EMPLOYEE-MASTER
005070         CLOSE AUDIT-FILE
005080         CLOSE MAINT-REPORT-FILE
005090         CLOSE PENDING-FILE
005100         MOVE 16 TO RETURN-CODE
005110         STOP RUN
005120     END-IF
005130     PERFORM 1110-READ-DEPARTMENT THRU 1110-EXIT
005140         UNTIL WS-DREF-END-OF-FILE
005150     CLOSE DEPARTMENT-FILE.
005160 1100-EXIT.
005170     EXIT.
005180*
005190*-------------------------------------------------------------*
005200* 1110-READ-DEPARTMENT - LOAD ONE REFERENCE RECORD.  BLANK
005210*                        CODES ARE IGNORED; A FULL TABLE STOPS
005220*                        THE RUN, AS IT DOES IN TAXES - A
005230*                        DROPPED CODE WOULD SILENTLY REJECT
005240*                        VALID TRANSACTIONS.
005250*-------------------------------------------------------------*
005260 1110-READ-DEPARTMENT.
005270     READ DEPARTMENT-FILE
005280         AT END
005290             SET WS-DREF-END-OF-FILE TO TRUE
005300             GO TO 1110-EXIT
005310     END-READ
005320     IF DPT-CODE = SPACES
005330         GO TO 1110-EXIT
005340     END-IF
005350     IF WS-DREF-COUNT NOT LESS THAN 100
005360         DISPLAY "DEPARTMENT REFERENCE TABLE FULL - RUN "
005370             "STOPPED"
005380         CLOSE DEPARTMENT-FILE
005390         CLOSE MAINT-TRAN-FILE
005400         CLOSE EMPLOYEE-MASTER
005410         CLOSE AUDIT-FILE
005420         CLOSE MAINT-REPORT-FILE
005430         CLOSE PENDING-FILE
005440         MOVE 16 TO RETURN-CODE
005450         STOP RUN
005460     END-IF
005470     ADD 1 TO WS-DREF-COUNT
005480     SET WS-DREF-IDX TO WS-DREF-COUNT
005490     MOVE DPT-CODE TO WS-DREF-CODE (WS-DREF-IDX).
005500 1110-EXIT.
005510     EXIT.
005520*
005530*-------------------------------------------------------------*
005540* 1150-LOAD-JURISDICTIONS - LOAD THE STATE AND LOCAL CODES ON
005550*                           THE RATES FILE INTO THE IN-STORAGE
005560*                           TABLE.  WITHOUT IT EVERY CODE WOULD
005570*                           VALIDATE AS UNKNOWN, SO A MISSING
005580*                           FILE STOPS THE RUN.
005590*-------------------------------------------------------------*
005600 1150-LOAD-JURISDICTIONS.
005610     OPEN INPUT RATES-FILE
005620     IF WS-RATES-STATUS NOT = "00"
005630         DISPLAY "RATES FILE OPEN FAILED - STATUS "
005640             WS-RATES-STATUS
005650         CLOSE MAINT-TRAN-FILE
005660         CLOSE EMPLOYEE-MASTER
005670         CLOSE AUDIT-FILE
005680         CLOSE MAINT-REPORT-FILE
005690         CLOSE PENDING-FILE
005700         MOVE 16 TO RETURN-CODE
005710         STOP RUN
005720     END-IF
005730     PERFORM 1160-READ-RATE-SET THRU 1160-EXIT
005740         UNTIL WS-RATES-END-OF-FILE
005750     CLOSE RATES-FILE.
005760 1150-EXIT.
005770     EXIT.
005780*
005790*-------------------------------------------------------------*
005800* 1160-READ-RATE-SET - ONE RATE SET.  FEDERAL SETS ARE
005810*                      IGNORED, AND EACH STATE OR LOCAL CODE IS
005820*                      TABLED ONCE HOWEVER MANY DATED SETS IT
005830*                      HAS.  A FULL TABLE STOPS THE RUN.
005840*-------------------------------------------------------------*
005850 1160-READ-RATE-SET.
005860     READ RATES-FILE
005870         AT END
005880             SET WS-RATES-END-OF-FILE TO TRUE
005890             GO TO 1160-EXIT
005900     END-READ
005910     IF RTE-FEDERAL-SET
005920         GO TO 1160-EXIT
005930     END-IF
005940     MOVE RTE-JURISDICTION TO WS-JUR-CHECK-CODE
005950     PERFORM 2320-CHECK-JURISDICTION THRU 2320-EXIT
005960     IF WS-JREF-FOUND
005970         GO TO 1160-EXIT
005980     END-IF
005990     IF WS-JREF-COUNT NOT LESS THAN 50
006000         DISPLAY "JURISDICTION REFERENCE TABLE FULL - RUN "
006010             "STOPPED"
006020         CLOSE RATES-FILE
006030         CLOSE MAINT-TRAN-FILE
006040         CLOSE EMPLOYEE-MASTER
006050         CLOSE AUDIT-FILE
006060         CLOSE MAINT-REPORT-FILE
006070         CLOSE PENDING-FILE
006080         MOVE 16 TO RETURN-CODE
006090         STOP RUN
006100     END-IF
006110     ADD 1 TO WS-JREF-COUNT
006120     SET WS-JREF-IDX TO WS-JREF-COUNT
006130     MOVE RTE-JURISDICTION TO WS-JREF-CODE (WS-JREF-IDX).
006140 1160-EXIT.
006150     EXIT.
006160*
006170*-------------------------------------------------------------*
006180* 1200-FIND-NEXT-PEND-SEQ - PENDING REFERENCES ARE THE RUN
006190*                           DATE PLUS A SEQUENCE WITHIN THE
006200*                           DATE.  AN EARLIER RUN TODAY MAY
006210*                           ALREADY HAVE HELD CHANGES, SO START
006220*                           AFTER THE HIGHEST ONE ON FILE.
006230*-------------------------------------------------------------*
006240 1200-FIND-NEXT-PEND-SEQ.
006250     MOVE 1 TO WS-NEXT-PEND-SEQ
006260     MOVE WS-RUN-DATE TO PND-REQ-DATE
006270     MOVE ZERO TO PND-REQ-SEQ
006280     SET WS-PEND-NOT-END-OF-FILE TO TRUE
006290     START PENDING-FILE KEY NOT LESS THAN PND-KEY
006300         INVALID KEY
006310             GO TO 1200-EXIT
006320     END-START
006330     PERFORM 1210-READ-TODAYS-PENDING THRU 1210-EXIT
006340         UNTIL WS-PEND-END-OF-FILE.
006350 1200-EXIT.
006360     EXIT.
006370*
006380*-------------------------------------------------------------*
006390* 1210-READ-TODAYS-PENDING - ONE PENDING RECORD; STOP AT THE
006400*                            FIRST ONE NOT HELD TODAY
006410*-------------------------------------------------------------*
006420 1210-READ-TODAYS-PENDING.
006430     READ PENDING-FILE NEXT RECORD
006440         AT END
006450             SET WS-PEND-END-OF-FILE TO TRUE
006460             GO TO 1210-EXIT
006470     END-READ
006480     IF PND-REQ-DATE NOT = WS-RUN-DATE
006490         SET WS-PEND-END-OF-FILE TO TRUE
006500         GO TO 1210-EXIT
006510     END-IF
006520     COMPUTE WS-NEXT-PEND-SEQ = PND-REQ-SEQ + 1.
006530 1210-EXIT.
006540     EXIT.
006550*
006560*=============================================================*
006570* 2000-APPLY-ONE-TRAN - VALIDATE AND APPLY ONE MAINTENANCE
006580*                       TRANSACTION AGAINST THE MASTER
006590*=============================================================*
006600 2000-APPLY-ONE-TRAN.
006610     MOVE SPACES TO WS-REJECT-REASON
006620     SET WS-APPLY-NOW TO TRUE
006630     SET WS-NOT-APPLYING-APPROVED TO TRUE
006640     MOVE 'A'         TO WS-AUD-DISPOSITION
006650     MOVE MNT-ACTION  TO WS-DECISION-ACTION
006660     MOVE MNT-USER-ID TO WS-REQUESTER-ID
006670     MOVE SPACES      TO WS-APPROVER-ID
006680     MOVE ZERO        TO WS-PEND-REF
006690     IF MNT-EMPLOYEE-ID NOT NUMERIC
006700         MOVE "EMPLOYEE ID NOT NUMERIC" TO WS-REJECT-REASON
006710     ELSE
006720         IF MNT-EMPLOYEE-ID = ZERO OR MNT-EMPLOYEE-ID = 99999
006730             MOVE "EMPLOYEE ID ZERO OR RESERVED"
006740                 TO WS-REJECT-REASON
006750         END-IF
006760     END-IF
006770     IF WS-REJECT-REASON NOT = SPACES
006780         PERFORM 5100-REJECT-TRAN THRU 5100-EXIT
006790     ELSE
006800         PERFORM 2200-LOOK-UP-MASTER THRU 2200-EXIT
006810         IF MNT-ACTION-ADD
006820             PERFORM 3000-APPLY-ADD THRU 3000-EXIT
006830         ELSE
006840             IF MNT-ACTION-CHANGE
006850                 PERFORM 3100-APPLY-CHANGE THRU 3100-EXIT
006860             ELSE
006870                 IF MNT-ACTION-TERMINATE
006880                     PERFORM 3200-APPLY-TERMINATE THRU 3200-EXIT
006890                 ELSE
006900                     IF MNT-ACTION-STATUS
006910                         PERFORM 3300-APPLY-STATUS THRU 3300-EXIT
006920                     ELSE
006930                         PERFORM 2400-OTHER-ACTION THRU 2400-EXIT
006940                     END-IF
006950                 END-IF
006960             END-IF
006970         END-IF
006980     END-IF
006990     PERFORM 2100-READ-MAINT-TRAN THRU 2100-EXIT.
007000 2000-EXIT.
007010     EXIT.
007020*
007030*-------------------------------------------------------------*
007040* 2100-READ-MAINT-TRAN - GET THE NEXT MAINTENANCE TRANSACTION
007050*-------------------------------------------------------------*
007060 2100-READ-MAINT-TRAN.
007070     READ MAINT-TRAN-FILE
007080         AT END
007090             SET WS-TRAN-END-OF-FILE TO TRUE
007100     END-READ.
007110 2100-EXIT.
007120     EXIT.
007130*
007140*-------------------------------------------------------------*
007150* 2200-LOOK-UP-MASTER - KEYED READ FOR THE TRANSACTION'S
007160*                       EMPLOYEE, SETTING THE FOUND SWITCH
007170*-------------------------------------------------------------*
007180 2200-LOOK-UP-MASTER.
007190     SET WS-MASTER-RECORD-MISSING TO TRUE
007200     MOVE MNT-EMPLOYEE-ID TO EMM-EMPLOYEE-ID
007210     READ EMPLOYEE-MASTER
007220         INVALID KEY
007230             CONTINUE
007240         NOT INVALID KEY
007250             SET WS-MASTER-RECORD-FOUND TO TRUE
007260     END-READ.
007270 2200-EXIT.
007280     EXIT.
007290*
007300*-------------------------------------------------------------*
007310* 2300-CHECK-DEPT-CODE - LOOK THE TRANSACTION'S DEPARTMENT
007320*                        CODE UP IN THE REFERENCE TABLE,
007330*                        SETTING THE FOUND SWITCH
007340*-------------------------------------------------------------*
007350 2300-CHECK-DEPT-CODE.
007360     SET WS-DREF-NOT-FOUND TO TRUE
007370     PERFORM 2310-MATCH-DEPT-REF THRU 2310-EXIT
007380         VARYING WS-DREF-IDX FROM 1 BY 1
007390         UNTIL WS-DREF-IDX > WS-DREF-COUNT
007400            OR WS-DREF-FOUND.
007410 2300-EXIT.
007420     EXIT.
007430*
007440*-------------------------------------------------------------*
007450* 2310-MATCH-DEPT-REF - ONE TABLE SLOT AGAINST THE
007460*                       TRANSACTION'S DEPARTMENT CODE
007470*-------------------------------------------------------------*
007480 2310-MATCH-DEPT-REF.
007490     IF MNT-DEPT-CODE = WS-DREF-CODE (WS-DREF-IDX)
007500         SET WS-DREF-FOUND TO TRUE
007510     END-IF.
007520 2310-EXIT.
007530     EXIT.
007540*
007550*-------------------------------------------------------------*
007560* 2320-CHECK-JURISDICTION - LOOK WS-JUR-CHECK-CODE UP IN THE
007570*                           JURISDICTION TABLE, SETTING THE
007580*                           FOUND SWITCH
007590*-------------------------------------------------------------*
007600 2320-CHECK-JURISDICTION.
007610     SET WS-JREF-NOT-FOUND TO TRUE
007620     PERFORM 2330-MATCH-JUR-REF THRU 2330-EXIT
007630         VARYING WS-JREF-IDX FROM 1 BY 1
007640         UNTIL WS-JREF-IDX > WS-JREF-COUNT
007650            OR WS-JREF-FOUND.
007660 2320-EXIT.
007670     EXIT.
007680*
007690*-------------------------------------------------------------*
007700* 2330-MATCH-JUR-REF - ONE TABLE SLOT AGAINST THE CODE
007710*-------------------------------------------------------------*
007720 2330-MATCH-JUR-REF.
007730     IF WS-JUR-CHECK-CODE = WS-JREF-CODE (WS-JREF-IDX)
007740         SET WS-JREF-FOUND TO TRUE
007750     END-IF.
007760 2330-EXIT.
007770     EXIT.
007780*
007790*-------------------------------------------------------------*
007800* 2400-OTHER-ACTION - JURISDICTION CHANGE, APPROVE AND DECLINE
007810*                     OF A HELD CHANGE, AND THE REJECTS FOR THE
007820*                     RETIRED DELETE AND ANY UNKNOWN ACTION CODE
007830*-------------------------------------------------------------*
007840 2400-OTHER-ACTION.
007850     IF MNT-ACTION-JURISDICTION
007860         PERFORM 3700-APPLY-JURISDICTIONS THRU 3700-EXIT
007870         GO TO 2400-EXIT
007880     END-IF
007890     IF MNT-ACTION-APPROVE
007900         PERFORM 3400-APPROVE-PENDING THRU 3400-EXIT
007910         GO TO 2400-EXIT
007920     END-IF
007930     IF MNT-ACTION-DECLINE
007940         PERFORM 3600-DECLINE-PENDING THRU 3600-EXIT
007950         GO TO 2400-EXIT
007960     END-IF
007970     IF MNT-ACTION-DELETE
007980         MOVE "DELETE RETIRED - USE TERMINATE" TO WS-REJECT-REASON
007990     ELSE
008000         MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
008010     END-IF
008020     PERFORM 5100-REJECT-TRAN THRU 5100-EXIT.
008030 2400-EXIT.
008040     EXIT.
008050*
008060*=============================================================*
008070* 3000-APPLY-ADD - CREATE A NEW MASTER RECORD WITH ZERO YTD
008080*                  FIGURES.  THE EMPLOYEE MUST NOT ALREADY BE
008090*                  ON THE MASTER AND MUST CARRY A NAME AND A
008100*                  DEPARTMENT.  ANY JURISDICTION CODES MUST BE
008110*                  ON THE RATES FILE.
008120*=============================================================*
008130 3000-APPLY-ADD.
008140     IF WS-MASTER-RECORD-FOUND
008150         MOVE "EMPLOYEE ALREADY ON MASTER" TO WS-REJECT-REASON
008160         PERFORM 5100-REJECT-TRAN THRU 5100-EXIT
008170         GO TO 3000-EXIT
008180     END-IF
008190     IF MNT-NAME = SPACES OR MNT-DEPT-CODE = SPACES
008200         MOVE "ADD NEEDS NAME AND DEPARTMENT"
008210             TO WS-REJECT-REASON
008220         PERFORM 5100-REJECT-TRAN THRU 5100-EXIT
008230         GO TO 3000-EXIT
008240     END-IF
008250     IF MNT-HOURLY-RATE-X NOT = SPACES
008260        AND MNT-HOURLY-RATE NOT NUMERIC
008270         MOVE "HOURLY RATE NOT NUMERIC" TO WS-REJECT-REASON
008280         PERFORM 5100-REJECT-TRAN THRU 5100-EXIT
008290         GO TO 3000-EXIT
008300     END-IF
008310     PERFORM 2300-CHECK-DEPT-CODE THRU 2300-EXIT
008320     IF WS-DREF-NOT-FOUND
008330         MOVE "DEPT NOT ON REFERENCE FILE" TO WS-REJECT-REASON
008340         PERFORM 5100-REJECT-TRAN THRU 5100-EXIT
008350         GO TO 3000-EXIT
008360     END-IF
008370     PERFORM 3710-VALIDATE-JURISDICTIONS THRU 3710-EXIT
008380     IF WS-REJECT-REASON NOT = SPACES
008390         PERFORM 5100-REJECT-TRAN THRU 5100-EXIT
008400         GO TO 3000-EXIT
008410     END-IF
008420     MOVE SPACES TO WS-BEFORE-IMAGE
008430     MOVE SPACES TO EMPLOYEE-MASTER-RECORD
008440     MOVE MNT-EMPLOYEE-ID TO EMM-EMPLOYEE-ID
008450     MOVE MNT-NAME        TO EMM-NAME
008460     MOVE MNT-DEPT-CODE   TO EMM-DEPT-CODE
008470     MOVE ZERO TO EMM-YTD-GROSS
008480     MOVE ZERO TO EMM-YTD-INCOME-TAX
008490     MOVE ZERO TO EMM-YTD-SOC-SEC
008500     MOVE ZERO TO EMM-YTD-HEALTH-INS
008510     MOVE ZERO TO EMM-YTD-WITHHELD
008520     MOVE ZERO TO EMM-YTD-NET-PAY
008530     MOVE ZERO TO EMM-YTD-OTHER-DEDS
008540     MOVE ZERO TO EMM-YTD-ER-SOC-SEC
008550     MOVE ZERO TO EMM-YTD-ER-HEALTH
008560     MOVE ZERO TO EMM-YTD-ER-UNEMP
008570     MOVE ZERO TO EMM-LAST-RUN-DATE
008580     MOVE 'A'  TO EMM-STATUS-CODE
008590     MOVE ZERO TO EMM-TERM-DATE
008600     IF MNT-HOURLY-RATE NUMERIC
008610         MOVE MNT-HOURLY-RATE TO EMM-HOURLY-RATE
008620     ELSE
008630         MOVE ZERO TO EMM-HOURLY-RATE
008640     END-IF
008650     PERFORM 3730-SET-ONE-JURISDICTION THRU 3730-EXIT
008660         VARYING WS-JUR-SUB FROM 1 BY 1
008670         UNTIL WS-JUR-SUB > 4
008680     WRITE EMPLOYEE-MASTER-RECORD
008690     IF WS-EMPLOYEE-MASTER-STATUS NOT = "00"
008700         MOVE "MASTER WRITE FAILED" TO WS-REJECT-REASON
008710         PERFORM 5100-REJECT-TRAN THRU 5100-EXIT
008720         GO TO 3000-EXIT
008730     END-IF
008740     ADD 1 TO WS-ADD-COUNT
008750     MOVE "ADD"       TO WS-FIELDS-CHANGED
008760     PERFORM 4000-WRITE-AUDIT-RECORD THRU 4000-EXIT
008770     PERFORM 5000-REPORT-APPLIED THRU 5000-EXIT.
008780 3000-EXIT.
008790     EXIT.
008800*
008810*=============================================================*
008820* 3100-APPLY-CHANGE - CHANGE THE NAME, DEPARTMENT AND/OR
008830*                     HOURLY RATE OF AN EXISTING MASTER RECORD.
008840*                     BLANK TRANSACTION FIELDS LEAVE THE MASTER
008850*                     FIELD AS IT STANDS; A CHANGE CARRYING NO
008860*                     FIELDS AT ALL IS REJECTED.
008870*                     A LARGE RATE CHANGE IS HELD FOR APPROVAL,
008880*                     WITH EVERYTHING ELSE ON THE TRANSACTION.
008890*                     JURISDICTIONS GO ON THEIR OWN TRANSACTION.
008900*=============================================================*
008910 3100-APPLY-CHANGE.
008920     IF WS-MASTER-RECORD-MISSING
008930         MOVE "EMPLOYEE NOT ON MASTER" TO WS-REJECT-REASON
008940         PERFORM 5100-REJECT-TRAN THRU 5100-EXIT
008950         GO TO 3100-EXIT
008960     END-IF
008970     IF MNT-NAME = SPACES AND MNT-DEPT-CODE = SPACES
008980        AND MNT-HOURLY-RATE-X = SPACES
008990         MOVE "CHANGE CARRIES NO FIELDS" TO WS-REJECT-REASON
009000         PERFORM 5100-REJECT-TRAN THRU 5100-EXIT
009010         GO TO 3100-EXIT
009020     END-IF
009030     IF MNT-JURISDICTIONS NOT = SPACES
009040         MOVE "USE A J TRANSACTION FOR JURISDICTIONS"
009050             TO WS-REJECT-REASON
009060         PERFORM 5100-REJECT-TRAN THRU 5100-EXIT
009070         GO TO 3100-EXIT
009080     END-IF
009090     IF MNT-HOURLY-RATE-X NOT = SPACES
009100        AND MNT-HOURLY-RATE NOT NUMERIC
009110         MOVE "HOURLY RATE NOT NUMERIC" TO WS-REJECT-REASON
009120         PERFORM 5100-REJECT-TRAN THRU 5100-EXIT
009130         GO TO 3100-EXIT
009140     END-IF
009150     IF MNT-DEPT-CODE NOT = SPACES
009160         PERFORM 2300-CHECK-DEPT-CODE THRU 2300-EXIT
009170         IF WS-DREF-NOT-FOUND
009180             MOVE "DEPT NOT ON REFERENCE FILE"
009190                 TO WS-REJECT-REASON
009200             PERFORM 5100-REJECT-TRAN THRU 5100-EXIT
009210             GO TO 3100-EXIT
009220         END-IF
009230     END-IF
009240     PERFORM 3150-CHECK-RATE-CHANGE THRU 3150-EXIT
009250     MOVE EMPLOYEE-MASTER-RECORD TO WS-BEFORE-IMAGE
009260     MOVE SPACES TO WS-FIELDS-CHANGED
009270     IF MNT-NAME NOT = SPACES
009280         MOVE "NAME" TO WS-FC-NAME
009290         MOVE MNT-NAME TO EMM-NAME
009300     END-IF
009310     IF MNT-DEPT-CODE NOT = SPACES
009320         MOVE "DEPT" TO WS-FC-DEPT
009330         MOVE MNT-DEPT-CODE TO EMM-DEPT-CODE
009340     END-IF
009350     IF MNT-HOURLY-RATE-X NOT = SPACES
009360         MOVE "RT" TO WS-FC-RATE
009370         MOVE MNT-HOURLY-RATE TO EMM-HOURLY-RATE
009380     END-IF
009390     IF WS-HOLD-FOR-APPROVAL
009400         PERFORM 3500-HOLD-CHANGE THRU 3500-EXIT
009410         GO TO 3100-EXIT
009420     END-IF
009430     REWRITE EMPLOYEE-MASTER-RECORD
009440     IF WS-EMPLOYEE-MASTER-STATUS NOT = "00"
009450         MOVE "MASTER REWRITE FAILED" TO WS-REJECT-REASON
009460         PERFORM 5100-REJECT-TRAN THRU 5100-EXIT
009470         GO TO 3100-EXIT
009480     END-IF
009490     ADD 1 TO WS-CHANGE-COUNT
009500     PERFORM 4000-WRITE-AUDIT-RECORD THRU 4000-EXIT
009510     PERFORM 5000-REPORT-APPLIED THRU 5000-EXIT.
009520 3100-EXIT.
009530     EXIT.
009540*
009550*-------------------------------------------------------------*
009560* 3150-CHECK-RATE-CHANGE - HOLD THE CHANGE WHEN THE NEW HOURLY
009570*                          RATE DIFFERS FROM THE MASTER'S BY
009580*                          MORE THAN WS-RATE-HOLD-PCT PERCENT
009590*                          EITHER WAY, OR GIVES A RATE TO AN
009600*                          EMPLOYEE WHO HAD NONE.  A CHANGE
009610*                          BEING APPLIED ON APPROVAL IS NOT
009620*                          HELD AGAIN.
009630*-------------------------------------------------------------*
009640 3150-CHECK-RATE-CHANGE.
009650     IF MNT-HOURLY-RATE-X = SPACES
009660        OR WS-APPLYING-APPROVED
009670         GO TO 3150-EXIT
009680     END-IF
009690     IF EMM-HOURLY-RATE NOT NUMERIC
009700        OR EMM-HOURLY-RATE = ZERO
009710         IF MNT-HOURLY-RATE NOT = ZERO
009720             SET WS-HOLD-FOR-APPROVAL TO TRUE
009730         END-IF
009740         GO TO 3150-EXIT
009750     END-IF
009760     IF MNT-HOURLY-RATE > EMM-HOURLY-RATE
009770         COMPUTE WS-RATE-DIFF = MNT-HOURLY-RATE - EMM-HOURLY-RATE
009780     ELSE
009790         COMPUTE WS-RATE-DIFF = EMM-HOURLY-RATE - MNT-HOURLY-RATE
009800     END-IF
009810     IF WS-RATE-DIFF * 100 > EMM-HOURLY-RATE * WS-RATE-HOLD-PCT
009820         SET WS-HOLD-FOR-APPROVAL TO TRUE
009830     END-IF.
009840 3150-EXIT.
009850     EXIT.
009860*
009870*=============================================================*
009880* 3200-APPLY-TERMINATE - MARK AN EXISTING MASTER RECORD
009890*                        TERMINATED, KEEPING THE RECORD AND
009900*                        ITS YTD FIGURES ON FILE - YREND STILL
009910*                        OWES THE EMPLOYEE AN ANNUAL
009920*                        STATEMENT AND PURGES THE RECORD AT
009930*                        THE YEAR-END CLOSE.  A BLANK
009940*                        TERMINATION DATE TAKES THE RUN DATE.
009950*=============================================================*
009960 3200-APPLY-TERMINATE.
009970     IF WS-MASTER-RECORD-MISSING
009980         MOVE "EMPLOYEE NOT ON MASTER" TO WS-REJECT-REASON
009990         PERFORM 5100-REJECT-TRAN THRU 5100-EXIT
010000         GO TO 3200-EXIT
010010     END-IF
010020     IF EMM-STATUS-TERMINATED
010030         MOVE "EMPLOYEE ALREADY TERMINATED" TO WS-REJECT-REASON
010040         PERFORM 5100-REJECT-TRAN THRU 5100-EXIT
010050         GO TO 3200-EXIT
010060     END-IF
010070     IF MNT-TERM-DATE NOT = SPACES
010080        AND MNT-TERM-DATE NOT NUMERIC
010090         MOVE "TERMINATION DATE NOT NUMERIC"
010100             TO WS-REJECT-REASON
010110         PERFORM 5100-REJECT-TRAN THRU 5100-EXIT
010120         GO TO 3200-EXIT
010130     END-IF
010140     MOVE EMPLOYEE-MASTER-RECORD TO WS-BEFORE-IMAGE
010150     MOVE 'T' TO EMM-STATUS-CODE
010160     IF MNT-TERM-DATE NUMERIC
010170        AND MNT-TERM-DATE NOT = ZERO
010180         MOVE MNT-TERM-DATE TO EMM-TERM-DATE
010190     ELSE
010200         MOVE WS-RUN-DATE TO EMM-TERM-DATE
010210     END-IF
010220     REWRITE EMPLOYEE-MASTER-RECORD
010230     IF WS-EMPLOYEE-MASTER-STATUS NOT = "00"
010240         MOVE "MASTER REWRITE FAILED" TO WS-REJECT-REASON
010250         PERFORM 5100-REJECT-TRAN THRU 5100-EXIT
010260         GO TO 3200-EXIT
010270     END-IF
010280     ADD 1 TO WS-TERM-COUNT
010290     MOVE "TERMINATE" TO WS-FIELDS-CHANGED
010300     PERFORM 4000-WRITE-AUDIT-RECORD THRU 4000-EXIT
010310     PERFORM 5000-REPORT-APPLIED THRU 5000-EXIT.
010320 3200-EXIT.
010330     EXIT.
010340*
010350*=============================================================*
010360* 3300-APPLY-STATUS - SET AN EXISTING EMPLOYEE ACTIVE ('A') OR
010370*                     ON LEAVE ('L').  TERMINATION GOES
010380*                     THROUGH THE TERMINATE TRANSACTION, NOT
010390*                     HERE.  REACTIVATION CLEARS ANY
010400*                     TERMINATION DATE.
010410*                     A STATUS CHANGE OUT OF TERMINATED IS HELD
010420*                     FOR APPROVAL.
010430*=============================================================*
010440 3300-APPLY-STATUS.
010450     IF WS-MASTER-RECORD-MISSING
010460         MOVE "EMPLOYEE NOT ON MASTER" TO WS-REJECT-REASON
010470         PERFORM 5100-REJECT-TRAN THRU 5100-EXIT
010480         GO TO 3300-EXIT
010490     END-IF
010500     IF MNT-STATUS-CODE NOT = 'A'
010510        AND MNT-STATUS-CODE NOT = 'L'
010520         MOVE "STATUS MUST BE A OR L - T IS TERMINATE"
010530             TO WS-REJECT-REASON
010540         PERFORM 5100-REJECT-TRAN THRU 5100-EXIT
010550         GO TO 3300-EXIT
010560     END-IF
010570     IF EMM-STATUS-TERMINATED
010580        AND WS-NOT-APPLYING-APPROVED
010590         SET WS-HOLD-FOR-APPROVAL TO TRUE
010600     END-IF
010610     MOVE EMPLOYEE-MASTER-RECORD TO WS-BEFORE-IMAGE
010620     MOVE MNT-STATUS-CODE TO EMM-STATUS-CODE
010630     IF MNT-STATUS-CODE = 'A'
010640         MOVE ZERO TO EMM-TERM-DATE
010650     END-IF
010660     MOVE "STATUS" TO WS-FIELDS-CHANGED
010670     IF WS-HOLD-FOR-APPROVAL
010680         PERFORM 3500-HOLD-CHANGE THRU 3500-EXIT
010690         GO TO 3300-EXIT
010700     END-IF
010710     REWRITE EMPLOYEE-MASTER-RECORD
010720     IF WS-EMPLOYEE-MASTER-STATUS NOT = "00"
010730         MOVE "MASTER REWRITE FAILED" TO WS-REJECT-REASON
010740         PERFORM 5100-REJECT-TRAN THRU 5100-EXIT
010750         GO TO 3300-EXIT
010760     END-IF
010770     ADD 1 TO WS-STATUS-COUNT
010780     PERFORM 4000-WRITE-AUDIT-RECORD THRU 4000-EXIT
010790     PERFORM 5000-REPORT-APPLIED THRU 5000-EXIT.
010800 3300-EXIT.
010810     EXIT.
010820*
010830*=============================================================*
010840* 3400-APPROVE-PENDING - APPLY A HELD CHANGE.  THE APPROVER
010850*                        MUST NOT BE THE REQUESTER AND MUST
010860*                        APPROVE IN A LATER RUN THAN THE ONE
010870*                        THAT HELD IT.  THE HELD TRANSACTION IS
010880*                        REPLAYED THROUGH THE NORMAL CHANGE OR
010890*                        STATUS VALIDATION AGAINST THE MASTER AS
010900*                        IT STANDS NOW; IF THAT FAILS THE CHANGE
010910*                        STAYS PENDING.  EVERY REFUSED APPROVAL
010920*                        IS AUDITED.
010930*=============================================================*
010940 3400-APPROVE-PENDING.
010950     MOVE SPACES      TO WS-REQUESTER-ID
010960     MOVE SPACES      TO WS-FIELDS-CHANGED
010970     MOVE MNT-USER-ID TO WS-APPROVER-ID
010980     MOVE 'R'         TO WS-AUD-DISPOSITION
010990     PERFORM 3450-FIND-PENDING THRU 3450-EXIT
011000     IF WS-REJECT-REASON NOT = SPACES
011010         PERFORM 3490-REFUSE-APPROVAL THRU 3490-EXIT
011020         GO TO 3400-EXIT
011030     END-IF
011040     IF PND-REQ-USER-ID = MNT-USER-ID
011050         MOVE "SELF-APPROVAL REFUSED - NEEDS 2ND USER"
011060             TO WS-REJECT-REASON
011070         MOVE 'S' TO WS-AUD-DISPOSITION
011080         PERFORM 3490-REFUSE-APPROVAL THRU 3490-EXIT
011090         GO TO 3400-EXIT
011100     END-IF
011110     IF PND-REQ-DATE = WS-RUN-DATE
011120        AND PND-REQ-TIME = WS-RUN-START-TIME
011130         MOVE "APPROVAL MUST COME IN A LATER RUN"
011140             TO WS-REJECT-REASON
011150         PERFORM 3490-REFUSE-APPROVAL THRU 3490-EXIT
011160         GO TO 3400-EXIT
011170     END-IF
011180     MOVE 'V' TO WS-AUD-DISPOSITION
011190     SET WS-APPLYING-APPROVED TO TRUE
011200     MOVE PND-TRAN-IMAGE TO MAINT-TRAN-RECORD
011210     PERFORM 2200-LOOK-UP-MASTER THRU 2200-EXIT
011220     IF MNT-ACTION-CHANGE
011230         PERFORM 3100-APPLY-CHANGE THRU 3100-EXIT
011240     ELSE
011250         PERFORM 3300-APPLY-STATUS THRU 3300-EXIT
011260     END-IF
011270     IF WS-REJECT-REASON NOT = SPACES
011280         MOVE 'R' TO WS-AUD-DISPOSITION
011290         PERFORM 4100-WRITE-DECISION-AUDIT THRU 4100-EXIT
011300         GO TO 3400-EXIT
011310     END-IF
011320     SET PND-APPROVED TO TRUE
011330     PERFORM 3480-MARK-PENDING-DECIDED THRU 3480-EXIT
011340     ADD 1 TO WS-APPROVED-COUNT.
011350 3400-EXIT.
011360     EXIT.
011370*
011380*-------------------------------------------------------------*
011390* 3450-FIND-PENDING - READ THE HELD CHANGE NAMED BY THE
011400*                     TRANSACTION'S PENDING REFERENCE.  IT MUST
011410*                     STILL BE PENDING AND BE FOR THE EMPLOYEE
011420*                     ON THE TRANSACTION.
011430*-------------------------------------------------------------*
011440 3450-FIND-PENDING.
011450     IF MNT-PEND-REF NOT NUMERIC
011460        OR MNT-PEND-REF = ZERO
011470         MOVE "PENDING REFERENCE NOT NUMERIC" TO WS-REJECT-REASON
011480         GO TO 3450-EXIT
011490     END-IF
011500     MOVE MNT-PEND-REF TO WS-PEND-REF
011510     MOVE MNT-PEND-REF TO PND-KEY
011520     READ PENDING-FILE
011530         INVALID KEY
011540             MOVE "PENDING REFERENCE NOT ON FILE"
011550                 TO WS-REJECT-REASON
011560             GO TO 3450-EXIT
011570     END-READ
011580     MOVE PND-REQ-USER-ID TO WS-REQUESTER-ID
011590     MOVE PND-FIELDS      TO WS-FIELDS-CHANGED
011600     IF NOT PND-PENDING
011610         MOVE "PENDING CHANGE ALREADY DECIDED" TO WS-REJECT-REASON
011620         GO TO 3450-EXIT
011630     END-IF
011640     IF PND-EMPLOYEE-ID NOT = MNT-EMPLOYEE-ID
011650         MOVE "PENDING CHANGE IS FOR ANOTHER EMPLOYEE"
011660             TO WS-REJECT-REASON
011670     END-IF.
011680 3450-EXIT.
011690     EXIT.
011700*
011710*-------------------------------------------------------------*
011720* 3480-MARK-PENDING-DECIDED - STAMP THE DECISION ON THE
011730*                             PENDING RECORD.  THE MASTER MAY
011740*                             ALREADY CARRY THE CHANGE, SO A
011750*                             FAILED REWRITE STOPS THE RUN
011760*                             RATHER THAN LEAVE IT PENDING.
011770*-------------------------------------------------------------*
011780 3480-MARK-PENDING-DECIDED.
011790     MOVE WS-RUN-DATE    TO PND-DECIDED-DATE
011800     ACCEPT WS-RUN-TIME FROM TIME
011810     MOVE WS-RUN-TIME    TO PND-DECIDED-TIME
011820     MOVE WS-APPROVER-ID TO PND-DECIDED-USER-ID
011830     REWRITE PENDING-CHANGE-RECORD
011840     IF WS-PENDING-STATUS NOT = "00"
011850         DISPLAY "PENDING CHANGE REWRITE FAILED - STATUS "
011860             WS-PENDING-STATUS " REFERENCE " PND-KEY
011870         CLOSE MAINT-TRAN-FILE
011880         CLOSE EMPLOYEE-MASTER
011890         CLOSE AUDIT-FILE
011900         CLOSE MAINT-REPORT-FILE
011910         CLOSE PENDING-FILE
011920         MOVE 16 TO RETURN-CODE
011930         STOP RUN
011940     END-IF.
011950 3480-EXIT.
011960     EXIT.
011970*
011980*-------------------------------------------------------------*
011990* 3490-REFUSE-APPROVAL - AUDIT AND REPORT AN APPROVAL THAT
012000*                        COULD NOT BE ACTED ON
012010*-------------------------------------------------------------*
012020 3490-REFUSE-APPROVAL.
012030     PERFORM 4100-WRITE-DECISION-AUDIT THRU 4100-EXIT
012040     PERFORM 5100-REJECT-TRAN THRU 5100-EXIT.
012050 3490-EXIT.
012060     EXIT.
012070*
012080*=============================================================*
012090* 3500-HOLD-CHANGE - WRITE A SENSITIVE CHANGE TO THE PENDING
012100*                    FILE INSTEAD OF THE MASTER.  THE AUDIT
012110*                    RECORD CARRIES THE MASTER AS IT STANDS AND
012120*                    AS IT WOULD STAND ONCE APPROVED.
012130*=============================================================*
012140 3500-HOLD-CHANGE.
012150     IF WS-NEXT-PEND-SEQ > 9999
012160         MOVE "NO PENDING REFERENCES LEFT FOR TODAY"
012170             TO WS-REJECT-REASON
012180         PERFORM 5100-REJECT-TRAN THRU 5100-EXIT
012190         GO TO 3500-EXIT
012200     END-IF
012210     MOVE SPACES            TO PENDING-CHANGE-RECORD
012220     MOVE WS-RUN-DATE       TO PND-REQ-DATE
012230     MOVE WS-NEXT-PEND-SEQ  TO PND-REQ-SEQ
012240     SET PND-PENDING        TO TRUE
012250     MOVE MNT-ACTION        TO PND-ACTION
012260     MOVE MNT-EMPLOYEE-ID   TO PND-EMPLOYEE-ID
012270     MOVE WS-FIELDS-CHANGED TO PND-FIELDS
012280     MOVE WS-RUN-START-TIME TO PND-REQ-TIME
012290     MOVE MNT-USER-ID       TO PND-REQ-USER-ID
012300     MOVE ZERO              TO PND-DECIDED-DATE
012310     MOVE ZERO              TO PND-DECIDED-TIME
012320     MOVE MAINT-TRAN-RECORD TO PND-TRAN-IMAGE
012330     WRITE PENDING-CHANGE-RECORD
012340     IF WS-PENDING-STATUS NOT = "00"
012350         MOVE "PENDING FILE WRITE FAILED" TO WS-REJECT-REASON
012360         PERFORM 5100-REJECT-TRAN THRU 5100-EXIT
012370         GO TO 3500-EXIT
012380     END-IF
012390     ADD 1 TO WS-NEXT-PEND-SEQ
012400     ADD 1 TO WS-HELD-COUNT
012410     MOVE 'H'     TO WS-AUD-DISPOSITION
012420     MOVE PND-KEY TO WS-PEND-REF
012430     PERFORM 4000-WRITE-AUDIT-RECORD THRU 4000-EXIT
012440     PERFORM 5200-REPORT-HELD THRU 5200-EXIT.
012450 3500-EXIT.
012460     EXIT.
012470*
012480*=============================================================*
012490* 3600-DECLINE-PENDING - DROP A HELD CHANGE WITHOUT APPLYING
012500*                        IT.  ANY USER MAY DECLINE, INCLUDING
012510*                        THE REQUESTER WITHDRAWING IT.
012520*=============================================================*
012530 3600-DECLINE-PENDING.
012540     MOVE SPACES      TO WS-REQUESTER-ID
012550     MOVE SPACES      TO WS-FIELDS-CHANGED
012560     MOVE MNT-USER-ID TO WS-APPROVER-ID
012570     MOVE 'R'         TO WS-AUD-DISPOSITION
012580     PERFORM 3450-FIND-PENDING THRU 3450-EXIT
012590     IF WS-REJECT-REASON NOT = SPACES
012600         PERFORM 3490-REFUSE-APPROVAL THRU 3490-EXIT
012610         GO TO 3600-EXIT
012620     END-IF
012630     SET PND-DECLINED TO TRUE
012640     PERFORM 3480-MARK-PENDING-DECIDED THRU 3480-EXIT
012650     ADD 1 TO WS-DECLINED-COUNT
012660     MOVE 'X' TO WS-AUD-DISPOSITION
012670     PERFORM 4100-WRITE-DECISION-AUDIT THRU 4100-EXIT
012680     PERFORM 5300-REPORT-DECLINED THRU 5300-EXIT.
012690 3600-EXIT.
012700     EXIT.
012710*
012720*=============================================================*
012730* 3700-APPLY-JURISDICTIONS - SET THE STATE AND LOCAL INCOME TAX
012740*                            JURISDICTION CODES OF AN EXISTING
012750*                            MASTER RECORD.  A BLANK CODE LEAVES
012760*                            THE FIELD AS IT STANDS AND NONE
012770*                            CLEARS IT; EVERY OTHER CODE MUST BE
012780*                            ON THE RATES FILE.  THE YTD SLOTS
012790*                            ARE LEFT ALONE - A JURISDICTION
012800*                            MOVED AWAY FROM KEEPS ITS FIGURE FOR
012810*                            THE YEAR'S FILING.
012820*=============================================================*
012830 3700-APPLY-JURISDICTIONS.
012840     IF WS-MASTER-RECORD-MISSING
012850         MOVE "EMPLOYEE NOT ON MASTER" TO WS-REJECT-REASON
012860         PERFORM 5100-REJECT-TRAN THRU 5100-EXIT
012870         GO TO 3700-EXIT
012880     END-IF
012890     IF MNT-JURISDICTIONS = SPACES
012900         MOVE "JURISDICTION CHANGE CARRIES NO CODES"
012910             TO WS-REJECT-REASON
012920         PERFORM 5100-REJECT-TRAN THRU 5100-EXIT
012930         GO TO 3700-EXIT
012940     END-IF
012950     PERFORM 3710-VALIDATE-JURISDICTIONS THRU 3710-EXIT
012960     IF WS-REJECT-REASON NOT = SPACES
012970         PERFORM 5100-REJECT-TRAN THRU 5100-EXIT
012980         GO TO 3700-EXIT
012990     END-IF
013000     MOVE EMPLOYEE-MASTER-RECORD TO WS-BEFORE-IMAGE
013010     PERFORM 3730-SET-ONE-JURISDICTION THRU 3730-EXIT
013020         VARYING WS-JUR-SUB FROM 1 BY 1
013030         UNTIL WS-JUR-SUB > 4
013040     REWRITE EMPLOYEE-MASTER-RECORD
013050     IF WS-EMPLOYEE-MASTER-STATUS NOT = "00"
013060         MOVE "MASTER REWRITE FAILED" TO WS-REJECT-REASON
013070         PERFORM 5100-REJECT-TRAN THRU 5100-EXIT
013080         GO TO 3700-EXIT
013090     END-IF
013100     ADD 1 TO WS-JUR-CHANGE-COUNT
013110     MOVE "JURS" TO WS-FIELDS-CHANGED
013120     PERFORM 4000-WRITE-AUDIT-RECORD THRU 4000-EXIT
013130     PERFORM 5000-REPORT-APPLIED THRU 5000-EXIT.
013140 3700-EXIT.
013150     EXIT.
013160*
013170*-------------------------------------------------------------*
013180* 3710-VALIDATE-JURISDICTIONS - EVERY CODE ON THE TRANSACTION
013190*                               OTHER THAN BLANK OR NONE MUST
013200*                               BE ON THE RATES FILE
013210*-------------------------------------------------------------*
013220 3710-VALIDATE-JURISDICTIONS.
013230     PERFORM 3720-CHECK-ONE-JURISDICTION THRU 3720-EXIT
013240         VARYING WS-JUR-SUB FROM 1 BY 1
013250         UNTIL WS-JUR-SUB > 4
013260            OR WS-REJECT-REASON NOT = SPACES.
013270 3710-EXIT.
013280     EXIT.
013290*
013300*-------------------------------------------------------------*
013310* 3720-CHECK-ONE-JURISDICTION - ONE TRANSACTION CODE
013320*-------------------------------------------------------------*
013330 3720-CHECK-ONE-JURISDICTION.
013340     IF MNT-JURISDICTION-CODE (WS-JUR-SUB) = SPACES
013350        OR MNT-JURISDICTION-CODE (WS-JUR-SUB) = "NONE"
013360         GO TO 3720-EXIT
013370     END-IF
013380     MOVE MNT-JURISDICTION-CODE (WS-JUR-SUB) TO WS-JUR-CHECK-CODE
013390     PERFORM 2320-CHECK-JURISDICTION THRU 2320-EXIT
013400     IF WS-JREF-NOT-FOUND
013410         STRING "JURISDICTION " WS-JUR-CHECK-CODE
013420                " NOT ON RATES FILE"
013430             DELIMITED BY SIZE INTO WS-REJECT-REASON
013440     END-IF.
013450 3720-EXIT.
013460     EXIT.
013470*
013480*-------------------------------------------------------------*
013490* 3730-SET-ONE-JURISDICTION - CARRY ONE VALIDATED CODE TO THE
013500*                             MASTER
013510*-------------------------------------------------------------*
013520 3730-SET-ONE-JURISDICTION.
013530     IF MNT-JURISDICTION-CODE (WS-JUR-SUB) = SPACES
013540         GO TO 3730-EXIT
013550     END-IF
013560     IF MNT-JURISDICTION-CODE (WS-JUR-SUB) = "NONE"
013570         MOVE SPACES TO EMM-JURISDICTION-CODE (WS-JUR-SUB)
013580     ELSE
013590         MOVE MNT-JURISDICTION-CODE (WS-JUR-SUB)
013600             TO EMM-JURISDICTION-CODE (WS-JUR-SUB)
013610     END-IF.
013620 3730-EXIT.
013630     EXIT.
013640*
013650*=============================================================*
013660* 4000-WRITE-AUDIT-RECORD - ONE PERMANENT AUDIT RECORD PER
013670*                           APPLIED OR HELD CHANGE: WHO, WHEN,
013680*                           WHICH FIELDS, THE FULL BEFORE AND
013690*                           AFTER RECORD IMAGES, AND WHO
013700*                           REQUESTED AND APPROVED IT.  A CHANGE
013710*                           APPLIED ON APPROVAL IS LOGGED UNDER
013720*                           THE APPROVER.
013730*=============================================================*
013740 4000-WRITE-AUDIT-RECORD.
013750     MOVE SPACES             TO AUDIT-RECORD
013760     MOVE WS-RUN-DATE        TO AUD-DATE
013770     ACCEPT WS-RUN-TIME FROM TIME
013780     MOVE WS-RUN-TIME        TO AUD-TIME
013790     MOVE MNT-USER-ID        TO AUD-USER-ID
013800     IF WS-APPLYING-APPROVED
013810         MOVE WS-APPROVER-ID TO AUD-USER-ID
013820     END-IF
013830     MOVE MNT-ACTION         TO AUD-ACTION
013840     MOVE MNT-EMPLOYEE-ID    TO AUD-EMPLOYEE-ID
013850     MOVE WS-FIELDS-CHANGED  TO AUD-FIELDS-CHANGED
013860     MOVE WS-BEFORE-IMAGE    TO AUD-BEFORE-IMAGE
013870     MOVE EMPLOYEE-MASTER-RECORD TO AUD-AFTER-IMAGE
013880     MOVE WS-AUD-DISPOSITION TO AUD-DISPOSITION
013890     MOVE WS-REQUESTER-ID    TO AUD-REQUESTER-ID
013900     MOVE WS-APPROVER-ID     TO AUD-APPROVER-ID
013910     MOVE WS-PEND-REF        TO AUD-PEND-REF
013920     PERFORM 4050-PUT-AUDIT-RECORD THRU 4050-EXIT.
013930 4000-EXIT.
013940     EXIT.
013950*
013960*-------------------------------------------------------------*
013970* 4050-PUT-AUDIT-RECORD - WRITE THE AUDIT RECORD.  A CHANGE
013980*                         THAT CANNOT BE AUDITED STOPS THE RUN.
013990*-------------------------------------------------------------*
014000 4050-PUT-AUDIT-RECORD.
014010     WRITE AUDIT-RECORD
014020     IF WS-AUDIT-STATUS NOT = "00"
014030         DISPLAY "AUDIT WRITE FAILED - STATUS " WS-AUDIT-STATUS
014040             " EMPLOYEE " MNT-EMPLOYEE-ID
014050         CLOSE MAINT-TRAN-FILE
014060         CLOSE EMPLOYEE-MASTER
014070         CLOSE AUDIT-FILE
014080         CLOSE MAINT-REPORT-FILE
014090         CLOSE PENDING-FILE
014100         MOVE 16 TO RETURN-CODE
014110         STOP RUN
014120     END-IF.
014130 4050-EXIT.
014140     EXIT.
014150*
014160*-------------------------------------------------------------*
014170* 4100-WRITE-DECISION-AUDIT - ONE AUDIT RECORD PER DECLINED
014180*                             CHANGE AND PER APPROVAL REFUSED
014190*                             (SELF-APPROVAL, SAME RUN, NOT
014200*                             PENDING, OR FAILED ON REPLAY).
014210*                             NO IMAGES - THE MASTER IS NOT
014220*                             CHANGED.
014230*-------------------------------------------------------------*
014240 4100-WRITE-DECISION-AUDIT.
014250     MOVE SPACES             TO AUDIT-RECORD
014260     MOVE WS-RUN-DATE        TO AUD-DATE
014270     ACCEPT WS-RUN-TIME FROM TIME
014280     MOVE WS-RUN-TIME        TO AUD-TIME
014290     MOVE WS-APPROVER-ID     TO AUD-USER-ID
014300     MOVE WS-DECISION-ACTION TO AUD-ACTION
014310     MOVE MNT-EMPLOYEE-ID    TO AUD-EMPLOYEE-ID
014320     MOVE WS-FIELDS-CHANGED  TO AUD-FIELDS-CHANGED
014330     MOVE WS-AUD-DISPOSITION TO AUD-DISPOSITION
014340     MOVE WS-REQUESTER-ID    TO AUD-REQUESTER-ID
014350     MOVE WS-APPROVER-ID     TO AUD-APPROVER-ID
014360     MOVE WS-PEND-REF        TO AUD-PEND-REF
014370     PERFORM 4050-PUT-AUDIT-RECORD THRU 4050-EXIT.
014380 4100-EXIT.
014390     EXIT.
014400*
014410*-------------------------------------------------------------*
014420* 5000-REPORT-APPLIED - ONE REPORT LINE PER APPLIED CHANGE
014430*-------------------------------------------------------------*
014440 5000-REPORT-APPLIED.
014450     MOVE SPACES TO WS-REPORT-DETAIL
014460     MOVE MNT-ACTION      TO WS-RD-ACTION
014470     MOVE MNT-EMPLOYEE-ID TO WS-RD-EMPLOYEE-ID
014480     MOVE "APPLIED"       TO WS-RD-DISPOSITION
014490     IF WS-APPLYING-APPROVED
014500         MOVE "APPROVED"    TO WS-RD-DISPOSITION
014510     END-IF
014520     MOVE WS-FIELDS-CHANGED TO WS-RD-REASON
014530     WRITE MAINT-REPORT-LINE FROM WS-REPORT-DETAIL.
014540 5000-EXIT.
014550     EXIT.
014560*
014570*-------------------------------------------------------------*
014580* 5100-REJECT-TRAN - ONE REPORT LINE PER REJECTED TRANSACTION,
014590*                    WITH THE REASON IT COULD NOT BE APPLIED
014600*-------------------------------------------------------------*
014610 5100-REJECT-TRAN.
014620     ADD 1 TO WS-REJECT-COUNT
014630     MOVE SPACES TO WS-REPORT-DETAIL
014640     MOVE MNT-ACTION      TO WS-RD-ACTION
014650     MOVE MNT-EMPLOYEE-ID TO WS-RD-EMPLOYEE-ID
014660     MOVE "REJECTED"      TO WS-RD-DISPOSITION
014670     MOVE WS-REJECT-REASON TO WS-RD-REASON
014680     WRITE MAINT-REPORT-LINE FROM WS-REPORT-DETAIL.
014690 5100-EXIT.
014700     EXIT.
014710*
014720*-------------------------------------------------------------*
014730* 5200-REPORT-HELD - ONE REPORT LINE PER CHANGE HELD, WITH THE
014740*                    PENDING REFERENCE THE APPROVER KEYS
014750*-------------------------------------------------------------*
014760 5200-REPORT-HELD.
014770     MOVE SPACES TO WS-REPORT-DETAIL
014780     MOVE MNT-ACTION      TO WS-RD-ACTION
014790     MOVE MNT-EMPLOYEE-ID TO WS-RD-EMPLOYEE-ID
014800     MOVE "HELD"          TO WS-RD-DISPOSITION
014810     STRING "PENDING REF " PND-KEY " - NEEDS APPROVAL"
014820         DELIMITED BY SIZE INTO WS-RD-REASON
014830     WRITE MAINT-REPORT-LINE FROM WS-REPORT-DETAIL.
014840 5200-EXIT.
014850     EXIT.
014860*
014870*-------------------------------------------------------------*
014880* 5300-REPORT-DECLINED - ONE REPORT LINE PER HELD CHANGE
014890*                        DECLINED
014900*-------------------------------------------------------------*
014910 5300-REPORT-DECLINED.
014920     MOVE SPACES TO WS-REPORT-DETAIL
014930     MOVE MNT-ACTION      TO WS-RD-ACTION
014940     MOVE MNT-EMPLOYEE-ID TO WS-RD-EMPLOYEE-ID
014950     MOVE "DECLINED"      TO WS-RD-DISPOSITION
014960     STRING "PENDING REF " PND-KEY
014970         DELIMITED BY SIZE INTO WS-RD-REASON
014980     WRITE MAINT-REPORT-LINE FROM WS-REPORT-DETAIL.
014990 5300-EXIT.
015000     EXIT.
015010*
015020*=============================================================*
015030* 9000-TERMINATE - WRITE THE COUNT SUMMARY AND THE CHANGES
015040*                  STILL AWAITING APPROVAL, CLOSE FILES, SET
015050*                  THE RETURN CODE
015060*=============================================================*
015070 9000-TERMINATE.
015080     MOVE SPACES TO MAINT-REPORT-LINE
015090     MOVE WS-ADD-COUNT TO WS-COUNT-ED
015100     STRING "ADDS APPLIED:    " WS-COUNT-ED
015110         DELIMITED BY SIZE INTO MAINT-REPORT-LINE
015120     WRITE MAINT-REPORT-LINE
015130     MOVE SPACES TO MAINT-REPORT-LINE
015140     MOVE WS-CHANGE-COUNT TO WS-COUNT-ED
015150     STRING "CHANGES APPLIED: " WS-COUNT-ED
015160         DELIMITED BY SIZE INTO MAINT-REPORT-LINE
015170     WRITE MAINT-REPORT-LINE
015180     MOVE SPACES TO MAINT-REPORT-LINE
015190     MOVE WS-TERM-COUNT TO WS-COUNT-ED
015200     STRING "TERMINATED:      " WS-COUNT-ED
015210         DELIMITED BY SIZE INTO MAINT-REPORT-LINE
015220     WRITE MAINT-REPORT-LINE
015230     MOVE SPACES TO MAINT-REPORT-LINE
015240     MOVE WS-STATUS-COUNT TO WS-COUNT-ED
015250     STRING "STATUS CHANGES:  " WS-COUNT-ED
015260         DELIMITED BY SIZE INTO MAINT-REPORT-LINE
015270     WRITE MAINT-REPORT-LINE
015280     MOVE SPACES TO MAINT-REPORT-LINE
015290     MOVE WS-JUR-CHANGE-COUNT TO WS-COUNT-ED
015300     STRING "JURISDICTIONS:   " WS-COUNT-ED
015310         DELIMITED BY SIZE INTO MAINT-REPORT-LINE
015320     WRITE MAINT-REPORT-LINE
015330     MOVE SPACES TO MAINT-REPORT-LINE
015340     MOVE WS-HELD-COUNT TO WS-COUNT-ED
015350     STRING "HELD PENDING:    " WS-COUNT-ED
015360         DELIMITED BY SIZE INTO MAINT-REPORT-LINE
015370     WRITE MAINT-REPORT-LINE
015380     MOVE SPACES TO MAINT-REPORT-LINE
015390     MOVE WS-APPROVED-COUNT TO WS-COUNT-ED
015400     STRING "APPROVED:        " WS-COUNT-ED
015410         DELIMITED BY SIZE INTO MAINT-REPORT-LINE
015420     WRITE MAINT-REPORT-LINE
015430     MOVE SPACES TO MAINT-REPORT-LINE
015440     MOVE WS-DECLINED-COUNT TO WS-COUNT-ED
015450     STRING "DECLINED:        " WS-COUNT-ED
015460         DELIMITED BY SIZE INTO MAINT-REPORT-LINE
015470     WRITE MAINT-REPORT-LINE
015480     MOVE SPACES TO MAINT-REPORT-LINE
015490     MOVE WS-REJECT-COUNT TO WS-COUNT-ED
015500     STRING "REJECTED:        " WS-COUNT-ED
015510         DELIMITED BY SIZE INTO MAINT-REPORT-LINE
015520     WRITE MAINT-REPORT-LINE
015530     PERFORM 9100-LIST-PENDING THRU 9100-EXIT
015540     IF WS-REJECT-COUNT > 0
015550         MOVE 4 TO RETURN-CODE
015560     END-IF
015570     CLOSE MAINT-TRAN-FILE
015580     CLOSE EMPLOYEE-MASTER
015590     CLOSE AUDIT-FILE
015600     CLOSE MAINT-REPORT-FILE
015610     CLOSE PENDING-FILE
015620     DISPLAY "MAINTENANCE RUN COMPLETE - SEE MAINT REPORT.".
015630 9000-EXIT.
015640     EXIT.
015650*
015660*-------------------------------------------------------------*
015670* 9100-LIST-PENDING - LIST EVERY CHANGE ON THE PENDING FILE
015680*                     STILL AWAITING A DECISION, OLDEST FIRST,
015690*                     SO THE APPROVERS KNOW WHAT IS WAITING
015700*-------------------------------------------------------------*
015710 9100-LIST-PENDING.
015720     MOVE SPACES TO MAINT-REPORT-LINE
015730     WRITE MAINT-REPORT-LINE
015740     MOVE "CHANGES AWAITING APPROVAL:" TO MAINT-REPORT-LINE
015750     WRITE MAINT-REPORT-LINE
015760     WRITE MAINT-REPORT-LINE FROM WS-PENDING-HEADING
015770     MOVE ZERO TO WS-AWAITING-COUNT
015780     MOVE ZERO TO PND-KEY
015790     SET WS-PEND-NOT-END-OF-FILE TO TRUE
015800     START PENDING-FILE KEY NOT LESS THAN PND-KEY
015810         INVALID KEY
015820             SET WS-PEND-END-OF-FILE TO TRUE
015830     END-START
015840     PERFORM 9110-LIST-ONE-PENDING THRU 9110-EXIT
015850         UNTIL WS-PEND-END-OF-FILE
015860     IF WS-AWAITING-COUNT = ZERO
015870         MOVE "NONE" TO MAINT-REPORT-LINE
015880         WRITE MAINT-REPORT-LINE
015890     END-IF.
015900 9100-EXIT.
015910     EXIT.
015920*
015930*-------------------------------------------------------------*
015940* 9110-LIST-ONE-PENDING - ONE PENDING RECORD; DECIDED ONES ARE
015950*                         SKIPPED
015960*-------------------------------------------------------------*
015970 9110-LIST-ONE-PENDING.
015980     READ PENDING-FILE NEXT RECORD
015990         AT END
016000             SET WS-PEND-END-OF-FILE TO TRUE
016010             GO TO 9110-EXIT
016020     END-READ
016030     IF NOT PND-PENDING
016040         GO TO 9110-EXIT
016050     END-IF
016060     ADD 1 TO WS-AWAITING-COUNT
016070     MOVE SPACES TO WS-PENDING-DETAIL
016080     MOVE PND-KEY         TO WS-PD-PEND-REF
016090     MOVE PND-ACTION      TO WS-PD-ACTION
016100     MOVE PND-EMPLOYEE-ID TO WS-PD-EMPLOYEE-ID
016110     MOVE PND-FIELDS      TO WS-PD-FIELDS
016120     MOVE PND-REQ-USER-ID TO WS-PD-REQ-USER-ID
016130     MOVE PND-REQ-DATE    TO WS-PD-REQ-DATE
016140     WRITE MAINT-REPORT-LINE FROM WS-PENDING-DETAIL.
016150 9110-EXIT.
016160     EXIT.
