000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. Pinmaint. *> @CBL.Polux.bank.pinmaint
000030 AUTHOR. D. OKONKWO.
000040 INSTALLATION. POLUX FINANCIAL - PAYROLL SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*-----------------------------------------------------------*
000090* MODIFICATION HISTORY
000100*-----------------------------------------------------------*
000110*  DATE       INIT  DESCRIPTION
000120*  10/15/2026 DO    ORIGINAL VERSION - PAYMENT INSTRUCTION
000130*                   MAINTENANCE, BUILT ON THE EMPMAINT PATTERN.
000140*                   APPLIES ADD ('A') AND CHANGE ('C')
000150*                   TRANSACTIONS FOR AN EMPLOYEE'S PAY METHOD
000160*                   (DIRECT DEPOSIT, SPLIT DEPOSIT ACROSS TWO
000170*                   ACCOUNTS, OR PAPER CHECK) AND BANK
000180*                   ACCOUNTS, AND CHECK CONTROL ('K')
000190*                   TRANSACTIONS FOR THE NEXT CHECK NUMBER, THE
000200*                   COMPANY DISBURSING ACCOUNT AND THE PRENOTE
000210*                   WAIT.  ROUTING NUMBERS MUST PASS THE ABA
000220*                   CHECK DIGIT.  A NEW OR CHANGED ACCOUNT IS
000230*                   SET PRENOTE PENDING SO THE NIGHTLY RUN SENDS
000240*                   A ZERO-DOLLAR PRENOTE BEFORE ANY LIVE MONEY.
000250*                   EVERY APPLIED CHANGE WRITES A BEFORE-AND-
000260*                   AFTER AUDIT RECORD TO A PERMANENT AUDIT
000270*                   FILE.  REFUSES TO START WHILE A NIGHTLY RUN
000280*                   IS MARKED IN-FLIGHT.
000290*  10/15/2026 DO    THE RUN CONTROL KEY IS NOW RUN DATE PLUS RUN
000300*                   NUMBER, SO AN OFF-CYCLE RUN'S IN-FLIGHT MARK
000310*                   IS SEEN AND REFUSED LIKE THE NIGHTLY ONE.
000320*-----------------------------------------------------------*
000330*
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360*
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT PIN-TRAN-FILE ASSIGN TO PINTRAN
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS WS-PIN-TRAN-STATUS.
000420*
000430     SELECT PAYMENT-INSTRUCTION-FILE ASSIGN TO PAYINST
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS PIN-EMPLOYEE-ID
000470         FILE STATUS IS WS-PAYMENT-INSTR-STATUS.
000480*
000490     SELECT EMPLOYEE-MASTER ASSIGN TO EMPMSTR
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS EMM-EMPLOYEE-ID
000530         FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.
000540*
000550     SELECT AUDIT-FILE ASSIGN TO PINAUDIT
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-AUDIT-STATUS.
000580*
000590     SELECT MAINT-REPORT-FILE ASSIGN TO PINRPT
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-MAINT-REPORT-STATUS.
000620*
000630     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS RCT-RUN-KEY
000670         FILE STATUS IS WS-RUN-CONTROL-STATUS.
000680*
000690 DATA DIVISION.
000700 FILE SECTION.
000710*
000720 FD  PIN-TRAN-FILE
000730     LABEL RECORDS ARE STANDARD
000740     RECORDING MODE IS F.
000750 01  PIN-TRAN-RECORD.
000760     05  PNT-ACTION            PIC X(01).
000770         88  PNT-ACTION-ADD            VALUE 'A'.
000780         88  PNT-ACTION-CHANGE         VALUE 'C'.
000790         88  PNT-ACTION-CONTROL        VALUE 'K'.
000800     05  PNT-EMPLOYEE-ID       PIC 9(05).
000810     05  PNT-USER-ID           PIC X(08).
000820     05  PNT-PAY-METHOD        PIC X(01).
000830*    ON A CHECK CONTROL TRANSACTION ACCOUNT 1 CARRIES THE
000840*    COMPANY DISBURSING ACCOUNT; ITS ACCOUNT TYPE IS IGNORED.
000850     05  PNT-ACCOUNT OCCURS 2 TIMES.
000860         10  PNT-ROUTING-NO    PIC 9(09).
000870         10  PNT-ROUTING-NO-X REDEFINES PNT-ROUTING-NO
000880                               PIC X(09).
000890         10  PNT-ACCOUNT-NO    PIC X(17).
000900         10  PNT-ACCOUNT-TYPE  PIC X(01).
000910*    THE X VIEWS EXIST FOR THE BLANK-FIELD TESTS - A NON-
000920*    INTEGER NUMERIC ITEM MAY NOT BE COMPARED TO SPACES.
000930     05  PNT-SPLIT-AMOUNT      PIC 9(06)V99.
000940     05  PNT-SPLIT-AMOUNT-X REDEFINES PNT-SPLIT-AMOUNT
000950                               PIC X(08).
000960     05  PNT-NEXT-CHECK-NO     PIC 9(07).
000970     05  PNT-NEXT-CHECK-NO-X REDEFINES PNT-NEXT-CHECK-NO
000980                               PIC X(07).
000990     05  PNT-PRENOTE-WAIT      PIC 9(02).
001000     05  PNT-PRENOTE-WAIT-X REDEFINES PNT-PRENOTE-WAIT
001010                               PIC X(02).
001020     05  FILLER                PIC X(14).
001030*
001040 FD  PAYMENT-INSTRUCTION-FILE
001050     LABEL RECORDS ARE STANDARD.
001060     COPY PAYINST.
001070*
001080 FD  EMPLOYEE-MASTER
001090     LABEL RECORDS ARE STANDARD.
001100     COPY EMPMSTR.
001110*
001120 FD  AUDIT-FILE
001130     LABEL RECORDS ARE STANDARD
001140     RECORDING MODE IS F.
001150 01  AUDIT-RECORD.
001160     05  AUD-DATE              PIC 9(06).
001170     05  AUD-TIME              PIC 9(08).
001180     05  AUD-USER-ID           PIC X(08).
001190     05  AUD-ACTION            PIC X(01).
001200     05  AUD-EMPLOYEE-ID       PIC 9(05).
001210     05  AUD-FIELDS-CHANGED    PIC X(12).
001220     05  AUD-BEFORE-IMAGE      PIC X(120).
001230     05  AUD-AFTER-IMAGE       PIC X(120).
001240*
001250 FD  MAINT-REPORT-FILE
001260     LABEL RECORDS ARE STANDARD
001270     RECORDING MODE IS F.
001280 01  MAINT-REPORT-LINE         PIC X(80).
001290*
001300 FD  RUN-CONTROL-FILE
001310     LABEL RECORDS ARE STANDARD.
001320     COPY RUNCTL.
001330*
001340 WORKING-STORAGE SECTION.
001350*
001360*-----------------------------------------------------------*
001370* RUN STAMP FIELDS - EVERY AUDIT RECORD CARRIES THE DATE AND
001380* TIME THE CHANGE WAS APPLIED AND THE USER WHO KEYED IT.
001390*-----------------------------------------------------------*
001400 01  WS-RUN-DATE               PIC 9(06) VALUE ZERO.
001410 01  WS-RUN-TIME               PIC 9(08) VALUE ZERO.
001420*
001430*-----------------------------------------------------------*
001440* FILE STATUS AND CONTROL FIELDS
001450*-----------------------------------------------------------*
001460 01  WS-PIN-TRAN-STATUS        PIC X(02) VALUE SPACES.
001470 01  WS-PAYMENT-INSTR-STATUS   PIC X(02) VALUE SPACES.
001480 01  WS-EMPLOYEE-MASTER-STATUS PIC X(02) VALUE SPACES.
001490 01  WS-AUDIT-STATUS           PIC X(02) VALUE SPACES.
001500 01  WS-MAINT-REPORT-STATUS    PIC X(02) VALUE SPACES.
001510 01  WS-RUN-CONTROL-STATUS     PIC X(02) VALUE SPACES.
001520*
001530 01  WS-ADD-COUNT              PIC 9(05) COMP VALUE ZERO.
001540 01  WS-CHANGE-COUNT           PIC 9(05) COMP VALUE ZERO.
001550 01  WS-CONTROL-COUNT          PIC 9(05) COMP VALUE ZERO.
001560 01  WS-REJECT-COUNT           PIC 9(05) COMP VALUE ZERO.
001570 01  WS-COUNT-ED               PIC ZZZZ9.
001580*
001590*-----------------------------------------------------------*
001600* ACCOUNT SLOT WORK FIELDS - WHICH OF THE TRANSACTION'S TWO
001610* ACCOUNT SLOTS CARRY AN ACCOUNT, AND THE SUBSCRIPT SHARED
001620* BY THE TRANSACTION AND THE INSTRUCTION RECORD
001630*-----------------------------------------------------------*
001640 01  WS-SLOT-SUB               PIC 9(04) COMP VALUE ZERO.
001650 01  WS-SLOT-ED                PIC 9(01) VALUE ZERO.
001660 01  WS-SLOT-TABLE.
001670     05  WS-SLOT-ENTRY OCCURS 2 TIMES.
001680         10  WS-SLOT-SUPPLIED-SW   PIC X(01).
001690             88  WS-SLOT-SUPPLIED          VALUE 'Y'.
001700             88  WS-SLOT-BLANK             VALUE 'N'.
001710*
001720*-----------------------------------------------------------*
001730* ROUTING NUMBER CHECK DIGIT - THE ABA WEIGHTS 3, 7, 1 RUN
001740* ACROSS THE NINE DIGITS AND THE WEIGHTED SUM MUST BE A
001750* MULTIPLE OF TEN
001760*-----------------------------------------------------------*
001770 01  WS-ROUTING-CHECK          PIC 9(09) VALUE ZERO.
001780 01  WS-ROUTING-DIGITS REDEFINES WS-ROUTING-CHECK.
001790     05  WS-RTN-DIGIT          PIC 9(01) OCCURS 9 TIMES.
001800 01  WS-ROUTING-SUM            PIC 9(04) COMP VALUE ZERO.
001810 01  WS-ROUTING-QUOT           PIC 9(04) COMP VALUE ZERO.
001820 01  WS-ROUTING-REM            PIC 9(04) COMP VALUE ZERO.
001830*
001840*-----------------------------------------------------------*
001850* IMAGE AND REPORT WORK FIELDS
001860*-----------------------------------------------------------*
001870 01  WS-BEFORE-IMAGE           PIC X(120) VALUE SPACES.
001880 01  WS-FIELDS-CHANGED.
001890     05  WS-FC-METHOD          PIC X(03) VALUE SPACES.
001900     05  FILLER                PIC X(01) VALUE SPACES.
001910     05  WS-FC-ACCT1           PIC X(02) VALUE SPACES.
001920     05  FILLER                PIC X(01) VALUE SPACES.
001930     05  WS-FC-ACCT2           PIC X(02) VALUE SPACES.
001940     05  FILLER                PIC X(01) VALUE SPACES.
001950     05  WS-FC-SPLIT           PIC X(02) VALUE SPACES.
001960 01  WS-REJECT-REASON          PIC X(40) VALUE SPACES.
001970 01  WS-REPORT-DETAIL.
001980     05  WS-RD-ACTION          PIC X(01).
001990     05  FILLER                PIC X(02) VALUE SPACES.
002000     05  WS-RD-EMPLOYEE-ID     PIC 9(05).
002010     05  FILLER                PIC X(02) VALUE SPACES.
002020     05  WS-RD-DISPOSITION     PIC X(10).
002030     05  FILLER                PIC X(02) VALUE SPACES.
002040     05  WS-RD-REASON          PIC X(40).
002050     05  FILLER                PIC X(18) VALUE SPACES.
002060*
002070 01  WS-SWITCHES.
002080     05  WS-TRAN-EOF-SWITCH    PIC X(01) VALUE 'N'.
002090         88  WS-TRAN-END-OF-FILE       VALUE 'Y'.
002100         88  WS-TRAN-NOT-END-OF-FILE   VALUE 'N'.
002110     05  WS-INSTR-SWITCH       PIC X(01) VALUE 'N'.
002120         88  WS-INSTR-RECORD-FOUND     VALUE 'Y'.
002130         88  WS-INSTR-RECORD-MISSING   VALUE 'N'.
002140     05  WS-RCTL-EOF-SWITCH    PIC X(01) VALUE 'N'.
002150         88  WS-RCTL-END-OF-FILE       VALUE 'Y'.
002160         88  WS-RCTL-NOT-END-OF-FILE   VALUE 'N'.
002170*
002180 PROCEDURE DIVISION.
002190*
002200*=============================================================*
002210* 0000-MAINLINE - PROGRAM ENTRY POINT
002220*=============================================================*
002230 0000-MAINLINE.
002240     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002250     PERFORM 2000-APPLY-ONE-TRAN THRU 2000-EXIT
002260         UNTIL WS-TRAN-END-OF-FILE
002270     PERFORM 9000-TERMINATE THRU 9000-EXIT
002280     STOP RUN.
002290*
002300*=============================================================*
002310* 1000-INITIALIZE - STAMP THE RUN, OPEN THE FILES, PRIME THE
002320*                   FIRST TRANSACTION
002330*=============================================================*
002340 1000-INITIALIZE.
002350     ACCEPT WS-RUN-DATE FROM DATE
002360     ACCEPT WS-RUN-TIME FROM TIME
002370     PERFORM 1050-CHECK-RUN-CONTROL THRU 1050-EXIT
002380     OPEN INPUT PIN-TRAN-FILE
002390     IF WS-PIN-TRAN-STATUS NOT = "00"
002400         DISPLAY "PAYMENT INSTRUCTION TRAN FILE OPEN FAILED - "
002410             "STATUS " WS-PIN-TRAN-STATUS
002420         MOVE 16 TO RETURN-CODE
002430         STOP RUN
002440     END-IF
002450     OPEN I-O PAYMENT-INSTRUCTION-FILE
002460     IF WS-PAYMENT-INSTR-STATUS NOT = "00"
002470         DISPLAY "PAYMENT INSTRUCTION FILE OPEN FAILED - STATUS "
002480             WS-PAYMENT-INSTR-STATUS
002490         CLOSE PIN-TRAN-FILE
002500         MOVE 16 TO RETURN-CODE
002510         STOP RUN
002520     END-IF
002530     OPEN INPUT EMPLOYEE-MASTER
002540     IF WS-EMPLOYEE-MASTER-STATUS NOT = "00"
002550         DISPLAY "EMPLOYEE MASTER OPEN FAILED - STATUS "
002560             WS-EMPLOYEE-MASTER-STATUS
002570         CLOSE PIN-TRAN-FILE
002580         CLOSE PAYMENT-INSTRUCTION-FILE
002590         MOVE 16 TO RETURN-CODE
002600         STOP RUN
002610     END-IF
002620     OPEN EXTEND AUDIT-FILE
002630     IF WS-AUDIT-STATUS NOT = "00"
002640         DISPLAY "AUDIT FILE OPEN FAILED - STATUS "
002650             WS-AUDIT-STATUS
002660         CLOSE PIN-TRAN-FILE
002670         CLOSE PAYMENT-INSTRUCTION-FILE
002680         CLOSE EMPLOYEE-MASTER
002690         MOVE 16 TO RETURN-CODE
002700         STOP RUN
002710     END-IF
002720     OPEN OUTPUT MAINT-REPORT-FILE
002730     IF WS-MAINT-REPORT-STATUS NOT = "00"
002740         DISPLAY "MAINT REPORT FILE OPEN FAILED - STATUS "
002750             WS-MAINT-REPORT-STATUS
002760         CLOSE PIN-TRAN-FILE
002770         CLOSE PAYMENT-INSTRUCTION-FILE
002780         CLOSE EMPLOYEE-MASTER
002790         CLOSE AUDIT-FILE
002800         MOVE 16 TO RETURN-CODE
002810         STOP RUN
002820     END-IF
002830     MOVE SPACES TO MAINT-REPORT-LINE
002840     STRING "POLUX FINANCIAL - PAYMENT INSTRUCTION MAINTENANCE - "
002850             "RUN DATE " WS-RUN-DATE
002860         DELIMITED BY SIZE INTO MAINT-REPORT-LINE
002870     WRITE MAINT-REPORT-LINE
002880     PERFORM 2100-READ-PIN-TRAN THRU 2100-EXIT.
002890 1000-EXIT.
002900     EXIT.
002910*
002920*-------------------------------------------------------------*
002930* 1050-CHECK-RUN-CONTROL - REFUSE TO START WHILE A NIGHTLY RUN
002940*                          IS MARKED IN-FLIGHT ON THE SHARED
002950*                          RUN CONTROL FILE - THE TAX RUN
002960*                          UPDATES PRENOTE STATUS AND TAKES
002970*                          CHECK NUMBERS FROM THIS FILE
002980*                          MID-CYCLE.  A MISSING RUN CONTROL
002990*                          FILE GETS A CONSOLE NOTE AND THE RUN
003000*                          PROCEEDS, AS IN EMPMAINT.
003010*-------------------------------------------------------------*
003020 1050-CHECK-RUN-CONTROL.
003030     OPEN INPUT RUN-CONTROL-FILE
003040     IF WS-RUN-CONTROL-STATUS NOT = "00"
003050         DISPLAY "RUN CONTROL FILE NOT AVAILABLE - STATUS "
003060             WS-RUN-CONTROL-STATUS " - PROCEEDING"
003070         GO TO 1050-EXIT
003080     END-IF
003090     MOVE ZERO TO RCT-RUN-KEY
003100     START RUN-CONTROL-FILE KEY NOT LESS THAN RCT-RUN-KEY
003110         INVALID KEY
003120             SET WS-RCTL-END-OF-FILE TO TRUE
003130     END-START
003140     PERFORM 1060-SCAN-RUN-CONTROL THRU 1060-EXIT
003150         UNTIL WS-RCTL-END-OF-FILE
003160     CLOSE RUN-CONTROL-FILE.
003170 1050-EXIT.
003180     EXIT.
003190*
003200*-------------------------------------------------------------*
003210* 1060-SCAN-RUN-CONTROL - ONE CONTROL RECORD; ANY IN-FLIGHT
003220*                         MARK STOPS THE MAINTENANCE RUN
003230*-------------------------------------------------------------*
003240 1060-SCAN-RUN-CONTROL.
003250     READ RUN-CONTROL-FILE NEXT RECORD
003260         AT END
003270             SET WS-RCTL-END-OF-FILE TO TRUE
003280             GO TO 1060-EXIT
003290     END-READ
003300     IF RCT-RUN-IN-FLIGHT
003310         DISPLAY "PAYROLL RUN " RCT-RUN-DATE "/" RCT-RUN-NO
003320             " IS MARKED "
003330             "IN-FLIGHT - MAINTENANCE REFUSED"
003340         CLOSE RUN-CONTROL-FILE
003350         MOVE 8 TO RETURN-CODE
003360         STOP RUN
003370     END-IF.
003380 1060-EXIT.
003390     EXIT.
003400*
003410*=============================================================*
003420* 2000-APPLY-ONE-TRAN - VALIDATE AND APPLY ONE MAINTENANCE
003430*                       TRANSACTION AGAINST THE INSTRUCTION
003440*                       FILE
003450*=============================================================*
003460 2000-APPLY-ONE-TRAN.
003470     MOVE SPACES TO WS-REJECT-REASON
003480     IF PNT-EMPLOYEE-ID NOT NUMERIC
003490         MOVE "EMPLOYEE ID NOT NUMERIC" TO WS-REJECT-REASON
003500     ELSE
003510         IF PNT-ACTION-CONTROL
003520             IF PNT-EMPLOYEE-ID NOT = ZERO
003530                 MOVE "CHECK CONTROL TRAN NEEDS EMPLOYEE 00000"
003540                     TO WS-REJECT-REASON
003550             END-IF
003560         ELSE
003570             IF PNT-EMPLOYEE-ID = ZERO
003580                OR PNT-EMPLOYEE-ID = 99999
003590                 MOVE "EMPLOYEE ID ZERO OR RESERVED"
003600                     TO WS-REJECT-REASON
003610             END-IF
003620         END-IF
003630     END-IF
003640     IF WS-REJECT-REASON NOT = SPACES
003650         PERFORM 5100-REJECT-TRAN THRU 5100-EXIT
003660     ELSE
003670         PERFORM 2200-LOOK-UP-INSTRUCTION THRU 2200-EXIT
003680         IF PNT-ACTION-ADD
003690             PERFORM 3000-APPLY-ADD THRU 3000-EXIT
003700         ELSE
003710             IF PNT-ACTION-CHANGE
003720                 PERFORM 3100-APPLY-CHANGE THRU 3100-EXIT
003730             ELSE
003740                 IF PNT-ACTION-CONTROL
003750                     PERFORM 3200-APPLY-CONTROL THRU 3200-EXIT
003760                 ELSE
003770                     MOVE "UNKNOWN ACTION CODE"
003780                         TO WS-REJECT-REASON
003790                     PERFORM 5100-REJECT-TRAN THRU 5100-EXIT
003800                 END-IF
003810             END-IF
003820         END-IF
003830     END-IF
003840     PERFORM 2100-READ-PIN-TRAN THRU 2100-EXIT.
003850 2000-EXIT.
003860     EXIT.
003870*
003880*-------------------------------------------------------------*
003890* 2100-READ-PIN-TRAN - GET THE NEXT MAINTENANCE TRANSACTION
003900*-------------------------------------------------------------*
003910 2100-READ-PIN-TRAN.
003920     READ PIN-TRAN-FILE
003930         AT END
003940             SET WS-TRAN-END-OF-FILE TO TRUE
003950     END-READ.
003960 2100-EXIT.
003970     EXIT.
003980*
003990*-------------------------------------------------------------*
004000* 2200-LOOK-UP-INSTRUCTION - KEYED READ FOR THE TRANSACTION'S
004010*                            EMPLOYEE, SETTING THE FOUND SWITCH
004020*-------------------------------------------------------------*
004030 2200-LOOK-UP-INSTRUCTION.
004040     SET WS-INSTR-RECORD-MISSING TO TRUE
004050     MOVE PNT-EMPLOYEE-ID TO PIN-EMPLOYEE-ID
004060     READ PAYMENT-INSTRUCTION-FILE
004070         INVALID KEY
004080             CONTINUE
004090         NOT INVALID KEY
004100             SET WS-INSTR-RECORD-FOUND TO TRUE
004110     END-READ.
004120 2200-EXIT.
004130     EXIT.
004140*
004150*-------------------------------------------------------------*
004160* 2300-CHECK-TRAN-FIELDS - EDIT THE PAY METHOD, BOTH ACCOUNT
004170*                          SLOTS AND THE SPLIT AMOUNT CARRIED
004180*                          ON AN ADD OR CHANGE.  BLANK FIELDS
004190*                          PASS; THE FIRST BAD FIELD SETS THE
004200*                          REJECT REASON.
004210*-------------------------------------------------------------*
004220 2300-CHECK-TRAN-FIELDS.
004230     IF PNT-PAY-METHOD NOT = SPACE
004240        AND PNT-PAY-METHOD NOT = 'D'
004250        AND PNT-PAY-METHOD NOT = 'S'
004260        AND PNT-PAY-METHOD NOT = 'C'
004270         MOVE "PAY METHOD MUST BE D, S OR C"
004280             TO WS-REJECT-REASON
004290         GO TO 2300-EXIT
004300     END-IF
004310     PERFORM 2400-CHECK-TRAN-SLOT THRU 2400-EXIT
004320         VARYING WS-SLOT-SUB FROM 1 BY 1
004330         UNTIL WS-SLOT-SUB > 2
004340            OR WS-REJECT-REASON NOT = SPACES
004350     IF WS-REJECT-REASON NOT = SPACES
004360         GO TO 2300-EXIT
004370     END-IF
004380     IF PNT-SPLIT-AMOUNT-X NOT = SPACES
004390        AND PNT-SPLIT-AMOUNT NOT NUMERIC
004400         MOVE "SPLIT AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
004410     END-IF.
004420 2300-EXIT.
004430     EXIT.
004440*
004450*-------------------------------------------------------------*
004460* 2400-CHECK-TRAN-SLOT - ONE ACCOUNT SLOT ON THE TRANSACTION.
004470*                        A SLOT IS EITHER ALL BLANK OR CARRIES
004480*                        A ROUTING NUMBER THAT PASSES THE
004490*                        CHECK DIGIT, AN ACCOUNT NUMBER AND AN
004500*                        ACCOUNT TYPE OF C (CHECKING) OR S
004510*                        (SAVINGS).
004520*-------------------------------------------------------------*
004530 2400-CHECK-TRAN-SLOT.
004540     IF PNT-ROUTING-NO-X (WS-SLOT-SUB) = SPACES
004550        AND PNT-ACCOUNT-NO (WS-SLOT-SUB) = SPACES
004560        AND PNT-ACCOUNT-TYPE (WS-SLOT-SUB) = SPACE
004570         SET WS-SLOT-BLANK (WS-SLOT-SUB) TO TRUE
004580         GO TO 2400-EXIT
004590     END-IF
004600     SET WS-SLOT-SUPPLIED (WS-SLOT-SUB) TO TRUE
004610     IF PNT-ROUTING-NO-X (WS-SLOT-SUB) = SPACES
004620        OR PNT-ACCOUNT-NO (WS-SLOT-SUB) = SPACES
004630        OR PNT-ACCOUNT-TYPE (WS-SLOT-SUB) = SPACE
004640         MOVE SPACES TO WS-REJECT-REASON
004650         MOVE WS-SLOT-SUB TO WS-SLOT-ED
004660         STRING "ACCOUNT " WS-SLOT-ED " INCOMPLETE"
004670             DELIMITED BY SIZE INTO WS-REJECT-REASON
004680         GO TO 2400-EXIT
004690     END-IF
004700     IF PNT-ACCOUNT-TYPE (WS-SLOT-SUB) NOT = 'C'
004710        AND PNT-ACCOUNT-TYPE (WS-SLOT-SUB) NOT = 'S'
004720         MOVE "ACCOUNT TYPE MUST BE C OR S"
004730             TO WS-REJECT-REASON
004740         GO TO 2400-EXIT
004750     END-IF
004760     PERFORM 2500-CHECK-ROUTING THRU 2500-EXIT.
004770 2400-EXIT.
004780     EXIT.
004790*
004800*-------------------------------------------------------------*
004810* 2500-CHECK-ROUTING - THE ROUTING NUMBER IN THE CURRENT SLOT
004820*                      MUST BE NUMERIC, NONZERO AND PASS THE
004830*                      ABA CHECK DIGIT
004840*-------------------------------------------------------------*
004850 2500-CHECK-ROUTING.
004860     IF PNT-ROUTING-NO (WS-SLOT-SUB) NOT NUMERIC
004870        OR PNT-ROUTING-NO (WS-SLOT-SUB) = ZERO
004880         MOVE "ROUTING NUMBER NOT VALID" TO WS-REJECT-REASON
004890         GO TO 2500-EXIT
004900     END-IF
004910     MOVE PNT-ROUTING-NO (WS-SLOT-SUB) TO WS-ROUTING-CHECK
004920     COMPUTE WS-ROUTING-SUM =
004930         3 * (WS-RTN-DIGIT (1) + WS-RTN-DIGIT (4)
004940              + WS-RTN-DIGIT (7))
004950       + 7 * (WS-RTN-DIGIT (2) + WS-RTN-DIGIT (5)
004960              + WS-RTN-DIGIT (8))
004970       + WS-RTN-DIGIT (3) + WS-RTN-DIGIT (6) + WS-RTN-DIGIT (9)
004980     DIVIDE WS-ROUTING-SUM BY 10
004990         GIVING WS-ROUTING-QUOT REMAINDER WS-ROUTING-REM
005000     IF WS-ROUTING-REM NOT = ZERO
005010         MOVE "ROUTING NUMBER FAILS CHECK DIGIT"
005020             TO WS-REJECT-REASON
005030     END-IF.
005040 2500-EXIT.
005050     EXIT.
005060*
005070*-------------------------------------------------------------*
005080* 2600-CHECK-METHOD-RULES - THE INSTRUCTION AS IT WOULD STAND
005090*                           MUST SUIT ITS PAY METHOD: DIRECT
005100*                           DEPOSIT NEEDS ACCOUNT 1; A SPLIT
005110*                           NEEDS BOTH ACCOUNTS AND A NONZERO
005120*                           AMOUNT FOR ACCOUNT 1
005130*-------------------------------------------------------------*
005140 2600-CHECK-METHOD-RULES.
005150     IF PIN-METHOD-DEPOSIT
005160        AND PIN-ACCT-UNUSED (1)
005170         MOVE "DIRECT DEPOSIT NEEDS ACCOUNT 1"
005180             TO WS-REJECT-REASON
005190     END-IF
005200     IF PIN-METHOD-SPLIT
005210         IF PIN-ACCT-UNUSED (1) OR PIN-ACCT-UNUSED (2)
005220             MOVE "SPLIT DEPOSIT NEEDS BOTH ACCOUNTS"
005230                 TO WS-REJECT-REASON
005240         ELSE
005250             IF PIN-SPLIT-AMOUNT = ZERO
005260                 MOVE "SPLIT DEPOSIT NEEDS ACCOUNT 1 AMOUNT"
005270                     TO WS-REJECT-REASON
005280             END-IF
005290         END-IF
005300     END-IF.
005310 2600-EXIT.
005320     EXIT.
005330*
005340*=============================================================*
005350* 3000-APPLY-ADD - CREATE A NEW INSTRUCTION.  THE EMPLOYEE
005360*                  MUST BE ON THE EMPLOYEE MASTER, MUST NOT
005370*                  ALREADY HAVE AN INSTRUCTION, AND MUST CARRY
005380*                  A PAY METHOD.  EVERY ACCOUNT ADDED STARTS
005390*                  PRENOTE PENDING.
005400*=============================================================*
005410 3000-APPLY-ADD.
005420     IF WS-INSTR-RECORD-FOUND
005430         MOVE "INSTRUCTION ALREADY ON FILE - USE CHANGE"
005440             TO WS-REJECT-REASON
005450         PERFORM 5100-REJECT-TRAN THRU 5100-EXIT
005460         GO TO 3000-EXIT
005470     END-IF
005480     MOVE PNT-EMPLOYEE-ID TO EMM-EMPLOYEE-ID
005490     READ EMPLOYEE-MASTER
005500         INVALID KEY
005510             MOVE "EMPLOYEE NOT ON MASTER" TO WS-REJECT-REASON
005520     END-READ
005530     IF WS-REJECT-REASON NOT = SPACES
005540         PERFORM 5100-REJECT-TRAN THRU 5100-EXIT
005550         GO TO 3000-EXIT
005560     END-IF
005570     IF PNT-PAY-METHOD = SPACE
005580         MOVE "ADD NEEDS A PAY METHOD" TO WS-REJECT-REASON
005590         PERFORM 5100-REJECT-TRAN THRU 5100-EXIT
005600         GO TO 3000-EXIT
005610     END-IF
005620     PERFORM 2300-CHECK-TRAN-FIELDS THRU 2300-EXIT
005630     IF WS-REJECT-REASON NOT = SPACES
005640         PERFORM 5100-REJECT-TRAN THRU 5100-EXIT
005650         GO TO 3000-EXIT
005660     END-IF
005670     MOVE SPACES TO WS-BEFORE-IMAGE
005680     MOVE SPACES TO PAYMENT-INSTRUCTION-RECORD
005690     MOVE PNT-EMPLOYEE-ID TO PIN-EMPLOYEE-ID
005700     MOVE PNT-PAY-METHOD  TO PIN-PAY-METHOD
005710     PERFORM 3900-CLEAR-SLOT THRU 3900-EXIT
005720         VARYING WS-SLOT-SUB FROM 1 BY 1
005730         UNTIL WS-SLOT-SUB > 2
005740     PERFORM 3920-ADD-SLOT THRU 3920-EXIT
005750         VARYING WS-SLOT-SUB FROM 1 BY 1
005760         UNTIL WS-SLOT-SUB > 2
005770     IF PNT-SPLIT-AMOUNT NUMERIC
005780         MOVE PNT-SPLIT-AMOUNT TO PIN-SPLIT-AMOUNT
005790     ELSE
005800         MOVE ZERO TO PIN-SPLIT-AMOUNT
005810     END-IF
005820     PERFORM 3800-NORMALIZE-METHOD THRU 3800-EXIT
005830     PERFORM 2600-CHECK-METHOD-RULES THRU 2600-EXIT
005840     IF WS-REJECT-REASON NOT = SPACES
005850         PERFORM 5100-REJECT-TRAN THRU 5100-EXIT
005860         GO TO 3000-EXIT
005870     END-IF
005880     MOVE WS-RUN-DATE TO PIN-LAST-MAINT-DATE
005890     MOVE PNT-USER-ID TO PIN-LAST-MAINT-USER
005900     WRITE PAYMENT-INSTRUCTION-RECORD
005910     IF WS-PAYMENT-INSTR-STATUS NOT = "00"
005920         MOVE "INSTRUCTION WRITE FAILED" TO WS-REJECT-REASON
005930         PERFORM 5100-REJECT-TRAN THRU 5100-EXIT
005940         GO TO 3000-EXIT
005950     END-IF
005960     ADD 1 TO WS-ADD-COUNT
005970     MOVE "ADD" TO WS-FIELDS-CHANGED
005980     PERFORM 4000-WRITE-AUDIT-RECORD THRU 4000-EXIT
005990     PERFORM 5000-REPORT-APPLIED THRU 5000-EXIT.
006000 3000-EXIT.
006010     EXIT.
006020*
006030*=============================================================*
006040* 3100-APPLY-CHANGE - CHANGE THE PAY METHOD, EITHER ACCOUNT
006050*                     AND/OR THE SPLIT AMOUNT OF AN EXISTING
006060*                     INSTRUCTION.  BLANK FIELDS LEAVE THE
006070*                     RECORD AS IT STANDS.  A REPLACED ACCOUNT
006080*                     GOES BACK TO PRENOTE PENDING UNLESS IT IS
006090*                     THE SAME ACCOUNT ALREADY ON FILE AND HAS
006100*                     NOT FAILED ITS PRENOTE.
006110*=============================================================*
006120 3100-APPLY-CHANGE.
006130     IF WS-INSTR-RECORD-MISSING
006140         MOVE "NO INSTRUCTION ON FILE - USE ADD"
006150             TO WS-REJECT-REASON
006160         PERFORM 5100-REJECT-TRAN THRU 5100-EXIT
006170         GO TO 3100-EXIT
006180     END-IF
006190     PERFORM 2300-CHECK-TRAN-FIELDS THRU 2300-EXIT
006200     IF WS-REJECT-REASON NOT = SPACES
006210         PERFORM 5100-REJECT-TRAN THRU 5100-EXIT
006220         GO TO 3100-EXIT
006230     END-IF
006240     IF PNT-PAY-METHOD = SPACE
006250        AND WS-SLOT-BLANK (1)
006260        AND WS-SLOT-BLANK (2)
006270        AND PNT-SPLIT-AMOUNT-X = SPACES
006280         MOVE "CHANGE CARRIES NO FIELDS" TO WS-REJECT-REASON
006290         PERFORM 5100-REJECT-TRAN THRU 5100-EXIT
006300         GO TO 3100-EXIT
006310     END-IF
006320     MOVE PAYMENT-INSTRUCTION-RECORD TO WS-BEFORE-IMAGE
006330     MOVE SPACES TO WS-FIELDS-CHANGED
006340     IF PNT-PAY-METHOD NOT = SPACE
006350        AND PNT-PAY-METHOD NOT = PIN-PAY-METHOD
006360         MOVE "MTH" TO WS-FC-METHOD
006370         MOVE PNT-PAY-METHOD TO PIN-PAY-METHOD
006380     END-IF
006390     PERFORM 3150-CHANGE-SLOT THRU 3150-EXIT
006400         VARYING WS-SLOT-SUB FROM 1 BY 1
006410         UNTIL WS-SLOT-SUB > 2
006420     IF PNT-SPLIT-AMOUNT-X NOT = SPACES
006430        AND PNT-SPLIT-AMOUNT NOT = PIN-SPLIT-AMOUNT
006440         MOVE "SP" TO WS-FC-SPLIT
006450         MOVE PNT-SPLIT-AMOUNT TO PIN-SPLIT-AMOUNT
006460     END-IF
006470     PERFORM 3800-NORMALIZE-METHOD THRU 3800-EXIT
006480     PERFORM 2600-CHECK-METHOD-RULES THRU 2600-EXIT
006490     IF WS-REJECT-REASON = SPACES
006500        AND PAYMENT-INSTRUCTION-RECORD = WS-BEFORE-IMAGE
006510         MOVE "CHANGE MATCHES RECORD ON FILE"
006520             TO WS-REJECT-REASON
006530     END-IF
006540     IF WS-REJECT-REASON NOT = SPACES
006550         MOVE WS-BEFORE-IMAGE TO PAYMENT-INSTRUCTION-RECORD
006560         PERFORM 5100-REJECT-TRAN THRU 5100-EXIT
006570         GO TO 3100-EXIT
006580     END-IF
006590     MOVE WS-RUN-DATE TO PIN-LAST-MAINT-DATE
006600     MOVE PNT-USER-ID TO PIN-LAST-MAINT-USER
006610     REWRITE PAYMENT-INSTRUCTION-RECORD
006620     IF WS-PAYMENT-INSTR-STATUS NOT = "00"
006630         MOVE "INSTRUCTION REWRITE FAILED" TO WS-REJECT-REASON
006640         PERFORM 5100-REJECT-TRAN THRU 5100-EXIT
006650         GO TO 3100-EXIT
006660     END-IF
006670     ADD 1 TO WS-CHANGE-COUNT
006680     PERFORM 4000-WRITE-AUDIT-RECORD THRU 4000-EXIT
006690     PERFORM 5000-REPORT-APPLIED THRU 5000-EXIT.
006700 3100-EXIT.
006710     EXIT.
006720*
006730*-------------------------------------------------------------*
006740* 3150-CHANGE-SLOT - APPLY ONE SUPPLIED ACCOUNT SLOT.  THE
006750*                    SAME ACCOUNT RESUBMITTED KEEPS ITS PRENOTE
006760*                    STATUS, EXCEPT THAT A FAILED PRENOTE IS
006770*                    SENT AGAIN.
006780*-------------------------------------------------------------*
006790 3150-CHANGE-SLOT.
006800     IF WS-SLOT-BLANK (WS-SLOT-SUB)
006810         GO TO 3150-EXIT
006820     END-IF
006830     IF PNT-ROUTING-NO (WS-SLOT-SUB)
006840            = PIN-ROUTING-NO (WS-SLOT-SUB)
006850        AND PNT-ACCOUNT-NO (WS-SLOT-SUB)
006860            = PIN-ACCOUNT-NO (WS-SLOT-SUB)
006870        AND PNT-ACCOUNT-TYPE (WS-SLOT-SUB)
006880            = PIN-ACCOUNT-TYPE (WS-SLOT-SUB)
006890        AND NOT PIN-PRENOTE-FAILED (WS-SLOT-SUB)
006900         GO TO 3150-EXIT
006910     END-IF
006920     PERFORM 3920-ADD-SLOT THRU 3920-EXIT
006930     IF WS-SLOT-SUB = 1
006940         MOVE "A1" TO WS-FC-ACCT1
006950     ELSE
006960         MOVE "A2" TO WS-FC-ACCT2
006970     END-IF.
006980 3150-EXIT.
006990     EXIT.
007000*
007010*=============================================================*
007020* 3200-APPLY-CONTROL - SET THE NEXT CHECK NUMBER, THE COMPANY
007030*                      DISBURSING ACCOUNT AND/OR THE PRENOTE
007040*                      WAIT ON THE CHECK CONTROL RECORD.  A
007050*                      FIRST CONTROL RECORD NEEDS THE CHECK
007060*                      NUMBER AND THE ACCOUNT.  THE CHECK
007070*                      NUMBER MAY NEVER GO BACKWARD - THAT
007080*                      WOULD REISSUE NUMBERS THE BANK ALREADY
007090*                      HOLDS ON POSITIVE PAY.
007100*=============================================================*
007110 3200-APPLY-CONTROL.
007120     IF PNT-NEXT-CHECK-NO-X = SPACES
007130        AND PNT-ROUTING-NO-X (1) = SPACES
007140        AND PNT-ACCOUNT-NO (1) = SPACES
007150        AND PNT-PRENOTE-WAIT-X = SPACES
007160         MOVE "CHANGE CARRIES NO FIELDS" TO WS-REJECT-REASON
007170         PERFORM 5100-REJECT-TRAN THRU 5100-EXIT
007180         GO TO 3200-EXIT
007190     END-IF
007200     IF PNT-NEXT-CHECK-NO-X NOT = SPACES
007210        AND (PNT-NEXT-CHECK-NO NOT NUMERIC
007220             OR PNT-NEXT-CHECK-NO = ZERO)
007230         MOVE "NEXT CHECK NUMBER NOT VALID" TO WS-REJECT-REASON
007240         PERFORM 5100-REJECT-TRAN THRU 5100-EXIT
007250         GO TO 3200-EXIT
007260     END-IF
007270     IF PNT-PRENOTE-WAIT-X NOT = SPACES
007280        AND PNT-PRENOTE-WAIT NOT NUMERIC
007290         MOVE "PRENOTE WAIT NOT NUMERIC" TO WS-REJECT-REASON
007300         PERFORM 5100-REJECT-TRAN THRU 5100-EXIT
007310         GO TO 3200-EXIT
007320     END-IF
007330     IF PNT-ROUTING-NO-X (1) NOT = SPACES
007340        OR PNT-ACCOUNT-NO (1) NOT = SPACES
007350         IF PNT-ROUTING-NO-X (1) = SPACES
007360            OR PNT-ACCOUNT-NO (1) = SPACES
007370             MOVE "DISBURSING ACCOUNT INCOMPLETE"
007380                 TO WS-REJECT-REASON
007390         ELSE
007400             MOVE 1 TO WS-SLOT-SUB
007410             PERFORM 2500-CHECK-ROUTING THRU 2500-EXIT
007420         END-IF
007430         IF WS-REJECT-REASON NOT = SPACES
007440             PERFORM 5100-REJECT-TRAN THRU 5100-EXIT
007450             GO TO 3200-EXIT
007460         END-IF
007470     END-IF
007480     IF WS-INSTR-RECORD-MISSING
007490         IF PNT-NEXT-CHECK-NO-X = SPACES
007500            OR PNT-ROUTING-NO-X (1) = SPACES
007510             MOVE "NEW CONTROL NEEDS CHECK NO AND ACCOUNT"
007520                 TO WS-REJECT-REASON
007530             PERFORM 5100-REJECT-TRAN THRU 5100-EXIT
007540             GO TO 3200-EXIT
007550         END-IF
007560         MOVE SPACES TO WS-BEFORE-IMAGE
007570         MOVE SPACES TO PAYMENT-CONTROL-RECORD
007580         MOVE ZERO   TO PCR-KEY
007590         MOVE 6      TO PCR-PRENOTE-WAIT-DAYS
007600     ELSE
007610         IF PNT-NEXT-CHECK-NO-X NOT = SPACES
007620            AND PCR-NEXT-CHECK-NO NUMERIC
007630            AND PNT-NEXT-CHECK-NO < PCR-NEXT-CHECK-NO
007640             MOVE "CHECK NUMBER WOULD GO BACKWARD"
007650                 TO WS-REJECT-REASON
007660             PERFORM 5100-REJECT-TRAN THRU 5100-EXIT
007670             GO TO 3200-EXIT
007680         END-IF
007690         MOVE PAYMENT-CONTROL-RECORD TO WS-BEFORE-IMAGE
007700     END-IF
007710     IF PNT-NEXT-CHECK-NO-X NOT = SPACES
007720         MOVE PNT-NEXT-CHECK-NO TO PCR-NEXT-CHECK-NO
007730     END-IF
007740     IF PNT-ROUTING-NO-X (1) NOT = SPACES
007750         MOVE PNT-ROUTING-NO (1) TO PCR-BANK-ROUTING-NO
007760         MOVE PNT-ACCOUNT-NO (1) TO PCR-BANK-ACCOUNT-NO
007770     END-IF
007780     IF PNT-PRENOTE-WAIT-X NOT = SPACES
007790         MOVE PNT-PRENOTE-WAIT TO PCR-PRENOTE-WAIT-DAYS
007800     END-IF
007810     IF WS-INSTR-RECORD-MISSING
007820         WRITE PAYMENT-INSTRUCTION-RECORD
007830     ELSE
007840         REWRITE PAYMENT-INSTRUCTION-RECORD
007850     END-IF
007860     IF WS-PAYMENT-INSTR-STATUS NOT = "00"
007870         MOVE "CONTROL RECORD WRITE FAILED" TO WS-REJECT-REASON
007880         PERFORM 5100-REJECT-TRAN THRU 5100-EXIT
007890         GO TO 3200-EXIT
007900     END-IF
007910     ADD 1 TO WS-CONTROL-COUNT
007920     MOVE "CONTROL" TO WS-FIELDS-CHANGED
007930     PERFORM 4000-WRITE-AUDIT-RECORD THRU 4000-EXIT
007940     PERFORM 5000-REPORT-APPLIED THRU 5000-EXIT.
007950 3200-EXIT.
007960     EXIT.
007970*
007980*-------------------------------------------------------------*
007990* 3800-NORMALIZE-METHOD - A CHECK INSTRUCTION HOLDS NO
008000*                         ACCOUNTS AND A SINGLE DEPOSIT HOLDS
008010*                         NO SECOND ACCOUNT, SO A STALE ACCOUNT
008020*                         CANNOT COME BACK INTO USE UNSEEN
008030*-------------------------------------------------------------*
008040 3800-NORMALIZE-METHOD.
008050     IF PIN-METHOD-CHECK
008060         PERFORM 3900-CLEAR-SLOT THRU 3900-EXIT
008070             VARYING WS-SLOT-SUB FROM 1 BY 1
008080             UNTIL WS-SLOT-SUB > 2
008090     END-IF
008100     IF PIN-METHOD-DEPOSIT
008110         MOVE 2 TO WS-SLOT-SUB
008120         PERFORM 3900-CLEAR-SLOT THRU 3900-EXIT
008130     END-IF
008140     IF NOT PIN-METHOD-SPLIT
008150         MOVE ZERO TO PIN-SPLIT-AMOUNT
008160     END-IF.
008170 3800-EXIT.
008180     EXIT.
008190*
008200*-------------------------------------------------------------*
008210* 3900-CLEAR-SLOT - EMPTY ONE ACCOUNT SLOT ON THE INSTRUCTION
008220*-------------------------------------------------------------*
008230 3900-CLEAR-SLOT.
008240     MOVE ZERO   TO PIN-ROUTING-NO (WS-SLOT-SUB)
008250     MOVE SPACES TO PIN-ACCOUNT-NO (WS-SLOT-SUB)
008260     MOVE SPACE  TO PIN-ACCOUNT-TYPE (WS-SLOT-SUB)
008270     SET PIN-ACCT-UNUSED (WS-SLOT-SUB) TO TRUE
008280     MOVE ZERO   TO PIN-PRENOTE-DATE (WS-SLOT-SUB).
008290 3900-EXIT.
008300     EXIT.
008310*
008320*-------------------------------------------------------------*
008330* 3920-ADD-SLOT - COPY ONE SUPPLIED ACCOUNT SLOT ONTO THE
008340*                 INSTRUCTION, PRENOTE PENDING
008350*-------------------------------------------------------------*
008360 3920-ADD-SLOT.
008370     IF WS-SLOT-BLANK (WS-SLOT-SUB)
008380         GO TO 3920-EXIT
008390     END-IF
008400     MOVE PNT-ROUTING-NO (WS-SLOT-SUB)
008410         TO PIN-ROUTING-NO (WS-SLOT-SUB)
008420     MOVE PNT-ACCOUNT-NO (WS-SLOT-SUB)
008430         TO PIN-ACCOUNT-NO (WS-SLOT-SUB)
008440     MOVE PNT-ACCOUNT-TYPE (WS-SLOT-SUB)
008450         TO PIN-ACCOUNT-TYPE (WS-SLOT-SUB)
008460     SET PIN-PRENOTE-PENDING (WS-SLOT-SUB) TO TRUE
008470     MOVE ZERO TO PIN-PRENOTE-DATE (WS-SLOT-SUB).
008480 3920-EXIT.
008490     EXIT.
008500*
008510*=============================================================*
008520* 4000-WRITE-AUDIT-RECORD - ONE PERMANENT AUDIT RECORD PER
008530*                           APPLIED CHANGE: WHO, WHEN, WHICH
008540*                           FIELDS, AND THE FULL BEFORE AND
008550*                           AFTER RECORD IMAGES
008560*=============================================================*
008570 4000-WRITE-AUDIT-RECORD.
008580     MOVE SPACES             TO AUDIT-RECORD
008590     MOVE WS-RUN-DATE        TO AUD-DATE
008600     ACCEPT WS-RUN-TIME FROM TIME
008610     MOVE WS-RUN-TIME        TO AUD-TIME
008620     MOVE PNT-USER-ID        TO AUD-USER-ID
008630     MOVE PNT-ACTION         TO AUD-ACTION
008640     MOVE PNT-EMPLOYEE-ID    TO AUD-EMPLOYEE-ID
008650     MOVE WS-FIELDS-CHANGED  TO AUD-FIELDS-CHANGED
008660     MOVE WS-BEFORE-IMAGE    TO AUD-BEFORE-IMAGE
008670     MOVE PAYMENT-INSTRUCTION-RECORD TO AUD-AFTER-IMAGE
008680     WRITE AUDIT-RECORD
008690     IF WS-AUDIT-STATUS NOT = "00"
008700         DISPLAY "AUDIT WRITE FAILED - STATUS " WS-AUDIT-STATUS
008710             " EMPLOYEE " PNT-EMPLOYEE-ID
008720         CLOSE PIN-TRAN-FILE
008730         CLOSE PAYMENT-INSTRUCTION-FILE
008740         CLOSE EMPLOYEE-MASTER
008750         CLOSE AUDIT-FILE
008760         CLOSE MAINT-REPORT-FILE
008770         MOVE 16 TO RETURN-CODE
008780         STOP RUN
008790     END-IF.
008800 4000-EXIT.
008810     EXIT.
008820*
008830*-------------------------------------------------------------*
008840* 5000-REPORT-APPLIED - ONE REPORT LINE PER APPLIED CHANGE
008850*-------------------------------------------------------------*
008860 5000-REPORT-APPLIED.
008870     MOVE SPACES TO WS-REPORT-DETAIL
008880     MOVE PNT-ACTION      TO WS-RD-ACTION
008890     MOVE PNT-EMPLOYEE-ID TO WS-RD-EMPLOYEE-ID
008900     MOVE "APPLIED"       TO WS-RD-DISPOSITION
008910     MOVE WS-FIELDS-CHANGED TO WS-RD-REASON
008920     WRITE MAINT-REPORT-LINE FROM WS-REPORT-DETAIL.
008930 5000-EXIT.
008940     EXIT.
008950*
008960*-------------------------------------------------------------*
008970* 5100-REJECT-TRAN - ONE REPORT LINE PER REJECTED TRANSACTION,
008980*                    WITH THE REASON IT COULD NOT BE APPLIED
008990*-------------------------------------------------------------*
009000 5100-REJECT-TRAN.
009010     ADD 1 TO WS-REJECT-COUNT
009020     MOVE SPACES TO WS-REPORT-DETAIL
009030     MOVE PNT-ACTION      TO WS-RD-ACTION
009040     MOVE PNT-EMPLOYEE-ID TO WS-RD-EMPLOYEE-ID
009050     MOVE "REJECTED"      TO WS-RD-DISPOSITION
009060     MOVE WS-REJECT-REASON TO WS-RD-REASON
009070     WRITE MAINT-REPORT-LINE FROM WS-REPORT-DETAIL.
009080 5100-EXIT.
009090     EXIT.
009100*
009110*=============================================================*
009120* 9000-TERMINATE - WRITE THE COUNT SUMMARY, CLOSE FILES, SET
009130*                  THE RETURN CODE
009140*=============================================================*
009150 9000-TERMINATE.
009160     MOVE SPACES TO MAINT-REPORT-LINE
009170     MOVE WS-ADD-COUNT TO WS-COUNT-ED
009180     STRING "ADDS APPLIED:    " WS-COUNT-ED
009190         DELIMITED BY SIZE INTO MAINT-REPORT-LINE
009200     WRITE MAINT-REPORT-LINE
009210     MOVE SPACES TO MAINT-REPORT-LINE
009220     MOVE WS-CHANGE-COUNT TO WS-COUNT-ED
009230     STRING "CHANGES APPLIED: " WS-COUNT-ED
009240         DELIMITED BY SIZE INTO MAINT-REPORT-LINE
009250     WRITE MAINT-REPORT-LINE
009260     MOVE SPACES TO MAINT-REPORT-LINE
009270     MOVE WS-CONTROL-COUNT TO WS-COUNT-ED
009280     STRING "CHECK CONTROL:   " WS-COUNT-ED
009290         DELIMITED BY SIZE INTO MAINT-REPORT-LINE
009300     WRITE MAINT-REPORT-LINE
009310     MOVE SPACES TO MAINT-REPORT-LINE
009320     MOVE WS-REJECT-COUNT TO WS-COUNT-ED
009330     STRING "REJECTED:        " WS-COUNT-ED
009340         DELIMITED BY SIZE INTO MAINT-REPORT-LINE
009350     WRITE MAINT-REPORT-LINE
009360     IF WS-REJECT-COUNT > 0
009370         MOVE 4 TO RETURN-CODE
009380     END-IF
009390     CLOSE PIN-TRAN-FILE
009400     CLOSE PAYMENT-INSTRUCTION-FILE
009410     CLOSE EMPLOYEE-MASTER
009420     CLOSE AUDIT-FILE
009430     CLOSE MAINT-REPORT-FILE
009440     DISPLAY "MAINTENANCE RUN COMPLETE - SEE MAINT REPORT.".
009450 9000-EXIT.
009460     EXIT.
