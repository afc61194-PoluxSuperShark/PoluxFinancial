000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. Payvar. *> @CBL.Polux.bank.payvar
000030 AUTHOR. D. OKONKWO.
000040 INSTALLATION. POLUX FINANCIAL - PAYROLL SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*-----------------------------------------------------------*
000090* MODIFICATION HISTORY
000100*-----------------------------------------------------------*
000110*  DATE       INIT  DESCRIPTION
000120*  10/15/2026 DO    ORIGINAL VERSION - PAY VARIANCE AND ANOMALY
000130*                   CHECK.  RUNS IN THE NIGHTLY CYCLE AFTER THE
000140*                   TAX RUN AND BEFORE THE DISBURSEMENT FILE IS
000150*                   RELEASED.  COMPARES EACH EMPLOYEE'S POSTINGS
000160*                   TONIGHT WITH THE EMPLOYEE'S RECENT PAY
000170*                   HISTORY AND FLAGS GROSS OR NET SWINGS BEYOND
000180*                   THE PARAMETER PERCENTAGES, FIRST-EVER
000190*                   PAYMENTS, PAYMENTS TO EMPLOYEES WHOSE NAME OR
000200*                   HOURLY RATE WAS CHANGED RECENTLY THROUGH
000210*                   EMPMAINT, AND ACTIVE EMPLOYEES PAID REGULARLY
000220*                   BUT MISSING FROM TONIGHT'S RUN.  ENDS RC 4
000230*                   WHEN ANYTHING IS FLAGGED AND RC 8 - HOLDING
000240*                   THE RELEASE - WHEN A SWING REACHES THE SEVERE
000250*                   PERCENTAGE, UNLESS OPERATIONS HAS SIGNED OFF
000260*                   TONIGHT'S RUN ON THE SIGN-OFF CARD.
000270*-----------------------------------------------------------*
000280*
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310*
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT EMPLOYEE-MASTER ASSIGN TO EMPMSTR
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS EMM-EMPLOYEE-ID
000380         FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.
000390*
000400     SELECT PAY-HISTORY-FILE ASSIGN TO PAYHIST
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS PHR-KEY
000440         FILE STATUS IS WS-PAY-HISTORY-STATUS.
000450*
000460     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS RCT-RUN-KEY
000500         FILE STATUS IS WS-RUN-CONTROL-STATUS.
000510*
000520     SELECT EMP-AUDIT-FILE ASSIGN TO AUDITLOG
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-EMP-AUDIT-STATUS.
000550*
000560     SELECT VARIANCE-PARM-FILE ASSIGN TO VARPARM
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-VARIANCE-PARM-STATUS.
000590*
000600     SELECT SIGNOFF-FILE ASSIGN TO VARSIGN
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-SIGNOFF-STATUS.
000630*
000640     SELECT VARIANCE-REPORT-FILE ASSIGN TO VARRPT
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-VARIANCE-REPORT-STATUS.
000670*
000680 DATA DIVISION.
000690 FILE SECTION.
000700*
000710 FD  EMPLOYEE-MASTER
000720     LABEL RECORDS ARE STANDARD.
000730     COPY EMPMSTR.
000740*
000750 FD  PAY-HISTORY-FILE
000760     LABEL RECORDS ARE STANDARD.
000770     COPY PAYHIST.
000780*
000790 FD  RUN-CONTROL-FILE
000800     LABEL RECORDS ARE STANDARD.
000810     COPY RUNCTL.
000820*
000830 FD  EMP-AUDIT-FILE
000840     LABEL RECORDS ARE STANDARD
000850     RECORDING MODE IS F.
000860     COPY EMPAUDIT.
000870*
000880 FD  VARIANCE-PARM-FILE
000890     LABEL RECORDS ARE STANDARD
000900     RECORDING MODE IS F.
000910*    ONE CARD, OPTIONAL.  A BLANK FIELD KEEPS ITS DEFAULT.
000920 01  VARIANCE-PARM-RECORD.
000930     05  VPM-KEYWORD               PIC X(08).
000940     05  FILLER                    PIC X(01).
000950     05  VPM-GROSS-PCT             PIC 9(03).
000960     05  VPM-GROSS-PCT-X REDEFINES VPM-GROSS-PCT
000970                                   PIC X(03).
000980     05  FILLER                    PIC X(01).
000990     05  VPM-NET-PCT               PIC 9(03).
001000     05  VPM-NET-PCT-X REDEFINES VPM-NET-PCT
001010                                   PIC X(03).
001020     05  FILLER                    PIC X(01).
001030     05  VPM-SEVERE-PCT            PIC 9(03).
001040     05  VPM-SEVERE-PCT-X REDEFINES VPM-SEVERE-PCT
001050                                   PIC X(03).
001060     05  FILLER                    PIC X(01).
001070     05  VPM-HISTORY-COUNT         PIC 9(02).
001080     05  VPM-HISTORY-COUNT-X REDEFINES VPM-HISTORY-COUNT
001090                                   PIC X(02).
001100     05  FILLER                    PIC X(01).
001110     05  VPM-REGULAR-RUNS          PIC 9(02).
001120     05  VPM-REGULAR-RUNS-X REDEFINES VPM-REGULAR-RUNS
001130                                   PIC X(02).
001140     05  FILLER                    PIC X(01).
001150     05  VPM-REGULAR-MIN           PIC 9(02).
001160     05  VPM-REGULAR-MIN-X REDEFINES VPM-REGULAR-MIN
001170                                   PIC X(02).
001180     05  FILLER                    PIC X(01).
001190     05  VPM-CHANGE-DAYS           PIC 9(03).
001200     05  VPM-CHANGE-DAYS-X REDEFINES VPM-CHANGE-DAYS
001210                                   PIC X(03).
001220     05  FILLER                    PIC X(47).
001230*
001240 FD  SIGNOFF-FILE
001250     LABEL RECORDS ARE STANDARD
001260     RECORDING MODE IS F.
001270*    ONE CARD, NORMALLY ABSENT (DD DUMMY).  OPERATIONS SUPPLIES
001280*    IT TO RELEASE A RUN HELD FOR SEVERE VARIANCES.
001290 01  SIGNOFF-RECORD.
001300     05  VSG-KEYWORD               PIC X(08).
001310     05  FILLER                    PIC X(01).
001320     05  VSG-RUN-DATE              PIC 9(06).
001330     05  FILLER                    PIC X(01).
001340     05  VSG-USER-ID               PIC X(08).
001350     05  FILLER                    PIC X(56).
001360*
001370 FD  VARIANCE-REPORT-FILE
001380     LABEL RECORDS ARE STANDARD
001390     RECORDING MODE IS F.
001400 01  VARIANCE-REPORT-LINE          PIC X(132).
001410*
001420 WORKING-STORAGE SECTION.
001430*
001440*-----------------------------------------------------------*
001450* TONIGHT'S RUN IS THE LATEST NIGHTLY RUN MARKED COMPLETE ON
001460* THE RUN CONTROL FILE - THE TAX RUN THIS STEP FOLLOWS.  THE
001470* NIGHTLY RUNS BEFORE IT DECIDE WHO IS PAID REGULARLY.
001480*-----------------------------------------------------------*
001490 01  WS-RUN-DATE                   PIC 9(06) VALUE ZERO.
001500 01  WS-RUN-DAY-NUMBER             PIC 9(06) VALUE ZERO.
001510 01  WS-REGULAR-FROM-DATE          PIC 9(06) VALUE ZERO.
001520 01  WS-NR-COUNT                   PIC 9(02) COMP VALUE ZERO.
001530 01  WS-NR-SUB                     PIC 9(02) COMP VALUE ZERO.
001540 01  WS-NIGHTLY-RUN-TABLE.
001550     05  WS-NR-DATE                PIC 9(06) OCCURS 13 TIMES.
001560*
001570*-----------------------------------------------------------*
001580* VARIANCE PARAMETERS, FROM THE OPTIONAL VARPARM CARD.  A
001590* SWING IS TONIGHT'S GROSS OR NET AGAINST THE AVERAGE OF THE
001600* EMPLOYEE'S LAST WS-HISTORY-COUNT NIGHTLY PAYMENTS.  AN
001610* EMPLOYEE IS PAID REGULARLY WHEN PAID IN AT LEAST
001620* WS-REGULAR-MIN OF THE LAST WS-REGULAR-RUNS NIGHTLY RUNS.
001630*-----------------------------------------------------------*
001640 01  WS-GROSS-PCT                  PIC 9(03) VALUE 25.
001650 01  WS-NET-PCT                    PIC 9(03) VALUE 25.
001660 01  WS-SEVERE-PCT                 PIC 9(03) VALUE 100.
001670 01  WS-HISTORY-COUNT              PIC 9(02) VALUE 6.
001680 01  WS-REGULAR-RUNS               PIC 9(02) VALUE 4.
001690 01  WS-REGULAR-MIN                PIC 9(02) VALUE 3.
001700 01  WS-CHANGE-DAYS                PIC 9(03) VALUE 14.
001710*
001720*-----------------------------------------------------------*
001730* RECENT NAME AND RATE CHANGES FROM THE EMPLOYEE MASTER AUDIT
001740* LOG - APPLIED OR APPROVED WITHIN WS-CHANGE-DAYS OF TONIGHT.
001750* THE LOG IS IN DATE ORDER, SO AN EMPLOYEE'S ENTRY ENDS UP
001760* WITH THE LATEST CHANGE.
001770*-----------------------------------------------------------*
001780 01  WS-CHG-COUNT                  PIC 9(04) COMP VALUE ZERO.
001790 01  WS-CHANGE-TABLE.
001800     05  WS-CHG-ENTRY OCCURS 500 TIMES
001810                      INDEXED BY WS-CHG-IDX
001820                                 WS-CHG-USE-IDX.
001830         10  WS-CHG-EMPLOYEE-ID    PIC 9(05).
001840         10  WS-CHG-DATE           PIC 9(06).
001850         10  WS-CHG-NAME-SW        PIC X(01).
001860         10  WS-CHG-RATE-SW        PIC X(01).
001870 01  WS-CHG-LOOKUP-ID              PIC 9(05) VALUE ZERO.
001880 01  WS-CHANGE-ELAPSED             PIC S9(06) VALUE ZERO.
001890*
001900*-----------------------------------------------------------*
001910* ONE EMPLOYEE'S HISTORY.  THE LAST WS-HISTORY-COUNT NIGHTLY
001920* PAYMENTS BEFORE TONIGHT ARE KEPT IN A RING, OLDEST
001930* OVERWRITTEN FIRST, AND AVERAGED FOR THE SWING BASELINE.
001940*-----------------------------------------------------------*
001950 01  WS-HST-COUNT                  PIC 9(02) COMP VALUE ZERO.
001960 01  WS-HST-NEXT                   PIC 9(02) COMP VALUE ZERO.
001970 01  WS-HST-SUB                    PIC 9(02) COMP VALUE ZERO.
001980 01  WS-HISTORY-RING.
001990     05  WS-HST-ENTRY OCCURS 12 TIMES.
002000         10  WS-HST-GROSS          PIC 9(08)V99.
002010         10  WS-HST-NET            PIC 9(08)V99.
002020 01  WS-TONIGHT-COUNT              PIC 9(03) COMP VALUE ZERO.
002030 01  WS-PRIOR-COUNT                PIC 9(07) COMP VALUE ZERO.
002040 01  WS-RECENT-PAID-COUNT          PIC 9(02) COMP VALUE ZERO.
002050 01  WS-LAST-PAID-DATE             PIC 9(06) VALUE ZERO.
002060 01  WS-TONIGHT-GROSS              PIC S9(09)V99 VALUE ZERO.
002070 01  WS-TONIGHT-NET                PIC S9(09)V99 VALUE ZERO.
002080 01  WS-SUM-GROSS                  PIC S9(11)V99 VALUE ZERO.
002090 01  WS-SUM-NET                    PIC S9(11)V99 VALUE ZERO.
002100 01  WS-AVG-GROSS                  PIC S9(09)V99 VALUE ZERO.
002110 01  WS-AVG-NET                    PIC S9(09)V99 VALUE ZERO.
002120 01  WS-GROSS-SWING-PCT            PIC S9(04)V9 VALUE ZERO.
002130 01  WS-NET-SWING-PCT              PIC S9(04)V9 VALUE ZERO.
002140 01  WS-GROSS-ABS-PCT              PIC 9(04)V9 VALUE ZERO.
002150 01  WS-NET-ABS-PCT                PIC 9(04)V9 VALUE ZERO.
002160*
002170*-----------------------------------------------------------*
002180* DAY-NUMBER WORK FIELDS - DAYS FROM THE START OF THE CENTURY
002190* TO A YYMMDD DATE.  THE DAYS BEFORE EACH MONTH ARE FOR A
002200* COMMON YEAR; A LEAP YEAR ADDS ONE AFTER FEBRUARY.
002210*-----------------------------------------------------------*
002220 01  WS-DAYNUM-DATE                PIC 9(06) VALUE ZERO.
002230 01  WS-DAYNUM-PARTS REDEFINES WS-DAYNUM-DATE.
002240     05  WS-DAYNUM-YY              PIC 9(02).
002250     05  WS-DAYNUM-MM              PIC 9(02).
002260     05  WS-DAYNUM-DD              PIC 9(02).
002270 01  WS-DAYNUM-RESULT              PIC 9(06) VALUE ZERO.
002280 01  WS-DAYNUM-LEAPS               PIC 9(03) VALUE ZERO.
002290 01  WS-DAYNUM-QUOT                PIC 9(03) VALUE ZERO.
002300 01  WS-DAYNUM-REM                 PIC 9(01) VALUE ZERO.
002310 01  WS-MONTH-DAYS-VALUES.
002320     05  FILLER                    PIC X(36) VALUE
002330         "000031059090120151181212243273304334".
002340 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
002350     05  WS-DAYS-BEFORE-MONTH      PIC 9(03) OCCURS 12 TIMES.
002360*
002370*-----------------------------------------------------------*
002380* FILE STATUS AND CONTROL FIELDS
002390*-----------------------------------------------------------*
002400 01  WS-EMPLOYEE-MASTER-STATUS     PIC X(02) VALUE SPACES.
002410 01  WS-PAY-HISTORY-STATUS         PIC X(02) VALUE SPACES.
002420 01  WS-RUN-CONTROL-STATUS         PIC X(02) VALUE SPACES.
002430 01  WS-EMP-AUDIT-STATUS           PIC X(02) VALUE SPACES.
002440 01  WS-VARIANCE-PARM-STATUS       PIC X(02) VALUE SPACES.
002450 01  WS-SIGNOFF-STATUS             PIC X(02) VALUE SPACES.
002460 01  WS-VARIANCE-REPORT-STATUS     PIC X(02) VALUE SPACES.
002470 01  WS-SIGNOFF-USER-ID            PIC X(08) VALUE SPACES.
002480 01  WS-EMPLOYEE-COUNT             PIC 9(07) COMP VALUE ZERO.
002490 01  WS-PAID-COUNT                 PIC 9(07) COMP VALUE ZERO.
002500 01  WS-SWING-COUNT                PIC 9(07) COMP VALUE ZERO.
002510 01  WS-SEVERE-COUNT               PIC 9(07) COMP VALUE ZERO.
002520 01  WS-FIRST-PAY-COUNT            PIC 9(07) COMP VALUE ZERO.
002530 01  WS-CHANGED-COUNT              PIC 9(07) COMP VALUE ZERO.
002540 01  WS-MISSING-COUNT              PIC 9(07) COMP VALUE ZERO.
002550 01  WS-FLAGGED-COUNT              PIC 9(07) COMP VALUE ZERO.
002560 01  WS-COUNT-ED                   PIC Z,ZZZ,ZZ9.
002570*
002580*-----------------------------------------------------------*
002590* REPORT LINES
002600*-----------------------------------------------------------*
002610 01  WS-COLUMN-HEADING.
002620     05  FILLER                    PIC X(07) VALUE "EMPL".
002630     05  FILLER                    PIC X(26) VALUE "NAME".
002640     05  FILLER                    PIC X(18) VALUE "FLAG".
002650     05  FILLER                    PIC X(08) VALUE "LEVEL".
002660     05  FILLER                    PIC X(14)
002670                                   VALUE "TONIGHT GROSS".
002680     05  FILLER                    PIC X(15)
002690                                   VALUE "AVERAGE GROSS".
002700     05  FILLER                    PIC X(08) VALUE "GROSS %".
002710     05  FILLER                    PIC X(14)
002720                                   VALUE "  TONIGHT NET".
002730     05  FILLER                    PIC X(14)
002740                                   VALUE "  AVERAGE NET".
002750     05  FILLER                    PIC X(08) VALUE "  NET %".
002760 01  WS-VARIANCE-DETAIL.
002770     05  WS-VL-EMPLOYEE-ID         PIC 9(05).
002780     05  FILLER                    PIC X(02) VALUE SPACES.
002790     05  WS-VL-NAME                PIC X(24).
002800     05  FILLER                    PIC X(02) VALUE SPACES.
002810     05  WS-VL-FLAG                PIC X(16).
002820     05  FILLER                    PIC X(02) VALUE SPACES.
002830     05  WS-VL-LEVEL               PIC X(06).
002840     05  FILLER                    PIC X(02) VALUE SPACES.
002850     05  WS-VL-TONIGHT-GROSS       PIC -Z,ZZZ,ZZ9.99.
002860     05  FILLER                    PIC X(01) VALUE SPACES.
002870     05  WS-VL-AVG-GROSS           PIC -Z,ZZZ,ZZ9.99.
002880     05  FILLER                    PIC X(02) VALUE SPACES.
002890     05  WS-VL-GROSS-PCT           PIC -ZZZ9.9.
002900     05  FILLER                    PIC X(01) VALUE SPACES.
002910     05  WS-VL-TONIGHT-NET         PIC -Z,ZZZ,ZZ9.99.
002920     05  FILLER                    PIC X(01) VALUE SPACES.
002930     05  WS-VL-AVG-NET             PIC -Z,ZZZ,ZZ9.99.
002940     05  FILLER                    PIC X(01) VALUE SPACES.
002950     05  WS-VL-NET-PCT             PIC -ZZZ9.9.
002960     05  FILLER                    PIC X(01) VALUE SPACES.
002970*
002980 01  WS-SWITCHES.
002990     05  WS-MASTER-EOF-SWITCH      PIC X(01) VALUE 'N'.
003000         88  WS-MASTER-END-OF-FILE         VALUE 'Y'.
003010         88  WS-MASTER-NOT-END-OF-FILE     VALUE 'N'.
003020     05  WS-HIST-EOF-SWITCH        PIC X(01) VALUE 'N'.
003030         88  WS-HIST-END-OF-FILE           VALUE 'Y'.
003040         88  WS-HIST-NOT-END-OF-FILE       VALUE 'N'.
003050     05  WS-RCT-EOF-SWITCH         PIC X(01) VALUE 'N'.
003060         88  WS-RCT-END-OF-FILE            VALUE 'Y'.
003070         88  WS-RCT-NOT-END-OF-FILE        VALUE 'N'.
003080     05  WS-AUDIT-EOF-SWITCH       PIC X(01) VALUE 'N'.
003090         88  WS-AUDIT-END-OF-FILE          VALUE 'Y'.
003100         88  WS-AUDIT-NOT-END-OF-FILE      VALUE 'N'.
003110     05  WS-CHG-FOUND-SW           PIC X(01) VALUE 'N'.
003120         88  WS-CHG-FOUND                  VALUE 'Y'.
003130         88  WS-CHG-NOT-FOUND              VALUE 'N'.
003140     05  WS-CHG-FULL-SW            PIC X(01) VALUE 'N'.
003150         88  WS-CHG-TABLE-FULL             VALUE 'Y'.
003160     05  WS-SIGNOFF-SW             PIC X(01) VALUE 'N'.
003170         88  WS-SIGNED-OFF                 VALUE 'Y'.
003180         88  WS-NOT-SIGNED-OFF             VALUE 'N'.
003190*
003200 PROCEDURE DIVISION.
003210*
003220*=============================================================*
003230* 0000-MAINLINE - PROGRAM ENTRY POINT
003240*=============================================================*
003250 0000-MAINLINE.
003260     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003270     PERFORM 2000-CHECK-ONE-EMPLOYEE THRU 2000-EXIT
003280         UNTIL WS-MASTER-END-OF-FILE
003290     PERFORM 9000-TERMINATE THRU 9000-EXIT
003300     STOP RUN.
003310*
003320*=============================================================*
003330* 1000-INITIALIZE - READ THE PARAMETER AND SIGN-OFF CARDS, OPEN
003340*                   THE FILES, FIND TONIGHT'S RUN, LOAD THE
003350*                   RECENT MASTER CHANGES, PRINT THE HEADING AND
003360*                   POSITION THE MASTER AT ITS FIRST RECORD
003370*=============================================================*
003380 1000-INITIALIZE.
003390     PERFORM 1100-READ-VARIANCE-PARM THRU 1100-EXIT
003400     OPEN INPUT EMPLOYEE-MASTER
003410     IF WS-EMPLOYEE-MASTER-STATUS NOT = "00"
003420         DISPLAY "EMPLOYEE MASTER OPEN FAILED - STATUS "
003430             WS-EMPLOYEE-MASTER-STATUS
003440         MOVE 16 TO RETURN-CODE
003450         STOP RUN
003460     END-IF
003470     OPEN INPUT PAY-HISTORY-FILE
003480     IF WS-PAY-HISTORY-STATUS NOT = "00"
003490         DISPLAY "PAY HISTORY FILE OPEN FAILED - STATUS "
003500             WS-PAY-HISTORY-STATUS
003510         CLOSE EMPLOYEE-MASTER
003520         MOVE 16 TO RETURN-CODE
003530         STOP RUN
003540     END-IF
003550     OPEN INPUT RUN-CONTROL-FILE
003560     IF WS-RUN-CONTROL-STATUS NOT = "00"
003570         DISPLAY "RUN CONTROL FILE OPEN FAILED - STATUS "
003580             WS-RUN-CONTROL-STATUS
003590         CLOSE EMPLOYEE-MASTER
003600         CLOSE PAY-HISTORY-FILE
003610         MOVE 16 TO RETURN-CODE
003620         STOP RUN
003630     END-IF
003640     OPEN INPUT EMP-AUDIT-FILE
003650     IF WS-EMP-AUDIT-STATUS NOT = "00"
003660         DISPLAY "EMPLOYEE AUDIT FILE OPEN FAILED - STATUS "
003670             WS-EMP-AUDIT-STATUS
003680         CLOSE EMPLOYEE-MASTER
003690         CLOSE PAY-HISTORY-FILE
003700         CLOSE RUN-CONTROL-FILE
003710         MOVE 16 TO RETURN-CODE
003720         STOP RUN
003730     END-IF
003740     OPEN OUTPUT VARIANCE-REPORT-FILE
003750     IF WS-VARIANCE-REPORT-STATUS NOT = "00"
003760         DISPLAY "VARIANCE REPORT FILE OPEN FAILED - STATUS "
003770             WS-VARIANCE-REPORT-STATUS
003780         CLOSE EMPLOYEE-MASTER
003790         CLOSE PAY-HISTORY-FILE
003800         CLOSE RUN-CONTROL-FILE
003810         CLOSE EMP-AUDIT-FILE
003820         MOVE 16 TO RETURN-CODE
003830         STOP RUN
003840     END-IF
003850     PERFORM 1200-FIND-TONIGHTS-RUN THRU 1200-EXIT
003860     PERFORM 1300-LOAD-RECENT-CHANGES THRU 1300-EXIT
003870     PERFORM 1400-READ-SIGNOFF THRU 1400-EXIT
003880     MOVE SPACES TO VARIANCE-REPORT-LINE
003890     STRING "POLUX FINANCIAL - PAY VARIANCE AND ANOMALY REPORT"
003900             " - RUN DATE " WS-RUN-DATE
003910         DELIMITED BY SIZE INTO VARIANCE-REPORT-LINE
003920     WRITE VARIANCE-REPORT-LINE
003930     MOVE SPACES TO VARIANCE-REPORT-LINE
003940     STRING "SWING LIMITS GROSS " WS-GROSS-PCT "% NET "
003950             WS-NET-PCT "% SEVERE " WS-SEVERE-PCT
003960             "%   BASELINE " WS-HISTORY-COUNT " PAYMENTS"
003970             "   REGULAR " WS-REGULAR-MIN " OF " WS-REGULAR-RUNS
003980             " RUNS   CHANGES " WS-CHANGE-DAYS " DAYS"
003990         DELIMITED BY SIZE INTO VARIANCE-REPORT-LINE
004000     WRITE VARIANCE-REPORT-LINE
004010     MOVE SPACES TO VARIANCE-REPORT-LINE
004020     WRITE VARIANCE-REPORT-LINE
004030     WRITE VARIANCE-REPORT-LINE FROM WS-COLUMN-HEADING
004040     MOVE ZERO TO EMM-EMPLOYEE-ID
004050     START EMPLOYEE-MASTER KEY NOT LESS THAN EMM-EMPLOYEE-ID
004060         INVALID KEY
004070             SET WS-MASTER-END-OF-FILE TO TRUE
004080     END-START
004090     IF WS-MASTER-NOT-END-OF-FILE
004100         PERFORM 2100-READ-MASTER-NEXT THRU 2100-EXIT
004110     END-IF.
004120 1000-EXIT.
004130     EXIT.
004140*
004150*-------------------------------------------------------------*
004160* 1100-READ-VARIANCE-PARM - THE OPTIONAL PARAMETER CARD:
004170*                           "VARIANCE", THE GROSS, NET AND
004180*                           SEVERE SWING PERCENTAGES, THE
004190*                           PAYMENTS AVERAGED FOR THE BASELINE,
004200*                           THE REGULAR-PAY RUNS AND MINIMUM, AND
004210*                           THE RECENT-CHANGE DAYS.  A BLANK
004220*                           FIELD KEEPS ITS DEFAULT.  A CARD THAT
004230*                           IS PRESENT BUT NOT VALID STOPS THE
004240*                           RUN BEFORE ANYTHING IS OPENED.
004250*-------------------------------------------------------------*
004260 1100-READ-VARIANCE-PARM.
004270     OPEN INPUT VARIANCE-PARM-FILE
004280     IF WS-VARIANCE-PARM-STATUS NOT = "00"
004290         GO TO 1100-EXIT
004300     END-IF
004310     READ VARIANCE-PARM-FILE
004320         AT END
004330             CLOSE VARIANCE-PARM-FILE
004340             GO TO 1100-EXIT
004350     END-READ
004360     CLOSE VARIANCE-PARM-FILE
004370     IF VPM-KEYWORD NOT = "VARIANCE"
004380         PERFORM 1110-REFUSE-PARM THRU 1110-EXIT
004390     END-IF
004400     IF VPM-GROSS-PCT-X NOT = SPACES
004410         IF VPM-GROSS-PCT NOT NUMERIC
004420            OR VPM-GROSS-PCT = ZERO
004430             PERFORM 1110-REFUSE-PARM THRU 1110-EXIT
004440         END-IF
004450         MOVE VPM-GROSS-PCT TO WS-GROSS-PCT
004460     END-IF
004470     IF VPM-NET-PCT-X NOT = SPACES
004480         IF VPM-NET-PCT NOT NUMERIC
004490            OR VPM-NET-PCT = ZERO
004500             PERFORM 1110-REFUSE-PARM THRU 1110-EXIT
004510         END-IF
004520         MOVE VPM-NET-PCT TO WS-NET-PCT
004530     END-IF
004540     IF VPM-SEVERE-PCT-X NOT = SPACES
004550         IF VPM-SEVERE-PCT NOT NUMERIC
004560            OR VPM-SEVERE-PCT = ZERO
004570             PERFORM 1110-REFUSE-PARM THRU 1110-EXIT
004580         END-IF
004590         MOVE VPM-SEVERE-PCT TO WS-SEVERE-PCT
004600     END-IF
004610     IF VPM-HISTORY-COUNT-X NOT = SPACES
004620         IF VPM-HISTORY-COUNT NOT NUMERIC
004630            OR VPM-HISTORY-COUNT = ZERO
004640            OR VPM-HISTORY-COUNT > 12
004650             PERFORM 1110-REFUSE-PARM THRU 1110-EXIT
004660         END-IF
004670         MOVE VPM-HISTORY-COUNT TO WS-HISTORY-COUNT
004680     END-IF
004690     IF VPM-REGULAR-RUNS-X NOT = SPACES
004700         IF VPM-REGULAR-RUNS NOT NUMERIC
004710            OR VPM-REGULAR-RUNS = ZERO
004720            OR VPM-REGULAR-RUNS > 12
004730             PERFORM 1110-REFUSE-PARM THRU 1110-EXIT
004740         END-IF
004750         MOVE VPM-REGULAR-RUNS TO WS-REGULAR-RUNS
004760     END-IF
004770     IF VPM-REGULAR-MIN-X NOT = SPACES
004780         IF VPM-REGULAR-MIN NOT NUMERIC
004790            OR VPM-REGULAR-MIN = ZERO
004800             PERFORM 1110-REFUSE-PARM THRU 1110-EXIT
004810         END-IF
004820         MOVE VPM-REGULAR-MIN TO WS-REGULAR-MIN
004830     END-IF
004840     IF VPM-CHANGE-DAYS-X NOT = SPACES
004850         IF VPM-CHANGE-DAYS NOT NUMERIC
004860             PERFORM 1110-REFUSE-PARM THRU 1110-EXIT
004870         END-IF
004880         MOVE VPM-CHANGE-DAYS TO WS-CHANGE-DAYS
004890     END-IF
004900     IF WS-REGULAR-MIN > WS-REGULAR-RUNS
004910        OR WS-SEVERE-PCT < WS-GROSS-PCT
004920        OR WS-SEVERE-PCT < WS-NET-PCT
004930         PERFORM 1110-REFUSE-PARM THRU 1110-EXIT
004940     END-IF.
004950 1100-EXIT.
004960     EXIT.
004970*
004980*-------------------------------------------------------------*
004990* 1110-REFUSE-PARM - A VARIANCE PARAMETER CARD THAT IS PRESENT
005000*                    BUT NOT VALID STOPS THE RUN
005010*-------------------------------------------------------------*
005020 1110-REFUSE-PARM.
005030     DISPLAY "VARIANCE PARAMETER NOT VALID - SEE VARPARM CARD "
005040         "LAYOUT - RUN REFUSED"
005050     MOVE 16 TO RETURN-CODE
005060     STOP RUN.
005070 1110-EXIT.
005080     EXIT.
005090*
005100*-------------------------------------------------------------*
005110* 1200-FIND-TONIGHTS-RUN - PASS THE RUN CONTROL FILE, KEEPING
005120*                          THE LAST THIRTEEN NIGHTLY RUNS MARKED
005130*                          COMPLETE.  THE LATEST IS TONIGHT'S;
005140*                          THE WS-REGULAR-RUNS BEFORE IT DECIDE
005150*                          WHO IS PAID REGULARLY.  NO COMPLETE
005160*                          NIGHTLY RUN STOPS THE CHECK.
005170*-------------------------------------------------------------*
005180 1200-FIND-TONIGHTS-RUN.
005190     MOVE LOW-VALUES TO RCT-RUN-KEY
005200     START RUN-CONTROL-FILE KEY NOT LESS THAN RCT-RUN-KEY
005210         INVALID KEY
005220             SET WS-RCT-END-OF-FILE TO TRUE
005230     END-START
005240     PERFORM 1210-READ-RUN-CONTROL THRU 1210-EXIT
005250         UNTIL WS-RCT-END-OF-FILE
005260     CLOSE RUN-CONTROL-FILE
005270     IF WS-NR-COUNT = ZERO
005280         DISPLAY "NO COMPLETE NIGHTLY RUN ON THE RUN CONTROL "
005290             "FILE - VARIANCE CHECK NOT RUN"
005300         CLOSE EMPLOYEE-MASTER
005310         CLOSE PAY-HISTORY-FILE
005320         CLOSE EMP-AUDIT-FILE
005330         CLOSE VARIANCE-REPORT-FILE
005340         MOVE 16 TO RETURN-CODE
005350         STOP RUN
005360     END-IF
005370     MOVE WS-NR-DATE (WS-NR-COUNT) TO WS-RUN-DATE
005380     MOVE WS-RUN-DATE TO WS-DAYNUM-DATE
005390     PERFORM 8000-COMPUTE-DAY-NUMBER THRU 8000-EXIT
005400     MOVE WS-DAYNUM-RESULT TO WS-RUN-DAY-NUMBER
005410     MOVE WS-RUN-DATE TO WS-REGULAR-FROM-DATE
005420     IF WS-NR-COUNT > WS-REGULAR-RUNS
005430         COMPUTE WS-NR-SUB = WS-NR-COUNT - WS-REGULAR-RUNS
005440         MOVE WS-NR-DATE (WS-NR-SUB) TO WS-REGULAR-FROM-DATE
005450     ELSE
005460         IF WS-NR-COUNT > 1
005470             MOVE WS-NR-DATE (1) TO WS-REGULAR-FROM-DATE
005480         END-IF
005490     END-IF.
005500 1200-EXIT.
005510     EXIT.
005520*
005530*-------------------------------------------------------------*
005540* 1210-READ-RUN-CONTROL - ONE RUN CONTROL RECORD.  A NIGHTLY
005550*                         RUN MARKED COMPLETE IS ADDED TO THE
005560*                         END OF THE TABLE; WHEN THE TABLE IS
005570*                         FULL THE OLDEST IS DROPPED.
005580*-------------------------------------------------------------*
005590 1210-READ-RUN-CONTROL.
005600     READ RUN-CONTROL-FILE NEXT RECORD
005610         AT END
005620             SET WS-RCT-END-OF-FILE TO TRUE
005630             GO TO 1210-EXIT
005640     END-READ
005650     IF NOT RCT-NIGHTLY-RUN
005660        OR NOT RCT-RUN-COMPLETE
005670        OR RCT-RUN-DATE NOT NUMERIC
005680         GO TO 1210-EXIT
005690     END-IF
005700     IF WS-NR-COUNT < 13
005710         ADD 1 TO WS-NR-COUNT
005720     ELSE
005730         PERFORM 1220-SHIFT-RUN-TABLE THRU 1220-EXIT
005740             VARYING WS-NR-SUB FROM 1 BY 1
005750             UNTIL WS-NR-SUB > 12
005760     END-IF
005770     MOVE RCT-RUN-DATE TO WS-NR-DATE (WS-NR-COUNT).
005780 1210-EXIT.
005790     EXIT.
005800*
005810 1220-SHIFT-RUN-TABLE.
005820     MOVE WS-NR-DATE (WS-NR-SUB + 1) TO WS-NR-DATE (WS-NR-SUB).
005830 1220-EXIT.
005840     EXIT.
005850*
005860*-------------------------------------------------------------*
005870* 1300-LOAD-RECENT-CHANGES - PASS THE EMPLOYEE MASTER AUDIT LOG
005880*                            AND TABLE EVERY EMPLOYEE WHOSE NAME
005890*                            OR HOURLY RATE WAS CHANGED - APPLIED
005900*                            STRAIGHT AWAY OR APPROVED - WITHIN
005910*                            WS-CHANGE-DAYS OF TONIGHT'S RUN
005920*-------------------------------------------------------------*
005930 1300-LOAD-RECENT-CHANGES.
005940     PERFORM 1310-READ-AUDIT THRU 1310-EXIT
005950     PERFORM 1320-SELECT-CHANGE THRU 1320-EXIT
005960         UNTIL WS-AUDIT-END-OF-FILE
005970     CLOSE EMP-AUDIT-FILE.
005980 1300-EXIT.
005990     EXIT.
006000*
006010 1310-READ-AUDIT.
006020     READ EMP-AUDIT-FILE
006030         AT END
006040             SET WS-AUDIT-END-OF-FILE TO TRUE
006050     END-READ.
006060 1310-EXIT.
006070     EXIT.
006080*
006090*-------------------------------------------------------------*
006100* 1320-SELECT-CHANGE - ONE AUDIT RECORD.  THE FIELDS CHANGED
006110*                      READ "NAME" IN COLUMNS 1-4 AND "RT" IN
006120*                      11-12 FOR A NAME OR RATE CHANGE.  HELD,
006130*                      DECLINED AND REFUSED CHANGES NEVER
006140*                      REACHED THE MASTER AND ARE PASSED BY.
006150*-------------------------------------------------------------*
006160 1320-SELECT-CHANGE.
006170     PERFORM 1325-TABLE-CHANGE THRU 1325-EXIT
006180     PERFORM 1310-READ-AUDIT THRU 1310-EXIT.
006190 1320-EXIT.
006200     EXIT.
006210*
006220*-------------------------------------------------------------*
006230* 1325-TABLE-CHANGE - A RECENT NAME OR RATE CHANGE THAT REACHED
006240*                     THE MASTER IS TABLED UNDER ITS EMPLOYEE
006250*-------------------------------------------------------------*
006260 1325-TABLE-CHANGE.
006270     IF AUD-DATE NOT NUMERIC
006280        OR AUD-EMPLOYEE-ID NOT NUMERIC
006290         GO TO 1325-EXIT
006300     END-IF
006310     IF NOT AUD-APPLIED
006320        AND NOT AUD-APPROVED
006330         GO TO 1325-EXIT
006340     END-IF
006350     IF AUD-FIELDS-CHANGED (1:4) NOT = "NAME"
006360        AND AUD-FIELDS-CHANGED (11:2) NOT = "RT"
006370         GO TO 1325-EXIT
006380     END-IF
006390     MOVE AUD-DATE TO WS-DAYNUM-DATE
006400     PERFORM 8000-COMPUTE-DAY-NUMBER THRU 8000-EXIT
006410     IF WS-DAYNUM-RESULT = ZERO
006420         GO TO 1325-EXIT
006430     END-IF
006440     COMPUTE WS-CHANGE-ELAPSED =
006450         WS-RUN-DAY-NUMBER - WS-DAYNUM-RESULT
006460     IF WS-CHANGE-ELAPSED > WS-CHANGE-DAYS
006470         GO TO 1325-EXIT
006480     END-IF
006490     MOVE AUD-EMPLOYEE-ID TO WS-CHG-LOOKUP-ID
006500     PERFORM 1330-FIND-CHANGE THRU 1330-EXIT
006510     IF WS-CHG-NOT-FOUND
006520         IF WS-CHG-COUNT NOT < 500
006530             IF NOT WS-CHG-TABLE-FULL
006540                 DISPLAY "RECENT CHANGE TABLE FULL - LATER "
006550                     "CHANGES NOT CHECKED"
006560             END-IF
006570             SET WS-CHG-TABLE-FULL TO TRUE
006580             GO TO 1325-EXIT
006590         END-IF
006600         ADD 1 TO WS-CHG-COUNT
006610         SET WS-CHG-USE-IDX TO WS-CHG-COUNT
006620         MOVE AUD-EMPLOYEE-ID
006630             TO WS-CHG-EMPLOYEE-ID (WS-CHG-USE-IDX)
006640         MOVE 'N' TO WS-CHG-NAME-SW (WS-CHG-USE-IDX)
006650         MOVE 'N' TO WS-CHG-RATE-SW (WS-CHG-USE-IDX)
006660     END-IF
006670     MOVE AUD-DATE TO WS-CHG-DATE (WS-CHG-USE-IDX)
006680     IF AUD-FIELDS-CHANGED (1:4) = "NAME"
006690         MOVE 'Y' TO WS-CHG-NAME-SW (WS-CHG-USE-IDX)
006700     END-IF
006710     IF AUD-FIELDS-CHANGED (11:2) = "RT"
006720         MOVE 'Y' TO WS-CHG-RATE-SW (WS-CHG-USE-IDX)
006730     END-IF.
006740 1325-EXIT.
006750     EXIT.
006760*
006770*-------------------------------------------------------------*
006780* 1330-FIND-CHANGE - LOOK AN EMPLOYEE UP IN THE RECENT CHANGE
006790*                    TABLE.  THE CALLER PUTS THE ID IN
006800*                    WS-CHG-LOOKUP-ID; ON A MATCH WS-CHG-USE-IDX
006810*                    POINTS AT THE ENTRY.
006820*-------------------------------------------------------------*
006830 1330-FIND-CHANGE.
006840     SET WS-CHG-NOT-FOUND TO TRUE
006850     PERFORM 1340-MATCH-CHANGE THRU 1340-EXIT
006860         VARYING WS-CHG-IDX FROM 1 BY 1
006870         UNTIL WS-CHG-IDX > WS-CHG-COUNT
006880            OR WS-CHG-FOUND.
006890 1330-EXIT.
006900     EXIT.
006910*
006920 1340-MATCH-CHANGE.
006930     IF WS-CHG-LOOKUP-ID = WS-CHG-EMPLOYEE-ID (WS-CHG-IDX)
006940         SET WS-CHG-FOUND TO TRUE
006950         SET WS-CHG-USE-IDX TO WS-CHG-IDX
006960     END-IF.
006970 1340-EXIT.
006980     EXIT.
006990*
007000*-------------------------------------------------------------*
007010* 1400-READ-SIGNOFF - THE SIGN-OFF CARD: "SIGNOFF", TONIGHT'S
007020*                     RUN DATE (YYMMDD) AND THE USER ID OF THE
007030*                     OPERATOR RELEASING THE RUN.  THE DD IS
007040*                     NORMALLY DUMMY.  A CARD FOR ANOTHER RUN
007050*                     DATE, OR WITHOUT A USER, IS IGNORED SO A
007060*                     STALE CARD CANNOT RELEASE A LATER NIGHT.
007070*-------------------------------------------------------------*
007080 1400-READ-SIGNOFF.
007090     OPEN INPUT SIGNOFF-FILE
007100     IF WS-SIGNOFF-STATUS NOT = "00"
007110         GO TO 1400-EXIT
007120     END-IF
007130     READ SIGNOFF-FILE
007140         AT END
007150             CLOSE SIGNOFF-FILE
007160             GO TO 1400-EXIT
007170     END-READ
007180     CLOSE SIGNOFF-FILE
007190     IF VSG-KEYWORD NOT = "SIGNOFF"
007200        OR VSG-RUN-DATE NOT NUMERIC
007210        OR VSG-RUN-DATE NOT = WS-RUN-DATE
007220        OR VSG-USER-ID = SPACES
007230         DISPLAY "SIGN-OFF CARD IGNORED - NOT FOR RUN DATE "
007240             WS-RUN-DATE " OR NO USER"
007250         GO TO 1400-EXIT
007260     END-IF
007270     SET WS-SIGNED-OFF TO TRUE
007280     MOVE VSG-USER-ID TO WS-SIGNOFF-USER-ID.
007290 1400-EXIT.
007300     EXIT.
007310*
007320*=============================================================*
007330* 2000-CHECK-ONE-EMPLOYEE - GATHER ONE MASTER EMPLOYEE'S PAY
007340*                           HISTORY AND FLAG WHAT TONIGHT'S
007350*                           POSTINGS, OR THEIR ABSENCE, SHOW
007360*=============================================================*
007370 2000-CHECK-ONE-EMPLOYEE.
007380     ADD 1 TO WS-EMPLOYEE-COUNT
007390     PERFORM 3000-GATHER-HISTORY THRU 3000-EXIT
007400     IF WS-TONIGHT-COUNT > ZERO
007410         ADD 1 TO WS-PAID-COUNT
007420         PERFORM 4000-CHECK-PAYMENT THRU 4000-EXIT
007430     ELSE
007440         PERFORM 4500-CHECK-MISSING THRU 4500-EXIT
007450     END-IF
007460     PERFORM 2100-READ-MASTER-NEXT THRU 2100-EXIT.
007470 2000-EXIT.
007480     EXIT.
007490*
007500*-------------------------------------------------------------*
007510* 2100-READ-MASTER-NEXT - GET THE NEXT MASTER RECORD IN KEY
007520*                         SEQUENCE
007530*-------------------------------------------------------------*
007540 2100-READ-MASTER-NEXT.
007550     READ EMPLOYEE-MASTER NEXT RECORD
007560         AT END
007570             SET WS-MASTER-END-OF-FILE TO TRUE
007580     END-READ.
007590 2100-EXIT.
007600     EXIT.
007610*
007620*=============================================================*
007630* 3000-GATHER-HISTORY - READ THE EMPLOYEE'S PAY HISTORY FROM
007640*                       THE FIRST POSTING.  TONIGHT'S NIGHTLY
007650*                       PAYMENTS AND ADJUSTMENTS ARE TOTALLED;
007660*                       EARLIER NIGHTLY PAYMENTS FEED THE
007670*                       BASELINE RING AND THE REGULAR-PAY COUNT.
007680*=============================================================*
007690 3000-GATHER-HISTORY.
007700     MOVE ZERO TO WS-TONIGHT-COUNT
007710     MOVE ZERO TO WS-PRIOR-COUNT
007720     MOVE ZERO TO WS-RECENT-PAID-COUNT
007730     MOVE ZERO TO WS-LAST-PAID-DATE
007740     MOVE ZERO TO WS-TONIGHT-GROSS
007750     MOVE ZERO TO WS-TONIGHT-NET
007760     MOVE ZERO TO WS-HST-COUNT
007770     MOVE 1    TO WS-HST-NEXT
007780     SET WS-HIST-NOT-END-OF-FILE TO TRUE
007790     MOVE EMM-EMPLOYEE-ID TO PHR-EMPLOYEE-ID
007800     MOVE ZERO            TO PHR-RUN-DATE
007810     MOVE ZERO            TO PHR-RUN-SEQ
007820     START PAY-HISTORY-FILE KEY NOT LESS THAN PHR-KEY
007830         INVALID KEY
007840             SET WS-HIST-END-OF-FILE TO TRUE
007850     END-START
007860     PERFORM 3010-SCAN-HISTORY-RECORD THRU 3010-EXIT
007870         UNTIL WS-HIST-END-OF-FILE.
007880 3000-EXIT.
007890     EXIT.
007900*
007910*-------------------------------------------------------------*
007920* 3010-SCAN-HISTORY-RECORD - ONE HISTORY RECORD UNDER THE
007930*                            EMPLOYEE.  OFF-CYCLE POSTINGS (RUN
007940*                            SEQUENCE 8000000 AND UP) AND BANK
007950*                            RETURN REVERSALS COUNT AS HISTORY
007960*                            BUT NOT AS NIGHTLY PAY.
007970*-------------------------------------------------------------*
007980 3010-SCAN-HISTORY-RECORD.
007990     READ PAY-HISTORY-FILE NEXT RECORD
008000         AT END
008010             SET WS-HIST-END-OF-FILE TO TRUE
008020             GO TO 3010-EXIT
008030     END-READ
008040     IF PHR-EMPLOYEE-ID NOT = EMM-EMPLOYEE-ID
008050         SET WS-HIST-END-OF-FILE TO TRUE
008060         GO TO 3010-EXIT
008070     END-IF
008080     IF PHR-GROSS NOT NUMERIC
008090        OR PHR-NET-PAY NOT NUMERIC
008100        OR PHR-RUN-DATE > WS-RUN-DATE
008110         GO TO 3010-EXIT
008120     END-IF
008130     IF PHR-RUN-DATE = WS-RUN-DATE
008140        AND PHR-RUN-SEQ < 8000000
008150        AND PHR-NIGHTLY-RUN
008160         IF PHR-PAYMENT-POSTING
008170            OR PHR-ADJUSTMENT-POSTING
008180             ADD 1 TO WS-TONIGHT-COUNT
008190             ADD PHR-GROSS   TO WS-TONIGHT-GROSS
008200             ADD PHR-NET-PAY TO WS-TONIGHT-NET
008210         END-IF
008220         GO TO 3010-EXIT
008230     END-IF
008240     ADD 1 TO WS-PRIOR-COUNT
008250     IF NOT PHR-PAYMENT-POSTING
008260        OR PHR-RUN-SEQ NOT < 8000000
008270        OR NOT PHR-NIGHTLY-RUN
008280        OR PHR-RUN-DATE = WS-RUN-DATE
008290         GO TO 3010-EXIT
008300     END-IF
008310     IF PHR-RUN-DATE NOT < WS-REGULAR-FROM-DATE
008320        AND PHR-RUN-DATE NOT = WS-LAST-PAID-DATE
008330         ADD 1 TO WS-RECENT-PAID-COUNT
008340         MOVE PHR-RUN-DATE TO WS-LAST-PAID-DATE
008350     END-IF
008360     IF PHR-REVERSED
008370         GO TO 3010-EXIT
008380     END-IF
008390     MOVE PHR-GROSS   TO WS-HST-GROSS (WS-HST-NEXT)
008400     MOVE PHR-NET-PAY TO WS-HST-NET (WS-HST-NEXT)
008410     IF WS-HST-COUNT < WS-HISTORY-COUNT
008420         ADD 1 TO WS-HST-COUNT
008430     END-IF
008440     ADD 1 TO WS-HST-NEXT
008450     IF WS-HST-NEXT > WS-HISTORY-COUNT
008460         MOVE 1 TO WS-HST-NEXT
008470     END-IF.
008480 3010-EXIT.
008490     EXIT.
008500*
008510*=============================================================*
008520* 4000-CHECK-PAYMENT - AN EMPLOYEE PAID TONIGHT.  A FIRST-EVER
008530*                      PAYMENT IS FLAGGED; OTHERWISE TONIGHT'S
008540*                      GROSS AND NET ARE MEASURED AGAINST THE
008550*                      BASELINE.  A RECENT NAME OR RATE CHANGE
008560*                      IS FLAGGED EITHER WAY.
008570*=============================================================*
008580 4000-CHECK-PAYMENT.
008590     IF WS-PRIOR-COUNT = ZERO
008600         MOVE "FIRST PAYMENT" TO WS-VL-FLAG
008610         MOVE "REVIEW" TO WS-VL-LEVEL
008620         PERFORM 5000-BUILD-DETAIL THRU 5000-EXIT
008630         PERFORM 5100-WRITE-DETAIL THRU 5100-EXIT
008640         ADD 1 TO WS-FIRST-PAY-COUNT
008650     ELSE
008660         IF WS-HST-COUNT > ZERO
008670             PERFORM 4100-CHECK-SWING THRU 4100-EXIT
008680         END-IF
008690     END-IF
008700     MOVE EMM-EMPLOYEE-ID TO WS-CHG-LOOKUP-ID
008710     PERFORM 1330-FIND-CHANGE THRU 1330-EXIT
008720     IF WS-CHG-NOT-FOUND
008730         GO TO 4000-EXIT
008740     END-IF
008750     IF WS-CHG-NAME-SW (WS-CHG-USE-IDX) = 'Y'
008760        AND WS-CHG-RATE-SW (WS-CHG-USE-IDX) = 'Y'
008770         MOVE "RECENT NAME+RATE" TO WS-VL-FLAG
008780     ELSE
008790         IF WS-CHG-NAME-SW (WS-CHG-USE-IDX) = 'Y'
008800             MOVE "RECENT NAME CHG" TO WS-VL-FLAG
008810         ELSE
008820             MOVE "RECENT RATE CHG" TO WS-VL-FLAG
008830         END-IF
008840     END-IF
008850     MOVE "REVIEW" TO WS-VL-LEVEL
008860     PERFORM 5000-BUILD-DETAIL THRU 5000-EXIT
008870     PERFORM 5100-WRITE-DETAIL THRU 5100-EXIT
008880     ADD 1 TO WS-CHANGED-COUNT.
008890 4000-EXIT.
008900     EXIT.
008910*
008920*-------------------------------------------------------------*
008930* 4100-CHECK-SWING - AVERAGE THE BASELINE PAYMENTS AND WORK OUT
008940*                    TONIGHT'S SWING EACH WAY AS A PERCENTAGE OF
008950*                    IT.  A ZERO AVERAGE AGAINST A NON-ZERO
008960*                    FIGURE, OR A SWING TOO BIG TO HOLD, IS SET
008970*                    TO 9999.9.  A SWING REACHING THE SEVERE
008980*                    PERCENTAGE EITHER WAY HOLDS THE RELEASE.
008990*-------------------------------------------------------------*
009000 4100-CHECK-SWING.
009010     MOVE ZERO TO WS-SUM-GROSS
009020     MOVE ZERO TO WS-SUM-NET
009030     PERFORM 4110-ADD-BASELINE THRU 4110-EXIT
009040         VARYING WS-HST-SUB FROM 1 BY 1
009050         UNTIL WS-HST-SUB > WS-HST-COUNT
009060     COMPUTE WS-AVG-GROSS ROUNDED = WS-SUM-GROSS / WS-HST-COUNT
009070     COMPUTE WS-AVG-NET ROUNDED = WS-SUM-NET / WS-HST-COUNT
009080     MOVE ZERO TO WS-GROSS-SWING-PCT
009090     IF WS-AVG-GROSS NOT = ZERO
009100         COMPUTE WS-GROSS-SWING-PCT ROUNDED =
009110             (WS-TONIGHT-GROSS - WS-AVG-GROSS) * 100
009120                 / WS-AVG-GROSS
009130             ON SIZE ERROR
009140                 MOVE 9999.9 TO WS-GROSS-SWING-PCT
009150         END-COMPUTE
009160     ELSE
009170         IF WS-TONIGHT-GROSS NOT = ZERO
009180             MOVE 9999.9 TO WS-GROSS-SWING-PCT
009190         END-IF
009200     END-IF
009210     MOVE ZERO TO WS-NET-SWING-PCT
009220     IF WS-AVG-NET NOT = ZERO
009230         COMPUTE WS-NET-SWING-PCT ROUNDED =
009240             (WS-TONIGHT-NET - WS-AVG-NET) * 100
009250                 / WS-AVG-NET
009260             ON SIZE ERROR
009270                 MOVE 9999.9 TO WS-NET-SWING-PCT
009280         END-COMPUTE
009290     ELSE
009300         IF WS-TONIGHT-NET NOT = ZERO
009310             MOVE 9999.9 TO WS-NET-SWING-PCT
009320         END-IF
009330     END-IF
009340     IF WS-GROSS-SWING-PCT < ZERO
009350         COMPUTE WS-GROSS-ABS-PCT = ZERO - WS-GROSS-SWING-PCT
009360     ELSE
009370         MOVE WS-GROSS-SWING-PCT TO WS-GROSS-ABS-PCT
009380     END-IF
009390     IF WS-NET-SWING-PCT < ZERO
009400         COMPUTE WS-NET-ABS-PCT = ZERO - WS-NET-SWING-PCT
009410     ELSE
009420         MOVE WS-NET-SWING-PCT TO WS-NET-ABS-PCT
009430     END-IF
009440     IF WS-GROSS-ABS-PCT NOT > WS-GROSS-PCT
009450        AND WS-NET-ABS-PCT NOT > WS-NET-PCT
009460         GO TO 4100-EXIT
009470     END-IF
009480     IF WS-GROSS-ABS-PCT NOT < WS-SEVERE-PCT
009490        OR WS-NET-ABS-PCT NOT < WS-SEVERE-PCT
009500         MOVE "SEVERE" TO WS-VL-LEVEL
009510         ADD 1 TO WS-SEVERE-COUNT
009520     ELSE
009530         MOVE "REVIEW" TO WS-VL-LEVEL
009540     END-IF
009550     MOVE "PAY SWING" TO WS-VL-FLAG
009560     PERFORM 5000-BUILD-DETAIL THRU 5000-EXIT
009570     MOVE WS-AVG-GROSS       TO WS-VL-AVG-GROSS
009580     MOVE WS-GROSS-SWING-PCT TO WS-VL-GROSS-PCT
009590     MOVE WS-AVG-NET         TO WS-VL-AVG-NET
009600     MOVE WS-NET-SWING-PCT   TO WS-VL-NET-PCT
009610     PERFORM 5100-WRITE-DETAIL THRU 5100-EXIT
009620     ADD 1 TO WS-SWING-COUNT.
009630 4100-EXIT.
009640     EXIT.
009650*
009660 4110-ADD-BASELINE.
009670     ADD WS-HST-GROSS (WS-HST-SUB) TO WS-SUM-GROSS
009680     ADD WS-HST-NET (WS-HST-SUB)   TO WS-SUM-NET.
009690 4110-EXIT.
009700     EXIT.
009710*
009720*-------------------------------------------------------------*
009730* 4500-CHECK-MISSING - AN EMPLOYEE NOT PAID TONIGHT.  AN ACTIVE
009740*                      EMPLOYEE PAID IN AT LEAST WS-REGULAR-MIN
009750*                      OF THE RECENT NIGHTLY RUNS IS FLAGGED.
009760*                      EMPLOYEES ON LEAVE OR TERMINATED ARE NOT
009770*                      EXPECTED.
009780*-------------------------------------------------------------*
009790 4500-CHECK-MISSING.
009800     IF NOT EMM-STATUS-ACTIVE
009810        OR WS-RECENT-PAID-COUNT < WS-REGULAR-MIN
009820         GO TO 4500-EXIT
009830     END-IF
009840     MOVE "MISSING TONIGHT" TO WS-VL-FLAG
009850     MOVE "REVIEW" TO WS-VL-LEVEL
009860     PERFORM 5000-BUILD-DETAIL THRU 5000-EXIT
009870     PERFORM 5100-WRITE-DETAIL THRU 5100-EXIT
009880     ADD 1 TO WS-MISSING-COUNT.
009890 4500-EXIT.
009900     EXIT.
009910*
009920*-------------------------------------------------------------*
009930* 5000-BUILD-DETAIL - THE EMPLOYEE AND TONIGHT'S FIGURES ON THE
009940*                     DETAIL LINE; THE BASELINE COLUMNS ARE
009950*                     FILLED ONLY FOR A SWING
009960*-------------------------------------------------------------*
009970 5000-BUILD-DETAIL.
009980     MOVE EMM-EMPLOYEE-ID  TO WS-VL-EMPLOYEE-ID
009990     MOVE EMM-NAME         TO WS-VL-NAME
010000     MOVE WS-TONIGHT-GROSS TO WS-VL-TONIGHT-GROSS
010010     MOVE WS-TONIGHT-NET   TO WS-VL-TONIGHT-NET
010020     MOVE ZERO             TO WS-VL-AVG-GROSS
010030     MOVE ZERO             TO WS-VL-GROSS-PCT
010040     MOVE ZERO             TO WS-VL-AVG-NET
010050     MOVE ZERO             TO WS-VL-NET-PCT.
010060 5000-EXIT.
010070     EXIT.
010080*
010090 5100-WRITE-DETAIL.
010100     WRITE VARIANCE-REPORT-LINE FROM WS-VARIANCE-DETAIL
010110     ADD 1 TO WS-FLAGGED-COUNT.
010120 5100-EXIT.
010130     EXIT.
010140*
010150*-------------------------------------------------------------*
010160* 8000-COMPUTE-DAY-NUMBER - DAYS FROM THE START OF THE CENTURY
010170*                           TO THE YYMMDD DATE IN
010180*                           WS-DAYNUM-DATE; ZERO FOR A DATE
010190*                           WITH NO VALID MONTH
010200*-------------------------------------------------------------*
010210 8000-COMPUTE-DAY-NUMBER.
010220     MOVE ZERO TO WS-DAYNUM-RESULT
010230     IF WS-DAYNUM-MM < 1 OR WS-DAYNUM-MM > 12
010240         GO TO 8000-EXIT
010250     END-IF
010260     DIVIDE WS-DAYNUM-YY BY 4
010270         GIVING WS-DAYNUM-QUOT REMAINDER WS-DAYNUM-REM
010280     COMPUTE WS-DAYNUM-LEAPS = (WS-DAYNUM-YY + 3) / 4
010290     COMPUTE WS-DAYNUM-RESULT = WS-DAYNUM-YY * 365
010300         + WS-DAYNUM-LEAPS
010310         + WS-DAYS-BEFORE-MONTH (WS-DAYNUM-MM)
010320         + WS-DAYNUM-DD
010330     IF WS-DAYNUM-MM > 2
010340        AND WS-DAYNUM-REM = ZERO
010350         ADD 1 TO WS-DAYNUM-RESULT
010360     END-IF.
010370 8000-EXIT.
010380     EXIT.
010390*
010400*=============================================================*
010410* 9000-TERMINATE - WRITE THE COUNTS, CLOSE FILES, AND SET THE
010420*                  RETURN CODE THE NIGHTLY CYCLE KEYS OFF:
010430*                  RC 8 HOLDS THE DISBURSEMENT RELEASE
010440*=============================================================*
010450 9000-TERMINATE.
010460     MOVE SPACES TO VARIANCE-REPORT-LINE
010470     WRITE VARIANCE-REPORT-LINE
010480     MOVE WS-EMPLOYEE-COUNT TO WS-COUNT-ED
010490     MOVE SPACES TO VARIANCE-REPORT-LINE
010500     STRING "EMPLOYEES CHECKED:      " WS-COUNT-ED
010510         DELIMITED BY SIZE INTO VARIANCE-REPORT-LINE
010520     WRITE VARIANCE-REPORT-LINE
010530     MOVE WS-PAID-COUNT TO WS-COUNT-ED
010540     MOVE SPACES TO VARIANCE-REPORT-LINE
010550     STRING "PAID TONIGHT:           " WS-COUNT-ED
010560         DELIMITED BY SIZE INTO VARIANCE-REPORT-LINE
010570     WRITE VARIANCE-REPORT-LINE
010580     MOVE WS-SWING-COUNT TO WS-COUNT-ED
010590     MOVE SPACES TO VARIANCE-REPORT-LINE
010600     STRING "PAY SWINGS:             " WS-COUNT-ED
010610         DELIMITED BY SIZE INTO VARIANCE-REPORT-LINE
010620     WRITE VARIANCE-REPORT-LINE
010630     MOVE WS-SEVERE-COUNT TO WS-COUNT-ED
010640     MOVE SPACES TO VARIANCE-REPORT-LINE
010650     STRING "  OF WHICH SEVERE:      " WS-COUNT-ED
010660         DELIMITED BY SIZE INTO VARIANCE-REPORT-LINE
010670     WRITE VARIANCE-REPORT-LINE
010680     MOVE WS-FIRST-PAY-COUNT TO WS-COUNT-ED
010690     MOVE SPACES TO VARIANCE-REPORT-LINE
010700     STRING "FIRST PAYMENTS:         " WS-COUNT-ED
010710         DELIMITED BY SIZE INTO VARIANCE-REPORT-LINE
010720     WRITE VARIANCE-REPORT-LINE
010730     MOVE WS-CHANGED-COUNT TO WS-COUNT-ED
010740     MOVE SPACES TO VARIANCE-REPORT-LINE
010750     STRING "RECENT NAME/RATE CHANGE:" WS-COUNT-ED
010760         DELIMITED BY SIZE INTO VARIANCE-REPORT-LINE
010770     WRITE VARIANCE-REPORT-LINE
010780     MOVE WS-MISSING-COUNT TO WS-COUNT-ED
010790     MOVE SPACES TO VARIANCE-REPORT-LINE
010800     STRING "MISSING TONIGHT:        " WS-COUNT-ED
010810         DELIMITED BY SIZE INTO VARIANCE-REPORT-LINE
010820     WRITE VARIANCE-REPORT-LINE
010830     IF WS-CHG-TABLE-FULL
010840         MOVE SPACES TO VARIANCE-REPORT-LINE
010850         STRING "RECENT CHANGE TABLE FULL - SOME CHANGES "
010860                 "NOT CHECKED"
010870             DELIMITED BY SIZE INTO VARIANCE-REPORT-LINE
010880         WRITE VARIANCE-REPORT-LINE
010890         ADD 1 TO WS-FLAGGED-COUNT
010900     END-IF
010910     IF WS-SEVERE-COUNT > ZERO
010920        AND WS-SIGNED-OFF
010930         MOVE SPACES TO VARIANCE-REPORT-LINE
010940         STRING "SEVERE VARIANCES SIGNED OFF FOR RELEASE BY "
010950                 WS-SIGNOFF-USER-ID
010960             DELIMITED BY SIZE INTO VARIANCE-REPORT-LINE
010970         WRITE VARIANCE-REPORT-LINE
010980     END-IF
010990     CLOSE EMPLOYEE-MASTER
011000     CLOSE PAY-HISTORY-FILE
011010     CLOSE VARIANCE-REPORT-FILE
011020     IF WS-SEVERE-COUNT > ZERO
011030        AND WS-NOT-SIGNED-OFF
011040         MOVE 8 TO RETURN-CODE
011050         DISPLAY "PAY VARIANCE CHECK - SEVERE VARIANCES - "
011060             "DISBURSEMENT RELEASE HELD FOR SIGN-OFF"
011070         GO TO 9000-EXIT
011080     END-IF
011090     IF WS-FLAGGED-COUNT > ZERO
011100         MOVE 4 TO RETURN-CODE
011110         DISPLAY "PAY VARIANCE CHECK - ITEMS FLAGGED FOR REVIEW"
011120         IF WS-SIGNED-OFF
011130             DISPLAY "SEVERE VARIANCES SIGNED OFF BY "
011140                 WS-SIGNOFF-USER-ID
011150         END-IF
011160     ELSE
011170         DISPLAY "PAY VARIANCE CHECK CLEAN - EMPLOYEES: "
011180             WS-EMPLOYEE-COUNT
011190     END-IF.
011200 9000-EXIT.
011210     EXIT.
