000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. Audrevw. *> @CBL.Polux.bank.audrevw
000030 AUTHOR. D. OKONKWO.
000040 INSTALLATION. POLUX FINANCIAL - PAYROLL SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*-----------------------------------------------------------*
000090* MODIFICATION HISTORY
000100*-----------------------------------------------------------*
000110*  DATE       INIT  DESCRIPTION
000120*  10/15/2026 DO    ORIGINAL VERSION - MAINTENANCE AUDIT REVIEW.
000130*                   READS BOTH PERMANENT AUDIT LOGS (EMPLOYEE
000140*                   MASTER AND RATES FILE), SELECTS THE RECORDS
000150*                   IN THE REVIEW PERIOD AND LISTS THEM BY USER,
000160*                   DATE, TIME AND FIELDS CHANGED.  FLAGS
000170*                   SELF-APPROVAL ATTEMPTS, REFUSED AND DECLINED
000180*                   APPROVALS, AND CHANGES APPLIED WITHIN THE
000190*                   REVIEW WINDOW BEFORE A PAYROLL RUN ON THE RUN
000200*                   CONTROL FILE.  ENDS RC 4 WHEN ANYTHING IS
000210*                   FLAGGED.
000220*  10/15/2026 DO    THE PRE-RUN CHECK NOW READS EVERY RUN FROM
000230*                   THE CHANGE DATE TO THE END OF THE WINDOW AND
000240*                   MEASURES THE EARLIEST ONE MARKED AFTER THE
000250*                   CHANGE.  IT TOOK THE FIRST IN KEY ORDER, SO A
000260*                   NIGHTLY RUN MARKED LATE IN THE DAY HID AN
000270*                   OFF-CYCLE RUN EARLIER THE SAME DAY.
000280*-----------------------------------------------------------*
000290*
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320*
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT EMP-AUDIT-FILE ASSIGN TO AUDITLOG
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS WS-EMP-AUDIT-STATUS.
000380*
000390     SELECT RATE-AUDIT-FILE ASSIGN TO RATAUDT
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS WS-RATE-AUDIT-STATUS.
000420*
000430     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS RCT-RUN-KEY
000470         FILE STATUS IS WS-RUN-CONTROL-STATUS.
000480*
000490     SELECT REVIEW-PARM-FILE ASSIGN TO REVPARM
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-REVIEW-PARM-STATUS.
000520*
000530     SELECT REVIEW-REPORT-FILE ASSIGN TO REVRPT
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-REVIEW-REPORT-STATUS.
000560*
000570     SELECT SORT-FILE ASSIGN TO SORTWK.
000580*
000590 DATA DIVISION.
000600 FILE SECTION.
000610*
000620 FD  EMP-AUDIT-FILE
000630     LABEL RECORDS ARE STANDARD
000640     RECORDING MODE IS F.
000650     COPY EMPAUDIT.
000660*
000670 FD  RATE-AUDIT-FILE
000680     LABEL RECORDS ARE STANDARD
000690     RECORDING MODE IS F.
000700     COPY RATEAUD.
000710*
000720 FD  RUN-CONTROL-FILE
000730     LABEL RECORDS ARE STANDARD.
000740     COPY RUNCTL.
000750*
000760 FD  REVIEW-PARM-FILE
000770     LABEL RECORDS ARE STANDARD
000780     RECORDING MODE IS F.
000790*    ONE CARD, OPTIONAL.  WITHOUT IT EVERY RECORD ON BOTH LOGS
000800*    IS REVIEWED WITH A 12-HOUR PRE-RUN WINDOW.
000810 01  REVIEW-PARM-RECORD.
000820     05  RVP-KEYWORD               PIC X(08).
000830     05  FILLER                    PIC X(01).
000840     05  RVP-FROM-DATE             PIC 9(06).
000850     05  FILLER                    PIC X(01).
000860     05  RVP-TO-DATE               PIC 9(06).
000870     05  FILLER                    PIC X(01).
000880     05  RVP-WINDOW-HOURS          PIC 9(02).
000890     05  FILLER                    PIC X(55).
000900*
000910 FD  REVIEW-REPORT-FILE
000920     LABEL RECORDS ARE STANDARD
000930     RECORDING MODE IS F.
000940 01  REVIEW-REPORT-LINE            PIC X(132).
000950*
000960 SD  SORT-FILE.
000970 01  SORT-RECORD.
000980     05  SRT-USER-ID               PIC X(08).
000990     05  SRT-DATE                  PIC 9(06).
001000     05  SRT-TIME                  PIC 9(08).
001010     05  SRT-FIELDS                PIC X(12).
001020     05  SRT-SOURCE                PIC X(04).
001030     05  SRT-ACTION                PIC X(01).
001040     05  SRT-SUBJECT               PIC X(08).
001050     05  SRT-DISPOSITION           PIC X(01).
001060     05  SRT-REQUESTER-ID          PIC X(08).
001070     05  SRT-APPROVER-ID           PIC X(08).
001080     05  SRT-PEND-REF              PIC X(10).
001090     05  SRT-FLAG                  PIC X(16).
001100*
001110 WORKING-STORAGE SECTION.
001120*
001130 01  WS-RUN-DATE                   PIC 9(06) VALUE ZERO.
001140*
001150*-----------------------------------------------------------*
001160* REVIEW PERIOD AND PRE-RUN WINDOW.  A CHANGE APPLIED LESS
001170* THAN THE WINDOW BEFORE THE NEXT RUN ON THE RUN CONTROL FILE
001180* IS FLAGGED - IT WENT INTO THAT RUN WITH LITTLE TIME FOR
001190* ANYONE TO SEE IT.  A RUN'S TIME IS ITS MARKED TIME: THE
001200* START OF A RUN STILL IN FLIGHT, THE END OF A COMPLETE ONE.
001210*-----------------------------------------------------------*
001220 01  WS-FROM-DATE                  PIC 9(06) VALUE ZERO.
001230 01  WS-TO-DATE                    PIC 9(06) VALUE 999999.
001240 01  WS-WINDOW-HOURS               PIC 9(02) VALUE 12.
001250 01  WS-WINDOW-MINUTES             PIC 9(05) VALUE ZERO.
001260*
001270*-----------------------------------------------------------*
001280* PRE-RUN CHECK WORK FIELDS.  DATES ARE TURNED INTO DAY
001290* NUMBERS AND TIMES INTO MINUTES SO THE GAP CAN BE MEASURED
001300* ACROSS MIDNIGHT AND MONTH ENDS.
001310*-----------------------------------------------------------*
001320 01  WS-CHANGE-TIME                PIC 9(08) VALUE ZERO.
001330 01  WS-CHANGE-TIME-PARTS REDEFINES WS-CHANGE-TIME.
001340     05  WS-CT-HH                  PIC 9(02).
001350     05  WS-CT-MM                  PIC 9(02).
001360     05  WS-CT-SS                  PIC 9(02).
001370     05  WS-CT-HS                  PIC 9(02).
001380 01  WS-RUN-MARKED-TIME            PIC 9(08) VALUE ZERO.
001390 01  WS-RUN-MARKED-PARTS REDEFINES WS-RUN-MARKED-TIME.
001400     05  WS-RM-HH                  PIC 9(02).
001410     05  WS-RM-MM                  PIC 9(02).
001420     05  WS-RM-SS                  PIC 9(02).
001430     05  WS-RM-HS                  PIC 9(02).
001440 01  WS-CHANGE-MINUTE              PIC 9(09) VALUE ZERO.
001450 01  WS-RUN-MINUTE                 PIC 9(09) VALUE ZERO.
001460 01  WS-WINDOW-END-MINUTE          PIC 9(09) VALUE ZERO.
001470 01  WS-NEXT-RUN-MINUTE            PIC 9(09) VALUE ZERO.
001480*
001490*-----------------------------------------------------------*
001500* DAY-NUMBER WORK FIELDS - DAYS FROM THE START OF THE CENTURY
001510* TO A YYMMDD DATE.  THE DAYS BEFORE EACH MONTH ARE FOR A
001520* COMMON YEAR; A LEAP YEAR ADDS ONE AFTER FEBRUARY.
001530*-----------------------------------------------------------*
001540 01  WS-DAYNUM-DATE                PIC 9(06) VALUE ZERO.
001550 01  WS-DAYNUM-PARTS REDEFINES WS-DAYNUM-DATE.
001560     05  WS-DAYNUM-YY              PIC 9(02).
001570     05  WS-DAYNUM-MM              PIC 9(02).
001580     05  WS-DAYNUM-DD              PIC 9(02).
001590 01  WS-DAYNUM-RESULT              PIC 9(06) VALUE ZERO.
001600 01  WS-DAYNUM-LEAPS               PIC 9(03) VALUE ZERO.
001610 01  WS-DAYNUM-QUOT                PIC 9(03) VALUE ZERO.
001620 01  WS-DAYNUM-REM                 PIC 9(01) VALUE ZERO.
001630 01  WS-MONTH-DAYS-VALUES.
001640     05  FILLER                    PIC X(36) VALUE
001650         "000031059090120151181212243273304334".
001660 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
001670     05  WS-DAYS-BEFORE-MONTH      PIC 9(03) OCCURS 12 TIMES.
001680*
001690*-----------------------------------------------------------*
001700* FILE STATUS AND CONTROL FIELDS
001710*-----------------------------------------------------------*
001720 01  WS-EMP-AUDIT-STATUS           PIC X(02) VALUE SPACES.
001730 01  WS-RATE-AUDIT-STATUS          PIC X(02) VALUE SPACES.
001740 01  WS-RUN-CONTROL-STATUS         PIC X(02) VALUE SPACES.
001750 01  WS-REVIEW-PARM-STATUS         PIC X(02) VALUE SPACES.
001760 01  WS-REVIEW-REPORT-STATUS       PIC X(02) VALUE SPACES.
001770 01  WS-EMP-READ-COUNT             PIC 9(07) COMP VALUE ZERO.
001780 01  WS-RATE-READ-COUNT            PIC 9(07) COMP VALUE ZERO.
001790 01  WS-SELECTED-COUNT             PIC 9(07) COMP VALUE ZERO.
001800 01  WS-SELF-APPROVAL-COUNT        PIC 9(07) COMP VALUE ZERO.
001810 01  WS-REFUSED-COUNT              PIC 9(07) COMP VALUE ZERO.
001820 01  WS-DECLINED-COUNT             PIC 9(07) COMP VALUE ZERO.
001830 01  WS-PRE-RUN-COUNT              PIC 9(07) COMP VALUE ZERO.
001840 01  WS-FLAGGED-COUNT              PIC 9(07) COMP VALUE ZERO.
001850 01  WS-USER-CHANGE-COUNT          PIC 9(07) COMP VALUE ZERO.
001860 01  WS-USER-FLAGGED-COUNT         PIC 9(07) COMP VALUE ZERO.
001870 01  WS-PREV-USER-ID               PIC X(08) VALUE SPACES.
001880 01  WS-COUNT-ED                   PIC Z,ZZZ,ZZ9.
001890 01  WS-FLAGGED-ED                 PIC Z,ZZZ,ZZ9.
001900 01  WS-SUBJECT-DATE-ED            PIC 99/99/99.
001910*
001920*-----------------------------------------------------------*
001930* REPORT LINES
001940*-----------------------------------------------------------*
001950 01  WS-COLUMN-HEADING.
001960     05  FILLER                    PIC X(10) VALUE "DATE".
001970     05  FILLER                    PIC X(10) VALUE "TIME".
001980     05  FILLER                    PIC X(06) VALUE "LOG".
001990     05  FILLER                    PIC X(03) VALUE "A".
002000     05  FILLER                    PIC X(10) VALUE "SUBJECT".
002010     05  FILLER                    PIC X(14) VALUE "FIELDS".
002020     05  FILLER                    PIC X(18) VALUE "DISPOSITION".
002030     05  FILLER                    PIC X(10) VALUE "REQUESTER".
002040     05  FILLER                    PIC X(10) VALUE "APPROVER".
002050     05  FILLER                    PIC X(12) VALUE "PENDING REF".
002060     05  FILLER                    PIC X(29) VALUE "FLAG".
002070 01  WS-USER-HEADING.
002080     05  FILLER                    PIC X(06) VALUE "USER: ".
002090     05  WS-UH-USER-ID             PIC X(08).
002100     05  FILLER                    PIC X(118) VALUE SPACES.
002110 01  WS-REVIEW-DETAIL.
002120     05  WS-RL-DATE                PIC 99/99/99.
002130     05  FILLER                    PIC X(02) VALUE SPACES.
002140     05  WS-RL-TIME.
002150         10  WS-RL-HH              PIC 9(02).
002160         10  FILLER                PIC X(01) VALUE ":".
002170         10  WS-RL-MM              PIC 9(02).
002180         10  FILLER                PIC X(01) VALUE ":".
002190         10  WS-RL-SS              PIC 9(02).
002200     05  FILLER                    PIC X(02) VALUE SPACES.
002210     05  WS-RL-SOURCE              PIC X(04).
002220     05  FILLER                    PIC X(02) VALUE SPACES.
002230     05  WS-RL-ACTION              PIC X(01).
002240     05  FILLER                    PIC X(02) VALUE SPACES.
002250     05  WS-RL-SUBJECT             PIC X(08).
002260     05  FILLER                    PIC X(02) VALUE SPACES.
002270     05  WS-RL-FIELDS              PIC X(12).
002280     05  FILLER                    PIC X(02) VALUE SPACES.
002290     05  WS-RL-DISPOSITION         PIC X(16).
002300     05  FILLER                    PIC X(02) VALUE SPACES.
002310     05  WS-RL-REQUESTER-ID        PIC X(08).
002320     05  FILLER                    PIC X(02) VALUE SPACES.
002330     05  WS-RL-APPROVER-ID         PIC X(08).
002340     05  FILLER                    PIC X(02) VALUE SPACES.
002350     05  WS-RL-PEND-REF            PIC X(10).
002360     05  FILLER                    PIC X(02) VALUE SPACES.
002370     05  WS-RL-FLAG-MARK           PIC X(03).
002380     05  WS-RL-FLAG                PIC X(16).
002390     05  FILLER                    PIC X(10) VALUE SPACES.
002400*
002410 01  WS-SWITCHES.
002420     05  WS-EMP-EOF-SWITCH         PIC X(01) VALUE 'N'.
002430         88  WS-EMP-END-OF-FILE            VALUE 'Y'.
002440         88  WS-EMP-NOT-END-OF-FILE        VALUE 'N'.
002450     05  WS-RATE-EOF-SWITCH        PIC X(01) VALUE 'N'.
002460         88  WS-RATE-END-OF-FILE           VALUE 'Y'.
002470         88  WS-RATE-NOT-END-OF-FILE       VALUE 'N'.
002480     05  WS-SORT-EOF-SWITCH        PIC X(01) VALUE 'N'.
002490         88  WS-SORT-END-OF-FILE           VALUE 'Y'.
002500         88  WS-SORT-NOT-END-OF-FILE       VALUE 'N'.
002510     05  WS-RCT-EOF-SWITCH         PIC X(01) VALUE 'N'.
002520         88  WS-RCT-END-OF-FILE            VALUE 'Y'.
002530         88  WS-RCT-NOT-END-OF-FILE        VALUE 'N'.
002540     05  WS-NEXT-RUN-SWITCH        PIC X(01) VALUE 'N'.
002550         88  WS-NEXT-RUN-FOUND             VALUE 'Y'.
002560         88  WS-NEXT-RUN-NOT-FOUND         VALUE 'N'.
002570     05  WS-WINDOW-SWITCH          PIC X(01) VALUE 'N'.
002580         88  WS-PAST-WINDOW                VALUE 'Y'.
002590         88  WS-NOT-PAST-WINDOW            VALUE 'N'.
002600*
002610 PROCEDURE DIVISION.
002620*
002630*=============================================================*
002640* 0000-MAINLINE - PROGRAM ENTRY POINT.  THE SORT'S INPUT
002650*                 PROCEDURE SELECTS AND FLAGS THE AUDIT RECORDS
002660*                 FROM BOTH LOGS; ITS OUTPUT PROCEDURE PRINTS
002670*                 THEM BY USER, DATE AND TIME.
002680*=============================================================*
002690 0000-MAINLINE.
002700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002710     SORT SORT-FILE
002720         ON ASCENDING KEY SRT-USER-ID
002730                          SRT-DATE
002740                          SRT-TIME
002750                          SRT-FIELDS
002760         INPUT PROCEDURE IS 2000-SELECT-CHANGES THRU 2000-EXIT
002770         OUTPUT PROCEDURE IS 3000-PRINT-CHANGES THRU 3000-EXIT
002780     PERFORM 9000-TERMINATE THRU 9000-EXIT
002790     STOP RUN.
002800*
002810*=============================================================*
002820* 1000-INITIALIZE - READ THE REVIEW PERIOD, OPEN THE FILES,
002830*                   PRINT THE REPORT HEADING
002840*=============================================================*
002850 1000-INITIALIZE.
002860     ACCEPT WS-RUN-DATE FROM DATE
002870     PERFORM 1100-READ-REVIEW-PARM THRU 1100-EXIT
002880     COMPUTE WS-WINDOW-MINUTES = WS-WINDOW-HOURS * 60
002890     OPEN INPUT EMP-AUDIT-FILE
002900     IF WS-EMP-AUDIT-STATUS NOT = "00"
002910         DISPLAY "EMPLOYEE AUDIT FILE OPEN FAILED - STATUS "
002920             WS-EMP-AUDIT-STATUS
002930         MOVE 16 TO RETURN-CODE
002940         STOP RUN
002950     END-IF
002960     OPEN INPUT RATE-AUDIT-FILE
002970     IF WS-RATE-AUDIT-STATUS NOT = "00"
002980         DISPLAY "RATE AUDIT FILE OPEN FAILED - STATUS "
002990             WS-RATE-AUDIT-STATUS
003000         CLOSE EMP-AUDIT-FILE
003010         MOVE 16 TO RETURN-CODE
003020         STOP RUN
003030     END-IF
003040     OPEN INPUT RUN-CONTROL-FILE
003050     IF WS-RUN-CONTROL-STATUS NOT = "00"
003060         DISPLAY "RUN CONTROL FILE OPEN FAILED - STATUS "
003070             WS-RUN-CONTROL-STATUS
003080         CLOSE EMP-AUDIT-FILE
003090         CLOSE RATE-AUDIT-FILE
003100         MOVE 16 TO RETURN-CODE
003110         STOP RUN
003120     END-IF
003130     OPEN OUTPUT REVIEW-REPORT-FILE
003140     IF WS-REVIEW-REPORT-STATUS NOT = "00"
003150         DISPLAY "REVIEW REPORT FILE OPEN FAILED - STATUS "
003160             WS-REVIEW-REPORT-STATUS
003170         CLOSE EMP-AUDIT-FILE
003180         CLOSE RATE-AUDIT-FILE
003190         CLOSE RUN-CONTROL-FILE
003200         MOVE 16 TO RETURN-CODE
003210         STOP RUN
003220     END-IF
003230     MOVE SPACES TO REVIEW-REPORT-LINE
003240     STRING "POLUX FINANCIAL - MAINTENANCE AUDIT REVIEW"
003250             " - RUN DATE " WS-RUN-DATE
003260         DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
003270     WRITE REVIEW-REPORT-LINE
003280     MOVE SPACES TO REVIEW-REPORT-LINE
003290     STRING "PERIOD " WS-FROM-DATE " TO " WS-TO-DATE
003300             "   PRE-RUN WINDOW " WS-WINDOW-HOURS " HOURS"
003310         DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
003320     WRITE REVIEW-REPORT-LINE.
003330 1000-EXIT.
003340     EXIT.
003350*
003360*-------------------------------------------------------------*
003370* 1100-READ-REVIEW-PARM - THE OPTIONAL PARAMETER CARD: "PERIOD",
003380*                         THE FIRST AND LAST DATES TO REVIEW
003390*                         (YYMMDD) AND THE PRE-RUN WINDOW IN
003400*                         HOURS (BLANK FOR 12).  THE DD IS DUMMY
003410*                         FOR A REVIEW OF THE WHOLE OF BOTH LOGS.
003420*                         A CARD THAT IS PRESENT BUT NOT VALID
003430*                         STOPS THE RUN BEFORE ANYTHING IS OPENED.
003440*-------------------------------------------------------------*
003450 1100-READ-REVIEW-PARM.
003460     OPEN INPUT REVIEW-PARM-FILE
003470     IF WS-REVIEW-PARM-STATUS NOT = "00"
003480         GO TO 1100-EXIT
003490     END-IF
003500     READ REVIEW-PARM-FILE
003510         AT END
003520             CLOSE REVIEW-PARM-FILE
003530             GO TO 1100-EXIT
003540     END-READ
003550     CLOSE REVIEW-PARM-FILE
003560     IF RVP-KEYWORD NOT = "PERIOD"
003570        OR RVP-FROM-DATE NOT NUMERIC
003580        OR RVP-TO-DATE NOT NUMERIC
003590        OR RVP-TO-DATE < RVP-FROM-DATE
003600         DISPLAY "REVIEW PARAMETER NOT VALID - NEEDS PERIOD AND "
003610             "FROM AND TO DATES YYMMDD - RUN REFUSED"
003620         MOVE 16 TO RETURN-CODE
003630         STOP RUN
003640     END-IF
003650     MOVE RVP-FROM-DATE TO WS-FROM-DATE
003660     MOVE RVP-TO-DATE TO WS-TO-DATE
003670     IF RVP-WINDOW-HOURS NUMERIC
003680        AND RVP-WINDOW-HOURS > ZERO
003690         MOVE RVP-WINDOW-HOURS TO WS-WINDOW-HOURS
003700     END-IF.
003710 1100-EXIT.
003720     EXIT.
003730*
003740*=============================================================*
003750* 2000-SELECT-CHANGES - SORT INPUT PROCEDURE.  RELEASES EVERY
003760*                       RECORD ON BOTH AUDIT LOGS DATED IN THE
003770*                       REVIEW PERIOD, FLAGGED AS IT GOES.
003780*=============================================================*
003790 2000-SELECT-CHANGES.
003800     PERFORM 2100-READ-EMP-AUDIT THRU 2100-EXIT
003810     PERFORM 2200-SELECT-EMP-CHANGE THRU 2200-EXIT
003820         UNTIL WS-EMP-END-OF-FILE
003830     PERFORM 2300-READ-RATE-AUDIT THRU 2300-EXIT
003840     PERFORM 2400-SELECT-RATE-CHANGE THRU 2400-EXIT
003850         UNTIL WS-RATE-END-OF-FILE.
003860 2000-EXIT.
003870     EXIT.
003880*
003890*-------------------------------------------------------------*
003900* 2100-READ-EMP-AUDIT - NEXT EMPLOYEE MASTER AUDIT RECORD
003910*-------------------------------------------------------------*
003920 2100-READ-EMP-AUDIT.
003930     READ EMP-AUDIT-FILE
003940         AT END
003950             SET WS-EMP-END-OF-FILE TO TRUE
003960             GO TO 2100-EXIT
003970     END-READ
003980     ADD 1 TO WS-EMP-READ-COUNT.
003990 2100-EXIT.
004000     EXIT.
004010*
004020*-------------------------------------------------------------*
004030* 2200-SELECT-EMP-CHANGE - ONE EMPLOYEE MASTER AUDIT RECORD.
004040*                          THE SUBJECT IS THE EMPLOYEE ID.
004050*-------------------------------------------------------------*
004060 2200-SELECT-EMP-CHANGE.
004070     PERFORM 2210-RELEASE-EMP-CHANGE THRU 2210-EXIT
004080     PERFORM 2100-READ-EMP-AUDIT THRU 2100-EXIT.
004090 2200-EXIT.
004100     EXIT.
004110*
004120*-------------------------------------------------------------*
004130* 2210-RELEASE-EMP-CHANGE - A CHANGE MADE IN THE REVIEW PERIOD
004140*                           GOES TO THE SORT
004150*-------------------------------------------------------------*
004160 2210-RELEASE-EMP-CHANGE.
004170     IF AUD-DATE NOT NUMERIC
004180        OR AUD-DATE < WS-FROM-DATE
004190        OR AUD-DATE > WS-TO-DATE
004200         GO TO 2210-EXIT
004210     END-IF
004220     MOVE SPACES TO SORT-RECORD
004230     MOVE AUD-USER-ID        TO SRT-USER-ID
004240     MOVE AUD-DATE           TO SRT-DATE
004250     MOVE AUD-TIME           TO SRT-TIME
004260     MOVE AUD-FIELDS-CHANGED TO SRT-FIELDS
004270     MOVE "EMPL"             TO SRT-SOURCE
004280     MOVE AUD-ACTION         TO SRT-ACTION
004290     MOVE AUD-EMPLOYEE-ID    TO SRT-SUBJECT
004300     MOVE AUD-DISPOSITION    TO SRT-DISPOSITION
004310     MOVE AUD-REQUESTER-ID   TO SRT-REQUESTER-ID
004320     MOVE AUD-APPROVER-ID    TO SRT-APPROVER-ID
004330     IF AUD-PEND-REF NUMERIC
004340        AND AUD-PEND-REF > ZERO
004350         MOVE AUD-PEND-REF TO SRT-PEND-REF
004360     END-IF
004370     PERFORM 2500-FLAG-CHANGE THRU 2500-EXIT
004380     RELEASE SORT-RECORD
004390     ADD 1 TO WS-SELECTED-COUNT.
004400 2210-EXIT.
004410     EXIT.
004420*
004430*-------------------------------------------------------------*
004440* 2300-READ-RATE-AUDIT - NEXT RATES FILE AUDIT RECORD
004450*-------------------------------------------------------------*
004460 2300-READ-RATE-AUDIT.
004470     READ RATE-AUDIT-FILE
004480         AT END
004490             SET WS-RATE-END-OF-FILE TO TRUE
004500             GO TO 2300-EXIT
004510     END-READ
004520     ADD 1 TO WS-RATE-READ-COUNT.
004530 2300-EXIT.
004540     EXIT.
004550*
004560*-------------------------------------------------------------*
004570* 2400-SELECT-RATE-CHANGE - ONE RATES FILE AUDIT RECORD.  THE
004580*                           SUBJECT IS THE SET'S EFFECTIVE DATE.
004590*                           RECORDS WRITTEN BEFORE THE PARTS
004600*                           CHANGED WERE CARRIED SHOW "RATE SET".
004610*-------------------------------------------------------------*
004620 2400-SELECT-RATE-CHANGE.
004630     PERFORM 2410-RELEASE-RATE-CHANGE THRU 2410-EXIT
004640     PERFORM 2300-READ-RATE-AUDIT THRU 2300-EXIT.
004650 2400-EXIT.
004660     EXIT.
004670*
004680*-------------------------------------------------------------*
004690* 2410-RELEASE-RATE-CHANGE - A CHANGE MADE IN THE REVIEW PERIOD
004700*                            GOES TO THE SORT
004710*-------------------------------------------------------------*
004720 2410-RELEASE-RATE-CHANGE.
004730     IF RAU-DATE NOT NUMERIC
004740        OR RAU-DATE < WS-FROM-DATE
004750        OR RAU-DATE > WS-TO-DATE
004760         GO TO 2410-EXIT
004770     END-IF
004780     MOVE SPACES TO SORT-RECORD
004790     MOVE RAU-USER-ID        TO SRT-USER-ID
004800     MOVE RAU-DATE           TO SRT-DATE
004810     MOVE RAU-TIME           TO SRT-TIME
004820     MOVE RAU-FIELDS-CHANGED TO SRT-FIELDS
004830     IF RAU-FIELDS-CHANGED = SPACES
004840         MOVE "RATE SET" TO SRT-FIELDS
004850     END-IF
004860     MOVE "RATE"             TO SRT-SOURCE
004870     MOVE RAU-ACTION         TO SRT-ACTION
004880     IF RAU-EFFECTIVE-DATE NUMERIC
004890         MOVE RAU-EFFECTIVE-DATE TO WS-SUBJECT-DATE-ED
004900         MOVE WS-SUBJECT-DATE-ED TO SRT-SUBJECT
004910     END-IF
004920     MOVE RAU-DISPOSITION    TO SRT-DISPOSITION
004930     MOVE RAU-REQUESTER-ID   TO SRT-REQUESTER-ID
004940     MOVE RAU-APPROVER-ID    TO SRT-APPROVER-ID
004950     IF RAU-PEND-REF NUMERIC
004960        AND RAU-PEND-REF > ZERO
004970         MOVE RAU-PEND-REF TO SRT-PEND-REF
004980     END-IF
004990     PERFORM 2500-FLAG-CHANGE THRU 2500-EXIT
005000     RELEASE SORT-RECORD
005010     ADD 1 TO WS-SELECTED-COUNT.
005020 2410-EXIT.
005030     EXIT.
005040*
005050*=============================================================*
005060* 2500-FLAG-CHANGE - DECIDE WHETHER THE SELECTED RECORD IS TO
005070*                    BE HIGHLIGHTED: AN ATTEMPT TO APPROVE ONE'S
005080*                    OWN CHANGE, ANY OTHER APPROVAL REFUSED, A
005090*                    DECLINED CHANGE, OR A CHANGE APPLIED SHORTLY
005100*                    BEFORE A PAYROLL RUN.  HELD CHANGES ARE NOT
005110*                    FLAGGED - NOTHING HAS HAPPENED YET.
005120*=============================================================*
005130 2500-FLAG-CHANGE.
005140     MOVE SPACES TO SRT-FLAG
005150     IF SRT-DISPOSITION = 'S'
005160         MOVE "SELF-APPROVAL" TO SRT-FLAG
005170         ADD 1 TO WS-SELF-APPROVAL-COUNT
005180         ADD 1 TO WS-FLAGGED-COUNT
005190         GO TO 2500-EXIT
005200     END-IF
005210     IF SRT-DISPOSITION = 'R'
005220         MOVE "APPROVAL REFUSED" TO SRT-FLAG
005230         ADD 1 TO WS-REFUSED-COUNT
005240         ADD 1 TO WS-FLAGGED-COUNT
005250         GO TO 2500-EXIT
005260     END-IF
005270     IF SRT-DISPOSITION = 'X'
005280         MOVE "DECLINED" TO SRT-FLAG
005290         ADD 1 TO WS-DECLINED-COUNT
005300         ADD 1 TO WS-FLAGGED-COUNT
005310         GO TO 2500-EXIT
005320     END-IF
005330     IF SRT-DISPOSITION = 'H'
005340        OR SRT-TIME NOT NUMERIC
005350         GO TO 2500-EXIT
005360     END-IF
005370     PERFORM 2600-CHECK-PRE-RUN THRU 2600-EXIT.
005380 2500-EXIT.
005390     EXIT.
005400*
005410*-------------------------------------------------------------*
005420* 2600-CHECK-PRE-RUN - FIND THE EARLIEST RUN ON THE RUN CONTROL
005430*                      FILE MARKED AFTER THE CHANGE WAS APPLIED
005440*                      AND FLAG THE CHANGE IF THAT RUN CAME
005450*                      WITHIN THE WINDOW.  THE FILE IS IN RUN
005460*                      NUMBER ORDER WITHIN A DATE, NOT TIME ORDER,
005470*                      SO EVERY RUN FROM THE CHANGE DATE THROUGH
005480*                      THE DATE THE WINDOW ENDS IS LOOKED AT.
005490*-------------------------------------------------------------*
005500 2600-CHECK-PRE-RUN.
005510     MOVE SRT-TIME TO WS-CHANGE-TIME
005520     MOVE SRT-DATE TO WS-DAYNUM-DATE
005530     PERFORM 2700-COMPUTE-DAY-NUMBER THRU 2700-EXIT
005540     IF WS-DAYNUM-RESULT = ZERO
005550         GO TO 2600-EXIT
005560     END-IF
005570     COMPUTE WS-CHANGE-MINUTE = WS-DAYNUM-RESULT * 1440
005580         + WS-CT-HH * 60 + WS-CT-MM
005590     COMPUTE WS-WINDOW-END-MINUTE = WS-CHANGE-MINUTE
005600         + WS-WINDOW-MINUTES
005610     MOVE ZERO TO WS-NEXT-RUN-MINUTE
005620     SET WS-RCT-NOT-END-OF-FILE TO TRUE
005630     SET WS-NOT-PAST-WINDOW TO TRUE
005640     SET WS-NEXT-RUN-NOT-FOUND TO TRUE
005650     MOVE SRT-DATE TO RCT-RUN-DATE
005660     MOVE ZERO TO RCT-RUN-NO
005670     START RUN-CONTROL-FILE KEY NOT LESS THAN RCT-RUN-KEY
005680         INVALID KEY
005690             SET WS-RCT-END-OF-FILE TO TRUE
005700     END-START
005710     PERFORM 2610-READ-NEXT-RUN THRU 2610-EXIT
005720         UNTIL WS-RCT-END-OF-FILE
005730            OR WS-PAST-WINDOW
005740     IF WS-NEXT-RUN-NOT-FOUND
005750         GO TO 2600-EXIT
005760     END-IF
005770     IF WS-NEXT-RUN-MINUTE - WS-CHANGE-MINUTE
005780        NOT > WS-WINDOW-MINUTES
005790         MOVE "PRE-RUN" TO SRT-FLAG
005800         ADD 1 TO WS-PRE-RUN-COUNT
005810         ADD 1 TO WS-FLAGGED-COUNT
005820     END-IF.
005830 2600-EXIT.
005840     EXIT.
005850*
005860*-------------------------------------------------------------*
005870* 2610-READ-NEXT-RUN - READ THE RUN CONTROL FILE FORWARD AND
005880*                      KEEP THE EARLIEST MARKED TIME AFTER THE
005890*                      CHANGE, SKIPPING RUNS ON THE CHANGE DATE
005900*                      MARKED AT OR BEFORE THE CHANGE TIME.  A
005910*                      RUN DATED AFTER THE WINDOW ENDS STOPS THE
005920*                      READ.
005930*-------------------------------------------------------------*
005940 2610-READ-NEXT-RUN.
005950     READ RUN-CONTROL-FILE NEXT RECORD
005960         AT END
005970             SET WS-RCT-END-OF-FILE TO TRUE
005980             GO TO 2610-EXIT
005990     END-READ
006000     MOVE RCT-RUN-DATE TO WS-DAYNUM-DATE
006010     PERFORM 2700-COMPUTE-DAY-NUMBER THRU 2700-EXIT
006020     IF WS-DAYNUM-RESULT = ZERO
006030         GO TO 2610-EXIT
006040     END-IF
006050     IF WS-DAYNUM-RESULT * 1440 > WS-WINDOW-END-MINUTE
006060         SET WS-PAST-WINDOW TO TRUE
006070         GO TO 2610-EXIT
006080     END-IF
006090     IF RCT-MARKED-TIME NOT NUMERIC
006100         GO TO 2610-EXIT
006110     END-IF
006120     MOVE RCT-MARKED-TIME TO WS-RUN-MARKED-TIME
006130     IF RCT-RUN-DATE = SRT-DATE
006140        AND RCT-MARKED-TIME NOT > WS-CHANGE-TIME
006150         GO TO 2610-EXIT
006160     END-IF
006170     COMPUTE WS-RUN-MINUTE = WS-DAYNUM-RESULT * 1440
006180         + WS-RM-HH * 60 + WS-RM-MM
006190     IF WS-NEXT-RUN-FOUND
006200        AND WS-RUN-MINUTE NOT < WS-NEXT-RUN-MINUTE
006210         GO TO 2610-EXIT
006220     END-IF
006230     MOVE WS-RUN-MINUTE TO WS-NEXT-RUN-MINUTE
006240     SET WS-NEXT-RUN-FOUND TO TRUE.
006250 2610-EXIT.
006260     EXIT.
006270*
006280*-------------------------------------------------------------*
006290* 2700-COMPUTE-DAY-NUMBER - DAYS FROM THE START OF THE CENTURY
006300*                           TO THE YYMMDD DATE IN
006310*                           WS-DAYNUM-DATE; ZERO FOR A DATE
006320*                           WITH NO VALID MONTH
006330*-------------------------------------------------------------*
006340 2700-COMPUTE-DAY-NUMBER.
006350     MOVE ZERO TO WS-DAYNUM-RESULT
006360     IF WS-DAYNUM-MM < 1 OR WS-DAYNUM-MM > 12
006370         GO TO 2700-EXIT
006380     END-IF
006390     DIVIDE WS-DAYNUM-YY BY 4
006400         GIVING WS-DAYNUM-QUOT REMAINDER WS-DAYNUM-REM
006410     COMPUTE WS-DAYNUM-LEAPS = (WS-DAYNUM-YY + 3) / 4
006420     COMPUTE WS-DAYNUM-RESULT = WS-DAYNUM-YY * 365
006430         + WS-DAYNUM-LEAPS
006440         + WS-DAYS-BEFORE-MONTH (WS-DAYNUM-MM)
006450         + WS-DAYNUM-DD
006460     IF WS-DAYNUM-MM > 2
006470        AND WS-DAYNUM-REM = ZERO
006480         ADD 1 TO WS-DAYNUM-RESULT
006490     END-IF.
006500 2700-EXIT.
006510     EXIT.
006520*
006530*=============================================================*
006540* 3000-PRINT-CHANGES - SORT OUTPUT PROCEDURE.  PRINTS THE
006550*                      SELECTED RECORDS WITH A HEADING AND A
006560*                      COUNT LINE FOR EACH USER.
006570*=============================================================*
006580 3000-PRINT-CHANGES.
006590     MOVE SPACES TO REVIEW-REPORT-LINE
006600     WRITE REVIEW-REPORT-LINE
006610     WRITE REVIEW-REPORT-LINE FROM WS-COLUMN-HEADING
006620     PERFORM 3100-RETURN-CHANGE THRU 3100-EXIT
006630     IF WS-SORT-END-OF-FILE
006640         MOVE "NO AUDIT RECORDS IN THE PERIOD"
006650             TO REVIEW-REPORT-LINE
006660         WRITE REVIEW-REPORT-LINE
006670         GO TO 3000-EXIT
006680     END-IF
006690     MOVE SRT-USER-ID TO WS-PREV-USER-ID
006700     PERFORM 3300-START-USER THRU 3300-EXIT
006710     PERFORM 3200-PRINT-ONE-CHANGE THRU 3200-EXIT
006720         UNTIL WS-SORT-END-OF-FILE
006730     PERFORM 3400-END-USER THRU 3400-EXIT.
006740 3000-EXIT.
006750     EXIT.
006760*
006770*-------------------------------------------------------------*
006780* 3100-RETURN-CHANGE - NEXT RECORD FROM THE SORT
006790*-------------------------------------------------------------*
006800 3100-RETURN-CHANGE.
006810     RETURN SORT-FILE
006820         AT END
006830             SET WS-SORT-END-OF-FILE TO TRUE
006840     END-RETURN.
006850 3100-EXIT.
006860     EXIT.
006870*
006880*-------------------------------------------------------------*
006890* 3200-PRINT-ONE-CHANGE - ONE DETAIL LINE, WITH A USER BREAK
006900*                         WHEN THE USER ID CHANGES
006910*-------------------------------------------------------------*
006920 3200-PRINT-ONE-CHANGE.
006930     IF SRT-USER-ID NOT = WS-PREV-USER-ID
006940         PERFORM 3400-END-USER THRU 3400-EXIT
006950         MOVE SRT-USER-ID TO WS-PREV-USER-ID
006960         PERFORM 3300-START-USER THRU 3300-EXIT
006970     END-IF
006980     MOVE SPACES TO WS-RL-FLAG-MARK
006990     MOVE SRT-DATE           TO WS-RL-DATE
007000     MOVE SRT-TIME           TO WS-CHANGE-TIME
007010     MOVE WS-CT-HH           TO WS-RL-HH
007020     MOVE WS-CT-MM           TO WS-RL-MM
007030     MOVE WS-CT-SS           TO WS-RL-SS
007040     MOVE SRT-SOURCE         TO WS-RL-SOURCE
007050     MOVE SRT-ACTION         TO WS-RL-ACTION
007060     MOVE SRT-SUBJECT        TO WS-RL-SUBJECT
007070     MOVE SRT-FIELDS         TO WS-RL-FIELDS
007080     MOVE SRT-REQUESTER-ID   TO WS-RL-REQUESTER-ID
007090     MOVE SRT-APPROVER-ID    TO WS-RL-APPROVER-ID
007100     MOVE SRT-PEND-REF       TO WS-RL-PEND-REF
007110     MOVE SRT-FLAG           TO WS-RL-FLAG
007120     IF SRT-FLAG NOT = SPACES
007130         MOVE "***" TO WS-RL-FLAG-MARK
007140         ADD 1 TO WS-USER-FLAGGED-COUNT
007150     END-IF
007160     PERFORM 3250-NAME-DISPOSITION THRU 3250-EXIT
007170     WRITE REVIEW-REPORT-LINE FROM WS-REVIEW-DETAIL
007180     ADD 1 TO WS-USER-CHANGE-COUNT
007190     PERFORM 3100-RETURN-CHANGE THRU 3100-EXIT.
007200 3200-EXIT.
007210     EXIT.
007220*
007230*-------------------------------------------------------------*
007240* 3250-NAME-DISPOSITION - WHAT HAPPENED TO THE CHANGE.  RECORDS
007250*                         WRITTEN BEFORE THE DISPOSITION WAS
007260*                         CARRIED WERE ALL APPLIED.
007270*-------------------------------------------------------------*
007280 3250-NAME-DISPOSITION.
007290     MOVE "APPLIED" TO WS-RL-DISPOSITION
007300     IF SRT-DISPOSITION = 'H'
007310         MOVE "HELD" TO WS-RL-DISPOSITION
007320         GO TO 3250-EXIT
007330     END-IF
007340     IF SRT-DISPOSITION = 'V'
007350         MOVE "APPROVED" TO WS-RL-DISPOSITION
007360         GO TO 3250-EXIT
007370     END-IF
007380     IF SRT-DISPOSITION = 'X'
007390         MOVE "DECLINED" TO WS-RL-DISPOSITION
007400         GO TO 3250-EXIT
007410     END-IF
007420     IF SRT-DISPOSITION = 'S'
007430         MOVE "REFUSED - SELF" TO WS-RL-DISPOSITION
007440         GO TO 3250-EXIT
007450     END-IF
007460     IF SRT-DISPOSITION = 'R'
007470         MOVE "APPROVAL REFUSED" TO WS-RL-DISPOSITION
007480     END-IF.
007490 3250-EXIT.
007500     EXIT.
007510*
007520*-------------------------------------------------------------*
007530* 3300-START-USER - USER HEADING LINE
007540*-------------------------------------------------------------*
007550 3300-START-USER.
007560     MOVE ZERO TO WS-USER-CHANGE-COUNT
007570     MOVE ZERO TO WS-USER-FLAGGED-COUNT
007580     MOVE SPACES TO REVIEW-REPORT-LINE
007590     WRITE REVIEW-REPORT-LINE
007600     MOVE WS-PREV-USER-ID TO WS-UH-USER-ID
007610     WRITE REVIEW-REPORT-LINE FROM WS-USER-HEADING.
007620 3300-EXIT.
007630     EXIT.
007640*
007650*-------------------------------------------------------------*
007660* 3400-END-USER - USER COUNT LINE
007670*-------------------------------------------------------------*
007680 3400-END-USER.
007690     MOVE SPACES TO REVIEW-REPORT-LINE
007700     MOVE WS-USER-CHANGE-COUNT TO WS-COUNT-ED
007710     MOVE WS-USER-FLAGGED-COUNT TO WS-FLAGGED-ED
007720     STRING "  RECORDS FOR USER: " WS-COUNT-ED
007730             "   FLAGGED: " WS-FLAGGED-ED
007740         DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
007750     WRITE REVIEW-REPORT-LINE.
007760 3400-EXIT.
007770     EXIT.
007780*
007790*=============================================================*
007800* 9000-TERMINATE - WRITE THE COUNT SUMMARY, CLOSE FILES, SET
007810*                  THE RETURN CODE
007820*=============================================================*
007830 9000-TERMINATE.
007840     MOVE SPACES TO REVIEW-REPORT-LINE
007850     WRITE REVIEW-REPORT-LINE
007860     MOVE WS-EMP-READ-COUNT TO WS-COUNT-ED
007870     STRING "EMPLOYEE AUDIT RECORDS READ: " WS-COUNT-ED
007880         DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
007890     WRITE REVIEW-REPORT-LINE
007900     MOVE SPACES TO REVIEW-REPORT-LINE
007910     MOVE WS-RATE-READ-COUNT TO WS-COUNT-ED
007920     STRING "RATE AUDIT RECORDS READ:     " WS-COUNT-ED
007930         DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
007940     WRITE REVIEW-REPORT-LINE
007950     MOVE SPACES TO REVIEW-REPORT-LINE
007960     MOVE WS-SELECTED-COUNT TO WS-COUNT-ED
007970     STRING "RECORDS IN PERIOD:           " WS-COUNT-ED
007980         DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
007990     WRITE REVIEW-REPORT-LINE
008000     MOVE SPACES TO REVIEW-REPORT-LINE
008010     MOVE WS-SELF-APPROVAL-COUNT TO WS-COUNT-ED
008020     STRING "SELF-APPROVAL ATTEMPTS:      " WS-COUNT-ED
008030         DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
008040     WRITE REVIEW-REPORT-LINE
008050     MOVE SPACES TO REVIEW-REPORT-LINE
008060     MOVE WS-REFUSED-COUNT TO WS-COUNT-ED
008070     STRING "OTHER APPROVALS REFUSED:     " WS-COUNT-ED
008080         DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
008090     WRITE REVIEW-REPORT-LINE
008100     MOVE SPACES TO REVIEW-REPORT-LINE
008110     MOVE WS-DECLINED-COUNT TO WS-COUNT-ED
008120     STRING "CHANGES DECLINED:            " WS-COUNT-ED
008130         DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
008140     WRITE REVIEW-REPORT-LINE
008150     MOVE SPACES TO REVIEW-REPORT-LINE
008160     MOVE WS-PRE-RUN-COUNT TO WS-COUNT-ED
008170     STRING "APPLIED JUST BEFORE A RUN:   " WS-COUNT-ED
008180         DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
008190     WRITE REVIEW-REPORT-LINE
008200     CLOSE EMP-AUDIT-FILE
008210     CLOSE RATE-AUDIT-FILE
008220     CLOSE RUN-CONTROL-FILE
008230     CLOSE REVIEW-REPORT-FILE
008240     IF WS-FLAGGED-COUNT > 0
008250         MOVE 4 TO RETURN-CODE
008260     END-IF.
008270 9000-EXIT.
008280     EXIT.
