000370*  09/02/2026 DO    THE CLOSE NOW REFUSES TO START WHILE A
000380*                   NIGHTLY RUN IS MARKED IN-FLIGHT ON THE
000390*                   SHARED RUN CONTROL FILE.
000400*  10/15/2026 DO    THE EMPLOYER YTD LIABILITY FIELDS ARE RESET
000410*                   WITH THE REST.  THEY ARE NOT PART OF THE
000420*                   EMPLOYEE'S STATEMENT; THE QUARTERLY RUN HAS
000430*                   ALREADY REPORTED THEM BY THE TIME OF THE
000440*                   CLOSE.
000450*  10/15/2026 DO    THE RUN CONTROL KEY IS NOW RUN DATE PLUS RUN
000460*                   NUMBER, SO AN OFF-CYCLE RUN'S IN-FLIGHT MARK
000470*                   IS SEEN AND REFUSED LIKE THE NIGHTLY ONE.
000480*  10/15/2026 DO    THE CLOSE NOW ROLLS THE PAID LEAVE BALANCES
000490*                   (LEAVBAL) OVER WITH THE MASTER: A BALANCE
000500*                   ABOVE ITS PLAN'S CARRYOVER CAP (LEAVPLAN) IS
000510*                   CUT BACK TO THE CAP AND THE EXCESS RECORDED
000520*                   AS FORFEITED, THE LEAVE YEAR-TO-DATE FIGURES
000530*                   ARE RESET, AND A PURGED EMPLOYEE'S LEAVE
000540*                   RECORDS ARE DELETED WITH THE MASTER RECORD.
000550*  10/15/2026 DO    THE YTD ARCHIVE IS NOW A KSDS KEYED BY
000560*                   STATEMENT YEAR AND EMPLOYEE (COPYBOOK
000570*                   YTDARCH, 240 BYTES), SO A CORRECTION TO A
000580*                   CLOSED YEAR CAN BE POSTED TO ITS RECORD.
000590*                   EACH RECORD ALSO KEEPS THE FIGURES AS
000600*                   REPORTED ON THE STATEMENT AND THE STATEMENT
000610*                   DATE.  AN ARCHIVE RECORD ALREADY ON FILE FOR
000620*                   THE YEAR (A RERUN OF A FAILED CLOSE) IS KEPT
000630*                   AS IT IS.
000640*  10/15/2026 DO    THE STATEMENT NOW SHOWS ONE LINE FOR EACH
000650*                   STATE OR LOCAL JURISDICTION WITHHELD DURING
000660*                   THE YEAR (EMM-JUR-YTD), AND THE CLOSE CLEARS
000670*                   THOSE BUCKETS WITH THE OTHER YTD FIELDS.  THE
000680*                   ARCHIVE CARRIES THEM IN THE TOTAL WITHHELD.
000690*  10/15/2026 DO    THE ARCHIVE RECORD NOW ALSO KEEPS THE YEAR'S
000700*                   STATE AND LOCAL BUCKETS, AS CLOSED AND AS
000710*                   REPORTED, SO A PRIOR-YEAR CORRECTION CAN BE
000720*                   CARRIED BY JURISDICTION.
000730*-----------------------------------------------------------*
000740*
000750 ENVIRONMENT DIVISION.
000760 CONFIGURATION SECTION.
000770*
000780 INPUT-OUTPUT SECTION.
000790 FILE-CONTROL.
000800     SELECT EMPLOYEE-MASTER ASSIGN TO EMPMSTR
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS EMM-EMPLOYEE-ID
000840         FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.
000850*
000860     SELECT STATEMENT-FILE ASSIGN TO YESTMT
000870         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS WS-STATEMENT-STATUS.
000890*
000900     SELECT YTD-ARCHIVE-FILE ASSIGN TO YTDARCH
000910         ORGANIZATION IS INDEXED
000920         ACCESS MODE IS DYNAMIC
000930         RECORD KEY IS YAR-KEY
000940         FILE STATUS IS WS-ARCHIVE-STATUS.
000950*
000960     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
000970         ORGANIZATION IS INDEXED
000980         ACCESS MODE IS DYNAMIC
000990         RECORD KEY IS RCT-RUN-KEY
001000         FILE STATUS IS WS-RUN-CONTROL-STATUS.
001010*
001020     SELECT LEAVE-BALANCE-FILE ASSIGN TO LEAVBAL
001030         ORGANIZATION IS INDEXED
001040         ACCESS MODE IS DYNAMIC
001050         RECORD KEY IS LVB-KEY
001060         FILE STATUS IS WS-LEAVE-BALANCE-STATUS.
001070*
001080     SELECT LEAVE-PLAN-FILE ASSIGN TO LEAVPLAN
001090         ORGANIZATION IS SEQUENTIAL
001100         FILE STATUS IS WS-LEAVE-PLAN-STATUS.
001110*
001120 DATA DIVISION.
001130 FILE SECTION.
001140*
001150 FD  EMPLOYEE-MASTER
001160     LABEL RECORDS ARE STANDARD.
001170     COPY EMPMSTR.
001180*
001190 FD  STATEMENT-FILE
001200     LABEL RECORDS ARE STANDARD
001210     RECORDING MODE IS F.
001220 01  STATEMENT-LINE               PIC X(80).
001230*
001240 FD  YTD-ARCHIVE-FILE
001250     LABEL RECORDS ARE STANDARD.
001260     COPY YTDARCH.
001270*
001280 FD  RUN-CONTROL-FILE
001290     LABEL RECORDS ARE STANDARD.
001300     COPY RUNCTL.
001310*
001320 FD  LEAVE-BALANCE-FILE
001330     LABEL RECORDS ARE STANDARD.
001340     COPY LEAVBAL.
001350*
001360 FD  LEAVE-PLAN-FILE
001370     LABEL RECORDS ARE STANDARD
001380     RECORDING MODE IS F.
001390     COPY LEAVPLN.
001400*
001410 WORKING-STORAGE SECTION.
001420*
001430*-----------------------------------------------------------*
001440* RUN DATE AND STATEMENT YEAR - THIS JOB RUNS IN JANUARY TO
001450* CLOSE THE YEAR JUST ENDED, SO THE STATEMENT YEAR IS THE
001460* CALENDAR YEAR BEFORE THE RUN DATE'S YEAR.
001470*-----------------------------------------------------------*
001480 01  WS-RUN-DATE.
001490     05  WS-RUN-YEAR              PIC 9(04).
001500     05  WS-RUN-MONTH             PIC 9(02).
001510     05  WS-RUN-DAY               PIC 9(02).
001520 01  WS-STATEMENT-YEAR            PIC 9(04) VALUE ZERO.
001530*
001540*-----------------------------------------------------------*
001550* STATEMENT PRINT LINES
001560*-----------------------------------------------------------*
001570 01  WS-STATEMENT-HEADING.
001580     05  FILLER                   PIC X(48) VALUE
001590         "POLUX FINANCIAL - ANNUAL WITHHOLDING STATEMENT -".
001600     05  FILLER                   PIC X(11) VALUE " TAX YEAR ".
001610     05  WS-SH-YEAR               PIC 9(04).
001620     05  FILLER                   PIC X(17) VALUE SPACES.
001630 01  WS-EMPLOYEE-LINE.
001640     05  FILLER                   PIC X(09) VALUE "EMPLOYEE ".
001650     05  WS-EL-EMPLOYEE-ID        PIC 9(05).
001660     05  FILLER                   PIC X(02) VALUE SPACES.
001670     05  WS-EL-NAME               PIC X(30).
001680     05  FILLER                   PIC X(07) VALUE "  DEPT ".
001690     05  WS-EL-DEPT-CODE          PIC X(04).
001700     05  FILLER                   PIC X(23) VALUE SPACES.
001710 01  WS-AMOUNT-LINE.
001720     05  FILLER                   PIC X(02) VALUE SPACES.
001730     05  WS-AL-LABEL              PIC X(28).
001740     05  WS-AL-AMOUNT             PIC ZZ,ZZZ,ZZ9.99.
001750     05  FILLER                   PIC X(37) VALUE SPACES.
001760 01  WS-TOTAL-LINE.
001770     05  FILLER                   PIC X(25) VALUE
001780         "EMPLOYEES ROLLED OVER:  ".
001790     05  WS-TL-EMPLOYEE-COUNT     PIC ZZZZZ9.
001800     05  FILLER                   PIC X(49) VALUE SPACES.
001810 01  WS-PURGE-LINE.
001820     05  FILLER                   PIC X(25) VALUE
001830         "TERMINATED PURGED:      ".
001840     05  WS-PL-PURGE-COUNT        PIC ZZZZZ9.
001850     05  FILLER                   PIC X(49) VALUE SPACES.
001860 01  WS-LEAVE-CAPPED-LINE.
001870     05  FILLER                   PIC X(25) VALUE
001880         "LEAVE BALANCES CAPPED:  ".
001890     05  WS-LC-CAPPED-COUNT       PIC ZZZZZ9.
001900     05  FILLER                   PIC X(49) VALUE SPACES.
001910 01  WS-LEAVE-FORFEIT-LINE.
001920     05  FILLER                   PIC X(25) VALUE
001930         "LEAVE HOURS FORFEITED:  ".
001940     05  WS-LF-FORFEIT-HOURS      PIC ZZZ,ZZ9.99.
001950     05  FILLER                   PIC X(45) VALUE SPACES.
001960 01  WS-LEAVE-PURGE-LINE.
001970     05  FILLER                   PIC X(25) VALUE
001980         "LEAVE RECORDS PURGED:   ".
001990     05  WS-LP-PURGE-COUNT        PIC ZZZZZ9.
002000     05  FILLER                   PIC X(49) VALUE SPACES.
002010*
002020*-----------------------------------------------------------*
002030* FILE STATUS AND CONTROL FIELDS
002040*-----------------------------------------------------------*
002050 01  WS-EMPLOYEE-MASTER-STATUS    PIC X(02) VALUE SPACES.
002060 01  WS-STATEMENT-STATUS          PIC X(02) VALUE SPACES.
002070 01  WS-ARCHIVE-STATUS            PIC X(02) VALUE SPACES.
002080 01  WS-RUN-CONTROL-STATUS        PIC X(02) VALUE SPACES.
002090 01  WS-LEAVE-BALANCE-STATUS      PIC X(02) VALUE SPACES.
002100 01  WS-LEAVE-PLAN-STATUS         PIC X(02) VALUE SPACES.
002110 01  WS-EMPLOYEE-COUNT            PIC 9(06) COMP VALUE ZERO.
002120 01  WS-PURGE-COUNT               PIC 9(06) COMP VALUE ZERO.
002130 01  WS-LEAVE-CAPPED-COUNT        PIC 9(06) COMP VALUE ZERO.
002140 01  WS-LEAVE-PURGE-COUNT         PIC 9(06) COMP VALUE ZERO.
002150 01  WS-LEAVE-FORFEIT-TOTAL       PIC 9(06)V99 VALUE ZERO.
002160*
002170*    RECORDS WRITTEN BEFORE THE OTHER-DEDUCTIONS FIELD EXISTED
002180*    CARRY SPACES THERE - THE WORK FIELD HOLDS THE FIGURE WITH
002190*    SPACES TREATED AS ZERO.
002200 01  WS-YTD-OTHER-DEDS            PIC 9(08)V99 VALUE ZERO.
002210*
002220*    SUBSCRIPT OVER THE MASTER'S STATE AND LOCAL YTD BUCKETS.
002230 01  WS-JYTD-SUB                  PIC 9(02) COMP VALUE ZERO.
002240*
002250*-----------------------------------------------------------*
002260* PAID LEAVE PLAN TABLE - EACH LEAVE TYPE'S CARRYOVER CAP,
002270* LOADED FROM THE LEAVE PLAN FILE.  A BALANCE OF A TYPE NOT
002280* ON THE PLAN IS CARRIED OVER WHOLE.
002290*-----------------------------------------------------------*
002300 01  WS-LP-COUNT                  PIC 9(02) COMP VALUE ZERO.
002310 01  WS-LEAVE-PLAN-TABLE.
002320     05  WS-LP-ENTRY OCCURS 3 TIMES
002330                     INDEXED BY WS-LP-IDX
002340                                WS-LP-USE-IDX.
002350         10  WS-LP-TYPE           PIC X(01).
002360         10  WS-LP-CARRYOVER-CAP  PIC 9(04)V99.
002370*
002380 01  WS-SWITCHES.
002390     05  WS-MASTER-EOF-SWITCH     PIC X(01) VALUE 'N'.
002400         88  WS-MASTER-END-OF-FILE        VALUE 'Y'.
002410         88  WS-MASTER-NOT-END-OF-FILE    VALUE 'N'.
002420     05  WS-RCTL-EOF-SWITCH       PIC X(01) VALUE 'N'.
002430         88  WS-RCTL-END-OF-FILE          VALUE 'Y'.
002440         88  WS-RCTL-NOT-END-OF-FILE      VALUE 'N'.
002450     05  WS-LVB-EOF-SWITCH        PIC X(01) VALUE 'N'.
002460         88  WS-LVB-END-OF-FILE           VALUE 'Y'.
002470         88  WS-LVB-NOT-END-OF-FILE       VALUE 'N'.
002480     05  WS-LP-EOF-SWITCH         PIC X(01) VALUE 'N'.
002490         88  WS-LP-END-OF-FILE            VALUE 'Y'.
002500         88  WS-LP-NOT-END-OF-FILE        VALUE 'N'.
002510     05  WS-LP-FOUND-SW           PIC X(01) VALUE 'N'.
002520         88  WS-LP-FOUND                  VALUE 'Y'.
002530         88  WS-LP-NOT-FOUND              VALUE 'N'.
002540*
002550 PROCEDURE DIVISION.
002560*
002570*=============================================================*
002580* 0000-MAINLINE - PROGRAM ENTRY POINT
002590*=============================================================*
002600 0000-MAINLINE.
002610     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002620     PERFORM 2000-PROCESS-ONE-EMPLOYEE THRU 2000-EXIT
002630         UNTIL WS-MASTER-END-OF-FILE
002640     PERFORM 9000-TERMINATE THRU 9000-EXIT
002650     STOP RUN.
002660*
002670*=============================================================*
002680* 1000-INITIALIZE - SET THE STATEMENT YEAR, OPEN THE FILES,
002690*                   AND POSITION THE MASTER AT ITS FIRST
002700*                   RECORD
002710*=============================================================*
002720 1000-INITIALIZE.
002730     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002740     PERFORM 1050-CHECK-RUN-CONTROL THRU 1050-EXIT
002750     PERFORM 1100-LOAD-LEAVE-PLANS THRU 1100-EXIT
002760     COMPUTE WS-STATEMENT-YEAR = WS-RUN-YEAR - 1
002770     MOVE WS-STATEMENT-YEAR TO WS-SH-YEAR
002780     OPEN I-O EMPLOYEE-MASTER
002790     IF WS-EMPLOYEE-MASTER-STATUS NOT = "00"
002800         DISPLAY "EMPLOYEE MASTER OPEN FAILED - STATUS "
002810             WS-EMPLOYEE-MASTER-STATUS
002820         MOVE 16 TO RETURN-CODE
002830         STOP RUN
002840     END-IF
002850     OPEN OUTPUT STATEMENT-FILE
002860     IF WS-STATEMENT-STATUS NOT = "00"
002870         DISPLAY "STATEMENT FILE OPEN FAILED - STATUS "
002880             WS-STATEMENT-STATUS
002890         CLOSE EMPLOYEE-MASTER
002900         MOVE 16 TO RETURN-CODE
002910         STOP RUN
002920     END-IF
002930     OPEN I-O YTD-ARCHIVE-FILE
002940     IF WS-ARCHIVE-STATUS NOT = "00"
002950         DISPLAY "YTD ARCHIVE FILE OPEN FAILED - STATUS "
002960             WS-ARCHIVE-STATUS
002970         CLOSE EMPLOYEE-MASTER
002980         CLOSE STATEMENT-FILE
002990         MOVE 16 TO RETURN-CODE
003000         STOP RUN
003010     END-IF
003020     OPEN I-O LEAVE-BALANCE-FILE
003030     IF WS-LEAVE-BALANCE-STATUS NOT = "00"
003040         DISPLAY "LEAVE BALANCE FILE OPEN FAILED - STATUS "
003050             WS-LEAVE-BALANCE-STATUS
003060         CLOSE EMPLOYEE-MASTER
003070         CLOSE STATEMENT-FILE
003080         CLOSE YTD-ARCHIVE-FILE
003090         MOVE 16 TO RETURN-CODE
003100         STOP RUN
003110     END-IF
003120     MOVE ZERO TO EMM-EMPLOYEE-ID
003130     START EMPLOYEE-MASTER KEY NOT LESS THAN EMM-EMPLOYEE-ID
003140         INVALID KEY
003150             SET WS-MASTER-END-OF-FILE TO TRUE
003160     END-START
003170     IF WS-MASTER-NOT-END-OF-FILE
003180         PERFORM 2100-READ-MASTER-NEXT THRU 2100-EXIT
003190     END-IF.
003200 1000-EXIT.
003210     EXIT.
003220*
003230*-------------------------------------------------------------*
003240* 1050-CHECK-RUN-CONTROL - REFUSE TO CLOSE THE YEAR WHILE A
003250*                          NIGHTLY RUN IS MARKED IN-FLIGHT ON
003260*                          THE SHARED RUN CONTROL FILE.  A
003270*                          MISSING CONTROL FILE GETS A CONSOLE
003280*                          NOTE AND THE RUN PROCEEDS, SO
003290*                          CUTOVER TO THE NEW CONTROL DATASET
003300*                          IS NOT A HARD STOP.
003310*-------------------------------------------------------------*
003320 1050-CHECK-RUN-CONTROL.
003330     OPEN INPUT RUN-CONTROL-FILE
003340     IF WS-RUN-CONTROL-STATUS NOT = "00"
003350         DISPLAY "RUN CONTROL FILE NOT AVAILABLE - STATUS "
003360             WS-RUN-CONTROL-STATUS " - PROCEEDING"
003370         GO TO 1050-EXIT
003380     END-IF
003390     MOVE ZERO TO RCT-RUN-KEY
003400     START RUN-CONTROL-FILE KEY NOT LESS THAN RCT-RUN-KEY
003410         INVALID KEY
003420             SET WS-RCTL-END-OF-FILE TO TRUE
003430     END-START
003440     PERFORM 1060-SCAN-RUN-CONTROL THRU 1060-EXIT
003450         UNTIL WS-RCTL-END-OF-FILE
003460     CLOSE RUN-CONTROL-FILE.
003470 1050-EXIT.
003480     EXIT.
003490*
003500*-------------------------------------------------------------*
003510* 1060-SCAN-RUN-CONTROL - ONE CONTROL RECORD; ANY IN-FLIGHT
003520*                         MARK STOPS THE YEAR-END CLOSE
003530*-------------------------------------------------------------*
003540 1060-SCAN-RUN-CONTROL.
003550     READ RUN-CONTROL-FILE NEXT RECORD
003560         AT END
003570             SET WS-RCTL-END-OF-FILE TO TRUE
003580             GO TO 1060-EXIT
003590     END-READ
003600     IF RCT-RUN-IN-FLIGHT
003610         DISPLAY "PAYROLL RUN " RCT-RUN-DATE "/" RCT-RUN-NO
003620             " IS MARKED "
003630             "IN-FLIGHT - YEAR-END CLOSE REFUSED"
003640         CLOSE RUN-CONTROL-FILE
003650         MOVE 8 TO RETURN-CODE
003660         STOP RUN
003670     END-IF.
003680 1060-EXIT.
003690     EXIT.
003700*
003710*-------------------------------------------------------------*
003720* 1100-LOAD-LEAVE-PLANS - LOAD EACH LEAVE TYPE'S CARRYOVER CAP.
003730*                         THE CLOSE CANNOT CAP BALANCES WITHOUT
003740*                         THE PLAN, SO A MISSING FILE, A FOURTH
003750*                         TYPE OR A CAP THAT IS NOT NUMERIC
003760*                         STOPS IT BEFORE ANYTHING IS TOUCHED.
003770*-------------------------------------------------------------*
003780 1100-LOAD-LEAVE-PLANS.
003790     OPEN INPUT LEAVE-PLAN-FILE
003800     IF WS-LEAVE-PLAN-STATUS NOT = "00"
003810         DISPLAY "LEAVE PLAN FILE OPEN FAILED - STATUS "
003820             WS-LEAVE-PLAN-STATUS
003830         MOVE 16 TO RETURN-CODE
003840         STOP RUN
003850     END-IF
003860     PERFORM 1110-READ-LEAVE-PLAN THRU 1110-EXIT
003870         UNTIL WS-LP-END-OF-FILE
003880     CLOSE LEAVE-PLAN-FILE.
003890 1100-EXIT.
003900     EXIT.
003910*
003920*-------------------------------------------------------------*
003930* 1110-READ-LEAVE-PLAN - ONE PLAN RECORD; BLANK TYPES IGNORED
003940*-------------------------------------------------------------*
003950 1110-READ-LEAVE-PLAN.
003960     READ LEAVE-PLAN-FILE
003970         AT END
003980             SET WS-LP-END-OF-FILE TO TRUE
003990             GO TO 1110-EXIT
004000     END-READ
004010     IF LVP-LEAVE-TYPE = SPACES
004020         GO TO 1110-EXIT
004030     END-IF
004040     IF WS-LP-COUNT NOT LESS THAN 3
004050        OR LVP-CARRYOVER-CAP NOT NUMERIC
004060         DISPLAY "LEAVE PLAN TABLE FULL OR PLAN "
004070             LVP-LEAVE-TYPE " INVALID - CLOSE STOPPED"
004080         CLOSE LEAVE-PLAN-FILE
004090         MOVE 16 TO RETURN-CODE
004100         STOP RUN
004110     END-IF
004120     ADD 1 TO WS-LP-COUNT
004130     SET WS-LP-IDX TO WS-LP-COUNT
004140     MOVE LVP-LEAVE-TYPE    TO WS-LP-TYPE (WS-LP-IDX)
004150     MOVE LVP-CARRYOVER-CAP TO WS-LP-CARRYOVER-CAP (WS-LP-IDX).
004160 1110-EXIT.
004170     EXIT.
004180*
004190*=============================================================*
004200* 2000-PROCESS-ONE-EMPLOYEE - PRINT THE STATEMENT, ARCHIVE THE
004210*                             CLOSING FIGURES, AND ZERO THE
004220*                             MASTER'S YTD FIELDS FOR THE NEW
004230*                             YEAR, AND ROLL ITS PAID LEAVE
004240*                             BALANCES OVER
004250*=============================================================*
004260 2000-PROCESS-ONE-EMPLOYEE.
004270     ADD 1 TO WS-EMPLOYEE-COUNT
004280     IF EMM-YTD-OTHER-DEDS NUMERIC
004290         MOVE EMM-YTD-OTHER-DEDS TO WS-YTD-OTHER-DEDS
004300     ELSE
004310         MOVE ZERO TO WS-YTD-OTHER-DEDS
004320     END-IF
004330     PERFORM 3000-WRITE-STATEMENT THRU 3000-EXIT
004340     PERFORM 4000-ARCHIVE-YTD THRU 4000-EXIT
004350     PERFORM 6000-CLOSE-LEAVE-BALANCES THRU 6000-EXIT
004360*    TERMINATED EMPLOYEES GET THEIR STATEMENT AND ARCHIVE
004370*    RECORD LIKE EVERYONE ELSE, THEN COME OFF THE MASTER -
004380*    THE YEAR-END CLOSE IS THE ONE PLACE A RECORD IS PURGED.
004390     IF EMM-STATUS-TERMINATED
004400         PERFORM 5500-PURGE-TERMINATED THRU 5500-EXIT
004410     ELSE
004420         PERFORM 5000-RESET-YTD THRU 5000-EXIT
004430     END-IF
004440     PERFORM 2100-READ-MASTER-NEXT THRU 2100-EXIT.
004450 2000-EXIT.
004460     EXIT.
004470*
004480*-------------------------------------------------------------*
004490* 2100-READ-MASTER-NEXT - GET THE NEXT EMPLOYEE MASTER RECORD
004500*                         IN KEY SEQUENCE
004510*-------------------------------------------------------------*
004520 2100-READ-MASTER-NEXT.
004530     READ EMPLOYEE-MASTER NEXT RECORD
004540         AT END
004550             SET WS-MASTER-END-OF-FILE TO TRUE
004560     END-READ.
004570 2100-EXIT.
004580     EXIT.
004590*
004600*=============================================================*
004610* 3000-WRITE-STATEMENT - ONE FORMATTED ANNUAL WITHHOLDING
004620*                        STATEMENT FOR THE CURRENT EMPLOYEE
004630*=============================================================*
004640 3000-WRITE-STATEMENT.
004650     MOVE ALL "=" TO STATEMENT-LINE
004660     WRITE STATEMENT-LINE
004670     WRITE STATEMENT-LINE FROM WS-STATEMENT-HEADING
004680     MOVE EMM-EMPLOYEE-ID TO WS-EL-EMPLOYEE-ID
004690     MOVE EMM-NAME        TO WS-EL-NAME
004700     MOVE EMM-DEPT-CODE   TO WS-EL-DEPT-CODE
004710     WRITE STATEMENT-LINE FROM WS-EMPLOYEE-LINE
004720     MOVE "GROSS WAGES PAID"          TO WS-AL-LABEL
004730     MOVE EMM-YTD-GROSS               TO WS-AL-AMOUNT
004740     WRITE STATEMENT-LINE FROM WS-AMOUNT-LINE
004750     MOVE "INCOME TAX WITHHELD"       TO WS-AL-LABEL
004760     MOVE EMM-YTD-INCOME-TAX          TO WS-AL-AMOUNT
004770     WRITE STATEMENT-LINE FROM WS-AMOUNT-LINE
004780     MOVE "SOCIAL SECURITY WITHHELD"  TO WS-AL-LABEL
004790     MOVE EMM-YTD-SOC-SEC             TO WS-AL-AMOUNT
004800     WRITE STATEMENT-LINE FROM WS-AMOUNT-LINE
004810     MOVE "HEALTH INSURANCE WITHHELD" TO WS-AL-LABEL
004820     MOVE EMM-YTD-HEALTH-INS          TO WS-AL-AMOUNT
004830     WRITE STATEMENT-LINE FROM WS-AMOUNT-LINE
004840     PERFORM 3050-WRITE-JUR-LINE THRU 3050-EXIT
004850         VARYING WS-JYTD-SUB FROM 1 BY 1
004860         UNTIL WS-JYTD-SUB > 6
004870     MOVE "TOTAL WITHHELD"            TO WS-AL-LABEL
004880     MOVE EMM-YTD-WITHHELD            TO WS-AL-AMOUNT
004890     WRITE STATEMENT-LINE FROM WS-AMOUNT-LINE
004900     MOVE "OTHER DEDUCTIONS"          TO WS-AL-LABEL
004910     MOVE WS-YTD-OTHER-DEDS           TO WS-AL-AMOUNT
004920     WRITE STATEMENT-LINE FROM WS-AMOUNT-LINE
004930     MOVE "NET PAY"                   TO WS-AL-LABEL
004940     MOVE EMM-YTD-NET-PAY             TO WS-AL-AMOUNT
004950     WRITE STATEMENT-LINE FROM WS-AMOUNT-LINE
004960     MOVE SPACES TO STATEMENT-LINE
004970     WRITE STATEMENT-LINE.
004980 3000-EXIT.
004990     EXIT.
005000*
005010*-------------------------------------------------------------*
005020* 3050-WRITE-JUR-LINE - ONE STATEMENT LINE FOR A STATE OR LOCAL
005030*                       JURISDICTION WITHHELD DURING THE YEAR.
005040*                       AN UNUSED BUCKET (OR A RECORD FROM
005050*                       BEFORE THE BUCKETS EXISTED) IS SKIPPED.
005060*-------------------------------------------------------------*
005070 3050-WRITE-JUR-LINE.
005080     IF EMM-JYTD-CODE (WS-JYTD-SUB) = SPACES
005090         GO TO 3050-EXIT
005100     END-IF
005110     IF EMM-JYTD-WITHHELD-X (WS-JYTD-SUB) NOT NUMERIC
005120         GO TO 3050-EXIT
005130     END-IF
005140     MOVE SPACES TO WS-AL-LABEL
005150     STRING "STATE/LOCAL TAX " DELIMITED BY SIZE
005160            EMM-JYTD-CODE (WS-JYTD-SUB) DELIMITED BY SIZE
005170         INTO WS-AL-LABEL
005180     END-STRING
005190     MOVE EMM-JYTD-WITHHELD (WS-JYTD-SUB) TO WS-AL-AMOUNT
005200     WRITE STATEMENT-LINE FROM WS-AMOUNT-LINE.
005210 3050-EXIT.
005220     EXIT.
005230*
005240*=============================================================*
005250* 4000-ARCHIVE-YTD - WRITE THE CLOSING YTD FIGURES TO THE
005260*                    PERMANENT ARCHIVE BEFORE THEY ARE RESET,
005270*                    WITH THE SAME FIGURES AS THE ONES
005280*                    REPORTED ON TONIGHT'S STATEMENT, STATE AND
005290*                    LOCAL BUCKETS INCLUDED.  A RECORD ALREADY
005300*                    ON FILE FOR THE YEAR WAS WRITTEN BY AN
005310*                    EARLIER, FAILED RUN OF THE CLOSE BEFORE
005320*                    THE MASTER WAS RESET, SO IT HOLDS THE REAL
005330*                    CLOSING FIGURES AND IS KEPT.
005340*=============================================================*
005350 4000-ARCHIVE-YTD.
005360     MOVE SPACES              TO YTD-ARCHIVE-RECORD
005370     MOVE WS-STATEMENT-YEAR   TO YAR-STATEMENT-YEAR
005380     MOVE EMM-EMPLOYEE-ID     TO YAR-EMPLOYEE-ID
005390     MOVE EMM-NAME            TO YAR-NAME
005400     MOVE EMM-DEPT-CODE       TO YAR-DEPT-CODE
005410     MOVE EMM-YTD-GROSS       TO YAR-YTD-GROSS
005420     MOVE EMM-YTD-INCOME-TAX  TO YAR-YTD-INCOME-TAX
005430     MOVE EMM-YTD-SOC-SEC     TO YAR-YTD-SOC-SEC
005440     MOVE EMM-YTD-HEALTH-INS  TO YAR-YTD-HEALTH-INS
005450     MOVE EMM-YTD-WITHHELD    TO YAR-YTD-WITHHELD
005460     MOVE EMM-YTD-NET-PAY     TO YAR-YTD-NET-PAY
005470     MOVE WS-YTD-OTHER-DEDS   TO YAR-YTD-OTHER-DEDS
005480     MOVE EMM-LAST-RUN-DATE   TO YAR-LAST-RUN-DATE
005490     MOVE YAR-YTD-GROSS       TO YAR-RPT-GROSS
005500     MOVE YAR-YTD-INCOME-TAX  TO YAR-RPT-INCOME-TAX
005510     MOVE YAR-YTD-SOC-SEC     TO YAR-RPT-SOC-SEC
005520     MOVE YAR-YTD-HEALTH-INS  TO YAR-RPT-HEALTH-INS
005530     MOVE YAR-YTD-WITHHELD    TO YAR-RPT-WITHHELD
005540     MOVE YAR-YTD-NET-PAY     TO YAR-RPT-NET-PAY
005550     MOVE YAR-YTD-OTHER-DEDS  TO YAR-RPT-OTHER-DEDS
005560     SET YAR-JUR-KEPT         TO TRUE
005570     MOVE EMM-JUR-YTD-DATA    TO YAR-JUR-YTD-DATA
005580     MOVE YAR-JUR-YTD-DATA    TO YAR-RPT-JUR-DATA
005590     MOVE WS-RUN-DATE         TO YAR-STMT-DATE
005600     MOVE 1                   TO YAR-STMT-COUNT
005610     MOVE ZERO                TO YAR-CORR-COUNT
005620     MOVE ZERO                TO YAR-LAST-CORR-DATE
005630     MOVE ZERO                TO YAR-LAST-CORR-RUN-NO
005640     MOVE ZERO                TO YAR-LAST-CORR-SEQ
005650     WRITE YTD-ARCHIVE-RECORD
005660     IF WS-ARCHIVE-STATUS = "22"
005670         DISPLAY "YTD ARCHIVE RECORD ALREADY ON FILE - KEPT - "
005680             "YEAR " WS-STATEMENT-YEAR " EMPLOYEE "
005690             EMM-EMPLOYEE-ID
005700         GO TO 4000-EXIT
005710     END-IF
005720     IF WS-ARCHIVE-STATUS NOT = "00"
005730         DISPLAY "YTD ARCHIVE WRITE FAILED - STATUS "
005740             WS-ARCHIVE-STATUS " EMPLOYEE " EMM-EMPLOYEE-ID
005750         CLOSE EMPLOYEE-MASTER
005760         CLOSE STATEMENT-FILE
005770         CLOSE YTD-ARCHIVE-FILE
005780         CLOSE LEAVE-BALANCE-FILE
005790         MOVE 16 TO RETURN-CODE
005800         STOP RUN
005810     END-IF.
005820 4000-EXIT.
005830     EXIT.
005840*
005850*=============================================================*
005860* 5000-RESET-YTD - ZERO THE MASTER'S YTD FIELDS SO THE NEW
005870*                  YEAR ACCUMULATES FROM A CLEAN BOUNDARY.
005880*                  THE ARCHIVE RECORD IS ON FILE BEFORE THE
005890*                  REWRITE, SO A FAILED RUN CAN BE RECOVERED
005900*                  FROM THE ARCHIVE.
005910*=============================================================*
005920 5000-RESET-YTD.
005930     MOVE ZERO TO EMM-YTD-GROSS
005940     MOVE ZERO TO EMM-YTD-INCOME-TAX
005950     MOVE ZERO TO EMM-YTD-SOC-SEC
005960     MOVE ZERO TO EMM-YTD-HEALTH-INS
005970     MOVE ZERO TO EMM-YTD-WITHHELD
005980     MOVE ZERO TO EMM-YTD-NET-PAY
005990     MOVE ZERO TO EMM-YTD-OTHER-DEDS
006000     MOVE ZERO TO EMM-YTD-ER-SOC-SEC
006010     MOVE ZERO TO EMM-YTD-ER-HEALTH
006020     MOVE ZERO TO EMM-YTD-ER-UNEMP
006030     MOVE SPACES TO EMM-JUR-YTD-DATA
006040     REWRITE EMPLOYEE-MASTER-RECORD
006050     IF WS-EMPLOYEE-MASTER-STATUS NOT = "00"
006060         DISPLAY "EMPLOYEE MASTER REWRITE FAILED - STATUS "
006070             WS-EMPLOYEE-MASTER-STATUS
006080             " EMPLOYEE " EMM-EMPLOYEE-ID
006090         CLOSE EMPLOYEE-MASTER
006100         CLOSE STATEMENT-FILE
006110         CLOSE YTD-ARCHIVE-FILE
006120         CLOSE LEAVE-BALANCE-FILE
006130         MOVE 16 TO RETURN-CODE
006140         STOP RUN
006150     END-IF.
006160 5000-EXIT.
006170     EXIT.
006180*
006190*=============================================================*
006200* 5500-PURGE-TERMINATED - REMOVE A TERMINATED EMPLOYEE'S
006210*                         RECORD AT THE CLOSE.  THE STATEMENT
006220*                         AND THE ARCHIVE RECORD ARE ALREADY
006230*                         ON FILE, SO NOTHING OWED TO THE
006240*                         EMPLOYEE IS LOST.
006250*=============================================================*
006260 5500-PURGE-TERMINATED.
006270     DELETE EMPLOYEE-MASTER
006280     IF WS-EMPLOYEE-MASTER-STATUS NOT = "00"
006290         DISPLAY "EMPLOYEE MASTER DELETE FAILED - STATUS "
006300             WS-EMPLOYEE-MASTER-STATUS
006310             " EMPLOYEE " EMM-EMPLOYEE-ID
006320         CLOSE EMPLOYEE-MASTER
006330         CLOSE STATEMENT-FILE
006340         CLOSE YTD-ARCHIVE-FILE
006350         CLOSE LEAVE-BALANCE-FILE
006360         MOVE 16 TO RETURN-CODE
006370         STOP RUN
006380     END-IF
006390     ADD 1 TO WS-PURGE-COUNT.
006400 5500-EXIT.
006410     EXIT.
006420*
006430*=============================================================*
006440* 6000-CLOSE-LEAVE-BALANCES - ROLL OVER EVERY PAID LEAVE
006450*                             BALANCE THE CURRENT EMPLOYEE
006460*                             HOLDS.  RUNS BEFORE THE MASTER
006470*                             RECORD IS RESET OR PURGED.
006480*=============================================================*
006490 6000-CLOSE-LEAVE-BALANCES.
006500     SET WS-LVB-NOT-END-OF-FILE TO TRUE
006510     MOVE EMM-EMPLOYEE-ID TO LVB-EMPLOYEE-ID
006520     MOVE LOW-VALUES      TO LVB-LEAVE-TYPE
006530     START LEAVE-BALANCE-FILE KEY NOT LESS THAN LVB-KEY
006540         INVALID KEY
006550             SET WS-LVB-END-OF-FILE TO TRUE
006560     END-START
006570     PERFORM 6100-CLOSE-ONE-LEAVE-BALANCE THRU 6100-EXIT
006580         UNTIL WS-LVB-END-OF-FILE.
006590 6000-EXIT.
006600     EXIT.
006610*
006620*-------------------------------------------------------------*
006630* 6100-CLOSE-ONE-LEAVE-BALANCE - A TERMINATED EMPLOYEE'S
006640*                                RECORD GOES WITH THE MASTER
006650*                                RECORD - FINAL PAY HAS ALREADY
006660*                                PAID OUT WHAT WAS OWED.  ANY
006670*                                OTHER BALANCE IS CUT BACK TO
006680*                                ITS CARRYOVER CAP AND ITS
006690*                                YEAR-TO-DATE FIGURES RESET.
006700*-------------------------------------------------------------*
006710 6100-CLOSE-ONE-LEAVE-BALANCE.
006720     READ LEAVE-BALANCE-FILE NEXT RECORD
006730         AT END
006740             SET WS-LVB-END-OF-FILE TO TRUE
006750             GO TO 6100-EXIT
006760     END-READ
006770     IF LVB-EMPLOYEE-ID NOT = EMM-EMPLOYEE-ID
006780         SET WS-LVB-END-OF-FILE TO TRUE
006790         GO TO 6100-EXIT
006800     END-IF
006810     IF EMM-STATUS-TERMINATED
006820         ADD LVB-BALANCE TO WS-LEAVE-FORFEIT-TOTAL
006830         DELETE LEAVE-BALANCE-FILE
006840         IF WS-LEAVE-BALANCE-STATUS NOT = "00"
006850             PERFORM 6190-ABORT-LEAVE-UPDATE THRU 6190-EXIT
006860         END-IF
006870         ADD 1 TO WS-LEAVE-PURGE-COUNT
006880         GO TO 6100-EXIT
006890     END-IF
006900     MOVE ZERO TO LVB-FORFEITED
006910     SET WS-LP-NOT-FOUND TO TRUE
006920     PERFORM 6110-MATCH-LEAVE-PLAN THRU 6110-EXIT
006930         VARYING WS-LP-IDX FROM 1 BY 1
006940         UNTIL WS-LP-IDX > WS-LP-COUNT
006950            OR WS-LP-FOUND
006960     IF WS-LP-FOUND
006970         IF LVB-BALANCE > WS-LP-CARRYOVER-CAP (WS-LP-USE-IDX)
006980             COMPUTE LVB-FORFEITED = LVB-BALANCE
006990                 - WS-LP-CARRYOVER-CAP (WS-LP-USE-IDX)
007000             MOVE WS-LP-CARRYOVER-CAP (WS-LP-USE-IDX)
007010                 TO LVB-BALANCE
007020             ADD LVB-FORFEITED TO WS-LEAVE-FORFEIT-TOTAL
007030             ADD 1 TO WS-LEAVE-CAPPED-COUNT
007040         END-IF
007050     END-IF
007060     MOVE ZERO TO LVB-YTD-ACCRUED
007070     MOVE ZERO TO LVB-YTD-TAKEN
007080     MOVE ZERO TO LVB-YTD-PAID-OUT
007090     REWRITE LEAVE-BALANCE-RECORD
007100     IF WS-LEAVE-BALANCE-STATUS NOT = "00"
007110         PERFORM 6190-ABORT-LEAVE-UPDATE THRU 6190-EXIT
007120     END-IF.
007130 6100-EXIT.
007140     EXIT.
007150*
007160*-------------------------------------------------------------*
007170* 6110-MATCH-LEAVE-PLAN - FIND THE BALANCE'S LEAVE TYPE ON THE
007180*                         PLAN TABLE
007190*-------------------------------------------------------------*
007200 6110-MATCH-LEAVE-PLAN.
007210     IF LVB-LEAVE-TYPE = WS-LP-TYPE (WS-LP-IDX)
007220         SET WS-LP-FOUND TO TRUE
007230         SET WS-LP-USE-IDX TO WS-LP-IDX
007240     END-IF.
007250 6110-EXIT.
007260     EXIT.
007270*
007280*-------------------------------------------------------------*
007290* 6190-ABORT-LEAVE-UPDATE - A LEAVE BALANCE THAT CANNOT BE
007300*                           REWRITTEN OR DELETED STOPS THE CLOSE
007310*-------------------------------------------------------------*
007320 6190-ABORT-LEAVE-UPDATE.
007330     DISPLAY "LEAVE BALANCE UPDATE FAILED - STATUS "
007340         WS-LEAVE-BALANCE-STATUS " EMPLOYEE " LVB-EMPLOYEE-ID
007350     CLOSE EMPLOYEE-MASTER
007360     CLOSE STATEMENT-FILE
007370     CLOSE YTD-ARCHIVE-FILE
007380     CLOSE LEAVE-BALANCE-FILE
007390     MOVE 16 TO RETURN-CODE
007400     STOP RUN.
007410 6190-EXIT.
007420     EXIT.
007430*
007440*=============================================================*
007450* 9000-TERMINATE - WRITE THE ROLLOVER COUNT AND CLOSE FILES
007460*=============================================================*
007470 9000-TERMINATE.
007480     MOVE WS-EMPLOYEE-COUNT TO WS-TL-EMPLOYEE-COUNT
007490     WRITE STATEMENT-LINE FROM WS-TOTAL-LINE
007500     MOVE WS-PURGE-COUNT TO WS-PL-PURGE-COUNT
007510     WRITE STATEMENT-LINE FROM WS-PURGE-LINE
007520     MOVE WS-LEAVE-CAPPED-COUNT TO WS-LC-CAPPED-COUNT
007530     WRITE STATEMENT-LINE FROM WS-LEAVE-CAPPED-LINE
007540     MOVE WS-LEAVE-FORFEIT-TOTAL TO WS-LF-FORFEIT-HOURS
007550     WRITE STATEMENT-LINE FROM WS-LEAVE-FORFEIT-LINE
007560     MOVE WS-LEAVE-PURGE-COUNT TO WS-LP-PURGE-COUNT
007570     WRITE STATEMENT-LINE FROM WS-LEAVE-PURGE-LINE
007580     CLOSE EMPLOYEE-MASTER
007590     CLOSE STATEMENT-FILE
007600     CLOSE YTD-ARCHIVE-FILE
007610     CLOSE LEAVE-BALANCE-FILE
007620     DISPLAY "YEAR-END CLOSE COMPLETE - EMPLOYEES ROLLED: "
007630         WS-EMPLOYEE-COUNT
007640     DISPLAY "TERMINATED RECORDS PURGED: " WS-PURGE-COUNT
007650     DISPLAY "LEAVE BALANCES CAPPED: " WS-LEAVE-CAPPED-COUNT
007660         "  LEAVE RECORDS PURGED: " WS-LEAVE-PURGE-COUNT.
007670 9000-EXIT.
007680     EXIT.
