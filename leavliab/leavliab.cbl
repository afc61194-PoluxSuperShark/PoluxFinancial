000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. Leavliab. *> @CBL.Polux.bank.leavliab
000030 AUTHOR. D. OKONKWO.
000040 INSTALLATION. POLUX FINANCIAL - PAYROLL SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*-----------------------------------------------------------*
000090* MODIFICATION HISTORY
000100*-----------------------------------------------------------*
000110*  DATE       INIT  DESCRIPTION
000120*  10/15/2026 DO    ORIGINAL VERSION - MONTHLY PAID LEAVE
000130*                   LIABILITY.  VALUES EVERY LEAVE BALANCE OF A
000140*                   TYPE PAID OUT AT TERMINATION AT THE
000150*                   EMPLOYEE'S MASTER HOURLY RATE, REPORTS THE
000160*                   HOURS AND VALUE BY DEPARTMENT AND LEAVE TYPE,
000170*                   AND BOOKS THE CHANGE SINCE THE LAST RUN TO THE
000180*                   GENERAL LEDGER - LEAVE ACCRUAL EXPENSE TO THE
000190*                   DEPARTMENT'S COST CENTER AGAINST THE PLAN'S
000200*                   LIABILITY ACCOUNT.  THE VALUE BOOKED IS KEPT
000210*                   ON EACH BALANCE RECORD, SO A RERUN IN THE
000220*                   SAME MONTH POSTS ONLY WHAT MOVED SINCE.  A
000230*                   BALANCE THAT CANNOT BE VALUED (NO RATE OR NO
000240*                   RECORD ON THE MASTER, TYPE NOT ON THE PLAN) IS
000250*                   LISTED, KEEPS ITS OLD BOOKED VALUE, AND ENDS
000260*                   THE RUN RC 4.  REFUSES
000270*                   TO START WHILE A PAYROLL RUN IS MARKED
000280*                   IN-FLIGHT ON THE SHARED RUN CONTROL FILE.
000290*-----------------------------------------------------------*
000300*
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330*
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT LEAVE-BALANCE-FILE ASSIGN TO LEAVBAL
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS LVB-KEY
000400         FILE STATUS IS WS-LEAVE-BALANCE-STATUS.
000410*
000420     SELECT EMPLOYEE-MASTER ASSIGN TO EMPMSTR
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS EMM-EMPLOYEE-ID
000460         FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.
000470*
000480     SELECT LEAVE-PLAN-FILE ASSIGN TO LEAVPLAN
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-LEAVE-PLAN-STATUS.
000510*
000520     SELECT DEPARTMENT-FILE ASSIGN TO DEPTFILE
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-DEPARTMENT-STATUS.
000550*
000560     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS RCT-RUN-KEY
000600         FILE STATUS IS WS-RUN-CONTROL-STATUS.
000610*
000620     SELECT LIABILITY-REPORT-FILE ASSIGN TO LVRPT
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-LIABILITY-REPORT-STATUS.
000650*
000660     SELECT GL-INTERFACE-FILE ASSIGN TO LVGLINTF
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-GL-INTERFACE-STATUS.
000690*
000700 DATA DIVISION.
000710 FILE SECTION.
000720*
000730 FD  LEAVE-BALANCE-FILE
000740     LABEL RECORDS ARE STANDARD.
000750     COPY LEAVBAL.
000760*
000770 FD  EMPLOYEE-MASTER
000780     LABEL RECORDS ARE STANDARD.
000790     COPY EMPMSTR.
000800*
000810 FD  LEAVE-PLAN-FILE
000820     LABEL RECORDS ARE STANDARD
000830     RECORDING MODE IS F.
000840     COPY LEAVPLN.
000850*
000860 FD  DEPARTMENT-FILE
000870     LABEL RECORDS ARE STANDARD
000880     RECORDING MODE IS F.
000890     COPY DEPTREC.
000900*
000910 FD  RUN-CONTROL-FILE
000920     LABEL RECORDS ARE STANDARD.
000930     COPY RUNCTL.
000940*
000950 FD  LIABILITY-REPORT-FILE
000960     LABEL RECORDS ARE STANDARD
000970     RECORDING MODE IS F.
000980 01  LIABILITY-REPORT-LINE         PIC X(132).
000990*
001000*-----------------------------------------------------------*
001010* GL INTERFACE RECORD - THE SAME FIXED DEBIT/CREDIT LAYOUT
001020* TAXES WRITES, SO THE LEDGER POSTING STEP TAKES IT UNCHANGED.
001030* GLI-RUN-TYPE 'L' MARKS A LEAVE LIABILITY RUN.
001040*-----------------------------------------------------------*
001050 FD  GL-INTERFACE-FILE
001060     LABEL RECORDS ARE STANDARD
001070     RECORDING MODE IS F.
001080 01  GL-POSTING-RECORD.
001090     05  GLI-RUN-DATE              PIC 9(06).
001100     05  GLI-ACCOUNT               PIC X(08).
001110     05  GLI-DESCRIPTION           PIC X(24).
001120     05  GLI-DEBIT-CREDIT          PIC X(01).
001130     05  GLI-AMOUNT                PIC S9(09)V99.
001140     05  GLI-RUN-TYPE              PIC X(01).
001150     05  GLI-RUN-NO                PIC 9(02).
001160     05  FILLER                    PIC X(27).
001170*
001180 WORKING-STORAGE SECTION.
001190*
001200 01  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
001210*
001220*-----------------------------------------------------------*
001230* LEAVE PLAN TABLE - ONE ENTRY PER TYPE ON THE PLAN FILE, IN
001240* FILE ORDER.  A BLANK LIABILITY ACCOUNT FALLS BACK TO THE
001250* GENERAL ACCRUED LEAVE ACCOUNT.
001260*-----------------------------------------------------------*
001270 01  WS-LP-COUNT                  PIC 9(01) COMP VALUE ZERO.
001280 01  WS-LP-TABLE.
001290     05  WS-LP-ENTRY OCCURS 3 TIMES
001300                     INDEXED BY WS-LP-IDX
001310                                WS-LP-USE-IDX.
001320         10  WS-LP-TYPE           PIC X(01).
001330         10  WS-LP-DESCRIPTION    PIC X(20).
001340         10  WS-LP-PAYOUT-SW      PIC X(01).
001350             88  WS-LP-PAID-AT-TERM        VALUE 'Y'.
001360         10  WS-LP-LIAB-ACCOUNT   PIC X(08).
001370*
001380*-----------------------------------------------------------*
001390* DEPARTMENT TABLE - THE REFERENCE MASTER IN FILE ORDER, WITH
001400* A CATCH-ALL "****" ENTRY AFTER IT FOR BALANCES WHOSE
001410* EMPLOYEE CARRIES A CODE NOT ON THE REFERENCE.  EACH ENTRY
001420* ACCUMULATES THE HOURS, VALUE AND CHANGE FOR EVERY PLAN TYPE
001430* (PARALLEL TO THE PLAN TABLE).
001440*-----------------------------------------------------------*
001450 01  WS-DEPT-COUNT                PIC 9(03) COMP VALUE ZERO.
001460 01  WS-DEPT-TABLE.
001470     05  WS-DEPT-ENTRY OCCURS 101 TIMES
001480                       INDEXED BY WS-DEPT-IDX
001490                                  WS-DEPT-USE-IDX.
001500         10  WS-DEPT-CODE         PIC X(04).
001510         10  WS-DEPT-NAME         PIC X(20).
001520         10  WS-DEPT-GL-ACCOUNT   PIC X(08).
001530         10  WS-DEPT-TYPE-TOTALS OCCURS 3 TIMES.
001540             15  WS-DT-HOURS      PIC S9(07)V99.
001550             15  WS-DT-VALUE      PIC S9(09)V99.
001560             15  WS-DT-CHANGE     PIC S9(09)V99.
001570 01  WS-DEPT-LOOKUP-CODE          PIC X(04) VALUE SPACES.
001580 01  WS-TYPE-SUB                  PIC 9(01) COMP VALUE ZERO.
001590*
001600*-----------------------------------------------------------*
001610* PER-BALANCE VALUATION WORK FIELDS
001620*-----------------------------------------------------------*
001630 01  WS-HOURLY-RATE               PIC 9(04)V99 VALUE ZERO.
001640 01  WS-NEW-LIABILITY             PIC 9(07)V99 VALUE ZERO.
001650 01  WS-OLD-LIABILITY             PIC 9(07)V99 VALUE ZERO.
001660 01  WS-LIABILITY-CHANGE          PIC S9(09)V99 VALUE ZERO.
001670 01  WS-UNVALUED-REASON           PIC X(30) VALUE SPACES.
001680*
001690*-----------------------------------------------------------*
001700* COMPANY TOTALS AND COUNTS
001710*-----------------------------------------------------------*
001720 01  WS-TYPE-GRAND-TOTALS.
001730     05  WS-TG-ENTRY OCCURS 3 TIMES.
001740         10  WS-TG-HOURS          PIC S9(07)V99.
001750         10  WS-TG-VALUE          PIC S9(09)V99.
001760         10  WS-TG-CHANGE         PIC S9(09)V99.
001770 01  WS-GRAND-VALUE               PIC S9(09)V99 VALUE ZERO.
001780 01  WS-GRAND-CHANGE              PIC S9(09)V99 VALUE ZERO.
001790 01  WS-BALANCE-COUNT             PIC 9(06) COMP VALUE ZERO.
001800 01  WS-VALUED-COUNT              PIC 9(06) COMP VALUE ZERO.
001810 01  WS-UNVALUED-COUNT            PIC 9(06) COMP VALUE ZERO.
001820 01  WS-GL-RECORD-COUNT           PIC 9(06) COMP VALUE ZERO.
001830*
001840*-----------------------------------------------------------*
001850* FILE STATUS FIELDS
001860*-----------------------------------------------------------*
001870 01  WS-LEAVE-BALANCE-STATUS      PIC X(02) VALUE SPACES.
001880 01  WS-EMPLOYEE-MASTER-STATUS    PIC X(02) VALUE SPACES.
001890 01  WS-LEAVE-PLAN-STATUS         PIC X(02) VALUE SPACES.
001900 01  WS-DEPARTMENT-STATUS         PIC X(02) VALUE SPACES.
001910 01  WS-RUN-CONTROL-STATUS        PIC X(02) VALUE SPACES.
001920 01  WS-LIABILITY-REPORT-STATUS   PIC X(02) VALUE SPACES.
001930 01  WS-GL-INTERFACE-STATUS       PIC X(02) VALUE SPACES.
001940*
001950*-----------------------------------------------------------*
001960* REPORT LINES
001970*-----------------------------------------------------------*
001980 01  WS-REPORT-HEADING.
001990     05  FILLER               PIC X(50) VALUE
002000         "POLUX FINANCIAL - PAID LEAVE LIABILITY - RUN DATE ".
002010     05  WS-RH-RUN-DATE       PIC 9(06).
002020     05  FILLER               PIC X(76) VALUE SPACES.
002030 01  WS-UNVALUED-HEADING.
002040     05  FILLER               PIC X(52) VALUE
002050         "BALANCES NOT VALUED - PRIOR BOOKED VALUE LEFT AS IS".
002060     05  FILLER               PIC X(80) VALUE SPACES.
002070 01  WS-UNVALUED-COLUMNS.
002080     05  FILLER               PIC X(08) VALUE "EMPLOYEE".
002090     05  FILLER               PIC X(02) VALUE SPACES.
002100     05  FILLER               PIC X(04) VALUE "TYPE".
002110     05  FILLER               PIC X(12) VALUE "       HOURS".
002120     05  FILLER               PIC X(04) VALUE SPACES.
002130     05  FILLER               PIC X(30) VALUE "REASON".
002140     05  FILLER               PIC X(72) VALUE SPACES.
002150 01  WS-UNVALUED-LINE.
002160     05  WS-UL-EMPLOYEE-ID    PIC 9(05).
002170     05  FILLER               PIC X(06) VALUE SPACES.
002180     05  WS-UL-LEAVE-TYPE     PIC X(01).
002190     05  FILLER               PIC X(02) VALUE SPACES.
002200     05  WS-UL-HOURS          PIC Z,ZZZ,ZZ9.99.
002210     05  FILLER               PIC X(04) VALUE SPACES.
002220     05  WS-UL-REASON         PIC X(30).
002230     05  FILLER               PIC X(72) VALUE SPACES.
002240 01  WS-SUMMARY-HEADING.
002250     05  FILLER               PIC X(50) VALUE
002260         "LIABILITY BY DEPARTMENT AND LEAVE TYPE".
002270     05  FILLER               PIC X(82) VALUE SPACES.
002280 01  WS-SUMMARY-COLUMNS.
002290     05  FILLER               PIC X(06) VALUE "DEPT".
002300     05  FILLER               PIC X(22) VALUE "NAME".
002310     05  FILLER               PIC X(22) VALUE "LEAVE TYPE".
002320     05  FILLER               PIC X(14) VALUE "         HOURS".
002330     05  FILLER               PIC X(20) VALUE
002340         "     LIABILITY VALUE".
002350     05  FILLER               PIC X(20) VALUE
002360         "     CHANGE BOOKED".
002370     05  FILLER               PIC X(28) VALUE SPACES.
002380 01  WS-SUMMARY-LINE.
002390     05  WS-SL-DEPT-CODE      PIC X(04).
002400     05  FILLER               PIC X(02) VALUE SPACES.
002410     05  WS-SL-DEPT-NAME      PIC X(20).
002420     05  FILLER               PIC X(02) VALUE SPACES.
002430     05  WS-SL-TYPE           PIC X(01).
002440     05  FILLER               PIC X(01) VALUE SPACES.
002450     05  WS-SL-TYPE-DESC      PIC X(20).
002460     05  WS-SL-HOURS          PIC Z,ZZZ,ZZ9.99-.
002470     05  FILLER               PIC X(01) VALUE SPACES.
002480     05  WS-SL-VALUE          PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
002490     05  FILLER               PIC X(01) VALUE SPACES.
002500     05  WS-SL-CHANGE         PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
002510     05  FILLER               PIC X(29) VALUE SPACES.
002520 01  WS-TOTAL-LINE.
002530     05  WS-TL-LABEL          PIC X(40).
002540     05  WS-TL-AMOUNT         PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
002550     05  FILLER               PIC X(73) VALUE SPACES.
002560 01  WS-COUNT-LINE.
002570     05  WS-CL-LABEL          PIC X(40).
002580     05  WS-CL-COUNT          PIC ZZZ,ZZ9.
002590     05  FILLER               PIC X(85) VALUE SPACES.
002600 01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.
002610*
002620 01  WS-SWITCHES.
002630     05  WS-LVB-EOF-SWITCH    PIC X(01) VALUE 'N'.
002640         88  WS-LVB-END-OF-FILE        VALUE 'Y'.
002650         88  WS-LVB-NOT-END-OF-FILE    VALUE 'N'.
002660     05  WS-LP-EOF-SWITCH     PIC X(01) VALUE 'N'.
002670         88  WS-LP-END-OF-FILE         VALUE 'Y'.
002680         88  WS-LP-NOT-END-OF-FILE     VALUE 'N'.
002690     05  WS-DREF-EOF-SWITCH   PIC X(01) VALUE 'N'.
002700         88  WS-DREF-END-OF-FILE       VALUE 'Y'.
002710         88  WS-DREF-NOT-END-OF-FILE   VALUE 'N'.
002720     05  WS-RCTL-EOF-SWITCH   PIC X(01) VALUE 'N'.
002730         88  WS-RCTL-END-OF-FILE       VALUE 'Y'.
002740         88  WS-RCTL-NOT-END-OF-FILE   VALUE 'N'.
002750     05  WS-LP-FOUND-SW       PIC X(01) VALUE 'N'.
002760         88  WS-LP-FOUND               VALUE 'Y'.
002770         88  WS-LP-NOT-FOUND           VALUE 'N'.
002780     05  WS-DEPT-FOUND-SW     PIC X(01) VALUE 'N'.
002790         88  WS-DEPT-FOUND             VALUE 'Y'.
002800         88  WS-DEPT-NOT-FOUND         VALUE 'N'.
002810     05  WS-VALUED-SW         PIC X(01) VALUE 'N'.
002820         88  WS-BALANCE-VALUED         VALUE 'Y'.
002830         88  WS-BALANCE-NOT-VALUED     VALUE 'N'.
002840     05  WS-UNVALUED-HDR-SW   PIC X(01) VALUE 'N'.
002850         88  WS-UNVALUED-HDR-WRITTEN   VALUE 'Y'.
002860         88  WS-UNVALUED-HDR-NOT-WRITTEN VALUE 'N'.
002870*
002880 PROCEDURE DIVISION.
002890*
002900*=============================================================*
002910* 0000-MAINLINE - PROGRAM ENTRY POINT
002920*=============================================================*
002930 0000-MAINLINE.
002940     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002950     PERFORM 2000-PROCESS-ONE-BALANCE THRU 2000-EXIT
002960         UNTIL WS-LVB-END-OF-FILE
002970     PERFORM 3000-WRITE-SUMMARY THRU 3000-EXIT
002980     PERFORM 9000-TERMINATE THRU 9000-EXIT
002990     STOP RUN.
003000*
003010*=============================================================*
003020* 1000-INITIALIZE - CHECK THE RUN CONTROL FILE, LOAD THE PLAN
003030*                   AND DEPARTMENT TABLES, OPEN THE FILES AND
003040*                   POSITION THE LEAVE BALANCE FILE
003050*=============================================================*
003060 1000-INITIALIZE.
003070     ACCEPT WS-RUN-DATE FROM DATE
003080     PERFORM 1050-CHECK-RUN-CONTROL THRU 1050-EXIT
003090     PERFORM 1100-LOAD-LEAVE-PLANS THRU 1100-EXIT
003100     PERFORM 1200-LOAD-DEPARTMENTS THRU 1200-EXIT
003110     OPEN I-O LEAVE-BALANCE-FILE
003120     IF WS-LEAVE-BALANCE-STATUS NOT = "00"
003130         DISPLAY "LEAVE BALANCE FILE OPEN FAILED - STATUS "
003140             WS-LEAVE-BALANCE-STATUS
003150         MOVE 16 TO RETURN-CODE
003160         STOP RUN
003170     END-IF
003180     OPEN INPUT EMPLOYEE-MASTER
003190     IF WS-EMPLOYEE-MASTER-STATUS NOT = "00"
003200         DISPLAY "EMPLOYEE MASTER OPEN FAILED - STATUS "
003210             WS-EMPLOYEE-MASTER-STATUS
003220         CLOSE LEAVE-BALANCE-FILE
003230         MOVE 16 TO RETURN-CODE
003240         STOP RUN
003250     END-IF
003260     OPEN OUTPUT LIABILITY-REPORT-FILE
003270     IF WS-LIABILITY-REPORT-STATUS NOT = "00"
003280         DISPLAY "LIABILITY REPORT OPEN FAILED - STATUS "
003290             WS-LIABILITY-REPORT-STATUS
003300         CLOSE LEAVE-BALANCE-FILE
003310         CLOSE EMPLOYEE-MASTER
003320         MOVE 16 TO RETURN-CODE
003330         STOP RUN
003340     END-IF
003350     OPEN OUTPUT GL-INTERFACE-FILE
003360     IF WS-GL-INTERFACE-STATUS NOT = "00"
003370         DISPLAY "GL INTERFACE OPEN FAILED - STATUS "
003380             WS-GL-INTERFACE-STATUS
003390         CLOSE LEAVE-BALANCE-FILE
003400         CLOSE EMPLOYEE-MASTER
003410         CLOSE LIABILITY-REPORT-FILE
003420         MOVE 16 TO RETURN-CODE
003430         STOP RUN
003440     END-IF
003450     MOVE WS-RUN-DATE TO WS-RH-RUN-DATE
003460     WRITE LIABILITY-REPORT-LINE FROM WS-REPORT-HEADING
003470     WRITE LIABILITY-REPORT-LINE FROM WS-BLANK-LINE
003480     MOVE ZERO TO LVB-EMPLOYEE-ID
003490     MOVE LOW-VALUES TO LVB-LEAVE-TYPE
003500     START LEAVE-BALANCE-FILE KEY NOT LESS THAN LVB-KEY
003510         INVALID KEY
003520             SET WS-LVB-END-OF-FILE TO TRUE
003530     END-START
003540     IF WS-LVB-NOT-END-OF-FILE
003550         PERFORM 2100-READ-BALANCE-NEXT THRU 2100-EXIT
003560     END-IF.
003570 1000-EXIT.
003580     EXIT.
003590*
003600*-------------------------------------------------------------*
003610* 1050-CHECK-RUN-CONTROL - REFUSE TO VALUE THE BALANCES WHILE A
003620*                          PAYROLL RUN IS MARKED IN-FLIGHT ON
003630*                          THE SHARED RUN CONTROL FILE - THE
003640*                          BALANCES ARE HALF-POSTED AND THE RUN
003650*                          HOLDS THEM FOR UPDATE.  A MISSING
003660*                          CONTROL FILE GETS A CONSOLE NOTE AND
003670*                          THE RUN PROCEEDS.
003680*-------------------------------------------------------------*
003690 1050-CHECK-RUN-CONTROL.
003700     OPEN INPUT RUN-CONTROL-FILE
003710     IF WS-RUN-CONTROL-STATUS NOT = "00"
003720         DISPLAY "RUN CONTROL FILE NOT AVAILABLE - STATUS "
003730             WS-RUN-CONTROL-STATUS " - PROCEEDING"
003740         GO TO 1050-EXIT
003750     END-IF
003760     MOVE ZERO TO RCT-RUN-KEY
003770     START RUN-CONTROL-FILE KEY NOT LESS THAN RCT-RUN-KEY
003780         INVALID KEY
003790             SET WS-RCTL-END-OF-FILE TO TRUE
003800     END-START
003810     PERFORM 1060-SCAN-RUN-CONTROL THRU 1060-EXIT
003820         UNTIL WS-RCTL-END-OF-FILE
003830     CLOSE RUN-CONTROL-FILE.
003840 1050-EXIT.
003850     EXIT.
003860*
003870*-------------------------------------------------------------*
003880* 1060-SCAN-RUN-CONTROL - ONE CONTROL RECORD; ANY IN-FLIGHT
003890*                         MARK STOPS THE LIABILITY RUN
003900*-------------------------------------------------------------*
003910 1060-SCAN-RUN-CONTROL.
003920     READ RUN-CONTROL-FILE NEXT RECORD
003930         AT END
003940             SET WS-RCTL-END-OF-FILE TO TRUE
003950             GO TO 1060-EXIT
003960     END-READ
003970     IF RCT-RUN-IN-FLIGHT
003980         DISPLAY "PAYROLL RUN " RCT-RUN-DATE "/" RCT-RUN-NO
003990             " IS MARKED "
004000             "IN-FLIGHT - LEAVE LIABILITY RUN REFUSED"
004010         CLOSE RUN-CONTROL-FILE
004020         MOVE 8 TO RETURN-CODE
004030         STOP RUN
004040     END-IF.
004050 1060-EXIT.
004060     EXIT.
004070*
004080*-------------------------------------------------------------*
004090* 1100-LOAD-LEAVE-PLANS - LOAD THE PAID LEAVE PLAN INTO THE
004100*                         IN-STORAGE TABLE.  WITHOUT IT NO TYPE
004110*                         CAN BE VALUED, SO THE RUN STOPS.
004120*-------------------------------------------------------------*
004130 1100-LOAD-LEAVE-PLANS.
004140     OPEN INPUT LEAVE-PLAN-FILE
004150     IF WS-LEAVE-PLAN-STATUS NOT = "00"
004160         DISPLAY "LEAVE PLAN FILE OPEN FAILED - STATUS "
004170             WS-LEAVE-PLAN-STATUS
004180         MOVE 16 TO RETURN-CODE
004190         STOP RUN
004200     END-IF
004210     PERFORM 1110-READ-LEAVE-PLAN THRU 1110-EXIT
004220         UNTIL WS-LP-END-OF-FILE
004230     CLOSE LEAVE-PLAN-FILE.
004240 1100-EXIT.
004250     EXIT.
004260*
004270*-------------------------------------------------------------*
004280* 1110-READ-LEAVE-PLAN - LOAD ONE LEAVE PLAN RECORD.  BLANK
004290*                        TYPES ARE IGNORED; A FOURTH TYPE STOPS
004300*                        THE RUN.
004310*-------------------------------------------------------------*
004320 1110-READ-LEAVE-PLAN.
004330     READ LEAVE-PLAN-FILE
004340         AT END
004350             SET WS-LP-END-OF-FILE TO TRUE
004360             GO TO 1110-EXIT
004370     END-READ
004380     IF LVP-LEAVE-TYPE = SPACES
004390         GO TO 1110-EXIT
004400     END-IF
004410     IF WS-LP-COUNT NOT LESS THAN 3
004420         DISPLAY "LEAVE PLAN TABLE FULL AT TYPE "
004430             LVP-LEAVE-TYPE " - RUN STOPPED"
004440         CLOSE LEAVE-PLAN-FILE
004450         MOVE 16 TO RETURN-CODE
004460         STOP RUN
004470     END-IF
004480     ADD 1 TO WS-LP-COUNT
004490     SET WS-LP-IDX TO WS-LP-COUNT
004500     MOVE LVP-LEAVE-TYPE        TO WS-LP-TYPE (WS-LP-IDX)
004510     MOVE LVP-DESCRIPTION       TO WS-LP-DESCRIPTION (WS-LP-IDX)
004520     MOVE LVP-PAYOUT-SW         TO WS-LP-PAYOUT-SW (WS-LP-IDX)
004530     IF LVP-LIABILITY-ACCOUNT = SPACES
004540         MOVE "21600000" TO WS-LP-LIAB-ACCOUNT (WS-LP-IDX)
004550     ELSE
004560         MOVE LVP-LIABILITY-ACCOUNT
004570             TO WS-LP-LIAB-ACCOUNT (WS-LP-IDX)
004580     END-IF.
004590 1110-EXIT.
004600     EXIT.
004610*
004620*-------------------------------------------------------------*
004630* 1150-FIND-LEAVE-PLAN - LOOK THE CURRENT BALANCE'S LEAVE TYPE
004640*                        UP IN THE PLAN TABLE.  ON A MATCH
004650*                        WS-LP-USE-IDX POINTS AT THE ENTRY.
004660*-------------------------------------------------------------*
004670 1150-FIND-LEAVE-PLAN.
004680     SET WS-LP-NOT-FOUND TO TRUE
004690     PERFORM 1152-MATCH-LEAVE-PLAN THRU 1152-EXIT
004700         VARYING WS-LP-IDX FROM 1 BY 1
004710         UNTIL WS-LP-IDX > WS-LP-COUNT
004720            OR WS-LP-FOUND.
004730 1150-EXIT.
004740     EXIT.
004750*
004760*-------------------------------------------------------------*
004770* 1152-MATCH-LEAVE-PLAN - REMEMBER THE TABLE SLOT WHOSE TYPE
004780*                         MATCHES THE BALANCE'S
004790*-------------------------------------------------------------*
004800 1152-MATCH-LEAVE-PLAN.
004810     IF LVB-LEAVE-TYPE = WS-LP-TYPE (WS-LP-IDX)
004820         SET WS-LP-FOUND TO TRUE
004830         SET WS-LP-USE-IDX TO WS-LP-IDX
004840     END-IF.
004850 1152-EXIT.
004860     EXIT.
004870*
004880*-------------------------------------------------------------*
004890* 1200-LOAD-DEPARTMENTS - LOAD THE DEPARTMENT REFERENCE MASTER
004900*                         INTO THE ACCUMULATOR TABLE AND ADD THE
004910*                         "****" CATCH-ALL AFTER IT, CHARGED TO
004920*                         THE OLD COMPANY-WIDE SALARY ACCOUNT.
004930*-------------------------------------------------------------*
004940 1200-LOAD-DEPARTMENTS.
004950     INITIALIZE WS-DEPT-TABLE
004960     INITIALIZE WS-TYPE-GRAND-TOTALS
004970     OPEN INPUT DEPARTMENT-FILE
004980     IF WS-DEPARTMENT-STATUS NOT = "00"
004990         DISPLAY "DEPARTMENT REFERENCE OPEN FAILED - STATUS "
005000             WS-DEPARTMENT-STATUS
005010         MOVE 16 TO RETURN-CODE
005020         STOP RUN
005030     END-IF
005040     PERFORM 1210-READ-DEPARTMENT THRU 1210-EXIT
005050         UNTIL WS-DREF-END-OF-FILE
005060     CLOSE DEPARTMENT-FILE
005070     ADD 1 TO WS-DEPT-COUNT
005080     SET WS-DEPT-IDX TO WS-DEPT-COUNT
005090     MOVE "****"         TO WS-DEPT-CODE (WS-DEPT-IDX)
005100     MOVE "NOT ON REFERENCE" TO WS-DEPT-NAME (WS-DEPT-IDX)
005110     MOVE "51000000"     TO WS-DEPT-GL-ACCOUNT (WS-DEPT-IDX).
005120 1200-EXIT.
005130     EXIT.
005140*
005150*-------------------------------------------------------------*
005160* 1210-READ-DEPARTMENT - LOAD ONE REFERENCE RECORD.  BLANK
005170*                        CODES ARE IGNORED; A FULL TABLE STOPS
005180*                        THE RUN.  A DEPARTMENT WITH NO COST
005190*                        CENTER IS CHARGED TO THE COMPANY-WIDE
005200*                        SALARY ACCOUNT.
005210*-------------------------------------------------------------*
005220 1210-READ-DEPARTMENT.
005230     READ DEPARTMENT-FILE
005240         AT END
005250             SET WS-DREF-END-OF-FILE TO TRUE
005260             GO TO 1210-EXIT
005270     END-READ
005280     IF DPT-CODE = SPACES
005290         GO TO 1210-EXIT
005300     END-IF
005310     IF WS-DEPT-COUNT NOT LESS THAN 100
005320         DISPLAY "DEPARTMENT REFERENCE TABLE FULL - RUN "
005330             "STOPPED"
005340         CLOSE DEPARTMENT-FILE
005350         MOVE 16 TO RETURN-CODE
005360         STOP RUN
005370     END-IF
005380     ADD 1 TO WS-DEPT-COUNT
005390     SET WS-DEPT-IDX TO WS-DEPT-COUNT
005400     MOVE DPT-CODE           TO WS-DEPT-CODE (WS-DEPT-IDX)
005410     MOVE DPT-NAME           TO WS-DEPT-NAME (WS-DEPT-IDX)
005420     IF DPT-GL-COST-CENTER = SPACES
005430         MOVE "51000000" TO WS-DEPT-GL-ACCOUNT (WS-DEPT-IDX)
005440     ELSE
005450         MOVE DPT-GL-COST-CENTER
005460             TO WS-DEPT-GL-ACCOUNT (WS-DEPT-IDX)
005470     END-IF.
005480 1210-EXIT.
005490     EXIT.
005500*
005510*-------------------------------------------------------------*
005520* 1250-FIND-DEPARTMENT - LOOK A DEPARTMENT CODE UP IN THE
005530*                        TABLE.  THE CALLER PUTS THE CODE IN
005540*                        WS-DEPT-LOOKUP-CODE; WS-DEPT-USE-IDX
005550*                        COMES BACK POINTING AT THE MATCH, OR AT
005560*                        THE "****" CATCH-ALL WHEN THERE IS NONE.
005570*-------------------------------------------------------------*
005580 1250-FIND-DEPARTMENT.
005590     SET WS-DEPT-NOT-FOUND TO TRUE
005600     PERFORM 1252-MATCH-DEPARTMENT THRU 1252-EXIT
005610         VARYING WS-DEPT-IDX FROM 1 BY 1
005620         UNTIL WS-DEPT-IDX NOT LESS THAN WS-DEPT-COUNT
005630            OR WS-DEPT-FOUND
005640     IF WS-DEPT-NOT-FOUND
005650         SET WS-DEPT-USE-IDX TO WS-DEPT-COUNT
005660     END-IF.
005670 1250-EXIT.
005680     EXIT.
005690*
005700*-------------------------------------------------------------*
005710* 1252-MATCH-DEPARTMENT - REMEMBER THE TABLE SLOT WHOSE CODE
005720*                         MATCHES THE ONE BEING LOOKED UP
005730*-------------------------------------------------------------*
005740 1252-MATCH-DEPARTMENT.
005750     IF WS-DEPT-LOOKUP-CODE = WS-DEPT-CODE (WS-DEPT-IDX)
005760         SET WS-DEPT-FOUND TO TRUE
005770         SET WS-DEPT-USE-IDX TO WS-DEPT-IDX
005780     END-IF.
005790 1252-EXIT.
005800     EXIT.
005810*
005820*=============================================================*
005830* 2000-PROCESS-ONE-BALANCE - VALUE ONE LEAVE BALANCE, ADD IT TO
005840*                            ITS DEPARTMENT AND TYPE, AND STAMP
005850*                            THE NEW BOOKED VALUE ON THE RECORD.
005860*                            A TYPE NOT PAID OUT AT TERMINATION
005870*                            CARRIES NO LIABILITY - ANYTHING
005880*                            BOOKED FOR IT BEFORE IS RELEASED.
005890*=============================================================*
005900 2000-PROCESS-ONE-BALANCE.
005910     ADD 1 TO WS-BALANCE-COUNT
005920     IF LVB-BOOKED-LIABILITY NOT NUMERIC
005930         MOVE ZERO TO WS-OLD-LIABILITY
005940     ELSE
005950         MOVE LVB-BOOKED-LIABILITY TO WS-OLD-LIABILITY
005960     END-IF
005970     MOVE ZERO TO WS-NEW-LIABILITY
005980     MOVE ZERO TO WS-HOURLY-RATE
005990     SET WS-BALANCE-VALUED TO TRUE
006000     MOVE LVB-EMPLOYEE-ID TO EMM-EMPLOYEE-ID
006010     READ EMPLOYEE-MASTER
006020         INVALID KEY
006030             MOVE "NO EMPLOYEE MASTER RECORD"
006040                 TO WS-UNVALUED-REASON
006050             SET WS-BALANCE-NOT-VALUED TO TRUE
006060     END-READ
006070     PERFORM 1150-FIND-LEAVE-PLAN THRU 1150-EXIT
006080     IF WS-BALANCE-VALUED
006090        AND WS-LP-NOT-FOUND
006100         MOVE "LEAVE TYPE NOT ON PLAN" TO WS-UNVALUED-REASON
006110         SET WS-BALANCE-NOT-VALUED TO TRUE
006120     END-IF
006130     IF WS-BALANCE-VALUED
006140        AND WS-LP-PAID-AT-TERM (WS-LP-USE-IDX)
006150         PERFORM 2200-VALUE-BALANCE THRU 2200-EXIT
006160     END-IF
006170     IF WS-BALANCE-NOT-VALUED
006180         PERFORM 2300-LIST-UNVALUED THRU 2300-EXIT
006190         PERFORM 2100-READ-BALANCE-NEXT THRU 2100-EXIT
006200         GO TO 2000-EXIT
006210     END-IF
006220     ADD 1 TO WS-VALUED-COUNT
006230     COMPUTE WS-LIABILITY-CHANGE =
006240         WS-NEW-LIABILITY - WS-OLD-LIABILITY
006250     MOVE EMM-DEPT-CODE TO WS-DEPT-LOOKUP-CODE
006260     PERFORM 1250-FIND-DEPARTMENT THRU 1250-EXIT
006270     SET WS-TYPE-SUB TO WS-LP-USE-IDX
006280     IF WS-LP-PAID-AT-TERM (WS-LP-USE-IDX)
006290         ADD LVB-BALANCE
006300             TO WS-DT-HOURS (WS-DEPT-USE-IDX, WS-TYPE-SUB)
006310     END-IF
006320     ADD WS-NEW-LIABILITY
006330         TO WS-DT-VALUE (WS-DEPT-USE-IDX, WS-TYPE-SUB)
006340     ADD WS-LIABILITY-CHANGE
006350         TO WS-DT-CHANGE (WS-DEPT-USE-IDX, WS-TYPE-SUB)
006360     MOVE WS-NEW-LIABILITY TO LVB-BOOKED-LIABILITY
006370     MOVE WS-RUN-DATE      TO LVB-BOOKED-DATE
006380     REWRITE LEAVE-BALANCE-RECORD
006390     IF WS-LEAVE-BALANCE-STATUS NOT = "00"
006400         PERFORM 2900-ABORT-BALANCE-UPDATE THRU 2900-EXIT
006410     END-IF
006420     PERFORM 2100-READ-BALANCE-NEXT THRU 2100-EXIT.
006430 2000-EXIT.
006440     EXIT.
006450*
006460*-------------------------------------------------------------*
006470* 2100-READ-BALANCE-NEXT - NEXT LEAVE BALANCE IN KEY ORDER
006480*-------------------------------------------------------------*
006490 2100-READ-BALANCE-NEXT.
006500     READ LEAVE-BALANCE-FILE NEXT RECORD
006510         AT END
006520             SET WS-LVB-END-OF-FILE TO TRUE
006530     END-READ.
006540 2100-EXIT.
006550     EXIT.
006560*
006570*-------------------------------------------------------------*
006580* 2200-VALUE-BALANCE - HOURS ON THE BALANCE AT THE EMPLOYEE'S
006590*                      MASTER HOURLY RATE, THE SAME RATE A
006600*                      FINAL-PAY PAYOUT USES.  NO RATE ON FILE
006610*                      OR A VALUE TOO LARGE TO HOLD LEAVES THE
006620*                      BALANCE UNVALUED.
006630*-------------------------------------------------------------*
006640 2200-VALUE-BALANCE.
006650     IF EMM-HOURLY-RATE NUMERIC
006660         MOVE EMM-HOURLY-RATE TO WS-HOURLY-RATE
006670     END-IF
006680     IF WS-HOURLY-RATE = ZERO
006690         MOVE "NO HOURLY RATE ON MASTER" TO WS-UNVALUED-REASON
006700         SET WS-BALANCE-NOT-VALUED TO TRUE
006710         GO TO 2200-EXIT
006720     END-IF
006730     COMPUTE WS-NEW-LIABILITY ROUNDED =
006740         LVB-BALANCE * WS-HOURLY-RATE
006750         ON SIZE ERROR
006760             MOVE "VALUE TOO LARGE" TO WS-UNVALUED-REASON
006770             SET WS-BALANCE-NOT-VALUED TO TRUE
006780     END-COMPUTE.
006790 2200-EXIT.
006800     EXIT.
006810*
006820*-------------------------------------------------------------*
006830* 2300-LIST-UNVALUED - ONE LINE FOR A BALANCE THAT COULD NOT BE
006840*                      VALUED.  ITS RECORD IS NOT REWRITTEN, SO
006850*                      THE VALUE BOOKED LAST TIME STANDS.
006860*-------------------------------------------------------------*
006870 2300-LIST-UNVALUED.
006880     ADD 1 TO WS-UNVALUED-COUNT
006890     IF WS-UNVALUED-HDR-NOT-WRITTEN
006900         WRITE LIABILITY-REPORT-LINE FROM WS-UNVALUED-HEADING
006910         WRITE LIABILITY-REPORT-LINE FROM WS-UNVALUED-COLUMNS
006920         SET WS-UNVALUED-HDR-WRITTEN TO TRUE
006930     END-IF
006940     MOVE LVB-EMPLOYEE-ID    TO WS-UL-EMPLOYEE-ID
006950     MOVE LVB-LEAVE-TYPE     TO WS-UL-LEAVE-TYPE
006960     MOVE LVB-BALANCE        TO WS-UL-HOURS
006970     MOVE WS-UNVALUED-REASON TO WS-UL-REASON
006980     WRITE LIABILITY-REPORT-LINE FROM WS-UNVALUED-LINE.
006990 2300-EXIT.
007000     EXIT.
007010*
007020*-------------------------------------------------------------*
007030* 2900-ABORT-BALANCE-UPDATE - A BALANCE REWRITE FAILED.  NOTHING
007040*                             HAS BEEN POSTED TO THE LEDGER YET,
007050*                             BUT RECORDS ALREADY STAMPED CARRY
007060*                             THEIR NEW BOOKED VALUE - RESTORE THE
007070*                             LEAVE BALANCE FILE FROM THE NIGHTLY
007080*                             BACKUP BEFORE RERUNNING.
007090*-------------------------------------------------------------*
007100 2900-ABORT-BALANCE-UPDATE.
007110     DISPLAY "LEAVE BALANCE REWRITE FAILED - EMPLOYEE "
007120         LVB-EMPLOYEE-ID " TYPE " LVB-LEAVE-TYPE
007130         " STATUS " WS-LEAVE-BALANCE-STATUS
007140     CLOSE LEAVE-BALANCE-FILE
007150     CLOSE EMPLOYEE-MASTER
007160     CLOSE LIABILITY-REPORT-FILE
007170     CLOSE GL-INTERFACE-FILE
007180     MOVE 16 TO RETURN-CODE
007190     STOP RUN.
007200 2900-EXIT.
007210     EXIT.
007220*
007230*=============================================================*
007240* 3000-WRITE-SUMMARY - ONE REPORT LINE AND ONE PAIR OF LEDGER
007250*                      ENTRIES PER DEPARTMENT AND LEAVE TYPE,
007260*                      THEN THE COMPANY TOTALS BY TYPE
007270*=============================================================*
007280 3000-WRITE-SUMMARY.
007290     WRITE LIABILITY-REPORT-LINE FROM WS-BLANK-LINE
007300     WRITE LIABILITY-REPORT-LINE FROM WS-SUMMARY-HEADING
007310     WRITE LIABILITY-REPORT-LINE FROM WS-SUMMARY-COLUMNS
007320     PERFORM 3100-WRITE-ONE-DEPARTMENT THRU 3100-EXIT
007330         VARYING WS-DEPT-IDX FROM 1 BY 1
007340         UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
007350     WRITE LIABILITY-REPORT-LINE FROM WS-BLANK-LINE
007360     PERFORM 3300-WRITE-TYPE-TOTAL THRU 3300-EXIT
007370         VARYING WS-TYPE-SUB FROM 1 BY 1
007380         UNTIL WS-TYPE-SUB > WS-LP-COUNT.
007390 3000-EXIT.
007400     EXIT.
007410*
007420*-------------------------------------------------------------*
007430* 3100-WRITE-ONE-DEPARTMENT - EVERY PLAN TYPE FOR ONE
007440*                             DEPARTMENT
007450*-------------------------------------------------------------*
007460 3100-WRITE-ONE-DEPARTMENT.
007470     PERFORM 3200-WRITE-DEPT-TYPE THRU 3200-EXIT
007480         VARYING WS-TYPE-SUB FROM 1 BY 1
007490         UNTIL WS-TYPE-SUB > WS-LP-COUNT.
007500 3100-EXIT.
007510     EXIT.
007520*
007530*-------------------------------------------------------------*
007540* 3200-WRITE-DEPT-TYPE - ONE DEPARTMENT AND TYPE.  A COMBINATION
007550*                        WITH NO HOURS, NO VALUE AND NO CHANGE
007560*                        PRINTS NOTHING.  A NON-ZERO CHANGE IS
007570*                        BOOKED AS LEAVE ACCRUAL EXPENSE TO THE
007580*                        DEPARTMENT'S COST CENTER AGAINST THE
007590*                        TYPE'S LIABILITY ACCOUNT; A DECREASE
007600*                        REVERSES THE SIDES.
007610*-------------------------------------------------------------*
007620 3200-WRITE-DEPT-TYPE.
007630     IF WS-DT-HOURS (WS-DEPT-IDX, WS-TYPE-SUB) = ZERO
007640        AND WS-DT-VALUE (WS-DEPT-IDX, WS-TYPE-SUB) = ZERO
007650        AND WS-DT-CHANGE (WS-DEPT-IDX, WS-TYPE-SUB) = ZERO
007660         GO TO 3200-EXIT
007670     END-IF
007680     SET WS-LP-IDX TO WS-TYPE-SUB
007690     MOVE WS-DEPT-CODE (WS-DEPT-IDX)  TO WS-SL-DEPT-CODE
007700     MOVE WS-DEPT-NAME (WS-DEPT-IDX)  TO WS-SL-DEPT-NAME
007710     MOVE WS-LP-TYPE (WS-LP-IDX)      TO WS-SL-TYPE
007720     MOVE WS-LP-DESCRIPTION (WS-LP-IDX) TO WS-SL-TYPE-DESC
007730     MOVE WS-DT-HOURS (WS-DEPT-IDX, WS-TYPE-SUB)  TO WS-SL-HOURS
007740     MOVE WS-DT-VALUE (WS-DEPT-IDX, WS-TYPE-SUB)  TO WS-SL-VALUE
007750     MOVE WS-DT-CHANGE (WS-DEPT-IDX, WS-TYPE-SUB) TO WS-SL-CHANGE
007760     WRITE LIABILITY-REPORT-LINE FROM WS-SUMMARY-LINE
007770     ADD WS-DT-HOURS (WS-DEPT-IDX, WS-TYPE-SUB)
007780         TO WS-TG-HOURS (WS-TYPE-SUB)
007790     ADD WS-DT-VALUE (WS-DEPT-IDX, WS-TYPE-SUB)
007800         TO WS-TG-VALUE (WS-TYPE-SUB)
007810     ADD WS-DT-CHANGE (WS-DEPT-IDX, WS-TYPE-SUB)
007820         TO WS-TG-CHANGE (WS-TYPE-SUB)
007830     IF WS-DT-CHANGE (WS-DEPT-IDX, WS-TYPE-SUB) = ZERO
007840         GO TO 3200-EXIT
007850     END-IF
007860     MOVE SPACES TO GL-POSTING-RECORD
007870     MOVE WS-DEPT-GL-ACCOUNT (WS-DEPT-IDX) TO GLI-ACCOUNT
007880     STRING "LEAVE ACCRUAL "
007890             WS-DEPT-CODE (WS-DEPT-IDX) " "
007900             WS-LP-TYPE (WS-LP-IDX)
007910         DELIMITED BY SIZE INTO GLI-DESCRIPTION
007920     IF WS-DT-CHANGE (WS-DEPT-IDX, WS-TYPE-SUB) > ZERO
007930         MOVE "D" TO GLI-DEBIT-CREDIT
007940         MOVE WS-DT-CHANGE (WS-DEPT-IDX, WS-TYPE-SUB)
007950             TO GLI-AMOUNT
007960     ELSE
007970         MOVE "C" TO GLI-DEBIT-CREDIT
007980         COMPUTE GLI-AMOUNT =
007990             0 - WS-DT-CHANGE (WS-DEPT-IDX, WS-TYPE-SUB)
008000     END-IF
008010     PERFORM 3250-WRITE-GL-RECORD THRU 3250-EXIT
008020     MOVE WS-LP-LIAB-ACCOUNT (WS-LP-IDX) TO GLI-ACCOUNT
008030     STRING "ACCRUED LEAVE "
008040             WS-DEPT-CODE (WS-DEPT-IDX) " "
008050             WS-LP-TYPE (WS-LP-IDX)
008060         DELIMITED BY SIZE INTO GLI-DESCRIPTION
008070     IF WS-DT-CHANGE (WS-DEPT-IDX, WS-TYPE-SUB) > ZERO
008080         MOVE "C" TO GLI-DEBIT-CREDIT
008090     ELSE
008100         MOVE "D" TO GLI-DEBIT-CREDIT
008110     END-IF
008120     PERFORM 3250-WRITE-GL-RECORD THRU 3250-EXIT.
008130 3200-EXIT.
008140     EXIT.
008150*
008160*-------------------------------------------------------------*
008170* 3250-WRITE-GL-RECORD - STAMP AND WRITE ONE LEDGER ENTRY
008180*-------------------------------------------------------------*
008190 3250-WRITE-GL-RECORD.
008200     MOVE WS-RUN-DATE TO GLI-RUN-DATE
008210     MOVE "L"         TO GLI-RUN-TYPE
008220     MOVE ZERO        TO GLI-RUN-NO
008230     WRITE GL-POSTING-RECORD
008240     ADD 1 TO WS-GL-RECORD-COUNT.
008250 3250-EXIT.
008260     EXIT.
008270*
008280*-------------------------------------------------------------*
008290* 3300-WRITE-TYPE-TOTAL - COMPANY TOTALS FOR ONE LEAVE TYPE
008300*-------------------------------------------------------------*
008310 3300-WRITE-TYPE-TOTAL.
008320     SET WS-LP-IDX TO WS-TYPE-SUB
008330     MOVE SPACES TO WS-SUMMARY-LINE
008340     MOVE "CO"                        TO WS-SL-DEPT-CODE
008350     MOVE "COMPANY TOTAL"             TO WS-SL-DEPT-NAME
008360     MOVE WS-LP-TYPE (WS-LP-IDX)      TO WS-SL-TYPE
008370     MOVE WS-LP-DESCRIPTION (WS-LP-IDX) TO WS-SL-TYPE-DESC
008380     MOVE WS-TG-HOURS (WS-TYPE-SUB)   TO WS-SL-HOURS
008390     MOVE WS-TG-VALUE (WS-TYPE-SUB)   TO WS-SL-VALUE
008400     MOVE WS-TG-CHANGE (WS-TYPE-SUB)  TO WS-SL-CHANGE
008410     WRITE LIABILITY-REPORT-LINE FROM WS-SUMMARY-LINE
008420     ADD WS-TG-VALUE (WS-TYPE-SUB)  TO WS-GRAND-VALUE
008430     ADD WS-TG-CHANGE (WS-TYPE-SUB) TO WS-GRAND-CHANGE.
008440 3300-EXIT.
008450     EXIT.
008460*
008470*=============================================================*
008480* 9000-TERMINATE - COMPANY TOTALS AND COUNTS, CLOSE THE FILES,
008490*                  SET THE RETURN CODE
008500*=============================================================*
008510 9000-TERMINATE.
008520     WRITE LIABILITY-REPORT-LINE FROM WS-BLANK-LINE
008530     MOVE "TOTAL LEAVE LIABILITY:" TO WS-TL-LABEL
008540     MOVE WS-GRAND-VALUE TO WS-TL-AMOUNT
008550     WRITE LIABILITY-REPORT-LINE FROM WS-TOTAL-LINE
008560     MOVE "TOTAL CHANGE BOOKED THIS RUN:" TO WS-TL-LABEL
008570     MOVE WS-GRAND-CHANGE TO WS-TL-AMOUNT
008580     WRITE LIABILITY-REPORT-LINE FROM WS-TOTAL-LINE
008590     MOVE "LEAVE BALANCES READ:" TO WS-CL-LABEL
008600     MOVE WS-BALANCE-COUNT TO WS-CL-COUNT
008610     WRITE LIABILITY-REPORT-LINE FROM WS-COUNT-LINE
008620     MOVE "LEAVE BALANCES VALUED:" TO WS-CL-LABEL
008630     MOVE WS-VALUED-COUNT TO WS-CL-COUNT
008640     WRITE LIABILITY-REPORT-LINE FROM WS-COUNT-LINE
008650     MOVE "LEAVE BALANCES NOT VALUED:" TO WS-CL-LABEL
008660     MOVE WS-UNVALUED-COUNT TO WS-CL-COUNT
008670     WRITE LIABILITY-REPORT-LINE FROM WS-COUNT-LINE
008680     MOVE "GL INTERFACE RECORDS WRITTEN:" TO WS-CL-LABEL
008690     MOVE WS-GL-RECORD-COUNT TO WS-CL-COUNT
008700     WRITE LIABILITY-REPORT-LINE FROM WS-COUNT-LINE
008710     CLOSE LEAVE-BALANCE-FILE
008720     CLOSE EMPLOYEE-MASTER
008730     CLOSE LIABILITY-REPORT-FILE
008740     CLOSE GL-INTERFACE-FILE
008750     DISPLAY "LEAVE LIABILITY COMPLETE - " WS-BALANCE-COUNT
008760         " BALANCES, " WS-UNVALUED-COUNT " NOT VALUED"
008770     IF WS-UNVALUED-COUNT > ZERO
008780         MOVE 4 TO RETURN-CODE
008790     END-IF.
008800 9000-EXIT.
008810     EXIT.
