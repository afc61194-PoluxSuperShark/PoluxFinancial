000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. Retropay. *> @CBL.Polux.bank.retropay
000030 AUTHOR. D. OKONKWO.
000040 INSTALLATION. POLUX FINANCIAL - PAYROLL SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*-----------------------------------------------------------*
000090* MODIFICATION HISTORY
000100*-----------------------------------------------------------*
000110*  DATE       INIT  DESCRIPTION
000120*  10/15/2026 DO    ORIGINAL VERSION - RETROACTIVE PAY FOR A
000130*                   BACK-DATED RATE CHANGE.  EACH REQUEST CARD
000140*                   NAMES AN EMPLOYEE OR A DEPARTMENT, THE NEW
000150*                   HOURLY RATE AND ITS EFFECTIVE DATE.  THE PAY
000160*                   HISTORY OF EVERY EMPLOYEE SELECTED IS WALKED
000170*                   FROM THE EFFECTIVE DATE: EACH HOURLY OR LEAVE
000180*                   POSTING NOT SINCE REVERSED IS RE-PRICED AT THE
000190*                   NEW RATE (TIME AND A HALF OVER 40 HOURS, AS
000200*                   TAXES PAYS IT) AND THE DIFFERENCE FROM WHAT
000210*                   WAS PAID IS THE UNDERPAID GROSS.  A POSTING
000220*                   ALREADY BROUGHT UP BY AN EARLIER RETRO
000230*                   ADJUSTMENT - POSTED, OR APPROVED AND WAITING
000240*                   FOR THE NIGHTLY CYCLE - IS PRICED FROM THAT
000250*                   RATE, SO THE SAME DIFFERENCE IS NEVER PAID
000260*                   TWICE.  A REGISTER RUN PRINTS THE RETRO
000270*                   REGISTER WITH ITS CONTROL COUNT AND TOTAL AND
000280*                   RELEASES NOTHING.  AN APPROVAL RUN - THE SAME
000290*                   REQUEST CARDS UNDER AN APPROVE CARD QUOTING
000300*                   THE REGISTER'S CONTROL FIGURES, KEYED BY A
000310*                   USER OTHER THAN THE ONE WHO RAN THE REGISTER -
000320*                   RECOMPUTES THE REGISTER AND, WHEN IT STILL
000330*                   AGREES, APPENDS ONE MARKED ADJUSTMENT RECORD
000340*                   PER EMPLOYEE TO THE APPROVED RETRO FILE, WHICH
000350*                   THE NEXT NIGHTLY CYCLE MERGES INTO ITS
000360*                   EMPLOYEE FILE (RETROMRG).  REFUSES TO START
000370*                   WHILE A PAYROLL RUN IS MARKED IN-FLIGHT.
000380*  10/15/2026 DO    THE FUNCTION, REQUESTER AND APPROVED CONTROL
000390*                   FIGURES ARE KEPT IN WORKING STORAGE WHEN THE
000400*                   FUNCTION CARD IS READ - THE REQUEST CARDS
000410*                   READ AFTER IT OVERLAID THEM, SO AN APPROVAL
000420*                   RUN NEVER RELEASED.  A FAILED WRITE TO THE
000430*                   APPROVED RETRO FILE NOW ENDS RC 16.
000440*-----------------------------------------------------------*
000450*
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480*
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT RETRO-PARM-FILE ASSIGN TO RETPARM
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-RETRO-PARM-STATUS.
000540*
000550     SELECT EMPLOYEE-MASTER ASSIGN TO EMPMSTR
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS EMM-EMPLOYEE-ID
000590         FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.
000600*
000610     SELECT PAY-HISTORY-FILE ASSIGN TO PAYHIST
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS PHR-KEY
000650         FILE STATUS IS WS-PAY-HISTORY-STATUS.
000660*
000670     SELECT RETRO-ADJUST-FILE ASSIGN TO RETROADJ
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-RETRO-ADJUST-STATUS.
000700*
000710     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS RCT-RUN-KEY
000750         FILE STATUS IS WS-RUN-CONTROL-STATUS.
000760*
000770     SELECT RETRO-REPORT-FILE ASSIGN TO RETRPT
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS WS-RETRO-REPORT-STATUS.
000800*
000810 DATA DIVISION.
000820 FILE SECTION.
000830*
000840*-----------------------------------------------------------*
000850* PARAMETER CARDS.  THE FIRST CARD SAYS WHAT THE RUN IS:
000860*   REGISTER USERID                            - REGISTER ONLY
000870*   APPROVE  USERID   REQUESTR NNNNN NNNNNNNNNNN
000880*            - RELEASE THE REGISTER RUN BY REQUESTR, WHOSE
000890*              CONTROL COUNT AND TOTAL (NO DECIMAL POINT) ARE
000900*              QUOTED.  THE APPROVER MUST BE SOMEONE ELSE.
000910* EVERY CARD AFTER IT IS A REQUEST:
000920*   RETRO E 00123 002550 260901 REASON
000930*   RETRO D ACCT  002550 260901 REASON
000940*   - E FOR ONE EMPLOYEE, D FOR A WHOLE DEPARTMENT; THE NEW
000950*     HOURLY RATE WITH TWO IMPLIED DECIMALS; THE EFFECTIVE
000960*     DATE YYMMDD.
000970*-----------------------------------------------------------*
000980 FD  RETRO-PARM-FILE
000990     LABEL RECORDS ARE STANDARD
001000     RECORDING MODE IS F.
001010 01  RETRO-PARM-CARD.
001020     05  RPC-FUNCTION              PIC X(08).
001030         88  RPC-REGISTER                  VALUE "REGISTER".
001040         88  RPC-APPROVE                   VALUE "APPROVE ".
001050     05  FILLER                    PIC X(01).
001060     05  RPC-USER-ID               PIC X(08).
001070     05  FILLER                    PIC X(01).
001080     05  RPC-REQUESTER-ID          PIC X(08).
001090     05  FILLER                    PIC X(01).
001100     05  RPC-CONTROL-COUNT         PIC 9(05).
001110     05  FILLER                    PIC X(01).
001120     05  RPC-CONTROL-TOTAL         PIC 9(09)V99.
001130     05  FILLER                    PIC X(36).
001140 01  RETRO-REQUEST-CARD REDEFINES RETRO-PARM-CARD.
001150     05  RRQ-CARD-ID               PIC X(05).
001160     05  FILLER                    PIC X(01).
001170     05  RRQ-SELECT                PIC X(01).
001180         88  RRQ-BY-EMPLOYEE               VALUE 'E'.
001190         88  RRQ-BY-DEPARTMENT             VALUE 'D'.
001200     05  FILLER                    PIC X(01).
001210     05  RRQ-KEY                   PIC X(05).
001220     05  RRQ-EMPLOYEE-ID REDEFINES RRQ-KEY
001230                                   PIC 9(05).
001240     05  FILLER                    PIC X(01).
001250     05  RRQ-NEW-RATE              PIC 9(04)V99.
001260     05  FILLER                    PIC X(01).
001270     05  RRQ-EFF-DATE              PIC 9(06).
001280     05  RRQ-EFF-DATE-X REDEFINES RRQ-EFF-DATE.
001290         10  RRQ-EFF-YY            PIC 9(02).
001300         10  RRQ-EFF-MM            PIC 9(02).
001310         10  RRQ-EFF-DD            PIC 9(02).
001320     05  FILLER                    PIC X(01).
001330     05  RRQ-REASON                PIC X(40).
001340     05  FILLER                    PIC X(12).
001350*
001360 FD  EMPLOYEE-MASTER
001370     LABEL RECORDS ARE STANDARD.
001380     COPY EMPMSTR.
001390*
001400 FD  PAY-HISTORY-FILE
001410     LABEL RECORDS ARE STANDARD.
001420     COPY PAYHIST.
001430*
001440*-----------------------------------------------------------*
001450* APPROVED RETRO FILE - MARKED ADJUSTMENT RECORDS IN THE
001460* EMPLOYEE FILE LAYOUT, WAITING FOR THE NEXT NIGHTLY CYCLE.
001470*-----------------------------------------------------------*
001480 FD  RETRO-ADJUST-FILE
001490     LABEL RECORDS ARE STANDARD
001500     RECORDING MODE IS F.
001510     COPY EMPREC.
001520*
001530 FD  RUN-CONTROL-FILE
001540     LABEL RECORDS ARE STANDARD.
001550     COPY RUNCTL.
001560*
001570 FD  RETRO-REPORT-FILE
001580     LABEL RECORDS ARE STANDARD
001590     RECORDING MODE IS F.
001600 01  RETRO-REPORT-LINE             PIC X(132).
001610*
001620 WORKING-STORAGE SECTION.
001630*
001640 01  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
001650 01  WS-USER-ID                   PIC X(08) VALUE SPACES.
001660*
001670*-----------------------------------------------------------*
001680* THE FUNCTION CARD, KEPT HERE BECAUSE THE REQUEST CARDS ARE
001690* READ INTO THE SAME RECORD AREA
001700*-----------------------------------------------------------*
001710 01  WS-FUNCTION                  PIC X(08) VALUE SPACES.
001720     88  WS-FUNCTION-REGISTER             VALUE "REGISTER".
001730     88  WS-FUNCTION-APPROVE              VALUE "APPROVE ".
001740 01  WS-REQUESTER-ID              PIC X(08) VALUE SPACES.
001750 01  WS-APPROVED-COUNT            PIC 9(05) VALUE ZERO.
001760 01  WS-APPROVED-TOTAL            PIC 9(09)V99 VALUE ZERO.
001770*
001780*-----------------------------------------------------------*
001790* RETRO ADJUSTMENT TABLE - EVERY RETRO ADJUSTMENT APPROVED AND
001800* WAITING ON THE APPROVED RETRO FILE, FOLLOWED BY THOSE THIS
001810* RUN WORKS OUT (WS-RA-NEW).  THE WAITING ONES COUNT AS PAID
001820* WHEN A POSTING IS PRICED; THE NEW ONES ARE WHAT AN APPROVAL
001830* RUN RELEASES.
001840*-----------------------------------------------------------*
001850 01  WS-RA-COUNT                  PIC 9(04) COMP VALUE ZERO.
001860 01  WS-RA-TABLE.
001870     05  WS-RA-ENTRY OCCURS 2000 TIMES
001880                     INDEXED BY WS-RA-IDX.
001890         10  WS-RA-EMPLOYEE-ID    PIC 9(05).
001900         10  WS-RA-EFF-DATE       PIC 9(06).
001910         10  WS-RA-THRU-DATE      PIC 9(06).
001920         10  WS-RA-RATE           PIC 9(04)V99.
001930         10  WS-RA-AMOUNT         PIC 9(06)V99.
001940         10  WS-RA-NAME           PIC X(30).
001950         10  WS-RA-DEPT-CODE      PIC X(04).
001960         10  WS-RA-NEW-SW         PIC X(01).
001970             88  WS-RA-NEW                 VALUE 'Y'.
001980             88  WS-RA-WAITING             VALUE 'N'.
001990*
002000*-----------------------------------------------------------*
002010* ONE EMPLOYEE'S EARLIER RETRO COVERAGE - THE PERIOD AND RATE
002020* OF EVERY RETRO ADJUSTMENT ALREADY POSTED OR WAITING.
002030*-----------------------------------------------------------*
002040 01  WS-EC-COUNT                  PIC 9(03) COMP VALUE ZERO.
002050 01  WS-EC-TABLE.
002060     05  WS-EC-ENTRY OCCURS 100 TIMES
002070                     INDEXED BY WS-EC-IDX.
002080         10  WS-EC-EFF-DATE       PIC 9(06).
002090         10  WS-EC-THRU-DATE      PIC 9(06).
002100         10  WS-EC-RATE           PIC 9(04)V99.
002110*
002120*-----------------------------------------------------------*
002130* THE REQUEST BEING WORKED AND THE PRICING WORK FIELDS
002140*-----------------------------------------------------------*
002150 01  WS-REQ-NEW-RATE              PIC 9(04)V99 VALUE ZERO.
002160 01  WS-REQ-EFF-DATE              PIC 9(06) VALUE ZERO.
002170 01  WS-REQ-DEPT-CODE             PIC X(04) VALUE SPACES.
002180 01  WS-REQ-EMPLOYEE-ID           PIC 9(05) VALUE ZERO.
002190 01  WS-REQ-MATCH-COUNT           PIC 9(05) COMP VALUE ZERO.
002200 01  WS-REJECT-REASON             PIC X(40) VALUE SPACES.
002210 01  WS-PAID-RATE                 PIC 9(04)V99 VALUE ZERO.
002220 01  WS-CALC-HOURS                PIC 9(04)V99 VALUE ZERO.
002230 01  WS-CALC-RATE                 PIC 9(04)V99 VALUE ZERO.
002240 01  WS-CALC-GROSS                PIC 9(07)V99 VALUE ZERO.
002250 01  WS-OLD-GROSS                 PIC 9(07)V99 VALUE ZERO.
002260 01  WS-NEW-GROSS                 PIC 9(07)V99 VALUE ZERO.
002270 01  WS-UNDERPAID                 PIC 9(07)V99 VALUE ZERO.
002280 01  WS-OVERTIME-THRESHOLD        PIC 9(03)V99 VALUE 040.00.
002290 01  WS-EMP-RETRO-TOTAL           PIC 9(07)V99 VALUE ZERO.
002300 01  WS-EMP-THRU-DATE             PIC 9(06) VALUE ZERO.
002310*
002320*-----------------------------------------------------------*
002330* RUN TOTALS - THE CONTROL COUNT AND TOTAL ARE THE RETRO
002340* ADJUSTMENTS THIS RUN WORKS OUT
002350*-----------------------------------------------------------*
002360 01  WS-CONTROL-COUNT             PIC 9(05) VALUE ZERO.
002370 01  WS-CONTROL-TOTAL             PIC 9(09)V99 VALUE ZERO.
002380 01  WS-REQUEST-COUNT             PIC 9(05) COMP VALUE ZERO.
002390 01  WS-REJECT-COUNT              PIC 9(05) COMP VALUE ZERO.
002400 01  WS-UNCALC-COUNT              PIC 9(05) COMP VALUE ZERO.
002410 01  WS-RELEASED-COUNT            PIC 9(05) COMP VALUE ZERO.
002420*
002430*-----------------------------------------------------------*
002440* FILE STATUS FIELDS
002450*-----------------------------------------------------------*
002460 01  WS-RETRO-PARM-STATUS         PIC X(02) VALUE SPACES.
002470 01  WS-EMPLOYEE-MASTER-STATUS    PIC X(02) VALUE SPACES.
002480 01  WS-PAY-HISTORY-STATUS        PIC X(02) VALUE SPACES.
002490 01  WS-RETRO-ADJUST-STATUS       PIC X(02) VALUE SPACES.
002500 01  WS-RUN-CONTROL-STATUS        PIC X(02) VALUE SPACES.
002510 01  WS-RETRO-REPORT-STATUS       PIC X(02) VALUE SPACES.
002520*
002530*-----------------------------------------------------------*
002540* REPORT LINES
002550*-----------------------------------------------------------*
002560 01  WS-REPORT-HEADING.
002570     05  FILLER               PIC X(44) VALUE
002580         "POLUX FINANCIAL - RETROACTIVE PAY REGISTER -".
002590     05  FILLER               PIC X(10) VALUE " RUN DATE ".
002600     05  WS-RH-RUN-DATE       PIC 99/99/99.
002610     05  FILLER               PIC X(02) VALUE SPACES.
002620     05  WS-RH-FUNCTION       PIC X(20).
002630     05  FILLER               PIC X(06) VALUE " USER ".
002640     05  WS-RH-USER-ID        PIC X(08).
002650     05  FILLER               PIC X(34) VALUE SPACES.
002660 01  WS-REQUEST-LINE.
002670     05  FILLER               PIC X(09) VALUE "REQUEST: ".
002680     05  WS-RQ-SELECT-TEXT    PIC X(11).
002690     05  WS-RQ-KEY            PIC X(05).
002700     05  FILLER               PIC X(10) VALUE "  NEW RATE".
002710     05  WS-RQ-NEW-RATE       PIC ZZZ9.99.
002720     05  FILLER               PIC X(11) VALUE "  EFFECTIVE".
002730     05  FILLER               PIC X(01) VALUE SPACES.
002740     05  WS-RQ-EFF-DATE       PIC 99/99/99.
002750     05  FILLER               PIC X(02) VALUE SPACES.
002760     05  WS-RQ-REASON         PIC X(40).
002770     05  FILLER               PIC X(28) VALUE SPACES.
002780 01  WS-COLUMN-HEADING.
002790     05  FILLER               PIC X(10) VALUE "  EMPLOYEE".
002800     05  FILLER               PIC X(02) VALUE SPACES.
002810     05  FILLER               PIC X(30) VALUE "NAME".
002820     05  FILLER               PIC X(10) VALUE "  RUN DATE".
002830     05  FILLER               PIC X(09) VALUE "  RUN SEQ".
002840     05  FILLER               PIC X(05) VALUE " TYPE".
002850     05  FILLER               PIC X(09) VALUE "    HOURS".
002860     05  FILLER               PIC X(11) VALUE "  PAID RATE".
002870     05  FILLER               PIC X(10) VALUE "  NEW RATE".
002880     05  FILLER               PIC X(14) VALUE "     UNDERPAID".
002890     05  FILLER               PIC X(22) VALUE SPACES.
002900 01  WS-DETAIL-LINE.
002910     05  FILLER               PIC X(05) VALUE SPACES.
002920     05  WS-DL-EMPLOYEE-ID    PIC 9(05).
002930     05  FILLER               PIC X(02) VALUE SPACES.
002940     05  WS-DL-NAME           PIC X(30).
002950     05  FILLER               PIC X(02) VALUE SPACES.
002960     05  WS-DL-RUN-DATE       PIC 99/99/99.
002970     05  FILLER               PIC X(02) VALUE SPACES.
002980     05  WS-DL-RUN-SEQ        PIC 9(07).
002990     05  FILLER               PIC X(04) VALUE SPACES.
003000     05  WS-DL-PAY-TYPE       PIC X(01).
003010     05  FILLER               PIC X(01) VALUE SPACES.
003020     05  WS-DL-HOURS          PIC Z,ZZ9.99.
003030     05  FILLER               PIC X(03) VALUE SPACES.
003040     05  WS-DL-PAID-RATE      PIC ZZZ9.99.
003050     05  FILLER               PIC X(03) VALUE SPACES.
003060     05  WS-DL-NEW-RATE       PIC ZZZ9.99.
003070     05  FILLER               PIC X(02) VALUE SPACES.
003080     05  WS-DL-UNDERPAID      PIC ZZ,ZZZ,ZZ9.99.
003090     05  FILLER               PIC X(22) VALUE SPACES.
003100 01  WS-EMP-TOTAL-LINE.
003110     05  FILLER               PIC X(05) VALUE SPACES.
003120     05  WS-ET-EMPLOYEE-ID    PIC 9(05).
003130     05  FILLER               PIC X(02) VALUE SPACES.
003140     05  WS-ET-TEXT           PIC X(50).
003150     05  FILLER               PIC X(19) VALUE SPACES.
003160     05  WS-ET-AMOUNT         PIC ZZ,ZZZ,ZZ9.99.
003170     05  FILLER               PIC X(38) VALUE SPACES.
003180 01  WS-NOTE-LINE.
003190     05  FILLER               PIC X(05) VALUE SPACES.
003200     05  WS-NL-EMPLOYEE-ID    PIC 9(05).
003210     05  FILLER               PIC X(02) VALUE SPACES.
003220     05  WS-NL-TEXT           PIC X(60).
003230     05  FILLER               PIC X(60) VALUE SPACES.
003240 01  WS-TOTAL-LINE.
003250     05  WS-TL-LABEL          PIC X(40).
003260     05  WS-TL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
003270     05  FILLER               PIC X(78) VALUE SPACES.
003280 01  WS-COUNT-LINE.
003290     05  WS-CL-LABEL          PIC X(40).
003300     05  WS-CL-COUNT          PIC ZZZ,ZZ9.
003310     05  FILLER               PIC X(85) VALUE SPACES.
003320 01  WS-APPROVE-LINE.
003330     05  FILLER               PIC X(32) VALUE
003340         "TO RELEASE, RESUBMIT WITH CARD: ".
003350     05  FILLER               PIC X(09) VALUE "APPROVE  ".
003360     05  FILLER               PIC X(09) VALUE "<USERID> ".
003370     05  WS-AL-REQUESTER-ID   PIC X(08).
003380     05  FILLER               PIC X(01) VALUE SPACES.
003390     05  WS-AL-COUNT          PIC 9(05).
003400     05  FILLER               PIC X(01) VALUE SPACES.
003410     05  WS-AL-TOTAL          PIC 9(11).
003420     05  FILLER               PIC X(56) VALUE SPACES.
003430 01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.
003440*
003450 01  WS-SWITCHES.
003460     05  WS-PARM-EOF-SWITCH   PIC X(01) VALUE 'N'.
003470         88  WS-PARM-END-OF-FILE       VALUE 'Y'.
003480         88  WS-PARM-NOT-END-OF-FILE   VALUE 'N'.
003490     05  WS-MASTER-EOF-SWITCH PIC X(01) VALUE 'N'.
003500         88  WS-MASTER-END-OF-FILE     VALUE 'Y'.
003510         88  WS-MASTER-NOT-END-OF-FILE VALUE 'N'.
003520     05  WS-HIST-EOF-SWITCH   PIC X(01) VALUE 'N'.
003530         88  WS-HIST-END-OF-FILE       VALUE 'Y'.
003540         88  WS-HIST-NOT-END-OF-FILE   VALUE 'N'.
003550     05  WS-RA-EOF-SWITCH     PIC X(01) VALUE 'N'.
003560         88  WS-RA-END-OF-FILE         VALUE 'Y'.
003570         88  WS-RA-NOT-END-OF-FILE     VALUE 'N'.
003580     05  WS-RCTL-EOF-SWITCH   PIC X(01) VALUE 'N'.
003590         88  WS-RCTL-END-OF-FILE       VALUE 'Y'.
003600         88  WS-RCTL-NOT-END-OF-FILE   VALUE 'N'.
003610     05  WS-REQUEST-SW        PIC X(01) VALUE 'Y'.
003620         88  WS-REQUEST-VALID          VALUE 'Y'.
003630         88  WS-REQUEST-INVALID        VALUE 'N'.
003640     05  WS-APPROVAL-SW       PIC X(01) VALUE 'Y'.
003650         88  WS-APPROVAL-OK            VALUE 'Y'.
003660         88  WS-APPROVAL-REFUSED       VALUE 'N'.
003670*
003680 PROCEDURE DIVISION.
003690*
003700*=============================================================*
003710* 0000-MAINLINE - PROGRAM ENTRY POINT
003720*=============================================================*
003730 0000-MAINLINE.
003740     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003750     PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
003760         UNTIL WS-PARM-END-OF-FILE
003770     PERFORM 9000-TERMINATE THRU 9000-EXIT
003780     STOP RUN.
003790*
003800*=============================================================*
003810* 1000-INITIALIZE - CHECK THE RUN CONTROL FILE, READ THE
003820*                   FUNCTION CARD, OPEN THE FILES AND LOAD THE
003830*                   RETRO ADJUSTMENTS STILL WAITING TO POST
003840*=============================================================*
003850 1000-INITIALIZE.
003860     ACCEPT WS-RUN-DATE FROM DATE
003870     PERFORM 1050-CHECK-RUN-CONTROL THRU 1050-EXIT
003880     OPEN INPUT RETRO-PARM-FILE
003890     IF WS-RETRO-PARM-STATUS NOT = "00"
003900         DISPLAY "RETRO PARAMETER FILE OPEN FAILED - STATUS "
003910             WS-RETRO-PARM-STATUS
003920         MOVE 16 TO RETURN-CODE
003930         STOP RUN
003940     END-IF
003950     READ RETRO-PARM-FILE
003960         AT END
003970             SET WS-PARM-END-OF-FILE TO TRUE
003980     END-READ
003990     IF WS-PARM-END-OF-FILE
004000        OR (NOT RPC-REGISTER AND NOT RPC-APPROVE)
004010        OR RPC-USER-ID = SPACES
004020         DISPLAY "RETRO FUNCTION CARD NOT VALID - FIRST CARD "
004030             "MUST BE REGISTER OR APPROVE WITH A USER ID"
004040         CLOSE RETRO-PARM-FILE
004050         MOVE 16 TO RETURN-CODE
004060         STOP RUN
004070     END-IF
004080     IF RPC-APPROVE
004090        AND (RPC-CONTROL-COUNT NOT NUMERIC
004100             OR RPC-CONTROL-TOTAL NOT NUMERIC)
004110         DISPLAY "APPROVE CARD NOT VALID - CONTROL COUNT AND "
004120             "TOTAL MUST BE NUMERIC"
004130         CLOSE RETRO-PARM-FILE
004140         MOVE 16 TO RETURN-CODE
004150         STOP RUN
004160     END-IF
004170     MOVE RPC-FUNCTION TO WS-FUNCTION
004180     MOVE RPC-USER-ID  TO WS-USER-ID
004190     IF WS-FUNCTION-APPROVE
004200         MOVE RPC-REQUESTER-ID  TO WS-REQUESTER-ID
004210         MOVE RPC-CONTROL-COUNT TO WS-APPROVED-COUNT
004220         MOVE RPC-CONTROL-TOTAL TO WS-APPROVED-TOTAL
004230     END-IF
004240     OPEN INPUT EMPLOYEE-MASTER
004250     IF WS-EMPLOYEE-MASTER-STATUS NOT = "00"
004260         DISPLAY "EMPLOYEE MASTER OPEN FAILED - STATUS "
004270             WS-EMPLOYEE-MASTER-STATUS
004280         CLOSE RETRO-PARM-FILE
004290         MOVE 16 TO RETURN-CODE
004300         STOP RUN
004310     END-IF
004320     OPEN INPUT PAY-HISTORY-FILE
004330     IF WS-PAY-HISTORY-STATUS NOT = "00"
004340         DISPLAY "PAY HISTORY OPEN FAILED - STATUS "
004350             WS-PAY-HISTORY-STATUS
004360         CLOSE RETRO-PARM-FILE
004370         CLOSE EMPLOYEE-MASTER
004380         MOVE 16 TO RETURN-CODE
004390         STOP RUN
004400     END-IF
004410     PERFORM 1100-LOAD-WAITING-RETRO THRU 1100-EXIT
004420     OPEN OUTPUT RETRO-REPORT-FILE
004430     IF WS-RETRO-REPORT-STATUS NOT = "00"
004440         DISPLAY "RETRO REPORT OPEN FAILED - STATUS "
004450             WS-RETRO-REPORT-STATUS
004460         CLOSE RETRO-PARM-FILE
004470         CLOSE EMPLOYEE-MASTER
004480         CLOSE PAY-HISTORY-FILE
004490         MOVE 16 TO RETURN-CODE
004500         STOP RUN
004510     END-IF
004520     MOVE WS-RUN-DATE TO WS-RH-RUN-DATE
004530     IF WS-FUNCTION-APPROVE
004540         MOVE "APPROVAL RUN" TO WS-RH-FUNCTION
004550     ELSE
004560         MOVE "REGISTER ONLY" TO WS-RH-FUNCTION
004570     END-IF
004580     MOVE WS-USER-ID TO WS-RH-USER-ID
004590     WRITE RETRO-REPORT-LINE FROM WS-REPORT-HEADING
004600     WRITE RETRO-REPORT-LINE FROM WS-BLANK-LINE
004610     PERFORM 2900-READ-PARM-CARD THRU 2900-EXIT.
004620 1000-EXIT.
004630     EXIT.
004640*
004650*-------------------------------------------------------------*
004660* 1050-CHECK-RUN-CONTROL - REFUSE TO PRICE RETRO PAY WHILE A
004670*                          PAYROLL RUN IS MARKED IN-FLIGHT - THE
004680*                          PAY HISTORY IS HALF-POSTED AND THE
004690*                          APPROVED RETRO FILE MAY BE MID-MERGE.
004700*                          A MISSING CONTROL FILE GETS A CONSOLE
004710*                          NOTE AND THE RUN PROCEEDS.
004720*-------------------------------------------------------------*
004730 1050-CHECK-RUN-CONTROL.
004740     OPEN INPUT RUN-CONTROL-FILE
004750     IF WS-RUN-CONTROL-STATUS NOT = "00"
004760         DISPLAY "RUN CONTROL FILE NOT AVAILABLE - STATUS "
004770             WS-RUN-CONTROL-STATUS " - PROCEEDING"
004780         GO TO 1050-EXIT
004790     END-IF
004800     MOVE ZERO TO RCT-RUN-KEY
004810     START RUN-CONTROL-FILE KEY NOT LESS THAN RCT-RUN-KEY
004820         INVALID KEY
004830             SET WS-RCTL-END-OF-FILE TO TRUE
004840     END-START
004850     PERFORM 1060-SCAN-RUN-CONTROL THRU 1060-EXIT
004860         UNTIL WS-RCTL-END-OF-FILE
004870     CLOSE RUN-CONTROL-FILE.
004880 1050-EXIT.
004890     EXIT.
004900*
004910*-------------------------------------------------------------*
004920* 1060-SCAN-RUN-CONTROL - ONE CONTROL RECORD; ANY IN-FLIGHT
004930*                         MARK STOPS THE RETRO RUN
004940*-------------------------------------------------------------*
004950 1060-SCAN-RUN-CONTROL.
004960     READ RUN-CONTROL-FILE NEXT RECORD
004970         AT END
004980             SET WS-RCTL-END-OF-FILE TO TRUE
004990             GO TO 1060-EXIT
005000     END-READ
005010     IF RCT-RUN-IN-FLIGHT
005020         DISPLAY "PAYROLL RUN " RCT-RUN-DATE "/" RCT-RUN-NO
005030             " IS MARKED "
005040             "IN-FLIGHT - RETRO PAY RUN REFUSED"
005050         CLOSE RUN-CONTROL-FILE
005060         MOVE 8 TO RETURN-CODE
005070         STOP RUN
005080     END-IF.
005090 1060-EXIT.
005100     EXIT.
005110*
005120*-------------------------------------------------------------*
005130* 1100-LOAD-WAITING-RETRO - LOAD THE RETRO ADJUSTMENTS ALREADY
005140*                           APPROVED BUT NOT YET POSTED.  THE
005150*                           FILE MUST BE THERE (EMPTY IF NOTHING
005160*                           IS WAITING) - PRICING WITHOUT IT
005170*                           COULD PAY THE SAME DIFFERENCE TWICE.
005180*-------------------------------------------------------------*
005190 1100-LOAD-WAITING-RETRO.
005200     OPEN INPUT RETRO-ADJUST-FILE
005210     IF WS-RETRO-ADJUST-STATUS NOT = "00"
005220         DISPLAY "APPROVED RETRO FILE OPEN FAILED - STATUS "
005230             WS-RETRO-ADJUST-STATUS
005240         CLOSE RETRO-PARM-FILE
005250         CLOSE EMPLOYEE-MASTER
005260         CLOSE PAY-HISTORY-FILE
005270         MOVE 16 TO RETURN-CODE
005280         STOP RUN
005290     END-IF
005300     PERFORM 1110-READ-WAITING-RETRO THRU 1110-EXIT
005310         UNTIL WS-RA-END-OF-FILE
005320     CLOSE RETRO-ADJUST-FILE.
005330 1100-EXIT.
005340     EXIT.
005350*
005360*-------------------------------------------------------------*
005370* 1110-READ-WAITING-RETRO - ONE WAITING ADJUSTMENT INTO THE
005380*                           TABLE.  ANYTHING WITHOUT THE RETRO
005390*                           MARK IS NOT OURS AND IS SKIPPED.
005400*-------------------------------------------------------------*
005410 1110-READ-WAITING-RETRO.
005420     READ RETRO-ADJUST-FILE
005430         AT END
005440             SET WS-RA-END-OF-FILE TO TRUE
005450             GO TO 1110-EXIT
005460     END-READ
005470     IF NOT EMP-RETRO-ADJUSTMENT
005480         GO TO 1110-EXIT
005490     END-IF
005500     IF WS-RA-COUNT NOT LESS THAN 2000
005510         PERFORM 2990-ABORT-TABLE-FULL THRU 2990-EXIT
005520     END-IF
005530     ADD 1 TO WS-RA-COUNT
005540     SET WS-RA-IDX TO WS-RA-COUNT
005550     MOVE EMP-ID              TO WS-RA-EMPLOYEE-ID (WS-RA-IDX)
005560     MOVE EMP-RETRO-EFF-DATE  TO WS-RA-EFF-DATE (WS-RA-IDX)
005570     MOVE EMP-RETRO-THRU-DATE TO WS-RA-THRU-DATE (WS-RA-IDX)
005580     MOVE EMP-RETRO-RATE      TO WS-RA-RATE (WS-RA-IDX)
005590     MOVE EMP-SALARY          TO WS-RA-AMOUNT (WS-RA-IDX)
005600     MOVE EMP-NAME            TO WS-RA-NAME (WS-RA-IDX)
005610     MOVE EMP-DEPT-CODE       TO WS-RA-DEPT-CODE (WS-RA-IDX)
005620     SET WS-RA-WAITING (WS-RA-IDX) TO TRUE.
005630 1110-EXIT.
005640     EXIT.
005650*
005660*=============================================================*
005670* 2000-PROCESS-REQUEST - VALIDATE ONE REQUEST CARD, PRINT IT,
005680*                        AND PRICE THE EMPLOYEE OR EVERY
005690*                        EMPLOYEE IN THE DEPARTMENT IT NAMES
005700*=============================================================*
005710 2000-PROCESS-REQUEST.
005720     ADD 1 TO WS-REQUEST-COUNT
005730     PERFORM 2010-VALIDATE-REQUEST THRU 2010-EXIT
005740     MOVE SPACES TO WS-RQ-SELECT-TEXT
005750     IF RRQ-BY-EMPLOYEE
005760         MOVE "EMPLOYEE"   TO WS-RQ-SELECT-TEXT
005770     END-IF
005780     IF RRQ-BY-DEPARTMENT
005790         MOVE "DEPARTMENT" TO WS-RQ-SELECT-TEXT
005800     END-IF
005810     MOVE RRQ-KEY          TO WS-RQ-KEY
005820     MOVE ZERO             TO WS-RQ-NEW-RATE
005830     MOVE ZERO             TO WS-RQ-EFF-DATE
005840     IF RRQ-NEW-RATE NUMERIC
005850         MOVE RRQ-NEW-RATE TO WS-RQ-NEW-RATE
005860     END-IF
005870     IF RRQ-EFF-DATE NUMERIC
005880         MOVE RRQ-EFF-DATE TO WS-RQ-EFF-DATE
005890     END-IF
005900     MOVE RRQ-REASON       TO WS-RQ-REASON
005910     WRITE RETRO-REPORT-LINE FROM WS-BLANK-LINE
005920     WRITE RETRO-REPORT-LINE FROM WS-REQUEST-LINE
005930     PERFORM 2030-PRICE-REQUEST THRU 2030-EXIT
005940     PERFORM 2900-READ-PARM-CARD THRU 2900-EXIT.
005950 2000-EXIT.
005960     EXIT.
005970*
005980*-------------------------------------------------------------*
005990* 2010-VALIDATE-REQUEST - THE CARD MUST BE A RETRO REQUEST FOR
006000*                         AN EMPLOYEE OR DEPARTMENT, WITH A NEW
006010*                         RATE ABOVE ZERO AND A REAL EFFECTIVE
006020*                         DATE NOT AFTER TODAY
006030*-------------------------------------------------------------*
006040 2010-VALIDATE-REQUEST.
006050     SET WS-REQUEST-VALID TO TRUE
006060     MOVE SPACES TO WS-REJECT-REASON
006070     IF RRQ-CARD-ID NOT = "RETRO"
006080         MOVE "NOT A RETRO REQUEST CARD" TO WS-REJECT-REASON
006090         SET WS-REQUEST-INVALID TO TRUE
006100         GO TO 2010-EXIT
006110     END-IF
006120     IF NOT RRQ-BY-EMPLOYEE
006130        AND NOT RRQ-BY-DEPARTMENT
006140         MOVE "SELECTION MUST BE E OR D" TO WS-REJECT-REASON
006150         SET WS-REQUEST-INVALID TO TRUE
006160         GO TO 2010-EXIT
006170     END-IF
006180     IF RRQ-BY-EMPLOYEE
006190        AND RRQ-EMPLOYEE-ID NOT NUMERIC
006200         MOVE "EMPLOYEE ID NOT NUMERIC" TO WS-REJECT-REASON
006210         SET WS-REQUEST-INVALID TO TRUE
006220         GO TO 2010-EXIT
006230     END-IF
006240     IF RRQ-BY-DEPARTMENT
006250        AND RRQ-KEY (1:4) = SPACES
006260         MOVE "DEPARTMENT CODE MISSING" TO WS-REJECT-REASON
006270         SET WS-REQUEST-INVALID TO TRUE
006280         GO TO 2010-EXIT
006290     END-IF
006300     IF RRQ-NEW-RATE NOT NUMERIC
006310         MOVE "NEW RATE NOT NUMERIC" TO WS-REJECT-REASON
006320         SET WS-REQUEST-INVALID TO TRUE
006330         GO TO 2010-EXIT
006340     END-IF
006350     IF RRQ-NEW-RATE = ZERO
006360         MOVE "NEW RATE IS ZERO" TO WS-REJECT-REASON
006370         SET WS-REQUEST-INVALID TO TRUE
006380         GO TO 2010-EXIT
006390     END-IF
006400     IF RRQ-EFF-DATE NOT NUMERIC
006410         MOVE "EFFECTIVE DATE NOT NUMERIC" TO WS-REJECT-REASON
006420         SET WS-REQUEST-INVALID TO TRUE
006430         GO TO 2010-EXIT
006440     END-IF
006450     IF RRQ-EFF-MM < 01 OR RRQ-EFF-MM > 12
006460        OR RRQ-EFF-DD < 01 OR RRQ-EFF-DD > 31
006470         MOVE "EFFECTIVE DATE NOT A DATE" TO WS-REJECT-REASON
006480         SET WS-REQUEST-INVALID TO TRUE
006490         GO TO 2010-EXIT
006500     END-IF
006510     IF RRQ-EFF-DATE > WS-RUN-DATE
006520         MOVE "EFFECTIVE DATE IN THE FUTURE" TO WS-REJECT-REASON
006530         SET WS-REQUEST-INVALID TO TRUE
006540     END-IF.
006550 2010-EXIT.
006560     EXIT.
006570*
006580*-------------------------------------------------------------*
006590* 2020-REJECT-REQUEST - PRINT WHY A REQUEST WAS NOT PRICED
006600*-------------------------------------------------------------*
006610 2020-REJECT-REQUEST.
006620     ADD 1 TO WS-REJECT-COUNT
006630     MOVE ZERO TO WS-NL-EMPLOYEE-ID
006640     MOVE SPACES TO WS-NL-TEXT
006650     STRING "*** REQUEST REJECTED - " WS-REJECT-REASON
006660         DELIMITED BY SIZE INTO WS-NL-TEXT
006670     WRITE RETRO-REPORT-LINE FROM WS-NOTE-LINE.
006680 2020-EXIT.
006690     EXIT.
006700*
006710*-------------------------------------------------------------*
006720* 2030-PRICE-REQUEST - PRICE THE EMPLOYEE OR DEPARTMENT A VALID
006730*                      REQUEST NAMES; A REQUEST THAT CANNOT BE
006740*                      PRICED IS REJECTED ON THE REPORT
006750*-------------------------------------------------------------*
006760 2030-PRICE-REQUEST.
006770     IF WS-REQUEST-INVALID
006780         PERFORM 2020-REJECT-REQUEST THRU 2020-EXIT
006790         GO TO 2030-EXIT
006800     END-IF
006810     WRITE RETRO-REPORT-LINE FROM WS-COLUMN-HEADING
006820     MOVE RRQ-NEW-RATE TO WS-REQ-NEW-RATE
006830     MOVE RRQ-EFF-DATE TO WS-REQ-EFF-DATE
006840     MOVE ZERO TO WS-REQ-MATCH-COUNT
006850     IF RRQ-BY-EMPLOYEE
006860         MOVE RRQ-EMPLOYEE-ID TO WS-REQ-EMPLOYEE-ID
006870         MOVE RRQ-EMPLOYEE-ID TO EMM-EMPLOYEE-ID
006880         READ EMPLOYEE-MASTER
006890             INVALID KEY
006900                 MOVE "EMPLOYEE NOT ON MASTER" TO WS-REJECT-REASON
006910                 PERFORM 2020-REJECT-REQUEST THRU 2020-EXIT
006920                 GO TO 2030-EXIT
006930         END-READ
006940         PERFORM 2100-PRICE-EMPLOYEE THRU 2100-EXIT
006950     ELSE
006960         MOVE RRQ-KEY (1:4) TO WS-REQ-DEPT-CODE
006970         PERFORM 2050-PRICE-DEPARTMENT THRU 2050-EXIT
006980         IF WS-REQ-MATCH-COUNT = ZERO
006990             MOVE "NO EMPLOYEE ON MASTER IN THIS DEPARTMENT"
007000                 TO WS-REJECT-REASON
007010             PERFORM 2020-REJECT-REQUEST THRU 2020-EXIT
007020         END-IF
007030     END-IF.
007040 2030-EXIT.
007050     EXIT.
007060*
007070*-------------------------------------------------------------*
007080* 2050-PRICE-DEPARTMENT - PASS THE MASTER AND PRICE EVERY
007090*                         EMPLOYEE CARRYING THE DEPARTMENT CODE,
007100*                         TERMINATED ONES INCLUDED - RETRO PAY IS
007110*                         OWED FOR THE TIME THEY WORKED
007120*-------------------------------------------------------------*
007130 2050-PRICE-DEPARTMENT.
007140     SET WS-MASTER-NOT-END-OF-FILE TO TRUE
007150     MOVE ZERO TO EMM-EMPLOYEE-ID
007160     START EMPLOYEE-MASTER KEY NOT LESS THAN EMM-EMPLOYEE-ID
007170         INVALID KEY
007180             SET WS-MASTER-END-OF-FILE TO TRUE
007190     END-START
007200     PERFORM 2060-NEXT-DEPT-EMPLOYEE THRU 2060-EXIT
007210         UNTIL WS-MASTER-END-OF-FILE.
007220 2050-EXIT.
007230     EXIT.
007240*
007250*-------------------------------------------------------------*
007260* 2060-NEXT-DEPT-EMPLOYEE - ONE MASTER RECORD OF THE PASS
007270*-------------------------------------------------------------*
007280 2060-NEXT-DEPT-EMPLOYEE.
007290     READ EMPLOYEE-MASTER NEXT RECORD
007300         AT END
007310             SET WS-MASTER-END-OF-FILE TO TRUE
007320             GO TO 2060-EXIT
007330     END-READ
007340     IF EMM-DEPT-CODE NOT = WS-REQ-DEPT-CODE
007350         GO TO 2060-EXIT
007360     END-IF
007370     MOVE EMM-EMPLOYEE-ID TO WS-REQ-EMPLOYEE-ID
007380     PERFORM 2100-PRICE-EMPLOYEE THRU 2100-EXIT.
007390 2060-EXIT.
007400     EXIT.
007410*
007420*-------------------------------------------------------------*
007430* 2100-PRICE-EMPLOYEE - GATHER THE EMPLOYEE'S EARLIER RETRO
007440*                       COVERAGE, THEN RE-PRICE EVERY POSTING
007450*                       FROM THE EFFECTIVE DATE.  A NON-ZERO
007460*                       TOTAL BECOMES ONE RETRO ADJUSTMENT.
007470*-------------------------------------------------------------*
007480 2100-PRICE-EMPLOYEE.
007490     ADD 1 TO WS-REQ-MATCH-COUNT
007500     MOVE ZERO TO WS-EMP-RETRO-TOTAL
007510     MOVE ZERO TO WS-EMP-THRU-DATE
007520     MOVE ZERO TO WS-EC-COUNT
007530     PERFORM 2110-COPY-WAITING-COVERAGE THRU 2110-EXIT
007540         VARYING WS-RA-IDX FROM 1 BY 1
007550         UNTIL WS-RA-IDX > WS-RA-COUNT
007560     PERFORM 2120-START-HISTORY THRU 2120-EXIT
007570     PERFORM 2130-GATHER-POSTED-COVERAGE THRU 2130-EXIT
007580         UNTIL WS-HIST-END-OF-FILE
007590     PERFORM 2120-START-HISTORY THRU 2120-EXIT
007600     PERFORM 2200-PRICE-ONE-POSTING THRU 2200-EXIT
007610         UNTIL WS-HIST-END-OF-FILE
007620     IF WS-EMP-RETRO-TOTAL = ZERO
007630         MOVE WS-REQ-EMPLOYEE-ID TO WS-NL-EMPLOYEE-ID
007640         MOVE "NOTHING UNDERPAID SINCE THE EFFECTIVE DATE"
007650             TO WS-NL-TEXT
007660         WRITE RETRO-REPORT-LINE FROM WS-NOTE-LINE
007670         GO TO 2100-EXIT
007680     END-IF
007690     IF WS-EMP-RETRO-TOTAL > 999999.99
007700         MOVE WS-REQ-EMPLOYEE-ID TO WS-NL-EMPLOYEE-ID
007710         MOVE "*** TOTAL TOO LARGE FOR ONE ADJUSTMENT - NOT PAID"
007720             TO WS-NL-TEXT
007730         WRITE RETRO-REPORT-LINE FROM WS-NOTE-LINE
007740         ADD 1 TO WS-REJECT-COUNT
007750         GO TO 2100-EXIT
007760     END-IF
007770     IF WS-RA-COUNT NOT LESS THAN 2000
007780         PERFORM 2990-ABORT-TABLE-FULL THRU 2990-EXIT
007790     END-IF
007800     ADD 1 TO WS-RA-COUNT
007810     SET WS-RA-IDX TO WS-RA-COUNT
007820     MOVE WS-REQ-EMPLOYEE-ID TO WS-RA-EMPLOYEE-ID (WS-RA-IDX)
007830     MOVE WS-REQ-EFF-DATE    TO WS-RA-EFF-DATE (WS-RA-IDX)
007840     MOVE WS-EMP-THRU-DATE   TO WS-RA-THRU-DATE (WS-RA-IDX)
007850     MOVE WS-REQ-NEW-RATE    TO WS-RA-RATE (WS-RA-IDX)
007860     MOVE WS-EMP-RETRO-TOTAL TO WS-RA-AMOUNT (WS-RA-IDX)
007870     MOVE EMM-NAME           TO WS-RA-NAME (WS-RA-IDX)
007880     MOVE EMM-DEPT-CODE      TO WS-RA-DEPT-CODE (WS-RA-IDX)
007890     SET WS-RA-NEW (WS-RA-IDX) TO TRUE
007900     ADD 1 TO WS-CONTROL-COUNT
007910     ADD WS-EMP-RETRO-TOTAL TO WS-CONTROL-TOTAL
007920     MOVE WS-REQ-EMPLOYEE-ID TO WS-ET-EMPLOYEE-ID
007930     MOVE "RETRO ADJUSTMENT FOR THIS EMPLOYEE" TO WS-ET-TEXT
007940     MOVE WS-EMP-RETRO-TOTAL TO WS-ET-AMOUNT
007950     WRITE RETRO-REPORT-LINE FROM WS-EMP-TOTAL-LINE.
007960 2100-EXIT.
007970     EXIT.
007980*
007990*-------------------------------------------------------------*
008000* 2110-COPY-WAITING-COVERAGE - A WAITING (OR EARLIER THIS RUN)
008010*                              RETRO ADJUSTMENT FOR THE SAME
008020*                              EMPLOYEE COVERS ITS PERIOD
008030*-------------------------------------------------------------*
008040 2110-COPY-WAITING-COVERAGE.
008050     IF WS-RA-EMPLOYEE-ID (WS-RA-IDX) NOT = WS-REQ-EMPLOYEE-ID
008060         GO TO 2110-EXIT
008070     END-IF
008080     IF WS-EC-COUNT NOT LESS THAN 100
008090         PERFORM 2990-ABORT-TABLE-FULL THRU 2990-EXIT
008100     END-IF
008110     ADD 1 TO WS-EC-COUNT
008120     SET WS-EC-IDX TO WS-EC-COUNT
008130     MOVE WS-RA-EFF-DATE (WS-RA-IDX)
008140         TO WS-EC-EFF-DATE (WS-EC-IDX)
008150     MOVE WS-RA-THRU-DATE (WS-RA-IDX)
008160         TO WS-EC-THRU-DATE (WS-EC-IDX)
008170     MOVE WS-RA-RATE (WS-RA-IDX)
008180         TO WS-EC-RATE (WS-EC-IDX).
008190 2110-EXIT.
008200     EXIT.
008210*
008220*-------------------------------------------------------------*
008230* 2120-START-HISTORY - POSITION THE PAY HISTORY AT THE
008240*                      EMPLOYEE'S FIRST POSTING ON OR AFTER THE
008250*                      EFFECTIVE DATE
008260*-------------------------------------------------------------*
008270 2120-START-HISTORY.
008280     SET WS-HIST-NOT-END-OF-FILE TO TRUE
008290     MOVE WS-REQ-EMPLOYEE-ID TO PHR-EMPLOYEE-ID
008300     MOVE WS-REQ-EFF-DATE    TO PHR-RUN-DATE
008310     MOVE ZERO               TO PHR-RUN-SEQ
008320     START PAY-HISTORY-FILE KEY NOT LESS THAN PHR-KEY
008330         INVALID KEY
008340             SET WS-HIST-END-OF-FILE TO TRUE
008350     END-START.
008360 2120-EXIT.
008370     EXIT.
008380*
008390*-------------------------------------------------------------*
008400* 2125-READ-HISTORY-NEXT - NEXT POSTING; THE EMPLOYEE'S LAST
008410*                          ONE ENDS THE WALK
008420*-------------------------------------------------------------*
008430 2125-READ-HISTORY-NEXT.
008440     READ PAY-HISTORY-FILE NEXT RECORD
008450         AT END
008460             SET WS-HIST-END-OF-FILE TO TRUE
008470             GO TO 2125-EXIT
008480     END-READ
008490     IF PHR-EMPLOYEE-ID NOT = WS-REQ-EMPLOYEE-ID
008500         SET WS-HIST-END-OF-FILE TO TRUE
008510     END-IF.
008520 2125-EXIT.
008530     EXIT.
008540*
008550*-------------------------------------------------------------*
008560* 2130-GATHER-POSTED-COVERAGE - A RETRO ADJUSTMENT ALREADY
008570*                               POSTED AND NOT REVERSED COVERS
008580*                               ITS PERIOD
008590*-------------------------------------------------------------*
008600 2130-GATHER-POSTED-COVERAGE.
008610     PERFORM 2125-READ-HISTORY-NEXT THRU 2125-EXIT
008620     IF WS-HIST-END-OF-FILE
008630         GO TO 2130-EXIT
008640     END-IF
008650     IF NOT PHR-ADJUSTMENT-POSTING
008660        OR NOT PHR-RETRO-ADJUSTMENT
008670        OR PHR-REVERSED
008680         GO TO 2130-EXIT
008690     END-IF
008700     IF PHR-RETRO-EFF-DATE NOT NUMERIC
008710        OR PHR-RETRO-THRU-DATE NOT NUMERIC
008720        OR PHR-HOURLY-RATE NOT NUMERIC
008730         GO TO 2130-EXIT
008740     END-IF
008750     IF WS-EC-COUNT NOT LESS THAN 100
008760         PERFORM 2990-ABORT-TABLE-FULL THRU 2990-EXIT
008770     END-IF
008780     ADD 1 TO WS-EC-COUNT
008790     SET WS-EC-IDX TO WS-EC-COUNT
008800     MOVE PHR-RETRO-EFF-DATE  TO WS-EC-EFF-DATE (WS-EC-IDX)
008810     MOVE PHR-RETRO-THRU-DATE TO WS-EC-THRU-DATE (WS-EC-IDX)
008820     MOVE PHR-HOURLY-RATE     TO WS-EC-RATE (WS-EC-IDX).
008830 2130-EXIT.
008840     EXIT.
008850*
008860*-------------------------------------------------------------*
008870* 2200-PRICE-ONE-POSTING - RE-PRICE ONE POSTING AT THE NEW
008880*                          RATE.  ONLY HOURLY AND LEAVE PAY IS
008890*                          PRICED - SALARIED PAY, REVERSALS,
008900*                          RETRO ADJUSTMENTS AND POSTINGS SINCE
008910*                          REVERSED ARE PASSED OVER.  A POSTING
008920*                          FROM BEFORE PAY HISTORY CARRIED HOURS
008930*                          IS LISTED FOR THE CLERKS TO WORK BY
008940*                          HAND, UNLESS THE EMPLOYEE HAS NO HOURLY
008950*                          RATE ON THE MASTER (SALARIED PAY).
008960*-------------------------------------------------------------*
008970 2200-PRICE-ONE-POSTING.
008980     PERFORM 2125-READ-HISTORY-NEXT THRU 2125-EXIT
008990     IF WS-HIST-END-OF-FILE
009000         GO TO 2200-EXIT
009010     END-IF
009020     IF PHR-RUN-DATE > WS-EMP-THRU-DATE
009030         MOVE PHR-RUN-DATE TO WS-EMP-THRU-DATE
009040     END-IF
009050     IF PHR-REVERSAL-POSTING
009060        OR PHR-REVERSED
009070        OR PHR-RETRO-ADJUSTMENT
009080         GO TO 2200-EXIT
009090     END-IF
009100     IF PHR-PAY-TYPE = SPACES
009110        AND (EMM-HOURLY-RATE NOT NUMERIC
009120             OR EMM-HOURLY-RATE = ZERO)
009130         GO TO 2200-EXIT
009140     END-IF
009150     IF PHR-PAY-TYPE = SPACES
009160         MOVE PHR-EMPLOYEE-ID TO WS-NL-EMPLOYEE-ID
009170         MOVE SPACES TO WS-NL-TEXT
009180         STRING "*** POSTING " PHR-RUN-DATE "/" PHR-RUN-SEQ
009190                 " CARRIES NO HOURS - PRICE BY HAND"
009200             DELIMITED BY SIZE INTO WS-NL-TEXT
009210         WRITE RETRO-REPORT-LINE FROM WS-NOTE-LINE
009220         ADD 1 TO WS-UNCALC-COUNT
009230         GO TO 2200-EXIT
009240     END-IF
009250     IF NOT PHR-HOURLY-PAY
009260        AND NOT PHR-LEAVE-PAY
009270         GO TO 2200-EXIT
009280     END-IF
009290     MOVE PHR-HOURLY-RATE TO WS-PAID-RATE
009300     PERFORM 2210-APPLY-COVERAGE THRU 2210-EXIT
009310         VARYING WS-EC-IDX FROM 1 BY 1
009320         UNTIL WS-EC-IDX > WS-EC-COUNT
009330     IF WS-REQ-NEW-RATE NOT > WS-PAID-RATE
009340         GO TO 2200-EXIT
009350     END-IF
009360     MOVE PHR-HOURS    TO WS-CALC-HOURS
009370     MOVE WS-PAID-RATE TO WS-CALC-RATE
009380     PERFORM 2220-COMPUTE-GROSS THRU 2220-EXIT
009390     MOVE WS-CALC-GROSS TO WS-OLD-GROSS
009400     MOVE WS-REQ-NEW-RATE TO WS-CALC-RATE
009410     PERFORM 2220-COMPUTE-GROSS THRU 2220-EXIT
009420     MOVE WS-CALC-GROSS TO WS-NEW-GROSS
009430     COMPUTE WS-UNDERPAID = WS-NEW-GROSS - WS-OLD-GROSS
009440     ADD WS-UNDERPAID TO WS-EMP-RETRO-TOTAL
009450     MOVE PHR-EMPLOYEE-ID  TO WS-DL-EMPLOYEE-ID
009460     MOVE EMM-NAME         TO WS-DL-NAME
009470     MOVE PHR-RUN-DATE     TO WS-DL-RUN-DATE
009480     MOVE PHR-RUN-SEQ      TO WS-DL-RUN-SEQ
009490     MOVE PHR-PAY-TYPE     TO WS-DL-PAY-TYPE
009500     MOVE PHR-HOURS        TO WS-DL-HOURS
009510     MOVE WS-PAID-RATE     TO WS-DL-PAID-RATE
009520     MOVE WS-REQ-NEW-RATE  TO WS-DL-NEW-RATE
009530     MOVE WS-UNDERPAID     TO WS-DL-UNDERPAID
009540     WRITE RETRO-REPORT-LINE FROM WS-DETAIL-LINE.
009550 2200-EXIT.
009560     EXIT.
009570*
009580*-------------------------------------------------------------*
009590* 2210-APPLY-COVERAGE - AN EARLIER RETRO ADJUSTMENT WHOSE PERIOD
009600*                       TAKES IN THIS POSTING ALREADY PAID IT UP
009610*                       TO ITS RATE
009620*-------------------------------------------------------------*
009630 2210-APPLY-COVERAGE.
009640     IF PHR-RUN-DATE NOT < WS-EC-EFF-DATE (WS-EC-IDX)
009650        AND PHR-RUN-DATE NOT > WS-EC-THRU-DATE (WS-EC-IDX)
009660        AND WS-EC-RATE (WS-EC-IDX) > WS-PAID-RATE
009670         MOVE WS-EC-RATE (WS-EC-IDX) TO WS-PAID-RATE
009680     END-IF.
009690 2210-EXIT.
009700     EXIT.
009710*
009720*-------------------------------------------------------------*
009730* 2220-COMPUTE-GROSS - GROSS FOR THE POSTING'S HOURS AT
009740*                      WS-CALC-RATE THE WAY TAXES PAID IT: HOURS
009750*                      WORKED AT TIME AND A HALF OVER THE
009760*                      OVERTIME THRESHOLD, LEAVE HOURS STRAIGHT
009770*-------------------------------------------------------------*
009780 2220-COMPUTE-GROSS.
009790     IF PHR-HOURLY-PAY
009800        AND WS-CALC-HOURS > WS-OVERTIME-THRESHOLD
009810         COMPUTE WS-CALC-GROSS ROUNDED =
009820             (WS-OVERTIME-THRESHOLD * WS-CALC-RATE)
009830                 + ((WS-CALC-HOURS - WS-OVERTIME-THRESHOLD)
009840                     * WS-CALC-RATE * 1.5)
009850     ELSE
009860         COMPUTE WS-CALC-GROSS ROUNDED =
009870             WS-CALC-HOURS * WS-CALC-RATE
009880     END-IF.
009890 2220-EXIT.
009900     EXIT.
009910*
009920*-------------------------------------------------------------*
009930* 2900-READ-PARM-CARD - NEXT REQUEST CARD; BLANK CARDS SKIPPED
009940*-------------------------------------------------------------*
009950 2900-READ-PARM-CARD.
009960     READ RETRO-PARM-FILE
009970         AT END
009980             SET WS-PARM-END-OF-FILE TO TRUE
009990             GO TO 2900-EXIT
010000     END-READ
010010     IF RETRO-PARM-CARD = SPACES
010020         GO TO 2900-READ-PARM-CARD
010030     END-IF.
010040 2900-EXIT.
010050     EXIT.
010060*
010070*-------------------------------------------------------------*
010080* 2990-ABORT-TABLE-FULL - MORE RETRO ADJUSTMENTS THAN THE
010090*                         TABLES HOLD.  NOTHING HAS BEEN
010100*                         RELEASED; SPLIT THE REQUEST.
010110*-------------------------------------------------------------*
010120 2990-ABORT-TABLE-FULL.
010130     DISPLAY "RETRO ADJUSTMENT TABLE FULL - SPLIT THE REQUEST "
010140         "AND RERUN - NOTHING RELEASED"
010150     CLOSE RETRO-PARM-FILE
010160     CLOSE EMPLOYEE-MASTER
010170     CLOSE PAY-HISTORY-FILE
010180     CLOSE RETRO-REPORT-FILE
010190     MOVE 16 TO RETURN-CODE
010200     STOP RUN.
010210 2990-EXIT.
010220     EXIT.
010230*
010240*=============================================================*
010250* 9000-TERMINATE - RUN TOTALS, THE APPROVAL DECISION, AND THE
010260*                  RELEASE OF AN APPROVED REGISTER
010270*=============================================================*
010280 9000-TERMINATE.
010290     WRITE RETRO-REPORT-LINE FROM WS-BLANK-LINE
010300     MOVE "REQUEST CARDS READ:" TO WS-CL-LABEL
010310     MOVE WS-REQUEST-COUNT TO WS-CL-COUNT
010320     WRITE RETRO-REPORT-LINE FROM WS-COUNT-LINE
010330     MOVE "REQUESTS OR EMPLOYEES REJECTED:" TO WS-CL-LABEL
010340     MOVE WS-REJECT-COUNT TO WS-CL-COUNT
010350     WRITE RETRO-REPORT-LINE FROM WS-COUNT-LINE
010360     MOVE "POSTINGS TO PRICE BY HAND:" TO WS-CL-LABEL
010370     MOVE WS-UNCALC-COUNT TO WS-CL-COUNT
010380     WRITE RETRO-REPORT-LINE FROM WS-COUNT-LINE
010390     MOVE "CONTROL COUNT - RETRO ADJUSTMENTS:" TO WS-CL-LABEL
010400     MOVE WS-CONTROL-COUNT TO WS-CL-COUNT
010410     WRITE RETRO-REPORT-LINE FROM WS-COUNT-LINE
010420     MOVE "CONTROL TOTAL - RETRO GROSS:" TO WS-TL-LABEL
010430     MOVE WS-CONTROL-TOTAL TO WS-TL-AMOUNT
010440     WRITE RETRO-REPORT-LINE FROM WS-TOTAL-LINE
010450     WRITE RETRO-REPORT-LINE FROM WS-BLANK-LINE
010460     IF WS-FUNCTION-APPROVE
010470         PERFORM 9100-APPROVE-REGISTER THRU 9100-EXIT
010480     ELSE
010490         MOVE WS-USER-ID       TO WS-AL-REQUESTER-ID
010500         MOVE WS-CONTROL-COUNT TO WS-AL-COUNT
010510         MOVE WS-CONTROL-TOTAL TO WS-AL-TOTAL
010520         MOVE SPACES TO RETRO-REPORT-LINE
010530         STRING "REGISTER ONLY - NOTHING RELEASED.  TO BE "
010540                 "APPROVED BY A USER OTHER THAN " WS-USER-ID
010550             DELIMITED BY SIZE INTO RETRO-REPORT-LINE
010560         WRITE RETRO-REPORT-LINE
010570         WRITE RETRO-REPORT-LINE FROM WS-APPROVE-LINE
010580     END-IF
010590     CLOSE RETRO-PARM-FILE
010600     CLOSE EMPLOYEE-MASTER
010610     CLOSE PAY-HISTORY-FILE
010620     CLOSE RETRO-REPORT-FILE
010630     DISPLAY "RETRO PAY COMPLETE - " WS-CONTROL-COUNT
010640         " ADJUSTMENTS, " WS-RELEASED-COUNT " RELEASED"
010650     IF WS-APPROVAL-REFUSED
010660         MOVE 8 TO RETURN-CODE
010670     ELSE
010680         IF WS-REJECT-COUNT > ZERO
010690            OR WS-UNCALC-COUNT > ZERO
010700             MOVE 4 TO RETURN-CODE
010710         END-IF
010720     END-IF.
010730 9000-EXIT.
010740     EXIT.
010750*
010760*-------------------------------------------------------------*
010770* 9100-APPROVE-REGISTER - THE APPROVER MUST NOT BE THE USER WHO
010780*                         RAN THE REGISTER, AND THE REGISTER AS
010790*                         RECOMPUTED NOW MUST STILL MATCH THE
010800*                         CONTROL FIGURES THEY APPROVED - ANY
010810*                         POSTING SINCE MAKES IT STALE.  ON BOTH
010820*                         COUNTS THE NEW ADJUSTMENTS ARE APPENDED
010830*                         TO THE APPROVED RETRO FILE.
010840*-------------------------------------------------------------*
010850 9100-APPROVE-REGISTER.
010860     IF WS-REQUESTER-ID = SPACES
010870        OR WS-REQUESTER-ID = WS-USER-ID
010880         SET WS-APPROVAL-REFUSED TO TRUE
010890         MOVE SPACES TO RETRO-REPORT-LINE
010900         STRING "*** APPROVAL REFUSED - THE APPROVER MUST BE A "
010910                 "USER OTHER THAN THE ONE WHO RAN THE REGISTER"
010920             DELIMITED BY SIZE INTO RETRO-REPORT-LINE
010930         WRITE RETRO-REPORT-LINE
010940         GO TO 9100-EXIT
010950     END-IF
010960     IF WS-APPROVED-COUNT NOT = WS-CONTROL-COUNT
010970        OR WS-APPROVED-TOTAL NOT = WS-CONTROL-TOTAL
010980         SET WS-APPROVAL-REFUSED TO TRUE
010990         MOVE SPACES TO RETRO-REPORT-LINE
011000         STRING "*** APPROVAL REFUSED - REGISTER NO LONGER "
011010                 "MATCHES THE APPROVED CONTROL FIGURES - RERUN "
011020                 "THE REGISTER"
011030             DELIMITED BY SIZE INTO RETRO-REPORT-LINE
011040         WRITE RETRO-REPORT-LINE
011050         GO TO 9100-EXIT
011060     END-IF
011070     OPEN EXTEND RETRO-ADJUST-FILE
011080     IF WS-RETRO-ADJUST-STATUS NOT = "00"
011090         DISPLAY "APPROVED RETRO FILE OPEN FAILED - STATUS "
011100             WS-RETRO-ADJUST-STATUS
011110         CLOSE RETRO-PARM-FILE
011120         CLOSE EMPLOYEE-MASTER
011130         CLOSE PAY-HISTORY-FILE
011140         CLOSE RETRO-REPORT-FILE
011150         MOVE 16 TO RETURN-CODE
011160         STOP RUN
011170     END-IF
011180     PERFORM 9110-RELEASE-ONE-ADJUSTMENT THRU 9110-EXIT
011190         VARYING WS-RA-IDX FROM 1 BY 1
011200         UNTIL WS-RA-IDX > WS-RA-COUNT
011210     CLOSE RETRO-ADJUST-FILE
011220     MOVE SPACES TO RETRO-REPORT-LINE
011230     STRING "APPROVED BY " WS-USER-ID " - REGISTER RUN BY "
011240             WS-REQUESTER-ID " - ADJUSTMENTS RELEASED TO THE "
011250             "NEXT NIGHTLY CYCLE"
011260         DELIMITED BY SIZE INTO RETRO-REPORT-LINE
011270     WRITE RETRO-REPORT-LINE.
011280 9100-EXIT.
011290     EXIT.
011300*
011310*-------------------------------------------------------------*
011320* 9110-RELEASE-ONE-ADJUSTMENT - ONE NEW RETRO ADJUSTMENT AS A
011330*                               MARKED SALARIED-FORM ADJUSTMENT
011340*                               RECORD FOR THE EMPLOYEE FILE
011350*-------------------------------------------------------------*
011360 9110-RELEASE-ONE-ADJUSTMENT.
011370     IF NOT WS-RA-NEW (WS-RA-IDX)
011380         GO TO 9110-EXIT
011390     END-IF
011400     MOVE SPACES TO EMPLOYEE-RECORD
011410     MOVE WS-RA-EMPLOYEE-ID (WS-RA-IDX) TO EMP-ID
011420     MOVE WS-RA-NAME (WS-RA-IDX)        TO EMP-NAME
011430     MOVE WS-RA-DEPT-CODE (WS-RA-IDX)   TO EMP-DEPT-CODE
011440     MOVE WS-RA-AMOUNT (WS-RA-IDX)      TO EMP-SALARY
011450     MOVE 'A'                           TO EMP-REC-TYPE
011460     MOVE 'S'                           TO EMP-PAY-TYPE
011470     MOVE 'R'                           TO EMP-ADJ-REASON
011480     MOVE WS-RA-EFF-DATE (WS-RA-IDX)    TO EMP-RETRO-EFF-DATE
011490     MOVE WS-RA-THRU-DATE (WS-RA-IDX)   TO EMP-RETRO-THRU-DATE
011500     MOVE WS-RA-RATE (WS-RA-IDX)        TO EMP-RETRO-RATE
011510     WRITE EMPLOYEE-RECORD
011520     IF WS-RETRO-ADJUST-STATUS NOT = "00"
011530         DISPLAY "APPROVED RETRO FILE WRITE FAILED - STATUS "
011540             WS-RETRO-ADJUST-STATUS " - EMPLOYEE " EMP-ID
011550             " - " WS-RELEASED-COUNT " ALREADY WRITTEN"
011560         CLOSE RETRO-ADJUST-FILE
011570         CLOSE RETRO-PARM-FILE
011580         CLOSE EMPLOYEE-MASTER
011590         CLOSE PAY-HISTORY-FILE
011600         CLOSE RETRO-REPORT-FILE
011610         MOVE 16 TO RETURN-CODE
011620         STOP RUN
011630     END-IF
011640     ADD 1 TO WS-RELEASED-COUNT.
011650 9110-EXIT.
011660     EXIT.
