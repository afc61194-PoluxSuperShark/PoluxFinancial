000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. Histprg. *> @CBL.Polux.bank.histprg
000030 AUTHOR. D. OKONKWO.
000040 INSTALLATION. POLUX FINANCIAL - PAYROLL SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*-----------------------------------------------------------*
000090* MODIFICATION HISTORY
000100*-----------------------------------------------------------*
000110*  DATE       INIT  DESCRIPTION
000120*  10/15/2026 DO    ORIGINAL VERSION - PAY HISTORY RETENTION,
000130*                   LIVE FILE PURGE.  READS THE ARCHIVE
000140*                   GENERATION HISTARC HAS JUST WRITTEN AND, ONE
000150*                   EMPLOYEE AT A TIME, DELETES THE ARCHIVED
000160*                   POSTINGS FROM THE LIVE PAY HISTORY FILE.
000170*                   BEFORE ANYTHING OF AN EMPLOYEE IS DELETED THE
000180*                   ARCHIVED POSTINGS MUST STILL MATCH THE LIVE
000190*                   ONES, AND FOR EACH TAX YEAR THE ARCHIVED
000200*                   FIGURES PLUS THE FIGURES STAYING LIVE MUST
000210*                   BALANCE TO THE YTD ARCHIVE RECORD; OTHERWISE
000220*                   THE EMPLOYEE IS LEFT WHOLE ON THE LIVE FILE
000230*                   AND REPORTED.  A POSTING ALREADY GONE (A
000240*                   RERUN AFTER A FAILURE) IS COUNTED, NOT
000250*                   TREATED AS AN ERROR.
000260*  10/15/2026 DO    THE EARLIER ARCHIVE GENERATIONS (PAYHPRI,
000270*                   SORTED INTO KEY ORDER FIRST) ARE MERGED IN, SO
000280*                   A YEAR BALANCES WITH EVERYTHING EVER ARCHIVED
000290*                   FROM IT, AND A POSTING LEFT LIVE BY AN EARLIER
000300*                   REFUSED PURGE IS DELETED ONCE ITS YEAR
000310*                   BALANCES.  A POSTING MADE BEFORE THE
000320*                   EMPLOYEE'S YEAR-END CLOSE BELONGS TO THE YEAR
000330*                   CLOSED, AS YREND ARCHIVED IT.
000340*-----------------------------------------------------------*
000350*
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380*
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT PAY-HISTORY-FILE ASSIGN TO PAYHIST
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS PHR-KEY
000450         FILE STATUS IS WS-PAY-HISTORY-STATUS.
000460*
000470     SELECT YTD-ARCHIVE-FILE ASSIGN TO YTDARCH
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS YAR-KEY
000510         FILE STATUS IS WS-ARCHIVE-STATUS.
000520*
000530     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS RCT-RUN-KEY
000570         FILE STATUS IS WS-RUN-CONTROL-STATUS.
000580*
000590     SELECT PAY-ARCHIVE-FILE ASSIGN TO PAYHARC
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-PAY-ARCHIVE-STATUS.
000620*
000630     SELECT PURGE-REPORT-FILE ASSIGN TO PRGRPT
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-PURGE-REPORT-STATUS.
000660*
000670     SELECT PRIOR-ARCHIVE-FILE ASSIGN TO PAYHPRI
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-PRIOR-ARCHIVE-STATUS.
000700*
000710     SELECT PRIOR-SORTED-FILE ASSIGN TO PAYHPRS
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-PRIOR-SORTED-STATUS.
000740*
000750     SELECT SORT-FILE ASSIGN TO SORTWK.
000760*
000770 DATA DIVISION.
000780 FILE SECTION.
000790*
000800 FD  PAY-HISTORY-FILE
000810     LABEL RECORDS ARE STANDARD.
000820     COPY PAYHIST.
000830*
000840 FD  YTD-ARCHIVE-FILE
000850     LABEL RECORDS ARE STANDARD.
000860     COPY YTDARCH.
000870*
000880 FD  RUN-CONTROL-FILE
000890     LABEL RECORDS ARE STANDARD.
000900     COPY RUNCTL.
000910*
000920 FD  PAY-ARCHIVE-FILE
000930     LABEL RECORDS ARE STANDARD
000940     RECORDING MODE IS F.
000950*    A PAY HISTORY RECORD, COPIED AS IT STOOD ON THE LIVE FILE,
000960*    IN PAY HISTORY KEY ORDER.
000970 01  PAY-ARCHIVE-RECORD.
000980     05  PAR-KEY.
000990         10  PAR-EMPLOYEE-ID       PIC 9(05).
001000         10  FILLER                PIC X(13).
001010     05  FILLER                    PIC X(242).
001020*
001030 FD  PURGE-REPORT-FILE
001040     LABEL RECORDS ARE STANDARD
001050     RECORDING MODE IS F.
001060 01  PURGE-REPORT-LINE             PIC X(132).
001070*
001080 FD  PRIOR-ARCHIVE-FILE
001090     LABEL RECORDS ARE STANDARD
001100     RECORDING MODE IS F.
001110*    EVERY EARLIER ARCHIVE GENERATION, EACH IN KEY ORDER.
001120 01  PRIOR-ARCHIVE-RECORD          PIC X(260).
001130*
001140 FD  PRIOR-SORTED-FILE
001150     LABEL RECORDS ARE STANDARD
001160     RECORDING MODE IS F.
001170*    THE EARLIER GENERATIONS SORTED TOGETHER INTO KEY ORDER.
001180 01  PRIOR-SORTED-RECORD.
001190     05  PRS-KEY.
001200         10  PRS-EMPLOYEE-ID       PIC 9(05).
001210         10  FILLER                PIC X(13).
001220     05  FILLER                    PIC X(242).
001230*
001240 SD  SORT-FILE.
001250 01  SORT-RECORD.
001260     05  SRT-KEY                   PIC X(18).
001270     05  FILLER                    PIC X(242).
001280*
001290 WORKING-STORAGE SECTION.
001300*
001310 01  WS-RUN-DATE                   PIC 9(06) VALUE ZERO.
001320*
001330*-----------------------------------------------------------*
001340* ONE POSTING - ITS TAX YEAR AND ITS FIGURES SIGNED AS THEY
001350* WENT TO THE YEAR-TO-DATE TOTALS (A REVERSAL SUBTRACTS).
001360* WITHHELD IS INCOME TAX, SOCIAL SECURITY, HEALTH AND THE STATE
001370* AND LOCAL AMOUNTS, AS TAXES ACCUMULATES IT.
001380*-----------------------------------------------------------*
001390 01  WS-POST-DATE                  PIC 9(06) VALUE ZERO.
001400 01  WS-POST-DATE-PARTS REDEFINES WS-POST-DATE.
001410     05  WS-POST-YY                PIC 9(02).
001420     05  WS-POST-MMDD              PIC 9(04).
001430 01  WS-POST-YEAR                  PIC 9(04) VALUE ZERO.
001440 01  WS-POST-CORR-YEAR             PIC 9(04) VALUE ZERO.
001450 01  WS-POST-SIGN                  PIC S9(01) VALUE +1.
001460 01  WS-POST-JUR-TOTAL             PIC 9(08)V99 VALUE ZERO.
001470 01  WS-POST-FIGURES.
001480     05  WS-POST-AMOUNT            PIC S9(09)V99
001490                                   OCCURS 7 TIMES.
001500*
001510*-----------------------------------------------------------*
001520* YEAR-END CLOSES.  YREND ARCHIVES THE MASTER'S YEAR-TO-DATE
001530* FIGURES AS THEY STAND AT THE CLOSE, SO A POSTING RUN IN THE NEW
001540* YEAR BEFORE THE EMPLOYEE'S CLOSE (NO LATER THAN THE LAST RUN
001550* DATE ON THE YTD ARCHIVE RECORD OF THE YEAR BEFORE) BELONGS TO
001560* THE YEAR CLOSED.  THE TABLE HOLDS, FOR THE EMPLOYEE, EACH YEAR
001570* LOOKED UP AND ITS LAST RUN DATE (ZERO WHEN NOT CLOSED).
001580*-----------------------------------------------------------*
001590 01  WS-CLOSE-YEAR                 PIC 9(04) VALUE ZERO.
001600 01  WS-CLOSE-LAST-RUN             PIC 9(06) VALUE ZERO.
001610 01  WS-CLS-COUNT                  PIC 9(02) COMP VALUE ZERO.
001620 01  WS-CLS-SUB                    PIC 9(02) COMP VALUE ZERO.
001630 01  WS-CLOSE-TABLE.
001640     05  WS-CLS-ENTRY OCCURS 50 TIMES.
001650         10  WS-CLS-YEAR           PIC 9(04).
001660         10  WS-CLS-LAST-RUN       PIC 9(06).
001670*
001680*-----------------------------------------------------------*
001690* ONE EMPLOYEE'S ARCHIVED POSTINGS, THIS GENERATION'S AND THE
001700* EARLIER ONES', IN KEY ORDER, WITH THE FIGURES CHECKED AGAINST
001710* THE LIVE RECORD BEFORE IT IS DELETED.  AN EARLIER GENERATION'S
001720* POSTING IS ONLY STILL LIVE WHEN A PURGE WAS REFUSED.
001730*-----------------------------------------------------------*
001740 01  WS-KEY-COUNT                  PIC 9(05) COMP VALUE ZERO.
001750 01  WS-KEY-SUB                    PIC 9(05) COMP VALUE ZERO.
001760 01  WS-KEY-PTR                    PIC 9(05) COMP VALUE ZERO.
001770 01  WS-ARCHIVED-KEY-TABLE.
001780     05  WS-KEY-ENTRY OCCURS 20000 TIMES.
001790         10  WS-KEY-VALUE          PIC X(18).
001800         10  WS-KEY-REC-TYPE       PIC X(01).
001810         10  WS-KEY-REVERSED-SW    PIC X(01).
001820         10  WS-KEY-GROSS          PIC 9(08)V99.
001830         10  WS-KEY-NET-PAY        PIC 9(08)V99.
001840         10  WS-KEY-YEAR-SUB       PIC 9(02) COMP.
001850         10  WS-KEY-SOURCE         PIC X(01).
001860             88  WS-KEY-THIS-RUN           VALUE 'N'.
001870             88  WS-KEY-EARLIER            VALUE 'E'.
001880         10  WS-KEY-STATE          PIC X(01).
001890             88  WS-KEY-UNMATCHED          VALUE ' '.
001900             88  WS-KEY-ON-LIVE-FILE       VALUE 'D'.
001910             88  WS-KEY-ALREADY-GONE       VALUE 'G'.
001920             88  WS-KEY-CHANGED            VALUE 'X'.
001930 01  WS-LAST-ARCHIVE-KEY           PIC X(18) VALUE LOW-VALUES.
001940 01  WS-LAST-PRIOR-KEY             PIC X(18) VALUE SPACES.
001950*
001960*-----------------------------------------------------------*
001970* THE TAX YEARS THE EMPLOYEE'S ARCHIVED POSTINGS BELONG TO.
001980* SET 1 IS THE ARCHIVED FIGURES, SET 2 THE FIGURES OF THE
001990* YEAR'S POSTINGS STAYING LIVE, IN THE ORDER GROSS, INCOME TAX,
002000* SOCIAL SECURITY, HEALTH, WITHHELD, NET, OTHER DEDUCTIONS.
002010* ONLY A YEAR WITH POSTINGS TO DELETE IS BALANCED.
002020*-----------------------------------------------------------*
002030 01  WS-YR-COUNT                   PIC 9(02) COMP VALUE ZERO.
002040 01  WS-YR-SUB                     PIC 9(02) COMP VALUE ZERO.
002050 01  WS-YR-USE-SUB                 PIC 9(02) COMP VALUE ZERO.
002060 01  WS-SET-SUB                    PIC 9(01) COMP VALUE ZERO.
002070 01  WS-AMT-SUB                    PIC 9(01) COMP VALUE ZERO.
002080 01  WS-YEAR-TABLE.
002090     05  WS-YR-ENTRY OCCURS 50 TIMES.
002100         10  WS-YR-YEAR            PIC 9(04).
002110         10  WS-YR-ARCHIVED        PIC 9(07) COMP.
002120         10  WS-YR-LIVE            PIC 9(07) COMP.
002130         10  WS-YR-TO-DELETE       PIC 9(07) COMP.
002140         10  WS-YR-SET OCCURS 2 TIMES.
002150             15  WS-YR-AMOUNT      PIC S9(09)V99
002160                                   OCCURS 7 TIMES.
002170 01  WS-CHECK-FIGURES.
002180     05  WS-CHECK-AMOUNT           PIC S9(09)V99
002190                                   OCCURS 7 TIMES.
002200 01  WS-ARCH-FIGURES.
002210     05  WS-ARCH-AMOUNT            PIC S9(09)V99
002220                                   OCCURS 7 TIMES.
002230 01  WS-CUR-EMPLOYEE-ID            PIC 9(05) VALUE ZERO.
002240 01  WS-REFUSED-REASON             PIC X(40) VALUE SPACES.
002250 01  WS-REFUSED-YEAR               PIC 9(04) VALUE ZERO.
002260*
002270*-----------------------------------------------------------*
002280* FILE STATUS AND CONTROL FIELDS
002290*-----------------------------------------------------------*
002300 01  WS-PAY-HISTORY-STATUS         PIC X(02) VALUE SPACES.
002310 01  WS-ARCHIVE-STATUS             PIC X(02) VALUE SPACES.
002320 01  WS-RUN-CONTROL-STATUS         PIC X(02) VALUE SPACES.
002330 01  WS-PAY-ARCHIVE-STATUS         PIC X(02) VALUE SPACES.
002340 01  WS-PURGE-REPORT-STATUS        PIC X(02) VALUE SPACES.
002350 01  WS-PRIOR-ARCHIVE-STATUS       PIC X(02) VALUE SPACES.
002360 01  WS-PRIOR-SORTED-STATUS        PIC X(02) VALUE SPACES.
002370 01  WS-EMP-READ-COUNT             PIC 9(07) COMP VALUE ZERO.
002380 01  WS-EMP-DELETED-COUNT          PIC 9(05) COMP VALUE ZERO.
002390 01  WS-EMP-GONE-COUNT             PIC 9(05) COMP VALUE ZERO.
002400 01  WS-EMP-EARLIER-COUNT          PIC 9(05) COMP VALUE ZERO.
002410 01  WS-EMPLOYEE-COUNT             PIC 9(07) COMP VALUE ZERO.
002420 01  WS-EMPLOYEE-REFUSED-COUNT     PIC 9(07) COMP VALUE ZERO.
002430 01  WS-READ-COUNT                 PIC 9(09) COMP VALUE ZERO.
002440 01  WS-DELETED-COUNT              PIC 9(09) COMP VALUE ZERO.
002450 01  WS-GONE-COUNT                 PIC 9(09) COMP VALUE ZERO.
002460 01  WS-EARLIER-COUNT              PIC 9(09) COMP VALUE ZERO.
002470 01  WS-LEFT-LIVE-COUNT            PIC 9(09) COMP VALUE ZERO.
002480 01  WS-COUNT-ED                   PIC ZZZ,ZZZ,ZZ9.
002490*
002500*-----------------------------------------------------------*
002510* REPORT LINES
002520*-----------------------------------------------------------*
002530 01  WS-COLUMN-HEADING.
002540     05  FILLER                    PIC X(07) VALUE "EMPL".
002550     05  FILLER                    PIC X(10) VALUE "  ARCHIVED".
002560     05  FILLER                    PIC X(10) VALUE "   DELETED".
002570     05  FILLER                    PIC X(10) VALUE "      GONE".
002580     05  FILLER                    PIC X(10) VALUE "   EARLIER".
002590     05  FILLER                    PIC X(02) VALUE SPACES.
002600     05  FILLER                    PIC X(06) VALUE "STATUS".
002610 01  WS-PURGE-DETAIL.
002620     05  WS-PD-EMPLOYEE-ID         PIC 9(05).
002630     05  FILLER                    PIC X(02) VALUE SPACES.
002640     05  WS-PD-ARCHIVED            PIC Z,ZZZ,ZZ9.
002650     05  FILLER                    PIC X(01) VALUE SPACES.
002660     05  WS-PD-DELETED             PIC Z,ZZZ,ZZ9.
002670     05  FILLER                    PIC X(01) VALUE SPACES.
002680     05  WS-PD-GONE                PIC Z,ZZZ,ZZ9.
002690     05  FILLER                    PIC X(01) VALUE SPACES.
002700     05  WS-PD-EARLIER             PIC Z,ZZZ,ZZ9.
002710     05  FILLER                    PIC X(02) VALUE SPACES.
002720     05  WS-PD-STATUS              PIC X(40).
002730     05  FILLER                    PIC X(02) VALUE SPACES.
002740     05  WS-PD-YEAR-LIT            PIC X(05).
002750     05  WS-PD-YEAR                PIC X(04).
002760     05  FILLER                    PIC X(31) VALUE SPACES.
002770*
002780 01  WS-SWITCHES.
002790     05  WS-HIST-EOF-SWITCH        PIC X(01) VALUE 'N'.
002800         88  WS-HIST-END-OF-FILE           VALUE 'Y'.
002810         88  WS-HIST-NOT-END-OF-FILE       VALUE 'N'.
002820     05  WS-ARC-EOF-SWITCH         PIC X(01) VALUE 'N'.
002830         88  WS-ARC-END-OF-FILE            VALUE 'Y'.
002840         88  WS-ARC-NOT-END-OF-FILE        VALUE 'N'.
002850     05  WS-PRI-EOF-SWITCH         PIC X(01) VALUE 'N'.
002860         88  WS-PRI-END-OF-FILE            VALUE 'Y'.
002870         88  WS-PRI-NOT-END-OF-FILE        VALUE 'N'.
002880     05  WS-RCTL-EOF-SWITCH        PIC X(01) VALUE 'N'.
002890         88  WS-RCTL-END-OF-FILE           VALUE 'Y'.
002900         88  WS-RCTL-NOT-END-OF-FILE       VALUE 'N'.
002910     05  WS-EMP-REFUSED-SW         PIC X(01) VALUE 'N'.
002920         88  WS-EMP-REFUSED                VALUE 'Y'.
002930         88  WS-EMP-NOT-REFUSED            VALUE 'N'.
002940     05  WS-YR-FOUND-SW            PIC X(01) VALUE 'N'.
002950         88  WS-YR-FOUND                   VALUE 'Y'.
002960         88  WS-YR-NOT-FOUND               VALUE 'N'.
002970     05  WS-CLS-FOUND-SW           PIC X(01) VALUE 'N'.
002980         88  WS-CLS-FOUND                  VALUE 'Y'.
002990         88  WS-CLS-NOT-FOUND              VALUE 'N'.
003000     05  WS-MATCH-SW               PIC X(01) VALUE 'N'.
003010         88  WS-FIGURES-MATCH              VALUE 'Y'.
003020         88  WS-FIGURES-DIFFER             VALUE 'N'.
003030*
003040 PROCEDURE DIVISION.
003050*
003060*=============================================================*
003070* 0000-MAINLINE - PROGRAM ENTRY POINT
003080*=============================================================*
003090 0000-MAINLINE.
003100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003110     PERFORM 2000-PURGE-ONE-EMPLOYEE THRU 2000-EXIT
003120         UNTIL WS-ARC-END-OF-FILE
003130           AND WS-PRI-END-OF-FILE
003140     PERFORM 9000-TERMINATE THRU 9000-EXIT
003150     STOP RUN.
003160*
003170*=============================================================*
003180* 1000-INITIALIZE - CHECK NO PAYROLL RUN IS IN-FLIGHT, SORT THE
003190*                   EARLIER ARCHIVE GENERATIONS, OPEN THE FILES,
003200*                   PRINT THE HEADING AND READ THE FIRST ARCHIVED
003210*                   POSTING OF EACH
003220*=============================================================*
003230 1000-INITIALIZE.
003240     ACCEPT WS-RUN-DATE FROM DATE
003250     PERFORM 1050-CHECK-RUN-CONTROL THRU 1050-EXIT
003260     PERFORM 1200-SORT-PRIOR-ARCHIVE THRU 1200-EXIT
003270     OPEN INPUT PAY-ARCHIVE-FILE
003280     IF WS-PAY-ARCHIVE-STATUS NOT = "00"
003290         DISPLAY "PAY HISTORY ARCHIVE OPEN FAILED - STATUS "
003300             WS-PAY-ARCHIVE-STATUS
003310         CLOSE PRIOR-SORTED-FILE
003320         MOVE 16 TO RETURN-CODE
003330         STOP RUN
003340     END-IF
003350     OPEN I-O PAY-HISTORY-FILE
003360     IF WS-PAY-HISTORY-STATUS NOT = "00"
003370         DISPLAY "PAY HISTORY FILE OPEN FAILED - STATUS "
003380             WS-PAY-HISTORY-STATUS
003390         CLOSE PRIOR-SORTED-FILE
003400         CLOSE PAY-ARCHIVE-FILE
003410         MOVE 16 TO RETURN-CODE
003420         STOP RUN
003430     END-IF
003440     OPEN INPUT YTD-ARCHIVE-FILE
003450     IF WS-ARCHIVE-STATUS NOT = "00"
003460         DISPLAY "YTD ARCHIVE FILE OPEN FAILED - STATUS "
003470             WS-ARCHIVE-STATUS
003480         CLOSE PRIOR-SORTED-FILE
003490         CLOSE PAY-ARCHIVE-FILE
003500         CLOSE PAY-HISTORY-FILE
003510         MOVE 16 TO RETURN-CODE
003520         STOP RUN
003530     END-IF
003540     OPEN OUTPUT PURGE-REPORT-FILE
003550     IF WS-PURGE-REPORT-STATUS NOT = "00"
003560         DISPLAY "PURGE REPORT FILE OPEN FAILED - STATUS "
003570             WS-PURGE-REPORT-STATUS
003580         CLOSE PRIOR-SORTED-FILE
003590         CLOSE PAY-ARCHIVE-FILE
003600         CLOSE PAY-HISTORY-FILE
003610         CLOSE YTD-ARCHIVE-FILE
003620         MOVE 16 TO RETURN-CODE
003630         STOP RUN
003640     END-IF
003650     MOVE SPACES TO PURGE-REPORT-LINE
003660     STRING "POLUX FINANCIAL - PAY HISTORY RETENTION PURGE"
003670             " - RUN DATE " WS-RUN-DATE
003680         DELIMITED BY SIZE INTO PURGE-REPORT-LINE
003690     WRITE PURGE-REPORT-LINE
003700     MOVE SPACES TO PURGE-REPORT-LINE
003710     WRITE PURGE-REPORT-LINE
003720     WRITE PURGE-REPORT-LINE FROM WS-COLUMN-HEADING
003730     PERFORM 2100-READ-ARCHIVE THRU 2100-EXIT.
003740 1000-EXIT.
003750     EXIT.
003760*
003770*-------------------------------------------------------------*
003780* 1050-CHECK-RUN-CONTROL - REFUSE TO RUN WHILE A PAYROLL RUN IS
003790*                          MARKED IN-FLIGHT ON THE SHARED RUN
003800*                          CONTROL FILE - A RESTART OF IT MAY
003810*                          STILL REVERSE OR REWRITE POSTINGS.
003820*                          A MISSING CONTROL FILE GETS A CONSOLE
003830*                          NOTE AND THE RUN PROCEEDS.
003840*-------------------------------------------------------------*
003850 1050-CHECK-RUN-CONTROL.
003860     OPEN INPUT RUN-CONTROL-FILE
003870     IF WS-RUN-CONTROL-STATUS NOT = "00"
003880         DISPLAY "RUN CONTROL FILE NOT AVAILABLE - STATUS "
003890             WS-RUN-CONTROL-STATUS " - PROCEEDING"
003900         GO TO 1050-EXIT
003910     END-IF
003920     MOVE ZERO TO RCT-RUN-KEY
003930     START RUN-CONTROL-FILE KEY NOT LESS THAN RCT-RUN-KEY
003940         INVALID KEY
003950             SET WS-RCTL-END-OF-FILE TO TRUE
003960     END-START
003970     PERFORM 1060-SCAN-RUN-CONTROL THRU 1060-EXIT
003980         UNTIL WS-RCTL-END-OF-FILE
003990     CLOSE RUN-CONTROL-FILE.
004000 1050-EXIT.
004010     EXIT.
004020*
004030*-------------------------------------------------------------*
004040* 1060-SCAN-RUN-CONTROL - ONE CONTROL RECORD; ANY IN-FLIGHT
004050*                         MARK STOPS THE PURGE
004060*-------------------------------------------------------------*
004070 1060-SCAN-RUN-CONTROL.
004080     READ RUN-CONTROL-FILE NEXT RECORD
004090         AT END
004100             SET WS-RCTL-END-OF-FILE TO TRUE
004110             GO TO 1060-EXIT
004120     END-READ
004130     IF RCT-RUN-IN-FLIGHT
004140         DISPLAY "PAYROLL RUN " RCT-RUN-DATE "/" RCT-RUN-NO
004150             " IS MARKED "
004160             "IN-FLIGHT - PAY HISTORY PURGE REFUSED"
004170         CLOSE RUN-CONTROL-FILE
004180         MOVE 8 TO RETURN-CODE
004190         STOP RUN
004200     END-IF.
004210 1060-EXIT.
004220     EXIT.
004230*
004240*-------------------------------------------------------------*
004250* 1200-SORT-PRIOR-ARCHIVE - SORT EVERY EARLIER ARCHIVE
004260*                           GENERATION INTO ONE FILE IN KEY
004270*                           ORDER, OPEN IT AND READ ITS FIRST
004280*                           RECORD.  BEFORE THE FIRST GENERATION
004290*                           EXISTS THE INPUT IS EMPTY.
004300*-------------------------------------------------------------*
004310 1200-SORT-PRIOR-ARCHIVE.
004320     SORT SORT-FILE
004330         ON ASCENDING KEY SRT-KEY
004340         USING PRIOR-ARCHIVE-FILE
004350         GIVING PRIOR-SORTED-FILE
004360     IF SORT-RETURN NOT = ZERO
004370         DISPLAY "EARLIER ARCHIVE GENERATIONS SORT FAILED - "
004380             "RETURN " SORT-RETURN
004390         MOVE 16 TO RETURN-CODE
004400         STOP RUN
004410     END-IF
004420     OPEN INPUT PRIOR-SORTED-FILE
004430     IF WS-PRIOR-SORTED-STATUS NOT = "00"
004440         DISPLAY "SORTED EARLIER ARCHIVE OPEN FAILED - STATUS "
004450             WS-PRIOR-SORTED-STATUS
004460         MOVE 16 TO RETURN-CODE
004470         STOP RUN
004480     END-IF
004490     PERFORM 2300-READ-PRIOR THRU 2300-EXIT.
004500 1200-EXIT.
004510     EXIT.
004520*
004530*=============================================================*
004540* 2000-PURGE-ONE-EMPLOYEE - LOAD THE EMPLOYEE'S ARCHIVED
004550*                           POSTINGS, MATCH THEM TO THE LIVE
004560*                           FILE, BALANCE EACH TAX YEAR TO THE
004570*                           YTD ARCHIVE, AND ONLY THEN DELETE.
004580*                           THE EMPLOYEES ARE TAKEN IN ORDER FROM
004590*                           THIS GENERATION AND THE EARLIER ONES
004600*                           TOGETHER; ONE ONLY IN THE EARLIER ONES
004610*                           IS REPORTED ONLY WHEN SOMETHING OF IT
004620*                           WAS STILL LIVE.
004630*=============================================================*
004640 2000-PURGE-ONE-EMPLOYEE.
004650     IF WS-ARC-END-OF-FILE
004660         MOVE PRS-EMPLOYEE-ID TO WS-CUR-EMPLOYEE-ID
004670     ELSE
004680         MOVE PAR-EMPLOYEE-ID TO WS-CUR-EMPLOYEE-ID
004690         IF WS-PRI-NOT-END-OF-FILE
004700            AND PRS-EMPLOYEE-ID < WS-CUR-EMPLOYEE-ID
004710             MOVE PRS-EMPLOYEE-ID TO WS-CUR-EMPLOYEE-ID
004720         END-IF
004730     END-IF
004740     MOVE ZERO TO WS-KEY-COUNT
004750     MOVE ZERO TO WS-EMP-READ-COUNT
004760     MOVE ZERO TO WS-YR-COUNT
004770     MOVE ZERO TO WS-CLS-COUNT
004780     MOVE ZERO TO WS-EMP-DELETED-COUNT
004790     MOVE ZERO TO WS-EMP-GONE-COUNT
004800     MOVE ZERO TO WS-EMP-EARLIER-COUNT
004810     MOVE ZERO TO WS-REFUSED-YEAR
004820     MOVE SPACES TO WS-REFUSED-REASON
004830     SET WS-EMP-NOT-REFUSED TO TRUE
004840     PERFORM 3000-LOAD-ARCHIVED THRU 3000-EXIT
004850         UNTIL WS-ARC-END-OF-FILE
004860            OR PAR-EMPLOYEE-ID NOT = WS-CUR-EMPLOYEE-ID
004870     PERFORM 3020-LOAD-EARLIER THRU 3020-EXIT
004880         UNTIL WS-PRI-END-OF-FILE
004890            OR PRS-EMPLOYEE-ID NOT = WS-CUR-EMPLOYEE-ID
004900     IF WS-EMP-READ-COUNT > ZERO
004910         ADD 1 TO WS-EMPLOYEE-COUNT
004920     END-IF
004930     IF WS-EMP-REFUSED
004940         PERFORM 2050-REPORT-REFUSED THRU 2050-EXIT
004950         GO TO 2000-EXIT
004960     END-IF
004970     MOVE WS-CUR-EMPLOYEE-ID TO PHR-EMPLOYEE-ID
004980     MOVE ZERO               TO PHR-RUN-DATE
004990     MOVE ZERO               TO PHR-RUN-SEQ
005000     SET WS-HIST-NOT-END-OF-FILE TO TRUE
005010     START PAY-HISTORY-FILE KEY NOT LESS THAN PHR-KEY
005020         INVALID KEY
005030             SET WS-HIST-END-OF-FILE TO TRUE
005040     END-START
005050     IF WS-HIST-NOT-END-OF-FILE
005060         PERFORM 2200-READ-HISTORY-NEXT THRU 2200-EXIT
005070     END-IF
005080     MOVE 1 TO WS-KEY-PTR
005090     PERFORM 4000-MATCH-LIVE-POSTING THRU 4000-EXIT
005100         UNTIL WS-HIST-END-OF-FILE
005110            OR PHR-EMPLOYEE-ID NOT = WS-CUR-EMPLOYEE-ID
005120     PERFORM 4200-CHECK-MATCH-STATE THRU 4200-EXIT
005130         VARYING WS-KEY-SUB FROM 1 BY 1
005140         UNTIL WS-KEY-SUB > WS-KEY-COUNT
005150     IF WS-EMP-REFUSED
005160         PERFORM 2050-REPORT-REFUSED THRU 2050-EXIT
005170         GO TO 2000-EXIT
005180     END-IF
005190     PERFORM 5000-BALANCE-YEAR THRU 5000-EXIT
005200         VARYING WS-YR-SUB FROM 1 BY 1
005210         UNTIL WS-YR-SUB > WS-YR-COUNT
005220            OR WS-EMP-REFUSED
005230     IF WS-EMP-REFUSED
005240         PERFORM 2050-REPORT-REFUSED THRU 2050-EXIT
005250         GO TO 2000-EXIT
005260     END-IF
005270     PERFORM 6000-DELETE-POSTING THRU 6000-EXIT
005280         VARYING WS-KEY-SUB FROM 1 BY 1
005290         UNTIL WS-KEY-SUB > WS-KEY-COUNT
005300     ADD WS-EMP-DELETED-COUNT TO WS-DELETED-COUNT
005310     ADD WS-EMP-GONE-COUNT    TO WS-GONE-COUNT
005320     ADD WS-EMP-EARLIER-COUNT TO WS-EARLIER-COUNT
005330     IF WS-EMP-READ-COUNT = ZERO
005340        AND WS-EMP-EARLIER-COUNT = ZERO
005350         GO TO 2000-EXIT
005360     END-IF
005370     MOVE "PURGED - BALANCED TO YTD ARCHIVE" TO WS-REFUSED-REASON
005380     PERFORM 7000-REPORT-EMPLOYEE THRU 7000-EXIT.
005390 2000-EXIT.
005400     EXIT.
005410*
005420*-------------------------------------------------------------*
005430* 2050-REPORT-REFUSED - THE EMPLOYEE'S POSTINGS ALL STAY LIVE;
005440*                       COUNT THEM AND REPORT THE REASON
005450*-------------------------------------------------------------*
005460 2050-REPORT-REFUSED.
005470     ADD 1 TO WS-EMPLOYEE-REFUSED-COUNT
005480     ADD WS-EMP-READ-COUNT TO WS-LEFT-LIVE-COUNT
005490     MOVE ZERO TO WS-EMP-DELETED-COUNT
005500     MOVE ZERO TO WS-EMP-GONE-COUNT
005510     MOVE ZERO TO WS-EMP-EARLIER-COUNT
005520     PERFORM 7000-REPORT-EMPLOYEE THRU 7000-EXIT.
005530 2050-EXIT.
005540     EXIT.
005550*
005560*-------------------------------------------------------------*
005570* 2100-READ-ARCHIVE - GET THE NEXT ARCHIVED POSTING.  THE
005580*                     GENERATION MUST BE IN KEY ORDER - A KEY OUT
005590*                     OF ORDER STOPS THE PURGE, SINCE THE MATCH
005600*                     TO THE LIVE FILE DEPENDS ON IT.
005610*-------------------------------------------------------------*
005620 2100-READ-ARCHIVE.
005630     READ PAY-ARCHIVE-FILE
005640         AT END
005650             SET WS-ARC-END-OF-FILE TO TRUE
005660             GO TO 2100-EXIT
005670     END-READ
005680     ADD 1 TO WS-READ-COUNT
005690     IF PAR-KEY NOT > WS-LAST-ARCHIVE-KEY
005700         DISPLAY "PAY HISTORY ARCHIVE OUT OF KEY ORDER AT "
005710             PAR-KEY " - PURGE STOPPED"
005720         CLOSE PRIOR-SORTED-FILE
005730         CLOSE PAY-ARCHIVE-FILE
005740         CLOSE PAY-HISTORY-FILE
005750         CLOSE YTD-ARCHIVE-FILE
005760         CLOSE PURGE-REPORT-FILE
005770         MOVE 16 TO RETURN-CODE
005780         STOP RUN
005790     END-IF
005800     MOVE PAR-KEY TO WS-LAST-ARCHIVE-KEY.
005810 2100-EXIT.
005820     EXIT.
005830*
005840*-------------------------------------------------------------*
005850* 2200-READ-HISTORY-NEXT - GET THE NEXT LIVE PAY HISTORY RECORD
005860*-------------------------------------------------------------*
005870 2200-READ-HISTORY-NEXT.
005880     READ PAY-HISTORY-FILE NEXT RECORD
005890         AT END
005900             SET WS-HIST-END-OF-FILE TO TRUE
005910     END-READ.
005920 2200-EXIT.
005930     EXIT.
005940*
005950*-------------------------------------------------------------*
005960* 2300-READ-PRIOR - GET THE NEXT POSTING OF THE EARLIER ARCHIVE
005970*                   GENERATIONS
005980*-------------------------------------------------------------*
005990 2300-READ-PRIOR.
006000     READ PRIOR-SORTED-FILE
006010         AT END
006020             SET WS-PRI-END-OF-FILE TO TRUE
006030     END-READ.
006040 2300-EXIT.
006050     EXIT.
006060*
006070*=============================================================*
006080* 3000-LOAD-ARCHIVED - ONE ARCHIVED POSTING OF THE EMPLOYEE:
006090*                      TABLE ITS KEY AND FIGURES AND ADD IT TO
006100*                      ITS TAX YEAR'S ARCHIVED FIGURES.  THE
006110*                      EARLIER GENERATIONS' POSTINGS AHEAD OF IT
006120*                      ARE TABLED FIRST; ONE WITH THE SAME KEY IS
006130*                      THIS POSTING AGAIN (A RESTART AFTER THE
006140*                      GENERATION WAS CATALOGED) AND IS DROPPED.
006150*=============================================================*
006160 3000-LOAD-ARCHIVED.
006170     PERFORM 3010-TABLE-ARCHIVED THRU 3010-EXIT
006180     PERFORM 2100-READ-ARCHIVE THRU 2100-EXIT.
006190 3000-EXIT.
006200     EXIT.
006210*
006220*-------------------------------------------------------------*
006230* 3010-TABLE-ARCHIVED - TABLE THE ARCHIVED POSTING'S KEY AND
006240*                       FIGURES UNDER ITS TAX YEAR, ONCE THE
006250*                       EARLIER GENERATIONS AHEAD OF IT ARE IN
006260*-------------------------------------------------------------*
006270 3010-TABLE-ARCHIVED.
006280     PERFORM 3020-LOAD-EARLIER THRU 3020-EXIT
006290         UNTIL WS-PRI-END-OF-FILE
006300            OR PRS-KEY NOT < PAR-KEY
006310     MOVE PAR-KEY TO WS-LAST-PRIOR-KEY
006320     PERFORM 2300-READ-PRIOR THRU 2300-EXIT
006330         UNTIL WS-PRI-END-OF-FILE
006340            OR PRS-KEY NOT = WS-LAST-PRIOR-KEY
006350     ADD 1 TO WS-EMP-READ-COUNT
006360     IF WS-EMP-REFUSED
006370         GO TO 3010-EXIT
006380     END-IF
006390     IF WS-KEY-COUNT NOT < 20000
006400         SET WS-EMP-REFUSED TO TRUE
006410         MOVE "LEFT LIVE - TOO MANY POSTINGS FOR ONE RUN"
006420             TO WS-REFUSED-REASON
006430         GO TO 3010-EXIT
006440     END-IF
006450     MOVE PAY-ARCHIVE-RECORD TO PAY-HISTORY-RECORD
006460     PERFORM 3100-GET-POSTING-FIGURES THRU 3100-EXIT
006470     PERFORM 3300-FIND-YEAR THRU 3300-EXIT
006480     IF WS-YR-NOT-FOUND
006490         IF WS-YR-COUNT NOT < 50
006500             SET WS-EMP-REFUSED TO TRUE
006510             MOVE "LEFT LIVE - TOO MANY TAX YEARS FOR ONE RUN"
006520                 TO WS-REFUSED-REASON
006530             GO TO 3010-EXIT
006540         END-IF
006550         ADD 1 TO WS-YR-COUNT
006560         MOVE WS-YR-COUNT TO WS-YR-USE-SUB
006570         INITIALIZE WS-YR-ENTRY (WS-YR-USE-SUB)
006580         MOVE WS-POST-YEAR TO WS-YR-YEAR (WS-YR-USE-SUB)
006590     END-IF
006600     ADD 1 TO WS-YR-ARCHIVED (WS-YR-USE-SUB)
006610     MOVE 1 TO WS-SET-SUB
006620     PERFORM 3400-ADD-TO-YEAR THRU 3400-EXIT
006630         VARYING WS-AMT-SUB FROM 1 BY 1
006640         UNTIL WS-AMT-SUB > 7
006650     ADD 1 TO WS-KEY-COUNT
006660     MOVE PHR-KEY         TO WS-KEY-VALUE (WS-KEY-COUNT)
006670     MOVE PHR-REC-TYPE    TO WS-KEY-REC-TYPE (WS-KEY-COUNT)
006680     MOVE PHR-REVERSED-SW TO WS-KEY-REVERSED-SW (WS-KEY-COUNT)
006690     MOVE PHR-GROSS       TO WS-KEY-GROSS (WS-KEY-COUNT)
006700     MOVE PHR-NET-PAY     TO WS-KEY-NET-PAY (WS-KEY-COUNT)
006710     MOVE WS-YR-USE-SUB   TO WS-KEY-YEAR-SUB (WS-KEY-COUNT)
006720     MOVE 'N'             TO WS-KEY-SOURCE (WS-KEY-COUNT)
006730     MOVE SPACE           TO WS-KEY-STATE (WS-KEY-COUNT).
006740 3010-EXIT.
006750     EXIT.
006760*
006770*-------------------------------------------------------------*
006780* 3020-LOAD-EARLIER - ONE POSTING OF AN EARLIER GENERATION:
006790*                     TABLE IT LIKE ONE OF THIS GENERATION, SO
006800*                     ITS FIGURES COUNT AS ARCHIVED AND, IF A
006810*                     REFUSED PURGE LEFT IT LIVE, IT IS DELETED
006820*                     WITH THE REST.  A KEY REPEATED IN THE
006830*                     EARLIER GENERATIONS COUNTS ONCE.
006840*-------------------------------------------------------------*
006850 3020-LOAD-EARLIER.
006860     PERFORM 3030-TABLE-EARLIER THRU 3030-EXIT
006870     MOVE PRS-KEY TO WS-LAST-PRIOR-KEY
006880     PERFORM 2300-READ-PRIOR THRU 2300-EXIT
006890         UNTIL WS-PRI-END-OF-FILE
006900            OR PRS-KEY NOT = WS-LAST-PRIOR-KEY.
006910 3020-EXIT.
006920     EXIT.
006930*
006940*-------------------------------------------------------------*
006950* 3030-TABLE-EARLIER - TABLE THE EARLIER GENERATION'S POSTING
006960*                      KEY AND FIGURES UNDER ITS TAX YEAR
006970*-------------------------------------------------------------*
006980 3030-TABLE-EARLIER.
006990     IF WS-EMP-REFUSED
007000         GO TO 3030-EXIT
007010     END-IF
007020     IF WS-KEY-COUNT NOT < 20000
007030         SET WS-EMP-REFUSED TO TRUE
007040         MOVE "LEFT LIVE - TOO MANY POSTINGS FOR ONE RUN"
007050             TO WS-REFUSED-REASON
007060         GO TO 3030-EXIT
007070     END-IF
007080     MOVE PRIOR-SORTED-RECORD TO PAY-HISTORY-RECORD
007090     PERFORM 3100-GET-POSTING-FIGURES THRU 3100-EXIT
007100     PERFORM 3300-FIND-YEAR THRU 3300-EXIT
007110     IF WS-YR-NOT-FOUND
007120         IF WS-YR-COUNT NOT < 50
007130             SET WS-EMP-REFUSED TO TRUE
007140             MOVE "LEFT LIVE - TOO MANY TAX YEARS FOR ONE RUN"
007150                 TO WS-REFUSED-REASON
007160             GO TO 3030-EXIT
007170         END-IF
007180         ADD 1 TO WS-YR-COUNT
007190         MOVE WS-YR-COUNT TO WS-YR-USE-SUB
007200         INITIALIZE WS-YR-ENTRY (WS-YR-USE-SUB)
007210         MOVE WS-POST-YEAR TO WS-YR-YEAR (WS-YR-USE-SUB)
007220     END-IF
007230     ADD 1 TO WS-YR-ARCHIVED (WS-YR-USE-SUB)
007240     MOVE 1 TO WS-SET-SUB
007250     PERFORM 3400-ADD-TO-YEAR THRU 3400-EXIT
007260         VARYING WS-AMT-SUB FROM 1 BY 1
007270         UNTIL WS-AMT-SUB > 7
007280     ADD 1 TO WS-KEY-COUNT
007290     MOVE PHR-KEY         TO WS-KEY-VALUE (WS-KEY-COUNT)
007300     MOVE PHR-REC-TYPE    TO WS-KEY-REC-TYPE (WS-KEY-COUNT)
007310     MOVE PHR-REVERSED-SW TO WS-KEY-REVERSED-SW (WS-KEY-COUNT)
007320     MOVE PHR-GROSS       TO WS-KEY-GROSS (WS-KEY-COUNT)
007330     MOVE PHR-NET-PAY     TO WS-KEY-NET-PAY (WS-KEY-COUNT)
007340     MOVE WS-YR-USE-SUB   TO WS-KEY-YEAR-SUB (WS-KEY-COUNT)
007350     MOVE 'E'             TO WS-KEY-SOURCE (WS-KEY-COUNT)
007360     MOVE SPACE           TO WS-KEY-STATE (WS-KEY-COUNT).
007370 3030-EXIT.
007380     EXIT.
007390*
007400*-------------------------------------------------------------*
007410* 3100-GET-POSTING-FIGURES - THE POSTING'S TAX YEAR AND SIGNED
007420*                            FIGURES.  A PRIOR-YEAR CORRECTION
007430*                            BELONGS TO THE YEAR IT CORRECTED;
007440*                            A POSTING RUN BEFORE THE EMPLOYEE'S
007450*                            CLOSE OF THE YEAR BEFORE ITS RUN
007460*                            DATE, TO THAT YEAR; ANY OTHER
007470*                            POSTING TO THE YEAR OF ITS RUN DATE.
007480*-------------------------------------------------------------*
007490 3100-GET-POSTING-FIGURES.
007500     MOVE PHR-RUN-DATE TO WS-POST-DATE
007510     COMPUTE WS-POST-YEAR = 2000 + WS-POST-YY
007520     MOVE ZERO TO WS-POST-CORR-YEAR
007530     IF PHR-CORR-YEAR NUMERIC
007540         MOVE PHR-CORR-YEAR TO WS-POST-CORR-YEAR
007550     END-IF
007560     IF WS-POST-CORR-YEAR > ZERO
007570         MOVE WS-POST-CORR-YEAR TO WS-POST-YEAR
007580     ELSE
007590         PERFORM 3120-CHECK-CLOSED-YEAR THRU 3120-EXIT
007600     END-IF
007610     MOVE ZERO TO WS-POST-JUR-TOTAL
007620     PERFORM 3110-ADD-JURISDICTION THRU 3110-EXIT
007630         VARYING WS-AMT-SUB FROM 1 BY 1
007640         UNTIL WS-AMT-SUB > 4
007650     IF PHR-REVERSAL-POSTING
007660         MOVE -1 TO WS-POST-SIGN
007670     ELSE
007680         MOVE +1 TO WS-POST-SIGN
007690     END-IF
007700     COMPUTE WS-POST-AMOUNT (1) = PHR-GROSS * WS-POST-SIGN
007710     COMPUTE WS-POST-AMOUNT (2) = PHR-INCOME-TAX * WS-POST-SIGN
007720     COMPUTE WS-POST-AMOUNT (3) = PHR-SOC-SEC * WS-POST-SIGN
007730     COMPUTE WS-POST-AMOUNT (4) = PHR-HEALTH-INS * WS-POST-SIGN
007740     COMPUTE WS-POST-AMOUNT (5) =
007750         (PHR-INCOME-TAX + PHR-SOC-SEC + PHR-HEALTH-INS
007760             + WS-POST-JUR-TOTAL) * WS-POST-SIGN
007770     COMPUTE WS-POST-AMOUNT (6) = PHR-NET-PAY * WS-POST-SIGN
007780     IF PHR-OTHER-DEDS NUMERIC
007790         COMPUTE WS-POST-AMOUNT (7) =
007800             PHR-OTHER-DEDS * WS-POST-SIGN
007810     ELSE
007820         MOVE ZERO TO WS-POST-AMOUNT (7)
007830     END-IF.
007840 3100-EXIT.
007850     EXIT.
007860*
007870 3110-ADD-JURISDICTION.
007880     IF PHR-JUR-WITHHELD (WS-AMT-SUB) NUMERIC
007890         ADD PHR-JUR-WITHHELD (WS-AMT-SUB) TO WS-POST-JUR-TOTAL
007900     END-IF.
007910 3110-EXIT.
007920     EXIT.
007930*
007940*-------------------------------------------------------------*
007950* 3120-CHECK-CLOSED-YEAR - WHEN THE EMPLOYEE'S YEAR BEFORE THE
007960*                          RUN DATE'S WAS CLOSED AFTER THE POSTING
007970*                          WAS RUN, THE POSTING IS IN THAT YEAR'S
007980*                          YTD ARCHIVE FIGURES AND BELONGS TO IT.
007990*                          EACH YEAR IS READ ONCE PER EMPLOYEE.
008000*-------------------------------------------------------------*
008010 3120-CHECK-CLOSED-YEAR.
008020     COMPUTE WS-CLOSE-YEAR = WS-POST-YEAR - 1
008030     SET WS-CLS-NOT-FOUND TO TRUE
008040     PERFORM 3130-MATCH-CLOSE THRU 3130-EXIT
008050         VARYING WS-CLS-SUB FROM 1 BY 1
008060         UNTIL WS-CLS-SUB > WS-CLS-COUNT
008070            OR WS-CLS-FOUND
008080     IF WS-CLS-NOT-FOUND
008090         PERFORM 3140-READ-CLOSE THRU 3140-EXIT
008100     END-IF
008110     IF WS-CLOSE-LAST-RUN > ZERO
008120        AND PHR-RUN-DATE NOT > WS-CLOSE-LAST-RUN
008130         MOVE WS-CLOSE-YEAR TO WS-POST-YEAR
008140     END-IF.
008150 3120-EXIT.
008160     EXIT.
008170*
008180 3130-MATCH-CLOSE.
008190     IF WS-CLOSE-YEAR = WS-CLS-YEAR (WS-CLS-SUB)
008200         SET WS-CLS-FOUND TO TRUE
008210         MOVE WS-CLS-LAST-RUN (WS-CLS-SUB) TO WS-CLOSE-LAST-RUN
008220     END-IF.
008230 3130-EXIT.
008240     EXIT.
008250*
008260*-------------------------------------------------------------*
008270* 3140-READ-CLOSE - THE LAST RUN DATE ON THE EMPLOYEE'S YTD
008280*                   ARCHIVE RECORD FOR WS-CLOSE-YEAR, ZERO WHEN
008290*                   THERE IS NONE; KEPT IN THE TABLE WHILE IT HAS
008300*                   ROOM
008310*-------------------------------------------------------------*
008320 3140-READ-CLOSE.
008330     MOVE ZERO TO WS-CLOSE-LAST-RUN
008340     MOVE WS-CLOSE-YEAR   TO YAR-STATEMENT-YEAR
008350     MOVE PHR-EMPLOYEE-ID TO YAR-EMPLOYEE-ID
008360     READ YTD-ARCHIVE-FILE
008370         INVALID KEY
008380             CONTINUE
008390     END-READ
008400     IF WS-ARCHIVE-STATUS = "00"
008410         IF YAR-LAST-RUN-DATE NUMERIC
008420             MOVE YAR-LAST-RUN-DATE TO WS-CLOSE-LAST-RUN
008430         END-IF
008440     END-IF
008450     IF WS-CLS-COUNT < 50
008460         ADD 1 TO WS-CLS-COUNT
008470         MOVE WS-CLOSE-YEAR     TO WS-CLS-YEAR (WS-CLS-COUNT)
008480         MOVE WS-CLOSE-LAST-RUN TO WS-CLS-LAST-RUN (WS-CLS-COUNT)
008490     END-IF.
008500 3140-EXIT.
008510     EXIT.
008520*
008530*-------------------------------------------------------------*
008540* 3300-FIND-YEAR - LOOK WS-POST-YEAR UP IN THE EMPLOYEE'S YEAR
008550*                  TABLE; ON A MATCH WS-YR-USE-SUB POINTS AT IT
008560*-------------------------------------------------------------*
008570 3300-FIND-YEAR.
008580     SET WS-YR-NOT-FOUND TO TRUE
008590     PERFORM 3310-MATCH-YEAR THRU 3310-EXIT
008600         VARYING WS-YR-SUB FROM 1 BY 1
008610         UNTIL WS-YR-SUB > WS-YR-COUNT
008620            OR WS-YR-FOUND.
008630 3300-EXIT.
008640     EXIT.
008650*
008660 3310-MATCH-YEAR.
008670     IF WS-POST-YEAR = WS-YR-YEAR (WS-YR-SUB)
008680         SET WS-YR-FOUND TO TRUE
008690         MOVE WS-YR-SUB TO WS-YR-USE-SUB
008700     END-IF.
008710 3310-EXIT.
008720     EXIT.
008730*
008740*-------------------------------------------------------------*
008750* 3400-ADD-TO-YEAR - ADD ONE OF THE POSTING'S FIGURES TO SET
008760*                    WS-SET-SUB OF YEAR WS-YR-USE-SUB
008770*-------------------------------------------------------------*
008780 3400-ADD-TO-YEAR.
008790     ADD WS-POST-AMOUNT (WS-AMT-SUB)
008800         TO WS-YR-AMOUNT (WS-YR-USE-SUB WS-SET-SUB WS-AMT-SUB).
008810 3400-EXIT.
008820     EXIT.
008830*
008840*=============================================================*
008850* 4000-MATCH-LIVE-POSTING - ONE LIVE POSTING OF THE EMPLOYEE.
008860*                           THE LIVE FILE AND THE TABLE ARE BOTH
008870*                           IN KEY ORDER, SO THEY ARE MATCHED
008880*                           LIKE TWO SORTED FILES.  AN ARCHIVED
008890*                           POSTING STILL LIVE MUST CARRY THE
008900*                           SAME TYPE, REVERSED MARK, GROSS AND
008910*                           NET AS ITS ARCHIVED COPY.  A POSTING
008920*                           NOT ARCHIVED STAYS LIVE AND, IF ITS
008930*                           TAX YEAR HAD POSTINGS ARCHIVED, IS
008940*                           ADDED TO THAT YEAR'S LIVE FIGURES.
008950*=============================================================*
008960 4000-MATCH-LIVE-POSTING.
008970     PERFORM 4010-MATCH-ONE-POSTING THRU 4010-EXIT
008980     PERFORM 2200-READ-HISTORY-NEXT THRU 2200-EXIT.
008990 4000-EXIT.
009000     EXIT.
009010*
009020*-------------------------------------------------------------*
009030* 4010-MATCH-ONE-POSTING - MARK THE LIVE POSTING'S ARCHIVED COPY,
009040*                          OR ADD THE POSTING TO ITS YEAR'S LIVE
009050*                          FIGURES WHEN IT WAS NOT ARCHIVED
009060*-------------------------------------------------------------*
009070 4010-MATCH-ONE-POSTING.
009080     PERFORM 4100-ADVANCE-KEY THRU 4100-EXIT
009090         UNTIL WS-KEY-PTR > WS-KEY-COUNT
009100            OR WS-KEY-VALUE (WS-KEY-PTR) NOT < PHR-KEY
009110     IF WS-KEY-PTR NOT > WS-KEY-COUNT
009120         IF WS-KEY-VALUE (WS-KEY-PTR) = PHR-KEY
009130             IF PHR-REC-TYPE = WS-KEY-REC-TYPE (WS-KEY-PTR)
009140                AND PHR-REVERSED-SW =
009150                    WS-KEY-REVERSED-SW (WS-KEY-PTR)
009160                AND PHR-GROSS = WS-KEY-GROSS (WS-KEY-PTR)
009170                AND PHR-NET-PAY = WS-KEY-NET-PAY (WS-KEY-PTR)
009180                 SET WS-KEY-ON-LIVE-FILE (WS-KEY-PTR) TO TRUE
009190                 MOVE WS-KEY-YEAR-SUB (WS-KEY-PTR)
009200                     TO WS-YR-USE-SUB
009210                 ADD 1 TO WS-YR-TO-DELETE (WS-YR-USE-SUB)
009220             ELSE
009230                 SET WS-KEY-CHANGED (WS-KEY-PTR) TO TRUE
009240             END-IF
009250             GO TO 4010-EXIT
009260         END-IF
009270     END-IF
009280     PERFORM 3100-GET-POSTING-FIGURES THRU 3100-EXIT
009290     PERFORM 3300-FIND-YEAR THRU 3300-EXIT
009300     IF WS-YR-FOUND
009310         ADD 1 TO WS-YR-LIVE (WS-YR-USE-SUB)
009320         MOVE 2 TO WS-SET-SUB
009330         PERFORM 3400-ADD-TO-YEAR THRU 3400-EXIT
009340             VARYING WS-AMT-SUB FROM 1 BY 1
009350             UNTIL WS-AMT-SUB > 7
009360     END-IF.
009370 4010-EXIT.
009380     EXIT.
009390*
009400 4100-ADVANCE-KEY.
009410     ADD 1 TO WS-KEY-PTR.
009420 4100-EXIT.
009430     EXIT.
009440*
009450*-------------------------------------------------------------*
009460* 4200-CHECK-MATCH-STATE - AN ARCHIVED POSTING NOT FOUND LIVE
009470*                          WAS DELETED BY AN EARLIER ATTEMPT (OR,
009480*                          FROM AN EARLIER GENERATION, BY AN
009490*                          EARLIER PURGE); ONE THAT NO LONGER
009500*                          MATCHES LEAVES THE WHOLE EMPLOYEE LIVE
009510*-------------------------------------------------------------*
009520 4200-CHECK-MATCH-STATE.
009530     IF WS-KEY-UNMATCHED (WS-KEY-SUB)
009540         SET WS-KEY-ALREADY-GONE (WS-KEY-SUB) TO TRUE
009550         IF WS-KEY-THIS-RUN (WS-KEY-SUB)
009560             ADD 1 TO WS-EMP-GONE-COUNT
009570         END-IF
009580     END-IF
009590     IF WS-KEY-CHANGED (WS-KEY-SUB)
009600        AND WS-EMP-NOT-REFUSED
009610         SET WS-EMP-REFUSED TO TRUE
009620         MOVE "LEFT LIVE - POSTING CHANGED SINCE ARCHIVED"
009630             TO WS-REFUSED-REASON
009640     END-IF.
009650 4200-EXIT.
009660     EXIT.
009670*
009680*=============================================================*
009690* 5000-BALANCE-YEAR - THE YEAR'S ARCHIVED FIGURES PLUS THE
009700*                     FIGURES STAYING LIVE MUST COME TO THE YTD
009710*                     ARCHIVE RECORD.  OLDER RECORDS WITHOUT
009720*                     OTHER DEDUCTIONS COUNT THEM AS ZERO.  A
009730*                     YEAR WITH NOTHING TO DELETE IS LEFT ALONE.
009740*=============================================================*
009750 5000-BALANCE-YEAR.
009760     MOVE WS-YR-SUB TO WS-YR-USE-SUB
009770     IF WS-YR-TO-DELETE (WS-YR-USE-SUB) = ZERO
009780         GO TO 5000-EXIT
009790     END-IF
009800     MOVE WS-YR-YEAR (WS-YR-USE-SUB) TO YAR-STATEMENT-YEAR
009810     MOVE WS-CUR-EMPLOYEE-ID          TO YAR-EMPLOYEE-ID
009820     READ YTD-ARCHIVE-FILE
009830         INVALID KEY
009840             SET WS-EMP-REFUSED TO TRUE
009850             MOVE "LEFT LIVE - NO YTD ARCHIVE RECORD"
009860                 TO WS-REFUSED-REASON
009870             MOVE WS-YR-YEAR (WS-YR-USE-SUB) TO WS-REFUSED-YEAR
009880             GO TO 5000-EXIT
009890     END-READ
009900     MOVE YAR-YTD-GROSS      TO WS-ARCH-AMOUNT (1)
009910     MOVE YAR-YTD-INCOME-TAX TO WS-ARCH-AMOUNT (2)
009920     MOVE YAR-YTD-SOC-SEC    TO WS-ARCH-AMOUNT (3)
009930     MOVE YAR-YTD-HEALTH-INS TO WS-ARCH-AMOUNT (4)
009940     MOVE YAR-YTD-WITHHELD   TO WS-ARCH-AMOUNT (5)
009950     MOVE YAR-YTD-NET-PAY    TO WS-ARCH-AMOUNT (6)
009960     IF YAR-YTD-OTHER-DEDS NUMERIC
009970         MOVE YAR-YTD-OTHER-DEDS TO WS-ARCH-AMOUNT (7)
009980     ELSE
009990         MOVE ZERO TO WS-ARCH-AMOUNT (7)
010000     END-IF
010010     SET WS-FIGURES-MATCH TO TRUE
010020     PERFORM 5100-MATCH-AMOUNT THRU 5100-EXIT
010030         VARYING WS-AMT-SUB FROM 1 BY 1
010040         UNTIL WS-AMT-SUB > 7
010050     IF WS-FIGURES-DIFFER
010060         SET WS-EMP-REFUSED TO TRUE
010070         MOVE "LEFT LIVE - OUT OF BALANCE TO YTD ARCHIVE"
010080             TO WS-REFUSED-REASON
010090         MOVE WS-YR-YEAR (WS-YR-USE-SUB) TO WS-REFUSED-YEAR
010100     END-IF.
010110 5000-EXIT.
010120     EXIT.
010130*
010140 5100-MATCH-AMOUNT.
010150     COMPUTE WS-CHECK-AMOUNT (WS-AMT-SUB) =
010160         WS-YR-AMOUNT (WS-YR-USE-SUB 1 WS-AMT-SUB)
010170             + WS-YR-AMOUNT (WS-YR-USE-SUB 2 WS-AMT-SUB)
010180     IF WS-CHECK-AMOUNT (WS-AMT-SUB) NOT =
010190        WS-ARCH-AMOUNT (WS-AMT-SUB)
010200         SET WS-FIGURES-DIFFER TO TRUE
010210     END-IF.
010220 5100-EXIT.
010230     EXIT.
010240*
010250*=============================================================*
010260* 6000-DELETE-POSTING - DELETE ONE ARCHIVED POSTING FROM THE
010270*                       LIVE FILE.  ANY FAILURE OTHER THAN
010280*                       RECORD NOT FOUND STOPS THE PURGE; THE
010290*                       STEP CAN BE RERUN AGAINST THE SAME
010300*                       GENERATION.
010310*=============================================================*
010320 6000-DELETE-POSTING.
010330     IF NOT WS-KEY-ON-LIVE-FILE (WS-KEY-SUB)
010340         GO TO 6000-EXIT
010350     END-IF
010360     MOVE WS-KEY-VALUE (WS-KEY-SUB) TO PHR-KEY
010370     DELETE PAY-HISTORY-FILE RECORD
010380         INVALID KEY
010390             CONTINUE
010400     END-DELETE
010410     IF WS-PAY-HISTORY-STATUS = "00"
010420         IF WS-KEY-THIS-RUN (WS-KEY-SUB)
010430             ADD 1 TO WS-EMP-DELETED-COUNT
010440         ELSE
010450             ADD 1 TO WS-EMP-EARLIER-COUNT
010460         END-IF
010470         GO TO 6000-EXIT
010480     END-IF
010490     IF WS-PAY-HISTORY-STATUS = "23"
010500         IF WS-KEY-THIS-RUN (WS-KEY-SUB)
010510             ADD 1 TO WS-EMP-GONE-COUNT
010520         END-IF
010530         GO TO 6000-EXIT
010540     END-IF
010550     DISPLAY "PAY HISTORY DELETE FAILED - STATUS "
010560         WS-PAY-HISTORY-STATUS " - KEY " PHR-KEY
010570         " - PURGE STOPPED"
010580     CLOSE PRIOR-SORTED-FILE
010590     CLOSE PAY-ARCHIVE-FILE
010600     CLOSE PAY-HISTORY-FILE
010610     CLOSE YTD-ARCHIVE-FILE
010620     CLOSE PURGE-REPORT-FILE
010630     MOVE 16 TO RETURN-CODE
010640     STOP RUN.
010650 6000-EXIT.
010660     EXIT.
010670*
010680*-------------------------------------------------------------*
010690* 7000-REPORT-EMPLOYEE - ONE LINE PER EMPLOYEE IN THE ARCHIVE
010700*-------------------------------------------------------------*
010710 7000-REPORT-EMPLOYEE.
010720     MOVE WS-CUR-EMPLOYEE-ID   TO WS-PD-EMPLOYEE-ID
010730     MOVE WS-EMP-READ-COUNT    TO WS-PD-ARCHIVED
010740     MOVE WS-EMP-DELETED-COUNT TO WS-PD-DELETED
010750     MOVE WS-EMP-GONE-COUNT    TO WS-PD-GONE
010760     MOVE WS-EMP-EARLIER-COUNT TO WS-PD-EARLIER
010770     MOVE WS-REFUSED-REASON    TO WS-PD-STATUS
010780     MOVE SPACES TO WS-PD-YEAR-LIT
010790     MOVE SPACES TO WS-PD-YEAR
010800     IF WS-REFUSED-YEAR > ZERO
010810         MOVE "YEAR " TO WS-PD-YEAR-LIT
010820         MOVE WS-REFUSED-YEAR TO WS-PD-YEAR
010830     END-IF
010840     WRITE PURGE-REPORT-LINE FROM WS-PURGE-DETAIL.
010850 7000-EXIT.
010860     EXIT.
010870*
010880*=============================================================*
010890* 9000-TERMINATE - WRITE THE TOTALS, CLOSE THE FILES AND SET
010900*                  THE RETURN CODE: RC 4 WHEN ANY EMPLOYEE WAS
010910*                  LEFT LIVE.  EVERY ARCHIVED POSTING READ MUST
010920*                  BE ACCOUNTED FOR AS DELETED, ALREADY GONE OR
010930*                  LEFT LIVE.
010940*=============================================================*
010950 9000-TERMINATE.
010960     MOVE SPACES TO PURGE-REPORT-LINE
010970     WRITE PURGE-REPORT-LINE
010980     MOVE WS-EMPLOYEE-COUNT TO WS-COUNT-ED
010990     MOVE SPACES TO PURGE-REPORT-LINE
011000     STRING "EMPLOYEES IN ARCHIVE:     " WS-COUNT-ED
011010         DELIMITED BY SIZE INTO PURGE-REPORT-LINE
011020     WRITE PURGE-REPORT-LINE
011030     MOVE WS-EMPLOYEE-REFUSED-COUNT TO WS-COUNT-ED
011040     MOVE SPACES TO PURGE-REPORT-LINE
011050     STRING "EMPLOYEES LEFT LIVE:      " WS-COUNT-ED
011060         DELIMITED BY SIZE INTO PURGE-REPORT-LINE
011070     WRITE PURGE-REPORT-LINE
011080     MOVE WS-READ-COUNT TO WS-COUNT-ED
011090     MOVE SPACES TO PURGE-REPORT-LINE
011100     STRING "ARCHIVED POSTINGS READ:   " WS-COUNT-ED
011110         DELIMITED BY SIZE INTO PURGE-REPORT-LINE
011120     WRITE PURGE-REPORT-LINE
011130     MOVE WS-DELETED-COUNT TO WS-COUNT-ED
011140     MOVE SPACES TO PURGE-REPORT-LINE
011150     STRING "DELETED FROM LIVE FILE:   " WS-COUNT-ED
011160         DELIMITED BY SIZE INTO PURGE-REPORT-LINE
011170     WRITE PURGE-REPORT-LINE
011180     MOVE WS-GONE-COUNT TO WS-COUNT-ED
011190     MOVE SPACES TO PURGE-REPORT-LINE
011200     STRING "ALREADY GONE:             " WS-COUNT-ED
011210         DELIMITED BY SIZE INTO PURGE-REPORT-LINE
011220     WRITE PURGE-REPORT-LINE
011230     MOVE WS-LEFT-LIVE-COUNT TO WS-COUNT-ED
011240     MOVE SPACES TO PURGE-REPORT-LINE
011250     STRING "LEFT LIVE:                " WS-COUNT-ED
011260         DELIMITED BY SIZE INTO PURGE-REPORT-LINE
011270     WRITE PURGE-REPORT-LINE
011280     MOVE WS-EARLIER-COUNT TO WS-COUNT-ED
011290     MOVE SPACES TO PURGE-REPORT-LINE
011300     STRING "EARLIER GEN DELETED:      " WS-COUNT-ED
011310         DELIMITED BY SIZE INTO PURGE-REPORT-LINE
011320     WRITE PURGE-REPORT-LINE
011330     CLOSE PRIOR-SORTED-FILE
011340     CLOSE PAY-ARCHIVE-FILE
011350     CLOSE PAY-HISTORY-FILE
011360     CLOSE YTD-ARCHIVE-FILE
011370     CLOSE PURGE-REPORT-FILE
011380     IF WS-READ-COUNT NOT =
011390        WS-DELETED-COUNT + WS-GONE-COUNT + WS-LEFT-LIVE-COUNT
011400         DISPLAY "PURGE COUNTS DO NOT AGREE WITH ARCHIVED "
011410             "POSTINGS READ - SEE PURGE REPORT"
011420         MOVE 16 TO RETURN-CODE
011430         GO TO 9000-EXIT
011440     END-IF
011450     IF WS-EMPLOYEE-REFUSED-COUNT > ZERO
011460         MOVE 4 TO RETURN-CODE
011470         DISPLAY "PAY HISTORY PURGE - SOME EMPLOYEES LEFT LIVE - "
011480             "SEE PURGE REPORT"
011490     ELSE
011500         DISPLAY "PAY HISTORY PURGE COMPLETE - DELETED: "
011510             WS-DELETED-COUNT
011520     END-IF.
011530 9000-EXIT.
011540     EXIT.
