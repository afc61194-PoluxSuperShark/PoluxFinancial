000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. Yrcorr. *> @CBL.Polux.bank.yrcorr
000030 AUTHOR. D. OKONKWO.
000040 INSTALLATION. POLUX FINANCIAL - PAYROLL SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*-----------------------------------------------------------*
000090* MODIFICATION HISTORY
000100*-----------------------------------------------------------*
000110*  DATE       INIT  DESCRIPTION
000120*  10/15/2026 DO    ORIGINAL VERSION - CORRECTED ANNUAL
000130*                   WITHHOLDING STATEMENTS.  PASSES THE YTD
000140*                   ARCHIVE AND, FOR EVERY CLOSED YEAR WHOSE
000150*                   FIGURES NO LONGER MATCH WHAT WAS REPORTED ON
000160*                   THE EMPLOYEE'S LAST STATEMENT (BECAUSE A
000170*                   PRIOR-YEAR CORRECTION HAS SINCE POSTED TO
000180*                   IT), PRINTS A STATEMENT MARKED CORRECTED
000190*                   SHOWING THE PREVIOUSLY REPORTED AND THE
000200*                   CORRECTED AMOUNTS, LISTS THE CORRECTIONS
000210*                   BEHIND IT FROM THE PRIOR-YEAR CORRECTION FILE,
000220*                   AND WRITES ONE AMENDMENT EXTRACT RECORD FOR
000230*                   THE TAX AUTHORITY.  THE ARCHIVE RECORD THEN
000240*                   TAKES THE CORRECTED FIGURES AS REPORTED, SO
000250*                   EACH CORRECTION IS REPORTED ONCE.
000260*  10/15/2026 DO    WHERE THE ARCHIVE KEEPS THE YEAR'S STATE AND
000270*                   LOCAL SLOTS, THE STATEMENT SHOWS EACH
000280*                   JURISDICTION AS PREVIOUSLY REPORTED AND AS
000290*                   CORRECTED, THE EXTRACT CARRIES THE SAME SLOTS
000300*                   AND GROWS TO 300 BYTES, AND THE SLOTS ARE
000310*                   MARKED REPORTED WITH THE OTHER FIGURES.
000320*-----------------------------------------------------------*
000330*
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360*
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT YTD-ARCHIVE-FILE ASSIGN TO YTDARCH
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS YAR-KEY
000430         FILE STATUS IS WS-ARCHIVE-STATUS.
000440*
000450     SELECT PRIOR-YEAR-CORR-FILE ASSIGN TO PYCORR
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS PYC-KEY
000490         FILE STATUS IS WS-PRIOR-YEAR-CORR-STATUS.
000500*
000510     SELECT STATEMENT-FILE ASSIGN TO CORSTMT
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-STATEMENT-STATUS.
000540*
000550     SELECT AMENDMENT-EXTRACT-FILE ASSIGN TO AMENDEXT
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-EXTRACT-STATUS.
000580*
000590     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS RCT-RUN-KEY
000630         FILE STATUS IS WS-RUN-CONTROL-STATUS.
000640*
000650 DATA DIVISION.
000660 FILE SECTION.
000670*
000680 FD  YTD-ARCHIVE-FILE
000690     LABEL RECORDS ARE STANDARD.
000700     COPY YTDARCH.
000710*
000720 FD  PRIOR-YEAR-CORR-FILE
000730     LABEL RECORDS ARE STANDARD.
000740     COPY PYCORR.
000750*
000760 FD  STATEMENT-FILE
000770     LABEL RECORDS ARE STANDARD
000780     RECORDING MODE IS F.
000790 01  STATEMENT-LINE               PIC X(80).
000800*
000810*-----------------------------------------------------------*
000820* AMENDMENT EXTRACT - ONE RECORD PER CORRECTED STATEMENT, WITH
000830* THE FIGURES PREVIOUSLY REPORTED AND THE CORRECTED FIGURES,
000840* PLUS THE CHANGE IN THE EMPLOYER LIABILITIES, WHICH ARE NOT ON
000850* THE EMPLOYEE'S STATEMENT.  AMX-AMENDMENT-NO IS 1 FOR THE
000860* FIRST CORRECTION OF A STATEMENT, 2 FOR THE SECOND, ...
000870* AMX-JUR-DATA IS THE STATE AND LOCAL WITHHOLDING BY
000880* JURISDICTION, BEFORE AND AFTER, ONE ENTRY PER ARCHIVE SLOT IN
000890* USE; UNUSED ENTRIES, AND ALL ENTRIES WHERE THE ARCHIVE RECORD
000900* PREDATES ITS SLOTS, ARE SPACES.
000910*-----------------------------------------------------------*
000920 FD  AMENDMENT-EXTRACT-FILE
000930     LABEL RECORDS ARE STANDARD
000940     RECORDING MODE IS F.
000950 01  AMENDMENT-EXTRACT-RECORD.
000960     05  AMX-TAX-YEAR              PIC 9(04).
000970     05  AMX-EMPLOYEE-ID           PIC 9(05).
000980     05  AMX-NAME                  PIC X(30).
000990     05  AMX-AMENDMENT-NO          PIC 9(02).
001000     05  AMX-PRIOR-FIGURES.
001010         10  AMX-PRIOR-GROSS       PIC S9(08)V99.
001020         10  AMX-PRIOR-INCOME-TAX  PIC S9(08)V99.
001030         10  AMX-PRIOR-SOC-SEC     PIC S9(08)V99.
001040         10  AMX-PRIOR-HEALTH-INS  PIC S9(08)V99.
001050     05  AMX-CORRECTED-FIGURES.
001060         10  AMX-CORR-GROSS        PIC S9(08)V99.
001070         10  AMX-CORR-INCOME-TAX   PIC S9(08)V99.
001080         10  AMX-CORR-SOC-SEC      PIC S9(08)V99.
001090         10  AMX-CORR-HEALTH-INS   PIC S9(08)V99.
001100     05  AMX-ER-SOC-SEC-CHANGE     PIC S9(08)V99.
001110     05  AMX-ER-HEALTH-CHANGE      PIC S9(08)V99.
001120     05  AMX-ER-UNEMP-CHANGE       PIC S9(08)V99.
001130     05  AMX-JUR-DATA.
001140         10  AMX-JUR-ENTRY         OCCURS 6 TIMES.
001150             15  AMX-JUR-CODE      PIC X(04).
001160             15  AMX-PRIOR-JUR-WITHHELD
001170                                   PIC S9(08)V99.
001180             15  AMX-CORR-JUR-WITHHELD
001190                                   PIC S9(08)V99.
001200     05  FILLER                    PIC X(05).
001210*
001220 FD  RUN-CONTROL-FILE
001230     LABEL RECORDS ARE STANDARD.
001240     COPY RUNCTL.
001250*
001260 WORKING-STORAGE SECTION.
001270*
001280*-----------------------------------------------------------*
001290* RUN DATE - STAMPED ON EACH CORRECTION REPORTED AND ON THE
001300* ARCHIVE RECORD AS THE DATE OF ITS LATEST STATEMENT.
001310*-----------------------------------------------------------*
001320 01  WS-RUN-DATE.
001330     05  WS-RUN-YEAR              PIC 9(04).
001340     05  WS-RUN-MONTH             PIC 9(02).
001350     05  WS-RUN-DAY               PIC 9(02).
001360 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
001370                                  PIC 9(08).
001380*
001390*-----------------------------------------------------------*
001400* STATEMENT PRINT LINES
001410*-----------------------------------------------------------*
001420 01  WS-STATEMENT-HEADING.
001430     05  FILLER                   PIC X(28) VALUE
001440         "POLUX FINANCIAL - CORRECTED ".
001450     05  FILLER                   PIC X(30) VALUE
001460         "ANNUAL WITHHOLDING STATEMENT -".
001470     05  FILLER                   PIC X(10) VALUE " TAX YEAR ".
001480     05  WS-SH-YEAR               PIC 9(04).
001490     05  FILLER                   PIC X(08) VALUE SPACES.
001500 01  WS-CORRECTED-LINE.
001510     05  FILLER                   PIC X(28) VALUE
001520         "*** CORRECTED - AMENDMENT NO".
001530     05  WS-CL-AMENDMENT-NO       PIC Z9.
001540     05  FILLER                   PIC X(32) VALUE
001550         " - REPLACES STATEMENT DATED    ".
001560     05  WS-CL-PREV-DATE          PIC X(08).
001570     05  FILLER                   PIC X(10) VALUE SPACES.
001580 01  WS-EMPLOYEE-LINE.
001590     05  FILLER                   PIC X(09) VALUE "EMPLOYEE ".
001600     05  WS-EL-EMPLOYEE-ID        PIC 9(05).
001610     05  FILLER                   PIC X(02) VALUE SPACES.
001620     05  WS-EL-NAME               PIC X(30).
001630     05  FILLER                   PIC X(07) VALUE "  DEPT ".
001640     05  WS-EL-DEPT-CODE          PIC X(04).
001650     05  FILLER                   PIC X(23) VALUE SPACES.
001660 01  WS-COLUMN-HEADING-1.
001670     05  FILLER                   PIC X(26) VALUE SPACES.
001680     05  FILLER                   PIC X(13) VALUE "   PREVIOUSLY".
001690     05  FILLER                   PIC X(02) VALUE SPACES.
001700     05  FILLER                   PIC X(13) VALUE SPACES.
001710     05  FILLER                   PIC X(02) VALUE SPACES.
001720     05  FILLER                   PIC X(14) VALUE SPACES.
001730     05  FILLER                   PIC X(10) VALUE SPACES.
001740 01  WS-COLUMN-HEADING-2.
001750     05  FILLER                   PIC X(26) VALUE SPACES.
001760     05  FILLER                   PIC X(13) VALUE "     REPORTED".
001770     05  FILLER                   PIC X(02) VALUE SPACES.
001780     05  FILLER                   PIC X(13) VALUE "    CORRECTED".
001790     05  FILLER                   PIC X(02) VALUE SPACES.
001800     05  FILLER                   PIC X(14) VALUE
001810         "        CHANGE".
001820     05  FILLER                   PIC X(10) VALUE SPACES.
001830 01  WS-AMOUNT-LINE.
001840     05  FILLER                   PIC X(02) VALUE SPACES.
001850     05  WS-AL-LABEL              PIC X(24).
001860     05  WS-AL-PREV-AMOUNT        PIC ZZ,ZZZ,ZZ9.99.
001870     05  FILLER                   PIC X(02) VALUE SPACES.
001880     05  WS-AL-CORR-AMOUNT        PIC ZZ,ZZZ,ZZ9.99.
001890     05  FILLER                   PIC X(02) VALUE SPACES.
001900     05  WS-AL-CHANGE             PIC -ZZ,ZZZ,ZZ9.99.
001910     05  FILLER                   PIC X(10) VALUE SPACES.
001920 01  WS-CORR-HEADING-LINE.
001930     05  FILLER                   PIC X(40) VALUE
001940         "CORRECTIONS POSTED SINCE LAST STATEMENT".
001950     05  FILLER                   PIC X(40) VALUE SPACES.
001960 01  WS-CORR-DETAIL-LINE.
001970     05  FILLER                   PIC X(02) VALUE SPACES.
001980     05  FILLER                   PIC X(07) VALUE "POSTED ".
001990     05  WS-CD-POST-DATE          PIC 9(06).
002000     05  FILLER                   PIC X(02) VALUE SPACES.
002010     05  WS-CD-TYPE               PIC X(10).
002020     05  FILLER                   PIC X(04) VALUE " OF ".
002030     05  WS-CD-ORIG-DATE          PIC 9(06).
002040     05  FILLER                   PIC X(02) VALUE SPACES.
002050     05  FILLER                   PIC X(06) VALUE "GROSS ".
002060     05  WS-CD-GROSS              PIC -ZZ,ZZZ,ZZ9.99.
002070     05  FILLER                   PIC X(21) VALUE SPACES.
002080 01  WS-TOTAL-LINE.
002090     05  FILLER                   PIC X(25) VALUE
002100         "CORRECTED STATEMENTS:   ".
002110     05  WS-TL-STATEMENT-COUNT    PIC ZZZZZ9.
002120     05  FILLER                   PIC X(49) VALUE SPACES.
002130 01  WS-CORR-TOTAL-LINE.
002140     05  FILLER                   PIC X(25) VALUE
002150         "CORRECTIONS REPORTED:   ".
002160     05  WS-TL-CORR-COUNT         PIC ZZZZZ9.
002170     05  FILLER                   PIC X(49) VALUE SPACES.
002180 01  WS-NETTED-LINE.
002190     05  FILLER                   PIC X(25) VALUE
002200         "CORRECTIONS NETTED OUT: ".
002210     05  WS-TL-NETTED-COUNT       PIC ZZZZZ9.
002220     05  FILLER                   PIC X(49) VALUE SPACES.
002230*
002240*-----------------------------------------------------------*
002250* FILE STATUS AND CONTROL FIELDS
002260*-----------------------------------------------------------*
002270 01  WS-ARCHIVE-STATUS            PIC X(02) VALUE SPACES.
002280 01  WS-PRIOR-YEAR-CORR-STATUS    PIC X(02) VALUE SPACES.
002290 01  WS-STATEMENT-STATUS          PIC X(02) VALUE SPACES.
002300 01  WS-EXTRACT-STATUS            PIC X(02) VALUE SPACES.
002310 01  WS-RUN-CONTROL-STATUS        PIC X(02) VALUE SPACES.
002320 01  WS-STATEMENT-COUNT           PIC 9(06) COMP VALUE ZERO.
002330 01  WS-CORR-COUNT                PIC 9(06) COMP VALUE ZERO.
002340 01  WS-NETTED-COUNT              PIC 9(06) COMP VALUE ZERO.
002350 01  WS-AMENDMENT-NO              PIC 9(02) VALUE ZERO.
002360 01  WS-JYTD-SUB                  PIC 9(02) COMP VALUE ZERO.
002370*
002380*    WORK FIELDS FOR ONE STATEMENT AMOUNT LINE, AND THE YEAR'S
002390*    OTHER DEDUCTIONS WITH SPACES TREATED AS ZERO.
002400 01  WS-PREV-AMOUNT               PIC 9(08)V99 VALUE ZERO.
002410 01  WS-CORR-AMOUNT               PIC 9(08)V99 VALUE ZERO.
002420 01  WS-CHANGE-AMOUNT             PIC S9(08)V99 VALUE ZERO.
002430 01  WS-YTD-OTHER-DEDS            PIC 9(08)V99 VALUE ZERO.
002440 01  WS-RPT-OTHER-DEDS            PIC 9(08)V99 VALUE ZERO.
002450*
002460*    EMPLOYER LIABILITY CHANGE, SUMMED FROM THE CORRECTIONS
002470*    REPORTED ON THE STATEMENT IN HAND.
002480 01  WS-ER-SOC-SEC-CHANGE         PIC S9(08)V99 VALUE ZERO.
002490 01  WS-ER-HEALTH-CHANGE          PIC S9(08)V99 VALUE ZERO.
002500 01  WS-ER-UNEMP-CHANGE           PIC S9(08)V99 VALUE ZERO.
002510*
002520 01  WS-SWITCHES.
002530     05  WS-ARCHIVE-EOF-SWITCH    PIC X(01) VALUE 'N'.
002540         88  WS-ARCHIVE-END-OF-FILE       VALUE 'Y'.
002550         88  WS-ARCHIVE-NOT-END-OF-FILE   VALUE 'N'.
002560     05  WS-PYC-EOF-SWITCH        PIC X(01) VALUE 'N'.
002570         88  WS-PYC-END-OF-FILE           VALUE 'Y'.
002580         88  WS-PYC-NOT-END-OF-FILE       VALUE 'N'.
002590     05  WS-RCTL-EOF-SWITCH       PIC X(01) VALUE 'N'.
002600         88  WS-RCTL-END-OF-FILE          VALUE 'Y'.
002610         88  WS-RCTL-NOT-END-OF-FILE      VALUE 'N'.
002620     05  WS-CHANGED-SWITCH        PIC X(01) VALUE 'N'.
002630         88  WS-FIGURES-CHANGED           VALUE 'Y'.
002640         88  WS-FIGURES-UNCHANGED         VALUE 'N'.
002650     05  WS-LIST-SWITCH           PIC X(01) VALUE 'Y'.
002660         88  WS-LIST-CORRECTIONS          VALUE 'Y'.
002670         88  WS-STAMP-ONLY                VALUE 'N'.
002680*
002690 PROCEDURE DIVISION.
002700*
002710*=============================================================*
002720* 0000-MAINLINE - PROGRAM ENTRY POINT
002730*=============================================================*
002740 0000-MAINLINE.
002750     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002760     PERFORM 2000-PROCESS-ONE-ARCHIVE THRU 2000-EXIT
002770         UNTIL WS-ARCHIVE-END-OF-FILE
002780     PERFORM 9000-TERMINATE THRU 9000-EXIT
002790     STOP RUN.
002800*
002810*=============================================================*
002820* 1000-INITIALIZE - CHECK NO PAYROLL RUN IS IN-FLIGHT, OPEN THE
002830*                   FILES, AND POSITION THE ARCHIVE AT ITS FIRST
002840*                   RECORD
002850*=============================================================*
002860 1000-INITIALIZE.
002870     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002880     PERFORM 1050-CHECK-RUN-CONTROL THRU 1050-EXIT
002890     OPEN I-O YTD-ARCHIVE-FILE
002900     IF WS-ARCHIVE-STATUS NOT = "00"
002910         DISPLAY "YTD ARCHIVE FILE OPEN FAILED - STATUS "
002920             WS-ARCHIVE-STATUS
002930         MOVE 16 TO RETURN-CODE
002940         STOP RUN
002950     END-IF
002960     OPEN I-O PRIOR-YEAR-CORR-FILE
002970     IF WS-PRIOR-YEAR-CORR-STATUS NOT = "00"
002980         DISPLAY "PRIOR-YEAR CORRECTION FILE OPEN FAILED - "
002990             "STATUS " WS-PRIOR-YEAR-CORR-STATUS
003000         CLOSE YTD-ARCHIVE-FILE
003010         MOVE 16 TO RETURN-CODE
003020         STOP RUN
003030     END-IF
003040     OPEN OUTPUT STATEMENT-FILE
003050     IF WS-STATEMENT-STATUS NOT = "00"
003060         DISPLAY "STATEMENT FILE OPEN FAILED - STATUS "
003070             WS-STATEMENT-STATUS
003080         CLOSE YTD-ARCHIVE-FILE
003090         CLOSE PRIOR-YEAR-CORR-FILE
003100         MOVE 16 TO RETURN-CODE
003110         STOP RUN
003120     END-IF
003130     OPEN OUTPUT AMENDMENT-EXTRACT-FILE
003140     IF WS-EXTRACT-STATUS NOT = "00"
003150         DISPLAY "AMENDMENT EXTRACT OPEN FAILED - STATUS "
003160             WS-EXTRACT-STATUS
003170         CLOSE YTD-ARCHIVE-FILE
003180         CLOSE PRIOR-YEAR-CORR-FILE
003190         CLOSE STATEMENT-FILE
003200         MOVE 16 TO RETURN-CODE
003210         STOP RUN
003220     END-IF
003230     MOVE ZERO TO YAR-KEY
003240     START YTD-ARCHIVE-FILE KEY NOT LESS THAN YAR-KEY
003250         INVALID KEY
003260             SET WS-ARCHIVE-END-OF-FILE TO TRUE
003270     END-START
003280     IF WS-ARCHIVE-NOT-END-OF-FILE
003290         PERFORM 2100-READ-ARCHIVE-NEXT THRU 2100-EXIT
003300     END-IF.
003310 1000-EXIT.
003320     EXIT.
003330*
003340*-------------------------------------------------------------*
003350* 1050-CHECK-RUN-CONTROL - REFUSE TO RUN WHILE A PAYROLL RUN IS
003360*                          MARKED IN-FLIGHT ON THE SHARED RUN
003370*                          CONTROL FILE - IT MAY BE POSTING A
003380*                          PRIOR-YEAR CORRECTION.  A MISSING
003390*                          CONTROL FILE GETS A CONSOLE NOTE AND
003400*                          THE RUN PROCEEDS.
003410*-------------------------------------------------------------*
003420 1050-CHECK-RUN-CONTROL.
003430     OPEN INPUT RUN-CONTROL-FILE
003440     IF WS-RUN-CONTROL-STATUS NOT = "00"
003450         DISPLAY "RUN CONTROL FILE NOT AVAILABLE - STATUS "
003460             WS-RUN-CONTROL-STATUS " - PROCEEDING"
003470         GO TO 1050-EXIT
003480     END-IF
003490     MOVE ZERO TO RCT-RUN-KEY
003500     START RUN-CONTROL-FILE KEY NOT LESS THAN RCT-RUN-KEY
003510         INVALID KEY
003520             SET WS-RCTL-END-OF-FILE TO TRUE
003530     END-START
003540     PERFORM 1060-SCAN-RUN-CONTROL THRU 1060-EXIT
003550         UNTIL WS-RCTL-END-OF-FILE
003560     CLOSE RUN-CONTROL-FILE.
003570 1050-EXIT.
003580     EXIT.
003590*
003600*-------------------------------------------------------------*
003610* 1060-SCAN-RUN-CONTROL - ONE CONTROL RECORD; ANY IN-FLIGHT
003620*                         MARK STOPS THE CORRECTED-STATEMENT RUN
003630*-------------------------------------------------------------*
003640 1060-SCAN-RUN-CONTROL.
003650     READ RUN-CONTROL-FILE NEXT RECORD
003660         AT END
003670             SET WS-RCTL-END-OF-FILE TO TRUE
003680             GO TO 1060-EXIT
003690     END-READ
003700     IF RCT-RUN-IN-FLIGHT
003710         DISPLAY "PAYROLL RUN " RCT-RUN-DATE "/" RCT-RUN-NO
003720             " IS MARKED "
003730             "IN-FLIGHT - CORRECTED STATEMENTS REFUSED"
003740         CLOSE RUN-CONTROL-FILE
003750         MOVE 8 TO RETURN-CODE
003760         STOP RUN
003770     END-IF.
003780 1060-EXIT.
003790     EXIT.
003800*
003810*=============================================================*
003820* 2000-PROCESS-ONE-ARCHIVE - COMPARE ONE CLOSED YEAR'S ARCHIVED
003830*                            FIGURES WITH THE FIGURES LAST
003840*                            REPORTED.  A RECORD WITH NO REPORTED
003850*                            FIGURES HAS NEVER BEEN CORRECTED.
003860*                            CORRECTIONS THAT NET TO NOTHING ARE
003870*                            MARKED REPORTED WITHOUT A STATEMENT.
003880*                            A STATE OR LOCAL SLOT THAT CHANGED
003890*                            COUNTS AS A CHANGE (2010).
003900*=============================================================*
003910 2000-PROCESS-ONE-ARCHIVE.
003920     PERFORM 2005-CORRECT-ONE-YEAR THRU 2005-EXIT
003930     PERFORM 2100-READ-ARCHIVE-NEXT THRU 2100-EXIT.
003940 2000-EXIT.
003950     EXIT.
003960*
003970*-------------------------------------------------------------*
003980* 2005-CORRECT-ONE-YEAR - STATEMENT, EXTRACT AND ARCHIVE UPDATE
003990*                         FOR ONE YEAR WHOSE FIGURES CHANGED
004000*-------------------------------------------------------------*
004010 2005-CORRECT-ONE-YEAR.
004020     IF YAR-RPT-GROSS NOT NUMERIC
004030         GO TO 2005-EXIT
004040     END-IF
004050     IF YAR-YTD-OTHER-DEDS NUMERIC
004060         MOVE YAR-YTD-OTHER-DEDS TO WS-YTD-OTHER-DEDS
004070     ELSE
004080         MOVE ZERO TO WS-YTD-OTHER-DEDS
004090     END-IF
004100     IF YAR-RPT-OTHER-DEDS NUMERIC
004110         MOVE YAR-RPT-OTHER-DEDS TO WS-RPT-OTHER-DEDS
004120     ELSE
004130         MOVE ZERO TO WS-RPT-OTHER-DEDS
004140     END-IF
004150     SET WS-FIGURES-UNCHANGED TO TRUE
004160     IF YAR-YTD-GROSS      NOT = YAR-RPT-GROSS
004170        OR YAR-YTD-INCOME-TAX NOT = YAR-RPT-INCOME-TAX
004180        OR YAR-YTD-SOC-SEC    NOT = YAR-RPT-SOC-SEC
004190        OR YAR-YTD-HEALTH-INS NOT = YAR-RPT-HEALTH-INS
004200        OR YAR-YTD-WITHHELD   NOT = YAR-RPT-WITHHELD
004210        OR YAR-YTD-NET-PAY    NOT = YAR-RPT-NET-PAY
004220        OR WS-YTD-OTHER-DEDS  NOT = WS-RPT-OTHER-DEDS
004230         SET WS-FIGURES-CHANGED TO TRUE
004240     END-IF
004250     IF YAR-JUR-KEPT
004260         PERFORM 2010-COMPARE-JUR-SLOT THRU 2010-EXIT
004270             VARYING WS-JYTD-SUB FROM 1 BY 1
004280             UNTIL WS-JYTD-SUB > 6
004290     END-IF
004300     IF WS-FIGURES-UNCHANGED
004310         SET WS-STAMP-ONLY TO TRUE
004320         PERFORM 3100-LIST-CORRECTIONS THRU 3100-EXIT
004330         GO TO 2005-EXIT
004340     END-IF
004350     ADD 1 TO WS-STATEMENT-COUNT
004360     IF YAR-STMT-COUNT NUMERIC
004370        AND YAR-STMT-COUNT > ZERO
004380         MOVE YAR-STMT-COUNT TO WS-AMENDMENT-NO
004390     ELSE
004400         MOVE 1 TO WS-AMENDMENT-NO
004410     END-IF
004420     PERFORM 3000-WRITE-STATEMENT THRU 3000-EXIT
004430     SET WS-LIST-CORRECTIONS TO TRUE
004440     PERFORM 3100-LIST-CORRECTIONS THRU 3100-EXIT
004450     MOVE SPACES TO STATEMENT-LINE
004460     WRITE STATEMENT-LINE
004470     PERFORM 4000-WRITE-EXTRACT THRU 4000-EXIT
004480     PERFORM 5000-UPDATE-ARCHIVE THRU 5000-EXIT.
004490 2005-EXIT.
004500     EXIT.
004510*
004520*-------------------------------------------------------------*
004530* 2010-COMPARE-JUR-SLOT - ONE STATE OR LOCAL SLOT AGAINST WHAT
004540*                         WAS LAST REPORTED FOR IT.  TAX MOVED
004550*                         FROM ONE JURISDICTION TO ANOTHER LEAVES
004560*                         THE TOTAL WITHHELD AS IT WAS, BUT STILL
004570*                         NEEDS A CORRECTED STATEMENT.
004580*-------------------------------------------------------------*
004590 2010-COMPARE-JUR-SLOT.
004600     IF YAR-JYTD-CODE (WS-JYTD-SUB) = SPACES
004610         GO TO 2010-EXIT
004620     END-IF
004630     IF YAR-JYTD-WITHHELD-X (WS-JYTD-SUB) NOT NUMERIC
004640         GO TO 2010-EXIT
004650     END-IF
004660     PERFORM 3030-GET-REPORTED-JUR THRU 3030-EXIT
004670     IF YAR-JYTD-WITHHELD (WS-JYTD-SUB) NOT = WS-PREV-AMOUNT
004680         SET WS-FIGURES-CHANGED TO TRUE
004690     END-IF.
004700 2010-EXIT.
004710     EXIT.
004720*
004730*-------------------------------------------------------------*
004740* 2100-READ-ARCHIVE-NEXT - GET THE NEXT YTD ARCHIVE RECORD IN
004750*                          KEY SEQUENCE
004760*-------------------------------------------------------------*
004770 2100-READ-ARCHIVE-NEXT.
004780     READ YTD-ARCHIVE-FILE NEXT RECORD
004790         AT END
004800             SET WS-ARCHIVE-END-OF-FILE TO TRUE
004810     END-READ.
004820 2100-EXIT.
004830     EXIT.
004840*
004850*=============================================================*
004860* 3000-WRITE-STATEMENT - ONE CORRECTED ANNUAL WITHHOLDING
004870*                        STATEMENT: EACH AMOUNT AS PREVIOUSLY
004880*                        REPORTED, AS CORRECTED, AND THE CHANGE
004890*=============================================================*
004900 3000-WRITE-STATEMENT.
004910     MOVE ALL "=" TO STATEMENT-LINE
004920     WRITE STATEMENT-LINE
004930     MOVE YAR-STATEMENT-YEAR TO WS-SH-YEAR
004940     WRITE STATEMENT-LINE FROM WS-STATEMENT-HEADING
004950     MOVE WS-AMENDMENT-NO TO WS-CL-AMENDMENT-NO
004960     IF YAR-STMT-DATE NUMERIC
004970        AND YAR-STMT-DATE > ZERO
004980         MOVE YAR-STMT-DATE TO WS-CL-PREV-DATE
004990     ELSE
005000         MOVE "UNDATED " TO WS-CL-PREV-DATE
005010     END-IF
005020     WRITE STATEMENT-LINE FROM WS-CORRECTED-LINE
005030     MOVE YAR-EMPLOYEE-ID TO WS-EL-EMPLOYEE-ID
005040     MOVE YAR-NAME        TO WS-EL-NAME
005050     MOVE YAR-DEPT-CODE   TO WS-EL-DEPT-CODE
005060     WRITE STATEMENT-LINE FROM WS-EMPLOYEE-LINE
005070     WRITE STATEMENT-LINE FROM WS-COLUMN-HEADING-1
005080     WRITE STATEMENT-LINE FROM WS-COLUMN-HEADING-2
005090     MOVE "GROSS WAGES PAID"          TO WS-AL-LABEL
005100     MOVE YAR-RPT-GROSS               TO WS-PREV-AMOUNT
005110     MOVE YAR-YTD-GROSS               TO WS-CORR-AMOUNT
005120     PERFORM 3010-WRITE-AMOUNT-LINE THRU 3010-EXIT
005130     MOVE "INCOME TAX WITHHELD"       TO WS-AL-LABEL
005140     MOVE YAR-RPT-INCOME-TAX          TO WS-PREV-AMOUNT
005150     MOVE YAR-YTD-INCOME-TAX          TO WS-CORR-AMOUNT
005160     PERFORM 3010-WRITE-AMOUNT-LINE THRU 3010-EXIT
005170     MOVE "SOCIAL SECURITY WITHHELD"  TO WS-AL-LABEL
005180     MOVE YAR-RPT-SOC-SEC             TO WS-PREV-AMOUNT
005190     MOVE YAR-YTD-SOC-SEC             TO WS-CORR-AMOUNT
005200     PERFORM 3010-WRITE-AMOUNT-LINE THRU 3010-EXIT
005210     MOVE "HEALTH INS WITHHELD"       TO WS-AL-LABEL
005220     MOVE YAR-RPT-HEALTH-INS          TO WS-PREV-AMOUNT
005230     MOVE YAR-YTD-HEALTH-INS          TO WS-CORR-AMOUNT
005240     PERFORM 3010-WRITE-AMOUNT-LINE THRU 3010-EXIT
005250     IF YAR-JUR-KEPT
005260         PERFORM 3020-WRITE-JUR-LINE THRU 3020-EXIT
005270             VARYING WS-JYTD-SUB FROM 1 BY 1
005280             UNTIL WS-JYTD-SUB > 6
005290     END-IF
005300     MOVE "TOTAL WITHHELD"            TO WS-AL-LABEL
005310     MOVE YAR-RPT-WITHHELD            TO WS-PREV-AMOUNT
005320     MOVE YAR-YTD-WITHHELD            TO WS-CORR-AMOUNT
005330     PERFORM 3010-WRITE-AMOUNT-LINE THRU 3010-EXIT
005340     MOVE "OTHER DEDUCTIONS"          TO WS-AL-LABEL
005350     MOVE WS-RPT-OTHER-DEDS           TO WS-PREV-AMOUNT
005360     MOVE WS-YTD-OTHER-DEDS           TO WS-CORR-AMOUNT
005370     PERFORM 3010-WRITE-AMOUNT-LINE THRU 3010-EXIT
005380     MOVE "NET PAY"                   TO WS-AL-LABEL
005390     MOVE YAR-RPT-NET-PAY             TO WS-PREV-AMOUNT
005400     MOVE YAR-YTD-NET-PAY             TO WS-CORR-AMOUNT
005410     PERFORM 3010-WRITE-AMOUNT-LINE THRU 3010-EXIT.
005420 3000-EXIT.
005430     EXIT.
005440*
005450*-------------------------------------------------------------*
005460* 3010-WRITE-AMOUNT-LINE - ONE STATEMENT AMOUNT LINE FROM THE
005470*                          LABEL AND THE TWO AMOUNTS SET BY THE
005480*                          CALLER
005490*-------------------------------------------------------------*
005500 3010-WRITE-AMOUNT-LINE.
005510     COMPUTE WS-CHANGE-AMOUNT = WS-CORR-AMOUNT - WS-PREV-AMOUNT
005520     MOVE WS-PREV-AMOUNT   TO WS-AL-PREV-AMOUNT
005530     MOVE WS-CORR-AMOUNT   TO WS-AL-CORR-AMOUNT
005540     MOVE WS-CHANGE-AMOUNT TO WS-AL-CHANGE
005550     WRITE STATEMENT-LINE FROM WS-AMOUNT-LINE.
005560 3010-EXIT.
005570     EXIT.
005580*
005590*-------------------------------------------------------------*
005600* 3020-WRITE-JUR-LINE - ONE STATEMENT LINE FOR A STATE OR LOCAL
005610*                       JURISDICTION SLOT IN USE.  A SLOT A
005620*                       CORRECTION CLAIMED SINCE THE LAST
005630*                       STATEMENT WAS PREVIOUSLY REPORTED AS ZERO.
005640*-------------------------------------------------------------*
005650 3020-WRITE-JUR-LINE.
005660     IF YAR-JYTD-CODE (WS-JYTD-SUB) = SPACES
005670         GO TO 3020-EXIT
005680     END-IF
005690     IF YAR-JYTD-WITHHELD-X (WS-JYTD-SUB) NOT NUMERIC
005700         GO TO 3020-EXIT
005710     END-IF
005720     MOVE SPACES TO WS-AL-LABEL
005730     STRING "STATE/LOCAL TAX " DELIMITED BY SIZE
005740            YAR-JYTD-CODE (WS-JYTD-SUB) DELIMITED BY SIZE
005750         INTO WS-AL-LABEL
005760     END-STRING
005770     PERFORM 3030-GET-REPORTED-JUR THRU 3030-EXIT
005780     MOVE YAR-JYTD-WITHHELD (WS-JYTD-SUB) TO WS-CORR-AMOUNT
005790     PERFORM 3010-WRITE-AMOUNT-LINE THRU 3010-EXIT.
005800 3020-EXIT.
005810     EXIT.
005820*
005830*-------------------------------------------------------------*
005840* 3030-GET-REPORTED-JUR - WHAT THE LAST STATEMENT SHOWED FOR THE
005850*                         SLOT AT WS-JYTD-SUB, INTO
005860*                         WS-PREV-AMOUNT (ZERO IF IT WAS NOT YET
005870*                         IN USE THEN)
005880*-------------------------------------------------------------*
005890 3030-GET-REPORTED-JUR.
005900     MOVE ZERO TO WS-PREV-AMOUNT
005910     IF YAR-RJUR-CODE (WS-JYTD-SUB) = YAR-JYTD-CODE (WS-JYTD-SUB)
005920        AND YAR-RJUR-WITHHELD-X (WS-JYTD-SUB) NUMERIC
005930         MOVE YAR-RJUR-WITHHELD (WS-JYTD-SUB) TO WS-PREV-AMOUNT
005940     END-IF.
005950 3030-EXIT.
005960     EXIT.
005970*
005980*=============================================================*
005990* 3100-LIST-CORRECTIONS - EVERY CORRECTION ON THE PRIOR-YEAR
006000*                         CORRECTION FILE FOR THIS YEAR AND
006010*                         EMPLOYEE NOT YET REPORTED IS LISTED
006020*                         UNDER THE STATEMENT (OR, WHEN THE
006030*                         CORRECTIONS NETTED OUT, ONLY COUNTED)
006040*                         AND STAMPED WITH TONIGHT'S DATE.  ONE
006050*                         ALREADY STAMPED TODAY IS TAKEN AGAIN, SO
006060*                         A RERUN AFTER A FAILURE REPORTS IT WITH
006070*                         ITS STATEMENT.
006080*=============================================================*
006090 3100-LIST-CORRECTIONS.
006100     MOVE ZERO TO WS-ER-SOC-SEC-CHANGE
006110     MOVE ZERO TO WS-ER-HEALTH-CHANGE
006120     MOVE ZERO TO WS-ER-UNEMP-CHANGE
006130     IF WS-LIST-CORRECTIONS
006140         WRITE STATEMENT-LINE FROM WS-CORR-HEADING-LINE
006150     END-IF
006160     SET WS-PYC-NOT-END-OF-FILE TO TRUE
006170     MOVE YAR-STATEMENT-YEAR TO PYC-TAX-YEAR
006180     MOVE YAR-EMPLOYEE-ID    TO PYC-EMPLOYEE-ID
006190     MOVE ZERO               TO PYC-POST-RUN-DATE
006200     MOVE ZERO               TO PYC-POST-RUN-NO
006210     MOVE ZERO               TO PYC-POST-RUN-SEQ
006220     START PRIOR-YEAR-CORR-FILE KEY NOT LESS THAN PYC-KEY
006230         INVALID KEY
006240             SET WS-PYC-END-OF-FILE TO TRUE
006250     END-START
006260     PERFORM 3110-LIST-ONE-CORRECTION THRU 3110-EXIT
006270         UNTIL WS-PYC-END-OF-FILE.
006280 3100-EXIT.
006290     EXIT.
006300*
006310*-------------------------------------------------------------*
006320* 3110-LIST-ONE-CORRECTION - ONE PRIOR-YEAR CORRECTION RECORD
006330*-------------------------------------------------------------*
006340 3110-LIST-ONE-CORRECTION.
006350     READ PRIOR-YEAR-CORR-FILE NEXT RECORD
006360         AT END
006370             SET WS-PYC-END-OF-FILE TO TRUE
006380             GO TO 3110-EXIT
006390     END-READ
006400     IF PYC-TAX-YEAR NOT = YAR-STATEMENT-YEAR
006410        OR PYC-EMPLOYEE-ID NOT = YAR-EMPLOYEE-ID
006420         SET WS-PYC-END-OF-FILE TO TRUE
006430         GO TO 3110-EXIT
006440     END-IF
006450     IF PYC-STMT-DATE NOT = ZERO
006460        AND PYC-STMT-DATE NOT = WS-RUN-DATE-NUM
006470         GO TO 3110-EXIT
006480     END-IF
006490     IF WS-STAMP-ONLY
006500         ADD 1 TO WS-NETTED-COUNT
006510     ELSE
006520         ADD 1 TO WS-CORR-COUNT
006530         ADD PYC-ER-SOC-SEC TO WS-ER-SOC-SEC-CHANGE
006540         ADD PYC-ER-HEALTH  TO WS-ER-HEALTH-CHANGE
006550         ADD PYC-ER-UNEMP   TO WS-ER-UNEMP-CHANGE
006560         MOVE PYC-POST-RUN-DATE TO WS-CD-POST-DATE
006570         IF PYC-REVERSAL
006580             MOVE "REVERSAL  " TO WS-CD-TYPE
006590         ELSE
006600             MOVE "ADJUSTMENT" TO WS-CD-TYPE
006610         END-IF
006620         MOVE PYC-ORIG-RUN-DATE TO WS-CD-ORIG-DATE
006630         MOVE PYC-GROSS         TO WS-CD-GROSS
006640         WRITE STATEMENT-LINE FROM WS-CORR-DETAIL-LINE
006650     END-IF
006660     MOVE WS-RUN-DATE-NUM TO PYC-STMT-DATE
006670     REWRITE PRIOR-YEAR-CORRECTION-RECORD
006680     IF WS-PRIOR-YEAR-CORR-STATUS NOT = "00"
006690         DISPLAY "PRIOR-YEAR CORRECTION REWRITE FAILED - "
006700             "STATUS " WS-PRIOR-YEAR-CORR-STATUS
006710             " EMPLOYEE " PYC-EMPLOYEE-ID
006720         PERFORM 9900-ABORT THRU 9900-EXIT
006730     END-IF.
006740 3110-EXIT.
006750     EXIT.
006760*
006770*=============================================================*
006780* 4000-WRITE-EXTRACT - ONE AMENDMENT RECORD FOR THE TAX
006790*                      AUTHORITY PER CORRECTED STATEMENT
006800*=============================================================*
006810 4000-WRITE-EXTRACT.
006820     MOVE SPACES               TO AMENDMENT-EXTRACT-RECORD
006830     MOVE YAR-STATEMENT-YEAR   TO AMX-TAX-YEAR
006840     MOVE YAR-EMPLOYEE-ID      TO AMX-EMPLOYEE-ID
006850     MOVE YAR-NAME             TO AMX-NAME
006860     MOVE WS-AMENDMENT-NO      TO AMX-AMENDMENT-NO
006870     MOVE YAR-RPT-GROSS        TO AMX-PRIOR-GROSS
006880     MOVE YAR-RPT-INCOME-TAX   TO AMX-PRIOR-INCOME-TAX
006890     MOVE YAR-RPT-SOC-SEC      TO AMX-PRIOR-SOC-SEC
006900     MOVE YAR-RPT-HEALTH-INS   TO AMX-PRIOR-HEALTH-INS
006910     MOVE YAR-YTD-GROSS        TO AMX-CORR-GROSS
006920     MOVE YAR-YTD-INCOME-TAX   TO AMX-CORR-INCOME-TAX
006930     MOVE YAR-YTD-SOC-SEC      TO AMX-CORR-SOC-SEC
006940     MOVE YAR-YTD-HEALTH-INS   TO AMX-CORR-HEALTH-INS
006950     MOVE WS-ER-SOC-SEC-CHANGE TO AMX-ER-SOC-SEC-CHANGE
006960     MOVE WS-ER-HEALTH-CHANGE  TO AMX-ER-HEALTH-CHANGE
006970     MOVE WS-ER-UNEMP-CHANGE   TO AMX-ER-UNEMP-CHANGE
006980     IF YAR-JUR-KEPT
006990         PERFORM 4010-EXTRACT-JUR-ENTRY THRU 4010-EXIT
007000             VARYING WS-JYTD-SUB FROM 1 BY 1
007010             UNTIL WS-JYTD-SUB > 6
007020     END-IF
007030     WRITE AMENDMENT-EXTRACT-RECORD
007040     IF WS-EXTRACT-STATUS NOT = "00"
007050         DISPLAY "AMENDMENT EXTRACT WRITE FAILED - STATUS "
007060             WS-EXTRACT-STATUS " EMPLOYEE " YAR-EMPLOYEE-ID
007070         PERFORM 9900-ABORT THRU 9900-EXIT
007080     END-IF.
007090 4000-EXIT.
007100     EXIT.
007110*
007120*-------------------------------------------------------------*
007130* 4010-EXTRACT-JUR-ENTRY - ONE STATE OR LOCAL SLOT IN USE, AS
007140*                          PREVIOUSLY REPORTED AND AS CORRECTED
007150*-------------------------------------------------------------*
007160 4010-EXTRACT-JUR-ENTRY.
007170     IF YAR-JYTD-CODE (WS-JYTD-SUB) = SPACES
007180         GO TO 4010-EXIT
007190     END-IF
007200     IF YAR-JYTD-WITHHELD-X (WS-JYTD-SUB) NOT NUMERIC
007210         GO TO 4010-EXIT
007220     END-IF
007230     PERFORM 3030-GET-REPORTED-JUR THRU 3030-EXIT
007240     MOVE YAR-JYTD-CODE (WS-JYTD-SUB)
007250         TO AMX-JUR-CODE (WS-JYTD-SUB)
007260     MOVE WS-PREV-AMOUNT
007270         TO AMX-PRIOR-JUR-WITHHELD (WS-JYTD-SUB)
007280     MOVE YAR-JYTD-WITHHELD (WS-JYTD-SUB)
007290         TO AMX-CORR-JUR-WITHHELD (WS-JYTD-SUB).
007300 4010-EXIT.
007310     EXIT.
007320*
007330*=============================================================*
007340* 5000-UPDATE-ARCHIVE - THE CORRECTED FIGURES ARE NOW THE ONES
007350*                       REPORTED.  THE STATEMENT COUNT AND DATE
007360*                       MOVE ON SO THE NEXT CORRECTION OF THE
007370*                       YEAR IS REPORTED AS THE NEXT AMENDMENT.
007380*                       THE STATE AND LOCAL SLOTS ARE REPORTED
007390*                       WITH THEM, WHERE THE ARCHIVE KEEPS THEM.
007400*=============================================================*
007410 5000-UPDATE-ARCHIVE.
007420     MOVE YAR-YTD-GROSS      TO YAR-RPT-GROSS
007430     MOVE YAR-YTD-INCOME-TAX TO YAR-RPT-INCOME-TAX
007440     MOVE YAR-YTD-SOC-SEC    TO YAR-RPT-SOC-SEC
007450     MOVE YAR-YTD-HEALTH-INS TO YAR-RPT-HEALTH-INS
007460     MOVE YAR-YTD-WITHHELD   TO YAR-RPT-WITHHELD
007470     MOVE YAR-YTD-NET-PAY    TO YAR-RPT-NET-PAY
007480     MOVE WS-YTD-OTHER-DEDS  TO YAR-RPT-OTHER-DEDS
007490     IF YAR-JUR-KEPT
007500         MOVE YAR-JUR-YTD-DATA TO YAR-RPT-JUR-DATA
007510     END-IF
007520     MOVE WS-RUN-DATE-NUM    TO YAR-STMT-DATE
007530     COMPUTE YAR-STMT-COUNT = WS-AMENDMENT-NO + 1
007540     REWRITE YTD-ARCHIVE-RECORD
007550     IF WS-ARCHIVE-STATUS NOT = "00"
007560         DISPLAY "YTD ARCHIVE REWRITE FAILED - STATUS "
007570             WS-ARCHIVE-STATUS " EMPLOYEE " YAR-EMPLOYEE-ID
007580         PERFORM 9900-ABORT THRU 9900-EXIT
007590     END-IF.
007600 5000-EXIT.
007610     EXIT.
007620*
007630*=============================================================*
007640* 9000-TERMINATE - PRINT THE RUN TOTALS AND CLOSE THE FILES
007650*=============================================================*
007660 9000-TERMINATE.
007670     MOVE WS-STATEMENT-COUNT TO WS-TL-STATEMENT-COUNT
007680     WRITE STATEMENT-LINE FROM WS-TOTAL-LINE
007690     MOVE WS-CORR-COUNT TO WS-TL-CORR-COUNT
007700     WRITE STATEMENT-LINE FROM WS-CORR-TOTAL-LINE
007710     MOVE WS-NETTED-COUNT TO WS-TL-NETTED-COUNT
007720     WRITE STATEMENT-LINE FROM WS-NETTED-LINE
007730     CLOSE YTD-ARCHIVE-FILE
007740     CLOSE PRIOR-YEAR-CORR-FILE
007750     CLOSE STATEMENT-FILE
007760     CLOSE AMENDMENT-EXTRACT-FILE
007770     DISPLAY "CORRECTED STATEMENTS PRINTED: " WS-STATEMENT-COUNT.
007780 9000-EXIT.
007790     EXIT.
007800*
007810*-------------------------------------------------------------*
007820* 9900-ABORT - AN UPDATE FAILED PART-WAY.  WHAT WAS STAMPED
007830*              TODAY IS PICKED UP AGAIN BY A RERUN.
007840*-------------------------------------------------------------*
007850 9900-ABORT.
007860     CLOSE YTD-ARCHIVE-FILE
007870     CLOSE PRIOR-YEAR-CORR-FILE
007880     CLOSE STATEMENT-FILE
007890     CLOSE AMENDMENT-EXTRACT-FILE
007900     MOVE 16 TO RETURN-CODE
007910     STOP RUN.
007920 9900-EXIT.
007930     EXIT.
