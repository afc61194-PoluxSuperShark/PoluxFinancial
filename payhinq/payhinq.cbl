000210*                   LINE PER REQUEST.  A REQUEST WITH NO
000220*                   HISTORY IN THE RANGE SAYS SO RATHER THAN
000230*                   PRINTING NOTHING.
000240*  10/15/2026 DO    READ THE PAY HISTORY ARCHIVE GENERATIONS
000250*                   (PAYHARC) AS WELL, SO A REQUEST WHOSE RANGE
000260*                   REACHES BACK INTO YEARS MOVED OFF THE LIVE
000270*                   FILE BY HISTARC/HISTPRG IS STILL ANSWERED IN
000280*                   FULL.  ARCHIVED POSTINGS ARE PRINTED FIRST AND
000290*                   MARKED ARCHIVED; ONE STILL ON THE LIVE FILE IS
000300*                   PRINTED FROM THE LIVE FILE ONLY.
000310*  10/15/2026 DO    THE ARCHIVE GENERATIONS ARE SORTED INTO
000320*                   KEY ORDER (PAYHARS) AT THE START OF THE
000330*                   RUN, SO ARCHIVED POSTINGS PRINT IN RUN-DATE
000340*                   ORDER WHATEVER ORDER THE GENERATIONS ARE
000350*                   ALLOCATED IN.  A POSTING ARCHIVED IN TWO
000360*                   GENERATIONS PRINTS ONCE.
000370*-----------------------------------------------------------*
000380*
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410*
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT INQUIRY-REQUEST-FILE ASSIGN TO INQREQ
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-REQUEST-STATUS.
000470*
000480     SELECT PAY-HISTORY-FILE ASSIGN TO PAYHIST
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS PHR-KEY
000520         FILE STATUS IS WS-PAY-HISTORY-STATUS.
000530*
000540     SELECT PAY-ARCHIVE-FILE ASSIGN TO PAYHARC
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-PAY-ARCHIVE-STATUS.
000570*
000580     SELECT ARCHIVE-SORTED-FILE ASSIGN TO PAYHARS
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-ARCHIVE-SORTED-STATUS.
000610*
000620     SELECT SORT-FILE ASSIGN TO SORTWK.
000630*
000640     SELECT INQUIRY-REPORT-FILE ASSIGN TO INQRPT
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-REPORT-STATUS.
000670*
000680 DATA DIVISION.
000690 FILE SECTION.
000700*
000710 FD  INQUIRY-REQUEST-FILE
000720     LABEL RECORDS ARE STANDARD
000730     RECORDING MODE IS F.
000740 01  INQUIRY-REQUEST-RECORD.
000750     05  INQ-EMPLOYEE-ID           PIC 9(05).
000760     05  INQ-FROM-DATE             PIC 9(06).
000770     05  INQ-TO-DATE               PIC 9(06).
000780     05  FILLER                    PIC X(63).
000790*
000800 FD  PAY-HISTORY-FILE
000810     LABEL RECORDS ARE STANDARD.
000820     COPY PAYHIST.
000830*
000840 FD  PAY-ARCHIVE-FILE
000850     LABEL RECORDS ARE STANDARD
000860     RECORDING MODE IS F.
000870*    A PAY HISTORY RECORD AS IT STOOD WHEN IT WAS ARCHIVED.
000880 01  PAY-ARCHIVE-RECORD.
000890     05  PAR-KEY.
000900         10  PAR-EMPLOYEE-ID       PIC 9(05).
000910         10  PAR-RUN-DATE          PIC 9(06).
000920         10  PAR-RUN-SEQ           PIC 9(07).
000930     05  FILLER                    PIC X(242).
000940*
000950 FD  ARCHIVE-SORTED-FILE
000960     LABEL RECORDS ARE STANDARD
000970     RECORDING MODE IS F.
000980*    THE ARCHIVE GENERATIONS SORTED TOGETHER INTO KEY ORDER.
000990 01  ARCHIVE-SORTED-RECORD.
001000     05  PAS-KEY.
001010         10  PAS-EMPLOYEE-ID       PIC 9(05).
001020         10  PAS-RUN-DATE          PIC 9(06).
001030         10  PAS-RUN-SEQ           PIC 9(07).
001040     05  FILLER                    PIC X(242).
001050*
001060 SD  SORT-FILE.
001070 01  SORT-RECORD.
001080     05  SRT-KEY                   PIC X(18).
001090     05  FILLER                    PIC X(242).
001100*
001110 FD  INQUIRY-REPORT-FILE
001120     LABEL RECORDS ARE STANDARD
001130     RECORDING MODE IS F.
001140 01  INQUIRY-REPORT-LINE           PIC X(100).
001150*
001160 WORKING-STORAGE SECTION.
001170*
001180 01  WS-RUN-DATE                   PIC 9(06) VALUE ZERO.
001190*
001200*-----------------------------------------------------------*
001210* FILE STATUS AND CONTROL FIELDS
001220*-----------------------------------------------------------*
001230 01  WS-REQUEST-STATUS             PIC X(02) VALUE SPACES.
001240 01  WS-PAY-HISTORY-STATUS         PIC X(02) VALUE SPACES.
001250 01  WS-REPORT-STATUS              PIC X(02) VALUE SPACES.
001260 01  WS-PAY-ARCHIVE-STATUS         PIC X(02) VALUE SPACES.
001270 01  WS-ARCHIVE-SORTED-STATUS      PIC X(02) VALUE SPACES.
001280 01  WS-LAST-ARCHIVE-KEY           PIC X(18) VALUE LOW-VALUES.
001290 01  WS-REQUEST-COUNT              PIC 9(05) COMP VALUE ZERO.
001300 01  WS-LINE-COUNT                 PIC 9(05) COMP VALUE ZERO.
001310*
001320*-----------------------------------------------------------*
001330* PER-REQUEST TOTALS - REVERSAL POSTINGS ARE SUBTRACTED SO
001340* THE TOTAL LINE SHOWS THE NET EFFECT OF THE PERIOD.
001350*-----------------------------------------------------------*
001360 01  WS-TOT-GROSS                  PIC S9(09)V99 VALUE ZERO.
001370 01  WS-TOT-INCOME-TAX             PIC S9(09)V99 VALUE ZERO.
001380 01  WS-TOT-SOC-SEC                PIC S9(09)V99 VALUE ZERO.
001390 01  WS-TOT-HEALTH-INS             PIC S9(09)V99 VALUE ZERO.
001400 01  WS-TOT-NET-PAY                PIC S9(09)V99 VALUE ZERO.
001410*
001420*-----------------------------------------------------------*
001430* REPORT LINES
001440*-----------------------------------------------------------*
001450 01  WS-REPORT-HEADING.
001460     05  FILLER               PIC X(44) VALUE
001470         "POLUX FINANCIAL - PAY HISTORY INQUIRY - RUN ".
001480     05  WS-RH-RUN-DATE       PIC 99/99/99.
001490     05  FILLER               PIC X(48) VALUE SPACES.
001500 01  WS-EMPLOYEE-HEADING.
001510     05  FILLER               PIC X(09) VALUE "EMPLOYEE ".
001520     05  WS-EH-EMPLOYEE-ID    PIC 9(05).
001530     05  FILLER               PIC X(09) VALUE "  PERIOD ".
001540     05  WS-EH-FROM-DATE      PIC 99/99/99.
001550     05  FILLER               PIC X(03) VALUE " - ".
001560     05  WS-EH-TO-DATE        PIC 99/99/99.
001570     05  FILLER               PIC X(58) VALUE SPACES.
001580 01  WS-COLUMN-HEADING.
001590     05  FILLER               PIC X(10) VALUE "RUN DATE  ".
001600     05  FILLER               PIC X(05) VALUE "TYPE ".
001610     05  FILLER               PIC X(12) VALUE "       GROSS".
001620     05  FILLER               PIC X(12) VALUE "  INCOME TAX".
001630     05  FILLER               PIC X(12) VALUE "     SOC SEC".
001640     05  FILLER               PIC X(12) VALUE "  HEALTH INS".
001650     05  FILLER               PIC X(12) VALUE "     NET PAY".
001660     05  FILLER               PIC X(10) VALUE "  REVERSED".
001670     05  FILLER               PIC X(02) VALUE SPACES.
001680     05  FILLER               PIC X(08) VALUE "ARCHIVED".
001690     05  FILLER               PIC X(05) VALUE SPACES.
001700 01  WS-DETAIL-LINE.
001710     05  WS-DL-RUN-DATE       PIC 99/99/99.
001720     05  FILLER               PIC X(04) VALUE SPACES.
001730     05  WS-DL-REC-TYPE       PIC X(01).
001740     05  FILLER               PIC X(02) VALUE SPACES.
001750     05  WS-DL-GROSS          PIC ZZZ,ZZ9.99.
001760     05  FILLER               PIC X(02) VALUE SPACES.
001770     05  WS-DL-INCOME-TAX     PIC ZZZ,ZZ9.99.
001780     05  FILLER               PIC X(02) VALUE SPACES.
001790     05  WS-DL-SOC-SEC        PIC ZZZ,ZZ9.99.
001800     05  FILLER               PIC X(02) VALUE SPACES.
001810     05  WS-DL-HEALTH-INS     PIC ZZZ,ZZ9.99.
001820     05  FILLER               PIC X(02) VALUE SPACES.
001830     05  WS-DL-NET-PAY        PIC ZZZ,ZZ9.99.
001840     05  FILLER               PIC X(06) VALUE SPACES.
001850     05  WS-DL-REVERSED       PIC X(03).
001860     05  FILLER               PIC X(05) VALUE SPACES.
001870     05  WS-DL-ARCHIVED       PIC X(08).
001880     05  FILLER               PIC X(03) VALUE SPACES.
001890 01  WS-TOTAL-LINE.
001900     05  FILLER               PIC X(09) VALUE "TOTAL    ".
001910     05  FILLER               PIC X(04) VALUE SPACES.
001920     05  WS-TL-GROSS          PIC ZZZ,ZZ9.99-.
001930     05  FILLER               PIC X(01) VALUE SPACES.
001940     05  WS-TL-INCOME-TAX     PIC ZZZ,ZZ9.99-.
001950     05  FILLER               PIC X(01) VALUE SPACES.
001960     05  WS-TL-SOC-SEC        PIC ZZZ,ZZ9.99-.
001970     05  FILLER               PIC X(01) VALUE SPACES.
001980     05  WS-TL-HEALTH-INS     PIC ZZZ,ZZ9.99-.
001990     05  FILLER               PIC X(01) VALUE SPACES.
002000     05  WS-TL-NET-PAY        PIC ZZZ,ZZ9.99-.
002010     05  FILLER               PIC X(28) VALUE SPACES.
002020*
002030 01  WS-SWITCHES.
002040     05  WS-REQ-EOF-SWITCH    PIC X(01) VALUE 'N'.
002050         88  WS-REQ-END-OF-FILE        VALUE 'Y'.
002060         88  WS-REQ-NOT-END-OF-FILE    VALUE 'N'.
002070     05  WS-HIST-EOF-SWITCH   PIC X(01) VALUE 'N'.
002080         88  WS-HIST-END-OF-FILE       VALUE 'Y'.
002090         88  WS-HIST-NOT-END-OF-FILE   VALUE 'N'.
002100     05  WS-ARC-EOF-SWITCH    PIC X(01) VALUE 'N'.
002110         88  WS-ARC-END-OF-FILE        VALUE 'Y'.
002120         88  WS-ARC-NOT-END-OF-FILE    VALUE 'N'.
002130     05  WS-ARCHIVED-LINE-SW  PIC X(01) VALUE 'N'.
002140         88  WS-ARCHIVED-LINE          VALUE 'Y'.
002150         88  WS-LIVE-LINE              VALUE 'N'.
002160     05  WS-ARC-SORTED-SW     PIC X(01) VALUE 'N'.
002170         88  WS-ARCHIVE-SORTED         VALUE 'Y'.
002180         88  WS-ARCHIVE-NOT-SORTED     VALUE 'N'.
002190*
002200 PROCEDURE DIVISION.
002210*
002220*=============================================================*
002230* 0000-MAINLINE - PROGRAM ENTRY POINT
002240*=============================================================*
002250 0000-MAINLINE.
002260     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002270     PERFORM 2000-PROCESS-ONE-REQUEST THRU 2000-EXIT
002280         UNTIL WS-REQ-END-OF-FILE
002290     PERFORM 9000-TERMINATE THRU 9000-EXIT
002300     STOP RUN.
002310*
002320*=============================================================*
002330* 1000-INITIALIZE - OPEN THE FILES, SORT THE ARCHIVE, WRITE THE
002340*                   REPORT HEADER, PRIME THE FIRST REQUEST
002350*=============================================================*
002360 1000-INITIALIZE.
002370     ACCEPT WS-RUN-DATE FROM DATE
002380     OPEN INPUT INQUIRY-REQUEST-FILE
002390     IF WS-REQUEST-STATUS NOT = "00"
002400         DISPLAY "INQUIRY REQUEST FILE OPEN FAILED - STATUS "
002410             WS-REQUEST-STATUS
002420         MOVE 16 TO RETURN-CODE
002430         STOP RUN
002440     END-IF
002450     OPEN INPUT PAY-HISTORY-FILE
002460     IF WS-PAY-HISTORY-STATUS NOT = "00"
002470         DISPLAY "PAY HISTORY FILE OPEN FAILED - STATUS "
002480             WS-PAY-HISTORY-STATUS
002490         CLOSE INQUIRY-REQUEST-FILE
002500         MOVE 16 TO RETURN-CODE
002510         STOP RUN
002520     END-IF
002530     OPEN OUTPUT INQUIRY-REPORT-FILE
002540     IF WS-REPORT-STATUS NOT = "00"
002550         DISPLAY "INQUIRY REPORT FILE OPEN FAILED - STATUS "
002560             WS-REPORT-STATUS
002570         CLOSE INQUIRY-REQUEST-FILE
002580         CLOSE PAY-HISTORY-FILE
002590         MOVE 16 TO RETURN-CODE
002600         STOP RUN
002610     END-IF
002620     PERFORM 1200-SORT-ARCHIVE THRU 1200-EXIT
002630     MOVE WS-RUN-DATE TO WS-RH-RUN-DATE
002640     WRITE INQUIRY-REPORT-LINE FROM WS-REPORT-HEADING
002650     PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
002660 1000-EXIT.
002670     EXIT.
002680*
002690*-------------------------------------------------------------*
002700* 1200-SORT-ARCHIVE - SORT EVERY ARCHIVE GENERATION INTO ONE
002710*                     FILE IN KEY ORDER.  THE GENERATIONS ARE
002720*                     OPENED FIRST ON THEIR OWN: NO ARCHIVE
002730*                     AVAILABLE LEAVES THE RUN TO THE LIVE FILE
002740*                     (3200).  BEFORE THE FIRST GENERATION EXISTS
002750*                     THE INPUT IS EMPTY.
002760*-------------------------------------------------------------*
002770 1200-SORT-ARCHIVE.
002780     OPEN INPUT PAY-ARCHIVE-FILE
002790     IF WS-PAY-ARCHIVE-STATUS NOT = "00"
002800         GO TO 1200-EXIT
002810     END-IF
002820     CLOSE PAY-ARCHIVE-FILE
002830     SORT SORT-FILE
002840         ON ASCENDING KEY SRT-KEY
002850         USING PAY-ARCHIVE-FILE
002860         GIVING ARCHIVE-SORTED-FILE
002870     IF SORT-RETURN NOT = ZERO
002880         DISPLAY "PAY HISTORY ARCHIVE SORT FAILED - RETURN "
002890             SORT-RETURN
002900         CLOSE INQUIRY-REQUEST-FILE
002910         CLOSE PAY-HISTORY-FILE
002920         CLOSE INQUIRY-REPORT-FILE
002930         MOVE 16 TO RETURN-CODE
002940         STOP RUN
002950     END-IF
002960     SET WS-ARCHIVE-SORTED TO TRUE.
002970 1200-EXIT.
002980     EXIT.
002990*
003000*=============================================================*
003010* 2000-PROCESS-ONE-REQUEST - VALIDATE AND ANSWER ONE INQUIRY
003020*=============================================================*
003030 2000-PROCESS-ONE-REQUEST.
003040     ADD 1 TO WS-REQUEST-COUNT
003050     IF INQ-EMPLOYEE-ID NOT NUMERIC
003060        OR INQ-EMPLOYEE-ID = ZERO
003070        OR INQ-FROM-DATE NOT NUMERIC
003080        OR INQ-TO-DATE NOT NUMERIC
003090        OR INQ-FROM-DATE > INQ-TO-DATE
003100         MOVE SPACES TO INQUIRY-REPORT-LINE
003110         STRING "REQUEST REJECTED - BAD EMPLOYEE ID OR DATE "
003120                 "RANGE"
003130             DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE
003140         WRITE INQUIRY-REPORT-LINE
003150     ELSE
003160         PERFORM 3000-LIST-HISTORY THRU 3000-EXIT
003170     END-IF
003180     PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
003190 2000-EXIT.
003200     EXIT.
003210*
003220*-------------------------------------------------------------*
003230* 2100-READ-REQUEST - GET THE NEXT INQUIRY REQUEST
003240*-------------------------------------------------------------*
003250 2100-READ-REQUEST.
003260     READ INQUIRY-REQUEST-FILE
003270         AT END
003280             SET WS-REQ-END-OF-FILE TO TRUE
003290     END-READ.
003300 2100-EXIT.
003310     EXIT.
003320*
003330*=============================================================*
003340* 3000-LIST-HISTORY - PRINT THE EMPLOYEE'S POSTINGS IN THE
003350*                     REQUESTED DATE RANGE - ARCHIVED ONES
003360*                     FIRST, THEN THOSE ON THE LIVE FILE - AND
003370*                     THE NET TOTAL OF THE PERIOD
003380*=============================================================*
003390 3000-LIST-HISTORY.
003400     MOVE ZERO TO WS-LINE-COUNT
003410     MOVE ZERO TO WS-TOT-GROSS
003420     MOVE ZERO TO WS-TOT-INCOME-TAX
003430     MOVE ZERO TO WS-TOT-SOC-SEC
003440     MOVE ZERO TO WS-TOT-HEALTH-INS
003450     MOVE ZERO TO WS-TOT-NET-PAY
003460     MOVE INQ-EMPLOYEE-ID TO WS-EH-EMPLOYEE-ID
003470     MOVE INQ-FROM-DATE   TO WS-EH-FROM-DATE
003480     MOVE INQ-TO-DATE     TO WS-EH-TO-DATE
003490     MOVE SPACES TO INQUIRY-REPORT-LINE
003500     WRITE INQUIRY-REPORT-LINE
003510     WRITE INQUIRY-REPORT-LINE FROM WS-EMPLOYEE-HEADING
003520     WRITE INQUIRY-REPORT-LINE FROM WS-COLUMN-HEADING
003530     PERFORM 3200-LIST-ARCHIVED THRU 3200-EXIT
003540     SET WS-HIST-NOT-END-OF-FILE TO TRUE
003550     MOVE INQ-EMPLOYEE-ID TO PHR-EMPLOYEE-ID
003560     MOVE INQ-FROM-DATE   TO PHR-RUN-DATE
003570     MOVE ZERO            TO PHR-RUN-SEQ
003580     START PAY-HISTORY-FILE KEY NOT LESS THAN PHR-KEY
003590         INVALID KEY
003600             SET WS-HIST-END-OF-FILE TO TRUE
003610     END-START
003620     PERFORM 3100-PRINT-ONE-POSTING THRU 3100-EXIT
003630         UNTIL WS-HIST-END-OF-FILE
003640     IF WS-LINE-COUNT = ZERO
003650         MOVE SPACES TO INQUIRY-REPORT-LINE
003660         STRING "NO PAY HISTORY ON FILE FOR THE PERIOD"
003670             DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE
003680         WRITE INQUIRY-REPORT-LINE
003690     ELSE
003700         MOVE WS-TOT-GROSS      TO WS-TL-GROSS
003710         MOVE WS-TOT-INCOME-TAX TO WS-TL-INCOME-TAX
003720         MOVE WS-TOT-SOC-SEC    TO WS-TL-SOC-SEC
003730         MOVE WS-TOT-HEALTH-INS TO WS-TL-HEALTH-INS
003740         MOVE WS-TOT-NET-PAY    TO WS-TL-NET-PAY
003750         WRITE INQUIRY-REPORT-LINE FROM WS-TOTAL-LINE
003760     END-IF.
003770 3000-EXIT.
003780     EXIT.
003790*
003800*-------------------------------------------------------------*
003810* 3100-PRINT-ONE-POSTING - ONE DETAIL LINE PER POSTING IN THE
003820*                          RANGE.  REVERSAL POSTINGS SUBTRACT
003830*                          FROM THE PERIOD TOTALS; POSTINGS
003840*                          LATER BACKED OUT ARE FLAGGED REV.
003850*-------------------------------------------------------------*
003860 3100-PRINT-ONE-POSTING.
003870     READ PAY-HISTORY-FILE NEXT RECORD
003880         AT END
003890             SET WS-HIST-END-OF-FILE TO TRUE
003900             GO TO 3100-EXIT
003910     END-READ
003920     IF PHR-EMPLOYEE-ID NOT = INQ-EMPLOYEE-ID
003930        OR PHR-RUN-DATE > INQ-TO-DATE
003940         SET WS-HIST-END-OF-FILE TO TRUE
003950         GO TO 3100-EXIT
003960     END-IF
003970     SET WS-LIVE-LINE TO TRUE
003980     PERFORM 3300-PRINT-POSTING THRU 3300-EXIT.
003990 3100-EXIT.
004000     EXIT.
004010*
004020*-------------------------------------------------------------*
004030* 3200-LIST-ARCHIVED - PASS THE SORTED ARCHIVE FOR THE
004040*                      EMPLOYEE'S POSTINGS IN THE RANGE, WHICH
004050*                      COME IN RUN-DATE ORDER.  THE FILE IS READ
004060*                      FROM THE TOP FOR EACH REQUEST AND LEFT
004070*                      ONCE PAST THE RANGE.  NO ARCHIVE
004080*                      AVAILABLE GETS A NOTE ON THE REPORT AND
004090*                      THE LIVE FILE IS LISTED ALONE.
004100*-------------------------------------------------------------*
004110 3200-LIST-ARCHIVED.
004120     IF WS-ARCHIVE-NOT-SORTED
004130         MOVE SPACES TO INQUIRY-REPORT-LINE
004140         STRING "PAY HISTORY ARCHIVE NOT AVAILABLE - STATUS "
004150                 WS-PAY-ARCHIVE-STATUS " - LIVE POSTINGS ONLY"
004160             DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE
004170         WRITE INQUIRY-REPORT-LINE
004180         GO TO 3200-EXIT
004190     END-IF
004200     OPEN INPUT ARCHIVE-SORTED-FILE
004210     IF WS-ARCHIVE-SORTED-STATUS NOT = "00"
004220         MOVE SPACES TO INQUIRY-REPORT-LINE
004230         STRING "PAY HISTORY ARCHIVE NOT AVAILABLE - STATUS "
004240                 WS-ARCHIVE-SORTED-STATUS " - LIVE POSTINGS ONLY"
004250             DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE
004260         WRITE INQUIRY-REPORT-LINE
004270         GO TO 3200-EXIT
004280     END-IF
004290     MOVE LOW-VALUES TO WS-LAST-ARCHIVE-KEY
004300     SET WS-ARC-NOT-END-OF-FILE TO TRUE
004310     PERFORM 3210-CHECK-ARCHIVED THRU 3210-EXIT
004320         UNTIL WS-ARC-END-OF-FILE
004330     CLOSE ARCHIVE-SORTED-FILE.
004340 3200-EXIT.
004350     EXIT.
004360*
004370*-------------------------------------------------------------*
004380* 3210-CHECK-ARCHIVED - ONE ARCHIVED POSTING.  ONE FOR THE
004390*                       EMPLOYEE AND RANGE IS PRINTED UNLESS THE
004400*                       SAME KEY IS STILL ON THE LIVE FILE, WHICH
004410*                       THEN ANSWERS FOR IT.  A KEY REPEATED IN
004420*                       THE GENERATIONS (A RESTARTED ARCHIVE RUN)
004430*                       IS PRINTED ONCE.
004440*-------------------------------------------------------------*
004450 3210-CHECK-ARCHIVED.
004460     READ ARCHIVE-SORTED-FILE
004470         AT END
004480             SET WS-ARC-END-OF-FILE TO TRUE
004490             GO TO 3210-EXIT
004500     END-READ
004510     IF PAS-EMPLOYEE-ID > INQ-EMPLOYEE-ID
004520        OR (PAS-EMPLOYEE-ID = INQ-EMPLOYEE-ID
004530            AND PAS-RUN-DATE > INQ-TO-DATE)
004540         SET WS-ARC-END-OF-FILE TO TRUE
004550         GO TO 3210-EXIT
004560     END-IF
004570     IF PAS-EMPLOYEE-ID NOT = INQ-EMPLOYEE-ID
004580        OR PAS-RUN-DATE < INQ-FROM-DATE
004590        OR PAS-KEY = WS-LAST-ARCHIVE-KEY
004600         GO TO 3210-EXIT
004610     END-IF
004620     MOVE PAS-KEY TO WS-LAST-ARCHIVE-KEY
004630     MOVE PAS-KEY TO PHR-KEY
004640     READ PAY-HISTORY-FILE
004650         INVALID KEY
004660             CONTINUE
004670     END-READ
004680     IF WS-PAY-HISTORY-STATUS = "00"
004690         GO TO 3210-EXIT
004700     END-IF
004710     MOVE ARCHIVE-SORTED-RECORD TO PAY-HISTORY-RECORD
004720     SET WS-ARCHIVED-LINE TO TRUE
004730     PERFORM 3300-PRINT-POSTING THRU 3300-EXIT.
004740 3210-EXIT.
004750     EXIT.
004760*
004770*-------------------------------------------------------------*
004780* 3300-PRINT-POSTING - PRINT THE POSTING IN PAY-HISTORY-RECORD
004790*                      AND ADD IT TO THE PERIOD TOTALS
004800*-------------------------------------------------------------*
004810 3300-PRINT-POSTING.
004820     ADD 1 TO WS-LINE-COUNT
004830     MOVE SPACES TO WS-DL-REVERSED
004840     MOVE PHR-RUN-DATE   TO WS-DL-RUN-DATE
004850     MOVE PHR-REC-TYPE   TO WS-DL-REC-TYPE
004860     MOVE PHR-GROSS      TO WS-DL-GROSS
004870     MOVE PHR-INCOME-TAX TO WS-DL-INCOME-TAX
004880     MOVE PHR-SOC-SEC    TO WS-DL-SOC-SEC
004890     MOVE PHR-HEALTH-INS TO WS-DL-HEALTH-INS
004900     MOVE PHR-NET-PAY    TO WS-DL-NET-PAY
004910     IF PHR-REVERSED
004920         MOVE "REV" TO WS-DL-REVERSED
004930     END-IF
004940     MOVE SPACES TO WS-DL-ARCHIVED
004950     IF WS-ARCHIVED-LINE
004960         MOVE "ARCHIVED" TO WS-DL-ARCHIVED
004970     END-IF
004980     WRITE INQUIRY-REPORT-LINE FROM WS-DETAIL-LINE
004990     IF PHR-REVERSAL-POSTING
005000         SUBTRACT PHR-GROSS      FROM WS-TOT-GROSS
005010         SUBTRACT PHR-INCOME-TAX FROM WS-TOT-INCOME-TAX
005020         SUBTRACT PHR-SOC-SEC    FROM WS-TOT-SOC-SEC
005030         SUBTRACT PHR-HEALTH-INS FROM WS-TOT-HEALTH-INS
005040         SUBTRACT PHR-NET-PAY    FROM WS-TOT-NET-PAY
005050     ELSE
005060         ADD PHR-GROSS      TO WS-TOT-GROSS
005070         ADD PHR-INCOME-TAX TO WS-TOT-INCOME-TAX
005080         ADD PHR-SOC-SEC    TO WS-TOT-SOC-SEC
005090         ADD PHR-HEALTH-INS TO WS-TOT-HEALTH-INS
005100         ADD PHR-NET-PAY    TO WS-TOT-NET-PAY
005110     END-IF.
005120 3300-EXIT.
005130     EXIT.
005140*
005150*=============================================================*
005160* 9000-TERMINATE - CLOSE THE FILES AND FINISH THE RUN
005170*=============================================================*
005180 9000-TERMINATE.
005190     CLOSE INQUIRY-REQUEST-FILE
005200     CLOSE PAY-HISTORY-FILE
005210     CLOSE INQUIRY-REPORT-FILE
005220     DISPLAY "PAY HISTORY INQUIRY COMPLETE - REQUESTS: "
005230         WS-REQUEST-COUNT.
005240 9000-EXIT.
005250     EXIT.
