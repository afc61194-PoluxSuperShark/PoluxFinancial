000250*                   RECORDS WRITTEN BEFORE THE FIELD EXISTED
000260*                   CARRY SPACES THERE - ACCEPTED AS ZERO,
000270*                   NOT REPORTED AS CORRUPTION.
000280*  10/15/2026 DO    THE WITHHELD CROSS-FOOT NOW ADDS THE STATE
000290*                   AND LOCAL YTD SLOTS TO THE THREE FEDERAL
000300*                   COMPONENTS, AS TAXES POSTS THEM INTO YTD
000310*                   WITHHELD.  SLOTS THAT ARE FREE OR NOT
000320*                   NUMERIC ADD NOTHING.
000330*-----------------------------------------------------------*
000340*
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370*
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT EMPLOYEE-MASTER ASSIGN TO EMPMSTR
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS EMM-EMPLOYEE-ID
000440         FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.
000450*
000460     SELECT AUDIT-REPORT-FILE ASSIGN TO AUDRPT
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-AUDIT-REPORT-STATUS.
000490*
000500 DATA DIVISION.
000510 FILE SECTION.
000520*
000530 FD  EMPLOYEE-MASTER
000540     LABEL RECORDS ARE STANDARD.
000550     COPY EMPMSTR.
000560*
000570 FD  AUDIT-REPORT-FILE
000580     LABEL RECORDS ARE STANDARD
000590     RECORDING MODE IS F.
000600 01  AUDIT-REPORT-LINE            PIC X(100).
000610*
000620 WORKING-STORAGE SECTION.
000630*
000640 01  WS-RUN-DATE                  PIC 9(06) VALUE ZERO.
000650*
000660*-----------------------------------------------------------*
000670* CROSS-FOOT WORK FIELDS
000680*-----------------------------------------------------------*
000690 01  WS-EXPECTED-NET              PIC S9(09)V99 VALUE ZERO.
000700 01  WS-EXPECTED-WITHHELD         PIC S9(09)V99 VALUE ZERO.
000710 01  WS-YTD-OTHER-DEDS            PIC 9(08)V99 VALUE ZERO.
000720 01  WS-JYTD-SUB                  PIC 9(02) COMP VALUE ZERO.
000730*
000740*-----------------------------------------------------------*
000750* FILE STATUS AND CONTROL FIELDS
000760*-----------------------------------------------------------*
000770 01  WS-EMPLOYEE-MASTER-STATUS    PIC X(02) VALUE SPACES.
000780 01  WS-AUDIT-REPORT-STATUS       PIC X(02) VALUE SPACES.
000790 01  WS-RECORD-COUNT              PIC 9(06) COMP VALUE ZERO.
000800 01  WS-DISCREPANCY-COUNT         PIC 9(06) COMP VALUE ZERO.
000810 01  WS-COUNT-ED                  PIC ZZZZZ9.
000820*
000830*-----------------------------------------------------------*
000840* DISCREPANCY REPORT LINE
000850*-----------------------------------------------------------*
000860 01  WS-DISCREPANCY-LINE.
000870     05  WS-DL-EMPLOYEE-ID        PIC 9(05).
000880     05  FILLER                   PIC X(02) VALUE SPACES.
000890     05  WS-DL-CHECK              PIC X(20).
000900     05  FILLER                   PIC X(02) VALUE SPACES.
000910     05  WS-DL-EXPECTED           PIC -ZZZ,ZZZ,ZZ9.99.
000920     05  FILLER                   PIC X(02) VALUE SPACES.
000930     05  WS-DL-ACTUAL             PIC -ZZZ,ZZZ,ZZ9.99.
000940     05  FILLER                   PIC X(39) VALUE SPACES.
000950*
000960 01  WS-SWITCHES.
000970     05  WS-MASTER-EOF-SWITCH     PIC X(01) VALUE 'N'.
000980         88  WS-MASTER-END-OF-FILE        VALUE 'Y'.
000990         88  WS-MASTER-NOT-END-OF-FILE    VALUE 'N'.
001000*
001010 PROCEDURE DIVISION.
001020*
001030*=============================================================*
001040* 0000-MAINLINE - PROGRAM ENTRY POINT
001050*=============================================================*
001060 0000-MAINLINE.
001070     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001080     PERFORM 2000-AUDIT-ONE-RECORD THRU 2000-EXIT
001090         UNTIL WS-MASTER-END-OF-FILE
001100     PERFORM 9000-TERMINATE THRU 9000-EXIT
001110     STOP RUN.
001120*
001130*=============================================================*
001140* 1000-INITIALIZE - OPEN THE FILES AND POSITION THE MASTER AT
001150*                   ITS FIRST RECORD
001160*=============================================================*
001170 1000-INITIALIZE.
001180     ACCEPT WS-RUN-DATE FROM DATE
001190     OPEN INPUT EMPLOYEE-MASTER
001200     IF WS-EMPLOYEE-MASTER-STATUS NOT = "00"
001210         DISPLAY "EMPLOYEE MASTER OPEN FAILED - STATUS "
001220             WS-EMPLOYEE-MASTER-STATUS
001230         MOVE 16 TO RETURN-CODE
001240         STOP RUN
001250     END-IF
001260     OPEN OUTPUT AUDIT-REPORT-FILE
001270     IF WS-AUDIT-REPORT-STATUS NOT = "00"
001280         DISPLAY "AUDIT REPORT FILE OPEN FAILED - STATUS "
001290             WS-AUDIT-REPORT-STATUS
001300         CLOSE EMPLOYEE-MASTER
001310         MOVE 16 TO RETURN-CODE
001320         STOP RUN
001330     END-IF
001340     MOVE SPACES TO AUDIT-REPORT-LINE
001350     STRING "POLUX FINANCIAL - EMPLOYEE MASTER INTEGRITY AUDIT"
001360             " - RUN DATE " WS-RUN-DATE
001370         DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
001380     WRITE AUDIT-REPORT-LINE
001390     MOVE ZERO TO EMM-EMPLOYEE-ID
001400     START EMPLOYEE-MASTER KEY NOT LESS THAN EMM-EMPLOYEE-ID
001410         INVALID KEY
001420             SET WS-MASTER-END-OF-FILE TO TRUE
001430     END-START
001440     IF WS-MASTER-NOT-END-OF-FILE
001450         PERFORM 2100-READ-MASTER-NEXT THRU 2100-EXIT
001460     END-IF.
001470 1000-EXIT.
001480     EXIT.
001490*
001500*=============================================================*
001510* 2000-AUDIT-ONE-RECORD - AUDIT ONE MASTER RECORD.  FIELDS ARE
001520*                         CHECKED FOR NUMERIC CONTENT BEFORE
001530*                         ANY ARITHMETIC - A GARBAGE BYTE IN A
001540*                         DISPLAY-NUMERIC FIELD IS EXACTLY THE
001550*                         CORRUPTION THIS AUDIT EXISTS TO
001560*                         CATCH, AND MUST COME OUT AS A
001570*                         DISCREPANCY LINE, NOT A DATA
001580*                         EXCEPTION ABEND.
001590*=============================================================*
001600 2000-AUDIT-ONE-RECORD.
001610     ADD 1 TO WS-RECORD-COUNT
001620     IF EMM-YTD-GROSS NOT NUMERIC
001630        OR EMM-YTD-INCOME-TAX NOT NUMERIC
001640        OR EMM-YTD-SOC-SEC NOT NUMERIC
001650        OR EMM-YTD-HEALTH-INS NOT NUMERIC
001660        OR EMM-YTD-WITHHELD NOT NUMERIC
001670        OR EMM-YTD-NET-PAY NOT NUMERIC
001680        OR (EMM-YTD-OTHER-DEDS NOT NUMERIC
001690            AND EMM-YTD-OTHER-DEDS-X NOT = SPACES)
001700        OR EMM-LAST-RUN-DATE NOT NUMERIC
001710         MOVE "NON-NUMERIC FIELD" TO WS-DL-CHECK
001720         MOVE ZERO TO WS-DL-EXPECTED
001730         MOVE ZERO TO WS-DL-ACTUAL
001740         PERFORM 3000-REPORT-DISCREPANCY THRU 3000-EXIT
001750     ELSE
001760         PERFORM 2050-CROSS-FOOT-RECORD THRU 2050-EXIT
001770     END-IF
001780     PERFORM 2100-READ-MASTER-NEXT THRU 2100-EXIT.
001790 2000-EXIT.
001800     EXIT.
001810*
001820*-------------------------------------------------------------*
001830* 2050-CROSS-FOOT-RECORD - CROSS-FOOT ONE MASTER RECORD WHOSE
001840*                          FIELDS ARE KNOWN TO BE NUMERIC
001850*-------------------------------------------------------------*
001860 2050-CROSS-FOOT-RECORD.
001870     IF EMM-YTD-OTHER-DEDS NUMERIC
001880         MOVE EMM-YTD-OTHER-DEDS TO WS-YTD-OTHER-DEDS
001890     ELSE
001900         MOVE ZERO TO WS-YTD-OTHER-DEDS
001910     END-IF
001920     COMPUTE WS-EXPECTED-NET =
001930         EMM-YTD-GROSS - EMM-YTD-WITHHELD
001940             - WS-YTD-OTHER-DEDS
001950     IF WS-EXPECTED-NET NOT = EMM-YTD-NET-PAY
001960         MOVE "GROSS-WH NOT = NET" TO WS-DL-CHECK
001970         MOVE WS-EXPECTED-NET     TO WS-DL-EXPECTED
001980         MOVE EMM-YTD-NET-PAY     TO WS-DL-ACTUAL
001990         PERFORM 3000-REPORT-DISCREPANCY THRU 3000-EXIT
002000     END-IF
002010     COMPUTE WS-EXPECTED-WITHHELD =
002020         EMM-YTD-INCOME-TAX + EMM-YTD-SOC-SEC
002030             + EMM-YTD-HEALTH-INS
002040     PERFORM 2060-ADD-JUR-YTD THRU 2060-EXIT
002050         VARYING WS-JYTD-SUB FROM 1 BY 1
002060         UNTIL WS-JYTD-SUB > 6
002070     IF WS-EXPECTED-WITHHELD NOT = EMM-YTD-WITHHELD
002080         MOVE "WH NOT = COMPONENTS" TO WS-DL-CHECK
002090         MOVE WS-EXPECTED-WITHHELD  TO WS-DL-EXPECTED
002100         MOVE EMM-YTD-WITHHELD      TO WS-DL-ACTUAL
002110         PERFORM 3000-REPORT-DISCREPANCY THRU 3000-EXIT
002120     END-IF
002130     IF EMM-LAST-RUN-DATE > WS-RUN-DATE
002140         MOVE "RUN DATE IN FUTURE" TO WS-DL-CHECK
002150         MOVE WS-RUN-DATE          TO WS-DL-EXPECTED
002160         MOVE EMM-LAST-RUN-DATE    TO WS-DL-ACTUAL
002170         PERFORM 3000-REPORT-DISCREPANCY THRU 3000-EXIT
002180     END-IF.
002190 2050-EXIT.
002200     EXIT.
002210*
002220*-------------------------------------------------------------*
002230* 2060-ADD-JUR-YTD - ADD ONE STATE OR LOCAL YTD SLOT TO THE
002240*                    EXPECTED WITHHELD TOTAL
002250*-------------------------------------------------------------*
002260 2060-ADD-JUR-YTD.
002270     IF EMM-JYTD-CODE (WS-JYTD-SUB) = SPACES
002280        OR EMM-JYTD-WITHHELD-X (WS-JYTD-SUB) NOT NUMERIC
002290         GO TO 2060-EXIT
002300     END-IF
002310     ADD EMM-JYTD-WITHHELD (WS-JYTD-SUB) TO WS-EXPECTED-WITHHELD.
002320 2060-EXIT.
002330     EXIT.
002340*
002350*-------------------------------------------------------------*
002360* 2100-READ-MASTER-NEXT - GET THE NEXT MASTER RECORD IN KEY
002370*                         SEQUENCE
002380*-------------------------------------------------------------*
002390 2100-READ-MASTER-NEXT.
002400     READ EMPLOYEE-MASTER NEXT RECORD
002410         AT END
002420             SET WS-MASTER-END-OF-FILE TO TRUE
002430     END-READ.
002440 2100-EXIT.
002450     EXIT.
002460*
002470*-------------------------------------------------------------*
002480* 3000-REPORT-DISCREPANCY - ONE REPORT LINE PER FAILED CHECK,
002490*                           WITH THE EXPECTED AND ACTUAL VALUES
002500*-------------------------------------------------------------*
002510 3000-REPORT-DISCREPANCY.
002520     ADD 1 TO WS-DISCREPANCY-COUNT
002530     MOVE EMM-EMPLOYEE-ID TO WS-DL-EMPLOYEE-ID
002540     WRITE AUDIT-REPORT-LINE FROM WS-DISCREPANCY-LINE.
002550 3000-EXIT.
002560     EXIT.
002570*
002580*=============================================================*
002590* 9000-TERMINATE - WRITE THE COUNTS, CLOSE FILES, AND SET THE
002600*                  RETURN CODE THE NIGHTLY CYCLE KEYS OFF
002610*=============================================================*
002620 9000-TERMINATE.
002630     MOVE SPACES TO AUDIT-REPORT-LINE
002640     MOVE WS-RECORD-COUNT TO WS-COUNT-ED
002650     STRING "RECORDS AUDITED:     " WS-COUNT-ED
002660         DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
002670     WRITE AUDIT-REPORT-LINE
002680     MOVE SPACES TO AUDIT-REPORT-LINE
002690     MOVE WS-DISCREPANCY-COUNT TO WS-COUNT-ED
002700     STRING "DISCREPANCIES FOUND: " WS-COUNT-ED
002710         DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
002720     WRITE AUDIT-REPORT-LINE
002730     CLOSE EMPLOYEE-MASTER
002740     CLOSE AUDIT-REPORT-FILE
002750     IF WS-DISCREPANCY-COUNT > 0
002760         MOVE 8 TO RETURN-CODE
002770         DISPLAY "MASTER INTEGRITY AUDIT FAILED - "
002780             "SEE DISCREPANCY REPORT"
002790     ELSE
002800         DISPLAY "MASTER INTEGRITY AUDIT CLEAN - "
002810             "RECORDS: " WS-RECORD-COUNT
002820     END-IF.
002830 9000-EXIT.
002840     EXIT.
