000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. Retromrg. *> @CBL.Polux.bank.retromrg
000030 AUTHOR. D. OKONKWO.
000040 INSTALLATION. POLUX FINANCIAL - PAYROLL SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*-----------------------------------------------------------*
000090* MODIFICATION HISTORY
000100*-----------------------------------------------------------*
000110*  DATE       INIT  DESCRIPTION
000120*  10/15/2026 DO    ORIGINAL VERSION - MERGES THE APPROVED RETRO
000130*                   PAY ADJUSTMENTS (WRITTEN BY RETROPAY) INTO THE
000140*                   NIGHT'S EMPLOYEE FILE AHEAD OF ITS TRAILER, SO
000150*                   TAXES POSTS THEM WITH THE REST OF THE CYCLE.
000160*                   THE TRAILER'S RECORD COUNT AND CONTROL TOTAL
000170*                   ARE RAISED BY THE RECORDS AND GROSS MERGED; A
000180*                   FILE WITHOUT A TRAILER HAS THEM ADDED AT THE
000190*                   END.
000200*-----------------------------------------------------------*
000210*
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240*
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT EMPLOYEE-FILE ASSIGN TO EMPFILE
000280         ORGANIZATION IS SEQUENTIAL
000290         FILE STATUS IS WS-EMPLOYEE-FILE-STATUS.
000300*
000310     SELECT RETRO-ADJUST-FILE ASSIGN TO RETROADJ
000320         ORGANIZATION IS SEQUENTIAL
000330         FILE STATUS IS WS-RETRO-ADJUST-STATUS.
000340*
000350     SELECT MERGED-FILE ASSIGN TO MRGFILE
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS WS-MERGED-FILE-STATUS.
000380*
000390 DATA DIVISION.
000400 FILE SECTION.
000410*
000420 FD  EMPLOYEE-FILE
000430     LABEL RECORDS ARE STANDARD
000440     RECORDING MODE IS F.
000450     COPY EMPREC.
000460*
000470 FD  RETRO-ADJUST-FILE
000480     LABEL RECORDS ARE STANDARD
000490     RECORDING MODE IS F.
000500 01  RETRO-ADJUST-RECORD          PIC X(80).
000510*
000520 FD  MERGED-FILE
000530     LABEL RECORDS ARE STANDARD
000540     RECORDING MODE IS F.
000550 01  MERGED-RECORD                PIC X(80).
000560*
000570 WORKING-STORAGE SECTION.
000580*
000590*-----------------------------------------------------------*
000600* THE FEED'S TRAILER, HELD BACK UNTIL THE RETRO ADJUSTMENTS
000610* ARE WRITTEN
000620*-----------------------------------------------------------*
000630 01  WS-HELD-TRAILER              PIC X(80) VALUE SPACES.
000640*
000650 01  WS-FEED-COUNT                PIC 9(07) COMP VALUE ZERO.
000660 01  WS-RETRO-COUNT               PIC 9(07) COMP VALUE ZERO.
000670 01  WS-RETRO-GROSS               PIC 9(09)V99 VALUE ZERO.
000680 01  WS-RETRO-GROSS-ED            PIC ZZZ,ZZZ,ZZ9.99.
000690*
000700*-----------------------------------------------------------*
000710* FILE STATUS FIELDS
000720*-----------------------------------------------------------*
000730 01  WS-EMPLOYEE-FILE-STATUS      PIC X(02) VALUE SPACES.
000740 01  WS-RETRO-ADJUST-STATUS       PIC X(02) VALUE SPACES.
000750 01  WS-MERGED-FILE-STATUS        PIC X(02) VALUE SPACES.
000760*
000770 01  WS-SWITCHES.
000780     05  WS-FEED-EOF-SWITCH   PIC X(01) VALUE 'N'.
000790         88  WS-FEED-END-OF-FILE       VALUE 'Y'.
000800         88  WS-FEED-NOT-END-OF-FILE   VALUE 'N'.
000810     05  WS-RETRO-EOF-SWITCH  PIC X(01) VALUE 'N'.
000820         88  WS-RETRO-END-OF-FILE      VALUE 'Y'.
000830         88  WS-RETRO-NOT-END-OF-FILE  VALUE 'N'.
000840     05  WS-TRAILER-SWITCH    PIC X(01) VALUE 'N'.
000850         88  WS-TRAILER-HELD           VALUE 'Y'.
000860         88  WS-NO-TRAILER             VALUE 'N'.
000870*
000880 PROCEDURE DIVISION.
000890*
000900*=============================================================*
000910* 0000-MAINLINE - PROGRAM ENTRY POINT
000920*=============================================================*
000930 0000-MAINLINE.
000940     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000950     PERFORM 2000-COPY-FEED-RECORD THRU 2000-EXIT
000960         UNTIL WS-FEED-END-OF-FILE
000970     PERFORM 3000-COPY-RETRO-RECORD THRU 3000-EXIT
000980         UNTIL WS-RETRO-END-OF-FILE
000990     PERFORM 9000-TERMINATE THRU 9000-EXIT
001000     STOP RUN.
001010*
001020*=============================================================*
001030* 1000-INITIALIZE - OPEN THE FILES.  THE APPROVED RETRO FILE
001040*                   MUST BE THERE, EMPTY WHEN NOTHING IS
001050*                   WAITING.
001060*=============================================================*
001070 1000-INITIALIZE.
001080     OPEN INPUT EMPLOYEE-FILE
001090     IF WS-EMPLOYEE-FILE-STATUS NOT = "00"
001100         DISPLAY "EMPLOYEE FILE OPEN FAILED - STATUS "
001110             WS-EMPLOYEE-FILE-STATUS
001120         MOVE 16 TO RETURN-CODE
001130         STOP RUN
001140     END-IF
001150     OPEN INPUT RETRO-ADJUST-FILE
001160     IF WS-RETRO-ADJUST-STATUS NOT = "00"
001170         DISPLAY "APPROVED RETRO FILE OPEN FAILED - STATUS "
001180             WS-RETRO-ADJUST-STATUS
001190         CLOSE EMPLOYEE-FILE
001200         MOVE 16 TO RETURN-CODE
001210         STOP RUN
001220     END-IF
001230     OPEN OUTPUT MERGED-FILE
001240     IF WS-MERGED-FILE-STATUS NOT = "00"
001250         DISPLAY "MERGED EMPLOYEE FILE OPEN FAILED - STATUS "
001260             WS-MERGED-FILE-STATUS
001270         CLOSE EMPLOYEE-FILE
001280         CLOSE RETRO-ADJUST-FILE
001290         MOVE 16 TO RETURN-CODE
001300         STOP RUN
001310     END-IF.
001320 1000-EXIT.
001330     EXIT.
001340*
001350*=============================================================*
001360* 2000-COPY-FEED-RECORD - COPY ONE RECORD OF THE NIGHT'S FILE.
001370*                         THE TRAILER IS HELD BACK AND ENDS THE
001380*                         COPY, AS IT ENDS THE TAX RUN.
001390*=============================================================*
001400 2000-COPY-FEED-RECORD.
001410     READ EMPLOYEE-FILE
001420         AT END
001430             SET WS-FEED-END-OF-FILE TO TRUE
001440             GO TO 2000-EXIT
001450     END-READ
001460     IF EMP-RECORD-IS-TRAILER
001470         MOVE EMPLOYEE-RECORD TO WS-HELD-TRAILER
001480         SET WS-TRAILER-HELD TO TRUE
001490         SET WS-FEED-END-OF-FILE TO TRUE
001500         GO TO 2000-EXIT
001510     END-IF
001520     WRITE MERGED-RECORD FROM EMPLOYEE-RECORD
001530     ADD 1 TO WS-FEED-COUNT.
001540 2000-EXIT.
001550     EXIT.
001560*
001570*=============================================================*
001580* 3000-COPY-RETRO-RECORD - APPEND ONE APPROVED RETRO
001590*                          ADJUSTMENT AND TALLY IT FOR THE
001600*                          TRAILER
001610*=============================================================*
001620 3000-COPY-RETRO-RECORD.
001630     READ RETRO-ADJUST-FILE INTO EMPLOYEE-RECORD
001640         AT END
001650             SET WS-RETRO-END-OF-FILE TO TRUE
001660             GO TO 3000-EXIT
001670     END-READ
001680     WRITE MERGED-RECORD FROM EMPLOYEE-RECORD
001690     ADD 1 TO WS-RETRO-COUNT
001700     ADD EMP-SALARY TO WS-RETRO-GROSS.
001710 3000-EXIT.
001720     EXIT.
001730*
001740*=============================================================*
001750* 9000-TERMINATE - WRITE THE TRAILER WITH THE MERGED RECORDS
001760*                  AND GROSS ADDED, AND CLOSE UP
001770*=============================================================*
001780 9000-TERMINATE.
001790     IF WS-TRAILER-HELD
001800         MOVE WS-HELD-TRAILER TO EMPLOYEE-RECORD
001810         ADD WS-RETRO-COUNT TO TRL-RECORD-COUNT
001820         ADD WS-RETRO-GROSS TO TRL-CONTROL-TOTAL
001830         WRITE MERGED-RECORD FROM EMPLOYEE-RECORD
001840     END-IF
001850     CLOSE EMPLOYEE-FILE
001860     CLOSE RETRO-ADJUST-FILE
001870     CLOSE MERGED-FILE
001880     MOVE WS-RETRO-GROSS TO WS-RETRO-GROSS-ED
001890     DISPLAY "RETRO MERGE COMPLETE - " WS-FEED-COUNT
001900         " FEED RECORDS, " WS-RETRO-COUNT
001910         " RETRO ADJUSTMENTS, GROSS " WS-RETRO-GROSS-ED
001920     IF WS-NO-TRAILER
001930         DISPLAY "NO TRAILER ON THE EMPLOYEE FILE - RETRO "
001940             "ADJUSTMENTS APPENDED AT THE END"
001950     END-IF.
001960 9000-EXIT.
001970     EXIT.
