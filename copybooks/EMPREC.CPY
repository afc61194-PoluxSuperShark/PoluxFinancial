000230*          REVERSAL ALWAYS CARRIES THE GROSS BEING BACKED
000240*          OUT IN EMP-SALARY, WHATEVER THE PAY TYPE.
000250*
000260*          'L' IS PAID LEAVE TAKEN: THE SALARY FIELD CARRIES
000270*          THE LEAVE HOURS (EMH-HOURS-WORKED AGAIN), PAID AT
000280*          THE MASTER HOURLY RATE WITH NO OVERTIME AND
000290*          DEDUCTED FROM THE EMPLOYEE'S BALANCE OF THE LEAVE
000300*          TYPE IN EMP-LEAVE-TYPE.  ONLY A PAYMENT RECORD MAY
000310*          CARRY LEAVE TAKEN.
000320*
000330*          EMP-ADJ-REASON 'R' MARKS A RETROACTIVE PAY
000340*          ADJUSTMENT GENERATED BY RETROPAY: AN ADJUSTMENT
000350*          CARRYING THE UNDERPAID GROSS ON HOURLY POSTINGS RUN
000360*          FROM EMP-RETRO-EFF-DATE THROUGH EMP-RETRO-THRU-DATE,
000370*          BROUGHT UP TO EMP-RETRO-RATE.  ONLY A SALARIED-FORM
000380*          ADJUSTMENT MAY CARRY THE MARK.
000390*
000400*          EMP-ADJ-FOR-DATE, ON AN ADJUSTMENT, IS THE RUN DATE
000410*          (YYMMDD) OF THE PAY HISTORY POSTING THE ADJUSTMENT
000420*          CORRECTS.  IT MAY BE LEFT BLANK FOR A CURRENT-YEAR
000430*          CORRECTION; WHEN GIVEN, THE POSTING MUST BE ON FILE,
000440*          AND IF IT FALLS IN A TAX YEAR ALREADY CLOSED BY THE
000450*          YEAR-END RUN THE ADJUSTMENT POSTS TO THAT YEAR'S
000460*          ARCHIVED FIGURES INSTEAD OF THE MASTER.  A REVERSAL
000470*          FINDS ITS ORIGINAL POSTING ITSELF AND NEEDS NO DATE.
000480*
000490*          THE LAST RECORD ON THE FILE MAY BE A TRAILER
000500*          RECORD INSTEAD OF AN EMPLOYEE - RECOGNIZED BY
000510*          EMP-ID CONTAINING THE HIGH-VALUE SENTINEL 99999 -
000520*          CARRYING THE EXPECTED RECORD COUNT, SALARY CONTROL
000530*          TOTAL, AND EXPECTED TAX TOTAL FOR THE RUN.
000540*          EMPLOYEE-TRAILER-RECORD BELOW GIVES THAT SAME 80
000550*          BYTES ITS TRAILER MEANING.
000560*-----------------------------------------------------------*
000570 01  EMPLOYEE-RECORD.
000580     05  EMP-ID                PIC 9(05).
000590         88  EMP-RECORD-IS-TRAILER      VALUE 99999.
000600     05  EMP-NAME              PIC X(30).
000610     05  EMP-DEPT-CODE         PIC X(04).
000620     05  EMP-SALARY            PIC 9(06)V99.
000630     05  EMP-REC-TYPE          PIC X(01).
000640         88  EMP-PAYMENT-RECORD         VALUE 'P' ' '.
000650         88  EMP-ADJUSTMENT-RECORD      VALUE 'A'.
000660         88  EMP-REVERSAL-RECORD        VALUE 'R'.
000670     05  EMP-PAY-TYPE          PIC X(01).
000680         88  EMP-SALARIED               VALUE 'S' ' '.
000690         88  EMP-HOURLY                 VALUE 'H'.
000700         88  EMP-LEAVE-TAKEN            VALUE 'L'.
000710     05  EMP-LEAVE-TYPE        PIC X(01).
000720     05  EMP-ADJ-REASON        PIC X(01).
000730         88  EMP-RETRO-ADJUSTMENT       VALUE 'R'.
000740     05  EMP-RETRO-EFF-DATE    PIC 9(06).
000750     05  EMP-RETRO-THRU-DATE   PIC 9(06).
000760     05  EMP-RETRO-RATE        PIC 9(04)V99.
000770     05  EMP-ADJ-FOR-DATE      PIC 9(06).
000780     05  FILLER                PIC X(05).
000790*
000800 01  EMPLOYEE-HOURLY-RECORD REDEFINES EMPLOYEE-RECORD.
000810     05  FILLER                PIC X(39).
000820     05  EMH-HOURS-WORKED      PIC 9(06)V99.
000830     05  FILLER                PIC X(33).
000840*
000850 01  EMPLOYEE-TRAILER-RECORD REDEFINES EMPLOYEE-RECORD.
000860     05  TRL-ID-CHECK          PIC 9(05).
000870     05  TRL-RECORD-COUNT      PIC 9(07).
000880     05  TRL-CONTROL-TOTAL     PIC 9(09)V99.
000890     05  TRL-EXPECTED-TAX      PIC 9(09)V99.
000900     05  FILLER                PIC X(46).
