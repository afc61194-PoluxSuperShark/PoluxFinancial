000010*-----------------------------------------------------------*
000020* PYCORR - PRIOR-YEAR CORRECTION, ONE RECORD PER ADJUSTMENT OR
000030*          REVERSAL POSTED AGAINST A TAX YEAR ALREADY CLOSED
000040*          (KSDS PAYROLL.YREND.PYCORR).  THE KEY IS THE TAX YEAR
000050*          CORRECTED, THE EMPLOYEE, AND THE RUN DATE, RUN NUMBER
000060*          AND PAY HISTORY RUN SEQUENCE OF THE POSTING, SO ONE
000070*          EMPLOYEE'S CORRECTIONS TO ONE YEAR READ TOGETHER IN
000080*          THE ORDER THEY WERE POSTED, AND A RESTARTED RUN
000090*          FINDS ITS OWN RECORD ALREADY ON FILE.
000100*
000110*          THE AMOUNTS ARE SIGNED: WHAT THE CORRECTION DID TO
000120*          THE YEAR'S FIGURES - POSITIVE FOR AN ADJUSTMENT,
000130*          NEGATIVE FOR A REVERSAL.  PYC-ORIG-RUN-DATE/SEQ
000140*          IDENTIFY THE POSTING CORRECTED.  THE EMPLOYER
000150*          AMOUNTS ARE CARRIED FOR THE AMENDED EMPLOYER FILING;
000160*          THE ARCHIVE RECORD HOLDS EMPLOYEE FIGURES ONLY.
000170*          PYC-STMT-DATE IS THE DATE (YYYYMMDD) YRCORR FIRST
000180*          PRINTED THE CORRECTION ON A CORRECTED STATEMENT;
000190*          ZERO UNTIL THEN.
000200*
000210*          PYC-JUR-DATA IS THE STATE AND LOCAL TAX INSIDE
000220*          PYC-WITHHELD, ONE SIGNED ENTRY PER JURISDICTION AS ON
000230*          THE POSTING'S PAY HISTORY RECORD.  UNUSED ENTRIES, AND
000240*          RECORDS WRITTEN BEFORE THE ENTRIES EXISTED, CARRY
000250*          SPACES.
000260*-----------------------------------------------------------*
000270 01  PRIOR-YEAR-CORRECTION-RECORD.
000280     05  PYC-KEY.
000290         10  PYC-TAX-YEAR          PIC 9(04).
000300         10  PYC-EMPLOYEE-ID       PIC 9(05).
000310         10  PYC-POST-RUN-DATE     PIC 9(06).
000320         10  PYC-POST-RUN-NO       PIC 9(02).
000330         10  PYC-POST-RUN-SEQ      PIC 9(07).
000340     05  PYC-CORR-TYPE             PIC X(01).
000350         88  PYC-ADJUSTMENT                VALUE 'A'.
000360         88  PYC-REVERSAL                  VALUE 'R'.
000370     05  PYC-ORIG-RUN-DATE         PIC 9(06).
000380     05  PYC-ORIG-RUN-SEQ          PIC 9(07).
000390     05  PYC-DEPT-CODE             PIC X(04).
000400     05  PYC-GROSS                 PIC S9(08)V99.
000410     05  PYC-INCOME-TAX            PIC S9(08)V99.
000420     05  PYC-SOC-SEC               PIC S9(08)V99.
000430     05  PYC-HEALTH-INS            PIC S9(08)V99.
000440     05  PYC-WITHHELD              PIC S9(08)V99.
000450     05  PYC-NET-PAY               PIC S9(08)V99.
000460     05  PYC-OTHER-DEDS            PIC S9(08)V99.
000470     05  PYC-ER-SOC-SEC            PIC S9(08)V99.
000480     05  PYC-ER-HEALTH             PIC S9(08)V99.
000490     05  PYC-ER-UNEMP              PIC S9(08)V99.
000500     05  PYC-STMT-DATE             PIC 9(08).
000510     05  PYC-JUR-DATA.
000520         10  PYC-JUR-ENTRY         OCCURS 4 TIMES.
000530             15  PYC-JUR-CODE      PIC X(04).
000540             15  PYC-JUR-WITHHELD  PIC S9(08)V99.
000550     05  FILLER                    PIC X(14).
