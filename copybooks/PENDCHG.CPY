000010*-----------------------------------------------------------*
000020* PENDCHG - SENSITIVE MAINTENANCE CHANGE HELD FOR APPROVAL.
000030*           EMPMAINT HOLDS A LARGE HOURLY RATE CHANGE OR A
000040*           STATUS CHANGE OUT OF TERMINATED HERE INSTEAD OF
000050*           APPLYING IT (KSDS PAYROLL.MASTER.EMPPEND); RATEMNT
000060*           HOLDS EVERY RATE-SET ADD AND REPLACE THE SAME WAY
000070*           (SEQUENTIAL PAYROLL.RATES.PENDING, REWRITTEN EACH
000080*           RUN WITH THE RATES FILE).  THE KEY - REQUEST DATE
000090*           PLUS A SEQUENCE WITHIN THE DATE - IS THE PENDING
000100*           REFERENCE PRINTED ON THE MAINTENANCE REPORT AND
000110*           KEYED ON THE APPROVE ('V') OR DECLINE ('X')
000120*           TRANSACTION.
000130*
000140*           A HELD CHANGE IS APPLIED ONLY WHEN A USER OTHER
000150*           THAN THE REQUESTER APPROVES IT IN A LATER RUN -
000160*           PND-REQ-TIME IS THE START TIME OF THE RUN THAT
000170*           HELD IT, SO THE SAME RUN CANNOT APPROVE IT.  THE
000180*           ORIGINAL TRANSACTION IS KEPT WHOLE IN
000190*           PND-TRAN-IMAGE AND REPLAYED THROUGH THE NORMAL
000200*           VALIDATION AT APPROVAL TIME.
000210*
000220*           A RATE-SET CHANGE CARRIES THE SET'S JURISDICTION
000230*           BESIDE ITS EFFECTIVE DATE - SPACES FOR A FEDERAL SET
000240*           AND ON CHANGES HELD BEFORE THE FIELD WAS CARRIED.
000250*-----------------------------------------------------------*
000260 01  PENDING-CHANGE-RECORD.
000270     05  PND-KEY.
000280         10  PND-REQ-DATE          PIC 9(06).
000290         10  PND-REQ-SEQ           PIC 9(04).
000300     05  PND-STATUS                PIC X(01).
000310         88  PND-PENDING                   VALUE 'P'.
000320         88  PND-APPROVED                  VALUE 'V'.
000330         88  PND-DECLINED                  VALUE 'X'.
000340     05  PND-ACTION                PIC X(01).
000350     05  PND-SUBJECT.
000360         10  PND-EMPLOYEE-ID       PIC 9(05).
000370         10  FILLER                PIC X(05).
000380     05  PND-RATE-SUBJECT REDEFINES PND-SUBJECT.
000390         10  PND-EFFECTIVE-DATE    PIC 9(06).
000400         10  PND-RATE-JURISDICTION PIC X(04).
000410     05  PND-FIELDS                PIC X(12).
000420     05  PND-REQ-TIME              PIC 9(08).
000430     05  PND-REQ-USER-ID           PIC X(08).
000440     05  PND-DECIDED-DATE          PIC 9(06).
000450     05  PND-DECIDED-TIME          PIC 9(08).
000460     05  PND-DECIDED-USER-ID       PIC X(08).
000470     05  PND-TRAN-IMAGE            PIC X(120).
000480     05  FILLER                    PIC X(08).
