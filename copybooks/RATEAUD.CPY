000010*-----------------------------------------------------------*
000020* RATEAUD - RATES FILE MAINTENANCE AUDIT RECORD.  ONE PER
000030*           RATE-SET CHANGE RATEMNT HOLDS, APPLIES OR DECIDES,
000040*           APPENDED TO THE PERMANENT AUDIT FILE
000050*           (PAYROLL.RATES.AUDITLOG) AND READ BY THE AUDIT
000060*           REVIEW, AUDREVW.  THE IMAGES ARE RATESET RECORDS.
000070*
000080*           RAU-DISPOSITION, THE REQUESTER AND THE APPROVER
000090*           HAVE THE SAME MEANING AS ON THE EMPLOYEE MASTER
000100*           AUDIT RECORD (EMPAUDIT).  RAU-FIELDS-CHANGED NAMES
000110*           THE PARTS OF A REPLACED SET THAT DIFFER: BRKT (THE
000120*           BRACKET TABLE), EE (EMPLOYEE FLAT RATES AND WAGE
000130*           BASE), ER (EMPLOYER RATES AND WAGE BASE).  RECORDS
000140*           WRITTEN BEFORE THESE FIELDS WERE CARRIED HAVE
000150*           SPACES THERE.  A STATE OR LOCAL SET NAMES BRKT AND
000160*           JDAT (ITS GL ACCOUNT, BASIS AND NAME) INSTEAD, AND
000170*           RAU-JURISDICTION CARRIES ITS CODE - SPACES FOR A
000180*           FEDERAL SET AND ON OLDER RECORDS.
000190*-----------------------------------------------------------*
000200 01  RATE-AUDIT-RECORD.
000210     05  RAU-DATE              PIC 9(06).
000220     05  RAU-TIME              PIC 9(08).
000230     05  RAU-USER-ID           PIC X(08).
000240     05  RAU-ACTION            PIC X(01).
000250     05  RAU-EFFECTIVE-DATE    PIC 9(06).
000260     05  RAU-BEFORE-IMAGE      PIC X(100).
000270     05  RAU-AFTER-IMAGE       PIC X(100).
000280     05  RAU-DISPOSITION       PIC X(01).
000290         88  RAU-APPLIED                   VALUE 'A' ' '.
000300         88  RAU-HELD                      VALUE 'H'.
000310         88  RAU-APPROVED                  VALUE 'V'.
000320         88  RAU-DECLINED                  VALUE 'X'.
000330         88  RAU-SELF-APPROVAL             VALUE 'S'.
000340         88  RAU-APPROVAL-REFUSED          VALUE 'R'.
000350     05  RAU-FIELDS-CHANGED    PIC X(12).
000360     05  RAU-REQUESTER-ID      PIC X(08).
000370     05  RAU-APPROVER-ID       PIC X(08).
000380     05  RAU-PEND-REF          PIC 9(10).
000390     05  RAU-JURISDICTION      PIC X(04).
000400     05  FILLER                PIC X(08).
