000010*-----------------------------------------------------------*
000020* EMPAUDIT - EMPLOYEE MASTER MAINTENANCE AUDIT RECORD.  ONE
000030*            PER CHANGE EMPMAINT APPLIES, HOLDS OR DECIDES,
000040*            APPENDED TO THE PERMANENT AUDIT FILE
000050*            (PAYROLL.MASTER.AUDITLOG) AND READ BY THE AUDIT
000060*            REVIEW, AUDREVW.
000070*
000080*            AUD-DISPOSITION SAYS WHAT HAPPENED.  RECORDS
000090*            WRITTEN BEFORE IT WAS CARRIED HAVE SPACES THERE
000100*            AND WERE ALL APPLIED STRAIGHT AWAY.  THE
000110*            REQUESTER IS THE USER WHO KEYED THE CHANGE AND THE
000120*            APPROVER THE USER WHO APPROVED OR DECLINED IT
000130*            (SPACES FOR A CHANGE THAT NEEDED NO APPROVAL);
000140*            AUD-USER-ID IS WHOEVER KEYED THE TRANSACTION THAT
000150*            WROTE THE RECORD.  A HELD CHANGE'S AFTER IMAGE IS
000160*            THE RECORD AS IT WOULD STAND ONCE APPROVED.
000170*-----------------------------------------------------------*
000180 01  AUDIT-RECORD.
000190     05  AUD-DATE              PIC 9(06).
000200     05  AUD-TIME              PIC 9(08).
000210     05  AUD-USER-ID           PIC X(08).
000220     05  AUD-ACTION            PIC X(01).
000230     05  AUD-EMPLOYEE-ID       PIC 9(05).
000240     05  AUD-FIELDS-CHANGED    PIC X(12).
000250     05  AUD-BEFORE-IMAGE      PIC X(180).
000260     05  AUD-AFTER-IMAGE       PIC X(180).
000270     05  AUD-DISPOSITION       PIC X(01).
000280         88  AUD-APPLIED                   VALUE 'A' ' '.
000290         88  AUD-HELD                      VALUE 'H'.
000300         88  AUD-APPROVED                  VALUE 'V'.
000310         88  AUD-DECLINED                  VALUE 'X'.
000320         88  AUD-SELF-APPROVAL             VALUE 'S'.
000330         88  AUD-APPROVAL-REFUSED          VALUE 'R'.
000340     05  AUD-REQUESTER-ID      PIC X(08).
000350     05  AUD-APPROVER-ID       PIC X(08).
000360     05  AUD-PEND-REF          PIC 9(10).
000370     05  FILLER                PIC X(13).
