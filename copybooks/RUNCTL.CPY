000010*-----------------------------------------------------------*
000020* RUNCTL - PAYROLL RUN CONTROL, KEYED BY RUN DATE AND RUN
000030*          NUMBER.  RUN NUMBER 00 IS THE NIGHTLY CYCLE; 01-99
000040*          ARE SUPERVISED OFF-CYCLE RUNS (FINAL PAY, ONE-OFF
000050*          BONUSES, MANUAL CHECKS), SO MORE THAN ONE RUN CAN
000060*          EXIST FOR A DATE.  TAXES MARKS ITS RUN IN-FLIGHT
000070*          ('I') AT INITIALIZE TIME AND COMPLETE ('C') AT
000080*          TERMINATE TIME.  A SECOND CLEAN START FOR A RUN
000090*          ALREADY MARKED COMPLETE IS REFUSED UNLESS
000100*          OPERATIONS SUPPLIES AN EXPLICIT OVERRIDE; AN
000110*          IN-FLIGHT MARK WITHOUT A CHECKPOINT ON FILE IS
000120*          REFUSED THE SAME WAY - ONLY A CHECKPOINT RESTART
000130*          MAY RESUME AN IN-FLIGHT RUN.  AN OFF-CYCLE RUN IS
000140*          REFUSED WHILE ANY OTHER RUN IS IN-FLIGHT, AND THE
000150*          NIGHTLY RUN WHILE ANY OFF-CYCLE RUN IS, SO THE TWO
000160*          NEVER SHARE THE MASTER.  EMPMAINT AND YREND REFUSE
000170*          TO START WHILE ANY RUN IS MARKED IN-FLIGHT, SO
000180*          MAINTENANCE CANNOT COLLIDE WITH A CYCLE HOLDING THE
000190*          MASTER.  RCT-SUPERVISOR IS THE USER WHO AUTHORIZED
000200*          AN OFF-CYCLE RUN (SPACES FOR THE NIGHTLY CYCLE).
000210*-----------------------------------------------------------*
000220 01  RUN-CONTROL-RECORD.
000230     05  RCT-RUN-KEY.
000240         10  RCT-RUN-DATE          PIC 9(06).
000250         10  RCT-RUN-NO            PIC 9(02).
000260             88  RCT-NIGHTLY-RUN           VALUE ZERO.
000270     05  RCT-STATUS                PIC X(01).
000280         88  RCT-RUN-IN-FLIGHT             VALUE 'I'.
000290         88  RCT-RUN-COMPLETE              VALUE 'C'.
000300     05  RCT-MARKED-TIME           PIC 9(08).
000310     05  RCT-SUPERVISOR            PIC X(08).
000320     05  FILLER                    PIC X(15).
