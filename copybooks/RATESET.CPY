000090*           EFFECTIVE DATE NOT AFTER THE RUN DATE; RATEMNT
000100*           MAINTAINS THE FILE AND VALIDATES EVERY SET AT
000110*           ENTRY TIME.
000120*
000130*           THE EMPLOYER-SIDE FIELDS DRIVE THE EMPLOYER'S OWN
000140*           PAYROLL TAX LIABILITY: THE EMPLOYER SOCIAL
000150*           SECURITY MATCH (AT THE EMPLOYEE SOCIAL SECURITY
000160*           RATE, UP TO THE SAME WAGE BASE), THE EMPLOYER
000170*           HEALTH CONTRIBUTION RATE, AND THE UNEMPLOYMENT
000180*           INSURANCE RATE WITH ITS OWN ANNUAL WAGE BASE.
000190*           SETS WRITTEN BEFORE THE FIELDS EXISTED CARRY
000200*           SPACES, WHICH THE TAX RUN TREATS AS ZERO.
000210*
000220*           RTE-JURISDICTION IS SPACES ON THE FEDERAL SETS
000230*           ABOVE.  A STATE OR LOCAL INCOME TAX SET CARRIES
000240*           ITS JURISDICTION CODE THERE, ITS OWN FIVE BRACKETS,
000250*           AND IN PLACE OF THE PAYROLL TAX RATES THE GL
000260*           LIABILITY ACCOUNT ITS WITHHOLDING IS CREDITED TO,
000270*           THE BASIS IT IS LEVIED ON ('W' WHERE THE EMPLOYEE
000280*           WORKS, 'R' WHERE THE EMPLOYEE LIVES, 'B' EITHER)
000290*           AND ITS NAME FOR THE REPORTS.  EACH JURISDICTION
000300*           IS DATE-EFFECTIVE ON ITS OWN - THE TAX RUN TAKES
000310*           THE LATEST SET FOR EACH CODE IN FORCE ON THE RUN
000320*           DATE.  SETS WRITTEN BEFORE THE FIELD EXISTED CARRY
000330*           SPACES THERE AND ARE FEDERAL.
000340*-----------------------------------------------------------*
000350 01  RATE-SET-RECORD.
000360     05  RTE-EFFECTIVE-DATE        PIC 9(06).
000370     05  RTE-BRACKET-TABLE.
000380         10  RTE-BRACKET-ENTRY OCCURS 5 TIMES.
000390             15  RTE-BRACKET-CEILING
000400                                   PIC 9(06)V99.
000410             15  RTE-BRACKET-RATE  PIC V999.
000420     05  RTE-PAYROLL-TAX-RATES.
000430         10  RTE-SOC-SEC-RATE      PIC V999.
000440         10  RTE-HEALTH-INS-RATE   PIC V999.
000450         10  RTE-SOC-SEC-WAGE-BASE PIC 9(08)V99.
000460         10  RTE-ER-HEALTH-RATE    PIC V999.
000470         10  RTE-UNEMP-RATE        PIC V999.
000480         10  RTE-UNEMP-WAGE-BASE   PIC 9(08)V99.
000490     05  RTE-JURISDICTION-DATA REDEFINES RTE-PAYROLL-TAX-RATES.
000500         10  RTE-JUR-GL-ACCOUNT    PIC X(08).
000510         10  RTE-JUR-BASIS         PIC X(01).
000520             88  RTE-JUR-WORK-ONLY         VALUE 'W'.
000530             88  RTE-JUR-RES-ONLY          VALUE 'R'.
000540             88  RTE-JUR-WORK-AND-RES      VALUE 'B'.
000550             88  RTE-JUR-BASIS-VALID       VALUE 'W' 'R' 'B'.
000560         10  RTE-JUR-NAME          PIC X(20).
000570         10  FILLER                PIC X(03).
000580     05  RTE-JURISDICTION          PIC X(04).
000590         88  RTE-FEDERAL-SET               VALUE SPACES.
000600     05  FILLER                    PIC X(03).
