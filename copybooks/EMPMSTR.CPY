000460         88  EMM-STATUS-ON-LEAVE           VALUE 'L'.
000470         88  EMM-STATUS-TERMINATED         VALUE 'T'.
000480     05  EMM-TERM-DATE             PIC 9(06).
000490*    THE EMPLOYER YTD FIELDS HOLD THE YEAR'S EMPLOYER PAYROLL
000500*    TAX LIABILITY ON THE EMPLOYEE'S WAGES - THE SOCIAL
000510*    SECURITY MATCH, THE EMPLOYER HEALTH CONTRIBUTION AND
000520*    UNEMPLOYMENT INSURANCE.  THEY ARE NOT PART OF THE
000530*    EMPLOYEE'S WITHHOLDING OR NET PAY.  RECORDS WRITTEN
000540*    BEFORE THE FIELDS EXISTED CARRY SPACES, WHICH READERS
000550*    TREAT AS ZERO.
000560     05  EMM-YTD-ER-SOC-SEC        PIC 9(08)V99.
000570     05  EMM-YTD-ER-SOC-SEC-X REDEFINES EMM-YTD-ER-SOC-SEC
000580                               PIC X(10).
000590     05  EMM-YTD-ER-HEALTH         PIC 9(08)V99.
000600     05  EMM-YTD-ER-HEALTH-X REDEFINES EMM-YTD-ER-HEALTH
000610                               PIC X(10).
000620     05  EMM-YTD-ER-UNEMP          PIC 9(08)V99.
000630     05  EMM-YTD-ER-UNEMP-X REDEFINES EMM-YTD-ER-UNEMP
000640                               PIC X(10).
000650*    EMM-JURISDICTIONS ARE THE STATE AND LOCAL INCOME TAX
000660*    JURISDICTION CODES FOR WHERE THE EMPLOYEE WORKS AND WHERE
000670*    THE EMPLOYEE LIVES, MAINTAINED THROUGH EMPMAINT.  EACH
000680*    CODE MUST HAVE A RATE SET ON THE RATES FILE.  SPACES MEAN
000690*    NONE - ONLY FEDERAL TAX IS WITHHELD.
000700     05  EMM-JURISDICTIONS.
000710         10  EMM-WORK-STATE        PIC X(04).
000720         10  EMM-WORK-LOCAL        PIC X(04).
000730         10  EMM-RES-STATE         PIC X(04).
000740         10  EMM-RES-LOCAL         PIC X(04).
000750     05  EMM-JURISDICTION-CODE REDEFINES EMM-JURISDICTIONS
000760                               PIC X(04) OCCURS 4 TIMES.
000770*    EMM-JUR-YTD HOLDS THE YEAR'S STATE AND LOCAL WITHHOLDING,
000780*    ONE SLOT PER JURISDICTION THE EMPLOYEE HAS BEEN TAXED IN
000790*    THIS YEAR (A MOVE KEEPS THE OLD JURISDICTION'S FIGURE FOR
000800*    ITS FILING).  THE FIGURES ARE ALSO IN EMM-YTD-WITHHELD.  A
000810*    SLOT WITH A SPACES CODE IS FREE; RECORDS WRITTEN BEFORE
000820*    THE FIELDS EXISTED CARRY SPACES THROUGHOUT.
000830     05  EMM-JUR-YTD-DATA.
000840         10  EMM-JUR-YTD           OCCURS 6 TIMES.
000850             15  EMM-JYTD-CODE     PIC X(04).
000860             15  EMM-JYTD-WITHHELD PIC 9(08)V99.
000870             15  EMM-JYTD-WITHHELD-X REDEFINES EMM-JYTD-WITHHELD
000880                                   PIC X(10).
000890     05  FILLER                    PIC X(22).
