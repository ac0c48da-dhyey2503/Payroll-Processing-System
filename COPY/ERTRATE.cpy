000010*
000020* ER-RATE-REC - EMPLOYER PAYROLL TAX RATE CONTROL RECORD (80
000030* BYTES)
000040*
000050*    1-3    ER-TAX-CODE     PIC X(3)   SSE=SOCIAL SECURITY MATCH
000060*                                      MCE=MEDICARE MATCH
000070*                                      FUT=FEDERAL UNEMPLOYMENT
000080*                                      SUT=STATE UNEMPLOYMENT
000090*    4      FILLER
000100*    5-6    ER-STATE        PIC X(2)   WORK-STATE THE RATE
000110*                                      APPLIES TO, SPACES FOR
000120*                                      ALL EMPLOYEES
000130*    7      FILLER
000140*    8-13   ER-RATE         PIC 9(2)V9(4)  RATE AS A PERCENT
000150*                                      OF TAXABLE WAGES
000160*    14     FILLER
000170*    15-25  ER-WAGE-BASE    PIC 9(9)V9(2)  ANNUAL WAGE-BASE CAP,
000180*                                      ZERO FOR NO CAP
000190*    26     FILLER
000200*    27-56  ER-DESCRIPTION  PIC X(30)
000210*    57-80  RESERVED FOR FUTURE USE
000220*
000230* ONE RECORD PER EMPLOYER TAX, MAINTAINED BY OPERATIONS IN THE
000240* ERTRATE CONTROL FILE.  A RECORD WITH A BLANK ER-STATE APPLIES
000250* TO EVERY EMPLOYEE; A RECORD WITH A STATE APPLIES ONLY TO
000260* EMPLOYEES WHOSE WORK-STATE MATCHES, SO STATE UNEMPLOYMENT IS
000270* CARRIED AS ONE SUT RECORD PER STATE AND EVERY WORK-STATE ON
000280* THE MASTER NEEDS ONE.  THE WAGE BASE IS APPLIED AGAINST THE
000290* EMPLOYEE'S YTD-GROSS BEFORE THE CYCLE: ONLY THE PART OF THE
000300* CYCLE'S GROSS THAT FALLS UNDER THE CAP IS TAXABLE.  SEE
000310* PAYERTX, WHICH PRICES EACH CYCLE'S EMPLOYER TAXES FROM THIS
000320* FILE.
000330*
000340 01  ER-RATE-REC.
000350     05  ER-TAX-CODE         PIC X(3).
000360     05  FILLER              PIC X(1).
000370     05  ER-STATE            PIC X(2).
000380     05  FILLER              PIC X(1).
000390     05  ER-RATE             PIC 9(2)V9(4).
000400     05  FILLER              PIC X(1).
000410     05  ER-WAGE-BASE        PIC 9(9)V9(2).
000420     05  FILLER              PIC X(1).
000430     05  ER-DESCRIPTION      PIC X(30).
000440     05  FILLER              PIC X(24).
