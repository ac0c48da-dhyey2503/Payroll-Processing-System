000060*    3-5    CT-PERIOD-NO    PIC 9(3)
000070*    6      FILLER
000080*    7-14   CT-STEP         PIC X(8)   PAYCALC / PAYBAL /
000090*                                      PAYERTX / PAYVAR /
000095*                                      VARSIGN / PAYSTUB /
000100*                                      PAYACH / ACHBAL /
000103*                                      PAYCHK / PAYREM /
000105*                                      PROMOTE
000110*    15     FILLER
000120*    16-17  CT-CONDITION    PIC 9(2)   STEP'S CONDITION CODE
000130*    18     FILLER
000220* ITS CURRENT CONDITION.  EVERY PAY-RUN PROGRAM SCANS THIS FILE
000230* AT START-UP: PAYCALC REFUSES A CYCLE ALREADY MARKED PAID,
000240* PAYBAL AND PAYSTUB REFUSE A CYCLE PAYCALC HAS NOT COMPLETED,
000250* PAYERTX, PAYVAR, PAYACH AND PAYCHK REFUSE A CYCLE PAYBAL HAS
000260* NOT PASSED WITH CONDITION 00, PAYGL REFUSES ONE PAYERTX HAS NOT
000265* COMPLETED WITH CONDITION 00, AND ACHBAL REFUSES ONE PAYACH
000266* HAS NOT COMPLETED - SO A DOUBLE PAY RUN OR AN OUT-OF-ORDER
000270* STEP STOPS AT START-UP INSTEAD OF DOUBLING YTD FIGURES.
000275* ACHBAL RECORDS ITS BREAK COUNT; THE ACH FILES ARE NOT
000277* TRANSMITTED UNLESS IT SHOWS CONDITION 00.  PAYREM RECORDS ITS
000278* RUN SO PAYOFF CAN TELL WHETHER A REVERSED PAYMENT'S
000279* DEDUCTIONS HAVE ALREADY BEEN REMITTED.
000280* PAYVAR RECORDS CONDITION 04 WHEN ITS VARIANCE REVIEW LISTED
000281* ANY EMPLOYEE; PAYACH AND PAYCHK THEN ALSO REFUSE THE CYCLE
000282* UNTIL THE LATEST PAYVAR RECORD SHOWS 00 OR PAYROLL POSTS A
000283* VARSIGN SIGN-OFF THROUGH CTLPOST AFTER IT.
000284* SEE CTLINQ FOR THE OPEN-CYCLE STATUS REPORT.
000290*
000300 01  RUN-CONTROL-REC.
000310     05  CT-FREQUENCY        PIC X(1).
