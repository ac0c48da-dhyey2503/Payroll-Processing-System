000100*                                      THROUGH PAYWH/PAYDED
000110*                                      R=RECOMPUTE ONE STANDARD
000120*                                      PERIOD FROM BASIC-SALARY
000123*                                      X=REVERSAL OF A CYCLE
000126*                                      PAYMENT (SEE BELOW)
000130*    2      FILLER
000140*    3-7    RQ-EMP-ID       PIC 9(5)
000150*    8      FILLER
000180*                                      BON=BONUS PAYMENT
000190*                                      RTR=RETROACTIVE PAY
000200*                                      COR=CORRECTION
000205*                                      VOD=CHECK VOIDED OUTRIGHT
000210*    12     FILLER
000220*    13-21  RQ-AMOUNT       PIC 9(7)V9(2)
000222*    22     FILLER
000224*    23     RQ-FREQUENCY    PIC X(1)   CYCLE REVERSED (TYPE X)
000226*    24     FILLER
000228*    25-27  RQ-PERIOD-NO    PIC 9(3)   (TYPE X)
000230*    28-80  RESERVED FOR FUTURE USE
000240*
000250* ONE REQUEST PER LINE, IN RQ-EMP-ID SEQUENCE LIKE THE EMPTRAN
000260* FEED.  RQ-AMOUNT IS THE NET AMOUNT TO RE-PAY FOR TYPE N AND
000320* THROUGH THE SAME PAYWH/PAYDED CALLS THE CYCLE RUN USES,
000330* JOURNALS THE YTD UPDATE TO AUDJRNL AND WRITES THE OFF-CYCLE
000340* PAYMENT REGISTER.
000341*
000342* A TYPE X REQUEST BACKS OUT A CYCLE PAYMENT THAT WILL NOT BE
000343* RE-PAID - A CHECK VOIDED OUTRIGHT BY CHKVOID, OR A RETURNED
000344* DEPOSIT THE EMPLOYEE WAS NOT OWED.  IT NAMES THE CYCLE IN
000345* RQ-FREQUENCY AND RQ-PERIOD-NO; PAYOFF TAKES THE EMPLOYEE'S PAY
000346* HISTORY RECORD FOR THAT CYCLE, APPENDS ITS NEGATING RECORD (SEE
000347* COPY/PAYHREC.cpy), REVERSES THE YTD FIGURES AND EACH
000348* DEDUCTION'S DED-TAKEN, AND WRITES THE REVERSING LEDGER POSTINGS.
000349* RQ-AMOUNT MAY BE ZERO; IF GIVEN IT MUST EQUAL THE NET PAY ON
000350* THE HISTORY RECORD.  A REVERSAL SHOULD BE THE ONLY REQUEST FOR
000351* ITS EMPLOYEE IN A RUN, SINCE THE DEDUCTION MASTER IS CARRIED
000352* FORWARD ONCE PER EMPLOYEE.
000353*
000360 01  PAY-REQUEST.
000370     05  RQ-TYPE             PIC X(1).
000380         88  RQ-IS-NET-REPAY             VALUE 'N'.
000390         88  RQ-IS-GROSS-AMOUNT          VALUE 'G'.
000400         88  RQ-IS-RECOMPUTE             VALUE 'R'.
000405         88  RQ-IS-REVERSAL              VALUE 'X'.
000410     05  FILLER              PIC X(1).
000420     05  RQ-EMP-ID           PIC 9(5).
000430     05  FILLER              PIC X(1).
000440     05  RQ-REASON-CODE      PIC X(3).
000450     05  FILLER              PIC X(1).
000460     05  RQ-AMOUNT           PIC 9(7)V9(2).
000462     05  FILLER              PIC X(1).
000464     05  RQ-FREQUENCY        PIC X(1).
000466     05  FILLER              PIC X(1).
000468     05  RQ-PERIOD-NO        PIC 9(3).
000470     05  FILLER              PIC X(53).
