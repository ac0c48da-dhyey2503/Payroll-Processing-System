000070*    27     FILLER
000080*    28-34  BASIC-SALARY    PIC 9(7)
000090*    35     FILLER
000100*    36-44  YTD-STATE-TAX   PIC 9(7)V9(2)
000130*    45     FILLER
000140*    46-56  YTD-GROSS       PIC 9(9)V9(2)
000150*    57     FILLER
000200*                                      W=WEEKLY
000202*    74     PAY-TYPE        PIC X(1)   S OR SPACE=SALARIED
000204*                                      H=HOURLY
000206*    75-76  WORK-STATE      PIC X(2)   WORK STATE/LOCALITY
000208*                                      TAX JURISDICTION CODE
000210*    77-80  RESERVED FOR FUTURE USE
000220*
000230* YTD-GROSS AND YTD-TAX ARE CARRIED FORWARD ACROSS PAY PERIODS
000240* AND UPDATED BY PAYCALC EACH RUN; SEE YEND FOR YEAR-END USE.
000250* YTD-TAX IS THE FEDERAL WITHHOLDING ONLY; STATE/LOCAL
000252* WITHHOLDING ACCUMULATES SEPARATELY IN YTD-STATE-TAX.
000254*
000260* YTD-STATE-TAX OCCUPIES THE BYTES THAT ONCE HELD OT-HOURS AND
000270* TAX-PERC.  NEITHER WAS STILL PRICED -- PERIOD OVERTIME IS FED
000280* FROM THE TIMECARD FILE (SEE TIMEREC.cpy) AND THE FLAT TAX-PERC
000290* GAVE WAY TO THE GRADUATED BRACKET TABLE (SEE TAXTAB.cpy) -- SO
000300* THE BYTES WERE RECLAIMED RATHER THAN LENGTHEN THE RECORD.
000310*
000311* WORK-STATE NAMES THE STATE OR LOCALITY WHOSE WITHHOLDING
000312* BRACKETS APPLY (SEE TAXTAB.cpy).  EVERY STATE CODE ON THE
000313* MASTER MUST HAVE A BRACKET SET ON TAXTABLE, EVEN A ZERO-RATE
000314* SET FOR A STATE WITH NO INCOME TAX; PAYCALC REFUSES THE RUN UP
000315* FRONT OTHERWISE.
000316*
000320* DEPT-CODE IDENTIFIES THE EMPLOYEE'S OWNING DEPARTMENT FOR
000330* SUBTOTAL REPORTING; SEE PAYDEPT.
000340*
000450     05  FILLER              PIC X(1).
000460     05  BASIC-SALARY        PIC 9(7).
000470     05  FILLER              PIC X(1).
000480     05  YTD-STATE-TAX       PIC 9(7)V9(2).
000510     05  FILLER              PIC X(1).
000520     05  YTD-GROSS           PIC 9(9)V9(2).
000530     05  FILLER              PIC X(1).
000592     05  PAY-TYPE            PIC X(1).
000594         88  EMP-IS-SALARIED             VALUES 'S', SPACE.
000596         88  EMP-IS-HOURLY               VALUE 'H'.
000598     05  WORK-STATE          PIC X(2).
000600     05  FILLER              PIC X(4).
