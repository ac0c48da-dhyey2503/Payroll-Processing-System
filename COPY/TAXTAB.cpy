000080*    16-26  TB-BRACKET-HIGH   PIC 9(9)V9(2)
000090*    27     FILLER
000100*    28-32  TB-BRACKET-RATE   PIC 9(3)V9(2)
000110*    33     FILLER
000112*    34-35  TB-JURISDICTION  PIC X(2)   SPACES=FEDERAL
000114*                                       ELSE STATE/LOCALITY CODE
000116*    36-80  RESERVED FOR FUTURE USE
000120*
000130* ONE RECORD PER GRADUATED BRACKET, IN ASCENDING TB-BRACKET-SEQ
000140* AND TB-BRACKET-LOW SEQUENCE.  TB-BRACKET-RATE APPLIES ONLY TO
000180* EARNINGS.  SEE PAYCALC, WHICH LOADS THIS TABLE ONCE AT
000190* START-UP AND WALKS IT FOR EVERY EMPLOYEE'S WITHHOLDING.
000200*
000202* THE FILE HOLDS ONE BRACKET SET PER JURISDICTION.  THE FEDERAL
000204* SET CARRIES SPACES IN TB-JURISDICTION; EACH STATE OR LOCALITY
000206* SET CARRIES ITS CODE (MATCHING WORK-STATE ON THE MASTER, SEE
000207* EMPREC.cpy) AND NUMBERS ITS OWN BRACKETS FROM 01.  A STATE
000208* WITH NO INCOME TAX STILL NEEDS ONE ZERO-RATE BRACKET SO ITS
000209* EMPLOYEES PASS THE UP-FRONT CHECK.  SEE STBRKT.cpy.
000210*
000211 01  TAX-BRACKET-REC.
000220     05  TB-BRACKET-SEQ      PIC 9(2).
000230     05  FILLER              PIC X(1).
000240     05  TB-BRACKET-LOW      PIC 9(9)V9(2).
000260     05  TB-BRACKET-HIGH     PIC 9(9)V9(2).
000270     05  FILLER              PIC X(1).
000280     05  TB-BRACKET-RATE     PIC 9(3)V9(2).
000282     05  FILLER              PIC X(1).
000284     05  TB-JURISDICTION     PIC X(2).
000290     05  FILLER              PIC X(45).
