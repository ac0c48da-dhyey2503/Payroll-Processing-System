000010*
000020* WS-GL-POSTING - GENERAL LEDGER POSTING RECORD (80 BYTES)
000030*
000040*    1      GP-FREQUENCY    PIC X(1)   M=MONTHLY  W=WEEKLY
000050*    2      FILLER
000060*    3-5    GP-PERIOD-NO    PIC 9(3)
000070*    6      FILLER
000080*    7-14   GP-ACCOUNT      PIC X(8)   SEE GLMAP.cpy
000090*    15     FILLER
000100*    16-18  GP-DEPT-CODE    PIC X(3)   EXPENSE POSTINGS ONLY
000110*    19     FILLER
000120*    20     GP-DR-CR        PIC X(1)   D=DEBIT  C=CREDIT
000130*    21     FILLER
000140*    22-32  GP-AMOUNT       PIC 9(9)V9(2)
000150*    33-80  RESERVED FOR FUTURE USE
000160*
000170* ONE POSTING PER ACCOUNT (AND DEPARTMENT) PER CYCLE.  PAYGL
000180* WRITES THE CYCLE'S BALANCED POSTINGS TO GLPOST; PAYOFF WRITES
000190* THE REVERSING POSTINGS FOR EACH PAYMENT IT BACKS OUT TO GLREV,
000200* CARRYING THE CYCLE OF THE PAYMENT REVERSED, WITH EVERY DEBIT
000210* AND CREDIT OF THE ORIGINAL TURNED AROUND.  BOTH FILES BALANCE BY
000220* CONSTRUCTION AND ARE LOADED TO THE LEDGER THE SAME WAY.
000230*
000240 01  WS-GL-POSTING.
000250     05  GP-FREQUENCY             PIC X(1).
000260     05  FILLER                   PIC X(1)   VALUE SPACE.
000270     05  GP-PERIOD-NO             PIC 9(3).
000280     05  FILLER                   PIC X(1)   VALUE SPACE.
000290     05  GP-ACCOUNT               PIC X(8).
000300     05  FILLER                   PIC X(1)   VALUE SPACE.
000310     05  GP-DEPT-CODE             PIC X(3).
000320     05  FILLER                   PIC X(1)   VALUE SPACE.
000330     05  GP-DR-CR                 PIC X(1).
000340     05  FILLER                   PIC X(1)   VALUE SPACE.
000350     05  GP-AMOUNT                PIC 9(9)V9(2).
000360     05  FILLER                   PIC X(48)  VALUE SPACES.
