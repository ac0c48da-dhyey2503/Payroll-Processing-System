000050*    1      GM-TYPE         PIC X(1)   D=DEPARTMENT EXPENSE
000060*                                      T=TAX WITHHELD LIABILITY
000070*                                      X=DEDUCTION LIABILITY
000075*                                      S=STATE TAX LIABILITY
000080*                                      C=CASH/CLEARING
000082*                                      E=EMPLOYER TAX EXPENSE
000084*                                      L=EMPLOYER TAX LIABILITY
000090*    2      FILLER
000100*    3-5    GM-KEY          PIC X(3)   DEPT-CODE FOR TYPE D,
000110*                                      DED-CODE FOR TYPE X,
000115*                                      WORK-STATE FOR TYPE S,
000116*                                      DEPT-CODE FOR TYPE E,
000117*                                      ER-TAX-CODE FOR TYPE L,
000120*                                      SPACES FOR TYPES T AND C
000130*    6      FILLER
000140*    7-14   GM-ACCOUNT      PIC X(8)   LEDGER ACCOUNT NUMBER
000190* ONE RECORD PER MAPPING, MAINTAINED BY OPERATIONS IN THE GLMAP
000200* CONTROL FILE.  EVERY DEPT-CODE ON THE MASTER AND EVERY
000210* DED-CODE ON THE DEDUCTION MASTER MUST HAVE A RECORD; EXACTLY
000220* ONE T AND ONE C RECORD ARE REQUIRED, AND EVERY WORK-STATE
000225* WITHHELD FOR NEEDS AN S RECORD.  EVERY DEPT-CODE CHARGED
000226* EMPLOYER TAX NEEDS AN E RECORD AND EVERY EMPLOYER TAX CODE
000227* ACCRUED (SEE COPY/ERTRATE.cpy) NEEDS AN L RECORD.  SEE PAYGL,
000228* WHICH MAPS THE COMPLETED RUN'S FIGURES THROUGH THIS FILE TO
000240* PRODUCE THE BALANCED LEDGER POSTING FILE AND PROOF REPORT.
000250*
000260 01  GL-MAP-REC.
000270     05  GM-TYPE             PIC X(1).
000290         88  GM-IS-TAX-LIABILITY         VALUE 'T'.
000300         88  GM-IS-DED-LIABILITY         VALUE 'X'.
000310         88  GM-IS-CASH-CLEARING         VALUE 'C'.
000315         88  GM-IS-STATE-TAX-LIABILITY   VALUE 'S'.
000316         88  GM-IS-ER-TAX-EXPENSE        VALUE 'E'.
000317         88  GM-IS-ER-TAX-LIABILITY      VALUE 'L'.
000320     05  FILLER              PIC X(1).
000330     05  GM-KEY              PIC X(3).
000340     05  FILLER              PIC X(1).
