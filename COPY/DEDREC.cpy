000278* DEDUCTION RUNS AGAIN; A LIFETIME (L OR SPACE) GOAL CARRIES
000280* DED-TAKEN FORWARD (ADVANCES, COURT GARNISHMENTS).
000282*
000283* THE FILE IS MAINTAINED ONLY THROUGH DEDMAINT (ADD, CHANGE AND
000284* STOP TRANSACTIONS, SEE DEDTRANS.cpy), WHICH EDITS EACH CHANGE
000285* AND JOURNALS IT TO AUDJRNL.
000286*
000290 01  DEDUCT-REC.
000300     05  DED-EMP-ID          PIC 9(5).
000310     05  FILLER              PIC X(1).
