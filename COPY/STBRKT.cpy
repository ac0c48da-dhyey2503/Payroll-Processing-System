000010*
000020* STATE-TAX-TABLE - IN-MEMORY STATE/LOCAL WITHHOLDING BRACKETS
000030*
000040* ONE ENTRY PER JURISDICTION LOADED FROM THE NON-BLANK
000050* TB-JURISDICTION RECORDS OF TAXTABLE (SEE TAXTAB.cpy).  EACH
000060* SX-BRACKET-SET IS LAID OUT EXACTLY LIKE TAX-BRACKET-TABLE (SEE
000070* TAXBRKT.cpy), SO THE SET FOR AN EMPLOYEE'S WORK-STATE IS
000080* PASSED TO PAYWH IN PLACE OF THE FEDERAL TABLE AND WALKED BY THE
000090* SAME BRACKET LOGIC.  A WORK-STATE WITH NO ENTRY HERE CANNOT BE
000100* PAID.
000110*
000120 01  STATE-TAX-TABLE.
000130     05  SX-STATE-COUNT          PIC 9(2) VALUE ZERO.
000140     05  SX-STATE-ENTRY OCCURS 20 TIMES
000150                        INDEXED BY SX-STATE-IDX.
000160         10  SX-STATE-CODE       PIC X(2).
000170         10  SX-BRACKET-SET.
000180             15  SX-BRACKET-COUNT    PIC 9(2).
000190             15  SX-BRACKET-ENTRY OCCURS 10 TIMES.
000200                 20  SX-BRACKET-LOW  PIC 9(9)V9(2).
000210                 20  SX-BRACKET-HIGH PIC 9(9)V9(2).
000220                 20  SX-BRACKET-RATE PIC 9(3)V9(2).
