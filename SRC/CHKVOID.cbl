000130*     COMMAND-LINE PARAMETER NAMES THE CHECK IN FIXED POSITIONS:
000140*     1-6 = CHECK NUMBER, 8 = ACTION (V=VOID OUTRIGHT, R=VOID AND
000150*     REISSUE).  THE CHECK'S LATEST REGISTER RECORD MUST BE LIVE
000160*     (ISSUED OR REISSUED); A CHECK ALREADY VOIDED, OR ONE THE
000165*     BANK HAS PAID (MARKED P BY CHKRECON), IS REFUSED.  A
000170*     REISSUE TAKES ITS NUMBER FROM THE NEXT-NUMBER FILE (CHKNUM,
000180*     SEE COPY/CHKNUM.cpy), WRITES THE NUMBER BACK, PRINTS THE
000190*     REPLACEMENT CHECK TO CHKPRT FOR THE ORIGINAL AMOUNT AND
000240*
000250* MODIFICATION HISTORY.
000260*     09/02/2026  RJK  ORIGINAL PROGRAM.
000265*     10/15/2026  RJK  REFUSE A CHECK THE BANK HAS ALREADY PAID.
000270*
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. CHKVOID.
002060         MOVE 16 TO RETURN-CODE
002070         STOP RUN
002080     END-IF.
002081     IF WS-ORIG-STATUS = 'P'
002082         DISPLAY "CHKVOID: CHECK " WS-VOID-CHECK-NO
002083             " HAS BEEN PAID BY THE BANK"
002084         MOVE 16 TO RETURN-CODE
002085         STOP RUN
002086     END-IF.
002090 2000-EXIT.
002100     EXIT.
002110*
