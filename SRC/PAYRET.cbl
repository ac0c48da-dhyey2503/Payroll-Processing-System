000362*                      HOURS ARE NOT NUMERIC OR ZERO AT LOAD
000363*                      TIME, THE WAY PAYCALC DOES, INSTEAD OF
000364*                      DIVIDING BY ZERO IN PAYWH MID-RUN.
000365*     10/15/2026  RJK  PASS OVER THE STATE/LOCAL BRACKET RECORDS
000366*                      NOW ON TAXTABLE; ONLY THE FEDERAL SET IS
000367*                      NEEDED TO REPRICE GROSS.
000370*
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. PAYRET.
003660             MOVE 'Y' TO WS-TAX-EOF-SW
003670             GO TO 1210-EXIT
003680     END-READ.
003682     IF TB-JURISDICTION NOT = SPACES
003684         GO TO 1210-EXIT
003686     END-IF.
003690     IF TX-BRACKET-COUNT = 10
003700         GO TO 1210-EXIT
003710     END-IF.
