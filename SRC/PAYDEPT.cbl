000550*                      DEDMAST THROUGH PAYWH/PAYDED, SO THE
000560*                      DEPARTMENT FIGURES ALWAYS AGREE WITH THE
000570*                      REGISTER.
000572*     10/15/2026  RJK  SUBTOTAL THE STATE/LOCAL TAX WITHHELD
000574*                      (PH-STATE-TAX) IN ITS OWN COLUMN AFTER
000576*                      NET PAY; THE TAX COLUMN STAYS FEDERAL.
000580*
000590 IDENTIFICATION DIVISION.
000600 PROGRAM-ID. PAYDEPT.
001500     05  WS-GROSS-PAY             PIC 9(7)V99.
001510     05  WS-TAX-AMOUNT            PIC 9(7)V99.
001520     05  WS-NET-PAY               PIC 9(7)V99.
001525     05  WS-STATE-TAX             PIC 9(7)V99.
001530*
001540 01  WS-GRAND-TOTALS.
001550     05  WS-EMP-COUNT             PIC 9(5)    VALUE ZERO.
001560     05  WS-TOTAL-GROSS           PIC 9(9)V99 VALUE ZERO.
001570     05  WS-TOTAL-TAX             PIC 9(9)V99 VALUE ZERO.
001580     05  WS-TOTAL-NET             PIC 9(9)V99 VALUE ZERO.
001585     05  WS-TOTAL-STATE-TAX       PIC 9(9)V99 VALUE ZERO.
001590*
001600*-----------------------------------------------------------------
001610* DEPARTMENT ACCUMULATOR TABLE - ONE ENTRY PER DEPT-CODE SEEN
001690         10  WS-DEPT-GROSS        PIC 9(9)V99 VALUE ZERO.
001700         10  WS-DEPT-TAX          PIC 9(9)V99 VALUE ZERO.
001710         10  WS-DEPT-NET          PIC 9(9)V99 VALUE ZERO.
001715         10  WS-DEPT-STATE-TAX    PIC 9(9)V99 VALUE ZERO.
001720*
001730 77  WS-MATCH-IDX                 PIC 9(3)    VALUE ZERO.
001740*
002040     05  FILLER                   PIC X(10)  VALUE "TAX".
002050     05  FILLER                   PIC X(4)   VALUE SPACES.
002060     05  FILLER                   PIC X(10)  VALUE "NET PAY".
002062     05  FILLER                   PIC X(4)   VALUE SPACES.
002064     05  FILLER                   PIC X(10)  VALUE "STATE TAX".
002070     05  FILLER                   PIC X(58)  VALUE SPACES.
002080*
002090 01  WS-DEPT-LINE.
002100     05  DL-DEPT-CODE             PIC X(3).
002160     05  DL-TAX-AMOUNT            PIC Z(8)9.99.
002170     05  FILLER                   PIC X(4)   VALUE SPACES.
002180     05  DL-NET-PAY               PIC Z(8)9.99.
002182     05  FILLER                   PIC X(4)   VALUE SPACES.
002184     05  DL-STATE-TAX             PIC Z(8)9.99.
002190     05  FILLER                   PIC X(53)  VALUE SPACES.
002200*
002210 01  WS-TOTAL-LINE.
002220     05  FILLER                   PIC X(11)  VALUE "GRAND TOTAL".
002300     05  TL-TOTAL-TAX             PIC Z(8)9.99.
002310     05  FILLER                   PIC X(4)   VALUE SPACES.
002320     05  TL-TOTAL-NET             PIC Z(8)9.99.
002322     05  FILLER                   PIC X(4)   VALUE SPACES.
002324     05  TL-TOTAL-STATE-TAX       PIC Z(8)9.99.
002330     05  FILLER                   PIC X(19)  VALUE SPACES.
002340*
002350 PROCEDURE DIVISION.
002360*
003530     ADD WS-GROSS-PAY TO WS-TOTAL-GROSS.
003540     ADD WS-TAX-AMOUNT TO WS-TOTAL-TAX.
003550     ADD WS-NET-PAY TO WS-TOTAL-NET.
003555     ADD WS-STATE-TAX TO WS-TOTAL-STATE-TAX.
003560     PERFORM 3000-FIND-OR-ADD-DEPT THRU 3000-EXIT.
003570     IF WS-MATCH-IDX NOT = ZERO
003580         PERFORM 3100-POST-TO-DEPT THRU 3100-EXIT
004040         MOVE PH-GROSS-PAY TO WS-GROSS-PAY
004050         MOVE PH-TAX-AMOUNT TO WS-TAX-AMOUNT
004060         MOVE PH-NET-PAY TO WS-NET-PAY
004065         MOVE PH-STATE-TAX TO WS-STATE-TAX
004070         PERFORM 2310-READ-HISTORY THRU 2310-EXIT
004080     END-IF.
004090 2300-EXIT.
004710     ADD WS-GROSS-PAY TO WS-DEPT-GROSS (WS-MATCH-IDX).
004720     ADD WS-TAX-AMOUNT TO WS-DEPT-TAX (WS-MATCH-IDX).
004730     ADD WS-NET-PAY TO WS-DEPT-NET (WS-MATCH-IDX).
004735     ADD WS-STATE-TAX TO WS-DEPT-STATE-TAX (WS-MATCH-IDX).
004740 3100-EXIT.
004750     EXIT.
004760*
004840     MOVE WS-DEPT-GROSS (WS-DEPT-IDX) TO DL-GROSS-PAY.
004850     MOVE WS-DEPT-TAX (WS-DEPT-IDX) TO DL-TAX-AMOUNT.
004860     MOVE WS-DEPT-NET (WS-DEPT-IDX) TO DL-NET-PAY.
004865     MOVE WS-DEPT-STATE-TAX (WS-DEPT-IDX) TO DL-STATE-TAX.
004870     WRITE DR-PRINT-LINE FROM WS-DEPT-LINE.
004880 4000-EXIT.
004890     EXIT.
005000     MOVE WS-TOTAL-GROSS TO TL-TOTAL-GROSS.
005010     MOVE WS-TOTAL-TAX TO TL-TOTAL-TAX.
005020     MOVE WS-TOTAL-NET TO TL-TOTAL-NET.
005025     MOVE WS-TOTAL-STATE-TAX TO TL-TOTAL-STATE-TAX.
005030     WRITE DR-PRINT-LINE FROM WS-TOTAL-LINE.
005040     CLOSE EMP-MASTER-FILE.
005050     CLOSE PAY-HISTORY-FILE.
