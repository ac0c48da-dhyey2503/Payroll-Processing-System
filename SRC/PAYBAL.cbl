000120*     THE RECORD COUNTS OF THE TWO MASTERS MUST MATCH, EVERY
000130*     EMP-ID ON THE OLD MASTER MUST BE ON THE NEW ONE (AND NO NEW
000140*     ONES MAY APPEAR), AND FOR EVERY EMPLOYEE THE CHANGE IN
000150*     YTD-GROSS, YTD-TAX AND YTD-STATE-TAX MUST EQUAL THE GROSS,
000155*     FEDERAL TAX AND STATE TAX PRINTED FOR THAT EMPLOYEE ON
000160*     THE REGISTER.  AN EMPLOYEE WHOSE YTD
000170*     FIGURES DID NOT MOVE AND WHO HAS NO REGISTER LINE IS IN
000180*     BALANCE (NOT EVERY EMPLOYEE NEED BE PAID IN EVERY CYCLE).
000190*     EVERY BREAK IS LISTED ON THE BALANCE REPORT AND COUNTED;
000309*                      CYCLE PAYCALC HAS NOT COMPLETED, AND
000310*                      RECORD THIS STEP'S BREAK COUNT TO GATE
000311*                      PAYACH/PAYCHK AND THE PROMOTION.
000312*     10/15/2026  RJK  PROVE THE YTD-STATE-TAX MOVEMENT AGAINST
000313*                      THE REGISTER'S NEW STATE TAX COLUMN THE
000314*                      SAME WAY AS GROSS AND FEDERAL TAX.
000315*
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. PAYBAL.
000340 AUTHOR. R. J. KOWALCZYK.
000790     05  RR-TAX-ZONE             PIC X(10).
000800     05  FILLER                  PIC X(4).
000810     05  RR-NET-ZONE             PIC X(10).
000812     05  FILLER                  PIC X(4).
000814     05  RR-STATE-TAX-ZONE       PIC X(10).
000820     05  FILLER                  PIC X(46).
000830*
000840 FD  BALANCE-REPORT
000850     RECORDING MODE IS F.
001160*
001170 77  WS-DELTA-GROSS               PIC S9(9)V99 VALUE ZERO.
001180 77  WS-DELTA-TAX                 PIC S9(9)V99 VALUE ZERO.
001185 77  WS-DELTA-STATE-TAX           PIC S9(9)V99 VALUE ZERO.
001190*
001200*-----------------------------------------------------------------
001210* CURRENT REGISTER DETAIL LINE, CONVERTED BACK FROM PRINT FORM
001240     05  WS-REG-EMP-ID            PIC 9(5)    VALUE 99999.
001250     05  WS-REG-GROSS             PIC 9(7)V99 VALUE ZERO.
001260     05  WS-REG-TAX               PIC 9(7)V99 VALUE ZERO.
001265     05  WS-REG-STATE-TAX         PIC 9(7)V99 VALUE ZERO.
001270*
001280 01  WS-AMOUNT-WORK.
001290     05  WS-AMOUNT-X              PIC X(10).
002990     MOVE RR-TAX-ZONE TO WS-AMOUNT-X.
003000     PERFORM 6000-CONVERT-AMOUNT THRU 6000-EXIT.
003010     MOVE WS-AMOUNT-VALUE TO WS-REG-TAX.
003012     MOVE RR-STATE-TAX-ZONE TO WS-AMOUNT-X.
003014     PERFORM 6000-CONVERT-AMOUNT THRU 6000-EXIT.
003016     MOVE WS-AMOUNT-VALUE TO WS-REG-STATE-TAX.
003020 2300-EXIT.
003030     EXIT.
003040*
003390     COMPUTE WS-DELTA-TAX =
003400         YTD-TAX OF NEW-MASTER-REC -
003410         YTD-TAX OF OLD-MASTER-REC.
003412     COMPUTE WS-DELTA-STATE-TAX =
003414         YTD-STATE-TAX OF NEW-MASTER-REC -
003416         YTD-STATE-TAX OF OLD-MASTER-REC.
003420     IF WS-REG-EMP-ID = EMP-ID OF OLD-MASTER-REC
003430         AND NOT END-OF-REGISTER
003440         IF WS-DELTA-GROSS NOT = WS-REG-GROSS
003550                 TO BL-REASON
003560             PERFORM 5000-LOG-BREAK THRU 5000-EXIT
003570         END-IF
003572         IF WS-DELTA-STATE-TAX NOT = WS-REG-STATE-TAX
003574             MOVE SPACES TO WS-BREAK-LINE
003576             MOVE EMP-ID OF OLD-MASTER-REC TO BL-EMP-ID
003577             MOVE "YTD STATE TAX CHANGE DOES NOT BALANCE"
003578                 TO BL-REASON
003579             PERFORM 5000-LOG-BREAK THRU 5000-EXIT
003580         END-IF
003581         PERFORM 2300-READ-REGISTER-DETAIL THRU 2300-EXIT
003590     ELSE
003600         IF WS-DELTA-GROSS NOT = ZERO
003610             OR WS-DELTA-TAX NOT = ZERO
003615             OR WS-DELTA-STATE-TAX NOT = ZERO
003620             MOVE SPACES TO WS-BREAK-LINE
003630             MOVE EMP-ID OF OLD-MASTER-REC TO BL-EMP-ID
003640             MOVE "YTD MOVED WITH NO REGISTER LINE"
