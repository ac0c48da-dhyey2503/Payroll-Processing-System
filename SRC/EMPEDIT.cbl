000390*                      PREVENT ANYTHING.  SKIP THE SALARY/TAX-
000400*                      PERC CHECKS FOR A DELETE TRANSACTION,
000410*                      WHICH CARRIES NEITHER FIELD ON THE FEED.
000412*     10/15/2026  RJK  REJECT AN ADD OR CHANGE WITH NO
000414*                      TXN-WORK-STATE; EVERY EMPLOYEE NOW NEEDS A
000416*                      STATE/LOCAL WITHHOLDING JURISDICTION (SEE
000418*                      COPY/EMPREC.cpy).
000419*     10/15/2026  RJK  ACCEPT THE CANCEL (X) TRANSACTION, WHICH
000420*                      CARRIES ONLY AN EMP-ID AND EFFECTIVE DATE,
000421*                      AND REJECT ANY TRANSACTION WHOSE
000422*                      TXN-EFFECTIVE-DATE IS PRESENT BUT NOT A
000423*                      NUMERIC YYYYMMDD DATE.
000424*
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. EMPEDIT.
000450 AUTHOR. R. J. KOWALCZYK.
000940     05  WS-READ-COUNT            PIC 9(5)    VALUE ZERO.
000950     05  WS-VALID-COUNT           PIC 9(5)    VALUE ZERO.
000960     05  WS-REJECT-COUNT          PIC 9(5)    VALUE ZERO.
000961*
000962 01  WS-EFFECTIVE-DATE            PIC 9(8).
000963 01  WS-EFFECTIVE-PARTS REDEFINES WS-EFFECTIVE-DATE.
000964     05  WS-EFF-YEAR              PIC 9(4).
000965     05  WS-EFF-MONTH             PIC 9(2).
000966     05  WS-EFF-DAY               PIC 9(2).
000970*
000980*-----------------------------------------------------------------
000990* PRINT LINE LAYOUTS
001540     MOVE TXN-EMP-ID TO EL-EMP-ID.
001550     PERFORM 2200-CHECK-EMP-ID THRU 2200-EXIT.
001560     IF RECORD-IS-VALID AND NOT TXN-IS-DELETE
001570         AND NOT TXN-IS-TERMINATE AND NOT TXN-IS-CANCEL
001580         PERFORM 2300-CHECK-BASIC-SALARY THRU 2300-EXIT
001590     END-IF.
001600     IF RECORD-IS-VALID AND NOT TXN-IS-DELETE
001610         AND NOT TXN-IS-TERMINATE AND NOT TXN-IS-CANCEL
001620         PERFORM 2400-CHECK-TAX-PERC THRU 2400-EXIT
001630     END-IF.
001640     IF RECORD-IS-VALID AND NOT TXN-IS-DELETE
001650         AND NOT TXN-IS-TERMINATE AND NOT TXN-IS-CANCEL
001660         PERFORM 2450-CHECK-PAY-FREQUENCY THRU 2450-EXIT
001670     END-IF.
001671     IF RECORD-IS-VALID AND NOT TXN-IS-DELETE
001672         AND NOT TXN-IS-TERMINATE AND NOT TXN-IS-CANCEL
001673         PERFORM 2455-CHECK-PAY-TYPE THRU 2455-EXIT
001674     END-IF.
001675     IF RECORD-IS-VALID AND NOT TXN-IS-DELETE
001676         AND NOT TXN-IS-TERMINATE AND NOT TXN-IS-CANCEL
001677         PERFORM 2457-CHECK-WORK-STATE THRU 2457-EXIT
001678     END-IF.
001680     IF RECORD-IS-VALID AND TXN-IS-TERMINATE
001690         PERFORM 2460-CHECK-FINAL-OT-HOURS THRU 2460-EXIT
001700     END-IF.
001701     IF RECORD-IS-VALID
001702         PERFORM 2470-CHECK-EFFECTIVE-DATE THRU 2470-EXIT
001703     END-IF.
001710     IF RECORD-IS-VALID
001720         ADD 1 TO WS-VALID-COUNT
001730     ELSE
002485 2455-EXIT.
002486     EXIT.
002487*
002488******************************************************************
002489**  2457-CHECK-WORK-STATE - TXN-WORK-STATE MUST NOT BE BLANK
002490******************************************************************
002491 2457-CHECK-WORK-STATE.
002492     IF TXN-WORK-STATE = SPACES
002493         MOVE 'N' TO WS-EDIT-SW
002494         MOVE "WORK-STATE IS BLANK" TO EL-REASON
002495         PERFORM 2500-LOG-EXCEPTION THRU 2500-EXIT
002496     END-IF.
002497 2457-EXIT.
002498     EXIT.
002499*
002500******************************************************************
002501**  2460-CHECK-FINAL-OT-HOURS - A TERMINATION MUST CARRY NUMERIC
002510**                             FINAL OVERTIME HOURS (ZERO IS OK)
002520******************************************************************
002530 2460-CHECK-FINAL-OT-HOURS.
002580     END-IF.
002590 2460-EXIT.
002600     EXIT.
002603*
002604******************************************************************
002605**  2470-CHECK-EFFECTIVE-DATE - TXN-EFFECTIVE-DATE, WHEN PRESENT,
002606**                              MUST BE A NUMERIC YYYYMMDD DATE
002607**                              (BLANK OR ZERO = APPLY NOW)
002608******************************************************************
002609 2470-CHECK-EFFECTIVE-DATE.
002610     IF TXN-EFFECTIVE-DATE-X = SPACES OR ZEROS
002611         GO TO 2470-EXIT
002612     END-IF.
002613     IF TXN-EFFECTIVE-DATE IS NOT NUMERIC
002614         MOVE 'N' TO WS-EDIT-SW
002615         MOVE "EFFECTIVE DATE NOT NUMERIC" TO EL-REASON
002616         PERFORM 2500-LOG-EXCEPTION THRU 2500-EXIT
002617         GO TO 2470-EXIT
002618     END-IF.
002619     MOVE TXN-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE.
002620     IF WS-EFF-MONTH < 1 OR WS-EFF-MONTH > 12
002621         OR WS-EFF-DAY < 1 OR WS-EFF-DAY > 31
002622         MOVE 'N' TO WS-EDIT-SW
002623         MOVE "EFFECTIVE DATE NOT A VALID DATE" TO EL-REASON
002624         PERFORM 2500-LOG-EXCEPTION THRU 2500-EXIT
002625     END-IF.
002626 2470-EXIT.
002627     EXIT.
002628*
002629******************************************************************
002630**  2500-LOG-EXCEPTION - WRITE ONE LINE TO THE EXCEPTION REPORT
002640******************************************************************
002650 2500-LOG-EXCEPTION.
