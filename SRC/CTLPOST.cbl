000130*     NUMBER, 7-14=STEP NAME.  A PROMOTE STEP IS REFUSED UNLESS
000140*     THE LATEST PAYBAL RECORD FOR THE CYCLE CARRIES CONDITION
000150*     00, SO PAYMAST CANNOT BE MARKED PROMOTED PAST A DIRTY
000160*     BALANCE.  A VARSIGN STEP - PAYROLL'S SIGN-OFF OF THE
000162*     PAYVAR VARIANCE REPORT, WHICH LETS PAYACH AND PAYCHK RUN A
000164*     CYCLE PAYVAR LISTED VARIANCES FOR - IS REFUSED UNLESS PAYVAR
000166*     HAS RUN FOR THE CYCLE.  ANY OTHER STEP NAME IS RECORDED AS
000168*     GIVEN.  THE RECORD IS APPENDED WITH CONDITION 00 AND
000170*     TODAY'S DATE.
000180*     RETURN-CODE IS 0 WHEN THE STEP WAS RECORDED AND 16 WHEN IT
000190*     WAS REFUSED.
000200*
000210* MODIFICATION HISTORY.
000220*     09/02/2026  RJK  ORIGINAL PROGRAM.
000223*     10/15/2026  RJK  REFUSE A VARSIGN STEP FOR A CYCLE PAYVAR
000226*                      HAS NOT REVIEWED.
000230*
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. CTLPOST.
000570         88  END-OF-CONTROLS                 VALUE 'Y'.
000580     05  WS-BAL-SEEN-SW           PIC X(1)   VALUE 'N'.
000590         88  PAYBAL-RECORDED                 VALUE 'Y'.
000593     05  WS-VAR-SEEN-SW           PIC X(1)   VALUE 'N'.
000596         88  PAYVAR-RECORDED                 VALUE 'Y'.
000600*
000610*-----------------------------------------------------------------
000620* RUN PARAMETER - CYCLE AND STEP IN FIXED POSITIONS
000830     IF WS-PARM-STEP = "PROMOTE"
000840         PERFORM 2000-CHECK-PROMOTE-GATE THRU 2000-EXIT
000850     END-IF.
000852     IF WS-PARM-STEP = "VARSIGN"
000854         PERFORM 2200-CHECK-SIGNOFF-GATE THRU 2200-EXIT
000856     END-IF.
000860     PERFORM 3000-RECORD-STEP THRU 3000-EXIT.
000870     PERFORM 8000-TERMINATE THRU 8000-EXIT.
000880     STOP RUN.
001410**  2100-SCAN-ONE-CONTROL - TEST ONE RUN-CONTROL RECORD; THE
001420**                          LATEST PAYBAL RECORD FOR THE CYCLE
001430**                          CARRIES ITS CURRENT CONDITION
001435**                          AND ANY PAYVAR RECORD IS NOTED
001440******************************************************************
001450 2100-SCAN-ONE-CONTROL.
001460     READ RUN-CONTROL-FILE
001540         MOVE 'Y' TO WS-BAL-SEEN-SW
001550         MOVE CT-CONDITION TO WS-BAL-CONDITION
001560     END-IF.
001561     IF CT-FREQUENCY = WS-RUN-FREQUENCY
001562         AND CT-PERIOD-NO = WS-RUN-PERIOD
001563         AND CT-STEP = "PAYVAR"
001564         MOVE 'Y' TO WS-VAR-SEEN-SW
001565     END-IF.
001570 2100-EXIT.
001580     EXIT.
001581*
001582******************************************************************
001583**  2200-CHECK-SIGNOFF-GATE - A VARIANCE SIGN-OFF MAY BE RECORDED
001584**                            ONLY FOR A CYCLE PAYVAR HAS REVIEWED
001585******************************************************************
001586 2200-CHECK-SIGNOFF-GATE.
001587     OPEN INPUT RUN-CONTROL-FILE.
001588     IF WS-CTL-FILE-STATUS NOT = "00" AND "05"
001589         DISPLAY "CTLPOST: RUN-CONTROL-FILE OPEN FAILED, "
001590             "FILE STATUS " WS-CTL-FILE-STATUS
001591         MOVE 16 TO RETURN-CODE
001592         STOP RUN
001593     END-IF.
001594     PERFORM 2100-SCAN-ONE-CONTROL THRU 2100-EXIT
001595         UNTIL END-OF-CONTROLS.
001596     CLOSE RUN-CONTROL-FILE.
001597     IF NOT PAYVAR-RECORDED
001598         DISPLAY "CTLPOST: PAYVAR HAS NOT REVIEWED CYCLE "
001599             WS-RUN-FREQUENCY " " WS-RUN-PERIOD
001600             " ON PAYCTL - NOTHING TO SIGN OFF"
001601         MOVE 16 TO RETURN-CODE
001602         STOP RUN
001603     END-IF.
001604 2200-EXIT.
001605     EXIT.
001606*
001607******************************************************************
001610**  3000-RECORD-STEP - APPEND THE STEP RECORD
001620******************************************************************
001630 3000-RECORD-STEP.
