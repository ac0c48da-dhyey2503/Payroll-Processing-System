000140*     WHOSE START DATES FALL IN THE NEW YEAR).  IT THEN, IN
000150*     ORDER: ARCHIVES THE CLOSING EMPLOYEE MASTER TO EMPARCH AND
000160*     THE TERMINATED-EMPLOYEE HISTORY TO TRMARCH; ZEROES
000170*     YTD-GROSS, YTD-TAX AND YTD-STATE-TAX ON EVERY MASTER
000175*     RECORD IN PLACE; CLEARS TERMHIST (SEE COPY/TERMREC.cpy,
000180*     WHICH HAS ALWAYS
000190*     SAID THE FILE IS CLEARED ONLY AS PART OF THIS RESET); AND
000200*     CARRIES THE DEDUCTION MASTER FORWARD TO NEWDED, RESETTING
000210*     DED-TAKEN TO ZERO FOR AN ANNUAL (A) GOAL AND CARRYING IT
000214*     FOR A LIFETIME (L OR SPACE) GOAL (SEE COPY/DEDREC.cpy);
000218*     AND CARRIES THE LEAVE MASTER FORWARD TO NEWLVE, CUTTING
000222*     EACH BALANCE BACK TO ITS CARRYOVER CAP AND ZEROING THE
000226*     HOURS TAKEN AND EARNED THIS YEAR (SEE COPY/LVEREC.cpy).
000230*     THE ROLLOVER PROOF REPORT (YSRPT) GIVES BEFORE/AFTER
000240*     CONTROL TOTALS FOR EVERY STEP.  RETURN-CODE IS 0 ON A
000250*     COMPLETED ROLLOVER AND 16 WHEN A PRECONDITION FAILED AND
000270*
000280* MODIFICATION HISTORY.
000290*     09/02/2026  RJK  ORIGINAL PROGRAM.
000292*     10/15/2026  RJK  ZERO YTD-STATE-TAX WITH THE OTHER YTD
000294*                      FIELDS AND PROVE IT ON ITS OWN LINE OF
000296*                      THE ROLLOVER REPORT (BEFORE, THEN AFTER).
000297*     10/15/2026  RJK  CARRY THE LEAVE MASTER (LVEMAST) FORWARD TO
000298*                      NEWLVE AT THE CARRYOVER CAP AND PROVE THE
000299*                      HOURS CARRIED AND FORFEITED.
000300*
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. YSTART.
000790     SELECT ROLLOVER-REPORT ASSIGN TO "YSRPT"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-RPT-FILE-STATUS.
000811
000812     SELECT LEAVE-FILE ASSIGN TO "LVEMAST"
000813         ORGANIZATION IS LINE SEQUENTIAL
000814         FILE STATUS IS WS-LVE-FILE-STATUS.
000815
000816     SELECT NEW-LEAVE-FILE ASSIGN TO "NEWLVE"
000817         ORGANIZATION IS LINE SEQUENTIAL
000818         FILE STATUS IS WS-NLV-FILE-STATUS.
000820*
000830 DATA DIVISION.
000840 FILE SECTION.
001180     RECORDING MODE IS F.
001190 01  RR-PRINT-LINE               PIC X(80).
001200*
001201 FD  LEAVE-FILE
001202     RECORDING MODE IS F.
001203 COPY LVEREC.
001204*
001205 FD  NEW-LEAVE-FILE
001206     RECORDING MODE IS F.
001207 COPY LVEREC REPLACING LEAVE-REC BY NEW-LEAVE-REC.
001208*
001210 WORKING-STORAGE SECTION.
001220*
001230*-----------------------------------------------------------------
001320 01  WS-NDD-FILE-STATUS          PIC X(2).
001330 01  WS-CAL-FILE-STATUS          PIC X(2).
001340 01  WS-RPT-FILE-STATUS          PIC X(2).
001343 01  WS-LVE-FILE-STATUS          PIC X(2).
001346 01  WS-NLV-FILE-STATUS          PIC X(2).
001350*
001360 01  WS-SWITCHES.
001370     05  WS-EMP-EOF-SW            PIC X(1)   VALUE 'N'.
001440         88  END-OF-CALENDAR                 VALUE 'Y'.
001450     05  WS-W2R-EOF-SW            PIC X(1)   VALUE 'N'.
001460         88  END-OF-YEAR-END-RPT             VALUE 'Y'.
001463     05  WS-LVE-EOF-SW            PIC X(1)   VALUE 'N'.
001466         88  END-OF-LEAVE                    VALUE 'Y'.
001470*
001480*-----------------------------------------------------------------
001490* RUN PARAMETER - THE NEW YEAR
001640     05  WS-EMP-COUNT             PIC 9(5)    VALUE ZERO.
001650     05  WS-YTD-GROSS-BEFORE      PIC 9(11)V99 VALUE ZERO.
001660     05  WS-YTD-TAX-BEFORE        PIC 9(11)V99 VALUE ZERO.
001665     05  WS-YTD-STATE-TAX-BEFORE  PIC 9(11)V99 VALUE ZERO.
001670     05  WS-TERM-COUNT            PIC 9(5)    VALUE ZERO.
001680     05  WS-DED-CARRY-COUNT       PIC 9(5)    VALUE ZERO.
001690     05  WS-DED-RESET-COUNT       PIC 9(5)    VALUE ZERO.
001710     05  WS-TAKEN-AFTER           PIC 9(11)V99 VALUE ZERO.
001720     05  WS-MONTHLY-PERIODS       PIC 9(3)    VALUE ZERO.
001730     05  WS-WEEKLY-PERIODS        PIC 9(3)    VALUE ZERO.
001731     05  WS-LVE-CARRY-COUNT       PIC 9(5)    VALUE ZERO.
001732     05  WS-LVE-CAPPED-COUNT      PIC 9(5)    VALUE ZERO.
001733     05  WS-LVE-HOURS-BEFORE      PIC 9(9)V99 VALUE ZERO.
001734     05  WS-LVE-HOURS-AFTER       PIC 9(9)V99 VALUE ZERO.
001735     05  WS-LVE-HOURS-FORFEIT     PIC 9(9)V99 VALUE ZERO.
001740*
001750 77  WS-W2R-LINE-COUNT            PIC 9(5)    VALUE ZERO.
001760*
002180     PERFORM 2000-ROLL-EMP-MASTER THRU 2000-EXIT.
002190     PERFORM 3000-ROLL-TERM-HIST THRU 3000-EXIT.
002200     PERFORM 4000-ROLL-DEDUCTIONS THRU 4000-EXIT.
002205     PERFORM 5000-ROLL-LEAVE THRU 5000-EXIT.
002210     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002220     STOP RUN.
002230*
002580         MOVE 16 TO RETURN-CODE
002590         STOP RUN
002600     END-IF.
002601     OPEN INPUT LEAVE-FILE.
002602     IF WS-LVE-FILE-STATUS NOT = "00"
002603         DISPLAY "YSTART: LEAVE-FILE OPEN FAILED, "
002604             "FILE STATUS " WS-LVE-FILE-STATUS
002605         MOVE 16 TO RETURN-CODE
002606         STOP RUN
002607     END-IF.
002610     OPEN OUTPUT EMP-ARCHIVE-FILE
002620     OPEN OUTPUT TERM-ARCHIVE-FILE
002630     OPEN OUTPUT NEW-DED-FILE
002635     OPEN OUTPUT NEW-LEAVE-FILE
002640     OPEN OUTPUT ROLLOVER-REPORT.
002650     WRITE RR-PRINT-LINE FROM WS-HEADING-1.
002660     MOVE WS-NEW-YEAR TO YL-NEW-YEAR.
003920     ADD 1 TO WS-EMP-COUNT.
003930     ADD YTD-GROSS OF EMP-REC TO WS-YTD-GROSS-BEFORE.
003940     ADD YTD-TAX OF EMP-REC TO WS-YTD-TAX-BEFORE.
003945     ADD YTD-STATE-TAX OF EMP-REC TO WS-YTD-STATE-TAX-BEFORE.
003950     MOVE ZERO TO YTD-GROSS OF EMP-REC.
003960     MOVE ZERO TO YTD-TAX OF EMP-REC.
003965     MOVE ZERO TO YTD-STATE-TAX OF EMP-REC.
003970     REWRITE EMP-REC.
003980     PERFORM 2100-READ-EMPLOYEE THRU 2100-EXIT.
003990 2200-EXIT.
004700     PERFORM 4100-READ-DEDUCTION THRU 4100-EXIT.
004710 4200-EXIT.
004720     EXIT.
004721*
004722******************************************************************
004723**  5000-ROLL-LEAVE - CARRY THE LEAVE MASTER FORWARD, CUTTING
004724**                    EACH BALANCE BACK TO ITS CARRYOVER CAP
004725******************************************************************
004726 5000-ROLL-LEAVE.
004727     PERFORM 5100-READ-LEAVE THRU 5100-EXIT.
004728     PERFORM 5200-ROLL-ONE-LEAVE THRU 5200-EXIT
004729         UNTIL END-OF-LEAVE.
004730 5000-EXIT.
004731     EXIT.
004732*
004733******************************************************************
004734**  5100-READ-LEAVE - READ THE NEXT LEAVE MASTER RECORD
004735******************************************************************
004736 5100-READ-LEAVE.
004737     READ LEAVE-FILE
004738         AT END
004739             MOVE 'Y' TO WS-LVE-EOF-SW
004740             GO TO 5100-EXIT
004741     END-READ.
004742 5100-EXIT.
004743     EXIT.
004744*
004745******************************************************************
004746**  5200-ROLL-ONE-LEAVE - FORFEIT THE HOURS OVER THE CARRYOVER
004747**                        CAP AND ZERO THE YEAR'S TAKEN AND
004748**                        EARNED HOURS
004749******************************************************************
004750 5200-ROLL-ONE-LEAVE.
004751     ADD 1 TO WS-LVE-CARRY-COUNT.
004752     ADD LV-BALANCE OF LEAVE-REC TO WS-LVE-HOURS-BEFORE.
004753     MOVE LEAVE-REC TO NEW-LEAVE-REC.
004754     IF LV-BALANCE OF NEW-LEAVE-REC >
004755         LV-CARRYOVER-CAP OF NEW-LEAVE-REC
004756         ADD 1 TO WS-LVE-CAPPED-COUNT
004757         COMPUTE WS-LVE-HOURS-FORFEIT = WS-LVE-HOURS-FORFEIT
004758             + LV-BALANCE OF NEW-LEAVE-REC
004759             - LV-CARRYOVER-CAP OF NEW-LEAVE-REC
004760         MOVE LV-CARRYOVER-CAP OF NEW-LEAVE-REC TO
004761             LV-BALANCE OF NEW-LEAVE-REC
004762     END-IF.
004763     MOVE ZERO TO LV-TAKEN-YTD OF NEW-LEAVE-REC.
004764     MOVE ZERO TO LV-ACCRUED-YTD OF NEW-LEAVE-REC.
004765     ADD LV-BALANCE OF NEW-LEAVE-REC TO WS-LVE-HOURS-AFTER.
004766     WRITE NEW-LEAVE-REC.
004767     PERFORM 5100-READ-LEAVE THRU 5100-EXIT.
004768 5200-EXIT.
004769     EXIT.
004770*
004771******************************************************************
004772**  8000-TERMINATE - PRINT THE PROOF TOTALS AND CLOSE FILES
004773******************************************************************
004774 8000-TERMINATE.
004780     MOVE SPACES TO WS-PROOF-LINE.
004790     MOVE "EMPLOYEES ARCHIVED      =" TO PL-LABEL.
004800     MOVE WS-EMP-COUNT TO PL-COUNT.
004870     MOVE ZERO TO PL-AMOUNT-1.
004880     MOVE ZERO TO PL-AMOUNT-2.
004890     WRITE RR-PRINT-LINE FROM WS-PROOF-LINE.
004892     MOVE SPACES TO WS-PROOF-LINE.
004894     MOVE "YTD STATE TAX RESET     =" TO PL-LABEL.
004895     MOVE WS-EMP-COUNT TO PL-COUNT.
004896     MOVE WS-YTD-STATE-TAX-BEFORE TO PL-AMOUNT-1.
004897     MOVE ZERO TO PL-AMOUNT-2.
004898     WRITE RR-PRINT-LINE FROM WS-PROOF-LINE.
004900     MOVE SPACES TO WS-PROOF-LINE.
004910     MOVE "TERM HISTORY ARCHIVED   =" TO PL-LABEL.
004920     MOVE WS-TERM-COUNT TO PL-COUNT.
005010     MOVE "DEDUCTIONS RESET        =" TO PL-LABEL.
005020     MOVE WS-DED-RESET-COUNT TO PL-COUNT.
005030     WRITE RR-PRINT-LINE FROM WS-PROOF-LINE.
005031     MOVE SPACES TO WS-PROOF-LINE.
005032     MOVE "LEAVE RECORDS CARRIED   =" TO PL-LABEL.
005033     MOVE WS-LVE-CARRY-COUNT TO PL-COUNT.
005034     MOVE WS-LVE-HOURS-BEFORE TO PL-AMOUNT-1.
005035     MOVE WS-LVE-HOURS-AFTER TO PL-AMOUNT-2.
005036     WRITE RR-PRINT-LINE FROM WS-PROOF-LINE.
005037     MOVE SPACES TO WS-PROOF-LINE.
005038     MOVE "LEAVE HOURS FORFEITED   =" TO PL-LABEL.
005039     MOVE WS-LVE-CAPPED-COUNT TO PL-COUNT.
005040     MOVE WS-LVE-HOURS-FORFEIT TO PL-AMOUNT-1.
005041     WRITE RR-PRINT-LINE FROM WS-PROOF-LINE.
005042     MOVE "ROLLOVER COMPLETE - FILE THIS PROOF WITH YEND"
005050         TO VL-VERDICT.
005060     WRITE RR-PRINT-LINE FROM WS-VERDICT-LINE.
005070     CLOSE EMP-MASTER-FILE.
005090     CLOSE TERM-ARCHIVE-FILE.
005100     CLOSE DEDUCTION-FILE.
005110     CLOSE NEW-DED-FILE.
005113     CLOSE LEAVE-FILE.
005116     CLOSE NEW-LEAVE-FILE.
005120     CLOSE ROLLOVER-REPORT.
005130 8000-EXIT.
005140     EXIT.
