000220*     SALARIED EMPLOYEE - SEE COPY/TIMEREC.cpy AND EMPREC.cpy).
000230*     BLANK REGULAR HOURS ARE ACCEPTED AS ZERO FOR A SALARIED
000240*     EMPLOYEE, SO CARDS PUNCHED BEFORE THE FIELD EXISTED STILL
000243*     PASS.  VACATION AND SICK HOURS (BLANK = ZERO) MUST BE
000245*     NUMERIC AND WITHIN THE EMPLOYEE'S BALANCE ON THE LEAVE
000247*     MASTER (SEE COPY/LVEREC.cpy), AND THE HOURS ON LEAVE -
000249*     PLUS THE REGULAR HOURS FOR AN HOURLY EMPLOYEE - MUST NOT
000251*     EXCEED THE PERIOD'S STANDARD HOURS.  EVERY REJECT IS
000253*     LISTED ON THE EDIT EXCEPTION REPORT WITH THE REASON; THE
000255*     FEED IS NOT ALTERED.  RETURN-CODE IS
000270*     SET TO THE REJECT COUNT SO THE JOB STREAM GATES PAYCALC ON
000280*     A NONZERO CONDITION CODE.
000290*
000300* MODIFICATION HISTORY.
000310*     09/02/2026  RJK  ORIGINAL PROGRAM.
000312*     10/15/2026  RJK  EDIT THE NEW VACATION AND SICK HOURS
000314*                      AGAINST THE LEAVE BALANCE MASTER (LVEMAST)
000316*                      AND THE PERIOD'S STANDARD HOURS.
000320*
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. TIMEEDIT.
000610     SELECT EDIT-REPORT ASSIGN TO "TIMERPT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-RPT-FILE-STATUS.
000632
000634     SELECT LEAVE-FILE ASSIGN TO "LVEMAST"
000636         ORGANIZATION IS LINE SEQUENTIAL
000638         FILE STATUS IS WS-LVE-FILE-STATUS.
000640*
000650 DATA DIVISION.
000660 FILE SECTION.
000800     RECORDING MODE IS F.
000810 01  ER-PRINT-LINE               PIC X(80).
000820*
000822 FD  LEAVE-FILE
000824     RECORDING MODE IS F.
000826 COPY LVEREC.
000828*
000830 WORKING-STORAGE SECTION.
000840*
000850*-----------------------------------------------------------------
000890 01  WS-EMP-FILE-STATUS          PIC X(2).
000900 01  WS-CAL-FILE-STATUS          PIC X(2).
000910 01  WS-RPT-FILE-STATUS          PIC X(2).
000915 01  WS-LVE-FILE-STATUS          PIC X(2).
000920*
000930 01  WS-SWITCHES.
000940     05  WS-EOF-SW                PIC X(1)   VALUE 'N'.
001020         88  MASTER-RECORD-FOUND             VALUE 'Y'.
001030     05  WS-CYCLE-SW              PIC X(1)   VALUE 'N'.
001040         88  EMP-IN-CYCLE                    VALUE 'Y'.
001043     05  WS-LVE-EOF-SW            PIC X(1)   VALUE 'N'.
001046         88  END-OF-LEAVE                    VALUE 'Y'.
001050*
001060*-----------------------------------------------------------------
001070* RUN CYCLE PARAMETER AND CALENDAR DETAIL
001200 77  WS-MAX-OT-HOURS             PIC 9(3)V9(2) VALUE 80.00.
001210 77  WS-MAX-REG-HOURS            PIC 9(3)V9(2) VALUE ZERO.
001220 77  WS-PREV-EMP-ID              PIC 9(5)    VALUE ZERO.
001221*
001222*-----------------------------------------------------------------
001223* LEAVE HOURS FILED AND THE BALANCES THEY ARE EDITED AGAINST
001224*-----------------------------------------------------------------
001225 77  WS-VAC-HOURS                PIC 9(3)V9(2) VALUE ZERO.
001226 77  WS-SICK-HOURS               PIC 9(3)V9(2) VALUE ZERO.
001227 77  WS-VAC-BALANCE              PIC 9(4)V9(2) VALUE ZERO.
001228 77  WS-SICK-BALANCE             PIC 9(4)V9(2) VALUE ZERO.
001229 77  WS-PERIOD-HOURS             PIC 9(4)V9(2) VALUE ZERO.
001230 77  WS-LVE-LAST-EMP-ID          PIC 9(5)    VALUE ZERO.
001231*
001240*-----------------------------------------------------------------
001250* EDIT COUNTS
001260*-----------------------------------------------------------------
002100         MOVE 16 TO RETURN-CODE
002110         STOP RUN
002120     END-IF.
002121     OPEN INPUT LEAVE-FILE.
002122     IF WS-LVE-FILE-STATUS NOT = "00"
002123         DISPLAY "TIMEEDIT: LEAVE-FILE OPEN FAILED, "
002124             "FILE STATUS " WS-LVE-FILE-STATUS
002125         MOVE 16 TO RETURN-CODE
002126         STOP RUN
002127     END-IF.
002128     PERFORM 2660-READ-LEAVE THRU 2660-EXIT.
002130     OPEN OUTPUT EDIT-REPORT.
002140     WRITE ER-PRINT-LINE FROM WS-HEADING-1.
002150     WRITE ER-PRINT-LINE FROM WS-CYCLE-LINE.
002890     END-IF.
002900     IF CARD-IS-VALID
002910         PERFORM 2600-CHECK-REG-HOURS THRU 2600-EXIT
002912     END-IF.
002914     IF CARD-IS-VALID
002916         PERFORM 2650-CHECK-LEAVE-HOURS THRU 2650-EXIT
002920     END-IF.
002930     IF CARD-IS-VALID
002940         ADD 1 TO WS-VALID-COUNT
004630     MOVE WS-REJECT-COUNT TO RETURN-CODE.
004640     CLOSE TIMECARD-FILE.
004650     CLOSE EMP-MASTER-FILE.
004655     CLOSE LEAVE-FILE.
004660     CLOSE EDIT-REPORT.
004670 8000-EXIT.
004680     EXIT.
004690*
004700******************************************************************
004710**  2650-CHECK-LEAVE-HOURS - VACATION AND SICK HOURS MUST BE
004720**                           NUMERIC (BLANK = ZERO), WITHIN THE
004730**                           EMPLOYEE'S BALANCE OF EACH TYPE (NO
004740**                           LEAVE RECORD IS A ZERO BALANCE), AND
004750**                           WITH THE REGULAR HOURS OF AN HOURLY
004760**                           EMPLOYEE MUST NOT EXCEED THE
004770**                           PERIOD'S STANDARD HOURS
004780******************************************************************
004790 2650-CHECK-LEAVE-HOURS.
004800     MOVE ZERO TO WS-VAC-HOURS.
004810     MOVE ZERO TO WS-SICK-HOURS.
004820     IF TC-VAC-HOURS NOT = SPACES
004830         IF TC-VAC-HOURS IS NOT NUMERIC
004840             MOVE 'N' TO WS-EDIT-SW
004850             MOVE "VACATION HOURS NOT NUMERIC" TO EL-REASON
004860             PERFORM 2700-LOG-EXCEPTION THRU 2700-EXIT
004870             GO TO 2650-EXIT
004880         END-IF
004890         MOVE TC-VAC-HOURS TO WS-VAC-HOURS
004900     END-IF.
004910     IF TC-SICK-HOURS NOT = SPACES
004920         IF TC-SICK-HOURS IS NOT NUMERIC
004930             MOVE 'N' TO WS-EDIT-SW
004940             MOVE "SICK HOURS NOT NUMERIC" TO EL-REASON
004950             PERFORM 2700-LOG-EXCEPTION THRU 2700-EXIT
004960             GO TO 2650-EXIT
004970         END-IF
004980         MOVE TC-SICK-HOURS TO WS-SICK-HOURS
004990     END-IF.
005000     IF WS-VAC-HOURS = ZERO
005010         AND WS-SICK-HOURS = ZERO
005020         GO TO 2650-EXIT
005030     END-IF.
005040     PERFORM 2670-FIND-BALANCES THRU 2670-EXIT.
005050     IF WS-VAC-HOURS > WS-VAC-BALANCE
005060         MOVE 'N' TO WS-EDIT-SW
005070         MOVE "VACATION HOURS OVER BALANCE" TO EL-REASON
005080         PERFORM 2700-LOG-EXCEPTION THRU 2700-EXIT
005090         GO TO 2650-EXIT
005100     END-IF.
005110     IF WS-SICK-HOURS > WS-SICK-BALANCE
005120         MOVE 'N' TO WS-EDIT-SW
005130         MOVE "SICK HOURS OVER BALANCE" TO EL-REASON
005140         PERFORM 2700-LOG-EXCEPTION THRU 2700-EXIT
005150         GO TO 2650-EXIT
005160     END-IF.
005170     COMPUTE WS-PERIOD-HOURS = WS-VAC-HOURS + WS-SICK-HOURS.
005180     IF EMP-IS-HOURLY OF EMP-REC
005190         ADD TC-REG-HOURS TO WS-PERIOD-HOURS
005200     END-IF.
005210     IF WS-PERIOD-HOURS > WS-MAX-REG-HOURS
005220         MOVE 'N' TO WS-EDIT-SW
005230         MOVE "REG PLUS LEAVE HOURS OVER STD HOURS" TO EL-REASON
005240         PERFORM 2700-LOG-EXCEPTION THRU 2700-EXIT
005250     END-IF.
005260 2650-EXIT.
005270     EXIT.
005280*
005290******************************************************************
005300**  2660-READ-LEAVE - READ THE NEXT LEAVE MASTER RECORD
005310******************************************************************
005320 2660-READ-LEAVE.
005330     IF END-OF-LEAVE
005340         GO TO 2660-EXIT
005350     END-IF.
005360     READ LEAVE-FILE
005370         AT END
005380             MOVE 'Y' TO WS-LVE-EOF-SW
005390             GO TO 2660-EXIT
005400     END-READ.
005410 2660-EXIT.
005420     EXIT.
005430*
005440******************************************************************
005450**  2670-FIND-BALANCES - GATHER THE EMPLOYEE'S VACATION AND SICK
005460**                       BALANCES.  THE LEAVE MASTER IS IN EMP-ID
005470**                       SEQUENCE AND IS READ FORWARD WITH THE
005480**                       CARDS; A CARD BEHIND THE LAST ONE LOOKED
005490**                       UP (ONLY AFTER A SEQUENCE REJECT)
005500**                       REOPENS THE FILE AND READS FROM THE TOP
005510******************************************************************
005520 2670-FIND-BALANCES.
005530     MOVE ZERO TO WS-VAC-BALANCE.
005540     MOVE ZERO TO WS-SICK-BALANCE.
005550     IF TC-EMP-ID < WS-LVE-LAST-EMP-ID
005570         CLOSE LEAVE-FILE
005580         OPEN INPUT LEAVE-FILE
005590         MOVE 'N' TO WS-LVE-EOF-SW
005600         PERFORM 2660-READ-LEAVE THRU 2660-EXIT
005610     END-IF.
005620     PERFORM 2660-READ-LEAVE THRU 2660-EXIT
005630         UNTIL END-OF-LEAVE
005640         OR LV-EMP-ID NOT < TC-EMP-ID.
005650     PERFORM 2680-TAKE-BALANCE THRU 2680-EXIT
005660         UNTIL END-OF-LEAVE
005670         OR LV-EMP-ID NOT = TC-EMP-ID.
005675     MOVE TC-EMP-ID TO WS-LVE-LAST-EMP-ID.
005680 2670-EXIT.
005690     EXIT.
005700*
005710******************************************************************
005720**  2680-TAKE-BALANCE - NOTE ONE LEAVE RECORD'S BALANCE BY TYPE
005730******************************************************************
005740 2680-TAKE-BALANCE.
005750     IF LV-IS-VACATION
005760         MOVE LV-BALANCE TO WS-VAC-BALANCE
005770     END-IF.
005780     IF LV-IS-SICK
005790         MOVE LV-BALANCE TO WS-SICK-BALANCE
005800     END-IF.
005810     PERFORM 2660-READ-LEAVE THRU 2660-EXIT.
005820 2680-EXIT.
005830     EXIT.
