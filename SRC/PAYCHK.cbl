000260*     BUT WITHOUT A HISTORY RECORD GETS NO CHECK AND IS COUNTED
000270*     ON THE CONTROL PAGE, WHICH ALSO GIVES THE CHECK COUNT,
000280*     TOTAL AMOUNT AND THE NEXT UNUSED CHECK NUMBER.
000281*     WHERE THE NET IS SPLIT ACROSS SEVERAL ACCOUNTS THE SHARED
000282*     PAYSPLT SUBPROGRAM DECIDES THE CHECK THE SAME WAY PAYACH
000283*     DECIDES THE DEPOSITS: ONLY THE SHARE OF A HELD ACCOUNT IS
000284*     PAID BY CHECK, AND ONLY WHEN THE REMAINDER ACCOUNT CANNOT
000285*     TAKE IT BECAUSE IT IS HELD TOO.  THE STUB THEN SHOWS THE
000286*     PART DEPOSITED AND THE PART PAID BY THE CHECK.
000290*
000300* MODIFICATION HISTORY.
000310*     09/02/2026  RJK  ORIGINAL PROGRAM.
000367*     09/02/2026  RJK  COUNT A ZERO NET PAY ON THE CONTROL PAGE
000368*                      INSTEAD OF PRINTING A ZERO-DOLLAR CHECK
000369*                      AND CONSUMING A CHECK NUMBER FOR IT.
000370*     10/15/2026  RJK  PRINT THE STATE/LOCAL TAX WITHHELD ON ITS
000371*                      OWN STUB LINE BELOW THE FEDERAL FIGURE.
000372*     10/15/2026  RJK  ALSO REFUSE A CYCLE PAYVAR HAS NOT PASSED
000373*                      OR A VARSIGN STEP HAS NOT SIGNED OFF.
000374*     10/15/2026  RJK  SPLIT DEPOSIT - CHECK ONLY THE HELD SHARE
000375*                      PAYSPLT CANNOT DEPOSIT; THE STUB SHOWS THE
000376*                      DIRECT DEPOSIT AND CHECK PARTS.
000377*
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. PAYCHK.
000400 AUTHOR. R. J. KOWALCZYK.
001330         88  END-OF-CALENDAR                  VALUE 'Y'.
001340     05  WS-CYCLE-SW              PIC X(1)   VALUE 'N'.
001350         88  EMP-IN-CYCLE                     VALUE 'Y'.
001351     05  WS-VAR-SEEN-SW           PIC X(1)   VALUE 'N'.
001352         88  PAYVAR-RECORDED                  VALUE 'Y'.
001353     05  WS-VAR-SIGNED-SW         PIC X(1)   VALUE 'N'.
001354         88  VARIANCES-SIGNED-OFF             VALUE 'Y'.
001360     05  WS-HIS-FOUND-SW          PIC X(1)   VALUE 'N'.
001370         88  HISTORY-WAS-FOUND                VALUE 'Y'.
001372     05  WS-CTL-EOF-SW            PIC X(1)   VALUE 'N'.
001376*
001377 77  WS-BAL-CONDITION             PIC 9(2)    VALUE 99.
001378 77  WS-CTL-DATE                  PIC 9(8)    VALUE ZERO.
001379 77  WS-VAR-CONDITION             PIC 9(2)    VALUE 99.
001380*
001390*-----------------------------------------------------------------
001400* RUN CYCLE PARAMETER AND CALENDAR DETAIL
001600 01  WS-COMPUTED-VALUES.
001610     05  WS-GROSS-PAY             PIC 9(7)V99.
001620     05  WS-TAX-AMOUNT            PIC 9(7)V99.
001625     05  WS-STATE-TAX             PIC 9(7)V99.
001630     05  WS-NET-PAY               PIC 9(7)V99.
001635     05  WS-CHECK-AMOUNT          PIC 9(7)V99.
001640*
001650 COPY DEDTBL.
001651*
001652*-----------------------------------------------------------------
001653* THE CURRENT EMPLOYEE'S ACCOUNTS, SPLIT BY PAYSPLT; WS-HELD-ACCTS
001654* COUNTS THOSE NOT ACTIVE
001655*-----------------------------------------------------------------
001656 COPY SPLTBL.
001657 77  WS-HELD-ACCTS                PIC 9(2)    VALUE ZERO.
001660*
001670 77  WS-NEXT-CHECK-NO             PIC 9(6)    VALUE ZERO.
001680*
001700     05  WS-CHECK-COUNT           PIC 9(5)    VALUE ZERO.
001710     05  WS-NOHIST-COUNT          PIC 9(5)    VALUE ZERO.
001715     05  WS-ZERONET-COUNT         PIC 9(5)    VALUE ZERO.
001717     05  WS-REDIRECT-COUNT        PIC 9(5)    VALUE ZERO.
001720     05  WS-TOTAL-AMOUNT          PIC 9(9)V99 VALUE ZERO.
001730*
001740*-----------------------------------------------------------------
002607     05  CL-ZERONET-COUNT         PIC ZZZZ9.
002608     05  FILLER                   PIC X(103) VALUE SPACES.
002610*
002611 01  WS-CONTROL-LINE-6.
002612     05  FILLER                   PIC X(24)  VALUE
002613         "HELD SHARE DEPOSITED  = ".
002614     05  CL-REDIRECT-COUNT        PIC ZZZZ9.
002615     05  FILLER                   PIC X(103) VALUE SPACES.
002616*
002620 PROCEDURE DIVISION.
002630*
002640******************************************************************
004870     END-IF.
004880     PERFORM 2050-CHECK-CYCLE THRU 2050-EXIT.
004890     IF EMP-IN-CYCLE
004895         MOVE ZERO TO SW-ACCT-COUNT
004900         PERFORM 5000-WRITE-CHECK THRU 5000-EXIT
004910     END-IF.
004920     PERFORM 2100-READ-EMPLOYEE THRU 2100-EXIT.
005030     EXIT.
005040*
005050******************************************************************
005060**  4000-PROCESS-MATCHED - EMPLOYEE HAS BANKING RECORDS; A CHECK
005070**                         IS CONSIDERED ONLY WHEN AN ACCOUNT IS
005080**                         NOT ACTIVE (PRENOTE PENDING OR
005090**                         RETURNED) AND PAYACH IS HOLDING ITS
005100**                         SHARE
005110******************************************************************
005120 4000-PROCESS-MATCHED.
005125     PERFORM 4050-LOAD-ACCOUNTS THRU 4050-EXIT.
005130     PERFORM 2050-CHECK-CYCLE THRU 2050-EXIT.
005140     IF EMP-IN-CYCLE
005150         AND WS-HELD-ACCTS > ZERO
005160         PERFORM 5000-WRITE-CHECK THRU 5000-EXIT
005170     END-IF.
005180     PERFORM 2100-READ-EMPLOYEE THRU 2100-EXIT.
005200 4000-EXIT.
005210     EXIT.
005220*
005370     MOVE 'Y' TO WS-HIS-FOUND-SW.
005380     MOVE PH-GROSS-PAY TO WS-GROSS-PAY.
005390     MOVE PH-TAX-AMOUNT TO WS-TAX-AMOUNT.
005395     MOVE PH-STATE-TAX TO WS-STATE-TAX.
005400     MOVE PH-NET-PAY TO WS-NET-PAY.
005410     MOVE PH-DED-COUNT TO DW-DED-COUNT.
005420     PERFORM 4110-TAKE-ONE-DEDUCTION THRU 4110-EXIT
005580     EXIT.
005590*
005600******************************************************************
005610**  5000-WRITE-CHECK - TAKE THE PAID FIGURES FROM HISTORY, SPLIT
005620**                     THE NET, AND PRINT AND REGISTER A CHECK
005630**                     FOR THE PART NOT DEPOSITED
005640******************************************************************
005650 5000-WRITE-CHECK.
005660     PERFORM 4100-GET-HISTORY-PAY THRU 4100-EXIT.
005704         ADD 1 TO WS-ZERONET-COUNT
005706         GO TO 5000-EXIT
005708     END-IF.
005709     CALL "PAYSPLT" USING WS-NET-PAY, SPLIT-WORK-TABLE.
005710     MOVE SW-CHECK-AMOUNT TO WS-CHECK-AMOUNT.
005711     IF WS-CHECK-AMOUNT = ZERO
005712         ADD 1 TO WS-REDIRECT-COUNT
005713         GO TO 5000-EXIT
005714     END-IF.
005715     PERFORM 5100-PRINT-CHECK THRU 5100-EXIT.
005720     PERFORM 5200-WRITE-REGISTER THRU 5200-EXIT.
005730     ADD 1 TO WS-CHECK-COUNT.
005740     ADD WS-CHECK-AMOUNT TO WS-TOTAL-AMOUNT.
005750     ADD 1 TO WS-NEXT-CHECK-NO.
005760 5000-EXIT.
005770     EXIT.
005860     MOVE WS-CAL-CHECK-DATE TO DT-CHECK-DATE.
005870     WRITE CP-PRINT-LINE FROM WS-DATE-LINE AFTER ADVANCING 1.
005880     MOVE EMP-NAME OF EMP-REC TO PT-EMP-NAME.
005890     MOVE WS-CHECK-AMOUNT TO PT-AMOUNT.
005900     WRITE CP-PRINT-LINE FROM WS-PAY-TO-LINE AFTER ADVANCING 1.
005910     WRITE CP-PRINT-LINE FROM WS-RULE-LINE AFTER ADVANCING 1.
005920     MOVE EMP-ID OF EMP-REC TO SI-EMP-ID.
005970     MOVE "GROSS PAY" TO AL-LABEL.
005980     MOVE WS-GROSS-PAY TO AL-AMOUNT.
005990     WRITE CP-PRINT-LINE FROM WS-AMOUNT-LINE AFTER ADVANCING 1.
006000     MOVE "FEDERAL WITHHOLDING" TO AL-LABEL.
006010     MOVE WS-TAX-AMOUNT TO AL-AMOUNT.
006020     WRITE CP-PRINT-LINE FROM WS-AMOUNT-LINE AFTER ADVANCING 1.
006022     MOVE "STATE WITHHOLDING" TO AL-LABEL.
006024     MOVE WS-STATE-TAX TO AL-AMOUNT.
006026     WRITE CP-PRINT-LINE FROM WS-AMOUNT-LINE AFTER ADVANCING 1.
006030     PERFORM 5110-PRINT-DEDUCT-LINE THRU 5110-EXIT
006040         VARYING DW-IDX FROM 1 BY 1
006050         UNTIL DW-IDX > DW-DED-COUNT.
006060     MOVE "NET PAY" TO AL-LABEL.
006070     MOVE WS-NET-PAY TO AL-AMOUNT.
006080     WRITE CP-PRINT-LINE FROM WS-AMOUNT-LINE AFTER ADVANCING 1.
006081     IF SW-DEPOSIT-TOTAL = ZERO
006082         GO TO 5100-EXIT
006083     END-IF.
006084     MOVE "DIRECT DEPOSIT" TO AL-LABEL.
006085     MOVE SW-DEPOSIT-TOTAL TO AL-AMOUNT.
006086     WRITE CP-PRINT-LINE FROM WS-AMOUNT-LINE AFTER ADVANCING 1.
006087     MOVE "PAID BY THIS CHECK" TO AL-LABEL.
006088     MOVE WS-CHECK-AMOUNT TO AL-AMOUNT.
006089     WRITE CP-PRINT-LINE FROM WS-AMOUNT-LINE AFTER ADVANCING 1.
006090 5100-EXIT.
006100     EXIT.
006110*
006290     MOVE EMP-NAME OF EMP-REC TO CK-EMP-NAME.
006300     MOVE WS-CAL-CHECK-DATE TO CK-CHECK-DATE.
006310     MOVE 'I' TO CK-STATUS.
006320     MOVE WS-CHECK-AMOUNT TO CK-AMOUNT.
006330     MOVE ZERO TO CK-REPLACED-BY.
006340     WRITE CHECK-REG-REC.
006350 5200-EXIT.
006520     WRITE CP-PRINT-LINE FROM WS-CONTROL-LINE-4 AFTER ADVANCING 1.
006522     MOVE WS-ZERONET-COUNT TO CL-ZERONET-COUNT.
006524     WRITE CP-PRINT-LINE FROM WS-CONTROL-LINE-5 AFTER ADVANCING 1.
006526     MOVE WS-REDIRECT-COUNT TO CL-REDIRECT-COUNT.
006528     WRITE CP-PRINT-LINE FROM WS-CONTROL-LINE-6 AFTER ADVANCING 1.
006530     PERFORM 8100-WRITE-NEXT-CHECK-NO THRU 8100-EXIT.
006535     PERFORM 8500-RECORD-COMPLETION THRU 8500-EXIT.
006540     CLOSE EMP-MASTER-FILE.
006810******************************************************************
006820**  1500-CHECK-RUN-CONTROL - THE CYCLE MUST SHOW PAYBAL PASSED
006830**                           WITH CONDITION 00 ON THE
006840**                           RUN-CONTROL FILE, AND PAYVAR
006845**                           CLEAN OR SIGNED OFF
006850******************************************************************
006860 1500-CHECK-RUN-CONTROL.
006870     OPEN INPUT RUN-CONTROL-FILE.
007020         MOVE 16 TO RETURN-CODE
007030         STOP RUN
007040     END-IF.
007041     PERFORM 1520-CHECK-VARIANCE-REVIEW THRU 1520-EXIT.
007050 1500-EXIT.
007060     EXIT.
007070*
007080******************************************************************
007090**  1510-SCAN-ONE-CONTROL - TEST ONE RUN-CONTROL RECORD; THE
007100**                          LATEST PAYBAL RECORD FOR THE CYCLE
007110**                          CARRIES ITS CURRENT CONDITION; A
007113**                          VARSIGN COUNTS ONLY AFTER THE LATEST
007116**                          PAYVAR
007120******************************************************************
007130 1510-SCAN-ONE-CONTROL.
007140     READ RUN-CONTROL-FILE
007160             MOVE 'Y' TO WS-CTL-EOF-SW
007170             GO TO 1510-EXIT
007180     END-READ.
007181     IF CT-FREQUENCY = WS-RUN-FREQUENCY
007182         AND CT-PERIOD-NO = WS-RUN-PERIOD
007183         AND CT-STEP = "VARSIGN"
007184         MOVE 'Y' TO WS-VAR-SIGNED-SW
007185     END-IF.
007190     IF CT-FREQUENCY = WS-RUN-FREQUENCY
007200         AND CT-PERIOD-NO = WS-RUN-PERIOD
007210         AND CT-STEP = "PAYBAL"
007220         MOVE 'Y' TO WS-BAL-SEEN-SW
007230         MOVE CT-CONDITION TO WS-BAL-CONDITION
007240     END-IF.
007241     IF CT-FREQUENCY = WS-RUN-FREQUENCY
007242         AND CT-PERIOD-NO = WS-RUN-PERIOD
007243         AND CT-STEP = "PAYVAR"
007244         MOVE 'Y' TO WS-VAR-SEEN-SW
007245         MOVE CT-CONDITION TO WS-VAR-CONDITION
007246         MOVE 'N' TO WS-VAR-SIGNED-SW
007247     END-IF.
007250 1510-EXIT.
007260     EXIT.
007261*
007262******************************************************************
007263**  1520-CHECK-VARIANCE-REVIEW - REFUSE THE CYCLE UNTIL PAYVAR
007264**                               HAS RUN AND FOUND NOTHING OR
007265**                               BEEN SIGNED OFF BY A VARSIGN
007266******************************************************************
007267 1520-CHECK-VARIANCE-REVIEW.
007268     IF NOT PAYVAR-RECORDED
007269         DISPLAY "PAYCHK: PAYVAR HAS NOT REVIEWED CYCLE "
007270             WS-RUN-FREQUENCY " " WS-RUN-PERIOD
007271             " ON PAYCTL - RUN THE VARIANCE REVIEW FIRST"
007272         MOVE 16 TO RETURN-CODE
007273         STOP RUN
007274     END-IF.
007275     IF WS-VAR-CONDITION NOT = ZERO
007276         AND NOT VARIANCES-SIGNED-OFF
007277         DISPLAY "PAYCHK: PAYVAR LISTED VARIANCES FOR CYCLE "
007278             WS-RUN-FREQUENCY " " WS-RUN-PERIOD
007279             " - POST STEP VARSIGN THROUGH CTLPOST ONCE THE "
007280             "VARRPT REPORT IS REVIEWED"
007281         MOVE 16 TO RETURN-CODE
007282         STOP RUN
007283     END-IF.
007284 1520-EXIT.
007285     EXIT.
007286*
007287******************************************************************
007290**  8500-RECORD-COMPLETION - RECORD THIS STEP'S COMPLETION ON
007300**                           THE RUN-CONTROL FILE
007310******************************************************************
007480     CLOSE RUN-CONTROL-FILE.
007490 8500-EXIT.
007500     EXIT.
007510*
007520******************************************************************
007530**  4050-LOAD-ACCOUNTS - GATHER ALL OF THE EMPLOYEE'S BANKING
007540**                       RECORDS INTO THE SPLIT TABLE, LEAVING THE
007550**                       BANKING FILE ON THE NEXT EMPLOYEE
007560******************************************************************
007570 4050-LOAD-ACCOUNTS.
007580     MOVE ZERO TO SW-ACCT-COUNT.
007590     MOVE ZERO TO WS-HELD-ACCTS.
007600     PERFORM 4060-LOAD-ONE-ACCOUNT THRU 4060-EXIT
007610         UNTIL BANK-MASTER-EOF
007620         OR EMP-ID OF BANK-REC NOT = EMP-ID OF EMP-REC.
007630 4050-EXIT.
007640     EXIT.
007650*
007660******************************************************************
007670**  4060-LOAD-ONE-ACCOUNT - ADD ONE BANKING RECORD TO THE TABLE (A
007680**                          BLANK ACCOUNT-SEQ IS ACCOUNT 01); ANY
007690**                          PAST THE FIFTH ARE SKIPPED - PAYACH
007700**                          LISTS THEM
007710******************************************************************
007720 4060-LOAD-ONE-ACCOUNT.
007730     IF SW-ACCT-COUNT = 5
007740         PERFORM 2200-READ-BANK-REC THRU 2200-EXIT
007750         GO TO 4060-EXIT
007760     END-IF.
007770     ADD 1 TO SW-ACCT-COUNT.
007780     SET SW-IDX TO SW-ACCT-COUNT.
007790     IF ACCOUNT-SEQ OF BANK-REC IS NUMERIC
007800         MOVE ACCOUNT-SEQ OF BANK-REC TO SW-ACCOUNT-SEQ (SW-IDX)
007810     ELSE
007820         MOVE 1 TO SW-ACCOUNT-SEQ (SW-IDX)
007830     END-IF.
007840     MOVE ROUTING-NUMBER OF BANK-REC TO SW-ROUTING (SW-IDX).
007850     MOVE ACCOUNT-NUMBER OF BANK-REC TO SW-ACCOUNT (SW-IDX).
007860     MOVE ACCOUNT-TYPE OF BANK-REC TO SW-ACCT-TYPE (SW-IDX).
007870     MOVE PRENOTE-STATUS OF BANK-REC TO SW-STATUS (SW-IDX).
007880     MOVE ALLOC-TYPE OF BANK-REC TO SW-ALLOC-TYPE (SW-IDX).
007890     IF (ALLOC-IS-FLAT OR ALLOC-IS-PERCENT)
007900         AND ALLOC-AMOUNT OF BANK-REC IS NUMERIC
007910         MOVE ALLOC-AMOUNT OF BANK-REC TO SW-ALLOC-VALUE (SW-IDX)
007920     ELSE
007930         MOVE ZERO TO SW-ALLOC-VALUE (SW-IDX)
007940     END-IF.
007950     IF NOT ACCOUNT-ACTIVE
007960         ADD 1 TO WS-HELD-ACCTS
007970     END-IF.
007980     PERFORM 2200-READ-BANK-REC THRU 2200-EXIT.
007990 4060-EXIT.
008000     EXIT.
