000170*     RECORD WITH NO MATCHING EMPLOYEE, OR AN IN-CYCLE EMPLOYEE
000180*     WITH NO HISTORY RECORD FOR THE CYCLE, IS LOGGED AS AN
000190*     EXCEPTION AND NEITHER PRODUCES NOR CONSUMES A DEPOSIT
000200*     ENTRY.  THE FILE IS WRITTEN COMPLETE FOR THE BANK (SEE
000210*     COPY/ACHCTL.cpy): FILE AND BATCH HEADERS CARRYING OUR
000220*     COMPANY ID AND THE CYCLE'S CHECK DATE AS THE EFFECTIVE
000230*     ENTRY DATE, THE ENTRIES, BATCH AND FILE CONTROLS WITH THE
000232*     ENTRY COUNT, ENTRY HASH AND TOTAL CREDIT, AND PADDING TO A
000234*     FULL BLOCK.  ACHBAL PROVES THE FILE AGAINST ITS CONTROLS
000236*     AND THE PAY HISTORY BEFORE IT IS TRANSMITTED.
000237*     AN EMPLOYEE MAY SPLIT THE NET ACROSS UP TO FIVE BANKING
000238*     RECORDS.  THE SHARED PAYSPLT SUBPROGRAM (SEE SPLTBL.cpy)
000239*     WORKS OUT EACH ACCOUNT'S SHARE SO THE SPLIT ALWAYS ADDS
000240*     BACK TO THE PAYHIST NET, THE REMAINDER ACCOUNT ABSORBING
000241*     ROUNDING, AND ONE ENTRY IS WRITTEN PER ACCOUNT WITH
000242*     SOMETHING TO DEPOSIT, CARRYING THE ACCOUNT-SEQ IN ITS
000243*     DISCRETIONARY DATA.  ONLY A PRENOTE-PENDING OR RETURNED
000244*     ACCOUNT IS HELD: ITS SHARE GOES TO THE REMAINDER ACCOUNT
000245*     WHEN THAT ONE IS ACTIVE, OR IS LEFT FOR PAYCHK TO PAY BY
000246*     CHECK, AND EITHER WAY IT IS LISTED.
000247*
000250* MODIFICATION HISTORY.
000260*     08/09/2026  RJK  ORIGINAL PROGRAM.
000270*     08/09/2026  RJK  WITHHOLD FROM GRADUATED TAX BRACKET TABLE
000739*                      AMOUNT IS VALID ONLY ON A PRENOTE (SEE
000740*                      COPY/ACHDET.cpy).  AN HOURLY EMPLOYEE
000741*                      WITH NO CARD CAN NOW EARN A ZERO PERIOD.
000742*     10/15/2026  RJK  WRITE THE COMPLETE NACHA FILE - HEADERS,
000743*                      CONTROLS AND PADDING (COPY/ACHCTL.cpy) -
000744*                      AND PRINT ITS CONTROL TOTALS.
000745*     10/15/2026  RJK  ALSO REFUSE A CYCLE PAYVAR HAS NOT PASSED
000746*                      OR A VARSIGN STEP HAS NOT SIGNED OFF.
000747*     10/15/2026  RJK  SPLIT THE NET ACROSS THE EMPLOYEE'S
000748*                      ACCOUNTS THROUGH PAYSPLT (SEE SPLTBL.cpy).
000749*
000750 IDENTIFICATION DIVISION.
000760 PROGRAM-ID. PAYACH.
000770 AUTHOR. R. J. KOWALCZYK.
001610         88  END-OF-CALENDAR                  VALUE 'Y'.
001620     05  WS-CYCLE-SW              PIC X(1)   VALUE 'N'.
001630         88  EMP-IN-CYCLE                     VALUE 'Y'.
001631     05  WS-VAR-SEEN-SW           PIC X(1)   VALUE 'N'.
001632         88  PAYVAR-RECORDED                  VALUE 'Y'.
001633     05  WS-VAR-SIGNED-SW         PIC X(1)   VALUE 'N'.
001634         88  VARIANCES-SIGNED-OFF             VALUE 'Y'.
001640     05  WS-HIS-FOUND-SW          PIC X(1)   VALUE 'N'.
001650         88  HISTORY-WAS-FOUND                VALUE 'Y'.
001652     05  WS-CTL-EOF-SW            PIC X(1)   VALUE 'N'.
001656*
001657 77  WS-BAL-CONDITION             PIC 9(2)    VALUE 99.
001658 77  WS-CTL-DATE                  PIC 9(8)    VALUE ZERO.
001659 77  WS-VAR-CONDITION             PIC 9(2)    VALUE 99.
001660*
001670*-----------------------------------------------------------------
001680* RUN CYCLE PARAMETER AND CALENDAR DETAIL
001850* NET PAY FOR THE CURRENT EMPLOYEE, TAKEN FROM PAY HISTORY
001860*-----------------------------------------------------------------
001870 77  WS-NET-PAY                   PIC 9(7)V99 VALUE ZERO.
001871*
001872*-----------------------------------------------------------------
001873* THE CURRENT EMPLOYEE'S ACCOUNTS, SPLIT BY PAYSPLT
001874*-----------------------------------------------------------------
001875 COPY SPLTBL.
001876 77  WS-REM-SEQ                   PIC 9(2)    VALUE ZERO.
001880*
001890 01  WS-COUNTS.
001900     05  WS-DEPOSIT-COUNT         PIC 9(5)    VALUE ZERO.
001920     05  WS-REJECT-COUNT          PIC 9(5)    VALUE ZERO.
001930*
001940 77  WS-TRACE-NUMBER              PIC 9(15)   VALUE ZERO.
001941*
001942*-----------------------------------------------------------------
001943* ACH FILE CONTROL TOTALS - ENTRY COUNT, ENTRY HASH (SUM OF THE
001944* RECEIVING DFI IDS, LOW-ORDER TEN DIGITS) AND TOTAL CREDIT
001945*-----------------------------------------------------------------
001946 01  WS-ACH-TOTALS.
001947     05  WS-ACH-ENTRY-COUNT       PIC 9(6)    VALUE ZERO.
001948     05  WS-ACH-HASH-ACCUM        PIC 9(13)   VALUE ZERO.
001949     05  WS-ACH-ENTRY-HASH        PIC 9(10)   VALUE ZERO.
001950     05  WS-ACH-TOTAL-CREDIT      PIC 9(10)V99 VALUE ZERO.
001951     05  WS-ACH-RECORD-COUNT      PIC 9(8)    VALUE ZERO.
001952     05  WS-ACH-BLOCK-COUNT       PIC 9(6)    VALUE ZERO.
001953 77  WS-ACH-RUN-DATE              PIC 9(8)    VALUE ZERO.
001954 77  WS-ACH-RUN-TIME              PIC 9(8)    VALUE ZERO.
001955*
001960*-----------------------------------------------------------------
001970* ACH ENTRY DETAIL RECORD (NACHA TYPE 6 LAYOUT, 94 BYTES)
001980*-----------------------------------------------------------------
001990 COPY ACHDET.
001991*
001992*-----------------------------------------------------------------
001993* ACH FILE HEADER, BATCH HEADER AND CONTROL RECORDS
001994*-----------------------------------------------------------------
001995 COPY ACHCTL.
002000*
002010*-----------------------------------------------------------------
002020* EXCEPTION REPORT LINE LAYOUTS
002220*
002230 01  WS-EXCEPTION-LINE.
002240     05  EL-EMP-ID                PIC 9(5).
002243     05  FILLER                   PIC X(1)   VALUE SPACES.
002246     05  EL-ACCOUNT-SEQ           PIC X(2).
002250     05  FILLER                   PIC X(3)   VALUE SPACES.
002260     05  EL-REASON                PIC X(40).
002270     05  FILLER                   PIC X(26)  VALUE SPACES.
002280*
002290 01  WS-SUMMARY-LINE.
002300     05  FILLER                   PIC X(11)  VALUE "DEPOSITS  =".
002360     05  FILLER                   PIC X(11)  VALUE "EXCEPTIONS=".
002370     05  SL-REJECT-COUNT          PIC ZZZZ9.
002380     05  FILLER                   PIC X(18)  VALUE SPACES.
002381*
002382 01  WS-CONTROL-LINE.
002383     05  FILLER                   PIC X(11)  VALUE "ENTRIES   =".
002384     05  CL-ENTRY-COUNT           PIC ZZZZZ9.
002385     05  FILLER                   PIC X(3)   VALUE SPACES.
002386     05  FILLER                   PIC X(11)  VALUE "ENTRY HASH=".
002387     05  CL-ENTRY-HASH            PIC 9(10).
002388     05  FILLER                   PIC X(3)   VALUE SPACES.
002389     05  FILLER                   PIC X(11)  VALUE "CREDIT    =".
002390     05  CL-TOTAL-CREDIT          PIC Z(9)9.99.
002391     05  FILLER                   PIC X(12)  VALUE SPACES.
002392*
002400 PROCEDURE DIVISION.
002410*
002420******************************************************************
002880     END-IF.
002890     WRITE AR-PRINT-LINE FROM WS-HEADING-1.
002900     WRITE AR-PRINT-LINE FROM WS-CYCLE-LINE.
002905     PERFORM 4800-WRITE-ACH-HEADERS THRU 4800-EXIT.
002910     PERFORM 2100-READ-EMPLOYEE THRU 2100-EXIT.
002920     PERFORM 2200-READ-BANK-REC THRU 2200-EXIT.
002930     PERFORM 2300-READ-HISTORY THRU 2300-EXIT.
004540     END-IF.
004550     MOVE SPACES TO WS-EXCEPTION-LINE.
004560     MOVE EMP-ID OF BANK-REC TO EL-EMP-ID.
004565     MOVE ACCOUNT-SEQ OF BANK-REC TO EL-ACCOUNT-SEQ.
004570     MOVE "BANKING RECORD HAS NO EMPLOYEE" TO EL-REASON.
004580     WRITE AR-PRINT-LINE FROM WS-EXCEPTION-LINE.
004590     ADD 1 TO WS-REJECT-COUNT.
004620     EXIT.
004630*
004640******************************************************************
004650**  4000-WRITE-ACH-DETAIL - GATHER THE EMPLOYEE'S ACCOUNTS, TAKE
004660**                          THE PAID NET FROM HISTORY, SPLIT IT
004665**                          AND EMIT ONE ENTRY PER ACCOUNT
004670******************************************************************
004680 4000-WRITE-ACH-DETAIL.
004685     PERFORM 4050-LOAD-ACCOUNTS THRU 4050-EXIT.
004690     PERFORM 2050-CHECK-CYCLE THRU 2050-EXIT.
004700     IF NOT EMP-IN-CYCLE
004710         PERFORM 2100-READ-EMPLOYEE THRU 2100-EXIT
004730         GO TO 4000-EXIT
004740     END-IF.
004800     PERFORM 4400-WRITE-PRENOTE THRU 4400-EXIT
004810         VARYING SW-IDX FROM 1 BY 1
004820         UNTIL SW-IDX > SW-ACCT-COUNT.
004830     PERFORM 4100-GET-HISTORY-NET THRU 4100-EXIT.
004840     IF NOT HISTORY-WAS-FOUND
004850         MOVE SPACES TO WS-EXCEPTION-LINE
004880         WRITE AR-PRINT-LINE FROM WS-EXCEPTION-LINE
004890         ADD 1 TO WS-REJECT-COUNT
004900         PERFORM 2100-READ-EMPLOYEE THRU 2100-EXIT
004920         GO TO 4000-EXIT
004930     END-IF.
004931     IF WS-NET-PAY = ZERO
004935         WRITE AR-PRINT-LINE FROM WS-EXCEPTION-LINE
004936         ADD 1 TO WS-REJECT-COUNT
004937         PERFORM 2100-READ-EMPLOYEE THRU 2100-EXIT
004939         GO TO 4000-EXIT
004940     END-IF.
004950     CALL "PAYSPLT" USING WS-NET-PAY, SPLIT-WORK-TABLE.
004960     MOVE SW-ACCOUNT-SEQ (SW-REMAINDER-SUB) TO WS-REM-SEQ.
004970     PERFORM 4200-WRITE-DEPOSIT THRU 4200-EXIT
004980         VARYING SW-IDX FROM 1 BY 1
004990         UNTIL SW-IDX > SW-ACCT-COUNT.
005000     PERFORM 4500-LIST-HELD-SHARE THRU 4500-EXIT
005010         VARYING SW-IDX FROM 1 BY 1
005020         UNTIL SW-IDX > SW-ACCT-COUNT.
005100     PERFORM 2100-READ-EMPLOYEE THRU 2100-EXIT.
005120 4000-EXIT.
005130     EXIT.
005140*
005340*
005350******************************************************************
005360**  4400-WRITE-PRENOTE - ZERO-DOLLAR PRENOTE ENTRY FOR A NEW OR
005370**                       CHANGED ACCOUNT; ITS SHARE OF THE LIVE
005380**                       DEPOSIT IS HELD AND LISTED BY
005390**                       4500-LIST-HELD-SHARE
005410******************************************************************
005420 4400-WRITE-PRENOTE.
005422     IF SW-STATUS (SW-IDX) NOT = 'P'
005424         GO TO 4400-EXIT
005426     END-IF.
005430     IF SW-ACCT-TYPE (SW-IDX) = 'S'
005440         MOVE 33 TO AD-TRANSACTION-CODE
005450     ELSE
005460         MOVE 23 TO AD-TRANSACTION-CODE
005470     END-IF.
005480     MOVE SW-ROUTING (SW-IDX) (1:8) TO AD-RECEIVING-DFI-ID.
005500     MOVE SW-ROUTING (SW-IDX) (9:1) TO AD-CHECK-DIGIT.
005510     MOVE SW-ACCOUNT (SW-IDX) TO AD-DFI-ACCOUNT-NUMBER.
005520     MOVE ZERO TO AD-AMOUNT.
005530     MOVE EMP-ID OF EMP-REC TO AD-INDIVIDUAL-ID.
005540     MOVE EMP-NAME OF EMP-REC TO AD-INDIVIDUAL-NAME.
005545     MOVE SW-ACCOUNT-SEQ (SW-IDX) TO AD-DISCRETIONARY-DATA.
005550     ADD 1 TO WS-TRACE-NUMBER.
005560     MOVE WS-TRACE-NUMBER TO AD-TRACE-NUMBER.
005570     WRITE AF-ACH-RECORD FROM WS-ACH-DETAIL.
005575     PERFORM 4850-COUNT-ACH-ENTRY THRU 4850-EXIT.
005580     ADD 1 TO WS-PRENOTE-COUNT.
005660 4400-EXIT.
005670     EXIT.
005680*
005690******************************************************************
005700**  4500-LIST-HELD-SHARE - NO LIVE ENTRY FOR AN ACCOUNT THAT IS
005710**                         PRENOTE PENDING OR RETURNED; LIST IT
005720**                         WITH WHERE ITS SHARE WENT - TO THE
005725**                         REMAINDER ACCOUNT, OR BY CHECK (PAYCHK)
005730******************************************************************
005740 4500-LIST-HELD-SHARE.
005742     IF SW-ACCOUNT-ACTIVE (SW-IDX)
005744         GO TO 4500-EXIT
005746     END-IF.
005750     MOVE SPACES TO WS-EXCEPTION-LINE.
005760     MOVE EMP-ID OF EMP-REC TO EL-EMP-ID.
005761     MOVE SW-ACCOUNT-SEQ (SW-IDX) TO EL-ACCOUNT-SEQ.
005762     EVALUATE TRUE
005763         WHEN SW-STATUS (SW-IDX) = 'R'
005764             AND SW-CHECK-AMOUNT > ZERO
005765             MOVE "ACCOUNT RETURNED - SHARE BY CHECK" TO EL-REASON
005766         WHEN SW-STATUS (SW-IDX) = 'R'
005767             STRING "ACCOUNT RETURNED - SHARE TO ACCT " WS-REM-SEQ
005768                 DELIMITED BY SIZE INTO EL-REASON
005769         WHEN SW-CHECK-AMOUNT > ZERO
005770             MOVE "PRENOTE PENDING - SHARE BY CHECK" TO EL-REASON
005771         WHEN OTHER
005772             STRING "PRENOTE PENDING - SHARE TO ACCT " WS-REM-SEQ
005773                 DELIMITED BY SIZE INTO EL-REASON
005774     END-EVALUATE.
005780     WRITE AR-PRINT-LINE FROM WS-EXCEPTION-LINE.
005790     ADD 1 TO WS-REJECT-COUNT.
005820 4500-EXIT.
005830     EXIT.
005840*
005900     MOVE WS-PRENOTE-COUNT TO SL-PRENOTE-COUNT.
005910     MOVE WS-REJECT-COUNT TO SL-REJECT-COUNT.
005920     WRITE AR-PRINT-LINE FROM WS-SUMMARY-LINE.
005921     PERFORM 4900-WRITE-ACH-CONTROLS THRU 4900-EXIT.
005922     WRITE AR-PRINT-LINE FROM WS-CONTROL-LINE.
005925     PERFORM 8500-RECORD-COMPLETION THRU 8500-EXIT.
005930     CLOSE EMP-MASTER-FILE.
005940     CLOSE BANK-MASTER-FILE.
006010******************************************************************
006020**  1500-CHECK-RUN-CONTROL - THE CYCLE MUST SHOW PAYBAL PASSED
006030**                           WITH CONDITION 00 ON THE
006040**                           RUN-CONTROL FILE, AND PAYVAR
006045**                           CLEAN OR SIGNED OFF
006050******************************************************************
006060 1500-CHECK-RUN-CONTROL.
006070     OPEN INPUT RUN-CONTROL-FILE.
006220         MOVE 16 TO RETURN-CODE
006230         STOP RUN
006240     END-IF.
006241     PERFORM 1520-CHECK-VARIANCE-REVIEW THRU 1520-EXIT.
006250 1500-EXIT.
006260     EXIT.
006270*
006280******************************************************************
006290**  1510-SCAN-ONE-CONTROL - TEST ONE RUN-CONTROL RECORD; THE
006300**                          LATEST PAYBAL RECORD FOR THE CYCLE
006310**                          CARRIES ITS CURRENT CONDITION; A
006313**                          VARSIGN COUNTS ONLY AFTER THE LATEST
006316**                          PAYVAR
006320******************************************************************
006330 1510-SCAN-ONE-CONTROL.
006340     READ RUN-CONTROL-FILE
006360             MOVE 'Y' TO WS-CTL-EOF-SW
006370             GO TO 1510-EXIT
006380     END-READ.
006381     IF CT-FREQUENCY = WS-RUN-FREQUENCY
006382         AND CT-PERIOD-NO = WS-RUN-PERIOD
006383         AND CT-STEP = "VARSIGN"
006384         MOVE 'Y' TO WS-VAR-SIGNED-SW
006385     END-IF.
006390     IF CT-FREQUENCY = WS-RUN-FREQUENCY
006400         AND CT-PERIOD-NO = WS-RUN-PERIOD
006410         AND CT-STEP = "PAYBAL"
006420         MOVE 'Y' TO WS-BAL-SEEN-SW
006430         MOVE CT-CONDITION TO WS-BAL-CONDITION
006440     END-IF.
006441     IF CT-FREQUENCY = WS-RUN-FREQUENCY
006442         AND CT-PERIOD-NO = WS-RUN-PERIOD
006443         AND CT-STEP = "PAYVAR"
006444         MOVE 'Y' TO WS-VAR-SEEN-SW
006445         MOVE CT-CONDITION TO WS-VAR-CONDITION
006446         MOVE 'N' TO WS-VAR-SIGNED-SW
006447     END-IF.
006450 1510-EXIT.
006460     EXIT.
006461*
006462******************************************************************
006463**  1520-CHECK-VARIANCE-REVIEW - REFUSE THE CYCLE UNTIL PAYVAR
006464**                               HAS RUN AND FOUND NOTHING OR
006465**                               BEEN SIGNED OFF BY A VARSIGN
006466******************************************************************
006467 1520-CHECK-VARIANCE-REVIEW.
006468     IF NOT PAYVAR-RECORDED
006469         DISPLAY "PAYACH: PAYVAR HAS NOT REVIEWED CYCLE "
006470             WS-RUN-FREQUENCY " " WS-RUN-PERIOD
006471             " ON PAYCTL - RUN THE VARIANCE REVIEW FIRST"
006472         MOVE 16 TO RETURN-CODE
006473         STOP RUN
006474     END-IF.
006475     IF WS-VAR-CONDITION NOT = ZERO
006476         AND NOT VARIANCES-SIGNED-OFF
006477         DISPLAY "PAYACH: PAYVAR LISTED VARIANCES FOR CYCLE "
006478             WS-RUN-FREQUENCY " " WS-RUN-PERIOD
006479             " - POST STEP VARSIGN THROUGH CTLPOST ONCE THE "
006480             "VARRPT REPORT IS REVIEWED"
006481         MOVE 16 TO RETURN-CODE
006482         STOP RUN
006483     END-IF.
006484 1520-EXIT.
006485     EXIT.
006486*
006487******************************************************************
006490**  8500-RECORD-COMPLETION - RECORD THIS STEP'S COMPLETION ON
006500**                           THE RUN-CONTROL FILE
006510******************************************************************
006680     CLOSE RUN-CONTROL-FILE.
006690 8500-EXIT.
006700     EXIT.
006710*
006720******************************************************************
006730**  4800-WRITE-ACH-HEADERS - FILE HEADER AND BATCH HEADER; THE
006740**                           CYCLE'S CHECK DATE IS THE EFFECTIVE
006750**                           ENTRY DATE
006760******************************************************************
006770 4800-WRITE-ACH-HEADERS.
006780     ACCEPT WS-ACH-RUN-DATE FROM DATE YYYYMMDD.
006790     ACCEPT WS-ACH-RUN-TIME FROM TIME.
006800     MOVE AO-IMMEDIATE-DEST TO FH-IMMEDIATE-DEST.
006810     MOVE AO-IMMEDIATE-ORIGIN TO FH-IMMEDIATE-ORIGIN.
006820     MOVE WS-ACH-RUN-DATE (3:6) TO FH-CREATION-DATE.
006830     MOVE WS-ACH-RUN-TIME (1:4) TO FH-CREATION-TIME.
006840     MOVE AO-DEST-NAME TO FH-DEST-NAME.
006850     MOVE AO-ORIGIN-NAME TO FH-ORIGIN-NAME.
006860     WRITE AF-ACH-RECORD FROM WS-ACH-FILE-HEADER.
006870     MOVE AO-COMPANY-NAME TO BH-COMPANY-NAME.
006880     MOVE AO-COMPANY-ID TO BH-COMPANY-ID.
006890     MOVE "PPD" TO BH-ENTRY-CLASS.
006900     MOVE "PAYROLL" TO BH-ENTRY-DESCRIPTION.
006910     MOVE WS-CAL-CHECK-DATE (3:6) TO BH-DESCRIPTIVE-DATE.
006920     MOVE WS-CAL-CHECK-DATE (3:6) TO BH-EFFECTIVE-DATE.
006930     MOVE AO-ORIGIN-DFI TO BH-ORIGIN-DFI.
006940     MOVE 1 TO BH-BATCH-NUMBER.
006950     WRITE AF-ACH-RECORD FROM WS-ACH-BATCH-HEADER.
006960     MOVE 2 TO WS-ACH-RECORD-COUNT.
006970     COMPUTE WS-TRACE-NUMBER = AO-ORIGIN-DFI * 10000000.
006980 4800-EXIT.
006990     EXIT.
007000*
007010******************************************************************
007020**  4850-COUNT-ACH-ENTRY - ADD THE ENTRY JUST WRITTEN TO THE
007030**                         BATCH CONTROL TOTALS
007040******************************************************************
007050 4850-COUNT-ACH-ENTRY.
007060     ADD 1 TO WS-ACH-ENTRY-COUNT.
007070     ADD 1 TO WS-ACH-RECORD-COUNT.
007080     ADD AD-RECEIVING-DFI-ID TO WS-ACH-HASH-ACCUM.
007090     ADD AD-AMOUNT TO WS-ACH-TOTAL-CREDIT.
007100 4850-EXIT.
007110     EXIT.
007120*
007130******************************************************************
007140**  4900-WRITE-ACH-CONTROLS - BATCH CONTROL, FILE CONTROL AND
007150**                            PADDING TO A FULL BLOCK OF TEN;
007155**                            FILLS THE REPORT CONTROL LINE
007160******************************************************************
007170 4900-WRITE-ACH-CONTROLS.
007180     MOVE WS-ACH-HASH-ACCUM TO WS-ACH-ENTRY-HASH.
007190     MOVE WS-ACH-ENTRY-COUNT TO BC-ENTRY-COUNT.
007200     MOVE WS-ACH-ENTRY-HASH TO BC-ENTRY-HASH.
007210     MOVE ZERO TO BC-TOTAL-DEBIT.
007220     MOVE WS-ACH-TOTAL-CREDIT TO BC-TOTAL-CREDIT.
007230     MOVE AO-COMPANY-ID TO BC-COMPANY-ID.
007240     MOVE AO-ORIGIN-DFI TO BC-ORIGIN-DFI.
007250     MOVE 1 TO BC-BATCH-NUMBER.
007260     WRITE AF-ACH-RECORD FROM WS-ACH-BATCH-CONTROL.
007270     ADD 2 TO WS-ACH-RECORD-COUNT.
007280     COMPUTE WS-ACH-BLOCK-COUNT = (WS-ACH-RECORD-COUNT + 9) / 10.
007290     MOVE 1 TO FC-BATCH-COUNT.
007300     MOVE WS-ACH-BLOCK-COUNT TO FC-BLOCK-COUNT.
007310     MOVE WS-ACH-ENTRY-COUNT TO FC-ENTRY-COUNT.
007320     MOVE WS-ACH-ENTRY-HASH TO FC-ENTRY-HASH.
007330     MOVE ZERO TO FC-TOTAL-DEBIT.
007340     MOVE WS-ACH-TOTAL-CREDIT TO FC-TOTAL-CREDIT.
007350     WRITE AF-ACH-RECORD FROM WS-ACH-FILE-CONTROL.
007360     PERFORM 4910-WRITE-ACH-PADDING THRU 4910-EXIT
007370         UNTIL WS-ACH-RECORD-COUNT NOT < WS-ACH-BLOCK-COUNT * 10.
007372     MOVE WS-ACH-ENTRY-COUNT TO CL-ENTRY-COUNT.
007374     MOVE WS-ACH-ENTRY-HASH TO CL-ENTRY-HASH.
007376     MOVE WS-ACH-TOTAL-CREDIT TO CL-TOTAL-CREDIT.
007380 4900-EXIT.
007390     EXIT.
007400*
007410******************************************************************
007420**  4910-WRITE-ACH-PADDING - ONE ALL-NINES FILLER RECORD
007430******************************************************************
007440 4910-WRITE-ACH-PADDING.
007450     WRITE AF-ACH-RECORD FROM WS-ACH-PADDING.
007460     ADD 1 TO WS-ACH-RECORD-COUNT.
007470 4910-EXIT.
007480     EXIT.
007490*
007500******************************************************************
007510**  4050-LOAD-ACCOUNTS - GATHER ALL OF THE EMPLOYEE'S BANKING
007520**                       RECORDS INTO THE SPLIT TABLE, LEAVING THE
007530**                       BANKING FILE ON THE NEXT EMPLOYEE
007540******************************************************************
007550 4050-LOAD-ACCOUNTS.
007560     MOVE ZERO TO SW-ACCT-COUNT.
007570     PERFORM 4060-LOAD-ONE-ACCOUNT THRU 4060-EXIT
007580         UNTIL BANK-MASTER-EOF
007590         OR EMP-ID OF BANK-REC NOT = EMP-ID OF EMP-REC.
007600 4050-EXIT.
007610     EXIT.
007620*
007630******************************************************************
007640**  4060-LOAD-ONE-ACCOUNT - ADD ONE BANKING RECORD TO THE TABLE (A
007650**                          BLANK ACCOUNT-SEQ IS ACCOUNT 01); ANY
007660**                          PAST THE FIFTH ARE LISTED AND IGNORED
007670******************************************************************
007680 4060-LOAD-ONE-ACCOUNT.
007690     IF SW-ACCT-COUNT = 5
007700         MOVE SPACES TO WS-EXCEPTION-LINE
007710         MOVE EMP-ID OF BANK-REC TO EL-EMP-ID
007720         MOVE ACCOUNT-SEQ OF BANK-REC TO EL-ACCOUNT-SEQ
007730         MOVE "OVER FIVE ACCOUNTS - ACCOUNT IGNORED" TO EL-REASON
007740         WRITE AR-PRINT-LINE FROM WS-EXCEPTION-LINE
007750         ADD 1 TO WS-REJECT-COUNT
007760         PERFORM 2200-READ-BANK-REC THRU 2200-EXIT
007770         GO TO 4060-EXIT
007780     END-IF.
007790     ADD 1 TO SW-ACCT-COUNT.
007800     SET SW-IDX TO SW-ACCT-COUNT.
007810     IF ACCOUNT-SEQ OF BANK-REC IS NUMERIC
007820         MOVE ACCOUNT-SEQ OF BANK-REC TO SW-ACCOUNT-SEQ (SW-IDX)
007830     ELSE
007840         MOVE 1 TO SW-ACCOUNT-SEQ (SW-IDX)
007850     END-IF.
007860     MOVE ROUTING-NUMBER OF BANK-REC TO SW-ROUTING (SW-IDX).
007870     MOVE ACCOUNT-NUMBER OF BANK-REC TO SW-ACCOUNT (SW-IDX).
007880     MOVE ACCOUNT-TYPE OF BANK-REC TO SW-ACCT-TYPE (SW-IDX).
007890     MOVE PRENOTE-STATUS OF BANK-REC TO SW-STATUS (SW-IDX).
007900     MOVE ALLOC-TYPE OF BANK-REC TO SW-ALLOC-TYPE (SW-IDX).
007910     IF (ALLOC-IS-FLAT OR ALLOC-IS-PERCENT)
007920         AND ALLOC-AMOUNT OF BANK-REC IS NUMERIC
007930         MOVE ALLOC-AMOUNT OF BANK-REC TO SW-ALLOC-VALUE (SW-IDX)
007940     ELSE
007950         MOVE ZERO TO SW-ALLOC-VALUE (SW-IDX)
007960     END-IF.
007970     PERFORM 2200-READ-BANK-REC THRU 2200-EXIT.
007980 4060-EXIT.
007990     EXIT.
008000*
008010******************************************************************
008020**  4200-WRITE-DEPOSIT - ONE LIVE ENTRY FOR AN ACCOUNT WITH A
008030**                       DEPOSIT FROM THE SPLIT
008040******************************************************************
008050 4200-WRITE-DEPOSIT.
008060     IF SW-DEPOSIT (SW-IDX) = ZERO
008070         GO TO 4200-EXIT
008080     END-IF.
008090     IF SW-ACCT-TYPE (SW-IDX) = 'S'
008100         MOVE 32 TO AD-TRANSACTION-CODE
008110     ELSE
008120         MOVE 22 TO AD-TRANSACTION-CODE
008130     END-IF.
008140     MOVE SW-ROUTING (SW-IDX) (1:8) TO AD-RECEIVING-DFI-ID.
008150     MOVE SW-ROUTING (SW-IDX) (9:1) TO AD-CHECK-DIGIT.
008160     MOVE SW-ACCOUNT (SW-IDX) TO AD-DFI-ACCOUNT-NUMBER.
008170     MOVE SW-DEPOSIT (SW-IDX) TO AD-AMOUNT.
008180     MOVE EMP-ID OF EMP-REC TO AD-INDIVIDUAL-ID.
008190     MOVE EMP-NAME OF EMP-REC TO AD-INDIVIDUAL-NAME.
008200     MOVE SW-ACCOUNT-SEQ (SW-IDX) TO AD-DISCRETIONARY-DATA.
008210     ADD 1 TO WS-TRACE-NUMBER.
008220     MOVE WS-TRACE-NUMBER TO AD-TRACE-NUMBER.
008230     WRITE AF-ACH-RECORD FROM WS-ACH-DETAIL.
008240     PERFORM 4850-COUNT-ACH-ENTRY THRU 4850-EXIT.
008250     ADD 1 TO WS-DEPOSIT-COUNT.
008260 4200-EXIT.
008270     EXIT.
