000952*                      ITS CHECKPOINT, OR CLEAR THE CYCLE'S
000953*                      HISTORY FIRST - SO A STALE, ABORTED RUN'S
000954*                      RECORDS CANNOT FEED THE PAY-OUT STEPS.
000955*     10/15/2026  RJK  WITHHOLD STATE/LOCAL TAX FOR THE EMPLOYEE'S
000956*                      WORK-STATE THROUGH A SECOND PAYWH CALL (SEE
000957*                      COPY/TAXTAB.cpy AND COPY/STBRKT.cpy); IT
000958*                      HAS ITS OWN REGISTER COLUMN AND GOES TO
000959*                      PAYHIST AND YTD-STATE-TAX.  A DUE EMPLOYEE
000960*                      WITH NO BRACKET SET LOADED STOPS THE RUN.
000961*     10/15/2026  RJK  POST PAID LEAVE TO LVEMAST/NEWLVE (SEE
000962*                      COPY/LVEREC.cpy): HOURS TAKEN ARE CUT BACK
000963*                      TO THE BALANCE AND LISTED, ACCRUAL ADDED,
000964*                      HOURLY LEAVE PAID AS REGULAR HOURS, FIGURES
000965*                      TO PAYHIST; UNKNOWN EMP-IDS DROPPED.
000966*     10/15/2026  RJK  STOP THE RUN ON A STATE BRACKET OVERFLOW.
000967*
000968 IDENTIFICATION DIVISION.
000970 PROGRAM-ID. PAYCALC.
000980 AUTHOR. R. J. KOWALCZYK.
001526     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "PAYCTL"
001527         ORGANIZATION IS LINE SEQUENTIAL
001528         FILE STATUS IS WS-CTL-FILE-STATUS.
001529
001530     SELECT LEAVE-FILE ASSIGN TO "LVEMAST"
001531         ORGANIZATION IS LINE SEQUENTIAL
001532         FILE STATUS IS WS-LVE-FILE-STATUS.
001533
001534     SELECT NEW-LEAVE-FILE ASSIGN TO "NEWLVE"
001535         ORGANIZATION IS LINE SEQUENTIAL
001536         FILE STATUS IS WS-NLV-FILE-STATUS.
001537*
001540 DATA DIVISION.
001550 FILE SECTION.
001560 FD  EMP-MASTER-FILE
002007     RECORDING MODE IS F.
002008 COPY CTLREC.
002010*
002011 FD  LEAVE-FILE
002012     RECORDING MODE IS F.
002013 COPY LVEREC.
002014*
002015 FD  NEW-LEAVE-FILE
002016     RECORDING MODE IS F.
002017 COPY LVEREC REPLACING LEAVE-REC BY NEW-LEAVE-REC.
002018*
002020 WORKING-STORAGE SECTION.
002030*
002040*-----------------------------------------------------------------
002160 01  WS-CAL-FILE-STATUS          PIC X(2).
002165 01  WS-HIS-FILE-STATUS          PIC X(2).
002166 01  WS-CTL-FILE-STATUS          PIC X(2).
002167 01  WS-LVE-FILE-STATUS          PIC X(2).
002168 01  WS-NLV-FILE-STATUS          PIC X(2).
002170*
002180 01  WS-SWITCHES.
002190     05  WS-EOF-SW                PIC X(1)   VALUE 'N'.
002339         88  END-OF-HISTORY                  VALUE 'Y'.
002340     05  WS-HIS-FOUND-SW          PIC X(1)   VALUE 'N'.
002341         88  HISTORY-CYCLE-EXISTS            VALUE 'Y'.
002342     05  WS-STATE-MISSING-SW      PIC X(1)   VALUE 'N'.
002343         88  STATE-TABLE-MISSING             VALUE 'Y'.
002344     05  WS-LVE-EOF-SW            PIC X(1)   VALUE 'N'.
002345         88  END-OF-LEAVE                    VALUE 'Y'.
002346     05  WS-VAC-SEEN-SW           PIC X(1)   VALUE 'N'.
002347         88  VACATION-RECORD-SEEN            VALUE 'Y'.
002348     05  WS-SICK-SEEN-SW          PIC X(1)   VALUE 'N'.
002349         88  SICK-RECORD-SEEN                VALUE 'Y'.
002350*-----------------------------------------------------------------
002360* CHECKPOINT / RESTART CONTROL
002370*-----------------------------------------------------------------
002610* TAX BRACKET TABLE - LOADED ONCE AT START-UP FROM TAX-TABLE-FILE
002620*-----------------------------------------------------------------
002630 COPY TAXBRKT.
002631*
002632*-----------------------------------------------------------------
002633* STATE/LOCAL BRACKET SETS - LOADED WITH THE FEDERAL TABLE
002634*-----------------------------------------------------------------
002635 COPY STBRKT.
002636*
002637 77  WS-STATE-KEY                PIC X(2)    VALUE SPACES.
002638 77  WS-STATE-MATCH              PIC 9(2)    VALUE ZERO.
002639 77  WS-STATE-BRACKET            PIC 9(2)    VALUE ZERO.
002640*
002650*-----------------------------------------------------------------
002660* PAYROLL COMPUTED VALUES AND ACCUMULATORS
002710     05  WS-NET-PAY               PIC 9(7)V99.
002720     05  WS-PERIOD-OT-HOURS       PIC 9(3)V9(2).
002725     05  WS-PERIOD-REG-HOURS      PIC 9(3)V9(2).
002726     05  WS-STATE-TAX             PIC 9(7)V99.
002727     05  WS-STATE-GROSS           PIC 9(7)V99.
002728     05  WS-STATE-NET             PIC 9(7)V99.
002729     05  WS-PERIOD-VAC-HOURS      PIC 9(3)V9(2).
002730     05  WS-PERIOD-SICK-HOURS     PIC 9(3)V9(2).
002731*
002732 01  WS-LEAVE-VALUES.
002733     05  WS-VAC-TAKEN             PIC 9(3)V9(2).
002734     05  WS-VAC-ACCRUED           PIC 9(3)V9(2).
002735     05  WS-VAC-BALANCE           PIC 9(4)V9(2).
002736     05  WS-SICK-TAKEN            PIC 9(3)V9(2).
002737     05  WS-SICK-ACCRUED          PIC 9(3)V9(2).
002738     05  WS-SICK-BALANCE          PIC 9(4)V9(2).
002739*
002740 COPY PAYDTL.
002745*
002746 COPY PAYDTL REPLACING PAY-DETAIL BY STATE-PAY-DETAIL
002747     PD-HOURLY-RATE BY SD-HOURLY-RATE
002748     PD-OT-PAY BY SD-OT-PAY
002749     PD-BRACKET-TAX BY SD-BRACKET-TAX.
002750*
002760 COPY DEDTBL.
002770*
002780 77  WS-DED-BALANCE              PIC S9(7)V99 VALUE ZERO.
002781 77  WS-LEAVE-FILED              PIC 9(3)V9(2) VALUE ZERO.
002782 77  WS-LEAVE-USED               PIC 9(3)V9(2) VALUE ZERO.
002790*
002800 01  WS-TOTALS.
002810     05  WS-EMP-COUNT             PIC 9(5)    VALUE ZERO.
002820     05  WS-TOTAL-GROSS           PIC 9(9)V99 VALUE ZERO.
002830     05  WS-TOTAL-TAX             PIC 9(9)V99 VALUE ZERO.
002840     05  WS-TOTAL-NET             PIC 9(9)V99 VALUE ZERO.
002845     05  WS-TOTAL-STATE-TAX       PIC 9(9)V99 VALUE ZERO.
002850     05  WS-DED-TAKEN-COUNT       PIC 9(5)    VALUE ZERO.
002860     05  WS-TOTAL-DEDUCTED        PIC 9(9)V99 VALUE ZERO.
002870*
003140     05  FILLER                   PIC X(4)   VALUE SPACES.
003150     05  FILLER                   PIC X(12)  VALUE "GROSS PAY".
003160     05  FILLER                   PIC X(4)   VALUE SPACES.
003170     05  FILLER                   PIC X(10)  VALUE "FED TAX".
003180     05  FILLER                   PIC X(4)   VALUE SPACES.
003190     05  FILLER                   PIC X(10)  VALUE "NET PAY".
003192     05  FILLER                   PIC X(4)   VALUE SPACES.
003194     05  FILLER                   PIC X(10)  VALUE "STATE TAX".
003196     05  FILLER                   PIC X(2)   VALUE SPACES.
003198     05  FILLER                   PIC X(2)   VALUE "ST".
003200     05  FILLER                   PIC X(40)  VALUE SPACES.
003210*
003220 01  WS-DETAIL-LINE.
003230     05  DL-EMP-ID                PIC 9(5).
003290     05  DL-TAX-AMOUNT            PIC Z(6)9.99.
003300     05  FILLER                   PIC X(4)   VALUE SPACES.
003310     05  DL-NET-PAY               PIC Z(6)9.99.
003312     05  FILLER                   PIC X(4)   VALUE SPACES.
003314     05  DL-STATE-TAX             PIC Z(6)9.99.
003316     05  FILLER                   PIC X(2)   VALUE SPACES.
003318     05  DL-WORK-STATE            PIC X(2).
003320     05  FILLER                   PIC X(27)  VALUE SPACES.
003330*
003340 01  WS-TOTAL-LINE.
003350     05  TL-TOTAL-LABEL           PIC X(13)  VALUE "GRAND TOTAL".
003430     05  TL-TOTAL-TAX             PIC Z(8)9.99.
003440     05  FILLER                   PIC X(4)   VALUE SPACES.
003450     05  TL-TOTAL-NET             PIC Z(8)9.99.
003452     05  FILLER                   PIC X(4)   VALUE SPACES.
003454     05  TL-TOTAL-STATE-TAX       PIC Z(8)9.99.
003460     05  FILLER                   PIC X(17)  VALUE SPACES.
003470*
003480 01  WS-TIMECARD-EXCP-LINE.
003490     05  FILLER                   PIC X(4)   VALUE "*** ".
004300         MOVE WS-PARM-RESTART-X TO WS-RESTART-EMP-ID
004310     END-IF.
004320     PERFORM 1300-FIND-CALENDAR THRU 1300-EXIT.
004321     PERFORM 1100-LOAD-TAX-TABLE THRU 1100-EXIT.
004322     PERFORM 1700-CHECK-WORK-STATES THRU 1700-EXIT.
004325     PERFORM 1500-CHECK-RUN-CONTROL THRU 1500-EXIT.
004326     IF NOT WS-IS-RESTART-RUN
004327         PERFORM 1600-CHECK-HISTORY THRU 1600-EXIT
004380         MOVE 16 TO RETURN-CODE
004390         STOP RUN
004400     END-IF.
004401     OPEN INPUT LEAVE-FILE.
004402     IF WS-LVE-FILE-STATUS NOT = "00"
004403         DISPLAY "PAYCALC: LEAVE-FILE OPEN FAILED, "
004404             "FILE STATUS " WS-LVE-FILE-STATUS
004405         MOVE 16 TO RETURN-CODE
004406         STOP RUN
004407     END-IF.
004410     OPEN INPUT DEDUCTION-FILE.
004420     IF WS-DED-FILE-STATUS NOT = "00"
004430         DISPLAY "PAYCALC: DEDUCTION-FILE OPEN FAILED, "
004540         OPEN EXTEND CHECKPOINT-FILE
004550         OPEN EXTEND NEW-DED-FILE
004560         OPEN EXTEND DED-REGISTER
004565         OPEN EXTEND NEW-LEAVE-FILE
004570         PERFORM 1150-CHECK-RESTART-OPENS THRU 1150-EXIT
004580     ELSE
004590         OPEN OUTPUT PAYROLL-REGISTER
004610         OPEN OUTPUT CHECKPOINT-FILE
004620         OPEN OUTPUT NEW-DED-FILE
004630         OPEN OUTPUT DED-REGISTER
004635         OPEN OUTPUT NEW-LEAVE-FILE
004640     END-IF.
004641     IF NOT WS-IS-RESTART-RUN
004642         AND WS-NEW-FILE-STATUS NOT = "00"
004700         WRITE DD-PRINT-LINE FROM WS-CYCLE-LINE
004710         WRITE DD-PRINT-LINE FROM WS-DED-HEADING-2
004720     END-IF.
004740     PERFORM 2100-READ-EMPLOYEE THRU 2100-EXIT.
004750     PERFORM 2600-READ-TIMECARD THRU 2600-EXIT.
004760     PERFORM 2810-READ-DEDUCTION THRU 2810-EXIT.
004765     PERFORM 3010-READ-LEAVE THRU 3010-EXIT.
004770     IF WS-IS-RESTART-RUN
004780         PERFORM 1200-SKIP-TO-RESTART THRU 1200-EXIT
004790     END-IF.
005140         MOVE 16 TO RETURN-CODE
005150         STOP RUN
005160     END-IF.
005161     IF WS-NLV-FILE-STATUS NOT = "00"
005162         DISPLAY "PAYCALC: NEW-LEAVE-FILE OPEN EXTEND FAILED, "
005163             "FILE STATUS " WS-NLV-FILE-STATUS
005164         MOVE 16 TO RETURN-CODE
005165         STOP RUN
005166     END-IF.
005170 1150-EXIT.
005180     EXIT.
005190*
005300     PERFORM 2810-READ-DEDUCTION THRU 2810-EXIT
005310         UNTIL END-OF-DEDUCTIONS
005320         OR DED-EMP-ID OF DEDUCT-REC > WS-RESTART-EMP-ID.
005322     PERFORM 3010-READ-LEAVE THRU 3010-EXIT
005324         UNTIL END-OF-LEAVE
005326         OR LV-EMP-ID OF LEAVE-REC > WS-RESTART-EMP-ID.
005330 1200-EXIT.
005340     EXIT.
005350*
006600             MOVE 'Y' TO WS-TAX-EOF-SW
006610             GO TO 1110-EXIT
006620     END-READ.
006622     IF TB-JURISDICTION NOT = SPACES
006624         PERFORM 1120-TABLE-STATE-BRACKET THRU 1120-EXIT
006626         GO TO 1110-EXIT
006628     END-IF.
006630     IF TX-BRACKET-COUNT = 10
006640         GO TO 1110-EXIT
006650     END-IF.
006820     ELSE
006830         PERFORM 2760-FLAG-OFFCYCLE-CARDS THRU 2760-EXIT
006840         PERFORM 2840-HOLD-CYCLE-DEDUCTIONS THRU 2840-EXIT
006845         PERFORM 3040-HOLD-CYCLE-LEAVE THRU 3040-EXIT
006850     END-IF.
006860     PERFORM 2400-UPDATE-MASTER THRU 2400-EXIT.
006870     PERFORM 2500-CHECKPOINT-CHECK THRU 2500-EXIT.
007230 2200-CALCULATE-PAY.
007240     PERFORM 2700-MATCH-TIMECARD THRU 2700-EXIT.
007245     PERFORM 2705-EDIT-PAY-TYPE-HOURS THRU 2705-EXIT.
007247     PERFORM 3000-POST-LEAVE THRU 3000-EXIT.
007250     CALL "PAYWH" USING BASIC-SALARY OF EMP-REC,
007255         PAY-TYPE OF EMP-REC, WS-PERIOD-REG-HOURS,
007260         WS-PERIOD-OT-HOURS, WS-CAL-STD-HOURS,
007270         TAX-BRACKET-TABLE,
007280         WS-GROSS-PAY, WS-TAX-AMOUNT, WS-NET-PAY, PAY-DETAIL.
007285     PERFORM 2250-CALCULATE-STATE-TAX THRU 2250-EXIT.
007290     PERFORM 2800-LOAD-DED-TABLE THRU 2800-EXIT.
007300     CALL "PAYDED" USING WS-GROSS-PAY, WS-NET-PAY,
007310         DED-WORK-TABLE.
007340     ADD WS-GROSS-PAY TO WS-TOTAL-GROSS.
007350     ADD WS-TAX-AMOUNT TO WS-TOTAL-TAX.
007360     ADD WS-NET-PAY TO WS-TOTAL-NET.
007365     ADD WS-STATE-TAX TO WS-TOTAL-STATE-TAX.
007370     ADD WS-GROSS-PAY TO YTD-GROSS OF EMP-REC.
007380     ADD WS-TAX-AMOUNT TO YTD-TAX OF EMP-REC.
007385     ADD WS-STATE-TAX TO YTD-STATE-TAX OF EMP-REC.
007390 2200-EXIT.
007400     EXIT.
007410*
007490     MOVE WS-GROSS-PAY TO DL-GROSS-PAY.
007500     MOVE WS-TAX-AMOUNT TO DL-TAX-AMOUNT.
007510     MOVE WS-NET-PAY TO DL-NET-PAY.
007512     MOVE WS-STATE-TAX TO DL-STATE-TAX.
007514     MOVE WORK-STATE OF EMP-REC TO DL-WORK-STATE.
007520     WRITE PR-PRINT-LINE FROM WS-DETAIL-LINE.
007530 2300-EXIT.
007540     EXIT.
008070 2700-MATCH-TIMECARD.
008075     MOVE ZERO TO WS-PERIOD-OT-HOURS.
008080     MOVE ZERO TO WS-PERIOD-REG-HOURS.
008081     MOVE ZERO TO WS-PERIOD-VAC-HOURS.
008082     MOVE ZERO TO WS-PERIOD-SICK-HOURS.
008085     MOVE 'N' TO WS-CARD-SW.
008090     PERFORM 2710-FLAG-UNKNOWN-CARD THRU 2710-EXIT
008100         UNTIL END-OF-TIMECARDS
008144         IF TC-REG-HOURS IS NUMERIC
008145             MOVE TC-REG-HOURS TO WS-PERIOD-REG-HOURS
008146         END-IF
008147         PERFORM 2750-TAKE-LEAVE-HOURS THRU 2750-EXIT
008150         PERFORM 2600-READ-TIMECARD THRU 2600-EXIT
008160         PERFORM 2720-FLAG-DUPLICATE-CARD THRU 2720-EXIT
008170             UNTIL END-OF-TIMECARDS
010285     MOVE PD-HOURLY-RATE TO PH-HOURLY-RATE.
010286     MOVE PD-OT-PAY TO PH-OT-PAY.
010287     MOVE WS-TAX-AMOUNT TO PH-TAX-AMOUNT.
010288     PERFORM 2955-CARRY-NET-STATE-LEAVE THRU 2955-EXIT.
010289     PERFORM 2960-TABLE-ONE-BRACKET THRU 2960-EXIT
010290         VARYING TX-BRACKET-IDX FROM 1 BY 1
010291         UNTIL TX-BRACKET-IDX > 10.
010330         UNTIL END-OF-TIMECARDS.
010340     PERFORM 2820-FLAG-UNKNOWN-DED THRU 2820-EXIT
010350         UNTIL END-OF-DEDUCTIONS.
010353     PERFORM 3050-DROP-UNKNOWN-LEAVE THRU 3050-EXIT
010356         UNTIL END-OF-LEAVE.
010360     MOVE WS-DED-TAKEN-COUNT TO DS-TAKEN-COUNT.
010370     MOVE WS-TOTAL-DEDUCTED TO DS-TOTAL-DEDUCTED.
010380     WRITE DD-PRINT-LINE FROM WS-DED-SUMMARY-LINE.
010460     MOVE WS-TOTAL-GROSS TO TL-TOTAL-GROSS.
010470     MOVE WS-TOTAL-TAX TO TL-TOTAL-TAX.
010480     MOVE WS-TOTAL-NET TO TL-TOTAL-NET.
010485     MOVE WS-TOTAL-STATE-TAX TO TL-TOTAL-STATE-TAX.
010490     WRITE PR-PRINT-LINE FROM WS-TOTAL-LINE.
010495     PERFORM 8500-RECORD-COMPLETION THRU 8500-EXIT.
010500     CLOSE EMP-MASTER-FILE.
010530     CLOSE NEW-DED-FILE.
010540     CLOSE DED-REGISTER.
010545     CLOSE PAY-HISTORY-FILE.
010546     CLOSE LEAVE-FILE.
010547     CLOSE NEW-LEAVE-FILE.
010550     CLOSE PAYROLL-REGISTER.
010560     CLOSE PAY-MASTER-FILE.
010570     CLOSE CHECKPOINT-FILE.
011740     END-IF.
011750 1610-EXIT.
011760     EXIT.
011770*
011780******************************************************************
011790**  1120-TABLE-STATE-BRACKET - ADD ONE STATE/LOCAL BRACKET TO
011800**                             ITS JURISDICTION'S SET, OPENING A
011810**                             NEW SET THE FIRST TIME A CODE IS
011820**                             SEEN
011830******************************************************************
011840 1120-TABLE-STATE-BRACKET.
011850     MOVE TB-JURISDICTION TO WS-STATE-KEY.
011860     PERFORM 1130-FIND-STATE THRU 1130-EXIT.
011870     IF WS-STATE-MATCH = ZERO
011880         IF SX-STATE-COUNT = 20
011890             DISPLAY "PAYCALC: STATE TAX TABLE FULL - "
011900                 TB-JURISDICTION " DROPPED"
011910             GO TO 1120-EXIT
011920         END-IF
011930         ADD 1 TO SX-STATE-COUNT
011940         MOVE SX-STATE-COUNT TO WS-STATE-MATCH
011950         SET SX-STATE-IDX TO WS-STATE-MATCH
011960         MOVE TB-JURISDICTION TO SX-STATE-CODE (SX-STATE-IDX)
011970         MOVE ZERO TO SX-BRACKET-COUNT (SX-STATE-IDX)
011980     END-IF.
011990     SET SX-STATE-IDX TO WS-STATE-MATCH.
012000     IF SX-BRACKET-COUNT (SX-STATE-IDX) = 10
012010         DISPLAY "PAYCALC: STATE TAX BRACKETS FULL FOR "
012011             TB-JURISDICTION
012012         MOVE 16 TO RETURN-CODE
012013         STOP RUN
012020     END-IF.
012030     ADD 1 TO SX-BRACKET-COUNT (SX-STATE-IDX).
012040     MOVE SX-BRACKET-COUNT (SX-STATE-IDX) TO WS-STATE-BRACKET.
012050     MOVE TB-BRACKET-LOW TO
012060         SX-BRACKET-LOW (SX-STATE-IDX, WS-STATE-BRACKET).
012070     MOVE TB-BRACKET-HIGH TO
012080         SX-BRACKET-HIGH (SX-STATE-IDX, WS-STATE-BRACKET).
012090     MOVE TB-BRACKET-RATE TO
012100         SX-BRACKET-RATE (SX-STATE-IDX, WS-STATE-BRACKET).
012110 1120-EXIT.
012120     EXIT.
012130*
012140******************************************************************
012150**  1130-FIND-STATE - LOCATE WS-STATE-KEY IN STATE-TAX-TABLE;
012160**                    WS-STATE-MATCH IS ZERO WHEN IT IS NOT THERE
012170******************************************************************
012180 1130-FIND-STATE.
012190     MOVE ZERO TO WS-STATE-MATCH.
012200     PERFORM 1140-TEST-ONE-STATE THRU 1140-EXIT
012210         VARYING SX-STATE-IDX FROM 1 BY 1
012220         UNTIL SX-STATE-IDX > SX-STATE-COUNT.
012230 1130-EXIT.
012240     EXIT.
012250*
012260******************************************************************
012270**  1140-TEST-ONE-STATE - TEST ONE STATE-TAX-TABLE ENTRY
012280******************************************************************
012290 1140-TEST-ONE-STATE.
012300     IF WS-STATE-MATCH = ZERO
012310         AND SX-STATE-CODE (SX-STATE-IDX) = WS-STATE-KEY
012320         SET WS-STATE-MATCH TO SX-STATE-IDX
012330     END-IF.
012340 1140-EXIT.
012350     EXIT.
012360*
012370******************************************************************
012380**  1700-CHECK-WORK-STATES - EVERY EMPLOYEE DUE IN THE CYCLE MUST
012390**                           HAVE A STATE/LOCAL BRACKET SET
012400**                           LOADED FOR THE WORK-STATE.  EACH
012410**                           ONE WITHOUT IS LISTED AND THE RUN
012420**                           IS REFUSED BEFORE ANY OUTPUT IS
012430**                           OPENED, RATHER THAN PAY ANYONE WITH
012440**                           NO STATE TAX
012450******************************************************************
012460 1700-CHECK-WORK-STATES.
012470     OPEN INPUT EMP-MASTER-FILE.
012480     IF WS-EMP-FILE-STATUS NOT = "00"
012490         DISPLAY "PAYCALC: EMP-MASTER-FILE OPEN FAILED, "
012500             "FILE STATUS " WS-EMP-FILE-STATUS
012510         DISPLAY "PAYCALC: HAS EMPCONV LOADED THE INDEXED "
012520             "MASTER?"
012530         MOVE 16 TO RETURN-CODE
012540         STOP RUN
012550     END-IF.
012560     PERFORM 2100-READ-EMPLOYEE THRU 2100-EXIT.
012570     PERFORM 1710-CHECK-ONE-STATE THRU 1710-EXIT
012580         UNTIL END-OF-EMP-FILE.
012590     CLOSE EMP-MASTER-FILE.
012600     MOVE 'N' TO WS-EOF-SW.
012610     IF STATE-TABLE-MISSING
012620         DISPLAY "PAYCALC: LOAD THE MISSING STATE BRACKET SETS "
012630             "ON TAXTABLE BEFORE RUNNING THE CYCLE"
012640         MOVE 16 TO RETURN-CODE
012650         STOP RUN
012660     END-IF.
012670 1700-EXIT.
012680     EXIT.
012690*
012700******************************************************************
012710**  1710-CHECK-ONE-STATE - TEST ONE MASTER RECORD'S WORK-STATE
012720******************************************************************
012730 1710-CHECK-ONE-STATE.
012740     PERFORM 2050-CHECK-CYCLE THRU 2050-EXIT.
012750     IF EMP-IN-CYCLE
012760         MOVE WORK-STATE OF EMP-REC TO WS-STATE-KEY
012770         PERFORM 1130-FIND-STATE THRU 1130-EXIT
012780         IF WS-STATE-MATCH = ZERO
012790             DISPLAY "PAYCALC: EMP-ID " EMP-ID OF EMP-REC
012800                 " WORK-STATE '" WORK-STATE OF EMP-REC
012810                 "' HAS NO TAX TABLE LOADED"
012820             MOVE 'Y' TO WS-STATE-MISSING-SW
012830         END-IF
012840     END-IF.
012850     PERFORM 2100-READ-EMPLOYEE THRU 2100-EXIT.
012860 1710-EXIT.
012870     EXIT.
012880*
012890******************************************************************
012900**  2250-CALCULATE-STATE-TAX - WALK THE WORK-STATE'S BRACKET SET
012910**                             THROUGH PAYWH ON THE SAME GROSS
012920**                             AND TAKE THE STATE TAX FROM NET.
012930**                             1700-CHECK-WORK-STATES HAS ALREADY
012940**                             PROVED EVERY IN-CYCLE WORK-STATE
012950**                             HAS A SET
012960******************************************************************
012970 2250-CALCULATE-STATE-TAX.
012980     MOVE WORK-STATE OF EMP-REC TO WS-STATE-KEY.
012990     PERFORM 1130-FIND-STATE THRU 1130-EXIT.
013000     SET SX-STATE-IDX TO WS-STATE-MATCH.
013010     CALL "PAYWH" USING BASIC-SALARY OF EMP-REC,
013020         PAY-TYPE OF EMP-REC, WS-PERIOD-REG-HOURS,
013030         WS-PERIOD-OT-HOURS, WS-CAL-STD-HOURS,
013040         SX-BRACKET-SET (SX-STATE-IDX),
013050         WS-STATE-GROSS, WS-STATE-TAX, WS-STATE-NET,
013060         STATE-PAY-DETAIL.
013070     SUBTRACT WS-STATE-TAX FROM WS-NET-PAY.
013080 2250-EXIT.
013090     EXIT.
013100*
013110******************************************************************
013120**  3000-POST-LEAVE - TAKE THE PERIOD'S LEAVE HOURS OUT OF EACH
013130**                    BALANCE, ADD THE PERIOD'S ACCRUAL AND WRITE
013140**                    THE LEAVE MASTER FORWARD.  AN HOURLY
013150**                    EMPLOYEE'S LEAVE HOURS TAKEN ARE PAID AS
013160**                    REGULAR HOURS.  LEAVE FILED WITH NO RECORD
013170**                    OF THAT TYPE IS LISTED AND NOT PAID.
013180******************************************************************
013190 3000-POST-LEAVE.
013200     MOVE ZERO TO WS-LEAVE-VALUES.
013210     MOVE 'N' TO WS-VAC-SEEN-SW.
013220     MOVE 'N' TO WS-SICK-SEEN-SW.
013230     PERFORM 3050-DROP-UNKNOWN-LEAVE THRU 3050-EXIT
013240         UNTIL END-OF-LEAVE
013250         OR LV-EMP-ID OF LEAVE-REC NOT < EMP-ID OF EMP-REC.
013260     PERFORM 3020-POST-ONE-LEAVE THRU 3020-EXIT
013270         UNTIL END-OF-LEAVE
013280         OR LV-EMP-ID OF LEAVE-REC NOT = EMP-ID OF EMP-REC.
013290     IF WS-PERIOD-VAC-HOURS NOT = ZERO
013300         AND NOT VACATION-RECORD-SEEN
013310         MOVE SPACES TO XL-REASON
013320         MOVE "VACATION FILED, NO LEAVE REC" TO XL-REASON
013330         MOVE EMP-ID OF EMP-REC TO XL-EMP-ID
013340         WRITE PR-PRINT-LINE FROM WS-TIMECARD-EXCP-LINE
013350     END-IF.
013360     IF WS-PERIOD-SICK-HOURS NOT = ZERO
013370         AND NOT SICK-RECORD-SEEN
013380         MOVE SPACES TO XL-REASON
013390         MOVE "SICK FILED, NO LEAVE REC" TO XL-REASON
013400         MOVE EMP-ID OF EMP-REC TO XL-EMP-ID
013410         WRITE PR-PRINT-LINE FROM WS-TIMECARD-EXCP-LINE
013420     END-IF.
013430     IF EMP-IS-HOURLY OF EMP-REC
013440         ADD WS-VAC-TAKEN WS-SICK-TAKEN TO WS-PERIOD-REG-HOURS
013450     END-IF.
013460 3000-EXIT.
013470     EXIT.
013480*
013490******************************************************************
013500**  3010-READ-LEAVE - READ THE NEXT LEAVE MASTER RECORD
013510******************************************************************
013520 3010-READ-LEAVE.
013530     IF END-OF-LEAVE
013540         GO TO 3010-EXIT
013550     END-IF.
013560     READ LEAVE-FILE
013570         AT END
013580             MOVE 'Y' TO WS-LVE-EOF-SW
013590             GO TO 3010-EXIT
013600     END-READ.
013610 3010-EXIT.
013620     EXIT.
013630*
013640******************************************************************
013650**  3020-POST-ONE-LEAVE - APPLY THE PERIOD'S HOURS TAKEN AND
013660**                        ACCRUAL TO ONE LEAVE RECORD.  A SECOND
013670**                        RECORD OF THE SAME TYPE, OR A TYPE
013680**                        OTHER THAN V/S, IS LISTED AND CARRIED
013690**                        FORWARD UNCHANGED
013700******************************************************************
013710 3020-POST-ONE-LEAVE.
013720     MOVE LEAVE-REC TO NEW-LEAVE-REC.
013730     IF LV-IS-VACATION OF LEAVE-REC
013740         AND NOT VACATION-RECORD-SEEN
013750         MOVE 'Y' TO WS-VAC-SEEN-SW
013760         MOVE WS-PERIOD-VAC-HOURS TO WS-LEAVE-FILED
013770         PERFORM 3030-APPLY-LEAVE THRU 3030-EXIT
013780         MOVE WS-LEAVE-USED TO WS-VAC-TAKEN
013790         MOVE LV-ACCRUAL-RATE OF NEW-LEAVE-REC TO WS-VAC-ACCRUED
013800         MOVE LV-BALANCE OF NEW-LEAVE-REC TO WS-VAC-BALANCE
013810         GO TO 3020-WRITE
013820     END-IF.
013830     IF LV-IS-SICK OF LEAVE-REC
013840         AND NOT SICK-RECORD-SEEN
013850         MOVE 'Y' TO WS-SICK-SEEN-SW
013860         MOVE WS-PERIOD-SICK-HOURS TO WS-LEAVE-FILED
013870         PERFORM 3030-APPLY-LEAVE THRU 3030-EXIT
013880         MOVE WS-LEAVE-USED TO WS-SICK-TAKEN
013890         MOVE LV-ACCRUAL-RATE OF NEW-LEAVE-REC TO WS-SICK-ACCRUED
013900         MOVE LV-BALANCE OF NEW-LEAVE-REC TO WS-SICK-BALANCE
013910         GO TO 3020-WRITE
013920     END-IF.
013930     MOVE SPACES TO XL-REASON.
013940     MOVE "LEAVE RECORD DUP/BAD TYPE-HELD" TO XL-REASON.
013950     MOVE LV-EMP-ID OF LEAVE-REC TO XL-EMP-ID.
013960     WRITE PR-PRINT-LINE FROM WS-TIMECARD-EXCP-LINE.
013970 3020-WRITE.
013980     WRITE NEW-LEAVE-REC.
013990     PERFORM 3010-READ-LEAVE THRU 3010-EXIT.
014000 3020-EXIT.
014010     EXIT.
014020*
014030******************************************************************
014040**  3030-APPLY-LEAVE - TAKE THE HOURS FILED OUT OF THE BALANCE,
014050**                     NEVER BELOW ZERO (TIMEEDIT REJECTS SUCH A
014060**                     CARD; ONE THAT GETS THROUGH IS LISTED AND
014070**                     CUT BACK TO THE BALANCE), THEN ADD THE
014080**                     PERIOD'S ACCRUAL
014090******************************************************************
014100 3030-APPLY-LEAVE.
014110     IF WS-LEAVE-FILED > LV-BALANCE OF NEW-LEAVE-REC
014120         MOVE LV-BALANCE OF NEW-LEAVE-REC TO WS-LEAVE-USED
014130         MOVE SPACES TO XL-REASON
014140         MOVE "LEAVE TAKEN OVER BALANCE - CUT" TO XL-REASON
014150         MOVE EMP-ID OF EMP-REC TO XL-EMP-ID
014160         WRITE PR-PRINT-LINE FROM WS-TIMECARD-EXCP-LINE
014170     ELSE
014180         MOVE WS-LEAVE-FILED TO WS-LEAVE-USED
014190     END-IF.
014200     SUBTRACT WS-LEAVE-USED FROM LV-BALANCE OF NEW-LEAVE-REC.
014210     ADD WS-LEAVE-USED TO LV-TAKEN-YTD OF NEW-LEAVE-REC.
014220     ADD LV-ACCRUAL-RATE OF NEW-LEAVE-REC TO
014230         LV-BALANCE OF NEW-LEAVE-REC.
014240     ADD LV-ACCRUAL-RATE OF NEW-LEAVE-REC TO
014250         LV-ACCRUED-YTD OF NEW-LEAVE-REC.
014260 3030-EXIT.
014270     EXIT.
014280*
014290******************************************************************
014300**  3040-HOLD-CYCLE-LEAVE - AN EMPLOYEE NOT DUE THIS CYCLE TAKES
014310**                          AND EARNS NO LEAVE; THE RECORDS ARE
014320**                          CARRIED FORWARD UNCHANGED
014330******************************************************************
014340 3040-HOLD-CYCLE-LEAVE.
014350     PERFORM 3050-DROP-UNKNOWN-LEAVE THRU 3050-EXIT
014360         UNTIL END-OF-LEAVE
014370         OR LV-EMP-ID OF LEAVE-REC NOT < EMP-ID OF EMP-REC.
014380     PERFORM 3045-COPY-ONE-LEAVE THRU 3045-EXIT
014390         UNTIL END-OF-LEAVE
014400         OR LV-EMP-ID OF LEAVE-REC NOT = EMP-ID OF EMP-REC.
014410 3040-EXIT.
014420     EXIT.
014430*
014440******************************************************************
014450**  3045-COPY-ONE-LEAVE - CARRY ONE LEAVE RECORD FORWARD UNCHANGED
014460******************************************************************
014470 3045-COPY-ONE-LEAVE.
014480     MOVE LEAVE-REC TO NEW-LEAVE-REC.
014490     WRITE NEW-LEAVE-REC.
014500     PERFORM 3010-READ-LEAVE THRU 3010-EXIT.
014510 3045-EXIT.
014520     EXIT.
014530*
014540******************************************************************
014550**  3050-DROP-UNKNOWN-LEAVE - LIST AND DROP A LEAVE RECORD WHOSE
014560**                            EMP-ID IS NO LONGER ON THE MASTER.
014570**                            A TERMINATION HAS ALREADY PAID OUT
014580**                            THE VACATION BALANCE (SEE EMPMAINT)
014590******************************************************************
014600 3050-DROP-UNKNOWN-LEAVE.
014610     MOVE SPACES TO XL-REASON.
014620     MOVE "LEAVE DROPPED - EMP-ID UNKNOWN" TO XL-REASON.
014630     MOVE LV-EMP-ID OF LEAVE-REC TO XL-EMP-ID.
014640     WRITE PR-PRINT-LINE FROM WS-TIMECARD-EXCP-LINE.
014650     PERFORM 3010-READ-LEAVE THRU 3010-EXIT.
014660 3050-EXIT.
014670     EXIT.
014680*
014690******************************************************************
014700**  2750-TAKE-LEAVE-HOURS - VACATION AND SICK HOURS FILED ON THE
014710**                          MATCHED TIMECARD
014720******************************************************************
014730 2750-TAKE-LEAVE-HOURS.
014740     IF TC-VAC-HOURS IS NUMERIC
014750         MOVE TC-VAC-HOURS TO WS-PERIOD-VAC-HOURS
014760     END-IF.
014770     IF TC-SICK-HOURS IS NUMERIC
014780         MOVE TC-SICK-HOURS TO WS-PERIOD-SICK-HOURS
014790     END-IF.
014800 2750-EXIT.
014810     EXIT.
014820*
014830******************************************************************
014840**  2955-CARRY-NET-STATE-LEAVE - NET PAY, STATE TAX AND THE
014850**                               PERIOD'S LEAVE FIGURES TO HISTORY
014860******************************************************************
014870 2955-CARRY-NET-STATE-LEAVE.
014880     MOVE WS-NET-PAY TO PH-NET-PAY.
014890     MOVE WS-STATE-TAX TO PH-STATE-TAX.
014900     MOVE WORK-STATE OF EMP-REC TO PH-WORK-STATE.
014910     MOVE WS-VAC-TAKEN TO PH-VAC-TAKEN.
014920     MOVE WS-VAC-ACCRUED TO PH-VAC-ACCRUED.
014930     MOVE WS-VAC-BALANCE TO PH-VAC-BALANCE.
014940     MOVE WS-SICK-TAKEN TO PH-SICK-TAKEN.
014950     MOVE WS-SICK-ACCRUED TO PH-SICK-ACCRUED.
014960     MOVE WS-SICK-BALANCE TO PH-SICK-BALANCE.
014970 2955-EXIT.
014980     EXIT.
