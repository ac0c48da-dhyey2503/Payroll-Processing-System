000230*     ON THE PAYROLL REGISTER (PAYREG); RETURN-CODE IS SET TO 8
000240*     WHEN THE TWO COUNTS DISAGREE SO THE JOB STREAM CAN HOLD
000250*     DISTRIBUTION.
000251*     UNDER NET PAY A PAY DISTRIBUTION SECTION SHOWS WHERE THE NET
000252*     GOES: THE EMPLOYEE'S BANKING RECORDS (BANKMAST, SEE
000253*     COPY/BANKREC.cpy) ARE SPLIT THROUGH PAYSPLT AS PAYACH AND
000254*     PAYCHK SPLIT THEM, ONE LINE PER ACCOUNT WITH ITS DEPOSIT
000255*     (AN ACCOUNT HELD FOR A PENDING PRENOTE OR A RETURN IS MARKED
000256*     AND ITS SHARE GOES ELSEWHERE), AND A LINE FOR ANY PART PAID
000257*     BY CHECK.  WITH NO BANKING FILE THE WHOLE NET IS BY CHECK.
000260*
000270* MODIFICATION HISTORY.
000280*     08/21/2026  RJK  ORIGINAL PROGRAM.
000483*                      CYCLE PAYCALC HAS NOT COMPLETED; RECORD
000484*                      THIS STEP'S COMPLETION AND CONDITION AT
000485*                      END OF RUN.
000486*     10/15/2026  RJK  PRINT THE STATE/LOCAL TAX WITHHELD (PH-
000487*                      STATE-TAX, FOR PH-WORK-STATE) AS ITS OWN
000488*                      WITHHOLDING LINE UNDER THE FEDERAL BRACKET
000489*                      TOTAL, AND YTD-STATE-TAX ON THE YEAR-TO-
000490*                      DATE LINE.  STATE BRACKET RECORDS ON
000491*                      TAXTABLE ARE PASSED OVER BY THE LOADER.
000492*     10/15/2026  RJK  PRINT A PAID LEAVE SECTION - VACATION AND
000493*                      SICK HOURS TAKEN, EARNED AND THE BALANCE
000494*                      LEFT - FROM THE NEW PAYHIST LEAVE FIELDS.
000495*     10/15/2026  RJK  PRINT THE PAY DISTRIBUTION - THE PAYSPLT
000496*                      SPLIT OF THE NET OVER THE EMPLOYEE'S
000497*                      BANKING RECORDS AND ANY PART BY CHECK.
000498*
000499 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. PAYSTUB.
000510 AUTHOR. R. J. KOWALCZYK.
000520 INSTALLATION. CENTRAL PAYROLL SYSTEMS.
000874     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "PAYCTL"
000876         ORGANIZATION IS LINE SEQUENTIAL
000878         FILE STATUS IS WS-CTL-FILE-STATUS.
000879
000880     SELECT OPTIONAL BANK-MASTER-FILE ASSIGN TO "BANKMAST"
000881         ORGANIZATION IS LINE SEQUENTIAL
000882         FILE STATUS IS WS-BNK-FILE-STATUS.
000883*
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  PAY-MASTER-FILE
001154 FD  RUN-CONTROL-FILE
001156     RECORDING MODE IS F.
001158 COPY CTLREC.
001159*
001160 FD  BANK-MASTER-FILE
001161     RECORDING MODE IS F.
001162 COPY BANKREC.
001163*
001170 WORKING-STORAGE SECTION.
001180*
001190*-----------------------------------------------------------------
001260 01  WS-CAL-FILE-STATUS          PIC X(2).
001270 01  WS-STB-FILE-STATUS          PIC X(2).
001272 01  WS-CTL-FILE-STATUS          PIC X(2).
001276 01  WS-BNK-FILE-STATUS          PIC X(2).
001280*
001290 01  WS-SWITCHES.
001300     05  WS-EOF-SW                PIC X(1)   VALUE 'N'.
001433         88  END-OF-CONTROLS                 VALUE 'Y'.
001434     05  WS-CALC-DONE-SW          PIC X(1)   VALUE 'N'.
001435         88  PAYCALC-COMPLETED               VALUE 'Y'.
001436     05  WS-BNK-EOF-SW            PIC X(1)   VALUE 'N'.
001437         88  BANK-MASTER-EOF                 VALUE 'Y'.
001438*
001439 77  WS-CTL-DATE                  PIC 9(8)    VALUE ZERO.
001440*
001450*-----------------------------------------------------------------
001460* RUN CYCLE PARAMETER AND CALENDAR DETAIL
001690 01  WS-COMPUTED-VALUES.
001700     05  WS-GROSS-PAY             PIC 9(7)V99.
001710     05  WS-TAX-AMOUNT            PIC 9(7)V99.
001712     05  WS-STATE-TAX             PIC 9(7)V99.
001714     05  WS-TOTAL-WITHHELD        PIC 9(7)V99.
001720     05  WS-NET-PAY               PIC 9(7)V99.
001730     05  WS-PERIOD-OT-HOURS       PIC 9(3)V9(2).
001731     05  WS-VAC-TAKEN             PIC 9(3)V9(2).
001732     05  WS-VAC-ACCRUED           PIC 9(3)V9(2).
001733     05  WS-VAC-BALANCE           PIC 9(4)V9(2).
001734     05  WS-SICK-TAKEN            PIC 9(3)V9(2).
001735     05  WS-SICK-ACCRUED          PIC 9(3)V9(2).
001736     05  WS-SICK-BALANCE          PIC 9(4)V9(2).
001737     05  WS-WORK-STATE            PIC X(2).
001740*
001750 COPY PAYDTL.
001760*
001770 COPY DEDTBL.
001771*
001772*-----------------------------------------------------------------
001773* THE EMPLOYEE'S BANKING RECORDS AND THE PAYSPLT SPLIT OF THE NET
001774*-----------------------------------------------------------------
001775 COPY SPLTBL.
001780*
001790 01  WS-COUNTS.
001800     05  WS-STMT-COUNT            PIC 9(5)    VALUE ZERO.
002540     05  YL-YTD-GROSS             PIC Z(9)9.99.
002550     05  FILLER                   PIC X(6)   VALUE "  TAX ".
002560     05  YL-YTD-TAX               PIC Z(9)9.99.
002562     05  FILLER                   PIC X(12)  VALUE
002564         "  STATE TAX ".
002566     05  YL-YTD-STATE-TAX         PIC Z(9)9.99.
002570     05  FILLER                   PIC X(54)  VALUE SPACES.
002580*
002582 01  WS-STATE-LABEL.
002584     05  FILLER                   PIC X(12)  VALUE
002586         "STATE TAX - ".
002588     05  STL-WORK-STATE           PIC X(2).
002589*
002590 01  WS-DEDUCT-LINE.
002600     05  FILLER                   PIC X(4)   VALUE SPACES.
002610     05  DL-DED-CODE              PIC X(3).
002630     05  DL-DED-AMOUNT            PIC Z(6)9.99.
002640     05  FILLER                   PIC X(90)  VALUE SPACES.
002650*
002651 01  WS-LEAVE-LINE.
002652     05  FILLER                   PIC X(4)   VALUE SPACES.
002653     05  LVL-TYPE                 PIC X(10).
002654     05  FILLER                   PIC X(6)   VALUE "TAKEN ".
002655     05  LVL-TAKEN                PIC ZZ9.99.
002656     05  FILLER                   PIC X(9)   VALUE "  EARNED ".
002657     05  LVL-ACCRUED              PIC ZZ9.99.
002658     05  FILLER                   PIC X(10)  VALUE "  BALANCE ".
002659     05  LVL-BALANCE              PIC ZZZ9.99.
002660     05  FILLER                   PIC X(74)  VALUE SPACES.
002661*
002662 01  WS-DISTRIB-LINE.
002663     05  FILLER                   PIC X(4)   VALUE SPACES.
002664     05  FILLER                   PIC X(5)   VALUE "ACCT ".
002665     05  DSL-ACCOUNT-SEQ          PIC 9(2).
002666     05  FILLER                   PIC X(2)   VALUE SPACES.
002667     05  DSL-ACCT-TYPE            PIC X(8).
002668     05  FILLER                   PIC X(11)  VALUE SPACES.
002669     05  DSL-AMOUNT               PIC Z(6)9.99.
002670     05  FILLER                   PIC X(2)   VALUE SPACES.
002671     05  DSL-NOTE                 PIC X(30).
002672     05  FILLER                   PIC X(58)  VALUE SPACES.
002673*
002674 01  WS-BLANK-LINE                PIC X(132) VALUE SPACES.
002675*
002680*-----------------------------------------------------------------
002690* CONTROL PAGE LINE LAYOUTS
002700*-----------------------------------------------------------------
003230     OPEN INPUT PAY-HISTORY-FILE
003240     OPEN INPUT PAYROLL-REGISTER
003250     OPEN OUTPUT STATEMENT-FILE.
003255     OPEN INPUT BANK-MASTER-FILE.
003260     PERFORM 1050-CHECK-OPENS THRU 1050-EXIT.
003270     PERFORM 1100-LOAD-TAX-TABLE THRU 1100-EXIT.
003280     PERFORM 2100-READ-PAY-MASTER THRU 2100-EXIT.
003290     PERFORM 2310-READ-HISTORY THRU 2310-EXIT.
003295     PERFORM 2500-READ-BANK-REC THRU 2500-EXIT.
003300 1000-EXIT.
003310     EXIT.
003320*
003530         MOVE 16 TO RETURN-CODE
003540         STOP RUN
003550     END-IF.
003551     IF WS-BNK-FILE-STATUS NOT = "00" AND "05"
003552         DISPLAY "PAYSTUB: BANK-MASTER-FILE OPEN FAILED, "
003553             "FILE STATUS " WS-BNK-FILE-STATUS
003554         MOVE 16 TO RETURN-CODE
003555         STOP RUN
003556     END-IF.
003560 1050-EXIT.
003570     EXIT.
003580*
003820             MOVE 'Y' TO WS-TAX-EOF-SW
003830             GO TO 1110-EXIT
003840     END-READ.
003845     IF TB-JURISDICTION NOT = SPACES
003846         GO TO 1110-EXIT
003847     END-IF.
003850     IF TX-BRACKET-COUNT = 10
003860         GO TO 1110-EXIT
003870     END-IF.
004550         PERFORM 2100-READ-PAY-MASTER THRU 2100-EXIT
004560         GO TO 2000-EXIT
004570     END-IF.
004573     PERFORM 2400-LOAD-ACCOUNTS THRU 2400-EXIT.
004576     CALL "PAYSPLT" USING WS-NET-PAY, SPLIT-WORK-TABLE.
004580     PERFORM 3000-PRINT-STATEMENT THRU 3000-EXIT.
004590     ADD 1 TO WS-STMT-COUNT.
004600     PERFORM 2100-READ-PAY-MASTER THRU 2100-EXIT.
005060     MOVE 'Y' TO WS-HIS-FOUND-SW.
005070     MOVE PH-GROSS-PAY TO WS-GROSS-PAY.
005080     MOVE PH-TAX-AMOUNT TO WS-TAX-AMOUNT.
005085     MOVE PH-STATE-TAX TO WS-STATE-TAX.
005086     MOVE PH-WORK-STATE TO WS-WORK-STATE.
005090     MOVE PH-NET-PAY TO WS-NET-PAY.
005100     MOVE PH-OT-HOURS TO WS-PERIOD-OT-HOURS.
005110     MOVE PH-HOURLY-RATE TO PD-HOURLY-RATE.
005170     PERFORM 2330-TAKE-ONE-DEDUCTION THRU 2330-EXIT
005180         VARYING PH-DED-IDX FROM 1 BY 1
005190         UNTIL PH-DED-IDX > PH-DED-COUNT.
005195     PERFORM 2340-TAKE-LEAVE THRU 2340-EXIT.
005200     PERFORM 2310-READ-HISTORY THRU 2310-EXIT.
005210 2300-EXIT.
005220     EXIT.
005930     PERFORM 3100-PRINT-BRACKET-LINE THRU 3100-EXIT
005940         VARYING TX-BRACKET-IDX FROM 1 BY 1
005950         UNTIL TX-BRACKET-IDX > TX-BRACKET-COUNT.
005960     MOVE "FEDERAL WITHHOLDING" TO AL-LABEL.
005970     MOVE WS-TAX-AMOUNT TO AL-AMOUNT.
005980     WRITE SR-PRINT-LINE FROM WS-AMOUNT-LINE AFTER ADVANCING 1.
005981     MOVE WS-WORK-STATE TO STL-WORK-STATE.
005982     MOVE WS-STATE-LABEL TO AL-LABEL.
005983     MOVE WS-STATE-TAX TO AL-AMOUNT.
005984     WRITE SR-PRINT-LINE FROM WS-AMOUNT-LINE AFTER ADVANCING 1.
005985     COMPUTE WS-TOTAL-WITHHELD = WS-TAX-AMOUNT + WS-STATE-TAX.
005986     MOVE "TOTAL WITHHOLDING" TO AL-LABEL.
005987     MOVE WS-TOTAL-WITHHELD TO AL-AMOUNT.
005988     WRITE SR-PRINT-LINE FROM WS-AMOUNT-LINE AFTER ADVANCING 1.
005990     WRITE SR-PRINT-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1.
006000     IF DW-DED-COUNT NOT = ZERO
006010         MOVE "DEDUCTIONS" TO SEC-TITLE
006070         WRITE SR-PRINT-LINE FROM WS-BLANK-LINE
006080             AFTER ADVANCING 1
006090     END-IF.
006095     PERFORM 3300-PRINT-LEAVE THRU 3300-EXIT.
006100     MOVE "NET PAY" TO AL-LABEL.
006110     MOVE WS-NET-PAY TO AL-AMOUNT.
006120     WRITE SR-PRINT-LINE FROM WS-AMOUNT-LINE AFTER ADVANCING 1.
006125     PERFORM 3400-PRINT-DISTRIBUTION THRU 3400-EXIT.
006130     WRITE SR-PRINT-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1.
006140     MOVE YTD-GROSS OF PAY-MASTER-REC TO YL-YTD-GROSS.
006150     MOVE YTD-TAX OF PAY-MASTER-REC TO YL-YTD-TAX.
006155     MOVE YTD-STATE-TAX OF PAY-MASTER-REC TO YL-YTD-STATE-TAX.
006160     WRITE SR-PRINT-LINE FROM WS-YTD-LINE AFTER ADVANCING 1.
006170 3000-EXIT.
006180     EXIT.
006900     CLOSE PAY-HISTORY-FILE.
006910     CLOSE PAYROLL-REGISTER.
006920     CLOSE STATEMENT-FILE.
006925     CLOSE BANK-MASTER-FILE.
006930 8000-EXIT.
006940     EXIT.
006950*
007640     CLOSE RUN-CONTROL-FILE.
007650 8500-EXIT.
007660     EXIT.
007670*
007680******************************************************************
007690**  2340-TAKE-LEAVE - THE PERIOD'S LEAVE FIGURES FROM HISTORY.  A
007700**                    RECORD WRITTEN BEFORE THE FIELDS EXISTED
007710**                    HOLDS SPACES THERE AND SHOWS NO LEAVE
007720******************************************************************
007730 2340-TAKE-LEAVE.
007740     MOVE ZERO TO WS-VAC-TAKEN WS-VAC-ACCRUED WS-VAC-BALANCE
007750         WS-SICK-TAKEN WS-SICK-ACCRUED WS-SICK-BALANCE.
007760     IF PH-VAC-TAKEN IS NOT NUMERIC
007770         OR PH-VAC-ACCRUED IS NOT NUMERIC
007780         OR PH-VAC-BALANCE IS NOT NUMERIC
007790         OR PH-SICK-TAKEN IS NOT NUMERIC
007800         OR PH-SICK-ACCRUED IS NOT NUMERIC
007810         OR PH-SICK-BALANCE IS NOT NUMERIC
007820         GO TO 2340-EXIT
007830     END-IF.
007840     MOVE PH-VAC-TAKEN TO WS-VAC-TAKEN.
007850     MOVE PH-VAC-ACCRUED TO WS-VAC-ACCRUED.
007860     MOVE PH-VAC-BALANCE TO WS-VAC-BALANCE.
007870     MOVE PH-SICK-TAKEN TO WS-SICK-TAKEN.
007880     MOVE PH-SICK-ACCRUED TO WS-SICK-ACCRUED.
007890     MOVE PH-SICK-BALANCE TO WS-SICK-BALANCE.
007900 2340-EXIT.
007910     EXIT.
007920*
007930******************************************************************
007940**  3300-PRINT-LEAVE - PAID LEAVE SECTION: ONE LINE FOR EACH TYPE
007950**                     THE EMPLOYEE HAS ANY HOURS OF.  NOTHING
007960**                     PRINTS FOR AN EMPLOYEE WITH NO LEAVE
007970******************************************************************
007980 3300-PRINT-LEAVE.
007990     IF WS-VAC-TAKEN = ZERO AND WS-VAC-ACCRUED = ZERO
008000         AND WS-VAC-BALANCE = ZERO
008010         AND WS-SICK-TAKEN = ZERO AND WS-SICK-ACCRUED = ZERO
008020         AND WS-SICK-BALANCE = ZERO
008030         GO TO 3300-EXIT
008040     END-IF.
008050     MOVE "PAID LEAVE" TO SEC-TITLE.
008060     WRITE SR-PRINT-LINE FROM WS-SECTION-LINE AFTER ADVANCING 1.
008070     IF WS-VAC-TAKEN NOT = ZERO OR WS-VAC-ACCRUED NOT = ZERO
008080         OR WS-VAC-BALANCE NOT = ZERO
008090         MOVE "VACATION" TO LVL-TYPE
008100         MOVE WS-VAC-TAKEN TO LVL-TAKEN
008110         MOVE WS-VAC-ACCRUED TO LVL-ACCRUED
008120         MOVE WS-VAC-BALANCE TO LVL-BALANCE
008130         WRITE SR-PRINT-LINE FROM WS-LEAVE-LINE
008140             AFTER ADVANCING 1
008150     END-IF.
008160     IF WS-SICK-TAKEN NOT = ZERO OR WS-SICK-ACCRUED NOT = ZERO
008170         OR WS-SICK-BALANCE NOT = ZERO
008180         MOVE "SICK" TO LVL-TYPE
008190         MOVE WS-SICK-TAKEN TO LVL-TAKEN
008200         MOVE WS-SICK-ACCRUED TO LVL-ACCRUED
008210         MOVE WS-SICK-BALANCE TO LVL-BALANCE
008220         WRITE SR-PRINT-LINE FROM WS-LEAVE-LINE
008230             AFTER ADVANCING 1
008240     END-IF.
008250     WRITE SR-PRINT-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1.
008260 3300-EXIT.
008270     EXIT.
008280*
008290******************************************************************
008300**  2400-LOAD-ACCOUNTS - PASS OVER THE BANKING RECORDS OF EARLIER
008310**                       EMPLOYEES AND GATHER THIS EMPLOYEE'S INTO
008320**                       THE SPLIT TABLE
008330******************************************************************
008340 2400-LOAD-ACCOUNTS.
008350     MOVE ZERO TO SW-ACCT-COUNT.
008360     PERFORM 2500-READ-BANK-REC THRU 2500-EXIT
008370         UNTIL BANK-MASTER-EOF
008380         OR EMP-ID OF BANK-REC NOT < EMP-ID OF PAY-MASTER-REC.
008390     PERFORM 2410-LOAD-ONE-ACCOUNT THRU 2410-EXIT
008400         UNTIL BANK-MASTER-EOF
008410         OR EMP-ID OF BANK-REC NOT = EMP-ID OF PAY-MASTER-REC.
008420 2400-EXIT.
008430     EXIT.
008440*
008450******************************************************************
008460**  2410-LOAD-ONE-ACCOUNT - ADD ONE BANKING RECORD TO THE TABLE AS
008470**                          PAYACH DOES (A BLANK ACCOUNT-SEQ
008480**                          IS 01; ANY PAST THE FIFTH IGNORED)
008490******************************************************************
008500 2410-LOAD-ONE-ACCOUNT.
008510     IF SW-ACCT-COUNT = 5
008520         PERFORM 2500-READ-BANK-REC THRU 2500-EXIT
008530         GO TO 2410-EXIT
008540     END-IF.
008550     ADD 1 TO SW-ACCT-COUNT.
008560     SET SW-IDX TO SW-ACCT-COUNT.
008570     IF ACCOUNT-SEQ OF BANK-REC IS NUMERIC
008580         MOVE ACCOUNT-SEQ OF BANK-REC TO SW-ACCOUNT-SEQ (SW-IDX)
008590     ELSE
008600         MOVE 1 TO SW-ACCOUNT-SEQ (SW-IDX)
008610     END-IF.
008620     MOVE ROUTING-NUMBER OF BANK-REC TO SW-ROUTING (SW-IDX).
008630     MOVE ACCOUNT-NUMBER OF BANK-REC TO SW-ACCOUNT (SW-IDX).
008640     MOVE ACCOUNT-TYPE OF BANK-REC TO SW-ACCT-TYPE (SW-IDX).
008650     MOVE PRENOTE-STATUS OF BANK-REC TO SW-STATUS (SW-IDX).
008660     MOVE ALLOC-TYPE OF BANK-REC TO SW-ALLOC-TYPE (SW-IDX).
008670     IF (ALLOC-IS-FLAT OR ALLOC-IS-PERCENT)
008680         AND ALLOC-AMOUNT OF BANK-REC IS NUMERIC
008690         MOVE ALLOC-AMOUNT OF BANK-REC TO SW-ALLOC-VALUE (SW-IDX)
008700     ELSE
008710         MOVE ZERO TO SW-ALLOC-VALUE (SW-IDX)
008720     END-IF.
008730     PERFORM 2500-READ-BANK-REC THRU 2500-EXIT.
008740 2410-EXIT.
008750     EXIT.
008760*
008770******************************************************************
008780**  2500-READ-BANK-REC - READ THE NEXT BANKING RECORD
008790******************************************************************
008800 2500-READ-BANK-REC.
008810     IF BANK-MASTER-EOF
008820         GO TO 2500-EXIT
008830     END-IF.
008840     READ BANK-MASTER-FILE
008850         AT END
008860             MOVE 'Y' TO WS-BNK-EOF-SW
008870     END-READ.
008880 2500-EXIT.
008890     EXIT.
008900*
008910******************************************************************
008920**  3400-PRINT-DISTRIBUTION - PAY DISTRIBUTION SECTION: ONE LINE
008930**                            PER BANKING RECORD AND ONE FOR ANY
008940**                            PART OF THE NET PAID BY CHECK
008950******************************************************************
008960 3400-PRINT-DISTRIBUTION.
008970     WRITE SR-PRINT-LINE FROM WS-BLANK-LINE AFTER ADVANCING 1.
008980     MOVE "PAY DISTRIBUTION" TO SEC-TITLE.
008990     WRITE SR-PRINT-LINE FROM WS-SECTION-LINE AFTER ADVANCING 1.
009000     PERFORM 3410-PRINT-ONE-ACCOUNT THRU 3410-EXIT
009010         VARYING SW-IDX FROM 1 BY 1
009020         UNTIL SW-IDX > SW-ACCT-COUNT.
009030     IF SW-CHECK-AMOUNT NOT = ZERO
009040         MOVE "PAID BY CHECK" TO AL-LABEL
009050         MOVE SW-CHECK-AMOUNT TO AL-AMOUNT
009060         WRITE SR-PRINT-LINE FROM WS-AMOUNT-LINE AFTER ADVANCING 1
009070     END-IF.
009080 3400-EXIT.
009090     EXIT.
009100*
009110******************************************************************
009120**  3410-PRINT-ONE-ACCOUNT - ONE ACCOUNT'S DEPOSIT, OR THE REASON
009130**                           IT IS HELD THIS CYCLE
009140******************************************************************
009150 3410-PRINT-ONE-ACCOUNT.
009160     MOVE SW-ACCOUNT-SEQ (SW-IDX) TO DSL-ACCOUNT-SEQ.
009170     IF SW-ACCT-TYPE (SW-IDX) = 'S'
009180         MOVE "SAVINGS" TO DSL-ACCT-TYPE
009190     ELSE
009200         MOVE "CHECKING" TO DSL-ACCT-TYPE
009210     END-IF.
009220     MOVE SW-DEPOSIT (SW-IDX) TO DSL-AMOUNT.
009230     MOVE SPACES TO DSL-NOTE.
009240     IF SW-STATUS (SW-IDX) = 'P'
009250         MOVE "HELD - PRENOTE PENDING" TO DSL-NOTE
009260     END-IF.
009270     IF SW-STATUS (SW-IDX) = 'R'
009280         MOVE "HELD - ACCOUNT RETURNED" TO DSL-NOTE
009290     END-IF.
009300     WRITE SR-PRINT-LINE FROM WS-DISTRIB-LINE AFTER ADVANCING 1.
009310 3410-EXIT.
009320     EXIT.
