000170*     MAINTENANCE ACTIVITY REPORT, AND EVERY APPLIED TRANSACTION
000180*     IS JOURNALED WITH ITS BEFORE AND AFTER IMAGES.  A
000190*     TERMINATION COMPUTES THE FINAL PAY THROUGH PAYWH AND MOVES
000191*     THE RECORD TO THE TERMINATED-EMPLOYEE HISTORY FILE,
000192*     PAYING OUT ANY VACATION BALANCE ON THE LEAVE MASTER.
000193*
000194*     A TRANSACTION MAY CARRY A FUTURE EFFECTIVE DATE.  ONE THAT
000195*     IS NOT YET DUE IS PARKED ON THE PENDING FILE (EMPPEND IN,
000196*     NEWPEND OUT, SEE COPY/PENDREC.cpy) AND JOURNALED AS
000197*     PENDING.  EACH RUN FIRST DROPS THE PARKED CHANGES NAMED BY
000198*     CANCEL (X) TRANSACTIONS, THEN RELEASES THOSE NOW DUE,
000199*     EARLIEST FIRST, BEFORE THE FEED IS APPLIED.  WHEN THE RUN
000200*     PARAMETER NAMES A PAYCAL CYCLE (FREQUENCY AND PERIOD, AS FOR
000201*     PAYCALC), A CHANGE IS DUE ONLY IF THE EMPLOYEE IS PAID ON
000202*     THAT FREQUENCY AND THE PERIOD ENDS ON OR AFTER ITS DATE;
000203*     WITH NO PARAMETER, A CHANGE IS DUE WHEN ITS DATE HAS COME.
000210*
000220* MODIFICATION HISTORY.
000230*     08/09/2026  RJK  ORIGINAL PROGRAM.
000520*                      THE WHOLE FILE TO A NEW COPY, WHICH HAD
000530*                      BECOME THE LONGEST STEP IN THE BATCH
000540*                      WINDOW.
000541*     10/15/2026  RJK  CARRY TXN-WORK-STATE ONTO THE MASTER,
000542*                      REJECTING A STATE WITH NO TAXTABLE SET.  A
000543*                      TERMINATION WITHHOLDS STATE TAX THROUGH A
000544*                      SECOND PAYWH CALL INTO YTD-STATE-TAX.
000545*                      OT-HOURS AND TAX-PERC ARE RETIRED.
000546*     10/15/2026  RJK  PAY OUT A TERMINATED EMPLOYEE'S VACATION
000547*                      BALANCE (LVEMAST) AT THE HOURLY RATE AS ITS
000548*                      OWN PAYWH PAYMENT, ROLLED INTO THE YTD
000549*                      FIGURES AND THE FINAL NET.
000550*     10/15/2026  RJK  EFFECTIVE-DATED MAINTENANCE.  A CHANGE NOT
000551*                      YET DUE IS PARKED ON EMPPEND/NEWPEND AND
000552*                      RELEASED BY THE RUN IT FALLS DUE IN, OR BY
000553*                      THE NAMED PAYCAL CYCLE; AN X TRANSACTION
000554*                      CANCELS IT.  PARKING, RELEASE AND CANCEL
000555*                      ARE JOURNALED AS EMPPEND, EMPRLSE AND
000556*                      EMPCANCL.  THE FEED IS NOW READ INTO
000557*                      WORKING STORAGE.
000558*
000560 IDENTIFICATION DIVISION.
000570 PROGRAM-ID. EMPMAINT.
000580 AUTHOR. R. J. KOWALCZYK.
000920     SELECT TAX-TABLE-FILE ASSIGN TO "TAXTABLE"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-TAX-FILE-STATUS.
000941
000942     SELECT LEAVE-FILE ASSIGN TO "LVEMAST"
000943         ORGANIZATION IS LINE SEQUENTIAL
000944         FILE STATUS IS WS-LVE-FILE-STATUS.
000945
000946     SELECT OPTIONAL PENDING-FILE ASSIGN TO "EMPPEND"
000947         ORGANIZATION IS LINE SEQUENTIAL
000948         FILE STATUS IS WS-PND-FILE-STATUS.
000949
000950     SELECT NEW-PENDING-FILE ASSIGN TO "NEWPEND"
000951         ORGANIZATION IS LINE SEQUENTIAL
000952         FILE STATUS IS WS-NPD-FILE-STATUS.
000953
000954     SELECT CALENDAR-FILE ASSIGN TO "PAYCAL"
000955         ORGANIZATION IS LINE SEQUENTIAL
000956         FILE STATUS IS WS-CAL-FILE-STATUS.
000957*
000960 DATA DIVISION.
000970 FILE SECTION.
000980 FD  EMP-MASTER-FILE
001010*
001020 FD  TRANS-FILE
001030     RECORDING MODE IS F.
001040 01  TRANS-FILE-REC               PIC X(80).
001050*
001060 FD  MAINT-REPORT
001070     RECORDING MODE IS F.
001180 FD  TAX-TABLE-FILE
001190     RECORDING MODE IS F.
001200 COPY TAXTAB.
001201*
001202 FD  LEAVE-FILE
001203     RECORDING MODE IS F.
001204 COPY LVEREC.
001205*
001206 FD  PENDING-FILE
001207     RECORDING MODE IS F.
001208 COPY PENDREC.
001210*
001211 FD  NEW-PENDING-FILE
001212     RECORDING MODE IS F.
001213 01  NEW-PENDING-REC              PIC X(100).
001214*
001215 FD  CALENDAR-FILE
001216     RECORDING MODE IS F.
001217 COPY CALREC.
001218*
001220 WORKING-STORAGE SECTION.
001230*
001240*-----------------------------------------------------------------
001300 01  WS-AUD-FILE-STATUS           PIC X(2).
001310 01  WS-TRM-FILE-STATUS           PIC X(2).
001320 01  WS-TAX-FILE-STATUS           PIC X(2).
001325 01  WS-LVE-FILE-STATUS           PIC X(2).
001326 01  WS-PND-FILE-STATUS           PIC X(2).
001327 01  WS-NPD-FILE-STATUS           PIC X(2).
001328 01  WS-CAL-FILE-STATUS           PIC X(2).
001330*
001340 01  WS-SWITCHES.
001350     05  WS-TRN-EOF-SW             PIC X(1)   VALUE 'N'.
001380         88  END-OF-TAX-TABLE                 VALUE 'Y'.
001390     05  WS-FOUND-SW               PIC X(1)   VALUE 'N'.
001400         88  MASTER-RECORD-FOUND              VALUE 'Y'.
001401     05  WS-LVE-EOF-SW             PIC X(1)   VALUE 'N'.
001402         88  END-OF-LEAVE                     VALUE 'Y'.
001403     05  WS-PAYOUT-SW              PIC X(1)   VALUE 'Y'.
001404         88  PAYOUT-IS-VALID                  VALUE 'Y'.
001405     05  WS-CYCLE-SW               PIC X(1)   VALUE 'N'.
001406         88  CYCLE-NAMED                      VALUE 'Y'.
001407     05  WS-CAL-EOF-SW             PIC X(1)   VALUE 'N'.
001408         88  END-OF-CALENDAR                  VALUE 'Y'.
001409     05  WS-PND-EOF-SW             PIC X(1)   VALUE 'N'.
001410         88  END-OF-PENDING                   VALUE 'Y'.
001411     05  WS-HELD-SW                PIC X(1)   VALUE 'N'.
001412         88  TRANS-IS-HELD                    VALUE 'Y'.
001413     05  WS-DUE-SW                 PIC X(1)   VALUE 'N'.
001414         88  TRANS-IS-DUE                     VALUE 'Y'.
001415*
001420 77  WS-RUN-DATE                  PIC 9(8)    VALUE ZERO.
001421*
001422*-----------------------------------------------------------------
001423* EFFECTIVE-DATED MAINTENANCE.  THE RUN PARAMETER OPTIONALLY
001424* NAMES THE PAYCAL CYCLE (SAME LAYOUT AS PAYCALC'S); THE FEED IS
001425* READ INTO EMP-TRANS SO A PARKED TRANSACTION CAN BE RELEASED
001426* THROUGH THE SAME PARAGRAPHS.  THE PENDING TABLE (END OF WORKING
001427* STORAGE) CARRIES EMPPEND THROUGH THE RUN TO NEWPEND; PT-STATUS
001428* MARKS EACH ENTRY STILL PENDING (P), DUE THIS RUN (D), RELEASED
001429* (R), CANCELLED (C) OR WRITTEN TO NEWPEND (W).
001430*-----------------------------------------------------------------
001431 COPY EMPTRANS.
001432*
001433 01  WS-RUN-PARM.
001434     05  WS-PARM-FREQUENCY        PIC X(1).
001435     05  FILLER                   PIC X(1).
001436     05  WS-PARM-PERIOD-X         PIC X(3).
001437 77  WS-RUN-FREQUENCY             PIC X(1)    VALUE 'M'.
001438 77  WS-RUN-PERIOD                PIC 9(3)    VALUE ZERO.
001439 77  WS-CAL-END-DATE              PIC 9(8)    VALUE ZERO.
001440 77  WS-EMP-FREQUENCY             PIC X(1)    VALUE 'M'.
001441 77  WS-JOURNAL-SOURCE            PIC X(8)    VALUE "EMPTRAN".
001442*
001443*-----------------------------------------------------------------
001450* BEFORE/AFTER EMP-REC IMAGES FOR THE AUDIT JOURNAL
001460*-----------------------------------------------------------------
001470 01  WS-BEFORE-IMAGE              PIC X(80).
001530     05  WS-DELETE-COUNT           PIC 9(5)    VALUE ZERO.
001540     05  WS-TERM-COUNT             PIC 9(5)    VALUE ZERO.
001550     05  WS-REJECT-COUNT           PIC 9(5)    VALUE ZERO.
001551     05  WS-PARK-COUNT             PIC 9(5)    VALUE ZERO.
001552     05  WS-RELEASE-COUNT          PIC 9(5)    VALUE ZERO.
001553     05  WS-CANCEL-COUNT           PIC 9(5)    VALUE ZERO.
001554     05  WS-KEEP-COUNT             PIC 9(5)    VALUE ZERO.
001555     05  WS-DUE-COUNT              PIC 9(5)    VALUE ZERO.
001556     05  WS-CANCEL-MATCHES         PIC 9(3)    VALUE ZERO.
001557 77  WS-LOW-IDX                   PIC 9(3)    VALUE ZERO.
001560*
001570*-----------------------------------------------------------------
001580* TAX BRACKET TABLE AND FINAL PAY WORK FIELDS FOR TERMINATIONS.
001600* (SEE COPY/CALREC.cpy): 160 FOR A MONTHLY PERIOD, 40 WEEKLY.
001610*-----------------------------------------------------------------
001620 COPY TAXBRKT.
001623*
001626 COPY STBRKT.
001630*
001640 COPY PAYDTL.
001641*
001642 COPY PAYDTL REPLACING PAY-DETAIL BY STATE-PAY-DETAIL
001643     PD-HOURLY-RATE BY SD-HOURLY-RATE
001644     PD-OT-PAY BY SD-OT-PAY
001645     PD-BRACKET-TAX BY SD-BRACKET-TAX.
001650*
001660 01  WS-COMPUTED-VALUES.
001670     05  WS-GROSS-PAY              PIC 9(7)V99.
001680     05  WS-TAX-AMOUNT             PIC 9(7)V99.
001690     05  WS-NET-PAY                PIC 9(7)V99.
001691     05  WS-STATE-TAX              PIC 9(7)V99.
001692     05  WS-STATE-GROSS            PIC 9(7)V99.
001693     05  WS-STATE-NET              PIC 9(7)V99.
001700 77  WS-MONTHLY-HOURS             PIC 9(3)    VALUE 160.
001710 77  WS-WEEKLY-HOURS              PIC 9(3)    VALUE 40.
001720 77  WS-STD-HOURS-WORK            PIC 9(3)    VALUE ZERO.
001725 77  WS-ZERO-REG-HOURS            PIC 9(3)V9(2) VALUE ZERO.
001726 77  WS-STATE-KEY                 PIC X(2)    VALUE SPACES.
001727 77  WS-STATE-MATCH               PIC 9(2)    VALUE ZERO.
001728 77  WS-STATE-BRACKET             PIC 9(2)    VALUE ZERO.
001730*
001731*-----------------------------------------------------------------
001732* VACATION PAYOUT ON TERMINATION - PRICED AS HOURLY PAY AT THE
001733* EMPLOYEE'S RATE FOR THE BALANCE HOURS
001734*-----------------------------------------------------------------
001735 01  WS-PAYOUT-VALUES.
001736     05  WS-PAYOUT-HOURS           PIC 9(3)V9(2).
001737     05  WS-PAYOUT-GROSS           PIC 9(7)V99.
001738     05  WS-PAYOUT-TAX             PIC 9(7)V99.
001739     05  WS-PAYOUT-NET             PIC 9(7)V99.
001740     05  WS-PAYOUT-STATE-GROSS     PIC 9(7)V99.
001741     05  WS-PAYOUT-STATE-TAX       PIC 9(7)V99.
001742     05  WS-PAYOUT-STATE-NET       PIC 9(7)V99.
001743 77  WS-PAYOUT-PAY-TYPE           PIC X(1)    VALUE 'H'.
001744 77  WS-ZERO-OT-HOURS             PIC 9(3)V9(2) VALUE ZERO.
001745 77  WS-MAX-PAYOUT-HOURS          PIC 9(3)V9(2) VALUE 999.99.
001746*
001747*-----------------------------------------------------------------
001750* ACTIVITY REPORT LINE LAYOUTS
001760*-----------------------------------------------------------------
001770 01  WS-HEADING-1.
001790     05  FILLER                   PIC X(43)  VALUE
001800         "EMPMAINT - MASTER FILE MAINTENANCE ACTIVITY".
001810     05  FILLER                   PIC X(17)  VALUE SPACES.
001811*
001812 01  WS-CYCLE-LINE.
001813     05  FILLER                   PIC X(39)  VALUE
001814         "PENDING CHANGES RELEASED THROUGH CYCLE ".
001815     05  CY-FREQUENCY             PIC X(1).
001816     05  FILLER                   PIC X(1)   VALUE SPACE.
001817     05  CY-PERIOD                PIC 9(3).
001818     05  FILLER                   PIC X(8)   VALUE " ENDING ".
001819     05  CY-END-DATE              PIC 9(8).
001820     05  FILLER                   PIC X(20)  VALUE SPACES.
001821*
001830 01  WS-ACTIVITY-LINE.
001840     05  AL-EMP-ID                PIC 9(5).
001850     05  FILLER                   PIC X(3)   VALUE SPACES.
001870     05  FILLER                   PIC X(3)   VALUE SPACES.
001880     05  AL-REMARKS               PIC X(30).
001890     05  FILLER                   PIC X(26)  VALUE SPACES.
001891*
001892 01  WS-PAYOUT-REMARK.
001893     05  FILLER                   PIC X(4)   VALUE "VAC ".
001894     05  PR-HOURS                 PIC ZZ9.99.
001895     05  FILLER                   PIC X(10)  VALUE " HRS PAID ".
001896     05  PR-GROSS                 PIC Z(6)9.99.
001900*
001901 01  WS-EFFECTIVE-REMARK.
001902     05  FILLER                   PIC X(5)   VALUE "CODE ".
001903     05  ER-CODE                  PIC X(1).
001904     05  FILLER                   PIC X(11)  VALUE " EFFECTIVE ".
001905     05  ER-DATE                  PIC 9(8).
001906*
001910 01  WS-SUMMARY-LINE.
001920     05  FILLER                   PIC X(8)   VALUE "ADDED  =".
001930     05  SL-ADD-COUNT             PIC ZZZZ9.
002040     05  FILLER                   PIC X(8)   VALUE "REJECT =".
002050     05  SL-REJECT-COUNT          PIC ZZZZ9.
002060     05  FILLER                   PIC X(7)   VALUE SPACES.
002061*
002062 01  WS-PENDING-SUMMARY-LINE.
002063     05  FILLER                   PIC X(8)   VALUE "PARKED =".
002064     05  PS-PARK-COUNT            PIC ZZZZ9.
002065     05  FILLER                   PIC X(2)   VALUE SPACES.
002066     05  FILLER                   PIC X(9)   VALUE "RELEASED=".
002067     05  PS-RELEASE-COUNT         PIC ZZZZ9.
002068     05  FILLER                   PIC X(2)   VALUE SPACES.
002069     05  FILLER                   PIC X(8)   VALUE "CANCEL =".
002070     05  PS-CANCEL-COUNT          PIC ZZZZ9.
002071     05  FILLER                   PIC X(2)   VALUE SPACES.
002072     05  FILLER                   PIC X(8)   VALUE "PENDING=".
002073     05  PS-KEEP-COUNT            PIC ZZZZ9.
002074     05  FILLER                   PIC X(21)  VALUE SPACES.
002075*
002080 01  WS-TERM-REMARK.
002090     05  FILLER                   PIC X(10)  VALUE "FINAL NET ".
002100     05  TR-NET                   PIC Z(6)9.99.
002110     05  FILLER                   PIC X(10)  VALUE " - HISTORY".
002111*
002112 01  WS-PENDING-TABLE.
002113     05  WS-PEND-COUNT             PIC 9(3)    VALUE ZERO.
002114     05  PT-ENTRY OCCURS 500 TIMES INDEXED BY PT-IDX.
002115         10  PT-RECORD.
002116             15  PT-TRANS-IMAGE    PIC X(80).
002117             15  PT-TRANS-KEYS REDEFINES PT-TRANS-IMAGE.
002118                 20  FILLER        PIC X(2).
002119                 20  PT-EMP-ID     PIC 9(5).
002120                 20  FILLER        PIC X(49).
002121                 20  PT-EFFECTIVE-DATE PIC 9(8).
002122                 20  FILLER        PIC X(16).
002123             15  FILLER            PIC X(1).
002124             15  PT-PARKED-DATE    PIC 9(8).
002125             15  FILLER            PIC X(11).
002126         10  PT-STATUS             PIC X(1).
002127             88  PT-IS-PENDING                VALUE 'P'.
002128             88  PT-IS-DUE                    VALUE 'D'.
002129*
002130 PROCEDURE DIVISION.
002140*
002150******************************************************************
002510         MOVE 16 TO RETURN-CODE
002520         STOP RUN
002530     END-IF.
002531     OPEN INPUT LEAVE-FILE.
002532     IF WS-LVE-FILE-STATUS NOT = "00"
002533         DISPLAY "EMPMAINT: LEAVE-FILE OPEN FAILED, "
002534             "FILE STATUS " WS-LVE-FILE-STATUS
002535         MOVE 16 TO RETURN-CODE
002536         STOP RUN
002537     END-IF.
002538     CLOSE LEAVE-FILE.
002540     PERFORM 1100-LOAD-TAX-TABLE THRU 1100-EXIT.
002550     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002560     WRITE MR-PRINT-LINE FROM WS-HEADING-1.
002562     PERFORM 1400-READ-RUN-PARM THRU 1400-EXIT.
002564     PERFORM 1500-LOAD-PENDING THRU 1500-EXIT.
002566     PERFORM 1600-CANCEL-PENDING THRU 1600-EXIT.
002568     PERFORM 1700-RELEASE-PENDING THRU 1700-EXIT.
002570     PERFORM 2200-READ-TRANS THRU 2200-EXIT.
002580 1000-EXIT.
002590     EXIT.
002850             MOVE 'Y' TO WS-TAX-EOF-SW
002860             GO TO 1110-EXIT
002870     END-READ.
002872     IF TB-JURISDICTION NOT = SPACES
002874         PERFORM 1120-TABLE-STATE-BRACKET THRU 1120-EXIT
002876         GO TO 1110-EXIT
002878     END-IF.
002880     IF TX-BRACKET-COUNT = 10
002890         GO TO 1110-EXIT
002900     END-IF.
003010**                          ONE TRANSACTION IN PLACE
003020******************************************************************
003030 2000-APPLY-TRANSACTION.
003031     PERFORM 2300-PARK-IF-FUTURE THRU 2300-EXIT.
003032     IF TRANS-IS-HELD
003033         PERFORM 2200-READ-TRANS THRU 2200-EXIT
003034         GO TO 2000-EXIT
003035     END-IF.
003040     PERFORM 3000-READ-MASTER-BY-KEY THRU 3000-EXIT.
003050     IF MASTER-RECORD-FOUND
003060         PERFORM 5000-APPLY-MATCHED-TRANS THRU 5000-EXIT
003180     IF TRANS-EOF
003190         GO TO 2200-EXIT
003200     END-IF.
003210     READ TRANS-FILE INTO EMP-TRANS
003220         AT END
003230             MOVE 'Y' TO WS-TRN-EOF-SW
003240     END-READ.
003460******************************************************************
003470 4000-APPLY-UNMATCHED-TRANS.
003480     IF TXN-IS-ADD
003482         MOVE TXN-WORK-STATE TO WS-STATE-KEY
003483         PERFORM 1130-FIND-STATE THRU 1130-EXIT
003484         IF WS-STATE-MATCH = ZERO
003485             PERFORM 6700-LOG-NO-STATE-TABLE THRU 6700-EXIT
003486             GO TO 4000-EXIT
003487         END-IF
003490         MOVE SPACES TO EMP-REC
003500         MOVE TXN-EMP-ID TO EMP-ID OF EMP-REC
003510         MOVE TXN-EMP-NAME TO EMP-NAME OF EMP-REC
003520         MOVE TXN-BASIC-SALARY TO BASIC-SALARY OF EMP-REC
003550         MOVE ZERO TO YTD-GROSS OF EMP-REC
003560         MOVE ZERO TO YTD-TAX OF EMP-REC
003565         MOVE ZERO TO YTD-STATE-TAX OF EMP-REC
003570         MOVE TXN-DEPT-CODE TO DEPT-CODE OF EMP-REC
003580         MOVE TXN-PAY-FREQUENCY TO PAY-FREQUENCY OF EMP-REC
003585         MOVE TXN-PAY-TYPE TO PAY-TYPE OF EMP-REC
003587         MOVE TXN-WORK-STATE TO WORK-STATE OF EMP-REC
003590         WRITE EMP-REC
003600         MOVE SPACES TO WS-BEFORE-IMAGE
003610         MOVE EMP-REC TO WS-AFTER-IMAGE
003730 5000-APPLY-MATCHED-TRANS.
003740     EVALUATE TRUE
003750         WHEN TXN-IS-CHANGE
003752             MOVE TXN-WORK-STATE TO WS-STATE-KEY
003753             PERFORM 1130-FIND-STATE THRU 1130-EXIT
003754             IF WS-STATE-MATCH = ZERO
003755                 PERFORM 6700-LOG-NO-STATE-TABLE THRU 6700-EXIT
003756                 GO TO 5000-EXIT
003757             END-IF
003760             MOVE EMP-REC TO WS-BEFORE-IMAGE
003770             MOVE TXN-EMP-NAME TO EMP-NAME OF EMP-REC
003780             MOVE TXN-BASIC-SALARY TO
003790                 BASIC-SALARY OF EMP-REC
003820             MOVE TXN-DEPT-CODE TO DEPT-CODE OF EMP-REC
003830             MOVE TXN-PAY-FREQUENCY TO
003840                 PAY-FREQUENCY OF EMP-REC
003845             MOVE TXN-PAY-TYPE TO PAY-TYPE OF EMP-REC
003847             MOVE TXN-WORK-STATE TO WORK-STATE OF EMP-REC
003850             REWRITE EMP-REC
003860             MOVE EMP-REC TO WS-AFTER-IMAGE
003870             PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT
004080**                           RECORD TO THE HISTORY FILE
004090******************************************************************
004100 5500-TERMINATE-EMPLOYEE.
004102     MOVE WORK-STATE OF EMP-REC TO WS-STATE-KEY.
004103     PERFORM 1130-FIND-STATE THRU 1130-EXIT.
004104     IF WS-STATE-MATCH = ZERO
004105         PERFORM 6700-LOG-NO-STATE-TABLE THRU 6700-EXIT
004106         GO TO 5500-EXIT
004107     END-IF.
004110     MOVE EMP-REC TO WS-BEFORE-IMAGE.
004120     IF FREQ-IS-WEEKLY OF EMP-REC
004130         MOVE WS-WEEKLY-HOURS TO WS-STD-HOURS-WORK
004180         TXN-OT-HOURS, WS-STD-HOURS-WORK,
004190         TAX-BRACKET-TABLE,
004200         WS-GROSS-PAY, WS-TAX-AMOUNT, WS-NET-PAY, PAY-DETAIL.
004205     PERFORM 5550-CALCULATE-STATE-TAX THRU 5550-EXIT.
004206     PERFORM 5560-PAY-OUT-VACATION THRU 5560-EXIT.
004207     IF NOT PAYOUT-IS-VALID
004208         GO TO 5500-EXIT
004209     END-IF.
004210     ADD WS-GROSS-PAY TO YTD-GROSS OF EMP-REC.
004220     ADD WS-TAX-AMOUNT TO YTD-TAX OF EMP-REC.
004225     ADD WS-STATE-TAX TO YTD-STATE-TAX OF EMP-REC.
004230     MOVE SPACES TO TERM-HIST-REC.
004240     MOVE EMP-REC TO TH-EMP-IMAGE.
004250     MOVE WS-RUN-DATE TO TH-TERM-DATE.
004280     PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.
004290     DELETE EMP-MASTER-FILE RECORD.
004300     PERFORM 6600-LOG-TERMINATED THRU 6600-EXIT.
004302     IF WS-PAYOUT-HOURS NOT = ZERO
004304         PERFORM 6650-LOG-PAYOUT THRU 6650-EXIT
004306     END-IF.
004310 5500-EXIT.
004320     EXIT.
004330*
005210 7000-WRITE-JOURNAL.
005220     MOVE SPACES TO AUDIT-REC.
005230     MOVE WS-RUN-DATE TO JR-RUN-DATE.
005240     MOVE WS-JOURNAL-SOURCE TO JR-SOURCE.
005250     MOVE TXN-CODE TO JR-TXN-CODE.
005260     MOVE TXN-EMP-ID TO JR-EMP-ID.
005270     MOVE WS-BEFORE-IMAGE TO JR-BEFORE-IMAGE.
005400     MOVE WS-TERM-COUNT TO SL-TERM-COUNT.
005410     MOVE WS-REJECT-COUNT TO SL-REJECT-COUNT.
005420     WRITE MR-PRINT-LINE FROM WS-SUMMARY-LINE.
005430     PERFORM 8100-WRITE-PENDING THRU 8100-EXIT.
005440     CLOSE EMP-MASTER-FILE.
005450     CLOSE TRANS-FILE.
005460     CLOSE MAINT-REPORT.
005480     CLOSE TERM-HIST-FILE.
005490 8000-EXIT.
005500     EXIT.
005510*
005520******************************************************************
005530**  1120-TABLE-STATE-BRACKET - ADD ONE STATE/LOCAL BRACKET TO
005540**                             ITS JURISDICTION'S SET, OPENING A
005550**                             NEW SET THE FIRST TIME A CODE IS
005560**                             SEEN
005570******************************************************************
005580 1120-TABLE-STATE-BRACKET.
005590     MOVE TB-JURISDICTION TO WS-STATE-KEY.
005600     PERFORM 1130-FIND-STATE THRU 1130-EXIT.
005610     IF WS-STATE-MATCH = ZERO
005620         IF SX-STATE-COUNT = 20
005630             DISPLAY "EMPMAINT: STATE TAX TABLE FULL - "
005640                 TB-JURISDICTION " DROPPED"
005650             GO TO 1120-EXIT
005660         END-IF
005670         ADD 1 TO SX-STATE-COUNT
005680         MOVE SX-STATE-COUNT TO WS-STATE-MATCH
005690         SET SX-STATE-IDX TO WS-STATE-MATCH
005700         MOVE TB-JURISDICTION TO SX-STATE-CODE (SX-STATE-IDX)
005710         MOVE ZERO TO SX-BRACKET-COUNT (SX-STATE-IDX)
005720     END-IF.
005730     SET SX-STATE-IDX TO WS-STATE-MATCH.
005740     IF SX-BRACKET-COUNT (SX-STATE-IDX) = 10
005750         GO TO 1120-EXIT
005760     END-IF.
005770     ADD 1 TO SX-BRACKET-COUNT (SX-STATE-IDX).
005780     MOVE SX-BRACKET-COUNT (SX-STATE-IDX) TO WS-STATE-BRACKET.
005790     MOVE TB-BRACKET-LOW TO
005800         SX-BRACKET-LOW (SX-STATE-IDX, WS-STATE-BRACKET).
005810     MOVE TB-BRACKET-HIGH TO
005820         SX-BRACKET-HIGH (SX-STATE-IDX, WS-STATE-BRACKET).
005830     MOVE TB-BRACKET-RATE TO
005840         SX-BRACKET-RATE (SX-STATE-IDX, WS-STATE-BRACKET).
005850 1120-EXIT.
005860     EXIT.
005870*
005880******************************************************************
005890**  1130-FIND-STATE - LOCATE WS-STATE-KEY IN STATE-TAX-TABLE;
005900**                    WS-STATE-MATCH IS ZERO WHEN IT IS NOT THERE
005910******************************************************************
005920 1130-FIND-STATE.
005930     MOVE ZERO TO WS-STATE-MATCH.
005940     PERFORM 1140-TEST-ONE-STATE THRU 1140-EXIT
005950         VARYING SX-STATE-IDX FROM 1 BY 1
005960         UNTIL SX-STATE-IDX > SX-STATE-COUNT.
005970 1130-EXIT.
005980     EXIT.
005990*
006000******************************************************************
006010**  1140-TEST-ONE-STATE - TEST ONE STATE-TAX-TABLE ENTRY
006020******************************************************************
006030 1140-TEST-ONE-STATE.
006040     IF WS-STATE-MATCH = ZERO
006050         AND SX-STATE-CODE (SX-STATE-IDX) = WS-STATE-KEY
006060         SET WS-STATE-MATCH TO SX-STATE-IDX
006070     END-IF.
006080 1140-EXIT.
006090     EXIT.
006100*
006110******************************************************************
006120**  5550-CALCULATE-STATE-TAX - WALK THE WORK-STATE'S BRACKET SET
006130**                             THROUGH PAYWH ON THE SAME FINAL
006140**                             GROSS AND TAKE THE STATE TAX FROM
006150**                             THE FINAL NET
006160******************************************************************
006170 5550-CALCULATE-STATE-TAX.
006180     SET SX-STATE-IDX TO WS-STATE-MATCH.
006190     CALL "PAYWH" USING BASIC-SALARY OF EMP-REC,
006200         PAY-TYPE OF EMP-REC, WS-ZERO-REG-HOURS,
006210         TXN-OT-HOURS, WS-STD-HOURS-WORK,
006220         SX-BRACKET-SET (SX-STATE-IDX),
006230         WS-STATE-GROSS, WS-STATE-TAX, WS-STATE-NET,
006240         STATE-PAY-DETAIL.
006250     SUBTRACT WS-STATE-TAX FROM WS-NET-PAY.
006260 5550-EXIT.
006270     EXIT.
006280*
006290******************************************************************
006300**  6700-LOG-NO-STATE-TABLE - ADD, CHANGE OR TERMINATION FOR A
006310**                            WORK-STATE WITH NO BRACKET SET
006320******************************************************************
006330 6700-LOG-NO-STATE-TABLE.
006340     ADD 1 TO WS-REJECT-COUNT.
006350     MOVE SPACES TO WS-ACTIVITY-LINE.
006360     MOVE TXN-EMP-ID TO AL-EMP-ID.
006370     MOVE "REJECTED" TO AL-ACTION.
006380     MOVE "NO TAX TABLE FOR WORK-STATE" TO AL-REMARKS.
006390     WRITE MR-PRINT-LINE FROM WS-ACTIVITY-LINE.
006400 6700-EXIT.
006410     EXIT.
006420*
006430******************************************************************
006440**  5560-PAY-OUT-VACATION - PRICE THE VACATION BALANCE AS HOURLY
006450**                          PAY AT THE EMPLOYEE'S RATE, WITHHOLD
006460**                          IT AS A PAYMENT OF ITS OWN (FEDERAL
006470**                          AND STATE) AND ADD IT TO THE FINAL
006480**                          PAY.  A BALANCE TOO LARGE TO PRICE
006490**                          REJECTS THE TERMINATION UNTOUCHED
006500******************************************************************
006510 5560-PAY-OUT-VACATION.
006520     MOVE 'Y' TO WS-PAYOUT-SW.
006530     MOVE ZERO TO WS-PAYOUT-VALUES.
006540     PERFORM 5570-FIND-VACATION THRU 5570-EXIT.
006550     IF NOT PAYOUT-IS-VALID
006560         PERFORM 6800-LOG-PAYOUT-TOO-LARGE THRU 6800-EXIT
006570         GO TO 5560-EXIT
006580     END-IF.
006590     IF WS-PAYOUT-HOURS = ZERO
006600         GO TO 5560-EXIT
006610     END-IF.
006620     CALL "PAYWH" USING BASIC-SALARY OF EMP-REC,
006630         WS-PAYOUT-PAY-TYPE, WS-PAYOUT-HOURS,
006640         WS-ZERO-OT-HOURS, WS-STD-HOURS-WORK,
006650         TAX-BRACKET-TABLE,
006660         WS-PAYOUT-GROSS, WS-PAYOUT-TAX, WS-PAYOUT-NET,
006670         PAY-DETAIL.
006680     SET SX-STATE-IDX TO WS-STATE-MATCH.
006690     CALL "PAYWH" USING BASIC-SALARY OF EMP-REC,
006700         WS-PAYOUT-PAY-TYPE, WS-PAYOUT-HOURS,
006710         WS-ZERO-OT-HOURS, WS-STD-HOURS-WORK,
006720         SX-BRACKET-SET (SX-STATE-IDX),
006730         WS-PAYOUT-STATE-GROSS, WS-PAYOUT-STATE-TAX,
006740         WS-PAYOUT-STATE-NET, STATE-PAY-DETAIL.
006750     SUBTRACT WS-PAYOUT-STATE-TAX FROM WS-PAYOUT-NET.
006760     ADD WS-PAYOUT-GROSS TO WS-GROSS-PAY.
006770     ADD WS-PAYOUT-TAX TO WS-TAX-AMOUNT.
006780     ADD WS-PAYOUT-STATE-TAX TO WS-STATE-TAX.
006790     ADD WS-PAYOUT-NET TO WS-NET-PAY.
006800 5560-EXIT.
006810     EXIT.
006820*
006830******************************************************************
006840**  5570-FIND-VACATION - SCAN THE LEAVE MASTER FOR THE EMPLOYEE'S
006850**                       VACATION RECORD; NO RECORD IS A ZERO
006860**                       BALANCE
006870******************************************************************
006880 5570-FIND-VACATION.
006890     MOVE 'N' TO WS-LVE-EOF-SW.
006900     OPEN INPUT LEAVE-FILE.
006901     IF WS-LVE-FILE-STATUS NOT = "00"
006902         DISPLAY "EMPMAINT: LEAVE-FILE OPEN FAILED, "
006903             "FILE STATUS " WS-LVE-FILE-STATUS
006904         MOVE 16 TO RETURN-CODE
006905         STOP RUN
006906     END-IF.
006907     PERFORM 5580-READ-LEAVE THRU 5580-EXIT.
006910     PERFORM 5580-READ-LEAVE THRU 5580-EXIT
006920         UNTIL END-OF-LEAVE
006930         OR LV-EMP-ID > EMP-ID OF EMP-REC
006940         OR (LV-EMP-ID = EMP-ID OF EMP-REC
006950             AND LV-IS-VACATION).
006960     IF NOT END-OF-LEAVE
006970         AND LV-EMP-ID = EMP-ID OF EMP-REC
006980         AND LV-IS-VACATION
006990         IF LV-BALANCE > WS-MAX-PAYOUT-HOURS
007000             MOVE 'N' TO WS-PAYOUT-SW
007010         ELSE
007020             MOVE LV-BALANCE TO WS-PAYOUT-HOURS
007030         END-IF
007040     END-IF.
007050     CLOSE LEAVE-FILE.
007060 5570-EXIT.
007070     EXIT.
007080*
007090******************************************************************
007100**  5580-READ-LEAVE - READ THE NEXT LEAVE MASTER RECORD
007110******************************************************************
007120 5580-READ-LEAVE.
007130     READ LEAVE-FILE
007140         AT END
007150             MOVE 'Y' TO WS-LVE-EOF-SW
007160             GO TO 5580-EXIT
007170     END-READ.
007180 5580-EXIT.
007190     EXIT.
007200*
007210******************************************************************
007220**  6650-LOG-PAYOUT - RECORD THE VACATION HOURS PAID OUT ON A
007230**                    TERMINATION AND THEIR GROSS
007240******************************************************************
007250 6650-LOG-PAYOUT.
007260     MOVE SPACES TO WS-ACTIVITY-LINE.
007270     MOVE TXN-EMP-ID TO AL-EMP-ID.
007280     MOVE "PAYOUT" TO AL-ACTION.
007290     MOVE WS-PAYOUT-HOURS TO PR-HOURS.
007300     MOVE WS-PAYOUT-GROSS TO PR-GROSS.
007310     MOVE WS-PAYOUT-REMARK TO AL-REMARKS.
007320     WRITE MR-PRINT-LINE FROM WS-ACTIVITY-LINE.
007330 6650-EXIT.
007340     EXIT.
007350*
007360******************************************************************
007370**  6800-LOG-PAYOUT-TOO-LARGE - TERMINATION WHOSE VACATION
007380**                              BALANCE IS OVER 999.99 HOURS
007390******************************************************************
007400 6800-LOG-PAYOUT-TOO-LARGE.
007410     ADD 1 TO WS-REJECT-COUNT.
007420     MOVE SPACES TO WS-ACTIVITY-LINE.
007430     MOVE TXN-EMP-ID TO AL-EMP-ID.
007440     MOVE "REJECTED" TO AL-ACTION.
007450     MOVE "VACATION PAYOUT OVER 999.99 HR" TO AL-REMARKS.
007460     WRITE MR-PRINT-LINE FROM WS-ACTIVITY-LINE.
007470 6800-EXIT.
007480     EXIT.
007490*
007500******************************************************************
007510**  1400-READ-RUN-PARM - AN OPTIONAL PARAMETER NAMES THE PAYCAL
007520**                       CYCLE THIS RUN RELEASES PARKED CHANGES
007530**                       THROUGH; SAVE THAT PERIOD'S END DATE
007540******************************************************************
007550 1400-READ-RUN-PARM.
007560     MOVE SPACES TO WS-RUN-PARM.
007570     ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
007580     IF WS-RUN-PARM = SPACES
007590         GO TO 1400-EXIT
007600     END-IF.
007610     IF WS-PARM-FREQUENCY NOT = SPACE
007620         MOVE WS-PARM-FREQUENCY TO WS-RUN-FREQUENCY
007630     END-IF.
007640     IF WS-PARM-PERIOD-X IS NOT NUMERIC
007650         DISPLAY "EMPMAINT: RUN PARAMETER MUST NAME THE CYCLE "
007660             "(FREQUENCY AND PERIOD NUMBER) OR BE OMITTED"
007670         MOVE 16 TO RETURN-CODE
007680         STOP RUN
007690     END-IF.
007700     MOVE WS-PARM-PERIOD-X TO WS-RUN-PERIOD.
007710     OPEN INPUT CALENDAR-FILE.
007720     IF WS-CAL-FILE-STATUS NOT = "00"
007730         DISPLAY "EMPMAINT: CALENDAR-FILE OPEN FAILED, "
007740             "FILE STATUS " WS-CAL-FILE-STATUS
007750         MOVE 16 TO RETURN-CODE
007760         STOP RUN
007770     END-IF.
007780     PERFORM 1410-READ-CALENDAR THRU 1410-EXIT
007790         UNTIL END-OF-CALENDAR
007800         OR (CAL-FREQUENCY = WS-RUN-FREQUENCY
007810             AND CAL-PERIOD-NO = WS-RUN-PERIOD).
007820     CLOSE CALENDAR-FILE.
007830     IF END-OF-CALENDAR
007840         DISPLAY "EMPMAINT: NO CALENDAR RECORD FOR FREQUENCY "
007850             WS-RUN-FREQUENCY " PERIOD " WS-RUN-PERIOD
007860         MOVE 16 TO RETURN-CODE
007870         STOP RUN
007880     END-IF.
007890     MOVE CAL-END-DATE TO WS-CAL-END-DATE.
007900     MOVE 'Y' TO WS-CYCLE-SW.
007910     MOVE WS-RUN-FREQUENCY TO CY-FREQUENCY.
007920     MOVE WS-RUN-PERIOD TO CY-PERIOD.
007930     MOVE WS-CAL-END-DATE TO CY-END-DATE.
007940     WRITE MR-PRINT-LINE FROM WS-CYCLE-LINE.
007950 1400-EXIT.
007960     EXIT.
007970*
007980******************************************************************
007990**  1410-READ-CALENDAR - READ THE NEXT CALENDAR RECORD
008000******************************************************************
008010 1410-READ-CALENDAR.
008020     READ CALENDAR-FILE
008030         AT END
008040             MOVE 'Y' TO WS-CAL-EOF-SW
008050     END-READ.
008060 1410-EXIT.
008070     EXIT.
008080*
008090******************************************************************
008100**  1500-LOAD-PENDING - TABLE THE CHANGES PARKED BY EARLIER RUNS
008110******************************************************************
008120 1500-LOAD-PENDING.
008130     OPEN INPUT PENDING-FILE.
008140     IF WS-PND-FILE-STATUS NOT = "00" AND "05"
008150         DISPLAY "EMPMAINT: PENDING-FILE OPEN FAILED, "
008160             "FILE STATUS " WS-PND-FILE-STATUS
008170         MOVE 16 TO RETURN-CODE
008180         STOP RUN
008190     END-IF.
008200     PERFORM 1510-READ-PENDING THRU 1510-EXIT
008210         UNTIL END-OF-PENDING.
008220     CLOSE PENDING-FILE.
008230 1500-EXIT.
008240     EXIT.
008250*
008260******************************************************************
008270**  1510-READ-PENDING - READ AND TABLE ONE PARKED CHANGE.  A
008280**                      CHANGE CANNOT BE DROPPED, SO A FULL TABLE
008290**                      STOPS THE RUN
008300******************************************************************
008310 1510-READ-PENDING.
008320     READ PENDING-FILE
008330         AT END
008340             MOVE 'Y' TO WS-PND-EOF-SW
008350             GO TO 1510-EXIT
008360     END-READ.
008370     IF WS-PEND-COUNT = 500
008380         DISPLAY "EMPMAINT: PENDING TABLE FULL - EMPPEND HOLDS "
008390             "MORE THAN 500 PARKED CHANGES"
008400         MOVE 16 TO RETURN-CODE
008410         STOP RUN
008420     END-IF.
008430     ADD 1 TO WS-PEND-COUNT.
008440     SET PT-IDX TO WS-PEND-COUNT.
008450     MOVE PENDING-REC TO PT-RECORD (PT-IDX).
008460     MOVE 'P' TO PT-STATUS (PT-IDX).
008470 1510-EXIT.
008480     EXIT.
008490*
008500******************************************************************
008510**  1600-CANCEL-PENDING - FIRST PASS OF THE FEED: APPLY THE CANCEL
008520**                        (X) TRANSACTIONS TO THE PENDING TABLE,
008530**                        THEN REOPEN THE FEED FOR THE MAIN PASS
008540******************************************************************
008550 1600-CANCEL-PENDING.
008560     PERFORM 2200-READ-TRANS THRU 2200-EXIT.
008570     PERFORM 1610-CANCEL-ONE THRU 1610-EXIT
008580         UNTIL TRANS-EOF.
008590     CLOSE TRANS-FILE.
008600     OPEN INPUT TRANS-FILE.
008601     IF WS-TRN-FILE-STATUS NOT = "00"
008602         DISPLAY "EMPMAINT: TRANS-FILE OPEN FAILED, "
008603             "FILE STATUS " WS-TRN-FILE-STATUS
008604         MOVE 16 TO RETURN-CODE
008605         STOP RUN
008606     END-IF.
008610     MOVE 'N' TO WS-TRN-EOF-SW.
008620 1600-EXIT.
008630     EXIT.
008640*
008650******************************************************************
008660**  1610-CANCEL-ONE - CANCEL THE EMPLOYEE'S PARKED CHANGES WITH
008670**                    THE TRANSACTION'S EFFECTIVE DATE, OR ALL OF
008680**                    THEM WHEN THE DATE IS BLANK OR ZERO
008690******************************************************************
008700 1610-CANCEL-ONE.
008710     IF NOT TXN-IS-CANCEL
008720         PERFORM 2200-READ-TRANS THRU 2200-EXIT
008730         GO TO 1610-EXIT
008740     END-IF.
008750     MOVE ZERO TO WS-CANCEL-MATCHES.
008760     MOVE "EMPCANCL" TO WS-JOURNAL-SOURCE.
008770     PERFORM 1620-CANCEL-ENTRY THRU 1620-EXIT
008780         VARYING PT-IDX FROM 1 BY 1
008790         UNTIL PT-IDX > WS-PEND-COUNT.
008800     MOVE "EMPTRAN" TO WS-JOURNAL-SOURCE.
008810     IF WS-CANCEL-MATCHES = ZERO
008820         PERFORM 6920-LOG-NOTHING-TO-CANCEL THRU 6920-EXIT
008830     END-IF.
008840     PERFORM 2200-READ-TRANS THRU 2200-EXIT.
008850 1610-EXIT.
008860     EXIT.
008870*
008880******************************************************************
008890**  1620-CANCEL-ENTRY - TEST ONE PENDING ENTRY AGAINST THE CANCEL
008900**                      AND JOURNAL IT AS WITHDRAWN IF IT MATCHES
008910******************************************************************
008920 1620-CANCEL-ENTRY.
008930     IF NOT PT-IS-PENDING (PT-IDX)
008940         OR PT-EMP-ID (PT-IDX) NOT = TXN-EMP-ID
008950         GO TO 1620-EXIT
008960     END-IF.
008970     IF TXN-EFFECTIVE-DATE-X NOT = SPACES
008980         AND TXN-EFFECTIVE-DATE NOT = ZERO
008990         AND PT-EFFECTIVE-DATE (PT-IDX) NOT = TXN-EFFECTIVE-DATE
009000         GO TO 1620-EXIT
009010     END-IF.
009020     MOVE 'C' TO PT-STATUS (PT-IDX).
009030     ADD 1 TO WS-CANCEL-MATCHES.
009040     MOVE PT-TRANS-IMAGE (PT-IDX) TO WS-BEFORE-IMAGE.
009050     MOVE SPACES TO WS-AFTER-IMAGE.
009060     PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.
009070     PERFORM 6910-LOG-CANCELLED THRU 6910-EXIT.
009080 1620-EXIT.
009090     EXIT.
009100*
009110******************************************************************
009120**  1700-RELEASE-PENDING - MARK THE PARKED CHANGES NOW DUE AND
009130**                         APPLY THEM, EARLIEST EFFECTIVE DATE
009140**                         FIRST, BEFORE THE FEED
009150******************************************************************
009160 1700-RELEASE-PENDING.
009170     MOVE ZERO TO WS-DUE-COUNT.
009180     PERFORM 1710-MARK-DUE THRU 1710-EXIT
009190         VARYING PT-IDX FROM 1 BY 1
009200         UNTIL PT-IDX > WS-PEND-COUNT.
009210     MOVE "EMPRLSE" TO WS-JOURNAL-SOURCE.
009220     PERFORM 1720-RELEASE-EARLIEST THRU 1720-EXIT
009230         WS-DUE-COUNT TIMES.
009240     MOVE "EMPTRAN" TO WS-JOURNAL-SOURCE.
009250 1700-EXIT.
009260     EXIT.
009270*
009280******************************************************************
009290**  1710-MARK-DUE - MARK ONE PENDING ENTRY DUE IF THIS RUN
009300**                  RELEASES IT
009310******************************************************************
009320 1710-MARK-DUE.
009330     IF NOT PT-IS-PENDING (PT-IDX)
009340         GO TO 1710-EXIT
009350     END-IF.
009360     MOVE PT-TRANS-IMAGE (PT-IDX) TO EMP-TRANS.
009370     PERFORM 2400-TEST-DUE THRU 2400-EXIT.
009380     IF TRANS-IS-DUE
009390         MOVE 'D' TO PT-STATUS (PT-IDX)
009400         ADD 1 TO WS-DUE-COUNT
009410     END-IF.
009420 1710-EXIT.
009430     EXIT.
009440*
009450******************************************************************
009460**  1720-RELEASE-EARLIEST - APPLY THE DUE ENTRY WITH THE EARLIEST
009470**                          EFFECTIVE DATE (FILING ORDER WITHIN A
009480**                          DATE) AS IF IT HAD JUST BEEN KEYED
009490******************************************************************
009500 1720-RELEASE-EARLIEST.
009510     MOVE ZERO TO WS-LOW-IDX.
009520     PERFORM 1730-TEST-EARLIEST THRU 1730-EXIT
009530         VARYING PT-IDX FROM 1 BY 1
009540         UNTIL PT-IDX > WS-PEND-COUNT.
009550     IF WS-LOW-IDX = ZERO
009560         GO TO 1720-EXIT
009570     END-IF.
009580     SET PT-IDX TO WS-LOW-IDX.
009590     MOVE 'R' TO PT-STATUS (PT-IDX).
009600     MOVE PT-TRANS-IMAGE (PT-IDX) TO EMP-TRANS.
009610     PERFORM 6930-LOG-RELEASED THRU 6930-EXIT.
009620     PERFORM 3000-READ-MASTER-BY-KEY THRU 3000-EXIT.
009630     IF MASTER-RECORD-FOUND
009640         PERFORM 5000-APPLY-MATCHED-TRANS THRU 5000-EXIT
009650     ELSE
009660         PERFORM 4000-APPLY-UNMATCHED-TRANS THRU 4000-EXIT
009670     END-IF.
009680 1720-EXIT.
009690     EXIT.
009700*
009710******************************************************************
009720**  1730-TEST-EARLIEST - TEST ONE PENDING ENTRY FOR THE EARLIEST
009730**                       DUE EFFECTIVE DATE
009740******************************************************************
009750 1730-TEST-EARLIEST.
009760     IF NOT PT-IS-DUE (PT-IDX)
009770         GO TO 1730-EXIT
009780     END-IF.
009790     IF WS-LOW-IDX = ZERO
009800         SET WS-LOW-IDX TO PT-IDX
009810         GO TO 1730-EXIT
009820     END-IF.
009830     IF PT-EFFECTIVE-DATE (PT-IDX) <
009840         PT-EFFECTIVE-DATE (WS-LOW-IDX)
009850         SET WS-LOW-IDX TO PT-IDX
009860     END-IF.
009870 1730-EXIT.
009880     EXIT.
009890*
009900******************************************************************
009910**  2300-PARK-IF-FUTURE - HOLD BACK A CANCEL (ALREADY APPLIED), A
009920**                        BAD EFFECTIVE DATE, OR A CHANGE NOT YET
009930**                        DUE, WHICH IS PARKED AND JOURNALED WITH
009940**                        THE CURRENT MASTER AS ITS BEFORE-IMAGE
009950**                        AND THE TRANSACTION AS ITS AFTER-IMAGE
009960******************************************************************
009970 2300-PARK-IF-FUTURE.
009980     MOVE 'N' TO WS-HELD-SW.
009990     IF TXN-IS-CANCEL
010000         MOVE 'Y' TO WS-HELD-SW
010010         GO TO 2300-EXIT
010020     END-IF.
010030     IF TXN-EFFECTIVE-DATE-X = SPACES
010040         GO TO 2300-EXIT
010050     END-IF.
010060     IF TXN-EFFECTIVE-DATE IS NOT NUMERIC
010070         MOVE 'Y' TO WS-HELD-SW
010080         PERFORM 6940-LOG-BAD-DATE THRU 6940-EXIT
010090         GO TO 2300-EXIT
010100     END-IF.
010110     IF TXN-EFFECTIVE-DATE = ZERO
010120         GO TO 2300-EXIT
010130     END-IF.
010140     PERFORM 2400-TEST-DUE THRU 2400-EXIT.
010150     IF TRANS-IS-DUE
010160         GO TO 2300-EXIT
010170     END-IF.
010180     MOVE 'Y' TO WS-HELD-SW.
010190     IF WS-PEND-COUNT = 500
010200         PERFORM 6950-LOG-PENDING-FULL THRU 6950-EXIT
010210         GO TO 2300-EXIT
010220     END-IF.
010230     ADD 1 TO WS-PEND-COUNT.
010240     SET PT-IDX TO WS-PEND-COUNT.
010250     MOVE SPACES TO PT-ENTRY (PT-IDX).
010260     MOVE EMP-TRANS TO PT-TRANS-IMAGE (PT-IDX).
010270     MOVE WS-RUN-DATE TO PT-PARKED-DATE (PT-IDX).
010280     MOVE 'P' TO PT-STATUS (PT-IDX).
010290     PERFORM 3000-READ-MASTER-BY-KEY THRU 3000-EXIT.
010300     IF MASTER-RECORD-FOUND
010310         MOVE EMP-REC TO WS-BEFORE-IMAGE
010320     ELSE
010330         MOVE SPACES TO WS-BEFORE-IMAGE
010340     END-IF.
010350     MOVE EMP-TRANS TO WS-AFTER-IMAGE.
010360     MOVE "EMPPEND" TO WS-JOURNAL-SOURCE.
010370     PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.
010380     MOVE "EMPTRAN" TO WS-JOURNAL-SOURCE.
010390     PERFORM 6900-LOG-PARKED THRU 6900-EXIT.
010400 2300-EXIT.
010410     EXIT.
010420*
010430******************************************************************
010440**  2400-TEST-DUE - WHEN THE RUN NAMES A CYCLE, A CHANGE IN
010450**                  EMP-TRANS IS DUE WHEN THE CYCLE IS ON THE
010460**                  EMPLOYEE'S PAY FREQUENCY (THE MASTER'S, OR THE
010470**                  TRANSACTION'S FOR A NEW HIRE) AND ITS PERIOD
010480**                  ENDS ON OR AFTER THE EFFECTIVE DATE; WITH NO
010485**                  CYCLE NAMED, WHEN ITS DATE HAS COME
010490******************************************************************
010500 2400-TEST-DUE.
010510     MOVE 'N' TO WS-DUE-SW.
010520     IF NOT CYCLE-NAMED
010530         IF TXN-EFFECTIVE-DATE NOT > WS-RUN-DATE
010540             MOVE 'Y' TO WS-DUE-SW
010550         END-IF
010555         GO TO 2400-EXIT
010560     END-IF.
010570     IF TXN-EFFECTIVE-DATE > WS-CAL-END-DATE
010580         GO TO 2400-EXIT
010590     END-IF.
010600     MOVE 'M' TO WS-EMP-FREQUENCY.
010610     PERFORM 3000-READ-MASTER-BY-KEY THRU 3000-EXIT.
010620     IF MASTER-RECORD-FOUND
010630         IF FREQ-IS-WEEKLY OF EMP-REC
010640             MOVE 'W' TO WS-EMP-FREQUENCY
010650         END-IF
010660     ELSE
010670         IF TXN-PAY-FREQUENCY = 'W'
010680             MOVE 'W' TO WS-EMP-FREQUENCY
010690         END-IF
010700     END-IF.
010710     IF WS-EMP-FREQUENCY = WS-RUN-FREQUENCY
010720         MOVE 'Y' TO WS-DUE-SW
010730     END-IF.
010740 2400-EXIT.
010750     EXIT.
010760*
010770******************************************************************
010780**  6900-LOG-PARKED - RECORD A CHANGE HELD FOR ITS EFFECTIVE DATE
010790******************************************************************
010800 6900-LOG-PARKED.
010810     ADD 1 TO WS-PARK-COUNT.
010820     MOVE SPACES TO WS-ACTIVITY-LINE.
010830     MOVE TXN-EMP-ID TO AL-EMP-ID.
010840     MOVE "PARKED" TO AL-ACTION.
010850     MOVE TXN-CODE TO ER-CODE.
010860     MOVE TXN-EFFECTIVE-DATE TO ER-DATE.
010870     MOVE WS-EFFECTIVE-REMARK TO AL-REMARKS.
010880     WRITE MR-PRINT-LINE FROM WS-ACTIVITY-LINE.
010890 6900-EXIT.
010900     EXIT.
010910*
010920******************************************************************
010930**  6910-LOG-CANCELLED - RECORD A PARKED CHANGE WITHDRAWN BY AN X
010940**                       TRANSACTION
010950******************************************************************
010960 6910-LOG-CANCELLED.
010970     ADD 1 TO WS-CANCEL-COUNT.
010980     MOVE SPACES TO WS-ACTIVITY-LINE.
010990     MOVE TXN-EMP-ID TO AL-EMP-ID.
011000     MOVE "CANCELLED" TO AL-ACTION.
011010     MOVE PT-TRANS-IMAGE (PT-IDX) (1:1) TO ER-CODE.
011020     MOVE PT-EFFECTIVE-DATE (PT-IDX) TO ER-DATE.
011030     MOVE WS-EFFECTIVE-REMARK TO AL-REMARKS.
011040     WRITE MR-PRINT-LINE FROM WS-ACTIVITY-LINE.
011050 6910-EXIT.
011060     EXIT.
011070*
011080******************************************************************
011090**  6920-LOG-NOTHING-TO-CANCEL - X TRANSACTION MATCHING NO PARKED
011100**                               CHANGE
011110******************************************************************
011120 6920-LOG-NOTHING-TO-CANCEL.
011130     ADD 1 TO WS-REJECT-COUNT.
011140     MOVE SPACES TO WS-ACTIVITY-LINE.
011150     MOVE TXN-EMP-ID TO AL-EMP-ID.
011160     MOVE "REJECTED" TO AL-ACTION.
011170     MOVE "NO PARKED CHANGE TO CANCEL" TO AL-REMARKS.
011180     WRITE MR-PRINT-LINE FROM WS-ACTIVITY-LINE.
011190 6920-EXIT.
011200     EXIT.
011210*
011220******************************************************************
011230**  6930-LOG-RELEASED - RECORD A PARKED CHANGE RELEASED THIS RUN;
011240**                      ITS OUTCOME IS LOGGED ON THE NEXT LINE
011250******************************************************************
011260 6930-LOG-RELEASED.
011270     ADD 1 TO WS-RELEASE-COUNT.
011280     MOVE SPACES TO WS-ACTIVITY-LINE.
011290     MOVE TXN-EMP-ID TO AL-EMP-ID.
011300     MOVE "RELEASED" TO AL-ACTION.
011310     MOVE TXN-CODE TO ER-CODE.
011320     MOVE TXN-EFFECTIVE-DATE TO ER-DATE.
011330     MOVE WS-EFFECTIVE-REMARK TO AL-REMARKS.
011340     WRITE MR-PRINT-LINE FROM WS-ACTIVITY-LINE.
011350 6930-EXIT.
011360     EXIT.
011370*
011380******************************************************************
011390**  6940-LOG-BAD-DATE - EFFECTIVE DATE PRESENT BUT NOT NUMERIC
011400******************************************************************
011410 6940-LOG-BAD-DATE.
011420     ADD 1 TO WS-REJECT-COUNT.
011430     MOVE SPACES TO WS-ACTIVITY-LINE.
011440     MOVE TXN-EMP-ID TO AL-EMP-ID.
011450     MOVE "REJECTED" TO AL-ACTION.
011460     MOVE "EFFECTIVE DATE NOT NUMERIC" TO AL-REMARKS.
011470     WRITE MR-PRINT-LINE FROM WS-ACTIVITY-LINE.
011480 6940-EXIT.
011490     EXIT.
011500*
011510******************************************************************
011520**  6950-LOG-PENDING-FULL - FUTURE-DATED CHANGE WITH NO ROOM LEFT
011530**                          IN THE PENDING TABLE
011540******************************************************************
011550 6950-LOG-PENDING-FULL.
011560     ADD 1 TO WS-REJECT-COUNT.
011570     MOVE SPACES TO WS-ACTIVITY-LINE.
011580     MOVE TXN-EMP-ID TO AL-EMP-ID.
011590     MOVE "REJECTED" TO AL-ACTION.
011600     MOVE "PENDING FILE FULL - NOT PARKED" TO AL-REMARKS.
011610     WRITE MR-PRINT-LINE FROM WS-ACTIVITY-LINE.
011620 6950-EXIT.
011630     EXIT.
011640*
011650******************************************************************
011660**  8100-WRITE-PENDING - WRITE THE CHANGES STILL PARKED TO THE NEW
011670**                       PENDING FILE IN EMP-ID AND EFFECTIVE-DATE
011680**                       SEQUENCE AND PRINT THE PENDING TOTALS
011690******************************************************************
011700 8100-WRITE-PENDING.
011710     OPEN OUTPUT NEW-PENDING-FILE.
011720     IF WS-NPD-FILE-STATUS NOT = "00"
011730         DISPLAY "EMPMAINT: NEW-PENDING-FILE OPEN FAILED, "
011740             "FILE STATUS " WS-NPD-FILE-STATUS
011750         MOVE 16 TO RETURN-CODE
011760         STOP RUN
011770     END-IF.
011780     MOVE ZERO TO WS-KEEP-COUNT.
011790     PERFORM 8110-COUNT-KEPT THRU 8110-EXIT
011800         VARYING PT-IDX FROM 1 BY 1
011810         UNTIL PT-IDX > WS-PEND-COUNT.
011820     PERFORM 8120-WRITE-LOWEST THRU 8120-EXIT
011830         WS-KEEP-COUNT TIMES.
011840     CLOSE NEW-PENDING-FILE.
011850     MOVE WS-PARK-COUNT TO PS-PARK-COUNT.
011860     MOVE WS-RELEASE-COUNT TO PS-RELEASE-COUNT.
011870     MOVE WS-CANCEL-COUNT TO PS-CANCEL-COUNT.
011880     MOVE WS-KEEP-COUNT TO PS-KEEP-COUNT.
011890     WRITE MR-PRINT-LINE FROM WS-PENDING-SUMMARY-LINE.
011900 8100-EXIT.
011910     EXIT.
011920*
011930******************************************************************
011940**  8110-COUNT-KEPT - COUNT ONE ENTRY IF IT IS STILL PENDING
011950******************************************************************
011960 8110-COUNT-KEPT.
011970     IF PT-IS-PENDING (PT-IDX)
011980         ADD 1 TO WS-KEEP-COUNT
011990     END-IF.
012000 8110-EXIT.
012010     EXIT.
012020*
012030******************************************************************
012040**  8120-WRITE-LOWEST - WRITE THE LOWEST PENDING ENTRY BY EMP-ID
012050**                      AND EFFECTIVE DATE AND MARK IT WRITTEN
012060******************************************************************
012070 8120-WRITE-LOWEST.
012080     MOVE ZERO TO WS-LOW-IDX.
012090     PERFORM 8130-TEST-LOWEST THRU 8130-EXIT
012100         VARYING PT-IDX FROM 1 BY 1
012110         UNTIL PT-IDX > WS-PEND-COUNT.
012120     IF WS-LOW-IDX = ZERO
012130         GO TO 8120-EXIT
012140     END-IF.
012150     SET PT-IDX TO WS-LOW-IDX.
012160     WRITE NEW-PENDING-REC FROM PT-RECORD (PT-IDX).
012170     MOVE 'W' TO PT-STATUS (PT-IDX).
012180 8120-EXIT.
012190     EXIT.
012200*
012210******************************************************************
012220**  8130-TEST-LOWEST - TEST ONE PENDING ENTRY FOR THE LOWEST KEY
012230******************************************************************
012240 8130-TEST-LOWEST.
012250     IF NOT PT-IS-PENDING (PT-IDX)
012260         GO TO 8130-EXIT
012270     END-IF.
012280     IF WS-LOW-IDX = ZERO
012290         SET WS-LOW-IDX TO PT-IDX
012300         GO TO 8130-EXIT
012310     END-IF.
012320     IF PT-EMP-ID (PT-IDX) < PT-EMP-ID (WS-LOW-IDX)
012330         OR (PT-EMP-ID (PT-IDX) = PT-EMP-ID (WS-LOW-IDX)
012340             AND PT-EFFECTIVE-DATE (PT-IDX) <
012350                 PT-EFFECTIVE-DATE (WS-LOW-IDX))
012360         SET WS-LOW-IDX TO PT-IDX
012370     END-IF.
012380 8130-EXIT.
012390     EXIT.
