000230*     RECORD IS LISTED AS AN EXCEPTION AND COUNTED; RETURN-CODE
000240*     IS SET TO THE UNMATCHED COUNT SO THE JOB STREAM HOLDS THE
000250*     REMACH TRANSMISSION UNTIL THE PAYEE MASTER IS COMPLETED.
000252*     REMACH IS WRITTEN AS A COMPLETE NACHA FILE LIKE PAYACH'S
000254*     (SEE COPY/ACHCTL.cpy) - HEADERS, ENTRIES, CONTROLS AND
000256*     BLOCK PADDING - AND IS PROVED BY ACHBAL BEFORE TRANSMISSION.
000257*     A PAYOFF REVERSAL RECORD (SEE COPY/PAYHREC.cpy) IS NETTED
000258*     OUT OF THE CODE TOTALS.  THE RUN IS RECORDED ON PAYCTL AS
000259*     STEP PAYREM, SO PAYOFF KNOWS WHAT HAS BEEN REMITTED.
000260*
000270* MODIFICATION HISTORY.
000280*     09/02/2026  RJK  ORIGINAL PROGRAM.
000287*                      FORWARD TO NEWPAYEE UNCHANGED AND FAIL
000288*                      THE RUN, INSTEAD OF DROPPING THEM FROM
000289*                      THE PROMOTED MASTER.
000290*     10/15/2026  RJK  WRITE THE COMPLETE NACHA FILE - FILE
000291*                      HEADER, BATCH HEADER, BATCH AND FILE
000292*                      CONTROL RECORDS AND BLOCK PADDING (SEE
000293*                      COPY/ACHCTL.cpy) - INSTEAD OF LEAVING THEM
000294*                      TO THE TRANSMISSION UTILITY; TRACE NUMBERS
000295*                      NOW LEAD WITH THE ORIGINATING BANK ID.
000296*                      PRINT THE FILE CONTROL TOTALS.
000297*     10/15/2026  RJK  NET PAYOFF REVERSAL RECORDS OUT OF THE CODE
000298*                      TOTALS AND RECORD THE RUN ON PAYCTL.
000299*
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. PAYREM.
000320 AUTHOR. R. J. KOWALCZYK.
000640     SELECT CALENDAR-FILE ASSIGN TO "PAYCAL"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-CAL-FILE-STATUS.
000662
000664     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "PAYCTL"
000666         ORGANIZATION IS LINE SEQUENTIAL
000668         FILE STATUS IS WS-CTL-FILE-STATUS.
000670*
000680 DATA DIVISION.
000690 FILE SECTION.
000900 FD  CALENDAR-FILE
000910     RECORDING MODE IS F.
000920 COPY CALREC.
000922*
000924 FD  RUN-CONTROL-FILE
000926     RECORDING MODE IS F.
000928 COPY CTLREC.
000930*
000940 WORKING-STORAGE SECTION.
000950*
001020 01  WS-ACH-FILE-STATUS          PIC X(2).
001030 01  WS-RPT-FILE-STATUS          PIC X(2).
001040 01  WS-CAL-FILE-STATUS          PIC X(2).
001045 01  WS-CTL-FILE-STATUS          PIC X(2).
001050*
001060 01  WS-SWITCHES.
001070     05  WS-HIS-EOF-SW            PIC X(1)   VALUE 'N'.
001530*
001540 77  WS-MATCH-IDX                 PIC 9(3)    VALUE ZERO.
001545 77  WS-PREV-HIST-ID              PIC 9(5)    VALUE ZERO.
001547 77  WS-CTL-DATE                  PIC 9(8)    VALUE ZERO.
001550 77  WS-TRACE-NUMBER              PIC 9(15)   VALUE ZERO.
001551*
001552*-----------------------------------------------------------------
001553* ACH FILE CONTROL TOTALS - ENTRY COUNT, ENTRY HASH (SUM OF THE
001554* RECEIVING DFI IDS, LOW-ORDER TEN DIGITS) AND TOTAL CREDIT
001555*-----------------------------------------------------------------
001556 01  WS-ACH-TOTALS.
001557     05  WS-ACH-ENTRY-COUNT       PIC 9(6)    VALUE ZERO.
001558     05  WS-ACH-HASH-ACCUM        PIC 9(13)   VALUE ZERO.
001559     05  WS-ACH-ENTRY-HASH        PIC 9(10)   VALUE ZERO.
001560     05  WS-ACH-TOTAL-CREDIT      PIC 9(10)V99 VALUE ZERO.
001561     05  WS-ACH-RECORD-COUNT      PIC 9(8)    VALUE ZERO.
001562     05  WS-ACH-BLOCK-COUNT       PIC 9(6)    VALUE ZERO.
001563 77  WS-ACH-RUN-DATE              PIC 9(8)    VALUE ZERO.
001564 77  WS-ACH-RUN-TIME              PIC 9(8)    VALUE ZERO.
001565*
001570 01  WS-COUNTS.
001580     05  WS-ACH-COUNT             PIC 9(5)    VALUE ZERO.
001590     05  WS-MAIL-COUNT            PIC 9(5)    VALUE ZERO.
001640* ACH ENTRY DETAIL RECORD (NACHA TYPE 6 LAYOUT, 94 BYTES)
001650*-----------------------------------------------------------------
001660 COPY ACHDET.
001661*
001662*-----------------------------------------------------------------
001663* ACH FILE HEADER, BATCH HEADER AND CONTROL RECORDS
001664*-----------------------------------------------------------------
001665 COPY ACHCTL.
001670*
001680*-----------------------------------------------------------------
001690* REMITTANCE REGISTER LINE LAYOUTS
002140     05  FILLER                   PIC X(3)   VALUE SPACES.
002150     05  EX-REASON                PIC X(40).
002160     05  FILLER                   PIC X(30)  VALUE SPACES.
002161*
002162 01  WS-NETTED-LINE.
002163     05  FILLER                   PIC X(4)   VALUE "*** ".
002164     05  FILLER                   PIC X(26)  VALUE
002165         "REVERSAL NETTED - EMP-ID ".
002166     05  NL-EMP-ID                PIC 9(5).
002167     05  FILLER                   PIC X(45)  VALUE SPACES.
002170*
002180 01  WS-SUMMARY-LINE.
002190     05  FILLER                   PIC X(5)   VALUE "ACH =".
002280     05  FILLER                   PIC X(9)   VALUE "REMITTED=".
002290     05  SL-TOTAL-REMITTED        PIC Z(8)9.99.
002300     05  FILLER                   PIC X(6)   VALUE SPACES.
002301*
002302 01  WS-CONTROL-LINE.
002303     05  FILLER                   PIC X(11)  VALUE "ENTRIES   =".
002304     05  CL-ENTRY-COUNT           PIC ZZZZZ9.
002305     05  FILLER                   PIC X(3)   VALUE SPACES.
002306     05  FILLER                   PIC X(11)  VALUE "ENTRY HASH=".
002307     05  CL-ENTRY-HASH            PIC 9(10).
002308     05  FILLER                   PIC X(3)   VALUE SPACES.
002309     05  FILLER                   PIC X(11)  VALUE "CREDIT    =".
002310     05  CL-TOTAL-CREDIT          PIC Z(9)9.99.
002311     05  FILLER                   PIC X(12)  VALUE SPACES.
002312*
002320 PROCEDURE DIVISION.
002330*
002340******************************************************************
002760     WRITE RR-PRINT-LINE FROM WS-HEADING-1.
002770     WRITE RR-PRINT-LINE FROM WS-CYCLE-LINE.
002780     WRITE RR-PRINT-LINE FROM WS-HEADING-2.
002785     PERFORM 5800-WRITE-ACH-HEADERS THRU 5800-EXIT.
002790     PERFORM 1100-LOAD-PAYEE-MASTER THRU 1100-EXIT.
002800     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
002810 1000-EXIT.
003739**                            A REMITTANCE
003740******************************************************************
003750 2000-ACCUMULATE-HISTORY.
003751     IF PH-IS-REVERSAL
003752         PERFORM 2200-NET-REVERSAL THRU 2200-EXIT
003753         GO TO 2000-EXIT
003754     END-IF.
003755     IF PH-EMP-ID NOT = WS-PREV-HIST-ID
003760         PERFORM 3000-POST-ONE-DEDUCTION THRU 3000-EXIT
003770             VARYING PH-DED-IDX FROM 1 BY 1
004010     END-IF.
004020 2100-EXIT.
004030     EXIT.
004031*
004032******************************************************************
004033**  2200-NET-REVERSAL - SUBTRACT A REVERSED PAYMENT'S DEDUCTIONS
004034**                      FROM THE CODE TOTALS AND READ ON; ITS
004035**                      ORIGINAL RECORD IS EARLIER ON THE FILE AND
004036**                      ALREADY ADDED IN
004037******************************************************************
004038 2200-NET-REVERSAL.
004039     MOVE PH-EMP-ID TO NL-EMP-ID.
004040     WRITE RR-PRINT-LINE FROM WS-NETTED-LINE.
004041     PERFORM 3100-BACK-OUT-ONE-DEDUCTION THRU 3100-EXIT
004042         VARYING PH-DED-IDX FROM 1 BY 1
004043         UNTIL PH-DED-IDX > PH-DED-COUNT.
004044     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
004045 2200-EXIT.
004046     EXIT.
004047*
004050******************************************************************
004060**  3000-POST-ONE-DEDUCTION - ADD ONE DEDUCTION TAKEN TO ITS
004070**                            CODE'S ACCUMULATOR
004440     END-IF.
004450 3010-EXIT.
004460     EXIT.
004461*
004462******************************************************************
004463**  3100-BACK-OUT-ONE-DEDUCTION - SUBTRACT ONE REVERSED DEDUCTION
004464**                                FROM ITS CODE'S ACCUMULATOR
004465******************************************************************
004466 3100-BACK-OUT-ONE-DEDUCTION.
004467     IF PH-DED-AMOUNT (PH-DED-IDX) = ZERO
004468         GO TO 3100-EXIT
004469     END-IF.
004470     MOVE ZERO TO WS-MATCH-IDX.
004471     PERFORM 3010-SEARCH-DED-CODE THRU 3010-EXIT
004472         VARYING WS-DED-IDX FROM 1 BY 1
004473         UNTIL WS-DED-IDX > WS-DED-COUNT.
004474     IF WS-MATCH-IDX = ZERO
004475         GO TO 3100-EXIT
004476     END-IF.
004477     SET WS-DED-IDX TO WS-MATCH-IDX.
004478     IF WS-DED-AMOUNT (WS-DED-IDX) < PH-DED-AMOUNT (PH-DED-IDX)
004479         MOVE ZERO TO WS-DED-AMOUNT (WS-DED-IDX)
004480     ELSE
004481         SUBTRACT PH-DED-AMOUNT (PH-DED-IDX) FROM
004482             WS-DED-AMOUNT (WS-DED-IDX)
004483     END-IF.
004484 3100-EXIT.
004485     EXIT.
004486*
004487******************************************************************
004490**  4000-REMIT-ONE-CODE - PAY ONE CODE'S CYCLE TOTAL TO ITS
004500**                        PAYEE AND ROLL UP REMITTED-TO-DATE
004510******************************************************************
005250     ADD 1 TO WS-TRACE-NUMBER.
005260     MOVE WS-TRACE-NUMBER TO AD-TRACE-NUMBER.
005270     WRITE RA-ACH-RECORD FROM WS-ACH-DETAIL.
005275     PERFORM 5850-COUNT-ACH-ENTRY THRU 5850-EXIT.
005280 5000-EXIT.
005290     EXIT.
005291*
005292******************************************************************
005293**  5800-WRITE-ACH-HEADERS - FILE HEADER AND BATCH HEADER; THE
005294**                           CYCLE'S CHECK DATE IS THE EFFECTIVE
005295**                           ENTRY DATE
005296******************************************************************
005297 5800-WRITE-ACH-HEADERS.
005298     ACCEPT WS-ACH-RUN-DATE FROM DATE YYYYMMDD.
005299     ACCEPT WS-ACH-RUN-TIME FROM TIME.
005300     MOVE AO-IMMEDIATE-DEST TO FH-IMMEDIATE-DEST.
005301     MOVE AO-IMMEDIATE-ORIGIN TO FH-IMMEDIATE-ORIGIN.
005302     MOVE WS-ACH-RUN-DATE (3:6) TO FH-CREATION-DATE.
005303     MOVE WS-ACH-RUN-TIME (1:4) TO FH-CREATION-TIME.
005304     MOVE AO-DEST-NAME TO FH-DEST-NAME.
005305     MOVE AO-ORIGIN-NAME TO FH-ORIGIN-NAME.
005306     WRITE RA-ACH-RECORD FROM WS-ACH-FILE-HEADER.
005307     MOVE AO-COMPANY-NAME TO BH-COMPANY-NAME.
005308     MOVE AO-COMPANY-ID TO BH-COMPANY-ID.
005309     MOVE "CCD" TO BH-ENTRY-CLASS.
005310     MOVE "REMITTANCE" TO BH-ENTRY-DESCRIPTION.
005311     MOVE WS-CAL-CHECK-DATE (3:6) TO BH-DESCRIPTIVE-DATE.
005312     MOVE WS-CAL-CHECK-DATE (3:6) TO BH-EFFECTIVE-DATE.
005313     MOVE AO-ORIGIN-DFI TO BH-ORIGIN-DFI.
005314     MOVE 1 TO BH-BATCH-NUMBER.
005315     WRITE RA-ACH-RECORD FROM WS-ACH-BATCH-HEADER.
005316     MOVE 2 TO WS-ACH-RECORD-COUNT.
005317     COMPUTE WS-TRACE-NUMBER = AO-ORIGIN-DFI * 10000000.
005318 5800-EXIT.
005319     EXIT.
005320*
005321******************************************************************
005322**  5850-COUNT-ACH-ENTRY - ADD THE ENTRY JUST WRITTEN TO THE
005323**                         BATCH CONTROL TOTALS
005324******************************************************************
005325 5850-COUNT-ACH-ENTRY.
005326     ADD 1 TO WS-ACH-ENTRY-COUNT.
005327     ADD 1 TO WS-ACH-RECORD-COUNT.
005328     ADD AD-RECEIVING-DFI-ID TO WS-ACH-HASH-ACCUM.
005329     ADD AD-AMOUNT TO WS-ACH-TOTAL-CREDIT.
005330 5850-EXIT.
005331     EXIT.
005332*
005333******************************************************************
005334**  5900-WRITE-ACH-CONTROLS - BATCH CONTROL, FILE CONTROL AND
005335**                            PADDING TO A FULL BLOCK OF TEN
005336******************************************************************
005337 5900-WRITE-ACH-CONTROLS.
005338     MOVE WS-ACH-HASH-ACCUM TO WS-ACH-ENTRY-HASH.
005339     MOVE WS-ACH-ENTRY-COUNT TO BC-ENTRY-COUNT.
005340     MOVE WS-ACH-ENTRY-HASH TO BC-ENTRY-HASH.
005341     MOVE ZERO TO BC-TOTAL-DEBIT.
005342     MOVE WS-ACH-TOTAL-CREDIT TO BC-TOTAL-CREDIT.
005343     MOVE AO-COMPANY-ID TO BC-COMPANY-ID.
005344     MOVE AO-ORIGIN-DFI TO BC-ORIGIN-DFI.
005345     MOVE 1 TO BC-BATCH-NUMBER.
005346     WRITE RA-ACH-RECORD FROM WS-ACH-BATCH-CONTROL.
005347     ADD 2 TO WS-ACH-RECORD-COUNT.
005348     COMPUTE WS-ACH-BLOCK-COUNT = (WS-ACH-RECORD-COUNT + 9) / 10.
005349     MOVE 1 TO FC-BATCH-COUNT.
005350     MOVE WS-ACH-BLOCK-COUNT TO FC-BLOCK-COUNT.
005351     MOVE WS-ACH-ENTRY-COUNT TO FC-ENTRY-COUNT.
005352     MOVE WS-ACH-ENTRY-HASH TO FC-ENTRY-HASH.
005353     MOVE ZERO TO FC-TOTAL-DEBIT.
005354     MOVE WS-ACH-TOTAL-CREDIT TO FC-TOTAL-CREDIT.
005355     WRITE RA-ACH-RECORD FROM WS-ACH-FILE-CONTROL.
005356     PERFORM 5910-WRITE-ACH-PADDING THRU 5910-EXIT
005357         UNTIL WS-ACH-RECORD-COUNT NOT < WS-ACH-BLOCK-COUNT * 10.
005358 5900-EXIT.
005359     EXIT.
005360*
005361******************************************************************
005362**  5910-WRITE-ACH-PADDING - ONE ALL-NINES FILLER RECORD
005363******************************************************************
005364 5910-WRITE-ACH-PADDING.
005365     WRITE RA-ACH-RECORD FROM WS-ACH-PADDING.
005366     ADD 1 TO WS-ACH-RECORD-COUNT.
005367 5910-EXIT.
005368     EXIT.
005369*
005370******************************************************************
005371**  7000-WRITE-NEW-PAYEES - CARRY THE PAYEE MASTER FORWARD WITH
005372**                          REMITTED-TO-DATE ROLLED UP
005373******************************************************************
005374 7000-WRITE-NEW-PAYEES.
005375     PERFORM 7100-WRITE-ONE-PAYEE THRU 7100-EXIT
005376         VARYING PE-IDX FROM 1 BY 1
005380         UNTIL PE-IDX > WS-PAYEE-COUNT.
005390 7000-EXIT.
005400     EXIT.
005712     MOVE WS-HELD-COUNT TO SL-HELD-COUNT.
005720     MOVE WS-TOTAL-REMITTED TO SL-TOTAL-REMITTED.
005730     WRITE RR-PRINT-LINE FROM WS-SUMMARY-LINE.
005731     PERFORM 5900-WRITE-ACH-CONTROLS THRU 5900-EXIT.
005732     MOVE WS-ACH-ENTRY-COUNT TO CL-ENTRY-COUNT.
005733     MOVE WS-ACH-ENTRY-HASH TO CL-ENTRY-HASH.
005734     MOVE WS-ACH-TOTAL-CREDIT TO CL-TOTAL-CREDIT.
005735     WRITE RR-PRINT-LINE FROM WS-CONTROL-LINE.
005740     MOVE WS-UNMATCHED-COUNT TO RETURN-CODE.
005742     IF WS-HELD-COUNT NOT = ZERO
005744         MOVE 16 TO RETURN-CODE
005746     END-IF.
005748     PERFORM 8500-RECORD-COMPLETION THRU 8500-EXIT.
005750     CLOSE PAY-HISTORY-FILE.
005760     CLOSE NEW-PAYEE-FILE.
005770     CLOSE REMIT-ACH-FILE.
005780     CLOSE REMIT-REPORT.
005790 8000-EXIT.
005800     EXIT.
007010*
007020******************************************************************
007030**  8500-RECORD-COMPLETION - RECORD THIS STEP'S CONDITION ON THE
007040**                           RUN-CONTROL FILE (CAPPED AT 99)
007050******************************************************************
007060 8500-RECORD-COMPLETION.
007070     OPEN EXTEND RUN-CONTROL-FILE.
007080     IF WS-CTL-FILE-STATUS NOT = "00" AND "05"
007090         DISPLAY "PAYREM: RUN-CONTROL-FILE OPEN EXTEND FAILED, "
007100             "FILE STATUS " WS-CTL-FILE-STATUS
007110         MOVE 16 TO RETURN-CODE
007120         STOP RUN
007130     END-IF.
007140     MOVE SPACES TO RUN-CONTROL-REC.
007150     MOVE WS-RUN-FREQUENCY TO CT-FREQUENCY.
007160     MOVE WS-RUN-PERIOD TO CT-PERIOD-NO.
007170     MOVE "PAYREM" TO CT-STEP.
007180     IF RETURN-CODE > 99
007190         MOVE 99 TO CT-CONDITION
007200     ELSE
007210         MOVE RETURN-CODE TO CT-CONDITION
007220     END-IF.
007230     ACCEPT WS-CTL-DATE FROM DATE YYYYMMDD.
007240     MOVE WS-CTL-DATE TO CT-RUN-DATE.
007250     WRITE RUN-CONTROL-REC.
007260     CLOSE RUN-CONTROL-FILE.
007270 8500-EXIT.
007280     EXIT.
