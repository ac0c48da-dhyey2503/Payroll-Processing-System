000140*     GLMAP CONTROL FILE OPERATIONS MAINTAINS (SEE
000150*     COPY/GLMAP.cpy): GROSS PAY IS DEBITED TO EACH DEPARTMENT'S
000160*     EXPENSE ACCOUNT SO COST-CENTER EXPENSE LANDS WHERE THE
000170*     EMPLOYEE SITS, FEDERAL TAX WITHHELD IS CREDITED TO THE TAX
000180*     LIABILITY ACCOUNT, STATE/LOCAL TAX WITHHELD IS CREDITED TO
000182*     EACH WORK-STATE'S OWN LIABILITY ACCOUNT (GLMAP TYPE S),
000184*     EACH DEDUCTION CODE'S TAKE IS CREDITED TO ITS LIABILITY
000190*     ACCOUNT, AND NET PAY IS CREDITED TO THE
000200*     CASH/CLEARING ACCOUNT.  BECAUSE EVERY EMPLOYEE'S GROSS
000210*     EQUALS BOTH TAXES PLUS DEDUCTIONS PLUS NET, THE FILE
000220*     BALANCES BY CONSTRUCTION; THE PROOF REPORT LISTS EVERY
000230*     POSTING AND PROVES DEBITS MINUS CREDITS IS ZERO.  A
000240*     DEPT-CODE, DED-CODE OR WORK-STATE WITH NO MAP RECORD IS
000245*     POSTED WITH THE ACCOUNT "UNMAPPED", LISTED ON THE PROOF
000250*     REPORT AND FAILS THE RUN.
000252*     THE EMPLOYER'S SHARE OF THE PAYROLL TAXES PRICED BY PAYERTX
000253*     (ACCRUAL FILE ERTACR, SEE COPY/ERTACR.cpy) IS POSTED IN THE
000254*     SAME RUN: EACH DEPARTMENT'S EMPLOYER TAX IS DEBITED TO ITS
000255*     GLMAP TYPE E EXPENSE ACCOUNT AND EACH TAX CODE'S TOTAL IS
000256*     CREDITED TO ITS TYPE L LIABILITY ACCOUNT, SO THE COST LANDS
000257*     ON THE COST CENTER WITH THE GROSS AND THE PROOF STILL NETS
000258*     TO ZERO.  AN UNMAPPED DEPT-CODE OR TAX CODE FAILS THE RUN
000259*     AS ABOVE.  THE RUN-CONTROL FILE (PAYCTL, SEE
000260*     COPY/CTLREC.cpy) MUST SHOW PAYERTX COMPLETED THE CYCLE WITH
000261*     CONDITION 00, AND AN ACCRUAL RECORD FOR ANY OTHER CYCLE
000262*     STOPS THE RUN.
000263*     RETURN-CODE IS 0 ONLY WHEN THE FILE PROVED AND EVERY CODE
000270*     MAPPED, SO THE JOB STREAM RELEASES THE POSTING FILE ON A
000280*     ZERO CONDITION CODE ONLY.
000290*
000300* MODIFICATION HISTORY.
000310*     09/02/2026  RJK  ORIGINAL PROGRAM.
000312*     10/15/2026  RJK  CREDIT PH-STATE-TAX, ACCUMULATED BY
000314*                      PH-WORK-STATE, TO EACH STATE'S LIABILITY
000316*                      ACCOUNT FROM THE NEW GLMAP TYPE S RECORDS
000318*                      INSTEAD OF LEAVING IT IN NET.
000319*     10/15/2026  RJK  POST THE EMPLOYER TAX ACCRUALS FROM
000320*                      PAYERTX (ERTACR): DEBIT EACH DEPARTMENT'S
000321*                      GLMAP TYPE E EXPENSE ACCOUNT AND CREDIT
000322*                      EACH TAX CODE'S TYPE L LIABILITY ACCOUNT.
000323*                      REFUSE A CYCLE PAYERTX HAS NOT COMPLETED
000324*                      CLEAN ON PAYCTL.
000325*     10/15/2026  RJK  PASS OVER THE NEGATING HISTORY RECORDS
000326*                      PAYOFF APPENDS FOR A REVERSAL - ITS OWN
000327*                      REVERSING POSTINGS GO TO GLREV.  THE
000328*                      POSTING LAYOUT MOVES TO COPY/GLPOST.cpy.
000329*
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. PAYGL.
000350 AUTHOR. R. J. KOWALCZYK.
000690     SELECT CALENDAR-FILE ASSIGN TO "PAYCAL"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-CAL-FILE-STATUS.
000711
000712     SELECT ACCRUAL-FILE ASSIGN TO "ERTACR"
000713         ORGANIZATION IS LINE SEQUENTIAL
000714         FILE STATUS IS WS-ACR-FILE-STATUS.
000715
000716     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "PAYCTL"
000717         ORGANIZATION IS LINE SEQUENTIAL
000718         FILE STATUS IS WS-CTL-FILE-STATUS.
000720*
000730 DATA DIVISION.
000740 FILE SECTION.
000960     RECORDING MODE IS F.
000970 COPY CALREC.
000980*
000981 FD  ACCRUAL-FILE
000982     RECORDING MODE IS F.
000983 COPY ERTACR.
000984*
000985 FD  RUN-CONTROL-FILE
000986     RECORDING MODE IS F.
000987 COPY CTLREC.
000988*
000990 WORKING-STORAGE SECTION.
001000*
001010*-----------------------------------------------------------------
001070 01  WS-PST-FILE-STATUS          PIC X(2).
001080 01  WS-RPT-FILE-STATUS          PIC X(2).
001090 01  WS-CAL-FILE-STATUS          PIC X(2).
001092 01  WS-ACR-FILE-STATUS          PIC X(2).
001094 01  WS-CTL-FILE-STATUS          PIC X(2).
001100*
001110 01  WS-SWITCHES.
001120     05  WS-EOF-SW                PIC X(1)   VALUE 'N'.
001210         88  EMP-IN-CYCLE                    VALUE 'Y'.
001220     05  WS-HIS-FOUND-SW          PIC X(1)   VALUE 'N'.
001230         88  HISTORY-WAS-FOUND               VALUE 'Y'.
001232     05  WS-ACR-EOF-SW            PIC X(1)   VALUE 'N'.
001233         88  END-OF-ACCRUALS                 VALUE 'Y'.
001234     05  WS-CTL-EOF-SW            PIC X(1)   VALUE 'N'.
001235         88  END-OF-CONTROLS                 VALUE 'Y'.
001236     05  WS-ERT-SEEN-SW           PIC X(1)   VALUE 'N'.
001237         88  PAYERTX-RECORDED                VALUE 'Y'.
001238*
001239 77  WS-ERT-CONDITION             PIC 9(2)    VALUE 99.
001240*
001250*-----------------------------------------------------------------
001260* RUN CYCLE PARAMETER AND CALENDAR DETAIL
001540         10  WS-XMAP-CODE         PIC X(3).
001550         10  WS-XMAP-ACCOUNT      PIC X(8).
001560*
001562 01  WS-STATE-MAP-TABLE.
001563     05  WS-SMAP-COUNT            PIC 9(3)    VALUE ZERO.
001564     05  WS-SMAP-ENTRY            OCCURS 50 TIMES
001565                                  INDEXED BY SM-IDX.
001566         10  WS-SMAP-CODE         PIC X(2).
001567         10  WS-SMAP-ACCOUNT      PIC X(8).
001568*
001569 01  WS-ER-EXP-MAP-TABLE.
001570     05  WS-EMAP-COUNT            PIC 9(3)    VALUE ZERO.
001571     05  WS-EMAP-ENTRY            OCCURS 50 TIMES
001572                                  INDEXED BY EM-IDX.
001573         10  WS-EMAP-CODE         PIC X(3).
001574         10  WS-EMAP-ACCOUNT      PIC X(8).
001575*
001576 01  WS-ER-LIAB-MAP-TABLE.
001577     05  WS-LMAP-COUNT            PIC 9(3)    VALUE ZERO.
001578     05  WS-LMAP-ENTRY            OCCURS 20 TIMES
001579                                  INDEXED BY LM-IDX.
001580         10  WS-LMAP-CODE         PIC X(3).
001581         10  WS-LMAP-ACCOUNT      PIC X(8).
001582*
001583 77  WS-TAX-ACCOUNT               PIC X(8)    VALUE SPACES.
001584 77  WS-CASH-ACCOUNT              PIC X(8)    VALUE SPACES.
001590 77  WS-FOUND-ACCOUNT             PIC X(8)    VALUE SPACES.
001600 77  WS-UNMAPPED-ACCT             PIC X(8)    VALUE "UNMAPPED".
001610*
001770         10  WS-DED-CODE          PIC X(3).
001780         10  WS-DED-AMOUNT        PIC 9(9)V99 VALUE ZERO.
001790*
001792 01  WS-STATE-TABLE.
001793     05  WS-ST-COUNT              PIC 9(3)    VALUE ZERO.
001794     05  WS-ST-ENTRY              OCCURS 50 TIMES
001795                                  INDEXED BY WS-ST-IDX.
001796         10  WS-ST-CODE           PIC X(2).
001797         10  WS-ST-TAX            PIC 9(9)V99 VALUE ZERO.
001798*
001799*-----------------------------------------------------------------
001800* EMPLOYER TAX ACCUMULATORS FROM THE PAYERTX ACCRUAL FILE - BY
001801* DEPARTMENT FOR THE EXPENSE, BY TAX CODE FOR THE LIABILITY
001802*-----------------------------------------------------------------
001803 01  WS-ER-DEPT-TABLE.
001804     05  WS-ED-COUNT              PIC 9(3)    VALUE ZERO.
001805     05  WS-ED-ENTRY              OCCURS 50 TIMES
001806                                  INDEXED BY WS-ED-IDX.
001807         10  WS-ED-CODE           PIC X(3).
001808         10  WS-ED-AMOUNT         PIC 9(9)V99 VALUE ZERO.
001809*
001810 01  WS-ER-TAX-TABLE.
001811     05  WS-ET-COUNT              PIC 9(3)    VALUE ZERO.
001812     05  WS-ET-ENTRY              OCCURS 20 TIMES
001813                                  INDEXED BY WS-ET-IDX.
001814         10  WS-ET-CODE           PIC X(3).
001815         10  WS-ET-AMOUNT         PIC 9(9)V99 VALUE ZERO.
001816*
001817 77  WS-MATCH-IDX                 PIC 9(3)    VALUE ZERO.
001818 77  WS-TOTAL-TAX                 PIC 9(9)V99 VALUE ZERO.
001820 77  WS-TOTAL-NET                 PIC 9(9)V99 VALUE ZERO.
001830 77  WS-EMP-COUNT                 PIC 9(5)    VALUE ZERO.
001840 77  WS-UNMAPPED-COUNT            PIC 9(5)    VALUE ZERO.
001910*-----------------------------------------------------------------
001920* POSTING RECORD LAYOUT, WRITTEN TO GL-POST-FILE
001930*-----------------------------------------------------------------
001940 COPY GLPOST.
002070*
002080*-----------------------------------------------------------------
002090* PROOF REPORT LINE LAYOUTS
002700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002710     PERFORM 2000-PROCESS-EMPLOYEE THRU 2000-EXIT
002720         UNTIL END-OF-EMP-FILE.
002725     PERFORM 4000-ACCUMULATE-ACCRUAL THRU 4000-EXIT
002726         UNTIL END-OF-ACCRUALS.
002730     PERFORM 5000-WRITE-POSTINGS THRU 5000-EXIT.
002740     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002750     STOP RUN.
002910     END-IF.
002920     MOVE WS-PARM-PERIOD-X TO WS-RUN-PERIOD.
002930     PERFORM 1300-FIND-CALENDAR THRU 1300-EXIT.
002935     PERFORM 1500-CHECK-RUN-CONTROL THRU 1500-EXIT.
002940     OPEN INPUT EMP-MASTER-FILE
002950     OPEN INPUT PAY-HISTORY-FILE
002955     OPEN INPUT ACCRUAL-FILE
002960     OPEN OUTPUT GL-POST-FILE
002970     OPEN OUTPUT GL-PROOF-REPORT.
002980     IF WS-EMP-FILE-STATUS NOT = "00"
003100         MOVE 16 TO RETURN-CODE
003110         STOP RUN
003120     END-IF.
003122     IF WS-ACR-FILE-STATUS NOT = "00"
003123         DISPLAY "PAYGL: ACCRUAL-FILE OPEN FAILED, "
003124             "FILE STATUS " WS-ACR-FILE-STATUS
003125         DISPLAY "PAYGL: HAS PAYERTX RUN FOR THIS CYCLE?"
003126         MOVE 16 TO RETURN-CODE
003127         STOP RUN
003128     END-IF.
003130     PERFORM 1100-LOAD-ACCOUNT-MAP THRU 1100-EXIT.
003140     WRITE PR-PRINT-LINE FROM WS-HEADING-1.
003150     WRITE PR-PRINT-LINE FROM WS-CYCLE-LINE.
003810             SET XM-IDX TO WS-XMAP-COUNT
003820             MOVE GM-KEY TO WS-XMAP-CODE (XM-IDX)
003830             MOVE GM-ACCOUNT TO WS-XMAP-ACCOUNT (XM-IDX)
003832         WHEN GM-IS-STATE-TAX-LIABILITY
003834             IF WS-SMAP-COUNT = 50
003835                 DISPLAY "PAYGL: STATE MAP TABLE FULL - "
003836                     GM-KEY " DROPPED"
003837                 GO TO 1110-EXIT
003838             END-IF
003839             ADD 1 TO WS-SMAP-COUNT
003840             SET SM-IDX TO WS-SMAP-COUNT
003841             MOVE GM-KEY TO WS-SMAP-CODE (SM-IDX)
003842             MOVE GM-ACCOUNT TO WS-SMAP-ACCOUNT (SM-IDX)
003843         WHEN GM-IS-ER-TAX-EXPENSE
003844             IF WS-EMAP-COUNT = 50
003845                 DISPLAY "PAYGL: EMPLOYER TAX EXPENSE MAP TABLE "
003846                     "FULL - " GM-KEY " DROPPED"
003847                 GO TO 1110-EXIT
003848             END-IF
003849             ADD 1 TO WS-EMAP-COUNT
003850             SET EM-IDX TO WS-EMAP-COUNT
003851             MOVE GM-KEY TO WS-EMAP-CODE (EM-IDX)
003852             MOVE GM-ACCOUNT TO WS-EMAP-ACCOUNT (EM-IDX)
003853         WHEN GM-IS-ER-TAX-LIABILITY
003854             IF WS-LMAP-COUNT = 20
003855                 DISPLAY "PAYGL: EMPLOYER TAX LIABILITY MAP "
003856                     "TABLE FULL - " GM-KEY " DROPPED"
003857                 GO TO 1110-EXIT
003858             END-IF
003859             ADD 1 TO WS-LMAP-COUNT
003860             SET LM-IDX TO WS-LMAP-COUNT
003861             MOVE GM-KEY TO WS-LMAP-CODE (LM-IDX)
003862             MOVE GM-ACCOUNT TO WS-LMAP-ACCOUNT (LM-IDX)
003863         WHEN GM-IS-TAX-LIABILITY
003864             MOVE GM-ACCOUNT TO WS-TAX-ACCOUNT
003865         WHEN GM-IS-CASH-CLEARING
003870             MOVE GM-ACCOUNT TO WS-CASH-ACCOUNT
003880         WHEN OTHER
003890             DISPLAY "PAYGL: GLMAP RECORD TYPE NOT D/T/X/S/E/L/C "
003900                 "- DROPPED"
003910     END-EVALUATE.
003920 1110-EXIT.
003930     EXIT.
005050     PERFORM 3000-POST-GROSS-TO-DEPT THRU 3000-EXIT.
005060     ADD PH-TAX-AMOUNT TO WS-TOTAL-TAX.
005070     ADD PH-NET-PAY TO WS-TOTAL-NET.
005075     PERFORM 3300-POST-STATE-TAX THRU 3300-EXIT.
005080     PERFORM 3200-POST-ONE-DEDUCTION THRU 3200-EXIT
005090         VARYING PH-DED-IDX FROM 1 BY 1
005100         UNTIL PH-DED-IDX > PH-DED-COUNT.
005150******************************************************************
005160**  2310-READ-HISTORY - READ THE NEXT HISTORY RECORD FOR THE
005170**                      CYCLE BEING RUN; RECORDS FOR OTHER
005180**                      CYCLES ON THE ACCUMULATING FILE, AND
005190**                      REVERSAL RECORDS, ARE PASSED OVER
005200******************************************************************
005210 2310-READ-HISTORY.
005220     IF END-OF-HISTORY
005290     END-READ.
005300     IF PH-FREQUENCY NOT = WS-RUN-FREQUENCY
005310         OR PH-PERIOD-NO NOT = WS-RUN-PERIOD
005315         OR PH-IS-REVERSAL
005320         GO TO 2310-READ-HISTORY
005330     END-IF.
005340 2310-EXIT.
006150*
006160******************************************************************
006170**  5000-WRITE-POSTINGS - ONE BALANCED SET OF POSTINGS FOR THE
006180**                        CYCLE: DEPT EXPENSE DEBITS, TAX,
006185**                        STATE TAX AND DEDUCTION LIABILITY
006190**                        CREDITS, NET PAY CREDIT TO
006200**                        CASH/CLEARING, EMPLOYER TAX EXPENSE
006205**                        DEBITS AND LIABILITY CREDITS
006210******************************************************************
006220 5000-WRITE-POSTINGS.
006230     PERFORM 5100-POST-ONE-DEPT THRU 5100-EXIT
006280         MOVE SPACES TO PL-DEPT-CODE
006290         PERFORM 5400-WRITE-ONE-POSTING THRU 5400-EXIT
006300     END-IF.
006302     PERFORM 5500-POST-ONE-STATE THRU 5500-EXIT
006304         VARYING WS-ST-IDX FROM 1 BY 1
006306         UNTIL WS-ST-IDX > WS-ST-COUNT.
006310     PERFORM 5200-POST-ONE-DED-CODE THRU 5200-EXIT
006320         VARYING WS-DED-IDX FROM 1 BY 1
006330         UNTIL WS-DED-IDX > WS-DED-COUNT.
006340     IF WS-TOTAL-NET NOT = ZERO
006350         PERFORM 5300-POST-NET-TO-CASH THRU 5300-EXIT
006360     END-IF.
006362     PERFORM 5600-POST-ER-DEPT THRU 5600-EXIT
006364         VARYING WS-ED-IDX FROM 1 BY 1
006366         UNTIL WS-ED-IDX > WS-ED-COUNT.
006367     PERFORM 5700-POST-ER-TAX THRU 5700-EXIT
006368         VARYING WS-ET-IDX FROM 1 BY 1
006369         UNTIL WS-ET-IDX > WS-ET-COUNT.
006370 5000-EXIT.
006380     EXIT.
006390*
008230     WRITE PR-PRINT-LINE FROM WS-VERDICT-LINE.
008240     CLOSE EMP-MASTER-FILE.
008250     CLOSE PAY-HISTORY-FILE.
008255     CLOSE ACCRUAL-FILE.
008260     CLOSE GL-POST-FILE.
008270     CLOSE GL-PROOF-REPORT.
008280 8000-EXIT.
008290     EXIT.
008300*
008310******************************************************************
008320**  3300-POST-STATE-TAX - ADD THE EMPLOYEE'S STATE/LOCAL TAX TO
008330**                        ITS WORK-STATE'S ACCUMULATOR
008340******************************************************************
008350 3300-POST-STATE-TAX.
008360     IF PH-STATE-TAX = ZERO
008370         GO TO 3300-EXIT
008380     END-IF.
008390     MOVE ZERO TO WS-MATCH-IDX.
008400     PERFORM 3310-SEARCH-STATE THRU 3310-EXIT
008410         VARYING WS-ST-IDX FROM 1 BY 1
008420         UNTIL WS-ST-IDX > WS-ST-COUNT.
008430     IF WS-MATCH-IDX = ZERO
008440         IF WS-ST-COUNT = 50
008450             DISPLAY "PAYGL: STATE TABLE FULL - " PH-WORK-STATE
008460                 " STATE TAX DROPPED"
008470             GO TO 3300-EXIT
008480         END-IF
008490         ADD 1 TO WS-ST-COUNT
008500         SET WS-ST-IDX TO WS-ST-COUNT
008510         MOVE PH-WORK-STATE TO WS-ST-CODE (WS-ST-IDX)
008520         MOVE WS-ST-IDX TO WS-MATCH-IDX
008530     END-IF.
008540     SET WS-ST-IDX TO WS-MATCH-IDX.
008550     ADD PH-STATE-TAX TO WS-ST-TAX (WS-ST-IDX).
008560 3300-EXIT.
008570     EXIT.
008580*
008590******************************************************************
008600**  3310-SEARCH-STATE - TEST ONE TABLE ENTRY FOR A WORK-STATE
008610**                      MATCH
008620******************************************************************
008630 3310-SEARCH-STATE.
008640     IF WS-MATCH-IDX = ZERO
008650         AND PH-WORK-STATE = WS-ST-CODE (WS-ST-IDX)
008660         MOVE WS-ST-IDX TO WS-MATCH-IDX
008670     END-IF.
008680 3310-EXIT.
008690     EXIT.
008700*
008710******************************************************************
008720**  5500-POST-ONE-STATE - CREDIT ONE WORK-STATE'S TAX WITHHELD
008730**                        TO ITS STATE TAX LIABILITY ACCOUNT
008740******************************************************************
008750 5500-POST-ONE-STATE.
008760     IF WS-ST-TAX (WS-ST-IDX) = ZERO
008770         GO TO 5500-EXIT
008780     END-IF.
008790     PERFORM 5510-FIND-STATE-ACCOUNT THRU 5510-EXIT.
008800     MOVE SPACES TO WS-GL-POSTING.
008810     MOVE WS-RUN-FREQUENCY TO GP-FREQUENCY.
008820     MOVE WS-RUN-PERIOD TO GP-PERIOD-NO.
008830     MOVE WS-FOUND-ACCOUNT TO GP-ACCOUNT.
008840     MOVE SPACES TO GP-DEPT-CODE.
008850     MOVE 'C' TO GP-DR-CR.
008860     MOVE WS-ST-TAX (WS-ST-IDX) TO GP-AMOUNT.
008870     WRITE GP-POST-RECORD FROM WS-GL-POSTING.
008880     ADD WS-ST-TAX (WS-ST-IDX) TO WS-TOTAL-CREDITS.
008890     MOVE SPACES TO WS-POSTING-LINE.
008900     MOVE WS-FOUND-ACCOUNT TO PL-ACCOUNT.
008910     MOVE "CR" TO PL-DR-CR.
008920     MOVE WS-ST-TAX (WS-ST-IDX) TO PL-AMOUNT.
008930     MOVE SPACES TO PL-DESCRIPTION.
008940     STRING "STATE TAX WITHHELD - " WS-ST-CODE (WS-ST-IDX)
008950         DELIMITED BY SIZE
008960         INTO PL-DESCRIPTION.
008970     WRITE PR-PRINT-LINE FROM WS-POSTING-LINE.
008980 5500-EXIT.
008990     EXIT.
009000*
009010******************************************************************
009020**  5510-FIND-STATE-ACCOUNT - MAP ONE WORK-STATE TO ITS STATE TAX
009030**                            LIABILITY ACCOUNT; AN UNMAPPED
009040**                            STATE FAILS THE RUN
009050******************************************************************
009060 5510-FIND-STATE-ACCOUNT.
009070     MOVE WS-UNMAPPED-ACCT TO WS-FOUND-ACCOUNT.
009080     PERFORM 5520-TEST-ONE-STATE-MAP THRU 5520-EXIT
009090         VARYING SM-IDX FROM 1 BY 1
009100         UNTIL SM-IDX > WS-SMAP-COUNT.
009110     IF WS-FOUND-ACCOUNT = WS-UNMAPPED-ACCT
009120         ADD 1 TO WS-UNMAPPED-COUNT
009130     END-IF.
009140 5510-EXIT.
009150     EXIT.
009160*
009170******************************************************************
009180**  5520-TEST-ONE-STATE-MAP - TEST ONE STATE MAP ENTRY
009190******************************************************************
009200 5520-TEST-ONE-STATE-MAP.
009210     IF WS-FOUND-ACCOUNT = WS-UNMAPPED-ACCT
009220         AND WS-ST-CODE (WS-ST-IDX) =
009230             WS-SMAP-CODE (SM-IDX)
009240         MOVE WS-SMAP-ACCOUNT (SM-IDX) TO WS-FOUND-ACCOUNT
009250     END-IF.
009260 5520-EXIT.
009270     EXIT.
009280*
009290******************************************************************
009300**  1500-CHECK-RUN-CONTROL - THE CYCLE MUST SHOW PAYERTX
009310**                           COMPLETED WITH CONDITION 00 ON PAYCTL
009320******************************************************************
009330 1500-CHECK-RUN-CONTROL.
009340     OPEN INPUT RUN-CONTROL-FILE.
009350     IF WS-CTL-FILE-STATUS NOT = "00" AND "05"
009360         DISPLAY "PAYGL: RUN-CONTROL-FILE OPEN FAILED, "
009370             "FILE STATUS " WS-CTL-FILE-STATUS
009380         MOVE 16 TO RETURN-CODE
009390         STOP RUN
009400     END-IF.
009410     PERFORM 1510-SCAN-ONE-CONTROL THRU 1510-EXIT
009420         UNTIL END-OF-CONTROLS.
009430     CLOSE RUN-CONTROL-FILE.
009440     IF NOT PAYERTX-RECORDED
009450         OR WS-ERT-CONDITION NOT = ZERO
009460         DISPLAY "PAYGL: PAYERTX HAS NOT COMPLETED CYCLE "
009470             WS-RUN-FREQUENCY " " WS-RUN-PERIOD
009480             " CLEAN ON PAYCTL - ACCRUE EMPLOYER TAX FIRST"
009490         MOVE 16 TO RETURN-CODE
009500         STOP RUN
009510     END-IF.
009520 1500-EXIT.
009530     EXIT.
009540*
009550******************************************************************
009560**  1510-SCAN-ONE-CONTROL - TEST ONE RUN-CONTROL RECORD; THE
009570**                          LATEST PAYERTX RECORD FOR THE CYCLE
009580**                          CARRIES ITS CURRENT CONDITION
009590******************************************************************
009600 1510-SCAN-ONE-CONTROL.
009610     READ RUN-CONTROL-FILE
009620         AT END
009630             MOVE 'Y' TO WS-CTL-EOF-SW
009640             GO TO 1510-EXIT
009650     END-READ.
009660     IF CT-FREQUENCY = WS-RUN-FREQUENCY
009670         AND CT-PERIOD-NO = WS-RUN-PERIOD
009680         AND CT-STEP = "PAYERTX"
009690         MOVE 'Y' TO WS-ERT-SEEN-SW
009700         MOVE CT-CONDITION TO WS-ERT-CONDITION
009710     END-IF.
009720 1510-EXIT.
009730     EXIT.
009740*
009750******************************************************************
009760**  4000-ACCUMULATE-ACCRUAL - ADD ONE EMPLOYER TAX ACCRUAL TO ITS
009770**                            DEPARTMENT AND TAX CODE; THE FILE
009780**                            MUST HOLD THIS CYCLE ONLY
009790******************************************************************
009800 4000-ACCUMULATE-ACCRUAL.
009810     READ ACCRUAL-FILE
009820         AT END
009830             MOVE 'Y' TO WS-ACR-EOF-SW
009840             GO TO 4000-EXIT
009850     END-READ.
009860     IF EA-FREQUENCY NOT = WS-RUN-FREQUENCY
009870         OR EA-PERIOD-NO NOT = WS-RUN-PERIOD
009880         DISPLAY "PAYGL: ERTACR HOLDS ACCRUALS FOR CYCLE "
009890             EA-FREQUENCY " " EA-PERIOD-NO
009900             " - RERUN PAYERTX FOR THIS CYCLE"
009910         MOVE 16 TO RETURN-CODE
009920         STOP RUN
009930     END-IF.
009940     PERFORM 4100-ADD-TO-ER-DEPT THRU 4100-EXIT.
009950     PERFORM 4200-ADD-TO-ER-TAX THRU 4200-EXIT.
009960 4000-EXIT.
009970     EXIT.
009980*
009990******************************************************************
010000**  4100-ADD-TO-ER-DEPT - ADD THE ACCRUAL TO ITS DEPARTMENT'S
010010**                        EMPLOYER TAX EXPENSE ACCUMULATOR
010020******************************************************************
010030 4100-ADD-TO-ER-DEPT.
010040     MOVE ZERO TO WS-MATCH-IDX.
010050     PERFORM 4110-SEARCH-ER-DEPT THRU 4110-EXIT
010060         VARYING WS-ED-IDX FROM 1 BY 1
010070         UNTIL WS-ED-IDX > WS-ED-COUNT.
010080     IF WS-MATCH-IDX = ZERO
010090         IF WS-ED-COUNT = 50
010100             DISPLAY "PAYGL: EMPLOYER TAX DEPT TABLE FULL - "
010110                 EA-DEPT-CODE " DROPPED"
010120             GO TO 4100-EXIT
010130         END-IF
010140         ADD 1 TO WS-ED-COUNT
010150         SET WS-ED-IDX TO WS-ED-COUNT
010160         MOVE EA-DEPT-CODE TO WS-ED-CODE (WS-ED-IDX)
010170         MOVE WS-ED-IDX TO WS-MATCH-IDX
010180     END-IF.
010190     SET WS-ED-IDX TO WS-MATCH-IDX.
010200     ADD EA-AMOUNT TO WS-ED-AMOUNT (WS-ED-IDX).
010210 4100-EXIT.
010220     EXIT.
010230*
010240******************************************************************
010250**  4110-SEARCH-ER-DEPT - TEST ONE TABLE ENTRY FOR A DEPT-CODE
010260**                        MATCH
010270******************************************************************
010280 4110-SEARCH-ER-DEPT.
010290     IF WS-MATCH-IDX = ZERO
010300         AND EA-DEPT-CODE = WS-ED-CODE (WS-ED-IDX)
010310         MOVE WS-ED-IDX TO WS-MATCH-IDX
010320     END-IF.
010330 4110-EXIT.
010340     EXIT.
010350*
010360******************************************************************
010370**  4200-ADD-TO-ER-TAX - ADD THE ACCRUAL TO ITS TAX CODE'S
010380**                       LIABILITY ACCUMULATOR
010390******************************************************************
010400 4200-ADD-TO-ER-TAX.
010410     MOVE ZERO TO WS-MATCH-IDX.
010420     PERFORM 4210-SEARCH-ER-TAX THRU 4210-EXIT
010430         VARYING WS-ET-IDX FROM 1 BY 1
010440         UNTIL WS-ET-IDX > WS-ET-COUNT.
010450     IF WS-MATCH-IDX = ZERO
010460         IF WS-ET-COUNT = 20
010470             DISPLAY "PAYGL: EMPLOYER TAX CODE TABLE FULL - "
010480                 EA-TAX-CODE " DROPPED"
010490             GO TO 4200-EXIT
010500         END-IF
010510         ADD 1 TO WS-ET-COUNT
010520         SET WS-ET-IDX TO WS-ET-COUNT
010530         MOVE EA-TAX-CODE TO WS-ET-CODE (WS-ET-IDX)
010540         MOVE WS-ET-IDX TO WS-MATCH-IDX
010550     END-IF.
010560     SET WS-ET-IDX TO WS-MATCH-IDX.
010570     ADD EA-AMOUNT TO WS-ET-AMOUNT (WS-ET-IDX).
010580 4200-EXIT.
010590     EXIT.
010600*
010610******************************************************************
010620**  4210-SEARCH-ER-TAX - TEST ONE TABLE ENTRY FOR A TAX CODE MATCH
010630******************************************************************
010640 4210-SEARCH-ER-TAX.
010650     IF WS-MATCH-IDX = ZERO
010660         AND EA-TAX-CODE = WS-ET-CODE (WS-ET-IDX)
010670         MOVE WS-ET-IDX TO WS-MATCH-IDX
010680     END-IF.
010690 4210-EXIT.
010700     EXIT.
010710*
010720******************************************************************
010730**  5600-POST-ER-DEPT - DEBIT ONE DEPARTMENT'S EMPLOYER TAX TO ITS
010740**                      EMPLOYER TAX EXPENSE ACCOUNT
010750******************************************************************
010760 5600-POST-ER-DEPT.
010770     IF WS-ED-AMOUNT (WS-ED-IDX) = ZERO
010780         GO TO 5600-EXIT
010790     END-IF.
010800     PERFORM 5610-FIND-ER-EXP-ACCOUNT THRU 5610-EXIT.
010810     MOVE SPACES TO WS-GL-POSTING.
010820     MOVE WS-RUN-FREQUENCY TO GP-FREQUENCY.
010830     MOVE WS-RUN-PERIOD TO GP-PERIOD-NO.
010840     MOVE WS-FOUND-ACCOUNT TO GP-ACCOUNT.
010850     MOVE WS-ED-CODE (WS-ED-IDX) TO GP-DEPT-CODE.
010860     MOVE 'D' TO GP-DR-CR.
010870     MOVE WS-ED-AMOUNT (WS-ED-IDX) TO GP-AMOUNT.
010880     WRITE GP-POST-RECORD FROM WS-GL-POSTING.
010890     ADD WS-ED-AMOUNT (WS-ED-IDX) TO WS-TOTAL-DEBITS.
010900     MOVE SPACES TO WS-POSTING-LINE.
010910     MOVE WS-FOUND-ACCOUNT TO PL-ACCOUNT.
010920     MOVE WS-ED-CODE (WS-ED-IDX) TO PL-DEPT-CODE.
010930     MOVE "DR" TO PL-DR-CR.
010940     MOVE WS-ED-AMOUNT (WS-ED-IDX) TO PL-AMOUNT.
010950     MOVE "DEPARTMENT EMPLOYER TAX EXPENSE" TO PL-DESCRIPTION.
010960     WRITE PR-PRINT-LINE FROM WS-POSTING-LINE.
010970 5600-EXIT.
010980     EXIT.
010990*
011000******************************************************************
011010**  5610-FIND-ER-EXP-ACCOUNT - MAP ONE DEPT-CODE TO ITS EMPLOYER
011020**                             TAX EXPENSE ACCOUNT; AN UNMAPPED
011030**                             CODE FAILS THE RUN
011040******************************************************************
011050 5610-FIND-ER-EXP-ACCOUNT.
011060     MOVE WS-UNMAPPED-ACCT TO WS-FOUND-ACCOUNT.
011070     PERFORM 5620-TEST-ONE-ER-EXP-MAP THRU 5620-EXIT
011080         VARYING EM-IDX FROM 1 BY 1
011090         UNTIL EM-IDX > WS-EMAP-COUNT.
011100     IF WS-FOUND-ACCOUNT = WS-UNMAPPED-ACCT
011110         ADD 1 TO WS-UNMAPPED-COUNT
011120     END-IF.
011130 5610-EXIT.
011140     EXIT.
011150*
011160******************************************************************
011170**  5620-TEST-ONE-ER-EXP-MAP - TEST ONE EMPLOYER TAX EXPENSE MAP
011180**                             ENTRY
011190******************************************************************
011200 5620-TEST-ONE-ER-EXP-MAP.
011210     IF WS-FOUND-ACCOUNT = WS-UNMAPPED-ACCT
011220         AND WS-ED-CODE (WS-ED-IDX) =
011230             WS-EMAP-CODE (EM-IDX)
011240         MOVE WS-EMAP-ACCOUNT (EM-IDX) TO WS-FOUND-ACCOUNT
011250     END-IF.
011260 5620-EXIT.
011270     EXIT.
011280*
011290******************************************************************
011300**  5700-POST-ER-TAX - CREDIT ONE EMPLOYER TAX CODE'S ACCRUAL TO
011310**                     ITS LIABILITY ACCOUNT
011320******************************************************************
011330 5700-POST-ER-TAX.
011340     IF WS-ET-AMOUNT (WS-ET-IDX) = ZERO
011350         GO TO 5700-EXIT
011360     END-IF.
011370     PERFORM 5710-FIND-ER-LIAB-ACCOUNT THRU 5710-EXIT.
011380     MOVE SPACES TO WS-GL-POSTING.
011390     MOVE WS-RUN-FREQUENCY TO GP-FREQUENCY.
011400     MOVE WS-RUN-PERIOD TO GP-PERIOD-NO.
011410     MOVE WS-FOUND-ACCOUNT TO GP-ACCOUNT.
011420     MOVE SPACES TO GP-DEPT-CODE.
011430     MOVE 'C' TO GP-DR-CR.
011440     MOVE WS-ET-AMOUNT (WS-ET-IDX) TO GP-AMOUNT.
011450     WRITE GP-POST-RECORD FROM WS-GL-POSTING.
011460     ADD WS-ET-AMOUNT (WS-ET-IDX) TO WS-TOTAL-CREDITS.
011470     MOVE SPACES TO WS-POSTING-LINE.
011480     MOVE WS-FOUND-ACCOUNT TO PL-ACCOUNT.
011490     MOVE "CR" TO PL-DR-CR.
011500     MOVE WS-ET-AMOUNT (WS-ET-IDX) TO PL-AMOUNT.
011510     MOVE SPACES TO PL-DESCRIPTION.
011520     STRING "EMPLOYER TAX " WS-ET-CODE (WS-ET-IDX)
011530         " LIABILITY" DELIMITED BY SIZE
011540         INTO PL-DESCRIPTION.
011550     WRITE PR-PRINT-LINE FROM WS-POSTING-LINE.
011560 5700-EXIT.
011570     EXIT.
011580*
011590******************************************************************
011600**  5710-FIND-ER-LIAB-ACCOUNT - MAP ONE EMPLOYER TAX CODE TO ITS
011610**                              LIABILITY ACCOUNT; AN UNMAPPED
011620**                              CODE FAILS THE RUN
011630******************************************************************
011640 5710-FIND-ER-LIAB-ACCOUNT.
011650     MOVE WS-UNMAPPED-ACCT TO WS-FOUND-ACCOUNT.
011660     PERFORM 5720-TEST-ONE-ER-LIAB-MAP THRU 5720-EXIT
011670         VARYING LM-IDX FROM 1 BY 1
011680         UNTIL LM-IDX > WS-LMAP-COUNT.
011690     IF WS-FOUND-ACCOUNT = WS-UNMAPPED-ACCT
011700         ADD 1 TO WS-UNMAPPED-COUNT
011710     END-IF.
011720 5710-EXIT.
011730     EXIT.
011740*
011750******************************************************************
011760**  5720-TEST-ONE-ER-LIAB-MAP - TEST ONE EMPLOYER TAX LIABILITY
011770**                              MAP ENTRY
011780******************************************************************
011790 5720-TEST-ONE-ER-LIAB-MAP.
011800     IF WS-FOUND-ACCOUNT = WS-UNMAPPED-ACCT
011810         AND WS-ET-CODE (WS-ET-IDX) =
011820             WS-LMAP-CODE (LM-IDX)
011830         MOVE WS-LMAP-ACCOUNT (LM-IDX) TO WS-FOUND-ACCOUNT
011840     END-IF.
011850 5720-EXIT.
011860     EXIT.
