000210*     ACCOUNT ACTIVE AFTER THE PRENOTE CYCLE CLEARS AT THE BANK.
000220*     RETURN-CODE IS SET TO THE REJECT COUNT SO THE JOB STREAM
000230*     CAN FLAG A BAD FEED, THE WAY EMPEDIT GATES EMPMAINT.
000231*     AN EMPLOYEE MAY HAVE UP TO FIVE ACCOUNTS, SO THE MERGE KEY
000232*     IS EMP-ID AND ACCOUNT-SEQ (A BLANK SEQUENCE ON AN OLD RECORD
000233*     OR A TRANSACTION IS ACCOUNT 01) AND EACH ACCOUNT IS EDITED,
000234*     PRENOTED AND RELEASED ON ITS OWN.  AN ADD OR CHANGE MUST
000235*     ALSO CARRY A SEQUENCE OF 01-05 AND A GOOD ALLOCATION: A
000236*     NONZERO FLAT AMOUNT (F), A PERCENT OF NET FROM 0.01 TO 100
000237*     (P), OR THE REMAINDER (R OR SPACE).  A CHANGE THAT LEAVES
000238*     THE ROUTING, ACCOUNT AND TYPE AS THEY WERE ONLY MOVES MONEY
000239*     BETWEEN PROVEN ACCOUNTS, SO IT KEEPS THE PRENOTE STATUS.
000240*     ONCE AN EMPLOYEE'S ACCOUNTS ARE WRITTEN THE SET IS CHECKED
000241*     AND A WARNING LOGGED FOR MORE THAN ONE REMAINDER ACCOUNT,
000242*     NONE AT ALL, OR PERCENTAGES OVER 100; WARNINGS COUNT IN THE
000243*     RETURN-CODE WITH THE REJECTS.
000244*
000250* MODIFICATION HISTORY.
000260*     08/21/2026  RJK  ORIGINAL PROGRAM.
000262*     10/15/2026  RJK  SPLIT DEPOSIT - MERGE ON EMP-ID AND
000264*                      ACCOUNT-SEQ, EDIT THE ALLOCATION, KEEP
000266*                      THE PRENOTE ON AN ALLOCATION-ONLY CHANGE
000268*                      AND WARN ON A BAD SET OF ACCOUNTS.
000270*
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. BANKMNT.
000930         88  TRANS-IS-INVALID                 VALUE 'N'.
000940*
000950 77  WS-HIGH-KEY                  PIC 9(5)    VALUE 99999.
000951 77  WS-HIGH-MERGE-KEY            PIC 9(7)    VALUE 9999999.
000952 77  WS-OLD-KEY                   PIC 9(7)    VALUE ZERO.
000953 77  WS-TRN-KEY                   PIC 9(7)    VALUE ZERO.
000954 77  WS-TRN-SEQ                   PIC 9(2)    VALUE ZERO.
000955*
000956*-----------------------------------------------------------------
000957* ONE EMPLOYEE'S ACCOUNTS AS WRITTEN TO THE NEW BANKING FILE
000958*-----------------------------------------------------------------
000959 77  WS-GROUP-EMP-ID              PIC 9(5)    VALUE ZERO.
000960 77  WS-GROUP-ACCTS               PIC 9(2)    VALUE ZERO.
000961 77  WS-GROUP-REM-COUNT           PIC 9(2)    VALUE ZERO.
000962 77  WS-GROUP-PERCENT             PIC 9(5)V99 VALUE ZERO.
000963*
000970 01  WS-COUNTS.
000980     05  WS-ADD-COUNT              PIC 9(5)    VALUE ZERO.
000990     05  WS-CHANGE-COUNT           PIC 9(5)    VALUE ZERO.
001000     05  WS-DELETE-COUNT           PIC 9(5)    VALUE ZERO.
001010     05  WS-RELEASE-COUNT          PIC 9(5)    VALUE ZERO.
001020     05  WS-REJECT-COUNT           PIC 9(5)    VALUE ZERO.
001025     05  WS-WARNING-COUNT          PIC 9(5)    VALUE ZERO.
001030*
001040*-----------------------------------------------------------------
001050* ABA CHECK DIGIT WORK FIELDS - 3-7-1 WEIGHTING, MODULUS 10
001230*
001240 01  WS-ACTIVITY-LINE.
001250     05  AL-EMP-ID                PIC 9(5).
001253     05  FILLER                   PIC X(1)   VALUE SPACES.
001256     05  AL-ACCOUNT-SEQ           PIC X(2).
001260     05  FILLER                   PIC X(3)   VALUE SPACES.
001270     05  AL-ACTION                PIC X(10).
001280     05  FILLER                   PIC X(3)   VALUE SPACES.
001290     05  AL-REMARKS               PIC X(30).
001300     05  FILLER                   PIC X(23)  VALUE SPACES.
001310*
001320 01  WS-SUMMARY-LINE.
001330     05  FILLER                   PIC X(8)   VALUE "ADDED  =".
001450     05  FILLER                   PIC X(9)   VALUE "REJECTED=".
001460     05  SL-REJECT-COUNT          PIC ZZZZ9.
001470     05  FILLER                   PIC X(7)   VALUE SPACES.
001471*
001472 01  WS-WARNING-LINE.
001473     05  FILLER                   PIC X(9)   VALUE "WARNINGS=".
001474     05  SL-WARNING-COUNT         PIC ZZZZ9.
001475     05  FILLER                   PIC X(66)  VALUE SPACES.
001480*
001490 PROCEDURE DIVISION.
001500*
001890******************************************************************
001900 2000-PROCESS-MERGE.
001910     EVALUATE TRUE
001920         WHEN WS-OLD-KEY < WS-TRN-KEY
001930             PERFORM 3000-COPY-OLD-UNCHANGED THRU 3000-EXIT
001940         WHEN WS-OLD-KEY > WS-TRN-KEY
001950             PERFORM 4000-APPLY-UNMATCHED-TRANS THRU 4000-EXIT
001960         WHEN OTHER
001970             PERFORM 5000-APPLY-MATCHED-TRANS THRU 5000-EXIT
002010*
002020******************************************************************
002030**  2100-READ-OLD-BANK - READ NEXT BANKING RECORD, HIGH-KEY AT EOF
002035**                       (A BLANK ACCOUNT-SEQ IS ACCOUNT 01)
002040******************************************************************
002050 2100-READ-OLD-BANK.
002060     IF OLD-BANK-EOF
002100         AT END
002110             MOVE 'Y' TO WS-OLD-EOF-SW
002120             MOVE WS-HIGH-KEY TO EMP-ID OF OLD-BANK-REC
002123             MOVE WS-HIGH-MERGE-KEY TO WS-OLD-KEY
002126             GO TO 2100-EXIT
002130     END-READ.
002131     IF ACCOUNT-SEQ OF OLD-BANK-REC NOT NUMERIC
002132         MOVE 1 TO ACCOUNT-SEQ OF OLD-BANK-REC
002133     END-IF.
002134     COMPUTE WS-OLD-KEY = EMP-ID OF OLD-BANK-REC * 100
002135         + ACCOUNT-SEQ OF OLD-BANK-REC.
002140 2100-EXIT.
002150     EXIT.
002160*
002170******************************************************************
002180**  2200-READ-TRANS - READ NEXT TRANSACTION, HIGH-KEY AT EOF
002183**                    (BLANK SEQUENCE IS ACCOUNT 01; ONE THAT IS
002186**                    NOT NUMERIC IS 99, WHICH NEVER MATCHES)
002190******************************************************************
002200 2200-READ-TRANS.
002210     IF TRANS-EOF
002250         AT END
002260             MOVE 'Y' TO WS-TRN-EOF-SW
002270             MOVE WS-HIGH-KEY TO BTX-EMP-ID
002273             MOVE WS-HIGH-MERGE-KEY TO WS-TRN-KEY
002276             GO TO 2200-EXIT
002280     END-READ.
002281     EVALUATE TRUE
002282         WHEN BTX-SEQ-NOT-GIVEN
002283             MOVE 1 TO WS-TRN-SEQ
002284         WHEN BTX-ACCOUNT-SEQ IS NUMERIC
002285             MOVE BTX-ACCOUNT-SEQ TO WS-TRN-SEQ
002286         WHEN OTHER
002287             MOVE 99 TO WS-TRN-SEQ
002288     END-EVALUATE.
002289     COMPUTE WS-TRN-KEY = BTX-EMP-ID * 100 + WS-TRN-SEQ.
002290 2200-EXIT.
002300     EXIT.
002310*
002340******************************************************************
002350 3000-COPY-OLD-UNCHANGED.
002360     MOVE OLD-BANK-REC TO NEW-BANK-REC.
002370     PERFORM 7000-WRITE-NEW-BANK THRU 7000-EXIT.
002380     PERFORM 2100-READ-OLD-BANK THRU 2100-EXIT.
002390 3000-EXIT.
002400     EXIT.
002550             MOVE BTX-ACCT-TYPE TO
002560                 ACCOUNT-TYPE OF NEW-BANK-REC
002570             MOVE 'P' TO PRENOTE-STATUS OF NEW-BANK-REC
002571             MOVE WS-TRN-SEQ TO ACCOUNT-SEQ OF NEW-BANK-REC
002572             MOVE BTX-ALLOC-TYPE TO ALLOC-TYPE OF NEW-BANK-REC
002573             MOVE ZERO TO ALLOC-AMOUNT OF NEW-BANK-REC
002574             IF BTX-ALLOC-TYPE = 'F'
002575                 MOVE BTX-ALLOC-AMOUNT TO
002576                     ALLOC-AMOUNT OF NEW-BANK-REC
002577             END-IF
002578             IF BTX-ALLOC-TYPE = 'P'
002579                 MOVE BTX-ALLOC-PERCENT TO
002581                     ALLOC-PERCENT OF NEW-BANK-REC
002582             END-IF
002585             PERFORM 7000-WRITE-NEW-BANK THRU 7000-EXIT
002590             PERFORM 6100-LOG-ADDED THRU 6100-EXIT
002600         END-IF
002610     ELSE
002760         WHEN BTX-IS-CHANGE
002770             PERFORM 6000-EDIT-BANK-DETAIL THRU 6000-EXIT
002780             IF TRANS-IS-VALID
002790                 PERFORM 5100-APPLY-CHANGE THRU 5100-EXIT
002890             ELSE
002900                 MOVE OLD-BANK-REC TO NEW-BANK-REC
002910                 PERFORM 7000-WRITE-NEW-BANK THRU 7000-EXIT
002920             END-IF
002930         WHEN BTX-IS-RELEASE
002940             MOVE 'A' TO PRENOTE-STATUS OF OLD-BANK-REC
002950             MOVE OLD-BANK-REC TO NEW-BANK-REC
002960             PERFORM 7000-WRITE-NEW-BANK THRU 7000-EXIT
002970             PERFORM 6600-LOG-RELEASED THRU 6600-EXIT
002980         WHEN BTX-IS-DELETE
002990             PERFORM 6400-LOG-DELETED THRU 6400-EXIT
003000         WHEN BTX-IS-ADD
003010             MOVE OLD-BANK-REC TO NEW-BANK-REC
003020             PERFORM 7000-WRITE-NEW-BANK THRU 7000-EXIT
003030             PERFORM 6500-LOG-DUPLICATE THRU 6500-EXIT
003040         WHEN OTHER
003050             MOVE OLD-BANK-REC TO NEW-BANK-REC
003060             PERFORM 7000-WRITE-NEW-BANK THRU 7000-EXIT
003070             PERFORM 6700-LOG-BAD-CODE THRU 6700-EXIT
003080     END-EVALUATE.
003090     PERFORM 2100-READ-OLD-BANK THRU 2100-EXIT.
003100     PERFORM 2200-READ-TRANS THRU 2200-EXIT.
003110 5000-EXIT.
003120     EXIT.
003121*
003122******************************************************************
003123**  5100-APPLY-CHANGE - APPLY AN EDITED CHANGE; NEW BANKING DETAIL
003124**                      RESTARTS THE PRENOTE, AN ALLOCATION-ONLY
003125**                      CHANGE KEEPS THE STATUS IT HAD
003126******************************************************************
003127 5100-APPLY-CHANGE.
003128     IF BTX-ROUTING = ROUTING-NUMBER OF OLD-BANK-REC
003129         AND BTX-ACCOUNT = ACCOUNT-NUMBER OF OLD-BANK-REC
003130         AND BTX-ACCT-TYPE = ACCOUNT-TYPE OF OLD-BANK-REC
003131         PERFORM 6210-LOG-ALLOC-CHANGED THRU 6210-EXIT
003132     ELSE
003133         MOVE BTX-ROUTING TO ROUTING-NUMBER OF OLD-BANK-REC
003134         MOVE BTX-ACCOUNT TO ACCOUNT-NUMBER OF OLD-BANK-REC
003135         MOVE BTX-ACCT-TYPE TO ACCOUNT-TYPE OF OLD-BANK-REC
003136         MOVE 'P' TO PRENOTE-STATUS OF OLD-BANK-REC
003137         PERFORM 6200-LOG-CHANGED THRU 6200-EXIT
003138     END-IF.
003139     MOVE BTX-ALLOC-TYPE TO ALLOC-TYPE OF OLD-BANK-REC.
003140     MOVE ZERO TO ALLOC-AMOUNT OF OLD-BANK-REC.
003141     IF BTX-ALLOC-TYPE = 'F'
003142         MOVE BTX-ALLOC-AMOUNT TO ALLOC-AMOUNT OF OLD-BANK-REC
003143     END-IF.
003144     IF BTX-ALLOC-TYPE = 'P'
003145         MOVE BTX-ALLOC-PERCENT TO ALLOC-PERCENT OF OLD-BANK-REC
003146     END-IF.
003147     MOVE OLD-BANK-REC TO NEW-BANK-REC.
003148     PERFORM 7000-WRITE-NEW-BANK THRU 7000-EXIT.
003149 5100-EXIT.
003150     EXIT.
003151*
003153******************************************************************
003155**  6000-EDIT-BANK-DETAIL - ABA CHECK DIGIT, ACCOUNT TYPE,
003160**                          SEQUENCE AND ALLOCATION EDITS FOR
003165**                          AN ADD OR CHANGE
003170******************************************************************
003180 6000-EDIT-BANK-DETAIL.
003190     MOVE 'Y' TO WS-EDIT-SW.
003430         PERFORM 6820-LOG-BAD-TYPE THRU 6820-EXIT
003440         GO TO 6000-EXIT
003450     END-IF.
003451     IF WS-TRN-SEQ < 1 OR WS-TRN-SEQ > 5
003452         MOVE 'N' TO WS-EDIT-SW
003453         PERFORM 6830-LOG-BAD-SEQ THRU 6830-EXIT
003454         GO TO 6000-EXIT
003455     END-IF.
003456     EVALUATE BTX-ALLOC-TYPE
003457         WHEN 'F'
003458             IF BTX-ALLOC-AMOUNT IS NOT NUMERIC
003459                 OR BTX-ALLOC-AMOUNT = ZERO
003460                 MOVE 'N' TO WS-EDIT-SW
003461                 PERFORM 6840-LOG-BAD-FLAT THRU 6840-EXIT
003462             END-IF
003463         WHEN 'P'
003464             IF BTX-ALLOC-PERCENT IS NOT NUMERIC
003465                 OR BTX-ALLOC-PERCENT = ZERO
003466                 OR BTX-ALLOC-PERCENT > 100
003467                 MOVE 'N' TO WS-EDIT-SW
003468                 PERFORM 6850-LOG-BAD-PERCENT THRU 6850-EXIT
003469             END-IF
003470         WHEN 'R'
003471         WHEN SPACE
003472             CONTINUE
003473         WHEN OTHER
003474             MOVE 'N' TO WS-EDIT-SW
003475             PERFORM 6860-LOG-BAD-ALLOC THRU 6860-EXIT
003476     END-EVALUATE.
003477 6000-EXIT.
003478     EXIT.
003480*
003490******************************************************************
003500**  6100-LOG-ADDED - RECORD AN ADD TRANSACTION
003530     ADD 1 TO WS-ADD-COUNT.
003540     MOVE SPACES TO WS-ACTIVITY-LINE.
003550     MOVE BTX-EMP-ID TO AL-EMP-ID.
003555     MOVE WS-TRN-SEQ TO AL-ACCOUNT-SEQ.
003560     MOVE "ADDED" TO AL-ACTION.
003570     MOVE "ACCOUNT ADDED - PRENOTE SET" TO AL-REMARKS.
003580     WRITE MR-PRINT-LINE FROM WS-ACTIVITY-LINE.
003660     ADD 1 TO WS-CHANGE-COUNT.
003670     MOVE SPACES TO WS-ACTIVITY-LINE.
003680     MOVE BTX-EMP-ID TO AL-EMP-ID.
003685     MOVE WS-TRN-SEQ TO AL-ACCOUNT-SEQ.
003690     MOVE "CHANGED" TO AL-ACTION.
003700     MOVE "ACCOUNT CHANGED - PRENOTE SET" TO AL-REMARKS.
003710     WRITE MR-PRINT-LINE FROM WS-ACTIVITY-LINE.
003720 6200-EXIT.
003730     EXIT.
003731*
003732******************************************************************
003733**  6210-LOG-ALLOC-CHANGED - RECORD AN ALLOCATION-ONLY CHANGE
003734******************************************************************
003735 6210-LOG-ALLOC-CHANGED.
003736     ADD 1 TO WS-CHANGE-COUNT.
003737     MOVE SPACES TO WS-ACTIVITY-LINE.
003738     MOVE BTX-EMP-ID TO AL-EMP-ID.
003739     MOVE WS-TRN-SEQ TO AL-ACCOUNT-SEQ.
003740     MOVE "CHANGED" TO AL-ACTION.
003741     MOVE "ALLOCATION CHANGED" TO AL-REMARKS.
003742     WRITE MR-PRINT-LINE FROM WS-ACTIVITY-LINE.
003743 6210-EXIT.
003744     EXIT.
003745*
003750******************************************************************
003760**  6300-LOG-NOT-FOUND - CHANGE/DELETE/RELEASE WITH NO RECORD
003770******************************************************************
003790     ADD 1 TO WS-REJECT-COUNT.
003800     MOVE SPACES TO WS-ACTIVITY-LINE.
003810     MOVE BTX-EMP-ID TO AL-EMP-ID.
003815     MOVE WS-TRN-SEQ TO AL-ACCOUNT-SEQ.
003820     MOVE "REJECTED" TO AL-ACTION.
003830     MOVE "NO MATCHING BANKING RECORD" TO AL-REMARKS.
003840     WRITE MR-PRINT-LINE FROM WS-ACTIVITY-LINE.
003920     ADD 1 TO WS-DELETE-COUNT.
003930     MOVE SPACES TO WS-ACTIVITY-LINE.
003940     MOVE BTX-EMP-ID TO AL-EMP-ID.
003945     MOVE WS-TRN-SEQ TO AL-ACCOUNT-SEQ.
003950     MOVE "DELETED" TO AL-ACTION.
003960     MOVE "ACCOUNT REMOVED FROM FILE" TO AL-REMARKS.
003970     WRITE MR-PRINT-LINE FROM WS-ACTIVITY-LINE.
004050     ADD 1 TO WS-REJECT-COUNT.
004060     MOVE SPACES TO WS-ACTIVITY-LINE.
004070     MOVE BTX-EMP-ID TO AL-EMP-ID.
004075     MOVE WS-TRN-SEQ TO AL-ACCOUNT-SEQ.
004080     MOVE "REJECTED" TO AL-ACTION.
004090     MOVE "ADD IGNORED - RECORD EXISTS" TO AL-REMARKS.
004100     WRITE MR-PRINT-LINE FROM WS-ACTIVITY-LINE.
004180     ADD 1 TO WS-RELEASE-COUNT.
004190     MOVE SPACES TO WS-ACTIVITY-LINE.
004200     MOVE BTX-EMP-ID TO AL-EMP-ID.
004205     MOVE WS-TRN-SEQ TO AL-ACCOUNT-SEQ.
004210     MOVE "RELEASED" TO AL-ACTION.
004220     MOVE "PRENOTE CLEARED - ACCT ACTIVE" TO AL-REMARKS.
004230     WRITE MR-PRINT-LINE FROM WS-ACTIVITY-LINE.
004310     ADD 1 TO WS-REJECT-COUNT.
004320     MOVE SPACES TO WS-ACTIVITY-LINE.
004330     MOVE BTX-EMP-ID TO AL-EMP-ID.
004335     MOVE WS-TRN-SEQ TO AL-ACCOUNT-SEQ.
004340     MOVE "REJECTED" TO AL-ACTION.
004350     MOVE "TRANSACTION CODE NOT A/C/D/P" TO AL-REMARKS.
004360     WRITE MR-PRINT-LINE FROM WS-ACTIVITY-LINE.
004440     ADD 1 TO WS-REJECT-COUNT.
004450     MOVE SPACES TO WS-ACTIVITY-LINE.
004460     MOVE BTX-EMP-ID TO AL-EMP-ID.
004465     MOVE WS-TRN-SEQ TO AL-ACCOUNT-SEQ.
004470     MOVE "REJECTED" TO AL-ACTION.
004480     MOVE "ROUTING NUMBER NOT NUMERIC" TO AL-REMARKS.
004490     WRITE MR-PRINT-LINE FROM WS-ACTIVITY-LINE.
004570     ADD 1 TO WS-REJECT-COUNT.
004580     MOVE SPACES TO WS-ACTIVITY-LINE.
004590     MOVE BTX-EMP-ID TO AL-EMP-ID.
004595     MOVE WS-TRN-SEQ TO AL-ACCOUNT-SEQ.
004600     MOVE "REJECTED" TO AL-ACTION.
004610     MOVE "ABA CHECK DIGIT DOES NOT PROVE" TO AL-REMARKS.
004620     WRITE MR-PRINT-LINE FROM WS-ACTIVITY-LINE.
004700     ADD 1 TO WS-REJECT-COUNT.
004710     MOVE SPACES TO WS-ACTIVITY-LINE.
004720     MOVE BTX-EMP-ID TO AL-EMP-ID.
004725     MOVE WS-TRN-SEQ TO AL-ACCOUNT-SEQ.
004730     MOVE "REJECTED" TO AL-ACTION.
004740     MOVE "ACCOUNT TYPE NOT C OR S" TO AL-REMARKS.
004750     WRITE MR-PRINT-LINE FROM WS-ACTIVITY-LINE.
004800**  8000-TERMINATE - PRINT SUMMARY TOTALS AND CLOSE FILES
004810******************************************************************
004820 8000-TERMINATE.
004821     PERFORM 7100-CHECK-ACCOUNT-SET THRU 7100-EXIT.
004830     MOVE WS-ADD-COUNT TO SL-ADD-COUNT.
004840     MOVE WS-CHANGE-COUNT TO SL-CHANGE-COUNT.
004850     MOVE WS-DELETE-COUNT TO SL-DELETE-COUNT.
004860     MOVE WS-RELEASE-COUNT TO SL-RELEASE-COUNT.
004870     MOVE WS-REJECT-COUNT TO SL-REJECT-COUNT.
004880     WRITE MR-PRINT-LINE FROM WS-SUMMARY-LINE.
004881     MOVE WS-WARNING-COUNT TO SL-WARNING-COUNT.
004882     WRITE MR-PRINT-LINE FROM WS-WARNING-LINE.
004890     COMPUTE RETURN-CODE = WS-REJECT-COUNT + WS-WARNING-COUNT.
004900     CLOSE OLD-BANK-FILE.
004910     CLOSE TRANS-FILE.
004920     CLOSE NEW-BANK-FILE.
004930     CLOSE MAINT-REPORT.
004940 8000-EXIT.
004950     EXIT.
004960*
004970******************************************************************
004980**  6830-LOG-BAD-SEQ - ACCOUNT SEQUENCE NOT 01 THROUGH 05
004990******************************************************************
005000 6830-LOG-BAD-SEQ.
005010     ADD 1 TO WS-REJECT-COUNT.
005020     MOVE SPACES TO WS-ACTIVITY-LINE.
005030     MOVE BTX-EMP-ID TO AL-EMP-ID.
005040     MOVE WS-TRN-SEQ TO AL-ACCOUNT-SEQ.
005050     MOVE "REJECTED" TO AL-ACTION.
005060     MOVE "ACCOUNT SEQ NOT 01 THRU 05" TO AL-REMARKS.
005070     WRITE MR-PRINT-LINE FROM WS-ACTIVITY-LINE.
005080 6830-EXIT.
005090     EXIT.
005100*
005110******************************************************************
005120**  6840-LOG-BAD-FLAT - FLAT ALLOCATION NOT NUMERIC OR ZERO
005130******************************************************************
005140 6840-LOG-BAD-FLAT.
005150     ADD 1 TO WS-REJECT-COUNT.
005160     MOVE SPACES TO WS-ACTIVITY-LINE.
005170     MOVE BTX-EMP-ID TO AL-EMP-ID.
005180     MOVE WS-TRN-SEQ TO AL-ACCOUNT-SEQ.
005190     MOVE "REJECTED" TO AL-ACTION.
005200     MOVE "FLAT AMOUNT MISSING OR ZERO" TO AL-REMARKS.
005210     WRITE MR-PRINT-LINE FROM WS-ACTIVITY-LINE.
005220 6840-EXIT.
005230     EXIT.
005240*
005250******************************************************************
005260**  6850-LOG-BAD-PERCENT - PERCENT NOT 0.01 THROUGH 100.00
005270******************************************************************
005280 6850-LOG-BAD-PERCENT.
005290     ADD 1 TO WS-REJECT-COUNT.
005300     MOVE SPACES TO WS-ACTIVITY-LINE.
005310     MOVE BTX-EMP-ID TO AL-EMP-ID.
005320     MOVE WS-TRN-SEQ TO AL-ACCOUNT-SEQ.
005330     MOVE "REJECTED" TO AL-ACTION.
005340     MOVE "PERCENT NOT 0.01 THRU 100" TO AL-REMARKS.
005350     WRITE MR-PRINT-LINE FROM WS-ACTIVITY-LINE.
005360 6850-EXIT.
005370     EXIT.
005380*
005390******************************************************************
005400**  6860-LOG-BAD-ALLOC - ALLOCATION TYPE NOT F, P OR R
005410******************************************************************
005420 6860-LOG-BAD-ALLOC.
005430     ADD 1 TO WS-REJECT-COUNT.
005440     MOVE SPACES TO WS-ACTIVITY-LINE.
005450     MOVE BTX-EMP-ID TO AL-EMP-ID.
005460     MOVE WS-TRN-SEQ TO AL-ACCOUNT-SEQ.
005470     MOVE "REJECTED" TO AL-ACTION.
005480     MOVE "ALLOCATION TYPE NOT F, P OR R" TO AL-REMARKS.
005490     WRITE MR-PRINT-LINE FROM WS-ACTIVITY-LINE.
005500 6860-EXIT.
005510     EXIT.
005520*
005530******************************************************************
005540**  7000-WRITE-NEW-BANK - WRITE ONE ACCOUNT TO THE NEW BANKING
005550**                        FILE, CHECKING EACH EMPLOYEE'S SET OF
005560**                        ACCOUNTS AS THE EMP-ID CHANGES
005570******************************************************************
005580 7000-WRITE-NEW-BANK.
005590     IF EMP-ID OF NEW-BANK-REC NOT = WS-GROUP-EMP-ID
005600         PERFORM 7100-CHECK-ACCOUNT-SET THRU 7100-EXIT
005610         MOVE EMP-ID OF NEW-BANK-REC TO WS-GROUP-EMP-ID
005620         MOVE ZERO TO WS-GROUP-ACCTS
005630         MOVE ZERO TO WS-GROUP-REM-COUNT
005640         MOVE ZERO TO WS-GROUP-PERCENT
005650     END-IF.
005660     ADD 1 TO WS-GROUP-ACCTS.
005670     IF ALLOC-IS-REMAINDER OF NEW-BANK-REC
005680         ADD 1 TO WS-GROUP-REM-COUNT
005690     END-IF.
005700     IF ALLOC-IS-PERCENT OF NEW-BANK-REC
005710         ADD ALLOC-PERCENT OF NEW-BANK-REC TO WS-GROUP-PERCENT
005720     END-IF.
005730     WRITE NEW-BANK-REC.
005740 7000-EXIT.
005750     EXIT.
005760*
005770******************************************************************
005780**  7100-CHECK-ACCOUNT-SET - WARN WHEN AN EMPLOYEE'S ACCOUNTS DO
005790**                           NOT NAME EXACTLY ONE REMAINDER, OR
005800**                           THEIR PERCENTAGES PASS 100
005810******************************************************************
005820 7100-CHECK-ACCOUNT-SET.
005830     IF WS-GROUP-ACCTS = ZERO
005840         GO TO 7100-EXIT
005850     END-IF.
005860     IF WS-GROUP-REM-COUNT > 1
005870         MOVE "MORE THAN ONE REMAINDER ACCT" TO AL-REMARKS
005880         PERFORM 7200-LOG-WARNING THRU 7200-EXIT
005890     END-IF.
005900     IF WS-GROUP-REM-COUNT = ZERO
005910         MOVE "NO REMAINDER ACCOUNT ON FILE" TO AL-REMARKS
005920         PERFORM 7200-LOG-WARNING THRU 7200-EXIT
005930     END-IF.
005940     IF WS-GROUP-PERCENT > 100
005950         MOVE "PERCENTAGES ADD TO OVER 100" TO AL-REMARKS
005960         PERFORM 7200-LOG-WARNING THRU 7200-EXIT
005970     END-IF.
005980 7100-EXIT.
005990     EXIT.
006000*
006010******************************************************************
006020**  7200-LOG-WARNING - RECORD A WARNING ON THE EMPLOYEE'S ACCOUNTS
006030**                     (AL-REMARKS SET BY THE CALLER)
006040******************************************************************
006050 7200-LOG-WARNING.
006060     ADD 1 TO WS-WARNING-COUNT.
006070     MOVE WS-GROUP-EMP-ID TO AL-EMP-ID.
006080     MOVE SPACES TO AL-ACCOUNT-SEQ.
006090     MOVE "WARNING" TO AL-ACTION.
006100     WRITE MR-PRINT-LINE FROM WS-ACTIVITY-LINE.
006110 7200-EXIT.
006120     EXIT.
