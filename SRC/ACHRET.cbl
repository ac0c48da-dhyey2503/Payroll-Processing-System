000300*     ENTRY WE SENT, OR 16 IF THE SENT-ENTRY OR ACTION TABLE
000310*     OVERFLOWED AND ITEMS WERE DROPPED (EVERY DROPPED ITEM IS
000320*     LISTED; AN OVERFLOWED RUN PROVES NOTHING AND MUST BE
000330*     REPEATED AGAINST SMALLER FILES).  ONLY THE ENTRY DETAIL
000333*     RECORDS OF ACHFILE ARE TABLED; ITS HEADER, CONTROL AND
000336*     PADDING RECORDS (SEE COPY/ACHCTL.cpy) ARE PASSED OVER.
000337*     WHERE AN EMPLOYEE SPLITS PAY ACROSS SEVERAL ACCOUNTS EACH
000338*     ENTRY CARRIES ITS BANK-REC ACCOUNT-SEQ, AND A RETURN, NOC OR
000339*     CLEARED PRENOTE TOUCHES ONLY THAT ACCOUNT - THE EMPLOYEE'S
000340*     OTHER ACCOUNTS KEEP DEPOSITING.  FOR EACH ACCOUNT HELD BY
000341*     THIS RUN THE REGISTER SAYS WHERE ITS SHARE NOW GOES, AS
000342*     PAYSPLT WILL SEND IT: TO THE REMAINDER ACCOUNT IF THAT ONE
000343*     IS ACTIVE, OTHERWISE BY CHECK THROUGH PAYCHK.
000344*
000350* MODIFICATION HISTORY.
000360*     08/21/2026  RJK  ORIGINAL PROGRAM.
000370*     08/21/2026  RJK  CLEAR A PENDING PRENOTE ONLY WHEN ITS
000460*                      AS DROPPED AND FAIL THE RUN, INSTEAD OF
000470*                      BEING DISCARDED SILENTLY AND SURFACING AS
000480*                      FALSE UNMATCHED TRACES.
000482*     10/15/2026  RJK  PASS OVER THE FILE HEADER, BATCH HEADER,
000484*                      CONTROL AND PADDING RECORDS PAYACH NOW
000486*                      WRITES AROUND THE ENTRIES ON ACHFILE.
000487*     10/15/2026  RJK  SPLIT DEPOSIT - MATCH ACTIONS TO THE
000488*                      ACCOUNT BY EMP-ID AND ACCOUNT-SEQ SO ONLY
000489*                      THE RETURNED ACCOUNT IS HELD, AND LIST
000490*                      WHERE A HELD ACCOUNT'S SHARE GOES.
000491*
000500 IDENTIFICATION DIVISION.
000510 PROGRAM-ID. ACHRET.
000520 AUTHOR. R. J. KOWALCZYK.
001350         10  SE-EMP-ID            PIC 9(5).
001360         10  SE-TRANS-CODE        PIC 9(2).
001370         10  SE-AMOUNT            PIC 9(8)V99.
001375         10  SE-ACCOUNT-SEQ       PIC 9(2).
001380*
001390 77  WS-MATCH-SUB                 PIC 9(4)    VALUE ZERO.
001400*
001500         10  CE-ROUTING           PIC 9(9).
001510         10  CE-ACCOUNT           PIC X(17).
001520         10  CE-ACCT-TYPE         PIC X(1).
001525         10  CE-ACCOUNT-SEQ       PIC 9(2).
001530*
001540 77  WS-CORR-SUB                  PIC 9(4)    VALUE ZERO.
001550 77  CE-ACTION-WORK               PIC X(1)    VALUE SPACE.
001560 77  WS-PRENOTE-SENT-SW           PIC X(1)    VALUE 'N'.
001570     88  PRENOTE-WAS-SENT                 VALUE 'Y'.
001571*
001572*-----------------------------------------------------------------
001573* ONE EMPLOYEE'S ACCOUNTS AS CARRIED FORWARD, FOR PAYSPLT TO NAME
001574* THE REMAINDER ACCOUNT; WS-NEWLY-HELD MARKS THOSE THIS RUN HELD
001575*-----------------------------------------------------------------
001576 COPY SPLTBL.
001577 01  WS-NEWLY-HELD-FLAGS.
001578     05  WS-NEWLY-HELD            PIC X(1)    OCCURS 5 TIMES.
001579 77  WS-GROUP-EMP-ID              PIC 9(5)    VALUE ZERO.
001580 77  WS-BANK-SEQ                  PIC 9(2)    VALUE ZERO.
001581 77  WS-ACCT-SUB                  PIC 9(2)    VALUE ZERO.
001582 77  WS-REM-SUB                   PIC 9(2)    VALUE ZERO.
001583 77  WS-REM-SEQ                   PIC 9(2)    VALUE ZERO.
001584 77  WS-ZERO-NET                  PIC 9(7)V99 VALUE ZERO.
001585*
001590 01  WS-COUNTS.
001600     05  WS-RETURN-COUNT          PIC 9(5)    VALUE ZERO.
001610     05  WS-NOC-COUNT             PIC 9(5)    VALUE ZERO.
001740*
001750 01  WS-RETURN-LINE.
001760     05  RL-EMP-ID                PIC 9(5).
001763     05  FILLER                   PIC X(1)   VALUE SPACES.
001766     05  RL-ACCOUNT-SEQ           PIC X(2).
001770     05  FILLER                   PIC X(3)   VALUE SPACES.
001780     05  RL-ACTION                PIC X(10).
001790     05  FILLER                   PIC X(3)   VALUE SPACES.
001820     05  RL-AMOUNT                PIC Z(7)9.99.
001830     05  FILLER                   PIC X(3)   VALUE SPACES.
001840     05  RL-REMARKS               PIC X(30).
001850     05  FILLER                   PIC X(6)   VALUE SPACES.
001860*
001870 01  WS-SUMMARY-LINE.
001880     05  FILLER                   PIC X(8)   VALUE "RETURNS=".
002760             MOVE 'Y' TO WS-ACH-EOF-SW
002770             GO TO 1110-EXIT
002780     END-READ.
002782     IF AF-ACH-RECORD (1:1) NOT = '6'
002784         GO TO 1110-EXIT
002786     END-IF.
002790     MOVE AF-ACH-RECORD TO WS-ACH-DETAIL.
002800     IF WS-SENT-COUNT = 1000
002810         ADD 1 TO WS-DROPPED-COUNT
002820         MOVE SPACES TO WS-RETURN-LINE
002830         MOVE AD-INDIVIDUAL-ID (1:5) TO RL-EMP-ID
002835         MOVE AD-DISCRETIONARY-DATA TO RL-ACCOUNT-SEQ
002840         MOVE "DROPPED" TO RL-ACTION
002850         MOVE SPACES TO RL-REASON-CODE
002860         MOVE AD-AMOUNT TO RL-AMOUNT
002940     MOVE AD-INDIVIDUAL-ID (1:5) TO SE-EMP-ID (SE-IDX).
002950     MOVE AD-TRANSACTION-CODE TO SE-TRANS-CODE (SE-IDX).
002960     MOVE AD-AMOUNT TO SE-AMOUNT (SE-IDX).
002961     IF AD-DISCRETIONARY-DATA IS NUMERIC
002962         MOVE AD-DISCRETIONARY-DATA TO SE-ACCOUNT-SEQ (SE-IDX)
002963     ELSE
002964         MOVE 1 TO SE-ACCOUNT-SEQ (SE-IDX)
002965     END-IF.
002970 1110-EXIT.
002980     EXIT.
002990*
003810     SET SE-IDX TO WS-MATCH-SUB.
003820     MOVE SPACES TO WS-RETURN-LINE.
003830     MOVE SE-EMP-ID (SE-IDX) TO RL-EMP-ID.
003835     MOVE SE-ACCOUNT-SEQ (SE-IDX) TO RL-ACCOUNT-SEQ.
003840     MOVE "BAD TYPE" TO RL-ACTION.
003850     MOVE RT-REASON-CODE TO RL-REASON-CODE.
003860     MOVE ZERO TO RL-AMOUNT.
003990     SET SE-IDX TO WS-MATCH-SUB.
004000     MOVE SPACES TO WS-RETURN-LINE.
004010     MOVE SE-EMP-ID (SE-IDX) TO RL-EMP-ID.
004015     MOVE SE-ACCOUNT-SEQ (SE-IDX) TO RL-ACCOUNT-SEQ.
004020     MOVE "RETURNED" TO RL-ACTION.
004030     MOVE RT-REASON-CODE TO RL-REASON-CODE.
004040     MOVE SE-AMOUNT (SE-IDX) TO RL-AMOUNT.
004220     SET SE-IDX TO WS-MATCH-SUB.
004230     MOVE SPACES TO WS-RETURN-LINE.
004240     MOVE SE-EMP-ID (SE-IDX) TO RL-EMP-ID.
004245     MOVE SE-ACCOUNT-SEQ (SE-IDX) TO RL-ACCOUNT-SEQ.
004250     MOVE "NOC" TO RL-ACTION.
004260     MOVE RT-REASON-CODE TO RL-REASON-CODE.
004270     MOVE ZERO TO RL-AMOUNT.
004420         SET SE-IDX TO WS-MATCH-SUB
004430         MOVE SPACES TO WS-RETURN-LINE
004440         MOVE SE-EMP-ID (SE-IDX) TO RL-EMP-ID
004445         MOVE SE-ACCOUNT-SEQ (SE-IDX) TO RL-ACCOUNT-SEQ
004450         MOVE "DROPPED" TO RL-ACTION
004460         MOVE RT-REASON-CODE TO RL-REASON-CODE
004470         MOVE ZERO TO RL-AMOUNT
004570     MOVE RT-CORR-ROUTING TO CE-ROUTING (CE-IDX).
004580     MOVE RT-CORR-ACCOUNT TO CE-ACCOUNT (CE-IDX).
004590     MOVE RT-CORR-ACCT-TYPE TO CE-ACCT-TYPE (CE-IDX).
004595     MOVE SE-ACCOUNT-SEQ (SE-IDX) TO CE-ACCOUNT-SEQ (CE-IDX).
004600 4000-EXIT.
004610     EXIT.
004620*
004630******************************************************************
004640**  5000-UPDATE-BANK-FILE - CARRY ONE EMPLOYEE'S ACCOUNTS
004650**                          FORWARD WITH THE RETURN/NOC ACTIONS
004660**                          APPLIED AND UNRETURNED PRENOTES
004663**                          CLEARED, THEN SAY WHERE THE SHARE OF
004666**                          EACH ACCOUNT HELD BY THIS RUN GOES
004670******************************************************************
004680 5000-UPDATE-BANK-FILE.
004681     MOVE EMP-ID OF BANK-REC TO WS-GROUP-EMP-ID.
004682     MOVE ZERO TO SW-ACCT-COUNT.
004683     MOVE SPACES TO WS-NEWLY-HELD-FLAGS.
004684     PERFORM 5050-UPDATE-ONE-ACCOUNT THRU 5050-EXIT
004685         UNTIL END-OF-BANK-FILE
004686         OR EMP-ID OF BANK-REC NOT = WS-GROUP-EMP-ID.
004687     IF SW-ACCT-COUNT = ZERO
004688         GO TO 5000-EXIT
004689     END-IF.
004690     CALL "PAYSPLT" USING WS-ZERO-NET, SPLIT-WORK-TABLE.
004691     MOVE SW-REMAINDER-SUB TO WS-REM-SUB.
004692     MOVE SW-ACCOUNT-SEQ (WS-REM-SUB) TO WS-REM-SEQ.
004693     PERFORM 5500-LIST-HELD-SHARE THRU 5500-EXIT
004694         VARYING WS-ACCT-SUB FROM 1 BY 1
004695         UNTIL WS-ACCT-SUB > SW-ACCT-COUNT.
004696 5000-EXIT.
004697     EXIT.
004698*
004699******************************************************************
004700**  5050-UPDATE-ONE-ACCOUNT - APPLY THIS ACCOUNT'S ACTION,
004701**                            WRITE IT FORWARD AND NOTE IT FOR
004702**                            THE SPLIT (BLANK ACCOUNT-SEQ IS 01)
004703******************************************************************
004704 5050-UPDATE-ONE-ACCOUNT.
004705     IF ACCOUNT-SEQ OF BANK-REC IS NUMERIC
004706         MOVE ACCOUNT-SEQ OF BANK-REC TO WS-BANK-SEQ
004707     ELSE
004708         MOVE 1 TO WS-BANK-SEQ
004709     END-IF.
004711     PERFORM 5200-FIND-CORRECTION THRU 5200-EXIT.
004712     IF WS-CORR-SUB NOT = ZERO
004713         SET CE-IDX TO WS-CORR-SUB
004720         IF CE-ACTION (CE-IDX) = 'R'
004730             MOVE 'R' TO PRENOTE-STATUS OF BANK-REC
004740         ELSE
004840             ADD 1 TO WS-CLEARED-COUNT
004850             MOVE SPACES TO WS-RETURN-LINE
004860             MOVE EMP-ID OF BANK-REC TO RL-EMP-ID
004865             MOVE WS-BANK-SEQ TO RL-ACCOUNT-SEQ
004870             MOVE "CLEARED" TO RL-ACTION
004880             MOVE ZERO TO RL-AMOUNT
004890             MOVE "PRENOTE CLEARED - ACCT ACTIVE"
004930     END-IF.
004940     MOVE BANK-REC TO NEW-BANK-REC.
004950     WRITE NEW-BANK-REC.
004951     IF SW-ACCT-COUNT < 5
004952         ADD 1 TO SW-ACCT-COUNT
004953         SET SW-IDX TO SW-ACCT-COUNT
004954         MOVE WS-BANK-SEQ TO SW-ACCOUNT-SEQ (SW-IDX)
004955         MOVE PRENOTE-STATUS OF BANK-REC TO SW-STATUS (SW-IDX)
004956         MOVE ALLOC-TYPE OF BANK-REC TO SW-ALLOC-TYPE (SW-IDX)
004957         MOVE ZERO TO SW-ALLOC-VALUE (SW-IDX)
004958         IF WS-CORR-SUB NOT = ZERO
004959             AND CE-ACTION (CE-IDX) = 'R'
004960             MOVE 'Y' TO WS-NEWLY-HELD (SW-ACCT-COUNT)
004961         END-IF
004962     END-IF.
004963     PERFORM 5100-READ-BANK-REC THRU 5100-EXIT.
004971 5050-EXIT.
004980     EXIT.
004990*
005000******************************************************************
005290******************************************************************
005300 5210-TEST-ONE-CORRECTION.
005310     IF CE-EMP-ID (CE-IDX) NOT = EMP-ID OF BANK-REC
005315         OR CE-ACCOUNT-SEQ (CE-IDX) NOT = WS-BANK-SEQ
005320         GO TO 5210-EXIT
005330     END-IF.
005340     IF WS-CORR-SUB = ZERO
005430*
005440******************************************************************
005450**  5400-FIND-SENT-PRENOTE - WAS A PRENOTE ENTRY FOR THIS
005460**                          ACCOUNT ON THE ACHFILE PROCESSED?
005470**                          A PENDING ACCOUNT WITH NO PRENOTE ON
005480**                          THIS TRANSMISSION STAYS PENDING.
005490******************************************************************
005570*
005580******************************************************************
005590**  5410-TEST-ONE-SENT-ENTRY - TEST ONE ENTRY FOR A PRENOTE TO
005600**                            THIS ACCOUNT
005610******************************************************************
005620 5410-TEST-ONE-SENT-ENTRY.
005630     IF SE-EMP-ID (SE-IDX) = EMP-ID OF BANK-REC
005635         AND SE-ACCOUNT-SEQ (SE-IDX) = WS-BANK-SEQ
005640         AND (SE-TRANS-CODE (SE-IDX) = 23
005650             OR SE-TRANS-CODE (SE-IDX) = 33)
005660         MOVE 'Y' TO WS-PRENOTE-SENT-SW
006090     CLOSE RETURN-REPORT.
006100 8000-EXIT.
006110     EXIT.
006120*
006130******************************************************************
006140**  5500-LIST-HELD-SHARE - FOR AN ACCOUNT THIS RUN HELD, SAY WHERE
006150**                         PAYSPLT WILL SEND ITS SHARE: TO AN
006160**                         ACTIVE REMAINDER ACCOUNT, ELSE BY CHECK
006170******************************************************************
006180 5500-LIST-HELD-SHARE.
006190     IF WS-NEWLY-HELD (WS-ACCT-SUB) NOT = 'Y'
006200         GO TO 5500-EXIT
006210     END-IF.
006220     MOVE SPACES TO WS-RETURN-LINE.
006230     MOVE WS-GROUP-EMP-ID TO RL-EMP-ID.
006240     MOVE SW-ACCOUNT-SEQ (WS-ACCT-SUB) TO RL-ACCOUNT-SEQ.
006250     MOVE "HELD" TO RL-ACTION.
006260     MOVE ZERO TO RL-AMOUNT.
006270     IF WS-ACCT-SUB = WS-REM-SUB
006280         OR NOT SW-ACCOUNT-ACTIVE (WS-REM-SUB)
006290         MOVE "SHARE PAID BY CHECK (PAYCHK)" TO RL-REMARKS
006300     ELSE
006310         STRING "SHARE GOES TO ACCT " WS-REM-SEQ
006320             DELIMITED BY SIZE INTO RL-REMARKS
006330     END-IF.
006340     WRITE RR-PRINT-LINE FROM WS-RETURN-LINE.
006350 5500-EXIT.
006360     EXIT.
