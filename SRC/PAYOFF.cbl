000270*     EVERY PAYMENT IS LISTED ON THE OFF-CYCLE PAYMENT REGISTER
000280*     (OFFREG); REJECTS ARE LISTED WITH REASONS AND RETURN-CODE
000290*     IS SET TO THE REJECT COUNT THE WAY EMPEDIT GATES EMPMAINT.
000291*     A REVERSAL (X) REQUEST BACKS OUT A CYCLE PAYMENT NOT TO BE
000292*     RE-PAID (A VOIDED CHECK OR A RETURNED DEPOSIT NOT OWED).
000293*     ITS PAYHIST RECORD COMES OFF THE YTD ACCUMULATORS
000294*     (JOURNALED) AND DED-TAKEN, A NEGATING RECORD GOES ON
000295*     PAYHIST, AND ITS REVERSING POSTINGS GO TO GLREV, WITH THE
000296*     EMPLOYER TAX RE-PRICED FROM ERTRATE AS PAYERTX PRICES IT.
000297*     A DEDUCTION PAYREM HAS REMITTED IS LISTED AS A CREDIT DUE
000298*     FROM ITS PAYEE.  A REVERSAL MUST BE THE ONLY REQUEST FOR
000299*     ITS EMPLOYEE IN A RUN.
000300*
000310* MODIFICATION HISTORY.
000320*     09/02/2026  RJK  ORIGINAL PROGRAM.
000332*                      THE DEDUCTION WORK TABLE ONTO THE NEW
000333*                      DEDUCTION MASTER (SEE COPY/DEDREC.cpy AND
000334*                      YSTART FOR THE NEW-YEAR RESET RULES).
000335*     10/15/2026  RJK  WITHHOLD STATE/LOCAL TAX ON A PRICED (G OR
000336*                      R) PAYMENT ON THE WORK-STATE'S BRACKET SET
000337*                      (SEE COPY/STBRKT.cpy), ROLL IT INTO
000338*                      YTD-STATE-TAX AND PRINT IT IN ITS OWN
000339*                      COLUMN; THE RUN IS REFUSED IF A PRICED
000340*                      REQUEST'S WORK-STATE HAS NO BRACKETS.
000341*     10/15/2026  RJK  NEW REVERSAL (X) REQUEST BACKS A CYCLE
000342*                      PAYMENT OUT OF YTD, DED-TAKEN AND THE GL
000343*                      (GLREV), APPENDS A NEGATING PAYHIST RECORD
000344*                      AND LISTS ANY CREDIT DUE FROM A PAYEE.
000345*     10/15/2026  RJK  REVERSE EMPLOYER TAX ON X PAYMENTS; AN X
000346*                      MUST BE ITS EMPLOYEE'S ONLY REQUEST; STOP
000347*                      ON A STATE BRACKET TABLE OVERFLOW.
000348*
000349 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. PAYOFF.
000360 AUTHOR. R. J. KOWALCZYK.
000370 INSTALLATION. CENTRAL PAYROLL SYSTEMS.
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-TAX-FILE-STATUS.
000610
000612     SELECT OPTIONAL RATE-FILE ASSIGN TO "ERTRATE"
000614         ORGANIZATION IS LINE SEQUENTIAL
000616         FILE STATUS IS WS-RAT-FILE-STATUS.
000618
000620     SELECT DEDUCTION-FILE ASSIGN TO "DEDMAST"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-DED-FILE-STATUS.
000660     SELECT NEW-DED-FILE ASSIGN TO "NEWDED"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-NDD-FILE-STATUS.
000682
000684     SELECT OPTIONAL PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
000686         ORGANIZATION IS LINE SEQUENTIAL
000688         FILE STATUS IS WS-HIS-FILE-STATUS.
000690
000700     SELECT OFF-REGISTER ASSIGN TO "OFFREG"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-REG-FILE-STATUS.
000721
000722     SELECT OPTIONAL GL-MAP-FILE ASSIGN TO "GLMAP"
000723         ORGANIZATION IS LINE SEQUENTIAL
000724         FILE STATUS IS WS-MAP-FILE-STATUS.
000725
000726     SELECT GL-REVERSAL-FILE ASSIGN TO "GLREV"
000727         ORGANIZATION IS LINE SEQUENTIAL
000728         FILE STATUS IS WS-REV-FILE-STATUS.
000730
000740     SELECT OPTIONAL AUDIT-JOURNAL ASSIGN TO "AUDJRNL"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-AUD-FILE-STATUS.
000761
000762     SELECT OPTIONAL PAYEE-MASTER-FILE ASSIGN TO "PAYEMAST"
000763         ORGANIZATION IS LINE SEQUENTIAL
000764         FILE STATUS IS WS-PYE-FILE-STATUS.
000765
000766     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "PAYCTL"
000767         ORGANIZATION IS LINE SEQUENTIAL
000768         FILE STATUS IS WS-CTL-FILE-STATUS.
000770*
000780 DATA DIVISION.
000790 FILE SECTION.
000890     RECORDING MODE IS F.
000900 COPY TAXTAB.
000910*
000912 FD  RATE-FILE
000914     RECORDING MODE IS F.
000916 COPY ERTRATE.
000918*
000920 FD  DEDUCTION-FILE
000930     RECORDING MODE IS F.
000940 COPY DEDREC.
000960 FD  NEW-DED-FILE
000970     RECORDING MODE IS F.
000980 COPY DEDREC REPLACING DEDUCT-REC BY NEW-DED-REC.
000982*
000984 FD  PAY-HISTORY-FILE
000986     RECORDING MODE IS F.
000988 COPY PAYHREC.
000990*
001000 FD  OFF-REGISTER
001010     RECORDING MODE IS F.
001020 01  OR-PRINT-LINE               PIC X(132).
001021*
001022 FD  GL-MAP-FILE
001023     RECORDING MODE IS F.
001024 COPY GLMAP.
001025*
001026 FD  GL-REVERSAL-FILE
001027     RECORDING MODE IS F.
001028 01  GR-POST-RECORD              PIC X(80).
001030*
001040 FD  AUDIT-JOURNAL
001050     RECORDING MODE IS F.
001060 COPY AUDREC.
001061*
001062 FD  PAYEE-MASTER-FILE
001063     RECORDING MODE IS F.
001064 COPY PAYEREC.
001065*
001066 FD  RUN-CONTROL-FILE
001067     RECORDING MODE IS F.
001068 COPY CTLREC.
001070*
001080 WORKING-STORAGE SECTION.
001090*
001170 01  WS-NDD-FILE-STATUS          PIC X(2).
001180 01  WS-REG-FILE-STATUS          PIC X(2).
001190 01  WS-AUD-FILE-STATUS          PIC X(2).
001191 01  WS-HIS-FILE-STATUS          PIC X(2).
001192 01  WS-MAP-FILE-STATUS          PIC X(2).
001193 01  WS-REV-FILE-STATUS          PIC X(2).
001194 01  WS-PYE-FILE-STATUS          PIC X(2).
001195 01  WS-CTL-FILE-STATUS          PIC X(2).
001197 01  WS-RAT-FILE-STATUS          PIC X(2).
001200*
001210 01  WS-SWITCHES.
001220     05  WS-REQ-EOF-SW            PIC X(1)   VALUE 'N'.
001300         88  REQUEST-IS-INVALID              VALUE 'N'.
001310     05  WS-FOUND-SW              PIC X(1)   VALUE 'N'.
001320         88  MASTER-RECORD-FOUND             VALUE 'Y'.
001322     05  WS-STATE-MISSING-SW      PIC X(1)   VALUE 'N'.
001324         88  STATE-TABLE-MISSING             VALUE 'Y'.
001326     05  WS-RAT-EOF-SW            PIC X(1)   VALUE 'N'.
001328         88  END-OF-RATE-FILE                VALUE 'Y'.
001330*
001340 77  WS-RUN-DATE                  PIC 9(8)    VALUE ZERO.
001350 77  WS-PREV-REQ-ID               PIC 9(5)    VALUE ZERO.
001353 77  WS-PREV-REQ-TYPE             PIC X(1)    VALUE SPACE.
001356     88  PREV-REQ-WAS-REVERSAL                VALUE 'X'.
001360*
001370*-----------------------------------------------------------------
001380* BEFORE/AFTER EMP-REC IMAGES FOR THE AUDIT JOURNAL
001440* TAX BRACKET TABLE AND PAYMENT WORK FIELDS.  THE STANDARD-HOURS
001450* CONSTANTS MIRROR THE PAY-PERIOD CALENDAR (SEE COPY/CALREC.cpy):
001460* 160 FOR A MONTHLY PERIOD, 40 WEEKLY.
001463* THE EMPLOYER TAX RATES AND THEIR GLMAP TYPE E AND L ACCOUNTS
001466* SERVE THE REVERSAL (X) REQUEST.
001470*-----------------------------------------------------------------
001480 COPY TAXBRKT.
001485*
001487 COPY STBRKT.
001490*
001500 COPY PAYDTL.
001502*
001504 COPY PAYDTL REPLACING PAY-DETAIL BY STATE-PAY-DETAIL
001506     PD-HOURLY-RATE BY SD-HOURLY-RATE
001507     PD-OT-PAY BY SD-OT-PAY
001508     PD-BRACKET-TAX BY SD-BRACKET-TAX.
001510*
001520 COPY DEDTBL.
001521*
001522 01  WS-RATE-TABLE.
001523     05  WS-RATE-COUNT            PIC 9(3)    VALUE ZERO.
001524     05  WS-RATE-ENTRY            OCCURS 30 TIMES
001525                                  INDEXED BY RT-IDX.
001526         10  WS-RT-TAX-CODE       PIC X(3).
001527         10  WS-RT-STATE          PIC X(2).
001528         10  WS-RT-RATE           PIC 9(2)V9(4).
001529         10  WS-RT-WAGE-BASE      PIC 9(9)V99.
001530*
001531 01  WS-ER-MAP-TABLE.
001532     05  WS-EMAP-COUNT            PIC 9(3)    VALUE ZERO.
001533     05  WS-EMAP-ENTRY            OCCURS 100 TIMES
001534                                  INDEXED BY EM-IDX.
001535         10  WS-EMAP-TYPE         PIC X(1).
001536         10  WS-EMAP-CODE         PIC X(3).
001537         10  WS-EMAP-ACCOUNT      PIC X(8).
001538*
001540 01  WS-COMPUTED-VALUES.
001550     05  WS-GROSS-PAY             PIC 9(7)V99.
001560     05  WS-TAX-AMOUNT            PIC 9(7)V99.
001570     05  WS-NET-PAY               PIC 9(7)V99.
001572     05  WS-STATE-TAX             PIC 9(7)V99.
001574     05  WS-STATE-GROSS           PIC 9(7)V99.
001576     05  WS-STATE-NET             PIC 9(7)V99.
001580 77  WS-MONTHLY-HOURS             PIC 9(3)    VALUE 160.
001590 77  WS-WEEKLY-HOURS              PIC 9(3)    VALUE 40.
001600 77  WS-STD-HOURS-WORK            PIC 9(3)    VALUE ZERO.
001610 77  WS-SALARY-WORK               PIC 9(7)    VALUE ZERO.
001612 77  WS-PAY-TYPE-WORK             PIC X(1)    VALUE 'S'.
001614 77  WS-REG-HOURS-WORK            PIC 9(3)V9(2) VALUE ZERO.
001615 77  WS-PRIOR-YTD                 PIC S9(9)V99 VALUE ZERO.
001616 77  WS-ROOM                      PIC S9(9)V99 VALUE ZERO.
001617 77  WS-TAXABLE                   PIC 9(7)V99 VALUE ZERO.
001618 77  WS-ER-AMOUNT                 PIC 9(7)V99 VALUE ZERO.
001620 77  WS-ZERO-OT-HOURS             PIC 9(3)V9(2) VALUE ZERO.
001622 77  WS-STATE-KEY                 PIC X(2)    VALUE SPACES.
001624 77  WS-STATE-MATCH               PIC 9(2)    VALUE ZERO.
001626 77  WS-STATE-BRACKET             PIC 9(2)    VALUE ZERO.
001630*
001640 01  WS-COUNTS.
001650     05  WS-READ-COUNT            PIC 9(5)    VALUE ZERO.
001680     05  WS-TOTAL-GROSS           PIC 9(9)V99 VALUE ZERO.
001690     05  WS-TOTAL-TAX             PIC 9(9)V99 VALUE ZERO.
001700     05  WS-TOTAL-NET             PIC 9(9)V99 VALUE ZERO.
001705     05  WS-TOTAL-STATE-TAX       PIC 9(9)V99 VALUE ZERO.
001706     05  WS-REVERSED-COUNT        PIC 9(5)    VALUE ZERO.
001707     05  WS-TOTAL-REV-GROSS       PIC 9(9)V99 VALUE ZERO.
001708     05  WS-TOTAL-CREDIT-DUE      PIC 9(9)V99 VALUE ZERO.
001710*
001711*-----------------------------------------------------------------
001712* REVERSAL (X) WORK AREAS.  THE CYCLE'S PAYHIST RECORD IS HELD IN
001713* WS-SAVED-HIST WHILE IT IS BACKED OUT; ITS REVERSING POSTINGS ARE
001714* MAPPED THROUGH THE GLMAP CONTROL FILE THE WAY PAYGL MAPS THE
001715* CYCLE, AND A DEDUCTION ALREADY REMITTED IS CLAIMED FROM THE
001716* PAYEE NAMED ON PAYEMAST.
001717*-----------------------------------------------------------------
001718 01  WS-REVERSAL-SWITCHES.
001719     05  WS-HIS-EOF-SW            PIC X(1)   VALUE 'N'.
001720         88  END-OF-HISTORY                  VALUE 'Y'.
001721     05  WS-MAP-EOF-SW            PIC X(1)   VALUE 'N'.
001722         88  END-OF-MAP-FILE                 VALUE 'Y'.
001723     05  WS-PYE-EOF-SW            PIC X(1)   VALUE 'N'.
001724         88  END-OF-PAYEES                   VALUE 'Y'.
001725     05  WS-CTL-EOF-SW            PIC X(1)   VALUE 'N'.
001726         88  END-OF-RUN-CONTROL              VALUE 'Y'.
001727     05  WS-REMITTED-SW           PIC X(1)   VALUE 'N'.
001728         88  CYCLE-WAS-REMITTED              VALUE 'Y'.
001729     05  WS-REVERSED-SW           PIC X(1)   VALUE 'N'.
001730         88  CYCLE-ALREADY-REVERSED          VALUE 'Y'.
001731*
001732 01  WS-SAVED-HIST                PIC X(340).
001733*
001734 COPY GLPOST.
001735*
001736 01  WS-DEPT-MAP-TABLE.
001737     05  WS-DMAP-COUNT            PIC 9(3)    VALUE ZERO.
001738     05  WS-DMAP-ENTRY            OCCURS 50 TIMES
001739                                  INDEXED BY DM-IDX.
001740         10  WS-DMAP-CODE         PIC X(3).
001741         10  WS-DMAP-ACCOUNT      PIC X(8).
001742*
001743 01  WS-DED-MAP-TABLE.
001744     05  WS-XMAP-COUNT            PIC 9(3)    VALUE ZERO.
001745     05  WS-XMAP-ENTRY            OCCURS 50 TIMES
001746                                  INDEXED BY XM-IDX.
001747         10  WS-XMAP-CODE         PIC X(3).
001748         10  WS-XMAP-ACCOUNT      PIC X(8).
001749*
001750 01  WS-STATE-MAP-TABLE.
001751     05  WS-SMAP-COUNT            PIC 9(3)    VALUE ZERO.
001752     05  WS-SMAP-ENTRY            OCCURS 50 TIMES
001753                                  INDEXED BY SM-IDX.
001754         10  WS-SMAP-CODE         PIC X(2).
001755         10  WS-SMAP-ACCOUNT      PIC X(8).
001756*
001757 01  WS-PAYEE-TABLE.
001758     05  WS-PAYEE-COUNT           PIC 9(3)    VALUE ZERO.
001759     05  WS-PAYEE-ENTRY           OCCURS 50 TIMES
001760                                  INDEXED BY PE-IDX.
001761         10  WS-PE-DED-CODE       PIC X(3).
001762         10  WS-PE-PAYEE-NAME     PIC X(20).
001763*
001764 77  WS-TAX-ACCOUNT               PIC X(8)    VALUE SPACES.
001765 77  WS-CASH-ACCOUNT              PIC X(8)    VALUE SPACES.
001766 77  WS-FOUND-ACCOUNT             PIC X(8)    VALUE SPACES.
001767 77  WS-UNMAPPED-ACCT             PIC X(8)    VALUE "UNMAPPED".
001768 77  WS-MAP-MISS-COUNT            PIC 9(2)    VALUE ZERO.
001769 77  WS-DW-MATCH                  PIC 9(2)    VALUE ZERO.
001770 77  WS-PE-MATCH                  PIC 9(3)    VALUE ZERO.
001771*
001772*-----------------------------------------------------------------
001773* REGISTER LINE LAYOUTS
001774*-----------------------------------------------------------------
001775 01  WS-HEADING-1.
001776     05  FILLER                   PIC X(36)  VALUE SPACES.
001777     05  FILLER                   PIC X(35)  VALUE
001780         "OFF-CYCLE PAYMENT REGISTER - PAYOFF".
001790     05  FILLER                   PIC X(61)  VALUE SPACES.
001800*
001890     05  FILLER                   PIC X(2)   VALUE SPACES.
001900     05  FILLER                   PIC X(12)  VALUE "GROSS PAY".
001910     05  FILLER                   PIC X(4)   VALUE SPACES.
001920     05  FILLER                   PIC X(10)  VALUE "FED TAX".
001930     05  FILLER                   PIC X(4)   VALUE SPACES.
001940     05  FILLER                   PIC X(10)  VALUE "NET PAY".
001942     05  FILLER                   PIC X(4)   VALUE SPACES.
001944     05  FILLER                   PIC X(10)  VALUE "STATE TAX".
001946     05  FILLER                   PIC X(2)   VALUE SPACES.
001948     05  FILLER                   PIC X(2)   VALUE "ST".
001950     05  FILLER                   PIC X(28)  VALUE SPACES.
001960*
001970 01  WS-DETAIL-LINE.
001980     05  DL-EMP-ID                PIC 9(5).
002080     05  DL-TAX-AMOUNT            PIC Z(6)9.99.
002090     05  FILLER                   PIC X(4)   VALUE SPACES.
002100     05  DL-NET-PAY               PIC Z(6)9.99.
002102     05  FILLER                   PIC X(4)   VALUE SPACES.
002104     05  DL-STATE-TAX             PIC Z(6)9.99.
002106     05  FILLER                   PIC X(2)   VALUE SPACES.
002108     05  DL-WORK-STATE            PIC X(2).
002110     05  FILLER                   PIC X(33)  VALUE SPACES.
002120*
002130 01  WS-DEDUCT-LINE.
002140     05  FILLER                   PIC X(10)  VALUE SPACES.
002170     05  FILLER                   PIC X(3)   VALUE SPACES.
002180     05  DD-DED-AMOUNT            PIC Z(6)9.99.
002190     05  FILLER                   PIC X(96)  VALUE SPACES.
002191*
002192 01  WS-CREDIT-LINE.
002193     05  FILLER                   PIC X(10)  VALUE SPACES.
002194     05  FILLER                   PIC X(11)  VALUE "CREDIT DUE ".
002195     05  CD-DED-CODE              PIC X(3).
002196     05  CD-AMOUNT                PIC Z(8)9.99.
002197     05  FILLER                   PIC X(6)   VALUE " FROM ".
002198     05  CD-PAYEE-NAME            PIC X(20).
002199     05  FILLER                   PIC X(70)  VALUE SPACES.
002200*
002210 01  WS-EXCEPTION-LINE.
002220     05  FILLER                   PIC X(4)   VALUE "*** ".
002380     05  FILLER                   PIC X(4)   VALUE "TAX=".
002390     05  SL-TOTAL-TAX             PIC Z(8)9.99.
002400     05  FILLER                   PIC X(3)   VALUE SPACES.
002402     05  FILLER                   PIC X(6)   VALUE "STATE=".
002404     05  SL-TOTAL-STATE-TAX       PIC Z(8)9.99.
002406     05  FILLER                   PIC X(3)   VALUE SPACES.
002410     05  FILLER                   PIC X(4)   VALUE "NET=".
002420     05  SL-TOTAL-NET             PIC Z(8)9.99.
002430     05  FILLER                   PIC X(22)  VALUE SPACES.
002431*
002432 01  WS-REVERSAL-LINE.
002433     05  FILLER                   PIC X(9)   VALUE "REVERSED=".
002434     05  RL-REVERSED-COUNT        PIC ZZZZ9.
002435     05  FILLER                   PIC X(9)   VALUE "   GROSS=".
002436     05  RL-TOTAL-GROSS           PIC Z(8)9.99.
002437     05  FILLER                   PIC X(12)  VALUE " CREDIT DUE=".
002438     05  RL-TOTAL-CREDIT-DUE      PIC Z(8)9.99.
002439     05  FILLER                   PIC X(73)  VALUE SPACES.
002440*
002450 PROCEDURE DIVISION.
002460*
002740         MOVE 16 TO RETURN-CODE
002750         STOP RUN
002760     END-IF.
002763     PERFORM 1100-LOAD-TAX-TABLE THRU 1100-EXIT.
002766     PERFORM 1700-CHECK-WORK-STATES THRU 1700-EXIT.
002767     PERFORM 1200-LOAD-ACCOUNT-MAP THRU 1200-EXIT.
002768     PERFORM 1300-LOAD-PAYEES THRU 1300-EXIT.
002769     PERFORM 1400-LOAD-RATE-TABLE THRU 1400-EXIT.
002770     OPEN INPUT DEDUCTION-FILE.
002780     IF WS-DED-FILE-STATUS NOT = "00"
002790         DISPLAY "PAYOFF: DEDUCTION-FILE OPEN FAILED, "
002830     END-IF.
002840     OPEN OUTPUT NEW-DED-FILE
002850     OPEN OUTPUT OFF-REGISTER.
002855     OPEN OUTPUT GL-REVERSAL-FILE.
002860     OPEN EXTEND AUDIT-JOURNAL.
002870     IF WS-AUD-FILE-STATUS NOT = "00" AND "05"
002880         DISPLAY "PAYOFF: AUDIT-JOURNAL OPEN EXTEND FAILED, "
002900         MOVE 16 TO RETURN-CODE
002910         STOP RUN
002920     END-IF.
002940     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002950     WRITE OR-PRINT-LINE FROM WS-HEADING-1.
002960     WRITE OR-PRINT-LINE FROM WS-HEADING-2.
003250             MOVE 'Y' TO WS-TAX-EOF-SW
003260             GO TO 1110-EXIT
003270     END-READ.
003272     IF TB-JURISDICTION NOT = SPACES
003274         PERFORM 1120-TABLE-STATE-BRACKET THRU 1120-EXIT
003276         GO TO 1110-EXIT
003278     END-IF.
003280     IF TX-BRACKET-COUNT = 10
003290         GO TO 1110-EXIT
003300     END-IF.
003580             PERFORM 2500-LOG-EXCEPTION THRU 2500-EXIT
003590         END-IF
003600     END-IF.
003602     IF REQUEST-IS-VALID
003604         AND RQ-IS-REVERSAL
003606         PERFORM 2600-CHECK-REVERSAL THRU 2600-EXIT
003608     END-IF.
003610     IF REQUEST-IS-VALID
003620         MOVE RQ-EMP-ID TO WS-PREV-REQ-ID
003625         MOVE RQ-TYPE TO WS-PREV-REQ-TYPE
003630         PERFORM 4000-PAY-REQUEST THRU 4000-EXIT
003640     ELSE
003650         ADD 1 TO WS-REJECT-COUNT
003810     EXIT.
003820*
003830******************************************************************
003840**  2200-CHECK-TYPE - RQ-TYPE MUST BE N, G, R OR X
003850******************************************************************
003860 2200-CHECK-TYPE.
003870     IF NOT RQ-IS-NET-REPAY
003880         AND NOT RQ-IS-GROSS-AMOUNT
003890         AND NOT RQ-IS-RECOMPUTE
003895         AND NOT RQ-IS-REVERSAL
003900         MOVE 'N' TO WS-EDIT-SW
003910         MOVE "REQUEST TYPE NOT N, G, R OR X" TO EL-REASON
003920         PERFORM 2500-LOG-EXCEPTION THRU 2500-EXIT
003930     END-IF.
003940 2200-EXIT.
003980**  2300-CHECK-EMP-ID - RQ-EMP-ID MUST BE NUMERIC, NON-ZERO AND
003990**                      NOT BEHIND THE FEED'S EMP-ID SEQUENCE,
004000**                      WHICH THE DEDUCTION CARRY-FORWARD RELIES
004010**                      ON.  A REVERSAL MUST BE THE ONLY
004013**                      REQUEST FOR ITS EMPLOYEE IN THE RUN,
004016**                      SINCE IT BACKS OUT DEDUCTIONS AS THEY
004017**                      ARE CARRIED FORWARD
004020******************************************************************
004030 2300-CHECK-EMP-ID.
004040     IF RQ-EMP-ID IS NOT NUMERIC
004180         MOVE "REQUEST OUT OF EMP-ID SEQUENCE" TO EL-REASON
004190         PERFORM 2500-LOG-EXCEPTION THRU 2500-EXIT
004200     END-IF.
004201     IF RQ-EMP-ID = WS-PREV-REQ-ID
004202         AND (RQ-IS-REVERSAL OR PREV-REQ-WAS-REVERSAL)
004203         MOVE 'N' TO WS-EDIT-SW
004204         MOVE "DUPLICATE EMP-ID - REVERSAL RUNS ALONE"
004205             TO EL-REASON
004206         PERFORM 2500-LOG-EXCEPTION THRU 2500-EXIT
004207     END-IF.
004210 2300-EXIT.
004220     EXIT.
004230*
004330         GO TO 2400-EXIT
004340     END-IF.
004350     IF NOT RQ-IS-RECOMPUTE
004355         AND NOT RQ-IS-REVERSAL
004360         AND RQ-AMOUNT = ZERO
004370         MOVE 'N' TO WS-EDIT-SW
004380         MOVE "AMOUNT IS ZERO" TO EL-REASON
004730         PERFORM 4100-PAY-NET-REPAY THRU 4100-EXIT
004740         GO TO 4000-EXIT
004750     END-IF.
004752     IF RQ-IS-REVERSAL
004754         PERFORM 4500-REVERSE-PAYMENT THRU 4500-EXIT
004756         GO TO 4000-EXIT
004758     END-IF.
004760     PERFORM 4200-PRICE-PAYMENT THRU 4200-EXIT.
004770     PERFORM 4300-UPDATE-MASTER THRU 4300-EXIT.
004780     PERFORM 4400-PRINT-PAYMENT THRU 4400-EXIT.
004870 4100-PAY-NET-REPAY.
004880     MOVE ZERO TO WS-GROSS-PAY.
004890     MOVE ZERO TO WS-TAX-AMOUNT.
004895     MOVE ZERO TO WS-STATE-TAX.
004900     MOVE RQ-AMOUNT TO WS-NET-PAY.
004910     MOVE ZERO TO DW-DED-COUNT.
004920     PERFORM 4400-PRINT-PAYMENT THRU 4400-EXIT.
005130         WS-ZERO-OT-HOURS, WS-STD-HOURS-WORK,
005140         TAX-BRACKET-TABLE,
005150         WS-GROSS-PAY, WS-TAX-AMOUNT, WS-NET-PAY, PAY-DETAIL.
005155     PERFORM 4250-CALCULATE-STATE-TAX THRU 4250-EXIT.
005160     PERFORM 5000-LOAD-DED-TABLE THRU 5000-EXIT.
005170     CALL "PAYDED" USING WS-GROSS-PAY, WS-NET-PAY,
005180         DED-WORK-TABLE.
005280     MOVE EMP-REC TO WS-BEFORE-IMAGE.
005290     ADD WS-GROSS-PAY TO YTD-GROSS OF EMP-REC.
005300     ADD WS-TAX-AMOUNT TO YTD-TAX OF EMP-REC.
005305     ADD WS-STATE-TAX TO YTD-STATE-TAX OF EMP-REC.
005310     REWRITE EMP-REC.
005320     MOVE EMP-REC TO WS-AFTER-IMAGE.
005330     PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.
005470     MOVE WS-GROSS-PAY TO DL-GROSS-PAY.
005480     MOVE WS-TAX-AMOUNT TO DL-TAX-AMOUNT.
005490     MOVE WS-NET-PAY TO DL-NET-PAY.
005492     MOVE WS-STATE-TAX TO DL-STATE-TAX.
005494     MOVE WORK-STATE OF EMP-REC TO DL-WORK-STATE.
005500     WRITE OR-PRINT-LINE FROM WS-DETAIL-LINE.
005510     PERFORM 5500-POST-ONE-DEDUCTION THRU 5500-EXIT
005520         VARYING DW-IDX FROM 1 BY 1
005550     ADD WS-GROSS-PAY TO WS-TOTAL-GROSS.
005560     ADD WS-TAX-AMOUNT TO WS-TOTAL-TAX.
005570     ADD WS-NET-PAY TO WS-TOTAL-NET.
005575     ADD WS-STATE-TAX TO WS-TOTAL-STATE-TAX.
005580 4400-EXIT.
005590     EXIT.
005600*
006470     EXIT.
006480*
006490******************************************************************
006500**  7000-WRITE-JOURNAL - ONE AUDIT RECORD PER PRICED PAYMENT OR
006510**                       REVERSAL, FROM THE BEFORE/AFTER MASTER
006515**                       IMAGES
006520******************************************************************
006530 7000-WRITE-JOURNAL.
006540     MOVE SPACES TO AUDIT-REC.
006730     MOVE WS-REJECT-COUNT TO SL-REJECT-COUNT.
006740     MOVE WS-TOTAL-GROSS TO SL-TOTAL-GROSS.
006750     MOVE WS-TOTAL-TAX TO SL-TOTAL-TAX.
006755     MOVE WS-TOTAL-STATE-TAX TO SL-TOTAL-STATE-TAX.
006760     MOVE WS-TOTAL-NET TO SL-TOTAL-NET.
006770     WRITE OR-PRINT-LINE FROM WS-SUMMARY-LINE.
006771     IF WS-REVERSED-COUNT NOT = ZERO
006772         MOVE WS-REVERSED-COUNT TO RL-REVERSED-COUNT
006773         MOVE WS-TOTAL-REV-GROSS TO RL-TOTAL-GROSS
006774         MOVE WS-TOTAL-CREDIT-DUE TO RL-TOTAL-CREDIT-DUE
006775         WRITE OR-PRINT-LINE FROM WS-REVERSAL-LINE
006776     END-IF.
006780     MOVE WS-REJECT-COUNT TO RETURN-CODE.
006790     CLOSE PAY-REQUEST-FILE.
006800     CLOSE EMP-MASTER-FILE.
006820     CLOSE NEW-DED-FILE.
006830     CLOSE OFF-REGISTER.
006840     CLOSE AUDIT-JOURNAL.
006845     CLOSE GL-REVERSAL-FILE.
006850 8000-EXIT.
006860     EXIT.
006870*
006880******************************************************************
006890**  1120-TABLE-STATE-BRACKET - ADD ONE STATE/LOCAL BRACKET TO
006900**                             ITS JURISDICTION'S SET, OPENING A
006910**                             NEW SET THE FIRST TIME A CODE IS
006920**                             SEEN
006930******************************************************************
006940 1120-TABLE-STATE-BRACKET.
006950     MOVE TB-JURISDICTION TO WS-STATE-KEY.
006960     PERFORM 1130-FIND-STATE THRU 1130-EXIT.
006970     IF WS-STATE-MATCH = ZERO
006980         IF SX-STATE-COUNT = 20
006990             DISPLAY "PAYOFF: STATE TAX TABLE FULL - "
007000                 TB-JURISDICTION " DROPPED"
007010             GO TO 1120-EXIT
007020         END-IF
007030         ADD 1 TO SX-STATE-COUNT
007040         MOVE SX-STATE-COUNT TO WS-STATE-MATCH
007050         SET SX-STATE-IDX TO WS-STATE-MATCH
007060         MOVE TB-JURISDICTION TO SX-STATE-CODE (SX-STATE-IDX)
007070         MOVE ZERO TO SX-BRACKET-COUNT (SX-STATE-IDX)
007080     END-IF.
007090     SET SX-STATE-IDX TO WS-STATE-MATCH.
007100     IF SX-BRACKET-COUNT (SX-STATE-IDX) = 10
007110         DISPLAY "PAYOFF: STATE TAX BRACKETS FULL FOR "
007111             TB-JURISDICTION
007112         MOVE 16 TO RETURN-CODE
007113         STOP RUN
007120     END-IF.
007130     ADD 1 TO SX-BRACKET-COUNT (SX-STATE-IDX).
007140     MOVE SX-BRACKET-COUNT (SX-STATE-IDX) TO WS-STATE-BRACKET.
007150     MOVE TB-BRACKET-LOW TO
007160         SX-BRACKET-LOW (SX-STATE-IDX, WS-STATE-BRACKET).
007170     MOVE TB-BRACKET-HIGH TO
007180         SX-BRACKET-HIGH (SX-STATE-IDX, WS-STATE-BRACKET).
007190     MOVE TB-BRACKET-RATE TO
007200         SX-BRACKET-RATE (SX-STATE-IDX, WS-STATE-BRACKET).
007210 1120-EXIT.
007220     EXIT.
007230*
007240******************************************************************
007250**  1130-FIND-STATE - LOCATE WS-STATE-KEY IN STATE-TAX-TABLE;
007260**                    WS-STATE-MATCH IS ZERO WHEN IT IS NOT THERE
007270******************************************************************
007280 1130-FIND-STATE.
007290     MOVE ZERO TO WS-STATE-MATCH.
007300     PERFORM 1140-TEST-ONE-STATE THRU 1140-EXIT
007310         VARYING SX-STATE-IDX FROM 1 BY 1
007320         UNTIL SX-STATE-IDX > SX-STATE-COUNT.
007330 1130-EXIT.
007340     EXIT.
007350*
007360******************************************************************
007370**  1140-TEST-ONE-STATE - TEST ONE STATE-TAX-TABLE ENTRY
007380******************************************************************
007390 1140-TEST-ONE-STATE.
007400     IF WS-STATE-MATCH = ZERO
007410         AND SX-STATE-CODE (SX-STATE-IDX) = WS-STATE-KEY
007420         SET WS-STATE-MATCH TO SX-STATE-IDX
007430     END-IF.
007440 1140-EXIT.
007450     EXIT.
007460*
007470******************************************************************
007480**  1700-CHECK-WORK-STATES - EVERY EMPLOYEE NAMED ON A PRICED (G
007490**                           OR R) REQUEST MUST HAVE A STATE/
007500**                           LOCAL BRACKET SET LOADED FOR THE
007510**                           WORK-STATE.  THE REQUEST FEED IS
007520**                           PASSED ONCE, EACH ONE WITHOUT IS
007530**                           LISTED, AND THE RUN IS REFUSED
007540**                           BEFORE ANYTHING IS PAID
007550******************************************************************
007560 1700-CHECK-WORK-STATES.
007570     PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
007580     PERFORM 1710-CHECK-ONE-STATE THRU 1710-EXIT
007590         UNTIL END-OF-REQUESTS.
007600     CLOSE PAY-REQUEST-FILE.
007610     MOVE 'N' TO WS-REQ-EOF-SW.
007620     IF STATE-TABLE-MISSING
007630         DISPLAY "PAYOFF: LOAD THE MISSING STATE BRACKET SETS "
007640             "ON TAXTABLE BEFORE RUNNING THE REQUESTS"
007650         MOVE 16 TO RETURN-CODE
007660         STOP RUN
007670     END-IF.
007680     OPEN INPUT PAY-REQUEST-FILE.
007690     IF WS-REQ-FILE-STATUS NOT = "00"
007700         DISPLAY "PAYOFF: PAY-REQUEST-FILE REOPEN FAILED, "
007710             "FILE STATUS " WS-REQ-FILE-STATUS
007720         MOVE 16 TO RETURN-CODE
007730         STOP RUN
007740     END-IF.
007750 1700-EXIT.
007760     EXIT.
007770*
007780******************************************************************
007790**  1710-CHECK-ONE-STATE - TEST THE WORK-STATE OF ONE PRICED
007800**                         REQUEST'S EMPLOYEE.  A REQUEST THAT
007810**                         FAILS ITS OTHER EDITS IS LEFT FOR THE
007820**                         MAIN PASS TO REJECT
007830******************************************************************
007840 1710-CHECK-ONE-STATE.
007850     IF RQ-IS-GROSS-AMOUNT OR RQ-IS-RECOMPUTE
007860         IF RQ-EMP-ID IS NUMERIC
007870             PERFORM 3000-READ-MASTER-BY-KEY THRU 3000-EXIT
007880             IF MASTER-RECORD-FOUND
007890                 MOVE WORK-STATE OF EMP-REC TO WS-STATE-KEY
007900                 PERFORM 1130-FIND-STATE THRU 1130-EXIT
007910                 IF WS-STATE-MATCH = ZERO
007920                     DISPLAY "PAYOFF: EMP-ID " RQ-EMP-ID
007930                         " WORK-STATE '" WORK-STATE OF EMP-REC
007940                         "' HAS NO TAX TABLE LOADED"
007950                     MOVE 'Y' TO WS-STATE-MISSING-SW
007960                 END-IF
007970             END-IF
007980         END-IF
007990     END-IF.
008000     PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
008010 1710-EXIT.
008020     EXIT.
008030*
008040******************************************************************
008050**  4250-CALCULATE-STATE-TAX - WALK THE WORK-STATE'S BRACKET SET
008060**                             THROUGH PAYWH ON THE SAME GROSS
008070**                             AND TAKE THE STATE TAX FROM NET.
008080**                             1700-CHECK-WORK-STATES HAS ALREADY
008090**                             PROVED THE SET IS LOADED
008100******************************************************************
008110 4250-CALCULATE-STATE-TAX.
008120     MOVE WORK-STATE OF EMP-REC TO WS-STATE-KEY.
008130     PERFORM 1130-FIND-STATE THRU 1130-EXIT.
008140     SET SX-STATE-IDX TO WS-STATE-MATCH.
008150     CALL "PAYWH" USING WS-SALARY-WORK,
008160         WS-PAY-TYPE-WORK, WS-REG-HOURS-WORK,
008170         WS-ZERO-OT-HOURS, WS-STD-HOURS-WORK,
008180         SX-BRACKET-SET (SX-STATE-IDX),
008190         WS-STATE-GROSS, WS-STATE-TAX, WS-STATE-NET,
008200         STATE-PAY-DETAIL.
008210     SUBTRACT WS-STATE-TAX FROM WS-NET-PAY.
008220 4250-EXIT.
008230     EXIT.
008240*
008250******************************************************************
008260**  1200-LOAD-ACCOUNT-MAP - TABLE THE GLMAP CONTROL FILE FOR THE
008270**                          REVERSING POSTINGS.  A REVERSAL THAT
008280**                          NEEDS AN ACCOUNT THE MAP DOES NOT HOLD
008290**                          IS REJECTED, SO THE FILE IS ONLY
008300**                          REQUIRED WHEN A REVERSAL IS REQUESTED
008310******************************************************************
008320 1200-LOAD-ACCOUNT-MAP.
008330     OPEN INPUT GL-MAP-FILE.
008340     IF WS-MAP-FILE-STATUS NOT = "00" AND "05"
008350         DISPLAY "PAYOFF: GL-MAP-FILE OPEN FAILED, "
008360             "FILE STATUS " WS-MAP-FILE-STATUS
008370         MOVE 16 TO RETURN-CODE
008380         STOP RUN
008390     END-IF.
008400     PERFORM 1210-TABLE-ONE-MAP-REC THRU 1210-EXIT
008410         UNTIL END-OF-MAP-FILE.
008420     CLOSE GL-MAP-FILE.
008430 1200-EXIT.
008440     EXIT.
008450*
008460******************************************************************
008470**  1210-TABLE-ONE-MAP-REC - TABLE ONE ACCOUNT MAP RECORD BY TYPE
008480**                           FOR THE REVERSING POSTINGS
008500******************************************************************
008510 1210-TABLE-ONE-MAP-REC.
008520     READ GL-MAP-FILE
008530         AT END
008540             MOVE 'Y' TO WS-MAP-EOF-SW
008550             GO TO 1210-EXIT
008560     END-READ.
008570     EVALUATE TRUE
008580         WHEN GM-IS-DEPT-EXPENSE
008590             IF WS-DMAP-COUNT = 50
008600                 DISPLAY "PAYOFF: DEPT MAP TABLE FULL - "
008610                     GM-KEY " DROPPED"
008620                 GO TO 1210-EXIT
008630             END-IF
008640             ADD 1 TO WS-DMAP-COUNT
008650             SET DM-IDX TO WS-DMAP-COUNT
008660             MOVE GM-KEY TO WS-DMAP-CODE (DM-IDX)
008670             MOVE GM-ACCOUNT TO WS-DMAP-ACCOUNT (DM-IDX)
008680         WHEN GM-IS-DED-LIABILITY
008690             IF WS-XMAP-COUNT = 50
008700                 DISPLAY "PAYOFF: DED MAP TABLE FULL - "
008710                     GM-KEY " DROPPED"
008720                 GO TO 1210-EXIT
008730             END-IF
008740             ADD 1 TO WS-XMAP-COUNT
008750             SET XM-IDX TO WS-XMAP-COUNT
008760             MOVE GM-KEY TO WS-XMAP-CODE (XM-IDX)
008770             MOVE GM-ACCOUNT TO WS-XMAP-ACCOUNT (XM-IDX)
008780         WHEN GM-IS-STATE-TAX-LIABILITY
008790             IF WS-SMAP-COUNT = 50
008800                 DISPLAY "PAYOFF: STATE MAP TABLE FULL - "
008810                     GM-KEY " DROPPED"
008820                 GO TO 1210-EXIT
008830             END-IF
008840             ADD 1 TO WS-SMAP-COUNT
008850             SET SM-IDX TO WS-SMAP-COUNT
008860             MOVE GM-KEY TO WS-SMAP-CODE (SM-IDX)
008870             MOVE GM-ACCOUNT TO WS-SMAP-ACCOUNT (SM-IDX)
008880         WHEN GM-IS-TAX-LIABILITY
008890             MOVE GM-ACCOUNT TO WS-TAX-ACCOUNT
008900         WHEN GM-IS-CASH-CLEARING
008910             MOVE GM-ACCOUNT TO WS-CASH-ACCOUNT
008911         WHEN GM-IS-ER-TAX-EXPENSE
008912         WHEN GM-IS-ER-TAX-LIABILITY
008913             IF WS-EMAP-COUNT = 100
008914                 DISPLAY "PAYOFF: ER TAX MAP TABLE FULL - "
008915                     GM-TYPE " " GM-KEY " DROPPED"
008916                 GO TO 1210-EXIT
008917             END-IF
008918             ADD 1 TO WS-EMAP-COUNT
008919             SET EM-IDX TO WS-EMAP-COUNT
008920             MOVE GM-TYPE TO WS-EMAP-TYPE (EM-IDX)
008921             MOVE GM-KEY TO WS-EMAP-CODE (EM-IDX)
008922             MOVE GM-ACCOUNT TO WS-EMAP-ACCOUNT (EM-IDX)
008923         WHEN OTHER
008930             CONTINUE
008940     END-EVALUATE.
008950 1210-EXIT.
008960     EXIT.
008970*
008980******************************************************************
008990**  1300-LOAD-PAYEES - TABLE THE PAYEE NAMES FROM PAYEMAST SO A
009000**                     REMITTED DEDUCTION CAN BE CLAIMED BACK
009010******************************************************************
009020 1300-LOAD-PAYEES.
009030     OPEN INPUT PAYEE-MASTER-FILE.
009040     IF WS-PYE-FILE-STATUS NOT = "00" AND "05"
009050         DISPLAY "PAYOFF: PAYEE-MASTER-FILE OPEN FAILED, "
009060             "FILE STATUS " WS-PYE-FILE-STATUS
009070         MOVE 16 TO RETURN-CODE
009080         STOP RUN
009090     END-IF.
009100     PERFORM 1310-TABLE-ONE-PAYEE THRU 1310-EXIT
009110         UNTIL END-OF-PAYEES.
009120     CLOSE PAYEE-MASTER-FILE.
009130 1300-EXIT.
009140     EXIT.
009150*
009160******************************************************************
009170**  1310-TABLE-ONE-PAYEE - TABLE ONE PAYEE CODE AND NAME
009180******************************************************************
009190 1310-TABLE-ONE-PAYEE.
009200     READ PAYEE-MASTER-FILE
009210         AT END
009220             MOVE 'Y' TO WS-PYE-EOF-SW
009230             GO TO 1310-EXIT
009240     END-READ.
009250     IF WS-PAYEE-COUNT = 50
009260         DISPLAY "PAYOFF: PAYEE TABLE FULL - "
009270             PE-DED-CODE " DROPPED"
009280         GO TO 1310-EXIT
009290     END-IF.
009300     ADD 1 TO WS-PAYEE-COUNT.
009310     SET PE-IDX TO WS-PAYEE-COUNT.
009320     MOVE PE-DED-CODE TO WS-PE-DED-CODE (PE-IDX).
009330     MOVE PE-PAYEE-NAME TO WS-PE-PAYEE-NAME (PE-IDX).
009340 1310-EXIT.
009350     EXIT.
009351*
009352******************************************************************
009353**  1400-LOAD-RATE-TABLE - TABLE THE EMPLOYER TAX RATES FROM
009354**                         ERTRATE (SEE COPY/ERTRATE.cpy) SO A
009355**                         REVERSAL CAN RE-PRICE THE EMPLOYER TAX
009356**                         ON THE PAYMENT
009357******************************************************************
009358 1400-LOAD-RATE-TABLE.
009359     OPEN INPUT RATE-FILE.
009360     IF WS-RAT-FILE-STATUS NOT = "00" AND "05"
009361         DISPLAY "PAYOFF: RATE-FILE OPEN FAILED, "
009362             "FILE STATUS " WS-RAT-FILE-STATUS
009363         MOVE 16 TO RETURN-CODE
009364         STOP RUN
009365     END-IF.
009366     PERFORM 1410-TABLE-ONE-RATE THRU 1410-EXIT
009367         UNTIL END-OF-RATE-FILE.
009368     CLOSE RATE-FILE.
009369 1400-EXIT.
009370     EXIT.
009371*
009372******************************************************************
009373**  1410-TABLE-ONE-RATE - TABLE ONE RATE RECORD; ONE THAT WILL
009374**                        NOT FIT STOPS THE RUN RATHER THAN
009375**                        LEAVE A TAX UNREVERSED
009376******************************************************************
009377 1410-TABLE-ONE-RATE.
009378     READ RATE-FILE
009379         AT END
009380             MOVE 'Y' TO WS-RAT-EOF-SW
009381             GO TO 1410-EXIT
009382     END-READ.
009383     IF WS-RATE-COUNT = 30
009384         DISPLAY "PAYOFF: RATE TABLE FULL AT " ER-TAX-CODE " "
009385             ER-STATE
009386         MOVE 16 TO RETURN-CODE
009387         STOP RUN
009388     END-IF.
009389     ADD 1 TO WS-RATE-COUNT.
009390     SET RT-IDX TO WS-RATE-COUNT.
009391     MOVE ER-TAX-CODE TO WS-RT-TAX-CODE (RT-IDX).
009392     MOVE ER-STATE TO WS-RT-STATE (RT-IDX).
009393     MOVE ER-RATE TO WS-RT-RATE (RT-IDX).
009394     MOVE ER-WAGE-BASE TO WS-RT-WAGE-BASE (RT-IDX).
009395 1410-EXIT.
009396     EXIT.
009397*
009398******************************************************************
009399**  2600-CHECK-REVERSAL - A REVERSAL MUST NAME A CYCLE WHOSE
009400**                        PAYHIST RECORD FOR THE EMPLOYEE EXISTS,
009401**                        IS NOT ALREADY REVERSED, AGREES WITH ANY
009410**                        AMOUNT GIVEN, FITS INSIDE THE MASTER'S
009420**                        YTD FIGURES AND MAPS TO THE LEDGER
009430******************************************************************
009440 2600-CHECK-REVERSAL.
009450     IF RQ-FREQUENCY NOT = 'M' AND 'W'
009460         MOVE 'N' TO WS-EDIT-SW
009470         MOVE "REVERSAL FREQUENCY NOT M OR W" TO EL-REASON
009480         PERFORM 2500-LOG-EXCEPTION THRU 2500-EXIT
009490         GO TO 2600-EXIT
009500     END-IF.
009510     IF RQ-PERIOD-NO IS NOT NUMERIC
009520         OR RQ-PERIOD-NO = ZERO
009530         MOVE 'N' TO WS-EDIT-SW
009540         MOVE "REVERSAL PERIOD NOT NUMERIC OR ZERO" TO EL-REASON
009550         PERFORM 2500-LOG-EXCEPTION THRU 2500-EXIT
009560         GO TO 2600-EXIT
009570     END-IF.
009580     PERFORM 2610-FIND-HISTORY THRU 2610-EXIT.
009590     PERFORM 2630-EDIT-HISTORY THRU 2630-EXIT.
009600     CLOSE PAY-HISTORY-FILE.
009610 2600-EXIT.
009620     EXIT.
009630*
009640******************************************************************
009650**  2610-FIND-HISTORY - PASS PAYHIST FOR THE REQUEST'S CYCLE AND
009660**                      EMP-ID, SAVING THE PAYMENT RECORD AND
009670**                      NOTING ANY REVERSAL ALREADY APPENDED
009680******************************************************************
009690 2610-FIND-HISTORY.
009700     MOVE SPACES TO WS-SAVED-HIST.
009710     MOVE 'N' TO WS-REVERSED-SW.
009720     MOVE 'N' TO WS-HIS-EOF-SW.
009730     OPEN INPUT PAY-HISTORY-FILE.
009740     IF WS-HIS-FILE-STATUS NOT = "00" AND "05"
009750         DISPLAY "PAYOFF: PAY-HISTORY-FILE OPEN FAILED, "
009760             "FILE STATUS " WS-HIS-FILE-STATUS
009770         MOVE 16 TO RETURN-CODE
009780         STOP RUN
009790     END-IF.
009800     PERFORM 2620-TEST-ONE-HISTORY THRU 2620-EXIT
009810         UNTIL END-OF-HISTORY.
009820 2610-EXIT.
009830     EXIT.
009840*
009850******************************************************************
009860**  2620-TEST-ONE-HISTORY - READ AND TEST ONE PAYHIST RECORD.
009870**                          ONE WRITTEN BEFORE STATE WITHHOLDING
009880**                          HOLDS SPACES IN PH-STATE-TAX, TAKEN
009890**                          AS ZERO
009900******************************************************************
009910 2620-TEST-ONE-HISTORY.
009920     READ PAY-HISTORY-FILE
009930         AT END
009940             MOVE 'Y' TO WS-HIS-EOF-SW
009950             GO TO 2620-EXIT
009960     END-READ.
009970     IF PH-FREQUENCY NOT = RQ-FREQUENCY
009980         OR PH-PERIOD-NO NOT = RQ-PERIOD-NO
009990         OR PH-EMP-ID NOT = RQ-EMP-ID
010000         GO TO 2620-EXIT
010010     END-IF.
010020     IF PH-IS-REVERSAL
010030         MOVE 'Y' TO WS-REVERSED-SW
010040         GO TO 2620-EXIT
010050     END-IF.
010060     IF WS-SAVED-HIST = SPACES
010070         IF PH-STATE-TAX IS NOT NUMERIC
010080             MOVE ZERO TO PH-STATE-TAX
010090         END-IF
010100         MOVE PAY-HIST-REC TO WS-SAVED-HIST
010110     END-IF.
010120 2620-EXIT.
010130     EXIT.
010140*
010150******************************************************************
010160**  2630-EDIT-HISTORY - EDIT THE SAVED PAYMENT AGAINST THE
010170**                      REQUEST, THE MASTER AND THE ACCOUNT MAP.
010180**                      A MASTER WHOSE YTD FIGURES ARE SMALLER
010190**                      THAN THE PAYMENT HAS BEEN ROLLED INTO A
010200**                      NEW TAX YEAR SINCE, AND IS LEFT FOR A
010210**                      MANUAL CORRECTION
010220******************************************************************
010230 2630-EDIT-HISTORY.
010240     IF WS-SAVED-HIST = SPACES
010250         MOVE 'N' TO WS-EDIT-SW
010260         MOVE "NO PAYHIST RECORD FOR THAT CYCLE" TO EL-REASON
010270         PERFORM 2500-LOG-EXCEPTION THRU 2500-EXIT
010280         GO TO 2630-EXIT
010290     END-IF.
010300     IF CYCLE-ALREADY-REVERSED
010310         MOVE 'N' TO WS-EDIT-SW
010320         MOVE "CYCLE PAYMENT ALREADY REVERSED" TO EL-REASON
010330         PERFORM 2500-LOG-EXCEPTION THRU 2500-EXIT
010340         GO TO 2630-EXIT
010350     END-IF.
010360     MOVE WS-SAVED-HIST TO PAY-HIST-REC.
010370     IF RQ-AMOUNT NOT = ZERO
010380         AND RQ-AMOUNT NOT = PH-NET-PAY
010390         MOVE 'N' TO WS-EDIT-SW
010400         MOVE "AMOUNT NOT THE CYCLE NET PAY" TO EL-REASON
010410         PERFORM 2500-LOG-EXCEPTION THRU 2500-EXIT
010420         GO TO 2630-EXIT
010430     END-IF.
010440     IF YTD-GROSS OF EMP-REC < PH-GROSS-PAY
010450         OR YTD-TAX OF EMP-REC < PH-TAX-AMOUNT
010460         OR YTD-STATE-TAX OF EMP-REC < PH-STATE-TAX
010470         MOVE 'N' TO WS-EDIT-SW
010480         MOVE "YTD BELOW THE PAYMENT - PRIOR TAX YEAR?"
010490             TO EL-REASON
010500         PERFORM 2500-LOG-EXCEPTION THRU 2500-EXIT
010510         GO TO 2630-EXIT
010520     END-IF.
010521     IF WS-RATE-COUNT = ZERO
010522         MOVE 'N' TO WS-EDIT-SW
010523         MOVE "NO ERTRATE RATES TO REVERSE EMPLOYER TAX"
010524             TO EL-REASON
010525         PERFORM 2500-LOG-EXCEPTION THRU 2500-EXIT
010526         GO TO 2630-EXIT
010527     END-IF.
010530     PERFORM 2640-CHECK-ACCOUNTS THRU 2640-EXIT.
010540     IF WS-MAP-MISS-COUNT NOT = ZERO
010550         MOVE 'N' TO WS-EDIT-SW
010560         MOVE "GLMAP ACCOUNT MISSING FOR THE REVERSAL"
010570             TO EL-REASON
010580         PERFORM 2500-LOG-EXCEPTION THRU 2500-EXIT
010590     END-IF.
010600 2630-EXIT.
010610     EXIT.
010620*
010630******************************************************************
010640**  2640-CHECK-ACCOUNTS - COUNT THE REVERSING POSTINGS THE ACCOUNT
010650**                        MAP CANNOT PLACE
010660******************************************************************
010670 2640-CHECK-ACCOUNTS.
010680     MOVE ZERO TO WS-MAP-MISS-COUNT.
010690     IF WS-TAX-ACCOUNT = SPACES
010700         OR WS-CASH-ACCOUNT = SPACES
010710         ADD 1 TO WS-MAP-MISS-COUNT
010720     END-IF.
010730     PERFORM 6000-FIND-DEPT-ACCOUNT THRU 6000-EXIT.
010740     IF WS-FOUND-ACCOUNT = WS-UNMAPPED-ACCT
010750         ADD 1 TO WS-MAP-MISS-COUNT
010760     END-IF.
010770     IF PH-STATE-TAX NOT = ZERO
010780         PERFORM 6200-FIND-STATE-ACCOUNT THRU 6200-EXIT
010790         IF WS-FOUND-ACCOUNT = WS-UNMAPPED-ACCT
010800             ADD 1 TO WS-MAP-MISS-COUNT
010810         END-IF
010820     END-IF.
010821     PERFORM 6500-FIND-ER-EXP-ACCOUNT THRU 6500-EXIT.
010822     IF WS-FOUND-ACCOUNT = WS-UNMAPPED-ACCT
010823         ADD 1 TO WS-MAP-MISS-COUNT
010824     END-IF.
010825     PERFORM 2660-CHECK-ONE-ER-ACCOUNT THRU 2660-EXIT
010826         VARYING RT-IDX FROM 1 BY 1
010827         UNTIL RT-IDX > WS-RATE-COUNT.
010830     PERFORM 2650-CHECK-ONE-DED-ACCOUNT THRU 2650-EXIT
010840         VARYING PH-DED-IDX FROM 1 BY 1
010850         UNTIL PH-DED-IDX > PH-DED-COUNT.
010860 2640-EXIT.
010870     EXIT.
010880*
010890******************************************************************
010900**  2650-CHECK-ONE-DED-ACCOUNT - ONE DEDUCTION TAKEN MUST MAP TO A
010910**                               LIABILITY ACCOUNT
010920******************************************************************
010930 2650-CHECK-ONE-DED-ACCOUNT.
010940     IF PH-DED-AMOUNT (PH-DED-IDX) = ZERO
010950         GO TO 2650-EXIT
010960     END-IF.
010970     PERFORM 6100-FIND-DED-ACCOUNT THRU 6100-EXIT.
010980     IF WS-FOUND-ACCOUNT = WS-UNMAPPED-ACCT
010990         ADD 1 TO WS-MAP-MISS-COUNT
011000     END-IF.
011010 2650-EXIT.
011020     EXIT.
011021*
011022******************************************************************
011023**  2660-CHECK-ONE-ER-ACCOUNT - ONE EMPLOYER TAX THAT APPLIES TO
011024**                              THE PAYMENT'S WORK-STATE MUST MAP
011025**                              TO A LIABILITY ACCOUNT
011026******************************************************************
011027 2660-CHECK-ONE-ER-ACCOUNT.
011028     IF WS-RT-STATE (RT-IDX) NOT = SPACES
011029         AND WS-RT-STATE (RT-IDX) NOT = PH-WORK-STATE
011030         GO TO 2660-EXIT
011031     END-IF.
011032     PERFORM 6600-FIND-ER-LIAB-ACCOUNT THRU 6600-EXIT.
011033     IF WS-FOUND-ACCOUNT = WS-UNMAPPED-ACCT
011034         ADD 1 TO WS-MAP-MISS-COUNT
011035     END-IF.
011036 2660-EXIT.
011037     EXIT.
011038*
011040******************************************************************
011050**  4500-REVERSE-PAYMENT - BACK ONE VALIDATED CYCLE PAYMENT OUT OF
011060**                         THE MASTER'S YTD FIGURES, THE DEDUCTION
011070**                         MASTER AND THE LEDGER, LIST ANY CREDIT
011080**                         DUE FROM A PAYEE, AND APPEND THE
011090**                         NEGATING PAYHIST RECORD
011100******************************************************************
011110 4500-REVERSE-PAYMENT.
011120     OPEN EXTEND PAY-HISTORY-FILE.
011130     IF WS-HIS-FILE-STATUS NOT = "00" AND "05"
011140         DISPLAY "PAYOFF: PAY-HISTORY-FILE OPEN EXTEND FAILED, "
011150             "FILE STATUS " WS-HIS-FILE-STATUS
011160         MOVE 16 TO RETURN-CODE
011170         STOP RUN
011180     END-IF.
011190     MOVE WS-SAVED-HIST TO PAY-HIST-REC.
011200     PERFORM 4510-REVERSE-MASTER THRU 4510-EXIT.
011210     PERFORM 4540-PRINT-REVERSAL THRU 4540-EXIT.
011220     PERFORM 5000-LOAD-DED-TABLE THRU 5000-EXIT.
011230     PERFORM 4520-CLEAR-ONE-DED-ENTRY THRU 4520-EXIT
011240         VARYING DW-IDX FROM 1 BY 1
011250         UNTIL DW-IDX > DW-DED-COUNT.
011260     PERFORM 4530-BACK-OUT-ONE-DEDUCTION THRU 4530-EXIT
011270         VARYING PH-DED-IDX FROM 1 BY 1
011280         UNTIL PH-DED-IDX > PH-DED-COUNT.
011290     PERFORM 5500-POST-ONE-DEDUCTION THRU 5500-EXIT
011300         VARYING DW-IDX FROM 1 BY 1
011310         UNTIL DW-IDX > DW-DED-COUNT.
011320     PERFORM 4550-CHECK-REMITTED THRU 4550-EXIT.
011330     IF CYCLE-WAS-REMITTED
011340         PERFORM 4560-LIST-ONE-CREDIT THRU 4560-EXIT
011350             VARYING PH-DED-IDX FROM 1 BY 1
011360             UNTIL PH-DED-IDX > PH-DED-COUNT
011370     END-IF.
011380     PERFORM 4570-WRITE-REVERSING-POSTINGS THRU 4570-EXIT.
011390     MOVE 'R' TO PH-ENTRY-TYPE.
011400     MOVE WS-RUN-DATE TO PH-REVERSAL-DATE.
011410     WRITE PAY-HIST-REC.
011420     CLOSE PAY-HISTORY-FILE.
011430 4500-EXIT.
011440     EXIT.
011450*
011460******************************************************************
011470**  4510-REVERSE-MASTER - TAKE THE PAYMENT OFF THE YTD
011480**                        ACCUMULATORS IN PLACE AND JOURNAL THE
011490**                        BEFORE/AFTER IMAGES
011500******************************************************************
011510 4510-REVERSE-MASTER.
011520     MOVE EMP-REC TO WS-BEFORE-IMAGE.
011530     SUBTRACT PH-GROSS-PAY FROM YTD-GROSS OF EMP-REC.
011540     SUBTRACT PH-TAX-AMOUNT FROM YTD-TAX OF EMP-REC.
011550     SUBTRACT PH-STATE-TAX FROM YTD-STATE-TAX OF EMP-REC.
011560     REWRITE EMP-REC.
011570     MOVE EMP-REC TO WS-AFTER-IMAGE.
011580     PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.
011590 4510-EXIT.
011600     EXIT.
011610*
011620******************************************************************
011630**  4520-CLEAR-ONE-DED-ENTRY - NOTHING IS TAKEN THIS TIME UNTIL A
011640**                             REVERSED DEDUCTION IS MATCHED
011650******************************************************************
011660 4520-CLEAR-ONE-DED-ENTRY.
011670     MOVE ZERO TO DW-THIS-PERIOD (DW-IDX).
011680 4520-EXIT.
011690     EXIT.
011700*
011710******************************************************************
011720**  4530-BACK-OUT-ONE-DEDUCTION - TAKE ONE REVERSED DEDUCTION OFF
011730**                                ITS DED-TAKEN, NEVER BELOW ZERO.
011740**                                ONE NO LONGER ON THE DEDUCTION
011750**                                MASTER IS LISTED AND LEFT
011760******************************************************************
011770 4530-BACK-OUT-ONE-DEDUCTION.
011780     IF PH-DED-AMOUNT (PH-DED-IDX) = ZERO
011790         GO TO 4530-EXIT
011800     END-IF.
011810     MOVE ZERO TO WS-DW-MATCH.
011820     PERFORM 4535-TEST-ONE-DED-ENTRY THRU 4535-EXIT
011830         VARYING DW-IDX FROM 1 BY 1
011840         UNTIL DW-IDX > DW-DED-COUNT.
011850     IF WS-DW-MATCH = ZERO
011860         MOVE SPACES TO EL-REASON
011870         STRING "DED " PH-DED-CODE (PH-DED-IDX)
011880             " NOT ON DEDMAST - TAKEN UNCHANGED" DELIMITED BY SIZE
011890             INTO EL-REASON
011900         PERFORM 2500-LOG-EXCEPTION THRU 2500-EXIT
011910         GO TO 4530-EXIT
011920     END-IF.
011930     SET DW-IDX TO WS-DW-MATCH.
011940     ADD PH-DED-AMOUNT (PH-DED-IDX) TO DW-THIS-PERIOD (DW-IDX).
011950     IF DW-TAKEN (DW-IDX) < PH-DED-AMOUNT (PH-DED-IDX)
011960         MOVE ZERO TO DW-TAKEN (DW-IDX)
011970     ELSE
011980         SUBTRACT PH-DED-AMOUNT (PH-DED-IDX) FROM
011990             DW-TAKEN (DW-IDX)
012000     END-IF.
012010 4530-EXIT.
012020     EXIT.
012030*
012040******************************************************************
012050**  4535-TEST-ONE-DED-ENTRY - TEST ONE WORK TABLE ENTRY FOR THE
012060**                            REVERSED DEDUCTION'S CODE
012070******************************************************************
012080 4535-TEST-ONE-DED-ENTRY.
012090     IF WS-DW-MATCH = ZERO
012100         AND DW-CODE (DW-IDX) = PH-DED-CODE (PH-DED-IDX)
012110         SET WS-DW-MATCH TO DW-IDX
012120     END-IF.
012130 4535-EXIT.
012140     EXIT.
012150*
012160******************************************************************
012170**  4540-PRINT-REVERSAL - ONE REGISTER LINE FOR THE PAYMENT BACKED
012180**                        OUT, AT ITS ORIGINAL FIGURES
012190******************************************************************
012200 4540-PRINT-REVERSAL.
012210     MOVE SPACES TO WS-DETAIL-LINE.
012220     MOVE EMP-ID OF EMP-REC TO DL-EMP-ID.
012230     MOVE EMP-NAME OF EMP-REC TO DL-EMP-NAME.
012240     MOVE RQ-REASON-CODE TO DL-REASON-CODE.
012250     MOVE RQ-TYPE TO DL-TYPE.
012260     MOVE PH-GROSS-PAY TO DL-GROSS-PAY.
012270     MOVE PH-TAX-AMOUNT TO DL-TAX-AMOUNT.
012280     MOVE PH-NET-PAY TO DL-NET-PAY.
012290     MOVE PH-STATE-TAX TO DL-STATE-TAX.
012300     MOVE PH-WORK-STATE TO DL-WORK-STATE.
012310     WRITE OR-PRINT-LINE FROM WS-DETAIL-LINE.
012320     ADD 1 TO WS-REVERSED-COUNT.
012330     ADD PH-GROSS-PAY TO WS-TOTAL-REV-GROSS.
012340 4540-EXIT.
012350     EXIT.
012360*
012370******************************************************************
012380**  4550-CHECK-REMITTED - THE CYCLE'S DEDUCTIONS ARE WITH THE
012390**                        PAYEES ONCE PAYREM HAS RECORDED A RUN
012400**                        FOR IT ON THE RUN-CONTROL FILE
012410******************************************************************
012420 4550-CHECK-REMITTED.
012430     MOVE 'N' TO WS-REMITTED-SW.
012440     MOVE 'N' TO WS-CTL-EOF-SW.
012450     OPEN INPUT RUN-CONTROL-FILE.
012460     IF WS-CTL-FILE-STATUS NOT = "00" AND "05"
012470         DISPLAY "PAYOFF: RUN-CONTROL-FILE OPEN FAILED, "
012480             "FILE STATUS " WS-CTL-FILE-STATUS
012490         MOVE 16 TO RETURN-CODE
012500         STOP RUN
012510     END-IF.
012520     PERFORM 4555-TEST-ONE-CONTROL THRU 4555-EXIT
012530         UNTIL END-OF-RUN-CONTROL.
012540     CLOSE RUN-CONTROL-FILE.
012550 4550-EXIT.
012560     EXIT.
012570*
012580******************************************************************
012590**  4555-TEST-ONE-CONTROL - READ AND TEST ONE RUN-CONTROL RECORD
012600******************************************************************
012610 4555-TEST-ONE-CONTROL.
012620     READ RUN-CONTROL-FILE
012630         AT END
012640             MOVE 'Y' TO WS-CTL-EOF-SW
012650             GO TO 4555-EXIT
012660     END-READ.
012670     IF CT-FREQUENCY = PH-FREQUENCY
012680         AND CT-PERIOD-NO = PH-PERIOD-NO
012690         AND CT-STEP = "PAYREM"
012700         MOVE 'Y' TO WS-REMITTED-SW
012710     END-IF.
012720 4555-EXIT.
012730     EXIT.
012740*
012750******************************************************************
012760**  4560-LIST-ONE-CREDIT - A REVERSED DEDUCTION ALREADY
012770**                         REMITTED IS DUE BACK FROM ITS PAYEE.
012780**                         A CODE WITH NO PAYEE WAS NEVER REMITTED
012790**                         (PAYREM LISTS IT AS UNMATCHED) AND IS
012800**                         PASSED OVER
012810******************************************************************
012820 4560-LIST-ONE-CREDIT.
012830     IF PH-DED-AMOUNT (PH-DED-IDX) = ZERO
012840         GO TO 4560-EXIT
012850     END-IF.
012860     PERFORM 6400-FIND-PAYEE THRU 6400-EXIT.
012870     IF WS-PE-MATCH = ZERO
012880         GO TO 4560-EXIT
012890     END-IF.
012900     SET PE-IDX TO WS-PE-MATCH.
012910     MOVE PH-DED-CODE (PH-DED-IDX) TO CD-DED-CODE.
012920     MOVE PH-DED-AMOUNT (PH-DED-IDX) TO CD-AMOUNT.
012930     MOVE WS-PE-PAYEE-NAME (PE-IDX) TO CD-PAYEE-NAME.
012940     WRITE OR-PRINT-LINE FROM WS-CREDIT-LINE.
012950     ADD PH-DED-AMOUNT (PH-DED-IDX) TO WS-TOTAL-CREDIT-DUE.
012960 4560-EXIT.
012970     EXIT.
012980*
012990******************************************************************
013000**  4570-WRITE-REVERSING-POSTINGS - TURN THE CYCLE'S POSTINGS
013010**                                  FOR THIS PAYMENT AROUND:
013020**                                  CREDIT THE DEPARTMENT EXPENSE,
013030**                                  DEBIT THE TAX, STATE TAX AND
013040**                                  DEDUCTION LIABILITIES AND
013050**                                  CASH/CLEARING; THEN CREDIT THE
013052**                                  EMPLOYER TAX ON THE PAYMENT
013054**                                  BACK TO ITS EXPENSE AND DEBIT
013056**                                  ITS LIABILITIES
013060******************************************************************
013070 4570-WRITE-REVERSING-POSTINGS.
013080     PERFORM 6000-FIND-DEPT-ACCOUNT THRU 6000-EXIT.
013090     MOVE SPACES TO WS-GL-POSTING.
013100     MOVE WS-FOUND-ACCOUNT TO GP-ACCOUNT.
013110     MOVE DEPT-CODE OF EMP-REC TO GP-DEPT-CODE.
013120     MOVE 'C' TO GP-DR-CR.
013130     MOVE PH-GROSS-PAY TO GP-AMOUNT.
013140     PERFORM 6300-WRITE-POSTING THRU 6300-EXIT.
013150     IF PH-TAX-AMOUNT NOT = ZERO
013160         MOVE SPACES TO WS-GL-POSTING
013170         MOVE WS-TAX-ACCOUNT TO GP-ACCOUNT
013180         MOVE 'D' TO GP-DR-CR
013190         MOVE PH-TAX-AMOUNT TO GP-AMOUNT
013200         PERFORM 6300-WRITE-POSTING THRU 6300-EXIT
013210     END-IF.
013220     IF PH-STATE-TAX NOT = ZERO
013230         PERFORM 6200-FIND-STATE-ACCOUNT THRU 6200-EXIT
013240         MOVE SPACES TO WS-GL-POSTING
013250         MOVE WS-FOUND-ACCOUNT TO GP-ACCOUNT
013260         MOVE 'D' TO GP-DR-CR
013270         MOVE PH-STATE-TAX TO GP-AMOUNT
013280         PERFORM 6300-WRITE-POSTING THRU 6300-EXIT
013290     END-IF.
013300     PERFORM 4575-POST-ONE-DED-REVERSAL THRU 4575-EXIT
013310         VARYING PH-DED-IDX FROM 1 BY 1
013320         UNTIL PH-DED-IDX > PH-DED-COUNT.
013330     IF PH-NET-PAY NOT = ZERO
013340         MOVE SPACES TO WS-GL-POSTING
013350         MOVE WS-CASH-ACCOUNT TO GP-ACCOUNT
013360         MOVE 'D' TO GP-DR-CR
013370         MOVE PH-NET-PAY TO GP-AMOUNT
013380         PERFORM 6300-WRITE-POSTING THRU 6300-EXIT
013390     END-IF.
013392     MOVE YTD-GROSS OF EMP-REC TO WS-PRIOR-YTD.
013394     PERFORM 4580-POST-ONE-ER-REVERSAL THRU 4580-EXIT
013396         VARYING RT-IDX FROM 1 BY 1
013398         UNTIL RT-IDX > WS-RATE-COUNT.
013400 4570-EXIT.
013410     EXIT.
013420*
013430******************************************************************
013440**  4575-POST-ONE-DED-REVERSAL - DEBIT ONE REVERSED DEDUCTION BACK
013450**                               TO ITS LIABILITY ACCOUNT
013460******************************************************************
013470 4575-POST-ONE-DED-REVERSAL.
013480     IF PH-DED-AMOUNT (PH-DED-IDX) = ZERO
013490         GO TO 4575-EXIT
013500     END-IF.
013510     PERFORM 6100-FIND-DED-ACCOUNT THRU 6100-EXIT.
013520     MOVE SPACES TO WS-GL-POSTING.
013530     MOVE WS-FOUND-ACCOUNT TO GP-ACCOUNT.
013540     MOVE 'D' TO GP-DR-CR.
013550     MOVE PH-DED-AMOUNT (PH-DED-IDX) TO GP-AMOUNT.
013560     PERFORM 6300-WRITE-POSTING THRU 6300-EXIT.
013570 4575-EXIT.
013580     EXIT.
013581*
013582******************************************************************
013583**  4580-POST-ONE-ER-REVERSAL - RE-PRICE ONE EMPLOYER TAX ON
013584**                              THE REVERSED GROSS AS PAYERTX
013585**                              PRICED IT, CREDIT IT BACK TO THE
013586**                              DEPARTMENT'S EMPLOYER TAX EXPENSE
013587**                              AND DEBIT IT TO THE TAX'S
013588**                              LIABILITY.  A STATE RATE APPLIES
013589**                              ONLY TO THE PAYMENT'S WORK-STATE
013590******************************************************************
013591 4580-POST-ONE-ER-REVERSAL.
013592     IF WS-RT-STATE (RT-IDX) NOT = SPACES
013593         AND WS-RT-STATE (RT-IDX) NOT = PH-WORK-STATE
013594         GO TO 4580-EXIT
013595     END-IF.
013596     PERFORM 4585-APPLY-WAGE-BASE THRU 4585-EXIT.
013597     COMPUTE WS-ER-AMOUNT ROUNDED =
013598         WS-TAXABLE * WS-RT-RATE (RT-IDX) / 100.
013599     IF WS-ER-AMOUNT = ZERO
013600         GO TO 4580-EXIT
013601     END-IF.
013602     PERFORM 6500-FIND-ER-EXP-ACCOUNT THRU 6500-EXIT.
013603     MOVE SPACES TO WS-GL-POSTING.
013604     MOVE WS-FOUND-ACCOUNT TO GP-ACCOUNT.
013605     MOVE DEPT-CODE OF EMP-REC TO GP-DEPT-CODE.
013606     MOVE 'C' TO GP-DR-CR.
013607     MOVE WS-ER-AMOUNT TO GP-AMOUNT.
013608     PERFORM 6300-WRITE-POSTING THRU 6300-EXIT.
013609     PERFORM 6600-FIND-ER-LIAB-ACCOUNT THRU 6600-EXIT.
013610     MOVE SPACES TO WS-GL-POSTING.
013611     MOVE WS-FOUND-ACCOUNT TO GP-ACCOUNT.
013612     MOVE 'D' TO GP-DR-CR.
013613     MOVE WS-ER-AMOUNT TO GP-AMOUNT.
013614     PERFORM 6300-WRITE-POSTING THRU 6300-EXIT.
013615 4580-EXIT.
013616     EXIT.
013617*
013618******************************************************************
013619**  4585-APPLY-WAGE-BASE - THE TAXABLE PART OF THE REVERSED GROSS
013620**                         IS WHAT FELL UNDER THE ANNUAL CAP ABOVE
013621**                         THE YTD-GROSS WITHOUT THE PAYMENT
013622**                         (THE MASTER IS ALREADY REVERSED); A
013623**                         ZERO WAGE BASE MEANS NO CAP
013624******************************************************************
013625 4585-APPLY-WAGE-BASE.
013626     IF WS-RT-WAGE-BASE (RT-IDX) = ZERO
013627         MOVE PH-GROSS-PAY TO WS-TAXABLE
013628         GO TO 4585-EXIT
013629     END-IF.
013630     COMPUTE WS-ROOM =
013631         WS-RT-WAGE-BASE (RT-IDX) - WS-PRIOR-YTD.
013632     IF WS-ROOM NOT > ZERO
013633         MOVE ZERO TO WS-TAXABLE
013634         GO TO 4585-EXIT
013635     END-IF.
013636     IF WS-ROOM < PH-GROSS-PAY
013637         MOVE WS-ROOM TO WS-TAXABLE
013638     ELSE
013639         MOVE PH-GROSS-PAY TO WS-TAXABLE
013640     END-IF.
013641 4585-EXIT.
013642     EXIT.
013643*
013644******************************************************************
013645**  6000-FIND-DEPT-ACCOUNT - LOOK UP THE EMPLOYEE'S DEPARTMENT
013646**                           EXPENSE ACCOUNT; WS-FOUND-ACCOUNT IS
013647**                           "UNMAPPED" WHEN THERE IS NONE
013648******************************************************************
013650 6000-FIND-DEPT-ACCOUNT.
013660     MOVE WS-UNMAPPED-ACCT TO WS-FOUND-ACCOUNT.
013670     PERFORM 6010-TEST-ONE-DEPT-MAP THRU 6010-EXIT
013680         VARYING DM-IDX FROM 1 BY 1
013690         UNTIL DM-IDX > WS-DMAP-COUNT.
013700 6000-EXIT.
013710     EXIT.
013720*
013730******************************************************************
013740**  6010-TEST-ONE-DEPT-MAP - TEST ONE DEPARTMENT MAP ENTRY
013750******************************************************************
013760 6010-TEST-ONE-DEPT-MAP.
013770     IF WS-FOUND-ACCOUNT = WS-UNMAPPED-ACCT
013780         AND WS-DMAP-CODE (DM-IDX) = DEPT-CODE OF EMP-REC
013790         MOVE WS-DMAP-ACCOUNT (DM-IDX) TO WS-FOUND-ACCOUNT
013800     END-IF.
013810 6010-EXIT.
013820     EXIT.
013830*
013840******************************************************************
013850**  6100-FIND-DED-ACCOUNT - LOOK UP ONE DEDUCTION CODE'S LIABILITY
013860**                          ACCOUNT; WS-FOUND-ACCOUNT IS
013870**                          "UNMAPPED" WHEN THERE IS NONE
013880******************************************************************
013890 6100-FIND-DED-ACCOUNT.
013900     MOVE WS-UNMAPPED-ACCT TO WS-FOUND-ACCOUNT.
013910     PERFORM 6110-TEST-ONE-DED-MAP THRU 6110-EXIT
013920         VARYING XM-IDX FROM 1 BY 1
013930         UNTIL XM-IDX > WS-XMAP-COUNT.
013940 6100-EXIT.
013950     EXIT.
013960*
013970******************************************************************
013980**  6110-TEST-ONE-DED-MAP - TEST ONE DEDUCTION MAP ENTRY
013990******************************************************************
014000 6110-TEST-ONE-DED-MAP.
014010     IF WS-FOUND-ACCOUNT = WS-UNMAPPED-ACCT
014020         AND WS-XMAP-CODE (XM-IDX) = PH-DED-CODE (PH-DED-IDX)
014030         MOVE WS-XMAP-ACCOUNT (XM-IDX) TO WS-FOUND-ACCOUNT
014040     END-IF.
014050 6110-EXIT.
014060     EXIT.
014070*
014080******************************************************************
014090**  6200-FIND-STATE-ACCOUNT - LOOK UP THE PAYMENT'S WORK-STATE
014100**                            LIABILITY ACCOUNT; WS-FOUND-ACCOUNT
014110**                            IS "UNMAPPED" WHEN THERE IS NONE
014120******************************************************************
014130 6200-FIND-STATE-ACCOUNT.
014140     MOVE WS-UNMAPPED-ACCT TO WS-FOUND-ACCOUNT.
014150     PERFORM 6210-TEST-ONE-STATE-MAP THRU 6210-EXIT
014160         VARYING SM-IDX FROM 1 BY 1
014170         UNTIL SM-IDX > WS-SMAP-COUNT.
014180 6200-EXIT.
014190     EXIT.
014200*
014210******************************************************************
014220**  6210-TEST-ONE-STATE-MAP - TEST ONE STATE MAP ENTRY
014230******************************************************************
014240 6210-TEST-ONE-STATE-MAP.
014250     IF WS-FOUND-ACCOUNT = WS-UNMAPPED-ACCT
014260         AND WS-SMAP-CODE (SM-IDX) = PH-WORK-STATE
014270         MOVE WS-SMAP-ACCOUNT (SM-IDX) TO WS-FOUND-ACCOUNT
014280     END-IF.
014290 6210-EXIT.
014300     EXIT.
014310*
014320******************************************************************
014330**  6300-WRITE-POSTING - STAMP ONE REVERSING POSTING WITH THE
014340**                       CYCLE OF THE PAYMENT REVERSED AND WRITE
014350**                       IT
014360******************************************************************
014370 6300-WRITE-POSTING.
014380     MOVE PH-FREQUENCY TO GP-FREQUENCY.
014390     MOVE PH-PERIOD-NO TO GP-PERIOD-NO.
014400     WRITE GR-POST-RECORD FROM WS-GL-POSTING.
014410 6300-EXIT.
014420     EXIT.
014430*
014440******************************************************************
014450**  6400-FIND-PAYEE - LOCATE THE REVERSED DEDUCTION'S PAYEE;
014460**                    WS-PE-MATCH IS ZERO WHEN THERE IS NONE
014470******************************************************************
014480 6400-FIND-PAYEE.
014490     MOVE ZERO TO WS-PE-MATCH.
014500     PERFORM 6410-TEST-ONE-PAYEE THRU 6410-EXIT
014510         VARYING PE-IDX FROM 1 BY 1
014520         UNTIL PE-IDX > WS-PAYEE-COUNT.
014530 6400-EXIT.
014540     EXIT.
014550*
014560******************************************************************
014570**  6410-TEST-ONE-PAYEE - TEST ONE PAYEE TABLE ENTRY
014580******************************************************************
014590 6410-TEST-ONE-PAYEE.
014600     IF WS-PE-MATCH = ZERO
014610         AND WS-PE-DED-CODE (PE-IDX) = PH-DED-CODE (PH-DED-IDX)
014620         SET WS-PE-MATCH TO PE-IDX
014630     END-IF.
014640 6410-EXIT.
014650     EXIT.
014660*
014670******************************************************************
014680**  6500-FIND-ER-EXP-ACCOUNT - LOOK UP THE EMPLOYEE'S DEPARTMENT
014690**                             EMPLOYER TAX EXPENSE ACCOUNT;
014700**                             WS-FOUND-ACCOUNT IS "UNMAPPED" WHEN
014710**                             THERE IS NONE
014720******************************************************************
014730 6500-FIND-ER-EXP-ACCOUNT.
014740     MOVE WS-UNMAPPED-ACCT TO WS-FOUND-ACCOUNT.
014750     PERFORM 6510-TEST-ONE-ER-EXP-MAP THRU 6510-EXIT
014760         VARYING EM-IDX FROM 1 BY 1
014770         UNTIL EM-IDX > WS-EMAP-COUNT.
014780 6500-EXIT.
014790     EXIT.
014800*
014810******************************************************************
014820**  6510-TEST-ONE-ER-EXP-MAP - TEST ONE EMPLOYER TAX EXPENSE MAP
014830**                             ENTRY
014840******************************************************************
014850 6510-TEST-ONE-ER-EXP-MAP.
014860     IF WS-FOUND-ACCOUNT = WS-UNMAPPED-ACCT
014870         AND WS-EMAP-TYPE (EM-IDX) = 'E'
014880         AND WS-EMAP-CODE (EM-IDX) = DEPT-CODE OF EMP-REC
014890         MOVE WS-EMAP-ACCOUNT (EM-IDX) TO WS-FOUND-ACCOUNT
014900     END-IF.
014910 6510-EXIT.
014920     EXIT.
014930*
014940******************************************************************
014950**  6600-FIND-ER-LIAB-ACCOUNT - LOOK UP ONE EMPLOYER TAX CODE'S
014960**                              LIABILITY ACCOUNT;
014970**                              WS-FOUND-ACCOUNT IS "UNMAPPED"
014975**                              WHEN THERE IS NONE
014980******************************************************************
014990 6600-FIND-ER-LIAB-ACCOUNT.
015000     MOVE WS-UNMAPPED-ACCT TO WS-FOUND-ACCOUNT.
015010     PERFORM 6610-TEST-ONE-ER-LIAB-MAP THRU 6610-EXIT
015020         VARYING EM-IDX FROM 1 BY 1
015030         UNTIL EM-IDX > WS-EMAP-COUNT.
015040 6600-EXIT.
015050     EXIT.
015060*
015070******************************************************************
015080**  6610-TEST-ONE-ER-LIAB-MAP - TEST ONE EMPLOYER TAX
015090**                              LIABILITY MAP ENTRY
015100******************************************************************
015110 6610-TEST-ONE-ER-LIAB-MAP.
015120     IF WS-FOUND-ACCOUNT = WS-UNMAPPED-ACCT
015130         AND WS-EMAP-TYPE (EM-IDX) = 'L'
015140         AND WS-EMAP-CODE (EM-IDX) = WS-RT-TAX-CODE (RT-IDX)
015150         MOVE WS-EMAP-ACCOUNT (EM-IDX) TO WS-FOUND-ACCOUNT
015160     END-IF.
015170 6610-EXIT.
015180     EXIT.
