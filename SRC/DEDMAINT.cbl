000010*
000020* PROGRAM      DEDMAINT
000030* AUTHOR       R. J. KOWALCZYK
000040* INSTALLATION CENTRAL PAYROLL SYSTEMS
000050* DATE-WRITTEN 10/15/2026
000060*
000070* REMARKS.
000080*     APPLIES ADD (A), CHANGE (C) AND STOP (S) TRANSACTIONS
000090*     (DEDTRAN, SEE COPY/DEDTRANS.cpy) AGAINST THE DEDUCTION
000100*     MASTER (DEDMAST, SEE COPY/DEDREC.cpy), THE WAY BANKMNT
000110*     MAINTAINS THE BANKING FILE: THE OLD MASTER AND THE FEED ARE
000120*     EACH IN EMP-ID SEQUENCE AND MERGE TO A NEW MASTER (NEWDED).
000130*     ALL OF ONE EMPLOYEE'S DEDUCTIONS ARE HELD TOGETHER WHILE THE
000140*     EMPLOYEE'S TRANSACTIONS APPLY IN THE ORDER FILED, AND ARE
000150*     WRITTEN BACK IN PRIORITY SEQUENCE.  AN ADD OR CHANGE IS
000160*     REJECTED WHEN THE EMP-ID IS NOT ON EMPMAST, THE DED-CODE HAS
000170*     NO PAYEE ON PAYEMAST OR NO TYPE X ACCOUNT ON GLMAP, THE
000180*     METHOD IS NOT F OR P, THE GOAL TYPE IS NOT L, A OR SPACE, A
000190*     PERCENTAGE IS OVER 100, OR THE PRIORITY IS ALREADY USED BY
000200*     ANOTHER OF THE EMPLOYEE'S DEDUCTIONS.  DED-TAKEN MAY NOT BE
000210*     SET BELOW WHAT PAYHIST SHOWS WAS TAKEN FOR THE EMPLOYEE AND
000220*     CODE (REVERSAL RECORDS NETTED OUT).  PAYHIST IS NOT CLEARED
000230*     AT YEAR START, SO FOR AN ANNUAL (A) GOAL THE FLOOR IS THE
000240*     LESSER OF THAT TOTAL AND THE DED-TAKEN ALREADY ON THE
000250*     MASTER, AND AN ADD OF AN ANNUAL GOAL MAY START FROM ZERO.
000260*     EVERY ACTION AND REJECT IS LOGGED ON THE ACTIVITY REPORT
000270*     (DEDRPT) AND EVERY APPLIED TRANSACTION IS JOURNALED TO
000280*     AUDJRNL WITH ITS BEFORE AND AFTER DEDUCT-REC IMAGES (SOURCE
000290*     DEDTRAN) FOR AUDINQ.  RETURN-CODE IS SET TO THE REJECT
000300*     COUNT SO THE JOB STREAM CAN GATE ON A BAD FEED.
000310*
000320* MODIFICATION HISTORY.
000330*     10/15/2026  RJK  ORIGINAL PROGRAM.
000340*
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. DEDMAINT.
000370 AUTHOR. R. J. KOWALCZYK.
000380 INSTALLATION. CENTRAL PAYROLL SYSTEMS.
000390 DATE-WRITTEN. 10/15/2026.
000400 DATE-COMPILED.
000410*
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER. GNUCOBOL.
000450 OBJECT-COMPUTER. GNUCOBOL.
000460*
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT OLD-DED-FILE ASSIGN TO "DEDMAST"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-OLD-FILE-STATUS.
000520     SELECT TRANS-FILE ASSIGN TO "DEDTRAN"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-TRN-FILE-STATUS.
000550     SELECT NEW-DED-FILE ASSIGN TO "NEWDED"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-NEW-FILE-STATUS.
000580     SELECT MAINT-REPORT ASSIGN TO "DEDRPT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-RPT-FILE-STATUS.
000610     SELECT EMP-MASTER-FILE ASSIGN TO "EMPMAST"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS RANDOM
000640         RECORD KEY IS EMP-ID OF EMP-REC
000650         FILE STATUS IS WS-EMP-FILE-STATUS.
000660     SELECT PAYEE-MASTER-FILE ASSIGN TO "PAYEMAST"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-PYE-FILE-STATUS.
000690     SELECT GL-MAP-FILE ASSIGN TO "GLMAP"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-MAP-FILE-STATUS.
000720     SELECT OPTIONAL PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-HIS-FILE-STATUS.
000750     SELECT OPTIONAL AUDIT-JOURNAL ASSIGN TO "AUDJRNL"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-AUD-FILE-STATUS.
000780*
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  OLD-DED-FILE
000820     RECORDING MODE IS F.
000830 COPY DEDREC REPLACING DEDUCT-REC BY OLD-DED-REC.
000840*
000850 FD  TRANS-FILE
000860     RECORDING MODE IS F.
000870 COPY DEDTRANS.
000880*
000890 FD  NEW-DED-FILE
000900     RECORDING MODE IS F.
000910 COPY DEDREC REPLACING DEDUCT-REC BY NEW-DED-REC.
000920*
000930 FD  MAINT-REPORT
000940     RECORDING MODE IS F.
000950 01  MR-PRINT-LINE                PIC X(80).
000960*
000970 FD  EMP-MASTER-FILE.
000980 COPY EMPREC.
000990*
001000 FD  PAYEE-MASTER-FILE
001010     RECORDING MODE IS F.
001020 COPY PAYEREC.
001030*
001040 FD  GL-MAP-FILE
001050     RECORDING MODE IS F.
001060 COPY GLMAP.
001070*
001080 FD  PAY-HISTORY-FILE
001090     RECORDING MODE IS F.
001100 COPY PAYHREC.
001110*
001120 FD  AUDIT-JOURNAL
001130     RECORDING MODE IS F.
001140 COPY AUDREC.
001150*
001160 WORKING-STORAGE SECTION.
001170*
001180*-----------------------------------------------------------------
001190* FILE STATUS AND CONTROL SWITCHES
001200*-----------------------------------------------------------------
001210 01  WS-OLD-FILE-STATUS           PIC X(2).
001220 01  WS-TRN-FILE-STATUS           PIC X(2).
001230 01  WS-NEW-FILE-STATUS           PIC X(2).
001240 01  WS-RPT-FILE-STATUS           PIC X(2).
001250 01  WS-EMP-FILE-STATUS           PIC X(2).
001260 01  WS-PYE-FILE-STATUS           PIC X(2).
001270 01  WS-MAP-FILE-STATUS           PIC X(2).
001280 01  WS-HIS-FILE-STATUS           PIC X(2).
001290 01  WS-AUD-FILE-STATUS           PIC X(2).
001300*
001310 01  WS-SWITCHES.
001320     05  WS-OLD-EOF-SW             PIC X(1)   VALUE 'N'.
001330         88  OLD-DED-EOF                      VALUE 'Y'.
001340     05  WS-TRN-EOF-SW             PIC X(1)   VALUE 'N'.
001350         88  TRANS-EOF                        VALUE 'Y'.
001360     05  WS-KEY-EOF-SW             PIC X(1)   VALUE 'N'.
001370         88  END-OF-KEY-PASS                  VALUE 'Y'.
001380     05  WS-PYE-EOF-SW             PIC X(1)   VALUE 'N'.
001390         88  END-OF-PAYEES                    VALUE 'Y'.
001400     05  WS-MAP-EOF-SW             PIC X(1)   VALUE 'N'.
001410         88  END-OF-MAP                       VALUE 'Y'.
001420     05  WS-HIS-EOF-SW             PIC X(1)   VALUE 'N'.
001430         88  END-OF-HISTORY                   VALUE 'Y'.
001440     05  WS-EMP-FOUND-SW           PIC X(1)   VALUE 'N'.
001450         88  EMPLOYEE-ON-MASTER               VALUE 'Y'.
001460     05  WS-EDIT-SW                PIC X(1)   VALUE 'Y'.
001470         88  TRANS-IS-VALID                   VALUE 'Y'.
001480         88  TRANS-IS-INVALID                 VALUE 'N'.
001490*
001500 77  WS-HIGH-KEY                  PIC 9(5)    VALUE 99999.
001510 77  WS-RUN-DATE                  PIC 9(8)    VALUE ZERO.
001520 77  WS-GROUP-EMP-ID              PIC 9(5)    VALUE ZERO.
001530 77  WS-LAST-GROUP-ID             PIC 9(5)    VALUE ZERO.
001540 77  WS-MATCH-IDX                 PIC 9(2)    VALUE ZERO.
001550 77  WS-LOW-IDX                   PIC 9(2)    VALUE ZERO.
001560 77  WS-PRIORITY-MATCH            PIC 9(2)    VALUE ZERO.
001570 77  WS-PAYEE-MATCH               PIC 9(3)    VALUE ZERO.
001580 77  WS-XMAP-MATCH                PIC 9(3)    VALUE ZERO.
001590 77  WS-HIST-MATCH                PIC 9(3)    VALUE ZERO.
001600 77  WS-HIST-EMP-ID               PIC 9(5)    VALUE ZERO.
001610 77  WS-HIST-CODE                 PIC X(3)    VALUE SPACES.
001620 77  WS-NEW-TAKEN                 PIC 9(7)V99 VALUE ZERO.
001630 77  WS-TAKEN-FLOOR               PIC S9(9)V99 VALUE ZERO.
001640 77  WS-MAX-PERCENT               PIC 9(5)V99 VALUE 100.00.
001650 77  WS-REJECT-REASON             PIC X(30)   VALUE SPACES.
001660*
001670 01  WS-COUNTS.
001680     05  WS-ADD-COUNT              PIC 9(5)    VALUE ZERO.
001690     05  WS-CHANGE-COUNT           PIC 9(5)    VALUE ZERO.
001700     05  WS-STOP-COUNT             PIC 9(5)    VALUE ZERO.
001710     05  WS-REJECT-COUNT           PIC 9(5)    VALUE ZERO.
001720*
001730*-----------------------------------------------------------------
001740* BEFORE/AFTER DEDUCT-REC IMAGES FOR THE AUDIT JOURNAL
001750*-----------------------------------------------------------------
001760 01  WS-BEFORE-IMAGE              PIC X(80).
001770 01  WS-AFTER-IMAGE               PIC X(80).
001780*
001790*-----------------------------------------------------------------
001800* ONE EMPLOYEE'S DEDUCTIONS WHILE THE TRANSACTIONS APPLY.  THE
001810* LIMIT OF TEN MATCHES THE PAY RUN'S TABLE (SEE COPY/DEDTBL.cpy).
001820*-----------------------------------------------------------------
001830 01  WS-GROUP-TABLE.
001840     05  WS-GROUP-COUNT           PIC 9(2)    VALUE ZERO.
001850     05  WS-GROUP-ENTRY           OCCURS 10 TIMES
001860                                  INDEXED BY GE-IDX.
001870         10  GE-IMAGE             PIC X(80).
001880         10  GE-IMAGE-R REDEFINES GE-IMAGE.
001890             15  FILLER           PIC X(6).
001900             15  GE-CODE          PIC X(3).
001910             15  FILLER           PIC X(11).
001920             15  GE-PRIORITY      PIC 9(2).
001930             15  FILLER           PIC X(11).
001940             15  GE-TAKEN         PIC 9(7)V99.
001950             15  GE-GOAL-TYPE     PIC X(1).
001960             15  FILLER           PIC X(37).
001970         10  GE-WRITTEN-SW        PIC X(1).
001980 77  WS-GROUP-MAX                 PIC 9(2)    VALUE 10.
001990*
002000*-----------------------------------------------------------------
002010* DEDUCTION CODES WITH A PAYEE (PAYEMAST) AND WITH A LIABILITY
002020* ACCOUNT (GLMAP TYPE X)
002030*-----------------------------------------------------------------
002040 01  WS-PAYEE-TABLE.
002050     05  WS-PAYEE-COUNT           PIC 9(3)    VALUE ZERO.
002060     05  WS-PAYEE-ENTRY           OCCURS 50 TIMES
002070                                  INDEXED BY PE-IDX.
002080         10  WS-PE-DED-CODE       PIC X(3).
002090*
002100 01  WS-XMAP-TABLE.
002110     05  WS-XMAP-COUNT            PIC 9(3)    VALUE ZERO.
002120     05  WS-XMAP-ENTRY            OCCURS 50 TIMES
002130                                  INDEXED BY XM-IDX.
002140         10  WS-XMAP-CODE         PIC X(3).
002150*
002160*-----------------------------------------------------------------
002170* PAY HISTORY TOTAL TAKEN FOR EACH EMPLOYEE AND CODE NAMED BY AN
002180* ADD OR CHANGE ON THE FEED, NET OF REVERSALS
002190*-----------------------------------------------------------------
002200 01  WS-HIST-TABLE.
002210     05  WS-HIST-COUNT            PIC 9(3)    VALUE ZERO.
002220     05  WS-HIST-ENTRY            OCCURS 500 TIMES
002230                                  INDEXED BY HT-IDX.
002240         10  WS-HT-EMP-ID         PIC 9(5).
002250         10  WS-HT-DED-CODE       PIC X(3).
002260         10  WS-HT-TOTAL          PIC S9(9)V99.
002270*
002280*-----------------------------------------------------------------
002290* ACTIVITY REPORT LINE LAYOUTS
002300*-----------------------------------------------------------------
002310 01  WS-HEADING-1.
002320     05  FILLER                   PIC X(17)  VALUE SPACES.
002330     05  FILLER                   PIC X(48)  VALUE
002340         "DEDMAINT - DEDUCTION MASTER MAINTENANCE ACTIVITY".
002350     05  FILLER                   PIC X(15)  VALUE SPACES.
002360*
002370 01  WS-ACTIVITY-LINE.
002380     05  AL-EMP-ID                PIC 9(5).
002390     05  FILLER                   PIC X(3)   VALUE SPACES.
002400     05  AL-DED-CODE              PIC X(3).
002410     05  FILLER                   PIC X(3)   VALUE SPACES.
002420     05  AL-ACTION                PIC X(10).
002430     05  FILLER                   PIC X(3)   VALUE SPACES.
002440     05  AL-REMARKS               PIC X(30).
002450     05  FILLER                   PIC X(23)  VALUE SPACES.
002460*
002470 01  WS-SUMMARY-LINE.
002480     05  FILLER                   PIC X(8)   VALUE "ADDED  =".
002490     05  SL-ADD-COUNT             PIC ZZZZ9.
002500     05  FILLER                   PIC X(2)   VALUE SPACES.
002510     05  FILLER                   PIC X(8)   VALUE "CHANGED=".
002520     05  SL-CHANGE-COUNT          PIC ZZZZ9.
002530     05  FILLER                   PIC X(2)   VALUE SPACES.
002540     05  FILLER                   PIC X(8)   VALUE "STOPPED=".
002550     05  SL-STOP-COUNT            PIC ZZZZ9.
002560     05  FILLER                   PIC X(2)   VALUE SPACES.
002570     05  FILLER                   PIC X(9)   VALUE "REJECTED=".
002580     05  SL-REJECT-COUNT          PIC ZZZZ9.
002590     05  FILLER                   PIC X(21)  VALUE SPACES.
002600*
002610 PROCEDURE DIVISION.
002620*
002630******************************************************************
002640**  0000-MAINLINE - PROGRAM CONTROL
002650******************************************************************
002660 0000-MAINLINE.
002670     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002680     PERFORM 2000-PROCESS-EMPLOYEE THRU 2000-EXIT
002690         UNTIL OLD-DED-EOF AND TRANS-EOF.
002700     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002710     STOP RUN.
002720*
002730******************************************************************
002740**  1000-INITIALIZE - LOAD THE EDIT TABLES, OPEN FILES AND PRIME
002750**                    BOTH INPUT STREAMS
002760******************************************************************
002770 1000-INITIALIZE.
002780     OPEN INPUT EMP-MASTER-FILE.
002790     IF WS-EMP-FILE-STATUS NOT = "00"
002800         DISPLAY "DEDMAINT: EMP-MASTER-FILE OPEN FAILED, "
002810             "FILE STATUS " WS-EMP-FILE-STATUS
002820         DISPLAY "DEDMAINT: HAS EMPCONV LOADED THE INDEXED "
002830             "MASTER?"
002840         MOVE 16 TO RETURN-CODE
002850         STOP RUN
002860     END-IF.
002870     PERFORM 1100-LOAD-PAYEES THRU 1100-EXIT.
002880     PERFORM 1200-LOAD-GL-MAP THRU 1200-EXIT.
002890     PERFORM 1300-TABLE-HISTORY-KEYS THRU 1300-EXIT.
002900     PERFORM 1400-TOTAL-HISTORY THRU 1400-EXIT.
002910     OPEN INPUT OLD-DED-FILE
002920     OPEN INPUT TRANS-FILE
002930     OPEN OUTPUT NEW-DED-FILE
002940     OPEN OUTPUT MAINT-REPORT.
002950     IF WS-OLD-FILE-STATUS NOT = "00"
002960         DISPLAY "DEDMAINT: OLD-DED-FILE OPEN FAILED, "
002970             "FILE STATUS " WS-OLD-FILE-STATUS
002980         MOVE 16 TO RETURN-CODE
002990         STOP RUN
003000     END-IF.
003010     IF WS-TRN-FILE-STATUS NOT = "00"
003020         DISPLAY "DEDMAINT: TRANS-FILE OPEN FAILED, "
003030             "FILE STATUS " WS-TRN-FILE-STATUS
003040         MOVE 16 TO RETURN-CODE
003050         STOP RUN
003060     END-IF.
003070     OPEN EXTEND AUDIT-JOURNAL.
003080     IF WS-AUD-FILE-STATUS NOT = "00" AND "05"
003090         DISPLAY "DEDMAINT: AUDIT-JOURNAL OPEN EXTEND FAILED, "
003100             "FILE STATUS " WS-AUD-FILE-STATUS
003110         MOVE 16 TO RETURN-CODE
003120         STOP RUN
003130     END-IF.
003140     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003150     WRITE MR-PRINT-LINE FROM WS-HEADING-1.
003160     PERFORM 2100-READ-OLD-DED THRU 2100-EXIT.
003170     PERFORM 2200-READ-TRANS THRU 2200-EXIT.
003180 1000-EXIT.
003190     EXIT.
003200*
003210******************************************************************
003220**  1100-LOAD-PAYEES - TABLE THE DED-CODES THAT HAVE A PAYEE
003230******************************************************************
003240 1100-LOAD-PAYEES.
003250     OPEN INPUT PAYEE-MASTER-FILE.
003260     IF WS-PYE-FILE-STATUS NOT = "00"
003270         DISPLAY "DEDMAINT: PAYEE-MASTER-FILE OPEN FAILED, "
003280             "FILE STATUS " WS-PYE-FILE-STATUS
003290         MOVE 16 TO RETURN-CODE
003300         STOP RUN
003310     END-IF.
003320     PERFORM 1110-TABLE-ONE-PAYEE THRU 1110-EXIT
003330         UNTIL END-OF-PAYEES.
003340     CLOSE PAYEE-MASTER-FILE.
003350 1100-EXIT.
003360     EXIT.
003370*
003380******************************************************************
003390**  1110-TABLE-ONE-PAYEE - TABLE ONE PAYEE'S DED-CODE
003400******************************************************************
003410 1110-TABLE-ONE-PAYEE.
003420     READ PAYEE-MASTER-FILE
003430         AT END
003440             MOVE 'Y' TO WS-PYE-EOF-SW
003450             GO TO 1110-EXIT
003460     END-READ.
003470     IF WS-PAYEE-COUNT = 50
003480         DISPLAY "DEDMAINT: PAYEE TABLE FULL - "
003490             PE-DED-CODE " DROPPED"
003500         GO TO 1110-EXIT
003510     END-IF.
003520     ADD 1 TO WS-PAYEE-COUNT.
003530     SET PE-IDX TO WS-PAYEE-COUNT.
003540     MOVE PE-DED-CODE TO WS-PE-DED-CODE (PE-IDX).
003550 1110-EXIT.
003560     EXIT.
003570*
003580******************************************************************
003590**  1200-LOAD-GL-MAP - TABLE THE DED-CODES THAT HAVE A TYPE X
003600**                     LIABILITY ACCOUNT
003610******************************************************************
003620 1200-LOAD-GL-MAP.
003630     OPEN INPUT GL-MAP-FILE.
003640     IF WS-MAP-FILE-STATUS NOT = "00"
003650         DISPLAY "DEDMAINT: GL-MAP-FILE OPEN FAILED, "
003660             "FILE STATUS " WS-MAP-FILE-STATUS
003670         MOVE 16 TO RETURN-CODE
003680         STOP RUN
003690     END-IF.
003700     PERFORM 1210-TABLE-ONE-MAP-REC THRU 1210-EXIT
003710         UNTIL END-OF-MAP.
003720     CLOSE GL-MAP-FILE.
003730 1200-EXIT.
003740     EXIT.
003750*
003760******************************************************************
003770**  1210-TABLE-ONE-MAP-REC - TABLE ONE TYPE X RECORD; THE OTHER
003780**                           TYPES ARE PASSED OVER
003790******************************************************************
003800 1210-TABLE-ONE-MAP-REC.
003810     READ GL-MAP-FILE
003820         AT END
003830             MOVE 'Y' TO WS-MAP-EOF-SW
003840             GO TO 1210-EXIT
003850     END-READ.
003860     IF NOT GM-IS-DED-LIABILITY
003870         GO TO 1210-EXIT
003880     END-IF.
003890     IF WS-XMAP-COUNT = 50
003900         DISPLAY "DEDMAINT: DED MAP TABLE FULL - "
003910             GM-KEY " DROPPED"
003920         GO TO 1210-EXIT
003930     END-IF.
003940     ADD 1 TO WS-XMAP-COUNT.
003950     SET XM-IDX TO WS-XMAP-COUNT.
003960     MOVE GM-KEY TO WS-XMAP-CODE (XM-IDX).
003970 1210-EXIT.
003980     EXIT.
003990*
004000******************************************************************
004010**  1300-TABLE-HISTORY-KEYS - FIRST PASS OF THE FEED: TABLE EACH
004020**                            EMP-ID AND DED-CODE NAMED BY AN ADD
004030**                            OR CHANGE SO PAYHIST IS TOTALLED FOR
004040**                            THOSE DEDUCTIONS ONLY
004050******************************************************************
004060 1300-TABLE-HISTORY-KEYS.
004070     OPEN INPUT TRANS-FILE.
004080     IF WS-TRN-FILE-STATUS NOT = "00"
004090         DISPLAY "DEDMAINT: TRANS-FILE OPEN FAILED, "
004100             "FILE STATUS " WS-TRN-FILE-STATUS
004110         MOVE 16 TO RETURN-CODE
004120         STOP RUN
004130     END-IF.
004140     PERFORM 1310-TABLE-ONE-KEY THRU 1310-EXIT
004150         UNTIL END-OF-KEY-PASS.
004160     CLOSE TRANS-FILE.
004170 1300-EXIT.
004180     EXIT.
004190*
004200******************************************************************
004210**  1310-TABLE-ONE-KEY - TABLE ONE TRANSACTION'S EMP-ID AND
004220**                       DED-CODE UNLESS ALREADY TABLED
004230******************************************************************
004240 1310-TABLE-ONE-KEY.
004250     READ TRANS-FILE
004260         AT END
004270             MOVE 'Y' TO WS-KEY-EOF-SW
004280             GO TO 1310-EXIT
004290     END-READ.
004300     IF NOT DTX-IS-ADD AND NOT DTX-IS-CHANGE
004310         GO TO 1310-EXIT
004320     END-IF.
004330     MOVE DTX-EMP-ID TO WS-HIST-EMP-ID.
004340     MOVE DTX-DED-CODE TO WS-HIST-CODE.
004350     PERFORM 1320-FIND-HISTORY-KEY THRU 1320-EXIT.
004360     IF WS-HIST-MATCH NOT = ZERO
004370         GO TO 1310-EXIT
004380     END-IF.
004390     IF WS-HIST-COUNT = 500
004400         DISPLAY "DEDMAINT: HISTORY TABLE FULL - "
004410             DTX-EMP-ID " " DTX-DED-CODE " NOT TABLED"
004420         GO TO 1310-EXIT
004430     END-IF.
004440     ADD 1 TO WS-HIST-COUNT.
004450     SET HT-IDX TO WS-HIST-COUNT.
004460     MOVE DTX-EMP-ID TO WS-HT-EMP-ID (HT-IDX).
004470     MOVE DTX-DED-CODE TO WS-HT-DED-CODE (HT-IDX).
004480     MOVE ZERO TO WS-HT-TOTAL (HT-IDX).
004490 1310-EXIT.
004500     EXIT.
004510*
004520******************************************************************
004530**  1320-FIND-HISTORY-KEY - LOCATE WS-HIST-EMP-ID AND WS-HIST-CODE
004540**                          IN THE HISTORY TABLE (ZERO = NONE)
004550******************************************************************
004560 1320-FIND-HISTORY-KEY.
004570     MOVE ZERO TO WS-HIST-MATCH.
004580     PERFORM 1330-TEST-HISTORY-KEY THRU 1330-EXIT
004590         VARYING HT-IDX FROM 1 BY 1
004600         UNTIL HT-IDX > WS-HIST-COUNT.
004610 1320-EXIT.
004620     EXIT.
004630*
004640******************************************************************
004650**  1330-TEST-HISTORY-KEY - TEST ONE HISTORY TABLE ENTRY
004660******************************************************************
004670 1330-TEST-HISTORY-KEY.
004680     IF WS-HIST-MATCH = ZERO
004690         AND WS-HT-EMP-ID (HT-IDX) = WS-HIST-EMP-ID
004700         AND WS-HT-DED-CODE (HT-IDX) = WS-HIST-CODE
004710         SET WS-HIST-MATCH TO HT-IDX
004720     END-IF.
004730 1330-EXIT.
004740     EXIT.
004750*
004760******************************************************************
004770**  1400-TOTAL-HISTORY - ADD UP WHAT PAYHIST SHOWS WAS TAKEN FOR
004780**                       EACH TABLED EMPLOYEE AND CODE
004790******************************************************************
004800 1400-TOTAL-HISTORY.
004810     IF WS-HIST-COUNT = ZERO
004820         GO TO 1400-EXIT
004830     END-IF.
004840     OPEN INPUT PAY-HISTORY-FILE.
004850     IF WS-HIS-FILE-STATUS NOT = "00" AND "05"
004860         DISPLAY "DEDMAINT: PAY-HISTORY-FILE OPEN FAILED, "
004870             "FILE STATUS " WS-HIS-FILE-STATUS
004880         MOVE 16 TO RETURN-CODE
004890         STOP RUN
004900     END-IF.
004910     PERFORM 1410-TOTAL-ONE-PAYMENT THRU 1410-EXIT
004920         UNTIL END-OF-HISTORY.
004930     CLOSE PAY-HISTORY-FILE.
004940 1400-EXIT.
004950     EXIT.
004960*
004970******************************************************************
004980**  1410-TOTAL-ONE-PAYMENT - POST ONE HISTORY RECORD'S DEDUCTIONS
004990******************************************************************
005000 1410-TOTAL-ONE-PAYMENT.
005010     READ PAY-HISTORY-FILE
005020         AT END
005030             MOVE 'Y' TO WS-HIS-EOF-SW
005040             GO TO 1410-EXIT
005050     END-READ.
005060     IF PH-DED-COUNT NOT NUMERIC OR PH-DED-COUNT > 10
005070         GO TO 1410-EXIT
005080     END-IF.
005090     PERFORM 1420-TOTAL-ONE-DEDUCTION THRU 1420-EXIT
005100         VARYING PH-DED-IDX FROM 1 BY 1
005110         UNTIL PH-DED-IDX > PH-DED-COUNT.
005120 1410-EXIT.
005130     EXIT.
005140*
005150******************************************************************
005160**  1420-TOTAL-ONE-DEDUCTION - ADD ONE DEDUCTION TAKEN TO ITS
005170**                             TABLED TOTAL, OR SUBTRACT IT WHEN
005180**                             THE RECORD IS A PAYOFF REVERSAL
005190******************************************************************
005200 1420-TOTAL-ONE-DEDUCTION.
005210     IF PH-DED-AMOUNT (PH-DED-IDX) = ZERO
005220         GO TO 1420-EXIT
005230     END-IF.
005240     MOVE PH-EMP-ID TO WS-HIST-EMP-ID.
005250     MOVE PH-DED-CODE (PH-DED-IDX) TO WS-HIST-CODE.
005260     PERFORM 1320-FIND-HISTORY-KEY THRU 1320-EXIT.
005270     IF WS-HIST-MATCH = ZERO
005280         GO TO 1420-EXIT
005290     END-IF.
005300     IF PH-IS-REVERSAL
005310         SUBTRACT PH-DED-AMOUNT (PH-DED-IDX) FROM
005320             WS-HT-TOTAL (WS-HIST-MATCH)
005330     ELSE
005340         ADD PH-DED-AMOUNT (PH-DED-IDX) TO
005350             WS-HT-TOTAL (WS-HIST-MATCH)
005360     END-IF.
005370 1420-EXIT.
005380     EXIT.
005390*
005400******************************************************************
005410**  2000-PROCESS-EMPLOYEE - GATHER ONE EMPLOYEE'S DEDUCTIONS,
005420**                          APPLY THE EMPLOYEE'S TRANSACTIONS AND
005430**                          WRITE THE DEDUCTIONS BACK
005440******************************************************************
005450 2000-PROCESS-EMPLOYEE.
005460     IF NOT TRANS-EOF
005470         AND DTX-EMP-ID < WS-LAST-GROUP-ID
005480         MOVE "EMP-ID OUT OF SEQUENCE" TO WS-REJECT-REASON
005490         PERFORM 6900-LOG-REJECTED THRU 6900-EXIT
005500         PERFORM 2200-READ-TRANS THRU 2200-EXIT
005510         GO TO 2000-EXIT
005520     END-IF.
005530     IF DED-EMP-ID OF OLD-DED-REC < DTX-EMP-ID
005540         MOVE DED-EMP-ID OF OLD-DED-REC TO WS-GROUP-EMP-ID
005550     ELSE
005560         MOVE DTX-EMP-ID TO WS-GROUP-EMP-ID
005570     END-IF.
005580     MOVE ZERO TO WS-GROUP-COUNT.
005590     PERFORM 2300-TABLE-OLD-DED THRU 2300-EXIT
005600         UNTIL OLD-DED-EOF
005610         OR DED-EMP-ID OF OLD-DED-REC NOT = WS-GROUP-EMP-ID.
005620     PERFORM 3000-APPLY-TRANS THRU 3000-EXIT
005630         UNTIL TRANS-EOF
005640         OR DTX-EMP-ID NOT = WS-GROUP-EMP-ID.
005650     PERFORM 4000-WRITE-GROUP THRU 4000-EXIT.
005660     MOVE WS-GROUP-EMP-ID TO WS-LAST-GROUP-ID.
005670 2000-EXIT.
005680     EXIT.
005690*
005700******************************************************************
005710**  2100-READ-OLD-DED - READ NEXT DEDUCTION, HIGH-KEY AT EOF
005720******************************************************************
005730 2100-READ-OLD-DED.
005740     IF OLD-DED-EOF
005750         GO TO 2100-EXIT
005760     END-IF.
005770     READ OLD-DED-FILE
005780         AT END
005790             MOVE 'Y' TO WS-OLD-EOF-SW
005800             MOVE WS-HIGH-KEY TO DED-EMP-ID OF OLD-DED-REC
005810     END-READ.
005820 2100-EXIT.
005830     EXIT.
005840*
005850******************************************************************
005860**  2200-READ-TRANS - READ NEXT TRANSACTION, HIGH-KEY AT EOF
005870******************************************************************
005880 2200-READ-TRANS.
005890     IF TRANS-EOF
005900         GO TO 2200-EXIT
005910     END-IF.
005920     READ TRANS-FILE
005930         AT END
005940             MOVE 'Y' TO WS-TRN-EOF-SW
005950             MOVE WS-HIGH-KEY TO DTX-EMP-ID
005960     END-READ.
005970 2200-EXIT.
005980     EXIT.
005990*
006000******************************************************************
006010**  2300-TABLE-OLD-DED - HOLD ONE OF THE EMPLOYEE'S DEDUCTIONS
006020******************************************************************
006030 2300-TABLE-OLD-DED.
006040     IF WS-GROUP-COUNT = WS-GROUP-MAX
006050         DISPLAY "DEDMAINT: MORE THAN 10 DEDUCTIONS ON DEDMAST "
006060             "FOR EMP-ID " WS-GROUP-EMP-ID
006070         MOVE 16 TO RETURN-CODE
006080         STOP RUN
006090     END-IF.
006100     ADD 1 TO WS-GROUP-COUNT.
006110     SET GE-IDX TO WS-GROUP-COUNT.
006120     MOVE OLD-DED-REC TO GE-IMAGE (GE-IDX).
006130     PERFORM 2100-READ-OLD-DED THRU 2100-EXIT.
006140 2300-EXIT.
006150     EXIT.
006160*
006170******************************************************************
006180**  3000-APPLY-TRANS - APPLY ONE TRANSACTION TO THE EMPLOYEE'S
006190**                     HELD DEDUCTIONS
006200******************************************************************
006210 3000-APPLY-TRANS.
006220     MOVE 'Y' TO WS-EDIT-SW.
006230     PERFORM 3010-FIND-GROUP-CODE THRU 3010-EXIT.
006240     EVALUATE TRUE
006250         WHEN DTX-IS-ADD
006260             IF WS-MATCH-IDX NOT = ZERO
006270                 MOVE "ADD IGNORED - CODE ON FILE" TO
006280                     WS-REJECT-REASON
006290                 PERFORM 6900-LOG-REJECTED THRU 6900-EXIT
006300             ELSE
006310                 PERFORM 3300-ADD-DEDUCTION THRU 3300-EXIT
006320             END-IF
006330         WHEN DTX-IS-CHANGE
006340             IF WS-MATCH-IDX = ZERO
006350                 MOVE "NO MATCHING DEDUCTION RECORD" TO
006360                     WS-REJECT-REASON
006370                 PERFORM 6900-LOG-REJECTED THRU 6900-EXIT
006380             ELSE
006390                 PERFORM 3400-CHANGE-DEDUCTION THRU 3400-EXIT
006400             END-IF
006410         WHEN DTX-IS-STOP
006420             IF WS-MATCH-IDX = ZERO
006430                 MOVE "NO MATCHING DEDUCTION RECORD" TO
006440                     WS-REJECT-REASON
006450                 PERFORM 6900-LOG-REJECTED THRU 6900-EXIT
006460             ELSE
006470                 PERFORM 3500-STOP-DEDUCTION THRU 3500-EXIT
006480             END-IF
006490         WHEN OTHER
006500             MOVE "TRANSACTION CODE NOT A/C/S" TO
006510                 WS-REJECT-REASON
006520             PERFORM 6900-LOG-REJECTED THRU 6900-EXIT
006530     END-EVALUATE.
006540     PERFORM 2200-READ-TRANS THRU 2200-EXIT.
006550 3000-EXIT.
006560     EXIT.
006570*
006580******************************************************************
006590**  3010-FIND-GROUP-CODE - LOCATE THE TRANSACTION'S DED-CODE AMONG
006600**                         THE HELD DEDUCTIONS (ZERO = NOT HELD)
006610******************************************************************
006620 3010-FIND-GROUP-CODE.
006630     MOVE ZERO TO WS-MATCH-IDX.
006640     PERFORM 3020-TEST-GROUP-CODE THRU 3020-EXIT
006650         VARYING GE-IDX FROM 1 BY 1
006660         UNTIL GE-IDX > WS-GROUP-COUNT.
006670 3010-EXIT.
006680     EXIT.
006690*
006700******************************************************************
006710**  3020-TEST-GROUP-CODE - TEST ONE HELD DEDUCTION'S CODE
006720******************************************************************
006730 3020-TEST-GROUP-CODE.
006740     IF WS-MATCH-IDX = ZERO
006750         AND GE-CODE (GE-IDX) = DTX-DED-CODE
006760         SET WS-MATCH-IDX TO GE-IDX
006770     END-IF.
006780 3020-EXIT.
006790     EXIT.
006800*
006810******************************************************************
006820**  3100-EDIT-DEDUCTION - FIELD AND CROSS-FILE EDITS FOR AN ADD
006830**                        OR CHANGE; THE FIRST FAILURE IS LOGGED
006840******************************************************************
006850 3100-EDIT-DEDUCTION.
006860     MOVE 'Y' TO WS-EDIT-SW.
006870     MOVE 'N' TO WS-EMP-FOUND-SW.
006880     MOVE DTX-EMP-ID TO EMP-ID OF EMP-REC.
006890     READ EMP-MASTER-FILE
006900         INVALID KEY
006910             MOVE 'N' TO WS-EMP-FOUND-SW
006920         NOT INVALID KEY
006930             MOVE 'Y' TO WS-EMP-FOUND-SW
006940     END-READ.
006950     IF NOT EMPLOYEE-ON-MASTER
006960         MOVE 'N' TO WS-EDIT-SW
006970         MOVE "EMP-ID NOT ON EMPLOYEE MASTER" TO WS-REJECT-REASON
006980         PERFORM 6900-LOG-REJECTED THRU 6900-EXIT
006990         GO TO 3100-EXIT
007000     END-IF.
007010     MOVE ZERO TO WS-PAYEE-MATCH.
007020     PERFORM 3110-TEST-PAYEE THRU 3110-EXIT
007030         VARYING PE-IDX FROM 1 BY 1
007040         UNTIL PE-IDX > WS-PAYEE-COUNT.
007050     IF WS-PAYEE-MATCH = ZERO
007060         MOVE 'N' TO WS-EDIT-SW
007070         MOVE "NO PAYEMAST PAYEE FOR CODE" TO WS-REJECT-REASON
007080         PERFORM 6900-LOG-REJECTED THRU 6900-EXIT
007090         GO TO 3100-EXIT
007100     END-IF.
007110     MOVE ZERO TO WS-XMAP-MATCH.
007120     PERFORM 3120-TEST-XMAP THRU 3120-EXIT
007130         VARYING XM-IDX FROM 1 BY 1
007140         UNTIL XM-IDX > WS-XMAP-COUNT.
007150     IF WS-XMAP-MATCH = ZERO
007160         MOVE 'N' TO WS-EDIT-SW
007170         MOVE "NO GLMAP TYPE X FOR CODE" TO WS-REJECT-REASON
007180         PERFORM 6900-LOG-REJECTED THRU 6900-EXIT
007190         GO TO 3100-EXIT
007200     END-IF.
007210     IF DTX-METHOD NOT = 'F' AND DTX-METHOD NOT = 'P'
007220         MOVE 'N' TO WS-EDIT-SW
007230         MOVE "DED-METHOD NOT F OR P" TO WS-REJECT-REASON
007240         PERFORM 6900-LOG-REJECTED THRU 6900-EXIT
007250         GO TO 3100-EXIT
007260     END-IF.
007270     IF DTX-GOAL-TYPE NOT = 'L' AND DTX-GOAL-TYPE NOT = 'A'
007280         AND DTX-GOAL-TYPE NOT = SPACE
007290         MOVE 'N' TO WS-EDIT-SW
007300         MOVE "GOAL TYPE NOT L, A OR SPACE" TO WS-REJECT-REASON
007310         PERFORM 6900-LOG-REJECTED THRU 6900-EXIT
007320         GO TO 3100-EXIT
007330     END-IF.
007340     IF DTX-AMOUNT NOT NUMERIC OR DTX-PRIORITY NOT NUMERIC
007350         OR DTX-GOAL NOT NUMERIC
007360         MOVE 'N' TO WS-EDIT-SW
007370         MOVE "AMOUNT/PRIORITY/GOAL NOT NUM" TO WS-REJECT-REASON
007380         PERFORM 6900-LOG-REJECTED THRU 6900-EXIT
007390         GO TO 3100-EXIT
007400     END-IF.
007410     IF DTX-TAKEN-X NOT = SPACES AND DTX-TAKEN NOT NUMERIC
007420         MOVE 'N' TO WS-EDIT-SW
007430         MOVE "DED-TAKEN NOT NUMERIC" TO WS-REJECT-REASON
007440         PERFORM 6900-LOG-REJECTED THRU 6900-EXIT
007450         GO TO 3100-EXIT
007460     END-IF.
007470     IF DTX-METHOD = 'P' AND DTX-AMOUNT > WS-MAX-PERCENT
007480         MOVE 'N' TO WS-EDIT-SW
007490         MOVE "PERCENTAGE OVER 100" TO WS-REJECT-REASON
007500         PERFORM 6900-LOG-REJECTED THRU 6900-EXIT
007510         GO TO 3100-EXIT
007520     END-IF.
007530     MOVE ZERO TO WS-PRIORITY-MATCH.
007540     PERFORM 3130-TEST-PRIORITY THRU 3130-EXIT
007550         VARYING GE-IDX FROM 1 BY 1
007560         UNTIL GE-IDX > WS-GROUP-COUNT.
007570     IF WS-PRIORITY-MATCH NOT = ZERO
007580         MOVE 'N' TO WS-EDIT-SW
007590         MOVE "PRIORITY IN USE FOR EMP-ID" TO WS-REJECT-REASON
007600         PERFORM 6900-LOG-REJECTED THRU 6900-EXIT
007610         GO TO 3100-EXIT
007620     END-IF.
007630 3100-EXIT.
007640     EXIT.
007650*
007660******************************************************************
007670**  3110-TEST-PAYEE - TEST ONE PAYEE TABLE ENTRY FOR THE CODE
007680******************************************************************
007690 3110-TEST-PAYEE.
007700     IF WS-PAYEE-MATCH = ZERO
007710         AND WS-PE-DED-CODE (PE-IDX) = DTX-DED-CODE
007720         SET WS-PAYEE-MATCH TO PE-IDX
007730     END-IF.
007740 3110-EXIT.
007750     EXIT.
007760*
007770******************************************************************
007780**  3120-TEST-XMAP - TEST ONE TYPE X MAP ENTRY FOR THE CODE
007790******************************************************************
007800 3120-TEST-XMAP.
007810     IF WS-XMAP-MATCH = ZERO
007820         AND WS-XMAP-CODE (XM-IDX) = DTX-DED-CODE
007830         SET WS-XMAP-MATCH TO XM-IDX
007840     END-IF.
007850 3120-EXIT.
007860     EXIT.
007870*
007880******************************************************************
007890**  3130-TEST-PRIORITY - TEST WHETHER ANOTHER HELD DEDUCTION (NOT
007900**                       THE ONE BEING CHANGED) HAS THE PRIORITY
007910******************************************************************
007920 3130-TEST-PRIORITY.
007930     IF WS-PRIORITY-MATCH = ZERO
007940         AND GE-PRIORITY (GE-IDX) = DTX-PRIORITY
007950         AND GE-IDX NOT = WS-MATCH-IDX
007960         SET WS-PRIORITY-MATCH TO GE-IDX
007970     END-IF.
007980 3130-EXIT.
007990     EXIT.
008000*
008010******************************************************************
008020**  3200-CHECK-TAKEN-FLOOR - THE DEDUCTION'S DED-TAKEN MAY NOT
008030**                           FALL BELOW WHAT PAYHIST SHOWS WAS
008040**                           TAKEN (SEE REMARKS FOR ANNUAL GOALS)
008050******************************************************************
008060 3200-CHECK-TAKEN-FLOOR.
008070     IF DTX-TAKEN-X NOT = SPACES
008080         MOVE DTX-TAKEN TO WS-NEW-TAKEN
008090     ELSE
008100         IF DTX-IS-ADD
008110             MOVE ZERO TO WS-NEW-TAKEN
008120         ELSE
008130             MOVE GE-TAKEN (WS-MATCH-IDX) TO WS-NEW-TAKEN
008140         END-IF
008150     END-IF.
008160     MOVE DTX-EMP-ID TO WS-HIST-EMP-ID.
008170     MOVE DTX-DED-CODE TO WS-HIST-CODE.
008180     PERFORM 1320-FIND-HISTORY-KEY THRU 1320-EXIT.
008190     IF WS-HIST-MATCH = ZERO
008200         MOVE 'N' TO WS-EDIT-SW
008210         MOVE "HISTORY NOT TABLED - RESUBMIT" TO WS-REJECT-REASON
008220         PERFORM 6900-LOG-REJECTED THRU 6900-EXIT
008230         GO TO 3200-EXIT
008240     END-IF.
008250     MOVE WS-HT-TOTAL (WS-HIST-MATCH) TO WS-TAKEN-FLOOR.
008260     IF DTX-GOAL-TYPE = 'A'
008270         IF DTX-IS-ADD
008280             MOVE ZERO TO WS-TAKEN-FLOOR
008290         ELSE
008300             IF GE-GOAL-TYPE (WS-MATCH-IDX) = 'A'
008310                 AND GE-TAKEN (WS-MATCH-IDX) < WS-TAKEN-FLOOR
008320                 MOVE GE-TAKEN (WS-MATCH-IDX) TO WS-TAKEN-FLOOR
008330             END-IF
008340         END-IF
008350     END-IF.
008360     IF WS-NEW-TAKEN < WS-TAKEN-FLOOR
008370         MOVE 'N' TO WS-EDIT-SW
008380         MOVE "DED-TAKEN BELOW PAYHIST TOTAL" TO WS-REJECT-REASON
008390         PERFORM 6900-LOG-REJECTED THRU 6900-EXIT
008400         GO TO 3200-EXIT
008410     END-IF.
008420 3200-EXIT.
008430     EXIT.
008440*
008450******************************************************************
008460**  3300-ADD-DEDUCTION - EDIT AND HOLD A NEW DEDUCTION
008470******************************************************************
008480 3300-ADD-DEDUCTION.
008490     PERFORM 3100-EDIT-DEDUCTION THRU 3100-EXIT.
008500     IF TRANS-IS-INVALID
008510         GO TO 3300-EXIT
008520     END-IF.
008530     PERFORM 3200-CHECK-TAKEN-FLOOR THRU 3200-EXIT.
008540     IF TRANS-IS-INVALID
008550         GO TO 3300-EXIT
008560     END-IF.
008570     IF WS-GROUP-COUNT = WS-GROUP-MAX
008580         MOVE "EMPLOYEE HAS 10 DEDUCTIONS" TO WS-REJECT-REASON
008590         PERFORM 6900-LOG-REJECTED THRU 6900-EXIT
008600         GO TO 3300-EXIT
008610     END-IF.
008620     MOVE SPACES TO NEW-DED-REC.
008630     PERFORM 3600-BUILD-NEW-IMAGE THRU 3600-EXIT.
008640     ADD 1 TO WS-GROUP-COUNT.
008650     SET GE-IDX TO WS-GROUP-COUNT.
008660     MOVE NEW-DED-REC TO GE-IMAGE (GE-IDX).
008670     MOVE SPACES TO WS-BEFORE-IMAGE.
008680     MOVE NEW-DED-REC TO WS-AFTER-IMAGE.
008690     PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.
008700     PERFORM 6100-LOG-ADDED THRU 6100-EXIT.
008710 3300-EXIT.
008720     EXIT.
008730*
008740******************************************************************
008750**  3400-CHANGE-DEDUCTION - EDIT AND APPLY A CHANGE TO A HELD
008760**                          DEDUCTION
008770******************************************************************
008780 3400-CHANGE-DEDUCTION.
008790     PERFORM 3100-EDIT-DEDUCTION THRU 3100-EXIT.
008800     IF TRANS-IS-INVALID
008810         GO TO 3400-EXIT
008820     END-IF.
008830     PERFORM 3200-CHECK-TAKEN-FLOOR THRU 3200-EXIT.
008840     IF TRANS-IS-INVALID
008850         GO TO 3400-EXIT
008860     END-IF.
008870     MOVE GE-IMAGE (WS-MATCH-IDX) TO WS-BEFORE-IMAGE.
008880     MOVE GE-IMAGE (WS-MATCH-IDX) TO NEW-DED-REC.
008890     PERFORM 3600-BUILD-NEW-IMAGE THRU 3600-EXIT.
008900     MOVE NEW-DED-REC TO GE-IMAGE (WS-MATCH-IDX).
008910     MOVE NEW-DED-REC TO WS-AFTER-IMAGE.
008920     PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.
008930     PERFORM 6200-LOG-CHANGED THRU 6200-EXIT.
008940 3400-EXIT.
008950     EXIT.
008960*
008970******************************************************************
008980**  3500-STOP-DEDUCTION - DROP A HELD DEDUCTION; THE LAST HELD
008990**                        ENTRY MOVES INTO ITS SLOT
009000******************************************************************
009010 3500-STOP-DEDUCTION.
009020     MOVE GE-IMAGE (WS-MATCH-IDX) TO WS-BEFORE-IMAGE.
009030     MOVE SPACES TO WS-AFTER-IMAGE.
009040     PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.
009050     MOVE WS-GROUP-ENTRY (WS-GROUP-COUNT) TO
009060         WS-GROUP-ENTRY (WS-MATCH-IDX).
009070     SUBTRACT 1 FROM WS-GROUP-COUNT.
009080     PERFORM 6300-LOG-STOPPED THRU 6300-EXIT.
009090 3500-EXIT.
009100     EXIT.
009110*
009120******************************************************************
009130**  3600-BUILD-NEW-IMAGE - LAY THE TRANSACTION'S DETAIL OVER THE
009140**                         DEDUCTION RECORD IN NEW-DED-REC
009150******************************************************************
009160 3600-BUILD-NEW-IMAGE.
009170     MOVE DTX-EMP-ID TO DED-EMP-ID OF NEW-DED-REC.
009180     MOVE DTX-DED-CODE TO DED-CODE OF NEW-DED-REC.
009190     MOVE DTX-METHOD TO DED-METHOD OF NEW-DED-REC.
009200     MOVE DTX-AMOUNT TO DED-AMOUNT OF NEW-DED-REC.
009210     MOVE DTX-PRIORITY TO DED-PRIORITY OF NEW-DED-REC.
009220     MOVE DTX-GOAL TO DED-GOAL OF NEW-DED-REC.
009230     MOVE WS-NEW-TAKEN TO DED-TAKEN OF NEW-DED-REC.
009240     MOVE DTX-GOAL-TYPE TO DED-GOAL-TYPE OF NEW-DED-REC.
009250 3600-EXIT.
009260     EXIT.
009270*
009280******************************************************************
009290**  4000-WRITE-GROUP - WRITE THE EMPLOYEE'S HELD DEDUCTIONS TO THE
009300**                     NEW MASTER IN PRIORITY SEQUENCE
009310******************************************************************
009320 4000-WRITE-GROUP.
009330     PERFORM 4010-CLEAR-WRITTEN THRU 4010-EXIT
009340         VARYING GE-IDX FROM 1 BY 1
009350         UNTIL GE-IDX > WS-GROUP-COUNT.
009360     PERFORM 4100-WRITE-LOWEST THRU 4100-EXIT
009370         WS-GROUP-COUNT TIMES.
009380 4000-EXIT.
009390     EXIT.
009400*
009410******************************************************************
009420**  4010-CLEAR-WRITTEN - MARK ONE HELD DEDUCTION NOT YET WRITTEN
009430******************************************************************
009440 4010-CLEAR-WRITTEN.
009450     MOVE 'N' TO GE-WRITTEN-SW (GE-IDX).
009460 4010-EXIT.
009470     EXIT.
009480*
009490******************************************************************
009500**  4100-WRITE-LOWEST - WRITE THE UNWRITTEN DEDUCTION WITH THE
009510**                      LOWEST PRIORITY (FIRST HELD ON A TIE)
009520******************************************************************
009530 4100-WRITE-LOWEST.
009540     MOVE ZERO TO WS-LOW-IDX.
009550     PERFORM 4110-TEST-LOWEST THRU 4110-EXIT
009560         VARYING GE-IDX FROM 1 BY 1
009570         UNTIL GE-IDX > WS-GROUP-COUNT.
009580     MOVE GE-IMAGE (WS-LOW-IDX) TO NEW-DED-REC.
009590     WRITE NEW-DED-REC.
009600     MOVE 'Y' TO GE-WRITTEN-SW (WS-LOW-IDX).
009610 4100-EXIT.
009620     EXIT.
009630*
009640******************************************************************
009650**  4110-TEST-LOWEST - TEST ONE HELD DEDUCTION AGAINST THE LOWEST
009660**                     PRIORITY FOUND SO FAR
009670******************************************************************
009680 4110-TEST-LOWEST.
009690     IF GE-WRITTEN-SW (GE-IDX) = 'Y'
009700         GO TO 4110-EXIT
009710     END-IF.
009720     IF WS-LOW-IDX = ZERO
009730         SET WS-LOW-IDX TO GE-IDX
009740         GO TO 4110-EXIT
009750     END-IF.
009760     IF GE-PRIORITY (GE-IDX) < GE-PRIORITY (WS-LOW-IDX)
009770         SET WS-LOW-IDX TO GE-IDX
009780     END-IF.
009790 4110-EXIT.
009800     EXIT.
009810*
009820******************************************************************
009830**  6100-LOG-ADDED - RECORD AN ADD TRANSACTION
009840******************************************************************
009850 6100-LOG-ADDED.
009860     ADD 1 TO WS-ADD-COUNT.
009870     MOVE SPACES TO WS-ACTIVITY-LINE.
009880     MOVE DTX-EMP-ID TO AL-EMP-ID.
009890     MOVE DTX-DED-CODE TO AL-DED-CODE.
009900     MOVE "ADDED" TO AL-ACTION.
009910     MOVE "DEDUCTION ADDED TO MASTER" TO AL-REMARKS.
009920     WRITE MR-PRINT-LINE FROM WS-ACTIVITY-LINE.
009930 6100-EXIT.
009940     EXIT.
009950*
009960******************************************************************
009970**  6200-LOG-CHANGED - RECORD A CHANGE TRANSACTION
009980******************************************************************
009990 6200-LOG-CHANGED.
010000     ADD 1 TO WS-CHANGE-COUNT.
010010     MOVE SPACES TO WS-ACTIVITY-LINE.
010020     MOVE DTX-EMP-ID TO AL-EMP-ID.
010030     MOVE DTX-DED-CODE TO AL-DED-CODE.
010040     MOVE "CHANGED" TO AL-ACTION.
010050     MOVE "DEDUCTION RECORD UPDATED" TO AL-REMARKS.
010060     WRITE MR-PRINT-LINE FROM WS-ACTIVITY-LINE.
010070 6200-EXIT.
010080     EXIT.
010090*
010100******************************************************************
010110**  6300-LOG-STOPPED - RECORD A STOP TRANSACTION
010120******************************************************************
010130 6300-LOG-STOPPED.
010140     ADD 1 TO WS-STOP-COUNT.
010150     MOVE SPACES TO WS-ACTIVITY-LINE.
010160     MOVE DTX-EMP-ID TO AL-EMP-ID.
010170     MOVE DTX-DED-CODE TO AL-DED-CODE.
010180     MOVE "STOPPED" TO AL-ACTION.
010190     MOVE "DEDUCTION REMOVED FROM MASTER" TO AL-REMARKS.
010200     WRITE MR-PRINT-LINE FROM WS-ACTIVITY-LINE.
010210 6300-EXIT.
010220     EXIT.
010230*
010240******************************************************************
010250**  6900-LOG-REJECTED - RECORD A REJECTED TRANSACTION WITH THE
010260**                      REASON SET UP BY THE CALLER
010270******************************************************************
010280 6900-LOG-REJECTED.
010290     ADD 1 TO WS-REJECT-COUNT.
010300     MOVE SPACES TO WS-ACTIVITY-LINE.
010310     MOVE DTX-EMP-ID TO AL-EMP-ID.
010320     MOVE DTX-DED-CODE TO AL-DED-CODE.
010330     MOVE "REJECTED" TO AL-ACTION.
010340     MOVE WS-REJECT-REASON TO AL-REMARKS.
010350     WRITE MR-PRINT-LINE FROM WS-ACTIVITY-LINE.
010360 6900-EXIT.
010370     EXIT.
010380*
010390******************************************************************
010400**  7000-WRITE-JOURNAL - ONE AUDIT RECORD PER APPLIED TRANSACTION
010410**                       FROM THE IMAGES SET UP BY THE CALLER
010420******************************************************************
010430 7000-WRITE-JOURNAL.
010440     MOVE SPACES TO AUDIT-REC.
010450     MOVE WS-RUN-DATE TO JR-RUN-DATE.
010460     MOVE "DEDTRAN" TO JR-SOURCE.
010470     MOVE DTX-CODE TO JR-TXN-CODE.
010480     MOVE DTX-EMP-ID TO JR-EMP-ID.
010490     MOVE WS-BEFORE-IMAGE TO JR-BEFORE-IMAGE.
010500     MOVE WS-AFTER-IMAGE TO JR-AFTER-IMAGE.
010510     WRITE AUDIT-REC.
010520 7000-EXIT.
010530     EXIT.
010540*
010550******************************************************************
010560**  8000-TERMINATE - PRINT SUMMARY TOTALS AND CLOSE FILES
010570******************************************************************
010580 8000-TERMINATE.
010590     MOVE WS-ADD-COUNT TO SL-ADD-COUNT.
010600     MOVE WS-CHANGE-COUNT TO SL-CHANGE-COUNT.
010610     MOVE WS-STOP-COUNT TO SL-STOP-COUNT.
010620     MOVE WS-REJECT-COUNT TO SL-REJECT-COUNT.
010630     WRITE MR-PRINT-LINE FROM WS-SUMMARY-LINE.
010640     MOVE WS-REJECT-COUNT TO RETURN-CODE.
010650     CLOSE OLD-DED-FILE.
010660     CLOSE TRANS-FILE.
010670     CLOSE NEW-DED-FILE.
010680     CLOSE MAINT-REPORT.
010690     CLOSE EMP-MASTER-FILE.
010700     CLOSE AUDIT-JOURNAL.
010710 8000-EXIT.
010720     EXIT.
