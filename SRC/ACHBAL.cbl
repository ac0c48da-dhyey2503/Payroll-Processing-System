000010*
000020* PROGRAM      ACHBAL
000030* AUTHOR       R. J. KOWALCZYK
000040* INSTALLATION CENTRAL PAYROLL SYSTEMS
000050* DATE-WRITTEN 10/15/2026
000060*
000070* REMARKS.
000080*     PROVES THE ACH FILES A PAY CYCLE PRODUCED BEFORE EITHER IS
000090*     TRANSMITTED TO THE BANK: THE DIRECT DEPOSIT FILE PAYACH
000100*     WRITES (ACHFILE) AND THE THIRD-PARTY REMITTANCE FILE PAYREM
000110*     WRITES (REMACH).  EACH FILE IS READ BACK AND MUST BE
000120*     COMPLETE (SEE COPY/ACHCTL.cpy) - A FILE HEADER, ONE BATCH
000130*     HEADER FOR OUR COMPANY ID WHOSE EFFECTIVE ENTRY DATE IS THE
000140*     CYCLE'S CHECK DATE, THE ENTRIES, A BATCH CONTROL AND A FILE
000150*     CONTROL WHOSE ENTRY COUNT, ENTRY HASH AND TOTAL CREDIT AGREE
000160*     WITH THE ENTRIES ACTUALLY READ, AND PADDING TO A FULL BLOCK
000170*     OF TEN - SO A TRUNCATED OR DAMAGED FILE IS CAUGHT HERE AND
000180*     NOT BY THE BANK.  THE FILE TOTALS ARE PRINTED NEXT TO THE
000190*     PAY HISTORY (PAYHIST, SEE COPY/PAYHREC.cpy) TOTALS FOR THE
000200*     CYCLE: EACH EMPLOYEE'S LIVE DEPOSITS MUST EQUAL THE NET PAY
000210*     ON THE EMPLOYEE'S HISTORY RECORD, AND EACH REMITTANCE MUST
000220*     EQUAL THE CYCLE'S DEDUCTIONS TAKEN FOR ITS DED-CODE.  THE
000230*     NET NOT DEPOSITED (PAID BY CHECK OR HELD) AND THE
000240*     DEDUCTIONS NOT REMITTED BY ACH (MAIL PAYEES) ARE SHOWN SO
000250*     THE CYCLE'S HISTORY TOTALS ARE FULLY ACCOUNTED FOR.  AS IN
000260*     EVERY PAYHIST READER ONLY THE FIRST HISTORY RECORD PER
000270*     EMPLOYEE FOR THE CYCLE COUNTS.  A REVERSAL RECORD THAT
000271*     PAYOFF APPENDS PLAYS NO PART IN THE NET-PAY MATCH, BUT ITS
000272*     DEDUCTIONS ARE NETTED OUT OF THE CODE TOTALS AS PAYREM
000273*     NETS THEM.  REMACH IS OPTIONAL - A
000280*     CYCLE WITH NO REMITTANCE RUN HAS NONE.  EVERY BREAK IS
000290*     LISTED ON THE CONTROL REPORT (ACHBRPT) AND COUNTED;
000300*     RETURN-CODE IS SET TO THE BREAK COUNT AND RECORDED ON THE
000310*     RUN-CONTROL FILE AS STEP ACHBAL, SO THE JOB STREAM HOLDS
000320*     THE TRANSMISSION OF A FILE THAT DOES NOT TIE OUT.  THE
000330*     CYCLE MUST SHOW PAYACH COMPLETED ON PAYCTL.
000331*     AN EMPLOYEE MAY SPLIT PAY ACROSS SEVERAL BANKING RECORDS, SO
000332*     THE EMPLOYEE'S ACCOUNTS ARE READ FROM THE BANKING FILE
000333*     (BANKMAST) AND THE HISTORY NET IS SPLIT THROUGH PAYSPLT AS
000334*     PAYACH SPLIT IT: THE LIVE DEPOSITS MUST EQUAL THE PART OF
000335*     THE NET DUE BY DIRECT DEPOSIT, THE REST BEING PAID BY CHECK.
000336*     THE SPLIT IS WORKED OUT FOR EVERY HISTORY RECORD, SO AN
000337*     EMPLOYEE WITH NET DUE BY DEPOSIT BUT NO ENTRY IN THE FILE IS
000338*     A BREAK.
000340*
000350* MODIFICATION HISTORY.
000360*     10/15/2026  RJK  ORIGINAL PROGRAM.
000363*     10/15/2026  RJK  PASS OVER THE NEGATING HISTORY RECORDS
000366*                      PAYOFF APPENDS FOR A REVERSAL.
000367*     10/15/2026  RJK  SPLIT DEPOSIT - PROVE EACH EMPLOYEE'S
000368*                      DEPOSITS AGAINST THE PAYSPLT SPLIT OF THE
000369*                      NET OVER THE BANKING RECORDS, AND KEEP
000370*                      THE NEW ENTRY'S EMP-ID WHEN THE PRIOR
000371*                      GROUP IS PROVED.
000372*     10/15/2026  RJK  NET REVERSAL RECORDS OUT OF THE CYCLE'S
000373*                      DEDUCTION TOTALS, AS PAYREM DOES.
000374*     10/15/2026  RJK  SPLIT THE NET OF EVERY HISTORY RECORD AS
000375*                      IT IS READ AND BREAK ON NET DUE BY DEPOSIT
000376*                      WITH NO ACH ENTRY.
000377*
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. ACHBAL.
000400 AUTHOR. R. J. KOWALCZYK.
000410 INSTALLATION. CENTRAL PAYROLL SYSTEMS.
000420 DATE-WRITTEN. 10/15/2026.
000430 DATE-COMPILED.
000440*
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER. GNUCOBOL.
000480 OBJECT-COMPUTER. GNUCOBOL.
000490*
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT ACH-FILE ASSIGN TO "ACHFILE"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-ACH-FILE-STATUS.
000550     SELECT OPTIONAL REMIT-ACH-FILE ASSIGN TO "REMACH"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-REM-FILE-STATUS.
000580     SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-HIS-FILE-STATUS.
000602     SELECT BANK-MASTER-FILE ASSIGN TO "BANKMAST"
000604         ORGANIZATION IS LINE SEQUENTIAL
000606         FILE STATUS IS WS-BNK-FILE-STATUS.
000610     SELECT CALENDAR-FILE ASSIGN TO "PAYCAL"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-CAL-FILE-STATUS.
000640     SELECT CONTROL-REPORT ASSIGN TO "ACHBRPT"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-RPT-FILE-STATUS.
000670     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "PAYCTL"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-CTL-FILE-STATUS.
000700*
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  ACH-FILE
000740     RECORDING MODE IS F.
000750 01  AF-ACH-RECORD               PIC X(94).
000760*
000770 FD  REMIT-ACH-FILE
000780     RECORDING MODE IS F.
000790 01  RA-ACH-RECORD               PIC X(94).
000800*
000810 FD  PAY-HISTORY-FILE
000820     RECORDING MODE IS F.
000830 COPY PAYHREC.
000832*
000834 FD  BANK-MASTER-FILE
000836     RECORDING MODE IS F.
000838 COPY BANKREC.
000840*
000850 FD  CALENDAR-FILE
000860     RECORDING MODE IS F.
000870 COPY CALREC.
000880*
000890 FD  CONTROL-REPORT
000900     RECORDING MODE IS F.
000910 01  BR-PRINT-LINE               PIC X(80).
000920*
000930 FD  RUN-CONTROL-FILE
000940     RECORDING MODE IS F.
000950 COPY CTLREC.
000960*
000970 WORKING-STORAGE SECTION.
000980*
000990*-----------------------------------------------------------------
001000* FILE STATUS AND CONTROL SWITCHES
001010*-----------------------------------------------------------------
001020 01  WS-ACH-FILE-STATUS          PIC X(2).
001030 01  WS-REM-FILE-STATUS          PIC X(2).
001040 01  WS-HIS-FILE-STATUS          PIC X(2).
001045 01  WS-BNK-FILE-STATUS          PIC X(2).
001050 01  WS-CAL-FILE-STATUS          PIC X(2).
001060 01  WS-RPT-FILE-STATUS          PIC X(2).
001070 01  WS-CTL-FILE-STATUS          PIC X(2).
001080*
001090 01  WS-SWITCHES.
001100     05  WS-ACH-EOF-SW            PIC X(1)   VALUE 'N'.
001110         88  END-OF-ACH-FILE                 VALUE 'Y'.
001120     05  WS-HIS-EOF-SW            PIC X(1)   VALUE 'N'.
001130         88  END-OF-HISTORY                  VALUE 'Y'.
001133     05  WS-BNK-EOF-SW            PIC X(1)   VALUE 'N'.
001136         88  BANK-MASTER-EOF                 VALUE 'Y'.
001140     05  WS-CAL-EOF-SW            PIC X(1)   VALUE 'N'.
001150         88  END-OF-CALENDAR                 VALUE 'Y'.
001160     05  WS-CTL-EOF-SW            PIC X(1)   VALUE 'N'.
001170         88  END-OF-CONTROLS                 VALUE 'Y'.
001180     05  WS-ACH-DONE-SW           PIC X(1)   VALUE 'N'.
001190         88  PAYACH-COMPLETED                VALUE 'Y'.
001200     05  WS-GROUP-SW              PIC X(1)   VALUE 'N'.
001210         88  DEPOSIT-GROUP-OPEN              VALUE 'Y'.
001220     05  WS-ENTRY-SW              PIC X(1)   VALUE 'N'.
001230         88  RECORD-IS-ENTRY                 VALUE 'Y'.
001233     05  WS-HIST-DEP-SW           PIC X(1)   VALUE 'N'.
001236         88  HIST-DEPOSIT-SEEN               VALUE 'Y'.
001240*
001250*-----------------------------------------------------------------
001260* STRUCTURE OF THE ACH FILE BEING PROVED - RESET FOR EACH FILE
001270*-----------------------------------------------------------------
001280 01  WS-FILE-STATE.
001290     05  WS-FHDR-SEEN-SW          PIC X(1)   VALUE 'N'.
001300         88  FILE-HEADER-SEEN                VALUE 'Y'.
001310     05  WS-BHDR-SEEN-SW          PIC X(1)   VALUE 'N'.
001320         88  BATCH-HEADER-SEEN               VALUE 'Y'.
001330     05  WS-BATCH-OPEN-SW         PIC X(1)   VALUE 'N'.
001340         88  BATCH-IS-OPEN                   VALUE 'Y'.
001350     05  WS-BCTL-SEEN-SW          PIC X(1)   VALUE 'N'.
001360         88  BATCH-CONTROL-SEEN              VALUE 'Y'.
001370     05  WS-FCTL-SEEN-SW          PIC X(1)   VALUE 'N'.
001380         88  FILE-CONTROL-SEEN               VALUE 'Y'.
001390     05  WS-FILE-REC-COUNT        PIC 9(8)    VALUE ZERO.
001400     05  WS-ENTRY-COUNT           PIC 9(8)    VALUE ZERO.
001410     05  WS-HASH-ACCUM            PIC 9(13)   VALUE ZERO.
001420     05  WS-ENTRY-HASH            PIC 9(10)   VALUE ZERO.
001430     05  WS-TOTAL-CREDIT          PIC 9(10)V99 VALUE ZERO.
001440*
001450 01  WS-ACH-WORK-REC              PIC X(94).
001460 77  WS-FILE-NAME                 PIC X(8)    VALUE SPACES.
001470 77  WS-CHECK-YYMMDD              PIC 9(6)    VALUE ZERO.
001480 77  WS-BLOCK-QUOTIENT            PIC 9(8)    VALUE ZERO.
001490 77  WS-BLOCK-REMAINDER           PIC 9(2)    VALUE ZERO.
001500*
001510*-----------------------------------------------------------------
001520* RUN CYCLE PARAMETER AND CALENDAR DETAIL
001530*-----------------------------------------------------------------
001540 01  WS-RUN-PARM.
001550     05  WS-PARM-FREQUENCY       PIC X(1).
001560     05  FILLER                  PIC X(1).
001570     05  WS-PARM-PERIOD-X        PIC X(3).
001580 77  WS-RUN-FREQUENCY            PIC X(1)    VALUE 'M'.
001590 77  WS-RUN-PERIOD               PIC 9(3)    VALUE ZERO.
001600 77  WS-CAL-CHECK-DATE           PIC 9(8)    VALUE ZERO.
001610 77  WS-CTL-DATE                 PIC 9(8)    VALUE ZERO.
001620*
001630 77  WS-HIGH-KEY                  PIC 9(5)    VALUE 99999.
001640*
001650*-----------------------------------------------------------------
001660* CURRENT PAY HISTORY RECORD AND THE CYCLE'S HISTORY TOTALS
001670*-----------------------------------------------------------------
001680 77  WS-PREV-HIST-ID              PIC 9(5)    VALUE ZERO.
001690 77  WS-HIST-EMP-ID               PIC 9(5)    VALUE ZERO.
001700 77  WS-HIST-NET-PAY              PIC 9(7)V99 VALUE ZERO.
001705 77  WS-HIST-DEPOSIT-DUE          PIC 9(7)V99 VALUE ZERO.
001710*
001720 01  WS-HISTORY-TOTALS.
001730     05  WS-HIST-NET-TOTAL        PIC 9(10)V99 VALUE ZERO.
001740     05  WS-HIST-NET-DEPOSITED    PIC 9(10)V99 VALUE ZERO.
001750     05  WS-HIST-NET-OTHER        PIC 9(10)V99 VALUE ZERO.
001760     05  WS-HIST-DED-TOTAL        PIC 9(10)V99 VALUE ZERO.
001770     05  WS-HIST-DED-REMITTED     PIC 9(10)V99 VALUE ZERO.
001780     05  WS-HIST-DED-OTHER        PIC 9(10)V99 VALUE ZERO.
001790*
001800*-----------------------------------------------------------------
001810* LIVE DEPOSITS FOR ONE EMPLOYEE, PROVED AGAINST THE HISTORY NET
001820*-----------------------------------------------------------------
001830 77  WS-ENTRY-EMP-ID              PIC 9(5)    VALUE ZERO.
001840 77  WS-GROUP-EMP-ID              PIC 9(5)    VALUE ZERO.
001850 77  WS-GROUP-AMOUNT              PIC 9(9)V99 VALUE ZERO.
001851*
001852*-----------------------------------------------------------------
001853* THE EMPLOYEE'S BANKING RECORDS AND THE PAYSPLT SPLIT OF THE NET
001854*-----------------------------------------------------------------
001855 COPY SPLTBL.
001860*
001870*-----------------------------------------------------------------
001880* CYCLE DEDUCTION TOTALS BY DED-CODE, FROM PAY HISTORY
001890*-----------------------------------------------------------------
001900 01  WS-DED-TABLE.
001910     05  WS-DED-COUNT             PIC 9(3)    VALUE ZERO.
001920     05  WS-DED-ENTRY             OCCURS 50 TIMES
001930                                  INDEXED BY WS-DED-IDX.
001940         10  WS-DED-CODE          PIC X(3).
001950         10  WS-DED-AMOUNT        PIC 9(9)V99 VALUE ZERO.
001960         10  WS-DED-REMIT-SW      PIC X(1)    VALUE 'N'.
001970*
001980 77  WS-MATCH-IDX                 PIC 9(3)    VALUE ZERO.
001990*
002000 01  WS-COUNTS.
002010     05  WS-BREAK-COUNT           PIC 9(5)    VALUE ZERO.
002020     05  WS-FILE-START-BREAKS     PIC 9(5)    VALUE ZERO.
002030*
002040*-----------------------------------------------------------------
002050* ACH RECORD LAYOUTS - ENTRY DETAIL, HEADERS AND CONTROLS
002060*-----------------------------------------------------------------
002070 COPY ACHDET.
002080*
002090 COPY ACHCTL.
002100*
002110*-----------------------------------------------------------------
002120* CONTROL REPORT LINE LAYOUTS
002130*-----------------------------------------------------------------
002140 01  WS-HEADING-1.
002150     05  FILLER                   PIC X(22)  VALUE SPACES.
002160     05  FILLER                   PIC X(36)  VALUE
002170         "ACHBAL - ACH FILE CONTROL REPORT".
002180     05  FILLER                   PIC X(22)  VALUE SPACES.
002190*
002200 01  WS-CYCLE-LINE.
002210     05  FILLER                   PIC X(10)  VALUE "FREQUENCY ".
002220     05  CYL-FREQUENCY            PIC X(1).
002230     05  FILLER                   PIC X(9)   VALUE "  PERIOD ".
002240     05  CYL-PERIOD-NO            PIC 9(3).
002250     05  FILLER                   PIC X(8)   VALUE "  CHECK ".
002260     05  CYL-CHECK-DATE           PIC 9(8).
002270     05  FILLER                   PIC X(41)  VALUE SPACES.
002280*
002290 01  WS-TITLE-LINE.
002300     05  TL-TITLE                 PIC X(60).
002310     05  FILLER                   PIC X(20)  VALUE SPACES.
002320*
002330 01  WS-TOTALS-HEADING.
002340     05  FILLER                   PIC X(24)  VALUE "SOURCE".
002350     05  FILLER                   PIC X(8)   VALUE " ENTRIES".
002360     05  FILLER                   PIC X(2)   VALUE SPACES.
002370     05  FILLER                   PIC X(10)  VALUE "ENTRY HASH".
002380     05  FILLER                   PIC X(17)  VALUE
002390         "     TOTAL CREDIT".
002400     05  FILLER                   PIC X(19)  VALUE SPACES.
002410*
002420 01  WS-TOTALS-LINE.
002430     05  TT-SOURCE                PIC X(24).
002440     05  TT-ENTRY-COUNT           PIC ZZZZZZZ9.
002450     05  FILLER                   PIC X(2)   VALUE SPACES.
002460     05  TT-ENTRY-HASH            PIC 9(10).
002470     05  FILLER                   PIC X(4)   VALUE SPACES.
002480     05  TT-TOTAL-CREDIT          PIC Z(9)9.99.
002490     05  FILLER                   PIC X(19)  VALUE SPACES.
002500*
002510 01  WS-AMOUNT-LINE.
002520     05  AL-LABEL                 PIC X(48).
002530     05  AL-AMOUNT                PIC Z(9)9.99.
002540     05  FILLER                   PIC X(19)  VALUE SPACES.
002550*
002560 01  WS-BREAK-LINE.
002570     05  FILLER                   PIC X(4)   VALUE "*** ".
002580     05  BL-FILE                  PIC X(8).
002590     05  FILLER                   PIC X(5)   VALUE " REC ".
002600     05  BL-RECORD                PIC ZZZZZZZ9.
002610     05  FILLER                   PIC X(2)   VALUE SPACES.
002620     05  BL-KEY                   PIC X(5).
002630     05  FILLER                   PIC X(2)   VALUE SPACES.
002640     05  BL-REASON                PIC X(40).
002650     05  FILLER                   PIC X(6)   VALUE SPACES.
002660*
002670 01  WS-COUNT-LINE.
002680     05  FILLER                   PIC X(10)  VALUE "BREAKS  = ".
002690     05  CL-BREAK-COUNT           PIC ZZZZ9.
002700     05  FILLER                   PIC X(65)  VALUE SPACES.
002710*
002720 01  WS-VERDICT-LINE.
002730     05  VL-VERDICT               PIC X(50).
002740     05  FILLER                   PIC X(30)  VALUE SPACES.
002750*
002760 PROCEDURE DIVISION.
002770*
002780******************************************************************
002790**  0000-MAINLINE - PROGRAM CONTROL
002800******************************************************************
002810 0000-MAINLINE.
002820     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002830     PERFORM 2000-PROVE-DEPOSIT-FILE THRU 2000-EXIT.
002840     PERFORM 4000-PROVE-REMIT-FILE THRU 4000-EXIT.
002850     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002860     STOP RUN.
002870*
002880******************************************************************
002890**  1000-INITIALIZE - OPEN FILES AND PRIME THE PAY HISTORY
002900******************************************************************
002910 1000-INITIALIZE.
002920     MOVE SPACES TO WS-RUN-PARM.
002930     ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
002940     IF WS-PARM-FREQUENCY NOT = SPACE
002950         MOVE WS-PARM-FREQUENCY TO WS-RUN-FREQUENCY
002960     END-IF.
002970     IF WS-PARM-PERIOD-X IS NOT NUMERIC
002980         DISPLAY "ACHBAL: RUN PARAMETER MUST NAME THE CYCLE "
002990             "(FREQUENCY AND PERIOD NUMBER)"
003000         MOVE 16 TO RETURN-CODE
003010         STOP RUN
003020     END-IF.
003030     MOVE WS-PARM-PERIOD-X TO WS-RUN-PERIOD.
003040     PERFORM 1300-FIND-CALENDAR THRU 1300-EXIT.
003050     PERFORM 1500-CHECK-RUN-CONTROL THRU 1500-EXIT.
003060     OPEN INPUT PAY-HISTORY-FILE.
003070     IF WS-HIS-FILE-STATUS NOT = "00"
003080         DISPLAY "ACHBAL: PAY-HISTORY-FILE OPEN FAILED, "
003090             "FILE STATUS " WS-HIS-FILE-STATUS
003100         MOVE 16 TO RETURN-CODE
003110         STOP RUN
003120     END-IF.
003121     OPEN INPUT BANK-MASTER-FILE.
003122     IF WS-BNK-FILE-STATUS NOT = "00"
003123         DISPLAY "ACHBAL: BANK-MASTER-FILE OPEN FAILED, "
003124             "FILE STATUS " WS-BNK-FILE-STATUS
003125         MOVE 16 TO RETURN-CODE
003126         STOP RUN
003127     END-IF.
003128     PERFORM 2500-READ-BANK-REC THRU 2500-EXIT.
003130     OPEN OUTPUT CONTROL-REPORT.
003140     WRITE BR-PRINT-LINE FROM WS-HEADING-1.
003150     WRITE BR-PRINT-LINE FROM WS-CYCLE-LINE.
003160     PERFORM 6000-READ-HISTORY THRU 6000-EXIT.
003170 1000-EXIT.
003180     EXIT.
003190*
003200******************************************************************
003210**  1300-FIND-CALENDAR - THE CYCLE BEING PROVED MUST HAVE A RECORD
003220**                       ON THE PAY-PERIOD CALENDAR; ITS CHECK
003230**                       DATE IS THE FILES' EFFECTIVE ENTRY DATE
003240******************************************************************
003250 1300-FIND-CALENDAR.
003260     OPEN INPUT CALENDAR-FILE.
003270     IF WS-CAL-FILE-STATUS NOT = "00"
003280         DISPLAY "ACHBAL: CALENDAR-FILE OPEN FAILED, "
003290             "FILE STATUS " WS-CAL-FILE-STATUS
003300         MOVE 16 TO RETURN-CODE
003310         STOP RUN
003320     END-IF.
003330     PERFORM 1310-READ-CALENDAR THRU 1310-EXIT
003340         UNTIL END-OF-CALENDAR
003350         OR (CAL-FREQUENCY = WS-RUN-FREQUENCY
003360             AND CAL-PERIOD-NO = WS-RUN-PERIOD).
003370     CLOSE CALENDAR-FILE.
003380     IF END-OF-CALENDAR
003390         DISPLAY "ACHBAL: NO CALENDAR RECORD FOR FREQUENCY "
003400             WS-RUN-FREQUENCY " PERIOD " WS-RUN-PERIOD
003410         MOVE 16 TO RETURN-CODE
003420         STOP RUN
003430     END-IF.
003440     MOVE CAL-CHECK-DATE TO WS-CAL-CHECK-DATE.
003450     MOVE WS-CAL-CHECK-DATE (3:6) TO WS-CHECK-YYMMDD.
003460     MOVE WS-RUN-FREQUENCY TO CYL-FREQUENCY.
003470     MOVE WS-RUN-PERIOD TO CYL-PERIOD-NO.
003480     MOVE WS-CAL-CHECK-DATE TO CYL-CHECK-DATE.
003490 1300-EXIT.
003500     EXIT.
003510*
003520******************************************************************
003530**  1310-READ-CALENDAR - READ THE NEXT CALENDAR RECORD
003540******************************************************************
003550 1310-READ-CALENDAR.
003560     READ CALENDAR-FILE
003570         AT END
003580             MOVE 'Y' TO WS-CAL-EOF-SW
003590             GO TO 1310-EXIT
003600     END-READ.
003610 1310-EXIT.
003620     EXIT.
003630*
003640******************************************************************
003650**  1500-CHECK-RUN-CONTROL - THE CYCLE MUST SHOW A COMPLETED
003660**                           PAYACH ON THE RUN-CONTROL FILE
003670******************************************************************
003680 1500-CHECK-RUN-CONTROL.
003690     OPEN INPUT RUN-CONTROL-FILE.
003700     IF WS-CTL-FILE-STATUS NOT = "00" AND "05"
003710         DISPLAY "ACHBAL: RUN-CONTROL-FILE OPEN FAILED, "
003720             "FILE STATUS " WS-CTL-FILE-STATUS
003730         MOVE 16 TO RETURN-CODE
003740         STOP RUN
003750     END-IF.
003760     PERFORM 1510-SCAN-ONE-CONTROL THRU 1510-EXIT
003770         UNTIL END-OF-CONTROLS.
003780     CLOSE RUN-CONTROL-FILE.
003790     IF NOT PAYACH-COMPLETED
003800         DISPLAY "ACHBAL: PAYACH HAS NOT COMPLETED CYCLE "
003810             WS-RUN-FREQUENCY " " WS-RUN-PERIOD
003820             " ON PAYCTL - RUN IT FIRST"
003830         MOVE 16 TO RETURN-CODE
003840         STOP RUN
003850     END-IF.
003860 1500-EXIT.
003870     EXIT.
003880*
003890******************************************************************
003900**  1510-SCAN-ONE-CONTROL - TEST ONE RUN-CONTROL RECORD FOR A
003910**                          COMPLETED PAYACH OF THIS CYCLE
003920******************************************************************
003930 1510-SCAN-ONE-CONTROL.
003940     READ RUN-CONTROL-FILE
003950         AT END
003960             MOVE 'Y' TO WS-CTL-EOF-SW
003970             GO TO 1510-EXIT
003980     END-READ.
003990     IF CT-FREQUENCY = WS-RUN-FREQUENCY
004000         AND CT-PERIOD-NO = WS-RUN-PERIOD
004010         AND CT-STEP = "PAYACH"
004020         AND CT-CONDITION = ZERO
004030         MOVE 'Y' TO WS-ACH-DONE-SW
004040     END-IF.
004050 1510-EXIT.
004060     EXIT.
004070*
004080******************************************************************
004090**  2000-PROVE-DEPOSIT-FILE - READ ACHFILE BACK, PROVE ITS
004100**                            STRUCTURE AND CONTROLS AND EACH
004110**                            EMPLOYEE'S DEPOSITS AGAINST THE
004120**                            PAY HISTORY NET
004130******************************************************************
004140 2000-PROVE-DEPOSIT-FILE.
004150     MOVE "ACHFILE" TO WS-FILE-NAME.
004160     PERFORM 3100-START-FILE THRU 3100-EXIT.
004170     OPEN INPUT ACH-FILE.
004180     IF WS-ACH-FILE-STATUS NOT = "00"
004190         DISPLAY "ACHBAL: ACH-FILE OPEN FAILED, "
004200             "FILE STATUS " WS-ACH-FILE-STATUS
004210         DISPLAY "ACHBAL: HAS PAYACH RUN FOR THIS CYCLE?"
004220         MOVE 16 TO RETURN-CODE
004230         STOP RUN
004240     END-IF.
004250     MOVE "ACHFILE - PAYROLL DIRECT DEPOSIT (PAYACH)"
004260         TO TL-TITLE.
004270     WRITE BR-PRINT-LINE FROM WS-TITLE-LINE.
004280     PERFORM 2100-READ-DEPOSIT-REC THRU 2100-EXIT
004290         UNTIL END-OF-ACH-FILE.
004300     CLOSE ACH-FILE.
004310     IF DEPOSIT-GROUP-OPEN
004320         PERFORM 2300-PROVE-EMPLOYEE-DEPOSIT THRU 2300-EXIT
004330     END-IF.
004340     PERFORM 7000-DRAIN-HISTORY THRU 7000-EXIT.
004345     CLOSE BANK-MASTER-FILE.
004350     PERFORM 3500-CHECK-FILE-END THRU 3500-EXIT.
004360     PERFORM 3600-PRINT-FILE-TOTALS THRU 3600-EXIT.
004370     COMPUTE WS-HIST-NET-OTHER =
004380         WS-HIST-NET-TOTAL - WS-HIST-NET-DEPOSITED.
004390     MOVE "PAYHIST NET PAY FOR THE CYCLE" TO AL-LABEL.
004400     MOVE WS-HIST-NET-TOTAL TO AL-AMOUNT.
004410     WRITE BR-PRINT-LINE FROM WS-AMOUNT-LINE.
004420     MOVE "  NET DUE BY DIRECT DEPOSIT" TO AL-LABEL.
004430     MOVE WS-HIST-NET-DEPOSITED TO AL-AMOUNT.
004440     WRITE BR-PRINT-LINE FROM WS-AMOUNT-LINE.
004450     MOVE "  NET NOT DEPOSITED (CHECK OR HELD)" TO AL-LABEL.
004460     MOVE WS-HIST-NET-OTHER TO AL-AMOUNT.
004470     WRITE BR-PRINT-LINE FROM WS-AMOUNT-LINE.
004480     IF WS-TOTAL-CREDIT NOT = WS-HIST-NET-DEPOSITED
004490         MOVE ZERO TO WS-ENTRY-EMP-ID
004500         MOVE "FILE CREDIT NOT = PAYHIST NET DEPOSITED"
004510             TO BL-REASON
004520         PERFORM 3900-LOG-BREAK THRU 3900-EXIT
004530     END-IF.
004540     PERFORM 3700-PRINT-FILE-VERDICT THRU 3700-EXIT.
004550 2000-EXIT.
004560     EXIT.
004570*
004580******************************************************************
004590**  2100-READ-DEPOSIT-REC - READ AND PROVE ONE ACHFILE RECORD
004600******************************************************************
004610 2100-READ-DEPOSIT-REC.
004620     READ ACH-FILE
004630         AT END
004640             MOVE 'Y' TO WS-ACH-EOF-SW
004650             GO TO 2100-EXIT
004660     END-READ.
004670     MOVE AF-ACH-RECORD TO WS-ACH-WORK-REC.
004680     PERFORM 3000-CHECK-STRUCTURE THRU 3000-EXIT.
004690     IF RECORD-IS-ENTRY
004700         PERFORM 2200-PROVE-DEPOSIT-ENTRY THRU 2200-EXIT
004710     END-IF.
004720 2100-EXIT.
004730     EXIT.
004740*
004750******************************************************************
004760**  2200-PROVE-DEPOSIT-ENTRY - A PRENOTE MUST BE ZERO; LIVE
004770**                             DEPOSITS ARE GROUPED BY EMPLOYEE
004780**                             AND EACH GROUP IS PROVED WHEN THE
004790**                             NEXT EMPLOYEE'S ENTRIES BEGIN
004800******************************************************************
004810 2200-PROVE-DEPOSIT-ENTRY.
004820     MOVE ZERO TO WS-ENTRY-EMP-ID.
004830     IF AD-INDIVIDUAL-ID (1:5) IS NUMERIC
004840         MOVE AD-INDIVIDUAL-ID (1:5) TO WS-ENTRY-EMP-ID
004850     END-IF.
004860     EVALUATE AD-TRANSACTION-CODE
004870         WHEN 23
004880         WHEN 33
004890             IF AD-AMOUNT NOT = ZERO
004900                 MOVE "PRENOTE CARRIES AN AMOUNT" TO BL-REASON
004910                 PERFORM 3900-LOG-BREAK THRU 3900-EXIT
004920             END-IF
004930             GO TO 2200-EXIT
004940         WHEN 22
004950         WHEN 32
004960             CONTINUE
004970         WHEN OTHER
004980             MOVE "TRANSACTION CODE IS NOT A CREDIT"
004990                 TO BL-REASON
005000             PERFORM 3900-LOG-BREAK THRU 3900-EXIT
005010             GO TO 2200-EXIT
005020     END-EVALUATE.
005030     IF AD-INDIVIDUAL-ID (1:5) IS NOT NUMERIC
005040         MOVE "INDIVIDUAL ID IS NOT AN EMP-ID" TO BL-REASON
005050         PERFORM 3900-LOG-BREAK THRU 3900-EXIT
005060         GO TO 2200-EXIT
005070     END-IF.
005080     IF DEPOSIT-GROUP-OPEN
005090         AND WS-ENTRY-EMP-ID = WS-GROUP-EMP-ID
005100         ADD AD-AMOUNT TO WS-GROUP-AMOUNT
005110         GO TO 2200-EXIT
005120     END-IF.
005130     IF DEPOSIT-GROUP-OPEN
005140         PERFORM 2300-PROVE-EMPLOYEE-DEPOSIT THRU 2300-EXIT
005145         MOVE AD-INDIVIDUAL-ID (1:5) TO WS-ENTRY-EMP-ID
005150     END-IF.
005160     IF WS-ENTRY-EMP-ID NOT > WS-GROUP-EMP-ID
005170         MOVE "DEPOSIT OUT OF EMP-ID SEQUENCE" TO BL-REASON
005180         PERFORM 3900-LOG-BREAK THRU 3900-EXIT
005190         GO TO 2200-EXIT
005200     END-IF.
005210     MOVE 'Y' TO WS-GROUP-SW.
005220     MOVE WS-ENTRY-EMP-ID TO WS-GROUP-EMP-ID.
005230     MOVE AD-AMOUNT TO WS-GROUP-AMOUNT.
005240 2200-EXIT.
005250     EXIT.
005260*
005270******************************************************************
005280**  2300-PROVE-EMPLOYEE-DEPOSIT - ONE EMPLOYEE'S LIVE DEPOSITS
005290**                                MUST EQUAL THE PART OF THE
005300**                                HISTORY NET PAY THAT PAYSPLT
005305**                                SENDS TO THE BANKING RECORDS,
005306**                                WORKED OUT AS THE HISTORY
005307**                                RECORD WAS READ
005310******************************************************************
005320 2300-PROVE-EMPLOYEE-DEPOSIT.
005330     MOVE 'N' TO WS-GROUP-SW.
005350     PERFORM 6000-READ-HISTORY THRU 6000-EXIT
005360         UNTIL WS-HIST-EMP-ID NOT < WS-GROUP-EMP-ID.
005365     MOVE WS-GROUP-EMP-ID TO WS-ENTRY-EMP-ID.
005370     IF WS-HIST-EMP-ID NOT = WS-GROUP-EMP-ID
005380         MOVE "DEPOSIT WITH NO PAYHIST RECORD" TO BL-REASON
005390         PERFORM 3900-LOG-BREAK THRU 3900-EXIT
005400         GO TO 2300-EXIT
005410     END-IF.
005411     MOVE 'Y' TO WS-HIST-DEP-SW.
005412     IF SW-ACCT-COUNT = ZERO
005413         MOVE "DEPOSIT WITH NO BANKING RECORD" TO BL-REASON
005414         PERFORM 3900-LOG-BREAK THRU 3900-EXIT
005415         GO TO 2300-EXIT
005416     END-IF.
005430     IF WS-GROUP-AMOUNT NOT = WS-HIST-DEPOSIT-DUE
005440         MOVE "DEPOSITED AMOUNT NOT = SPLIT OF NET PAY"
005450             TO BL-REASON
005460         PERFORM 3900-LOG-BREAK THRU 3900-EXIT
005470     END-IF.
005480 2300-EXIT.
005490     EXIT.
005491*
005492******************************************************************
005493**  2400-LOAD-ACCOUNTS - PASS OVER THE BANKING RECORDS OF EARLIER
005494**                       EMPLOYEES AND GATHER THIS EMPLOYEE'S INTO
005495**                       THE SPLIT TABLE
005496******************************************************************
005497 2400-LOAD-ACCOUNTS.
005498     MOVE ZERO TO SW-ACCT-COUNT.
005499     PERFORM 2500-READ-BANK-REC THRU 2500-EXIT
005500         UNTIL BANK-MASTER-EOF
005501         OR EMP-ID OF BANK-REC NOT < WS-HIST-EMP-ID.
005502     PERFORM 2410-LOAD-ONE-ACCOUNT THRU 2410-EXIT
005503         UNTIL BANK-MASTER-EOF
005504         OR EMP-ID OF BANK-REC NOT = WS-HIST-EMP-ID.
005505 2400-EXIT.
005506     EXIT.
005507*
005508******************************************************************
005509**  2410-LOAD-ONE-ACCOUNT - ADD ONE BANKING RECORD TO THE TABLE AS
005510**                          PAYACH DOES (A BLANK ACCOUNT-SEQ
005511**                          IS 01; ANY PAST THE FIFTH IGNORED)
005512******************************************************************
005513 2410-LOAD-ONE-ACCOUNT.
005514     IF SW-ACCT-COUNT = 5
005515         PERFORM 2500-READ-BANK-REC THRU 2500-EXIT
005516         GO TO 2410-EXIT
005517     END-IF.
005518     ADD 1 TO SW-ACCT-COUNT.
005519     SET SW-IDX TO SW-ACCT-COUNT.
005520     IF ACCOUNT-SEQ OF BANK-REC IS NUMERIC
005521         MOVE ACCOUNT-SEQ OF BANK-REC TO SW-ACCOUNT-SEQ (SW-IDX)
005522     ELSE
005523         MOVE 1 TO SW-ACCOUNT-SEQ (SW-IDX)
005524     END-IF.
005525     MOVE ROUTING-NUMBER OF BANK-REC TO SW-ROUTING (SW-IDX).
005526     MOVE ACCOUNT-NUMBER OF BANK-REC TO SW-ACCOUNT (SW-IDX).
005527     MOVE ACCOUNT-TYPE OF BANK-REC TO SW-ACCT-TYPE (SW-IDX).
005528     MOVE PRENOTE-STATUS OF BANK-REC TO SW-STATUS (SW-IDX).
005529     MOVE ALLOC-TYPE OF BANK-REC TO SW-ALLOC-TYPE (SW-IDX).
005530     IF (ALLOC-IS-FLAT OR ALLOC-IS-PERCENT)
005531         AND ALLOC-AMOUNT OF BANK-REC IS NUMERIC
005532         MOVE ALLOC-AMOUNT OF BANK-REC TO SW-ALLOC-VALUE (SW-IDX)
005533     ELSE
005534         MOVE ZERO TO SW-ALLOC-VALUE (SW-IDX)
005535     END-IF.
005536     PERFORM 2500-READ-BANK-REC THRU 2500-EXIT.
005537 2410-EXIT.
005538     EXIT.
005539*
005540******************************************************************
005541**  2500-READ-BANK-REC - READ THE NEXT BANKING RECORD
005542******************************************************************
005543 2500-READ-BANK-REC.
005544     IF BANK-MASTER-EOF
005545         GO TO 2500-EXIT
005546     END-IF.
005547     READ BANK-MASTER-FILE
005548         AT END
005549             MOVE 'Y' TO WS-BNK-EOF-SW
005550             MOVE WS-HIGH-KEY TO EMP-ID OF BANK-REC
005551     END-READ.
005552 2500-EXIT.
005553     EXIT.
005554*
005555******************************************************************
005556**  3000-CHECK-STRUCTURE - ONE RECORD MUST FALL IN ITS PLACE:
005557**                         HEADER, BATCH HEADER, ENTRIES, BATCH
005558**                         CONTROL, FILE CONTROL, THEN PADDING.
005559**                         AN ENTRY INSIDE THE BATCH IS COUNTED
005560**                         INTO THE RECOMPUTED CONTROL TOTALS
005570******************************************************************
005580 3000-CHECK-STRUCTURE.
005590     ADD 1 TO WS-FILE-REC-COUNT.
005600     MOVE 'N' TO WS-ENTRY-SW.
005610     MOVE ZERO TO WS-ENTRY-EMP-ID.
005620     IF FILE-CONTROL-SEEN
005630         IF WS-ACH-WORK-REC NOT = WS-ACH-PADDING
005640             MOVE "RECORD FOLLOWS THE FILE CONTROL"
005650                 TO BL-REASON
005660             PERFORM 3900-LOG-BREAK THRU 3900-EXIT
005670         END-IF
005680         GO TO 3000-EXIT
005690     END-IF.
005700     EVALUATE WS-ACH-WORK-REC (1:1)
005710         WHEN '1'
005720             PERFORM 3010-CHECK-FILE-HEADER THRU 3010-EXIT
005730         WHEN '5'
005740             PERFORM 3020-CHECK-BATCH-HEADER THRU 3020-EXIT
005750         WHEN '6'
005760             PERFORM 3030-CHECK-ENTRY THRU 3030-EXIT
005770         WHEN '8'
005780             PERFORM 3040-CHECK-BATCH-CONTROL THRU 3040-EXIT
005790         WHEN '9'
005800             PERFORM 3050-CHECK-FILE-CONTROL THRU 3050-EXIT
005810         WHEN OTHER
005820             MOVE "UNKNOWN RECORD TYPE" TO BL-REASON
005830             PERFORM 3900-LOG-BREAK THRU 3900-EXIT
005840     END-EVALUATE.
005850 3000-EXIT.
005860     EXIT.
005870*
005880******************************************************************
005890**  3010-CHECK-FILE-HEADER - THE FILE HEADER COMES FIRST
005900******************************************************************
005910 3010-CHECK-FILE-HEADER.
005920     IF WS-FILE-REC-COUNT NOT = 1
005930         MOVE "FILE HEADER OUT OF PLACE" TO BL-REASON
005940         PERFORM 3900-LOG-BREAK THRU 3900-EXIT
005950     END-IF.
005960     MOVE 'Y' TO WS-FHDR-SEEN-SW.
005970 3010-EXIT.
005980     EXIT.
005990*
006000******************************************************************
006010**  3020-CHECK-BATCH-HEADER - ONE BATCH, FOR OUR COMPANY, DATED
006020**                            THE CYCLE'S CHECK DATE
006030******************************************************************
006040 3020-CHECK-BATCH-HEADER.
006050     IF NOT FILE-HEADER-SEEN
006060         OR BATCH-HEADER-SEEN
006070         MOVE "BATCH HEADER OUT OF PLACE" TO BL-REASON
006080         PERFORM 3900-LOG-BREAK THRU 3900-EXIT
006090     END-IF.
006100     MOVE 'Y' TO WS-BHDR-SEEN-SW.
006110     MOVE 'Y' TO WS-BATCH-OPEN-SW.
006120     MOVE WS-ACH-WORK-REC TO WS-ACH-BATCH-HEADER.
006130     IF BH-COMPANY-ID NOT = AO-COMPANY-ID
006140         MOVE "BATCH HEADER COMPANY ID IS NOT OURS"
006150             TO BL-REASON
006160         PERFORM 3900-LOG-BREAK THRU 3900-EXIT
006170     END-IF.
006180     IF BH-EFFECTIVE-DATE NOT = WS-CHECK-YYMMDD
006190         MOVE "EFFECTIVE DATE IS NOT THE CHECK DATE"
006200             TO BL-REASON
006210         PERFORM 3900-LOG-BREAK THRU 3900-EXIT
006220     END-IF.
006230 3020-EXIT.
006240     EXIT.
006250*
006260******************************************************************
006270**  3030-CHECK-ENTRY - COUNT ONE ENTRY INTO THE RECOMPUTED
006280**                     ENTRY COUNT, ENTRY HASH AND TOTAL CREDIT
006290******************************************************************
006300 3030-CHECK-ENTRY.
006310     IF NOT BATCH-IS-OPEN
006320         MOVE "ENTRY OUTSIDE THE BATCH" TO BL-REASON
006330         PERFORM 3900-LOG-BREAK THRU 3900-EXIT
006340         GO TO 3030-EXIT
006350     END-IF.
006360     MOVE WS-ACH-WORK-REC TO WS-ACH-DETAIL.
006370     IF AD-RECEIVING-DFI-ID IS NOT NUMERIC
006380         OR AD-AMOUNT IS NOT NUMERIC
006390         MOVE "ENTRY DFI ID OR AMOUNT NOT NUMERIC"
006400             TO BL-REASON
006410         PERFORM 3900-LOG-BREAK THRU 3900-EXIT
006420         GO TO 3030-EXIT
006430     END-IF.
006440     ADD 1 TO WS-ENTRY-COUNT.
006450     ADD AD-RECEIVING-DFI-ID TO WS-HASH-ACCUM.
006460     ADD AD-AMOUNT TO WS-TOTAL-CREDIT.
006470     MOVE 'Y' TO WS-ENTRY-SW.
006480 3030-EXIT.
006490     EXIT.
006500*
006510******************************************************************
006520**  3040-CHECK-BATCH-CONTROL - CLOSES THE BATCH; ITS TOTALS ARE
006530**                             PROVED AT END OF FILE
006540******************************************************************
006550 3040-CHECK-BATCH-CONTROL.
006560     IF NOT BATCH-IS-OPEN
006570         MOVE "BATCH CONTROL OUT OF PLACE" TO BL-REASON
006580         PERFORM 3900-LOG-BREAK THRU 3900-EXIT
006590         GO TO 3040-EXIT
006600     END-IF.
006610     MOVE 'N' TO WS-BATCH-OPEN-SW.
006620     MOVE 'Y' TO WS-BCTL-SEEN-SW.
006630     MOVE WS-ACH-WORK-REC TO WS-ACH-BATCH-CONTROL.
006640 3040-EXIT.
006650     EXIT.
006660*
006670******************************************************************
006680**  3050-CHECK-FILE-CONTROL - FOLLOWS THE BATCH CONTROL; ONLY
006690**                            PADDING MAY COME AFTER IT
006700******************************************************************
006710 3050-CHECK-FILE-CONTROL.
006720     IF BATCH-IS-OPEN
006730         OR NOT BATCH-CONTROL-SEEN
006740         MOVE "FILE CONTROL OUT OF PLACE" TO BL-REASON
006750         PERFORM 3900-LOG-BREAK THRU 3900-EXIT
006760     END-IF.
006770     MOVE 'Y' TO WS-FCTL-SEEN-SW.
006780     MOVE WS-ACH-WORK-REC TO WS-ACH-FILE-CONTROL.
006790 3050-EXIT.
006800     EXIT.
006810*
006820******************************************************************
006830**  3100-START-FILE - RESET THE STRUCTURE AND CONTROL TOTALS
006840**                    BEFORE PROVING A FILE
006850******************************************************************
006860 3100-START-FILE.
006870     MOVE 'N' TO WS-ACH-EOF-SW.
006880     MOVE 'N' TO WS-FHDR-SEEN-SW.
006890     MOVE 'N' TO WS-BHDR-SEEN-SW.
006900     MOVE 'N' TO WS-BATCH-OPEN-SW.
006910     MOVE 'N' TO WS-BCTL-SEEN-SW.
006920     MOVE 'N' TO WS-FCTL-SEEN-SW.
006930     MOVE ZERO TO WS-FILE-REC-COUNT.
006940     MOVE ZERO TO WS-ENTRY-COUNT.
006950     MOVE ZERO TO WS-HASH-ACCUM.
006960     MOVE ZERO TO WS-ENTRY-HASH.
006970     MOVE ZERO TO WS-TOTAL-CREDIT.
006980     MOVE WS-BREAK-COUNT TO WS-FILE-START-BREAKS.
006990     MOVE SPACES TO WS-TITLE-LINE.
007000 3100-EXIT.
007010     EXIT.
007020*
007030******************************************************************
007040**  3500-CHECK-FILE-END - THE FILE MUST BE COMPLETE AND ITS
007050**                        CONTROL RECORDS MUST AGREE WITH THE
007060**                        ENTRIES ACTUALLY READ
007070******************************************************************
007080 3500-CHECK-FILE-END.
007090     MOVE WS-HASH-ACCUM TO WS-ENTRY-HASH.
007100     MOVE ZERO TO WS-ENTRY-EMP-ID.
007110     IF NOT FILE-HEADER-SEEN
007120         MOVE "FILE HEADER MISSING" TO BL-REASON
007130         PERFORM 3900-LOG-BREAK THRU 3900-EXIT
007140     END-IF.
007150     IF NOT BATCH-HEADER-SEEN
007160         MOVE "BATCH HEADER MISSING" TO BL-REASON
007170         PERFORM 3900-LOG-BREAK THRU 3900-EXIT
007180     END-IF.
007190     IF BATCH-CONTROL-SEEN
007200         PERFORM 3510-PROVE-BATCH-CONTROL THRU 3510-EXIT
007210     ELSE
007220         MOVE "BATCH CONTROL MISSING - FILE TRUNCATED"
007230             TO BL-REASON
007240         PERFORM 3900-LOG-BREAK THRU 3900-EXIT
007250     END-IF.
007260     IF FILE-CONTROL-SEEN
007270         PERFORM 3520-PROVE-FILE-CONTROL THRU 3520-EXIT
007280     ELSE
007290         MOVE "FILE CONTROL MISSING - FILE TRUNCATED"
007300             TO BL-REASON
007310         PERFORM 3900-LOG-BREAK THRU 3900-EXIT
007320     END-IF.
007330     DIVIDE WS-FILE-REC-COUNT BY 10 GIVING WS-BLOCK-QUOTIENT
007340         REMAINDER WS-BLOCK-REMAINDER.
007350     IF WS-BLOCK-REMAINDER NOT = ZERO
007360         MOVE "FILE NOT PADDED TO A FULL BLOCK" TO BL-REASON
007370         PERFORM 3900-LOG-BREAK THRU 3900-EXIT
007380     END-IF.
007390 3500-EXIT.
007400     EXIT.
007410*
007420******************************************************************
007430**  3510-PROVE-BATCH-CONTROL - TYPE 8 TOTALS AGAINST THE ENTRIES
007440******************************************************************
007450 3510-PROVE-BATCH-CONTROL.
007460     IF BC-ENTRY-COUNT NOT = WS-ENTRY-COUNT
007470         MOVE "BATCH CONTROL ENTRY COUNT DISAGREES"
007480             TO BL-REASON
007490         PERFORM 3900-LOG-BREAK THRU 3900-EXIT
007500     END-IF.
007510     IF BC-ENTRY-HASH NOT = WS-ENTRY-HASH
007520         MOVE "BATCH CONTROL ENTRY HASH DISAGREES"
007530             TO BL-REASON
007540         PERFORM 3900-LOG-BREAK THRU 3900-EXIT
007550     END-IF.
007560     IF BC-TOTAL-CREDIT NOT = WS-TOTAL-CREDIT
007570         MOVE "BATCH CONTROL TOTAL CREDIT DISAGREES"
007580             TO BL-REASON
007590         PERFORM 3900-LOG-BREAK THRU 3900-EXIT
007600     END-IF.
007610     IF BC-TOTAL-DEBIT NOT = ZERO
007620         MOVE "BATCH CONTROL CARRIES DEBITS" TO BL-REASON
007630         PERFORM 3900-LOG-BREAK THRU 3900-EXIT
007640     END-IF.
007650 3510-EXIT.
007660     EXIT.
007670*
007680******************************************************************
007690**  3520-PROVE-FILE-CONTROL - TYPE 9 TOTALS AGAINST THE ENTRIES
007700**                            AND THE RECORDS ACTUALLY READ
007710******************************************************************
007720 3520-PROVE-FILE-CONTROL.
007730     IF FC-ENTRY-COUNT NOT = WS-ENTRY-COUNT
007740         MOVE "FILE CONTROL ENTRY COUNT DISAGREES"
007750             TO BL-REASON
007760         PERFORM 3900-LOG-BREAK THRU 3900-EXIT
007770     END-IF.
007780     IF FC-ENTRY-HASH NOT = WS-ENTRY-HASH
007790         MOVE "FILE CONTROL ENTRY HASH DISAGREES"
007800             TO BL-REASON
007810         PERFORM 3900-LOG-BREAK THRU 3900-EXIT
007820     END-IF.
007830     IF FC-TOTAL-CREDIT NOT = WS-TOTAL-CREDIT
007840         MOVE "FILE CONTROL TOTAL CREDIT DISAGREES"
007850             TO BL-REASON
007860         PERFORM 3900-LOG-BREAK THRU 3900-EXIT
007870     END-IF.
007880     IF FC-TOTAL-DEBIT NOT = ZERO
007890         MOVE "FILE CONTROL CARRIES DEBITS" TO BL-REASON
007900         PERFORM 3900-LOG-BREAK THRU 3900-EXIT
007910     END-IF.
007920     IF FC-BATCH-COUNT NOT = 1
007930         MOVE "FILE CONTROL BATCH COUNT IS NOT 1" TO BL-REASON
007940         PERFORM 3900-LOG-BREAK THRU 3900-EXIT
007950     END-IF.
007960     IF FC-BLOCK-COUNT * 10 NOT = WS-FILE-REC-COUNT
007970         MOVE "FILE CONTROL BLOCK COUNT DISAGREES"
007980             TO BL-REASON
007990         PERFORM 3900-LOG-BREAK THRU 3900-EXIT
008000     END-IF.
008010 3520-EXIT.
008020     EXIT.
008030*
008040******************************************************************
008050**  3600-PRINT-FILE-TOTALS - THE RECOMPUTED TOTALS NEXT TO THE
008060**                           FILE'S OWN CONTROL RECORDS
008070******************************************************************
008080 3600-PRINT-FILE-TOTALS.
008090     WRITE BR-PRINT-LINE FROM WS-TOTALS-HEADING.
008100     MOVE "ENTRIES READ" TO TT-SOURCE.
008110     MOVE WS-ENTRY-COUNT TO TT-ENTRY-COUNT.
008120     MOVE WS-ENTRY-HASH TO TT-ENTRY-HASH.
008130     MOVE WS-TOTAL-CREDIT TO TT-TOTAL-CREDIT.
008140     WRITE BR-PRINT-LINE FROM WS-TOTALS-LINE.
008150     IF BATCH-CONTROL-SEEN
008160         MOVE "BATCH CONTROL (TYPE 8)" TO TT-SOURCE
008170         MOVE BC-ENTRY-COUNT TO TT-ENTRY-COUNT
008180         MOVE BC-ENTRY-HASH TO TT-ENTRY-HASH
008190         MOVE BC-TOTAL-CREDIT TO TT-TOTAL-CREDIT
008200         WRITE BR-PRINT-LINE FROM WS-TOTALS-LINE
008210     END-IF.
008220     IF FILE-CONTROL-SEEN
008230         MOVE "FILE CONTROL (TYPE 9)" TO TT-SOURCE
008240         MOVE FC-ENTRY-COUNT TO TT-ENTRY-COUNT
008250         MOVE FC-ENTRY-HASH TO TT-ENTRY-HASH
008260         MOVE FC-TOTAL-CREDIT TO TT-TOTAL-CREDIT
008270         WRITE BR-PRINT-LINE FROM WS-TOTALS-LINE
008280     END-IF.
008290 3600-EXIT.
008300     EXIT.
008310*
008320******************************************************************
008330**  3700-PRINT-FILE-VERDICT - DID THIS FILE TIE OUT?
008340******************************************************************
008350 3700-PRINT-FILE-VERDICT.
008360     MOVE SPACES TO WS-VERDICT-LINE.
008370     IF WS-BREAK-COUNT = WS-FILE-START-BREAKS
008380         MOVE WS-FILE-NAME TO VL-VERDICT
008390         MOVE "TIES OUT" TO VL-VERDICT (10:)
008400     ELSE
008410         MOVE WS-FILE-NAME TO VL-VERDICT
008420         MOVE "DOES NOT TIE OUT - HOLD" TO VL-VERDICT (10:)
008430     END-IF.
008440     WRITE BR-PRINT-LINE FROM WS-VERDICT-LINE.
008450 3700-EXIT.
008460     EXIT.
008470*
008480******************************************************************
008490**  3900-LOG-BREAK - WRITE ONE BREAK LINE AND COUNT IT; THE
008500**                   CALLER HAS SET BL-REASON AND WS-ENTRY-EMP-ID
008510**                   (ZERO WHEN NO EMPLOYEE IS CONCERNED)
008520******************************************************************
008530 3900-LOG-BREAK.
008540     ADD 1 TO WS-BREAK-COUNT.
008550     MOVE WS-FILE-NAME TO BL-FILE.
008560     MOVE WS-FILE-REC-COUNT TO BL-RECORD.
008570     MOVE SPACES TO BL-KEY.
008580     IF WS-ENTRY-EMP-ID NOT = ZERO
008590         MOVE WS-ENTRY-EMP-ID TO BL-KEY
008600     END-IF.
008610     WRITE BR-PRINT-LINE FROM WS-BREAK-LINE.
008620     MOVE SPACES TO BL-REASON.
008630 3900-EXIT.
008640     EXIT.
008650*
008660******************************************************************
008670**  4000-PROVE-REMIT-FILE - READ REMACH BACK, PROVE ITS
008680**                          STRUCTURE AND CONTROLS AND EACH
008690**                          REMITTANCE AGAINST THE CYCLE'S
008700**                          DEDUCTIONS FOR ITS DED-CODE
008710******************************************************************
008720 4000-PROVE-REMIT-FILE.
008730     MOVE "REMACH" TO WS-FILE-NAME.
008740     PERFORM 3100-START-FILE THRU 3100-EXIT.
008750     OPEN INPUT REMIT-ACH-FILE.
008760     IF WS-REM-FILE-STATUS = "05"
008770         CLOSE REMIT-ACH-FILE
008780         MOVE "REMACH - NOT PRESENT, NO REMITTANCE FILE TO PROVE"
008790             TO TL-TITLE
008800         WRITE BR-PRINT-LINE FROM WS-TITLE-LINE
008810         GO TO 4000-EXIT
008820     END-IF.
008830     IF WS-REM-FILE-STATUS NOT = "00"
008840         DISPLAY "ACHBAL: REMIT-ACH-FILE OPEN FAILED, "
008850             "FILE STATUS " WS-REM-FILE-STATUS
008860         MOVE 16 TO RETURN-CODE
008870         STOP RUN
008880     END-IF.
008890     MOVE "REMACH - THIRD-PARTY REMITTANCE (PAYREM)" TO TL-TITLE.
008900     WRITE BR-PRINT-LINE FROM WS-TITLE-LINE.
008910     PERFORM 4100-READ-REMIT-REC THRU 4100-EXIT
008920         UNTIL END-OF-ACH-FILE.
008930     CLOSE REMIT-ACH-FILE.
008940     PERFORM 3500-CHECK-FILE-END THRU 3500-EXIT.
008950     PERFORM 3600-PRINT-FILE-TOTALS THRU 3600-EXIT.
008960     COMPUTE WS-HIST-DED-OTHER =
008970         WS-HIST-DED-TOTAL - WS-HIST-DED-REMITTED.
008980     MOVE "PAYHIST DEDUCTIONS FOR THE CYCLE" TO AL-LABEL.
008990     MOVE WS-HIST-DED-TOTAL TO AL-AMOUNT.
009000     WRITE BR-PRINT-LINE FROM WS-AMOUNT-LINE.
009010     MOVE "  DEDUCTIONS REMITTED BY ACH" TO AL-LABEL.
009020     MOVE WS-HIST-DED-REMITTED TO AL-AMOUNT.
009030     WRITE BR-PRINT-LINE FROM WS-AMOUNT-LINE.
009040     MOVE "  NOT REMITTED BY ACH (MAIL OR NO PAYEE)" TO AL-LABEL.
009050     MOVE WS-HIST-DED-OTHER TO AL-AMOUNT.
009060     WRITE BR-PRINT-LINE FROM WS-AMOUNT-LINE.
009070     IF WS-TOTAL-CREDIT NOT = WS-HIST-DED-REMITTED
009080         MOVE ZERO TO WS-ENTRY-EMP-ID
009090         MOVE "FILE CREDIT NOT = PAYHIST DEDUCTIONS"
009100             TO BL-REASON
009110         PERFORM 3900-LOG-BREAK THRU 3900-EXIT
009120     END-IF.
009130     PERFORM 3700-PRINT-FILE-VERDICT THRU 3700-EXIT.
009140 4000-EXIT.
009150     EXIT.
009160*
009170******************************************************************
009180**  4100-READ-REMIT-REC - READ AND PROVE ONE REMACH RECORD
009190******************************************************************
009200 4100-READ-REMIT-REC.
009210     READ REMIT-ACH-FILE
009220         AT END
009230             MOVE 'Y' TO WS-ACH-EOF-SW
009240             GO TO 4100-EXIT
009250     END-READ.
009260     MOVE RA-ACH-RECORD TO WS-ACH-WORK-REC.
009270     PERFORM 3000-CHECK-STRUCTURE THRU 3000-EXIT.
009280     IF RECORD-IS-ENTRY
009290         PERFORM 4200-PROVE-REMIT-ENTRY THRU 4200-EXIT
009300     END-IF.
009310 4100-EXIT.
009320     EXIT.
009330*
009340******************************************************************
009350**  4200-PROVE-REMIT-ENTRY - ONE REMITTANCE MUST EQUAL THE
009360**                           CYCLE'S DEDUCTIONS FOR ITS DED-CODE,
009370**                           AND EACH CODE IS REMITTED ONCE
009380******************************************************************
009390 4200-PROVE-REMIT-ENTRY.
009400     IF AD-TRANSACTION-CODE NOT = 22
009410         AND AD-TRANSACTION-CODE NOT = 32
009420         MOVE "TRANSACTION CODE IS NOT A CREDIT"
009430             TO BL-REASON
009440         PERFORM 3900-LOG-BREAK THRU 3900-EXIT
009450         GO TO 4200-EXIT
009460     END-IF.
009470     MOVE ZERO TO WS-MATCH-IDX.
009480     PERFORM 4210-SEARCH-REMIT-CODE THRU 4210-EXIT
009490         VARYING WS-DED-IDX FROM 1 BY 1
009500         UNTIL WS-DED-IDX > WS-DED-COUNT.
009510     IF WS-MATCH-IDX = ZERO
009520         MOVE "NO DEDUCTIONS TAKEN FOR CODE" TO BL-REASON
009530         PERFORM 4290-LOG-CODE-BREAK THRU 4290-EXIT
009540         GO TO 4200-EXIT
009550     END-IF.
009560     SET WS-DED-IDX TO WS-MATCH-IDX.
009570     IF WS-DED-REMIT-SW (WS-DED-IDX) = 'Y'
009580         MOVE "CODE REMITTED MORE THAN ONCE" TO BL-REASON
009590         PERFORM 4290-LOG-CODE-BREAK THRU 4290-EXIT
009600         GO TO 4200-EXIT
009610     END-IF.
009620     MOVE 'Y' TO WS-DED-REMIT-SW (WS-DED-IDX).
009630     ADD WS-DED-AMOUNT (WS-DED-IDX) TO WS-HIST-DED-REMITTED.
009640     IF AD-AMOUNT NOT = WS-DED-AMOUNT (WS-DED-IDX)
009650         MOVE "REMITTED AMOUNT NOT = PAYHIST DEDUCTIONS"
009660             TO BL-REASON
009670         PERFORM 4290-LOG-CODE-BREAK THRU 4290-EXIT
009680     END-IF.
009690 4200-EXIT.
009700     EXIT.
009710*
009720******************************************************************
009730**  4210-SEARCH-REMIT-CODE - TEST ONE TABLE ENTRY FOR THE
009740**                           REMITTANCE'S DED-CODE
009750******************************************************************
009760 4210-SEARCH-REMIT-CODE.
009770     IF WS-MATCH-IDX = ZERO
009780         AND AD-INDIVIDUAL-ID (1:3) = WS-DED-CODE (WS-DED-IDX)
009790         MOVE WS-DED-IDX TO WS-MATCH-IDX
009800     END-IF.
009810 4210-EXIT.
009820     EXIT.
009830*
009840******************************************************************
009850**  4290-LOG-CODE-BREAK - BREAK LINE KEYED BY THE DED-CODE
009860******************************************************************
009870 4290-LOG-CODE-BREAK.
009880     ADD 1 TO WS-BREAK-COUNT.
009890     MOVE WS-FILE-NAME TO BL-FILE.
009900     MOVE WS-FILE-REC-COUNT TO BL-RECORD.
009910     MOVE AD-INDIVIDUAL-ID (1:3) TO BL-KEY.
009920     WRITE BR-PRINT-LINE FROM WS-BREAK-LINE.
009930     MOVE SPACES TO BL-REASON.
009940 4290-EXIT.
009950     EXIT.
009960*
009970******************************************************************
009980**  6000-READ-HISTORY - READ THE NEXT HISTORY RECORD FOR THE
009990**                      CYCLE AND ADD IT TO THE CYCLE TOTALS.
010000**                      RECORDS FOR OTHER CYCLES, AND ANY BUT THE
010010**                      FIRST RECORD PER EMPLOYEE, ARE PASSED
010015**                      OVER; A REVERSAL RECORD IS NETTED OUT OF
010016**                      THE DEDUCTION TOTALS AND PASSED OVER.
010018**                      EACH RECORD'S NET IS SPLIT OVER THE
010020**                      EMPLOYEE'S BANKING RECORDS AS PAYACH
010022**                      SPLIT IT, WHETHER OR NOT THE FILE HOLDS
010024**                      ANY ENTRY FOR THE EMPLOYEE
010026******************************************************************
010030 6000-READ-HISTORY.
010035     PERFORM 6050-CHECK-DEPOSIT-SEEN THRU 6050-EXIT.
010040     IF END-OF-HISTORY
010050         GO TO 6000-EXIT
010060     END-IF.
010070     READ PAY-HISTORY-FILE
010080         AT END
010090             MOVE 'Y' TO WS-HIS-EOF-SW
010100             MOVE WS-HIGH-KEY TO WS-HIST-EMP-ID
010110             MOVE ZERO TO WS-HIST-NET-PAY
010120             GO TO 6000-EXIT
010130     END-READ.
010140     IF PH-FREQUENCY NOT = WS-RUN-FREQUENCY
010150         OR PH-PERIOD-NO NOT = WS-RUN-PERIOD
010160         GO TO 6000-READ-HISTORY
010170     END-IF.
010171     IF PH-IS-REVERSAL
010172         PERFORM 6200-BACK-OUT-ONE-DEDUCTION THRU 6200-EXIT
010173             VARYING PH-DED-IDX FROM 1 BY 1
010174             UNTIL PH-DED-IDX > PH-DED-COUNT
010175         GO TO 6000-READ-HISTORY
010176     END-IF.
010180     IF PH-EMP-ID = WS-PREV-HIST-ID
010190         GO TO 6000-READ-HISTORY
010200     END-IF.
010210     MOVE PH-EMP-ID TO WS-PREV-HIST-ID.
010220     MOVE PH-EMP-ID TO WS-HIST-EMP-ID.
010230     MOVE PH-NET-PAY TO WS-HIST-NET-PAY.
010240     ADD PH-NET-PAY TO WS-HIST-NET-TOTAL.
010241     MOVE 'N' TO WS-HIST-DEP-SW.
010242     PERFORM 2400-LOAD-ACCOUNTS THRU 2400-EXIT.
010243     CALL "PAYSPLT" USING WS-HIST-NET-PAY, SPLIT-WORK-TABLE.
010244     MOVE SW-DEPOSIT-TOTAL TO WS-HIST-DEPOSIT-DUE.
010245     ADD SW-DEPOSIT-TOTAL TO WS-HIST-NET-DEPOSITED.
010250     PERFORM 6100-POST-ONE-DEDUCTION THRU 6100-EXIT
010260         VARYING PH-DED-IDX FROM 1 BY 1
010270         UNTIL PH-DED-IDX > PH-DED-COUNT.
010280 6000-EXIT.
010290     EXIT.
010300*
010301******************************************************************
010302**  6050-CHECK-DEPOSIT-SEEN - BEFORE THE NEXT HISTORY RECORD IS
010303**                            READ, THE CURRENT ONE'S NET DUE BY
010304**                            DEPOSIT MUST HAVE HAD ENTRIES IN THE
010305**                            FILE
010306******************************************************************
010307 6050-CHECK-DEPOSIT-SEEN.
010308     IF WS-HIST-DEPOSIT-DUE = ZERO
010309         OR HIST-DEPOSIT-SEEN
010310         GO TO 6050-EXIT
010311     END-IF.
010312     ADD 1 TO WS-BREAK-COUNT.
010313     MOVE "PAYHIST" TO BL-FILE.
010314     MOVE ZERO TO BL-RECORD.
010315     MOVE WS-HIST-EMP-ID TO BL-KEY.
010316     MOVE "NET DUE BY DEPOSIT - NO ACH ENTRY" TO BL-REASON.
010317     WRITE BR-PRINT-LINE FROM WS-BREAK-LINE.
010318     MOVE SPACES TO BL-REASON.
010319     MOVE ZERO TO WS-HIST-DEPOSIT-DUE.
010320 6050-EXIT.
010321     EXIT.
010322*
010323******************************************************************
010324**  6100-POST-ONE-DEDUCTION - ADD ONE DEDUCTION TAKEN TO ITS
010330**                            CODE'S CYCLE TOTAL
010340******************************************************************
010350 6100-POST-ONE-DEDUCTION.
010360     IF PH-DED-AMOUNT (PH-DED-IDX) = ZERO
010370         GO TO 6100-EXIT
010380     END-IF.
010390     ADD PH-DED-AMOUNT (PH-DED-IDX) TO WS-HIST-DED-TOTAL.
010400     MOVE ZERO TO WS-MATCH-IDX.
010410     PERFORM 6110-SEARCH-DED-CODE THRU 6110-EXIT
010420         VARYING WS-DED-IDX FROM 1 BY 1
010430         UNTIL WS-DED-IDX > WS-DED-COUNT.
010440     IF WS-MATCH-IDX = ZERO
010450         IF WS-DED-COUNT = 50
010460             MOVE "DED TABLE FULL - CODE NOT PROVED"
010470                 TO BL-REASON
010480             ADD 1 TO WS-BREAK-COUNT
010490             MOVE "PAYHIST" TO BL-FILE
010500             MOVE ZERO TO BL-RECORD
010510             MOVE PH-DED-CODE (PH-DED-IDX) TO BL-KEY
010520             WRITE BR-PRINT-LINE FROM WS-BREAK-LINE
010530             GO TO 6100-EXIT
010540         END-IF
010550         ADD 1 TO WS-DED-COUNT
010560         SET WS-DED-IDX TO WS-DED-COUNT
010570         MOVE PH-DED-CODE (PH-DED-IDX) TO
010580             WS-DED-CODE (WS-DED-IDX)
010590         MOVE ZERO TO WS-DED-AMOUNT (WS-DED-IDX)
010600         MOVE 'N' TO WS-DED-REMIT-SW (WS-DED-IDX)
010610         MOVE WS-DED-IDX TO WS-MATCH-IDX
010620     END-IF.
010630     SET WS-DED-IDX TO WS-MATCH-IDX.
010640     ADD PH-DED-AMOUNT (PH-DED-IDX) TO
010650         WS-DED-AMOUNT (WS-DED-IDX).
010660 6100-EXIT.
010670     EXIT.
010680*
010690******************************************************************
010700**  6110-SEARCH-DED-CODE - TEST ONE TABLE ENTRY FOR A DED-CODE
010710**                         MATCH
010720******************************************************************
010730 6110-SEARCH-DED-CODE.
010740     IF WS-MATCH-IDX = ZERO
010750         AND PH-DED-CODE (PH-DED-IDX) =
010760             WS-DED-CODE (WS-DED-IDX)
010770         MOVE WS-DED-IDX TO WS-MATCH-IDX
010780     END-IF.
010790 6110-EXIT.
010800     EXIT.
010810*
010814******************************************************************
010816**  6200-BACK-OUT-ONE-DEDUCTION - SUBTRACT ONE REVERSED
010818**                                DEDUCTION FROM ITS CODE'S
010820**                                CYCLE TOTAL; THE ORIGINAL IS
010822**                                EARLIER ON THE FILE, ADDED IN
010824******************************************************************
010826 6200-BACK-OUT-ONE-DEDUCTION.
010828     IF PH-DED-AMOUNT (PH-DED-IDX) = ZERO
010830         GO TO 6200-EXIT
010832     END-IF.
010834     MOVE ZERO TO WS-MATCH-IDX.
010836     PERFORM 6110-SEARCH-DED-CODE THRU 6110-EXIT
010838         VARYING WS-DED-IDX FROM 1 BY 1
010840         UNTIL WS-DED-IDX > WS-DED-COUNT.
010842     IF WS-MATCH-IDX = ZERO
010844         GO TO 6200-EXIT
010846     END-IF.
010848     SET WS-DED-IDX TO WS-MATCH-IDX.
010850     IF WS-DED-AMOUNT (WS-DED-IDX) < PH-DED-AMOUNT (PH-DED-IDX)
010852         SUBTRACT WS-DED-AMOUNT (WS-DED-IDX)
010853             FROM WS-HIST-DED-TOTAL
010854         MOVE ZERO TO WS-DED-AMOUNT (WS-DED-IDX)
010856     ELSE
010858         SUBTRACT PH-DED-AMOUNT (PH-DED-IDX) FROM
010860             WS-DED-AMOUNT (WS-DED-IDX) WS-HIST-DED-TOTAL
010862     END-IF.
010864 6200-EXIT.
010866     EXIT.
010867*
010868******************************************************************
010870**  7000-DRAIN-HISTORY - TAKE THE REST OF THE CYCLE'S HISTORY
010872**                       INTO THE TOTALS AFTER THE LAST DEPOSIT
010874******************************************************************
010876 7000-DRAIN-HISTORY.
010878     PERFORM 6000-READ-HISTORY THRU 6000-EXIT
010880         UNTIL END-OF-HISTORY.
010882 7000-EXIT.
010884     EXIT.
010886*
010920******************************************************************
010930**  8000-TERMINATE - BREAK COUNT, VERDICT, RETURN-CODE, CLOSE
010940******************************************************************
010950 8000-TERMINATE.
010960     MOVE WS-BREAK-COUNT TO CL-BREAK-COUNT.
010970     WRITE BR-PRINT-LINE FROM WS-COUNT-LINE.
010980     IF WS-BREAK-COUNT = ZERO
010990         MOVE "ACH FILES TIE OUT - RELEASE FOR TRANSMISSION"
011000             TO VL-VERDICT
011010     ELSE
011020         MOVE "ACH FILES DO NOT TIE OUT - HOLD TRANSMISSION"
011030             TO VL-VERDICT
011040     END-IF.
011050     WRITE BR-PRINT-LINE FROM WS-VERDICT-LINE.
011060     MOVE WS-BREAK-COUNT TO RETURN-CODE.
011070     PERFORM 8500-RECORD-COMPLETION THRU 8500-EXIT.
011080     CLOSE PAY-HISTORY-FILE.
011090     CLOSE CONTROL-REPORT.
011100 8000-EXIT.
011110     EXIT.
011120*
011130******************************************************************
011140**  8500-RECORD-COMPLETION - RECORD THIS STEP'S BREAK COUNT ON
011150**                           THE RUN-CONTROL FILE (CAPPED AT 99)
011160******************************************************************
011170 8500-RECORD-COMPLETION.
011180     OPEN EXTEND RUN-CONTROL-FILE.
011190     IF WS-CTL-FILE-STATUS NOT = "00" AND "05"
011200         DISPLAY "ACHBAL: RUN-CONTROL-FILE OPEN EXTEND FAILED, "
011210             "FILE STATUS " WS-CTL-FILE-STATUS
011220         MOVE 16 TO RETURN-CODE
011230         STOP RUN
011240     END-IF.
011250     MOVE SPACES TO RUN-CONTROL-REC.
011260     MOVE WS-RUN-FREQUENCY TO CT-FREQUENCY.
011270     MOVE WS-RUN-PERIOD TO CT-PERIOD-NO.
011280     MOVE "ACHBAL" TO CT-STEP.
011290     IF WS-BREAK-COUNT > 99
011300         MOVE 99 TO CT-CONDITION
011310     ELSE
011320         MOVE WS-BREAK-COUNT TO CT-CONDITION
011330     END-IF.
011340     ACCEPT WS-CTL-DATE FROM DATE YYYYMMDD.
011350     MOVE WS-CTL-DATE TO CT-RUN-DATE.
011360     WRITE RUN-CONTROL-REC.
011370     CLOSE RUN-CONTROL-FILE.
011380 8500-EXIT.
011390     EXIT.
