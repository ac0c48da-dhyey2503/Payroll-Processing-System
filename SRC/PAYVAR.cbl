000010*
000020* PROGRAM      PAYVAR
000030* AUTHOR       R. J. KOWALCZYK
000040* INSTALLATION CENTRAL PAYROLL SYSTEMS
000050* DATE-WRITTEN 10/15/2026
000060*
000070* REMARKS.
000080*     CYCLE-OVER-CYCLE VARIANCE REVIEW OF A BALANCED PAY RUN.
000090*     PAYBAL PROVES THE RUN ADDS UP; IT CANNOT TELL A RIGHT RUN
000100*     FROM A WRONG ONE THAT STILL ADDS UP - A SALARY KEYED WITH AN
000110*     EXTRA ZERO, AN HOURLY CARD WITH FAR TOO MANY HOURS, OR A
000120*     REGULAR EMPLOYEE LEFT OUT OF THE CYCLE.  EACH EMPLOYEE'S PAY
000130*     HISTORY RECORD FOR THE CYCLE NAMED ON THE COMMAND LINE
000140*     (PAYHIST, SEE COPY/PAYHREC.cpy) IS COMPARED WITH THE SAME
000150*     EMPLOYEE'S LAST EARLIER RECORD AT THE SAME FREQUENCY, AND
000160*     THE EMPLOYEE IS LISTED ON THE VARIANCE REPORT (VARRPT)
000170*     WHEN -
000180*        THE GROSS OR THE NET MOVED BY MORE THAN THE LIMIT PERCENT
000190*        THE NET IS BELOW THE NET FLOOR
000200*        THE OVERTIME HOURS ARE OVER THE OVERTIME LIMIT
000210*        THIS IS THE FIRST PAY AT THE FREQUENCY
000220*        THE EMPLOYEE WAS PAID LAST CYCLE BUT NOT THIS ONE.
000230*     REVERSAL RECORDS ARE LEFT OUT OF BOTH SIDES.  THE CYCLE IS
000240*     THE LAST RUN OF ITS RECORDS ON THE ACCUMULATING FILE, SO A
000250*     PERIOD NUMBER REUSED IN A LATER YEAR IS NOT CONFUSED WITH
000260*     THIS ONE, AND "LAST CYCLE" IS THE RUN OF RECORDS AT THE SAME
000270*     FREQUENCY JUST BEFORE IT.  NAMES AND DEPT-CODES COME FROM
000280*     THE CYCLE'S NEW MASTER (PAYMAST); AN EMPLOYEE NO LONGER ON
000290*     IT IS SHOWN UNDER DEPT "---".  THE REPORT ENDS WITH THE
000300*     SWING IN TOTAL GROSS FROM LAST CYCLE TO THIS ONE FOR EACH
000310*     DEPARTMENT AND FOR THE COMPANY.
000320*
000330*     THE LIMITS DEFAULT TO 25 PERCENT, A NET FLOOR OF 100.00 AND
000340*     40 OVERTIME HOURS, AND MAY BE OVERRIDDEN ON THE COMMAND LINE
000350*     AFTER THE CYCLE -
000360*        COLS 1     FREQUENCY
000370*             3-5   PERIOD NUMBER
000380*             7-9   CHANGE LIMIT PERCENT     (E.G. 030)
000390*             11-15 NET FLOOR, WHOLE DOLLARS (E.G. 00250)
000400*             17-19 OVERTIME HOURS LIMIT     (E.G. 020)
000410*     A BLANK LIMIT TAKES ITS DEFAULT.
000420*
000430*     THE STEP RUNS AFTER PAYBAL: THE RUN-CONTROL FILE (PAYCTL,
000440*     SEE COPY/CTLREC.cpy) MUST SHOW PAYBAL PASSED THE CYCLE WITH
000450*     CONDITION 00.  THE STEP RECORDS ITS OWN COMPLETION THERE AS
000460*     STEP PAYVAR.  RETURN-CODE IS 4 WHEN ANY EMPLOYEE WAS LISTED,
000470*     OTHERWISE 0.  PAYACH AND PAYCHK REFUSE THE CYCLE UNTIL THE
000480*     LATEST PAYVAR RECORD SHOWS CONDITION 00 OR PAYROLL HAS
000490*     REVIEWED THE REPORT AND POSTED STEP VARSIGN THROUGH CTLPOST
000500*     AFTER IT.
000510*
000520* MODIFICATION HISTORY.
000530*     10/15/2026  RJK  ORIGINAL PROGRAM.
000540*
000550 IDENTIFICATION DIVISION.
000560 PROGRAM-ID. PAYVAR.
000570 AUTHOR. R. J. KOWALCZYK.
000580 INSTALLATION. CENTRAL PAYROLL SYSTEMS.
000590 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000610*
000620 ENVIRONMENT DIVISION.
000630 CONFIGURATION SECTION.
000640 SOURCE-COMPUTER. GNUCOBOL.
000650 OBJECT-COMPUTER. GNUCOBOL.
000660*
000670 INPUT-OUTPUT SECTION.
000680 FILE-CONTROL.
000690     SELECT PAY-MASTER-FILE ASSIGN TO "PAYMAST"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS RANDOM
000720         RECORD KEY IS EMP-ID OF PAY-MASTER-REC
000730         FILE STATUS IS WS-NEW-FILE-STATUS.
000740
000750     SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-HIS-FILE-STATUS.
000780
000790     SELECT VARIANCE-REPORT ASSIGN TO "VARRPT"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-RPT-FILE-STATUS.
000820
000830     SELECT CALENDAR-FILE ASSIGN TO "PAYCAL"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-CAL-FILE-STATUS.
000860
000870     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "PAYCTL"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-CTL-FILE-STATUS.
000900*
000910 DATA DIVISION.
000920 FILE SECTION.
000930 FD  PAY-MASTER-FILE
000940     RECORDING MODE IS F.
000950 COPY EMPREC REPLACING EMP-REC BY PAY-MASTER-REC.
000960*
000970 FD  PAY-HISTORY-FILE
000980     RECORDING MODE IS F.
000990 COPY PAYHREC.
001000*
001010 FD  VARIANCE-REPORT
001020     RECORDING MODE IS F.
001030 01  VR-PRINT-LINE               PIC X(132).
001040*
001050 FD  CALENDAR-FILE
001060     RECORDING MODE IS F.
001070 COPY CALREC.
001080*
001090 FD  RUN-CONTROL-FILE
001100     RECORDING MODE IS F.
001110 COPY CTLREC.
001120*
001130 WORKING-STORAGE SECTION.
001140*
001150*-----------------------------------------------------------------
001160* FILE STATUS AND CONTROL SWITCHES
001170*-----------------------------------------------------------------
001180 01  WS-NEW-FILE-STATUS          PIC X(2).
001190 01  WS-HIS-FILE-STATUS          PIC X(2).
001200 01  WS-RPT-FILE-STATUS          PIC X(2).
001210 01  WS-CAL-FILE-STATUS          PIC X(2).
001220 01  WS-CTL-FILE-STATUS          PIC X(2).
001230*
001240 01  WS-SWITCHES.
001250     05  WS-HIS-EOF-SW            PIC X(1)   VALUE 'N'.
001260         88  END-OF-HISTORY                  VALUE 'Y'.
001270     05  WS-CAL-EOF-SW            PIC X(1)   VALUE 'N'.
001280         88  END-OF-CALENDAR                 VALUE 'Y'.
001290     05  WS-CTL-EOF-SW            PIC X(1)   VALUE 'N'.
001300         88  END-OF-CONTROLS                 VALUE 'Y'.
001310     05  WS-BAL-SEEN-SW           PIC X(1)   VALUE 'N'.
001320         88  PAYBAL-RECORDED                 VALUE 'Y'.
001330     05  WS-MAST-FOUND-SW         PIC X(1)   VALUE 'N'.
001340         88  ON-PAY-MASTER                   VALUE 'Y'.
001350     05  WS-FIRST-LINE-SW         PIC X(1)   VALUE 'Y'.
001360         88  FIRST-LINE-OF-EMP               VALUE 'Y'.
001370     05  WS-IN-BLOCK-SW           PIC X(1)   VALUE 'N'.
001380         88  RECORD-COUNTS                   VALUE 'Y'.
001390*
001400 77  WS-BAL-CONDITION             PIC 9(2)    VALUE 99.
001410 77  WS-CTL-DATE                  PIC 9(8)    VALUE ZERO.
001420*
001430*-----------------------------------------------------------------
001440* RUN CYCLE PARAMETER, REVIEW LIMITS AND CALENDAR DETAIL
001450*-----------------------------------------------------------------
001460 01  WS-RUN-PARM.
001470     05  WS-PARM-FREQUENCY       PIC X(1).
001480     05  FILLER                  PIC X(1).
001490     05  WS-PARM-PERIOD-X        PIC X(3).
001500     05  FILLER                  PIC X(1).
001510     05  WS-PARM-PERCENT-X       PIC X(3).
001520     05  WS-PARM-PERCENT         REDEFINES WS-PARM-PERCENT-X
001530                                 PIC 9(3).
001540     05  FILLER                  PIC X(1).
001550     05  WS-PARM-NET-FLOOR-X     PIC X(5).
001560     05  WS-PARM-NET-FLOOR       REDEFINES WS-PARM-NET-FLOOR-X
001570                                 PIC 9(5).
001580     05  FILLER                  PIC X(1).
001590     05  WS-PARM-OT-HOURS-X      PIC X(3).
001600     05  WS-PARM-OT-HOURS        REDEFINES WS-PARM-OT-HOURS-X
001610                                 PIC 9(3).
001620 77  WS-RUN-FREQUENCY            PIC X(1)    VALUE 'M'.
001630 77  WS-RUN-PERIOD               PIC 9(3)    VALUE ZERO.
001640 77  WS-LIMIT-PERCENT            PIC 9(3)    VALUE 25.
001650 77  WS-LIMIT-NET-FLOOR          PIC 9(5)V99 VALUE 100.
001660 77  WS-LIMIT-OT-HOURS           PIC 9(3)V99 VALUE 40.
001670 01  WS-CYCLE-DETAIL.
001680     05  WS-CAL-START-DATE       PIC 9(8)    VALUE ZERO.
001690     05  WS-CAL-END-DATE         PIC 9(8)    VALUE ZERO.
001700     05  WS-CAL-CHECK-DATE       PIC 9(8)    VALUE ZERO.
001710*
001720*-----------------------------------------------------------------
001730* HISTORY RUN NUMBERING - A RUN IS A STRETCH OF RECORDS AT THE RUN
001740* FREQUENCY FOR ONE PERIOD; BOTH PASSES NUMBER THE RUNS THE SAME
001750* WAY, SO THE FIRST PASS CAN NAME THE CYCLE'S RUN AND THE ONE
001760* BEFORE IT FOR THE SECOND
001770*-----------------------------------------------------------------
001780 01  WS-RUN-NUMBERING.
001790     05  WS-BLOCK-NO              PIC 9(5)    VALUE ZERO.
001800     05  WS-BLOCK-PERIOD          PIC 9(3)    VALUE ZERO.
001810     05  WS-CUR-BLOCK             PIC 9(5)    VALUE ZERO.
001820     05  WS-PREV-BLOCK            PIC 9(5)    VALUE ZERO.
001830     05  WS-PREV-PERIOD           PIC 9(3)    VALUE ZERO.
001840*
001850*-----------------------------------------------------------------
001860* EMPLOYEE COMPARISON TABLE - ONE ENTRY PER EMPLOYEE SEEN AT THE
001870* RUN FREQUENCY UP TO AND INCLUDING THE CYCLE
001880*-----------------------------------------------------------------
001890 01  WS-EMP-TABLE.
001900     05  WS-EMP-COUNT             PIC 9(5)    VALUE ZERO.
001910     05  WS-EMP-ENTRY             OCCURS 2000 TIMES
001920                                  INDEXED BY WS-EMP-IDX.
001930         10  WS-EM-EMP-ID         PIC 9(5).
001940         10  WS-EM-LAST-BLOCK     PIC 9(5).
001950         10  WS-EM-LAST-GROSS     PIC 9(7)V99.
001960         10  WS-EM-LAST-NET       PIC 9(7)V99.
001970         10  WS-EM-CUR-SW         PIC X(1).
001980             88  WS-EM-PAID-THIS-CYCLE       VALUE 'Y'.
001990         10  WS-EM-CUR-GROSS      PIC 9(7)V99.
002000         10  WS-EM-CUR-NET        PIC 9(7)V99.
002010         10  WS-EM-CUR-OT-HOURS   PIC 9(3)V99.
002020         10  WS-EM-DONE-SW        PIC X(1).
002030             88  WS-EM-REVIEWED              VALUE 'Y'.
002040*
002050*-----------------------------------------------------------------
002060* DEPARTMENT GROSS ACCUMULATORS, LAST CYCLE AND THIS CYCLE
002070*-----------------------------------------------------------------
002080 01  WS-DEPT-TABLE.
002090     05  WS-DEPT-COUNT            PIC 9(3)    VALUE ZERO.
002100     05  WS-DEPT-ENTRY            OCCURS 50 TIMES
002110                                  INDEXED BY WS-DEPT-IDX.
002120         10  WS-DEPT-CODE         PIC X(3).
002130         10  WS-DEPT-PRIOR-COUNT  PIC 9(5)    VALUE ZERO.
002140         10  WS-DEPT-PRIOR-GROSS  PIC 9(9)V99 VALUE ZERO.
002150         10  WS-DEPT-CUR-COUNT    PIC 9(5)    VALUE ZERO.
002160         10  WS-DEPT-CUR-GROSS    PIC 9(9)V99 VALUE ZERO.
002170*
002180 77  WS-MATCH-IDX                 PIC 9(5)    VALUE ZERO.
002190 77  WS-LOW-IDX                   PIC 9(5)    VALUE ZERO.
002200 77  WS-DEPT-SLOT                 PIC 9(3)    VALUE ZERO.
002210 77  WS-EMP-DEPT                  PIC X(3)    VALUE SPACES.
002220 77  WS-PCT-BASE                  PIC 9(9)V99 VALUE ZERO.
002230 77  WS-PCT-NEW                   PIC 9(9)V99 VALUE ZERO.
002240 77  WS-PCT-CHANGE                PIC S9(5)V9 VALUE ZERO.
002250 77  WS-GROSS-CHANGE              PIC S9(5)V9 VALUE ZERO.
002260 77  WS-NET-CHANGE                PIC S9(5)V9 VALUE ZERO.
002270 77  WS-SWING                     PIC S9(9)V99 VALUE ZERO.
002280 77  WS-TOTAL-PRIOR-COUNT         PIC 9(5)    VALUE ZERO.
002290 77  WS-TOTAL-PRIOR-GROSS         PIC 9(9)V99 VALUE ZERO.
002300 77  WS-TOTAL-CUR-COUNT           PIC 9(5)    VALUE ZERO.
002310 77  WS-TOTAL-CUR-GROSS           PIC 9(9)V99 VALUE ZERO.
002320 77  WS-HIS-READ-COUNT            PIC 9(7)    VALUE ZERO.
002330 77  WS-FLAGGED-COUNT             PIC 9(5)    VALUE ZERO.
002340 77  WS-FLAG-COUNT                PIC 9(5)    VALUE ZERO.
002350*
002360*-----------------------------------------------------------------
002370* REPORT LINE LAYOUTS
002380*-----------------------------------------------------------------
002390 01  WS-HEADING-1.
002400     05  FILLER                   PIC X(40)  VALUE SPACES.
002410     05  FILLER                   PIC X(33)  VALUE
002420         "PAYROLL VARIANCE REVIEW - PAYVAR".
002430     05  FILLER                   PIC X(59)  VALUE SPACES.
002440*
002450 01  WS-CYCLE-LINE.
002460     05  FILLER                   PIC X(10)  VALUE "FREQUENCY ".
002470     05  CYL-FREQUENCY            PIC X(1).
002480     05  FILLER                   PIC X(9)   VALUE "  PERIOD ".
002490     05  CYL-PERIOD-NO            PIC 9(3).
002500     05  FILLER                   PIC X(8)   VALUE "  START ".
002510     05  CYL-START-DATE           PIC 9(8).
002520     05  FILLER                   PIC X(6)   VALUE "  END ".
002530     05  CYL-END-DATE             PIC 9(8).
002540     05  FILLER                   PIC X(8)   VALUE "  CHECK ".
002550     05  CYL-CHECK-DATE           PIC 9(8).
002560     05  FILLER                   PIC X(23)  VALUE
002570         "  COMPARED WITH PERIOD ".
002580     05  CYL-PREV-PERIOD          PIC X(4).
002590     05  FILLER                   PIC X(36)  VALUE SPACES.
002600*
002610 01  WS-LIMITS-LINE.
002620     05  FILLER                   PIC X(21)  VALUE
002630         "LIMITS - CHANGE OVER ".
002640     05  LML-PERCENT              PIC ZZ9.
002650     05  FILLER                   PIC X(16)  VALUE
002660         " PCT  NET FLOOR ".
002670     05  LML-NET-FLOOR            PIC ZZZZ9.99.
002680     05  FILLER                   PIC X(16)  VALUE
002690         "  OVERTIME OVER ".
002700     05  LML-OT-HOURS             PIC ZZ9.99.
002710     05  FILLER                   PIC X(6)   VALUE " HOURS".
002720     05  FILLER                   PIC X(56)  VALUE SPACES.
002730*
002740 01  WS-HEADING-2.
002750     05  FILLER                   PIC X(7)   VALUE "EMP-ID".
002760     05  FILLER                   PIC X(22)
002770         VALUE "EMPLOYEE NAME".
002780     05  FILLER                   PIC X(5)   VALUE "DEPT".
002790     05  FILLER                   PIC X(12)  VALUE " LAST GROSS".
002800     05  FILLER                   PIC X(12)  VALUE "      GROSS".
002810     05  FILLER                   PIC X(9)   VALUE "  CHG %".
002820     05  FILLER                   PIC X(12)  VALUE "   LAST NET".
002830     05  FILLER                   PIC X(12)  VALUE "        NET".
002840     05  FILLER                   PIC X(9)   VALUE "  CHG %".
002850     05  FILLER                   PIC X(8)   VALUE " OT HRS".
002860     05  FILLER                   PIC X(24)  VALUE "NOTE".
002870*
002880 01  WS-DETAIL-LINE.
002890     05  DL-EMP-ID                PIC X(5).
002900     05  FILLER                   PIC X(2)   VALUE SPACES.
002910     05  DL-EMP-NAME              PIC X(20).
002920     05  FILLER                   PIC X(2)   VALUE SPACES.
002930     05  DL-DEPT-CODE             PIC X(3).
002940     05  FILLER                   PIC X(2)   VALUE SPACES.
002950     05  DL-LAST-GROSS            PIC Z(6)9.99.
002960     05  FILLER                   PIC X(2)   VALUE SPACES.
002970     05  DL-GROSS                 PIC Z(6)9.99.
002980     05  FILLER                   PIC X(2)   VALUE SPACES.
002990     05  DL-GROSS-CHANGE          PIC ----9.9.
003000     05  FILLER                   PIC X(2)   VALUE SPACES.
003010     05  DL-LAST-NET              PIC Z(6)9.99.
003020     05  FILLER                   PIC X(2)   VALUE SPACES.
003030     05  DL-NET                   PIC Z(6)9.99.
003040     05  FILLER                   PIC X(2)   VALUE SPACES.
003050     05  DL-NET-CHANGE            PIC ----9.9.
003060     05  FILLER                   PIC X(2)   VALUE SPACES.
003070     05  DL-OT-HOURS              PIC ZZ9.99.
003080     05  FILLER                   PIC X(2)   VALUE SPACES.
003090     05  DL-NOTE                  PIC X(24).
003100*
003110 01  WS-SUMMARY-HEADING-1.
003120     05  FILLER                   PIC X(36)  VALUE
003130         "GROSS SWING BY DEPARTMENT".
003140     05  FILLER                   PIC X(96)  VALUE SPACES.
003150*
003160 01  WS-SUMMARY-HEADING-2.
003170     05  FILLER                   PIC X(6)   VALUE "DEPT".
003180     05  FILLER                   PIC X(5)   VALUE " LAST".
003190     05  FILLER                   PIC X(14)
003200         VALUE "    LAST GROSS".
003210     05  FILLER                   PIC X(7)   VALUE "   THIS".
003220     05  FILLER                   PIC X(14)
003230         VALUE "    THIS GROSS".
003240     05  FILLER                   PIC X(15)
003250         VALUE "          SWING".
003260     05  FILLER                   PIC X(9)   VALUE "  SWING %".
003270     05  FILLER                   PIC X(62)  VALUE SPACES.
003280*
003290 01  WS-SUMMARY-LINE.
003300     05  SL-DEPT-CODE             PIC X(3).
003310     05  FILLER                   PIC X(3)   VALUE SPACES.
003320     05  SL-PRIOR-COUNT           PIC ZZZZ9.
003330     05  FILLER                   PIC X(2)   VALUE SPACES.
003340     05  SL-PRIOR-GROSS           PIC Z(8)9.99.
003350     05  FILLER                   PIC X(2)   VALUE SPACES.
003360     05  SL-CUR-COUNT             PIC ZZZZ9.
003370     05  FILLER                   PIC X(2)   VALUE SPACES.
003380     05  SL-CUR-GROSS             PIC Z(8)9.99.
003390     05  FILLER                   PIC X(2)   VALUE SPACES.
003400     05  SL-SWING                 PIC -Z(8)9.99.
003410     05  FILLER                   PIC X(2)   VALUE SPACES.
003420     05  SL-SWING-PCT             PIC ----9.9.
003430     05  FILLER                   PIC X(62)  VALUE SPACES.
003440*
003450 01  WS-COUNT-LINE.
003460     05  CL-LABEL                 PIC X(22).
003470     05  CL-COUNT                 PIC ZZZZ9.
003480     05  FILLER                   PIC X(105) VALUE SPACES.
003490*
003500 01  WS-BLANK-LINE                PIC X(132) VALUE SPACES.
003510*
003520 PROCEDURE DIVISION.
003530*
003540******************************************************************
003550**  0000-MAINLINE - PROGRAM CONTROL
003560******************************************************************
003570 0000-MAINLINE.
003580     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003590     PERFORM 2000-FIND-CYCLE-RUNS THRU 2000-EXIT.
003600     PERFORM 3000-TABLE-HISTORY THRU 3000-EXIT.
003610     PERFORM 4000-REVIEW-NEXT-EMPLOYEE THRU 4000-EXIT
003620         WS-EMP-COUNT TIMES.
003630     PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT.
003640     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003650     STOP RUN.
003660*
003670******************************************************************
003680**  1000-INITIALIZE - CHECK THE CYCLE AND LIMITS, OPEN FILES,
003690**                    PRINT THE HEADINGS
003700******************************************************************
003710 1000-INITIALIZE.
003720     MOVE SPACES TO WS-RUN-PARM.
003730     ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
003740     IF WS-PARM-FREQUENCY NOT = SPACE
003750         MOVE WS-PARM-FREQUENCY TO WS-RUN-FREQUENCY
003760     END-IF.
003770     IF WS-PARM-PERIOD-X IS NOT NUMERIC
003780         DISPLAY "PAYVAR: RUN PARAMETER MUST NAME THE CYCLE "
003790             "(FREQUENCY AND PERIOD NUMBER)"
003800         MOVE 16 TO RETURN-CODE
003810         STOP RUN
003820     END-IF.
003830     MOVE WS-PARM-PERIOD-X TO WS-RUN-PERIOD.
003840     PERFORM 1100-SET-LIMITS THRU 1100-EXIT.
003850     PERFORM 1300-FIND-CALENDAR THRU 1300-EXIT.
003860     PERFORM 1500-CHECK-RUN-CONTROL THRU 1500-EXIT.
003870     OPEN INPUT PAY-MASTER-FILE.
003880     OPEN OUTPUT VARIANCE-REPORT.
003890     PERFORM 1050-CHECK-OPENS THRU 1050-EXIT.
003900 1000-EXIT.
003910     EXIT.
003920*
003930******************************************************************
003940**  1050-CHECK-OPENS - EVERY FILE MUST OPEN CLEAN
003950******************************************************************
003960 1050-CHECK-OPENS.
003970     IF WS-NEW-FILE-STATUS NOT = "00"
003980         DISPLAY "PAYVAR: PAY-MASTER-FILE OPEN FAILED, "
003990             "FILE STATUS " WS-NEW-FILE-STATUS
004000         DISPLAY "PAYVAR: HAS PAYCALC WRITTEN PAYMAST FOR THIS "
004010             "CYCLE?"
004020         MOVE 16 TO RETURN-CODE
004030         STOP RUN
004040     END-IF.
004050     IF WS-RPT-FILE-STATUS NOT = "00"
004060         DISPLAY "PAYVAR: VARIANCE-REPORT OPEN FAILED, "
004070             "FILE STATUS " WS-RPT-FILE-STATUS
004080         MOVE 16 TO RETURN-CODE
004090         STOP RUN
004100     END-IF.
004110 1050-EXIT.
004120     EXIT.
004130*
004140******************************************************************
004150**  1100-SET-LIMITS - A LIMIT GIVEN ON THE COMMAND LINE REPLACES
004160**                    ITS DEFAULT; ONE THAT IS NOT NUMERIC STOPS
004170**                    THE RUN
004180******************************************************************
004190 1100-SET-LIMITS.
004200     IF WS-PARM-PERCENT-X NOT = SPACES
004210         IF WS-PARM-PERCENT-X IS NOT NUMERIC
004220             DISPLAY "PAYVAR: CHANGE LIMIT PERCENT (COLS 7-9) "
004230                 "MUST BE NUMERIC"
004240             MOVE 16 TO RETURN-CODE
004250             STOP RUN
004260         END-IF
004270         MOVE WS-PARM-PERCENT TO WS-LIMIT-PERCENT
004280     END-IF.
004290     IF WS-PARM-NET-FLOOR-X NOT = SPACES
004300         IF WS-PARM-NET-FLOOR-X IS NOT NUMERIC
004310             DISPLAY "PAYVAR: NET FLOOR (COLS 11-15) "
004320                 "MUST BE NUMERIC"
004330             MOVE 16 TO RETURN-CODE
004340             STOP RUN
004350         END-IF
004360         MOVE WS-PARM-NET-FLOOR TO WS-LIMIT-NET-FLOOR
004370     END-IF.
004380     IF WS-PARM-OT-HOURS-X NOT = SPACES
004390         IF WS-PARM-OT-HOURS-X IS NOT NUMERIC
004400             DISPLAY "PAYVAR: OVERTIME HOURS LIMIT (COLS 17-19) "
004410                 "MUST BE NUMERIC"
004420             MOVE 16 TO RETURN-CODE
004430             STOP RUN
004440         END-IF
004450         MOVE WS-PARM-OT-HOURS TO WS-LIMIT-OT-HOURS
004460     END-IF.
004470     MOVE WS-LIMIT-PERCENT TO LML-PERCENT.
004480     MOVE WS-LIMIT-NET-FLOOR TO LML-NET-FLOOR.
004490     MOVE WS-LIMIT-OT-HOURS TO LML-OT-HOURS.
004500 1100-EXIT.
004510     EXIT.
004520*
004530******************************************************************
004540**  1300-FIND-CALENDAR - THE CYCLE BEING RUN MUST HAVE A RECORD
004550**                       ON THE PAY-PERIOD CALENDAR
004560******************************************************************
004570 1300-FIND-CALENDAR.
004580     OPEN INPUT CALENDAR-FILE.
004590     IF WS-CAL-FILE-STATUS NOT = "00"
004600         DISPLAY "PAYVAR: CALENDAR-FILE OPEN FAILED, "
004610             "FILE STATUS " WS-CAL-FILE-STATUS
004620         MOVE 16 TO RETURN-CODE
004630         STOP RUN
004640     END-IF.
004650     PERFORM 1310-READ-CALENDAR THRU 1310-EXIT
004660         UNTIL END-OF-CALENDAR
004670         OR (CAL-FREQUENCY = WS-RUN-FREQUENCY
004680             AND CAL-PERIOD-NO = WS-RUN-PERIOD).
004690     CLOSE CALENDAR-FILE.
004700     IF END-OF-CALENDAR
004710         DISPLAY "PAYVAR: NO CALENDAR RECORD FOR FREQUENCY "
004720             WS-RUN-FREQUENCY " PERIOD " WS-RUN-PERIOD
004730         MOVE 16 TO RETURN-CODE
004740         STOP RUN
004750     END-IF.
004760     MOVE CAL-START-DATE TO WS-CAL-START-DATE.
004770     MOVE CAL-END-DATE TO WS-CAL-END-DATE.
004780     MOVE CAL-CHECK-DATE TO WS-CAL-CHECK-DATE.
004790     MOVE WS-RUN-FREQUENCY TO CYL-FREQUENCY.
004800     MOVE WS-RUN-PERIOD TO CYL-PERIOD-NO.
004810     MOVE WS-CAL-START-DATE TO CYL-START-DATE.
004820     MOVE WS-CAL-END-DATE TO CYL-END-DATE.
004830     MOVE WS-CAL-CHECK-DATE TO CYL-CHECK-DATE.
004840 1300-EXIT.
004850     EXIT.
004860*
004870******************************************************************
004880**  1310-READ-CALENDAR - READ THE NEXT CALENDAR RECORD
004890******************************************************************
004900 1310-READ-CALENDAR.
004910     READ CALENDAR-FILE
004920         AT END
004930             MOVE 'Y' TO WS-CAL-EOF-SW
004940             GO TO 1310-EXIT
004950     END-READ.
004960 1310-EXIT.
004970     EXIT.
004980*
004990******************************************************************
005000**  1500-CHECK-RUN-CONTROL - THE CYCLE MUST SHOW PAYBAL PASSED
005010**                           WITH CONDITION 00 ON PAYCTL
005020******************************************************************
005030 1500-CHECK-RUN-CONTROL.
005040     OPEN INPUT RUN-CONTROL-FILE.
005050     IF WS-CTL-FILE-STATUS NOT = "00" AND "05"
005060         DISPLAY "PAYVAR: RUN-CONTROL-FILE OPEN FAILED, "
005070             "FILE STATUS " WS-CTL-FILE-STATUS
005080         MOVE 16 TO RETURN-CODE
005090         STOP RUN
005100     END-IF.
005110     PERFORM 1510-SCAN-ONE-CONTROL THRU 1510-EXIT
005120         UNTIL END-OF-CONTROLS.
005130     CLOSE RUN-CONTROL-FILE.
005140     IF NOT PAYBAL-RECORDED
005150         OR WS-BAL-CONDITION NOT = ZERO
005160         DISPLAY "PAYVAR: PAYBAL HAS NOT PASSED CYCLE "
005170             WS-RUN-FREQUENCY " " WS-RUN-PERIOD
005180             " ON PAYCTL - BALANCE THE RUN FIRST"
005190         MOVE 16 TO RETURN-CODE
005200         STOP RUN
005210     END-IF.
005220 1500-EXIT.
005230     EXIT.
005240*
005250******************************************************************
005260**  1510-SCAN-ONE-CONTROL - TEST ONE RUN-CONTROL RECORD; THE
005270**                          LATEST PAYBAL RECORD FOR THE CYCLE
005280**                          CARRIES ITS CURRENT CONDITION
005290******************************************************************
005300 1510-SCAN-ONE-CONTROL.
005310     READ RUN-CONTROL-FILE
005320         AT END
005330             MOVE 'Y' TO WS-CTL-EOF-SW
005340             GO TO 1510-EXIT
005350     END-READ.
005360     IF CT-FREQUENCY = WS-RUN-FREQUENCY
005370         AND CT-PERIOD-NO = WS-RUN-PERIOD
005380         AND CT-STEP = "PAYBAL"
005390         MOVE 'Y' TO WS-BAL-SEEN-SW
005400         MOVE CT-CONDITION TO WS-BAL-CONDITION
005410     END-IF.
005420 1510-EXIT.
005430     EXIT.
005440*
005450******************************************************************
005460**  2000-FIND-CYCLE-RUNS - FIRST PASS OF THE HISTORY FILE: NUMBER
005470**                         THE RUNS OF RECORDS AT THE RUN
005480**                         FREQUENCY AND NOTE THE LAST RUN FOR THE
005490**                         CYCLE AND THE RUN BEFORE IT
005500******************************************************************
005510 2000-FIND-CYCLE-RUNS.
005520     PERFORM 2100-OPEN-HISTORY THRU 2100-EXIT.
005530     PERFORM 2010-NOTE-ONE-RECORD THRU 2010-EXIT
005540         UNTIL END-OF-HISTORY.
005550     CLOSE PAY-HISTORY-FILE.
005560     IF WS-CUR-BLOCK = ZERO
005570         DISPLAY "PAYVAR: NO PAY HISTORY FOR CYCLE "
005580             WS-RUN-FREQUENCY " " WS-RUN-PERIOD
005590             " - HAS PAYCALC RUN FOR THIS CYCLE?"
005600         MOVE 16 TO RETURN-CODE
005610         STOP RUN
005620     END-IF.
005630     IF WS-PREV-BLOCK = ZERO
005640         MOVE "NONE" TO CYL-PREV-PERIOD
005650     ELSE
005660         MOVE WS-PREV-PERIOD TO CYL-PREV-PERIOD
005670     END-IF.
005680     WRITE VR-PRINT-LINE FROM WS-HEADING-1.
005690     WRITE VR-PRINT-LINE FROM WS-CYCLE-LINE.
005700     WRITE VR-PRINT-LINE FROM WS-LIMITS-LINE.
005710     WRITE VR-PRINT-LINE FROM WS-BLANK-LINE.
005720     WRITE VR-PRINT-LINE FROM WS-HEADING-2.
005730 2000-EXIT.
005740     EXIT.
005750*
005760******************************************************************
005770**  2010-NOTE-ONE-RECORD - A NEW RUN OF THE CYCLE'S OWN PERIOD
005780**                         REPLACES ANY EARLIER ONE (A PERIOD
005790**                         NUMBER REUSED IN AN EARLIER YEAR)
005800******************************************************************
005810 2010-NOTE-ONE-RECORD.
005820     PERFORM 2110-READ-HISTORY THRU 2110-EXIT.
005830     IF NOT RECORD-COUNTS
005840         GO TO 2010-EXIT
005850     END-IF.
005860     IF PH-PERIOD-NO = WS-BLOCK-PERIOD
005870         AND WS-BLOCK-NO NOT = ZERO
005880         GO TO 2010-EXIT
005890     END-IF.
005900     IF PH-PERIOD-NO = WS-RUN-PERIOD
005910         MOVE WS-BLOCK-PERIOD TO WS-PREV-PERIOD
005920         MOVE WS-BLOCK-NO TO WS-PREV-BLOCK
005930         ADD 1 TO WS-BLOCK-NO
005940         MOVE WS-BLOCK-NO TO WS-CUR-BLOCK
005950     ELSE
005960         ADD 1 TO WS-BLOCK-NO
005970     END-IF.
005980     MOVE PH-PERIOD-NO TO WS-BLOCK-PERIOD.
005990 2010-EXIT.
006000     EXIT.
006010*
006020******************************************************************
006030**  2100-OPEN-HISTORY - OPEN THE HISTORY FILE FOR A PASS
006040******************************************************************
006050 2100-OPEN-HISTORY.
006060     OPEN INPUT PAY-HISTORY-FILE.
006070     IF WS-HIS-FILE-STATUS NOT = "00"
006080         DISPLAY "PAYVAR: PAY-HISTORY-FILE OPEN FAILED, "
006090             "FILE STATUS " WS-HIS-FILE-STATUS
006100         DISPLAY "PAYVAR: HAS PAYCALC RUN FOR THIS CYCLE?"
006110         MOVE 16 TO RETURN-CODE
006120         STOP RUN
006130     END-IF.
006140     MOVE 'N' TO WS-HIS-EOF-SW.
006150 2100-EXIT.
006160     EXIT.
006170*
006180******************************************************************
006190**  2110-READ-HISTORY - READ THE NEXT HISTORY RECORD; ONLY A PAY
006200**                      RECORD AT THE RUN FREQUENCY COUNTS -
006210**                      REVERSALS AND OTHER FREQUENCIES ARE PASSED
006220**                      OVER
006230******************************************************************
006240 2110-READ-HISTORY.
006250     MOVE 'N' TO WS-IN-BLOCK-SW.
006260     READ PAY-HISTORY-FILE
006270         AT END
006280             MOVE 'Y' TO WS-HIS-EOF-SW
006290             GO TO 2110-EXIT
006300     END-READ.
006310     IF PH-FREQUENCY NOT = WS-RUN-FREQUENCY
006320         OR PH-IS-REVERSAL
006330         GO TO 2110-EXIT
006340     END-IF.
006350     MOVE 'Y' TO WS-IN-BLOCK-SW.
006360 2110-EXIT.
006370     EXIT.
006380*
006390******************************************************************
006400**  3000-TABLE-HISTORY - SECOND PASS: TABLE EACH EMPLOYEE'S LAST
006410**                       RECORD BEFORE THE CYCLE AND THE CYCLE'S
006420**                       OWN RECORD; RUNS AFTER THE CYCLE ARE LEFT
006430**                       OUT
006440******************************************************************
006450 3000-TABLE-HISTORY.
006460     MOVE ZERO TO WS-BLOCK-NO.
006470     MOVE ZERO TO WS-BLOCK-PERIOD.
006480     PERFORM 2100-OPEN-HISTORY THRU 2100-EXIT.
006490     PERFORM 3010-TABLE-ONE-RECORD THRU 3010-EXIT
006500         UNTIL END-OF-HISTORY.
006510     CLOSE PAY-HISTORY-FILE.
006520 3000-EXIT.
006530     EXIT.
006540*
006550******************************************************************
006560**  3010-TABLE-ONE-RECORD - NUMBER THE RECORD'S RUN AS THE FIRST
006570**                          PASS DID AND POST IT TO ITS EMPLOYEE
006580******************************************************************
006590 3010-TABLE-ONE-RECORD.
006600     PERFORM 2110-READ-HISTORY THRU 2110-EXIT.
006610     IF NOT RECORD-COUNTS
006620         GO TO 3010-EXIT
006630     END-IF.
006640     IF PH-PERIOD-NO NOT = WS-BLOCK-PERIOD
006650         OR WS-BLOCK-NO = ZERO
006660         ADD 1 TO WS-BLOCK-NO
006670         MOVE PH-PERIOD-NO TO WS-BLOCK-PERIOD
006680     END-IF.
006690     IF WS-BLOCK-NO > WS-CUR-BLOCK
006700         GO TO 3010-EXIT
006710     END-IF.
006720     ADD 1 TO WS-HIS-READ-COUNT.
006730     PERFORM 3100-FIND-EMPLOYEE THRU 3100-EXIT.
006740     SET WS-EMP-IDX TO WS-MATCH-IDX.
006750     IF WS-BLOCK-NO = WS-CUR-BLOCK
006760         MOVE 'Y' TO WS-EM-CUR-SW (WS-EMP-IDX)
006770         ADD PH-GROSS-PAY TO WS-EM-CUR-GROSS (WS-EMP-IDX)
006780         ADD PH-NET-PAY TO WS-EM-CUR-NET (WS-EMP-IDX)
006790         ADD PH-OT-HOURS TO WS-EM-CUR-OT-HOURS (WS-EMP-IDX)
006800         GO TO 3010-EXIT
006810     END-IF.
006820     IF WS-EM-LAST-BLOCK (WS-EMP-IDX) = WS-BLOCK-NO
006830         ADD PH-GROSS-PAY TO WS-EM-LAST-GROSS (WS-EMP-IDX)
006840         ADD PH-NET-PAY TO WS-EM-LAST-NET (WS-EMP-IDX)
006850     ELSE
006860         MOVE WS-BLOCK-NO TO WS-EM-LAST-BLOCK (WS-EMP-IDX)
006870         MOVE PH-GROSS-PAY TO WS-EM-LAST-GROSS (WS-EMP-IDX)
006880         MOVE PH-NET-PAY TO WS-EM-LAST-NET (WS-EMP-IDX)
006890     END-IF.
006900 3010-EXIT.
006910     EXIT.
006920*
006930******************************************************************
006940**  3100-FIND-EMPLOYEE - FIND OR ADD THE RECORD'S EMPLOYEE ENTRY;
006950**                       A FULL TABLE STOPS THE RUN, SINCE A
006960**                       PARTIAL REVIEW WOULD LOOK CLEAN
006970******************************************************************
006980 3100-FIND-EMPLOYEE.
006990     MOVE ZERO TO WS-MATCH-IDX.
007000     PERFORM 3110-SEARCH-EMPLOYEE THRU 3110-EXIT
007010         VARYING WS-EMP-IDX FROM 1 BY 1
007020         UNTIL WS-EMP-IDX > WS-EMP-COUNT
007030         OR WS-MATCH-IDX NOT = ZERO.
007040     IF WS-MATCH-IDX NOT = ZERO
007050         GO TO 3100-EXIT
007060     END-IF.
007070     IF WS-EMP-COUNT = 2000
007080         DISPLAY "PAYVAR: EMPLOYEE TABLE FULL AT EMP-ID "
007090             PH-EMP-ID
007100         MOVE 16 TO RETURN-CODE
007110         STOP RUN
007120     END-IF.
007130     ADD 1 TO WS-EMP-COUNT.
007140     SET WS-EMP-IDX TO WS-EMP-COUNT.
007150     MOVE PH-EMP-ID TO WS-EM-EMP-ID (WS-EMP-IDX).
007160     MOVE ZERO TO WS-EM-LAST-BLOCK (WS-EMP-IDX).
007170     MOVE ZERO TO WS-EM-LAST-GROSS (WS-EMP-IDX).
007180     MOVE ZERO TO WS-EM-LAST-NET (WS-EMP-IDX).
007190     MOVE 'N' TO WS-EM-CUR-SW (WS-EMP-IDX).
007200     MOVE ZERO TO WS-EM-CUR-GROSS (WS-EMP-IDX).
007210     MOVE ZERO TO WS-EM-CUR-NET (WS-EMP-IDX).
007220     MOVE ZERO TO WS-EM-CUR-OT-HOURS (WS-EMP-IDX).
007230     MOVE 'N' TO WS-EM-DONE-SW (WS-EMP-IDX).
007240     MOVE WS-EMP-COUNT TO WS-MATCH-IDX.
007250 3100-EXIT.
007260     EXIT.
007270*
007280******************************************************************
007290**  3110-SEARCH-EMPLOYEE - TEST ONE TABLE ENTRY FOR AN EMP-ID
007300**                         MATCH
007310******************************************************************
007320 3110-SEARCH-EMPLOYEE.
007330     IF PH-EMP-ID = WS-EM-EMP-ID (WS-EMP-IDX)
007340         SET WS-MATCH-IDX TO WS-EMP-IDX
007350     END-IF.
007360 3110-EXIT.
007370     EXIT.
007380*
007390******************************************************************
007400**  4000-REVIEW-NEXT-EMPLOYEE - REVIEW THE LOWEST EMP-ID NOT YET
007410**                              REVIEWED, SO THE REPORT RUNS IN
007420**                              EMP-ID ORDER
007430******************************************************************
007440 4000-REVIEW-NEXT-EMPLOYEE.
007450     MOVE ZERO TO WS-LOW-IDX.
007460     PERFORM 4010-TEST-LOWEST THRU 4010-EXIT
007470         VARYING WS-EMP-IDX FROM 1 BY 1
007480         UNTIL WS-EMP-IDX > WS-EMP-COUNT.
007490     IF WS-LOW-IDX = ZERO
007500         GO TO 4000-EXIT
007510     END-IF.
007520     SET WS-EMP-IDX TO WS-LOW-IDX.
007530     MOVE 'Y' TO WS-EM-DONE-SW (WS-EMP-IDX).
007540     IF NOT WS-EM-PAID-THIS-CYCLE (WS-EMP-IDX)
007550         AND (WS-PREV-BLOCK = ZERO
007560             OR WS-EM-LAST-BLOCK (WS-EMP-IDX) NOT = WS-PREV-BLOCK)
007570         GO TO 4000-EXIT
007580     END-IF.
007590     PERFORM 4100-READ-PAY-MASTER THRU 4100-EXIT.
007600     PERFORM 4200-ADD-TO-DEPT THRU 4200-EXIT.
007610     PERFORM 4300-TEST-EMPLOYEE THRU 4300-EXIT.
007620 4000-EXIT.
007630     EXIT.
007640*
007650******************************************************************
007660**  4010-TEST-LOWEST - KEEP THE LOWER OF THIS ENTRY AND THE LOWEST
007670**                     UNREVIEWED ENTRY FOUND SO FAR
007680******************************************************************
007690 4010-TEST-LOWEST.
007700     IF WS-EM-REVIEWED (WS-EMP-IDX)
007710         GO TO 4010-EXIT
007720     END-IF.
007730     IF WS-LOW-IDX = ZERO
007740         SET WS-LOW-IDX TO WS-EMP-IDX
007750         GO TO 4010-EXIT
007760     END-IF.
007770     IF WS-EM-EMP-ID (WS-EMP-IDX) < WS-EM-EMP-ID (WS-LOW-IDX)
007780         SET WS-LOW-IDX TO WS-EMP-IDX
007790     END-IF.
007800 4010-EXIT.
007810     EXIT.
007820*
007830******************************************************************
007840**  4100-READ-PAY-MASTER - LOOK THE EMPLOYEE UP ON THE CYCLE'S NEW
007850**                         MASTER FOR NAME AND DEPT-CODE
007860******************************************************************
007870 4100-READ-PAY-MASTER.
007880     MOVE 'N' TO WS-MAST-FOUND-SW.
007890     MOVE "---" TO WS-EMP-DEPT.
007900     MOVE WS-EM-EMP-ID (WS-EMP-IDX) TO EMP-ID OF PAY-MASTER-REC.
007910     READ PAY-MASTER-FILE
007920         INVALID KEY
007930             GO TO 4100-EXIT
007940         NOT INVALID KEY
007950             MOVE 'Y' TO WS-MAST-FOUND-SW
007960     END-READ.
007970     MOVE DEPT-CODE TO WS-EMP-DEPT.
007980 4100-EXIT.
007990     EXIT.
008000*
008010******************************************************************
008020**  4200-ADD-TO-DEPT - ADD THE EMPLOYEE'S GROSS FOR LAST CYCLE AND
008030**                     THIS ONE TO THE DEPARTMENT AND COMPANY
008040**                     TOTALS
008050******************************************************************
008060 4200-ADD-TO-DEPT.
008070     PERFORM 4210-FIND-DEPT THRU 4210-EXIT.
008080     IF WS-PREV-BLOCK NOT = ZERO
008090         AND WS-EM-LAST-BLOCK (WS-EMP-IDX) = WS-PREV-BLOCK
008100         ADD 1 TO WS-TOTAL-PRIOR-COUNT
008110         ADD WS-EM-LAST-GROSS (WS-EMP-IDX) TO WS-TOTAL-PRIOR-GROSS
008120         IF WS-DEPT-SLOT NOT = ZERO
008130             SET WS-DEPT-IDX TO WS-DEPT-SLOT
008140             ADD 1 TO WS-DEPT-PRIOR-COUNT (WS-DEPT-IDX)
008150             ADD WS-EM-LAST-GROSS (WS-EMP-IDX) TO
008160                 WS-DEPT-PRIOR-GROSS (WS-DEPT-IDX)
008170         END-IF
008180     END-IF.
008190     IF WS-EM-PAID-THIS-CYCLE (WS-EMP-IDX)
008200         ADD 1 TO WS-TOTAL-CUR-COUNT
008210         ADD WS-EM-CUR-GROSS (WS-EMP-IDX) TO WS-TOTAL-CUR-GROSS
008220         IF WS-DEPT-SLOT NOT = ZERO
008230             SET WS-DEPT-IDX TO WS-DEPT-SLOT
008240             ADD 1 TO WS-DEPT-CUR-COUNT (WS-DEPT-IDX)
008250             ADD WS-EM-CUR-GROSS (WS-EMP-IDX) TO
008260                 WS-DEPT-CUR-GROSS (WS-DEPT-IDX)
008270         END-IF
008280     END-IF.
008290 4200-EXIT.
008300     EXIT.
008310*
008320******************************************************************
008330**  4210-FIND-DEPT - FIND OR ADD THE EMPLOYEE'S DEPARTMENT SLOT;
008340**                   ZERO IS LEFT WHEN THE TABLE IS FULL
008350******************************************************************
008360 4210-FIND-DEPT.
008370     MOVE ZERO TO WS-MATCH-IDX.
008380     PERFORM 4220-SEARCH-DEPT THRU 4220-EXIT
008390         VARYING WS-DEPT-IDX FROM 1 BY 1
008400         UNTIL WS-DEPT-IDX > WS-DEPT-COUNT.
008410     IF WS-MATCH-IDX = ZERO
008420         IF WS-DEPT-COUNT = 50
008430             DISPLAY "PAYVAR: DEPT TABLE FULL - " WS-EMP-DEPT
008440                 " LEFT OUT OF THE SUMMARY"
008450         ELSE
008460             ADD 1 TO WS-DEPT-COUNT
008470             SET WS-DEPT-IDX TO WS-DEPT-COUNT
008480             MOVE WS-EMP-DEPT TO WS-DEPT-CODE (WS-DEPT-IDX)
008490             MOVE WS-DEPT-COUNT TO WS-MATCH-IDX
008500         END-IF
008510     END-IF.
008520     MOVE WS-MATCH-IDX TO WS-DEPT-SLOT.
008530 4210-EXIT.
008540     EXIT.
008550*
008560******************************************************************
008570**  4220-SEARCH-DEPT - TEST ONE TABLE ENTRY FOR A DEPT-CODE MATCH
008580******************************************************************
008590 4220-SEARCH-DEPT.
008600     IF WS-MATCH-IDX = ZERO
008610         AND WS-EMP-DEPT = WS-DEPT-CODE (WS-DEPT-IDX)
008620         SET WS-MATCH-IDX TO WS-DEPT-IDX
008630     END-IF.
008640 4220-EXIT.
008650     EXIT.
008660*
008670******************************************************************
008680**  4300-TEST-EMPLOYEE - APPLY EACH REVIEW TEST TO THE EMPLOYEE
008690**                       AND PRINT ONE LINE PER TEST FAILED
008700******************************************************************
008710 4300-TEST-EMPLOYEE.
008720     MOVE 'Y' TO WS-FIRST-LINE-SW.
008730     MOVE SPACES TO WS-DETAIL-LINE.
008740     IF NOT WS-EM-PAID-THIS-CYCLE (WS-EMP-IDX)
008750         MOVE "NOT PAID THIS CYCLE" TO DL-NOTE
008760         PERFORM 4400-PRINT-FLAG THRU 4400-EXIT
008770         ADD 1 TO WS-FLAGGED-COUNT
008780         GO TO 4300-EXIT
008790     END-IF.
008800     IF WS-EM-LAST-BLOCK (WS-EMP-IDX) = ZERO
008810         MOVE "FIRST PAY AT FREQUENCY" TO DL-NOTE
008820         PERFORM 4400-PRINT-FLAG THRU 4400-EXIT
008830     ELSE
008840         PERFORM 4310-TEST-CHANGES THRU 4310-EXIT
008850     END-IF.
008860     IF WS-EM-CUR-NET (WS-EMP-IDX) < WS-LIMIT-NET-FLOOR
008870         MOVE "NET BELOW FLOOR" TO DL-NOTE
008880         PERFORM 4400-PRINT-FLAG THRU 4400-EXIT
008890     END-IF.
008900     IF WS-EM-CUR-OT-HOURS (WS-EMP-IDX) > WS-LIMIT-OT-HOURS
008910         MOVE "OVERTIME OVER LIMIT" TO DL-NOTE
008920         PERFORM 4400-PRINT-FLAG THRU 4400-EXIT
008930     END-IF.
008940     IF NOT FIRST-LINE-OF-EMP
008950         ADD 1 TO WS-FLAGGED-COUNT
008960     END-IF.
008970 4300-EXIT.
008980     EXIT.
008990*
009000******************************************************************
009010**  4310-TEST-CHANGES - PERCENT CHANGE IN GROSS AND NET FROM THE
009020**                      EMPLOYEE'S LAST RECORD; A ZERO LAST AMOUNT
009030**                      GIVES NO PERCENT
009040******************************************************************
009050 4310-TEST-CHANGES.
009060     MOVE WS-EM-LAST-GROSS (WS-EMP-IDX) TO WS-PCT-BASE.
009070     MOVE WS-EM-CUR-GROSS (WS-EMP-IDX) TO WS-PCT-NEW.
009080     PERFORM 4320-COMPUTE-CHANGE THRU 4320-EXIT.
009090     MOVE WS-PCT-CHANGE TO WS-GROSS-CHANGE.
009100     MOVE WS-EM-LAST-NET (WS-EMP-IDX) TO WS-PCT-BASE.
009110     MOVE WS-EM-CUR-NET (WS-EMP-IDX) TO WS-PCT-NEW.
009120     PERFORM 4320-COMPUTE-CHANGE THRU 4320-EXIT.
009130     MOVE WS-PCT-CHANGE TO WS-NET-CHANGE.
009140     IF WS-GROSS-CHANGE > WS-LIMIT-PERCENT
009150         OR WS-GROSS-CHANGE < ZERO - WS-LIMIT-PERCENT
009160         MOVE "GROSS CHANGE OVER LIMIT" TO DL-NOTE
009170         PERFORM 4400-PRINT-FLAG THRU 4400-EXIT
009180     END-IF.
009190     IF WS-NET-CHANGE > WS-LIMIT-PERCENT
009200         OR WS-NET-CHANGE < ZERO - WS-LIMIT-PERCENT
009210         MOVE "NET CHANGE OVER LIMIT" TO DL-NOTE
009220         PERFORM 4400-PRINT-FLAG THRU 4400-EXIT
009230     END-IF.
009240 4310-EXIT.
009250     EXIT.
009260*
009270******************************************************************
009280**  4320-COMPUTE-CHANGE - PERCENT CHANGE FROM WS-PCT-BASE TO
009290**                        WS-PCT-NEW, HELD AT 9999.9 SO A RUNAWAY
009300**                        AMOUNT STILL PRINTS
009310******************************************************************
009320 4320-COMPUTE-CHANGE.
009330     MOVE ZERO TO WS-PCT-CHANGE.
009340     IF WS-PCT-BASE = ZERO
009350         GO TO 4320-EXIT
009360     END-IF.
009370     IF WS-PCT-NEW > WS-PCT-BASE * 99
009380         MOVE 9999.9 TO WS-PCT-CHANGE
009390         GO TO 4320-EXIT
009400     END-IF.
009410     COMPUTE WS-PCT-CHANGE ROUNDED =
009420         (WS-PCT-NEW - WS-PCT-BASE) * 100 / WS-PCT-BASE.
009430 4320-EXIT.
009440     EXIT.
009450*
009460******************************************************************
009470**  4400-PRINT-FLAG - ONE REPORT LINE PER TEST FAILED; THE
009480**                    EMPLOYEE'S OWN FIGURES PRINT ON THE FIRST
009490**                    LINE ONLY
009500******************************************************************
009510 4400-PRINT-FLAG.
009520     IF FIRST-LINE-OF-EMP
009530         PERFORM 4410-FORMAT-EMPLOYEE THRU 4410-EXIT
009540     END-IF.
009550     WRITE VR-PRINT-LINE FROM WS-DETAIL-LINE.
009560     MOVE SPACES TO WS-DETAIL-LINE.
009570     ADD 1 TO WS-FLAG-COUNT.
009580 4400-EXIT.
009590     EXIT.
009600*
009610******************************************************************
009620**  4410-FORMAT-EMPLOYEE - THE EMPLOYEE'S IDENTIFICATION AND THE
009630**                         FIGURES BEHIND THE TESTS
009640******************************************************************
009650 4410-FORMAT-EMPLOYEE.
009660     MOVE WS-EM-EMP-ID (WS-EMP-IDX) TO DL-EMP-ID.
009670     IF ON-PAY-MASTER
009680         MOVE EMP-NAME TO DL-EMP-NAME
009690     ELSE
009700         MOVE "NOT ON PAYMAST" TO DL-EMP-NAME
009710     END-IF.
009720     MOVE WS-EMP-DEPT TO DL-DEPT-CODE.
009730     IF WS-EM-LAST-BLOCK (WS-EMP-IDX) NOT = ZERO
009740         MOVE WS-EM-LAST-GROSS (WS-EMP-IDX) TO DL-LAST-GROSS
009750         MOVE WS-EM-LAST-NET (WS-EMP-IDX) TO DL-LAST-NET
009760     END-IF.
009770     IF WS-EM-PAID-THIS-CYCLE (WS-EMP-IDX)
009780         MOVE WS-EM-CUR-GROSS (WS-EMP-IDX) TO DL-GROSS
009790         MOVE WS-EM-CUR-NET (WS-EMP-IDX) TO DL-NET
009800         MOVE WS-EM-CUR-OT-HOURS (WS-EMP-IDX) TO DL-OT-HOURS
009810     END-IF.
009820     IF WS-EM-PAID-THIS-CYCLE (WS-EMP-IDX)
009830         AND WS-EM-LAST-BLOCK (WS-EMP-IDX) NOT = ZERO
009840         MOVE WS-GROSS-CHANGE TO DL-GROSS-CHANGE
009850         MOVE WS-NET-CHANGE TO DL-NET-CHANGE
009860     END-IF.
009870     MOVE 'N' TO WS-FIRST-LINE-SW.
009880 4410-EXIT.
009890     EXIT.
009900*
009910******************************************************************
009920**  5000-PRINT-SUMMARY - GROSS SWING FROM LAST CYCLE TO THIS ONE
009930**                       BY DEPARTMENT, THEN FOR THE COMPANY
009940******************************************************************
009950 5000-PRINT-SUMMARY.
009960     WRITE VR-PRINT-LINE FROM WS-BLANK-LINE.
009970     WRITE VR-PRINT-LINE FROM WS-SUMMARY-HEADING-1.
009980     WRITE VR-PRINT-LINE FROM WS-SUMMARY-HEADING-2.
009990     PERFORM 5100-PRINT-ONE-DEPT THRU 5100-EXIT
010000         VARYING WS-DEPT-IDX FROM 1 BY 1
010010         UNTIL WS-DEPT-IDX > WS-DEPT-COUNT.
010020     MOVE SPACES TO WS-SUMMARY-LINE.
010030     MOVE "ALL" TO SL-DEPT-CODE.
010040     MOVE WS-TOTAL-PRIOR-COUNT TO SL-PRIOR-COUNT.
010050     MOVE WS-TOTAL-PRIOR-GROSS TO SL-PRIOR-GROSS.
010060     MOVE WS-TOTAL-CUR-COUNT TO SL-CUR-COUNT.
010070     MOVE WS-TOTAL-CUR-GROSS TO SL-CUR-GROSS.
010080     MOVE WS-TOTAL-PRIOR-GROSS TO WS-PCT-BASE.
010090     MOVE WS-TOTAL-CUR-GROSS TO WS-PCT-NEW.
010100     PERFORM 5200-FORMAT-SWING THRU 5200-EXIT.
010110     WRITE VR-PRINT-LINE FROM WS-SUMMARY-LINE.
010120 5000-EXIT.
010130     EXIT.
010140*
010150******************************************************************
010160**  5100-PRINT-ONE-DEPT - ONE DEPARTMENT SWING LINE
010170******************************************************************
010180 5100-PRINT-ONE-DEPT.
010190     MOVE SPACES TO WS-SUMMARY-LINE.
010200     MOVE WS-DEPT-CODE (WS-DEPT-IDX) TO SL-DEPT-CODE.
010210     MOVE WS-DEPT-PRIOR-COUNT (WS-DEPT-IDX) TO SL-PRIOR-COUNT.
010220     MOVE WS-DEPT-PRIOR-GROSS (WS-DEPT-IDX) TO SL-PRIOR-GROSS.
010230     MOVE WS-DEPT-CUR-COUNT (WS-DEPT-IDX) TO SL-CUR-COUNT.
010240     MOVE WS-DEPT-CUR-GROSS (WS-DEPT-IDX) TO SL-CUR-GROSS.
010250     MOVE WS-DEPT-PRIOR-GROSS (WS-DEPT-IDX) TO WS-PCT-BASE.
010260     MOVE WS-DEPT-CUR-GROSS (WS-DEPT-IDX) TO WS-PCT-NEW.
010270     PERFORM 5200-FORMAT-SWING THRU 5200-EXIT.
010280     WRITE VR-PRINT-LINE FROM WS-SUMMARY-LINE.
010290 5100-EXIT.
010300     EXIT.
010310*
010320******************************************************************
010330**  5200-FORMAT-SWING - THE SWING IN GROSS AND, WHERE THERE WAS A
010340**                      GROSS LAST CYCLE, ITS PERCENT
010350******************************************************************
010360 5200-FORMAT-SWING.
010370     COMPUTE WS-SWING = WS-PCT-NEW - WS-PCT-BASE.
010380     MOVE WS-SWING TO SL-SWING.
010390     IF WS-PCT-BASE NOT = ZERO
010400         PERFORM 4320-COMPUTE-CHANGE THRU 4320-EXIT
010410         MOVE WS-PCT-CHANGE TO SL-SWING-PCT
010420     END-IF.
010430 5200-EXIT.
010440     EXIT.
010450*
010460******************************************************************
010470**  8000-TERMINATE - PRINT THE CONTROL COUNTS, SET THE CONDITION
010480**                   CODE, RECORD COMPLETION AND CLOSE FILES
010490******************************************************************
010500 8000-TERMINATE.
010510     WRITE VR-PRINT-LINE FROM WS-BLANK-LINE.
010520     MOVE SPACES TO WS-COUNT-LINE.
010530     MOVE "HISTORY RECORDS USED = " TO CL-LABEL.
010540     MOVE WS-HIS-READ-COUNT TO CL-COUNT.
010550     WRITE VR-PRINT-LINE FROM WS-COUNT-LINE.
010560     MOVE "PAID THIS CYCLE      = " TO CL-LABEL.
010570     MOVE WS-TOTAL-CUR-COUNT TO CL-COUNT.
010580     WRITE VR-PRINT-LINE FROM WS-COUNT-LINE.
010590     MOVE "PAID LAST CYCLE      = " TO CL-LABEL.
010600     MOVE WS-TOTAL-PRIOR-COUNT TO CL-COUNT.
010610     WRITE VR-PRINT-LINE FROM WS-COUNT-LINE.
010620     MOVE "EMPLOYEES LISTED     = " TO CL-LABEL.
010630     MOVE WS-FLAGGED-COUNT TO CL-COUNT.
010640     WRITE VR-PRINT-LINE FROM WS-COUNT-LINE.
010650     MOVE "VARIANCES FOUND      = " TO CL-LABEL.
010660     MOVE WS-FLAG-COUNT TO CL-COUNT.
010670     WRITE VR-PRINT-LINE FROM WS-COUNT-LINE.
010680     IF WS-FLAGGED-COUNT > ZERO
010690         MOVE 4 TO RETURN-CODE
010700     ELSE
010710         MOVE ZERO TO RETURN-CODE
010720     END-IF.
010730     PERFORM 8500-RECORD-COMPLETION THRU 8500-EXIT.
010740     CLOSE PAY-MASTER-FILE.
010750     CLOSE VARIANCE-REPORT.
010760 8000-EXIT.
010770     EXIT.
010780*
010790******************************************************************
010800**  8500-RECORD-COMPLETION - RECORD THIS STEP'S COMPLETION ON
010810**                           THE RUN-CONTROL FILE WITH ITS
010820**                           CONDITION CODE
010830******************************************************************
010840 8500-RECORD-COMPLETION.
010850     OPEN EXTEND RUN-CONTROL-FILE.
010860     IF WS-CTL-FILE-STATUS NOT = "00" AND "05"
010870         DISPLAY "PAYVAR: RUN-CONTROL-FILE OPEN EXTEND FAILED, "
010880             "FILE STATUS " WS-CTL-FILE-STATUS
010890         MOVE 16 TO RETURN-CODE
010900         STOP RUN
010910     END-IF.
010920     MOVE SPACES TO RUN-CONTROL-REC.
010930     MOVE WS-RUN-FREQUENCY TO CT-FREQUENCY.
010940     MOVE WS-RUN-PERIOD TO CT-PERIOD-NO.
010950     MOVE "PAYVAR" TO CT-STEP.
010960     MOVE RETURN-CODE TO CT-CONDITION.
010970     ACCEPT WS-CTL-DATE FROM DATE YYYYMMDD.
010980     MOVE WS-CTL-DATE TO CT-RUN-DATE.
010990     WRITE RUN-CONTROL-REC.
011000     CLOSE RUN-CONTROL-FILE.
011010 8500-EXIT.
011020     EXIT.
