000010*
000020* PROGRAM      PAYERTX
000030* AUTHOR       R. J. KOWALCZYK
000040* INSTALLATION CENTRAL PAYROLL SYSTEMS
000050* DATE-WRITTEN 10/15/2026
000060*
000070* REMARKS.
000080*     PRICES THE EMPLOYER'S SHARE OF THE PAYROLL TAXES FOR A
000090*     BALANCED PAY RUN - THE SOCIAL SECURITY AND MEDICARE MATCH
000100*     AND FEDERAL AND STATE UNEMPLOYMENT - SO IT IS NO LONGER
000110*     WORKED OUT BY HAND FROM THE PAYDEPT SUBTOTALS.  EACH
000120*     EMPLOYEE'S GROSS FOR THE CYCLE NAMED ON THE COMMAND LINE IS
000130*     TAKEN FROM THE PAY HISTORY DETAIL FILE (PAYHIST, SEE
000140*     COPY/PAYHREC.cpy), AND THE EMPLOYEE'S YTD-GROSS, DEPT-CODE
000150*     AND WORK-STATE FROM THE CYCLE'S NEW MASTER (PAYMAST).  THE
000160*     TAXES ARE PRICED FROM THE ERTRATE CONTROL FILE OPERATIONS
000170*     MAINTAINS (SEE COPY/ERTRATE.cpy): EACH TAX CARRIES A RATE
000180*     AND AN ANNUAL WAGE-BASE CAP, AND ONLY THE PART OF THE
000190*     CYCLE'S GROSS THAT FALLS UNDER THE CAP, GIVEN THE YTD-GROSS
000200*     BEFORE THE CYCLE (PAYMAST YTD-GROSS LESS THE CYCLE'S GROSS),
000210*     IS TAXED - SO A TAX STOPS IN THE CYCLE THE EMPLOYEE CROSSES
000220*     THE CAP.  STATE UNEMPLOYMENT IS PRICED FROM THE RATE RECORD
000230*     FOR THE EMPLOYEE'S WORK-STATE; AN EMPLOYEE WHOSE WORK-STATE
000240*     HAS NO STATE RATE IS LISTED AS AN EXCEPTION.
000250*
000260*     THE EMPLOYER TAX REGISTER (ERTREG) LISTS EVERY EMPLOYEE'S
000270*     TAXES LINE BY LINE, THEN SUMMARIZES THEM BY DEPT-CODE AND
000280*     TAX CODE WITH COMPANY TOTALS.  ONE ACCRUAL RECORD PER
000290*     EMPLOYEE PER TAX (ERTACR, SEE COPY/ERTACR.cpy) IS WRITTEN
000300*     FOR PAYGL, WHICH DEBITS EACH DEPARTMENT'S EMPLOYER TAX
000310*     EXPENSE AND CREDITS EACH TAX'S LIABILITY ACCOUNT.
000320*
000330*     THE STEP RUNS AFTER PAYBAL: THE RUN-CONTROL FILE (PAYCTL,
000340*     SEE COPY/CTLREC.cpy) MUST SHOW PAYBAL PASSED THE CYCLE WITH
000350*     CONDITION 00.  THE STEP RECORDS ITS OWN COMPLETION THERE;
000360*     PAYGL REFUSES A CYCLE THIS STEP HAS NOT COMPLETED CLEAN.
000370*     RETURN-CODE IS 8 WHEN ANY EMPLOYEE WAS LISTED AS AN
000380*     EXCEPTION, OTHERWISE 0.
000390*
000400* MODIFICATION HISTORY.
000410*     10/15/2026  RJK  ORIGINAL PROGRAM.
000420*
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. PAYERTX.
000450 AUTHOR. R. J. KOWALCZYK.
000460 INSTALLATION. CENTRAL PAYROLL SYSTEMS.
000470 DATE-WRITTEN. 10/15/2026.
000480 DATE-COMPILED.
000490*
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER. GNUCOBOL.
000530 OBJECT-COMPUTER. GNUCOBOL.
000540*
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT PAY-MASTER-FILE ASSIGN TO "PAYMAST"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS SEQUENTIAL
000600         RECORD KEY IS EMP-ID OF PAY-MASTER-REC
000610         FILE STATUS IS WS-NEW-FILE-STATUS.
000620
000630     SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-HIS-FILE-STATUS.
000660
000670     SELECT RATE-FILE ASSIGN TO "ERTRATE"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-RAT-FILE-STATUS.
000700
000710     SELECT ACCRUAL-FILE ASSIGN TO "ERTACR"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-ACR-FILE-STATUS.
000740
000750     SELECT ER-TAX-REGISTER ASSIGN TO "ERTREG"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-REG-FILE-STATUS.
000780
000790     SELECT CALENDAR-FILE ASSIGN TO "PAYCAL"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-CAL-FILE-STATUS.
000820
000830     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "PAYCTL"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-CTL-FILE-STATUS.
000860*
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  PAY-MASTER-FILE
000900     RECORDING MODE IS F.
000910 COPY EMPREC REPLACING EMP-REC BY PAY-MASTER-REC.
000920*
000930 FD  PAY-HISTORY-FILE
000940     RECORDING MODE IS F.
000950 COPY PAYHREC.
000960*
000970 FD  RATE-FILE
000980     RECORDING MODE IS F.
000990 COPY ERTRATE.
001000*
001010 FD  ACCRUAL-FILE
001020     RECORDING MODE IS F.
001030 COPY ERTACR.
001040*
001050 FD  ER-TAX-REGISTER
001060     RECORDING MODE IS F.
001070 01  ER-PRINT-LINE               PIC X(132).
001080*
001090 FD  CALENDAR-FILE
001100     RECORDING MODE IS F.
001110 COPY CALREC.
001120*
001130 FD  RUN-CONTROL-FILE
001140     RECORDING MODE IS F.
001150 COPY CTLREC.
001160*
001170 WORKING-STORAGE SECTION.
001180*
001190*-----------------------------------------------------------------
001200* FILE STATUS AND CONTROL SWITCHES
001210*-----------------------------------------------------------------
001220 01  WS-NEW-FILE-STATUS          PIC X(2).
001230 01  WS-HIS-FILE-STATUS          PIC X(2).
001240 01  WS-RAT-FILE-STATUS          PIC X(2).
001250 01  WS-ACR-FILE-STATUS          PIC X(2).
001260 01  WS-REG-FILE-STATUS          PIC X(2).
001270 01  WS-CAL-FILE-STATUS          PIC X(2).
001280 01  WS-CTL-FILE-STATUS          PIC X(2).
001290*
001300 01  WS-SWITCHES.
001310     05  WS-EOF-SW                PIC X(1)   VALUE 'N'.
001320         88  END-OF-PAY-MASTER               VALUE 'Y'.
001330     05  WS-HIS-EOF-SW            PIC X(1)   VALUE 'N'.
001340         88  END-OF-HISTORY                  VALUE 'Y'.
001350     05  WS-RAT-EOF-SW            PIC X(1)   VALUE 'N'.
001360         88  END-OF-RATE-FILE                VALUE 'Y'.
001370     05  WS-CAL-EOF-SW            PIC X(1)   VALUE 'N'.
001380         88  END-OF-CALENDAR                 VALUE 'Y'.
001390     05  WS-CYCLE-SW              PIC X(1)   VALUE 'N'.
001400         88  EMP-IN-CYCLE                    VALUE 'Y'.
001410     05  WS-HIS-FOUND-SW          PIC X(1)   VALUE 'N'.
001420         88  HISTORY-WAS-FOUND               VALUE 'Y'.
001430     05  WS-CTL-EOF-SW            PIC X(1)   VALUE 'N'.
001440         88  END-OF-CONTROLS                 VALUE 'Y'.
001450     05  WS-BAL-SEEN-SW           PIC X(1)   VALUE 'N'.
001460         88  PAYBAL-RECORDED                 VALUE 'Y'.
001470     05  WS-STATE-RATE-SW         PIC X(1)   VALUE 'N'.
001480         88  STATE-RATE-FOUND                VALUE 'Y'.
001490     05  WS-FIRST-LINE-SW         PIC X(1)   VALUE 'Y'.
001500         88  FIRST-LINE-OF-EMP               VALUE 'Y'.
001510*
001520 77  WS-BAL-CONDITION             PIC 9(2)    VALUE 99.
001530 77  WS-CTL-DATE                  PIC 9(8)    VALUE ZERO.
001540*
001550*-----------------------------------------------------------------
001560* RUN CYCLE PARAMETER AND CALENDAR DETAIL
001570*-----------------------------------------------------------------
001580 01  WS-RUN-PARM.
001590     05  WS-PARM-FREQUENCY       PIC X(1).
001600     05  FILLER                  PIC X(1).
001610     05  WS-PARM-PERIOD-X        PIC X(3).
001620 77  WS-RUN-FREQUENCY            PIC X(1)    VALUE 'M'.
001630 77  WS-RUN-PERIOD               PIC 9(3)    VALUE ZERO.
001640 01  WS-CYCLE-DETAIL.
001650     05  WS-CAL-START-DATE       PIC 9(8)    VALUE ZERO.
001660     05  WS-CAL-END-DATE         PIC 9(8)    VALUE ZERO.
001670     05  WS-CAL-CHECK-DATE       PIC 9(8)    VALUE ZERO.
001680     05  WS-CAL-STD-HOURS        PIC 9(3)    VALUE ZERO.
001690*
001700*-----------------------------------------------------------------
001710* EMPLOYER TAX RATE TABLE, LOADED FROM THE ERTRATE CONTROL FILE,
001720* AND THE DISTINCT TAX CODES IT CARRIES WITH COMPANY TOTALS
001730*-----------------------------------------------------------------
001740 01  WS-RATE-TABLE.
001750     05  WS-RATE-COUNT            PIC 9(3)    VALUE ZERO.
001760     05  WS-RATE-ENTRY            OCCURS 30 TIMES
001770                                  INDEXED BY WS-RATE-IDX.
001780         10  WS-RT-TAX-CODE       PIC X(3).
001790         10  WS-RT-STATE          PIC X(2).
001800         10  WS-RT-RATE           PIC 9(2)V9(4).
001810         10  WS-RT-WAGE-BASE      PIC 9(9)V99.
001820         10  WS-RT-CODE-NO        PIC 9(2).
001830 77  WS-STATE-RATE-COUNT          PIC 9(3)    VALUE ZERO.
001840*
001850 01  WS-CODE-TABLE.
001860     05  WS-CODE-COUNT            PIC 9(2)    VALUE ZERO.
001870     05  WS-CODE-ENTRY            OCCURS 10 TIMES
001880                                  INDEXED BY WS-CODE-IDX.
001890         10  WS-CD-TAX-CODE       PIC X(3).
001900         10  WS-CD-TAXABLE        PIC 9(9)V99 VALUE ZERO.
001910         10  WS-CD-AMOUNT         PIC 9(9)V99 VALUE ZERO.
001920*
001930*-----------------------------------------------------------------
001940* DEPARTMENT ACCUMULATORS - ONE SLOT PER TAX CODE, PARALLEL TO
001950* WS-CODE-ENTRY
001960*-----------------------------------------------------------------
001970 01  WS-DEPT-TABLE.
001980     05  WS-DEPT-COUNT            PIC 9(3)    VALUE ZERO.
001990     05  WS-DEPT-ENTRY            OCCURS 50 TIMES
002000                                  INDEXED BY WS-DEPT-IDX.
002010         10  WS-DEPT-CODE         PIC X(3).
002020         10  WS-DEPT-TAX          OCCURS 10 TIMES
002030                                  INDEXED BY WS-DT-IDX.
002040             15  WS-DT-TAXABLE    PIC 9(9)V99 VALUE ZERO.
002050             15  WS-DT-AMOUNT     PIC 9(9)V99 VALUE ZERO.
002060*
002070 77  WS-MATCH-IDX                 PIC 9(3)    VALUE ZERO.
002080 77  WS-DEPT-SLOT                 PIC 9(3)    VALUE ZERO.
002090 77  WS-PRIOR-YTD                 PIC S9(9)V99 VALUE ZERO.
002100 77  WS-ROOM                      PIC S9(9)V99 VALUE ZERO.
002110 77  WS-TAXABLE                   PIC 9(7)V99 VALUE ZERO.
002120 77  WS-ER-AMOUNT                 PIC 9(7)V99 VALUE ZERO.
002130 77  WS-SUM-AMOUNT                PIC 9(9)V99 VALUE ZERO.
002140 77  WS-EMP-COUNT                 PIC 9(5)    VALUE ZERO.
002150 77  WS-ACCRUAL-COUNT             PIC 9(5)    VALUE ZERO.
002160 77  WS-EXCEPTION-COUNT           PIC 9(5)    VALUE ZERO.
002170*
002180*-----------------------------------------------------------------
002190* REGISTER LINE LAYOUTS
002200*-----------------------------------------------------------------
002210 01  WS-HEADING-1.
002220     05  FILLER                   PIC X(36)  VALUE SPACES.
002230     05  FILLER                   PIC X(39)  VALUE
002240         "EMPLOYER PAYROLL TAX REGISTER - PAYERTX".
002250     05  FILLER                   PIC X(57)  VALUE SPACES.
002260*
002270 01  WS-CYCLE-LINE.
002280     05  FILLER                   PIC X(10)  VALUE "FREQUENCY ".
002290     05  CYL-FREQUENCY            PIC X(1).
002300     05  FILLER                   PIC X(9)   VALUE "  PERIOD ".
002310     05  CYL-PERIOD-NO            PIC 9(3).
002320     05  FILLER                   PIC X(8)   VALUE "  START ".
002330     05  CYL-START-DATE           PIC 9(8).
002340     05  FILLER                   PIC X(6)   VALUE "  END ".
002350     05  CYL-END-DATE             PIC 9(8).
002360     05  FILLER                   PIC X(8)   VALUE "  CHECK ".
002370     05  CYL-CHECK-DATE           PIC 9(8).
002380     05  FILLER                   PIC X(63)  VALUE SPACES.
002390*
002400 01  WS-HEADING-2.
002410     05  FILLER                   PIC X(7)   VALUE "EMP-ID".
002420     05  FILLER                   PIC X(22)
002430         VALUE "EMPLOYEE NAME".
002440     05  FILLER                   PIC X(5)   VALUE "DEPT".
002450     05  FILLER                   PIC X(4)   VALUE "ST".
002460     05  FILLER                   PIC X(5)   VALUE "TAX".
002470     05  FILLER                   PIC X(14)  VALUE "  YTD BEFORE".
002480     05  FILLER                   PIC X(12)  VALUE "     GROSS".
002490     05  FILLER                   PIC X(12)  VALUE "   TAXABLE".
002500     05  FILLER                   PIC X(9)   VALUE " RATE %".
002510     05  FILLER                   PIC X(12)  VALUE "  EMPR TAX".
002520     05  FILLER                   PIC X(30)  VALUE "NOTE".
002530*
002540 01  WS-DETAIL-LINE.
002550     05  DL-EMP-ID                PIC X(5).
002560     05  FILLER                   PIC X(2)   VALUE SPACES.
002570     05  DL-EMP-NAME              PIC X(20).
002580     05  FILLER                   PIC X(2)   VALUE SPACES.
002590     05  DL-DEPT-CODE             PIC X(3).
002600     05  FILLER                   PIC X(2)   VALUE SPACES.
002610     05  DL-WORK-STATE            PIC X(2).
002620     05  FILLER                   PIC X(2)   VALUE SPACES.
002630     05  DL-TAX-CODE              PIC X(3).
002640     05  FILLER                   PIC X(2)   VALUE SPACES.
002650     05  DL-PRIOR-YTD             PIC Z(8)9.99.
002660     05  FILLER                   PIC X(2)   VALUE SPACES.
002670     05  DL-GROSS                 PIC Z(6)9.99.
002680     05  FILLER                   PIC X(2)   VALUE SPACES.
002690     05  DL-TAXABLE               PIC Z(6)9.99.
002700     05  FILLER                   PIC X(2)   VALUE SPACES.
002710     05  DL-RATE                  PIC Z9.9999.
002720     05  FILLER                   PIC X(2)   VALUE SPACES.
002730     05  DL-AMOUNT                PIC Z(6)9.99.
002740     05  FILLER                   PIC X(2)   VALUE SPACES.
002750     05  DL-NOTE                  PIC X(30).
002760*
002770 01  WS-SUMMARY-HEADING-1.
002780     05  FILLER                   PIC X(36)  VALUE
002790         "EMPLOYER TAX BY DEPARTMENT AND CODE".
002800     05  FILLER                   PIC X(96)  VALUE SPACES.
002810*
002820 01  WS-SUMMARY-HEADING-2.
002830     05  FILLER                   PIC X(6)   VALUE "DEPT".
002840     05  FILLER                   PIC X(7)   VALUE "TAX".
002850     05  FILLER                   PIC X(14)  VALUE "     TAXABLE".
002860     05  FILLER                   PIC X(12)  VALUE "EMPLOYER TAX".
002870     05  FILLER                   PIC X(93)  VALUE SPACES.
002880*
002890 01  WS-SUMMARY-LINE.
002900     05  SL-DEPT-CODE             PIC X(3).
002910     05  FILLER                   PIC X(3)   VALUE SPACES.
002920     05  SL-TAX-CODE              PIC X(5).
002930     05  FILLER                   PIC X(2)   VALUE SPACES.
002940     05  SL-TAXABLE               PIC Z(8)9.99.
002950     05  FILLER                   PIC X(2)   VALUE SPACES.
002960     05  SL-AMOUNT                PIC Z(8)9.99.
002970     05  FILLER                   PIC X(93)  VALUE SPACES.
002980*
002990 01  WS-COUNT-LINE.
003000     05  CL-LABEL                 PIC X(22).
003010     05  CL-COUNT                 PIC ZZZZ9.
003020     05  FILLER                   PIC X(105) VALUE SPACES.
003030*
003040 01  WS-BLANK-LINE                PIC X(132) VALUE SPACES.
003050*
003060 PROCEDURE DIVISION.
003070*
003080******************************************************************
003090**  0000-MAINLINE - PROGRAM CONTROL
003100******************************************************************
003110 0000-MAINLINE.
003120     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003130     PERFORM 2000-PROCESS-EMPLOYEE THRU 2000-EXIT
003140         UNTIL END-OF-PAY-MASTER.
003150     PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT.
003160     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003170     STOP RUN.
003180*
003190******************************************************************
003200**  1000-INITIALIZE - CHECK THE CYCLE, OPEN FILES, LOAD THE RATE
003210**                    TABLE, PRIME
003220******************************************************************
003230 1000-INITIALIZE.
003240     MOVE SPACES TO WS-RUN-PARM.
003250     ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
003260     IF WS-PARM-FREQUENCY NOT = SPACE
003270         MOVE WS-PARM-FREQUENCY TO WS-RUN-FREQUENCY
003280     END-IF.
003290     IF WS-PARM-PERIOD-X IS NOT NUMERIC
003300         DISPLAY "PAYERTX: RUN PARAMETER MUST NAME THE CYCLE "
003310             "(FREQUENCY AND PERIOD NUMBER)"
003320         MOVE 16 TO RETURN-CODE
003330         STOP RUN
003340     END-IF.
003350     MOVE WS-PARM-PERIOD-X TO WS-RUN-PERIOD.
003360     PERFORM 1300-FIND-CALENDAR THRU 1300-EXIT.
003370     PERFORM 1500-CHECK-RUN-CONTROL THRU 1500-EXIT.
003380     PERFORM 1100-LOAD-RATE-TABLE THRU 1100-EXIT.
003390     OPEN INPUT PAY-MASTER-FILE
003400     OPEN INPUT PAY-HISTORY-FILE
003410     OPEN OUTPUT ACCRUAL-FILE
003420     OPEN OUTPUT ER-TAX-REGISTER.
003430     PERFORM 1050-CHECK-OPENS THRU 1050-EXIT.
003440     WRITE ER-PRINT-LINE FROM WS-HEADING-1.
003450     WRITE ER-PRINT-LINE FROM WS-CYCLE-LINE.
003460     WRITE ER-PRINT-LINE FROM WS-HEADING-2.
003470     PERFORM 2100-READ-PAY-MASTER THRU 2100-EXIT.
003480     PERFORM 2310-READ-HISTORY THRU 2310-EXIT.
003490 1000-EXIT.
003500     EXIT.
003510*
003520******************************************************************
003530**  1050-CHECK-OPENS - EVERY FILE MUST OPEN CLEAN
003540******************************************************************
003550 1050-CHECK-OPENS.
003560     IF WS-NEW-FILE-STATUS NOT = "00"
003570         DISPLAY "PAYERTX: PAY-MASTER-FILE OPEN FAILED, "
003580             "FILE STATUS " WS-NEW-FILE-STATUS
003590         DISPLAY "PAYERTX: HAS PAYCALC WRITTEN PAYMAST FOR THIS "
003600             "CYCLE?"
003610         MOVE 16 TO RETURN-CODE
003620         STOP RUN
003630     END-IF.
003640     IF WS-HIS-FILE-STATUS NOT = "00"
003650         DISPLAY "PAYERTX: PAY-HISTORY-FILE OPEN FAILED, "
003660             "FILE STATUS " WS-HIS-FILE-STATUS
003670         DISPLAY "PAYERTX: HAS PAYCALC RUN FOR THIS CYCLE?"
003680         MOVE 16 TO RETURN-CODE
003690         STOP RUN
003700     END-IF.
003710     IF WS-ACR-FILE-STATUS NOT = "00"
003720         DISPLAY "PAYERTX: ACCRUAL-FILE OPEN FAILED, "
003730             "FILE STATUS " WS-ACR-FILE-STATUS
003740         MOVE 16 TO RETURN-CODE
003750         STOP RUN
003760     END-IF.
003770     IF WS-REG-FILE-STATUS NOT = "00"
003780         DISPLAY "PAYERTX: ER-TAX-REGISTER OPEN FAILED, "
003790             "FILE STATUS " WS-REG-FILE-STATUS
003800         MOVE 16 TO RETURN-CODE
003810         STOP RUN
003820     END-IF.
003830 1050-EXIT.
003840     EXIT.
003850*
003860******************************************************************
003870**  1100-LOAD-RATE-TABLE - TABLE THE ERTRATE CONTROL FILE; AT
003880**                         LEAST ONE RATE IS REQUIRED
003890******************************************************************
003900 1100-LOAD-RATE-TABLE.
003910     OPEN INPUT RATE-FILE.
003920     IF WS-RAT-FILE-STATUS NOT = "00"
003930         DISPLAY "PAYERTX: RATE-FILE OPEN FAILED, "
003940             "FILE STATUS " WS-RAT-FILE-STATUS
003950         DISPLAY "PAYERTX: HAS OPERATIONS SET UP THE ERTRATE "
003960             "RATE FILE?"
003970         MOVE 16 TO RETURN-CODE
003980         STOP RUN
003990     END-IF.
004000     PERFORM 1110-TABLE-ONE-RATE THRU 1110-EXIT
004010         UNTIL END-OF-RATE-FILE.
004020     CLOSE RATE-FILE.
004030     IF WS-RATE-COUNT = ZERO
004040         DISPLAY "PAYERTX: ERTRATE HAS NO EMPLOYER TAX RATES"
004050         MOVE 16 TO RETURN-CODE
004060         STOP RUN
004070     END-IF.
004080 1100-EXIT.
004090     EXIT.
004100*
004110******************************************************************
004120**  1110-TABLE-ONE-RATE - TABLE ONE RATE RECORD UNDER ITS TAX
004130**                        CODE; RECORDS BEYOND A TABLE LIMIT ARE
004140**                        DROPPED AND REPORTED
004150******************************************************************
004160 1110-TABLE-ONE-RATE.
004170     READ RATE-FILE
004180         AT END
004190             MOVE 'Y' TO WS-RAT-EOF-SW
004200             GO TO 1110-EXIT
004210     END-READ.
004220     IF WS-RATE-COUNT = 30
004230         DISPLAY "PAYERTX: RATE TABLE FULL - " ER-TAX-CODE " "
004240             ER-STATE " DROPPED"
004250         GO TO 1110-EXIT
004260     END-IF.
004270     PERFORM 1120-FIND-TAX-CODE THRU 1120-EXIT.
004280     IF WS-MATCH-IDX = ZERO
004290         DISPLAY "PAYERTX: TAX CODE TABLE FULL - " ER-TAX-CODE
004300             " DROPPED"
004310         GO TO 1110-EXIT
004320     END-IF.
004330     ADD 1 TO WS-RATE-COUNT.
004340     SET WS-RATE-IDX TO WS-RATE-COUNT.
004350     MOVE ER-TAX-CODE TO WS-RT-TAX-CODE (WS-RATE-IDX).
004360     MOVE ER-STATE TO WS-RT-STATE (WS-RATE-IDX).
004370     MOVE ER-RATE TO WS-RT-RATE (WS-RATE-IDX).
004380     MOVE ER-WAGE-BASE TO WS-RT-WAGE-BASE (WS-RATE-IDX).
004390     MOVE WS-MATCH-IDX TO WS-RT-CODE-NO (WS-RATE-IDX).
004400     IF ER-STATE NOT = SPACES
004410         ADD 1 TO WS-STATE-RATE-COUNT
004420     END-IF.
004430 1110-EXIT.
004440     EXIT.
004450*
004460******************************************************************
004470**  1120-FIND-TAX-CODE - FIND OR ADD THE RATE RECORD'S TAX CODE;
004480**                       ZERO IS RETURNED WHEN THE TABLE IS FULL
004490******************************************************************
004500 1120-FIND-TAX-CODE.
004510     MOVE ZERO TO WS-MATCH-IDX.
004520     PERFORM 1130-TEST-ONE-CODE THRU 1130-EXIT
004530         VARYING WS-CODE-IDX FROM 1 BY 1
004540         UNTIL WS-CODE-IDX > WS-CODE-COUNT.
004550     IF WS-MATCH-IDX = ZERO
004560         AND WS-CODE-COUNT < 10
004570         ADD 1 TO WS-CODE-COUNT
004580         SET WS-CODE-IDX TO WS-CODE-COUNT
004590         MOVE ER-TAX-CODE TO WS-CD-TAX-CODE (WS-CODE-IDX)
004600         MOVE WS-CODE-COUNT TO WS-MATCH-IDX
004610     END-IF.
004620 1120-EXIT.
004630     EXIT.
004640*
004650******************************************************************
004660**  1130-TEST-ONE-CODE - TEST ONE TAX CODE ENTRY FOR A MATCH
004670******************************************************************
004680 1130-TEST-ONE-CODE.
004690     IF WS-MATCH-IDX = ZERO
004700         AND ER-TAX-CODE = WS-CD-TAX-CODE (WS-CODE-IDX)
004710         SET WS-MATCH-IDX TO WS-CODE-IDX
004720     END-IF.
004730 1130-EXIT.
004740     EXIT.
004750*
004760******************************************************************
004770**  1300-FIND-CALENDAR - THE CYCLE BEING RUN MUST HAVE A RECORD
004780**                       ON THE PAY-PERIOD CALENDAR
004790******************************************************************
004800 1300-FIND-CALENDAR.
004810     OPEN INPUT CALENDAR-FILE.
004820     IF WS-CAL-FILE-STATUS NOT = "00"
004830         DISPLAY "PAYERTX: CALENDAR-FILE OPEN FAILED, "
004840             "FILE STATUS " WS-CAL-FILE-STATUS
004850         MOVE 16 TO RETURN-CODE
004860         STOP RUN
004870     END-IF.
004880     PERFORM 1310-READ-CALENDAR THRU 1310-EXIT
004890         UNTIL END-OF-CALENDAR
004900         OR (CAL-FREQUENCY = WS-RUN-FREQUENCY
004910             AND CAL-PERIOD-NO = WS-RUN-PERIOD).
004920     CLOSE CALENDAR-FILE.
004930     IF END-OF-CALENDAR
004940         DISPLAY "PAYERTX: NO CALENDAR RECORD FOR FREQUENCY "
004950             WS-RUN-FREQUENCY " PERIOD " WS-RUN-PERIOD
004960         MOVE 16 TO RETURN-CODE
004970         STOP RUN
004980     END-IF.
004990     MOVE CAL-START-DATE TO WS-CAL-START-DATE.
005000     MOVE CAL-END-DATE TO WS-CAL-END-DATE.
005010     MOVE CAL-CHECK-DATE TO WS-CAL-CHECK-DATE.
005020     MOVE CAL-STD-HOURS TO WS-CAL-STD-HOURS.
005030     MOVE WS-RUN-FREQUENCY TO CYL-FREQUENCY.
005040     MOVE WS-RUN-PERIOD TO CYL-PERIOD-NO.
005050     MOVE WS-CAL-START-DATE TO CYL-START-DATE.
005060     MOVE WS-CAL-END-DATE TO CYL-END-DATE.
005070     MOVE WS-CAL-CHECK-DATE TO CYL-CHECK-DATE.
005080 1300-EXIT.
005090     EXIT.
005100*
005110******************************************************************
005120**  1310-READ-CALENDAR - READ THE NEXT CALENDAR RECORD
005130******************************************************************
005140 1310-READ-CALENDAR.
005150     READ CALENDAR-FILE
005160         AT END
005170             MOVE 'Y' TO WS-CAL-EOF-SW
005180             GO TO 1310-EXIT
005190     END-READ.
005200 1310-EXIT.
005210     EXIT.
005220*
005230******************************************************************
005240**  1500-CHECK-RUN-CONTROL - THE CYCLE MUST SHOW PAYBAL PASSED
005250**                           WITH CONDITION 00 ON PAYCTL
005260******************************************************************
005270 1500-CHECK-RUN-CONTROL.
005280     OPEN INPUT RUN-CONTROL-FILE.
005290     IF WS-CTL-FILE-STATUS NOT = "00" AND "05"
005300         DISPLAY "PAYERTX: RUN-CONTROL-FILE OPEN FAILED, "
005310             "FILE STATUS " WS-CTL-FILE-STATUS
005320         MOVE 16 TO RETURN-CODE
005330         STOP RUN
005340     END-IF.
005350     PERFORM 1510-SCAN-ONE-CONTROL THRU 1510-EXIT
005360         UNTIL END-OF-CONTROLS.
005370     CLOSE RUN-CONTROL-FILE.
005380     IF NOT PAYBAL-RECORDED
005390         OR WS-BAL-CONDITION NOT = ZERO
005400         DISPLAY "PAYERTX: PAYBAL HAS NOT PASSED CYCLE "
005410             WS-RUN-FREQUENCY " " WS-RUN-PERIOD
005420             " ON PAYCTL - BALANCE THE RUN FIRST"
005430         MOVE 16 TO RETURN-CODE
005440         STOP RUN
005450     END-IF.
005460 1500-EXIT.
005470     EXIT.
005480*
005490******************************************************************
005500**  1510-SCAN-ONE-CONTROL - TEST ONE RUN-CONTROL RECORD; THE
005510**                          LATEST PAYBAL RECORD FOR THE CYCLE
005520**                          CARRIES ITS CURRENT CONDITION
005530******************************************************************
005540 1510-SCAN-ONE-CONTROL.
005550     READ RUN-CONTROL-FILE
005560         AT END
005570             MOVE 'Y' TO WS-CTL-EOF-SW
005580             GO TO 1510-EXIT
005590     END-READ.
005600     IF CT-FREQUENCY = WS-RUN-FREQUENCY
005610         AND CT-PERIOD-NO = WS-RUN-PERIOD
005620         AND CT-STEP = "PAYBAL"
005630         MOVE 'Y' TO WS-BAL-SEEN-SW
005640         MOVE CT-CONDITION TO WS-BAL-CONDITION
005650     END-IF.
005660 1510-EXIT.
005670     EXIT.
005680*
005690******************************************************************
005700**  2000-PROCESS-EMPLOYEE - PRICE ONE IN-CYCLE EMPLOYEE'S
005710**                          EMPLOYER TAXES FROM HISTORY
005720******************************************************************
005730 2000-PROCESS-EMPLOYEE.
005740     PERFORM 2050-CHECK-CYCLE THRU 2050-EXIT.
005750     IF NOT EMP-IN-CYCLE
005760         PERFORM 2100-READ-PAY-MASTER THRU 2100-EXIT
005770         GO TO 2000-EXIT
005780     END-IF.
005790     PERFORM 2300-MATCH-HISTORY THRU 2300-EXIT.
005800     PERFORM 2100-READ-PAY-MASTER THRU 2100-EXIT.
005810 2000-EXIT.
005820     EXIT.
005830*
005840******************************************************************
005850**  2050-CHECK-CYCLE - IS THIS EMPLOYEE DUE IN THE CYCLE BEING
005860**                     RUN?  A SPACE PAY-FREQUENCY IS MONTHLY.
005870******************************************************************
005880 2050-CHECK-CYCLE.
005890     MOVE 'N' TO WS-CYCLE-SW.
005900     IF PAY-FREQUENCY = WS-RUN-FREQUENCY
005910         MOVE 'Y' TO WS-CYCLE-SW
005920     END-IF.
005930     IF PAY-FREQUENCY = SPACE
005940         AND WS-RUN-FREQUENCY = 'M'
005950         MOVE 'Y' TO WS-CYCLE-SW
005960     END-IF.
005970 2050-EXIT.
005980     EXIT.
005990*
006000******************************************************************
006010**  2100-READ-PAY-MASTER - READ THE NEXT NEW MASTER RECORD
006020******************************************************************
006030 2100-READ-PAY-MASTER.
006040     READ PAY-MASTER-FILE
006050         AT END
006060             MOVE 'Y' TO WS-EOF-SW
006070             GO TO 2100-EXIT
006080     END-READ.
006090 2100-EXIT.
006100     EXIT.
006110*
006120******************************************************************
006130**  2300-MATCH-HISTORY - FIND THIS EMPLOYEE'S PAY HISTORY RECORD
006140**                       FOR THE CYCLE AND PRICE ITS EMPLOYER
006150**                       TAXES
006160******************************************************************
006170 2300-MATCH-HISTORY.
006180     MOVE 'N' TO WS-HIS-FOUND-SW.
006190     PERFORM 2310-READ-HISTORY THRU 2310-EXIT
006200         UNTIL END-OF-HISTORY
006210         OR PH-EMP-ID NOT < EMP-ID.
006220     IF END-OF-HISTORY
006230         OR PH-EMP-ID NOT = EMP-ID
006240         GO TO 2300-EXIT
006250     END-IF.
006260     MOVE 'Y' TO WS-HIS-FOUND-SW.
006270     PERFORM 3000-PRICE-EMPLOYEE THRU 3000-EXIT.
006280     PERFORM 2310-READ-HISTORY THRU 2310-EXIT.
006290 2300-EXIT.
006300     EXIT.
006310*
006320******************************************************************
006330**  2310-READ-HISTORY - READ THE NEXT HISTORY RECORD FOR THE
006340**                      CYCLE BEING RUN; RECORDS FOR OTHER
006350**                      CYCLES ON THE ACCUMULATING FILE ARE
006360**                      PASSED OVER
006370******************************************************************
006380 2310-READ-HISTORY.
006390     IF END-OF-HISTORY
006400         GO TO 2310-EXIT
006410     END-IF.
006420     READ PAY-HISTORY-FILE
006430         AT END
006440             MOVE 'Y' TO WS-HIS-EOF-SW
006450             GO TO 2310-EXIT
006460     END-READ.
006470     IF PH-FREQUENCY NOT = WS-RUN-FREQUENCY
006480         OR PH-PERIOD-NO NOT = WS-RUN-PERIOD
006490         GO TO 2310-READ-HISTORY
006500     END-IF.
006510 2310-EXIT.
006520     EXIT.
006530*
006540******************************************************************
006550**  3000-PRICE-EMPLOYEE - WORK OUT THE YTD-GROSS BEFORE THE CYCLE
006560**                        AND PRICE EVERY RATE THAT APPLIES TO THE
006570**                        EMPLOYEE
006580******************************************************************
006590 3000-PRICE-EMPLOYEE.
006600     ADD 1 TO WS-EMP-COUNT.
006610     PERFORM 3050-FIND-DEPT THRU 3050-EXIT.
006620     COMPUTE WS-PRIOR-YTD = YTD-GROSS - PH-GROSS-PAY.
006630     IF WS-PRIOR-YTD < ZERO
006640         MOVE ZERO TO WS-PRIOR-YTD
006650     END-IF.
006660     MOVE 'Y' TO WS-FIRST-LINE-SW.
006670     MOVE 'N' TO WS-STATE-RATE-SW.
006680     PERFORM 3100-PRICE-ONE-RATE THRU 3100-EXIT
006690         VARYING WS-RATE-IDX FROM 1 BY 1
006700         UNTIL WS-RATE-IDX > WS-RATE-COUNT.
006710     IF WS-STATE-RATE-COUNT > ZERO
006720         AND NOT STATE-RATE-FOUND
006730         PERFORM 3300-PRINT-EXCEPTION THRU 3300-EXIT
006740     END-IF.
006750 3000-EXIT.
006760     EXIT.
006770*
006780******************************************************************
006790**  3050-FIND-DEPT - FIND OR ADD THE EMPLOYEE'S DEPARTMENT SLOT;
006800**                   ZERO IS LEFT WHEN THE TABLE IS FULL
006810******************************************************************
006820 3050-FIND-DEPT.
006830     MOVE ZERO TO WS-MATCH-IDX.
006840     PERFORM 3060-SEARCH-DEPT THRU 3060-EXIT
006850         VARYING WS-DEPT-IDX FROM 1 BY 1
006860         UNTIL WS-DEPT-IDX > WS-DEPT-COUNT.
006870     IF WS-MATCH-IDX = ZERO
006880         IF WS-DEPT-COUNT = 50
006890             DISPLAY "PAYERTX: DEPT TABLE FULL - " DEPT-CODE
006900                 " LEFT OUT OF THE SUMMARY"
006910         ELSE
006920             ADD 1 TO WS-DEPT-COUNT
006930             SET WS-DEPT-IDX TO WS-DEPT-COUNT
006940             MOVE DEPT-CODE TO WS-DEPT-CODE (WS-DEPT-IDX)
006950             MOVE WS-DEPT-COUNT TO WS-MATCH-IDX
006960         END-IF
006970     END-IF.
006980     MOVE WS-MATCH-IDX TO WS-DEPT-SLOT.
006990 3050-EXIT.
007000     EXIT.
007010*
007020******************************************************************
007030**  3060-SEARCH-DEPT - TEST ONE TABLE ENTRY FOR A DEPT-CODE MATCH
007040******************************************************************
007050 3060-SEARCH-DEPT.
007060     IF WS-MATCH-IDX = ZERO
007070         AND DEPT-CODE = WS-DEPT-CODE (WS-DEPT-IDX)
007080         SET WS-MATCH-IDX TO WS-DEPT-IDX
007090     END-IF.
007100 3060-EXIT.
007110     EXIT.
007120*
007130******************************************************************
007140**  3100-PRICE-ONE-RATE - PRICE ONE RATE RECORD FOR THE EMPLOYEE;
007150**                        A STATE RATE APPLIES ONLY TO ITS OWN
007160**                        WORK-STATE
007170******************************************************************
007180 3100-PRICE-ONE-RATE.
007190     IF WS-RT-STATE (WS-RATE-IDX) NOT = SPACES
007200         IF WS-RT-STATE (WS-RATE-IDX) NOT = WORK-STATE
007210             GO TO 3100-EXIT
007220         END-IF
007230         MOVE 'Y' TO WS-STATE-RATE-SW
007240     END-IF.
007250     PERFORM 3110-APPLY-WAGE-BASE THRU 3110-EXIT.
007260     COMPUTE WS-ER-AMOUNT ROUNDED =
007270         WS-TAXABLE * WS-RT-RATE (WS-RATE-IDX) / 100.
007280     SET WS-CODE-IDX TO WS-RT-CODE-NO (WS-RATE-IDX).
007290     ADD WS-TAXABLE TO WS-CD-TAXABLE (WS-CODE-IDX).
007300     ADD WS-ER-AMOUNT TO WS-CD-AMOUNT (WS-CODE-IDX).
007310     IF WS-DEPT-SLOT NOT = ZERO
007320         SET WS-DEPT-IDX TO WS-DEPT-SLOT
007330         SET WS-DT-IDX TO WS-RT-CODE-NO (WS-RATE-IDX)
007340         ADD WS-TAXABLE TO WS-DT-TAXABLE (WS-DEPT-IDX, WS-DT-IDX)
007350         ADD WS-ER-AMOUNT TO WS-DT-AMOUNT (WS-DEPT-IDX, WS-DT-IDX)
007360     END-IF.
007370     IF WS-ER-AMOUNT > ZERO
007380         PERFORM 3200-WRITE-ACCRUAL THRU 3200-EXIT
007390     END-IF.
007400     PERFORM 3150-PRINT-DETAIL THRU 3150-EXIT.
007410 3100-EXIT.
007420     EXIT.
007430*
007440******************************************************************
007450**  3110-APPLY-WAGE-BASE - THE TAXABLE PART OF THE CYCLE'S GROSS
007460**                         IS WHAT STILL FALLS UNDER THE ANNUAL
007470**                         CAP; A ZERO WAGE BASE MEANS NO CAP
007480******************************************************************
007490 3110-APPLY-WAGE-BASE.
007500     IF WS-RT-WAGE-BASE (WS-RATE-IDX) = ZERO
007510         MOVE PH-GROSS-PAY TO WS-TAXABLE
007520         GO TO 3110-EXIT
007530     END-IF.
007540     COMPUTE WS-ROOM =
007550         WS-RT-WAGE-BASE (WS-RATE-IDX) - WS-PRIOR-YTD.
007560     IF WS-ROOM NOT > ZERO
007570         MOVE ZERO TO WS-TAXABLE
007580         GO TO 3110-EXIT
007590     END-IF.
007600     IF WS-ROOM < PH-GROSS-PAY
007610         MOVE WS-ROOM TO WS-TAXABLE
007620     ELSE
007630         MOVE PH-GROSS-PAY TO WS-TAXABLE
007640     END-IF.
007650 3110-EXIT.
007660     EXIT.
007670*
007680******************************************************************
007690**  3150-PRINT-DETAIL - ONE REGISTER LINE PER TAX; THE EMPLOYEE'S
007700**                      OWN FIGURES PRINT ON THE FIRST LINE ONLY
007710******************************************************************
007720 3150-PRINT-DETAIL.
007730     MOVE SPACES TO WS-DETAIL-LINE.
007740     IF FIRST-LINE-OF-EMP
007750         PERFORM 3160-FORMAT-EMPLOYEE THRU 3160-EXIT
007760     END-IF.
007770     MOVE WS-RT-TAX-CODE (WS-RATE-IDX) TO DL-TAX-CODE.
007780     MOVE WS-TAXABLE TO DL-TAXABLE.
007790     MOVE WS-RT-RATE (WS-RATE-IDX) TO DL-RATE.
007800     MOVE WS-ER-AMOUNT TO DL-AMOUNT.
007810     IF WS-TAXABLE < PH-GROSS-PAY
007820         IF WS-TAXABLE = ZERO
007830             MOVE "WAGE BASE MET" TO DL-NOTE
007840         ELSE
007850             MOVE "WAGE BASE REACHED THIS CYCLE" TO DL-NOTE
007860         END-IF
007870     END-IF.
007880     WRITE ER-PRINT-LINE FROM WS-DETAIL-LINE.
007890 3150-EXIT.
007900     EXIT.
007910*
007920******************************************************************
007930**  3160-FORMAT-EMPLOYEE - THE EMPLOYEE'S IDENTIFICATION, YTD
007940**                         BEFORE THE CYCLE AND CYCLE GROSS
007950******************************************************************
007960 3160-FORMAT-EMPLOYEE.
007970     MOVE EMP-ID TO DL-EMP-ID.
007980     MOVE EMP-NAME TO DL-EMP-NAME.
007990     MOVE DEPT-CODE TO DL-DEPT-CODE.
008000     MOVE WORK-STATE TO DL-WORK-STATE.
008010     MOVE WS-PRIOR-YTD TO DL-PRIOR-YTD.
008020     MOVE PH-GROSS-PAY TO DL-GROSS.
008030     MOVE 'N' TO WS-FIRST-LINE-SW.
008040 3160-EXIT.
008050     EXIT.
008060*
008070******************************************************************
008080**  3200-WRITE-ACCRUAL - ONE ACCRUAL RECORD FOR PAYGL
008090******************************************************************
008100 3200-WRITE-ACCRUAL.
008110     MOVE SPACES TO ER-ACCRUAL-REC.
008120     MOVE WS-RUN-FREQUENCY TO EA-FREQUENCY.
008130     MOVE WS-RUN-PERIOD TO EA-PERIOD-NO.
008140     MOVE EMP-ID TO EA-EMP-ID.
008150     MOVE DEPT-CODE TO EA-DEPT-CODE.
008160     MOVE WS-RT-TAX-CODE (WS-RATE-IDX) TO EA-TAX-CODE.
008170     MOVE WS-RT-STATE (WS-RATE-IDX) TO EA-STATE.
008180     MOVE WS-TAXABLE TO EA-TAXABLE.
008190     MOVE WS-ER-AMOUNT TO EA-AMOUNT.
008200     WRITE ER-ACCRUAL-REC.
008210     ADD 1 TO WS-ACCRUAL-COUNT.
008220 3200-EXIT.
008230     EXIT.
008240*
008250******************************************************************
008260**  3300-PRINT-EXCEPTION - THE EMPLOYEE'S WORK-STATE HAS NO STATE
008270**                         RATE ON ERTRATE
008280******************************************************************
008290 3300-PRINT-EXCEPTION.
008300     MOVE SPACES TO WS-DETAIL-LINE.
008310     IF FIRST-LINE-OF-EMP
008320         PERFORM 3160-FORMAT-EMPLOYEE THRU 3160-EXIT
008330     END-IF.
008340     MOVE "NO STATE RATE FOR WORK-STATE" TO DL-NOTE.
008350     WRITE ER-PRINT-LINE FROM WS-DETAIL-LINE.
008360     ADD 1 TO WS-EXCEPTION-COUNT.
008370 3300-EXIT.
008380     EXIT.
008390*
008400******************************************************************
008410**  5000-PRINT-SUMMARY - EMPLOYER TAX BY DEPARTMENT AND TAX CODE,
008420**                       THEN COMPANY TOTALS BY TAX CODE
008430******************************************************************
008440 5000-PRINT-SUMMARY.
008450     WRITE ER-PRINT-LINE FROM WS-BLANK-LINE.
008460     WRITE ER-PRINT-LINE FROM WS-SUMMARY-HEADING-1.
008470     WRITE ER-PRINT-LINE FROM WS-SUMMARY-HEADING-2.
008480     PERFORM 5100-PRINT-ONE-DEPT THRU 5100-EXIT
008490         VARYING WS-DEPT-IDX FROM 1 BY 1
008500         UNTIL WS-DEPT-IDX > WS-DEPT-COUNT.
008510     MOVE ZERO TO WS-SUM-AMOUNT.
008520     PERFORM 5300-PRINT-ONE-CODE THRU 5300-EXIT
008530         VARYING WS-CODE-IDX FROM 1 BY 1
008540         UNTIL WS-CODE-IDX > WS-CODE-COUNT.
008550     MOVE SPACES TO WS-SUMMARY-LINE.
008560     MOVE "ALL" TO SL-DEPT-CODE.
008570     MOVE "TOTAL" TO SL-TAX-CODE.
008580     MOVE WS-SUM-AMOUNT TO SL-AMOUNT.
008590     WRITE ER-PRINT-LINE FROM WS-SUMMARY-LINE.
008600 5000-EXIT.
008610     EXIT.
008620*
008630******************************************************************
008640**  5100-PRINT-ONE-DEPT - ONE LINE PER TAX CODE CHARGED TO THE
008650**                        DEPARTMENT AND A DEPARTMENT TOTAL
008660******************************************************************
008670 5100-PRINT-ONE-DEPT.
008680     MOVE ZERO TO WS-SUM-AMOUNT.
008690     PERFORM 5110-PRINT-DEPT-CODE THRU 5110-EXIT
008700         VARYING WS-DT-IDX FROM 1 BY 1
008710         UNTIL WS-DT-IDX > WS-CODE-COUNT.
008720     MOVE SPACES TO WS-SUMMARY-LINE.
008730     MOVE WS-DEPT-CODE (WS-DEPT-IDX) TO SL-DEPT-CODE.
008740     MOVE "TOTAL" TO SL-TAX-CODE.
008750     MOVE WS-SUM-AMOUNT TO SL-AMOUNT.
008760     WRITE ER-PRINT-LINE FROM WS-SUMMARY-LINE.
008770 5100-EXIT.
008780     EXIT.
008790*
008800******************************************************************
008810**  5110-PRINT-DEPT-CODE - ONE DEPARTMENT/TAX CODE SUMMARY LINE
008820******************************************************************
008830 5110-PRINT-DEPT-CODE.
008840     IF WS-DT-TAXABLE (WS-DEPT-IDX, WS-DT-IDX) = ZERO
008850         AND WS-DT-AMOUNT (WS-DEPT-IDX, WS-DT-IDX) = ZERO
008860         GO TO 5110-EXIT
008870     END-IF.
008880     SET WS-CODE-IDX TO WS-DT-IDX.
008890     MOVE SPACES TO WS-SUMMARY-LINE.
008900     MOVE WS-DEPT-CODE (WS-DEPT-IDX) TO SL-DEPT-CODE.
008910     MOVE WS-CD-TAX-CODE (WS-CODE-IDX) TO SL-TAX-CODE.
008920     MOVE WS-DT-TAXABLE (WS-DEPT-IDX, WS-DT-IDX) TO SL-TAXABLE.
008930     MOVE WS-DT-AMOUNT (WS-DEPT-IDX, WS-DT-IDX) TO SL-AMOUNT.
008940     WRITE ER-PRINT-LINE FROM WS-SUMMARY-LINE.
008950     ADD WS-DT-AMOUNT (WS-DEPT-IDX, WS-DT-IDX) TO WS-SUM-AMOUNT.
008960 5110-EXIT.
008970     EXIT.
008980*
008990******************************************************************
009000**  5300-PRINT-ONE-CODE - ONE COMPANY-WIDE TAX CODE TOTAL LINE
009010******************************************************************
009020 5300-PRINT-ONE-CODE.
009030     MOVE SPACES TO WS-SUMMARY-LINE.
009040     MOVE "ALL" TO SL-DEPT-CODE.
009050     MOVE WS-CD-TAX-CODE (WS-CODE-IDX) TO SL-TAX-CODE.
009060     MOVE WS-CD-TAXABLE (WS-CODE-IDX) TO SL-TAXABLE.
009070     MOVE WS-CD-AMOUNT (WS-CODE-IDX) TO SL-AMOUNT.
009080     WRITE ER-PRINT-LINE FROM WS-SUMMARY-LINE.
009090     ADD WS-CD-AMOUNT (WS-CODE-IDX) TO WS-SUM-AMOUNT.
009100 5300-EXIT.
009110     EXIT.
009120*
009130******************************************************************
009140**  8000-TERMINATE - PRINT THE CONTROL COUNTS, SET THE CONDITION
009150**                   CODE, RECORD COMPLETION AND CLOSE FILES
009160******************************************************************
009170 8000-TERMINATE.
009180     WRITE ER-PRINT-LINE FROM WS-BLANK-LINE.
009190     MOVE SPACES TO WS-COUNT-LINE.
009200     MOVE "EMPLOYEES PRICED    = " TO CL-LABEL.
009210     MOVE WS-EMP-COUNT TO CL-COUNT.
009220     WRITE ER-PRINT-LINE FROM WS-COUNT-LINE.
009230     MOVE "ACCRUAL RECORDS     = " TO CL-LABEL.
009240     MOVE WS-ACCRUAL-COUNT TO CL-COUNT.
009250     WRITE ER-PRINT-LINE FROM WS-COUNT-LINE.
009260     MOVE "EXCEPTIONS          = " TO CL-LABEL.
009270     MOVE WS-EXCEPTION-COUNT TO CL-COUNT.
009280     WRITE ER-PRINT-LINE FROM WS-COUNT-LINE.
009290     IF WS-EXCEPTION-COUNT > ZERO
009300         MOVE 8 TO RETURN-CODE
009310     ELSE
009320         MOVE ZERO TO RETURN-CODE
009330     END-IF.
009340     PERFORM 8500-RECORD-COMPLETION THRU 8500-EXIT.
009350     CLOSE PAY-MASTER-FILE.
009360     CLOSE PAY-HISTORY-FILE.
009370     CLOSE ACCRUAL-FILE.
009380     CLOSE ER-TAX-REGISTER.
009390 8000-EXIT.
009400     EXIT.
009410*
009420******************************************************************
009430**  8500-RECORD-COMPLETION - RECORD THIS STEP'S COMPLETION ON
009440**                           THE RUN-CONTROL FILE WITH ITS
009450**                           CONDITION CODE
009460******************************************************************
009470 8500-RECORD-COMPLETION.
009480     OPEN EXTEND RUN-CONTROL-FILE.
009490     IF WS-CTL-FILE-STATUS NOT = "00" AND "05"
009500         DISPLAY "PAYERTX: RUN-CONTROL-FILE OPEN EXTEND FAILED, "
009510             "FILE STATUS " WS-CTL-FILE-STATUS
009520         MOVE 16 TO RETURN-CODE
009530         STOP RUN
009540     END-IF.
009550     MOVE SPACES TO RUN-CONTROL-REC.
009560     MOVE WS-RUN-FREQUENCY TO CT-FREQUENCY.
009570     MOVE WS-RUN-PERIOD TO CT-PERIOD-NO.
009580     MOVE "PAYERTX" TO CT-STEP.
009590     MOVE RETURN-CODE TO CT-CONDITION.
009600     ACCEPT WS-CTL-DATE FROM DATE YYYYMMDD.
009610     MOVE WS-CTL-DATE TO CT-RUN-DATE.
009620     WRITE RUN-CONTROL-REC.
009630     CLOSE RUN-CONTROL-FILE.
009640 8500-EXIT.
009650     EXIT.
