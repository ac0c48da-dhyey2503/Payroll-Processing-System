000010*
000020* PROGRAM      CHKRECON
000030* AUTHOR       R. J. KOWALCZYK
000040* INSTALLATION CENTRAL PAYROLL SYSTEMS
000050* DATE-WRITTEN 10/15/2026
000060*
000070* REMARKS.
000080*     RECONCILES THE CHECK REGISTER (CHKREG, SEE COPY/CHKREC.cpy)
000090*     AGAINST THE BANK'S PAID-CHECKS FILE (BANKPAID, SEE
000100*     COPY/PAIDREC.cpy).  THE REGISTER IS TABLED BY CHECK NUMBER,
000110*     THE LATEST RECORD FOR A CHECK GIVING ITS CURRENT STATUS, AND
000120*     EACH PAID ITEM IS MATCHED TO ITS CHECK BY CK-CHECK-NO.  AN
000130*     ITEM IS AN EXCEPTION WHEN THE CHECK WAS NEVER ISSUED, WHEN
000140*     IT WAS VOIDED, WHEN IT IS ALREADY MARKED PAID (A DUPLICATE
000150*     PRESENTMENT) OR WHEN THE BANK PAID AN AMOUNT OTHER THAN THE
000160*     AMOUNT ISSUED.  EVERY OTHER ITEM HAS CLEARED: THE CHECK IS
000170*     MARKED PAID BY APPENDING A P RECORD TO THE REGISTER.  A
000180*     MISMATCHED ITEM IS NOT MARKED PAID AND STAYS OUTSTANDING
000190*     UNTIL TREASURY RESOLVES IT WITH THE BANK.  THE REPORT
000200*     (CHKRRPT) LISTS THE EXCEPTIONS, THEN EVERY CHECK STILL
000210*     OUTSTANDING (LATEST STATUS I OR R) AGED IN DAYS FROM
000220*     CK-CHECK-DATE TO THE AS-OF DATE, WITH CHECKS PAST THE
000230*     STALE-DATE LIMIT CALLED OUT FOR STOP-PAYMENT AND ESCHEAT
000240*     FOLLOW-UP, AND THE OUTSTANDING TOTALS BY AGE.  THE
000250*     COMMAND-LINE PARAMETER MAY GIVE THE AS-OF DATE IN POSITIONS
000260*     1-8 (YYYYMMDD); BLANK MEANS TODAY.  RETURN-CODE IS THE
000270*     EXCEPTION COUNT, OR 16 IF THE REGISTER DOES NOT FIT THE
000280*     CHECK TABLE (THE RUN STOPS BEFORE ANY CHECK IS MARKED PAID).
000290*
000300* MODIFICATION HISTORY.
000310*     10/15/2026  RJK  ORIGINAL PROGRAM.
000320*
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. CHKRECON.
000350 AUTHOR. R. J. KOWALCZYK.
000360 INSTALLATION. CENTRAL PAYROLL SYSTEMS.
000370 DATE-WRITTEN. 10/15/2026.
000380 DATE-COMPILED.
000390*
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER. GNUCOBOL.
000430 OBJECT-COMPUTER. GNUCOBOL.
000440*
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT CHECK-REGISTER ASSIGN TO "CHKREG"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-CKR-FILE-STATUS.
000500     SELECT PAID-ITEM-FILE ASSIGN TO "BANKPAID"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-PAI-FILE-STATUS.
000530     SELECT RECON-REPORT ASSIGN TO "CHKRRPT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-RPT-FILE-STATUS.
000560*
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  CHECK-REGISTER
000600     RECORDING MODE IS F.
000610 COPY CHKREC.
000620*
000630 FD  PAID-ITEM-FILE
000640     RECORDING MODE IS F.
000650 COPY PAIDREC.
000660*
000670 FD  RECON-REPORT
000680     RECORDING MODE IS F.
000690 01  RC-PRINT-LINE               PIC X(80).
000700*
000710 WORKING-STORAGE SECTION.
000720*
000730*-----------------------------------------------------------------
000740* FILE STATUS AND CONTROL SWITCHES
000750*-----------------------------------------------------------------
000760 01  WS-CKR-FILE-STATUS          PIC X(2).
000770 01  WS-PAI-FILE-STATUS          PIC X(2).
000780 01  WS-RPT-FILE-STATUS          PIC X(2).
000790*
000800 01  WS-SWITCHES.
000810     05  WS-CKR-EOF-SW            PIC X(1)   VALUE 'N'.
000820         88  END-OF-REGISTER                 VALUE 'Y'.
000830     05  WS-PAI-EOF-SW            PIC X(1)   VALUE 'N'.
000840         88  END-OF-PAID-ITEMS               VALUE 'Y'.
000850*
000860*-----------------------------------------------------------------
000870* RUN PARAMETER - OPTIONAL AS-OF DATE IN POSITIONS 1-8
000880*-----------------------------------------------------------------
000890 01  WS-RUN-PARM.
000900     05  WS-PARM-AS-OF-X          PIC X(8).
000910*
000920 77  WS-AS-OF-DATE                PIC 9(8)    VALUE ZERO.
000930 77  WS-AS-OF-DAY-NO              PIC 9(7)    VALUE ZERO.
000940*
000950*-----------------------------------------------------------------
000960* STALE-DATE LIMIT - THE CHECK STOCK READS VOID AFTER 180 DAYS; A
000970* CHECK OUTSTANDING LONGER THAN THIS IS STALE AND GOES TO
000980* STOP-PAYMENT AND UNCLAIMED-PROPERTY (ESCHEAT) FOLLOW-UP
000990*-----------------------------------------------------------------
001000 77  WS-STALE-DAYS                PIC 9(3)    VALUE 180.
001010*
001020*-----------------------------------------------------------------
001030* CHECK TABLE - ONE ENTRY PER CHECK NUMBER ON THE REGISTER,
001040* HOLDING ITS LATEST STATUS AND THE DATE AND AMOUNT IT WAS ISSUED
001050*-----------------------------------------------------------------
001060 01  WS-CHECK-TABLE.
001070     05  WS-CHECK-COUNT           PIC 9(5)    VALUE ZERO.
001080     05  WS-CHECK-ENTRY OCCURS 5000 TIMES
001090                           INDEXED BY CR-IDX.
001100         10  CR-CHECK-NO          PIC 9(6).
001110         10  CR-EMP-ID            PIC 9(5).
001120         10  CR-EMP-NAME          PIC X(20).
001130         10  CR-ISSUE-DATE        PIC 9(8).
001140         10  CR-STATUS            PIC X(1).
001150         10  CR-AMOUNT            PIC 9(7)V9(2).
001160*
001170 77  WS-MATCH-SUB                 PIC 9(5)    VALUE ZERO.
001180 77  WS-FIND-CHECK-NO             PIC 9(6)    VALUE ZERO.
001190*
001200*-----------------------------------------------------------------
001210* DAY-NUMBER WORK AREA - DAYS SINCE A FIXED ORIGIN, SO TWO DATES
001220* SUBTRACT TO THE DAYS BETWEEN THEM
001230*-----------------------------------------------------------------
001240 01  WS-DATE-WORK                 PIC 9(8)    VALUE ZERO.
001250 01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
001260     05  WS-DW-YEAR               PIC 9(4).
001270     05  WS-DW-MONTH              PIC 9(2).
001280     05  WS-DW-DAY                PIC 9(2).
001290*
001300 01  WS-DAY-NUMBER-WORK.
001310     05  WS-DN-YEAR               PIC 9(4)    VALUE ZERO.
001320     05  WS-DN-MONTH              PIC 9(2)    VALUE ZERO.
001330     05  WS-DN-LEAP-4             PIC 9(4)    VALUE ZERO.
001340     05  WS-DN-LEAP-100           PIC 9(4)    VALUE ZERO.
001350     05  WS-DN-LEAP-400           PIC 9(4)    VALUE ZERO.
001360     05  WS-DN-MONTH-DAYS         PIC 9(4)    VALUE ZERO.
001370     05  WS-DAY-NUMBER            PIC 9(7)    VALUE ZERO.
001380*
001390 77  WS-AGE-DAYS                  PIC 9(5)    VALUE ZERO.
001400*
001410*-----------------------------------------------------------------
001420* OUTSTANDING TOTALS BY AGE - BUCKET 5 IS PAST THE STALE DATE
001430*-----------------------------------------------------------------
001440 01  WS-AGE-LABELS.
001450     05  FILLER                   PIC X(20)  VALUE "0-30 DAYS".
001460     05  FILLER                   PIC X(20)  VALUE "31-60 DAYS".
001470     05  FILLER                   PIC X(20)  VALUE "61-90 DAYS".
001480     05  FILLER                   PIC X(20)  VALUE
001490         "91 DAYS TO STALE".
001500     05  FILLER                   PIC X(20)  VALUE
001510         "STALE-STOP/ESCHEAT".
001520 01  WS-AGE-LABEL-TABLE REDEFINES WS-AGE-LABELS.
001530     05  WS-AGE-LABEL             PIC X(20)  OCCURS 5 TIMES.
001540*
001550 01  WS-AGE-TOTALS.
001560     05  WS-AGE-BUCKET            OCCURS 5 TIMES
001570                                  INDEXED BY AG-IDX.
001580         10  AG-COUNT             PIC 9(5)    VALUE ZERO.
001590         10  AG-AMOUNT            PIC 9(9)V99 VALUE ZERO.
001600*
001610 77  WS-AGE-SUB                   PIC 9(1)    VALUE ZERO.
001620*
001630 01  WS-COUNTS.
001640     05  WS-REG-COUNT             PIC 9(7)    VALUE ZERO.
001650     05  WS-ITEM-COUNT            PIC 9(5)    VALUE ZERO.
001660     05  WS-PAID-COUNT            PIC 9(5)    VALUE ZERO.
001670     05  WS-EXCEPTION-COUNT       PIC 9(5)    VALUE ZERO.
001680     05  WS-OUTSTANDING-COUNT     PIC 9(5)    VALUE ZERO.
001690     05  WS-PAID-AMOUNT           PIC 9(9)V99 VALUE ZERO.
001700     05  WS-OUTSTANDING-AMOUNT    PIC 9(9)V99 VALUE ZERO.
001710*
001720*-----------------------------------------------------------------
001730* RECONCILIATION REPORT LINE LAYOUTS
001740*-----------------------------------------------------------------
001750 01  WS-HEADING-1.
001760     05  FILLER                   PIC X(20)  VALUE SPACES.
001770     05  FILLER                   PIC X(40)  VALUE
001780         "CHKRECON - CHECK RECONCILIATION REPORT".
001790     05  FILLER                   PIC X(20)  VALUE SPACES.
001800*
001810 01  WS-AS-OF-LINE.
001820     05  FILLER                   PIC X(6)   VALUE "AS OF ".
001830     05  AO-AS-OF-DATE            PIC 9(8).
001840     05  FILLER                   PIC X(14)  VALUE
001850         "  STALE AFTER ".
001860     05  AO-STALE-DAYS            PIC ZZ9.
001870     05  FILLER                   PIC X(5)   VALUE " DAYS".
001880     05  FILLER                   PIC X(44)  VALUE SPACES.
001890*
001900 01  WS-TITLE-LINE.
001910     05  TL-TITLE                 PIC X(40).
001920     05  FILLER                   PIC X(40)  VALUE SPACES.
001930*
001940 01  WS-EXCEPTION-HEADING.
001950     05  FILLER                   PIC X(8)   VALUE "CHECK".
001960     05  FILLER                   PIC X(7)   VALUE "EMP-ID".
001970     05  FILLER                   PIC X(10)  VALUE "ISSUED AMT".
001980     05  FILLER                   PIC X(12)  VALUE "    PAID AMT".
001990     05  FILLER                   PIC X(2)   VALUE SPACES.
002000     05  FILLER                   PIC X(10)  VALUE "PAID DATE".
002010     05  FILLER                   PIC X(31)  VALUE "REMARKS".
002020*
002030 01  WS-EXCEPTION-LINE.
002040     05  XL-CHECK-NO              PIC 9(6).
002050     05  FILLER                   PIC X(2)   VALUE SPACES.
002060     05  XL-EMP-ID                PIC X(5).
002070     05  FILLER                   PIC X(2)   VALUE SPACES.
002080     05  XL-ISSUED-AMOUNT         PIC Z(6)9.99.
002090     05  FILLER                   PIC X(2)   VALUE SPACES.
002100     05  XL-PAID-AMOUNT           PIC Z(6)9.99.
002110     05  FILLER                   PIC X(2)   VALUE SPACES.
002120     05  XL-PAID-DATE             PIC 9(8).
002130     05  FILLER                   PIC X(2)   VALUE SPACES.
002140     05  XL-REMARKS               PIC X(28).
002150     05  FILLER                   PIC X(3)   VALUE SPACES.
002160*
002170 01  WS-PAID-SUMMARY-LINE.
002180     05  FILLER                   PIC X(11)  VALUE "PAID ITEMS=".
002190     05  PS-ITEM-COUNT            PIC ZZZZ9.
002200     05  FILLER                   PIC X(2)   VALUE SPACES.
002210     05  FILLER                   PIC X(12)  VALUE "MARKED PAID=".
002220     05  PS-PAID-COUNT            PIC ZZZZ9.
002230     05  FILLER                   PIC X(1)   VALUE SPACES.
002240     05  PS-PAID-AMOUNT           PIC Z(8)9.99.
002250     05  FILLER                   PIC X(2)   VALUE SPACES.
002260     05  FILLER                   PIC X(11)  VALUE "EXCEPTIONS=".
002270     05  PS-EXCEPTION-COUNT       PIC ZZZZ9.
002280     05  FILLER                   PIC X(14)  VALUE SPACES.
002290*
002300 01  WS-OUTSTANDING-HEADING.
002310     05  FILLER                   PIC X(7)   VALUE "CHECK".
002320     05  FILLER                   PIC X(6)   VALUE "EMP".
002330     05  FILLER                   PIC X(21)  VALUE "NAME".
002340     05  FILLER                   PIC X(9)   VALUE "ISSUED".
002350     05  FILLER                   PIC X(10)  VALUE "    AMOUNT".
002360     05  FILLER                   PIC X(6)   VALUE "  DAYS".
002370     05  FILLER                   PIC X(1)   VALUE SPACES.
002380     05  FILLER                   PIC X(20)  VALUE "AGE / ACTION".
002390*
002400 01  WS-OUTSTANDING-LINE.
002410     05  OL-CHECK-NO              PIC 9(6).
002420     05  FILLER                   PIC X(1)   VALUE SPACES.
002430     05  OL-EMP-ID                PIC 9(5).
002440     05  FILLER                   PIC X(1)   VALUE SPACES.
002450     05  OL-EMP-NAME              PIC X(20).
002460     05  FILLER                   PIC X(1)   VALUE SPACES.
002470     05  OL-CHECK-DATE            PIC 9(8).
002480     05  FILLER                   PIC X(1)   VALUE SPACES.
002490     05  OL-AMOUNT                PIC Z(6)9.99.
002500     05  FILLER                   PIC X(1)   VALUE SPACES.
002510     05  OL-AGE-DAYS              PIC ZZZZ9.
002520     05  FILLER                   PIC X(1)   VALUE SPACES.
002530     05  OL-AGE-LABEL             PIC X(20).
002540*
002550 01  WS-AGE-TOTAL-LINE.
002560     05  AT-LABEL                 PIC X(20).
002570     05  FILLER                   PIC X(2)   VALUE SPACES.
002580     05  AT-COUNT                 PIC ZZZZ9.
002590     05  FILLER                   PIC X(2)   VALUE SPACES.
002600     05  AT-AMOUNT                PIC Z(8)9.99.
002610     05  FILLER                   PIC X(39)  VALUE SPACES.
002620*
002630 PROCEDURE DIVISION.
002640*
002650******************************************************************
002660**  0000-MAINLINE - PROGRAM CONTROL
002670******************************************************************
002680 0000-MAINLINE.
002690     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002700     PERFORM 2000-PROCESS-PAID-ITEM THRU 2000-EXIT
002710         UNTIL END-OF-PAID-ITEMS.
002720     PERFORM 5000-LIST-OUTSTANDING THRU 5000-EXIT.
002730     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002740     STOP RUN.
002750*
002760******************************************************************
002770**  1000-INITIALIZE - AS-OF DATE, TABLE THE REGISTER, OPEN FILES,
002780**                    PRIME THE FIRST PAID ITEM
002790******************************************************************
002800 1000-INITIALIZE.
002810     MOVE SPACES TO WS-RUN-PARM.
002820     ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
002830     IF WS-PARM-AS-OF-X = SPACES
002840         ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD
002850     ELSE
002860         IF WS-PARM-AS-OF-X IS NOT NUMERIC
002870             DISPLAY "CHKRECON: AS-OF DATE (POS 1-8) MUST BE "
002880                 "YYYYMMDD OR BLANK"
002890             MOVE 16 TO RETURN-CODE
002900             STOP RUN
002910         END-IF
002920         MOVE WS-PARM-AS-OF-X TO WS-AS-OF-DATE
002930     END-IF.
002940     MOVE WS-AS-OF-DATE TO WS-DATE-WORK.
002950     PERFORM 7000-COMPUTE-DAY-NUMBER THRU 7000-EXIT.
002960     MOVE WS-DAY-NUMBER TO WS-AS-OF-DAY-NO.
002970     PERFORM 1100-LOAD-REGISTER THRU 1100-EXIT.
002980     OPEN INPUT PAID-ITEM-FILE.
002990     IF WS-PAI-FILE-STATUS NOT = "00"
003000         DISPLAY "CHKRECON: PAID-ITEM-FILE OPEN FAILED, "
003010             "FILE STATUS " WS-PAI-FILE-STATUS
003020         MOVE 16 TO RETURN-CODE
003030         STOP RUN
003040     END-IF.
003050     OPEN EXTEND CHECK-REGISTER.
003060     IF WS-CKR-FILE-STATUS NOT = "00"
003070         DISPLAY "CHKRECON: CHECK-REGISTER OPEN EXTEND FAILED, "
003080             "FILE STATUS " WS-CKR-FILE-STATUS
003090         MOVE 16 TO RETURN-CODE
003100         STOP RUN
003110     END-IF.
003120     OPEN OUTPUT RECON-REPORT.
003130     WRITE RC-PRINT-LINE FROM WS-HEADING-1.
003140     MOVE WS-AS-OF-DATE TO AO-AS-OF-DATE.
003150     MOVE WS-STALE-DAYS TO AO-STALE-DAYS.
003160     WRITE RC-PRINT-LINE FROM WS-AS-OF-LINE.
003170     MOVE "PAID ITEM EXCEPTIONS" TO TL-TITLE.
003180     WRITE RC-PRINT-LINE FROM WS-TITLE-LINE.
003190     WRITE RC-PRINT-LINE FROM WS-EXCEPTION-HEADING.
003200     PERFORM 2100-READ-PAID-ITEM THRU 2100-EXIT.
003210 1000-EXIT.
003220     EXIT.
003230*
003240******************************************************************
003250**  1100-LOAD-REGISTER - TABLE EVERY CHECK ON THE REGISTER WITH
003260**                       ITS LATEST STATUS
003270******************************************************************
003280 1100-LOAD-REGISTER.
003290     OPEN INPUT CHECK-REGISTER.
003300     IF WS-CKR-FILE-STATUS NOT = "00"
003310         DISPLAY "CHKRECON: CHECK-REGISTER OPEN FAILED, "
003320             "FILE STATUS " WS-CKR-FILE-STATUS
003330         MOVE 16 TO RETURN-CODE
003340         STOP RUN
003350     END-IF.
003360     PERFORM 1110-TABLE-ONE-RECORD THRU 1110-EXIT
003370         UNTIL END-OF-REGISTER.
003380     CLOSE CHECK-REGISTER.
003390 1100-EXIT.
003400     EXIT.
003410*
003420******************************************************************
003430**  1110-TABLE-ONE-RECORD - APPLY ONE REGISTER RECORD TO ITS
003440**                          CHECK'S ENTRY; THE LAST ONE READ WINS.
003450**                          AN I OR R RECORD CARRIES THE ISSUE
003460**                          DATE AND AMOUNT; A V OR P RECORD ONLY
003470**                          CHANGES THE STATUS
003480******************************************************************
003490 1110-TABLE-ONE-RECORD.
003500     READ CHECK-REGISTER
003510         AT END
003520             MOVE 'Y' TO WS-CKR-EOF-SW
003530             GO TO 1110-EXIT
003540     END-READ.
003550     ADD 1 TO WS-REG-COUNT.
003560     MOVE CK-CHECK-NO TO WS-FIND-CHECK-NO.
003570     PERFORM 2200-FIND-CHECK THRU 2200-EXIT.
003580     IF WS-MATCH-SUB = ZERO
003590         IF WS-CHECK-COUNT = 5000
003600             DISPLAY "CHKRECON: CHECK TABLE FULL AT CHECK "
003610                 CK-CHECK-NO " - ENLARGE THE TABLE; NOTHING "
003620                 "MARKED PAID"
003630             MOVE 16 TO RETURN-CODE
003640             STOP RUN
003650         END-IF
003660         ADD 1 TO WS-CHECK-COUNT
003670         SET CR-IDX TO WS-CHECK-COUNT
003680         MOVE CK-CHECK-NO TO CR-CHECK-NO (CR-IDX)
003690         MOVE CK-EMP-ID TO CR-EMP-ID (CR-IDX)
003700         MOVE CK-EMP-NAME TO CR-EMP-NAME (CR-IDX)
003710         MOVE CK-CHECK-DATE TO CR-ISSUE-DATE (CR-IDX)
003720         MOVE CK-AMOUNT TO CR-AMOUNT (CR-IDX)
003730     ELSE
003740         SET CR-IDX TO WS-MATCH-SUB
003750     END-IF.
003760     MOVE CK-STATUS TO CR-STATUS (CR-IDX).
003770     IF CHECK-IS-ISSUED OR CHECK-IS-REISSUED
003780         MOVE CK-CHECK-DATE TO CR-ISSUE-DATE (CR-IDX)
003790         MOVE CK-AMOUNT TO CR-AMOUNT (CR-IDX)
003800     END-IF.
003810 1110-EXIT.
003820     EXIT.
003830*
003840******************************************************************
003850**  2000-PROCESS-PAID-ITEM - MATCH ONE PAID ITEM TO ITS CHECK AND
003860**                           MARK IT PAID OR LIST THE EXCEPTION
003870******************************************************************
003880 2000-PROCESS-PAID-ITEM.
003890     ADD 1 TO WS-ITEM-COUNT.
003900     MOVE SPACES TO WS-EXCEPTION-LINE.
003910     MOVE ZERO TO XL-ISSUED-AMOUNT.
003920     IF PI-CHECK-NO IS NOT NUMERIC
003930         OR PI-AMOUNT IS NOT NUMERIC
003940         OR PI-PAID-DATE IS NOT NUMERIC
003950         MOVE ZERO TO XL-CHECK-NO
003960         MOVE ZERO TO XL-PAID-AMOUNT
003970         MOVE ZERO TO XL-PAID-DATE
003980         MOVE "PAID ITEM NOT NUMERIC" TO XL-REMARKS
003990         PERFORM 3900-LIST-EXCEPTION THRU 3900-EXIT
004000         GO TO 2000-READ-NEXT
004010     END-IF.
004020     MOVE PI-CHECK-NO TO XL-CHECK-NO.
004030     MOVE PI-AMOUNT TO XL-PAID-AMOUNT.
004040     MOVE PI-PAID-DATE TO XL-PAID-DATE.
004050     MOVE PI-CHECK-NO TO WS-FIND-CHECK-NO.
004060     PERFORM 2200-FIND-CHECK THRU 2200-EXIT.
004070     IF WS-MATCH-SUB = ZERO
004080         MOVE "PAID - NEVER ISSUED BY US" TO XL-REMARKS
004090         PERFORM 3900-LIST-EXCEPTION THRU 3900-EXIT
004100         GO TO 2000-READ-NEXT
004110     END-IF.
004120     SET CR-IDX TO WS-MATCH-SUB.
004130     MOVE CR-EMP-ID (CR-IDX) TO XL-EMP-ID.
004140     MOVE CR-AMOUNT (CR-IDX) TO XL-ISSUED-AMOUNT.
004150     EVALUATE CR-STATUS (CR-IDX)
004160         WHEN 'V'
004170             MOVE "PAID BUT VOIDED - RECOVER" TO XL-REMARKS
004180             PERFORM 3900-LIST-EXCEPTION THRU 3900-EXIT
004190         WHEN 'P'
004200             MOVE "ALREADY PAID - DUPLICATE" TO XL-REMARKS
004210             PERFORM 3900-LIST-EXCEPTION THRU 3900-EXIT
004220         WHEN OTHER
004230             IF PI-AMOUNT NOT = CR-AMOUNT (CR-IDX)
004240                 MOVE "AMOUNT MISMATCH - NOT MARKED" TO XL-REMARKS
004250                 PERFORM 3900-LIST-EXCEPTION THRU 3900-EXIT
004260             ELSE
004270                 PERFORM 3000-MARK-PAID THRU 3000-EXIT
004280             END-IF
004290     END-EVALUATE.
004300 2000-READ-NEXT.
004310     PERFORM 2100-READ-PAID-ITEM THRU 2100-EXIT.
004320 2000-EXIT.
004330     EXIT.
004340*
004350******************************************************************
004360**  2100-READ-PAID-ITEM - READ THE NEXT PAID ITEM
004370******************************************************************
004380 2100-READ-PAID-ITEM.
004390     IF END-OF-PAID-ITEMS
004400         GO TO 2100-EXIT
004410     END-IF.
004420     READ PAID-ITEM-FILE
004430         AT END
004440             MOVE 'Y' TO WS-PAI-EOF-SW
004450             GO TO 2100-EXIT
004460     END-READ.
004470 2100-EXIT.
004480     EXIT.
004490*
004500******************************************************************
004510**  2200-FIND-CHECK - LOCATE THE TABLE ENTRY FOR A CHECK NUMBER
004520******************************************************************
004530 2200-FIND-CHECK.
004540     MOVE ZERO TO WS-MATCH-SUB.
004550     PERFORM 2210-TEST-ONE-CHECK THRU 2210-EXIT
004560         VARYING CR-IDX FROM 1 BY 1
004570         UNTIL CR-IDX > WS-CHECK-COUNT
004580         OR WS-MATCH-SUB NOT = ZERO.
004590 2200-EXIT.
004600     EXIT.
004610*
004620******************************************************************
004630**  2210-TEST-ONE-CHECK - TEST ONE TABLE ENTRY FOR A MATCH
004640******************************************************************
004650 2210-TEST-ONE-CHECK.
004660     IF WS-FIND-CHECK-NO = CR-CHECK-NO (CR-IDX)
004670         SET WS-MATCH-SUB TO CR-IDX
004680     END-IF.
004690 2210-EXIT.
004700     EXIT.
004710*
004720******************************************************************
004730**  3000-MARK-PAID - THE CHECK CLEARED: APPEND ITS P RECORD
004740******************************************************************
004750 3000-MARK-PAID.
004760     MOVE SPACES TO CHECK-REG-REC.
004770     MOVE CR-CHECK-NO (CR-IDX) TO CK-CHECK-NO.
004780     MOVE CR-EMP-ID (CR-IDX) TO CK-EMP-ID.
004790     MOVE CR-EMP-NAME (CR-IDX) TO CK-EMP-NAME.
004800     MOVE CR-ISSUE-DATE (CR-IDX) TO CK-CHECK-DATE.
004810     MOVE 'P' TO CK-STATUS.
004820     MOVE CR-AMOUNT (CR-IDX) TO CK-AMOUNT.
004830     MOVE ZERO TO CK-REPLACED-BY.
004840     MOVE PI-PAID-DATE TO CK-PAID-DATE.
004850     WRITE CHECK-REG-REC.
004860     MOVE 'P' TO CR-STATUS (CR-IDX).
004870     ADD 1 TO WS-PAID-COUNT.
004880     ADD PI-AMOUNT TO WS-PAID-AMOUNT.
004890 3000-EXIT.
004900     EXIT.
004910*
004920******************************************************************
004930**  3900-LIST-EXCEPTION - WRITE ONE EXCEPTION LINE AND COUNT IT
004940******************************************************************
004950 3900-LIST-EXCEPTION.
004960     ADD 1 TO WS-EXCEPTION-COUNT.
004970     WRITE RC-PRINT-LINE FROM WS-EXCEPTION-LINE.
004980 3900-EXIT.
004990     EXIT.
005000*
005010******************************************************************
005020**  5000-LIST-OUTSTANDING - AGE AND LIST EVERY CHECK STILL
005030**                          OUTSTANDING, THEN THE TOTALS BY AGE
005040******************************************************************
005050 5000-LIST-OUTSTANDING.
005060     MOVE WS-ITEM-COUNT TO PS-ITEM-COUNT.
005070     MOVE WS-PAID-COUNT TO PS-PAID-COUNT.
005080     MOVE WS-PAID-AMOUNT TO PS-PAID-AMOUNT.
005090     MOVE WS-EXCEPTION-COUNT TO PS-EXCEPTION-COUNT.
005100     WRITE RC-PRINT-LINE FROM WS-PAID-SUMMARY-LINE.
005110     MOVE "OUTSTANDING CHECKS" TO TL-TITLE.
005120     WRITE RC-PRINT-LINE FROM WS-TITLE-LINE.
005130     WRITE RC-PRINT-LINE FROM WS-OUTSTANDING-HEADING.
005140     PERFORM 5100-AGE-ONE-CHECK THRU 5100-EXIT
005150         VARYING CR-IDX FROM 1 BY 1
005160         UNTIL CR-IDX > WS-CHECK-COUNT.
005170     MOVE "OUTSTANDING BY AGE" TO TL-TITLE.
005180     WRITE RC-PRINT-LINE FROM WS-TITLE-LINE.
005190     PERFORM 5200-PRINT-AGE-TOTAL THRU 5200-EXIT
005200         VARYING AG-IDX FROM 1 BY 1
005210         UNTIL AG-IDX > 5.
005220     MOVE "TOTAL OUTSTANDING" TO AT-LABEL.
005230     MOVE WS-OUTSTANDING-COUNT TO AT-COUNT.
005240     MOVE WS-OUTSTANDING-AMOUNT TO AT-AMOUNT.
005250     WRITE RC-PRINT-LINE FROM WS-AGE-TOTAL-LINE.
005260 5000-EXIT.
005270     EXIT.
005280*
005290******************************************************************
005300**  5100-AGE-ONE-CHECK - A CHECK WHOSE LATEST STATUS IS I OR R IS
005310**                       OUTSTANDING: AGE IT FROM ITS CHECK DATE
005320******************************************************************
005330 5100-AGE-ONE-CHECK.
005340     IF CR-STATUS (CR-IDX) NOT = 'I'
005350         AND CR-STATUS (CR-IDX) NOT = 'R'
005360         GO TO 5100-EXIT
005370     END-IF.
005380     MOVE ZERO TO WS-AGE-DAYS.
005390     IF CR-ISSUE-DATE (CR-IDX) IS NUMERIC
005400         AND CR-ISSUE-DATE (CR-IDX) < WS-AS-OF-DATE
005410         MOVE CR-ISSUE-DATE (CR-IDX) TO WS-DATE-WORK
005420         PERFORM 7000-COMPUTE-DAY-NUMBER THRU 7000-EXIT
005430         COMPUTE WS-AGE-DAYS = WS-AS-OF-DAY-NO - WS-DAY-NUMBER
005440     END-IF.
005450     EVALUATE TRUE
005460         WHEN WS-AGE-DAYS > WS-STALE-DAYS
005470             MOVE 5 TO WS-AGE-SUB
005480         WHEN WS-AGE-DAYS > 90
005490             MOVE 4 TO WS-AGE-SUB
005500         WHEN WS-AGE-DAYS > 60
005510             MOVE 3 TO WS-AGE-SUB
005520         WHEN WS-AGE-DAYS > 30
005530             MOVE 2 TO WS-AGE-SUB
005540         WHEN OTHER
005550             MOVE 1 TO WS-AGE-SUB
005560     END-EVALUATE.
005570     SET AG-IDX TO WS-AGE-SUB.
005580     ADD 1 TO AG-COUNT (AG-IDX).
005590     ADD CR-AMOUNT (CR-IDX) TO AG-AMOUNT (AG-IDX).
005600     ADD 1 TO WS-OUTSTANDING-COUNT.
005610     ADD CR-AMOUNT (CR-IDX) TO WS-OUTSTANDING-AMOUNT.
005620     MOVE CR-CHECK-NO (CR-IDX) TO OL-CHECK-NO.
005630     MOVE CR-EMP-ID (CR-IDX) TO OL-EMP-ID.
005640     MOVE CR-EMP-NAME (CR-IDX) TO OL-EMP-NAME.
005650     MOVE CR-ISSUE-DATE (CR-IDX) TO OL-CHECK-DATE.
005660     MOVE CR-AMOUNT (CR-IDX) TO OL-AMOUNT.
005670     MOVE WS-AGE-DAYS TO OL-AGE-DAYS.
005680     MOVE WS-AGE-LABEL (WS-AGE-SUB) TO OL-AGE-LABEL.
005690     WRITE RC-PRINT-LINE FROM WS-OUTSTANDING-LINE.
005700 5100-EXIT.
005710     EXIT.
005720*
005730******************************************************************
005740**  5200-PRINT-AGE-TOTAL - PRINT ONE AGE BUCKET'S TOTALS
005750******************************************************************
005760 5200-PRINT-AGE-TOTAL.
005770     SET WS-AGE-SUB TO AG-IDX.
005780     MOVE WS-AGE-LABEL (WS-AGE-SUB) TO AT-LABEL.
005790     MOVE AG-COUNT (AG-IDX) TO AT-COUNT.
005800     MOVE AG-AMOUNT (AG-IDX) TO AT-AMOUNT.
005810     WRITE RC-PRINT-LINE FROM WS-AGE-TOTAL-LINE.
005820 5200-EXIT.
005830     EXIT.
005840*
005850******************************************************************
005860**  7000-COMPUTE-DAY-NUMBER - DAY NUMBER OF THE DATE IN
005870**                            WS-DATE-WORK, COUNTING MARCH AS THE
005880**                            FIRST MONTH SO FEBRUARY'S LEAP DAY
005890**                            FALLS AT THE END OF THE YEAR
005900******************************************************************
005910 7000-COMPUTE-DAY-NUMBER.
005920     MOVE WS-DW-YEAR TO WS-DN-YEAR.
005930     MOVE WS-DW-MONTH TO WS-DN-MONTH.
005940     IF WS-DN-MONTH < 3
005950         SUBTRACT 1 FROM WS-DN-YEAR
005960         ADD 12 TO WS-DN-MONTH
005970     END-IF.
005980     DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-LEAP-4.
005990     DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-LEAP-100.
006000     DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-LEAP-400.
006010     COMPUTE WS-DN-MONTH-DAYS = 153 * (WS-DN-MONTH - 3) + 2.
006020     DIVIDE WS-DN-MONTH-DAYS BY 5 GIVING WS-DN-MONTH-DAYS.
006030     COMPUTE WS-DAY-NUMBER = 365 * WS-DN-YEAR
006040         + WS-DN-LEAP-4 - WS-DN-LEAP-100 + WS-DN-LEAP-400
006050         + WS-DN-MONTH-DAYS + WS-DW-DAY.
006060 7000-EXIT.
006070     EXIT.
006080*
006090******************************************************************
006100**  8000-TERMINATE - RETURN-CODE AND CLOSE
006110******************************************************************
006120 8000-TERMINATE.
006130     MOVE WS-EXCEPTION-COUNT TO RETURN-CODE.
006140     CLOSE PAID-ITEM-FILE.
006150     CLOSE CHECK-REGISTER.
006160     CLOSE RECON-REPORT.
006170     DISPLAY "CHKRECON: " WS-PAID-COUNT " CHECKS MARKED PAID, "
006180         WS-EXCEPTION-COUNT " EXCEPTIONS, "
006190         WS-OUTSTANDING-COUNT " OUTSTANDING".
006200 8000-EXIT.
006210     EXIT.
