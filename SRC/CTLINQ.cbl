000080*     PRINTS WHERE EACH OPEN PAY CYCLE STANDS FROM THE CYCLE
000090*     RUN-CONTROL FILE (PAYCTL, SEE COPY/CTLREC.cpy): ONE LINE
000100*     PER CYCLE SEEN, SHOWING THE LATEST CONDITION CODE RECORDED
000110*     FOR EACH STEP (PAYCALC, PAYBAL, PAYERTX, PAYVAR AND ITS
000115*     VARSIGN SIGN-OFF, PAYSTUB, PAYACH, ACHBAL, PAYCHK, PAYREM
000120*     AND THE PROMOTION) OR -- WHERE THE STEP HAS NOT RUN.  THE
000122*     FILE IS APPEND-ONLY AND CHRONOLOGICAL, SO THE LAST RECORD
000130*     READ FOR A CYCLE AND STEP WINS.  THE
000140*     REPORT ENDS WITH THE COUNT OF CONTROL RECORDS READ AND
000150*     CYCLES LISTED.
000160*
000170* MODIFICATION HISTORY.
000180*     09/02/2026  RJK  ORIGINAL PROGRAM.
000182*     10/15/2026  RJK  ADD A COLUMN FOR THE NEW EMPLOYER TAX
000184*                      ACCRUAL STEP (PAYERTX) AFTER PAYBAL.
000186*     10/15/2026  RJK  ADD A COLUMN FOR THE ACH FILE CONTROL STEP
000188*                      (ACHBAL) AFTER PAYACH.
000189*     10/15/2026  RJK  ADD COLUMNS FOR THE VARIANCE REVIEW STEP
000190*                      (PAYVAR) AND ITS SIGN-OFF (VARSIGN) AFTER
000191*                      PAYERTX; STEP COLUMNS NARROWED TO 7 TO FIT.
000192*     10/15/2026  RJK  ADD A COLUMN FOR THE DEDUCTION REMITTANCE
000193*                      STEP (PAYREM) AFTER PAYCHK; STEP COLUMNS
000194*                      NARROWED TO 6 TO FIT.
000195*
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. CTLINQ.
000220 AUTHOR. R. J. KOWALCZYK.
000630*
000640*-----------------------------------------------------------------
000650* CYCLE STATUS TABLE - ONE ENTRY PER CYCLE SEEN, WITH THE LATEST
000660* CONDITION PER STEP.  STEP SLOTS: 1=PAYCALC 2=PAYBAL 3=PAYERTX
000670* 4=PAYVAR 5=VARSIGN 6=PAYSTUB 7=PAYACH 8=ACHBAL 9=PAYCHK
000675* 10=PAYREM 11=PROMOTE
000680*-----------------------------------------------------------------
000690 01  WS-CYCLE-TABLE.
000700     05  WS-CYCLE-COUNT           PIC 9(3)    VALUE ZERO.
000720                                  INDEXED BY CY-IDX.
000730         10  WS-CY-FREQUENCY      PIC X(1).
000740         10  WS-CY-PERIOD-NO      PIC 9(3).
000750         10  WS-CY-STEP-ENTRY     OCCURS 11 TIMES
000760                                  INDEXED BY ST-IDX.
000770             15  WS-CY-SEEN-SW    PIC X(1).
000780             15  WS-CY-CONDITION  PIC 9(2).
000800 01  WS-STEP-NAMES.
000810     05  FILLER                   PIC X(8)   VALUE "PAYCALC".
000820     05  FILLER                   PIC X(8)   VALUE "PAYBAL".
000825     05  FILLER                   PIC X(8)   VALUE "PAYERTX".
000826     05  FILLER                   PIC X(8)   VALUE "PAYVAR".
000827     05  FILLER                   PIC X(8)   VALUE "VARSIGN".
000830     05  FILLER                   PIC X(8)   VALUE "PAYSTUB".
000840     05  FILLER                   PIC X(8)   VALUE "PAYACH".
000845     05  FILLER                   PIC X(8)   VALUE "ACHBAL".
000850     05  FILLER                   PIC X(8)   VALUE "PAYCHK".
000855     05  FILLER                   PIC X(8)   VALUE "PAYREM".
000860     05  FILLER                   PIC X(8)   VALUE "PROMOTE".
000870 01  WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAMES.
000880     05  WS-STEP-NAME             PIC X(8)   OCCURS 11 TIMES.
000890*
000900 77  WS-MATCH-IDX                 PIC 9(3)    VALUE ZERO.
000910 77  WS-STEP-SUB                  PIC 9(2)    VALUE ZERO.
000920*
000930 01  WS-COUNTS.
000940     05  WS-READ-COUNT            PIC 9(5)    VALUE ZERO.
001050 01  WS-HEADING-2.
001060     05  FILLER                   PIC X(8)   VALUE "CYCLE".
001070     05  FILLER                   PIC X(2)   VALUE SPACES.
001080     05  FILLER                   PIC X(6)   VALUE "CALC".
001090     05  FILLER                   PIC X(6)   VALUE "BAL".
001095     05  FILLER                   PIC X(6)   VALUE "ERTX".
001096     05  FILLER                   PIC X(6)   VALUE "VAR".
001097     05  FILLER                   PIC X(6)   VALUE "VSGN".
001100     05  FILLER                   PIC X(6)   VALUE "STUB".
001110     05  FILLER                   PIC X(6)   VALUE "ACH".
001115     05  FILLER                   PIC X(6)   VALUE "ACHB".
001120     05  FILLER                   PIC X(6)   VALUE "CHK".
001125     05  FILLER                   PIC X(6)   VALUE "REM".
001130     05  FILLER                   PIC X(6)   VALUE "PROM".
001140     05  FILLER                   PIC X(4)   VALUE SPACES.
001150*
001160 01  WS-STATUS-LINE.
001170     05  SL-FREQUENCY             PIC X(1).
001180     05  FILLER                   PIC X(1)   VALUE SPACES.
001190     05  SL-PERIOD-NO             PIC 9(3).
001200     05  FILLER                   PIC X(5)   VALUE SPACES.
001210     05  SL-STEP-ENTRY            OCCURS 11 TIMES.
001220         10  SL-CONDITION         PIC X(2).
001230         10  FILLER               PIC X(4).
001240     05  FILLER                   PIC X(4)   VALUE SPACES.
001250*
001260 01  WS-SUMMARY-LINE.
001270     05  FILLER                   PIC X(7)   VALUE "READ  =".
001960     MOVE ZERO TO WS-STEP-SUB.
001970     PERFORM 2210-TEST-ONE-STEP-NAME THRU 2210-EXIT
001980         VARYING ST-IDX FROM 1 BY 1
001990         UNTIL ST-IDX > 11.
002000 2200-EXIT.
002010     EXIT.
002020*
002320         MOVE CT-PERIOD-NO TO WS-CY-PERIOD-NO (CY-IDX)
002330         PERFORM 2320-CLEAR-ONE-SLOT THRU 2320-EXIT
002340             VARYING ST-IDX FROM 1 BY 1
002350             UNTIL ST-IDX > 11
002360         MOVE WS-CYCLE-COUNT TO WS-MATCH-IDX
002370     END-IF.
002380 2300-EXIT.
002780     MOVE WS-CY-PERIOD-NO (CY-IDX) TO SL-PERIOD-NO.
002790     PERFORM 3110-FORMAT-ONE-STEP THRU 3110-EXIT
002800         VARYING ST-IDX FROM 1 BY 1
002810         UNTIL ST-IDX > 11.
002820     WRITE CR-PRINT-LINE FROM WS-STATUS-LINE.
002830 3100-EXIT.
002840     EXIT.
