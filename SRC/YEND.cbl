000190*     AFTER THE ACTIVE MASTER, FLAGGED "TERM", SO EVERY EMPLOYEE
000200*     PAID DURING THE YEAR APPEARS AT YEAR END.  THE HISTORY
000210*     FILE IS OPTIONAL - A YEAR WITH NO TERMINATIONS HAS NONE.
000212*
000214*     FEDERAL AND STATE/LOCAL WITHHOLDING ARE REPORTED IN THEIR
000216*     OWN COLUMNS, AND A STATE SUMMARY FOLLOWS THE GRAND TOTAL:
000217*     ONE LINE PER WORK-STATE, ACTIVE AND TERMINATED EMPLOYEES
000218*     TOGETHER, WITH ITS EMPLOYEE COUNT, YTD GROSS AND YTD STATE
000219*     TAX.
000220*
000230* MODIFICATION HISTORY.
000240*     08/09/2026  RJK  ORIGINAL PROGRAM.
000290*                      STATUTORY REPORT.
000300*     08/21/2026  RJK  EMPLOYEE MASTER CONVERTED TO INDEXED
000310*                      ORGANIZATION KEYED ON EMP-ID (SEE EMPCONV).
000312*     10/15/2026  RJK  REPORT YTD-STATE-TAX AND WORK-STATE BESIDE
000314*                      THE FEDERAL TAX, TAKE IT OUT OF YTD NET,
000316*                      AND ADD THE STATE SUMMARY SECTION.
000320*
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. YEND.
000880         88  END-OF-TERM-HIST                VALUE 'Y'.
000890*
000900 77  WS-LINE-STATUS               PIC X(4)    VALUE SPACES.
000902 77  WS-STATE-MATCH               PIC 9(2)    VALUE ZERO.
000910*
000920*-----------------------------------------------------------------
000930* GRAND TOTALS
000970     05  WS-TOTAL-YTD-GROSS       PIC 9(11)V99 VALUE ZERO.
000980     05  WS-TOTAL-YTD-TAX         PIC 9(11)V99 VALUE ZERO.
000990     05  WS-TOTAL-YTD-NET         PIC 9(11)V99 VALUE ZERO.
000995     05  WS-TOTAL-YTD-STATE-TAX   PIC 9(11)V99 VALUE ZERO.
001000*
001010 77  WS-YTD-NET-PAY               PIC 9(9)V99.
001012*
001014*-----------------------------------------------------------------
001015* STATE SUMMARY, ONE ENTRY PER WORK-STATE IN ORDER OF FIRST USE
001016*-----------------------------------------------------------------
001017 01  WS-STATE-SUMMARY.
001018     05  WS-STATE-COUNT           PIC 9(2)    VALUE ZERO.
001019     05  WS-STATE-ENTRY OCCURS 60 TIMES
001020                        INDEXED BY WS-STATE-IDX.
001021         10  WS-SUM-STATE         PIC X(2).
001022         10  WS-SUM-EMP-COUNT     PIC 9(5).
001023         10  WS-SUM-YTD-GROSS     PIC 9(11)V99.
001024         10  WS-SUM-YTD-STATE-TAX PIC 9(11)V99.
001025*
001030*-----------------------------------------------------------------
001040* PRINT LINE LAYOUTS
001050*-----------------------------------------------------------------
001170     05  FILLER                   PIC X(3)   VALUE SPACES.
001180     05  FILLER                   PIC X(12)  VALUE "YTD GROSS".
001190     05  FILLER                   PIC X(4)   VALUE SPACES.
001200     05  FILLER                   PIC X(12)  VALUE "YTD FED TAX".
001210     05  FILLER                   PIC X(4)   VALUE SPACES.
001212     05  FILLER                   PIC X(13)  VALUE
001213         "YTD STATE TAX".
001214     05  FILLER                   PIC X(2)   VALUE SPACES.
001216     05  FILLER                   PIC X(2)   VALUE "ST".
001218     05  FILLER                   PIC X(3)   VALUE SPACES.
001220     05  FILLER                   PIC X(12)  VALUE "YTD NET".
001230     05  FILLER                   PIC X(35)  VALUE SPACES.
001240*
001250 01  WS-DETAIL-LINE.
001260     05  DL-EMP-ID                PIC 9(5).
001310     05  FILLER                   PIC X(3)   VALUE SPACES.
001320     05  DL-YTD-TAX               PIC Z(9)9.99.
001330     05  FILLER                   PIC X(3)   VALUE SPACES.
001332     05  DL-YTD-STATE-TAX         PIC Z(9)9.99.
001334     05  FILLER                   PIC X(2)   VALUE SPACES.
001336     05  DL-WORK-STATE            PIC X(2).
001338     05  FILLER                   PIC X(3)   VALUE SPACES.
001340     05  DL-YTD-NET               PIC Z(9)9.99.
001350     05  FILLER                   PIC X(3)   VALUE SPACES.
001360     05  DL-STATUS                PIC X(4).
001370     05  FILLER                   PIC X(18)  VALUE SPACES.
001380*
001390 01  WS-TOTAL-LINE.
001400     05  FILLER                   PIC X(11)  VALUE "GRAND TOTAL".
001470     05  FILLER                   PIC X(3)   VALUE SPACES.
001480     05  TL-TOTAL-YTD-TAX         PIC Z(9)9.99.
001490     05  FILLER                   PIC X(3)   VALUE SPACES.
001492     05  TL-TOTAL-YTD-STATE-TAX   PIC Z(9)9.99.
001494     05  FILLER                   PIC X(7)   VALUE SPACES.
001500     05  TL-TOTAL-YTD-NET         PIC Z(9)9.99.
001510     05  FILLER                   PIC X(34)  VALUE SPACES.
001512*
001513 01  WS-STATE-HEADING.
001514     05  FILLER                   PIC X(13)  VALUE
001515         "STATE SUMMARY".
001516     05  FILLER                   PIC X(17)  VALUE SPACES.
001517     05  FILLER                   PIC X(5)   VALUE "EMPS".
001518     05  FILLER                   PIC X(3)   VALUE SPACES.
001519     05  FILLER                   PIC X(12)  VALUE "YTD GROSS".
001520     05  FILLER                   PIC X(4)   VALUE SPACES.
001521     05  FILLER                   PIC X(13)  VALUE
001522         "YTD STATE TAX".
001523     05  FILLER                   PIC X(65)  VALUE SPACES.
001524*
001525 01  WS-STATE-LINE.
001526     05  FILLER                   PIC X(6)   VALUE "STATE ".
001527     05  SL-WORK-STATE            PIC X(2).
001528     05  FILLER                   PIC X(22)  VALUE SPACES.
001529     05  SL-EMP-COUNT             PIC ZZZZ9.
001530     05  FILLER                   PIC X(3)   VALUE SPACES.
001531     05  SL-YTD-GROSS             PIC Z(9)9.99.
001532     05  FILLER                   PIC X(3)   VALUE SPACES.
001533     05  SL-YTD-STATE-TAX         PIC Z(9)9.99.
001534     05  FILLER                   PIC X(65)  VALUE SPACES.
001535*
001536 PROCEDURE DIVISION.
001540*
001550******************************************************************
001560**  0000-MAINLINE - PROGRAM CONTROL
002050******************************************************************
002060 2200-PRINT-DETAIL-LINE.
002070     COMPUTE WS-YTD-NET-PAY ROUNDED =
002080         YTD-GROSS - YTD-TAX - YTD-STATE-TAX.
002090     MOVE SPACES TO WS-DETAIL-LINE.
002100     MOVE EMP-ID TO DL-EMP-ID.
002110     MOVE EMP-NAME TO DL-EMP-NAME.
002120     MOVE YTD-GROSS TO DL-YTD-GROSS.
002130     MOVE YTD-TAX TO DL-YTD-TAX.
002135     MOVE YTD-STATE-TAX TO DL-YTD-STATE-TAX.
002137     MOVE WORK-STATE TO DL-WORK-STATE.
002140     MOVE WS-YTD-NET-PAY TO DL-YTD-NET.
002150     MOVE WS-LINE-STATUS TO DL-STATUS.
002160     WRITE YR-PRINT-LINE FROM WS-DETAIL-LINE.
002180     ADD YTD-GROSS TO WS-TOTAL-YTD-GROSS.
002190     ADD YTD-TAX TO WS-TOTAL-YTD-TAX.
002200     ADD WS-YTD-NET-PAY TO WS-TOTAL-YTD-NET.
002202     ADD YTD-STATE-TAX TO WS-TOTAL-YTD-STATE-TAX.
002204     PERFORM 2300-ACCUMULATE-STATE THRU 2300-EXIT.
002210 2200-EXIT.
002220     EXIT.
002221*
002222******************************************************************
002223**  2300-ACCUMULATE-STATE - ADD THE CURRENT EMPLOYEE INTO THE
002224**                          STATE SUMMARY ENTRY FOR WORK-STATE,
002225**                          OPENING AN ENTRY THE FIRST TIME THE
002226**                          STATE IS SEEN
002227******************************************************************
002228 2300-ACCUMULATE-STATE.
002229     MOVE ZERO TO WS-STATE-MATCH.
002230     PERFORM 2310-TEST-ONE-STATE THRU 2310-EXIT
002231         VARYING WS-STATE-IDX FROM 1 BY 1
002232         UNTIL WS-STATE-IDX > WS-STATE-COUNT.
002233     IF WS-STATE-MATCH = ZERO
002234         IF WS-STATE-COUNT = 60
002235             DISPLAY "YEND: STATE SUMMARY TABLE FULL - "
002236                 WORK-STATE " NOT SUMMARIZED"
002237             GO TO 2300-EXIT
002238         END-IF
002239         ADD 1 TO WS-STATE-COUNT
002240         MOVE WS-STATE-COUNT TO WS-STATE-MATCH
002241         SET WS-STATE-IDX TO WS-STATE-MATCH
002242         MOVE WORK-STATE TO WS-SUM-STATE (WS-STATE-IDX)
002243         MOVE ZERO TO WS-SUM-EMP-COUNT (WS-STATE-IDX)
002244         MOVE ZERO TO WS-SUM-YTD-GROSS (WS-STATE-IDX)
002245         MOVE ZERO TO WS-SUM-YTD-STATE-TAX (WS-STATE-IDX)
002246     END-IF.
002247     SET WS-STATE-IDX TO WS-STATE-MATCH.
002248     ADD 1 TO WS-SUM-EMP-COUNT (WS-STATE-IDX).
002249     ADD YTD-GROSS TO WS-SUM-YTD-GROSS (WS-STATE-IDX).
002250     ADD YTD-STATE-TAX TO WS-SUM-YTD-STATE-TAX (WS-STATE-IDX).
002251 2300-EXIT.
002252     EXIT.
002253*
002254******************************************************************
002255**  2310-TEST-ONE-STATE - TEST ONE STATE SUMMARY ENTRY
002256******************************************************************
002257 2310-TEST-ONE-STATE.
002258     IF WS-STATE-MATCH = ZERO
002259         AND WS-SUM-STATE (WS-STATE-IDX) = WORK-STATE
002260         SET WS-STATE-MATCH TO WS-STATE-IDX
002261     END-IF.
002262 2310-EXIT.
002263     EXIT.
002264*
002265******************************************************************
002266**  3000-PROCESS-TERMINATED - REPORT ONE TERMINATED EMPLOYEE FROM
002267**                           THE HISTORY FILE, FLAGGED "TERM".
002270**                           THE IMAGE IS MOVED INTO THE MASTER
002280**                           RECORD AREA SO THE SAME DETAIL
002290**                           PARAGRAPH SERVES BOTH FILES.
002610     MOVE WS-TOTAL-YTD-GROSS TO TL-TOTAL-YTD-GROSS.
002620     MOVE WS-TOTAL-YTD-TAX TO TL-TOTAL-YTD-TAX.
002630     MOVE WS-TOTAL-YTD-NET TO TL-TOTAL-YTD-NET.
002635     MOVE WS-TOTAL-YTD-STATE-TAX TO TL-TOTAL-YTD-STATE-TAX.
002640     WRITE YR-PRINT-LINE FROM WS-TOTAL-LINE.
002642     WRITE YR-PRINT-LINE FROM WS-STATE-HEADING.
002644     PERFORM 8100-PRINT-STATE-LINE THRU 8100-EXIT
002646         VARYING WS-STATE-IDX FROM 1 BY 1
002648         UNTIL WS-STATE-IDX > WS-STATE-COUNT.
002650     CLOSE EMP-MASTER-FILE.
002660     CLOSE TERM-HIST-FILE.
002670     CLOSE YEAR-END-REPORT.
002680 8000-EXIT.
002690     EXIT.
003130*
003140******************************************************************
003150**  8100-PRINT-STATE-LINE - ONE STATE SUMMARY LINE
003160******************************************************************
003170 8100-PRINT-STATE-LINE.
003180     MOVE WS-SUM-STATE (WS-STATE-IDX) TO SL-WORK-STATE.
003190     MOVE WS-SUM-EMP-COUNT (WS-STATE-IDX) TO SL-EMP-COUNT.
003200     MOVE WS-SUM-YTD-GROSS (WS-STATE-IDX) TO SL-YTD-GROSS.
003210     MOVE WS-SUM-YTD-STATE-TAX (WS-STATE-IDX) TO
003220         SL-YTD-STATE-TAX.
003230     WRITE YR-PRINT-LINE FROM WS-STATE-LINE.
003240 8100-EXIT.
003250     EXIT.
