000010*
000020* PROGRAM      PENDINQ
000030* AUTHOR       R. J. KOWALCZYK
000040* INSTALLATION CENTRAL PAYROLL SYSTEMS
000050* DATE-WRITTEN 10/15/2026
000060*
000070* REMARKS.
000080*     LISTS THE FUTURE-DATED EMPLOYEE MAINTENANCE THAT EMPMAINT
000090*     HAS PARKED ON THE PENDING FILE (EMPPEND, SEE
000100*     COPY/PENDREC.cpy), SO WHAT IS QUEUED AGAINST EACH EMPLOYEE
000110*     CAN BE REVIEWED - AND CANCELLED WITH AN X TRANSACTION -
000120*     BEFORE A CYCLE STARTS.  ONE LINE PRINTS PER PARKED CHANGE,
000130*     IN THE FILE'S EMP-ID AND EFFECTIVE-DATE SEQUENCE, SHOWING
000140*     THE EFFECTIVE DATE, TRANSACTION CODE, DATE PARKED AND THE
000150*     FIELDS THE CHANGE WILL CARRY; EACH EMPLOYEE'S GROUP ENDS
000160*     WITH ITS COUNT.  A SELECTION PARAMETER MAY BE SUPPLIED ON
000170*     THE COMMAND LINE IN FIXED POSITIONS:
000180*         1-5    EMP-ID     (00000 OR SPACES = ALL EMPLOYEES)
000190*     RUN IT AGAINST THE NEWPEND GENERATION OF THE LAST
000200*     MAINTENANCE RUN ONCE IT HAS BEEN CATALOGED AS EMPPEND.  THE
000210*     REPORT ENDS WITH THE COUNT OF RECORDS READ AND PRINTED.
000220*
000230* MODIFICATION HISTORY.
000240*     10/15/2026  RJK  ORIGINAL PROGRAM.
000250*
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. PENDINQ.
000280 AUTHOR. R. J. KOWALCZYK.
000290 INSTALLATION. CENTRAL PAYROLL SYSTEMS.
000300 DATE-WRITTEN. 10/15/2026.
000310 DATE-COMPILED.
000320*
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. GNUCOBOL.
000360 OBJECT-COMPUTER. GNUCOBOL.
000370*
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT OPTIONAL PENDING-FILE ASSIGN TO "EMPPEND"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-PND-FILE-STATUS.
000430     SELECT PENDING-REPORT ASSIGN TO "PENDRPT"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-RPT-FILE-STATUS.
000460*
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  PENDING-FILE
000500     RECORDING MODE IS F.
000510 COPY PENDREC.
000520*
000530 FD  PENDING-REPORT
000540     RECORDING MODE IS F.
000550 01  PR-PRINT-LINE               PIC X(132).
000560*
000570 WORKING-STORAGE SECTION.
000580*
000590*-----------------------------------------------------------------
000600* FILE STATUS AND CONTROL SWITCHES
000610*-----------------------------------------------------------------
000620 01  WS-PND-FILE-STATUS          PIC X(2).
000630 01  WS-RPT-FILE-STATUS          PIC X(2).
000640*
000650 01  WS-SWITCHES.
000660     05  WS-EOF-SW                PIC X(1)   VALUE 'N'.
000670         88  END-OF-PENDING                  VALUE 'Y'.
000680*
000690*-----------------------------------------------------------------
000700* SELECTION PARAMETER - FIXED POSITIONS ON THE COMMAND LINE
000710*-----------------------------------------------------------------
000720 01  WS-PARM.
000730     05  WS-PARM-EMP-ID-X         PIC X(5).
000740*
000750 77  WS-SELECT-EMP-ID             PIC 9(5)    VALUE ZERO.
000760 77  WS-PREV-EMP-ID               PIC 9(5)    VALUE ZERO.
000770*
000780 01  WS-COUNTS.
000790     05  WS-READ-COUNT            PIC 9(5)    VALUE ZERO.
000800     05  WS-PRINT-COUNT           PIC 9(5)    VALUE ZERO.
000810     05  WS-EMP-COUNT             PIC 9(5)    VALUE ZERO.
000820*
000830*-----------------------------------------------------------------
000840* THE PARKED TRANSACTION, VIEWED THROUGH ITS OWN LAYOUT
000850*-----------------------------------------------------------------
000860 COPY EMPTRANS.
000870*
000880*-----------------------------------------------------------------
000890* REPORT LINE LAYOUTS
000900*-----------------------------------------------------------------
000910 01  WS-HEADING-1.
000920     05  FILLER                   PIC X(24)  VALUE SPACES.
000930     05  FILLER                   PIC X(44)  VALUE
000940         "PENDINQ - PARKED EMPLOYEE MAINTENANCE REPORT".
000950     05  FILLER                   PIC X(64)  VALUE SPACES.
000960*
000970 01  WS-HEADING-2.
000980     05  FILLER                   PIC X(38)  VALUE
000990         "EMP-ID  CD  EFFECTIVE  PARKED    NAME ".
001000     05  FILLER                   PIC X(17)  VALUE SPACES.
001010     05  FILLER                   PIC X(22)  VALUE
001020         "SALARY  DEPT FQ PT  ST".
001030     05  FILLER                   PIC X(55)  VALUE SPACES.
001040*
001050 01  WS-DETAIL-LINE.
001060     05  DL-EMP-ID                PIC 9(5).
001070     05  FILLER                   PIC X(3)   VALUE SPACES.
001080     05  DL-TXN-CODE              PIC X(1).
001090     05  FILLER                   PIC X(3)   VALUE SPACES.
001100     05  DL-EFFECTIVE-DATE        PIC 9(8).
001110     05  FILLER                   PIC X(3)   VALUE SPACES.
001120     05  DL-PARKED-DATE           PIC 9(8).
001130     05  FILLER                   PIC X(2)   VALUE SPACES.
001140     05  DL-EMP-NAME              PIC X(20).
001150     05  FILLER                   PIC X(1)   VALUE SPACES.
001160     05  DL-BASIC-SALARY          PIC Z(6)9.
001170     05  FILLER                   PIC X(2)   VALUE SPACES.
001180     05  DL-DEPT-CODE             PIC X(3).
001190     05  FILLER                   PIC X(3)   VALUE SPACES.
001200     05  DL-PAY-FREQUENCY         PIC X(1).
001210     05  FILLER                   PIC X(2)   VALUE SPACES.
001220     05  DL-PAY-TYPE              PIC X(1).
001230     05  FILLER                   PIC X(2)   VALUE SPACES.
001240     05  DL-WORK-STATE            PIC X(2).
001250     05  FILLER                   PIC X(55)  VALUE SPACES.
001260*
001270 01  WS-EMPLOYEE-TOTAL-LINE.
001280     05  FILLER                   PIC X(8)   VALUE SPACES.
001290     05  FILLER                   PIC X(7)   VALUE "EMP-ID ".
001300     05  ET-EMP-ID                PIC 9(5).
001310     05  FILLER                   PIC X(2)   VALUE SPACES.
001320     05  ET-COUNT                 PIC ZZZZ9.
001330     05  FILLER                   PIC X(15)  VALUE
001340         " CHANGE(S) HELD".
001350     05  FILLER                   PIC X(90)  VALUE SPACES.
001360*
001370 01  WS-BLANK-LINE                PIC X(132) VALUE SPACES.
001380*
001390 01  WS-SUMMARY-LINE.
001400     05  FILLER                   PIC X(7)   VALUE "READ  =".
001410     05  SL-READ-COUNT            PIC ZZZZ9.
001420     05  FILLER                   PIC X(3)   VALUE SPACES.
001430     05  FILLER                   PIC X(8)   VALUE "PRINTED=".
001440     05  SL-PRINT-COUNT           PIC ZZZZ9.
001450     05  FILLER                   PIC X(104) VALUE SPACES.
001460*
001470 PROCEDURE DIVISION.
001480*
001490******************************************************************
001500**  0000-MAINLINE - PROGRAM CONTROL
001510******************************************************************
001520 0000-MAINLINE.
001530     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001540     PERFORM 2000-PROCESS-PENDING THRU 2000-EXIT
001550         UNTIL END-OF-PENDING.
001560     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001570     STOP RUN.
001580*
001590******************************************************************
001600**  1000-INITIALIZE - PARSE THE PARAMETER, OPEN, PRIME THE READ
001610******************************************************************
001620 1000-INITIALIZE.
001630     MOVE SPACES TO WS-PARM.
001640     ACCEPT WS-PARM FROM COMMAND-LINE.
001650     IF WS-PARM-EMP-ID-X IS NUMERIC
001660         MOVE WS-PARM-EMP-ID-X TO WS-SELECT-EMP-ID
001670     END-IF.
001680     OPEN INPUT PENDING-FILE.
001690     IF WS-PND-FILE-STATUS NOT = "00" AND "05"
001700         DISPLAY "PENDINQ: PENDING-FILE OPEN FAILED, "
001710             "FILE STATUS " WS-PND-FILE-STATUS
001720         MOVE 16 TO RETURN-CODE
001730         STOP RUN
001740     END-IF.
001750     OPEN OUTPUT PENDING-REPORT.
001760     WRITE PR-PRINT-LINE FROM WS-HEADING-1.
001770     WRITE PR-PRINT-LINE FROM WS-HEADING-2.
001780     PERFORM 2100-READ-PENDING THRU 2100-EXIT.
001790 1000-EXIT.
001800     EXIT.
001810*
001820******************************************************************
001830**  2000-PROCESS-PENDING - PRINT ONE PARKED CHANGE IF SELECTED,
001840**                         CLOSING THE PRIOR EMPLOYEE'S GROUP ON A
001850**                         CHANGE OF EMP-ID
001860******************************************************************
001870 2000-PROCESS-PENDING.
001880     ADD 1 TO WS-READ-COUNT.
001890     IF WS-SELECT-EMP-ID NOT = ZERO
001900         AND PN-EMP-ID NOT = WS-SELECT-EMP-ID
001910         GO TO 2000-NEXT
001920     END-IF.
001930     IF WS-EMP-COUNT NOT = ZERO
001940         AND PN-EMP-ID NOT = WS-PREV-EMP-ID
001950         PERFORM 3100-PRINT-EMPLOYEE-TOTAL THRU 3100-EXIT
001960     END-IF.
001970     PERFORM 3000-PRINT-DETAIL THRU 3000-EXIT.
001980 2000-NEXT.
001990     PERFORM 2100-READ-PENDING THRU 2100-EXIT.
002000 2000-EXIT.
002010     EXIT.
002020*
002030******************************************************************
002040**  2100-READ-PENDING - READ THE NEXT PENDING RECORD
002050******************************************************************
002060 2100-READ-PENDING.
002070     READ PENDING-FILE
002080         AT END
002090             MOVE 'Y' TO WS-EOF-SW
002100             GO TO 2100-EXIT
002110     END-READ.
002120 2100-EXIT.
002130     EXIT.
002140*
002150******************************************************************
002160**  3000-PRINT-DETAIL - ONE LINE FOR ONE PARKED CHANGE
002170******************************************************************
002180 3000-PRINT-DETAIL.
002190     MOVE PN-TRANS-IMAGE TO EMP-TRANS.
002200     MOVE SPACES TO WS-DETAIL-LINE.
002210     MOVE TXN-EMP-ID TO DL-EMP-ID.
002220     MOVE TXN-CODE TO DL-TXN-CODE.
002230     MOVE TXN-EFFECTIVE-DATE TO DL-EFFECTIVE-DATE.
002240     MOVE PN-PARKED-DATE TO DL-PARKED-DATE.
002250     MOVE TXN-EMP-NAME TO DL-EMP-NAME.
002260     IF TXN-BASIC-SALARY IS NUMERIC
002270         MOVE TXN-BASIC-SALARY TO DL-BASIC-SALARY
002280     END-IF.
002290     MOVE TXN-DEPT-CODE TO DL-DEPT-CODE.
002300     MOVE TXN-PAY-FREQUENCY TO DL-PAY-FREQUENCY.
002310     MOVE TXN-PAY-TYPE TO DL-PAY-TYPE.
002320     MOVE TXN-WORK-STATE TO DL-WORK-STATE.
002330     WRITE PR-PRINT-LINE FROM WS-DETAIL-LINE.
002340     ADD 1 TO WS-PRINT-COUNT.
002350     ADD 1 TO WS-EMP-COUNT.
002360     MOVE TXN-EMP-ID TO WS-PREV-EMP-ID.
002370 3000-EXIT.
002380     EXIT.
002390*
002400******************************************************************
002410**  3100-PRINT-EMPLOYEE-TOTAL - CLOSE ONE EMPLOYEE'S GROUP
002420**                              WITH ITS COUNT OF PARKED
002430**                              CHANGES
002440******************************************************************
002450 3100-PRINT-EMPLOYEE-TOTAL.
002460     MOVE WS-PREV-EMP-ID TO ET-EMP-ID.
002470     MOVE WS-EMP-COUNT TO ET-COUNT.
002480     WRITE PR-PRINT-LINE FROM WS-EMPLOYEE-TOTAL-LINE.
002490     WRITE PR-PRINT-LINE FROM WS-BLANK-LINE.
002500     MOVE ZERO TO WS-EMP-COUNT.
002510 3100-EXIT.
002520     EXIT.
002530*
002540******************************************************************
002550**  8000-TERMINATE - CLOSE THE LAST GROUP, PRINT SUMMARY COUNTS
002560**                   AND CLOSE FILES
002570******************************************************************
002580 8000-TERMINATE.
002590     IF WS-EMP-COUNT NOT = ZERO
002600         PERFORM 3100-PRINT-EMPLOYEE-TOTAL THRU 3100-EXIT
002610     END-IF.
002620     MOVE WS-READ-COUNT TO SL-READ-COUNT.
002630     MOVE WS-PRINT-COUNT TO SL-PRINT-COUNT.
002640     WRITE PR-PRINT-LINE FROM WS-SUMMARY-LINE.
002650     CLOSE PENDING-FILE.
002660     CLOSE PENDING-REPORT.
002670 8000-EXIT.
002680     EXIT.
