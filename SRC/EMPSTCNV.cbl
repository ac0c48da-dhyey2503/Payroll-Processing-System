000010*
000020* PROGRAM      EMPSTCNV
000030* AUTHOR       R. J. KOWALCZYK
000040* INSTALLATION CENTRAL PAYROLL SYSTEMS
000050* DATE-WRITTEN 10/15/2026
000060*
000070* REMARKS.
000080*     ONE-TIME CONVERSION OF THE INDEXED EMPLOYEE AND PAY MASTERS
000090*     TO THE STATE WITHHOLDING LAYOUT OF EMPREC.  BYTES 36-44 OF
000100*     THE OLD RECORD HELD OT-HOURS, A FILLER SPACE AND TAX-PERC;
000110*     THEY NOW HOLD YTD-STATE-TAX, AND BYTES 75-76 NOW HOLD
000120*     WORK-STATE.  EACH RECORD OF EMPMAST, AND OF PAYMAST IF ONE
000130*     EXISTS, IS READ IN KEY SEQUENCE AND REWRITTEN IN PLACE:
000140*       - A YTD-STATE-TAX THAT IS NOT NUMERIC (THE OLD FILLER
000150*         SPACE AT BYTE 41 GUARANTEES THIS FOR AN OLD RECORD) IS
000160*         SET TO ZERO;
000170*       - A BLANK WORK-STATE IS SEEDED WITH THE STATE CODE GIVEN
000180*         IN COLUMNS 1-2 OF THE PARM, WHICH IS REQUIRED.
000190*     A RECORD ALREADY IN THE NEW LAYOUT IS LEFT AS IT IS, SO A
000200*     RERUN CHANGES NOTHING.  THE READ AND CHANGED COUNTS ARE
000210*     DISPLAYED FOR EACH MASTER.
000220*
000230*     CUT-OVER.  RUN ONCE, AFTER THE NEW PROGRAMS ARE INSTALLED
000240*     AND BEFORE THE FIRST PAYCALC OR PAYOFF RUN, WITH THE STATE
000250*     CODE OF THE HOME WORK LOCATION AS THE PARM.  THAT CODE MUST
000260*     HAVE A BRACKET SET ON TAXTABLE.  EMPLOYEES WHO WORK IN ANY
000270*     OTHER STATE ARE THEN CORRECTED THROUGH EMPMAINT BEFORE THE
000280*     PAY RUN.  IF A MASTER IS EVER RELOADED FROM AN OLD FLAT
000290*     COPY THROUGH EMPCONV, RUN THIS PROGRAM AGAIN AFTERWARDS.
000300*     RETURN-CODE IS 0 WHEN BOTH MASTERS CONVERT CLEANLY AND 16
000310*     WHEN THE PARM IS MISSING OR A FILE CANNOT BE OPENED OR
000320*     REWRITTEN.
000330*
000340* MODIFICATION HISTORY.
000350*     10/15/2026  RJK  ORIGINAL PROGRAM.
000360*
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. EMPSTCNV.
000390 AUTHOR. R. J. KOWALCZYK.
000400 INSTALLATION. CENTRAL PAYROLL SYSTEMS.
000410 DATE-WRITTEN. 10/15/2026.
000420 DATE-COMPILED.
000430*
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER. GNUCOBOL.
000470 OBJECT-COMPUTER. GNUCOBOL.
000480*
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT EMP-MASTER-FILE ASSIGN TO "EMPMAST"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS SEQUENTIAL
000540         RECORD KEY IS EMP-ID OF EMP-REC
000550         FILE STATUS IS WS-EMP-FILE-STATUS.
000560
000570     SELECT PAY-MASTER-FILE ASSIGN TO "PAYMAST"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS SEQUENTIAL
000600         RECORD KEY IS EMP-ID OF PAY-MASTER-REC
000610         FILE STATUS IS WS-PAY-FILE-STATUS.
000620*
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  EMP-MASTER-FILE
000660     RECORDING MODE IS F.
000670 COPY EMPREC.
000680*
000690 FD  PAY-MASTER-FILE
000700     RECORDING MODE IS F.
000710 COPY EMPREC REPLACING EMP-REC BY PAY-MASTER-REC.
000720*
000730 WORKING-STORAGE SECTION.
000740*
000750*-----------------------------------------------------------------
000760* FILE STATUS AND CONTROL SWITCHES
000770*-----------------------------------------------------------------
000780 01  WS-EMP-FILE-STATUS          PIC X(2).
000790 01  WS-PAY-FILE-STATUS          PIC X(2).
000800*
000810 01  WS-SWITCHES.
000820     05  WS-EOF-SW                PIC X(1)   VALUE 'N'.
000830         88  END-OF-MASTER                   VALUE 'Y'.
000840     05  WS-CHANGED-SW            PIC X(1)   VALUE 'N'.
000850         88  RECORD-CHANGED                  VALUE 'Y'.
000860*
000870 01  WS-RUN-PARM.
000880     05  WS-PARM-STATE           PIC X(2).
000890     05  FILLER                  PIC X(78).
000900*
000910 01  WS-COUNTS.
000920     05  WS-EMP-READ-COUNT        PIC 9(5)    VALUE ZERO.
000930     05  WS-EMP-CHANGE-COUNT      PIC 9(5)    VALUE ZERO.
000940     05  WS-PAY-READ-COUNT        PIC 9(5)    VALUE ZERO.
000950     05  WS-PAY-CHANGE-COUNT      PIC 9(5)    VALUE ZERO.
000960*
000970*-----------------------------------------------------------------
000980* WORK COPY OF THE RECORD BEING CONVERTED, SHARED BY BOTH MASTERS
000990*-----------------------------------------------------------------
001000 COPY EMPREC REPLACING EMP-REC BY WS-CONV-REC.
001010*
001020 PROCEDURE DIVISION.
001030*
001040******************************************************************
001050**  0000-MAINLINE - PROGRAM CONTROL
001060******************************************************************
001070 0000-MAINLINE.
001080     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001090     PERFORM 2000-CONVERT-EMPMAST THRU 2000-EXIT.
001100     PERFORM 3000-CONVERT-PAYMAST THRU 3000-EXIT.
001110     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001120     STOP RUN.
001130*
001140******************************************************************
001150**  1000-INITIALIZE - EDIT THE SEED STATE CODE
001160******************************************************************
001170 1000-INITIALIZE.
001180     MOVE SPACES TO WS-RUN-PARM.
001190     ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
001200     IF WS-PARM-STATE = SPACES
001210         DISPLAY "EMPSTCNV: PARM MUST GIVE THE 2-CHARACTER STATE "
001220             "CODE TO SEED WORK-STATE"
001230         MOVE 16 TO RETURN-CODE
001240         STOP RUN
001250     END-IF.
001260     DISPLAY "EMPSTCNV: BLANK WORK-STATE SEEDED WITH "
001270         WS-PARM-STATE.
001280 1000-EXIT.
001290     EXIT.
001300*
001310******************************************************************
001320**  2000-CONVERT-EMPMAST - CONVERT EVERY EMPLOYEE MASTER RECORD
001330******************************************************************
001340 2000-CONVERT-EMPMAST.
001350     OPEN I-O EMP-MASTER-FILE.
001360     IF WS-EMP-FILE-STATUS NOT = "00"
001370         DISPLAY "EMPSTCNV: EMPMAST OPEN FAILED, FILE STATUS "
001380             WS-EMP-FILE-STATUS
001390         MOVE 16 TO RETURN-CODE
001400         STOP RUN
001410     END-IF.
001420     MOVE 'N' TO WS-EOF-SW.
001430     PERFORM 2100-CONVERT-ONE-EMP THRU 2100-EXIT
001440         UNTIL END-OF-MASTER.
001450     CLOSE EMP-MASTER-FILE.
001460 2000-EXIT.
001470     EXIT.
001480*
001490******************************************************************
001500**  2100-CONVERT-ONE-EMP - READ, CONVERT AND REWRITE ONE EMPMAST
001510**                         RECORD
001520******************************************************************
001530 2100-CONVERT-ONE-EMP.
001540     READ EMP-MASTER-FILE
001550         AT END
001560             MOVE 'Y' TO WS-EOF-SW
001570             GO TO 2100-EXIT
001580     END-READ.
001590     ADD 1 TO WS-EMP-READ-COUNT.
001600     MOVE EMP-REC TO WS-CONV-REC.
001610     PERFORM 5000-CONVERT-RECORD THRU 5000-EXIT.
001620     IF NOT RECORD-CHANGED
001630         GO TO 2100-EXIT
001640     END-IF.
001650     MOVE WS-CONV-REC TO EMP-REC.
001660     REWRITE EMP-REC.
001670     IF WS-EMP-FILE-STATUS NOT = "00"
001680         DISPLAY "EMPSTCNV: EMPMAST REWRITE FAILED FOR "
001690             EMP-ID OF EMP-REC ", FILE STATUS " WS-EMP-FILE-STATUS
001700         MOVE 16 TO RETURN-CODE
001710         STOP RUN
001720     END-IF.
001730     ADD 1 TO WS-EMP-CHANGE-COUNT.
001740 2100-EXIT.
001750     EXIT.
001760*
001770******************************************************************
001780**  3000-CONVERT-PAYMAST - CONVERT EVERY PAY MASTER RECORD; A
001790**                         MISSING PAYMAST IS SKIPPED
001800******************************************************************
001810 3000-CONVERT-PAYMAST.
001820     OPEN I-O PAY-MASTER-FILE.
001830     IF WS-PAY-FILE-STATUS = "35"
001840         DISPLAY "EMPSTCNV: NO PAYMAST ON FILE - SKIPPED"
001850         GO TO 3000-EXIT
001860     END-IF.
001870     IF WS-PAY-FILE-STATUS NOT = "00"
001880         DISPLAY "EMPSTCNV: PAYMAST OPEN FAILED, FILE STATUS "
001890             WS-PAY-FILE-STATUS
001900         MOVE 16 TO RETURN-CODE
001910         STOP RUN
001920     END-IF.
001930     MOVE 'N' TO WS-EOF-SW.
001940     PERFORM 3100-CONVERT-ONE-PAY THRU 3100-EXIT
001950         UNTIL END-OF-MASTER.
001960     CLOSE PAY-MASTER-FILE.
001970 3000-EXIT.
001980     EXIT.
001990*
002000******************************************************************
002010**  3100-CONVERT-ONE-PAY - READ, CONVERT AND REWRITE ONE PAYMAST
002020**                         RECORD
002030******************************************************************
002040 3100-CONVERT-ONE-PAY.
002050     READ PAY-MASTER-FILE
002060         AT END
002070             MOVE 'Y' TO WS-EOF-SW
002080             GO TO 3100-EXIT
002090     END-READ.
002100     ADD 1 TO WS-PAY-READ-COUNT.
002110     MOVE PAY-MASTER-REC TO WS-CONV-REC.
002120     PERFORM 5000-CONVERT-RECORD THRU 5000-EXIT.
002130     IF NOT RECORD-CHANGED
002140         GO TO 3100-EXIT
002150     END-IF.
002160     MOVE WS-CONV-REC TO PAY-MASTER-REC.
002170     REWRITE PAY-MASTER-REC.
002180     IF WS-PAY-FILE-STATUS NOT = "00"
002190         DISPLAY "EMPSTCNV: PAYMAST REWRITE FAILED FOR "
002200             EMP-ID OF PAY-MASTER-REC ", FILE STATUS "
002210             WS-PAY-FILE-STATUS
002220         MOVE 16 TO RETURN-CODE
002230         STOP RUN
002240     END-IF.
002250     ADD 1 TO WS-PAY-CHANGE-COUNT.
002260 3100-EXIT.
002270     EXIT.
002280*
002290******************************************************************
002300**  5000-CONVERT-RECORD - ZERO AN OLD-LAYOUT YTD-STATE-TAX AND
002310**                        SEED A BLANK WORK-STATE
002320******************************************************************
002330 5000-CONVERT-RECORD.
002340     MOVE 'N' TO WS-CHANGED-SW.
002350     IF YTD-STATE-TAX OF WS-CONV-REC IS NOT NUMERIC
002360         MOVE ZERO TO YTD-STATE-TAX OF WS-CONV-REC
002370         MOVE 'Y' TO WS-CHANGED-SW
002380     END-IF.
002390     IF WORK-STATE OF WS-CONV-REC = SPACES
002400         MOVE WS-PARM-STATE TO WORK-STATE OF WS-CONV-REC
002410         MOVE 'Y' TO WS-CHANGED-SW
002420     END-IF.
002430 5000-EXIT.
002440     EXIT.
002450*
002460******************************************************************
002470**  8000-TERMINATE - DISPLAY THE COUNTS
002480******************************************************************
002490 8000-TERMINATE.
002500     DISPLAY "EMPSTCNV: EMPMAST READ    = " WS-EMP-READ-COUNT.
002510     DISPLAY "EMPSTCNV: EMPMAST CHANGED = " WS-EMP-CHANGE-COUNT.
002520     DISPLAY "EMPSTCNV: PAYMAST READ    = " WS-PAY-READ-COUNT.
002530     DISPLAY "EMPSTCNV: PAYMAST CHANGED = " WS-PAY-CHANGE-COUNT.
002540     MOVE ZERO TO RETURN-CODE.
002550 8000-EXIT.
002560     EXIT.
