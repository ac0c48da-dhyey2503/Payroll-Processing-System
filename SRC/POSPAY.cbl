000010*
000020* PROGRAM      POSPAY
000030* AUTHOR       R. J. KOWALCZYK
000040* INSTALLATION CENTRAL PAYROLL SYSTEMS
000050* DATE-WRITTEN 10/15/2026
000060*
000070* REMARKS.
000080*     BUILDS THE POSITIVE-PAY ISSUE FILE (POSPAY, SEE
000090*     COPY/PPAYREC.cpy) FOR THE BANK FROM THE CHECK REGISTER
000100*     (CHKREG, SEE COPY/CHKREC.cpy).  EVERY CHECK PAYCHK ISSUES
000110*     (I) AND CHKVOID REISSUES (R) IS SENT AS AN ISSUE, AND EVERY
000120*     CHECK CHKVOID VOIDS (V) IS SENT AS A VOID, SO THE BANK PAYS
000130*     ONLY A CHECK WHOSE NUMBER AND AMOUNT MATCH AN ISSUE AND
000140*     REFUSES AN ALTERED OR VOIDED ONE.  PAID (P) RECORDS ARE OUR
000150*     OWN RECONCILIATION MARKS AND ARE NOT SENT.  THE REGISTER IS
000160*     APPEND-ONLY, SO ONLY THE RECORDS ADDED SINCE THE LAST RUN
000170*     ARE SENT: THE POSITIVE-PAY CONTROL FILE (POSCTL, SEE
000180*     COPY/PPAYCTL.cpy) HOLDS THE COUNT OF REGISTER RECORDS
000190*     ALREADY SENT AND IS WRITTEN BACK AT END OF RUN.  RUN IT
000200*     AFTER EVERY PAYCHK AND CHKVOID AND BEFORE THE CHECKS ARE
000210*     RELEASED.  THE FILE ENDS WITH A TRAILER CARRYING THE ITEM
000220*     COUNT AND TOTAL AMOUNT.  RETURN-CODE IS 16 WHEN THE
000230*     REGISTER IS SHORTER THAN THE COUNT ALREADY SENT (A REGISTER
000240*     RESTORED FROM AN OLDER COPY); NOTHING IS SENT AND THE
000250*     CONTROL FILE IS LEFT UNCHANGED.
000260*
000270* MODIFICATION HISTORY.
000280*     10/15/2026  RJK  ORIGINAL PROGRAM.
000290*
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. POSPAY.
000320 AUTHOR. R. J. KOWALCZYK.
000330 INSTALLATION. CENTRAL PAYROLL SYSTEMS.
000340 DATE-WRITTEN. 10/15/2026.
000350 DATE-COMPILED.
000360*
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER. GNUCOBOL.
000400 OBJECT-COMPUTER. GNUCOBOL.
000410*
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT CHECK-REGISTER ASSIGN TO "CHKREG"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-CKR-FILE-STATUS.
000470     SELECT OPTIONAL POS-PAY-CTL-FILE ASSIGN TO "POSCTL"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-CTL-FILE-STATUS.
000500     SELECT POS-PAY-FILE ASSIGN TO "POSPAY"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-PPF-FILE-STATUS.
000530*
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  CHECK-REGISTER
000570     RECORDING MODE IS F.
000580 COPY CHKREC.
000590*
000600 FD  POS-PAY-CTL-FILE
000610     RECORDING MODE IS F.
000620 COPY PPAYCTL.
000630*
000640 FD  POS-PAY-FILE
000650     RECORDING MODE IS F.
000660 COPY PPAYREC.
000670*
000680 WORKING-STORAGE SECTION.
000690*
000700*-----------------------------------------------------------------
000710* FILE STATUS AND CONTROL SWITCHES
000720*-----------------------------------------------------------------
000730 01  WS-CKR-FILE-STATUS          PIC X(2).
000740 01  WS-CTL-FILE-STATUS          PIC X(2).
000750 01  WS-PPF-FILE-STATUS          PIC X(2).
000760*
000770 01  WS-SWITCHES.
000780     05  WS-CKR-EOF-SW            PIC X(1)   VALUE 'N'.
000790         88  END-OF-REGISTER                 VALUE 'Y'.
000800*
000810*-----------------------------------------------------------------
000820* PAYROLL CHECKING ACCOUNT THE CHECKS ARE DRAWN ON, AS AGREED IN
000830* THE BANK'S POSITIVE-PAY SERVICE AGREEMENT
000840*-----------------------------------------------------------------
000850 77  WS-ISSUE-ACCOUNT             PIC X(17)   VALUE "4410038215".
000860*
000870 77  WS-RUN-DATE                  PIC 9(8)    VALUE ZERO.
000880 77  WS-SENT-BEFORE               PIC 9(8)    VALUE ZERO.
000890*
000900 01  WS-COUNTS.
000910     05  WS-REG-COUNT             PIC 9(8)    VALUE ZERO.
000920     05  WS-ISSUE-COUNT           PIC 9(6)    VALUE ZERO.
000930     05  WS-VOID-COUNT            PIC 9(6)    VALUE ZERO.
000940     05  WS-ITEM-COUNT            PIC 9(6)    VALUE ZERO.
000950     05  WS-TOTAL-AMOUNT          PIC 9(10)V99 VALUE ZERO.
000960*
000970 PROCEDURE DIVISION.
000980*
000990******************************************************************
001000**  0000-MAINLINE - PROGRAM CONTROL
001010******************************************************************
001020 0000-MAINLINE.
001030     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001040     PERFORM 2000-SEND-ONE-RECORD THRU 2000-EXIT
001050         UNTIL END-OF-REGISTER.
001060     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001070     STOP RUN.
001080*
001090******************************************************************
001100**  1000-INITIALIZE - READ THE CONTROL RECORD AND OPEN FILES
001110******************************************************************
001120 1000-INITIALIZE.
001130     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001140     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
001150     OPEN INPUT CHECK-REGISTER.
001160     IF WS-CKR-FILE-STATUS NOT = "00"
001170         DISPLAY "POSPAY: CHECK-REGISTER OPEN FAILED, "
001180             "FILE STATUS " WS-CKR-FILE-STATUS
001190         MOVE 16 TO RETURN-CODE
001200         STOP RUN
001210     END-IF.
001220     OPEN OUTPUT POS-PAY-FILE.
001230     IF WS-PPF-FILE-STATUS NOT = "00"
001240         DISPLAY "POSPAY: POS-PAY-FILE OPEN FAILED, "
001250             "FILE STATUS " WS-PPF-FILE-STATUS
001260         MOVE 16 TO RETURN-CODE
001270         STOP RUN
001280     END-IF.
001290 1000-EXIT.
001300     EXIT.
001310*
001320******************************************************************
001330**  1100-READ-CONTROL - THE COUNT OF REGISTER RECORDS ALREADY
001340**                      SENT; NO CONTROL FILE MEANS NONE
001350******************************************************************
001360 1100-READ-CONTROL.
001370     OPEN INPUT POS-PAY-CTL-FILE.
001380     IF WS-CTL-FILE-STATUS NOT = "00" AND "05"
001390         DISPLAY "POSPAY: POS-PAY-CTL-FILE OPEN FAILED, "
001400             "FILE STATUS " WS-CTL-FILE-STATUS
001410         MOVE 16 TO RETURN-CODE
001420         STOP RUN
001430     END-IF.
001440     READ POS-PAY-CTL-FILE
001450         AT END
001460             MOVE ZERO TO WS-SENT-BEFORE
001470             CLOSE POS-PAY-CTL-FILE
001480             GO TO 1100-EXIT
001490     END-READ.
001500     CLOSE POS-PAY-CTL-FILE.
001510     IF PC-RECORDS-SENT IS NOT NUMERIC
001520         DISPLAY "POSPAY: POSITIVE-PAY CONTROL COUNT INVALID"
001530         MOVE 16 TO RETURN-CODE
001540         STOP RUN
001550     END-IF.
001560     MOVE PC-RECORDS-SENT TO WS-SENT-BEFORE.
001570 1100-EXIT.
001580     EXIT.
001590*
001600******************************************************************
001610**  2000-SEND-ONE-RECORD - READ ONE REGISTER RECORD; ONE NOT YET
001620**                         SENT BECOMES AN ISSUE OR VOID ITEM
001630******************************************************************
001640 2000-SEND-ONE-RECORD.
001650     READ CHECK-REGISTER
001660         AT END
001670             MOVE 'Y' TO WS-CKR-EOF-SW
001680             GO TO 2000-EXIT
001690     END-READ.
001700     ADD 1 TO WS-REG-COUNT.
001710     IF WS-REG-COUNT NOT > WS-SENT-BEFORE
001720         GO TO 2000-EXIT
001730     END-IF.
001740     MOVE SPACES TO POS-PAY-REC.
001750     EVALUATE TRUE
001760         WHEN CHECK-IS-ISSUED
001770         WHEN CHECK-IS-REISSUED
001780             MOVE 'I' TO PP-ISSUE-CODE
001790             ADD 1 TO WS-ISSUE-COUNT
001800         WHEN CHECK-IS-VOIDED
001810             MOVE 'V' TO PP-ISSUE-CODE
001820             ADD 1 TO WS-VOID-COUNT
001830         WHEN OTHER
001840             GO TO 2000-EXIT
001850     END-EVALUATE.
001860     MOVE 'D' TO PP-RECORD-TYPE.
001870     MOVE WS-ISSUE-ACCOUNT TO PP-ACCOUNT-NO.
001880     MOVE CK-CHECK-NO TO PP-CHECK-NO.
001890     MOVE CK-CHECK-DATE TO PP-ISSUE-DATE.
001900     MOVE CK-AMOUNT TO PP-AMOUNT.
001910     MOVE CK-EMP-NAME TO PP-PAYEE-NAME.
001920     WRITE POS-PAY-REC.
001930     ADD 1 TO WS-ITEM-COUNT.
001940     ADD CK-AMOUNT TO WS-TOTAL-AMOUNT.
001950 2000-EXIT.
001960     EXIT.
001970*
001980******************************************************************
001990**  8000-TERMINATE - TRAILER, CONTROL RECORD, CONSOLE SUMMARY
002000******************************************************************
002010 8000-TERMINATE.
002020     CLOSE CHECK-REGISTER.
002030     IF WS-REG-COUNT < WS-SENT-BEFORE
002040         CLOSE POS-PAY-FILE
002050         DISPLAY "POSPAY: CHECK REGISTER HAS " WS-REG-COUNT
002060             " RECORDS BUT " WS-SENT-BEFORE
002070             " WERE ALREADY SENT - NOTHING SENT"
002080         MOVE 16 TO RETURN-CODE
002090         STOP RUN
002100     END-IF.
002110     MOVE SPACES TO POS-PAY-TRAILER.
002120     MOVE 'T' TO PT-RECORD-TYPE.
002130     MOVE WS-ISSUE-ACCOUNT TO PT-ACCOUNT-NO.
002140     MOVE WS-ITEM-COUNT TO PT-ITEM-COUNT.
002150     MOVE WS-TOTAL-AMOUNT TO PT-TOTAL-AMOUNT.
002160     MOVE WS-RUN-DATE TO PT-CREATION-DATE.
002170     WRITE POS-PAY-TRAILER.
002180     CLOSE POS-PAY-FILE.
002190     PERFORM 8100-WRITE-CONTROL THRU 8100-EXIT.
002200     DISPLAY "POSPAY: " WS-ISSUE-COUNT " ISSUES AND "
002210         WS-VOID-COUNT " VOIDS SENT, TOTAL " WS-TOTAL-AMOUNT.
002220     MOVE ZERO TO RETURN-CODE.
002230 8000-EXIT.
002240     EXIT.
002250*
002260******************************************************************
002270**  8100-WRITE-CONTROL - CARRY THE REGISTER RECORD COUNT FORWARD
002280******************************************************************
002290 8100-WRITE-CONTROL.
002300     OPEN OUTPUT POS-PAY-CTL-FILE.
002310     IF WS-CTL-FILE-STATUS NOT = "00" AND "05"
002320         DISPLAY "POSPAY: POS-PAY-CTL-FILE OPEN OUTPUT FAILED, "
002330             "FILE STATUS " WS-CTL-FILE-STATUS
002340         MOVE 16 TO RETURN-CODE
002350         STOP RUN
002360     END-IF.
002370     MOVE SPACES TO POS-PAY-CTL-REC.
002380     MOVE WS-REG-COUNT TO PC-RECORDS-SENT.
002390     MOVE WS-RUN-DATE TO PC-LAST-RUN-DATE.
002400     WRITE POS-PAY-CTL-REC.
002410     CLOSE POS-PAY-CTL-FILE.
002420 8100-EXIT.
002430     EXIT.
