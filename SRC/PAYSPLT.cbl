000010*
000020* PROGRAM      PAYSPLT
000030* AUTHOR       R. J. KOWALCZYK
000040* INSTALLATION CENTRAL PAYROLL SYSTEMS
000050* DATE-WRITTEN 10/15/2026
000060*
000070* REMARKS.
000080*     CALLED SUBPROGRAM THAT SPLITS ONE EMPLOYEE'S NET PAY ACROSS
000090*     THE DIRECT DEPOSIT ACCOUNTS ON THE BANKING FILE.  THE CALLER
000100*     GATHERS THE EMPLOYEE'S BANK-REC ACCOUNTS INTO
000110*     SPLIT-WORK-TABLE (SEE COPY/SPLTBL.cpy) IN ACCOUNT-SEQ ORDER
000120*     AND THIS PROGRAM WORKS OUT EACH ONE'S SHARE: FLAT AMOUNTS
000130*     FIRST, IN ORDER, THEN PERCENTAGES OF THE NET, EACH CAPPED AT
000140*     WHAT IS STILL LEFT, AND THE REMAINDER ACCOUNT TAKES THE
000150*     BALANCE - ROUNDING INCLUDED - SO THE SHARES ALWAYS ADD BACK
000160*     TO THE NET PAY.  THE REMAINDER ACCOUNT IS THE LAST ONE WITH
000170*     ALLOC-TYPE R OR SPACE, OR THE LAST ACCOUNT IF NONE IS.  AN
000180*     ACCOUNT THAT IS PRENOTE PENDING OR RETURNED DEPOSITS
000190*     NOTHING: ITS SHARE GOES TO THE REMAINDER ACCOUNT WHEN THAT
000200*     ONE IS ACTIVE, AND OTHERWISE IS RETURNED IN SW-CHECK-AMOUNT
000210*     TO BE PAID BY CHECK.  WITH NO ACCOUNTS THE WHOLE NET IS PAID
000220*     BY CHECK. PAYACH, PAYCHK, ACHRET, ACHBAL AND PAYSTUB ALL
000230*     CALL THIS PROGRAM SO EVERY STEP SEES THE SAME SPLIT.
000240*
000250* MODIFICATION HISTORY.
000260*     10/15/2026  RJK  ORIGINAL PROGRAM.
000270*
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. PAYSPLT.
000300 AUTHOR. R. J. KOWALCZYK.
000310 INSTALLATION. CENTRAL PAYROLL SYSTEMS.
000320 DATE-WRITTEN. 10/15/2026.
000330 DATE-COMPILED.
000340*
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER. GNUCOBOL.
000380 OBJECT-COMPUTER. GNUCOBOL.
000390*
000400 DATA DIVISION.
000410 WORKING-STORAGE SECTION.
000420*
000430*-----------------------------------------------------------------
000440* SPLIT SCRATCH FIELDS.  WS-AVAILABLE IS THE NET NOT YET GIVEN TO
000450* AN ACCOUNT; WS-HELD-AMOUNT IS THE SHARE OF HELD ACCOUNTS.
000460*-----------------------------------------------------------------
000470 77  WS-REQUESTED                PIC 9(7)V99.
000480 77  WS-AVAILABLE                PIC 9(7)V99.
000490 77  WS-HELD-AMOUNT              PIC 9(7)V99.
000500*
000510 LINKAGE SECTION.
000520*
000530 01  LK-NET-PAY                  PIC 9(7)V99.
000540 COPY SPLTBL.
000550*
000560 PROCEDURE DIVISION USING LK-NET-PAY, SPLIT-WORK-TABLE.
000570*
000580******************************************************************
000590**  0000-MAINLINE - PROGRAM CONTROL
000600******************************************************************
000610 0000-MAINLINE.
000620     MOVE ZERO TO SW-REMAINDER-SUB.
000630     MOVE ZERO TO SW-DEPOSIT-TOTAL.
000640     MOVE ZERO TO SW-CHECK-AMOUNT.
000650     MOVE ZERO TO WS-HELD-AMOUNT.
000660     IF SW-ACCT-COUNT = ZERO
000670         MOVE LK-NET-PAY TO SW-CHECK-AMOUNT
000680         GOBACK
000690     END-IF.
000700     PERFORM 1000-FIND-REMAINDER THRU 1000-EXIT
000710         VARYING SW-IDX FROM 1 BY 1
000720         UNTIL SW-IDX > SW-ACCT-COUNT.
000730     IF SW-REMAINDER-SUB = ZERO
000740         MOVE SW-ACCT-COUNT TO SW-REMAINDER-SUB
000750     END-IF.
000760     MOVE LK-NET-PAY TO WS-AVAILABLE.
000770     PERFORM 2000-TAKE-FLAT-AMOUNT THRU 2000-EXIT
000780         VARYING SW-IDX FROM 1 BY 1
000790         UNTIL SW-IDX > SW-ACCT-COUNT.
000800     PERFORM 3000-TAKE-PERCENT THRU 3000-EXIT
000810         VARYING SW-IDX FROM 1 BY 1
000820         UNTIL SW-IDX > SW-ACCT-COUNT.
000830     SET SW-IDX TO SW-REMAINDER-SUB.
000840     MOVE WS-AVAILABLE TO SW-SHARE (SW-IDX).
000850     PERFORM 4000-SET-DEPOSIT THRU 4000-EXIT
000860         VARYING SW-IDX FROM 1 BY 1
000870         UNTIL SW-IDX > SW-ACCT-COUNT.
000880     SET SW-IDX TO SW-REMAINDER-SUB.
000890     IF SW-ACCOUNT-ACTIVE (SW-IDX)
000900         ADD WS-HELD-AMOUNT TO SW-DEPOSIT (SW-IDX)
000910     ELSE
000920         MOVE WS-HELD-AMOUNT TO SW-CHECK-AMOUNT
000930     END-IF.
000940     COMPUTE SW-DEPOSIT-TOTAL = LK-NET-PAY - SW-CHECK-AMOUNT.
000950     GOBACK.
000960*
000970******************************************************************
000980**  1000-FIND-REMAINDER - NOTE THE LAST ACCOUNT TAKING THE
000990**                        REMAINDER (ALLOC-TYPE R OR SPACE)
001000******************************************************************
001010 1000-FIND-REMAINDER.
001020     MOVE ZERO TO SW-SHARE (SW-IDX).
001030     MOVE ZERO TO SW-DEPOSIT (SW-IDX).
001040     IF SW-ALLOC-TYPE (SW-IDX) NOT = 'F' AND NOT = 'P'
001050         SET SW-REMAINDER-SUB TO SW-IDX
001060     END-IF.
001070 1000-EXIT.
001080     EXIT.
001090*
001100******************************************************************
001110**  2000-TAKE-FLAT-AMOUNT - GIVE A FLAT-AMOUNT ACCOUNT ITS AMOUNT,
001120**                          CAPPED AT WHAT IS LEFT OF THE NET
001130******************************************************************
001140 2000-TAKE-FLAT-AMOUNT.
001150     IF SW-IDX = SW-REMAINDER-SUB
001160         GO TO 2000-EXIT
001170     END-IF.
001180     IF SW-ALLOC-TYPE (SW-IDX) NOT = 'F'
001190         GO TO 2000-EXIT
001200     END-IF.
001210     MOVE SW-ALLOC-VALUE (SW-IDX) TO WS-REQUESTED.
001220     IF WS-REQUESTED > WS-AVAILABLE
001230         MOVE WS-AVAILABLE TO WS-REQUESTED
001240     END-IF.
001250     MOVE WS-REQUESTED TO SW-SHARE (SW-IDX).
001260     SUBTRACT WS-REQUESTED FROM WS-AVAILABLE.
001270 2000-EXIT.
001280     EXIT.
001290*
001300******************************************************************
001310**  3000-TAKE-PERCENT - GIVE A PERCENTAGE ACCOUNT ITS PART OF THE
001320**                      NET, CAPPED AT WHAT IS LEFT
001330******************************************************************
001340 3000-TAKE-PERCENT.
001350     IF SW-IDX = SW-REMAINDER-SUB
001360         GO TO 3000-EXIT
001370     END-IF.
001380     IF SW-ALLOC-TYPE (SW-IDX) NOT = 'P'
001390         GO TO 3000-EXIT
001400     END-IF.
001410     COMPUTE WS-REQUESTED ROUNDED =
001420         LK-NET-PAY * SW-ALLOC-VALUE (SW-IDX) / 100.
001430     IF WS-REQUESTED > WS-AVAILABLE
001440         MOVE WS-AVAILABLE TO WS-REQUESTED
001450     END-IF.
001460     MOVE WS-REQUESTED TO SW-SHARE (SW-IDX).
001470     SUBTRACT WS-REQUESTED FROM WS-AVAILABLE.
001480 3000-EXIT.
001490     EXIT.
001500*
001510******************************************************************
001520**  4000-SET-DEPOSIT - AN ACTIVE ACCOUNT DEPOSITS ITS SHARE; A
001530**                     HELD ACCOUNT'S SHARE IS SET ASIDE
001540******************************************************************
001550 4000-SET-DEPOSIT.
001560     IF SW-ACCOUNT-ACTIVE (SW-IDX)
001570         MOVE SW-SHARE (SW-IDX) TO SW-DEPOSIT (SW-IDX)
001580     ELSE
001590         MOVE ZERO TO SW-DEPOSIT (SW-IDX)
001600         ADD SW-SHARE (SW-IDX) TO WS-HELD-AMOUNT
001610     END-IF.
001620 4000-EXIT.
001630     EXIT.
