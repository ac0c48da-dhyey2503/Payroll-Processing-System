000070* REMARKS.
000080*     ONLINE EMPLOYEE INQUIRY.  TAKES AN EMP-ID AS THE COMMAND-
000090*     LINE PARAMETER, READS THE INDEXED EMPLOYEE MASTER BY KEY
000100*     AND DISPLAYS THE FULL RECORD - NAME, SALARY, DEPARTMENT,
000110*     PAY FREQUENCY, WORK STATE AND THE YTD FIGURES - FOLLOWED
000120*     BY EACH OF THE EMPLOYEE'S BANKING RECORDS ON FILE - THE
000123*     ACCOUNT AND ITS SHARE OF THE NET (FLAT AMOUNT, PERCENT OF
000126*     NET OR REMAINDER), WHICH IS HOW THE PAY IS DISTRIBUTED.  THE
000130*     BANKING FILE REMAINS LINE SEQUENTIAL AND IS SEARCHED FRONT
000140*     TO BACK; IT IS SMALL AND THE INQUIRY IS INTERACTIVE.
000150*     RETURN-CODE IS 4 WHEN THE EMP-ID IS NOT ON THE MASTER AND
000180*
000190* MODIFICATION HISTORY.
000200*     08/21/2026  RJK  ORIGINAL PROGRAM.
000202*     10/15/2026  RJK  SHOW WORK-STATE AND YTD-STATE-TAX IN PLACE
000204*                      OF THE RETIRED OT-HOURS FIELD, AND LABEL
000206*                      YTD-TAX AS THE FEDERAL FIGURE.
000207*     10/15/2026  RJK  LIST EVERY BANKING RECORD FOR THE EMP-ID
000208*                      WITH ITS ACCOUNT-SEQ AND ALLOCATION, NOT
000209*                      JUST THE FIRST.
000210*
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. EMPINQ.
000760* DISPLAY EDIT FIELDS
000770*-----------------------------------------------------------------
000780 77  WS-ED-SALARY                 PIC Z(6)9.
000790 77  WS-ED-YTD-STATE-TAX          PIC Z(6)9.99.
000800 77  WS-ED-YTD-GROSS              PIC Z(9)9.99.
000810 77  WS-ED-YTD-TAX                PIC Z(9)9.99.
000812 77  WS-ED-ACCOUNT-SEQ            PIC 9(2).
000814 77  WS-ED-ALLOC-AMOUNT           PIC Z(6)9.99.
000816 77  WS-ED-ALLOC-PERCENT          PIC ZZ9.99.
000820*
000830 PROCEDURE DIVISION.
000840*
000890     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000900     PERFORM 2000-READ-EMPLOYEE THRU 2000-EXIT.
000910     PERFORM 3000-FIND-BANK-REC THRU 3000-EXIT.
000930     PERFORM 8000-TERMINATE THRU 8000-EXIT.
000940     STOP RUN.
000950*
001340             STOP RUN
001350     END-READ.
001360     MOVE BASIC-SALARY OF EMP-REC TO WS-ED-SALARY.
001370     MOVE YTD-STATE-TAX OF EMP-REC TO WS-ED-YTD-STATE-TAX.
001380     MOVE YTD-GROSS OF EMP-REC TO WS-ED-YTD-GROSS.
001390     MOVE YTD-TAX OF EMP-REC TO WS-ED-YTD-TAX.
001400     DISPLAY "EMPLOYEE      " EMP-ID OF EMP-REC.
001410     DISPLAY "NAME          " EMP-NAME OF EMP-REC.
001420     DISPLAY "BASIC SALARY  " WS-ED-SALARY.
001430     DISPLAY "WORK STATE    " WORK-STATE OF EMP-REC.
001440     DISPLAY "DEPARTMENT    " DEPT-CODE OF EMP-REC.
001450     DISPLAY "PAY FREQUENCY " PAY-FREQUENCY OF EMP-REC.
001455     DISPLAY "PAY TYPE      " PAY-TYPE OF EMP-REC.
001460     DISPLAY "YTD GROSS     " WS-ED-YTD-GROSS.
001470     DISPLAY "YTD FED TAX   " WS-ED-YTD-TAX.
001475     DISPLAY "YTD STATE TAX " WS-ED-YTD-STATE-TAX.
001480 2000-EXIT.
001490     EXIT.
001500*
001510******************************************************************
001520**  3000-FIND-BANK-REC - SEARCH THE BANKING FILE FOR THE EMP-ID
001525**                       AND SHOW EVERY ACCOUNT IT HAS
001530******************************************************************
001540 3000-FIND-BANK-REC.
001550     PERFORM 3100-READ-BANK-REC THRU 3100-EXIT
001570         UNTIL END-OF-BANK-FILE.
001572     IF NOT BANK-RECORD-FOUND
001574         DISPLAY "BANKING       NO RECORD ON FILE"
001576     END-IF.
001580 3000-EXIT.
001590     EXIT.
001600*
001690     END-READ.
001700     IF EMP-ID OF BANK-REC = WS-SELECT-EMP-ID
001710         MOVE 'Y' TO WS-BNK-FOUND-SW
001715         PERFORM 4000-DISPLAY-BANK-REC THRU 4000-EXIT
001720     END-IF.
001730 3100-EXIT.
001740     EXIT.
001750*
001760******************************************************************
001770**  4000-DISPLAY-BANK-REC - SHOW ONE ACCOUNT AND ITS ALLOCATION
001775**                          (A BLANK ACCOUNT-SEQ IS ACCOUNT 01)
001780******************************************************************
001790 4000-DISPLAY-BANK-REC.
001793     IF ACCOUNT-SEQ OF BANK-REC IS NUMERIC
001796         MOVE ACCOUNT-SEQ OF BANK-REC TO WS-ED-ACCOUNT-SEQ
001799     ELSE
001802         MOVE 1 TO WS-ED-ACCOUNT-SEQ
001805     END-IF.
001808     IF ALLOC-AMOUNT OF BANK-REC IS NUMERIC
001811         MOVE ALLOC-AMOUNT OF BANK-REC TO WS-ED-ALLOC-AMOUNT
001814         MOVE ALLOC-PERCENT OF BANK-REC TO WS-ED-ALLOC-PERCENT
001817     ELSE
001820         MOVE ZERO TO WS-ED-ALLOC-AMOUNT WS-ED-ALLOC-PERCENT
001823     END-IF.
001826     DISPLAY "BANK ACCOUNT  " WS-ED-ACCOUNT-SEQ.
001840     DISPLAY "ROUTING       " ROUTING-NUMBER OF BANK-REC.
001850     DISPLAY "ACCOUNT       " ACCOUNT-NUMBER OF BANK-REC.
001860     DISPLAY "ACCOUNT TYPE  " ACCOUNT-TYPE OF BANK-REC.
001870     DISPLAY "PRENOTE STAT  " PRENOTE-STATUS OF BANK-REC.
001871     EVALUATE TRUE
001872         WHEN ALLOC-IS-FLAT OF BANK-REC
001873             DISPLAY "ALLOCATION    FLAT AMOUNT "
001874                 WS-ED-ALLOC-AMOUNT
001875         WHEN ALLOC-IS-PERCENT OF BANK-REC
001876             DISPLAY "ALLOCATION    PERCENT OF NET "
001877                 WS-ED-ALLOC-PERCENT
001878         WHEN OTHER
001879             DISPLAY "ALLOCATION    REMAINDER"
001880     END-EVALUATE.
001885 4000-EXIT.
001890     EXIT.
001900*
001910******************************************************************
