000010*
000020* SPLIT-WORK-TABLE - ONE EMPLOYEE'S DIRECT DEPOSIT ACCOUNTS FOR
000030* THE PAY RUN.
000040*
000050* GATHERED FROM THE BANKING FILE (SEE BANKREC.cpy) BY EACH
000060* CALLING PROGRAM IN ACCOUNT-SEQ ORDER, THEN PASSED TO PAYSPLT
000070* WITH THE NET PAY.  PAYSPLT FILLS SW-SHARE WITH EACH ACCOUNT'S
000080* PART OF THE NET AND SW-DEPOSIT WITH WHAT IS ACTUALLY DEPOSITED
000090* TO IT: AN ACCOUNT THAT IS PRENOTE PENDING OR RETURNED
000100* DEPOSITS NOTHING, AND ITS SHARE GOES TO THE REMAINDER ACCOUNT
000110* WHEN THAT ONE IS ACTIVE, OTHERWISE INTO SW-CHECK-AMOUNT TO BE
000120* PAID BY CHECK.  SW-DEPOSIT-TOTAL PLUS SW-CHECK-AMOUNT ALWAYS
000130* EQUALS THE NET PAY.  SW-REMAINDER-SUB IS THE ENTRY NUMBER OF
000140* THE REMAINDER ACCOUNT.  SW-ALLOC-VALUE HOLDS THE FLAT AMOUNT,
000150* OR FOR ALLOC-TYPE P THE PERCENT (9(3)V99 IN THE LOW DIGITS).
000160*
000170 01  SPLIT-WORK-TABLE.
000180     05  SW-ACCT-COUNT        PIC 9(2)    VALUE ZERO.
000190     05  SW-REMAINDER-SUB     PIC 9(2)    VALUE ZERO.
000200     05  SW-DEPOSIT-TOTAL     PIC 9(7)V9(2) VALUE ZERO.
000210     05  SW-CHECK-AMOUNT      PIC 9(7)V9(2) VALUE ZERO.
000220     05  SW-ENTRY OCCURS 5 TIMES
000230                          INDEXED BY SW-IDX.
000240         10  SW-ACCOUNT-SEQ   PIC 9(2).
000250         10  SW-ROUTING       PIC 9(9).
000260         10  SW-ACCOUNT       PIC X(17).
000270         10  SW-ACCT-TYPE     PIC X(1).
000280         10  SW-STATUS        PIC X(1).
000290             88  SW-ACCOUNT-ACTIVE       VALUES 'A', SPACE.
000300         10  SW-ALLOC-TYPE    PIC X(1).
000310         10  SW-ALLOC-VALUE   PIC 9(7)V9(2).
000320         10  SW-SHARE         PIC 9(7)V9(2).
000330         10  SW-DEPOSIT       PIC 9(7)V9(2).
