000111*    37     PRENOTE-STATUS  PIC X(1)   P=PRENOTE PENDING
000112*                                      A OR SPACE=ACTIVE
000113*                                      R=RETURNED - HELD
000114*    38     FILLER
000115*    39-40  ACCOUNT-SEQ     PIC 9(2)   01-05 WITHIN THE EMP-ID
000116*    41     FILLER
000117*    42     ALLOC-TYPE      PIC X(1)   F=FLAT AMOUNT
000118*                                      P=PERCENT OF NET PAY
000119*                                      R OR SPACE=REMAINDER
000120*    43     FILLER
000121*    44-52  ALLOC-AMOUNT    PIC 9(7)V99 FLAT AMOUNT, OR FOR P
000122*                                      THE PERCENT IN 48-52
000123*                                      (ALLOC-PERCENT 9(3)V99),
000124*                                      44-47 ZERO
000125*    53-80  RESERVED FOR FUTURE USE
000126*
000130* ROUTING-NUMBER IS THE RECEIVING BANK'S NINE-DIGIT ABA ROUTING
000140* TRANSIT NUMBER (THE LOW-ORDER DIGIT IS THE ABA CHECK DIGIT);
000150* SEE PAYACH, WHICH KEYS OFF EMP-ID TO PAIR THIS RECORD WITH THE
000166* ACHRET SETS R WHEN THE BANK RETURNS AN ITEM FOR THE ACCOUNT;
000167* PAYACH HOLDS ALL DEPOSITS TO AN R ACCOUNT UNTIL A BANKMNT
000168* CHANGE SUPPLIES GOOD BANKING DETAIL (WHICH RESTARTS PRENOTE).
000169* ONLY IT IS HELD: ITS SHARE GOES TO THE REMAINDER OR BY CHECK.
000170*
000171* AN EMPLOYEE MAY SPLIT NET PAY ACROSS UP TO FIVE ACCOUNTS, ONE
000172* RECORD EACH, IN EMP-ID / ACCOUNT-SEQ SEQUENCE.  PAYSPLT (SEE
000173* SPLTBL.cpy) TAKES FLAT AMOUNTS FIRST, THEN PERCENTAGES OF NET;
000174* THE REMAINDER ACCOUNT - THE LAST WITH ALLOC-TYPE R OR SPACE, OR
000175* THE LAST ACCOUNT IF NONE IS - TAKES WHAT IS LEFT, ROUNDING
000176* INCLUDED.  A RECORD WRITTEN BEFORE THESE FIELDS EXISTED IS
000177* THEREFORE A SINGLE REMAINDER ACCOUNT TAKING THE WHOLE NET, AND
000178* ITS SPACE ACCOUNT-SEQ IS READ AS 01.
000179*
000180 01  BANK-REC.
000190     05  EMP-ID              PIC 9(5).
000200     05  FILLER              PIC X(1).
000300         88  PRENOTE-PENDING             VALUE 'P'.
000310         88  ACCOUNT-ACTIVE              VALUES 'A', SPACE.
000315         88  ACCOUNT-RETURNED            VALUE 'R'.
000320     05  FILLER              PIC X(1).
000321     05  ACCOUNT-SEQ         PIC 9(2).
000322     05  FILLER              PIC X(1).
000323     05  ALLOC-TYPE          PIC X(1).
000324         88  ALLOC-IS-FLAT               VALUE 'F'.
000325         88  ALLOC-IS-PERCENT            VALUE 'P'.
000326         88  ALLOC-IS-REMAINDER          VALUES 'R', SPACE.
000327     05  FILLER              PIC X(1).
000328     05  ALLOC-AMOUNT        PIC 9(7)V99.
000329     05  ALLOC-PERCENT-VIEW REDEFINES ALLOC-AMOUNT.
000330         10  FILLER          PIC X(4).
000331         10  ALLOC-PERCENT   PIC 9(3)V99.
000332     05  FILLER              PIC X(28).
