000110*    19-35  BTX-ACCOUNT     PIC X(17)
000120*    36     FILLER
000130*    37     BTX-ACCT-TYPE   PIC X(1)   C=CHECKING  S=SAVINGS
000140*    38     FILLER
000141*    39-40  BTX-ACCOUNT-SEQ PIC 9(2)   01-05, SPACE=01
000142*    41     FILLER
000143*    42     BTX-ALLOC-TYPE  PIC X(1)   F/P/R AS ON BANK-REC
000144*    43     FILLER
000145*    44-52  BTX-ALLOC-AMOUNT PIC 9(7)V99 FLAT AMOUNT FOR F
000146*    48-52  BTX-ALLOC-PERCENT PIC 9(3)V99 PERCENT FOR P (44-47
000147*                                      ARE THEN IGNORED)
000148*    53-80  RESERVED FOR FUTURE USE
000150*
000160* ONE TRANSACTION PER LINE, IN BTX-EMP-ID SEQUENCE LIKE EMPTRAN.
000170* AN ADD OR CHANGE CARRIES THE FULL BANKING DETAIL AND IS
000200* OR CHANGE LEAVES THE RECORD PRENOTE PENDING.  A PRENOTE
000210* RELEASE (P) CARRIES NO BANKING DETAIL AND MARKS THE ACCOUNT
000220* ACTIVE ONCE THE BANK HAS LET THE PRENOTE CYCLE CLEAR.
000221*
000222* EACH TRANSACTION NAMES ONE ACCOUNT BY BTX-EMP-ID AND
000223* BTX-ACCOUNT-SEQ, SO AN EMPLOYEE'S ACCOUNTS ARE ADDED, CHANGED,
000224* RELEASED AND DELETED ONE AT A TIME; TRANSACTIONS RUN IN
000225* EMP-ID / ACCOUNT-SEQ SEQUENCE.  A CHANGE THAT ALTERS ONLY THE
000226* ALLOCATION KEEPS THE ACCOUNT'S PRENOTE STATUS.  A BLANK
000227* BTX-ACCOUNT-SEQ AND ALLOC-TYPE MEAN ACCOUNT 01 TAKING THE
000228* REMAINDER, SO A ONE-ACCOUNT FEED NEEDS NO CHANGE.
000230*
000240 01  BANK-TRANS.
000250     05  BTX-CODE            PIC X(1).
000350     05  BTX-ACCOUNT         PIC X(17).
000360     05  FILLER              PIC X(1).
000370     05  BTX-ACCT-TYPE       PIC X(1).
000380     05  FILLER              PIC X(1).
000381     05  BTX-ACCOUNT-SEQ     PIC 9(2).
000382     05  BTX-ACCOUNT-SEQ-X REDEFINES BTX-ACCOUNT-SEQ
000383                             PIC X(2).
000384         88  BTX-SEQ-NOT-GIVEN           VALUE SPACES.
000385     05  FILLER              PIC X(1).
000386     05  BTX-ALLOC-TYPE      PIC X(1).
000387     05  FILLER              PIC X(1).
000388     05  BTX-ALLOC-AMOUNT    PIC 9(7)V99.
000389     05  BTX-ALLOC-PCT-VIEW REDEFINES BTX-ALLOC-AMOUNT.
000390         10  FILLER          PIC X(4).
000391         10  BTX-ALLOC-PERCENT PIC 9(3)V99.
000392     05  FILLER              PIC X(28).
