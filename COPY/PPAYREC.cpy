000010*
000020* POS-PAY-REC - POSITIVE-PAY ISSUE FILE RECORD (80 BYTES)
000030*
000040* DETAIL RECORD (PP-RECORD-TYPE 'D'), ONE PER CHECK EVENT:
000050*    1      PP-RECORD-TYPE  PIC X(1)   D=DETAIL  T=TRAILER
000060*    2-18   PP-ACCOUNT-NO   PIC X(17)  PAYROLL CHECKING ACCOUNT
000070*    19     PP-ISSUE-CODE   PIC X(1)   I=ISSUED  V=VOID
000080*    20-25  PP-CHECK-NO     PIC 9(6)
000090*    26-33  PP-ISSUE-DATE   PIC 9(8)   YYYYMMDD (VOID DATE ON A V)
000100*    34-43  PP-AMOUNT       PIC 9(8)V99
000110*    44-63  PP-PAYEE-NAME   PIC X(20)
000120*    64-80  RESERVED FOR FUTURE USE
000130*
000140* TRAILER RECORD (PP-RECORD-TYPE 'T'), LAST ON THE FILE:
000150*    1      PT-RECORD-TYPE  PIC X(1)
000160*    2-18   PT-ACCOUNT-NO   PIC X(17)
000170*    19-24  PT-ITEM-COUNT   PIC 9(6)   DETAIL RECORDS ON THE FILE
000180*    25-36  PT-TOTAL-AMOUNT PIC 9(10)V99  SUM OF PP-AMOUNT
000190*    37-44  PT-CREATION-DATE PIC 9(8)  YYYYMMDD
000200*    45-80  RESERVED FOR FUTURE USE
000210*
000220* WRITTEN BY POSPAY FROM THE CHECK REGISTER (CHKREG, SEE
000230* CHKREC.cpy) AND SENT TO THE BANK BEFORE THE CHECKS ARE
000240* RELEASED.  THE BANK PAYS ONLY A PRESENTED CHECK WHOSE NUMBER AND
000250* AMOUNT IT HOLDS AS ISSUED, AND REFUSES ONE IT HOLDS AS VOID, SO
000260* AN ALTERED, COUNTERFEIT OR VOIDED CHECK IS RETURNED UNPAID.  A
000270* REISSUED (R) CHECK IS SENT AS AN ISSUE.
000280*
000290 01  POS-PAY-REC.
000300     05  PP-RECORD-TYPE      PIC X(1).
000310     05  PP-ACCOUNT-NO       PIC X(17).
000320     05  PP-ISSUE-CODE       PIC X(1).
000330     05  PP-CHECK-NO         PIC 9(6).
000340     05  PP-ISSUE-DATE       PIC 9(8).
000350     05  PP-AMOUNT           PIC 9(8)V99.
000360     05  PP-PAYEE-NAME       PIC X(20).
000370     05  FILLER              PIC X(17).
000380 01  POS-PAY-TRAILER REDEFINES POS-PAY-REC.
000390     05  PT-RECORD-TYPE      PIC X(1).
000400     05  PT-ACCOUNT-NO       PIC X(17).
000410     05  PT-ITEM-COUNT       PIC 9(6).
000420     05  PT-TOTAL-AMOUNT     PIC 9(10)V99.
000430     05  PT-CREATION-DATE    PIC 9(8).
000440     05  FILLER              PIC X(36).
