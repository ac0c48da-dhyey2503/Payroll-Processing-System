000060* WHICH MATCHES THE BANK'S RETURN AND NOTIFICATION-OF-CHANGE
000070* ITEMS TO THESE ENTRIES BY AD-TRACE-NUMBER.  TRANSACTION CODES:
000080* 22=CHECKING CREDIT  32=SAVINGS CREDIT  23/33=PRENOTE.
000081* AD-DISCRETIONARY-DATA CARRIES THE BANK-REC ACCOUNT-SEQ, SO AN
000082* ENTRY FOR ONE ACCOUNT OF A SPLIT DEPOSIT CAN BE TRACED BACK TO
000083* THAT ACCOUNT (SPACES ON FILES WRITTEN BEFORE SPLITS MEAN 01).
000090*
000100 01  WS-ACH-DETAIL.
000110     05  AD-RECORD-TYPE           PIC 9(1)    VALUE 6.
