000010*
000020* ACH FILE AND BATCH CONTROL RECORDS (NACHA TYPES 1/5/8/9)
000030*
000040* SURROUND THE ENTRY DETAIL RECORDS (SEE COPY/ACHDET.cpy) THAT
000050* PAYACH AND PAYREM WRITE, SO EACH PROGRAM PRODUCES A COMPLETE
000060* FILE READY FOR THE BANK: ONE TYPE 1 FILE HEADER, ONE TYPE 5
000070* BATCH HEADER, THE TYPE 6 ENTRIES, THE TYPE 8 BATCH CONTROL,
000080* THE TYPE 9 FILE CONTROL, AND ALL-NINES PADDING RECORDS TO FILL
000090* THE LAST BLOCK OF TEN.  THE CONTROL RECORDS CARRY THE ENTRY
000100* COUNT (NO ADDENDA ARE SENT), THE ENTRY HASH - THE SUM OF THE
000110* ENTRIES' AD-RECEIVING-DFI-ID VALUES, LOW-ORDER TEN DIGITS
000120* KEPT - AND THE TOTAL CREDIT AMOUNT.  ACHBAL READS THE FILES
000130* BACK AND PROVES THEM AGAINST THESE CONTROLS AND THE PAY
000140* HISTORY BEFORE THEY ARE TRANSMITTED; ACHRET PASSES OVER
000150* EVERY RECORD THAT IS NOT AN ENTRY.
000160*
000170* WS-ACH-ORIGINATOR HOLDS OUR COMPANY IDENTIFICATION AND THE
000180* ORIGINATING BANK AS AGREED IN THE ACH ORIGINATION AGREEMENT;
000190* CHANGE IT ONLY WHEN THE BANK ISSUES NEW VALUES.  AO-ORIGIN-DFI
000200* IS THE FIRST EIGHT DIGITS OF THE ORIGINATING BANK'S ROUTING
000210* NUMBER AND ALSO LEADS EVERY ENTRY'S AD-TRACE-NUMBER.
000220*
000230 01  WS-ACH-ORIGINATOR.
000240     05  AO-IMMEDIATE-DEST        PIC X(10)   VALUE " 041000027".
000250     05  AO-IMMEDIATE-ORIGIN      PIC X(10)   VALUE "1381234567".
000260     05  AO-DEST-NAME             PIC X(23)   VALUE
000270         "FIRST COMMERCE BANK".
000280     05  AO-ORIGIN-NAME           PIC X(23)   VALUE
000290         "CENTRAL PAYROLL SYSTEMS".
000300     05  AO-COMPANY-NAME          PIC X(16)   VALUE
000310         "CENTRAL PAYROLL".
000320     05  AO-COMPANY-ID            PIC X(10)   VALUE "1381234567".
000330     05  AO-ORIGIN-DFI            PIC 9(8)    VALUE 04100002.
000340*
000350 01  WS-ACH-FILE-HEADER.
000360     05  FH-RECORD-TYPE           PIC 9(1)    VALUE 1.
000370     05  FH-PRIORITY-CODE         PIC 9(2)    VALUE 01.
000380     05  FH-IMMEDIATE-DEST        PIC X(10).
000390     05  FH-IMMEDIATE-ORIGIN      PIC X(10).
000400     05  FH-CREATION-DATE         PIC 9(6).
000410     05  FH-CREATION-TIME         PIC 9(4).
000420     05  FH-FILE-ID-MODIFIER      PIC X(1)    VALUE 'A'.
000430     05  FH-RECORD-SIZE           PIC 9(3)    VALUE 094.
000440     05  FH-BLOCKING-FACTOR       PIC 9(2)    VALUE 10.
000450     05  FH-FORMAT-CODE           PIC 9(1)    VALUE 1.
000460     05  FH-DEST-NAME             PIC X(23).
000470     05  FH-ORIGIN-NAME           PIC X(23).
000480     05  FH-REFERENCE-CODE        PIC X(8)    VALUE SPACES.
000490*
000500 01  WS-ACH-BATCH-HEADER.
000510     05  BH-RECORD-TYPE           PIC 9(1)    VALUE 5.
000520     05  BH-SERVICE-CLASS         PIC 9(3)    VALUE 220.
000530     05  BH-COMPANY-NAME          PIC X(16).
000540     05  BH-DISCRETIONARY-DATA    PIC X(20)   VALUE SPACES.
000550     05  BH-COMPANY-ID            PIC X(10).
000560     05  BH-ENTRY-CLASS           PIC X(3).
000570     05  BH-ENTRY-DESCRIPTION     PIC X(10).
000580     05  BH-DESCRIPTIVE-DATE      PIC X(6).
000590     05  BH-EFFECTIVE-DATE        PIC 9(6).
000600     05  BH-SETTLEMENT-DATE       PIC X(3)    VALUE SPACES.
000610     05  BH-ORIGINATOR-STATUS     PIC X(1)    VALUE '1'.
000620     05  BH-ORIGIN-DFI            PIC 9(8).
000630     05  BH-BATCH-NUMBER          PIC 9(7).
000640*
000650 01  WS-ACH-BATCH-CONTROL.
000660     05  BC-RECORD-TYPE           PIC 9(1)    VALUE 8.
000670     05  BC-SERVICE-CLASS         PIC 9(3)    VALUE 220.
000680     05  BC-ENTRY-COUNT           PIC 9(6).
000690     05  BC-ENTRY-HASH            PIC 9(10).
000700     05  BC-TOTAL-DEBIT           PIC 9(10)V99.
000710     05  BC-TOTAL-CREDIT          PIC 9(10)V99.
000720     05  BC-COMPANY-ID            PIC X(10).
000730     05  BC-AUTHENTICATION        PIC X(19)   VALUE SPACES.
000740     05  BC-RESERVED              PIC X(6)    VALUE SPACES.
000750     05  BC-ORIGIN-DFI            PIC 9(8).
000760     05  BC-BATCH-NUMBER          PIC 9(7).
000770*
000780 01  WS-ACH-FILE-CONTROL.
000790     05  FC-RECORD-TYPE           PIC 9(1)    VALUE 9.
000800     05  FC-BATCH-COUNT           PIC 9(6).
000810     05  FC-BLOCK-COUNT           PIC 9(6).
000820     05  FC-ENTRY-COUNT           PIC 9(8).
000830     05  FC-ENTRY-HASH            PIC 9(10).
000840     05  FC-TOTAL-DEBIT           PIC 9(10)V99.
000850     05  FC-TOTAL-CREDIT          PIC 9(10)V99.
000860     05  FC-RESERVED              PIC X(39)   VALUE SPACES.
000870*
000880 01  WS-ACH-PADDING               PIC X(94)   VALUE ALL '9'.
