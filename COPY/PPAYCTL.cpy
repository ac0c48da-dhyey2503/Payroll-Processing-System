000010*
000020* POS-PAY-CTL-REC - POSITIVE-PAY CONTROL RECORD (80 BYTES)
000030*
000040*    1-8    PC-RECORDS-SENT PIC 9(8)   CHECK REGISTER RECORDS
000050*                                      ALREADY SENT TO THE BANK
000060*    9      FILLER
000070*    10-17  PC-LAST-RUN-DATE PIC 9(8)  YYYYMMDD OF THE LAST POSPAY
000080*    18-80  RESERVED FOR FUTURE USE
000090*
000100* A SINGLE-RECORD CONTROL FILE (POSCTL) KEPT LIKE THE CHECK
000110* NEXT-NUMBER FILE (SEE CHKNUM.cpy).  THE CHECK REGISTER IS ONLY
000120* EVER APPENDED TO, SO POSPAY SKIPS THE RECORDS ALREADY SENT,
000130* SENDS THE REST AND WRITES THE NEW REGISTER RECORD COUNT BACK.
000140* WHEN THE FILE IS ABSENT THE WHOLE REGISTER IS SENT.
000150*
000160 01  POS-PAY-CTL-REC.
000170     05  PC-RECORDS-SENT     PIC 9(8).
000180     05  FILLER              PIC X(1).
000190     05  PC-LAST-RUN-DATE    PIC 9(8).
000200     05  FILLER              PIC X(63).
