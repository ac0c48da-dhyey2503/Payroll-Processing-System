000130*                                      V=VOIDED
000140*                                      R=REISSUED (REPLACEMENT
000150*                                        CHECK, ITSELF LIVE)
000155*                                      P=PAID (CLEARED THE BANK)
000160*    45     FILLER
000170*    46-54  CK-AMOUNT       PIC 9(7)V9(2)
000180*    55     FILLER
000190*    56-61  CK-REPLACED-BY  PIC 9(6)   ON A V RECORD, THE CHECK
000200*                                      NUMBER OF THE REPLACEMENT
000210*                                      (ZERO = VOIDED OUTRIGHT)
000220*    62     FILLER
000222*    63-70  CK-PAID-DATE    PIC 9(8)   YYYYMMDD - ON A P RECORD,
000224*                                      THE DATE THE BANK PAID IT
000226*    71-80  RESERVED FOR FUTURE USE
000230*
000240* ONE RECORD PER CHECK EVENT, WRITTEN BY PAYCHK WHEN A CHECK IS
000250* ISSUED AND BY CHKVOID WHEN ONE IS VOIDED OR REISSUED.  THE
000270* SO IT ACCUMULATES ACROSS RUNS AND RECONCILES AGAINST THE BANK
000280* STATEMENT; THE LATEST RECORD FOR A CHECK NUMBER CARRIES ITS
000290* CURRENT STATUS.  CHECK NUMBERS ARE ASSIGNED FROM THE
000300* CONTROLLED NEXT-NUMBER FILE (SEE CHKNUM.cpy).  POSPAY SENDS
000301* THE I, R AND V RECORDS TO THE BANK AS THE POSITIVE-PAY ISSUE
000302* FILE; CHKRECON MATCHES THE BANK'S PAID-CHECKS FILE BACK TO THE
000303* REGISTER AND APPENDS A P RECORD FOR EACH CHECK THAT CLEARED,
000304* CARRYING THE CHECK'S ORIGINAL CK-CHECK-DATE AND CK-AMOUNT.  A
000305* CHECK WHOSE LATEST STATUS IS I OR R IS OUTSTANDING.
000310*
000320 01  CHECK-REG-REC.
000330     05  CK-CHECK-NO         PIC 9(6).
000420         88  CHECK-IS-ISSUED             VALUE 'I'.
000430         88  CHECK-IS-VOIDED             VALUE 'V'.
000440         88  CHECK-IS-REISSUED           VALUE 'R'.
000445         88  CHECK-IS-PAID               VALUE 'P'.
000450     05  FILLER              PIC X(1).
000460     05  CK-AMOUNT           PIC 9(7)V9(2).
000470     05  FILLER              PIC X(1).
000480     05  CK-REPLACED-BY      PIC 9(6).
000490     05  FILLER              PIC X(1).
000500     05  CK-PAID-DATE        PIC 9(8).
000510     05  FILLER              PIC X(10).
