000090*    20     FILLER
000100*    21-25  JR-EMP-ID       PIC 9(5)
000110*    26     FILLER
000120*    27-106 JR-BEFORE-IMAGE PIC X(80)  RECORD BEFORE THE CHANGE
000130*    107    FILLER
000140*    108-187 JR-AFTER-IMAGE PIC X(80)  RECORD AFTER THE CHANGE
000150*    188-200 RESERVED FOR FUTURE USE
000160*
000170* ONE RECORD PER TRANSACTION APPLIED TO THE EMPLOYEE MASTER,
000210* REJECTED TRANSACTIONS ARE NOT JOURNALED - THEY CHANGE NOTHING.
000220* SEE AUDINQ, WHICH PRINTS THE CHANGE HISTORY FOR AN EMP-ID OR
000230* DATE RANGE FROM THIS FILE.
000232*
000234* DEDMAINT JOURNALS THE DEDUCTION MASTER TO THE SAME FILE WITH
000236* JR-SOURCE DEDTRAN: ITS IMAGES ARE DEDUCT-REC (SEE DEDREC.cpy),
000238* AND A STOP CARRIES A SPACE AFTER-IMAGE.
000239*
000240* EMPMAINT MARKS EFFECTIVE-DATED MAINTENANCE BY JR-SOURCE:
000241*    EMPPEND   CHANGE PARKED FOR A LATER DATE - THE BEFORE-IMAGE
000242*              IS THE MASTER AS IT STANDS (SPACES IF NONE), THE
000243*              AFTER-IMAGE THE PARKED EMP-TRANS (EMPTRANS.cpy)
000244*    EMPRLSE   PARKED CHANGE RELEASED AND APPLIED - EMP-REC IMAGES
000245*              AS FOR EMPTRAN
000246*    EMPCANCL  PARKED CHANGE CANCELLED (CODE X) - THE BEFORE-IMAGE
000247*              IS THE CANCELLED EMP-TRANS, THE AFTER-IMAGE SPACES
000248*
000250 01  AUDIT-REC.
000260     05  JR-RUN-DATE         PIC 9(8).
000270     05  FILLER              PIC X(1).
