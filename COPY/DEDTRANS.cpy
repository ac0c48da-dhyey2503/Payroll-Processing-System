000010*
000020* DED-TRANS - DEDUCTION MASTER MAINTENANCE TRANSACTION (80 BYTES)
000030*
000040*    1      DTX-CODE        PIC X(1)   A=ADD  C=CHANGE  S=STOP
000050*    2      FILLER
000060*    3-7    DTX-EMP-ID      PIC 9(5)
000070*    8      FILLER
000080*    9-11   DTX-DED-CODE    PIC X(3)
000090*    12     FILLER
000100*    13     DTX-METHOD      PIC X(1)   F=FLAT AMOUNT  P=PCT GROSS
000110*    14     FILLER
000120*    15-21  DTX-AMOUNT      PIC 9(5)V9(2)
000130*    22     FILLER
000140*    23-24  DTX-PRIORITY    PIC 9(2)
000150*    25     FILLER
000160*    26-34  DTX-GOAL        PIC 9(7)V9(2)
000170*    35     FILLER
000180*    36-44  DTX-TAKEN       PIC 9(7)V9(2)  SPACES = NOT SUPPLIED
000190*    45     FILLER
000200*    46     DTX-GOAL-TYPE   PIC X(1)   L OR SPACE=LIFETIME GOAL
000210*                                      A=ANNUAL GOAL
000220*    47-80  RESERVED FOR FUTURE USE
000230*
000240* ONE TRANSACTION PER LINE, IN DTX-EMP-ID SEQUENCE LIKE BANKTRAN;
000250* SEVERAL TRANSACTIONS FOR ONE EMPLOYEE APPLY IN THE ORDER FILED.
000260* A DEDUCTION IS IDENTIFIED BY EMP-ID AND DED-CODE.  AN ADD OR
000270* CHANGE CARRIES THE FULL DEDUCTION DETAIL (SEE COPY/DEDREC.cpy)
000280* AND IS EDITED BY DEDMAINT AGAINST EMPMAST, PAYEMAST AND GLMAP.
000290* DTX-TAKEN MAY BE LEFT BLANK: AN ADD THEN STARTS DED-TAKEN AT
000300* ZERO AND A CHANGE LEAVES IT AS IT IS.  A STOP CARRIES ONLY THE
000310* EMP-ID AND DED-CODE AND REMOVES THE DEDUCTION FROM THE MASTER.
000320*
000330 01  DED-TRANS.
000340     05  DTX-CODE            PIC X(1).
000350         88  DTX-IS-ADD                  VALUE 'A'.
000360         88  DTX-IS-CHANGE               VALUE 'C'.
000370         88  DTX-IS-STOP                 VALUE 'S'.
000380     05  FILLER              PIC X(1).
000390     05  DTX-EMP-ID          PIC 9(5).
000400     05  FILLER              PIC X(1).
000410     05  DTX-DED-CODE        PIC X(3).
000420     05  FILLER              PIC X(1).
000430     05  DTX-METHOD          PIC X(1).
000440     05  FILLER              PIC X(1).
000450     05  DTX-AMOUNT          PIC 9(5)V9(2).
000460     05  FILLER              PIC X(1).
000470     05  DTX-PRIORITY        PIC 9(2).
000480     05  FILLER              PIC X(1).
000490     05  DTX-GOAL            PIC 9(7)V9(2).
000500     05  FILLER              PIC X(1).
000510     05  DTX-TAKEN           PIC 9(7)V9(2).
000520     05  DTX-TAKEN-X REDEFINES DTX-TAKEN
000530                             PIC X(9).
000540     05  FILLER              PIC X(1).
000550     05  DTX-GOAL-TYPE       PIC X(1).
000560     05  FILLER              PIC X(34).
