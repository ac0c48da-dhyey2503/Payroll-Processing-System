000010*
000020* PAID-ITEM-REC - BANK PAID / CLEARED CHECK ITEM (80 BYTES)
000030*
000040*    1-6    PI-CHECK-NO     PIC 9(6)
000050*    7      FILLER
000060*    8-15   PI-PAID-DATE    PIC 9(8)   YYYYMMDD
000070*    16     FILLER
000080*    17-25  PI-AMOUNT       PIC 9(7)V9(2)  AMOUNT THE BANK PAID
000090*    26     FILLER
000100*    27-36  PI-BANK-REF     PIC X(10)  BANK'S ITEM SEQUENCE NUMBER
000110*    37-80  RESERVED FOR FUTURE USE
000120*
000130* ONE ITEM PER CHECK PAID AGAINST THE PAYROLL ACCOUNT, AS
000140* UNWRAPPED FROM THE BANK'S PAID-ITEMS FILE BY THE SAME
000150* TRANSMISSION UTILITY THAT HANDLES THE ACH RETURN FILE.  EACH
000160* FILE COVERS THE ITEMS PAID SINCE THE PREVIOUS ONE.  SEE
000170* CHKRECON, WHICH MATCHES EACH ITEM TO THE CHECK REGISTER (CHKREG,
000180* SEE CHKREC.cpy) BY CHECK NUMBER AND MARKS THE CHECK PAID.
000190*
000200 01  PAID-ITEM-REC.
000210     05  PI-CHECK-NO         PIC 9(6).
000220     05  FILLER              PIC X(1).
000230     05  PI-PAID-DATE        PIC 9(8).
000240     05  FILLER              PIC X(1).
000250     05  PI-AMOUNT           PIC 9(7)V9(2).
000260     05  FILLER              PIC X(1).
000270     05  PI-BANK-REF         PIC X(10).
000280     05  FILLER              PIC X(44).
