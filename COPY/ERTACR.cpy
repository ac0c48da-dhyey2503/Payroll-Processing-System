000010*
000020* ER-ACCRUAL-REC - EMPLOYER PAYROLL TAX ACCRUAL RECORD (80
000030* BYTES)
000040*
000050*    1      EA-FREQUENCY    PIC X(1)   M=MONTHLY  W=WEEKLY
000060*    2      FILLER
000070*    3-5    EA-PERIOD-NO    PIC 9(3)
000080*    6      FILLER
000090*    7-11   EA-EMP-ID       PIC 9(5)
000100*    12     FILLER
000110*    13-15  EA-DEPT-CODE    PIC X(3)
000120*    16     FILLER
000130*    17-19  EA-TAX-CODE     PIC X(3)   SEE COPY/ERTRATE.cpy
000140*    20     FILLER
000150*    21-22  EA-STATE        PIC X(2)   RATE RECORD'S ER-STATE
000160*    23     FILLER
000170*    24-32  EA-TAXABLE      PIC 9(7)V9(2)  WAGES UNDER THE CAP
000180*    33     FILLER
000190*    34-42  EA-AMOUNT       PIC 9(7)V9(2)  EMPLOYER TAX ACCRUED
000200*    43-80  RESERVED FOR FUTURE USE
000210*
000220* ONE RECORD PER EMPLOYEE PER EMPLOYER TAX ACCRUED FOR THE
000230* CYCLE, WRITTEN BY PAYERTX.  THE FILE (ERTACR) IS REWRITTEN BY
000240* EVERY PAYERTX RUN AND HOLDS ONE CYCLE ONLY; PAYGL READS IT TO
000250* DEBIT EACH DEPARTMENT'S EMPLOYER TAX EXPENSE AND CREDIT EACH
000260* TAX'S LIABILITY ACCOUNT.
000270*
000280 01  ER-ACCRUAL-REC.
000290     05  EA-FREQUENCY        PIC X(1).
000300     05  FILLER              PIC X(1).
000310     05  EA-PERIOD-NO        PIC 9(3).
000320     05  FILLER              PIC X(1).
000330     05  EA-EMP-ID           PIC 9(5).
000340     05  FILLER              PIC X(1).
000350     05  EA-DEPT-CODE        PIC X(3).
000360     05  FILLER              PIC X(1).
000370     05  EA-TAX-CODE         PIC X(3).
000380     05  FILLER              PIC X(1).
000390     05  EA-STATE            PIC X(2).
000400     05  FILLER              PIC X(1).
000410     05  EA-TAXABLE          PIC 9(7)V9(2).
000420     05  FILLER              PIC X(1).
000430     05  EA-AMOUNT           PIC 9(7)V9(2).
000440     05  FILLER              PIC X(38).
