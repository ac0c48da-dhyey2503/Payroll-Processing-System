000010*
000020* LEAVE-REC - PAID LEAVE BALANCE MASTER RECORD (80 BYTES)
000030*
000040*    1-5    LV-EMP-ID       PIC 9(5)
000050*    6      FILLER
000060*    7      LV-TYPE         PIC X(1)   V=VACATION  S=SICK
000070*    8      FILLER
000080*    9-13   LV-ACCRUAL-RATE PIC 9(3)V9(2)  HOURS EARNED EACH
000090*                                      PAY PERIOD PAID
000100*    14     FILLER
000110*    15-20  LV-CARRYOVER-CAP PIC 9(4)V9(2) MOST HOURS CARRIED
000120*                                      INTO A NEW YEAR
000130*    21     FILLER
000140*    22-27  LV-BALANCE      PIC 9(4)V9(2)  HOURS AVAILABLE
000150*    28     FILLER
000160*    29-34  LV-TAKEN-YTD    PIC 9(4)V9(2)  HOURS TAKEN THIS YEAR
000170*    35     FILLER
000180*    36-41  LV-ACCRUED-YTD  PIC 9(4)V9(2)  HOURS EARNED THIS YEAR
000190*    42-80  RESERVED FOR FUTURE USE
000200*
000210* ONE RECORD PER EMPLOYEE PER LEAVE TYPE, IN EMP-ID AND LV-TYPE
000220* SEQUENCE LIKE THE DEDUCTION MASTER (SEE DEDREC.cpy).  AN
000230* EMPLOYEE WITH NO RECORD FOR A TYPE EARNS AND MAY TAKE NONE OF
000240* IT.  THE HOURS TAKEN EACH PERIOD ARE FILED ON THE TIMECARD
000250* (TC-VAC-HOURS AND TC-SICK-HOURS, SEE TIMEREC.cpy); TIMEEDIT
000260* REJECTS A CARD TAKING MORE THAN LV-BALANCE.  PAYCALC FIRST
000270* TAKES THE PERIOD'S HOURS OUT OF LV-BALANCE AND THEN ADDS
000280* LV-ACCRUAL-RATE, SO HOURS EARNED IN A PERIOD CAN BE TAKEN FROM
000290* THE NEXT ONE, AND CARRIES THE MASTER FORWARD (NEWLVE) THE WAY
000300* IT CARRIES THE DEDUCTION MASTER; NEWLVE IS PROMOTED TO LVEMAST
000310* WITH NEWDED.  THE PERIOD'S FIGURES ARE ALSO CARRIED ON THE PAY
000320* HISTORY RECORD (SEE PAYHREC.cpy) FOR THE PAY STATEMENT.
000330*
000340* AT YEAR START (SEE YSTART) LV-BALANCE IS CUT BACK TO
000350* LV-CARRYOVER-CAP - THE EXCESS IS FORFEITED - AND LV-TAKEN-YTD
000360* AND LV-ACCRUED-YTD ARE ZEROED.  A CAP OF ZERO CARRIES NOTHING;
000370* A TYPE WITH NO PRACTICAL CAP CARRIES 9999.99.  WHEN EMPMAINT
000380* TERMINATES AN EMPLOYEE, THE VACATION BALANCE IS PAID OUT WITH
000390* THE FINAL PAY; THE RECORDS ARE DROPPED BY THE NEXT PAYCALC RUN
000400* ONCE THE EMP-ID IS OFF THE EMPLOYEE MASTER.
000410*
000420 01  LEAVE-REC.
000430     05  LV-EMP-ID           PIC 9(5).
000440     05  FILLER              PIC X(1).
000450     05  LV-TYPE             PIC X(1).
000460         88  LV-IS-VACATION              VALUE 'V'.
000470         88  LV-IS-SICK                  VALUE 'S'.
000480     05  FILLER              PIC X(1).
000490     05  LV-ACCRUAL-RATE     PIC 9(3)V9(2).
000500     05  FILLER              PIC X(1).
000510     05  LV-CARRYOVER-CAP    PIC 9(4)V9(2).
000520     05  FILLER              PIC X(1).
000530     05  LV-BALANCE          PIC 9(4)V9(2).
000540     05  FILLER              PIC X(1).
000550     05  LV-TAKEN-YTD        PIC 9(4)V9(2).
000560     05  FILLER              PIC X(1).
000570     05  LV-ACCRUED-YTD      PIC 9(4)V9(2).
000580     05  FILLER              PIC X(39).
