000060*    7-11   TC-OT-HOURS     PIC 9(3)V9(2)
000070*    12     FILLER
000080*    13-17  TC-REG-HOURS    PIC 9(3)V9(2)
000090*    18     FILLER
000091*    19-23  TC-VAC-HOURS    PIC 9(3)V9(2)  VACATION HOURS TAKEN
000092*    24     FILLER
000093*    25-29  TC-SICK-HOURS   PIC 9(3)V9(2)  SICK HOURS TAKEN
000094*    30-80  RESERVED FOR FUTURE USE
000100*
000110* ONE RECORD PER EMPLOYEE PER PAY PERIOD, IN EMP-ID SEQUENCE LIKE
000120* THE EMPTRAN FEED.  A FRESH TIMECARD FILE IS SUPPLIED FOR EVERY
000190* EMP-ID IS NOT ON THE MASTER IS LISTED AS AN EXCEPTION.  SEE
000200* PAYCALC, WHICH CONSUMES THIS FILE IN PLACE OF THE STATIC
000210* OT-HOURS FIELD ON THE EMPLOYEE MASTER.
000211*
000212* TC-VAC-HOURS AND TC-SICK-HOURS CARRY THE PAID LEAVE TAKEN IN
000213* THE PERIOD; BLANK IS ZERO, SO CARDS PUNCHED BEFORE THE FIELDS
000214* EXISTED STILL PASS.  THE HOURS COME OUT OF THE EMPLOYEE'S
000215* BALANCE ON THE LEAVE MASTER (SEE LVEREC.cpy) AND MAY NOT
000216* EXCEED IT.  A SALARIED EMPLOYEE'S PAY IS UNCHANGED BY LEAVE;
000217* AN HOURLY EMPLOYEE'S LEAVE HOURS ARE PAID AT THE HOURLY RATE
000218* ALONGSIDE TC-REG-HOURS, SO AN HOURLY CARD FILES THE HOURS
000219* WORKED IN TC-REG-HOURS AND THE HOURS ON LEAVE HERE.
000220*
000230 01  TIME-REC.
000240     05  TC-EMP-ID           PIC 9(5).
000260     05  TC-OT-HOURS         PIC 9(3)V9(2).
000270     05  FILLER              PIC X(1).
000280     05  TC-REG-HOURS        PIC 9(3)V9(2).
000290     05  FILLER              PIC X(1).
000300     05  TC-VAC-HOURS        PIC 9(3)V9(2).
000310     05  FILLER              PIC X(1).
000320     05  TC-SICK-HOURS       PIC 9(3)V9(2).
000330     05  FILLER              PIC X(51).
