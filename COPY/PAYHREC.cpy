000010*
000020* PAY-HIST-REC - PAY HISTORY DETAIL RECORD (340 BYTES)
000030*
000040*    1      PH-FREQUENCY    PIC X(1)   M=MONTHLY  W=WEEKLY
000050*    2      FILLER
000282*    281-285 PH-REG-HOURS   PIC 9(3)V9(2)  REGULAR HOURS PRICED
000284*                                      (HOURLY EMPLOYEES ONLY,
000286*                                      ZERO FOR SALARIED)
000287*    286-294 PH-STATE-TAX   PIC 9(7)V9(2)  STATE/LOCAL TAX
000288*    295-296 PH-WORK-STATE  PIC X(2)   JURISDICTION WITHHELD FOR
000289*    297    PH-ENTRY-TYPE  PIC X(1)   R=REVERSAL, 298-300 SPARE
000290*    301-305 PH-VAC-TAKEN   PIC 9(3)V9(2)  VACATION HOURS TAKEN
000291*    306-310 PH-VAC-ACCRUED PIC 9(3)V9(2)  VACATION HOURS EARNED
000292*    311-316 PH-VAC-BALANCE PIC 9(4)V9(2)  VACATION HOURS LEFT
000293*    317-321 PH-SICK-TAKEN  PIC 9(3)V9(2)  SICK HOURS TAKEN
000294*    322-326 PH-SICK-ACCRUED PIC 9(3)V9(2) SICK HOURS EARNED
000295*    327-332 PH-SICK-BALANCE PIC 9(4)V9(2) SICK HOURS LEFT
000296*    333-340 PH-REVERSAL-DATE PIC 9(8) REVERSALS ONLY
000300*
000310* ONE RECORD PER PAID EMPLOYEE PER CYCLE, WRITTEN BY PAYCALC AS
000320* IT PRICES THE RUN: THE GROSS, THE OVERTIME HOURS AND PREMIUM,
000420* REGISTER SILENTLY DISAGREE.  WITHIN ONE CYCLE THE RECORDS ARE
000430* IN PH-EMP-ID SEQUENCE.
000440*
000442* PH-TAX-AMOUNT IS THE FEDERAL WITHHOLDING (THE BRACKET SLICES
000444* ADD TO IT); PH-STATE-TAX IS THE STATE/LOCAL WITHHOLDING FOR
000446* PH-WORK-STATE.  PH-NET-PAY IS GROSS LESS BOTH TAXES AND THE
000448* DEDUCTIONS.
000449*
000451* THE LEAVE FIGURES ARE THE PERIOD'S ACTIVITY ON THE LEAVE
000452* MASTER (SEE LVEREC.cpy): HOURS TAKEN, HOURS EARNED AND THE
000453* BALANCE CARRIED FORWARD, ALL ZERO FOR A TYPE THE EMPLOYEE HAS
000454* NO RECORD FOR.  RECORDS WRITTEN BEFORE THE FIELDS EXISTED
000455* HOLD SPACES THERE.
000456*
000457* A PAYMENT BACKED OUT BY A PAYOFF REVERSAL (REQUEST TYPE X, SEE
000458* COPY/PAYREQ.cpy) IS NOT REMOVED.  PAYOFF APPENDS A NEGATING
000459* RECORD: A COPY OF THE ORIGINAL WITH THE SAME CYCLE AND EMP-ID,
000460* PH-ENTRY-TYPE R AND THE DATE OF THE REVERSAL, EVERY AMOUNT ON IT
000461* TO BE SUBTRACTED FROM THE ORIGINAL.  THE CYCLE READERS PASS
000462* REVERSAL RECORDS OVER, SO A REPRINT OF THE CYCLE STILL SHOWS
000463* WHAT WAS PAID; PAYREM NETS THEM OUT OF A CYCLE IT HAS NOT YET
000464* REMITTED.  THERE IS AT MOST ONE REVERSAL PER CYCLE AND EMP-ID.
000465*
000466 01  PAY-HIST-REC.
000467     05  PH-FREQUENCY        PIC X(1).
000470     05  FILLER              PIC X(1).
000480     05  PH-PERIOD-NO        PIC 9(3).
000490     05  FILLER              PIC X(1).
000700         10  PH-DED-CODE     PIC X(3).
000710         10  PH-DED-AMOUNT   PIC 9(7)V9(2).
000715     05  PH-REG-HOURS        PIC 9(3)V9(2).
000716     05  PH-STATE-TAX        PIC 9(7)V9(2).
000717     05  PH-WORK-STATE       PIC X(2).
000718     05  PH-ENTRY-TYPE       PIC X(1).
000719         88  PH-IS-REVERSAL              VALUE 'R'.
000720     05  FILLER              PIC X(3).
000730     05  PH-VAC-TAKEN        PIC 9(3)V9(2).
000740     05  PH-VAC-ACCRUED      PIC 9(3)V9(2).
000750     05  PH-VAC-BALANCE      PIC 9(4)V9(2).
000760     05  PH-SICK-TAKEN       PIC 9(3)V9(2).
000770     05  PH-SICK-ACCRUED     PIC 9(3)V9(2).
000780     05  PH-SICK-BALANCE     PIC 9(4)V9(2).
000790     05  PH-REVERSAL-DATE    PIC 9(8).
