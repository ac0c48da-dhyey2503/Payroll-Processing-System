000043*                                      EMPMAINT AND TERMREC.cpy.
000044*                                      TXN-OT-HOURS CARRIES THE
000045*                                      FINAL UNPAID OVERTIME)
000047*                                      X=CANCEL PARKED CHANGES
000050*    2      FILLER
000060*    3-7    TXN-EMP-ID      PIC 9(5)
000070*    8      FILLER
000145*                                      W=WEEKLY
000146*    53     TXN-PAY-TYPE    PIC X(1)   S OR SPACE=SALARIED
000147*                                      H=HOURLY
000148*    54-55  TXN-WORK-STATE  PIC X(2)   WORK STATE/LOCALITY CODE
000149*    56     FILLER
000150*    57-64  TXN-EFFECTIVE-DATE PIC 9(8) YYYYMMDD; SPACES OR
000151*                                      ZERO = APPLY NOW
000152*    65-80  RESERVED FOR FUTURE USE
000153*
000154* AN A, C, D OR T TRANSACTION MAY BE FUTURE-DATED.  EMPMAINT
000155* APPLIES IT AT ONCE WHEN TXN-EFFECTIVE-DATE IS BLANK, ZERO OR
000156* ALREADY DUE; OTHERWISE IT IS PARKED ON THE PENDING FILE (SEE
000157* PENDREC.cpy) AND RELEASED BY THE FIRST MAINTENANCE RUN THAT IS
000158* DUE TO APPLY IT (SEE EMPMAINT).  A CANCEL (X) CARRIES THE
000159* EMP-ID AND THE EFFECTIVE DATE OF THE PARKED CHANGES IT
000160* WITHDRAWS; A BLANK OR ZERO DATE WITHDRAWS ALL OF THE
000161* EMPLOYEE'S PARKED CHANGES.
000162*
000170 01  EMP-TRANS.
000180     05  TXN-CODE            PIC X(1).
000190         88  TXN-IS-ADD                  VALUE 'A'.
000200         88  TXN-IS-CHANGE               VALUE 'C'.
000210         88  TXN-IS-DELETE               VALUE 'D'.
000215         88  TXN-IS-TERMINATE            VALUE 'T'.
000217         88  TXN-IS-CANCEL               VALUE 'X'.
000220     05  FILLER              PIC X(1).
000230     05  TXN-EMP-ID          PIC 9(5).
000240     05  FILLER              PIC X(1).
000340     05  FILLER              PIC X(1).
000350     05  TXN-PAY-FREQUENCY   PIC X(1).
000352     05  TXN-PAY-TYPE        PIC X(1).
000355     05  TXN-WORK-STATE      PIC X(2).
000360     05  FILLER              PIC X(1).
000370     05  TXN-EFFECTIVE-DATE  PIC 9(8).
000380     05  TXN-EFFECTIVE-DATE-X REDEFINES TXN-EFFECTIVE-DATE
000390                             PIC X(8).
000400     05  FILLER              PIC X(16).
