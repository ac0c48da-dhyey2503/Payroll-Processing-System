000010*
000020* PENDING-REC - PARKED EMPLOYEE MAINTENANCE RECORD (100 BYTES)
000030*
000040*    1-80   PN-TRANS-IMAGE  PIC X(80)  THE EMP-TRANS RECORD AS
000050*                                      KEYED (SEE EMPTRANS.cpy)
000060*    81     FILLER
000070*    82-89  PN-PARKED-DATE  PIC 9(8)   RUN DATE IT WAS PARKED
000080*    90-100 RESERVED FOR FUTURE USE
000090*
000100* ONE RECORD PER FUTURE-DATED A, C, D OR T TRANSACTION THAT
000110* EMPMAINT HAS NOT YET APPLIED.  EMPMAINT READS THE FILE (EMPPEND)
000120* AT THE START OF EACH RUN, DROPS WHAT IS CANCELLED (X
000130* TRANSACTIONS) OR RELEASED, ADDS WHAT IS NEWLY PARKED AND WRITES
000140* THE NEW GENERATION (NEWPEND) IN EMP-ID AND EFFECTIVE-DATE
000150* SEQUENCE.  THE EMP-ID AND EFFECTIVE DATE ARE READ FROM THE
000160* TRANSACTION IMAGE THROUGH PN-TRANS-KEYS.  SEE PENDINQ FOR THE
000170* LISTING.
000180*
000190 01  PENDING-REC.
000200     05  PN-TRANS-IMAGE          PIC X(80).
000210     05  PN-TRANS-KEYS REDEFINES PN-TRANS-IMAGE.
000220         10  FILLER              PIC X(2).
000230         10  PN-EMP-ID           PIC 9(5).
000240         10  FILLER              PIC X(49).
000250         10  PN-EFFECTIVE-DATE   PIC 9(8).
000260         10  FILLER              PIC X(16).
000270     05  FILLER                  PIC X(1).
000280     05  PN-PARKED-DATE          PIC 9(8).
000290     05  FILLER                  PIC X(11).
