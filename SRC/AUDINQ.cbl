000160*         16-23  TO DATE    YYYYMMDD (ZERO OR SPACES = OPEN)
000170*     WITH NO PARAMETER THE WHOLE JOURNAL PRINTS.  THE REPORT
000180*     ENDS WITH THE COUNT OF JOURNAL RECORDS READ AND PRINTED.
000182*     DEDMAINT JOURNALS THE DEDUCTION MASTER TO THE SAME FILE
000184*     (SOURCE DEDTRAN), SO AN EMP-ID'S DEDUCTION CHANGES PRINT
000186*     WITH ITS MASTER CHANGES, THE IMAGES BEING DEDUCT-REC.
000187*     EFFECTIVE-DATED CHANGES PRINT WHEN PARKED (SOURCE EMPPEND),
000188*     RELEASED (EMPRLSE) OR CANCELLED (EMPCANCL); A PARKED OR
000189*     CANCELLED CHANGE'S IMAGE IS THE EMP-TRANS RECORD ITSELF.
000190*
000200* MODIFICATION HISTORY.
000210*     08/21/2026  RJK  ORIGINAL PROGRAM.
000215*     10/15/2026  RJK  REMARKS NOTE THE DEDMAINT JOURNAL RECORDS.
000216*     10/15/2026  RJK  REMARKS NOTE THE PENDING-CHANGE JOURNAL
000217*                      RECORDS.
000220*
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. AUDINQ.
