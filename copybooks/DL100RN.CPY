000100*----------------------------------------------------------------
000200*    DL100RN.CPY
000300*
000400*    RUN-PARAMETER RECORD FOR THE ARRAYRCN CONTROL FILE, READ
000500*    ONCE BY ARRAYRECON AT START OF RUN.  THE FILE IS OPTIONAL,
000600*    AS ARRAYPRM IS FOR ARRAYBATCH, SO THE RECONCILIATION CAN
000700*    BE SCHEDULED WITH NO CONTROL CARD AT ALL.
000800*
000900*        COLS  1- 8   BACKUP DATE (YYYYMMDD) - RECONCILE AGAINST
001000*                     ARRAYBKP.YYYYMMDD.DAT.  BLANK MEANS THE
001100*                     MOST RECENT BACKUP TAKEN IN THE LAST 31
001200*                     DAYS, TODAY INCLUDED.
001300*        COLS 10-12   DIFFERENCE LIMIT - HOW MANY DIFFERING
001400*                     ELEMENT POSITIONS TO LIST FOR EACH ARRAY
001500*                     (001 TO 999).  BLANK OR ZERO MEANS 10.
001600*    A DATE OR LIMIT THAT IS NOT NUMERIC ABANDONS THE RUN WITH
001700*    RETURN CODE 12.
001800*----------------------------------------------------------------
001900     05  rcn-backup-date             pic x(08).
002000     05  filler                      pic x(01).
002100     05  rcn-difference-limit        pic x(03).
002200     05  filler                      pic x(68).
