000100*----------------------------------------------------------------
000200*    DL100SG.CPY
000300*
000400*    RUN-DATE RECORD FOR THE ARRAYSTC CONTROL FILE, READ ONCE BY
000500*    ARRAYSTAND AT START OF RUN.  THE FILE IS OPTIONAL: WITHOUT
000600*    IT THE STANDING TRANSACTIONS DUE TODAY ARE GENERATED.
000700*
000800*        COLS  1- 8   RUN DATE (YYYYMMDD), TODAY FOR THE DATE
000900*                     OF THE RUN, OR NEXT FOR THE DAY AFTER IT -
001000*                     WHAT A DECK BUILT BEFORE MIDNIGHT FOR THE
001100*                     NEXT NIGHT'S RUN WANTS.  BLANK MEANS TODAY.
001200*    A DATE THAT IS NOT A REAL CALENDAR DATE ABANDONS THE RUN
001300*    WITH RETURN CODE 12 AND ARRAYCMD IS NOT REPLACED.
001400*----------------------------------------------------------------
001500     05  stc-run-date                pic x(08).
001600         88  stc-run-today                   value spaces
001700                                             "TODAY".
001800         88  stc-run-next                    value "NEXT".
001900     05  filler                      pic x(72).
