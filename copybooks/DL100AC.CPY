000100*----------------------------------------------------------------
000200*    DL100AC.CPY
000300*
000400*    REPORT-PERIOD RECORD FOR THE ARRAYACP CONTROL FILE, READ
000500*    ONCE BY ARRAYACT AT START OF RUN.  THE FILE IS OPTIONAL:
000600*    WITHOUT IT THE REPORT COVERS THE RUN DATE ALONE.
000700*
000800*        COLS  1- 8   FIRST DATE (YYYYMMDD), TODAY FOR THE RUN
000900*                     DATE, OR PRIOR FOR THE DAY BEFORE IT -
001000*                     WHAT A STREAM RUN AFTER MIDNIGHT WANTS.
001100*                     BLANK MEANS TODAY.
001200*        COLS 10-17   LAST DATE (YYYYMMDD); BLANK MEANS THE SAME
001300*                     DAY AS THE FIRST DATE
001400*    A DATE THAT IS NOT A REAL CALENDAR DATE, OR A LAST DATE
001500*    BEFORE THE FIRST, ABANDONS THE RUN WITH RETURN CODE 12.
001600*----------------------------------------------------------------
001700     05  act-first-date              pic x(08).
001800         88  act-first-today                 value spaces
001900                                             "TODAY".
002000         88  act-first-prior                 value "PRIOR".
002100     05  filler                      pic x(01).
002200     05  act-last-date               pic x(08).
002300     05  filler                      pic x(63).
