000100*----------------------------------------------------------------
000200*    DL100RG.CPY
000300*
000400*    REPORT-PERIOD RECORD FOR THE ARRAYRNG CONTROL FILE, READ
000500*    ONCE BY ARRAYREPORT AT START OF RUN.  THE FILE IS OPTIONAL:
000600*    WITHOUT IT THE OPERATOR IS PROMPTED FOR THE FIRST AND LAST
000700*    DATES AS BEFORE.  WITH IT THE RUN NEEDS NO OPERATOR INPUT,
000800*    SO THE MONTH-END CONSOLIDATION CAN RUN IN THE NIGHTLY JOB
000900*    STREAM.
001000*
001100*        COLS  1- 8   FIRST DATE (YYYYMMDD), OR MONTH FOR THE
001200*                     FIRST DAY OF THE CURRENT MONTH
001300*        COLS 10-17   LAST DATE (YYYYMMDD); BLANK MEANS TODAY
001400*    A DATE THAT IS NOT A REAL CALENDAR DATE ABANDONS THE RUN
001500*    WITH RETURN CODE 12 AND NO REPORT.
001600*----------------------------------------------------------------
001700     05  rng-first-date              pic x(08).
001800         88  rng-current-month               value "MONTH".
001900     05  filler                      pic x(01).
002000     05  rng-last-date               pic x(08).
002100     05  filler                      pic x(63).
