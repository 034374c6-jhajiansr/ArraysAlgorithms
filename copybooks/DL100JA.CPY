000100*----------------------------------------------------------------
000200*    DL100JA.CPY
000300*
000400*    RUN-PARAMETER RECORD FOR THE ARRAYARC CONTROL FILE, READ
000500*    ONCE BY ARRAYARCH AT START OF RUN.  THE FILE IS OPTIONAL,
000600*    AS ARRAYRCN IS FOR ARRAYRECON; WITH NO CARD THE JOURNAL
000700*    KEEPS THE LAST 90 DAYS.
000800*
000900*        COLS  1- 8   CUTOFF DATE (YYYYMMDD) - JOURNAL ENTRIES
001000*                     DATED BEFORE IT ARE ARCHIVED.  IT MAY NOT
001100*                     BE LATER THAN THE RUN DATE.
001200*        COLS 10-12   DAYS TO KEEP (001 TO 999) - USED ONLY WHEN
001300*                     THE CUTOFF DATE IS BLANK; THE CUTOFF IS
001400*                     THAT MANY DAYS BEFORE THE RUN DATE.  BLANK
001500*                     MEANS 090.
001600*    A DATE THAT IS NOT A REAL CALENDAR DATE, OR A DAY COUNT
001700*    THAT IS NOT NUMERIC, ABANDONS THE RUN WITH RETURN CODE 12
001800*    BEFORE THE JOURNAL IS READ.
001900*----------------------------------------------------------------
002000     05  arc-cutoff-date             pic x(08).
002100     05  filler                      pic x(01).
002200     05  arc-keep-days               pic x(03).
002300     05  filler                      pic x(68).
