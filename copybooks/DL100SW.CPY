000100*----------------------------------------------------------------
000200*    DL100SW.CPY
000300*
000400*    SWEEP CONTROL RECORD FOR THE ARRAYSWC CONTROL FILE, READ
000500*    ONCE BY ARRAYSWEEP AT START OF RUN.  THE FILE IS OPTIONAL:
000600*    WITHOUT IT THE SWEEP LISTS ONLY, LOOKS BACK 400 DAYS, AND
000700*    CHECKS THE LAST 31 DAYS FOR GAPS.
000800*
000900*        COLS  1- 8   MODE        LIST (OR BLANK) TO LIST ONLY,
001000*                                 DELETE TO DELETE THE FILES
001100*                                 OUT OF RETENTION
001200*        COLS 10-13   SCAN DAYS   9999, HOW MANY DAYS BACK FROM
001300*                                 THE RUN DATE, THE RUN DATE
001400*                                 INCLUDED, DATED FILES ARE
001500*                                 LOOKED FOR; BLANK FOR 0400
001600*        COLS 15-17   GAP DAYS    999, HOW MANY DAYS BEFORE THE
001700*                                 RUN DATE ARE CHECKED FOR A
001800*                                 MISSING ARRAYLOG OR ARRRPT;
001900*                                 BLANK FOR 031, 000 FOR NO
002000*                                 GAP CHECK
002100*    ANY OTHER MODE, OR A COUNT THAT IS NOT NUMERIC, ABANDONS THE
002200*    RUN WITH RETURN CODE 12 BEFORE ANYTHING IS DELETED.
002300*----------------------------------------------------------------
002400     05  swc-mode                    pic x(08).
002500         88  swc-list-mode                   value spaces
002600                                             "LIST".
002700         88  swc-delete-mode                 value "DELETE".
002800     05  filler                      pic x(01).
002900     05  swc-scan-days               pic x(04).
003000     05  swc-scan-days-9 redefines swc-scan-days
003100                                     pic 9(04).
003200     05  filler                      pic x(01).
003300     05  swc-gap-days                pic x(03).
003400     05  swc-gap-days-9 redefines swc-gap-days
003500                                     pic 9(03).
003600     05  filler                      pic x(63).
