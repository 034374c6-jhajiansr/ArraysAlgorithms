000100*----------------------------------------------------------------
000200*    DL100RT.CPY
000300*
000400*    RETENTION RECORD FOR THE ARRAYRET FILE, ONE RECORD PER
000500*    DATED FILE FAMILY (FAMILY.YYYYMMDD.DAT), READ BY ARRAYSWEEP
000600*    AT START OF RUN.  THE FILE IS OPTIONAL: ARRAYSWEEP CARRIES
000700*    A STANDARD RETENTION FOR EVERY FAMILY THE SUITE WRITES, AND
000800*    A RECORD HERE REPLACES THE STANDARD FOR ITS FAMILY OR ADDS
000900*    A FAMILY (READ AS A LINE SEQUENTIAL FILE).  BLANK RECORDS
001000*    AND RECORDS WITH * IN COLUMN 1 ARE COMMENTS.
001100*
001200*        COLS  1- 8   FAMILY      FILE NAME BEFORE THE DATE,
001300*                                 E.G. ARRAYLOG
001400*        COLS 10-13   KEEP DAYS   9999, FILES ARE KEPT THIS MANY
001500*                                 DAYS, THE RUN DATE INCLUDED;
001600*                                 0000 MEANS NEVER EXPIRED
001700*        COLS 15-17   KEEP COUNT  999, THE NEWEST FILES OF THE
001800*                                 FAMILY THAT ARE ALWAYS KEPT
001900*                                 HOWEVER OLD; BLANK FOR NONE
002000*        COLS 19-58   COMMENT     FREE TEXT
002100*    A RECORD THAT IS NOT VALID ABANDONS THE RUN WITH RETURN
002200*    CODE 12 BEFORE ANYTHING IS DELETED.
002300*----------------------------------------------------------------
002400     05  ret-family                  pic x(08).
002500     05  filler                      pic x(01).
002600     05  ret-keep-days               pic x(04).
002700     05  ret-keep-days-9 redefines ret-keep-days
002800                                     pic 9(04).
002900     05  filler                      pic x(01).
003000     05  ret-keep-count              pic x(03).
003100     05  ret-keep-count-9 redefines ret-keep-count
003200                                     pic 9(03).
003300     05  filler                      pic x(01).
003400     05  ret-comment                 pic x(40).
003500     05  filler                      pic x(22).
