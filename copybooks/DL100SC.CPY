000100*----------------------------------------------------------------
000200*    DL100SC.CPY
000300*
000400*    OPERATOR SECURITY RECORD FOR THE ARRAYSEC FILE, ONE
000500*    RECORD PER OPERATOR ID.  THE FILE IS LINE SEQUENTIAL AND
000600*    KEPT BY THE SECURITY ADMINISTRATOR; RECORDS WITH * IN
000700*    COLUMN 1 ARE COMMENTS.  EVERY UPDATING PROGRAM IN THE
000800*    SUITE (PROGRAM1, ARRAYBATCH, ARRAYMAINT, ARRAYCSV,
000850*    ARRAYTABLE) LOOKS THE OPERATOR UP HERE AT SIGN-ON AND
000900*    CHECKS THE ENTRY BEFORE CLAIMING AN ARRAY ON ARRAYLCK.  AN
001000*    OPERATOR WHO IS NOT ON THE FILE, OR A MISSING FILE,
001100*    REFUSES THE SIGN-ON.
001200*
001300*        COLS  1- 8   OPERATOR ID
001400*        COL  10      READ-ONLY FLAG     Y = MAY NOT UPDATE
001500*                                        ANY ARRAY
001600*        COL  12      MAINTENANCE FLAG   Y = MAY RUN THE
001700*                                        ARRAYMAINT DELETE,
001800*                                        RENAME, RESTORE, PURGE,
001900*                                        REVERT, AND CLEAR-LOCK
002000*                                        FUNCTIONS
002100*        COLS 14-103  OWNERS             UP TO TEN OWNER IDS OF
002200*                                        EIGHT CHARACTERS, ONE
002300*                                        SPACE APART, WHOSE
002400*                                        ARRAYS THE OPERATOR MAY
002500*                                        UPDATE.  *ALL MEANS
002600*                                        EVERY OWNER, AND IS THE
002700*                                        ONLY ENTRY THAT COVERS
002800*                                        AN ARRAY WITH A BLANK
002900*                                        OWNER.
003000*----------------------------------------------------------------
003100     05  sec-operator-id             pic x(08).
003200     05  filler                      pic x(01).
003300     05  sec-read-only-flag          pic x(01).
003400         88  sec-read-only                   value "Y".
003500     05  filler                      pic x(01).
003600     05  sec-maintenance-flag        pic x(01).
003700         88  sec-maintenance-allowed         value "Y".
003800     05  filler                      pic x(01).
003900     05  sec-owner-list.
004000         10  sec-owner-entry         occurs 10 times.
004100             15  sec-owner           pic x(08).
004200             15  filler              pic x(01).
004300     05  filler                      pic x(17).
