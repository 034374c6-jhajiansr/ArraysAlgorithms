000100*----------------------------------------------------------------
000200*    DL100ST.CPY
000300*
000400*    STANDING-TRANSACTION RECORD FOR THE ARRAYSTO FILE.  EACH
000500*    RECORD IS AN ARRAYCMD TRANSACTION, EXACTLY AS ARRAYBATCH
000600*    READS IT, FOLLOWED BY WHEN IT IS DUE.  ARRAYSTAND COPIES THE
000700*    RECORDS DUE ON THE RUN DATE, IN FILE ORDER, TO THE FRONT OF
000800*    THE NIGHT'S ARRAYCMD.  A DECK THAT MUST RUN TOGETHER (LOAD,
000900*    SORT, STATS, SAVE) IS KEPT AS CONSECUTIVE RECORDS WITH THE
001000*    SAME FREQUENCY AND DATES.  BLANK RECORDS AND RECORDS WITH *
001100*    IN COLUMN 1 ARE COMMENTS.
001200*
001300*        COLS  1-80   TRANSACTION  AN ARRAYCMD RECORD
001400*        COL  82      FREQUENCY    D  EVERY RUN DATE
001500*                                  W  ONE DAY OF THE WEEK
001600*                                  M  ONE DAY OF THE MONTH
001700*                                  L  THE LAST BUSINESS DAY
001800*                                     (MONDAY TO FRIDAY) OF
001900*                                     THE MONTH
002000*        COLS 84-85   DAY          99, REQUIRED ON W AND M ONLY:
002100*                                  W  01 MONDAY TO 07 SUNDAY
002200*                                  M  01 TO 31; A DAY PAST THE
002300*                                     END OF A SHORT MONTH IS
002400*                                     DUE ON ITS LAST DAY
002500*        COLS 87-94   FROM DATE    YYYYMMDD, FIRST DATE THE
002600*                                  RECORD IS ACTIVE; BLANK FOR
002700*                                  NO START DATE
002800*        COLS 96-103  TO DATE      YYYYMMDD, LAST DATE THE
002900*                                  RECORD IS ACTIVE; BLANK FOR
003000*                                  NO END DATE
003100*        COLS 105-134 DESCRIPTION  FREE TEXT FOR THE LISTING
003200*----------------------------------------------------------------
003300     05  sto-transaction.
003400         10  sto-operation           pic x(08).
003500         10  filler                  pic x(72).
003600     05  filler                      pic x(01).
003700     05  sto-frequency               pic x(01).
003800         88  sto-daily                       value "D".
003900         88  sto-weekly                      value "W".
004000         88  sto-monthly                     value "M".
004100         88  sto-last-business-day           value "L".
004200         88  sto-frequency-valid             value "D" "W"
004300                                                   "M" "L".
004400     05  filler                      pic x(01).
004500     05  sto-day                     pic x(02).
004600     05  sto-day-9 redefines sto-day pic 9(02).
004700     05  filler                      pic x(01).
004800     05  sto-from-date               pic x(08).
004900     05  filler                      pic x(01).
005000     05  sto-to-date                 pic x(08).
005100     05  filler                      pic x(01).
005200     05  sto-description             pic x(30).
005300     05  filler                      pic x(06).
