000100*----------------------------------------------------------------
000200*    DL100SV.CPY
000300*
000400*    SECURITY-VIOLATION LOG RECORD FOR THE DATED
000500*    ARRAYVIO.YYYYMMDD.DAT FILE.  EVERY UPDATING PROGRAM
000600*    APPENDS ONE LINE WHEN IT REFUSES AN OPERATOR: A SIGN-ON BY
000700*    AN OPERATOR NOT ON ARRAYSEC, AN UPDATE BY A READ-ONLY
000800*    OPERATOR, AN UPDATE TO AN ARRAY WHOSE OWNER THE OPERATOR
000900*    IS NOT AUTHORIZED FOR, OR A MAINTENANCE FUNCTION WITHOUT
001000*    MAINTENANCE AUTHORITY.  THE ACTION IS THE FUNCTION OR
001100*    TRANSACTION THAT WAS REFUSED.
001200*----------------------------------------------------------------
001300     05  vio-date                    pic 9(08).
001400     05  filler                      pic x(01).
001500     05  vio-time                    pic 9(06).
001600     05  filler                      pic x(02).
001700     05  vio-program                 pic x(10).
001800     05  filler                      pic x(02).
001900     05  vio-operator                pic x(08).
002000     05  filler                      pic x(02).
002100     05  vio-action                  pic x(08).
002200     05  filler                      pic x(02).
002300     05  vio-array-id                pic x(08).
002400     05  filler                      pic x(02).
002500     05  vio-owner                   pic x(08).
002600     05  filler                      pic x(02).
002700     05  vio-reason                  pic x(40).
