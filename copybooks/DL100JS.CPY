000100*----------------------------------------------------------------
000200*    DL100JS.CPY
000300*
000400*    STEP-CONTROL RECORD FOR THE ARRAYSTP FILE, ONE RECORD PER
000500*    STEP OF THE NIGHTLY JOB STREAM, IN THE ORDER THE STEPS ARE
000600*    TO RUN.  ARRAYSTREAM READS AND CHECKS THE WHOLE FILE BEFORE
000700*    IT RUNS ANY STEP.  BLANK RECORDS AND RECORDS WITH * IN
000800*    COLUMN 1 ARE COMMENTS.
000900*
001000*        COLS  1-12   PROGRAM     A BATCH PROGRAM OF THE SUITE
001100*                                 THAT ARRAYSTREAM KNOWS HOW TO
001200*                                 RUN (ARRAYBATCH, ARRAYAUDIT,
001300*                                 ARRAYREPORT, ARRAYRECON,
001310*                                 ARRAYARCH, ARRAYACT,
001320*                                 ARRAYSTAND, ARRAYSWEEP)
001400*        COL  14      CONDITION   A  ALWAYS RUN
001500*                                 P  RUN ONLY WHEN THE RETURN
001600*                                    CODE OF THE LAST STEP THAT
001700*                                    RAN IS AT OR BELOW THE
001800*                                    THRESHOLD
001900*                                 M  RUN ONLY ON A MONTH-END
002000*                                    RUN DATE - THE LAST
002100*                                    BUSINESS DAY (MONDAY TO
002200*                                    FRIDAY) OF THE MONTH
002300*        COLS 16-17   THRESHOLD   99, REQUIRED ON P ONLY
002400*        COLS 19-20   MAXIMUM RC  99, THE HIGHEST ACCEPTABLE
002500*                                 RETURN CODE; ANYTHING ABOVE
002600*                                 IT STOPS THE STREAM
002700*        COLS 22-61   COMMENT     FREE TEXT FOR THE SUMMARY
002800*----------------------------------------------------------------
002900     05  stp-program                 pic x(12).
003000     05  filler                      pic x(01).
003100     05  stp-condition               pic x(01).
003200         88  stp-run-always                  value "A".
003300         88  stp-run-if-prior-rc             value "P".
003400         88  stp-run-month-end               value "M".
003500         88  stp-condition-valid             value "A" "P" "M".
003600     05  filler                      pic x(01).
003700     05  stp-threshold               pic x(02).
003800     05  filler                      pic x(01).
003900     05  stp-maximum-rc              pic x(02).
004000     05  filler                      pic x(01).
004100     05  stp-comment                 pic x(40).
004200     05  filler                      pic x(19).
