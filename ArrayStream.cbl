000100 identification division.
000200 program-id. ArrayStream as "ArraysAlgorithms.ArrayStream".
000300 author. J. Hajian.
000400 installation. ArraysAlgorithms Maintenance Group.
000500 date-written. 2026-10-14.
000600 date-compiled. 2026-10-14.
000700*----------------------------------------------------------------
000800*    ARRAYSTREAM
000900*
001000*    NIGHTLY JOB-STREAM CONTROLLER.  THE OVERNIGHT WINDOW WAS
001100*    RUN BY HAND - START ARRAYBATCH, LOOK AT ITS RETURN CODE,
001200*    DECIDE WHETHER TO RUN ARRAYAUDIT, AND REMEMBER ARRAYREPORT
001300*    AT MONTH-END.  THIS PROGRAM RUNS THE STEPS LISTED ON THE
001400*    ARRAYSTP STEP-CONTROL FILE (DL100JS) IN ORDER, EACH UNDER
001500*    ITS OWN RUN CONDITION:
001600*        A  ALWAYS
001700*        P  ONLY WHEN THE LAST STEP THAT RAN ENDED AT OR BELOW
001800*           THE STEP'S THRESHOLD RETURN CODE
001900*        M  ONLY WHEN THE RUN DATE IS MONTH-END - THE LAST
002000*           MONDAY-TO-FRIDAY DAY OF THE MONTH
002100*    A STEP THAT ENDS ABOVE ITS MAXIMUM RETURN CODE, OR THAT
002200*    CANNOT BE LOADED, STOPS THE STREAM; THE STEPS AFTER IT ARE
002300*    NOT RUN.  THE WHOLE STEP FILE IS CHECKED BEFORE ANY STEP
002400*    RUNS, SO A BAD CARD NEVER LEAVES A STREAM HALF DONE.
002500*
002600*    EACH STEP IS CALLED AS A SUBPROGRAM AND ITS RETURN CODE
002700*    TAKEN FROM THE RETURN-CODE REGISTER, THEN CANCELLED SO A
002800*    LATER STEP OF THE SAME PROGRAM STARTS FRESH.  ONLY THE
002900*    UNATTENDED PROGRAMS IN THE KNOWN-PROGRAM TABLE BELOW CAN
003000*    BE STEPS; THE TABLE ALSO NAMES THE OUTPUT FILES EACH ONE
003100*    WRITES.  ARRAYREPORT RUNS UNATTENDED ONLY WITH ITS ARRAYRNG
003200*    PERIOD CARD (DL100RG) IN PLACE - MONTH ON THAT CARD GIVES
003300*    THE MONTH TO DATE.
003400*
003500*    THE DATED ARRAYRUN.YYYYMMDD.DAT SUMMARY SHOWS EVERY STEP -
003600*    ITS START AND END DATE AND TIME, RETURN CODE AND LIMIT,
003700*    AND THE OUTPUT FILES FOUND FOR IT WITH THEIR RECORD
003800*    COUNTS, OR WHY IT WAS SKIPPED OR NOT RUN - SO THE DAY
003900*    SHIFT HAS ONE PLACE TO SEE HOW THE NIGHT WENT.
004000*
004100*    RETURN CODES:  THE HIGHEST STEP RETURN CODE WHEN EVERY
004200*    STEP RAN WITHIN ITS LIMIT OR WAS SKIPPED,
004300*    12 THE STREAM WAS STOPPED, OR THE STEP FILE WAS MISSING,
004400*    EMPTY, OR INVALID AND NO STEP WAS RUN, OR THE SUMMARY
004500*    FILE COULD NOT BE OPENED (16 WHEN THE STOPPING STEP
004600*    ITSELF ENDED HIGHER THAN 12).
004700*----------------------------------------------------------------
004800*    MODIFICATION HISTORY.
004900*    2026-10-14  JHJ  ORIGINAL VERSION - RUNS THE ARRAYSTP
005000*                     STEPS ON ALWAYS, PRIOR-RC, AND MONTH-END
005100*                     CONDITIONS, STOPS ON A STEP OVER ITS
005200*                     LIMIT, AND WRITES THE DATED ARRAYRUN
005300*                     SUMMARY.
005310*    2026-10-15  JHJ  ARRAYARCH, THE JOURNAL ARCHIVE, ADDED TO
005320*                     THE PROGRAMS THE STREAM CAN RUN.
005330*    2026-10-15  JHJ  ARRAYACT, THE JOURNAL ACTIVITY REPORT,
005340*                     ADDED TO THE PROGRAMS THE STREAM CAN RUN.
005350*    2026-10-15  JHJ  ARRAYSTAND, THE STANDING-TRANSACTION
005360*                     GENERATOR, ADDED TO THE PROGRAMS THE STREAM
005370*                     CAN RUN, AHEAD OF ARRAYBATCH.
005380*    2026-10-15  JHJ  ARRAYSWEEP, THE RETENTION SWEEP OF THE
005390*                     DATED FILES, ADDED TO THE PROGRAMS THE
005395*                     STREAM CAN RUN.
005400*----------------------------------------------------------------
005500 environment division.
005600 configuration section.
005700 source-computer. GENERIC-COMPUTER.
005800 object-computer. GENERIC-COMPUTER.
005900 input-output section.
006000 file-control.
006100     select step-control-file assign to "ARRAYSTP"
006200         organization is line sequential
006300         file status is step-control-status.
006400     select run-summary-file assign to dynamic
006500         run-summary-file-name
006600         organization is line sequential
006700         file status is run-summary-status.
006800     select step-output-file assign to dynamic
006900         step-output-file-name
007000         organization is line sequential
007100         file status is step-output-status.
007200 data division.
007300 file section.
007400 fd  step-control-file.
007500 01  step-control-record.
007600     copy DL100JS.
007700 fd  run-summary-file.
007800 01  run-summary-record           pic x(132).
007900 fd  step-output-file.
008000 01  step-output-record           pic x(256).
008100 working-storage section.
008200*----------------------------------------------------------------
008300*    FILE STATUS AND SWITCHES
008400*----------------------------------------------------------------
008500 01  step-control-status           pic x(02).
008600     88  step-control-ok                      value "00".
008700 01  run-summary-status            pic x(02).
008800     88  run-summary-ok                       value "00".
008900 01  step-output-status            pic x(02).
009000     88  step-output-ok                       value "00".
009100 01  run-abandoned-sw              pic x(01) value "N".
009200     88  run-abandoned                        value "Y".
009300 01  stream-stopped-sw             pic x(01) value "N".
009400     88  stream-stopped                       value "Y".
009500 01  step-file-invalid-sw          pic x(01) value "N".
009600     88  step-file-invalid                    value "Y".
009700 01  month-end-sw                  pic x(01) value "N".
009800     88  month-end-run                        value "Y".
009900 01  program-found-sw              pic x(01).
010000     88  program-found                        value "Y".
010100 01  program-not-loaded-sw         pic x(01).
010200     88  program-not-loaded                   value "Y".
010300 01  outputs-found-sw              pic x(01).
010400     88  outputs-found                        value "Y".
010500*----------------------------------------------------------------
010600*    KNOWN-PROGRAM TABLE - THE UNATTENDED PROGRAMS THAT MAY BE
010700*    STEPS, THE ENTRY NAME EACH IS CALLED BY, AND UP TO SIX
010800*    OUTPUT FILE FAMILIES IT WRITES.  EACH FAMILY IS EIGHT
010900*    CHARACTERS FOLLOWED BY D FOR A DATED FILE (FAMILY.
011000*    YYYYMMDD.DAT) OR U FOR AN UNDATED ONE.
011100*----------------------------------------------------------------
011200 01  known-program-values.
011300     05  filler                    pic x(12) value "ARRAYBATCH".
011400     05  filler                    pic x(30)
011500         value "ArraysAlgorithms.ArrayBatch".
011600     05  filler                    pic x(54) value
011700         "ARRAYLOGDARRAYEXCDARRRPT  DARRPAIR DARRAYEDTDARRAYVIOD".
011800     05  filler                    pic x(12) value "ARRAYAUDIT".
011900     05  filler                    pic x(30)
012000         value "ArraysAlgorithms.ArrayAudit".
012100     05  filler                    pic x(54) value "ARRAUDITD".
012200     05  filler                    pic x(12) value "ARRAYREPORT".
012300     05  filler                    pic x(30)
012400         value "ArraysAlgorithms.ArrayReport".
012500     05  filler                    pic x(54) value "ARRCONS U".
012600     05  filler                    pic x(12) value "ARRAYRECON".
012700     05  filler                    pic x(30)
012800         value "ArraysAlgorithms.ArrayRecon".
012900     05  filler                    pic x(54) value "ARRRECOND".
012910     05  filler                    pic x(12) value "ARRAYARCH".
012920     05  filler                    pic x(30)
012930         value "ArraysAlgorithms.ArrayArch".
012940     05  filler                    pic x(54)
012950         value "ARRARCH DARRAYJRND".
012960     05  filler                    pic x(12) value "ARRAYACT".
012970     05  filler                    pic x(30)
012980         value "ArraysAlgorithms.ArrayAct".
012990     05  filler                    pic x(54) value "ARRACT  D".
012991     05  filler                    pic x(12) value "ARRAYSTAND".
012992     05  filler                    pic x(30)
012993         value "ArraysAlgorithms.ArrayStand".
012994     05  filler                    pic x(54)
012995         value "ARRSTANDDARRAYCMDU".
012996     05  filler                    pic x(12) value "ARRAYSWEEP".
012997     05  filler                    pic x(30)
012998         value "ArraysAlgorithms.ArraySweep".
012999     05  filler                    pic x(54) value "ARRSWEEPD".
013000 01  known-program-table redefines known-program-values.
013100     05  known-program             occurs 8 times.
013200         10  kp-step-name          pic x(12).
013300         10  kp-call-name          pic x(30).
013400         10  kp-output             occurs 6 times.
013500             15  kp-output-family  pic x(08).
013600             15  kp-output-dated   pic x(01).
013700                 88  kp-output-is-dated       value "D".
013800 01  known-program-count           pic s9(04) comp value 8.
013900 01  known-program-index           pic s9(04) comp.
014000 01  known-found-index             pic s9(04) comp.
014100 01  output-index                  pic s9(04) comp.
014200*----------------------------------------------------------------
014300*    STEP TABLE - THE CHECKED ARRAYSTP CARDS, IN RUN ORDER
014400*----------------------------------------------------------------
014500 01  step-table.
014600     05  step-entry                occurs 50 times.
014700         10  st-program            pic x(12).
014800         10  st-known-index        pic s9(04) comp.
014900         10  st-condition          pic x(01).
015000             88  st-run-always                value "A".
015100             88  st-run-if-prior-rc           value "P".
015200             88  st-run-month-end             value "M".
015300         10  st-threshold          pic 9(02).
015400         10  st-maximum-rc         pic 9(02).
015500         10  st-comment            pic x(40).
015600 01  step-limit                    pic s9(04) comp value 50.
015700 01  step-count                    pic s9(04) comp value zero.
015800 01  step-index                    pic s9(04) comp.
015900 01  stopped-step-index            pic s9(04) comp value zero.
016000 01  card-count                    pic s9(04) comp value zero.
016100 01  step-program-work             pic x(12).
016200 01  step-call-name                pic x(30).
016300 01  card-error-reason             pic x(40).
016400*----------------------------------------------------------------
016500*    RUN DATE, STEP TIMES, AND RETURN CODES
016600*----------------------------------------------------------------
016700 01  run-summary-file-name         pic x(21).
016800 01  step-output-file-name         pic x(21).
016900 01  current-date-fields.
017000     05  current-date-yyyymmdd    pic 9(08).
017100 01  run-date-split redefines current-date-fields.
017200     05  run-year                 pic 9(04).
017300     05  run-month                pic 9(02).
017400     05  run-day                  pic 9(02).
017500 01  time-fields.
017600     05  time-hhmmss              pic 9(06).
017700     05  filler                   pic 9(02).
017800 01  stream-start-time             pic 9(06).
017900 01  step-start-date               pic 9(08).
018000 01  step-start-time               pic 9(06).
018100 01  step-end-date                 pic 9(08).
018200 01  step-end-time                 pic 9(06).
018300 01  step-return-code              pic s9(04) comp.
018400 01  prior-return-code             pic s9(04) comp value zero.
018500 01  highest-step-rc               pic s9(04) comp value zero.
018600 01  stream-return-code            pic s9(04) comp value zero.
018700 01  steps-run-count               pic s9(04) comp value zero.
018800 01  steps-skipped-count           pic s9(04) comp value zero.
018900 01  steps-not-run-count           pic s9(04) comp value zero.
019000 01  step-result                   pic x(48).
019100 01  output-record-count           pic s9(09) comp.
019200*----------------------------------------------------------------
019300*    CALENDAR FIELDS - DAY OF WEEK BY ZELLER'S CONGRUENCE, 1 IS
019400*    MONDAY AND 7 IS SUNDAY
019500*----------------------------------------------------------------
019600 01  dow-date                      pic 9(08).
019700 01  dow-date-split redefines dow-date.
019800     05  dow-year                 pic 9(04).
019900     05  dow-month                pic 9(02).
020000     05  dow-day                  pic 9(02).
020100 01  dow-number                    pic s9(04) comp.
020200 01  zeller-month                  pic s9(04) comp.
020300 01  zeller-year                   pic s9(04) comp.
020400 01  zeller-century                pic s9(04) comp.
020500 01  zeller-year-of-century        pic s9(04) comp.
020600 01  zeller-term                   pic s9(09) comp.
020700 01  zeller-sum                    pic s9(09) comp.
020800 01  zeller-work                   pic s9(09) comp.
020900 01  zeller-remainder              pic s9(09) comp.
021000 01  days-in-month-work            pic s9(04) comp.
021100 01  leap-work                     pic s9(09) comp.
021200 01  leap-remainder                pic s9(09) comp.
021300*----------------------------------------------------------------
021400*    SUMMARY EDIT FIELDS
021500*----------------------------------------------------------------
021600 01  step-number-display           pic z9.
021700 01  rc-display                    pic z9.
021800 01  rc-2-display                  pic z9.
021900 01  count-display                 pic z(08)9.
022000 01  count-2-display               pic zz9.
022100 01  count-3-display               pic zz9.
022200 01  count-4-display               pic zz9.
022300 procedure division.
022400 0000-mainline.
022500     perform 1000-initialize thru 1000-exit
022600     if not run-abandoned
022700         perform 2000-load-steps thru 2000-exit
022800     end-if
022900     if not run-abandoned
023000         perform 3000-run-one-step thru 3000-exit
023100             varying step-index from 1 by 1
023200             until step-index > step-count or stream-stopped
023300     end-if
023400     perform 9000-terminate thru 9000-exit
023500     move stream-return-code to return-code
023600     goback.
023700 0000-exit.
023800     exit.
023900*----------------------------------------------------------------
024000*    INITIALIZATION - RUN DATE, MONTH-END TEST, AND THE SUMMARY
024100*    FILE, WHICH IS EXTENDED SO A RERUN THE SAME DAY ADDS TO IT.
024200*----------------------------------------------------------------
024300 1000-initialize.
024400     accept current-date-fields from date yyyymmdd
024500     accept time-fields from time
024600     move time-hhmmss to stream-start-time
024700     perform 1100-set-month-end thru 1100-exit
024800     move spaces to run-summary-file-name
024900     string "ARRAYRUN." current-date-yyyymmdd ".DAT"
025000         delimited by size into run-summary-file-name
025100     open extend run-summary-file
025200     if not run-summary-ok
025300         open output run-summary-file
025400     end-if
025500     if not run-summary-ok
025600         display "Error - could not open the ARRAYRUN summary "
025700             "file, status " run-summary-status
025800         move 12 to stream-return-code
025900         set run-abandoned to true
026000         go to 1000-exit
026100     end-if
026200     move spaces to run-summary-record
026300     string "ARRAYSALGORITHMS NIGHTLY JOB STREAM   RUN DATE "
026400         current-date-yyyymmdd "   STARTED " stream-start-time
026500         delimited by size into run-summary-record
026600     write run-summary-record
026700     move spaces to run-summary-record
026800     if month-end-run
026900         move "MONTH-END RUN DATE - MONTH-END STEPS WILL RUN"
027000             to run-summary-record
027100     else
027200         move "NOT A MONTH-END RUN DATE - MONTH-END STEPS SKIP"
027300             to run-summary-record
027400     end-if
027500     write run-summary-record
027600     move spaces to run-summary-record
027700     write run-summary-record.
027800 1000-exit.
027900     exit.
028000*----------------------------------------------------------------
028100*    MONTH-END - THE RUN DATE IS MONTH-END WHEN IT IS THE LAST
028200*    MONDAY-TO-FRIDAY DAY OF ITS MONTH.  START AT THE LAST DAY
028300*    AND STEP BACK OVER A WEEKEND.
028400*----------------------------------------------------------------
028500 1100-set-month-end.
028600     move "N" to month-end-sw
028700     move current-date-yyyymmdd to dow-date
028800     perform 1140-set-days-in-month thru 1140-exit
028900     move days-in-month-work to dow-day
029000     perform 1120-set-day-of-week thru 1120-exit
029100     perform 1110-back-over-weekend thru 1110-exit
029200         until dow-number < 6
029300     if dow-day = run-day
029400         set month-end-run to true
029500     end-if.
029600 1100-exit.
029700     exit.
029800 1110-back-over-weekend.
029900     subtract 1 from dow-day
030000     perform 1120-set-day-of-week thru 1120-exit.
030100 1110-exit.
030200     exit.
030300*----------------------------------------------------------------
030400*    DAY OF WEEK OF DOW-DATE.  ZELLER COUNTS JANUARY AND
030500*    FEBRUARY AS MONTHS 13 AND 14 OF THE YEAR BEFORE AND GIVES
030600*    0 FOR SATURDAY THROUGH 6 FOR FRIDAY, WHICH IS SHIFTED TO
030700*    1 FOR MONDAY THROUGH 7 FOR SUNDAY.
030800*----------------------------------------------------------------
030900 1120-set-day-of-week.
031000     move dow-month to zeller-month
031100     move dow-year to zeller-year
031200     if zeller-month < 3
031300         add 12 to zeller-month
031400         subtract 1 from zeller-year
031500     end-if
031600     divide zeller-year by 100 giving zeller-century
031700         remainder zeller-year-of-century
031800     compute zeller-term = 13 * (zeller-month + 1)
031900     divide zeller-term by 5 giving zeller-term
032000     move zeller-term to zeller-sum
032100     add dow-day zeller-year-of-century to zeller-sum
032200     divide zeller-year-of-century by 4 giving zeller-work
032300     add zeller-work to zeller-sum
032400     divide zeller-century by 4 giving zeller-work
032500     add zeller-work to zeller-sum
032600     compute zeller-sum = zeller-sum + 5 * zeller-century
032700     divide zeller-sum by 7 giving zeller-work
032800         remainder zeller-remainder
032900     compute zeller-sum = zeller-remainder + 5
033000     divide zeller-sum by 7 giving zeller-work
033100         remainder zeller-remainder
033200     compute dow-number = zeller-remainder + 1.
033300 1120-exit.
033400     exit.
033500 1140-set-days-in-month.
033600     evaluate dow-month
033700         when 01
033800         when 03
033900         when 05
034000         when 07
034100         when 08
034200         when 10
034300         when 12
034400             move 31 to days-in-month-work
034500         when 04
034600         when 06
034700         when 09
034800         when 11
034900             move 30 to days-in-month-work
035000         when other
035100             move 28 to days-in-month-work
035200             divide dow-year by 4
035300                 giving leap-work remainder leap-remainder
035400             if leap-remainder = zero
035500                 move 29 to days-in-month-work
035600                 divide dow-year by 100
035700                     giving leap-work remainder leap-remainder
035800                 if leap-remainder = zero
035900                     move 28 to days-in-month-work
036000                     divide dow-year by 400
036100                          giving leap-work remainder
036200                                leap-remainder
036300                     if leap-remainder = zero
036400                         move 29 to days-in-month-work
036500                     end-if
036600                 end-if
036700             end-if
036800     end-evaluate.
036900 1140-exit.
037000     exit.
037100*----------------------------------------------------------------
037200*    LOAD AND CHECK EVERY STEP CARD BEFORE ANY STEP RUNS.  EACH
037300*    BAD CARD IS LISTED ON THE SUMMARY WITH ITS REASON.
037400*----------------------------------------------------------------
037500 2000-load-steps.
037600     open input step-control-file
037700     if not step-control-ok
037800         move spaces to run-summary-record
037900         string "COULD NOT OPEN THE ARRAYSTP STEP FILE, STATUS "
038000             step-control-status " - NO STEP RUN"
038100             delimited by size into run-summary-record
038200         perform 2900-abandon-stream thru 2900-exit
038300         go to 2000-exit
038400     end-if
038500     perform 2100-load-one-step thru 2100-exit
038600         until not step-control-ok
038700     close step-control-file
038800     if step-file-invalid
038900         move "THE ARRAYSTP STEP FILE HAS ERRORS - NO STEP RUN"
039000             to run-summary-record
039100         perform 2900-abandon-stream thru 2900-exit
039200         go to 2000-exit
039300     end-if
039400     if step-count = zero
039500         move "THE ARRAYSTP STEP FILE HOLDS NO STEPS - NO RUN"
039600             to run-summary-record
039700         perform 2900-abandon-stream thru 2900-exit
039800     end-if.
039900 2000-exit.
040000     exit.
040100 2100-load-one-step.
040200     move spaces to step-control-record
040300     read step-control-file
040400     if not step-control-ok
040500         go to 2100-exit
040600     end-if
040700     add 1 to card-count
040800     if step-control-record = spaces or
040900            step-control-record (1:1) = "*"
041000         go to 2100-exit
041100     end-if
041200     move spaces to card-error-reason
041300     move stp-program to step-program-work
041400     inspect step-program-work converting
041500         "abcdefghijklmnopqrstuvwxyz" to
041600         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
041700     perform 2200-find-known-program thru 2200-exit
041800     evaluate true
041900         when not program-found
042000             move "NOT A PROGRAM ARRAYSTREAM CAN RUN"
042100                 to card-error-reason
042200         when not stp-condition-valid
042300             move "CONDITION IS NOT A, P, OR M"
042400                 to card-error-reason
042500         when stp-run-if-prior-rc and stp-threshold not numeric
042600             move "THRESHOLD IS NOT TWO DIGITS"
042700                 to card-error-reason
042800         when stp-maximum-rc not numeric
042900             move "MAXIMUM RC IS NOT TWO DIGITS"
043000                 to card-error-reason
043100         when step-count >= step-limit
043200             move "MORE THAN 50 STEPS" to card-error-reason
043300         when other
043400             continue
043500     end-evaluate
043600     if card-error-reason not = spaces
043700         set step-file-invalid to true
043800         move card-count to count-2-display
043900         move spaces to run-summary-record
044000         string "STEP CARD " count-2-display " IS INVALID - "
044100             card-error-reason ": "
044200             step-control-record (1:40)
044300             delimited by size into run-summary-record
044400         write run-summary-record
044500         go to 2100-exit
044600     end-if
044700     add 1 to step-count
044800     move step-program-work to st-program (step-count)
044900     move known-found-index to st-known-index (step-count)
045000     move stp-condition to st-condition (step-count)
045100     if stp-run-if-prior-rc
045200         move stp-threshold to st-threshold (step-count)
045300     else
045400         move zero to st-threshold (step-count)
045500     end-if
045600     move stp-maximum-rc to st-maximum-rc (step-count)
045700     move stp-comment to st-comment (step-count).
045800 2100-exit.
045900     exit.
046000 2200-find-known-program.
046100     move "N" to program-found-sw
046200     perform 2210-check-one-known-program thru 2210-exit
046300         varying known-program-index from 1 by 1
046400         until known-program-index > known-program-count or
046500               program-found.
046600 2200-exit.
046700     exit.
046800 2210-check-one-known-program.
046900     if kp-step-name (known-program-index) = step-program-work
047000         set program-found to true
047100         move known-program-index to known-found-index
047200     end-if.
047300 2210-exit.
047400     exit.
047500 2900-abandon-stream.
047600     write run-summary-record
047700     display "Error - " run-summary-record (1:60)
047800     move 12 to stream-return-code
047900     set run-abandoned to true.
048000 2900-exit.
048100     exit.
048200*----------------------------------------------------------------
048300*    RUN ONE STEP - TEST ITS CONDITION, CALL IT, TAKE ITS RETURN
048400*    CODE, AND STOP THE STREAM WHEN IT IS OVER THE LIMIT OR THE
048500*    PROGRAM COULD NOT BE LOADED.
048600*----------------------------------------------------------------
048700 3000-run-one-step.
048800     move step-index to step-number-display
048900     move spaces to step-result
049000     if st-run-if-prior-rc (step-index) and
049100            prior-return-code > st-threshold (step-index)
049200         move prior-return-code to rc-display
049300         move st-threshold (step-index) to rc-2-display
049400         string "SKIPPED - PRIOR RC " rc-display
049500             " IS ABOVE THRESHOLD " rc-2-display
049600             delimited by size into step-result
049700         perform 3900-write-skipped-step thru 3900-exit
049800         go to 3000-exit
049900     end-if
050000     if st-run-month-end (step-index) and not month-end-run
050100         move "SKIPPED - NOT A MONTH-END RUN DATE"
050200             to step-result
050300         perform 3900-write-skipped-step thru 3900-exit
050400         go to 3000-exit
050500     end-if
050600     move st-known-index (step-index) to known-found-index
050700     move kp-call-name (known-found-index) to step-call-name
050800     display "Step " step-number-display " - running "
050900         st-program (step-index)
051000     accept step-start-date from date yyyymmdd
051100     accept time-fields from time
051200     move time-hhmmss to step-start-time
051300     move "N" to program-not-loaded-sw
051400     move zero to return-code
051500     call step-call-name
051600         on exception
051700             set program-not-loaded to true
051800     end-call
051900     move return-code to step-return-code
052000     move zero to return-code
052100     if not program-not-loaded
052200         cancel step-call-name
052300     end-if
052400     accept step-end-date from date yyyymmdd
052500     accept time-fields from time
052600     move time-hhmmss to step-end-time
052700     add 1 to steps-run-count
052800     evaluate true
052900         when program-not-loaded
053000             move 16 to step-return-code
053100             move "PROGRAM COULD NOT BE LOADED - STREAM STOPPED"
053200                 to step-result
053300             set stream-stopped to true
053400         when step-return-code > st-maximum-rc (step-index)
053500             move "RC IS ABOVE THE LIMIT - STREAM STOPPED"
053600                 to step-result
053700             set stream-stopped to true
053800         when other
053900             move "COMPLETED" to step-result
054000     end-evaluate
054100     if stream-stopped
054200         move step-index to stopped-step-index
054300     end-if
054400     move step-return-code to prior-return-code
054500     if step-return-code > highest-step-rc
054600         move step-return-code to highest-step-rc
054700     end-if
054800     perform 3100-write-step-lines thru 3100-exit
054900     if not program-not-loaded
055000         perform 3200-list-step-outputs thru 3200-exit
055100     end-if
055200     move spaces to run-summary-record
055300     write run-summary-record.
055400 3000-exit.
055500     exit.
055600 3100-write-step-lines.
055700     move step-return-code to rc-display
055800     move st-maximum-rc (step-index) to rc-2-display
055900     move spaces to run-summary-record
056000     string "STEP " step-number-display "  "
056100         st-program (step-index) "  CONDITION "
056200         st-condition (step-index) "  "
056300         st-comment (step-index)
056400         delimited by size into run-summary-record
056500     write run-summary-record
056600     move spaces to run-summary-record
056700     string "         STARTED " step-start-date " "
056800         step-start-time "   ENDED " step-end-date " "
056900         step-end-time "   RC " rc-display "   LIMIT "
057000         rc-2-display "   " step-result
057100         delimited by size into run-summary-record
057200     write run-summary-record
057300     display "Step " step-number-display " - "
057400         st-program (step-index) " ended RC " rc-display
057500         " - " step-result.
057600 3100-exit.
057700     exit.
057800*----------------------------------------------------------------
057900*    OUTPUT FILES - EACH FAMILY THE PROGRAM WRITES IS LOOKED FOR
058000*    UNDER THE STEP'S START DATE (OR UNDATED) AND, WHEN FOUND,
058100*    LISTED WITH ITS RECORD COUNT.
058200*----------------------------------------------------------------
058300 3200-list-step-outputs.
058400     move "N" to outputs-found-sw
058500     perform 3210-list-one-output thru 3210-exit
058600         varying output-index from 1 by 1
058700         until output-index > 6
058800     if not outputs-found
058900         move spaces to run-summary-record
059000         move "         NO OUTPUT FILES FOUND"
059100             to run-summary-record
059200         write run-summary-record
059300     end-if.
059400 3200-exit.
059500     exit.
059600 3210-list-one-output.
059700     if kp-output-family (known-found-index output-index)
059800            = spaces
059900         go to 3210-exit
060000     end-if
060100     move spaces to step-output-file-name
060200     if kp-output-is-dated (known-found-index output-index)
060300         string kp-output-family (known-found-index
060400             output-index) delimited by space
060500             "." step-start-date ".DAT" delimited by size
060600             into step-output-file-name
060700     else
060800         move kp-output-family (known-found-index
060900             output-index) to step-output-file-name
061000     end-if
061100     open input step-output-file
061200     if not step-output-ok
061300         go to 3210-exit
061400     end-if
061500     set outputs-found to true
061600     move zero to output-record-count
061700     perform 3220-count-one-output-record thru 3220-exit
061800         until not step-output-ok
061900     close step-output-file
062000     move output-record-count to count-display
062100     move spaces to run-summary-record
062200     string "         OUTPUT " step-output-file-name
062300         count-display " RECORD(S)"
062400         delimited by size into run-summary-record
062500     write run-summary-record.
062600 3210-exit.
062700     exit.
062800 3220-count-one-output-record.
062900     read step-output-file
063000     if step-output-ok
063100         add 1 to output-record-count
063200     end-if.
063300 3220-exit.
063400     exit.
063500 3900-write-skipped-step.
063600     add 1 to steps-skipped-count
063700     move spaces to run-summary-record
063800     string "STEP " step-number-display "  "
063900         st-program (step-index) "  CONDITION "
064000         st-condition (step-index) "  "
064100         st-comment (step-index)
064200         delimited by size into run-summary-record
064300     write run-summary-record
064400     move spaces to run-summary-record
064500     string "         " step-result
064600         delimited by size into run-summary-record
064700     write run-summary-record
064800     move spaces to run-summary-record
064900     write run-summary-record
065000     display "Step " step-number-display " - "
065100         st-program (step-index) " " step-result.
065200 3900-exit.
065300     exit.
065400*----------------------------------------------------------------
065500*    TERMINATION - THE STEPS LEFT BY A STOP, THE STREAM TOTALS,
065600*    AND THE RETURN CODE
065700*----------------------------------------------------------------
065800 9000-terminate.
065900     if run-abandoned
066000         if run-summary-ok
066100             close run-summary-file
066200         end-if
066300         go to 9000-exit
066400     end-if
066500     if stream-stopped
066600         compute step-index = stopped-step-index + 1
066700         perform 9100-write-not-run-step thru 9100-exit
066800             varying step-index from step-index by 1
066900             until step-index > step-count
067000     end-if
067100     accept step-end-date from date yyyymmdd
067200     accept time-fields from time
067300     move steps-run-count to count-2-display
067400     move steps-skipped-count to count-3-display
067500     move steps-not-run-count to count-4-display
067600     move highest-step-rc to rc-display
067700     move spaces to run-summary-record
067800     if stream-stopped
067900         move stopped-step-index to step-number-display
068000         string "STREAM STOPPED AT STEP " step-number-display
068100             " - " count-2-display " RUN, " count-3-display
068200             " SKIPPED, " count-4-display " NOT RUN, ENDED "
068300             step-end-date " " time-hhmmss
068400             delimited by size into run-summary-record
068500         if highest-step-rc > 12
068600             move 16 to stream-return-code
068700         else
068800             move 12 to stream-return-code
068900         end-if
069000     else
069100         string "STREAM COMPLETED - " count-2-display " RUN, "
069200             count-3-display " SKIPPED, HIGHEST RC " rc-display
069300             ", ENDED " step-end-date " " time-hhmmss
069400             delimited by size into run-summary-record
069500         move highest-step-rc to stream-return-code
069600     end-if
069700     write run-summary-record
069800     display run-summary-record (1:80)
069900     move spaces to run-summary-record
070000     write run-summary-record
070100     close run-summary-file.
070200 9000-exit.
070300     exit.
070400 9100-write-not-run-step.
070500     add 1 to steps-not-run-count
070600     move step-index to step-number-display
070700     move spaces to run-summary-record
070800     string "STEP " step-number-display "  "
070900         st-program (step-index) "  CONDITION "
071000         st-condition (step-index) "  NOT RUN - STREAM STOPPED"
071100         delimited by size into run-summary-record
071200     write run-summary-record.
071300 9100-exit.
071400     exit.
071500 end program ArrayStream.
