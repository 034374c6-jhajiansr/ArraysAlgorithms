000100 identification division.
000200 program-id. ArrayStand as "ArraysAlgorithms.ArrayStand".
000300 author. J. Hajian.
000400 installation. ArraysAlgorithms Maintenance Group.
000500 date-written. 2026-10-15.
000600 date-compiled. 2026-10-15.
000700*----------------------------------------------------------------
000800*    ARRAYSTAND
000900*
001000*    STANDING-TRANSACTION GENERATOR.  THE DECKS THAT ARE THE SAME
001100*    EVERY NIGHT, WEEK, OR MONTH-END ARE KEPT ONCE ON THE
001200*    ARRAYSTO FILE (DL100ST), EACH RECORD AN ARRAYCMD
001300*    TRANSACTION TAGGED WITH A FREQUENCY AND AN ACTIVE DATE
001400*    RANGE.  FOR THE RUN DATE THIS PROGRAM WRITES THE ARRAYCMD
001500*    FILE ARRAYBATCH CONSUMES:
001600*        - FIRST THE STANDING TRANSACTIONS DUE THAT DAY, IN
001700*          ARRAYSTO ORDER
001800*        - THEN THE ONE-OFF TRANSACTIONS FROM THE OPTIONAL
001900*          ARRAYONE FILE, IN ARRAYCMD FORMAT, COPIED AS THEY ARE
002000*    AND LISTS ON THE DATED ARRSTAND.YYYYMMDD.DAT REPORT EVERY
002100*    STANDING RECORD AS GENERATED OR SKIPPED, WITH THE REASON -
002200*    NOT DUE, NOT YET ACTIVE, EXPIRED, OR INVALID - AND EVERY
002300*    ONE-OFF TRANSACTION COPIED.  A BUSINESS DAY IS MONDAY TO
002400*    FRIDAY, AS FOR THE MONTH-END STEPS OF ARRAYSTREAM.
002500*
002600*    THE RUN DATE COMES FROM THE OPTIONAL ARRAYSTC CONTROL FILE
002700*    (DL100SG); WITH NO CARD IT IS TODAY.  WHILE ARRAYCKP SHOWS
002800*    AN ARRAYBATCH RUN STILL IN PROGRESS, THE RESTART NEEDS THE
002900*    DECK IT WAS RUNNING, SO ARRAYCMD IS LEFT ALONE.  ARRAYCMD IS
003000*    OPENED ONLY ONCE EVERY INPUT HAS OPENED; IF A WRITE TO IT
003100*    FAILS IT IS EMPTIED RATHER THAN LEFT AS A PART DECK.
003200*
003300*    RETURN CODES:  00 ARRAYCMD WAS WRITTEN,
003400*    04 ARRAYCMD WAS WRITTEN BUT INVALID STANDING RECORDS WERE
003500*    SKIPPED,
003600*    12 THE CONTROL CARD WAS INVALID, AN ARRAYBATCH RESTART IS
003700*    PENDING, OR A FILE COULD NOT BE OPENED OR WRITTEN AND THE
003800*    RUN WAS ABANDONED.
003900*----------------------------------------------------------------
004000*    MODIFICATION HISTORY.
004100*    2026-10-15  JHJ  ORIGINAL VERSION - DAILY, WEEKDAY, DAY OF
004200*                     MONTH, AND LAST BUSINESS DAY STANDING
004300*                     TRANSACTIONS AHEAD OF THE ONE-OFF DECK.
004400*----------------------------------------------------------------
004500 environment division.
004600 configuration section.
004700 source-computer. GENERIC-COMPUTER.
004800 object-computer. GENERIC-COMPUTER.
004900 input-output section.
005000 file-control.
005100     select standing-file assign to "ARRAYSTO"
005200         organization is line sequential
005300         file status is standing-status.
005400     select one-off-file assign to "ARRAYONE"
005500         organization is line sequential
005600         file status is one-off-status.
005700     select command-file assign to "ARRAYCMD"
005800         organization is line sequential
005900         file status is command-file-status.
006000     select checkpoint-file assign to "ARRAYCKP"
006100         organization is line sequential
006200         file status is checkpoint-status.
006300     select standing-control-file assign to "ARRAYSTC"
006400         organization is line sequential
006500         file status is standing-control-status.
006600     select generation-list-file
006700         assign to dynamic generation-list-name
006800         organization is line sequential
006900         file status is generation-list-status.
007000 data division.
007100 file section.
007200 fd  standing-file.
007300 01  standing-record.
007400     copy DL100ST.
007500 fd  one-off-file.
007600 01  one-off-record               pic x(80).
007700 fd  command-file.
007800 01  command-record               pic x(80).
007900 fd  checkpoint-file.
008000 01  checkpoint-record.
008100     05  ckp-run-status           pic x(08).
008200     05  filler                   pic x(01).
008300     05  ckp-tran-number          pic 9(09).
008400     05  filler                   pic x(01).
008500     05  ckp-array-id             pic x(08).
008600 fd  standing-control-file.
008700 01  standing-control-record.
008800     copy DL100SG.
008900 fd  generation-list-file.
009000 01  generation-list-record       pic x(132).
009100 working-storage section.
009200*----------------------------------------------------------------
009300*    FILE STATUS AND SWITCHES
009400*----------------------------------------------------------------
009500 01  standing-status               pic x(02).
009600     88  standing-ok                          value "00".
009700 01  one-off-status                pic x(02).
009800     88  one-off-ok                           value "00".
009900     88  one-off-no-file                      value "35".
010000 01  command-file-status           pic x(02).
010100     88  command-file-ok                      value "00".
010200 01  checkpoint-status             pic x(02).
010300     88  checkpoint-ok                        value "00".
010400 01  standing-control-status       pic x(02).
010500     88  standing-control-ok                  value "00".
010600 01  generation-list-status        pic x(02).
010700     88  generation-list-ok                   value "00".
010800 01  run-abandoned-sw              pic x(01) value "N".
010900     88  run-abandoned                        value "Y".
011000 01  report-open-sw                pic x(01) value "N".
011100     88  report-open                          value "Y".
011200 01  standing-open-sw              pic x(01) value "N".
011300     88  standing-open                        value "Y".
011400 01  one-off-open-sw               pic x(01) value "N".
011500     88  one-off-open                         value "Y".
011600 01  command-open-sw               pic x(01) value "N".
011700     88  command-open                         value "Y".
011800 01  date-valid-sw                 pic x(01).
011900     88  date-valid                           value "Y".
012000 01  last-business-day-sw          pic x(01) value "N".
012100     88  last-business-day                    value "Y".
012200*----------------------------------------------------------------
012300*    FILE NAMES AND THE RUN DATE
012400*----------------------------------------------------------------
012500 01  generation-list-name          pic x(21).
012600 01  current-date-fields.
012700     05  current-date-yyyymmdd    pic 9(08).
012800 01  run-date                      pic 9(08).
012900 01  run-date-split redefines run-date.
013000     05  run-year                 pic 9(04).
013100     05  run-month                pic 9(02).
013200     05  run-day                  pic 9(02).
013300 01  run-day-of-week               pic s9(04) comp.
013400 01  run-days-in-month             pic s9(04) comp.
013500 01  date-work-9                   pic 9(08).
013600 01  highest-return-code           pic s9(04) comp value zero.
013700*----------------------------------------------------------------
013800*    CALENDAR FIELDS - DAY OF WEEK BY ZELLER'S CONGRUENCE, 1 IS
013900*    MONDAY AND 7 IS SUNDAY
014000*----------------------------------------------------------------
014100 01  dow-date                      pic 9(08).
014200 01  dow-date-split redefines dow-date.
014300     05  dow-year                 pic 9(04).
014400     05  dow-month                pic 9(02).
014500     05  dow-day                  pic 9(02).
014600 01  dow-number                    pic s9(04) comp.
014700 01  zeller-month                  pic s9(04) comp.
014800 01  zeller-year                   pic s9(04) comp.
014900 01  zeller-century                pic s9(04) comp.
015000 01  zeller-year-of-century        pic s9(04) comp.
015100 01  zeller-term                   pic s9(09) comp.
015200 01  zeller-sum                    pic s9(09) comp.
015300 01  zeller-work                   pic s9(09) comp.
015400 01  zeller-remainder              pic s9(09) comp.
015500 01  days-in-month-work            pic s9(04) comp.
015600 01  leap-work                     pic s9(09) comp.
015700 01  leap-remainder                pic s9(09) comp.
015800 01  weekday-name-values.
015900     05  filler                   pic x(21)
016000         value "MONTUEWEDTHUFRISATSUN".
016100 01  weekday-name-table redefines weekday-name-values.
016200     05  weekday-name             pic x(03) occurs 7 times.
016300*----------------------------------------------------------------
016400*    ARRAYCMD OPERATIONS ARRAYBATCH ACCEPTS
016500*----------------------------------------------------------------
016600 01  operation-values.
016700     05  filler                   pic x(40)
016800         value "LOAD    SEARCH  SORT    INSERT  DELETE  ".
016900     05  filler                   pic x(32)
017000         value "TRANSFORSTATS   PAIRSTATSAVE    ".
017100 01  operation-table redefines operation-values.
017200     05  known-operation          pic x(08) occurs 9 times.
017300 01  operation-count               pic s9(04) comp value 9.
017400 01  operation-index               pic s9(04) comp.
017500 01  operation-found-sw            pic x(01).
017600     88  operation-found                      value "Y".
017700*----------------------------------------------------------------
017800*    COUNTERS AND THE RESULT OF ONE STANDING RECORD
017900*----------------------------------------------------------------
018000 01  standing-record-number        pic s9(09) comp value zero.
018100 01  standing-read-count           pic s9(09) comp value zero.
018200 01  generated-count               pic s9(09) comp value zero.
018300 01  not-due-count                 pic s9(09) comp value zero.
018400 01  not-active-count              pic s9(09) comp value zero.
018500 01  expired-count                 pic s9(09) comp value zero.
018600 01  invalid-count                 pic s9(09) comp value zero.
018700 01  one-off-record-number         pic s9(09) comp value zero.
018800 01  one-off-copied-count          pic s9(09) comp value zero.
018900 01  command-written-count         pic s9(09) comp value zero.
019000 01  standing-result               pic x(09).
019100 01  standing-reason               pic x(40).
019200*----------------------------------------------------------------
019300*    REPORT LINES AND EDIT FIELDS
019400*----------------------------------------------------------------
019500 01  detail-line.
019600     05  dl-record-number         pic z(04)9.
019700     05  filler                   pic x(02).
019800     05  dl-frequency             pic x(01).
019900     05  filler                   pic x(02).
020000     05  dl-day                   pic x(02).
020100     05  filler                   pic x(02).
020200     05  dl-from-date             pic x(08).
020300     05  filler                   pic x(01).
020400     05  dl-to-date               pic x(08).
020500     05  filler                   pic x(02).
020600     05  dl-result                pic x(09).
020700     05  filler                   pic x(02).
020800     05  dl-transaction           pic x(46).
020900     05  filler                   pic x(02).
021000     05  dl-note                  pic x(40).
021100 01  heading-line.
021200     05  filler                   pic x(14)
021300         value "  REC  F  DY  ".
021400     05  filler                   pic x(19)
021500         value "FROM     TO        ".
021600     05  filler                   pic x(11)
021700         value "RESULT     ".
021800     05  filler                   pic x(48)
021900         value "ARRAYCMD TRANSACTION (COLUMNS 1-46)".
022000     05  filler                   pic x(40)
022100         value "DESCRIPTION OR REASON".
022200 01  count-display                 pic z(08)9.
022300 01  day-display                   pic 9(02).
022400 01  day-of-week-display           pic 9(01).
022500 procedure division.
022600 0000-mainline.
022700     perform 1000-initialize thru 1000-exit
022800     if not run-abandoned
022900         perform 2000-generate-standing thru 2000-exit
023000     end-if
023100     if not run-abandoned
023200         perform 3000-copy-one-offs thru 3000-exit
023300     end-if
023400     if not run-abandoned
023500         perform 4000-write-totals thru 4000-exit
023600     end-if
023700     perform 9000-terminate thru 9000-exit
023800     move highest-return-code to return-code
023900     goback.
024000 0000-exit.
024100     exit.
024200*----------------------------------------------------------------
024300*    INITIALIZATION - REPORT FIRST, SO EVERY LATER FAILURE CAN
024400*    BE WRITTEN TO IT, THEN THE RUN DATE, THE RESTART CHECK, AND
024500*    THE FILES.  ARRAYCMD IS OPENED LAST, SO A RUN ABANDONED
024600*    HERE LEAVES THE EXISTING DECK AS IT WAS.
024700*----------------------------------------------------------------
024800 1000-initialize.
024900     accept current-date-fields from date yyyymmdd
025000     move spaces to generation-list-name
025100     string "ARRSTAND." current-date-yyyymmdd ".DAT"
025200         delimited by size into generation-list-name
025300     open output generation-list-file
025400     if not generation-list-ok
025500         display "Error - could not open the ARRSTAND report "
025600             "file, status " generation-list-status
025700         move 12 to highest-return-code
025800         set run-abandoned to true
025900         go to 1000-exit
026000     end-if
026100     set report-open to true
026200     perform 1050-read-control-card thru 1050-exit
026300     if run-abandoned
026400         go to 1000-exit
026500     end-if
026600     perform 1100-set-run-calendar thru 1100-exit
026700     move spaces to generation-list-record
026800     string "STANDING TRANSACTIONS FOR RUN DATE " run-date " "
026900         weekday-name (run-day-of-week) "   RUN "
027000         current-date-yyyymmdd
027100         delimited by size into generation-list-record
027200     write generation-list-record
027300     if last-business-day
027400         move "RUN DATE IS THE LAST BUSINESS DAY OF THE MONTH"
027500             to generation-list-record
027600     else
027700         move "RUN DATE IS NOT THE LAST BUSINESS DAY OF THE MONTH"
027800             to generation-list-record
027900     end-if
028000     write generation-list-record
028100     move spaces to generation-list-record
028200     write generation-list-record
028300     perform 1200-check-restart thru 1200-exit
028400     if run-abandoned
028500         go to 1000-exit
028600     end-if
028700     open input standing-file
028800     if not standing-ok
028900         move spaces to generation-list-record
029000         string "COULD NOT OPEN THE ARRAYSTO STANDING FILE, "
029100             "STATUS " standing-status " - ARRAYCMD NOT REPLACED"
029200             delimited by size into generation-list-record
029300         perform 1060-abandon-run thru 1060-exit
029400         go to 1000-exit
029500     end-if
029600     set standing-open to true
029700     open input one-off-file
029800     if not one-off-ok and not one-off-no-file
029900         move spaces to generation-list-record
030000         string "COULD NOT OPEN THE ARRAYONE FILE, STATUS "
030100             one-off-status " - ARRAYCMD NOT REPLACED"
030200             delimited by size into generation-list-record
030300         perform 1060-abandon-run thru 1060-exit
030400         go to 1000-exit
030500     end-if
030600     if one-off-ok
030700         set one-off-open to true
030800     end-if
030900     open output command-file
031000     if not command-file-ok
031100         move spaces to generation-list-record
031200         string "COULD NOT OPEN ARRAYCMD FOR OUTPUT, STATUS "
031300             command-file-status " - RUN ABANDONED"
031400             delimited by size into generation-list-record
031500         perform 1060-abandon-run thru 1060-exit
031600         go to 1000-exit
031700     end-if
031800     set command-open to true.
031900 1000-exit.
032000     exit.
032100*----------------------------------------------------------------
032200*    CONTROL CARD - THE OPTIONAL ARRAYSTC FILE (DL100SG).  A
032300*    MISSING FILE MEANS TODAY.
032400*----------------------------------------------------------------
032500 1050-read-control-card.
032600     move spaces to standing-control-record
032700     open input standing-control-file
032800     if standing-control-ok
032900         read standing-control-file
033000         if not standing-control-ok
033100             move spaces to standing-control-record
033200         end-if
033300         close standing-control-file
033400     end-if
033500     evaluate true
033600         when stc-run-today
033700             move current-date-yyyymmdd to run-date
033800         when stc-run-next
033900             move current-date-yyyymmdd to run-date
034000             perform 1150-forward-one-day thru 1150-exit
034100         when other
034200             move stc-run-date to date-work-9
034300             perform 1300-validate-date thru 1300-exit
034400             if not date-valid
034500                 move spaces to generation-list-record
034600                 string "ARRAYSTC RUN DATE " stc-run-date
034700                     " IS NOT A CALENDAR DATE - ARRAYCMD NOT "
034800                     "REPLACED"
034900                     delimited by size into generation-list-record
035000                 perform 1060-abandon-run thru 1060-exit
035100                 go to 1050-exit
035200             end-if
035300             move date-work-9 to run-date
035400     end-evaluate.
035500 1050-exit.
035600     exit.
035700 1060-abandon-run.
035800     write generation-list-record
035900     display "Error - " generation-list-record (1:60)
036000     move 12 to highest-return-code
036100     set run-abandoned to true.
036200 1060-exit.
036300     exit.
036400*----------------------------------------------------------------
036500*    RUN-DATE CALENDAR - ITS DAY OF THE WEEK, THE LENGTH OF ITS
036600*    MONTH, AND WHETHER IT IS THE LAST MONDAY-TO-FRIDAY DAY OF
036700*    THE MONTH (START AT THE LAST DAY AND STEP BACK OVER A
036800*    WEEKEND, AS ARRAYSTREAM FINDS MONTH-END).
036900*----------------------------------------------------------------
037000 1100-set-run-calendar.
037100     move "N" to last-business-day-sw
037200     move run-date to dow-date
037300     perform 1120-set-day-of-week thru 1120-exit
037400     move dow-number to run-day-of-week
037500     perform 1140-set-days-in-month thru 1140-exit
037600     move days-in-month-work to run-days-in-month
037700     move days-in-month-work to dow-day
037800     perform 1120-set-day-of-week thru 1120-exit
037900     perform 1110-back-over-weekend thru 1110-exit
038000         until dow-number < 6
038100     if dow-day = run-day
038200         set last-business-day to true
038300     end-if.
038400 1100-exit.
038500     exit.
038600 1110-back-over-weekend.
038700     subtract 1 from dow-day
038800     perform 1120-set-day-of-week thru 1120-exit.
038900 1110-exit.
039000     exit.
039100*----------------------------------------------------------------
039200*    DAY OF WEEK OF DOW-DATE.  ZELLER COUNTS JANUARY AND
039300*    FEBRUARY AS MONTHS 13 AND 14 OF THE YEAR BEFORE AND GIVES
039400*    0 FOR SATURDAY THROUGH 6 FOR FRIDAY, WHICH IS SHIFTED TO
039500*    1 FOR MONDAY THROUGH 7 FOR SUNDAY.
039600*----------------------------------------------------------------
039700 1120-set-day-of-week.
039800     move dow-month to zeller-month
039900     move dow-year to zeller-year
040000     if zeller-month < 3
040100         add 12 to zeller-month
040200         subtract 1 from zeller-year
040300     end-if
040400     divide zeller-year by 100 giving zeller-century
040500         remainder zeller-year-of-century
040600     compute zeller-term = 13 * (zeller-month + 1)
040700     divide zeller-term by 5 giving zeller-term
040800     move zeller-term to zeller-sum
040900     add dow-day zeller-year-of-century to zeller-sum
041000     divide zeller-year-of-century by 4 giving zeller-work
041100     add zeller-work to zeller-sum
041200     divide zeller-century by 4 giving zeller-work
041300     add zeller-work to zeller-sum
041400     compute zeller-sum = zeller-sum + 5 * zeller-century
041500     divide zeller-sum by 7 giving zeller-work
041600         remainder zeller-remainder
041700     compute zeller-sum = zeller-remainder + 5
041800     divide zeller-sum by 7 giving zeller-work
041900         remainder zeller-remainder
042000     compute dow-number = zeller-remainder + 1.
042100 1120-exit.
042200     exit.
042300 1140-set-days-in-month.
042400     evaluate dow-month
042500         when 01
042600         when 03
042700         when 05
042800         when 07
042900         when 08
043000         when 10
043100         when 12
043200             move 31 to days-in-month-work
043300         when 04
043400         when 06
043500         when 09
043600         when 11
043700             move 30 to days-in-month-work
043800         when other
043900             move 28 to days-in-month-work
044000             divide dow-year by 4
044100                 giving leap-work remainder leap-remainder
044200             if leap-remainder = zero
044300                 move 29 to days-in-month-work
044400                 divide dow-year by 100
044500                     giving leap-work remainder leap-remainder
044600                 if leap-remainder = zero
044700                     move 28 to days-in-month-work
044800                     divide dow-year by 400
044900                          giving leap-work remainder
045000                                leap-remainder
045100                     if leap-remainder = zero
045200                         move 29 to days-in-month-work
045300                     end-if
045400                 end-if
045500             end-if
045600     end-evaluate.
045700 1140-exit.
045800     exit.
045900*----------------------------------------------------------------
046000*    CALENDAR - WALK THE RUN DATE FORWARD ONE REAL DAY, WITH
046100*    MONTH LENGTHS AND LEAP-YEAR FEBRUARYS HONORED.
046200*----------------------------------------------------------------
046300 1150-forward-one-day.
046400     move run-date to dow-date
046500     perform 1140-set-days-in-month thru 1140-exit
046600     if run-day < days-in-month-work
046700         add 1 to run-day
046800     else
046900         move 1 to run-day
047000         if run-month < 12
047100             add 1 to run-month
047200         else
047300             move 1 to run-month
047400             add 1 to run-year
047500         end-if
047600     end-if.
047700 1150-exit.
047800     exit.
047900*----------------------------------------------------------------
048000*    RESTART CHECK - AN IN-PROGRESS ARRAYCKP RECORD MEANS THE
048100*    LAST ARRAYBATCH RUN DIED PART WAY THROUGH ITS DECK AND WILL
048200*    RESUME BY TRANSACTION NUMBER, SO THAT DECK MUST STAY.
048300*----------------------------------------------------------------
048400 1200-check-restart.
048500     open input checkpoint-file
048600     if not checkpoint-ok
048700         go to 1200-exit
048800     end-if
048900     read checkpoint-file
049000     if checkpoint-ok and ckp-run-status = "INPROG"
049100         move spaces to generation-list-record
049200         string "ARRAYCKP SHOWS AN ARRAYBATCH RESTART PENDING "
049300             "- ARRAYCMD NOT REPLACED"
049400             delimited by size into generation-list-record
049500         perform 1060-abandon-run thru 1060-exit
049600     end-if
049700     close checkpoint-file.
049800 1200-exit.
049900     exit.
050000*----------------------------------------------------------------
050100*    DATE CHECK - DATE-WORK-9 MUST BE A REAL CALENDAR DATE, DAY
050200*    WITHIN THE LENGTH OF ITS MONTH.
050300*----------------------------------------------------------------
050400 1300-validate-date.
050500     move "N" to date-valid-sw
050600     if date-work-9 not numeric
050700         go to 1300-exit
050800     end-if
050900     if date-work-9 < 19000101 or
051000            date-work-9 (5:2) < "01" or
051100            date-work-9 (5:2) > "12" or
051200            date-work-9 (7:2) < "01" or
051300            date-work-9 (7:2) > "31"
051400         go to 1300-exit
051500     end-if
051600     move date-work-9 to dow-date
051700     perform 1140-set-days-in-month thru 1140-exit
051800     if dow-day > days-in-month-work
051900         go to 1300-exit
052000     end-if
052100     set date-valid to true.
052200 1300-exit.
052300     exit.
052400*----------------------------------------------------------------
052500*    STANDING TRANSACTIONS - EVERY RECORD OF ARRAYSTO IS CHECKED
052600*    AND LISTED; THOSE DUE ON THE RUN DATE GO TO ARRAYCMD.
052700*----------------------------------------------------------------
052800 2000-generate-standing.
052900     move "STANDING TRANSACTIONS FROM ARRAYSTO"
053000         to generation-list-record
053100     write generation-list-record
053200     move spaces to generation-list-record
053300     write generation-list-record
053400     write generation-list-record from heading-line
053500     move spaces to command-record
053600     string "* STANDING TRANSACTIONS DUE " run-date
053700         " - GENERATED BY ARRAYSTAND " current-date-yyyymmdd
053800         delimited by size into command-record
053900     perform 2800-write-command thru 2800-exit
054000     perform 2100-check-one-standing thru 2100-exit
054100         until not standing-ok or run-abandoned
054200     if not run-abandoned and standing-read-count = zero
054300         move "ARRAYSTO HOLDS NO STANDING TRANSACTIONS"
054400             to generation-list-record
054500         write generation-list-record
054600     end-if.
054700 2000-exit.
054800     exit.
054900 2100-check-one-standing.
055000     read standing-file
055100     if not standing-ok
055200         go to 2100-exit
055300     end-if
055400     add 1 to standing-record-number
055500     if standing-record = spaces or
055600            standing-record (1:1) = "*"
055700         go to 2100-exit
055800     end-if
055900     add 1 to standing-read-count
056000     move spaces to standing-result standing-reason
056100     perform 2200-edit-standing thru 2200-exit
056200     if standing-reason = spaces
056300         perform 2300-check-active thru 2300-exit
056400     end-if
056500     if standing-reason = spaces
056600         perform 2400-check-due thru 2400-exit
056700     end-if
056800     if standing-reason = spaces
056900         move "GENERATED" to standing-result
057000         move sto-description to standing-reason
057100         add 1 to generated-count
057200         move sto-transaction to command-record
057300         perform 2800-write-command thru 2800-exit
057400     else
057500         move "SKIPPED" to standing-result
057600     end-if
057700     move spaces to detail-line
057800     move standing-record-number to dl-record-number
057900     move sto-frequency to dl-frequency
058000     move sto-day to dl-day
058100     move sto-from-date to dl-from-date
058200     move sto-to-date to dl-to-date
058300     move standing-result to dl-result
058400     move sto-transaction to dl-transaction
058500     move standing-reason to dl-note
058600     write generation-list-record from detail-line.
058700 2100-exit.
058800     exit.
058900*----------------------------------------------------------------
059000*    EDIT - FREQUENCY, ITS DAY, THE DATE RANGE, AND THE
059100*    OPERATION.  THE FIRST FAULT FOUND IS THE REASON GIVEN.
059200*----------------------------------------------------------------
059300 2200-edit-standing.
059400     if not sto-frequency-valid
059500         move "INVALID - FREQUENCY NOT D, W, M, OR L"
059600             to standing-reason
059700         go to 2290-count-invalid
059800     end-if
059900     if sto-weekly
060000         if sto-day not numeric or sto-day-9 < 1
060100                or sto-day-9 > 7
060200             move "INVALID - WEEKDAY NOT 01 (MON)-07 (SUN)"
060300                 to standing-reason
060400             go to 2290-count-invalid
060500         end-if
060600     end-if
060700     if sto-monthly
060800         if sto-day not numeric or sto-day-9 < 1
060900                or sto-day-9 > 31
061000             move "INVALID - DAY OF MONTH NOT 01 TO 31"
061100                 to standing-reason
061200             go to 2290-count-invalid
061300         end-if
061400     end-if
061500     if sto-from-date not = spaces
061600         move sto-from-date to date-work-9
061700         perform 1300-validate-date thru 1300-exit
061800         if not date-valid
061900             move "INVALID - FROM DATE NOT A CALENDAR DATE"
062000                 to standing-reason
062100             go to 2290-count-invalid
062200         end-if
062300     end-if
062400     if sto-to-date not = spaces
062500         move sto-to-date to date-work-9
062600         perform 1300-validate-date thru 1300-exit
062700         if not date-valid
062800             move "INVALID - TO DATE NOT A CALENDAR DATE"
062900                 to standing-reason
063000             go to 2290-count-invalid
063100         end-if
063200         if sto-from-date not = spaces and
063300                sto-to-date < sto-from-date
063400             move "INVALID - TO DATE BEFORE FROM DATE"
063500                 to standing-reason
063600             go to 2290-count-invalid
063700         end-if
063800     end-if
063900     move "N" to operation-found-sw
064000     perform 2250-match-operation thru 2250-exit
064100         varying operation-index from 1 by 1
064200         until operation-index > operation-count
064300            or operation-found
064400     if not operation-found
064500         move "INVALID - NOT AN ARRAYCMD OPERATION"
064600             to standing-reason
064700         go to 2290-count-invalid
064800     end-if
064900     go to 2200-exit.
065000 2290-count-invalid.
065100     add 1 to invalid-count
065200     if highest-return-code < 4
065300         move 4 to highest-return-code
065400     end-if.
065500 2200-exit.
065600     exit.
065700 2250-match-operation.
065800     if sto-operation = known-operation (operation-index)
065900         set operation-found to true
066000     end-if.
066100 2250-exit.
066200     exit.
066300*----------------------------------------------------------------
066400*    ACTIVE RANGE - BLANK DATES ARE OPEN-ENDED.  THE DATES ARE
066500*    VALID YYYYMMDD HERE, SO THEY COMPARE AS THEY STAND.
066600*----------------------------------------------------------------
066700 2300-check-active.
066800     if sto-from-date not = spaces and
066900            run-date < sto-from-date
067000         string "NOT YET ACTIVE - FROM " sto-from-date
067100             delimited by size into standing-reason
067200         add 1 to not-active-count
067300         go to 2300-exit
067400     end-if
067500     if sto-to-date not = spaces and
067600            run-date > sto-to-date
067700         string "EXPIRED - ACTIVE TO " sto-to-date
067800             delimited by size into standing-reason
067900         add 1 to expired-count
068000     end-if.
068100 2300-exit.
068200     exit.
068300*----------------------------------------------------------------
068400*    DUE TEST FOR THE RUN DATE.  A DAY OF MONTH PAST THE END OF
068500*    THE RUN DATE'S MONTH FALLS ON THE MONTH'S LAST DAY.
068600*----------------------------------------------------------------
068700 2400-check-due.
068800     evaluate true
068900         when sto-daily
069000             continue
069100         when sto-weekly
069200             if sto-day-9 not = run-day-of-week
069300                 move sto-day-9 to day-of-week-display
069400                 string "NOT DUE - RUNS ON WEEKDAY "
069500                     day-of-week-display " ("
069600                     weekday-name (sto-day-9) ")"
069700                     delimited by size into standing-reason
069800             end-if
069900         when sto-monthly
070000             if sto-day-9 not = run-day
070100                and not (sto-day-9 > run-days-in-month
070200                         and run-day = run-days-in-month)
070300                 move sto-day-9 to day-display
070400                 string "NOT DUE - RUNS ON DAY " day-display
070500                     " OF THE MONTH"
070600                     delimited by size into standing-reason
070700             end-if
070800         when sto-last-business-day
070900             if not last-business-day
071000                 move "NOT DUE - RUNS ON THE LAST BUSINESS DAY"
071100                     to standing-reason
071200             end-if
071300     end-evaluate
071400     if standing-reason not = spaces
071500         add 1 to not-due-count
071600     end-if.
071700 2400-exit.
071800     exit.
071900*----------------------------------------------------------------
072000*    WRITE ONE ARRAYCMD RECORD.  A FAILED WRITE ABANDONS THE RUN
072100*    AND TERMINATION EMPTIES THE PART DECK.
072200*----------------------------------------------------------------
072300 2800-write-command.
072400     write command-record
072500     if not command-file-ok
072600         move spaces to generation-list-record
072700         string "ERROR WRITING ARRAYCMD, STATUS "
072800             command-file-status " - RUN ABANDONED, ARRAYCMD "
072900             "EMPTIED"
073000             delimited by size into generation-list-record
073100         perform 1060-abandon-run thru 1060-exit
073200         go to 2800-exit
073300     end-if
073400     if command-record not = spaces and
073500            command-record (1:1) not = "*"
073600         add 1 to command-written-count
073700     end-if.
073800 2800-exit.
073900     exit.
074000*----------------------------------------------------------------
074100*    ONE-OFF TRANSACTIONS - ARRAYONE IS COPIED BEHIND THE
074200*    STANDING ONES AS IT STANDS, COMMENTS INCLUDED.  ONLY THE
074300*    TRANSACTIONS ARE LISTED.
074400*----------------------------------------------------------------
074500 3000-copy-one-offs.
074600     move spaces to generation-list-record
074700     write generation-list-record
074800     move "ONE-OFF TRANSACTIONS FROM ARRAYONE"
074900         to generation-list-record
075000     write generation-list-record
075100     move spaces to generation-list-record
075200     write generation-list-record
075300     if not one-off-open
075400         move "NO ARRAYONE FILE - NO ONE-OFF TRANSACTIONS"
075500             to generation-list-record
075600         write generation-list-record
075700         go to 3000-exit
075800     end-if
075900     move "* ONE-OFF TRANSACTIONS FROM ARRAYONE"
076000         to command-record
076100     perform 2800-write-command thru 2800-exit
076200     perform 3100-copy-one-transaction thru 3100-exit
076300         until not one-off-ok or run-abandoned
076400     if not run-abandoned and one-off-copied-count = zero
076500         move "ARRAYONE HOLDS NO TRANSACTIONS"
076600             to generation-list-record
076700         write generation-list-record
076800     end-if.
076900 3000-exit.
077000     exit.
077100 3100-copy-one-transaction.
077200     read one-off-file
077300     if not one-off-ok
077400         go to 3100-exit
077500     end-if
077600     add 1 to one-off-record-number
077700     move one-off-record to command-record
077800     perform 2800-write-command thru 2800-exit
077900     if run-abandoned
078000         go to 3100-exit
078100     end-if
078200     if one-off-record = spaces or
078300            one-off-record (1:1) = "*"
078400         go to 3100-exit
078500     end-if
078600     add 1 to one-off-copied-count
078700     move spaces to detail-line
078800     move one-off-record-number to dl-record-number
078900     move "ONE-OFF" to dl-result
079000     move one-off-record to dl-transaction
079100     write generation-list-record from detail-line.
079200 3100-exit.
079300     exit.
079400*----------------------------------------------------------------
079500*    TOTALS
079600*----------------------------------------------------------------
079700 4000-write-totals.
079800     move spaces to generation-list-record
079900     write generation-list-record
080000     move standing-read-count to count-display
080100     string "STANDING TRANSACTIONS READ     " count-display
080200         delimited by size into generation-list-record
080300     write generation-list-record
080400     move spaces to generation-list-record
080500     move generated-count to count-display
080600     string "  GENERATED                    " count-display
080700         delimited by size into generation-list-record
080800     write generation-list-record
080900     move spaces to generation-list-record
081000     move not-due-count to count-display
081100     string "  SKIPPED - NOT DUE            " count-display
081200         delimited by size into generation-list-record
081300     write generation-list-record
081400     move spaces to generation-list-record
081500     move not-active-count to count-display
081600     string "  SKIPPED - NOT YET ACTIVE     " count-display
081700         delimited by size into generation-list-record
081800     write generation-list-record
081900     move spaces to generation-list-record
082000     move expired-count to count-display
082100     string "  SKIPPED - EXPIRED            " count-display
082200         delimited by size into generation-list-record
082300     write generation-list-record
082400     move spaces to generation-list-record
082500     move invalid-count to count-display
082600     string "  SKIPPED - INVALID            " count-display
082700         delimited by size into generation-list-record
082800     write generation-list-record
082900     move spaces to generation-list-record
083000     move one-off-copied-count to count-display
083100     string "ONE-OFF TRANSACTIONS COPIED    " count-display
083200         delimited by size into generation-list-record
083300     write generation-list-record
083400     move spaces to generation-list-record
083500     move command-written-count to count-display
083600     string "ARRAYCMD TRANSACTIONS WRITTEN  " count-display
083700         delimited by size into generation-list-record
083800     write generation-list-record
083900     if invalid-count > zero
084000         move spaces to generation-list-record
084100         write generation-list-record
084200         move spaces to generation-list-record
084300         string "WARNING - INVALID STANDING TRANSACTIONS WERE "
084400             "SKIPPED - CORRECT ARRAYSTO"
084500             delimited by size into generation-list-record
084600         write generation-list-record
084700     end-if
084800     if command-written-count = zero
084900         move spaces to generation-list-record
085000         write generation-list-record
085100         move spaces to generation-list-record
085200         string "NOTE - NO TRANSACTIONS ARE DUE, ARRAYBATCH "
085300             "WILL HAVE NOTHING TO DO"
085400             delimited by size into generation-list-record
085500         write generation-list-record
085600     end-if.
085700 4000-exit.
085800     exit.
085900*----------------------------------------------------------------
086000*    TERMINATION - A RUN ABANDONED AFTER ARRAYCMD WAS OPENED
086100*    LEAVES IT EMPTY, NEVER HALF WRITTEN.
086200*----------------------------------------------------------------
086300 9000-terminate.
086400     if standing-open
086500         close standing-file
086600     end-if
086700     if one-off-open
086800         close one-off-file
086900     end-if
087000     if command-open
087100         close command-file
087200         if run-abandoned
087300             open output command-file
087400             close command-file
087500         end-if
087600     end-if
087700     if report-open
087800         close generation-list-file
087900     end-if
088000     if not run-abandoned
088100         move command-written-count to count-display
088200         display "Standing transactions " generation-list-name
088300             " written - " count-display
088400             " transaction(s) in ARRAYCMD"
088500     end-if.
088600 9000-exit.
088700     exit.
088800 end program ArrayStand.
