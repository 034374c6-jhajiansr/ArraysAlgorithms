000100 identification division.
000200 program-id. ArrayAct as "ArraysAlgorithms.ArrayAct".
000300 author. J. Hajian.
000400 installation. ArraysAlgorithms Maintenance Group.
000500 date-written. 2026-10-15.
000600 date-compiled. 2026-10-15.
000700*----------------------------------------------------------------
000800*    ARRAYACT
000900*
001000*    SHOP-WIDE ACTIVITY REPORT OVER THE ARRAYJRN JOURNAL.
001100*    ARRAYINQ SHOWS ONE ARRAY'S HISTORY AT A TIME; THIS PROGRAM
001200*    READS THE WHOLE JOURNAL FOR A DAY OR A RANGE OF DAYS AND
001300*    WRITES THE DATED ARRACT.YYYYMMDD.DAT REPORT:
001400*        - FOR EACH ARRAY CHANGED IN THE PERIOD, IN ARRAY-ID
001500*          ORDER, ITS OWNER FROM ARRAYMST, THE COUNT OF EACH
001600*          KIND OF JOURNAL ENTRY - INSERT, DELETE, SORT,
001700*          TRANSFRM, EDIT, UNDO, RESTORE, SAVE, AND OTHER (THE
001800*          ARRAYTABLE OPERATIONS) - AND THE PROGRAMS THAT WROTE
001900*          THEM, WITH HOW MANY EACH
002000*        - UNDER THE ARRAY, EVERY DAY ON WHICH IT WAS CHANGED BY
002100*          MORE THAN ONE PROGRAM, AND WHICH PROGRAMS; THE ARRAY
002200*          LINE IS FLAGGED WITH AN * IN THE M COLUMN
002300*        - THE SAME COUNTS TOTALLED BY OWNER AND BY PROGRAM, AND
002400*          FOR THE WHOLE PERIOD
002500*    AN ARRAY NO LONGER ON ARRAYMST SHOWS OWNER (NONE).  THE
002600*    SNAPSHOT RECORDS ARRAYARCH LEAVES WHEN IT ARCHIVES THE
002700*    JOURNAL ARE HOUSEKEEPING, NOT ACTIVITY: THEY ARE COUNTED ON
002800*    A LINE OF THEIR OWN AND LEFT OUT OF EVERY TOTAL.  A PERIOD
002900*    OLDER THAN THE LAST ARRAYARCH CUTOFF IS IN THE ARCHIVE
003000*    FILES, NOT IN ARRAYJRN, AND REPORTS AS NO ACTIVITY.
003100*
003200*    THE PERIOD COMES FROM THE OPTIONAL ARRAYACP CONTROL FILE
003300*    (DL100AC); WITH NO CARD IT IS THE RUN DATE.  THE RUN NEEDS
003400*    NO OPERATOR INPUT, SO IT CAN BE A STEP OF THE NIGHTLY
003500*    STREAM.  THE MASTER IS ONLY READ.
003600*
003700*    RETURN CODES:  00 THE REPORT WAS WRITTEN,
003800*    04 AT LEAST ONE ARRAY WAS CHANGED BY MORE THAN ONE PROGRAM
003900*    ON THE SAME DAY,
004000*    12 THE CONTROL CARD WAS INVALID OR THE JOURNAL, MASTER, OR
004100*    REPORT FILE COULD NOT BE OPENED AND THE RUN WAS ABANDONED.
004200*----------------------------------------------------------------
004300*    MODIFICATION HISTORY.
004400*    2026-10-15  JHJ  ORIGINAL VERSION - ACTIVITY BY ARRAY,
004500*                     OPERATION, AND PROGRAM FOR A PERIOD, WITH
004600*                     OWNER AND PROGRAM TOTALS AND A FLAG ON
004700*                     ARRAYS CHANGED BY MORE THAN ONE PROGRAM
004800*                     IN A DAY.
004900*----------------------------------------------------------------
005000 environment division.
005100 configuration section.
005200 source-computer. GENERIC-COMPUTER.
005300 object-computer. GENERIC-COMPUTER.
005400 input-output section.
005500 file-control.
005600     select array-master-file assign to "ARRAYMST"
005700         organization is indexed
005800         access mode is dynamic
005900         record key is arr-array-id of array-master-record
006000         file status is array-master-status.
006100     select journal-file assign to "ARRAYJRN"
006200         organization is line sequential
006300         file status is journal-status.
006400     select activity-control-file assign to "ARRAYACP"
006500         organization is line sequential
006600         file status is activity-control-status.
006700     select activity-file assign to dynamic activity-file-name
006800         organization is line sequential
006900         file status is activity-file-status.
007000 data division.
007100 file section.
007200 fd  array-master-file.
007300 01  array-master-record.
007400     copy DL100AR.
007500 fd  journal-file.
007600 01  journal-record.
007700     05  jrn-array-id             pic x(08).
007800     05  filler                   pic x(01).
007900     05  jrn-timestamp.
008000         10  jrn-date             pic 9(08).
008100         10  jrn-time             pic 9(06).
008200     05  filler                   pic x(01).
008300     05  jrn-operation            pic x(08).
008400     05  filler                   pic x(01).
008500     05  jrn-position             pic 9(04).
008600     05  filler                   pic x(01).
008700     05  jrn-old-value            pic s9(09)v9(02)
008800                                  sign leading separate.
008900     05  filler                   pic x(01).
009000     05  jrn-new-value            pic s9(09)v9(02)
009100                                  sign leading separate.
009200     05  filler                   pic x(01).
009300     05  jrn-program              pic x(10).
009400     05  filler                   pic x(01).
009500     05  jrn-operator             pic x(08).
009600 fd  activity-control-file.
009700 01  activity-control-record.
009800     copy DL100AC.
009900 fd  activity-file.
010000 01  activity-record              pic x(132).
010100 working-storage section.
010200*----------------------------------------------------------------
010300*    FILE STATUS AND SWITCHES
010400*----------------------------------------------------------------
010500 01  array-master-status           pic x(02).
010600     88  array-master-ok                      value "00".
010700 01  journal-status                pic x(02).
010800     88  journal-ok                           value "00".
010900     88  journal-no-file                      value "35".
011000 01  activity-control-status       pic x(02).
011100     88  activity-control-ok                  value "00".
011200 01  activity-file-status          pic x(02).
011300     88  activity-file-ok                     value "00".
011400 01  run-abandoned-sw              pic x(01) value "N".
011500     88  run-abandoned                        value "Y".
011600 01  report-open-sw                pic x(01) value "N".
011700     88  report-open                          value "Y".
011800 01  master-open-sw                pic x(01) value "N".
011900     88  master-open                          value "Y".
012000 01  entry-found-sw                pic x(01).
012100     88  entry-found                          value "Y".
012200 01  date-valid-sw                 pic x(01).
012300     88  date-valid                           value "Y".
012400 01  array-overflow-sw             pic x(01) value "N".
012500     88  array-overflow                       value "Y".
012600 01  day-overflow-sw               pic x(01) value "N".
012700     88  day-overflow                         value "Y".
012800 01  owner-overflow-sw             pic x(01) value "N".
012900     88  owner-overflow                       value "Y".
013000 01  program-overflow-sw           pic x(01) value "N".
013100     88  program-overflow                     value "Y".
013200*----------------------------------------------------------------
013300*    FILE NAMES AND THE REPORT PERIOD
013400*----------------------------------------------------------------
013500 01  activity-file-name            pic x(19).
013600 01  current-date-fields.
013700     05  current-date-yyyymmdd    pic 9(08).
013800 01  first-date                    pic 9(08).
013900 01  first-date-split redefines first-date.
014000     05  first-year               pic 9(04).
014100     05  first-month              pic 9(02).
014200     05  first-day                pic 9(02).
014300 01  last-date                     pic 9(08).
014400 01  date-work-9                   pic 9(08).
014500 01  days-in-month-work            pic s9(04) comp.
014600 01  leap-work                     pic s9(09) comp.
014700 01  leap-remainder                pic s9(09) comp.
014800 01  highest-return-code           pic s9(04) comp value zero.
014900*----------------------------------------------------------------
015000*    OPERATION CATEGORIES - THE COUNT COLUMNS OF THE REPORT
015100*----------------------------------------------------------------
015200 01  category-count                pic s9(04) comp value 9.
015300 01  category-index                pic s9(04) comp.
015400 01  category-other                pic s9(04) comp value 9.
015500*----------------------------------------------------------------
015600*    PER-ARRAY ACTIVITY - KEPT IN ARRAY-ID ORDER AS ENTRIES ARE
015700*    ADDED, WITH UP TO FIVE WRITING PROGRAMS EACH (THE REST ARE
015800*    COUNTED UNDER OTHERS).
015900*----------------------------------------------------------------
016000 01  array-activity-table.
016100     05  array-activity            occurs 500 times.
016200         10  aa-array-id           pic x(08).
016300         10  aa-owner              pic x(08).
016400         10  aa-count              pic s9(09) comp
016500                                   occurs 9 times.
016600         10  aa-total              pic s9(09) comp.
016700         10  aa-program-used       pic s9(04) comp.
016800         10  aa-program            occurs 5 times.
016900             15  aa-program-name   pic x(10).
017000             15  aa-program-count  pic s9(09) comp.
017100         10  aa-others-count       pic s9(09) comp.
017200         10  aa-multi-sw           pic x(01).
017300             88  aa-multi-program             value "Y".
017400 01  array-activity-limit          pic s9(04) comp value 500.
017500 01  array-activity-count          pic s9(04) comp value zero.
017600 01  array-index                   pic s9(04) comp.
017700 01  array-found-index             pic s9(04) comp.
017800 01  aa-program-limit              pic s9(04) comp value 5.
017900*----------------------------------------------------------------
018000*    PER-ARRAY-PER-DAY PROGRAMS - FOR THE MORE-THAN-ONE-PROGRAM
018100*    FLAG.  UP TO FOUR PROGRAM NAMES ARE KEPT FOR THE LISTING.
018200*----------------------------------------------------------------
018300 01  day-activity-table.
018400     05  day-activity              occurs 2000 times.
018500         10  da-array-id           pic x(08).
018600         10  da-date               pic 9(08).
018700         10  da-program-used       pic s9(04) comp.
018800         10  da-program-name       pic x(10)
018900                                   occurs 4 times.
019000 01  day-activity-limit            pic s9(04) comp value 2000.
019100 01  day-activity-count            pic s9(04) comp value zero.
019200 01  day-index                     pic s9(04) comp.
019300 01  day-found-index               pic s9(04) comp.
019400 01  multi-day-count               pic s9(09) comp value zero.
019500*----------------------------------------------------------------
019600*    TOTALS BY OWNER AND BY PROGRAM, EACH KEPT IN KEY ORDER
019700*----------------------------------------------------------------
019800 01  owner-total-table.
019900     05  owner-total               occurs 200 times.
020000         10  ot-owner              pic x(08).
020100         10  ot-array-count        pic s9(09) comp.
020200         10  ot-count              pic s9(09) comp
020300                                   occurs 9 times.
020400         10  ot-total              pic s9(09) comp.
020500 01  owner-total-limit             pic s9(04) comp value 200.
020600 01  owner-total-count             pic s9(04) comp value zero.
020700 01  owner-index                   pic s9(04) comp.
020800 01  owner-found-index             pic s9(04) comp.
020900 01  program-total-table.
021000     05  program-total             occurs 20 times.
021100         10  pt-program            pic x(10).
021200         10  pt-array-count        pic s9(09) comp.
021300         10  pt-count              pic s9(09) comp
021400                                   occurs 9 times.
021500         10  pt-total              pic s9(09) comp.
021600 01  program-total-limit           pic s9(04) comp value 20.
021700 01  program-total-count           pic s9(04) comp value zero.
021800 01  program-index                 pic s9(04) comp.
021900 01  program-found-index           pic s9(04) comp.
022000 01  grand-count-table.
022100     05  grand-count               pic s9(09) comp
022200                                   occurs 9 times.
022300 01  grand-total                   pic s9(09) comp value zero.
022400 01  entries-read-count            pic s9(09) comp value zero.
022500 01  snapshot-entry-count          pic s9(09) comp value zero.
022600 01  insert-index                  pic s9(04) comp.
022700 01  shift-index                   pic s9(04) comp.
022800 01  search-key                    pic x(10).
022900*----------------------------------------------------------------
023000*    REPORT LINES AND EDIT FIELDS
023100*----------------------------------------------------------------
023200 01  detail-line.
023300     05  dl-label.
023400         10  dl-array-id           pic x(08).
023500         10  filler                pic x(01).
023600         10  dl-owner              pic x(08).
023700     05  dl-column                 occurs 9 times.
023800         10  filler                pic x(01).
023900         10  dl-count              pic z(05)9.
024000     05  filler                    pic x(01).
024100     05  dl-total                  pic z(06)9.
024200     05  filler                    pic x(02).
024300     05  dl-flag                   pic x(01).
024400     05  filler                    pic x(01).
024500     05  dl-programs               pic x(40).
024600 01  heading-line.
024700     05  filler                    pic x(17)
024800         value "ARRAY ID OWNER   ".
024900     05  filler                    pic x(35)
025000         value " INSERT DELETE   SORT TRNSFM   EDIT".
025100     05  filler                    pic x(28)
025200         value "   UNDO RESTOR   SAVE  OTHER".
025300     05  filler                    pic x(20)
025400         value "   TOTAL  M PROGRAMS".
025500     05  filler                    pic x(32) value spaces.
025600 01  programs-text                 pic x(40).
025700 01  text-pointer                  pic s9(04) comp.
025710 01  leading-space-count           pic s9(04) comp.
025800 01  count-display                 pic z(08)9.
025900 01  count-2-display               pic z(08)9.
026000 01  count-short-display           pic z(05)9.
026100 procedure division.
026200 0000-mainline.
026300     perform 1000-initialize thru 1000-exit
026400     if not run-abandoned
026500         perform 2000-scan-journal thru 2000-exit
026600     end-if
026700     if not run-abandoned
026800         perform 3000-set-owners thru 3000-exit
026900         perform 4000-write-report thru 4000-exit
027000     end-if
027100     perform 9000-terminate thru 9000-exit
027200     move highest-return-code to return-code
027300     goback.
027400 0000-exit.
027500     exit.
027600*----------------------------------------------------------------
027700*    INITIALIZATION - REPORT FIRST, SO EVERY LATER FAILURE CAN
027800*    BE WRITTEN TO IT, THEN THE PERIOD AND THE MASTER.
027900*----------------------------------------------------------------
028000 1000-initialize.
028100     accept current-date-fields from date yyyymmdd
028200     move spaces to activity-file-name
028300     string "ARRACT." current-date-yyyymmdd ".DAT"
028400         delimited by size into activity-file-name
028500     open output activity-file
028600     if not activity-file-ok
028700         display "Error - could not open the ARRACT report "
028800             "file, status " activity-file-status
028900         move 12 to highest-return-code
029000         set run-abandoned to true
029100         go to 1000-exit
029200     end-if
029300     set report-open to true
029400     perform 1050-read-control-card thru 1050-exit
029500     if run-abandoned
029600         go to 1000-exit
029700     end-if
029800     move spaces to activity-record
029900     string "ARRAYJRN ACTIVITY REPORT   " first-date " THRU "
030000         last-date "   RUN " current-date-yyyymmdd
030100         delimited by size into activity-record
030200     write activity-record
030300     move spaces to activity-record
030400     write activity-record
030500     open input array-master-file
030600     if not array-master-ok
030700         move spaces to activity-record
030800         string "COULD NOT OPEN ARRAYMST, STATUS "
030900             array-master-status " - RUN ABANDONED"
031000             delimited by size into activity-record
031100         perform 1060-abandon-run thru 1060-exit
031200         go to 1000-exit
031300     end-if
031400     set master-open to true.
031500 1000-exit.
031600     exit.
031700*----------------------------------------------------------------
031800*    CONTROL CARD - THE OPTIONAL ARRAYACP FILE (DL100AC).  A
031900*    MISSING FILE MEANS THE RUN DATE ALONE.
032000*----------------------------------------------------------------
032100 1050-read-control-card.
032200     move spaces to activity-control-record
032300     open input activity-control-file
032400     if activity-control-ok
032500         read activity-control-file
032600         if not activity-control-ok
032700             move spaces to activity-control-record
032800         end-if
032900         close activity-control-file
033000     end-if
033100     evaluate true
033200         when act-first-today
033300             move current-date-yyyymmdd to first-date
033400         when act-first-prior
033500             move current-date-yyyymmdd to first-date
033600             perform 1130-back-one-day thru 1130-exit
033700         when other
033800             move act-first-date to date-work-9
033900             perform 1300-validate-date thru 1300-exit
034000             if not date-valid
034100                 move spaces to activity-record
034200                 string "ARRAYACP FIRST DATE " act-first-date
034300                     " IS NOT A CALENDAR DATE - RUN ABANDONED"
034400                     delimited by size into activity-record
034500                 perform 1060-abandon-run thru 1060-exit
034600                 go to 1050-exit
034700             end-if
034800             move date-work-9 to first-date
034900     end-evaluate
035000     if act-last-date = spaces
035100         move first-date to last-date
035200         go to 1050-exit
035300     end-if
035400     move act-last-date to date-work-9
035500     perform 1300-validate-date thru 1300-exit
035600     if not date-valid or date-work-9 < first-date
035700         move spaces to activity-record
035800         string "ARRAYACP LAST DATE " act-last-date
035900             " IS NOT A CALENDAR DATE ON OR AFTER " first-date
036000             " - RUN ABANDONED"
036100             delimited by size into activity-record
036200         perform 1060-abandon-run thru 1060-exit
036300         go to 1050-exit
036400     end-if
036500     move date-work-9 to last-date.
036600 1050-exit.
036700     exit.
036800 1060-abandon-run.
036900     write activity-record
037000     display "Error - " activity-record (1:60)
037100     move 12 to highest-return-code
037200     set run-abandoned to true.
037300 1060-exit.
037400     exit.
037500*----------------------------------------------------------------
037600*    CALENDAR - WALK THE FIRST DATE BACK ONE REAL DAY, WITH
037700*    MONTH LENGTHS AND LEAP-YEAR FEBRUARYS HONORED, AS
037800*    ARRAYMAINT'S PURGE CUTOFF DOES.
037900*----------------------------------------------------------------
038000 1130-back-one-day.
038100     if first-day > 1
038200         subtract 1 from first-day
038300     else
038400         if first-month > 1
038500             subtract 1 from first-month
038600         else
038700             move 12 to first-month
038800             subtract 1 from first-year
038900         end-if
039000         perform 1140-set-days-in-month thru 1140-exit
039100         move days-in-month-work to first-day
039200     end-if.
039300 1130-exit.
039400     exit.
039500 1140-set-days-in-month.
039600     evaluate first-month
039700         when 01
039800         when 03
039900         when 05
040000         when 07
040100         when 08
040200         when 10
040300         when 12
040400             move 31 to days-in-month-work
040500         when 04
040600         when 06
040700         when 09
040800         when 11
040900             move 30 to days-in-month-work
041000         when other
041100             move 28 to days-in-month-work
041200             divide first-year by 4
041300                 giving leap-work remainder leap-remainder
041400             if leap-remainder = zero
041500                 move 29 to days-in-month-work
041600                 divide first-year by 100
041700                     giving leap-work remainder leap-remainder
041800                 if leap-remainder = zero
041900                     move 28 to days-in-month-work
042000                     divide first-year by 400
042100                          giving leap-work remainder
042200                                leap-remainder
042300                     if leap-remainder = zero
042400                         move 29 to days-in-month-work
042500                     end-if
042600                 end-if
042700             end-if
042800     end-evaluate.
042900 1140-exit.
043000     exit.
043100 1300-validate-date.
043200     move "N" to date-valid-sw
043300     if date-work-9 not numeric
043400         go to 1300-exit
043500     end-if
043600     if date-work-9 < 19000101 or
043700            date-work-9 (5:2) < "01" or
043800            date-work-9 (5:2) > "12" or
043900            date-work-9 (7:2) < "01" or
044000            date-work-9 (7:2) > "31"
044100         go to 1300-exit
044200     end-if
044300     set date-valid to true.
044400 1300-exit.
044500     exit.
044600*----------------------------------------------------------------
044700*    JOURNAL SCAN - EVERY ENTRY DATED IN THE PERIOD IS COUNTED
044800*    AGAINST ITS ARRAY, ITS PROGRAM, AND ITS ARRAY AND DAY.
044900*----------------------------------------------------------------
045000 2000-scan-journal.
045100     initialize grand-count-table
045200     open input journal-file
045300     if journal-no-file
045400         move "NO ARRAYJRN JOURNAL FOUND - NO ACTIVITY"
045500             to activity-record
045600         write activity-record
045700         go to 2000-exit
045800     end-if
045900     if not journal-ok
046000         move spaces to activity-record
046100         string "COULD NOT OPEN ARRAYJRN, STATUS "
046200             journal-status " - RUN ABANDONED"
046300             delimited by size into activity-record
046400         perform 1060-abandon-run thru 1060-exit
046500         go to 2000-exit
046600     end-if
046700     perform 2100-scan-one-entry thru 2100-exit
046800         until not journal-ok
046900     close journal-file.
047000 2000-exit.
047100     exit.
047200 2100-scan-one-entry.
047300     read journal-file
047400     if not journal-ok
047500         go to 2100-exit
047600     end-if
047700     add 1 to entries-read-count
047800     if jrn-date < first-date or jrn-date > last-date
047900         go to 2100-exit
048000     end-if
048100     if jrn-program = "ARRAYARCH"
048200         add 1 to snapshot-entry-count
048300         go to 2100-exit
048400     end-if
048500     perform 2150-set-category thru 2150-exit
048600     perform 2200-find-array thru 2200-exit
048700     if not entry-found
048800         go to 2100-exit
048900     end-if
049000     add 1 to aa-count (array-found-index category-index)
049100     add 1 to aa-total (array-found-index)
049200     add 1 to grand-count (category-index)
049300     add 1 to grand-total
049400     perform 2300-count-array-program thru 2300-exit
049500     perform 2400-count-program-total thru 2400-exit
049600     perform 2500-note-array-day thru 2500-exit.
049700 2100-exit.
049800     exit.
049900 2150-set-category.
050000     evaluate jrn-operation
050100         when "INSERT"
050200             move 1 to category-index
050300         when "DELETE"
050400             move 2 to category-index
050500         when "SORT"
050600             move 3 to category-index
050700         when "TRANSFRM"
050800             move 4 to category-index
050900         when "EDIT"
051000             move 5 to category-index
051100         when "UNDO"
051200             move 6 to category-index
051300         when "RESTORE"
051400             move 7 to category-index
051500         when "SAVE"
051600             move 8 to category-index
051700         when other
051800             move category-other to category-index
051900     end-evaluate.
052000 2150-exit.
052100     exit.
052200*----------------------------------------------------------------
052300*    FIND THE ARRAY'S ENTRY, OR OPEN ONE IN ARRAY-ID ORDER BY
052400*    SHIFTING THE HIGHER IDS DOWN ONE.
052500*----------------------------------------------------------------
052600 2200-find-array.
052700     move "N" to entry-found-sw
052800     move 1 to insert-index
052900     perform 2210-check-one-array thru 2210-exit
053000         varying array-index from 1 by 1
053100         until array-index > array-activity-count or
053200               entry-found or
053300               aa-array-id (array-index) > jrn-array-id
053400     if entry-found
053500         go to 2200-exit
053600     end-if
053700     if array-activity-count >= array-activity-limit
053800         set array-overflow to true
053900         go to 2200-exit
054000     end-if
054100     perform 2220-shift-array-down thru 2220-exit
054200         varying shift-index from array-activity-count by -1
054300         until shift-index < insert-index
054400     add 1 to array-activity-count
054500     move insert-index to array-found-index
054600     initialize array-activity (array-found-index)
054700     move jrn-array-id to aa-array-id (array-found-index)
054800     move "N" to aa-multi-sw (array-found-index)
054900     set entry-found to true.
055000 2200-exit.
055100     exit.
055200 2210-check-one-array.
055300     if aa-array-id (array-index) = jrn-array-id
055400         set entry-found to true
055500         move array-index to array-found-index
055600     else
055700         compute insert-index = array-index + 1
055800     end-if.
055900 2210-exit.
056000     exit.
056100 2220-shift-array-down.
056200     move array-activity (shift-index) to
056300            array-activity (shift-index + 1).
056400 2220-exit.
056500     exit.
056600*----------------------------------------------------------------
056700*    THE ARRAY'S OWN LIST OF WRITING PROGRAMS
056800*----------------------------------------------------------------
056900 2300-count-array-program.
057000     move "N" to entry-found-sw
057100     perform 2310-check-one-array-program thru 2310-exit
057200         varying program-index from 1 by 1
057300         until program-index > aa-program-used (array-found-index)
057400               or entry-found
057500     if entry-found
057600         go to 2300-exit
057700     end-if
057800     if aa-program-used (array-found-index) >= aa-program-limit
057900         add 1 to aa-others-count (array-found-index)
058000         go to 2300-exit
058100     end-if
058200     add 1 to aa-program-used (array-found-index)
058300     move aa-program-used (array-found-index) to program-index
058400     move jrn-program to
058500         aa-program-name (array-found-index program-index)
058600     move 1 to aa-program-count (array-found-index program-index).
058700 2300-exit.
058800     exit.
058900 2310-check-one-array-program.
059000     if aa-program-name (array-found-index program-index) =
059100            jrn-program
059200         set entry-found to true
059300         add 1 to
059400             aa-program-count (array-found-index program-index)
059500     end-if.
059600 2310-exit.
059700     exit.
059800*----------------------------------------------------------------
059900*    TOTALS BY PROGRAM, KEPT IN PROGRAM-NAME ORDER
060000*----------------------------------------------------------------
060100 2400-count-program-total.
060200     move "N" to entry-found-sw
060300     move 1 to insert-index
060400     perform 2410-check-one-program-total thru 2410-exit
060500         varying program-index from 1 by 1
060600         until program-index > program-total-count or
060700               entry-found or
060800               pt-program (program-index) > jrn-program
060900     if not entry-found
061000         if program-total-count >= program-total-limit
061100             set program-overflow to true
061200             go to 2400-exit
061300         end-if
061400         perform 2420-shift-program-down thru 2420-exit
061500             varying shift-index from program-total-count by -1
061600             until shift-index < insert-index
061700         add 1 to program-total-count
061800         move insert-index to program-found-index
061900         initialize program-total (program-found-index)
062000         move jrn-program to pt-program (program-found-index)
062100     end-if
062200     add 1 to pt-count (program-found-index category-index)
062300     add 1 to pt-total (program-found-index).
062400 2400-exit.
062500     exit.
062600 2410-check-one-program-total.
062700     if pt-program (program-index) = jrn-program
062800         set entry-found to true
062900         move program-index to program-found-index
063000     else
063100         compute insert-index = program-index + 1
063200     end-if.
063300 2410-exit.
063400     exit.
063500 2420-shift-program-down.
063600     move program-total (shift-index) to
063700            program-total (shift-index + 1).
063800 2420-exit.
063900     exit.
064000*----------------------------------------------------------------
064100*    ARRAY AND DAY - A SECOND PROGRAM ON THE SAME ARRAY AND DAY
064200*    FLAGS THE ARRAY.  AN ARRAY COUNTS ONCE PER PROGRAM IN THE
064300*    PROGRAM TOTALS, THE FIRST TIME THE PROGRAM TOUCHES IT.
064400*----------------------------------------------------------------
064500 2500-note-array-day.
064600     move "N" to entry-found-sw
064700     perform 2510-check-one-array-day thru 2510-exit
064800         varying day-index from 1 by 1
064900         until day-index > day-activity-count or entry-found
065000     if not entry-found
065100         if day-activity-count >= day-activity-limit
065200             set day-overflow to true
065300             go to 2500-exit
065400         end-if
065500         add 1 to day-activity-count
065600         move day-activity-count to day-found-index
065700         move jrn-array-id to da-array-id (day-found-index)
065800         move jrn-date to da-date (day-found-index)
065900         move 1 to da-program-used (day-found-index)
066000         move jrn-program to da-program-name (day-found-index 1)
066100         go to 2500-exit
066200     end-if
066300     move "N" to entry-found-sw
066400     perform 2520-check-one-day-program thru 2520-exit
066500         varying program-index from 1 by 1
066600         until program-index > da-program-used (day-found-index)
066700               or entry-found
066800     if entry-found
066900         go to 2500-exit
067000     end-if
067100     if da-program-used (day-found-index) = 1
067200         add 1 to multi-day-count
067300     end-if
067400     set aa-multi-program (array-found-index) to true
067500     if da-program-used (day-found-index) < 4
067600         add 1 to da-program-used (day-found-index)
067700         move da-program-used (day-found-index) to program-index
067800         move jrn-program to
067900             da-program-name (day-found-index program-index)
068000     end-if.
068100 2500-exit.
068200     exit.
068300 2510-check-one-array-day.
068400     if da-array-id (day-index) = jrn-array-id and
068500            da-date (day-index) = jrn-date
068600         set entry-found to true
068700         move day-index to day-found-index
068800     end-if.
068900 2510-exit.
069000     exit.
069100 2520-check-one-day-program.
069200     if da-program-name (day-found-index program-index) =
069300            jrn-program
069400         set entry-found to true
069500     end-if.
069600 2520-exit.
069700     exit.
069800*----------------------------------------------------------------
069900*    OWNERS - EACH ARRAY'S OWNER FROM ARRAYMST, THE ARRAY'S
070000*    COUNTS ADDED TO ITS OWNER'S TOTALS, AND THE ARRAY COUNTED
070100*    ONCE UNDER EACH PROGRAM THAT WROTE TO IT.
070200*----------------------------------------------------------------
070300 3000-set-owners.
070400     perform 3100-set-one-owner thru 3100-exit
070500         varying array-index from 1 by 1
070600         until array-index > array-activity-count.
070700 3000-exit.
070800     exit.
070900 3100-set-one-owner.
071000     move aa-array-id (array-index) to
071100         arr-array-id of array-master-record
071200      read array-master-file key is arr-array-id of
071300             array-master-record
071400     if array-master-ok
071500         move arr-array-owner of array-master-record to
071600             aa-owner (array-index)
071700     else
071800         move "(NONE)" to aa-owner (array-index)
071900     end-if
072000     perform 3200-add-owner-total thru 3200-exit
072100     perform 3300-count-program-array thru 3300-exit
072200         varying program-index from 1 by 1
072300         until program-index > aa-program-used (array-index).
072400 3100-exit.
072500     exit.
072600 3200-add-owner-total.
072700     move "N" to entry-found-sw
072800     move 1 to insert-index
072900     perform 3210-check-one-owner thru 3210-exit
073000         varying owner-index from 1 by 1
073100         until owner-index > owner-total-count or
073200               entry-found or
073300               ot-owner (owner-index) > aa-owner (array-index)
073400     if not entry-found
073500         if owner-total-count >= owner-total-limit
073600             set owner-overflow to true
073700             go to 3200-exit
073800         end-if
073900         perform 3220-shift-owner-down thru 3220-exit
074000             varying shift-index from owner-total-count by -1
074100             until shift-index < insert-index
074200         add 1 to owner-total-count
074300         move insert-index to owner-found-index
074400         initialize owner-total (owner-found-index)
074500         move aa-owner (array-index) to
074600             ot-owner (owner-found-index)
074700     end-if
074800     add 1 to ot-array-count (owner-found-index)
074900     perform 3230-add-one-owner-count thru 3230-exit
075000         varying category-index from 1 by 1
075100         until category-index > category-count
075200     add aa-total (array-index) to ot-total (owner-found-index).
075300 3200-exit.
075400     exit.
075500 3210-check-one-owner.
075600     if ot-owner (owner-index) = aa-owner (array-index)
075700         set entry-found to true
075800         move owner-index to owner-found-index
075900     else
076000         compute insert-index = owner-index + 1
076100     end-if.
076200 3210-exit.
076300     exit.
076400 3220-shift-owner-down.
076500     move owner-total (shift-index) to
076600            owner-total (shift-index + 1).
076700 3220-exit.
076800     exit.
076900 3230-add-one-owner-count.
077000     add aa-count (array-index category-index) to
077100         ot-count (owner-found-index category-index).
077200 3230-exit.
077300     exit.
077400 3300-count-program-array.
077500     move aa-program-name (array-index program-index)
077600         to search-key
077700     perform 3310-check-one-program-array thru 3310-exit
077800         varying program-found-index from 1 by 1
077900         until program-found-index > program-total-count.
078000 3300-exit.
078100     exit.
078200 3310-check-one-program-array.
078300     if pt-program (program-found-index) = search-key
078400         add 1 to pt-array-count (program-found-index)
078500     end-if.
078600 3310-exit.
078700     exit.
078800*----------------------------------------------------------------
078900*    THE REPORT - ARRAYS WITH THEIR MULTI-PROGRAM DAYS, THEN THE
079000*    OWNER AND PROGRAM TOTALS AND THE PERIOD TOTAL.
079100*----------------------------------------------------------------
079200 4000-write-report.
079300     if array-activity-count = zero
079400         move "NO JOURNAL ACTIVITY IN THE PERIOD"
079500             to activity-record
079600         write activity-record
079700     else
079800         move "ACTIVITY BY ARRAY" to activity-record
079900         write activity-record
080000         move heading-line to activity-record
080100         write activity-record
080200         perform 4100-write-one-array thru 4100-exit
080300             varying array-index from 1 by 1
080400             until array-index > array-activity-count
080500         perform 4400-write-owner-totals thru 4400-exit
080600         perform 4500-write-program-totals thru 4500-exit
080700     end-if
080800     move spaces to activity-record
080900     write activity-record
081000     move spaces to detail-line
081100     move "PERIOD TOTAL" to dl-label
081200     perform 4610-move-one-grand-count thru 4610-exit
081300         varying category-index from 1 by 1
081400         until category-index > category-count
081500     move grand-total to dl-total
081600     move array-activity-count to count-short-display
081700     string count-short-display " ARRAY(S)"
081800         delimited by size into dl-programs
081900     move detail-line to activity-record
082000     write activity-record
082100     perform 4700-write-notes thru 4700-exit.
082200 4000-exit.
082300     exit.
082400 4100-write-one-array.
082500     move spaces to detail-line
082600     move aa-array-id (array-index) to dl-array-id
082700     move aa-owner (array-index) to dl-owner
082800     perform 4110-move-one-array-count thru 4110-exit
082900         varying category-index from 1 by 1
083000         until category-index > category-count
083100     move aa-total (array-index) to dl-total
083200     if aa-multi-program (array-index)
083300         move "*" to dl-flag
083400         if highest-return-code < 4
083500             move 4 to highest-return-code
083600         end-if
083700     end-if
083800     move spaces to programs-text
083900     move 1 to text-pointer
084000     perform 4120-add-one-program-text thru 4120-exit
084100         varying program-index from 1 by 1
084200         until program-index > aa-program-used (array-index)
084300     if aa-others-count (array-index) > zero
084400         move aa-others-count (array-index)
084500             to count-short-display
084510         move zero to leading-space-count
084520         inspect count-short-display tallying leading-space-count
084530             for leading spaces
084600         string "OTHERS " count-short-display
084610             (leading-space-count + 1:)
084700             delimited by size into programs-text
084800             with pointer text-pointer
084900     end-if
085000     move programs-text to dl-programs
085100     move detail-line to activity-record
085200     write activity-record
085300     if aa-multi-program (array-index)
085400         perform 4200-write-one-multi-day thru 4200-exit
085500             varying day-index from 1 by 1
085600             until day-index > day-activity-count
085700     end-if.
085800 4100-exit.
085900     exit.
086000 4110-move-one-array-count.
086100     move aa-count (array-index category-index)
086200         to dl-count (category-index).
086300 4110-exit.
086400     exit.
086500 4120-add-one-program-text.
086600     move aa-program-count (array-index program-index)
086700         to count-short-display
086710     move zero to leading-space-count
086720     inspect count-short-display tallying leading-space-count
086730         for leading spaces
086800     string aa-program-name (array-index program-index)
086900         delimited by space
086910         " " count-short-display (leading-space-count + 1:)
087000         "  " delimited by size
087100         into programs-text
087200         with pointer text-pointer.
087300 4120-exit.
087400     exit.
087500 4200-write-one-multi-day.
087600     if da-array-id (day-index) not = aa-array-id (array-index)
087700         or da-program-used (day-index) < 2
087800         go to 4200-exit
087900     end-if
088000     move spaces to programs-text
088100     move 1 to text-pointer
088200     perform 4210-add-one-day-program thru 4210-exit
088300         varying program-index from 1 by 1
088400         until program-index > da-program-used (day-index)
088500     move spaces to activity-record
088600     string "         " da-date (day-index)
088700         "  CHANGED BY MORE THAN ONE PROGRAM: " programs-text
088800         delimited by size into activity-record
088900     write activity-record.
089000 4200-exit.
089100     exit.
089200 4210-add-one-day-program.
089300     if program-index > 1
089400         string ", " delimited by size
089500             into programs-text with pointer text-pointer
089600     end-if
089700     string da-program-name (day-index program-index)
089800         delimited by space
089900         into programs-text with pointer text-pointer.
090000 4210-exit.
090100     exit.
090200 4400-write-owner-totals.
090300     move spaces to activity-record
090400     write activity-record
090500     move "TOTALS BY OWNER" to activity-record
090600     write activity-record
090700     move heading-line to activity-record
090800     move "OWNER            " to activity-record (1:17)
090900     write activity-record
091000     perform 4410-write-one-owner thru 4410-exit
091100         varying owner-index from 1 by 1
091200         until owner-index > owner-total-count.
091300 4400-exit.
091400     exit.
091500 4410-write-one-owner.
091600     move spaces to detail-line
091700     move ot-owner (owner-index) to dl-array-id
091800     perform 4420-move-one-owner-count thru 4420-exit
091900         varying category-index from 1 by 1
092000         until category-index > category-count
092100     move ot-total (owner-index) to dl-total
092200     move ot-array-count (owner-index) to count-short-display
092300     string count-short-display " ARRAY(S)"
092400         delimited by size into dl-programs
092500     move detail-line to activity-record
092600     write activity-record.
092700 4410-exit.
092800     exit.
092900 4420-move-one-owner-count.
093000     move ot-count (owner-index category-index)
093100         to dl-count (category-index).
093200 4420-exit.
093300     exit.
093400 4500-write-program-totals.
093500     move spaces to activity-record
093600     write activity-record
093700     move "TOTALS BY PROGRAM" to activity-record
093800     write activity-record
093900     move heading-line to activity-record
094000     move "PROGRAM          " to activity-record (1:17)
094100     write activity-record
094200     perform 4510-write-one-program thru 4510-exit
094300         varying program-index from 1 by 1
094400         until program-index > program-total-count.
094500 4500-exit.
094600     exit.
094700 4510-write-one-program.
094800     move spaces to detail-line
094900     move pt-program (program-index) to dl-label
095000     perform 4520-move-one-program-count thru 4520-exit
095100         varying category-index from 1 by 1
095200         until category-index > category-count
095300     move pt-total (program-index) to dl-total
095400     move pt-array-count (program-index) to count-short-display
095500     string count-short-display " ARRAY(S)"
095600         delimited by size into dl-programs
095700     move detail-line to activity-record
095800     write activity-record.
095900 4510-exit.
096000     exit.
096100 4520-move-one-program-count.
096200     move pt-count (program-index category-index)
096300         to dl-count (category-index).
096400 4520-exit.
096500     exit.
096600 4610-move-one-grand-count.
096700     move grand-count (category-index)
096800         to dl-count (category-index).
096900 4610-exit.
097000     exit.
097100 4700-write-notes.
097200     move spaces to activity-record
097300     write activity-record
097400     move entries-read-count to count-display
097500     move grand-total to count-2-display
097600     move spaces to activity-record
097700     string "JOURNAL ENTRIES READ " count-display
097800         ", IN THE PERIOD " count-2-display
097900         delimited by size into activity-record
098000     write activity-record
098100     move multi-day-count to count-display
098200     move spaces to activity-record
098300     string "ARRAY-DAYS CHANGED BY MORE THAN ONE PROGRAM "
098400         count-display
098500         delimited by size into activity-record
098600     write activity-record
098700     if snapshot-entry-count > zero
098800         move snapshot-entry-count to count-display
098900         move spaces to activity-record
099000         string "ARRAYARCH SNAPSHOT ENTRIES IN THE PERIOD "
099100             count-display " - NOT COUNTED AS ACTIVITY"
099200             delimited by size into activity-record
099300         write activity-record
099400     end-if
099500     if array-overflow
099600         move spaces to activity-record
099700         string "WARNING - MORE THAN 500 ARRAYS IN THE PERIOD, "
099800             "THE REST ARE NOT SHOWN"
099900             delimited by size into activity-record
100000         write activity-record
100100     end-if
100200     if day-overflow
100300         move spaces to activity-record
100400         string "WARNING - MORE THAN 2000 ARRAY-DAYS IN THE "
100500             "PERIOD, LATER DAYS ARE NOT FLAGGED"
100600             delimited by size into activity-record
100700         write activity-record
100800     end-if
100900     if owner-overflow
101000         move spaces to activity-record
101100         string "WARNING - MORE THAN 200 OWNERS, THE REST ARE "
101200             "NOT TOTALLED"
101300             delimited by size into activity-record
101400         write activity-record
101500     end-if
101600     if program-overflow
101700         move spaces to activity-record
101800         string "WARNING - MORE THAN 20 PROGRAMS, THE REST ARE "
101900             "NOT TOTALLED"
102000             delimited by size into activity-record
102100         write activity-record
102200     end-if.
102300 4700-exit.
102400     exit.
102500*----------------------------------------------------------------
102600*    TERMINATION
102700*----------------------------------------------------------------
102800 9000-terminate.
102900     if master-open
103000         close array-master-file
103100     end-if
103200     if report-open
103300         close activity-file
103400     end-if
103500     if not run-abandoned
103600         move array-activity-count to count-display
103700         display "Activity report " activity-file-name
103800             " written - " count-display " array(s) changed"
103900     end-if.
104000 9000-exit.
104100     exit.
104200 end program ArrayAct.
