000100 identification division.
000200 program-id. ArrayArch as "ArraysAlgorithms.ArrayArch".
000300 author. J. Hajian.
000400 installation. ArraysAlgorithms Maintenance Group.
000500 date-written. 2026-10-15.
000600 date-compiled. 2026-10-15.
000700*----------------------------------------------------------------
000800*    ARRAYARCH
000900*
001000*    ARCHIVE AND CONDENSE FOR THE ARRAYJRN JOURNAL.  THE
001100*    JOURNAL IS APPEND-ONLY AND EVERY SORT, TRANSFOR, AND BROWSE
001200*    EDIT WRITES ONE RECORD PER CHANGED POSITION, WHILE
001300*    ARRAYAUDIT AND ARRAYINQ READ ALL OF IT.  THIS PROGRAM MOVES
001400*    THE ENTRIES DATED BEFORE A CUTOFF DATE TO THE DATED ARCHIVE
001500*    FILE ARRAYJRN.YYYYMMDD.DAT (RUN DATE, EXTENDED BY A SECOND
001600*    RUN THE SAME DAY) AND REBUILDS THE LIVE JOURNAL FROM WHAT
001700*    IS LEFT.
001800*
001900*    FOR EACH ARRAY WITH ARCHIVED ENTRIES THE REBUILT JOURNAL
002000*    STARTS WITH A SNAPSHOT OF THE ARRAY AS IT STOOD AFTER ITS
002100*    LAST ARCHIVED ENTRY, REPLAYED FROM THOSE ENTRIES BY THE
002200*    SAME RULES ARRAYINQ USES, AND DATED WITH THAT ENTRY'S
002300*    DATE AND TIME.  THE SNAPSHOT IS WRITTEN IN THE JOURNAL'S
002400*    OWN ONE-RECORD-PER-POSITION FORM:
002500*        SAVE      ONLY WHEN A SAVE WAS ARCHIVED - THE LATEST
002600*                  ONE CARRIED FORWARD WITH ITS DATE, TIME,
002700*                  OPERATOR, AND SAVED LENGTH, SO ARRAYAUDIT'S
002800*                  LATEST-SAVE CROSS-CHECK IS UNCHANGED
002900*        SNAPSHOT  POSITION ZERO, NEW VALUE = THE LENGTH; THE
003000*                  REPLAY STARTS AGAIN FROM HERE
003100*        SNAPVAL   ONE PER POSITION, NEW VALUE = THE ELEMENT
003200*    ALL THREE CARRY ARRAYARCH AS THE WRITING PROGRAM.  A LATER
003300*    RUN ARCHIVES THE SNAPSHOT WITH EVERYTHING ELSE AND REPLAYS
003400*    IT LIKE ANY OTHER ENTRY.
003500*
003600*    THE JOURNAL IS PASSED THREE TIMES: TO COUNT WHAT EACH ARRAY
003700*    HAS BEFORE AND AFTER THE CUTOFF, TO SPLIT IT INTO THE
003800*    ARRAYJWA (ARCHIVE) AND ARRAYJWR (RETAINED) WORK FILES, AND
003900*    - ONLY WHEN THE SPLIT AGREES WITH THE COUNT - TO APPEND
004000*    ARRAYJWA TO THE ARCHIVE AND REWRITE ARRAYJRN AS SNAPSHOTS
004100*    FOLLOWED BY ARRAYJWR.  AN ARRAY'S ARCHIVED ENTRIES ARE
004200*    ALWAYS THE LEADING ONES IN JOURNAL ORDER, SO ITS REPLAY
004300*    ORDER NEVER CHANGES.  NOTHING IS REMOVED UNLESS BOTH WORK
004400*    FILES ARE WRITTEN IN FULL; THE WORK FILES ARE LEFT IN
004500*    PLACE AFTER THE RUN AS A RECOVERY COPY.  THE RUN MUST HAVE
004600*    THE JOURNAL TO ITSELF - SCHEDULE IT IN THE NIGHTLY STREAM,
004700*    WHEN NO PROGRAM1, ARRAYTABLE, OR ARRAYBATCH SESSION IS UP.
004800*
004900*    THE CUTOFF COMES FROM THE OPTIONAL ARRAYARC CONTROL FILE
005000*    (DL100JA); WITH NO CARD THE LAST 90 DAYS ARE KEPT.  THE
005100*    DATED ARRARCH.YYYYMMDD.DAT CONTROL REPORT SHOWS, FOR EACH
005200*    ARRAY, THE RECORDS READ, ARCHIVED, AND RETAINED AND THE
005300*    SNAPSHOT RECORDS WRITTEN, WITH A HASH TOTAL (THE SUM OF
005400*    THE NEW VALUES) FOR EACH, AND PROVES THAT READ = ARCHIVED
005500*    + RETAINED BY COUNT AND BY HASH AND THAT THE ARCHIVE AND
005600*    THE REBUILT JOURNAL HOLD WHAT THE SPLIT PUT IN THEM.
005700*
005800*    RETURN CODES:  00 THE JOURNAL WAS CONDENSED AND TIES OUT,
005900*    OR NOTHING WAS OLDER THAN THE CUTOFF,
006000*    08 THE ARCHIVE OR THE REBUILT JOURNAL DID NOT TIE OUT TO
006100*    THE SPLIT - RECOVER FROM THE ARRAYJWA AND ARRAYJWR WORK
006200*    FILES,
006300*    12 THE CONTROL CARD WAS INVALID, A FILE COULD NOT BE
006400*    OPENED, THE JOURNAL HELD MORE THAN 500 ARRAY IDS, OR THE
006500*    SPLIT DID NOT AGREE WITH THE COUNT, AND ARRAYJRN WAS LEFT
006600*    AS IT WAS.
006700*----------------------------------------------------------------
006800*    MODIFICATION HISTORY.
006900*    2026-10-15  JHJ  ORIGINAL VERSION - ARCHIVES ARRAYJRN
007000*                     ENTRIES OLDER THAN A CUTOFF, LEAVES A
007100*                     SNAPSHOT OF EACH ARRAY IN THE LIVE
007200*                     JOURNAL, AND WRITES A CONTROL REPORT
007300*                     WITH HASH TOTALS.
007400*----------------------------------------------------------------
007500 environment division.
007600 configuration section.
007700 source-computer. GENERIC-COMPUTER.
007800 object-computer. GENERIC-COMPUTER.
007900 input-output section.
008000 file-control.
008100     select journal-file assign to "ARRAYJRN"
008200         organization is line sequential
008300         file status is journal-status.
008400     select archive-work-file assign to "ARRAYJWA"
008500         organization is line sequential
008600         file status is archive-work-status.
008700     select retained-work-file assign to "ARRAYJWR"
008800         organization is line sequential
008900         file status is retained-work-status.
009000     select archive-file assign to dynamic archive-file-name
009100         organization is line sequential
009200         file status is archive-file-status.
009300     select archive-control-file assign to "ARRAYARC"
009400         organization is line sequential
009500         file status is archive-control-status.
009600     select control-report-file assign to dynamic
009700         control-report-file-name
009800         organization is line sequential
009900         file status is control-report-status.
010000 data division.
010100 file section.
010200 fd  journal-file.
010300 01  journal-record.
010400     05  jrn-array-id             pic x(08).
010500     05  filler                   pic x(01).
010600     05  jrn-timestamp.
010700         10  jrn-date             pic 9(08).
010800         10  jrn-time             pic 9(06).
010900     05  filler                   pic x(01).
011000     05  jrn-operation            pic x(08).
011100     05  filler                   pic x(01).
011200     05  jrn-position             pic 9(04).
011300     05  filler                   pic x(01).
011400     05  jrn-old-value            pic s9(09)v9(02)
011500                                  sign leading separate.
011600     05  filler                   pic x(01).
011700     05  jrn-new-value            pic s9(09)v9(02)
011800                                  sign leading separate.
011900     05  filler                   pic x(01).
012000     05  jrn-program              pic x(10).
012100     05  filler                   pic x(01).
012200     05  jrn-operator             pic x(08).
012300 fd  archive-work-file.
012400 01  archive-work-record.
012500     05  awk-array-id             pic x(08).
012600     05  filler                   pic x(01).
012700     05  awk-timestamp.
012800         10  awk-date             pic 9(08).
012900         10  awk-time             pic 9(06).
013000     05  filler                   pic x(01).
013100     05  awk-operation            pic x(08).
013200     05  filler                   pic x(01).
013300     05  awk-position             pic 9(04).
013400     05  filler                   pic x(01).
013500     05  awk-old-value            pic s9(09)v9(02)
013600                                  sign leading separate.
013700     05  filler                   pic x(01).
013800     05  awk-new-value            pic s9(09)v9(02)
013900                                  sign leading separate.
014000     05  filler                   pic x(01).
014100     05  awk-program              pic x(10).
014200     05  filler                   pic x(01).
014300     05  awk-operator             pic x(08).
014400 fd  retained-work-file.
014500 01  retained-work-record.
014600     05  rwk-array-id             pic x(08).
014700     05  filler                   pic x(43).
014800     05  rwk-new-value            pic s9(09)v9(02)
014900                                  sign leading separate.
015000     05  filler                   pic x(20).
015100 fd  archive-file.
015200 01  archive-record               pic x(83).
015300 fd  archive-control-file.
015400 01  archive-control-record.
015500     copy DL100JA.
015600 fd  control-report-file.
015700 01  control-report-record        pic x(132).
015800 working-storage section.
015900*----------------------------------------------------------------
016000*    FILE STATUS AND SWITCHES
016100*----------------------------------------------------------------
016200 01  journal-status                pic x(02).
016300     88  journal-ok                           value "00".
016400     88  journal-eof                          value "10".
016500     88  journal-no-file                      value "35".
016600 01  archive-work-status           pic x(02).
016700     88  archive-work-ok                      value "00".
016800 01  retained-work-status          pic x(02).
016900     88  retained-work-ok                     value "00".
017000 01  archive-file-status           pic x(02).
017100     88  archive-file-ok                      value "00".
017200 01  archive-control-status        pic x(02).
017300     88  archive-control-ok                   value "00".
017400 01  control-report-status         pic x(02).
017500     88  control-report-ok                    value "00".
017600 01  run-abandoned-sw              pic x(01) value "N".
017700     88  run-abandoned                        value "Y".
017800 01  report-open-sw                pic x(01) value "N".
017900     88  report-open                          value "Y".
018000 01  nothing-to-archive-sw         pic x(01) value "N".
018100     88  nothing-to-archive                   value "Y".
018200 01  array-overflow-sw             pic x(01) value "N".
018300     88  array-overflow                       value "Y".
018400 01  array-found-sw                pic x(01).
018500     88  array-found                          value "Y".
018600 01  write-failed-sw               pic x(01) value "N".
018700     88  write-failed                         value "Y".
018800 01  date-valid-sw                 pic x(01).
018900     88  date-valid                           value "Y".
019000*----------------------------------------------------------------
019100*    FILE NAMES, DATES, AND THE CUTOFF
019200*----------------------------------------------------------------
019300 01  archive-file-name             pic x(21).
019400 01  control-report-file-name      pic x(20).
019500 01  current-date-fields.
019600     05  current-date-yyyymmdd    pic 9(08).
019700 01  cutoff-date                   pic 9(08).
019800 01  cutoff-date-split redefines cutoff-date.
019900     05  cutoff-year              pic 9(04).
020000     05  cutoff-month             pic 9(02).
020100     05  cutoff-day               pic 9(02).
020200 01  keep-days                     pic s9(04) comp value 90.
020300 01  keep-days-display             pic zz9.
020400 01  day-step-count                pic s9(04) comp.
020500 01  days-in-month-work            pic s9(04) comp.
020600 01  leap-work                     pic s9(09) comp.
020700 01  leap-remainder                pic s9(09) comp.
020800 01  date-work-9                   pic 9(08).
020900 01  highest-return-code           pic s9(04) comp value zero.
021000*----------------------------------------------------------------
021100*    PER-ARRAY CONTROL TABLE - ONE ENTRY PER ARRAY ID IN THE
021200*    JOURNAL, IN ORDER OF FIRST APPEARANCE.  THE ARCHIVED
021300*    ENTRIES OF AN ARRAY ARE ITS FIRST ACR-ARCHIVED-COUNT
021400*    ENTRIES IN JOURNAL ORDER: ONCE AN ARRAY HAS AN ENTRY THAT
021500*    IS KEPT, EVERY LATER ENTRY FOR IT IS KEPT TOO.
021600*    ACR-OWN-COUNT COUNTS THE ARCHIVED ENTRIES THAT ARE AN
021700*    EARLIER RUN'S SNAPSHOT; AN ARRAY WITH NOTHING ELSE BEFORE
021800*    THE CUTOFF IS LEFT AS IT IS.
021900*----------------------------------------------------------------
022000 01  array-control-table.
022100     05  array-control             occurs 500 times.
022200         10  acr-array-id          pic x(08).
022300         10  acr-read-count        pic s9(09) comp.
022400         10  acr-archived-count    pic s9(09) comp.
022500         10  acr-retained-count    pic s9(09) comp.
022600         10  acr-snapshot-count    pic s9(09) comp.
022700         10  acr-split-seen-count  pic s9(09) comp.
022800         10  acr-read-hash         pic s9(15)v9(02) comp-3.
022900         10  acr-archived-hash     pic s9(15)v9(02) comp-3.
023000         10  acr-retained-hash     pic s9(15)v9(02) comp-3.
023100         10  acr-last-date         pic 9(08).
023200         10  acr-last-time         pic 9(06).
023300         10  acr-retain-started-sw pic x(01).
023400             88  acr-retain-started           value "Y".
023500         10  acr-own-count         pic s9(09) comp.
023600         10  acr-save-archived-sw  pic x(01).
023700             88  acr-save-archived            value "Y".
023800         10  acr-save-length       pic s9(09)v9(02) comp-3.
023900         10  acr-save-date         pic 9(08).
024000         10  acr-save-time         pic 9(06).
024100         10  acr-save-operator     pic x(08).
024200 01  array-control-limit           pic s9(04) comp value 500.
024300 01  array-control-count           pic s9(04) comp value zero.
024400 01  array-index                   pic s9(04) comp.
024500 01  array-found-index             pic s9(04) comp.
024600*----------------------------------------------------------------
024700*    RUN CONTROL TOTALS
024800*----------------------------------------------------------------
024900 01  count-read-total              pic s9(09) comp value zero.
025000 01  count-archived-total          pic s9(09) comp value zero.
025100 01  count-retained-total          pic s9(09) comp value zero.
025200 01  count-snapshot-total          pic s9(09) comp value zero.
025300 01  hash-read-total               pic s9(15)v9(02) value zero.
025400 01  hash-archived-total           pic s9(15)v9(02) value zero.
025500 01  hash-retained-total           pic s9(15)v9(02) value zero.
025600 01  hash-snapshot-total           pic s9(15)v9(02) value zero.
025700 01  split-read-total              pic s9(09) comp value zero.
025800 01  split-archived-total          pic s9(09) comp value zero.
025900 01  split-retained-total          pic s9(09) comp value zero.
026000 01  split-archived-hash           pic s9(15)v9(02) value zero.
026100 01  split-retained-hash           pic s9(15)v9(02) value zero.
026200 01  copied-archived-total         pic s9(09) comp value zero.
026300 01  copied-retained-total         pic s9(09) comp value zero.
026400 01  copied-archived-hash          pic s9(15)v9(02) value zero.
026500 01  copied-retained-hash          pic s9(15)v9(02) value zero.
026600 01  arrays-archived-count         pic s9(09) comp value zero.
026700*----------------------------------------------------------------
026800*    REPLAYED ARRAY - BUILT FROM AN ARRAY'S ARCHIVED ENTRIES, IN
026900*    ORDER, STARTING FROM AN EMPTY ARRAY, AS ARRAYINQ DOES.
027000*----------------------------------------------------------------
027100 01  image-value-table.
027200     05  image-value               occurs 9999 times
027300                                   pic s9(09)v9(02) comp.
027400 01  image-length                  pic s9(09) comp.
027500 01  apply-position                pic s9(09) comp.
027600 01  shift-index                   pic s9(09) comp.
027700 01  snap-index                    pic s9(09) comp.
027800*----------------------------------------------------------------
027900*    REPORT LINES AND EDIT FIELDS
028000*----------------------------------------------------------------
028100 01  detail-line.
028200     05  dtl-array-id              pic x(08).
028300     05  filler                    pic x(02).
028400     05  dtl-read                  pic z(08)9.
028500     05  filler                    pic x(02).
028600     05  dtl-archived              pic z(08)9.
028700     05  filler                    pic x(02).
028800     05  dtl-retained              pic z(08)9.
028900     05  filler                    pic x(02).
029000     05  dtl-snapshot              pic z(08)9.
029100     05  filler                    pic x(02).
029200     05  dtl-read-hash             pic -(13)9.9(2).
029300     05  filler                    pic x(02).
029400     05  dtl-archived-hash         pic -(13)9.9(2).
029500     05  filler                    pic x(02).
029600     05  dtl-retained-hash         pic -(13)9.9(2).
029700     05  filler                    pic x(23).
029800 01  count-display                 pic z(08)9.
029900 01  count-2-display               pic z(08)9.
030000 01  hash-display                  pic -(15)9.9(2).
030100 01  hash-2-display                pic -(15)9.9(2).
030200 procedure division.
030300 0000-mainline.
030400     perform 1000-initialize thru 1000-exit
030500     if not run-abandoned
030600         perform 2000-count-journal thru 2000-exit
030700     end-if
030800     if not run-abandoned and not nothing-to-archive
030900         perform 3000-split-journal thru 3000-exit
031000     end-if
031100     if not run-abandoned and not nothing-to-archive
031200         perform 4000-rebuild-journal thru 4000-exit
031300     end-if
031400     perform 9000-terminate thru 9000-exit
031500     move highest-return-code to return-code
031600     goback.
031700 0000-exit.
031800     exit.
031900*----------------------------------------------------------------
032000*    INITIALIZATION - REPORT FIRST, SO EVERY LATER FAILURE CAN
032100*    BE WRITTEN TO IT, THEN THE CUTOFF.
032200*----------------------------------------------------------------
032300 1000-initialize.
032400     accept current-date-fields from date yyyymmdd
032500     move spaces to control-report-file-name
032600     string "ARRARCH." current-date-yyyymmdd ".DAT"
032700         delimited by size into control-report-file-name
032800     open output control-report-file
032900     if not control-report-ok
033000         display "Error - could not open the ARRARCH report "
033100             "file, status " control-report-status
033200         move 12 to highest-return-code
033300         set run-abandoned to true
033400         go to 1000-exit
033500     end-if
033600     set report-open to true
033700     move spaces to archive-file-name
033800     string "ARRAYJRN." current-date-yyyymmdd ".DAT"
033900         delimited by size into archive-file-name
034000     perform 1050-read-control-card thru 1050-exit
034100     if run-abandoned
034200         go to 1000-exit
034300     end-if
034400     move spaces to control-report-record
034500     string "ARRAYJRN ARCHIVE AND CONDENSE   CUTOFF "
034600         cutoff-date "   RUN " current-date-yyyymmdd
034700         delimited by size into control-report-record
034800     write control-report-record
034900     move spaces to control-report-record
035000     string "ENTRIES DATED BEFORE " cutoff-date
035100         " ARE MOVED TO " archive-file-name
035200         delimited by size into control-report-record
035300     write control-report-record
035400     move spaces to control-report-record
035500     write control-report-record.
035600 1000-exit.
035700     exit.
035800*----------------------------------------------------------------
035900*    CONTROL CARD - THE OPTIONAL ARRAYARC FILE (DL100JA).  A
036000*    CUTOFF DATE ON THE CARD IS USED AS IT STANDS; OTHERWISE
036100*    THE CUTOFF IS THE RUN DATE LESS THE DAYS TO KEEP.
036200*----------------------------------------------------------------
036300 1050-read-control-card.
036400     move spaces to archive-control-record
036500     open input archive-control-file
036600     if archive-control-ok
036700         read archive-control-file
036800         if not archive-control-ok
036900             move spaces to archive-control-record
037000         end-if
037100         close archive-control-file
037200     end-if
037300     if arc-cutoff-date not = spaces
037400         move arc-cutoff-date to date-work-9
037500         perform 1300-validate-date thru 1300-exit
037600         if not date-valid or
037700                date-work-9 > current-date-yyyymmdd
037800             move spaces to control-report-record
037900             string "ARRAYARC CUTOFF DATE " arc-cutoff-date
038000                 " IS NOT A CALENDAR DATE ON OR BEFORE TODAY"
038100                 " - RUN ABANDONED"
038200                 delimited by size into control-report-record
038300             perform 1060-abandon-on-control thru 1060-exit
038400             go to 1050-exit
038500         end-if
038600         move date-work-9 to cutoff-date
038700         go to 1050-exit
038800     end-if
038900     if arc-keep-days not = spaces
039000         if arc-keep-days numeric and arc-keep-days not = "000"
039100             move arc-keep-days to keep-days
039200         else
039300             move spaces to control-report-record
039400             string "ARRAYARC DAYS TO KEEP " arc-keep-days
039500                 " IS NOT 001 TO 999 - RUN ABANDONED"
039600                 delimited by size into control-report-record
039700             perform 1060-abandon-on-control thru 1060-exit
039800             go to 1050-exit
039900         end-if
040000     end-if
040100     move current-date-yyyymmdd to cutoff-date
040200     perform 1130-back-one-day thru 1130-exit
040300         varying day-step-count from 1 by 1
040400         until day-step-count > keep-days
040500     move keep-days to keep-days-display
040600     display "Keeping " keep-days-display " days - cutoff "
040700         cutoff-date.
040800 1050-exit.
040900     exit.
041000 1060-abandon-on-control.
041100     write control-report-record
041200     display "Error - " control-report-record (1:60)
041300     move 12 to highest-return-code
041400     set run-abandoned to true.
041500 1060-exit.
041600     exit.
041700*----------------------------------------------------------------
041800*    CALENDAR - WALK THE CUTOFF BACK ONE REAL DAY, WITH MONTH
041900*    LENGTHS AND LEAP-YEAR FEBRUARYS HONORED, AS ARRAYMAINT'S
042000*    PURGE CUTOFF DOES.
042100*----------------------------------------------------------------
042200 1130-back-one-day.
042300     if cutoff-day > 1
042400         subtract 1 from cutoff-day
042500     else
042600         if cutoff-month > 1
042700             subtract 1 from cutoff-month
042800         else
042900             move 12 to cutoff-month
043000             subtract 1 from cutoff-year
043100         end-if
043200         perform 1140-set-days-in-month thru 1140-exit
043300         move days-in-month-work to cutoff-day
043400     end-if.
043500 1130-exit.
043600     exit.
043700 1140-set-days-in-month.
043800     evaluate cutoff-month
043900         when 01
044000         when 03
044100         when 05
044200         when 07
044300         when 08
044400         when 10
044500         when 12
044600             move 31 to days-in-month-work
044700         when 04
044800         when 06
044900         when 09
045000         when 11
045100             move 30 to days-in-month-work
045200         when other
045300             move 28 to days-in-month-work
045400             divide cutoff-year by 4
045500                 giving leap-work remainder leap-remainder
045600             if leap-remainder = zero
045700                 move 29 to days-in-month-work
045800                 divide cutoff-year by 100
045900                     giving leap-work remainder leap-remainder
046000                 if leap-remainder = zero
046100                     move 28 to days-in-month-work
046200                     divide cutoff-year by 400
046300                          giving leap-work remainder
046400                                leap-remainder
046500                     if leap-remainder = zero
046600                         move 29 to days-in-month-work
046700                     end-if
046800                 end-if
046900             end-if
047000     end-evaluate.
047100 1140-exit.
047200     exit.
047300 1300-validate-date.
047400     move "N" to date-valid-sw
047500     if date-work-9 not numeric
047600         go to 1300-exit
047700     end-if
047800     if date-work-9 < 19000101 or
047900            date-work-9 (5:2) < "01" or
048000            date-work-9 (5:2) > "12" or
048100            date-work-9 (7:2) < "01" or
048200            date-work-9 (7:2) > "31"
048300         go to 1300-exit
048400     end-if
048500     set date-valid to true.
048600 1300-exit.
048700     exit.
048800*----------------------------------------------------------------
048900*    PASS 1 - COUNT EVERY ARRAY'S ENTRIES BEFORE AND AFTER THE
049000*    CUTOFF, AND NOTE ITS LAST ARCHIVED ENTRY AND LATEST
049100*    ARCHIVED SAVE.
049200*----------------------------------------------------------------
049300 2000-count-journal.
049400     open input journal-file
049500     if journal-no-file
049600         move "NO ARRAYJRN JOURNAL FOUND - NOTHING TO ARCHIVE"
049700             to control-report-record
049800         write control-report-record
049900         set nothing-to-archive to true
050000         go to 2000-exit
050100     end-if
050200     if not journal-ok
050300         move spaces to control-report-record
050400         string "COULD NOT OPEN ARRAYJRN, STATUS "
050500             journal-status " - RUN ABANDONED"
050600             delimited by size into control-report-record
050700         perform 1060-abandon-on-control thru 1060-exit
050800         go to 2000-exit
050900     end-if
051000     perform 2100-count-one-entry thru 2100-exit
051100         until not journal-ok
051200     close journal-file
051300     if array-overflow
051400         move spaces to control-report-record
051500         string "MORE THAN 500 ARRAY IDS IN ARRAYJRN - NOTHING "
051600             "ARCHIVED, RUN ABANDONED"
051700             delimited by size into control-report-record
051800         perform 1060-abandon-on-control thru 1060-exit
051900         go to 2000-exit
052000     end-if
052100     perform 2400-keep-own-snapshot thru 2400-exit
052200         varying array-index from 1 by 1
052300         until array-index > array-control-count
052400     if count-archived-total = zero
052500         move spaces to control-report-record
052600         string "NO ARRAYJRN ENTRY IS DATED BEFORE THE CUTOFF - "
052700             "NOTHING ARCHIVED"
052800             delimited by size into control-report-record
052900         write control-report-record
053000         move spaces to control-report-record
053100         write control-report-record
053200         set nothing-to-archive to true
053300     end-if.
053400 2000-exit.
053500     exit.
053600 2100-count-one-entry.
053700     read journal-file
053800     if not journal-ok
053900         go to 2100-exit
054000     end-if
054100     perform 2200-find-array-control thru 2200-exit
054200     if not array-found
054300         if array-control-count >= array-control-limit
054400             set array-overflow to true
054500             go to 2100-exit
054600         end-if
054700         perform 2300-add-array-control thru 2300-exit
054800     end-if
054900     add 1 to count-read-total
055000     add jrn-new-value to hash-read-total
055100     add 1 to acr-read-count (array-found-index)
055200     add jrn-new-value to acr-read-hash (array-found-index)
055300     if jrn-date < cutoff-date and
055400            not acr-retain-started (array-found-index)
055500         add 1 to count-archived-total
055600         add jrn-new-value to hash-archived-total
055700         add 1 to acr-archived-count (array-found-index)
055800         if jrn-program = "ARRAYARCH"
055900             add 1 to acr-own-count (array-found-index)
056000         end-if
056100         add jrn-new-value to
056200             acr-archived-hash (array-found-index)
056300         move jrn-date to acr-last-date (array-found-index)
056400         move jrn-time to acr-last-time (array-found-index)
056500         if jrn-operation = "SAVE"
056600             set acr-save-archived (array-found-index) to true
056700             move jrn-new-value to
056800                 acr-save-length (array-found-index)
056900             move jrn-date to acr-save-date (array-found-index)
057000             move jrn-time to acr-save-time (array-found-index)
057100             move jrn-operator to
057200                 acr-save-operator (array-found-index)
057300         end-if
057400     else
057500         set acr-retain-started (array-found-index) to true
057600         add 1 to count-retained-total
057700         add jrn-new-value to hash-retained-total
057800         add 1 to acr-retained-count (array-found-index)
057900         add jrn-new-value to
058000             acr-retained-hash (array-found-index)
058100     end-if.
058200 2100-exit.
058300     exit.
058400 2200-find-array-control.
058500     move "N" to array-found-sw
058600     perform 2210-check-one-array-control thru 2210-exit
058700         varying array-index from 1 by 1
058800         until array-index > array-control-count or array-found.
058900 2200-exit.
059000     exit.
059100 2210-check-one-array-control.
059200     if acr-array-id (array-index) = jrn-array-id
059300         set array-found to true
059400         move array-index to array-found-index
059500     end-if.
059600 2210-exit.
059700     exit.
059800 2300-add-array-control.
059900     add 1 to array-control-count
060000     move array-control-count to array-found-index
060100     move jrn-array-id to acr-array-id (array-found-index)
060200     move zero to acr-read-count (array-found-index)
060300                  acr-archived-count (array-found-index)
060400                  acr-retained-count (array-found-index)
060500                  acr-snapshot-count (array-found-index)
060600                  acr-split-seen-count (array-found-index)
060700                  acr-read-hash (array-found-index)
060800                  acr-archived-hash (array-found-index)
060900                  acr-retained-hash (array-found-index)
061000                  acr-own-count (array-found-index)
061100                  acr-last-date (array-found-index)
061200                  acr-last-time (array-found-index)
061300                  acr-save-length (array-found-index)
061400                  acr-save-date (array-found-index)
061500                  acr-save-time (array-found-index)
061600     move "N" to acr-retain-started-sw (array-found-index)
061700                 acr-save-archived-sw (array-found-index)
061800     move spaces to acr-save-operator (array-found-index)
061900     set array-found to true.
062000 2300-exit.
062100     exit.
062200*----------------------------------------------------------------
062300*    AN ARRAY WHOSE ONLY ENTRIES BEFORE THE CUTOFF ARE AN EARLIER
062400*    RUN'S SNAPSHOT HAS NOTHING NEW TO ARCHIVE - ITS ENTRIES ARE
062500*    ALL KEPT, SO THE SAME SNAPSHOT IS NOT ARCHIVED NIGHT AFTER
062600*    NIGHT.
062700*----------------------------------------------------------------
062800 2400-keep-own-snapshot.
062900     if acr-archived-count (array-index) = zero or
063000            acr-own-count (array-index) <
063100            acr-archived-count (array-index)
063200         go to 2400-exit
063300     end-if
063400     subtract acr-archived-count (array-index)
063500         from count-archived-total
063600     add acr-archived-count (array-index) to count-retained-total
063700     subtract acr-archived-hash (array-index)
063800         from hash-archived-total
063900     add acr-archived-hash (array-index) to hash-retained-total
064000     add acr-archived-count (array-index)
064100         to acr-retained-count (array-index)
064200     add acr-archived-hash (array-index)
064300         to acr-retained-hash (array-index)
064400     move zero to acr-archived-count (array-index)
064500                  acr-archived-hash (array-index)
064600     move "N" to acr-save-archived-sw (array-index).
064700 2400-exit.
064800     exit.
064900*----------------------------------------------------------------
065000*    PASS 2 - SPLIT THE JOURNAL INTO THE TWO WORK FILES.  EACH
065100*    ARRAY'S FIRST ACR-ARCHIVED-COUNT ENTRIES GO TO ARRAYJWA,
065200*    THE REST TO ARRAYJWR.  THE SPLIT MUST AGREE WITH PASS 1 IN
065300*    COUNT AND HASH OR ARRAYJRN IS LEFT ALONE.
065400*----------------------------------------------------------------
065500 3000-split-journal.
065600     open input journal-file
065700     if not journal-ok
065800         move spaces to control-report-record
065900         string "COULD NOT REOPEN ARRAYJRN, STATUS "
066000             journal-status " - RUN ABANDONED"
066100             delimited by size into control-report-record
066200         perform 1060-abandon-on-control thru 1060-exit
066300         go to 3000-exit
066400     end-if
066500     open output archive-work-file
066600     open output retained-work-file
066700     if not archive-work-ok or not retained-work-ok
066800         move spaces to control-report-record
066900         string "COULD NOT OPEN THE ARRAYJWA/ARRAYJWR WORK "
067000             "FILES, STATUS " archive-work-status "/"
067100             retained-work-status " - RUN ABANDONED"
067200             delimited by size into control-report-record
067300         perform 1060-abandon-on-control thru 1060-exit
067400         close journal-file
067500         go to 3000-exit
067600     end-if
067700     perform 3100-split-one-entry thru 3100-exit
067800         until not journal-ok or write-failed
067900     close journal-file
068000     close archive-work-file
068100     close retained-work-file
068200     if write-failed or
068300            array-overflow or
068400            split-read-total not = count-read-total or
068500            split-archived-total not = count-archived-total or
068600            split-retained-total not = count-retained-total or
068700            split-archived-hash not = hash-archived-total or
068800            split-retained-hash not = hash-retained-total
068900         move spaces to control-report-record
069000         string "THE SPLIT DID NOT AGREE WITH THE COUNT - "
069100             "ARRAYJRN CHANGED OR A WORK FILE WRITE FAILED, "
069200             "NOTHING ARCHIVED, RUN ABANDONED"
069300             delimited by size into control-report-record
069400         perform 1060-abandon-on-control thru 1060-exit
069500     end-if.
069600 3000-exit.
069700     exit.
069800 3100-split-one-entry.
069900     read journal-file
070000     if not journal-ok
070100         go to 3100-exit
070200     end-if
070300     add 1 to split-read-total
070400     perform 2200-find-array-control thru 2200-exit
070500     if not array-found
070600         set array-overflow to true
070700         go to 3100-exit
070800     end-if
070900     add 1 to acr-split-seen-count (array-found-index)
071000     if acr-split-seen-count (array-found-index) not >
071100            acr-archived-count (array-found-index)
071200         move journal-record to archive-work-record
071300         write archive-work-record
071400         if not archive-work-ok
071500             set write-failed to true
071600         end-if
071700         add 1 to split-archived-total
071800         add jrn-new-value to split-archived-hash
071900     else
072000         move journal-record to retained-work-record
072100         write retained-work-record
072200         if not retained-work-ok
072300             set write-failed to true
072400         end-if
072500         add 1 to split-retained-total
072600         add jrn-new-value to split-retained-hash
072700     end-if.
072800 3100-exit.
072900     exit.
073000*----------------------------------------------------------------
073100*    PASS 3 - APPEND ARRAYJWA TO THE DATED ARCHIVE, THEN REWRITE
073200*    ARRAYJRN: A SNAPSHOT FOR EACH ARRAY THAT HAD ENTRIES
073300*    ARCHIVED, FOLLOWED BY EVERY RETAINED ENTRY IN ITS ORIGINAL
073400*    ORDER.
073500*----------------------------------------------------------------
073600 4000-rebuild-journal.
073700     perform 4100-copy-to-archive thru 4100-exit
073800     if run-abandoned
073900         go to 4000-exit
074000     end-if
074100     open output journal-file
074200     if not journal-ok
074300         move spaces to control-report-record
074400         string "COULD NOT REWRITE ARRAYJRN, STATUS "
074500             journal-status " - RESTORE IT FROM ARRAYJWA "
074600             "AND ARRAYJWR"
074700             delimited by size into control-report-record
074800         write control-report-record
074900         display "Error - " control-report-record (1:60)
075000         move 8 to highest-return-code
075100         go to 4000-exit
075200     end-if
075300     perform 4200-write-snapshot thru 4200-exit
075400         varying array-index from 1 by 1
075500         until array-index > array-control-count
075600     open input retained-work-file
075700     if retained-work-ok
075800         perform 4400-copy-one-retained thru 4400-exit
075900             until not retained-work-ok
076000         close retained-work-file
076100     end-if
076200     close journal-file
076300     move count-archived-total to count-display
076400     move count-retained-total to count-2-display
076500     display "ARRAYJRN condensed - " count-display
076600         " archived, " count-2-display " retained".
076700 4000-exit.
076800     exit.
076900 4100-copy-to-archive.
077000     open extend archive-file
077100     if not archive-file-ok
077200         open output archive-file
077300     end-if
077400     if not archive-file-ok
077500         move spaces to control-report-record
077600         string "COULD NOT OPEN " archive-file-name ", STATUS "
077700             archive-file-status " - NOTHING ARCHIVED, RUN "
077800             "ABANDONED"
077900             delimited by size into control-report-record
078000         perform 1060-abandon-on-control thru 1060-exit
078100         go to 4100-exit
078200     end-if
078300     open input archive-work-file
078400     if not archive-work-ok
078500         move spaces to control-report-record
078600         string "COULD NOT REOPEN ARRAYJWA, STATUS "
078700             archive-work-status " - NOTHING ARCHIVED, RUN "
078800             "ABANDONED"
078900             delimited by size into control-report-record
079000         perform 1060-abandon-on-control thru 1060-exit
079100         close archive-file
079200         go to 4100-exit
079300     end-if
079400     perform 4110-copy-one-archived thru 4110-exit
079500         until not archive-work-ok or write-failed
079600     close archive-work-file
079700     close archive-file
079800     if write-failed or
079900            copied-archived-total not = count-archived-total
080000         move spaces to control-report-record
080100         string "THE WRITE TO " archive-file-name " FAILED - "
080200             "ARRAYJRN LEFT AS IT WAS, RUN ABANDONED"
080300             delimited by size into control-report-record
080400         perform 1060-abandon-on-control thru 1060-exit
080500     end-if.
080600 4100-exit.
080700     exit.
080800 4110-copy-one-archived.
080900     read archive-work-file
081000     if not archive-work-ok
081100         go to 4110-exit
081200     end-if
081300     move archive-work-record to archive-record
081400     write archive-record
081500     if not archive-file-ok
081600         set write-failed to true
081700         go to 4110-exit
081800     end-if
081900     add 1 to copied-archived-total
082000     add awk-new-value to copied-archived-hash.
082100 4110-exit.
082200     exit.
082300*----------------------------------------------------------------
082400*    SNAPSHOT - REPLAY THE ARRAY'S ARCHIVED ENTRIES FROM ARRAYJWA
082500*    AND WRITE THE CARRIED SAVE, THE SNAPSHOT HEADER, AND ONE
082600*    SNAPVAL PER POSITION, ALL AT OR BEFORE THE DATE AND TIME
082700*    OF ITS LAST ARCHIVED ENTRY.
082800*----------------------------------------------------------------
082900 4200-write-snapshot.
083000     if acr-archived-count (array-index) = zero
083100         go to 4200-exit
083200     end-if
083300     add 1 to arrays-archived-count
083400     move zero to image-length
083500     open input archive-work-file
083600     if archive-work-ok
083700         perform 4210-replay-one-archived thru 4210-exit
083800             until not archive-work-ok
083900         close archive-work-file
084000     end-if
084100     if acr-save-archived (array-index)
084200         move spaces to journal-record
084300         move acr-array-id (array-index) to jrn-array-id
084400         move acr-save-date (array-index) to jrn-date
084500         move acr-save-time (array-index) to jrn-time
084600         move "SAVE" to jrn-operation
084700         move zero to jrn-position
084800         move zero to jrn-old-value
084900         move acr-save-length (array-index) to jrn-new-value
085000         move "ARRAYARCH" to jrn-program
085100         move acr-save-operator (array-index) to jrn-operator
085200         perform 4290-write-snapshot-record thru 4290-exit
085300     end-if
085400     move spaces to journal-record
085500     move acr-array-id (array-index) to jrn-array-id
085600     move acr-last-date (array-index) to jrn-date
085700     move acr-last-time (array-index) to jrn-time
085800     move "SNAPSHOT" to jrn-operation
085900     move zero to jrn-position
086000     move zero to jrn-old-value
086100     move image-length to jrn-new-value
086200     move "ARRAYARCH" to jrn-program
086300     perform 4290-write-snapshot-record thru 4290-exit
086400     perform 4280-write-one-snapval thru 4280-exit
086500         varying snap-index from 1 by 1
086600         until snap-index > image-length.
086700 4200-exit.
086800     exit.
086900 4210-replay-one-archived.
087000     read archive-work-file
087100     if not archive-work-ok
087200         go to 4210-exit
087300     end-if
087400     if awk-array-id not = acr-array-id (array-index)
087500         go to 4210-exit
087600     end-if
087700     move awk-position to apply-position
087800     evaluate true
087900         when awk-operation = "INSERT"
088000             perform 4220-apply-insert thru 4220-exit
088100         when awk-operation = "DELETE"
088200             perform 4230-apply-delete thru 4230-exit
088300         when awk-operation = "SAVE"
088400             move awk-new-value to image-length
088500         when awk-operation = "SNAPSHOT"
088600             move awk-new-value to image-length
088700         when awk-operation = "UNDO" and awk-old-value = zero
088800                and awk-new-value not = zero
088900             perform 4220-apply-insert thru 4220-exit
089000         when awk-operation = "UNDO" and awk-new-value = zero
089100                and awk-old-value not = zero
089200             perform 4230-apply-delete thru 4230-exit
089300         when other
089400             perform 4240-apply-positional thru 4240-exit
089500     end-evaluate.
089600 4210-exit.
089700     exit.
089800 4220-apply-insert.
089900     if apply-position < 1 or apply-position > image-length + 1
090000            or image-length >= 9999
090100         go to 4220-exit
090200     end-if
090300     perform 4225-shift-one-down thru 4225-exit
090400         varying shift-index from image-length by -1
090500         until shift-index < apply-position
090600     move awk-new-value to image-value (apply-position)
090700     add 1 to image-length.
090800 4220-exit.
090900     exit.
091000 4225-shift-one-down.
091100     move image-value (shift-index) to
091200            image-value (shift-index + 1).
091300 4225-exit.
091400     exit.
091500 4230-apply-delete.
091600     if apply-position < 1 or apply-position > image-length
091700         go to 4230-exit
091800     end-if
091900     perform 4235-shift-one-up thru 4235-exit
092000         varying shift-index from apply-position by 1
092100         until shift-index >= image-length
092200     subtract 1 from image-length.
092300 4230-exit.
092400     exit.
092500 4235-shift-one-up.
092600     move image-value (shift-index + 1) to
092700            image-value (shift-index).
092800 4235-exit.
092900     exit.
093000 4240-apply-positional.
093100     if apply-position < 1 or apply-position > 9999
093200         go to 4240-exit
093300     end-if
093400     move awk-new-value to image-value (apply-position)
093500     if apply-position > image-length
093600         move apply-position to image-length
093700     end-if.
093800 4240-exit.
093900     exit.
094000 4280-write-one-snapval.
094100     move spaces to journal-record
094200     move acr-array-id (array-index) to jrn-array-id
094300     move acr-last-date (array-index) to jrn-date
094400     move acr-last-time (array-index) to jrn-time
094500     move "SNAPVAL" to jrn-operation
094600     move snap-index to jrn-position
094700     move zero to jrn-old-value
094800     move image-value (snap-index) to jrn-new-value
094900     move "ARRAYARCH" to jrn-program
095000     perform 4290-write-snapshot-record thru 4290-exit.
095100 4280-exit.
095200     exit.
095300 4290-write-snapshot-record.
095400     write journal-record
095500     if not journal-ok
095600         set write-failed to true
095700     end-if
095800     add 1 to acr-snapshot-count (array-index)
095900     add 1 to count-snapshot-total
096000     add jrn-new-value to hash-snapshot-total.
096100 4290-exit.
096200     exit.
096300 4400-copy-one-retained.
096400     read retained-work-file
096500     if not retained-work-ok
096600         go to 4400-exit
096700     end-if
096800     move retained-work-record to journal-record
096900     write journal-record
097000     if not journal-ok
097100         set write-failed to true
097200         go to 4400-exit
097300     end-if
097400     add 1 to copied-retained-total
097500     add rwk-new-value to copied-retained-hash.
097600 4400-exit.
097700     exit.
097800*----------------------------------------------------------------
097900*    TERMINATION - ONE LINE PER ARRAY, THE RUN TOTALS, AND THE
098000*    PROOF THAT NOTHING WAS LOST.
098100*----------------------------------------------------------------
098200 9000-terminate.
098300     if not report-open
098400         go to 9000-exit
098500     end-if
098600     if array-control-count > zero and not array-overflow
098700         perform 9100-write-array-lines thru 9100-exit
098800     end-if
098900     if not run-abandoned and not nothing-to-archive
099000         perform 9200-write-tie-out thru 9200-exit
099100     end-if
099200     close control-report-file.
099300 9000-exit.
099400     exit.
099500 9100-write-array-lines.
099600     move spaces to control-report-record
099700     string "ARRAY ID       READ   ARCHIVED   RETAINED   SNAPSH"
099800         "OT         READ HASH      ARCHIVED HASH      RETAINED"
099900         " HASH"
100000         delimited by size into control-report-record
100100     write control-report-record
100200     perform 9110-write-one-array-line thru 9110-exit
100300         varying array-index from 1 by 1
100400         until array-index > array-control-count
100500     move spaces to detail-line
100600     move "TOTAL" to dtl-array-id
100700     move count-read-total to dtl-read
100800     move count-archived-total to dtl-archived
100900     move count-retained-total to dtl-retained
101000     move count-snapshot-total to dtl-snapshot
101100     move hash-read-total to dtl-read-hash
101200     move hash-archived-total to dtl-archived-hash
101300     move hash-retained-total to dtl-retained-hash
101400     move spaces to control-report-record
101500     write control-report-record
101600     move detail-line to control-report-record
101700     write control-report-record
101800     move spaces to control-report-record
101900     write control-report-record.
102000 9100-exit.
102100     exit.
102200 9110-write-one-array-line.
102300     move spaces to detail-line
102400     move acr-array-id (array-index) to dtl-array-id
102500     move acr-read-count (array-index) to dtl-read
102600     move acr-archived-count (array-index) to dtl-archived
102700     move acr-retained-count (array-index) to dtl-retained
102800     move acr-snapshot-count (array-index) to dtl-snapshot
102900     move acr-read-hash (array-index) to dtl-read-hash
103000     move acr-archived-hash (array-index) to dtl-archived-hash
103100     move acr-retained-hash (array-index) to dtl-retained-hash
103200     move detail-line to control-report-record
103300     write control-report-record.
103400 9110-exit.
103500     exit.
103600 9200-write-tie-out.
103700     move arrays-archived-count to count-display
103800     move spaces to control-report-record
103900     string "ARRAYS WITH ENTRIES ARCHIVED " count-display
104000         delimited by size into control-report-record
104100     write control-report-record
104200     move count-archived-total to count-display
104300     move copied-archived-total to count-2-display
104400     move hash-archived-total to hash-display
104500     move copied-archived-hash to hash-2-display
104600     move spaces to control-report-record
104700     string "ARCHIVED   " count-display " RECORDS, HASH "
104800         hash-display "   WRITTEN TO " archive-file-name " "
104900         count-2-display ", HASH " hash-2-display
105000         delimited by size into control-report-record
105100     write control-report-record
105200     move count-retained-total to count-display
105300     move copied-retained-total to count-2-display
105400     move hash-retained-total to hash-display
105500     move copied-retained-hash to hash-2-display
105600     move spaces to control-report-record
105700     string "RETAINED   " count-display " RECORDS, HASH "
105800         hash-display "   REWRITTEN TO ARRAYJRN     "
105900         count-2-display ", HASH " hash-2-display
106000         delimited by size into control-report-record
106100     write control-report-record
106200     move count-snapshot-total to count-display
106300     move hash-snapshot-total to hash-display
106400     move spaces to control-report-record
106500     string "SNAPSHOT   " count-display " RECORDS, HASH "
106600         hash-display "   WRITTEN AHEAD OF THE RETAINED ENTRIES"
106700         delimited by size into control-report-record
106800     write control-report-record
106900     move spaces to control-report-record
107000     write control-report-record
107100     move spaces to control-report-record
107200     if count-read-total =
107300            count-archived-total + count-retained-total and
107400        hash-read-total =
107500            hash-archived-total + hash-retained-total and
107600        copied-archived-total = count-archived-total and
107700        copied-archived-hash = hash-archived-total and
107800        copied-retained-total = count-retained-total and
107900        copied-retained-hash = hash-retained-total and
108000        not write-failed
108100         string "READ = ARCHIVED + RETAINED BY COUNT AND HASH, "
108200             "AND THE ARCHIVE AND ARRAYJRN HOLD THEM - THE "
108300             "JOURNAL TIES OUT"
108400             delimited by size into control-report-record
108500     else
108600         string "THE JOURNAL DOES NOT TIE OUT - RESTORE ARRAYJRN "
108700             "FROM ARRAYJWA AND ARRAYJWR"
108800             delimited by size into control-report-record
108900         display "Error - " control-report-record (1:70)
109000         if highest-return-code < 8
109100             move 8 to highest-return-code
109200         end-if
109300     end-if
109400     write control-report-record.
109500 9200-exit.
109600     exit.
109700 end program ArrayArch.
