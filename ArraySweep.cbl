000100 identification division.
000200 program-id. ArraySweep as "ArraysAlgorithms.ArraySweep".
000300 author. J. Hajian.
000400 installation. ArraysAlgorithms Maintenance Group.
000500 date-written. 2026-10-15.
000600 date-compiled. 2026-10-15.
000700*----------------------------------------------------------------
000800*    ARRAYSWEEP
000900*
001000*    RETENTION SWEEP AND INVENTORY OF THE SUITE'S DATED OUTPUT
001100*    FILES (FAMILY.YYYYMMDD.DAT).  FOR EACH FAMILY IN THE
001200*    RETENTION TABLE THE PROGRAM LOOKS FOR A FILE ON EVERY DAY
001300*    FROM THE RUN DATE BACK OVER THE SCAN PERIOD AND WRITES THE
001400*    DATED ARRSWEEP.YYYYMMDD.DAT REPORT:
001500*        - EVERY FILE FOUND, NEWEST FIRST, WITH ITS DATE, ITS
001600*          RECORD COUNT, AND WHETHER IT IS INSIDE OR OUTSIDE
001700*          RETENTION
001800*        - FILE, RECORD, AND RETENTION TOTALS BY FAMILY AND FOR
001900*          THE RUN
002000*        - EVERY BUSINESS DAY (MONDAY TO FRIDAY) IN THE GAP
002100*          PERIOD WITH NO ARRAYLOG OR NO ARRRPT - USUALLY A BATCH
002200*          RUN THAT NEVER HAPPENED
002300*    A FILE IS INSIDE RETENTION WHILE IT IS NO OLDER THAN ITS
002400*    FAMILY'S KEEP DAYS, OR WHILE IT IS ONE OF THE FAMILY'S
002500*    KEEP-COUNT NEWEST FILES (THE LAST N ARRAYBKP BACKUPS ARE
002600*    ALWAYS KEPT, HOWEVER LONG AGO THEY WERE TAKEN).
002700*
002800*    THE STANDARD RETENTION TABLE IS BELOW; THE OPTIONAL ARRAYRET
002900*    FILE (DL100RT) REPLACES OR ADDS FAMILIES.  THE MODE, SCAN
003000*    PERIOD, AND GAP PERIOD COME FROM THE OPTIONAL ARRAYSWC
003100*    CONTROL FILE (DL100SW).  FILES ARE DELETED ONLY IN DELETE
003200*    MODE; THE DEFAULT IS TO LIST.  THE GAP PERIOD ENDS THE DAY
003300*    BEFORE THE RUN DATE, WHOSE BATCH MAY STILL BE TO COME, AND
003400*    IS KEPT INSIDE THE ARRAYLOG AND ARRRPT RETENTION SO A FILE
003500*    THE SWEEP ITSELF EXPIRED IS NEVER REPORTED AS MISSING.
003600*
003700*    RETURN CODES:  00 THE SWEEP WAS COMPLETED,
003800*    04 AT LEAST ONE BUSINESS DAY HAS NO ARRAYLOG OR NO ARRRPT,
003900*    08 AN EXPIRED FILE COULD NOT BE DELETED,
004000*    12 THE CONTROL CARD OR A RETENTION RECORD WAS INVALID OR THE
004100*    REPORT COULD NOT BE OPENED AND THE RUN WAS ABANDONED BEFORE
004200*    ANYTHING WAS DELETED.
004300*----------------------------------------------------------------
004400*    MODIFICATION HISTORY.
004500*    2026-10-15  JHJ  ORIGINAL VERSION - INVENTORY OF THE DATED
004600*                     FILE FAMILIES, RETENTION BY DAYS AND BY
004700*                     NEWEST COUNT, DELETE MODE, AND THE MISSING
004800*                     ARRAYLOG AND ARRRPT DAYS.
004900*----------------------------------------------------------------
005000 environment division.
005100 configuration section.
005200 source-computer. GENERIC-COMPUTER.
005300 object-computer. GENERIC-COMPUTER.
005400 input-output section.
005500 file-control.
005600     select sweep-control-file assign to "ARRAYSWC"
005700         organization is line sequential
005800         file status is sweep-control-status.
005900     select retention-file assign to "ARRAYRET"
006000         organization is line sequential
006100         file status is retention-status.
006200     select dated-file assign to dynamic dated-file-name
006300         organization is line sequential
006400         file status is dated-file-status.
006500     select backup-file assign to dynamic dated-file-name
006600         organization is sequential
006700         file status is dated-file-status.
006800     select sweep-report-file assign to dynamic sweep-report-name
006900         organization is line sequential
007000         file status is sweep-report-status.
007100 data division.
007200 file section.
007300 fd  sweep-control-file.
007400 01  sweep-control-record.
007500     copy DL100SW.
007600 fd  retention-file.
007700 01  retention-record.
007800     copy DL100RT.
007900 fd  dated-file.
008000 01  dated-record                 pic x(256).
008100 fd  backup-file.
008200 01  backup-record.
008300     copy DL100AR.
008400 fd  sweep-report-file.
008500 01  sweep-report-record          pic x(132).
008600 working-storage section.
008700*----------------------------------------------------------------
008800*    FILE STATUS AND SWITCHES
008900*----------------------------------------------------------------
009000 01  sweep-control-status          pic x(02).
009100     88  sweep-control-ok                     value "00".
009200 01  retention-status              pic x(02).
009300     88  retention-ok                         value "00".
009400     88  retention-no-file                    value "35".
009500 01  dated-file-status             pic x(02).
009600     88  dated-file-ok                        value "00".
009700 01  sweep-report-status           pic x(02).
009800     88  sweep-report-ok                      value "00".
009900 01  run-abandoned-sw              pic x(01) value "N".
010000     88  run-abandoned                        value "Y".
010100 01  report-open-sw                pic x(01) value "N".
010200     88  report-open                          value "Y".
010300 01  delete-mode-sw                pic x(01) value "N".
010400     88  delete-mode                          value "Y".
010500 01  file-found-sw                 pic x(01).
010600     88  file-found                           value "Y".
010700 01  family-found-sw               pic x(01).
010800     88  family-found                         value "Y".
010900*----------------------------------------------------------------
011000*    FILE NAMES, THE RUN DATE, AND THE PERIODS
011100*----------------------------------------------------------------
011200 01  sweep-report-name             pic x(21).
011300 01  dated-file-name               pic x(21).
011400 01  current-date-fields.
011500     05  current-date-yyyymmdd    pic 9(08).
011600 01  run-date                      pic 9(08).
011700 01  oldest-scan-date              pic 9(08).
011800 01  scan-days                     pic s9(04) comp.
011900 01  gap-days                      pic s9(04) comp.
012000 01  gap-first-date                pic 9(08).
012100 01  gap-last-date                 pic 9(08).
012200 01  day-offset                    pic s9(04) comp.
012300 01  back-count                    pic s9(04) comp.
012400 01  highest-return-code           pic s9(04) comp value zero.
012500*----------------------------------------------------------------
012600*    CALENDAR FIELDS - DOW-DATE IS ALSO THE CURSOR THAT WALKS
012700*    BACK A DAY AT A TIME.  DAY OF WEEK BY ZELLER'S CONGRUENCE,
012800*    1 IS MONDAY AND 7 IS SUNDAY.
012900*----------------------------------------------------------------
013000 01  dow-date                      pic 9(08).
013100 01  dow-date-split redefines dow-date.
013200     05  dow-year                 pic 9(04).
013300     05  dow-month                pic 9(02).
013400     05  dow-day                  pic 9(02).
013500 01  dow-number                    pic s9(04) comp.
013600 01  zeller-month                  pic s9(04) comp.
013700 01  zeller-year                   pic s9(04) comp.
013800 01  zeller-century                pic s9(04) comp.
013900 01  zeller-year-of-century        pic s9(04) comp.
014000 01  zeller-term                   pic s9(09) comp.
014100 01  zeller-sum                    pic s9(09) comp.
014200 01  zeller-work                   pic s9(09) comp.
014300 01  zeller-remainder              pic s9(09) comp.
014400 01  days-in-month-work            pic s9(04) comp.
014500 01  leap-work                     pic s9(09) comp.
014600 01  leap-remainder                pic s9(09) comp.
014700 01  weekday-name-values.
014800     05  filler                   pic x(21)
014900         value "MONTUEWEDTHUFRISATSUN".
015000 01  weekday-name-table redefines weekday-name-values.
015100     05  weekday-name             pic x(03) occurs 7 times.
015200*----------------------------------------------------------------
015300*    STANDARD RETENTION - EVERY DATED FAMILY THE SUITE WRITES.
015400*    EACH ENTRY IS THE FAMILY, KEEP DAYS (0000 NEVER EXPIRES),
015500*    KEEP COUNT, AND L FOR A LINE SEQUENTIAL FILE OR S FOR A
015600*    RECORD SEQUENTIAL ONE.  ARRAYJRN HERE IS THE ARCHIVED
015700*    JOURNAL ARRAYARCH WRITES, NOT THE LIVE ARRAYJRN.
015800*----------------------------------------------------------------
015900 01  standard-retention-values.
016000     05  filler                   pic x(16)
016100         value "ARRRPT  0090000L".
016200     05  filler                   pic x(16)
016300         value "ARRDIST 0090000L".
016400     05  filler                   pic x(16)
016500         value "ARRAYLOG0060000L".
016600     05  filler                   pic x(16)
016700         value "ARRAYEXC0060000L".
016800     05  filler                   pic x(16)
016900         value "ARRAUDIT0365000L".
017000     05  filler                   pic x(16)
017100         value "ARRAYPRG0365000L".
017200     05  filler                   pic x(16)
017300         value "ARRAYBKP0030007S".
017400     05  filler                   pic x(16)
017500         value "ARRPAIR 0090000L".
017600     05  filler                   pic x(16)
017700         value "ARRAYVIO0365000L".
017800     05  filler                   pic x(16)
017900         value "ARRTBL  0090000L".
018000     05  filler                   pic x(16)
018100         value "ARRAYEDT0030000L".
018200     05  filler                   pic x(16)
018300         value "ARRRECON0090000L".
018400     05  filler                   pic x(16)
018500         value "ARRAYRUN0090000L".
018600     05  filler                   pic x(16)
018700         value "ARRARCH 0365000L".
018800     05  filler                   pic x(16)
018900         value "ARRAYJRN0000000L".
019000     05  filler                   pic x(16)
019100         value "ARRACT  0090000L".
019200     05  filler                   pic x(16)
019300         value "ARRSTAND0060000L".
019400     05  filler                   pic x(16)
019500         value "ARRSWEEP0060000L".
019600 01  standard-retention-table redefines
019700                               standard-retention-values.
019800     05  standard-retention        occurs 18 times.
019900         10  sr-family             pic x(08).
020000         10  sr-keep-days          pic 9(04).
020100         10  sr-keep-count         pic 9(03).
020200         10  sr-organization       pic x(01).
020300 01  standard-retention-count      pic s9(04) comp value 18.
020400*----------------------------------------------------------------
020500*    RETENTION TABLE IN USE - THE STANDARD ENTRIES, THEN ANY
020600*    FAMILY ADDED BY ARRAYRET
020700*----------------------------------------------------------------
020800 01  retention-table.
020900     05  retention-entry           occurs 30 times.
021000         10  rt-family             pic x(08).
021100         10  rt-keep-days          pic 9(04).
021200         10  rt-keep-count         pic 9(03).
021300         10  rt-organization       pic x(01).
021400             88  rt-record-sequential         value "S".
021500         10  rt-source             pic x(08).
021600 01  retention-limit               pic s9(04) comp value 30.
021700 01  retention-count               pic s9(04) comp value zero.
021800 01  retention-index               pic s9(04) comp.
021900 01  family-index                  pic s9(04) comp.
022000 01  search-family                 pic x(08).
022100*----------------------------------------------------------------
022200*    COUNTERS
022300*----------------------------------------------------------------
022400 01  retention-record-number       pic s9(09) comp value zero.
022500 01  record-count                  pic s9(09) comp.
022600 01  family-file-count             pic s9(09) comp.
022700 01  family-record-count           pic s9(09) comp.
022800 01  family-in-count               pic s9(09) comp.
022900 01  family-out-count              pic s9(09) comp.
023000 01  family-deleted-count          pic s9(09) comp.
023100 01  total-file-count              pic s9(09) comp value zero.
023200 01  total-record-count            pic s9(09) comp value zero.
023300 01  total-in-count                pic s9(09) comp value zero.
023400 01  total-out-count               pic s9(09) comp value zero.
023500 01  total-deleted-count           pic s9(09) comp value zero.
023600 01  delete-failed-count           pic s9(09) comp value zero.
023700 01  gap-day-count                 pic s9(09) comp value zero.
023800 01  log-missing-sw                pic x(01).
023900     88  log-missing                          value "Y".
024000 01  report-missing-sw             pic x(01).
024100     88  report-missing                       value "Y".
024200*----------------------------------------------------------------
024300*    REPORT LINES AND EDIT FIELDS
024400*----------------------------------------------------------------
024500 01  family-line.
024600     05  fl-family                pic x(08).
024700     05  filler                   pic x(13)
024800         value "   KEEP DAYS ".
024900     05  fl-keep-days             pic zzz9.
025000     05  filler                   pic x(13)
025100         value "   KEEP LAST ".
025200     05  fl-keep-count            pic zz9.
025300     05  filler                   pic x(20)
025400         value "   OLDEST KEPT DATE ".
025500     05  fl-kept-from             pic x(08).
025600     05  filler                   pic x(10)
025700         value "   SOURCE ".
025800     05  fl-source                pic x(08).
025900     05  filler                   pic x(37) value spaces.
026000 01  file-heading-line.
026100     05  filler                   pic x(45)
026200         value "  FILE                   DATE         RECORDS".
026300     05  filler                   pic x(87)
026400         value "  RETENTION".
026500 01  file-line.
026600     05  filler                   pic x(02).
026700     05  fd-file-name             pic x(21).
026800     05  filler                   pic x(02).
026900     05  fd-date                  pic x(08).
027000     05  filler                   pic x(03).
027100     05  fd-records               pic z(08)9.
027200     05  filler                   pic x(02).
027300     05  fd-retention             pic x(48).
027400     05  filler                   pic x(37).
027500 01  family-total-line.
027600     05  filler                   pic x(10)
027700         value "     FILES".
027800     05  ft-files                 pic z(04)9.
027900     05  filler                   pic x(10)
028000         value "   RECORDS".
028100     05  ft-records               pic z(08)9.
028200     05  filler                   pic x(05)
028300         value "   IN".
028400     05  ft-in                    pic z(04)9.
028500     05  filler                   pic x(06)
028600         value "   OUT".
028700     05  ft-out                   pic z(04)9.
028800     05  filler                   pic x(10)
028900         value "   DELETED".
029000     05  ft-deleted               pic z(04)9.
029100     05  filler                   pic x(62) value spaces.
029200 01  gap-line.
029300     05  filler                   pic x(02).
029400     05  gl-date                  pic 9(08).
029500     05  filler                   pic x(01).
029600     05  gl-weekday               pic x(03).
029700     05  filler                   pic x(03).
029800     05  gl-log                   pic x(11).
029900     05  filler                   pic x(03).
030000     05  gl-report                pic x(09).
030100     05  filler                   pic x(92).
030200 01  count-display                 pic z(08)9.
030300 01  count-short-display           pic zz9.
030400 01  days-display                  pic zzz9.
030500 procedure division.
030600 0000-mainline.
030700     perform 1000-initialize thru 1000-exit
030800     if not run-abandoned
030900         perform 2000-sweep-family thru 2000-exit
031000             varying family-index from 1 by 1
031100             until family-index > retention-count
031200         perform 3000-check-gaps thru 3000-exit
031300         perform 4000-write-totals thru 4000-exit
031400     end-if
031500     perform 9000-terminate thru 9000-exit
031600     move highest-return-code to return-code
031700     goback.
031800 0000-exit.
031900     exit.
032000*----------------------------------------------------------------
032100*    INITIALIZATION - REPORT FIRST, SO EVERY LATER FAILURE CAN
032200*    BE WRITTEN TO IT, THEN THE CONTROL CARD AND THE RETENTION
032300*    TABLE.  NOTHING IS DELETED UNTIL BOTH HAVE PASSED.
032400*----------------------------------------------------------------
032500 1000-initialize.
032600     accept current-date-fields from date yyyymmdd
032700     move current-date-yyyymmdd to run-date
032800     move spaces to sweep-report-name
032900     string "ARRSWEEP." current-date-yyyymmdd ".DAT"
033000         delimited by size into sweep-report-name
033100     open output sweep-report-file
033200     if not sweep-report-ok
033300         display "Error - could not open the ARRSWEEP report "
033400             "file, status " sweep-report-status
033500         move 12 to highest-return-code
033600         set run-abandoned to true
033700         go to 1000-exit
033800     end-if
033900     set report-open to true
034000     perform 1050-read-control-card thru 1050-exit
034100     if run-abandoned
034200         go to 1000-exit
034300     end-if
034400     move run-date to dow-date
034500     compute back-count = scan-days - 1
034600     perform 1130-back-one-day thru 1130-exit back-count times
034700     move dow-date to oldest-scan-date
034800     move spaces to sweep-report-record
034900     if delete-mode
035000         string "RETENTION SWEEP OF DATED FILES   RUN DATE "
035100             run-date "   DELETE MODE"
035200             delimited by size into sweep-report-record
035300     else
035400         string "RETENTION SWEEP OF DATED FILES   RUN DATE "
035500             run-date "   LIST MODE - NOTHING IS DELETED"
035600             delimited by size into sweep-report-record
035700     end-if
035800     write sweep-report-record
035900     move spaces to sweep-report-record
036000     string "FILES DATED " oldest-scan-date " THRU " run-date
036100         " ARE LOOKED FOR"
036200         delimited by size into sweep-report-record
036300     write sweep-report-record
036400     perform 1070-load-retention thru 1070-exit.
036500 1000-exit.
036600     exit.
036700*----------------------------------------------------------------
036800*    CONTROL CARD - THE OPTIONAL ARRAYSWC FILE (DL100SW).  A
036900*    MISSING FILE MEANS LIST MODE AND THE STANDARD PERIODS.
037000*----------------------------------------------------------------
037100 1050-read-control-card.
037200     move spaces to sweep-control-record
037300     open input sweep-control-file
037400     if sweep-control-ok
037500         read sweep-control-file
037600         if not sweep-control-ok
037700             move spaces to sweep-control-record
037800         end-if
037900         close sweep-control-file
038000     end-if
038100     evaluate true
038200         when swc-list-mode
038300             move "N" to delete-mode-sw
038400         when swc-delete-mode
038500             set delete-mode to true
038600         when other
038700             move spaces to sweep-report-record
038800             string "ARRAYSWC MODE " swc-mode
038900                 " IS NOT LIST OR DELETE - RUN ABANDONED"
039000                 delimited by size into sweep-report-record
039100             perform 1060-abandon-run thru 1060-exit
039200             go to 1050-exit
039300     end-evaluate
039400     if swc-scan-days = spaces
039500         move 400 to scan-days
039600     else
039700         if swc-scan-days not numeric or swc-scan-days-9 = zero
039800             move spaces to sweep-report-record
039900             string "ARRAYSWC SCAN DAYS " swc-scan-days
040000                 " ARE NOT 0001 TO 9999 - RUN ABANDONED"
040100                 delimited by size into sweep-report-record
040200             perform 1060-abandon-run thru 1060-exit
040300             go to 1050-exit
040400         end-if
040500         move swc-scan-days-9 to scan-days
040600     end-if
040700     if swc-gap-days = spaces
040800         move 31 to gap-days
040900     else
041000         if swc-gap-days not numeric
041100             move spaces to sweep-report-record
041200             string "ARRAYSWC GAP DAYS " swc-gap-days
041300                 " ARE NOT 000 TO 999 - RUN ABANDONED"
041400                 delimited by size into sweep-report-record
041500             perform 1060-abandon-run thru 1060-exit
041600             go to 1050-exit
041700         end-if
041800         move swc-gap-days-9 to gap-days
041900     end-if.
042000 1050-exit.
042100     exit.
042200 1060-abandon-run.
042300     write sweep-report-record
042400     display "Error - " sweep-report-record (1:60)
042500     move 12 to highest-return-code
042600     set run-abandoned to true.
042700 1060-exit.
042800     exit.
042900*----------------------------------------------------------------
043000*    RETENTION TABLE - THE STANDARD ENTRIES, THEN THE OPTIONAL
043100*    ARRAYRET FILE (DL100RT) OVER THEM.
043200*----------------------------------------------------------------
043300 1070-load-retention.
043400     perform 1075-copy-standard thru 1075-exit
043500         varying retention-index from 1 by 1
043600         until retention-index > standard-retention-count
043700     move standard-retention-count to retention-count
043800     open input retention-file
043900     if retention-no-file
044000         move spaces to sweep-report-record
044100         string "NO ARRAYRET FILE - STANDARD RETENTION FOR "
044200             "EVERY FAMILY"
044300             delimited by size into sweep-report-record
044400         write sweep-report-record
044500         go to 1070-exit
044600     end-if
044700     if not retention-ok
044800         move spaces to sweep-report-record
044900         string "COULD NOT OPEN ARRAYRET, STATUS "
045000             retention-status " - RUN ABANDONED"
045100             delimited by size into sweep-report-record
045200         perform 1060-abandon-run thru 1060-exit
045300         go to 1070-exit
045400     end-if
045500     perform 1080-load-one-retention thru 1080-exit
045600         until not retention-ok or run-abandoned
045700     close retention-file.
045800 1070-exit.
045900     exit.
046000 1075-copy-standard.
046100     move sr-family (retention-index)
046200         to rt-family (retention-index)
046300     move sr-keep-days (retention-index)
046400         to rt-keep-days (retention-index)
046500     move sr-keep-count (retention-index)
046600         to rt-keep-count (retention-index)
046700     move sr-organization (retention-index)
046800         to rt-organization (retention-index)
046900     move "STANDARD" to rt-source (retention-index).
047000 1075-exit.
047100     exit.
047200 1080-load-one-retention.
047300     read retention-file
047400     if not retention-ok
047500         go to 1080-exit
047600     end-if
047700     add 1 to retention-record-number
047800     if retention-record = spaces or
047900            retention-record (1:1) = "*"
048000         go to 1080-exit
048100     end-if
048200     if ret-keep-count = spaces
048300         move zero to ret-keep-count-9
048400     end-if
048500     if ret-family (1:1) = space or
048600            ret-keep-days not numeric or
048700            ret-keep-count not numeric
048800         move retention-record-number to count-display
048900         move spaces to sweep-report-record
049000         string "ARRAYRET RECORD " count-display
049100             " NEEDS A FAMILY, KEEP DAYS 0000-9999 AND KEEP "
049200             "COUNT 000-999 - RUN ABANDONED"
049300             delimited by size into sweep-report-record
049400         perform 1060-abandon-run thru 1060-exit
049500         go to 1080-exit
049600     end-if
049700     move ret-family to search-family
049800     perform 1090-find-family thru 1090-exit
049900     if not family-found
050000         if retention-count = retention-limit
050100             move spaces to sweep-report-record
050200             string "MORE THAN 30 FAMILIES IN THE RETENTION "
050300                 "TABLE - RUN ABANDONED"
050400                 delimited by size into sweep-report-record
050500             perform 1060-abandon-run thru 1060-exit
050600             go to 1080-exit
050700         end-if
050800         add 1 to retention-count
050900         move retention-count to retention-index
051000         move ret-family to rt-family (retention-index)
051100         move "L" to rt-organization (retention-index)
051200     end-if
051300     move ret-keep-days-9 to rt-keep-days (retention-index)
051400     move ret-keep-count-9 to rt-keep-count (retention-index)
051500     move "ARRAYRET" to rt-source (retention-index).
051600 1080-exit.
051700     exit.
051800 1090-find-family.
051900     move "N" to family-found-sw
052000     perform 1095-check-one-family thru 1095-exit
052100         varying retention-index from 1 by 1
052200         until retention-index > retention-count
052300            or family-found
052400     if family-found
052500         subtract 1 from retention-index
052600     end-if.
052700 1090-exit.
052800     exit.
052900 1095-check-one-family.
053000     if rt-family (retention-index) = search-family
053100         set family-found to true
053200     end-if.
053300 1095-exit.
053400     exit.
053500*----------------------------------------------------------------
053600*    DAY OF WEEK OF DOW-DATE.  ZELLER COUNTS JANUARY AND
053700*    FEBRUARY AS MONTHS 13 AND 14 OF THE YEAR BEFORE AND GIVES
053800*    0 FOR SATURDAY THROUGH 6 FOR FRIDAY, WHICH IS SHIFTED TO
053900*    1 FOR MONDAY THROUGH 7 FOR SUNDAY.
054000*----------------------------------------------------------------
054100 1120-set-day-of-week.
054200     move dow-month to zeller-month
054300     move dow-year to zeller-year
054400     if zeller-month < 3
054500         add 12 to zeller-month
054600         subtract 1 from zeller-year
054700     end-if
054800     divide zeller-year by 100 giving zeller-century
054900         remainder zeller-year-of-century
055000     compute zeller-term = 13 * (zeller-month + 1)
055100     divide zeller-term by 5 giving zeller-term
055200     move zeller-term to zeller-sum
055300     add dow-day zeller-year-of-century to zeller-sum
055400     divide zeller-year-of-century by 4 giving zeller-work
055500     add zeller-work to zeller-sum
055600     divide zeller-century by 4 giving zeller-work
055700     add zeller-work to zeller-sum
055800     compute zeller-sum = zeller-sum + 5 * zeller-century
055900     divide zeller-sum by 7 giving zeller-work
056000         remainder zeller-remainder
056100     compute zeller-sum = zeller-remainder + 5
056200     divide zeller-sum by 7 giving zeller-work
056300         remainder zeller-remainder
056400     compute dow-number = zeller-remainder + 1.
056500 1120-exit.
056600     exit.
056700*----------------------------------------------------------------
056800*    CALENDAR - WALK DOW-DATE BACK ONE REAL DAY, WITH MONTH
056900*    LENGTHS AND LEAP-YEAR FEBRUARYS HONORED, AS ARRAYMAINT'S
057000*    PURGE CUTOFF DOES.
057100*----------------------------------------------------------------
057200 1130-back-one-day.
057300     if dow-day > 1
057400         subtract 1 from dow-day
057500     else
057600         if dow-month > 1
057700             subtract 1 from dow-month
057800         else
057900             move 12 to dow-month
058000             subtract 1 from dow-year
058100         end-if
058200         perform 1140-set-days-in-month thru 1140-exit
058300         move days-in-month-work to dow-day
058400     end-if.
058500 1130-exit.
058600     exit.
058700 1140-set-days-in-month.
058800     evaluate dow-month
058900         when 01
059000         when 03
059100         when 05
059200         when 07
059300         when 08
059400         when 10
059500         when 12
059600             move 31 to days-in-month-work
059700         when 04
059800         when 06
059900         when 09
060000         when 11
060100             move 30 to days-in-month-work
060200         when other
060300             move 28 to days-in-month-work
060400             divide dow-year by 4
060500                 giving leap-work remainder leap-remainder
060600             if leap-remainder = zero
060700                 move 29 to days-in-month-work
060800                 divide dow-year by 100
060900                     giving leap-work remainder leap-remainder
061000                 if leap-remainder = zero
061100                     move 28 to days-in-month-work
061200                     divide dow-year by 400
061300                          giving leap-work remainder
061400                                leap-remainder
061500                     if leap-remainder = zero
061600                         move 29 to days-in-month-work
061700                     end-if
061800                 end-if
061900             end-if
062000     end-evaluate.
062100 1140-exit.
062200     exit.
062300*----------------------------------------------------------------
062400*    ONE FAMILY - LOOK FOR ITS FILE ON EACH DAY OF THE SCAN
062500*    PERIOD, NEWEST FIRST, SO THE KEEP COUNT TAKES THE NEWEST.
062600*----------------------------------------------------------------
062700 2000-sweep-family.
062800     move rt-family (family-index) to fl-family
062900     move rt-keep-days (family-index) to fl-keep-days
063000     move rt-keep-count (family-index) to fl-keep-count
063100     move rt-source (family-index) to fl-source
063200     if rt-keep-days (family-index) = zero
063300         move "NO LIMIT" to fl-kept-from
063400     else
063500         move run-date to dow-date
063600         compute back-count = rt-keep-days (family-index) - 1
063700         perform 1130-back-one-day thru 1130-exit
063800             back-count times
063900         move dow-date to fl-kept-from
064000     end-if
064100     move spaces to sweep-report-record
064200     write sweep-report-record
064300     write sweep-report-record from family-line
064400     write sweep-report-record from file-heading-line
064500     move zero to family-file-count family-record-count
064600         family-in-count family-out-count family-deleted-count
064700     move run-date to dow-date
064800     perform 2100-probe-one-day thru 2100-exit
064900         varying day-offset from 0 by 1
065000         until day-offset not < scan-days
065100     if family-file-count = zero
065200         move "  NO FILES FOUND" to sweep-report-record
065300         write sweep-report-record
065400     end-if
065500     move family-file-count to ft-files
065600     move family-record-count to ft-records
065700     move family-in-count to ft-in
065800     move family-out-count to ft-out
065900     move family-deleted-count to ft-deleted
066000     write sweep-report-record from family-total-line
066100     add family-file-count to total-file-count
066200     add family-record-count to total-record-count
066300     add family-in-count to total-in-count
066400     add family-out-count to total-out-count
066500     add family-deleted-count to total-deleted-count.
066600 2000-exit.
066700     exit.
066800 2100-probe-one-day.
066900     move spaces to dated-file-name
067000     string rt-family (family-index) delimited by space
067100         "." dow-date ".DAT" delimited by size
067200         into dated-file-name
067300     if dated-file-name = sweep-report-name
067400         move zero to record-count
067500         set file-found to true
067600     else
067700         if rt-record-sequential (family-index)
067800             perform 2200-count-backup thru 2200-exit
067900         else
068000             perform 2300-count-lines thru 2300-exit
068100         end-if
068200     end-if
068300     if file-found
068400         perform 2400-judge-file thru 2400-exit
068500     end-if
068600     perform 1130-back-one-day thru 1130-exit.
068700 2100-exit.
068800     exit.
068900*----------------------------------------------------------------
069000*    RECORD COUNTS - ARRAYBKP IS RECORD SEQUENTIAL, EVERY OTHER
069100*    FAMILY IS LINE SEQUENTIAL.
069200*----------------------------------------------------------------
069300 2200-count-backup.
069400     move "N" to file-found-sw
069500     move zero to record-count
069600     open input backup-file
069700     if not dated-file-ok
069800         go to 2200-exit
069900     end-if
070000     set file-found to true
070100     perform 2210-count-one-backup thru 2210-exit
070200         until not dated-file-ok
070300     close backup-file.
070400 2200-exit.
070500     exit.
070600 2210-count-one-backup.
070700     read backup-file
070800     if dated-file-ok
070900         add 1 to record-count
071000     end-if.
071100 2210-exit.
071200     exit.
071300 2300-count-lines.
071400     move "N" to file-found-sw
071500     move zero to record-count
071600     open input dated-file
071700     if not dated-file-ok
071800         go to 2300-exit
071900     end-if
072000     set file-found to true
072100     perform 2310-count-one-line thru 2310-exit
072200         until not dated-file-ok
072300     close dated-file.
072400 2300-exit.
072500     exit.
072600 2310-count-one-line.
072700     read dated-file
072800     if dated-file-ok
072900         add 1 to record-count
073000     end-if.
073100 2310-exit.
073200     exit.
073300*----------------------------------------------------------------
073400*    RETENTION OF ONE FILE.  DAY-OFFSET IS ITS AGE IN DAYS, 0
073500*    FOR THE RUN DATE.  ONLY IN DELETE MODE IS AN EXPIRED FILE
073600*    DELETED.
073700*----------------------------------------------------------------
073800 2400-judge-file.
073900     add 1 to family-file-count
074000     add record-count to family-record-count
074100     move spaces to file-line
074200     move dated-file-name to fd-file-name
074300     move dow-date to fd-date
074400     move record-count to fd-records
074500     if dated-file-name = sweep-report-name
074600         move "IN - THIS REPORT" to fd-retention
074700         add 1 to family-in-count
074800         go to 2490-write-file-line
074900     end-if
075000     if rt-keep-days (family-index) = zero or
075100            day-offset < rt-keep-days (family-index)
075200         move "IN" to fd-retention
075300         add 1 to family-in-count
075400         go to 2490-write-file-line
075500     end-if
075600     if rt-keep-count (family-index) > zero and
075700            family-file-count not > rt-keep-count (family-index)
075800         move rt-keep-count (family-index) to count-short-display
075900         string "IN - ONE OF THE LAST " count-short-display
076000             delimited by size into fd-retention
076100         add 1 to family-in-count
076200         go to 2490-write-file-line
076300     end-if
076400     add 1 to family-out-count
076500     if not delete-mode
076600         move "OUT" to fd-retention
076700         go to 2490-write-file-line
076800     end-if
076900     if rt-record-sequential (family-index)
077000         delete file backup-file
077100     else
077200         delete file dated-file
077300     end-if
077400     if dated-file-ok
077500         move "OUT - DELETED" to fd-retention
077600         add 1 to family-deleted-count
077700     else
077800         string "OUT - DELETE FAILED, STATUS " dated-file-status
077900             delimited by size into fd-retention
078000         add 1 to delete-failed-count
078100         if highest-return-code < 8
078200             move 8 to highest-return-code
078300         end-if
078400     end-if.
078500 2490-write-file-line.
078600     write sweep-report-record from file-line.
078700 2400-exit.
078800     exit.
078900*----------------------------------------------------------------
079000*    GAPS - EVERY BUSINESS DAY OF THE GAP PERIOD MUST HAVE AN
079100*    ARRAYLOG AND AN ARRRPT.  THE PERIOD IS CUT BACK TO STAY
079200*    INSIDE THE RETENTION OF BOTH FAMILIES.
079300*----------------------------------------------------------------
079400 3000-check-gaps.
079500     move spaces to sweep-report-record
079600     write sweep-report-record
079700     if gap-days = zero
079800         move "NO GAP CHECK REQUESTED" to sweep-report-record
079900         write sweep-report-record
080000         go to 3000-exit
080100     end-if
080200     move "ARRAYLOG" to search-family
080300     perform 3050-cap-gap-days thru 3050-exit
080400     move "ARRRPT" to search-family
080500     perform 3050-cap-gap-days thru 3050-exit
080600     if gap-days = zero
080700         move spaces to sweep-report-record
080800         string "NO GAP CHECK - ARRAYLOG OR ARRRPT IS KEPT "
080900             "ONLY ONE DAY"
081000             delimited by size into sweep-report-record
081100         write sweep-report-record
081200         go to 3000-exit
081300     end-if
081400     move run-date to dow-date
081500     perform 1130-back-one-day thru 1130-exit
081600     move dow-date to gap-last-date
081700     compute back-count = gap-days - 1
081800     perform 1130-back-one-day thru 1130-exit back-count times
081900     move dow-date to gap-first-date
082000     move spaces to sweep-report-record
082100     string "BUSINESS DAYS WITH NO ARRAYLOG OR NO ARRRPT, "
082200         gap-first-date " THRU " gap-last-date
082300         delimited by size into sweep-report-record
082400     write sweep-report-record
082500     move spaces to sweep-report-record
082600     write sweep-report-record
082700     move gap-last-date to dow-date
082800     perform 3100-check-one-day thru 3100-exit
082900         varying day-offset from 1 by 1
083000         until day-offset > gap-days
083100     if gap-day-count = zero
083200         move "  NONE - EVERY BUSINESS DAY HAS BOTH FILES"
083300             to sweep-report-record
083400         write sweep-report-record
083500     else
083600         if highest-return-code < 4
083700             move 4 to highest-return-code
083800         end-if
083900     end-if.
084000 3000-exit.
084100     exit.
084200 3050-cap-gap-days.
084300     perform 1090-find-family thru 1090-exit
084400     if not family-found
084500         go to 3050-exit
084600     end-if
084700     if rt-keep-days (retention-index) = zero or
084800            rt-keep-days (retention-index) > gap-days
084900         go to 3050-exit
085000     end-if
085100     compute gap-days = rt-keep-days (retention-index) - 1
085200     move rt-keep-days (retention-index) to days-display
085300     move spaces to sweep-report-record
085400     string "GAP CHECK CUT BACK TO THE " search-family
085500         " RETENTION OF " days-display " DAYS"
085600         delimited by size into sweep-report-record
085700     write sweep-report-record.
085800 3050-exit.
085900     exit.
086000 3100-check-one-day.
086100     perform 1120-set-day-of-week thru 1120-exit
086200     if dow-number > 5
086300         go to 3190-next-day
086400     end-if
086500     move "N" to log-missing-sw report-missing-sw
086600     move spaces to dated-file-name
086700     string "ARRAYLOG." dow-date ".DAT"
086800         delimited by size into dated-file-name
086900     open input dated-file
087000     if dated-file-ok
087100         close dated-file
087200     else
087300         set log-missing to true
087400     end-if
087500     move spaces to dated-file-name
087600     string "ARRRPT." dow-date ".DAT"
087700         delimited by size into dated-file-name
087800     open input dated-file
087900     if dated-file-ok
088000         close dated-file
088100     else
088200         set report-missing to true
088300     end-if
088400     if not log-missing and not report-missing
088500         go to 3190-next-day
088600     end-if
088700     add 1 to gap-day-count
088800     move spaces to gap-line
088900     move dow-date to gl-date
089000     move weekday-name (dow-number) to gl-weekday
089100     if log-missing
089200         move "NO ARRAYLOG" to gl-log
089300     end-if
089400     if report-missing
089500         move "NO ARRRPT" to gl-report
089600     end-if
089700     write sweep-report-record from gap-line.
089800 3190-next-day.
089900     perform 1130-back-one-day thru 1130-exit.
090000 3100-exit.
090100     exit.
090200*----------------------------------------------------------------
090300*    TOTALS
090400*----------------------------------------------------------------
090500 4000-write-totals.
090600     move spaces to sweep-report-record
090700     write sweep-report-record
090800     move retention-count to count-display
090900     string "FAMILIES SWEPT                 " count-display
091000         delimited by size into sweep-report-record
091100     write sweep-report-record
091200     move spaces to sweep-report-record
091300     move total-file-count to count-display
091400     string "DATED FILES FOUND              " count-display
091500         delimited by size into sweep-report-record
091600     write sweep-report-record
091700     move spaces to sweep-report-record
091800     move total-record-count to count-display
091900     string "  RECORDS IN THEM              " count-display
092000         delimited by size into sweep-report-record
092100     write sweep-report-record
092200     move spaces to sweep-report-record
092300     move total-in-count to count-display
092400     string "  INSIDE RETENTION             " count-display
092500         delimited by size into sweep-report-record
092600     write sweep-report-record
092700     move spaces to sweep-report-record
092800     move total-out-count to count-display
092900     string "  OUTSIDE RETENTION            " count-display
093000         delimited by size into sweep-report-record
093100     write sweep-report-record
093200     move spaces to sweep-report-record
093300     move total-deleted-count to count-display
093400     string "  DELETED                      " count-display
093500         delimited by size into sweep-report-record
093600     write sweep-report-record
093700     move spaces to sweep-report-record
093800     move delete-failed-count to count-display
093900     string "  DELETE FAILED                " count-display
094000         delimited by size into sweep-report-record
094100     write sweep-report-record
094200     move spaces to sweep-report-record
094300     move gap-day-count to count-display
094400     string "BUSINESS DAYS WITH A GAP       " count-display
094500         delimited by size into sweep-report-record
094600     write sweep-report-record
094700     if total-out-count > zero and not delete-mode
094800         move spaces to sweep-report-record
094900         write sweep-report-record
095000         move spaces to sweep-report-record
095100         string "NOTE - LIST MODE, THE FILES OUTSIDE RETENTION "
095200             "ARE STILL IN PLACE"
095300             delimited by size into sweep-report-record
095400         write sweep-report-record
095500     end-if.
095600 4000-exit.
095700     exit.
095800*----------------------------------------------------------------
095900*    TERMINATION
096000*----------------------------------------------------------------
096100 9000-terminate.
096200     if report-open
096300         close sweep-report-file
096400     end-if
096500     if not run-abandoned
096600         move total-file-count to count-display
096700         display "Retention sweep " sweep-report-name
096800             " written - " count-display " dated file(s) found"
096900     end-if.
097000 9000-exit.
097100     exit.
097200 end program ArraySweep.
