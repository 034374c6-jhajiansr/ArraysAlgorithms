000100 identification division.
000200 program-id. ArrayRecon as "ArraysAlgorithms.ArrayRecon".
000300 author. J. Hajian.
000400 installation. ArraysAlgorithms Maintenance Group.
000500 date-written. 2026-10-14.
000600 date-compiled. 2026-10-14.
000700*----------------------------------------------------------------
000800*    ARRAYRECON
000900*
001000*    RECONCILES THE LIVE ARRAYMST MASTER FILE AGAINST AN
001100*    ARRAYMAINT BACKUP (ARRAYBKP.YYYYMMDD.DAT), SO BEFORE A
001200*    RESTORE, OR AFTER A BAD NIGHT, IT CAN BE SAID EXACTLY WHAT
001300*    DIFFERS BETWEEN THE TWO.  ARRAYAUDIT CHECKS EACH RECORD
001400*    AGAINST ITSELF; THIS PROGRAM CHECKS THE FILES AGAINST EACH
001500*    OTHER.  BOTH ARE IN ARRAY-ID ORDER (THE BACKUP IS UNLOADED
001600*    FROM THE MASTER IN KEY ORDER), SO THEY ARE MATCHED IN ONE
001700*    MERGE PASS AND THE DATED ARRRECON.YYYYMMDD.DAT REPORT
001800*    SHOWS:
001900*        - EVERY ARRAY ON THE MASTER ONLY OR ON THE BACKUP ONLY
002000*        - FOR AN ARRAY ON BOTH, EACH HEADER FIELD THAT CHANGED
002100*          (TYPE, SORT ORDER, OWNER, DESCRIPTION, CAPACITY,
002200*          LENGTH, UPDATED DATE AND TIME) WITH THE BACKUP AND
002300*          MASTER VALUES, AND THE FIRST N ELEMENT POSITIONS
002400*          WHOSE VALUES DIFFER, WITH A COUNT OF THE REST
002500*        - CONTROL TOTALS FOR EACH SIDE - ARRAYS, ELEMENTS, AND
002600*          AN ELEMENT HASH TOTAL (THE SUM OF EVERY ELEMENT
002700*          VALUE) - AND WHETHER THE TWO FILES TIE OUT
002800*    THE LAST-USED DATE IS NOT COMPARED: EVERY LOAD STAMPS IT,
002900*    SO IT WOULD REPORT EVERY ARRAY ANYONE HAS LOOKED AT.
003000*
003100*    THE BACKUP DATE AND N COME FROM THE OPTIONAL ARRAYRCN
003200*    CONTROL FILE (DL100RN).  WITH NO DATE THE MOST RECENT
003300*    BACKUP OF THE LAST 31 DAYS IS USED; WITH NO LIMIT, 10
003400*    POSITIONS ARE LISTED PER ARRAY.  THE RUN NEEDS NO
003500*    OPERATOR INPUT, SO IT CAN BE SCHEDULED.  THE MASTER IS
003600*    ONLY READ AND NO ARRAY IS LOCKED.
003700*
003800*    RETURN CODES:  00 THE FILES TIE OUT,
003900*    04 AT LEAST ONE DIFFERENCE WAS REPORTED,
004000*    12 THE CONTROL CARD WAS INVALID OR THE MASTER, BACKUP, OR
004100*    REPORT FILE COULD NOT BE OPENED AND THE RUN WAS ABANDONED.
004200*----------------------------------------------------------------
004300*    MODIFICATION HISTORY.
004400*    2026-10-14  JHJ  ORIGINAL VERSION - MATCHES ARRAYMST
004500*                     AGAINST AN ARRAYBKP BACKUP, REPORTING
004600*                     ONE-SIDED ARRAYS, HEADER CHANGES, AND
004700*                     DIFFERING ELEMENTS, WITH CONTROL TOTALS.
004800*----------------------------------------------------------------
004900 environment division.
005000 configuration section.
005100 source-computer. GENERIC-COMPUTER.
005200 object-computer. GENERIC-COMPUTER.
005300 input-output section.
005400 file-control.
005500     select array-master-file assign to "ARRAYMST"
005600         organization is indexed
005700         access mode is dynamic
005800         record key is arr-array-id of array-master-record
005900         file status is array-master-status.
006000     select backup-file assign to dynamic backup-file-name
006100         organization is sequential
006200         file status is backup-file-status.
006300     select recon-control-file assign to "ARRAYRCN"
006400         organization is line sequential
006500         file status is recon-control-status.
006600     select recon-file assign to dynamic recon-file-name
006700         organization is line sequential
006800         file status is recon-file-status.
006900 data division.
007000 file section.
007100 fd  array-master-file.
007200 01  array-master-record.
007300     copy DL100AR.
007400 fd  backup-file.
007500 01  backup-record.
007600     copy DL100AR
007700         replacing ==arr-array-id== by ==bkp-array-id==,
007800                   ==arr-array-sort-order==
007900                       by ==bkp-array-sort-order==,
008000                   ==arr-sorted-ascending==
008100                       by ==bkp-sorted-ascending==,
008200                   ==arr-sorted-descending==
008300                       by ==bkp-sorted-descending==,
008400                   ==arr-unsorted== by ==bkp-unsorted==,
008500                   ==arr-array-type== by ==bkp-array-type==,
008600                   ==arr-type-integer==
008700                       by ==bkp-type-integer==,
008800                   ==arr-type-decimal==
008900                       by ==bkp-type-decimal==,
009000                   ==arr-array-owner==
009100                       by ==bkp-array-owner==,
009200                   ==arr-array-desc==
009300                       by ==bkp-array-desc==,
009400                   ==arr-created-date==
009500                       by ==bkp-created-date==,
009600                   ==arr-created-time==
009700                       by ==bkp-created-time==,
009800                   ==arr-updated-date==
009900                       by ==bkp-updated-date==,
010000                   ==arr-updated-time==
010100                       by ==bkp-updated-time==,
010200                   ==arr-last-used-date==
010300                       by ==bkp-last-used-date==,
010400                   ==arr-array-capacity==
010500                       by ==bkp-array-capacity==,
010600                   ==arr-array-length==
010700                       by ==bkp-array-length==,
010800                   ==arr-array-table==
010900                       by ==bkp-array-table==,
011000                   ==arr-array-index==
011100                       by ==bkp-array-index==.
011200 fd  recon-control-file.
011300 01  recon-control-record.
011400     copy DL100RN.
011500 fd  recon-file.
011600 01  recon-record                 pic x(132).
011700 working-storage section.
011800*----------------------------------------------------------------
011900*    FILE STATUS AND SWITCHES
012000*----------------------------------------------------------------
012100 01  array-master-status           pic x(02).
012200     88  array-master-ok                      value "00".
012300     88  array-master-eof                     value "10".
012400     88  array-master-no-file                 value "35".
012500 01  backup-file-status            pic x(02).
012600     88  backup-file-ok                       value "00".
012700     88  backup-file-eof                      value "10".
012800     88  backup-file-no-file                  value "35".
012900 01  recon-control-status          pic x(02).
013000     88  recon-control-ok                     value "00".
013100 01  recon-file-status             pic x(02).
013200     88  recon-file-ok                        value "00".
013300 01  run-abandoned-sw              pic x(01) value "N".
013400     88  run-abandoned                        value "Y".
013500 01  backup-open-sw                pic x(01) value "N".
013600     88  backup-open                          value "Y".
013700 01  master-open-sw                pic x(01) value "N".
013800     88  master-open                          value "Y".
013900 01  report-open-sw                pic x(01) value "N".
014000     88  report-open                          value "Y".
014100 01  pair-differs-sw               pic x(01).
014200     88  pair-differs                         value "Y".
014300*----------------------------------------------------------------
014400*    FILE NAMES, DATES, AND THE BACKUP SEARCH
014500*----------------------------------------------------------------
014600 01  recon-file-name               pic x(22).
014700 01  backup-file-name              pic x(30).
014800 01  current-date-fields.
014900     05  current-date-yyyymmdd    pic 9(08).
015000 01  backup-date                   pic 9(08).
015100 01  backup-date-split redefines backup-date.
015200     05  backup-year              pic 9(04).
015300     05  backup-month             pic 9(02).
015400     05  backup-day               pic 9(02).
015500 01  backup-search-limit           pic s9(04) comp value 31.
015600 01  backup-search-count           pic s9(04) comp.
015700 01  days-in-month-work            pic s9(04) comp.
015800 01  leap-work                     pic s9(09) comp.
015900 01  leap-remainder                pic s9(09) comp.
016000 01  difference-limit              pic s9(04) comp value 10.
016100 01  difference-limit-display      pic zz9.
016200 01  highest-return-code           pic s9(04) comp value zero.
016300*----------------------------------------------------------------
016400*    MATCH KEYS - HIGH-VALUES ONCE A FILE IS EXHAUSTED, SO THE
016500*    MERGE RUNS UNTIL BOTH KEYS ARE HIGH-VALUES.
016600*----------------------------------------------------------------
016700 01  master-key                    pic x(08).
016800 01  backup-key                    pic x(08).
016900 01  master-scan-limit             pic s9(09) comp.
017000 01  backup-scan-limit             pic s9(09) comp.
017100 01  compare-limit                 pic s9(09) comp.
017200 01  scan-index                    pic s9(09) comp.
017300 01  position-difference-count     pic s9(09) comp.
017400 01  positions-shown-count         pic s9(09) comp.
017500*----------------------------------------------------------------
017600*    CONTROL TOTALS - ONE SET PER SIDE, AND THE MATCH COUNTS
017700*----------------------------------------------------------------
017800 01  master-array-count            pic s9(09) comp value zero.
017900 01  backup-array-count            pic s9(09) comp value zero.
018000 01  master-element-count          pic s9(09) comp value zero.
018100 01  backup-element-count          pic s9(09) comp value zero.
018200 01  master-hash-total             pic s9(15)v9(02) value zero.
018300 01  backup-hash-total             pic s9(15)v9(02) value zero.
018400 01  master-only-count             pic s9(09) comp value zero.
018500 01  backup-only-count             pic s9(09) comp value zero.
018600 01  matched-count                 pic s9(09) comp value zero.
018700 01  agreeing-count                pic s9(09) comp value zero.
018800 01  differing-count               pic s9(09) comp value zero.
018900*----------------------------------------------------------------
019000*    REPORT EDIT FIELDS
019100*----------------------------------------------------------------
019200 01  count-display                 pic z(08)9.
019300 01  count-2-display               pic z(08)9.
019400 01  count-3-display               pic z(08)9.
019500 01  hash-display                  pic -(15)9.9(2).
019600 01  hash-2-display                pic -(15)9.9(2).
019700 01  position-display              pic z(03)9.
019800 01  value-display                 pic -(9)9.9(2).
019900 01  value-2-display               pic -(9)9.9(2).
020000 01  value-text                    pic x(14).
020100 01  value-2-text                  pic x(14).
020200 01  length-display                pic -(9)9.
020300 01  length-2-display              pic -(9)9.
020400 01  control-line.
020500     05  ctl-caption               pic x(24).
020600     05  filler                    pic x(02).
020700     05  ctl-backup                pic x(20).
020800     05  filler                    pic x(02).
020900     05  ctl-master                pic x(20).
021000     05  filler                    pic x(64).
021100 procedure division.
021200 0000-mainline.
021300     perform 1000-initialize thru 1000-exit
021400     if not run-abandoned
021500         perform 2000-reconcile-files thru 2000-exit
021600     end-if
021700     perform 9000-terminate thru 9000-exit
021800     move highest-return-code to return-code
021900     goback.
022000 0000-exit.
022100     exit.
022200*----------------------------------------------------------------
022300*    INITIALIZATION - REPORT FIRST, SO EVERY LATER FAILURE CAN
022400*    BE WRITTEN TO IT.
022500*----------------------------------------------------------------
022600 1000-initialize.
022700     accept current-date-fields from date yyyymmdd
022800     move spaces to recon-file-name
022900     string "ARRRECON." current-date-yyyymmdd ".DAT"
023000         delimited by size into recon-file-name
023100     open output recon-file
023200     if not recon-file-ok
023300         display "Error - could not open the ARRRECON report "
023400             "file, status " recon-file-status
023500         move 12 to highest-return-code
023600         set run-abandoned to true
023700         go to 1000-exit
023800     end-if
023900     set report-open to true
024000     perform 1050-read-control-card thru 1050-exit
024100     if run-abandoned
024200         go to 1000-exit
024300     end-if
024400     perform 1100-find-backup thru 1100-exit
024500     if run-abandoned
024600         go to 1000-exit
024700     end-if
024800     move difference-limit to difference-limit-display
024900     move spaces to recon-record
025000     string "ARRAYMST RECONCILIATION AGAINST " delimited by size
025100         backup-file-name delimited by space
025200         "   RUN " current-date-yyyymmdd delimited by size
025300         into recon-record
025400     write recon-record
025500     move spaces to recon-record
025600     string "UP TO " difference-limit-display
025700         " DIFFERING ELEMENT POSITIONS ARE LISTED PER ARRAY; "
025800         "BACKUP VALUES ARE SHOWN FIRST, MASTER VALUES SECOND"
025900         delimited by size into recon-record
026000     write recon-record
026100     move spaces to recon-record
026200     write recon-record
026300     open input array-master-file
026400     if not array-master-ok
026500         display "Error - could not open the ARRAYMST master "
026600             "file, status " array-master-status
026700         move spaces to recon-record
026800         string "COULD NOT OPEN ARRAYMST, STATUS "
026900             array-master-status " - RUN ABANDONED"
027000             delimited by size into recon-record
027100         write recon-record
027200         move 12 to highest-return-code
027300         set run-abandoned to true
027400         go to 1000-exit
027500     end-if
027600     set master-open to true.
027700 1000-exit.
027800     exit.
027900*----------------------------------------------------------------
028000*    CONTROL CARD - THE OPTIONAL ARRAYRCN FILE (DL100RN).  A
028100*    MISSING FILE TAKES EVERY DEFAULT.
028200*----------------------------------------------------------------
028300 1050-read-control-card.
028400     move spaces to recon-control-record
028500     open input recon-control-file
028600     if not recon-control-ok
028700         go to 1050-exit
028800     end-if
028900     read recon-control-file
029000     if not recon-control-ok
029100         move spaces to recon-control-record
029200     end-if
029300     close recon-control-file
029400     if rcn-difference-limit not = spaces
029500         if rcn-difference-limit numeric
029600             if rcn-difference-limit not = "000"
029700                 move rcn-difference-limit to difference-limit
029800             end-if
029900         else
030000             move spaces to recon-record
030100             string "ARRAYRCN DIFFERENCE LIMIT "
030200                 rcn-difference-limit
030300                 " IS NOT NUMERIC - RUN ABANDONED"
030400                 delimited by size into recon-record
030500             perform 1060-abandon-on-control thru 1060-exit
030600             go to 1050-exit
030700         end-if
030800     end-if
030900     if rcn-backup-date not = spaces and
031000            rcn-backup-date not numeric
031100         move spaces to recon-record
031200         string "ARRAYRCN BACKUP DATE " rcn-backup-date
031300             " IS NOT NUMERIC - RUN ABANDONED"
031400             delimited by size into recon-record
031500         perform 1060-abandon-on-control thru 1060-exit
031600     end-if.
031700 1050-exit.
031800     exit.
031900 1060-abandon-on-control.
032000     write recon-record
032100     display "Error - " recon-record (1:60)
032200     move 12 to highest-return-code
032300     set run-abandoned to true.
032400 1060-exit.
032500     exit.
032600*----------------------------------------------------------------
032700*    BACKUP - THE DATE NAMED ON ARRAYRCN, OR THE NEWEST BACKUP
032800*    FOUND WALKING BACK ONE DAY AT A TIME FROM TODAY.
032900*----------------------------------------------------------------
033000 1100-find-backup.
033100     if rcn-backup-date not = spaces
033200         move rcn-backup-date to backup-date
033300         perform 1110-try-backup-date thru 1110-exit
033400     else
033500         move current-date-yyyymmdd to backup-date
033600         move zero to backup-search-count
033700         perform 1120-try-and-step-back thru 1120-exit
033800             until backup-open or
033900                   backup-search-count >= backup-search-limit
034000     end-if
034100     if backup-open
034200         go to 1100-exit
034300     end-if
034400     move spaces to recon-record
034500     if rcn-backup-date not = spaces
034600         string "COULD NOT OPEN " backup-file-name
034700             ", STATUS " backup-file-status " - RUN ABANDONED"
034800             delimited by size into recon-record
034900     else
035000         string "NO ARRAYBKP BACKUP FOUND FOR THE LAST 31 "
035100             "DAYS - RUN ABANDONED"
035200             delimited by size into recon-record
035300     end-if
035400     write recon-record
035500     display "Error - " recon-record (1:70)
035600     move 12 to highest-return-code
035700     set run-abandoned to true.
035800 1100-exit.
035900     exit.
036000 1110-try-backup-date.
036100     move spaces to backup-file-name
036200     string "ARRAYBKP." backup-date ".DAT"
036300         delimited by size into backup-file-name
036400     open input backup-file
036500     if backup-file-ok
036600         set backup-open to true
036700     end-if.
036800 1110-exit.
036900     exit.
037000 1120-try-and-step-back.
037100     perform 1110-try-backup-date thru 1110-exit
037200     if backup-open
037300         go to 1120-exit
037400     end-if
037500     add 1 to backup-search-count
037600     perform 1130-back-one-day thru 1130-exit.
037700 1120-exit.
037800     exit.
037900*----------------------------------------------------------------
038000*    CALENDAR - WALK THE BACKUP DATE BACK ONE REAL DAY, WITH
038100*    MONTH LENGTHS AND LEAP-YEAR FEBRUARYS HONORED, AS
038200*    ARRAYMAINT'S PURGE CUTOFF DOES.
038300*----------------------------------------------------------------
038400 1130-back-one-day.
038500     if backup-day > 1
038600         subtract 1 from backup-day
038700     else
038800         if backup-month > 1
038900             subtract 1 from backup-month
039000         else
039100             move 12 to backup-month
039200             subtract 1 from backup-year
039300         end-if
039400         perform 1140-set-days-in-month thru 1140-exit
039500         move days-in-month-work to backup-day
039600     end-if.
039700 1130-exit.
039800     exit.
039900 1140-set-days-in-month.
040000     evaluate backup-month
040100         when 01
040200         when 03
040300         when 05
040400         when 07
040500         when 08
040600         when 10
040700         when 12
040800             move 31 to days-in-month-work
040900         when 04
041000         when 06
041100         when 09
041200         when 11
041300             move 30 to days-in-month-work
041400         when other
041500             move 28 to days-in-month-work
041600             divide backup-year by 4
041700                 giving leap-work remainder leap-remainder
041800             if leap-remainder = zero
041900                 move 29 to days-in-month-work
042000                 divide backup-year by 100
042100                     giving leap-work remainder leap-remainder
042200                 if leap-remainder = zero
042300                     move 28 to days-in-month-work
042400                     divide backup-year by 400
042500                          giving leap-work remainder
042600                                leap-remainder
042700                     if leap-remainder = zero
042800                         move 29 to days-in-month-work
042900                     end-if
043000                 end-if
043100             end-if
043200     end-evaluate.
043300 1140-exit.
043400     exit.
043500*----------------------------------------------------------------
043600*    MATCH-MERGE - BOTH FILES IN ARRAY-ID ORDER.  THE LOWER KEY
043700*    IS ON ONE SIDE ONLY; EQUAL KEYS ARE COMPARED IN FULL.
043800*----------------------------------------------------------------
043900 2000-reconcile-files.
044000     move low-values to arr-array-id of array-master-record
044100     start array-master-file key is not less than
044200            arr-array-id of array-master-record
044300     if array-master-ok
044400         perform 2100-read-master thru 2100-exit
044500     else
044600         move high-values to master-key
044700     end-if
044800     perform 2200-read-backup thru 2200-exit
044900     perform 2300-match-one-key thru 2300-exit
045000         until master-key = high-values and
045100               backup-key = high-values.
045200 2000-exit.
045300     exit.
045400*----------------------------------------------------------------
045500*    READERS - EACH RECORD READ IS ADDED INTO ITS SIDE'S
045600*    CONTROL TOTALS.  ELEMENTS ARE COUNTED UP TO THE LENGTH,
045700*    CAPPED AT THE CAPACITY SO A BAD LENGTH CANNOT DRIVE THE
045800*    SUBSCRIPT PAST THE TABLE, AS ARRAYAUDIT DOES.
045900*----------------------------------------------------------------
046000 2100-read-master.
046100     read array-master-file next
046200     if not array-master-ok
046300         move high-values to master-key
046400         go to 2100-exit
046500     end-if
046600     move arr-array-id of array-master-record to master-key
046700     add 1 to master-array-count
046800      if arr-array-length of array-master-record <
046900             arr-array-capacity of array-master-record
047000          move arr-array-length of array-master-record to
047100                master-scan-limit
047200     else
047300          move arr-array-capacity of array-master-record to
047400                master-scan-limit
047500     end-if
047600     if master-scan-limit < zero
047700         move zero to master-scan-limit
047800     end-if
047900     add master-scan-limit to master-element-count
048000     perform 2110-hash-one-master-element thru 2110-exit
048100         varying scan-index from 1 by 1
048200         until scan-index > master-scan-limit.
048300 2100-exit.
048400     exit.
048500 2110-hash-one-master-element.
048600      add arr-array-table of array-master-record (scan-index)
048700          to master-hash-total.
048800 2110-exit.
048900     exit.
049000 2200-read-backup.
049100     read backup-file
049200     if not backup-file-ok
049300         move high-values to backup-key
049400         go to 2200-exit
049500     end-if
049600     move bkp-array-id of backup-record to backup-key
049700     add 1 to backup-array-count
049800      if bkp-array-length of backup-record <
049900             bkp-array-capacity of backup-record
050000          move bkp-array-length of backup-record to
050100                backup-scan-limit
050200     else
050300          move bkp-array-capacity of backup-record to
050400                backup-scan-limit
050500     end-if
050600     if backup-scan-limit < zero
050700         move zero to backup-scan-limit
050800     end-if
050900     add backup-scan-limit to backup-element-count
051000     perform 2210-hash-one-backup-element thru 2210-exit
051100         varying scan-index from 1 by 1
051200         until scan-index > backup-scan-limit.
051300 2200-exit.
051400     exit.
051500 2210-hash-one-backup-element.
051600      add bkp-array-table of backup-record (scan-index)
051700          to backup-hash-total.
051800 2210-exit.
051900     exit.
052000 2300-match-one-key.
052100     evaluate true
052200         when master-key < backup-key
052300             perform 3000-report-master-only thru 3000-exit
052400             perform 2100-read-master thru 2100-exit
052500         when master-key > backup-key
052600             perform 3100-report-backup-only thru 3100-exit
052700             perform 2200-read-backup thru 2200-exit
052800         when other
052900             perform 3200-compare-pair thru 3200-exit
053000             perform 2100-read-master thru 2100-exit
053100             perform 2200-read-backup thru 2200-exit
053200     end-evaluate.
053300 2300-exit.
053400     exit.
053500*----------------------------------------------------------------
053600*    ONE-SIDED ARRAYS - ADDED SINCE THE BACKUP (MASTER ONLY) OR
053700*    DELETED OR RENAMED SINCE IT (BACKUP ONLY).
053800*----------------------------------------------------------------
053900 3000-report-master-only.
054000     add 1 to master-only-count
054100     move master-scan-limit to length-display
054200     perform 8810-build-line thru 8810-exit
054300     string "ON THE MASTER ONLY - LENGTH " length-display
054400         ", OWNER " arr-array-owner of array-master-record
054500         ", CREATED " arr-created-date of array-master-record
054600         " " arr-created-time of array-master-record
054700         delimited by size into recon-record (11:)
054800     perform 8800-write-difference thru 8800-exit.
054900 3000-exit.
055000     exit.
055100 3100-report-backup-only.
055200     add 1 to backup-only-count
055300     move backup-scan-limit to length-display
055400     perform 8810-build-line thru 8810-exit
055500     string "ON THE BACKUP ONLY - LENGTH " length-display
055600         ", OWNER " bkp-array-owner of backup-record
055700         ", UPDATED " bkp-updated-date of backup-record
055800         " " bkp-updated-time of backup-record
055900         delimited by size into recon-record (11:)
056000     perform 8800-write-difference thru 8800-exit.
056100 3100-exit.
056200     exit.
056300*----------------------------------------------------------------
056400*    ARRAY ON BOTH SIDES - HEADER FIELDS, THEN ELEMENTS.
056500*----------------------------------------------------------------
056600 3200-compare-pair.
056700     add 1 to matched-count
056800     move "N" to pair-differs-sw
056900     perform 3300-compare-header thru 3300-exit
057000     perform 3400-compare-elements thru 3400-exit
057100     if pair-differs
057200         add 1 to differing-count
057300     else
057400         add 1 to agreeing-count
057500     end-if.
057600 3200-exit.
057700     exit.
057800 3300-compare-header.
057900      if bkp-array-type of backup-record not =
058000             arr-array-type of array-master-record
058100         perform 8810-build-line thru 8810-exit
058200         string "TYPE CHANGED           BACKUP "
058300             bkp-array-type of backup-record "  MASTER "
058400             arr-array-type of array-master-record
058500             delimited by size into recon-record (11:)
058600         perform 8800-write-difference thru 8800-exit
058700     end-if
058800      if bkp-array-sort-order of backup-record not =
058900             arr-array-sort-order of array-master-record
059000         perform 8810-build-line thru 8810-exit
059100         string "SORT ORDER CHANGED     BACKUP "
059200             bkp-array-sort-order of backup-record "  MASTER "
059300             arr-array-sort-order of array-master-record
059400             delimited by size into recon-record (11:)
059500         perform 8800-write-difference thru 8800-exit
059600     end-if
059700      if bkp-array-owner of backup-record not =
059800             arr-array-owner of array-master-record
059900         perform 8810-build-line thru 8810-exit
060000         string "OWNER CHANGED          BACKUP "
060100             bkp-array-owner of backup-record "  MASTER "
060200             arr-array-owner of array-master-record
060300             delimited by size into recon-record (11:)
060400         perform 8800-write-difference thru 8800-exit
060500     end-if
060600      if bkp-array-desc of backup-record not =
060700             arr-array-desc of array-master-record
060800         perform 8810-build-line thru 8810-exit
060900         string "DESCRIPTION CHANGED    BACKUP "
061000             bkp-array-desc of backup-record
061100             delimited by size into recon-record (11:)
061200         perform 8800-write-difference thru 8800-exit
061300         move spaces to recon-record
061400         string "                       MASTER "
061500             arr-array-desc of array-master-record
061600             delimited by size into recon-record (11:)
061700         write recon-record
061800     end-if
061900      if bkp-array-capacity of backup-record not =
062000             arr-array-capacity of array-master-record
062100          move bkp-array-capacity of backup-record to
062200                length-display
062300          move arr-array-capacity of array-master-record to
062400                length-2-display
062500         perform 8810-build-line thru 8810-exit
062600         string "CAPACITY CHANGED       BACKUP " length-display
062700             "  MASTER " length-2-display
062800             delimited by size into recon-record (11:)
062900         perform 8800-write-difference thru 8800-exit
063000     end-if
063100      if bkp-array-length of backup-record not =
063200             arr-array-length of array-master-record
063300          move bkp-array-length of backup-record to
063400                length-display
063500          move arr-array-length of array-master-record to
063600                length-2-display
063700         perform 8810-build-line thru 8810-exit
063800         string "LENGTH CHANGED         BACKUP " length-display
063900             "  MASTER " length-2-display
064000             delimited by size into recon-record (11:)
064100         perform 8800-write-difference thru 8800-exit
064200     end-if
064300      if bkp-updated-date of backup-record not =
064400             arr-updated-date of array-master-record or
064500         bkp-updated-time of backup-record not =
064600             arr-updated-time of array-master-record
064700         perform 8810-build-line thru 8810-exit
064800         string "UPDATED STAMP CHANGED  BACKUP "
064900             bkp-updated-date of backup-record " "
065000             bkp-updated-time of backup-record "  MASTER "
065100             arr-updated-date of array-master-record " "
065200             arr-updated-time of array-master-record
065300             delimited by size into recon-record (11:)
065400         perform 8800-write-difference thru 8800-exit
065500     end-if.
065600 3300-exit.
065700     exit.
065800*----------------------------------------------------------------
065900*    ELEMENTS - EVERY POSITION UP TO THE LONGER OF THE TWO
066000*    LENGTHS.  A POSITION PAST ONE SIDE'S LENGTH DIFFERS AND
066100*    SHOWS NONE ON THAT SIDE.  ONLY THE FIRST N DIFFERING
066200*    POSITIONS ARE LISTED; THE REST ARE COUNTED.
066300*----------------------------------------------------------------
066400 3400-compare-elements.
066500     if master-scan-limit > backup-scan-limit
066600         move master-scan-limit to compare-limit
066700     else
066800         move backup-scan-limit to compare-limit
066900     end-if
067000     move zero to position-difference-count
067100     move zero to positions-shown-count
067200     perform 3410-compare-one-position thru 3410-exit
067300         varying scan-index from 1 by 1
067400         until scan-index > compare-limit
067500     if position-difference-count > positions-shown-count
067600         compute count-display = position-difference-count -
067700             positions-shown-count
067800         move position-difference-count to count-2-display
067900         perform 8810-build-line thru 8810-exit
068000         string count-display " MORE DIFFERING POSITION(S) "
068100             "NOT LISTED, " count-2-display " IN ALL"
068200             delimited by size into recon-record (11:)
068300         write recon-record
068400     end-if.
068500 3400-exit.
068600     exit.
068700 3410-compare-one-position.
068800     if scan-index <= backup-scan-limit and
068900            scan-index <= master-scan-limit
069000          if bkp-array-table of backup-record (scan-index) =
069100                 arr-array-table of array-master-record
069200                     (scan-index)
069300             go to 3410-exit
069400         end-if
069500     end-if
069600     add 1 to position-difference-count
069700     set pair-differs to true
069800     if highest-return-code < 4
069900         move 4 to highest-return-code
070000     end-if
070100     if positions-shown-count >= difference-limit
070200         go to 3410-exit
070300     end-if
070400     add 1 to positions-shown-count
070500     if scan-index > backup-scan-limit
070600         move "          NONE" to value-text
070700     else
070800          move bkp-array-table of backup-record (scan-index)
070900              to value-display
071000         move value-display to value-text
071100     end-if
071200     if scan-index > master-scan-limit
071300         move "          NONE" to value-2-text
071400     else
071500          move arr-array-table of array-master-record
071600              (scan-index) to value-2-display
071700         move value-2-display to value-2-text
071800     end-if
071900     move scan-index to position-display
072000     perform 8810-build-line thru 8810-exit
072100     string "POSITION " position-display
072200         "          BACKUP " value-text "  MASTER " value-2-text
072300         delimited by size into recon-record (11:)
072400     write recon-record.
072500 3410-exit.
072600     exit.
072700*----------------------------------------------------------------
072800*    DIFFERENCE WRITERS - 8810 CLEARS THE LINE AND PUTS THE
072900*    ARRAY ID OF THE CURRENT MATCH IN COLUMNS 1-8; THE CALLER
073000*    STRINGS ITS TEXT FROM COLUMN 11 AND PERFORMS 8800 TO WRITE
073100*    IT, FLAG THE ARRAY, AND RAISE THE RETURN CODE.
073200*----------------------------------------------------------------
073300 8800-write-difference.
073400     write recon-record
073500     set pair-differs to true
073600     if highest-return-code < 4
073700         move 4 to highest-return-code
073800     end-if.
073900 8800-exit.
074000     exit.
074100 8810-build-line.
074200     move spaces to recon-record
074300     if master-key < backup-key
074400         move master-key to recon-record (1:8)
074500     else
074600         move backup-key to recon-record (1:8)
074700     end-if.
074800 8810-exit.
074900     exit.
075000*----------------------------------------------------------------
075100*    TERMINATION - CONTROL TOTALS, SIDE BY SIDE, AND WHETHER THE
075200*    FILES TIE OUT.
075300*----------------------------------------------------------------
075400 9000-terminate.
075500     if not run-abandoned
075600         perform 9100-write-control-totals thru 9100-exit
075700         close array-master-file
075800     else
075900         if master-open
076000             close array-master-file
076100         end-if
076200     end-if
076300     if backup-open
076400         close backup-file
076500     end-if
076600     if report-open
076700         close recon-file
076800     end-if.
076900 9000-exit.
077000     exit.
077100 9100-write-control-totals.
077200     move spaces to recon-record
077300     write recon-record
077400     move spaces to control-line
077500     move "CONTROL TOTALS" to ctl-caption
077600     move "              BACKUP" to ctl-backup
077700     move "              MASTER" to ctl-master
077800     move control-line to recon-record
077900     write recon-record
078000     move spaces to control-line
078100     move "ARRAYS" to ctl-caption
078200     move backup-array-count to count-display
078300     move master-array-count to count-2-display
078400     move count-display to ctl-backup (12:9)
078500     move count-2-display to ctl-master (12:9)
078600     move control-line to recon-record
078700     write recon-record
078800     move spaces to control-line
078900     move "ELEMENTS" to ctl-caption
079000     move backup-element-count to count-display
079100     move master-element-count to count-2-display
079200     move count-display to ctl-backup (12:9)
079300     move count-2-display to ctl-master (12:9)
079400     move control-line to recon-record
079500     write recon-record
079600     move spaces to control-line
079700     move "ELEMENT HASH TOTAL" to ctl-caption
079800     move backup-hash-total to hash-display
079900     move master-hash-total to hash-2-display
080000     move hash-display to ctl-backup
080100     move hash-2-display to ctl-master
080200     move control-line to recon-record
080300     write recon-record
080400     move spaces to recon-record
080500     write recon-record
080600     move matched-count to count-display
080700     move agreeing-count to count-2-display
080800     move differing-count to count-3-display
080900     move spaces to recon-record
081000     string "ARRAYS ON BOTH " count-display ", AGREEING "
081100         count-2-display ", DIFFERING " count-3-display
081200         delimited by size into recon-record
081300     write recon-record
081400     move master-only-count to count-display
081500     move backup-only-count to count-2-display
081600     move spaces to recon-record
081700     string "ARRAYS ON THE MASTER ONLY " count-display
081800         ", ON THE BACKUP ONLY " count-2-display
081900         delimited by size into recon-record
082000     write recon-record
082100     move spaces to recon-record
082200     if highest-return-code = zero
082300         move "THE MASTER AND THE BACKUP TIE OUT"
082400             to recon-record
082500         display "ARRAYMST ties out to " backup-file-name
082600     else
082700         string "THE MASTER AND THE BACKUP DO NOT TIE OUT - "
082800             "SEE THE DIFFERENCES ABOVE"
082900             delimited by size into recon-record
083000         display "ARRAYMST differs from " backup-file-name
083100             " - see " recon-file-name
083200     end-if
083300     write recon-record.
083400 9100-exit.
083500     exit.
083600 end program ArrayRecon.
