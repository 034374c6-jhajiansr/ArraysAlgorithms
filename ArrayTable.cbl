000100 identification division.
000200 program-id. ArrayTable as "ArraysAlgorithms.ArrayTable".
000300 author. J. Hajian.
000400 installation. ArraysAlgorithms Maintenance Group.
000500 date-written. 2026-10-14.
000600 date-compiled. 2026-10-14.
000700*----------------------------------------------------------------
000800*    ARRAYTABLE
000900*
001000*    BUILD, BROWSE, AND MAINTAIN TWO-DIMENSIONAL TABLES - GRIDS
001100*    OF ROWS BY COLUMNS SUCH AS TWELVE MONTHS FOR EACH OF A SET
001200*    OF COST CENTERS - THAT WOULD OTHERWISE BE KEPT AS SEVERAL
001300*    SEPARATE ARRAYS.  A TABLE'S CELLS ARE AN ORDINARY ARRAYMST
001400*    ARRAY (DL100AR) HELD ROW BY ROW UNDER THE TABLE ID, AND ITS
001500*    SHAPE AND ROW AND COLUMN LABELS ARE ON THE ARRAYTBL
001600*    DESCRIPTOR FILE (DL100TB) UNDER THE SAME ID, SO A TABLE IS
001700*    LOCKED, BACKED UP, JOURNALED, AND ROLLED TO ARRAYGEN
001800*    GENERATIONS EXACTLY AS ANY OTHER ARRAY IS.
001900*
002000*    THE MENU OFFERS:
002100*        - BUILD A NEW TABLE, WITH OPTIONAL LABELS AND VALUES
002200*        - BROWSE A TABLE ON THE SCREEN
002300*        - CHANGE ONE CELL, OR ONE ROW OR COLUMN LABEL
002400*        - ADD A ROW OR A COLUMN
002500*        - PRINT THE GRID TO THE DATED ARRTBL.YYYYMMDD.DAT
002600*          REPORT WITH ROW TOTALS, COLUMN TOTALS, AND A GRAND
002700*          TOTAL, FIVE COLUMNS TO A BAND
002800*        - EXTRACT ONE ROW OR COLUMN TO A NEW NAMED ARRAY, SO
002900*          THE SEARCH, SORT, STATISTICS, AND CSV FUNCTIONS OF
003000*          THE REST OF THE SUITE APPLY TO IT
003100*        - LIST THE TABLES ON FILE, AND DELETE A TABLE
003200*
003300*    THE OPERATOR SIGNS ON AGAINST ARRAYSEC (DL100SC).  EVERY
003400*    CHANGE NEEDS AUTHORITY FOR THE TABLE'S OWNER, AND DELETE
003500*    NEEDS THE MAINTENANCE FLAG AS WELL; REFUSALS GO TO THE
003600*    DATED ARRAYVIO LOG (DL100SV).  EACH CHANGE IS COMMITTED
003700*    AS SOON AS IT IS MADE: THE PRIOR IMAGE IS ROLLED TO
003800*    ARRAYGEN, THE MASTER IS REWRITTEN, AND EVERY CELL THAT
003900*    CHANGED IS JOURNALED TO ARRAYJRN POSITIONALLY (TBLBUILD,
004000*    TBLCELL, TBLROW, TBLCOL, TBLEXTR) FOLLOWED BY A SAVE
004100*    RECORD CARRYING THE NEW LENGTH, AS PROGRAM1 DOES AT SAVE.
004200*----------------------------------------------------------------
004300*    MODIFICATION HISTORY.
004400*    2026-10-14  JHJ  ORIGINAL VERSION - BUILD, BROWSE, CELL
004500*                     AND LABEL CHANGES, ADD ROW AND COLUMN,
004600*                     GRID REPORT, ROW/COLUMN EXTRACT, LIST, AND
004700*                     DELETE FOR ARRAYTBL TABLES.
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
006000     select table-file assign to "ARRAYTBL"
006100         organization is indexed
006200         access mode is dynamic
006300         record key is tbl-table-id
006400         file status is table-file-status.
006500     select lock-file assign to "ARRAYLCK"
006600         organization is indexed
006700         access mode is dynamic
006800         record key is lck-array-id
006900         file status is lock-file-status.
007000     select generation-file assign to "ARRAYGEN"
007100         organization is indexed
007200         access mode is dynamic
007300         record key is gen-key
007400         file status is generation-status.
007500     select journal-file assign to "ARRAYJRN"
007600         organization is line sequential
007700         file status is journal-status.
007800     select grid-report-file assign to dynamic grid-file-name
007900         organization is line sequential
008000         file status is grid-file-status.
008100     select security-file assign to "ARRAYSEC"
008200         organization is line sequential
008300         file status is security-file-status.
008400     select violation-file assign to dynamic
008500         violation-file-name
008600         organization is line sequential
008700         file status is violation-file-status.
008800 data division.
008900 file section.
009000 fd  array-master-file.
009100 01  array-master-record.
009200     copy DL100AR.
009300 fd  table-file.
009400 01  table-record.
009500     copy DL100TB.
009600 fd  lock-file.
009700 01  lock-record.
009800     copy DL100LK.
009900 fd  generation-file.
010000 01  generation-record.
010100     copy DL100GN.
010200 fd  journal-file.
010300 01  journal-record.
010400     05  jrn-array-id             pic x(08).
010500     05  filler                   pic x(01) value spaces.
010600     05  jrn-timestamp.
010700         10  jrn-date             pic 9(08).
010800         10  jrn-time             pic 9(06).
010900     05  filler                   pic x(01) value spaces.
011000     05  jrn-operation            pic x(08).
011100     05  filler                   pic x(01) value spaces.
011200     05  jrn-position             pic 9(04).
011300     05  filler                   pic x(01) value spaces.
011400     05  jrn-old-value            pic s9(09)v9(02)
011500                                  sign leading separate.
011600     05  filler                   pic x(01) value spaces.
011700     05  jrn-new-value            pic s9(09)v9(02)
011800                                  sign leading separate.
011900     05  filler                   pic x(01) value spaces.
012000     05  jrn-program              pic x(10).
012100     05  filler                   pic x(01) value spaces.
012200     05  jrn-operator             pic x(08).
012300 fd  grid-report-file.
012400 01  grid-report-record           pic x(132).
012500 fd  security-file.
012600 01  security-record.
012700     copy DL100SC.
012800 fd  violation-file.
012900 01  violation-record.
013000     copy DL100SV.
013100 working-storage section.
013200*----------------------------------------------------------------
013300*    FILE STATUS AND SWITCHES
013400*----------------------------------------------------------------
013500 01  array-master-status           pic x(02).
013600     88  array-master-ok                      value "00".
013700     88  array-master-duplicate               value "22".
013800     88  array-master-not-found               value "23".
013900     88  array-master-no-file                 value "35".
014000 01  table-file-status             pic x(02).
014100     88  table-file-ok                        value "00".
014200     88  table-file-eof                       value "10".
014300     88  table-file-duplicate                 value "22".
014400     88  table-file-not-found                 value "23".
014500     88  table-file-no-file                   value "35".
014600 01  lock-file-status              pic x(02).
014700     88  lock-file-ok                         value "00".
014800     88  lock-file-duplicate                  value "22".
014900     88  lock-file-not-found                  value "23".
015000     88  lock-file-no-file                    value "35".
015100 01  generation-status             pic x(02).
015200     88  generation-ok                        value "00".
015300     88  generation-duplicate                 value "22".
015400     88  generation-not-found                 value "23".
015500     88  generation-no-file                   value "35".
015600 01  journal-status                pic x(02).
015700     88  journal-ok                           value "00".
015800 01  grid-file-status              pic x(02).
015900     88  grid-file-ok                         value "00".
016000 01  done-sw                       pic x(01) value "N".
016100     88  done                                 value "Y".
016200 01  confirm-sw                    pic x(01).
016300     88  confirmed                            value "Y" "y".
016400 01  lock-held-sw                  pic x(01) value "N".
016500     88  lock-held                            value "Y".
016600 01  lock-id-work                  pic x(08).
016700 01  locked-array-id               pic x(08).
016800 01  other-lock-held-sw            pic x(01) value "N".
016900     88  other-lock-held                      value "Y".
017000 01  other-locked-id               pic x(08).
017100 01  lock-time-fields.
017200     05  lock-time-hhmmss          pic 9(06).
017300     05  filler                    pic 9(02).
017400 01  generation-limit              pic s9(04) comp value 5.
017500 01  gen-shift-number              pic s9(04) comp.
017600 01  gen-copy-index                pic s9(09) comp.
017700 01  grid-file-name                pic x(20).
017800 01  current-date-fields.
017900     05  current-date-yyyymmdd    pic 9(08).
018000*----------------------------------------------------------------
018100*    MENU AND OPERATOR-ENTRY FIELDS
018200*----------------------------------------------------------------
018300 01  table-choice                  pic 9(02).
018400     88  table-build                         value 1.
018500     88  table-browse                        value 2.
018600     88  table-change-cell                   value 3.
018700     88  table-relabel                       value 4.
018800     88  table-add-row                       value 5.
018900     88  table-add-column                    value 6.
019000     88  table-grid-report                   value 7.
019100     88  table-extract                       value 8.
019200     88  table-list                          value 9.
019300     88  table-delete                        value 10.
019400     88  table-exit                          value 11.
019500 01  table-id-entry                pic x(08).
019600 01  target-id-entry               pic x(08).
019700 01  type-entry                    pic x(01).
019800     88  type-entry-valid                     value "I" "D".
019900 01  owner-entry                   pic x(08).
020000 01  desc-entry                    pic x(40).
020100 01  label-entry                   pic x(12).
020200 01  axis-entry                    pic x(01).
020300     88  axis-row                             value "R" "r".
020400     88  axis-column                          value "C" "c".
020500 01  row-entry                     pic s9(09).
020600 01  column-entry                  pic s9(09).
020700 01  cell-value-entry              pic s9(09)v9(02).
020800 01  whole-check-work              pic s9(09).
020900 01  entry-valid-sw                pic x(01).
021000     88  entry-valid                          value "Y".
021100 01  cell-value-valid-sw           pic x(01).
021200     88  cell-value-valid                     value "Y".
021300 01  label-prompt-sw               pic x(01).
021400     88  label-prompt                         value "Y" "y".
021500 01  value-prompt-sw               pic x(01).
021600     88  value-prompt                         value "Y" "y".
021700*----------------------------------------------------------------
021800*    TABLE WORK FIELDS.  CELL-COUNT IS ROWS TIMES COLUMNS OF THE
021900*    TABLE AS LOADED; THE STASH HOLDS THE OLD CELLS WHILE A NEW
022000*    COLUMN IS WOVEN IN, AND THE VECTOR HOLDS ONE ROW'S OR ONE
022100*    COLUMN'S VALUES FOR AN ADD OR AN EXTRACT.
022200*----------------------------------------------------------------
022300 01  table-loaded-sw               pic x(01) value "N".
022400     88  table-loaded                         value "Y".
022500 01  table-repair-sw               pic x(01) value "N".
022600     88  table-repair-allowed                 value "Y".
022700 01  cell-array-missing-sw         pic x(01) value "N".
022800     88  cell-array-missing                   value "Y".
022900 01  row-index                     pic s9(04) comp.
023000 01  column-index                  pic s9(04) comp.
023100 01  new-column-count              pic s9(04) comp.
023200 01  cell-index                    pic s9(09) comp.
023300 01  cell-count                    pic s9(09) comp.
023400 01  new-cell-count                pic s9(09) comp.
023500 01  cell-old-value                pic s9(09)v9(02).
023600 01  cell-stash-table.
023700     05  cell-stash                pic s9(09)v9(02) comp-3
023800         occurs 9999 times.
023900 01  vector-table.
024000     05  vector-value              pic s9(09)v9(02) comp-3
024100         occurs 999 times.
024200 01  vector-count                  pic s9(04) comp.
024300 01  vector-index                  pic s9(04) comp.
024400 01  extract-array-type            pic x(01).
024500 01  extract-array-owner           pic x(08).
024600 01  extract-desc                  pic x(40).
024700 01  row-label-work                pic x(12).
024800 01  column-label-work             pic x(12).
024900 01  row-number-display            pic 9(03).
025000 01  column-number-display         pic 9(02).
025100 01  table-count                   pic s9(09) comp.
025200 01  rows-display                  pic z(02)9.
025300 01  columns-display               pic z9.
025400 01  cell-count-display            pic z(03)9.
025500 01  cell-value-display            pic -(9)9.9(2).
025600*----------------------------------------------------------------
025700*    JOURNAL FIELDS - ONE ARRAYJRN RECORD PER CHANGED CELL, IN
025800*    THE LAYOUT PROGRAM1 AND ARRAYBATCH WRITE
025900*----------------------------------------------------------------
026000 01  journal-array-id              pic x(08).
026100 01  journal-op                    pic x(08).
026200 01  journal-position              pic s9(09) comp.
026300 01  journal-old-value             pic s9(09)v9(02).
026400 01  journal-new-value             pic s9(09)v9(02).
026500 01  journal-time-fields.
026600     05  journal-time-hhmmss      pic 9(06).
026700     05  filler                   pic 9(02).
026800 01  journal-error-shown-sw        pic x(01) value "N".
026900     88  journal-error-shown                  value "Y".
027000*----------------------------------------------------------------
027100*    GRID FIELDS - THE REPORT PRINTS FIVE COLUMNS TO A BAND AND
027200*    THE SCREEN FOUR; THE LAST BAND OF THE REPORT ALSO CARRIES
027300*    THE ROW TOTALS, AND ITS COLUMN-TOTAL LINE THE GRAND TOTAL.
027400*----------------------------------------------------------------
027500 01  report-band-width             pic s9(04) comp value 5.
027600 01  browse-band-width             pic s9(04) comp value 4.
027700 01  band-first-column             pic s9(04) comp.
027800 01  band-last-column              pic s9(04) comp.
027900 01  grid-slot                     pic s9(04) comp.
028000 01  last-band-sw                  pic x(01).
028100     88  last-band                            value "Y".
028200 01  row-total                     pic s9(13)v9(02).
028300 01  grand-total                   pic s9(13)v9(02).
028400 01  column-total-table.
028500     05  column-total              pic s9(13)v9(02)
028600         occurs 99 times.
028700 01  grand-total-display           pic -(13)9.9(2).
028800 01  page-number                   pic s9(04) comp value zero.
028900 01  line-count                    pic s9(04) comp value 99.
029000 01  lines-per-page                pic s9(04) comp value 55.
029100 01  page-number-display           pic zzz9.
029200 01  first-column-display          pic z9.
029300 01  last-column-display           pic z9.
029400 01  grid-line.
029500     05  grd-label                 pic x(12).
029600     05  filler                    pic x(02).
029700     05  grd-column                occurs 6 times.
029800         10  grd-amount            pic -(13)9.9(2).
029900         10  filler                pic x(01).
030000 01  grid-header-line.
030100     05  grh-label                 pic x(12).
030200     05  filler                    pic x(02).
030300     05  grh-column                occurs 6 times.
030400         10  filler                pic x(05).
030500         10  grh-column-label      pic x(12).
030600         10  filler                pic x(01).
030700 01  browse-line.
030800     05  brw-label                 pic x(12).
030900     05  brw-column                occurs 4 times.
031000         10  filler                pic x(01).
031100         10  brw-amount            pic -(9)9.9(2).
031200 01  browse-header-line.
031300     05  brh-label                 pic x(12).
031400     05  brh-column                occurs 4 times.
031500         10  filler                pic x(02).
031600         10  brh-column-label      pic x(12).
031700*----------------------------------------------------------------
031800*    OPERATOR SECURITY FIELDS - THE SIGNED-ON OPERATOR'S ARRAYSEC
031900*    ENTRY (DL100SC), HELD FOR THE WHOLE SESSION.  EVERY
032000*    REFUSAL IS LOGGED TO THE DATED ARRAYVIO SECURITY-VIOLATION
032100*    LOG (DL100SV).
032200*----------------------------------------------------------------
032300 01  security-file-status          pic x(02).
032400     88  security-file-ok                     value "00".
032500 01  violation-file-status         pic x(02).
032600     88  violation-file-ok                    value "00".
032700 01  violation-file-name           pic x(21).
032800 01  operator-id                   pic x(08).
032900 01  operator-found-sw             pic x(01) value "N".
033000     88  operator-found                       value "Y".
033100 01  operator-read-only-sw         pic x(01).
033200     88  operator-read-only                   value "Y".
033300 01  operator-maintenance-sw       pic x(01).
033400     88  operator-maintenance-allowed         value "Y".
033500 01  operator-owner-table.
033600     05  operator-owner            pic x(08)
033700         occurs 10 times.
033800         88  operator-all-owners              value "*ALL".
033900 01  operator-owner-index          pic s9(04) comp.
034000 01  authority-sw                  pic x(01).
034100     88  authority-granted                    value "Y".
034200 01  authority-action              pic x(08).
034300 01  authority-array-id            pic x(08).
034400 01  authority-owner               pic x(08).
034500 01  violation-reason              pic x(40).
034600 procedure division.
034700 0000-mainline.
034800     perform 1000-initialize thru 1000-exit
034900     perform 3000-menu-loop thru 3000-exit
035000         until done
035100     perform 9000-terminate thru 9000-exit
035200     goback.
035300 0000-exit.
035400     exit.
035500*----------------------------------------------------------------
035600*    INITIALIZATION
035700*----------------------------------------------------------------
035800 1000-initialize.
035900     move "N" to done-sw
036000     accept current-date-fields from date yyyymmdd
036100     open i-o array-master-file
036200     if array-master-no-file
036300         open output array-master-file
036400         close array-master-file
036500         open i-o array-master-file
036600     end-if
036700     if not array-master-ok
036800         display "Error - could not open the ARRAYMST master "
036900             "file"
037000         set done to true
037100         go to 1000-exit
037200     end-if
037300     open i-o table-file
037400     if table-file-no-file
037500         open output table-file
037600         close table-file
037700         open i-o table-file
037800     end-if
037900     if not table-file-ok
038000         display "Error - could not open the ARRAYTBL table "
038100             "file, status " table-file-status
038200         set done to true
038300         go to 1000-exit
038400     end-if
038500     open i-o lock-file
038600     if lock-file-no-file
038700         open output lock-file
038800         close lock-file
038900         open i-o lock-file
039000     end-if
039100     if not lock-file-ok
039200         display "Error - could not open the ARRAYLCK lock "
039300             "file, status " lock-file-status
039400         set done to true
039500         go to 1000-exit
039600     end-if
039700     open i-o generation-file
039800     if generation-no-file
039900         open output generation-file
040000         close generation-file
040100         open i-o generation-file
040200     end-if
040300     if not generation-ok
040400         display "Error - could not open the ARRAYGEN "
040500             "generation store, status " generation-status
040600         set done to true
040700         go to 1000-exit
040800     end-if
040900     open extend journal-file
041000     if not journal-ok
041100         open output journal-file
041200     end-if
041300     perform 9900-sign-on-operator thru 9900-exit.
041400 1000-exit.
041500     exit.
041600*----------------------------------------------------------------
041700*    LOAD A TABLE - CLAIMS THE TABLE ID ON ARRAYLCK, READS THE
041800*    DESCRIPTOR AND THE CELL ARRAY, CHECKS THAT THE CELL ARRAY
041900*    STILL HOLDS ROWS TIMES COLUMNS VALUES, AND STAMPS THE
042000*    LAST-USED DATE.  THE CALLER RELEASES THE LOCK.  ONLY THE
042100*    DELETE FUNCTION (TABLE-REPAIR-ALLOWED) WILL TAKE A TABLE
042200*    WHOSE CELL ARRAY IS MISSING OR NO LONGER MATCHES.
042300*----------------------------------------------------------------
042400 2000-load-table.
042500     move "N" to table-loaded-sw
042600     move "N" to cell-array-missing-sw
042700     display "Enter the table ID"
042800     accept table-id-entry
042900     if table-id-entry = spaces
043000         display "Error - the table ID must not be blank"
043100         go to 2000-exit
043200     end-if
043300     move table-id-entry to lock-id-work
043400     perform 9700-claim-array-lock thru 9700-exit
043500     if not lock-held
043600         go to 2000-exit
043700     end-if
043800     move table-id-entry to tbl-table-id
043900     read table-file key is tbl-table-id
044000     if not table-file-ok
044100         display "Error - no table with that ID is on the "
044200             "ARRAYTBL file"
044300         perform 9750-release-array-lock thru 9750-exit
044400         go to 2000-exit
044500     end-if
044600     compute cell-count = tbl-row-count * tbl-column-count
044700     move table-id-entry to arr-array-id of array-master-record
044800      read array-master-file key is arr-array-id of
044900             array-master-record
045000     if not array-master-ok
045100         if table-repair-allowed
045200             display "Warning - the table's cell array is not "
045300                 "on the master file"
045400             set cell-array-missing to true
045500             set table-loaded to true
045600         else
045700             display "Error - the table's cell array is not on "
045800                 "the master file"
045900             perform 9750-release-array-lock thru 9750-exit
046000         end-if
046100         go to 2000-exit
046200     end-if
046300     if arr-array-length of array-master-record not = cell-count
046400         if table-repair-allowed
046500             display "Warning - the cell array no longer holds "
046600                 "rows times columns values"
046700         else
046800             display "Error - the cell array no longer holds "
046900                 "rows times columns values - it was changed "
047000                 "outside ArrayTable"
047100             perform 9750-release-array-lock thru 9750-exit
047200             go to 2000-exit
047300         end-if
047400     end-if
047500      move current-date-yyyymmdd to arr-last-used-date of
047600             array-master-record
047700     rewrite array-master-record
047800     if not array-master-ok
047900         display "Warning - could not stamp the last-used "
048000             "date on the master record"
048100     end-if
048200     set table-loaded to true.
048300 2000-exit.
048400     exit.
048500*----------------------------------------------------------------
048600*    TABLE AUTHORITY - A CHANGE NEEDS AUTHORITY FOR THE OWNER OF
048700*    THE TABLE'S CELL ARRAY.  THE CALLER STAGES THE ACTION; A
048800*    REFUSAL IS LOGGED HERE.
048900*----------------------------------------------------------------
049000 2100-check-table-authority.
049100     move tbl-table-id to authority-array-id
049200      move arr-array-owner of array-master-record to
049300             authority-owner
049400     perform 9920-check-owner-authority thru 9920-exit
049500     if not authority-granted
049600         perform 9950-log-security-violation thru 9950-exit
049700     end-if.
049800 2100-exit.
049900     exit.
050000 2200-stamp-update.
050100      move current-date-yyyymmdd to arr-updated-date of
050200             array-master-record
050300     accept lock-time-fields from time
050400      move lock-time-hhmmss to arr-updated-time of
050500             array-master-record.
050600 2200-exit.
050700     exit.
050800*----------------------------------------------------------------
050900*    TABLE LIST - SEQUENTIAL WALK OF ARRAYTBL, WITH THE OWNER
051000*    AND DESCRIPTION TAKEN FROM EACH TABLE'S CELL ARRAY.
051100*----------------------------------------------------------------
051200 2500-list-tables.
051300     move zero to table-count
051400     display " "
051500     display "TABLE ID  ROWS  COLS  OWNER     DESCRIPTION"
051600     move low-values to tbl-table-id
051700     start table-file key is not less than tbl-table-id
051800     if table-file-ok
051900         perform 2510-list-one-table thru 2510-exit
052000             until not table-file-ok
052100     end-if
052200     if table-count = zero
052300         display "No tables are on file"
052400     end-if.
052500 2500-exit.
052600     exit.
052700 2510-list-one-table.
052800     read table-file next
052900     if not table-file-ok
053000         go to 2510-exit
053100     end-if
053200     add 1 to table-count
053300     move tbl-row-count to rows-display
053400     move tbl-column-count to columns-display
053500     move tbl-table-id to arr-array-id of array-master-record
053600      read array-master-file key is arr-array-id of
053700             array-master-record
053800     if array-master-ok
053900         display tbl-table-id "  " rows-display "    "
054000             columns-display "  "
054100             arr-array-owner of array-master-record "  "
054200             arr-array-desc of array-master-record
054300     else
054400         display tbl-table-id "  " rows-display "    "
054500             columns-display "  (CELL ARRAY MISSING FROM "
054600             "ARRAYMST)"
054700     end-if
054800     set table-file-ok to true.
054900 2510-exit.
055000     exit.
055100*----------------------------------------------------------------
055200*    LABELS - THE LABEL OF ROW-INDEX OR COLUMN-INDEX, OR ROW NNN
055300*    / COL NN WHEN NONE WAS GIVEN.
055400*----------------------------------------------------------------
055500 2700-set-row-label.
055600     move tbl-row-label (row-index) to row-label-work
055700     if row-label-work = spaces
055800         move row-index to row-number-display
055900         string "ROW " row-number-display
056000             delimited by size into row-label-work
056100     end-if.
056200 2700-exit.
056300     exit.
056400 2710-set-column-label.
056500     move tbl-column-label (column-index) to column-label-work
056600     if column-label-work = spaces
056700         move column-index to column-number-display
056800         string "COL " column-number-display
056900             delimited by size into column-label-work
057000     end-if.
057100 2710-exit.
057200     exit.
057300*----------------------------------------------------------------
057400*    MAIN MENU LOOP
057500*----------------------------------------------------------------
057600 3000-menu-loop.
057700     display " "
057800     display "1 - Build a new table"
057900     display "2 - Browse a table"
058000     display "3 - Change a cell value"
058100     display "4 - Change a row or column label"
058200     display "5 - Add a row"
058300     display "6 - Add a column"
058400     display "7 - Print the grid report"
058500     display "8 - Extract a row or column to a new array"
058600     display "9 - List the tables"
058700     display "10 - Delete a table"
058800     display "11 - Exit"
058900     display "Enter your choice"
059000     accept table-choice
059100     evaluate true
059200         when table-build
059300             perform 4000-build-table thru 4000-exit
059400         when table-browse
059500             perform 4200-browse-table thru 4200-exit
059600         when table-change-cell
059700             perform 4400-change-cell thru 4400-exit
059800         when table-relabel
059900             perform 4500-change-label thru 4500-exit
060000         when table-add-row
060100             perform 4600-add-row thru 4600-exit
060200         when table-add-column
060300             perform 4700-add-column thru 4700-exit
060400         when table-grid-report
060500             perform 5000-grid-report thru 5000-exit
060600         when table-extract
060700             perform 6000-extract-vector thru 6000-exit
060800         when table-list
060900             perform 2500-list-tables thru 2500-exit
061000         when table-delete
061100             perform 7000-delete-table thru 7000-exit
061200         when table-exit
061300             set done to true
061400         when other
061500             display "Error - enter a choice between 1 and 11"
061600     end-evaluate.
061700 3000-exit.
061800     exit.
061900*----------------------------------------------------------------
062000*    BUILD A NEW TABLE - THE ID MUST BE FREE ON BOTH ARRAYTBL
062100*    AND ARRAYMST.  LABELS AND CELL VALUES ARE OPTIONAL AT
062200*    BUILD TIME; CELLS NOT ENTERED START AT ZERO.  THE CELL
062300*    ARRAY IS WRITTEN FIRST AND REMOVED AGAIN IF THE DESCRIPTOR
062400*    CANNOT BE WRITTEN, SO THE TWO NEVER GET OUT OF STEP.
062500*----------------------------------------------------------------
062600 4000-build-table.
062700     display "Enter the ID for the new table"
062800     accept table-id-entry
062900     if table-id-entry = spaces
063000         display "Error - the table ID must not be blank"
063100         go to 4000-exit
063200     end-if
063300     move table-id-entry to lock-id-work
063400     perform 9700-claim-array-lock thru 9700-exit
063500     if not lock-held
063600         go to 4000-exit
063700     end-if
063800     move table-id-entry to tbl-table-id
063900     read table-file key is tbl-table-id
064000     if table-file-ok
064100         display "Error - a table already exists under that ID"
064200         perform 9750-release-array-lock thru 9750-exit
064300         go to 4000-exit
064400     end-if
064500     move table-id-entry to arr-array-id of array-master-record
064600      read array-master-file key is arr-array-id of
064700             array-master-record
064800     if array-master-ok
064900         display "Error - an array already exists under that ID"
065000         perform 9750-release-array-lock thru 9750-exit
065100         go to 4000-exit
065200     end-if
065300     display "Enter the type - I for integer or D for decimal"
065400     accept type-entry
065500     if not type-entry-valid
065600         display "Error - the type must be I or D, build "
065700             "abandoned"
065800         perform 9750-release-array-lock thru 9750-exit
065900         go to 4000-exit
066000     end-if
066100     display "Enter the owner ID"
066200     accept owner-entry
066300     move "BUILD" to authority-action
066400     move table-id-entry to authority-array-id
066500     move owner-entry to authority-owner
066600     perform 9920-check-owner-authority thru 9920-exit
066700     if not authority-granted
066800         perform 9950-log-security-violation thru 9950-exit
066900         perform 9750-release-array-lock thru 9750-exit
067000         go to 4000-exit
067100     end-if
067200     display "Enter a description (up to 40 characters)"
067300     accept desc-entry
067400     display "Enter the number of rows (1 to 999)"
067500     accept row-entry
067600     if row-entry < 1 or row-entry > 999
067700         display "Error - the table must have 1 to 999 rows"
067800         perform 9750-release-array-lock thru 9750-exit
067900         go to 4000-exit
068000     end-if
068100     display "Enter the number of columns (1 to 99)"
068200     accept column-entry
068300     if column-entry < 1 or column-entry > 99
068400         display "Error - the table must have 1 to 99 columns"
068500         perform 9750-release-array-lock thru 9750-exit
068600         go to 4000-exit
068700     end-if
068800     compute cell-count = row-entry * column-entry
068900     if cell-count > 9999
069000         display "Error - a table may hold no more than 9999 "
069100             "cells"
069200         perform 9750-release-array-lock thru 9750-exit
069300         go to 4000-exit
069400     end-if
069500     move spaces to table-record
069600     move table-id-entry to tbl-table-id
069700     move row-entry to tbl-row-count
069800     move column-entry to tbl-column-count
069900     display "Enter row and column labels now? (Y/N)"
070000     accept label-prompt-sw
070100     if label-prompt
070200         perform 4010-prompt-column-label thru 4010-exit
070300             varying column-index from 1 by 1
070400             until column-index > tbl-column-count
070500         perform 4020-prompt-row-label thru 4020-exit
070600             varying row-index from 1 by 1
070700             until row-index > tbl-row-count
070800     end-if
070900     move cell-count to arr-array-capacity of array-master-record
071000     move table-id-entry to arr-array-id of array-master-record
071100     set arr-unsorted to true
071200     move type-entry to arr-array-type of array-master-record
071300     move owner-entry to arr-array-owner of array-master-record
071400     move desc-entry to arr-array-desc of array-master-record
071500      move current-date-yyyymmdd to arr-created-date of
071600             array-master-record
071700     accept lock-time-fields from time
071800      move lock-time-hhmmss to arr-created-time of
071900             array-master-record
072000      move arr-created-date of array-master-record to
072100             arr-updated-date of array-master-record
072200      move arr-created-time of array-master-record to
072300             arr-updated-time of array-master-record
072400      move current-date-yyyymmdd to arr-last-used-date of
072500             array-master-record
072600     move cell-count to arr-array-length of array-master-record
072700     perform 4030-zero-one-cell thru 4030-exit
072800         varying cell-index from 1 by 1
072900         until cell-index > cell-count
073000     display "Enter the cell values now? (Y/N - N leaves "
073100         "every cell zero)"
073200     accept value-prompt-sw
073300     if value-prompt
073400         perform 4040-prompt-one-row thru 4040-exit
073500             varying row-index from 1 by 1
073600             until row-index > tbl-row-count
073700     end-if
073800     write array-master-record
073900     if not array-master-ok
074000         display "Error - could not write the cell array to "
074100             "ARRAYMST, status " array-master-status
074200         perform 9750-release-array-lock thru 9750-exit
074300         go to 4000-exit
074400     end-if
074500     write table-record
074600     if not table-file-ok
074700         display "Error - could not write the ARRAYTBL "
074800             "record, status " table-file-status
074900             " - table not built"
075000         delete array-master-file
075100         perform 9750-release-array-lock thru 9750-exit
075200         go to 4000-exit
075300     end-if
075400     move tbl-table-id to journal-array-id
075500     move "TBLBUILD" to journal-op
075600     move zero to journal-old-value
075700     perform 4060-journal-one-built-cell thru 4060-exit
075800         varying cell-index from 1 by 1
075900         until cell-index > cell-count
076000     perform 9150-journal-save thru 9150-exit
076100     move tbl-row-count to rows-display
076200     move tbl-column-count to columns-display
076300     display "Table " tbl-table-id " built - " rows-display
076400         " row(s) by " columns-display " column(s)"
076500     perform 9750-release-array-lock thru 9750-exit.
076600 4000-exit.
076700     exit.
076800 4010-prompt-column-label.
076900     move column-index to column-number-display
077000     display "Enter the label for column " column-number-display
077100         " (blank for none)"
077200     accept tbl-column-label (column-index).
077300 4010-exit.
077400     exit.
077500 4020-prompt-row-label.
077600     move row-index to row-number-display
077700     display "Enter the label for row " row-number-display
077800         " (blank for none)"
077900     accept tbl-row-label (row-index).
078000 4020-exit.
078100     exit.
078200 4030-zero-one-cell.
078300     move zero to arr-array-table of array-master-record
078400         (cell-index).
078500 4030-exit.
078600     exit.
078700 4040-prompt-one-row.
078800     perform 2700-set-row-label thru 2700-exit
078900     perform 4050-prompt-one-cell thru 4050-exit
079000         varying column-index from 1 by 1
079100         until column-index > tbl-column-count.
079200 4040-exit.
079300     exit.
079400 4050-prompt-one-cell.
079500     perform 2710-set-column-label thru 2710-exit
079600     perform 8200-prompt-cell-value thru 8200-exit
079700     compute cell-index = (row-index - 1) * tbl-column-count
079800         + column-index
079900      move cell-value-entry to arr-array-table of
080000             array-master-record (cell-index).
080100 4050-exit.
080200     exit.
080300 4060-journal-one-built-cell.
080400     move cell-index to journal-position
080500      move arr-array-table of array-master-record (cell-index)
080600          to journal-new-value
080700     perform 9100-write-journal-record thru 9100-exit.
080800 4060-exit.
080900     exit.
081000*----------------------------------------------------------------
081100*    BROWSE - THE GRID ON THE SCREEN, FOUR COLUMNS TO A BAND.
081200*----------------------------------------------------------------
081300 4200-browse-table.
081400     perform 2000-load-table thru 2000-exit
081500     if not table-loaded
081600         go to 4200-exit
081700     end-if
081800     move tbl-row-count to rows-display
081900     move tbl-column-count to columns-display
082000     display " "
082100     display "Table " tbl-table-id " - "
082200         arr-array-desc of array-master-record
082300     display rows-display " row(s) by " columns-display
082400         " column(s), type " arr-array-type of
082500         array-master-record ", owner "
082600         arr-array-owner of array-master-record
082700     move 1 to band-first-column
082800     perform 4210-browse-one-band thru 4210-exit
082900         until band-first-column > tbl-column-count
083000     perform 9750-release-array-lock thru 9750-exit.
083100 4200-exit.
083200     exit.
083300 4210-browse-one-band.
083400     compute band-last-column = band-first-column +
083500         browse-band-width - 1
083600     if band-last-column > tbl-column-count
083700         move tbl-column-count to band-last-column
083800     end-if
083900     move spaces to browse-header-line
084000     move zero to grid-slot
084100     perform 4220-browse-one-heading thru 4220-exit
084200         varying column-index from band-first-column by 1
084300         until column-index > band-last-column
084400     display " "
084500     display browse-header-line
084600     perform 4230-browse-one-row thru 4230-exit
084700         varying row-index from 1 by 1
084800         until row-index > tbl-row-count
084900     compute band-first-column = band-last-column + 1.
085000 4210-exit.
085100     exit.
085200 4220-browse-one-heading.
085300     add 1 to grid-slot
085400     perform 2710-set-column-label thru 2710-exit
085500     move column-label-work to brh-column-label (grid-slot).
085600 4220-exit.
085700     exit.
085800 4230-browse-one-row.
085900     move spaces to browse-line
086000     perform 2700-set-row-label thru 2700-exit
086100     move row-label-work to brw-label
086200     move zero to grid-slot
086300     perform 4240-browse-one-cell thru 4240-exit
086400         varying column-index from band-first-column by 1
086500         until column-index > band-last-column
086600     display browse-line.
086700 4230-exit.
086800     exit.
086900 4240-browse-one-cell.
087000     add 1 to grid-slot
087100     compute cell-index = (row-index - 1) * tbl-column-count
087200         + column-index
087300      move arr-array-table of array-master-record (cell-index)
087400          to brw-amount (grid-slot).
087500 4240-exit.
087600     exit.
087700*----------------------------------------------------------------
087800*    CHANGE ONE CELL - SHOWS THE CURRENT VALUE, TAKES THE NEW
087900*    ONE, ROLLS THE PRIOR IMAGE TO ARRAYGEN, AND REWRITES.
088000*----------------------------------------------------------------
088100 4400-change-cell.
088200     perform 2000-load-table thru 2000-exit
088300     if not table-loaded
088400         go to 4400-exit
088500     end-if
088600     move "CHANGE" to authority-action
088700     perform 2100-check-table-authority thru 2100-exit
088800     if not authority-granted
088900         perform 9750-release-array-lock thru 9750-exit
089000         go to 4400-exit
089100     end-if
089200     perform 8100-prompt-row-number thru 8100-exit
089300     if entry-valid
089400         perform 8110-prompt-column-number thru 8110-exit
089500     end-if
089600     if not entry-valid
089700         perform 9750-release-array-lock thru 9750-exit
089800         go to 4400-exit
089900     end-if
090000     move row-entry to row-index
090100     move column-entry to column-index
090200     perform 2700-set-row-label thru 2700-exit
090300     perform 2710-set-column-label thru 2710-exit
090400     compute cell-index = (row-index - 1) * tbl-column-count
090500         + column-index
090600      move arr-array-table of array-master-record (cell-index)
090700          to cell-old-value
090800     move cell-old-value to cell-value-display
090900     display row-label-work " / " column-label-work " holds "
091000         cell-value-display
091100     perform 8200-prompt-cell-value thru 8200-exit
091200     perform 9800-roll-generation thru 9800-exit
091300      move cell-value-entry to arr-array-table of
091400             array-master-record (cell-index)
091500     perform 2200-stamp-update thru 2200-exit
091600     rewrite array-master-record
091700     if not array-master-ok
091800         display "Error - could not rewrite the cell array, "
091900             "status " array-master-status
092000         perform 9750-release-array-lock thru 9750-exit
092100         go to 4400-exit
092200     end-if
092300     display "Cell changed"
092400     move tbl-table-id to journal-array-id
092500     move "TBLCELL" to journal-op
092600     move cell-index to journal-position
092700     move cell-old-value to journal-old-value
092800     move cell-value-entry to journal-new-value
092900     perform 9100-write-journal-record thru 9100-exit
093000     perform 9150-journal-save thru 9150-exit
093100     perform 9750-release-array-lock thru 9750-exit.
093200 4400-exit.
093300     exit.
093400*----------------------------------------------------------------
093500*    CHANGE A LABEL - ONLY THE ARRAYTBL DESCRIPTOR CHANGES, SO
093600*    NOTHING IS ROLLED OR JOURNALED.
093700*----------------------------------------------------------------
093800 4500-change-label.
093900     perform 2000-load-table thru 2000-exit
094000     if not table-loaded
094100         go to 4500-exit
094200     end-if
094300     move "RELABEL" to authority-action
094400     perform 2100-check-table-authority thru 2100-exit
094500     if not authority-granted
094600         perform 9750-release-array-lock thru 9750-exit
094700         go to 4500-exit
094800     end-if
094900     display "Relabel a row or a column? (R/C)"
095000     accept axis-entry
095100     evaluate true
095200         when axis-row
095300             perform 8100-prompt-row-number thru 8100-exit
095400         when axis-column
095500             perform 8110-prompt-column-number thru 8110-exit
095600         when other
095700             display "Error - enter R for a row or C for a "
095800                 "column"
095900             move "N" to entry-valid-sw
096000     end-evaluate
096100     if not entry-valid
096200         perform 9750-release-array-lock thru 9750-exit
096300         go to 4500-exit
096400     end-if
096500     if axis-row
096600         move row-entry to row-index
096700         perform 2700-set-row-label thru 2700-exit
096800         display "The row is labelled " row-label-work
096900     else
097000         move column-entry to column-index
097100         perform 2710-set-column-label thru 2710-exit
097200         display "The column is labelled " column-label-work
097300     end-if
097400     display "Enter the new label (up to 12 characters, blank "
097500         "for none)"
097600     accept label-entry
097700     if axis-row
097800         move label-entry to tbl-row-label (row-index)
097900     else
098000         move label-entry to tbl-column-label (column-index)
098100     end-if
098200     rewrite table-record
098300     if table-file-ok
098400         display "Label changed"
098500     else
098600         display "Error - could not rewrite the ARRAYTBL "
098700             "record, status " table-file-status
098800     end-if
098900     perform 9750-release-array-lock thru 9750-exit.
099000 4500-exit.
099100     exit.
099200*----------------------------------------------------------------
099300*    ADD A ROW - THE NEW ROW'S CELLS GO ON THE END OF THE CELL
099400*    ARRAY, SO NO EXISTING CELL MOVES.
099500*----------------------------------------------------------------
099600 4600-add-row.
099700     perform 2000-load-table thru 2000-exit
099800     if not table-loaded
099900         go to 4600-exit
100000     end-if
100100     move "ADDROW" to authority-action
100200     perform 2100-check-table-authority thru 2100-exit
100300     if not authority-granted
100400         perform 9750-release-array-lock thru 9750-exit
100500         go to 4600-exit
100600     end-if
100700     if tbl-row-count >= 999
100800         display "Error - the table already has 999 rows"
100900         perform 9750-release-array-lock thru 9750-exit
101000         go to 4600-exit
101100     end-if
101200     compute new-cell-count = (tbl-row-count + 1) *
101300         tbl-column-count
101400     if new-cell-count > 9999
101500         display "Error - another row would take the table "
101600             "past 9999 cells"
101700         perform 9750-release-array-lock thru 9750-exit
101800         go to 4600-exit
101900     end-if
102000     display "Enter the label for the new row (blank for none)"
102100     accept label-entry
102200     compute row-index = tbl-row-count + 1
102300     move label-entry to tbl-row-label (row-index)
102400     perform 2700-set-row-label thru 2700-exit
102500     perform 4610-prompt-new-row-cell thru 4610-exit
102600         varying column-index from 1 by 1
102700         until column-index > tbl-column-count
102800     perform 9800-roll-generation thru 9800-exit
102900      move new-cell-count to arr-array-capacity of
103000             array-master-record
103100      move new-cell-count to arr-array-length of
103200             array-master-record
103300     perform 4620-place-new-row-cell thru 4620-exit
103400         varying column-index from 1 by 1
103500         until column-index > tbl-column-count
103600     perform 2200-stamp-update thru 2200-exit
103700     rewrite array-master-record
103800     if not array-master-ok
103900         display "Error - could not rewrite the cell array, "
104000             "status " array-master-status
104100         perform 9750-release-array-lock thru 9750-exit
104200         go to 4600-exit
104300     end-if
104400     move row-index to tbl-row-count
104500     rewrite table-record
104600     if not table-file-ok
104700         display "Error - could not rewrite the ARRAYTBL "
104800             "record, status " table-file-status
104900         display "The cell array already holds the new row - "
105000             "revert it to generation 1 with ArrayMaint"
105100     end-if
105200     move tbl-table-id to journal-array-id
105300     move "TBLROW" to journal-op
105400     move zero to journal-old-value
105500     perform 4630-journal-new-row-cell thru 4630-exit
105600         varying column-index from 1 by 1
105700         until column-index > tbl-column-count
105800     perform 9150-journal-save thru 9150-exit
105900     move tbl-row-count to rows-display
106000     move tbl-column-count to columns-display
106100     display "Row added - the table is now " rows-display
106200         " row(s) by " columns-display " column(s)"
106300     perform 9750-release-array-lock thru 9750-exit.
106400 4600-exit.
106500     exit.
106600 4610-prompt-new-row-cell.
106700     perform 2710-set-column-label thru 2710-exit
106800     perform 8200-prompt-cell-value thru 8200-exit
106900     move cell-value-entry to vector-value (column-index).
107000 4610-exit.
107100     exit.
107200 4620-place-new-row-cell.
107300     compute cell-index = cell-count + column-index
107400      move vector-value (column-index) to arr-array-table of
107500             array-master-record (cell-index).
107600 4620-exit.
107700     exit.
107800 4630-journal-new-row-cell.
107900     compute journal-position = cell-count + column-index
108000     move vector-value (column-index) to journal-new-value
108100     perform 9100-write-journal-record thru 9100-exit.
108200 4630-exit.
108300     exit.
108400*----------------------------------------------------------------
108500*    ADD A COLUMN - EVERY ROW GROWS BY ONE CELL, SO THE OLD
108600*    CELLS ARE STASHED AND THE ARRAY IS REWOVEN ROW BY ROW.
108700*    EVERY POSITION WHOSE VALUE CHANGED IS JOURNALED, AND EVERY
108800*    POSITION PAST THE OLD LENGTH.
108900*----------------------------------------------------------------
109000 4700-add-column.
109100     perform 2000-load-table thru 2000-exit
109200     if not table-loaded
109300         go to 4700-exit
109400     end-if
109500     move "ADDCOL" to authority-action
109600     perform 2100-check-table-authority thru 2100-exit
109700     if not authority-granted
109800         perform 9750-release-array-lock thru 9750-exit
109900         go to 4700-exit
110000     end-if
110100     if tbl-column-count >= 99
110200         display "Error - the table already has 99 columns"
110300         perform 9750-release-array-lock thru 9750-exit
110400         go to 4700-exit
110500     end-if
110600     compute new-column-count = tbl-column-count + 1
110700     compute new-cell-count = tbl-row-count * new-column-count
110800     if new-cell-count > 9999
110900         display "Error - another column would take the table "
111000             "past 9999 cells"
111100         perform 9750-release-array-lock thru 9750-exit
111200         go to 4700-exit
111300     end-if
111400     display "Enter the label for the new column (blank for "
111500         "none)"
111600     accept label-entry
111700     move new-column-count to column-index
111800     move label-entry to tbl-column-label (column-index)
111900     perform 2710-set-column-label thru 2710-exit
112000     perform 4710-prompt-new-column-cell thru 4710-exit
112100         varying row-index from 1 by 1
112200         until row-index > tbl-row-count
112300     perform 4720-stash-one-cell thru 4720-exit
112400         varying cell-index from 1 by 1
112500         until cell-index > cell-count
112600     perform 9800-roll-generation thru 9800-exit
112700      move new-cell-count to arr-array-capacity of
112800             array-master-record
112900      move new-cell-count to arr-array-length of
113000             array-master-record
113100     perform 4730-reweave-one-row thru 4730-exit
113200         varying row-index from 1 by 1
113300         until row-index > tbl-row-count
113400     perform 2200-stamp-update thru 2200-exit
113500     rewrite array-master-record
113600     if not array-master-ok
113700         display "Error - could not rewrite the cell array, "
113800             "status " array-master-status
113900         perform 9750-release-array-lock thru 9750-exit
114000         go to 4700-exit
114100     end-if
114200     move new-column-count to tbl-column-count
114300     rewrite table-record
114400     if not table-file-ok
114500         display "Error - could not rewrite the ARRAYTBL "
114600             "record, status " table-file-status
114700         display "The cell array already holds the new column "
114800             "- revert it to generation 1 with ArrayMaint"
114900     end-if
115000     move tbl-table-id to journal-array-id
115100     move "TBLCOL" to journal-op
115200     perform 4750-journal-one-moved-cell thru 4750-exit
115300         varying cell-index from 1 by 1
115400         until cell-index > new-cell-count
115500     perform 9150-journal-save thru 9150-exit
115600     move tbl-row-count to rows-display
115700     move tbl-column-count to columns-display
115800     display "Column added - the table is now " rows-display
115900         " row(s) by " columns-display " column(s)"
116000     perform 9750-release-array-lock thru 9750-exit.
116100 4700-exit.
116200     exit.
116300 4710-prompt-new-column-cell.
116400     perform 2700-set-row-label thru 2700-exit
116500     perform 8200-prompt-cell-value thru 8200-exit
116600     move cell-value-entry to vector-value (row-index).
116700 4710-exit.
116800     exit.
116900 4720-stash-one-cell.
117000      move arr-array-table of array-master-record (cell-index)
117100          to cell-stash (cell-index).
117200 4720-exit.
117300     exit.
117400 4730-reweave-one-row.
117500     perform 4740-reweave-one-cell thru 4740-exit
117600         varying column-index from 1 by 1
117700         until column-index > new-column-count.
117800 4730-exit.
117900     exit.
118000 4740-reweave-one-cell.
118100     compute cell-index = (row-index - 1) * new-column-count
118200         + column-index
118300     if column-index = new-column-count
118400          move vector-value (row-index) to arr-array-table of
118500                 array-master-record (cell-index)
118600     else
118700         compute vector-index = (row-index - 1) *
118800             tbl-column-count + column-index
118900          move cell-stash (vector-index) to arr-array-table of
119000                 array-master-record (cell-index)
119100     end-if.
119200 4740-exit.
119300     exit.
119400 4750-journal-one-moved-cell.
119500     if cell-index > cell-count
119600         move zero to journal-old-value
119700     else
119800         move cell-stash (cell-index) to journal-old-value
119900     end-if
120000      move arr-array-table of array-master-record (cell-index)
120100          to journal-new-value
120200     if cell-index <= cell-count and
120300            journal-new-value = journal-old-value
120400         go to 4750-exit
120500     end-if
120600     move cell-index to journal-position
120700     perform 9100-write-journal-record thru 9100-exit.
120800 4750-exit.
120900     exit.
121000*----------------------------------------------------------------
121100*    GRID REPORT - APPENDED TO THE DATED ARRTBL REPORT.  THE
121200*    COLUMNS ARE PRINTED FIVE TO A BAND, EACH BAND PAGED WITH
121300*    ITS OWN HEADINGS AND ENDED BY A COLUMN-TOTAL LINE; THE
121400*    LAST BAND CARRIES A ROW-TOTAL COLUMN, WITH THE GRAND
121500*    TOTAL AT THE FOOT OF IT.  A CONTROL LINE CLOSES THE
121600*    REPORT.
121700*----------------------------------------------------------------
121800 5000-grid-report.
121900     perform 2000-load-table thru 2000-exit
122000     if not table-loaded
122100         go to 5000-exit
122200     end-if
122300     move spaces to grid-file-name
122400     string "ARRTBL." current-date-yyyymmdd ".DAT"
122500         delimited by size into grid-file-name
122600     open extend grid-report-file
122700     if not grid-file-ok
122800         open output grid-report-file
122900     end-if
123000     if not grid-file-ok
123100         display "Error - could not open the ARRTBL grid "
123200             "report, status " grid-file-status
123300         perform 9750-release-array-lock thru 9750-exit
123400         go to 5000-exit
123500     end-if
123600     perform 5100-total-columns thru 5100-exit
123700     move zero to page-number
123800     move 1 to band-first-column
123900     perform 5200-write-one-band thru 5200-exit
124000         until band-first-column > tbl-column-count
124100     perform 5400-write-control-line thru 5400-exit
124200     close grid-report-file
124300     display "Grid report for table " tbl-table-id
124400         " written to " grid-file-name
124500     perform 9750-release-array-lock thru 9750-exit.
124600 5000-exit.
124700     exit.
124800 5100-total-columns.
124900     move zero to grand-total
125000     perform 5110-zero-one-column-total thru 5110-exit
125100         varying column-index from 1 by 1
125200         until column-index > tbl-column-count
125300     perform 5120-total-one-row thru 5120-exit
125400         varying row-index from 1 by 1
125500         until row-index > tbl-row-count.
125600 5100-exit.
125700     exit.
125800 5110-zero-one-column-total.
125900     move zero to column-total (column-index).
126000 5110-exit.
126100     exit.
126200 5120-total-one-row.
126300     perform 5130-total-one-cell thru 5130-exit
126400         varying column-index from 1 by 1
126500         until column-index > tbl-column-count.
126600 5120-exit.
126700     exit.
126800 5130-total-one-cell.
126900     compute cell-index = (row-index - 1) * tbl-column-count
127000         + column-index
127100      add arr-array-table of array-master-record (cell-index)
127200          to column-total (column-index) grand-total.
127300 5130-exit.
127400     exit.
127500 5200-write-one-band.
127600     compute band-last-column = band-first-column +
127700         report-band-width - 1
127800     if band-last-column >= tbl-column-count
127900         move tbl-column-count to band-last-column
128000         set last-band to true
128100     else
128200         move "N" to last-band-sw
128300     end-if
128400     perform 5300-start-new-page thru 5300-exit
128500     perform 5210-write-one-grid-row thru 5210-exit
128600         varying row-index from 1 by 1
128700         until row-index > tbl-row-count
128800     perform 5220-write-column-totals thru 5220-exit
128900     compute band-first-column = band-last-column + 1.
129000 5200-exit.
129100     exit.
129200 5210-write-one-grid-row.
129300     if line-count >= lines-per-page
129400         perform 5300-start-new-page thru 5300-exit
129500     end-if
129600     move spaces to grid-line
129700     perform 2700-set-row-label thru 2700-exit
129800     move row-label-work to grd-label
129900     move zero to grid-slot
130000     perform 5230-place-one-cell thru 5230-exit
130100         varying column-index from band-first-column by 1
130200         until column-index > band-last-column
130300     if last-band
130400         move zero to row-total
130500         perform 5240-add-one-cell-to-row thru 5240-exit
130600             varying column-index from 1 by 1
130700             until column-index > tbl-column-count
130800         add 1 to grid-slot
130900         move row-total to grd-amount (grid-slot)
131000     end-if
131100     move grid-line to grid-report-record
131200     write grid-report-record
131300     add 1 to line-count.
131400 5210-exit.
131500     exit.
131600 5220-write-column-totals.
131700     if line-count + 2 > lines-per-page
131800         perform 5300-start-new-page thru 5300-exit
131900     end-if
132000     move spaces to grid-report-record
132100     write grid-report-record
132200     move spaces to grid-line
132300     move "COLUMN TOTAL" to grd-label
132400     move zero to grid-slot
132500     perform 5250-place-one-column-total thru 5250-exit
132600         varying column-index from band-first-column by 1
132700         until column-index > band-last-column
132800     if last-band
132900         add 1 to grid-slot
133000         move grand-total to grd-amount (grid-slot)
133100     end-if
133200     move grid-line to grid-report-record
133300     write grid-report-record
133400     add 2 to line-count.
133500 5220-exit.
133600     exit.
133700 5230-place-one-cell.
133800     add 1 to grid-slot
133900     compute cell-index = (row-index - 1) * tbl-column-count
134000         + column-index
134100      move arr-array-table of array-master-record (cell-index)
134200          to grd-amount (grid-slot).
134300 5230-exit.
134400     exit.
134500 5240-add-one-cell-to-row.
134600     compute cell-index = (row-index - 1) * tbl-column-count
134700         + column-index
134800      add arr-array-table of array-master-record (cell-index)
134900          to row-total.
135000 5240-exit.
135100     exit.
135200 5250-place-one-column-total.
135300     add 1 to grid-slot
135400     move column-total (column-index) to grd-amount (grid-slot).
135500 5250-exit.
135600     exit.
135700 5300-start-new-page.
135800     add 1 to page-number
135900     move page-number to page-number-display
136000     move band-first-column to first-column-display
136100     move band-last-column to last-column-display
136200     move tbl-column-count to columns-display
136300     move tbl-row-count to rows-display
136400     if page-number > 1
136500         move spaces to grid-report-record
136600         write grid-report-record
136700     end-if
136800     move spaces to grid-report-record
136900     string "ARRAYSALGORITHMS TABLE GRID REPORT   TABLE "
137000         tbl-table-id "   RUN " current-date-yyyymmdd
137100         "   PAGE " page-number-display
137200         delimited by size into grid-report-record
137300     write grid-report-record
137400     move spaces to grid-report-record
137500     string arr-array-desc of array-master-record "   "
137600         rows-display " ROWS BY " columns-display " COLUMNS"
137700         "   COLUMNS " first-column-display " THRU "
137800         last-column-display
137900         delimited by size into grid-report-record
138000     write grid-report-record
138100     move spaces to grid-report-record
138200     write grid-report-record
138300     move spaces to grid-header-line
138400     move "ROW" to grh-label
138500     move zero to grid-slot
138600     perform 5310-place-one-heading thru 5310-exit
138700         varying column-index from band-first-column by 1
138800         until column-index > band-last-column
138900     if last-band
139000         add 1 to grid-slot
139100         move "   ROW TOTAL" to grh-column-label (grid-slot)
139200     end-if
139300     move grid-header-line to grid-report-record
139400     write grid-report-record
139500     move 4 to line-count.
139600 5300-exit.
139700     exit.
139800 5310-place-one-heading.
139900     add 1 to grid-slot
140000     perform 2710-set-column-label thru 2710-exit
140100     move column-label-work to grh-column-label (grid-slot).
140200 5310-exit.
140300     exit.
140400 5400-write-control-line.
140500     move spaces to grid-report-record
140600     write grid-report-record
140700     move cell-count to cell-count-display
140800     move grand-total to grand-total-display
140900     move spaces to grid-report-record
141000     string "TABLE " tbl-table-id " - " rows-display " ROWS, "
141100         columns-display " COLUMNS, " cell-count-display
141200         " CELLS, GRAND TOTAL " grand-total-display
141300         delimited by size into grid-report-record
141400     write grid-report-record.
141500 5400-exit.
141600     exit.
141700*----------------------------------------------------------------
141800*    EXTRACT A ROW OR COLUMN - WRITTEN AS A NEW, UNSORTED
141900*    ARRAYMST ARRAY OF THE TABLE'S TYPE AND OWNER, SO THE
142000*    ONE-DIMENSIONAL PROGRAMS CAN WORK ON IT.  THE NEW ID IS
142100*    CLAIMED ON ARRAYLCK WHILE IT IS WRITTEN AND MUST BE FREE.
142200*----------------------------------------------------------------
142300 6000-extract-vector.
142400     perform 2000-load-table thru 2000-exit
142500     if not table-loaded
142600         go to 6000-exit
142700     end-if
142800     display "Extract a row or a column? (R/C)"
142900     accept axis-entry
143000     evaluate true
143100         when axis-row
143200             perform 8100-prompt-row-number thru 8100-exit
143300         when axis-column
143400             perform 8110-prompt-column-number thru 8110-exit
143500         when other
143600             display "Error - enter R for a row or C for a "
143700                 "column"
143800             move "N" to entry-valid-sw
143900     end-evaluate
144000     if not entry-valid
144100         perform 9750-release-array-lock thru 9750-exit
144200         go to 6000-exit
144300     end-if
144400     display "Enter the ID for the new array"
144500     accept target-id-entry
144600     if target-id-entry = spaces
144700         display "Error - the new ID must not be blank"
144800         perform 9750-release-array-lock thru 9750-exit
144900         go to 6000-exit
145000     end-if
145100     if target-id-entry = tbl-table-id
145200         display "Error - the new ID is the table's own ID"
145300         perform 9750-release-array-lock thru 9750-exit
145400         go to 6000-exit
145500     end-if
145600     move "EXTRACT" to authority-action
145700     move target-id-entry to authority-array-id
145800      move arr-array-owner of array-master-record to
145900             authority-owner
146000     perform 9920-check-owner-authority thru 9920-exit
146100     if not authority-granted
146200         perform 9950-log-security-violation thru 9950-exit
146300         perform 9750-release-array-lock thru 9750-exit
146400         go to 6000-exit
146500     end-if
146600     move target-id-entry to lock-id-work
146700     perform 9760-claim-other-lock thru 9760-exit
146800     if not other-lock-held
146900         perform 9750-release-array-lock thru 9750-exit
147000         go to 6000-exit
147100     end-if
147200     move spaces to extract-desc
147300     if axis-row
147400         move row-entry to row-index
147500         perform 2700-set-row-label thru 2700-exit
147600         move tbl-column-count to vector-count
147700         perform 6010-take-one-row-cell thru 6010-exit
147800             varying column-index from 1 by 1
147900             until column-index > tbl-column-count
148000         string "FROM TABLE " delimited by size
148100             tbl-table-id delimited by space
148200             " - " row-label-work delimited by size
148300             into extract-desc
148400     else
148500         move column-entry to column-index
148600         perform 2710-set-column-label thru 2710-exit
148700         move tbl-row-count to vector-count
148800         perform 6020-take-one-column-cell thru 6020-exit
148900             varying row-index from 1 by 1
149000             until row-index > tbl-row-count
149100         string "FROM TABLE " delimited by size
149200             tbl-table-id delimited by space
149300             " - " column-label-work delimited by size
149400             into extract-desc
149500     end-if
149600      move arr-array-type of array-master-record to
149700             extract-array-type
149800      move arr-array-owner of array-master-record to
149900             extract-array-owner
150000      move target-id-entry to arr-array-id of
150100             array-master-record
150200      read array-master-file key is arr-array-id of
150300             array-master-record
150400     if array-master-ok
150500         display "Error - an array already exists under that ID"
150600         perform 9770-release-other-lock thru 9770-exit
150700         perform 9750-release-array-lock thru 9750-exit
150800         go to 6000-exit
150900     end-if
151000      move vector-count to arr-array-capacity of
151100             array-master-record
151200      move target-id-entry to arr-array-id of
151300             array-master-record
151400     set arr-unsorted to true
151500      move extract-array-type to arr-array-type of
151600             array-master-record
151700      move extract-array-owner to arr-array-owner of
151800             array-master-record
151900     move extract-desc to arr-array-desc of array-master-record
152000      move current-date-yyyymmdd to arr-created-date of
152100             array-master-record
152200     accept lock-time-fields from time
152300      move lock-time-hhmmss to arr-created-time of
152400             array-master-record
152500      move arr-created-date of array-master-record to
152600             arr-updated-date of array-master-record
152700      move arr-created-time of array-master-record to
152800             arr-updated-time of array-master-record
152900      move current-date-yyyymmdd to arr-last-used-date of
153000             array-master-record
153100      move vector-count to arr-array-length of
153200             array-master-record
153300     perform 6030-place-one-vector-value thru 6030-exit
153400         varying vector-index from 1 by 1
153500         until vector-index > vector-count
153600     write array-master-record
153700     if array-master-ok
153800         move vector-count to cell-count-display
153900         display "Array " target-id-entry " written with "
154000             cell-count-display " value(s)"
154100         move target-id-entry to journal-array-id
154200         move "TBLEXTR" to journal-op
154300         move zero to journal-old-value
154400         perform 6040-journal-one-vector-value thru 6040-exit
154500             varying vector-index from 1 by 1
154600             until vector-index > vector-count
154700         perform 9150-journal-save thru 9150-exit
154800     else
154900         display "Error - could not write the new array, "
155000             "status " array-master-status
155100     end-if
155200     perform 9770-release-other-lock thru 9770-exit
155300     perform 9750-release-array-lock thru 9750-exit.
155400 6000-exit.
155500     exit.
155600 6010-take-one-row-cell.
155700     compute cell-index = (row-index - 1) * tbl-column-count
155800         + column-index
155900      move arr-array-table of array-master-record (cell-index)
156000          to vector-value (column-index).
156100 6010-exit.
156200     exit.
156300 6020-take-one-column-cell.
156400     compute cell-index = (row-index - 1) * tbl-column-count
156500         + column-index
156600      move arr-array-table of array-master-record (cell-index)
156700          to vector-value (row-index).
156800 6020-exit.
156900     exit.
157000 6030-place-one-vector-value.
157100      move vector-value (vector-index) to arr-array-table of
157200             array-master-record (vector-index).
157300 6030-exit.
157400     exit.
157500 6040-journal-one-vector-value.
157600     move vector-index to journal-position
157700     move vector-value (vector-index) to journal-new-value
157800     perform 9100-write-journal-record thru 9100-exit.
157900 6040-exit.
158000     exit.
158100*----------------------------------------------------------------
158200*    DELETE A TABLE - NEEDS THE MAINTENANCE FLAG AND AUTHORITY
158300*    FOR THE OWNER, AS ARRAYMAINT'S DELETE DOES.  THE CELL
158400*    ARRAY GOES FIRST, THEN THE DESCRIPTOR; A DESCRIPTOR LEFT
158500*    WITHOUT ITS CELL ARRAY (OR WITH A BROKEN ONE) CAN STILL BE
158600*    DELETED HERE.
158700*----------------------------------------------------------------
158800 7000-delete-table.
158900     set table-repair-allowed to true
159000     perform 2000-load-table thru 2000-exit
159100     move "N" to table-repair-sw
159200     if not table-loaded
159300         go to 7000-exit
159400     end-if
159500     move "DELETE" to authority-action
159600     move tbl-table-id to authority-array-id
159700     if cell-array-missing
159800         move spaces to authority-owner
159900     else
160000          move arr-array-owner of array-master-record to
160100                 authority-owner
160200     end-if
160300     perform 9935-check-maintenance-authority thru 9935-exit
160400     if not authority-granted
160500         perform 9750-release-array-lock thru 9750-exit
160600         go to 7000-exit
160700     end-if
160800     move tbl-row-count to rows-display
160900     move tbl-column-count to columns-display
161000     display "Table " tbl-table-id " holds " rows-display
161100         " row(s) by " columns-display " column(s)"
161200     display "Delete it and its cell array? (Y/N)"
161300     accept confirm-sw
161400     if not confirmed
161500         display "Delete cancelled"
161600         perform 9750-release-array-lock thru 9750-exit
161700         go to 7000-exit
161800     end-if
161900     if not cell-array-missing
162000         delete array-master-file
162100         if not array-master-ok
162200             display "Error - the cell array could not be "
162300                 "deleted, the table was not removed"
162400             perform 9750-release-array-lock thru 9750-exit
162500             go to 7000-exit
162600         end-if
162700     end-if
162800     delete table-file
162900     if table-file-ok
163000         display "Table deleted"
163100     else
163200         display "Error - the ARRAYTBL record could not be "
163300             "deleted, status " table-file-status
163400     end-if
163500     perform 9750-release-array-lock thru 9750-exit.
163600 7000-exit.
163700     exit.
163800*----------------------------------------------------------------
163900*    ROW, COLUMN, AND CELL-VALUE PROMPTS.  AN INTEGER TABLE
164000*    TAKES WHOLE VALUES ONLY, AS EVERY INPUT EDIT IN THE SUITE
164100*    INSISTS.
164200*----------------------------------------------------------------
164300 8100-prompt-row-number.
164400     move "N" to entry-valid-sw
164500     move tbl-row-count to rows-display
164600     display "Enter the row number (1 to " rows-display ")"
164700     accept row-entry
164800     if row-entry < 1 or row-entry > tbl-row-count
164900         display "Error - the table has no such row"
165000         go to 8100-exit
165100     end-if
165200     set entry-valid to true.
165300 8100-exit.
165400     exit.
165500 8110-prompt-column-number.
165600     move "N" to entry-valid-sw
165700     move tbl-column-count to columns-display
165800     display "Enter the column number (1 to " columns-display
165900         ")"
166000     accept column-entry
166100     if column-entry < 1 or column-entry > tbl-column-count
166200         display "Error - the table has no such column"
166300         go to 8110-exit
166400     end-if
166500     set entry-valid to true.
166600 8110-exit.
166700     exit.
166800 8200-prompt-cell-value.
166900     move "N" to cell-value-valid-sw
167000     perform 8210-accept-cell-value thru 8210-exit
167100         until cell-value-valid.
167200 8200-exit.
167300     exit.
167400 8210-accept-cell-value.
167500     display "Enter the value for " row-label-work " / "
167600         column-label-work
167700     accept cell-value-entry
167800     if arr-type-integer of array-master-record
167900         move cell-value-entry to whole-check-work
168000         if whole-check-work not = cell-value-entry
168100             display "Error - this is an integer table, the "
168200                 "value must be whole"
168300             go to 8210-exit
168400         end-if
168500     end-if
168600     set cell-value-valid to true.
168700 8210-exit.
168800     exit.
168900*----------------------------------------------------------------
169000*    TERMINATION
169100*----------------------------------------------------------------
169200 9000-terminate.
169300     perform 9770-release-other-lock thru 9770-exit
169400     perform 9750-release-array-lock thru 9750-exit
169500     close array-master-file
169600     close table-file
169700     close lock-file
169800     close generation-file
169900     close journal-file
170000     display "Goodbye".
170100 9000-exit.
170200     exit.
170300*----------------------------------------------------------------
170400*    JOURNAL - ONE ARRAYJRN RECORD PER CHANGED CELL, WRITTEN
170500*    ONLY AFTER THE MASTER REWRITE SUCCEEDED, THEN A SAVE
170600*    RECORD CARRYING THE NEW LENGTH.  THE CALLER STAGES THE
170700*    ARRAY ID, OPERATION, POSITION, AND VALUES.
170800*----------------------------------------------------------------
170900 9100-write-journal-record.
171000     move spaces to journal-record
171100     move journal-array-id to jrn-array-id
171200     move current-date-yyyymmdd to jrn-date
171300     accept journal-time-fields from time
171400     move journal-time-hhmmss to jrn-time
171500     move journal-op to jrn-operation
171600     move journal-position to jrn-position
171700     move journal-old-value to jrn-old-value
171800     move journal-new-value to jrn-new-value
171900     move "ARRAYTABLE" to jrn-program
172000     move operator-id to jrn-operator
172100     write journal-record
172200     if not journal-ok and not journal-error-shown
172300         display "Warning - could not write to the ARRAYJRN "
172400             "journal file"
172500         set journal-error-shown to true
172600     end-if.
172700 9100-exit.
172800     exit.
172900 9150-journal-save.
173000     move "SAVE" to journal-op
173100     move zero to journal-position
173200     move zero to journal-old-value
173300      move arr-array-length of array-master-record to
173400             journal-new-value
173500     perform 9100-write-journal-record thru 9100-exit.
173600 9150-exit.
173700     exit.
173800*----------------------------------------------------------------
173900*    ARRAY LOCKING - THE ID IN LOCK-ID-WORK IS CLAIMED BY
174000*    WRITING A RECORD TO THE ARRAYLCK LOCK FILE; A DUPLICATE-KEY
174100*    STATUS MEANS ANOTHER PROGRAM HOLDS THE ARRAY AND THE CLAIM
174200*    IS REFUSED WITH AN "IN USE BY" MESSAGE.
174300*----------------------------------------------------------------
174400 9700-claim-array-lock.
174500     move "N" to lock-held-sw
174600     move lock-id-work to lck-array-id
174700     move "ARRAYTABLE" to lck-program
174800     move current-date-yyyymmdd to lck-date
174900     accept lock-time-fields from time
175000     move lock-time-hhmmss to lck-time
175100     write lock-record
175200     evaluate true
175300         when lock-file-ok
175400             set lock-held to true
175500             move lock-id-work to locked-array-id
175600         when lock-file-duplicate
175700             move lock-id-work to lck-array-id
175800             read lock-file key is lck-array-id
175900             if lock-file-ok
176000                 display "Error - array " lock-id-work
176100                     " is in use by " lck-program " since "
176200                     lck-date " " lck-time
176300             else
176400                 display "Error - array " lock-id-work
176500                     " is in use by another program"
176600             end-if
176700         when other
176800             display "Error - could not claim the lock for "
176900                 "array " lock-id-work ", status "
177000                 lock-file-status
177100     end-evaluate.
177200 9700-exit.
177300     exit.
177400 9750-release-array-lock.
177500     if not lock-held
177600         go to 9750-exit
177700     end-if
177800     move locked-array-id to lck-array-id
177900     delete lock-file
178000     if not lock-file-ok
178100         display "Warning - could not release the lock on "
178200             "array " locked-array-id
178300     end-if
178400     move "N" to lock-held-sw.
178500 9750-exit.
178600     exit.
178700*----------------------------------------------------------------
178800*    SECONDARY LOCK - AN EXTRACT HOLDS THE TABLE AND THE NEW
178900*    ARRAY'S ID AT THE SAME TIME, SO THE SECOND CLAIM IS
179000*    TRACKED SEPARATELY FROM THE MAIN LOCK.
179100*----------------------------------------------------------------
179200 9760-claim-other-lock.
179300     move "N" to other-lock-held-sw
179400     move lock-id-work to lck-array-id
179500     move "ARRAYTABLE" to lck-program
179600     move current-date-yyyymmdd to lck-date
179700     accept lock-time-fields from time
179800     move lock-time-hhmmss to lck-time
179900     write lock-record
180000     evaluate true
180100         when lock-file-ok
180200             set other-lock-held to true
180300             move lock-id-work to other-locked-id
180400         when lock-file-duplicate
180500             move lock-id-work to lck-array-id
180600             read lock-file key is lck-array-id
180700             if lock-file-ok
180800                 display "Error - array " lock-id-work
180900                     " is in use by " lck-program " since "
181000                     lck-date " " lck-time
181100             else
181200                 display "Error - array " lock-id-work
181300                     " is in use by another program"
181400             end-if
181500         when other
181600             display "Error - could not claim the lock for "
181700                 "array " lock-id-work ", status "
181800                 lock-file-status
181900     end-evaluate.
182000 9760-exit.
182100     exit.
182200 9770-release-other-lock.
182300     if not other-lock-held
182400         go to 9770-exit
182500     end-if
182600     move other-locked-id to lck-array-id
182700     delete lock-file
182800     if not lock-file-ok
182900         display "Warning - could not release the lock on "
183000             "array " other-locked-id
183100     end-if
183200     move "N" to other-lock-held-sw.
183300 9770-exit.
183400     exit.
183500*----------------------------------------------------------------
183600*    GENERATION ROLL - PRESERVES THE MASTER IMAGE CURRENTLY IN
183700*    THE RECORD AREA ON ARRAYGEN BEFORE IT IS REPLACED, AS
183800*    PROGRAM1 AND ARRAYBATCH DO AT SAVE.  GENERATIONS 1 THROUGH
183900*    4 SHIFT DOWN ONE NUMBER AND THE CURRENT IMAGE BECOMES
184000*    GENERATION 1.
184100*----------------------------------------------------------------
184200 9800-roll-generation.
184300     compute gen-shift-number = generation-limit - 1
184400     perform 9810-shift-one-generation thru 9810-exit
184500         varying gen-shift-number from gen-shift-number by -1
184600         until gen-shift-number < 1
184700     perform 9820-write-generation-one thru 9820-exit.
184800 9800-exit.
184900     exit.
185000 9810-shift-one-generation.
185100      move arr-array-id of array-master-record to
185200             gen-array-id of generation-record
185300     move gen-shift-number to gen-number of generation-record
185400     read generation-file key is gen-key of generation-record
185500     if generation-ok
185600         add 1 to gen-number of generation-record
185700         write generation-record
185800         if generation-duplicate
185900             rewrite generation-record
186000         end-if
186100     end-if.
186200 9810-exit.
186300     exit.
186400 9820-write-generation-one.
186500      move arr-array-capacity of array-master-record to
186600             gen-capacity of generation-record
186700      move arr-array-id of array-master-record to
186800             gen-array-id of generation-record
186900     move 1 to gen-number of generation-record
187000     move current-date-yyyymmdd to gen-save-date
187100     accept lock-time-fields from time
187200     move lock-time-hhmmss to gen-save-time
187300     move "ARRAYTABLE" to gen-saved-by
187400     move operator-id to gen-saved-operator
187500      move arr-array-sort-order of array-master-record to
187600             gen-sort-order of generation-record
187700      move arr-array-type of array-master-record to
187800             gen-array-type of generation-record
187900      move arr-array-owner of array-master-record to
188000             gen-array-owner of generation-record
188100      move arr-array-desc of array-master-record to
188200             gen-array-desc of generation-record
188300      move arr-created-date of array-master-record to
188400             gen-created-date of generation-record
188500      move arr-created-time of array-master-record to
188600             gen-created-time of generation-record
188700      move arr-updated-date of array-master-record to
188800             gen-updated-date of generation-record
188900      move arr-updated-time of array-master-record to
189000             gen-updated-time of generation-record
189100      move arr-last-used-date of array-master-record to
189200             gen-last-used-date of generation-record
189300      move arr-array-length of array-master-record to
189400             gen-length of generation-record
189500     perform 9830-copy-one-to-generation thru 9830-exit
189600         varying gen-copy-index from 1 by 1
189700          until gen-copy-index > arr-array-capacity of
189800                 array-master-record
189900     write generation-record
190000     if generation-duplicate
190100         rewrite generation-record
190200     end-if
190300     if not generation-ok
190400         display "Warning - could not roll the prior version "
190500             "to the ARRAYGEN generation store, status "
190600             generation-status
190700     end-if.
190800 9820-exit.
190900     exit.
191000 9830-copy-one-to-generation.
191100     move arr-array-table of array-master-record (gen-copy-index)
191200         to gen-table of generation-record (gen-copy-index).
191300 9830-exit.
191400     exit.
191500*----------------------------------------------------------------
191600*    OPERATOR SIGN-ON - THE OPERATOR IS LOOKED UP ON THE
191700*    ARRAYSEC FILE (DL100SC) AND THE ENTRY IS KEPT FOR THE
191800*    SESSION.  AN OPERATOR WHO IS NOT ON THE FILE, OR A FILE
191900*    THAT WILL NOT OPEN, ENDS THE SESSION BEFORE ANY TABLE IS
192000*    TOUCHED.
192100*----------------------------------------------------------------
192200 9900-sign-on-operator.
192300     display "Enter your operator ID"
192400     accept operator-id
192500     perform 9905-find-operator thru 9905-exit
192600     if operator-found
192700         display "Operator " operator-id " signed on"
192800         go to 9900-exit
192900     end-if
193000     move "SIGN-ON" to authority-action
193100     move spaces to authority-array-id
193200     move spaces to authority-owner
193300     move "OPERATOR IS NOT ON THE ARRAYSEC FILE"
193400         to violation-reason
193500     perform 9950-log-security-violation thru 9950-exit
193600     set done to true.
193700 9900-exit.
193800     exit.
193900 9905-find-operator.
194000     move "N" to operator-found-sw
194100     if operator-id = spaces
194200         go to 9905-exit
194300     end-if
194400     open input security-file
194500     if not security-file-ok
194600         display "Error - could not open the ARRAYSEC security "
194700             "file, status " security-file-status
194800         go to 9905-exit
194900     end-if
195000     perform 9910-read-one-operator thru 9910-exit
195100         until operator-found or not security-file-ok
195200     close security-file.
195300 9905-exit.
195400     exit.
195500 9910-read-one-operator.
195600     read security-file
195700     if not security-file-ok
195800         go to 9910-exit
195900     end-if
196000     if security-record (1:1) = "*" or
196100            sec-operator-id not = operator-id
196200         go to 9910-exit
196300     end-if
196400     set operator-found to true
196500     move sec-read-only-flag to operator-read-only-sw
196600     move sec-maintenance-flag to operator-maintenance-sw
196700     perform 9915-take-one-owner thru 9915-exit
196800         varying operator-owner-index from 1 by 1
196900         until operator-owner-index > 10.
197000 9910-exit.
197100     exit.
197200 9915-take-one-owner.
197300     move sec-owner (operator-owner-index) to
197400            operator-owner (operator-owner-index).
197500 9915-exit.
197600     exit.
197700*----------------------------------------------------------------
197800*    OWNER AUTHORITY - AUTHORITY-OWNER MAY BE UPDATED BY THE
197900*    SIGNED-ON OPERATOR WHEN THE OPERATOR IS NOT READ-ONLY AND
198000*    LISTS THAT OWNER, OR *ALL, ON ARRAYSEC.  A BLANK OWNER IS
198100*    ONLY COVERED BY *ALL.  A REFUSAL LEAVES ITS REASON IN
198200*    VIOLATION-REASON FOR THE CALLER TO LOG.
198300*----------------------------------------------------------------
198400 9920-check-owner-authority.
198500     move "N" to authority-sw
198600     move spaces to violation-reason
198700     if operator-read-only
198800         move "OPERATOR IS READ-ONLY" to violation-reason
198900         go to 9920-exit
199000     end-if
199100     perform 9925-match-one-owner thru 9925-exit
199200         varying operator-owner-index from 1 by 1
199300         until operator-owner-index > 10 or authority-granted
199400     if not authority-granted
199500         string "NOT AUTHORIZED FOR OWNER " authority-owner
199600             delimited by size into violation-reason
199700     end-if.
199800 9920-exit.
199900     exit.
200000 9925-match-one-owner.
200100     if operator-all-owners (operator-owner-index)
200200         set authority-granted to true
200300     end-if
200400     if authority-owner not = spaces and
200500            operator-owner (operator-owner-index) =
200600            authority-owner
200700         set authority-granted to true
200800     end-if.
200900 9925-exit.
201000     exit.
201100*----------------------------------------------------------------
201200*    MAINTENANCE AUTHORITY - DELETE NEEDS THE MAINTENANCE FLAG
201300*    ON ARRAYSEC (9930) AND AUTHORITY FOR THE TABLE'S OWNER AS
201400*    WELL (9935).  BOTH LOG THEIR OWN REFUSALS; THE CALLER
201500*    STAGES THE ACTION, ARRAY ID, AND OWNER.
201600*----------------------------------------------------------------
201700 9930-check-maintenance-flag.
201800     move "N" to authority-sw
201900     if not operator-maintenance-allowed
202000         move "OPERATOR LACKS THE MAINTENANCE FLAG"
202100             to violation-reason
202200         perform 9950-log-security-violation thru 9950-exit
202300         go to 9930-exit
202400     end-if
202500     set authority-granted to true.
202600 9930-exit.
202700     exit.
202800 9935-check-maintenance-authority.
202900     perform 9930-check-maintenance-flag thru 9930-exit
203000     if not authority-granted
203100         go to 9935-exit
203200     end-if
203300     perform 9920-check-owner-authority thru 9920-exit
203400     if not authority-granted
203500         perform 9950-log-security-violation thru 9950-exit
203600     end-if.
203700 9935-exit.
203800     exit.
203900*----------------------------------------------------------------
204000*    SECURITY-VIOLATION LOG - ONE LINE PER REFUSAL IS APPENDED
204100*    TO THE DATED ARRAYVIO FILE (DL100SV).  THE FILE IS OPEN
204200*    ONLY FOR THE WRITE SO THE COMPANION PROGRAMS SHARE THE
204300*    DAY'S LOG.  THE CALLER STAGES THE ACTION, ARRAY ID, OWNER,
204400*    AND REASON.
204500*----------------------------------------------------------------
204600 9950-log-security-violation.
204700     display "Error - " authority-action " refused for operator "
204800         operator-id " - " violation-reason
204900     move spaces to violation-file-name
205000     string "ARRAYVIO." current-date-yyyymmdd ".DAT"
205100         delimited by size into violation-file-name
205200     open extend violation-file
205300     if not violation-file-ok
205400         open output violation-file
205500     end-if
205600     if not violation-file-ok
205700         display "Warning - could not open the ARRAYVIO "
205800             "security-violation log, status "
205900             violation-file-status
206000         go to 9950-exit
206100     end-if
206200     move spaces to violation-record
206300     move current-date-yyyymmdd to vio-date
206400     accept lock-time-fields from time
206500     move lock-time-hhmmss to vio-time
206600     move "ARRAYTABLE" to vio-program
206700     move operator-id to vio-operator
206800     move authority-action to vio-action
206900     move authority-array-id to vio-array-id
207000     move authority-owner to vio-owner
207100     move violation-reason to vio-reason
207200     write violation-record
207300     if not violation-file-ok
207400         display "Warning - could not write to the ARRAYVIO "
207500             "security-violation log"
207600     end-if
207700     close violation-file.
207800 9950-exit.
207900     exit.
208000 end program ArrayTable.
