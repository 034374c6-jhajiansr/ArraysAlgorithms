001800*    TREATED AS COMMENTS AND SKIPPED):
001900*        COLS  1- 8   OPERATION   LOAD, SEARCH, SORT, INSERT,
002000*                                 DELETE, STATS, SAVE,
002005*                                 PAIRSTAT,
002010*                                 TRANSFOR (TRANSFORM - COL 9
002020*                                 ONWARD OF THE WORD FALLS IN
002030*                                 THE FILLER AND IS IGNORED)
002830*                                 MEANS NONE.  ONLY A DECIMAL
002840*                                 ARRAY MAY CARRY A NONZERO
002850*                                 FRACTION.
002860*        COLS 39-46   SECOND ID   REQUIRED ON PAIRSTAT - THE
002870*                                 ARRAY MEASURED AGAINST THE
002880*                                 LOADED ONE
002900*
003000*    EVERY TRANSACTION WRITES ONE OUTCOME LINE TO THE DATED
003100*    ARRAYLOG RUN LOG.  EVERY MUTATING OPERATION (INSERT,
003893*    MASTER, AND THE RESUME IS LOGGED TO ARRAYLOG.  TRANSACTIONS
003894*    AFTER THE LAST COMMIT WERE NEVER WRITTEN TO THE MASTER, SO
003895*    REPLAYING THEM IS SAFE.
003896*
003897*    AN EDITONLY RUN MODE ON THE OPTIONAL ARRAYPRM CONTROL FILE
003898*    (DL100PM) EDITS THE WHOLE DECK WITHOUT UPDATING ANYTHING -
003899*    SEE THE EDIT-ONLY RUN SECTION AT THE END OF THE PROGRAM.
003900*----------------------------------------------------------------
004000*    MODIFICATION HISTORY.
004100*    2026-08-22  JHJ  ORIGINAL VERSION - BATCH TRANSACTION
004333*                     JOURNAL TRACE OF UNCOMMITTED WORK, SO A
004334*                     CHECKPOINT RESTART CANNOT JOURNAL THE
004335*                     SAME CHANGE TWICE.
004336*    2026-10-14  JHJ  ADDED THE EDIT-ONLY RUN MODE, SELECTED BY
004337*                     EDITONLY ON THE NEW OPTIONAL ARRAYPRM
004338*                     CONTROL FILE (DL100PM).  THE WHOLE ARRAYCMD
004339*                     DECK IS EDITED - OPERATION, ARRAY ID,
004340*                     DIRECTION/KIND, SIGN, VALUE, AND DECIMALS
004341*                     COLUMNS, LOADS OF MISSING OR LOCKED ARRAYS,
004342*                     DECIMALS AIMED AT INTEGER ARRAYS, AND
004343*                     INSERT/DELETE POSITIONS AGAINST LENGTHS
004344*                     SIMULATED FORWARD THROUGH THE DECK - AND
004345*                     EVERY PROBLEM IS LISTED ON THE DATED
004346*                     ARRAYEDT REPORT.  NOTHING IS WRITTEN TO
004347*                     ARRAYMST, ARRAYJRN, ARRAYGEN, OR ARRAYCKP.
004348*    2026-10-14  JHJ  THE RUN NOW SIGNS ON AS AN ARRAYSEC
004349*                     OPERATOR (DL100SC) - THE ID ON ARRAYPRM
004350*                     COLS 10-17, OR BATCH - AND ENDS WITH
004351*                     RETURN CODE 12 WHEN THE OPERATOR IS NOT
004352*                     ON FILE.  A LOAD OF AN ARRAY WHOSE OWNER
004353*                     THE OPERATOR MAY NOT UPDATE IS REFUSED
004354*                     BEFORE THE LOCK IS CLAIMED AND LOGGED TO
004355*                     THE DATED ARRAYVIO FILE (DL100SV); AN
004356*                     EDIT-ONLY RUN REPORTS IT AS A PROBLEM.
004357*                     ARRAYJRN AND ARRAYGEN RECORDS NOW CARRY
004358*                     THE OPERATOR ID.
004359*    2026-10-14  JHJ  ADDED THE PAIRSTAT TRANSACTION: THE
004360*                     SECOND ARRAY NAMED IN COLS 39-46 IS READ
004361*                     FROM THE MASTER AND THE COVARIANCE,
004362*                     PEARSON CORRELATION, AND LEAST-SQUARES
004363*                     SLOPE AND INTERCEPT OF IT ON THE LOADED
004364*                     ARRAY ARE WRITTEN TO THE DATED ARRPAIR
004365*                     REPORT (DL100PS).  THE ARRAYS MUST MATCH
004366*                     IN TYPE AND LENGTH; THE EDIT-ONLY RUN
004367*                     CHECKS BOTH.
004390*----------------------------------------------------------------
004400 environment division.
004500 configuration section.
004600 source-computer. GENERIC-COMPUTER.
005600     select report-file assign to dynamic report-file-name
005700         organization is line sequential
005800         file status is report-file-status.
005801     select pair-file assign to dynamic pair-file-name
005802         organization is line sequential
005803         file status is pair-file-status.
005810     select security-file assign to "ARRAYSEC"
005820         organization is line sequential
005830         file status is security-file-status.
005840     select violation-file assign to dynamic
005850         violation-file-name
005860         organization is line sequential
005870         file status is violation-file-status.
005900     select array-master-file assign to "ARRAYMST"
006000         organization is indexed
006100         access mode is dynamic
006380         access mode is dynamic
006390         record key is gen-key
006391         file status is generation-status.
006392     select run-parameter-file assign to "ARRAYPRM"
006393         organization is line sequential
006394         file status is run-parameter-status.
006395     select edit-report-file assign to dynamic
006396         edit-report-file-name
006397         organization is line sequential
006398         file status is edit-report-status.
006400 data division.
006500 file section.
006600 fd  command-file.
007600     05  cmd-position             pic 9(04).
007610     05  filler                   pic x(01).
007620     05  cmd-value-decimals       pic x(02).
007630     05  filler                   pic x(01).
007640     05  cmd-pair-array-id        pic x(08).
007700     05  filler                   pic x(34).
007701 fd  journal-file.
007702 01  journal-record.
007703     05  jrn-array-id             pic x(08).
007716     05  jrn-new-value            pic s9(09)v9(02)
007717                                  sign leading separate.
007718     05  filler                   pic x(01) value spaces.
007719     05  jrn-writer.
007720         10  jrn-program          pic x(10).
007721         10  filler               pic x(01).
007722         10  jrn-operator         pic x(08).
007725 fd  checkpoint-file.
007726 01  checkpoint-record.
007730     05  ckp-run-status           pic x(08).
007740     05  filler                   pic x(01) value spaces.
007750     05  ckp-tran-number          pic 9(09).
009940 fd  generation-file.
009950 01  generation-record.
009960     copy DL100GN.
009961 fd  run-parameter-file.
009962 01  run-parameter-record.
009963     copy DL100PM.
009964 fd  edit-report-file.
009965 01  edit-report-record           pic x(132).
009966 fd  security-file.
009967 01  security-record.
009968     copy DL100SC.
009969 fd  violation-file.
009970 01  violation-record.
009971     copy DL100SV.
009972 fd  pair-file.
009973 01  pair-record.
009974     copy DL100PS.
010000 working-storage section.
010100*----------------------------------------------------------------
010200*    FILE STATUS AND SWITCHES
010800     88  run-log-ok                           value "00".
010900 01  report-file-status            pic x(02).
011000     88  report-file-ok                       value "00".
011010 01  pair-file-status              pic x(02).
011020     88  pair-file-ok                         value "00".
011100 01  array-master-status           pic x(02).
011200     88  array-master-ok                      value "00".
011300     88  array-master-not-found               value "23".
011596 01  breach-text                   pic x(30).
011597 01  breach-actual                 pic s9(09)v9(02).
011598 01  breach-limit                  pic s9(09)v9(02).
011608*----------------------------------------------------------------
011618*    RUN MODE AND EDIT-ONLY FIELDS - THE ARRAYPRM RUN MODE, AND
011628*    THE STATE THE EDIT-ONLY RUN SIMULATES FORWARD THROUGH THE
011638*    DECK: WHICH ARRAY WOULD BE LOADED, ITS TYPE, CAPACITY, AND
011648*    LENGTH AFTER EACH TRANSACTION THAT WOULD SUCCEED.  A LOAD
011658*    THAT WOULD FAIL LEAVES THE STATE UNKNOWN, AND THE ARRAY
011668*    CHECKS ARE SKIPPED UNTIL THE NEXT LOAD RATHER THAN
011678*    REPORTING A CASCADE OF KNOCK-ON PROBLEMS.  EACH SAVED
011688*    ARRAY'S SIMULATED STATE IS REMEMBERED SO A LATER LOAD OF
011698*    THE SAME ID PICKS UP WHAT THE DECK WOULD HAVE WRITTEN.
011708*----------------------------------------------------------------
011718 01  run-parameter-status          pic x(02).
011728     88  run-parameter-ok                     value "00".
011738 01  edit-report-status            pic x(02).
011748     88  edit-report-ok                       value "00".
011758 01  edit-only-sw                  pic x(01) value "N".
011768     88  edit-only-run                        value "Y".
011778 01  edit-lock-file-open-sw        pic x(01) value "N".
011788     88  edit-lock-file-open                  value "Y".
011798 01  edit-report-file-name         pic x(21).
011808 01  edit-problem-count            pic s9(09) comp value zero.
011818 01  edit-problem-text             pic x(80).
011828 01  edit-state                    pic x(01) value "N".
011838     88  edit-state-none                      value "N".
011848     88  edit-state-loaded                    value "L".
011858     88  edit-state-unknown                   value "U".
011868 01  edit-array-id                 pic x(08) value spaces.
011878 01  edit-array-type               pic x(01).
011888     88  edit-type-integer                    value "I".
011898     88  edit-type-decimal                    value "D".
011908 01  edit-capacity                 pic s9(09) comp.
011918 01  edit-length                   pic s9(09) comp.
011919 01  edit-pair-type                pic x(01).
011920 01  edit-pair-length              pic s9(09) comp.
011928 01  edit-saved-table.
011938     05  edit-saved                occurs 500 times.
011948         10  esv-array-id         pic x(08).
011958         10  esv-array-type       pic x(01).
011968         10  esv-capacity         pic s9(09) comp.
011978         10  esv-length           pic s9(09) comp.
011988 01  edit-saved-count              pic s9(04) comp value zero.
011998 01  edit-saved-index              pic s9(04) comp.
012008 01  edit-saved-found-index        pic s9(04) comp.
012018 01  edit-saved-found-sw           pic x(01).
012028     88  edit-saved-found                     value "Y".
012029 01  edit-find-id                  pic x(08).
012038 01  edit-line.
012048     05  edt-tran-number          pic z(08)9.
012058     05  filler                   pic x(02) value spaces.
012068     05  edt-operation            pic x(08).
012078     05  filler                   pic x(02) value spaces.
012088     05  edt-array-id             pic x(08).
012098     05  filler                   pic x(02) value spaces.
012108     05  edt-problem              pic x(80).
012118 01  edit-column-header.
012128     05  filler                   pic x(11) value " TRAN NO.".
012138     05  filler                   pic x(10) value "OPERATION".
012148     05  filler                   pic x(10) value "ARRAY ID".
012158     05  filler                   pic x(07) value "PROBLEM".
012159*----------------------------------------------------------------
012160*    OPERATOR SECURITY FIELDS - THE ARRAYSEC ENTRY (DL100SC) OF
012161*    THE OPERATOR THE RUN SIGNED ON AS, HELD FOR THE WHOLE RUN.
012162*    A REFUSED LOAD IS LOGGED TO THE DATED ARRAYVIO SECURITY-
012163*    VIOLATION LOG (DL100SV).  THE WRITER STAMPS PUT THE
012164*    PROGRAM AND OPERATOR ON EVERY ARRAYJRN AND ARRAYGEN RECORD.
012165*----------------------------------------------------------------
012166 01  security-file-status          pic x(02).
012167     88  security-file-ok                     value "00".
012168 01  violation-file-status         pic x(02).
012169     88  violation-file-ok                    value "00".
012170 01  violation-file-name           pic x(21).
012171 01  operator-id                   pic x(08) value spaces.
012172 01  operator-found-sw             pic x(01) value "N".
012173     88  operator-found                       value "Y".
012174 01  operator-read-only-sw         pic x(01).
012175     88  operator-read-only                   value "Y".
012176 01  operator-owner-table.
012177     05  operator-owner            pic x(08)
012178         occurs 10 times.
012179         88  operator-all-owners              value "*ALL".
012180 01  operator-owner-index          pic s9(04) comp.
012181 01  authority-sw                  pic x(01).
012182     88  authority-granted                    value "Y".
012183 01  authority-action              pic x(08).
012184 01  authority-array-id            pic x(08).
012185 01  authority-owner               pic x(08).
012186 01  violation-reason              pic x(40).
012187 01  journal-writer-stamp.
012188     05  filler                    pic x(10) value "ARRAYBATCH".
012189     05  filler                    pic x(01) value space.
012190     05  journal-operator          pic x(08) value spaces.
012191 01  generation-saver-stamp.
012192     05  filler                    pic x(10) value "ARRAYBATCH".
012193     05  generation-operator       pic x(08) value spaces.
012210*----------------------------------------------------------------
012220*    CHECKPOINT/RESTART FIELDS - THE STAGED VALUES THE CHECKPOINT
012230*    WRITER PUTS ON ARRAYCKP, AND THE RESUME STATE PICKED UP FROM
012500*----------------------------------------------------------------
012600 01  run-log-file-name             pic x(21).
012700 01  report-file-name              pic x(20).
012710 01  pair-file-name                pic x(20).
012800 01  current-date-fields.
012900     05  current-date-yyyymmdd    pic 9(08).
013000 01  current-time-fields.
019400 01  stat-overflow-sw                  pic x(01) value "N".
019500     88  stat-overflow                          value "Y".
019600 01  variance-work                     pic s9(18)v9(04) comp-3.
019601*----------------------------------------------------------------
019602*    PAIRED-STATISTICS FIELDS - THE LOADED ARRAY IS X AND THE
019603*    SECOND ARRAY, READ STRAIGHT FROM THE MASTER RECORD AREA,
019604*    IS Y.  THE SUMS OF PRODUCTS OF DEVIATIONS FROM THE TWO
019605*    MEANS GIVE THE COVARIANCE, THE PEARSON CORRELATION, AND
019606*    THE LEAST-SQUARES SLOPE AND INTERCEPT OF Y ON X.
019607*----------------------------------------------------------------
019608 01  pair-x-total                      pic s9(13)v9(02).
019609 01  pair-y-total                      pic s9(13)v9(02).
019610 01  pair-x-mean                       pic s9(09)v9(04) comp-3.
019611 01  pair-y-mean                       pic s9(09)v9(04) comp-3.
019612 01  pair-x-diff                       pic s9(10)v9(04) comp-3.
019613 01  pair-y-diff                       pic s9(10)v9(04) comp-3.
019614 01  pair-sum-xy                       pic s9(18)v9(04) comp-3.
019615 01  pair-sum-xx                       pic s9(18)v9(04) comp-3.
019616 01  pair-sum-yy                       pic s9(18)v9(04) comp-3.
019617 01  pair-covariance                   pic s9(18)v9(04) comp-3.
019618 01  pair-correlation                  pic s9(01)v9(06) comp-3.
019619 01  pair-slope                        pic s9(09)v9(06) comp-3.
019620 01  pair-intercept                    pic s9(13)v9(04) comp-3.
019621 01  pair-note                         pic x(40).
019622 01  pair-overflow-sw                  pic x(01) value "N".
019623     88  pair-overflow                          value "Y".
019624 01  pair-correlation-display          pic -9.9(6).
019700*----------------------------------------------------------------
019800*    LIVE WORKING ARRAY - ALLOCATED ON EACH LOAD TRANSACTION,
019900*    SIZED FROM THE MASTER RECORD'S CAPACITY.  SHARES THE
023820     string "ARRAY BATCH RUN OF " current-date-yyyymmdd
023830         delimited by size into run-log-record
023840     write run-log-record
023841     perform 1050-read-run-parameter thru 1050-exit
023842     if not command-eof
023843         perform 1060-sign-on-operator thru 1060-exit
023844     end-if
023845     if command-eof
023846         go to 1000-exit
023847     end-if
023848     if edit-only-run
023849         perform 1500-initialize-edit-run thru 1500-exit
023850         go to 1000-exit
023851     end-if
023900     move spaces to report-file-name
024000     string "ARRRPT." current-date-yyyymmdd ".DAT"
024100         delimited by size into report-file-name
024300     if not report-file-ok
024400         open output report-file
024500     end-if
024510     move spaces to pair-file-name
024520     string "ARRPAIR." current-date-yyyymmdd ".DAT"
024530         delimited by size into pair-file-name
024540     open extend pair-file
024550     if not pair-file-ok
024560         open output pair-file
024570     end-if
024600     open i-o array-master-file
024700     if array-master-no-file
024800         open output array-master-file
028100                 command-record (1:1) = "*"
028200             continue
028300         when other
028310             if edit-only-run
028320                 perform 3500-edit-command thru 3500-exit
028330             else
028400                 perform 3200-execute-command thru 3200-exit
028410             end-if
028500     end-evaluate.
028600 3000-exit.
028700     exit.
030120             perform 4700-do-transform thru 4700-exit
030200         when "STATS"
030300             perform 4500-do-stats thru 4500-exit
030310         when "PAIRSTAT"
030320             perform 4800-do-pair-stats thru 4800-exit
030400         when "SAVE"
030500             perform 4600-do-save thru 4600-exit
030600         when other
033050*    THE PRIOR ARRAY'S LOCK IS ONLY RELEASED ONCE THE NEW
033060*    ARRAY'S RECORD HAS BEEN READ, SO A FAILED LOAD LEAVES THE
033070*    PRIOR ARRAY LOADED AND STILL LOCKED.
033071     perform 4050-check-load-authority thru 4050-exit
033072     if not authority-granted
033073         move "N" to transaction-ok-sw
033074         go to 4000-exit
033075     end-if
033080     if lock-held and locked-array-id = cmd-array-id
033090         set reload-same to true
033091     else
089569     move journal-position to jrn-position
089570     move journal-old-value to jrn-old-value
089571     move journal-new-value to jrn-new-value
089572     move journal-writer-stamp to jrn-writer
089573     write journal-record
089574     if not journal-ok and not journal-error-logged
089575         move spaces to run-log-record
089700*    TERMINATION - CONTROL TOTALS AND RETURN CODE
089800*----------------------------------------------------------------
089900 9000-terminate.
089910     if edit-only-run
089920         perform 9100-terminate-edit-run thru 9100-exit
089930         go to 9000-exit
089940     end-if
090000     move transaction-count to log-count-display
090100     move error-count to log-count-2-display
090200     move spaces to run-log-record
091116     close exception-file
091120     close generation-file
091200     close report-file
091210     close pair-file
091300     close run-log-file.
091400 9000-exit.
091500     exit.
091687     move current-date-yyyymmdd to gen-save-date
091688     accept lock-time-fields from time
091689     move lock-time-hhmmss to gen-save-time
091690     move generation-saver-stamp to gen-saved-stamp
091691      move arr-array-sort-order of array-master-record to
091692             gen-sort-order of generation-record
091693      move arr-array-type of array-master-record to
091731         to gen-table of generation-record (gen-copy-index).
091732 9830-exit.
091733     exit.
091743*----------------------------------------------------------------
091753*    RUN PARAMETER - THE OPTIONAL ARRAYPRM CONTROL FILE
091763*    (DL100PM) CARRIES THE RUN MODE.  NO FILE, AN EMPTY FILE,
091773*    OR A BLANK MODE IS AN ORDINARY UPDATE RUN; A MODE THAT IS
091783*    NOT RECOGNIZED ABANDONS THE RUN RATHER THAN GUESS WHICH
091793*    KIND OF RUN WAS MEANT.
091803*----------------------------------------------------------------
091813 1050-read-run-parameter.
091823     move "N" to edit-only-sw
091828     move spaces to operator-id
091833     open input run-parameter-file
091843     if not run-parameter-ok
091853         go to 1050-exit
091863     end-if
091873     read run-parameter-file
091883     if run-parameter-ok
091888         move prm-operator-id to operator-id
091893         evaluate true
091903             when prm-mode-update
091913                 continue
091923             when prm-mode-edit-only
091933                 set edit-only-run to true
091943             when other
091953                 move spaces to run-log-record
091963                 string "ARRAYPRM RUN MODE " prm-run-mode
091973                     " IS NOT UPDATE OR EDITONLY - RUN "
091983                     "ABANDONED"
091993                     delimited by size into run-log-record
092003                 write run-log-record
092013                 move 12 to highest-return-code
092023                 set command-eof to true
092033         end-evaluate
092043     end-if
092053     close run-parameter-file.
092063 1050-exit.
092073     exit.
092083*----------------------------------------------------------------
092093*    EDIT-ONLY RUN - SELECTED BY EDITONLY ON ARRAYPRM.  EVERY
092103*    ARRAYCMD RECORD IS EDITED THE WAY THE UPDATE RUN WOULD
092113*    EDIT IT ON REACHING IT, AND EVERY PROBLEM IS WRITTEN TO
092123*    THE DATED ARRAYEDT REPORT, ONE LINE PER PROBLEM, SO THE
092133*    DECK CAN BE PUT RIGHT BEFORE THE OVERNIGHT WINDOW.  THE
092143*    MASTER AND LOCK FILES ARE OPENED INPUT ONLY; ARRAYJRN,
092153*    ARRAYGEN, ARRAYCKP, ARRRPT, AND ARRAYEXC ARE NOT OPENED AT
092163*    ALL, NO LOCK IS CLAIMED, AND ANY CHECKPOINT LEFT BY A DEAD
092173*    UPDATE RUN IS LEFT FOR THAT RUN'S RESTART.  RETURN CODES:
092183*    00 THE DECK EDITED CLEAN, 08 AT LEAST ONE PROBLEM WAS
092193*    REPORTED (OR THE LOCK CHECKS COULD NOT BE MADE), 12 A FILE
092203*    COULD NOT BE OPENED AND THE EDIT WAS ABANDONED.
092213*----------------------------------------------------------------
092223 1500-initialize-edit-run.
092233     move spaces to run-log-record
092243     string "EDIT-ONLY RUN - ARRAYMST, ARRAYJRN, ARRAYGEN, AND "
092253         "ARRAYCKP ARE NOT UPDATED"
092263         delimited by size into run-log-record
092273     write run-log-record
092283     move spaces to edit-report-file-name
092293     string "ARRAYEDT." current-date-yyyymmdd ".DAT"
092303         delimited by size into edit-report-file-name
092313     open output edit-report-file
092323     if not edit-report-ok
092333         move spaces to run-log-record
092343         string "COULD NOT OPEN THE ARRAYEDT EDIT REPORT, "
092353             "STATUS " edit-report-status " - RUN ABANDONED"
092363             delimited by size into run-log-record
092373         write run-log-record
092383         move 12 to highest-return-code
092393         set command-eof to true
092403         go to 1500-exit
092413     end-if
092423     move spaces to edit-report-record
092433     string "ARRAYCMD EDIT REPORT OF " current-date-yyyymmdd
092443         " - NOTHING WAS UPDATED"
092453         delimited by size into edit-report-record
092463     write edit-report-record
092473     move spaces to edit-report-record
092483     write edit-report-record
092493     move edit-column-header to edit-report-record
092503     write edit-report-record
092513     open input array-master-file
092523     if not array-master-ok
092533         move spaces to edit-report-record
092543         string "COULD NOT OPEN THE ARRAYMST MASTER FILE, "
092553             "STATUS " array-master-status " - EDIT ABANDONED"
092563             delimited by size into edit-report-record
092573         write edit-report-record
092583         move edit-report-record to run-log-record
092593         write run-log-record
092603         move 12 to highest-return-code
092613         set command-eof to true
092623         go to 1500-exit
092633     end-if
092643*    NO LOCK FILE YET MEANS NO ARRAY IS HELD.  ANY OTHER OPEN
092653*    FAILURE LEAVES THE LOCKS UNCHECKED, WHICH IS REPORTED SO A
092663*    CLEAN-LOOKING EDIT IS NOT TAKEN AS PROOF.
092673     open input lock-file
092683     evaluate true
092693         when lock-file-ok
092703             set edit-lock-file-open to true
092713         when lock-file-no-file
092723             continue
092733         when other
092743             move spaces to edit-report-record
092753             string "COULD NOT OPEN THE ARRAYLCK LOCK FILE, "
092763                 "STATUS " lock-file-status
092773                 " - LOCK CHECKS SKIPPED"
092783                 delimited by size into edit-report-record
092793             write edit-report-record
092803             if highest-return-code < 8
092813                 move 8 to highest-return-code
092823             end-if
092833     end-evaluate
092843     open input command-file
092853     if not command-file-ok
092863         move "COULD NOT OPEN THE ARRAYCMD TRANSACTION FILE"
092873             to edit-report-record
092883         write edit-report-record
092893         move edit-report-record to run-log-record
092903         write run-log-record
092913         move 12 to highest-return-code
092923         set command-eof to true
092933     end-if
092943     set edit-state-none to true
092953     move spaces to edit-array-id
092963     move zero to edit-saved-count.
092973 1500-exit.
092983     exit.
092993*----------------------------------------------------------------
093003*    EDIT ONE TRANSACTION - THE SAME EDITS THE UPDATE RUN'S
093013*    4000-4700 PARAGRAPHS MAKE, AGAINST THE SIMULATED STATE
093023*    INSTEAD OF A LOADED ARRAY.  THE INDEPENDENT COLUMN EDITS
093033*    ARE ALL REPORTED; THE RANGE CHECKS THAT DEPEND ON THEM
093043*    RUN ONLY WHEN THEY PASS.  A TRANSACTION THAT WOULD BE
093053*    REJECTED LEAVES THE SIMULATED LENGTH ALONE, AS THE
093063*    REJECTION WOULD LEAVE THE REAL ONE.
093073*----------------------------------------------------------------
093083 3500-edit-command.
093093     add 1 to transaction-count
093103     set transaction-ok to true
093113     evaluate cmd-operation
093123         when "LOAD"
093133             perform 3510-edit-load thru 3510-exit
093143         when "SEARCH"
093153             perform 3520-edit-require-loaded thru 3520-exit
093163             perform 3530-edit-value thru 3530-exit
093173         when "SORT"
093183             perform 3520-edit-require-loaded thru 3520-exit
093193             if cmd-sort-direction not = "A" and
093203                    cmd-sort-direction not = "D"
093213                 move "SORT DIRECTION MUST BE A OR D"
093223                     to edit-problem-text
093233                 perform 3590-write-edit-problem thru 3590-exit
093243             end-if
093253         when "INSERT"
093263             perform 3550-edit-insert thru 3550-exit
093273         when "DELETE"
093283             perform 3555-edit-delete thru 3555-exit
093293         when "TRANSFOR"
093303             perform 3560-edit-transform thru 3560-exit
093313         when "STATS"
093323             perform 3520-edit-require-loaded thru 3520-exit
093333             perform 3570-edit-not-empty thru 3570-exit
093335         when "PAIRSTAT"
093337             perform 3565-edit-pair-stats thru 3565-exit
093343         when "SAVE"
093353             perform 3580-edit-save thru 3580-exit
093363         when other
093373             move "UNKNOWN OPERATION" to edit-problem-text
093383             perform 3590-write-edit-problem thru 3590-exit
093393     end-evaluate
093403     if not transaction-ok
093413         add 1 to error-count
093423     end-if.
093433 3500-exit.
093443     exit.
093453*----------------------------------------------------------------
093463*    EDIT A LOAD - THE ARRAY MUST EXIST AND MUST NOT BE HELD ON
093473*    ARRAYLCK BY ANOTHER PROGRAM.  A RE-LOAD OF THE ARRAY
093483*    ALREADY LOADED NEEDS NO NEW CLAIM, AND A STALE ARRAYBATCH
093493*    LOCK IS ADOPTED BY THE UPDATE RUN, SO NEITHER IS A
093503*    PROBLEM.  AN ARRAY THE DECK HAS ALREADY SAVED IS TAKEN AT
093513*    ITS SIMULATED SAVED STATE, NOT THE MASTER'S.
093523*----------------------------------------------------------------
093533 3510-edit-load.
093543     if cmd-array-id = spaces
093553         move "LOAD REQUIRES AN ARRAY ID" to edit-problem-text
093563         perform 3590-write-edit-problem thru 3590-exit
093573         go to 3510-exit
093583     end-if
093593     if edit-lock-file-open and
093603            not (edit-state-loaded and
093613                 edit-array-id = cmd-array-id)
093623         move cmd-array-id to lck-array-id
093633         read lock-file key is lck-array-id
093643         if lock-file-ok and lck-program not = "ARRAYBATCH"
093653             move spaces to edit-problem-text
093663             string "ARRAY IS HELD ON ARRAYLCK BY " lck-program
093673                 " SINCE " lck-date " " lck-time
093683                 delimited by size into edit-problem-text
093693             perform 3590-write-edit-problem thru 3590-exit
093703         end-if
093713     end-if
093723     move cmd-array-id to edit-find-id
093733     perform 3515-find-edit-saved thru 3515-exit
093743     if edit-saved-found
093753          move esv-array-type (edit-saved-found-index) to
093763                edit-array-type
093773          move esv-capacity (edit-saved-found-index) to
093783                edit-capacity
093793          move esv-length (edit-saved-found-index) to
093803                edit-length
093813     else
093823         move cmd-array-id to arr-array-id of array-master-record
093833          read array-master-file key is arr-array-id of
093843                 array-master-record
093853         if array-master-ok
093863              move arr-array-type of array-master-record to
093873                    edit-array-type
093883             if not edit-type-integer and not edit-type-decimal
093893                 set edit-type-integer to true
093903             end-if
093913              move arr-array-capacity of array-master-record to
093923                    edit-capacity
093933              move arr-array-length of array-master-record to
093943                    edit-length
093944              move arr-array-owner of array-master-record to
093945                    authority-owner
093946             perform 9920-check-owner-authority thru 9920-exit
093947             if not authority-granted
093948                 move spaces to edit-problem-text
093949                 string "LOAD REFUSED - " violation-reason
093950                     delimited by size into edit-problem-text
093951                 perform 3590-write-edit-problem thru 3590-exit
093952             end-if
093953         else
093963             move "ARRAY NOT FOUND ON THE MASTER FILE"
093973                 to edit-problem-text
093983             perform 3590-write-edit-problem thru 3590-exit
093993         end-if
094003     end-if
094013     move cmd-array-id to edit-array-id
094023     if transaction-ok
094033         set edit-state-loaded to true
094043     else
094053         set edit-state-unknown to true
094063     end-if.
094073 3510-exit.
094083     exit.
094093 3515-find-edit-saved.
094103     move "N" to edit-saved-found-sw
094113     perform 3516-check-one-edit-saved thru 3516-exit
094123         varying edit-saved-index from 1 by 1
094133         until edit-saved-index > edit-saved-count or
094143               edit-saved-found.
094153 3515-exit.
094163     exit.
094173 3516-check-one-edit-saved.
094183     if esv-array-id (edit-saved-index) = edit-find-id
094193         set edit-saved-found to true
094203         move edit-saved-index to edit-saved-found-index
094213     end-if.
094223 3516-exit.
094233     exit.
094243*----------------------------------------------------------------
094253*    COMMON EDITS - AN ARRAY MUST BE LOADED BY THIS POINT IN
094263*    THE DECK AND A NON-BLANK ID MUST MATCH IT; THE SIGN,
094273*    VALUE, AND DECIMALS COLUMNS MUST BE NUMERIC, WITH NO
094283*    FRACTION AIMED AT AN INTEGER ARRAY; THE POSITION MUST BE
094293*    NUMERIC.  WHILE THE STATE IS UNKNOWN AFTER A FAILED LOAD
094303*    ONLY THE COLUMNS THEMSELVES ARE EDITED.
094313*----------------------------------------------------------------
094323 3520-edit-require-loaded.
094333     evaluate true
094343         when edit-state-none
094353             move "NO ARRAY WILL BE LOADED AT THIS POINT"
094363                 to edit-problem-text
094373             perform 3590-write-edit-problem thru 3590-exit
094383          when edit-state-loaded and cmd-array-id not = spaces
094393                 and cmd-array-id not = edit-array-id
094403             move "ARRAY ID DOES NOT MATCH THE LOADED ARRAY"
094413                 to edit-problem-text
094423             perform 3590-write-edit-problem thru 3590-exit
094433         when other
094443             continue
094453     end-evaluate.
094463 3520-exit.
094473     exit.
094483 3530-edit-value.
094493     if cmd-value-sign not = space and cmd-value-sign not = "-"
094503         move "VALUE SIGN MUST BE BLANK OR -"
094513             to edit-problem-text
094523         perform 3590-write-edit-problem thru 3590-exit
094533     end-if
094543     if cmd-value-digits not numeric
094553         move "VALUE FIELD IS NOT NUMERIC" to edit-problem-text
094563         perform 3590-write-edit-problem thru 3590-exit
094573     end-if
094583      if cmd-value-decimals not = spaces and
094593             cmd-value-decimals not numeric
094603         move "DECIMALS FIELD IS NOT NUMERIC"
094613             to edit-problem-text
094623         perform 3590-write-edit-problem thru 3590-exit
094633         go to 3530-exit
094643     end-if
094653      if edit-state-loaded and edit-type-integer and
094663             cmd-value-decimals not = spaces and
094673             cmd-value-decimals not = "00"
094683         move "DECIMAL VALUE FOR AN INTEGER ARRAY"
094693             to edit-problem-text
094703         perform 3590-write-edit-problem thru 3590-exit
094713     end-if.
094723 3530-exit.
094733     exit.
094743 3540-edit-position.
094753     if cmd-position not numeric
094763         move "POSITION FIELD IS NOT NUMERIC"
094773             to edit-problem-text
094783         perform 3590-write-edit-problem thru 3590-exit
094793     else
094803         move cmd-position to work-position
094813     end-if.
094823 3540-exit.
094833     exit.
094843*----------------------------------------------------------------
094853*    INSERT AND DELETE - THE POSITION IS CHECKED AGAINST THE
094863*    LENGTH THE ARRAY WILL HAVE AT THIS POINT IN THE DECK, AND
094873*    A GOOD TRANSACTION MOVES THE SIMULATED LENGTH ON.
094883*----------------------------------------------------------------
094893 3550-edit-insert.
094903     perform 3520-edit-require-loaded thru 3520-exit
094913     perform 3530-edit-value thru 3530-exit
094923     perform 3540-edit-position thru 3540-exit
094933     if not transaction-ok or not edit-state-loaded
094943         go to 3550-exit
094953     end-if
094963     evaluate true
094973         when edit-length >= edit-capacity
094983             move edit-capacity to log-count-display
094993             move spaces to edit-problem-text
095003             string "ARRAY WILL ALREADY BE AT ITS CAPACITY OF "
095013                 log-count-display
095023                 delimited by size into edit-problem-text
095033             perform 3590-write-edit-problem thru 3590-exit
095043         when work-position < 1
095053             move "POSITION MUST BE 1 OR GREATER"
095063                 to edit-problem-text
095073             perform 3590-write-edit-problem thru 3590-exit
095083         when work-position > edit-length + 1
095093             move work-position to log-position-display
095103             move edit-length to log-count-display
095113             move spaces to edit-problem-text
095123             string "POSITION " log-position-display
095133                 " WILL BE BEYOND THE ARRAY END, LENGTH "
095143                 log-count-display
095153                 delimited by size into edit-problem-text
095163             perform 3590-write-edit-problem thru 3590-exit
095173         when other
095183             add 1 to edit-length
095193     end-evaluate.
095203 3550-exit.
095213     exit.
095223 3555-edit-delete.
095233     perform 3520-edit-require-loaded thru 3520-exit
095243     perform 3540-edit-position thru 3540-exit
095253     if not transaction-ok or not edit-state-loaded
095263         go to 3555-exit
095273     end-if
095283     if work-position < 1 or work-position > edit-length
095293         move work-position to log-position-display
095303         move edit-length to log-count-display
095313         move spaces to edit-problem-text
095323         string "POSITION " log-position-display
095333             " WILL NOT BE WITHIN THE ARRAY, LENGTH "
095343             log-count-display
095353             delimited by size into edit-problem-text
095363         perform 3590-write-edit-problem thru 3590-exit
095373     else
095383         subtract 1 from edit-length
095393     end-if.
095403 3555-exit.
095413     exit.
095423 3560-edit-transform.
095433     perform 3520-edit-require-loaded thru 3520-exit
095443     perform 3570-edit-not-empty thru 3570-exit
095453      if cmd-sort-direction not = "A" and
095463             cmd-sort-direction not = "M" and
095473             cmd-sort-direction not = "N" and
095483             cmd-sort-direction not = "B"
095493         move "TRANSFORM KIND MUST BE A, M, N, OR B"
095503             to edit-problem-text
095513         perform 3590-write-edit-problem thru 3590-exit
095523         go to 3560-exit
095533     end-if
095543      if cmd-sort-direction = "A" or
095553             cmd-sort-direction = "M"
095563         perform 3530-edit-value thru 3530-exit
095573     end-if.
095583 3560-exit.
095593     exit.
095603 3570-edit-not-empty.
095613     if transaction-ok and edit-state-loaded and
095623            edit-length = zero
095633         move "ARRAY WILL BE EMPTY AT THIS POINT"
095643             to edit-problem-text
095653         perform 3590-write-edit-problem thru 3590-exit
095663     end-if.
095673 3570-exit.
095683     exit.
095693*----------------------------------------------------------------
095703*    EDIT A SAVE - A GOOD SAVE REMEMBERS THE ARRAY'S SIMULATED
095713*    STATE FOR ANY LATER LOAD OF IT IN THE DECK.  PAST 500
095723*    SAVED ARRAYS A LATER LOAD IS EDITED AGAINST THE MASTER.
095733*----------------------------------------------------------------
095743 3580-edit-save.
095753     perform 3520-edit-require-loaded thru 3520-exit
095763     if not transaction-ok or not edit-state-loaded
095773         go to 3580-exit
095783     end-if
095793     move edit-array-id to edit-find-id
095803     perform 3515-find-edit-saved thru 3515-exit
095813     if not edit-saved-found
095823         if edit-saved-count >= 500
095833             go to 3580-exit
095843         end-if
095853         add 1 to edit-saved-count
095863         move edit-saved-count to edit-saved-found-index
095873     end-if
095883     move edit-array-id to esv-array-id (edit-saved-found-index)
095893      move edit-array-type to
095903            esv-array-type (edit-saved-found-index)
095913     move edit-capacity to esv-capacity (edit-saved-found-index)
095923     move edit-length to esv-length (edit-saved-found-index).
095933 3580-exit.
095943     exit.
095953*----------------------------------------------------------------
095963*    EDIT REPORT WRITER - ONE LINE PER PROBLEM: TRANSACTION
095973*    NUMBER, OPERATION, ARRAY ID, AND THE STAGED PROBLEM TEXT.
095983*    EVERY PROBLEM MARKS THE TRANSACTION BAD AND RAISES THE
095993*    RETURN CODE TO 08.
096003*----------------------------------------------------------------
096013 3590-write-edit-problem.
096023     move spaces to edit-line
096033     move transaction-count to edt-tran-number
096043     move cmd-operation to edt-operation
096053     move cmd-array-id to edt-array-id
096063     move edit-problem-text to edt-problem
096073     move edit-line to edit-report-record
096083     write edit-report-record
096093     move spaces to edit-problem-text
096103     add 1 to edit-problem-count
096113     move "N" to transaction-ok-sw
096123     if highest-return-code < 8
096133         move 8 to highest-return-code
096143     end-if.
096153 3590-exit.
096163     exit.
096173*----------------------------------------------------------------
096183*    EDIT-ONLY TERMINATION - CONTROL TOTALS ON THE EDIT REPORT
096193*    AND THE RUN LOG, AND CLOSE ONLY WHAT THE EDIT OPENED.
096203*----------------------------------------------------------------
096213 9100-terminate-edit-run.
096223     move transaction-count to log-count-display
096233     move edit-problem-count to log-count-2-display
096243     move spaces to edit-report-record
096253     write edit-report-record
096263     move spaces to edit-report-record
096273     string "END OF EDIT - " log-count-display
096283         " TRANSACTION(S) EDITED, " log-count-2-display
096293         " PROBLEM(S) FOUND"
096303         delimited by size into edit-report-record
096313     write edit-report-record
096323     move edit-report-record to run-log-record
096333     write run-log-record
096343     close command-file
096353     close array-master-file
096363     if edit-lock-file-open
096373         close lock-file
096383     end-if
096393     close edit-report-file
096403     close run-log-file.
096413 9100-exit.
096423     exit.
096433*----------------------------------------------------------------
096443*    OPERATOR SIGN-ON - THE RUN SIGNS ON AS THE OPERATOR NAMED
096453*    ON ARRAYPRM, OR AS BATCH WHEN NONE IS NAMED, AND THAT
096463*    OPERATOR'S ARRAYSEC ENTRY (DL100SC) GOVERNS EVERY LOAD.
096473*    AN OPERATOR WHO IS NOT ON THE FILE, OR A FILE THAT WILL
096483*    NOT OPEN, ABANDONS THE RUN WITH RETURN CODE 12 BEFORE ANY
096493*    ARRAY IS TOUCHED.
096503*----------------------------------------------------------------
096513 1060-sign-on-operator.
096523     if operator-id = spaces
096533         move "BATCH" to operator-id
096543     end-if
096553     perform 9905-find-operator thru 9905-exit
096563     if operator-found
096573         move operator-id to journal-operator
096583         move operator-id to generation-operator
096593         move spaces to run-log-record
096603         string "SIGNED ON AS OPERATOR " operator-id
096613             delimited by size into run-log-record
096623         write run-log-record
096633         go to 1060-exit
096643     end-if
096653     move "SIGN-ON" to authority-action
096663     move spaces to authority-array-id
096673     move spaces to authority-owner
096683     move "OPERATOR IS NOT ON THE ARRAYSEC FILE"
096693         to violation-reason
096703     perform 9950-log-security-violation thru 9950-exit
096713     move spaces to run-log-record
096723     string "OPERATOR " operator-id " IS NOT ON THE ARRAYSEC "
096733         "FILE - RUN ABANDONED"
096743         delimited by size into run-log-record
096753     write run-log-record
096763     move 12 to highest-return-code
096773     set command-eof to true.
096783 1060-exit.
096793     exit.
096803*----------------------------------------------------------------
096813*    LOAD AUTHORITY - CHECKED BEFORE THE LOCK IS CLAIMED, SO A
096823*    REFUSED LOAD NEVER HOLDS THE ARRAY AGAINST ITS OWNERS.  AN
096833*    ARRAY NOT ON THE MASTER IS LEFT FOR THE LOAD ITSELF TO
096843*    REPORT.
096853*----------------------------------------------------------------
096863 4050-check-load-authority.
096873     set authority-granted to true
096883     move cmd-array-id to arr-array-id of array-master-record
096893      read array-master-file key is arr-array-id of
096903             array-master-record
096913     if not array-master-ok
096923         go to 4050-exit
096933     end-if
096943     move "LOAD" to authority-action
096953     move cmd-array-id to authority-array-id
096963      move arr-array-owner of array-master-record to
096973             authority-owner
096983     perform 9920-check-owner-authority thru 9920-exit
096993     if authority-granted
097003         go to 4050-exit
097013     end-if
097023     perform 9950-log-security-violation thru 9950-exit
097033     move spaces to log-detail
097043     string "LOAD REFUSED - " violation-reason
097053         delimited by size into log-detail
097063     perform 8800-write-log-line thru 8800-exit.
097073 4050-exit.
097083     exit.
097093 9905-find-operator.
097103     move "N" to operator-found-sw
097113     open input security-file
097123     if not security-file-ok
097133         move spaces to run-log-record
097143         string "COULD NOT OPEN THE ARRAYSEC SECURITY FILE, "
097153             "STATUS " security-file-status
097163             delimited by size into run-log-record
097173         write run-log-record
097183         go to 9905-exit
097193     end-if
097203     perform 9910-read-one-operator thru 9910-exit
097213         until operator-found or not security-file-ok
097223     close security-file.
097233 9905-exit.
097243     exit.
097253 9910-read-one-operator.
097263     read security-file
097273     if not security-file-ok
097283         go to 9910-exit
097293     end-if
097303     if security-record (1:1) = "*" or
097313            sec-operator-id not = operator-id
097323         go to 9910-exit
097333     end-if
097343     set operator-found to true
097353     move sec-read-only-flag to operator-read-only-sw
097363     perform 9915-take-one-owner thru 9915-exit
097373         varying operator-owner-index from 1 by 1
097383         until operator-owner-index > 10.
097393 9910-exit.
097403     exit.
097413 9915-take-one-owner.
097423     move sec-owner (operator-owner-index) to
097433            operator-owner (operator-owner-index).
097443 9915-exit.
097453     exit.
097463*----------------------------------------------------------------
097473*    OWNER AUTHORITY - AUTHORITY-OWNER MAY BE UPDATED BY THE
097483*    SIGNED-ON OPERATOR WHEN THE OPERATOR IS NOT READ-ONLY AND
097493*    LISTS THAT OWNER, OR *ALL, ON ARRAYSEC.  A BLANK OWNER IS
097503*    ONLY COVERED BY *ALL.  A REFUSAL LEAVES ITS REASON IN
097513*    VIOLATION-REASON FOR THE CALLER.
097523*----------------------------------------------------------------
097533 9920-check-owner-authority.
097543     move "N" to authority-sw
097553     move spaces to violation-reason
097563     if operator-read-only
097573         move "OPERATOR IS READ-ONLY" to violation-reason
097583         go to 9920-exit
097593     end-if
097603     perform 9925-match-one-owner thru 9925-exit
097613         varying operator-owner-index from 1 by 1
097623         until operator-owner-index > 10 or authority-granted
097633     if not authority-granted
097643         string "NOT AUTHORIZED FOR OWNER " authority-owner
097653             delimited by size into violation-reason
097663     end-if.
097673 9920-exit.
097683     exit.
097693 9925-match-one-owner.
097703     if operator-all-owners (operator-owner-index)
097713         set authority-granted to true
097723     end-if
097733     if authority-owner not = spaces and
097743            operator-owner (operator-owner-index) =
097753            authority-owner
097763         set authority-granted to true
097773     end-if.
097783 9925-exit.
097793     exit.
097803*----------------------------------------------------------------
097813*    SECURITY-VIOLATION LOG - ONE LINE PER REFUSAL IS APPENDED
097823*    TO THE DATED ARRAYVIO FILE (DL100SV), OPEN ONLY FOR THE
097833*    WRITE SO THE ONLINE PROGRAMS SHARE THE DAY'S LOG.  THE
097843*    CALLER STAGES THE ACTION, ARRAY ID, OWNER, AND REASON.
097853*----------------------------------------------------------------
097863 9950-log-security-violation.
097873     move spaces to violation-file-name
097883     string "ARRAYVIO." current-date-yyyymmdd ".DAT"
097893         delimited by size into violation-file-name
097903     open extend violation-file
097913     if not violation-file-ok
097923         open output violation-file
097933     end-if
097943     if not violation-file-ok
097953         move spaces to run-log-record
097963         string "COULD NOT OPEN THE ARRAYVIO SECURITY-VIOLATION "
097973             "LOG, STATUS " violation-file-status
097983             delimited by size into run-log-record
097993         write run-log-record
098003         go to 9950-exit
098013     end-if
098023     move spaces to violation-record
098033     move current-date-yyyymmdd to vio-date
098043     accept lock-time-fields from time
098053     move lock-time-hhmmss to vio-time
098063     move "ARRAYBATCH" to vio-program
098073     move operator-id to vio-operator
098083     move authority-action to vio-action
098093     move authority-array-id to vio-array-id
098103     move authority-owner to vio-owner
098113     move violation-reason to vio-reason
098123     write violation-record
098133     if not violation-file-ok
098143         move spaces to run-log-record
098153         string "COULD NOT WRITE TO THE ARRAYVIO "
098163             "SECURITY-VIOLATION LOG, STATUS "
098173             violation-file-status
098183             delimited by size into run-log-record
098193         write run-log-record
098203     end-if
098213     close violation-file.
098223 9950-exit.
098233     exit.
098234*----------------------------------------------------------------
098235*    PAIRSTAT - THE SECOND ARRAY (Y) NAMED IN COLS 39-46 IS
098236*    MEASURED AGAINST THE LOADED ARRAY (X) POSITION BY
098237*    POSITION, SO THE TWO MUST HOLD THE SAME NUMBER OF VALUES
098238*    AND BE OF THE SAME TYPE.  THE SECOND ARRAY IS ONLY READ:
098239*    NO LOCK IS CLAIMED, ITS LAST-USED DATE IS LEFT ALONE, AND
098240*    ITS VALUES ARE TAKEN STRAIGHT FROM THE MASTER RECORD AREA
098241*    (A LATER SAVE READS THE MASTER AFRESH).  ONE LINE FOR THE
098242*    PAIR IS WRITTEN TO THE DATED ARRPAIR REPORT (DL100PS).
098243*----------------------------------------------------------------
098244 4800-do-pair-stats.
098245     perform 4900-require-loaded-array thru 4900-exit
098246     if not transaction-ok
098247         go to 4800-exit
098248     end-if
098249     if work-array-length of array-work-record = zero
098250         move "ARRAY IS EMPTY - NOTHING TO COMPUTE"
098251             to log-detail
098252         perform 8800-write-log-line thru 8800-exit
098253         move "N" to transaction-ok-sw
098254         go to 4800-exit
098255     end-if
098256     if cmd-pair-array-id = spaces
098257         move "PAIRSTAT REQUIRES A SECOND ARRAY ID IN COLS 39-46"
098258             to log-detail
098259         perform 8800-write-log-line thru 8800-exit
098260         move "N" to transaction-ok-sw
098261         go to 4800-exit
098262     end-if
098263      move cmd-pair-array-id to arr-array-id of
098264             array-master-record
098265      read array-master-file key is arr-array-id of
098266             array-master-record
098267     if not array-master-ok
098268         move "SECOND ARRAY NOT FOUND ON THE MASTER FILE"
098269             to log-detail
098270         perform 8800-write-log-line thru 8800-exit
098271         move "N" to transaction-ok-sw
098272         go to 4800-exit
098273     end-if
098274      if arr-array-type of array-master-record not =
098275             work-array-type of array-work-record
098276         move "SECOND ARRAY TYPE DIFFERS (INTEGER/DECIMAL)"
098277             to log-detail
098278         perform 8800-write-log-line thru 8800-exit
098279         move "N" to transaction-ok-sw
098280         go to 4800-exit
098281     end-if
098282      if arr-array-length of array-master-record not =
098283             work-array-length of array-work-record
098284         move "SECOND ARRAY LENGTH DIFFERS FROM THE LOADED ARRAY"
098285             to log-detail
098286         perform 8800-write-log-line thru 8800-exit
098287         move "N" to transaction-ok-sw
098288         go to 4800-exit
098289     end-if
098290     perform 4810-compute-paired-stats thru 4810-exit
098291     if pair-overflow
098292         move "PAIRED TOTALS TOO LARGE TO COMPUTE - NOT WRITTEN"
098293             to log-detail
098294         perform 8800-write-log-line thru 8800-exit
098295         move "N" to transaction-ok-sw
098296         go to 4800-exit
098297     end-if
098298     perform 4850-write-pair-line thru 4850-exit
098299     if not transaction-ok
098300         go to 4800-exit
098301     end-if
098302     move spaces to log-detail
098303     if pair-note = spaces
098304         move pair-correlation to pair-correlation-display
098305         string "PAIRED STATISTICS WRITTEN WITH "
098306             cmd-pair-array-id ", R=" pair-correlation-display
098307             delimited by size into log-detail
098308     else
098309         string "PAIRED STATISTICS WRITTEN WITH "
098310             cmd-pair-array-id " - " pair-note
098311             delimited by size into log-detail
098312     end-if
098313     perform 8800-write-log-line thru 8800-exit.
098314 4800-exit.
098315     exit.
098316 4810-compute-paired-stats.
098317     move "N" to pair-overflow-sw
098318     move spaces to pair-note
098319     move zero to pair-x-total
098320     move zero to pair-y-total
098321     perform 4815-total-one-pair thru 4815-exit
098322         varying stat-index from 1 by 1
098323         until stat-index > work-array-length of array-work-record
098324      compute pair-x-mean = pair-x-total / work-array-length of
098325             array-work-record
098326      compute pair-y-mean = pair-y-total / work-array-length of
098327             array-work-record
098328     move zero to pair-sum-xy
098329     move zero to pair-sum-xx
098330     move zero to pair-sum-yy
098331     perform 4820-accumulate-one-pair thru 4820-exit
098332         varying stat-index from 1 by 1
098333          until stat-index > work-array-length of
098334                array-work-record or pair-overflow
098335     if pair-overflow
098336         go to 4810-exit
098337     end-if
098338     move zero to pair-correlation
098339     move zero to pair-slope
098340     move zero to pair-intercept
098341      compute pair-covariance = pair-sum-xy / work-array-length of
098342             array-work-record
098343     if pair-sum-xx = zero
098344         move "X HOLDS ONE VALUE ONLY - NO SLOPE OR R"
098345             to pair-note
098346         go to 4810-exit
098347     end-if
098348     compute pair-slope = pair-sum-xy / pair-sum-xx
098349         on size error
098350             set pair-overflow to true
098351     end-compute
098352     if pair-overflow
098353         go to 4810-exit
098354     end-if
098355      compute pair-intercept = pair-y-mean - (pair-slope *
098356             pair-x-mean)
098357         on size error
098358             set pair-overflow to true
098359     end-compute
098360     if pair-sum-yy = zero
098361         move "Y HOLDS ONE VALUE ONLY - NO CORRELATION"
098362             to pair-note
098363     else
098364          compute pair-correlation = pair-sum-xy /
098365                 (function sqrt(pair-sum-xx) *
098366                  function sqrt(pair-sum-yy))
098367     end-if.
098368 4810-exit.
098369     exit.
098370 4815-total-one-pair.
098371      add work-array-table of array-work-record (stat-index) to
098372             pair-x-total
098373      add arr-array-table of array-master-record (stat-index) to
098374             pair-y-total.
098375 4815-exit.
098376     exit.
098377 4820-accumulate-one-pair.
098378      compute pair-x-diff = work-array-table of array-work-record
098379             (stat-index) - pair-x-mean
098380      compute pair-y-diff = arr-array-table of
098381             array-master-record (stat-index) - pair-y-mean
098382      compute pair-sum-xy = pair-sum-xy + (pair-x-diff *
098383             pair-y-diff)
098384         on size error
098385             set pair-overflow to true
098386     end-compute
098387      compute pair-sum-xx = pair-sum-xx + (pair-x-diff *
098388             pair-x-diff)
098389         on size error
098390             set pair-overflow to true
098391     end-compute
098392      compute pair-sum-yy = pair-sum-yy + (pair-y-diff *
098393             pair-y-diff)
098394         on size error
098395             set pair-overflow to true
098396     end-compute.
098397 4820-exit.
098398     exit.
098399 4850-write-pair-line.
098400     move spaces to pair-record
098401     move current-date-yyyymmdd to pst-date
098402     accept lock-time-fields from time
098403     move lock-time-hhmmss to pst-time
098404     move "ARRAYBATCH" to pst-program
098405     move work-array-id of array-work-record to pst-x-array-id
098406     move cmd-pair-array-id to pst-y-array-id
098407     move work-array-length of array-work-record to pst-count
098408     move pair-covariance to pst-covariance
098409     move pair-correlation to pst-correlation
098410     move pair-slope to pst-slope
098411     move pair-intercept to pst-intercept
098412     move pair-note to pst-note
098413     write pair-record
098414     if not pair-file-ok
098415         move "COULD NOT WRITE THE ARRPAIR REPORT LINE"
098416             to log-detail
098417         perform 8800-write-log-line thru 8800-exit
098418         move "N" to transaction-ok-sw
098419     end-if.
098420 4850-exit.
098421     exit.
098422*----------------------------------------------------------------
098423*    EDIT A PAIRSTAT - AS FOR STATS, PLUS A SECOND ARRAY ID
098424*    THAT NAMES AN ARRAY ON FILE (OR SAVED EARLIER IN THE DECK,
098425*    AT ITS SIMULATED SAVED STATE) AND, WHILE THE LOADED
098426*    ARRAY'S STATE IS KNOWN, MATCHES IT IN TYPE AND LENGTH.
098427*----------------------------------------------------------------
098428 3565-edit-pair-stats.
098429     perform 3520-edit-require-loaded thru 3520-exit
098430     perform 3570-edit-not-empty thru 3570-exit
098431     if cmd-pair-array-id = spaces
098432         move "PAIRSTAT REQUIRES A SECOND ARRAY ID IN COLS 39-46"
098433             to edit-problem-text
098434         perform 3590-write-edit-problem thru 3590-exit
098435         go to 3565-exit
098436     end-if
098437     move cmd-pair-array-id to edit-find-id
098438     perform 3515-find-edit-saved thru 3515-exit
098439     if edit-saved-found
098440          move esv-array-type (edit-saved-found-index) to
098441                edit-pair-type
098442          move esv-length (edit-saved-found-index) to
098443                edit-pair-length
098444     else
098445          move cmd-pair-array-id to arr-array-id of
098446                 array-master-record
098447          read array-master-file key is arr-array-id of
098448                 array-master-record
098449         if not array-master-ok
098450             move "SECOND ARRAY NOT FOUND ON THE MASTER FILE"
098451                 to edit-problem-text
098452             perform 3590-write-edit-problem thru 3590-exit
098453             go to 3565-exit
098454         end-if
098455          move arr-array-type of array-master-record to
098456                edit-pair-type
098457          move arr-array-length of array-master-record to
098458                edit-pair-length
098459     end-if
098460     if not edit-state-loaded
098461         go to 3565-exit
098462     end-if
098463     if edit-pair-type not = edit-array-type
098464         move "SECOND ARRAY TYPE DIFFERS (INTEGER/DECIMAL)"
098465             to edit-problem-text
098466         perform 3590-write-edit-problem thru 3590-exit
098467         go to 3565-exit
098468     end-if
098469     if edit-pair-length not = edit-length
098470         move "SECOND ARRAY LENGTH DIFFERS FROM THE LOADED ARRAY"
098471             to edit-problem-text
098472         perform 3590-write-edit-problem thru 3590-exit
098473     end-if.
098474 3565-exit.
098475     exit.
099000 end program ArrayBatch.
