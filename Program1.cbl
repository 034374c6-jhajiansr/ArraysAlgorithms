006670*                     ONLY EVER DESCRIBES WHAT THE MASTER
006671*                     ACTUALLY SAW.  LEAVING WITHOUT SAVING
006672*                     DISCARDS THE BUFFER AND SAYS SO.
006673*    2026-10-14  JHJ  OPERATOR SECURITY: THE OPERATOR SIGNS ON
006674*                     AGAINST THE ARRAYSEC SECURITY FILE
006675*                     (DL100SC) AT START OF SESSION.  AN ARRAY
006676*                     WHOSE OWNER THE OPERATOR MAY NOT UPDATE
006677*                     (ANY ARRAY, FOR A READ-ONLY OPERATOR) IS
006678*                     LOADED FOR VIEWING ONLY, WITHOUT A LOCK,
006679*                     AND ITS MUTATING FUNCTIONS ARE REFUSED; A
006680*                     NEW ARRAY MUST BE GIVEN AN OWNER THE
006681*                     OPERATOR IS AUTHORIZED FOR.  EVERY
006682*                     REFUSAL IS WRITTEN TO THE DATED ARRAYVIO
006683*                     SECURITY-VIOLATION LOG (DL100SV), AND THE
006684*                     ARRAYJRN AND ARRAYGEN STAMPS NOW CARRY THE
006685*                     OPERATOR ID BESIDE THE PROGRAM NAME.
006686*                     ARRAYJRN RECORDS WRITTEN BEFORE THIS READ
006687*                     BACK WITH A BLANK OPERATOR; ARRAYGEN'S
006688*                     LAYOUT CHANGED AND THE STORE NEEDS THE
006689*                     SAME ONE-TIME CONVERSION AS THE MASTER.
006690*    2026-10-14  JHJ  PAIRED STATISTICS (MENU OPTION 13): A
006691*                     SECOND ARRAY IS READ FROM THE MASTER BY ID
006692*                     AND THE COVARIANCE, PEARSON CORRELATION,
006693*                     AND LEAST-SQUARES SLOPE AND INTERCEPT OF
006694*                     IT ON THE WORKING ARRAY ARE SHOWN AND
006695*                     WRITTEN TO THE DATED ARRPAIR REPORT
006696*                     (DL100PS).  EXIT IS NOW OPTION 14.
006697*----------------------------------------------------------------
006698 environment division.
006700 configuration section.
006800 source-computer. GENERIC-COMPUTER.
006900 object-computer. GENERIC-COMPUTER.
008262         access mode is dynamic
008263         record key is gen-key
008264         file status is generation-status.
008270     select security-file assign to "ARRAYSEC"
008271         organization is line sequential
008272         file status is security-file-status.
008273     select violation-file assign to dynamic
008274         violation-file-name
008275         organization is line sequential
008276         file status is violation-file-status.
008277     select pair-file assign to dynamic pair-file-name
008278         organization is line sequential
008279         file status is pair-file-status.
008300 data division.
008400 file section.
008500 fd  array-input-file.
008646                                  sign leading separate.
008647     05  filler                   pic x(01) value spaces.
008648     05  jrn-program              pic x(10).
008649     05  filler                   pic x(01) value spaces.
008650     05  jrn-operator             pic x(08).
008660 fd  dist-file.
008670 01  dist-record                  pic x(132).
008700 fd  report-file.
008800 01  report-record.
008900     05  rpt-array-id             pic x(08).
010640 fd  generation-file.
010650 01  generation-record.
010660     copy DL100GN.
010670 fd  security-file.
010671 01  security-record.
010672     copy DL100SC.
010673 fd  violation-file.
010674 01  violation-record.
010675     copy DL100SV.
010676 fd  pair-file.
010677 01  pair-record.
010678     copy DL100PS.
010700 working-storage section.
010800*----------------------------------------------------------------
010900*    FILE STATUS AND SWITCHES
011340     88  journal-ok                           value "00".
011350 01  dist-file-status             pic x(02).
011360     88  dist-file-ok                         value "00".
011370 01  pair-file-status             pic x(02).
011380     88  pair-file-ok                         value "00".
011400 01  report-file-status           pic x(02).
011500     88  report-file-ok                       value "00".
011600 01  array-master-status          pic x(02).
011988 01  gen-copy-index               pic s9(09) comp.
012000 01  report-file-name             pic x(20).
012010 01  dist-file-name               pic x(20).
012020 01  pair-file-name               pic x(20).
012100 01  current-date-fields.
012200     05  current-date-yyyymmdd    pic 9(08).
012300 01  done-sw                      pic x(01) value "N".
014780     88  menu-set-ops                        value 10.
014790     88  menu-transform                      value 11.
014795     88  menu-browse                         value 12.
014797     88  menu-pair-stats                     value 13.
014800     88  menu-exit                           value 14.
014900 01  array-id-entry                pic x(08).
014901 01  owner-entry                   pic x(08).
014902 01  desc-entry                    pic x(40).
020700 01  sum-squared-diff                  pic s9(18)v9(04) comp-3.
020800 01  stat-overflow-sw                  pic x(01) value "N".
020900     88  stat-overflow                          value "Y".
020910 01  variance-work                     pic s9(18)v9(04) comp-3.
020911*----------------------------------------------------------------
020912*    PAIRED-STATISTICS FIELDS - THE WORKING ARRAY IS X AND THE
020913*    SECOND ARRAY, READ STRAIGHT FROM THE MASTER RECORD AREA,
020914*    IS Y.  THE SUMS OF PRODUCTS OF DEVIATIONS FROM THE TWO
020915*    MEANS GIVE THE COVARIANCE, THE PEARSON CORRELATION, AND
020916*    THE LEAST-SQUARES SLOPE AND INTERCEPT OF Y ON X.
020917*----------------------------------------------------------------
020918 01  pair-array-id                     pic x(08).
020919 01  pair-x-total                      pic s9(13)v9(02).
020920 01  pair-y-total                      pic s9(13)v9(02).
020921 01  pair-x-mean                       pic s9(09)v9(04) comp-3.
020922 01  pair-y-mean                       pic s9(09)v9(04) comp-3.
020923 01  pair-x-diff                       pic s9(10)v9(04) comp-3.
020924 01  pair-y-diff                       pic s9(10)v9(04) comp-3.
020925 01  pair-sum-xy                       pic s9(18)v9(04) comp-3.
020926 01  pair-sum-xx                       pic s9(18)v9(04) comp-3.
020927 01  pair-sum-yy                       pic s9(18)v9(04) comp-3.
020928 01  pair-covariance                   pic s9(18)v9(04) comp-3.
020929 01  pair-correlation                  pic s9(01)v9(06) comp-3.
020930 01  pair-slope                        pic s9(09)v9(06) comp-3.
020931 01  pair-intercept                    pic s9(13)v9(04) comp-3.
020932 01  pair-note                         pic x(40).
020933 01  pair-overflow-sw                  pic x(01) value "N".
020934     88  pair-overflow                          value "Y".
020935 01  pair-covariance-display           pic -(17)9.9(4).
020936 01  pair-correlation-display          pic -9.9(6).
020937 01  pair-slope-display                pic -(9)9.9(6).
020938 01  pair-intercept-display            pic -(13)9.9(4).
021001*----------------------------------------------------------------
021002*    FREQUENCY-DISTRIBUTION FIELDS - THE VALUE RANGE IS SPLIT
021003*    INTO TEN EQUAL BUCKETS; EACH BUCKET PRINTS ITS RANGE, A
021055 01  result-overflow-sw                pic x(01).
021056     88  result-overflow                        value "Y".
021057 01  set-count-display                 pic z(03)9.
021058*----------------------------------------------------------------
021059*    OPERATOR SECURITY FIELDS - THE SIGNED-ON OPERATOR'S ARRAYSEC
021060*    ENTRY (DL100SC) IS HELD HERE FOR THE WHOLE SESSION.  AN
021061*    ARRAY THE OPERATOR MAY NOT UPDATE IS LOADED FOR VIEWING
021062*    ONLY: NO LOCK IS CLAIMED AND THE MUTATING FUNCTIONS ARE
021063*    REFUSED.  EVERY REFUSAL IS LOGGED TO THE DATED ARRAYVIO
021064*    SECURITY-VIOLATION LOG (DL100SV).
021065*----------------------------------------------------------------
021066 01  security-file-status              pic x(02).
021067     88  security-file-ok                       value "00".
021068 01  violation-file-status             pic x(02).
021069     88  violation-file-ok                      value "00".
021070 01  violation-file-name               pic x(21).
021071 01  operator-id                       pic x(08).
021072 01  operator-found-sw                 pic x(01) value "N".
021073     88  operator-found                         value "Y".
021074 01  operator-read-only-sw             pic x(01).
021075     88  operator-read-only                     value "Y".
021076 01  operator-owner-table.
021077     05  operator-owner                 pic x(08)
021078         occurs 10 times.
021079         88  operator-all-owners                value "*ALL".
021080 01  operator-owner-index              pic s9(04) comp.
021081 01  authority-sw                      pic x(01).
021082     88  authority-granted                      value "Y".
021083 01  authority-action                  pic x(08).
021084 01  authority-array-id                pic x(08).
021085 01  authority-owner                   pic x(08).
021086 01  violation-reason                  pic x(40).
021087 01  view-only-sw                      pic x(01) value "N".
021088     88  view-only-session                      value "Y".
021100*----------------------------------------------------------------
021200*    LIVE WORKING ARRAY - ALLOCATED DYNAMICALLY SO ITS CAPACITY
021300*    IS NOT LIMITED TO THE OLD FIXED 100-ELEMENT TABLE.  THIS
026244     if not journal-ok
026245         open output journal-file
026246     end-if
026247     if not done
026248         perform 9900-sign-on-operator thru 9900-exit
026249     end-if
026250     move spaces to dist-file-name
026260     string "ARRDIST." current-date-yyyymmdd ".DAT"
026270         delimited by size into dist-file-name
026290     if not dist-file-ok
026291         open output dist-file
026292     end-if
026293     move spaces to pair-file-name
026294     string "ARRPAIR." current-date-yyyymmdd ".DAT"
026295         delimited by size into pair-file-name
026296     open extend pair-file
026297     if not pair-file-ok
026298         open output pair-file
026299     end-if
026300     if not done
026305         perform 2000-obtain-array thru 2000-exit
026310     end-if
026311     if not done
026312         perform 9600-capture-session-image thru 9600-exit
027124         set array-obtained to true
027125         go to 2020-exit
027126     end-if
027127     perform 2030-check-array-authority thru 2030-exit
027128     if not authority-granted
027129         go to 2020-exit
027130     end-if
027131     move array-id-entry to lock-id-work
027140     perform 9700-claim-array-lock thru 9700-exit
027150     if not lock-held
027160         go to 2020-exit
029078             work-updated-time of array-work-record
029079      move current-date-yyyymmdd to
029080             work-last-used-date of array-work-record
029081     if not view-only-session
029082         perform 2120-stamp-last-used thru 2120-exit
029083     end-if
029100      move arr-array-length of array-master-record to
029200             work-array-length of array-work-record
029300     move 1 to load-index
030200         to work-array-table of array-work-record (load-index).
030300 2110-exit.
030400     exit.
030410*    A VIEW-ONLY LOAD HOLDS NO LOCK, SO IT LEAVES THE MASTER'S
030420*    LAST-USED DATE ALONE.
030430 2120-stamp-last-used.
030440      move current-date-yyyymmdd to arr-last-used-date of
030450             array-master-record
030460     rewrite array-master-record
030470     if not array-master-ok
030480         display "Warning - could not stamp the last-used "
030490             "date on the master record"
030491     end-if.
030492 2120-exit.
030493     exit.
030500 2050-allocate-work-array.
030600     allocate array-work-record returning array-pointer
030700     set address of array-work-record to array-pointer
032060     else
032070         set work-type-integer to true
032080     end-if
032081     perform 2208-prompt-for-owner thru 2208-exit
032083     move owner-entry to work-array-owner of array-work-record
032084     display "Enter a description (up to 40 characters)"
032085     accept desc-entry
043625     display "10 - Set operations with another array"
043626     display "11 - Transform every element"
043627     display "12 - Browse and edit the array"
043628     display "13 - Paired statistics with another array"
043630     display "14 - Exit"
043700     display "Enter your choice"
043800     accept menu-choice
043810     if view-only-session and
043820            (menu-insert or menu-sort or menu-delete or
043830             menu-save or menu-undo or menu-restore or
043840             menu-set-ops or menu-transform)
043850         perform 3100-refuse-view-only thru 3100-exit
043860         go to 3000-exit
043870     end-if
043900     evaluate true
044000         when menu-search
044100             perform 4000-search-target thru 4000-exit
045195             perform 8700-transform-array thru 8700-exit
045196         when menu-browse
045197             perform 8800-browse-edit thru 8800-exit
045198         when menu-pair-stats
045199             perform 7600-paired-statistics thru 7600-exit
045200         when menu-exit
045300             set done to true
045400         when other
045500             display "Error - enter a choice between 1 and 14"
045600     end-evaluate.
045700 3000-exit.
045800     exit.
081428*----------------------------------------------------------------
081440 9000-terminate.
081452     if array-pointer not = null
081458         if not view-only-session
081464             display "Save array before exiting? (Y/N)"
081476             accept save-prompt-sw
081482         end-if
081488         if save-now and not view-only-session
081500             perform 8500-save-array thru 8500-exit
081512         end-if
081513         if journal-buffer-count > zero
081560     close journal-file
081572     close dist-file
081584     close report-file
081590     close pair-file
081596     display "Goodbye".
081608 9000-exit.
081620     exit.
081800     move journal-old-value to jrn-old-value
081812     move journal-new-value to jrn-new-value
081816     move "PROGRAM1" to jrn-program
081820     move operator-id to jrn-operator
081824     write journal-record
081836     if not journal-ok and not journal-error-shown
081848         display "Warning - could not write to the ARRAYJRN "
085060     accept lock-time-fields from time
085070     move lock-time-hhmmss to gen-save-time
085080     move "PROGRAM1" to gen-saved-by
085085     move operator-id to gen-saved-operator
085090      move arr-array-sort-order of array-master-record to
085100             gen-sort-order of generation-record
085104      move arr-array-type of array-master-record to
088310 8830-exit.
088320     exit.
088330 8840-overtype-one-value.
088331     if view-only-session
088332         perform 3100-refuse-view-only thru 3100-exit
088333         go to 8840-exit
088334     end-if
088340     display "Enter the position to edit"
088350     accept browse-position
088360      if browse-position < 1 or browse-position >
089110     end-evaluate.
089120 8850-exit.
089130     exit.
089140*----------------------------------------------------------------
089150*    ARRAY AUTHORITY - CHECKED BEFORE THE LOCK IS CLAIMED.  AN
089160*    EXISTING ARRAY THE OPERATOR MAY NOT UPDATE IS LOADED FOR
089170*    VIEWING ONLY, WITH NO LOCK, AND THE OBTAIN IS FINISHED
089180*    HERE; A NEW ARRAY IS REFUSED TO A READ-ONLY OPERATOR AND
089190*    THE OPERATOR IS REPROMPTED.  ONLY A GRANTED AUTHORITY
089200*    LETS THE CALLER GO ON TO CLAIM THE LOCK.
089210*----------------------------------------------------------------
089220 2030-check-array-authority.
089230     move array-id-entry to authority-array-id
089240     move array-id-entry to arr-array-id of array-master-record
089250      read array-master-file key is arr-array-id of
089260             array-master-record
089270     if not array-master-ok
089280         move "BUILD" to authority-action
089290         move spaces to authority-owner
089300         if operator-read-only
089310             move "N" to authority-sw
089320             move "OPERATOR IS READ-ONLY" to violation-reason
089330             perform 9950-log-security-violation thru 9950-exit
089340         else
089350             set authority-granted to true
089360         end-if
089370         go to 2030-exit
089380     end-if
089390     move "LOAD" to authority-action
089400      move arr-array-owner of array-master-record to
089410             authority-owner
089420     perform 9920-check-owner-authority thru 9920-exit
089430     if authority-granted
089440         go to 2030-exit
089450     end-if
089460     display "Operator " operator-id " may not update array "
089470         array-id-entry " - " violation-reason
089480     display "The array is loaded for viewing only"
089490     set view-only-session to true
089500     perform 2100-load-existing-array thru 2100-exit
089510     set existing-array-found to true
089520     set array-obtained to true.
089530 2030-exit.
089540     exit.
089550*----------------------------------------------------------------
089560*    NEW-ARRAY OWNER - REPROMPTED UNTIL THE OPERATOR GIVES AN
089570*    OWNER ARRAYSEC AUTHORIZES THEM FOR; EACH REFUSAL IS
089580*    LOGGED.
089590*----------------------------------------------------------------
089600 2208-prompt-for-owner.
089610     move "N" to authority-sw
089620     perform 2209-accept-one-owner thru 2209-exit
089630         until authority-granted.
089640 2208-exit.
089650     exit.
089660 2209-accept-one-owner.
089670     display "Enter the owner ID (up to 8 characters)"
089680     accept owner-entry
089690     move "BUILD" to authority-action
089700     move array-id-entry to authority-array-id
089710     move owner-entry to authority-owner
089720     perform 9920-check-owner-authority thru 9920-exit
089730     if not authority-granted
089740         perform 9950-log-security-violation thru 9950-exit
089750     end-if.
089760 2209-exit.
089770     exit.
089780*----------------------------------------------------------------
089790*    VIEW-ONLY SESSION - A MUTATING FUNCTION CHOSEN AGAINST AN
089800*    ARRAY LOADED FOR VIEWING IS REFUSED AND LOGGED UNDER THE
089810*    FUNCTION'S NAME.
089820*----------------------------------------------------------------
089830 3100-refuse-view-only.
089840     evaluate true
089850         when menu-insert
089860             move "INSERT" to authority-action
089870         when menu-sort
089880             move "SORT" to authority-action
089890         when menu-delete
089900             move "DELETE" to authority-action
089910         when menu-save
089920             move "SAVE" to authority-action
089930         when menu-undo
089940             move "UNDO" to authority-action
089950         when menu-restore
089960             move "RESTORE" to authority-action
089970         when menu-set-ops
089980             move "SETOPS" to authority-action
089990         when menu-transform
090000             move "TRANSFRM" to authority-action
090010         when other
090020             move "EDIT" to authority-action
090030     end-evaluate
090040      move work-array-id of array-work-record to
090050             authority-array-id
090060      move work-array-owner of array-work-record to
090070             authority-owner
090080     perform 9920-check-owner-authority thru 9920-exit
090090     perform 9950-log-security-violation thru 9950-exit.
090100 3100-exit.
090110     exit.
090120*----------------------------------------------------------------
090130*    OPERATOR SIGN-ON - THE OPERATOR IS LOOKED UP ON THE
090140*    ARRAYSEC FILE (DL100SC) AND THE ENTRY IS KEPT FOR THE
090150*    SESSION.  AN OPERATOR WHO IS NOT ON THE FILE, OR A FILE
090160*    THAT WILL NOT OPEN, ENDS THE SESSION BEFORE ANY ARRAY IS
090170*    TOUCHED.
090180*----------------------------------------------------------------
090190 9900-sign-on-operator.
090200     display "Enter your operator ID"
090210     accept operator-id
090220     perform 9905-find-operator thru 9905-exit
090230     if operator-found
090240         if operator-read-only
090250             display "Operator " operator-id
090260                 " signed on - read-only"
090270         else
090280             display "Operator " operator-id " signed on"
090290         end-if
090300         go to 9900-exit
090310     end-if
090320     move "SIGN-ON" to authority-action
090330     move spaces to authority-array-id
090340     move spaces to authority-owner
090350     move "OPERATOR IS NOT ON THE ARRAYSEC FILE"
090360         to violation-reason
090370     perform 9950-log-security-violation thru 9950-exit
090380     set done to true.
090390 9900-exit.
090400     exit.
090410 9905-find-operator.
090420     move "N" to operator-found-sw
090430     if operator-id = spaces
090440         go to 9905-exit
090450     end-if
090460     open input security-file
090470     if not security-file-ok
090480         display "Error - could not open the ARRAYSEC security "
090490             "file, status " security-file-status
090500         go to 9905-exit
090510     end-if
090520     perform 9910-read-one-operator thru 9910-exit
090530         until operator-found or not security-file-ok
090540     close security-file.
090550 9905-exit.
090560     exit.
090570 9910-read-one-operator.
090580     read security-file
090590     if not security-file-ok
090600         go to 9910-exit
090610     end-if
090620     if security-record (1:1) = "*" or
090630            sec-operator-id not = operator-id
090640         go to 9910-exit
090650     end-if
090660     set operator-found to true
090670     move sec-read-only-flag to operator-read-only-sw
090680     perform 9915-take-one-owner thru 9915-exit
090690         varying operator-owner-index from 1 by 1
090700         until operator-owner-index > 10.
090710 9910-exit.
090720     exit.
090730 9915-take-one-owner.
090740     move sec-owner (operator-owner-index) to
090750            operator-owner (operator-owner-index).
090760 9915-exit.
090770     exit.
090780*----------------------------------------------------------------
090790*    OWNER AUTHORITY - AUTHORITY-OWNER MAY BE UPDATED BY THE
090800*    SIGNED-ON OPERATOR WHEN THE OPERATOR IS NOT READ-ONLY AND
090810*    LISTS THAT OWNER, OR *ALL, ON ARRAYSEC.  A BLANK OWNER IS
090820*    ONLY COVERED BY *ALL.  A REFUSAL LEAVES ITS REASON IN
090830*    VIOLATION-REASON FOR THE CALLER TO LOG.
090840*----------------------------------------------------------------
090850 9920-check-owner-authority.
090860     move "N" to authority-sw
090870     move spaces to violation-reason
090880     if operator-read-only
090890         move "OPERATOR IS READ-ONLY" to violation-reason
090900         go to 9920-exit
090910     end-if
090920     perform 9925-match-one-owner thru 9925-exit
090930         varying operator-owner-index from 1 by 1
090940         until operator-owner-index > 10 or authority-granted
090950     if not authority-granted
090960         string "NOT AUTHORIZED FOR OWNER " authority-owner
090970             delimited by size into violation-reason
090980     end-if.
090990 9920-exit.
091000     exit.
091010 9925-match-one-owner.
091020     if operator-all-owners (operator-owner-index)
091030         set authority-granted to true
091040     end-if
091050     if authority-owner not = spaces and
091060            operator-owner (operator-owner-index) =
091070            authority-owner
091080         set authority-granted to true
091090     end-if.
091100 9925-exit.
091110     exit.
091120*----------------------------------------------------------------
091130*    SECURITY-VIOLATION LOG - ONE LINE PER REFUSAL IS APPENDED
091140*    TO THE DATED ARRAYVIO FILE (DL100SV).  THE FILE IS OPEN
091150*    ONLY FOR THE WRITE SO THE COMPANION PROGRAMS SHARE THE
091160*    DAY'S LOG.  THE CALLER STAGES THE ACTION, ARRAY ID, OWNER,
091170*    AND REASON.
091180*----------------------------------------------------------------
091190 9950-log-security-violation.
091200     display "Error - " authority-action " refused for operator "
091210         operator-id " - " violation-reason
091220     move spaces to violation-file-name
091230     string "ARRAYVIO." current-date-yyyymmdd ".DAT"
091240         delimited by size into violation-file-name
091250     open extend violation-file
091260     if not violation-file-ok
091270         open output violation-file
091280     end-if
091290     if not violation-file-ok
091300         display "Warning - could not open the ARRAYVIO "
091310             "security-violation log, status "
091320             violation-file-status
091330         go to 9950-exit
091340     end-if
091350     move spaces to violation-record
091360     move current-date-yyyymmdd to vio-date
091370     accept lock-time-fields from time
091380     move lock-time-hhmmss to vio-time
091390     move "PROGRAM1" to vio-program
091400     move operator-id to vio-operator
091410     move authority-action to vio-action
091420     move authority-array-id to vio-array-id
091430     move authority-owner to vio-owner
091440     move violation-reason to vio-reason
091450     write violation-record
091460     if not violation-file-ok
091470         display "Warning - could not write to the ARRAYVIO "
091480             "security-violation log"
091490     end-if
091500     close violation-file.
091510 9950-exit.
091520     exit.
091530*----------------------------------------------------------------
091540*    PAIRED STATISTICS - A SECOND ARRAY (Y), NAMED BY ID, IS
091550*    MEASURED AGAINST THE WORKING ARRAY (X) POSITION BY
091560*    POSITION, SO THE TWO MUST HOLD THE SAME NUMBER OF VALUES
091570*    AND BE OF THE SAME TYPE.  THE SECOND ARRAY IS ONLY READ:
091580*    NO LOCK IS CLAIMED, ITS LAST-USED DATE IS LEFT ALONE, AND
091590*    ITS VALUES ARE TAKEN STRAIGHT FROM THE MASTER RECORD AREA.
091600*    THE FIGURES ARE SHOWN AND ONE LINE FOR THE PAIR IS WRITTEN
091610*    TO THE DATED ARRPAIR REPORT (DL100PS).
091620*----------------------------------------------------------------
091630 7600-paired-statistics.
091640     if work-array-length of array-work-record = zero
091650         display "Error - the array is empty, nothing to compute"
091660         go to 7600-exit
091670     end-if
091680     display "Enter the ID of the second array"
091690     accept pair-array-id
091700     if pair-array-id = spaces
091710         display "Error - the second array ID must not be blank"
091720         go to 7600-exit
091730     end-if
091740     move pair-array-id to arr-array-id of array-master-record
091750      read array-master-file key is arr-array-id of
091760             array-master-record
091770     if not array-master-ok
091780         display "Error - no array with that ID is on the "
091790             "master file"
091800         go to 7600-exit
091810     end-if
091820      if arr-array-type of array-master-record not =
091830             work-array-type of array-work-record
091840         display "Error - the two arrays are not the same "
091850             "type (integer/decimal), paired statistics "
091860             "abandoned"
091870         go to 7600-exit
091880     end-if
091890      if arr-array-length of array-master-record not =
091900             work-array-length of array-work-record
091910         display "Error - the two arrays do not hold the same "
091920             "number of values, paired statistics abandoned"
091930         go to 7600-exit
091940     end-if
091950     perform 7610-compute-paired-stats thru 7610-exit
091960     if pair-overflow
091970         display "Error - the paired totals are too large to "
091980             "compute, paired statistics abandoned"
091990         go to 7600-exit
092000     end-if
092010     move pair-covariance to pair-covariance-display
092020     move pair-correlation to pair-correlation-display
092030     move pair-slope to pair-slope-display
092040     move pair-intercept to pair-intercept-display
092050      display "Paired statistics of " work-array-id of
092060             array-work-record " (X) and " pair-array-id " (Y)"
092070     display "The covariance is " pair-covariance-display
092080     if pair-sum-xx = zero or pair-sum-yy = zero
092090         display "The correlation is undefined - " pair-note
092100     else
092110         display "The correlation coefficient is "
092120             pair-correlation-display
092130     end-if
092140     if pair-sum-xx = zero
092150         display "The slope and intercept are undefined - "
092160             pair-note
092170     else
092180         display "The slope of Y on X is " pair-slope-display
092190         display "The intercept is " pair-intercept-display
092200     end-if
092210     perform 7650-write-pair-line thru 7650-exit.
092220 7600-exit.
092230     exit.
092240 7610-compute-paired-stats.
092250     move "N" to pair-overflow-sw
092260     move spaces to pair-note
092270     move zero to pair-x-total
092280     move zero to pair-y-total
092290     perform 7615-total-one-pair thru 7615-exit
092300         varying stat-index from 1 by 1
092310         until stat-index > work-array-length of array-work-record
092320      compute pair-x-mean = pair-x-total / work-array-length of
092330             array-work-record
092340      compute pair-y-mean = pair-y-total / work-array-length of
092350             array-work-record
092360     move zero to pair-sum-xy
092370     move zero to pair-sum-xx
092380     move zero to pair-sum-yy
092390     perform 7620-accumulate-one-pair thru 7620-exit
092400         varying stat-index from 1 by 1
092410          until stat-index > work-array-length of
092420                array-work-record or pair-overflow
092430     if pair-overflow
092440         go to 7610-exit
092450     end-if
092460     move zero to pair-correlation
092470     move zero to pair-slope
092480     move zero to pair-intercept
092490      compute pair-covariance = pair-sum-xy / work-array-length of
092500             array-work-record
092510     if pair-sum-xx = zero
092520         move "X HOLDS ONE VALUE ONLY - NO SLOPE OR R"
092530             to pair-note
092540         go to 7610-exit
092550     end-if
092560     compute pair-slope = pair-sum-xy / pair-sum-xx
092570         on size error
092580             set pair-overflow to true
092590     end-compute
092600     if pair-overflow
092610         go to 7610-exit
092620     end-if
092630      compute pair-intercept = pair-y-mean - (pair-slope *
092640             pair-x-mean)
092650         on size error
092660             set pair-overflow to true
092670     end-compute
092680     if pair-sum-yy = zero
092690         move "Y HOLDS ONE VALUE ONLY - NO CORRELATION"
092700             to pair-note
092710     else
092720          compute pair-correlation = pair-sum-xy /
092730                 (function sqrt(pair-sum-xx) *
092740                  function sqrt(pair-sum-yy))
092750     end-if.
092760 7610-exit.
092770     exit.
092780 7615-total-one-pair.
092790      add work-array-table of array-work-record (stat-index) to
092800             pair-x-total
092810      add arr-array-table of array-master-record (stat-index) to
092820             pair-y-total.
092830 7615-exit.
092840     exit.
092850 7620-accumulate-one-pair.
092860      compute pair-x-diff = work-array-table of array-work-record
092870             (stat-index) - pair-x-mean
092880      compute pair-y-diff = arr-array-table of
092890             array-master-record (stat-index) - pair-y-mean
092900      compute pair-sum-xy = pair-sum-xy + (pair-x-diff *
092910             pair-y-diff)
092920         on size error
092930             set pair-overflow to true
092940     end-compute
092950      compute pair-sum-xx = pair-sum-xx + (pair-x-diff *
092960             pair-x-diff)
092970         on size error
092980             set pair-overflow to true
092990     end-compute
093000      compute pair-sum-yy = pair-sum-yy + (pair-y-diff *
093010             pair-y-diff)
093020         on size error
093030             set pair-overflow to true
093040     end-compute.
093050 7620-exit.
093060     exit.
093070 7650-write-pair-line.
093080     move spaces to pair-record
093090     move current-date-yyyymmdd to pst-date
093100     accept lock-time-fields from time
093110     move lock-time-hhmmss to pst-time
093120     move "PROGRAM1" to pst-program
093130     move work-array-id of array-work-record to pst-x-array-id
093140     move pair-array-id to pst-y-array-id
093150     move work-array-length of array-work-record to pst-count
093160     move pair-covariance to pst-covariance
093170     move pair-correlation to pst-correlation
093180     move pair-slope to pst-slope
093190     move pair-intercept to pst-intercept
093200     move pair-note to pst-note
093210     write pair-record
093220     if pair-file-ok
093230         display "Paired statistics written to " pair-file-name
093240     else
093250         display "Error - could not write the ARRPAIR report "
093260             "line"
093270     end-if.
093280 7650-exit.
093290     exit.
099000 end program Program1.
