002702*                     A CHOSEN GENERATION; THE REVERT ROLLS THE
002703*                     CURRENT MASTER IMAGE INTO THE STORE FIRST
002704*                     SO IT CAN ITSELF BE UNDONE.
002705*    2026-10-14  JHJ  THE OPERATOR NOW SIGNS ON AGAINST THE
002706*                     ARRAYSEC SECURITY FILE (DL100SC).  DELETE,
002707*                     RENAME, RESTORE, PURGE, REVERT, AND CLEAR
002708*                     LOCK NEED THE MAINTENANCE FLAG AND
002709*                     AUTHORITY FOR THE ARRAY'S OWNER, AND COPY
002710*                     NEEDS THE OWNER AUTHORITY; A REFUSAL IS
002711*                     LOGGED TO THE DATED ARRAYVIO FILE
002712*                     (DL100SV).  RESTORE SKIPS, AND PURGE
002713*                     LEAVES OUT, ARRAYS OF OTHER OWNERS.  THE
002714*                     GENERATION LIST SHOWS THE OPERATOR WHO
002715*                     SAVED EACH GENERATION.
002790*----------------------------------------------------------------
002800 environment division.
002900 configuration section.
003000 source-computer. GENERIC-COMPUTER.
004180         access mode is dynamic
004190         record key is gen-key
004191         file status is generation-status.
004192     select security-file assign to "ARRAYSEC"
004193         organization is line sequential
004194         file status is security-file-status.
004195     select violation-file assign to dynamic
004196         violation-file-name
004197         organization is line sequential
004198         file status is violation-file-status.
004200 data division.
004300 file section.
004400 fd  array-master-file.
005840 fd  generation-file.
005850 01  generation-record.
005860     copy DL100GN.
005870 fd  security-file.
005871 01  security-record.
005872     copy DL100SC.
005873 fd  violation-file.
005874 01  violation-record.
005875     copy DL100SV.
005900 working-storage section.
006000*----------------------------------------------------------------
006100*    FILE STATUS AND SWITCHES
010600 01  catalog-capacity-display      pic z(03)9.
010700 01  catalog-minimum-display       pic -(9)9.9(2).
010800 01  catalog-maximum-display       pic -(9)9.9(2).
010801*----------------------------------------------------------------
010802*    OPERATOR SECURITY FIELDS - THE SIGNED-ON OPERATOR'S ARRAYSEC
010803*    ENTRY (DL100SC), HELD FOR THE WHOLE SESSION.  EVERY
010804*    REFUSAL IS LOGGED TO THE DATED ARRAYVIO SECURITY-VIOLATION
010805*    LOG (DL100SV).
010806*----------------------------------------------------------------
010807 01  security-file-status          pic x(02).
010808     88  security-file-ok                     value "00".
010809 01  violation-file-status         pic x(02).
010810     88  violation-file-ok                    value "00".
010811 01  violation-file-name           pic x(21).
010812 01  operator-id                   pic x(08).
010813 01  operator-found-sw             pic x(01) value "N".
010814     88  operator-found                       value "Y".
010815 01  operator-read-only-sw         pic x(01).
010816     88  operator-read-only                   value "Y".
010817 01  operator-maintenance-sw       pic x(01).
010818     88  operator-maintenance-allowed         value "Y".
010819 01  operator-owner-table.
010820     05  operator-owner            pic x(08)
010821         occurs 10 times.
010822         88  operator-all-owners              value "*ALL".
010823 01  operator-owner-index          pic s9(04) comp.
010824 01  authority-sw                  pic x(01).
010825     88  authority-granted                    value "Y".
010826 01  authority-action              pic x(08).
010827 01  authority-array-id            pic x(08).
010828 01  authority-owner               pic x(08).
010829 01  violation-reason              pic x(40).
010830 01  restore-denied-count          pic s9(09) comp.
010831 01  purge-excluded-count          pic s9(04) comp.
010832 01  purge-candidate-sw            pic x(01).
010833     88  purge-candidate                      value "Y".
010900 procedure division.
011000 0000-mainline.
011100     perform 1000-initialize thru 1000-exit
013501         display "Error - could not open the ARRAYGEN "
013502             "generation store, status " generation-status
013503         set done to true
013504     end-if
013505     if not done
013506         perform 9900-sign-on-operator thru 9900-exit
013507     end-if.
013510 1000-exit.
013600     exit.
013700*----------------------------------------------------------------
016370         when maint-revert-gen
016380             perform 7800-revert-generation thru 7800-exit
016382         when maint-purge
016384             perform 7890-purge-authorized thru 7890-exit
016400         when maint-exit
016500             set done to true
016600         when other
018300             "master file"
018400         go to 4000-exit
018500     end-if
018501     move "DELETE" to authority-action
018502     move maint-source-id to authority-array-id
018503      move arr-array-owner of array-master-record to
018504             authority-owner
018505     perform 9935-check-maintenance-authority thru 9935-exit
018506     if not authority-granted
018507         go to 4000-exit
018508     end-if
018510     move maint-source-id to lock-id-work
018520     perform 9700-claim-array-lock thru 9700-exit
018530     if not lock-held
021800             "master file"
021900         go to 4500-exit
022000     end-if
022001     move "RENAME" to authority-action
022002     move maint-source-id to authority-array-id
022003      move arr-array-owner of array-master-record to
022004             authority-owner
022005     perform 9935-check-maintenance-authority thru 9935-exit
022006     if not authority-granted
022007         go to 4500-exit
022008     end-if
022010     move maint-source-id to lock-id-work
022020     perform 9700-claim-array-lock thru 9700-exit
022030     if not lock-held
026400             "master file"
026500         go to 5000-exit
026600     end-if
026610     move "COPY" to authority-action
026620     move maint-source-id to authority-array-id
026630      move arr-array-owner of array-master-record to
026640             authority-owner
026650     perform 9920-check-owner-authority thru 9920-exit
026660     if not authority-granted
026670         perform 9950-log-security-violation thru 9950-exit
026680         go to 5000-exit
026690     end-if
026700     display "Enter the new array ID for the copy"
026800     accept maint-target-id
026900     if maint-target-id = spaces
035300*    ARRAYS ON THE MASTER BUT NOT ON THE BACKUP ARE LEFT ALONE.
035400*----------------------------------------------------------------
035500 7000-restore-master.
035510     move "RESTORE" to authority-action
035520     move spaces to authority-array-id
035530     move spaces to authority-owner
035540     perform 9930-check-maintenance-flag thru 9930-exit
035550     if not authority-granted
035560         go to 7000-exit
035570     end-if
035600     display "Enter the backup file name (for example "
035700         "ARRAYBKP.20260822.DAT)"
035800     accept backup-file-name
036300     end-if
036400     move zero to record-count
036410     move zero to restore-skip-count
036420     move zero to restore-denied-count
036500     perform 7100-reload-one-record thru 7100-exit
036600         until not backup-file-ok
036700     close backup-file
037020         move restore-skip-count to record-count-display
037030         display record-count-display " array(s) skipped - in "
037040             "use by another program, restore them again later"
037050     end-if
037051     if restore-denied-count > zero
037052         move restore-denied-count to record-count-display
037053         display record-count-display " array(s) skipped - not "
037054             "authorized for operator " operator-id
037055     end-if.
037100 7000-exit.
037200     exit.
037300 7100-reload-one-record.
037400     read backup-file
037500     if backup-file-ok
037510         perform 7150-check-restore-authority thru 7150-exit
037520         if not authority-granted
037530             add 1 to restore-denied-count
037540             go to 7100-exit
037550         end-if
037600         perform 7200-move-backup-to-master thru 7200-exit
037610          move arr-array-id of array-master-record to
037620                lock-id-work
048798     end-if
048799     display "Array " lck-array-id " is held by " lck-program
048800         " since " lck-date " " lck-time
048801     move "N" to confirm-sw
048802     perform 8520-confirm-clear thru 8520-exit
048803     if not confirmed
048804         display "Clear cancelled"
048805         go to 8500-exit
049000*----------------------------------------------------------------
049010*    GENERATION LIST - SHOWS EVERY ARRAYGEN GENERATION HELD FOR
049020*    AN ARRAY ID, NEWEST (1) FIRST, WITH ITS SAVE DATE, TIME,
049030*    SAVING PROGRAM, OPERATOR, AND LENGTH.
049040*----------------------------------------------------------------
049050 7700-list-generations.
049060     display "Enter the array ID"
049070     accept maint-source-id
049080     move zero to gen-found-count
049090     display " "
049100     display "GEN  SAVED ON          SAVED BY    OPERATOR  LENGTH"
049110     perform 7710-list-one-generation thru 7710-exit
049120         varying gen-list-number from 1 by 1
049130         until gen-list-number > generation-limit
049270                catalog-length-display
049280         display gen-number of generation-record "   "
049290             gen-save-date " " gen-save-time "  "
049300             gen-saved-by "  " gen-saved-operator "  "
049305             catalog-length-display
049310     end-if.
049320 7710-exit.
049330     exit.
049620             "array " maint-source-id
049630         go to 7800-exit
049640     end-if
049641     perform 7850-check-revert-authority thru 7850-exit
049642     if not authority-granted
049643         go to 7800-exit
049644     end-if
049650     move maint-source-id to lock-id-work
049660     perform 9700-claim-array-lock thru 9700-exit
049670     if not lock-held
050421     if not array-master-ok
050422         go to 7930-exit
050423     end-if
050424     perform 7935-test-one-candidate thru 7935-exit
050425     if not purge-candidate
050426         go to 7930-exit
050427     end-if
050428     if purge-count >= 500
050650     accept lock-time-fields from time
050660     move lock-time-hhmmss to gen-save-time
050670     move "ARRAYMAINT" to gen-saved-by
050675     move operator-id to gen-saved-operator
050680      move arr-array-sort-order of array-master-record to
050690             gen-sort-order of generation-record
050692      move arr-array-type of array-master-record to
050890         to gen-table of generation-record (gen-copy-index).
050900 9830-exit.
050910     exit.
050920*----------------------------------------------------------------
050930*    RESTORE AUTHORITY - A BACKUP RECORD IS ONLY RELOADED WHEN
050940*    THE OPERATOR MAY UPDATE ITS OWNER AND, WHERE THE ARRAY IS
050950*    ALREADY ON THE MASTER UNDER ANOTHER OWNER, THAT OWNER TOO.
050960*    THE MASTER READ HERE IS OVERLAID BY THE RELOAD ITSELF.
050970*----------------------------------------------------------------
050980 7150-check-restore-authority.
050990     move "RESTORE" to authority-action
051000     move bkp-array-id of backup-record to authority-array-id
051010     move bkp-array-owner of backup-record to authority-owner
051020     perform 9920-check-owner-authority thru 9920-exit
051030     if not authority-granted
051040         perform 9950-log-security-violation thru 9950-exit
051050         go to 7150-exit
051060     end-if
051070      move bkp-array-id of backup-record to arr-array-id of
051080             array-master-record
051090      read array-master-file key is arr-array-id of
051100             array-master-record
051110     if not array-master-ok
051120         set authority-granted to true
051130         go to 7150-exit
051140     end-if
051150     if arr-array-owner of array-master-record = authority-owner
051160         go to 7150-exit
051170     end-if
051180      move arr-array-owner of array-master-record to
051190             authority-owner
051200     perform 9920-check-owner-authority thru 9920-exit
051210     if not authority-granted
051220         perform 9950-log-security-violation thru 9950-exit
051230     end-if.
051240 7150-exit.
051250     exit.
051260*----------------------------------------------------------------
051270*    REVERT AUTHORITY - THE MAINTENANCE FLAG AND AUTHORITY FOR
051280*    THE OWNER ON THE MASTER (OR THE GENERATION'S OWNER WHEN
051290*    THE ARRAY IS GONE FROM THE MASTER), AND FOR THE
051300*    GENERATION'S OWNER TOO WHEN THE REVERT WOULD CHANGE IT.
051310*----------------------------------------------------------------
051320 7850-check-revert-authority.
051330     move "REVERT" to authority-action
051340     move maint-source-id to authority-array-id
051350      move gen-array-owner of generation-record to
051360             authority-owner
051370     move maint-source-id to arr-array-id of array-master-record
051380      read array-master-file key is arr-array-id of
051390             array-master-record
051400     if array-master-ok
051410          move arr-array-owner of array-master-record to
051420                 authority-owner
051430     end-if
051440     perform 9935-check-maintenance-authority thru 9935-exit
051450     if not authority-granted
051460         go to 7850-exit
051470     end-if
051480     if gen-array-owner of generation-record = authority-owner
051490         go to 7850-exit
051500     end-if
051510      move gen-array-owner of generation-record to
051520             authority-owner
051530     perform 9920-check-owner-authority thru 9920-exit
051540     if not authority-granted
051550         perform 9950-log-security-violation thru 9950-exit
051560     end-if.
051570 7850-exit.
051580     exit.
051590*----------------------------------------------------------------
051600*    PURGE AUTHORITY - THE PURGE NEEDS THE MAINTENANCE FLAG,
051610*    AND ONLY ARRAYS WHOSE OWNERS THE OPERATOR MAY UPDATE ARE
051620*    OFFERED AS CANDIDATES.  THE OLD ARRAYS LEFT OUT FOR THEIR
051630*    OWNER ARE COUNTED SO THE OPERATOR KNOWS THEY EXIST.
051640*----------------------------------------------------------------
051650 7890-purge-authorized.
051660     move "PURGE" to authority-action
051670     move spaces to authority-array-id
051680     move spaces to authority-owner
051690     perform 9930-check-maintenance-flag thru 9930-exit
051700     if not authority-granted
051710         go to 7890-exit
051720     end-if
051730     move zero to purge-excluded-count
051740     perform 7900-purge-unused thru 7900-exit
051750     if purge-excluded-count > zero
051760         move purge-excluded-count to record-count-display
051770         display record-count-display " older array(s) not "
051780             "listed - operator " operator-id
051790             " is not authorized for their owners"
051800     end-if.
051810 7890-exit.
051820     exit.
051830 7935-test-one-candidate.
051840     move "N" to purge-candidate-sw
051850      if arr-last-used-date of array-master-record >=
051860             purge-cutoff-date
051870         go to 7935-exit
051880     end-if
051890      move arr-array-owner of array-master-record to
051900             authority-owner
051910     perform 9920-check-owner-authority thru 9920-exit
051920     if not authority-granted
051930         add 1 to purge-excluded-count
051940         go to 7935-exit
051950     end-if
051960     set purge-candidate to true.
051970 7935-exit.
051980     exit.
051990*----------------------------------------------------------------
052000*    CLEAR-LOCK AUTHORITY - THE MAINTENANCE FLAG, AND AUTHORITY
052010*    FOR THE ARRAY'S OWNER WHEN THE ARRAY IS ON THE MASTER,
052020*    BEFORE THE OPERATOR IS ASKED TO CONFIRM.  A REFUSAL LEAVES
052030*    THE CONFIRMATION UNANSWERED, SO THE CLEAR IS CANCELLED.
052040*----------------------------------------------------------------
052050 8520-confirm-clear.
052060     move "CLEARLCK" to authority-action
052070     move lck-array-id to authority-array-id
052080     move spaces to authority-owner
052090     move lck-array-id to arr-array-id of array-master-record
052100      read array-master-file key is arr-array-id of
052110             array-master-record
052120     if array-master-ok
052130          move arr-array-owner of array-master-record to
052140                 authority-owner
052150         perform 9935-check-maintenance-authority thru 9935-exit
052160     else
052170         perform 9930-check-maintenance-flag thru 9930-exit
052180     end-if
052190     if not authority-granted
052200         go to 8520-exit
052210     end-if
052220     display "Clear this lock? (Y/N)"
052230     accept confirm-sw.
052240 8520-exit.
052250     exit.
052260*----------------------------------------------------------------
052270*    OPERATOR SIGN-ON - THE OPERATOR IS LOOKED UP ON THE
052280*    ARRAYSEC FILE (DL100SC) AND THE ENTRY IS KEPT FOR THE
052290*    SESSION.  AN OPERATOR WHO IS NOT ON THE FILE, OR A FILE
052300*    THAT WILL NOT OPEN, ENDS THE SESSION BEFORE ANY ARRAY IS
052310*    TOUCHED.
052320*----------------------------------------------------------------
052330 9900-sign-on-operator.
052340     display "Enter your operator ID"
052350     accept operator-id
052360     perform 9905-find-operator thru 9905-exit
052370     if operator-found
052380         display "Operator " operator-id " signed on"
052390         go to 9900-exit
052400     end-if
052410     move "SIGN-ON" to authority-action
052420     move spaces to authority-array-id
052430     move spaces to authority-owner
052440     move "OPERATOR IS NOT ON THE ARRAYSEC FILE"
052450         to violation-reason
052460     perform 9950-log-security-violation thru 9950-exit
052470     set done to true.
052480 9900-exit.
052490     exit.
052500 9905-find-operator.
052510     move "N" to operator-found-sw
052520     if operator-id = spaces
052530         go to 9905-exit
052540     end-if
052550     open input security-file
052560     if not security-file-ok
052570         display "Error - could not open the ARRAYSEC security "
052580             "file, status " security-file-status
052590         go to 9905-exit
052600     end-if
052610     perform 9910-read-one-operator thru 9910-exit
052620         until operator-found or not security-file-ok
052630     close security-file.
052640 9905-exit.
052650     exit.
052660 9910-read-one-operator.
052670     read security-file
052680     if not security-file-ok
052690         go to 9910-exit
052700     end-if
052710     if security-record (1:1) = "*" or
052720            sec-operator-id not = operator-id
052730         go to 9910-exit
052740     end-if
052750     set operator-found to true
052760     move sec-read-only-flag to operator-read-only-sw
052770     move sec-maintenance-flag to operator-maintenance-sw
052780     perform 9915-take-one-owner thru 9915-exit
052790         varying operator-owner-index from 1 by 1
052800         until operator-owner-index > 10.
052810 9910-exit.
052820     exit.
052830 9915-take-one-owner.
052840     move sec-owner (operator-owner-index) to
052850            operator-owner (operator-owner-index).
052860 9915-exit.
052870     exit.
052880*----------------------------------------------------------------
052890*    OWNER AUTHORITY - AUTHORITY-OWNER MAY BE UPDATED BY THE
052900*    SIGNED-ON OPERATOR WHEN THE OPERATOR IS NOT READ-ONLY AND
052910*    LISTS THAT OWNER, OR *ALL, ON ARRAYSEC.  A BLANK OWNER IS
052920*    ONLY COVERED BY *ALL.  A REFUSAL LEAVES ITS REASON IN
052930*    VIOLATION-REASON FOR THE CALLER TO LOG.
052940*----------------------------------------------------------------
052950 9920-check-owner-authority.
052960     move "N" to authority-sw
052970     move spaces to violation-reason
052980     if operator-read-only
052990         move "OPERATOR IS READ-ONLY" to violation-reason
053000         go to 9920-exit
053010     end-if
053020     perform 9925-match-one-owner thru 9925-exit
053030         varying operator-owner-index from 1 by 1
053040         until operator-owner-index > 10 or authority-granted
053050     if not authority-granted
053060         string "NOT AUTHORIZED FOR OWNER " authority-owner
053070             delimited by size into violation-reason
053080     end-if.
053090 9920-exit.
053100     exit.
053110 9925-match-one-owner.
053120     if operator-all-owners (operator-owner-index)
053130         set authority-granted to true
053140     end-if
053150     if authority-owner not = spaces and
053160            operator-owner (operator-owner-index) =
053170            authority-owner
053180         set authority-granted to true
053190     end-if.
053200 9925-exit.
053210     exit.
053220*----------------------------------------------------------------
053230*    MAINTENANCE AUTHORITY - THE DESTRUCTIVE FUNCTIONS NEED THE
053240*    MAINTENANCE FLAG ON ARRAYSEC (9930) AND, FOR A GIVEN
053250*    ARRAY, AUTHORITY FOR ITS OWNER AS WELL (9935).  BOTH LOG
053260*    THEIR OWN REFUSALS; THE CALLER STAGES THE ACTION, ARRAY
053270*    ID, AND OWNER.
053280*----------------------------------------------------------------
053290 9930-check-maintenance-flag.
053300     move "N" to authority-sw
053310     if not operator-maintenance-allowed
053320         move "OPERATOR LACKS THE MAINTENANCE FLAG"
053330             to violation-reason
053340         perform 9950-log-security-violation thru 9950-exit
053350         go to 9930-exit
053360     end-if
053370     set authority-granted to true.
053380 9930-exit.
053390     exit.
053400 9935-check-maintenance-authority.
053410     perform 9930-check-maintenance-flag thru 9930-exit
053420     if not authority-granted
053430         go to 9935-exit
053440     end-if
053450     perform 9920-check-owner-authority thru 9920-exit
053460     if not authority-granted
053470         perform 9950-log-security-violation thru 9950-exit
053480     end-if.
053490 9935-exit.
053500     exit.
053510*----------------------------------------------------------------
053520*    SECURITY-VIOLATION LOG - ONE LINE PER REFUSAL IS APPENDED
053530*    TO THE DATED ARRAYVIO FILE (DL100SV).  THE FILE IS OPEN
053540*    ONLY FOR THE WRITE SO THE COMPANION PROGRAMS SHARE THE
053550*    DAY'S LOG.  THE CALLER STAGES THE ACTION, ARRAY ID, OWNER,
053560*    AND REASON.
053570*----------------------------------------------------------------
053580 9950-log-security-violation.
053590     display "Error - " authority-action " refused for operator "
053600         operator-id " - " violation-reason
053610     move spaces to violation-file-name
053620     string "ARRAYVIO." current-date-yyyymmdd ".DAT"
053630         delimited by size into violation-file-name
053640     open extend violation-file
053650     if not violation-file-ok
053660         open output violation-file
053670     end-if
053680     if not violation-file-ok
053690         display "Warning - could not open the ARRAYVIO "
053700             "security-violation log, status "
053710             violation-file-status
053720         go to 9950-exit
053730     end-if
053740     move spaces to violation-record
053750     move current-date-yyyymmdd to vio-date
053760     accept lock-time-fields from time
053770     move lock-time-hhmmss to vio-time
053780     move "ARRAYMAINT" to vio-program
053790     move operator-id to vio-operator
053800     move authority-action to vio-action
053810     move authority-array-id to vio-array-id
053820     move authority-owner to vio-owner
053830     move violation-reason to vio-reason
053840     write violation-record
053850     if not violation-file-ok
053860         display "Warning - could not write to the ARRAYVIO "
053870             "security-violation log"
053880     end-if
053890     close violation-file.
053900 9950-exit.
053910     exit.
055000 end program ArrayMaint.
