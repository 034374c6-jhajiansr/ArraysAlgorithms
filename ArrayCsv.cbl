002960*                     ABANDONS THE IMPORT WITH AN "IN USE BY"
002970*                     MESSAGE.  EXPORT ONLY READS AND TAKES NO
002980*                     LOCKS.
002981*    2026-10-14  JHJ  THE OPERATOR NOW SIGNS ON AGAINST THE
002982*                     ARRAYSEC SECURITY FILE (DL100SC).  A
002983*                     READ-ONLY OPERATOR CANNOT IMPORT, AND AN
002984*                     IMPORT OVER AN EXISTING ARRAY WHOSE OWNER
002985*                     THE OPERATOR MAY NOT UPDATE IS ABANDONED
002986*                     BEFORE THE LOCK IS CLAIMED.  REFUSALS ARE
002987*                     LOGGED TO THE DATED ARRAYVIO FILE
002988*                     (DL100SV).  EXPORT IS NOT RESTRICTED.
003000*----------------------------------------------------------------
003100 environment division.
003200 configuration section.
004430         access mode is dynamic
004440         record key is lck-array-id
004450         file status is lock-file-status.
004460     select security-file assign to "ARRAYSEC"
004470         organization is line sequential
004480         file status is security-file-status.
004481     select violation-file assign to dynamic
004482         violation-file-name
004483         organization is line sequential
004484         file status is violation-file-status.
004500 data division.
004600 file section.
004700 fd  array-master-file.
005110 fd  lock-file.
005120 01  lock-record.
005130     copy DL100LK.
005140 fd  security-file.
005150 01  security-record.
005160     copy DL100SC.
005170 fd  violation-file.
005180 01  violation-record.
005190     copy DL100SV.
005200 working-storage section.
005300*----------------------------------------------------------------
005400*    FILE STATUS AND SWITCHES
011600 01  values-remaining              pic s9(09) comp.
011700 01  next-value-position           pic s9(09) comp.
011800 01  import-fill-index             pic s9(09) comp.
011801*----------------------------------------------------------------
011802*    OPERATOR SECURITY FIELDS - THE SIGNED-ON OPERATOR'S ARRAYSEC
011803*    ENTRY (DL100SC), HELD FOR THE WHOLE SESSION.  EVERY
011804*    REFUSAL IS LOGGED TO THE DATED ARRAYVIO SECURITY-VIOLATION
011805*    LOG (DL100SV).
011806*----------------------------------------------------------------
011807 01  security-file-status          pic x(02).
011808     88  security-file-ok                     value "00".
011809 01  violation-file-status         pic x(02).
011810     88  violation-file-ok                    value "00".
011811 01  violation-file-name           pic x(21).
011812 01  operator-id                   pic x(08).
011813 01  operator-found-sw             pic x(01) value "N".
011814     88  operator-found                       value "Y".
011815 01  operator-read-only-sw         pic x(01).
011816     88  operator-read-only                   value "Y".
011817 01  operator-owner-table.
011818     05  operator-owner            pic x(08)
011819         occurs 10 times.
011820         88  operator-all-owners              value "*ALL".
011821 01  operator-owner-index          pic s9(04) comp.
011822 01  authority-sw                  pic x(01).
011823     88  authority-granted                    value "Y".
011824 01  authority-action              pic x(08).
011825 01  authority-array-id            pic x(08).
011826 01  authority-owner               pic x(08).
011827 01  violation-reason              pic x(40).
011900 procedure division.
012000 0000-mainline.
012100     perform 1000-initialize thru 1000-exit
014480         display "Error - could not open the ARRAYLCK lock "
014490             "file, status " lock-file-status
014491         set done to true
014492     end-if
014493     if not done
014494         perform 9900-sign-on-operator thru 9900-exit
014495     end-if.
014500 1000-exit.
014600     exit.
014700*----------------------------------------------------------------
030100*    DAMAGED FILE CANNOT HALF-LOAD.
030200*----------------------------------------------------------------
030300 5000-import-csv.
030310     if operator-read-only
030320         move "IMPORT" to authority-action
030330         move spaces to authority-array-id
030340         move spaces to authority-owner
030350         move "OPERATOR IS READ-ONLY" to violation-reason
030360         perform 9950-log-security-violation thru 9950-exit
030370         go to 5000-exit
030380     end-if
030400     open input csv-file
030500     if not csv-file-ok
030600         display "Error - could not open the ARRAYCSV file"
036796     else
036797         move "N" to import-existing-sw
036798     end-if
036800     if import-existing
036810         move "IMPORT" to authority-action
036820         move csv-field-1 (1:8) to authority-array-id
036830         move hold-owner to authority-owner
036840         perform 9920-check-owner-authority thru 9920-exit
036850         if not authority-granted
036860             perform 9950-log-security-violation thru 9950-exit
036870             set import-failed to true
036880             set import-done to true
036890             go to 5200-exit
036895         end-if
036896     end-if
036900     move csv-field-1 (1:8) to
037000            arr-array-id of array-master-record
037100     set arr-unsorted to true
052329     move "N" to lock-held-sw.
052330 9750-exit.
052331     exit.
052341*----------------------------------------------------------------
052351*    OPERATOR SIGN-ON - THE OPERATOR IS LOOKED UP ON THE
052361*    ARRAYSEC FILE (DL100SC) AND THE ENTRY IS KEPT FOR THE
052371*    SESSION.  AN OPERATOR WHO IS NOT ON THE FILE, OR A FILE
052381*    THAT WILL NOT OPEN, ENDS THE SESSION BEFORE ANY ARRAY IS
052391*    TOUCHED.
052401*----------------------------------------------------------------
052411 9900-sign-on-operator.
052421     display "Enter your operator ID"
052431     accept operator-id
052441     perform 9905-find-operator thru 9905-exit
052451     if operator-found
052461         if operator-read-only
052471             display "Operator " operator-id
052481                 " signed on - read-only"
052491         else
052501             display "Operator " operator-id " signed on"
052511         end-if
052521         go to 9900-exit
052531     end-if
052541     move "SIGN-ON" to authority-action
052551     move spaces to authority-array-id
052561     move spaces to authority-owner
052571     move "OPERATOR IS NOT ON THE ARRAYSEC FILE"
052581         to violation-reason
052591     perform 9950-log-security-violation thru 9950-exit
052601     set done to true.
052611 9900-exit.
052621     exit.
052631 9905-find-operator.
052641     move "N" to operator-found-sw
052651     if operator-id = spaces
052661         go to 9905-exit
052671     end-if
052681     open input security-file
052691     if not security-file-ok
052701         display "Error - could not open the ARRAYSEC security "
052711             "file, status " security-file-status
052721         go to 9905-exit
052731     end-if
052741     perform 9910-read-one-operator thru 9910-exit
052751         until operator-found or not security-file-ok
052761     close security-file.
052771 9905-exit.
052781     exit.
052791 9910-read-one-operator.
052801     read security-file
052811     if not security-file-ok
052821         go to 9910-exit
052831     end-if
052841     if security-record (1:1) = "*" or
052851            sec-operator-id not = operator-id
052861         go to 9910-exit
052871     end-if
052881     set operator-found to true
052891     move sec-read-only-flag to operator-read-only-sw
052901     perform 9915-take-one-owner thru 9915-exit
052911         varying operator-owner-index from 1 by 1
052921         until operator-owner-index > 10.
052931 9910-exit.
052941     exit.
052951 9915-take-one-owner.
052961     move sec-owner (operator-owner-index) to
052971            operator-owner (operator-owner-index).
052981 9915-exit.
052991     exit.
053001*----------------------------------------------------------------
053011*    OWNER AUTHORITY - AUTHORITY-OWNER MAY BE UPDATED BY THE
053021*    SIGNED-ON OPERATOR WHEN THE OPERATOR IS NOT READ-ONLY AND
053031*    LISTS THAT OWNER, OR *ALL, ON ARRAYSEC.  A BLANK OWNER IS
053041*    ONLY COVERED BY *ALL.  A REFUSAL LEAVES ITS REASON IN
053051*    VIOLATION-REASON FOR THE CALLER TO LOG.
053061*----------------------------------------------------------------
053071 9920-check-owner-authority.
053081     move "N" to authority-sw
053091     move spaces to violation-reason
053101     if operator-read-only
053111         move "OPERATOR IS READ-ONLY" to violation-reason
053121         go to 9920-exit
053131     end-if
053141     perform 9925-match-one-owner thru 9925-exit
053151         varying operator-owner-index from 1 by 1
053161         until operator-owner-index > 10 or authority-granted
053171     if not authority-granted
053181         string "NOT AUTHORIZED FOR OWNER " authority-owner
053191             delimited by size into violation-reason
053201     end-if.
053211 9920-exit.
053221     exit.
053231 9925-match-one-owner.
053241     if operator-all-owners (operator-owner-index)
053251         set authority-granted to true
053261     end-if
053271     if authority-owner not = spaces and
053281            operator-owner (operator-owner-index) =
053291            authority-owner
053301         set authority-granted to true
053311     end-if.
053321 9925-exit.
053331     exit.
053341*----------------------------------------------------------------
053351*    SECURITY-VIOLATION LOG - ONE LINE PER REFUSAL IS APPENDED
053361*    TO THE DATED ARRAYVIO FILE (DL100SV).  THE FILE IS OPEN
053371*    ONLY FOR THE WRITE SO THE COMPANION PROGRAMS SHARE THE
053381*    DAY'S LOG.  THE CALLER STAGES THE ACTION, ARRAY ID, OWNER,
053391*    AND REASON.
053401*----------------------------------------------------------------
053411 9950-log-security-violation.
053421     display "Error - " authority-action " refused for operator "
053431         operator-id " - " violation-reason
053441     move spaces to violation-file-name
053451     string "ARRAYVIO." current-date-yyyymmdd ".DAT"
053461         delimited by size into violation-file-name
053471     open extend violation-file
053481     if not violation-file-ok
053491         open output violation-file
053501     end-if
053511     if not violation-file-ok
053521         display "Warning - could not open the ARRAYVIO "
053531             "security-violation log, status "
053541             violation-file-status
053551         go to 9950-exit
053561     end-if
053571     move spaces to violation-record
053581     move current-date-yyyymmdd to vio-date
053591     accept lock-time-fields from time
053601     move lock-time-hhmmss to vio-time
053611     move "ARRAYCSV" to vio-program
053621     move operator-id to vio-operator
053631     move authority-action to vio-action
053641     move authority-array-id to vio-array-id
053651     move authority-owner to vio-owner
053661     move violation-reason to vio-reason
053671     write violation-record
053681     if not violation-file-ok
053691         display "Warning - could not write to the ARRAYVIO "
053701             "security-violation log"
053711     end-if
053721     close violation-file.
053731 9950-exit.
053741     exit.
054000 end program ArrayCsv.
