003800*    ANY OTHER OPERATION IS APPLIED POSITIONALLY (NEW VALUE TO
003900*    THE POSITION) SO LATER JOURNALED OPERATIONS REPLAY WITHOUT
004000*    CHANGES HERE.  EACH RECORD ENDS WITH THE NAME OF THE
004100*    WRITING PROGRAM AND THE OPERATOR SIGNED ON TO IT, SO THE
004110*    HISTORY LISTING SHOWS WHEN, WHAT, AND WHO MADE THE CHANGE.
004120*    A RECORD WRITTEN BEFORE OPERATORS SIGNED ON READS BACK
004130*    WITH A BLANK OPERATOR.
004140*
004150*    ONCE ARRAYARCH HAS ARCHIVED THE OLDER PART OF THE JOURNAL,
004160*    EACH ARRAY'S LIVE HISTORY STARTS WITH A SNAPSHOT OF WHAT
004170*    WAS ARCHIVED:
004180*        SNAPSHOT THE NEW-VALUE FIELD CARRIES THE LENGTH; THE
004190*                 REPLAY STARTS AGAIN FROM HERE
004191*        SNAPVAL  POSITIONAL, ONE PER ELEMENT OF THE SNAPSHOT
004192*    AN AS-OF MOMENT EARLIER THAN THE SNAPSHOT NEEDS THE ARCHIVED
004193*    ENTRIES, WHICH ARE IN THE ARRAYJRN.YYYYMMDD.DAT FILES, SO A
004194*    WARNING IS SHOWN WITH THE IMAGE OR THE HISTORY.
004200*----------------------------------------------------------------
004300*    MODIFICATION HISTORY.
004400*    2026-09-03  JHJ  ORIGINAL VERSION - POINT-IN-TIME
004740*    2026-09-03  JHJ  THE JOURNAL RECORD NOW ENDS WITH THE
004750*                     WRITING PROGRAM'S NAME AND THE HISTORY
004760*                     LISTING SHOWS IT.
004770*    2026-10-14  JHJ  THE JOURNAL RECORD NOW ALSO CARRIES THE
004780*                     SIGNED-ON OPERATOR'S ID, AND THE HISTORY
004790*                     LISTING SHOWS IT AFTER THE PROGRAM.
004791*    2026-10-15  JHJ  REPLAYS THE SNAPSHOT RECORDS ARRAYARCH
004792*                     LEAVES WHEN IT ARCHIVES THE JOURNAL, AND
004793*                     WARNS WHEN THE AS-OF MOMENT IS EARLIER
004794*                     THAN AN ARRAY'S SNAPSHOT.
004800*----------------------------------------------------------------
004900 environment division.
005000 configuration section.
007900                                  sign leading separate.
007910     05  filler                   pic x(01).
007920     05  jrn-program              pic x(10).
007930     05  filler                   pic x(01).
007940     05  jrn-operator             pic x(08).
008000 fd  backup-file.
008100 01  backup-record.
008200     copy DL100AR
011600     88  backup-found                         value "Y".
011700 01  backup-used-sw                pic x(01).
011800     88  backup-used                          value "Y".
011810 01  history-archived-sw           pic x(01).
011820     88  history-archived                     value "Y".
011900*----------------------------------------------------------------
012000*    MENU AND OPERATOR-ENTRY FIELDS
012100*----------------------------------------------------------------
023200     move zero to inq-length
023300     move zero to backup-date
023400     move "N" to backup-used-sw
023410     move "N" to history-archived-sw
023500     if backup-file-name not = spaces
023600         perform 4100-seed-from-backup thru 4100-exit
023700         if not backup-used
025000     close journal-file
025100     move applied-count to count-display
025200     display count-display " journal entr(y/ies) applied"
025210     perform 5900-warn-if-archived thru 5900-exit
025300     perform 4500-show-array thru 4500-exit.
025400 4000-exit.
025500     exit.
032000     end-if
032100     if jrn-date > asof-date or
032200        (jrn-date = asof-date and jrn-time > asof-time)
032210         if jrn-operation = "SNAPSHOT"
032220             set history-archived to true
032230         end-if
032300         go to 4200-exit
032400     end-if
032500     if backup-used and jrn-date not > backup-date
033800             perform 4320-apply-delete thru 4320-exit
033900         when jrn-operation = "SAVE"
034000             move jrn-new-value to inq-length
034010         when jrn-operation = "SNAPSHOT"
034020             move jrn-new-value to inq-length
034100         when jrn-operation = "UNDO" and jrn-old-value = zero
034200                and jrn-new-value not = zero
034300             perform 4310-apply-insert thru 4310-exit
043500         go to 5000-exit
043600     end-if
043700     move zero to history-count
043710     move "N" to history-archived-sw
043800     display " "
043900     display "DATE     TIME    OPERATION  POSITION  OLD VALUE"
044000         "   NEW VALUE   BY"
044700     else
044800         move history-count to count-display
044900         display count-display " journal entr(y/ies) listed"
045000     end-if
045010     perform 5900-warn-if-archived thru 5900-exit.
045100 5000-exit.
045200     exit.
045300 5100-list-one-entry.
046000     end-if
046100     if jrn-date > asof-date or
046200        (jrn-date = asof-date and jrn-time > asof-time)
046210         if jrn-operation = "SNAPSHOT"
046220             set history-archived to true
046230         end-if
046300         go to 5100-exit
046400     end-if
046500     add 1 to history-count
046800     move jrn-new-value to new-value-display
046900     display jrn-date " " jrn-time "  " jrn-operation "  "
047000         "    " position-display "  " old-value-display
047100         "  " new-value-display "  " jrn-program " "
047110         jrn-operator.
047200 5100-exit.
047300     exit.
047310*----------------------------------------------------------------
047320*    ARCHIVED HISTORY - THE ARRAY HAS A SNAPSHOT AFTER THE AS-OF
047330*    MOMENT, SO ENTRIES THE ANSWER NEEDS HAVE BEEN ARCHIVED.
047340*----------------------------------------------------------------
047350 5900-warn-if-archived.
047360     if history-archived
047370         display "Warning - this array's journal before its "
047380             "SNAPSHOT entry has been archived to the "
047390             "ARRAYJRN.YYYYMMDD.DAT files; the answer covers "
047391             "only what is still in ARRAYJRN"
047392     end-if.
047393 5900-exit.
047394     exit.
047400 end program ArrayInq.
