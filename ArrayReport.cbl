002500*    ARRAYBATCH WRITE: ARRAY ID, MINIMUM, MAXIMUM, AVERAGE,
002600*    MEDIAN, MODE, STANDARD DEVIATION, AND THE LAST SEARCH
002700*    RESULT, IN NUMERIC-EDITED COLUMNS TWO SPACES APART.
002710*
002720*    THE PERIOD MAY INSTEAD COME FROM THE OPTIONAL ARRAYRNG
002730*    CONTROL FILE (DL100RG), SO THE MONTH-END RUN NEEDS NO
002740*    OPERATOR AND CAN BE A STEP OF THE ARRAYSTREAM NIGHTLY JOB
002750*    STREAM.
002760*
002770*    RETURN CODES:  00 THE REPORT WAS WRITTEN,
002780*    12 THE ARRAYRNG PERIOD WAS INVALID OR THE ARRCONS FILE
002790*    COULD NOT BE OPENED, AND NO REPORT WAS WRITTEN.
002800*----------------------------------------------------------------
002900*    MODIFICATION HISTORY.
003000*    2026-08-22  JHJ  ORIGINAL VERSION - CONSOLIDATES A DATE
003160*                     DAILY FILES FROM BEFORE THE CHANGE DO
003170*                     NOT PARSE AND MUST NOT BE MIXED INTO A
003180*                     CONSOLIDATION PERIOD THAT CROSSES IT.
003190*    2026-10-14  JHJ  THE PERIOD CAN COME FROM THE OPTIONAL
003191*                     ARRAYRNG CONTROL FILE (DL100RG) INSTEAD OF
003192*                     THE PROMPTS, MONTH MEANING THE CURRENT
003193*                     MONTH TO DATE, AND THE RUN NOW SETS A
003194*                     RETURN CODE, SO IT CAN RUN UNATTENDED.
003200*----------------------------------------------------------------
003300 environment division.
003400 configuration section.
004200     select consolidated-file assign to "ARRCONS"
004300         organization is line sequential
004400         file status is consolidated-status.
004410     select range-control-file assign to "ARRAYRNG"
004420         organization is line sequential
004430         file status is range-control-status.
004500 data division.
004600 file section.
004700 fd  daily-report-file.
006300     05  dly-search-result        pic x(200).
006400 fd  consolidated-file.
006500 01  consolidated-record          pic x(132).
006510 fd  range-control-file.
006520 01  range-control-record.
006530     copy DL100RG.
006600 working-storage section.
006700*----------------------------------------------------------------
006800*    FILE STATUS AND SWITCHES
007700     88  date-valid                           value "Y".
007800 01  range-done-sw                 pic x(01).
007900     88  range-done                           value "Y".
007910 01  range-control-status          pic x(02).
007920     88  range-control-ok                     value "00".
007930 01  range-card-used-sw            pic x(01) value "N".
007940     88  range-card-used                      value "Y".
007950 01  report-return-code            pic s9(04) comp value zero.
007960 01  current-date-fields.
007970     05  current-date-yyyymmdd    pic 9(08).
008000*----------------------------------------------------------------
008100*    OPERATOR-ENTERED DATE RANGE AND THE RUNNING DATE CURSOR
008200*----------------------------------------------------------------
015600         until range-done
015700     perform 4000-write-consolidated-report thru 4000-exit
015800     perform 9000-terminate thru 9000-exit
015810     move report-return-code to return-code
015900     goback.
016000 0000-exit.
016100     exit.
016800     move zero to total-lines-processed
016900     move "N" to range-done-sw
017000     move "N" to summary-overflow-sw
017100     perform 1050-read-range-card thru 1050-exit
017200     if range-done
017300         go to 1000-exit
017400     end-if
017500     if not range-card-used
017600         perform 1150-prompt-date-range thru 1150-exit
017650     end-if
017700     if end-date < start-date
017800         display "The last date is before the first - the two "
017900             "have been swapped"
018600     if not consolidated-ok
018700         display "Error - could not open the ARRCONS output "
018800             "file"
018850         move 12 to report-return-code
018900         set range-done to true
019000     end-if.
019100 1000-exit.
019200     exit.
019201*----------------------------------------------------------------
019202*    PERIOD CARD - THE OPTIONAL ARRAYRNG FILE (DL100RG).  A
019203*    MISSING FILE LEAVES THE PERIOD TO THE PROMPTS; A BAD DATE
019204*    ON IT ENDS THE RUN WITH RC 12 RATHER THAN GUESS.
019205*----------------------------------------------------------------
019206 1050-read-range-card.
019207     open input range-control-file
019208     if not range-control-ok
019209         go to 1050-exit
019210     end-if
019211     move spaces to range-control-record
019212     read range-control-file
019213     close range-control-file
019214     if range-control-record = spaces
019215         go to 1050-exit
019216     end-if
019217     set range-card-used to true
019218     accept current-date-fields from date yyyymmdd
019219     if rng-current-month
019220         move current-date-yyyymmdd to start-date
019221         move "01" to start-date (7:2)
019222     else
019223         move rng-first-date to date-entry-x
019224         perform 1300-validate-date thru 1300-exit
019225         if not date-valid
019226             display "Error - the ARRAYRNG first date is not "
019227                 "valid, no report written"
019228             move 12 to report-return-code
019229             set range-done to true
019230             go to 1050-exit
019231         end-if
019232         move date-work-9 to start-date
019233     end-if
019234     if rng-last-date = spaces
019235         move current-date-yyyymmdd to end-date
019236     else
019237         move rng-last-date to date-entry-x
019238         perform 1300-validate-date thru 1300-exit
019239         if not date-valid
019240             display "Error - the ARRAYRNG last date is not "
019241                 "valid, no report written"
019242             move 12 to report-return-code
019243             set range-done to true
019244             go to 1050-exit
019245         end-if
019246         move date-work-9 to end-date
019247     end-if
019248     display "Report period " start-date " thru " end-date
019249         " taken from ARRAYRNG".
019250 1050-exit.
019251     exit.
019252 1150-prompt-date-range.
019253     move "N" to date-valid-sw
019254     perform 1100-prompt-start-date thru 1100-exit
019255         until date-valid
019256     move "N" to date-valid-sw
019257     perform 1200-prompt-end-date thru 1200-exit
019258         until date-valid.
019259 1150-exit.
019260     exit.
019300 1100-prompt-start-date.
019400     display "Enter the first report date (YYYYMMDD)"
019500     accept date-entry-x
