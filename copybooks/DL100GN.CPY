000300*
000400*    GENERATION-RECORD LAYOUT FOR THE ARRAYGEN GENERATION STORE.
000500*    EVERY SAVE OF AN EXISTING ARRAY (PROGRAM1'S SAVE FUNCTION,
000600*    ARRAYBATCH'S SAVE TRANSACTION, ARRAYMAINT'S REVERT, AND
000650*    EVERY ARRAYTABLE CHANGE TO A TABLE'S CELL ARRAY)
000700*    FIRST ROLLS THE MASTER RECORD BEING REPLACED INTO THIS
000800*    FILE: GENERATION 1 IS THE NEWEST PRIOR VERSION, SHIFTING
000900*    THE OLDER ONES DOWN, AND THE OLDEST BEYOND THE KEPT LIMIT
001000*    (FIVE PER ARRAY ID) IS OVERWRITTEN.  EACH GENERATION IS
001100*    STAMPED WITH THE DATE, TIME, SAVING PROGRAM, AND THE
001110*    OPERATOR SIGNED ON TO IT.  THE OPERATOR FIELD CHANGED THE
001120*    RECORD LAYOUT, SO A STORE WRITTEN BY THE PRIOR RELEASE
001130*    MUST BE CONVERTED ONCE, AS THE MASTER WAS (SEE DL100AR).
001200*
001300*    GEN-CAPACITY GOVERNS THE OCCURS DEPENDING ON CLAUSE BELOW
001400*    AND MUST BE MOVED A VALUE BEFORE GEN-TABLE IS REFERENCED
001900         10  gen-number              pic 9(02).
002000     05  gen-save-date               pic 9(08).
002100     05  gen-save-time               pic 9(06).
002200     05  gen-saved-stamp.
002210         10  gen-saved-by            pic x(10).
002250         10  gen-saved-operator      pic x(08).
002300     05  gen-sort-order              pic x(01).
002310     05  gen-array-type              pic x(01).
002320     05  gen-array-owner             pic x(08).
