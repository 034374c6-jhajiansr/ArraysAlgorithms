000100*----------------------------------------------------------------
000200*    DL100TB.CPY
000300*
000400*    TABLE DESCRIPTOR RECORD FOR THE ARRAYTBL FILE, KEYED ON
000500*    THE TABLE ID.  A TABLE IS A GRID OF ROWS BY COLUMNS WHOSE
000600*    CELLS ARE HELD ON ARRAYMST AS AN ORDINARY DL100AR ARRAY
000700*    UNDER THE SAME ID, ROW BY ROW (ROW-MAJOR): THE CELL AT ROW
000800*    R, COLUMN C IS ELEMENT (R - 1) * COLUMN COUNT + C, AND THE
000900*    ARRAY'S CAPACITY AND LENGTH ARE BOTH ROWS TIMES COLUMNS.
001000*    THE TYPE, OWNER, DESCRIPTION, DATES, LOCKING, GENERATIONS,
001100*    BACKUP, AND JOURNAL OF A TABLE ARE THEREFORE THOSE OF ITS
001200*    CELL ARRAY, AND THIS RECORD ADDS ONLY THE SHAPE AND THE
001300*    LABELS.
001400*
001500*    ARRAYTABLE BUILDS AND MAINTAINS TABLES AND KEEPS THE TWO
001600*    RECORDS IN STEP.  AN INSERT OR DELETE MADE TO THE CELL
001700*    ARRAY BY PROGRAM1 OR ARRAYBATCH BREAKS THE GRID; ARRAYTABLE
001800*    CHECKS THE LENGTH AGAINST ROWS TIMES COLUMNS ON EVERY LOAD
001900*    AND REFUSES A TABLE THAT NO LONGER MATCHES.  TO WORK ON
002000*    ONE ROW OR COLUMN WITH THE ONE-DIMENSIONAL PROGRAMS,
002100*    EXTRACT IT TO A NAMED ARRAY OF ITS OWN.
002200*
002300*    AT MOST 999 ROWS AND 99 COLUMNS, AND NO MORE THAN 9999
002400*    CELLS IN ALL (THE DL100AR CAPACITY LIMIT).  A BLANK LABEL
002500*    IS SHOWN AS ROW NNN OR COL NN.
002600*----------------------------------------------------------------
002700     05  tbl-table-id                pic x(08).
002800     05  tbl-row-count               pic s9(04) comp.
002900     05  tbl-column-count            pic s9(04) comp.
003000     05  tbl-column-label            pic x(12)
003100         occurs 99 times.
003200     05  tbl-row-label               pic x(12)
003300         occurs 999 times.
003400     05  filler                      pic x(20).
