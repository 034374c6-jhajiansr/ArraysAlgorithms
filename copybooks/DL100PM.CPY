000100*----------------------------------------------------------------
000200*    DL100PM.CPY
000300*
000400*    RUN-PARAMETER RECORD FOR THE ARRAYPRM CONTROL FILE, READ
000500*    ONCE BY ARRAYBATCH AT START OF RUN.  THE FILE IS OPTIONAL:
000600*    A MISSING FILE, OR A BLANK RUN MODE, MEANS AN ORDINARY
000700*    UPDATE RUN EXACTLY AS BEFORE THE FILE EXISTED.
000800*
000900*    RUN MODES (COLS 1-8):
001000*        UPDATE     EXECUTE THE ARRAYCMD DECK AGAINST ARRAYMST
001100*        EDITONLY   EDIT THE WHOLE DECK AND REPORT EVERY PROBLEM
001200*                   TO THE DATED ARRAYEDT REPORT, UPDATING
001300*                   NOTHING - NO MASTER, JOURNAL, GENERATION, OR
001400*                   CHECKPOINT WRITES AND NO LOCKS CLAIMED
001500*    ANY OTHER MODE ABANDONS THE RUN WITH RETURN CODE 12.
001510*
001520*    OPERATOR ID (COLS 10-17): THE ARRAYSEC OPERATOR THE RUN
001530*    SIGNS ON AS (DL100SC).  A MISSING FILE OR A BLANK ID SIGNS
001540*    ON AS BATCH, WHICH MUST THEN BE ON ARRAYSEC LIKE ANY
001550*    OTHER OPERATOR.
001600*----------------------------------------------------------------
001700     05  prm-run-mode                pic x(08).
001800         88  prm-mode-update                 value "UPDATE"
001900                                             spaces.
002000         88  prm-mode-edit-only              value "EDITONLY".
002010     05  filler                      pic x(01).
002020     05  prm-operator-id             pic x(08).
002100     05  filler                      pic x(63).
