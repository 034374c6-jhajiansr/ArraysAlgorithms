004250*                     INTEGER ARRAY.
004260*    2026-09-03  JHJ  THE JOURNAL RECORD NOW ENDS WITH THE
004270*                     WRITING PROGRAM'S NAME.
004280*    2026-10-14  JHJ  THE JOURNAL RECORD NOW ALSO CARRIES THE
004290*                     SIGNED-ON OPERATOR'S ID.
004300*----------------------------------------------------------------
004400 environment division.
004500 configuration section.
008200                                  sign leading separate.
008210     05  filler                   pic x(01).
008220     05  jrn-program              pic x(10).
008230     05  filler                   pic x(01).
008240     05  jrn-operator             pic x(08).
008300 fd  audit-file.
008400 01  audit-record                 pic x(132).
008500 working-storage section.
