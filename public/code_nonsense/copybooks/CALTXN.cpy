001100* NON-NUMERIC CARD FIELDS LEAVE THE MASTER VALUE STANDING; ON
001200* AN ADD THE CARD SUPPLIES THE WHOLE ENTRY.  A BLANK JOB NAME
001300* IS THE GENERIC ENTRY THAT APPLIES TO EVERY STREAM.
001320* THE SUBMITTING USERID ENDS THE CARD; CAL-MAINT APPLIES THE
001340* CARD ONLY WHEN SECPROF GRANTS THAT USERID CALENDAR
001360* MAINTENANCE ON THE CARD'S STREAM (AN ALL-STREAMS GRANT FOR A
001380* GENERIC ENTRY).
001400*===============================================================
001500 01  DL100-CTX-RECORD.
001600     05  DL100-CTX-ACTION            PIC X(01).
002700     05  DL100-CTX-MESSAGE-TEXT      PIC X(100).
002800     05  DL100-CTX-CUTOFF-TIME       PIC 9(06).
002900     05  DL100-CTX-PACE-RATE         PIC 9(05).
002910     05  DL100-CTX-USERID            PIC X(08).
