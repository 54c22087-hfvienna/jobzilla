000900* START DATE AND CYCLES THROUGH THEM AS THE COUNTER ADVANCES.
001000* AN EFFECTIVE-TO OF ZERO MEANS OPEN-ENDED.  MAINTAINED BY THE
001100* MSG-MAINT BATCH PROGRAM FROM TRANSACTION CARDS.
001110*
001120* EACH MESSAGE CARRIES UP TO FOUR TARGET STREAM NAMES.  A
001130* MESSAGE WITH ALL FOUR BLANK IS GENERIC AND ROTATES ON EVERY
001140* STREAM; OTHERWISE IT ROTATES ONLY ON THE STREAMS NAMED.
001150* THE RECORD IS 157 BYTES.
001200*===============================================================
001300 01  DL100-MSGFILE-RECORD.
001400     05  DL100-MSGFILE-MSG-ID        PIC X(08).
001800         88  DL100-MSGFILE-ACTIVE          VALUE "A".
001900         88  DL100-MSGFILE-INACTIVE        VALUE "I".
002000     05  DL100-MSGFILE-TEXT          PIC X(100).
002020     05  DL100-MSGFILE-TARGETS.
002040         88  DL100-MSGFILE-GENERIC         VALUE SPACES.
002060         10  DL100-MSGFILE-TARGET    PIC X(08)
002080                 OCCURS 4 TIMES.
