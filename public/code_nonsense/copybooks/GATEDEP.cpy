000100*===============================================================
000200* GATEDEP     -- RELEASE GATE DEPENDENCY TABLE RECORD
000300*
000400* ONE CARD PER DOWNSTREAM STREAM, NAMING UP TO EIGHT UPSTREAM
000500* STREAMS WHOSE GATE RECORDS MUST ALL BE FRESH AND GO BEFORE
000600* GATE-CHECK RELEASES IT -- E.G. INTL WAITS ON EAST AND WEST,
000700* AND THE MONTH-END STREAM ALSO WAITS ON PARTDRVR.  UNUSED
000800* SLOTS ARE BLANK.  A STREAM WITH NO CARD IS GATED ON ITS OWN
000900* NAMED GATE RECORD ALONE, EXACTLY AS BEFORE THE TABLE EXISTED.
001000*===============================================================
001100 01  DL100-DEP-RECORD.
001200     05  DL100-DEP-JOB-NAME          PIC X(08).
001300     05  DL100-DEP-UPSTREAM          PIC X(08)
001400             OCCURS 8 TIMES.
001500     05  FILLER                      PIC X(08).
