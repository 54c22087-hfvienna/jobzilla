000100*===============================================================
000200* SECPROF     -- OPERATIONS SECURITY PROFILE RECORD
000300*
000400* ONE CARD PER USERID PER STREAM, NAMING WHAT THAT USERID MAY
000500* DO TO THE STREAM: ISSUE EACH OF THE FOUR OPRCMD OPERATOR
000600* COMMANDS AGAINST A RUNNING BROADCAST, MAINTAIN THE MESSAGES
000700* TARGETED AT IT (MSG-MAINT), OR MAINTAIN ITS RUN CALENDAR
000800* ENTRIES (CAL-MAINT).  A FLAG OF Y GRANTS; ANYTHING ELSE
000900* DENIES.  A BLANK JOB NAME GRANTS ACROSS EVERY STREAM, AND IS
001000* THE ONLY GRANT THAT COVERS A GENERIC MESSAGE OR A GENERIC
001100* CALENDAR ENTRY, SINCE THOSE REACH EVERY STREAM AT ONCE.  A
001200* USERID MAY HOLD SEVERAL CARDS; ANY CARD THAT GRANTS IS
001300* ENOUGH.  NO CARD AT ALL -- OR NO PROFILE FILE -- MEANS NO
001400* AUTHORITY: THE CARD OR COMMAND IS REFUSED AS A SECURITY
001500* VIOLATION, REPORTED, AND RAISED ON ALERTFL.
001600*===============================================================
001700 01  DL100-SEC-RECORD.
001800     05  DL100-SEC-USERID            PIC X(08).
001900     05  DL100-SEC-JOB-NAME          PIC X(08).
002000     05  DL100-SEC-AUTHORITIES.
002100         10  DL100-SEC-AUTH-PAUSE    PIC X(01).
002200         10  DL100-SEC-AUTH-RESUME   PIC X(01).
002300         10  DL100-SEC-AUTH-DRAIN    PIC X(01).
002400         10  DL100-SEC-AUTH-ABORT    PIC X(01).
002500         10  DL100-SEC-AUTH-MSGMAINT PIC X(01).
002600         10  DL100-SEC-AUTH-CALMAINT PIC X(01).
002700     05  FILLER                      PIC X(58).
