001000* WHEN THE GATE IT WAS SENT TO EVALUATE IS STALE OR MISSING.
001100* THE OFFENDING VALUES RIDE ALONG SO THE OPERATOR BEING PAGED
001200* AT 3 AM DOES NOT HAVE TO RECONSTRUCT THE WHY FROM SYSOUT.
001207* WHEN GATE-CHECK HOLDS A STREAM ON AN UPSTREAM'S GATE, THE
001214* JOB NAME IS THE HELD STREAM AND THE BLOCKER IS THE UPSTREAM
001221* THAT HELD IT (UPNOGO WHEN THAT UPSTREAM WENT NOGO).
001228* A SECURITY VIOLATION (SECVIOL) -- AN OPERATOR COMMAND OR A
001235* MAINTENANCE CARD FROM A USERID SECPROF DOES NOT AUTHORIZE --
001242* CARRIES THE OFFENDING USERID AND THE FUNCTION IT TRIED; THE
001249* JOB NAME IS THE STREAM IT TRIED IT ON (*ALL FOR A GENERIC
001256* MESSAGE OR CALENDAR ENTRY).
001263* PART-DRIVER RAISES A WINDOW-AT-RISK WARNING (WINDRISK) BEFORE
001270* IT BROADCASTS WHEN EVEN FOUR PARTITIONS ARE NOT PROJECTED TO
001277* FINISH IN THE WINDOW; THE ELAPSED FIELDS CARRY THE PROJECTED
001284* SECONDS (WITH MARGIN) AND THE SECONDS THE WINDOW ALLOWS.
001300* SEVERITY C IS A FAILURE NEEDING A CALL-OUT; W IS A
001400* CONTROLLED OUTCOME (DRAIN, WINDOW EXPIRY) THE MORNING SHIFT
001500* CAN PICK UP.
002500         88  DL100-ALERT-OPR-STOP          VALUE "OPRSTOP ".
002600         88  DL100-ALERT-STALE-GATE        VALUE "STALGATE".
002700         88  DL100-ALERT-NO-GATE           VALUE "NOGATE  ".
002720         88  DL100-ALERT-UPSTREAM-NOGO     VALUE "UPNOGO  ".
002740         88  DL100-ALERT-SECURITY-VIOL     VALUE "SECVIOL ".
002760         88  DL100-ALERT-WINDOW-AT-RISK    VALUE "WINDRISK".
002800     05  DL100-ALERT-SEVERITY        PIC X(01).
002900         88  DL100-ALERT-SEV-CRITICAL      VALUE "C".
003000         88  DL100-ALERT-SEV-WARNING       VALUE "W".
003200     05  DL100-ALERT-TARGET-COUNT    PIC 9(09).
003300     05  DL100-ALERT-ELAPSED-SECONDS PIC 9(09).
003400     05  DL100-ALERT-ELAPSED-LIMIT   PIC 9(09).
003420     05  DL100-ALERT-BLOCKER         PIC X(08).
003440     05  DL100-ALERT-USERID          PIC X(08).
003460     05  DL100-ALERT-FUNCTION        PIC X(08).
003480     05  FILLER                      PIC X(07).
