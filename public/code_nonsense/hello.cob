003500*                  STATUS SETS RETURN-CODE AND WRITES A
003600*                  DIAGNOSTIC INSTEAD OF LETTING THE STEP ABEND
003700*                  WITH NO CONDITION CODE THE SCHEDULER CAN READ.
003800* 2026-08-09 RTH   ADDED AUDITFL HEADER/TRAILER RECORDS SO
003900*                  COMPLIANCE CAN SEE WHICH RUNS EXECUTED, WHEN,
004000*                  AND UNDER WHOSE USERID.
004100* 2026-08-09 RTH   BLOCKED JOBLOG AT 50 RECORDS/BLOCK SO THE
004200*                  PER-ITERATION WRITE NO LONGER DRIVES ONE
004300*                  PHYSICAL I/O PER BROADCAST LINE AT HIGH
004400*                  REPEAT COUNTS.
004500* 2026-08-09 RTH   ADDED DL100-CALL-ENTRY SO ANOTHER PROGRAM CAN
004600*                  CALL THIS ONE AND DRIVE THE BROADCAST LOOP
004700*                  AS A SUBROUTINE, PASSING THE COUNT AND
004800*                  MESSAGE TEXT DIRECTLY.
004900* 2026-08-09 RTH   ADDED 3000-VALIDATE-COMPLETION TO CONFIRM THE
005000*                  LOOP REACHED THE TARGET COUNT BEFORE CLEARING
005100*                  THE CHECKPOINT TRAIL; RESULT NOW DRIVES THE
005200*                  JOBRPT RECONCILE FLAG AND THE AUDITFL TRAILER
005300*                  STATUS INSTEAD OF BOTH BEING HARDCODED.
005400* 2026-08-09 RTH   CALL-ENTRY NO LONGER LETS A STANDALONE RUN'S
005500*                  LEFTOVER CHKPTFL CHECKPOINT HIJACK A CALLER'S
005600*                  START COUNTER, NO LONGER LETS MSGFILE
005700*                  OVERRIDE A CALLER'S MESSAGE TEXT, AND RESETS
005800*                  ITS LOOP/RECONCILE STATE ON EVERY CALL.
005900*                  RETURN-CODE/DL100-LK-RETURN-CODE NOW GO
006000*                  NONZERO ON A RECONCILIATION MISMATCH.  ADDED
006100*                  THE MISSING STATUS CHECKS AFTER CHKPTFL'S
006200*                  OUTPUT OPENS, AND A MIDNIGHT ROLLOVER
006300*                  ADJUSTMENT TO THE ELAPSED-TIME CALCULATION.
006400* 2026-08-09 RTH   JOBLOG, JOBRPT AND AUDITFL NOW PROBE WITH AN
006500*                  OPEN INPUT BEFORE CREATING THE DATASET, THE
006600*                  SAME WAY CHKPTFL ALREADY DID, SO A RESTART OR
006700*                  A SECOND CALL-ENTRY INVOCATION IN THE SAME RUN
006800*                  UNIT EXTENDS THE EXISTING DATASET INSTEAD OF
006900*                  TRUNCATING IT.  DROPPED STATUS "30" FROM THE
007000*                  NOT-FOUND CONDITIONS -- IT IS A GENERIC
007100*                  PERMANENT I/O ERROR, NOT A MISSING DATASET, AND
007200*                  WAS MASKING REAL FAILURES AS THOUGH THE FILE
007300*                  WERE SIMPLY ABSENT.  CALL-ENTRY NOW RESETS
007400*                  DL100-MESSAGE-TEXT TO THE COMPILED DEFAULT ON
007500*                  EVERY CALL SO A CALLER PASSING SPACES NEVER
007600*                  PICKS UP TEXT LEFT OVER FROM AN EARLIER CALL.
007700*                  RENUMBERED 2800-RESET-CHECKPOINT TO
007800*                  3100-RESET-CHECKPOINT TO MATCH ITS PHYSICAL
007900*                  POSITION AFTER 3000-VALIDATE-COMPLETION.
008000* 2026-08-09 RTH   ADDED 8100-CLOSE-ENTRY-FILES, CALLED FROM
008100*                  8000-ERROR-HANDLER AND FROM CALL-ENTRY'S
008200*                  RECONCILIATION-MISMATCH PATH, SO A CALL-ENTRY
008300*                  INVOCATION NO LONGER LEAVES JOBLOG, CHKPTFL,
008400*                  AUDITFL, OR JOBRPT OPEN ACROSS GOBACK -- AN
008500*                  OPEN FILE LEFT THAT WAY WAS MAKING THE NEXT
008600*                  CALL IN THE SAME RUN UNIT FAIL ITS OWN OPEN
008700*                  WITH STATUS "41".  ALSO ADDED A FILE STATUS
008800*                  CHECK AFTER EVERY CLOSE (EXCEPT THE BEST-
008900*                  EFFORT CLOSES IN 8100-CLOSE-ENTRY-FILES
009000*                  ITSELF, WHICH HAVE NOWHERE SAFE LEFT TO
009100*                  REPORT TO).  SWITCHED 1090-WRITE-AUDIT-HEADER
009200*                  OFF ENVIRONMENT "USER" (NEVER SET UNDER
009300*                  CLASSIC JCL BATCH) TO THE JCL STEP'S EXEC
009400*                  PARM.
009500* 2026-08-22 RTH   ADDED CALFILE RUN CALENDAR.  STANDALONE RUNS
009600*                  NOW MATCH THE JOB START DATE AGAINST DATED,
009700*                  MONTH-END AND REGULAR-NIGHT CALENDAR ENTRIES
009800*                  AND TAKE THE TARGET COUNT AND MESSAGE FROM
009900*                  THE BEST MATCH, SO THE MONTH-END COUNT LOADS
010000*                  WITHOUT ANYONE REMEMBERING TO DROP A SPECIAL
010100*                  CONTROL CARD.  A CTLFILE CARD, WHEN PRESENT,
010200*                  STILL OVERRIDES THE CALENDAR.
010300* 2026-08-22 RTH   ADDED THE GATEFL GO/NOGO RELEASE GATE RECORD,
010400*                  WRITTEN AT END OF JOB FROM THE RECONCILE
010500*                  RESULT AND THE ELAPSED SECONDS AGAINST THE
010600*                  CONFIGURABLE LIMIT (CTLCARD, NEW FIELD), SO
010700*                  THE GATE-CHECK STEP AT THE HEAD OF THE MAIN
010800*                  STREAM CAN RELEASE OR HOLD THE STREAM WITHOUT
010900*                  AN OPERATOR EYEBALLING SYSOUT.  CALL-ENTRY
011000*                  INVOCATIONS DO NOT TOUCH THE GATE -- IT
011100*                  BELONGS TO THE NIGHTLY JOB STEP.
011200* 2026-08-22 RTH   ADDED THE BATCH-WINDOW CUTOFF.  A CUTOFF TIME
011300*                  (HHMMSS) FROM THE CALENDAR OR CONTROL CARD
011400*                  STOPS THE LOOP CLEANLY WHEN THE CLOCK REACHES
011500*                  IT: A FINAL CHECKPOINT IS TAKEN, JOBRPT AND
011600*                  AUDITFL CARRY THE DISTINCT WINDOWEX STATUS,
011700*                  AND THE STEP ENDS WITH CONDITION CODE 2 SO
011800*                  THE SCHEDULER KNOWS THIS WAS A CONTROLLED
011900*                  DRAIN, NOT AN ABEND.  THE CHECKPOINT TRAIL IS
012000*                  LEFT INTACT SO THE NEXT RUN RESUMES EXACTLY
012100*                  AS AN ABEND RESTART DOES.
012200* 2026-08-22 RTH   MSGFILE GREW INTO A MESSAGE MASTER: EACH
012300*                  RECORD NOW CARRIES A MESSAGE ID, EFFECTIVE
012400*                  FROM/TO DATES AND AN ACTIVE FLAG ALONGSIDE
012500*                  THE TEXT.  1070/1080 LOAD ONLY ACTIVE
012600*                  MESSAGES IN EFFECT ON THE JOB START DATE, SO
012700*                  THE COMMS TEAM CAN STAGE ANNOUNCEMENTS AHEAD
012800*                  OF TIME VIA THE NEW MSG-MAINT PROGRAM INSTEAD
012900*                  OF EDITING THE LIVE DATASET.
013000* 2026-08-22 RTH   AUDITFL CONVERTED TO AN INDEXED (VSAM KSDS)
013100*                  AUDIT MASTER KEYED ON JOB NAME + RUN DATE +
013200*                  RUN TIME + RECORD TYPE.  HEADER AND TRAILER
013300*                  ARE NOW KEYED WRITES CARRYING THE FULL KEY,
013400*                  SO THE NEW AUDIT-INQUIRY PROGRAM CAN ANSWER
013500*                  A COMPLIANCE REQUEST WITH A KEYED START
013600*                  INSTEAD OF READING THE WHOLE TRAIL.  EXISTING
013700*                  SEQUENTIAL HISTORY IS CARRIED ACROSS BY THE
013800*                  ONE-TIME AUDIT-CONVERT UTILITY.
013900* 2026-08-22 RTH   ADDED DL100-PART-ENTRY SO THE PART-DRIVER
014000*                  PROGRAM CAN RUN THE BROADCAST IN PARTITIONS
014100*                  ON MONTH-END NIGHTS: EACH PARTITION RUNS A
014200*                  SLICE OF THE GLOBAL COUNTER RANGE, WRITES ITS
014300*                  OWN PARTITION LOG (PARTLG01-PARTLG04) AND ITS
014400*                  OWN AUDIT HEADER/TRAILER UNDER A PARTITION-
014500*                  SUFFIXED JOB NAME, AND RETURNS ITS FINAL
014600*                  COUNTER FOR THE DRIVER TO RECONCILE AND MERGE
014700*                  BACK ONTO JOBLOG.  PARTITION RUNS TAKE NO
014800*                  CHECKPOINTS AND DO NOT TOUCH JOBLOG, CHKPTFL
014900*                  OR THE RELEASE GATE -- THE DRIVER OWNS THOSE
015000*                  GUARANTEES.
015100* 2026-09-03 RTH   ADDED THE PACED BROADCAST MODE.  A MESSAGES-
015200*                  PER-SECOND RATE FROM THE CALENDAR ENTRY OR
015300*                  CONTROL CARD (CARD OVERRIDES; ZERO OR BLANK
015400*                  KEEPS THE FLAT-OUT BEHAVIOR) HOLDS EACH
015500*                  ITERATION UNTIL THE CLOCK CATCHES UP WITH
015600*                  THE CONFIGURED ARRIVAL RATE, SO THE CANARY
015700*                  MODELS THE REAL STREAM INSTEAD OF A SPIKE
015800*                  THAT CROWDS SHARED ENGINES.  JOBRPT NOW
015900*                  CARRIES THE REQUESTED AND ACHIEVED RATES SO
016000*                  A NIGHT THE SYSTEM COULD NOT HOLD THE PACE
016100*                  READS AS A CAPACITY WARNING.
016200* 2026-09-03 RTH   EVERY NOGO GATE VERDICT (RECONCILE MISMATCH,
016300*                  ELAPSED-LIMIT BREACH, WINDOW EXPIRY, OR AN
016400*                  OPERATOR STOP) NOW ALSO APPENDS A STRUCTURED
016500*                  INCIDENT RECORD TO THE ALERTFL INTERFACE THE
016600*                  PAGING/TICKETING SYSTEM POLLS, CARRYING THE
016700*                  REASON CODE, SEVERITY AND OFFENDING VALUES,
016800*                  SO A 3 AM HOLD PAGES SOMEBODY INSTEAD OF
016900*                  WAITING FOR THE DAY SHIFT.
017000* 2026-09-03 RTH   EVERY JOBLOG AND PARTITION LOG RECORD NOW
017100*                  CARRIES THE MSGFILE MESSAGE ID ALONGSIDE THE
017200*                  TEXT (BLANK FOR THE SINGLE-MESSAGE FALLBACK),
017300*                  SO THE NEW MSG-ATTEST REPORT CAN PROVE WHICH
017400*                  STAGED ANNOUNCEMENT ACTUALLY BROADCAST ON
017500*                  WHICH NIGHT INSTEAD OF GREPPING RAW TEXT.
017600*                  THE ROTATION TABLE KEEPS THE ID WITH EACH
017700*                  LOADED MESSAGE.
017800* 2026-09-03 RTH   MADE THE BROADCAST MULTI-STREAM.  THE JOB
017900*                  NAME NOW COMES FROM THE EXEC PARM (BYTES
018000*                  10-17, AFTER THE USERID) SO THE SAME LOAD
018100*                  MODULE RUNS AS THE EAST, WEST, INTERNATIONAL
018200*                  OR DEFAULT LONGPRGM CANARY.  CTLCARD AND
018300*                  CALENDAR RECORDS ARE KEYED BY JOB NAME -- A
018400*                  STREAM'S OWN CARD/ENTRY BEATS A GENERIC
018500*                  (BLANK-NAMED) ONE -- AND GATEFL NOW CARRIES
018600*                  ONE GATE RECORD PER STREAM: A RUN REPLACES
018700*                  ITS OWN RECORD AND REWRITES EVERY OTHER
018800*                  STREAM'S RECORD UNTOUCHED, SO EACH REGIONAL
018900*                  STREAM RELEASES ON ITS OWN CANARY.
019000* 2026-09-03 RTH   ADDED THE OPRCMD OPERATOR COMMAND CARD.  THE
019100*                  BROADCAST LOOP POLLS IT ON THE CHECKPOINT
019200*                  CADENCE SO A RUN GOING LONG CAN BE PAUSED,
019300*                  RESUMED, DRAINED (CHECKPOINT AND END WITH THE
019400*                  WINDOWEX-STYLE CONDITION CODE) OR ABORTED
019500*                  (CHECKPOINT AND STOP WITH CONDITION CODE 8)
019600*                  WITHOUT A CANCEL THAT LOOKS LIKE AN ABEND.
019700*                  THE CARD IS HONORED ONLY WHEN ITS DATE
019800*                  MATCHES THE JOB START DATE, AND THE ACTION
019900*                  AND TIME ARE RECORDED ON JOBRPT AND ON THE
020000*                  AUDITFL TRAILER FOR THE MORNING SHIFT.
020100* 2026-09-03 RTH   JOBRPT NOW ALSO CARRIES THE NIGHT'S RESOLVED
020200*                  BATCH-WINDOW CUTOFF, SO THE RUN-HISTORY
020300*                  TREND CAN PROJECT END-OF-RUN DRIFT AGAINST
020400*                  THE WINDOW AS WELL AS THE ELAPSED LIMIT.
020500* 2026-09-03 RTH   JOBRPT RECORD NOW LEADS WITH THE JOB NAME SO
020600*                  THE NEW HIST-UPDATE STEP CAN ACCUMULATE EACH
020700*                  RUN'S SUMMARY ONTO THE RUNHIST RUN-HISTORY
020800*                  MASTER KEYED BY JOB NAME + RUN DATE, FEEDING
020900*                  THE HIST-TREND EARLY-WARNING REPORT.
021000* 2026-10-15 RTH   EVERY JOBLOG AND PARTITION LOG RECORD NOW
021100*                  CARRIES THE STREAM THAT BROADCAST IT (THE JOB
021200*                  NAME, OR PARTDRVR FOR A PARTITION RUN), SO
021300*                  SEVERAL STREAMS CAN SHARE ONE LOG AND THE
021400*                  ARCHIVE AND STILL BE REPORTED, VERIFIED AND
021500*                  PURGED ONE STREAM AT A TIME.  THE PARTITION
021600*                  LOG RECORDS GREW TO 141 BYTES WITH JOBLOG.
021700* 2026-10-15 RTH   THE MESSAGE LOAD TAKES ONLY GENERIC MESSAGES
021800*                  AND THOSE TARGETED AT THIS STREAM, SO EACH
021900*                  STREAM ROTATES ITS OWN ANNOUNCEMENTS.
022000* 2026-10-15 RTH   OPRCMD CARDS NOW CARRY THE SUBMITTING USERID
022100*                  AND ARE HONORED ONLY WHEN THE SECPROF
022200*                  SECURITY PROFILE GRANTS THAT USERID THAT
022300*                  COMMAND ON THIS STREAM.  A REFUSED CARD IS
022400*                  IGNORED (A PAUSE STANDS), SHOWN ON SYSOUT AND
022500*                  RAISED ONCE AS A SECVIOL INCIDENT ON ALERTFL.
022600*                  THE USERID OF THE HONORED COMMAND GOES ONTO
022700*                  JOBRPT AND THE AUDITFL TRAILER BESIDE THE
022800*                  OPERATOR ACTION.
022900* 2026-10-15 RTH   CONTROL TOTALS: EVERY LOG LINE WRITTEN (JOBLOG
023000*                  OR PARTITION LOG) ADDS TO A RECORD COUNT, A
023100*                  HASH TOTAL OF THE COUNTERS AND A COUNT PER
023200*                  MESSAGE ID, AND THE TOTALS GO ONTO THE AUDITFL
023300*                  TRAILER SO THE LOG CAN BE PROVEN AGAINST IT.
023400* 2026-10-15 RTH   THE CONTROL-ID TABLE IS WALKED WITH A
023500*                  SUBSCRIPT, NOT AN INDEX, SO THE MOVE ONTO THE
023600*                  TRAILER'S ID ENTRIES (A DIFFERENT LENGTH)
023700*                  LINES UP.
023800* 2026-10-15 RTH   MEMBER RESEQUENCED.
023900*===============================================================
024000
024100 ENVIRONMENT DIVISION.
024200 CONFIGURATION SECTION.
024300 SOURCE-COMPUTER.   IBM-370.
024400 OBJECT-COMPUTER.   IBM-370.
024500
024600 INPUT-OUTPUT SECTION.
024700 FILE-CONTROL.
024800     SELECT CTLFILE ASSIGN TO "CTLFILE"
024900         ORGANIZATION IS SEQUENTIAL
025000         ACCESS MODE IS SEQUENTIAL
025100         FILE STATUS IS DL100-CTLFILE-STATUS.
025200
025300     SELECT JOBLOG ASSIGN TO "JOBLOG"
025400         ORGANIZATION IS SEQUENTIAL
025500         ACCESS MODE IS SEQUENTIAL
025600         FILE STATUS IS DL100-JOBLOG-STATUS.
025700
025800     SELECT CHKPTFL ASSIGN TO "CHKPTFL"
025900         ORGANIZATION IS SEQUENTIAL
026000         ACCESS MODE IS SEQUENTIAL
026100         FILE STATUS IS DL100-CHKPTFL-STATUS.
026200
026300     SELECT JOBRPT ASSIGN TO "JOBRPT"
026400         ORGANIZATION IS SEQUENTIAL
026500         ACCESS MODE IS SEQUENTIAL
026600         FILE STATUS IS DL100-JOBRPT-STATUS.
026700
026800     SELECT MSGFILE ASSIGN TO "MSGFILE"
026900         ORGANIZATION IS SEQUENTIAL
027000         ACCESS MODE IS SEQUENTIAL
027100         FILE STATUS IS DL100-MSGFILE-STATUS.
027200
027300     SELECT AUDITFL ASSIGN TO "AUDITFL"
027400         ORGANIZATION IS INDEXED
027500         ACCESS MODE IS RANDOM
027600         RECORD KEY IS DL100-AUDIT-KEY
027700         FILE STATUS IS DL100-AUDITFL-STATUS.
027800
027900     SELECT CALFILE ASSIGN TO "CALFILE"
028000         ORGANIZATION IS SEQUENTIAL
028100         ACCESS MODE IS SEQUENTIAL
028200         FILE STATUS IS DL100-CALFILE-STATUS.
028300
028400     SELECT GATEFL ASSIGN TO "GATEFL"
028500         ORGANIZATION IS SEQUENTIAL
028600         ACCESS MODE IS SEQUENTIAL
028700         FILE STATUS IS DL100-GATEFL-STATUS.
028800
028900     SELECT ALERTFL ASSIGN TO "ALERTFL"
029000         ORGANIZATION IS SEQUENTIAL
029100         ACCESS MODE IS SEQUENTIAL
029200         FILE STATUS IS DL100-ALERTFL-STATUS.
029300
029400     SELECT OPRCMD ASSIGN TO "OPRCMD"
029500         ORGANIZATION IS SEQUENTIAL
029600         ACCESS MODE IS SEQUENTIAL
029700         FILE STATUS IS DL100-OPRCMD-STATUS.
029800
029900     SELECT SECPROF ASSIGN TO "SECPROF"
030000         ORGANIZATION IS SEQUENTIAL
030100         ACCESS MODE IS SEQUENTIAL
030200         FILE STATUS IS DL100-SECPROF-STATUS.
030300
030400     SELECT PARTLG01 ASSIGN TO "PARTLG01"
030500         ORGANIZATION IS SEQUENTIAL
030600         ACCESS MODE IS SEQUENTIAL
030700         FILE STATUS IS DL100-PARTLOG-STATUS.
030800
030900     SELECT PARTLG02 ASSIGN TO "PARTLG02"
031000         ORGANIZATION IS SEQUENTIAL
031100         ACCESS MODE IS SEQUENTIAL
031200         FILE STATUS IS DL100-PARTLOG-STATUS.
031300
031400     SELECT PARTLG03 ASSIGN TO "PARTLG03"
031500         ORGANIZATION IS SEQUENTIAL
031600         ACCESS MODE IS SEQUENTIAL
031700         FILE STATUS IS DL100-PARTLOG-STATUS.
031800
031900     SELECT PARTLG04 ASSIGN TO "PARTLG04"
032000         ORGANIZATION IS SEQUENTIAL
032100         ACCESS MODE IS SEQUENTIAL
032200         FILE STATUS IS DL100-PARTLOG-STATUS.
032300
032400 DATA DIVISION.
032500 FILE SECTION.
032600 FD  CTLFILE
032700     RECORDING MODE IS F
032800     LABEL RECORDS ARE STANDARD.
032900     COPY CTLCARD.
033000
033100 FD  JOBLOG
033200     RECORDING MODE IS F
033300     BLOCK CONTAINS 50 RECORDS
033400     LABEL RECORDS ARE STANDARD.
033500     COPY JOBLOG.
033600
033700 FD  CHKPTFL
033800     RECORDING MODE IS F
033900     LABEL RECORDS ARE STANDARD.
034000     COPY CHKPT.
034100
034200 FD  JOBRPT
034300     RECORDING MODE IS F
034400     LABEL RECORDS ARE STANDARD.
034500     COPY JOBRPT.
034600
034700 FD  MSGFILE
034800     RECORDING MODE IS F
034900     LABEL RECORDS ARE STANDARD.
035000     COPY MSGFILE.
035100
035200 FD  AUDITFL
035300     RECORDING MODE IS F
035400     LABEL RECORDS ARE STANDARD.
035500     COPY AUDIT.
035600
035700 FD  CALFILE
035800     RECORDING MODE IS F
035900     LABEL RECORDS ARE STANDARD.
036000     COPY CALENDAR.
036100
036200 FD  GATEFL
036300     RECORDING MODE IS F
036400     LABEL RECORDS ARE STANDARD.
036500     COPY GATE.
036600
036700 FD  ALERTFL
036800     RECORDING MODE IS F
036900     LABEL RECORDS ARE STANDARD.
037000     COPY ALERT.
037100
037200 FD  OPRCMD
037300     RECORDING MODE IS F
037400     LABEL RECORDS ARE STANDARD.
037500     COPY OPRCMD.
037600
037700 FD  SECPROF
037800     RECORDING MODE IS F
037900     LABEL RECORDS ARE STANDARD.
038000     COPY SECPROF.
038100
038200 FD  PARTLG01
038300     RECORDING MODE IS F
038400     BLOCK CONTAINS 50 RECORDS
038500     LABEL RECORDS ARE STANDARD.
038600 01  DL100-PARTLG1-RECORD            PIC X(141).
038700
038800 FD  PARTLG02
038900     RECORDING MODE IS F
039000     BLOCK CONTAINS 50 RECORDS
039100     LABEL RECORDS ARE STANDARD.
039200 01  DL100-PARTLG2-RECORD            PIC X(141).
039300
039400 FD  PARTLG03
039500     RECORDING MODE IS F
039600     BLOCK CONTAINS 50 RECORDS
039700     LABEL RECORDS ARE STANDARD.
039800 01  DL100-PARTLG3-RECORD            PIC X(141).
039900
040000 FD  PARTLG04
040100     RECORDING MODE IS F
040200     BLOCK CONTAINS 50 RECORDS
040300     LABEL RECORDS ARE STANDARD.
040400 01  DL100-PARTLG4-RECORD            PIC X(141).
040500
040600 WORKING-STORAGE SECTION.
040700*===============================================================
040800* LOOP CONTROL AND BROADCAST TEXT
040900*===============================================================
041000 01  DL100-COUNTER                   PIC 9(09) COMP.
041100 01  DL100-START-COUNTER             PIC 9(09) COMP VALUE 1.
041200 01  DL100-TARGET-COUNT              PIC 9(09) VALUE 3000.
041300 01  DL100-MESSAGE-TEXT              PIC X(100) VALUE
041400     "This is a longer message to be displayed multiple times i
041500-    "n the program. Hello, World!".
041600 01  DL100-DEFAULT-MESSAGE-TEXT      PIC X(100) VALUE
041700     "This is a longer message to be displayed multiple times i
041800-    "n the program. Hello, World!".
041900
042000 01  DL100-SWITCHES.
042100     05  DL100-CTLFILE-STATUS        PIC X(02) VALUE "00".
042200         88  DL100-CTLFILE-OK                 VALUE "00".
042300         88  DL100-CTLFILE-EOF                VALUE "10".
042400         88  DL100-CTLFILE-NOT-FOUND          VALUE "35".
042500     05  DL100-JOBLOG-STATUS         PIC X(02) VALUE "00".
042600         88  DL100-JOBLOG-OK                   VALUE "00".
042700         88  DL100-JOBLOG-NOT-FOUND            VALUE "35".
042800     05  DL100-CHKPTFL-STATUS        PIC X(02) VALUE "00".
042900         88  DL100-CHKPTFL-OK                  VALUE "00".
043000         88  DL100-CHKPTFL-EOF                 VALUE "10".
043100         88  DL100-CHKPTFL-NOT-FOUND           VALUE "35".
043200     05  DL100-JOBRPT-STATUS         PIC X(02) VALUE "00".
043300         88  DL100-JOBRPT-OK                   VALUE "00".
043400         88  DL100-JOBRPT-NOT-FOUND            VALUE "35".
043500     05  DL100-MSGFILE-STATUS        PIC X(02) VALUE "00".
043600         88  DL100-MSGFILE-OK                  VALUE "00".
043700         88  DL100-MSGFILE-EOF                 VALUE "10".
043800         88  DL100-MSGFILE-NOT-FOUND           VALUE "35".
043900     05  DL100-AUDITFL-STATUS        PIC X(02) VALUE "00".
044000         88  DL100-AUDITFL-OK                  VALUE "00".
044100         88  DL100-AUDITFL-NOT-FOUND           VALUE "35".
044200     05  DL100-CALFILE-STATUS        PIC X(02) VALUE "00".
044300         88  DL100-CALFILE-OK                  VALUE "00".
044400         88  DL100-CALFILE-EOF                 VALUE "10".
044500         88  DL100-CALFILE-NOT-FOUND           VALUE "35".
044600     05  DL100-GATEFL-STATUS         PIC X(02) VALUE "00".
044700         88  DL100-GATEFL-OK                   VALUE "00".
044800         88  DL100-GATEFL-EOF                  VALUE "10".
044900         88  DL100-GATEFL-NOT-FOUND            VALUE "35".
045000     05  DL100-PARTLOG-STATUS        PIC X(02) VALUE "00".
045100         88  DL100-PARTLOG-OK                  VALUE "00".
045200     05  DL100-ALERTFL-STATUS        PIC X(02) VALUE "00".
045300         88  DL100-ALERTFL-OK                  VALUE "00".
045400         88  DL100-ALERTFL-EOF                 VALUE "10".
045500         88  DL100-ALERTFL-NOT-FOUND           VALUE "35".
045600     05  DL100-OPRCMD-STATUS         PIC X(02) VALUE "00".
045700         88  DL100-OPRCMD-OK                   VALUE "00".
045800         88  DL100-OPRCMD-EOF                  VALUE "10".
045900         88  DL100-OPRCMD-NOT-FOUND            VALUE "35".
046000     05  DL100-SECPROF-STATUS        PIC X(02) VALUE "00".
046100         88  DL100-SECPROF-OK                  VALUE "00".
046200         88  DL100-SECPROF-EOF                 VALUE "10".
046300         88  DL100-SECPROF-NOT-FOUND           VALUE "35".
046400
046500 01  DL100-CURRENT-DATE              PIC 9(08).
046600 01  DL100-CURRENT-TIME              PIC 9(08).
046700 01  DL100-CURRENT-TIME-FIELDS REDEFINES DL100-CURRENT-TIME.
046800     05  DL100-CURRENT-HH            PIC 9(02).
046900     05  DL100-CURRENT-MM            PIC 9(02).
047000     05  DL100-CURRENT-SS            PIC 9(02).
047100     05  DL100-CURRENT-CC            PIC 9(02).
047200 01  DL100-LAST-CHECKPOINT           PIC 9(09) COMP VALUE ZERO.
047300 01  DL100-CHKPT-INTERVAL            PIC 9(09) COMP VALUE 500.
047400 01  DL100-CHKPT-QUOTIENT            PIC 9(09) COMP.
047500 01  DL100-CHKPT-REMAINDER           PIC 9(09) COMP.
047600 01  DL100-LAST-COUNTER-DONE         PIC 9(09) COMP VALUE ZERO.
047700
047800*===============================================================
047900* CONTROL TOTALS FOR THE LOG LINES THIS RUN HAS WRITTEN -- THE
048000* LINE COUNT, THE HASH TOTAL OF THE LINE COUNTERS, AND A COUNT
048100* PER MESSAGE ID IN FIRST-SEEN ORDER.  THEY GO ONTO THE AUDITFL
048200* TRAILER, WHICH HOLDS TEN IDS; LINES FOR ANY FURTHER ID ARE
048300* COUNTED TOGETHER AS OVERFLOW.  COUNTED ONLY AFTER THE WRITE
048400* SUCCEEDS, SO THE TRAILER CLAIMS EXACTLY WHAT REACHED THE LOG.
048500*===============================================================
048600 01  DL100-CTL-RECORD-COUNT          PIC 9(09) COMP VALUE ZERO.
048700 01  DL100-CTL-HASH-TOTAL            PIC 9(15) COMP VALUE ZERO.
048800 01  DL100-CTL-ID-USED               PIC 9(04) COMP VALUE ZERO.
048900 01  DL100-CTL-ID-MAX-ENTRIES        PIC 9(04) COMP VALUE 10.
049000 01  DL100-CTL-ID-OVERFLOW           PIC 9(09) COMP VALUE ZERO.
049100 01  DL100-CTL-ID-FOUND-SW           PIC X(01) VALUE "N".
049200     88  DL100-CTL-ID-FOUND                    VALUE "Y".
049300 01  DL100-CTL-SUB                   PIC 9(04) COMP.
049400 01  DL100-CTL-ID-TABLE.
049500     05  DL100-CTL-ID-ENTRY          OCCURS 10 TIMES.
049600         10  DL100-CTL-ID            PIC X(08).
049700         10  DL100-CTL-ID-COUNT      PIC 9(09) COMP.
049800
049900*===============================================================
050000* RUN CALENDAR WORK FIELDS -- THE BEST MATCH SO FAR WHILE THE
050100* CALENDAR IS READ, AND THE MONTH-END TEST FOR THE START DATE.
050200* PRIORITY: 3 = DATED ENTRY, 2 = MONTH-END RULE, 1 = REGULAR
050300* NIGHT, 0 = NO MATCH (COMPILED DEFAULTS STAND).
050400*===============================================================
050500 01  DL100-CAL-MATCH-PRIORITY        PIC 9(01) COMP VALUE ZERO.
050600 01  DL100-CAL-SEL-COUNT             PIC 9(09) COMP VALUE ZERO.
050700 01  DL100-CAL-SEL-CUTOFF            PIC 9(06) VALUE ZERO.
050800 01  DL100-CAL-SEL-MESSAGE           PIC X(100) VALUE SPACES.
050900 01  DL100-CAL-SEL-RATE              PIC 9(05) VALUE ZERO.
051000 01  DL100-CAL-LEAP-QUOTIENT         PIC 9(04) COMP.
051100 01  DL100-CAL-LEAP-REMAINDER        PIC 9(04) COMP.
051200 01  DL100-CAL-LEAP-SWITCH           PIC X(01) VALUE "N".
051300     88  DL100-CAL-LEAP-YEAR               VALUE "Y".
051400 01  DL100-CAL-DAYS-IN-MONTH         PIC 9(02).
051500 01  DL100-CAL-MONTH-END-SWITCH      PIC X(01) VALUE "N".
051600     88  DL100-CAL-MONTH-END-NIGHT         VALUE "Y".
051700 01  DL100-CAL-ENTRY-PRIORITY        PIC 9(01) COMP VALUE ZERO.
051800 01  DL100-CAL-MATCH-STREAM          PIC X(01) VALUE "N".
051900     88  DL100-CAL-MATCH-SPECIFIC          VALUE "Y".
052000
052100*===============================================================
052200* CONTROL-CARD SELECTION -- THE CONTROL FILE MAY CARRY ONE CARD
052300* PER STREAM.  THE CARD NAMING THIS RUN'S STREAM WINS; FAILING
052400* THAT THE FIRST GENERIC (BLANK-NAMED) CARD STANDS IN.  THE
052500* SELECTED CARD'S FIELDS ARE HELD HERE, RAW, SO THE SAME
052600* NUMERIC/BLANK TESTS APPLY THAT APPLIED TO THE SINGLE CARD.
052700*===============================================================
052800 01  DL100-CTL-SEL-SWITCH            PIC X(01) VALUE "N".
052900     88  DL100-CTL-SEL-NONE                VALUE "N".
053000     88  DL100-CTL-SEL-GENERIC             VALUE "G".
053100     88  DL100-CTL-SEL-SPECIFIC            VALUE "S".
053200 01  DL100-CTL-SEL-COUNT             PIC X(09).
053300 01  DL100-CTL-SEL-COUNT-N REDEFINES DL100-CTL-SEL-COUNT
053400                                     PIC 9(09).
053500 01  DL100-CTL-SEL-MESSAGE           PIC X(100).
053600 01  DL100-CTL-SEL-ELAPSED           PIC X(09).
053700 01  DL100-CTL-SEL-ELAPSED-N REDEFINES DL100-CTL-SEL-ELAPSED
053800                                     PIC 9(09).
053900 01  DL100-CTL-SEL-CUTOFF            PIC X(06).
054000 01  DL100-CTL-SEL-CUTOFF-N REDEFINES DL100-CTL-SEL-CUTOFF
054100                                     PIC 9(06).
054200 01  DL100-CTL-SEL-RATE              PIC X(05).
054300 01  DL100-CTL-SEL-RATE-N REDEFINES DL100-CTL-SEL-RATE
054400                                     PIC 9(05).
054500
054600*===============================================================
054700* GATE PRESERVATION TABLE -- THE OTHER STREAMS' GATE RECORDS,
054800* READ OFF GATEFL BEFORE IT IS REWRITTEN, SO ONE STREAM'S RUN
054900* NEVER WIPES ANOTHER STREAM'S VERDICT.
055000*===============================================================
055100 77  DL100-GATE-KEEP-COUNT           PIC 9(02) COMP VALUE ZERO.
055200 77  DL100-GATE-KEEP-MAX             PIC 9(02) COMP VALUE 16.
055300 77  DL100-GATE-KEEP-SUB             PIC 9(02) COMP.
055400 01  DL100-GATE-KEEP-TABLE.
055500     05  DL100-GATE-KEEP-ROW         PIC X(60)
055600             OCCURS 16 TIMES.
055700
055800*===============================================================
055900* ROTATING MESSAGE TABLE -- LOADED FROM MSGFILE AT STARTUP
056000*===============================================================
056100 01  DL100-MSG-COUNT                 PIC 9(05) COMP VALUE ZERO.
056200 01  DL100-MSG-MAX-ENTRIES           PIC 9(05) COMP VALUE 500.
056300 01  DL100-MSG-SELECTED              PIC 9(05) COMP.
056400 01  DL100-MSG-WORK                  PIC 9(09) COMP.
056500 01  DL100-MSG-QUOTIENT              PIC 9(09) COMP.
056600 01  DL100-MSG-REMAINDER             PIC 9(09) COMP.
056700 01  DL100-MSG-TABLE.
056800     05  DL100-MSG-ENTRY             OCCURS 500 TIMES
056900                                     INDEXED BY DL100-MSG-IDX.
057000         10  DL100-MSG-ENTRY-ID      PIC X(08).
057100         10  DL100-MSG-ENTRY-TEXT    PIC X(100).
057200 01  DL100-CURRENT-MSG-ID            PIC X(08) VALUE SPACES.
057300 01  DL100-MSG-TGT-SUB               PIC 9(02) COMP.
057400 01  DL100-MSG-TARGET-SWITCH         PIC X(01) VALUE "N".
057500     88  DL100-MSG-FOR-STREAM              VALUE "Y".
057600
057700*===============================================================
057800* END-OF-JOB SUMMARY FIELDS
057900*===============================================================
058000 01  DL100-JOB-START-DATE            PIC 9(08).
058100 01  DL100-START-DATE-FIELDS REDEFINES DL100-JOB-START-DATE.
058200     05  DL100-START-YYYY            PIC 9(04).
058300     05  DL100-START-MON             PIC 9(02).
058400     05  DL100-START-DAY             PIC 9(02).
058500 01  DL100-JOB-START-TIME            PIC 9(08).
058600 01  DL100-START-TIME-FIELDS REDEFINES DL100-JOB-START-TIME.
058700     05  DL100-START-HH              PIC 9(02).
058800     05  DL100-START-MM              PIC 9(02).
058900     05  DL100-START-SS              PIC 9(02).
059000     05  DL100-START-CC              PIC 9(02).
059100 01  DL100-JOB-END-DATE              PIC 9(08).
059200 01  DL100-JOB-END-TIME              PIC 9(08).
059300 01  DL100-END-TIME-FIELDS REDEFINES DL100-JOB-END-TIME.
059400     05  DL100-END-HH                PIC 9(02).
059500     05  DL100-END-MM                PIC 9(02).
059600     05  DL100-END-SS                PIC 9(02).
059700     05  DL100-END-CC                PIC 9(02).
059800
059900 01  DL100-START-SECS-OF-DAY         PIC 9(09) COMP.
060000 01  DL100-END-SECS-OF-DAY           PIC 9(09) COMP.
060100 01  DL100-ELAPSED-SECONDS           PIC S9(09) COMP.
060200
060300*===============================================================
060400* RELEASE GATE -- ELAPSED-SECONDS LIMIT FOR THE GO/NOGO
060500* DECISION.  THE COMPILED DEFAULT STANDS UNLESS THE CONTROL
060600* CARD CARRIES A NONZERO NUMERIC LIMIT.
060700*===============================================================
060800 01  DL100-ELAPSED-LIMIT             PIC 9(09) COMP VALUE 600.
060900
061000*===============================================================
061100* BATCH-WINDOW CUTOFF -- ZERO MEANS NO DEADLINE.  THE RELATIVE
061200* SECONDS FIELDS MEASURE FORWARD FROM JOB START SO A CUTOFF ON
061300* THE FAR SIDE OF MIDNIGHT COMPARES CORRECTLY.
061400*===============================================================
061500 01  DL100-CUTOFF-TIME               PIC 9(06) VALUE ZERO.
061600 01  DL100-CUTOFF-TIME-FIELDS REDEFINES DL100-CUTOFF-TIME.
061700     05  DL100-CUTOFF-HH             PIC 9(02).
061800     05  DL100-CUTOFF-MM             PIC 9(02).
061900     05  DL100-CUTOFF-SS             PIC 9(02).
062000 01  DL100-CUTOFF-SECS-OF-DAY        PIC 9(09) COMP.
062100 01  DL100-CUTOFF-REL-SECS           PIC S9(09) COMP.
062200 01  DL100-NOW-SECS-OF-DAY           PIC 9(09) COMP.
062300 01  DL100-NOW-REL-SECS              PIC S9(09) COMP.
062400 01  DL100-WINDOW-SWITCH             PIC X(01) VALUE "N".
062500     88  DL100-WINDOW-EXPIRED              VALUE "Y".
062600
062700*===============================================================
062800* PACED BROADCAST -- A MESSAGES-PER-SECOND CEILING FROM THE
062900* CALENDAR OR CONTROL CARD.  ZERO MEANS FLAT OUT.  TIME IS
063000* MEASURED IN HUNDREDTHS OF A SECOND FORWARD FROM JOB START SO
063100* THE PACE SURVIVES A MIDNIGHT ROLLOVER, AND THE LOOP HOLDS
063200* EACH ITERATION UNTIL THE CLOCK CATCHES UP WITH THE NUMBER OF
063300* MESSAGES ALREADY SENT AT THE CONFIGURED RATE.
063400*===============================================================
063500 01  DL100-PACE-RATE                 PIC 9(05) COMP VALUE ZERO.
063600 01  DL100-PACE-SENT-COUNT           PIC 9(09) COMP.
063700 01  DL100-PACE-REQUIRED-CC          PIC S9(09) COMP.
063800 01  DL100-PACE-START-CS-OF-DAY      PIC 9(09) COMP.
063900 01  DL100-PACE-NOW-CS-OF-DAY        PIC 9(09) COMP.
064000 01  DL100-PACE-NOW-REL-CC           PIC S9(09) COMP VALUE ZERO.
064100
064200*===============================================================
064300* OPERATOR COMMAND STATE -- THE OPRCMD CARD IS POLLED ON THE
064400* CHECKPOINT CADENCE.  THE WORK FIELD HOLDS THE LAST COMMAND
064500* READ (ONLY WHEN THE CARD DATE MATCHES THE JOB START DATE);
064600* THE STOP SWITCH TURNS A DRAIN OR ABORT INTO A CLEAN END OF
064700* THE LOOP, AND THE ACTION/TIME FIELDS CARRY WHAT THE OPERATOR
064800* DID ONTO JOBRPT AND THE AUDITFL TRAILER.
064900*===============================================================
065000 01  DL100-OPR-STOP-SWITCH           PIC X(01) VALUE "N".
065100     88  DL100-OPR-DRAIN-REQUESTED         VALUE "D".
065200     88  DL100-OPR-ABORT-REQUESTED         VALUE "A".
065300 01  DL100-OPR-COMMAND-WORK          PIC X(08) VALUE SPACES.
065400     88  DL100-OPR-PAUSE-PENDING           VALUE "PAUSE   ".
065500     88  DL100-OPR-RESUME-PENDING          VALUE "RESUME  ".
065600     88  DL100-OPR-DRAIN-PENDING           VALUE "DRAIN   ".
065700     88  DL100-OPR-ABORT-PENDING           VALUE "ABORT   ".
065800 01  DL100-OPR-ACTION-TAKEN          PIC X(08) VALUE SPACES.
065900 01  DL100-OPR-ACTION-TIME           PIC 9(08) VALUE ZERO.
066000 01  DL100-OPR-ACTION-USERID         PIC X(08) VALUE SPACES.
066100
066200*===============================================================
066300* ERROR HANDLING
066400*===============================================================
066500 01  DL100-ERR-FILE-ID               PIC X(08) VALUE SPACES.
066600 01  DL100-ERR-STATUS                PIC X(02) VALUE SPACES.
066700
066800*===============================================================
066900* OPERATOR SECURITY -- THE SECPROF GRANTS THAT COVER THIS
067000* STREAM (ITS OWN AND THE ALL-STREAMS CARDS), LOADED ONCE AT
067100* START.  THE CARD USERID TRAVELS WITH THE COMMAND IN THE WORK
067200* FIELD.  A COMMAND THE PROFILE DOES NOT GRANT PUTS BACK WHAT
067300* THE WORK FIELD HELD BEFORE THE PROBE, SO A REFUSED RESUME
067400* LEAVES A PAUSE STANDING AND A REFUSED DRAIN OR ABORT IS AS
067500* IF THE CARD WERE NOT THERE.  THE LAST CARD JUDGED IS KEPT SO
067600* A REFUSED CARD LEFT IN PLACE IS REPORTED ONCE, NOT ON EVERY
067700* POLL.  A FULL TABLE DROPS THE EXTRA GRANTS -- IT NEVER GRANTS
067800* MORE THAN THE PROFILE SAYS.
067900*===============================================================
068000 01  DL100-OPR-CARD-USERID           PIC X(08) VALUE SPACES.
068100 01  DL100-OPR-PRIOR-COMMAND         PIC X(08) VALUE SPACES.
068200 01  DL100-OPR-PRIOR-USERID          PIC X(08) VALUE SPACES.
068300 01  DL100-OPR-JUDGED-CARD.
068400     05  DL100-OPR-JUDGED-COMMAND    PIC X(08) VALUE SPACES.
068500     05  DL100-OPR-JUDGED-USERID     PIC X(08) VALUE SPACES.
068600 01  DL100-OPR-AUTH-SWITCH           PIC X(01) VALUE "N".
068700     88  DL100-OPR-AUTHORIZED              VALUE "Y".
068800 01  DL100-SEC-COUNT                 PIC 9(04) COMP VALUE ZERO.
068900 01  DL100-SEC-MAX                   PIC 9(04) COMP VALUE 200.
069000 01  DL100-SEC-SUB                   PIC 9(04) COMP.
069100 01  DL100-SEC-TABLE.
069200     05  DL100-SEC-ENTRY             OCCURS 200 TIMES.
069300         10  DL100-SEC-TBL-USERID    PIC X(08).
069400         10  DL100-SEC-TBL-AUTHORITIES.
069500             15  DL100-SEC-TBL-PAUSE PIC X(01).
069600             15  DL100-SEC-TBL-RESUME
069700                                     PIC X(01).
069800             15  DL100-SEC-TBL-DRAIN PIC X(01).
069900             15  DL100-SEC-TBL-ABORT PIC X(01).
070000             15  FILLER              PIC X(02).
070100
070200*===============================================================
070300* AUDIT TRAIL FIELDS
070400*===============================================================
070500 01  DL100-JOB-NAME                  PIC X(08) VALUE "LONGPRGM".
070600 01  DL100-RUN-USERID                PIC X(08) VALUE SPACES.
070700 01  DL100-COMPLETION-STATUS         PIC X(08) VALUE SPACES.
070800
070900*===============================================================
071000* EXEC PARM LAYOUT -- PARM='USERID STREAM'.  THE USERID FEEDS
071100* THE AUDIT HEADER AS BEFORE; THE STREAM NAME, WHEN PRESENT,
071200* BECOMES THE JOB NAME A STANDALONE RUN SELECTS ITS CONTROL
071300* CARD, CALENDAR ENTRIES AND GATE RECORD BY.  BLANK STREAM
071400* KEEPS THE COMPILED LONGPRGM NAME.
071500*===============================================================
071600 01  DL100-RUN-PARM.
071700     05  DL100-PARM-USERID           PIC X(08).
071800     05  FILLER                      PIC X(01).
071900     05  DL100-PARM-STREAM           PIC X(08).
072000
072100*===============================================================
072200* CALL-MODE SWITCH -- SET WHEN ENTERED VIA DL100-CALL-ENTRY
072300* RATHER THAN AT PROGRAM START, SO 1000-INITIALIZE AND
072400* 8000-ERROR-HANDLER KNOW NOT TO TOUCH CTLFILE AND NOT TO
072500* STOP THE CALLER'S RUN ON AN I/O ERROR.
072600*===============================================================
072700 01  DL100-CALL-SWITCH               PIC X(01) VALUE "N".
072800     88  DL100-ENTRY-MODE                  VALUE "Y".
072900
073000*===============================================================
073100* PARTITION-MODE SWITCH -- SET WHEN ENTERED VIA DL100-PART-
073200* ENTRY.  A PARTITION RUN BROADCASTS A SLICE OF THE GLOBAL
073300* COUNTER RANGE TO ITS OWN PARTITION LOG UNDER A PARTITION-
073400* SUFFIXED JOB NAME, TAKES NO CHECKPOINTS, AND LEAVES JOBLOG,
073500* CHKPTFL AND THE RELEASE GATE TO THE DRIVING PROGRAM.  ITS
073600* LOG LINES ARE STAMPED WITH THE DRIVER'S STREAM, NOT THE
073700* PARTITION-SUFFIXED NAME, SINCE THEY MERGE BACK AS ONE NIGHT
073800* (THE DRIVER RESTAMPS THEM IF ITS CARD NAMES ANOTHER STREAM).
073900*===============================================================
074000 01  DL100-PART-SWITCH               PIC X(01) VALUE "N".
074100     88  DL100-PART-MODE                   VALUE "Y".
074200 01  DL100-PART-NUMBER               PIC 9(01) VALUE ZERO.
074300 01  DL100-PART-STREAM               PIC X(08) VALUE "PARTDRVR".
074400 01  DL100-PARTLOG-OPEN-SWITCH       PIC X(01) VALUE "N".
074500     88  DL100-PARTLOG-IS-OPEN             VALUE "Y".
074600 01  DL100-PART-LOG-RECORD.
074700     05  DL100-PART-LOG-COUNTER      PIC 9(09).
074800     05  DL100-PART-LOG-DATE         PIC 9(08).
074900     05  DL100-PART-LOG-TIME         PIC 9(08).
075000     05  DL100-PART-LOG-TEXT         PIC X(100).
075100     05  DL100-PART-LOG-MSG-ID       PIC X(08).
075200     05  DL100-PART-LOG-JOB-NAME     PIC X(08).
075300
075400*===============================================================
075500* RECONCILIATION SWITCH -- DID THE LOOP ACTUALLY REACH THE
075600* TARGET COUNT?  SET BY 3000-VALIDATE-COMPLETION AND CARRIED
075700* INTO BOTH THE JOBRPT RECONCILE FLAG AND THE AUDITFL TRAILER.
075800*===============================================================
075900 01  DL100-RECONCILE-SWITCH          PIC X(01) VALUE "Y".
076000     88  DL100-RECONCILE-MATCH             VALUE "Y".
076100     88  DL100-RECONCILE-MISMATCH          VALUE "N".
076200     88  DL100-RECONCILE-WINDOW            VALUE "W".
076300
076400*===============================================================
076500* OPEN-FILE TRACKING -- SET WHEN A FILE THAT MUST STAY OPEN
076600* ACROSS A DL100-CALL-ENTRY CALL (JOBLOG, CHKPTFL, AUDITFL,
076700* JOBRPT) IS SUCCESSFULLY OPENED, CLEARED WHEN IT IS CLOSED.
076800* LETS 8100-CLOSE-ENTRY-FILES CLOSE WHATEVER A CALL LEFT OPEN
076900* BEFORE GOBACK, SO A RECONCILIATION MISMATCH OR I/O ERROR ON
077000* ONE CALL DOESN'T LEAVE A FILE OPEN FOR THE NEXT CALL TO TRIP
077100* OVER.
077200*===============================================================
077300 01  DL100-JOBLOG-OPEN-SWITCH        PIC X(01) VALUE "N".
077400     88  DL100-JOBLOG-IS-OPEN              VALUE "Y".
077500 01  DL100-CHKPTFL-OPEN-SWITCH       PIC X(01) VALUE "N".
077600     88  DL100-CHKPTFL-IS-OPEN             VALUE "Y".
077700 01  DL100-AUDITFL-OPEN-SWITCH       PIC X(01) VALUE "N".
077800     88  DL100-AUDITFL-IS-OPEN             VALUE "Y".
077900 01  DL100-JOBRPT-OPEN-SWITCH        PIC X(01) VALUE "N".
078000     88  DL100-JOBRPT-IS-OPEN              VALUE "Y".
078100
078200 LINKAGE SECTION.
078300*===============================================================
078400* PARAMETERS PASSED BY A CALLING PROGRAM THROUGH DL100-CALL-
078500* ENTRY BELOW, IN PLACE OF THE CONTROL CARD AND MESSAGE FILE.
078600*===============================================================
078700 01  DL100-LK-TARGET-COUNT           PIC 9(09).
078800 01  DL100-LK-MESSAGE-TEXT           PIC X(100).
078900 01  DL100-LK-RETURN-CODE            PIC 9(04) COMP.
079000 01  DL100-LK-PART-NUMBER            PIC 9(01).
079100 01  DL100-LK-START-COUNTER          PIC 9(09).
079200 01  DL100-LK-FINAL-COUNTER         PIC 9(09).
079300
079400 PROCEDURE DIVISION.
079500*===============================================================
079600* 0000-MAINLINE -- TOP LEVEL FLOW OF CONTROL
079700*===============================================================
079800 0000-MAINLINE.
079900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
080000     PERFORM 2000-PROCESS-MESSAGES THRU 2000-EXIT.
080100     PERFORM 3000-VALIDATE-COMPLETION THRU 3000-EXIT.
080200     IF DL100-RECONCILE-MATCH
080300         PERFORM 3100-RESET-CHECKPOINT THRU 3100-EXIT
080400     END-IF.
080500     PERFORM 4000-TERMINATE THRU 4000-EXIT.
080600     EVALUATE TRUE
080700         WHEN DL100-OPR-ABORT-REQUESTED
080800             MOVE 8 TO RETURN-CODE
080900         WHEN DL100-RECONCILE-MISMATCH
081000             MOVE 4 TO RETURN-CODE
081100         WHEN DL100-RECONCILE-WINDOW
081200             MOVE 2 TO RETURN-CODE
081300         WHEN OTHER
081400             MOVE 0 TO RETURN-CODE
081500     END-EVALUATE.
081600     STOP RUN.
081700
081800*===============================================================
081900* 0010-CALL-ENTRY -- LETS ANOTHER PROGRAM DRIVE THE BROADCAST
082000* LOOP IN-LINE AS A SUBROUTINE, PASSING THE REPEAT COUNT AND
082100* MESSAGE TEXT DIRECTLY INSTEAD OF VIA CTLFILE.  CHKPTFL,
082200* JOBLOG, JOBRPT AND AUDITFL STILL APPLY SO A CALLED RUN LEAVES
082300* THE SAME AUDIT TRAIL AS A STANDALONE JOB STEP; MSGFILE
082400* ROTATION IS SKIPPED SO THE CALLER'S OWN MESSAGE TEXT IS NEVER
082500* SILENTLY OVERWRITTEN.  LOOP STATE IS RESET ON ENTRY SO A
082600* SECOND CALL IN THE SAME RUN UNIT DOESN'T INHERIT ANYTHING
082700* LEFT OVER FROM AN EARLIER CALL.
082800*===============================================================
082900 0010-CALL-ENTRY.
083000 ENTRY "DL100-CALL-ENTRY" USING DL100-LK-TARGET-COUNT
083100     DL100-LK-MESSAGE-TEXT
083200     DL100-LK-RETURN-CODE.
083300     SET DL100-ENTRY-MODE TO TRUE.
083400     MOVE "N" TO DL100-PART-SWITCH.
083500     MOVE "LONGPRGM" TO DL100-JOB-NAME.
083600     MOVE ZERO TO DL100-COUNTER.
083700     MOVE ZERO TO DL100-LAST-COUNTER-DONE.
083800     MOVE ZERO TO DL100-LAST-CHECKPOINT.
083900     MOVE ZERO TO DL100-MSG-COUNT.
084000     SET DL100-RECONCILE-MATCH TO TRUE.
084100     MOVE ZERO TO DL100-CUTOFF-TIME.
084200     MOVE "N" TO DL100-WINDOW-SWITCH.
084300     MOVE "N" TO DL100-OPR-STOP-SWITCH.
084400     MOVE SPACES TO DL100-OPR-ACTION-TAKEN.
084500     MOVE ZERO TO DL100-OPR-ACTION-TIME.
084600     MOVE ZERO TO DL100-PACE-RATE.
084700     MOVE SPACES TO DL100-OPR-ACTION-USERID.
084800     MOVE ZERO TO DL100-CTL-RECORD-COUNT.
084900     MOVE ZERO TO DL100-CTL-HASH-TOTAL.
085000     MOVE ZERO TO DL100-CTL-ID-USED.
085100     MOVE ZERO TO DL100-CTL-ID-OVERFLOW.
085200     MOVE DL100-LK-TARGET-COUNT TO DL100-TARGET-COUNT.
085300     MOVE DL100-DEFAULT-MESSAGE-TEXT TO DL100-MESSAGE-TEXT.
085400     IF DL100-LK-MESSAGE-TEXT NOT = SPACES
085500         MOVE DL100-LK-MESSAGE-TEXT TO DL100-MESSAGE-TEXT
085600     END-IF.
085700     MOVE 1 TO DL100-START-COUNTER.
085800
085900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
086000     PERFORM 2000-PROCESS-MESSAGES THRU 2000-EXIT.
086100     PERFORM 3000-VALIDATE-COMPLETION THRU 3000-EXIT.
086200     IF DL100-RECONCILE-MATCH
086300         PERFORM 3100-RESET-CHECKPOINT THRU 3100-EXIT
086400     END-IF.
086500     PERFORM 4000-TERMINATE THRU 4000-EXIT.
086600     EVALUATE TRUE
086700         WHEN DL100-RECONCILE-MISMATCH
086800             MOVE 4 TO DL100-LK-RETURN-CODE
086900         WHEN DL100-RECONCILE-WINDOW
087000             MOVE 2 TO DL100-LK-RETURN-CODE
087100         WHEN OTHER
087200             MOVE 0 TO DL100-LK-RETURN-CODE
087300     END-EVALUATE.
087400     PERFORM 8100-CLOSE-ENTRY-FILES THRU 8100-EXIT.
087500     GOBACK.
087600
087700*===============================================================
087800* 0020-PART-ENTRY -- LETS THE PART-DRIVER PROGRAM RUN ONE
087900* PARTITION OF THE BROADCAST: A SLICE OF THE GLOBAL COUNTER
088000* RANGE, WRITTEN TO THE PARTITION'S OWN LOG (PARTLG01-04)
088100* UNDER A PARTITION-SUFFIXED JOB NAME, WITH THE SAME AUDIT
088200* HEADER/TRAILER AND JOBRPT TRAIL AS ANY OTHER RUN.  NO
088300* CHECKPOINTS, NO JOBLOG, NO RELEASE GATE -- THE DRIVER MERGES
088400* THE PARTITION LOGS ONTO JOBLOG AND RECONCILES THE COUNTERS.
088500*===============================================================
088600 0020-PART-ENTRY.
088700 ENTRY "DL100-PART-ENTRY" USING DL100-LK-PART-NUMBER
088800     DL100-LK-START-COUNTER
088900     DL100-LK-TARGET-COUNT
089000     DL100-LK-MESSAGE-TEXT
089100     DL100-LK-FINAL-COUNTER
089200     DL100-LK-RETURN-CODE.
089300     SET DL100-ENTRY-MODE TO TRUE.
089400     SET DL100-PART-MODE TO TRUE.
089500     IF DL100-LK-PART-NUMBER IS NOT NUMERIC
089600         OR DL100-LK-PART-NUMBER < 1
089700         OR DL100-LK-PART-NUMBER > 4
089800         MOVE ZERO TO DL100-LK-FINAL-COUNTER
089900         MOVE 16 TO DL100-LK-RETURN-CODE
090000         GOBACK
090100     END-IF.
090200     MOVE DL100-LK-PART-NUMBER TO DL100-PART-NUMBER.
090300     MOVE ZERO TO DL100-COUNTER.
090400     MOVE ZERO TO DL100-LAST-COUNTER-DONE.
090500     MOVE ZERO TO DL100-LAST-CHECKPOINT.
090600     MOVE ZERO TO DL100-MSG-COUNT.
090700     SET DL100-RECONCILE-MATCH TO TRUE.
090800     MOVE ZERO TO DL100-CUTOFF-TIME.
090900     MOVE "N" TO DL100-WINDOW-SWITCH.
091000     MOVE "N" TO DL100-OPR-STOP-SWITCH.
091100     MOVE SPACES TO DL100-OPR-ACTION-TAKEN.
091200     MOVE ZERO TO DL100-OPR-ACTION-TIME.
091300     MOVE ZERO TO DL100-PACE-RATE.
091400     MOVE SPACES TO DL100-OPR-ACTION-USERID.
091500     MOVE ZERO TO DL100-CTL-RECORD-COUNT.
091600     MOVE ZERO TO DL100-CTL-HASH-TOTAL.
091700     MOVE ZERO TO DL100-CTL-ID-USED.
091800     MOVE ZERO TO DL100-CTL-ID-OVERFLOW.
091900     MOVE "LONGPRP" TO DL100-JOB-NAME.
092000     MOVE DL100-PART-NUMBER TO DL100-JOB-NAME(8:1).
092100     MOVE DL100-DEFAULT-MESSAGE-TEXT TO DL100-MESSAGE-TEXT.
092200     IF DL100-LK-MESSAGE-TEXT NOT = SPACES
092300         MOVE DL100-LK-MESSAGE-TEXT TO DL100-MESSAGE-TEXT
092400     END-IF.
092500     MOVE DL100-LK-START-COUNTER TO DL100-START-COUNTER.
092600     COMPUTE DL100-TARGET-COUNT =
092700         DL100-LK-START-COUNTER + DL100-LK-TARGET-COUNT - 1.
092800
092900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
093000     PERFORM 2000-PROCESS-MESSAGES THRU 2000-EXIT.
093100     PERFORM 3000-VALIDATE-COMPLETION THRU 3000-EXIT.
093200     PERFORM 4000-TERMINATE THRU 4000-EXIT.
093300     MOVE DL100-LAST-COUNTER-DONE TO DL100-LK-FINAL-COUNTER.
093400     IF DL100-RECONCILE-MISMATCH
093500         MOVE 4 TO DL100-LK-RETURN-CODE
093600     ELSE
093700         MOVE 0 TO DL100-LK-RETURN-CODE
093800     END-IF.
093900     PERFORM 8100-CLOSE-ENTRY-FILES THRU 8100-EXIT.
094000     GOBACK.
094100
094200*===============================================================
094300* 1000-INITIALIZE -- OPEN FILES AND PICK UP THE DAILY CONTROL
094400* CARD.  IF THE CONTROL FILE IS MISSING WE FALL BACK TO THE
094500* STANDARD COMPILED-IN COUNT AND MESSAGE SO THE JOB STILL RUNS
094600* ON A NIGHT OPERATIONS DIDN'T DROP A CARD.
094700*===============================================================
094800 1000-INITIALIZE.
094900     ACCEPT DL100-JOB-START-DATE FROM DATE YYYYMMDD.
095000     ACCEPT DL100-JOB-START-TIME FROM TIME.
095100
095200*    A STANDALONE RUN TAKES ITS STREAM IDENTITY FROM THE EXEC
095300*    PARM BEFORE ANYTHING IS SELECTED OR WRITTEN UNDER THE JOB
095400*    NAME.  ENTRY AND PARTITION RUNS NAME THEMSELVES.
095500     IF NOT DL100-ENTRY-MODE
095600         ACCEPT DL100-RUN-PARM FROM COMMAND-LINE
095700         IF DL100-PARM-STREAM NOT = SPACES
095800             MOVE DL100-PARM-STREAM TO DL100-JOB-NAME
095900         END-IF
096000     END-IF.
096100
096200*    A PARTITION RUN USES ITS OWN PARTITION LOG IN PLACE OF
096300*    JOBLOG AND TAKES NO CHECKPOINTS -- THE DRIVER OWNS THE
096400*    MERGE AND THE RESTART STORY.
096500     IF DL100-PART-MODE
096600         PERFORM 1095-OPEN-PART-LOG THRU 1095-EXIT
096700         PERFORM 1090-WRITE-AUDIT-HEADER THRU 1090-EXIT
096800         GO TO 1000-EXIT
096900     END-IF.
097000
097100     OPEN INPUT JOBLOG.
097200     IF NOT DL100-JOBLOG-OK AND NOT DL100-JOBLOG-NOT-FOUND
097300         MOVE "JOBLOG"  TO DL100-ERR-FILE-ID
097400         MOVE DL100-JOBLOG-STATUS TO DL100-ERR-STATUS
097500         GO TO 8000-ERROR-HANDLER
097600     END-IF.
097700     IF DL100-JOBLOG-NOT-FOUND
097800         OPEN OUTPUT JOBLOG
097900         IF NOT DL100-JOBLOG-OK
098000             MOVE "JOBLOG"  TO DL100-ERR-FILE-ID
098100             MOVE DL100-JOBLOG-STATUS TO DL100-ERR-STATUS
098200             GO TO 8000-ERROR-HANDLER
098300         END-IF
098400     ELSE
098500         CLOSE JOBLOG
098600         IF NOT DL100-JOBLOG-OK
098700             MOVE "JOBLOG"  TO DL100-ERR-FILE-ID
098800             MOVE DL100-JOBLOG-STATUS TO DL100-ERR-STATUS
098900             GO TO 8000-ERROR-HANDLER
099000         END-IF
099100         OPEN EXTEND JOBLOG
099200         IF NOT DL100-JOBLOG-OK
099300             MOVE "JOBLOG"  TO DL100-ERR-FILE-ID
099400             MOVE DL100-JOBLOG-STATUS TO DL100-ERR-STATUS
099500             GO TO 8000-ERROR-HANDLER
099600         END-IF
099700     END-IF.
099800     MOVE "Y" TO DL100-JOBLOG-OPEN-SWITCH.
099900
100000     PERFORM 1090-WRITE-AUDIT-HEADER THRU 1090-EXIT.
100100
100200     PERFORM 1050-LOAD-CHECKPOINT THRU 1050-EXIT.
100300     IF NOT DL100-ENTRY-MODE
100400         PERFORM 1070-LOAD-MESSAGES THRU 1070-EXIT
100500     END-IF.
100600
100700     IF DL100-ENTRY-MODE
100800         GO TO 1000-EXIT
100900     END-IF.
101000
101100     PERFORM 1040-LOAD-CALENDAR THRU 1040-EXIT.
101200     PERFORM 1048-LOAD-SECURITY THRU 1048-EXIT.
101300
101400     OPEN INPUT CTLFILE.
101500     IF NOT DL100-CTLFILE-OK AND NOT DL100-CTLFILE-NOT-FOUND
101600         MOVE "CTLFILE" TO DL100-ERR-FILE-ID
101700         MOVE DL100-CTLFILE-STATUS TO DL100-ERR-STATUS
101800         GO TO 8000-ERROR-HANDLER
101900     END-IF.
102000     IF DL100-CTLFILE-NOT-FOUND
102100         GO TO 1000-EXIT
102200     END-IF.
102300
102400*    ONE PASS OVER THE CARDS: THE CARD NAMING THIS STREAM WINS
102500*    OUTRIGHT, OTHERWISE THE FIRST GENERIC CARD STANDS IN.  NO
102600*    CARD AT ALL LEAVES THE CALENDAR/COMPILED VALUES STANDING,
102700*    SAME AS AN EMPTY FILE ALWAYS HAS.
102800     MOVE "N" TO DL100-CTL-SEL-SWITCH.
102900     PERFORM 1020-READ-CTLCARD THRU 1020-EXIT
103000         UNTIL DL100-CTLFILE-EOF
103100         OR DL100-CTL-SEL-SPECIFIC.
103200     IF DL100-CTL-SEL-NONE
103300         GO TO 1000-CLOSE-CTLFILE
103400     END-IF.
103500
103600     MOVE DL100-CTL-SEL-COUNT-N TO DL100-TARGET-COUNT.
103700     IF DL100-CTL-SEL-MESSAGE NOT = SPACES
103800         MOVE DL100-CTL-SEL-MESSAGE TO DL100-MESSAGE-TEXT
103900     END-IF.
104000     IF DL100-CTL-SEL-ELAPSED IS NUMERIC
104100         AND DL100-CTL-SEL-ELAPSED-N > 0
104200         MOVE DL100-CTL-SEL-ELAPSED-N TO DL100-ELAPSED-LIMIT
104300     END-IF.
104400     IF DL100-CTL-SEL-CUTOFF IS NUMERIC
104500         MOVE DL100-CTL-SEL-CUTOFF-N TO DL100-CUTOFF-TIME
104600     END-IF.
104700     IF DL100-CTL-SEL-RATE IS NUMERIC
104800         MOVE DL100-CTL-SEL-RATE-N TO DL100-PACE-RATE
104900     END-IF.
105000
105100 1000-CLOSE-CTLFILE.
105200     CLOSE CTLFILE.
105300     IF NOT DL100-CTLFILE-OK
105400         MOVE "CTLFILE" TO DL100-ERR-FILE-ID
105500         MOVE DL100-CTLFILE-STATUS TO DL100-ERR-STATUS
105600         GO TO 8000-ERROR-HANDLER
105700     END-IF.
105800
105900 1000-EXIT.
106000     EXIT.
106100
106200*===============================================================
106300* 1020-READ-CTLCARD -- ONE CARD OFF THE CONTROL FILE.  A CARD
106400* NAMING THIS STREAM IS THE FINAL WORD; A GENERIC (BLANK-NAMED)
106500* CARD IS REMEMBERED ONLY UNTIL SOMETHING BETTER COMES ALONG.
106600*===============================================================
106700 1020-READ-CTLCARD.
106800     READ CTLFILE
106900         AT END
107000             CONTINUE
107100     END-READ.
107200     IF NOT DL100-CTLFILE-OK AND NOT DL100-CTLFILE-EOF
107300         MOVE "CTLFILE" TO DL100-ERR-FILE-ID
107400         MOVE DL100-CTLFILE-STATUS TO DL100-ERR-STATUS
107500         GO TO 8000-ERROR-HANDLER
107600     END-IF.
107700     IF DL100-CTLFILE-EOF
107800         GO TO 1020-EXIT
107900     END-IF.
108000     EVALUATE TRUE
108100         WHEN DL100-CTL-JOB-NAME = DL100-JOB-NAME
108200             MOVE "S" TO DL100-CTL-SEL-SWITCH
108300             PERFORM 1025-HOLD-CTLCARD THRU 1025-EXIT
108400         WHEN DL100-CTL-JOB-NAME = SPACES
108500             AND DL100-CTL-SEL-NONE
108600             MOVE "G" TO DL100-CTL-SEL-SWITCH
108700             PERFORM 1025-HOLD-CTLCARD THRU 1025-EXIT
108800     END-EVALUATE.
108900
109000 1020-EXIT.
109100     EXIT.
109200
109300 1025-HOLD-CTLCARD.
109400     MOVE DL100-CTL-TARGET-COUNT  TO DL100-CTL-SEL-COUNT.
109500     MOVE DL100-CTL-MESSAGE-TEXT  TO DL100-CTL-SEL-MESSAGE.
109600     MOVE DL100-CTL-ELAPSED-LIMIT TO DL100-CTL-SEL-ELAPSED.
109700     MOVE DL100-CTL-CUTOFF-TIME   TO DL100-CTL-SEL-CUTOFF.
109800     MOVE DL100-CTL-PACE-RATE     TO DL100-CTL-SEL-RATE.
109900
110000 1025-EXIT.
110100     EXIT.
110200
110300*===============================================================
110400* 1040-LOAD-CALENDAR -- MATCH THE JOB START DATE AGAINST THE
110500* RUN CALENDAR AND TAKE THE NIGHT'S PARAMETERS FROM THE BEST
110600* MATCHING ENTRY.  A DATED ENTRY (HOLIDAY OR ONE-OFF) BEATS
110700* THE MONTH-END RULE, WHICH BEATS THE REGULAR-NIGHT DEFAULT.
110800* A MISSING CALENDAR IS NOT AN ERROR -- THE COMPILED DEFAULTS
110900* (AND ANY CTLFILE CARD, WHICH IS READ AFTER THIS AND STILL
111000* OVERRIDES) CARRY THE NIGHT, SAME AS BEFORE THE CALENDAR
111100* EXISTED.  AN ENTRY WITH A NON-NUMERIC COUNT IS SKIPPED.
111200*===============================================================
111300 1040-LOAD-CALENDAR.
111400     PERFORM 1044-TEST-MONTH-END THRU 1044-EXIT.
111500     MOVE ZERO TO DL100-CAL-MATCH-PRIORITY.
111600     MOVE "N" TO DL100-CAL-MATCH-STREAM.
111700     OPEN INPUT CALFILE.
111800     IF NOT DL100-CALFILE-OK AND NOT DL100-CALFILE-NOT-FOUND
111900         MOVE "CALFILE" TO DL100-ERR-FILE-ID
112000         MOVE DL100-CALFILE-STATUS TO DL100-ERR-STATUS
112100         GO TO 8000-ERROR-HANDLER
112200     END-IF.
112300     IF DL100-CALFILE-NOT-FOUND
112400         GO TO 1040-EXIT
112500     END-IF.
112600     PERFORM 1042-READ-CALENDAR THRU 1042-EXIT
112700         UNTIL DL100-CALFILE-EOF.
112800     CLOSE CALFILE.
112900     IF NOT DL100-CALFILE-OK
113000         MOVE "CALFILE" TO DL100-ERR-FILE-ID
113100         MOVE DL100-CALFILE-STATUS TO DL100-ERR-STATUS
113200         GO TO 8000-ERROR-HANDLER
113300     END-IF.
113400     IF DL100-CAL-MATCH-PRIORITY > 0
113500         MOVE DL100-CAL-SEL-COUNT TO DL100-TARGET-COUNT
113600         MOVE DL100-CAL-SEL-CUTOFF TO DL100-CUTOFF-TIME
113700         MOVE DL100-CAL-SEL-RATE TO DL100-PACE-RATE
113800         IF DL100-CAL-SEL-MESSAGE NOT = SPACES
113900             MOVE DL100-CAL-SEL-MESSAGE TO DL100-MESSAGE-TEXT
114000         END-IF
114100     END-IF.
114200
114300 1040-EXIT.
114400     EXIT.
114500
114600 1042-READ-CALENDAR.
114700     READ CALFILE
114800         AT END
114900             CONTINUE
115000     END-READ.
115100     IF NOT DL100-CALFILE-OK AND NOT DL100-CALFILE-EOF
115200         MOVE "CALFILE" TO DL100-ERR-FILE-ID
115300         MOVE DL100-CALFILE-STATUS TO DL100-ERR-STATUS
115400         GO TO 8000-ERROR-HANDLER
115500     END-IF.
115600     IF DL100-CALFILE-EOF
115700         GO TO 1042-EXIT
115800     END-IF.
115900     IF DL100-CAL-TARGET-COUNT IS NOT NUMERIC
116000         GO TO 1042-EXIT
116100     END-IF.
116200*    AN ENTRY NAMING A DIFFERENT STREAM IS NOT FOR THIS RUN.
116300     IF DL100-CAL-JOB-NAME NOT = SPACES
116400         AND DL100-CAL-JOB-NAME NOT = DL100-JOB-NAME
116500         GO TO 1042-EXIT
116600     END-IF.
116700     MOVE ZERO TO DL100-CAL-ENTRY-PRIORITY.
116800     EVALUATE TRUE
116900         WHEN DL100-CAL-DATED-ENTRY
117000             IF DL100-CAL-DATE = DL100-JOB-START-DATE
117100                 MOVE 3 TO DL100-CAL-ENTRY-PRIORITY
117200             END-IF
117300         WHEN DL100-CAL-MONTH-END-ENTRY
117400             IF DL100-CAL-MONTH-END-NIGHT
117500                 MOVE 2 TO DL100-CAL-ENTRY-PRIORITY
117600             END-IF
117700         WHEN DL100-CAL-REGULAR-ENTRY
117800             MOVE 1 TO DL100-CAL-ENTRY-PRIORITY
117900     END-EVALUATE.
118000     IF DL100-CAL-ENTRY-PRIORITY = 0
118100         GO TO 1042-EXIT
118200     END-IF.
118300*    HIGHER PRIORITY ALWAYS WINS; AT EQUAL PRIORITY A STREAM'S
118400*    OWN ENTRY DISPLACES A GENERIC ONE, NEVER THE REVERSE.
118500     IF DL100-CAL-ENTRY-PRIORITY > DL100-CAL-MATCH-PRIORITY
118600         PERFORM 1043-SELECT-CAL-ENTRY THRU 1043-EXIT
118700     ELSE
118800         IF DL100-CAL-ENTRY-PRIORITY = DL100-CAL-MATCH-PRIORITY
118900             AND DL100-CAL-JOB-NAME = DL100-JOB-NAME
119000             AND NOT DL100-CAL-MATCH-SPECIFIC
119100             PERFORM 1043-SELECT-CAL-ENTRY THRU 1043-EXIT
119200         END-IF
119300     END-IF.
119400
119500 1042-EXIT.
119600     EXIT.
119700
119800 1043-SELECT-CAL-ENTRY.
119900     MOVE DL100-CAL-ENTRY-PRIORITY TO DL100-CAL-MATCH-PRIORITY.
120000     IF DL100-CAL-JOB-NAME = DL100-JOB-NAME
120100         MOVE "Y" TO DL100-CAL-MATCH-STREAM
120200     ELSE
120300         MOVE "N" TO DL100-CAL-MATCH-STREAM
120400     END-IF.
120500     MOVE DL100-CAL-TARGET-COUNT TO DL100-CAL-SEL-COUNT.
120600     MOVE DL100-CAL-MESSAGE-TEXT TO DL100-CAL-SEL-MESSAGE.
120700     IF DL100-CAL-CUTOFF-TIME IS NUMERIC
120800         MOVE DL100-CAL-CUTOFF-TIME TO DL100-CAL-SEL-CUTOFF
120900     ELSE
121000         MOVE ZERO TO DL100-CAL-SEL-CUTOFF
121100     END-IF.
121200     IF DL100-CAL-PACE-RATE IS NUMERIC
121300         MOVE DL100-CAL-PACE-RATE TO DL100-CAL-SEL-RATE
121400     ELSE
121500         MOVE ZERO TO DL100-CAL-SEL-RATE
121600     END-IF.
121700
121800 1043-EXIT.
121900     EXIT.
122000
122100*===============================================================
122200* 1044-TEST-MONTH-END -- IS THE JOB START DATE THE LAST DAY OF
122300* ITS MONTH?  A YEAR IS LEAP WHEN DIVISIBLE BY 4, EXCEPT
122400* CENTURIES, EXCEPT EVERY FOURTH CENTURY.
122500*===============================================================
122600 1044-TEST-MONTH-END.
122700     MOVE "N" TO DL100-CAL-MONTH-END-SWITCH.
122800     EVALUATE DL100-START-MON
122900         WHEN 1
123000         WHEN 3
123100         WHEN 5
123200         WHEN 7
123300         WHEN 8
123400         WHEN 10
123500         WHEN 12
123600             MOVE 31 TO DL100-CAL-DAYS-IN-MONTH
123700         WHEN 4
123800         WHEN 6
123900         WHEN 9
124000         WHEN 11
124100             MOVE 30 TO DL100-CAL-DAYS-IN-MONTH
124200         WHEN 2
124300             PERFORM 1046-TEST-LEAP-YEAR THRU 1046-EXIT
124400             IF DL100-CAL-LEAP-YEAR
124500                 MOVE 29 TO DL100-CAL-DAYS-IN-MONTH
124600             ELSE
124700                 MOVE 28 TO DL100-CAL-DAYS-IN-MONTH
124800             END-IF
124900     END-EVALUATE.
125000     IF DL100-START-DAY = DL100-CAL-DAYS-IN-MONTH
125100         MOVE "Y" TO DL100-CAL-MONTH-END-SWITCH
125200     END-IF.
125300
125400 1044-EXIT.
125500     EXIT.
125600
125700 1046-TEST-LEAP-YEAR.
125800     MOVE "N" TO DL100-CAL-LEAP-SWITCH.
125900     DIVIDE DL100-START-YYYY BY 4
126000         GIVING DL100-CAL-LEAP-QUOTIENT
126100         REMAINDER DL100-CAL-LEAP-REMAINDER.
126200     IF DL100-CAL-LEAP-REMAINDER = 0
126300         MOVE "Y" TO DL100-CAL-LEAP-SWITCH
126400     END-IF.
126500     DIVIDE DL100-START-YYYY BY 100
126600         GIVING DL100-CAL-LEAP-QUOTIENT
126700         REMAINDER DL100-CAL-LEAP-REMAINDER.
126800     IF DL100-CAL-LEAP-REMAINDER = 0
126900         MOVE "N" TO DL100-CAL-LEAP-SWITCH
127000     END-IF.
127100     DIVIDE DL100-START-YYYY BY 400
127200         GIVING DL100-CAL-LEAP-QUOTIENT
127300         REMAINDER DL100-CAL-LEAP-REMAINDER.
127400     IF DL100-CAL-LEAP-REMAINDER = 0
127500         MOVE "Y" TO DL100-CAL-LEAP-SWITCH
127600     END-IF.
127700
127800 1046-EXIT.
127900     EXIT.
128000
128100*===============================================================
128200* 1048-LOAD-SECURITY -- PICK UP THE SECPROF GRANTS THAT COVER
128300* THIS STREAM.  A MISSING PROFILE IS NOT AN I/O ERROR, BUT IT
128400* GRANTS NOTHING: THE RUN GOES AHEAD AND EVERY OPERATOR
128500* COMMAND IS REFUSED.
128600*===============================================================
128700 1048-LOAD-SECURITY.
128800     MOVE ZERO TO DL100-SEC-COUNT.
128900     OPEN INPUT SECPROF.
129000     IF NOT DL100-SECPROF-OK AND NOT DL100-SECPROF-NOT-FOUND
129100         MOVE "SECPROF" TO DL100-ERR-FILE-ID
129200         MOVE DL100-SECPROF-STATUS TO DL100-ERR-STATUS
129300         GO TO 8000-ERROR-HANDLER
129400     END-IF.
129500     IF DL100-SECPROF-NOT-FOUND
129600         DISPLAY "*** LONG-PROGRAM: NO SECPROF SECURITY PROFILE"
129700                 " - OPERATOR COMMANDS WILL BE REFUSED ***"
129800         GO TO 1048-EXIT
129900     END-IF.
130000     PERFORM 1049-READ-SECPROF THRU 1049-EXIT
130100         UNTIL DL100-SECPROF-EOF.
130200     CLOSE SECPROF.
130300     IF NOT DL100-SECPROF-OK
130400         MOVE "SECPROF" TO DL100-ERR-FILE-ID
130500         MOVE DL100-SECPROF-STATUS TO DL100-ERR-STATUS
130600         GO TO 8000-ERROR-HANDLER
130700     END-IF.
130800
130900 1048-EXIT.
131000     EXIT.
131100
131200 1049-READ-SECPROF.
131300     READ SECPROF
131400         AT END
131500             GO TO 1049-EXIT
131600     END-READ.
131700     IF NOT DL100-SECPROF-OK AND NOT DL100-SECPROF-EOF
131800         MOVE "SECPROF" TO DL100-ERR-FILE-ID
131900         MOVE DL100-SECPROF-STATUS TO DL100-ERR-STATUS
132000         GO TO 8000-ERROR-HANDLER
132100     END-IF.
132200     IF DL100-SEC-JOB-NAME NOT = SPACES
132300         AND DL100-SEC-JOB-NAME NOT = DL100-JOB-NAME
132400         GO TO 1049-EXIT
132500     END-IF.
132600     IF DL100-SEC-COUNT = DL100-SEC-MAX
132700         GO TO 1049-EXIT
132800     END-IF.
132900     ADD 1 TO DL100-SEC-COUNT.
133000     MOVE DL100-SEC-USERID
133100         TO DL100-SEC-TBL-USERID(DL100-SEC-COUNT).
133200     MOVE DL100-SEC-AUTHORITIES
133300         TO DL100-SEC-TBL-AUTHORITIES(DL100-SEC-COUNT).
133400
133500 1049-EXIT.
133600     EXIT.
133700
133800*===============================================================
133900* 1050-LOAD-CHECKPOINT -- FIND THE LAST CHECKPOINTED COUNTER ON
134000* CHKPTFL, IF ANY, AND SET THE LOOP TO RESUME FROM THERE.  THEN
134100* REOPEN THE FILE FOR EXTEND SO THIS RUN'S CHECKPOINTS ARE
134200* APPENDED RATHER THAN LOSING THE RESTART TRAIL.
134300*
134400* IN CALL-ENTRY MODE THE CALLER ALWAYS WANTS ITS OWN LOOP TO
134500* START AT 1, SO WE NEVER LET A STANDALONE RUN'S LEFTOVER
134600* CHECKPOINT ON THIS SAME CHKPTFL DATASET MOVE THE CALLER'S
134700* START COUNTER -- WE STILL OPEN/EXTEND THE FILE SO THE
134800* PER-ITERATION CHECKPOINT WRITES LATER ON HAVE SOMEWHERE TO GO.
134900*===============================================================
135000 1050-LOAD-CHECKPOINT.
135100     OPEN INPUT CHKPTFL.
135200     IF NOT DL100-CHKPTFL-OK AND NOT DL100-CHKPTFL-NOT-FOUND
135300         MOVE "CHKPTFL" TO DL100-ERR-FILE-ID
135400         MOVE DL100-CHKPTFL-STATUS TO DL100-ERR-STATUS
135500         GO TO 8000-ERROR-HANDLER
135600     END-IF.
135700     IF DL100-CHKPTFL-NOT-FOUND
135800         OPEN OUTPUT CHKPTFL
135900         IF NOT DL100-CHKPTFL-OK
136000             MOVE "CHKPTFL" TO DL100-ERR-FILE-ID
136100             MOVE DL100-CHKPTFL-STATUS TO DL100-ERR-STATUS
136200             GO TO 8000-ERROR-HANDLER
136300         END-IF
136400         MOVE "Y" TO DL100-CHKPTFL-OPEN-SWITCH
136500         GO TO 1050-EXIT
136600     END-IF.
136700
136800     IF DL100-ENTRY-MODE
136900         CLOSE CHKPTFL
137000         IF NOT DL100-CHKPTFL-OK
137100             MOVE "CHKPTFL" TO DL100-ERR-FILE-ID
137200             MOVE DL100-CHKPTFL-STATUS TO DL100-ERR-STATUS
137300             GO TO 8000-ERROR-HANDLER
137400         END-IF
137500         GO TO 1050-REOPEN-EXTEND
137600     END-IF.
137700
137800     PERFORM 1060-READ-CHECKPOINT UNTIL DL100-CHKPTFL-EOF.
137900     CLOSE CHKPTFL.
138000     IF NOT DL100-CHKPTFL-OK
138100         MOVE "CHKPTFL" TO DL100-ERR-FILE-ID
138200         MOVE DL100-CHKPTFL-STATUS TO DL100-ERR-STATUS
138300         GO TO 8000-ERROR-HANDLER
138400     END-IF.
138500
138600     IF DL100-LAST-CHECKPOINT > 0
138700         COMPUTE DL100-START-COUNTER = DL100-LAST-CHECKPOINT + 1
138800     END-IF.
138900
139000 1050-REOPEN-EXTEND.
139100     OPEN EXTEND CHKPTFL.
139200     IF NOT DL100-CHKPTFL-OK
139300         MOVE "CHKPTFL" TO DL100-ERR-FILE-ID
139400         MOVE DL100-CHKPTFL-STATUS TO DL100-ERR-STATUS
139500         GO TO 8000-ERROR-HANDLER
139600     END-IF.
139700     MOVE "Y" TO DL100-CHKPTFL-OPEN-SWITCH.
139800
139900 1050-EXIT.
140000     EXIT.
140100
140200 1060-READ-CHECKPOINT.
140300     READ CHKPTFL
140400         AT END
140500             CONTINUE
140600     END-READ.
140700     IF NOT DL100-CHKPTFL-OK AND NOT DL100-CHKPTFL-EOF
140800         MOVE "CHKPTFL" TO DL100-ERR-FILE-ID
140900         MOVE DL100-CHKPTFL-STATUS TO DL100-ERR-STATUS
141000         GO TO 8000-ERROR-HANDLER
141100     END-IF.
141200     IF NOT DL100-CHKPTFL-EOF
141300         MOVE DL100-CHKPT-COUNTER TO DL100-LAST-CHECKPOINT
141400     END-IF.
141500
141600 1060-EXIT.
141700     EXIT.
141800
141900*===============================================================
142000* 1070-LOAD-MESSAGES -- PULL UP TO DL100-MSG-MAX-ENTRIES ROTATING
142100* MESSAGES OFF THE MESSAGE MASTER INTO THE IN-MEMORY TABLE.
142200* ONLY ACTIVE MESSAGES IN EFFECT ON THE JOB START DATE QUALIFY
142300* (EFFECTIVE-TO ZERO MEANS OPEN-ENDED).  IF THE FILE IS
142400* MISSING OR EMPTY, OR NO MESSAGE IS IN EFFECT, DL100-MSG-COUNT
142500* STAYS ZERO AND THE BROADCAST FALLS BACK TO THE SINGLE
142600* DL100-MESSAGE-TEXT LINE.
142700*===============================================================
142800 1070-LOAD-MESSAGES.
142900     OPEN INPUT MSGFILE.
143000     IF NOT DL100-MSGFILE-OK AND NOT DL100-MSGFILE-NOT-FOUND
143100         MOVE "MSGFILE" TO DL100-ERR-FILE-ID
143200         MOVE DL100-MSGFILE-STATUS TO DL100-ERR-STATUS
143300         GO TO 8000-ERROR-HANDLER
143400     END-IF.
143500     IF DL100-MSGFILE-NOT-FOUND
143600         GO TO 1070-EXIT
143700     END-IF.
143800
143900     PERFORM 1080-READ-ONE-MESSAGE THRU 1080-EXIT
144000         UNTIL DL100-MSGFILE-EOF
144100         OR DL100-MSG-COUNT = DL100-MSG-MAX-ENTRIES.
144200     CLOSE MSGFILE.
144300     IF NOT DL100-MSGFILE-OK
144400         MOVE "MSGFILE" TO DL100-ERR-FILE-ID
144500         MOVE DL100-MSGFILE-STATUS TO DL100-ERR-STATUS
144600         GO TO 8000-ERROR-HANDLER
144700     END-IF.
144800
144900 1070-EXIT.
145000     EXIT.
145100
145200 1080-READ-ONE-MESSAGE.
145300     READ MSGFILE
145400         AT END
145500             CONTINUE
145600     END-READ.
145700     IF NOT DL100-MSGFILE-OK AND NOT DL100-MSGFILE-EOF
145800         MOVE "MSGFILE" TO DL100-ERR-FILE-ID
145900         MOVE DL100-MSGFILE-STATUS TO DL100-ERR-STATUS
146000         GO TO 8000-ERROR-HANDLER
146100     END-IF.
146200     IF DL100-MSGFILE-EOF
146300         GO TO 1080-EXIT
146400     END-IF.
146500     IF NOT DL100-MSGFILE-ACTIVE
146600         GO TO 1080-EXIT
146700     END-IF.
146800     IF DL100-MSGFILE-EFF-FROM IS NUMERIC
146900         AND DL100-MSGFILE-EFF-FROM > DL100-JOB-START-DATE
147000         GO TO 1080-EXIT
147100     END-IF.
147200     IF DL100-MSGFILE-EFF-TO IS NUMERIC
147300         AND DL100-MSGFILE-EFF-TO > 0
147400         AND DL100-MSGFILE-EFF-TO < DL100-JOB-START-DATE
147500         GO TO 1080-EXIT
147600     END-IF.
147700
147800*    A TARGETED MESSAGE ROTATES ONLY ON THE STREAMS IT NAMES;
147900*    A GENERIC ONE (NO TARGETS) ROTATES EVERYWHERE.
148000     IF DL100-MSGFILE-GENERIC
148100         MOVE "Y" TO DL100-MSG-TARGET-SWITCH
148200     ELSE
148300         MOVE "N" TO DL100-MSG-TARGET-SWITCH
148400         PERFORM 1085-TEST-ONE-TARGET THRU 1085-EXIT
148500             VARYING DL100-MSG-TGT-SUB FROM 1 BY 1
148600             UNTIL DL100-MSG-TGT-SUB > 4
148700             OR DL100-MSG-FOR-STREAM
148800     END-IF.
148900     IF NOT DL100-MSG-FOR-STREAM
149000         GO TO 1080-EXIT
149100     END-IF.
149200     ADD 1 TO DL100-MSG-COUNT.
149300     SET DL100-MSG-IDX TO DL100-MSG-COUNT.
149400     MOVE DL100-MSGFILE-MSG-ID
149500         TO DL100-MSG-ENTRY-ID(DL100-MSG-IDX).
149600     MOVE DL100-MSGFILE-TEXT
149700         TO DL100-MSG-ENTRY-TEXT(DL100-MSG-IDX).
149800
149900 1080-EXIT.
150000     EXIT.
150100
150200 1085-TEST-ONE-TARGET.
150300     IF DL100-MSGFILE-TARGET(DL100-MSG-TGT-SUB) = DL100-JOB-NAME
150400         MOVE "Y" TO DL100-MSG-TARGET-SWITCH
150500     END-IF.
150600
150700 1085-EXIT.
150800     EXIT.
150900
151000*===============================================================
151100* 1090-WRITE-AUDIT-HEADER -- RECORD WHICH JOB, WHEN, AND UNDER
151200* WHOSE USERID THIS RUN EXECUTED, FOR THE COMPLIANCE REVIEWER.
151300* THE SUBMITTING USERID COMES IN AS THE FIRST EIGHT BYTES OF
151400* THE EXEC PARM (PARM='userid stream'), NOT FROM A USS-STYLE
151500* ENVIRONMENT VARIABLE THAT WOULDN'T EXIST UNDER CLASSIC BATCH.
151600*===============================================================
151700 1090-WRITE-AUDIT-HEADER.
151800     ACCEPT DL100-RUN-PARM FROM COMMAND-LINE.
151900     MOVE DL100-PARM-USERID TO DL100-RUN-USERID.
152000     IF DL100-RUN-USERID = SPACES
152100         MOVE "UNKNOWN " TO DL100-RUN-USERID
152200     END-IF.
152300
152400     OPEN I-O AUDITFL.
152500     IF NOT DL100-AUDITFL-OK AND NOT DL100-AUDITFL-NOT-FOUND
152600         MOVE "AUDITFL" TO DL100-ERR-FILE-ID
152700         MOVE DL100-AUDITFL-STATUS TO DL100-ERR-STATUS
152800         GO TO 8000-ERROR-HANDLER
152900     END-IF.
153000     IF DL100-AUDITFL-NOT-FOUND
153100         OPEN OUTPUT AUDITFL
153200         IF NOT DL100-AUDITFL-OK
153300             MOVE "AUDITFL" TO DL100-ERR-FILE-ID
153400             MOVE DL100-AUDITFL-STATUS TO DL100-ERR-STATUS
153500             GO TO 8000-ERROR-HANDLER
153600         END-IF
153700     END-IF.
153800     MOVE "Y" TO DL100-AUDITFL-OPEN-SWITCH.
153900
154000     MOVE SPACES                 TO DL100-AUDIT-DETAIL.
154100     MOVE DL100-JOB-NAME         TO DL100-AUDIT-JOB-NAME.
154200     MOVE DL100-JOB-START-DATE   TO DL100-AUDIT-RUN-DATE.
154300     MOVE DL100-JOB-START-TIME   TO DL100-AUDIT-RUN-TIME.
154400     SET DL100-AUDIT-IS-HEADER   TO TRUE.
154500     MOVE DL100-RUN-USERID       TO DL100-AUDIT-HDR-USERID.
154600     WRITE DL100-AUDIT-RECORD.
154700     IF NOT DL100-AUDITFL-OK
154800         MOVE "AUDITFL" TO DL100-ERR-FILE-ID
154900         MOVE DL100-AUDITFL-STATUS TO DL100-ERR-STATUS
155000         GO TO 8000-ERROR-HANDLER
155100     END-IF.
155200
155300 1090-EXIT.
155400     EXIT.
155500
155600*===============================================================
155700* 1095-OPEN-PART-LOG -- CREATE THIS PARTITION'S SCRATCH LOG.
155800* EACH DRIVER RUN STARTS THE PARTITION LOGS FRESH; THE MERGED
155900* RESULT IS WHAT LANDS ON JOBLOG.
156000*===============================================================
156100 1095-OPEN-PART-LOG.
156200     EVALUATE DL100-PART-NUMBER
156300         WHEN 1
156400             OPEN OUTPUT PARTLG01
156500         WHEN 2
156600             OPEN OUTPUT PARTLG02
156700         WHEN 3
156800             OPEN OUTPUT PARTLG03
156900         WHEN 4
157000             OPEN OUTPUT PARTLG04
157100     END-EVALUATE.
157200     IF NOT DL100-PARTLOG-OK
157300         MOVE "PARTLOG " TO DL100-ERR-FILE-ID
157400         MOVE DL100-PARTLOG-STATUS TO DL100-ERR-STATUS
157500         GO TO 8000-ERROR-HANDLER
157600     END-IF.
157700     MOVE "Y" TO DL100-PARTLOG-OPEN-SWITCH.
157800
157900 1095-EXIT.
158000     EXIT.
158100
158200*===============================================================
158300* 2000-PROCESS-MESSAGES -- REPEAT THE BROADCAST THE NUMBER OF
158400* TIMES CALLED FOR BY THE CONTROL CARD, OR UNTIL THE BATCH
158500* WINDOW CUTOFF CLOSES THE LOOP.  THE CUTOFF IS MEASURED IN
158600* SECONDS FORWARD FROM JOB START SO A DEADLINE ON THE FAR SIDE
158700* OF MIDNIGHT STILL COMPARES CORRECTLY.
158800*===============================================================
158900 2000-PROCESS-MESSAGES.
159000     IF DL100-CUTOFF-TIME > 0
159100         COMPUTE DL100-START-SECS-OF-DAY =
159200             (DL100-START-HH * 3600) + (DL100-START-MM * 60)
159300                 + DL100-START-SS
159400         COMPUTE DL100-CUTOFF-SECS-OF-DAY =
159500             (DL100-CUTOFF-HH * 3600) + (DL100-CUTOFF-MM * 60)
159600                 + DL100-CUTOFF-SS
159700         COMPUTE DL100-CUTOFF-REL-SECS =
159800             DL100-CUTOFF-SECS-OF-DAY - DL100-START-SECS-OF-DAY
159900         IF DL100-CUTOFF-REL-SECS < 0
160000             ADD 86400 TO DL100-CUTOFF-REL-SECS
160100         END-IF
160200     END-IF.
160300     IF DL100-PACE-RATE > 0
160400         COMPUTE DL100-PACE-START-CS-OF-DAY =
160500             (((DL100-START-HH * 3600) + (DL100-START-MM * 60)
160600                 + DL100-START-SS) * 100) + DL100-START-CC
160700     END-IF.
160800     PERFORM 2100-DISPLAY-MESSAGE THRU 2100-EXIT
160900         VARYING DL100-COUNTER FROM DL100-START-COUNTER BY 1
161000         UNTIL DL100-COUNTER > DL100-TARGET-COUNT
161100         OR DL100-WINDOW-EXPIRED
161200         OR DL100-OPR-DRAIN-REQUESTED
161300         OR DL100-OPR-ABORT-REQUESTED.
161400
161500 2000-EXIT.
161600     EXIT.
161700
161800*===============================================================
161900* 2100-DISPLAY-MESSAGE -- ONE ITERATION OF THE BROADCAST.  THE
162000* SAME LINE GOES TO SYSOUT AND TO JOBLOG SO THE BROADCAST
162100* SURVIVES AFTER THE JOB LOG VIEWER SCROLLS OR PURGES.
162200*===============================================================
162300 2100-DISPLAY-MESSAGE.
162400     IF DL100-MSG-COUNT > 0
162500         SUBTRACT 1 FROM DL100-COUNTER GIVING DL100-MSG-WORK
162600         DIVIDE DL100-MSG-WORK BY DL100-MSG-COUNT
162700             GIVING DL100-MSG-QUOTIENT
162800             REMAINDER DL100-MSG-REMAINDER
162900         ADD 1 TO DL100-MSG-REMAINDER GIVING DL100-MSG-SELECTED
163000         SET DL100-MSG-IDX TO DL100-MSG-SELECTED
163100         MOVE DL100-MSG-ENTRY-TEXT(DL100-MSG-IDX)
163200             TO DL100-MESSAGE-TEXT
163300         MOVE DL100-MSG-ENTRY-ID(DL100-MSG-IDX)
163400             TO DL100-CURRENT-MSG-ID
163500     END-IF.
163600
163700     DISPLAY DL100-MESSAGE-TEXT.
163800
163900     ACCEPT DL100-CURRENT-DATE FROM DATE YYYYMMDD.
164000     ACCEPT DL100-CURRENT-TIME FROM TIME.
164100
164200     IF DL100-PART-MODE
164300         PERFORM 2150-WRITE-PART-LOG THRU 2150-EXIT
164400         PERFORM 2180-ADD-CONTROL-TOTALS THRU 2180-EXIT
164500         MOVE DL100-COUNTER     TO DL100-LAST-COUNTER-DONE
164600         GO TO 2100-EXIT
164700     END-IF.
164800
164900     MOVE DL100-COUNTER         TO DL100-LOG-COUNTER.
165000     MOVE DL100-CURRENT-DATE    TO DL100-LOG-DATE.
165100     MOVE DL100-CURRENT-TIME    TO DL100-LOG-TIME.
165200     MOVE DL100-MESSAGE-TEXT    TO DL100-LOG-MESSAGE-TEXT.
165300     MOVE DL100-CURRENT-MSG-ID  TO DL100-LOG-MSG-ID.
165400     MOVE DL100-JOB-NAME        TO DL100-LOG-JOB-NAME.
165500     WRITE DL100-LOG-RECORD.
165600     IF NOT DL100-JOBLOG-OK
165700         MOVE "JOBLOG"  TO DL100-ERR-FILE-ID
165800         MOVE DL100-JOBLOG-STATUS TO DL100-ERR-STATUS
165900         GO TO 8000-ERROR-HANDLER
166000     END-IF.
166100     MOVE DL100-COUNTER         TO DL100-LAST-COUNTER-DONE.
166200     PERFORM 2180-ADD-CONTROL-TOTALS THRU 2180-EXIT.
166300
166400     DIVIDE DL100-COUNTER BY DL100-CHKPT-INTERVAL
166500         GIVING DL100-CHKPT-QUOTIENT
166600         REMAINDER DL100-CHKPT-REMAINDER.
166700     IF DL100-CHKPT-REMAINDER = 0
166800         MOVE DL100-COUNTER TO DL100-CHKPT-COUNTER
166900         WRITE DL100-CHKPT-RECORD
167000         IF NOT DL100-CHKPTFL-OK
167100             MOVE "CHKPTFL" TO DL100-ERR-FILE-ID
167200             MOVE DL100-CHKPTFL-STATUS TO DL100-ERR-STATUS
167300             GO TO 8000-ERROR-HANDLER
167400         END-IF
167500     END-IF.
167600
167700     IF DL100-CUTOFF-TIME > 0
167800         PERFORM 2200-CHECK-CUTOFF THRU 2200-EXIT
167900     END-IF.
168000
168100*    IN PACED MODE, HOLD HERE UNTIL THE CLOCK CATCHES UP WITH
168200*    THE CONFIGURED ARRIVAL RATE.
168300     IF DL100-PACE-RATE > 0
168400         PERFORM 2160-PACE-BROADCAST THRU 2160-EXIT
168500     END-IF.
168600
168700*    THE OPERATOR COMMAND CARD RIDES THE CHECKPOINT CADENCE --
168800*    EVERY CHECKPOINT BOUNDARY IS ALSO A CHANCE FOR OPERATIONS
168900*    TO STEER THE RUN.  CALL-ENTRY RUNS BELONG TO THE CALLER
169000*    AND ARE NOT STEERABLE.
169100     IF DL100-CHKPT-REMAINDER = 0
169200         AND NOT DL100-ENTRY-MODE
169300         PERFORM 2300-POLL-OPERATOR THRU 2300-EXIT
169400     END-IF.
169500
169600 2100-EXIT.
169700     EXIT.
169800
169900*===============================================================
170000* 2150-WRITE-PART-LOG -- ONE BROADCAST LINE TO THIS RUN'S
170100* PARTITION LOG, CARRYING THE GLOBAL COUNTER SO THE DRIVER'S
170200* MERGE PUTS THE PARTITIONS BACK INTO COUNTER ORDER.
170300*===============================================================
170400 2150-WRITE-PART-LOG.
170500     MOVE DL100-COUNTER         TO DL100-PART-LOG-COUNTER.
170600     MOVE DL100-CURRENT-DATE    TO DL100-PART-LOG-DATE.
170700     MOVE DL100-CURRENT-TIME    TO DL100-PART-LOG-TIME.
170800     MOVE DL100-MESSAGE-TEXT    TO DL100-PART-LOG-TEXT.
170900     MOVE DL100-CURRENT-MSG-ID  TO DL100-PART-LOG-MSG-ID.
171000     MOVE DL100-PART-STREAM     TO DL100-PART-LOG-JOB-NAME.
171100     EVALUATE DL100-PART-NUMBER
171200         WHEN 1
171300             WRITE DL100-PARTLG1-RECORD
171400                 FROM DL100-PART-LOG-RECORD
171500         WHEN 2
171600             WRITE DL100-PARTLG2-RECORD
171700                 FROM DL100-PART-LOG-RECORD
171800         WHEN 3
171900             WRITE DL100-PARTLG3-RECORD
172000                 FROM DL100-PART-LOG-RECORD
172100         WHEN 4
172200             WRITE DL100-PARTLG4-RECORD
172300                 FROM DL100-PART-LOG-RECORD
172400     END-EVALUATE.
172500     IF NOT DL100-PARTLOG-OK
172600         MOVE "PARTLOG " TO DL100-ERR-FILE-ID
172700         MOVE DL100-PARTLOG-STATUS TO DL100-ERR-STATUS
172800         GO TO 8000-ERROR-HANDLER
172900     END-IF.
173000
173100 2150-EXIT.
173200     EXIT.
173300
173400*===============================================================
173500* 2160-PACE-BROADCAST -- HOLD THE LOOP UNTIL THE NUMBER OF
173600* MESSAGES ALREADY SENT THIS RUN DIVIDED BY THE CONFIGURED
173700* RATE HAS ACTUALLY ELAPSED ON THE CLOCK.  THE HOLD IS A
173800* DELIBERATE CLOCK SPIN ON ACCEPT FROM TIME -- PLAIN BATCH
173900* COBOL HAS NO WAIT SERVICE, AND THE POINT OF THE PACE IS TO
174000* OCCUPY EXACTLY THE ARRIVAL RATE THE REAL STREAM WOULD.
174100*===============================================================
174200 2160-PACE-BROADCAST.
174300     COMPUTE DL100-PACE-SENT-COUNT =
174400         DL100-COUNTER - DL100-START-COUNTER + 1.
174500     COMPUTE DL100-PACE-REQUIRED-CC =
174600         (DL100-PACE-SENT-COUNT * 100) / DL100-PACE-RATE.
174700     PERFORM 2170-PACE-WAIT THRU 2170-EXIT
174800         UNTIL DL100-PACE-NOW-REL-CC
174900             NOT < DL100-PACE-REQUIRED-CC.
175000
175100 2160-EXIT.
175200     EXIT.
175300
175400 2170-PACE-WAIT.
175500     ACCEPT DL100-CURRENT-TIME FROM TIME.
175600     COMPUTE DL100-PACE-NOW-CS-OF-DAY =
175700         (((DL100-CURRENT-HH * 3600) + (DL100-CURRENT-MM * 60)
175800             + DL100-CURRENT-SS) * 100) + DL100-CURRENT-CC.
175900     COMPUTE DL100-PACE-NOW-REL-CC =
176000         DL100-PACE-NOW-CS-OF-DAY - DL100-PACE-START-CS-OF-DAY.
176100     IF DL100-PACE-NOW-REL-CC < 0
176200         ADD 8640000 TO DL100-PACE-NOW-REL-CC
176300     END-IF.
176400
176500 2170-EXIT.
176600     EXIT.
176700
176800*===============================================================
176900* 2180-ADD-CONTROL-TOTALS -- COUNT THE LINE JUST WRITTEN INTO
177000* THE RUN'S CONTROL TOTALS.  A NEW MESSAGE ID TAKES THE NEXT
177100* TABLE ENTRY; ONCE ALL TEN ARE TAKEN, LINES FOR ANY FURTHER ID
177200* ARE COUNTED AS OVERFLOW.
177300*===============================================================
177400 2180-ADD-CONTROL-TOTALS.
177500     ADD 1             TO DL100-CTL-RECORD-COUNT.
177600     ADD DL100-COUNTER TO DL100-CTL-HASH-TOTAL.
177700     MOVE "N" TO DL100-CTL-ID-FOUND-SW.
177800     IF DL100-CTL-ID-USED > 0
177900         PERFORM 2190-SEARCH-CONTROL-ID THRU 2190-EXIT
178000             VARYING DL100-CTL-SUB FROM 1 BY 1
178100             UNTIL DL100-CTL-ID-FOUND
178200             OR DL100-CTL-SUB > DL100-CTL-ID-USED
178300     END-IF.
178400     IF NOT DL100-CTL-ID-FOUND
178500         IF DL100-CTL-ID-USED < DL100-CTL-ID-MAX-ENTRIES
178600             ADD 1 TO DL100-CTL-ID-USED
178700             MOVE DL100-CTL-ID-USED TO DL100-CTL-SUB
178800             MOVE DL100-CURRENT-MSG-ID
178900                 TO DL100-CTL-ID(DL100-CTL-SUB)
179000             MOVE 1 TO DL100-CTL-ID-COUNT(DL100-CTL-SUB)
179100         ELSE
179200             ADD 1 TO DL100-CTL-ID-OVERFLOW
179300         END-IF
179400     END-IF.
179500
179600 2180-EXIT.
179700     EXIT.
179800
179900 2190-SEARCH-CONTROL-ID.
180000     IF DL100-CTL-ID(DL100-CTL-SUB) = DL100-CURRENT-MSG-ID
180100         ADD 1 TO DL100-CTL-ID-COUNT(DL100-CTL-SUB)
180200         MOVE "Y" TO DL100-CTL-ID-FOUND-SW
180300     END-IF.
180400
180500 2190-EXIT.
180600     EXIT.
180700
180800*===============================================================
180900* 2200-CHECK-CUTOFF -- HAS THE BATCH WINDOW CLOSED?  WHEN THE
181000* CLOCK REACHES THE CUTOFF THE EXPIRED SWITCH STOPS THE LOOP
181100* AND A FINAL CHECKPOINT PINS DOWN EXACTLY WHERE TOMORROW'S
181200* RUN SHOULD RESUME, THE SAME WAY AN ABEND RESTART WOULD.
181300*===============================================================
181400 2200-CHECK-CUTOFF.
181500     COMPUTE DL100-NOW-SECS-OF-DAY =
181600         (DL100-CURRENT-HH * 3600) + (DL100-CURRENT-MM * 60)
181700             + DL100-CURRENT-SS.
181800     COMPUTE DL100-NOW-REL-SECS =
181900         DL100-NOW-SECS-OF-DAY - DL100-START-SECS-OF-DAY.
182000     IF DL100-NOW-REL-SECS < 0
182100         ADD 86400 TO DL100-NOW-REL-SECS
182200     END-IF.
182300     IF DL100-NOW-REL-SECS NOT < DL100-CUTOFF-REL-SECS
182400         MOVE "Y" TO DL100-WINDOW-SWITCH
182500         MOVE DL100-LAST-COUNTER-DONE TO DL100-CHKPT-COUNTER
182600         WRITE DL100-CHKPT-RECORD
182700         IF NOT DL100-CHKPTFL-OK
182800             MOVE "CHKPTFL" TO DL100-ERR-FILE-ID
182900             MOVE DL100-CHKPTFL-STATUS TO DL100-ERR-STATUS
183000             GO TO 8000-ERROR-HANDLER
183100         END-IF
183200     END-IF.
183300
183400 2200-EXIT.
183500     EXIT.
183600
183700*===============================================================
183800* 2300-POLL-OPERATOR -- READ THE OPERATOR COMMAND CARD AND ACT
183900* ON IT.  PAUSE HOLDS THE LOOP HERE, RE-READING THE CARD UNTIL
184000* THE OPERATOR CHANGES IT TO RESUME (OR ESCALATES TO DRAIN OR
184100* ABORT).  DRAIN AND ABORT BOTH TAKE A FINAL CHECKPOINT SO THE
184200* NEXT RUN RESUMES EXACTLY AS AN ABEND RESTART WOULD; THE
184300* DIFFERENCE IS THE CONDITION CODE AND THE STATUS THE MORNING
184400* SHIFT READS ON JOBRPT AND THE AUDIT TRAILER, BESIDE THE
184500* USERID WHOSE CARD WAS HONORED.
184600*===============================================================
184700 2300-POLL-OPERATOR.
184800     PERFORM 2320-READ-COMMAND THRU 2320-EXIT.
184900     IF DL100-OPR-PAUSE-PENDING
185000         MOVE "PAUSE   " TO DL100-OPR-ACTION-TAKEN
185100         MOVE DL100-CURRENT-TIME TO DL100-OPR-ACTION-TIME
185200         MOVE DL100-OPR-CARD-USERID TO DL100-OPR-ACTION-USERID
185300         DISPLAY "*** LONG-PROGRAM PAUSED BY OPERATOR ***"
185400         PERFORM 2310-PAUSE-WAIT THRU 2310-EXIT
185500             UNTIL NOT DL100-OPR-PAUSE-PENDING
185600         DISPLAY "*** LONG-PROGRAM RELEASED BY OPERATOR ***"
185700     END-IF.
185800     EVALUATE TRUE
185900         WHEN DL100-OPR-DRAIN-PENDING
186000             MOVE "DRAIN   " TO DL100-OPR-ACTION-TAKEN
186100             MOVE DL100-CURRENT-TIME TO DL100-OPR-ACTION-TIME
186200             MOVE DL100-OPR-CARD-USERID TO DL100-OPR-ACTION-USERID
186300             MOVE "D" TO DL100-OPR-STOP-SWITCH
186400             PERFORM 2330-OPERATOR-CHECKPOINT THRU 2330-EXIT
186500         WHEN DL100-OPR-ABORT-PENDING
186600             MOVE "ABORT   " TO DL100-OPR-ACTION-TAKEN
186700             MOVE DL100-CURRENT-TIME TO DL100-OPR-ACTION-TIME
186800             MOVE DL100-OPR-CARD-USERID TO DL100-OPR-ACTION-USERID
186900             MOVE "A" TO DL100-OPR-STOP-SWITCH
187000             PERFORM 2330-OPERATOR-CHECKPOINT THRU 2330-EXIT
187100     END-EVALUATE.
187200
187300 2300-EXIT.
187400     EXIT.
187500
187600*===============================================================
187700* 2310-PAUSE-WAIT -- ONE CYCLE OF THE PAUSE HOLD.  DELIBERATELY
187800* JUST A RE-READ OF THE COMMAND CARD: THE LOOP SITS ON THIS
187900* PARAGRAPH UNTIL THE OPERATOR EDITS THE CARD, WHICH IS THE
188000* WHOLE POINT OF A PAUSE.
188100*===============================================================
188200 2310-PAUSE-WAIT.
188300     PERFORM 2320-READ-COMMAND THRU 2320-EXIT.
188400
188500 2310-EXIT.
188600     EXIT.
188700
188800*===============================================================
188900* 2320-READ-COMMAND -- ONE PROBE OF THE COMMAND CARD.  MISSING
189000* FILE, EMPTY FILE, OR A CARD DATED FOR A DIFFERENT NIGHT ALL
189100* MEAN "NO COMMAND" -- A CARD LEFT OVER FROM LAST WEEK MUST
189200* NEVER DRAIN TONIGHT'S RUN.  A CARD FOR TONIGHT IS THEN PUT
189300* TO THE SECURITY PROFILE BEFORE IT CAN STEER ANYTHING.
189400*===============================================================
189500 2320-READ-COMMAND.
189600     MOVE DL100-OPR-COMMAND-WORK TO DL100-OPR-PRIOR-COMMAND.
189700     MOVE DL100-OPR-CARD-USERID  TO DL100-OPR-PRIOR-USERID.
189800     MOVE SPACES TO DL100-OPR-COMMAND-WORK.
189900     MOVE SPACES TO DL100-OPR-CARD-USERID.
190000     OPEN INPUT OPRCMD.
190100     IF NOT DL100-OPRCMD-OK AND NOT DL100-OPRCMD-NOT-FOUND
190200         MOVE "OPRCMD"  TO DL100-ERR-FILE-ID
190300         MOVE DL100-OPRCMD-STATUS TO DL100-ERR-STATUS
190400         GO TO 8000-ERROR-HANDLER
190500     END-IF.
190600     IF DL100-OPRCMD-NOT-FOUND
190700         GO TO 2320-EXIT
190800     END-IF.
190900     READ OPRCMD
191000         AT END
191100             CONTINUE
191200     END-READ.
191300     IF NOT DL100-OPRCMD-OK AND NOT DL100-OPRCMD-EOF
191400         MOVE "OPRCMD"  TO DL100-ERR-FILE-ID
191500         MOVE DL100-OPRCMD-STATUS TO DL100-ERR-STATUS
191600         GO TO 8000-ERROR-HANDLER
191700     END-IF.
191800     IF NOT DL100-OPRCMD-EOF
191900         AND DL100-OPR-DATE IS NUMERIC
192000         AND DL100-OPR-DATE = DL100-JOB-START-DATE
192100         MOVE DL100-OPR-COMMAND TO DL100-OPR-COMMAND-WORK
192200         MOVE DL100-OPR-USERID  TO DL100-OPR-CARD-USERID
192300     END-IF.
192400     CLOSE OPRCMD.
192500     IF NOT DL100-OPRCMD-OK
192600         MOVE "OPRCMD"  TO DL100-ERR-FILE-ID
192700         MOVE DL100-OPRCMD-STATUS TO DL100-ERR-STATUS
192800         GO TO 8000-ERROR-HANDLER
192900     END-IF.
193000     IF DL100-OPR-COMMAND-WORK NOT = SPACES
193100         PERFORM 2340-AUTHORIZE-COMMAND THRU 2340-EXIT
193200     END-IF.
193300
193400 2320-EXIT.
193500     EXIT.
193600
193700*===============================================================
193800* 2330-OPERATOR-CHECKPOINT -- PIN DOWN THE LAST COUNTER DONE SO
193900* THE NEXT RUN RESUMES FROM THE OPERATOR'S STOPPING POINT, THE
194000* SAME WAY THE BATCH-WINDOW CUTOFF DOES.
194100*===============================================================
194200 2330-OPERATOR-CHECKPOINT.
194300     MOVE DL100-LAST-COUNTER-DONE TO DL100-CHKPT-COUNTER.
194400     WRITE DL100-CHKPT-RECORD.
194500     IF NOT DL100-CHKPTFL-OK
194600         MOVE "CHKPTFL" TO DL100-ERR-FILE-ID
194700         MOVE DL100-CHKPTFL-STATUS TO DL100-ERR-STATUS
194800         GO TO 8000-ERROR-HANDLER
194900     END-IF.
195000
195100 2330-EXIT.
195200     EXIT.
195300
195400*===============================================================
195500* 2340-AUTHORIZE-COMMAND -- THE CARD STEERS THE RUN ONLY IF A
195600* SECPROF GRANT FOR THIS STREAM GIVES ITS USERID THAT COMMAND.
195700* A CARD WITHOUT A USERID, OR A COMMAND WORD NO GRANT CAN
195800* GIVE, IS REFUSED LIKE ANY OTHER.  THE SAME CARD SEEN ON THE
195900* NEXT POLL KEEPS ITS VERDICT WITHOUT BEING REPORTED AGAIN.
196000*===============================================================
196100 2340-AUTHORIZE-COMMAND.
196200     IF DL100-OPR-COMMAND-WORK = DL100-OPR-JUDGED-COMMAND
196300         AND DL100-OPR-CARD-USERID = DL100-OPR-JUDGED-USERID
196400         GO TO 2340-APPLY-VERDICT
196500     END-IF.
196600     MOVE DL100-OPR-COMMAND-WORK TO DL100-OPR-JUDGED-COMMAND.
196700     MOVE DL100-OPR-CARD-USERID  TO DL100-OPR-JUDGED-USERID.
196800     MOVE "N" TO DL100-OPR-AUTH-SWITCH.
196900     IF DL100-OPR-CARD-USERID NOT = SPACES
197000         AND DL100-SEC-COUNT > 0
197100         PERFORM 2350-TEST-ONE-GRANT THRU 2350-EXIT
197200             VARYING DL100-SEC-SUB FROM 1 BY 1
197300             UNTIL DL100-OPR-AUTHORIZED
197400             OR DL100-SEC-SUB > DL100-SEC-COUNT
197500     END-IF.
197600     IF NOT DL100-OPR-AUTHORIZED
197700         PERFORM 2360-REPORT-VIOLATION THRU 2360-EXIT
197800     END-IF.
197900
198000 2340-APPLY-VERDICT.
198100     IF NOT DL100-OPR-AUTHORIZED
198200         MOVE DL100-OPR-PRIOR-COMMAND TO DL100-OPR-COMMAND-WORK
198300         MOVE DL100-OPR-PRIOR-USERID  TO DL100-OPR-CARD-USERID
198400     END-IF.
198500
198600 2340-EXIT.
198700     EXIT.
198800
198900 2350-TEST-ONE-GRANT.
199000     IF DL100-SEC-TBL-USERID(DL100-SEC-SUB)
199100         NOT = DL100-OPR-CARD-USERID
199200         GO TO 2350-EXIT
199300     END-IF.
199400     EVALUATE TRUE
199500         WHEN DL100-OPR-PAUSE-PENDING
199600             IF DL100-SEC-TBL-PAUSE(DL100-SEC-SUB) = "Y"
199700                 MOVE "Y" TO DL100-OPR-AUTH-SWITCH
199800             END-IF
199900         WHEN DL100-OPR-RESUME-PENDING
200000             IF DL100-SEC-TBL-RESUME(DL100-SEC-SUB) = "Y"
200100                 MOVE "Y" TO DL100-OPR-AUTH-SWITCH
200200             END-IF
200300         WHEN DL100-OPR-DRAIN-PENDING
200400             IF DL100-SEC-TBL-DRAIN(DL100-SEC-SUB) = "Y"
200500                 MOVE "Y" TO DL100-OPR-AUTH-SWITCH
200600             END-IF
200700         WHEN DL100-OPR-ABORT-PENDING
200800             IF DL100-SEC-TBL-ABORT(DL100-SEC-SUB) = "Y"
200900                 MOVE "Y" TO DL100-OPR-AUTH-SWITCH
201000             END-IF
201100     END-EVALUATE.
201200
201300 2350-EXIT.
201400     EXIT.
201500
201600*===============================================================
201700* 2360-REPORT-VIOLATION -- A REFUSED CARD GOES TO SYSOUT AND TO
201800* THE PAGING/TICKETING INTERFACE AS A SECVIOL WARNING: THE RUN
201900* ITSELF CARRIES ON UNTOUCHED, BUT SOMEBODY TRIED TO STEER IT
202000* WHO IS NOT ALLOWED TO.
202100*===============================================================
202200 2360-REPORT-VIOLATION.
202300     DISPLAY "*** LONG-PROGRAM SECURITY VIOLATION: "
202400             DL100-OPR-JUDGED-COMMAND " FROM USERID "
202500             DL100-OPR-JUDGED-USERID " NOT AUTHORIZED ON "
202600             DL100-JOB-NAME " - IGNORED ***".
202700     PERFORM 4160-OPEN-ALERTFL THRU 4160-EXIT.
202800     MOVE SPACES TO DL100-ALERT-RECORD.
202900     MOVE DL100-JOB-NAME          TO DL100-ALERT-JOB-NAME.
203000     MOVE DL100-CURRENT-DATE      TO DL100-ALERT-RUN-DATE.
203100     MOVE DL100-CURRENT-TIME      TO DL100-ALERT-RUN-TIME.
203200     SET DL100-ALERT-SECURITY-VIOL TO TRUE.
203300     SET DL100-ALERT-SEV-WARNING  TO TRUE.
203400     MOVE DL100-LAST-COUNTER-DONE TO DL100-ALERT-FINAL-COUNTER.
203500     MOVE DL100-TARGET-COUNT      TO DL100-ALERT-TARGET-COUNT.
203600     MOVE ZERO TO DL100-ALERT-ELAPSED-SECONDS.
203700     MOVE DL100-ELAPSED-LIMIT     TO DL100-ALERT-ELAPSED-LIMIT.
203800     MOVE DL100-OPR-JUDGED-USERID TO DL100-ALERT-USERID.
203900     MOVE DL100-OPR-JUDGED-COMMAND
204000         TO DL100-ALERT-FUNCTION.
204100     WRITE DL100-ALERT-RECORD.
204200     IF NOT DL100-ALERTFL-OK
204300         MOVE "ALERTFL" TO DL100-ERR-FILE-ID
204400         MOVE DL100-ALERTFL-STATUS TO DL100-ERR-STATUS
204500         GO TO 8000-ERROR-HANDLER
204600     END-IF.
204700     PERFORM 4170-CLOSE-ALERTFL THRU 4170-EXIT.
204800
204900 2360-EXIT.
205000     EXIT.
205100
205200*===============================================================
205300* 3000-VALIDATE-COMPLETION -- CONFIRM THE LOOP ACTUALLY REACHED
205400* THE TARGET COUNT BEFORE WE CLEAR THE CHECKPOINT TRAIL.  A
205500* MISMATCH MEANS SOMETHING SHORT-CIRCUITED THE LOOP WITHOUT
205600* GOING THROUGH THE ERROR HANDLER, SO THE RESTART TRAIL MUST
205700* BE LEFT INTACT FOR THE NEXT RUN TO PICK UP FROM.
205800*===============================================================
205900 3000-VALIDATE-COMPLETION.
206000     IF DL100-OPR-DRAIN-REQUESTED OR DL100-OPR-ABORT-REQUESTED
206100         SET DL100-RECONCILE-WINDOW TO TRUE
206200         DISPLAY "*** LONG-PROGRAM STOPPED BY OPERATOR "
206300                 DL100-OPR-ACTION-TAKEN "***"
206400         DISPLAY "TARGET: "    DL100-TARGET-COUNT
206500                 "  COMPLETED: " DL100-LAST-COUNTER-DONE
206600         GO TO 3000-EXIT
206700     END-IF.
206800     IF DL100-WINDOW-EXPIRED
206900         SET DL100-RECONCILE-WINDOW TO TRUE
207000         DISPLAY "*** LONG-PROGRAM BATCH WINDOW EXPIRED ***"
207100         DISPLAY "TARGET: "    DL100-TARGET-COUNT
207200                 "  COMPLETED: " DL100-LAST-COUNTER-DONE
207300         GO TO 3000-EXIT
207400     END-IF.
207500     IF DL100-LAST-COUNTER-DONE = DL100-TARGET-COUNT
207600         SET DL100-RECONCILE-MATCH TO TRUE
207700     ELSE
207800         SET DL100-RECONCILE-MISMATCH TO TRUE
207900         DISPLAY "*** LONG-PROGRAM RECONCILIATION MISMATCH ***"
208000         DISPLAY "TARGET: "    DL100-TARGET-COUNT
208100                 "  COMPLETED: " DL100-LAST-COUNTER-DONE
208200     END-IF.
208300
208400 3000-EXIT.
208500     EXIT.
208600
208700*===============================================================
208800* 3100-RESET-CHECKPOINT -- THE LOOP REACHED ITS TARGET CLEANLY,
208900* SO CLEAR THE RESTART TRAIL.  TOMORROW'S RUN SHOULD START AT
209000* COUNTER 1, NOT RESUME FROM TONIGHT'S LAST CHECKPOINT.
209100*===============================================================
209200 3100-RESET-CHECKPOINT.
209300     CLOSE CHKPTFL.
209400     IF NOT DL100-CHKPTFL-OK
209500         MOVE "CHKPTFL" TO DL100-ERR-FILE-ID
209600         MOVE DL100-CHKPTFL-STATUS TO DL100-ERR-STATUS
209700         GO TO 8000-ERROR-HANDLER
209800     END-IF.
209900     OPEN OUTPUT CHKPTFL.
210000     IF NOT DL100-CHKPTFL-OK
210100         MOVE "CHKPTFL" TO DL100-ERR-FILE-ID
210200         MOVE DL100-CHKPTFL-STATUS TO DL100-ERR-STATUS
210300         GO TO 8000-ERROR-HANDLER
210400     END-IF.
210500     CLOSE CHKPTFL.
210600     IF NOT DL100-CHKPTFL-OK
210700         MOVE "CHKPTFL" TO DL100-ERR-FILE-ID
210800         MOVE DL100-CHKPTFL-STATUS TO DL100-ERR-STATUS
210900         GO TO 8000-ERROR-HANDLER
211000     END-IF.
211100     MOVE "N" TO DL100-CHKPTFL-OPEN-SWITCH.
211200
211300 3100-EXIT.
211400     EXIT.
211500
211600*===============================================================
211700* 4000-TERMINATE -- WRITE THE END-OF-JOB SUMMARY REPORT AND
211800* CLOSE OUT THE REMAINING FILES.
211900*===============================================================
212000 4000-TERMINATE.
212100     ACCEPT DL100-JOB-END-DATE FROM DATE YYYYMMDD.
212200     ACCEPT DL100-JOB-END-TIME FROM TIME.
212300
212400     COMPUTE DL100-START-SECS-OF-DAY =
212500         (DL100-START-HH * 3600) + (DL100-START-MM * 60)
212600             + DL100-START-SS.
212700     COMPUTE DL100-END-SECS-OF-DAY =
212800         (DL100-END-HH * 3600) + (DL100-END-MM * 60)
212900             + DL100-END-SS.
213000     COMPUTE DL100-ELAPSED-SECONDS =
213100         DL100-END-SECS-OF-DAY - DL100-START-SECS-OF-DAY.
213200     IF DL100-ELAPSED-SECONDS < 0
213300         ADD 86400 TO DL100-ELAPSED-SECONDS
213400     END-IF.
213500
213600     OPEN INPUT JOBRPT.
213700     IF NOT DL100-JOBRPT-OK AND NOT DL100-JOBRPT-NOT-FOUND
213800         MOVE "JOBRPT"  TO DL100-ERR-FILE-ID
213900         MOVE DL100-JOBRPT-STATUS TO DL100-ERR-STATUS
214000         GO TO 8000-ERROR-HANDLER
214100     END-IF.
214200     IF DL100-JOBRPT-NOT-FOUND
214300         OPEN OUTPUT JOBRPT
214400         IF NOT DL100-JOBRPT-OK
214500             MOVE "JOBRPT"  TO DL100-ERR-FILE-ID
214600             MOVE DL100-JOBRPT-STATUS TO DL100-ERR-STATUS
214700             GO TO 8000-ERROR-HANDLER
214800         END-IF
214900     ELSE
215000         CLOSE JOBRPT
215100         IF NOT DL100-JOBRPT-OK
215200             MOVE "JOBRPT"  TO DL100-ERR-FILE-ID
215300             MOVE DL100-JOBRPT-STATUS TO DL100-ERR-STATUS
215400             GO TO 8000-ERROR-HANDLER
215500         END-IF
215600         OPEN EXTEND JOBRPT
215700         IF NOT DL100-JOBRPT-OK
215800             MOVE "JOBRPT"  TO DL100-ERR-FILE-ID
215900             MOVE DL100-JOBRPT-STATUS TO DL100-ERR-STATUS
216000             GO TO 8000-ERROR-HANDLER
216100         END-IF
216200     END-IF.
216300     MOVE "Y" TO DL100-JOBRPT-OPEN-SWITCH.
216400     MOVE DL100-JOB-NAME         TO DL100-RPT-JOB-NAME.
216500     MOVE DL100-JOB-START-DATE   TO DL100-RPT-START-DATE.
216600     MOVE DL100-JOB-START-TIME   TO DL100-RPT-START-TIME.
216700     MOVE DL100-JOB-END-DATE     TO DL100-RPT-END-DATE.
216800     MOVE DL100-JOB-END-TIME     TO DL100-RPT-END-TIME.
216900     MOVE DL100-TARGET-COUNT     TO DL100-RPT-TARGET-COUNT.
217000     MOVE DL100-LAST-COUNTER-DONE TO DL100-RPT-FINAL-COUNTER.
217100     MOVE DL100-ELAPSED-SECONDS  TO DL100-RPT-ELAPSED-SECONDS.
217200     MOVE DL100-OPR-ACTION-TAKEN TO DL100-RPT-OPR-ACTION.
217300     MOVE DL100-OPR-ACTION-TIME  TO DL100-RPT-OPR-TIME.
217400     MOVE DL100-OPR-ACTION-USERID TO DL100-RPT-OPR-USERID.
217500     MOVE DL100-PACE-RATE        TO DL100-RPT-PACE-RATE.
217600     IF DL100-LAST-COUNTER-DONE NOT < DL100-START-COUNTER
217700         COMPUTE DL100-PACE-SENT-COUNT =
217800             DL100-LAST-COUNTER-DONE - DL100-START-COUNTER + 1
217900     ELSE
218000         MOVE ZERO TO DL100-PACE-SENT-COUNT
218100     END-IF.
218200     IF DL100-ELAPSED-SECONDS > 0
218300         COMPUTE DL100-RPT-ACHIEVED-RATE =
218400             DL100-PACE-SENT-COUNT / DL100-ELAPSED-SECONDS
218500     ELSE
218600         MOVE ZERO TO DL100-RPT-ACHIEVED-RATE
218700     END-IF.
218800     MOVE DL100-CUTOFF-TIME      TO DL100-RPT-CUTOFF-TIME.
218900     EVALUATE TRUE
219000         WHEN DL100-RECONCILE-MATCH
219100             SET DL100-RPT-COUNTS-MATCH    TO TRUE
219200         WHEN DL100-RECONCILE-WINDOW
219300             SET DL100-RPT-WINDOW-EXPIRED  TO TRUE
219400         WHEN OTHER
219500             SET DL100-RPT-COUNTS-MISMATCH TO TRUE
219600     END-EVALUATE.
219700     WRITE DL100-RPT-RECORD.
219800     IF NOT DL100-JOBRPT-OK
219900         MOVE "JOBRPT"  TO DL100-ERR-FILE-ID
220000         MOVE DL100-JOBRPT-STATUS TO DL100-ERR-STATUS
220100         GO TO 8000-ERROR-HANDLER
220200     END-IF.
220300     CLOSE JOBRPT.
220400     IF NOT DL100-JOBRPT-OK
220500         MOVE "JOBRPT"  TO DL100-ERR-FILE-ID
220600         MOVE DL100-JOBRPT-STATUS TO DL100-ERR-STATUS
220700         GO TO 8000-ERROR-HANDLER
220800     END-IF.
220900     MOVE "N" TO DL100-JOBRPT-OPEN-SWITCH.
221000
221100     EVALUATE TRUE
221200         WHEN DL100-OPR-ABORT-REQUESTED
221300             MOVE "OPRABORT" TO DL100-COMPLETION-STATUS
221400         WHEN DL100-OPR-DRAIN-REQUESTED
221500             MOVE "OPRDRAIN" TO DL100-COMPLETION-STATUS
221600         WHEN DL100-RECONCILE-MATCH
221700             MOVE "COMPLETE" TO DL100-COMPLETION-STATUS
221800         WHEN DL100-RECONCILE-WINDOW
221900             MOVE "WINDOWEX" TO DL100-COMPLETION-STATUS
222000         WHEN OTHER
222100             MOVE "INCOMPLT" TO DL100-COMPLETION-STATUS
222200     END-EVALUATE.
222300     MOVE SPACES                    TO DL100-AUDIT-DETAIL.
222400     MOVE DL100-JOB-NAME            TO DL100-AUDIT-JOB-NAME.
222500     MOVE DL100-JOB-START-DATE      TO DL100-AUDIT-RUN-DATE.
222600     MOVE DL100-JOB-START-TIME      TO DL100-AUDIT-RUN-TIME.
222700     SET DL100-AUDIT-IS-TRAILER     TO TRUE.
222800     MOVE DL100-LAST-COUNTER-DONE
222900         TO DL100-AUDIT-TRL-FINAL-COUNTER.
223000     MOVE DL100-COMPLETION-STATUS   TO DL100-AUDIT-TRL-STATUS.
223100     MOVE DL100-OPR-ACTION-TAKEN    TO DL100-AUDIT-TRL-OPR-ACTION.
223200     MOVE DL100-OPR-ACTION-TIME     TO DL100-AUDIT-TRL-OPR-TIME.
223300     MOVE DL100-OPR-ACTION-USERID
223400         TO DL100-AUDIT-TRL-OPR-USERID.
223500     MOVE "Y"             TO DL100-AUDIT-TRL-TOTALS-FLAG.
223600     MOVE DL100-CTL-RECORD-COUNT
223700         TO DL100-AUDIT-TRL-RECORD-COUNT.
223800     MOVE DL100-CTL-HASH-TOTAL  TO DL100-AUDIT-TRL-HASH-TOTAL.
223900     MOVE DL100-CTL-ID-USED     TO DL100-AUDIT-TRL-ID-USED.
224000     MOVE DL100-CTL-ID-OVERFLOW
224100         TO DL100-AUDIT-TRL-ID-OVERFLOW.
224200     PERFORM 4060-MOVE-CONTROL-ID THRU 4060-EXIT
224300         VARYING DL100-CTL-SUB FROM 1 BY 1
224400         UNTIL DL100-CTL-SUB > DL100-CTL-ID-USED.
224500     WRITE DL100-AUDIT-RECORD.
224600     IF NOT DL100-AUDITFL-OK
224700         MOVE "AUDITFL" TO DL100-ERR-FILE-ID
224800         MOVE DL100-AUDITFL-STATUS TO DL100-ERR-STATUS
224900         GO TO 8000-ERROR-HANDLER
225000     END-IF.
225100     CLOSE AUDITFL.
225200     IF NOT DL100-AUDITFL-OK
225300         MOVE "AUDITFL" TO DL100-ERR-FILE-ID
225400         MOVE DL100-AUDITFL-STATUS TO DL100-ERR-STATUS
225500         GO TO 8000-ERROR-HANDLER
225600     END-IF.
225700     MOVE "N" TO DL100-AUDITFL-OPEN-SWITCH.
225800     IF DL100-PART-MODE
225900         PERFORM 4200-CLOSE-PART-LOG THRU 4200-EXIT
226000         GO TO 4000-EXIT
226100     END-IF.
226200     CLOSE JOBLOG.
226300     IF NOT DL100-JOBLOG-OK
226400         MOVE "JOBLOG"  TO DL100-ERR-FILE-ID
226500         MOVE DL100-JOBLOG-STATUS TO DL100-ERR-STATUS
226600         GO TO 8000-ERROR-HANDLER
226700     END-IF.
226800     MOVE "N" TO DL100-JOBLOG-OPEN-SWITCH.
226900
227000*    WHEN THE RUN ENDS WITHOUT CLEARING THE CHECKPOINT TRAIL
227100*    (WINDOW EXPIRED OR RECONCILE MISMATCH) CHKPTFL IS STILL
227200*    OPEN FROM 1050 -- CLOSE IT SO NOTHING IS LEFT TO AN
227300*    IMPLICIT CLOSE AT STOP RUN.
227400     IF DL100-CHKPTFL-IS-OPEN
227500         CLOSE CHKPTFL
227600         IF NOT DL100-CHKPTFL-OK
227700             MOVE "CHKPTFL" TO DL100-ERR-FILE-ID
227800             MOVE DL100-CHKPTFL-STATUS TO DL100-ERR-STATUS
227900             GO TO 8000-ERROR-HANDLER
228000         END-IF
228100         MOVE "N" TO DL100-CHKPTFL-OPEN-SWITCH
228200     END-IF.
228300
228400     IF NOT DL100-ENTRY-MODE
228500         PERFORM 4100-WRITE-GATE-RECORD THRU 4100-EXIT
228600     END-IF.
228700
228800 4000-EXIT.
228900     EXIT.
229000
229100 4060-MOVE-CONTROL-ID.
229200     MOVE DL100-CTL-ID(DL100-CTL-SUB)
229300         TO DL100-AUDIT-TRL-ID(DL100-CTL-SUB).
229400     MOVE DL100-CTL-ID-COUNT(DL100-CTL-SUB)
229500         TO DL100-AUDIT-TRL-ID-COUNT(DL100-CTL-SUB).
229600
229700 4060-EXIT.
229800     EXIT.
229900
230000*===============================================================
230100* 4100-WRITE-GATE-RECORD -- THE MACHINE-READABLE VERDICT THE
230200* REMARKS ALWAYS PROMISED: ONE RECORD PER STREAM, THIS STREAM'S
230300* REWRITTEN EVERY NIGHT, TELLING THAT STREAM'S GATE-CHECK STEP
230400* WHETHER THE JES QUEUE CHECK CAME BACK CLEAN.  EVERY OTHER
230500* STREAM'S RECORD IS READ OFF FIRST AND CARRIED ACROSS THE
230600* REWRITE UNTOUCHED.  GO ONLY WHEN THE LOOP RECONCILED AND THE
230700* RUN FINISHED INSIDE THE ELAPSED LIMIT.
230800*===============================================================
230900 4100-WRITE-GATE-RECORD.
231000     MOVE ZERO TO DL100-GATE-KEEP-COUNT.
231100     OPEN INPUT GATEFL.
231200     IF NOT DL100-GATEFL-OK AND NOT DL100-GATEFL-NOT-FOUND
231300         MOVE "GATEFL"  TO DL100-ERR-FILE-ID
231400         MOVE DL100-GATEFL-STATUS TO DL100-ERR-STATUS
231500         GO TO 8000-ERROR-HANDLER
231600     END-IF.
231700     IF NOT DL100-GATEFL-NOT-FOUND
231800         PERFORM 4110-KEEP-ONE-GATE THRU 4110-EXIT
231900             UNTIL DL100-GATEFL-EOF
232000         CLOSE GATEFL
232100         IF NOT DL100-GATEFL-OK
232200             MOVE "GATEFL"  TO DL100-ERR-FILE-ID
232300             MOVE DL100-GATEFL-STATUS TO DL100-ERR-STATUS
232400             GO TO 8000-ERROR-HANDLER
232500         END-IF
232600     END-IF.
232700     OPEN OUTPUT GATEFL.
232800     IF NOT DL100-GATEFL-OK
232900         MOVE "GATEFL"  TO DL100-ERR-FILE-ID
233000         MOVE DL100-GATEFL-STATUS TO DL100-ERR-STATUS
233100         GO TO 8000-ERROR-HANDLER
233200     END-IF.
233300     IF DL100-GATE-KEEP-COUNT > 0
233400         PERFORM 4120-REWRITE-ONE-GATE THRU 4120-EXIT
233500             VARYING DL100-GATE-KEEP-SUB FROM 1 BY 1
233600             UNTIL DL100-GATE-KEEP-SUB > DL100-GATE-KEEP-COUNT
233700     END-IF.
233800     MOVE DL100-JOB-NAME          TO DL100-GATE-JOB-NAME.
233900     MOVE DL100-JOB-END-DATE      TO DL100-GATE-RUN-DATE.
234000     MOVE DL100-JOB-END-TIME      TO DL100-GATE-RUN-TIME.
234100     IF DL100-RECONCILE-MATCH
234200         AND DL100-ELAPSED-SECONDS NOT > DL100-ELAPSED-LIMIT
234300         SET DL100-GATE-GO TO TRUE
234400     ELSE
234500         SET DL100-GATE-NOGO TO TRUE
234600     END-IF.
234700     MOVE DL100-LAST-COUNTER-DONE TO DL100-GATE-FINAL-COUNTER.
234800     MOVE DL100-ELAPSED-SECONDS   TO DL100-GATE-ELAPSED-SECONDS.
234900     MOVE DL100-ELAPSED-LIMIT     TO DL100-GATE-ELAPSED-LIMIT.
235000     WRITE DL100-GATE-RECORD.
235100     IF NOT DL100-GATEFL-OK
235200         MOVE "GATEFL"  TO DL100-ERR-FILE-ID
235300         MOVE DL100-GATEFL-STATUS TO DL100-ERR-STATUS
235400         GO TO 8000-ERROR-HANDLER
235500     END-IF.
235600     CLOSE GATEFL.
235700     IF NOT DL100-GATEFL-OK
235800         MOVE "GATEFL"  TO DL100-ERR-FILE-ID
235900         MOVE DL100-GATEFL-STATUS TO DL100-ERR-STATUS
236000         GO TO 8000-ERROR-HANDLER
236100     END-IF.
236200
236300*    A NOGO VERDICT ALSO GOES TO THE PAGING/TICKETING INTERFACE
236400*    SO THE 3 AM HOLD IS DISCOVERED AT 3 AM, NOT AT SHIFT
236500*    CHANGE.
236600     IF NOT DL100-RECONCILE-MATCH
236700         OR DL100-ELAPSED-SECONDS > DL100-ELAPSED-LIMIT
236800         PERFORM 4150-WRITE-ALERT-RECORD THRU 4150-EXIT
236900     END-IF.
237000
237100 4100-EXIT.
237200     EXIT.
237300
237400*===============================================================
237500* 4110-KEEP-ONE-GATE -- ONE RECORD OFF THE OLD GATE FILE.  THIS
237600* STREAM'S OWN RECORD IS DROPPED (THE FRESH VERDICT SUPERSEDES
237700* IT); EVERY OTHER STREAM'S RECORD IS HELD FOR THE REWRITE.  A
237800* FILE SOMEHOW CARRYING MORE STREAMS THAN THE TABLE HOLDS LOSES
237900* THE OVERFLOW, WHICH GATE-CHECK THEN REPORTS AS A MISSING GATE
238000* -- THE SAFE SIDE.
238100*===============================================================
238200 4110-KEEP-ONE-GATE.
238300     READ GATEFL
238400         AT END
238500             CONTINUE
238600     END-READ.
238700     IF NOT DL100-GATEFL-OK AND NOT DL100-GATEFL-EOF
238800         MOVE "GATEFL"  TO DL100-ERR-FILE-ID
238900         MOVE DL100-GATEFL-STATUS TO DL100-ERR-STATUS
239000         GO TO 8000-ERROR-HANDLER
239100     END-IF.
239200     IF DL100-GATEFL-EOF
239300         GO TO 4110-EXIT
239400     END-IF.
239500     IF DL100-GATE-JOB-NAME = DL100-JOB-NAME
239600         GO TO 4110-EXIT
239700     END-IF.
239800     IF DL100-GATE-KEEP-COUNT < DL100-GATE-KEEP-MAX
239900         ADD 1 TO DL100-GATE-KEEP-COUNT
240000         MOVE DL100-GATE-RECORD
240100             TO DL100-GATE-KEEP-ROW(DL100-GATE-KEEP-COUNT)
240200     END-IF.
240300
240400 4110-EXIT.
240500     EXIT.
240600
240700 4120-REWRITE-ONE-GATE.
240800     WRITE DL100-GATE-RECORD
240900         FROM DL100-GATE-KEEP-ROW(DL100-GATE-KEEP-SUB).
241000     IF NOT DL100-GATEFL-OK
241100         MOVE "GATEFL"  TO DL100-ERR-FILE-ID
241200         MOVE DL100-GATEFL-STATUS TO DL100-ERR-STATUS
241300         GO TO 8000-ERROR-HANDLER
241400     END-IF.
241500
241600 4120-EXIT.
241700     EXIT.
241800
241900*===============================================================
242000* 4150-WRITE-ALERT-RECORD -- STRUCTURED INCIDENT FOR THE
242100* PAGING/TICKETING INTERFACE, APPENDED TO ALERTFL WITH THE
242200* SAME PROBE-THEN-EXTEND PATTERN AS JOBLOG.  THE REASON CODE
242300* TELLS THE ON-CALL WHICH FAILURE THIS IS AND THE OFFENDING
242400* VALUES RIDE ALONG.
242500*===============================================================
242600 4150-WRITE-ALERT-RECORD.
242700     PERFORM 4160-OPEN-ALERTFL THRU 4160-EXIT.
242800     MOVE SPACES TO DL100-ALERT-RECORD.
242900     MOVE DL100-JOB-NAME          TO DL100-ALERT-JOB-NAME.
243000     MOVE DL100-JOB-END-DATE      TO DL100-ALERT-RUN-DATE.
243100     MOVE DL100-JOB-END-TIME      TO DL100-ALERT-RUN-TIME.
243200     EVALUATE TRUE
243300         WHEN DL100-OPR-DRAIN-REQUESTED
243400         WHEN DL100-OPR-ABORT-REQUESTED
243500             SET DL100-ALERT-OPR-STOP     TO TRUE
243600             SET DL100-ALERT-SEV-WARNING  TO TRUE
243700         WHEN DL100-RECONCILE-WINDOW
243800             SET DL100-ALERT-WINDOW-EXPIRED TO TRUE
243900             SET DL100-ALERT-SEV-WARNING  TO TRUE
244000         WHEN DL100-RECONCILE-MISMATCH
244100             SET DL100-ALERT-RECON-MISMATCH TO TRUE
244200             SET DL100-ALERT-SEV-CRITICAL TO TRUE
244300         WHEN OTHER
244400             SET DL100-ALERT-ELAPSED-BREACH TO TRUE
244500             SET DL100-ALERT-SEV-CRITICAL TO TRUE
244600     END-EVALUATE.
244700     MOVE DL100-LAST-COUNTER-DONE TO DL100-ALERT-FINAL-COUNTER.
244800     MOVE DL100-TARGET-COUNT      TO DL100-ALERT-TARGET-COUNT.
244900     MOVE DL100-ELAPSED-SECONDS
245000         TO DL100-ALERT-ELAPSED-SECONDS.
245100     MOVE DL100-ELAPSED-LIMIT     TO DL100-ALERT-ELAPSED-LIMIT.
245200     WRITE DL100-ALERT-RECORD.
245300     IF NOT DL100-ALERTFL-OK
245400         MOVE "ALERTFL" TO DL100-ERR-FILE-ID
245500         MOVE DL100-ALERTFL-STATUS TO DL100-ERR-STATUS
245600         GO TO 8000-ERROR-HANDLER
245700     END-IF.
245800     PERFORM 4170-CLOSE-ALERTFL THRU 4170-EXIT.
245900
246000 4150-EXIT.
246100     EXIT.
246200
246300*===============================================================
246400* 4160-OPEN-ALERTFL / 4170-CLOSE-ALERTFL -- OPEN ALERTFL FOR
246500* APPEND (CREATING IT ON FIRST USE) AND CLOSE IT AGAIN, SO
246600* EVERY INCIDENT -- END-OF-RUN OR MID-RUN -- IS APPENDED THE
246700* SAME WAY.
246800*===============================================================
246900 4160-OPEN-ALERTFL.
247000     OPEN INPUT ALERTFL.
247100     IF NOT DL100-ALERTFL-OK AND NOT DL100-ALERTFL-NOT-FOUND
247200         MOVE "ALERTFL" TO DL100-ERR-FILE-ID
247300         MOVE DL100-ALERTFL-STATUS TO DL100-ERR-STATUS
247400         GO TO 8000-ERROR-HANDLER
247500     END-IF.
247600     IF DL100-ALERTFL-NOT-FOUND
247700         OPEN OUTPUT ALERTFL
247800         IF NOT DL100-ALERTFL-OK
247900             MOVE "ALERTFL" TO DL100-ERR-FILE-ID
248000             MOVE DL100-ALERTFL-STATUS TO DL100-ERR-STATUS
248100             GO TO 8000-ERROR-HANDLER
248200         END-IF
248300     ELSE
248400         CLOSE ALERTFL
248500         IF NOT DL100-ALERTFL-OK
248600             MOVE "ALERTFL" TO DL100-ERR-FILE-ID
248700             MOVE DL100-ALERTFL-STATUS TO DL100-ERR-STATUS
248800             GO TO 8000-ERROR-HANDLER
248900         END-IF
249000         OPEN EXTEND ALERTFL
249100         IF NOT DL100-ALERTFL-OK
249200             MOVE "ALERTFL" TO DL100-ERR-FILE-ID
249300             MOVE DL100-ALERTFL-STATUS TO DL100-ERR-STATUS
249400             GO TO 8000-ERROR-HANDLER
249500         END-IF
249600     END-IF.
249700
249800 4160-EXIT.
249900     EXIT.
250000
250100 4170-CLOSE-ALERTFL.
250200     CLOSE ALERTFL.
250300     IF NOT DL100-ALERTFL-OK
250400         MOVE "ALERTFL" TO DL100-ERR-FILE-ID
250500         MOVE DL100-ALERTFL-STATUS TO DL100-ERR-STATUS
250600         GO TO 8000-ERROR-HANDLER
250700     END-IF.
250800
250900 4170-EXIT.
251000     EXIT.
251100
251200*===============================================================
251300* 4200-CLOSE-PART-LOG -- CLOSE THIS PARTITION'S LOG.
251400*===============================================================
251500 4200-CLOSE-PART-LOG.
251600     EVALUATE DL100-PART-NUMBER
251700         WHEN 1
251800             CLOSE PARTLG01
251900         WHEN 2
252000             CLOSE PARTLG02
252100         WHEN 3
252200             CLOSE PARTLG03
252300         WHEN 4
252400             CLOSE PARTLG04
252500     END-EVALUATE.
252600     IF NOT DL100-PARTLOG-OK
252700         MOVE "PARTLOG " TO DL100-ERR-FILE-ID
252800         MOVE DL100-PARTLOG-STATUS TO DL100-ERR-STATUS
252900         GO TO 8000-ERROR-HANDLER
253000     END-IF.
253100     MOVE "N" TO DL100-PARTLOG-OPEN-SWITCH.
253200
253300 4200-EXIT.
253400     EXIT.
253500
253600*===============================================================
253700* 8000-ERROR-HANDLER -- COMMON I/O ERROR TRAP.  ANY PARAGRAPH
253800* THAT HITS A FILE STATUS IT DOESN'T EXPECT BRANCHES HERE VIA
253900* GO TO INSTEAD OF LETTING THE STEP ABEND WITH NO CONDITION
254000* CODE FOR THE SCHEDULER TO CHECK.
254100*===============================================================
254200 8000-ERROR-HANDLER.
254300     DISPLAY "*** LONG-PROGRAM I/O ERROR ***".
254400     DISPLAY "FILE: "   DL100-ERR-FILE-ID
254500             "  STATUS: " DL100-ERR-STATUS.
254600     IF DL100-ENTRY-MODE
254700         MOVE 16 TO DL100-LK-RETURN-CODE
254800         PERFORM 8100-CLOSE-ENTRY-FILES THRU 8100-EXIT
254900         GOBACK
255000     END-IF.
255100     MOVE 16 TO RETURN-CODE.
255200     STOP RUN.
255300
255400*===============================================================
255500* 8100-CLOSE-ENTRY-FILES -- CLOSES WHATEVER FILES THE CURRENT
255600* DL100-CALL-ENTRY INVOCATION LEFT OPEN, SO A RECONCILIATION
255700* MISMATCH OR I/O ERROR ON ONE CALL DOES NOT LEAVE A FILE OPEN
255800* FOR THE NEXT CALL IN THE SAME RUN UNIT TO TRIP OVER (A REPEAT
255900* OPEN ON AN ALREADY-OPEN FILE FAILS WITH STATUS "41", WHICH
256000* 8000-ERROR-HANDLER HAS NO 88-LEVEL TO RECOGNIZE).  STATUS OF
256100* THESE CLOSES IS DELIBERATELY NOT CHECKED -- THIS PARAGRAPH IS
256200* ITSELF REACHED FROM 8000-ERROR-HANDLER ON THE WAY OUT, AND A
256300* FAILING CLOSE HERE HAS NO SAFE PLACE LEFT TO REPORT TO WITHOUT
256400* LOOPING BACK ON THE ERROR HANDLER OR LOSING THE RETURN CODE
256500* ALREADY SET.  BEST-EFFORT CLEANUP ONLY.
256600*===============================================================
256700 8100-CLOSE-ENTRY-FILES.
256800     IF DL100-JOBLOG-IS-OPEN
256900         CLOSE JOBLOG
257000         MOVE "N" TO DL100-JOBLOG-OPEN-SWITCH
257100     END-IF.
257200     IF DL100-CHKPTFL-IS-OPEN
257300         CLOSE CHKPTFL
257400         MOVE "N" TO DL100-CHKPTFL-OPEN-SWITCH
257500     END-IF.
257600     IF DL100-AUDITFL-IS-OPEN
257700         CLOSE AUDITFL
257800         MOVE "N" TO DL100-AUDITFL-OPEN-SWITCH
257900     END-IF.
258000     IF DL100-JOBRPT-IS-OPEN
258100         CLOSE JOBRPT
258200         MOVE "N" TO DL100-JOBRPT-OPEN-SWITCH
258300     END-IF.
258400     IF DL100-PARTLOG-IS-OPEN
258500         EVALUATE DL100-PART-NUMBER
258600             WHEN 1
258700                 CLOSE PARTLG01
258800             WHEN 2
258900                 CLOSE PARTLG02
259000             WHEN 3
259100                 CLOSE PARTLG03
259200             WHEN 4
259300                 CLOSE PARTLG04
259400         END-EVALUATE
259500         MOVE "N" TO DL100-PARTLOG-OPEN-SWITCH
259600     END-IF.
259700
259800 8100-EXIT.
259900     EXIT.
