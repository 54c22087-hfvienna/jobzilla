000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RUN-RECON.
000300 AUTHOR.        R T HALVERSEN.
000400 INSTALLATION.  BATCH-OPERATIONS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700 REMARKS.       PLANNED-VERSUS-ACTUAL RUN RECONCILIATION FOR THE
000800                WEEKLY OPERATIONS REVIEW.  FOR EACH STREAM NAMED
000900                ON AN RCNREQ CARD AND EACH NIGHT IN ITS RANGE, THE
001000                RUN CALENDAR IS RESOLVED THE WAY LONG-PROGRAM
001100                RESOLVES IT (DATED BEATS MONTH-END BEATS REGULAR;
001200                AT EQUAL PRIORITY THE STREAM'S OWN ENTRY BEATS A
001300                GENERIC ONE; THE DRIVER'S OWN PARTDRVR STREAM
001400                IS PLANNED ONLY BY ITS OWN AND MONTH-END
001500                ENTRIES) AND SET AGAINST THE AUDIT MASTER'S
001600                HEADERS AND TRAILERS AND THE RUNHIST MASTER.
001700                EVERY NIGHT IS LISTED.  OUT OF LINE ARE: A PLANNED
001800                NIGHT THAT NEVER RAN, A RUN ON A NIGHT NOTHING
001900                PLANNED, A RUN STARTED AFTER THE NIGHT HAD ALREADY
002000                COMPLETED, A LAST RUN THAT NEVER WROTE ITS
002100                TRAILER, A FINAL COUNTER THAT IS NOT THE RESOLVED
002200                CALENDAR TARGET, A RUN WHOSE OWN TARGET WAS NOT
002300                THE CALENDAR'S (AN OVERRIDE LEFT IN PLACE, WHERE
002400                RUNHIST KNOWS THE RUN'S TARGET), AND A
002500                RUNHIST RUN WITH NO AUDIT HEADER.  A RERUN AFTER A
002600                FAILED RUN IS NOTED BUT IS NOT OUT OF LINE.  THE
002700                CTLFILE CARD STANDING FOR THE STREAM TODAY IS
002800                SHOWN WITH THE STREAM.  CONDITION CODE 8 MEANS AT
002900                LEAST ONE NIGHT IS OUT OF LINE; 4 MEANS A CARD WAS
003000                REJECTED OR A FILE WAS MISSING; 0 MEANS EVERY
003100                NIGHT RAN TO PLAN.
003200*===============================================================
003300* MODIFICATION HISTORY
003400*---------------------------------------------------------------
003500* DATE       INIT  DESCRIPTION
003600* ---------- ----  -------------------------------------------
003700* 2026-10-15 RTH   INITIAL VERSION.
003800*===============================================================
003900
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER.   IBM-370.
004300 OBJECT-COMPUTER.   IBM-370.
004400
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT RCNREQ ASSIGN TO "RCNREQ"
004800         ORGANIZATION IS SEQUENTIAL
004900         ACCESS MODE IS SEQUENTIAL
005000         FILE STATUS IS DL270-RCNREQ-STATUS.
005100
005200     SELECT CALFILE ASSIGN TO "CALFILE"
005300         ORGANIZATION IS SEQUENTIAL
005400         ACCESS MODE IS SEQUENTIAL
005500         FILE STATUS IS DL270-CALFILE-STATUS.
005600
005700     SELECT CTLFILE ASSIGN TO "CTLFILE"
005800         ORGANIZATION IS SEQUENTIAL
005900         ACCESS MODE IS SEQUENTIAL
006000         FILE STATUS IS DL270-CTLFILE-STATUS.
006100
006200     SELECT RUNHIST ASSIGN TO "RUNHIST"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS RANDOM
006500         RECORD KEY IS DL100-HIST-KEY
006600         FILE STATUS IS DL270-RUNHIST-STATUS.
006700
006800     SELECT AUDITFL ASSIGN TO "AUDITFL"
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS DYNAMIC
007100         RECORD KEY IS DL100-AUDIT-KEY
007200         FILE STATUS IS DL270-AUDITFL-STATUS.
007300
007400     SELECT RCNRPT ASSIGN TO "RCNRPT"
007500         ORGANIZATION IS SEQUENTIAL
007600         ACCESS MODE IS SEQUENTIAL
007700         FILE STATUS IS DL270-RCNRPT-STATUS.
007800
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  RCNREQ
008200     RECORDING MODE IS F
008300     LABEL RECORDS ARE STANDARD.
008400     COPY RCNREQ.
008500
008600 FD  CALFILE
008700     RECORDING MODE IS F
008800     LABEL RECORDS ARE STANDARD.
008900     COPY CALENDAR.
009000
009100 FD  CTLFILE
009200     RECORDING MODE IS F
009300     LABEL RECORDS ARE STANDARD.
009400     COPY CTLCARD.
009500
009600 FD  RUNHIST
009700     RECORDING MODE IS F
009800     LABEL RECORDS ARE STANDARD.
009900     COPY RUNHIST.
010000
010100 FD  AUDITFL
010200     RECORDING MODE IS F
010300     LABEL RECORDS ARE STANDARD.
010400     COPY AUDIT.
010500
010600 FD  RCNRPT
010700     RECORDING MODE IS F
010800     LABEL RECORDS ARE STANDARD.
010900 01  DL270-PRINT-RECORD              PIC X(132).
011000
011100 WORKING-STORAGE SECTION.
011200*===============================================================
011300* FILE STATUS SWITCHES
011400*===============================================================
011500 01  DL270-SWITCHES.
011600     05  DL270-RCNREQ-STATUS         PIC X(02) VALUE "00".
011700         88  DL270-RCNREQ-OK                   VALUE "00".
011800         88  DL270-RCNREQ-EOF                  VALUE "10".
011900     05  DL270-CALFILE-STATUS        PIC X(02) VALUE "00".
012000         88  DL270-CALFILE-OK                  VALUE "00".
012100         88  DL270-CALFILE-EOF                 VALUE "10".
012200         88  DL270-CALFILE-NOT-FOUND           VALUE "35".
012300     05  DL270-CTLFILE-STATUS        PIC X(02) VALUE "00".
012400         88  DL270-CTLFILE-OK                  VALUE "00".
012500         88  DL270-CTLFILE-EOF                 VALUE "10".
012600         88  DL270-CTLFILE-NOT-FOUND           VALUE "35".
012700     05  DL270-RUNHIST-STATUS        PIC X(02) VALUE "00".
012800         88  DL270-RUNHIST-OK                  VALUE "00".
012900         88  DL270-RUNHIST-NO-RECORD           VALUE "23".
013000         88  DL270-RUNHIST-NOT-FOUND           VALUE "35".
013100     05  DL270-AUDITFL-STATUS        PIC X(02) VALUE "00".
013200         88  DL270-AUDITFL-OK                  VALUE "00".
013300         88  DL270-AUDITFL-EOF                 VALUE "10".
013400         88  DL270-AUDITFL-KEY-NOT-FOUND       VALUE "23".
013500         88  DL270-AUDITFL-NOT-FOUND           VALUE "35".
013600     05  DL270-RCNRPT-STATUS         PIC X(02) VALUE "00".
013700         88  DL270-RCNRPT-OK                   VALUE "00".
013800 01  DL270-RUNHIST-PRESENT-SW        PIC X(01) VALUE "Y".
013900     88  DL270-RUNHIST-PRESENT                 VALUE "Y".
014000 01  DL270-AUDITFL-PRESENT-SW        PIC X(01) VALUE "Y".
014100     88  DL270-AUDITFL-PRESENT                 VALUE "Y".
014200
014300*===============================================================
014400* RUN CALENDAR, HELD WHOLE -- EVERY NIGHT OF EVERY CARD IS
014500* RESOLVED AGAINST IT.  ENTRIES WITH A NON-NUMERIC COUNT ARE LEFT
014600* OUT, AS LONG-PROGRAM SKIPS THEM.
014700*===============================================================
014800 77  DL270-CAL-COUNT                 PIC 9(05) COMP VALUE ZERO.
014900 77  DL270-CAL-MAX                   PIC 9(05) COMP VALUE 200.
015000 77  DL270-CAL-SUB                   PIC 9(05) COMP.
015100 01  DL270-CAL-TABLE.
015200     05  DL270-CAL-ENTRY             OCCURS 200 TIMES.
015300         10  DL270-CAL-JOB-NAME      PIC X(08).
015400         10  DL270-CAL-ENTRY-TYPE    PIC X(01).
015500         10  DL270-CAL-DATE          PIC 9(08).
015600         10  DL270-CAL-TARGET-COUNT  PIC 9(09).
015700
015800*===============================================================
015900* CONTROL CARDS STANDING TODAY -- A CARD NAMING THE STREAM, ELSE
016000* THE FIRST GENERIC CARD, IS WHAT TONIGHT'S RUN WILL TAKE.
016100*===============================================================
016200 77  DL270-CTL-COUNT                 PIC 9(04) COMP VALUE ZERO.
016300 77  DL270-CTL-MAX                   PIC 9(04) COMP VALUE 50.
016400 77  DL270-CTL-SUB                   PIC 9(04) COMP.
016500 77  DL270-CTL-HIT                   PIC 9(04) COMP.
016600 01  DL270-CTL-TABLE.
016700     05  DL270-CTL-ENTRY             OCCURS 50 TIMES.
016800         10  DL270-CTL-JOB-NAME      PIC X(08).
016900         10  DL270-CTL-TARGET        PIC X(09).
017000         10  DL270-CTL-TARGET-N REDEFINES DL270-CTL-TARGET
017100                                     PIC 9(09).
017200
017300*===============================================================
017400* CURRENT REQUEST, NORMALIZED
017500*===============================================================
017600 01  DL270-REQ-JOB-NAME              PIC X(08).
017700 01  DL270-REQ-FROM-DATE             PIC 9(08).
017800 01  DL270-REQ-TO-DATE               PIC 9(08).
017900 01  DL270-REQ-VALID-SWITCH          PIC X(01) VALUE "Y".
018000     88  DL270-REQ-VALID                       VALUE "Y".
018100 01  DL270-REJECT-REASON             PIC X(50).
018200 01  DL270-RUN-DATE                  PIC 9(08).
018300 01  DL270-NIGHT                     PIC 9(08).
018400 77  DL270-DAY-SUB                   PIC 9(03) COMP.
018500 77  DL270-HIGH-RC                   PIC 9(02) COMP VALUE ZERO.
018600
018700*===============================================================
018800* DATE ARITHMETIC -- ONE CALENDAR DAY AT A TIME, SO MONTH ENDS
018900* AND LEAP YEARS COME OUT RIGHT.
019000*===============================================================
019100 01  DL270-WORK-DATE                 PIC 9(08).
019200 01  DL270-WORK-DATE-FIELDS REDEFINES DL270-WORK-DATE.
019300     05  DL270-WRK-YYYY              PIC 9(04).
019400     05  DL270-WRK-MM                PIC 9(02).
019500     05  DL270-WRK-DD                PIC 9(02).
019600 01  DL270-DAYS-IN-MONTH             PIC 9(02).
019700 01  DL270-LEAP-QUOTIENT             PIC 9(04) COMP.
019800 01  DL270-LEAP-REMAINDER            PIC 9(04) COMP.
019900 01  DL270-LEAP-SWITCH               PIC X(01) VALUE "N".
020000     88  DL270-LEAP-YEAR                       VALUE "Y".
020100 01  DL270-DATE-SWITCH               PIC X(01) VALUE "Y".
020200     88  DL270-DATE-VALID                      VALUE "Y".
020300
020400*===============================================================
020500* THE NIGHT UNDER REVIEW -- PLAN, WHAT RAN, AND WHAT IS WRONG.
020600*===============================================================
020700 01  DL270-MONTH-END-SWITCH          PIC X(01) VALUE "N".
020800     88  DL270-MONTH-END-NIGHT                 VALUE "Y".
020900 01  DL270-BEST-PRIORITY             PIC 9(01) COMP VALUE ZERO.
021000 01  DL270-ENTRY-PRIORITY            PIC 9(01) COMP VALUE ZERO.
021100 01  DL270-BEST-STREAM-SWITCH        PIC X(01) VALUE "N".
021200     88  DL270-BEST-IS-STREAMS-OWN             VALUE "Y".
021300 01  DL270-PLAN-TARGET               PIC 9(09).
021400 01  DL270-PLAN-SOURCE               PIC X(10).
021500
021600 77  DL270-RUN-COUNT                 PIC 9(03) COMP.
021700 77  DL270-EXTRA-COUNT               PIC 9(03) COMP.
021800 77  DL270-RERUN-COUNT               PIC 9(03) COMP.
021900 01  DL270-SCAN-SWITCH               PIC X(01) VALUE "N".
022000     88  DL270-SCAN-DONE                       VALUE "Y".
022100 01  DL270-COMPLETE-SWITCH           PIC X(01) VALUE "N".
022200     88  DL270-NIGHT-COMPLETED                 VALUE "Y".
022300 01  DL270-LAST-TRL-SWITCH           PIC X(01) VALUE "N".
022400     88  DL270-LAST-HAS-TRAILER                VALUE "Y".
022500 01  DL270-LAST-RUN-TIME             PIC 9(08).
022600 01  DL270-LAST-STATUS               PIC X(08).
022700 01  DL270-LAST-FINAL                PIC 9(09).
022800 01  DL270-HIST-SWITCH               PIC X(01) VALUE "N".
022900     88  DL270-HIST-FOUND                      VALUE "Y".
023000 01  DL270-HIST-TARGET               PIC 9(09).
023100 01  DL270-HIST-FINAL                PIC 9(09).
023200 01  DL270-FINAL-SWITCH              PIC X(01) VALUE "N".
023300     88  DL270-FINAL-KNOWN                     VALUE "Y".
023400 01  DL270-FINAL-COUNTER             PIC 9(09).
023500 01  DL270-OUT-SWITCH                PIC X(01) VALUE "N".
023600     88  DL270-NIGHT-OUT-OF-LINE               VALUE "Y".
023700
023800 77  DL270-FND-COUNT                 PIC 9(02) COMP.
023900 77  DL270-FND-MAX                   PIC 9(02) COMP VALUE 8.
024000 77  DL270-FND-SUB                   PIC 9(02) COMP.
024100 01  DL270-FND-NEW                   PIC X(42).
024200 01  DL270-FND-TABLE.
024300     05  DL270-FND-TEXT              PIC X(42) OCCURS 8 TIMES.
024400
024500*===============================================================
024600* STREAM AND RUN TOTALS
024700*===============================================================
024800 01  DL270-STREAM-TOTALS.
024900     05  DL270-ST-NIGHTS             PIC 9(05) COMP.
025000     05  DL270-ST-PLANNED            PIC 9(05) COMP.
025100     05  DL270-ST-RAN                PIC 9(05) COMP.
025200     05  DL270-ST-MISSED             PIC 9(05) COMP.
025300     05  DL270-ST-UNPLANNED          PIC 9(05) COMP.
025400     05  DL270-ST-EXTRA              PIC 9(05) COMP.
025500     05  DL270-ST-OFF-TARGET         PIC 9(05) COMP.
025600     05  DL270-ST-OUT-OF-LINE        PIC 9(05) COMP.
025700 77  DL270-STREAM-COUNT              PIC 9(05) COMP VALUE ZERO.
025800 77  DL270-REJECT-COUNT              PIC 9(05) COMP VALUE ZERO.
025900 77  DL270-TOTAL-NIGHTS              PIC 9(07) COMP VALUE ZERO.
026000 77  DL270-TOTAL-OUT-OF-LINE         PIC 9(07) COMP VALUE ZERO.
026100
026200*===============================================================
026300* REPORT LINES
026400*===============================================================
026500 01  DL270-RPT-HEADING.
026600     05  FILLER                      PIC X(36) VALUE
026700         "RUN RECONCILIATION REPORT -- RUN    ".
026800     05  DL270-HDG-DATE              PIC 9(08).
026900     05  FILLER                      PIC X(88) VALUE SPACES.
027000
027100 01  DL270-RPT-STREAM-HEADING.
027200     05  FILLER                      PIC X(07) VALUE "STREAM ".
027300     05  DL270-SH-JOB-NAME           PIC X(08).
027400     05  FILLER                      PIC X(15) VALUE
027500         "  NIGHTS FROM  ".
027600     05  DL270-SH-FROM-DATE          PIC 9(08).
027700     05  FILLER                      PIC X(04) VALUE " TO ".
027800     05  DL270-SH-TO-DATE            PIC 9(08).
027900     05  FILLER                      PIC X(82) VALUE SPACES.
028000
028100 01  DL270-RPT-INFO-LINE.
028200     05  DL270-INF-TEXT              PIC X(132).
028300
028400 01  DL270-RPT-CTL-LINE.
028500     05  FILLER                      PIC X(40) VALUE
028600         "  CTLFILE CARD STANDING FOR THE STREAM: ".
028700     05  DL270-CTLL-SCOPE            PIC X(08).
028800     05  FILLER                      PIC X(10) VALUE
028900         "  TARGET  ".
029000     05  DL270-CTLL-TARGET           PIC X(11).
029100     05  FILLER                      PIC X(63) VALUE SPACES.
029200
029300 01  DL270-RPT-NIGHT-HEADING.
029400     05  FILLER                      PIC X(40) VALUE
029500         "  NIGHT     PLAN            TARGET  RUNS".
029600     05  FILLER                      PIC X(40) VALUE
029700         "  STATUS     FINAL CTR  RUN TARGET  FIND".
029800     05  FILLER                      PIC X(52) VALUE
029900         "ING".
030000
030100 01  DL270-RPT-NIGHT-LINE.
030200     05  FILLER                      PIC X(02) VALUE SPACES.
030300     05  DL270-NL-NIGHT              PIC 9(08).
030400     05  FILLER                      PIC X(02) VALUE SPACES.
030500     05  DL270-NL-PLAN               PIC X(10).
030600     05  FILLER                      PIC X(01) VALUE SPACE.
030700     05  DL270-NL-TARGET             PIC ZZZ,ZZZ,ZZ9.
030800     05  FILLER                      PIC X(02) VALUE SPACES.
030900     05  DL270-NL-RUNS               PIC ZZ9.
031000     05  FILLER                      PIC X(02) VALUE SPACES.
031100     05  DL270-NL-STATUS             PIC X(08).
031200     05  FILLER                      PIC X(01) VALUE SPACE.
031300     05  DL270-NL-FINAL              PIC ZZZ,ZZZ,ZZ9.
031400     05  FILLER                      PIC X(01) VALUE SPACE.
031500     05  DL270-NL-RUN-TARGET         PIC ZZZ,ZZZ,ZZ9.
031600     05  FILLER                      PIC X(02) VALUE SPACES.
031700     05  DL270-NL-FINDING            PIC X(42).
031800     05  FILLER                      PIC X(15) VALUE SPACES.
031900 01  DL270-RPT-NIGHT-BLANKS REDEFINES DL270-RPT-NIGHT-LINE.
032000     05  DL270-NB-LEFT               PIC X(75).
032100     05  FILLER                      PIC X(57).
032200
032300 01  DL270-RPT-TOTAL-LINE.
032400     05  DL270-TOT-TITLE             PIC X(36).
032500     05  DL270-TOT-VALUE             PIC ZZZ,ZZZ,ZZ9.
032600     05  FILLER                      PIC X(85) VALUE SPACES.
032700
032800 01  DL270-BLANK-LINE                PIC X(132) VALUE SPACES.
032900
033000*===============================================================
033100* ERROR HANDLING
033200*===============================================================
033300 01  DL270-ERR-FILE-ID               PIC X(08) VALUE SPACES.
033400 01  DL270-ERR-STATUS                PIC X(02) VALUE SPACES.
033500
033600 PROCEDURE DIVISION.
033700*===============================================================
033800* 0000-MAINLINE -- LOAD THE PLAN, THEN ONE STREAM PER CARD.
033900*===============================================================
034000 0000-MAINLINE.
034100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
034200     PERFORM 2000-PROCESS-REQUESTS THRU 2000-EXIT.
034300     PERFORM 5000-WRITE-RUN-TOTALS THRU 5000-EXIT.
034400     PERFORM 6000-TERMINATE THRU 6000-EXIT.
034500     MOVE DL270-HIGH-RC TO RETURN-CODE.
034600     STOP RUN.
034700
034800*===============================================================
034900* 1000-INITIALIZE -- THE CARDS AND THE REPORT MUST BE THERE.  A
035000* MISSING CALENDAR, CONTROL FILE OR MASTER IS REPORTED AND READ
035100* AS EMPTY: NO CALENDAR MEANS NO NIGHT WAS PLANNED, AND THE
035200* RECONCILIATION SAYS SO NIGHT BY NIGHT.
035300*===============================================================
035400 1000-INITIALIZE.
035500     ACCEPT DL270-RUN-DATE FROM DATE YYYYMMDD.
035600     OPEN INPUT RCNREQ.
035700     IF NOT DL270-RCNREQ-OK
035800         MOVE "RCNREQ"  TO DL270-ERR-FILE-ID
035900         MOVE DL270-RCNREQ-STATUS TO DL270-ERR-STATUS
036000         GO TO 8000-ERROR-HANDLER
036100     END-IF.
036200     OPEN OUTPUT RCNRPT.
036300     IF NOT DL270-RCNRPT-OK
036400         MOVE "RCNRPT"  TO DL270-ERR-FILE-ID
036500         MOVE DL270-RCNRPT-STATUS TO DL270-ERR-STATUS
036600         GO TO 8000-ERROR-HANDLER
036700     END-IF.
036800     MOVE DL270-RUN-DATE TO DL270-HDG-DATE.
036900     WRITE DL270-PRINT-RECORD FROM DL270-RPT-HEADING
037000         AFTER ADVANCING PAGE.
037100     IF NOT DL270-RCNRPT-OK
037200         MOVE "RCNRPT"  TO DL270-ERR-FILE-ID
037300         MOVE DL270-RCNRPT-STATUS TO DL270-ERR-STATUS
037400         GO TO 8000-ERROR-HANDLER
037500     END-IF.
037600     MOVE SPACES TO DL270-INF-TEXT.
037700     PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT.
037800
037900     PERFORM 1100-LOAD-CALENDAR THRU 1100-EXIT.
038000     PERFORM 1200-LOAD-CTLFILE THRU 1200-EXIT.
038100
038200     OPEN INPUT RUNHIST.
038300     IF DL270-RUNHIST-NOT-FOUND
038400         MOVE "N" TO DL270-RUNHIST-PRESENT-SW
038500         MOVE "RUNHIST NOT PRESENT - NO RUN HISTORY TO RECONCILE"
038600             TO DL270-INF-TEXT
038700         PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT
038800         MOVE 4 TO DL270-HIGH-RC
038900     ELSE
039000         IF NOT DL270-RUNHIST-OK
039100             MOVE "RUNHIST" TO DL270-ERR-FILE-ID
039200             MOVE DL270-RUNHIST-STATUS TO DL270-ERR-STATUS
039300             GO TO 8000-ERROR-HANDLER
039400         END-IF
039500     END-IF.
039600     OPEN INPUT AUDITFL.
039700     IF DL270-AUDITFL-NOT-FOUND
039800         MOVE "N" TO DL270-AUDITFL-PRESENT-SW
039900         MOVE "AUDITFL NOT PRESENT - NO AUDIT TRAIL TO RECONCILE"
040000             TO DL270-INF-TEXT
040100         PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT
040200         MOVE 4 TO DL270-HIGH-RC
040300     ELSE
040400         IF NOT DL270-AUDITFL-OK
040500             MOVE "AUDITFL" TO DL270-ERR-FILE-ID
040600             MOVE DL270-AUDITFL-STATUS TO DL270-ERR-STATUS
040700             GO TO 8000-ERROR-HANDLER
040800         END-IF
040900     END-IF.
041000
041100 1000-EXIT.
041200     EXIT.
041300
041400 1100-LOAD-CALENDAR.
041500     OPEN INPUT CALFILE.
041600     IF DL270-CALFILE-NOT-FOUND
041700         MOVE "CALFILE NOT PRESENT - NO NIGHT IS PLANNED"
041800             TO DL270-INF-TEXT
041900         PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT
042000         MOVE 4 TO DL270-HIGH-RC
042100         GO TO 1100-EXIT
042200     END-IF.
042300     IF NOT DL270-CALFILE-OK
042400         MOVE "CALFILE" TO DL270-ERR-FILE-ID
042500         MOVE DL270-CALFILE-STATUS TO DL270-ERR-STATUS
042600         GO TO 8000-ERROR-HANDLER
042700     END-IF.
042800     PERFORM 1110-READ-ONE-CAL-ENTRY THRU 1110-EXIT
042900         UNTIL DL270-CALFILE-EOF.
043000     CLOSE CALFILE.
043100     IF NOT DL270-CALFILE-OK
043200         MOVE "CALFILE" TO DL270-ERR-FILE-ID
043300         MOVE DL270-CALFILE-STATUS TO DL270-ERR-STATUS
043400         GO TO 8000-ERROR-HANDLER
043500     END-IF.
043600
043700 1100-EXIT.
043800     EXIT.
043900
044000 1110-READ-ONE-CAL-ENTRY.
044100     READ CALFILE
044200         AT END
044300             GO TO 1110-EXIT
044400     END-READ.
044500     IF NOT DL270-CALFILE-OK
044600         MOVE "CALFILE" TO DL270-ERR-FILE-ID
044700         MOVE DL270-CALFILE-STATUS TO DL270-ERR-STATUS
044800         GO TO 8000-ERROR-HANDLER
044900     END-IF.
045000     IF DL100-CAL-TARGET-COUNT IS NOT NUMERIC
045100         GO TO 1110-EXIT
045200     END-IF.
045300     IF DL270-CAL-COUNT NOT < DL270-CAL-MAX
045400         MOVE "CALENDAR TABLE FULL - LATER ENTRIES NOT RESOLVED"
045500             TO DL270-INF-TEXT
045600         PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT
045700         MOVE 4 TO DL270-HIGH-RC
045800         MOVE "10" TO DL270-CALFILE-STATUS
045900         GO TO 1110-EXIT
046000     END-IF.
046100     ADD 1 TO DL270-CAL-COUNT.
046200     MOVE DL100-CAL-JOB-NAME
046300         TO DL270-CAL-JOB-NAME(DL270-CAL-COUNT).
046400     MOVE DL100-CAL-ENTRY-TYPE
046500         TO DL270-CAL-ENTRY-TYPE(DL270-CAL-COUNT).
046600     MOVE DL100-CAL-DATE
046700         TO DL270-CAL-DATE(DL270-CAL-COUNT).
046800     MOVE DL100-CAL-TARGET-COUNT
046900         TO DL270-CAL-TARGET-COUNT(DL270-CAL-COUNT).
047000
047100 1110-EXIT.
047200     EXIT.
047300
047400 1200-LOAD-CTLFILE.
047500     OPEN INPUT CTLFILE.
047600     IF DL270-CTLFILE-NOT-FOUND
047700         GO TO 1200-EXIT
047800     END-IF.
047900     IF NOT DL270-CTLFILE-OK
048000         MOVE "CTLFILE" TO DL270-ERR-FILE-ID
048100         MOVE DL270-CTLFILE-STATUS TO DL270-ERR-STATUS
048200         GO TO 8000-ERROR-HANDLER
048300     END-IF.
048400     PERFORM 1210-READ-ONE-CTLCARD THRU 1210-EXIT
048500         UNTIL DL270-CTLFILE-EOF.
048600     CLOSE CTLFILE.
048700     IF NOT DL270-CTLFILE-OK
048800         MOVE "CTLFILE" TO DL270-ERR-FILE-ID
048900         MOVE DL270-CTLFILE-STATUS TO DL270-ERR-STATUS
049000         GO TO 8000-ERROR-HANDLER
049100     END-IF.
049200
049300 1200-EXIT.
049400     EXIT.
049500
049600 1210-READ-ONE-CTLCARD.
049700     READ CTLFILE
049800         AT END
049900             GO TO 1210-EXIT
050000     END-READ.
050100     IF NOT DL270-CTLFILE-OK
050200         MOVE "CTLFILE" TO DL270-ERR-FILE-ID
050300         MOVE DL270-CTLFILE-STATUS TO DL270-ERR-STATUS
050400         GO TO 8000-ERROR-HANDLER
050500     END-IF.
050600     IF DL270-CTL-COUNT NOT < DL270-CTL-MAX
050700         GO TO 1210-EXIT
050800     END-IF.
050900     ADD 1 TO DL270-CTL-COUNT.
051000     MOVE DL100-CTL-JOB-NAME
051100         TO DL270-CTL-JOB-NAME(DL270-CTL-COUNT).
051200     MOVE DL100-CTL-TARGET-COUNT
051300         TO DL270-CTL-TARGET(DL270-CTL-COUNT).
051400
051500 1210-EXIT.
051600     EXIT.
051700
051800*===============================================================
051900* 2000-PROCESS-REQUESTS -- ONE STREAM PER CARD.
052000*===============================================================
052100 2000-PROCESS-REQUESTS.
052200     PERFORM 2100-PROCESS-ONE-REQUEST THRU 2100-EXIT
052300         UNTIL DL270-RCNREQ-EOF.
052400
052500 2000-EXIT.
052600     EXIT.
052700
052800 2100-PROCESS-ONE-REQUEST.
052900     READ RCNREQ
053000         AT END
053100             GO TO 2100-EXIT
053200     END-READ.
053300     IF NOT DL270-RCNREQ-OK
053400         MOVE "RCNREQ"  TO DL270-ERR-FILE-ID
053500         MOVE DL270-RCNREQ-STATUS TO DL270-ERR-STATUS
053600         GO TO 8000-ERROR-HANDLER
053700     END-IF.
053800     PERFORM 2200-NORMALIZE-REQUEST THRU 2200-EXIT.
053900     MOVE DL270-REQ-JOB-NAME  TO DL270-SH-JOB-NAME.
054000     MOVE DL270-REQ-FROM-DATE TO DL270-SH-FROM-DATE.
054100     MOVE DL270-REQ-TO-DATE   TO DL270-SH-TO-DATE.
054200     WRITE DL270-PRINT-RECORD FROM DL270-RPT-STREAM-HEADING
054300         AFTER ADVANCING 2 LINES.
054400     IF NOT DL270-RCNRPT-OK
054500         MOVE "RCNRPT"  TO DL270-ERR-FILE-ID
054600         MOVE DL270-RCNRPT-STATUS TO DL270-ERR-STATUS
054700         GO TO 8000-ERROR-HANDLER
054800     END-IF.
054900     IF NOT DL270-REQ-VALID
055000         MOVE SPACES TO DL270-INF-TEXT
055100         STRING "  REQUEST REJECTED - " DELIMITED BY SIZE
055200                DL270-REJECT-REASON     DELIMITED BY SIZE
055300             INTO DL270-INF-TEXT
055400         END-STRING
055500         PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT
055600         ADD 1 TO DL270-REJECT-COUNT
055700         IF DL270-HIGH-RC < 4
055800             MOVE 4 TO DL270-HIGH-RC
055900         END-IF
056000         GO TO 2100-EXIT
056100     END-IF.
056200
056300     ADD 1 TO DL270-STREAM-COUNT.
056400     MOVE ZERO TO DL270-ST-NIGHTS DL270-ST-PLANNED DL270-ST-RAN
056500                  DL270-ST-MISSED DL270-ST-UNPLANNED
056600                  DL270-ST-EXTRA DL270-ST-OFF-TARGET
056700                  DL270-ST-OUT-OF-LINE.
056800     PERFORM 2300-SHOW-CTLFILE-CARD THRU 2300-EXIT.
056900     WRITE DL270-PRINT-RECORD FROM DL270-RPT-NIGHT-HEADING
057000         AFTER ADVANCING 1 LINE.
057100     IF NOT DL270-RCNRPT-OK
057200         MOVE "RCNRPT"  TO DL270-ERR-FILE-ID
057300         MOVE DL270-RCNRPT-STATUS TO DL270-ERR-STATUS
057400         GO TO 8000-ERROR-HANDLER
057500     END-IF.
057600     MOVE DL270-REQ-FROM-DATE TO DL270-NIGHT.
057700     PERFORM 3000-RECONCILE-NIGHT THRU 3000-EXIT
057800         UNTIL DL270-NIGHT > DL270-REQ-TO-DATE.
057900     PERFORM 4000-WRITE-STREAM-TOTALS THRU 4000-EXIT.
058000
058100 2100-EXIT.
058200     EXIT.
058300
058400*===============================================================
058500* 2200-NORMALIZE-REQUEST -- A BLANK STREAM IS LONGPRGM, AS IN
058600* EVERY OTHER STREAM-AWARE PROGRAM.  A BLANK OR ZERO RANGE IS THE
058700* SEVEN NIGHTS ENDING YESTERDAY; OTHERWISE BOTH DATES MUST BE
058800* REAL CALENDAR DATES IN ORDER.
058900*===============================================================
059000 2200-NORMALIZE-REQUEST.
059100     MOVE "Y" TO DL270-REQ-VALID-SWITCH.
059200     MOVE SPACES TO DL270-REJECT-REASON.
059300     IF DL100-RCN-JOB-NAME = SPACES
059400         MOVE "LONGPRGM" TO DL270-REQ-JOB-NAME
059500     ELSE
059600         MOVE DL100-RCN-JOB-NAME TO DL270-REQ-JOB-NAME
059700     END-IF.
059800     MOVE ZERO TO DL270-REQ-FROM-DATE.
059900     MOVE ZERO TO DL270-REQ-TO-DATE.
060000
060100     IF (DL100-RCN-FROM-DATE = SPACES
060200             OR DL100-RCN-FROM-DATE = ZERO)
060300         AND (DL100-RCN-TO-DATE = SPACES
060400             OR DL100-RCN-TO-DATE = ZERO)
060500         MOVE DL270-RUN-DATE TO DL270-WORK-DATE
060600         PERFORM 2400-BACK-ONE-DAY THRU 2400-EXIT
060700         MOVE DL270-WORK-DATE TO DL270-REQ-TO-DATE
060800         PERFORM 2400-BACK-ONE-DAY THRU 2400-EXIT
060900             VARYING DL270-DAY-SUB FROM 1 BY 1
061000             UNTIL DL270-DAY-SUB > 6
061100         MOVE DL270-WORK-DATE TO DL270-REQ-FROM-DATE
061200         GO TO 2200-EXIT
061300     END-IF.
061400
061500     IF DL100-RCN-FROM-DATE IS NOT NUMERIC
061600         MOVE "FROM DATE NOT A VALID YYYYMMDD"
061700             TO DL270-REJECT-REASON
061800         MOVE "N" TO DL270-REQ-VALID-SWITCH
061900         GO TO 2200-EXIT
062000     END-IF.
062100     MOVE DL100-RCN-FROM-DATE-N TO DL270-REQ-FROM-DATE.
062200     MOVE DL270-REQ-FROM-DATE TO DL270-WORK-DATE.
062300     PERFORM 2500-CHECK-DATE THRU 2500-EXIT.
062400     IF NOT DL270-DATE-VALID
062500         MOVE "FROM DATE NOT A VALID YYYYMMDD"
062600             TO DL270-REJECT-REASON
062700         MOVE "N" TO DL270-REQ-VALID-SWITCH
062800         GO TO 2200-EXIT
062900     END-IF.
063000     IF DL100-RCN-TO-DATE IS NOT NUMERIC
063100         MOVE "TO DATE NOT A VALID YYYYMMDD"
063200             TO DL270-REJECT-REASON
063300         MOVE "N" TO DL270-REQ-VALID-SWITCH
063400         GO TO 2200-EXIT
063500     END-IF.
063600     MOVE DL100-RCN-TO-DATE-N TO DL270-REQ-TO-DATE.
063700     MOVE DL270-REQ-TO-DATE TO DL270-WORK-DATE.
063800     PERFORM 2500-CHECK-DATE THRU 2500-EXIT.
063900     IF NOT DL270-DATE-VALID
064000         MOVE "TO DATE NOT A VALID YYYYMMDD"
064100             TO DL270-REJECT-REASON
064200         MOVE "N" TO DL270-REQ-VALID-SWITCH
064300         GO TO 2200-EXIT
064400     END-IF.
064500     IF DL270-REQ-TO-DATE < DL270-REQ-FROM-DATE
064600         MOVE "TO DATE IS BEFORE FROM DATE"
064700             TO DL270-REJECT-REASON
064800         MOVE "N" TO DL270-REQ-VALID-SWITCH
064900     END-IF.
065000
065100 2200-EXIT.
065200     EXIT.
065300
065400*===============================================================
065500* 2300-SHOW-CTLFILE-CARD -- THE CARD TONIGHT'S RUN WOULD TAKE:
065600* THE STREAM'S OWN, ELSE THE FIRST GENERIC ONE.  A CARD LEFT IN
065700* PLACE IS THE USUAL REASON A NIGHT RUNS OFF ITS CALENDAR TARGET.
065800*===============================================================
065900 2300-SHOW-CTLFILE-CARD.
066000     MOVE ZERO TO DL270-CTL-HIT.
066100     IF DL270-CTL-COUNT > 0
066200         PERFORM 2310-TEST-ONE-CTLCARD THRU 2310-EXIT
066300             VARYING DL270-CTL-SUB FROM 1 BY 1
066400             UNTIL DL270-CTL-SUB > DL270-CTL-COUNT
066500     END-IF.
066600     IF DL270-CTL-HIT = 0
066700         MOVE "  NO CTLFILE CARD STANDING FOR THE STREAM"
066800             TO DL270-INF-TEXT
066900         PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT
067000         GO TO 2300-EXIT
067100     END-IF.
067200     IF DL270-CTL-JOB-NAME(DL270-CTL-HIT) = SPACES
067300         MOVE "GENERIC" TO DL270-CTLL-SCOPE
067400     ELSE
067500         MOVE DL270-CTL-JOB-NAME(DL270-CTL-HIT)
067600             TO DL270-CTLL-SCOPE
067700     END-IF.
067800     IF DL270-CTL-TARGET(DL270-CTL-HIT) IS NUMERIC
067900         MOVE DL270-CTL-TARGET-N(DL270-CTL-HIT) TO DL270-NL-TARGET
068000         MOVE DL270-NL-TARGET TO DL270-CTLL-TARGET
068100     ELSE
068200         MOVE "NOT NUMERIC" TO DL270-CTLL-TARGET
068300     END-IF.
068400     WRITE DL270-PRINT-RECORD FROM DL270-RPT-CTL-LINE
068500         AFTER ADVANCING 1 LINE.
068600     IF NOT DL270-RCNRPT-OK
068700         MOVE "RCNRPT"  TO DL270-ERR-FILE-ID
068800         MOVE DL270-RCNRPT-STATUS TO DL270-ERR-STATUS
068900         GO TO 8000-ERROR-HANDLER
069000     END-IF.
069100
069200 2300-EXIT.
069300     EXIT.
069400
069500 2310-TEST-ONE-CTLCARD.
069600     IF DL270-CTL-JOB-NAME(DL270-CTL-SUB) = DL270-REQ-JOB-NAME
069700         MOVE DL270-CTL-SUB TO DL270-CTL-HIT
069800         MOVE DL270-CTL-COUNT TO DL270-CTL-SUB
069900         GO TO 2310-EXIT
070000     END-IF.
070100     IF DL270-CTL-JOB-NAME(DL270-CTL-SUB) = SPACES
070200         AND DL270-CTL-HIT = 0
070300         MOVE DL270-CTL-SUB TO DL270-CTL-HIT
070400     END-IF.
070500
070600 2310-EXIT.
070700     EXIT.
070800
070900*===============================================================
071000* 2400-BACK-ONE-DAY / 2450-FORWARD-ONE-DAY -- STEP THE WORK DATE
071100* ONE CALENDAR DAY, ROLLING MONTH AND YEAR.
071200*===============================================================
071300 2400-BACK-ONE-DAY.
071400     IF DL270-WRK-DD > 1
071500         SUBTRACT 1 FROM DL270-WRK-DD
071600         GO TO 2400-EXIT
071700     END-IF.
071800     IF DL270-WRK-MM = 1
071900         MOVE 12 TO DL270-WRK-MM
072000         SUBTRACT 1 FROM DL270-WRK-YYYY
072100     ELSE
072200         SUBTRACT 1 FROM DL270-WRK-MM
072300     END-IF.
072400     PERFORM 2550-SET-DAYS-IN-MONTH THRU 2550-EXIT.
072500     MOVE DL270-DAYS-IN-MONTH TO DL270-WRK-DD.
072600
072700 2400-EXIT.
072800     EXIT.
072900
073000 2450-FORWARD-ONE-DAY.
073100     PERFORM 2550-SET-DAYS-IN-MONTH THRU 2550-EXIT.
073200     IF DL270-WRK-DD < DL270-DAYS-IN-MONTH
073300         ADD 1 TO DL270-WRK-DD
073400         GO TO 2450-EXIT
073500     END-IF.
073600     MOVE 1 TO DL270-WRK-DD.
073700     IF DL270-WRK-MM = 12
073800         MOVE 1 TO DL270-WRK-MM
073900         ADD 1 TO DL270-WRK-YYYY
074000     ELSE
074100         ADD 1 TO DL270-WRK-MM
074200     END-IF.
074300
074400 2450-EXIT.
074500     EXIT.
074600
074700*===============================================================
074800* 2500-CHECK-DATE -- IS THE WORK DATE A REAL CALENDAR DATE?
074900*===============================================================
075000 2500-CHECK-DATE.
075100     MOVE "Y" TO DL270-DATE-SWITCH.
075200     IF DL270-WRK-MM < 1 OR DL270-WRK-MM > 12
075300         MOVE "N" TO DL270-DATE-SWITCH
075400         GO TO 2500-EXIT
075500     END-IF.
075600     PERFORM 2550-SET-DAYS-IN-MONTH THRU 2550-EXIT.
075700     IF DL270-WRK-DD < 1
075800         OR DL270-WRK-DD > DL270-DAYS-IN-MONTH
075900         MOVE "N" TO DL270-DATE-SWITCH
076000     END-IF.
076100
076200 2500-EXIT.
076300     EXIT.
076400
076500 2550-SET-DAYS-IN-MONTH.
076600     EVALUATE DL270-WRK-MM
076700         WHEN 1
076800         WHEN 3
076900         WHEN 5
077000         WHEN 7
077100         WHEN 8
077200         WHEN 10
077300         WHEN 12
077400             MOVE 31 TO DL270-DAYS-IN-MONTH
077500         WHEN 4
077600         WHEN 6
077700         WHEN 9
077800         WHEN 11
077900             MOVE 30 TO DL270-DAYS-IN-MONTH
078000         WHEN OTHER
078100             PERFORM 2560-TEST-LEAP-YEAR THRU 2560-EXIT
078200             IF DL270-LEAP-YEAR
078300                 MOVE 29 TO DL270-DAYS-IN-MONTH
078400             ELSE
078500                 MOVE 28 TO DL270-DAYS-IN-MONTH
078600             END-IF
078700     END-EVALUATE.
078800
078900 2550-EXIT.
079000     EXIT.
079100
079200 2560-TEST-LEAP-YEAR.
079300     MOVE "N" TO DL270-LEAP-SWITCH.
079400     DIVIDE DL270-WRK-YYYY BY 4
079500         GIVING DL270-LEAP-QUOTIENT
079600         REMAINDER DL270-LEAP-REMAINDER.
079700     IF DL270-LEAP-REMAINDER = 0
079800         MOVE "Y" TO DL270-LEAP-SWITCH
079900     END-IF.
080000     DIVIDE DL270-WRK-YYYY BY 100
080100         GIVING DL270-LEAP-QUOTIENT
080200         REMAINDER DL270-LEAP-REMAINDER.
080300     IF DL270-LEAP-REMAINDER = 0
080400         MOVE "N" TO DL270-LEAP-SWITCH
080500     END-IF.
080600     DIVIDE DL270-WRK-YYYY BY 400
080700         GIVING DL270-LEAP-QUOTIENT
080800         REMAINDER DL270-LEAP-REMAINDER.
080900     IF DL270-LEAP-REMAINDER = 0
081000         MOVE "Y" TO DL270-LEAP-SWITCH
081100     END-IF.
081200
081300 2560-EXIT.
081400     EXIT.
081500
081600*===============================================================
081700* 3000-RECONCILE-NIGHT -- PLAN, AUDIT TRAIL AND RUN HISTORY FOR
081800* ONE NIGHT OF THE STREAM, THE FINDINGS, AND THE NIGHT'S LINE.
081900* THE FINAL COUNTER IS THE LAST RUN'S TRAILER FIGURE, OR THE
082000* RUNHIST FIGURE WHEN THE TRAIL HAS NO TRAILER FOR IT.
082100*===============================================================
082200 3000-RECONCILE-NIGHT.
082300     ADD 1 TO DL270-ST-NIGHTS.
082400     MOVE ZERO TO DL270-FND-COUNT.
082500     MOVE "N" TO DL270-OUT-SWITCH.
082600     PERFORM 3100-RESOLVE-PLAN THRU 3100-EXIT.
082700     PERFORM 3200-SCAN-AUDIT-TRAIL THRU 3200-EXIT.
082800     PERFORM 3300-READ-RUN-HISTORY THRU 3300-EXIT.
082900
083000     MOVE "N" TO DL270-FINAL-SWITCH.
083100     MOVE ZERO TO DL270-FINAL-COUNTER.
083200     IF DL270-LAST-HAS-TRAILER
083300         MOVE DL270-LAST-FINAL TO DL270-FINAL-COUNTER
083400         MOVE "Y" TO DL270-FINAL-SWITCH
083500     ELSE
083600         IF DL270-HIST-FOUND
083700             MOVE DL270-HIST-FINAL TO DL270-FINAL-COUNTER
083800             MOVE "Y" TO DL270-FINAL-SWITCH
083900         END-IF
084000     END-IF.
084100     IF DL270-BEST-PRIORITY > 0
084200         ADD 1 TO DL270-ST-PLANNED
084300     END-IF.
084400     IF DL270-RUN-COUNT > 0 OR DL270-HIST-FOUND
084500         ADD 1 TO DL270-ST-RAN
084600     END-IF.
084700
084800     PERFORM 3400-JUDGE-NIGHT THRU 3400-EXIT.
084900     IF DL270-NIGHT-OUT-OF-LINE
085000         ADD 1 TO DL270-ST-OUT-OF-LINE
085100         MOVE 8 TO DL270-HIGH-RC
085200     END-IF.
085300     PERFORM 3500-WRITE-NIGHT THRU 3500-EXIT.
085400
085500     MOVE DL270-NIGHT TO DL270-WORK-DATE.
085600     PERFORM 2450-FORWARD-ONE-DAY THRU 2450-EXIT.
085700     MOVE DL270-WORK-DATE TO DL270-NIGHT.
085800
085900 3000-EXIT.
086000     EXIT.
086100
086200*===============================================================
086300* 3100-RESOLVE-PLAN -- THE SAME SELECTION LONG-PROGRAM MAKES IN
086400* 1040-LOAD-CALENDAR, FOR THIS STREAM ON THIS NIGHT.  NO ENTRY
086500* RESOLVING MEANS NO RUN WAS PLANNED FOR THE NIGHT.  PARTDRVR,
086600* THE STREAM ONLY PART-DRIVER RUNS, IS THE EXCEPTION: THE DRIVER
086700* IS SUBMITTED FOR THE HEAVY NIGHTS, NOT EVERY NIGHT, SO ONLY ITS
086800* OWN ENTRIES AND THE GENERIC MONTH-END ENTRY PLAN IT; A GENERIC
086900* REGULAR ENTRY DOES NOT.
087000*===============================================================
087100 3100-RESOLVE-PLAN.
087200     MOVE DL270-NIGHT TO DL270-WORK-DATE.
087300     PERFORM 2550-SET-DAYS-IN-MONTH THRU 2550-EXIT.
087400     IF DL270-WRK-DD = DL270-DAYS-IN-MONTH
087500         MOVE "Y" TO DL270-MONTH-END-SWITCH
087600     ELSE
087700         MOVE "N" TO DL270-MONTH-END-SWITCH
087800     END-IF.
087900     MOVE ZERO TO DL270-BEST-PRIORITY.
088000     MOVE "N" TO DL270-BEST-STREAM-SWITCH.
088100     MOVE ZERO TO DL270-PLAN-TARGET.
088200     MOVE "NONE" TO DL270-PLAN-SOURCE.
088300     IF DL270-CAL-COUNT > 0
088400         PERFORM 3110-TEST-ONE-CAL-ENTRY THRU 3110-EXIT
088500             VARYING DL270-CAL-SUB FROM 1 BY 1
088600             UNTIL DL270-CAL-SUB > DL270-CAL-COUNT
088700     END-IF.
088800
088900 3100-EXIT.
089000     EXIT.
089100
089200 3110-TEST-ONE-CAL-ENTRY.
089300     IF DL270-CAL-JOB-NAME(DL270-CAL-SUB) NOT = SPACES
089400         AND DL270-CAL-JOB-NAME(DL270-CAL-SUB)
089500             NOT = DL270-REQ-JOB-NAME
089600         GO TO 3110-EXIT
089700     END-IF.
089800     IF DL270-REQ-JOB-NAME = "PARTDRVR"
089900         AND DL270-CAL-JOB-NAME(DL270-CAL-SUB) = SPACES
090000         AND DL270-CAL-ENTRY-TYPE(DL270-CAL-SUB) NOT = "M"
090100         GO TO 3110-EXIT
090200     END-IF.
090300     MOVE ZERO TO DL270-ENTRY-PRIORITY.
090400     EVALUATE DL270-CAL-ENTRY-TYPE(DL270-CAL-SUB)
090500         WHEN "D"
090600             IF DL270-CAL-DATE(DL270-CAL-SUB) = DL270-NIGHT
090700                 MOVE 3 TO DL270-ENTRY-PRIORITY
090800             END-IF
090900         WHEN "M"
091000             IF DL270-MONTH-END-NIGHT
091100                 MOVE 2 TO DL270-ENTRY-PRIORITY
091200             END-IF
091300         WHEN "R"
091400             MOVE 1 TO DL270-ENTRY-PRIORITY
091500     END-EVALUATE.
091600     IF DL270-ENTRY-PRIORITY = 0
091700         GO TO 3110-EXIT
091800     END-IF.
091900     IF DL270-ENTRY-PRIORITY > DL270-BEST-PRIORITY
092000         PERFORM 3120-SELECT-CAL-ENTRY THRU 3120-EXIT
092100         GO TO 3110-EXIT
092200     END-IF.
092300     IF DL270-ENTRY-PRIORITY = DL270-BEST-PRIORITY
092400         AND DL270-CAL-JOB-NAME(DL270-CAL-SUB)
092500             = DL270-REQ-JOB-NAME
092600         AND NOT DL270-BEST-IS-STREAMS-OWN
092700         PERFORM 3120-SELECT-CAL-ENTRY THRU 3120-EXIT
092800     END-IF.
092900
093000 3110-EXIT.
093100     EXIT.
093200
093300 3120-SELECT-CAL-ENTRY.
093400     MOVE DL270-ENTRY-PRIORITY TO DL270-BEST-PRIORITY.
093500     IF DL270-CAL-JOB-NAME(DL270-CAL-SUB) = DL270-REQ-JOB-NAME
093600         MOVE "Y" TO DL270-BEST-STREAM-SWITCH
093700     ELSE
093800         MOVE "N" TO DL270-BEST-STREAM-SWITCH
093900     END-IF.
094000     MOVE DL270-CAL-TARGET-COUNT(DL270-CAL-SUB)
094100         TO DL270-PLAN-TARGET.
094200     EVALUATE DL270-ENTRY-PRIORITY
094300         WHEN 3
094400             MOVE "DATED" TO DL270-PLAN-SOURCE
094500         WHEN 2
094600             MOVE "MONTH-END" TO DL270-PLAN-SOURCE
094700         WHEN OTHER
094800             MOVE "REGULAR" TO DL270-PLAN-SOURCE
094900     END-EVALUATE.
095000
095100 3120-EXIT.
095200     EXIT.
095300
095400*===============================================================
095500* 3200-SCAN-AUDIT-TRAIL -- EVERY RUN OF THE STREAM STARTED ON THE
095600* NIGHT, IN START ORDER.  A RUN STARTED AFTER AN EARLIER RUN HAD
095700* ALREADY COMPLETED IS AN EXTRA RUN; ONE STARTED AFTER A RUN THAT
095800* DID NOT COMPLETE IS A RERUN.  THE LAST RUN'S TRAILER IS THE
095900* NIGHT'S OUTCOME.
096000*===============================================================
096100 3200-SCAN-AUDIT-TRAIL.
096200     MOVE ZERO TO DL270-RUN-COUNT.
096300     MOVE ZERO TO DL270-EXTRA-COUNT.
096400     MOVE ZERO TO DL270-RERUN-COUNT.
096500     MOVE "N" TO DL270-COMPLETE-SWITCH.
096600     MOVE "N" TO DL270-LAST-TRL-SWITCH.
096700     MOVE SPACES TO DL270-LAST-STATUS.
096800     MOVE ZERO TO DL270-LAST-FINAL.
096900     MOVE ZERO TO DL270-LAST-RUN-TIME.
097000     IF NOT DL270-AUDITFL-PRESENT
097100         GO TO 3200-EXIT
097200     END-IF.
097300     MOVE DL270-REQ-JOB-NAME TO DL100-AUDIT-JOB-NAME.
097400     MOVE DL270-NIGHT        TO DL100-AUDIT-RUN-DATE.
097500     MOVE ZERO               TO DL100-AUDIT-RUN-TIME.
097600     MOVE SPACE              TO DL100-AUDIT-TYPE.
097700     START AUDITFL KEY NOT LESS THAN DL100-AUDIT-KEY
097800         INVALID KEY
097900             CONTINUE
098000     END-START.
098100     IF DL270-AUDITFL-KEY-NOT-FOUND
098200         OR DL270-AUDITFL-EOF
098300         GO TO 3200-EXIT
098400     END-IF.
098500     IF NOT DL270-AUDITFL-OK
098600         MOVE "AUDITFL" TO DL270-ERR-FILE-ID
098700         MOVE DL270-AUDITFL-STATUS TO DL270-ERR-STATUS
098800         GO TO 8000-ERROR-HANDLER
098900     END-IF.
099000     MOVE "N" TO DL270-SCAN-SWITCH.
099100     PERFORM 3210-READ-ONE-AUDIT THRU 3210-EXIT
099200         UNTIL DL270-SCAN-DONE.
099300
099400 3200-EXIT.
099500     EXIT.
099600
099700 3210-READ-ONE-AUDIT.
099800     READ AUDITFL NEXT
099900         AT END
100000             MOVE "Y" TO DL270-SCAN-SWITCH
100100             GO TO 3210-EXIT
100200     END-READ.
100300     IF NOT DL270-AUDITFL-OK
100400         MOVE "AUDITFL" TO DL270-ERR-FILE-ID
100500         MOVE DL270-AUDITFL-STATUS TO DL270-ERR-STATUS
100600         GO TO 8000-ERROR-HANDLER
100700     END-IF.
100800     IF DL100-AUDIT-JOB-NAME NOT = DL270-REQ-JOB-NAME
100900         OR DL100-AUDIT-RUN-DATE NOT = DL270-NIGHT
101000         MOVE "Y" TO DL270-SCAN-SWITCH
101100         GO TO 3210-EXIT
101200     END-IF.
101300     IF DL100-AUDIT-IS-HEADER
101400         ADD 1 TO DL270-RUN-COUNT
101500         IF DL270-RUN-COUNT > 1
101600             IF DL270-NIGHT-COMPLETED
101700                 ADD 1 TO DL270-EXTRA-COUNT
101800             ELSE
101900                 ADD 1 TO DL270-RERUN-COUNT
102000             END-IF
102100         END-IF
102200         MOVE DL100-AUDIT-RUN-TIME TO DL270-LAST-RUN-TIME
102300         MOVE "N" TO DL270-LAST-TRL-SWITCH
102400         MOVE SPACES TO DL270-LAST-STATUS
102500         MOVE ZERO TO DL270-LAST-FINAL
102600         GO TO 3210-EXIT
102700     END-IF.
102800     IF NOT DL100-AUDIT-IS-TRAILER
102900         OR DL270-RUN-COUNT = 0
103000         OR DL100-AUDIT-RUN-TIME NOT = DL270-LAST-RUN-TIME
103100         GO TO 3210-EXIT
103200     END-IF.
103300     MOVE "Y" TO DL270-LAST-TRL-SWITCH.
103400     MOVE DL100-AUDIT-TRL-STATUS TO DL270-LAST-STATUS.
103500     IF DL100-AUDIT-TRL-FINAL-COUNTER IS NUMERIC
103600         MOVE DL100-AUDIT-TRL-FINAL-COUNTER TO DL270-LAST-FINAL
103700     END-IF.
103800     IF DL100-AUDIT-TRL-STATUS = "COMPLETE"
103900         MOVE "Y" TO DL270-COMPLETE-SWITCH
104000     END-IF.
104100
104200 3210-EXIT.
104300     EXIT.
104400
104500*===============================================================
104600* 3300-READ-RUN-HISTORY -- THE RUNHIST RECORD FOR THE NIGHT, IF
104700* HIST-UPDATE FOLDED ONE.  ITS TARGET IS THE COUNT THE RUN ITSELF
104800* WAS GIVEN, AFTER ANY CTLFILE OVERRIDE -- OR ZERO WHEN THE RECORD
104900* WAS BUILT FROM THE GATE ALONE, WITH NO JOBRPT SUMMARY (A
105000* PART-DRIVER NIGHT, OR ANY GATE-ONLY STREAM), AND THE RUN'S OWN
105100* TARGET IS NOT KNOWN.
105200*===============================================================
105300 3300-READ-RUN-HISTORY.
105400     MOVE "N" TO DL270-HIST-SWITCH.
105500     MOVE ZERO TO DL270-HIST-TARGET.
105600     MOVE ZERO TO DL270-HIST-FINAL.
105700     IF NOT DL270-RUNHIST-PRESENT
105800         GO TO 3300-EXIT
105900     END-IF.
106000     MOVE DL270-REQ-JOB-NAME TO DL100-HIST-JOB-NAME.
106100     MOVE DL270-NIGHT        TO DL100-HIST-RUN-DATE.
106200     READ RUNHIST.
106300     IF DL270-RUNHIST-NO-RECORD
106400         GO TO 3300-EXIT
106500     END-IF.
106600     IF NOT DL270-RUNHIST-OK
106700         MOVE "RUNHIST" TO DL270-ERR-FILE-ID
106800         MOVE DL270-RUNHIST-STATUS TO DL270-ERR-STATUS
106900         GO TO 8000-ERROR-HANDLER
107000     END-IF.
107100     MOVE "Y" TO DL270-HIST-SWITCH.
107200     IF DL100-HIST-TARGET-COUNT IS NUMERIC
107300         MOVE DL100-HIST-TARGET-COUNT TO DL270-HIST-TARGET
107400     END-IF.
107500     IF DL100-HIST-FINAL-COUNTER IS NUMERIC
107600         MOVE DL100-HIST-FINAL-COUNTER TO DL270-HIST-FINAL
107700     END-IF.
107800
107900 3300-EXIT.
108000     EXIT.
108100
108200*===============================================================
108300* 3400-JUDGE-NIGHT -- THE FINDINGS, IN THE ORDER A REVIEWER WANTS
108400* THEM.  ALL BUT THE RERUN AND THE MISSING RUNHIST RECORD PUT THE
108500* NIGHT OUT OF LINE.  THE OVERRIDE TEST NEEDS THE RUN'S OWN
108600* TARGET, SO IT IS NOT MADE WHEN RUNHIST CARRIES NONE (ZERO).
108700*===============================================================
108800 3400-JUDGE-NIGHT.
108900     IF DL270-RUN-COUNT = 0
109000         AND NOT DL270-HIST-FOUND
109100         IF DL270-BEST-PRIORITY > 0
109200             MOVE "MISSED - PLANNED BUT NEVER RAN"
109300                 TO DL270-FND-NEW
109400             PERFORM 3450-ADD-FINDING THRU 3450-EXIT
109500             ADD 1 TO DL270-ST-MISSED
109600             MOVE "Y" TO DL270-OUT-SWITCH
109700         END-IF
109800         GO TO 3400-EXIT
109900     END-IF.
110000
110100     IF DL270-BEST-PRIORITY = 0
110200         MOVE "UNPLANNED RUN - NO CALENDAR ENTRY" TO DL270-FND-NEW
110300         PERFORM 3450-ADD-FINDING THRU 3450-EXIT
110400         ADD 1 TO DL270-ST-UNPLANNED
110500         MOVE "Y" TO DL270-OUT-SWITCH
110600     END-IF.
110700     IF DL270-EXTRA-COUNT > 0
110800         MOVE "EXTRA RUN AFTER THE NIGHT HAD COMPLETED"
110900             TO DL270-FND-NEW
111000         PERFORM 3450-ADD-FINDING THRU 3450-EXIT
111100         ADD DL270-EXTRA-COUNT TO DL270-ST-EXTRA
111200         MOVE "Y" TO DL270-OUT-SWITCH
111300     END-IF.
111400     IF DL270-RERUN-COUNT > 0
111500         MOVE "RERUN AFTER A RUN THAT DID NOT COMPLETE"
111600             TO DL270-FND-NEW
111700         PERFORM 3450-ADD-FINDING THRU 3450-EXIT
111800     END-IF.
111900     IF DL270-RUN-COUNT > 0
112000         AND NOT DL270-LAST-HAS-TRAILER
112100         MOVE "NO TRAILER - LAST RUN NEVER FINISHED"
112200             TO DL270-FND-NEW
112300         PERFORM 3450-ADD-FINDING THRU 3450-EXIT
112400         MOVE "Y" TO DL270-OUT-SWITCH
112500     END-IF.
112600     IF DL270-HIST-FOUND
112700         AND DL270-RUN-COUNT = 0
112800         AND DL270-AUDITFL-PRESENT
112900         MOVE "RUNHIST RUN WITH NO AUDIT HEADER" TO DL270-FND-NEW
113000         PERFORM 3450-ADD-FINDING THRU 3450-EXIT
113100         MOVE "Y" TO DL270-OUT-SWITCH
113200     END-IF.
113300     IF DL270-RUN-COUNT > 0
113400         AND NOT DL270-HIST-FOUND
113500         AND DL270-RUNHIST-PRESENT
113600         MOVE "NOT ON RUNHIST - NO JOBRPT FOLDED" TO DL270-FND-NEW
113700         PERFORM 3450-ADD-FINDING THRU 3450-EXIT
113800     END-IF.
113900     IF DL270-BEST-PRIORITY = 0
114000         GO TO 3400-EXIT
114100     END-IF.
114200
114300     IF DL270-FINAL-KNOWN
114400         AND DL270-FINAL-COUNTER NOT = DL270-PLAN-TARGET
114500         MOVE "FINAL COUNTER IS NOT THE CALENDAR TARGET"
114600             TO DL270-FND-NEW
114700         PERFORM 3450-ADD-FINDING THRU 3450-EXIT
114800         ADD 1 TO DL270-ST-OFF-TARGET
114900         MOVE "Y" TO DL270-OUT-SWITCH
115000     END-IF.
115100     IF DL270-HIST-FOUND
115200         AND DL270-HIST-TARGET NOT = 0
115300         AND DL270-HIST-TARGET NOT = DL270-PLAN-TARGET
115400         MOVE "RUN TARGET OFF CALENDAR - OVERRIDE LEFT IN?"
115500             TO DL270-FND-NEW
115600         PERFORM 3450-ADD-FINDING THRU 3450-EXIT
115700         MOVE "Y" TO DL270-OUT-SWITCH
115800     END-IF.
115900
116000 3400-EXIT.
116100     EXIT.
116200
116300 3450-ADD-FINDING.
116400     IF DL270-FND-COUNT < DL270-FND-MAX
116500         ADD 1 TO DL270-FND-COUNT
116600         MOVE DL270-FND-NEW TO DL270-FND-TEXT(DL270-FND-COUNT)
116700     END-IF.
116800
116900 3450-EXIT.
117000     EXIT.
117100
117200*===============================================================
117300* 3500-WRITE-NIGHT -- ONE LINE PER NIGHT; A SECOND OR LATER
117400* FINDING GOES ON A LINE OF ITS OWN BENEATH.
117500*===============================================================
117600 3500-WRITE-NIGHT.
117700     MOVE DL270-NIGHT       TO DL270-NL-NIGHT.
117800     MOVE DL270-PLAN-SOURCE TO DL270-NL-PLAN.
117900     MOVE DL270-PLAN-TARGET TO DL270-NL-TARGET.
118000     MOVE DL270-RUN-COUNT   TO DL270-NL-RUNS.
118100     IF DL270-RUN-COUNT = 0
118200         MOVE SPACES TO DL270-NL-STATUS
118300     ELSE
118400         IF DL270-LAST-HAS-TRAILER
118500             MOVE DL270-LAST-STATUS TO DL270-NL-STATUS
118600         ELSE
118700             MOVE "NO-TRLR" TO DL270-NL-STATUS
118800         END-IF
118900     END-IF.
119000     MOVE DL270-FINAL-COUNTER TO DL270-NL-FINAL.
119100     MOVE DL270-HIST-TARGET   TO DL270-NL-RUN-TARGET.
119200     IF DL270-FND-COUNT > 0
119300         MOVE DL270-FND-TEXT(1) TO DL270-NL-FINDING
119400     ELSE
119500         IF DL270-BEST-PRIORITY = 0
119600             MOVE "NOT PLANNED, DID NOT RUN" TO DL270-NL-FINDING
119700         ELSE
119800             MOVE "RAN TO PLAN" TO DL270-NL-FINDING
119900         END-IF
120000     END-IF.
120100     WRITE DL270-PRINT-RECORD FROM DL270-RPT-NIGHT-LINE
120200         AFTER ADVANCING 1 LINE.
120300     IF NOT DL270-RCNRPT-OK
120400         MOVE "RCNRPT"  TO DL270-ERR-FILE-ID
120500         MOVE DL270-RCNRPT-STATUS TO DL270-ERR-STATUS
120600         GO TO 8000-ERROR-HANDLER
120700     END-IF.
120800     IF DL270-FND-COUNT > 1
120900         MOVE SPACES TO DL270-NB-LEFT
121000         PERFORM 3510-WRITE-MORE-FINDING THRU 3510-EXIT
121100             VARYING DL270-FND-SUB FROM 2 BY 1
121200             UNTIL DL270-FND-SUB > DL270-FND-COUNT
121300     END-IF.
121400
121500 3500-EXIT.
121600     EXIT.
121700
121800 3510-WRITE-MORE-FINDING.
121900     MOVE DL270-FND-TEXT(DL270-FND-SUB) TO DL270-NL-FINDING.
122000     WRITE DL270-PRINT-RECORD FROM DL270-RPT-NIGHT-LINE
122100         AFTER ADVANCING 1 LINE.
122200     IF NOT DL270-RCNRPT-OK
122300         MOVE "RCNRPT"  TO DL270-ERR-FILE-ID
122400         MOVE DL270-RCNRPT-STATUS TO DL270-ERR-STATUS
122500         GO TO 8000-ERROR-HANDLER
122600     END-IF.
122700
122800 3510-EXIT.
122900     EXIT.
123000
123100*===============================================================
123200* 4000-WRITE-STREAM-TOTALS
123300*===============================================================
123400 4000-WRITE-STREAM-TOTALS.
123500     MOVE SPACES TO DL270-INF-TEXT.
123600     PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT.
123700     MOVE "  NIGHTS REVIEWED:                  "
123800         TO DL270-TOT-TITLE.
123900     MOVE DL270-ST-NIGHTS TO DL270-TOT-VALUE.
124000     PERFORM 7200-WRITE-TOTAL-LINE THRU 7200-EXIT.
124100     MOVE "  NIGHTS PLANNED:                   "
124200         TO DL270-TOT-TITLE.
124300     MOVE DL270-ST-PLANNED TO DL270-TOT-VALUE.
124400     PERFORM 7200-WRITE-TOTAL-LINE THRU 7200-EXIT.
124500     MOVE "  NIGHTS RUN:                       "
124600         TO DL270-TOT-TITLE.
124700     MOVE DL270-ST-RAN TO DL270-TOT-VALUE.
124800     PERFORM 7200-WRITE-TOTAL-LINE THRU 7200-EXIT.
124900     MOVE "  NIGHTS MISSED:                    "
125000         TO DL270-TOT-TITLE.
125100     MOVE DL270-ST-MISSED TO DL270-TOT-VALUE.
125200     PERFORM 7200-WRITE-TOTAL-LINE THRU 7200-EXIT.
125300     MOVE "  UNPLANNED NIGHTS RUN:             "
125400         TO DL270-TOT-TITLE.
125500     MOVE DL270-ST-UNPLANNED TO DL270-TOT-VALUE.
125600     PERFORM 7200-WRITE-TOTAL-LINE THRU 7200-EXIT.
125700     MOVE "  EXTRA RUNS AFTER COMPLETION:      "
125800         TO DL270-TOT-TITLE.
125900     MOVE DL270-ST-EXTRA TO DL270-TOT-VALUE.
126000     PERFORM 7200-WRITE-TOTAL-LINE THRU 7200-EXIT.
126100     MOVE "  NIGHTS OFF THE CALENDAR TARGET:   "
126200         TO DL270-TOT-TITLE.
126300     MOVE DL270-ST-OFF-TARGET TO DL270-TOT-VALUE.
126400     PERFORM 7200-WRITE-TOTAL-LINE THRU 7200-EXIT.
126500     MOVE "  NIGHTS OUT OF LINE:               "
126600         TO DL270-TOT-TITLE.
126700     MOVE DL270-ST-OUT-OF-LINE TO DL270-TOT-VALUE.
126800     PERFORM 7200-WRITE-TOTAL-LINE THRU 7200-EXIT.
126900     ADD DL270-ST-NIGHTS      TO DL270-TOTAL-NIGHTS.
127000     ADD DL270-ST-OUT-OF-LINE TO DL270-TOTAL-OUT-OF-LINE.
127100
127200 4000-EXIT.
127300     EXIT.
127400
127500*===============================================================
127600* 5000-WRITE-RUN-TOTALS
127700*===============================================================
127800 5000-WRITE-RUN-TOTALS.
127900     MOVE SPACES TO DL270-INF-TEXT.
128000     PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT.
128100     MOVE "STREAMS RECONCILED:                 "
128200         TO DL270-TOT-TITLE.
128300     MOVE DL270-STREAM-COUNT TO DL270-TOT-VALUE.
128400     PERFORM 7200-WRITE-TOTAL-LINE THRU 7200-EXIT.
128500     MOVE "REQUESTS REJECTED:                  "
128600         TO DL270-TOT-TITLE.
128700     MOVE DL270-REJECT-COUNT TO DL270-TOT-VALUE.
128800     PERFORM 7200-WRITE-TOTAL-LINE THRU 7200-EXIT.
128900     MOVE "STREAM-NIGHTS REVIEWED:             "
129000         TO DL270-TOT-TITLE.
129100     MOVE DL270-TOTAL-NIGHTS TO DL270-TOT-VALUE.
129200     PERFORM 7200-WRITE-TOTAL-LINE THRU 7200-EXIT.
129300     MOVE "STREAM-NIGHTS OUT OF LINE:          "
129400         TO DL270-TOT-TITLE.
129500     MOVE DL270-TOTAL-OUT-OF-LINE TO DL270-TOT-VALUE.
129600     PERFORM 7200-WRITE-TOTAL-LINE THRU 7200-EXIT.
129700     IF DL270-TOTAL-OUT-OF-LINE = 0
129800         MOVE "EVERY NIGHT REVIEWED RAN TO PLAN" TO DL270-INF-TEXT
129900     ELSE
130000         MOVE "NIGHTS OUT OF LINE - SEE FINDINGS ABOVE"
130100             TO DL270-INF-TEXT
130200     END-IF.
130300     PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT.
130400
130500 5000-EXIT.
130600     EXIT.
130700
130800*===============================================================
130900* 6000-TERMINATE -- CLOSE EVERYTHING OUT.
131000*===============================================================
131100 6000-TERMINATE.
131200     CLOSE RCNREQ.
131300     IF NOT DL270-RCNREQ-OK
131400         MOVE "RCNREQ"  TO DL270-ERR-FILE-ID
131500         MOVE DL270-RCNREQ-STATUS TO DL270-ERR-STATUS
131600         GO TO 8000-ERROR-HANDLER
131700     END-IF.
131800     IF DL270-RUNHIST-PRESENT
131900         CLOSE RUNHIST
132000         IF NOT DL270-RUNHIST-OK
132100             MOVE "RUNHIST" TO DL270-ERR-FILE-ID
132200             MOVE DL270-RUNHIST-STATUS TO DL270-ERR-STATUS
132300             GO TO 8000-ERROR-HANDLER
132400         END-IF
132500     END-IF.
132600     IF DL270-AUDITFL-PRESENT
132700         CLOSE AUDITFL
132800         IF NOT DL270-AUDITFL-OK
132900             MOVE "AUDITFL" TO DL270-ERR-FILE-ID
133000             MOVE DL270-AUDITFL-STATUS TO DL270-ERR-STATUS
133100             GO TO 8000-ERROR-HANDLER
133200         END-IF
133300     END-IF.
133400     CLOSE RCNRPT.
133500     IF NOT DL270-RCNRPT-OK
133600         MOVE "RCNRPT"  TO DL270-ERR-FILE-ID
133700         MOVE DL270-RCNRPT-STATUS TO DL270-ERR-STATUS
133800         GO TO 8000-ERROR-HANDLER
133900     END-IF.
134000
134100 6000-EXIT.
134200     EXIT.
134300
134400 7000-WRITE-INFO-LINE.
134500     WRITE DL270-PRINT-RECORD FROM DL270-RPT-INFO-LINE
134600         AFTER ADVANCING 1 LINE.
134700     IF NOT DL270-RCNRPT-OK
134800         MOVE "RCNRPT"  TO DL270-ERR-FILE-ID
134900         MOVE DL270-RCNRPT-STATUS TO DL270-ERR-STATUS
135000         GO TO 8000-ERROR-HANDLER
135100     END-IF.
135200
135300 7000-EXIT.
135400     EXIT.
135500
135600 7200-WRITE-TOTAL-LINE.
135700     WRITE DL270-PRINT-RECORD FROM DL270-RPT-TOTAL-LINE
135800         AFTER ADVANCING 1 LINE.
135900     IF NOT DL270-RCNRPT-OK
136000         MOVE "RCNRPT"  TO DL270-ERR-FILE-ID
136100         MOVE DL270-RCNRPT-STATUS TO DL270-ERR-STATUS
136200         GO TO 8000-ERROR-HANDLER
136300     END-IF.
136400
136500 7200-EXIT.
136600     EXIT.
136700
136800*===============================================================
136900* 8000-ERROR-HANDLER -- COMMON I/O ERROR TRAP, SAME CONVENTION
137000* AS LONG-PROGRAM.
137100*===============================================================
137200 8000-ERROR-HANDLER.
137300     DISPLAY "*** RUN-RECON I/O ERROR ***".
137400     DISPLAY "FILE: "   DL270-ERR-FILE-ID
137500             "  STATUS: " DL270-ERR-STATUS.
137600     MOVE 16 TO RETURN-CODE.
137700     STOP RUN.
