002600                STEP ENDS WITH CONDITION CODE ZERO OR FOUR
002700                (FOUR MEANS SOME CARDS WERE REJECTED; THE
002800                APPLIED ONES STAND).
002900                A CARD IS APPLIED ONLY FOR A USERID THE SECPROF
003000                SECURITY PROFILE AUTHORIZES FOR ITS STREAM.
003100                EVERY APPLIED CHANGE IS ALSO APPENDED, BEFORE AND
003200                AFTER IMAGE, TO THE PERMANENT MNTJRNL JOURNAL.
003300*===============================================================
003400* MODIFICATION HISTORY
003500*---------------------------------------------------------------
003600* DATE       INIT  DESCRIPTION
003700* ---------- ----  -------------------------------------------
003800* 2026-09-03 RTH   INITIAL VERSION.
003900* 2026-09-03 RTH   CALENDAR ENTRIES GREW THE PACE-RATE FIELD
004000*                  (MESSAGES PER SECOND, ZERO = FLAT OUT):
004100*                  CARDS EDIT AND CARRY IT, AND THE PROJECTION
004200*                  SHOWS THE RATE EACH NIGHT WILL PICK.
004300* 2026-10-15 RTH   CARDS CARRY THE SUBMITTING USERID, SHOWN ON
004400*                  EVERY TRANSACTION LINE.  A CARD WHOSE USERID
004500*                  SECPROF DOES NOT GRANT CALENDAR MAINTENANCE
004600*                  ON ITS STREAM (ON EVERY STREAM FOR A GENERIC
004700*                  ENTRY) IS REJECTED AS A SECURITY VIOLATION
004800*                  AND RAISED ON ALERTFL.
004900* 2026-10-15 RTH   BEFORE AND AFTER IMAGES OF EVERY APPLIED CHANGE
005000*                  ARE APPENDED TO THE MNTJRNL MAINTENANCE
005100*                  JOURNAL WITH THE RUN DATE/TIME AND THE CARD'S
005200*                  SEQUENCE, ACTION AND USERID.
005300* 2026-10-15 RTH   MEMBER RESEQUENCED.
005400*===============================================================
005500
005600 ENVIRONMENT DIVISION.
005700 CONFIGURATION SECTION.
005800 SOURCE-COMPUTER.   IBM-370.
005900 OBJECT-COMPUTER.   IBM-370.
006000
006100 INPUT-OUTPUT SECTION.
006200 FILE-CONTROL.
006300     SELECT CALFILE ASSIGN TO "CALFILE"
006400         ORGANIZATION IS SEQUENTIAL
006500         ACCESS MODE IS SEQUENTIAL
006600         FILE STATUS IS DL230-CALFILE-STATUS.
006700
006800     SELECT TXNFILE ASSIGN TO "TXNFILE"
006900         ORGANIZATION IS SEQUENTIAL
007000         ACCESS MODE IS SEQUENTIAL
007100         FILE STATUS IS DL230-TXNFILE-STATUS.
007200
007300     SELECT CALFILEN ASSIGN TO "CALFILEN"
007400         ORGANIZATION IS SEQUENTIAL
007500         ACCESS MODE IS SEQUENTIAL
007600         FILE STATUS IS DL230-CALFILEN-STATUS.
007700
007800     SELECT CALRPT ASSIGN TO "CALRPT"
007900         ORGANIZATION IS SEQUENTIAL
008000         ACCESS MODE IS SEQUENTIAL
008100         FILE STATUS IS DL230-CALRPT-STATUS.
008200
008300     SELECT SECPROF ASSIGN TO "SECPROF"
008400         ORGANIZATION IS SEQUENTIAL
008500         ACCESS MODE IS SEQUENTIAL
008600         FILE STATUS IS DL230-SECPROF-STATUS.
008700
008800     SELECT ALERTFL ASSIGN TO "ALERTFL"
008900         ORGANIZATION IS SEQUENTIAL
009000         ACCESS MODE IS SEQUENTIAL
009100         FILE STATUS IS DL230-ALERTFL-STATUS.
009200
009300     SELECT MNTJRNL ASSIGN TO "MNTJRNL"
009400         ORGANIZATION IS SEQUENTIAL
009500         ACCESS MODE IS SEQUENTIAL
009600         FILE STATUS IS DL230-MNTJRNL-STATUS.
009700
009800 DATA DIVISION.
009900 FILE SECTION.
010000 FD  CALFILE
010100     RECORDING MODE IS F
010200     LABEL RECORDS ARE STANDARD.
010300     COPY CALENDAR.
010400
010500 FD  TXNFILE
010600     RECORDING MODE IS F
010700     LABEL RECORDS ARE STANDARD.
010800     COPY CALTXN.
010900
011000 FD  CALFILEN
011100     RECORDING MODE IS F
011200     LABEL RECORDS ARE STANDARD.
011300 01  DL230-NEW-RECORD                PIC X(137).
011400
011500 FD  CALRPT
011600     RECORDING MODE IS F
011700     LABEL RECORDS ARE STANDARD.
011800 01  DL230-PRINT-RECORD              PIC X(132).
011900
012000 FD  SECPROF
012100     RECORDING MODE IS F
012200     LABEL RECORDS ARE STANDARD.
012300     COPY SECPROF.
012400
012500 FD  ALERTFL
012600     RECORDING MODE IS F
012700     LABEL RECORDS ARE STANDARD.
012800     COPY ALERT.
012900
013000 FD  MNTJRNL
013100     RECORDING MODE IS F
013200     LABEL RECORDS ARE STANDARD.
013300     COPY MNTJRNL.
013400
013500 WORKING-STORAGE SECTION.
013600*===============================================================
013700* FILE STATUS SWITCHES
013800*===============================================================
013900 01  DL230-SWITCHES.
014000     05  DL230-CALFILE-STATUS        PIC X(02) VALUE "00".
014100         88  DL230-CALFILE-OK                  VALUE "00".
014200         88  DL230-CALFILE-EOF                 VALUE "10".
014300         88  DL230-CALFILE-NOT-FOUND           VALUE "35".
014400     05  DL230-TXNFILE-STATUS        PIC X(02) VALUE "00".
014500         88  DL230-TXNFILE-OK                  VALUE "00".
014600         88  DL230-TXNFILE-EOF                 VALUE "10".
014700         88  DL230-TXNFILE-NOT-FOUND           VALUE "35".
014800     05  DL230-CALFILEN-STATUS       PIC X(02) VALUE "00".
014900         88  DL230-CALFILEN-OK                 VALUE "00".
015000     05  DL230-CALRPT-STATUS         PIC X(02) VALUE "00".
015100         88  DL230-CALRPT-OK                   VALUE "00".
015200     05  DL230-SECPROF-STATUS        PIC X(02) VALUE "00".
015300         88  DL230-SECPROF-OK                  VALUE "00".
015400         88  DL230-SECPROF-EOF                 VALUE "10".
015500         88  DL230-SECPROF-NOT-FOUND           VALUE "35".
015600     05  DL230-ALERTFL-STATUS        PIC X(02) VALUE "00".
015700         88  DL230-ALERTFL-OK                  VALUE "00".
015800         88  DL230-ALERTFL-NOT-FOUND           VALUE "35".
015900     05  DL230-MNTJRNL-STATUS        PIC X(02) VALUE "00".
016000         88  DL230-MNTJRNL-OK                  VALUE "00".
016100         88  DL230-MNTJRNL-NOT-FOUND           VALUE "35".
016200
016300*===============================================================
016400* IN-MEMORY CALENDAR TABLE.  DELETED ENTRIES STAY IN PLACE,
016500* FLAGGED, AND ARE SKIPPED WHEN THE NEW CALENDAR IS WRITTEN
016600* AND WHEN THE PROJECTION RESOLVES.
016700*===============================================================
016800 77  DL230-MST-COUNT                 PIC 9(05) COMP VALUE ZERO.
016900 77  DL230-MST-MAX-ENTRIES           PIC 9(05) COMP VALUE 200.
017000 01  DL230-MST-TABLE.
017100     05  DL230-MST-ENTRY             OCCURS 200 TIMES
017200                                     INDEXED BY DL230-MST-IDX.
017300         10  DL230-MST-DELETE-FLAG   PIC X(01).
017400         10  DL230-MST-JOB-NAME      PIC X(08).
017500         10  DL230-MST-ENTRY-TYPE    PIC X(01).
017600         10  DL230-MST-DATE          PIC 9(08).
017700         10  DL230-MST-TARGET-COUNT  PIC 9(09).
017800         10  DL230-MST-MESSAGE       PIC X(100).
017900         10  DL230-MST-CUTOFF        PIC 9(06).
018000         10  DL230-MST-PACE-RATE     PIC 9(05).
018100 77  DL230-FOUND-SUB                 PIC 9(05) COMP VALUE ZERO.
018200 77  DL230-SEARCH-SUB                PIC 9(05) COMP.
018300
018400*===============================================================
018500* TRANSACTION KEY EDIT RESULTS -- THE NORMALIZED KEY DATE IS
018600* ZERO ON RULE (M/R) ENTRIES SO A STREAM HAS AT MOST ONE OF
018700* EACH RULE.
018800*===============================================================
018900 01  DL230-KEY-SWITCH                PIC X(01) VALUE "Y".
019000     88  DL230-KEY-OK                      VALUE "Y".
019100     88  DL230-KEY-BAD                     VALUE "N".
019200 01  DL230-KEY-DATE                  PIC 9(08) VALUE ZERO.
019300 01  DL230-KEY-REASON                PIC X(50) VALUE SPACES.
019400
019500*===============================================================
019600* DATE VALIDATION / CALENDAR ARITHMETIC WORK FIELDS
019700*===============================================================
019800 01  DL230-WORK-DATE                 PIC 9(08).
019900 01  DL230-WORK-DATE-FIELDS REDEFINES DL230-WORK-DATE.
020000     05  DL230-WRK-YYYY              PIC 9(04).
020100     05  DL230-WRK-MM                PIC 9(02).
020200     05  DL230-WRK-DD                PIC 9(02).
020300 01  DL230-DAYS-IN-MONTH             PIC 9(02).
020400 01  DL230-LEAP-QUOTIENT             PIC 9(04) COMP.
020500 01  DL230-LEAP-REMAINDER            PIC 9(04) COMP.
020600 01  DL230-LEAP-SWITCH               PIC X(01) VALUE "N".
020700     88  DL230-LEAP-YEAR                   VALUE "Y".
020800 01  DL230-DATE-VALID-SWITCH         PIC X(01) VALUE "Y".
020900     88  DL230-DATE-VALID                  VALUE "Y".
021000 01  DL230-CUTOFF-WORK               PIC 9(06).
021100 01  DL230-CUTOFF-WORK-FIELDS REDEFINES DL230-CUTOFF-WORK.
021200     05  DL230-CUT-HH                PIC 9(02).
021300     05  DL230-CUT-MM                PIC 9(02).
021400     05  DL230-CUT-SS                PIC 9(02).
021500 01  DL230-CUTOFF-VALID-SWITCH       PIC X(01) VALUE "Y".
021600     88  DL230-CUTOFF-VALID                VALUE "Y".
021700
021800*===============================================================
021900* COUNTERS
022000*===============================================================
022100 77  DL230-MASTER-IN-COUNT           PIC 9(05) COMP VALUE ZERO.
022200 77  DL230-MASTER-OUT-COUNT          PIC 9(05) COMP VALUE ZERO.
022300 77  DL230-TXN-READ-COUNT            PIC 9(05) COMP VALUE ZERO.
022400 77  DL230-TXN-APPLIED-COUNT         PIC 9(05) COMP VALUE ZERO.
022500 77  DL230-TXN-REJECT-COUNT          PIC 9(05) COMP VALUE ZERO.
022600 77  DL230-TXN-SECURITY-COUNT        PIC 9(05) COMP VALUE ZERO.
022700 77  DL230-JRN-WRITE-COUNT           PIC 9(05) COMP VALUE ZERO.
022800
022900*===============================================================
023000* SECURITY PROFILE -- THE SECPROF USERIDS HOLDING CALENDAR
023100* MAINTENANCE AND THE STREAM EACH GRANT COVERS (SPACES = EVERY
023200* STREAM).  A GENERIC ENTRY REACHES EVERY STREAM, SO ONLY AN
023300* ALL-STREAMS GRANT COVERS IT.  A FULL TABLE DROPS THE EXTRA
023400* GRANTS -- IT NEVER GRANTS MORE THAN THE PROFILE SAYS.
023500*===============================================================
023600 77  DL230-SEC-COUNT                 PIC 9(05) COMP VALUE ZERO.
023700 77  DL230-SEC-MAX                   PIC 9(05) COMP VALUE 200.
023800 77  DL230-SEC-SUB                   PIC 9(05) COMP.
023900 01  DL230-SEC-TABLE.
024000     05  DL230-SEC-ENTRY             OCCURS 200 TIMES.
024100         10  DL230-SEC-TBL-USERID    PIC X(08).
024200         10  DL230-SEC-TBL-JOB-NAME  PIC X(08).
024300 01  DL230-GRANT-SWITCH              PIC X(01) VALUE "N".
024400     88  DL230-GRANT-FOUND                 VALUE "Y".
024500 01  DL230-SEC-RESULT.
024600     05  FILLER                      PIC X(40) VALUE
024700         "REJECTED - SECURITY VIOLATION ON STREAM ".
024800     05  DL230-SEC-DENIED-STREAM     PIC X(08).
024900     05  FILLER                      PIC X(02) VALUE SPACES.
025000
025100*===============================================================
025200* PROJECTION STATE -- THE STREAMS SEEN ON THE CALENDAR AND THE
025300* NIGHT-BY-NIGHT RESOLUTION, DONE THE WAY THE BROADCAST'S
025400* CALENDAR LOAD DOES IT.
025500*===============================================================
025600 77  DL230-STREAM-COUNT              PIC 9(02) COMP VALUE ZERO.
025700 77  DL230-STREAM-MAX                PIC 9(02) COMP VALUE 16.
025800 77  DL230-STREAM-SUB                PIC 9(02) COMP.
025900 77  DL230-STREAM-SCAN               PIC 9(02) COMP.
026000 01  DL230-STREAM-TABLE.
026100     05  DL230-STREAM-NAME           PIC X(08)
026200             OCCURS 16 TIMES.
026300 01  DL230-STREAM-SEEN-SWITCH        PIC X(01) VALUE "N".
026400     88  DL230-STREAM-SEEN                 VALUE "Y".
026500 77  DL230-PROJ-NIGHTS               PIC 9(02) COMP VALUE 30.
026600 77  DL230-NIGHT-SUB                 PIC 9(02) COMP.
026700 01  DL230-PROJ-DATE                 PIC 9(08).
026800 01  DL230-PROJ-DATE-FIELDS REDEFINES DL230-PROJ-DATE.
026900     05  DL230-PROJ-YYYY             PIC 9(04).
027000     05  DL230-PROJ-MM               PIC 9(02).
027100     05  DL230-PROJ-DD               PIC 9(02).
027200 01  DL230-MONTH-END-SWITCH          PIC X(01) VALUE "N".
027300     88  DL230-MONTH-END-NIGHT             VALUE "Y".
027400 77  DL230-BEST-SUB                  PIC 9(05) COMP VALUE ZERO.
027500 01  DL230-BEST-PRIORITY             PIC 9(01) COMP VALUE ZERO.
027600 01  DL230-BEST-STREAM-SWITCH        PIC X(01) VALUE "N".
027700     88  DL230-BEST-IS-STREAMS-OWN         VALUE "Y".
027800 01  DL230-ENTRY-PRIORITY            PIC 9(01) COMP VALUE ZERO.
027900
028000*===============================================================
028100* MAINTENANCE REPORT LINES
028200*===============================================================
028300 01  DL230-RPT-HEADING.
028400     05  FILLER                      PIC X(42) VALUE
028500         "RUN CALENDAR MAINTENANCE REPORT -- RUN    ".
028600     05  DL230-HDG-DATE.
028700         10  DL230-HDG-YYYY          PIC 9(04).
028800         10  FILLER                  PIC X(01) VALUE "-".
028900         10  DL230-HDG-MM            PIC 9(02).
029000         10  FILLER                  PIC X(01) VALUE "-".
029100         10  DL230-HDG-DD            PIC 9(02).
029200     05  FILLER                      PIC X(80) VALUE SPACES.
029300
029400 01  DL230-RPT-TXN-LINE.
029500     05  FILLER                      PIC X(04) VALUE "TXN ".
029600     05  DL230-TXN-LINE-NO           PIC ZZZZ9.
029700     05  FILLER                      PIC X(02) VALUE SPACES.
029800     05  DL230-TXN-LINE-ACTION       PIC X(08).
029900     05  DL230-TXN-LINE-JOB          PIC X(08).
030000     05  FILLER                      PIC X(01) VALUE SPACE.
030100     05  DL230-TXN-LINE-TYPE         PIC X(01).
030200     05  FILLER                      PIC X(01) VALUE SPACE.
030300     05  DL230-TXN-LINE-DATE         PIC 9(08).
030400     05  FILLER                      PIC X(02) VALUE SPACES.
030500     05  DL230-TXN-LINE-RESULT       PIC X(50).
030600     05  FILLER                      PIC X(02) VALUE SPACES.
030700     05  FILLER                      PIC X(03) VALUE "BY ".
030800     05  DL230-TXN-LINE-USERID       PIC X(08).
030900     05  FILLER                      PIC X(29) VALUE SPACES.
031000
031100 01  DL230-RPT-IMAGE-LINE.
031200     05  FILLER                      PIC X(04) VALUE SPACES.
031300     05  DL230-IMG-TAG               PIC X(08).
031400     05  DL230-IMG-JOB               PIC X(08).
031500     05  FILLER                      PIC X(01) VALUE SPACE.
031600     05  DL230-IMG-TYPE              PIC X(01).
031700     05  FILLER                      PIC X(01) VALUE SPACE.
031800     05  DL230-IMG-DATE              PIC 9(08).
031900     05  FILLER                      PIC X(01) VALUE SPACE.
032000     05  DL230-IMG-COUNT             PIC 9(09).
032100     05  FILLER                      PIC X(01) VALUE SPACE.
032200     05  DL230-IMG-CUTOFF            PIC 9(06).
032300     05  FILLER                      PIC X(01) VALUE SPACE.
032400     05  DL230-IMG-RATE              PIC 9(05).
032500     05  FILLER                      PIC X(01) VALUE SPACE.
032600     05  DL230-IMG-TEXT              PIC X(74).
032700     05  FILLER                      PIC X(03) VALUE SPACES.
032800
032900 01  DL230-RPT-INFO-LINE.
033000     05  DL230-INF-TEXT              PIC X(132).
033100
033200 01  DL230-RPT-TOTAL-LINE.
033300     05  DL230-TOT-TITLE             PIC X(36).
033400     05  DL230-TOT-VALUE             PIC ZZ,ZZ9.
033500     05  FILLER                      PIC X(90) VALUE SPACES.
033600
033700*===============================================================
033800* PROJECTION REPORT LINES
033900*===============================================================
034000 01  DL230-RPT-STREAM-HEADING.
034100     05  FILLER                      PIC X(24) VALUE
034200         "PROJECTION FOR STREAM   ".
034300     05  DL230-SH-STREAM             PIC X(08).
034400     05  FILLER                      PIC X(20) VALUE
034500         "  -- NEXT 30 NIGHTS ".
034600     05  FILLER                      PIC X(80) VALUE SPACES.
034700
034800 01  DL230-RPT-PROJ-HEADING.
034900     05  FILLER                      PIC X(40) VALUE
035000         "NIGHT     SOURCE     SCOPE         COUN".
035100     05  FILLER                      PIC X(40) VALUE
035200         "T  CUTOFF   RATE  MESSAGE              ".
035300     05  FILLER                      PIC X(52) VALUE SPACES.
035400
035500 01  DL230-RPT-PROJ-LINE.
035600     05  DL230-PJ-DATE               PIC 9(08).
035700     05  FILLER                      PIC X(02) VALUE SPACES.
035800     05  DL230-PJ-SOURCE             PIC X(10).
035900     05  FILLER                      PIC X(01) VALUE SPACE.
036000     05  DL230-PJ-SCOPE              PIC X(08).
036100     05  FILLER                      PIC X(01) VALUE SPACE.
036200     05  DL230-PJ-COUNT              PIC ZZZ,ZZZ,ZZ9.
036300     05  FILLER                      PIC X(02) VALUE SPACES.
036400     05  DL230-PJ-CUTOFF             PIC 9(06).
036500     05  FILLER                      PIC X(02) VALUE SPACES.
036600     05  DL230-PJ-RATE               PIC 9(05).
036700     05  FILLER                      PIC X(02) VALUE SPACES.
036800     05  DL230-PJ-MESSAGE            PIC X(53).
036900     05  FILLER                      PIC X(21) VALUE SPACES.
037000
037100 01  DL230-BLANK-LINE                PIC X(132) VALUE SPACES.
037200
037300 01  DL230-RUN-DATE                  PIC 9(08).
037400 01  DL230-RUN-DATE-FIELDS REDEFINES DL230-RUN-DATE.
037500     05  DL230-RUN-YYYY              PIC 9(04).
037600     05  DL230-RUN-MM                PIC 9(02).
037700     05  DL230-RUN-DD                PIC 9(02).
037800 01  DL230-RUN-TIME                  PIC 9(08).
037900
038000*===============================================================
038100* ERROR HANDLING
038200*===============================================================
038300 01  DL230-ERR-FILE-ID               PIC X(08) VALUE SPACES.
038400 01  DL230-ERR-STATUS                PIC X(02) VALUE SPACES.
038500
038600 PROCEDURE DIVISION.
038700*===============================================================
038800* 0000-MAINLINE -- LOAD, APPLY, REWRITE, PROJECT, REPORT.
038900*===============================================================
039000 0000-MAINLINE.
039100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
039200     PERFORM 2000-LOAD-MASTER THRU 2000-EXIT.
039300     PERFORM 3000-APPLY-TXNS THRU 3000-EXIT.
039400     PERFORM 4000-WRITE-NEW-MASTER THRU 4000-EXIT.
039500     PERFORM 6000-PROJECT-CALENDAR THRU 6000-EXIT.
039600     PERFORM 5000-TERMINATE THRU 5000-EXIT.
039700     IF DL230-TXN-REJECT-COUNT > 0
039800         MOVE 4 TO RETURN-CODE
039900     ELSE
040000         MOVE 0 TO RETURN-CODE
040100     END-IF.
040200     STOP RUN.
040300
040400*===============================================================
040500* 1000-INITIALIZE -- OPEN THE REPORT AND PRINT THE HEADING.
040600*===============================================================
040700 1000-INITIALIZE.
040800     ACCEPT DL230-RUN-DATE FROM DATE YYYYMMDD.
040900     ACCEPT DL230-RUN-TIME FROM TIME.
041000     OPEN OUTPUT CALRPT.
041100     IF NOT DL230-CALRPT-OK
041200         MOVE "CALRPT"  TO DL230-ERR-FILE-ID
041300         MOVE DL230-CALRPT-STATUS TO DL230-ERR-STATUS
041400         GO TO 8000-ERROR-HANDLER
041500     END-IF.
041600     MOVE DL230-RUN-YYYY TO DL230-HDG-YYYY.
041700     MOVE DL230-RUN-MM   TO DL230-HDG-MM.
041800     MOVE DL230-RUN-DD   TO DL230-HDG-DD.
041900     WRITE DL230-PRINT-RECORD FROM DL230-RPT-HEADING
042000         AFTER ADVANCING PAGE.
042100     IF NOT DL230-CALRPT-OK
042200         MOVE "CALRPT"  TO DL230-ERR-FILE-ID
042300         MOVE DL230-CALRPT-STATUS TO DL230-ERR-STATUS
042400         GO TO 8000-ERROR-HANDLER
042500     END-IF.
042600     WRITE DL230-PRINT-RECORD FROM DL230-BLANK-LINE
042700         AFTER ADVANCING 1 LINE.
042800     PERFORM 1100-LOAD-SECURITY THRU 1100-EXIT.
042900
043000 1000-EXIT.
043100     EXIT.
043200
043300*===============================================================
043400* 1100-LOAD-SECURITY -- PICK UP THE SECPROF CALENDAR
043500* MAINTENANCE GRANTS.  A MISSING PROFILE GRANTS NOTHING: EVERY
043600* CARD IS REJECTED AS A SECURITY VIOLATION AND THE CALENDAR
043700* STANDS.
043800*===============================================================
043900 1100-LOAD-SECURITY.
044000     OPEN INPUT SECPROF.
044100     IF NOT DL230-SECPROF-OK AND NOT DL230-SECPROF-NOT-FOUND
044200         MOVE "SECPROF" TO DL230-ERR-FILE-ID
044300         MOVE DL230-SECPROF-STATUS TO DL230-ERR-STATUS
044400         GO TO 8000-ERROR-HANDLER
044500     END-IF.
044600     IF DL230-SECPROF-NOT-FOUND
044700         MOVE "SECPROF NOT PRESENT - NO USERID IS AUTHORIZED"
044800             TO DL230-INF-TEXT
044900         PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT
045000         GO TO 1100-EXIT
045100     END-IF.
045200     PERFORM 1110-READ-SECPROF THRU 1110-EXIT
045300         UNTIL DL230-SECPROF-EOF.
045400     CLOSE SECPROF.
045500     IF NOT DL230-SECPROF-OK
045600         MOVE "SECPROF" TO DL230-ERR-FILE-ID
045700         MOVE DL230-SECPROF-STATUS TO DL230-ERR-STATUS
045800         GO TO 8000-ERROR-HANDLER
045900     END-IF.
046000
046100 1100-EXIT.
046200     EXIT.
046300
046400 1110-READ-SECPROF.
046500     READ SECPROF
046600         AT END
046700             GO TO 1110-EXIT
046800     END-READ.
046900     IF NOT DL230-SECPROF-OK AND NOT DL230-SECPROF-EOF
047000         MOVE "SECPROF" TO DL230-ERR-FILE-ID
047100         MOVE DL230-SECPROF-STATUS TO DL230-ERR-STATUS
047200         GO TO 8000-ERROR-HANDLER
047300     END-IF.
047400     IF DL100-SEC-AUTH-CALMAINT NOT = "Y"
047500         OR DL100-SEC-USERID = SPACES
047600         OR DL230-SEC-COUNT = DL230-SEC-MAX
047700         GO TO 1110-EXIT
047800     END-IF.
047900     ADD 1 TO DL230-SEC-COUNT.
048000     MOVE DL100-SEC-USERID
048100         TO DL230-SEC-TBL-USERID(DL230-SEC-COUNT).
048200     MOVE DL100-SEC-JOB-NAME
048300         TO DL230-SEC-TBL-JOB-NAME(DL230-SEC-COUNT).
048400
048500 1110-EXIT.
048600     EXIT.
048700
048800*===============================================================
048900* 2000-LOAD-MASTER -- PULL THE CURRENT CALENDAR INTO THE TABLE.
049000* A MISSING CALENDAR IS NOT AN ERROR: THE FIRST MAINTENANCE RUN
049100* BUILDS THE FILE FROM ADD CARDS ALONE.  A CALENDAR BIGGER THAN
049200* THE TABLE MUST NOT BE REWRITTEN FROM IT, SO THE RUN STOPS
049300* WITH ITS OWN CONDITION CODE AND THE LIVE CALENDAR STANDS.
049400*===============================================================
049500 2000-LOAD-MASTER.
049600     OPEN INPUT CALFILE.
049700     IF NOT DL230-CALFILE-OK AND NOT DL230-CALFILE-NOT-FOUND
049800         MOVE "CALFILE" TO DL230-ERR-FILE-ID
049900         MOVE DL230-CALFILE-STATUS TO DL230-ERR-STATUS
050000         GO TO 8000-ERROR-HANDLER
050100     END-IF.
050200     IF DL230-CALFILE-NOT-FOUND
050300         GO TO 2000-EXIT
050400     END-IF.
050500     PERFORM 2100-LOAD-ONE-RECORD THRU 2100-EXIT
050600         UNTIL DL230-CALFILE-EOF
050700         OR DL230-MST-COUNT = DL230-MST-MAX-ENTRIES.
050800     IF NOT DL230-CALFILE-EOF
050900         READ CALFILE
051000             AT END
051100                 CONTINUE
051200         END-READ
051300         IF NOT DL230-CALFILE-OK AND NOT DL230-CALFILE-EOF
051400             MOVE "CALFILE" TO DL230-ERR-FILE-ID
051500             MOVE DL230-CALFILE-STATUS TO DL230-ERR-STATUS
051600             GO TO 8000-ERROR-HANDLER
051700         END-IF
051800         IF NOT DL230-CALFILE-EOF
051900             MOVE "CALENDAR EXCEEDS TABLE CAPACITY - RUN ABORTED"
052000                 TO DL230-INF-TEXT
052100             PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT
052200             MOVE "LIVE CALENDAR UNCHANGED - NO CARDS APPLIED"
052300                 TO DL230-INF-TEXT
052400             PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT
052500             CLOSE CALFILE
052600             CLOSE CALRPT
052700             MOVE 12 TO RETURN-CODE
052800             STOP RUN
052900         END-IF
053000     END-IF.
053100     CLOSE CALFILE.
053200     IF NOT DL230-CALFILE-OK
053300         MOVE "CALFILE" TO DL230-ERR-FILE-ID
053400         MOVE DL230-CALFILE-STATUS TO DL230-ERR-STATUS
053500         GO TO 8000-ERROR-HANDLER
053600     END-IF.
053700
053800 2000-EXIT.
053900     EXIT.
054000
054100 2100-LOAD-ONE-RECORD.
054200     READ CALFILE
054300         AT END
054400             GO TO 2100-EXIT
054500     END-READ.
054600     IF NOT DL230-CALFILE-OK AND NOT DL230-CALFILE-EOF
054700         MOVE "CALFILE" TO DL230-ERR-FILE-ID
054800         MOVE DL230-CALFILE-STATUS TO DL230-ERR-STATUS
054900         GO TO 8000-ERROR-HANDLER
055000     END-IF.
055100     ADD 1 TO DL230-MST-COUNT.
055200     ADD 1 TO DL230-MASTER-IN-COUNT.
055300     SET DL230-MST-IDX TO DL230-MST-COUNT.
055400     MOVE SPACE TO DL230-MST-DELETE-FLAG(DL230-MST-IDX).
055500     MOVE DL100-CAL-JOB-NAME
055600         TO DL230-MST-JOB-NAME(DL230-MST-IDX).
055700     MOVE DL100-CAL-ENTRY-TYPE
055800         TO DL230-MST-ENTRY-TYPE(DL230-MST-IDX).
055900     IF DL100-CAL-DATE IS NUMERIC
056000         MOVE DL100-CAL-DATE TO DL230-MST-DATE(DL230-MST-IDX)
056100     ELSE
056200         MOVE ZERO TO DL230-MST-DATE(DL230-MST-IDX)
056300     END-IF.
056400     MOVE DL100-CAL-TARGET-COUNT
056500         TO DL230-MST-TARGET-COUNT(DL230-MST-IDX).
056600     MOVE DL100-CAL-MESSAGE-TEXT
056700         TO DL230-MST-MESSAGE(DL230-MST-IDX).
056800     IF DL100-CAL-CUTOFF-TIME IS NUMERIC
056900         MOVE DL100-CAL-CUTOFF-TIME
057000             TO DL230-MST-CUTOFF(DL230-MST-IDX)
057100     ELSE
057200         MOVE ZERO TO DL230-MST-CUTOFF(DL230-MST-IDX)
057300     END-IF.
057400     IF DL100-CAL-PACE-RATE IS NUMERIC
057500         MOVE DL100-CAL-PACE-RATE
057600             TO DL230-MST-PACE-RATE(DL230-MST-IDX)
057700     ELSE
057800         MOVE ZERO TO DL230-MST-PACE-RATE(DL230-MST-IDX)
057900     END-IF.
058000
058100 2100-EXIT.
058200     EXIT.
058300
058400*===============================================================
058500* 3000-APPLY-TXNS -- ONE PASS OVER THE TRANSACTION CARDS.  A
058600* MISSING TRANSACTION FILE IS AN ERROR -- THE MAINTENANCE STEP
058700* SHOULD NEVER BE SCHEDULED WITH NOTHING TO DO.
058800*===============================================================
058900 3000-APPLY-TXNS.
059000     OPEN INPUT TXNFILE.
059100     IF NOT DL230-TXNFILE-OK
059200         MOVE "TXNFILE" TO DL230-ERR-FILE-ID
059300         MOVE DL230-TXNFILE-STATUS TO DL230-ERR-STATUS
059400         GO TO 8000-ERROR-HANDLER
059500     END-IF.
059600     PERFORM 3050-OPEN-JOURNAL THRU 3050-EXIT.
059700     PERFORM 3100-APPLY-ONE-TXN THRU 3100-EXIT
059800         UNTIL DL230-TXNFILE-EOF.
059900     CLOSE TXNFILE.
060000     IF NOT DL230-TXNFILE-OK
060100         MOVE "TXNFILE" TO DL230-ERR-FILE-ID
060200         MOVE DL230-TXNFILE-STATUS TO DL230-ERR-STATUS
060300         GO TO 8000-ERROR-HANDLER
060400     END-IF.
060500     CLOSE MNTJRNL.
060600     IF NOT DL230-MNTJRNL-OK
060700         MOVE "MNTJRNL" TO DL230-ERR-FILE-ID
060800         MOVE DL230-MNTJRNL-STATUS TO DL230-ERR-STATUS
060900         GO TO 8000-ERROR-HANDLER
061000     END-IF.
061100
061200 3000-EXIT.
061300     EXIT.
061400
061500*===============================================================
061600* 3050-OPEN-JOURNAL -- THE MAINTENANCE JOURNAL IS PERMANENT AND
061700* SHARED WITH MSG-MAINT: EXTEND IT, OR START IT ON THE FIRST RUN.
061800*===============================================================
061900 3050-OPEN-JOURNAL.
062000     OPEN INPUT MNTJRNL.
062100     IF NOT DL230-MNTJRNL-OK AND NOT DL230-MNTJRNL-NOT-FOUND
062200         MOVE "MNTJRNL" TO DL230-ERR-FILE-ID
062300         MOVE DL230-MNTJRNL-STATUS TO DL230-ERR-STATUS
062400         GO TO 8000-ERROR-HANDLER
062500     END-IF.
062600     IF DL230-MNTJRNL-NOT-FOUND
062700         OPEN OUTPUT MNTJRNL
062800     ELSE
062900         CLOSE MNTJRNL
063000         IF NOT DL230-MNTJRNL-OK
063100             MOVE "MNTJRNL" TO DL230-ERR-FILE-ID
063200             MOVE DL230-MNTJRNL-STATUS TO DL230-ERR-STATUS
063300             GO TO 8000-ERROR-HANDLER
063400         END-IF
063500         OPEN EXTEND MNTJRNL
063600     END-IF.
063700     IF NOT DL230-MNTJRNL-OK
063800         MOVE "MNTJRNL" TO DL230-ERR-FILE-ID
063900         MOVE DL230-MNTJRNL-STATUS TO DL230-ERR-STATUS
064000         GO TO 8000-ERROR-HANDLER
064100     END-IF.
064200
064300 3050-EXIT.
064400     EXIT.
064500
064600 3100-APPLY-ONE-TXN.
064700     READ TXNFILE
064800         AT END
064900             GO TO 3100-EXIT
065000     END-READ.
065100     IF NOT DL230-TXNFILE-OK AND NOT DL230-TXNFILE-EOF
065200         MOVE "TXNFILE" TO DL230-ERR-FILE-ID
065300         MOVE DL230-TXNFILE-STATUS TO DL230-ERR-STATUS
065400         GO TO 8000-ERROR-HANDLER
065500     END-IF.
065600     ADD 1 TO DL230-TXN-READ-COUNT.
065700
065800     PERFORM 3250-EDIT-KEY-FIELDS THRU 3250-EXIT.
065900     IF DL230-KEY-BAD
066000         MOVE "INVALID " TO DL230-TXN-LINE-ACTION
066100         MOVE DL230-KEY-REASON TO DL230-TXN-LINE-RESULT
066200         PERFORM 3900-WRITE-TXN-LINE THRU 3900-EXIT
066300         ADD 1 TO DL230-TXN-REJECT-COUNT
066400         GO TO 3100-EXIT
066500     END-IF.
066600     PERFORM 3200-FIND-ENTRY THRU 3200-EXIT.
066700     IF DL100-CTX-ADD OR DL100-CTX-CHANGE OR DL100-CTX-DELETE
066800         PERFORM 3150-AUTHORIZE-TXN THRU 3150-EXIT
066900         IF NOT DL230-GRANT-FOUND
067000             PERFORM 3190-REJECT-SECURITY THRU 3190-EXIT
067100             GO TO 3100-EXIT
067200         END-IF
067300     END-IF.
067400     EVALUATE TRUE
067500         WHEN DL100-CTX-ADD
067600             PERFORM 3300-APPLY-ADD THRU 3300-EXIT
067700         WHEN DL100-CTX-CHANGE
067800             PERFORM 3400-APPLY-CHANGE THRU 3400-EXIT
067900         WHEN DL100-CTX-DELETE
068000             PERFORM 3500-APPLY-DELETE THRU 3500-EXIT
068100         WHEN OTHER
068200             MOVE "UNKNOWN " TO DL230-TXN-LINE-ACTION
068300             MOVE "REJECTED - ACTION CODE NOT A, C OR D"
068400                 TO DL230-TXN-LINE-RESULT
068500             PERFORM 3900-WRITE-TXN-LINE THRU 3900-EXIT
068600             ADD 1 TO DL230-TXN-REJECT-COUNT
068700     END-EVALUATE.
068800
068900 3100-EXIT.
069000     EXIT.
069100
069200*===============================================================
069300* 3150-AUTHORIZE-TXN -- THE CARD'S USERID MUST HOLD A GRANT
069400* FOR THE CARD'S STREAM, OR AN ALL-STREAMS GRANT.  A GENERIC
069500* ENTRY (BLANK JOB NAME) IS MATCHED ONLY BY AN ALL-STREAMS
069600* GRANT.  A CARD WITH NO USERID IS NEVER AUTHORIZED.
069700*===============================================================
069800 3150-AUTHORIZE-TXN.
069900     MOVE "N" TO DL230-GRANT-SWITCH.
070000     IF DL100-CTX-USERID NOT = SPACES
070100         AND DL230-SEC-COUNT > 0
070200         PERFORM 3160-TEST-ONE-GRANT THRU 3160-EXIT
070300             VARYING DL230-SEC-SUB FROM 1 BY 1
070400             UNTIL DL230-GRANT-FOUND
070500             OR DL230-SEC-SUB > DL230-SEC-COUNT
070600     END-IF.
070700     IF DL100-CTX-JOB-NAME = SPACES
070800         MOVE "*ALL" TO DL230-SEC-DENIED-STREAM
070900     ELSE
071000         MOVE DL100-CTX-JOB-NAME TO DL230-SEC-DENIED-STREAM
071100     END-IF.
071200
071300 3150-EXIT.
071400     EXIT.
071500
071600 3160-TEST-ONE-GRANT.
071700     IF DL230-SEC-TBL-USERID(DL230-SEC-SUB) = DL100-CTX-USERID
071800         AND (DL230-SEC-TBL-JOB-NAME(DL230-SEC-SUB) = SPACES
071900           OR DL230-SEC-TBL-JOB-NAME(DL230-SEC-SUB)
072000               = DL100-CTX-JOB-NAME)
072100         MOVE "Y" TO DL230-GRANT-SWITCH
072200     END-IF.
072300
072400 3160-EXIT.
072500     EXIT.
072600
072700*===============================================================
072800* 3190-REJECT-SECURITY -- REPORT THE REFUSED CARD, COUNT IT
072900* WITH THE REJECTS (THE APPLIED CARDS STILL STAND), AND RAISE
073000* A SECVIOL INCIDENT ON ALERTFL NAMING THE USERID AND STREAM.
073100*===============================================================
073200 3190-REJECT-SECURITY.
073300     EVALUATE TRUE
073400         WHEN DL100-CTX-ADD
073500             MOVE "ADD     " TO DL230-TXN-LINE-ACTION
073600         WHEN DL100-CTX-CHANGE
073700             MOVE "CHANGE  " TO DL230-TXN-LINE-ACTION
073800         WHEN OTHER
073900             MOVE "DELETE  " TO DL230-TXN-LINE-ACTION
074000     END-EVALUATE.
074100     MOVE DL230-SEC-RESULT TO DL230-TXN-LINE-RESULT.
074200     PERFORM 3900-WRITE-TXN-LINE THRU 3900-EXIT.
074300     ADD 1 TO DL230-TXN-REJECT-COUNT.
074400     ADD 1 TO DL230-TXN-SECURITY-COUNT.
074500
074600     PERFORM 3195-OPEN-ALERTFL THRU 3195-EXIT.
074700     MOVE SPACES TO DL100-ALERT-RECORD.
074800     MOVE DL230-SEC-DENIED-STREAM TO DL100-ALERT-JOB-NAME.
074900     MOVE DL230-RUN-DATE          TO DL100-ALERT-RUN-DATE.
075000     MOVE DL230-RUN-TIME          TO DL100-ALERT-RUN-TIME.
075100     SET DL100-ALERT-SECURITY-VIOL TO TRUE.
075200     SET DL100-ALERT-SEV-WARNING  TO TRUE.
075300     MOVE ZERO TO DL100-ALERT-FINAL-COUNTER.
075400     MOVE ZERO TO DL100-ALERT-TARGET-COUNT.
075500     MOVE ZERO TO DL100-ALERT-ELAPSED-SECONDS.
075600     MOVE ZERO TO DL100-ALERT-ELAPSED-LIMIT.
075700     MOVE DL100-CTX-USERID        TO DL100-ALERT-USERID.
075800     MOVE "CALMAINT"              TO DL100-ALERT-FUNCTION.
075900     WRITE DL100-ALERT-RECORD.
076000     IF NOT DL230-ALERTFL-OK
076100         MOVE "ALERTFL" TO DL230-ERR-FILE-ID
076200         MOVE DL230-ALERTFL-STATUS TO DL230-ERR-STATUS
076300         GO TO 8000-ERROR-HANDLER
076400     END-IF.
076500     PERFORM 3196-CLOSE-ALERTFL THRU 3196-EXIT.
076600
076700 3190-EXIT.
076800     EXIT.
076900
077000 3195-OPEN-ALERTFL.
077100     OPEN INPUT ALERTFL.
077200     IF NOT DL230-ALERTFL-OK AND NOT DL230-ALERTFL-NOT-FOUND
077300         MOVE "ALERTFL" TO DL230-ERR-FILE-ID
077400         MOVE DL230-ALERTFL-STATUS TO DL230-ERR-STATUS
077500         GO TO 8000-ERROR-HANDLER
077600     END-IF.
077700     IF DL230-ALERTFL-NOT-FOUND
077800         OPEN OUTPUT ALERTFL
077900         IF NOT DL230-ALERTFL-OK
078000             MOVE "ALERTFL" TO DL230-ERR-FILE-ID
078100             MOVE DL230-ALERTFL-STATUS TO DL230-ERR-STATUS
078200             GO TO 8000-ERROR-HANDLER
078300         END-IF
078400     ELSE
078500         CLOSE ALERTFL
078600         IF NOT DL230-ALERTFL-OK
078700             MOVE "ALERTFL" TO DL230-ERR-FILE-ID
078800             MOVE DL230-ALERTFL-STATUS TO DL230-ERR-STATUS
078900             GO TO 8000-ERROR-HANDLER
079000         END-IF
079100         OPEN EXTEND ALERTFL
079200         IF NOT DL230-ALERTFL-OK
079300             MOVE "ALERTFL" TO DL230-ERR-FILE-ID
079400             MOVE DL230-ALERTFL-STATUS TO DL230-ERR-STATUS
079500             GO TO 8000-ERROR-HANDLER
079600         END-IF
079700     END-IF.
079800
079900 3195-EXIT.
080000     EXIT.
080100
080200 3196-CLOSE-ALERTFL.
080300     CLOSE ALERTFL.
080400     IF NOT DL230-ALERTFL-OK
080500         MOVE "ALERTFL" TO DL230-ERR-FILE-ID
080600         MOVE DL230-ALERTFL-STATUS TO DL230-ERR-STATUS
080700         GO TO 8000-ERROR-HANDLER
080800     END-IF.
080900
081000 3196-EXIT.
081100     EXIT.
081200
081300*===============================================================
081400* 3200-FIND-ENTRY -- LINEAR SEARCH OF THE TABLE BY JOB NAME +
081500* ENTRY TYPE + NORMALIZED DATE, SKIPPING DELETED ENTRIES.
081600* ZERO MEANS NOT FOUND.
081700*===============================================================
081800 3200-FIND-ENTRY.
081900     MOVE ZERO TO DL230-FOUND-SUB.
082000     IF DL230-MST-COUNT = 0
082100         GO TO 3200-EXIT
082200     END-IF.
082300     PERFORM 3210-TEST-ONE-ENTRY THRU 3210-EXIT
082400         VARYING DL230-SEARCH-SUB FROM 1 BY 1
082500         UNTIL DL230-FOUND-SUB > 0
082600         OR DL230-SEARCH-SUB > DL230-MST-COUNT.
082700
082800 3200-EXIT.
082900     EXIT.
083000
083100 3210-TEST-ONE-ENTRY.
083200     SET DL230-MST-IDX TO DL230-SEARCH-SUB.
083300     IF DL230-MST-DELETE-FLAG(DL230-MST-IDX) = SPACE
083400         AND DL230-MST-JOB-NAME(DL230-MST-IDX)
083500             = DL100-CTX-JOB-NAME
083600         AND DL230-MST-ENTRY-TYPE(DL230-MST-IDX)
083700             = DL100-CTX-ENTRY-TYPE
083800         AND DL230-MST-DATE(DL230-MST-IDX) = DL230-KEY-DATE
083900         MOVE DL230-SEARCH-SUB TO DL230-FOUND-SUB
084000     END-IF.
084100
084200 3210-EXIT.
084300     EXIT.
084400
084500*===============================================================
084600* 3250-EDIT-KEY-FIELDS -- THE ENTRY TYPE MUST BE D, M OR R; A
084700* DATED ENTRY NEEDS A REAL CALENDAR DATE; A RULE ENTRY MUST
084800* CARRY A BLANK OR ZERO DATE (NORMALIZED TO ZERO), SO A FAT-
084900* FINGERED DATE ON A RULE CARD CANNOT CREATE A SECOND RULE.
085000*===============================================================
085100 3250-EDIT-KEY-FIELDS.
085200     MOVE "Y" TO DL230-KEY-SWITCH.
085300     MOVE ZERO TO DL230-KEY-DATE.
085400     MOVE SPACES TO DL230-KEY-REASON.
085500     IF NOT DL100-CTX-DATED
085600         AND NOT DL100-CTX-MONTH-END
085700         AND NOT DL100-CTX-REGULAR
085800         MOVE "N" TO DL230-KEY-SWITCH
085900         MOVE "REJECTED - ENTRY TYPE NOT D, M OR R"
086000             TO DL230-KEY-REASON
086100         GO TO 3250-EXIT
086200     END-IF.
086300     IF DL100-CTX-DATED
086400         IF DL100-CTX-DATE IS NOT NUMERIC
086500             MOVE "N" TO DL230-KEY-SWITCH
086600             MOVE "REJECTED - DATED ENTRY NEEDS A NUMERIC DATE"
086700                 TO DL230-KEY-REASON
086800             GO TO 3250-EXIT
086900         END-IF
087000         MOVE DL100-CTX-DATE TO DL230-WORK-DATE
087100         PERFORM 3260-VALIDATE-DATE THRU 3260-EXIT
087200         IF NOT DL230-DATE-VALID
087300             MOVE "N" TO DL230-KEY-SWITCH
087400             MOVE "REJECTED - DATE IS NOT A REAL CALENDAR DATE"
087500                 TO DL230-KEY-REASON
087600             GO TO 3250-EXIT
087700         END-IF
087800         MOVE DL100-CTX-DATE TO DL230-KEY-DATE
087900     ELSE
088000         IF DL100-CTX-DATE IS NUMERIC
088100             AND DL100-CTX-DATE NOT = ZERO
088200             MOVE "N" TO DL230-KEY-SWITCH
088300             MOVE "REJECTED - RULE ENTRY MUST NOT CARRY A DATE"
088400                 TO DL230-KEY-REASON
088500             GO TO 3250-EXIT
088600         END-IF
088700     END-IF.
088800
088900 3250-EXIT.
089000     EXIT.
089100
089200 3260-VALIDATE-DATE.
089300     MOVE "Y" TO DL230-DATE-VALID-SWITCH.
089400     IF DL230-WRK-MM < 1 OR DL230-WRK-MM > 12
089500         MOVE "N" TO DL230-DATE-VALID-SWITCH
089600         GO TO 3260-EXIT
089700     END-IF.
089800     PERFORM 3270-SET-DAYS-IN-MONTH THRU 3270-EXIT.
089900     IF DL230-WRK-DD < 1
090000         OR DL230-WRK-DD > DL230-DAYS-IN-MONTH
090100         MOVE "N" TO DL230-DATE-VALID-SWITCH
090200     END-IF.
090300
090400 3260-EXIT.
090500     EXIT.
090600
090700 3270-SET-DAYS-IN-MONTH.
090800     EVALUATE DL230-WRK-MM
090900         WHEN 1
091000         WHEN 3
091100         WHEN 5
091200         WHEN 7
091300         WHEN 8
091400         WHEN 10
091500         WHEN 12
091600             MOVE 31 TO DL230-DAYS-IN-MONTH
091700         WHEN 4
091800         WHEN 6
091900         WHEN 9
092000         WHEN 11
092100             MOVE 30 TO DL230-DAYS-IN-MONTH
092200         WHEN 2
092300             PERFORM 3280-TEST-LEAP-YEAR THRU 3280-EXIT
092400             IF DL230-LEAP-YEAR
092500                 MOVE 29 TO DL230-DAYS-IN-MONTH
092600             ELSE
092700                 MOVE 28 TO DL230-DAYS-IN-MONTH
092800             END-IF
092900         WHEN OTHER
093000             MOVE 31 TO DL230-DAYS-IN-MONTH
093100     END-EVALUATE.
093200
093300 3270-EXIT.
093400     EXIT.
093500
093600 3280-TEST-LEAP-YEAR.
093700     MOVE "N" TO DL230-LEAP-SWITCH.
093800     DIVIDE DL230-WRK-YYYY BY 4
093900         GIVING DL230-LEAP-QUOTIENT
094000         REMAINDER DL230-LEAP-REMAINDER.
094100     IF DL230-LEAP-REMAINDER = 0
094200         MOVE "Y" TO DL230-LEAP-SWITCH
094300     END-IF.
094400     DIVIDE DL230-WRK-YYYY BY 100
094500         GIVING DL230-LEAP-QUOTIENT
094600         REMAINDER DL230-LEAP-REMAINDER.
094700     IF DL230-LEAP-REMAINDER = 0
094800         MOVE "N" TO DL230-LEAP-SWITCH
094900     END-IF.
095000     DIVIDE DL230-WRK-YYYY BY 400
095100         GIVING DL230-LEAP-QUOTIENT
095200         REMAINDER DL230-LEAP-REMAINDER.
095300     IF DL230-LEAP-REMAINDER = 0
095400         MOVE "Y" TO DL230-LEAP-SWITCH
095500     END-IF.
095600
095700 3280-EXIT.
095800     EXIT.
095900
096000*===============================================================
096100* 3290-VALIDATE-CUTOFF -- A CUTOFF MUST BE A REAL HHMMSS TIME.
096200* ZERO MEANS NO CUTOFF AND IS ALWAYS VALID.
096300*===============================================================
096400 3290-VALIDATE-CUTOFF.
096500     MOVE "Y" TO DL230-CUTOFF-VALID-SWITCH.
096600     IF DL230-CUT-HH > 23
096700         OR DL230-CUT-MM > 59
096800         OR DL230-CUT-SS > 59
096900         MOVE "N" TO DL230-CUTOFF-VALID-SWITCH
097000     END-IF.
097100
097200 3290-EXIT.
097300     EXIT.
097400
097500*===============================================================
097600* 3300-APPLY-ADD -- NEW CALENDAR ENTRY.  THE CARD SUPPLIES THE
097700* WHOLE ENTRY; A BLANK MESSAGE IS ALLOWED (THE BROADCAST KEEPS
097800* ITS STANDING MESSAGE), A BLANK OR ZERO CUTOFF MEANS NO
097900* CUTOFF.
098000*===============================================================
098100 3300-APPLY-ADD.
098200     MOVE "ADD     " TO DL230-TXN-LINE-ACTION.
098300     IF DL230-FOUND-SUB > 0
098400         MOVE "REJECTED - ENTRY ALREADY ON CALENDAR"
098500             TO DL230-TXN-LINE-RESULT
098600         PERFORM 3900-WRITE-TXN-LINE THRU 3900-EXIT
098700         ADD 1 TO DL230-TXN-REJECT-COUNT
098800         GO TO 3300-EXIT
098900     END-IF.
099000     IF DL100-CTX-TARGET-COUNT IS NOT NUMERIC
099100         OR DL100-CTX-TARGET-COUNT = ZERO
099200         MOVE "REJECTED - COUNT MUST BE NONZERO NUMERIC"
099300             TO DL230-TXN-LINE-RESULT
099400         PERFORM 3900-WRITE-TXN-LINE THRU 3900-EXIT
099500         ADD 1 TO DL230-TXN-REJECT-COUNT
099600         GO TO 3300-EXIT
099700     END-IF.
099800     IF DL100-CTX-CUTOFF-TIME IS NUMERIC
099900         MOVE DL100-CTX-CUTOFF-TIME TO DL230-CUTOFF-WORK
100000         PERFORM 3290-VALIDATE-CUTOFF THRU 3290-EXIT
100100         IF NOT DL230-CUTOFF-VALID
100200             MOVE "REJECTED - CUTOFF IS NOT A VALID HHMMSS"
100300                 TO DL230-TXN-LINE-RESULT
100400             PERFORM 3900-WRITE-TXN-LINE THRU 3900-EXIT
100500             ADD 1 TO DL230-TXN-REJECT-COUNT
100600             GO TO 3300-EXIT
100700         END-IF
100800     ELSE
100900         IF DL100-CTX-CUTOFF-TIME(1:6) NOT = SPACES
101000             MOVE "REJECTED - CUTOFF NEITHER NUMERIC NOR BLANK"
101100                 TO DL230-TXN-LINE-RESULT
101200             PERFORM 3900-WRITE-TXN-LINE THRU 3900-EXIT
101300             ADD 1 TO DL230-TXN-REJECT-COUNT
101400             GO TO 3300-EXIT
101500         END-IF
101600     END-IF.
101700     IF DL100-CTX-PACE-RATE IS NOT NUMERIC
101800         AND DL100-CTX-PACE-RATE(1:5) NOT = SPACES
101900         MOVE "REJECTED - PACE RATE NEITHER NUMERIC NOR BLANK"
102000             TO DL230-TXN-LINE-RESULT
102100         PERFORM 3900-WRITE-TXN-LINE THRU 3900-EXIT
102200         ADD 1 TO DL230-TXN-REJECT-COUNT
102300         GO TO 3300-EXIT
102400     END-IF.
102500     IF DL230-MST-COUNT = DL230-MST-MAX-ENTRIES
102600         MOVE "REJECTED - CALENDAR TABLE IS FULL"
102700             TO DL230-TXN-LINE-RESULT
102800         PERFORM 3900-WRITE-TXN-LINE THRU 3900-EXIT
102900         ADD 1 TO DL230-TXN-REJECT-COUNT
103000         GO TO 3300-EXIT
103100     END-IF.
103200     ADD 1 TO DL230-MST-COUNT.
103300     SET DL230-MST-IDX TO DL230-MST-COUNT.
103400     MOVE SPACE TO DL230-MST-DELETE-FLAG(DL230-MST-IDX).
103500     MOVE DL100-CTX-JOB-NAME
103600         TO DL230-MST-JOB-NAME(DL230-MST-IDX).
103700     MOVE DL100-CTX-ENTRY-TYPE
103800         TO DL230-MST-ENTRY-TYPE(DL230-MST-IDX).
103900     MOVE DL230-KEY-DATE TO DL230-MST-DATE(DL230-MST-IDX).
104000     MOVE DL100-CTX-TARGET-COUNT
104100         TO DL230-MST-TARGET-COUNT(DL230-MST-IDX).
104200     MOVE DL100-CTX-MESSAGE-TEXT
104300         TO DL230-MST-MESSAGE(DL230-MST-IDX).
104400     IF DL100-CTX-CUTOFF-TIME IS NUMERIC
104500         MOVE DL100-CTX-CUTOFF-TIME
104600             TO DL230-MST-CUTOFF(DL230-MST-IDX)
104700     ELSE
104800         MOVE ZERO TO DL230-MST-CUTOFF(DL230-MST-IDX)
104900     END-IF.
105000     IF DL100-CTX-PACE-RATE IS NUMERIC
105100         MOVE DL100-CTX-PACE-RATE
105200             TO DL230-MST-PACE-RATE(DL230-MST-IDX)
105300     ELSE
105400         MOVE ZERO TO DL230-MST-PACE-RATE(DL230-MST-IDX)
105500     END-IF.
105600     MOVE "APPLIED" TO DL230-TXN-LINE-RESULT.
105700     PERFORM 3900-WRITE-TXN-LINE THRU 3900-EXIT.
105800     MOVE "AFTER:  " TO DL230-IMG-TAG.
105900     PERFORM 3920-WRITE-IMAGE-LINE THRU 3920-EXIT.
106000     ADD 1 TO DL230-TXN-APPLIED-COUNT.
106100
106200 3300-EXIT.
106300     EXIT.
106400
106500*===============================================================
106600* 3400-APPLY-CHANGE -- UPDATE AN EXISTING ENTRY IN PLACE.  ONLY
106700* THE CARD FIELDS THAT ARE FILLED IN MOVE ACROSS; A COUNT MUST
106800* BE NONZERO AND A CUTOFF A REAL TIME TO MOVE AT ALL.
106900*===============================================================
107000 3400-APPLY-CHANGE.
107100     MOVE "CHANGE  " TO DL230-TXN-LINE-ACTION.
107200     IF DL230-FOUND-SUB = 0
107300         MOVE "REJECTED - ENTRY NOT ON CALENDAR"
107400             TO DL230-TXN-LINE-RESULT
107500         PERFORM 3900-WRITE-TXN-LINE THRU 3900-EXIT
107600         ADD 1 TO DL230-TXN-REJECT-COUNT
107700         GO TO 3400-EXIT
107800     END-IF.
107900     IF DL100-CTX-CUTOFF-TIME IS NUMERIC
108000         MOVE DL100-CTX-CUTOFF-TIME TO DL230-CUTOFF-WORK
108100         PERFORM 3290-VALIDATE-CUTOFF THRU 3290-EXIT
108200         IF NOT DL230-CUTOFF-VALID
108300             MOVE "REJECTED - CUTOFF IS NOT A VALID HHMMSS"
108400                 TO DL230-TXN-LINE-RESULT
108500             PERFORM 3900-WRITE-TXN-LINE THRU 3900-EXIT
108600             ADD 1 TO DL230-TXN-REJECT-COUNT
108700             GO TO 3400-EXIT
108800         END-IF
108900     END-IF.
109000     MOVE "APPLIED" TO DL230-TXN-LINE-RESULT.
109100     PERFORM 3900-WRITE-TXN-LINE THRU 3900-EXIT.
109200     SET DL230-MST-IDX TO DL230-FOUND-SUB.
109300     MOVE "BEFORE: " TO DL230-IMG-TAG.
109400     PERFORM 3920-WRITE-IMAGE-LINE THRU 3920-EXIT.
109500     IF DL100-CTX-TARGET-COUNT IS NUMERIC
109600         AND DL100-CTX-TARGET-COUNT NOT = ZERO
109700         MOVE DL100-CTX-TARGET-COUNT
109800             TO DL230-MST-TARGET-COUNT(DL230-MST-IDX)
109900     END-IF.
110000     IF DL100-CTX-MESSAGE-TEXT NOT = SPACES
110100         MOVE DL100-CTX-MESSAGE-TEXT
110200             TO DL230-MST-MESSAGE(DL230-MST-IDX)
110300     END-IF.
110400     IF DL100-CTX-CUTOFF-TIME IS NUMERIC
110500         MOVE DL100-CTX-CUTOFF-TIME
110600             TO DL230-MST-CUTOFF(DL230-MST-IDX)
110700     END-IF.
110800     IF DL100-CTX-PACE-RATE IS NUMERIC
110900         MOVE DL100-CTX-PACE-RATE
111000             TO DL230-MST-PACE-RATE(DL230-MST-IDX)
111100     END-IF.
111200     MOVE "AFTER:  " TO DL230-IMG-TAG.
111300     PERFORM 3920-WRITE-IMAGE-LINE THRU 3920-EXIT.
111400     ADD 1 TO DL230-TXN-APPLIED-COUNT.
111500
111600 3400-EXIT.
111700     EXIT.
111800
111900*===============================================================
112000* 3500-APPLY-DELETE -- FLAG THE ENTRY; IT IS DROPPED WHEN THE
112100* NEW CALENDAR IS WRITTEN.
112200*===============================================================
112300 3500-APPLY-DELETE.
112400     MOVE "DELETE  " TO DL230-TXN-LINE-ACTION.
112500     IF DL230-FOUND-SUB = 0
112600         MOVE "REJECTED - ENTRY NOT ON CALENDAR"
112700             TO DL230-TXN-LINE-RESULT
112800         PERFORM 3900-WRITE-TXN-LINE THRU 3900-EXIT
112900         ADD 1 TO DL230-TXN-REJECT-COUNT
113000         GO TO 3500-EXIT
113100     END-IF.
113200     MOVE "APPLIED" TO DL230-TXN-LINE-RESULT.
113300     PERFORM 3900-WRITE-TXN-LINE THRU 3900-EXIT.
113400     SET DL230-MST-IDX TO DL230-FOUND-SUB.
113500     MOVE "BEFORE: " TO DL230-IMG-TAG.
113600     PERFORM 3920-WRITE-IMAGE-LINE THRU 3920-EXIT.
113700     MOVE "D" TO DL230-MST-DELETE-FLAG(DL230-MST-IDX).
113800     ADD 1 TO DL230-TXN-APPLIED-COUNT.
113900
114000 3500-EXIT.
114100     EXIT.
114200
114300*===============================================================
114400* 3900-WRITE-TXN-LINE / 3920-WRITE-IMAGE-LINE -- REPORT
114500* WRITERS.  THE IMAGE LINE SHOWS THE TABLE ENTRY DL230-MST-IDX
114600* CURRENTLY POINTS AT.
114700*===============================================================
114800 3900-WRITE-TXN-LINE.
114900     MOVE DL230-TXN-READ-COUNT TO DL230-TXN-LINE-NO.
115000     MOVE DL100-CTX-JOB-NAME   TO DL230-TXN-LINE-JOB.
115100     MOVE DL100-CTX-ENTRY-TYPE TO DL230-TXN-LINE-TYPE.
115200     MOVE DL230-KEY-DATE       TO DL230-TXN-LINE-DATE.
115300     MOVE DL100-CTX-USERID     TO DL230-TXN-LINE-USERID.
115400     WRITE DL230-PRINT-RECORD FROM DL230-RPT-TXN-LINE
115500         AFTER ADVANCING 1 LINE.
115600     IF NOT DL230-CALRPT-OK
115700         MOVE "CALRPT"  TO DL230-ERR-FILE-ID
115800         MOVE DL230-CALRPT-STATUS TO DL230-ERR-STATUS
115900         GO TO 8000-ERROR-HANDLER
116000     END-IF.
116100
116200 3900-EXIT.
116300     EXIT.
116400
116500 3920-WRITE-IMAGE-LINE.
116600     MOVE DL230-MST-JOB-NAME(DL230-MST-IDX)     TO DL230-IMG-JOB.
116700     MOVE DL230-MST-ENTRY-TYPE(DL230-MST-IDX)
116800         TO DL230-IMG-TYPE.
116900     MOVE DL230-MST-DATE(DL230-MST-IDX)        TO DL230-IMG-DATE.
117000     MOVE DL230-MST-TARGET-COUNT(DL230-MST-IDX)
117100         TO DL230-IMG-COUNT.
117200     MOVE DL230-MST-CUTOFF(DL230-MST-IDX)
117300         TO DL230-IMG-CUTOFF.
117400     MOVE DL230-MST-PACE-RATE(DL230-MST-IDX)
117500         TO DL230-IMG-RATE.
117600     MOVE DL230-MST-MESSAGE(DL230-MST-IDX)     TO DL230-IMG-TEXT.
117700     WRITE DL230-PRINT-RECORD FROM DL230-RPT-IMAGE-LINE
117800         AFTER ADVANCING 1 LINE.
117900     IF NOT DL230-CALRPT-OK
118000         MOVE "CALRPT"  TO DL230-ERR-FILE-ID
118100         MOVE DL230-CALRPT-STATUS TO DL230-ERR-STATUS
118200         GO TO 8000-ERROR-HANDLER
118300     END-IF.
118400     PERFORM 3940-WRITE-JOURNAL THRU 3940-EXIT.
118500
118600 3920-EXIT.
118700     EXIT.
118800
118900*===============================================================
119000* 3940-WRITE-JOURNAL -- EVERY IMAGE PRINTED FOR AN APPLIED CARD
119100* IS ALSO JOURNALED: THE TABLE ENTRY DL230-MST-IDX POINTS AT, IN
119200* ITS MASTER RECORD FORM, TAGGED WITH THE CARD THAT CHANGED IT.
119300*===============================================================
119400 3940-WRITE-JOURNAL.
119500     MOVE SPACES TO DL100-JRN-RECORD.
119600     MOVE "CALMAINT"              TO DL100-JRN-SOURCE.
119700     MOVE DL230-RUN-DATE          TO DL100-JRN-DATE.
119800     MOVE DL230-RUN-TIME          TO DL100-JRN-TIME.
119900     MOVE DL230-TXN-READ-COUNT    TO DL100-JRN-TXN-NO.
120000     MOVE DL100-CTX-ACTION        TO DL100-JRN-ACTION.
120100     MOVE DL100-CTX-USERID        TO DL100-JRN-USERID.
120200     IF DL230-IMG-TAG = "BEFORE: "
120300         SET DL100-JRN-BEFORE-IMAGE TO TRUE
120400     ELSE
120500         SET DL100-JRN-AFTER-IMAGE  TO TRUE
120600     END-IF.
120700     MOVE DL230-MST-JOB-NAME(DL230-MST-IDX)
120800         TO DL100-JRN-CAL-JOB-NAME.
120900     MOVE DL230-MST-ENTRY-TYPE(DL230-MST-IDX)
121000         TO DL100-JRN-CAL-ENTRY-TYPE.
121100     MOVE DL230-MST-DATE(DL230-MST-IDX)
121200         TO DL100-JRN-CAL-DATE.
121300     MOVE DL230-MST-TARGET-COUNT(DL230-MST-IDX)
121400         TO DL100-JRN-CAL-TARGET-COUNT.
121500     MOVE DL230-MST-MESSAGE(DL230-MST-IDX)
121600         TO DL100-JRN-CAL-MESSAGE-TEXT.
121700     MOVE DL230-MST-CUTOFF(DL230-MST-IDX)
121800         TO DL100-JRN-CAL-CUTOFF-TIME.
121900     MOVE DL230-MST-PACE-RATE(DL230-MST-IDX)
122000         TO DL100-JRN-CAL-PACE-RATE.
122100     WRITE DL100-JRN-RECORD.
122200     IF NOT DL230-MNTJRNL-OK
122300         MOVE "MNTJRNL" TO DL230-ERR-FILE-ID
122400         MOVE DL230-MNTJRNL-STATUS TO DL230-ERR-STATUS
122500         GO TO 8000-ERROR-HANDLER
122600     END-IF.
122700     ADD 1 TO DL230-JRN-WRITE-COUNT.
122800
122900 3940-EXIT.
123000     EXIT.
123100
123200*===============================================================
123300* 4000-WRITE-NEW-MASTER -- WRITE THE SURVIVING TABLE ENTRIES TO
123400* THE REPLACEMENT DATASET IN THEIR ORIGINAL ORDER.
123500*===============================================================
123600 4000-WRITE-NEW-MASTER.
123700     OPEN OUTPUT CALFILEN.
123800     IF NOT DL230-CALFILEN-OK
123900         MOVE "CALFILEN" TO DL230-ERR-FILE-ID
124000         MOVE DL230-CALFILEN-STATUS TO DL230-ERR-STATUS
124100         GO TO 8000-ERROR-HANDLER
124200     END-IF.
124300     IF DL230-MST-COUNT > 0
124400         PERFORM 4100-WRITE-ONE-ENTRY THRU 4100-EXIT
124500             VARYING DL230-SEARCH-SUB FROM 1 BY 1
124600             UNTIL DL230-SEARCH-SUB > DL230-MST-COUNT
124700     END-IF.
124800     CLOSE CALFILEN.
124900     IF NOT DL230-CALFILEN-OK
125000         MOVE "CALFILEN" TO DL230-ERR-FILE-ID
125100         MOVE DL230-CALFILEN-STATUS TO DL230-ERR-STATUS
125200         GO TO 8000-ERROR-HANDLER
125300     END-IF.
125400
125500 4000-EXIT.
125600     EXIT.
125700
125800 4100-WRITE-ONE-ENTRY.
125900     SET DL230-MST-IDX TO DL230-SEARCH-SUB.
126000     IF DL230-MST-DELETE-FLAG(DL230-MST-IDX) NOT = SPACE
126100         GO TO 4100-EXIT
126200     END-IF.
126300     MOVE DL230-MST-JOB-NAME(DL230-MST-IDX)
126400         TO DL100-CAL-JOB-NAME.
126500     MOVE DL230-MST-ENTRY-TYPE(DL230-MST-IDX)
126600         TO DL100-CAL-ENTRY-TYPE.
126700     MOVE DL230-MST-DATE(DL230-MST-IDX)
126800         TO DL100-CAL-DATE.
126900     MOVE DL230-MST-TARGET-COUNT(DL230-MST-IDX)
127000         TO DL100-CAL-TARGET-COUNT.
127100     MOVE DL230-MST-MESSAGE(DL230-MST-IDX)
127200         TO DL100-CAL-MESSAGE-TEXT.
127300     MOVE DL230-MST-CUTOFF(DL230-MST-IDX)
127400         TO DL100-CAL-CUTOFF-TIME.
127500     MOVE DL230-MST-PACE-RATE(DL230-MST-IDX)
127600         TO DL100-CAL-PACE-RATE.
127700     WRITE DL230-NEW-RECORD FROM DL100-CAL-RECORD.
127800     IF NOT DL230-CALFILEN-OK
127900         MOVE "CALFILEN" TO DL230-ERR-FILE-ID
128000         MOVE DL230-CALFILEN-STATUS TO DL230-ERR-STATUS
128100         GO TO 8000-ERROR-HANDLER
128200     END-IF.
128300     ADD 1 TO DL230-MASTER-OUT-COUNT.
128400
128500 4100-EXIT.
128600     EXIT.
128700
128800*===============================================================
128900* 6000-PROJECT-CALENDAR -- RESOLVE THE NEXT 30 NIGHTS FOR EACH
129000* STREAM ON THE UPDATED CALENDAR, EXACTLY THE WAY THE
129100* BROADCAST'S CALENDAR LOAD WILL: DATED BEATS MONTH-END BEATS
129200* REGULAR, AND AT EQUAL PRIORITY A STREAM'S OWN ENTRY BEATS A
129300* GENERIC ONE.  ENTRIES WITH A NON-NUMERIC COUNT ARE SKIPPED,
129400* SAME AS THE BROADCAST SKIPS THEM.
129500*===============================================================
129600 6000-PROJECT-CALENDAR.
129700     WRITE DL230-PRINT-RECORD FROM DL230-BLANK-LINE
129800         AFTER ADVANCING 1 LINE.
129900     PERFORM 6100-BUILD-STREAM-LIST THRU 6100-EXIT.
130000     IF DL230-STREAM-COUNT = 0
130100         MOVE "CALENDAR IS EMPTY - NOTHING TO PROJECT"
130200             TO DL230-INF-TEXT
130300         PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT
130400         GO TO 6000-EXIT
130500     END-IF.
130600     PERFORM 6200-PROJECT-ONE-STREAM THRU 6200-EXIT
130700         VARYING DL230-STREAM-SUB FROM 1 BY 1
130800         UNTIL DL230-STREAM-SUB > DL230-STREAM-COUNT.
130900
131000 6000-EXIT.
131100     EXIT.
131200
131300*===============================================================
131400* 6100-BUILD-STREAM-LIST -- EVERY DISTINCT NONBLANK JOB NAME ON
131500* THE LIVE CALENDAR.  A CALENDAR OF ONLY GENERIC ENTRIES IS
131600* PROJECTED UNDER THE DEFAULT LONGPRGM STREAM.
131700*===============================================================
131800 6100-BUILD-STREAM-LIST.
131900     MOVE ZERO TO DL230-STREAM-COUNT.
132000     IF DL230-MST-COUNT = 0
132100         GO TO 6100-EXIT
132200     END-IF.
132300     PERFORM 6110-NOTE-ONE-STREAM THRU 6110-EXIT
132400         VARYING DL230-SEARCH-SUB FROM 1 BY 1
132500         UNTIL DL230-SEARCH-SUB > DL230-MST-COUNT.
132600     IF DL230-STREAM-COUNT = 0
132700         MOVE 1 TO DL230-STREAM-COUNT
132800         MOVE "LONGPRGM" TO DL230-STREAM-NAME(1)
132900     END-IF.
133000
133100 6100-EXIT.
133200     EXIT.
133300
133400 6110-NOTE-ONE-STREAM.
133500     SET DL230-MST-IDX TO DL230-SEARCH-SUB.
133600     IF DL230-MST-DELETE-FLAG(DL230-MST-IDX) NOT = SPACE
133700         OR DL230-MST-JOB-NAME(DL230-MST-IDX) = SPACES
133800         GO TO 6110-EXIT
133900     END-IF.
134000     MOVE "N" TO DL230-STREAM-SEEN-SWITCH.
134100     IF DL230-STREAM-COUNT > 0
134200         PERFORM 6120-TEST-ONE-STREAM THRU 6120-EXIT
134300             VARYING DL230-STREAM-SCAN FROM 1 BY 1
134400             UNTIL DL230-STREAM-SEEN
134500             OR DL230-STREAM-SCAN > DL230-STREAM-COUNT
134600     END-IF.
134700     IF DL230-STREAM-SEEN
134800         GO TO 6110-EXIT
134900     END-IF.
135000     IF DL230-STREAM-COUNT < DL230-STREAM-MAX
135100         ADD 1 TO DL230-STREAM-COUNT
135200         MOVE DL230-MST-JOB-NAME(DL230-MST-IDX)
135300             TO DL230-STREAM-NAME(DL230-STREAM-COUNT)
135400     END-IF.
135500
135600 6110-EXIT.
135700     EXIT.
135800
135900 6120-TEST-ONE-STREAM.
136000     IF DL230-STREAM-NAME(DL230-STREAM-SCAN)
136100         = DL230-MST-JOB-NAME(DL230-MST-IDX)
136200         MOVE "Y" TO DL230-STREAM-SEEN-SWITCH
136300     END-IF.
136400
136500 6120-EXIT.
136600     EXIT.
136700
136800 6200-PROJECT-ONE-STREAM.
136900     MOVE DL230-STREAM-NAME(DL230-STREAM-SUB) TO DL230-SH-STREAM.
137000     WRITE DL230-PRINT-RECORD FROM DL230-BLANK-LINE
137100         AFTER ADVANCING 1 LINE.
137200     WRITE DL230-PRINT-RECORD FROM DL230-RPT-STREAM-HEADING
137300         AFTER ADVANCING 1 LINE.
137400     IF NOT DL230-CALRPT-OK
137500         MOVE "CALRPT"  TO DL230-ERR-FILE-ID
137600         MOVE DL230-CALRPT-STATUS TO DL230-ERR-STATUS
137700         GO TO 8000-ERROR-HANDLER
137800     END-IF.
137900     WRITE DL230-PRINT-RECORD FROM DL230-RPT-PROJ-HEADING
138000         AFTER ADVANCING 1 LINE.
138100     IF NOT DL230-CALRPT-OK
138200         MOVE "CALRPT"  TO DL230-ERR-FILE-ID
138300         MOVE DL230-CALRPT-STATUS TO DL230-ERR-STATUS
138400         GO TO 8000-ERROR-HANDLER
138500     END-IF.
138600     MOVE DL230-RUN-DATE TO DL230-PROJ-DATE.
138700     PERFORM 6300-PROJECT-ONE-NIGHT THRU 6300-EXIT
138800         VARYING DL230-NIGHT-SUB FROM 1 BY 1
138900         UNTIL DL230-NIGHT-SUB > DL230-PROJ-NIGHTS.
139000
139100 6200-EXIT.
139200     EXIT.
139300
139400 6300-PROJECT-ONE-NIGHT.
139500     PERFORM 6400-RESOLVE-ONE-NIGHT THRU 6400-EXIT.
139600     MOVE DL230-PROJ-DATE TO DL230-PJ-DATE.
139700     IF DL230-BEST-SUB = 0
139800         MOVE "NO MATCH  " TO DL230-PJ-SOURCE
139900         MOVE SPACES       TO DL230-PJ-SCOPE
140000         MOVE ZERO         TO DL230-PJ-COUNT
140100         MOVE ZERO         TO DL230-PJ-CUTOFF
140200         MOVE ZERO         TO DL230-PJ-RATE
140300         MOVE "COMPILED DEFAULTS STAND" TO DL230-PJ-MESSAGE
140400     ELSE
140500         SET DL230-MST-IDX TO DL230-BEST-SUB
140600         EVALUATE DL230-MST-ENTRY-TYPE(DL230-MST-IDX)
140700             WHEN "D"
140800                 MOVE "DATED     " TO DL230-PJ-SOURCE
140900             WHEN "M"
141000                 MOVE "MONTH-END " TO DL230-PJ-SOURCE
141100             WHEN OTHER
141200                 MOVE "REGULAR   " TO DL230-PJ-SOURCE
141300         END-EVALUATE
141400         IF DL230-BEST-IS-STREAMS-OWN
141500             MOVE "STREAM  " TO DL230-PJ-SCOPE
141600         ELSE
141700             MOVE "GENERIC " TO DL230-PJ-SCOPE
141800         END-IF
141900         MOVE DL230-MST-TARGET-COUNT(DL230-MST-IDX)
142000             TO DL230-PJ-COUNT
142100         MOVE DL230-MST-CUTOFF(DL230-MST-IDX)
142200             TO DL230-PJ-CUTOFF
142300         MOVE DL230-MST-PACE-RATE(DL230-MST-IDX)
142400             TO DL230-PJ-RATE
142500         MOVE DL230-MST-MESSAGE(DL230-MST-IDX)
142600             TO DL230-PJ-MESSAGE
142700     END-IF.
142800     WRITE DL230-PRINT-RECORD FROM DL230-RPT-PROJ-LINE
142900         AFTER ADVANCING 1 LINE.
143000     IF NOT DL230-CALRPT-OK
143100         MOVE "CALRPT"  TO DL230-ERR-FILE-ID
143200         MOVE DL230-CALRPT-STATUS TO DL230-ERR-STATUS
143300         GO TO 8000-ERROR-HANDLER
143400     END-IF.
143500     PERFORM 6500-NEXT-DAY THRU 6500-EXIT.
143600
143700 6300-EXIT.
143800     EXIT.
143900
144000*===============================================================
144100* 6400-RESOLVE-ONE-NIGHT -- THE SAME SELECTION THE BROADCAST
144200* MAKES AT STARTUP, RUN AGAINST THE IN-MEMORY TABLE FOR THE
144300* PROJECTION DATE AND STREAM.
144400*===============================================================
144500 6400-RESOLVE-ONE-NIGHT.
144600     MOVE DL230-PROJ-DATE TO DL230-WORK-DATE.
144700     PERFORM 3270-SET-DAYS-IN-MONTH THRU 3270-EXIT.
144800     IF DL230-PROJ-DD = DL230-DAYS-IN-MONTH
144900         MOVE "Y" TO DL230-MONTH-END-SWITCH
145000     ELSE
145100         MOVE "N" TO DL230-MONTH-END-SWITCH
145200     END-IF.
145300     MOVE ZERO TO DL230-BEST-SUB.
145400     MOVE ZERO TO DL230-BEST-PRIORITY.
145500     MOVE "N" TO DL230-BEST-STREAM-SWITCH.
145600     IF DL230-MST-COUNT > 0
145700         PERFORM 6410-TEST-ONE-CAL-ENTRY THRU 6410-EXIT
145800             VARYING DL230-SEARCH-SUB FROM 1 BY 1
145900             UNTIL DL230-SEARCH-SUB > DL230-MST-COUNT
146000     END-IF.
146100
146200 6400-EXIT.
146300     EXIT.
146400
146500 6410-TEST-ONE-CAL-ENTRY.
146600     SET DL230-MST-IDX TO DL230-SEARCH-SUB.
146700     IF DL230-MST-DELETE-FLAG(DL230-MST-IDX) NOT = SPACE
146800         GO TO 6410-EXIT
146900     END-IF.
147000     IF DL230-MST-TARGET-COUNT(DL230-MST-IDX) IS NOT NUMERIC
147100         GO TO 6410-EXIT
147200     END-IF.
147300     IF DL230-MST-JOB-NAME(DL230-MST-IDX) NOT = SPACES
147400         AND DL230-MST-JOB-NAME(DL230-MST-IDX)
147500             NOT = DL230-STREAM-NAME(DL230-STREAM-SUB)
147600         GO TO 6410-EXIT
147700     END-IF.
147800     MOVE ZERO TO DL230-ENTRY-PRIORITY.
147900     EVALUATE DL230-MST-ENTRY-TYPE(DL230-MST-IDX)
148000         WHEN "D"
148100             IF DL230-MST-DATE(DL230-MST-IDX) = DL230-PROJ-DATE
148200                 MOVE 3 TO DL230-ENTRY-PRIORITY
148300             END-IF
148400         WHEN "M"
148500             IF DL230-MONTH-END-NIGHT
148600                 MOVE 2 TO DL230-ENTRY-PRIORITY
148700             END-IF
148800         WHEN "R"
148900             MOVE 1 TO DL230-ENTRY-PRIORITY
149000     END-EVALUATE.
149100     IF DL230-ENTRY-PRIORITY = 0
149200         GO TO 6410-EXIT
149300     END-IF.
149400     IF DL230-ENTRY-PRIORITY > DL230-BEST-PRIORITY
149500         PERFORM 6420-SELECT-CAL-ENTRY THRU 6420-EXIT
149600     ELSE
149700         IF DL230-ENTRY-PRIORITY = DL230-BEST-PRIORITY
149800             AND DL230-MST-JOB-NAME(DL230-MST-IDX)
149900                 = DL230-STREAM-NAME(DL230-STREAM-SUB)
150000             AND NOT DL230-BEST-IS-STREAMS-OWN
150100             PERFORM 6420-SELECT-CAL-ENTRY THRU 6420-EXIT
150200         END-IF
150300     END-IF.
150400
150500 6410-EXIT.
150600     EXIT.
150700
150800 6420-SELECT-CAL-ENTRY.
150900     MOVE DL230-ENTRY-PRIORITY TO DL230-BEST-PRIORITY.
151000     MOVE DL230-SEARCH-SUB     TO DL230-BEST-SUB.
151100     IF DL230-MST-JOB-NAME(DL230-MST-IDX)
151200         = DL230-STREAM-NAME(DL230-STREAM-SUB)
151300         MOVE "Y" TO DL230-BEST-STREAM-SWITCH
151400     ELSE
151500         MOVE "N" TO DL230-BEST-STREAM-SWITCH
151600     END-IF.
151700
151800 6420-EXIT.
151900     EXIT.
152000
152100*===============================================================
152200* 6500-NEXT-DAY -- ADVANCE THE PROJECTION DATE ONE CALENDAR
152300* DAY, ROLLING MONTH AND YEAR AS NEEDED.
152400*===============================================================
152500 6500-NEXT-DAY.
152600     MOVE DL230-PROJ-DATE TO DL230-WORK-DATE.
152700     PERFORM 3270-SET-DAYS-IN-MONTH THRU 3270-EXIT.
152800     IF DL230-PROJ-DD < DL230-DAYS-IN-MONTH
152900         ADD 1 TO DL230-PROJ-DD
153000         GO TO 6500-EXIT
153100     END-IF.
153200     MOVE 1 TO DL230-PROJ-DD.
153300     IF DL230-PROJ-MM < 12
153400         ADD 1 TO DL230-PROJ-MM
153500     ELSE
153600         MOVE 1 TO DL230-PROJ-MM
153700         ADD 1 TO DL230-PROJ-YYYY
153800     END-IF.
153900
154000 6500-EXIT.
154100     EXIT.
154200
154300 7000-WRITE-INFO-LINE.
154400     WRITE DL230-PRINT-RECORD FROM DL230-RPT-INFO-LINE
154500         AFTER ADVANCING 1 LINE.
154600     IF NOT DL230-CALRPT-OK
154700         MOVE "CALRPT"  TO DL230-ERR-FILE-ID
154800         MOVE DL230-CALRPT-STATUS TO DL230-ERR-STATUS
154900         GO TO 8000-ERROR-HANDLER
155000     END-IF.
155100
155200 7000-EXIT.
155300     EXIT.
155400
155500*===============================================================
155600* 5000-TERMINATE -- TOTALS, THEN CLOSE THE REPORT.
155700*===============================================================
155800 5000-TERMINATE.
155900     WRITE DL230-PRINT-RECORD FROM DL230-BLANK-LINE
156000         AFTER ADVANCING 1 LINE.
156100     MOVE "CALENDAR RECORDS READ:              "
156200         TO DL230-TOT-TITLE.
156300     MOVE DL230-MASTER-IN-COUNT TO DL230-TOT-VALUE.
156400     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
156500     MOVE "TRANSACTIONS READ:                  "
156600         TO DL230-TOT-TITLE.
156700     MOVE DL230-TXN-READ-COUNT TO DL230-TOT-VALUE.
156800     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
156900     MOVE "TRANSACTIONS APPLIED:               "
157000         TO DL230-TOT-TITLE.
157100     MOVE DL230-TXN-APPLIED-COUNT TO DL230-TOT-VALUE.
157200     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
157300     MOVE "TRANSACTIONS REJECTED:              "
157400         TO DL230-TOT-TITLE.
157500     MOVE DL230-TXN-REJECT-COUNT TO DL230-TOT-VALUE.
157600     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
157700     MOVE "  OF WHICH SECURITY VIOLATIONS:     "
157800         TO DL230-TOT-TITLE.
157900     MOVE DL230-TXN-SECURITY-COUNT TO DL230-TOT-VALUE.
158000     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
158100     MOVE "JOURNAL IMAGES WRITTEN:             "
158200         TO DL230-TOT-TITLE.
158300     MOVE DL230-JRN-WRITE-COUNT TO DL230-TOT-VALUE.
158400     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
158500     MOVE "CALENDAR RECORDS WRITTEN:           "
158600         TO DL230-TOT-TITLE.
158700     MOVE DL230-MASTER-OUT-COUNT TO DL230-TOT-VALUE.
158800     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
158900     CLOSE CALRPT.
159000     IF NOT DL230-CALRPT-OK
159100         MOVE "CALRPT"  TO DL230-ERR-FILE-ID
159200         MOVE DL230-CALRPT-STATUS TO DL230-ERR-STATUS
159300         GO TO 8000-ERROR-HANDLER
159400     END-IF.
159500
159600 5000-EXIT.
159700     EXIT.
159800
159900 5100-WRITE-TOTAL-LINE.
160000     WRITE DL230-PRINT-RECORD FROM DL230-RPT-TOTAL-LINE
160100         AFTER ADVANCING 1 LINE.
160200     IF NOT DL230-CALRPT-OK
160300         MOVE "CALRPT"  TO DL230-ERR-FILE-ID
160400         MOVE DL230-CALRPT-STATUS TO DL230-ERR-STATUS
160500         GO TO 8000-ERROR-HANDLER
160600     END-IF.
160700
160800 5100-EXIT.
160900     EXIT.
161000
161100*===============================================================
161200* 8000-ERROR-HANDLER -- COMMON I/O ERROR TRAP, SAME CONVENTION
161300* AS LONG-PROGRAM.
161400*===============================================================
161500 8000-ERROR-HANDLER.
161600     DISPLAY "*** CAL-MAINT I/O ERROR ***".
161700     DISPLAY "FILE: "   DL230-ERR-FILE-ID
161800             "  STATUS: " DL230-ERR-STATUS.
161900     MOVE 16 TO RETURN-CODE.
162000     STOP RUN.
