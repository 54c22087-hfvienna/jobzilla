001700                REPLACEMENT DATASET OVER THE MASTER WHEN THE
001800                STEP ENDS WITH CONDITION CODE ZERO OR FOUR
001900                (FOUR MEANS SOME CARDS WERE REJECTED; THE
002000                APPLIED ONES STAND).  EACH MESSAGE MAY BE
002100                TARGETED AT UP TO FOUR STREAMS OR LEFT GENERIC;
002200                THE CARD'S TARGETS SET OR CHANGE THAT LIST.
002300                A CARD IS APPLIED ONLY FOR A USERID THE SECPROF
002400                SECURITY PROFILE AUTHORIZES FOR EVERY STREAM THE
002500                MESSAGE REACHES.
002600                EVERY APPLIED CHANGE IS ALSO APPENDED, BEFORE AND
002700                AFTER IMAGE, TO THE PERMANENT MNTJRNL JOURNAL.
002800*===============================================================
002900* MODIFICATION HISTORY
003000*---------------------------------------------------------------
003100* DATE       INIT  DESCRIPTION
003200* ---------- ----  -------------------------------------------
003300* 2026-08-22 RTH   INITIAL VERSION.
003400* 2026-10-15 RTH   MESSAGES CARRY UP TO FOUR TARGET STREAMS
003500*                  (BLANK = GENERIC).  ADD AND CHANGE CARDS SET
003600*                  THEM, *ALL RETURNS A MESSAGE TO GENERIC, AND
003700*                  THE IMAGE LINES SHOW THE TARGETING.
003800* 2026-10-15 RTH   CARDS CARRY THE SUBMITTING USERID, SHOWN ON
003900*                  EVERY TRANSACTION LINE.  A CARD WHOSE USERID
004000*                  SECPROF DOES NOT GRANT MESSAGE MAINTENANCE ON
004100*                  EVERY STREAM THE MESSAGE REACHES, BEFORE AND
004200*                  AFTER THE CHANGE, IS REJECTED AS A SECURITY
004300*                  VIOLATION AND RAISED ON ALERTFL.
004400* 2026-10-15 RTH   BEFORE AND AFTER IMAGES OF EVERY APPLIED CHANGE
004500*                  ARE APPENDED TO THE MNTJRNL MAINTENANCE
004600*                  JOURNAL WITH THE RUN DATE/TIME AND THE CARD'S
004700*                  SEQUENCE, ACTION AND USERID.
004800* 2026-10-15 RTH   MEMBER RESEQUENCED.
004900*===============================================================
005000
005100 ENVIRONMENT DIVISION.
005200 CONFIGURATION SECTION.
005300 SOURCE-COMPUTER.   IBM-370.
005400 OBJECT-COMPUTER.   IBM-370.
005500
005600 INPUT-OUTPUT SECTION.
005700 FILE-CONTROL.
005800     SELECT MSGFILE ASSIGN TO "MSGFILE"
005900         ORGANIZATION IS SEQUENTIAL
006000         ACCESS MODE IS SEQUENTIAL
006100         FILE STATUS IS DL150-MSGFILE-STATUS.
006200
006300     SELECT TXNFILE ASSIGN TO "TXNFILE"
006400         ORGANIZATION IS SEQUENTIAL
006500         ACCESS MODE IS SEQUENTIAL
006600         FILE STATUS IS DL150-TXNFILE-STATUS.
006700
006800     SELECT MSGFILEN ASSIGN TO "MSGFILEN"
006900         ORGANIZATION IS SEQUENTIAL
007000         ACCESS MODE IS SEQUENTIAL
007100         FILE STATUS IS DL150-MSGFILEN-STATUS.
007200
007300     SELECT MNTRPT ASSIGN TO "MNTRPT"
007400         ORGANIZATION IS SEQUENTIAL
007500         ACCESS MODE IS SEQUENTIAL
007600         FILE STATUS IS DL150-MNTRPT-STATUS.
007700
007800     SELECT SECPROF ASSIGN TO "SECPROF"
007900         ORGANIZATION IS SEQUENTIAL
008000         ACCESS MODE IS SEQUENTIAL
008100         FILE STATUS IS DL150-SECPROF-STATUS.
008200
008300     SELECT ALERTFL ASSIGN TO "ALERTFL"
008400         ORGANIZATION IS SEQUENTIAL
008500         ACCESS MODE IS SEQUENTIAL
008600         FILE STATUS IS DL150-ALERTFL-STATUS.
008700
008800     SELECT MNTJRNL ASSIGN TO "MNTJRNL"
008900         ORGANIZATION IS SEQUENTIAL
009000         ACCESS MODE IS SEQUENTIAL
009100         FILE STATUS IS DL150-MNTJRNL-STATUS.
009200
009300 DATA DIVISION.
009400 FILE SECTION.
009500 FD  MSGFILE
009600     RECORDING MODE IS F
009700     LABEL RECORDS ARE STANDARD.
009800     COPY MSGFILE.
009900
010000 FD  TXNFILE
010100     RECORDING MODE IS F
010200     LABEL RECORDS ARE STANDARD.
010300     COPY MSGTXN.
010400
010500 FD  MSGFILEN
010600     RECORDING MODE IS F
010700     LABEL RECORDS ARE STANDARD.
010800 01  DL150-NEW-RECORD                PIC X(157).
010900
011000 FD  MNTRPT
011100     RECORDING MODE IS F
011200     LABEL RECORDS ARE STANDARD.
011300 01  DL150-PRINT-RECORD              PIC X(132).
011400
011500 FD  SECPROF
011600     RECORDING MODE IS F
011700     LABEL RECORDS ARE STANDARD.
011800     COPY SECPROF.
011900
012000 FD  ALERTFL
012100     RECORDING MODE IS F
012200     LABEL RECORDS ARE STANDARD.
012300     COPY ALERT.
012400
012500 FD  MNTJRNL
012600     RECORDING MODE IS F
012700     LABEL RECORDS ARE STANDARD.
012800     COPY MNTJRNL.
012900
013000 WORKING-STORAGE SECTION.
013100*===============================================================
013200* FILE STATUS SWITCHES
013300*===============================================================
013400 01  DL150-SWITCHES.
013500     05  DL150-MSGFILE-STATUS        PIC X(02) VALUE "00".
013600         88  DL150-MSGFILE-OK                  VALUE "00".
013700         88  DL150-MSGFILE-EOF                 VALUE "10".
013800         88  DL150-MSGFILE-NOT-FOUND           VALUE "35".
013900     05  DL150-TXNFILE-STATUS        PIC X(02) VALUE "00".
014000         88  DL150-TXNFILE-OK                  VALUE "00".
014100         88  DL150-TXNFILE-EOF                 VALUE "10".
014200         88  DL150-TXNFILE-NOT-FOUND           VALUE "35".
014300     05  DL150-MSGFILEN-STATUS       PIC X(02) VALUE "00".
014400         88  DL150-MSGFILEN-OK                 VALUE "00".
014500     05  DL150-MNTRPT-STATUS         PIC X(02) VALUE "00".
014600         88  DL150-MNTRPT-OK                   VALUE "00".
014700     05  DL150-SECPROF-STATUS        PIC X(02) VALUE "00".
014800         88  DL150-SECPROF-OK                  VALUE "00".
014900         88  DL150-SECPROF-EOF                 VALUE "10".
015000         88  DL150-SECPROF-NOT-FOUND           VALUE "35".
015100     05  DL150-ALERTFL-STATUS        PIC X(02) VALUE "00".
015200         88  DL150-ALERTFL-OK                  VALUE "00".
015300         88  DL150-ALERTFL-NOT-FOUND           VALUE "35".
015400     05  DL150-MNTJRNL-STATUS        PIC X(02) VALUE "00".
015500         88  DL150-MNTJRNL-OK                  VALUE "00".
015600         88  DL150-MNTJRNL-NOT-FOUND           VALUE "35".
015700
015800*===============================================================
015900* IN-MEMORY MASTER TABLE -- SAME CAPACITY AS THE BROADCAST
016000* ROTATION TABLE.  DELETED ENTRIES STAY IN PLACE, FLAGGED, AND
016100* ARE SKIPPED WHEN THE NEW MASTER IS WRITTEN.
016200*===============================================================
016300 77  DL150-MST-COUNT                 PIC 9(05) COMP VALUE ZERO.
016400 77  DL150-MST-MAX-ENTRIES           PIC 9(05) COMP VALUE 500.
016500 01  DL150-MST-TABLE.
016600     05  DL150-MST-ENTRY             OCCURS 500 TIMES
016700                                     INDEXED BY DL150-MST-IDX.
016800         10  DL150-MST-DELETE-FLAG   PIC X(01).
016900         10  DL150-MST-MSG-ID        PIC X(08).
017000         10  DL150-MST-EFF-FROM      PIC 9(08).
017100         10  DL150-MST-EFF-TO        PIC 9(08).
017200         10  DL150-MST-ACTIVE-FLAG   PIC X(01).
017300         10  DL150-MST-TEXT          PIC X(100).
017400         10  DL150-MST-TARGETS.
017500             15  DL150-MST-TARGET    PIC X(08)
017600                     OCCURS 4 TIMES.
017700 77  DL150-FOUND-SUB                 PIC 9(05) COMP VALUE ZERO.
017800 77  DL150-SEARCH-SUB                PIC 9(05) COMP.
017900 77  DL150-TGT-SUB                   PIC 9(05) COMP.
018000
018100*===============================================================
018200* COUNTERS
018300*===============================================================
018400 77  DL150-MASTER-IN-COUNT           PIC 9(05) COMP VALUE ZERO.
018500 77  DL150-MASTER-OUT-COUNT          PIC 9(05) COMP VALUE ZERO.
018600 77  DL150-TXN-READ-COUNT            PIC 9(05) COMP VALUE ZERO.
018700 77  DL150-TXN-APPLIED-COUNT         PIC 9(05) COMP VALUE ZERO.
018800 77  DL150-TXN-REJECT-COUNT          PIC 9(05) COMP VALUE ZERO.
018900 77  DL150-TXN-SECURITY-COUNT        PIC 9(05) COMP VALUE ZERO.
019000 77  DL150-JRN-WRITE-COUNT           PIC 9(05) COMP VALUE ZERO.
019100
019200*===============================================================
019300* SECURITY PROFILE -- THE SECPROF USERIDS HOLDING MESSAGE
019400* MAINTENANCE AND THE STREAM EACH GRANT COVERS (SPACES = EVERY
019500* STREAM).  A CARD IS APPLIED ONLY WHEN ITS USERID HOLDS A
019600* GRANT FOR EVERY STREAM THE MESSAGE REACHES BEFORE AND AFTER
019700* THE CHANGE; A GENERIC MESSAGE REACHES THEM ALL, SO ONLY AN
019800* ALL-STREAMS GRANT COVERS IT.  A FULL TABLE DROPS THE EXTRA
019900* GRANTS -- IT NEVER GRANTS MORE THAN THE PROFILE SAYS.
020000*===============================================================
020100 77  DL150-SEC-COUNT                 PIC 9(05) COMP VALUE ZERO.
020200 77  DL150-SEC-MAX                   PIC 9(05) COMP VALUE 200.
020300 77  DL150-SEC-SUB                   PIC 9(05) COMP.
020400 01  DL150-SEC-TABLE.
020500     05  DL150-SEC-ENTRY             OCCURS 200 TIMES.
020600         10  DL150-SEC-TBL-USERID    PIC X(08).
020700         10  DL150-SEC-TBL-JOB-NAME  PIC X(08).
020800 01  DL150-SEC-STREAM                PIC X(08) VALUE SPACES.
020900 01  DL150-AUTH-SWITCH               PIC X(01) VALUE "Y".
021000     88  DL150-AUTH-OK                     VALUE "Y".
021100     88  DL150-AUTH-DENIED                 VALUE "N".
021200 01  DL150-GRANT-SWITCH              PIC X(01) VALUE "N".
021300     88  DL150-GRANT-FOUND                 VALUE "Y".
021400 01  DL150-SEC-RESULT.
021500     05  FILLER                      PIC X(40) VALUE
021600         "REJECTED - SECURITY VIOLATION ON STREAM ".
021700     05  DL150-SEC-DENIED-STREAM     PIC X(08).
021800     05  FILLER                      PIC X(02) VALUE SPACES.
021900
022000*===============================================================
022100* MAINTENANCE REPORT LINES
022200*===============================================================
022300 01  DL150-RPT-HEADING.
022400     05  FILLER                      PIC X(42) VALUE
022500         "MESSAGE MASTER MAINTENANCE REPORT -- RUN  ".
022600     05  DL150-HDG-DATE.
022700         10  DL150-HDG-YYYY          PIC 9(04).
022800         10  FILLER                  PIC X(01) VALUE "-".
022900         10  DL150-HDG-MM            PIC 9(02).
023000         10  FILLER                  PIC X(01) VALUE "-".
023100         10  DL150-HDG-DD            PIC 9(02).
023200     05  FILLER                      PIC X(80) VALUE SPACES.
023300
023400 01  DL150-RPT-TXN-LINE.
023500     05  FILLER                      PIC X(04) VALUE "TXN ".
023600     05  DL150-TXN-LINE-NO           PIC ZZZZ9.
023700     05  FILLER                      PIC X(02) VALUE SPACES.
023800     05  DL150-TXN-LINE-ACTION       PIC X(12).
023900     05  DL150-TXN-LINE-ID           PIC X(08).
024000     05  FILLER                      PIC X(02) VALUE SPACES.
024100     05  DL150-TXN-LINE-RESULT       PIC X(50).
024200     05  FILLER                      PIC X(02) VALUE SPACES.
024300     05  FILLER                      PIC X(03) VALUE "BY ".
024400     05  DL150-TXN-LINE-USERID       PIC X(08).
024500     05  FILLER                      PIC X(36) VALUE SPACES.
024600
024700 01  DL150-RPT-IMAGE-LINE.
024800     05  FILLER                      PIC X(04) VALUE SPACES.
024900     05  DL150-IMG-TAG               PIC X(08).
025000     05  DL150-IMG-ID                PIC X(08).
025100     05  FILLER                      PIC X(01) VALUE SPACE.
025200     05  DL150-IMG-FROM              PIC 9(08).
025300     05  FILLER                      PIC X(01) VALUE SPACE.
025400     05  DL150-IMG-TO                PIC 9(08).
025500     05  FILLER                      PIC X(01) VALUE SPACE.
025600     05  DL150-IMG-FLAG              PIC X(01).
025700     05  FILLER                      PIC X(01) VALUE SPACE.
025800     05  DL150-IMG-TEXT              PIC X(91).
025900
026000 01  DL150-RPT-TARGET-LINE.
026100     05  FILLER                      PIC X(12) VALUE SPACES.
026200     05  FILLER                      PIC X(09) VALUE
026300         "STREAMS: ".
026400     05  DL150-TGT-LIST              PIC X(36).
026500     05  DL150-TGT-LIST-ENTRIES REDEFINES DL150-TGT-LIST.
026600         10  DL150-TGT-ENTRY         OCCURS 4 TIMES.
026700             15  DL150-TGT-NAME      PIC X(08).
026800             15  FILLER              PIC X(01).
026900     05  FILLER                      PIC X(75) VALUE SPACES.
027000
027100 01  DL150-RPT-INFO-LINE.
027200     05  DL150-INF-TEXT              PIC X(132).
027300
027400 01  DL150-RPT-TOTAL-LINE.
027500     05  DL150-TOT-TITLE             PIC X(36).
027600     05  DL150-TOT-VALUE             PIC ZZ,ZZ9.
027700     05  FILLER                      PIC X(90) VALUE SPACES.
027800
027900 01  DL150-BLANK-LINE                PIC X(132) VALUE SPACES.
028000
028100 01  DL150-RUN-DATE                  PIC 9(08).
028200 01  DL150-RUN-DATE-FIELDS REDEFINES DL150-RUN-DATE.
028300     05  DL150-RUN-YYYY              PIC 9(04).
028400     05  DL150-RUN-MM                PIC 9(02).
028500     05  DL150-RUN-DD                PIC 9(02).
028600 01  DL150-RUN-TIME                  PIC 9(08).
028700
028800*===============================================================
028900* ERROR HANDLING
029000*===============================================================
029100 01  DL150-ERR-FILE-ID               PIC X(08) VALUE SPACES.
029200 01  DL150-ERR-STATUS                PIC X(02) VALUE SPACES.
029300
029400 PROCEDURE DIVISION.
029500*===============================================================
029600* 0000-MAINLINE -- LOAD, APPLY, REWRITE, REPORT.
029700*===============================================================
029800 0000-MAINLINE.
029900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
030000     PERFORM 2000-LOAD-MASTER THRU 2000-EXIT.
030100     PERFORM 3000-APPLY-TXNS THRU 3000-EXIT.
030200     PERFORM 4000-WRITE-NEW-MASTER THRU 4000-EXIT.
030300     PERFORM 5000-TERMINATE THRU 5000-EXIT.
030400     IF DL150-TXN-REJECT-COUNT > 0
030500         MOVE 4 TO RETURN-CODE
030600     ELSE
030700         MOVE 0 TO RETURN-CODE
030800     END-IF.
030900     STOP RUN.
031000
031100*===============================================================
031200* 1000-INITIALIZE -- OPEN THE REPORT AND PRINT THE HEADING.
031300*===============================================================
031400 1000-INITIALIZE.
031500     ACCEPT DL150-RUN-DATE FROM DATE YYYYMMDD.
031600     ACCEPT DL150-RUN-TIME FROM TIME.
031700     OPEN OUTPUT MNTRPT.
031800     IF NOT DL150-MNTRPT-OK
031900         MOVE "MNTRPT"  TO DL150-ERR-FILE-ID
032000         MOVE DL150-MNTRPT-STATUS TO DL150-ERR-STATUS
032100         GO TO 8000-ERROR-HANDLER
032200     END-IF.
032300     MOVE DL150-RUN-YYYY TO DL150-HDG-YYYY.
032400     MOVE DL150-RUN-MM   TO DL150-HDG-MM.
032500     MOVE DL150-RUN-DD   TO DL150-HDG-DD.
032600     WRITE DL150-PRINT-RECORD FROM DL150-RPT-HEADING
032700         AFTER ADVANCING PAGE.
032800     IF NOT DL150-MNTRPT-OK
032900         MOVE "MNTRPT"  TO DL150-ERR-FILE-ID
033000         MOVE DL150-MNTRPT-STATUS TO DL150-ERR-STATUS
033100         GO TO 8000-ERROR-HANDLER
033200     END-IF.
033300     WRITE DL150-PRINT-RECORD FROM DL150-BLANK-LINE
033400         AFTER ADVANCING 1 LINE.
033500     PERFORM 1100-LOAD-SECURITY THRU 1100-EXIT.
033600
033700 1000-EXIT.
033800     EXIT.
033900
034000*===============================================================
034100* 1100-LOAD-SECURITY -- PICK UP THE SECPROF MESSAGE MAINTENANCE
034200* GRANTS.  A MISSING PROFILE GRANTS NOTHING: EVERY CARD IS
034300* REJECTED AS A SECURITY VIOLATION AND THE MASTER STANDS.
034400*===============================================================
034500 1100-LOAD-SECURITY.
034600     OPEN INPUT SECPROF.
034700     IF NOT DL150-SECPROF-OK AND NOT DL150-SECPROF-NOT-FOUND
034800         MOVE "SECPROF" TO DL150-ERR-FILE-ID
034900         MOVE DL150-SECPROF-STATUS TO DL150-ERR-STATUS
035000         GO TO 8000-ERROR-HANDLER
035100     END-IF.
035200     IF DL150-SECPROF-NOT-FOUND
035300         MOVE "SECPROF NOT PRESENT - NO USERID IS AUTHORIZED"
035400             TO DL150-INF-TEXT
035500         PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT
035600         GO TO 1100-EXIT
035700     END-IF.
035800     PERFORM 1110-READ-SECPROF THRU 1110-EXIT
035900         UNTIL DL150-SECPROF-EOF.
036000     CLOSE SECPROF.
036100     IF NOT DL150-SECPROF-OK
036200         MOVE "SECPROF" TO DL150-ERR-FILE-ID
036300         MOVE DL150-SECPROF-STATUS TO DL150-ERR-STATUS
036400         GO TO 8000-ERROR-HANDLER
036500     END-IF.
036600
036700 1100-EXIT.
036800     EXIT.
036900
037000 1110-READ-SECPROF.
037100     READ SECPROF
037200         AT END
037300             GO TO 1110-EXIT
037400     END-READ.
037500     IF NOT DL150-SECPROF-OK AND NOT DL150-SECPROF-EOF
037600         MOVE "SECPROF" TO DL150-ERR-FILE-ID
037700         MOVE DL150-SECPROF-STATUS TO DL150-ERR-STATUS
037800         GO TO 8000-ERROR-HANDLER
037900     END-IF.
038000     IF DL100-SEC-AUTH-MSGMAINT NOT = "Y"
038100         OR DL100-SEC-USERID = SPACES
038200         OR DL150-SEC-COUNT = DL150-SEC-MAX
038300         GO TO 1110-EXIT
038400     END-IF.
038500     ADD 1 TO DL150-SEC-COUNT.
038600     MOVE DL100-SEC-USERID
038700         TO DL150-SEC-TBL-USERID(DL150-SEC-COUNT).
038800     MOVE DL100-SEC-JOB-NAME
038900         TO DL150-SEC-TBL-JOB-NAME(DL150-SEC-COUNT).
039000
039100 1110-EXIT.
039200     EXIT.
039300
039400*===============================================================
039500* 2000-LOAD-MASTER -- PULL THE CURRENT MASTER INTO THE TABLE.
039600* A MISSING MASTER IS NOT AN ERROR: THE FIRST EVER MAINTENANCE
039700* RUN BUILDS THE FILE FROM ADD CARDS ALONE.
039800*===============================================================
039900 2000-LOAD-MASTER.
040000     OPEN INPUT MSGFILE.
040100     IF NOT DL150-MSGFILE-OK AND NOT DL150-MSGFILE-NOT-FOUND
040200         MOVE "MSGFILE" TO DL150-ERR-FILE-ID
040300         MOVE DL150-MSGFILE-STATUS TO DL150-ERR-STATUS
040400         GO TO 8000-ERROR-HANDLER
040500     END-IF.
040600     IF DL150-MSGFILE-NOT-FOUND
040700         GO TO 2000-EXIT
040800     END-IF.
040900     PERFORM 2100-LOAD-ONE-RECORD THRU 2100-EXIT
041000         UNTIL DL150-MSGFILE-EOF
041100         OR DL150-MST-COUNT = DL150-MST-MAX-ENTRIES.
041200
041300*    IF THE TABLE FILLED BEFORE END OF FILE, ONE MORE READ
041400*    TELLS US WHETHER THE MASTER WAS EXACTLY TABLE-SIZED OR
041500*    GENUINELY BIGGER.  A BIGGER MASTER MUST NOT BE REWRITTEN
041600*    FROM THE TABLE -- THE REPLACEMENT WOULD SILENTLY DROP
041700*    EVERY RECORD PAST THE CAPACITY -- SO THE RUN STOPS WITH
041800*    ITS OWN CONDITION CODE AND THE LIVE MASTER STANDS.
041900     IF NOT DL150-MSGFILE-EOF
042000         READ MSGFILE
042100             AT END
042200                 CONTINUE
042300         END-READ
042400         IF NOT DL150-MSGFILE-OK AND NOT DL150-MSGFILE-EOF
042500             MOVE "MSGFILE" TO DL150-ERR-FILE-ID
042600             MOVE DL150-MSGFILE-STATUS TO DL150-ERR-STATUS
042700             GO TO 8000-ERROR-HANDLER
042800         END-IF
042900         IF NOT DL150-MSGFILE-EOF
043000             MOVE "MASTER EXCEEDS TABLE CAPACITY - RUN ABORTED"
043100                 TO DL150-INF-TEXT
043200             PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT
043300             MOVE "LIVE MASTER LEFT UNCHANGED - NO CARDS APPLIED"
043400                 TO DL150-INF-TEXT
043500             PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT
043600             CLOSE MSGFILE
043700             CLOSE MNTRPT
043800             MOVE 12 TO RETURN-CODE
043900             STOP RUN
044000         END-IF
044100     END-IF.
044200     CLOSE MSGFILE.
044300     IF NOT DL150-MSGFILE-OK
044400         MOVE "MSGFILE" TO DL150-ERR-FILE-ID
044500         MOVE DL150-MSGFILE-STATUS TO DL150-ERR-STATUS
044600         GO TO 8000-ERROR-HANDLER
044700     END-IF.
044800
044900 2000-EXIT.
045000     EXIT.
045100
045200 2100-LOAD-ONE-RECORD.
045300     READ MSGFILE
045400         AT END
045500             GO TO 2100-EXIT
045600     END-READ.
045700     IF NOT DL150-MSGFILE-OK AND NOT DL150-MSGFILE-EOF
045800         MOVE "MSGFILE" TO DL150-ERR-FILE-ID
045900         MOVE DL150-MSGFILE-STATUS TO DL150-ERR-STATUS
046000         GO TO 8000-ERROR-HANDLER
046100     END-IF.
046200     ADD 1 TO DL150-MST-COUNT.
046300     ADD 1 TO DL150-MASTER-IN-COUNT.
046400     SET DL150-MST-IDX TO DL150-MST-COUNT.
046500     MOVE SPACE TO DL150-MST-DELETE-FLAG(DL150-MST-IDX).
046600     MOVE DL100-MSGFILE-MSG-ID
046700         TO DL150-MST-MSG-ID(DL150-MST-IDX).
046800     IF DL100-MSGFILE-EFF-FROM IS NUMERIC
046900         MOVE DL100-MSGFILE-EFF-FROM
047000             TO DL150-MST-EFF-FROM(DL150-MST-IDX)
047100     ELSE
047200         MOVE ZERO TO DL150-MST-EFF-FROM(DL150-MST-IDX)
047300     END-IF.
047400     IF DL100-MSGFILE-EFF-TO IS NUMERIC
047500         MOVE DL100-MSGFILE-EFF-TO
047600             TO DL150-MST-EFF-TO(DL150-MST-IDX)
047700     ELSE
047800         MOVE ZERO TO DL150-MST-EFF-TO(DL150-MST-IDX)
047900     END-IF.
048000     MOVE DL100-MSGFILE-ACTIVE-FLAG
048100         TO DL150-MST-ACTIVE-FLAG(DL150-MST-IDX).
048200     MOVE DL100-MSGFILE-TEXT
048300         TO DL150-MST-TEXT(DL150-MST-IDX).
048400     MOVE DL100-MSGFILE-TARGETS
048500         TO DL150-MST-TARGETS(DL150-MST-IDX).
048600
048700 2100-EXIT.
048800     EXIT.
048900
049000*===============================================================
049100* 3000-APPLY-TXNS -- ONE PASS OVER THE TRANSACTION CARDS.  A
049200* MISSING TRANSACTION FILE IS AN ERROR -- THE MAINTENANCE STEP
049300* SHOULD NEVER BE SCHEDULED WITH NOTHING TO DO.
049400*===============================================================
049500 3000-APPLY-TXNS.
049600     OPEN INPUT TXNFILE.
049700     IF NOT DL150-TXNFILE-OK
049800         MOVE "TXNFILE" TO DL150-ERR-FILE-ID
049900         MOVE DL150-TXNFILE-STATUS TO DL150-ERR-STATUS
050000         GO TO 8000-ERROR-HANDLER
050100     END-IF.
050200     PERFORM 3050-OPEN-JOURNAL THRU 3050-EXIT.
050300     PERFORM 3100-APPLY-ONE-TXN THRU 3100-EXIT
050400         UNTIL DL150-TXNFILE-EOF.
050500     CLOSE TXNFILE.
050600     IF NOT DL150-TXNFILE-OK
050700         MOVE "TXNFILE" TO DL150-ERR-FILE-ID
050800         MOVE DL150-TXNFILE-STATUS TO DL150-ERR-STATUS
050900         GO TO 8000-ERROR-HANDLER
051000     END-IF.
051100     CLOSE MNTJRNL.
051200     IF NOT DL150-MNTJRNL-OK
051300         MOVE "MNTJRNL" TO DL150-ERR-FILE-ID
051400         MOVE DL150-MNTJRNL-STATUS TO DL150-ERR-STATUS
051500         GO TO 8000-ERROR-HANDLER
051600     END-IF.
051700
051800 3000-EXIT.
051900     EXIT.
052000
052100*===============================================================
052200* 3050-OPEN-JOURNAL -- THE MAINTENANCE JOURNAL IS PERMANENT AND
052300* SHARED WITH CAL-MAINT: EXTEND IT, OR START IT ON THE FIRST RUN.
052400*===============================================================
052500 3050-OPEN-JOURNAL.
052600     OPEN INPUT MNTJRNL.
052700     IF NOT DL150-MNTJRNL-OK AND NOT DL150-MNTJRNL-NOT-FOUND
052800         MOVE "MNTJRNL" TO DL150-ERR-FILE-ID
052900         MOVE DL150-MNTJRNL-STATUS TO DL150-ERR-STATUS
053000         GO TO 8000-ERROR-HANDLER
053100     END-IF.
053200     IF DL150-MNTJRNL-NOT-FOUND
053300         OPEN OUTPUT MNTJRNL
053400     ELSE
053500         CLOSE MNTJRNL
053600         IF NOT DL150-MNTJRNL-OK
053700             MOVE "MNTJRNL" TO DL150-ERR-FILE-ID
053800             MOVE DL150-MNTJRNL-STATUS TO DL150-ERR-STATUS
053900             GO TO 8000-ERROR-HANDLER
054000         END-IF
054100         OPEN EXTEND MNTJRNL
054200     END-IF.
054300     IF NOT DL150-MNTJRNL-OK
054400         MOVE "MNTJRNL" TO DL150-ERR-FILE-ID
054500         MOVE DL150-MNTJRNL-STATUS TO DL150-ERR-STATUS
054600         GO TO 8000-ERROR-HANDLER
054700     END-IF.
054800
054900 3050-EXIT.
055000     EXIT.
055100
055200 3100-APPLY-ONE-TXN.
055300     READ TXNFILE
055400         AT END
055500             GO TO 3100-EXIT
055600     END-READ.
055700     IF NOT DL150-TXNFILE-OK AND NOT DL150-TXNFILE-EOF
055800         MOVE "TXNFILE" TO DL150-ERR-FILE-ID
055900         MOVE DL150-TXNFILE-STATUS TO DL150-ERR-STATUS
056000         GO TO 8000-ERROR-HANDLER
056100     END-IF.
056200     ADD 1 TO DL150-TXN-READ-COUNT.
056300
056400     PERFORM 3200-FIND-MESSAGE THRU 3200-EXIT.
056500     IF DL100-TXN-ADD OR DL100-TXN-CHANGE
056600         OR DL100-TXN-DELETE OR DL100-TXN-DEACTIVATE
056700         PERFORM 3150-AUTHORIZE-TXN THRU 3150-EXIT
056800         IF DL150-AUTH-DENIED
056900             PERFORM 3190-REJECT-SECURITY THRU 3190-EXIT
057000             GO TO 3100-EXIT
057100         END-IF
057200     END-IF.
057300     EVALUATE TRUE
057400         WHEN DL100-TXN-ADD
057500             PERFORM 3300-APPLY-ADD THRU 3300-EXIT
057600         WHEN DL100-TXN-CHANGE
057700             PERFORM 3400-APPLY-CHANGE THRU 3400-EXIT
057800         WHEN DL100-TXN-DELETE
057900             PERFORM 3500-APPLY-DELETE THRU 3500-EXIT
058000         WHEN DL100-TXN-DEACTIVATE
058100             PERFORM 3600-APPLY-DEACTIVATE THRU 3600-EXIT
058200         WHEN OTHER
058300             MOVE "UNKNOWN "          TO DL150-TXN-LINE-ACTION
058400             MOVE "REJECTED - ACTION CODE NOT A, C, D OR X"
058500                 TO DL150-TXN-LINE-RESULT
058600             PERFORM 3900-WRITE-TXN-LINE THRU 3900-EXIT
058700             ADD 1 TO DL150-TXN-REJECT-COUNT
058800     END-EVALUATE.
058900
059000 3100-EXIT.
059100     EXIT.
059200
059300*===============================================================
059400* 3150-AUTHORIZE-TXN -- EVERY STREAM THE MESSAGE REACHES NOW
059500* (ITS MASTER TARGETS) AND WILL REACH AFTER THE CARD (THE
059600* CARD'S TARGETS ON AN ADD OR CHANGE) MUST BE COVERED BY A
059700* GRANT TO THE CARD'S USERID.  A GENERIC MESSAGE IS CHECKED
059800* AGAINST SPACES, WHICH ONLY AN ALL-STREAMS GRANT MATCHES.  THE
059900* FIRST STREAM NOT COVERED IS KEPT FOR THE REPORT.
060000*===============================================================
060100 3150-AUTHORIZE-TXN.
060200     MOVE "Y" TO DL150-AUTH-SWITCH.
060300     MOVE SPACES TO DL150-SEC-DENIED-STREAM.
060400     IF DL150-FOUND-SUB > 0
060500         SET DL150-MST-IDX TO DL150-FOUND-SUB
060600         IF DL150-MST-TARGETS(DL150-MST-IDX) = SPACES
060700             MOVE SPACES TO DL150-SEC-STREAM
060800             PERFORM 3160-CHECK-STREAM THRU 3160-EXIT
060900         ELSE
061000             PERFORM 3155-CHECK-MASTER-TARGET THRU 3155-EXIT
061100                 VARYING DL150-TGT-SUB FROM 1 BY 1
061200                 UNTIL DL150-TGT-SUB > 4
061300         END-IF
061400     END-IF.
061500     IF NOT DL100-TXN-ADD AND NOT DL100-TXN-CHANGE
061600         GO TO 3150-EXIT
061700     END-IF.
061800     EVALUATE TRUE
061900         WHEN DL100-TXN-TARGET-ALL(1)
062000             MOVE SPACES TO DL150-SEC-STREAM
062100             PERFORM 3160-CHECK-STREAM THRU 3160-EXIT
062200         WHEN NOT DL100-TXN-TARGETS-BLANK
062300             PERFORM 3156-CHECK-CARD-TARGET THRU 3156-EXIT
062400                 VARYING DL150-TGT-SUB FROM 1 BY 1
062500                 UNTIL DL150-TGT-SUB > 4
062600         WHEN DL100-TXN-ADD
062700             MOVE SPACES TO DL150-SEC-STREAM
062800             PERFORM 3160-CHECK-STREAM THRU 3160-EXIT
062900     END-EVALUATE.
063000
063100 3150-EXIT.
063200     EXIT.
063300
063400 3155-CHECK-MASTER-TARGET.
063500     IF DL150-MST-TARGET(DL150-MST-IDX, DL150-TGT-SUB)
063600         NOT = SPACES
063700         MOVE DL150-MST-TARGET(DL150-MST-IDX, DL150-TGT-SUB)
063800             TO DL150-SEC-STREAM
063900         PERFORM 3160-CHECK-STREAM THRU 3160-EXIT
064000     END-IF.
064100
064200 3155-EXIT.
064300     EXIT.
064400
064500 3156-CHECK-CARD-TARGET.
064600     IF DL100-TXN-TARGET(DL150-TGT-SUB) NOT = SPACES
064700         MOVE DL100-TXN-TARGET(DL150-TGT-SUB) TO DL150-SEC-STREAM
064800         PERFORM 3160-CHECK-STREAM THRU 3160-EXIT
064900     END-IF.
065000
065100 3156-EXIT.
065200     EXIT.
065300
065400*===============================================================
065500* 3160-CHECK-STREAM -- IS DL150-SEC-STREAM COVERED FOR THE
065600* CARD'S USERID?  A CARD WITH NO USERID IS NEVER COVERED.
065700*===============================================================
065800 3160-CHECK-STREAM.
065900     IF DL150-AUTH-DENIED
066000         GO TO 3160-EXIT
066100     END-IF.
066200     MOVE "N" TO DL150-GRANT-SWITCH.
066300     IF DL100-TXN-USERID NOT = SPACES
066400         AND DL150-SEC-COUNT > 0
066500         PERFORM 3165-TEST-ONE-GRANT THRU 3165-EXIT
066600             VARYING DL150-SEC-SUB FROM 1 BY 1
066700             UNTIL DL150-GRANT-FOUND
066800             OR DL150-SEC-SUB > DL150-SEC-COUNT
066900     END-IF.
067000     IF NOT DL150-GRANT-FOUND
067100         MOVE "N" TO DL150-AUTH-SWITCH
067200         IF DL150-SEC-STREAM = SPACES
067300             MOVE "*ALL" TO DL150-SEC-DENIED-STREAM
067400         ELSE
067500             MOVE DL150-SEC-STREAM TO DL150-SEC-DENIED-STREAM
067600         END-IF
067700     END-IF.
067800
067900 3160-EXIT.
068000     EXIT.
068100
068200 3165-TEST-ONE-GRANT.
068300     IF DL150-SEC-TBL-USERID(DL150-SEC-SUB) = DL100-TXN-USERID
068400         AND (DL150-SEC-TBL-JOB-NAME(DL150-SEC-SUB) = SPACES
068500           OR DL150-SEC-TBL-JOB-NAME(DL150-SEC-SUB)
068600               = DL150-SEC-STREAM)
068700         MOVE "Y" TO DL150-GRANT-SWITCH
068800     END-IF.
068900
069000 3165-EXIT.
069100     EXIT.
069200
069300*===============================================================
069400* 3190-REJECT-SECURITY -- REPORT THE REFUSED CARD, COUNT IT
069500* WITH THE REJECTS (THE APPLIED CARDS STILL STAND), AND RAISE
069600* A SECVIOL INCIDENT ON ALERTFL NAMING THE USERID AND STREAM.
069700*===============================================================
069800 3190-REJECT-SECURITY.
069900     EVALUATE TRUE
070000         WHEN DL100-TXN-ADD
070100             MOVE "ADD     " TO DL150-TXN-LINE-ACTION
070200         WHEN DL100-TXN-CHANGE
070300             MOVE "CHANGE  " TO DL150-TXN-LINE-ACTION
070400         WHEN DL100-TXN-DELETE
070500             MOVE "DELETE  " TO DL150-TXN-LINE-ACTION
070600         WHEN OTHER
070700             MOVE "DEACTIVE" TO DL150-TXN-LINE-ACTION
070800     END-EVALUATE.
070900     MOVE DL150-SEC-RESULT TO DL150-TXN-LINE-RESULT.
071000     PERFORM 3900-WRITE-TXN-LINE THRU 3900-EXIT.
071100     ADD 1 TO DL150-TXN-REJECT-COUNT.
071200     ADD 1 TO DL150-TXN-SECURITY-COUNT.
071300
071400     PERFORM 3195-OPEN-ALERTFL THRU 3195-EXIT.
071500     MOVE SPACES TO DL100-ALERT-RECORD.
071600     MOVE DL150-SEC-DENIED-STREAM TO DL100-ALERT-JOB-NAME.
071700     MOVE DL150-RUN-DATE          TO DL100-ALERT-RUN-DATE.
071800     MOVE DL150-RUN-TIME          TO DL100-ALERT-RUN-TIME.
071900     SET DL100-ALERT-SECURITY-VIOL TO TRUE.
072000     SET DL100-ALERT-SEV-WARNING  TO TRUE.
072100     MOVE ZERO TO DL100-ALERT-FINAL-COUNTER.
072200     MOVE ZERO TO DL100-ALERT-TARGET-COUNT.
072300     MOVE ZERO TO DL100-ALERT-ELAPSED-SECONDS.
072400     MOVE ZERO TO DL100-ALERT-ELAPSED-LIMIT.
072500     MOVE DL100-TXN-USERID        TO DL100-ALERT-USERID.
072600     MOVE "MSGMAINT"              TO DL100-ALERT-FUNCTION.
072700     WRITE DL100-ALERT-RECORD.
072800     IF NOT DL150-ALERTFL-OK
072900         MOVE "ALERTFL" TO DL150-ERR-FILE-ID
073000         MOVE DL150-ALERTFL-STATUS TO DL150-ERR-STATUS
073100         GO TO 8000-ERROR-HANDLER
073200     END-IF.
073300     PERFORM 3196-CLOSE-ALERTFL THRU 3196-EXIT.
073400
073500 3190-EXIT.
073600     EXIT.
073700
073800 3195-OPEN-ALERTFL.
073900     OPEN INPUT ALERTFL.
074000     IF NOT DL150-ALERTFL-OK AND NOT DL150-ALERTFL-NOT-FOUND
074100         MOVE "ALERTFL" TO DL150-ERR-FILE-ID
074200         MOVE DL150-ALERTFL-STATUS TO DL150-ERR-STATUS
074300         GO TO 8000-ERROR-HANDLER
074400     END-IF.
074500     IF DL150-ALERTFL-NOT-FOUND
074600         OPEN OUTPUT ALERTFL
074700         IF NOT DL150-ALERTFL-OK
074800             MOVE "ALERTFL" TO DL150-ERR-FILE-ID
074900             MOVE DL150-ALERTFL-STATUS TO DL150-ERR-STATUS
075000             GO TO 8000-ERROR-HANDLER
075100         END-IF
075200     ELSE
075300         CLOSE ALERTFL
075400         IF NOT DL150-ALERTFL-OK
075500             MOVE "ALERTFL" TO DL150-ERR-FILE-ID
075600             MOVE DL150-ALERTFL-STATUS TO DL150-ERR-STATUS
075700             GO TO 8000-ERROR-HANDLER
075800         END-IF
075900         OPEN EXTEND ALERTFL
076000         IF NOT DL150-ALERTFL-OK
076100             MOVE "ALERTFL" TO DL150-ERR-FILE-ID
076200             MOVE DL150-ALERTFL-STATUS TO DL150-ERR-STATUS
076300             GO TO 8000-ERROR-HANDLER
076400         END-IF
076500     END-IF.
076600
076700 3195-EXIT.
076800     EXIT.
076900
077000 3196-CLOSE-ALERTFL.
077100     CLOSE ALERTFL.
077200     IF NOT DL150-ALERTFL-OK
077300         MOVE "ALERTFL" TO DL150-ERR-FILE-ID
077400         MOVE DL150-ALERTFL-STATUS TO DL150-ERR-STATUS
077500         GO TO 8000-ERROR-HANDLER
077600     END-IF.
077700
077800 3196-EXIT.
077900     EXIT.
078000
078100*===============================================================
078200* 3200-FIND-MESSAGE -- LINEAR SEARCH OF THE TABLE BY MESSAGE
078300* ID, SKIPPING DELETED ENTRIES.  ZERO MEANS NOT FOUND.
078400*===============================================================
078500 3200-FIND-MESSAGE.
078600     MOVE ZERO TO DL150-FOUND-SUB.
078700     IF DL150-MST-COUNT = 0
078800         GO TO 3200-EXIT
078900     END-IF.
079000     PERFORM 3210-TEST-ONE-ENTRY THRU 3210-EXIT
079100         VARYING DL150-SEARCH-SUB FROM 1 BY 1
079200         UNTIL DL150-FOUND-SUB > 0
079300         OR DL150-SEARCH-SUB > DL150-MST-COUNT.
079400
079500 3200-EXIT.
079600     EXIT.
079700
079800 3210-TEST-ONE-ENTRY.
079900     SET DL150-MST-IDX TO DL150-SEARCH-SUB.
080000     IF DL150-MST-DELETE-FLAG(DL150-MST-IDX) = SPACE
080100         AND DL150-MST-MSG-ID(DL150-MST-IDX) = DL100-TXN-MSG-ID
080200         MOVE DL150-SEARCH-SUB TO DL150-FOUND-SUB
080300     END-IF.
080400
080500 3210-EXIT.
080600     EXIT.
080700
080800*===============================================================
080900* 3300-APPLY-ADD -- NEW MESSAGE.  THE CARD SUPPLIES THE WHOLE
081000* RECORD; A BLANK FLAG DEFAULTS TO ACTIVE AND BLANK (OR *ALL)
081100* TARGETS MAKE THE MESSAGE GENERIC.
081200*===============================================================
081300 3300-APPLY-ADD.
081400     MOVE "ADD     " TO DL150-TXN-LINE-ACTION.
081500     IF DL150-FOUND-SUB > 0
081600         MOVE "REJECTED - MESSAGE ID ALREADY ON MASTER"
081700             TO DL150-TXN-LINE-RESULT
081800         PERFORM 3900-WRITE-TXN-LINE THRU 3900-EXIT
081900         ADD 1 TO DL150-TXN-REJECT-COUNT
082000         GO TO 3300-EXIT
082100     END-IF.
082200     IF DL100-TXN-MSG-ID = SPACES
082300         MOVE "REJECTED - MESSAGE ID IS BLANK"
082400             TO DL150-TXN-LINE-RESULT
082500         PERFORM 3900-WRITE-TXN-LINE THRU 3900-EXIT
082600         ADD 1 TO DL150-TXN-REJECT-COUNT
082700         GO TO 3300-EXIT
082800     END-IF.
082900     IF DL100-TXN-TEXT = SPACES
083000         MOVE "REJECTED - MESSAGE TEXT IS BLANK"
083100             TO DL150-TXN-LINE-RESULT
083200         PERFORM 3900-WRITE-TXN-LINE THRU 3900-EXIT
083300         ADD 1 TO DL150-TXN-REJECT-COUNT
083400         GO TO 3300-EXIT
083500     END-IF.
083600     IF DL150-MST-COUNT = DL150-MST-MAX-ENTRIES
083700         MOVE "REJECTED - MASTER TABLE IS FULL"
083800             TO DL150-TXN-LINE-RESULT
083900         PERFORM 3900-WRITE-TXN-LINE THRU 3900-EXIT
084000         ADD 1 TO DL150-TXN-REJECT-COUNT
084100         GO TO 3300-EXIT
084200     END-IF.
084300     ADD 1 TO DL150-MST-COUNT.
084400     SET DL150-MST-IDX TO DL150-MST-COUNT.
084500     MOVE SPACE TO DL150-MST-DELETE-FLAG(DL150-MST-IDX).
084600     MOVE DL100-TXN-MSG-ID TO DL150-MST-MSG-ID(DL150-MST-IDX).
084700     IF DL100-TXN-EFF-FROM IS NUMERIC
084800         MOVE DL100-TXN-EFF-FROM
084900             TO DL150-MST-EFF-FROM(DL150-MST-IDX)
085000     ELSE
085100         MOVE ZERO TO DL150-MST-EFF-FROM(DL150-MST-IDX)
085200     END-IF.
085300     IF DL100-TXN-EFF-TO IS NUMERIC
085400         MOVE DL100-TXN-EFF-TO
085500             TO DL150-MST-EFF-TO(DL150-MST-IDX)
085600     ELSE
085700         MOVE ZERO TO DL150-MST-EFF-TO(DL150-MST-IDX)
085800     END-IF.
085900     IF DL100-TXN-ACTIVE-FLAG = "I"
086000         MOVE "I" TO DL150-MST-ACTIVE-FLAG(DL150-MST-IDX)
086100     ELSE
086200         MOVE "A" TO DL150-MST-ACTIVE-FLAG(DL150-MST-IDX)
086300     END-IF.
086400     MOVE DL100-TXN-TEXT TO DL150-MST-TEXT(DL150-MST-IDX).
086500     IF DL100-TXN-TARGET-ALL(1)
086600         MOVE SPACES TO DL150-MST-TARGETS(DL150-MST-IDX)
086700     ELSE
086800         MOVE DL100-TXN-TARGETS
086900             TO DL150-MST-TARGETS(DL150-MST-IDX)
087000     END-IF.
087100     MOVE "APPLIED" TO DL150-TXN-LINE-RESULT.
087200     PERFORM 3900-WRITE-TXN-LINE THRU 3900-EXIT.
087300     MOVE "AFTER:  " TO DL150-IMG-TAG.
087400     PERFORM 3920-WRITE-IMAGE-LINE THRU 3920-EXIT.
087500     ADD 1 TO DL150-TXN-APPLIED-COUNT.
087600
087700 3300-EXIT.
087800     EXIT.
087900
088000*===============================================================
088100* 3400-APPLY-CHANGE -- UPDATE AN EXISTING MESSAGE IN PLACE.
088200* ONLY THE CARD FIELDS THAT ARE FILLED IN MOVE ACROSS.  NAMED
088300* TARGETS REPLACE THE WHOLE TARGET LIST; *ALL CLEARS IT.
088400*===============================================================
088500 3400-APPLY-CHANGE.
088600     MOVE "CHANGE  " TO DL150-TXN-LINE-ACTION.
088700     IF DL150-FOUND-SUB = 0
088800         MOVE "REJECTED - MESSAGE ID NOT ON MASTER"
088900             TO DL150-TXN-LINE-RESULT
089000         PERFORM 3900-WRITE-TXN-LINE THRU 3900-EXIT
089100         ADD 1 TO DL150-TXN-REJECT-COUNT
089200         GO TO 3400-EXIT
089300     END-IF.
089400     MOVE "APPLIED" TO DL150-TXN-LINE-RESULT.
089500     PERFORM 3900-WRITE-TXN-LINE THRU 3900-EXIT.
089600     SET DL150-MST-IDX TO DL150-FOUND-SUB.
089700     MOVE "BEFORE: " TO DL150-IMG-TAG.
089800     PERFORM 3920-WRITE-IMAGE-LINE THRU 3920-EXIT.
089900     IF DL100-TXN-EFF-FROM IS NUMERIC
090000         MOVE DL100-TXN-EFF-FROM
090100             TO DL150-MST-EFF-FROM(DL150-MST-IDX)
090200     END-IF.
090300     IF DL100-TXN-EFF-TO IS NUMERIC
090400         MOVE DL100-TXN-EFF-TO
090500             TO DL150-MST-EFF-TO(DL150-MST-IDX)
090600     END-IF.
090700     IF DL100-TXN-ACTIVE-FLAG = "A"
090800         OR DL100-TXN-ACTIVE-FLAG = "I"
090900         MOVE DL100-TXN-ACTIVE-FLAG
091000             TO DL150-MST-ACTIVE-FLAG(DL150-MST-IDX)
091100     END-IF.
091200     IF DL100-TXN-TEXT NOT = SPACES
091300         MOVE DL100-TXN-TEXT TO DL150-MST-TEXT(DL150-MST-IDX)
091400     END-IF.
091500     IF DL100-TXN-TARGET-ALL(1)
091600         MOVE SPACES TO DL150-MST-TARGETS(DL150-MST-IDX)
091700     ELSE
091800         IF NOT DL100-TXN-TARGETS-BLANK
091900             MOVE DL100-TXN-TARGETS
092000                 TO DL150-MST-TARGETS(DL150-MST-IDX)
092100         END-IF
092200     END-IF.
092300     MOVE "AFTER:  " TO DL150-IMG-TAG.
092400     PERFORM 3920-WRITE-IMAGE-LINE THRU 3920-EXIT.
092500     ADD 1 TO DL150-TXN-APPLIED-COUNT.
092600
092700 3400-EXIT.
092800     EXIT.
092900
093000*===============================================================
093100* 3500-APPLY-DELETE -- FLAG THE ENTRY; IT IS DROPPED WHEN THE
093200* NEW MASTER IS WRITTEN.
093300*===============================================================
093400 3500-APPLY-DELETE.
093500     MOVE "DELETE  " TO DL150-TXN-LINE-ACTION.
093600     IF DL150-FOUND-SUB = 0
093700         MOVE "REJECTED - MESSAGE ID NOT ON MASTER"
093800             TO DL150-TXN-LINE-RESULT
093900         PERFORM 3900-WRITE-TXN-LINE THRU 3900-EXIT
094000         ADD 1 TO DL150-TXN-REJECT-COUNT
094100         GO TO 3500-EXIT
094200     END-IF.
094300     MOVE "APPLIED" TO DL150-TXN-LINE-RESULT.
094400     PERFORM 3900-WRITE-TXN-LINE THRU 3900-EXIT.
094500     SET DL150-MST-IDX TO DL150-FOUND-SUB.
094600     MOVE "BEFORE: " TO DL150-IMG-TAG.
094700     PERFORM 3920-WRITE-IMAGE-LINE THRU 3920-EXIT.
094800     MOVE "D" TO DL150-MST-DELETE-FLAG(DL150-MST-IDX).
094900     ADD 1 TO DL150-TXN-APPLIED-COUNT.
095000
095100 3500-EXIT.
095200     EXIT.
095300
095400*===============================================================
095500* 3600-APPLY-DEACTIVATE -- TURN THE ACTIVE FLAG OFF, KEEPING
095600* THE RECORD ON THE MASTER FOR LATER REACTIVATION BY CHANGE.
095700*===============================================================
095800 3600-APPLY-DEACTIVATE.
095900     MOVE "DEACTIVE" TO DL150-TXN-LINE-ACTION.
096000     IF DL150-FOUND-SUB = 0
096100         MOVE "REJECTED - MESSAGE ID NOT ON MASTER"
096200             TO DL150-TXN-LINE-RESULT
096300         PERFORM 3900-WRITE-TXN-LINE THRU 3900-EXIT
096400         ADD 1 TO DL150-TXN-REJECT-COUNT
096500         GO TO 3600-EXIT
096600     END-IF.
096700     MOVE "APPLIED" TO DL150-TXN-LINE-RESULT.
096800     PERFORM 3900-WRITE-TXN-LINE THRU 3900-EXIT.
096900     SET DL150-MST-IDX TO DL150-FOUND-SUB.
097000     MOVE "BEFORE: " TO DL150-IMG-TAG.
097100     PERFORM 3920-WRITE-IMAGE-LINE THRU 3920-EXIT.
097200     MOVE "I" TO DL150-MST-ACTIVE-FLAG(DL150-MST-IDX).
097300     MOVE "AFTER:  " TO DL150-IMG-TAG.
097400     PERFORM 3920-WRITE-IMAGE-LINE THRU 3920-EXIT.
097500     ADD 1 TO DL150-TXN-APPLIED-COUNT.
097600
097700 3600-EXIT.
097800     EXIT.
097900
098000*===============================================================
098100* 3900-WRITE-TXN-LINE / 3920-WRITE-IMAGE-LINE -- REPORT
098200* WRITERS.  THE IMAGE LINE SHOWS THE TABLE ENTRY DL150-MST-IDX
098300* CURRENTLY POINTS AT, FOLLOWED BY ITS TARGET STREAMS.
098400*===============================================================
098500 3900-WRITE-TXN-LINE.
098600     MOVE DL150-TXN-READ-COUNT TO DL150-TXN-LINE-NO.
098700     MOVE DL100-TXN-MSG-ID     TO DL150-TXN-LINE-ID.
098800     MOVE DL100-TXN-USERID     TO DL150-TXN-LINE-USERID.
098900     WRITE DL150-PRINT-RECORD FROM DL150-RPT-TXN-LINE
099000         AFTER ADVANCING 1 LINE.
099100     IF NOT DL150-MNTRPT-OK
099200         MOVE "MNTRPT"  TO DL150-ERR-FILE-ID
099300         MOVE DL150-MNTRPT-STATUS TO DL150-ERR-STATUS
099400         GO TO 8000-ERROR-HANDLER
099500     END-IF.
099600
099700 3900-EXIT.
099800     EXIT.
099900
100000 3920-WRITE-IMAGE-LINE.
100100     MOVE DL150-MST-MSG-ID(DL150-MST-IDX)      TO DL150-IMG-ID.
100200     MOVE DL150-MST-EFF-FROM(DL150-MST-IDX)    TO DL150-IMG-FROM.
100300     MOVE DL150-MST-EFF-TO(DL150-MST-IDX)      TO DL150-IMG-TO.
100400     MOVE DL150-MST-ACTIVE-FLAG(DL150-MST-IDX) TO DL150-IMG-FLAG.
100500     MOVE DL150-MST-TEXT(DL150-MST-IDX)        TO DL150-IMG-TEXT.
100600     WRITE DL150-PRINT-RECORD FROM DL150-RPT-IMAGE-LINE
100700         AFTER ADVANCING 1 LINE.
100800     IF NOT DL150-MNTRPT-OK
100900         MOVE "MNTRPT"  TO DL150-ERR-FILE-ID
101000         MOVE DL150-MNTRPT-STATUS TO DL150-ERR-STATUS
101100         GO TO 8000-ERROR-HANDLER
101200     END-IF.
101300     IF DL150-MST-TARGETS(DL150-MST-IDX) = SPACES
101400         MOVE "GENERIC (ALL STREAMS)" TO DL150-TGT-LIST
101500     ELSE
101600         MOVE SPACES TO DL150-TGT-LIST
101700         PERFORM 3930-MOVE-ONE-TARGET THRU 3930-EXIT
101800             VARYING DL150-TGT-SUB FROM 1 BY 1
101900             UNTIL DL150-TGT-SUB > 4
102000     END-IF.
102100     WRITE DL150-PRINT-RECORD FROM DL150-RPT-TARGET-LINE
102200         AFTER ADVANCING 1 LINE.
102300     IF NOT DL150-MNTRPT-OK
102400         MOVE "MNTRPT"  TO DL150-ERR-FILE-ID
102500         MOVE DL150-MNTRPT-STATUS TO DL150-ERR-STATUS
102600         GO TO 8000-ERROR-HANDLER
102700     END-IF.
102800     PERFORM 3940-WRITE-JOURNAL THRU 3940-EXIT.
102900
103000 3920-EXIT.
103100     EXIT.
103200
103300 3930-MOVE-ONE-TARGET.
103400     MOVE DL150-MST-TARGET(DL150-MST-IDX, DL150-TGT-SUB)
103500         TO DL150-TGT-NAME(DL150-TGT-SUB).
103600
103700 3930-EXIT.
103800     EXIT.
103900
104000*===============================================================
104100* 3940-WRITE-JOURNAL -- EVERY IMAGE PRINTED FOR AN APPLIED CARD
104200* IS ALSO JOURNALED: THE TABLE ENTRY DL150-MST-IDX POINTS AT, IN
104300* ITS MASTER RECORD FORM, TAGGED WITH THE CARD THAT CHANGED IT.
104400*===============================================================
104500 3940-WRITE-JOURNAL.
104600     MOVE SPACES TO DL100-JRN-RECORD.
104700     MOVE "MSGMAINT"              TO DL100-JRN-SOURCE.
104800     MOVE DL150-RUN-DATE          TO DL100-JRN-DATE.
104900     MOVE DL150-RUN-TIME          TO DL100-JRN-TIME.
105000     MOVE DL150-TXN-READ-COUNT    TO DL100-JRN-TXN-NO.
105100     MOVE DL100-TXN-ACTION        TO DL100-JRN-ACTION.
105200     MOVE DL100-TXN-USERID        TO DL100-JRN-USERID.
105300     IF DL150-IMG-TAG = "BEFORE: "
105400         SET DL100-JRN-BEFORE-IMAGE TO TRUE
105500     ELSE
105600         SET DL100-JRN-AFTER-IMAGE  TO TRUE
105700     END-IF.
105800     MOVE DL150-MST-MSG-ID(DL150-MST-IDX)
105900         TO DL100-JRN-MSG-ID.
106000     MOVE DL150-MST-EFF-FROM(DL150-MST-IDX)
106100         TO DL100-JRN-MSG-EFF-FROM.
106200     MOVE DL150-MST-EFF-TO(DL150-MST-IDX)
106300         TO DL100-JRN-MSG-EFF-TO.
106400     MOVE DL150-MST-ACTIVE-FLAG(DL150-MST-IDX)
106500         TO DL100-JRN-MSG-ACTIVE-FLAG.
106600     MOVE DL150-MST-TEXT(DL150-MST-IDX)
106700         TO DL100-JRN-MSG-TEXT.
106800     MOVE DL150-MST-TARGETS(DL150-MST-IDX)
106900         TO DL100-JRN-MSG-TARGETS.
107000     WRITE DL100-JRN-RECORD.
107100     IF NOT DL150-MNTJRNL-OK
107200         MOVE "MNTJRNL" TO DL150-ERR-FILE-ID
107300         MOVE DL150-MNTJRNL-STATUS TO DL150-ERR-STATUS
107400         GO TO 8000-ERROR-HANDLER
107500     END-IF.
107600     ADD 1 TO DL150-JRN-WRITE-COUNT.
107700
107800 3940-EXIT.
107900     EXIT.
108000
108100 7000-WRITE-INFO-LINE.
108200     WRITE DL150-PRINT-RECORD FROM DL150-RPT-INFO-LINE
108300         AFTER ADVANCING 1 LINE.
108400     IF NOT DL150-MNTRPT-OK
108500         MOVE "MNTRPT"  TO DL150-ERR-FILE-ID
108600         MOVE DL150-MNTRPT-STATUS TO DL150-ERR-STATUS
108700         GO TO 8000-ERROR-HANDLER
108800     END-IF.
108900
109000 7000-EXIT.
109100     EXIT.
109200
109300*===============================================================
109400* 4000-WRITE-NEW-MASTER -- WRITE THE SURVIVING TABLE ENTRIES TO
109500* THE REPLACEMENT DATASET IN THEIR ORIGINAL ORDER.
109600*===============================================================
109700 4000-WRITE-NEW-MASTER.
109800     OPEN OUTPUT MSGFILEN.
109900     IF NOT DL150-MSGFILEN-OK
110000         MOVE "MSGFILEN" TO DL150-ERR-FILE-ID
110100         MOVE DL150-MSGFILEN-STATUS TO DL150-ERR-STATUS
110200         GO TO 8000-ERROR-HANDLER
110300     END-IF.
110400     IF DL150-MST-COUNT > 0
110500         PERFORM 4100-WRITE-ONE-ENTRY THRU 4100-EXIT
110600             VARYING DL150-SEARCH-SUB FROM 1 BY 1
110700             UNTIL DL150-SEARCH-SUB > DL150-MST-COUNT
110800     END-IF.
110900     CLOSE MSGFILEN.
111000     IF NOT DL150-MSGFILEN-OK
111100         MOVE "MSGFILEN" TO DL150-ERR-FILE-ID
111200         MOVE DL150-MSGFILEN-STATUS TO DL150-ERR-STATUS
111300         GO TO 8000-ERROR-HANDLER
111400     END-IF.
111500
111600 4000-EXIT.
111700     EXIT.
111800
111900 4100-WRITE-ONE-ENTRY.
112000     SET DL150-MST-IDX TO DL150-SEARCH-SUB.
112100     IF DL150-MST-DELETE-FLAG(DL150-MST-IDX) NOT = SPACE
112200         GO TO 4100-EXIT
112300     END-IF.
112400     MOVE DL150-MST-MSG-ID(DL150-MST-IDX)
112500         TO DL100-MSGFILE-MSG-ID.
112600     MOVE DL150-MST-EFF-FROM(DL150-MST-IDX)
112700         TO DL100-MSGFILE-EFF-FROM.
112800     MOVE DL150-MST-EFF-TO(DL150-MST-IDX)
112900         TO DL100-MSGFILE-EFF-TO.
113000     MOVE DL150-MST-ACTIVE-FLAG(DL150-MST-IDX)
113100         TO DL100-MSGFILE-ACTIVE-FLAG.
113200     MOVE DL150-MST-TEXT(DL150-MST-IDX)
113300         TO DL100-MSGFILE-TEXT.
113400     MOVE DL150-MST-TARGETS(DL150-MST-IDX)
113500         TO DL100-MSGFILE-TARGETS.
113600     WRITE DL150-NEW-RECORD FROM DL100-MSGFILE-RECORD.
113700     IF NOT DL150-MSGFILEN-OK
113800         MOVE "MSGFILEN" TO DL150-ERR-FILE-ID
113900         MOVE DL150-MSGFILEN-STATUS TO DL150-ERR-STATUS
114000         GO TO 8000-ERROR-HANDLER
114100     END-IF.
114200     ADD 1 TO DL150-MASTER-OUT-COUNT.
114300
114400 4100-EXIT.
114500     EXIT.
114600
114700*===============================================================
114800* 5000-TERMINATE -- TOTALS, THEN CLOSE THE REPORT.
114900*===============================================================
115000 5000-TERMINATE.
115100     WRITE DL150-PRINT-RECORD FROM DL150-BLANK-LINE
115200         AFTER ADVANCING 1 LINE.
115300     MOVE "MASTER RECORDS READ:                "
115400         TO DL150-TOT-TITLE.
115500     MOVE DL150-MASTER-IN-COUNT TO DL150-TOT-VALUE.
115600     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
115700     MOVE "TRANSACTIONS READ:                  "
115800         TO DL150-TOT-TITLE.
115900     MOVE DL150-TXN-READ-COUNT TO DL150-TOT-VALUE.
116000     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
116100     MOVE "TRANSACTIONS APPLIED:               "
116200         TO DL150-TOT-TITLE.
116300     MOVE DL150-TXN-APPLIED-COUNT TO DL150-TOT-VALUE.
116400     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
116500     MOVE "TRANSACTIONS REJECTED:              "
116600         TO DL150-TOT-TITLE.
116700     MOVE DL150-TXN-REJECT-COUNT TO DL150-TOT-VALUE.
116800     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
116900     MOVE "  OF WHICH SECURITY VIOLATIONS:     "
117000         TO DL150-TOT-TITLE.
117100     MOVE DL150-TXN-SECURITY-COUNT TO DL150-TOT-VALUE.
117200     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
117300     MOVE "JOURNAL IMAGES WRITTEN:             "
117400         TO DL150-TOT-TITLE.
117500     MOVE DL150-JRN-WRITE-COUNT TO DL150-TOT-VALUE.
117600     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
117700     MOVE "MASTER RECORDS WRITTEN:             "
117800         TO DL150-TOT-TITLE.
117900     MOVE DL150-MASTER-OUT-COUNT TO DL150-TOT-VALUE.
118000     PERFORM 5100-WRITE-TOTAL-LINE THRU 5100-EXIT.
118100     CLOSE MNTRPT.
118200     IF NOT DL150-MNTRPT-OK
118300         MOVE "MNTRPT"  TO DL150-ERR-FILE-ID
118400         MOVE DL150-MNTRPT-STATUS TO DL150-ERR-STATUS
118500         GO TO 8000-ERROR-HANDLER
118600     END-IF.
118700
118800 5000-EXIT.
118900     EXIT.
119000
119100 5100-WRITE-TOTAL-LINE.
119200     WRITE DL150-PRINT-RECORD FROM DL150-RPT-TOTAL-LINE
119300         AFTER ADVANCING 1 LINE.
119400     IF NOT DL150-MNTRPT-OK
119500         MOVE "MNTRPT"  TO DL150-ERR-FILE-ID
119600         MOVE DL150-MNTRPT-STATUS TO DL150-ERR-STATUS
119700         GO TO 8000-ERROR-HANDLER
119800     END-IF.
119900
120000 5100-EXIT.
120100     EXIT.
120200
120300*===============================================================
120400* 8000-ERROR-HANDLER -- COMMON I/O ERROR TRAP, SAME CONVENTION
120500* AS LONG-PROGRAM.
120600*===============================================================
120700 8000-ERROR-HANDLER.
120800     DISPLAY "*** MSG-MAINT I/O ERROR ***".
120900     DISPLAY "FILE: "   DL150-ERR-FILE-ID
121000             "  STATUS: " DL150-ERR-STATUS.
121100     MOVE 16 TO RETURN-CODE.
121200     STOP RUN.
