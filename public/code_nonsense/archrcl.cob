000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ARCH-RECALL.
000300 AUTHOR.        R T HALVERSEN.
000400 INSTALLATION.  BATCH-OPERATIONS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700 REMARKS.       ARCHIVE RECALL.  JOBLOG-PURGE MOVES EVERY LINE
000800                PAST THE 90-DAY RETENTION BOUNDARY ONTO THE
000900                CUMULATIVE ARCHFL; THIS UTILITY READS IT BACK.
001000                RECALL REQUEST CARDS (RCLREQ: DATE RANGE, OPTIONAL
001100                STREAM, OPTIONAL MESSAGE ID) ARE LOADED FIRST AND
001200                THE ARCHIVE IS THEN READ ONCE.  EVERY LINE
001300                MATCHING AT LEAST ONE CARD IS COPIED, UNCHANGED
001400                AND IN ARCHIVE ORDER, TO THE RCLEXT WORK FILE -- A
001500                JOBLOG IN ALL BUT NAME, SO JOBLOG-REPORT,
001600                LOG-VERIFY AND MSG-ATTEST CAN BE RUN AGAINST IT BY
001700                POINTING THEIR JOBLOG DD AT THE EXTRACT.  A LINE
001800                MATCHING SEVERAL CARDS IS WRITTEN ONCE AND COUNTED
001900                UNDER EACH.  THE RECALL REPORT LISTS, PER CARD,
002000                THE LINES FOUND PER NIGHT AND STREAM.  CONDITION
002100                CODE 4 MEANS THE RECALL IS QUALIFIED: A CARD WAS
002200                REJECTED, THE ARCHIVE WAS NOT THERE, OR THE NIGHT
002300                TABLE FILLED AND SOME NIGHTS WENT UNLISTED (THEIR
002400                LINES ARE STILL EXTRACTED AND COUNTED).
002500                A LINE WITH A BLANK STREAM WAS ARCHIVED BEFORE
002600                THE LOG CARRIED ONE AND IS TAKEN, AND EXTRACTED,
002700                AS LONGPRGM'S.
002800*===============================================================
002900* MODIFICATION HISTORY
003000*---------------------------------------------------------------
003100* DATE       INIT  DESCRIPTION
003200* ---------- ----  -------------------------------------------
003300* 2026-10-15 RTH   INITIAL VERSION.
003400*===============================================================
003500
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER.   IBM-370.
003900 OBJECT-COMPUTER.   IBM-370.
004000
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT RCLREQ ASSIGN TO "RCLREQ"
004400         ORGANIZATION IS SEQUENTIAL
004500         ACCESS MODE IS SEQUENTIAL
004600         FILE STATUS IS DL260-RCLREQ-STATUS.
004700
004800     SELECT ARCHFL ASSIGN TO "ARCHFL"
004900         ORGANIZATION IS SEQUENTIAL
005000         ACCESS MODE IS SEQUENTIAL
005100         FILE STATUS IS DL260-ARCHFL-STATUS.
005200
005300     SELECT RCLEXT ASSIGN TO "RCLEXT"
005400         ORGANIZATION IS SEQUENTIAL
005500         ACCESS MODE IS SEQUENTIAL
005600         FILE STATUS IS DL260-RCLEXT-STATUS.
005700
005800     SELECT RCLRPT ASSIGN TO "RCLRPT"
005900         ORGANIZATION IS SEQUENTIAL
006000         ACCESS MODE IS SEQUENTIAL
006100         FILE STATUS IS DL260-RCLRPT-STATUS.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  RCLREQ
006600     RECORDING MODE IS F
006700     LABEL RECORDS ARE STANDARD.
006800     COPY RCLREQ.
006900
007000 FD  ARCHFL
007100     RECORDING MODE IS F
007200     BLOCK CONTAINS 50 RECORDS
007300     LABEL RECORDS ARE STANDARD.
007400     COPY JOBLOG.
007500
007600 FD  RCLEXT
007700     RECORDING MODE IS F
007800     BLOCK CONTAINS 50 RECORDS
007900     LABEL RECORDS ARE STANDARD.
008000 01  DL260-EXT-RECORD                PIC X(141).
008100
008200 FD  RCLRPT
008300     RECORDING MODE IS F
008400     LABEL RECORDS ARE STANDARD.
008500 01  DL260-PRINT-RECORD              PIC X(132).
008600
008700 WORKING-STORAGE SECTION.
008800*===============================================================
008900* FILE STATUS SWITCHES
009000*===============================================================
009100 01  DL260-SWITCHES.
009200     05  DL260-RCLREQ-STATUS         PIC X(02) VALUE "00".
009300         88  DL260-RCLREQ-OK                   VALUE "00".
009400         88  DL260-RCLREQ-EOF                  VALUE "10".
009500     05  DL260-ARCHFL-STATUS         PIC X(02) VALUE "00".
009600         88  DL260-ARCHFL-OK                   VALUE "00".
009700         88  DL260-ARCHFL-EOF                  VALUE "10".
009800         88  DL260-ARCHFL-NOT-FOUND            VALUE "35".
009900     05  DL260-RCLEXT-STATUS         PIC X(02) VALUE "00".
010000         88  DL260-RCLEXT-OK                   VALUE "00".
010100     05  DL260-RCLRPT-STATUS         PIC X(02) VALUE "00".
010200         88  DL260-RCLRPT-OK                   VALUE "00".
010300
010400*===============================================================
010500* ACCEPTED REQUEST CARDS.  A BLANK STREAM OR MESSAGE ID IS HELD
010600* AS IS AND MATCHES ANYTHING.
010700*===============================================================
010800 77  DL260-REQ-MAX                   PIC 9(04) COMP VALUE 20.
010900 77  DL260-REQ-COUNT                 PIC 9(04) COMP VALUE ZERO.
011000 77  DL260-REQ-SUB                   PIC 9(04) COMP.
011100 77  DL260-CARD-NO                   PIC 9(04) COMP VALUE ZERO.
011200 77  DL260-REJECT-COUNT              PIC 9(04) COMP VALUE ZERO.
011300 01  DL260-REQ-TABLE.
011400     05  DL260-REQ-ENTRY             OCCURS 20 TIMES.
011500         10  DL260-REQ-CARD-NO       PIC 9(04) COMP.
011600         10  DL260-REQ-FROM-DATE     PIC 9(08).
011700         10  DL260-REQ-TO-DATE       PIC 9(08).
011800         10  DL260-REQ-JOB-NAME      PIC X(08).
011900         10  DL260-REQ-MSG-ID        PIC X(08).
012000         10  DL260-REQ-LINE-COUNT    PIC 9(09) COMP.
012100         10  DL260-REQ-NIGHT-COUNT   PIC 9(05) COMP.
012200 01  DL260-REJECT-REASON             PIC X(50).
012300
012400*===============================================================
012500* LINES PER CARD PER NIGHT PER STREAM, KEPT IN KEY ORDER AS THEY
012600* ARE FOUND SO THE REPORT NEEDS NO SORT.  THE ARCHIVE RUNS IN
012700* NIGHT ORDER WITHIN A STREAM, SO THE LAST ROW HIT IS TRIED FIRST.
012800*===============================================================
012900 77  DL260-NT-MAX                    PIC 9(05) COMP VALUE 2000.
013000 77  DL260-NT-COUNT                  PIC 9(05) COMP VALUE ZERO.
013100 77  DL260-NT-SUB                    PIC 9(05) COMP.
013200 77  DL260-NT-SLOT                   PIC 9(05) COMP.
013300 77  DL260-NT-LAST-HIT               PIC 9(05) COMP VALUE ZERO.
013400 77  DL260-NT-UNLISTED-COUNT         PIC 9(09) COMP VALUE ZERO.
013500 77  DL260-SLOT-FOUND-SW             PIC X(01) VALUE "N".
013600     88  DL260-SLOT-FOUND                      VALUE "Y".
013700 01  DL260-NEW-KEY.
013800     05  DL260-NEW-CARD-NO           PIC 9(04).
013900     05  DL260-NEW-DATE              PIC 9(08).
014000     05  DL260-NEW-JOB-NAME          PIC X(08).
014100 01  DL260-NIGHT-TABLE.
014200     05  DL260-NT-ENTRY              OCCURS 2000 TIMES.
014300         10  DL260-NT-KEY.
014400             15  DL260-NT-CARD-NO    PIC 9(04).
014500             15  DL260-NT-DATE       PIC 9(08).
014600             15  DL260-NT-JOB-NAME   PIC X(08).
014700         10  DL260-NT-LINE-COUNT     PIC 9(09) COMP.
014800
014900*===============================================================
015000* RUN COUNTERS
015100*===============================================================
015200 77  DL260-READ-COUNT                PIC 9(09) COMP VALUE ZERO.
015300 77  DL260-EXTRACT-COUNT             PIC 9(09) COMP VALUE ZERO.
015400 77  DL260-HIGH-RC                   PIC 9(02) COMP VALUE ZERO.
015500 01  DL260-MATCH-SWITCH              PIC X(01) VALUE "N".
015600     88  DL260-LINE-MATCHED                    VALUE "Y".
015700 01  DL260-RUN-DATE                  PIC 9(08).
015800
015900*===============================================================
016000* DATE VALIDATION -- A REQUEST DATE MUST BE A REAL CALENDAR DATE.
016100*===============================================================
016200 01  DL260-WORK-DATE                 PIC 9(08).
016300 01  DL260-WORK-DATE-FIELDS REDEFINES DL260-WORK-DATE.
016400     05  DL260-WRK-YYYY              PIC 9(04).
016500     05  DL260-WRK-MM                PIC 9(02).
016600     05  DL260-WRK-DD                PIC 9(02).
016700 01  DL260-DAYS-IN-MONTH             PIC 9(02).
016800 01  DL260-LEAP-QUOTIENT             PIC 9(04) COMP.
016900 01  DL260-LEAP-REMAINDER            PIC 9(04) COMP.
017000 01  DL260-LEAP-SWITCH               PIC X(01) VALUE "N".
017100     88  DL260-LEAP-YEAR                       VALUE "Y".
017200 01  DL260-DATE-SWITCH               PIC X(01) VALUE "Y".
017300     88  DL260-DATE-VALID                      VALUE "Y".
017400
017500*===============================================================
017600* REPORT LINES
017700*===============================================================
017800 01  DL260-RPT-HEADING.
017900     05  FILLER                      PIC X(36) VALUE
018000         "ARCHIVE RECALL REPORT -- RUN        ".
018100     05  DL260-HDG-DATE              PIC 9(08).
018200     05  FILLER                      PIC X(88) VALUE SPACES.
018300
018400 01  DL260-RPT-INFO-LINE.
018500     05  DL260-INF-TEXT              PIC X(132).
018600
018700 01  DL260-RPT-REQ-LINE.
018800     05  FILLER                      PIC X(08) VALUE "REQUEST ".
018900     05  DL260-RQ-CARD-NO            PIC ZZZ9.
019000     05  FILLER                      PIC X(07) VALUE "  FROM ".
019100     05  DL260-RQ-FROM-DATE          PIC 9(08).
019200     05  FILLER                      PIC X(05) VALUE "  TO ".
019300     05  DL260-RQ-TO-DATE            PIC 9(08).
019400     05  FILLER                      PIC X(09) VALUE "  STREAM ".
019500     05  DL260-RQ-JOB-NAME           PIC X(08).
019600     05  FILLER                      PIC X(13) VALUE
019700         "  MESSAGE ID ".
019800     05  DL260-RQ-MSG-ID             PIC X(08).
019900     05  FILLER                      PIC X(54) VALUE SPACES.
020000
020100 01  DL260-RPT-NIGHT-HEADING.
020200     05  FILLER                      PIC X(36) VALUE
020300         "  NIGHT     STREAM            LINES ".
020400     05  FILLER                      PIC X(96) VALUE SPACES.
020500
020600 01  DL260-RPT-NIGHT-LINE.
020700     05  FILLER                      PIC X(02) VALUE SPACES.
020800     05  DL260-NL-DATE               PIC 9(08).
020900     05  FILLER                      PIC X(02) VALUE SPACES.
021000     05  DL260-NL-JOB-NAME           PIC X(08).
021100     05  FILLER                      PIC X(04) VALUE SPACES.
021200     05  DL260-NL-LINES              PIC ZZZ,ZZZ,ZZ9.
021300     05  FILLER                      PIC X(97) VALUE SPACES.
021400
021500 01  DL260-RPT-TOTAL-LINE.
021600     05  DL260-TOT-TITLE             PIC X(36).
021700     05  DL260-TOT-VALUE             PIC ZZZ,ZZZ,ZZ9.
021800     05  FILLER                      PIC X(85) VALUE SPACES.
021900
022000 01  DL260-BLANK-LINE                PIC X(132) VALUE SPACES.
022100
022200*===============================================================
022300* ERROR HANDLING
022400*===============================================================
022500 01  DL260-ERR-FILE-ID               PIC X(08) VALUE SPACES.
022600 01  DL260-ERR-STATUS                PIC X(02) VALUE SPACES.
022700
022800 PROCEDURE DIVISION.
022900*===============================================================
023000* 0000-MAINLINE -- LOAD THE CARDS, ONE PASS OF THE ARCHIVE, THEN
023100* THE REPORT.
023200*===============================================================
023300 0000-MAINLINE.
023400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023500     PERFORM 2000-LOAD-REQUESTS THRU 2000-EXIT.
023600     PERFORM 3000-SCAN-ARCHIVE THRU 3000-EXIT.
023700     PERFORM 4000-WRITE-REPORT THRU 4000-EXIT.
023800     PERFORM 6000-TERMINATE THRU 6000-EXIT.
023900     MOVE DL260-HIGH-RC TO RETURN-CODE.
024000     STOP RUN.
024100
024200*===============================================================
024300* 1000-INITIALIZE -- THE CARDS, THE EXTRACT AND THE REPORT MUST
024400* BE THERE.  THE ARCHIVE IS OPENED IN 3000 SO A MISSING ONE CAN
024500* BE REPORTED.
024600*===============================================================
024700 1000-INITIALIZE.
024800     ACCEPT DL260-RUN-DATE FROM DATE YYYYMMDD.
024900     OPEN INPUT RCLREQ.
025000     IF NOT DL260-RCLREQ-OK
025100         MOVE "RCLREQ"  TO DL260-ERR-FILE-ID
025200         MOVE DL260-RCLREQ-STATUS TO DL260-ERR-STATUS
025300         GO TO 8000-ERROR-HANDLER
025400     END-IF.
025500     OPEN OUTPUT RCLEXT.
025600     IF NOT DL260-RCLEXT-OK
025700         MOVE "RCLEXT"  TO DL260-ERR-FILE-ID
025800         MOVE DL260-RCLEXT-STATUS TO DL260-ERR-STATUS
025900         GO TO 8000-ERROR-HANDLER
026000     END-IF.
026100     OPEN OUTPUT RCLRPT.
026200     IF NOT DL260-RCLRPT-OK
026300         MOVE "RCLRPT"  TO DL260-ERR-FILE-ID
026400         MOVE DL260-RCLRPT-STATUS TO DL260-ERR-STATUS
026500         GO TO 8000-ERROR-HANDLER
026600     END-IF.
026700     MOVE DL260-RUN-DATE TO DL260-HDG-DATE.
026800     WRITE DL260-PRINT-RECORD FROM DL260-RPT-HEADING
026900         AFTER ADVANCING PAGE.
027000     IF NOT DL260-RCLRPT-OK
027100         MOVE "RCLRPT"  TO DL260-ERR-FILE-ID
027200         MOVE DL260-RCLRPT-STATUS TO DL260-ERR-STATUS
027300         GO TO 8000-ERROR-HANDLER
027400     END-IF.
027500     MOVE SPACES TO DL260-INF-TEXT.
027600     PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT.
027700
027800 1000-EXIT.
027900     EXIT.
028000
028100*===============================================================
028200* 2000-LOAD-REQUESTS -- EVERY CARD IS CHECKED BEFORE THE ARCHIVE
028300* IS TOUCHED; A BAD CARD IS REPORTED AND LEFT OUT, THE REST RUN.
028400*===============================================================
028500 2000-LOAD-REQUESTS.
028600     PERFORM 2100-LOAD-ONE-REQUEST THRU 2100-EXIT
028700         UNTIL DL260-RCLREQ-EOF.
028800     IF DL260-REQ-COUNT = 0
028900         MOVE "NO VALID RECALL REQUESTS - NOTHING EXTRACTED"
029000             TO DL260-INF-TEXT
029100         PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT
029200         MOVE 4 TO DL260-HIGH-RC
029300     END-IF.
029400
029500 2000-EXIT.
029600     EXIT.
029700
029800 2100-LOAD-ONE-REQUEST.
029900     READ RCLREQ
030000         AT END
030100             GO TO 2100-EXIT
030200     END-READ.
030300     IF NOT DL260-RCLREQ-OK AND NOT DL260-RCLREQ-EOF
030400         MOVE "RCLREQ"  TO DL260-ERR-FILE-ID
030500         MOVE DL260-RCLREQ-STATUS TO DL260-ERR-STATUS
030600         GO TO 8000-ERROR-HANDLER
030700     END-IF.
030800     ADD 1 TO DL260-CARD-NO.
030900     MOVE SPACES TO DL260-REJECT-REASON.
031000
031100     IF DL100-RCL-FROM-DATE IS NOT NUMERIC
031200         MOVE "FROM DATE NOT A VALID YYYYMMDD"
031300             TO DL260-REJECT-REASON
031400         GO TO 2100-REJECT
031500     END-IF.
031600     MOVE DL100-RCL-FROM-DATE TO DL260-WORK-DATE.
031700     PERFORM 2200-CHECK-DATE THRU 2200-EXIT.
031800     IF NOT DL260-DATE-VALID
031900         MOVE "FROM DATE NOT A VALID YYYYMMDD"
032000             TO DL260-REJECT-REASON
032100         GO TO 2100-REJECT
032200     END-IF.
032300     IF DL100-RCL-TO-DATE IS NOT NUMERIC
032400         MOVE "TO DATE NOT A VALID YYYYMMDD"
032500             TO DL260-REJECT-REASON
032600         GO TO 2100-REJECT
032700     END-IF.
032800     MOVE DL100-RCL-TO-DATE TO DL260-WORK-DATE.
032900     PERFORM 2200-CHECK-DATE THRU 2200-EXIT.
033000     IF NOT DL260-DATE-VALID
033100         MOVE "TO DATE NOT A VALID YYYYMMDD"
033200             TO DL260-REJECT-REASON
033300         GO TO 2100-REJECT
033400     END-IF.
033500     IF DL100-RCL-TO-DATE < DL100-RCL-FROM-DATE
033600         MOVE "TO DATE IS BEFORE FROM DATE"
033700             TO DL260-REJECT-REASON
033800         GO TO 2100-REJECT
033900     END-IF.
034000     IF DL260-REQ-COUNT NOT < DL260-REQ-MAX
034100         MOVE "MORE REQUESTS THAN ONE RUN TAKES - RESUBMIT"
034200             TO DL260-REJECT-REASON
034300         GO TO 2100-REJECT
034400     END-IF.
034500
034600     ADD 1 TO DL260-REQ-COUNT.
034700     MOVE DL260-REQ-COUNT TO DL260-REQ-SUB.
034800     MOVE DL260-CARD-NO TO DL260-REQ-CARD-NO(DL260-REQ-SUB).
034900     MOVE DL100-RCL-FROM-DATE
035000         TO DL260-REQ-FROM-DATE(DL260-REQ-SUB).
035100     MOVE DL100-RCL-TO-DATE  TO DL260-REQ-TO-DATE(DL260-REQ-SUB).
035200     MOVE DL100-RCL-JOB-NAME
035300         TO DL260-REQ-JOB-NAME(DL260-REQ-SUB).
035400     MOVE DL100-RCL-MSG-ID   TO DL260-REQ-MSG-ID(DL260-REQ-SUB).
035500     MOVE ZERO TO DL260-REQ-LINE-COUNT(DL260-REQ-SUB).
035600     MOVE ZERO TO DL260-REQ-NIGHT-COUNT(DL260-REQ-SUB).
035700     GO TO 2100-EXIT.
035800
035900 2100-REJECT.
036000     ADD 1 TO DL260-REJECT-COUNT.
036100     MOVE 4 TO DL260-HIGH-RC.
036200     MOVE DL260-CARD-NO       TO DL260-RQ-CARD-NO.
036300     MOVE DL100-RCL-FROM-DATE TO DL260-RQ-FROM-DATE.
036400     MOVE DL100-RCL-TO-DATE   TO DL260-RQ-TO-DATE.
036500     MOVE DL100-RCL-JOB-NAME  TO DL260-RQ-JOB-NAME.
036600     MOVE DL100-RCL-MSG-ID    TO DL260-RQ-MSG-ID.
036700     PERFORM 7100-WRITE-REQ-LINE THRU 7100-EXIT.
036800     MOVE SPACES TO DL260-INF-TEXT.
036900     STRING "  REQUEST REJECTED - " DELIMITED BY SIZE
037000            DL260-REJECT-REASON     DELIMITED BY SIZE
037100         INTO DL260-INF-TEXT
037200     END-STRING.
037300     PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT.
037400     MOVE SPACES TO DL260-INF-TEXT.
037500     PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT.
037600
037700 2100-EXIT.
037800     EXIT.
037900
038000*===============================================================
038100* 2200-CHECK-DATE -- DL260-WORK-DATE A REAL CALENDAR DATE?
038200*===============================================================
038300 2200-CHECK-DATE.
038400     MOVE "Y" TO DL260-DATE-SWITCH.
038500     IF DL260-WRK-MM < 1 OR DL260-WRK-MM > 12
038600         MOVE "N" TO DL260-DATE-SWITCH
038700         GO TO 2200-EXIT
038800     END-IF.
038900     PERFORM 2250-SET-DAYS-IN-MONTH THRU 2250-EXIT.
039000     IF DL260-WRK-DD < 1
039100         OR DL260-WRK-DD > DL260-DAYS-IN-MONTH
039200         MOVE "N" TO DL260-DATE-SWITCH
039300     END-IF.
039400
039500 2200-EXIT.
039600     EXIT.
039700
039800 2250-SET-DAYS-IN-MONTH.
039900     EVALUATE DL260-WRK-MM
040000         WHEN 1
040100         WHEN 3
040200         WHEN 5
040300         WHEN 7
040400         WHEN 8
040500         WHEN 10
040600         WHEN 12
040700             MOVE 31 TO DL260-DAYS-IN-MONTH
040800         WHEN 4
040900         WHEN 6
041000         WHEN 9
041100         WHEN 11
041200             MOVE 30 TO DL260-DAYS-IN-MONTH
041300         WHEN 2
041400             PERFORM 2260-TEST-LEAP-YEAR THRU 2260-EXIT
041500             IF DL260-LEAP-YEAR
041600                 MOVE 29 TO DL260-DAYS-IN-MONTH
041700             ELSE
041800                 MOVE 28 TO DL260-DAYS-IN-MONTH
041900             END-IF
042000     END-EVALUATE.
042100
042200 2250-EXIT.
042300     EXIT.
042400
042500 2260-TEST-LEAP-YEAR.
042600     MOVE "N" TO DL260-LEAP-SWITCH.
042700     DIVIDE DL260-WRK-YYYY BY 4
042800         GIVING DL260-LEAP-QUOTIENT
042900         REMAINDER DL260-LEAP-REMAINDER.
043000     IF DL260-LEAP-REMAINDER = 0
043100         MOVE "Y" TO DL260-LEAP-SWITCH
043200     END-IF.
043300     DIVIDE DL260-WRK-YYYY BY 100
043400         GIVING DL260-LEAP-QUOTIENT
043500         REMAINDER DL260-LEAP-REMAINDER.
043600     IF DL260-LEAP-REMAINDER = 0
043700         MOVE "N" TO DL260-LEAP-SWITCH
043800     END-IF.
043900     DIVIDE DL260-WRK-YYYY BY 400
044000         GIVING DL260-LEAP-QUOTIENT
044100         REMAINDER DL260-LEAP-REMAINDER.
044200     IF DL260-LEAP-REMAINDER = 0
044300         MOVE "Y" TO DL260-LEAP-SWITCH
044400     END-IF.
044500
044600 2260-EXIT.
044700     EXIT.
044800
044900*===============================================================
045000* 3000-SCAN-ARCHIVE -- ONE PASS OF ARCHFL.  EACH LINE IS TRIED
045100* AGAINST EVERY CARD; A MATCH ON ANY CARD PUTS IT ON THE EXTRACT.
045200* NO ARCHIVE YET (NO PURGE HAS EVER RUN) IS REPORTED, NOT AN
045300* ABEND, AND LEAVES AN EMPTY EXTRACT.
045400*===============================================================
045500 3000-SCAN-ARCHIVE.
045600     IF DL260-REQ-COUNT = 0
045700         GO TO 3000-EXIT
045800     END-IF.
045900     OPEN INPUT ARCHFL.
046000     IF DL260-ARCHFL-NOT-FOUND
046100         MOVE "ARCHFL NOT PRESENT - NOTHING TO RECALL"
046200             TO DL260-INF-TEXT
046300         PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT
046400         MOVE 4 TO DL260-HIGH-RC
046500         GO TO 3000-EXIT
046600     END-IF.
046700     IF NOT DL260-ARCHFL-OK
046800         MOVE "ARCHFL"  TO DL260-ERR-FILE-ID
046900         MOVE DL260-ARCHFL-STATUS TO DL260-ERR-STATUS
047000         GO TO 8000-ERROR-HANDLER
047100     END-IF.
047200     PERFORM 3100-SCAN-ONE-LINE THRU 3100-EXIT
047300         UNTIL DL260-ARCHFL-EOF.
047400     CLOSE ARCHFL.
047500     IF NOT DL260-ARCHFL-OK
047600         MOVE "ARCHFL"  TO DL260-ERR-FILE-ID
047700         MOVE DL260-ARCHFL-STATUS TO DL260-ERR-STATUS
047800         GO TO 8000-ERROR-HANDLER
047900     END-IF.
048000
048100 3000-EXIT.
048200     EXIT.
048300
048400 3100-SCAN-ONE-LINE.
048500     READ ARCHFL
048600         AT END
048700             GO TO 3100-EXIT
048800     END-READ.
048900     IF NOT DL260-ARCHFL-OK AND NOT DL260-ARCHFL-EOF
049000         MOVE "ARCHFL"  TO DL260-ERR-FILE-ID
049100         MOVE DL260-ARCHFL-STATUS TO DL260-ERR-STATUS
049200         GO TO 8000-ERROR-HANDLER
049300     END-IF.
049400     ADD 1 TO DL260-READ-COUNT.
049500     IF DL100-LOG-JOB-NAME = SPACES
049600         MOVE "LONGPRGM" TO DL100-LOG-JOB-NAME
049700     END-IF.
049800     MOVE "N" TO DL260-MATCH-SWITCH.
049900     PERFORM 3200-TRY-ONE-REQUEST THRU 3200-EXIT
050000         VARYING DL260-REQ-SUB FROM 1 BY 1
050100         UNTIL DL260-REQ-SUB > DL260-REQ-COUNT.
050200     IF NOT DL260-LINE-MATCHED
050300         GO TO 3100-EXIT
050400     END-IF.
050500     WRITE DL260-EXT-RECORD FROM DL100-LOG-RECORD.
050600     IF NOT DL260-RCLEXT-OK
050700         MOVE "RCLEXT"  TO DL260-ERR-FILE-ID
050800         MOVE DL260-RCLEXT-STATUS TO DL260-ERR-STATUS
050900         GO TO 8000-ERROR-HANDLER
051000     END-IF.
051100     ADD 1 TO DL260-EXTRACT-COUNT.
051200
051300 3100-EXIT.
051400     EXIT.
051500
051600 3200-TRY-ONE-REQUEST.
051700     IF DL100-LOG-DATE < DL260-REQ-FROM-DATE(DL260-REQ-SUB)
051800         OR DL100-LOG-DATE > DL260-REQ-TO-DATE(DL260-REQ-SUB)
051900         GO TO 3200-EXIT
052000     END-IF.
052100     IF DL260-REQ-JOB-NAME(DL260-REQ-SUB) NOT = SPACES
052200         AND DL260-REQ-JOB-NAME(DL260-REQ-SUB)
052300             NOT = DL100-LOG-JOB-NAME
052400         GO TO 3200-EXIT
052500     END-IF.
052600     IF DL260-REQ-MSG-ID(DL260-REQ-SUB) NOT = SPACES
052700         AND DL260-REQ-MSG-ID(DL260-REQ-SUB)
052800             NOT = DL100-LOG-MSG-ID
052900         GO TO 3200-EXIT
053000     END-IF.
053100     MOVE "Y" TO DL260-MATCH-SWITCH.
053200     ADD 1 TO DL260-REQ-LINE-COUNT(DL260-REQ-SUB).
053300     PERFORM 3300-COUNT-NIGHT THRU 3300-EXIT.
053400
053500 3200-EXIT.
053600     EXIT.
053700
053800*===============================================================
053900* 3300-COUNT-NIGHT -- ADD THE LINE TO ITS CARD/NIGHT/STREAM ROW,
054000* INSERTING THE ROW IN KEY ORDER THE FIRST TIME IT IS SEEN.  WHEN
054100* THE TABLE IS FULL THE LINE IS STILL EXTRACTED AND COUNTED FOR
054200* ITS CARD, BUT ITS NIGHT GOES UNLISTED.
054300*===============================================================
054400 3300-COUNT-NIGHT.
054500     MOVE DL260-REQ-CARD-NO(DL260-REQ-SUB) TO DL260-NEW-CARD-NO.
054600     MOVE DL100-LOG-DATE                  TO DL260-NEW-DATE.
054700     MOVE DL100-LOG-JOB-NAME              TO DL260-NEW-JOB-NAME.
054800     IF DL260-NT-LAST-HIT > 0
054900         IF DL260-NT-KEY(DL260-NT-LAST-HIT) = DL260-NEW-KEY
055000             ADD 1 TO DL260-NT-LINE-COUNT(DL260-NT-LAST-HIT)
055100             GO TO 3300-EXIT
055200         END-IF
055300     END-IF.
055400
055500     MOVE "N" TO DL260-SLOT-FOUND-SW.
055600     COMPUTE DL260-NT-SLOT = DL260-NT-COUNT + 1.
055700     IF DL260-NT-COUNT > 0
055800         PERFORM 3310-FIND-SLOT THRU 3310-EXIT
055900             VARYING DL260-NT-SUB FROM 1 BY 1
056000             UNTIL DL260-SLOT-FOUND
056100             OR DL260-NT-SUB > DL260-NT-COUNT
056200     END-IF.
056300     IF DL260-SLOT-FOUND
056400         IF DL260-NT-KEY(DL260-NT-SLOT) = DL260-NEW-KEY
056500             ADD 1 TO DL260-NT-LINE-COUNT(DL260-NT-SLOT)
056600             MOVE DL260-NT-SLOT TO DL260-NT-LAST-HIT
056700             GO TO 3300-EXIT
056800         END-IF
056900     END-IF.
057000     IF DL260-NT-COUNT NOT < DL260-NT-MAX
057100         ADD 1 TO DL260-NT-UNLISTED-COUNT
057200         GO TO 3300-EXIT
057300     END-IF.
057400
057500     IF DL260-NT-SLOT NOT > DL260-NT-COUNT
057600         PERFORM 3320-SHIFT-ONE-ROW THRU 3320-EXIT
057700             VARYING DL260-NT-SUB FROM DL260-NT-COUNT BY -1
057800             UNTIL DL260-NT-SUB < DL260-NT-SLOT
057900     END-IF.
058000     ADD 1 TO DL260-NT-COUNT.
058100     MOVE DL260-NEW-KEY TO DL260-NT-KEY(DL260-NT-SLOT).
058200     MOVE 1 TO DL260-NT-LINE-COUNT(DL260-NT-SLOT).
058300     MOVE DL260-NT-SLOT TO DL260-NT-LAST-HIT.
058400     ADD 1 TO DL260-REQ-NIGHT-COUNT(DL260-REQ-SUB).
058500
058600 3300-EXIT.
058700     EXIT.
058800
058900*    FIRST ROW WHOSE KEY IS NOT BELOW THE NEW ONE.
059000 3310-FIND-SLOT.
059100     IF DL260-NT-KEY(DL260-NT-SUB) NOT < DL260-NEW-KEY
059200         MOVE DL260-NT-SUB TO DL260-NT-SLOT
059300         MOVE "Y" TO DL260-SLOT-FOUND-SW
059400     END-IF.
059500
059600 3310-EXIT.
059700     EXIT.
059800
059900 3320-SHIFT-ONE-ROW.
060000     MOVE DL260-NT-ENTRY(DL260-NT-SUB)
060100         TO DL260-NT-ENTRY(DL260-NT-SUB + 1).
060200
060300 3320-EXIT.
060400     EXIT.
060500
060600*===============================================================
060700* 4000-WRITE-REPORT -- ONE BLOCK PER ACCEPTED CARD: THE CARD, ITS
060800* NIGHTS IN ORDER WITH THE LINES FOUND, AND ITS TOTALS.  THEN THE
060900* RUN TOTALS.
061000*===============================================================
061100 4000-WRITE-REPORT.
061200     PERFORM 4100-WRITE-ONE-REQUEST THRU 4100-EXIT
061300         VARYING DL260-REQ-SUB FROM 1 BY 1
061400         UNTIL DL260-REQ-SUB > DL260-REQ-COUNT.
061500     IF DL260-NT-UNLISTED-COUNT > 0
061600         MOVE "NIGHT TABLE FULL - SOME NIGHTS UNLISTED; THEIR"
061700             TO DL260-INF-TEXT
061800         PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT
061900         MOVE "LINES ARE STILL EXTRACTED AND IN THE CARD TOTALS"
062000             TO DL260-INF-TEXT
062100         PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT
062200         MOVE 4 TO DL260-HIGH-RC
062300         MOVE "LINES ON UNLISTED NIGHTS:           "
062400             TO DL260-TOT-TITLE
062500         MOVE DL260-NT-UNLISTED-COUNT TO DL260-TOT-VALUE
062600         PERFORM 7200-WRITE-TOTAL-LINE THRU 7200-EXIT
062700         MOVE SPACES TO DL260-INF-TEXT
062800         PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT
062900     END-IF.
063000
063100     MOVE "ARCHIVE RECORDS READ:               "
063200         TO DL260-TOT-TITLE.
063300     MOVE DL260-READ-COUNT TO DL260-TOT-VALUE.
063400     PERFORM 7200-WRITE-TOTAL-LINE THRU 7200-EXIT.
063500     MOVE "LINES WRITTEN TO THE EXTRACT:       "
063600         TO DL260-TOT-TITLE.
063700     MOVE DL260-EXTRACT-COUNT TO DL260-TOT-VALUE.
063800     PERFORM 7200-WRITE-TOTAL-LINE THRU 7200-EXIT.
063900     MOVE "REQUESTS RECALLED:                  "
064000         TO DL260-TOT-TITLE.
064100     MOVE DL260-REQ-COUNT TO DL260-TOT-VALUE.
064200     PERFORM 7200-WRITE-TOTAL-LINE THRU 7200-EXIT.
064300     MOVE "REQUESTS REJECTED:                  "
064400         TO DL260-TOT-TITLE.
064500     MOVE DL260-REJECT-COUNT TO DL260-TOT-VALUE.
064600     PERFORM 7200-WRITE-TOTAL-LINE THRU 7200-EXIT.
064700
064800 4000-EXIT.
064900     EXIT.
065000
065100 4100-WRITE-ONE-REQUEST.
065200     MOVE DL260-REQ-CARD-NO(DL260-REQ-SUB)   TO DL260-RQ-CARD-NO.
065300     MOVE DL260-REQ-FROM-DATE(DL260-REQ-SUB)
065400         TO DL260-RQ-FROM-DATE.
065500     MOVE DL260-REQ-TO-DATE(DL260-REQ-SUB)   TO DL260-RQ-TO-DATE.
065600     MOVE DL260-REQ-JOB-NAME(DL260-REQ-SUB)  TO DL260-RQ-JOB-NAME.
065700     IF DL260-REQ-JOB-NAME(DL260-REQ-SUB) = SPACES
065800         MOVE "*ALL*" TO DL260-RQ-JOB-NAME
065900     END-IF.
066000     MOVE DL260-REQ-MSG-ID(DL260-REQ-SUB)    TO DL260-RQ-MSG-ID.
066100     IF DL260-REQ-MSG-ID(DL260-REQ-SUB) = SPACES
066200         MOVE "*ALL*" TO DL260-RQ-MSG-ID
066300     END-IF.
066400     PERFORM 7100-WRITE-REQ-LINE THRU 7100-EXIT.
066500
066600     IF DL260-REQ-LINE-COUNT(DL260-REQ-SUB) = 0
066700         MOVE "  NO ARCHIVED LINES MATCH THE REQUEST"
066800             TO DL260-INF-TEXT
066900         PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT
067000     ELSE
067100         WRITE DL260-PRINT-RECORD FROM DL260-RPT-NIGHT-HEADING
067200             AFTER ADVANCING 1 LINE
067300         IF NOT DL260-RCLRPT-OK
067400             MOVE "RCLRPT"  TO DL260-ERR-FILE-ID
067500             MOVE DL260-RCLRPT-STATUS TO DL260-ERR-STATUS
067600             GO TO 8000-ERROR-HANDLER
067700         END-IF
067800         PERFORM 4110-WRITE-ONE-NIGHT THRU 4110-EXIT
067900             VARYING DL260-NT-SUB FROM 1 BY 1
068000             UNTIL DL260-NT-SUB > DL260-NT-COUNT
068100     END-IF.
068200     MOVE "  LINES RECALLED:                   "
068300         TO DL260-TOT-TITLE.
068400     MOVE DL260-REQ-LINE-COUNT(DL260-REQ-SUB) TO DL260-TOT-VALUE.
068500     PERFORM 7200-WRITE-TOTAL-LINE THRU 7200-EXIT.
068600     MOVE "  NIGHT/STREAM ROWS LISTED:         "
068700         TO DL260-TOT-TITLE.
068800     MOVE DL260-REQ-NIGHT-COUNT(DL260-REQ-SUB) TO DL260-TOT-VALUE.
068900     PERFORM 7200-WRITE-TOTAL-LINE THRU 7200-EXIT.
069000     MOVE SPACES TO DL260-INF-TEXT.
069100     PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT.
069200
069300 4100-EXIT.
069400     EXIT.
069500
069600 4110-WRITE-ONE-NIGHT.
069700     IF DL260-NT-CARD-NO(DL260-NT-SUB)
069800         NOT = DL260-REQ-CARD-NO(DL260-REQ-SUB)
069900         GO TO 4110-EXIT
070000     END-IF.
070100     MOVE DL260-NT-DATE(DL260-NT-SUB)       TO DL260-NL-DATE.
070200     MOVE DL260-NT-JOB-NAME(DL260-NT-SUB)   TO DL260-NL-JOB-NAME.
070300     MOVE DL260-NT-LINE-COUNT(DL260-NT-SUB) TO DL260-NL-LINES.
070400     WRITE DL260-PRINT-RECORD FROM DL260-RPT-NIGHT-LINE
070500         AFTER ADVANCING 1 LINE.
070600     IF NOT DL260-RCLRPT-OK
070700         MOVE "RCLRPT"  TO DL260-ERR-FILE-ID
070800         MOVE DL260-RCLRPT-STATUS TO DL260-ERR-STATUS
070900         GO TO 8000-ERROR-HANDLER
071000     END-IF.
071100
071200 4110-EXIT.
071300     EXIT.
071400
071500*===============================================================
071600* 6000-TERMINATE -- CLOSE EVERYTHING OUT.
071700*===============================================================
071800 6000-TERMINATE.
071900     CLOSE RCLREQ.
072000     IF NOT DL260-RCLREQ-OK
072100         MOVE "RCLREQ"  TO DL260-ERR-FILE-ID
072200         MOVE DL260-RCLREQ-STATUS TO DL260-ERR-STATUS
072300         GO TO 8000-ERROR-HANDLER
072400     END-IF.
072500     CLOSE RCLEXT.
072600     IF NOT DL260-RCLEXT-OK
072700         MOVE "RCLEXT"  TO DL260-ERR-FILE-ID
072800         MOVE DL260-RCLEXT-STATUS TO DL260-ERR-STATUS
072900         GO TO 8000-ERROR-HANDLER
073000     END-IF.
073100     CLOSE RCLRPT.
073200     IF NOT DL260-RCLRPT-OK
073300         MOVE "RCLRPT"  TO DL260-ERR-FILE-ID
073400         MOVE DL260-RCLRPT-STATUS TO DL260-ERR-STATUS
073500         GO TO 8000-ERROR-HANDLER
073600     END-IF.
073700
073800 6000-EXIT.
073900     EXIT.
074000
074100 7000-WRITE-INFO-LINE.
074200     WRITE DL260-PRINT-RECORD FROM DL260-RPT-INFO-LINE
074300         AFTER ADVANCING 1 LINE.
074400     IF NOT DL260-RCLRPT-OK
074500         MOVE "RCLRPT"  TO DL260-ERR-FILE-ID
074600         MOVE DL260-RCLRPT-STATUS TO DL260-ERR-STATUS
074700         GO TO 8000-ERROR-HANDLER
074800     END-IF.
074900
075000 7000-EXIT.
075100     EXIT.
075200
075300 7100-WRITE-REQ-LINE.
075400     WRITE DL260-PRINT-RECORD FROM DL260-RPT-REQ-LINE
075500         AFTER ADVANCING 1 LINE.
075600     IF NOT DL260-RCLRPT-OK
075700         MOVE "RCLRPT"  TO DL260-ERR-FILE-ID
075800         MOVE DL260-RCLRPT-STATUS TO DL260-ERR-STATUS
075900         GO TO 8000-ERROR-HANDLER
076000     END-IF.
076100
076200 7100-EXIT.
076300     EXIT.
076400
076500 7200-WRITE-TOTAL-LINE.
076600     WRITE DL260-PRINT-RECORD FROM DL260-RPT-TOTAL-LINE
076700         AFTER ADVANCING 1 LINE.
076800     IF NOT DL260-RCLRPT-OK
076900         MOVE "RCLRPT"  TO DL260-ERR-FILE-ID
077000         MOVE DL260-RCLRPT-STATUS TO DL260-ERR-STATUS
077100         GO TO 8000-ERROR-HANDLER
077200     END-IF.
077300
077400 7200-EXIT.
077500     EXIT.
077600
077700*===============================================================
077800* 8000-ERROR-HANDLER -- COMMON I/O ERROR TRAP, SAME CONVENTION
077900* AS LONG-PROGRAM.
078000*===============================================================
078100 8000-ERROR-HANDLER.
078200     DISPLAY "*** ARCH-RECALL I/O ERROR ***".
078300     DISPLAY "FILE: "   DL260-ERR-FILE-ID
078400             "  STATUS: " DL260-ERR-STATUS.
078500     MOVE 16 TO RETURN-CODE.
078600     STOP RUN.
