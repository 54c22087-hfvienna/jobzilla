001900                FOUND (SCHEDULER HOLDS THE DOWNSTREAM REPORT
002000                STEP), 12 NO LOG OR NO LINES FOR THE DATE.
002100                LINES STAMPED PAST MIDNIGHT CARRY THE NEXT
002200                CALENDAR DATE AND ARE VERIFIED UNDER IT.  THE
002300                PARM IS 'YYYYMMDD STREAM': ONE STREAM IS
002400                VERIFIED PER RUN (BYTES 10-17, BLANK DEFAULTS TO
002500                LONGPRGM), SO TWO STREAMS SHARING A LOG NEVER
002600                LOOK LIKE DUPLICATES OF EACH OTHER.
002700                EVERY RUN OF THE STREAM STARTED ON THE DATE IS
002800                THEN PROVEN AGAINST ITS AUDITFL TRAILER: THE
002900                LINES IT WROTE (WHATEVER DATE THEY CARRY, UP TO
003000                THE STREAM'S NEXT RUN) MUST ADD BACK TO THE
003100                TRAILER'S RECORD COUNT, HASH TOTAL OF COUNTERS AND
003200                COUNT PER MESSAGE ID.  A RUN WITH NO TRAILER, OR A
003300                TRAILER WITHOUT TOTALS, CANNOT BE PROVEN AND IS A
003400                DEFECT LIKE ANY OTHER -- EXCEPT A TRAILER WRITTEN
003500                BEFORE THE TRAILERS CARRIED TOTALS, WHICH IS
003600                REPORTED AS NOT PROVEN ON ITS OWN LINE AND SETS
003700                CONDITION CODE 4, NOT 8.  LINES FOR THE DATE WITH
003800                NO RUN OF THE STREAM ON THE AUDIT MASTER TO
003900                ACCOUNT FOR THEM ARE UNPROVEN, A DEFECT.
004000*===============================================================
004100* MODIFICATION HISTORY
004200*---------------------------------------------------------------
004300* DATE       INIT  DESCRIPTION
004400* ---------- ----  -------------------------------------------
004500* 2026-09-03 RTH   INITIAL VERSION.
004600* 2026-10-15 RTH   STREAM SELECTION.  THE PARM NOW CARRIES THE
004700*                  STREAM AFTER THE DATE AND ONLY THAT STREAM'S
004800*                  LINES ARE MAPPED -- EAST'S COUNTER 1 IS NO
004900*                  LONGER A DUPLICATE OF WEST'S.  OTHER STREAMS'
005000*                  LINES FOR THE DATE ARE COUNTED ON THE TOTALS.
005100* 2026-10-15 RTH   CONTROL TOTAL PROOF.  THE STREAM'S RUNS FOR THE
005200*                  DATE ARE READ OFF THE AUDIT MASTER AND EACH
005300*                  RUN'S LOG LINES ARE PROVEN AGAINST THE COUNT,
005400*                  HASH TOTAL AND PER-ID COUNTS ON ITS TRAILER.
005500*                  AN UNPROVEN OR FAILED RUN SETS CONDITION
005600*                  CODE 8.
005700* 2026-10-15 RTH   LOG LINES FOR THE DATE WITH NO RUN ON THE AUDIT
005800*                  MASTER ARE COUNTED UNPROVEN.  A RUN WHOSE
005900*                  TRAILER PREDATES CONTROL TOTALS IS NOW ITS OWN
006000*                  CLASS, NOT PROVEN, CONDITION CODE 4, AND NO
006100*                  LONGER BLOCKS THE ATTESTATION.
006200* 2026-10-15 RTH   MEMBER RESEQUENCED.
006300*===============================================================
006400
006500 ENVIRONMENT DIVISION.
006600 CONFIGURATION SECTION.
006700 SOURCE-COMPUTER.   IBM-370.
006800 OBJECT-COMPUTER.   IBM-370.
006900
007000 INPUT-OUTPUT SECTION.
007100 FILE-CONTROL.
007200     SELECT JOBLOG ASSIGN TO "JOBLOG"
007300         ORGANIZATION IS SEQUENTIAL
007400         ACCESS MODE IS SEQUENTIAL
007500         FILE STATUS IS DL220-JOBLOG-STATUS.
007600
007700     SELECT VFYRPT ASSIGN TO "VFYRPT"
007800         ORGANIZATION IS SEQUENTIAL
007900         ACCESS MODE IS SEQUENTIAL
008000         FILE STATUS IS DL220-VFYRPT-STATUS.
008050
008100     SELECT AUDITFL ASSIGN TO "AUDITFL"
008200         ORGANIZATION IS INDEXED
008300         ACCESS MODE IS DYNAMIC
008400         RECORD KEY IS DL100-AUDIT-KEY
008500         FILE STATUS IS DL220-AUDITFL-STATUS.
008600
008700 DATA DIVISION.
008800 FILE SECTION.
008900 FD  JOBLOG
009000     RECORDING MODE IS F
009100     BLOCK CONTAINS 50 RECORDS
009200     LABEL RECORDS ARE STANDARD.
009300     COPY JOBLOG.
009400
009500 FD  VFYRPT
009600     RECORDING MODE IS F
009700     LABEL RECORDS ARE STANDARD.
009800 01  DL220-PRINT-RECORD              PIC X(132).
009850
009900 FD  AUDITFL
010000     RECORDING MODE IS F
010100     LABEL RECORDS ARE STANDARD.
010200     COPY AUDIT.
010300
010400 WORKING-STORAGE SECTION.
010500*===============================================================
010600* FILE STATUS SWITCHES
010700*===============================================================
010800 01  DL220-SWITCHES.
010900     05  DL220-JOBLOG-STATUS         PIC X(02) VALUE "00".
011000         88  DL220-JOBLOG-OK                   VALUE "00".
011100         88  DL220-JOBLOG-EOF                  VALUE "10".
011200         88  DL220-JOBLOG-NOT-FOUND            VALUE "35".
011300     05  DL220-VFYRPT-STATUS         PIC X(02) VALUE "00".
011400         88  DL220-VFYRPT-OK                   VALUE "00".
011500     05  DL220-AUDITFL-STATUS        PIC X(02) VALUE "00".
011600         88  DL220-AUDITFL-OK                  VALUE "00".
011700         88  DL220-AUDITFL-EOF                 VALUE "10".
011800         88  DL220-AUDITFL-KEY-NOT-FOUND       VALUE "23".
011900         88  DL220-AUDITFL-NOT-FOUND           VALUE "35".
012000
012100*===============================================================
012200* RUN DATE AND STREAM UNDER VERIFICATION -- FROM THE EXEC PARM
012300* 'YYYYMMDD STREAM', DEFAULT TODAY AND LONGPRGM.
012400*===============================================================
012500 01  DL220-PARM-TEXT                 PIC X(17) VALUE SPACES.
012600 01  DL220-PARM-FIELDS REDEFINES DL220-PARM-TEXT.
012700     05  DL220-PARM-DATE-TEXT        PIC X(08).
012800     05  DL220-PARM-DATE REDEFINES DL220-PARM-DATE-TEXT
012900                                     PIC 9(08).
013000     05  FILLER                      PIC X(01).
013100     05  DL220-PARM-STREAM           PIC X(08).
013200 01  DL220-VERIFY-DATE               PIC 9(08) VALUE ZERO.
013300 01  DL220-VERIFY-STREAM             PIC X(08) VALUE "LONGPRGM".
013400
013500*===============================================================
013600* SEEN-COUNTER MAP -- ONE BYTE PER COUNTER VALUE UP TO THE
013700* BATCH-WINDOW MAXIMUM THE PRE-RUN EDIT ENFORCES.  SPACE MEANS
013800* NEVER SEEN, "1" SEEN ONCE, "2" SEEN MORE THAN ONCE.  COUNTERS
013900* PAST THE MAP ARE COUNTED AS OUT OF RANGE AND NOT MAPPED.
014000*===============================================================
014100 77  DL220-MAP-MAX                   PIC 9(09) COMP VALUE 500000.
014200 77  DL220-MAP-SUB                   PIC 9(09) COMP.
014300 01  DL220-SEEN-MAP.
014400     05  DL220-SEEN-BYTE             PIC X(01)
014500             OCCURS 500000 TIMES.
014600
014700*===============================================================
014800* SEQUENCE STATE AND DEFECT COUNTERS
014900*===============================================================
015000 77  DL220-LOG-READ-COUNT            PIC 9(09) COMP VALUE ZERO.
015100 77  DL220-DATE-LINE-COUNT           PIC 9(09) COMP VALUE ZERO.
015200 77  DL220-OTHER-STREAM-COUNT        PIC 9(09) COMP VALUE ZERO.
015300 77  DL220-MIN-COUNTER               PIC 9(09) COMP VALUE ZERO.
015400 77  DL220-MAX-COUNTER               PIC 9(09) COMP VALUE ZERO.
015500 77  DL220-PREV-TIME                 PIC 9(08) COMP VALUE ZERO.
015600 77  DL220-DUP-COUNT                 PIC 9(09) COMP VALUE ZERO.
015700 77  DL220-GAP-COUNT                 PIC 9(09) COMP VALUE ZERO.
015800 77  DL220-OOO-COUNT                 PIC 9(09) COMP VALUE ZERO.
015900 77  DL220-RANGE-COUNT               PIC 9(09) COMP VALUE ZERO.
016000 77  DL220-BAD-COUNT                 PIC 9(09) COMP VALUE ZERO.
016100 77  DL220-EXPECT-COUNT              PIC 9(09) COMP VALUE ZERO.
016200 77  DL220-DETAIL-LIMIT              PIC 9(03) COMP VALUE 50.
016300 77  DL220-DUP-PRINTED               PIC 9(03) COMP VALUE ZERO.
016400 77  DL220-GAP-PRINTED               PIC 9(03) COMP VALUE ZERO.
016500 77  DL220-OOO-PRINTED               PIC 9(03) COMP VALUE ZERO.
016600
016700*===============================================================
016800* RUNS OF THE STREAM STARTED ON THE DATE, OFF THE AUDIT MASTER.
016900* A LOG LINE OF THE STREAM BELONGS TO THE LATEST RUN STARTED BY
017000* THE LINE'S OWN STAMP.  LINES FROM THE FIRST RUN'S START UP TO
017100* THE STREAM'S NEXT RUN AFTER THE DATE (THE BOUND) ARE COUNTED
017200* AGAINST THESE RUNS WHATEVER DATE THEY CARRY, SO A RUN THAT
017300* CROSSES MIDNIGHT IS PROVEN WHOLE.  THE LOG SIDE IS TALLIED THE
017400* SAME WAY THE WRITING PROGRAM TALLIES ITS TRAILER: COUNT, HASH
017500* TOTAL OF COUNTERS, AND TEN MESSAGE IDS IN FIRST-SEEN ORDER
017600* WITH ANY FURTHER IDS AS OVERFLOW.
017700*===============================================================
017800 77  DL220-RUN-MAX                   PIC 9(04) COMP VALUE 20.
017900 77  DL220-RUN-COUNT                 PIC 9(04) COMP VALUE ZERO.
018000 77  DL220-RUN-SUB                   PIC 9(04) COMP.
018100 77  DL220-ID-MAX                    PIC 9(04) COMP VALUE 10.
018200 77  DL220-ID-SUB                    PIC 9(04) COMP.
018300 77  DL220-ID-SUB2                   PIC 9(04) COMP.
018400 77  DL220-LINE-STAMP                PIC 9(16) COMP.
018500 77  DL220-BOUND-STAMP               PIC 9(16) COMP
018600                                     VALUE 9999999999999999.
018700 77  DL220-MATCH-COUNT               PIC 9(09) COMP.
018800 77  DL220-PROVEN-COUNT              PIC 9(09) COMP VALUE ZERO.
018900 77  DL220-PROOF-FAIL-COUNT          PIC 9(09) COMP VALUE ZERO.
019000 77  DL220-UNPROVEN-COUNT            PIC 9(09) COMP VALUE ZERO.
019100 77  DL220-PRETOTALS-COUNT           PIC 9(09) COMP VALUE ZERO.
019200 77  DL220-AUDIT-SCAN-SW             PIC X(01) VALUE "N".
019300     88  DL220-AUDIT-SCAN-DONE                 VALUE "Y".
019400 77  DL220-AUDIT-PRESENT-SW          PIC X(01) VALUE "Y".
019500     88  DL220-AUDIT-PRESENT                   VALUE "Y".
019600 77  DL220-RUN-TABLE-FULL-SW         PIC X(01) VALUE "N".
019700     88  DL220-RUN-TABLE-FULL                  VALUE "Y".
019800 77  DL220-ID-FOUND-SW               PIC X(01) VALUE "N".
019900     88  DL220-ID-FOUND                        VALUE "Y".
020000 77  DL220-PROOF-SW                  PIC X(01) VALUE "Y".
020100     88  DL220-PROOF-HOLDS                     VALUE "Y".
020200     88  DL220-PROOF-BROKEN                    VALUE "N".
020300 01  DL220-RUN-TABLE.
020400     05  DL220-RUN-ROW               OCCURS 20 TIMES.
020500         10  DL220-RUN-DATE          PIC 9(08).
020600         10  DL220-RUN-TIME          PIC 9(08).
020700         10  DL220-RUN-STAMP         PIC 9(16) COMP.
020800         10  DL220-RUN-TRL-SW        PIC X(01).
020900         10  DL220-RUN-TOTALS-SW     PIC X(01).
021000         10  DL220-RUN-STATUS        PIC X(08).
021100         10  DL220-RUN-TRL-COUNT     PIC 9(09) COMP.
021200         10  DL220-RUN-TRL-HASH      PIC 9(15) COMP.
021300         10  DL220-RUN-TRL-USED      PIC 9(04) COMP.
021400         10  DL220-RUN-TRL-OVERFLOW  PIC 9(09) COMP.
021500         10  DL220-RUN-TRL-ID-ROW    OCCURS 10 TIMES.
021600             15  DL220-RUN-TRL-ID    PIC X(08).
021700             15  DL220-RUN-TRL-ID-COUNT
021800                                     PIC 9(09) COMP.
021900         10  DL220-RUN-LOG-COUNT     PIC 9(09) COMP.
022000         10  DL220-RUN-LOG-HASH      PIC 9(15) COMP.
022100         10  DL220-RUN-LOG-USED      PIC 9(04) COMP.
022200         10  DL220-RUN-LOG-OVERFLOW  PIC 9(09) COMP.
022300         10  DL220-RUN-LOG-ID-ROW    OCCURS 10 TIMES.
022400             15  DL220-RUN-LOG-ID    PIC X(08).
022500             15  DL220-RUN-LOG-ID-COUNT
022600                                     PIC 9(09) COMP.
022700
022800*===============================================================
022900* REPORT LINES
023000*===============================================================
023100 01  DL220-RPT-HEADING.
023200     05  FILLER                      PIC X(40) VALUE
023300         "JOBLOG INTEGRITY REPORT -- LINES STAMPED".
023400     05  FILLER                      PIC X(01) VALUE SPACE.
023500     05  DL220-HDG-DATE              PIC 9(08).
023600     05  FILLER                      PIC X(09) VALUE
023700         " STREAM  ".
023800     05  DL220-HDG-STREAM            PIC X(08).
023900     05  FILLER                      PIC X(66) VALUE SPACES.
024000
024100 01  DL220-RPT-DEFECT-LINE.
024200     05  DL220-DEF-TAG               PIC X(22).
024300     05  DL220-DEF-COUNTER           PIC ZZZ,ZZZ,ZZ9.
024400     05  FILLER                      PIC X(02) VALUE SPACES.
024500     05  DL220-DEF-DETAIL            PIC X(40).
024600     05  FILLER                      PIC X(57) VALUE SPACES.
024700
024800 01  DL220-RPT-INFO-LINE.
024900     05  DL220-INF-TEXT              PIC X(132).
025000
025100 01  DL220-RPT-TOTAL-LINE.
025200     05  DL220-TOT-TITLE             PIC X(36).
025300     05  DL220-TOT-VALUE             PIC ZZZ,ZZZ,ZZ9.
025400     05  FILLER                      PIC X(85) VALUE SPACES.
025450
025500 01  DL220-RPT-RUN-LINE.
025600     05  FILLER                      PIC X(12) VALUE
025700         "RUN STARTED ".
025800     05  DL220-RUN-L-DATE            PIC 9(08).
025900     05  FILLER                      PIC X(01) VALUE SPACE.
026000     05  DL220-RUN-L-TIME            PIC 9(08).
026100     05  FILLER                      PIC X(02) VALUE SPACES.
026200     05  DL220-RUN-L-STATUS          PIC X(08).
026300     05  FILLER                      PIC X(02) VALUE SPACES.
026400     05  DL220-RUN-L-VERDICT         PIC X(44).
026500     05  FILLER                      PIC X(47) VALUE SPACES.
026600
026700 01  DL220-RPT-PROOF-HEADING.
026800     05  FILLER                      PIC X(36) VALUE SPACES.
026900     05  FILLER                      PIC X(40) VALUE
027000         "            TRAILER                  LOG".
027100     05  FILLER                      PIC X(56) VALUE SPACES.
027200
027300 01  DL220-RPT-PROOF-LINE.
027400     05  DL220-PRF-TITLE             PIC X(36).
027500     05  DL220-PRF-TRAILER           PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
027600     05  FILLER                      PIC X(02) VALUE SPACES.
027700     05  DL220-PRF-LOG               PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
027800     05  FILLER                      PIC X(02) VALUE SPACES.
027900     05  DL220-PRF-FLAG              PIC X(08).
028000     05  FILLER                      PIC X(46) VALUE SPACES.
028100
028200 01  DL220-BLANK-LINE                PIC X(132) VALUE SPACES.
028300
028400*===============================================================
028500* ERROR HANDLING
028600*===============================================================
028700 01  DL220-ERR-FILE-ID               PIC X(08) VALUE SPACES.
028800 01  DL220-ERR-STATUS                PIC X(02) VALUE SPACES.
028900
029000 PROCEDURE DIVISION.
029100*===============================================================
029200* 0000-MAINLINE -- SCAN THE LOG, SWEEP THE MAP, ATTEST.
029300*===============================================================
029400 0000-MAINLINE.
029500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
029600     PERFORM 2000-SCAN-JOBLOG THRU 2000-EXIT.
029700     PERFORM 3000-SWEEP-FOR-GAPS THRU 3000-EXIT.
029800     PERFORM 3500-PROVE-RUNS THRU 3500-EXIT.
029900     PERFORM 4000-ATTEST THRU 4000-EXIT.
030000     PERFORM 5000-TERMINATE THRU 5000-EXIT.
030100     EVALUATE TRUE
030200         WHEN DL220-DATE-LINE-COUNT = 0
030300             MOVE 12 TO RETURN-CODE
030400         WHEN DL220-BAD-COUNT > 0
030500             MOVE 8 TO RETURN-CODE
030600         WHEN DL220-PRETOTALS-COUNT > 0
030700             MOVE 4 TO RETURN-CODE
030800         WHEN OTHER
030900             MOVE 0 TO RETURN-CODE
031000     END-EVALUATE.
031100     STOP RUN.
031200
031300*===============================================================
031400* 1000-INITIALIZE -- PICK UP THE DATE AND STREAM PARM, CLEAR
031500* THE MAP, AND OPEN THE REPORT.
031600*===============================================================
031700 1000-INITIALIZE.
031800     ACCEPT DL220-VERIFY-DATE FROM DATE YYYYMMDD.
031900     ACCEPT DL220-PARM-TEXT FROM COMMAND-LINE.
032000     IF DL220-PARM-DATE-TEXT NOT = SPACES
032100         IF DL220-PARM-DATE IS NUMERIC
032200             MOVE DL220-PARM-DATE TO DL220-VERIFY-DATE
032300         ELSE
032400             DISPLAY "LOG-VERIFY: DATE PARM NOT NUMERIC - "
032500                     "TODAY ASSUMED"
032600         END-IF
032700     END-IF.
032800     IF DL220-PARM-STREAM NOT = SPACES
032900         MOVE DL220-PARM-STREAM TO DL220-VERIFY-STREAM
033000     END-IF.
033100     MOVE SPACES TO DL220-SEEN-MAP.
033200
033300     OPEN OUTPUT VFYRPT.
033400     IF NOT DL220-VFYRPT-OK
033500         MOVE "VFYRPT"  TO DL220-ERR-FILE-ID
033600         MOVE DL220-VFYRPT-STATUS TO DL220-ERR-STATUS
033700         GO TO 8000-ERROR-HANDLER
033800     END-IF.
033900     MOVE DL220-VERIFY-DATE TO DL220-HDG-DATE.
034000     MOVE DL220-VERIFY-STREAM TO DL220-HDG-STREAM.
034100     WRITE DL220-PRINT-RECORD FROM DL220-RPT-HEADING
034200         AFTER ADVANCING PAGE.
034300     IF NOT DL220-VFYRPT-OK
034400         MOVE "VFYRPT"  TO DL220-ERR-FILE-ID
034500         MOVE DL220-VFYRPT-STATUS TO DL220-ERR-STATUS
034600         GO TO 8000-ERROR-HANDLER
034700     END-IF.
034800     WRITE DL220-PRINT-RECORD FROM DL220-BLANK-LINE
034900         AFTER ADVANCING 1 LINE.
035000     PERFORM 1500-LOAD-RUNS THRU 1500-EXIT.
035100
035200 1000-EXIT.
035300     EXIT.
035400
035500*===============================================================
035600* 1500-LOAD-RUNS -- POSITION THE AUDIT MASTER ON THE STREAM AND
035700* DATE AND READ FORWARD: EVERY HEADER ON THE DATE OPENS A RUN,
035800* ITS TRAILER SUPPLIES THE TOTALS TO BE PROVEN, AND THE FIRST
035900* HEADER ON A LATER DATE SETS THE BOUND.  NO AUDIT MASTER MEANS
036000* NOTHING CAN BE PROVEN, WHICH IS REPORTED, NOT AN ABEND.
036100*===============================================================
036200 1500-LOAD-RUNS.
036300     OPEN INPUT AUDITFL.
036400     IF DL220-AUDITFL-NOT-FOUND
036500         MOVE "N" TO DL220-AUDIT-PRESENT-SW
036600         GO TO 1500-EXIT
036700     END-IF.
036800     IF NOT DL220-AUDITFL-OK
036900         MOVE "AUDITFL" TO DL220-ERR-FILE-ID
037000         MOVE DL220-AUDITFL-STATUS TO DL220-ERR-STATUS
037100         GO TO 8000-ERROR-HANDLER
037200     END-IF.
037300     MOVE DL220-VERIFY-STREAM TO DL100-AUDIT-JOB-NAME.
037400     MOVE DL220-VERIFY-DATE   TO DL100-AUDIT-RUN-DATE.
037500     MOVE ZERO                TO DL100-AUDIT-RUN-TIME.
037600     MOVE SPACE               TO DL100-AUDIT-TYPE.
037700     START AUDITFL KEY NOT LESS THAN DL100-AUDIT-KEY
037800         INVALID KEY
037900             CONTINUE
038000     END-START.
038100     IF DL220-AUDITFL-KEY-NOT-FOUND
038200         OR DL220-AUDITFL-EOF
038300         GO TO 1500-CLOSE-AUDITFL
038400     END-IF.
038500     IF NOT DL220-AUDITFL-OK
038600         MOVE "AUDITFL" TO DL220-ERR-FILE-ID
038700         MOVE DL220-AUDITFL-STATUS TO DL220-ERR-STATUS
038800         GO TO 8000-ERROR-HANDLER
038900     END-IF.
039000     MOVE "N" TO DL220-AUDIT-SCAN-SW.
039100     PERFORM 1510-READ-ONE-AUDIT THRU 1510-EXIT
039200         UNTIL DL220-AUDIT-SCAN-DONE.
039300
039400 1500-CLOSE-AUDITFL.
039500     CLOSE AUDITFL.
039600     IF NOT DL220-AUDITFL-OK
039700         MOVE "AUDITFL" TO DL220-ERR-FILE-ID
039800         MOVE DL220-AUDITFL-STATUS TO DL220-ERR-STATUS
039900         GO TO 8000-ERROR-HANDLER
040000     END-IF.
040100
040200 1500-EXIT.
040300     EXIT.
040400
040500 1510-READ-ONE-AUDIT.
040600     READ AUDITFL NEXT
040700         AT END
040800             MOVE "Y" TO DL220-AUDIT-SCAN-SW
040900             GO TO 1510-EXIT
041000     END-READ.
041100     IF NOT DL220-AUDITFL-OK
041200         MOVE "AUDITFL" TO DL220-ERR-FILE-ID
041300         MOVE DL220-AUDITFL-STATUS TO DL220-ERR-STATUS
041400         GO TO 8000-ERROR-HANDLER
041500     END-IF.
041600     IF DL100-AUDIT-JOB-NAME NOT = DL220-VERIFY-STREAM
041700         MOVE "Y" TO DL220-AUDIT-SCAN-SW
041800         GO TO 1510-EXIT
041900     END-IF.
042000     IF DL100-AUDIT-RUN-DATE > DL220-VERIFY-DATE
042100         IF DL100-AUDIT-IS-HEADER
042200             COMPUTE DL220-BOUND-STAMP =
042300                 (DL100-AUDIT-RUN-DATE * 100000000)
042400                     + DL100-AUDIT-RUN-TIME
042500             MOVE "Y" TO DL220-AUDIT-SCAN-SW
042600         END-IF
042700         GO TO 1510-EXIT
042800     END-IF.
042900     IF DL100-AUDIT-IS-HEADER
043000         PERFORM 1520-ADD-RUN THRU 1520-EXIT
043100         GO TO 1510-EXIT
043200     END-IF.
043300     IF DL100-AUDIT-IS-TRAILER
043400         AND DL220-RUN-COUNT > 0
043500         MOVE DL220-RUN-COUNT TO DL220-RUN-SUB
043600         IF DL100-AUDIT-RUN-DATE
043700                 = DL220-RUN-DATE(DL220-RUN-SUB)
043800             AND DL100-AUDIT-RUN-TIME
043900                 = DL220-RUN-TIME(DL220-RUN-SUB)
044000             PERFORM 1530-TAKE-TRAILER THRU 1530-EXIT
044100         END-IF
044200     END-IF.
044300
044400 1510-EXIT.
044500     EXIT.
044600
044700*    A FULL TABLE CLOSES THE SCAN AT THE RUN THAT DID NOT FIT, SO
044800*    ITS LINES ARE NEVER COUNTED AGAINST THE LAST RUN HELD.
044900 1520-ADD-RUN.
045000     IF DL220-RUN-COUNT NOT < DL220-RUN-MAX
045100         COMPUTE DL220-BOUND-STAMP =
045200             (DL100-AUDIT-RUN-DATE * 100000000)
045300                 + DL100-AUDIT-RUN-TIME
045400         MOVE "Y" TO DL220-RUN-TABLE-FULL-SW
045500         MOVE "Y" TO DL220-AUDIT-SCAN-SW
045600         GO TO 1520-EXIT
045700     END-IF.
045800     ADD 1 TO DL220-RUN-COUNT.
045900     MOVE DL220-RUN-COUNT TO DL220-RUN-SUB.
046000     MOVE DL100-AUDIT-RUN-DATE TO DL220-RUN-DATE(DL220-RUN-SUB).
046100     MOVE DL100-AUDIT-RUN-TIME TO DL220-RUN-TIME(DL220-RUN-SUB).
046200     COMPUTE DL220-RUN-STAMP(DL220-RUN-SUB) =
046300         (DL100-AUDIT-RUN-DATE * 100000000)
046400             + DL100-AUDIT-RUN-TIME.
046500     MOVE "N"      TO DL220-RUN-TRL-SW(DL220-RUN-SUB).
046600     MOVE "N"      TO DL220-RUN-TOTALS-SW(DL220-RUN-SUB).
046700     MOVE "*NO-TRL*" TO DL220-RUN-STATUS(DL220-RUN-SUB).
046800     MOVE ZERO     TO DL220-RUN-TRL-COUNT(DL220-RUN-SUB).
046900     MOVE ZERO     TO DL220-RUN-TRL-HASH(DL220-RUN-SUB).
047000     MOVE ZERO     TO DL220-RUN-TRL-USED(DL220-RUN-SUB).
047100     MOVE ZERO     TO DL220-RUN-TRL-OVERFLOW(DL220-RUN-SUB).
047200     MOVE ZERO     TO DL220-RUN-LOG-COUNT(DL220-RUN-SUB).
047300     MOVE ZERO     TO DL220-RUN-LOG-HASH(DL220-RUN-SUB).
047400     MOVE ZERO     TO DL220-RUN-LOG-USED(DL220-RUN-SUB).
047500     MOVE ZERO     TO DL220-RUN-LOG-OVERFLOW(DL220-RUN-SUB).
047600
047700 1520-EXIT.
047800     EXIT.
047900
048000*    A TRAILER WHOSE TOTALS ARE NOT ALL NUMERIC IS TREATED AS
048100*    CARRYING NO TOTALS AT ALL -- IT PROVES NOTHING.  ONE WITH
048200*    THE TOTALS FLAG BLANK WAS WRITTEN BEFORE TRAILERS CARRIED
048300*    TOTALS AND IS MARKED "P" TO BE REPORTED AS SUCH.
048400 1530-TAKE-TRAILER.
048500     MOVE "Y" TO DL220-RUN-TRL-SW(DL220-RUN-SUB).
048600     MOVE DL100-AUDIT-TRL-STATUS
048700         TO DL220-RUN-STATUS(DL220-RUN-SUB).
048800     IF DL100-AUDIT-TRL-TOTALS-FLAG = SPACE
048900         MOVE "P" TO DL220-RUN-TOTALS-SW(DL220-RUN-SUB)
049000         GO TO 1530-EXIT
049100     END-IF.
049200     IF NOT DL100-AUDIT-TRL-HAS-TOTALS
049300         GO TO 1530-EXIT
049400     END-IF.
049500     IF DL100-AUDIT-TRL-RECORD-COUNT IS NOT NUMERIC
049600         OR DL100-AUDIT-TRL-HASH-TOTAL IS NOT NUMERIC
049700         OR DL100-AUDIT-TRL-ID-USED IS NOT NUMERIC
049800         OR DL100-AUDIT-TRL-ID-OVERFLOW IS NOT NUMERIC
049900         GO TO 1530-EXIT
050000     END-IF.
050100     IF DL100-AUDIT-TRL-ID-USED > DL220-ID-MAX
050200         GO TO 1530-EXIT
050300     END-IF.
050400     MOVE "Y" TO DL220-RUN-TOTALS-SW(DL220-RUN-SUB).
050500     MOVE DL100-AUDIT-TRL-RECORD-COUNT
050600         TO DL220-RUN-TRL-COUNT(DL220-RUN-SUB).
050700     MOVE DL100-AUDIT-TRL-HASH-TOTAL
050800         TO DL220-RUN-TRL-HASH(DL220-RUN-SUB).
050900     MOVE DL100-AUDIT-TRL-ID-USED
051000         TO DL220-RUN-TRL-USED(DL220-RUN-SUB).
051100     MOVE DL100-AUDIT-TRL-ID-OVERFLOW
051200         TO DL220-RUN-TRL-OVERFLOW(DL220-RUN-SUB).
051300     PERFORM 1540-TAKE-TRAILER-ID THRU 1540-EXIT
051400         VARYING DL220-ID-SUB FROM 1 BY 1
051500         UNTIL DL220-ID-SUB > DL220-RUN-TRL-USED(DL220-RUN-SUB).
051600
051700 1530-EXIT.
051800     EXIT.
051900
052000 1540-TAKE-TRAILER-ID.
052100     MOVE DL100-AUDIT-TRL-ID(DL220-ID-SUB)
052200         TO DL220-RUN-TRL-ID(DL220-RUN-SUB, DL220-ID-SUB).
052300     IF DL100-AUDIT-TRL-ID-COUNT(DL220-ID-SUB) IS NUMERIC
052400         MOVE DL100-AUDIT-TRL-ID-COUNT(DL220-ID-SUB)
052500             TO DL220-RUN-TRL-ID-COUNT
052600                    (DL220-RUN-SUB, DL220-ID-SUB)
052700     ELSE
052800         MOVE ZERO
052900             TO DL220-RUN-TRL-ID-COUNT
053000                    (DL220-RUN-SUB, DL220-ID-SUB)
053100     END-IF.
053200
053300 1540-EXIT.
053400     EXIT.
053500
053600*===============================================================
053700* 2000-SCAN-JOBLOG -- ONE PASS, MARKING EVERY COUNTER SEEN FOR
053800* THE DATE AND STREAM UNDER VERIFICATION AND WATCHING THE TIME
053900* STAMPS.
054000*===============================================================
054100 2000-SCAN-JOBLOG.
054200     OPEN INPUT JOBLOG.
054300     IF NOT DL220-JOBLOG-OK AND NOT DL220-JOBLOG-NOT-FOUND
054400         MOVE "JOBLOG"  TO DL220-ERR-FILE-ID
054500         MOVE DL220-JOBLOG-STATUS TO DL220-ERR-STATUS
054600         GO TO 8000-ERROR-HANDLER
054700     END-IF.
054800     IF DL220-JOBLOG-NOT-FOUND
054900         MOVE "JOBLOG NOT PRESENT - NOTHING TO VERIFY"
055000             TO DL220-INF-TEXT
055100         PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT
055200         GO TO 2000-EXIT
055300     END-IF.
055400     PERFORM 2100-SCAN-ONE-LINE THRU 2100-EXIT
055500         UNTIL DL220-JOBLOG-EOF.
055600     CLOSE JOBLOG.
055700     IF NOT DL220-JOBLOG-OK
055800         MOVE "JOBLOG"  TO DL220-ERR-FILE-ID
055900         MOVE DL220-JOBLOG-STATUS TO DL220-ERR-STATUS
056000         GO TO 8000-ERROR-HANDLER
056100     END-IF.
056200
056300 2000-EXIT.
056400     EXIT.
056500
056600 2100-SCAN-ONE-LINE.
056700     READ JOBLOG
056800         AT END
056900             GO TO 2100-EXIT
057000     END-READ.
057100     IF NOT DL220-JOBLOG-OK AND NOT DL220-JOBLOG-EOF
057200         MOVE "JOBLOG"  TO DL220-ERR-FILE-ID
057300         MOVE DL220-JOBLOG-STATUS TO DL220-ERR-STATUS
057400         GO TO 8000-ERROR-HANDLER
057500     END-IF.
057600     ADD 1 TO DL220-LOG-READ-COUNT.
057700     IF DL100-LOG-JOB-NAME = DL220-VERIFY-STREAM
057800         AND DL220-RUN-COUNT > 0
057900         PERFORM 2400-ATTRIBUTE-LINE THRU 2400-EXIT
058000     END-IF.
058100     IF DL100-LOG-DATE NOT = DL220-VERIFY-DATE
058200         GO TO 2100-EXIT
058300     END-IF.
058400     IF DL100-LOG-JOB-NAME NOT = DL220-VERIFY-STREAM
058500         ADD 1 TO DL220-OTHER-STREAM-COUNT
058600         GO TO 2100-EXIT
058700     END-IF.
058800     ADD 1 TO DL220-DATE-LINE-COUNT.
058900
059000     IF DL100-LOG-COUNTER IS NOT NUMERIC
059100         ADD 1 TO DL220-RANGE-COUNT
059200         GO TO 2100-EXIT
059300     END-IF.
059400     IF DL100-LOG-COUNTER < 1
059500         OR DL100-LOG-COUNTER > DL220-MAP-MAX
059600         ADD 1 TO DL220-RANGE-COUNT
059700         GO TO 2100-EXIT
059800     END-IF.
059900
060000     IF DL220-MIN-COUNTER = 0
060100         OR DL100-LOG-COUNTER < DL220-MIN-COUNTER
060200         MOVE DL100-LOG-COUNTER TO DL220-MIN-COUNTER
060300     END-IF.
060400     IF DL100-LOG-COUNTER > DL220-MAX-COUNTER
060500         MOVE DL100-LOG-COUNTER TO DL220-MAX-COUNTER
060600     END-IF.
060700
060800     MOVE DL100-LOG-COUNTER TO DL220-MAP-SUB.
060900     EVALUATE DL220-SEEN-BYTE(DL220-MAP-SUB)
061000         WHEN SPACE
061100             MOVE "1" TO DL220-SEEN-BYTE(DL220-MAP-SUB)
061200         WHEN "1"
061300             MOVE "2" TO DL220-SEEN-BYTE(DL220-MAP-SUB)
061400             ADD 1 TO DL220-DUP-COUNT
061500             PERFORM 2200-PRINT-DUP THRU 2200-EXIT
061600         WHEN OTHER
061700             ADD 1 TO DL220-DUP-COUNT
061800     END-EVALUATE.
061900
062000     IF DL100-LOG-TIME IS NUMERIC
062100         IF DL100-LOG-TIME < DL220-PREV-TIME
062200             ADD 1 TO DL220-OOO-COUNT
062300             PERFORM 2300-PRINT-OOO THRU 2300-EXIT
062400         END-IF
062500         MOVE DL100-LOG-TIME TO DL220-PREV-TIME
062600     END-IF.
062700
062800 2100-EXIT.
062900     EXIT.
063000
063100 2200-PRINT-DUP.
063200     IF DL220-DUP-PRINTED NOT < DL220-DETAIL-LIMIT
063300         GO TO 2200-EXIT
063400     END-IF.
063500     ADD 1 TO DL220-DUP-PRINTED.
063600     MOVE "DUPLICATE COUNTER     " TO DL220-DEF-TAG.
063700     MOVE DL100-LOG-COUNTER TO DL220-DEF-COUNTER.
063800     MOVE SPACES TO DL220-DEF-DETAIL.
063900     PERFORM 7100-WRITE-DEFECT-LINE THRU 7100-EXIT.
064000
064100 2200-EXIT.
064200     EXIT.
064300
064400 2300-PRINT-OOO.
064500     IF DL220-OOO-PRINTED NOT < DL220-DETAIL-LIMIT
064600         GO TO 2300-EXIT
064700     END-IF.
064800     ADD 1 TO DL220-OOO-PRINTED.
064900     MOVE "STAMP OUT OF ORDER    " TO DL220-DEF-TAG.
065000     MOVE DL100-LOG-COUNTER TO DL220-DEF-COUNTER.
065100     MOVE SPACES TO DL220-DEF-DETAIL.
065200     STRING "TIME " DELIMITED BY SIZE
065300            DL100-LOG-TIME DELIMITED BY SIZE
065400            INTO DL220-DEF-DETAIL.
065500     PERFORM 7100-WRITE-DEFECT-LINE THRU 7100-EXIT.
065600
065700 2300-EXIT.
065800     EXIT.
065900
066000*===============================================================
066100* 2400-ATTRIBUTE-LINE -- COUNT ONE LINE OF THE STREAM AGAINST
066200* THE RUN THAT WROTE IT: THE LATEST RUN STARTED BY THE LINE'S
066300* STAMP.  LINES BEFORE THE FIRST RUN BELONG TO AN EARLIER NIGHT;
066400* LINES AT OR PAST THE BOUND BELONG TO A LATER ONE.
066500*===============================================================
066600 2400-ATTRIBUTE-LINE.
066700     IF DL100-LOG-DATE IS NOT NUMERIC
066800         OR DL100-LOG-TIME IS NOT NUMERIC
066900         GO TO 2400-EXIT
067000     END-IF.
067100     COMPUTE DL220-LINE-STAMP =
067200         (DL100-LOG-DATE * 100000000) + DL100-LOG-TIME.
067300     IF DL220-LINE-STAMP < DL220-RUN-STAMP(1)
067400         OR DL220-LINE-STAMP NOT < DL220-BOUND-STAMP
067500         GO TO 2400-EXIT
067600     END-IF.
067700     MOVE DL220-RUN-COUNT TO DL220-RUN-SUB.
067800     PERFORM 2410-STEP-BACK-ONE-RUN THRU 2410-EXIT
067900         UNTIL DL220-RUN-STAMP(DL220-RUN-SUB)
068000             NOT > DL220-LINE-STAMP.
068100
068200     ADD 1 TO DL220-RUN-LOG-COUNT(DL220-RUN-SUB).
068300     IF DL100-LOG-COUNTER IS NUMERIC
068400         ADD DL100-LOG-COUNTER
068500             TO DL220-RUN-LOG-HASH(DL220-RUN-SUB)
068600     END-IF.
068700     MOVE "N" TO DL220-ID-FOUND-SW.
068800     IF DL220-RUN-LOG-USED(DL220-RUN-SUB) > 0
068900         PERFORM 2420-SEARCH-LOG-ID THRU 2420-EXIT
069000             VARYING DL220-ID-SUB FROM 1 BY 1
069100             UNTIL DL220-ID-FOUND
069200             OR DL220-ID-SUB > DL220-RUN-LOG-USED(DL220-RUN-SUB)
069300     END-IF.
069400     IF NOT DL220-ID-FOUND
069500         IF DL220-RUN-LOG-USED(DL220-RUN-SUB) < DL220-ID-MAX
069600             ADD 1 TO DL220-RUN-LOG-USED(DL220-RUN-SUB)
069700             MOVE DL220-RUN-LOG-USED(DL220-RUN-SUB)
069800                 TO DL220-ID-SUB
069900             MOVE DL100-LOG-MSG-ID
070000                 TO DL220-RUN-LOG-ID(DL220-RUN-SUB, DL220-ID-SUB)
070100             MOVE 1 TO DL220-RUN-LOG-ID-COUNT
070200                           (DL220-RUN-SUB, DL220-ID-SUB)
070300         ELSE
070400             ADD 1 TO DL220-RUN-LOG-OVERFLOW(DL220-RUN-SUB)
070500         END-IF
070600     END-IF.
070700
070800 2400-EXIT.
070900     EXIT.
071000
071100 2410-STEP-BACK-ONE-RUN.
071200     SUBTRACT 1 FROM DL220-RUN-SUB.
071300
071400 2410-EXIT.
071500     EXIT.
071600
071700 2420-SEARCH-LOG-ID.
071800     IF DL220-RUN-LOG-ID(DL220-RUN-SUB, DL220-ID-SUB)
071900         = DL100-LOG-MSG-ID
072000         ADD 1 TO DL220-RUN-LOG-ID-COUNT
072100                      (DL220-RUN-SUB, DL220-ID-SUB)
072200         MOVE "Y" TO DL220-ID-FOUND-SW
072300     END-IF.
072400
072500 2420-EXIT.
072600     EXIT.
072700
072800*===============================================================
072900* 3000-SWEEP-FOR-GAPS -- EVERY COUNTER BETWEEN THE LOWEST AND
073000* HIGHEST SEEN MUST BE ON THE MAP; A BLANK BYTE IS AN ITERATION
073100* THE LOG NEVER RECORDED.
073200*===============================================================
073300 3000-SWEEP-FOR-GAPS.
073400     IF DL220-MIN-COUNTER = 0
073500         GO TO 3000-EXIT
073600     END-IF.
073700     PERFORM 3100-SWEEP-ONE-COUNTER THRU 3100-EXIT
073800         VARYING DL220-MAP-SUB FROM DL220-MIN-COUNTER BY 1
073900         UNTIL DL220-MAP-SUB > DL220-MAX-COUNTER.
074000
074100 3000-EXIT.
074200     EXIT.
074300
074400 3100-SWEEP-ONE-COUNTER.
074500     IF DL220-SEEN-BYTE(DL220-MAP-SUB) NOT = SPACE
074600         GO TO 3100-EXIT
074700     END-IF.
074800     ADD 1 TO DL220-GAP-COUNT.
074900     IF DL220-GAP-PRINTED < DL220-DETAIL-LIMIT
075000         ADD 1 TO DL220-GAP-PRINTED
075100         MOVE "MISSING COUNTER       " TO DL220-DEF-TAG
075200         MOVE DL220-MAP-SUB TO DL220-DEF-COUNTER
075300         MOVE SPACES TO DL220-DEF-DETAIL
075400         PERFORM 7100-WRITE-DEFECT-LINE THRU 7100-EXIT
075500     END-IF.
075600
075700 3100-EXIT.
075800     EXIT.
075900
076000*===============================================================
076100* 3500-PROVE-RUNS -- THE EVIDENCE THE TRAIL IS COMPLETE, NOT
076200* JUST INTERNALLY CONSISTENT: EACH RUN'S LINES AGAINST THE
076300* TOTALS ITS TRAILER CLAIMS.  EVERY FIGURE IS PRINTED, MATCH OR
076400* NOT, SO THE REPORT ITSELF IS THE EVIDENCE.
076500*===============================================================
076600 3500-PROVE-RUNS.
076700     WRITE DL220-PRINT-RECORD FROM DL220-BLANK-LINE
076800         AFTER ADVANCING 1 LINE.
076900     MOVE "CONTROL TOTAL PROOF AGAINST THE AUDIT TRAILERS"
077000         TO DL220-INF-TEXT.
077100     PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT.
077200     IF NOT DL220-AUDIT-PRESENT
077300         MOVE "AUDIT MASTER NOT PRESENT - LOG CANNOT BE PROVEN"
077400             TO DL220-INF-TEXT
077500         PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT
077600         ADD 1 TO DL220-UNPROVEN-COUNT
077700         GO TO 3500-EXIT
077800     END-IF.
077900     IF DL220-RUN-COUNT = 0
078000         MOVE "NO RUN OF THE STREAM STARTED ON THIS DATE"
078100             TO DL220-INF-TEXT
078200         PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT
078300         IF DL220-DATE-LINE-COUNT > 0
078400             MOVE "LINES FOR THE DATE BUT NO RUN TO PROVE THEM"
078500                 TO DL220-INF-TEXT
078600             PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT
078700             ADD DL220-DATE-LINE-COUNT TO DL220-UNPROVEN-COUNT
078800         END-IF
078900         GO TO 3500-EXIT
079000     END-IF.
079100     WRITE DL220-PRINT-RECORD FROM DL220-RPT-PROOF-HEADING
079200         AFTER ADVANCING 1 LINE.
079300     IF NOT DL220-VFYRPT-OK
079400         MOVE "VFYRPT"  TO DL220-ERR-FILE-ID
079500         MOVE DL220-VFYRPT-STATUS TO DL220-ERR-STATUS
079600         GO TO 8000-ERROR-HANDLER
079700     END-IF.
079800     PERFORM 3600-PROVE-ONE-RUN THRU 3600-EXIT
079900         VARYING DL220-RUN-SUB FROM 1 BY 1
080000         UNTIL DL220-RUN-SUB > DL220-RUN-COUNT.
080100     IF DL220-RUN-TABLE-FULL
080200         MOVE "RUN TABLE FULL - LATER RUNS ON THE DATE NOT PROVEN"
080300             TO DL220-INF-TEXT
080400         PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT
080500         ADD 1 TO DL220-UNPROVEN-COUNT
080600     END-IF.
080700
080800 3500-EXIT.
080900     EXIT.
081000
081100 3600-PROVE-ONE-RUN.
081200     MOVE DL220-RUN-DATE(DL220-RUN-SUB)   TO DL220-RUN-L-DATE.
081300     MOVE DL220-RUN-TIME(DL220-RUN-SUB)   TO DL220-RUN-L-TIME.
081400     MOVE DL220-RUN-STATUS(DL220-RUN-SUB) TO DL220-RUN-L-STATUS.
081500     IF DL220-RUN-TRL-SW(DL220-RUN-SUB) NOT = "Y"
081600         MOVE "NO TRAILER - RUN NOT PROVEN" TO DL220-RUN-L-VERDICT
081700         ADD 1 TO DL220-UNPROVEN-COUNT
081800         PERFORM 7300-WRITE-RUN-LINE THRU 7300-EXIT
081900         GO TO 3600-EXIT
082000     END-IF.
082100     IF DL220-RUN-TOTALS-SW(DL220-RUN-SUB) = "P"
082200         MOVE "NOT PROVEN - TRAILER PREDATES CONTROL TOTALS"
082300             TO DL220-RUN-L-VERDICT
082400         ADD 1 TO DL220-PRETOTALS-COUNT
082500         PERFORM 7300-WRITE-RUN-LINE THRU 7300-EXIT
082600         GO TO 3600-EXIT
082700     END-IF.
082800     IF DL220-RUN-TOTALS-SW(DL220-RUN-SUB) NOT = "Y"
082900         MOVE "TRAILER CARRIES NO TOTALS - RUN NOT PROVEN"
083000             TO DL220-RUN-L-VERDICT
083100         ADD 1 TO DL220-UNPROVEN-COUNT
083200         PERFORM 7300-WRITE-RUN-LINE THRU 7300-EXIT
083300         GO TO 3600-EXIT
083400     END-IF.
083500
083600*    DECIDE THE VERDICT FIRST SO IT HEADS THE RUN'S FIGURES.
083700     SET DL220-PROOF-HOLDS TO TRUE.
083800     IF DL220-RUN-LOG-COUNT(DL220-RUN-SUB)
083900             NOT = DL220-RUN-TRL-COUNT(DL220-RUN-SUB)
084000         OR DL220-RUN-LOG-HASH(DL220-RUN-SUB)
084100             NOT = DL220-RUN-TRL-HASH(DL220-RUN-SUB)
084200         OR DL220-RUN-LOG-OVERFLOW(DL220-RUN-SUB)
084300             NOT = DL220-RUN-TRL-OVERFLOW(DL220-RUN-SUB)
084400         SET DL220-PROOF-BROKEN TO TRUE
084500     END-IF.
084600     PERFORM 3610-TEST-TRAILER-ID THRU 3610-EXIT
084700         VARYING DL220-ID-SUB FROM 1 BY 1
084800         UNTIL DL220-ID-SUB > DL220-RUN-TRL-USED(DL220-RUN-SUB).
084900     PERFORM 3620-TEST-LOG-ID THRU 3620-EXIT
085000         VARYING DL220-ID-SUB FROM 1 BY 1
085100         UNTIL DL220-ID-SUB > DL220-RUN-LOG-USED(DL220-RUN-SUB).
085200     IF DL220-PROOF-HOLDS
085300         MOVE "PROVEN - LOG ADDS BACK TO THE TRAILER"
085400             TO DL220-RUN-L-VERDICT
085500         ADD 1 TO DL220-PROVEN-COUNT
085600     ELSE
085700         MOVE "PROOF FAILED - LOG DIFFERS FROM THE TRAILER"
085800             TO DL220-RUN-L-VERDICT
085900         ADD 1 TO DL220-PROOF-FAIL-COUNT
086000     END-IF.
086100     PERFORM 7300-WRITE-RUN-LINE THRU 7300-EXIT.
086200
086300     MOVE "  RECORD COUNT" TO DL220-PRF-TITLE.
086400     MOVE DL220-RUN-TRL-COUNT(DL220-RUN-SUB) TO DL220-PRF-TRAILER.
086500     MOVE DL220-RUN-LOG-COUNT(DL220-RUN-SUB) TO DL220-PRF-LOG.
086600     MOVE SPACES TO DL220-PRF-FLAG.
086700     IF DL220-RUN-LOG-COUNT(DL220-RUN-SUB)
086800         NOT = DL220-RUN-TRL-COUNT(DL220-RUN-SUB)
086900         MOVE "MISMATCH" TO DL220-PRF-FLAG
087000     END-IF.
087100     PERFORM 7400-WRITE-PROOF-LINE THRU 7400-EXIT.
087200     MOVE "  HASH TOTAL OF COUNTERS" TO DL220-PRF-TITLE.
087300     MOVE DL220-RUN-TRL-HASH(DL220-RUN-SUB) TO DL220-PRF-TRAILER.
087400     MOVE DL220-RUN-LOG-HASH(DL220-RUN-SUB) TO DL220-PRF-LOG.
087500     MOVE SPACES TO DL220-PRF-FLAG.
087600     IF DL220-RUN-LOG-HASH(DL220-RUN-SUB)
087700         NOT = DL220-RUN-TRL-HASH(DL220-RUN-SUB)
087800         MOVE "MISMATCH" TO DL220-PRF-FLAG
087900     END-IF.
088000     PERFORM 7400-WRITE-PROOF-LINE THRU 7400-EXIT.
088100     PERFORM 3630-PRINT-TRAILER-ID THRU 3630-EXIT
088200         VARYING DL220-ID-SUB FROM 1 BY 1
088300         UNTIL DL220-ID-SUB > DL220-RUN-TRL-USED(DL220-RUN-SUB).
088400     PERFORM 3640-PRINT-LOG-ONLY-ID THRU 3640-EXIT
088500         VARYING DL220-ID-SUB FROM 1 BY 1
088600         UNTIL DL220-ID-SUB > DL220-RUN-LOG-USED(DL220-RUN-SUB).
088700     MOVE "  LINES FOR FURTHER IDS (OVERFLOW)" TO DL220-PRF-TITLE.
088800     MOVE DL220-RUN-TRL-OVERFLOW(DL220-RUN-SUB)
088900         TO DL220-PRF-TRAILER.
089000     MOVE DL220-RUN-LOG-OVERFLOW(DL220-RUN-SUB) TO DL220-PRF-LOG.
089100     MOVE SPACES TO DL220-PRF-FLAG.
089200     IF DL220-RUN-LOG-OVERFLOW(DL220-RUN-SUB)
089300         NOT = DL220-RUN-TRL-OVERFLOW(DL220-RUN-SUB)
089400         MOVE "MISMATCH" TO DL220-PRF-FLAG
089500     END-IF.
089600     PERFORM 7400-WRITE-PROOF-LINE THRU 7400-EXIT.
089700
089800 3600-EXIT.
089900     EXIT.
090000
090100*    EACH ID ON THE TRAILER AGAINST THE SAME ID'S LOG COUNT.
090200 3610-TEST-TRAILER-ID.
090300     PERFORM 3650-FIND-LOG-COUNT THRU 3650-EXIT.
090400     IF DL220-MATCH-COUNT
090500         NOT = DL220-RUN-TRL-ID-COUNT(DL220-RUN-SUB, DL220-ID-SUB)
090600         SET DL220-PROOF-BROKEN TO TRUE
090700     END-IF.
090800
090900 3610-EXIT.
091000     EXIT.
091100
091200*    AN ID ON THE LOG THE TRAILER NEVER CLAIMED.
091300 3620-TEST-LOG-ID.
091400     PERFORM 3660-FIND-TRAILER-ID THRU 3660-EXIT.
091500     IF NOT DL220-ID-FOUND
091600         SET DL220-PROOF-BROKEN TO TRUE
091700     END-IF.
091800
091900 3620-EXIT.
092000     EXIT.
092100
092200 3630-PRINT-TRAILER-ID.
092300     PERFORM 3650-FIND-LOG-COUNT THRU 3650-EXIT.
092400     MOVE SPACES TO DL220-PRF-TITLE.
092500     MOVE "  MESSAGE ID" TO DL220-PRF-TITLE.
092600     MOVE DL220-RUN-TRL-ID(DL220-RUN-SUB, DL220-ID-SUB)
092700         TO DL220-PRF-TITLE(14:8).
092800     IF DL220-RUN-TRL-ID(DL220-RUN-SUB, DL220-ID-SUB) = SPACES
092900         MOVE "(BLANK)" TO DL220-PRF-TITLE(14:8)
093000     END-IF.
093100     MOVE DL220-RUN-TRL-ID-COUNT(DL220-RUN-SUB, DL220-ID-SUB)
093200         TO DL220-PRF-TRAILER.
093300     MOVE DL220-MATCH-COUNT TO DL220-PRF-LOG.
093400     MOVE SPACES TO DL220-PRF-FLAG.
093500     IF DL220-MATCH-COUNT
093600         NOT = DL220-RUN-TRL-ID-COUNT(DL220-RUN-SUB, DL220-ID-SUB)
093700         MOVE "MISMATCH" TO DL220-PRF-FLAG
093800     END-IF.
093900     PERFORM 7400-WRITE-PROOF-LINE THRU 7400-EXIT.
094000
094100 3630-EXIT.
094200     EXIT.
094300
094400 3640-PRINT-LOG-ONLY-ID.
094500     PERFORM 3660-FIND-TRAILER-ID THRU 3660-EXIT.
094600     IF DL220-ID-FOUND
094700         GO TO 3640-EXIT
094800     END-IF.
094900     MOVE SPACES TO DL220-PRF-TITLE.
095000     MOVE "  MESSAGE ID" TO DL220-PRF-TITLE.
095100     MOVE DL220-RUN-LOG-ID(DL220-RUN-SUB, DL220-ID-SUB)
095200         TO DL220-PRF-TITLE(14:8).
095300     IF DL220-RUN-LOG-ID(DL220-RUN-SUB, DL220-ID-SUB) = SPACES
095400         MOVE "(BLANK)" TO DL220-PRF-TITLE(14:8)
095500     END-IF.
095600     MOVE ZERO TO DL220-PRF-TRAILER.
095700     MOVE DL220-RUN-LOG-ID-COUNT(DL220-RUN-SUB, DL220-ID-SUB)
095800         TO DL220-PRF-LOG.
095900     MOVE "MISMATCH" TO DL220-PRF-FLAG.
096000     PERFORM 7400-WRITE-PROOF-LINE THRU 7400-EXIT.
096100
096200 3640-EXIT.
096300     EXIT.
096400
096500*    LOG COUNT FOR TRAILER ID DL220-ID-SUB (ZERO IF NEVER LOGGED).
096600 3650-FIND-LOG-COUNT.
096700     MOVE ZERO TO DL220-MATCH-COUNT.
096800     MOVE "N" TO DL220-ID-FOUND-SW.
096900     PERFORM 3670-MATCH-LOG-ID THRU 3670-EXIT
097000         VARYING DL220-ID-SUB2 FROM 1 BY 1
097100         UNTIL DL220-ID-FOUND
097200         OR DL220-ID-SUB2 > DL220-RUN-LOG-USED(DL220-RUN-SUB).
097300
097400 3650-EXIT.
097500     EXIT.
097600
097700*    IS LOG ID DL220-ID-SUB ONE THE TRAILER CLAIMED?
097800 3660-FIND-TRAILER-ID.
097900     MOVE "N" TO DL220-ID-FOUND-SW.
098000     PERFORM 3680-MATCH-TRAILER-ID THRU 3680-EXIT
098100         VARYING DL220-ID-SUB2 FROM 1 BY 1
098200         UNTIL DL220-ID-FOUND
098300         OR DL220-ID-SUB2 > DL220-RUN-TRL-USED(DL220-RUN-SUB).
098400
098500 3660-EXIT.
098600     EXIT.
098700
098800 3670-MATCH-LOG-ID.
098900     IF DL220-RUN-LOG-ID(DL220-RUN-SUB, DL220-ID-SUB2)
099000         = DL220-RUN-TRL-ID(DL220-RUN-SUB, DL220-ID-SUB)
099100         MOVE DL220-RUN-LOG-ID-COUNT(DL220-RUN-SUB, DL220-ID-SUB2)
099200             TO DL220-MATCH-COUNT
099300         MOVE "Y" TO DL220-ID-FOUND-SW
099400     END-IF.
099500
099600 3670-EXIT.
099700     EXIT.
099800
099900 3680-MATCH-TRAILER-ID.
100000     IF DL220-RUN-TRL-ID(DL220-RUN-SUB, DL220-ID-SUB2)
100100         = DL220-RUN-LOG-ID(DL220-RUN-SUB, DL220-ID-SUB)
100200         MOVE "Y" TO DL220-ID-FOUND-SW
100300     END-IF.
100400
100500 3680-EXIT.
100600     EXIT.
100700
100800*===============================================================
100900* 4000-ATTEST -- THE VERDICT THE RETENTION AUDIT ASKS FOR: IS
101000* THE LOG EXACTLY ONE RECORD PER ITERATION FOR THE NIGHT?
101100*===============================================================
101200 4000-ATTEST.
101300     COMPUTE DL220-BAD-COUNT = DL220-DUP-COUNT
101400         + DL220-GAP-COUNT + DL220-OOO-COUNT
101500         + DL220-RANGE-COUNT + DL220-PROOF-FAIL-COUNT
101600         + DL220-UNPROVEN-COUNT.
101700     IF DL220-DATE-LINE-COUNT = 0
101800         MOVE "NO LOG LINES FOR THIS STREAM AND DATE"
101900             TO DL220-INF-TEXT
102000         PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT
102100         GO TO 4000-EXIT
102200     END-IF.
102300     COMPUTE DL220-EXPECT-COUNT =
102400         DL220-MAX-COUNTER - DL220-MIN-COUNTER + 1.
102500     WRITE DL220-PRINT-RECORD FROM DL220-BLANK-LINE
102600         AFTER ADVANCING 1 LINE.
102700     IF DL220-BAD-COUNT = 0
102800         AND DL220-DATE-LINE-COUNT = DL220-EXPECT-COUNT
102900         MOVE "LOG ATTESTED: EXACTLY ONE RECORD PER ITERATION"
103000             TO DL220-INF-TEXT
103100     ELSE
103200         MOVE "LOG NOT ATTESTED - DEFECTS LISTED ABOVE"
103300             TO DL220-INF-TEXT
103400     END-IF.
103500     PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT.
103600     IF DL220-PROVEN-COUNT > 0
103700         AND DL220-PROOF-FAIL-COUNT = 0
103800         AND DL220-UNPROVEN-COUNT = 0
103900         AND DL220-PRETOTALS-COUNT = 0
104000         MOVE "LOG PROVEN COMPLETE AGAINST THE AUDIT TRAILERS"
104100             TO DL220-INF-TEXT
104200         PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT
104300     END-IF.
104400     IF DL220-PRETOTALS-COUNT > 0
104500         MOVE "LOG NOT PROVEN - TRAILER PREDATES CONTROL TOTALS"
104600             TO DL220-INF-TEXT
104700         PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT
104800     END-IF.
104900
105000 4000-EXIT.
105100     EXIT.
105200
105300 7000-WRITE-INFO-LINE.
105400     WRITE DL220-PRINT-RECORD FROM DL220-RPT-INFO-LINE
105500         AFTER ADVANCING 1 LINE.
105600     IF NOT DL220-VFYRPT-OK
105700         MOVE "VFYRPT"  TO DL220-ERR-FILE-ID
105800         MOVE DL220-VFYRPT-STATUS TO DL220-ERR-STATUS
105900         GO TO 8000-ERROR-HANDLER
106000     END-IF.
106100
106200 7000-EXIT.
106300     EXIT.
106400
106500 7100-WRITE-DEFECT-LINE.
106600     WRITE DL220-PRINT-RECORD FROM DL220-RPT-DEFECT-LINE
106700         AFTER ADVANCING 1 LINE.
106800     IF NOT DL220-VFYRPT-OK
106900         MOVE "VFYRPT"  TO DL220-ERR-FILE-ID
107000         MOVE DL220-VFYRPT-STATUS TO DL220-ERR-STATUS
107100         GO TO 8000-ERROR-HANDLER
107200     END-IF.
107300
107400 7100-EXIT.
107500     EXIT.
107600
107700 7200-WRITE-TOTAL-LINE.
107800     WRITE DL220-PRINT-RECORD FROM DL220-RPT-TOTAL-LINE
107900         AFTER ADVANCING 1 LINE.
108000     IF NOT DL220-VFYRPT-OK
108100         MOVE "VFYRPT"  TO DL220-ERR-FILE-ID
108200         MOVE DL220-VFYRPT-STATUS TO DL220-ERR-STATUS
108300         GO TO 8000-ERROR-HANDLER
108400     END-IF.
108500
108600 7200-EXIT.
108700     EXIT.
108800
108900 7300-WRITE-RUN-LINE.
109000     WRITE DL220-PRINT-RECORD FROM DL220-RPT-RUN-LINE
109100         AFTER ADVANCING 1 LINE.
109200     IF NOT DL220-VFYRPT-OK
109300         MOVE "VFYRPT"  TO DL220-ERR-FILE-ID
109400         MOVE DL220-VFYRPT-STATUS TO DL220-ERR-STATUS
109500         GO TO 8000-ERROR-HANDLER
109600     END-IF.
109700
109800 7300-EXIT.
109900     EXIT.
110000
110100 7400-WRITE-PROOF-LINE.
110200     WRITE DL220-PRINT-RECORD FROM DL220-RPT-PROOF-LINE
110300         AFTER ADVANCING 1 LINE.
110400     IF NOT DL220-VFYRPT-OK
110500         MOVE "VFYRPT"  TO DL220-ERR-FILE-ID
110600         MOVE DL220-VFYRPT-STATUS TO DL220-ERR-STATUS
110700         GO TO 8000-ERROR-HANDLER
110800     END-IF.
110900
111000 7400-EXIT.
111100     EXIT.
111200
111300*===============================================================
111400* 5000-TERMINATE -- TOTALS, THEN CLOSE THE REPORT.
111500*===============================================================
111600 5000-TERMINATE.
111700     WRITE DL220-PRINT-RECORD FROM DL220-BLANK-LINE
111800         AFTER ADVANCING 1 LINE.
111900     MOVE "LOG LINES READ:                     "
112000         TO DL220-TOT-TITLE.
112100     MOVE DL220-LOG-READ-COUNT TO DL220-TOT-VALUE.
112200     PERFORM 7200-WRITE-TOTAL-LINE THRU 7200-EXIT.
112300     MOVE "OTHER STREAMS' LINES FOR THE DATE:  "
112400         TO DL220-TOT-TITLE.
112500     MOVE DL220-OTHER-STREAM-COUNT TO DL220-TOT-VALUE.
112600     PERFORM 7200-WRITE-TOTAL-LINE THRU 7200-EXIT.
112700     MOVE "LINES FOR THE STREAM AND DATE:      "
112800         TO DL220-TOT-TITLE.
112900     MOVE DL220-DATE-LINE-COUNT TO DL220-TOT-VALUE.
113000     PERFORM 7200-WRITE-TOTAL-LINE THRU 7200-EXIT.
113100     MOVE "LOWEST COUNTER SEEN:                "
113200         TO DL220-TOT-TITLE.
113300     MOVE DL220-MIN-COUNTER TO DL220-TOT-VALUE.
113400     PERFORM 7200-WRITE-TOTAL-LINE THRU 7200-EXIT.
113500     MOVE "HIGHEST COUNTER SEEN:               "
113600         TO DL220-TOT-TITLE.
113700     MOVE DL220-MAX-COUNTER TO DL220-TOT-VALUE.
113800     PERFORM 7200-WRITE-TOTAL-LINE THRU 7200-EXIT.
113900     MOVE "DUPLICATE COUNTERS:                 "
114000         TO DL220-TOT-TITLE.
114100     MOVE DL220-DUP-COUNT TO DL220-TOT-VALUE.
114200     PERFORM 7200-WRITE-TOTAL-LINE THRU 7200-EXIT.
114300     MOVE "MISSING COUNTERS:                   "
114400         TO DL220-TOT-TITLE.
114500     MOVE DL220-GAP-COUNT TO DL220-TOT-VALUE.
114600     PERFORM 7200-WRITE-TOTAL-LINE THRU 7200-EXIT.
114700     MOVE "STAMPS OUT OF ORDER:                "
114800         TO DL220-TOT-TITLE.
114900     MOVE DL220-OOO-COUNT TO DL220-TOT-VALUE.
115000     PERFORM 7200-WRITE-TOTAL-LINE THRU 7200-EXIT.
115100     MOVE "COUNTERS OUT OF RANGE:              "
115200         TO DL220-TOT-TITLE.
115300     MOVE DL220-RANGE-COUNT TO DL220-TOT-VALUE.
115400     PERFORM 7200-WRITE-TOTAL-LINE THRU 7200-EXIT.
115500     MOVE "RUNS PROVEN AGAINST THEIR TRAILER:  "
115600         TO DL220-TOT-TITLE.
115700     MOVE DL220-PROVEN-COUNT TO DL220-TOT-VALUE.
115800     PERFORM 7200-WRITE-TOTAL-LINE THRU 7200-EXIT.
115900     MOVE "RUNS FAILING THE PROOF:             "
116000         TO DL220-TOT-TITLE.
116100     MOVE DL220-PROOF-FAIL-COUNT TO DL220-TOT-VALUE.
116200     PERFORM 7200-WRITE-TOTAL-LINE THRU 7200-EXIT.
116300     MOVE "RUNS THAT COULD NOT BE PROVEN:      "
116400         TO DL220-TOT-TITLE.
116500     MOVE DL220-UNPROVEN-COUNT TO DL220-TOT-VALUE.
116600     PERFORM 7200-WRITE-TOTAL-LINE THRU 7200-EXIT.
116700     MOVE "RUNS WITH TRAILERS BEFORE TOTALS:   "
116800         TO DL220-TOT-TITLE.
116900     MOVE DL220-PRETOTALS-COUNT TO DL220-TOT-VALUE.
117000     PERFORM 7200-WRITE-TOTAL-LINE THRU 7200-EXIT.
117100     CLOSE VFYRPT.
117200     IF NOT DL220-VFYRPT-OK
117300         MOVE "VFYRPT"  TO DL220-ERR-FILE-ID
117400         MOVE DL220-VFYRPT-STATUS TO DL220-ERR-STATUS
117500         GO TO 8000-ERROR-HANDLER
117600     END-IF.
117700
117800 5000-EXIT.
117900     EXIT.
118000
118100*===============================================================
118200* 8000-ERROR-HANDLER -- COMMON I/O ERROR TRAP, SAME CONVENTION
118300* AS LONG-PROGRAM.
118400*===============================================================
118500 8000-ERROR-HANDLER.
118600     DISPLAY "*** LOG-VERIFY I/O ERROR ***".
118700     DISPLAY "FILE: "   DL220-ERR-FILE-ID
118800             "  STATUS: " DL220-ERR-STATUS.
118900     MOVE 16 TO RETURN-CODE.
119000     STOP RUN.
