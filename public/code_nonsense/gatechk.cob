001500                PREVIOUS NIGHT BECAUSE THE BROADCAST NEVER RAN.
001600                THE EXEC PARM IS 'STREAM MAXAGE': THE STREAM
001700                NAME IN BYTES 1-8 (BLANK DEFAULTS TO LONGPRGM)
001800                AND AN OPTIONAL NINE-DIGIT MAXIMUM AGE IN
001900                SECONDS IN BYTES 10-18; THE COMPILED DEFAULT
002000                AGE IS TWELVE HOURS.  WHEN THE GATEDEP
002100                DEPENDENCY TABLE CARRIES A CARD FOR THE STREAM,
002200                THE STREAM IS GATED ON EVERY UPSTREAM THE CARD
002300                NAMES INSTEAD: ALL MUST BE FRESH AND GO, THE
002400                WORST UPSTREAM SETS THE CONDITION CODE, AND THE
002500                UPSTREAM THAT HELD THE STREAM IS NAMED ON SYSOUT
002600                AND ON ONE ALERTFL INCIDENT.
002700*===============================================================
002800* MODIFICATION HISTORY
002900*---------------------------------------------------------------
003000* DATE       INIT  DESCRIPTION
003100* ---------- ----  -------------------------------------------
003200* 2026-08-22 RTH   INITIAL VERSION.
003300* 2026-09-03 RTH   MULTI-STREAM GATEFL: THE PARM NOW LEADS WITH
003400*                  THE STREAM NAME AND THE GATE FILE IS
003500*                  SEARCHED FOR THAT STREAM'S RECORD INSTEAD OF
003600*                  TRUSTING THE FIRST (ONLY) RECORD.  THE
003700*                  MAX-AGE SECONDS MOVED TO PARM BYTES 10-18.
003800* 2026-09-03 RTH   A STALE OR MISSING GATE NOW ALSO APPENDS A
003900*                  STRUCTURED INCIDENT RECORD TO THE ALERTFL
004000*                  PAGING/TICKETING INTERFACE, SO THE HELD
004100*                  STREAM PAGES SOMEBODY AT 3 AM INSTEAD OF
004200*                  SITTING UNDISCOVERED UNTIL THE DAY SHIFT.
004300*                  (THE BROADCAST ITSELF ALERTS ON ITS OWN
004400*                  NOGO VERDICTS.)
004500* 2026-10-15 RTH   COMPOSITE GATE.  THE GATEDEP TABLE LISTS EACH
004600*                  STREAM'S UPSTREAM GATES; ALL ARE EVALUATED IN
004700*                  ONE STEP, EACH UPSTREAM'S VERDICT IS SHOWN,
004800*                  AND A HELD STREAM WRITES ONE INCIDENT NAMING
004900*                  THE BLOCKING UPSTREAM (UPNOGO FOR AN UPSTREAM
005000*                  NOGO).  REPLACES THE HAND-CHAINED GATE-CHECK
005100*                  STEPS AND THEIR COND CODES IN THE JCL.
005200* 2026-10-15 RTH   MEMBER RESEQUENCED.
005300*===============================================================
005400
005500 ENVIRONMENT DIVISION.
005600 CONFIGURATION SECTION.
005700 SOURCE-COMPUTER.   IBM-370.
005800 OBJECT-COMPUTER.   IBM-370.
005900
006000 INPUT-OUTPUT SECTION.
006100 FILE-CONTROL.
006200     SELECT GATEFL ASSIGN TO "GATEFL"
006300         ORGANIZATION IS SEQUENTIAL
006400         ACCESS MODE IS SEQUENTIAL
006500         FILE STATUS IS DL140-GATEFL-STATUS.
006600
006700     SELECT GATEDEP ASSIGN TO "GATEDEP"
006800         ORGANIZATION IS SEQUENTIAL
006900         ACCESS MODE IS SEQUENTIAL
007000         FILE STATUS IS DL140-GATEDEP-STATUS.
007100
007200     SELECT ALERTFL ASSIGN TO "ALERTFL"
007300         ORGANIZATION IS SEQUENTIAL
007400         ACCESS MODE IS SEQUENTIAL
007500         FILE STATUS IS DL140-ALERTFL-STATUS.
007600
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  GATEFL
008000     RECORDING MODE IS F
008100     LABEL RECORDS ARE STANDARD.
008200     COPY GATE.
008300
008400 FD  GATEDEP
008500     RECORDING MODE IS F
008600     LABEL RECORDS ARE STANDARD.
008700     COPY GATEDEP.
008800
008900 FD  ALERTFL
009000     RECORDING MODE IS F
009100     LABEL RECORDS ARE STANDARD.
009200     COPY ALERT.
009300
009400 WORKING-STORAGE SECTION.
009500*===============================================================
009600* FILE STATUS SWITCHES
009700*===============================================================
009800 01  DL140-SWITCHES.
009900     05  DL140-GATEFL-STATUS         PIC X(02) VALUE "00".
010000         88  DL140-GATEFL-OK                   VALUE "00".
010100         88  DL140-GATEFL-EOF                  VALUE "10".
010200         88  DL140-GATEFL-NOT-FOUND            VALUE "35".
010300     05  DL140-ALERTFL-STATUS        PIC X(02) VALUE "00".
010400         88  DL140-ALERTFL-OK                  VALUE "00".
010500         88  DL140-ALERTFL-NOT-FOUND           VALUE "35".
010600     05  DL140-GATEDEP-STATUS        PIC X(02) VALUE "00".
010700         88  DL140-GATEDEP-OK                  VALUE "00".
010800         88  DL140-GATEDEP-EOF                 VALUE "10".
010900         88  DL140-GATEDEP-NOT-FOUND           VALUE "35".
011000
011100*===============================================================
011200* STREAM AND STALENESS LIMIT -- THE EXEC PARM IS 'STREAM
011300* MAXAGE': STREAM NAME IN BYTES 1-8 (BLANK = LONGPRGM) AND AN
011400* OPTIONAL NINE-DIGIT AGE LIMIT IN SECONDS IN BYTES 10-18.
011500* THE COMPILED AGE DEFAULT IS TWELVE HOURS.
011600*===============================================================
011700 01  DL140-JOB-NAME                  PIC X(08) VALUE "LONGPRGM".
011800 01  DL140-MAX-AGE-SECONDS           PIC 9(09) COMP
011900                                     VALUE 43200.
012000 01  DL140-PARM-TEXT                 PIC X(18) VALUE SPACES.
012100 01  DL140-PARM-FIELDS REDEFINES DL140-PARM-TEXT.
012200     05  DL140-PARM-STREAM           PIC X(08).
012300     05  FILLER                      PIC X(01).
012400     05  DL140-PARM-AGE              PIC X(09).
012500     05  DL140-PARM-AGE-NUM REDEFINES DL140-PARM-AGE
012600                                     PIC 9(09).
012700 01  DL140-DEP-FOUND-SWITCH          PIC X(01) VALUE "N".
012800     88  DL140-DEP-FOUND                   VALUE "Y".
012900 01  DL140-COMPOSITE-SWITCH          PIC X(01) VALUE "N".
013000     88  DL140-COMPOSITE                   VALUE "Y".
013100
013200*===============================================================
013300* UPSTREAM GATES -- THE STREAMS WHOSE GATE RECORDS DECIDE THIS
013400* ONE.  WITHOUT A GATEDEP CARD THE ONLY ENTRY IS THE NAMED
013500* STREAM ITSELF.  EACH GATE RECORD FOUND IS HELD HERE, AGED,
013600* AND GIVEN ITS OWN VERDICT CODE; THE FIRST UPSTREAM WITH THE
013700* WORST CODE IS THE BLOCKER.
013800*===============================================================
013900 01  DL140-UP-COUNT                  PIC 9(02) COMP VALUE ZERO.
014000 01  DL140-UP-SUB                    PIC 9(02) COMP.
014100 01  DL140-UP-FOUND-COUNT            PIC 9(02) COMP VALUE ZERO.
014200 01  DL140-BLOCK-SUB                 PIC 9(02) COMP VALUE ZERO.
014300 01  DL140-WORST-RC                  PIC 9(02) COMP VALUE ZERO.
014400 01  DL140-UP-TABLE.
014500     05  DL140-UP-ENTRY              OCCURS 8 TIMES
014600                                     INDEXED BY DL140-UP-IDX.
014700         10  DL140-UP-NAME           PIC X(08).
014800         10  DL140-UP-FOUND-FLAG     PIC X(01).
014900             88  DL140-UP-FOUND            VALUE "Y".
015000         10  DL140-UP-RUN-DATE       PIC 9(08).
015100         10  DL140-UP-RUN-TIME       PIC 9(08).
015200         10  DL140-UP-RESULT         PIC X(04).
015300             88  DL140-UP-GO               VALUE "GO  ".
015400         10  DL140-UP-FINAL-COUNTER  PIC 9(09).
015500         10  DL140-UP-ELAPSED-SECONDS
015600                                     PIC 9(09).
015700         10  DL140-UP-ELAPSED-LIMIT  PIC 9(09).
015800         10  DL140-UP-AGE-SECONDS    PIC S9(09) COMP.
015900         10  DL140-UP-RC             PIC 9(02) COMP.
016000         10  DL140-UP-REASON         PIC X(01).
016100             88  DL140-UP-MISSING          VALUE "M".
016200             88  DL140-UP-STALE            VALUE "S".
016300             88  DL140-UP-NOGO             VALUE "N".
016400             88  DL140-UP-RELEASED         VALUE "G".
016500
016600*===============================================================
016700* AGE-OF-GATE WORK FIELDS.  DAY NUMBERS ARE BUILT WITH STEPWISE
016800* INTEGER DIVIDES SO THE LEAP RULES COME OUT EXACT.
016900*===============================================================
017000 01  DL140-WORK-DATE                 PIC 9(08).
017100 01  DL140-WORK-DATE-FIELDS REDEFINES DL140-WORK-DATE.
017200     05  DL140-WRK-YYYY              PIC 9(04).
017300     05  DL140-WRK-MM                PIC 9(02).
017400     05  DL140-WRK-DD                PIC 9(02).
017500 01  DL140-WORK-TIME                 PIC 9(08).
017600 01  DL140-WORK-TIME-FIELDS REDEFINES DL140-WORK-TIME.
017700     05  DL140-WRK-HH                PIC 9(02).
017800     05  DL140-WRK-MIN               PIC 9(02).
017900     05  DL140-WRK-SS                PIC 9(02).
018000     05  DL140-WRK-CC                PIC 9(02).
018100 01  DL140-CALC-YEAR                 PIC 9(05) COMP.
018200 01  DL140-CALC-MONTH                PIC 9(02) COMP.
018300 01  DL140-CALC-TERM                 PIC 9(09) COMP.
018400 01  DL140-CALC-QUOTIENT             PIC 9(09) COMP.
018500 01  DL140-CALC-REMAINDER            PIC 9(09) COMP.
018600 01  DL140-DAY-NUMBER                PIC 9(09) COMP.
018700 01  DL140-SECS-OF-DAY               PIC 9(09) COMP.
018800 01  DL140-GATE-DAY-NUMBER           PIC 9(09) COMP.
018900 01  DL140-GATE-SECS-OF-DAY          PIC 9(09) COMP.
019000 01  DL140-NOW-DAY-NUMBER            PIC 9(09) COMP.
019100 01  DL140-NOW-SECS-OF-DAY           PIC 9(09) COMP.
019200 01  DL140-AGE-SECONDS               PIC S9(09) COMP.
019300 01  DL140-CURRENT-DATE              PIC 9(08).
019400 01  DL140-CURRENT-TIME              PIC 9(08).
019500
019600*===============================================================
019700* ERROR HANDLING
019800*===============================================================
019900 01  DL140-ERR-FILE-ID               PIC X(08) VALUE SPACES.
020000 01  DL140-ERR-STATUS                PIC X(02) VALUE SPACES.
020100
020200 PROCEDURE DIVISION.
020300*===============================================================
020400* 0000-MAINLINE -- READ THE GATES, AGE THEM, SET THE VERDICT.
020500*===============================================================
020600 0000-MAINLINE.
020700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020800     PERFORM 2000-READ-GATE THRU 2000-EXIT.
020900     PERFORM 3000-AGE-GATE THRU 3000-EXIT.
021000     PERFORM 4000-SET-VERDICT THRU 4000-EXIT.
021100     STOP RUN.
021200
021300*===============================================================
021400* 1000-INITIALIZE -- PICK UP THE OPTIONAL MAX-AGE PARM AND THE
021500* CURRENT DATE AND TIME, THEN THE STREAM'S UPSTREAM GATES.
021600*===============================================================
021700 1000-INITIALIZE.
021800     ACCEPT DL140-CURRENT-DATE FROM DATE YYYYMMDD.
021900     ACCEPT DL140-CURRENT-TIME FROM TIME.
022000     ACCEPT DL140-PARM-TEXT FROM COMMAND-LINE.
022100     IF DL140-PARM-STREAM NOT = SPACES
022200         MOVE DL140-PARM-STREAM TO DL140-JOB-NAME
022300     END-IF.
022400     IF DL140-PARM-AGE NOT = SPACES
022500         IF DL140-PARM-AGE-NUM IS NUMERIC
022600             AND DL140-PARM-AGE-NUM > 0
022700             MOVE DL140-PARM-AGE-NUM TO DL140-MAX-AGE-SECONDS
022800         ELSE
022900             DISPLAY "GATE-CHECK: AGE PARM NOT NUMERIC - "
023000                     "DEFAULT MAX AGE RETAINED"
023100         END-IF
023200     END-IF.
023300     PERFORM 1100-LOAD-DEPENDENCIES THRU 1100-EXIT.
023400
023500 1000-EXIT.
023600     EXIT.
023700
023800*===============================================================
023900* 1100-LOAD-DEPENDENCIES -- FIND THE STREAM'S GATEDEP CARD AND
024000* TAKE ITS NON-BLANK UPSTREAMS.  NO TABLE, NO CARD, OR A CARD
024100* WITH NO UPSTREAMS ALL LEAVE THE STREAM GATED ON ITS OWN NAMED
024200* RECORD, AS IT ALWAYS WAS.
024300*===============================================================
024400 1100-LOAD-DEPENDENCIES.
024500     MOVE ZERO TO DL140-UP-COUNT.
024600     OPEN INPUT GATEDEP.
024700     IF NOT DL140-GATEDEP-OK AND NOT DL140-GATEDEP-NOT-FOUND
024800         MOVE "GATEDEP" TO DL140-ERR-FILE-ID
024900         MOVE DL140-GATEDEP-STATUS TO DL140-ERR-STATUS
025000         GO TO 8000-ERROR-HANDLER
025100     END-IF.
025200     IF DL140-GATEDEP-NOT-FOUND
025300         GO TO 1100-SINGLE
025400     END-IF.
025500     PERFORM 1110-FIND-DEPENDENCY THRU 1110-EXIT
025600         UNTIL DL140-DEP-FOUND
025700         OR DL140-GATEDEP-EOF.
025800     IF DL140-DEP-FOUND
025900         PERFORM 1120-TAKE-ONE-UPSTREAM THRU 1120-EXIT
026000             VARYING DL140-UP-SUB FROM 1 BY 1
026100             UNTIL DL140-UP-SUB > 8
026200     END-IF.
026300     CLOSE GATEDEP.
026400     IF NOT DL140-GATEDEP-OK
026500         MOVE "GATEDEP" TO DL140-ERR-FILE-ID
026600         MOVE DL140-GATEDEP-STATUS TO DL140-ERR-STATUS
026700         GO TO 8000-ERROR-HANDLER
026800     END-IF.
026900     IF DL140-UP-COUNT > 0
027000         SET DL140-COMPOSITE TO TRUE
027100         GO TO 1100-EXIT
027200     END-IF.
027300
027400 1100-SINGLE.
027500     MOVE 1 TO DL140-UP-COUNT.
027600     MOVE DL140-JOB-NAME TO DL140-UP-NAME(1).
027700     MOVE "N" TO DL140-UP-FOUND-FLAG(1).
027800
027900 1100-EXIT.
028000     EXIT.
028100
028200 1110-FIND-DEPENDENCY.
028300     READ GATEDEP
028400         AT END
028500             GO TO 1110-EXIT
028600     END-READ.
028700     IF NOT DL140-GATEDEP-OK AND NOT DL140-GATEDEP-EOF
028800         MOVE "GATEDEP" TO DL140-ERR-FILE-ID
028900         MOVE DL140-GATEDEP-STATUS TO DL140-ERR-STATUS
029000         GO TO 8000-ERROR-HANDLER
029100     END-IF.
029200     IF DL100-DEP-JOB-NAME = DL140-JOB-NAME
029300         MOVE "Y" TO DL140-DEP-FOUND-SWITCH
029400     END-IF.
029500
029600 1110-EXIT.
029700     EXIT.
029800
029900 1120-TAKE-ONE-UPSTREAM.
030000     IF DL100-DEP-UPSTREAM(DL140-UP-SUB) = SPACES
030100         GO TO 1120-EXIT
030200     END-IF.
030300     ADD 1 TO DL140-UP-COUNT.
030400     SET DL140-UP-IDX TO DL140-UP-COUNT.
030500     MOVE DL100-DEP-UPSTREAM(DL140-UP-SUB)
030600         TO DL140-UP-NAME(DL140-UP-IDX).
030700     MOVE "N" TO DL140-UP-FOUND-FLAG(DL140-UP-IDX).
030800
030900 1120-EXIT.
031000     EXIT.
031100
031200*===============================================================
031300* 2000-READ-GATE -- ONE PASS OF THE MULTI-STREAM GATE FILE,
031400* HOLDING THE RECORD OF EVERY UPSTREAM THE STREAM WAITS ON.  A
031500* MISSING FILE, AN EMPTY FILE, OR NO RECORD FOR AN UPSTREAM ALL
031600* MEAN THAT BROADCAST NEVER WROTE ITS VERDICT: HOLD THE STREAM.
031700*===============================================================
031800 2000-READ-GATE.
031900     OPEN INPUT GATEFL.
032000     IF DL140-GATEFL-NOT-FOUND
032100         DISPLAY "GATE-CHECK: NO GATE FILE - STREAM HELD: "
032200                 DL140-JOB-NAME
032300         GO TO 2000-EXIT
032400     END-IF.
032500     IF NOT DL140-GATEFL-OK
032600         MOVE "GATEFL"  TO DL140-ERR-FILE-ID
032700         MOVE DL140-GATEFL-STATUS TO DL140-ERR-STATUS
032800         GO TO 8000-ERROR-HANDLER
032900     END-IF.
033000     PERFORM 2100-FIND-GATE THRU 2100-EXIT
033100         UNTIL DL140-UP-FOUND-COUNT = DL140-UP-COUNT
033200         OR DL140-GATEFL-EOF.
033300     CLOSE GATEFL.
033400     IF NOT DL140-GATEFL-OK
033500         MOVE "GATEFL"  TO DL140-ERR-FILE-ID
033600         MOVE DL140-GATEFL-STATUS TO DL140-ERR-STATUS
033700         GO TO 8000-ERROR-HANDLER
033800     END-IF.
033900
034000 2000-EXIT.
034100     EXIT.
034200
034300 2100-FIND-GATE.
034400     READ GATEFL
034500         AT END
034600             GO TO 2100-EXIT
034700     END-READ.
034800     IF NOT DL140-GATEFL-OK AND NOT DL140-GATEFL-EOF
034900         MOVE "GATEFL"  TO DL140-ERR-FILE-ID
035000         MOVE DL140-GATEFL-STATUS TO DL140-ERR-STATUS
035100         GO TO 8000-ERROR-HANDLER
035200     END-IF.
035300     PERFORM 2200-MATCH-UPSTREAM THRU 2200-EXIT
035400         VARYING DL140-UP-SUB FROM 1 BY 1
035500         UNTIL DL140-UP-SUB > DL140-UP-COUNT.
035600
035700 2100-EXIT.
035800     EXIT.
035900
036000*    THE FIRST RECORD FOR AN UPSTREAM WINS, AS IT ALWAYS HAS.
036100 2200-MATCH-UPSTREAM.
036200     SET DL140-UP-IDX TO DL140-UP-SUB.
036300     IF DL140-UP-FOUND(DL140-UP-IDX)
036400         OR DL100-GATE-JOB-NAME NOT = DL140-UP-NAME(DL140-UP-IDX)
036500         GO TO 2200-EXIT
036600     END-IF.
036700     MOVE "Y" TO DL140-UP-FOUND-FLAG(DL140-UP-IDX).
036800     ADD 1 TO DL140-UP-FOUND-COUNT.
036900     MOVE DL100-GATE-RUN-DATE
037000         TO DL140-UP-RUN-DATE(DL140-UP-IDX).
037100     MOVE DL100-GATE-RUN-TIME
037200         TO DL140-UP-RUN-TIME(DL140-UP-IDX).
037300     MOVE DL100-GATE-RESULT
037400         TO DL140-UP-RESULT(DL140-UP-IDX).
037500     MOVE DL100-GATE-FINAL-COUNTER
037600         TO DL140-UP-FINAL-COUNTER(DL140-UP-IDX).
037700     MOVE DL100-GATE-ELAPSED-SECONDS
037800         TO DL140-UP-ELAPSED-SECONDS(DL140-UP-IDX).
037900     MOVE DL100-GATE-ELAPSED-LIMIT
038000         TO DL140-UP-ELAPSED-LIMIT(DL140-UP-IDX).
038100
038200 2200-EXIT.
038300     EXIT.
038400
038500*===============================================================
038600* 3000-AGE-GATE -- SECONDS BETWEEN EACH UPSTREAM'S GATE
038700* TIMESTAMP AND NOW.
038800*===============================================================
038900 3000-AGE-GATE.
039000     MOVE DL140-CURRENT-DATE TO DL140-WORK-DATE.
039100     MOVE DL140-CURRENT-TIME TO DL140-WORK-TIME.
039200     PERFORM 3100-DATE-TO-DAY-NUMBER THRU 3100-EXIT.
039300     MOVE DL140-DAY-NUMBER  TO DL140-NOW-DAY-NUMBER.
039400     MOVE DL140-SECS-OF-DAY TO DL140-NOW-SECS-OF-DAY.
039500     PERFORM 3050-AGE-ONE-UPSTREAM THRU 3050-EXIT
039600         VARYING DL140-UP-SUB FROM 1 BY 1
039700         UNTIL DL140-UP-SUB > DL140-UP-COUNT.
039800
039900 3000-EXIT.
040000     EXIT.
040100
040200 3050-AGE-ONE-UPSTREAM.
040300     SET DL140-UP-IDX TO DL140-UP-SUB.
040400     IF NOT DL140-UP-FOUND(DL140-UP-IDX)
040500         GO TO 3050-EXIT
040600     END-IF.
040700     MOVE DL140-UP-RUN-DATE(DL140-UP-IDX) TO DL140-WORK-DATE.
040800     MOVE DL140-UP-RUN-TIME(DL140-UP-IDX) TO DL140-WORK-TIME.
040900     PERFORM 3100-DATE-TO-DAY-NUMBER THRU 3100-EXIT.
041000     MOVE DL140-DAY-NUMBER  TO DL140-GATE-DAY-NUMBER.
041100     MOVE DL140-SECS-OF-DAY TO DL140-GATE-SECS-OF-DAY.
041200     COMPUTE DL140-AGE-SECONDS =
041300         ((DL140-NOW-DAY-NUMBER - DL140-GATE-DAY-NUMBER)
041400             * 86400)
041500         + DL140-NOW-SECS-OF-DAY - DL140-GATE-SECS-OF-DAY.
041600     IF DL140-AGE-SECONDS < 0
041700         MOVE 0 TO DL140-AGE-SECONDS
041800     END-IF.
041900     MOVE DL140-AGE-SECONDS TO DL140-UP-AGE-SECONDS(DL140-UP-IDX).
042000
042100 3050-EXIT.
042200     EXIT.
042300
042400*===============================================================
042500* 3100-DATE-TO-DAY-NUMBER -- TURN DL140-WORK-DATE/TIME INTO A
042600* DAY NUMBER AND SECONDS-OF-DAY.  THE DIVIDES ARE DONE AS
042700* SEPARATE STATEMENTS SO EACH QUOTIENT TRUNCATES EXACTLY THE
042800* WAY THE CALENDAR ARITHMETIC NEEDS.
042900*===============================================================
043000 3100-DATE-TO-DAY-NUMBER.
043100     MOVE DL140-WRK-YYYY TO DL140-CALC-YEAR.
043200     MOVE DL140-WRK-MM   TO DL140-CALC-MONTH.
043300     IF DL140-CALC-MONTH < 3
043400         SUBTRACT 1 FROM DL140-CALC-YEAR
043500         ADD 12 TO DL140-CALC-MONTH
043600     END-IF.
043700     COMPUTE DL140-DAY-NUMBER = 365 * DL140-CALC-YEAR.
043800     DIVIDE DL140-CALC-YEAR BY 4
043900         GIVING DL140-CALC-QUOTIENT
044000         REMAINDER DL140-CALC-REMAINDER.
044100     ADD DL140-CALC-QUOTIENT TO DL140-DAY-NUMBER.
044200     DIVIDE DL140-CALC-YEAR BY 100
044300         GIVING DL140-CALC-QUOTIENT
044400         REMAINDER DL140-CALC-REMAINDER.
044500     SUBTRACT DL140-CALC-QUOTIENT FROM DL140-DAY-NUMBER.
044600     DIVIDE DL140-CALC-YEAR BY 400
044700         GIVING DL140-CALC-QUOTIENT
044800         REMAINDER DL140-CALC-REMAINDER.
044900     ADD DL140-CALC-QUOTIENT TO DL140-DAY-NUMBER.
045000     COMPUTE DL140-CALC-TERM = 153 * (DL140-CALC-MONTH + 1).
045100     DIVIDE DL140-CALC-TERM BY 5
045200         GIVING DL140-CALC-QUOTIENT
045300         REMAINDER DL140-CALC-REMAINDER.
045400     ADD DL140-CALC-QUOTIENT TO DL140-DAY-NUMBER.
045500     ADD DL140-WRK-DD TO DL140-DAY-NUMBER.
045600
045700     COMPUTE DL140-SECS-OF-DAY =
045800         (DL140-WRK-HH * 3600) + (DL140-WRK-MIN * 60)
045900             + DL140-WRK-SS.
046000
046100 3100-EXIT.
046200     EXIT.
046300
046400*===============================================================
046500* 4000-SET-VERDICT -- JUDGE EVERY UPSTREAM (STALE OR MISSING
046600* BEATS NOGO BEATS GO), TAKE THE WORST AS THE STREAM'S CODE,
046700* AND NAME THE FIRST UPSTREAM THAT CARRIED IT.  A SINGLE-STREAM
046800* CHECK ALERTS ONLY ON A STALE OR MISSING GATE -- THE BROADCAST
046900* ALREADY ALERTED ON ITS OWN NOGO; A COMPOSITE CHECK ALWAYS
047000* RAISES ONE INCIDENT NAMING THE BLOCKER, BECAUSE THE HELD
047100* STREAM'S OWNERS ARE NOT THE ONES THE UPSTREAM ALERT PAGED.
047200*===============================================================
047300 4000-SET-VERDICT.
047400     MOVE ZERO TO DL140-WORST-RC.
047500     MOVE 1 TO DL140-BLOCK-SUB.
047600     PERFORM 4100-JUDGE-ONE-UPSTREAM THRU 4100-EXIT
047700         VARYING DL140-UP-SUB FROM 1 BY 1
047800         UNTIL DL140-UP-SUB > DL140-UP-COUNT.
047900     IF DL140-WORST-RC = 0
048000         DISPLAY "GATE-CHECK: GO - MAIN STREAM RELEASED: "
048100                 DL140-JOB-NAME
048200         MOVE 0 TO RETURN-CODE
048300         GO TO 4000-EXIT
048400     END-IF.
048500     SET DL140-UP-IDX TO DL140-BLOCK-SUB.
048600     DISPLAY "GATE-CHECK: STREAM " DL140-JOB-NAME
048700             " HELD BY UPSTREAM " DL140-UP-NAME(DL140-UP-IDX).
048800     IF DL140-COMPOSITE
048900         OR NOT DL140-UP-NOGO(DL140-UP-IDX)
049000         PERFORM 7500-WRITE-ALERT THRU 7500-EXIT
049100     END-IF.
049200     MOVE DL140-WORST-RC TO RETURN-CODE.
049300
049400 4000-EXIT.
049500     EXIT.
049600
049700 4100-JUDGE-ONE-UPSTREAM.
049800     SET DL140-UP-IDX TO DL140-UP-SUB.
049900     EVALUATE TRUE
050000         WHEN NOT DL140-UP-FOUND(DL140-UP-IDX)
050100             MOVE "M" TO DL140-UP-REASON(DL140-UP-IDX)
050200             MOVE 12 TO DL140-UP-RC(DL140-UP-IDX)
050300             DISPLAY "GATE-CHECK: UPSTREAM "
050400                     DL140-UP-NAME(DL140-UP-IDX)
050500                     " NO GATE RECORD - HELD"
050600         WHEN DL140-UP-AGE-SECONDS(DL140-UP-IDX)
050700                 > DL140-MAX-AGE-SECONDS
050800             MOVE "S" TO DL140-UP-REASON(DL140-UP-IDX)
050900             MOVE 12 TO DL140-UP-RC(DL140-UP-IDX)
051000             DISPLAY "GATE-CHECK: UPSTREAM "
051100                     DL140-UP-NAME(DL140-UP-IDX)
051200                     " GATE RECORD IS STALE - HELD"
051300             DISPLAY "GATE DATE/TIME: "
051400                     DL140-UP-RUN-DATE(DL140-UP-IDX)
051500                     " " DL140-UP-RUN-TIME(DL140-UP-IDX)
051600         WHEN DL140-UP-GO(DL140-UP-IDX)
051700             MOVE "G" TO DL140-UP-REASON(DL140-UP-IDX)
051800             MOVE 0 TO DL140-UP-RC(DL140-UP-IDX)
051900             DISPLAY "GATE-CHECK: UPSTREAM "
052000                     DL140-UP-NAME(DL140-UP-IDX)
052100                     " GO"
052200         WHEN OTHER
052300             MOVE "N" TO DL140-UP-REASON(DL140-UP-IDX)
052400             MOVE 8 TO DL140-UP-RC(DL140-UP-IDX)
052500             DISPLAY "GATE-CHECK: UPSTREAM "
052600                     DL140-UP-NAME(DL140-UP-IDX)
052700                     " NOGO - HELD"
052800             DISPLAY "FINAL COUNTER: "
052900                     DL140-UP-FINAL-COUNTER(DL140-UP-IDX)
053000                     "  ELAPSED: "
053100                     DL140-UP-ELAPSED-SECONDS(DL140-UP-IDX)
053200                     "  LIMIT: "
053300                     DL140-UP-ELAPSED-LIMIT(DL140-UP-IDX)
053400     END-EVALUATE.
053500     IF DL140-UP-RC(DL140-UP-IDX) > DL140-WORST-RC
053600         MOVE DL140-UP-RC(DL140-UP-IDX) TO DL140-WORST-RC
053700         MOVE DL140-UP-SUB TO DL140-BLOCK-SUB
053800     END-IF.
053900
054000 4100-EXIT.
054100     EXIT.
054200
054300*===============================================================
054400* 7500-WRITE-ALERT -- STRUCTURED INCIDENT FOR THE PAGING/
054500* TICKETING INTERFACE, APPENDED TO ALERTFL WITH THE SAME
054600* PROBE-THEN-EXTEND PATTERN LONG-PROGRAM USES.  THE INCIDENT IS
054700* RAISED UNDER THE HELD STREAM AND CARRIES THE BLOCKING
054800* UPSTREAM (DL140-UP-IDX) BY NAME WITH ITS GATE VALUES; A
054900* MISSING GATE HAS NONE.
055000*===============================================================
055100 7500-WRITE-ALERT.
055200     OPEN INPUT ALERTFL.
055300     IF NOT DL140-ALERTFL-OK AND NOT DL140-ALERTFL-NOT-FOUND
055400         MOVE "ALERTFL" TO DL140-ERR-FILE-ID
055500         MOVE DL140-ALERTFL-STATUS TO DL140-ERR-STATUS
055600         GO TO 8000-ERROR-HANDLER
055700     END-IF.
055800     IF DL140-ALERTFL-NOT-FOUND
055900         OPEN OUTPUT ALERTFL
056000         IF NOT DL140-ALERTFL-OK
056100             MOVE "ALERTFL" TO DL140-ERR-FILE-ID
056200             MOVE DL140-ALERTFL-STATUS TO DL140-ERR-STATUS
056300             GO TO 8000-ERROR-HANDLER
056400         END-IF
056500     ELSE
056600         CLOSE ALERTFL
056700         IF NOT DL140-ALERTFL-OK
056800             MOVE "ALERTFL" TO DL140-ERR-FILE-ID
056900             MOVE DL140-ALERTFL-STATUS TO DL140-ERR-STATUS
057000             GO TO 8000-ERROR-HANDLER
057100         END-IF
057200         OPEN EXTEND ALERTFL
057300         IF NOT DL140-ALERTFL-OK
057400             MOVE "ALERTFL" TO DL140-ERR-FILE-ID
057500             MOVE DL140-ALERTFL-STATUS TO DL140-ERR-STATUS
057600             GO TO 8000-ERROR-HANDLER
057700         END-IF
057800     END-IF.
057900
058000     MOVE SPACES TO DL100-ALERT-RECORD.
058100     MOVE DL140-JOB-NAME     TO DL100-ALERT-JOB-NAME.
058200     MOVE DL140-CURRENT-DATE TO DL100-ALERT-RUN-DATE.
058300     MOVE DL140-CURRENT-TIME TO DL100-ALERT-RUN-TIME.
058400     MOVE DL140-UP-NAME(DL140-UP-IDX) TO DL100-ALERT-BLOCKER.
058500     MOVE ZERO TO DL100-ALERT-TARGET-COUNT.
058600     MOVE ZERO TO DL100-ALERT-FINAL-COUNTER.
058700     MOVE ZERO TO DL100-ALERT-ELAPSED-SECONDS.
058800     MOVE ZERO TO DL100-ALERT-ELAPSED-LIMIT.
058900     EVALUATE TRUE
059000         WHEN DL140-UP-MISSING(DL140-UP-IDX)
059100             SET DL100-ALERT-NO-GATE TO TRUE
059200             SET DL100-ALERT-SEV-CRITICAL TO TRUE
059300         WHEN DL140-UP-STALE(DL140-UP-IDX)
059400             SET DL100-ALERT-STALE-GATE TO TRUE
059500             SET DL100-ALERT-SEV-CRITICAL TO TRUE
059600         WHEN OTHER
059700             SET DL100-ALERT-UPSTREAM-NOGO TO TRUE
059800             SET DL100-ALERT-SEV-WARNING TO TRUE
059900     END-EVALUATE.
060000     IF NOT DL140-UP-MISSING(DL140-UP-IDX)
060100         MOVE DL140-UP-FINAL-COUNTER(DL140-UP-IDX)
060200             TO DL100-ALERT-FINAL-COUNTER
060300         MOVE DL140-UP-ELAPSED-SECONDS(DL140-UP-IDX)
060400             TO DL100-ALERT-ELAPSED-SECONDS
060500         MOVE DL140-UP-ELAPSED-LIMIT(DL140-UP-IDX)
060600             TO DL100-ALERT-ELAPSED-LIMIT
060700     END-IF.
060800     WRITE DL100-ALERT-RECORD.
060900     IF NOT DL140-ALERTFL-OK
061000         MOVE "ALERTFL" TO DL140-ERR-FILE-ID
061100         MOVE DL140-ALERTFL-STATUS TO DL140-ERR-STATUS
061200         GO TO 8000-ERROR-HANDLER
061300     END-IF.
061400     CLOSE ALERTFL.
061500     IF NOT DL140-ALERTFL-OK
061600         MOVE "ALERTFL" TO DL140-ERR-FILE-ID
061700         MOVE DL140-ALERTFL-STATUS TO DL140-ERR-STATUS
061800         GO TO 8000-ERROR-HANDLER
061900     END-IF.
062000
062100 7500-EXIT.
062200     EXIT.
062300
062400*===============================================================
062500* 8000-ERROR-HANDLER -- COMMON I/O ERROR TRAP, SAME CONVENTION
062600* AS LONG-PROGRAM.
062700*===============================================================
062800 8000-ERROR-HANDLER.
062900     DISPLAY "*** GATE-CHECK I/O ERROR ***".
063000     DISPLAY "FILE: "   DL140-ERR-FILE-ID
063100             "  STATUS: " DL140-ERR-STATUS.
063200     MOVE 16 TO RETURN-CODE.
063300     STOP RUN.
