001400                REPORT PROVES TO THE AUDITORS THAT NOTHING WAS
001500                SIMPLY DELETED.  THE JCL CATALOGS THE
001600                REPLACEMENT DATASET OVER THE OLD LOG ON A CLEAN
001700                (ZERO) CONDITION CODE.  ONE STREAM IS PURGED
001800                PER RUN: THE EXEC PARM NAMES IT IN BYTES 1-8
001900                (BLANK DEFAULTS TO LONGPRGM).  OTHER STREAMS'
002000                RECORDS ARE CARRIED ACROSS TO THE REPLACEMENT
002100                LOG UNTOUCHED, WHATEVER THEIR AGE, AND ARE
002200                COUNTED ON THE REPORT.
002300                CONTROL TOTALS ARE TAKEN OVER EVERY RECORD READ
002400                AND OVER EVERY RECORD WRITTEN TO EACH OUTPUT --
002500                COUNT, HASH TOTAL OF COUNTERS AND COUNT PER
002600                MESSAGE ID -- AND THE REPORT PROVES JOBLOGN PLUS
002700                ARCHFL ADD BACK TO THE INPUT.  IF THEY DO NOT,
002800                CONDITION CODE 8 KEEPS THE JCL FROM CATALOGING
002900                THE REPLACEMENT OVER THE OLD LOG.
003000*===============================================================
003100* MODIFICATION HISTORY
003200*---------------------------------------------------------------
003300* DATE       INIT  DESCRIPTION
003400* ---------- ----  -------------------------------------------
003500* 2026-08-22 RTH   INITIAL VERSION.
003600* 2026-09-03 RTH   LOG RECORDS GREW TO 133 BYTES WHEN THE
003700*                  MESSAGE ID WAS ADDED; THE REPLACEMENT AND
003800*                  ARCHIVE RECORD AREAS GREW WITH THEM.
003900* 2026-10-15 RTH   LOG RECORDS GREW TO 141 BYTES WITH THE STREAM
004000*                  NAME.  THE PARM NOW SELECTS THE STREAM TO
004100*                  PURGE; OTHER STREAMS' RECORDS ARE CARRIED
004200*                  ACROSS AND COUNTED SO THE REPORT STILL
004300*                  RECONCILES TO RECORDS READ.
004400* 2026-10-15 RTH   CONTROL TOTAL PROOF: INPUT AGAINST JOBLOGN PLUS
004500*                  ARCHFL BY COUNT, HASH TOTAL OF COUNTERS AND
004600*                  COUNT PER MESSAGE ID, TAKEN FROM THE OUTPUT
004700*                  RECORDS AS WRITTEN.  A FAILED PROOF ENDS WITH
004800*                  CONDITION CODE 8.
004900* 2026-10-15 RTH   MEMBER RESEQUENCED.
005000*===============================================================
005100
005200 ENVIRONMENT DIVISION.
005300 CONFIGURATION SECTION.
005400 SOURCE-COMPUTER.   IBM-370.
005500 OBJECT-COMPUTER.   IBM-370.
005600
005700 INPUT-OUTPUT SECTION.
005800 FILE-CONTROL.
005900     SELECT JOBLOG ASSIGN TO "JOBLOG"
006000         ORGANIZATION IS SEQUENTIAL
006100         ACCESS MODE IS SEQUENTIAL
006200         FILE STATUS IS DL120-JOBLOG-STATUS.
006300
006400     SELECT JOBLOGN ASSIGN TO "JOBLOGN"
006500         ORGANIZATION IS SEQUENTIAL
006600         ACCESS MODE IS SEQUENTIAL
006700         FILE STATUS IS DL120-JOBLOGN-STATUS.
006800
006900     SELECT ARCHFL ASSIGN TO "ARCHFL"
007000         ORGANIZATION IS SEQUENTIAL
007100         ACCESS MODE IS SEQUENTIAL
007200         FILE STATUS IS DL120-ARCHFL-STATUS.
007300
007400     SELECT PURGERPT ASSIGN TO "PURGERPT"
007500         ORGANIZATION IS SEQUENTIAL
007600         ACCESS MODE IS SEQUENTIAL
007700         FILE STATUS IS DL120-PURGERPT-STATUS.
007800
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  JOBLOG
008200     RECORDING MODE IS F
008300     BLOCK CONTAINS 50 RECORDS
008400     LABEL RECORDS ARE STANDARD.
008500     COPY JOBLOG.
008600
008700 FD  JOBLOGN
008800     RECORDING MODE IS F
008900     BLOCK CONTAINS 50 RECORDS
009000     LABEL RECORDS ARE STANDARD.
009100 01  DL120-LOGN-RECORD               PIC X(141).
009200 01  DL120-LOGN-FIELDS.
009300     05  DL120-LOGN-COUNTER          PIC 9(09).
009400     05  FILLER                      PIC X(116).
009500     05  DL120-LOGN-MSG-ID           PIC X(08).
009600     05  FILLER                      PIC X(08).
009700
009800 FD  ARCHFL
009900     RECORDING MODE IS F
010000     BLOCK CONTAINS 50 RECORDS
010100     LABEL RECORDS ARE STANDARD.
010200 01  DL120-ARCH-RECORD               PIC X(141).
010300 01  DL120-ARCH-FIELDS.
010400     05  DL120-ARCH-COUNTER          PIC 9(09).
010500     05  FILLER                      PIC X(116).
010600     05  DL120-ARCH-MSG-ID           PIC X(08).
010700     05  FILLER                      PIC X(08).
010800
010900 FD  PURGERPT
011000     RECORDING MODE IS F
011100     LABEL RECORDS ARE STANDARD.
011200 01  DL120-PRINT-RECORD              PIC X(132).
011300
011400 WORKING-STORAGE SECTION.
011500*===============================================================
011600* FILE STATUS SWITCHES
011700*===============================================================
011800 01  DL120-SWITCHES.
011900     05  DL120-JOBLOG-STATUS         PIC X(02) VALUE "00".
012000         88  DL120-JOBLOG-OK                   VALUE "00".
012100         88  DL120-JOBLOG-EOF                  VALUE "10".
012200         88  DL120-JOBLOG-NOT-FOUND            VALUE "35".
012300     05  DL120-JOBLOGN-STATUS        PIC X(02) VALUE "00".
012400         88  DL120-JOBLOGN-OK                  VALUE "00".
012500     05  DL120-ARCHFL-STATUS         PIC X(02) VALUE "00".
012600         88  DL120-ARCHFL-OK                   VALUE "00".
012700         88  DL120-ARCHFL-NOT-FOUND            VALUE "35".
012800     05  DL120-PURGERPT-STATUS       PIC X(02) VALUE "00".
012900         88  DL120-PURGERPT-OK                 VALUE "00".
013000
013100*===============================================================
013200* RETENTION BOUNDARY -- TODAY MINUS DL120-RETENTION-DAYS,
013300* STEPPED BACK ONE CALENDAR DAY AT A TIME SO MONTH LENGTHS AND
013400* LEAP YEARS COME OUT RIGHT.
013500*===============================================================
013600 77  DL120-RETENTION-DAYS            PIC 9(03) COMP VALUE 90.
013700 77  DL120-DAY-SUB                   PIC 9(03) COMP.
013800 01  DL120-RUN-DATE                  PIC 9(08).
013900 01  DL120-RUN-DATE-FIELDS REDEFINES DL120-RUN-DATE.
014000     05  DL120-RUN-YYYY              PIC 9(04).
014100     05  DL120-RUN-MM                PIC 9(02).
014200     05  DL120-RUN-DD                PIC 9(02).
014300 01  DL120-BOUNDARY-DATE             PIC 9(08).
014400 01  DL120-BOUNDARY-FIELDS REDEFINES DL120-BOUNDARY-DATE.
014500     05  DL120-BND-YYYY              PIC 9(04).
014600     05  DL120-BND-MM                PIC 9(02).
014700     05  DL120-BND-DD                PIC 9(02).
014800 01  DL120-LEAP-QUOTIENT             PIC 9(04) COMP.
014900 01  DL120-LEAP-REMAINDER            PIC 9(04) COMP.
015000 01  DL120-LEAP-SWITCH               PIC X(01) VALUE "N".
015100     88  DL120-LEAP-YEAR                       VALUE "Y".
015200 01  DL120-DAYS-IN-MONTH             PIC 9(02).
015300
015400*===============================================================
015500* STREAM BEING PURGED -- EXEC PARM BYTES 1-8.
015600*===============================================================
015700 01  DL120-JOB-NAME                  PIC X(08) VALUE "LONGPRGM".
015800 01  DL120-PARM-STREAM               PIC X(08) VALUE SPACES.
015900
016000*===============================================================
016100* PURGE COUNTERS
016200*===============================================================
016300 77  DL120-READ-COUNT                PIC 9(09) COMP VALUE ZERO.
016400 77  DL120-KEPT-COUNT                PIC 9(09) COMP VALUE ZERO.
016500 77  DL120-ARCH-COUNT                PIC 9(09) COMP VALUE ZERO.
016600 77  DL120-OTHER-COUNT               PIC 9(09) COMP VALUE ZERO.
016700
016800*===============================================================
016900* CONTROL TOTALS -- THE INPUT SIDE IS TAKEN FROM EACH RECORD AS
017000* READ, THE OUTPUT SIDES FROM EACH RECORD AS MOVED TO THE JOBLOGN
017100* OR ARCHFL RECORD AREA FOR WRITING.  MESSAGE IDS ARE HELD IN
017200* FIRST-SEEN ORDER; IDS PAST THE TABLE'S END SHARE THE OVERFLOW
017300* ROW.  A BLANK ID (FALLBACK TEXT) COUNTS AS AN ID OF ITS OWN.
017400*===============================================================
017500 77  DL120-IN-HASH                   PIC 9(18) COMP VALUE ZERO.
017600 77  DL120-OUT-LOGN-COUNT            PIC 9(09) COMP VALUE ZERO.
017700 77  DL120-OUT-LOGN-HASH             PIC 9(18) COMP VALUE ZERO.
017800 77  DL120-OUT-ARCH-COUNT            PIC 9(09) COMP VALUE ZERO.
017900 77  DL120-OUT-ARCH-HASH             PIC 9(18) COMP VALUE ZERO.
018000 77  DL120-OUT-SUM                   PIC 9(18) COMP.
018100 77  DL120-PID-MAX                   PIC 9(04) COMP VALUE 200.
018200 77  DL120-PID-USED                  PIC 9(04) COMP VALUE ZERO.
018300 77  DL120-PID-SUB                   PIC 9(04) COMP.
018400 77  DL120-PID-HIT                   PIC 9(04) COMP.
018500 77  DL120-PID-KEY                   PIC X(08).
018600 77  DL120-PID-FOUND-SW              PIC X(01) VALUE "N".
018700     88  DL120-PID-FOUND                       VALUE "Y".
018800 77  DL120-OVF-IN                    PIC 9(09) COMP VALUE ZERO.
018900 77  DL120-OVF-LOGN                  PIC 9(09) COMP VALUE ZERO.
019000 77  DL120-OVF-ARCH                  PIC 9(09) COMP VALUE ZERO.
019100 77  DL120-PROOF-SW                  PIC X(01) VALUE "Y".
019200     88  DL120-PROOF-HOLDS                     VALUE "Y".
019300     88  DL120-PROOF-BROKEN                    VALUE "N".
019400 01  DL120-PID-TABLE.
019500     05  DL120-PID-ROW               OCCURS 200 TIMES.
019600         10  DL120-PID               PIC X(08).
019700         10  DL120-PID-IN            PIC 9(09) COMP.
019800         10  DL120-PID-LOGN          PIC 9(09) COMP.
019900         10  DL120-PID-ARCH          PIC 9(09) COMP.
020000
020100*===============================================================
020200* PURGE REPORT LINES
020300*===============================================================
020400 01  DL120-RPT-HEADING.
020500     05  FILLER                      PIC X(36) VALUE
020600         "JOBLOG RETENTION PURGE REPORT -- RUN".
020700     05  FILLER                      PIC X(01) VALUE SPACE.
020800     05  DL120-HDG-DATE.
020900         10  DL120-HDG-YYYY          PIC 9(04).
021000         10  FILLER                  PIC X(01) VALUE "-".
021100         10  DL120-HDG-MM            PIC 9(02).
021200         10  FILLER                  PIC X(01) VALUE "-".
021300         10  DL120-HDG-DD            PIC 9(02).
021400     05  FILLER                      PIC X(09) VALUE
021500         "  STREAM ".
021600     05  DL120-HDG-STREAM            PIC X(08).
021700     05  FILLER                      PIC X(68) VALUE SPACES.
021800
021900 01  DL120-RPT-BOUNDARY-LINE.
022000     05  FILLER                      PIC X(36) VALUE
022100         "RETENTION BOUNDARY (90 DAYS):       ".
022200     05  DL120-BND-PRT.
022300         10  DL120-BND-PRT-YYYY      PIC 9(04).
022400         10  FILLER                  PIC X(01) VALUE "-".
022500         10  DL120-BND-PRT-MM        PIC 9(02).
022600         10  FILLER                  PIC X(01) VALUE "-".
022700         10  DL120-BND-PRT-DD        PIC 9(02).
022800     05  FILLER                      PIC X(50) VALUE
022900         "  (RECORDS DATED BEFORE THIS WERE ARCHIVED)       ".
023000     05  FILLER                      PIC X(36) VALUE SPACES.
023100
023200 01  DL120-RPT-COUNT-LINE.
023300     05  DL120-CNT-TITLE             PIC X(36).
023400     05  DL120-CNT-VALUE             PIC ZZZ,ZZZ,ZZ9.
023500     05  FILLER                      PIC X(85) VALUE SPACES.
023600
023700 01  DL120-BLANK-LINE                PIC X(132) VALUE SPACES.
023800 01  DL120-RPT-TEXT-LINE             PIC X(132) VALUE SPACES.
023900
024000 01  DL120-RPT-PROOF-HEADING.
024100     05  FILLER                      PIC X(36) VALUE SPACES.
024200     05  FILLER                      PIC X(24) VALUE
024300         "                   INPUT".
024400     05  FILLER                      PIC X(24) VALUE
024500         "                 JOBLOGN".
024600     05  FILLER                      PIC X(24) VALUE
024700         "                  ARCHFL".
024800     05  FILLER                      PIC X(24) VALUE SPACES.
024900
025000 01  DL120-RPT-PROOF-LINE.
025100     05  DL120-PRF-TITLE             PIC X(36).
025200     05  FILLER                      PIC X(01) VALUE SPACE.
025300     05  DL120-PRF-IN                PIC ZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
025400     05  FILLER                      PIC X(01) VALUE SPACE.
025500     05  DL120-PRF-LOGN              PIC ZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
025600     05  FILLER                      PIC X(01) VALUE SPACE.
025700     05  DL120-PRF-ARCH              PIC ZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
025800     05  FILLER                      PIC X(02) VALUE SPACES.
025900     05  DL120-PRF-FLAG              PIC X(08).
026000     05  FILLER                      PIC X(14) VALUE SPACES.
026100
026200*===============================================================
026300* ERROR HANDLING
026400*===============================================================
026500 01  DL120-ERR-FILE-ID               PIC X(08) VALUE SPACES.
026600 01  DL120-ERR-STATUS                PIC X(02) VALUE SPACES.
026700
026800 PROCEDURE DIVISION.
026900*===============================================================
027000* 0000-MAINLINE -- TOP LEVEL FLOW OF CONTROL
027100*===============================================================
027200 0000-MAINLINE.
027300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
027400     PERFORM 2000-PURGE-LOG THRU 2000-EXIT.
027500     PERFORM 3000-WRITE-REPORT THRU 3000-EXIT.
027600     PERFORM 4000-TERMINATE THRU 4000-EXIT.
027700     IF DL120-PROOF-BROKEN
027800         MOVE 8 TO RETURN-CODE
027900     ELSE
028000         MOVE 0 TO RETURN-CODE
028100     END-IF.
028200     STOP RUN.
028300
028400*===============================================================
028500* 1000-INITIALIZE -- WORK OUT THE RETENTION BOUNDARY AND OPEN
028600* THE FOUR FILES.  A MISSING JOBLOG IS AN ERROR -- THE WEEKLY
028700* PURGE SHOULD NEVER RUN BEFORE THE LOG EXISTS.  THE ARCHIVE IS
028800* CUMULATIVE, SO IT IS EXTENDED WHEN PRESENT AND CREATED ON THE
028900* FIRST PURGE EVER.  THE EXEC PARM NAMES THE STREAM TO PURGE.
029000*===============================================================
029100 1000-INITIALIZE.
029200     ACCEPT DL120-RUN-DATE FROM DATE YYYYMMDD.
029300     ACCEPT DL120-PARM-STREAM FROM COMMAND-LINE.
029400     IF DL120-PARM-STREAM NOT = SPACES
029500         MOVE DL120-PARM-STREAM TO DL120-JOB-NAME
029600     END-IF.
029700     MOVE DL120-RUN-DATE TO DL120-BOUNDARY-DATE.
029800     PERFORM 1100-BACK-ONE-DAY THRU 1100-EXIT
029900         VARYING DL120-DAY-SUB FROM 1 BY 1
030000         UNTIL DL120-DAY-SUB > DL120-RETENTION-DAYS.
030100
030200     OPEN INPUT JOBLOG.
030300     IF NOT DL120-JOBLOG-OK
030400         MOVE "JOBLOG"  TO DL120-ERR-FILE-ID
030500         MOVE DL120-JOBLOG-STATUS TO DL120-ERR-STATUS
030600         GO TO 8000-ERROR-HANDLER
030700     END-IF.
030800
030900     OPEN OUTPUT JOBLOGN.
031000     IF NOT DL120-JOBLOGN-OK
031100         MOVE "JOBLOGN" TO DL120-ERR-FILE-ID
031200         MOVE DL120-JOBLOGN-STATUS TO DL120-ERR-STATUS
031300         GO TO 8000-ERROR-HANDLER
031400     END-IF.
031500
031600     OPEN INPUT ARCHFL.
031700     IF NOT DL120-ARCHFL-OK AND NOT DL120-ARCHFL-NOT-FOUND
031800         MOVE "ARCHFL"  TO DL120-ERR-FILE-ID
031900         MOVE DL120-ARCHFL-STATUS TO DL120-ERR-STATUS
032000         GO TO 8000-ERROR-HANDLER
032100     END-IF.
032200     IF DL120-ARCHFL-NOT-FOUND
032300         OPEN OUTPUT ARCHFL
032400         IF NOT DL120-ARCHFL-OK
032500             MOVE "ARCHFL"  TO DL120-ERR-FILE-ID
032600             MOVE DL120-ARCHFL-STATUS TO DL120-ERR-STATUS
032700             GO TO 8000-ERROR-HANDLER
032800         END-IF
032900     ELSE
033000         CLOSE ARCHFL
033100         IF NOT DL120-ARCHFL-OK
033200             MOVE "ARCHFL"  TO DL120-ERR-FILE-ID
033300             MOVE DL120-ARCHFL-STATUS TO DL120-ERR-STATUS
033400             GO TO 8000-ERROR-HANDLER
033500         END-IF
033600         OPEN EXTEND ARCHFL
033700         IF NOT DL120-ARCHFL-OK
033800             MOVE "ARCHFL"  TO DL120-ERR-FILE-ID
033900             MOVE DL120-ARCHFL-STATUS TO DL120-ERR-STATUS
034000             GO TO 8000-ERROR-HANDLER
034100         END-IF
034200     END-IF.
034300
034400     OPEN OUTPUT PURGERPT.
034500     IF NOT DL120-PURGERPT-OK
034600         MOVE "PURGERPT" TO DL120-ERR-FILE-ID
034700         MOVE DL120-PURGERPT-STATUS TO DL120-ERR-STATUS
034800         GO TO 8000-ERROR-HANDLER
034900     END-IF.
035000
035100 1000-EXIT.
035200     EXIT.
035300
035400*===============================================================
035500* 1100-BACK-ONE-DAY -- STEP THE BOUNDARY DATE BACK ONE CALENDAR
035600* DAY, ROLLING MONTH AND YEAR AND RESPECTING LEAP FEBRUARIES.
035700*===============================================================
035800 1100-BACK-ONE-DAY.
035900     IF DL120-BND-DD > 1
036000         SUBTRACT 1 FROM DL120-BND-DD
036100         GO TO 1100-EXIT
036200     END-IF.
036300     IF DL120-BND-MM = 1
036400         MOVE 12 TO DL120-BND-MM
036500         SUBTRACT 1 FROM DL120-BND-YYYY
036600     ELSE
036700         SUBTRACT 1 FROM DL120-BND-MM
036800     END-IF.
036900     PERFORM 1200-DAYS-IN-MONTH THRU 1200-EXIT.
037000     MOVE DL120-DAYS-IN-MONTH TO DL120-BND-DD.
037100
037200 1100-EXIT.
037300     EXIT.
037400
037500*===============================================================
037600* 1200-DAYS-IN-MONTH -- SET DL120-DAYS-IN-MONTH FOR THE CURRENT
037700* BOUNDARY MONTH/YEAR.  A YEAR IS LEAP WHEN DIVISIBLE BY 4,
037800* EXCEPT CENTURIES, EXCEPT EVERY FOURTH CENTURY.
037900*===============================================================
038000 1200-DAYS-IN-MONTH.
038100     EVALUATE DL120-BND-MM
038200         WHEN 1
038300         WHEN 3
038400         WHEN 5
038500         WHEN 7
038600         WHEN 8
038700         WHEN 10
038800         WHEN 12
038900             MOVE 31 TO DL120-DAYS-IN-MONTH
039000         WHEN 4
039100         WHEN 6
039200         WHEN 9
039300         WHEN 11
039400             MOVE 30 TO DL120-DAYS-IN-MONTH
039500         WHEN 2
039600             PERFORM 1210-TEST-LEAP-YEAR THRU 1210-EXIT
039700             IF DL120-LEAP-YEAR
039800                 MOVE 29 TO DL120-DAYS-IN-MONTH
039900             ELSE
040000                 MOVE 28 TO DL120-DAYS-IN-MONTH
040100             END-IF
040200     END-EVALUATE.
040300
040400 1200-EXIT.
040500     EXIT.
040600
040700 1210-TEST-LEAP-YEAR.
040800     MOVE "N" TO DL120-LEAP-SWITCH.
040900     DIVIDE DL120-BND-YYYY BY 4
041000         GIVING DL120-LEAP-QUOTIENT
041100         REMAINDER DL120-LEAP-REMAINDER.
041200     IF DL120-LEAP-REMAINDER = 0
041300         MOVE "Y" TO DL120-LEAP-SWITCH
041400     END-IF.
041500     DIVIDE DL120-BND-YYYY BY 100
041600         GIVING DL120-LEAP-QUOTIENT
041700         REMAINDER DL120-LEAP-REMAINDER.
041800     IF DL120-LEAP-REMAINDER = 0
041900         MOVE "N" TO DL120-LEAP-SWITCH
042000     END-IF.
042100     DIVIDE DL120-BND-YYYY BY 400
042200         GIVING DL120-LEAP-QUOTIENT
042300         REMAINDER DL120-LEAP-REMAINDER.
042400     IF DL120-LEAP-REMAINDER = 0
042500         MOVE "Y" TO DL120-LEAP-SWITCH
042600     END-IF.
042700
042800 1210-EXIT.
042900     EXIT.
043000
043100*===============================================================
043200* 2000-PURGE-LOG -- ONE PASS OVER THE LOG.  EVERY RECORD GOES
043300* TO EXACTLY ONE OF THE TWO OUTPUTS, SO KEPT + ARCHIVED + OTHER
043400* STREAMS' RECORDS ALWAYS RECONCILES TO RECORDS READ.
043500*===============================================================
043600 2000-PURGE-LOG.
043700     PERFORM 2100-READ-LOG-RECORD THRU 2100-EXIT.
043800     PERFORM 2200-ROUTE-RECORD THRU 2200-EXIT
043900         UNTIL DL120-JOBLOG-EOF.
044000
044100 2000-EXIT.
044200     EXIT.
044300
044400 2100-READ-LOG-RECORD.
044500     READ JOBLOG
044600         AT END
044700             CONTINUE
044800     END-READ.
044900     IF NOT DL120-JOBLOG-OK AND NOT DL120-JOBLOG-EOF
045000         MOVE "JOBLOG"  TO DL120-ERR-FILE-ID
045100         MOVE DL120-JOBLOG-STATUS TO DL120-ERR-STATUS
045200         GO TO 8000-ERROR-HANDLER
045300     END-IF.
045400
045500 2100-EXIT.
045600     EXIT.
045700
045800 2200-ROUTE-RECORD.
045900     ADD 1 TO DL120-READ-COUNT.
046000     PERFORM 2400-TALLY-INPUT THRU 2400-EXIT.
046100     IF DL100-LOG-JOB-NAME NOT = DL120-JOB-NAME
046200         MOVE DL100-LOG-RECORD TO DL120-LOGN-RECORD
046300         PERFORM 2410-TALLY-JOBLOGN THRU 2410-EXIT
046400         WRITE DL120-LOGN-RECORD
046500         IF NOT DL120-JOBLOGN-OK
046600             MOVE "JOBLOGN" TO DL120-ERR-FILE-ID
046700             MOVE DL120-JOBLOGN-STATUS TO DL120-ERR-STATUS
046800             GO TO 8000-ERROR-HANDLER
046900         END-IF
047000         ADD 1 TO DL120-OTHER-COUNT
047100         PERFORM 2100-READ-LOG-RECORD THRU 2100-EXIT
047200         GO TO 2200-EXIT
047300     END-IF.
047400     IF DL100-LOG-DATE < DL120-BOUNDARY-DATE
047500         MOVE DL100-LOG-RECORD TO DL120-ARCH-RECORD
047600         PERFORM 2420-TALLY-ARCHFL THRU 2420-EXIT
047700         WRITE DL120-ARCH-RECORD
047800         IF NOT DL120-ARCHFL-OK
047900             MOVE "ARCHFL"  TO DL120-ERR-FILE-ID
048000             MOVE DL120-ARCHFL-STATUS TO DL120-ERR-STATUS
048100             GO TO 8000-ERROR-HANDLER
048200         END-IF
048300         ADD 1 TO DL120-ARCH-COUNT
048400     ELSE
048500         MOVE DL100-LOG-RECORD TO DL120-LOGN-RECORD
048600         PERFORM 2410-TALLY-JOBLOGN THRU 2410-EXIT
048700         WRITE DL120-LOGN-RECORD
048800         IF NOT DL120-JOBLOGN-OK
048900             MOVE "JOBLOGN" TO DL120-ERR-FILE-ID
049000             MOVE DL120-JOBLOGN-STATUS TO DL120-ERR-STATUS
049100             GO TO 8000-ERROR-HANDLER
049200         END-IF
049300         ADD 1 TO DL120-KEPT-COUNT
049400     END-IF.
049500     PERFORM 2100-READ-LOG-RECORD THRU 2100-EXIT.
049600
049700 2200-EXIT.
049800     EXIT.
049900
050000*===============================================================
050100* 2300-FIND-ID -- ROW OF DL120-PID-KEY IN THE ID TABLE, ADDED ON
050200* FIRST SIGHT.  DL120-PID-HIT COMES BACK ZERO WHEN THE TABLE IS
050300* FULL, MEANING THE OVERFLOW ROW.
050400*===============================================================
050500 2300-FIND-ID.
050600     MOVE "N" TO DL120-PID-FOUND-SW.
050700     MOVE ZERO TO DL120-PID-HIT.
050800     IF DL120-PID-USED > 0
050900         PERFORM 2310-SEARCH-ID THRU 2310-EXIT
051000             VARYING DL120-PID-SUB FROM 1 BY 1
051100             UNTIL DL120-PID-FOUND
051200             OR DL120-PID-SUB > DL120-PID-USED
051300     END-IF.
051400     IF NOT DL120-PID-FOUND
051500         AND DL120-PID-USED < DL120-PID-MAX
051600         ADD 1 TO DL120-PID-USED
051700         MOVE DL120-PID-USED TO DL120-PID-HIT
051800         MOVE DL120-PID-KEY TO DL120-PID(DL120-PID-HIT)
051900         MOVE ZERO TO DL120-PID-IN(DL120-PID-HIT)
052000         MOVE ZERO TO DL120-PID-LOGN(DL120-PID-HIT)
052100         MOVE ZERO TO DL120-PID-ARCH(DL120-PID-HIT)
052200     END-IF.
052300
052400 2300-EXIT.
052500     EXIT.
052600
052700 2310-SEARCH-ID.
052800     IF DL120-PID(DL120-PID-SUB) = DL120-PID-KEY
052900         MOVE DL120-PID-SUB TO DL120-PID-HIT
053000         MOVE "Y" TO DL120-PID-FOUND-SW
053100     END-IF.
053200
053300 2310-EXIT.
053400     EXIT.
053500
053600*===============================================================
053700* 2400-TALLY-INPUT / 2410-TALLY-JOBLOGN / 2420-TALLY-ARCHFL --
053800* ADD ONE RECORD TO THE CONTROL TOTALS OF ITS SIDE.  THE OUTPUT
053900* SIDES READ THE RECORD AREA ABOUT TO BE WRITTEN, NOT THE INPUT.
054000*===============================================================
054100 2400-TALLY-INPUT.
054200     IF DL100-LOG-COUNTER IS NUMERIC
054300         ADD DL100-LOG-COUNTER TO DL120-IN-HASH
054400     END-IF.
054500     MOVE DL100-LOG-MSG-ID TO DL120-PID-KEY.
054600     PERFORM 2300-FIND-ID THRU 2300-EXIT.
054700     IF DL120-PID-HIT = 0
054800         ADD 1 TO DL120-OVF-IN
054900     ELSE
055000         ADD 1 TO DL120-PID-IN(DL120-PID-HIT)
055100     END-IF.
055200
055300 2400-EXIT.
055400     EXIT.
055500
055600 2410-TALLY-JOBLOGN.
055700     ADD 1 TO DL120-OUT-LOGN-COUNT.
055800     IF DL120-LOGN-COUNTER IS NUMERIC
055900         ADD DL120-LOGN-COUNTER TO DL120-OUT-LOGN-HASH
056000     END-IF.
056100     MOVE DL120-LOGN-MSG-ID TO DL120-PID-KEY.
056200     PERFORM 2300-FIND-ID THRU 2300-EXIT.
056300     IF DL120-PID-HIT = 0
056400         ADD 1 TO DL120-OVF-LOGN
056500     ELSE
056600         ADD 1 TO DL120-PID-LOGN(DL120-PID-HIT)
056700     END-IF.
056800
056900 2410-EXIT.
057000     EXIT.
057100
057200 2420-TALLY-ARCHFL.
057300     ADD 1 TO DL120-OUT-ARCH-COUNT.
057400     IF DL120-ARCH-COUNTER IS NUMERIC
057500         ADD DL120-ARCH-COUNTER TO DL120-OUT-ARCH-HASH
057600     END-IF.
057700     MOVE DL120-ARCH-MSG-ID TO DL120-PID-KEY.
057800     PERFORM 2300-FIND-ID THRU 2300-EXIT.
057900     IF DL120-PID-HIT = 0
058000         ADD 1 TO DL120-OVF-ARCH
058100     ELSE
058200         ADD 1 TO DL120-PID-ARCH(DL120-PID-HIT)
058300     END-IF.
058400
058500 2420-EXIT.
058600     EXIT.
058700
058800*===============================================================
058900* 3000-WRITE-REPORT -- THE PROOF FOR THE AUDITORS: BOUNDARY
059000* USED, RECORDS KEPT, RECORDS ARCHIVED, OTHER STREAMS' RECORDS
059100* CARRIED, RECORDS READ.
059200*===============================================================
059300 3000-WRITE-REPORT.
059400     MOVE DL120-RUN-YYYY TO DL120-HDG-YYYY.
059500     MOVE DL120-RUN-MM   TO DL120-HDG-MM.
059600     MOVE DL120-RUN-DD   TO DL120-HDG-DD.
059700     MOVE DL120-JOB-NAME TO DL120-HDG-STREAM.
059800     WRITE DL120-PRINT-RECORD FROM DL120-RPT-HEADING
059900         AFTER ADVANCING PAGE.
060000     IF NOT DL120-PURGERPT-OK
060100         MOVE "PURGERPT" TO DL120-ERR-FILE-ID
060200         MOVE DL120-PURGERPT-STATUS TO DL120-ERR-STATUS
060300         GO TO 8000-ERROR-HANDLER
060400     END-IF.
060500     WRITE DL120-PRINT-RECORD FROM DL120-BLANK-LINE
060600         AFTER ADVANCING 1 LINE.
060700
060800     MOVE DL120-BND-YYYY TO DL120-BND-PRT-YYYY.
060900     MOVE DL120-BND-MM   TO DL120-BND-PRT-MM.
061000     MOVE DL120-BND-DD   TO DL120-BND-PRT-DD.
061100     WRITE DL120-PRINT-RECORD FROM DL120-RPT-BOUNDARY-LINE
061200         AFTER ADVANCING 1 LINE.
061300
061400     MOVE "RECORDS READ FROM JOBLOG:           "
061500         TO DL120-CNT-TITLE.
061600     MOVE DL120-READ-COUNT TO DL120-CNT-VALUE.
061700     PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT.
061800
061900     MOVE "RECORDS KEPT (INSIDE RETENTION):    "
062000         TO DL120-CNT-TITLE.
062100     MOVE DL120-KEPT-COUNT TO DL120-CNT-VALUE.
062200     PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT.
062300
062400     MOVE "RECORDS ARCHIVED (PAST RETENTION):  "
062500         TO DL120-CNT-TITLE.
062600     MOVE DL120-ARCH-COUNT TO DL120-CNT-VALUE.
062700     PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT.
062800
062900     MOVE "OTHER STREAMS' RECORDS CARRIED:     "
063000         TO DL120-CNT-TITLE.
063100     MOVE DL120-OTHER-COUNT TO DL120-CNT-VALUE.
063200     PERFORM 3100-WRITE-COUNT-LINE THRU 3100-EXIT.
063300
063400     PERFORM 3200-WRITE-PROOF THRU 3200-EXIT.
063500
063600 3000-EXIT.
063700     EXIT.
063800
063900 3100-WRITE-COUNT-LINE.
064000     WRITE DL120-PRINT-RECORD FROM DL120-RPT-COUNT-LINE
064100         AFTER ADVANCING 1 LINE.
064200     IF NOT DL120-PURGERPT-OK
064300         MOVE "PURGERPT" TO DL120-ERR-FILE-ID
064400         MOVE DL120-PURGERPT-STATUS TO DL120-ERR-STATUS
064500         GO TO 8000-ERROR-HANDLER
064600     END-IF.
064700
064800 3100-EXIT.
064900     EXIT.
065000
065100*===============================================================
065200* 3200-WRITE-PROOF -- THE CONTROL TOTAL PROOF: WHAT WAS READ
065300* AGAINST WHAT WENT TO JOBLOGN AND WHAT WENT TO ARCHFL, LINE BY
065400* LINE, EVERY FIGURE PRINTED WHETHER IT AGREES OR NOT.
065500*===============================================================
065600 3200-WRITE-PROOF.
065700     MOVE SPACES TO DL120-RPT-TEXT-LINE.
065800     PERFORM 3300-WRITE-TEXT-LINE THRU 3300-EXIT.
065900     MOVE "CONTROL TOTAL PROOF -- INPUT AGAINST JOBLOGN + ARCHFL"
066000         TO DL120-RPT-TEXT-LINE.
066100     PERFORM 3300-WRITE-TEXT-LINE THRU 3300-EXIT.
066200     MOVE DL120-RPT-PROOF-HEADING TO DL120-RPT-TEXT-LINE.
066300     PERFORM 3300-WRITE-TEXT-LINE THRU 3300-EXIT.
066400
066500     MOVE "  RECORD COUNT" TO DL120-PRF-TITLE.
066600     MOVE DL120-READ-COUNT     TO DL120-PRF-IN.
066700     MOVE DL120-OUT-LOGN-COUNT TO DL120-PRF-LOGN.
066800     MOVE DL120-OUT-ARCH-COUNT TO DL120-PRF-ARCH.
066900     COMPUTE DL120-OUT-SUM =
067000         DL120-OUT-LOGN-COUNT + DL120-OUT-ARCH-COUNT.
067100     MOVE SPACES TO DL120-PRF-FLAG.
067200     IF DL120-OUT-SUM NOT = DL120-READ-COUNT
067300         MOVE "MISMATCH" TO DL120-PRF-FLAG
067400         SET DL120-PROOF-BROKEN TO TRUE
067500     END-IF.
067600     PERFORM 3400-WRITE-PROOF-LINE THRU 3400-EXIT.
067700
067800     MOVE "  HASH TOTAL OF COUNTERS" TO DL120-PRF-TITLE.
067900     MOVE DL120-IN-HASH       TO DL120-PRF-IN.
068000     MOVE DL120-OUT-LOGN-HASH TO DL120-PRF-LOGN.
068100     MOVE DL120-OUT-ARCH-HASH TO DL120-PRF-ARCH.
068200     COMPUTE DL120-OUT-SUM =
068300         DL120-OUT-LOGN-HASH + DL120-OUT-ARCH-HASH.
068400     MOVE SPACES TO DL120-PRF-FLAG.
068500     IF DL120-OUT-SUM NOT = DL120-IN-HASH
068600         MOVE "MISMATCH" TO DL120-PRF-FLAG
068700         SET DL120-PROOF-BROKEN TO TRUE
068800     END-IF.
068900     PERFORM 3400-WRITE-PROOF-LINE THRU 3400-EXIT.
069000
069100     PERFORM 3210-PROVE-ONE-ID THRU 3210-EXIT
069200         VARYING DL120-PID-SUB FROM 1 BY 1
069300         UNTIL DL120-PID-SUB > DL120-PID-USED.
069400
069500     MOVE "  LINES FOR FURTHER IDS (OVERFLOW)" TO DL120-PRF-TITLE.
069600     MOVE DL120-OVF-IN   TO DL120-PRF-IN.
069700     MOVE DL120-OVF-LOGN TO DL120-PRF-LOGN.
069800     MOVE DL120-OVF-ARCH TO DL120-PRF-ARCH.
069900     COMPUTE DL120-OUT-SUM = DL120-OVF-LOGN + DL120-OVF-ARCH.
070000     MOVE SPACES TO DL120-PRF-FLAG.
070100     IF DL120-OUT-SUM NOT = DL120-OVF-IN
070200         MOVE "MISMATCH" TO DL120-PRF-FLAG
070300         SET DL120-PROOF-BROKEN TO TRUE
070400     END-IF.
070500     PERFORM 3400-WRITE-PROOF-LINE THRU 3400-EXIT.
070600
070700     MOVE SPACES TO DL120-RPT-TEXT-LINE.
070800     PERFORM 3300-WRITE-TEXT-LINE THRU 3300-EXIT.
070900     IF DL120-PROOF-HOLDS
071000         MOVE "PURGE PROVEN - JOBLOGN + ARCHFL ADD BACK TO INPUT"
071100             TO DL120-RPT-TEXT-LINE
071200     ELSE
071300         MOVE "PURGE NOT PROVEN - JOBLOGN MUST NOT REPLACE LOG"
071400             TO DL120-RPT-TEXT-LINE
071500     END-IF.
071600     PERFORM 3300-WRITE-TEXT-LINE THRU 3300-EXIT.
071700
071800 3200-EXIT.
071900     EXIT.
072000
072100 3210-PROVE-ONE-ID.
072200     MOVE SPACES TO DL120-PRF-TITLE.
072300     MOVE "  MESSAGE ID" TO DL120-PRF-TITLE.
072400     MOVE DL120-PID(DL120-PID-SUB) TO DL120-PRF-TITLE(14:8).
072500     IF DL120-PID(DL120-PID-SUB) = SPACES
072600         MOVE "(BLANK)" TO DL120-PRF-TITLE(14:8)
072700     END-IF.
072800     MOVE DL120-PID-IN(DL120-PID-SUB)   TO DL120-PRF-IN.
072900     MOVE DL120-PID-LOGN(DL120-PID-SUB) TO DL120-PRF-LOGN.
073000     MOVE DL120-PID-ARCH(DL120-PID-SUB) TO DL120-PRF-ARCH.
073100     COMPUTE DL120-OUT-SUM = DL120-PID-LOGN(DL120-PID-SUB)
073200         + DL120-PID-ARCH(DL120-PID-SUB).
073300     MOVE SPACES TO DL120-PRF-FLAG.
073400     IF DL120-OUT-SUM NOT = DL120-PID-IN(DL120-PID-SUB)
073500         MOVE "MISMATCH" TO DL120-PRF-FLAG
073600         SET DL120-PROOF-BROKEN TO TRUE
073700     END-IF.
073800     PERFORM 3400-WRITE-PROOF-LINE THRU 3400-EXIT.
073900
074000 3210-EXIT.
074100     EXIT.
074200
074300 3300-WRITE-TEXT-LINE.
074400     WRITE DL120-PRINT-RECORD FROM DL120-RPT-TEXT-LINE
074500         AFTER ADVANCING 1 LINE.
074600     IF NOT DL120-PURGERPT-OK
074700         MOVE "PURGERPT" TO DL120-ERR-FILE-ID
074800         MOVE DL120-PURGERPT-STATUS TO DL120-ERR-STATUS
074900         GO TO 8000-ERROR-HANDLER
075000     END-IF.
075100
075200 3300-EXIT.
075300     EXIT.
075400
075500 3400-WRITE-PROOF-LINE.
075600     WRITE DL120-PRINT-RECORD FROM DL120-RPT-PROOF-LINE
075700         AFTER ADVANCING 1 LINE.
075800     IF NOT DL120-PURGERPT-OK
075900         MOVE "PURGERPT" TO DL120-ERR-FILE-ID
076000         MOVE DL120-PURGERPT-STATUS TO DL120-ERR-STATUS
076100         GO TO 8000-ERROR-HANDLER
076200     END-IF.
076300
076400 3400-EXIT.
076500     EXIT.
076600
076700*===============================================================
076800* 4000-TERMINATE -- CLOSE EVERYTHING OUT.
076900*===============================================================
077000 4000-TERMINATE.
077100     CLOSE JOBLOG.
077200     IF NOT DL120-JOBLOG-OK
077300         MOVE "JOBLOG"  TO DL120-ERR-FILE-ID
077400         MOVE DL120-JOBLOG-STATUS TO DL120-ERR-STATUS
077500         GO TO 8000-ERROR-HANDLER
077600     END-IF.
077700     CLOSE JOBLOGN.
077800     IF NOT DL120-JOBLOGN-OK
077900         MOVE "JOBLOGN" TO DL120-ERR-FILE-ID
078000         MOVE DL120-JOBLOGN-STATUS TO DL120-ERR-STATUS
078100         GO TO 8000-ERROR-HANDLER
078200     END-IF.
078300     CLOSE ARCHFL.
078400     IF NOT DL120-ARCHFL-OK
078500         MOVE "ARCHFL"  TO DL120-ERR-FILE-ID
078600         MOVE DL120-ARCHFL-STATUS TO DL120-ERR-STATUS
078700         GO TO 8000-ERROR-HANDLER
078800     END-IF.
078900     CLOSE PURGERPT.
079000     IF NOT DL120-PURGERPT-OK
079100         MOVE "PURGERPT" TO DL120-ERR-FILE-ID
079200         MOVE DL120-PURGERPT-STATUS TO DL120-ERR-STATUS
079300         GO TO 8000-ERROR-HANDLER
079400     END-IF.
079500
079600 4000-EXIT.
079700     EXIT.
079800
079900*===============================================================
080000* 8000-ERROR-HANDLER -- COMMON I/O ERROR TRAP, SAME CONVENTION
080100* AS LONG-PROGRAM.
080200*===============================================================
080300 8000-ERROR-HANDLER.
080400     DISPLAY "*** JOBLOG-PURGE I/O ERROR ***".
080500     DISPLAY "FILE: "   DL120-ERR-FILE-ID
080600             "  STATUS: " DL120-ERR-STATUS.
080700     MOVE 16 TO RETURN-CODE.
080800     STOP RUN.
