001900                IDS ON THE LOG BUT NOT ON THE MASTER ARE
002000                LISTED AS ORPHANS.  CONDITION CODE 4 FLAGS A
002100                REPORT WITH AT LEAST ONE MISSED EFFECTIVE
002120                NIGHT OR ORPHAN ID.  ONE STREAM IS ATTESTED PER
002140                RUN: THE EXEC PARM NAMES IT IN BYTES 1-8 (BLANK
002160                DEFAULTS TO LONGPRGM) AND ONLY THAT STREAM'S
002180                LOG LINES AND RUN NIGHTS ARE CONSIDERED.  A
002200                MESSAGE TARGETED AT OTHER STREAMS IS LISTED BUT
002220                NEVER CHARGED WITH A MISSED NIGHT ON THIS ONE.
002300*===============================================================
002400* MODIFICATION HISTORY
002500*---------------------------------------------------------------
002600* DATE       INIT  DESCRIPTION
002700* ---------- ----  -------------------------------------------
002800* 2026-09-03 RTH   INITIAL VERSION.
002810* 2026-10-15 RTH   STREAM SELECTION.  LOG RECORDS NOW CARRY THE
002820*                  STREAM THAT WROTE THEM; THE PARM PICKS ONE
002830*                  STREAM, SO A NIGHT ONLY EAST RAN IS NO
002840*                  LONGER A MISSED NIGHT FOR WEST'S MESSAGES.
002850* 2026-10-15 RTH   HONORS MESSAGE TARGETING: ONLY GENERIC
002860*                  MESSAGES AND THOSE TARGETED AT THE ATTESTED
002870*                  STREAM ARE CHECKED FOR MISSED NIGHTS.
002900*===============================================================
003000
003100 ENVIRONMENT DIVISION.
008500         88  DL210-ATTRPT-OK                   VALUE "00".
008600
008700*===============================================================
008710* STREAM UNDER ATTESTATION -- EXEC PARM BYTES 1-8.
008720*===============================================================
008730 01  DL210-JOB-NAME                  PIC X(08) VALUE "LONGPRGM".
008740 01  DL210-PARM-STREAM               PIC X(08) VALUE SPACES.
008750
008760*===============================================================
008800* MESSAGE MASTER TABLE -- SAME CAPACITY AS THE ROTATION TABLE.
008900*===============================================================
009000 77  DL210-MST-COUNT                 PIC 9(05) COMP VALUE ZERO.
009700         10  DL210-MST-EFF-FROM      PIC 9(08).
009800         10  DL210-MST-EFF-TO        PIC 9(08).
009900         10  DL210-MST-ACTIVE-FLAG   PIC X(01).
009910         10  DL210-MST-SCOPE         PIC X(01).
009920             88  DL210-MST-GENERIC             VALUE "G".
009930             88  DL210-MST-TARGETED            VALUE "T".
009940             88  DL210-MST-ELSEWHERE           VALUE "E".
009950 77  DL210-MST-TGT-SUB               PIC 9(02) COMP.
010000
010100*===============================================================
010200* DISTINCT LOG DATES -- EVERY NIGHT THE BROADCAST ACTUALLY RAN,
013500*===============================================================
013600 77  DL210-LOG-READ-COUNT            PIC 9(09) COMP VALUE ZERO.
013700 77  DL210-FALLBACK-COUNT            PIC 9(09) COMP VALUE ZERO.
013750 77  DL210-OTHER-STREAM-COUNT        PIC 9(09) COMP VALUE ZERO.
013800 77  DL210-GAP-COUNT                 PIC 9(05) COMP VALUE ZERO.
013900 77  DL210-ORPHAN-COUNT              PIC 9(05) COMP VALUE ZERO.
014000 77  DL210-TAL-OVERFLOW-COUNT        PIC 9(09) COMP VALUE ZERO.
014100 77  DL210-MSG-NIGHT-COUNT           PIC 9(05) COMP VALUE ZERO.
014150 77  DL210-ELSEWHERE-COUNT           PIC 9(05) COMP VALUE ZERO.
014200
014300*===============================================================
014400* REPORT LINES
015200         10  DL210-HDG-MM            PIC 9(02).
015300         10  FILLER                  PIC X(01) VALUE "-".
015400         10  DL210-HDG-DD            PIC 9(02).
015440     05  FILLER                      PIC X(09) VALUE
015480         "  STREAM ".
015520     05  DL210-HDG-STREAM            PIC X(08).
015560     05  FILLER                      PIC X(61) VALUE SPACES.
015600
015700 01  DL210-RPT-MSG-LINE.
015800     05  FILLER                      PIC X(11) VALUE
016500     05  DL210-ML-TO                 PIC 9(08).
016600     05  FILLER                      PIC X(08) VALUE "  FLAG  ".
016700     05  DL210-ML-FLAG               PIC X(01).
016740     05  FILLER                      PIC X(09) VALUE
016780         "  SCOPE  ".
016820     05  DL210-ML-SCOPE              PIC X(13).
016860     05  FILLER                      PIC X(51) VALUE SPACES.
016900
017000 01  DL210-RPT-NIGHT-LINE.
017100     05  FILLER                      PIC X(14) VALUE
023300     STOP RUN.
023400
023500*===============================================================
023560* 1000-INITIALIZE -- PICK UP THE STREAM PARM, OPEN THE REPORT
023620* AND PRINT THE HEADING.
023700*===============================================================
023800 1000-INITIALIZE.
023900     ACCEPT DL210-RUN-DATE FROM DATE YYYYMMDD.
023920     ACCEPT DL210-PARM-STREAM FROM COMMAND-LINE.
023940     IF DL210-PARM-STREAM NOT = SPACES
023960         MOVE DL210-PARM-STREAM TO DL210-JOB-NAME
023980     END-IF.
024000     OPEN OUTPUT ATTRPT.
024100     IF NOT DL210-ATTRPT-OK
024200         MOVE "ATTRPT"  TO DL210-ERR-FILE-ID
024600     MOVE DL210-RUN-YYYY TO DL210-HDG-YYYY.
024700     MOVE DL210-RUN-MM   TO DL210-HDG-MM.
024800     MOVE DL210-RUN-DD   TO DL210-HDG-DD.
024850     MOVE DL210-JOB-NAME TO DL210-HDG-STREAM.
024900     WRITE DL210-PRINT-RECORD FROM DL210-RPT-HEADING
025000         AFTER ADVANCING PAGE.
025100     IF NOT DL210-ATTRPT-OK
031800     END-IF.
031900     MOVE DL100-MSGFILE-ACTIVE-FLAG
032000         TO DL210-MST-ACTIVE-FLAG(DL210-MST-IDX).
032010     IF DL100-MSGFILE-GENERIC
032020         MOVE "G" TO DL210-MST-SCOPE(DL210-MST-IDX)
032030     ELSE
032040         MOVE "E" TO DL210-MST-SCOPE(DL210-MST-IDX)
032050         PERFORM 2200-TEST-ONE-TARGET THRU 2200-EXIT
032060             VARYING DL210-MST-TGT-SUB FROM 1 BY 1
032070             UNTIL DL210-MST-TGT-SUB > 4
032080     END-IF.
032100
032200 2100-EXIT.
032300     EXIT.
032400
032410 2200-TEST-ONE-TARGET.
032420     IF DL100-MSGFILE-TARGET(DL210-MST-TGT-SUB) = DL210-JOB-NAME
032430         MOVE "T" TO DL210-MST-SCOPE(DL210-MST-IDX)
032440     END-IF.
032450
032460 2200-EXIT.
032470     EXIT.
032480
032500*===============================================================
032600* 3000-TALLY-JOBLOG -- ONE PASS OVER THE LOG, BUILDING THE
032660* DISTINCT-NIGHT TABLE AND THE PER-MESSAGE-PER-NIGHT TALLY FOR
032720* THE SELECTED STREAM.  OTHER STREAMS' LINES ARE ONLY COUNTED.
032800*===============================================================
032900 3000-TALLY-JOBLOG.
033000     OPEN INPUT JOBLOG.
036700         GO TO 8000-ERROR-HANDLER
036800     END-IF.
036900     ADD 1 TO DL210-LOG-READ-COUNT.
036920     IF DL100-LOG-JOB-NAME NOT = DL210-JOB-NAME
036940         ADD 1 TO DL210-OTHER-STREAM-COUNT
036960         GO TO 3100-EXIT
036980     END-IF.
037000
037100     PERFORM 3200-NOTE-LOG-DATE THRU 3200-EXIT.
037200     IF DL100-LOG-MSG-ID = SPACES
046700* 4000-REPORT-MESSAGES -- ONE BLOCK PER MASTER MESSAGE: THE
046800* EFFECTIVE RANGE, EVERY NIGHT IT BROADCAST WITH THE COUNT,
046900* AND EVERY RUN NIGHT INSIDE ITS EFFECTIVE WINDOW (WHILE
046950* ACTIVE) ON WHICH IT NEVER APPEARED.  A MESSAGE TARGETED ONLY
047000* AT OTHER STREAMS IS NEVER DUE ON THIS ONE, SO IT IS NOT
047050* CHECKED FOR MISSED NIGHTS.
047100*===============================================================
047200 4000-REPORT-MESSAGES.
047300     IF DL210-MST-COUNT = 0
048600     MOVE DL210-MST-EFF-FROM(DL210-MST-IDX)    TO DL210-ML-FROM.
048700     MOVE DL210-MST-EFF-TO(DL210-MST-IDX)      TO DL210-ML-TO.
048800     MOVE DL210-MST-ACTIVE-FLAG(DL210-MST-IDX) TO DL210-ML-FLAG.
048810     EVALUATE TRUE
048820         WHEN DL210-MST-GENERIC(DL210-MST-IDX)
048830             MOVE "GENERIC      " TO DL210-ML-SCOPE
048840         WHEN DL210-MST-TARGETED(DL210-MST-IDX)
048850             MOVE "THIS STREAM  " TO DL210-ML-SCOPE
048860         WHEN OTHER
048870             MOVE "OTHER STREAMS" TO DL210-ML-SCOPE
048880     END-EVALUATE.
048900     WRITE DL210-PRINT-RECORD FROM DL210-RPT-MSG-LINE
049000         AFTER ADVANCING 1 LINE.
049100     IF NOT DL210-ATTRPT-OK
050600         PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT
050700     END-IF.
050800
050810     IF DL210-MST-ELSEWHERE(DL210-MST-IDX)
050820         ADD 1 TO DL210-ELSEWHERE-COUNT
050830         MOVE "    NOT TARGETED AT THIS STREAM - NO MISSED-NIGHT"
050840             TO DL210-INF-TEXT
050850         MOVE " CHECK" TO DL210-INF-TEXT(51:6)
050860         PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT
050870         GO TO 4100-EXIT
050880     END-IF.
050900     IF DL210-MST-ACTIVE-FLAG(DL210-MST-IDX) = "A"
051000         AND DL210-DATE-COUNT > 0
051100         PERFORM 4300-CHECK-ONE-NIGHT THRU 4300-EXIT
065200         TO DL210-TOT-TITLE.
065300     MOVE DL210-LOG-READ-COUNT TO DL210-TOT-VALUE.
065400     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
065420     MOVE "OTHER STREAMS' LINES (SKIPPED):     "
065440         TO DL210-TOT-TITLE.
065460     MOVE DL210-OTHER-STREAM-COUNT TO DL210-TOT-VALUE.
065480     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
065500     MOVE "NIGHTS ON THE LOG:                  "
065600         TO DL210-TOT-TITLE.
065700     MOVE DL210-DATE-COUNT TO DL210-TOT-VALUE.
065900     MOVE "MASTER MESSAGES REPORTED:           "
066000         TO DL210-TOT-TITLE.
066100     MOVE DL210-MST-COUNT TO DL210-TOT-VALUE.
066120     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
066140     MOVE "MESSAGES TARGETED AT OTHER STREAMS: "
066160         TO DL210-TOT-TITLE.
066180     MOVE DL210-ELSEWHERE-COUNT TO DL210-TOT-VALUE.
066200     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
066300     MOVE "FALLBACK LINES (NO MESSAGE ID):     "
066400         TO DL210-TOT-TITLE.
