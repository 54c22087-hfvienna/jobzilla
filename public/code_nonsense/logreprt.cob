001000                LEAD AND THE AUDITORS -- ONE DETAIL LINE PER
001100                BROADCAST, SUBTOTALS BY MESSAGE TEXT, AN HOURLY
001200                DISTRIBUTION OF BROADCAST VOLUME, AND GRAND
001250                TOTALS -- SO NOBODY HAS TO BROWSE RAW 141-BYTE
001300                LOG RECORDS BY HAND.  ONE STREAM PER RUN: THE
001350                EXEC PARM NAMES THE STREAM IN BYTES 1-8 (BLANK
001400                DEFAULTS TO LONGPRGM) AND OTHER STREAMS' LINES
001450                ON THE SAME LOG ARE COUNTED BUT NOT REPORTED.
001500*===============================================================
001600* MODIFICATION HISTORY
001700*---------------------------------------------------------------
002000* 2026-08-22 RTH   INITIAL VERSION.  THE DOWNSTREAM REPORT
002100*                  PROGRAM THE JOBLOG COPYBOOK HAS PROMISED
002200*                  SINCE THE LOG WAS ADDED.
002220* 2026-10-15 RTH   STREAM SELECTION.  LOG RECORDS NOW CARRY THE
002240*                  STREAM THAT WROTE THEM; THE PARM PICKS ONE
002260*                  STREAM AND THE REPORT SKIPS THE OTHERS, WITH
002280*                  THE SKIPPED COUNT ON THE GRAND TOTALS.
002300*===============================================================
002400
002500 ENVIRONMENT DIVISION.
006800* REPORT CONTROL
006900*===============================================================
007000 77  DL110-JOB-NAME                  PIC X(08) VALUE "LONGPRGM".
007050 77  DL110-PARM-STREAM               PIC X(08) VALUE SPACES.
007100 77  DL110-RUN-DATE                  PIC 9(08).
007200 77  DL110-PAGE-NUMBER               PIC 9(05) COMP VALUE ZERO.
007300 77  DL110-LINE-COUNT                PIC 9(03) COMP VALUE 99.
007400 77  DL110-LINES-PER-PAGE            PIC 9(03) COMP VALUE 55.
007500 77  DL110-RECORD-COUNT              PIC 9(09) COMP VALUE ZERO.
007550 77  DL110-OTHER-COUNT               PIC 9(09) COMP VALUE ZERO.
007600
007700*===============================================================
007800* PER-MESSAGE-TEXT SUBTOTAL TABLE -- ONE ENTRY PER DISTINCT
018500     05  DL110-TOT-COUNT             PIC ZZZ,ZZZ,ZZ9.
018600     05  FILLER                      PIC X(95) VALUE SPACES.
018700
018710 01  DL110-OTHER-LINE.
018720     05  FILLER                      PIC X(26) VALUE
018730         "OTHER STREAMS' LINES:     ".
018740     05  DL110-OTH-COUNT             PIC ZZZ,ZZZ,ZZ9.
018750     05  FILLER                      PIC X(14) VALUE
018760         "  (NOT SHOWN)".
018770     05  FILLER                      PIC X(81) VALUE SPACES.
018780
018800 01  DL110-SECTION-LINE.
018900     05  DL110-SECTION-TITLE         PIC X(40).
019000     05  FILLER                      PIC X(92) VALUE SPACES.
021600* ACCUMULATORS.  A MISSING JOBLOG IS AN ERROR HERE, NOT A
021700* FALLBACK -- IF THE BROADCAST NEVER RAN THE SHIFT LEAD NEEDS
021800* TO KNOW, NOT GET AN EMPTY REPORT THAT LOOKS HEALTHY.
021850* THE EXEC PARM NAMES THE STREAM TO REPORT.
021900*===============================================================
022000 1000-INITIALIZE.
022100     ACCEPT DL110-RUN-DATE FROM DATE YYYYMMDD.
022120     ACCEPT DL110-PARM-STREAM FROM COMMAND-LINE.
022140     IF DL110-PARM-STREAM NOT = SPACES
022160         MOVE DL110-PARM-STREAM TO DL110-JOB-NAME
022180     END-IF.
022200
022300     OPEN INPUT JOBLOG.
022400     IF NOT DL110-JOBLOG-OK
025000
025100*===============================================================
025200* 2000-PROCESS-LOG -- DETAIL PASS.  ONE PRINT LINE AND ONE SET
025300* OF ACCUMULATOR BUMPS PER LOG RECORD OF THE SELECTED STREAM.
025400*===============================================================
025500 2000-PROCESS-LOG.
025600     PERFORM 2100-READ-LOG-RECORD THRU 2100-EXIT.
027500     EXIT.
027600
027700 2200-PROCESS-RECORD.
027710     IF DL100-LOG-JOB-NAME NOT = DL110-JOB-NAME
027720         ADD 1 TO DL110-OTHER-COUNT
027730         PERFORM 2100-READ-LOG-RECORD THRU 2100-EXIT
027740         GO TO 2200-EXIT
027750     END-IF.
027800     IF DL110-LINE-COUNT > DL110-LINES-PER-PAGE
027900         PERFORM 2300-PAGE-HEADING THRU 2300-EXIT
028000     END-IF.
047400         MOVE DL110-LOGRPT-STATUS TO DL110-ERR-STATUS
047500         GO TO 8000-ERROR-HANDLER
047600     END-IF.
047609     IF DL110-OTHER-COUNT > 0
047618         MOVE DL110-OTHER-COUNT TO DL110-OTH-COUNT
047627         WRITE DL110-PRINT-RECORD FROM DL110-OTHER-LINE
047636             AFTER ADVANCING 1 LINE
047645         IF NOT DL110-LOGRPT-OK
047654             MOVE "LOGRPT"  TO DL110-ERR-FILE-ID
047663             MOVE DL110-LOGRPT-STATUS TO DL110-ERR-STATUS
047672             GO TO 8000-ERROR-HANDLER
047681         END-IF
047690     END-IF.
047700
047800 3200-EXIT.
047900     EXIT.
