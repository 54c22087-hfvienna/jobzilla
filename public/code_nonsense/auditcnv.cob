001600                (TWO RUNS STARTING INSIDE THE SAME SECOND).
001700                THE CONVERSION REPORT CARRIES THE COUNTS SO
001800                THE AUDITORS CAN SEE NOTHING WAS LOST SILENTLY.
001810                EXEC PARM 'RELOAD' INSTEAD RELOADS AN UNLOAD OF
001820                THE 100-BYTE KEYED MASTER INTO THE 300-BYTE ONE:
001830                EACH RECORD ALREADY CARRIES ITS KEY AND IS
001840                COPIED ACROSS AS IT STANDS, THE NEW BYTES LEFT
001850                BLANK, SO EVERY OLD TRAILER READS AS WRITTEN
001860                BEFORE THE TRAILERS CARRIED CONTROL TOTALS.
001900*===============================================================
002000* MODIFICATION HISTORY
002100*---------------------------------------------------------------
002200* DATE       INIT  DESCRIPTION
002300* ---------- ----  -------------------------------------------
002400* 2026-08-22 RTH   INITIAL VERSION.
002420* 2026-10-15 RTH   PARM RELOAD CARRIES THE 100-BYTE KEYED MASTER
002440*                  OVER TO THE 300-BYTE LAYOUT, TOTALS FLAG
002460*                  BLANK ON EVERY TRAILER.
002500*===============================================================
002600
002700 ENVIRONMENT DIVISION.
010300     05  FILLER                      PIC X(82).
010400
010500*===============================================================
010504* OLD KEYED RECORD LAYOUT -- AS AUDITFL WAS BEFORE THE TRAILER
010508* CARRIED CONTROL TOTALS.  ITS KEY AND FIELDS ARE THE FIRST 66
010512* BYTES OF THE PRESENT LAYOUT; THE REST WAS FILLER.
010516*===============================================================
010520 01  DL160-OLD-KEYED-VIEW REDEFINES DL160-OLD-WORK.
010524     05  DL160-OLD-KEYED-DATA.
010528         10  FILLER                  PIC X(24).
010532         10  DL160-OLD-KEYED-TYPE    PIC X(01).
010536             88  DL160-OLD-KEYED-HEADER        VALUE "H".
010540             88  DL160-OLD-KEYED-TRAILER       VALUE "T".
010544         10  FILLER                  PIC X(41).
010548     05  FILLER                      PIC X(34).
010552
010556*===============================================================
010560* RUN MODE -- FROM THE EXEC PARM.
010564*===============================================================
010568 01  DL160-PARM-TEXT                 PIC X(08) VALUE SPACES.
010572     88  DL160-PARM-RELOAD                     VALUE "RELOAD".
010576     88  DL160-PARM-SEQUENTIAL                 VALUE SPACES.
010580
010584*===============================================================
010600* KEY OF THE LAST HEADER SEEN -- WHAT KEYS THE NEXT TRAILER.
010700*===============================================================
010800 01  DL160-HAVE-HEADER-SWITCH        PIC X(01) VALUE "N".
013000     05  FILLER                      PIC X(14) VALUE
013100         " KEYED MASTER ".
013200     05  FILLER                      PIC X(72) VALUE SPACES.
013210
013220 01  DL160-RPT-RELOAD-HEADING.
013230     05  FILLER                      PIC X(47) VALUE
013240         "AUDIT MASTER RELOAD REPORT -- 100-BYTE KEYED TO".
013250     05  FILLER                      PIC X(15) VALUE
013260         " 300-BYTE KEYED".
013270     05  FILLER                      PIC X(70) VALUE SPACES.
013300
013400 01  DL160-RPT-COUNT-LINE.
013500     05  DL160-CNT-TITLE             PIC X(40).
016900* CREATED ON THE FIRST RUN.
017000*===============================================================
017100 1000-INITIALIZE.
017110     ACCEPT DL160-PARM-TEXT FROM COMMAND-LINE.
017120     IF NOT DL160-PARM-RELOAD AND NOT DL160-PARM-SEQUENTIAL
017130         DISPLAY "AUDIT-CONVERT: PARM NOT RECOGNISED - "
017140                 "NOTHING CONVERTED"
017150         MOVE 16 TO RETURN-CODE
017160         STOP RUN
017170     END-IF.
017200     OPEN INPUT AUDITSEQ.
017300     IF NOT DL160-AUDITSEQ-OK
017400         MOVE "AUDITSEQ" TO DL160-ERR-FILE-ID
022300     END-IF.
022400     ADD 1 TO DL160-READ-COUNT.
022500     MOVE DL160-SEQ-RECORD TO DL160-OLD-WORK.
022520     IF DL160-PARM-RELOAD
022540         PERFORM 2500-RELOAD-KEYED-RECORD THRU 2500-EXIT
022560         GO TO 2100-EXIT
022580     END-IF.
022600
022700     EVALUATE TRUE
022800         WHEN DL160-OLD-IS-HEADER
030400     EXIT.
030500
030600*===============================================================
030603* 2500-RELOAD-KEYED-RECORD -- AN OLD KEYED RECORD GOES ACROSS
030606* UNDER ITS OWN KEY.  THE MOVE OF THE 66 BYTES PADS THE REST OF
030609* THE NEW RECORD WITH SPACES, WHICH LEAVES A TRAILER'S TOTALS
030612* FLAG BLANK -- NO TOTALS WERE EVER TAKEN FOR THESE RUNS.
030615*===============================================================
030618 2500-RELOAD-KEYED-RECORD.
030621     IF NOT DL160-OLD-KEYED-HEADER
030624         AND NOT DL160-OLD-KEYED-TRAILER
030627         ADD 1 TO DL160-BAD-TYPE-COUNT
030630         GO TO 2500-EXIT
030633     END-IF.
030636     MOVE DL160-OLD-KEYED-DATA TO DL100-AUDIT-RECORD.
030639     PERFORM 2400-WRITE-KEYED-RECORD THRU 2400-EXIT.
030642     IF NOT DL160-AUDITFL-OK
030645         GO TO 2500-EXIT
030648     END-IF.
030651     IF DL100-AUDIT-IS-HEADER
030654         ADD 1 TO DL160-HDR-WRITTEN-COUNT
030657     ELSE
030660         ADD 1 TO DL160-TRL-WRITTEN-COUNT
030663     END-IF.
030666
030669 2500-EXIT.
030672     EXIT.
030675
030678*===============================================================
030700* 3000-WRITE-REPORT -- THE COUNTS THE AUDITORS GET.
030800*===============================================================
030900 3000-WRITE-REPORT.
030930     IF DL160-PARM-RELOAD
030960         WRITE DL160-PRINT-RECORD FROM DL160-RPT-RELOAD-HEADING
030990             AFTER ADVANCING PAGE
031020     ELSE
031050         WRITE DL160-PRINT-RECORD FROM DL160-RPT-HEADING
031080             AFTER ADVANCING PAGE
031110     END-IF.
031200     IF NOT DL160-CNVRPT-OK
031300         MOVE "CNVRPT"  TO DL160-ERR-FILE-ID
031400         MOVE DL160-CNVRPT-STATUS TO DL160-ERR-STATUS
