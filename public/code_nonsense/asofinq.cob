000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ASOF-INQUIRY.
000300 AUTHOR.        R T HALVERSEN.
000400 INSTALLATION.  BATCH-OPERATIONS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700 REMARKS.       POINT-IN-TIME CONFIGURATION INQUIRY.  READS
000800                REQUEST CARDS (STREAM, AS-OF DATE) AND, FOR EACH,
000900                REBUILDS THE RUN CALENDAR AND THE MESSAGE MASTER
001000                AS THEY STOOD AT THE END OF THAT DATE: THE LIVE
001100                MASTERS ARE LOADED AND EVERY KEY THE MNTJRNL
001200                MAINTENANCE JOURNAL SHOWS CHANGING AFTER THE DATE
001300                IS PUT BACK THE WAY ITS FIRST LATER JOURNAL IMAGE
001400                SAYS IT WAS (A BEFORE IMAGE IS THE OLD RECORD; AN
001500                AFTER IMAGE WITH NO BEFORE MEANS THE KEY DID NOT
001600                YET EXIST).  THE REPORT SHOWS THE STREAM'S
001700                CALENDAR ENTRIES, THE ENTRY THE NIGHT RESOLVED TO
001800                (THE SAME DATED / MONTH-END / REGULAR SELECTION
001900                THE BROADCAST MAKES), THE ACTIVE MESSAGE SET THE
002000                BROADCAST WOULD HAVE LOADED, AND EVERY JOURNALED
002100                CHANGE TOUCHING THE STREAM SINCE -- WHEN, BY WHOM,
002200                AND FROM WHAT TO WHAT.  CONDITION CODE 4 MEANS AT
002300                LEAST ONE ANSWER IS QUALIFIED (A REJECTED CARD, A
002400                DATE BEFORE THE JOURNAL BEGINS, OR A TABLE THAT
002500                OVERFLOWED).
002600*===============================================================
002700* MODIFICATION HISTORY
002800*---------------------------------------------------------------
002900* DATE       INIT  DESCRIPTION
003000* ---------- ----  -------------------------------------------
003100* 2026-10-15 RTH   INITIAL VERSION.
003200*===============================================================
003300
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.   IBM-370.
003700 OBJECT-COMPUTER.   IBM-370.
003800
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT REQFILE ASSIGN TO "REQFILE"
004200         ORGANIZATION IS SEQUENTIAL
004300         ACCESS MODE IS SEQUENTIAL
004400         FILE STATUS IS DL250-REQFILE-STATUS.
004500
004600     SELECT MSGFILE ASSIGN TO "MSGFILE"
004700         ORGANIZATION IS SEQUENTIAL
004800         ACCESS MODE IS SEQUENTIAL
004900         FILE STATUS IS DL250-MSGFILE-STATUS.
005000
005100     SELECT CALFILE ASSIGN TO "CALFILE"
005200         ORGANIZATION IS SEQUENTIAL
005300         ACCESS MODE IS SEQUENTIAL
005400         FILE STATUS IS DL250-CALFILE-STATUS.
005500
005600     SELECT MNTJRNL ASSIGN TO "MNTJRNL"
005700         ORGANIZATION IS SEQUENTIAL
005800         ACCESS MODE IS SEQUENTIAL
005900         FILE STATUS IS DL250-MNTJRNL-STATUS.
006000
006100     SELECT ASOFRPT ASSIGN TO "ASOFRPT"
006200         ORGANIZATION IS SEQUENTIAL
006300         ACCESS MODE IS SEQUENTIAL
006400         FILE STATUS IS DL250-ASOFRPT-STATUS.
006500
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  REQFILE
006900     RECORDING MODE IS F
007000     LABEL RECORDS ARE STANDARD.
007100     COPY ASOFREQ.
007200
007300 FD  MSGFILE
007400     RECORDING MODE IS F
007500     LABEL RECORDS ARE STANDARD.
007600     COPY MSGFILE.
007700
007800 FD  CALFILE
007900     RECORDING MODE IS F
008000     LABEL RECORDS ARE STANDARD.
008100     COPY CALENDAR.
008200
008300 FD  MNTJRNL
008400     RECORDING MODE IS F
008500     LABEL RECORDS ARE STANDARD.
008600     COPY MNTJRNL.
008700
008800 FD  ASOFRPT
008900     RECORDING MODE IS F
009000     LABEL RECORDS ARE STANDARD.
009100 01  DL250-PRINT-RECORD              PIC X(132).
009200
009300 WORKING-STORAGE SECTION.
009400*===============================================================
009500* FILE STATUS SWITCHES
009600*===============================================================
009700 01  DL250-SWITCHES.
009800     05  DL250-REQFILE-STATUS        PIC X(02) VALUE "00".
009900         88  DL250-REQFILE-OK                  VALUE "00".
010000         88  DL250-REQFILE-EOF                 VALUE "10".
010100     05  DL250-MSGFILE-STATUS        PIC X(02) VALUE "00".
010200         88  DL250-MSGFILE-OK                  VALUE "00".
010300         88  DL250-MSGFILE-EOF                 VALUE "10".
010400         88  DL250-MSGFILE-NOT-FOUND           VALUE "35".
010500     05  DL250-CALFILE-STATUS        PIC X(02) VALUE "00".
010600         88  DL250-CALFILE-OK                  VALUE "00".
010700         88  DL250-CALFILE-EOF                 VALUE "10".
010800         88  DL250-CALFILE-NOT-FOUND           VALUE "35".
010900     05  DL250-MNTJRNL-STATUS        PIC X(02) VALUE "00".
011000         88  DL250-MNTJRNL-OK                  VALUE "00".
011100         88  DL250-MNTJRNL-EOF                 VALUE "10".
011200         88  DL250-MNTJRNL-NOT-FOUND           VALUE "35".
011300     05  DL250-ASOFRPT-STATUS        PIC X(02) VALUE "00".
011400         88  DL250-ASOFRPT-OK                  VALUE "00".
011500
011600*===============================================================
011700* CURRENT REQUEST, NORMALIZED
011800*===============================================================
011900 01  DL250-REQ-JOB-NAME              PIC X(08).
012000 01  DL250-REQ-ASOF-DATE             PIC 9(08).
012100 01  DL250-REQ-VALID-SWITCH          PIC X(01) VALUE "Y".
012200     88  DL250-REQ-VALID                   VALUE "Y".
012300 77  DL250-HIGH-RC                   PIC 9(02) COMP VALUE ZERO.
012400
012500*===============================================================
012600* REBUILT MESSAGE MASTER.  THE SETTLED FLAG MARKS A MESSAGE ID
012700* THE JOURNAL HAS ALREADY PUT BACK TO ITS AS-OF STATE, SO LATER
012800* IMAGES OF THE SAME ID ARE PASSED OVER.  A MESSAGE THAT DID
012900* NOT YET EXIST ON THE AS-OF DATE STAYS IN THE TABLE FLAGGED
013000* DELETED, FOR THE SAME REASON.
013100*===============================================================
013200 77  DL250-MSG-COUNT                 PIC 9(05) COMP VALUE ZERO.
013300 77  DL250-MSG-MAX                   PIC 9(05) COMP VALUE 500.
013400 01  DL250-MSG-TABLE.
013500     05  DL250-MSG-ENTRY             OCCURS 500 TIMES
013600                                     INDEXED BY DL250-MSG-IDX.
013700         10  DL250-MSG-DELETE-FLAG   PIC X(01).
013800         10  DL250-MSG-SETTLED-FLAG  PIC X(01).
013900             88  DL250-MSG-SETTLED         VALUE "Y".
014000         10  DL250-MSG-DATA.
014100             15  DL250-MSG-ID        PIC X(08).
014200             15  DL250-MSG-EFF-FROM  PIC 9(08).
014300             15  DL250-MSG-EFF-TO    PIC 9(08).
014400             15  DL250-MSG-ACTIVE-FLAG
014500                                     PIC X(01).
014600             15  DL250-MSG-TEXT      PIC X(100).
014700             15  DL250-MSG-TARGETS.
014800                 20  DL250-MSG-TARGET
014900                                     PIC X(08)
015000                         OCCURS 4 TIMES.
015100
015200*===============================================================
015300* REBUILT RUN CALENDAR -- SAME RULES AS THE MESSAGE TABLE, KEYED
015400* BY JOB NAME + ENTRY TYPE + DATE.
015500*===============================================================
015600 77  DL250-CAL-COUNT                 PIC 9(05) COMP VALUE ZERO.
015700 77  DL250-CAL-MAX                   PIC 9(05) COMP VALUE 200.
015800 01  DL250-CAL-TABLE.
015900     05  DL250-CAL-ENTRY             OCCURS 200 TIMES
016000                                     INDEXED BY DL250-CAL-IDX.
016100         10  DL250-CAL-DELETE-FLAG   PIC X(01).
016200         10  DL250-CAL-SETTLED-FLAG  PIC X(01).
016300             88  DL250-CAL-SETTLED         VALUE "Y".
016400         10  DL250-CAL-DATA.
016500             15  DL250-CAL-JOB-NAME  PIC X(08).
016600             15  DL250-CAL-ENTRY-TYPE
016700                                     PIC X(01).
016800             15  DL250-CAL-DATE      PIC 9(08).
016900             15  DL250-CAL-TARGET-COUNT
017000                                     PIC 9(09).
017100             15  DL250-CAL-MESSAGE   PIC X(100).
017200             15  DL250-CAL-CUTOFF    PIC 9(06).
017300             15  DL250-CAL-PACE-RATE PIC 9(05).
017400
017500 77  DL250-FOUND-SUB                 PIC 9(05) COMP VALUE ZERO.
017600 77  DL250-SEARCH-SUB                PIC 9(05) COMP.
017700 77  DL250-TGT-SUB                   PIC 9(05) COMP.
017800
017900*===============================================================
018000* JOURNAL REPLAY STATE
018100*===============================================================
018200 01  DL250-JRN-FIRST-DATE            PIC 9(08) VALUE ZERO.
018300 01  DL250-TABLE-FULL-SWITCH         PIC X(01) VALUE "N".
018400     88  DL250-TABLE-FULL                  VALUE "Y".
018500 01  DL250-STREAM-SWITCH             PIC X(01) VALUE "N".
018600     88  DL250-FOR-STREAM                  VALUE "Y".
018700 77  DL250-UNDO-COUNT                PIC 9(05) COMP VALUE ZERO.
018800 77  DL250-CHANGE-COUNT              PIC 9(05) COMP VALUE ZERO.
018900 77  DL250-CAL-SHOWN-COUNT           PIC 9(05) COMP VALUE ZERO.
019000 77  DL250-MSG-SHOWN-COUNT           PIC 9(05) COMP VALUE ZERO.
019100
019200*===============================================================
019300* NIGHT RESOLUTION -- THE SAME SELECTION LONG-PROGRAM MAKES IN
019400* 1040-LOAD-CALENDAR: DATED BEATS MONTH-END BEATS REGULAR, AND
019500* AT EQUAL PRIORITY THE STREAM'S OWN ENTRY BEATS A GENERIC ONE.
019600*===============================================================
019700 01  DL250-WORK-DATE                 PIC 9(08).
019800 01  DL250-WORK-DATE-FIELDS REDEFINES DL250-WORK-DATE.
019900     05  DL250-WRK-YYYY              PIC 9(04).
020000     05  DL250-WRK-MM                PIC 9(02).
020100     05  DL250-WRK-DD                PIC 9(02).
020200 01  DL250-DAYS-IN-MONTH             PIC 9(02).
020300 01  DL250-LEAP-QUOTIENT             PIC 9(04) COMP.
020400 01  DL250-LEAP-REMAINDER            PIC 9(04) COMP.
020500 01  DL250-LEAP-SWITCH               PIC X(01) VALUE "N".
020600     88  DL250-LEAP-YEAR                   VALUE "Y".
020700 01  DL250-MONTH-END-SWITCH          PIC X(01) VALUE "N".
020800     88  DL250-MONTH-END-NIGHT             VALUE "Y".
020900 77  DL250-BEST-SUB                  PIC 9(05) COMP VALUE ZERO.
021000 01  DL250-BEST-PRIORITY             PIC 9(01) COMP VALUE ZERO.
021100 01  DL250-BEST-STREAM-SWITCH        PIC X(01) VALUE "N".
021200     88  DL250-BEST-IS-STREAMS-OWN         VALUE "Y".
021300 01  DL250-ENTRY-PRIORITY            PIC 9(01) COMP VALUE ZERO.
021400
021500 01  DL250-WORK-TIME                 PIC 9(08).
021600 01  DL250-WORK-TIME-FIELDS REDEFINES DL250-WORK-TIME.
021700     05  DL250-WRK-HHMMSS            PIC 9(06).
021800     05  DL250-WRK-CC                PIC 9(02).
021900
022000*===============================================================
022100* REPORT LINES
022200*===============================================================
022300 01  DL250-RPT-REQ-HEADING.
022400     05  FILLER                      PIC X(22) VALUE
022500         "AS-OF INQUIRY  STREAM ".
022600     05  DL250-HDG-JOB-NAME          PIC X(08).
022700     05  FILLER                      PIC X(20) VALUE
022800         "  AS AT THE END OF  ".
022900     05  DL250-HDG-ASOF-DATE         PIC 9(08).
023000     05  FILLER                      PIC X(74) VALUE SPACES.
023100
023200 01  DL250-RPT-INFO-LINE.
023300     05  DL250-INF-TEXT              PIC X(132).
023400
023500 01  DL250-RPT-CAL-HEADING.
023600     05  FILLER                      PIC X(40) VALUE
023700         "  JOB NAME  TYPE       DATE            C".
023800     05  FILLER                      PIC X(40) VALUE
023900         "OUNT  CUTOFF   RATE  MESSAGE            ".
024000     05  FILLER                      PIC X(52) VALUE SPACES.
024100
024200 01  DL250-RPT-CAL-LINE.
024300     05  FILLER                      PIC X(02) VALUE SPACES.
024400     05  DL250-CL-JOB                PIC X(08).
024500     05  FILLER                      PIC X(02) VALUE SPACES.
024600     05  DL250-CL-TYPE               PIC X(10).
024700     05  FILLER                      PIC X(01) VALUE SPACE.
024800     05  DL250-CL-DATE               PIC 9(08).
024900     05  FILLER                      PIC X(02) VALUE SPACES.
025000     05  DL250-CL-COUNT              PIC ZZZ,ZZZ,ZZ9.
025100     05  FILLER                      PIC X(02) VALUE SPACES.
025200     05  DL250-CL-CUTOFF             PIC 9(06).
025300     05  FILLER                      PIC X(02) VALUE SPACES.
025400     05  DL250-CL-RATE               PIC 9(05).
025500     05  FILLER                      PIC X(02) VALUE SPACES.
025600     05  DL250-CL-MESSAGE            PIC X(60).
025700     05  FILLER                      PIC X(11) VALUE SPACES.
025800
025900 01  DL250-RPT-PROJ-HEADING.
026000     05  FILLER                      PIC X(40) VALUE
026100         "  NIGHT     SOURCE     SCOPE          CO".
026200     05  FILLER                      PIC X(40) VALUE
026300         "UNT  CUTOFF   RATE  MESSAGE             ".
026400     05  FILLER                      PIC X(52) VALUE SPACES.
026500
026600 01  DL250-RPT-PROJ-LINE.
026700     05  FILLER                      PIC X(02) VALUE SPACES.
026800     05  DL250-PJ-DATE               PIC 9(08).
026900     05  FILLER                      PIC X(02) VALUE SPACES.
027000     05  DL250-PJ-SOURCE             PIC X(10).
027100     05  FILLER                      PIC X(01) VALUE SPACE.
027200     05  DL250-PJ-SCOPE              PIC X(08).
027300     05  FILLER                      PIC X(01) VALUE SPACE.
027400     05  DL250-PJ-COUNT              PIC ZZZ,ZZZ,ZZ9.
027500     05  FILLER                      PIC X(02) VALUE SPACES.
027600     05  DL250-PJ-CUTOFF             PIC 9(06).
027700     05  FILLER                      PIC X(02) VALUE SPACES.
027800     05  DL250-PJ-RATE               PIC 9(05).
027900     05  FILLER                      PIC X(02) VALUE SPACES.
028000     05  DL250-PJ-MESSAGE            PIC X(53).
028100     05  FILLER                      PIC X(19) VALUE SPACES.
028200
028300 01  DL250-RPT-MSG-HEADING.
028400     05  FILLER                      PIC X(40) VALUE
028500         "  MSG ID    EFF-FROM EFF-TO    SCOPE    ".
028600     05  FILLER                      PIC X(40) VALUE
028700         " TEXT                                   ".
028800     05  FILLER                      PIC X(52) VALUE SPACES.
028900
029000 01  DL250-RPT-MSG-LINE.
029100     05  FILLER                      PIC X(02) VALUE SPACES.
029200     05  DL250-ML-ID                 PIC X(08).
029300     05  FILLER                      PIC X(02) VALUE SPACES.
029400     05  DL250-ML-FROM               PIC 9(08).
029500     05  FILLER                      PIC X(01) VALUE SPACE.
029600     05  DL250-ML-TO                 PIC 9(08).
029700     05  FILLER                      PIC X(02) VALUE SPACES.
029800     05  DL250-ML-SCOPE              PIC X(08).
029900     05  FILLER                      PIC X(02) VALUE SPACES.
030000     05  DL250-ML-TEXT               PIC X(91).
030100
030200 01  DL250-RPT-CHG-HEADING.
030300     05  FILLER                      PIC X(40) VALUE
030400         "  DATE     TIME    PROGRAM    TXN A USER".
030500     05  FILLER                      PIC X(40) VALUE
030600         "ID   IMAGE  KEY                 DETAIL  ".
030700     05  FILLER                      PIC X(52) VALUE SPACES.
030800
030900 01  DL250-RPT-CHG-LINE.
031000     05  FILLER                      PIC X(02) VALUE SPACES.
031100     05  DL250-CHG-DATE              PIC 9(08).
031200     05  FILLER                      PIC X(01) VALUE SPACE.
031300     05  DL250-CHG-TIME              PIC 9(06).
031400     05  FILLER                      PIC X(02) VALUE SPACES.
031500     05  DL250-CHG-SOURCE            PIC X(08).
031600     05  FILLER                      PIC X(01) VALUE SPACE.
031700     05  DL250-CHG-TXN-NO            PIC ZZZZ9.
031800     05  FILLER                      PIC X(01) VALUE SPACE.
031900     05  DL250-CHG-ACTION            PIC X(01).
032000     05  FILLER                      PIC X(01) VALUE SPACE.
032100     05  DL250-CHG-USERID            PIC X(08).
032200     05  FILLER                      PIC X(01) VALUE SPACE.
032300     05  DL250-CHG-IMAGE             PIC X(06).
032400     05  FILLER                      PIC X(01) VALUE SPACE.
032500     05  DL250-CHG-KEY               PIC X(19).
032600     05  DL250-CHG-CAL-KEY REDEFINES DL250-CHG-KEY.
032700         10  DL250-CHG-KEY-JOB       PIC X(08).
032800         10  FILLER                  PIC X(01).
032900         10  DL250-CHG-KEY-TYPE      PIC X(01).
033000         10  FILLER                  PIC X(01).
033100         10  DL250-CHG-KEY-DATE      PIC 9(08).
033200     05  FILLER                      PIC X(01) VALUE SPACE.
033300     05  DL250-CHG-DETAIL            PIC X(59).
033400     05  DL250-CHG-CAL-DETAIL REDEFINES DL250-CHG-DETAIL.
033500         10  DL250-CHG-COUNT         PIC ZZZ,ZZZ,ZZ9.
033600         10  FILLER                  PIC X(01).
033700         10  DL250-CHG-CUTOFF        PIC 9(06).
033800         10  FILLER                  PIC X(01).
033900         10  DL250-CHG-RATE          PIC 9(05).
034000         10  FILLER                  PIC X(01).
034100         10  DL250-CHG-CAL-TEXT      PIC X(34).
034200     05  DL250-CHG-MSG-DETAIL REDEFINES DL250-CHG-DETAIL.
034300         10  DL250-CHG-FROM          PIC 9(08).
034400         10  FILLER                  PIC X(01).
034500         10  DL250-CHG-TO            PIC 9(08).
034600         10  FILLER                  PIC X(01).
034700         10  DL250-CHG-FLAG          PIC X(01).
034800         10  FILLER                  PIC X(01).
034900         10  DL250-CHG-MSG-TEXT      PIC X(39).
035000     05  FILLER                      PIC X(01) VALUE SPACE.
035100
035200 01  DL250-RPT-TOTAL-LINE.
035300     05  DL250-TOT-TITLE             PIC X(36).
035400     05  DL250-TOT-VALUE             PIC ZZ,ZZ9.
035500     05  FILLER                      PIC X(90) VALUE SPACES.
035600
035700 01  DL250-BLANK-LINE                PIC X(132) VALUE SPACES.
035800
035900*===============================================================
036000* ERROR HANDLING
036100*===============================================================
036200 01  DL250-ERR-FILE-ID               PIC X(08) VALUE SPACES.
036300 01  DL250-ERR-STATUS                PIC X(02) VALUE SPACES.
036400
036500 PROCEDURE DIVISION.
036600*===============================================================
036700* 0000-MAINLINE -- ONE REBUILD AND ONE ANSWER PER REQUEST CARD.
036800*===============================================================
036900 0000-MAINLINE.
037000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
037100     PERFORM 2000-PROCESS-REQUESTS THRU 2000-EXIT.
037200     PERFORM 6000-TERMINATE THRU 6000-EXIT.
037300     MOVE DL250-HIGH-RC TO RETURN-CODE.
037400     STOP RUN.
037500
037600*===============================================================
037700* 1000-INITIALIZE -- THE CARDS AND THE REPORT MUST BE THERE.  THE
037800* MASTERS AND THE JOURNAL ARE OPENED PER REQUEST; A MISSING ONE
037900* IS REPORTED AND READ AS EMPTY.
038000*===============================================================
038100 1000-INITIALIZE.
038200     OPEN INPUT REQFILE.
038300     IF NOT DL250-REQFILE-OK
038400         MOVE "REQFILE" TO DL250-ERR-FILE-ID
038500         MOVE DL250-REQFILE-STATUS TO DL250-ERR-STATUS
038600         GO TO 8000-ERROR-HANDLER
038700     END-IF.
038800     OPEN OUTPUT ASOFRPT.
038900     IF NOT DL250-ASOFRPT-OK
039000         MOVE "ASOFRPT" TO DL250-ERR-FILE-ID
039100         MOVE DL250-ASOFRPT-STATUS TO DL250-ERR-STATUS
039200         GO TO 8000-ERROR-HANDLER
039300     END-IF.
039400
039500 1000-EXIT.
039600     EXIT.
039700
039800*===============================================================
039900* 2000-PROCESS-REQUESTS -- ONE CARD AT A TIME.
040000*===============================================================
040100 2000-PROCESS-REQUESTS.
040200     PERFORM 2100-PROCESS-ONE-REQUEST THRU 2100-EXIT
040300         UNTIL DL250-REQFILE-EOF.
040400
040500 2000-EXIT.
040600     EXIT.
040700
040800 2100-PROCESS-ONE-REQUEST.
040900     READ REQFILE
041000         AT END
041100             GO TO 2100-EXIT
041200     END-READ.
041300     IF NOT DL250-REQFILE-OK AND NOT DL250-REQFILE-EOF
041400         MOVE "REQFILE" TO DL250-ERR-FILE-ID
041500         MOVE DL250-REQFILE-STATUS TO DL250-ERR-STATUS
041600         GO TO 8000-ERROR-HANDLER
041700     END-IF.
041800
041900     PERFORM 2200-NORMALIZE-REQUEST THRU 2200-EXIT.
042000     PERFORM 2300-PRINT-REQ-HEADING THRU 2300-EXIT.
042100     IF NOT DL250-REQ-VALID
042200         MOVE "REQUEST REJECTED - AS-OF DATE NOT A VALID YYYYMMDD"
042300             TO DL250-INF-TEXT
042400         PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT
042500         MOVE 4 TO DL250-HIGH-RC
042600         GO TO 2100-EXIT
042700     END-IF.
042800     PERFORM 3000-REBUILD-MASTERS THRU 3000-EXIT.
042900     PERFORM 4000-PRINT-CALENDAR THRU 4000-EXIT.
043000     PERFORM 4500-PRINT-MESSAGES THRU 4500-EXIT.
043100     PERFORM 5000-LIST-CHANGES THRU 5000-EXIT.
043200
043300 2100-EXIT.
043400     EXIT.
043500
043600*===============================================================
043700* 2200-NORMALIZE-REQUEST -- A BLANK STREAM IS LONGPRGM, AS IN
043800* EVERY OTHER STREAM-AWARE PROGRAM.  THE AS-OF DATE MUST BE A
043900* REAL CALENDAR DATE.
044000*===============================================================
044100 2200-NORMALIZE-REQUEST.
044200     MOVE "Y" TO DL250-REQ-VALID-SWITCH.
044300     IF DL100-AOR-JOB-NAME = SPACES
044400         MOVE "LONGPRGM" TO DL250-REQ-JOB-NAME
044500     ELSE
044600         MOVE DL100-AOR-JOB-NAME TO DL250-REQ-JOB-NAME
044700     END-IF.
044800     IF DL100-AOR-ASOF-DATE IS NOT NUMERIC
044900         MOVE ZERO TO DL250-REQ-ASOF-DATE
045000         MOVE "N" TO DL250-REQ-VALID-SWITCH
045100         GO TO 2200-EXIT
045200     END-IF.
045300     MOVE DL100-AOR-ASOF-DATE TO DL250-REQ-ASOF-DATE.
045400     MOVE DL250-REQ-ASOF-DATE TO DL250-WORK-DATE.
045500     IF DL250-WRK-MM < 1 OR DL250-WRK-MM > 12
045600         MOVE "N" TO DL250-REQ-VALID-SWITCH
045700         GO TO 2200-EXIT
045800     END-IF.
045900     PERFORM 4250-SET-DAYS-IN-MONTH THRU 4250-EXIT.
046000     IF DL250-WRK-DD < 1
046100         OR DL250-WRK-DD > DL250-DAYS-IN-MONTH
046200         MOVE "N" TO DL250-REQ-VALID-SWITCH
046300     END-IF.
046400
046500 2200-EXIT.
046600     EXIT.
046700
046800 2300-PRINT-REQ-HEADING.
046900     MOVE DL250-REQ-JOB-NAME  TO DL250-HDG-JOB-NAME.
047000     MOVE DL250-REQ-ASOF-DATE TO DL250-HDG-ASOF-DATE.
047100     WRITE DL250-PRINT-RECORD FROM DL250-RPT-REQ-HEADING
047200         AFTER ADVANCING PAGE.
047300     IF NOT DL250-ASOFRPT-OK
047400         MOVE "ASOFRPT" TO DL250-ERR-FILE-ID
047500         MOVE DL250-ASOFRPT-STATUS TO DL250-ERR-STATUS
047600         GO TO 8000-ERROR-HANDLER
047700     END-IF.
047800     MOVE SPACES TO DL250-INF-TEXT.
047900     PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT.
048000
048100 2300-EXIT.
048200     EXIT.
048300
048400*===============================================================
048500* 3000-REBUILD-MASTERS -- LOAD THE LIVE MASTERS, THEN WIND THEM
048600* BACK THROUGH THE JOURNAL TO THE END OF THE AS-OF DATE.
048700*===============================================================
048800 3000-REBUILD-MASTERS.
048900     MOVE ZERO TO DL250-MSG-COUNT.
049000     MOVE ZERO TO DL250-CAL-COUNT.
049100     MOVE ZERO TO DL250-UNDO-COUNT.
049200     MOVE ZERO TO DL250-JRN-FIRST-DATE.
049300     MOVE "N" TO DL250-TABLE-FULL-SWITCH.
049400     PERFORM 3100-LOAD-MESSAGES THRU 3100-EXIT.
049500     PERFORM 3200-LOAD-CALENDAR THRU 3200-EXIT.
049600     PERFORM 3300-REPLAY-JOURNAL THRU 3300-EXIT.
049700     IF DL250-TABLE-FULL
049800         MOVE "TABLE FULL - SOME ENTRIES COULD NOT BE REBUILT"
049900             TO DL250-INF-TEXT
050000         PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT
050100         MOVE 4 TO DL250-HIGH-RC
050200     END-IF.
050300
050400 3000-EXIT.
050500     EXIT.
050600
050700 3100-LOAD-MESSAGES.
050800     OPEN INPUT MSGFILE.
050900     IF NOT DL250-MSGFILE-OK AND NOT DL250-MSGFILE-NOT-FOUND
051000         MOVE "MSGFILE" TO DL250-ERR-FILE-ID
051100         MOVE DL250-MSGFILE-STATUS TO DL250-ERR-STATUS
051200         GO TO 8000-ERROR-HANDLER
051300     END-IF.
051400     IF DL250-MSGFILE-NOT-FOUND
051500         MOVE "MSGFILE NOT PRESENT - MASTER TAKEN AS EMPTY"
051600             TO DL250-INF-TEXT
051700         PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT
051800         GO TO 3100-EXIT
051900     END-IF.
052000     PERFORM 3110-READ-ONE-MESSAGE THRU 3110-EXIT
052100         UNTIL DL250-MSGFILE-EOF.
052200     CLOSE MSGFILE.
052300     IF NOT DL250-MSGFILE-OK
052400         MOVE "MSGFILE" TO DL250-ERR-FILE-ID
052500         MOVE DL250-MSGFILE-STATUS TO DL250-ERR-STATUS
052600         GO TO 8000-ERROR-HANDLER
052700     END-IF.
052800
052900 3100-EXIT.
053000     EXIT.
053100
053200 3110-READ-ONE-MESSAGE.
053300     READ MSGFILE
053400         AT END
053500             GO TO 3110-EXIT
053600     END-READ.
053700     IF NOT DL250-MSGFILE-OK AND NOT DL250-MSGFILE-EOF
053800         MOVE "MSGFILE" TO DL250-ERR-FILE-ID
053900         MOVE DL250-MSGFILE-STATUS TO DL250-ERR-STATUS
054000         GO TO 8000-ERROR-HANDLER
054100     END-IF.
054200     IF DL250-MSG-COUNT = DL250-MSG-MAX
054300         MOVE "Y" TO DL250-TABLE-FULL-SWITCH
054400         GO TO 3110-EXIT
054500     END-IF.
054600     ADD 1 TO DL250-MSG-COUNT.
054700     SET DL250-MSG-IDX TO DL250-MSG-COUNT.
054800     MOVE SPACE TO DL250-MSG-DELETE-FLAG(DL250-MSG-IDX).
054900     MOVE "N"   TO DL250-MSG-SETTLED-FLAG(DL250-MSG-IDX).
055000     MOVE DL100-MSGFILE-RECORD TO DL250-MSG-DATA(DL250-MSG-IDX).
055100
055200 3110-EXIT.
055300     EXIT.
055400
055500 3200-LOAD-CALENDAR.
055600     OPEN INPUT CALFILE.
055700     IF NOT DL250-CALFILE-OK AND NOT DL250-CALFILE-NOT-FOUND
055800         MOVE "CALFILE" TO DL250-ERR-FILE-ID
055900         MOVE DL250-CALFILE-STATUS TO DL250-ERR-STATUS
056000         GO TO 8000-ERROR-HANDLER
056100     END-IF.
056200     IF DL250-CALFILE-NOT-FOUND
056300         MOVE "CALFILE NOT PRESENT - RUN CALENDAR TAKEN AS EMPTY"
056400             TO DL250-INF-TEXT
056500         PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT
056600         GO TO 3200-EXIT
056700     END-IF.
056800     PERFORM 3210-READ-ONE-CAL-ENTRY THRU 3210-EXIT
056900         UNTIL DL250-CALFILE-EOF.
057000     CLOSE CALFILE.
057100     IF NOT DL250-CALFILE-OK
057200         MOVE "CALFILE" TO DL250-ERR-FILE-ID
057300         MOVE DL250-CALFILE-STATUS TO DL250-ERR-STATUS
057400         GO TO 8000-ERROR-HANDLER
057500     END-IF.
057600
057700 3200-EXIT.
057800     EXIT.
057900
058000*    RULE ENTRIES ARE HELD WITH A ZERO DATE, THE WAY CAL-MAINT
058100*    WRITES THEM, SO A JOURNAL IMAGE MATCHES ITS LIVE ENTRY.
058200 3210-READ-ONE-CAL-ENTRY.
058300     READ CALFILE
058400         AT END
058500             GO TO 3210-EXIT
058600     END-READ.
058700     IF NOT DL250-CALFILE-OK AND NOT DL250-CALFILE-EOF
058800         MOVE "CALFILE" TO DL250-ERR-FILE-ID
058900         MOVE DL250-CALFILE-STATUS TO DL250-ERR-STATUS
059000         GO TO 8000-ERROR-HANDLER
059100     END-IF.
059200     IF DL250-CAL-COUNT = DL250-CAL-MAX
059300         MOVE "Y" TO DL250-TABLE-FULL-SWITCH
059400         GO TO 3210-EXIT
059500     END-IF.
059600     ADD 1 TO DL250-CAL-COUNT.
059700     SET DL250-CAL-IDX TO DL250-CAL-COUNT.
059800     MOVE SPACE TO DL250-CAL-DELETE-FLAG(DL250-CAL-IDX).
059900     MOVE "N"   TO DL250-CAL-SETTLED-FLAG(DL250-CAL-IDX).
060000     MOVE DL100-CAL-RECORD TO DL250-CAL-DATA(DL250-CAL-IDX).
060100     IF NOT DL100-CAL-DATED-ENTRY
060200         OR DL100-CAL-DATE IS NOT NUMERIC
060300         MOVE ZERO TO DL250-CAL-DATE(DL250-CAL-IDX)
060400     END-IF.
060500
060600 3210-EXIT.
060700     EXIT.
060800
060900*===============================================================
061000* 3300-REPLAY-JOURNAL -- READ THE JOURNAL FRONT TO BACK.  ONLY
061100* IMAGES DATED AFTER THE AS-OF DATE MATTER, AND FOR EACH KEY
061200* ONLY THE FIRST OF THEM: THAT IMAGE IS THE KEY'S STATE ON THE
061300* AS-OF DATE (A BEFORE IMAGE) OR PROVES IT DID NOT EXIST YET (AN
061400* AFTER IMAGE WITH NO BEFORE -- AN ADD).  A KEY THE JOURNAL DOES
061500* NOT MENTION AFTER THE DATE STANDS AS IT IS ON THE LIVE MASTER.
061600*===============================================================
061700 3300-REPLAY-JOURNAL.
061800     OPEN INPUT MNTJRNL.
061900     IF NOT DL250-MNTJRNL-OK AND NOT DL250-MNTJRNL-NOT-FOUND
062000         MOVE "MNTJRNL" TO DL250-ERR-FILE-ID
062100         MOVE DL250-MNTJRNL-STATUS TO DL250-ERR-STATUS
062200         GO TO 8000-ERROR-HANDLER
062300     END-IF.
062400     IF DL250-MNTJRNL-NOT-FOUND
062500         MOVE "MNTJRNL NOT PRESENT - LIVE MASTERS SHOWN UNCHANGED"
062600             TO DL250-INF-TEXT
062700         PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT
062800         MOVE 4 TO DL250-HIGH-RC
062900         GO TO 3300-EXIT
063000     END-IF.
063100     PERFORM 3310-READ-ONE-JOURNAL THRU 3310-EXIT
063200         UNTIL DL250-MNTJRNL-EOF.
063300     CLOSE MNTJRNL.
063400     IF NOT DL250-MNTJRNL-OK
063500         MOVE "MNTJRNL" TO DL250-ERR-FILE-ID
063600         MOVE DL250-MNTJRNL-STATUS TO DL250-ERR-STATUS
063700         GO TO 8000-ERROR-HANDLER
063800     END-IF.
063900     IF DL250-JRN-FIRST-DATE = ZERO
064000         MOVE "MNTJRNL IS EMPTY - LIVE MASTERS SHOWN UNCHANGED"
064100             TO DL250-INF-TEXT
064200         PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT
064300         MOVE 4 TO DL250-HIGH-RC
064400         GO TO 3300-EXIT
064500     END-IF.
064600     IF DL250-REQ-ASOF-DATE < DL250-JRN-FIRST-DATE
064700         MOVE "AS-OF DATE PRECEDES THE JOURNAL - RESULT UNCERTAIN"
064800             TO DL250-INF-TEXT
064900         PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT
065000         MOVE 4 TO DL250-HIGH-RC
065100     END-IF.
065200
065300 3300-EXIT.
065400     EXIT.
065500
065600 3310-READ-ONE-JOURNAL.
065700     READ MNTJRNL
065800         AT END
065900             GO TO 3310-EXIT
066000     END-READ.
066100     IF NOT DL250-MNTJRNL-OK AND NOT DL250-MNTJRNL-EOF
066200         MOVE "MNTJRNL" TO DL250-ERR-FILE-ID
066300         MOVE DL250-MNTJRNL-STATUS TO DL250-ERR-STATUS
066400         GO TO 8000-ERROR-HANDLER
066500     END-IF.
066600     IF DL250-JRN-FIRST-DATE = ZERO
066700         MOVE DL100-JRN-DATE TO DL250-JRN-FIRST-DATE
066800     END-IF.
066900     IF DL100-JRN-DATE NOT > DL250-REQ-ASOF-DATE
067000         GO TO 3310-EXIT
067100     END-IF.
067200     IF DL100-JRN-FROM-MSGMAINT
067300         PERFORM 3400-UNDO-MESSAGE-IMAGE THRU 3400-EXIT
067400     END-IF.
067500     IF DL100-JRN-FROM-CALMAINT
067600         PERFORM 3500-UNDO-CAL-IMAGE THRU 3500-EXIT
067700     END-IF.
067800
067900 3310-EXIT.
068000     EXIT.
068100
068200 3400-UNDO-MESSAGE-IMAGE.
068300     MOVE ZERO TO DL250-FOUND-SUB.
068400     IF DL250-MSG-COUNT > 0
068500         PERFORM 3410-TEST-ONE-MESSAGE THRU 3410-EXIT
068600             VARYING DL250-SEARCH-SUB FROM 1 BY 1
068700             UNTIL DL250-FOUND-SUB > 0
068800             OR DL250-SEARCH-SUB > DL250-MSG-COUNT
068900     END-IF.
069000     IF DL250-FOUND-SUB > 0
069100         SET DL250-MSG-IDX TO DL250-FOUND-SUB
069200         IF DL250-MSG-SETTLED(DL250-MSG-IDX)
069300             GO TO 3400-EXIT
069400         END-IF
069500     ELSE
069600         IF DL250-MSG-COUNT = DL250-MSG-MAX
069700             MOVE "Y" TO DL250-TABLE-FULL-SWITCH
069800             GO TO 3400-EXIT
069900         END-IF
070000         ADD 1 TO DL250-MSG-COUNT
070100         SET DL250-MSG-IDX TO DL250-MSG-COUNT
070200     END-IF.
070300     MOVE "Y" TO DL250-MSG-SETTLED-FLAG(DL250-MSG-IDX).
070400     MOVE DL100-JRN-MSG-IMAGE TO DL250-MSG-DATA(DL250-MSG-IDX).
070500     IF DL100-JRN-BEFORE-IMAGE
070600         MOVE SPACE TO DL250-MSG-DELETE-FLAG(DL250-MSG-IDX)
070700     ELSE
070800         MOVE "D"   TO DL250-MSG-DELETE-FLAG(DL250-MSG-IDX)
070900     END-IF.
071000     ADD 1 TO DL250-UNDO-COUNT.
071100
071200 3400-EXIT.
071300     EXIT.
071400
071500 3410-TEST-ONE-MESSAGE.
071600     SET DL250-MSG-IDX TO DL250-SEARCH-SUB.
071700     IF DL250-MSG-ID(DL250-MSG-IDX) = DL100-JRN-MSG-ID
071800         MOVE DL250-SEARCH-SUB TO DL250-FOUND-SUB
071900     END-IF.
072000
072100 3410-EXIT.
072200     EXIT.
072300
072400 3500-UNDO-CAL-IMAGE.
072500     MOVE ZERO TO DL250-FOUND-SUB.
072600     IF DL250-CAL-COUNT > 0
072700         PERFORM 3510-TEST-ONE-CAL-ENTRY THRU 3510-EXIT
072800             VARYING DL250-SEARCH-SUB FROM 1 BY 1
072900             UNTIL DL250-FOUND-SUB > 0
073000             OR DL250-SEARCH-SUB > DL250-CAL-COUNT
073100     END-IF.
073200     IF DL250-FOUND-SUB > 0
073300         SET DL250-CAL-IDX TO DL250-FOUND-SUB
073400         IF DL250-CAL-SETTLED(DL250-CAL-IDX)
073500             GO TO 3500-EXIT
073600         END-IF
073700     ELSE
073800         IF DL250-CAL-COUNT = DL250-CAL-MAX
073900             MOVE "Y" TO DL250-TABLE-FULL-SWITCH
074000             GO TO 3500-EXIT
074100         END-IF
074200         ADD 1 TO DL250-CAL-COUNT
074300         SET DL250-CAL-IDX TO DL250-CAL-COUNT
074400     END-IF.
074500     MOVE "Y" TO DL250-CAL-SETTLED-FLAG(DL250-CAL-IDX).
074600     MOVE DL100-JRN-CAL-IMAGE TO DL250-CAL-DATA(DL250-CAL-IDX).
074700     IF DL100-JRN-BEFORE-IMAGE
074800         MOVE SPACE TO DL250-CAL-DELETE-FLAG(DL250-CAL-IDX)
074900     ELSE
075000         MOVE "D"   TO DL250-CAL-DELETE-FLAG(DL250-CAL-IDX)
075100     END-IF.
075200     ADD 1 TO DL250-UNDO-COUNT.
075300
075400 3500-EXIT.
075500     EXIT.
075600
075700 3510-TEST-ONE-CAL-ENTRY.
075800     SET DL250-CAL-IDX TO DL250-SEARCH-SUB.
075900     IF DL250-CAL-JOB-NAME(DL250-CAL-IDX) = DL100-JRN-CAL-JOB-NAME
076000         AND DL250-CAL-ENTRY-TYPE(DL250-CAL-IDX)
076100             = DL100-JRN-CAL-ENTRY-TYPE
076200         AND DL250-CAL-DATE(DL250-CAL-IDX) = DL100-JRN-CAL-DATE
076300         MOVE DL250-SEARCH-SUB TO DL250-FOUND-SUB
076400     END-IF.
076500
076600 3510-EXIT.
076700     EXIT.
076800
076900*===============================================================
077000* 4000-PRINT-CALENDAR -- THE REBUILT ENTRIES THAT APPLY TO THE
077100* STREAM (ITS OWN AND THE GENERIC ONES), THEN THE ONE THE AS-OF
077200* NIGHT RESOLVED TO.
077300*===============================================================
077400 4000-PRINT-CALENDAR.
077500     MOVE "RUN CALENDAR ENTRIES IN FORCE FOR THE STREAM:"
077600         TO DL250-INF-TEXT.
077700     PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT.
077800     MOVE DL250-RPT-CAL-HEADING TO DL250-INF-TEXT.
077900     PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT.
078000     MOVE ZERO TO DL250-CAL-SHOWN-COUNT.
078100     IF DL250-CAL-COUNT > 0
078200         PERFORM 4100-PRINT-ONE-CAL-ENTRY THRU 4100-EXIT
078300             VARYING DL250-SEARCH-SUB FROM 1 BY 1
078400             UNTIL DL250-SEARCH-SUB > DL250-CAL-COUNT
078500     END-IF.
078600     IF DL250-CAL-SHOWN-COUNT = 0
078700         MOVE "  (NONE)" TO DL250-INF-TEXT
078800         PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT
078900     END-IF.
079000     MOVE SPACES TO DL250-INF-TEXT.
079100     PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT.
079200     MOVE "THE AS-OF NIGHT RESOLVED TO:" TO DL250-INF-TEXT.
079300     PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT.
079400     MOVE DL250-RPT-PROJ-HEADING TO DL250-INF-TEXT.
079500     PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT.
079600     PERFORM 4200-RESOLVE-NIGHT THRU 4200-EXIT.
079700     PERFORM 4300-PRINT-RESOLVED THRU 4300-EXIT.
079800     MOVE SPACES TO DL250-INF-TEXT.
079900     PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT.
080000
080100 4000-EXIT.
080200     EXIT.
080300
080400 4100-PRINT-ONE-CAL-ENTRY.
080500     SET DL250-CAL-IDX TO DL250-SEARCH-SUB.
080600     IF DL250-CAL-DELETE-FLAG(DL250-CAL-IDX) NOT = SPACE
080700         GO TO 4100-EXIT
080800     END-IF.
080900     IF DL250-CAL-JOB-NAME(DL250-CAL-IDX) NOT = SPACES
081000         AND DL250-CAL-JOB-NAME(DL250-CAL-IDX)
081100             NOT = DL250-REQ-JOB-NAME
081200         GO TO 4100-EXIT
081300     END-IF.
081400     IF DL250-CAL-JOB-NAME(DL250-CAL-IDX) = SPACES
081500         MOVE "*GENERIC" TO DL250-CL-JOB
081600     ELSE
081700         MOVE DL250-CAL-JOB-NAME(DL250-CAL-IDX) TO DL250-CL-JOB
081800     END-IF.
081900     EVALUATE DL250-CAL-ENTRY-TYPE(DL250-CAL-IDX)
082000         WHEN "D"
082100             MOVE "DATED     " TO DL250-CL-TYPE
082200         WHEN "M"
082300             MOVE "MONTH-END " TO DL250-CL-TYPE
082400         WHEN OTHER
082500             MOVE "REGULAR   " TO DL250-CL-TYPE
082600     END-EVALUATE.
082700     MOVE DL250-CAL-DATE(DL250-CAL-IDX)      TO DL250-CL-DATE.
082800     MOVE DL250-CAL-TARGET-COUNT(DL250-CAL-IDX)
082900         TO DL250-CL-COUNT.
083000     MOVE DL250-CAL-CUTOFF(DL250-CAL-IDX)    TO DL250-CL-CUTOFF.
083100     MOVE DL250-CAL-PACE-RATE(DL250-CAL-IDX) TO DL250-CL-RATE.
083200     MOVE DL250-CAL-MESSAGE(DL250-CAL-IDX)   TO DL250-CL-MESSAGE.
083300     MOVE DL250-RPT-CAL-LINE TO DL250-INF-TEXT.
083400     PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT.
083500     ADD 1 TO DL250-CAL-SHOWN-COUNT.
083600
083700 4100-EXIT.
083800     EXIT.
083900
084000 4200-RESOLVE-NIGHT.
084100     MOVE DL250-REQ-ASOF-DATE TO DL250-WORK-DATE.
084200     PERFORM 4250-SET-DAYS-IN-MONTH THRU 4250-EXIT.
084300     IF DL250-WRK-DD = DL250-DAYS-IN-MONTH
084400         MOVE "Y" TO DL250-MONTH-END-SWITCH
084500     ELSE
084600         MOVE "N" TO DL250-MONTH-END-SWITCH
084700     END-IF.
084800     MOVE ZERO TO DL250-BEST-SUB.
084900     MOVE ZERO TO DL250-BEST-PRIORITY.
085000     MOVE "N" TO DL250-BEST-STREAM-SWITCH.
085100     IF DL250-CAL-COUNT > 0
085200         PERFORM 4210-TEST-ONE-CAL-ENTRY THRU 4210-EXIT
085300             VARYING DL250-SEARCH-SUB FROM 1 BY 1
085400             UNTIL DL250-SEARCH-SUB > DL250-CAL-COUNT
085500     END-IF.
085600
085700 4200-EXIT.
085800     EXIT.
085900
086000 4210-TEST-ONE-CAL-ENTRY.
086100     SET DL250-CAL-IDX TO DL250-SEARCH-SUB.
086200     IF DL250-CAL-DELETE-FLAG(DL250-CAL-IDX) NOT = SPACE
086300         GO TO 4210-EXIT
086400     END-IF.
086500     IF DL250-CAL-TARGET-COUNT(DL250-CAL-IDX) IS NOT NUMERIC
086600         GO TO 4210-EXIT
086700     END-IF.
086800     IF DL250-CAL-JOB-NAME(DL250-CAL-IDX) NOT = SPACES
086900         AND DL250-CAL-JOB-NAME(DL250-CAL-IDX)
087000             NOT = DL250-REQ-JOB-NAME
087100         GO TO 4210-EXIT
087200     END-IF.
087300     MOVE ZERO TO DL250-ENTRY-PRIORITY.
087400     EVALUATE DL250-CAL-ENTRY-TYPE(DL250-CAL-IDX)
087500         WHEN "D"
087600             IF DL250-CAL-DATE(DL250-CAL-IDX)
087700                 = DL250-REQ-ASOF-DATE
087800                 MOVE 3 TO DL250-ENTRY-PRIORITY
087900             END-IF
088000         WHEN "M"
088100             IF DL250-MONTH-END-NIGHT
088200                 MOVE 2 TO DL250-ENTRY-PRIORITY
088300             END-IF
088400         WHEN "R"
088500             MOVE 1 TO DL250-ENTRY-PRIORITY
088600     END-EVALUATE.
088700     IF DL250-ENTRY-PRIORITY = 0
088800         GO TO 4210-EXIT
088900     END-IF.
089000     IF DL250-ENTRY-PRIORITY > DL250-BEST-PRIORITY
089100         PERFORM 4220-SELECT-CAL-ENTRY THRU 4220-EXIT
089200     ELSE
089300         IF DL250-ENTRY-PRIORITY = DL250-BEST-PRIORITY
089400             AND DL250-CAL-JOB-NAME(DL250-CAL-IDX)
089500                 = DL250-REQ-JOB-NAME
089600             AND NOT DL250-BEST-IS-STREAMS-OWN
089700             PERFORM 4220-SELECT-CAL-ENTRY THRU 4220-EXIT
089800         END-IF
089900     END-IF.
090000
090100 4210-EXIT.
090200     EXIT.
090300
090400 4220-SELECT-CAL-ENTRY.
090500     MOVE DL250-ENTRY-PRIORITY TO DL250-BEST-PRIORITY.
090600     MOVE DL250-SEARCH-SUB     TO DL250-BEST-SUB.
090700     IF DL250-CAL-JOB-NAME(DL250-CAL-IDX) = DL250-REQ-JOB-NAME
090800         MOVE "Y" TO DL250-BEST-STREAM-SWITCH
090900     ELSE
091000         MOVE "N" TO DL250-BEST-STREAM-SWITCH
091100     END-IF.
091200
091300 4220-EXIT.
091400     EXIT.
091500
091600*===============================================================
091700* 4250-SET-DAYS-IN-MONTH / 4260-TEST-LEAP-YEAR -- FOR THE MONTH
091800* IN DL250-WORK-DATE.
091900*===============================================================
092000 4250-SET-DAYS-IN-MONTH.
092100     EVALUATE DL250-WRK-MM
092200         WHEN 1
092300         WHEN 3
092400         WHEN 5
092500         WHEN 7
092600         WHEN 8
092700         WHEN 10
092800         WHEN 12
092900             MOVE 31 TO DL250-DAYS-IN-MONTH
093000         WHEN 4
093100         WHEN 6
093200         WHEN 9
093300         WHEN 11
093400             MOVE 30 TO DL250-DAYS-IN-MONTH
093500         WHEN 2
093600             PERFORM 4260-TEST-LEAP-YEAR THRU 4260-EXIT
093700             IF DL250-LEAP-YEAR
093800                 MOVE 29 TO DL250-DAYS-IN-MONTH
093900             ELSE
094000                 MOVE 28 TO DL250-DAYS-IN-MONTH
094100             END-IF
094200         WHEN OTHER
094300             MOVE 31 TO DL250-DAYS-IN-MONTH
094400     END-EVALUATE.
094500
094600 4250-EXIT.
094700     EXIT.
094800
094900 4260-TEST-LEAP-YEAR.
095000     MOVE "N" TO DL250-LEAP-SWITCH.
095100     DIVIDE DL250-WRK-YYYY BY 4
095200         GIVING DL250-LEAP-QUOTIENT
095300         REMAINDER DL250-LEAP-REMAINDER.
095400     IF DL250-LEAP-REMAINDER = 0
095500         MOVE "Y" TO DL250-LEAP-SWITCH
095600     END-IF.
095700     DIVIDE DL250-WRK-YYYY BY 100
095800         GIVING DL250-LEAP-QUOTIENT
095900         REMAINDER DL250-LEAP-REMAINDER.
096000     IF DL250-LEAP-REMAINDER = 0
096100         MOVE "N" TO DL250-LEAP-SWITCH
096200     END-IF.
096300     DIVIDE DL250-WRK-YYYY BY 400
096400         GIVING DL250-LEAP-QUOTIENT
096500         REMAINDER DL250-LEAP-REMAINDER.
096600     IF DL250-LEAP-REMAINDER = 0
096700         MOVE "Y" TO DL250-LEAP-SWITCH
096800     END-IF.
096900
097000 4260-EXIT.
097100     EXIT.
097200
097300 4300-PRINT-RESOLVED.
097400     MOVE DL250-REQ-ASOF-DATE TO DL250-PJ-DATE.
097500     IF DL250-BEST-SUB = 0
097600         MOVE "NO MATCH  " TO DL250-PJ-SOURCE
097700         MOVE SPACES       TO DL250-PJ-SCOPE
097800         MOVE ZERO         TO DL250-PJ-COUNT
097900         MOVE ZERO         TO DL250-PJ-CUTOFF
098000         MOVE ZERO         TO DL250-PJ-RATE
098100         MOVE "COMPILED DEFAULTS STAND" TO DL250-PJ-MESSAGE
098200     ELSE
098300         SET DL250-CAL-IDX TO DL250-BEST-SUB
098400         EVALUATE DL250-CAL-ENTRY-TYPE(DL250-CAL-IDX)
098500             WHEN "D"
098600                 MOVE "DATED     " TO DL250-PJ-SOURCE
098700             WHEN "M"
098800                 MOVE "MONTH-END " TO DL250-PJ-SOURCE
098900             WHEN OTHER
099000                 MOVE "REGULAR   " TO DL250-PJ-SOURCE
099100         END-EVALUATE
099200         IF DL250-BEST-IS-STREAMS-OWN
099300             MOVE "STREAM  " TO DL250-PJ-SCOPE
099400         ELSE
099500             MOVE "GENERIC " TO DL250-PJ-SCOPE
099600         END-IF
099700         MOVE DL250-CAL-TARGET-COUNT(DL250-CAL-IDX)
099800             TO DL250-PJ-COUNT
099900         MOVE DL250-CAL-CUTOFF(DL250-CAL-IDX)
100000             TO DL250-PJ-CUTOFF
100100         MOVE DL250-CAL-PACE-RATE(DL250-CAL-IDX)
100200             TO DL250-PJ-RATE
100300         MOVE DL250-CAL-MESSAGE(DL250-CAL-IDX)
100400             TO DL250-PJ-MESSAGE
100500     END-IF.
100600     MOVE DL250-RPT-PROJ-LINE TO DL250-INF-TEXT.
100700     PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT.
100800
100900 4300-EXIT.
101000     EXIT.
101100
101200*===============================================================
101300* 4500-PRINT-MESSAGES -- THE MESSAGES THE BROADCAST WOULD HAVE
101400* LOADED FOR THE STREAM THAT NIGHT: ACTIVE, IN EFFECT ON THE
101500* AS-OF DATE, AND GENERIC OR TARGETED AT THE STREAM (THE TEST
101600* 1080-READ-ONE-MESSAGE MAKES), IN ROTATION ORDER.
101700*===============================================================
101800 4500-PRINT-MESSAGES.
101900     MOVE "ACTIVE MESSAGE SET FOR THE STREAM:" TO DL250-INF-TEXT.
102000     PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT.
102100     MOVE DL250-RPT-MSG-HEADING TO DL250-INF-TEXT.
102200     PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT.
102300     MOVE ZERO TO DL250-MSG-SHOWN-COUNT.
102400     IF DL250-MSG-COUNT > 0
102500         PERFORM 4600-PRINT-ONE-MESSAGE THRU 4600-EXIT
102600             VARYING DL250-SEARCH-SUB FROM 1 BY 1
102700             UNTIL DL250-SEARCH-SUB > DL250-MSG-COUNT
102800     END-IF.
102900     IF DL250-MSG-SHOWN-COUNT = 0
103000         MOVE "  (NONE - COMPILED DEFAULT MESSAGE STANDS)"
103100             TO DL250-INF-TEXT
103200         PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT
103300     END-IF.
103400     MOVE SPACES TO DL250-INF-TEXT.
103500     PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT.
103600
103700 4500-EXIT.
103800     EXIT.
103900
104000 4600-PRINT-ONE-MESSAGE.
104100     SET DL250-MSG-IDX TO DL250-SEARCH-SUB.
104200     IF DL250-MSG-DELETE-FLAG(DL250-MSG-IDX) NOT = SPACE
104300         OR DL250-MSG-ACTIVE-FLAG(DL250-MSG-IDX) NOT = "A"
104400         GO TO 4600-EXIT
104500     END-IF.
104600     IF DL250-MSG-EFF-FROM(DL250-MSG-IDX) IS NUMERIC
104700         AND DL250-MSG-EFF-FROM(DL250-MSG-IDX)
104800             > DL250-REQ-ASOF-DATE
104900         GO TO 4600-EXIT
105000     END-IF.
105100     IF DL250-MSG-EFF-TO(DL250-MSG-IDX) IS NUMERIC
105200         AND DL250-MSG-EFF-TO(DL250-MSG-IDX) > 0
105300         AND DL250-MSG-EFF-TO(DL250-MSG-IDX) < DL250-REQ-ASOF-DATE
105400         GO TO 4600-EXIT
105500     END-IF.
105600     IF DL250-MSG-TARGETS(DL250-MSG-IDX) = SPACES
105700         MOVE "GENERIC " TO DL250-ML-SCOPE
105800     ELSE
105900         MOVE "N" TO DL250-STREAM-SWITCH
106000         PERFORM 4610-TEST-ONE-TARGET THRU 4610-EXIT
106100             VARYING DL250-TGT-SUB FROM 1 BY 1
106200             UNTIL DL250-TGT-SUB > 4
106300             OR DL250-FOR-STREAM
106400         IF NOT DL250-FOR-STREAM
106500             GO TO 4600-EXIT
106600         END-IF
106700         MOVE "TARGETED" TO DL250-ML-SCOPE
106800     END-IF.
106900     MOVE DL250-MSG-ID(DL250-MSG-IDX)       TO DL250-ML-ID.
107000     MOVE DL250-MSG-EFF-FROM(DL250-MSG-IDX) TO DL250-ML-FROM.
107100     MOVE DL250-MSG-EFF-TO(DL250-MSG-IDX)   TO DL250-ML-TO.
107200     MOVE DL250-MSG-TEXT(DL250-MSG-IDX)     TO DL250-ML-TEXT.
107300     MOVE DL250-RPT-MSG-LINE TO DL250-INF-TEXT.
107400     PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT.
107500     ADD 1 TO DL250-MSG-SHOWN-COUNT.
107600
107700 4600-EXIT.
107800     EXIT.
107900
108000 4610-TEST-ONE-TARGET.
108100     IF DL250-MSG-TARGET(DL250-MSG-IDX, DL250-TGT-SUB)
108200         = DL250-REQ-JOB-NAME
108300         MOVE "Y" TO DL250-STREAM-SWITCH
108400     END-IF.
108500
108600 4610-EXIT.
108700     EXIT.
108800
108900*===============================================================
109000* 5000-LIST-CHANGES -- A SECOND PASS OVER THE JOURNAL LISTING
109100* EVERY IMAGE DATED AFTER THE AS-OF DATE THAT TOUCHES THE
109200* STREAM: A CALENDAR ENTRY FOR THE STREAM OR GENERIC, OR A
109300* MESSAGE TARGETED AT THE STREAM OR GENERIC.  THIS IS THE
109400* "WHEN DID THAT CHANGE, AND WHO CHANGED IT" HALF OF THE ANSWER.
109500*===============================================================
109600 5000-LIST-CHANGES.
109700     MOVE ZERO TO DL250-CHANGE-COUNT.
109800     MOVE "CHANGES JOURNALED SINCE THE AS-OF DATE:"
109900         TO DL250-INF-TEXT.
110000     PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT.
110100     MOVE DL250-RPT-CHG-HEADING TO DL250-INF-TEXT.
110200     PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT.
110300     OPEN INPUT MNTJRNL.
110400     IF NOT DL250-MNTJRNL-OK AND NOT DL250-MNTJRNL-NOT-FOUND
110500         MOVE "MNTJRNL" TO DL250-ERR-FILE-ID
110600         MOVE DL250-MNTJRNL-STATUS TO DL250-ERR-STATUS
110700         GO TO 8000-ERROR-HANDLER
110800     END-IF.
110900     IF DL250-MNTJRNL-OK
111000         PERFORM 5100-READ-ONE-CHANGE THRU 5100-EXIT
111100             UNTIL DL250-MNTJRNL-EOF
111200         CLOSE MNTJRNL
111300         IF NOT DL250-MNTJRNL-OK
111400             MOVE "MNTJRNL" TO DL250-ERR-FILE-ID
111500             MOVE DL250-MNTJRNL-STATUS TO DL250-ERR-STATUS
111600             GO TO 8000-ERROR-HANDLER
111700         END-IF
111800     END-IF.
111900     IF DL250-CHANGE-COUNT = 0
112000         MOVE "  (NONE)" TO DL250-INF-TEXT
112100         PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT
112200     END-IF.
112300     MOVE SPACES TO DL250-INF-TEXT.
112400     PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT.
112500     MOVE "CALENDAR ENTRIES SHOWN:"
112600         TO DL250-TOT-TITLE.
112700     MOVE DL250-CAL-SHOWN-COUNT TO DL250-TOT-VALUE.
112800     PERFORM 5900-WRITE-TOTAL-LINE THRU 5900-EXIT.
112900     MOVE "ACTIVE MESSAGES SHOWN:"
113000         TO DL250-TOT-TITLE.
113100     MOVE DL250-MSG-SHOWN-COUNT TO DL250-TOT-VALUE.
113200     PERFORM 5900-WRITE-TOTAL-LINE THRU 5900-EXIT.
113300     MOVE "JOURNAL IMAGES WOUND BACK:"
113400         TO DL250-TOT-TITLE.
113500     MOVE DL250-UNDO-COUNT TO DL250-TOT-VALUE.
113600     PERFORM 5900-WRITE-TOTAL-LINE THRU 5900-EXIT.
113700     MOVE "CHANGES TO THE STREAM SINCE:"
113800         TO DL250-TOT-TITLE.
113900     MOVE DL250-CHANGE-COUNT TO DL250-TOT-VALUE.
114000     PERFORM 5900-WRITE-TOTAL-LINE THRU 5900-EXIT.
114100
114200 5000-EXIT.
114300     EXIT.
114400
114500 5100-READ-ONE-CHANGE.
114600     READ MNTJRNL
114700         AT END
114800             GO TO 5100-EXIT
114900     END-READ.
115000     IF NOT DL250-MNTJRNL-OK AND NOT DL250-MNTJRNL-EOF
115100         MOVE "MNTJRNL" TO DL250-ERR-FILE-ID
115200         MOVE DL250-MNTJRNL-STATUS TO DL250-ERR-STATUS
115300         GO TO 8000-ERROR-HANDLER
115400     END-IF.
115500     IF DL100-JRN-DATE NOT > DL250-REQ-ASOF-DATE
115600         GO TO 5100-EXIT
115700     END-IF.
115800     MOVE "N" TO DL250-STREAM-SWITCH.
115900     IF DL100-JRN-FROM-CALMAINT
116000         IF DL100-JRN-CAL-JOB-NAME = SPACES
116100             OR DL100-JRN-CAL-JOB-NAME = DL250-REQ-JOB-NAME
116200             MOVE "Y" TO DL250-STREAM-SWITCH
116300         END-IF
116400     END-IF.
116500     IF DL100-JRN-FROM-MSGMAINT
116600         IF DL100-JRN-MSG-TARGETS = SPACES
116700             MOVE "Y" TO DL250-STREAM-SWITCH
116800         ELSE
116900             PERFORM 5110-TEST-ONE-TARGET THRU 5110-EXIT
117000                 VARYING DL250-TGT-SUB FROM 1 BY 1
117100                 UNTIL DL250-TGT-SUB > 4
117200                 OR DL250-FOR-STREAM
117300         END-IF
117400     END-IF.
117500     IF DL250-FOR-STREAM
117600         PERFORM 5200-PRINT-CHANGE THRU 5200-EXIT
117700     END-IF.
117800
117900 5100-EXIT.
118000     EXIT.
118100
118200 5110-TEST-ONE-TARGET.
118300     IF DL100-JRN-MSG-TARGET(DL250-TGT-SUB) = DL250-REQ-JOB-NAME
118400         MOVE "Y" TO DL250-STREAM-SWITCH
118500     END-IF.
118600
118700 5110-EXIT.
118800     EXIT.
118900
119000 5200-PRINT-CHANGE.
119100     MOVE DL100-JRN-DATE    TO DL250-CHG-DATE.
119200     MOVE DL100-JRN-TIME    TO DL250-WORK-TIME.
119300     MOVE DL250-WRK-HHMMSS  TO DL250-CHG-TIME.
119400     MOVE DL100-JRN-SOURCE  TO DL250-CHG-SOURCE.
119500     MOVE DL100-JRN-TXN-NO  TO DL250-CHG-TXN-NO.
119600     MOVE DL100-JRN-ACTION  TO DL250-CHG-ACTION.
119700     MOVE DL100-JRN-USERID  TO DL250-CHG-USERID.
119800     IF DL100-JRN-BEFORE-IMAGE
119900         MOVE "BEFORE" TO DL250-CHG-IMAGE
120000     ELSE
120100         MOVE "AFTER " TO DL250-CHG-IMAGE
120200     END-IF.
120300     MOVE SPACES TO DL250-CHG-KEY.
120400     MOVE SPACES TO DL250-CHG-DETAIL.
120500     IF DL100-JRN-FROM-CALMAINT
120600         IF DL100-JRN-CAL-JOB-NAME = SPACES
120700             MOVE "*GENERIC" TO DL250-CHG-KEY-JOB
120800         ELSE
120900             MOVE DL100-JRN-CAL-JOB-NAME TO DL250-CHG-KEY-JOB
121000         END-IF
121100         MOVE DL100-JRN-CAL-ENTRY-TYPE   TO DL250-CHG-KEY-TYPE
121200         MOVE DL100-JRN-CAL-DATE         TO DL250-CHG-KEY-DATE
121300         MOVE DL100-JRN-CAL-TARGET-COUNT TO DL250-CHG-COUNT
121400         MOVE DL100-JRN-CAL-CUTOFF-TIME  TO DL250-CHG-CUTOFF
121500         MOVE DL100-JRN-CAL-PACE-RATE    TO DL250-CHG-RATE
121600         MOVE DL100-JRN-CAL-MESSAGE-TEXT TO DL250-CHG-CAL-TEXT
121700     ELSE
121800         MOVE DL100-JRN-MSG-ID           TO DL250-CHG-KEY
121900         MOVE DL100-JRN-MSG-EFF-FROM     TO DL250-CHG-FROM
122000         MOVE DL100-JRN-MSG-EFF-TO       TO DL250-CHG-TO
122100         MOVE DL100-JRN-MSG-ACTIVE-FLAG  TO DL250-CHG-FLAG
122200         MOVE DL100-JRN-MSG-TEXT         TO DL250-CHG-MSG-TEXT
122300     END-IF.
122400     MOVE DL250-RPT-CHG-LINE TO DL250-INF-TEXT.
122500     PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT.
122600     ADD 1 TO DL250-CHANGE-COUNT.
122700
122800 5200-EXIT.
122900     EXIT.
123000
123100 5900-WRITE-TOTAL-LINE.
123200     WRITE DL250-PRINT-RECORD FROM DL250-RPT-TOTAL-LINE
123300         AFTER ADVANCING 1 LINE.
123400     IF NOT DL250-ASOFRPT-OK
123500         MOVE "ASOFRPT" TO DL250-ERR-FILE-ID
123600         MOVE DL250-ASOFRPT-STATUS TO DL250-ERR-STATUS
123700         GO TO 8000-ERROR-HANDLER
123800     END-IF.
123900
124000 5900-EXIT.
124100     EXIT.
124200
124300*===============================================================
124400* 6000-TERMINATE -- CLOSE EVERYTHING OUT.
124500*===============================================================
124600 6000-TERMINATE.
124700     CLOSE REQFILE.
124800     IF NOT DL250-REQFILE-OK
124900         MOVE "REQFILE" TO DL250-ERR-FILE-ID
125000         MOVE DL250-REQFILE-STATUS TO DL250-ERR-STATUS
125100         GO TO 8000-ERROR-HANDLER
125200     END-IF.
125300     CLOSE ASOFRPT.
125400     IF NOT DL250-ASOFRPT-OK
125500         MOVE "ASOFRPT" TO DL250-ERR-FILE-ID
125600         MOVE DL250-ASOFRPT-STATUS TO DL250-ERR-STATUS
125700         GO TO 8000-ERROR-HANDLER
125800     END-IF.
125900
126000 6000-EXIT.
126100     EXIT.
126200
126300 7000-WRITE-INFO-LINE.
126400     WRITE DL250-PRINT-RECORD FROM DL250-RPT-INFO-LINE
126500         AFTER ADVANCING 1 LINE.
126600     IF NOT DL250-ASOFRPT-OK
126700         MOVE "ASOFRPT" TO DL250-ERR-FILE-ID
126800         MOVE DL250-ASOFRPT-STATUS TO DL250-ERR-STATUS
126900         GO TO 8000-ERROR-HANDLER
127000     END-IF.
127100
127200 7000-EXIT.
127300     EXIT.
127400
127500*===============================================================
127600* 8000-ERROR-HANDLER -- COMMON I/O ERROR TRAP, SAME CONVENTION
127700* AS LONG-PROGRAM.
127800*===============================================================
127900 8000-ERROR-HANDLER.
128000     DISPLAY "*** ASOF-INQUIRY I/O ERROR ***".
128100     DISPLAY "FILE: "   DL250-ERR-FILE-ID
128200             "  STATUS: " DL250-ERR-STATUS.
128300     MOVE 16 TO RETURN-CODE.
128400     STOP RUN.
