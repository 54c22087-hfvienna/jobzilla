002000                BROADCAST'S GATE.  SAME AUDIT TRAIL, SAME
002100                RECONCILIATION GUARANTEES, A FRACTION OF THE
002200                WALL CLOCK ON THE HEAVY NIGHTS.
002300                WITH THE PARTITION COUNT LEFT OFF THE CARD THE
002400                DRIVER SIZES ITSELF: FROM THE STREAM'S RECENT
002500                MESSAGES PER SECOND ON RUNHIST, THE TARGET, AND
002600                THE NIGHT'S CALFILE CUTOFF IT PICKS THE SMALLEST
002700                COUNT THAT FINISHES INSIDE THE WINDOW WITH A
002800                SAFETY MARGIN, AND RAISES AN ALERTFL WARNING
002900                BEFORE BROADCASTING WHEN EVEN FOUR CANNOT.
003000*===============================================================
003100* MODIFICATION HISTORY
003200*---------------------------------------------------------------
003300* DATE       INIT  DESCRIPTION
003400* ---------- ----  -------------------------------------------
003500* 2026-08-22 RTH   INITIAL VERSION.
003600* 2026-09-03 RTH   LOG RECORDS GREW TO 133 BYTES WHEN THE
003700*                  MESSAGE ID WAS ADDED; THE PARTITION LOG AND
003800*                  MERGE RECORD AREAS GREW WITH THEM.
003900* 2026-09-03 RTH   MULTI-STREAM GATEFL: THE DRIVER CARD MAY NOW
004000*                  NAME THE STREAM THE GATE RECORD IS KEYED
004100*                  UNDER (BLANK KEEPS PARTDRVR), AND THE GATE
004200*                  WRITE CARRIES EVERY OTHER STREAM'S RECORD
004300*                  ACROSS THE REWRITE INSTEAD OF WIPING THE
004400*                  FILE TO A SINGLE RECORD.
004500* 2026-09-03 RTH   ADDED THE PARTSTAT PER-PARTITION RESTART
004600*                  TRAIL.  EACH PARTITION'S SLICE, FINAL
004700*                  COUNTER AND OUTCOME ARE APPENDED AS IT COMES
004800*                  BACK; ON RESTART, PARTITIONS ALREADY
004900*                  COMPLETE UNDER THE SAME CARD AND SLICE ARE
005000*                  SKIPPED (THEIR PARTITION LOGS FROM THE
005100*                  EARLIER RUN STAND) AND ONLY THE FAILED
005200*                  SLICES RERUN BEFORE THE NORMAL MERGE AND
005300*                  RECONCILE.  THE TRAIL IS CLEARED AFTER A
005400*                  FULLY RECONCILED RUN, LIKE THE STANDALONE
005500*                  CHECKPOINT TRAIL.
005600* 2026-09-03 RTH   A NOGO GATE FROM THE DRIVER NOW ALSO APPENDS
005700*                  A STRUCTURED INCIDENT RECORD TO THE ALERTFL
005800*                  PAGING/TICKETING INTERFACE, SAME AS THE
005900*                  STANDALONE BROADCAST DOES.
006000* 2026-10-15 RTH   LOG RECORDS GREW TO 141 BYTES WHEN THE STREAM
006100*                  NAME WAS ADDED.  THE MERGE STAMPS EVERY LINE
006200*                  IT WRITES TO JOBLOG WITH THE DRIVER'S STREAM
006300*                  SO THE NIGHT CAN BE VERIFIED ON ITS OWN.
006400* 2026-10-15 RTH   THE DRIVER NOW WRITES ITS OWN AUDITFL HEADER
006500*                  AND TRAILER UNDER THE CARD'S STREAM, AND THE
006600*                  TRAILER CARRIES THE CONTROL TOTALS OF THE
006700*                  LINES THE MERGE WROTE TO JOBLOG (RECORD COUNT,
006800*                  HASH TOTAL OF COUNTERS, COUNT PER MESSAGE ID),
006900*                  SO LOG-VERIFY CAN PROVE THE MERGED NIGHT.
007000* 2026-10-15 RTH   SELF-SIZING.  A BLANK OR ZERO PARTITION COUNT
007100*                  ON THE CARD NOW MEANS THE DRIVER PICKS IT: THE
007200*                  STREAM'S RECENT RATE FROM RUNHIST AGAINST THE
007300*                  TARGET AND THE TIGHTER OF THE CALFILE CUTOFF
007400*                  AND THE ELAPSED LIMIT, WITH A SAFETY MARGIN.
007500*                  DRVRPT SHOWS THE FIGURES AND THE PROJECTION FOR
007600*                  EACH CHOICE.  A CARD COUNT STILL WINS, A
007700*                  RESTART KEEPS THE COUNT ITS FAILED RUN USED,
007800*                  AND A WINDRISK WARNING GOES TO ALERTFL BEFORE
007900*                  THE BROADCAST WHEN EVEN FOUR WILL NOT FIT.
008000* 2026-10-15 RTH   MERGE CONTROL TOTALS ARE NOW TAKEN BEFORE THE
008100*                  JOBLOG WRITE, NOT FROM THE BLOCKED RECORD AREA
008200*                  AFTER IT, AND THE CONTROL-ID TABLE IS WALKED
008300*                  WITH A SUBSCRIPT SO THE TRAILER'S ID ENTRIES
008400*                  (A DIFFERENT LENGTH) LINE UP.
008500* 2026-10-15 RTH   MEMBER RESEQUENCED.
008510* 2026-10-15 RTH   ON RESTART A SKIPPED SLICE'S LINES ARE
008520*                  RE-STAMPED WITH THIS RUN'S START AS THEY ARE
008530*                  MERGED, SO LOG-VERIFY GIVES THEM TO THE SAME
008540*                  RUN WHOSE TRAILER COUNTS THEM.  SIZING HISTORY
008550*                  SKIPS NIGHTS HIST-UPDATE FOLDED FROM A GATE
008560*                  ALONE: THAT IS HOW A DRIVER NIGHT ARRIVES, AND
008570*                  ITS RATE IS ALREADY EVERY PARTITION'S TOGETHER.
008600*===============================================================
008700
008800 ENVIRONMENT DIVISION.
008900 CONFIGURATION SECTION.
009000 SOURCE-COMPUTER.   IBM-370.
009100 OBJECT-COMPUTER.   IBM-370.
009200
009300 INPUT-OUTPUT SECTION.
009400 FILE-CONTROL.
009500     SELECT DRVCARD ASSIGN TO "DRVCARD"
009600         ORGANIZATION IS SEQUENTIAL
009700         ACCESS MODE IS SEQUENTIAL
009800         FILE STATUS IS DL180-DRVCARD-STATUS.
009900
010000     SELECT PARTLG01 ASSIGN TO "PARTLG01"
010100         ORGANIZATION IS SEQUENTIAL
010200         ACCESS MODE IS SEQUENTIAL
010300         FILE STATUS IS DL180-PARTLOG-STATUS.
010400
010500     SELECT PARTLG02 ASSIGN TO "PARTLG02"
010600         ORGANIZATION IS SEQUENTIAL
010700         ACCESS MODE IS SEQUENTIAL
010800         FILE STATUS IS DL180-PARTLOG-STATUS.
010900
011000     SELECT PARTLG03 ASSIGN TO "PARTLG03"
011100         ORGANIZATION IS SEQUENTIAL
011200         ACCESS MODE IS SEQUENTIAL
011300         FILE STATUS IS DL180-PARTLOG-STATUS.
011400
011500     SELECT PARTLG04 ASSIGN TO "PARTLG04"
011600         ORGANIZATION IS SEQUENTIAL
011700         ACCESS MODE IS SEQUENTIAL
011800         FILE STATUS IS DL180-PARTLOG-STATUS.
011900
012000     SELECT JOBLOG ASSIGN TO "JOBLOG"
012100         ORGANIZATION IS SEQUENTIAL
012200         ACCESS MODE IS SEQUENTIAL
012300         FILE STATUS IS DL180-JOBLOG-STATUS.
012400
012500     SELECT GATEFL ASSIGN TO "GATEFL"
012600         ORGANIZATION IS SEQUENTIAL
012700         ACCESS MODE IS SEQUENTIAL
012800         FILE STATUS IS DL180-GATEFL-STATUS.
012900
013000     SELECT PARTSTAT ASSIGN TO "PARTSTAT"
013100         ORGANIZATION IS SEQUENTIAL
013200         ACCESS MODE IS SEQUENTIAL
013300         FILE STATUS IS DL180-PARTSTAT-STATUS.
013400
013500     SELECT ALERTFL ASSIGN TO "ALERTFL"
013600         ORGANIZATION IS SEQUENTIAL
013700         ACCESS MODE IS SEQUENTIAL
013800         FILE STATUS IS DL180-ALERTFL-STATUS.
013850
013900     SELECT AUDITFL ASSIGN TO "AUDITFL"
014000         ORGANIZATION IS INDEXED
014100         ACCESS MODE IS RANDOM
014200         RECORD KEY IS DL100-AUDIT-KEY
014300         FILE STATUS IS DL180-AUDITFL-STATUS.
014400
014500     SELECT RUNHIST ASSIGN TO "RUNHIST"
014600         ORGANIZATION IS INDEXED
014700         ACCESS MODE IS DYNAMIC
014800         RECORD KEY IS DL100-HIST-KEY
014900         FILE STATUS IS DL180-RUNHIST-STATUS.
015000
015100     SELECT CALFILE ASSIGN TO "CALFILE"
015200         ORGANIZATION IS SEQUENTIAL
015300         ACCESS MODE IS SEQUENTIAL
015400         FILE STATUS IS DL180-CALFILE-STATUS.
015500
015600     SELECT DRVRPT ASSIGN TO "DRVRPT"
015700         ORGANIZATION IS SEQUENTIAL
015800         ACCESS MODE IS SEQUENTIAL
015900         FILE STATUS IS DL180-DRVRPT-STATUS.
016000
016100 DATA DIVISION.
016200 FILE SECTION.
016300 FD  DRVCARD
016400     RECORDING MODE IS F
016500     LABEL RECORDS ARE STANDARD.
016600     COPY DRVCARD.
016700
016800 FD  PARTLG01
016900     RECORDING MODE IS F
017000     BLOCK CONTAINS 50 RECORDS
017100     LABEL RECORDS ARE STANDARD.
017200 01  DL180-PARTLG1-RECORD            PIC X(141).
017300
017400 FD  PARTLG02
017500     RECORDING MODE IS F
017600     BLOCK CONTAINS 50 RECORDS
017700     LABEL RECORDS ARE STANDARD.
017800 01  DL180-PARTLG2-RECORD            PIC X(141).
017900
018000 FD  PARTLG03
018100     RECORDING MODE IS F
018200     BLOCK CONTAINS 50 RECORDS
018300     LABEL RECORDS ARE STANDARD.
018400 01  DL180-PARTLG3-RECORD            PIC X(141).
018500
018600 FD  PARTLG04
018700     RECORDING MODE IS F
018800     BLOCK CONTAINS 50 RECORDS
018900     LABEL RECORDS ARE STANDARD.
019000 01  DL180-PARTLG4-RECORD            PIC X(141).
019100
019200 FD  JOBLOG
019300     RECORDING MODE IS F
019400     BLOCK CONTAINS 50 RECORDS
019500     LABEL RECORDS ARE STANDARD.
019600     COPY JOBLOG.
019700
019800 FD  GATEFL
019900     RECORDING MODE IS F
020000     LABEL RECORDS ARE STANDARD.
020100     COPY GATE.
020200
020300 FD  PARTSTAT
020400     RECORDING MODE IS F
020500     LABEL RECORDS ARE STANDARD.
020600     COPY PARTSTAT.
020700
020800 FD  ALERTFL
020900     RECORDING MODE IS F
021000     LABEL RECORDS ARE STANDARD.
021100     COPY ALERT.
021150
021200 FD  AUDITFL
021300     RECORDING MODE IS F
021400     LABEL RECORDS ARE STANDARD.
021500     COPY AUDIT.
021600
021700 FD  RUNHIST
021800     RECORDING MODE IS F
021900     LABEL RECORDS ARE STANDARD.
022000     COPY RUNHIST.
022100
022200 FD  CALFILE
022300     RECORDING MODE IS F
022400     LABEL RECORDS ARE STANDARD.
022500     COPY CALENDAR.
022600
022700 FD  DRVRPT
022800     RECORDING MODE IS F
022900     LABEL RECORDS ARE STANDARD.
023000 01  DL180-PRINT-RECORD              PIC X(132).
023100
023200 WORKING-STORAGE SECTION.
023300*===============================================================
023400* FILE STATUS SWITCHES
023500*===============================================================
023600 01  DL180-SWITCHES.
023700     05  DL180-DRVCARD-STATUS        PIC X(02) VALUE "00".
023800         88  DL180-DRVCARD-OK                  VALUE "00".
023900         88  DL180-DRVCARD-EOF                 VALUE "10".
024000     05  DL180-PARTLOG-STATUS        PIC X(02) VALUE "00".
024100         88  DL180-PARTLOG-OK                  VALUE "00".
024200         88  DL180-PARTLOG-EOF                 VALUE "10".
024300     05  DL180-JOBLOG-STATUS         PIC X(02) VALUE "00".
024400         88  DL180-JOBLOG-OK                   VALUE "00".
024500         88  DL180-JOBLOG-NOT-FOUND            VALUE "35".
024600     05  DL180-GATEFL-STATUS         PIC X(02) VALUE "00".
024700         88  DL180-GATEFL-OK                   VALUE "00".
024800         88  DL180-GATEFL-EOF                  VALUE "10".
024900         88  DL180-GATEFL-NOT-FOUND            VALUE "35".
025000     05  DL180-ALERTFL-STATUS        PIC X(02) VALUE "00".
025100         88  DL180-ALERTFL-OK                  VALUE "00".
025200         88  DL180-ALERTFL-NOT-FOUND           VALUE "35".
025300     05  DL180-PARTSTAT-STATUS       PIC X(02) VALUE "00".
025400         88  DL180-PARTSTAT-OK                 VALUE "00".
025500         88  DL180-PARTSTAT-EOF                VALUE "10".
025600         88  DL180-PARTSTAT-NOT-FOUND          VALUE "35".
025700     05  DL180-AUDITFL-STATUS        PIC X(02) VALUE "00".
025800         88  DL180-AUDITFL-OK                  VALUE "00".
025900         88  DL180-AUDITFL-NOT-FOUND           VALUE "35".
026000     05  DL180-RUNHIST-STATUS        PIC X(02) VALUE "00".
026100         88  DL180-RUNHIST-OK                  VALUE "00".
026200         88  DL180-RUNHIST-EOF                 VALUE "10".
026300         88  DL180-RUNHIST-KEY-NOT-FOUND       VALUE "23".
026400         88  DL180-RUNHIST-NOT-FOUND           VALUE "35".
026500     05  DL180-CALFILE-STATUS        PIC X(02) VALUE "00".
026600         88  DL180-CALFILE-OK                  VALUE "00".
026700         88  DL180-CALFILE-EOF                 VALUE "10".
026800         88  DL180-CALFILE-NOT-FOUND           VALUE "35".
026900     05  DL180-DRVRPT-STATUS         PIC X(02) VALUE "00".
027000         88  DL180-DRVRPT-OK                   VALUE "00".
027100
027200*===============================================================
027300* DRIVER PARAMETERS FROM THE CONTROL CARD
027400*===============================================================
027500 77  DL180-JOB-NAME                  PIC X(08) VALUE "PARTDRVR".
027600 01  DL180-TARGET-COUNT              PIC 9(09) COMP VALUE ZERO.
027700 01  DL180-PARTITION-COUNT           PIC 9(02) COMP VALUE ZERO.
027800 01  DL180-MESSAGE-TEXT              PIC X(100) VALUE SPACES.
027900 01  DL180-ELAPSED-LIMIT             PIC 9(09) COMP VALUE 600.
028000
028100*===============================================================
028200* PARTITION SIZING -- THE STREAM'S RECENT RATE OFF RUNHIST (THE
028300* LAST SEVEN USABLE NIGHTS BEFORE TONIGHT, HELD ROUND-ROBIN),
028400* TONIGHT'S CALFILE CUTOFF AND PACE CEILING, AND THE PROJECTION
028500* FOR EACH PARTITION COUNT.  RATES ARE CARRIED IN HUNDREDTHS OF
028600* A MESSAGE PER SECOND, AS HIST-TREND CARRIES THEM.  THE SIZE
028700* SOURCE SAYS WHERE TONIGHT'S COUNT CAME FROM: C = THE CARD,
028800* R = A RESTART KEEPING THE FAILED RUN'S COUNT, H = HISTORY,
028900* D = NO HISTORY TO GO ON, SO ALL FOUR.
029000*===============================================================
029100 01  DL180-SIZE-SOURCE               PIC X(01) VALUE SPACE.
029200     88  DL180-SIZED-BY-CARD                   VALUE "C".
029300     88  DL180-SIZED-BY-RESTART                VALUE "R".
029400     88  DL180-SIZED-BY-HISTORY                VALUE "H".
029500     88  DL180-SIZED-BY-DEFAULT                VALUE "D".
029600 77  DL180-HIST-JOB-NAME             PIC X(08).
029700 77  DL180-HIST-SAMPLE-MAX           PIC 9(02) COMP VALUE 7.
029800 77  DL180-HIST-SAMPLES              PIC 9(02) COMP VALUE ZERO.
029900 77  DL180-HIST-SLOT                 PIC 9(02) COMP VALUE ZERO.
030000 77  DL180-HIST-SUB                  PIC 9(02) COMP.
030100 01  DL180-HIST-SCAN-SW              PIC X(01) VALUE "N".
030200     88  DL180-HIST-SCAN-DONE                  VALUE "Y".
030300 01  DL180-HIST-TABLE.
030400     05  DL180-HIST-ROW              OCCURS 7 TIMES.
030500         10  DL180-HIST-FINAL        PIC 9(09) COMP.
030600         10  DL180-HIST-ELAPSED      PIC 9(09) COMP.
030700 77  DL180-HIST-FINAL-SUM            PIC 9(12) COMP VALUE ZERO.
030800 77  DL180-HIST-ELAPSED-SUM          PIC 9(12) COMP VALUE ZERO.
030900 77  DL180-HIST-RATE-CC              PIC 9(09) COMP VALUE ZERO.
031000 77  DL180-RATE-CC                   PIC 9(09) COMP VALUE ZERO.
031100 77  DL180-PACE-RATE                 PIC 9(05) COMP VALUE ZERO.
031200 01  DL180-CUTOFF-TIME               PIC 9(06) VALUE ZERO.
031300 01  DL180-CUTOFF-FIELDS REDEFINES DL180-CUTOFF-TIME.
031400     05  DL180-CUTOFF-HH             PIC 9(02).
031500     05  DL180-CUTOFF-MM             PIC 9(02).
031600     05  DL180-CUTOFF-SS             PIC 9(02).
031700 77  DL180-CUTOFF-SECS               PIC 9(09) COMP VALUE ZERO.
031800 77  DL180-WINDOW-SECS               PIC 9(09) COMP VALUE ZERO.
031900 77  DL180-SAFETY-PCT                PIC 9(03) COMP VALUE 20.
032000 77  DL180-SIZE-SUB                  PIC 9(02) COMP.
032100 77  DL180-SIZE-MAX                  PIC 9(02) COMP.
032200 77  DL180-SIZE-PICK                 PIC 9(02) COMP VALUE ZERO.
032300 77  DL180-PRIOR-PARTITIONS          PIC 9(02) COMP VALUE ZERO.
032400 77  DL180-RATE-TIMES-PARTS          PIC 9(12) COMP.
032500 77  DL180-FINISH-SECS               PIC 9(09) COMP.
032600 77  DL180-CLOCK-REM                 PIC 9(09) COMP.
032700 01  DL180-SIZE-TABLE.
032800     05  DL180-SIZE-ROW              OCCURS 4 TIMES.
032900         10  DL180-SZ-PROJ-SECS      PIC 9(09) COMP.
033000         10  DL180-SZ-NEED-SECS      PIC 9(09) COMP.
033100         10  DL180-SZ-FINISH-SECS    PIC 9(09) COMP.
033200         10  DL180-SZ-FITS-SW        PIC X(01).
033300             88  DL180-SZ-FITS                 VALUE "Y".
033400
033500*===============================================================
033600* CALENDAR RESOLUTION FOR TONIGHT'S CUTOFF AND PACE -- THE SAME
033700* SELECTION LONG-PROGRAM MAKES IN 1040-LOAD-CALENDAR.
033800*===============================================================
033900 01  DL180-CAL-MATCH-PRIORITY        PIC 9(01) COMP VALUE ZERO.
034000 01  DL180-CAL-ENTRY-PRIORITY        PIC 9(01) COMP VALUE ZERO.
034100 01  DL180-CAL-MATCH-STREAM          PIC X(01) VALUE "N".
034200     88  DL180-CAL-MATCH-SPECIFIC              VALUE "Y".
034300 01  DL180-CAL-MONTH-END-SWITCH      PIC X(01) VALUE "N".
034400     88  DL180-CAL-MONTH-END-NIGHT             VALUE "Y".
034500 01  DL180-CAL-DAYS-IN-MONTH         PIC 9(02).
034600 01  DL180-LEAP-QUOTIENT             PIC 9(04) COMP.
034700 01  DL180-LEAP-REMAINDER            PIC 9(04) COMP.
034800 01  DL180-LEAP-SWITCH               PIC X(01) VALUE "N".
034900     88  DL180-LEAP-YEAR                       VALUE "Y".
035000
035100*===============================================================
035200* PARTITION SLICES AND RESULTS
035300*===============================================================
035400 77  DL180-PART-SUB                  PIC 9(02) COMP.
035500 77  DL180-BASE-COUNT                PIC 9(09) COMP.
035600 77  DL180-EXTRA-COUNT               PIC 9(09) COMP.
035700 77  DL180-NEXT-START                PIC 9(09) COMP.
035800 77  DL180-DONE-TOTAL                PIC 9(09) COMP VALUE ZERO.
035900 77  DL180-PART-FAIL-COUNT           PIC 9(02) COMP VALUE ZERO.
036000 01  DL180-PART-TABLE.
036100     05  DL180-PART-ROW              OCCURS 4 TIMES
036200                                     INDEXED BY DL180-PART-IDX.
036300         10  DL180-PART-START        PIC 9(09).
036400         10  DL180-PART-SIZE         PIC 9(09).
036500         10  DL180-PART-FINAL        PIC 9(09).
036600         10  DL180-PART-RC           PIC 9(04).
036700         10  DL180-PART-EOF-SW       PIC X(01).
036800         10  DL180-PART-CUR-COUNTER  PIC 9(09).
036900         10  DL180-PART-CUR-RECORD   PIC X(141).
037000         10  DL180-PART-PRIOR-DONE   PIC X(01).
037100         10  DL180-PART-PRIOR-START  PIC 9(09).
037200         10  DL180-PART-PRIOR-SIZE   PIC 9(09).
037300         10  DL180-PART-PRIOR-FINAL  PIC 9(09).
037400         10  DL180-PART-SKIPPED-SW   PIC X(01).
037500
037600*===============================================================
037700* PARTITION RESTART STATE -- HOW MANY PRIOR COMPLETIONS WERE
037800* PICKED UP OFF PARTSTAT AND HOW MANY SLICES WERE SKIPPED.
037900*===============================================================
038000 77  DL180-PRIOR-DONE-COUNT          PIC 9(02) COMP VALUE ZERO.
038100 77  DL180-SKIPPED-COUNT             PIC 9(02) COMP VALUE ZERO.
038200 77  DL180-PST-PART-SUB              PIC 9(02) COMP.
038300
038400*===============================================================
038500* CALL INTERFACE TO DL100-PART-ENTRY
038600*===============================================================
038700 01  DL180-CALL-PART-NO              PIC 9(01).
038800 01  DL180-CALL-START                PIC 9(09).
038900 01  DL180-CALL-COUNT                PIC 9(09).
039000 01  DL180-CALL-MESSAGE              PIC X(100).
039100 01  DL180-CALL-FINAL                PIC 9(09).
039200 01  DL180-CALL-RC                   PIC 9(04) COMP.
039300
039400*===============================================================
039500* MERGE STATE
039600*===============================================================
039700 77  DL180-MERGED-COUNT              PIC 9(09) COMP VALUE ZERO.
039800 77  DL180-LIVE-COUNT                PIC 9(02) COMP.
039900 77  DL180-MIN-SUB                   PIC 9(02) COMP.
040000
040100*===============================================================
040200* AUDIT TRAIL FIELDS AND THE CONTROL TOTALS OF THE MERGED LINES,
040300* KEPT THE SAME WAY LONG-PROGRAM KEEPS THEM FOR ITS OWN JOBLOG
040400* LINES: COUNT, HASH TOTAL OF COUNTERS, COUNT PER MESSAGE ID IN
040500* FIRST-SEEN ORDER (TEN IDS, THE REST AS OVERFLOW).  THE USERID
040600* IS THE FIRST EIGHT BYTES OF THE EXEC PARM, AS FOR THE
040700* PARTITIONS THE DRIVER CALLS.
040800*===============================================================
040900 01  DL180-RUN-PARM.
041000     05  DL180-PARM-USERID           PIC X(08).
041100     05  FILLER                      PIC X(09).
041200 01  DL180-RUN-USERID                PIC X(08) VALUE SPACES.
041300 01  DL180-COMPLETION-STATUS         PIC X(08) VALUE SPACES.
041400 01  DL180-CTL-HASH-TOTAL            PIC 9(15) COMP VALUE ZERO.
041500 01  DL180-CTL-ID-USED               PIC 9(04) COMP VALUE ZERO.
041600 01  DL180-CTL-ID-MAX-ENTRIES        PIC 9(04) COMP VALUE 10.
041700 01  DL180-CTL-ID-OVERFLOW           PIC 9(09) COMP VALUE ZERO.
041800 01  DL180-CTL-ID-FOUND-SW           PIC X(01) VALUE "N".
041900     88  DL180-CTL-ID-FOUND                    VALUE "Y".
042000 01  DL180-CTL-SUB                   PIC 9(04) COMP.
042100 01  DL180-CTL-ID-TABLE.
042200     05  DL180-CTL-ID-ENTRY          OCCURS 10 TIMES.
042300         10  DL180-CTL-ID            PIC X(08).
042400         10  DL180-CTL-ID-COUNT      PIC 9(09) COMP.
042500
042600*===============================================================
042700* GATE PRESERVATION TABLE -- THE OTHER STREAMS' GATE RECORDS,
042800* CARRIED ACROSS THE REWRITE THE SAME WAY LONG-PROGRAM DOES IT.
042900*===============================================================
043000 77  DL180-GATE-KEEP-COUNT           PIC 9(02) COMP VALUE ZERO.
043100 77  DL180-GATE-KEEP-MAX             PIC 9(02) COMP VALUE 16.
043200 77  DL180-GATE-KEEP-SUB             PIC 9(02) COMP.
043300 01  DL180-GATE-KEEP-TABLE.
043400     05  DL180-GATE-KEEP-ROW         PIC X(60)
043500             OCCURS 16 TIMES.
043600 01  DL180-RECONCILE-SWITCH          PIC X(01) VALUE "Y".
043700     88  DL180-RECONCILE-MATCH             VALUE "Y".
043800     88  DL180-RECONCILE-MISMATCH          VALUE "N".
043900
044000*===============================================================
044100* RUN TIMING FOR THE RELEASE GATE
044200*===============================================================
044300 01  DL180-JOB-START-DATE            PIC 9(08).
044400 01  DL180-JOB-START-TIME            PIC 9(08).
044500 01  DL180-START-TIME-FIELDS REDEFINES DL180-JOB-START-TIME.
044600     05  DL180-START-HH              PIC 9(02).
044700     05  DL180-START-MM              PIC 9(02).
044800     05  DL180-START-SS              PIC 9(02).
044900     05  DL180-START-CC              PIC 9(02).
045000 01  DL180-JOB-END-DATE              PIC 9(08).
045100 01  DL180-JOB-END-TIME              PIC 9(08).
045200 01  DL180-END-TIME-FIELDS REDEFINES DL180-JOB-END-TIME.
045300     05  DL180-END-HH                PIC 9(02).
045400     05  DL180-END-MM                PIC 9(02).
045500     05  DL180-END-SS                PIC 9(02).
045600     05  DL180-END-CC                PIC 9(02).
045700 01  DL180-START-SECS-OF-DAY         PIC 9(09) COMP.
045800 01  DL180-END-SECS-OF-DAY           PIC 9(09) COMP.
045900 01  DL180-ELAPSED-SECONDS           PIC S9(09) COMP.
046000
046100*===============================================================
046200* DRIVER REPORT LINES
046300*===============================================================
046400 01  DL180-RPT-HEADING.
046500     05  FILLER                      PIC X(46) VALUE
046600         "PARTITIONED BROADCAST DRIVER REPORT -- RUN    ".
046700     05  DL180-HDG-DATE.
046800         10  DL180-HDG-YYYY          PIC 9(04).
046900         10  FILLER                  PIC X(01) VALUE "-".
047000         10  DL180-HDG-MM            PIC 9(02).
047100         10  FILLER                  PIC X(01) VALUE "-".
047200         10  DL180-HDG-DD            PIC 9(02).
047300     05  FILLER                      PIC X(76) VALUE SPACES.
047400
047500 01  DL180-RPT-PART-HEADING.
047600     05  FILLER                      PIC X(52) VALUE
047700         "PART      START        COUNT        FINAL       RC  ".
047800     05  FILLER                      PIC X(80) VALUE SPACES.
047900
048000 01  DL180-RPT-PART-LINE.
048100     05  DL180-PL-NUMBER             PIC 9(01).
048200     05  FILLER                      PIC X(02) VALUE SPACES.
048300     05  DL180-PL-START              PIC ZZZ,ZZZ,ZZ9.
048400     05  FILLER                      PIC X(02) VALUE SPACES.
048500     05  DL180-PL-COUNT              PIC ZZZ,ZZZ,ZZ9.
048600     05  FILLER                      PIC X(02) VALUE SPACES.
048700     05  DL180-PL-FINAL              PIC ZZZ,ZZZ,ZZ9.
048800     05  FILLER                      PIC X(02) VALUE SPACES.
048900     05  DL180-PL-RC                 PIC ZZZ9.
049000     05  FILLER                      PIC X(86) VALUE SPACES.
049100
049200 01  DL180-RPT-SKIP-LINE.
049300     05  FILLER                      PIC X(19) VALUE
049400         "RESTART: PARTITION ".
049500     05  DL180-SKIP-LINE-PART        PIC 9(01).
049600     05  FILLER                      PIC X(32) VALUE
049700         " PREVIOUSLY COMPLETE - NOT RERUN".
049800     05  FILLER                      PIC X(80) VALUE SPACES.
049900
050000 01  DL180-RPT-INFO-LINE.
050100     05  DL180-INF-TEXT              PIC X(132).
050200
050300 01  DL180-RPT-COUNT-LINE.
050400     05  DL180-CNT-TITLE             PIC X(36).
050500     05  DL180-CNT-VALUE             PIC ZZZ,ZZZ,ZZ9.
050600     05  FILLER                      PIC X(85) VALUE SPACES.
050700
050800 01  DL180-RPT-RATE-LINE.
050900     05  DL180-RTE-TITLE             PIC X(36).
051000     05  DL180-RTE-VALUE             PIC ZZZ,ZZZ,ZZ9.99.
051100     05  FILLER                      PIC X(82) VALUE SPACES.
051200
051300 01  DL180-RPT-CLOCK-LINE.
051400     05  DL180-CLK-TITLE             PIC X(36).
051500     05  FILLER                      PIC X(03) VALUE SPACES.
051600     05  DL180-CLK-TIME.
051700         10  DL180-CLK-HH            PIC 9(02).
051800         10  FILLER                  PIC X(01) VALUE ":".
051900         10  DL180-CLK-MM            PIC 9(02).
052000         10  FILLER                  PIC X(01) VALUE ":".
052100         10  DL180-CLK-SS            PIC 9(02).
052200     05  FILLER                      PIC X(85) VALUE SPACES.
052300
052400 01  DL180-RPT-SIZE-HEADING.
052500     05  FILLER                      PIC X(35) VALUE
052600         "PARTS        PROJ SECS  WITH MARGIN".
052700     05  FILLER                      PIC X(22) VALUE
052800         "          FINISH  FITS".
052900     05  FILLER                      PIC X(75) VALUE SPACES.
053000
053100 01  DL180-RPT-SIZE-LINE.
053200     05  FILLER                      PIC X(04) VALUE SPACES.
053300     05  DL180-SZL-PARTS             PIC 9(01).
053400     05  FILLER                      PIC X(06) VALUE SPACES.
053500     05  DL180-SZL-PROJ              PIC ZZZ,ZZZ,ZZ9.
053600     05  FILLER                      PIC X(02) VALUE SPACES.
053700     05  DL180-SZL-NEED              PIC ZZZ,ZZZ,ZZ9.
053800     05  FILLER                      PIC X(08) VALUE SPACES.
053900     05  DL180-SZL-FINISH.
054000         10  DL180-SZL-HH            PIC 9(02).
054100         10  FILLER                  PIC X(01) VALUE ":".
054200         10  DL180-SZL-MM            PIC 9(02).
054300         10  FILLER                  PIC X(01) VALUE ":".
054400         10  DL180-SZL-SS            PIC 9(02).
054500     05  FILLER                      PIC X(02) VALUE SPACES.
054600     05  DL180-SZL-FITS              PIC X(04).
054700     05  FILLER                      PIC X(02) VALUE SPACES.
054800     05  DL180-SZL-PICKED            PIC X(08).
054900     05  FILLER                      PIC X(65) VALUE SPACES.
055000
055100 01  DL180-BLANK-LINE                PIC X(132) VALUE SPACES.
055200
055300 01  DL180-RUN-DATE-FIELDS.
055400     05  DL180-RUN-YYYY              PIC 9(04).
055500     05  DL180-RUN-MON               PIC 9(02).
055600     05  DL180-RUN-DD                PIC 9(02).
055700
055800*===============================================================
055900* ERROR HANDLING
056000*===============================================================
056100 01  DL180-ERR-FILE-ID               PIC X(08) VALUE SPACES.
056200 01  DL180-ERR-STATUS                PIC X(02) VALUE SPACES.
056300
056400 PROCEDURE DIVISION.
056500*===============================================================
056600* 0000-MAINLINE -- SLICE, DRIVE, MERGE, RECONCILE, GATE.
056700*===============================================================
056800 0000-MAINLINE.
056900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
057000     PERFORM 2000-RUN-PARTITIONS THRU 2000-EXIT.
057100     PERFORM 3000-MERGE-PART-LOGS THRU 3000-EXIT.
057200     PERFORM 3500-RECONCILE THRU 3500-EXIT.
057300     PERFORM 3700-WRITE-AUDIT-TRAILER THRU 3700-EXIT.
057400     IF DL180-RECONCILE-MATCH
057500         PERFORM 3600-RESET-PART-STATUS THRU 3600-EXIT
057600     END-IF.
057700     PERFORM 4000-WRITE-GATE-RECORD THRU 4000-EXIT.
057800     PERFORM 5000-TERMINATE THRU 5000-EXIT.
057900     IF DL180-RECONCILE-MISMATCH
058000         MOVE 8 TO RETURN-CODE
058100     ELSE
058200         MOVE 0 TO RETURN-CODE
058300     END-IF.
058400     STOP RUN.
058500
058600*===============================================================
058700* 1000-INITIALIZE -- READ AND EDIT THE DRIVER CARD.  A MISSING
058800* OR BAD CARD HOLDS EVERYTHING WITH ITS OWN CONDITION CODE --
058900* NOTHING HAS BROADCAST YET, SO NOTHING NEEDS BACKING OUT.
059000*===============================================================
059100 1000-INITIALIZE.
059200     ACCEPT DL180-JOB-START-DATE FROM DATE YYYYMMDD.
059300     ACCEPT DL180-JOB-START-TIME FROM TIME.
059400
059500     OPEN OUTPUT DRVRPT.
059600     IF NOT DL180-DRVRPT-OK
059700         MOVE "DRVRPT"  TO DL180-ERR-FILE-ID
059800         MOVE DL180-DRVRPT-STATUS TO DL180-ERR-STATUS
059900         GO TO 8000-ERROR-HANDLER
060000     END-IF.
060100     MOVE DL180-JOB-START-DATE TO DL180-RUN-DATE-FIELDS.
060200     MOVE DL180-RUN-YYYY TO DL180-HDG-YYYY.
060300     MOVE DL180-RUN-MON  TO DL180-HDG-MM.
060400     MOVE DL180-RUN-DD   TO DL180-HDG-DD.
060500     WRITE DL180-PRINT-RECORD FROM DL180-RPT-HEADING
060600         AFTER ADVANCING PAGE.
060700     IF NOT DL180-DRVRPT-OK
060800         MOVE "DRVRPT"  TO DL180-ERR-FILE-ID
060900         MOVE DL180-DRVRPT-STATUS TO DL180-ERR-STATUS
061000         GO TO 8000-ERROR-HANDLER
061100     END-IF.
061200     WRITE DL180-PRINT-RECORD FROM DL180-BLANK-LINE
061300         AFTER ADVANCING 1 LINE.
061400
061500     OPEN INPUT DRVCARD.
061600     IF NOT DL180-DRVCARD-OK
061700         MOVE "DRVCARD" TO DL180-ERR-FILE-ID
061800         MOVE DL180-DRVCARD-STATUS TO DL180-ERR-STATUS
061900         GO TO 8000-ERROR-HANDLER
062000     END-IF.
062100     READ DRVCARD
062200         AT END
062300             MOVE "DRIVER CARD FILE IS EMPTY - NOTHING RUN"
062400                 TO DL180-INF-TEXT
062500             PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT
062600             CLOSE DRVCARD
062700             CLOSE DRVRPT
062800             MOVE 12 TO RETURN-CODE
062900             STOP RUN
063000     END-READ.
063100     IF NOT DL180-DRVCARD-OK AND NOT DL180-DRVCARD-EOF
063200         MOVE "DRVCARD" TO DL180-ERR-FILE-ID
063300         MOVE DL180-DRVCARD-STATUS TO DL180-ERR-STATUS
063400         GO TO 8000-ERROR-HANDLER
063500     END-IF.
063600
063700     IF DL100-DRV-TARGET-COUNT IS NOT NUMERIC
063800         OR DL100-DRV-TARGET-COUNT = 0
063900         OR (DL100-DRV-PARTITIONS IS NOT NUMERIC
064000             AND DL100-DRV-PARTITIONS-X NOT = SPACES)
064100         OR (DL100-DRV-PARTITIONS IS NUMERIC
064200             AND DL100-DRV-PARTITIONS > 4)
064300         OR (DL100-DRV-PARTITIONS IS NUMERIC
064400             AND DL100-DRV-PARTITIONS > DL100-DRV-TARGET-COUNT)
064500         MOVE "DRIVER CARD REJECTED - NOTHING RUN"
064600             TO DL180-INF-TEXT
064700         PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT
064800         MOVE "COUNT MUST BE NONZERO NUMERIC, PARTITIONS 1-4 OR"
064900             TO DL180-INF-TEXT
065000         PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT
065100         MOVE "BLANK, AND NOT MORE PARTITIONS THAN THE COUNT"
065200             TO DL180-INF-TEXT
065300         PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT
065400         CLOSE DRVCARD
065500         CLOSE DRVRPT
065600         MOVE 12 TO RETURN-CODE
065700         STOP RUN
065800     END-IF.
065900     IF DL100-DRV-JOB-NAME NOT = SPACES
066000         MOVE DL100-DRV-JOB-NAME TO DL180-JOB-NAME
066100     END-IF.
066200     MOVE DL100-DRV-TARGET-COUNT TO DL180-TARGET-COUNT.
066300     IF DL100-DRV-PARTITIONS IS NUMERIC
066400         MOVE DL100-DRV-PARTITIONS TO DL180-PARTITION-COUNT
066500     ELSE
066600         MOVE ZERO TO DL180-PARTITION-COUNT
066700     END-IF.
066800     MOVE DL100-DRV-MESSAGE-TEXT TO DL180-MESSAGE-TEXT.
066900     IF DL100-DRV-ELAPSED-LIMIT IS NUMERIC
067000         AND DL100-DRV-ELAPSED-LIMIT > 0
067100         MOVE DL100-DRV-ELAPSED-LIMIT TO DL180-ELAPSED-LIMIT
067200     END-IF.
067300     CLOSE DRVCARD.
067400     IF NOT DL180-DRVCARD-OK
067500         MOVE "DRVCARD" TO DL180-ERR-FILE-ID
067600         MOVE DL180-DRVCARD-STATUS TO DL180-ERR-STATUS
067700         GO TO 8000-ERROR-HANDLER
067800     END-IF.
067900
068000     PERFORM 1200-SIZE-PARTITIONS THRU 1200-EXIT.
068100     PERFORM 1100-WRITE-AUDIT-HEADER THRU 1100-EXIT.
068200     PERFORM 1500-LOAD-PART-STATUS THRU 1500-EXIT.
068300
068400 1000-EXIT.
068500     EXIT.
068600
068700*===============================================================
068800* 1100-WRITE-AUDIT-HEADER -- THE DRIVER'S OWN RUN HEADER, UNDER
068900* THE STREAM ITS MERGED LINES ARE STAMPED WITH.  AUDITFL IS
069000* CLOSED AGAIN STRAIGHT AWAY: EACH PARTITION OPENS IT FOR ITS
069100* OWN HEADER AND TRAILER WHILE THE DRIVER WAITS ON THE CALL.
069200*===============================================================
069300 1100-WRITE-AUDIT-HEADER.
069400     MOVE SPACES TO DL180-RUN-PARM.
069500     ACCEPT DL180-RUN-PARM FROM COMMAND-LINE.
069600     MOVE DL180-PARM-USERID TO DL180-RUN-USERID.
069700     IF DL180-RUN-USERID = SPACES
069800         MOVE "UNKNOWN " TO DL180-RUN-USERID
069900     END-IF.
070000     PERFORM 1150-OPEN-AUDITFL THRU 1150-EXIT.
070100     MOVE SPACES                 TO DL100-AUDIT-DETAIL.
070200     MOVE DL180-JOB-NAME         TO DL100-AUDIT-JOB-NAME.
070300     MOVE DL180-JOB-START-DATE   TO DL100-AUDIT-RUN-DATE.
070400     MOVE DL180-JOB-START-TIME   TO DL100-AUDIT-RUN-TIME.
070500     SET DL100-AUDIT-IS-HEADER   TO TRUE.
070600     MOVE DL180-RUN-USERID       TO DL100-AUDIT-HDR-USERID.
070700     WRITE DL100-AUDIT-RECORD.
070800     IF NOT DL180-AUDITFL-OK
070900         MOVE "AUDITFL" TO DL180-ERR-FILE-ID
071000         MOVE DL180-AUDITFL-STATUS TO DL180-ERR-STATUS
071100         GO TO 8000-ERROR-HANDLER
071200     END-IF.
071300     CLOSE AUDITFL.
071400     IF NOT DL180-AUDITFL-OK
071500         MOVE "AUDITFL" TO DL180-ERR-FILE-ID
071600         MOVE DL180-AUDITFL-STATUS TO DL180-ERR-STATUS
071700         GO TO 8000-ERROR-HANDLER
071800     END-IF.
071900
072000 1100-EXIT.
072100     EXIT.
072200
072300 1150-OPEN-AUDITFL.
072400     OPEN I-O AUDITFL.
072500     IF NOT DL180-AUDITFL-OK AND NOT DL180-AUDITFL-NOT-FOUND
072600         MOVE "AUDITFL" TO DL180-ERR-FILE-ID
072700         MOVE DL180-AUDITFL-STATUS TO DL180-ERR-STATUS
072800         GO TO 8000-ERROR-HANDLER
072900     END-IF.
073000     IF DL180-AUDITFL-NOT-FOUND
073100         OPEN OUTPUT AUDITFL
073200         IF NOT DL180-AUDITFL-OK
073300             MOVE "AUDITFL" TO DL180-ERR-FILE-ID
073400             MOVE DL180-AUDITFL-STATUS TO DL180-ERR-STATUS
073500             GO TO 8000-ERROR-HANDLER
073600         END-IF
073700     END-IF.
073800
073900 1150-EXIT.
074000     EXIT.
074100
074200*===============================================================
074300* 1200-SIZE-PARTITIONS -- SETTLE TONIGHT'S PARTITION COUNT BEFORE
074400* ANYTHING BROADCASTS.  A COUNT ON THE CARD WINS.  FAILING THAT, A
074500* RESTART KEEPS THE COUNT ITS FAILED RUN USED, SO THE SLICES ON
074600* PARTSTAT STILL LINE UP.  OTHERWISE THE SMALLEST COUNT WHOSE
074700* PROJECTION, PLUS THE SAFETY MARGIN, FITS THE WINDOW IS PICKED
074800* -- OR ALL FOUR WHEN NONE DOES, OR WHEN THERE IS NO HISTORY TO
074900* PROJECT FROM.  THE WINDOW IS THE TIME FROM NOW TO THE NIGHT'S
075000* CALFILE CUTOFF OR THE ELAPSED LIMIT, WHICHEVER IS TIGHTER, SO A
075100* PICK THAT FITS ALSO GATES GO.  EACH PARTITION IS TAKEN TO RUN
075200* AT THE RATE THE STREAM MANAGES ON ITS OWN, CAPPED BY THE
075300* CALENDAR PACE CEILING WHEN ONE IS SET.  THE HISTORY AND THE
075400* CALENDAR ARE THE CARD'S STREAM'S; A CARD WITHOUT A STREAM
075500* SIZES FROM LONGPRGM, WHOSE CODE THE PARTITIONS RUN.  THE
075510* STREAM'S RUNHIST ALSO CARRIES THE NIGHTS THIS DRIVER RAN IT,
075520* AT THE MERGED RATE OF ALL ITS PARTITIONS; 1250 LEAVES THOSE
075530* OUT SO ONLY THE STREAM'S OWN NIGHTS SET THE RATE.
075600*===============================================================
075700 1200-SIZE-PARTITIONS.
075800     IF DL100-DRV-JOB-NAME = SPACES
075900         MOVE "LONGPRGM" TO DL180-HIST-JOB-NAME
076000     ELSE
076100         MOVE DL100-DRV-JOB-NAME TO DL180-HIST-JOB-NAME
076200     END-IF.
076300     IF DL180-TARGET-COUNT < 4
076400         MOVE DL180-TARGET-COUNT TO DL180-SIZE-MAX
076500     ELSE
076600         MOVE 4 TO DL180-SIZE-MAX
076700     END-IF.
076800     PERFORM 1210-LOAD-CALENDAR THRU 1210-EXIT.
076900     PERFORM 1240-LOAD-HISTORY-RATE THRU 1240-EXIT.
077000     PERFORM 1270-SET-WINDOW THRU 1270-EXIT.
077100     IF DL180-RATE-CC > 0
077200         PERFORM 1280-PROJECT-ONE-SIZE THRU 1280-EXIT
077300             VARYING DL180-SIZE-SUB FROM 1 BY 1
077400             UNTIL DL180-SIZE-SUB > DL180-SIZE-MAX
077500     END-IF.
077600
077700     IF DL180-PARTITION-COUNT > 0
077800         SET DL180-SIZED-BY-CARD TO TRUE
077900         GO TO 1200-PRINT
078000     END-IF.
078100     PERFORM 1290-FIND-PRIOR-SIZING THRU 1290-EXIT.
078200     IF DL180-PRIOR-PARTITIONS > 0
078300         MOVE DL180-PRIOR-PARTITIONS TO DL180-PARTITION-COUNT
078400         SET DL180-SIZED-BY-RESTART TO TRUE
078500         GO TO 1200-PRINT
078600     END-IF.
078700     IF DL180-RATE-CC = 0
078800         MOVE DL180-SIZE-MAX TO DL180-PARTITION-COUNT
078900         SET DL180-SIZED-BY-DEFAULT TO TRUE
079000         GO TO 1200-PRINT
079100     END-IF.
079200     MOVE ZERO TO DL180-SIZE-PICK.
079300     PERFORM 1285-TEST-ONE-SIZE THRU 1285-EXIT
079400         VARYING DL180-SIZE-SUB FROM 1 BY 1
079500         UNTIL DL180-SIZE-PICK > 0
079600         OR DL180-SIZE-SUB > DL180-SIZE-MAX.
079700     IF DL180-SIZE-PICK = 0
079800         MOVE DL180-SIZE-MAX TO DL180-SIZE-PICK
079900     END-IF.
080000     MOVE DL180-SIZE-PICK TO DL180-PARTITION-COUNT.
080100     SET DL180-SIZED-BY-HISTORY TO TRUE.
080200
080300 1200-PRINT.
080400     PERFORM 1300-PRINT-SIZING THRU 1300-EXIT.
080500     IF DL180-RATE-CC > 0
080600         IF NOT DL180-SZ-FITS(DL180-SIZE-MAX)
080700             PERFORM 1350-WRITE-SIZING-ALERT THRU 1350-EXIT
080800         END-IF
080900     END-IF.
081000
081100 1200-EXIT.
081200     EXIT.
081300
081400*===============================================================
081500* 1210-LOAD-CALENDAR -- TONIGHT'S CUTOFF AND PACE CEILING FOR THE
081600* STREAM.  NO CALFILE, OR NO ENTRY RESOLVING, MEANS NO CUTOFF AND
081700* NO CEILING.
081800*===============================================================
081900 1210-LOAD-CALENDAR.
082000     PERFORM 1230-TEST-MONTH-END THRU 1230-EXIT.
082100     MOVE ZERO TO DL180-CAL-MATCH-PRIORITY.
082200     MOVE "N" TO DL180-CAL-MATCH-STREAM.
082300     OPEN INPUT CALFILE.
082400     IF NOT DL180-CALFILE-OK AND NOT DL180-CALFILE-NOT-FOUND
082500         MOVE "CALFILE" TO DL180-ERR-FILE-ID
082600         MOVE DL180-CALFILE-STATUS TO DL180-ERR-STATUS
082700         GO TO 8000-ERROR-HANDLER
082800     END-IF.
082900     IF DL180-CALFILE-NOT-FOUND
083000         GO TO 1210-EXIT
083100     END-IF.
083200     PERFORM 1220-READ-CALENDAR THRU 1220-EXIT
083300         UNTIL DL180-CALFILE-EOF.
083400     CLOSE CALFILE.
083500     IF NOT DL180-CALFILE-OK
083600         MOVE "CALFILE" TO DL180-ERR-FILE-ID
083700         MOVE DL180-CALFILE-STATUS TO DL180-ERR-STATUS
083800         GO TO 8000-ERROR-HANDLER
083900     END-IF.
084000
084100 1210-EXIT.
084200     EXIT.
084300
084400 1220-READ-CALENDAR.
084500     READ CALFILE
084600         AT END
084700             GO TO 1220-EXIT
084800     END-READ.
084900     IF NOT DL180-CALFILE-OK
085000         MOVE "CALFILE" TO DL180-ERR-FILE-ID
085100         MOVE DL180-CALFILE-STATUS TO DL180-ERR-STATUS
085200         GO TO 8000-ERROR-HANDLER
085300     END-IF.
085400     IF DL100-CAL-TARGET-COUNT IS NOT NUMERIC
085500         GO TO 1220-EXIT
085600     END-IF.
085700     IF DL100-CAL-JOB-NAME NOT = SPACES
085800         AND DL100-CAL-JOB-NAME NOT = DL180-HIST-JOB-NAME
085900         GO TO 1220-EXIT
086000     END-IF.
086100     MOVE ZERO TO DL180-CAL-ENTRY-PRIORITY.
086200     EVALUATE TRUE
086300         WHEN DL100-CAL-DATED-ENTRY
086400             IF DL100-CAL-DATE = DL180-JOB-START-DATE
086500                 MOVE 3 TO DL180-CAL-ENTRY-PRIORITY
086600             END-IF
086700         WHEN DL100-CAL-MONTH-END-ENTRY
086800             IF DL180-CAL-MONTH-END-NIGHT
086900                 MOVE 2 TO DL180-CAL-ENTRY-PRIORITY
087000             END-IF
087100         WHEN DL100-CAL-REGULAR-ENTRY
087200             MOVE 1 TO DL180-CAL-ENTRY-PRIORITY
087300     END-EVALUATE.
087400     IF DL180-CAL-ENTRY-PRIORITY = 0
087500         GO TO 1220-EXIT
087600     END-IF.
087700     IF DL180-CAL-ENTRY-PRIORITY > DL180-CAL-MATCH-PRIORITY
087800         PERFORM 1225-SELECT-CAL-ENTRY THRU 1225-EXIT
087900     ELSE
088000         IF DL180-CAL-ENTRY-PRIORITY = DL180-CAL-MATCH-PRIORITY
088100             AND DL100-CAL-JOB-NAME = DL180-HIST-JOB-NAME
088200             AND NOT DL180-CAL-MATCH-SPECIFIC
088300             PERFORM 1225-SELECT-CAL-ENTRY THRU 1225-EXIT
088400         END-IF
088500     END-IF.
088600
088700 1220-EXIT.
088800     EXIT.
088900
089000 1225-SELECT-CAL-ENTRY.
089100     MOVE DL180-CAL-ENTRY-PRIORITY TO DL180-CAL-MATCH-PRIORITY.
089200     IF DL100-CAL-JOB-NAME = DL180-HIST-JOB-NAME
089300         MOVE "Y" TO DL180-CAL-MATCH-STREAM
089400     ELSE
089500         MOVE "N" TO DL180-CAL-MATCH-STREAM
089600     END-IF.
089700     IF DL100-CAL-CUTOFF-TIME IS NUMERIC
089800         MOVE DL100-CAL-CUTOFF-TIME TO DL180-CUTOFF-TIME
089900     ELSE
090000         MOVE ZERO TO DL180-CUTOFF-TIME
090100     END-IF.
090200     IF DL100-CAL-PACE-RATE IS NUMERIC
090300         MOVE DL100-CAL-PACE-RATE TO DL180-PACE-RATE
090400     ELSE
090500         MOVE ZERO TO DL180-PACE-RATE
090600     END-IF.
090700
090800 1225-EXIT.
090900     EXIT.
091000
091100 1230-TEST-MONTH-END.
091200     MOVE "N" TO DL180-CAL-MONTH-END-SWITCH.
091300     EVALUATE DL180-RUN-MON
091400         WHEN 1
091500         WHEN 3
091600         WHEN 5
091700         WHEN 7
091800         WHEN 8
091900         WHEN 10
092000         WHEN 12
092100             MOVE 31 TO DL180-CAL-DAYS-IN-MONTH
092200         WHEN 4
092300         WHEN 6
092400         WHEN 9
092500         WHEN 11
092600             MOVE 30 TO DL180-CAL-DAYS-IN-MONTH
092700         WHEN OTHER
092800             PERFORM 1235-TEST-LEAP-YEAR THRU 1235-EXIT
092900             IF DL180-LEAP-YEAR
093000                 MOVE 29 TO DL180-CAL-DAYS-IN-MONTH
093100             ELSE
093200                 MOVE 28 TO DL180-CAL-DAYS-IN-MONTH
093300             END-IF
093400     END-EVALUATE.
093500     IF DL180-RUN-DD = DL180-CAL-DAYS-IN-MONTH
093600         MOVE "Y" TO DL180-CAL-MONTH-END-SWITCH
093700     END-IF.
093800
093900 1230-EXIT.
094000     EXIT.
094100
094200 1235-TEST-LEAP-YEAR.
094300     MOVE "N" TO DL180-LEAP-SWITCH.
094400     DIVIDE DL180-RUN-YYYY BY 4
094500         GIVING DL180-LEAP-QUOTIENT
094600         REMAINDER DL180-LEAP-REMAINDER.
094700     IF DL180-LEAP-REMAINDER = 0
094800         MOVE "Y" TO DL180-LEAP-SWITCH
094900     END-IF.
095000     DIVIDE DL180-RUN-YYYY BY 100
095100         GIVING DL180-LEAP-QUOTIENT
095200         REMAINDER DL180-LEAP-REMAINDER.
095300     IF DL180-LEAP-REMAINDER = 0
095400         MOVE "N" TO DL180-LEAP-SWITCH
095500     END-IF.
095600     DIVIDE DL180-RUN-YYYY BY 400
095700         GIVING DL180-LEAP-QUOTIENT
095800         REMAINDER DL180-LEAP-REMAINDER.
095900     IF DL180-LEAP-REMAINDER = 0
096000         MOVE "Y" TO DL180-LEAP-SWITCH
096100     END-IF.
096200
096300 1235-EXIT.
096400     EXIT.
096500
096600*===============================================================
096700* 1240-LOAD-HISTORY-RATE -- THE STREAM'S NIGHTS BEFORE TONIGHT,
096800* IN KEY ORDER, KEEPING THE LAST SEVEN THAT BROADCAST SOMETHING
096900* IN A MEASURABLE TIME.  THE RATE IS THEIR MESSAGES OVER THEIR
097000* SECONDS.  NO MASTER OR NO USABLE NIGHT LEAVES THE RATE ZERO.
097010* A NIGHT HIST-UPDATE BUILT FROM A GATE ALONE, WITH NO JOBRPT
097020* SUMMARY BEHIND IT (NO START TIME), IS NOT USABLE: THAT IS HOW
097030* A NIGHT THIS DRIVER RAN THE STREAM LANDS, AND ITS FIGURES ARE
097040* EVERY PARTITION'S TOGETHER, NOT ONE STREAM'S.
097100*===============================================================
097200 1240-LOAD-HISTORY-RATE.
097300     MOVE ZERO TO DL180-HIST-SAMPLES.
097400     MOVE ZERO TO DL180-HIST-SLOT.
097500     MOVE ZERO TO DL180-HIST-RATE-CC.
097600     MOVE ZERO TO DL180-RATE-CC.
097700     OPEN INPUT RUNHIST.
097800     IF NOT DL180-RUNHIST-OK AND NOT DL180-RUNHIST-NOT-FOUND
097900         MOVE "RUNHIST" TO DL180-ERR-FILE-ID
098000         MOVE DL180-RUNHIST-STATUS TO DL180-ERR-STATUS
098100         GO TO 8000-ERROR-HANDLER
098200     END-IF.
098300     IF DL180-RUNHIST-NOT-FOUND
098400         GO TO 1240-EXIT
098500     END-IF.
098600     MOVE DL180-HIST-JOB-NAME TO DL100-HIST-JOB-NAME.
098700     MOVE ZERO                TO DL100-HIST-RUN-DATE.
098800     START RUNHIST KEY NOT LESS THAN DL100-HIST-KEY
098900         INVALID KEY
099000             CONTINUE
099100     END-START.
099200     IF NOT DL180-RUNHIST-OK AND NOT DL180-RUNHIST-KEY-NOT-FOUND
099300         AND NOT DL180-RUNHIST-EOF
099400         MOVE "RUNHIST" TO DL180-ERR-FILE-ID
099500         MOVE DL180-RUNHIST-STATUS TO DL180-ERR-STATUS
099600         GO TO 8000-ERROR-HANDLER
099700     END-IF.
099800     IF DL180-RUNHIST-OK
099900         MOVE "N" TO DL180-HIST-SCAN-SW
100000         PERFORM 1250-READ-ONE-HISTORY THRU 1250-EXIT
100100             UNTIL DL180-HIST-SCAN-DONE
100200     END-IF.
100300     CLOSE RUNHIST.
100400     IF NOT DL180-RUNHIST-OK
100500         MOVE "RUNHIST" TO DL180-ERR-FILE-ID
100600         MOVE DL180-RUNHIST-STATUS TO DL180-ERR-STATUS
100700         GO TO 8000-ERROR-HANDLER
100800     END-IF.
100900     IF DL180-HIST-SAMPLES = 0
101000         GO TO 1240-EXIT
101100     END-IF.
101200
101300     MOVE ZERO TO DL180-HIST-FINAL-SUM.
101400     MOVE ZERO TO DL180-HIST-ELAPSED-SUM.
101500     PERFORM 1260-ADD-ONE-SAMPLE THRU 1260-EXIT
101600         VARYING DL180-HIST-SUB FROM 1 BY 1
101700         UNTIL DL180-HIST-SUB > DL180-HIST-SAMPLES.
101800     COMPUTE DL180-HIST-RATE-CC =
101900         (DL180-HIST-FINAL-SUM * 100) / DL180-HIST-ELAPSED-SUM.
102000     MOVE DL180-HIST-RATE-CC TO DL180-RATE-CC.
102100     IF DL180-PACE-RATE > 0
102200         AND DL180-PACE-RATE * 100 < DL180-RATE-CC
102300         COMPUTE DL180-RATE-CC = DL180-PACE-RATE * 100
102400     END-IF.
102500
102600 1240-EXIT.
102700     EXIT.
102800
102900 1250-READ-ONE-HISTORY.
103000     READ RUNHIST NEXT
103100         AT END
103200             MOVE "Y" TO DL180-HIST-SCAN-SW
103300             GO TO 1250-EXIT
103400     END-READ.
103500     IF NOT DL180-RUNHIST-OK
103600         MOVE "RUNHIST" TO DL180-ERR-FILE-ID
103700         MOVE DL180-RUNHIST-STATUS TO DL180-ERR-STATUS
103800         GO TO 8000-ERROR-HANDLER
103900     END-IF.
104000     IF DL100-HIST-JOB-NAME NOT = DL180-HIST-JOB-NAME
104100         OR DL100-HIST-RUN-DATE NOT < DL180-JOB-START-DATE
104200         MOVE "Y" TO DL180-HIST-SCAN-SW
104300         GO TO 1250-EXIT
104400     END-IF.
104500     IF DL100-HIST-FINAL-COUNTER IS NOT NUMERIC
104600         OR DL100-HIST-ELAPSED-SECONDS IS NOT NUMERIC
104700         GO TO 1250-EXIT
104800     END-IF.
104900     IF DL100-HIST-FINAL-COUNTER = 0
105000         OR DL100-HIST-ELAPSED-SECONDS = 0
105100         GO TO 1250-EXIT
105200     END-IF.
105210     IF DL100-HIST-START-TIME IS NOT NUMERIC
105220         OR DL100-HIST-START-TIME = 0
105230         GO TO 1250-EXIT
105240     END-IF.
105300     ADD 1 TO DL180-HIST-SLOT.
105400     IF DL180-HIST-SLOT > DL180-HIST-SAMPLE-MAX
105500         MOVE 1 TO DL180-HIST-SLOT
105600     END-IF.
105700     IF DL180-HIST-SAMPLES < DL180-HIST-SAMPLE-MAX
105800         ADD 1 TO DL180-HIST-SAMPLES
105900     END-IF.
106000     MOVE DL100-HIST-FINAL-COUNTER
106100         TO DL180-HIST-FINAL(DL180-HIST-SLOT).
106200     MOVE DL100-HIST-ELAPSED-SECONDS
106300         TO DL180-HIST-ELAPSED(DL180-HIST-SLOT).
106400
106500 1250-EXIT.
106600     EXIT.
106700
106800 1260-ADD-ONE-SAMPLE.
106900     ADD DL180-HIST-FINAL(DL180-HIST-SUB)
107000         TO DL180-HIST-FINAL-SUM.
107100     ADD DL180-HIST-ELAPSED(DL180-HIST-SUB)
107200         TO DL180-HIST-ELAPSED-SUM.
107300
107400 1260-EXIT.
107500     EXIT.
107600
107700*===============================================================
107800* 1270-SET-WINDOW -- SECONDS FROM THE DRIVER'S START TO THE
107900* CUTOFF (A CUTOFF NOT LATER THAN THE START IS TOMORROW'S CLOCK),
108000* NO MORE THAN THE ELAPSED LIMIT.
108100*===============================================================
108200 1270-SET-WINDOW.
108300     COMPUTE DL180-START-SECS-OF-DAY =
108400         (DL180-START-HH * 3600) + (DL180-START-MM * 60)
108500             + DL180-START-SS.
108600     MOVE DL180-ELAPSED-LIMIT TO DL180-WINDOW-SECS.
108700     IF DL180-CUTOFF-TIME = 0
108800         GO TO 1270-EXIT
108900     END-IF.
109000     COMPUTE DL180-CUTOFF-SECS =
109100         (DL180-CUTOFF-HH * 3600) + (DL180-CUTOFF-MM * 60)
109200             + DL180-CUTOFF-SS.
109300     IF DL180-CUTOFF-SECS NOT > DL180-START-SECS-OF-DAY
109400         ADD 86400 TO DL180-CUTOFF-SECS
109500     END-IF.
109600     IF DL180-CUTOFF-SECS - DL180-START-SECS-OF-DAY
109700         < DL180-WINDOW-SECS
109800         COMPUTE DL180-WINDOW-SECS =
109900             DL180-CUTOFF-SECS - DL180-START-SECS-OF-DAY
110000     END-IF.
110100
110200 1270-EXIT.
110300     EXIT.
110400
110500*===============================================================
110600* 1280-PROJECT-ONE-SIZE -- SECONDS FOR THE TARGET ACROSS THIS
110700* MANY PARTITIONS, ROUNDED UP; THE SAME WITH THE SAFETY MARGIN;
110800* THE CLOCK TIME IT WOULD FINISH; AND WHETHER THE MARGINED
110900* FIGURE FITS THE WINDOW.
111000*===============================================================
111100 1280-PROJECT-ONE-SIZE.
111200     COMPUTE DL180-RATE-TIMES-PARTS =
111300         DL180-RATE-CC * DL180-SIZE-SUB.
111400     COMPUTE DL180-SZ-PROJ-SECS(DL180-SIZE-SUB) =
111500         (DL180-TARGET-COUNT * 100 + DL180-RATE-TIMES-PARTS - 1)
111600             / DL180-RATE-TIMES-PARTS.
111700     COMPUTE DL180-SZ-NEED-SECS(DL180-SIZE-SUB) =
111800         (DL180-SZ-PROJ-SECS(DL180-SIZE-SUB)
111900             * (100 + DL180-SAFETY-PCT) + 99) / 100.
112000     COMPUTE DL180-FINISH-SECS = DL180-START-SECS-OF-DAY
112100         + DL180-SZ-PROJ-SECS(DL180-SIZE-SUB).
112200     DIVIDE DL180-FINISH-SECS BY 86400
112300         GIVING DL180-CLOCK-REM
112400         REMAINDER DL180-SZ-FINISH-SECS(DL180-SIZE-SUB).
112500     IF DL180-SZ-NEED-SECS(DL180-SIZE-SUB) NOT > DL180-WINDOW-SECS
112600         MOVE "Y" TO DL180-SZ-FITS-SW(DL180-SIZE-SUB)
112700     ELSE
112800         MOVE "N" TO DL180-SZ-FITS-SW(DL180-SIZE-SUB)
112900     END-IF.
113000
113100 1280-EXIT.
113200     EXIT.
113300
113400 1285-TEST-ONE-SIZE.
113500     IF DL180-SZ-FITS(DL180-SIZE-SUB)
113600         MOVE DL180-SIZE-SUB TO DL180-SIZE-PICK
113700     END-IF.
113800
113900 1285-EXIT.
114000     EXIT.
114100
114200*===============================================================
114300* 1290-FIND-PRIOR-SIZING -- A PARTSTAT TRAIL LEFT BY A FAILED RUN
114400* AT TONIGHT'S TARGET NAMES THE PARTITION COUNT THAT RUN PICKED.
114500*===============================================================
114600 1290-FIND-PRIOR-SIZING.
114700     MOVE ZERO TO DL180-PRIOR-PARTITIONS.
114800     OPEN INPUT PARTSTAT.
114900     IF NOT DL180-PARTSTAT-OK AND NOT DL180-PARTSTAT-NOT-FOUND
115000         MOVE "PARTSTAT" TO DL180-ERR-FILE-ID
115100         MOVE DL180-PARTSTAT-STATUS TO DL180-ERR-STATUS
115200         GO TO 8000-ERROR-HANDLER
115300     END-IF.
115400     IF DL180-PARTSTAT-NOT-FOUND
115500         GO TO 1290-EXIT
115600     END-IF.
115700     PERFORM 1295-READ-ONE-PRIOR THRU 1295-EXIT
115800         UNTIL DL180-PARTSTAT-EOF.
115900     CLOSE PARTSTAT.
116000     IF NOT DL180-PARTSTAT-OK
116100         MOVE "PARTSTAT" TO DL180-ERR-FILE-ID
116200         MOVE DL180-PARTSTAT-STATUS TO DL180-ERR-STATUS
116300         GO TO 8000-ERROR-HANDLER
116400     END-IF.
116500
116600 1290-EXIT.
116700     EXIT.
116800
116900 1295-READ-ONE-PRIOR.
117000     READ PARTSTAT
117100         AT END
117200             GO TO 1295-EXIT
117300     END-READ.
117400     IF NOT DL180-PARTSTAT-OK
117500         MOVE "PARTSTAT" TO DL180-ERR-FILE-ID
117600         MOVE DL180-PARTSTAT-STATUS TO DL180-ERR-STATUS
117700         GO TO 8000-ERROR-HANDLER
117800     END-IF.
117900     IF DL100-PST-TARGET-COUNT IS NOT NUMERIC
118000         OR DL100-PST-PARTITIONS IS NOT NUMERIC
118100         GO TO 1295-EXIT
118200     END-IF.
118300     IF DL100-PST-TARGET-COUNT = DL180-TARGET-COUNT
118400         AND DL100-PST-PARTITIONS > 0
118500         AND DL100-PST-PARTITIONS NOT > DL180-SIZE-MAX
118600         MOVE DL100-PST-PARTITIONS TO DL180-PRIOR-PARTITIONS
118700     END-IF.
118800
118900 1295-EXIT.
119000     EXIT.
119100
119200*===============================================================
119300* 1300-PRINT-SIZING -- THE FIGURES BEHIND TONIGHT'S COUNT, THE
119400* PROJECTION FOR EVERY CHOICE, AND THE COUNT THE DRIVER RUNS.
119500*===============================================================
119600 1300-PRINT-SIZING.
119700     MOVE SPACES TO DL180-INF-TEXT.
119800     STRING "PARTITION SIZING -- HISTORY AND CALENDAR OF STREAM "
119900                DELIMITED BY SIZE
120000            DL180-HIST-JOB-NAME DELIMITED BY SIZE
120100         INTO DL180-INF-TEXT
120200     END-STRING.
120300     PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT.
120400     MOVE "RECENT NIGHTS SAMPLED (RUNHIST):    "
120500         TO DL180-CNT-TITLE.
120600     MOVE DL180-HIST-SAMPLES TO DL180-CNT-VALUE.
120700     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
120800     MOVE "RECENT MESSAGES PER SECOND:         "
120900         TO DL180-RTE-TITLE.
121000     COMPUTE DL180-RTE-VALUE = DL180-HIST-RATE-CC / 100.
121100     PERFORM 7200-WRITE-RATE-LINE THRU 7200-EXIT.
121200     MOVE "CALENDAR PACE CEILING (0 = NONE):   "
121300         TO DL180-CNT-TITLE.
121400     MOVE DL180-PACE-RATE TO DL180-CNT-VALUE.
121500     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
121600     MOVE "RATE PROJECTED PER PARTITION:       "
121700         TO DL180-RTE-TITLE.
121800     COMPUTE DL180-RTE-VALUE = DL180-RATE-CC / 100.
121900     PERFORM 7200-WRITE-RATE-LINE THRU 7200-EXIT.
122000     MOVE "TONIGHT'S TARGET COUNT:             "
122100         TO DL180-CNT-TITLE.
122200     MOVE DL180-TARGET-COUNT TO DL180-CNT-VALUE.
122300     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
122400     MOVE "DRIVER START TIME:                  "
122500         TO DL180-CLK-TITLE.
122600     MOVE DL180-START-HH TO DL180-CLK-HH.
122700     MOVE DL180-START-MM TO DL180-CLK-MM.
122800     MOVE DL180-START-SS TO DL180-CLK-SS.
122900     PERFORM 7300-WRITE-CLOCK-LINE THRU 7300-EXIT.
123000     MOVE "CALFILE CUTOFF:                     "
123100         TO DL180-CLK-TITLE.
123200     IF DL180-CUTOFF-TIME = 0
123300         MOVE "    NONE" TO DL180-CLK-TIME
123400     ELSE
123500         MOVE DL180-CUTOFF-HH TO DL180-CLK-HH
123600         MOVE DL180-CUTOFF-MM TO DL180-CLK-MM
123700         MOVE DL180-CUTOFF-SS TO DL180-CLK-SS
123800     END-IF.
123900     PERFORM 7300-WRITE-CLOCK-LINE THRU 7300-EXIT.
124000     MOVE "ELAPSED LIMIT (SECONDS):            "
124100         TO DL180-CNT-TITLE.
124200     MOVE DL180-ELAPSED-LIMIT TO DL180-CNT-VALUE.
124300     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
124400     MOVE "WINDOW AVAILABLE (SECONDS):         "
124500         TO DL180-CNT-TITLE.
124600     MOVE DL180-WINDOW-SECS TO DL180-CNT-VALUE.
124700     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
124800     MOVE "SAFETY MARGIN (PERCENT):            "
124900         TO DL180-CNT-TITLE.
125000     MOVE DL180-SAFETY-PCT TO DL180-CNT-VALUE.
125100     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
125200
125300     IF DL180-RATE-CC = 0
125400         MOVE "NO USABLE RUNHIST NIGHTS - NO PROJECTION"
125500             TO DL180-INF-TEXT
125600         PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT
125700     ELSE
125800         WRITE DL180-PRINT-RECORD FROM DL180-RPT-SIZE-HEADING
125900             AFTER ADVANCING 1 LINE
126000         IF NOT DL180-DRVRPT-OK
126100             MOVE "DRVRPT"  TO DL180-ERR-FILE-ID
126200             MOVE DL180-DRVRPT-STATUS TO DL180-ERR-STATUS
126300             GO TO 8000-ERROR-HANDLER
126400         END-IF
126500         PERFORM 1310-PRINT-ONE-SIZE THRU 1310-EXIT
126600             VARYING DL180-SIZE-SUB FROM 1 BY 1
126700             UNTIL DL180-SIZE-SUB > DL180-SIZE-MAX
126800     END-IF.
126900
127000     MOVE "PARTITIONS PICKED:                  "
127100         TO DL180-CNT-TITLE.
127200     MOVE DL180-PARTITION-COUNT TO DL180-CNT-VALUE.
127300     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
127400     EVALUATE TRUE
127500         WHEN DL180-SIZED-BY-CARD
127600             MOVE "COUNT TAKEN FROM THE DRIVER CARD - OVERRIDE"
127700                 TO DL180-INF-TEXT
127800         WHEN DL180-SIZED-BY-RESTART
127900             MOVE "RESTART - COUNT KEPT FROM THE FAILED RUN"
128000                 TO DL180-INF-TEXT
128100         WHEN DL180-SIZED-BY-DEFAULT
128200             MOVE "NO HISTORY TO SIZE FROM - MOST PARTITIONS"
128300                 TO DL180-INF-TEXT
128400         WHEN OTHER
128500             MOVE "COUNT SIZED FROM THE STREAM'S RUN HISTORY"
128600                 TO DL180-INF-TEXT
128700     END-EVALUATE.
128800     PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT.
128900     IF DL180-RATE-CC > 0
129000         IF NOT DL180-SZ-FITS(DL180-PARTITION-COUNT)
129100             MOVE "WARNING: COUNT RUN IS NOT PROJECTED TO FIT"
129200                 TO DL180-INF-TEXT
129300             MOVE " THE WINDOW" TO DL180-INF-TEXT(43:11)
129400             PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT
129500         END-IF
129600     END-IF.
129700     WRITE DL180-PRINT-RECORD FROM DL180-BLANK-LINE
129800         AFTER ADVANCING 1 LINE.
129900     IF NOT DL180-DRVRPT-OK
130000         MOVE "DRVRPT"  TO DL180-ERR-FILE-ID
130100         MOVE DL180-DRVRPT-STATUS TO DL180-ERR-STATUS
130200         GO TO 8000-ERROR-HANDLER
130300     END-IF.
130400
130500 1300-EXIT.
130600     EXIT.
130700
130800 1310-PRINT-ONE-SIZE.
130900     MOVE DL180-SIZE-SUB TO DL180-SZL-PARTS.
131000     MOVE DL180-SZ-PROJ-SECS(DL180-SIZE-SUB) TO DL180-SZL-PROJ.
131100     MOVE DL180-SZ-NEED-SECS(DL180-SIZE-SUB) TO DL180-SZL-NEED.
131200     DIVIDE DL180-SZ-FINISH-SECS(DL180-SIZE-SUB) BY 3600
131300         GIVING DL180-SZL-HH
131400         REMAINDER DL180-CLOCK-REM.
131500     DIVIDE DL180-CLOCK-REM BY 60
131600         GIVING DL180-SZL-MM
131700         REMAINDER DL180-SZL-SS.
131800     IF DL180-SZ-FITS(DL180-SIZE-SUB)
131900         MOVE "YES " TO DL180-SZL-FITS
132000     ELSE
132100         MOVE "NO  " TO DL180-SZL-FITS
132200     END-IF.
132300     IF DL180-SIZE-SUB = DL180-PARTITION-COUNT
132400         MOVE "<-- RUN " TO DL180-SZL-PICKED
132500     ELSE
132600         MOVE SPACES TO DL180-SZL-PICKED
132700     END-IF.
132800     WRITE DL180-PRINT-RECORD FROM DL180-RPT-SIZE-LINE
132900         AFTER ADVANCING 1 LINE.
133000     IF NOT DL180-DRVRPT-OK
133100         MOVE "DRVRPT"  TO DL180-ERR-FILE-ID
133200         MOVE DL180-DRVRPT-STATUS TO DL180-ERR-STATUS
133300         GO TO 8000-ERROR-HANDLER
133400     END-IF.
133500
133600 1310-EXIT.
133700     EXIT.
133800
133900*===============================================================
134000* 1350-WRITE-SIZING-ALERT -- EVEN THE MOST PARTITIONS WILL NOT
134100* MAKE THE WINDOW.  SAID NOW, BEFORE ANYTHING BROADCASTS, AS A
134200* WARNING (WINDRISK) SO THE SHIFT CAN ACT BEFORE THE CUTOFF; THE
134300* ELAPSED FIGURES ARE THE MARGINED PROJECTION AND THE WINDOW.
134400*===============================================================
134500 1350-WRITE-SIZING-ALERT.
134600     PERFORM 4310-OPEN-ALERTFL THRU 4310-EXIT.
134700     MOVE SPACES TO DL100-ALERT-RECORD.
134800     MOVE DL180-JOB-NAME       TO DL100-ALERT-JOB-NAME.
134900     MOVE DL180-JOB-START-DATE TO DL100-ALERT-RUN-DATE.
135000     MOVE DL180-JOB-START-TIME TO DL100-ALERT-RUN-TIME.
135100     SET DL100-ALERT-WINDOW-AT-RISK TO TRUE.
135200     SET DL100-ALERT-SEV-WARNING    TO TRUE.
135300     MOVE ZERO                 TO DL100-ALERT-FINAL-COUNTER.
135400     MOVE DL180-TARGET-COUNT   TO DL100-ALERT-TARGET-COUNT.
135500     MOVE DL180-SZ-NEED-SECS(DL180-SIZE-MAX)
135600         TO DL100-ALERT-ELAPSED-SECONDS.
135700     MOVE DL180-WINDOW-SECS    TO DL100-ALERT-ELAPSED-LIMIT.
135800     WRITE DL100-ALERT-RECORD.
135900     IF NOT DL180-ALERTFL-OK
136000         MOVE "ALERTFL" TO DL180-ERR-FILE-ID
136100         MOVE DL180-ALERTFL-STATUS TO DL180-ERR-STATUS
136200         GO TO 8000-ERROR-HANDLER
136300     END-IF.
136400     CLOSE ALERTFL.
136500     IF NOT DL180-ALERTFL-OK
136600         MOVE "ALERTFL" TO DL180-ERR-FILE-ID
136700         MOVE DL180-ALERTFL-STATUS TO DL180-ERR-STATUS
136800         GO TO 8000-ERROR-HANDLER
136900     END-IF.
137000     MOVE "WARNING: EVEN FOUR PARTITIONS MISS THE WINDOW"
137100         TO DL180-INF-TEXT.
137200     MOVE " - WINDRISK ALERT RAISED" TO DL180-INF-TEXT(46:24).
137300     PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT.
137400
137500 1350-EXIT.
137600     EXIT.
137700
137800*===============================================================
137900* 1500-LOAD-PART-STATUS -- PICK UP ANY PARTITION COMPLETIONS A
138000* FAILED EARLIER RUN LEFT ON PARTSTAT.  ONLY RECORDS MATCHING
138100* TONIGHT'S CARD (TARGET COUNT AND PARTITION COUNT) QUALIFY;
138200* ANYTHING ELSE IS A STALE TRAIL AND IGNORED.  THE FILE IS
138300* LEFT OPEN EXTEND SO THIS RUN'S COMPLETIONS APPEND TO IT,
138400* EXACTLY AS THE STANDALONE CHECKPOINT FILE IS HANDLED.
138500*===============================================================
138600 1500-LOAD-PART-STATUS.
138700     PERFORM 1520-CLEAR-ONE-PRIOR THRU 1520-EXIT
138800         VARYING DL180-PART-SUB FROM 1 BY 1
138900         UNTIL DL180-PART-SUB > 4.
139000     OPEN INPUT PARTSTAT.
139100     IF NOT DL180-PARTSTAT-OK AND NOT DL180-PARTSTAT-NOT-FOUND
139200         MOVE "PARTSTAT" TO DL180-ERR-FILE-ID
139300         MOVE DL180-PARTSTAT-STATUS TO DL180-ERR-STATUS
139400         GO TO 8000-ERROR-HANDLER
139500     END-IF.
139600     IF DL180-PARTSTAT-NOT-FOUND
139700         OPEN OUTPUT PARTSTAT
139800         IF NOT DL180-PARTSTAT-OK
139900             MOVE "PARTSTAT" TO DL180-ERR-FILE-ID
140000             MOVE DL180-PARTSTAT-STATUS TO DL180-ERR-STATUS
140100             GO TO 8000-ERROR-HANDLER
140200         END-IF
140300         GO TO 1500-EXIT
140400     END-IF.
140500     PERFORM 1510-READ-ONE-STATUS THRU 1510-EXIT
140600         UNTIL DL180-PARTSTAT-EOF.
140700     CLOSE PARTSTAT.
140800     IF NOT DL180-PARTSTAT-OK
140900         MOVE "PARTSTAT" TO DL180-ERR-FILE-ID
141000         MOVE DL180-PARTSTAT-STATUS TO DL180-ERR-STATUS
141100         GO TO 8000-ERROR-HANDLER
141200     END-IF.
141300     OPEN EXTEND PARTSTAT.
141400     IF NOT DL180-PARTSTAT-OK
141500         MOVE "PARTSTAT" TO DL180-ERR-FILE-ID
141600         MOVE DL180-PARTSTAT-STATUS TO DL180-ERR-STATUS
141700         GO TO 8000-ERROR-HANDLER
141800     END-IF.
141900     IF DL180-PRIOR-DONE-COUNT > 0
142000         MOVE "RESTART: PRIOR PARTITION COMPLETIONS FOUND -"
142100             TO DL180-INF-TEXT
142200         MOVE " ONLY UNFINISHED SLICES WILL RUN"
142300             TO DL180-INF-TEXT(45:32)
142400         PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT
142500     END-IF.
142600
142700 1500-EXIT.
142800     EXIT.
142900
143000 1510-READ-ONE-STATUS.
143100     READ PARTSTAT
143200         AT END
143300             GO TO 1510-EXIT
143400     END-READ.
143500     IF NOT DL180-PARTSTAT-OK AND NOT DL180-PARTSTAT-EOF
143600         MOVE "PARTSTAT" TO DL180-ERR-FILE-ID
143700         MOVE DL180-PARTSTAT-STATUS TO DL180-ERR-STATUS
143800         GO TO 8000-ERROR-HANDLER
143900     END-IF.
144000     IF DL100-PST-TARGET-COUNT IS NOT NUMERIC
144100         OR DL100-PST-PARTITIONS IS NOT NUMERIC
144200         OR DL100-PST-PART-NUMBER IS NOT NUMERIC
144300         GO TO 1510-EXIT
144400     END-IF.
144500     IF DL100-PST-TARGET-COUNT NOT = DL180-TARGET-COUNT
144600         OR DL100-PST-PARTITIONS NOT = DL180-PARTITION-COUNT
144700         GO TO 1510-EXIT
144800     END-IF.
144900     IF DL100-PST-PART-NUMBER < 1
145000         OR DL100-PST-PART-NUMBER > DL180-PARTITION-COUNT
145100         GO TO 1510-EXIT
145200     END-IF.
145300     IF NOT DL100-PST-COMPLETE
145400         GO TO 1510-EXIT
145500     END-IF.
145600     MOVE DL100-PST-PART-NUMBER TO DL180-PST-PART-SUB.
145700     SET DL180-PART-IDX TO DL180-PST-PART-SUB.
145800     IF DL180-PART-PRIOR-DONE(DL180-PART-IDX) NOT = "Y"
145900         ADD 1 TO DL180-PRIOR-DONE-COUNT
146000     END-IF.
146100     MOVE "Y" TO DL180-PART-PRIOR-DONE(DL180-PART-IDX).
146200     MOVE DL100-PST-START
146300         TO DL180-PART-PRIOR-START(DL180-PART-IDX).
146400     MOVE DL100-PST-SIZE
146500         TO DL180-PART-PRIOR-SIZE(DL180-PART-IDX).
146600     MOVE DL100-PST-FINAL
146700         TO DL180-PART-PRIOR-FINAL(DL180-PART-IDX).
146800
146900 1510-EXIT.
147000     EXIT.
147100
147200 1520-CLEAR-ONE-PRIOR.
147300     SET DL180-PART-IDX TO DL180-PART-SUB.
147400     MOVE "N"  TO DL180-PART-PRIOR-DONE(DL180-PART-IDX).
147500     MOVE "N"  TO DL180-PART-SKIPPED-SW(DL180-PART-IDX).
147600     MOVE ZERO TO DL180-PART-PRIOR-START(DL180-PART-IDX).
147700     MOVE ZERO TO DL180-PART-PRIOR-SIZE(DL180-PART-IDX).
147800     MOVE ZERO TO DL180-PART-PRIOR-FINAL(DL180-PART-IDX).
147900
148000 1520-EXIT.
148100     EXIT.
148200
148300*===============================================================
148400* 2000-RUN-PARTITIONS -- SLICE THE TARGET ACROSS THE
148500* PARTITIONS (EARLY PARTITIONS ABSORB THE REMAINDER) AND DRIVE
148600* EACH SLICE THROUGH DL100-PART-ENTRY.
148700*===============================================================
148800 2000-RUN-PARTITIONS.
148900     DIVIDE DL180-TARGET-COUNT BY DL180-PARTITION-COUNT
149000         GIVING DL180-BASE-COUNT
149100         REMAINDER DL180-EXTRA-COUNT.
149200     MOVE 1 TO DL180-NEXT-START.
149300     PERFORM 2100-RUN-ONE-PARTITION THRU 2100-EXIT
149400         VARYING DL180-PART-SUB FROM 1 BY 1
149500         UNTIL DL180-PART-SUB > DL180-PARTITION-COUNT.
149600
149700     WRITE DL180-PRINT-RECORD FROM DL180-RPT-PART-HEADING
149800         AFTER ADVANCING 1 LINE.
149900     IF NOT DL180-DRVRPT-OK
150000         MOVE "DRVRPT"  TO DL180-ERR-FILE-ID
150100         MOVE DL180-DRVRPT-STATUS TO DL180-ERR-STATUS
150200         GO TO 8000-ERROR-HANDLER
150300     END-IF.
150400     PERFORM 2300-PRINT-ONE-PARTITION THRU 2300-EXIT
150500         VARYING DL180-PART-SUB FROM 1 BY 1
150600         UNTIL DL180-PART-SUB > DL180-PARTITION-COUNT.
150700
150800     CLOSE PARTSTAT.
150900     IF NOT DL180-PARTSTAT-OK
151000         MOVE "PARTSTAT" TO DL180-ERR-FILE-ID
151100         MOVE DL180-PARTSTAT-STATUS TO DL180-ERR-STATUS
151200         GO TO 8000-ERROR-HANDLER
151300     END-IF.
151400
151500 2000-EXIT.
151600     EXIT.
151700
151800 2100-RUN-ONE-PARTITION.
151900     SET DL180-PART-IDX TO DL180-PART-SUB.
152000     MOVE DL180-NEXT-START TO DL180-PART-START(DL180-PART-IDX).
152100     IF DL180-PART-SUB NOT > DL180-EXTRA-COUNT
152200         COMPUTE DL180-PART-SIZE(DL180-PART-IDX) =
152300             DL180-BASE-COUNT + 1
152400     ELSE
152500         MOVE DL180-BASE-COUNT
152600             TO DL180-PART-SIZE(DL180-PART-IDX)
152700     END-IF.
152800     COMPUTE DL180-NEXT-START =
152900         DL180-PART-START(DL180-PART-IDX)
153000             + DL180-PART-SIZE(DL180-PART-IDX).
153100
153200*    A SLICE ALREADY COMPLETE ON THE STATUS TRAIL UNDER THE
153300*    SAME BOUNDARIES IS NOT RERUN; ITS PARTITION LOG FROM THE
153400*    EARLIER RUN STANDS AND FEEDS THE MERGE AS USUAL, WHERE ITS
153410*    LINES ARE RE-STAMPED TO THIS RUN (SEE 3200).
153500     MOVE "N" TO DL180-PART-SKIPPED-SW(DL180-PART-IDX).
153600     IF DL180-PART-PRIOR-DONE(DL180-PART-IDX) = "Y"
153700         AND DL180-PART-PRIOR-START(DL180-PART-IDX)
153800             = DL180-PART-START(DL180-PART-IDX)
153900         AND DL180-PART-PRIOR-SIZE(DL180-PART-IDX)
154000             = DL180-PART-SIZE(DL180-PART-IDX)
154100         MOVE DL180-PART-PRIOR-FINAL(DL180-PART-IDX)
154200             TO DL180-PART-FINAL(DL180-PART-IDX)
154300         MOVE ZERO TO DL180-PART-RC(DL180-PART-IDX)
154400         MOVE "Y" TO DL180-PART-SKIPPED-SW(DL180-PART-IDX)
154500         ADD 1 TO DL180-SKIPPED-COUNT
154600         PERFORM 2350-WRITE-SKIP-LINE THRU 2350-EXIT
154700         GO TO 2100-EXIT
154800     END-IF.
154900
155000     MOVE DL180-PART-SUB TO DL180-CALL-PART-NO.
155100     MOVE DL180-PART-START(DL180-PART-IDX) TO DL180-CALL-START.
155200     MOVE DL180-PART-SIZE(DL180-PART-IDX)  TO DL180-CALL-COUNT.
155300     MOVE DL180-MESSAGE-TEXT TO DL180-CALL-MESSAGE.
155400     MOVE ZERO TO DL180-CALL-FINAL.
155500     MOVE ZERO TO DL180-CALL-RC.
155600     CALL "DL100-PART-ENTRY" USING DL180-CALL-PART-NO
155700         DL180-CALL-START
155800         DL180-CALL-COUNT
155900         DL180-CALL-MESSAGE
156000         DL180-CALL-FINAL
156100         DL180-CALL-RC.
156200     MOVE DL180-CALL-FINAL TO DL180-PART-FINAL(DL180-PART-IDX).
156300     MOVE DL180-CALL-RC    TO DL180-PART-RC(DL180-PART-IDX).
156400     IF DL180-CALL-RC NOT = 0
156500         ADD 1 TO DL180-PART-FAIL-COUNT
156600     END-IF.
156700     PERFORM 2400-WRITE-PART-STATUS THRU 2400-EXIT.
156800
156900 2100-EXIT.
157000     EXIT.
157100
157200 2350-WRITE-SKIP-LINE.
157300     MOVE DL180-PART-SUB TO DL180-SKIP-LINE-PART.
157400     WRITE DL180-PRINT-RECORD FROM DL180-RPT-SKIP-LINE
157500         AFTER ADVANCING 1 LINE.
157600     IF NOT DL180-DRVRPT-OK
157700         MOVE "DRVRPT"  TO DL180-ERR-FILE-ID
157800         MOVE DL180-DRVRPT-STATUS TO DL180-ERR-STATUS
157900         GO TO 8000-ERROR-HANDLER
158000     END-IF.
158100
158200 2350-EXIT.
158300     EXIT.
158400
158500*===============================================================
158600* 2400-WRITE-PART-STATUS -- ONE STATUS RECORD AS THE PARTITION
158700* COMES BACK, SO A DRIVER ABEND AFTER THIS POINT NEVER COSTS
158800* THE SLICE'S FINISHED WORK.
158900*===============================================================
159000 2400-WRITE-PART-STATUS.
159100     MOVE SPACES TO DL100-PST-RECORD.
159200     MOVE DL180-JOB-START-DATE  TO DL100-PST-RUN-DATE.
159300     MOVE DL180-TARGET-COUNT    TO DL100-PST-TARGET-COUNT.
159400     MOVE DL180-PARTITION-COUNT TO DL100-PST-PARTITIONS.
159500     MOVE DL180-PART-SUB        TO DL100-PST-PART-NUMBER.
159600     MOVE DL180-PART-START(DL180-PART-IDX)
159700         TO DL100-PST-START.
159800     MOVE DL180-PART-SIZE(DL180-PART-IDX)
159900         TO DL100-PST-SIZE.
160000     MOVE DL180-PART-FINAL(DL180-PART-IDX)
160100         TO DL100-PST-FINAL.
160200     MOVE DL180-PART-RC(DL180-PART-IDX)
160300         TO DL100-PST-RC.
160400     IF DL180-CALL-RC = 0
160500         SET DL100-PST-COMPLETE TO TRUE
160600     ELSE
160700         SET DL100-PST-FAILED TO TRUE
160800     END-IF.
160900     WRITE DL100-PST-RECORD.
161000     IF NOT DL180-PARTSTAT-OK
161100         MOVE "PARTSTAT" TO DL180-ERR-FILE-ID
161200         MOVE DL180-PARTSTAT-STATUS TO DL180-ERR-STATUS
161300         GO TO 8000-ERROR-HANDLER
161400     END-IF.
161500
161600 2400-EXIT.
161700     EXIT.
161800
161900 2300-PRINT-ONE-PARTITION.
162000     SET DL180-PART-IDX TO DL180-PART-SUB.
162100     MOVE DL180-PART-SUB                   TO DL180-PL-NUMBER.
162200     MOVE DL180-PART-START(DL180-PART-IDX) TO DL180-PL-START.
162300     MOVE DL180-PART-SIZE(DL180-PART-IDX)  TO DL180-PL-COUNT.
162400     MOVE DL180-PART-FINAL(DL180-PART-IDX) TO DL180-PL-FINAL.
162500     MOVE DL180-PART-RC(DL180-PART-IDX)    TO DL180-PL-RC.
162600     WRITE DL180-PRINT-RECORD FROM DL180-RPT-PART-LINE
162700         AFTER ADVANCING 1 LINE.
162800     IF NOT DL180-DRVRPT-OK
162900         MOVE "DRVRPT"  TO DL180-ERR-FILE-ID
163000         MOVE DL180-DRVRPT-STATUS TO DL180-ERR-STATUS
163100         GO TO 8000-ERROR-HANDLER
163200     END-IF.
163300
163400 2300-EXIT.
163500     EXIT.
163600
163700*===============================================================
163800* 3000-MERGE-PART-LOGS -- FOUR-WAY MERGE OF THE PARTITION LOGS
163900* BACK INTO COUNTER ORDER ONTO THE SINGLE JOBLOG.  JOBLOG IS
164000* PROBED AND EXTENDED THE SAME WAY LONG-PROGRAM DOES IT, SO
164100* THE NIGHT'S MERGED BROADCAST LANDS AFTER ANY EARLIER LINES.
164200* EVERY MERGED LINE IS STAMPED WITH THE DRIVER'S OWN STREAM.
164210* ON A RESTART, LINES FROM A SKIPPED SLICE STILL CARRY THE
164220* FAILED RUN'S DATE AND TIME; THE MERGE RE-STAMPS THEM WITH THIS
164230* RUN'S START, SINCE THIS RUN'S TRAILER COUNTS THEM AND LOG-VERIFY
164240* GIVES A LINE TO THE RUN ITS STAMP FALLS IN.
164300*===============================================================
164400 3000-MERGE-PART-LOGS.
164500     OPEN INPUT JOBLOG.
164600     IF NOT DL180-JOBLOG-OK AND NOT DL180-JOBLOG-NOT-FOUND
164700         MOVE "JOBLOG"  TO DL180-ERR-FILE-ID
164800         MOVE DL180-JOBLOG-STATUS TO DL180-ERR-STATUS
164900         GO TO 8000-ERROR-HANDLER
165000     END-IF.
165100     IF DL180-JOBLOG-NOT-FOUND
165200         OPEN OUTPUT JOBLOG
165300         IF NOT DL180-JOBLOG-OK
165400             MOVE "JOBLOG"  TO DL180-ERR-FILE-ID
165500             MOVE DL180-JOBLOG-STATUS TO DL180-ERR-STATUS
165600             GO TO 8000-ERROR-HANDLER
165700         END-IF
165800     ELSE
165900         CLOSE JOBLOG
166000         IF NOT DL180-JOBLOG-OK
166100             MOVE "JOBLOG"  TO DL180-ERR-FILE-ID
166200             MOVE DL180-JOBLOG-STATUS TO DL180-ERR-STATUS
166300             GO TO 8000-ERROR-HANDLER
166400         END-IF
166500         OPEN EXTEND JOBLOG
166600         IF NOT DL180-JOBLOG-OK
166700             MOVE "JOBLOG"  TO DL180-ERR-FILE-ID
166800             MOVE DL180-JOBLOG-STATUS TO DL180-ERR-STATUS
166900             GO TO 8000-ERROR-HANDLER
167000         END-IF
167100     END-IF.
167200
167300     PERFORM 3100-OPEN-AND-PRIME THRU 3100-EXIT
167400         VARYING DL180-PART-SUB FROM 1 BY 1
167500         UNTIL DL180-PART-SUB > DL180-PARTITION-COUNT.
167600
167700     MOVE DL180-PARTITION-COUNT TO DL180-LIVE-COUNT.
167800     PERFORM 3200-MERGE-ONE-RECORD THRU 3200-EXIT
167900         UNTIL DL180-LIVE-COUNT = 0.
168000
168100     PERFORM 3400-CLOSE-ONE-PART THRU 3400-EXIT
168200         VARYING DL180-PART-SUB FROM 1 BY 1
168300         UNTIL DL180-PART-SUB > DL180-PARTITION-COUNT.
168400     CLOSE JOBLOG.
168500     IF NOT DL180-JOBLOG-OK
168600         MOVE "JOBLOG"  TO DL180-ERR-FILE-ID
168700         MOVE DL180-JOBLOG-STATUS TO DL180-ERR-STATUS
168800         GO TO 8000-ERROR-HANDLER
168900     END-IF.
169000
169100 3000-EXIT.
169200     EXIT.
169300
169400 3100-OPEN-AND-PRIME.
169500     SET DL180-PART-IDX TO DL180-PART-SUB.
169600     MOVE "N" TO DL180-PART-EOF-SW(DL180-PART-IDX).
169700     EVALUATE DL180-PART-SUB
169800         WHEN 1
169900             OPEN INPUT PARTLG01
170000         WHEN 2
170100             OPEN INPUT PARTLG02
170200         WHEN 3
170300             OPEN INPUT PARTLG03
170400         WHEN 4
170500             OPEN INPUT PARTLG04
170600     END-EVALUATE.
170700     IF NOT DL180-PARTLOG-OK
170800         MOVE "PARTLOG " TO DL180-ERR-FILE-ID
170900         MOVE DL180-PARTLOG-STATUS TO DL180-ERR-STATUS
171000         GO TO 8000-ERROR-HANDLER
171100     END-IF.
171200     PERFORM 3300-READ-ONE-PART THRU 3300-EXIT.
171300
171400 3100-EXIT.
171500     EXIT.
171600
171700*===============================================================
171800* 3200-MERGE-ONE-RECORD -- PICK THE LIVE PARTITION WITH THE
171900* LOWEST CURRENT COUNTER AND MOVE ITS RECORD TO JOBLOG.  A LINE
171910* FROM A SKIPPED SLICE TAKES THIS RUN'S START AS ITS STAMP.
172000*===============================================================
172100 3200-MERGE-ONE-RECORD.
172200     MOVE ZERO TO DL180-MIN-SUB.
172300     PERFORM 3210-TEST-ONE-CANDIDATE THRU 3210-EXIT
172400         VARYING DL180-PART-SUB FROM 1 BY 1
172500         UNTIL DL180-PART-SUB > DL180-PARTITION-COUNT.
172600     IF DL180-MIN-SUB = 0
172700         MOVE ZERO TO DL180-LIVE-COUNT
172800         GO TO 3200-EXIT
172900     END-IF.
173000     SET DL180-PART-IDX TO DL180-MIN-SUB.
173100     MOVE DL180-PART-CUR-RECORD(DL180-PART-IDX)
173200         TO DL100-LOG-RECORD.
173300     MOVE DL180-JOB-NAME TO DL100-LOG-JOB-NAME.
173310     IF DL180-PART-SKIPPED-SW(DL180-PART-IDX) = "Y"
173320         MOVE DL180-JOB-START-DATE TO DL100-LOG-DATE
173330         MOVE DL180-JOB-START-TIME TO DL100-LOG-TIME
173340     END-IF.
173400     PERFORM 3250-ADD-CONTROL-TOTALS THRU 3250-EXIT.
173500     WRITE DL100-LOG-RECORD.
173600     IF NOT DL180-JOBLOG-OK
173700         MOVE "JOBLOG"  TO DL180-ERR-FILE-ID
173800         MOVE DL180-JOBLOG-STATUS TO DL180-ERR-STATUS
173900         GO TO 8000-ERROR-HANDLER
174000     END-IF.
174100     ADD 1 TO DL180-MERGED-COUNT.
174200     MOVE DL180-MIN-SUB TO DL180-PART-SUB.
174300     PERFORM 3300-READ-ONE-PART THRU 3300-EXIT.
174400
174500 3200-EXIT.
174600     EXIT.
174700
174800 3210-TEST-ONE-CANDIDATE.
174900     SET DL180-PART-IDX TO DL180-PART-SUB.
175000     IF DL180-PART-EOF-SW(DL180-PART-IDX) = "Y"
175100         GO TO 3210-EXIT
175200     END-IF.
175300     IF DL180-MIN-SUB = 0
175400         MOVE DL180-PART-SUB TO DL180-MIN-SUB
175500         GO TO 3210-EXIT
175600     END-IF.
175700     SET DL180-PART-IDX TO DL180-PART-SUB.
175800     IF DL180-PART-CUR-COUNTER(DL180-PART-SUB)
175900         < DL180-PART-CUR-COUNTER(DL180-MIN-SUB)
176000         MOVE DL180-PART-SUB TO DL180-MIN-SUB
176100     END-IF.
176200
176300 3210-EXIT.
176400     EXIT.
176500
176600*===============================================================
176700* 3250-ADD-CONTROL-TOTALS -- COUNT THE LINE ABOUT TO BE MERGED
176800* INTO THE RUN'S CONTROL TOTALS (THE RECORD COUNT IS DL180-
176900* MERGED-COUNT).  TAKEN BEFORE THE WRITE: JOBLOG IS BLOCKED, SO
177000* THE RECORD AREA IS NOT THE LINE WRITTEN ONCE THE WRITE IS DONE.
177100*===============================================================
177200 3250-ADD-CONTROL-TOTALS.
177300     ADD DL100-LOG-COUNTER TO DL180-CTL-HASH-TOTAL.
177400     MOVE "N" TO DL180-CTL-ID-FOUND-SW.
177500     IF DL180-CTL-ID-USED > 0
177600         PERFORM 3260-SEARCH-CONTROL-ID THRU 3260-EXIT
177700             VARYING DL180-CTL-SUB FROM 1 BY 1
177800             UNTIL DL180-CTL-ID-FOUND
177900             OR DL180-CTL-SUB > DL180-CTL-ID-USED
178000     END-IF.
178100     IF NOT DL180-CTL-ID-FOUND
178200         IF DL180-CTL-ID-USED < DL180-CTL-ID-MAX-ENTRIES
178300             ADD 1 TO DL180-CTL-ID-USED
178400             MOVE DL180-CTL-ID-USED TO DL180-CTL-SUB
178500             MOVE DL100-LOG-MSG-ID TO DL180-CTL-ID(DL180-CTL-SUB)
178600             MOVE 1 TO DL180-CTL-ID-COUNT(DL180-CTL-SUB)
178700         ELSE
178800             ADD 1 TO DL180-CTL-ID-OVERFLOW
178900         END-IF
179000     END-IF.
179100
179200 3250-EXIT.
179300     EXIT.
179400
179500 3260-SEARCH-CONTROL-ID.
179600     IF DL180-CTL-ID(DL180-CTL-SUB) = DL100-LOG-MSG-ID
179700         ADD 1 TO DL180-CTL-ID-COUNT(DL180-CTL-SUB)
179800         MOVE "Y" TO DL180-CTL-ID-FOUND-SW
179900     END-IF.
180000
180100 3260-EXIT.
180200     EXIT.
180300
180400*===============================================================
180500* 3300-READ-ONE-PART -- NEXT RECORD OFF PARTITION
180600* DL180-PART-SUB, OR MARK IT DRAINED.
180700*===============================================================
180800 3300-READ-ONE-PART.
180900     SET DL180-PART-IDX TO DL180-PART-SUB.
181000     EVALUATE DL180-PART-SUB
181100         WHEN 1
181200             READ PARTLG01
181300                 INTO DL180-PART-CUR-RECORD(DL180-PART-IDX)
181400                 AT END
181500                     MOVE "Y"
181600                         TO DL180-PART-EOF-SW(DL180-PART-IDX)
181700             END-READ
181800         WHEN 2
181900             READ PARTLG02
182000                 INTO DL180-PART-CUR-RECORD(DL180-PART-IDX)
182100                 AT END
182200                     MOVE "Y"
182300                         TO DL180-PART-EOF-SW(DL180-PART-IDX)
182400             END-READ
182500         WHEN 3
182600             READ PARTLG03
182700                 INTO DL180-PART-CUR-RECORD(DL180-PART-IDX)
182800                 AT END
182900                     MOVE "Y"
183000                         TO DL180-PART-EOF-SW(DL180-PART-IDX)
183100             END-READ
183200         WHEN 4
183300             READ PARTLG04
183400                 INTO DL180-PART-CUR-RECORD(DL180-PART-IDX)
183500                 AT END
183600                     MOVE "Y"
183700                         TO DL180-PART-EOF-SW(DL180-PART-IDX)
183800             END-READ
183900     END-EVALUATE.
184000     IF NOT DL180-PARTLOG-OK AND NOT DL180-PARTLOG-EOF
184100         MOVE "PARTLOG " TO DL180-ERR-FILE-ID
184200         MOVE DL180-PARTLOG-STATUS TO DL180-ERR-STATUS
184300         GO TO 8000-ERROR-HANDLER
184400     END-IF.
184500     IF DL180-PART-EOF-SW(DL180-PART-IDX) NOT = "Y"
184600         MOVE DL180-PART-CUR-RECORD(DL180-PART-IDX)(1:9)
184700             TO DL180-PART-CUR-COUNTER(DL180-PART-IDX)
184800     END-IF.
184900
185000 3300-EXIT.
185100     EXIT.
185200
185300 3400-CLOSE-ONE-PART.
185400     EVALUATE DL180-PART-SUB
185500         WHEN 1
185600             CLOSE PARTLG01
185700         WHEN 2
185800             CLOSE PARTLG02
185900         WHEN 3
186000             CLOSE PARTLG03
186100         WHEN 4
186200             CLOSE PARTLG04
186300     END-EVALUATE.
186400     IF NOT DL180-PARTLOG-OK
186500         MOVE "PARTLOG " TO DL180-ERR-FILE-ID
186600         MOVE DL180-PARTLOG-STATUS TO DL180-ERR-STATUS
186700         GO TO 8000-ERROR-HANDLER
186800     END-IF.
186900
187000 3400-EXIT.
187100     EXIT.
187200
187300*===============================================================
187400* 3500-RECONCILE -- THE SUM OF THE PARTITION COUNTERS AND THE
187500* MERGED RECORD COUNT MUST BOTH COME BACK TO THE ORIGINAL
187600* TARGET, AND EVERY PARTITION MUST HAVE RETURNED CLEAN.
187700*===============================================================
187800 3500-RECONCILE.
187900     MOVE ZERO TO DL180-DONE-TOTAL.
188000     PERFORM 3510-ADD-ONE-PARTITION THRU 3510-EXIT
188100         VARYING DL180-PART-SUB FROM 1 BY 1
188200         UNTIL DL180-PART-SUB > DL180-PARTITION-COUNT.
188300
188400     IF DL180-DONE-TOTAL = DL180-TARGET-COUNT
188500         AND DL180-MERGED-COUNT = DL180-TARGET-COUNT
188600         AND DL180-PART-FAIL-COUNT = 0
188700         SET DL180-RECONCILE-MATCH TO TRUE
188800     ELSE
188900         SET DL180-RECONCILE-MISMATCH TO TRUE
189000     END-IF.
189100
189200     WRITE DL180-PRINT-RECORD FROM DL180-BLANK-LINE
189300         AFTER ADVANCING 1 LINE.
189400     MOVE "TOTAL TARGET COUNT:                 "
189500         TO DL180-CNT-TITLE.
189600     MOVE DL180-TARGET-COUNT TO DL180-CNT-VALUE.
189700     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
189800     MOVE "SUM OF PARTITION COUNTERS:          "
189900         TO DL180-CNT-TITLE.
190000     MOVE DL180-DONE-TOTAL TO DL180-CNT-VALUE.
190100     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
190200     MOVE "RECORDS MERGED ONTO JOBLOG:         "
190300         TO DL180-CNT-TITLE.
190400     MOVE DL180-MERGED-COUNT TO DL180-CNT-VALUE.
190500     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
190600
190700     IF DL180-RECONCILE-MATCH
190800         MOVE "RECONCILIATION: COUNTS MATCH - BROADCAST COMPLETE"
190900             TO DL180-INF-TEXT
191000     ELSE
191100         MOVE "RECONCILIATION: MISMATCH - SEE PARTITION RESULTS"
191200             TO DL180-INF-TEXT
191300     END-IF.
191400     PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT.
191500
191600 3500-EXIT.
191700     EXIT.
191800
191900*===============================================================
192000* 3600-RESET-PART-STATUS -- THE RUN RECONCILED CLEANLY, SO THE
192100* PARTITION STATUS TRAIL IS CLEARED THE SAME WAY THE
192200* STANDALONE BROADCAST CLEARS ITS CHECKPOINT TRAIL.  NEXT
192300* MONTH-END STARTS FRESH.
192400*===============================================================
192500 3600-RESET-PART-STATUS.
192600     OPEN OUTPUT PARTSTAT.
192700     IF NOT DL180-PARTSTAT-OK
192800         MOVE "PARTSTAT" TO DL180-ERR-FILE-ID
192900         MOVE DL180-PARTSTAT-STATUS TO DL180-ERR-STATUS
193000         GO TO 8000-ERROR-HANDLER
193100     END-IF.
193200     CLOSE PARTSTAT.
193300     IF NOT DL180-PARTSTAT-OK
193400         MOVE "PARTSTAT" TO DL180-ERR-FILE-ID
193500         MOVE DL180-PARTSTAT-STATUS TO DL180-ERR-STATUS
193600         GO TO 8000-ERROR-HANDLER
193700     END-IF.
193800
193900 3600-EXIT.
194000     EXIT.
194100
194200*===============================================================
194300* 3700-WRITE-AUDIT-TRAILER -- CLOSE OFF THE DRIVER'S RUN ON THE
194400* AUDIT MASTER: COMPLETE WHEN THE PARTITIONS RECONCILED, INCOMPLT
194500* OTHERWISE, WITH THE MERGED RECORD COUNT AS THE FINAL COUNTER
194600* (THE SAME FIGURE THE GATE RECORD CARRIES) AND THE CONTROL
194700* TOTALS OF THE LINES THE MERGE WROTE.
194800*===============================================================
194900 3700-WRITE-AUDIT-TRAILER.
195000     IF DL180-RECONCILE-MATCH
195100         MOVE "COMPLETE" TO DL180-COMPLETION-STATUS
195200     ELSE
195300         MOVE "INCOMPLT" TO DL180-COMPLETION-STATUS
195400     END-IF.
195500     PERFORM 1150-OPEN-AUDITFL THRU 1150-EXIT.
195600     MOVE SPACES                  TO DL100-AUDIT-DETAIL.
195700     MOVE DL180-JOB-NAME          TO DL100-AUDIT-JOB-NAME.
195800     MOVE DL180-JOB-START-DATE    TO DL100-AUDIT-RUN-DATE.
195900     MOVE DL180-JOB-START-TIME    TO DL100-AUDIT-RUN-TIME.
196000     SET DL100-AUDIT-IS-TRAILER   TO TRUE.
196100     MOVE DL180-MERGED-COUNT
196200         TO DL100-AUDIT-TRL-FINAL-COUNTER.
196300     MOVE DL180-COMPLETION-STATUS TO DL100-AUDIT-TRL-STATUS.
196400     MOVE "Y"                     TO DL100-AUDIT-TRL-TOTALS-FLAG.
196500     MOVE DL180-MERGED-COUNT      TO DL100-AUDIT-TRL-RECORD-COUNT.
196600     MOVE DL180-CTL-HASH-TOTAL    TO DL100-AUDIT-TRL-HASH-TOTAL.
196700     MOVE DL180-CTL-ID-USED       TO DL100-AUDIT-TRL-ID-USED.
196800     MOVE DL180-CTL-ID-OVERFLOW   TO DL100-AUDIT-TRL-ID-OVERFLOW.
196900     PERFORM 3710-MOVE-CONTROL-ID THRU 3710-EXIT
197000         VARYING DL180-CTL-SUB FROM 1 BY 1
197100         UNTIL DL180-CTL-SUB > DL180-CTL-ID-USED.
197200     WRITE DL100-AUDIT-RECORD.
197300     IF NOT DL180-AUDITFL-OK
197400         MOVE "AUDITFL" TO DL180-ERR-FILE-ID
197500         MOVE DL180-AUDITFL-STATUS TO DL180-ERR-STATUS
197600         GO TO 8000-ERROR-HANDLER
197700     END-IF.
197800     CLOSE AUDITFL.
197900     IF NOT DL180-AUDITFL-OK
198000         MOVE "AUDITFL" TO DL180-ERR-FILE-ID
198100         MOVE DL180-AUDITFL-STATUS TO DL180-ERR-STATUS
198200         GO TO 8000-ERROR-HANDLER
198300     END-IF.
198400
198500 3700-EXIT.
198600     EXIT.
198700
198800 3710-MOVE-CONTROL-ID.
198900     MOVE DL180-CTL-ID(DL180-CTL-SUB)
199000         TO DL100-AUDIT-TRL-ID(DL180-CTL-SUB).
199100     MOVE DL180-CTL-ID-COUNT(DL180-CTL-SUB)
199200         TO DL100-AUDIT-TRL-ID-COUNT(DL180-CTL-SUB).
199300
199400 3710-EXIT.
199500     EXIT.
199600
199700 3510-ADD-ONE-PARTITION.
199800     SET DL180-PART-IDX TO DL180-PART-SUB.
199900     IF DL180-PART-FINAL(DL180-PART-IDX) IS NUMERIC
200000         AND DL180-PART-FINAL(DL180-PART-IDX)
200100             NOT < DL180-PART-START(DL180-PART-IDX)
200200         COMPUTE DL180-DONE-TOTAL = DL180-DONE-TOTAL
200300             + DL180-PART-FINAL(DL180-PART-IDX)
200400             - DL180-PART-START(DL180-PART-IDX) + 1
200500     END-IF.
200600
200700 3510-EXIT.
200800     EXIT.
200900
201000*===============================================================
201100* 4000-WRITE-GATE-RECORD -- ON PARTITIONED NIGHTS THE DRIVER
201200* OWNS THIS STREAM'S RELEASE GATE: GO ONLY WHEN THE PARTITIONS
201300* RECONCILED AND THE WHOLE RUN FINISHED INSIDE THE LIMIT.
201400* EVERY OTHER STREAM'S GATE RECORD IS READ OFF FIRST AND
201500* CARRIED ACROSS THE REWRITE UNTOUCHED.
201600*===============================================================
201700 4000-WRITE-GATE-RECORD.
201800     ACCEPT DL180-JOB-END-DATE FROM DATE YYYYMMDD.
201900     ACCEPT DL180-JOB-END-TIME FROM TIME.
202000     COMPUTE DL180-START-SECS-OF-DAY =
202100         (DL180-START-HH * 3600) + (DL180-START-MM * 60)
202200             + DL180-START-SS.
202300     COMPUTE DL180-END-SECS-OF-DAY =
202400         (DL180-END-HH * 3600) + (DL180-END-MM * 60)
202500             + DL180-END-SS.
202600     COMPUTE DL180-ELAPSED-SECONDS =
202700         DL180-END-SECS-OF-DAY - DL180-START-SECS-OF-DAY.
202800     IF DL180-ELAPSED-SECONDS < 0
202900         ADD 86400 TO DL180-ELAPSED-SECONDS
203000     END-IF.
203100
203200     MOVE ZERO TO DL180-GATE-KEEP-COUNT.
203300     OPEN INPUT GATEFL.
203400     IF NOT DL180-GATEFL-OK AND NOT DL180-GATEFL-NOT-FOUND
203500         MOVE "GATEFL"  TO DL180-ERR-FILE-ID
203600         MOVE DL180-GATEFL-STATUS TO DL180-ERR-STATUS
203700         GO TO 8000-ERROR-HANDLER
203800     END-IF.
203900     IF NOT DL180-GATEFL-NOT-FOUND
204000         PERFORM 4100-KEEP-ONE-GATE THRU 4100-EXIT
204100             UNTIL DL180-GATEFL-EOF
204200         CLOSE GATEFL
204300         IF NOT DL180-GATEFL-OK
204400             MOVE "GATEFL"  TO DL180-ERR-FILE-ID
204500             MOVE DL180-GATEFL-STATUS TO DL180-ERR-STATUS
204600             GO TO 8000-ERROR-HANDLER
204700         END-IF
204800     END-IF.
204900     OPEN OUTPUT GATEFL.
205000     IF NOT DL180-GATEFL-OK
205100         MOVE "GATEFL"  TO DL180-ERR-FILE-ID
205200         MOVE DL180-GATEFL-STATUS TO DL180-ERR-STATUS
205300         GO TO 8000-ERROR-HANDLER
205400     END-IF.
205500     IF DL180-GATE-KEEP-COUNT > 0
205600         PERFORM 4200-REWRITE-ONE-GATE THRU 4200-EXIT
205700             VARYING DL180-GATE-KEEP-SUB FROM 1 BY 1
205800             UNTIL DL180-GATE-KEEP-SUB > DL180-GATE-KEEP-COUNT
205900     END-IF.
206000     MOVE DL180-JOB-NAME     TO DL100-GATE-JOB-NAME.
206100     MOVE DL180-JOB-END-DATE TO DL100-GATE-RUN-DATE.
206200     MOVE DL180-JOB-END-TIME TO DL100-GATE-RUN-TIME.
206300     IF DL180-RECONCILE-MATCH
206400         AND DL180-ELAPSED-SECONDS NOT > DL180-ELAPSED-LIMIT
206500         SET DL100-GATE-GO TO TRUE
206600     ELSE
206700         SET DL100-GATE-NOGO TO TRUE
206800     END-IF.
206900     MOVE DL180-MERGED-COUNT TO DL100-GATE-FINAL-COUNTER.
207000     MOVE DL180-ELAPSED-SECONDS TO DL100-GATE-ELAPSED-SECONDS.
207100     MOVE DL180-ELAPSED-LIMIT   TO DL100-GATE-ELAPSED-LIMIT.
207200     WRITE DL100-GATE-RECORD.
207300     IF NOT DL180-GATEFL-OK
207400         MOVE "GATEFL"  TO DL180-ERR-FILE-ID
207500         MOVE DL180-GATEFL-STATUS TO DL180-ERR-STATUS
207600         GO TO 8000-ERROR-HANDLER
207700     END-IF.
207800     CLOSE GATEFL.
207900     IF NOT DL180-GATEFL-OK
208000         MOVE "GATEFL"  TO DL180-ERR-FILE-ID
208100         MOVE DL180-GATEFL-STATUS TO DL180-ERR-STATUS
208200         GO TO 8000-ERROR-HANDLER
208300     END-IF.
208400
208500     IF DL100-GATE-GO
208600         MOVE "RELEASE GATE WRITTEN: GO" TO DL180-INF-TEXT
208700     ELSE
208800         MOVE "RELEASE GATE WRITTEN: NOGO" TO DL180-INF-TEXT
208900     END-IF.
209000     PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT.
209100
209200*    A NOGO FROM THE DRIVER PAGES THE SAME INTERFACE THE
209300*    STANDALONE BROADCAST DOES.
209400     IF DL180-RECONCILE-MISMATCH
209500         OR DL180-ELAPSED-SECONDS > DL180-ELAPSED-LIMIT
209600         PERFORM 4300-WRITE-ALERT THRU 4300-EXIT
209700     END-IF.
209800
209900 4000-EXIT.
210000     EXIT.
210100
210200*===============================================================
210300* 4100-KEEP-ONE-GATE -- ONE RECORD OFF THE OLD GATE FILE.  THE
210400* DRIVER'S OWN STREAM RECORD IS DROPPED (THE FRESH VERDICT
210500* SUPERSEDES IT); EVERY OTHER STREAM'S RECORD IS HELD FOR THE
210600* REWRITE.
210700*===============================================================
210800 4100-KEEP-ONE-GATE.
210900     READ GATEFL
211000         AT END
211100             CONTINUE
211200     END-READ.
211300     IF NOT DL180-GATEFL-OK AND NOT DL180-GATEFL-EOF
211400         MOVE "GATEFL"  TO DL180-ERR-FILE-ID
211500         MOVE DL180-GATEFL-STATUS TO DL180-ERR-STATUS
211600         GO TO 8000-ERROR-HANDLER
211700     END-IF.
211800     IF DL180-GATEFL-EOF
211900         GO TO 4100-EXIT
212000     END-IF.
212100     IF DL100-GATE-JOB-NAME = DL180-JOB-NAME
212200         GO TO 4100-EXIT
212300     END-IF.
212400     IF DL180-GATE-KEEP-COUNT < DL180-GATE-KEEP-MAX
212500         ADD 1 TO DL180-GATE-KEEP-COUNT
212600         MOVE DL100-GATE-RECORD
212700             TO DL180-GATE-KEEP-ROW(DL180-GATE-KEEP-COUNT)
212800     END-IF.
212900
213000 4100-EXIT.
213100     EXIT.
213200
213300 4200-REWRITE-ONE-GATE.
213400     WRITE DL100-GATE-RECORD
213500         FROM DL180-GATE-KEEP-ROW(DL180-GATE-KEEP-SUB).
213600     IF NOT DL180-GATEFL-OK
213700         MOVE "GATEFL"  TO DL180-ERR-FILE-ID
213800         MOVE DL180-GATEFL-STATUS TO DL180-ERR-STATUS
213900         GO TO 8000-ERROR-HANDLER
214000     END-IF.
214100
214200 4200-EXIT.
214300     EXIT.
214400
214500*===============================================================
214600* 4300-WRITE-ALERT -- STRUCTURED INCIDENT FOR THE PAGING/
214700* TICKETING INTERFACE, APPENDED TO ALERTFL WITH THE SAME
214800* PROBE-THEN-EXTEND PATTERN LONG-PROGRAM USES.
214900*===============================================================
215000 4300-WRITE-ALERT.
215100     PERFORM 4310-OPEN-ALERTFL THRU 4310-EXIT.
215200     MOVE SPACES TO DL100-ALERT-RECORD.
215300     MOVE DL180-JOB-NAME     TO DL100-ALERT-JOB-NAME.
215400     MOVE DL180-JOB-END-DATE TO DL100-ALERT-RUN-DATE.
215500     MOVE DL180-JOB-END-TIME TO DL100-ALERT-RUN-TIME.
215600     SET DL100-ALERT-SEV-CRITICAL TO TRUE.
215700     IF DL180-RECONCILE-MISMATCH
215800         SET DL100-ALERT-RECON-MISMATCH TO TRUE
215900     ELSE
216000         SET DL100-ALERT-ELAPSED-BREACH TO TRUE
216100     END-IF.
216200     MOVE DL180-MERGED-COUNT    TO DL100-ALERT-FINAL-COUNTER.
216300     MOVE DL180-TARGET-COUNT    TO DL100-ALERT-TARGET-COUNT.
216400     MOVE DL180-ELAPSED-SECONDS TO DL100-ALERT-ELAPSED-SECONDS.
216500     MOVE DL180-ELAPSED-LIMIT   TO DL100-ALERT-ELAPSED-LIMIT.
216600     WRITE DL100-ALERT-RECORD.
216700     IF NOT DL180-ALERTFL-OK
216800         MOVE "ALERTFL" TO DL180-ERR-FILE-ID
216900         MOVE DL180-ALERTFL-STATUS TO DL180-ERR-STATUS
217000         GO TO 8000-ERROR-HANDLER
217100     END-IF.
217200     CLOSE ALERTFL.
217300     IF NOT DL180-ALERTFL-OK
217400         MOVE "ALERTFL" TO DL180-ERR-FILE-ID
217500         MOVE DL180-ALERTFL-STATUS TO DL180-ERR-STATUS
217600         GO TO 8000-ERROR-HANDLER
217700     END-IF.
217800
217900 4300-EXIT.
218000     EXIT.
218100
218200*===============================================================
218300* 4310-OPEN-ALERTFL -- PROBE, THEN EXTEND (OR CREATE) ALERTFL.
218400*===============================================================
218500 4310-OPEN-ALERTFL.
218600     OPEN INPUT ALERTFL.
218700     IF NOT DL180-ALERTFL-OK AND NOT DL180-ALERTFL-NOT-FOUND
218800         MOVE "ALERTFL" TO DL180-ERR-FILE-ID
218900         MOVE DL180-ALERTFL-STATUS TO DL180-ERR-STATUS
219000         GO TO 8000-ERROR-HANDLER
219100     END-IF.
219200     IF DL180-ALERTFL-NOT-FOUND
219300         OPEN OUTPUT ALERTFL
219400         IF NOT DL180-ALERTFL-OK
219500             MOVE "ALERTFL" TO DL180-ERR-FILE-ID
219600             MOVE DL180-ALERTFL-STATUS TO DL180-ERR-STATUS
219700             GO TO 8000-ERROR-HANDLER
219800         END-IF
219900     ELSE
220000         CLOSE ALERTFL
220100         IF NOT DL180-ALERTFL-OK
220200             MOVE "ALERTFL" TO DL180-ERR-FILE-ID
220300             MOVE DL180-ALERTFL-STATUS TO DL180-ERR-STATUS
220400             GO TO 8000-ERROR-HANDLER
220500         END-IF
220600         OPEN EXTEND ALERTFL
220700         IF NOT DL180-ALERTFL-OK
220800             MOVE "ALERTFL" TO DL180-ERR-FILE-ID
220900             MOVE DL180-ALERTFL-STATUS TO DL180-ERR-STATUS
221000             GO TO 8000-ERROR-HANDLER
221100         END-IF
221200     END-IF.
221300
221400 4310-EXIT.
221500     EXIT.
221600
221700 7000-WRITE-INFO-LINE.
221800     WRITE DL180-PRINT-RECORD FROM DL180-RPT-INFO-LINE
221900         AFTER ADVANCING 1 LINE.
222000     IF NOT DL180-DRVRPT-OK
222100         MOVE "DRVRPT"  TO DL180-ERR-FILE-ID
222200         MOVE DL180-DRVRPT-STATUS TO DL180-ERR-STATUS
222300         GO TO 8000-ERROR-HANDLER
222400     END-IF.
222500
222600 7000-EXIT.
222700     EXIT.
222800
222900 7100-WRITE-COUNT-LINE.
223000     WRITE DL180-PRINT-RECORD FROM DL180-RPT-COUNT-LINE
223100         AFTER ADVANCING 1 LINE.
223200     IF NOT DL180-DRVRPT-OK
223300         MOVE "DRVRPT"  TO DL180-ERR-FILE-ID
223400         MOVE DL180-DRVRPT-STATUS TO DL180-ERR-STATUS
223500         GO TO 8000-ERROR-HANDLER
223600     END-IF.
223700
223800 7100-EXIT.
223900     EXIT.
224000
224100 7200-WRITE-RATE-LINE.
224200     WRITE DL180-PRINT-RECORD FROM DL180-RPT-RATE-LINE
224300         AFTER ADVANCING 1 LINE.
224400     IF NOT DL180-DRVRPT-OK
224500         MOVE "DRVRPT"  TO DL180-ERR-FILE-ID
224600         MOVE DL180-DRVRPT-STATUS TO DL180-ERR-STATUS
224700         GO TO 8000-ERROR-HANDLER
224800     END-IF.
224900
225000 7200-EXIT.
225100     EXIT.
225200
225300 7300-WRITE-CLOCK-LINE.
225400     WRITE DL180-PRINT-RECORD FROM DL180-RPT-CLOCK-LINE
225500         AFTER ADVANCING 1 LINE.
225600     IF NOT DL180-DRVRPT-OK
225700         MOVE "DRVRPT"  TO DL180-ERR-FILE-ID
225800         MOVE DL180-DRVRPT-STATUS TO DL180-ERR-STATUS
225900         GO TO 8000-ERROR-HANDLER
226000     END-IF.
226100
226200 7300-EXIT.
226300     EXIT.
226400
226500*===============================================================
226600* 5000-TERMINATE -- CLOSE THE REPORT.
226700*===============================================================
226800 5000-TERMINATE.
226900     CLOSE DRVRPT.
227000     IF NOT DL180-DRVRPT-OK
227100         MOVE "DRVRPT"  TO DL180-ERR-FILE-ID
227200         MOVE DL180-DRVRPT-STATUS TO DL180-ERR-STATUS
227300         GO TO 8000-ERROR-HANDLER
227400     END-IF.
227500
227600 5000-EXIT.
227700     EXIT.
227800
227900*===============================================================
228000* 8000-ERROR-HANDLER -- COMMON I/O ERROR TRAP, SAME CONVENTION
228100* AS LONG-PROGRAM.
228200*===============================================================
228300 8000-ERROR-HANDLER.
228400     DISPLAY "*** PART-DRIVER I/O ERROR ***".
228500     DISPLAY "FILE: "   DL180-ERR-FILE-ID
228600             "  STATUS: " DL180-ERR-STATUS.
228700     MOVE 16 TO RETURN-CODE.
228800     STOP RUN.
