000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SHIFT-HANDOFF.
000300 AUTHOR.        R T HALVERSEN.
000400 INSTALLATION.  BATCH-OPERATIONS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700 REMARKS.       MORNING SHIFT HANDOFF REPORT.  RUNS AT THE END
000800                OF THE NIGHT AND PUTS THE WHOLE NIGHT ON ONE
000900                REPORT IN PLACE OF THE HANDOFF CALL: THE GATEFL
001000                VERDICTS, THE ALERTFL INCIDENTS, THE PART-DRIVER
001100                PARTSTAT TRAIL, THE AUDIT-EXCEPT (XCPRPT) AND
001200                LOG-VERIFY (VFYRPT) REPORTS, EACH STREAM'S LAST
001300                JOBRPT SUMMARY, AND THE STREAM'S PREVIOUS NIGHT
001400                FROM RUNHIST FOR COMPARISON.  A NEEDS-ACTION
001500                SECTION LEADS THE REPORT: STREAMS GATE-CHECK HELD
001600                OR WOULD HOLD, CRITICAL INCIDENTS, PARTITIONS
001700                AWAITING A RERUN, LOGS NOT ATTESTED, AND AUDIT
001800                EXCEPTIONS.  ONE BLOCK PER STREAM FOLLOWS.  THE
001900                EXEC PARM IS 'YYYYMMDD MAXAGE': THE NIGHT (THE
002000                DATE IT STARTED; BLANK MEANS YESTERDAY) AND AN
002100                OPTIONAL NINE-DIGIT GATE AGE LIMIT IN SECONDS IN
002200                BYTES 10-18 (GATE-CHECK'S TWELVE HOURS IF BLANK).
002300                THE NIGHT RUNS FROM NOON ON ITS DATE TO NOON THE
002400                NEXT DAY.  A MISSING SOURCE IS SAID AND READ AS
002500                EMPTY.  CONDITION CODE 4 MEANS SOMETHING NEEDS
002600                ACTION; 0 MEANS THE NIGHT IS CLEAN.
002700*===============================================================
002800* MODIFICATION HISTORY
002900*---------------------------------------------------------------
003000* DATE       INIT  DESCRIPTION
003100* ---------- ----  -------------------------------------------
003200* 2026-10-15 RTH   INITIAL VERSION.
003300*===============================================================
003400
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.   IBM-370.
003800 OBJECT-COMPUTER.   IBM-370.
003900
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT GATEFL ASSIGN TO "GATEFL"
004300         ORGANIZATION IS SEQUENTIAL
004400         ACCESS MODE IS SEQUENTIAL
004500         FILE STATUS IS DL280-GATEFL-STATUS.
004600
004700     SELECT GATEDEP ASSIGN TO "GATEDEP"
004800         ORGANIZATION IS SEQUENTIAL
004900         ACCESS MODE IS SEQUENTIAL
005000         FILE STATUS IS DL280-GATEDEP-STATUS.
005100
005200     SELECT JOBRPT ASSIGN TO "JOBRPT"
005300         ORGANIZATION IS SEQUENTIAL
005400         ACCESS MODE IS SEQUENTIAL
005500         FILE STATUS IS DL280-JOBRPT-STATUS.
005600
005700     SELECT ALERTFL ASSIGN TO "ALERTFL"
005800         ORGANIZATION IS SEQUENTIAL
005900         ACCESS MODE IS SEQUENTIAL
006000         FILE STATUS IS DL280-ALERTFL-STATUS.
006100
006200     SELECT DRVCARD ASSIGN TO "DRVCARD"
006300         ORGANIZATION IS SEQUENTIAL
006400         ACCESS MODE IS SEQUENTIAL
006500         FILE STATUS IS DL280-DRVCARD-STATUS.
006600
006700     SELECT PARTSTAT ASSIGN TO "PARTSTAT"
006800         ORGANIZATION IS SEQUENTIAL
006900         ACCESS MODE IS SEQUENTIAL
007000         FILE STATUS IS DL280-PARTSTAT-STATUS.
007100
007200     SELECT XCPRPT ASSIGN TO "XCPRPT"
007300         ORGANIZATION IS SEQUENTIAL
007400         ACCESS MODE IS SEQUENTIAL
007500         FILE STATUS IS DL280-XCPRPT-STATUS.
007600
007700     SELECT VFYRPT ASSIGN TO "VFYRPT"
007800         ORGANIZATION IS SEQUENTIAL
007900         ACCESS MODE IS SEQUENTIAL
008000         FILE STATUS IS DL280-VFYRPT-STATUS.
008100
008200     SELECT RUNHIST ASSIGN TO "RUNHIST"
008300         ORGANIZATION IS INDEXED
008400         ACCESS MODE IS DYNAMIC
008500         RECORD KEY IS DL100-HIST-KEY
008600         FILE STATUS IS DL280-RUNHIST-STATUS.
008700
008800     SELECT HNDRPT ASSIGN TO "HNDRPT"
008900         ORGANIZATION IS SEQUENTIAL
009000         ACCESS MODE IS SEQUENTIAL
009100         FILE STATUS IS DL280-HNDRPT-STATUS.
009200
009300 DATA DIVISION.
009400 FILE SECTION.
009500 FD  GATEFL
009600     RECORDING MODE IS F
009700     LABEL RECORDS ARE STANDARD.
009800     COPY GATE.
009900
010000 FD  GATEDEP
010100     RECORDING MODE IS F
010200     LABEL RECORDS ARE STANDARD.
010300     COPY GATEDEP.
010400
010500 FD  JOBRPT
010600     RECORDING MODE IS F
010700     LABEL RECORDS ARE STANDARD.
010800     COPY JOBRPT.
010900
011000 FD  ALERTFL
011100     RECORDING MODE IS F
011200     LABEL RECORDS ARE STANDARD.
011300     COPY ALERT.
011400
011500 FD  DRVCARD
011600     RECORDING MODE IS F
011700     LABEL RECORDS ARE STANDARD.
011800     COPY DRVCARD.
011900
012000 FD  PARTSTAT
012100     RECORDING MODE IS F
012200     LABEL RECORDS ARE STANDARD.
012300     COPY PARTSTAT.
012400
012500*===============================================================
012600* XCPRPT AS AUDIT-EXCEPT PRINTS IT.  ONLY THE EXCEPTION LINES --
012700* JOB NAME, DASHED DATE, DOTTED TIME -- ARE TAKEN; HEADINGS, THE
012800* MONTHLY SUMMARY AND THE TOTALS DO NOT HAVE THAT SHAPE.
012900*===============================================================
013000 FD  XCPRPT
013100     RECORDING MODE IS F
013200     LABEL RECORDS ARE STANDARD.
013300 01  DL280-XCP-RECORD.
013400     05  DL280-XCPI-JOB-NAME         PIC X(08).
013500     05  FILLER                      PIC X(02).
013600     05  DL280-XCPI-DATE.
013700         10  DL280-XCPI-YYYY         PIC X(04).
013800         10  DL280-XCPI-DASH-1       PIC X(01).
013900         10  DL280-XCPI-MON          PIC X(02).
014000         10  DL280-XCPI-DASH-2       PIC X(01).
014100         10  DL280-XCPI-DD           PIC X(02).
014200     05  FILLER                      PIC X(01).
014300     05  DL280-XCPI-TIME.
014400         10  DL280-XCPI-HH           PIC X(02).
014500         10  DL280-XCPI-DOT-1        PIC X(01).
014600         10  DL280-XCPI-MIN          PIC X(02).
014700         10  DL280-XCPI-DOT-2        PIC X(01).
014800         10  DL280-XCPI-SS           PIC X(02).
014900     05  FILLER                      PIC X(02).
015000     05  DL280-XCPI-USERID           PIC X(08).
015100     05  FILLER                      PIC X(02).
015200     05  DL280-XCPI-REASON           PIC X(44).
015300     05  FILLER                      PIC X(02).
015400     05  DL280-XCPI-DETAIL           PIC X(45).
015500
015600*===============================================================
015700* VFYRPT AS LOG-VERIFY PRINTS IT -- ONE REPORT PER STREAM AND
015800* DATE VERIFIED, SO THE FILE MAY HOLD SEVERAL.  EACH HEADING
015900* NAMES THE DATE AND STREAM THE VERDICT LINES BELOW IT BELONG TO.
016000*===============================================================
016100 FD  VFYRPT
016200     RECORDING MODE IS F
016300     LABEL RECORDS ARE STANDARD.
016400 01  DL280-VFY-RECORD.
016500     05  DL280-VFYI-TITLE            PIC X(40).
016600     05  FILLER                      PIC X(01).
016700     05  DL280-VFYI-DATE             PIC X(08).
016800     05  DL280-VFYI-DATE-N REDEFINES DL280-VFYI-DATE
016900                                     PIC 9(08).
017000     05  FILLER                      PIC X(09).
017100     05  DL280-VFYI-STREAM           PIC X(08).
017200     05  FILLER                      PIC X(66).
017300 01  DL280-VFY-TEXT-RECORD.
017400     05  DL280-VFYI-TEXT             PIC X(46).
017500     05  FILLER                      PIC X(86).
017600
017700 FD  RUNHIST
017800     RECORDING MODE IS F
017900     LABEL RECORDS ARE STANDARD.
018000     COPY RUNHIST.
018100
018200 FD  HNDRPT
018300     RECORDING MODE IS F
018400     LABEL RECORDS ARE STANDARD.
018500 01  DL280-PRINT-RECORD              PIC X(132).
018600
018700 WORKING-STORAGE SECTION.
018800*===============================================================
018900* FILE STATUS SWITCHES
019000*===============================================================
019100 01  DL280-SWITCHES.
019200     05  DL280-GATEFL-STATUS         PIC X(02) VALUE "00".
019300         88  DL280-GATEFL-OK                   VALUE "00".
019400         88  DL280-GATEFL-EOF                  VALUE "10".
019500         88  DL280-GATEFL-NOT-FOUND            VALUE "35".
019600     05  DL280-GATEDEP-STATUS        PIC X(02) VALUE "00".
019700         88  DL280-GATEDEP-OK                  VALUE "00".
019800         88  DL280-GATEDEP-EOF                 VALUE "10".
019900         88  DL280-GATEDEP-NOT-FOUND           VALUE "35".
020000     05  DL280-JOBRPT-STATUS         PIC X(02) VALUE "00".
020100         88  DL280-JOBRPT-OK                   VALUE "00".
020200         88  DL280-JOBRPT-EOF                  VALUE "10".
020300         88  DL280-JOBRPT-NOT-FOUND            VALUE "35".
020400     05  DL280-ALERTFL-STATUS        PIC X(02) VALUE "00".
020500         88  DL280-ALERTFL-OK                  VALUE "00".
020600         88  DL280-ALERTFL-EOF                 VALUE "10".
020700         88  DL280-ALERTFL-NOT-FOUND           VALUE "35".
020800     05  DL280-DRVCARD-STATUS        PIC X(02) VALUE "00".
020900         88  DL280-DRVCARD-OK                  VALUE "00".
021000         88  DL280-DRVCARD-EOF                 VALUE "10".
021100         88  DL280-DRVCARD-NOT-FOUND           VALUE "35".
021200     05  DL280-PARTSTAT-STATUS       PIC X(02) VALUE "00".
021300         88  DL280-PARTSTAT-OK                 VALUE "00".
021400         88  DL280-PARTSTAT-EOF                VALUE "10".
021500         88  DL280-PARTSTAT-NOT-FOUND          VALUE "35".
021600     05  DL280-XCPRPT-STATUS         PIC X(02) VALUE "00".
021700         88  DL280-XCPRPT-OK                   VALUE "00".
021800         88  DL280-XCPRPT-EOF                  VALUE "10".
021900         88  DL280-XCPRPT-NOT-FOUND            VALUE "35".
022000     05  DL280-VFYRPT-STATUS         PIC X(02) VALUE "00".
022100         88  DL280-VFYRPT-OK                   VALUE "00".
022200         88  DL280-VFYRPT-EOF                  VALUE "10".
022300         88  DL280-VFYRPT-NOT-FOUND            VALUE "35".
022400     05  DL280-RUNHIST-STATUS        PIC X(02) VALUE "00".
022500         88  DL280-RUNHIST-OK                  VALUE "00".
022600         88  DL280-RUNHIST-EOF                 VALUE "10".
022700         88  DL280-RUNHIST-KEY-NOT-FOUND       VALUE "23".
022800         88  DL280-RUNHIST-NOT-FOUND           VALUE "35".
022900     05  DL280-HNDRPT-STATUS         PIC X(02) VALUE "00".
023000         88  DL280-HNDRPT-OK                   VALUE "00".
023100 01  DL280-RUNHIST-PRESENT-SW        PIC X(01) VALUE "N".
023200     88  DL280-RUNHIST-PRESENT                 VALUE "Y".
023300
023400*===============================================================
023500* THE NIGHT -- THE EXEC PARM IS 'YYYYMMDD MAXAGE': THE NIGHT'S
023600* START DATE IN BYTES 1-8 (BLANK = YESTERDAY) AND AN OPTIONAL
023700* NINE-DIGIT GATE AGE LIMIT IN SECONDS IN BYTES 10-18.  THE
023800* NIGHT OPENS AT NOON ON ITS DATE AND CLOSES AT NOON NEXT DAY.
023900*===============================================================
024000 01  DL280-PARM-TEXT                 PIC X(18) VALUE SPACES.
024100 01  DL280-PARM-FIELDS REDEFINES DL280-PARM-TEXT.
024200     05  DL280-PARM-NIGHT            PIC X(08).
024300     05  DL280-PARM-NIGHT-N REDEFINES DL280-PARM-NIGHT
024400                                     PIC 9(08).
024500     05  FILLER                      PIC X(01).
024600     05  DL280-PARM-AGE              PIC X(09).
024700     05  DL280-PARM-AGE-N REDEFINES DL280-PARM-AGE
024800                                     PIC 9(09).
024900 01  DL280-MAX-AGE-SECONDS           PIC 9(09) COMP
025000                                     VALUE 43200.
025100 01  DL280-NIGHT-DATE                PIC 9(08).
025200 01  DL280-NEXT-DATE                 PIC 9(08).
025300 01  DL280-NIGHT-OPENS-TIME          PIC 9(08) VALUE 12000000.
025400 01  DL280-CURRENT-DATE              PIC 9(08).
025500 01  DL280-CURRENT-TIME              PIC 9(08).
025600 01  DL280-STAMP-DATE                PIC 9(08).
025700 01  DL280-STAMP-TIME                PIC 9(08).
025800 01  DL280-OVERNIGHT-SW              PIC X(01) VALUE "N".
025900     88  DL280-OVERNIGHT                       VALUE "Y".
026000 01  DL280-DRIVER-NAME               PIC X(08) VALUE "PARTDRVR".
026100
026200*===============================================================
026300* DATE ARITHMETIC -- ONE CALENDAR DAY AT A TIME, SO MONTH ENDS
026400* AND LEAP YEARS COME OUT RIGHT; AND DAY NUMBERS FOR THE AGE OF A
026500* GATE, BUILT AS GATE-CHECK BUILDS THEM.
026600*===============================================================
026700 01  DL280-WORK-DATE                 PIC 9(08).
026800 01  DL280-WORK-DATE-FIELDS REDEFINES DL280-WORK-DATE.
026900     05  DL280-WRK-YYYY              PIC 9(04).
027000     05  DL280-WRK-MM                PIC 9(02).
027100     05  DL280-WRK-DD                PIC 9(02).
027200 01  DL280-WORK-TIME                 PIC 9(08).
027300 01  DL280-WORK-TIME-FIELDS REDEFINES DL280-WORK-TIME.
027400     05  DL280-WRK-HH                PIC 9(02).
027500     05  DL280-WRK-MIN               PIC 9(02).
027600     05  DL280-WRK-SS                PIC 9(02).
027700     05  DL280-WRK-CC                PIC 9(02).
027800 01  DL280-DAYS-IN-MONTH             PIC 9(02).
027900 01  DL280-LEAP-QUOTIENT             PIC 9(04) COMP.
028000 01  DL280-LEAP-REMAINDER            PIC 9(04) COMP.
028100 01  DL280-LEAP-SWITCH               PIC X(01) VALUE "N".
028200     88  DL280-LEAP-YEAR                       VALUE "Y".
028300 01  DL280-DATE-SWITCH               PIC X(01) VALUE "Y".
028400     88  DL280-DATE-VALID                      VALUE "Y".
028500 01  DL280-CALC-YEAR                 PIC 9(05) COMP.
028600 01  DL280-CALC-MONTH                PIC 9(02) COMP.
028700 01  DL280-CALC-TERM                 PIC 9(09) COMP.
028800 01  DL280-CALC-QUOTIENT             PIC 9(09) COMP.
028900 01  DL280-CALC-REMAINDER            PIC 9(09) COMP.
029000 01  DL280-DAY-NUMBER                PIC 9(09) COMP.
029100 01  DL280-SECS-OF-DAY               PIC 9(09) COMP.
029200 01  DL280-NOW-DAY-NUMBER            PIC 9(09) COMP.
029300 01  DL280-NOW-SECS-OF-DAY           PIC 9(09) COMP.
029400 01  DL280-AGE-SECONDS               PIC S9(09) COMP.
029500 01  DL280-START-SECS                PIC 9(09) COMP.
029600 01  DL280-END-SECS                  PIC 9(09) COMP.
029700 01  DL280-CUTOFF-SECS               PIC 9(09) COMP.
029800 01  DL280-CUTOFF-TIME               PIC 9(08).
029900 01  DL280-CLOCK-WORK                PIC 9(09) COMP.
030000 01  DL280-CLOCK-HOURS               PIC 9(05) COMP.
030100 01  DL280-CLOCK-MINUTES             PIC 9(02) COMP.
030200
030300*===============================================================
030400* ONE ENTRY PER STREAM NAMED BY ANY SOURCE, IN THE ORDER FIRST
030500* SEEN (GATEFL, THEN GATEDEP, JOBRPT, ALERTFL, PARTSTAT, XCPRPT,
030600* VFYRPT).  A STREAM IS ACTIVE WHEN ANY SOURCE SHOWS IT DOING
030700* SOMETHING DURING THE NIGHT.  THE GATE STATE IS THE ONE GATE-
030800* CHECK WOULD SEE NOW: G FRESH GO, N FRESH NOGO, S STALE, M NO
030900* RECORD.  THE RELEASE STATE IS WHAT GATE-CHECK WOULD DO WITH THE
031000* STREAM NOW: C RELEASE, H HOLD, SPACE NOT GATED AT ALL.  HELD
031100* MEANS GATE-CHECK ACTUALLY HELD IT OVERNIGHT (ITS INCIDENT).
031200*===============================================================
031300 77  DL280-STM-COUNT                 PIC 9(04) COMP VALUE ZERO.
031400 77  DL280-STM-MAX                   PIC 9(04) COMP VALUE 50.
031500 77  DL280-STM-SUB                   PIC 9(04) COMP.
031600 77  DL280-STM-HIT                   PIC 9(04) COMP.
031700 77  DL280-UP-SUB                    PIC 9(02) COMP.
031800 77  DL280-UP-HIT                    PIC 9(04) COMP.
031900 01  DL280-FIND-NAME                 PIC X(08).
032000 01  DL280-STM-FULL-SW               PIC X(01) VALUE "N".
032100     88  DL280-STM-TABLE-FULL                  VALUE "Y".
032200 01  DL280-STM-TABLE.
032300     05  DL280-STM-ENTRY             OCCURS 50 TIMES.
032400         10  DL280-STM-NAME          PIC X(08).
032500         10  DL280-STM-ACTIVE-SW     PIC X(01).
032600             88  DL280-STM-ACTIVE              VALUE "Y".
032700         10  DL280-STM-GATE-SW       PIC X(01).
032800             88  DL280-STM-HAS-GATE            VALUE "Y".
032900         10  DL280-STM-GATE-RESULT   PIC X(04).
033000             88  DL280-STM-GATE-GO             VALUE "GO  ".
033100         10  DL280-STM-GATE-DATE     PIC 9(08).
033200         10  DL280-STM-GATE-TIME     PIC 9(08).
033300         10  DL280-STM-GATE-FINAL    PIC 9(09).
033400         10  DL280-STM-GATE-ELAPSED  PIC 9(09).
033500         10  DL280-STM-GATE-LIMIT    PIC 9(09).
033600         10  DL280-STM-GATE-AGE      PIC S9(09) COMP.
033700         10  DL280-STM-GATE-STATE    PIC X(01).
033800             88  DL280-STM-GATE-FRESH-GO       VALUE "G".
033900             88  DL280-STM-GATE-FRESH-NOGO     VALUE "N".
034000             88  DL280-STM-GATE-STALE          VALUE "S".
034100             88  DL280-STM-GATE-MISSING        VALUE "M".
034200         10  DL280-STM-RPT-SW        PIC X(01).
034300             88  DL280-STM-HAS-RPT             VALUE "Y".
034400         10  DL280-STM-RPT-START-DATE
034500                                     PIC 9(08).
034600         10  DL280-STM-RPT-START-TIME
034700                                     PIC 9(08).
034800         10  DL280-STM-RPT-END-DATE  PIC 9(08).
034900         10  DL280-STM-RPT-END-TIME  PIC 9(08).
035000         10  DL280-STM-RPT-TARGET    PIC 9(09).
035100         10  DL280-STM-RPT-FINAL     PIC 9(09).
035200         10  DL280-STM-RPT-ELAPSED   PIC 9(09).
035300         10  DL280-STM-RPT-RECON     PIC X(01).
035400             88  DL280-STM-RPT-MATCH           VALUE "Y".
035500             88  DL280-STM-RPT-MISMATCH        VALUE "N".
035600             88  DL280-STM-RPT-WINDOW-EXP      VALUE "W".
035700         10  DL280-STM-RPT-OPR-ACTION
035800                                     PIC X(08).
035900         10  DL280-STM-RPT-OPR-TIME  PIC 9(08).
036000         10  DL280-STM-RPT-OPR-USERID
036100                                     PIC X(08).
036200         10  DL280-STM-RPT-CUTOFF    PIC 9(06).
036300         10  DL280-STM-DEP-SW        PIC X(01).
036400             88  DL280-STM-HAS-DEP             VALUE "Y".
036500         10  DL280-STM-DEP-UPSTREAM  PIC X(08)
036600                 OCCURS 8 TIMES.
036700         10  DL280-STM-REL-STATE     PIC X(01).
036800             88  DL280-STM-REL-CLEAR           VALUE "C".
036900             88  DL280-STM-REL-HOLD            VALUE "H".
037000         10  DL280-STM-REL-BLOCKER   PIC X(08).
037100         10  DL280-STM-REL-WHY       PIC X(01).
037200         10  DL280-STM-HELD-SW       PIC X(01).
037300             88  DL280-STM-WAS-HELD            VALUE "Y".
037400         10  DL280-STM-HELD-BY       PIC X(08).
037500         10  DL280-STM-HELD-REASON   PIC X(08).
037600         10  DL280-STM-VFY-RANK      PIC 9(01) COMP.
037700         10  DL280-STM-VFY-VERDICT   PIC X(46).
037800         10  DL280-STM-VFY-DATE      PIC 9(08).
037900         10  DL280-STM-VFY-PROVEN-SW PIC X(01).
038000             88  DL280-STM-VFY-PROVEN          VALUE "Y".
038100         10  DL280-STM-HIST-SW       PIC X(01).
038200             88  DL280-STM-HAS-HIST            VALUE "Y".
038300         10  DL280-STM-HIST-DATE     PIC 9(08).
038400         10  DL280-STM-HIST-TARGET   PIC 9(09).
038500         10  DL280-STM-HIST-FINAL    PIC 9(09).
038600         10  DL280-STM-HIST-ELAPSED  PIC 9(09).
038700         10  DL280-STM-HIST-LIMIT    PIC 9(09).
038800         10  DL280-STM-HIST-GATE     PIC X(04).
038900         10  DL280-STM-CRIT-COUNT    PIC 9(04) COMP.
039000         10  DL280-STM-WARN-COUNT    PIC 9(04) COMP.
039100         10  DL280-STM-XCP-COUNT     PIC 9(04) COMP.
039200
039300*===============================================================
039400* THE NIGHT'S INCIDENTS -- ALERTFL RECORDS (SEVERITY C OR W) AND
039500* XCPRPT EXCEPTION LINES (X), EACH TIED TO ITS STREAM'S ENTRY.
039600*===============================================================
039700 77  DL280-INC-COUNT                 PIC 9(04) COMP VALUE ZERO.
039800 77  DL280-INC-MAX                   PIC 9(04) COMP VALUE 300.
039900 77  DL280-INC-SUB                   PIC 9(04) COMP.
040000 77  DL280-INC-DROPPED               PIC 9(05) COMP VALUE ZERO.
040100 01  DL280-INC-TABLE.
040200     05  DL280-INC-ENTRY             OCCURS 300 TIMES.
040300         10  DL280-INC-STM           PIC 9(04) COMP.
040400         10  DL280-INC-DATE          PIC 9(08).
040500         10  DL280-INC-TIME          PIC 9(08).
040600         10  DL280-INC-SEVERITY      PIC X(01).
040700             88  DL280-INC-CRITICAL            VALUE "C".
040800             88  DL280-INC-WARNING             VALUE "W".
040900             88  DL280-INC-EXCEPTION           VALUE "X".
041000         10  DL280-INC-REASON        PIC X(08).
041100         10  DL280-INC-DETAIL        PIC X(70).
041200 01  DL280-NEW-INC.
041300     05  DL280-NEW-INC-DATE          PIC 9(08).
041400     05  DL280-NEW-INC-TIME          PIC 9(08).
041500     05  DL280-NEW-INC-SEVERITY      PIC X(01).
041600     05  DL280-NEW-INC-REASON        PIC X(08).
041700     05  DL280-NEW-INC-DETAIL        PIC X(70).
041800
041900*===============================================================
042000* INCIDENT DETAIL LAYOUTS -- THE FIGURES AN ALERT CARRIES, THE
042100* UPSTREAM THAT HELD A STREAM, THE USERID OF A SECURITY VIOLATION,
042200* OR THE REASON AND DETAIL OF AN AUDIT EXCEPTION.
042300*===============================================================
042400 01  DL280-FIGURES-DETAIL.
042500     05  FILLER                      PIC X(06) VALUE "FINAL ".
042600     05  DL280-FD-FINAL              PIC ZZZ,ZZZ,ZZ9.
042700     05  FILLER                      PIC X(08) VALUE " TARGET ".
042800     05  DL280-FD-TARGET             PIC ZZZ,ZZZ,ZZ9.
042900     05  FILLER                      PIC X(06) VALUE " SECS ".
043000     05  DL280-FD-ELAPSED            PIC ZZZ,ZZZ,ZZ9.
043100     05  FILLER                      PIC X(01) VALUE "/".
043200     05  DL280-FD-LIMIT              PIC ZZZ,ZZZ,ZZ9.
043300     05  FILLER                      PIC X(05) VALUE SPACES.
043400
043500 01  DL280-BLOCKER-DETAIL.
043600     05  FILLER                      PIC X(17) VALUE
043700         "HELD ON UPSTREAM ".
043800     05  DL280-BD-BLOCKER            PIC X(08).
043900     05  FILLER                      PIC X(45) VALUE SPACES.
044000
044100 01  DL280-USERID-DETAIL.
044200     05  FILLER                      PIC X(07) VALUE "USERID ".
044300     05  DL280-UD-USERID             PIC X(08).
044400     05  FILLER                      PIC X(11) VALUE
044500         " ATTEMPTED ".
044600     05  DL280-UD-FUNCTION           PIC X(08).
044700     05  FILLER                      PIC X(36) VALUE SPACES.
044800
044900 01  DL280-XCP-DETAIL.
045000     05  DL280-XD-REASON             PIC X(44).
045100     05  FILLER                      PIC X(01) VALUE SPACE.
045200     05  DL280-XD-DETAIL             PIC X(25).
045300
045400*===============================================================
045500* THE PART-DRIVER'S PARTSTAT TRAIL -- THE LATEST OUTCOME OF EACH
045600* PARTITION UNDER THE LATEST CONFIGURATION ON THE TRAIL.  AN EMPTY
045700* TRAIL MEANS THE LAST DRIVER RUN RECONCILED AND CLEARED IT.
045800*===============================================================
045900 77  DL280-PT-SUB                    PIC 9(02) COMP.
046000 77  DL280-PT-RECORDS                PIC 9(05) COMP VALUE ZERO.
046100 01  DL280-PT-RUN-DATE               PIC 9(08) VALUE ZERO.
046200 01  DL280-PT-TARGET                 PIC 9(09) VALUE ZERO.
046300 01  DL280-PT-PARTITIONS             PIC 9(02) VALUE ZERO.
046400 01  DL280-PT-TABLE.
046500     05  DL280-PT-ENTRY              OCCURS 4 TIMES.
046600         10  DL280-PT-SEEN-SW        PIC X(01).
046700             88  DL280-PT-SEEN                 VALUE "Y".
046800         10  DL280-PT-START          PIC 9(09).
046900         10  DL280-PT-SIZE           PIC 9(09).
047000         10  DL280-PT-FINAL          PIC 9(09).
047100         10  DL280-PT-RC             PIC 9(04).
047200         10  DL280-PT-OUTCOME        PIC X(08).
047300             88  DL280-PT-COMPLETE             VALUE "COMPLETE".
047400
047500*===============================================================
047600* COUNTERS
047700*===============================================================
047800 77  DL280-GATE-READ-COUNT           PIC 9(05) COMP VALUE ZERO.
047900 77  DL280-DEP-READ-COUNT            PIC 9(05) COMP VALUE ZERO.
048000 77  DL280-RPT-READ-COUNT            PIC 9(07) COMP VALUE ZERO.
048100 77  DL280-ALERT-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
048200 77  DL280-XCP-READ-COUNT            PIC 9(07) COMP VALUE ZERO.
048300 77  DL280-VFY-READ-COUNT            PIC 9(07) COMP VALUE ZERO.
048400 77  DL280-ACTION-COUNT              PIC 9(05) COMP VALUE ZERO.
048500 77  DL280-CRIT-TOTAL                PIC 9(05) COMP VALUE ZERO.
048600 77  DL280-WARN-TOTAL                PIC 9(05) COMP VALUE ZERO.
048700 77  DL280-XCP-TOTAL                 PIC 9(05) COMP VALUE ZERO.
048800 77  DL280-VFY-RANK                  PIC 9(01) COMP.
048900 77  DL280-VFY-STM                   PIC 9(04) COMP VALUE ZERO.
049000 77  DL280-HIST-SCAN-SW              PIC X(01) VALUE "N".
049100     88  DL280-HIST-SCAN-DONE                  VALUE "Y".
049200 77  DL280-EDIT-COUNT                PIC ZZZ,ZZZ,ZZ9.
049300
049400*===============================================================
049500* REPORT LINES
049600*===============================================================
049700 01  DL280-RPT-HEADING.
049800     05  FILLER                      PIC X(34) VALUE
049900         "MORNING SHIFT HANDOFF -- NIGHT OF ".
050000     05  DL280-HDG-NIGHT             PIC X(10).
050100     05  FILLER                      PIC X(11) VALUE
050200         "  PRODUCED ".
050300     05  DL280-HDG-RUN-DATE          PIC X(10).
050400     05  FILLER                      PIC X(01) VALUE SPACE.
050500     05  DL280-HDG-RUN-TIME          PIC X(08).
050600     05  FILLER                      PIC X(58) VALUE SPACES.
050700
050800 01  DL280-SECTION-LINE.
050900     05  DL280-SECTION-TITLE         PIC X(60).
051000     05  FILLER                      PIC X(72) VALUE SPACES.
051100
051200 01  DL280-RPT-INFO-LINE.
051300     05  DL280-INF-TEXT              PIC X(132).
051400
051500 01  DL280-RPT-ACTION-LINE.
051600     05  FILLER                      PIC X(02) VALUE SPACES.
051700     05  DL280-ACT-CATEGORY          PIC X(10).
051800     05  FILLER                      PIC X(01) VALUE SPACE.
051900     05  DL280-ACT-STREAM            PIC X(08).
052000     05  FILLER                      PIC X(02) VALUE SPACES.
052100     05  DL280-ACT-TEXT              PIC X(109).
052200
052300 01  DL280-RPT-STREAM-HEADING.
052400     05  FILLER                      PIC X(07) VALUE "STREAM ".
052500     05  DL280-SH-NAME               PIC X(08).
052600     05  FILLER                      PIC X(02) VALUE SPACES.
052700     05  DL280-SH-NOTE               PIC X(40).
052800     05  FILLER                      PIC X(75) VALUE SPACES.
052900
053000 01  DL280-RPT-ITEM-LINE.
053100     05  FILLER                      PIC X(02) VALUE SPACES.
053200     05  DL280-ITM-LABEL             PIC X(11).
053300     05  DL280-ITM-TEXT              PIC X(119).
053400
053500 01  DL280-RPT-INCIDENT-LINE.
053600     05  FILLER                      PIC X(04) VALUE SPACES.
053700     05  DL280-IL-DATE               PIC X(10).
053800     05  FILLER                      PIC X(01) VALUE SPACE.
053900     05  DL280-IL-TIME               PIC X(08).
054000     05  FILLER                      PIC X(02) VALUE SPACES.
054100     05  DL280-IL-SEVERITY           PIC X(09).
054200     05  FILLER                      PIC X(02) VALUE SPACES.
054300     05  DL280-IL-REASON             PIC X(08).
054400     05  FILLER                      PIC X(02) VALUE SPACES.
054500     05  DL280-IL-DETAIL             PIC X(70).
054600     05  FILLER                      PIC X(16) VALUE SPACES.
054700
054800 01  DL280-RPT-PART-LINE.
054900     05  FILLER                      PIC X(04) VALUE SPACES.
055000     05  FILLER                      PIC X(10) VALUE "PARTITION ".
055100     05  DL280-PL-NUMBER             PIC 9(01).
055200     05  FILLER                      PIC X(08) VALUE "  START ".
055300     05  DL280-PL-START              PIC ZZZ,ZZZ,ZZ9.
055400     05  FILLER                      PIC X(07) VALUE "  SIZE ".
055500     05  DL280-PL-SIZE               PIC ZZZ,ZZZ,ZZ9.
055600     05  FILLER                      PIC X(08) VALUE "  FINAL ".
055700     05  DL280-PL-FINAL              PIC ZZZ,ZZZ,ZZ9.
055800     05  FILLER                      PIC X(05) VALUE "  RC ".
055900     05  DL280-PL-RC                 PIC ZZZ9.
056000     05  FILLER                      PIC X(02) VALUE SPACES.
056100     05  DL280-PL-OUTCOME            PIC X(24).
056200     05  FILLER                      PIC X(26) VALUE SPACES.
056300
056400 01  DL280-RPT-TOTAL-LINE.
056500     05  DL280-TOT-TITLE             PIC X(36).
056600     05  DL280-TOT-VALUE             PIC ZZZ,ZZZ,ZZ9.
056700     05  FILLER                      PIC X(85) VALUE SPACES.
056800
056900 01  DL280-BLANK-LINE                PIC X(132) VALUE SPACES.
057000
057100*===============================================================
057200* ITEM TEXTS -- LAID OUT HERE, MOVED INTO THE ITEM LINE.
057300*===============================================================
057400 01  DL280-GATE-TEXT.
057500     05  DL280-GT-RESULT             PIC X(04).
057600     05  FILLER                      PIC X(10) VALUE "  STAMPED ".
057700     05  DL280-GT-DATE               PIC X(10).
057800     05  FILLER                      PIC X(01) VALUE SPACE.
057900     05  DL280-GT-TIME               PIC X(08).
058000     05  FILLER                      PIC X(06) VALUE "  AGE ".
058100     05  DL280-GT-AGE                PIC X(10).
058200     05  FILLER                      PIC X(02) VALUE SPACES.
058300     05  DL280-GT-STATE              PIC X(40).
058400     05  FILLER                      PIC X(28) VALUE SPACES.
058500
058600 01  DL280-RELEASE-TEXT.
058700     05  DL280-RT-STATE              PIC X(32).
058800     05  DL280-RT-BLOCKER            PIC X(08).
058900     05  FILLER                      PIC X(03) VALUE " - ".
059000     05  DL280-RT-WHY                PIC X(20).
059100     05  FILLER                      PIC X(56) VALUE SPACES.
059200
059300 01  DL280-HELD-TEXT.
059400     05  FILLER                      PIC X(32) VALUE
059500         "GATE-CHECK HELD IT OVERNIGHT ON ".
059600     05  DL280-HT-BLOCKER            PIC X(08).
059700     05  FILLER                      PIC X(02) VALUE " (".
059800     05  DL280-HT-REASON             PIC X(08).
059900     05  FILLER                      PIC X(01) VALUE ")".
060000     05  DL280-HT-NOW                PIC X(40).
060100     05  FILLER                      PIC X(28) VALUE SPACES.
060200
060300 01  DL280-COUNTER-TEXT.
060400     05  FILLER                      PIC X(06) VALUE "FINAL ".
060500     05  DL280-CT-FINAL              PIC ZZZ,ZZZ,ZZ9.
060600     05  FILLER                      PIC X(11) VALUE
060700         " OF TARGET ".
060800     05  DL280-CT-TARGET             PIC X(11).
060900     05  FILLER                      PIC X(02) VALUE SPACES.
061000     05  DL280-CT-NOTE               PIC X(40).
061100     05  FILLER                      PIC X(38) VALUE SPACES.
061200
061300 01  DL280-ELAPSED-TEXT.
061400     05  DL280-ET-ELAPSED            PIC ZZZ,ZZZ,ZZ9.
061500     05  FILLER                      PIC X(15) VALUE
061600         " SECS OF LIMIT ".
061700     05  DL280-ET-LIMIT              PIC X(11).
061800     05  FILLER                      PIC X(02) VALUE SPACES.
061900     05  DL280-ET-LIMIT-NOTE         PIC X(08).
062000     05  FILLER                      PIC X(09) VALUE "  CUTOFF ".
062100     05  DL280-ET-CUTOFF             PIC X(08).
062200     05  FILLER                      PIC X(07) VALUE " ENDED ".
062300     05  DL280-ET-ENDED              PIC X(08).
062400     05  FILLER                      PIC X(02) VALUE SPACES.
062500     05  DL280-ET-CUTOFF-NOTE        PIC X(13).
062600     05  FILLER                      PIC X(25) VALUE SPACES.
062700
062800 01  DL280-OPERATOR-TEXT.
062900     05  DL280-OT-ACTION             PIC X(08).
063000     05  FILLER                      PIC X(04) VALUE " AT ".
063100     05  DL280-OT-TIME               PIC X(08).
063200     05  FILLER                      PIC X(04) VALUE " BY ".
063300     05  DL280-OT-USERID             PIC X(08).
063400     05  FILLER                      PIC X(87) VALUE SPACES.
063500
063600 01  DL280-INCIDENT-COUNT-TEXT.
063700     05  DL280-IC-TOTAL              PIC ZZZ9.
063800     05  FILLER                      PIC X(12) VALUE
063900         " - CRITICAL ".
064000     05  DL280-IC-CRIT               PIC ZZZ9.
064100     05  FILLER                      PIC X(10) VALUE
064200         "  WARNING ".
064300     05  DL280-IC-WARN               PIC ZZZ9.
064400     05  FILLER                      PIC X(19) VALUE
064500         "  AUDIT EXCEPTIONS ".
064600     05  DL280-IC-XCP                PIC ZZZ9.
064700     05  FILLER                      PIC X(62) VALUE SPACES.
064800
064900 01  DL280-PART-CONFIG-TEXT.
065000     05  FILLER                      PIC X(09) VALUE "TRAIL OF ".
065100     05  DL280-PC-DATE               PIC X(10).
065200     05  FILLER                      PIC X(08) VALUE " TARGET ".
065300     05  DL280-PC-TARGET             PIC ZZZ,ZZZ,ZZ9.
065400     05  FILLER                      PIC X(08) VALUE " ACROSS ".
065500     05  DL280-PC-PARTS              PIC Z9.
065600     05  FILLER                      PIC X(11) VALUE
065700         " PARTITIONS".
065800     05  FILLER                      PIC X(60) VALUE SPACES.
065900
066000 01  DL280-LAST-NIGHT-TEXT.
066100     05  DL280-LN-DATE               PIC X(10).
066200     05  FILLER                      PIC X(08) VALUE "  FINAL ".
066300     05  DL280-LN-FINAL              PIC ZZZ,ZZZ,ZZ9.
066400     05  FILLER                      PIC X(11) VALUE
066500         " OF TARGET ".
066600     05  DL280-LN-TARGET             PIC ZZZ,ZZZ,ZZ9.
066700     05  FILLER                      PIC X(10) VALUE "  ELAPSED ".
066800     05  DL280-LN-ELAPSED            PIC ZZZ,ZZZ,ZZ9.
066900     05  FILLER                      PIC X(08) VALUE "  LIMIT ".
067000     05  DL280-LN-LIMIT              PIC ZZZ,ZZZ,ZZ9.
067100     05  FILLER                      PIC X(07) VALUE "  GATE ".
067200     05  DL280-LN-GATE               PIC X(04).
067300     05  FILLER                      PIC X(17) VALUE SPACES.
067400
067500 01  DL280-ACTION-INC-TEXT.
067600     05  DL280-AI-DATE               PIC X(10).
067700     05  FILLER                      PIC X(01) VALUE SPACE.
067800     05  DL280-AI-TIME               PIC X(08).
067900     05  FILLER                      PIC X(02) VALUE SPACES.
068000     05  DL280-AI-REASON             PIC X(08).
068100     05  FILLER                      PIC X(02) VALUE SPACES.
068200     05  DL280-AI-DETAIL             PIC X(70).
068300     05  FILLER                      PIC X(08) VALUE SPACES.
068400
068500 01  DL280-ACTION-PART-TEXT.
068600     05  FILLER                      PIC X(10) VALUE "PARTITION ".
068700     05  DL280-AP-NUMBER             PIC 9(01).
068800     05  FILLER                      PIC X(01) VALUE SPACE.
068900     05  DL280-AP-TEXT               PIC X(40).
069000     05  FILLER                      PIC X(10) VALUE " TRAIL OF ".
069100     05  DL280-AP-DATE               PIC X(10).
069200     05  FILLER                      PIC X(18) VALUE
069300         " - AWAITING RERUN ".
069400     05  FILLER                      PIC X(19) VALUE SPACES.
069500
069600*===============================================================
069700* DATE, TIME AND AGE AS PRINTED
069800*===============================================================
069900 01  DL280-SHOW-DATE-IN              PIC 9(08).
070000 01  DL280-SHOW-DATE-IN-FIELDS REDEFINES DL280-SHOW-DATE-IN.
070100     05  DL280-SDI-YYYY              PIC 9(04).
070200     05  DL280-SDI-MM                PIC 9(02).
070300     05  DL280-SDI-DD                PIC 9(02).
070400 01  DL280-SHOW-DATE.
070500     05  DL280-SD-YYYY               PIC 9(04).
070600     05  FILLER                      PIC X(01) VALUE "-".
070700     05  DL280-SD-MM                 PIC 9(02).
070800     05  FILLER                      PIC X(01) VALUE "-".
070900     05  DL280-SD-DD                 PIC 9(02).
071000 01  DL280-SHOW-TIME-IN              PIC 9(08).
071100 01  DL280-SHOW-TIME-IN-FIELDS REDEFINES DL280-SHOW-TIME-IN.
071200     05  DL280-STI-HH                PIC 9(02).
071300     05  DL280-STI-MM                PIC 9(02).
071400     05  DL280-STI-SS                PIC 9(02).
071500     05  DL280-STI-CC                PIC 9(02).
071600 01  DL280-SHOW-TIME.
071700     05  DL280-ST-HH                 PIC 9(02).
071800     05  FILLER                      PIC X(01) VALUE ":".
071900     05  DL280-ST-MM                 PIC 9(02).
072000     05  FILLER                      PIC X(01) VALUE ":".
072100     05  DL280-ST-SS                 PIC 9(02).
072200 01  DL280-SHOW-AGE.
072300     05  DL280-SA-HOURS              PIC ZZZZ9.
072400     05  FILLER                      PIC X(02) VALUE "H ".
072500     05  DL280-SA-MINUTES            PIC 9(02).
072600     05  FILLER                      PIC X(01) VALUE "M".
072700
072800*===============================================================
072900* ERROR HANDLING
073000*===============================================================
073100 01  DL280-ERR-FILE-ID               PIC X(08) VALUE SPACES.
073200 01  DL280-ERR-STATUS                PIC X(02) VALUE SPACES.
073300
073400 PROCEDURE DIVISION.
073500*===============================================================
073600* 0000-MAINLINE -- GATHER THE NIGHT FROM EVERY SOURCE, JUDGE THE
073700* STREAMS, THEN PRINT WHAT NEEDS ACTION AND ONE BLOCK PER STREAM.
073800*===============================================================
073900 0000-MAINLINE.
074000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
074100     PERFORM 2000-LOAD-GATEFL THRU 2000-EXIT.
074200     PERFORM 2100-LOAD-GATEDEP THRU 2100-EXIT.
074300     PERFORM 2200-LOAD-JOBRPT THRU 2200-EXIT.
074400     PERFORM 2300-LOAD-ALERTFL THRU 2300-EXIT.
074500     PERFORM 2400-LOAD-PARTSTAT THRU 2400-EXIT.
074600     PERFORM 2500-LOAD-XCPRPT THRU 2500-EXIT.
074700     PERFORM 2600-LOAD-VFYRPT THRU 2600-EXIT.
074800     PERFORM 2700-LOAD-RUNHIST THRU 2700-EXIT.
074900     PERFORM 3000-JUDGE-STREAMS THRU 3000-EXIT.
075000     PERFORM 4000-WRITE-ACTIONS THRU 4000-EXIT.
075100     PERFORM 5000-WRITE-STREAMS THRU 5000-EXIT.
075200     PERFORM 6000-TERMINATE THRU 6000-EXIT.
075300     IF DL280-ACTION-COUNT > 0
075400         MOVE 4 TO RETURN-CODE
075500     ELSE
075600         MOVE 0 TO RETURN-CODE
075700     END-IF.
075800     STOP RUN.
075900
076000*===============================================================
076100* 1000-INITIALIZE -- THE PARM, THE NIGHT'S WINDOW, THE HEADING.
076200* A PARM DATE THAT IS NOT A CALENDAR DATE IS REPORTED AND
076300* YESTERDAY IS TAKEN, SO THE HANDOFF IS NEVER LOST TO A TYPO.
076400*===============================================================
076500 1000-INITIALIZE.
076600     ACCEPT DL280-CURRENT-DATE FROM DATE YYYYMMDD.
076700     ACCEPT DL280-CURRENT-TIME FROM TIME.
076800     ACCEPT DL280-PARM-TEXT FROM COMMAND-LINE.
076900     OPEN OUTPUT HNDRPT.
077000     IF NOT DL280-HNDRPT-OK
077100         MOVE "HNDRPT"  TO DL280-ERR-FILE-ID
077200         MOVE DL280-HNDRPT-STATUS TO DL280-ERR-STATUS
077300         GO TO 8000-ERROR-HANDLER
077400     END-IF.
077500
077600     MOVE DL280-CURRENT-DATE TO DL280-WORK-DATE.
077700     PERFORM 1100-BACK-ONE-DAY THRU 1100-EXIT.
077800     MOVE DL280-WORK-DATE TO DL280-NIGHT-DATE.
077900     MOVE SPACES TO DL280-INF-TEXT.
078000     IF DL280-PARM-NIGHT NOT = SPACES
078100         IF DL280-PARM-NIGHT-N IS NUMERIC
078200             MOVE DL280-PARM-NIGHT-N TO DL280-WORK-DATE
078300             PERFORM 1300-CHECK-DATE THRU 1300-EXIT
078400         ELSE
078500             MOVE "N" TO DL280-DATE-SWITCH
078600         END-IF
078700         IF DL280-DATE-VALID
078800             MOVE DL280-PARM-NIGHT-N TO DL280-NIGHT-DATE
078900         ELSE
079000             MOVE "NIGHT PARM NOT A DATE - YESTERDAY REPORTED"
079100                 TO DL280-INF-TEXT
079200         END-IF
079300     END-IF.
079400     IF DL280-PARM-AGE NOT = SPACES
079500         IF DL280-PARM-AGE-N IS NUMERIC
079600             AND DL280-PARM-AGE-N > 0
079700             MOVE DL280-PARM-AGE-N TO DL280-MAX-AGE-SECONDS
079800         ELSE
079900             MOVE "AGE PARM NOT NUMERIC - TWELVE HOURS RETAINED"
080000                 TO DL280-INF-TEXT(51:44)
080100         END-IF
080200     END-IF.
080300     MOVE DL280-NIGHT-DATE TO DL280-WORK-DATE.
080400     PERFORM 1150-FORWARD-ONE-DAY THRU 1150-EXIT.
080500     MOVE DL280-WORK-DATE TO DL280-NEXT-DATE.
080600
080700     MOVE DL280-CURRENT-DATE TO DL280-WORK-DATE.
080800     MOVE DL280-CURRENT-TIME TO DL280-WORK-TIME.
080900     PERFORM 7600-DATE-TO-DAY-NUMBER THRU 7600-EXIT.
081000     MOVE DL280-DAY-NUMBER  TO DL280-NOW-DAY-NUMBER.
081100     MOVE DL280-SECS-OF-DAY TO DL280-NOW-SECS-OF-DAY.
081200
081300     MOVE DL280-NIGHT-DATE TO DL280-SHOW-DATE-IN.
081400     PERFORM 7500-SHOW-DATE THRU 7500-EXIT.
081500     MOVE DL280-SHOW-DATE TO DL280-HDG-NIGHT.
081600     MOVE DL280-CURRENT-DATE TO DL280-SHOW-DATE-IN.
081700     PERFORM 7500-SHOW-DATE THRU 7500-EXIT.
081800     MOVE DL280-SHOW-DATE TO DL280-HDG-RUN-DATE.
081900     MOVE DL280-CURRENT-TIME TO DL280-SHOW-TIME-IN.
082000     PERFORM 7510-SHOW-TIME THRU 7510-EXIT.
082100     MOVE DL280-SHOW-TIME TO DL280-HDG-RUN-TIME.
082200     WRITE DL280-PRINT-RECORD FROM DL280-RPT-HEADING
082300         AFTER ADVANCING PAGE.
082400     IF NOT DL280-HNDRPT-OK
082500         MOVE "HNDRPT"  TO DL280-ERR-FILE-ID
082600         MOVE DL280-HNDRPT-STATUS TO DL280-ERR-STATUS
082700         GO TO 8000-ERROR-HANDLER
082800     END-IF.
082900     IF DL280-INF-TEXT NOT = SPACES
083000         PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT
083100     END-IF.
083200     MOVE "SOURCES" TO DL280-SECTION-TITLE.
083300     PERFORM 7300-WRITE-SECTION THRU 7300-EXIT.
083400
083500 1000-EXIT.
083600     EXIT.
083700
083800*===============================================================
083900* 1100-BACK-ONE-DAY / 1150-FORWARD-ONE-DAY -- STEP THE WORK DATE
084000* ONE CALENDAR DAY, ROLLING MONTH AND YEAR.
084100*===============================================================
084200 1100-BACK-ONE-DAY.
084300     IF DL280-WRK-DD > 1
084400         SUBTRACT 1 FROM DL280-WRK-DD
084500         GO TO 1100-EXIT
084600     END-IF.
084700     IF DL280-WRK-MM = 1
084800         MOVE 12 TO DL280-WRK-MM
084900         SUBTRACT 1 FROM DL280-WRK-YYYY
085000     ELSE
085100         SUBTRACT 1 FROM DL280-WRK-MM
085200     END-IF.
085300     PERFORM 1200-SET-DAYS-IN-MONTH THRU 1200-EXIT.
085400     MOVE DL280-DAYS-IN-MONTH TO DL280-WRK-DD.
085500
085600 1100-EXIT.
085700     EXIT.
085800
085900 1150-FORWARD-ONE-DAY.
086000     PERFORM 1200-SET-DAYS-IN-MONTH THRU 1200-EXIT.
086100     IF DL280-WRK-DD < DL280-DAYS-IN-MONTH
086200         ADD 1 TO DL280-WRK-DD
086300         GO TO 1150-EXIT
086400     END-IF.
086500     MOVE 1 TO DL280-WRK-DD.
086600     IF DL280-WRK-MM = 12
086700         MOVE 1 TO DL280-WRK-MM
086800         ADD 1 TO DL280-WRK-YYYY
086900     ELSE
087000         ADD 1 TO DL280-WRK-MM
087100     END-IF.
087200
087300 1150-EXIT.
087400     EXIT.
087500
087600 1200-SET-DAYS-IN-MONTH.
087700     EVALUATE DL280-WRK-MM
087800         WHEN 1
087900         WHEN 3
088000         WHEN 5
088100         WHEN 7
088200         WHEN 8
088300         WHEN 10
088400         WHEN 12
088500             MOVE 31 TO DL280-DAYS-IN-MONTH
088600         WHEN 4
088700         WHEN 6
088800         WHEN 9
088900         WHEN 11
089000             MOVE 30 TO DL280-DAYS-IN-MONTH
089100         WHEN OTHER
089200             PERFORM 1250-TEST-LEAP-YEAR THRU 1250-EXIT
089300             IF DL280-LEAP-YEAR
089400                 MOVE 29 TO DL280-DAYS-IN-MONTH
089500             ELSE
089600                 MOVE 28 TO DL280-DAYS-IN-MONTH
089700             END-IF
089800     END-EVALUATE.
089900
090000 1200-EXIT.
090100     EXIT.
090200
090300 1250-TEST-LEAP-YEAR.
090400     MOVE "N" TO DL280-LEAP-SWITCH.
090500     DIVIDE DL280-WRK-YYYY BY 4
090600         GIVING DL280-LEAP-QUOTIENT
090700         REMAINDER DL280-LEAP-REMAINDER.
090800     IF DL280-LEAP-REMAINDER = 0
090900         MOVE "Y" TO DL280-LEAP-SWITCH
091000     END-IF.
091100     DIVIDE DL280-WRK-YYYY BY 100
091200         GIVING DL280-LEAP-QUOTIENT
091300         REMAINDER DL280-LEAP-REMAINDER.
091400     IF DL280-LEAP-REMAINDER = 0
091500         MOVE "N" TO DL280-LEAP-SWITCH
091600     END-IF.
091700     DIVIDE DL280-WRK-YYYY BY 400
091800         GIVING DL280-LEAP-QUOTIENT
091900         REMAINDER DL280-LEAP-REMAINDER.
092000     IF DL280-LEAP-REMAINDER = 0
092100         MOVE "Y" TO DL280-LEAP-SWITCH
092200     END-IF.
092300
092400 1250-EXIT.
092500     EXIT.
092600
092700*===============================================================
092800* 1300-CHECK-DATE -- IS THE WORK DATE A REAL CALENDAR DATE?
092900*===============================================================
093000 1300-CHECK-DATE.
093100     MOVE "Y" TO DL280-DATE-SWITCH.
093200     IF DL280-WRK-MM < 1 OR DL280-WRK-MM > 12
093300         MOVE "N" TO DL280-DATE-SWITCH
093400         GO TO 1300-EXIT
093500     END-IF.
093600     PERFORM 1200-SET-DAYS-IN-MONTH THRU 1200-EXIT.
093700     IF DL280-WRK-DD < 1
093800         OR DL280-WRK-DD > DL280-DAYS-IN-MONTH
093900         MOVE "N" TO DL280-DATE-SWITCH
094000     END-IF.
094100
094200 1300-EXIT.
094300     EXIT.
094400
094500*===============================================================
094600* 2000-LOAD-GATEFL -- EVERY STREAM'S STANDING GATE RECORD, WHETHER
094700* OR NOT IT WAS WRITTEN TONIGHT; ITS AGE IS JUDGED LATER.
094800*===============================================================
094900 2000-LOAD-GATEFL.
095000     OPEN INPUT GATEFL.
095100     IF NOT DL280-GATEFL-OK AND NOT DL280-GATEFL-NOT-FOUND
095200         MOVE "GATEFL"  TO DL280-ERR-FILE-ID
095300         MOVE DL280-GATEFL-STATUS TO DL280-ERR-STATUS
095400         GO TO 8000-ERROR-HANDLER
095500     END-IF.
095600     IF DL280-GATEFL-NOT-FOUND
095700         MOVE "GATEFL NOT PRESENT - NO GATE VERDICTS"
095800             TO DL280-INF-TEXT
095900         PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT
096000         GO TO 2000-EXIT
096100     END-IF.
096200     PERFORM 2010-READ-ONE-GATE THRU 2010-EXIT
096300         UNTIL DL280-GATEFL-EOF.
096400     CLOSE GATEFL.
096500     IF NOT DL280-GATEFL-OK
096600         MOVE "GATEFL"  TO DL280-ERR-FILE-ID
096700         MOVE DL280-GATEFL-STATUS TO DL280-ERR-STATUS
096800         GO TO 8000-ERROR-HANDLER
096900     END-IF.
097000     MOVE "GATEFL GATE RECORDS READ:           "
097100         TO DL280-TOT-TITLE.
097200     MOVE DL280-GATE-READ-COUNT TO DL280-TOT-VALUE.
097300     PERFORM 7200-WRITE-TOTAL-LINE THRU 7200-EXIT.
097400
097500 2000-EXIT.
097600     EXIT.
097700
097800 2010-READ-ONE-GATE.
097900     READ GATEFL
098000         AT END
098100             GO TO 2010-EXIT
098200     END-READ.
098300     IF NOT DL280-GATEFL-OK
098400         MOVE "GATEFL"  TO DL280-ERR-FILE-ID
098500         MOVE DL280-GATEFL-STATUS TO DL280-ERR-STATUS
098600         GO TO 8000-ERROR-HANDLER
098700     END-IF.
098800     ADD 1 TO DL280-GATE-READ-COUNT.
098900     MOVE DL100-GATE-JOB-NAME TO DL280-FIND-NAME.
099000     PERFORM 2900-FIND-STREAM THRU 2900-EXIT.
099100     IF DL280-STM-HIT = 0
099200         GO TO 2010-EXIT
099300     END-IF.
099400     MOVE "Y" TO DL280-STM-GATE-SW(DL280-STM-HIT).
099500     MOVE DL100-GATE-RESULT
099600         TO DL280-STM-GATE-RESULT(DL280-STM-HIT).
099700     MOVE DL100-GATE-RUN-DATE
099800         TO DL280-STM-GATE-DATE(DL280-STM-HIT).
099900     MOVE DL100-GATE-RUN-TIME
100000         TO DL280-STM-GATE-TIME(DL280-STM-HIT).
100100     MOVE DL100-GATE-FINAL-COUNTER
100200         TO DL280-STM-GATE-FINAL(DL280-STM-HIT).
100300     MOVE DL100-GATE-ELAPSED-SECONDS
100400         TO DL280-STM-GATE-ELAPSED(DL280-STM-HIT).
100500     MOVE DL100-GATE-ELAPSED-LIMIT
100600         TO DL280-STM-GATE-LIMIT(DL280-STM-HIT).
100700     MOVE DL100-GATE-RUN-DATE TO DL280-STAMP-DATE.
100800     MOVE DL100-GATE-RUN-TIME TO DL280-STAMP-TIME.
100900     PERFORM 2950-TEST-OVERNIGHT THRU 2950-EXIT.
101000     IF DL280-OVERNIGHT
101100         MOVE "Y" TO DL280-STM-ACTIVE-SW(DL280-STM-HIT)
101200     END-IF.
101300
101400 2010-EXIT.
101500     EXIT.
101600
101700*===============================================================
101800* 2100-LOAD-GATEDEP -- EACH DOWNSTREAM STREAM'S UPSTREAM LIST.
101900* EVERY STREAM A CARD NAMES GETS AN ENTRY, SO AN UPSTREAM THAT
102000* NEVER WROTE A GATE STILL SHOWS UP AS HAVING NONE.
102100*===============================================================
102200 2100-LOAD-GATEDEP.
102300     OPEN INPUT GATEDEP.
102400     IF NOT DL280-GATEDEP-OK AND NOT DL280-GATEDEP-NOT-FOUND
102500         MOVE "GATEDEP" TO DL280-ERR-FILE-ID
102600         MOVE DL280-GATEDEP-STATUS TO DL280-ERR-STATUS
102700         GO TO 8000-ERROR-HANDLER
102800     END-IF.
102900     IF DL280-GATEDEP-NOT-FOUND
103000         MOVE "GATEDEP NOT PRESENT - EACH STREAM GATED ON ITS OWN"
103100             TO DL280-INF-TEXT
103200         PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT
103300         GO TO 2100-EXIT
103400     END-IF.
103500     PERFORM 2110-READ-ONE-DEP THRU 2110-EXIT
103600         UNTIL DL280-GATEDEP-EOF.
103700     CLOSE GATEDEP.
103800     IF NOT DL280-GATEDEP-OK
103900         MOVE "GATEDEP" TO DL280-ERR-FILE-ID
104000         MOVE DL280-GATEDEP-STATUS TO DL280-ERR-STATUS
104100         GO TO 8000-ERROR-HANDLER
104200     END-IF.
104300     MOVE "GATEDEP DEPENDENCY CARDS READ:      "
104400         TO DL280-TOT-TITLE.
104500     MOVE DL280-DEP-READ-COUNT TO DL280-TOT-VALUE.
104600     PERFORM 7200-WRITE-TOTAL-LINE THRU 7200-EXIT.
104700
104800 2100-EXIT.
104900     EXIT.
105000
105100 2110-READ-ONE-DEP.
105200     READ GATEDEP
105300         AT END
105400             GO TO 2110-EXIT
105500     END-READ.
105600     IF NOT DL280-GATEDEP-OK
105700         MOVE "GATEDEP" TO DL280-ERR-FILE-ID
105800         MOVE DL280-GATEDEP-STATUS TO DL280-ERR-STATUS
105900         GO TO 8000-ERROR-HANDLER
106000     END-IF.
106100     IF DL100-DEP-JOB-NAME = SPACES
106200         GO TO 2110-EXIT
106300     END-IF.
106400     ADD 1 TO DL280-DEP-READ-COUNT.
106500     MOVE DL100-DEP-JOB-NAME TO DL280-FIND-NAME.
106600     PERFORM 2900-FIND-STREAM THRU 2900-EXIT.
106700     IF DL280-STM-HIT = 0
106800         GO TO 2110-EXIT
106900     END-IF.
107000     MOVE "Y" TO DL280-STM-DEP-SW(DL280-STM-HIT).
107100     MOVE DL280-STM-HIT TO DL280-UP-HIT.
107200     PERFORM 2120-NOTE-ONE-UPSTREAM THRU 2120-EXIT
107300         VARYING DL280-UP-SUB FROM 1 BY 1
107400         UNTIL DL280-UP-SUB > 8.
107500
107600 2110-EXIT.
107700     EXIT.
107800
107900 2120-NOTE-ONE-UPSTREAM.
108000     MOVE DL100-DEP-UPSTREAM(DL280-UP-SUB)
108100         TO DL280-STM-DEP-UPSTREAM(DL280-UP-HIT, DL280-UP-SUB).
108200     IF DL100-DEP-UPSTREAM(DL280-UP-SUB) NOT = SPACES
108300         MOVE DL100-DEP-UPSTREAM(DL280-UP-SUB) TO DL280-FIND-NAME
108400         PERFORM 2900-FIND-STREAM THRU 2900-EXIT
108500     END-IF.
108600
108700 2120-EXIT.
108800     EXIT.
108900
109000*===============================================================
109100* 2200-LOAD-JOBRPT -- JOBRPT IS EXTENDED NIGHT OVER NIGHT, SO THE
109200* LAST SUMMARY OF EACH STREAM STARTED DURING THE NIGHT IS THE ONE
109300* KEPT.  A BLANK JOB NAME IS LONGPRGM, AS HIST-UPDATE TAKES IT.
109400*===============================================================
109500 2200-LOAD-JOBRPT.
109600     OPEN INPUT JOBRPT.
109700     IF NOT DL280-JOBRPT-OK AND NOT DL280-JOBRPT-NOT-FOUND
109800         MOVE "JOBRPT"  TO DL280-ERR-FILE-ID
109900         MOVE DL280-JOBRPT-STATUS TO DL280-ERR-STATUS
110000         GO TO 8000-ERROR-HANDLER
110100     END-IF.
110200     IF DL280-JOBRPT-NOT-FOUND
110300         MOVE "JOBRPT NOT PRESENT - NO RUN SUMMARIES"
110400             TO DL280-INF-TEXT
110500         PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT
110600         GO TO 2200-EXIT
110700     END-IF.
110800     PERFORM 2210-READ-ONE-SUMMARY THRU 2210-EXIT
110900         UNTIL DL280-JOBRPT-EOF.
111000     CLOSE JOBRPT.
111100     IF NOT DL280-JOBRPT-OK
111200         MOVE "JOBRPT"  TO DL280-ERR-FILE-ID
111300         MOVE DL280-JOBRPT-STATUS TO DL280-ERR-STATUS
111400         GO TO 8000-ERROR-HANDLER
111500     END-IF.
111600     MOVE "JOBRPT SUMMARIES READ:              "
111700         TO DL280-TOT-TITLE.
111800     MOVE DL280-RPT-READ-COUNT TO DL280-TOT-VALUE.
111900     PERFORM 7200-WRITE-TOTAL-LINE THRU 7200-EXIT.
112000
112100 2200-EXIT.
112200     EXIT.
112300
112400 2210-READ-ONE-SUMMARY.
112500     READ JOBRPT
112600         AT END
112700             GO TO 2210-EXIT
112800     END-READ.
112900     IF NOT DL280-JOBRPT-OK
113000         MOVE "JOBRPT"  TO DL280-ERR-FILE-ID
113100         MOVE DL280-JOBRPT-STATUS TO DL280-ERR-STATUS
113200         GO TO 8000-ERROR-HANDLER
113300     END-IF.
113400     ADD 1 TO DL280-RPT-READ-COUNT.
113500     MOVE DL100-RPT-START-DATE TO DL280-STAMP-DATE.
113600     MOVE DL100-RPT-START-TIME TO DL280-STAMP-TIME.
113700     PERFORM 2950-TEST-OVERNIGHT THRU 2950-EXIT.
113800     IF NOT DL280-OVERNIGHT
113900         GO TO 2210-EXIT
114000     END-IF.
114100     IF DL100-RPT-JOB-NAME = SPACES
114200         MOVE "LONGPRGM" TO DL280-FIND-NAME
114300     ELSE
114400         MOVE DL100-RPT-JOB-NAME TO DL280-FIND-NAME
114500     END-IF.
114600     PERFORM 2900-FIND-STREAM THRU 2900-EXIT.
114700     IF DL280-STM-HIT = 0
114800         GO TO 2210-EXIT
114900     END-IF.
115000     MOVE "Y" TO DL280-STM-ACTIVE-SW(DL280-STM-HIT).
115100     MOVE "Y" TO DL280-STM-RPT-SW(DL280-STM-HIT).
115200     MOVE DL100-RPT-START-DATE
115300         TO DL280-STM-RPT-START-DATE(DL280-STM-HIT).
115400     MOVE DL100-RPT-START-TIME
115500         TO DL280-STM-RPT-START-TIME(DL280-STM-HIT).
115600     MOVE DL100-RPT-END-DATE
115700         TO DL280-STM-RPT-END-DATE(DL280-STM-HIT).
115800     MOVE DL100-RPT-END-TIME
115900         TO DL280-STM-RPT-END-TIME(DL280-STM-HIT).
116000     MOVE DL100-RPT-TARGET-COUNT
116100         TO DL280-STM-RPT-TARGET(DL280-STM-HIT).
116200     MOVE DL100-RPT-FINAL-COUNTER
116300         TO DL280-STM-RPT-FINAL(DL280-STM-HIT).
116400     MOVE DL100-RPT-ELAPSED-SECONDS
116500         TO DL280-STM-RPT-ELAPSED(DL280-STM-HIT).
116600     MOVE DL100-RPT-RECONCILE-FLAG
116700         TO DL280-STM-RPT-RECON(DL280-STM-HIT).
116800     MOVE DL100-RPT-OPR-ACTION
116900         TO DL280-STM-RPT-OPR-ACTION(DL280-STM-HIT).
117000     MOVE DL100-RPT-OPR-USERID
117100         TO DL280-STM-RPT-OPR-USERID(DL280-STM-HIT).
117200     IF DL100-RPT-OPR-TIME IS NUMERIC
117300         MOVE DL100-RPT-OPR-TIME
117400             TO DL280-STM-RPT-OPR-TIME(DL280-STM-HIT)
117500     ELSE
117600         MOVE ZERO TO DL280-STM-RPT-OPR-TIME(DL280-STM-HIT)
117700     END-IF.
117800     IF DL100-RPT-CUTOFF-TIME IS NUMERIC
117900         MOVE DL100-RPT-CUTOFF-TIME
118000             TO DL280-STM-RPT-CUTOFF(DL280-STM-HIT)
118100     ELSE
118200         MOVE ZERO TO DL280-STM-RPT-CUTOFF(DL280-STM-HIT)
118300     END-IF.
118400
118500 2210-EXIT.
118600     EXIT.
118700
118800*===============================================================
118900* 2300-LOAD-ALERTFL -- EVERY INCIDENT RAISED DURING THE NIGHT.  A
119000* GATE-CHECK HOLD (STALGATE, NOGATE, UPNOGO) ALSO MARKS THE HELD
119100* STREAM WITH THE UPSTREAM THAT HELD IT.
119200*===============================================================
119300 2300-LOAD-ALERTFL.
119400     OPEN INPUT ALERTFL.
119500     IF NOT DL280-ALERTFL-OK AND NOT DL280-ALERTFL-NOT-FOUND
119600         MOVE "ALERTFL" TO DL280-ERR-FILE-ID
119700         MOVE DL280-ALERTFL-STATUS TO DL280-ERR-STATUS
119800         GO TO 8000-ERROR-HANDLER
119900     END-IF.
120000     IF DL280-ALERTFL-NOT-FOUND
120100         MOVE "ALERTFL NOT PRESENT - NO INCIDENTS RAISED"
120200             TO DL280-INF-TEXT
120300         PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT
120400         GO TO 2300-EXIT
120500     END-IF.
120600     PERFORM 2310-READ-ONE-ALERT THRU 2310-EXIT
120700         UNTIL DL280-ALERTFL-EOF.
120800     CLOSE ALERTFL.
120900     IF NOT DL280-ALERTFL-OK
121000         MOVE "ALERTFL" TO DL280-ERR-FILE-ID
121100         MOVE DL280-ALERTFL-STATUS TO DL280-ERR-STATUS
121200         GO TO 8000-ERROR-HANDLER
121300     END-IF.
121400     MOVE "ALERTFL INCIDENT RECORDS READ:      "
121500         TO DL280-TOT-TITLE.
121600     MOVE DL280-ALERT-READ-COUNT TO DL280-TOT-VALUE.
121700     PERFORM 7200-WRITE-TOTAL-LINE THRU 7200-EXIT.
121800
121900 2300-EXIT.
122000     EXIT.
122100
122200 2310-READ-ONE-ALERT.
122300     READ ALERTFL
122400         AT END
122500             GO TO 2310-EXIT
122600     END-READ.
122700     IF NOT DL280-ALERTFL-OK
122800         MOVE "ALERTFL" TO DL280-ERR-FILE-ID
122900         MOVE DL280-ALERTFL-STATUS TO DL280-ERR-STATUS
123000         GO TO 8000-ERROR-HANDLER
123100     END-IF.
123200     ADD 1 TO DL280-ALERT-READ-COUNT.
123300     MOVE DL100-ALERT-RUN-DATE TO DL280-STAMP-DATE.
123400     MOVE DL100-ALERT-RUN-TIME TO DL280-STAMP-TIME.
123500     PERFORM 2950-TEST-OVERNIGHT THRU 2950-EXIT.
123600     IF NOT DL280-OVERNIGHT
123700         GO TO 2310-EXIT
123800     END-IF.
123900     IF DL100-ALERT-JOB-NAME = SPACES
124000         MOVE "LONGPRGM" TO DL280-FIND-NAME
124100     ELSE
124200         MOVE DL100-ALERT-JOB-NAME TO DL280-FIND-NAME
124300     END-IF.
124400     PERFORM 2900-FIND-STREAM THRU 2900-EXIT.
124500     IF DL280-STM-HIT = 0
124600         GO TO 2310-EXIT
124700     END-IF.
124800     MOVE "Y" TO DL280-STM-ACTIVE-SW(DL280-STM-HIT).
124900     IF DL100-ALERT-STALE-GATE OR DL100-ALERT-NO-GATE
125000         OR DL100-ALERT-UPSTREAM-NOGO
125100         MOVE "Y" TO DL280-STM-HELD-SW(DL280-STM-HIT)
125200         MOVE DL100-ALERT-BLOCKER
125300             TO DL280-STM-HELD-BY(DL280-STM-HIT)
125400         MOVE DL100-ALERT-REASON-CODE
125500             TO DL280-STM-HELD-REASON(DL280-STM-HIT)
125600     END-IF.
125700
125800     MOVE DL100-ALERT-RUN-DATE    TO DL280-NEW-INC-DATE.
125900     MOVE DL100-ALERT-RUN-TIME    TO DL280-NEW-INC-TIME.
126000     MOVE DL100-ALERT-SEVERITY    TO DL280-NEW-INC-SEVERITY.
126100     MOVE DL100-ALERT-REASON-CODE TO DL280-NEW-INC-REASON.
126200     EVALUATE TRUE
126300         WHEN DL100-ALERT-BLOCKER NOT = SPACES
126400             MOVE DL100-ALERT-BLOCKER TO DL280-BD-BLOCKER
126500             MOVE DL280-BLOCKER-DETAIL TO DL280-NEW-INC-DETAIL
126600         WHEN DL100-ALERT-USERID NOT = SPACES
126700             MOVE DL100-ALERT-USERID   TO DL280-UD-USERID
126800             MOVE DL100-ALERT-FUNCTION TO DL280-UD-FUNCTION
126900             MOVE DL280-USERID-DETAIL TO DL280-NEW-INC-DETAIL
127000         WHEN OTHER
127100             PERFORM 2320-ALERT-FIGURES THRU 2320-EXIT
127200     END-EVALUATE.
127300     PERFORM 2960-ADD-INCIDENT THRU 2960-EXIT.
127400
127500 2310-EXIT.
127600     EXIT.
127700
127800 2320-ALERT-FIGURES.
127900     MOVE ZERO TO DL280-FD-FINAL.
128000     MOVE ZERO TO DL280-FD-TARGET.
128100     MOVE ZERO TO DL280-FD-ELAPSED.
128200     MOVE ZERO TO DL280-FD-LIMIT.
128300     IF DL100-ALERT-FINAL-COUNTER IS NUMERIC
128400         MOVE DL100-ALERT-FINAL-COUNTER TO DL280-FD-FINAL
128500     END-IF.
128600     IF DL100-ALERT-TARGET-COUNT IS NUMERIC
128700         MOVE DL100-ALERT-TARGET-COUNT TO DL280-FD-TARGET
128800     END-IF.
128900     IF DL100-ALERT-ELAPSED-SECONDS IS NUMERIC
129000         MOVE DL100-ALERT-ELAPSED-SECONDS TO DL280-FD-ELAPSED
129100     END-IF.
129200     IF DL100-ALERT-ELAPSED-LIMIT IS NUMERIC
129300         MOVE DL100-ALERT-ELAPSED-LIMIT TO DL280-FD-LIMIT
129400     END-IF.
129500     MOVE DL280-FIGURES-DETAIL TO DL280-NEW-INC-DETAIL.
129600
129700 2320-EXIT.
129800     EXIT.
129900
130000*===============================================================
130100* 2400-LOAD-PARTSTAT -- THE PART-DRIVER'S TRAIL, UNDER THE STREAM
130200* NAME ITS CARD GIVES IT (PARTDRVR WHEN THE CARD LEAVES IT BLANK).
130300* A RECORD UNDER A DIFFERENT CONFIGURATION FROM THE ONE BEFORE IT
130400* STARTS A NEW TRAIL, SO WHAT IS LEFT IS THE LATEST RUN'S.
130500*===============================================================
130600 2400-LOAD-PARTSTAT.
130700     OPEN INPUT DRVCARD.
130800     IF NOT DL280-DRVCARD-OK AND NOT DL280-DRVCARD-NOT-FOUND
130900         MOVE "DRVCARD" TO DL280-ERR-FILE-ID
131000         MOVE DL280-DRVCARD-STATUS TO DL280-ERR-STATUS
131100         GO TO 8000-ERROR-HANDLER
131200     END-IF.
131300     IF DL280-DRVCARD-OK
131400         READ DRVCARD
131500             AT END
131600                 CONTINUE
131700         END-READ
131800         IF NOT DL280-DRVCARD-OK AND NOT DL280-DRVCARD-EOF
131900             MOVE "DRVCARD" TO DL280-ERR-FILE-ID
132000             MOVE DL280-DRVCARD-STATUS TO DL280-ERR-STATUS
132100             GO TO 8000-ERROR-HANDLER
132200         END-IF
132300         IF DL280-DRVCARD-OK
132400             AND DL100-DRV-JOB-NAME NOT = SPACES
132500             MOVE DL100-DRV-JOB-NAME TO DL280-DRIVER-NAME
132600         END-IF
132700         CLOSE DRVCARD
132800         IF NOT DL280-DRVCARD-OK
132900             MOVE "DRVCARD" TO DL280-ERR-FILE-ID
133000             MOVE DL280-DRVCARD-STATUS TO DL280-ERR-STATUS
133100             GO TO 8000-ERROR-HANDLER
133200         END-IF
133300     END-IF.
133400     PERFORM 2420-CLEAR-PARTITIONS THRU 2420-EXIT.
133500
133600     OPEN INPUT PARTSTAT.
133700     IF NOT DL280-PARTSTAT-OK AND NOT DL280-PARTSTAT-NOT-FOUND
133800         MOVE "PARTSTAT" TO DL280-ERR-FILE-ID
133900         MOVE DL280-PARTSTAT-STATUS TO DL280-ERR-STATUS
134000         GO TO 8000-ERROR-HANDLER
134100     END-IF.
134200     IF DL280-PARTSTAT-NOT-FOUND
134300         MOVE "PARTSTAT NOT PRESENT - NO PARTITION TRAIL"
134400             TO DL280-INF-TEXT
134500         PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT
134600         GO TO 2400-EXIT
134700     END-IF.
134800     PERFORM 2410-READ-ONE-PARTITION THRU 2410-EXIT
134900         UNTIL DL280-PARTSTAT-EOF.
135000     CLOSE PARTSTAT.
135100     IF NOT DL280-PARTSTAT-OK
135200         MOVE "PARTSTAT" TO DL280-ERR-FILE-ID
135300         MOVE DL280-PARTSTAT-STATUS TO DL280-ERR-STATUS
135400         GO TO 8000-ERROR-HANDLER
135500     END-IF.
135600     MOVE "PARTSTAT TRAIL RECORDS READ:        "
135700         TO DL280-TOT-TITLE.
135800     MOVE DL280-PT-RECORDS TO DL280-TOT-VALUE.
135900     PERFORM 7200-WRITE-TOTAL-LINE THRU 7200-EXIT.
136000     IF DL280-PT-PARTITIONS > 0
136100         MOVE DL280-DRIVER-NAME TO DL280-FIND-NAME
136200         PERFORM 2900-FIND-STREAM THRU 2900-EXIT
136300     END-IF.
136400
136500 2400-EXIT.
136600     EXIT.
136700
136800 2410-READ-ONE-PARTITION.
136900     READ PARTSTAT
137000         AT END
137100             GO TO 2410-EXIT
137200     END-READ.
137300     IF NOT DL280-PARTSTAT-OK
137400         MOVE "PARTSTAT" TO DL280-ERR-FILE-ID
137500         MOVE DL280-PARTSTAT-STATUS TO DL280-ERR-STATUS
137600         GO TO 8000-ERROR-HANDLER
137700     END-IF.
137800     ADD 1 TO DL280-PT-RECORDS.
137900     IF DL100-PST-TARGET-COUNT IS NOT NUMERIC
138000         OR DL100-PST-PARTITIONS IS NOT NUMERIC
138100         OR DL100-PST-PART-NUMBER IS NOT NUMERIC
138200         GO TO 2410-EXIT
138300     END-IF.
138400     IF DL100-PST-PARTITIONS < 1 OR DL100-PST-PARTITIONS > 4
138500         OR DL100-PST-PART-NUMBER < 1
138600         OR DL100-PST-PART-NUMBER > DL100-PST-PARTITIONS
138700         GO TO 2410-EXIT
138800     END-IF.
138900     IF DL100-PST-TARGET-COUNT NOT = DL280-PT-TARGET
139000         OR DL100-PST-PARTITIONS NOT = DL280-PT-PARTITIONS
139100         PERFORM 2420-CLEAR-PARTITIONS THRU 2420-EXIT
139200         MOVE DL100-PST-TARGET-COUNT TO DL280-PT-TARGET
139300         MOVE DL100-PST-PARTITIONS   TO DL280-PT-PARTITIONS
139400     END-IF.
139500     MOVE DL100-PST-RUN-DATE TO DL280-PT-RUN-DATE.
139600     MOVE DL100-PST-PART-NUMBER TO DL280-PT-SUB.
139700     MOVE "Y" TO DL280-PT-SEEN-SW(DL280-PT-SUB).
139800     MOVE DL100-PST-START   TO DL280-PT-START(DL280-PT-SUB).
139900     MOVE DL100-PST-SIZE    TO DL280-PT-SIZE(DL280-PT-SUB).
140000     MOVE DL100-PST-FINAL   TO DL280-PT-FINAL(DL280-PT-SUB).
140100     MOVE DL100-PST-RC      TO DL280-PT-RC(DL280-PT-SUB).
140200     MOVE DL100-PST-OUTCOME TO DL280-PT-OUTCOME(DL280-PT-SUB).
140300
140400 2410-EXIT.
140500     EXIT.
140600
140700 2420-CLEAR-PARTITIONS.
140800     MOVE ZERO TO DL280-PT-TARGET.
140900     MOVE ZERO TO DL280-PT-PARTITIONS.
141000     MOVE ZERO TO DL280-PT-RUN-DATE.
141100     PERFORM 2425-CLEAR-ONE-PARTITION THRU 2425-EXIT
141200         VARYING DL280-PT-SUB FROM 1 BY 1
141300         UNTIL DL280-PT-SUB > 4.
141400
141500 2420-EXIT.
141600     EXIT.
141700
141800 2425-CLEAR-ONE-PARTITION.
141900     MOVE "N"  TO DL280-PT-SEEN-SW(DL280-PT-SUB).
142000     MOVE ZERO TO DL280-PT-START(DL280-PT-SUB).
142100     MOVE ZERO TO DL280-PT-SIZE(DL280-PT-SUB).
142200     MOVE ZERO TO DL280-PT-FINAL(DL280-PT-SUB).
142300     MOVE ZERO TO DL280-PT-RC(DL280-PT-SUB).
142400     MOVE SPACES TO DL280-PT-OUTCOME(DL280-PT-SUB).
142500
142600 2425-EXIT.
142700     EXIT.
142800
142900*===============================================================
143000* 2500-LOAD-XCPRPT -- THE AUDIT EXCEPTIONS FOR RUNS THAT STARTED
143100* DURING THE NIGHT.  AUDIT-EXCEPT READS THE WHOLE MASTER, SO THE
143200* EARLIER NIGHTS' EXCEPTIONS ON THE SAME REPORT ARE PASSED OVER.
143300*===============================================================
143400 2500-LOAD-XCPRPT.
143500     OPEN INPUT XCPRPT.
143600     IF NOT DL280-XCPRPT-OK AND NOT DL280-XCPRPT-NOT-FOUND
143700         MOVE "XCPRPT"  TO DL280-ERR-FILE-ID
143800         MOVE DL280-XCPRPT-STATUS TO DL280-ERR-STATUS
143900         GO TO 8000-ERROR-HANDLER
144000     END-IF.
144100     IF DL280-XCPRPT-NOT-FOUND
144200         MOVE "XCPRPT NOT PRESENT - NO AUDIT EXCEPTION REPORT"
144300             TO DL280-INF-TEXT
144400         PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT
144500         GO TO 2500-EXIT
144600     END-IF.
144700     PERFORM 2510-READ-ONE-XCP-LINE THRU 2510-EXIT
144800         UNTIL DL280-XCPRPT-EOF.
144900     CLOSE XCPRPT.
145000     IF NOT DL280-XCPRPT-OK
145100         MOVE "XCPRPT"  TO DL280-ERR-FILE-ID
145200         MOVE DL280-XCPRPT-STATUS TO DL280-ERR-STATUS
145300         GO TO 8000-ERROR-HANDLER
145400     END-IF.
145500     MOVE "XCPRPT EXCEPTION LINES READ:        "
145600         TO DL280-TOT-TITLE.
145700     MOVE DL280-XCP-READ-COUNT TO DL280-TOT-VALUE.
145800     PERFORM 7200-WRITE-TOTAL-LINE THRU 7200-EXIT.
145900
146000 2500-EXIT.
146100     EXIT.
146200
146300 2510-READ-ONE-XCP-LINE.
146400     READ XCPRPT
146500         AT END
146600             GO TO 2510-EXIT
146700     END-READ.
146800     IF NOT DL280-XCPRPT-OK
146900         MOVE "XCPRPT"  TO DL280-ERR-FILE-ID
147000         MOVE DL280-XCPRPT-STATUS TO DL280-ERR-STATUS
147100         GO TO 8000-ERROR-HANDLER
147200     END-IF.
147300     IF DL280-XCPI-JOB-NAME = SPACES
147400         OR DL280-XCPI-DASH-1 NOT = "-"
147500         OR DL280-XCPI-DASH-2 NOT = "-"
147600         OR DL280-XCPI-DOT-1 NOT = "."
147700         OR DL280-XCPI-DOT-2 NOT = "."
147800         GO TO 2510-EXIT
147900     END-IF.
148000     IF DL280-XCPI-YYYY IS NOT NUMERIC
148100         OR DL280-XCPI-MON IS NOT NUMERIC
148200         OR DL280-XCPI-DD IS NOT NUMERIC
148300         OR DL280-XCPI-HH IS NOT NUMERIC
148400         OR DL280-XCPI-MIN IS NOT NUMERIC
148500         OR DL280-XCPI-SS IS NOT NUMERIC
148600         GO TO 2510-EXIT
148700     END-IF.
148800     ADD 1 TO DL280-XCP-READ-COUNT.
148900     MOVE DL280-XCPI-YYYY TO DL280-WRK-YYYY.
149000     MOVE DL280-XCPI-MON  TO DL280-WRK-MM.
149100     MOVE DL280-XCPI-DD   TO DL280-WRK-DD.
149200     MOVE DL280-XCPI-HH   TO DL280-WRK-HH.
149300     MOVE DL280-XCPI-MIN  TO DL280-WRK-MIN.
149400     MOVE DL280-XCPI-SS   TO DL280-WRK-SS.
149500     MOVE ZERO            TO DL280-WRK-CC.
149600     MOVE DL280-WORK-DATE TO DL280-STAMP-DATE.
149700     MOVE DL280-WORK-TIME TO DL280-STAMP-TIME.
149800     PERFORM 2950-TEST-OVERNIGHT THRU 2950-EXIT.
149900     IF NOT DL280-OVERNIGHT
150000         GO TO 2510-EXIT
150100     END-IF.
150200     MOVE DL280-XCPI-JOB-NAME TO DL280-FIND-NAME.
150300     PERFORM 2900-FIND-STREAM THRU 2900-EXIT.
150400     IF DL280-STM-HIT = 0
150500         GO TO 2510-EXIT
150600     END-IF.
150700     MOVE "Y" TO DL280-STM-ACTIVE-SW(DL280-STM-HIT).
150800     MOVE DL280-WORK-DATE   TO DL280-NEW-INC-DATE.
150900     MOVE DL280-WORK-TIME   TO DL280-NEW-INC-TIME.
151000     MOVE "X"               TO DL280-NEW-INC-SEVERITY.
151100     MOVE "AUDITXCP"        TO DL280-NEW-INC-REASON.
151200     MOVE DL280-XCPI-REASON TO DL280-XD-REASON.
151300     MOVE DL280-XCPI-DETAIL TO DL280-XD-DETAIL.
151400     MOVE DL280-XCP-DETAIL  TO DL280-NEW-INC-DETAIL.
151500     PERFORM 2960-ADD-INCIDENT THRU 2960-EXIT.
151600
151700 2510-EXIT.
151800     EXIT.
151900
152000*===============================================================
152100* 2600-LOAD-VFYRPT -- LOG-VERIFY'S VERDICT FOR EACH STREAM AND
152200* DATE VERIFIED WITHIN THE NIGHT.  A STREAM VERIFIED UNDER BOTH
152300* DATES KEEPS THE WORSE VERDICT: NOT ATTESTED BEATS ATTESTED
152400* BEATS NO LOG LINES (THE USUAL ANSWER FOR THE SECOND DATE).
152500*===============================================================
152600 2600-LOAD-VFYRPT.
152700     OPEN INPUT VFYRPT.
152800     IF NOT DL280-VFYRPT-OK AND NOT DL280-VFYRPT-NOT-FOUND
152900         MOVE "VFYRPT"  TO DL280-ERR-FILE-ID
153000         MOVE DL280-VFYRPT-STATUS TO DL280-ERR-STATUS
153100         GO TO 8000-ERROR-HANDLER
153200     END-IF.
153300     IF DL280-VFYRPT-NOT-FOUND
153400         MOVE "VFYRPT NOT PRESENT - NO LOG VERIFICATION"
153500             TO DL280-INF-TEXT
153600         PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT
153700         GO TO 2600-EXIT
153800     END-IF.
153900     MOVE ZERO TO DL280-VFY-STM.
154000     PERFORM 2610-READ-ONE-VFY-LINE THRU 2610-EXIT
154100         UNTIL DL280-VFYRPT-EOF.
154200     CLOSE VFYRPT.
154300     IF NOT DL280-VFYRPT-OK
154400         MOVE "VFYRPT"  TO DL280-ERR-FILE-ID
154500         MOVE DL280-VFYRPT-STATUS TO DL280-ERR-STATUS
154600         GO TO 8000-ERROR-HANDLER
154700     END-IF.
154800     MOVE "VFYRPT STREAM VERIFICATIONS READ:   "
154900         TO DL280-TOT-TITLE.
155000     MOVE DL280-VFY-READ-COUNT TO DL280-TOT-VALUE.
155100     PERFORM 7200-WRITE-TOTAL-LINE THRU 7200-EXIT.
155200
155300 2600-EXIT.
155400     EXIT.
155500
155600 2610-READ-ONE-VFY-LINE.
155700     READ VFYRPT
155800         AT END
155900             GO TO 2610-EXIT
156000     END-READ.
156100     IF NOT DL280-VFYRPT-OK
156200         MOVE "VFYRPT"  TO DL280-ERR-FILE-ID
156300         MOVE DL280-VFYRPT-STATUS TO DL280-ERR-STATUS
156400         GO TO 8000-ERROR-HANDLER
156500     END-IF.
156600     IF DL280-VFYI-TITLE =
156700         "JOBLOG INTEGRITY REPORT -- LINES STAMPED"
156800         PERFORM 2620-START-ONE-VERIFY THRU 2620-EXIT
156900         GO TO 2610-EXIT
157000     END-IF.
157100     IF DL280-VFY-STM = 0
157200         GO TO 2610-EXIT
157300     END-IF.
157400     MOVE ZERO TO DL280-VFY-RANK.
157500     EVALUATE DL280-VFYI-TEXT
157600         WHEN "LOG NOT ATTESTED - DEFECTS LISTED ABOVE"
157700             MOVE 3 TO DL280-VFY-RANK
157800         WHEN "LOG ATTESTED: EXACTLY ONE RECORD PER ITERATION"
157900             MOVE 2 TO DL280-VFY-RANK
158000         WHEN "NO LOG LINES FOR THIS STREAM AND DATE"
158100             MOVE 1 TO DL280-VFY-RANK
158200         WHEN "LOG PROVEN COMPLETE AGAINST THE AUDIT TRAILERS"
158300             MOVE "Y" TO DL280-STM-VFY-PROVEN-SW(DL280-VFY-STM)
158400     END-EVALUATE.
158500     IF DL280-VFY-RANK > DL280-STM-VFY-RANK(DL280-VFY-STM)
158600         MOVE DL280-VFY-RANK
158700             TO DL280-STM-VFY-RANK(DL280-VFY-STM)
158800         MOVE DL280-VFYI-TEXT
158900             TO DL280-STM-VFY-VERDICT(DL280-VFY-STM)
159000         MOVE DL280-STAMP-DATE
159100             TO DL280-STM-VFY-DATE(DL280-VFY-STM)
159200     END-IF.
159300
159400 2610-EXIT.
159500     EXIT.
159600
159700 2620-START-ONE-VERIFY.
159800     MOVE ZERO TO DL280-VFY-STM.
159900     IF DL280-VFYI-DATE IS NOT NUMERIC
160000         GO TO 2620-EXIT
160100     END-IF.
160200     IF DL280-VFYI-DATE-N NOT = DL280-NIGHT-DATE
160300         AND DL280-VFYI-DATE-N NOT = DL280-NEXT-DATE
160400         GO TO 2620-EXIT
160500     END-IF.
160600     ADD 1 TO DL280-VFY-READ-COUNT.
160700     MOVE DL280-VFYI-DATE-N TO DL280-STAMP-DATE.
160800     IF DL280-VFYI-STREAM = SPACES
160900         MOVE "LONGPRGM" TO DL280-FIND-NAME
161000     ELSE
161100         MOVE DL280-VFYI-STREAM TO DL280-FIND-NAME
161200     END-IF.
161300     PERFORM 2900-FIND-STREAM THRU 2900-EXIT.
161400     MOVE DL280-STM-HIT TO DL280-VFY-STM.
161500
161600 2620-EXIT.
161700     EXIT.
161800
161900*===============================================================
162000* 2700-LOAD-RUNHIST -- FOR EACH STREAM, THE LAST NIGHT ON THE
162100* MASTER BEFORE THIS ONE, FOR COMPARISON.  THE MASTER IS READ IN
162200* KEY ORDER FROM THE STREAM'S FIRST NIGHT.
162300*===============================================================
162400 2700-LOAD-RUNHIST.
162500     OPEN INPUT RUNHIST.
162600     IF NOT DL280-RUNHIST-OK AND NOT DL280-RUNHIST-NOT-FOUND
162700         MOVE "RUNHIST" TO DL280-ERR-FILE-ID
162800         MOVE DL280-RUNHIST-STATUS TO DL280-ERR-STATUS
162900         GO TO 8000-ERROR-HANDLER
163000     END-IF.
163100     IF DL280-RUNHIST-NOT-FOUND
163200         MOVE "RUNHIST NOT PRESENT - NO EARLIER NIGHTS TO COMPARE"
163300             TO DL280-INF-TEXT
163400         PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT
163500         GO TO 2700-EXIT
163600     END-IF.
163700     MOVE "Y" TO DL280-RUNHIST-PRESENT-SW.
163800     PERFORM 2710-LAST-NIGHT-ONE-STREAM THRU 2710-EXIT
163900         VARYING DL280-STM-SUB FROM 1 BY 1
164000         UNTIL DL280-STM-SUB > DL280-STM-COUNT.
164100     CLOSE RUNHIST.
164200     IF NOT DL280-RUNHIST-OK
164300         MOVE "RUNHIST" TO DL280-ERR-FILE-ID
164400         MOVE DL280-RUNHIST-STATUS TO DL280-ERR-STATUS
164500         GO TO 8000-ERROR-HANDLER
164600     END-IF.
164700
164800 2700-EXIT.
164900     EXIT.
165000
165100 2710-LAST-NIGHT-ONE-STREAM.
165200     MOVE DL280-STM-NAME(DL280-STM-SUB) TO DL100-HIST-JOB-NAME.
165300     MOVE ZERO TO DL100-HIST-RUN-DATE.
165400     START RUNHIST KEY NOT LESS THAN DL100-HIST-KEY
165500         INVALID KEY
165600             CONTINUE
165700     END-START.
165800     IF DL280-RUNHIST-KEY-NOT-FOUND OR DL280-RUNHIST-EOF
165900         GO TO 2710-EXIT
166000     END-IF.
166100     IF NOT DL280-RUNHIST-OK
166200         MOVE "RUNHIST" TO DL280-ERR-FILE-ID
166300         MOVE DL280-RUNHIST-STATUS TO DL280-ERR-STATUS
166400         GO TO 8000-ERROR-HANDLER
166500     END-IF.
166600     MOVE "N" TO DL280-HIST-SCAN-SW.
166700     PERFORM 2720-READ-ONE-HISTORY THRU 2720-EXIT
166800         UNTIL DL280-HIST-SCAN-DONE.
166900
167000 2710-EXIT.
167100     EXIT.
167200
167300 2720-READ-ONE-HISTORY.
167400     READ RUNHIST NEXT
167500         AT END
167600             MOVE "Y" TO DL280-HIST-SCAN-SW
167700             GO TO 2720-EXIT
167800     END-READ.
167900     IF NOT DL280-RUNHIST-OK
168000         MOVE "RUNHIST" TO DL280-ERR-FILE-ID
168100         MOVE DL280-RUNHIST-STATUS TO DL280-ERR-STATUS
168200         GO TO 8000-ERROR-HANDLER
168300     END-IF.
168400     IF DL100-HIST-JOB-NAME NOT = DL280-STM-NAME(DL280-STM-SUB)
168500         OR DL100-HIST-RUN-DATE NOT < DL280-NIGHT-DATE
168600         MOVE "Y" TO DL280-HIST-SCAN-SW
168700         GO TO 2720-EXIT
168800     END-IF.
168900     MOVE "Y" TO DL280-STM-HIST-SW(DL280-STM-SUB).
169000     MOVE DL100-HIST-RUN-DATE
169100         TO DL280-STM-HIST-DATE(DL280-STM-SUB).
169200     MOVE DL100-HIST-TARGET-COUNT
169300         TO DL280-STM-HIST-TARGET(DL280-STM-SUB).
169400     MOVE DL100-HIST-FINAL-COUNTER
169500         TO DL280-STM-HIST-FINAL(DL280-STM-SUB).
169600     MOVE DL100-HIST-ELAPSED-SECONDS
169700         TO DL280-STM-HIST-ELAPSED(DL280-STM-SUB).
169800     MOVE DL100-HIST-ELAPSED-LIMIT
169900         TO DL280-STM-HIST-LIMIT(DL280-STM-SUB).
170000     MOVE DL100-HIST-GATE-RESULT
170100         TO DL280-STM-HIST-GATE(DL280-STM-SUB).
170200
170300 2720-EXIT.
170400     EXIT.
170500
170600*===============================================================
170700* 2900-FIND-STREAM -- THE ENTRY FOR DL280-FIND-NAME, ADDED IF IT
170800* IS NEW.  DL280-STM-HIT IS ZERO ONLY WHEN THE TABLE IS FULL.
170900*===============================================================
171000 2900-FIND-STREAM.
171100     MOVE ZERO TO DL280-STM-HIT.
171200     IF DL280-STM-COUNT > 0
171300         PERFORM 2910-TEST-ONE-STREAM THRU 2910-EXIT
171400             VARYING DL280-STM-SUB FROM 1 BY 1
171500             UNTIL DL280-STM-HIT > 0
171600             OR DL280-STM-SUB > DL280-STM-COUNT
171700     END-IF.
171800     IF DL280-STM-HIT > 0
171900         GO TO 2900-EXIT
172000     END-IF.
172100     IF DL280-STM-COUNT NOT < DL280-STM-MAX
172200         IF NOT DL280-STM-TABLE-FULL
172300             MOVE "Y" TO DL280-STM-FULL-SW
172400             MOVE "STREAM TABLE FULL - LATER STREAMS NOT REPORTED"
172500                 TO DL280-INF-TEXT
172600             PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT
172700         END-IF
172800         GO TO 2900-EXIT
172900     END-IF.
173000     ADD 1 TO DL280-STM-COUNT.
173100     MOVE DL280-STM-COUNT TO DL280-STM-HIT.
173200     MOVE SPACES TO DL280-STM-ENTRY(DL280-STM-HIT).
173300     MOVE DL280-FIND-NAME TO DL280-STM-NAME(DL280-STM-HIT).
173400     MOVE ZERO TO DL280-STM-GATE-AGE(DL280-STM-HIT).
173500     MOVE ZERO TO DL280-STM-VFY-RANK(DL280-STM-HIT).
173600     MOVE ZERO TO DL280-STM-CRIT-COUNT(DL280-STM-HIT).
173700     MOVE ZERO TO DL280-STM-WARN-COUNT(DL280-STM-HIT).
173800     MOVE ZERO TO DL280-STM-XCP-COUNT(DL280-STM-HIT).
173900
174000 2900-EXIT.
174100     EXIT.
174200
174300 2910-TEST-ONE-STREAM.
174400     IF DL280-STM-NAME(DL280-STM-SUB) = DL280-FIND-NAME
174500         MOVE DL280-STM-SUB TO DL280-STM-HIT
174600     END-IF.
174700
174800 2910-EXIT.
174900     EXIT.
175000
175100*===============================================================
175200* 2950-TEST-OVERNIGHT -- DOES THE STAMP FALL BETWEEN NOON ON THE
175300* NIGHT'S DATE AND NOON THE NEXT DAY?
175400*===============================================================
175500 2950-TEST-OVERNIGHT.
175600     MOVE "N" TO DL280-OVERNIGHT-SW.
175700     IF DL280-STAMP-DATE = DL280-NIGHT-DATE
175800         AND DL280-STAMP-TIME NOT < DL280-NIGHT-OPENS-TIME
175900         MOVE "Y" TO DL280-OVERNIGHT-SW
176000     END-IF.
176100     IF DL280-STAMP-DATE = DL280-NEXT-DATE
176200         AND DL280-STAMP-TIME < DL280-NIGHT-OPENS-TIME
176300         MOVE "Y" TO DL280-OVERNIGHT-SW
176400     END-IF.
176500
176600 2950-EXIT.
176700     EXIT.
176800
176900*===============================================================
177000* 2960-ADD-INCIDENT -- FILE THE NEW INCIDENT UNDER THE STREAM JUST
177100* FOUND AND COUNT IT BY SEVERITY.
177200*===============================================================
177300 2960-ADD-INCIDENT.
177400     EVALUATE DL280-NEW-INC-SEVERITY
177500         WHEN "C"
177600             ADD 1 TO DL280-STM-CRIT-COUNT(DL280-STM-HIT)
177700             ADD 1 TO DL280-CRIT-TOTAL
177800         WHEN "X"
177900             ADD 1 TO DL280-STM-XCP-COUNT(DL280-STM-HIT)
178000             ADD 1 TO DL280-XCP-TOTAL
178100         WHEN OTHER
178200             ADD 1 TO DL280-STM-WARN-COUNT(DL280-STM-HIT)
178300             ADD 1 TO DL280-WARN-TOTAL
178400     END-EVALUATE.
178500     IF DL280-INC-COUNT NOT < DL280-INC-MAX
178600         ADD 1 TO DL280-INC-DROPPED
178700         GO TO 2960-EXIT
178800     END-IF.
178900     ADD 1 TO DL280-INC-COUNT.
179000     MOVE DL280-STM-HIT TO DL280-INC-STM(DL280-INC-COUNT).
179100     MOVE DL280-NEW-INC-DATE TO DL280-INC-DATE(DL280-INC-COUNT).
179200     MOVE DL280-NEW-INC-TIME TO DL280-INC-TIME(DL280-INC-COUNT).
179300     MOVE DL280-NEW-INC-SEVERITY
179400         TO DL280-INC-SEVERITY(DL280-INC-COUNT).
179500     MOVE DL280-NEW-INC-REASON
179600         TO DL280-INC-REASON(DL280-INC-COUNT).
179700     MOVE DL280-NEW-INC-DETAIL
179800         TO DL280-INC-DETAIL(DL280-INC-COUNT).
179900
180000 2960-EXIT.
180100     EXIT.
180200
180300*===============================================================
180400* 3000-JUDGE-STREAMS -- AGE EVERY GATE AS GATE-CHECK WOULD NOW,
180500* THEN SAY WHAT GATE-CHECK WOULD DO WITH EACH STREAM: A STREAM
180600* WITH A GATEDEP CARD NEEDS EVERY UPSTREAM FRESH AND GO, ANY
180700* OTHER STREAM ITS OWN GATE.  A STREAM WITH NEITHER IS NOT GATED.
180800*===============================================================
180900 3000-JUDGE-STREAMS.
181000     PERFORM 3100-AGE-ONE-GATE THRU 3100-EXIT
181100         VARYING DL280-STM-SUB FROM 1 BY 1
181200         UNTIL DL280-STM-SUB > DL280-STM-COUNT.
181300     PERFORM 3200-RELEASE-ONE-STREAM THRU 3200-EXIT
181400         VARYING DL280-STM-SUB FROM 1 BY 1
181500         UNTIL DL280-STM-SUB > DL280-STM-COUNT.
181600
181700 3000-EXIT.
181800     EXIT.
181900
182000 3100-AGE-ONE-GATE.
182100     IF NOT DL280-STM-HAS-GATE(DL280-STM-SUB)
182200         MOVE "M" TO DL280-STM-GATE-STATE(DL280-STM-SUB)
182300         GO TO 3100-EXIT
182400     END-IF.
182500     MOVE DL280-STM-GATE-DATE(DL280-STM-SUB) TO DL280-WORK-DATE.
182600     MOVE DL280-STM-GATE-TIME(DL280-STM-SUB) TO DL280-WORK-TIME.
182700     PERFORM 7600-DATE-TO-DAY-NUMBER THRU 7600-EXIT.
182800     COMPUTE DL280-AGE-SECONDS =
182900         ((DL280-NOW-DAY-NUMBER - DL280-DAY-NUMBER) * 86400)
183000         + DL280-NOW-SECS-OF-DAY - DL280-SECS-OF-DAY.
183100     IF DL280-AGE-SECONDS < 0
183200         MOVE 0 TO DL280-AGE-SECONDS
183300     END-IF.
183400     MOVE DL280-AGE-SECONDS TO DL280-STM-GATE-AGE(DL280-STM-SUB).
183500     EVALUATE TRUE
183600         WHEN DL280-AGE-SECONDS > DL280-MAX-AGE-SECONDS
183700             MOVE "S" TO DL280-STM-GATE-STATE(DL280-STM-SUB)
183800         WHEN DL280-STM-GATE-GO(DL280-STM-SUB)
183900             MOVE "G" TO DL280-STM-GATE-STATE(DL280-STM-SUB)
184000         WHEN OTHER
184100             MOVE "N" TO DL280-STM-GATE-STATE(DL280-STM-SUB)
184200     END-EVALUATE.
184300
184400 3100-EXIT.
184500     EXIT.
184600
184700 3200-RELEASE-ONE-STREAM.
184800     MOVE SPACE  TO DL280-STM-REL-STATE(DL280-STM-SUB).
184900     MOVE SPACES TO DL280-STM-REL-BLOCKER(DL280-STM-SUB).
185000     MOVE SPACE  TO DL280-STM-REL-WHY(DL280-STM-SUB).
185100     IF DL280-STM-HAS-DEP(DL280-STM-SUB)
185200         MOVE "C" TO DL280-STM-REL-STATE(DL280-STM-SUB)
185300         PERFORM 3210-JUDGE-ONE-UPSTREAM THRU 3210-EXIT
185400             VARYING DL280-UP-SUB FROM 1 BY 1
185500             UNTIL DL280-UP-SUB > 8
185600         GO TO 3200-EXIT
185700     END-IF.
185800     IF NOT DL280-STM-HAS-GATE(DL280-STM-SUB)
185900         GO TO 3200-EXIT
186000     END-IF.
186100     IF DL280-STM-GATE-FRESH-GO(DL280-STM-SUB)
186200         MOVE "C" TO DL280-STM-REL-STATE(DL280-STM-SUB)
186300     ELSE
186400         MOVE "H" TO DL280-STM-REL-STATE(DL280-STM-SUB)
186500         MOVE DL280-STM-NAME(DL280-STM-SUB)
186600             TO DL280-STM-REL-BLOCKER(DL280-STM-SUB)
186700         MOVE DL280-STM-GATE-STATE(DL280-STM-SUB)
186800             TO DL280-STM-REL-WHY(DL280-STM-SUB)
186900     END-IF.
187000
187100 3200-EXIT.
187200     EXIT.
187300
187400 3210-JUDGE-ONE-UPSTREAM.
187500     IF DL280-STM-DEP-UPSTREAM(DL280-STM-SUB, DL280-UP-SUB)
187600         = SPACES
187700         GO TO 3210-EXIT
187800     END-IF.
187900     IF DL280-STM-REL-HOLD(DL280-STM-SUB)
188000         GO TO 3210-EXIT
188100     END-IF.
188200     MOVE ZERO TO DL280-UP-HIT.
188300     PERFORM 3220-FIND-UPSTREAM THRU 3220-EXIT
188400         VARYING DL280-STM-HIT FROM 1 BY 1
188500         UNTIL DL280-UP-HIT > 0
188600         OR DL280-STM-HIT > DL280-STM-COUNT.
188700     IF DL280-UP-HIT = 0
188800         MOVE "H" TO DL280-STM-REL-STATE(DL280-STM-SUB)
188900         MOVE DL280-STM-DEP-UPSTREAM(DL280-STM-SUB, DL280-UP-SUB)
189000             TO DL280-STM-REL-BLOCKER(DL280-STM-SUB)
189100         MOVE "M" TO DL280-STM-REL-WHY(DL280-STM-SUB)
189200         GO TO 3210-EXIT
189300     END-IF.
189400     IF NOT DL280-STM-GATE-FRESH-GO(DL280-UP-HIT)
189500         MOVE "H" TO DL280-STM-REL-STATE(DL280-STM-SUB)
189600         MOVE DL280-STM-NAME(DL280-UP-HIT)
189700             TO DL280-STM-REL-BLOCKER(DL280-STM-SUB)
189800         MOVE DL280-STM-GATE-STATE(DL280-UP-HIT)
189900             TO DL280-STM-REL-WHY(DL280-STM-SUB)
190000     END-IF.
190100
190200 3210-EXIT.
190300     EXIT.
190400
190500 3220-FIND-UPSTREAM.
190600     IF DL280-STM-NAME(DL280-STM-HIT)
190700         = DL280-STM-DEP-UPSTREAM(DL280-STM-SUB, DL280-UP-SUB)
190800         MOVE DL280-STM-HIT TO DL280-UP-HIT
190900     END-IF.
191000
191100 3220-EXIT.
191200     EXIT.
191300
191400*===============================================================
191500* 4000-WRITE-ACTIONS -- EVERYTHING THE DAY SHIFT MUST PICK UP,
191600* MOST URGENT KIND FIRST: HELD STREAMS, CRITICAL INCIDENTS, THE
191700* PART-DRIVER'S UNFINISHED PARTITIONS, LOGS NOT ATTESTED, AND
191800* AUDIT EXCEPTIONS.  A STREAM IS LISTED AS HELD WHEN GATE-CHECK
191900* HELD IT OVERNIGHT, OR WHEN IT WAS ACTIVE AND GATE-CHECK WOULD
192000* HOLD IT NOW.  A QUIET STREAM WHOSE UPSTREAM IS OLD IS NOT
192100* LISTED -- THAT IS THE NORMAL STATE OF A MONTH-END STREAM.
192200*===============================================================
192300 4000-WRITE-ACTIONS.
192400     MOVE "NEEDS ACTION" TO DL280-SECTION-TITLE.
192500     PERFORM 7300-WRITE-SECTION THRU 7300-EXIT.
192600     PERFORM 4100-HELD-ACTION THRU 4100-EXIT
192700         VARYING DL280-STM-SUB FROM 1 BY 1
192800         UNTIL DL280-STM-SUB > DL280-STM-COUNT.
192900     PERFORM 4200-CRITICAL-ACTION THRU 4200-EXIT
193000         VARYING DL280-INC-SUB FROM 1 BY 1
193100         UNTIL DL280-INC-SUB > DL280-INC-COUNT.
193200     PERFORM 4300-PARTITION-ACTION THRU 4300-EXIT
193300         VARYING DL280-PT-SUB FROM 1 BY 1
193400         UNTIL DL280-PT-SUB > DL280-PT-PARTITIONS.
193500     PERFORM 4400-LOG-ACTION THRU 4400-EXIT
193600         VARYING DL280-STM-SUB FROM 1 BY 1
193700         UNTIL DL280-STM-SUB > DL280-STM-COUNT.
193800     PERFORM 4500-EXCEPTION-ACTION THRU 4500-EXIT
193900         VARYING DL280-INC-SUB FROM 1 BY 1
194000         UNTIL DL280-INC-SUB > DL280-INC-COUNT.
194100     IF DL280-ACTION-COUNT = 0
194200         MOVE "  NOTHING NEEDS ACTION - THE NIGHT IS CLEAN"
194300             TO DL280-INF-TEXT
194400         PERFORM 7000-WRITE-INFO-LINE THRU 7000-EXIT
194500     END-IF.
194600
194700 4000-EXIT.
194800     EXIT.
194900
195000 4100-HELD-ACTION.
195100     MOVE DL280-STM-NAME(DL280-STM-SUB) TO DL280-ACT-STREAM.
195200     MOVE "HELD"                        TO DL280-ACT-CATEGORY.
195300     IF DL280-STM-WAS-HELD(DL280-STM-SUB)
195400         PERFORM 5125-BUILD-HELD-TEXT THRU 5125-EXIT
195500         MOVE DL280-HELD-TEXT TO DL280-ACT-TEXT
195600         PERFORM 4900-WRITE-ACTION-LINE THRU 4900-EXIT
195700         GO TO 4100-EXIT
195800     END-IF.
195900     IF DL280-STM-ACTIVE(DL280-STM-SUB)
196000         AND DL280-STM-REL-HOLD(DL280-STM-SUB)
196100         PERFORM 5115-BUILD-RELEASE-TEXT THRU 5115-EXIT
196200         MOVE DL280-RELEASE-TEXT TO DL280-ACT-TEXT
196300         PERFORM 4900-WRITE-ACTION-LINE THRU 4900-EXIT
196400     END-IF.
196500
196600 4100-EXIT.
196700     EXIT.
196800
196900 4200-CRITICAL-ACTION.
197000     IF NOT DL280-INC-CRITICAL(DL280-INC-SUB)
197100         GO TO 4200-EXIT
197200     END-IF.
197300     MOVE "CRITICAL" TO DL280-ACT-CATEGORY.
197400     PERFORM 4250-INCIDENT-ACTION THRU 4250-EXIT.
197500
197600 4200-EXIT.
197700     EXIT.
197800
197900 4250-INCIDENT-ACTION.
198000     MOVE DL280-STM-NAME(DL280-INC-STM(DL280-INC-SUB))
198100         TO DL280-ACT-STREAM.
198200     MOVE DL280-INC-DATE(DL280-INC-SUB) TO DL280-SHOW-DATE-IN.
198300     PERFORM 7500-SHOW-DATE THRU 7500-EXIT.
198400     MOVE DL280-SHOW-DATE TO DL280-AI-DATE.
198500     MOVE DL280-INC-TIME(DL280-INC-SUB) TO DL280-SHOW-TIME-IN.
198600     PERFORM 7510-SHOW-TIME THRU 7510-EXIT.
198700     MOVE DL280-SHOW-TIME TO DL280-AI-TIME.
198800     MOVE DL280-INC-REASON(DL280-INC-SUB) TO DL280-AI-REASON.
198900     MOVE DL280-INC-DETAIL(DL280-INC-SUB) TO DL280-AI-DETAIL.
199000     MOVE DL280-ACTION-INC-TEXT TO DL280-ACT-TEXT.
199100     PERFORM 4900-WRITE-ACTION-LINE THRU 4900-EXIT.
199200
199300 4250-EXIT.
199400     EXIT.
199500
199600 4300-PARTITION-ACTION.
199700     IF DL280-PT-SEEN(DL280-PT-SUB)
199800         AND DL280-PT-COMPLETE(DL280-PT-SUB)
199900         GO TO 4300-EXIT
200000     END-IF.
200100     MOVE "PARTITION"       TO DL280-ACT-CATEGORY.
200200     MOVE DL280-DRIVER-NAME TO DL280-ACT-STREAM.
200300     MOVE DL280-PT-SUB      TO DL280-AP-NUMBER.
200400     IF DL280-PT-SEEN(DL280-PT-SUB)
200500         MOVE "FAILED - RC" TO DL280-AP-TEXT
200600         MOVE DL280-PT-RC(DL280-PT-SUB) TO DL280-PL-RC
200700         MOVE DL280-PL-RC TO DL280-AP-TEXT(13:4)
200800     ELSE
200900         MOVE "NO OUTCOME ON THE TRAIL" TO DL280-AP-TEXT
201000     END-IF.
201100     MOVE DL280-PT-RUN-DATE TO DL280-SHOW-DATE-IN.
201200     PERFORM 7500-SHOW-DATE THRU 7500-EXIT.
201300     MOVE DL280-SHOW-DATE TO DL280-AP-DATE.
201400     MOVE DL280-ACTION-PART-TEXT TO DL280-ACT-TEXT.
201500     PERFORM 4900-WRITE-ACTION-LINE THRU 4900-EXIT.
201600
201700 4300-EXIT.
201800     EXIT.
201900
202000 4400-LOG-ACTION.
202100     IF DL280-STM-VFY-RANK(DL280-STM-SUB) NOT = 3
202200         GO TO 4400-EXIT
202300     END-IF.
202400     MOVE "LOG"                         TO DL280-ACT-CATEGORY.
202500     MOVE DL280-STM-NAME(DL280-STM-SUB) TO DL280-ACT-STREAM.
202600     MOVE SPACES TO DL280-ACT-TEXT.
202700     MOVE "LOG-VERIFY: " TO DL280-ACT-TEXT.
202800     MOVE DL280-STM-VFY-VERDICT(DL280-STM-SUB)
202900         TO DL280-ACT-TEXT(13:46).
203000     PERFORM 4900-WRITE-ACTION-LINE THRU 4900-EXIT.
203100
203200 4400-EXIT.
203300     EXIT.
203400
203500 4500-EXCEPTION-ACTION.
203600     IF NOT DL280-INC-EXCEPTION(DL280-INC-SUB)
203700         GO TO 4500-EXIT
203800     END-IF.
203900     MOVE "AUDIT XCP" TO DL280-ACT-CATEGORY.
204000     PERFORM 4250-INCIDENT-ACTION THRU 4250-EXIT.
204100
204200 4500-EXIT.
204300     EXIT.
204400
204500 4900-WRITE-ACTION-LINE.
204600     ADD 1 TO DL280-ACTION-COUNT.
204700     WRITE DL280-PRINT-RECORD FROM DL280-RPT-ACTION-LINE
204800         AFTER ADVANCING 1 LINE.
204900     IF NOT DL280-HNDRPT-OK
205000         MOVE "HNDRPT"  TO DL280-ERR-FILE-ID
205100         MOVE DL280-HNDRPT-STATUS TO DL280-ERR-STATUS
205200         GO TO 8000-ERROR-HANDLER
205300     END-IF.
205400
205500 4900-EXIT.
205600     EXIT.
205700
205800*===============================================================
205900* 5000-WRITE-STREAMS -- ONE BLOCK PER STREAM: GATE, RELEASE,
206000* COUNTER, ELAPSED AND CUTOFF, OPERATOR ACTION, LOG VERDICT,
206100* INCIDENTS, PARTITIONS FOR THE PART-DRIVER, AND THE PREVIOUS
206200* NIGHT FROM RUNHIST.  TONIGHT'S FIGURES COME FROM THE STREAM'S
206300* JOBRPT SUMMARY, OR FROM ITS GATE WHEN IT WRITES NO SUMMARY (THE
206400* PART-DRIVER).
206500*===============================================================
206600 5000-WRITE-STREAMS.
206700     MOVE "STREAMS" TO DL280-SECTION-TITLE.
206800     PERFORM 7300-WRITE-SECTION THRU 7300-EXIT.
206900     PERFORM 5100-WRITE-ONE-STREAM THRU 5100-EXIT
207000         VARYING DL280-STM-SUB FROM 1 BY 1
207100         UNTIL DL280-STM-SUB > DL280-STM-COUNT.
207200
207300 5000-EXIT.
207400     EXIT.
207500
207600 5100-WRITE-ONE-STREAM.
207700     MOVE DL280-STM-NAME(DL280-STM-SUB) TO DL280-SH-NAME.
207800     IF DL280-STM-ACTIVE(DL280-STM-SUB)
207900         MOVE "ACTIVE OVERNIGHT" TO DL280-SH-NOTE
208000     ELSE
208100         MOVE "NOTHING OVERNIGHT" TO DL280-SH-NOTE
208200     END-IF.
208300     WRITE DL280-PRINT-RECORD FROM DL280-RPT-STREAM-HEADING
208400         AFTER ADVANCING 2 LINES.
208500     IF NOT DL280-HNDRPT-OK
208600         MOVE "HNDRPT"  TO DL280-ERR-FILE-ID
208700         MOVE DL280-HNDRPT-STATUS TO DL280-ERR-STATUS
208800         GO TO 8000-ERROR-HANDLER
208900     END-IF.
209000     PERFORM 5110-GATE-ITEM THRU 5110-EXIT.
209100     PERFORM 5120-RELEASE-ITEM THRU 5120-EXIT.
209200     PERFORM 5130-COUNTER-ITEM THRU 5130-EXIT.
209300     PERFORM 5140-ELAPSED-ITEM THRU 5140-EXIT.
209400     PERFORM 5150-OPERATOR-ITEM THRU 5150-EXIT.
209500     PERFORM 5160-LOG-ITEM THRU 5160-EXIT.
209600     PERFORM 5170-INCIDENT-ITEM THRU 5170-EXIT.
209700     IF DL280-STM-NAME(DL280-STM-SUB) = DL280-DRIVER-NAME
209800         PERFORM 5180-PARTITION-ITEM THRU 5180-EXIT
209900     END-IF.
210000     PERFORM 5190-LAST-NIGHT-ITEM THRU 5190-EXIT.
210100
210200 5100-EXIT.
210300     EXIT.
210400
210500 5110-GATE-ITEM.
210600     MOVE "GATE" TO DL280-ITM-LABEL.
210700     IF NOT DL280-STM-HAS-GATE(DL280-STM-SUB)
210800         MOVE "NO GATE RECORD ON GATEFL" TO DL280-ITM-TEXT
210900         PERFORM 7100-WRITE-ITEM-LINE THRU 7100-EXIT
211000         GO TO 5110-EXIT
211100     END-IF.
211200     MOVE DL280-STM-GATE-RESULT(DL280-STM-SUB) TO DL280-GT-RESULT.
211300     MOVE DL280-STM-GATE-DATE(DL280-STM-SUB)
211400         TO DL280-SHOW-DATE-IN.
211500     PERFORM 7500-SHOW-DATE THRU 7500-EXIT.
211600     MOVE DL280-SHOW-DATE TO DL280-GT-DATE.
211700     MOVE DL280-STM-GATE-TIME(DL280-STM-SUB)
211800         TO DL280-SHOW-TIME-IN.
211900     PERFORM 7510-SHOW-TIME THRU 7510-EXIT.
212000     MOVE DL280-SHOW-TIME TO DL280-GT-TIME.
212100     MOVE DL280-STM-GATE-AGE(DL280-STM-SUB) TO DL280-CLOCK-WORK.
212200     PERFORM 7520-SHOW-AGE THRU 7520-EXIT.
212300     MOVE DL280-SHOW-AGE TO DL280-GT-AGE.
212400     EVALUATE TRUE
212500         WHEN DL280-STM-GATE-STALE(DL280-STM-SUB)
212600             MOVE "STALE - OLDER THAN GATE-CHECK ACCEPTS"
212700                 TO DL280-GT-STATE
212800         WHEN DL280-STM-GATE-FRESH-GO(DL280-STM-SUB)
212900             MOVE "FRESH" TO DL280-GT-STATE
213000         WHEN OTHER
213100             MOVE "FRESH - NOT RELEASABLE" TO DL280-GT-STATE
213200     END-EVALUATE.
213300     MOVE DL280-GATE-TEXT TO DL280-ITM-TEXT.
213400     PERFORM 7100-WRITE-ITEM-LINE THRU 7100-EXIT.
213500
213600 5110-EXIT.
213700     EXIT.
213800
213900 5115-BUILD-RELEASE-TEXT.
214000     MOVE DL280-STM-REL-BLOCKER(DL280-STM-SUB)
214100         TO DL280-RT-BLOCKER.
214200     IF DL280-STM-REL-BLOCKER(DL280-STM-SUB)
214300         = DL280-STM-NAME(DL280-STM-SUB)
214400         MOVE "GATE-CHECK WOULD HOLD ON ITS OWN" TO DL280-RT-STATE
214500     ELSE
214600         MOVE "GATE-CHECK WOULD HOLD ON" TO DL280-RT-STATE
214700     END-IF.
214800     EVALUATE DL280-STM-REL-WHY(DL280-STM-SUB)
214900         WHEN "N"
215000             MOVE "GATE NOGO" TO DL280-RT-WHY
215100         WHEN "S"
215200             MOVE "GATE STALE" TO DL280-RT-WHY
215300         WHEN OTHER
215400             MOVE "NO GATE RECORD" TO DL280-RT-WHY
215500     END-EVALUATE.
215600
215700 5115-EXIT.
215800     EXIT.
215900
216000 5120-RELEASE-ITEM.
216100     MOVE "RELEASE" TO DL280-ITM-LABEL.
216200     EVALUATE TRUE
216300         WHEN DL280-STM-REL-CLEAR(DL280-STM-SUB)
216400             IF DL280-STM-HAS-DEP(DL280-STM-SUB)
216500                 MOVE "CLEAR - EVERY UPSTREAM GATE FRESH AND GO"
216600                     TO DL280-ITM-TEXT
216700             ELSE
216800                 MOVE "CLEAR - OWN GATE FRESH AND GO"
216900                     TO DL280-ITM-TEXT
217000             END-IF
217100         WHEN DL280-STM-REL-HOLD(DL280-STM-SUB)
217200             PERFORM 5115-BUILD-RELEASE-TEXT THRU 5115-EXIT
217300             MOVE DL280-RELEASE-TEXT TO DL280-ITM-TEXT
217400         WHEN OTHER
217500             MOVE "NOT GATED - NO GATE RECORD AND NO GATEDEP CARD"
217600                 TO DL280-ITM-TEXT
217700     END-EVALUATE.
217800     PERFORM 7100-WRITE-ITEM-LINE THRU 7100-EXIT.
217900     IF DL280-STM-WAS-HELD(DL280-STM-SUB)
218000         MOVE SPACES TO DL280-ITM-LABEL
218100         PERFORM 5125-BUILD-HELD-TEXT THRU 5125-EXIT
218200         MOVE DL280-HELD-TEXT TO DL280-ITM-TEXT
218300         PERFORM 7100-WRITE-ITEM-LINE THRU 7100-EXIT
218400     END-IF.
218500
218600 5120-EXIT.
218700     EXIT.
218800
218900 5125-BUILD-HELD-TEXT.
219000     MOVE DL280-STM-HELD-BY(DL280-STM-SUB)
219100         TO DL280-HT-BLOCKER.
219200     MOVE DL280-STM-HELD-REASON(DL280-STM-SUB)
219300         TO DL280-HT-REASON.
219400     IF DL280-STM-REL-CLEAR(DL280-STM-SUB)
219500         MOVE " - NOW CLEAR, RERUN GATE-CHECK" TO DL280-HT-NOW
219600     ELSE
219700         MOVE " - STILL HELD" TO DL280-HT-NOW
219800     END-IF.
219900
220000 5125-EXIT.
220100     EXIT.
220200
220300 5130-COUNTER-ITEM.
220400     MOVE "COUNTER" TO DL280-ITM-LABEL.
220500     EVALUATE TRUE
220600         WHEN DL280-STM-HAS-RPT(DL280-STM-SUB)
220700             MOVE DL280-STM-RPT-FINAL(DL280-STM-SUB)
220800                 TO DL280-CT-FINAL
220900             MOVE DL280-STM-RPT-TARGET(DL280-STM-SUB)
221000                 TO DL280-EDIT-COUNT
221100             MOVE DL280-EDIT-COUNT TO DL280-CT-TARGET
221200             EVALUATE TRUE
221300                 WHEN DL280-STM-RPT-MATCH(DL280-STM-SUB)
221400                     MOVE "COUNTS RECONCILED" TO DL280-CT-NOTE
221500                 WHEN DL280-STM-RPT-WINDOW-EXP(DL280-STM-SUB)
221600                     MOVE "WINDOW EXPIRED - STOPPED SHORT"
221700                         TO DL280-CT-NOTE
221800                 WHEN OTHER
221900                     MOVE "COUNTS DO NOT RECONCILE"
222000                         TO DL280-CT-NOTE
222100             END-EVALUATE
222200         WHEN DL280-STM-HAS-GATE(DL280-STM-SUB)
222300             MOVE DL280-STM-GATE-FINAL(DL280-STM-SUB)
222400                 TO DL280-CT-FINAL
222500             IF DL280-STM-NAME(DL280-STM-SUB) = DL280-DRIVER-NAME
222600                 AND DL280-PT-PARTITIONS > 0
222700                 MOVE DL280-PT-TARGET TO DL280-EDIT-COUNT
222800                 MOVE DL280-EDIT-COUNT TO DL280-CT-TARGET
222900             ELSE
223000                 MOVE "  NOT KNOWN" TO DL280-CT-TARGET
223100             END-IF
223200             MOVE "FROM THE GATE RECORD - NO JOBRPT SUMMARY"
223300                 TO DL280-CT-NOTE
223400         WHEN OTHER
223500             MOVE "NO RUN SUMMARY AND NO GATE RECORD"
223600                 TO DL280-ITM-TEXT
223700             PERFORM 7100-WRITE-ITEM-LINE THRU 7100-EXIT
223800             GO TO 5130-EXIT
223900     END-EVALUATE.
224000     MOVE DL280-COUNTER-TEXT TO DL280-ITM-TEXT.
224100     PERFORM 7100-WRITE-ITEM-LINE THRU 7100-EXIT.
224200
224300 5130-EXIT.
224400     EXIT.
224500
224600*===============================================================
224700* 5140-ELAPSED-ITEM -- SECONDS AGAINST THE GATE'S LIMIT, AND THE
224800* END OF THE RUN AGAINST THE CUTOFF IT RESOLVED.  A CUTOFF NOT
224900* LATER THAN THE START IS THE NEXT MORNING'S, AND AN END ON A
225000* LATER DATE THAN THE START IS PAST MIDNIGHT.
225100*===============================================================
225200 5140-ELAPSED-ITEM.
225300     MOVE "ELAPSED" TO DL280-ITM-LABEL.
225400     IF NOT DL280-STM-HAS-RPT(DL280-STM-SUB)
225500         AND NOT DL280-STM-HAS-GATE(DL280-STM-SUB)
225600         GO TO 5140-EXIT
225700     END-IF.
225800     IF DL280-STM-HAS-RPT(DL280-STM-SUB)
225900         MOVE DL280-STM-RPT-ELAPSED(DL280-STM-SUB)
226000             TO DL280-ET-ELAPSED
226100     ELSE
226200         MOVE DL280-STM-GATE-ELAPSED(DL280-STM-SUB)
226300             TO DL280-ET-ELAPSED
226400     END-IF.
226500     MOVE SPACES TO DL280-ET-LIMIT-NOTE.
226600     IF DL280-STM-HAS-GATE(DL280-STM-SUB)
226700         MOVE DL280-STM-GATE-LIMIT(DL280-STM-SUB)
226800             TO DL280-EDIT-COUNT
226900         MOVE DL280-EDIT-COUNT TO DL280-ET-LIMIT
227000         IF DL280-STM-GATE-ELAPSED(DL280-STM-SUB)
227100             > DL280-STM-GATE-LIMIT(DL280-STM-SUB)
227200             MOVE "BREACHED" TO DL280-ET-LIMIT-NOTE
227300         ELSE
227400             MOVE "INSIDE" TO DL280-ET-LIMIT-NOTE
227500         END-IF
227600     ELSE
227700         MOVE "  NOT KNOWN" TO DL280-ET-LIMIT
227800     END-IF.
227900     MOVE SPACES TO DL280-ET-ENDED.
228000     MOVE SPACES TO DL280-ET-CUTOFF-NOTE.
228100     IF NOT DL280-STM-HAS-RPT(DL280-STM-SUB)
228200         MOVE "UNKNOWN" TO DL280-ET-CUTOFF
228300         GO TO 5145-WRITE
228400     END-IF.
228500     MOVE DL280-STM-RPT-END-TIME(DL280-STM-SUB)
228600         TO DL280-SHOW-TIME-IN.
228700     PERFORM 7510-SHOW-TIME THRU 7510-EXIT.
228800     MOVE DL280-SHOW-TIME TO DL280-ET-ENDED.
228900     IF DL280-STM-RPT-CUTOFF(DL280-STM-SUB) = 0
229000         MOVE "NONE" TO DL280-ET-CUTOFF
229100         GO TO 5145-WRITE
229200     END-IF.
229300     COMPUTE DL280-CUTOFF-TIME =
229400         DL280-STM-RPT-CUTOFF(DL280-STM-SUB) * 100.
229500     MOVE DL280-CUTOFF-TIME TO DL280-SHOW-TIME-IN.
229600     PERFORM 7510-SHOW-TIME THRU 7510-EXIT.
229700     MOVE DL280-SHOW-TIME TO DL280-ET-CUTOFF.
229800     COMPUTE DL280-CUTOFF-SECS =
229900         (DL280-STI-HH * 3600) + (DL280-STI-MM * 60)
230000             + DL280-STI-SS.
230100     MOVE DL280-STM-RPT-START-TIME(DL280-STM-SUB)
230200         TO DL280-SHOW-TIME-IN.
230300     COMPUTE DL280-START-SECS =
230400         (DL280-STI-HH * 3600) + (DL280-STI-MM * 60)
230500             + DL280-STI-SS.
230600     MOVE DL280-STM-RPT-END-TIME(DL280-STM-SUB)
230700         TO DL280-SHOW-TIME-IN.
230800     COMPUTE DL280-END-SECS =
230900         (DL280-STI-HH * 3600) + (DL280-STI-MM * 60)
231000             + DL280-STI-SS.
231100     IF DL280-CUTOFF-SECS NOT > DL280-START-SECS
231200         ADD 86400 TO DL280-CUTOFF-SECS
231300     END-IF.
231400     IF DL280-STM-RPT-END-DATE(DL280-STM-SUB)
231500         > DL280-STM-RPT-START-DATE(DL280-STM-SUB)
231600         ADD 86400 TO DL280-END-SECS
231700     END-IF.
231800     IF DL280-END-SECS > DL280-CUTOFF-SECS
231900         MOVE "MISSED CUTOFF" TO DL280-ET-CUTOFF-NOTE
232000     ELSE
232100         MOVE "MADE CUTOFF" TO DL280-ET-CUTOFF-NOTE
232200     END-IF.
232300
232400 5145-WRITE.
232500     MOVE DL280-ELAPSED-TEXT TO DL280-ITM-TEXT.
232600     PERFORM 7100-WRITE-ITEM-LINE THRU 7100-EXIT.
232700
232800 5140-EXIT.
232900     EXIT.
233000
233100 5150-OPERATOR-ITEM.
233200     MOVE "OPERATOR" TO DL280-ITM-LABEL.
233300     IF NOT DL280-STM-HAS-RPT(DL280-STM-SUB)
233400         MOVE "NOT KNOWN - NO JOBRPT SUMMARY" TO DL280-ITM-TEXT
233500         PERFORM 7100-WRITE-ITEM-LINE THRU 7100-EXIT
233600         GO TO 5150-EXIT
233700     END-IF.
233800     IF DL280-STM-RPT-OPR-ACTION(DL280-STM-SUB) = SPACES
233900         MOVE "NONE - THE RUN WAS NOT STEERED" TO DL280-ITM-TEXT
234000         PERFORM 7100-WRITE-ITEM-LINE THRU 7100-EXIT
234100         GO TO 5150-EXIT
234200     END-IF.
234300     MOVE DL280-STM-RPT-OPR-ACTION(DL280-STM-SUB)
234400         TO DL280-OT-ACTION.
234500     MOVE DL280-STM-RPT-OPR-TIME(DL280-STM-SUB)
234600         TO DL280-SHOW-TIME-IN.
234700     PERFORM 7510-SHOW-TIME THRU 7510-EXIT.
234800     MOVE DL280-SHOW-TIME TO DL280-OT-TIME.
234900     MOVE DL280-STM-RPT-OPR-USERID(DL280-STM-SUB)
235000         TO DL280-OT-USERID.
235100     MOVE DL280-OPERATOR-TEXT TO DL280-ITM-TEXT.
235200     PERFORM 7100-WRITE-ITEM-LINE THRU 7100-EXIT.
235300
235400 5150-EXIT.
235500     EXIT.
235600
235700 5160-LOG-ITEM.
235800     MOVE "LOG" TO DL280-ITM-LABEL.
235900     IF DL280-STM-VFY-RANK(DL280-STM-SUB) = 0
236000         MOVE "NOT VERIFIED FOR THE NIGHT ON VFYRPT"
236100             TO DL280-ITM-TEXT
236200     ELSE
236300         MOVE DL280-STM-VFY-VERDICT(DL280-STM-SUB)
236400             TO DL280-ITM-TEXT
236500         IF DL280-STM-VFY-PROVEN(DL280-STM-SUB)
236600             MOVE "- PROVEN AGAINST THE AUDIT TRAILERS"
236700                 TO DL280-ITM-TEXT(48:35)
236800         END-IF
236900     END-IF.
237000     PERFORM 7100-WRITE-ITEM-LINE THRU 7100-EXIT.
237100
237200 5160-EXIT.
237300     EXIT.
237400
237500 5170-INCIDENT-ITEM.
237600     MOVE "INCIDENTS" TO DL280-ITM-LABEL.
237700     COMPUTE DL280-IC-TOTAL = DL280-STM-CRIT-COUNT(DL280-STM-SUB)
237800         + DL280-STM-WARN-COUNT(DL280-STM-SUB)
237900         + DL280-STM-XCP-COUNT(DL280-STM-SUB).
238000     MOVE DL280-STM-CRIT-COUNT(DL280-STM-SUB) TO DL280-IC-CRIT.
238100     MOVE DL280-STM-WARN-COUNT(DL280-STM-SUB) TO DL280-IC-WARN.
238200     MOVE DL280-STM-XCP-COUNT(DL280-STM-SUB)  TO DL280-IC-XCP.
238300     MOVE DL280-INCIDENT-COUNT-TEXT TO DL280-ITM-TEXT.
238400     PERFORM 7100-WRITE-ITEM-LINE THRU 7100-EXIT.
238500     PERFORM 5175-WRITE-ONE-INCIDENT THRU 5175-EXIT
238600         VARYING DL280-INC-SUB FROM 1 BY 1
238700         UNTIL DL280-INC-SUB > DL280-INC-COUNT.
238800
238900 5170-EXIT.
239000     EXIT.
239100
239200 5175-WRITE-ONE-INCIDENT.
239300     IF DL280-INC-STM(DL280-INC-SUB) NOT = DL280-STM-SUB
239400         GO TO 5175-EXIT
239500     END-IF.
239600     MOVE DL280-INC-DATE(DL280-INC-SUB) TO DL280-SHOW-DATE-IN.
239700     PERFORM 7500-SHOW-DATE THRU 7500-EXIT.
239800     MOVE DL280-SHOW-DATE TO DL280-IL-DATE.
239900     MOVE DL280-INC-TIME(DL280-INC-SUB) TO DL280-SHOW-TIME-IN.
240000     PERFORM 7510-SHOW-TIME THRU 7510-EXIT.
240100     MOVE DL280-SHOW-TIME TO DL280-IL-TIME.
240200     EVALUATE TRUE
240300         WHEN DL280-INC-CRITICAL(DL280-INC-SUB)
240400             MOVE "CRITICAL" TO DL280-IL-SEVERITY
240500         WHEN DL280-INC-EXCEPTION(DL280-INC-SUB)
240600             MOVE "EXCEPTION" TO DL280-IL-SEVERITY
240700         WHEN OTHER
240800             MOVE "WARNING" TO DL280-IL-SEVERITY
240900     END-EVALUATE.
241000     MOVE DL280-INC-REASON(DL280-INC-SUB) TO DL280-IL-REASON.
241100     MOVE DL280-INC-DETAIL(DL280-INC-SUB) TO DL280-IL-DETAIL.
241200     WRITE DL280-PRINT-RECORD FROM DL280-RPT-INCIDENT-LINE
241300         AFTER ADVANCING 1 LINE.
241400     IF NOT DL280-HNDRPT-OK
241500         MOVE "HNDRPT"  TO DL280-ERR-FILE-ID
241600         MOVE DL280-HNDRPT-STATUS TO DL280-ERR-STATUS
241700         GO TO 8000-ERROR-HANDLER
241800     END-IF.
241900
242000 5175-EXIT.
242100     EXIT.
242200
242300 5180-PARTITION-ITEM.
242400     MOVE "PARTITIONS" TO DL280-ITM-LABEL.
242500     IF DL280-PT-PARTITIONS = 0
242600         MOVE "PARTSTAT TRAIL CLEAR - LAST RUN RECONCILED IN FULL"
242700             TO DL280-ITM-TEXT
242800         PERFORM 7100-WRITE-ITEM-LINE THRU 7100-EXIT
242900         GO TO 5180-EXIT
243000     END-IF.
243100     MOVE DL280-PT-RUN-DATE TO DL280-SHOW-DATE-IN.
243200     PERFORM 7500-SHOW-DATE THRU 7500-EXIT.
243300     MOVE DL280-SHOW-DATE     TO DL280-PC-DATE.
243400     MOVE DL280-PT-TARGET     TO DL280-PC-TARGET.
243500     MOVE DL280-PT-PARTITIONS TO DL280-PC-PARTS.
243600     MOVE DL280-PART-CONFIG-TEXT TO DL280-ITM-TEXT.
243700     PERFORM 7100-WRITE-ITEM-LINE THRU 7100-EXIT.
243800     PERFORM 5185-WRITE-ONE-PARTITION THRU 5185-EXIT
243900         VARYING DL280-PT-SUB FROM 1 BY 1
244000         UNTIL DL280-PT-SUB > DL280-PT-PARTITIONS.
244100
244200 5180-EXIT.
244300     EXIT.
244400
244500 5185-WRITE-ONE-PARTITION.
244600     MOVE DL280-PT-SUB TO DL280-PL-NUMBER.
244700     MOVE DL280-PT-START(DL280-PT-SUB) TO DL280-PL-START.
244800     MOVE DL280-PT-SIZE(DL280-PT-SUB)  TO DL280-PL-SIZE.
244900     MOVE DL280-PT-FINAL(DL280-PT-SUB) TO DL280-PL-FINAL.
245000     MOVE DL280-PT-RC(DL280-PT-SUB)    TO DL280-PL-RC.
245100     EVALUATE TRUE
245200         WHEN NOT DL280-PT-SEEN(DL280-PT-SUB)
245300             MOVE "NO OUTCOME - RERUN" TO DL280-PL-OUTCOME
245400         WHEN DL280-PT-COMPLETE(DL280-PT-SUB)
245500             MOVE "COMPLETE" TO DL280-PL-OUTCOME
245600         WHEN OTHER
245700             MOVE SPACES TO DL280-PL-OUTCOME
245800             MOVE DL280-PT-OUTCOME(DL280-PT-SUB)
245900                 TO DL280-PL-OUTCOME
246000             MOVE " - RERUN" TO DL280-PL-OUTCOME(9:8)
246100     END-EVALUATE.
246200     WRITE DL280-PRINT-RECORD FROM DL280-RPT-PART-LINE
246300         AFTER ADVANCING 1 LINE.
246400     IF NOT DL280-HNDRPT-OK
246500         MOVE "HNDRPT"  TO DL280-ERR-FILE-ID
246600         MOVE DL280-HNDRPT-STATUS TO DL280-ERR-STATUS
246700         GO TO 8000-ERROR-HANDLER
246800     END-IF.
246900
247000 5185-EXIT.
247100     EXIT.
247200
247300 5190-LAST-NIGHT-ITEM.
247400     MOVE "LAST NIGHT" TO DL280-ITM-LABEL.
247500     IF NOT DL280-RUNHIST-PRESENT
247600         MOVE "NO RUNHIST MASTER TO COMPARE" TO DL280-ITM-TEXT
247700         PERFORM 7100-WRITE-ITEM-LINE THRU 7100-EXIT
247800         GO TO 5190-EXIT
247900     END-IF.
248000     IF NOT DL280-STM-HAS-HIST(DL280-STM-SUB)
248100         MOVE "NO EARLIER NIGHT ON RUNHIST" TO DL280-ITM-TEXT
248200         PERFORM 7100-WRITE-ITEM-LINE THRU 7100-EXIT
248300         GO TO 5190-EXIT
248400     END-IF.
248500     MOVE DL280-STM-HIST-DATE(DL280-STM-SUB)
248600         TO DL280-SHOW-DATE-IN.
248700     PERFORM 7500-SHOW-DATE THRU 7500-EXIT.
248800     MOVE DL280-SHOW-DATE TO DL280-LN-DATE.
248900     MOVE DL280-STM-HIST-FINAL(DL280-STM-SUB)   TO DL280-LN-FINAL.
249000     MOVE DL280-STM-HIST-TARGET(DL280-STM-SUB)
249100         TO DL280-LN-TARGET.
249200     MOVE DL280-STM-HIST-ELAPSED(DL280-STM-SUB)
249300         TO DL280-LN-ELAPSED.
249400     MOVE DL280-STM-HIST-LIMIT(DL280-STM-SUB)   TO DL280-LN-LIMIT.
249500     IF DL280-STM-HIST-GATE(DL280-STM-SUB) = SPACES
249600         MOVE "NONE" TO DL280-LN-GATE
249700     ELSE
249800         MOVE DL280-STM-HIST-GATE(DL280-STM-SUB) TO DL280-LN-GATE
249900     END-IF.
250000     MOVE DL280-LAST-NIGHT-TEXT TO DL280-ITM-TEXT.
250100     PERFORM 7100-WRITE-ITEM-LINE THRU 7100-EXIT.
250200
250300 5190-EXIT.
250400     EXIT.
250500
250600*===============================================================
250700* 6000-TERMINATE -- TOTALS, THEN CLOSE OUT.
250800*===============================================================
250900 6000-TERMINATE.
251000     MOVE "TOTALS" TO DL280-SECTION-TITLE.
251100     PERFORM 7300-WRITE-SECTION THRU 7300-EXIT.
251200     MOVE "STREAMS REPORTED:                   "
251300         TO DL280-TOT-TITLE.
251400     MOVE DL280-STM-COUNT TO DL280-TOT-VALUE.
251500     PERFORM 7200-WRITE-TOTAL-LINE THRU 7200-EXIT.
251600     MOVE "ITEMS NEEDING ACTION:               "
251700         TO DL280-TOT-TITLE.
251800     MOVE DL280-ACTION-COUNT TO DL280-TOT-VALUE.
251900     PERFORM 7200-WRITE-TOTAL-LINE THRU 7200-EXIT.
252000     MOVE "CRITICAL INCIDENTS:                 "
252100         TO DL280-TOT-TITLE.
252200     MOVE DL280-CRIT-TOTAL TO DL280-TOT-VALUE.
252300     PERFORM 7200-WRITE-TOTAL-LINE THRU 7200-EXIT.
252400     MOVE "WARNING INCIDENTS:                  "
252500         TO DL280-TOT-TITLE.
252600     MOVE DL280-WARN-TOTAL TO DL280-TOT-VALUE.
252700     PERFORM 7200-WRITE-TOTAL-LINE THRU 7200-EXIT.
252800     MOVE "AUDIT EXCEPTIONS:                   "
252900         TO DL280-TOT-TITLE.
253000     MOVE DL280-XCP-TOTAL TO DL280-TOT-VALUE.
253100     PERFORM 7200-WRITE-TOTAL-LINE THRU 7200-EXIT.
253200     IF DL280-INC-DROPPED > 0
253300         MOVE "INCIDENTS NOT LISTED (TABLE FULL):  "
253400             TO DL280-TOT-TITLE
253500         MOVE DL280-INC-DROPPED TO DL280-TOT-VALUE
253600         PERFORM 7200-WRITE-TOTAL-LINE THRU 7200-EXIT
253700     END-IF.
253800     CLOSE HNDRPT.
253900     IF NOT DL280-HNDRPT-OK
254000         MOVE "HNDRPT"  TO DL280-ERR-FILE-ID
254100         MOVE DL280-HNDRPT-STATUS TO DL280-ERR-STATUS
254200         GO TO 8000-ERROR-HANDLER
254300     END-IF.
254400
254500 6000-EXIT.
254600     EXIT.
254700
254800 7000-WRITE-INFO-LINE.
254900     WRITE DL280-PRINT-RECORD FROM DL280-RPT-INFO-LINE
255000         AFTER ADVANCING 1 LINE.
255100     IF NOT DL280-HNDRPT-OK
255200         MOVE "HNDRPT"  TO DL280-ERR-FILE-ID
255300         MOVE DL280-HNDRPT-STATUS TO DL280-ERR-STATUS
255400         GO TO 8000-ERROR-HANDLER
255500     END-IF.
255600
255700 7000-EXIT.
255800     EXIT.
255900
256000 7100-WRITE-ITEM-LINE.
256100     WRITE DL280-PRINT-RECORD FROM DL280-RPT-ITEM-LINE
256200         AFTER ADVANCING 1 LINE.
256300     IF NOT DL280-HNDRPT-OK
256400         MOVE "HNDRPT"  TO DL280-ERR-FILE-ID
256500         MOVE DL280-HNDRPT-STATUS TO DL280-ERR-STATUS
256600         GO TO 8000-ERROR-HANDLER
256700     END-IF.
256800
256900 7100-EXIT.
257000     EXIT.
257100
257200 7200-WRITE-TOTAL-LINE.
257300     WRITE DL280-PRINT-RECORD FROM DL280-RPT-TOTAL-LINE
257400         AFTER ADVANCING 1 LINE.
257500     IF NOT DL280-HNDRPT-OK
257600         MOVE "HNDRPT"  TO DL280-ERR-FILE-ID
257700         MOVE DL280-HNDRPT-STATUS TO DL280-ERR-STATUS
257800         GO TO 8000-ERROR-HANDLER
257900     END-IF.
258000
258100 7200-EXIT.
258200     EXIT.
258300
258400 7300-WRITE-SECTION.
258500     WRITE DL280-PRINT-RECORD FROM DL280-SECTION-LINE
258600         AFTER ADVANCING 2 LINES.
258700     IF NOT DL280-HNDRPT-OK
258800         MOVE "HNDRPT"  TO DL280-ERR-FILE-ID
258900         MOVE DL280-HNDRPT-STATUS TO DL280-ERR-STATUS
259000         GO TO 8000-ERROR-HANDLER
259100     END-IF.
259200
259300 7300-EXIT.
259400     EXIT.
259500
259600*===============================================================
259700* 7500-SHOW-DATE / 7510-SHOW-TIME / 7520-SHOW-AGE -- PRINTABLE
259800* FORMS OF A YYYYMMDD DATE, AN HHMMSSCC TIME, AND AN AGE IN
259900* SECONDS (DL280-CLOCK-WORK) AS HOURS AND MINUTES.
260000*===============================================================
260100 7500-SHOW-DATE.
260200     MOVE DL280-SDI-YYYY TO DL280-SD-YYYY.
260300     MOVE DL280-SDI-MM   TO DL280-SD-MM.
260400     MOVE DL280-SDI-DD   TO DL280-SD-DD.
260500
260600 7500-EXIT.
260700     EXIT.
260800
260900 7510-SHOW-TIME.
261000     MOVE DL280-STI-HH TO DL280-ST-HH.
261100     MOVE DL280-STI-MM TO DL280-ST-MM.
261200     MOVE DL280-STI-SS TO DL280-ST-SS.
261300
261400 7510-EXIT.
261500     EXIT.
261600
261700 7520-SHOW-AGE.
261800     DIVIDE DL280-CLOCK-WORK BY 3600
261900         GIVING DL280-CLOCK-HOURS
262000         REMAINDER DL280-CLOCK-WORK.
262100     DIVIDE DL280-CLOCK-WORK BY 60
262200         GIVING DL280-CLOCK-MINUTES
262300         REMAINDER DL280-CLOCK-WORK.
262400     MOVE DL280-CLOCK-HOURS   TO DL280-SA-HOURS.
262500     MOVE DL280-CLOCK-MINUTES TO DL280-SA-MINUTES.
262600
262700 7520-EXIT.
262800     EXIT.
262900
263000*===============================================================
263100* 7600-DATE-TO-DAY-NUMBER -- TURN DL280-WORK-DATE/TIME INTO A
263200* DAY NUMBER AND SECONDS-OF-DAY, THE WAY GATE-CHECK DOES.  THE
263300* DIVIDES ARE SEPARATE STATEMENTS SO EACH QUOTIENT TRUNCATES
263400* EXACTLY AS THE CALENDAR ARITHMETIC NEEDS.
263500*===============================================================
263600 7600-DATE-TO-DAY-NUMBER.
263700     MOVE DL280-WRK-YYYY TO DL280-CALC-YEAR.
263800     MOVE DL280-WRK-MM   TO DL280-CALC-MONTH.
263900     IF DL280-CALC-MONTH < 3
264000         SUBTRACT 1 FROM DL280-CALC-YEAR
264100         ADD 12 TO DL280-CALC-MONTH
264200     END-IF.
264300     COMPUTE DL280-DAY-NUMBER = 365 * DL280-CALC-YEAR.
264400     DIVIDE DL280-CALC-YEAR BY 4
264500         GIVING DL280-CALC-QUOTIENT
264600         REMAINDER DL280-CALC-REMAINDER.
264700     ADD DL280-CALC-QUOTIENT TO DL280-DAY-NUMBER.
264800     DIVIDE DL280-CALC-YEAR BY 100
264900         GIVING DL280-CALC-QUOTIENT
265000         REMAINDER DL280-CALC-REMAINDER.
265100     SUBTRACT DL280-CALC-QUOTIENT FROM DL280-DAY-NUMBER.
265200     DIVIDE DL280-CALC-YEAR BY 400
265300         GIVING DL280-CALC-QUOTIENT
265400         REMAINDER DL280-CALC-REMAINDER.
265500     ADD DL280-CALC-QUOTIENT TO DL280-DAY-NUMBER.
265600     COMPUTE DL280-CALC-TERM = 153 * (DL280-CALC-MONTH + 1).
265700     DIVIDE DL280-CALC-TERM BY 5
265800         GIVING DL280-CALC-QUOTIENT
265900         REMAINDER DL280-CALC-REMAINDER.
266000     ADD DL280-CALC-QUOTIENT TO DL280-DAY-NUMBER.
266100     ADD DL280-WRK-DD TO DL280-DAY-NUMBER.
266200
266300     COMPUTE DL280-SECS-OF-DAY =
266400         (DL280-WRK-HH * 3600) + (DL280-WRK-MIN * 60)
266500             + DL280-WRK-SS.
266600
266700 7600-EXIT.
266800     EXIT.
266900
267000*===============================================================
267100* 8000-ERROR-HANDLER -- COMMON I/O ERROR TRAP, SAME CONVENTION
267200* AS LONG-PROGRAM.
267300*===============================================================
267400 8000-ERROR-HANDLER.
267500     DISPLAY "*** SHIFT-HANDOFF I/O ERROR ***".
267600     DISPLAY "FILE: "   DL280-ERR-FILE-ID
267700             "  STATUS: " DL280-ERR-STATUS.
267800     MOVE 16 TO RETURN-CODE.
267900     STOP RUN.
