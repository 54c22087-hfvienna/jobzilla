000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LOG-CONVERT.
000300 AUTHOR.        R T HALVERSEN.
000400 INSTALLATION.  BATCH-OPERATIONS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700 REMARKS.       ONE-TIME CONVERSION OF THE JOBLOG (AND THE
000800                ARCHIVE, WHICH SHARES ITS LAYOUT), OF THE
000900                MESSAGE MASTER AND OF THE JOBRPT END-OF-JOB
001000                SUMMARY FILE TO THEIR LENGTHENED RECORDS.
001100                THE OLD 133-BYTE LOG LINE CARRIED NO STREAM:
001200                EVERY LINE IS STAMPED WITH THE STREAM NAMED IN
001300                THE EXEC PARM (BLANK MEANS LONGPRGM, THE STREAM
001400                THAT WROTE THE LOG BEFORE THERE WERE OTHERS).
001500                THE OLD 125-BYTE MESSAGE RECORD CARRIED NO
001600                TARGET STREAMS AND GOES ACROSS WITH ALL FOUR
001700                BLANK -- GENERIC, ROTATING ON EVERY STREAM AS
001800                IT ALWAYS DID.  THE OLD 102-BYTE SUMMARY
001900                CARRIED NO OPERATOR USERID AND GOES ACROSS WITH
002000                IT BLANK, AS FOR A RUN NO OPERATOR STEERED.
002100                ANY PAIR OF FILES MAY BE LEFT OUT OF THE STEP
002200                (THE ARCHIVE IS CONVERTED BY A SECOND RUN WITH
002300                ONLY THE LOG PAIR); A MISSING INPUT IS
002400                REPORTED, NOT AN ABEND.  THE CONVERSION REPORT
002500                CARRIES THE COUNTS SO THE AUDITORS CAN SEE
002600                NOTHING WAS LOST.  CONDITION CODES: 0 CONVERTED,
002700                4 NONE OF THE THREE INPUTS PRESENT.
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
004300     SELECT OLDLOG ASSIGN TO "OLDLOG"
004400         ORGANIZATION IS SEQUENTIAL
004500         ACCESS MODE IS SEQUENTIAL
004600         FILE STATUS IS DL290-OLDLOG-STATUS.
004700
004800     SELECT NEWLOG ASSIGN TO "NEWLOG"
004900         ORGANIZATION IS SEQUENTIAL
005000         ACCESS MODE IS SEQUENTIAL
005100         FILE STATUS IS DL290-NEWLOG-STATUS.
005200
005300     SELECT OLDMSG ASSIGN TO "OLDMSG"
005400         ORGANIZATION IS SEQUENTIAL
005500         ACCESS MODE IS SEQUENTIAL
005600         FILE STATUS IS DL290-OLDMSG-STATUS.
005700
005800     SELECT NEWMSG ASSIGN TO "NEWMSG"
005900         ORGANIZATION IS SEQUENTIAL
006000         ACCESS MODE IS SEQUENTIAL
006100         FILE STATUS IS DL290-NEWMSG-STATUS.
006200
006300     SELECT OLDRPT ASSIGN TO "OLDRPT"
006400         ORGANIZATION IS SEQUENTIAL
006500         ACCESS MODE IS SEQUENTIAL
006600         FILE STATUS IS DL290-OLDRPT-STATUS.
006700
006800     SELECT NEWRPT ASSIGN TO "NEWRPT"
006900         ORGANIZATION IS SEQUENTIAL
007000         ACCESS MODE IS SEQUENTIAL
007100         FILE STATUS IS DL290-NEWRPT-STATUS.
007200
007300     SELECT CNVRPT ASSIGN TO "CNVRPT"
007400         ORGANIZATION IS SEQUENTIAL
007500         ACCESS MODE IS SEQUENTIAL
007600         FILE STATUS IS DL290-CNVRPT-STATUS.
007700
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  OLDLOG
008100     RECORDING MODE IS F
008200     BLOCK CONTAINS 50 RECORDS
008300     LABEL RECORDS ARE STANDARD.
008400 01  DL290-OLDLOG-RECORD             PIC X(133).
008500
008600 FD  NEWLOG
008700     RECORDING MODE IS F
008800     BLOCK CONTAINS 50 RECORDS
008900     LABEL RECORDS ARE STANDARD.
009000     COPY JOBLOG.
009100
009200 FD  OLDMSG
009300     RECORDING MODE IS F
009400     LABEL RECORDS ARE STANDARD.
009500 01  DL290-OLDMSG-RECORD             PIC X(125).
009600
009700 FD  NEWMSG
009800     RECORDING MODE IS F
009900     LABEL RECORDS ARE STANDARD.
010000     COPY MSGFILE.
010100
010200 FD  OLDRPT
010300     RECORDING MODE IS F
010400     LABEL RECORDS ARE STANDARD.
010500 01  DL290-OLDRPT-RECORD             PIC X(102).
010600
010700 FD  NEWRPT
010800     RECORDING MODE IS F
010900     LABEL RECORDS ARE STANDARD.
011000     COPY JOBRPT.
011100
011200 FD  CNVRPT
011300     RECORDING MODE IS F
011400     LABEL RECORDS ARE STANDARD.
011500 01  DL290-PRINT-RECORD              PIC X(132).
011600
011700 WORKING-STORAGE SECTION.
011800*===============================================================
011900* FILE STATUS SWITCHES
012000*===============================================================
012100 01  DL290-SWITCHES.
012200     05  DL290-OLDLOG-STATUS         PIC X(02) VALUE "00".
012300         88  DL290-OLDLOG-OK                   VALUE "00".
012400         88  DL290-OLDLOG-EOF                  VALUE "10".
012500         88  DL290-OLDLOG-NOT-FOUND            VALUE "35".
012600     05  DL290-NEWLOG-STATUS         PIC X(02) VALUE "00".
012700         88  DL290-NEWLOG-OK                   VALUE "00".
012800     05  DL290-OLDMSG-STATUS         PIC X(02) VALUE "00".
012900         88  DL290-OLDMSG-OK                   VALUE "00".
013000         88  DL290-OLDMSG-EOF                  VALUE "10".
013100         88  DL290-OLDMSG-NOT-FOUND            VALUE "35".
013200     05  DL290-NEWMSG-STATUS         PIC X(02) VALUE "00".
013300         88  DL290-NEWMSG-OK                   VALUE "00".
013400     05  DL290-OLDRPT-STATUS         PIC X(02) VALUE "00".
013500         88  DL290-OLDRPT-OK                   VALUE "00".
013600         88  DL290-OLDRPT-EOF                  VALUE "10".
013700         88  DL290-OLDRPT-NOT-FOUND            VALUE "35".
013800     05  DL290-NEWRPT-STATUS         PIC X(02) VALUE "00".
013900         88  DL290-NEWRPT-OK                   VALUE "00".
014000     05  DL290-CNVRPT-STATUS         PIC X(02) VALUE "00".
014100         88  DL290-CNVRPT-OK                   VALUE "00".
014200 01  DL290-LOG-PRESENT-SW            PIC X(01) VALUE "Y".
014300     88  DL290-LOG-PRESENT                     VALUE "Y".
014400 01  DL290-MSG-PRESENT-SW            PIC X(01) VALUE "Y".
014500     88  DL290-MSG-PRESENT                     VALUE "Y".
014600 01  DL290-RPT-PRESENT-SW            PIC X(01) VALUE "Y".
014700     88  DL290-RPT-PRESENT                     VALUE "Y".
014800
014900*===============================================================
015000* STREAM STAMPED ON EVERY CONVERTED LOG LINE -- FROM THE EXEC
015100* PARM, LONGPRGM WHEN THE PARM IS BLANK.
015200*===============================================================
015300 01  DL290-PARM-STREAM               PIC X(08) VALUE SPACES.
015400 01  DL290-STAMP-STREAM              PIC X(08) VALUE "LONGPRGM".
015500
015600*===============================================================
015700* CONVERSION COUNTERS
015800*===============================================================
015900 77  DL290-LOG-READ-COUNT            PIC 9(09) COMP VALUE ZERO.
016000 77  DL290-LOG-WRITTEN-COUNT         PIC 9(09) COMP VALUE ZERO.
016100 77  DL290-MSG-READ-COUNT            PIC 9(09) COMP VALUE ZERO.
016200 77  DL290-MSG-WRITTEN-COUNT         PIC 9(09) COMP VALUE ZERO.
016300 77  DL290-SUM-READ-COUNT            PIC 9(09) COMP VALUE ZERO.
016400 77  DL290-SUM-WRITTEN-COUNT         PIC 9(09) COMP VALUE ZERO.
016500
016600*===============================================================
016700* CONVERSION REPORT LINES
016800*===============================================================
016900 01  DL290-RPT-HEADING.
017000     05  FILLER                      PIC X(48) VALUE
017100         "LOG, MESSAGE MASTER AND JOB SUMMARY CONVERSION  ".
017200     05  FILLER                      PIC X(40) VALUE
017300         "REPORT -- OLD LAYOUTS TO LENGTHENED     ".
017400     05  FILLER                      PIC X(44) VALUE SPACES.
017500
017600 01  DL290-RPT-STREAM-LINE.
017700     05  FILLER                      PIC X(40) VALUE
017800         "LOG LINES STAMPED WITH STREAM:          ".
017900     05  DL290-STM-STREAM            PIC X(08).
018000     05  FILLER                      PIC X(84) VALUE SPACES.
018100
018200 01  DL290-RPT-COUNT-LINE.
018300     05  DL290-CNT-TITLE             PIC X(40).
018400     05  DL290-CNT-VALUE             PIC ZZZ,ZZZ,ZZ9.
018500     05  FILLER                      PIC X(81) VALUE SPACES.
018600
018700 01  DL290-RPT-INFO-LINE.
018800     05  DL290-INF-TEXT              PIC X(132).
018900
019000 01  DL290-BLANK-LINE                PIC X(132) VALUE SPACES.
019100
019200*===============================================================
019300* ERROR HANDLING
019400*===============================================================
019500 01  DL290-ERR-FILE-ID               PIC X(08) VALUE SPACES.
019600 01  DL290-ERR-STATUS                PIC X(02) VALUE SPACES.
019700
019800 PROCEDURE DIVISION.
019900*===============================================================
020000* 0000-MAINLINE -- ONE PASS OVER EACH OLD FILE PRESENT.
020100*===============================================================
020200 0000-MAINLINE.
020300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020400     PERFORM 2000-CONVERT-LOG THRU 2000-EXIT.
020500     PERFORM 3000-CONVERT-MSGFILE THRU 3000-EXIT.
020600     PERFORM 4000-CONVERT-JOBRPT THRU 4000-EXIT.
020700     PERFORM 5000-WRITE-REPORT THRU 5000-EXIT.
020800     PERFORM 6000-TERMINATE THRU 6000-EXIT.
020900     IF NOT DL290-LOG-PRESENT
021000         AND NOT DL290-MSG-PRESENT
021100         AND NOT DL290-RPT-PRESENT
021200         MOVE 4 TO RETURN-CODE
021300     ELSE
021400         MOVE 0 TO RETURN-CODE
021500     END-IF.
021600     STOP RUN.
021700
021800*===============================================================
021900* 1000-INITIALIZE -- PICK UP THE STREAM PARM AND OPEN WHATEVER
022000* OLD FILES THE STEP WAS GIVEN.  A NEW FILE IS OPENED ONLY WHEN
022100* ITS OLD FILE IS THERE TO FILL IT.
022200*===============================================================
022300 1000-INITIALIZE.
022400     ACCEPT DL290-PARM-STREAM FROM COMMAND-LINE.
022500     IF DL290-PARM-STREAM NOT = SPACES
022600         MOVE DL290-PARM-STREAM TO DL290-STAMP-STREAM
022700     END-IF.
022800
022900     OPEN INPUT OLDLOG.
023000     IF NOT DL290-OLDLOG-OK AND NOT DL290-OLDLOG-NOT-FOUND
023100         MOVE "OLDLOG"  TO DL290-ERR-FILE-ID
023200         MOVE DL290-OLDLOG-STATUS TO DL290-ERR-STATUS
023300         GO TO 8000-ERROR-HANDLER
023400     END-IF.
023500     IF DL290-OLDLOG-NOT-FOUND
023600         MOVE "N" TO DL290-LOG-PRESENT-SW
023700     ELSE
023800         OPEN OUTPUT NEWLOG
023900         IF NOT DL290-NEWLOG-OK
024000             MOVE "NEWLOG"  TO DL290-ERR-FILE-ID
024100             MOVE DL290-NEWLOG-STATUS TO DL290-ERR-STATUS
024200             GO TO 8000-ERROR-HANDLER
024300         END-IF
024400     END-IF.
024500
024600     OPEN INPUT OLDMSG.
024700     IF NOT DL290-OLDMSG-OK AND NOT DL290-OLDMSG-NOT-FOUND
024800         MOVE "OLDMSG"  TO DL290-ERR-FILE-ID
024900         MOVE DL290-OLDMSG-STATUS TO DL290-ERR-STATUS
025000         GO TO 8000-ERROR-HANDLER
025100     END-IF.
025200     IF DL290-OLDMSG-NOT-FOUND
025300         MOVE "N" TO DL290-MSG-PRESENT-SW
025400     ELSE
025500         OPEN OUTPUT NEWMSG
025600         IF NOT DL290-NEWMSG-OK
025700             MOVE "NEWMSG"  TO DL290-ERR-FILE-ID
025800             MOVE DL290-NEWMSG-STATUS TO DL290-ERR-STATUS
025900             GO TO 8000-ERROR-HANDLER
026000         END-IF
026100     END-IF.
026200
026300     OPEN INPUT OLDRPT.
026400     IF NOT DL290-OLDRPT-OK AND NOT DL290-OLDRPT-NOT-FOUND
026500         MOVE "OLDRPT"  TO DL290-ERR-FILE-ID
026600         MOVE DL290-OLDRPT-STATUS TO DL290-ERR-STATUS
026700         GO TO 8000-ERROR-HANDLER
026800     END-IF.
026900     IF DL290-OLDRPT-NOT-FOUND
027000         MOVE "N" TO DL290-RPT-PRESENT-SW
027100     ELSE
027200         OPEN OUTPUT NEWRPT
027300         IF NOT DL290-NEWRPT-OK
027400             MOVE "NEWRPT"  TO DL290-ERR-FILE-ID
027500             MOVE DL290-NEWRPT-STATUS TO DL290-ERR-STATUS
027600             GO TO 8000-ERROR-HANDLER
027700         END-IF
027800     END-IF.
027900
028000     OPEN OUTPUT CNVRPT.
028100     IF NOT DL290-CNVRPT-OK
028200         MOVE "CNVRPT"  TO DL290-ERR-FILE-ID
028300         MOVE DL290-CNVRPT-STATUS TO DL290-ERR-STATUS
028400         GO TO 8000-ERROR-HANDLER
028500     END-IF.
028600
028700 1000-EXIT.
028800     EXIT.
028900
029000*===============================================================
029100* 2000-CONVERT-LOG -- EVERY OLD LINE, IN ORDER, ONTO THE NEW LOG.
029200*===============================================================
029300 2000-CONVERT-LOG.
029400     IF NOT DL290-LOG-PRESENT
029500         GO TO 2000-EXIT
029600     END-IF.
029700     PERFORM 2100-CONVERT-ONE-LINE THRU 2100-EXIT
029800         UNTIL DL290-OLDLOG-EOF.
029900
030000 2000-EXIT.
030100     EXIT.
030200
030300*    THE OLD LINE IS THE FIRST 133 BYTES OF THE NEW ONE; THE MOVE
030400*    PADS THE STREAM WITH SPACES BEFORE IT IS STAMPED.
030500 2100-CONVERT-ONE-LINE.
030600     READ OLDLOG
030700         AT END
030800             GO TO 2100-EXIT
030900     END-READ.
031000     IF NOT DL290-OLDLOG-OK
031100         MOVE "OLDLOG"  TO DL290-ERR-FILE-ID
031200         MOVE DL290-OLDLOG-STATUS TO DL290-ERR-STATUS
031300         GO TO 8000-ERROR-HANDLER
031400     END-IF.
031500     ADD 1 TO DL290-LOG-READ-COUNT.
031600     MOVE DL290-OLDLOG-RECORD TO DL100-LOG-RECORD.
031700     MOVE DL290-STAMP-STREAM  TO DL100-LOG-JOB-NAME.
031800     WRITE DL100-LOG-RECORD.
031900     IF NOT DL290-NEWLOG-OK
032000         MOVE "NEWLOG"  TO DL290-ERR-FILE-ID
032100         MOVE DL290-NEWLOG-STATUS TO DL290-ERR-STATUS
032200         GO TO 8000-ERROR-HANDLER
032300     END-IF.
032400     ADD 1 TO DL290-LOG-WRITTEN-COUNT.
032500
032600 2100-EXIT.
032700     EXIT.
032800
032900*===============================================================
033000* 3000-CONVERT-MSGFILE -- EVERY OLD MESSAGE ONTO THE NEW MASTER,
033100* IN THE SAME (MESSAGE ID) ORDER.
033200*===============================================================
033300 3000-CONVERT-MSGFILE.
033400     IF NOT DL290-MSG-PRESENT
033500         GO TO 3000-EXIT
033600     END-IF.
033700     PERFORM 3100-CONVERT-ONE-MESSAGE THRU 3100-EXIT
033800         UNTIL DL290-OLDMSG-EOF.
033900
034000 3000-EXIT.
034100     EXIT.
034200
034300*    THE OLD RECORD IS THE FIRST 125 BYTES OF THE NEW ONE; THE
034400*    MOVE LEAVES THE FOUR TARGET STREAMS BLANK, I.E. GENERIC.
034500 3100-CONVERT-ONE-MESSAGE.
034600     READ OLDMSG
034700         AT END
034800             GO TO 3100-EXIT
034900     END-READ.
035000     IF NOT DL290-OLDMSG-OK
035100         MOVE "OLDMSG"  TO DL290-ERR-FILE-ID
035200         MOVE DL290-OLDMSG-STATUS TO DL290-ERR-STATUS
035300         GO TO 8000-ERROR-HANDLER
035400     END-IF.
035500     ADD 1 TO DL290-MSG-READ-COUNT.
035600     MOVE DL290-OLDMSG-RECORD TO DL100-MSGFILE-RECORD.
035700     WRITE DL100-MSGFILE-RECORD.
035800     IF NOT DL290-NEWMSG-OK
035900         MOVE "NEWMSG"  TO DL290-ERR-FILE-ID
036000         MOVE DL290-NEWMSG-STATUS TO DL290-ERR-STATUS
036100         GO TO 8000-ERROR-HANDLER
036200     END-IF.
036300     ADD 1 TO DL290-MSG-WRITTEN-COUNT.
036400
036500 3100-EXIT.
036600     EXIT.
036700
036800*===============================================================
036900* 4000-CONVERT-JOBRPT -- EVERY OLD END-OF-JOB SUMMARY ONTO THE
037000* NEW FILE, IN THE ORDER THE RUNS WROTE THEM.
037100*===============================================================
037200 4000-CONVERT-JOBRPT.
037300     IF NOT DL290-RPT-PRESENT
037400         GO TO 4000-EXIT
037500     END-IF.
037600     PERFORM 4100-CONVERT-ONE-SUMMARY THRU 4100-EXIT
037700         UNTIL DL290-OLDRPT-EOF.
037800
037900 4000-EXIT.
038000     EXIT.
038100
038200*    THE OLD RECORD IS THE FIRST 102 BYTES OF THE NEW ONE; THE
038300*    MOVE LEAVES THE OPERATOR USERID BLANK.
038400 4100-CONVERT-ONE-SUMMARY.
038500     READ OLDRPT
038600         AT END
038700             GO TO 4100-EXIT
038800     END-READ.
038900     IF NOT DL290-OLDRPT-OK
039000         MOVE "OLDRPT"  TO DL290-ERR-FILE-ID
039100         MOVE DL290-OLDRPT-STATUS TO DL290-ERR-STATUS
039200         GO TO 8000-ERROR-HANDLER
039300     END-IF.
039400     ADD 1 TO DL290-SUM-READ-COUNT.
039500     MOVE DL290-OLDRPT-RECORD TO DL100-RPT-RECORD.
039600     WRITE DL100-RPT-RECORD.
039700     IF NOT DL290-NEWRPT-OK
039800         MOVE "NEWRPT"  TO DL290-ERR-FILE-ID
039900         MOVE DL290-NEWRPT-STATUS TO DL290-ERR-STATUS
040000         GO TO 8000-ERROR-HANDLER
040100     END-IF.
040200     ADD 1 TO DL290-SUM-WRITTEN-COUNT.
040300
040400 4100-EXIT.
040500     EXIT.
040600
040700*===============================================================
040800* 5000-WRITE-REPORT -- THE COUNTS THE AUDITORS GET.
040900*===============================================================
041000 5000-WRITE-REPORT.
041100     WRITE DL290-PRINT-RECORD FROM DL290-RPT-HEADING
041200         AFTER ADVANCING PAGE.
041300     IF NOT DL290-CNVRPT-OK
041400         MOVE "CNVRPT"  TO DL290-ERR-FILE-ID
041500         MOVE DL290-CNVRPT-STATUS TO DL290-ERR-STATUS
041600         GO TO 8000-ERROR-HANDLER
041700     END-IF.
041800     WRITE DL290-PRINT-RECORD FROM DL290-BLANK-LINE
041900         AFTER ADVANCING 1 LINE.
042000     IF NOT DL290-CNVRPT-OK
042100         MOVE "CNVRPT"  TO DL290-ERR-FILE-ID
042200         MOVE DL290-CNVRPT-STATUS TO DL290-ERR-STATUS
042300         GO TO 8000-ERROR-HANDLER
042400     END-IF.
042500
042600     IF DL290-LOG-PRESENT
042700         MOVE DL290-STAMP-STREAM TO DL290-STM-STREAM
042800         WRITE DL290-PRINT-RECORD FROM DL290-RPT-STREAM-LINE
042900             AFTER ADVANCING 1 LINE
043000         IF NOT DL290-CNVRPT-OK
043100             MOVE "CNVRPT"  TO DL290-ERR-FILE-ID
043200             MOVE DL290-CNVRPT-STATUS TO DL290-ERR-STATUS
043300             GO TO 8000-ERROR-HANDLER
043400         END-IF
043500         MOVE "OLD LOG LINES READ:                     "
043600             TO DL290-CNT-TITLE
043700         MOVE DL290-LOG-READ-COUNT TO DL290-CNT-VALUE
043800         PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT
043900         MOVE "LOG LINES WRITTEN TO NEW LOG:           "
044000             TO DL290-CNT-TITLE
044100         MOVE DL290-LOG-WRITTEN-COUNT TO DL290-CNT-VALUE
044200         PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT
044300     ELSE
044400         MOVE "OLDLOG NOT PRESENT - NO LOG CONVERTED"
044500             TO DL290-INF-TEXT
044600         PERFORM 5200-WRITE-INFO-LINE THRU 5200-EXIT
044700     END-IF.
044800
044900     IF DL290-MSG-PRESENT
045000         MOVE "OLD MESSAGE RECORDS READ:               "
045100             TO DL290-CNT-TITLE
045200         MOVE DL290-MSG-READ-COUNT TO DL290-CNT-VALUE
045300         PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT
045400         MOVE "MESSAGES WRITTEN TO NEW MASTER:         "
045500             TO DL290-CNT-TITLE
045600         MOVE DL290-MSG-WRITTEN-COUNT TO DL290-CNT-VALUE
045700         PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT
045800     ELSE
045900         MOVE "OLDMSG NOT PRESENT - NO MESSAGE MASTER CONVERTED"
046000             TO DL290-INF-TEXT
046100         PERFORM 5200-WRITE-INFO-LINE THRU 5200-EXIT
046200     END-IF.
046300
046400     IF DL290-RPT-PRESENT
046500         MOVE "OLD JOB SUMMARY RECORDS READ:           "
046600             TO DL290-CNT-TITLE
046700         MOVE DL290-SUM-READ-COUNT TO DL290-CNT-VALUE
046800         PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT
046900         MOVE "SUMMARIES WRITTEN TO NEW JOBRPT:        "
047000             TO DL290-CNT-TITLE
047100         MOVE DL290-SUM-WRITTEN-COUNT TO DL290-CNT-VALUE
047200         PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT
047300     ELSE
047400         MOVE "OLDRPT NOT PRESENT - NO JOB SUMMARIES CONVERTED"
047500             TO DL290-INF-TEXT
047600         PERFORM 5200-WRITE-INFO-LINE THRU 5200-EXIT
047700     END-IF.
047800
047900 5000-EXIT.
048000     EXIT.
048100
048200 5100-WRITE-COUNT-LINE.
048300     WRITE DL290-PRINT-RECORD FROM DL290-RPT-COUNT-LINE
048400         AFTER ADVANCING 1 LINE.
048500     IF NOT DL290-CNVRPT-OK
048600         MOVE "CNVRPT"  TO DL290-ERR-FILE-ID
048700         MOVE DL290-CNVRPT-STATUS TO DL290-ERR-STATUS
048800         GO TO 8000-ERROR-HANDLER
048900     END-IF.
049000
049100 5100-EXIT.
049200     EXIT.
049300
049400 5200-WRITE-INFO-LINE.
049500     WRITE DL290-PRINT-RECORD FROM DL290-RPT-INFO-LINE
049600         AFTER ADVANCING 1 LINE.
049700     IF NOT DL290-CNVRPT-OK
049800         MOVE "CNVRPT"  TO DL290-ERR-FILE-ID
049900         MOVE DL290-CNVRPT-STATUS TO DL290-ERR-STATUS
050000         GO TO 8000-ERROR-HANDLER
050100     END-IF.
050200
050300 5200-EXIT.
050400     EXIT.
050500
050600*===============================================================
050700* 6000-TERMINATE -- CLOSE EVERYTHING OUT.
050800*===============================================================
050900 6000-TERMINATE.
051000     IF DL290-LOG-PRESENT
051100         CLOSE OLDLOG
051200         IF NOT DL290-OLDLOG-OK
051300             MOVE "OLDLOG"  TO DL290-ERR-FILE-ID
051400             MOVE DL290-OLDLOG-STATUS TO DL290-ERR-STATUS
051500             GO TO 8000-ERROR-HANDLER
051600         END-IF
051700         CLOSE NEWLOG
051800         IF NOT DL290-NEWLOG-OK
051900             MOVE "NEWLOG"  TO DL290-ERR-FILE-ID
052000             MOVE DL290-NEWLOG-STATUS TO DL290-ERR-STATUS
052100             GO TO 8000-ERROR-HANDLER
052200         END-IF
052300     END-IF.
052400     IF DL290-MSG-PRESENT
052500         CLOSE OLDMSG
052600         IF NOT DL290-OLDMSG-OK
052700             MOVE "OLDMSG"  TO DL290-ERR-FILE-ID
052800             MOVE DL290-OLDMSG-STATUS TO DL290-ERR-STATUS
052900             GO TO 8000-ERROR-HANDLER
053000         END-IF
053100         CLOSE NEWMSG
053200         IF NOT DL290-NEWMSG-OK
053300             MOVE "NEWMSG"  TO DL290-ERR-FILE-ID
053400             MOVE DL290-NEWMSG-STATUS TO DL290-ERR-STATUS
053500             GO TO 8000-ERROR-HANDLER
053600         END-IF
053700     END-IF.
053800     IF DL290-RPT-PRESENT
053900         CLOSE OLDRPT
054000         IF NOT DL290-OLDRPT-OK
054100             MOVE "OLDRPT"  TO DL290-ERR-FILE-ID
054200             MOVE DL290-OLDRPT-STATUS TO DL290-ERR-STATUS
054300             GO TO 8000-ERROR-HANDLER
054400         END-IF
054500         CLOSE NEWRPT
054600         IF NOT DL290-NEWRPT-OK
054700             MOVE "NEWRPT"  TO DL290-ERR-FILE-ID
054800             MOVE DL290-NEWRPT-STATUS TO DL290-ERR-STATUS
054900             GO TO 8000-ERROR-HANDLER
055000         END-IF
055100     END-IF.
055200     CLOSE CNVRPT.
055300     IF NOT DL290-CNVRPT-OK
055400         MOVE "CNVRPT"  TO DL290-ERR-FILE-ID
055500         MOVE DL290-CNVRPT-STATUS TO DL290-ERR-STATUS
055600         GO TO 8000-ERROR-HANDLER
055700     END-IF.
055800
055900 6000-EXIT.
056000     EXIT.
056100
056200*===============================================================
056300* 8000-ERROR-HANDLER -- COMMON I/O ERROR TRAP, SAME CONVENTION
056400* AS LONG-PROGRAM.
056500*===============================================================
056600 8000-ERROR-HANDLER.
056700     DISPLAY "*** LOG-CONVERT I/O ERROR ***".
056800     DISPLAY "FILE: "   DL290-ERR-FILE-ID
056900             "  STATUS: " DL290-ERR-STATUS.
057000     MOVE 16 TO RETURN-CODE.
057100     STOP RUN.
