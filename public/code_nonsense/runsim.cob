002100                OPENS.  THE EXEC PARM IS 'STREAM RUNDATE':
002200                STREAM NAME IN BYTES 1-8 (BLANK = LONGPRGM) AND
002300                AN EIGHT-DIGIT RUN DATE IN BYTES 10-17 (BLANK =
002350                TODAY).  THE ROTATION SHOWN IS THE STREAM'S
002400                OWN: GENERIC MESSAGES PLUS THOSE TARGETED AT
002450                THE STREAM, EACH MARKED WHICH IT IS.
002500*===============================================================
002600* MODIFICATION HISTORY
002700*---------------------------------------------------------------
003010* 2026-09-03 RTH   RESOLVES AND PRINTS THE PACED-BROADCAST
003020*                  MESSAGES-PER-SECOND RATE ALONGSIDE THE
003030*                  OTHER PARAMETERS.
003040* 2026-10-15 RTH   ROTATION FOLLOWS THE MESSAGE TARGETING THE
003050*                  BROADCAST NOW APPLIES: EACH ID IS MARKED
003060*                  GENERIC OR TARGETED, AND MESSAGES IN EFFECT
003070*                  BUT TARGETED ELSEWHERE ARE COUNTED.
003100*===============================================================
003200
003300 ENVIRONMENT DIVISION.
017600 77  DL240-MSG-COUNT                 PIC 9(05) COMP VALUE ZERO.
017700 77  DL240-MSG-MAX-ENTRIES           PIC 9(05) COMP VALUE 500.
017800 77  DL240-MSG-SUB                   PIC 9(05) COMP.
017820 77  DL240-MSG-ELSEWHERE-COUNT       PIC 9(05) COMP VALUE ZERO.
017840 77  DL240-MSG-TGT-SUB               PIC 9(02) COMP.
017860 01  DL240-MSG-TARGET-SWITCH         PIC X(01) VALUE "N".
017880     88  DL240-MSG-FOR-STREAM              VALUE "Y".
017900 01  DL240-MSG-ID-TABLE.
017970     05  DL240-MSG-ID-GROUP          OCCURS 500 TIMES.
018040         10  DL240-MSG-ID-ENTRY      PIC X(08).
018110         10  DL240-MSG-SCOPE-ENTRY   PIC X(08).
018200
018300*===============================================================
018400* REPORT LINES
020800     05  FILLER                      PIC X(14) VALUE
020900         "    ROTATION  ".
021000     05  DL240-MSG-LINE-ID           PIC X(08).
021020     05  FILLER                      PIC X(02) VALUE SPACES.
021040     05  DL240-MSG-LINE-SCOPE        PIC X(08).
021060     05  FILLER                      PIC X(100) VALUE SPACES.
021080
021100 01  DL240-RPT-ELSEWHERE-LINE.
021120     05  FILLER                      PIC X(52) VALUE
021140         "ROTATION: IN EFFECT BUT TARGETED AT OTHER STREAMS: ".
021160     05  DL240-ELS-COUNT             PIC ZZ,ZZ9.
021180     05  FILLER                      PIC X(74) VALUE SPACES.
021200
021300 01  DL240-RPT-INFO-LINE.
021400     05  DL240-INF-TEXT              PIC X(132).
053700*===============================================================
053800* 4000-RESOLVE-MESSAGES -- THE SAME EFFECTIVE-DATED LOAD THE
053900* BROADCAST MAKES: ACTIVE MESSAGES IN EFFECT ON THE RUN DATE,
053960* GENERIC OR TARGETED AT THE STREAM, UP TO THE ROTATION TABLE
054020* CAPACITY, IN FILE ORDER.
054100*===============================================================
054200 4000-RESOLVE-MESSAGES.
054300     OPEN INPUT MSGFILE.
058700         AND DL100-MSGFILE-EFF-TO < DL240-RUN-DATE
058800         GO TO 4100-EXIT
058900     END-IF.
058907     IF DL100-MSGFILE-GENERIC
058914         MOVE "Y" TO DL240-MSG-TARGET-SWITCH
058921     ELSE
058928         MOVE "N" TO DL240-MSG-TARGET-SWITCH
058935         PERFORM 4200-TEST-ONE-TARGET THRU 4200-EXIT
058942             VARYING DL240-MSG-TGT-SUB FROM 1 BY 1
058949             UNTIL DL240-MSG-TGT-SUB > 4
058956             OR DL240-MSG-FOR-STREAM
058963     END-IF.
058970     IF NOT DL240-MSG-FOR-STREAM
058977         ADD 1 TO DL240-MSG-ELSEWHERE-COUNT
058984         GO TO 4100-EXIT
058991     END-IF.
059000     ADD 1 TO DL240-MSG-COUNT.
059100     MOVE DL100-MSGFILE-MSG-ID
059200         TO DL240-MSG-ID-ENTRY(DL240-MSG-COUNT).
059210     IF DL100-MSGFILE-GENERIC
059220         MOVE "GENERIC " TO DL240-MSG-SCOPE-ENTRY(DL240-MSG-COUNT)
059230     ELSE
059240         MOVE "TARGETED" TO DL240-MSG-SCOPE-ENTRY(DL240-MSG-COUNT)
059250     END-IF.
059300
059400 4100-EXIT.
059410     EXIT.
059420
059430 4200-TEST-ONE-TARGET.
059440     IF DL100-MSGFILE-TARGET(DL240-MSG-TGT-SUB) = DL240-JOB-NAME
059450         MOVE "Y" TO DL240-MSG-TARGET-SWITCH
059460     END-IF.
059470
059480 4200-EXIT.
059500     EXIT.
059600
059700*===============================================================
065600             VARYING DL240-MSG-SUB FROM 1 BY 1
065700             UNTIL DL240-MSG-SUB > DL240-MSG-COUNT
065800     END-IF.
065809     IF DL240-MSG-ELSEWHERE-COUNT > 0
065818         MOVE DL240-MSG-ELSEWHERE-COUNT TO DL240-ELS-COUNT
065827         WRITE DL240-PRINT-RECORD FROM DL240-RPT-ELSEWHERE-LINE
065836             AFTER ADVANCING 1 LINE
065845         IF NOT DL240-SIMRPT-OK
065854             MOVE "SIMRPT"  TO DL240-ERR-FILE-ID
065863             MOVE DL240-SIMRPT-STATUS TO DL240-ERR-STATUS
065872             GO TO 8000-ERROR-HANDLER
065881         END-IF
065890     END-IF.
065900
066000 5000-EXIT.
066100     EXIT.
068900 5200-PRINT-ONE-MSG-ID.
069000     MOVE DL240-MSG-ID-ENTRY(DL240-MSG-SUB)
069100         TO DL240-MSG-LINE-ID.
069130     MOVE DL240-MSG-SCOPE-ENTRY(DL240-MSG-SUB)
069160         TO DL240-MSG-LINE-SCOPE.
069200     WRITE DL240-PRINT-RECORD FROM DL240-RPT-MSG-LINE
069300         AFTER ADVANCING 1 LINE.
069400     IF NOT DL240-SIMRPT-OK
