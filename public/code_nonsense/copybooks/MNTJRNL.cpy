000100*===============================================================
000200* MNTJRNL     -- MASTER MAINTENANCE JOURNAL RECORD
000300*
000400* THE PERMANENT, APPEND-ONLY TRAIL OF EVERY CHANGE MSG-MAINT
000500* APPLIES TO THE MESSAGE MASTER AND CAL-MAINT APPLIES TO THE
000600* RUN CALENDAR.  EACH APPLIED CARD WRITES THE IMAGE OF THE
000700* RECORD AS IT STOOD BEFORE THE CHANGE AND AS IT STANDS AFTER
000800* -- AN ADD HAS ONLY AN AFTER IMAGE, A DELETE ONLY A BEFORE
000900* IMAGE -- STAMPED WITH THE MAINTENANCE RUN'S DATE AND TIME,
001000* THE PROGRAM, AND THE CARD THAT CAUSED IT (ITS SEQUENCE IN
001100* THE RUN, ACTION CODE AND SUBMITTING USERID).  THE IMAGE IS
001200* THE RECORD EXACTLY AS WRITTEN TO MSGFILE OR CALFILE, SEEN
001300* THROUGH THE MESSAGE OR CALENDAR VIEW BY THE SOURCE PROGRAM.
001400* RECORDS ARE IN THE ORDER THE CHANGES WERE APPLIED, SO THE
001500* FIRST IMAGE OF A KEY AFTER A GIVEN DATE SHOWS HOW THAT KEY
001600* STOOD ON THE DATE (SEE ASOF-INQUIRY).  THE RECORD IS 200
001700* BYTES.
001800*===============================================================
001900 01  DL100-JRN-RECORD.
002000     05  DL100-JRN-SOURCE            PIC X(08).
002100         88  DL100-JRN-FROM-MSGMAINT       VALUE "MSGMAINT".
002200         88  DL100-JRN-FROM-CALMAINT       VALUE "CALMAINT".
002300     05  DL100-JRN-DATE              PIC 9(08).
002400     05  DL100-JRN-TIME              PIC 9(08).
002500     05  DL100-JRN-TXN-NO            PIC 9(05).
002600     05  DL100-JRN-ACTION            PIC X(01).
002700     05  DL100-JRN-USERID            PIC X(08).
002800     05  DL100-JRN-IMAGE-TYPE        PIC X(01).
002900         88  DL100-JRN-BEFORE-IMAGE        VALUE "B".
003000         88  DL100-JRN-AFTER-IMAGE         VALUE "A".
003100     05  DL100-JRN-IMAGE             PIC X(160).
003200     05  DL100-JRN-MSG-IMAGE REDEFINES DL100-JRN-IMAGE.
003300         10  DL100-JRN-MSG-ID        PIC X(08).
003400         10  DL100-JRN-MSG-EFF-FROM  PIC 9(08).
003500         10  DL100-JRN-MSG-EFF-TO    PIC 9(08).
003600         10  DL100-JRN-MSG-ACTIVE-FLAG
003700                                     PIC X(01).
003800         10  DL100-JRN-MSG-TEXT      PIC X(100).
003900         10  DL100-JRN-MSG-TARGETS.
004000             15  DL100-JRN-MSG-TARGET
004100                                     PIC X(08)
004200                     OCCURS 4 TIMES.
004300         10  FILLER                  PIC X(03).
004400     05  DL100-JRN-CAL-IMAGE REDEFINES DL100-JRN-IMAGE.
004500         10  DL100-JRN-CAL-JOB-NAME  PIC X(08).
004600         10  DL100-JRN-CAL-ENTRY-TYPE
004700                                     PIC X(01).
004800         10  DL100-JRN-CAL-DATE      PIC 9(08).
004900         10  DL100-JRN-CAL-TARGET-COUNT
005000                                     PIC 9(09).
005100         10  DL100-JRN-CAL-MESSAGE-TEXT
005200                                     PIC X(100).
005300         10  DL100-JRN-CAL-CUTOFF-TIME
005400                                     PIC 9(06).
005500         10  DL100-JRN-CAL-PACE-RATE PIC 9(05).
005600         10  FILLER                  PIC X(23).
005700     05  FILLER                      PIC X(01).
