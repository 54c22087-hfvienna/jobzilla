001000* A TOP-TO-BOTTOM READ OF THE WHOLE TRAIL.  BOTH RECORD TYPES
001100* CARRY THE FULL KEY; THE TRAILER OF A RUN CARRIES THE SAME JOB
001200* NAME, DATE AND TIME AS ITS HEADER, WITH TYPE T SORTING JUST
001210* AFTER THE H.  THE TWO TYPES SHARE ONE 300-BYTE LAYOUT.
001220* THE TRAILER'S OPERATOR USERID IS WHO ISSUED THE OPERATOR
001230* ACTION BESIDE IT (SPACES WHEN THE RUN WAS NEVER STEERED).
001240* THE TRAILER ALSO CARRIES THE RUN'S CONTROL TOTALS FOR THE LOG
001250* LINES IT WROTE: RECORD COUNT, HASH TOTAL OF THE LINE COUNTERS,
001260* AND A COUNT PER MESSAGE ID IN FIRST-SEEN ORDER (UP TO TEN IDS;
001270* LINES FOR ANY FURTHER ID ARE COUNTED TOGETHER IN THE OVERFLOW
001280* COUNT).  A BLANK MESSAGE ID IS COUNTED AS AN ID OF ITS OWN.
001290* TRAILERS WRITTEN BEFORE THE TOTALS EXISTED HAVE NO Y IN THE
001300* TOTALS FLAG AND CANNOT BE PROVEN AGAINST THE LOG.
001400*===============================================================
001500 01  DL100-AUDIT-RECORD.
001600     05  DL100-AUDIT-KEY.
002000         10  DL100-AUDIT-TYPE        PIC X(01).
002100             88  DL100-AUDIT-IS-HEADER     VALUE "H".
002200             88  DL100-AUDIT-IS-TRAILER    VALUE "T".
002300     05  DL100-AUDIT-DETAIL          PIC X(275).
002400
002500 01  DL100-AUDIT-HEADER-VIEW REDEFINES DL100-AUDIT-RECORD.
002600     05  FILLER                      PIC X(25).
002700     05  DL100-AUDIT-HDR-USERID      PIC X(08).
002800     05  FILLER                      PIC X(267).
002900
003000 01  DL100-AUDIT-TRAILER-VIEW REDEFINES DL100-AUDIT-RECORD.
003100     05  FILLER                         PIC X(25).
003300     05  DL100-AUDIT-TRL-STATUS         PIC X(08).
003400     05  DL100-AUDIT-TRL-OPR-ACTION     PIC X(08).
003500     05  DL100-AUDIT-TRL-OPR-TIME       PIC X(08).
003510     05  DL100-AUDIT-TRL-OPR-USERID     PIC X(08).
003519     05  DL100-AUDIT-TRL-TOTALS-FLAG    PIC X(01).
003528         88  DL100-AUDIT-TRL-HAS-TOTALS        VALUE "Y".
003537     05  DL100-AUDIT-TRL-RECORD-COUNT   PIC 9(09).
003546     05  DL100-AUDIT-TRL-HASH-TOTAL     PIC 9(15).
003555     05  DL100-AUDIT-TRL-ID-USED        PIC 9(02).
003564     05  DL100-AUDIT-TRL-ID-OVERFLOW    PIC 9(09).
003573     05  DL100-AUDIT-TRL-ID-ENTRY       OCCURS 10 TIMES.
003582         10  DL100-AUDIT-TRL-ID         PIC X(08).
003591         10  DL100-AUDIT-TRL-ID-COUNT   PIC 9(09).
003600     05  FILLER                         PIC X(28).
