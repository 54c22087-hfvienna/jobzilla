000640* CARD, CALENDAR OR COMPILED DEFAULT), NOT FROM THE MESSAGE
000650* MASTER.  FED TO THE DOWNSTREAM REPORT PROGRAMS AND KEPT TO
000700* SATISFY THE 90-DAY AUDIT RETENTION REQUIREMENT.
000710*
000720* EVERY LINE ALSO CARRIES THE STREAM (JOB NAME) THAT BROADCAST
000730* IT -- EAST, WEST, INTL, LONGPRGM, OR PARTDRVR FOR LINES THE
000740* PART-DRIVER MERGED BACK FROM ITS PARTITIONS -- SO SEVERAL
000750* STREAMS' NIGHTS CAN SHARE ONE LOG OR THE ARCHIVE AND STILL BE
000760* REPORTED, VERIFIED, ATTESTED AND PURGED ONE STREAM AT A TIME.
000770* THE RECORD IS 141 BYTES.
000800*===============================================================
000900 01  DL100-LOG-RECORD.
001000     05  DL100-LOG-COUNTER           PIC 9(09).
001200     05  DL100-LOG-TIME              PIC 9(08).
001300     05  DL100-LOG-MESSAGE-TEXT      PIC X(100).
001400     05  DL100-LOG-MSG-ID            PIC X(08).
001500     05  DL100-LOG-JOB-NAME          PIC X(08).
