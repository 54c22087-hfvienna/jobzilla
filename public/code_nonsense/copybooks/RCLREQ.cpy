000100*===============================================================
000200* RCLREQ      -- ARCHIVE RECALL REQUEST CARD
000300*
000400* ONE CARD PER QUESTION PUT TO THE ARCHIVE, READ BY ARCH-RECALL:
000500* "WHICH LINES WENT OUT BETWEEN THESE DATES?"  THE DATE RANGE IS
000600* INCLUSIVE AND REQUIRED.  THE STREAM AND MESSAGE ID NARROW THE
000700* RECALL WHEN GIVEN; LEFT BLANK THEY MATCH EVERY STREAM AND EVERY
000800* MESSAGE ID (FALLBACK LINES, WHICH CARRY NO ID, INCLUDED).
000900*===============================================================
001000 01  DL100-RCL-RECORD.
001100     05  DL100-RCL-FROM-DATE         PIC 9(08).
001200     05  DL100-RCL-TO-DATE           PIC 9(08).
001300     05  DL100-RCL-JOB-NAME          PIC X(08).
001400     05  DL100-RCL-MSG-ID            PIC X(08).
001500     05  FILLER                      PIC X(48).
