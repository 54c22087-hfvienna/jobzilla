000100*===============================================================
000200* ASOFREQ     -- AS-OF CONFIGURATION INQUIRY REQUEST CARD
000300*
000400* ONE CARD PER QUESTION, READ BY ASOF-INQUIRY: "HOW WAS THIS
000500* STREAM CONFIGURED AT THE END OF THIS DATE?"  A BLANK JOB NAME
000600* DEFAULTS TO LONGPRGM.  THE ANSWER IS THE STREAM'S CALENDAR
000700* ENTRIES AND THE NIGHT THEY RESOLVE TO, ITS ACTIVE MESSAGE SET,
000800* AND EVERY JOURNALED CHANGE TOUCHING IT SINCE THAT DATE.
000900*===============================================================
001000 01  DL100-AOR-RECORD.
001100     05  DL100-AOR-JOB-NAME          PIC X(08).
001200     05  DL100-AOR-ASOF-DATE         PIC 9(08).
001300     05  FILLER                      PIC X(64).
