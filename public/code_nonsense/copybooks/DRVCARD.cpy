000800* THE STANDALONE BROADCAST'S GATE.  ZERO OR BLANK LIMIT MEANS
000900* THE COMPILED DEFAULT STANDS.  THE JOB NAME IS THE STREAM THE
000910* DRIVER'S GATE RECORD IS KEYED UNDER ON THE MULTI-STREAM
000920* GATEFL; BLANK KEEPS THE COMPILED PARTDRVR NAME.  A BLANK OR
000930* ZERO PARTITION COUNT LEAVES THE DRIVER TO SIZE ITSELF FROM
000940* THE STREAM'S RUNHIST RATE, THE CALFILE CUTOFF AND THE LIMIT;
000950* A COUNT OF 1-4 OVERRIDES THE SIZING.
001000*===============================================================
001100 01  DL100-DRV-RECORD.
001150     05  DL100-DRV-JOB-NAME          PIC X(08).
001200     05  DL100-DRV-TARGET-COUNT      PIC 9(09).
001300     05  DL100-DRV-PARTITIONS        PIC 9(02).
001330     05  DL100-DRV-PARTITIONS-X REDEFINES DL100-DRV-PARTITIONS
001360                                     PIC X(02).
001400     05  DL100-DRV-MESSAGE-TEXT      PIC X(100).
001500     05  DL100-DRV-ELAPSED-LIMIT     PIC 9(09).
