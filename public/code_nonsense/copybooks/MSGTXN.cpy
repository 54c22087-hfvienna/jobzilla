000500* MASTER BY MESSAGE ID BY THE MSG-MAINT BATCH PROGRAM.  ON A
000600* CHANGE, BLANK (OR NON-NUMERIC DATE) FIELDS LEAVE THE MASTER
000700* VALUE STANDING; ON AN ADD THE CARD SUPPLIES THE WHOLE RECORD.
000708*
000716* THE TARGET STREAMS FOLLOW THE TEXT.  ON AN ADD, BLANK TARGETS
000724* MAKE THE MESSAGE GENERIC.  ON A CHANGE, BLANK TARGETS LEAVE
000732* THE MASTER'S TARGETING STANDING, ANY NAMED TARGET REPLACES
000740* THE WHOLE LIST, AND *ALL IN THE FIRST TARGET RETURNS THE
000748* MESSAGE TO GENERIC.
000756*
000764* THE SUBMITTING USERID ENDS THE CARD.  MSG-MAINT APPLIES THE
000772* CARD ONLY WHEN SECPROF GRANTS THAT USERID MESSAGE MAINTENANCE
000780* ON EVERY STREAM THE MESSAGE REACHES, BEFORE AND AFTER THE
000788* CHANGE (A GENERIC MESSAGE NEEDS AN ALL-STREAMS GRANT).
000800*===============================================================
000900 01  DL100-TXN-RECORD.
001000     05  DL100-TXN-ACTION            PIC X(01).
001700     05  DL100-TXN-EFF-TO            PIC 9(08).
001800     05  DL100-TXN-ACTIVE-FLAG       PIC X(01).
001900     05  DL100-TXN-TEXT              PIC X(100).
001910     05  DL100-TXN-TARGETS.
001920         88  DL100-TXN-TARGETS-BLANK       VALUE SPACES.
001930         10  DL100-TXN-TARGET        PIC X(08)
001940                 OCCURS 4 TIMES.
001950             88  DL100-TXN-TARGET-ALL      VALUE "*ALL".
001960     05  DL100-TXN-USERID            PIC X(08).
