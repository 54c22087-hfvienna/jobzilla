000900* EVALUATE AND SETS CONDITION CODES SO THE STREAM RELEASES ON A
001000* FRESH GO AND HOLDS ON NOGO, ON A STALE RECORD, OR ON NO
001100* RECORD AT ALL.  GO MEANS THE LOOP RECONCILED AND FINISHED
001150* INSIDE THE ELAPSED-SECONDS LIMIT.  A STREAM WITH A GATEDEP
001200* CARD IS INSTEAD RELEASED ONLY WHEN EVERY UPSTREAM STREAM ON
001250* THE CARD HAS A FRESH GO RECORD HERE.
001300*===============================================================
001400 01  DL100-GATE-RECORD.
001500     05  DL100-GATE-JOB-NAME         PIC X(08).
