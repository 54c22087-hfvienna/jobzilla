001500* DRAIN A RUN NOBODY ASKED IT TO.  THE ACTION TAKEN AND THE
001600* TIME IT WAS TAKEN ARE RECORDED ON JOBRPT AND ON THE AUDITFL
001700* TRAILER FOR THE MORNING SHIFT.
001710*
001720* THE CARD CARRIES THE SUBMITTING USERID.  A COMMAND IS HONORED
001730* ONLY WHEN THE SECPROF SECURITY PROFILE GRANTS THAT USERID THAT
001740* COMMAND ON THE RUNNING STREAM; ANY OTHER CARD IS IGNORED AS A
001750* SECURITY VIOLATION AND THE RUN CARRIES ON AS IF IT WERE NOT
001760* THERE.  THE USERID OF THE HONORED COMMAND IS RECORDED BESIDE
001770* THE ACTION ON JOBRPT AND THE AUDITFL TRAILER.
001800*===============================================================
001900 01  DL100-OPR-RECORD.
002000     05  DL100-OPR-COMMAND           PIC X(08).
002300         88  DL100-OPR-CMD-DRAIN           VALUE "DRAIN   ".
002400         88  DL100-OPR-CMD-ABORT           VALUE "ABORT   ".
002500     05  DL100-OPR-DATE              PIC 9(08).
002550     05  DL100-OPR-USERID            PIC X(08).
002600     05  FILLER                      PIC X(56).
