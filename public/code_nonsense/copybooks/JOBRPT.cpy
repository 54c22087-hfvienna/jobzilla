000400* ONE RECORD WRITTEN JUST BEFORE STOP RUN SO OPERATIONS HAS A
000500* CONCRETE RECORD OF WHAT HAPPENED TO HAND THE SHIFT LEAD,
000600* INSTEAD OF HAVING TO SCROLL BACK THROUGH RAW JOB LOG OUTPUT.
000700* THE JOB NAME LEADS THE RECORD SO THE HIST-UPDATE STEP CAN
000800* ACCUMULATE EACH RUN ONTO THE RUNHIST RUN-HISTORY MASTER
000900* KEYED BY JOB NAME + RUN DATE.  THE OPERATOR ACTION FIELDS
001000* CARRY THE LAST OPRCMD COMMAND HONORED MID-RUN (PAUSE, DRAIN
001100* OR ABORT) AND THE TIME IT WAS TAKEN; SPACES AND ZERO MEAN
001200* THE RUN WAS NEVER STEERED BY AN OPERATOR.  THE PACE FIELDS
001300* CARRY THE REQUESTED MESSAGES-PER-SECOND RATE (ZERO = FLAT
001400* OUT) AGAINST THE RATE THE RUN ACTUALLY ACHIEVED, SO A NIGHT
001500* THE SYSTEM COULD NOT HOLD THE PACE READS AS THE CAPACITY
001600* WARNING IT IS.  THE CUTOFF IS THE BATCH-WINDOW DEADLINE THE
001700* RUN ACTUALLY RESOLVED (CALENDAR OR CONTROL CARD, ZERO = NO
001800* DEADLINE), KEPT SO THE RUN HISTORY CAN PROJECT END-OF-RUN
001900* DRIFT AGAINST THE WINDOW AS WELL AS THE ELAPSED LIMIT.
002000* THE OPERATOR USERID IS WHO ISSUED THE COMMAND IN THE OPERATOR
002100* ACTION FIELD (SPACES WHEN THE RUN WAS NEVER STEERED).
002200*===============================================================
002300 01  DL100-RPT-RECORD.
002400     05  DL100-RPT-JOB-NAME          PIC X(08).
002500     05  DL100-RPT-START-DATE        PIC 9(08).
002600     05  DL100-RPT-START-TIME        PIC 9(08).
002700     05  DL100-RPT-END-DATE          PIC 9(08).
002800     05  DL100-RPT-END-TIME          PIC 9(08).
002900     05  DL100-RPT-TARGET-COUNT      PIC 9(09).
003000     05  DL100-RPT-FINAL-COUNTER     PIC 9(09).
003100     05  DL100-RPT-ELAPSED-SECONDS   PIC 9(09).
003200     05  DL100-RPT-RECONCILE-FLAG    PIC X(01).
003300         88  DL100-RPT-COUNTS-MATCH        VALUE "Y".
003400         88  DL100-RPT-COUNTS-MISMATCH     VALUE "N".
003500         88  DL100-RPT-WINDOW-EXPIRED      VALUE "W".
003600     05  DL100-RPT-OPR-ACTION        PIC X(08).
003700     05  DL100-RPT-OPR-TIME          PIC 9(08).
003800     05  DL100-RPT-PACE-RATE         PIC 9(05).
003900     05  DL100-RPT-ACHIEVED-RATE     PIC 9(05)V9(02).
004000     05  DL100-RPT-CUTOFF-TIME       PIC 9(06).
004100     05  DL100-RPT-OPR-USERID        PIC X(08).
