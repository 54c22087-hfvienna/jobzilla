000100*===============================================================
000200* RCNREQ      -- RUN RECONCILIATION REQUEST CARD
000300*
000400* ONE CARD PER STREAM TO BE RECONCILED BY RUN-RECON, PLAN (THE
000500* RUN CALENDAR) AGAINST WHAT ACTUALLY RAN (RUNHIST AND THE AUDIT
000600* MASTER), NIGHT BY NIGHT OVER THE DATE RANGE.  A BLANK JOB NAME
000700* DEFAULTS TO LONGPRGM.  A RANGE LEFT BLANK OR ZERO IS THE SEVEN
000800* NIGHTS ENDING YESTERDAY -- THE WEEKLY REVIEW'S WEEK -- SO THE
000900* STANDING CARDS NEED NO CHANGE FROM ONE WEEK TO THE NEXT.
001000*===============================================================
001100 01  DL100-RCN-RECORD.
001200     05  DL100-RCN-JOB-NAME          PIC X(08).
001300     05  DL100-RCN-FROM-DATE         PIC X(08).
001400     05  DL100-RCN-FROM-DATE-N REDEFINES DL100-RCN-FROM-DATE
001500                                     PIC 9(08).
001600     05  DL100-RCN-TO-DATE           PIC X(08).
001700     05  DL100-RCN-TO-DATE-N REDEFINES DL100-RCN-TO-DATE
001800                                     PIC 9(08).
001900     05  FILLER                      PIC X(56).
