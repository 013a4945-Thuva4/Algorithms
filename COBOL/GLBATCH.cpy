000100*---------------------------------------------------------------
000200* GLBATCH - VSAM GL BATCH REGISTER RECORD, KEYED BY GL BATCH
000300* NUMBER.  BGLAK-DEV ADDS ONE RECORD THE FIRST NIGHT IT SEES A
000400* GLOUT GENERATION (BATCH-STATUS S = SENT, AWAITING THE GL
000500* ACKNOWLEDGEMENT) AND MARKS IT A = ACKNOWLEDGED, WITH THE ACK
000600* DATE AND THE ACCEPTED/REJECTED LINE COUNTS, WHEN THE GL'S
000700* ACKNOWLEDGEMENT FILE FOR THE BATCH HAS BEEN RECONCILED.  AN
000800* ACKNOWLEDGED BATCH IS NEVER RECONCILED A SECOND TIME.
000900* COPY UNDER AN 01 OR 02 GROUP WITH
001000*     COPY GLBATCH REPLACING ==:TAG:== BY ==<PREFIX>==.
001100* RECORD LENGTH IS 80 BYTES.  THE KEY IS THE FIRST 8 BYTES.
001200*---------------------------------------------------------------
001300     03  :TAG:-BATCH-NUMBER      PIC X(08).
001400     03  :TAG:-RUN-DATE          PIC 9(08).
001500     03  :TAG:-LINE-COUNT        PIC 9(09).
001600     03  :TAG:-CONTROL-AMOUNT    PIC S9(13)V99.
001700     03  :TAG:-BATCH-STATUS      PIC X(01).
001800     03  :TAG:-ACK-DATE          PIC 9(08).
001900     03  :TAG:-ACCEPTED-COUNT    PIC 9(07).
002000     03  :TAG:-REJECTED-COUNT    PIC 9(07).
002100     03  :TAG:-REJECTED-AMOUNT   PIC S9(13)V99.
002200     03  FILLER                  PIC X(02).
