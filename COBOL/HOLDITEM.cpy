000100*---------------------------------------------------------------
000200* HOLDITEM - HELD-TRANSACTION QUEUE RECORD.  BSORT-DEV DIVERTS A
000300* TRANSACTION OVER ITS HOLD LIMITS (SINGLE AMOUNT, OR THE NUMBER
000400* OF TRANSACTIONS FOR THE ACCOUNT ON ONE TRANSACTION DATE) TO
000500* THE HOLD QUEUE (HOLDOUT GDG) INSTEAD OF NUMOUT, WITH STATUS P.
000600* BHOLD-DEV APPLIES THE SUPERVISOR APPROVAL DECK TO THE PRIOR
000700* NIGHT'S QUEUE, SETTING STATUS A (APPROVED - RELEASED INTO THE
000800* NEXT RUN) OR D (DECLINED - SENT TO SUSPENSE) WITH THE
000900* SUPERVISOR ID AND ACTION DATE.  SOURCE IS THE BSORT-DEV INPUT
001000* SOURCE NUMBER THE ITEM WAS READ FROM.  REASON CODE IS LAM
001100* (AMOUNT OVER LIMIT) OR LCT (ACCOUNT/DAY COUNT OVER LIMIT);
001200* THE LIMITS APPLIED AND THE ACCOUNT/DAY COUNT ARE KEPT FOR THE
001300* SUPERVISOR.
001400* COPY UNDER AN 01 OR 02 GROUP WITH
001500*     COPY HOLDITEM REPLACING ==:TAG:== BY ==<PREFIX>==.
001600* RECORD LENGTH IS 94 BYTES.
001700*---------------------------------------------------------------
001800     03  :TAG:-RECORD-DATA       PIC X(44).
001900     03  :TAG:-SOURCE            PIC 9(01).
002000     03  :TAG:-REASON-CODE       PIC X(03).
002100     03  :TAG:-HOLD-DATE         PIC 9(08).
002200     03  :TAG:-LIMIT-AMOUNT      PIC 9(09)V99.
002300     03  :TAG:-LIMIT-COUNT       PIC 9(04).
002400     03  :TAG:-DAY-COUNT         PIC 9(04).
002500     03  :TAG:-STATUS            PIC X(01).
002600     03  :TAG:-APPROVER-ID       PIC X(08).
002700     03  :TAG:-ACTION-DATE       PIC 9(08).
002800     03  FILLER                  PIC X(02).
