000100*---------------------------------------------------------------
000200* GLREJECT - GL-REJECT SUSPENSE RECORD.  BGLAK-DEV APPENDS ONE
000300* RECORD FOR EACH GLOUT SUMMARY LINE THE GENERAL LEDGER
000400* REJECTED, WITH THE GL'S REASON, AND BGLEX-DEV RESENDS EVERY
000500* PENDING RECORD IN THE NEXT GL INTERFACE IT CUTS.  THE JOB
000600* EMPTIES THE SUSPENSE ONLY AFTER THAT EXTRACT ENDS RC=0.
000700* AMOUNT IS THE SIGNED NET AMOUNT OF THE ORIGINAL GLOUT LINE.
000800* COPY UNDER AN 01 OR 02 GROUP WITH
000900*     COPY GLREJECT REPLACING ==:TAG:== BY ==<PREFIX>==.
001000* RECORD LENGTH IS 80 BYTES.
001100*---------------------------------------------------------------
001200     03  :TAG:-BATCH-NUMBER      PIC X(08).
001300     03  :TAG:-ACCOUNT-NUMBER    PIC X(10).
001400     03  :TAG:-TRAN-DATE         PIC 9(08).
001500     03  :TAG:-TRAN-AMOUNT       PIC S9(13)V99.
001600     03  :TAG:-REASON-CODE       PIC X(04).
001700     03  :TAG:-REASON-TEXT       PIC X(25).
001800     03  :TAG:-REJECT-DATE       PIC 9(08).
001900     03  FILLER                  PIC X(02).
