000100*---------------------------------------------------------------
000200* HISTCTL - TRANSACTION HISTORY LOAD CONTROL RECORD.  BHIST-DEV
000300* WRITES ONE AT THE END OF EVERY LOAD (HISTCNT GDG) WITH THE
000400* FEED'S RUN DATE AND RUN ID FROM THE NUMOUT HEADER, THE
000500* DETAILS READ, THE HISTORY RECORDS WRITTEN, THE DETAILS THAT
000600* COULD NOT BE WRITTEN, AND THE SIGNED NET AMOUNT WRITTEN
000700* (DEBITS ADD, CREDITS AND REVERSALS SUBTRACT, ONCE PER DETAIL
000800* THE SAME WAY THE NUMOUT TRAILER HASH IS BUILT).  BBSHT-DEV
000900* BALANCES IT TO THE NUMOUT TRAILER.
001000* COPY UNDER AN 01 OR 02 GROUP WITH
001100*     COPY HISTCTL REPLACING ==:TAG:== BY ==<PREFIX>==.
001200* RECORD LENGTH IS 80 BYTES.
001300*---------------------------------------------------------------
001400     03  :TAG:-RUN-DATE          PIC 9(08).
001500     03  :TAG:-RUN-ID            PIC X(08).
001600     03  :TAG:-DETAILS-READ      PIC 9(09).
001700     03  :TAG:-LOADED-COUNT      PIC 9(09).
001800     03  :TAG:-FAILED-COUNT      PIC 9(09).
001900     03  :TAG:-LOADED-NET        PIC S9(13)V99.
002000     03  FILLER                  PIC X(22).
