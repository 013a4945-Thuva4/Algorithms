000100*---------------------------------------------------------------
000200* PERIODTL - PERIOD-END CONTROL TOTALS RECORD.  BPCLS-DEV
000300* APPENDS ONE TO THE CUMULATIVE PERIOD-END TOTALS DATASET
000400* (PERDTOT) EACH TIME IT CLOSES A MONTH, FREEZING THE FIGURES
000500* FINANCE REPORTS FROM.  THE TH- FIGURES ARE EVERY TRANSACTION
000600* HISTORY RECORD WITH A TRAN DATE IN THE PERIOD: THE COUNT, THE
000700* DEBIT, CREDIT AND REVERSAL TOTALS, AND THE SIGNED NET (DEBITS
000800* ADD, CREDITS AND REVERSALS SUBTRACT, THE SAME WAY THE NUMOUT
000900* TRAILER HASH IS BUILT).  THE RH- FIGURES ARE THE RUN HISTORY
001000* RECORDS WITH A RUN DATE IN THE PERIOD: RUNS, RECORDS SORTED,
001100* REJECTED AND DUPLICATED, AND RESTARTED RUNS.  A MONTH CLOSED
001200* AGAIN AFTER A REOPEN GETS A NEW RECORD; THE LATEST ONE FOR A
001300* PERIOD IS THE ONE IN FORCE.
001400* COPY UNDER AN 01 OR 02 GROUP WITH
001500*     COPY PERIODTL REPLACING ==:TAG:== BY ==<PREFIX>==.
001600* RECORD LENGTH IS 130 BYTES.
001700*---------------------------------------------------------------
001800     03  :TAG:-PERIOD            PIC 9(06).
001900     03  :TAG:-CLOSE-DATE        PIC 9(08).
002000     03  :TAG:-OPERATOR-ID       PIC X(08).
002100     03  :TAG:-TH-COUNT          PIC 9(09).
002200     03  :TAG:-TH-DEBITS         PIC 9(13)V99.
002300     03  :TAG:-TH-CREDITS        PIC 9(13)V99.
002400     03  :TAG:-TH-REVERSALS      PIC 9(13)V99.
002500     03  :TAG:-TH-NET            PIC S9(13)V99.
002600     03  :TAG:-RH-RUNS           PIC 9(04).
002700     03  :TAG:-RH-SORTED         PIC 9(07).
002800     03  :TAG:-RH-REJECTS        PIC 9(07).
002900     03  :TAG:-RH-DUPS           PIC 9(07).
003000     03  :TAG:-RH-RESTARTS       PIC 9(04).
003100     03  FILLER                  PIC X(10).
