000100*---------------------------------------------------------------
000200* ACCTBAL - VSAM ACCOUNT BALANCE MASTER RECORD, KEYED BY
000300* ACCOUNT NUMBER.  BBAL-DEV POSTS EACH NIGHT'S SIGNED NET
000400* ACTIVITY PER ACCOUNT FROM NUMOUT: DEBITS ADD TO THE PERIOD-TO-
000500* DATE DEBITS, CREDITS AND REVERSALS ADD TO THE PERIOD-TO-DATE
000600* CREDITS, AND THE CURRENT BALANCE MOVES BY THE NET.  PERIOD IS
000700* THE CCYYMM THE PERIOD-TO-DATE FIGURES BELONG TO; THE FIRST
000800* POSTING OF A NEW PERIOD CARRIES THE CURRENT BALANCE INTO THE
000900* OPENING BALANCE AND STARTS THE PERIOD-TO-DATE FIGURES AT
001000* ZERO.  LAST-RUN-ID IS THE NUMOUT RUN ID LAST POSTED TO THE
001100* ACCOUNT SO A RE-RUN OF THE SAME FEED CANNOT POST TWICE.
001200* COPY UNDER AN 01 OR 02 GROUP WITH
001300*     COPY ACCTBAL REPLACING ==:TAG:== BY ==<PREFIX>==.
001400* RECORD LENGTH IS 100 BYTES.  THE KEY IS THE FIRST 10 BYTES.
001500*---------------------------------------------------------------
001600     03  :TAG:-ACCOUNT-NUMBER    PIC X(10).
001700     03  :TAG:-PERIOD            PIC 9(06).
001800     03  :TAG:-OPENING-BALANCE   PIC S9(13)V99.
001900     03  :TAG:-PTD-DEBITS        PIC S9(13)V99.
002000     03  :TAG:-PTD-CREDITS       PIC S9(13)V99.
002100     03  :TAG:-CURRENT-BALANCE   PIC S9(13)V99.
002200     03  :TAG:-LAST-ACTIVITY     PIC 9(08).
002300     03  :TAG:-LAST-RUN-ID       PIC X(08).
002400     03  FILLER                  PIC X(08).
