000100*---------------------------------------------------------------
000200* ACCTMAST - VSAM ACCOUNT MASTER RECORD, KEYED BY ACCOUNT
000300* NUMBER.  BACCT-DEV MAINTAINS IT FROM THE ACCOUNT MAINTENANCE
000400* CARD DECK (ADD, CHANGE, CLOSE) AND BSORT-DEV READS IT TO
000500* REJECT TRANSACTIONS FOR ACCOUNTS THAT ARE NOT ON FILE, ARE
000600* FROZEN OR CLOSED, OR ARE DATED BEFORE THE ACCOUNT OPENED.
000700* STATUS IS O = OPEN, F = FROZEN, C = CLOSED.  REGION IS THE
000800* NUMBER OF THE REGIONAL INPUT (NUMIN1-NUMIN4) THAT OWNS THE
000900* ACCOUNT.  CLOSE DATE IS ZERO UNTIL THE ACCOUNT IS CLOSED.
001000* COPY UNDER AN 01 OR 02 GROUP WITH
001100*     COPY ACCTMAST REPLACING ==:TAG:== BY ==<PREFIX>==.
001200* RECORD LENGTH IS 80 BYTES.  THE KEY IS THE FIRST 10 BYTES.
001300*---------------------------------------------------------------
001400     03  :TAG:-ACCOUNT-NUMBER    PIC X(10).
001500     03  :TAG:-ACCOUNT-NAME      PIC X(30).
001600     03  :TAG:-REGION            PIC 9(01).
001700     03  :TAG:-OPEN-DATE         PIC 9(08).
001800     03  :TAG:-ACCOUNT-STATUS    PIC X(01).
001900     03  :TAG:-CLOSE-DATE        PIC 9(08).
002000     03  :TAG:-MAINT-DATE        PIC 9(08).
002100     03  :TAG:-MAINT-OPERATOR    PIC X(08).
002200     03  FILLER                  PIC X(06).
