000100*---------------------------------------------------------------
000200* PERIODCT - ACCOUNTING PERIOD CONTROL RECORD (PERDCTL GDG),
000300* MAINTAINED BY BPCLS-DEV AND LOADED BY BSORT-DEV BEFORE THE
000400* SORT.  RECORD TYPE H (ONE PER FILE, FIRST) CARRIES FUTURE-
000500* DAYS, THE MOST DAYS AFTER THE RUN DATE A TRANSACTION MAY BE
000600* DATED, WITH THE DATE AND OPERATOR OF ITS LAST CHANGE.  RECORD
000700* TYPE P IS ONE ACCOUNTING MONTH (PERIOD CCYYMM) THAT HAS BEEN
000800* CLOSED, IN ASCENDING PERIOD ORDER: STATUS C IS CLOSED, O IS
000900* REOPENED, WITH THE DATE AND OPERATOR OF THE LAST CLOSE OR
001000* REOPEN.  A MONTH BEFORE THE FIRST PERIOD ON FILE IS CLOSED; A
001100* MONTH NOT ON FILE AFTER IT IS OPEN.
001200* COPY UNDER AN 01 OR 02 GROUP WITH
001300*     COPY PERIODCT REPLACING ==:TAG:== BY ==<PREFIX>==.
001400* RECORD LENGTH IS 80 BYTES.
001500*---------------------------------------------------------------
001600     03  :TAG:-RECORD-TYPE       PIC X(01).
001700     03  :TAG:-PERIOD            PIC 9(06).
001800     03  :TAG:-STATUS            PIC X(01).
001900     03  :TAG:-ACTION-DATE       PIC 9(08).
002000     03  :TAG:-OPERATOR-ID       PIC X(08).
002100     03  :TAG:-FUTURE-DAYS       PIC 9(03).
002200     03  FILLER                  PIC X(53).
