000100*---------------------------------------------------------------
000200* FXRATE - DATED EXCHANGE-RATE TABLE RECORD (RATETBL GDG),
000300* MAINTAINED BY BRATE-DEV FROM THE TREASURY RATE DECK (RATEIN,
000400* SAME LAYOUT) AND LOADED BY BSORT-DEV BEFORE THE SORT.
000500* RECORD TYPE B NAMES THE BASE CURRENCY IN CURRENCY-CODE (ONE
000600* PER TABLE, DATES AND RATE UNUSED).  RECORD TYPE R IS ONE RATE:
000700* RATE IS THE NUMBER OF BASE-CURRENCY UNITS FOR ONE UNIT OF
000800* CURRENCY-CODE, IN FORCE FROM EFFECTIVE-FROM THROUGH
000900* EFFECTIVE-TO INCLUSIVE (99999999 = OPEN-ENDED).  THE RANGES
001000* FOR ONE CURRENCY NEVER OVERLAP.  ON THE RATE DECK ONLY, TYPE D
001100* DELETES THE RATE FOR CURRENCY-CODE STARTING EFFECTIVE-FROM.
001200* COPY UNDER AN 01 OR 02 GROUP WITH
001300*     COPY FXRATE REPLACING ==:TAG:== BY ==<PREFIX>==.
001400* RECORD LENGTH IS 80 BYTES.
001500*---------------------------------------------------------------
001600     03  :TAG:-RECORD-TYPE       PIC X(01).
001700     03  :TAG:-CURRENCY-CODE     PIC X(03).
001800     03  :TAG:-EFFECTIVE-FROM    PIC 9(08).
001900     03  :TAG:-EFFECTIVE-TO      PIC 9(08).
002000     03  :TAG:-RATE              PIC 9(05)V9(06).
002100     03  :TAG:-DESCRIPTION       PIC X(20).
002200     03  FILLER                  PIC X(29).
