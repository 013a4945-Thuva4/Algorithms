000700* UNDER AN 01 OR 02 GROUP WITH
000800*     COPY TRANHIST REPLACING ==:TAG:== BY ==<PREFIX>==.
000900* RECORD LENGTH IS 60 BYTES.  THE KEY IS THE FIRST 23 BYTES.
000910* TRAN-AMOUNT IS THE BASE-CURRENCY AMOUNT.  CURRENCY-CODE AND
000920* ORIG-AMOUNT KEEP THE TRANSACTION CURRENCY AND THE AMOUNT IN
000930* IT FOR AUDIT (SPACES AND THE SAME AMOUNT FOR A BASE ITEM).
000940* ORIG-AMOUNT IS PACKED SO THE RECORD STAYS 60 BYTES AND THE
000950* CLUSTER DOES NOT HAVE TO BE REDEFINED.
001000*---------------------------------------------------------------
001100     03  :TAG:-HIST-KEY.
001200         04  :TAG:-ACCOUNT-NUMBER PIC X(10).
001600     03  :TAG:-OCCUR-COUNT       PIC 9(05).
001700     03  :TAG:-RUN-DATE          PIC 9(08).
001750     03  :TAG:-TRAN-TYPE         PIC X(01).
001760     03  :TAG:-CURRENCY-CODE     PIC X(03).
001770     03  :TAG:-ORIG-AMOUNT       PIC 9(09)V99 COMP-3.
001800     03  FILLER                  PIC X(03).
