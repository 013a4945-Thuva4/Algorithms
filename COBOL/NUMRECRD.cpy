000400* COPY UNDER AN 01 OR 02 GROUP WITH
000500*     COPY NUMRECRD REPLACING ==:TAG:== BY ==<PREFIX>==.
000600* SO EACH FILE CARRIES ITS OWN DATA-NAME PREFIX.
000700* RECORD LENGTH IS 44 BYTES.
000710*
000720* THE TRAN-TYPE CODE IN BYTE 30 (FORMERLY FILLER) CARRIES THE
000730* DEBIT/CREDIT/REVERSAL INDICATOR: D = DEBIT, C = CREDIT,
000760* STAYS AN UNSIGNED MAGNITUDE; THE SIGN IS TAKEN FROM THE TYPE
000770* (DEBITS ADD, CREDITS AND REVERSALS SUBTRACT) WHEREVER
000780* AMOUNTS ARE TOTALLED.
000781*
000782* CURRENCY-CODE (BYTES 31-33) IS THE CURRENCY THE TRANSACTION
000783* WAS DONE IN; SPACES OR THE BASE CURRENCY CODE MEAN BASE.  A
000784* REGION SENDS THE AMOUNT IN TRAN-AMOUNT IN THAT CURRENCY AND
000785* LEAVES ORIG-AMOUNT BLANK.  BSORT-DEV MOVES THE SUBMITTED
000786* AMOUNT TO ORIG-AMOUNT (BYTES 34-44) AND REPLACES TRAN-AMOUNT
000787* WITH THE BASE-CURRENCY EQUIVALENT AT THE RATE IN FORCE ON THE
000788* TRANSACTION DATE, SO FROM NUMOUT ON TRAN-AMOUNT IS ALWAYS THE
000789* BASE AMOUNT AND ORIG-AMOUNT IS KEPT FOR AUDIT.
000800*---------------------------------------------------------------
000900     03  :TAG:-ACCOUNT-NUMBER    PIC X(10).
001000     03  :TAG:-TRAN-AMOUNT       PIC 9(09)V99.
001100     03  :TAG:-TRAN-DATE         PIC 9(08).
001200     03  :TAG:-TRAN-TYPE         PIC X(01).
001300     03  :TAG:-CURRENCY-CODE     PIC X(03).
001400     03  :TAG:-ORIG-AMOUNT       PIC 9(09)V99.
