000100*---------------------------------------------------------------
000200* INQAUTH - INQUIRY AUTHORIZATION CARD (INQAUTH DATASET), ONE
000300* PER REQUESTER ALLOWED TO HAVE BHINQ-DEV OR BINQ-DEV PRINT
000400* ACCOUNT NUMBERS IN CLEAR.  AUDIT MAINTAINS THE DECK.  A CARD
000500* WITH AN EXPIRY DATE (CCYYMMDD) STOPS COUNTING AFTER THAT DATE;
000600* A BLANK EXPIRY NEVER EXPIRES.  A REQUESTER NOT ON THE DECK
000700* ALWAYS GETS MASKED ACCOUNT NUMBERS.
000800* COPY UNDER AN 01 OR 02 GROUP WITH
000900*     COPY INQAUTH REPLACING ==:TAG:== BY ==<PREFIX>==.
001000* RECORD LENGTH IS 80 BYTES.
001100*---------------------------------------------------------------
001200     03  :TAG:-REQUESTER-ID      PIC X(08).
001300     03  :TAG:-REQUESTER-NAME    PIC X(30).
001400     03  :TAG:-EXPIRY-DATE       PIC X(08).
001500     03  FILLER                  PIC X(34).
