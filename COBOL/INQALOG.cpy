000100*---------------------------------------------------------------
000200* INQALOG - INQUIRY ACCESS LOG RECORD.  BHINQ-DEV AND BINQ-DEV
000300* APPEND ONE TO THE CUMULATIVE ACCESS LOG DATASET (ACCSLOG) FOR
000400* EVERY INQUIRY RUN, MASKED OR NOT, AND BAUDT-DEV PRINTS THE
000500* MONTHLY ACCESS AUDIT REPORT FROM IT.  PRINT-MODE IS M (ACCOUNT
000600* NUMBERS MASKED), U (PRINTED IN CLEAR FOR AN AUTHORIZED
000700* REQUESTER) OR D (CLEAR PRINT ASKED FOR BUT NOT AUTHORIZED, SO
000800* MASKED).  ACCT-LO AND ACCT-HI ARE THE ACCOUNT SELECTION AS
000900* KEYED (BLANK = ALL); CRITERIA IS THE REST OF THE SELECTION IN
001000* WORDS.  RECORD-COUNT IS THE NUMBER OF RECORDS PRINTED.
001100* COPY UNDER AN 01 OR 02 GROUP WITH
001200*     COPY INQALOG REPLACING ==:TAG:== BY ==<PREFIX>==.
001300* RECORD LENGTH IS 120 BYTES.
001400*---------------------------------------------------------------
001500     03  :TAG:-LOG-DATE          PIC 9(08).
001600     03  :TAG:-LOG-TIME          PIC 9(08).
001700     03  :TAG:-PROGRAM-ID        PIC X(10).
001800     03  :TAG:-REQUESTER-ID      PIC X(08).
001900     03  :TAG:-PRINT-MODE        PIC X(01).
002000     03  :TAG:-ACCT-LO           PIC X(10).
002100     03  :TAG:-ACCT-HI           PIC X(10).
002200     03  :TAG:-CRITERIA          PIC X(44).
002300     03  :TAG:-RECORD-COUNT      PIC 9(07).
002400     03  FILLER                  PIC X(14).
