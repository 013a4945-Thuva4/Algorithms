000100*---------------------------------------------------------------
000200* PARMHIST - PARAMETER CARD HISTORY RECORD.  BPEDT-DEV, THE
000300* PARAMETER CARD EDIT RUN AS THE FIRST STEP OF EACH JOB, APPENDS
000400* TO THE CUMULATIVE PARAMETER HISTORY DATASET (PARMHIST) WHENEVER
000500* A CARD DIFFERS FROM THE LAST ONE USED: ONE ENTRY-TYPE F RECORD
000600* PER CHANGED FIELD (COLUMNS, FIELD NAME, OLD AND NEW VALUE),
000700* FOLLOWED BY ONE ENTRY-TYPE C RECORD CARRYING THE NEW CARD IMAGE,
000800* WHICH IS WHAT THE NEXT RUN COMPARES AGAINST.  JOB-NAME IS THE
000900* JOB THE CARD WAS EDITED FOR; CARD-NAME IS THE CARD'S DD NAME.
001000* COPY UNDER AN 01 OR 02 GROUP WITH
001100*     COPY PARMHIST REPLACING ==:TAG:== BY ==<PREFIX>==.
001200* RECORD LENGTH IS 120 BYTES.
001300*---------------------------------------------------------------
001400     03  :TAG:-HIST-DATE         PIC 9(08).
001500     03  :TAG:-HIST-TIME         PIC 9(08).
001600     03  :TAG:-JOB-NAME          PIC X(08).
001700     03  :TAG:-CARD-NAME         PIC X(08).
001800     03  :TAG:-ENTRY-TYPE        PIC X(01).
001900     03  :TAG:-CARD-IMAGE        PIC X(80).
002000     03  :TAG:-CHANGE-DATA       REDEFINES :TAG:-CARD-IMAGE.
002100         04  :TAG:-FIELD-COLUMNS PIC X(05).
002200         04  :TAG:-FIELD-NAME    PIC X(20).
002300         04  :TAG:-OLD-VALUE     PIC X(10).
002400         04  :TAG:-NEW-VALUE     PIC X(10).
002500         04  FILLER              PIC X(35).
002600     03  FILLER                  PIC X(07).
