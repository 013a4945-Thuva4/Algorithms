002200*                TO THE MASTER FOR AN AUDIT - A VALUE THAT HAS
002300*                REAPPEARED ON THE LIVE MASTER SINCE IT WAS
002400*                ARCHIVED IS LEFT ALONE AND REPORTED.
002420* 10/15/26  RH   THE ACCOUNT NUMBER IN A VALUE NOT RESTORED
002440*                PRINTS MASKED TO THE LAST FOUR DIGITS ON THE
002460*                PURGE REPORT (9210-MASK-PRINT-IMAGE).
002500*---------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
011000 77  PG-AGE-DAYS             PIC S9(07) VALUE 0.
011100 77  PG-EDIT-COUNT           PIC ZZZZZZ9.
011200 77  PG-EDIT-DAYS            PIC ZZZZ9.
011205*
011210*---------------------------------------------------------------
011215* ACCOUNT MASKING WORK AREAS - 9200-MASK-ACCOUNT REPLACES ALL BUT
011220* THE LAST FOUR CHARACTERS OF PG-MASK-ACCOUNT WITH ASTERISKS.
011225* PG-PRINT-VALUE IS THE MASKED COPY OF AN ARCHIVED VALUE FOR THE
011230* PURGE REPORT (9210-MASK-PRINT-IMAGE).
011235*---------------------------------------------------------------
011240 01  PG-PRINT-VALUE          PIC X(30)  VALUE SPACES.
011245 77  PG-MASK-ACCOUNT         PIC X(10)  VALUE SPACES.
011250 77  PG-MASK-SUB             PIC S9(04) VALUE 0    COMP.
011255 77  PG-MASK-LEN             PIC S9(04) VALUE 0    COMP.
011300*
011400*---------------------------------------------------------------
011500* DAY NUMBER WORK AREAS - SAME GREGORIAN SERIAL DAY ROUTINE AS
030900     END-WRITE.
030910     IF VALUE-ALREADY-ON-MASTER
030920         MOVE SPACES TO PURGE-REPORT-RECORD
030922         MOVE AR-VALUE TO PG-PRINT-VALUE
030924         PERFORM 9210-MASK-PRINT-IMAGE
030926             THRU 9210-MASK-PRINT-IMAGE-EXIT
030930         STRING "ALREADY ON MASTER - NOT RESTORED: "
030940             DELIMITED BY SIZE
030950             PG-PRINT-VALUE DELIMITED BY SIZE
030960             INTO PURGE-REPORT-RECORD
030970         WRITE PURGE-REPORT-RECORD
030980     END-IF.
038400     SUBTRACT 32045 FROM PG-DN-RESULT.
038500 9100-COMPUTE-DAY-NUMBER-EXIT.
038600     EXIT.
038700*===============================================================
038800* 9200-MASK-ACCOUNT - MASK THE ACCOUNT NUMBER IN PG-MASK-ACCOUNT
038900* FOR PRINTING: EVERY CHARACTER BEFORE THE LAST FOUR NON-BLANK
039000* ONES BECOMES AN ASTERISK.  A BLANK, LOW-VALUES OR HIGH-VALUES
039100* FIELD, OR ONE OF FOUR CHARACTERS OR LESS, IS LEFT AS IT IS.
039200*===============================================================
039300 9200-MASK-ACCOUNT.
039400     IF PG-MASK-ACCOUNT = SPACES OR LOW-VALUES OR HIGH-VALUES
039500         GO TO 9200-MASK-ACCOUNT-EXIT.
039600     MOVE 10 TO PG-MASK-LEN.
039700     PERFORM UNTIL PG-MASK-LEN = 0
039800         OR PG-MASK-ACCOUNT(PG-MASK-LEN:1) NOT = SPACE
039900         SUBTRACT 1 FROM PG-MASK-LEN
040000     END-PERFORM.
040100     SUBTRACT 4 FROM PG-MASK-LEN.
040200     PERFORM VARYING PG-MASK-SUB FROM 1 BY 1
040300         UNTIL PG-MASK-SUB > PG-MASK-LEN
040400         MOVE "*" TO PG-MASK-ACCOUNT(PG-MASK-SUB:1)
040500     END-PERFORM.
040600 9200-MASK-ACCOUNT-EXIT.
040700     EXIT.
040800*===============================================================
040900* 9210-MASK-PRINT-IMAGE - MASK THE ACCOUNT NUMBER (BYTES 1-10,
041000* COPYBOOK NUMRECRD) IN THE ARCHIVED VALUE IN PG-PRINT-VALUE.
041100*===============================================================
041200 9210-MASK-PRINT-IMAGE.
041300     MOVE PG-PRINT-VALUE(1:10) TO PG-MASK-ACCOUNT.
041400     PERFORM 9200-MASK-ACCOUNT
041500         THRU 9200-MASK-ACCOUNT-EXIT.
041600     MOVE PG-MASK-ACCOUNT TO PG-PRINT-VALUE(1:10).
041700 9210-MASK-PRINT-IMAGE-EXIT.
041800     EXIT.
