002400*                RECORD IS APPENDED TO THE JOURNAL SO BPOST-DEV
002500*                WILL ACCEPT THE FEED AGAIN, AND EVERY REVERSAL
002600*                PRINTS ON THE BACKOUT REPORT (BACKRPT).
002620* 10/15/26  RH   THE ACCOUNT NUMBER IN EACH VALUE ON THE BACKOUT
002640*                REPORT (BACKRPT) PRINTS MASKED TO THE LAST FOUR
002660*                DIGITS (9210-MASK-PRINT-IMAGE).
002700*---------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
010300 77  BK-MISSING-COUNT        PIC 9(05)  VALUE 0.
010400 77  BK-EDIT-COUNT           PIC ZZZZ9.
010500 77  J                       PIC 9(04)  VALUE 0    COMP.
010505*
010510*---------------------------------------------------------------
010515* ACCOUNT MASKING WORK AREAS - 9200-MASK-ACCOUNT REPLACES ALL BUT
010520* THE LAST FOUR CHARACTERS OF BK-MASK-ACCOUNT WITH ASTERISKS.
010525* BK-PRINT-VALUE IS THE MASKED COPY OF A JOURNALED VALUE FOR THE
010530* BACKOUT REPORT (9210-MASK-PRINT-IMAGE).
010535*---------------------------------------------------------------
010540 01  BK-PRINT-VALUE          PIC X(30)  VALUE SPACES.
010545 77  BK-MASK-ACCOUNT         PIC X(10)  VALUE SPACES.
010550 77  BK-MASK-SUB             PIC S9(04) VALUE 0    COMP.
010555 77  BK-MASK-LEN             PIC S9(04) VALUE 0    COMP.
010600*
010700*---------------------------------------------------------------
010800* PENDING TABLE - THE TARGET FEED'S TYPE P JOURNAL RECORDS
028300     MOVE BK-PEND-RECORD(J) TO PENDING-WORK-RECORD.
028400     MOVE "N" TO BK-FOUND-SW.
028500     MOVE PW-VALUE TO FM-VALUE.
028520     MOVE PW-VALUE TO BK-PRINT-VALUE.
028540     PERFORM 9210-MASK-PRINT-IMAGE
028560         THRU 9210-MASK-PRINT-IMAGE-EXIT.
028600     READ FREQ-MASTER-FILE
028700         INVALID KEY
028800             MOVE "N" TO BK-FOUND-SW
029300         ADD 1 TO BK-MISSING-COUNT
029400         MOVE "Y" TO BK-ERROR-SW
029500         MOVE SPACES TO BACK-REPORT-RECORD
029600         STRING "VALUE NOT ON MASTER - " BK-PRINT-VALUE
029700             DELIMITED BY SIZE INTO BACK-REPORT-RECORD
029800         WRITE BACK-REPORT-RECORD
029900         GO TO 3100-REVERSE-ONE-POSTING-EXIT.
032000     END-IF.
032100     ADD 1 TO BK-REVERSED-COUNT.
032200     MOVE SPACES TO BACK-REPORT-RECORD.
032300     STRING "REVERSED " BK-PRINT-VALUE
032400            "  OCCURRENCES " PW-OCCURRENCES
032500         DELIMITED BY SIZE INTO BACK-REPORT-RECORD.
032600     WRITE BACK-REPORT-RECORD.
036000     CLOSE BACK-REPORT-FILE.
036100 8000-TERMINATE-EXIT.
036200     EXIT.
036300*===============================================================
036400* 9200-MASK-ACCOUNT - MASK THE ACCOUNT NUMBER IN BK-MASK-ACCOUNT
036500* FOR PRINTING: EVERY CHARACTER BEFORE THE LAST FOUR NON-BLANK
036600* ONES BECOMES AN ASTERISK.  A BLANK, LOW-VALUES OR HIGH-VALUES
036700* FIELD, OR ONE OF FOUR CHARACTERS OR LESS, IS LEFT AS IT IS.
036800*===============================================================
036900 9200-MASK-ACCOUNT.
037000     IF BK-MASK-ACCOUNT = SPACES OR LOW-VALUES OR HIGH-VALUES
037100         GO TO 9200-MASK-ACCOUNT-EXIT.
037200     MOVE 10 TO BK-MASK-LEN.
037300     PERFORM UNTIL BK-MASK-LEN = 0
037400         OR BK-MASK-ACCOUNT(BK-MASK-LEN:1) NOT = SPACE
037500         SUBTRACT 1 FROM BK-MASK-LEN
037600     END-PERFORM.
037700     SUBTRACT 4 FROM BK-MASK-LEN.
037800     PERFORM VARYING BK-MASK-SUB FROM 1 BY 1
037900         UNTIL BK-MASK-SUB > BK-MASK-LEN
038000         MOVE "*" TO BK-MASK-ACCOUNT(BK-MASK-SUB:1)
038100     END-PERFORM.
038200 9200-MASK-ACCOUNT-EXIT.
038300     EXIT.
038400*===============================================================
038500* 9210-MASK-PRINT-IMAGE - MASK THE ACCOUNT NUMBER (BYTES 1-10,
038600* COPYBOOK NUMRECRD) IN THE JOURNALED VALUE IN BK-PRINT-VALUE.
038700*===============================================================
038800 9210-MASK-PRINT-IMAGE.
038900     MOVE BK-PRINT-VALUE(1:10) TO BK-MASK-ACCOUNT.
039000     PERFORM 9200-MASK-ACCOUNT
039100         THRU 9200-MASK-ACCOUNT-EXIT.
039200     MOVE BK-MASK-ACCOUNT TO BK-PRINT-VALUE(1:10).
039300 9210-MASK-PRINT-IMAGE-EXIT.
039400     EXIT.
