002730*                RECORD (COPYBOOK NUMRECRD), SO AN ITEM
002740*                REJECTED FOR AN INVALID TYPE CAN BE CORRECTED
002750*                IN PLACE LIKE ANY OTHER FIELD.
002760* 10/14/26  RH   THE SUSPENSE RECORD NOW CARRIES BSORT-DEV'S
002770*                THREE-BYTE REJECT REASON CODE BEHIND THE
002780*                REJECT DATE (LRECL 41).  IT IS CARRIED THROUGH
002790*                A FIELD REPLACE UNCHANGED AND SHOWN ON THE
002795*                BEFORE LINE OF THE AUDIT REPORT.
002796* 10/15/26  RH   44-BYTE TRANSACTION IMAGE (CURRENCY AND ORIGINAL
002797*                AMOUNT).  AN AMOUNT REPLACE SETS THE ORIGINAL
002798*                AMOUNT TOO; NEW FIELD CODE C REPLACES THE
002799*                CURRENCY CODE.
002800* 10/15/26  RH   ACCOUNT NUMBERS ON THE AUDIT REPORT (CORRPT) ARE
002801*                MASKED TO THE LAST FOUR DIGITS.  SUSPCOR AND
002802*                RELOUT STAY IN CLEAR.
002803*---------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.  IBM-370.
005500     RECORDING MODE IS F
005600     LABEL RECORDS ARE STANDARD.
005700 01  SUSPENSE-IN-RECORD.
005800     02  SI-RECORD-DATA      PIC X(44).
005900     02  SI-REJECT-DATE      PIC 9(08).
005910     02  SI-REASON-CODE      PIC X(03).
006000*
006100 FD  CORRECTION-FILE
006200     RECORDING MODE IS F
006400 01  CORRECTION-RECORD.
006500     02  CR-ACTION           PIC X(01).
006600     02  CR-FIELD            PIC X(01).
006700     02  CR-MATCH-RECORD     PIC X(44).
006800     02  CR-NEW-VALUE        PIC X(13).
006900     02  CR-REASON-CODE      PIC X(03).
007000     02  CR-OPERATOR-ID      PIC X(08).
007100     02  FILLER              PIC X(10).
007200*
007300 FD  SUSPENSE-OUT-FILE
007400     RECORDING MODE IS F
007500     LABEL RECORDS ARE STANDARD.
007600 01  SUSPENSE-OUT-RECORD.
007700     02  SO-RECORD-DATA      PIC X(44).
007800     02  SO-REJECT-DATE      PIC 9(08).
007810     02  SO-REASON-CODE      PIC X(03).
007900*
008000 FD  RELEASE-OUT-FILE
008100     RECORDING MODE IS F
008200     LABEL RECORDS ARE STANDARD.
008300 01  RELEASE-OUT-RECORD      PIC X(44).
008400*
008500 FD  AUDIT-REPORT-FILE
008600     RECORDING MODE IS F
012000 77  SC-EDIT-COUNT           PIC ZZZZ9.
012100 77  SC-NEW-AMOUNT           PIC 9(11)V99 VALUE 0.
012200 77  SC-ACTION-NAME          PIC X(14)  VALUE SPACES.
012210 77  SC-MASK-ACCOUNT         PIC X(10)  VALUE SPACES.
012220 77  SC-MASK-SUB             PIC S9(04) VALUE 0    COMP.
012230 77  SC-MASK-LEN             PIC S9(04) VALUE 0    COMP.
012240*
012250*---------------------------------------------------------------
012260* PRINT IMAGE - A TRANSACTION RECORD IMAGE WITH ITS ACCOUNT
012270* NUMBER MASKED (9210-MASK-PRINT-IMAGE) FOR THE AUDIT REPORT.
012280*---------------------------------------------------------------
012290 01  SC-PRINT-IMAGE          PIC X(44)  VALUE SPACES.
012300*
012400*---------------------------------------------------------------
012500* WORK RECORD - THE SUSPENSE ITEM UNDER CORRECTION, SEEN
013900     02  CORRECTION-ENTRY    OCCURS 500 TIMES.
014000         03  SC-CORR-ACTION  PIC X(01).
014100         03  SC-CORR-FIELD   PIC X(01).
014200         03  SC-CORR-MATCH   PIC X(44).
014300         03  SC-CORR-NEW     PIC X(13).
014400         03  SC-CORR-REASON  PIC X(03).
014500         03  SC-CORR-OPER    PIC X(08).
022000     IF CR-ACTION = SPACE
022100         GO TO 2100-LOAD-ONE-CORRECTION-EXIT.
022200     IF SC-CORR-COUNT = 500
022210         MOVE CR-MATCH-RECORD TO SC-PRINT-IMAGE
022220         PERFORM 9210-MASK-PRINT-IMAGE
022230             THRU 9210-MASK-PRINT-IMAGE-EXIT
022300         MOVE SPACES TO AUDIT-REPORT-RECORD
022400         STRING "TABLE FULL - CARD IGNORED: "
022500             DELIMITED BY SIZE
022600             SC-PRINT-IMAGE  DELIMITED BY SIZE
022700             INTO AUDIT-REPORT-RECORD
022800         WRITE AUDIT-REPORT-RECORD
022900         GO TO 2100-LOAD-ONE-CORRECTION-EXIT.
029000     EXIT.
029100*===============================================================
029200* 3200-LOCATE-CORRECTION - FIND THE FIRST UNUSED CORRECTION
029300* NAMING THIS SUSPENSE ITEM'S FULL RECORD IMAGE.  RETURNS
029400* THE ENTRY SUBSCRIPT IN SC-MATCH-SUB.
029500*===============================================================
029600 3200-LOCATE-CORRECTION.
030800     EXIT.
030900*===============================================================
031000* 3300-APPLY-FIELD-REPLACE - REPLACE THE NAMED NUMRECRD FIELD
031100* (A=ACCOUNT, M=AMOUNT, D=DATE, T=TYPE, C=CURRENCY) AND
031150* CARRY THE CORRECTED ITEM
031200* FORWARD IN SUSPENSE WITH ITS ORIGINAL REJECT DATE, SO A NOW-
031300* VALID ITEM RECYCLES INTO TONIGHT'S SORT THROUGH THE NORMAL
031400* SUSPENSE CHAIN WITHOUT DOUBLE-COUNTING.
032200     IF SC-CORR-FIELD(SC-MATCH-SUB) = "M"
032300         MOVE SC-CORR-NEW(SC-MATCH-SUB) TO SC-NEW-AMOUNT
032400         MOVE SC-NEW-AMOUNT TO SW-TRAN-AMOUNT
032410*        THE AMOUNT IS KEYED IN THE TRANSACTION CURRENCY AND
032420*        IS RECONVERTED WHEN THE ITEM RECYCLES.
032430         MOVE SC-NEW-AMOUNT TO SW-ORIG-AMOUNT
032500     END-IF.
032600     IF SC-CORR-FIELD(SC-MATCH-SUB) = "D"
032700         MOVE SC-CORR-NEW(SC-MATCH-SUB)(1:8) TO SW-TRAN-DATE
032810     IF SC-CORR-FIELD(SC-MATCH-SUB) = "T"
032820         MOVE SC-CORR-NEW(SC-MATCH-SUB)(1:1) TO SW-TRAN-TYPE
032830     END-IF.
032840     IF SC-CORR-FIELD(SC-MATCH-SUB) = "C"
032850         MOVE SC-CORR-NEW(SC-MATCH-SUB)(1:3)
032860             TO SW-CURRENCY-CODE
032870     END-IF.
032900     MOVE "FIELD REPLACE"  TO SC-ACTION-NAME.
033000     PERFORM 3600-WRITE-AUDIT-LINES
033100         THRU 3600-WRITE-AUDIT-LINES-EXIT.
033200     MOVE SC-WORK-RECORD  TO SO-RECORD-DATA.
033300     MOVE SI-REJECT-DATE  TO SO-REJECT-DATE.
033310     MOVE SI-REASON-CODE  TO SO-REASON-CODE.
033400     WRITE SUSPENSE-OUT-RECORD.
033500     ADD 1 TO SC-REPLACED-COUNT.
033600 3300-APPLY-FIELD-REPLACE-EXIT.
037800            SC-ACTION-NAME                  DELIMITED BY SIZE
037900         INTO AUDIT-REPORT-RECORD.
038000     WRITE AUDIT-REPORT-RECORD.
038010     MOVE SI-RECORD-DATA TO SC-PRINT-IMAGE.
038020     PERFORM 9210-MASK-PRINT-IMAGE
038030         THRU 9210-MASK-PRINT-IMAGE-EXIT.
038100     MOVE SPACES TO AUDIT-REPORT-RECORD.
038200     STRING "  BEFORE "       DELIMITED BY SIZE
038300            SC-PRINT-IMAGE    DELIMITED BY SIZE
038400            " REJ "           DELIMITED BY SIZE
038500            SI-REJECT-DATE    DELIMITED BY SIZE
038510            " RSN "           DELIMITED BY SIZE
038520            SI-REASON-CODE    DELIMITED BY SIZE
038600         INTO AUDIT-REPORT-RECORD.
038700     WRITE AUDIT-REPORT-RECORD.
038710     MOVE SC-WORK-RECORD TO SC-PRINT-IMAGE.
038720     PERFORM 9210-MASK-PRINT-IMAGE
038730         THRU 9210-MASK-PRINT-IMAGE-EXIT.
038800     MOVE SPACES TO AUDIT-REPORT-RECORD.
038900     STRING "  AFTER  "       DELIMITED BY SIZE
039000            SC-PRINT-IMAGE    DELIMITED BY SIZE
039100         INTO AUDIT-REPORT-RECORD.
039200     WRITE AUDIT-REPORT-RECORD.
039300 3600-WRITE-AUDIT-LINES-EXIT.
040300         IF SC-CORR-USED-SW(J) NOT = "Y"
040400             ADD 1 TO SC-UNMATCHED-COUNT
040500             MOVE "Y" TO SC-UNMATCHED-SW
040510             MOVE SC-CORR-MATCH(J) TO SC-PRINT-IMAGE
040520             PERFORM 9210-MASK-PRINT-IMAGE
040530                 THRU 9210-MASK-PRINT-IMAGE-EXIT
040600             MOVE SPACES TO AUDIT-REPORT-RECORD
040700             STRING "UNMATCHED - OPERATOR "
040800                    DELIMITED BY SIZE
040900                    SC-CORR-OPER(J)  DELIMITED BY SIZE
041000                    " ITEM "         DELIMITED BY SIZE
041100                    SC-PRINT-IMAGE   DELIMITED BY SIZE
041200                 INTO AUDIT-REPORT-RECORD
041300             WRITE AUDIT-REPORT-RECORD
041400         END-IF
046800     END-IF.
046900 8000-TERMINATE-EXIT.
047000     EXIT.
047100*===============================================================
047200* 9200-MASK-ACCOUNT - MASK THE ACCOUNT NUMBER IN SC-MASK-ACCOUNT
047300* FOR PRINTING: EVERY CHARACTER BEFORE THE LAST FOUR NON-BLANK
047400* ONES BECOMES AN ASTERISK.  A BLANK, LOW-VALUES OR HIGH-VALUES
047500* FIELD, OR ONE OF FOUR CHARACTERS OR LESS, IS LEFT AS IT IS.
047600*===============================================================
047700 9200-MASK-ACCOUNT.
047800     IF SC-MASK-ACCOUNT = SPACES OR LOW-VALUES OR HIGH-VALUES
047900         GO TO 9200-MASK-ACCOUNT-EXIT.
048000     MOVE 10 TO SC-MASK-LEN.
048100     PERFORM UNTIL SC-MASK-LEN = 0
048200         OR SC-MASK-ACCOUNT(SC-MASK-LEN:1) NOT = SPACE
048300         SUBTRACT 1 FROM SC-MASK-LEN
048400     END-PERFORM.
048500     SUBTRACT 4 FROM SC-MASK-LEN.
048600     PERFORM VARYING SC-MASK-SUB FROM 1 BY 1
048700         UNTIL SC-MASK-SUB > SC-MASK-LEN
048800         MOVE "*" TO SC-MASK-ACCOUNT(SC-MASK-SUB:1)
048900     END-PERFORM.
049000 9200-MASK-ACCOUNT-EXIT.
049100     EXIT.
049200*===============================================================
049300* 9210-MASK-PRINT-IMAGE - MASK THE ACCOUNT NUMBER (BYTES 1-10,
049400* COPYBOOK NUMRECRD) IN THE RECORD IMAGE IN SC-PRINT-IMAGE.
049500*===============================================================
049600 9210-MASK-PRINT-IMAGE.
049700     MOVE SC-PRINT-IMAGE(1:10) TO SC-MASK-ACCOUNT.
049800     PERFORM 9200-MASK-ACCOUNT
049900         THRU 9200-MASK-ACCOUNT-EXIT.
050000     MOVE SC-MASK-ACCOUNT TO SC-PRINT-IMAGE(1:10).
050100 9210-MASK-PRINT-IMAGE-EXIT.
050200     EXIT.
