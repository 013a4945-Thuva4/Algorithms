000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BACCT-DEV.
000300 AUTHOR.        R HENNESSY.
000400 INSTALLATION.  DATA CENTER SERVICES.
000500 DATE-WRITTEN.  10/14/2026.
000600 DATE-COMPILED.
000700*---------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*---------------------------------------------------------------
001000* 10/14/26  RH   ORIGINAL CODING.  MAINTAINS THE VSAM ACCOUNT
001100*                MASTER (ACCTMST, COPYBOOK ACCTMAST) FROM THE
001200*                OPERATOR-KEYED ACCOUNT MAINTENANCE DECK
001300*                (ACCTCARD).  ACTION A ADDS AN ACCOUNT, ACTION
001400*                C CHANGES ITS NAME, REGION, OPEN DATE, OR
001500*                STATUS (OPEN/FROZEN), AND ACTION X CLOSES IT
001600*                WITH A CLOSE DATE.  EVERY APPLIED CARD LANDS
001700*                ON THE PRINTED AUDIT REPORT (ACCTRPT) WITH
001800*                THE OPERATOR ID AND BEFORE/AFTER IMAGES OF
001900*                THE MASTER RECORD; A CARD THAT CANNOT BE
002000*                APPLIED IS PRINTED WITH ITS REASON AND THE
002100*                STEP ENDS RC=4.  BSORT-DEV READS THE MASTER
002200*                TO REJECT TRANSACTIONS FOR UNKNOWN, FROZEN,
002300*                OR CLOSED ACCOUNTS.
002320* 10/15/26  RH   ACCOUNT NUMBERS ON THE AUDIT REPORT (ACCTRPT) -
002340*                THE CARD LINE, THE BEFORE AND AFTER IMAGES, AND
002360*                A REJECTED CARD - PRINT MASKED TO THE LAST FOUR
002380*                DIGITS.
002400*---------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.  IBM-370.
002800 OBJECT-COMPUTER.  IBM-370.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT ACCOUNT-CARD-FILE
003200                            ASSIGN TO ACCTCARD
003300                            ORGANIZATION IS SEQUENTIAL
003400                            FILE STATUS IS MT-CARD-FILE-STATUS.
003500     SELECT ACCOUNT-MASTER-FILE
003600                            ASSIGN TO ACCTMST
003700                            ORGANIZATION IS INDEXED
003800                            ACCESS MODE IS RANDOM
003900                            RECORD KEY IS AM-ACCOUNT-NUMBER
004000                            FILE STATUS IS MT-MASTER-FILE-STATUS.
004100     SELECT AUDIT-REPORT-FILE
004200                            ASSIGN TO ACCTRPT
004300                            ORGANIZATION IS SEQUENTIAL.
004400*
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  ACCOUNT-CARD-FILE
004800     RECORDING MODE IS F
004900     LABEL RECORDS ARE STANDARD.
005000 01  ACCOUNT-CARD-RECORD.
005100     02  AC-ACTION           PIC X(01).
005200     02  AC-ACCOUNT-NUMBER   PIC X(10).
005300     02  AC-ACCOUNT-NAME     PIC X(30).
005400     02  AC-REGION           PIC X(01).
005500     02  AC-OPEN-DATE        PIC X(08).
005600     02  AC-ACCOUNT-STATUS   PIC X(01).
005700     02  AC-CLOSE-DATE       PIC X(08).
005800     02  AC-OPERATOR-ID      PIC X(08).
005900     02  FILLER              PIC X(13).
006000*
006100 FD  ACCOUNT-MASTER-FILE
006200     LABEL RECORDS ARE STANDARD.
006300 01  ACCOUNT-MASTER-RECORD.
006400     COPY ACCTMAST REPLACING ==:TAG:== BY ==AM==.
006500*
006600 FD  AUDIT-REPORT-FILE
006700     RECORDING MODE IS F
006800     LABEL RECORDS ARE STANDARD.
006900 01  AUDIT-REPORT-RECORD         PIC X(80).
007000*
007100 WORKING-STORAGE SECTION.
007200*---------------------------------------------------------------
007300* SWITCHES
007400*---------------------------------------------------------------
007500 01  MT-SWITCHES.
007600     02  MT-CARD-EOF-SW      PIC X(01)  VALUE "N".
007700         88  END-OF-CARDS               VALUE "Y".
007800     02  MT-CARD-FILE-STATUS PIC X(02)  VALUE "00".
007900     02  MT-MASTER-FILE-STATUS PIC X(02) VALUE "00".
008000     02  MT-CARD-OPEN-SW     PIC X(01)  VALUE "N".
008100         88  CARD-FILE-IS-OPEN          VALUE "Y".
008200     02  MT-MASTER-OPEN-SW   PIC X(01)  VALUE "N".
008300         88  MASTER-FILE-IS-OPEN        VALUE "Y".
008400     02  MT-FOUND-SW         PIC X(01)  VALUE "N".
008500         88  ACCOUNT-ON-FILE            VALUE "Y".
008600     02  MT-REJECTED-SW      PIC X(01)  VALUE "N".
008700         88  A-CARD-WAS-REJECTED        VALUE "Y".
008800*
008900*---------------------------------------------------------------
009000* COUNTERS AND WORK AREAS
009100*---------------------------------------------------------------
009200 77  MT-RUN-DATE             PIC 9(08)  VALUE 0.
009300 77  MT-CARD-READ-COUNT      PIC 9(05)  VALUE 0.
009400 77  MT-ADDED-COUNT          PIC 9(05)  VALUE 0.
009500 77  MT-CHANGED-COUNT        PIC 9(05)  VALUE 0.
009600 77  MT-CLOSED-COUNT         PIC 9(05)  VALUE 0.
009700 77  MT-REJECTED-COUNT       PIC 9(05)  VALUE 0.
009800 77  MT-EDIT-COUNT           PIC ZZZZ9.
009900 77  MT-ACTION-NAME          PIC X(07)  VALUE SPACES.
010000 77  MT-REJECT-REASON        PIC X(24)  VALUE SPACES.
010100 77  MT-NEW-OPEN-DATE        PIC 9(08)  VALUE 0.
010200 77  MT-NEW-CLOSE-DATE       PIC 9(08)  VALUE 0.
010300*
010400*---------------------------------------------------------------
010500* BEFORE IMAGE - THE MASTER RECORD AS IT STOOD BEFORE THE CARD
010600* WAS APPLIED, KEPT FOR THE AUDIT REPORT.  SPACES FOR AN ADD.
010700*---------------------------------------------------------------
010800 01  MT-BEFORE-RECORD.
010900     COPY ACCTMAST REPLACING ==:TAG:== BY ==MB==.
011000*
011100*---------------------------------------------------------------
011200* IMAGE WORK RECORD AND PRINT LINE - ONE MASTER RECORD LAID
011300* OUT FIELD BY FIELD FOR THE BEFORE AND AFTER AUDIT LINES.
011400*---------------------------------------------------------------
011500 01  MT-IMAGE-RECORD.
011600     COPY ACCTMAST REPLACING ==:TAG:== BY ==MI==.
011700 01  MT-IMAGE-LINE.
011800     02  IL-ACCOUNT-NUMBER   PIC X(10).
011900     02  FILLER              PIC X(01)  VALUE SPACE.
012000     02  IL-ACCOUNT-NAME     PIC X(30).
012100     02  FILLER              PIC X(02)  VALUE " R".
012200     02  IL-REGION           PIC X(01).
012300     02  FILLER              PIC X(02)  VALUE " O".
012400     02  IL-OPEN-DATE        PIC X(08).
012500     02  FILLER              PIC X(02)  VALUE " S".
012600     02  IL-ACCOUNT-STATUS   PIC X(01).
012700     02  FILLER              PIC X(02)  VALUE " C".
012800     02  IL-CLOSE-DATE       PIC X(08).
012810*
012820*---------------------------------------------------------------
012830* ACCOUNT MASKING WORK AREAS - 9200-MASK-ACCOUNT REPLACES ALL BUT
012840* THE LAST FOUR CHARACTERS OF MT-MASK-ACCOUNT WITH ASTERISKS.
012850*---------------------------------------------------------------
012860 77  MT-MASK-ACCOUNT         PIC X(10)  VALUE SPACES.
012870 77  MT-MASK-SUB             PIC S9(04) VALUE 0    COMP.
012880 77  MT-MASK-LEN             PIC S9(04) VALUE 0    COMP.
012900*
013000 PROCEDURE DIVISION.
013100*===============================================================
013200* 0000-MAINLINE
013300*===============================================================
013400 0000-MAINLINE.
013500     PERFORM 1000-INITIALIZE
013600         THRU 1000-INITIALIZE-EXIT.
013700     PERFORM 2000-PROCESS-CARDS
013800         THRU 2000-PROCESS-CARDS-EXIT.
013900     PERFORM 5000-WRITE-AUDIT-TOTALS
014000         THRU 5000-WRITE-AUDIT-TOTALS-EXIT.
014100     PERFORM 8000-TERMINATE
014200         THRU 8000-TERMINATE-EXIT.
014300     STOP RUN.
014400*===============================================================
014500* 1000-INITIALIZE - OPEN FILES AND WRITE THE AUDIT REPORT
014600* HEADING.  AN UNUSABLE MASTER ENDS THE STEP RC=8 WITH NO CARD
014700* APPLIED.  A MISSING CARD DECK IS A NOTHING-TO-DO RUN.
014800*===============================================================
014900 1000-INITIALIZE.
015000     ACCEPT MT-RUN-DATE FROM DATE YYYYMMDD.
015100     OPEN OUTPUT AUDIT-REPORT-FILE.
015200     MOVE SPACES TO AUDIT-REPORT-RECORD.
015300     STRING "BACCT-DEV ACCOUNT MASTER MAINTENANCE AUDIT REPORT"
015400         DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD.
015500     WRITE AUDIT-REPORT-RECORD.
015600     MOVE SPACES TO AUDIT-REPORT-RECORD.
015700     STRING "RUN DATE.............: " DELIMITED BY SIZE
015800            MT-RUN-DATE               DELIMITED BY SIZE
015900         INTO AUDIT-REPORT-RECORD.
016000     WRITE AUDIT-REPORT-RECORD.
016100     MOVE SPACES TO AUDIT-REPORT-RECORD.
016200     WRITE AUDIT-REPORT-RECORD.
016300     OPEN I-O ACCOUNT-MASTER-FILE.
016400     IF MT-MASTER-FILE-STATUS = "00"
016500         MOVE "Y" TO MT-MASTER-OPEN-SW
016600     ELSE
016700         DISPLAY "BACCT-DEV - ACCTMST OPEN STATUS "
016800             MT-MASTER-FILE-STATUS
016900         SET END-OF-CARDS TO TRUE
017000         MOVE SPACES TO AUDIT-REPORT-RECORD
017100         STRING "ACCOUNT MASTER NOT AVAILABLE - NO CARDS "
017200             DELIMITED BY SIZE
017300             "APPLIED" DELIMITED BY SIZE
017400             INTO AUDIT-REPORT-RECORD
017500         WRITE AUDIT-REPORT-RECORD
017600         GO TO 1000-INITIALIZE-EXIT.
017700     OPEN INPUT ACCOUNT-CARD-FILE.
017800     IF MT-CARD-FILE-STATUS = "00"
017900         MOVE "Y" TO MT-CARD-OPEN-SW
018000     ELSE
018100         SET END-OF-CARDS TO TRUE
018200     END-IF.
018300 1000-INITIALIZE-EXIT.
018400     EXIT.
018500*===============================================================
018600* 2000-PROCESS-CARDS - APPLY THE MAINTENANCE DECK ONE CARD AT
018700* A TIME IN THE ORDER KEYED, SO AN ADD FOLLOWED BY A CHANGE TO
018800* THE SAME ACCOUNT IN ONE DECK WORKS AS THE OPERATOR EXPECTS.
018900*===============================================================
019000 2000-PROCESS-CARDS.
019100     PERFORM 2100-PROCESS-ONE-CARD
019200         THRU 2100-PROCESS-ONE-CARD-EXIT
019300         UNTIL END-OF-CARDS.
019400 2000-PROCESS-CARDS-EXIT.
019500     EXIT.
019600*===============================================================
019700* 2100-PROCESS-ONE-CARD
019800*===============================================================
019900 2100-PROCESS-ONE-CARD.
020000     READ ACCOUNT-CARD-FILE
020100         AT END
020200             SET END-OF-CARDS TO TRUE
020300             GO TO 2100-PROCESS-ONE-CARD-EXIT
020400     END-READ.
020500     IF AC-ACTION = SPACE
020600         GO TO 2100-PROCESS-ONE-CARD-EXIT.
020700     ADD 1 TO MT-CARD-READ-COUNT.
020800     MOVE SPACES TO MT-BEFORE-RECORD.
020900     IF AC-ACCOUNT-NUMBER = SPACES
021000         MOVE "ACCOUNT NUMBER BLANK" TO MT-REJECT-REASON
021100         PERFORM 3900-REJECT-CARD
021200             THRU 3900-REJECT-CARD-EXIT
021300         GO TO 2100-PROCESS-ONE-CARD-EXIT.
021400     IF AC-ACTION = "A"
021500         PERFORM 3000-APPLY-ADD
021600             THRU 3000-APPLY-ADD-EXIT
021700         GO TO 2100-PROCESS-ONE-CARD-EXIT.
021800     IF AC-ACTION = "C"
021900         PERFORM 3100-APPLY-CHANGE
022000             THRU 3100-APPLY-CHANGE-EXIT
022100         GO TO 2100-PROCESS-ONE-CARD-EXIT.
022200     IF AC-ACTION = "X"
022300         PERFORM 3200-APPLY-CLOSE
022400             THRU 3200-APPLY-CLOSE-EXIT
022500         GO TO 2100-PROCESS-ONE-CARD-EXIT.
022600     MOVE "UNKNOWN ACTION CODE" TO MT-REJECT-REASON.
022700     PERFORM 3900-REJECT-CARD
022800         THRU 3900-REJECT-CARD-EXIT.
022900 2100-PROCESS-ONE-CARD-EXIT.
023000     EXIT.
023100*===============================================================
023200* 2200-READ-MASTER - RANDOM READ OF THE CARD'S ACCOUNT.  SETS
023300* ACCOUNT-ON-FILE AND SAVES THE BEFORE IMAGE WHEN FOUND.
023400*===============================================================
023500 2200-READ-MASTER.
023600     MOVE "N" TO MT-FOUND-SW.
023700     MOVE AC-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER.
023800     READ ACCOUNT-MASTER-FILE
023900         INVALID KEY
024000             MOVE "N" TO MT-FOUND-SW
024100         NOT INVALID KEY
024200             MOVE "Y" TO MT-FOUND-SW
024300     END-READ.
024400     IF ACCOUNT-ON-FILE
024500         MOVE ACCOUNT-MASTER-RECORD TO MT-BEFORE-RECORD
024600     END-IF.
024700 2200-READ-MASTER-EXIT.
024800     EXIT.
024900*===============================================================
025000* 3000-APPLY-ADD - ADD A NEW ACCOUNT.  THE NAME AND A REGION OF
025100* 1-4 ARE REQUIRED; A BLANK OPEN DATE DEFAULTS TO THE RUN DATE
025200* AND A BLANK STATUS TO OPEN.  AN ACCOUNT MAY BE ADDED FROZEN
025300* BUT NEVER CLOSED - CLOSING TAKES ITS OWN CARD.
025400*===============================================================
025500 3000-APPLY-ADD.
025600     MOVE "ADD" TO MT-ACTION-NAME.
025700     PERFORM 2200-READ-MASTER
025800         THRU 2200-READ-MASTER-EXIT.
025900     IF ACCOUNT-ON-FILE
026000         MOVE "ACCOUNT ALREADY ON FILE" TO MT-REJECT-REASON
026100         PERFORM 3900-REJECT-CARD
026200             THRU 3900-REJECT-CARD-EXIT
026300         GO TO 3000-APPLY-ADD-EXIT.
026400     IF AC-ACCOUNT-NAME = SPACES
026500         MOVE "ACCOUNT NAME BLANK" TO MT-REJECT-REASON
026600         PERFORM 3900-REJECT-CARD
026700             THRU 3900-REJECT-CARD-EXIT
026800         GO TO 3000-APPLY-ADD-EXIT.
026900     IF AC-REGION < "1" OR AC-REGION > "4"
027000         MOVE "INVALID REGION" TO MT-REJECT-REASON
027100         PERFORM 3900-REJECT-CARD
027200             THRU 3900-REJECT-CARD-EXIT
027300         GO TO 3000-APPLY-ADD-EXIT.
027400     IF AC-OPEN-DATE = SPACES
027500         MOVE MT-RUN-DATE TO MT-NEW-OPEN-DATE
027600     ELSE
027700         IF AC-OPEN-DATE IS NOT NUMERIC
027800             MOVE "INVALID OPEN DATE" TO MT-REJECT-REASON
027900             PERFORM 3900-REJECT-CARD
028000                 THRU 3900-REJECT-CARD-EXIT
028100             GO TO 3000-APPLY-ADD-EXIT
028200         END-IF
028300         MOVE AC-OPEN-DATE TO MT-NEW-OPEN-DATE
028400     END-IF.
028500     IF AC-ACCOUNT-STATUS NOT = SPACE
028600         AND AC-ACCOUNT-STATUS NOT = "O"
028700         AND AC-ACCOUNT-STATUS NOT = "F"
028800         MOVE "INVALID STATUS" TO MT-REJECT-REASON
028900         PERFORM 3900-REJECT-CARD
029000             THRU 3900-REJECT-CARD-EXIT
029100         GO TO 3000-APPLY-ADD-EXIT.
029200     MOVE SPACES            TO ACCOUNT-MASTER-RECORD.
029300     MOVE AC-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER.
029400     MOVE AC-ACCOUNT-NAME   TO AM-ACCOUNT-NAME.
029500     MOVE AC-REGION         TO AM-REGION.
029600     MOVE MT-NEW-OPEN-DATE  TO AM-OPEN-DATE.
029700     IF AC-ACCOUNT-STATUS = SPACE
029800         MOVE "O" TO AM-ACCOUNT-STATUS
029900     ELSE
030000         MOVE AC-ACCOUNT-STATUS TO AM-ACCOUNT-STATUS
030100     END-IF.
030200     MOVE 0                 TO AM-CLOSE-DATE.
030300     MOVE MT-RUN-DATE       TO AM-MAINT-DATE.
030400     MOVE AC-OPERATOR-ID    TO AM-MAINT-OPERATOR.
030500     WRITE ACCOUNT-MASTER-RECORD
030600         INVALID KEY
030700             MOVE "MASTER WRITE FAILED" TO MT-REJECT-REASON
030800             PERFORM 3900-REJECT-CARD
030900                 THRU 3900-REJECT-CARD-EXIT
031000             GO TO 3000-APPLY-ADD-EXIT
031100     END-WRITE.
031200     PERFORM 3600-WRITE-AUDIT-LINES
031300         THRU 3600-WRITE-AUDIT-LINES-EXIT.
031400     ADD 1 TO MT-ADDED-COUNT.
031500 3000-APPLY-ADD-EXIT.
031600     EXIT.
031700*===============================================================
031800* 3100-APPLY-CHANGE - REPLACE EACH NON-BLANK FIELD ON THE CARD
031900* (NAME, REGION, OPEN DATE, STATUS O OR F).  EVERY FIELD IS
032000* EDITED BEFORE ANY IS APPLIED SO A BAD CARD CHANGES NOTHING.
032100* A CLOSED ACCOUNT CANNOT BE CHANGED, AND STATUS C IS REFUSED
032200* HERE BECAUSE A CLOSE MUST CARRY A CLOSE DATE (ACTION X).
032300*===============================================================
032400 3100-APPLY-CHANGE.
032500     MOVE "CHANGE" TO MT-ACTION-NAME.
032600     PERFORM 2200-READ-MASTER
032700         THRU 2200-READ-MASTER-EXIT.
032800     IF NOT ACCOUNT-ON-FILE
032900         MOVE "ACCOUNT NOT ON FILE" TO MT-REJECT-REASON
033000         PERFORM 3900-REJECT-CARD
033100             THRU 3900-REJECT-CARD-EXIT
033200         GO TO 3100-APPLY-CHANGE-EXIT.
033300     IF AM-ACCOUNT-STATUS = "C"
033400         MOVE "ACCOUNT IS CLOSED" TO MT-REJECT-REASON
033500         PERFORM 3900-REJECT-CARD
033600             THRU 3900-REJECT-CARD-EXIT
033700         GO TO 3100-APPLY-CHANGE-EXIT.
033800     IF AC-ACCOUNT-NAME = SPACES
033900         AND AC-REGION = SPACE
034000         AND AC-OPEN-DATE = SPACES
034100         AND AC-ACCOUNT-STATUS = SPACE
034200         MOVE "NO CHANGE ON CARD" TO MT-REJECT-REASON
034300         PERFORM 3900-REJECT-CARD
034400             THRU 3900-REJECT-CARD-EXIT
034500         GO TO 3100-APPLY-CHANGE-EXIT.
034600     IF AC-REGION NOT = SPACE
034700         AND (AC-REGION < "1" OR AC-REGION > "4")
034800         MOVE "INVALID REGION" TO MT-REJECT-REASON
034900         PERFORM 3900-REJECT-CARD
035000             THRU 3900-REJECT-CARD-EXIT
035100         GO TO 3100-APPLY-CHANGE-EXIT.
035200     IF AC-OPEN-DATE NOT = SPACES
035300         AND AC-OPEN-DATE IS NOT NUMERIC
035400         MOVE "INVALID OPEN DATE" TO MT-REJECT-REASON
035500         PERFORM 3900-REJECT-CARD
035600             THRU 3900-REJECT-CARD-EXIT
035700         GO TO 3100-APPLY-CHANGE-EXIT.
035800     IF AC-ACCOUNT-STATUS = "C"
035900         MOVE "USE ACTION X TO CLOSE" TO MT-REJECT-REASON
036000         PERFORM 3900-REJECT-CARD
036100             THRU 3900-REJECT-CARD-EXIT
036200         GO TO 3100-APPLY-CHANGE-EXIT.
036300     IF AC-ACCOUNT-STATUS NOT = SPACE
036400         AND AC-ACCOUNT-STATUS NOT = "O"
036500         AND AC-ACCOUNT-STATUS NOT = "F"
036600         MOVE "INVALID STATUS" TO MT-REJECT-REASON
036700         PERFORM 3900-REJECT-CARD
036800             THRU 3900-REJECT-CARD-EXIT
036900         GO TO 3100-APPLY-CHANGE-EXIT.
037000     IF AC-ACCOUNT-NAME NOT = SPACES
037100         MOVE AC-ACCOUNT-NAME TO AM-ACCOUNT-NAME
037200     END-IF.
037300     IF AC-REGION NOT = SPACE
037400         MOVE AC-REGION TO AM-REGION
037500     END-IF.
037600     IF AC-OPEN-DATE NOT = SPACES
037700         MOVE AC-OPEN-DATE TO AM-OPEN-DATE
037800     END-IF.
037900     IF AC-ACCOUNT-STATUS NOT = SPACE
038000         MOVE AC-ACCOUNT-STATUS TO AM-ACCOUNT-STATUS
038100     END-IF.
038200     MOVE MT-RUN-DATE    TO AM-MAINT-DATE.
038300     MOVE AC-OPERATOR-ID TO AM-MAINT-OPERATOR.
038400     REWRITE ACCOUNT-MASTER-RECORD
038500         INVALID KEY
038600             MOVE "MASTER REWRITE FAILED" TO MT-REJECT-REASON
038700             PERFORM 3900-REJECT-CARD
038800                 THRU 3900-REJECT-CARD-EXIT
038900             GO TO 3100-APPLY-CHANGE-EXIT
039000     END-REWRITE.
039100     PERFORM 3600-WRITE-AUDIT-LINES
039200         THRU 3600-WRITE-AUDIT-LINES-EXIT.
039300     ADD 1 TO MT-CHANGED-COUNT.
039400 3100-APPLY-CHANGE-EXIT.
039500     EXIT.
039600*===============================================================
039700* 3200-APPLY-CLOSE - CLOSE AN OPEN OR FROZEN ACCOUNT.  A BLANK
039800* CLOSE DATE DEFAULTS TO THE RUN DATE; A CLOSE DATE EARLIER
039900* THAN THE OPEN DATE IS REFUSED.  THE RECORD STAYS ON THE
040000* MASTER SO LATE TRANSACTIONS ARE REJECTED AS CLOSED RATHER
040100* THAN AS UNKNOWN.
040200*===============================================================
040300 3200-APPLY-CLOSE.
040400     MOVE "CLOSE" TO MT-ACTION-NAME.
040500     PERFORM 2200-READ-MASTER
040600         THRU 2200-READ-MASTER-EXIT.
040700     IF NOT ACCOUNT-ON-FILE
040800         MOVE "ACCOUNT NOT ON FILE" TO MT-REJECT-REASON
040900         PERFORM 3900-REJECT-CARD
041000             THRU 3900-REJECT-CARD-EXIT
041100         GO TO 3200-APPLY-CLOSE-EXIT.
041200     IF AM-ACCOUNT-STATUS = "C"
041300         MOVE "ACCOUNT ALREADY CLOSED" TO MT-REJECT-REASON
041400         PERFORM 3900-REJECT-CARD
041500             THRU 3900-REJECT-CARD-EXIT
041600         GO TO 3200-APPLY-CLOSE-EXIT.
041700     IF AC-CLOSE-DATE = SPACES
041800         MOVE MT-RUN-DATE TO MT-NEW-CLOSE-DATE
041900     ELSE
042000         IF AC-CLOSE-DATE IS NOT NUMERIC
042100             MOVE "INVALID CLOSE DATE" TO MT-REJECT-REASON
042200             PERFORM 3900-REJECT-CARD
042300                 THRU 3900-REJECT-CARD-EXIT
042400             GO TO 3200-APPLY-CLOSE-EXIT
042500         END-IF
042600         MOVE AC-CLOSE-DATE TO MT-NEW-CLOSE-DATE
042700     END-IF.
042800     IF MT-NEW-CLOSE-DATE < AM-OPEN-DATE
042900         MOVE "CLOSE DATE BEFORE OPEN" TO MT-REJECT-REASON
043000         PERFORM 3900-REJECT-CARD
043100             THRU 3900-REJECT-CARD-EXIT
043200         GO TO 3200-APPLY-CLOSE-EXIT.
043300     MOVE "C"               TO AM-ACCOUNT-STATUS.
043400     MOVE MT-NEW-CLOSE-DATE TO AM-CLOSE-DATE.
043500     MOVE MT-RUN-DATE       TO AM-MAINT-DATE.
043600     MOVE AC-OPERATOR-ID    TO AM-MAINT-OPERATOR.
043700     REWRITE ACCOUNT-MASTER-RECORD
043800         INVALID KEY
043900             MOVE "MASTER REWRITE FAILED" TO MT-REJECT-REASON
044000             PERFORM 3900-REJECT-CARD
044100                 THRU 3900-REJECT-CARD-EXIT
044200             GO TO 3200-APPLY-CLOSE-EXIT
044300     END-REWRITE.
044400     PERFORM 3600-WRITE-AUDIT-LINES
044500         THRU 3600-WRITE-AUDIT-LINES-EXIT.
044600     ADD 1 TO MT-CLOSED-COUNT.
044700 3200-APPLY-CLOSE-EXIT.
044800     EXIT.
044900*===============================================================
045000* 3600-WRITE-AUDIT-LINES - THREE AUDIT LINES PER APPLIED CARD:
045100* THE OPERATOR, ACTION AND ACCOUNT, THE BEFORE IMAGE (NONE FOR
045200* AN ADD), AND THE AFTER IMAGE AS NOW ON THE MASTER.
045300*===============================================================
045400 3600-WRITE-AUDIT-LINES.
045420     MOVE AC-ACCOUNT-NUMBER TO MT-MASK-ACCOUNT.
045440     PERFORM 9200-MASK-ACCOUNT
045460         THRU 9200-MASK-ACCOUNT-EXIT.
045500     MOVE SPACES TO AUDIT-REPORT-RECORD.
045600     STRING "OPERATOR "                     DELIMITED BY SIZE
045700            AC-OPERATOR-ID                  DELIMITED BY SIZE
045800            "  ACTION "                     DELIMITED BY SIZE
045900            MT-ACTION-NAME                  DELIMITED BY SIZE
046000            "  ACCOUNT "                    DELIMITED BY SIZE
046100            MT-MASK-ACCOUNT                 DELIMITED BY SIZE
046200         INTO AUDIT-REPORT-RECORD.
046300     WRITE AUDIT-REPORT-RECORD.
046400     MOVE SPACES TO AUDIT-REPORT-RECORD.
046500     IF MT-BEFORE-RECORD = SPACES
046600         STRING "  BEFORE (NEW ACCOUNT)" DELIMITED BY SIZE
046700             INTO AUDIT-REPORT-RECORD
046800     ELSE
046900         MOVE MT-BEFORE-RECORD TO MT-IMAGE-RECORD
047000         PERFORM 3650-FORMAT-IMAGE-LINE
047100             THRU 3650-FORMAT-IMAGE-LINE-EXIT
047200         STRING "  BEFORE "       DELIMITED BY SIZE
047300                MT-IMAGE-LINE     DELIMITED BY SIZE
047400             INTO AUDIT-REPORT-RECORD
047500     END-IF.
047600     WRITE AUDIT-REPORT-RECORD.
047700     MOVE ACCOUNT-MASTER-RECORD TO MT-IMAGE-RECORD.
047800     PERFORM 3650-FORMAT-IMAGE-LINE
047900         THRU 3650-FORMAT-IMAGE-LINE-EXIT.
048000     MOVE SPACES TO AUDIT-REPORT-RECORD.
048100     STRING "  AFTER  "       DELIMITED BY SIZE
048200            MT-IMAGE-LINE     DELIMITED BY SIZE
048300         INTO AUDIT-REPORT-RECORD.
048400     WRITE AUDIT-REPORT-RECORD.
048500 3600-WRITE-AUDIT-LINES-EXIT.
048600     EXIT.
048700*===============================================================
048800* 3650-FORMAT-IMAGE-LINE - LAY OUT THE MASTER RECORD IN
048900* MT-IMAGE-RECORD FOR PRINTING: ACCOUNT, NAME, THEN R(EGION),
049000* O(PEN DATE), S(TATUS), AND C(LOSE DATE) TAGGED FIELDS.
049050* THE ACCOUNT NUMBER PRINTS MASKED (9210-MASK-PRINT-IMAGE).
049100*===============================================================
049200 3650-FORMAT-IMAGE-LINE.
049220     PERFORM 9210-MASK-PRINT-IMAGE
049240         THRU 9210-MASK-PRINT-IMAGE-EXIT.
049300     MOVE MI-ACCOUNT-NUMBER TO IL-ACCOUNT-NUMBER.
049400     MOVE MI-ACCOUNT-NAME   TO IL-ACCOUNT-NAME.
049500     MOVE MI-REGION         TO IL-REGION.
049600     MOVE MI-OPEN-DATE      TO IL-OPEN-DATE.
049700     MOVE MI-ACCOUNT-STATUS TO IL-ACCOUNT-STATUS.
049800     MOVE MI-CLOSE-DATE     TO IL-CLOSE-DATE.
049900 3650-FORMAT-IMAGE-LINE-EXIT.
050000     EXIT.
050100*===============================================================
050200* 3900-REJECT-CARD - A CARD THAT CANNOT BE APPLIED IS PRINTED
050300* WITH ITS REASON AND LEAVES THE MASTER UNTOUCHED.  ANY REJECT
050400* ENDS THE STEP RC=4 SO THE OPERATOR RE-CHECKS THE DECK.
050500*===============================================================
050600 3900-REJECT-CARD.
050700     ADD 1 TO MT-REJECTED-COUNT.
050800     MOVE "Y" TO MT-REJECTED-SW.
050820     MOVE AC-ACCOUNT-NUMBER TO MT-MASK-ACCOUNT.
050840     PERFORM 9200-MASK-ACCOUNT
050860         THRU 9200-MASK-ACCOUNT-EXIT.
050900     MOVE SPACES TO AUDIT-REPORT-RECORD.
051000     STRING "REJECTED - OPERATOR "          DELIMITED BY SIZE
051100            AC-OPERATOR-ID                  DELIMITED BY SIZE
051200            "  ACTION "                     DELIMITED BY SIZE
051300            AC-ACTION                       DELIMITED BY SIZE
051400            "  ACCOUNT "                    DELIMITED BY SIZE
051500            MT-MASK-ACCOUNT                 DELIMITED BY SIZE
051600         INTO AUDIT-REPORT-RECORD.
051700     WRITE AUDIT-REPORT-RECORD.
051800     MOVE SPACES TO AUDIT-REPORT-RECORD.
051900     STRING "  REASON "       DELIMITED BY SIZE
052000            MT-REJECT-REASON  DELIMITED BY SIZE
052100         INTO AUDIT-REPORT-RECORD.
052200     WRITE AUDIT-REPORT-RECORD.
052300 3900-REJECT-CARD-EXIT.
052400     EXIT.
052500*===============================================================
052600* 5000-WRITE-AUDIT-TOTALS
052700*===============================================================
052800 5000-WRITE-AUDIT-TOTALS.
052900     MOVE SPACES TO AUDIT-REPORT-RECORD.
053000     WRITE AUDIT-REPORT-RECORD.
053100     MOVE MT-CARD-READ-COUNT TO MT-EDIT-COUNT.
053200     MOVE SPACES TO AUDIT-REPORT-RECORD.
053300     STRING "MAINTENANCE CARDS....: " MT-EDIT-COUNT
053400         DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD.
053500     WRITE AUDIT-REPORT-RECORD.
053600     MOVE MT-ADDED-COUNT TO MT-EDIT-COUNT.
053700     MOVE SPACES TO AUDIT-REPORT-RECORD.
053800     STRING "ACCOUNTS ADDED.......: " MT-EDIT-COUNT
053900         DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD.
054000     WRITE AUDIT-REPORT-RECORD.
054100     MOVE MT-CHANGED-COUNT TO MT-EDIT-COUNT.
054200     MOVE SPACES TO AUDIT-REPORT-RECORD.
054300     STRING "ACCOUNTS CHANGED.....: " MT-EDIT-COUNT
054400         DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD.
054500     WRITE AUDIT-REPORT-RECORD.
054600     MOVE MT-CLOSED-COUNT TO MT-EDIT-COUNT.
054700     MOVE SPACES TO AUDIT-REPORT-RECORD.
054800     STRING "ACCOUNTS CLOSED......: " MT-EDIT-COUNT
054900         DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD.
055000     WRITE AUDIT-REPORT-RECORD.
055100     MOVE MT-REJECTED-COUNT TO MT-EDIT-COUNT.
055200     MOVE SPACES TO AUDIT-REPORT-RECORD.
055300     STRING "CARDS REJECTED.......: " MT-EDIT-COUNT
055400         DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD.
055500     WRITE AUDIT-REPORT-RECORD.
055600 5000-WRITE-AUDIT-TOTALS-EXIT.
055700     EXIT.
055800*===============================================================
055900* 8000-TERMINATE
056000*===============================================================
056100 8000-TERMINATE.
056200     IF CARD-FILE-IS-OPEN
056300         CLOSE ACCOUNT-CARD-FILE
056400     END-IF.
056500     IF MASTER-FILE-IS-OPEN
056600         CLOSE ACCOUNT-MASTER-FILE
056700     END-IF.
056800     CLOSE AUDIT-REPORT-FILE.
056900     IF NOT MASTER-FILE-IS-OPEN
057000         MOVE 8 TO RETURN-CODE
057100     ELSE
057200         IF A-CARD-WAS-REJECTED
057300             MOVE 4 TO RETURN-CODE
057400         END-IF
057500     END-IF.
057600 8000-TERMINATE-EXIT.
057700     EXIT.
057800*===============================================================
057900* 9200-MASK-ACCOUNT - MASK THE ACCOUNT NUMBER IN MT-MASK-ACCOUNT
058000* FOR PRINTING: EVERY CHARACTER BEFORE THE LAST FOUR NON-BLANK
058100* ONES BECOMES AN ASTERISK.  A BLANK, LOW-VALUES OR HIGH-VALUES
058200* FIELD, OR ONE OF FOUR CHARACTERS OR LESS, IS LEFT AS IT IS.
058300*===============================================================
058400 9200-MASK-ACCOUNT.
058500     IF MT-MASK-ACCOUNT = SPACES OR LOW-VALUES OR HIGH-VALUES
058600         GO TO 9200-MASK-ACCOUNT-EXIT.
058700     MOVE 10 TO MT-MASK-LEN.
058800     PERFORM UNTIL MT-MASK-LEN = 0
058900         OR MT-MASK-ACCOUNT(MT-MASK-LEN:1) NOT = SPACE
059000         SUBTRACT 1 FROM MT-MASK-LEN
059100     END-PERFORM.
059200     SUBTRACT 4 FROM MT-MASK-LEN.
059300     PERFORM VARYING MT-MASK-SUB FROM 1 BY 1
059400         UNTIL MT-MASK-SUB > MT-MASK-LEN
059500         MOVE "*" TO MT-MASK-ACCOUNT(MT-MASK-SUB:1)
059600     END-PERFORM.
059700 9200-MASK-ACCOUNT-EXIT.
059800     EXIT.
059900*===============================================================
060000* 9210-MASK-PRINT-IMAGE - MASK THE ACCOUNT NUMBER (BYTES 1-10,
060100* COPYBOOK ACCTMAST) IN THE MASTER IMAGE IN MT-IMAGE-RECORD.
060200*===============================================================
060300 9210-MASK-PRINT-IMAGE.
060400     MOVE MI-ACCOUNT-NUMBER TO MT-MASK-ACCOUNT.
060500     PERFORM 9200-MASK-ACCOUNT
060600         THRU 9200-MASK-ACCOUNT-EXIT.
060700     MOVE MT-MASK-ACCOUNT TO MI-ACCOUNT-NUMBER.
060800 9210-MASK-PRINT-IMAGE-EXIT.
060900     EXIT.
