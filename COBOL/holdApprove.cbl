000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BHOLD-DEV.
000300 AUTHOR.        R HENNESSY.
000400 INSTALLATION.  DATA CENTER SERVICES.
000500 DATE-WRITTEN.  10/14/2026.
000600 DATE-COMPILED.
000700*---------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*---------------------------------------------------------------
001000* 10/14/26  RH   ORIGINAL CODING.  RUNS AHEAD OF BSORT-DEV AND
001100*                APPLIES THE SUPERVISOR APPROVAL DECK (APPRIN)
001200*                TO THE PRIOR NIGHT'S HOLD QUEUE (HOLDIN,
001300*                COPYBOOK HOLDITEM).  EACH CARD NAMES A HELD
001400*                ITEM BY ITS FULL 30-BYTE RECORD IMAGE AND
001500*                EITHER APPROVES IT (A - RELEASED INTO
001600*                TONIGHT'S SORT) OR DECLINES IT (D - SENT TO
001700*                SUSPENSE BY BSORT-DEV), WITH THE SUPERVISOR
001800*                ID.  THE WHOLE QUEUE, ACTIONED OR NOT, IS
001900*                WRITTEN TO HOLDAPR, WHICH BSORT-DEV READS AS
002000*                HOLDIN.  EVERY ACTION LANDS ON THE PRINTED
002100*                AUDIT REPORT (APPRRPT) WITH WHO APPROVED IT.
002200*                A CARD THAT MATCHES NO PENDING ITEM, HAS NO
002300*                SUPERVISOR ID, OR CARRIES AN UNKNOWN ACTION IS
002400*                REPORTED AND THE STEP ENDS RC=4.
002410* 10/15/26  RH   THE APPROVAL CARD NAMES THE ITEM BY ITS 44-BYTE
002420*                IMAGE (CURRENCY AND ORIGINAL AMOUNT ADDED TO
002430*                THE TRANSACTION RECORD); SUPERVISOR ID MOVES
002440*                TO COLUMNS 46-53.
002450* 10/15/26  RH   ACCOUNT NUMBERS ON THE AUDIT REPORT (APPRRPT)
002460*                PRINT MASKED TO THE LAST FOUR DIGITS, FOR BOTH
002470*                THE HELD ITEM AND AN UNMATCHED APPROVAL CARD.
002500*---------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.  IBM-370.
002900 OBJECT-COMPUTER.  IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT HOLD-IN-FILE    ASSIGN TO HOLDIN
003300                            ORGANIZATION IS SEQUENTIAL
003400                            FILE STATUS IS HA-HOLDIN-FILE-STATUS.
003500     SELECT APPROVAL-FILE   ASSIGN TO APPRIN
003600                            ORGANIZATION IS SEQUENTIAL
003700                            FILE STATUS IS HA-APPRIN-FILE-STATUS.
003800     SELECT HOLD-OUT-FILE   ASSIGN TO HOLDAPR
003900                            ORGANIZATION IS SEQUENTIAL.
004000     SELECT AUDIT-REPORT-FILE
004100                            ASSIGN TO APPRRPT
004200                            ORGANIZATION IS SEQUENTIAL.
004300*
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  HOLD-IN-FILE
004700     RECORDING MODE IS F
004800     LABEL RECORDS ARE STANDARD.
004900 01  HOLD-IN-RECORD.
005000     COPY HOLDITEM REPLACING ==:TAG:== BY ==HI==.
005100*
005200 FD  APPROVAL-FILE
005300     RECORDING MODE IS F
005400     LABEL RECORDS ARE STANDARD.
005500 01  APPROVAL-RECORD.
005600     02  AP-ACTION           PIC X(01).
005700     02  AP-MATCH-RECORD     PIC X(44).
005800     02  AP-SUPERVISOR-ID    PIC X(08).
005900     02  FILLER              PIC X(27).
006000*
006100 FD  HOLD-OUT-FILE
006200     RECORDING MODE IS F
006300     LABEL RECORDS ARE STANDARD.
006400 01  HOLD-OUT-RECORD.
006500     COPY HOLDITEM REPLACING ==:TAG:== BY ==HO==.
006600*
006700 FD  AUDIT-REPORT-FILE
006800     RECORDING MODE IS F
006900     LABEL RECORDS ARE STANDARD.
007000 01  AUDIT-REPORT-RECORD         PIC X(80).
007100*
007200 WORKING-STORAGE SECTION.
007300*---------------------------------------------------------------
007400* SWITCHES
007500*---------------------------------------------------------------
007600 01  HA-SWITCHES.
007700     02  HA-HOLD-EOF-SW      PIC X(01)  VALUE "N".
007800         88  END-OF-HOLDS               VALUE "Y".
007900     02  HA-APPR-EOF-SW      PIC X(01)  VALUE "N".
008000         88  END-OF-APPROVALS           VALUE "Y".
008100     02  HA-HOLDIN-FILE-STATUS PIC X(02) VALUE "00".
008200     02  HA-APPRIN-FILE-STATUS PIC X(02) VALUE "00".
008300     02  HA-HOLDIN-OPEN-SW   PIC X(01)  VALUE "N".
008400         88  HOLD-IN-IS-OPEN            VALUE "Y".
008500     02  HA-MATCH-SW         PIC X(01)  VALUE "N".
008600         88  APPROVAL-MATCHED           VALUE "Y".
008700     02  HA-WARNING-SW       PIC X(01)  VALUE "N".
008800         88  AN-APPROVAL-WAS-BAD        VALUE "Y".
008900*
009000*---------------------------------------------------------------
009100* COUNTERS AND WORK AREAS
009200*---------------------------------------------------------------
009300 77  HA-RUN-DATE             PIC 9(08)  VALUE 0.
009400 77  HA-HOLD-READ-COUNT      PIC 9(05)  VALUE 0.
009500 77  HA-RELEASED-COUNT       PIC 9(05)  VALUE 0.
009600 77  HA-DECLINED-COUNT       PIC 9(05)  VALUE 0.
009700 77  HA-PENDING-COUNT        PIC 9(05)  VALUE 0.
009800 77  HA-ACTIONED-COUNT       PIC 9(05)  VALUE 0.
009900 77  HA-REFUSED-COUNT        PIC 9(05)  VALUE 0.
010000 77  HA-UNMATCHED-COUNT      PIC 9(05)  VALUE 0.
010100 77  HA-MATCH-SUB            PIC 9(04)  VALUE 0    COMP.
010200 77  J                       PIC 9(04)  VALUE 0    COMP.
010300 77  HA-EDIT-COUNT           PIC ZZZZ9.
010400 77  HA-ACTION-NAME          PIC X(14)  VALUE SPACES.
010405*
010410*---------------------------------------------------------------
010415* ACCOUNT MASKING WORK AREAS - 9200-MASK-ACCOUNT REPLACES ALL BUT
010420* THE LAST FOUR CHARACTERS OF HA-MASK-ACCOUNT WITH ASTERISKS.
010425* HA-PRINT-IMAGE IS THE MASKED COPY OF A TRANSACTION RECORD FOR
010430* THE AUDIT REPORT (9210-MASK-PRINT-IMAGE).
010435*---------------------------------------------------------------
010440 01  HA-PRINT-IMAGE          PIC X(44)  VALUE SPACES.
010445 77  HA-MASK-ACCOUNT         PIC X(10)  VALUE SPACES.
010450 77  HA-MASK-SUB             PIC S9(04) VALUE 0    COMP.
010455 77  HA-MASK-LEN             PIC S9(04) VALUE 0    COMP.
010500*
010600*---------------------------------------------------------------
010700* APPROVAL TABLE - THE SUPERVISOR APPROVAL DECK IS SMALL AND IS
010800* LOADED WHOLE SO EACH HELD ITEM CAN BE MATCHED BY LINEAR SCAN.
010900* EACH CARD MAY BE USED ONCE.
011000*---------------------------------------------------------------
011100 01  APPROVAL-TABLE.
011200     02  HA-APPR-COUNT       PIC 9(04)  VALUE 0    COMP.
011300     02  APPROVAL-ENTRY      OCCURS 500 TIMES.
011400         03  HA-APPR-ACTION  PIC X(01).
011500         03  HA-APPR-MATCH   PIC X(44).
011600         03  HA-APPR-SUPER   PIC X(08).
011700         03  HA-APPR-USED-SW PIC X(01).
011800             88  APPROVAL-USED            VALUE "Y".
011900*
012000 PROCEDURE DIVISION.
012100*===============================================================
012200* 0000-MAINLINE
012300*===============================================================
012400 0000-MAINLINE.
012500     PERFORM 1000-INITIALIZE
012600         THRU 1000-INITIALIZE-EXIT.
012700     PERFORM 2000-LOAD-APPROVALS
012800         THRU 2000-LOAD-APPROVALS-EXIT.
012900     PERFORM 3000-PROCESS-HOLDS
013000         THRU 3000-PROCESS-HOLDS-EXIT.
013100     PERFORM 4000-REPORT-UNMATCHED
013200         THRU 4000-REPORT-UNMATCHED-EXIT.
013300     PERFORM 5000-WRITE-AUDIT-TOTALS
013400         THRU 5000-WRITE-AUDIT-TOTALS-EXIT.
013500     PERFORM 8000-TERMINATE
013600         THRU 8000-TERMINATE-EXIT.
013700     STOP RUN.
013800*===============================================================
013900* 1000-INITIALIZE - OPEN FILES AND WRITE THE AUDIT REPORT
014000* HEADING.  A MISSING HOLDIN (NO QUEUE CUT YET) IS TREATED AS
014100* EMPTY, THE SAME WAY BSORT-DEV TREATS IT.
014200*===============================================================
014300 1000-INITIALIZE.
014400     ACCEPT HA-RUN-DATE FROM DATE YYYYMMDD.
014500     OPEN OUTPUT HOLD-OUT-FILE.
014600     OPEN OUTPUT AUDIT-REPORT-FILE.
014700     MOVE SPACES TO AUDIT-REPORT-RECORD.
014800     STRING "BHOLD-DEV HOLD QUEUE APPROVAL AUDIT REPORT"
014900         DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD.
015000     WRITE AUDIT-REPORT-RECORD.
015100     MOVE SPACES TO AUDIT-REPORT-RECORD.
015200     STRING "RUN DATE.............: " DELIMITED BY SIZE
015300            HA-RUN-DATE               DELIMITED BY SIZE
015400         INTO AUDIT-REPORT-RECORD.
015500     WRITE AUDIT-REPORT-RECORD.
015600     OPEN INPUT HOLD-IN-FILE.
015700     IF HA-HOLDIN-FILE-STATUS = "00"
015800         MOVE "Y" TO HA-HOLDIN-OPEN-SW
015900     ELSE
016000         SET END-OF-HOLDS TO TRUE
016100     END-IF.
016200 1000-INITIALIZE-EXIT.
016300     EXIT.
016400*===============================================================
016500* 2000-LOAD-APPROVALS - LOAD THE SUPERVISOR APPROVAL DECK INTO
016600* THE APPROVAL TABLE.  A MISSING APPRIN MEANS A STRAIGHT COPY-
016700* THROUGH NIGHT.  A CARD BEYOND THE TABLE LIMIT IS REPORTED AND
016800* IGNORED RATHER THAN ABENDING THE RUN.
016900*===============================================================
017000 2000-LOAD-APPROVALS.
017100     OPEN INPUT APPROVAL-FILE.
017200     IF HA-APPRIN-FILE-STATUS NOT = "00"
017300         SET END-OF-APPROVALS TO TRUE
017400         GO TO 2000-LOAD-APPROVALS-EXIT.
017500     PERFORM 2100-LOAD-ONE-APPROVAL
017600         THRU 2100-LOAD-ONE-APPROVAL-EXIT
017700         UNTIL END-OF-APPROVALS.
017800     CLOSE APPROVAL-FILE.
017900 2000-LOAD-APPROVALS-EXIT.
018000     EXIT.
018100*===============================================================
018200* 2100-LOAD-ONE-APPROVAL
018300*===============================================================
018400 2100-LOAD-ONE-APPROVAL.
018500     READ APPROVAL-FILE
018600         AT END
018700             SET END-OF-APPROVALS TO TRUE
018800             GO TO 2100-LOAD-ONE-APPROVAL-EXIT
018900     END-READ.
019000     IF AP-ACTION = SPACE
019100         GO TO 2100-LOAD-ONE-APPROVAL-EXIT.
019200     IF HA-APPR-COUNT = 500
019300         MOVE SPACES TO AUDIT-REPORT-RECORD
019400         STRING "APPROVAL TABLE FULL - CARD IGNORED: "
019500             DELIMITED BY SIZE
019600             AP-MATCH-RECORD DELIMITED BY SIZE
019700             INTO AUDIT-REPORT-RECORD
019800         WRITE AUDIT-REPORT-RECORD
019900         GO TO 2100-LOAD-ONE-APPROVAL-EXIT.
020000     ADD 1 TO HA-APPR-COUNT.
020100     MOVE AP-ACTION        TO HA-APPR-ACTION(HA-APPR-COUNT).
020200     MOVE AP-MATCH-RECORD  TO HA-APPR-MATCH(HA-APPR-COUNT).
020300     MOVE AP-SUPERVISOR-ID TO HA-APPR-SUPER(HA-APPR-COUNT).
020400     MOVE "N"              TO HA-APPR-USED-SW(HA-APPR-COUNT).
020500 2100-LOAD-ONE-APPROVAL-EXIT.
020600     EXIT.
020700*===============================================================
020800* 3000-PROCESS-HOLDS - ONE PASS OVER THE PRIOR HOLD QUEUE.  A
020900* PENDING ITEM NO CARD NAMES IS COPIED THROUGH AS PENDING; A
021000* NAMED ITEM IS MARKED APPROVED OR DECLINED AND AUDITED.
021100*===============================================================
021200 3000-PROCESS-HOLDS.
021300     PERFORM 3100-PROCESS-ONE-HOLD
021400         THRU 3100-PROCESS-ONE-HOLD-EXIT
021500         UNTIL END-OF-HOLDS.
021600 3000-PROCESS-HOLDS-EXIT.
021700     EXIT.
021800*===============================================================
021900* 3100-PROCESS-ONE-HOLD - AN ITEM ALREADY APPROVED OR DECLINED
022000* (A QUEUE CARRIED FORWARD OVER A NON-PROCESSING DAY) IS COPIED
022100* THROUGH UNCHANGED AND IS NOT OFFERED TO THE DECK AGAIN.  A
022200* CARD WITH NO SUPERVISOR ID OR AN UNKNOWN ACTION IS USED UP
022300* AND AUDITED BUT LEAVES THE ITEM PENDING - NOTHING LEAVES THE
022400* QUEUE WITHOUT A NAMED APPROVER.
022500*===============================================================
022600 3100-PROCESS-ONE-HOLD.
022700     READ HOLD-IN-FILE
022800         AT END
022900             SET END-OF-HOLDS TO TRUE
023000             GO TO 3100-PROCESS-ONE-HOLD-EXIT
023100     END-READ.
023200     ADD 1 TO HA-HOLD-READ-COUNT.
023300     MOVE HOLD-IN-RECORD TO HOLD-OUT-RECORD.
023400     IF HI-STATUS = "A" OR HI-STATUS = "D"
023500         WRITE HOLD-OUT-RECORD
023600         ADD 1 TO HA-ACTIONED-COUNT
023700         GO TO 3100-PROCESS-ONE-HOLD-EXIT.
023800     PERFORM 3200-LOCATE-APPROVAL
023900         THRU 3200-LOCATE-APPROVAL-EXIT.
024000     IF NOT APPROVAL-MATCHED
024100         WRITE HOLD-OUT-RECORD
024200         ADD 1 TO HA-PENDING-COUNT
024300         GO TO 3100-PROCESS-ONE-HOLD-EXIT.
024400     MOVE "Y" TO HA-APPR-USED-SW(HA-MATCH-SUB).
024500     IF HA-APPR-SUPER(HA-MATCH-SUB) = SPACES
024600         MOVE "NO SUPERVISOR" TO HA-ACTION-NAME
024700         PERFORM 3300-REFUSE-APPROVAL
024800             THRU 3300-REFUSE-APPROVAL-EXIT
024900         GO TO 3100-PROCESS-ONE-HOLD-EXIT.
025000     IF HA-APPR-ACTION(HA-MATCH-SUB) = "A"
025100         MOVE "RELEASE" TO HA-ACTION-NAME
025200         ADD 1 TO HA-RELEASED-COUNT
025300         PERFORM 3400-APPLY-ACTION
025400             THRU 3400-APPLY-ACTION-EXIT
025500         GO TO 3100-PROCESS-ONE-HOLD-EXIT.
025600     IF HA-APPR-ACTION(HA-MATCH-SUB) = "D"
025700         MOVE "DECLINE" TO HA-ACTION-NAME
025800         ADD 1 TO HA-DECLINED-COUNT
025900         PERFORM 3400-APPLY-ACTION
026000             THRU 3400-APPLY-ACTION-EXIT
026100         GO TO 3100-PROCESS-ONE-HOLD-EXIT.
026200     MOVE "UNKNOWN ACTION" TO HA-ACTION-NAME.
026300     PERFORM 3300-REFUSE-APPROVAL
026400         THRU 3300-REFUSE-APPROVAL-EXIT.
026500 3100-PROCESS-ONE-HOLD-EXIT.
026600     EXIT.
026700*===============================================================
026800* 3200-LOCATE-APPROVAL - FIND THE FIRST UNUSED CARD NAMING THIS
026900* HELD ITEM'S 44-BYTE RECORD IMAGE.  RETURNS THE ENTRY
027000* SUBSCRIPT IN HA-MATCH-SUB.
027100*===============================================================
027200 3200-LOCATE-APPROVAL.
027300     MOVE "N" TO HA-MATCH-SW.
027400     MOVE 0   TO HA-MATCH-SUB.
027500     PERFORM VARYING J FROM 1 BY 1
027600         UNTIL J > HA-APPR-COUNT OR APPROVAL-MATCHED
027700         IF HA-APPR-MATCH(J) = HI-RECORD-DATA
027800             AND HA-APPR-USED-SW(J) NOT = "Y"
027900             MOVE "Y" TO HA-MATCH-SW
028000             MOVE J   TO HA-MATCH-SUB
028100         END-IF
028200     END-PERFORM.
028300 3200-LOCATE-APPROVAL-EXIT.
028400     EXIT.
028500*===============================================================
028600* 3300-REFUSE-APPROVAL - AUDIT A CARD THAT CANNOT BE ACTED ON
028700* AND CARRY THE ITEM FORWARD STILL PENDING.  THE STEP ENDS
028800* RC=4 SO THE SUPERVISOR RE-KEYS THE CARD.
028900*===============================================================
029000 3300-REFUSE-APPROVAL.
029100     PERFORM 3600-WRITE-AUDIT-LINES
029200         THRU 3600-WRITE-AUDIT-LINES-EXIT.
029300     WRITE HOLD-OUT-RECORD.
029400     ADD 1 TO HA-REFUSED-COUNT.
029500     ADD 1 TO HA-PENDING-COUNT.
029600     MOVE "Y" TO HA-WARNING-SW.
029700 3300-REFUSE-APPROVAL-EXIT.
029800     EXIT.
029900*===============================================================
030000* 3400-APPLY-ACTION - STAMP THE ITEM APPROVED OR DECLINED WITH
030100* THE SUPERVISOR ID AND TODAY'S DATE.  BSORT-DEV RELEASES AN
030200* APPROVED ITEM INTO THE SORT AND SENDS A DECLINED ONE TO
030300* SUSPENSE.
030400*===============================================================
030500 3400-APPLY-ACTION.
030600     MOVE HA-APPR-ACTION(HA-MATCH-SUB) TO HO-STATUS.
030700     MOVE HA-APPR-SUPER(HA-MATCH-SUB)  TO HO-APPROVER-ID.
030800     MOVE HA-RUN-DATE                  TO HO-ACTION-DATE.
030900     PERFORM 3600-WRITE-AUDIT-LINES
031000         THRU 3600-WRITE-AUDIT-LINES-EXIT.
031100     WRITE HOLD-OUT-RECORD.
031200 3400-APPLY-ACTION-EXIT.
031300     EXIT.
031400*===============================================================
031500* 3600-WRITE-AUDIT-LINES - THREE AUDIT LINES PER CARD: THE
031600* SUPERVISOR AND ACTION, THE ITEM AS HELD WITH ITS HOLD DATE
031700* AND REASON, AND THE QUEUE RECORD'S NEW STATUS, APPROVER, AND
031800* ACTION DATE.
031900*===============================================================
032000 3600-WRITE-AUDIT-LINES.
032100     MOVE SPACES TO AUDIT-REPORT-RECORD.
032200     STRING "SUPERVISOR "                   DELIMITED BY SIZE
032300            HA-APPR-SUPER(HA-MATCH-SUB)     DELIMITED BY SIZE
032400            "  ACTION "                     DELIMITED BY SIZE
032500            HA-ACTION-NAME                  DELIMITED BY SIZE
032600         INTO AUDIT-REPORT-RECORD.
032700     WRITE AUDIT-REPORT-RECORD.
032800     MOVE SPACES TO AUDIT-REPORT-RECORD.
032820     MOVE HI-RECORD-DATA TO HA-PRINT-IMAGE.
032840     PERFORM 9210-MASK-PRINT-IMAGE
032860         THRU 9210-MASK-PRINT-IMAGE-EXIT.
032900     STRING "  ITEM   "       DELIMITED BY SIZE
033000            HA-PRINT-IMAGE    DELIMITED BY SIZE
033100            "  HELD "         DELIMITED BY SIZE
033200            HI-HOLD-DATE      DELIMITED BY SIZE
033300            "  REASON "       DELIMITED BY SIZE
033400            HI-REASON-CODE    DELIMITED BY SIZE
033500         INTO AUDIT-REPORT-RECORD.
033600     WRITE AUDIT-REPORT-RECORD.
033700     MOVE SPACES TO AUDIT-REPORT-RECORD.
033800     STRING "  AFTER  STATUS "  DELIMITED BY SIZE
033900            HO-STATUS           DELIMITED BY SIZE
034000            "  APPROVER "       DELIMITED BY SIZE
034100            HO-APPROVER-ID      DELIMITED BY SIZE
034200            "  ACTIONED "       DELIMITED BY SIZE
034300            HO-ACTION-DATE      DELIMITED BY SIZE
034400         INTO AUDIT-REPORT-RECORD.
034500     WRITE AUDIT-REPORT-RECORD.
034600 3600-WRITE-AUDIT-LINES-EXIT.
034700     EXIT.
034800*===============================================================
034900* 4000-REPORT-UNMATCHED - A CARD THAT NAMED NO PENDING ITEM IS
035000* EITHER MISKEYED OR THE ITEM WAS ALREADY ACTIONED.  EACH ONE
035100* IS REPORTED AND THE STEP ENDS RC=4 SO THE SUPERVISOR
035200* RE-CHECKS THE DECK.
035300*===============================================================
035400 4000-REPORT-UNMATCHED.
035500     PERFORM VARYING J FROM 1 BY 1 UNTIL J > HA-APPR-COUNT
035600         IF HA-APPR-USED-SW(J) NOT = "Y"
035700             ADD 1 TO HA-UNMATCHED-COUNT
035800             MOVE "Y" TO HA-WARNING-SW
035820             MOVE HA-APPR-MATCH(J) TO HA-PRINT-IMAGE
035840             PERFORM 9210-MASK-PRINT-IMAGE
035860                 THRU 9210-MASK-PRINT-IMAGE-EXIT
035900             MOVE SPACES TO AUDIT-REPORT-RECORD
036000             STRING "UNMATCHED APPROVAL "
036100                    DELIMITED BY SIZE
036200                    HA-APPR-SUPER(J) DELIMITED BY SIZE
036300                    " "              DELIMITED BY SIZE
036400                    HA-PRINT-IMAGE   DELIMITED BY SIZE
036500                 INTO AUDIT-REPORT-RECORD
036600             WRITE AUDIT-REPORT-RECORD
036700         END-IF
036800     END-PERFORM.
036900 4000-REPORT-UNMATCHED-EXIT.
037000     EXIT.
037100*===============================================================
037200* 5000-WRITE-AUDIT-TOTALS
037300*===============================================================
037400 5000-WRITE-AUDIT-TOTALS.
037500     MOVE SPACES TO AUDIT-REPORT-RECORD.
037600     WRITE AUDIT-REPORT-RECORD.
037700     MOVE HA-HOLD-READ-COUNT TO HA-EDIT-COUNT.
037800     MOVE SPACES TO AUDIT-REPORT-RECORD.
037900     STRING "HELD ITEMS READ......: " HA-EDIT-COUNT
038000         DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD.
038100     WRITE AUDIT-REPORT-RECORD.
038200     MOVE HA-RELEASED-COUNT TO HA-EDIT-COUNT.
038300     MOVE SPACES TO AUDIT-REPORT-RECORD.
038400     STRING "RELEASED.............: " HA-EDIT-COUNT
038500         DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD.
038600     WRITE AUDIT-REPORT-RECORD.
038700     MOVE HA-DECLINED-COUNT TO HA-EDIT-COUNT.
038800     MOVE SPACES TO AUDIT-REPORT-RECORD.
038900     STRING "DECLINED.............: " HA-EDIT-COUNT
039000         DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD.
039100     WRITE AUDIT-REPORT-RECORD.
039200     MOVE HA-PENDING-COUNT TO HA-EDIT-COUNT.
039300     MOVE SPACES TO AUDIT-REPORT-RECORD.
039400     STRING "STILL PENDING........: " HA-EDIT-COUNT
039500         DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD.
039600     WRITE AUDIT-REPORT-RECORD.
039700     MOVE HA-ACTIONED-COUNT TO HA-EDIT-COUNT.
039800     MOVE SPACES TO AUDIT-REPORT-RECORD.
039900     STRING "ALREADY ACTIONED.....: " HA-EDIT-COUNT
040000         DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD.
040100     WRITE AUDIT-REPORT-RECORD.
040200     MOVE HA-REFUSED-COUNT TO HA-EDIT-COUNT.
040300     MOVE SPACES TO AUDIT-REPORT-RECORD.
040400     STRING "CARDS REFUSED........: " HA-EDIT-COUNT
040500         DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD.
040600     WRITE AUDIT-REPORT-RECORD.
040700     MOVE HA-UNMATCHED-COUNT TO HA-EDIT-COUNT.
040800     MOVE SPACES TO AUDIT-REPORT-RECORD.
040900     STRING "UNMATCHED APPROVALS..: " HA-EDIT-COUNT
041000         DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD.
041100     WRITE AUDIT-REPORT-RECORD.
041200 5000-WRITE-AUDIT-TOTALS-EXIT.
041300     EXIT.
041400*===============================================================
041500* 8000-TERMINATE
041600*===============================================================
041700 8000-TERMINATE.
041800     IF HOLD-IN-IS-OPEN
041900         CLOSE HOLD-IN-FILE
042000     END-IF.
042100     CLOSE HOLD-OUT-FILE.
042200     CLOSE AUDIT-REPORT-FILE.
042300     IF AN-APPROVAL-WAS-BAD
042400         MOVE 4 TO RETURN-CODE
042500     END-IF.
042600 8000-TERMINATE-EXIT.
042700     EXIT.
042800*===============================================================
042900* 9200-MASK-ACCOUNT - MASK THE ACCOUNT NUMBER IN HA-MASK-ACCOUNT
043000* FOR PRINTING: EVERY CHARACTER BEFORE THE LAST FOUR NON-BLANK
043100* ONES BECOMES AN ASTERISK.  A BLANK, LOW-VALUES OR HIGH-VALUES
043200* FIELD, OR ONE OF FOUR CHARACTERS OR LESS, IS LEFT AS IT IS.
043300*===============================================================
043400 9200-MASK-ACCOUNT.
043500     IF HA-MASK-ACCOUNT = SPACES OR LOW-VALUES OR HIGH-VALUES
043600         GO TO 9200-MASK-ACCOUNT-EXIT.
043700     MOVE 10 TO HA-MASK-LEN.
043800     PERFORM UNTIL HA-MASK-LEN = 0
043900         OR HA-MASK-ACCOUNT(HA-MASK-LEN:1) NOT = SPACE
044000         SUBTRACT 1 FROM HA-MASK-LEN
044100     END-PERFORM.
044200     SUBTRACT 4 FROM HA-MASK-LEN.
044300     PERFORM VARYING HA-MASK-SUB FROM 1 BY 1
044400         UNTIL HA-MASK-SUB > HA-MASK-LEN
044500         MOVE "*" TO HA-MASK-ACCOUNT(HA-MASK-SUB:1)
044600     END-PERFORM.
044700 9200-MASK-ACCOUNT-EXIT.
044800     EXIT.
044900*===============================================================
045000* 9210-MASK-PRINT-IMAGE - MASK THE ACCOUNT NUMBER (BYTES 1-10,
045100* COPYBOOK NUMRECRD) IN THE RECORD IMAGE IN HA-PRINT-IMAGE.
045200*===============================================================
045300 9210-MASK-PRINT-IMAGE.
045400     MOVE HA-PRINT-IMAGE(1:10) TO HA-MASK-ACCOUNT.
045500     PERFORM 9200-MASK-ACCOUNT
045600         THRU 9200-MASK-ACCOUNT-EXIT.
045700     MOVE HA-MASK-ACCOUNT TO HA-PRINT-IMAGE(1:10).
045800 9210-MASK-PRINT-IMAGE-EXIT.
045900     EXIT.
