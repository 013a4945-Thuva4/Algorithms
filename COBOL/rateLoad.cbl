000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BRATE-DEV.
000300 AUTHOR.        R HENNESSY.
000400 INSTALLATION.  DATA CENTER SERVICES.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*---------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*---------------------------------------------------------------
001000* 10/15/26  RH   ORIGINAL CODING.  RUNS AHEAD OF BSORT-DEV AND
001100*                CUTS TONIGHT'S DATED EXCHANGE-RATE TABLE
001200*                (RATENEW, COPYBOOK FXRATE) FROM THE PRIOR
001300*                TABLE (RATEOLD) AND THE TREASURY RATE DECK
001400*                (RATEIN).  A TYPE B CARD SETS THE BASE
001500*                CURRENCY; A TYPE R CARD ADDS A RATE, OR
001600*                REPLACES THE ONE FOR THE SAME CURRENCY AND
001700*                EFFECTIVE-FROM DATE (E.G. TO CLOSE AN OPEN-
001800*                ENDED RATE BEFORE ITS SUCCESSOR IS ADDED); A
001900*                TYPE D CARD DELETES ONE.  A CARD WITH A BAD
002000*                DATE OR RATE, A RATE FOR THE BASE CURRENCY, A
002100*                RANGE OVERLAPPING ANOTHER FOR THE SAME
002200*                CURRENCY, OR A DELETE OF A RATE NOT ON THE
002300*                TABLE IS REFUSED, AND THE STEP ENDS RC=4, AS
002400*                IT DOES WHEN THE TABLE HAS NO BASE CURRENCY.
002500*                EVERY CARD AND THE FINISHED TABLE ARE LISTED
002600*                ON THE RATE REPORT (RATERPT).
002700*---------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.  IBM-370.
003100 OBJECT-COMPUTER.  IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT RATE-OLD-FILE   ASSIGN TO RATEOLD
003500                            ORGANIZATION IS SEQUENTIAL
003600                            FILE STATUS IS RL-OLD-FILE-STATUS.
003700     SELECT RATE-DECK-FILE  ASSIGN TO RATEIN
003800                            ORGANIZATION IS SEQUENTIAL
003900                            FILE STATUS IS RL-DECK-FILE-STATUS.
004000     SELECT RATE-NEW-FILE   ASSIGN TO RATENEW
004100                            ORGANIZATION IS SEQUENTIAL.
004200     SELECT RATE-REPORT-FILE
004300                            ASSIGN TO RATERPT
004400                            ORGANIZATION IS SEQUENTIAL.
004500*
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  RATE-OLD-FILE
004900     RECORDING MODE IS F
005000     LABEL RECORDS ARE STANDARD.
005100 01  RATE-OLD-RECORD.
005200     COPY FXRATE REPLACING ==:TAG:== BY ==RO==.
005300*
005400 FD  RATE-DECK-FILE
005500     RECORDING MODE IS F
005600     LABEL RECORDS ARE STANDARD.
005700 01  RATE-DECK-RECORD.
005800     COPY FXRATE REPLACING ==:TAG:== BY ==RC==.
005900*
006000 FD  RATE-NEW-FILE
006100     RECORDING MODE IS F
006200     LABEL RECORDS ARE STANDARD.
006300 01  RATE-NEW-RECORD.
006400     COPY FXRATE REPLACING ==:TAG:== BY ==RN==.
006500*
006600 FD  RATE-REPORT-FILE
006700     RECORDING MODE IS F
006800     LABEL RECORDS ARE STANDARD.
006900 01  RATE-REPORT-RECORD          PIC X(80).
007000*
007100 WORKING-STORAGE SECTION.
007200*---------------------------------------------------------------
007300* SWITCHES
007400*---------------------------------------------------------------
007500 01  RL-SWITCHES.
007600     02  RL-OLD-EOF-SW       PIC X(01)  VALUE "N".
007700         88  END-OF-OLD-TABLE           VALUE "Y".
007800     02  RL-DECK-EOF-SW      PIC X(01)  VALUE "N".
007900         88  END-OF-DECK                VALUE "Y".
008000     02  RL-OLD-FILE-STATUS  PIC X(02)  VALUE "00".
008100     02  RL-DECK-FILE-STATUS PIC X(02)  VALUE "00".
008200     02  RL-CARD-SW          PIC X(01)  VALUE "Y".
008300         88  CARD-IS-VALID              VALUE "Y".
008400         88  CARD-IS-INVALID            VALUE "N".
008500     02  RL-WARNING-SW       PIC X(01)  VALUE "N".
008600         88  A-CARD-WAS-REFUSED         VALUE "Y".
008700*
008800*---------------------------------------------------------------
008900* COUNTERS AND WORK AREAS
009000*---------------------------------------------------------------
009100 77  RL-RUN-DATE             PIC 9(08)  VALUE 0.
009200 77  RL-OLD-READ-COUNT       PIC 9(05)  VALUE 0.
009300 77  RL-CARD-READ-COUNT      PIC 9(05)  VALUE 0.
009400 77  RL-ADDED-COUNT          PIC 9(05)  VALUE 0.
009500 77  RL-REPLACED-COUNT       PIC 9(05)  VALUE 0.
009600 77  RL-DELETED-COUNT        PIC 9(05)  VALUE 0.
009700 77  RL-REFUSED-COUNT        PIC 9(05)  VALUE 0.
009800 77  RL-BASE-CURRENCY        PIC X(03)  VALUE SPACES.
009900 77  RL-MATCH-SUB            PIC 9(04)  VALUE 0    COMP.
010000 77  RL-INSERT-SUB           PIC 9(04)  VALUE 0    COMP.
010100 77  J                       PIC 9(04)  VALUE 0    COMP.
010200 77  RL-EDIT-COUNT           PIC ZZZZ9.
010300 77  RL-EDIT-RATE            PIC ZZZZ9.999999.
010400 77  RL-ACTION-NAME          PIC X(10)  VALUE SPACES.
010500 77  RL-REASON               PIC X(20)  VALUE SPACES.
010600*
010700*---------------------------------------------------------------
010800* DATE WORK AREA - A DATE IS CCYYMMDD WITH MONTH 01-12 AND DAY
010900* 01-31; AN EFFECTIVE-TO OF 99999999 IS OPEN-ENDED.
011000*---------------------------------------------------------------
011100 01  RL-DATE-WORK.
011200     02  RL-DATE-CCYY        PIC 9(04).
011300     02  RL-DATE-MM          PIC 9(02).
011400     02  RL-DATE-DD          PIC 9(02).
011500 01  RL-DATE-WORK-N          REDEFINES RL-DATE-WORK
011600                             PIC 9(08).
011700*
011800*---------------------------------------------------------------
011900* RATE TABLE - THE WHOLE TABLE IS HELD IN CURRENCY / EFFECTIVE-
012000* FROM ORDER (THE ORDER BSORT-DEV EXPECTS) AND A CARD IS APPLIED
012100* BY LINEAR SCAN, INSERTING OR DELETING IN PLACE.
012200*---------------------------------------------------------------
012300 01  RL-RATE-TABLE.
012400     02  RL-RATE-COUNT       PIC 9(04)  VALUE 0    COMP.
012500     02  RL-RATE-ENTRY       OCCURS 2000 TIMES.
012600         03  RL-RATE-KEY.
012700             04  RL-RATE-CURRENCY PIC X(03).
012800             04  RL-RATE-FROM     PIC 9(08).
012900         03  RL-RATE-TO      PIC 9(08).
013000         03  RL-RATE-VALUE   PIC 9(05)V9(06).
013100         03  RL-RATE-DESC    PIC X(20).
013200 01  RL-CARD-KEY.
013300     02  RL-CARD-CURRENCY    PIC X(03).
013400     02  RL-CARD-FROM        PIC 9(08).
013500*
013600 PROCEDURE DIVISION.
013700*===============================================================
013800* 0000-MAINLINE
013900*===============================================================
014000 0000-MAINLINE.
014100     PERFORM 1000-INITIALIZE
014200         THRU 1000-INITIALIZE-EXIT.
014300     PERFORM 2000-LOAD-OLD-TABLE
014400         THRU 2000-LOAD-OLD-TABLE-EXIT.
014500     PERFORM 3000-APPLY-RATE-DECK
014600         THRU 3000-APPLY-RATE-DECK-EXIT.
014700     PERFORM 4000-WRITE-NEW-TABLE
014800         THRU 4000-WRITE-NEW-TABLE-EXIT.
014900     PERFORM 5000-WRITE-REPORT-TOTALS
015000         THRU 5000-WRITE-REPORT-TOTALS-EXIT.
015100     PERFORM 8000-TERMINATE
015200         THRU 8000-TERMINATE-EXIT.
015300     STOP RUN.
015400*===============================================================
015500* 1000-INITIALIZE - OPEN THE OUTPUTS AND WRITE THE REPORT
015600* HEADING.
015700*===============================================================
015800 1000-INITIALIZE.
015900     ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD.
016000     OPEN OUTPUT RATE-NEW-FILE.
016100     OPEN OUTPUT RATE-REPORT-FILE.
016200     MOVE SPACES TO RATE-REPORT-RECORD.
016300     STRING "BRATE-DEV EXCHANGE RATE TABLE REPORT"
016400         DELIMITED BY SIZE INTO RATE-REPORT-RECORD.
016500     WRITE RATE-REPORT-RECORD.
016600     MOVE SPACES TO RATE-REPORT-RECORD.
016700     STRING "RUN DATE.............: " DELIMITED BY SIZE
016800            RL-RUN-DATE               DELIMITED BY SIZE
016900         INTO RATE-REPORT-RECORD.
017000     WRITE RATE-REPORT-RECORD.
017100     MOVE SPACES TO RATE-REPORT-RECORD.
017200     WRITE RATE-REPORT-RECORD.
017300 1000-INITIALIZE-EXIT.
017400     EXIT.
017500*===============================================================
017600* 2000-LOAD-OLD-TABLE - LOAD THE PRIOR RATE TABLE.  A MISSING
017700* RATEOLD (THE FIRST-EVER RUN) STARTS FROM AN EMPTY TABLE.
017800*===============================================================
017900 2000-LOAD-OLD-TABLE.
018000     OPEN INPUT RATE-OLD-FILE.
018100     IF RL-OLD-FILE-STATUS NOT = "00"
018200         DISPLAY "BRATE-DEV - RATEOLD OPEN STATUS "
018300             RL-OLD-FILE-STATUS " - STARTING AN EMPTY TABLE"
018400         SET END-OF-OLD-TABLE TO TRUE
018500         GO TO 2000-LOAD-OLD-TABLE-EXIT.
018600     PERFORM 2100-LOAD-ONE-OLD-RATE
018700         THRU 2100-LOAD-ONE-OLD-RATE-EXIT
018800         UNTIL END-OF-OLD-TABLE.
018900     CLOSE RATE-OLD-FILE.
019000 2000-LOAD-OLD-TABLE-EXIT.
019100     EXIT.
019200*===============================================================
019300* 2100-LOAD-ONE-OLD-RATE - THE PRIOR TABLE WAS CUT BY THIS
019400* PROGRAM AND IS ALREADY IN ORDER.  A RATE BEYOND THE TABLE
019500* LIMIT IS DROPPED WITH A REPORT LINE RATHER THAN ABENDING.
019600*===============================================================
019700 2100-LOAD-ONE-OLD-RATE.
019800     READ RATE-OLD-FILE
019900         AT END
020000             SET END-OF-OLD-TABLE TO TRUE
020100             GO TO 2100-LOAD-ONE-OLD-RATE-EXIT
020200     END-READ.
020300     ADD 1 TO RL-OLD-READ-COUNT.
020400     IF RO-RECORD-TYPE = "B"
020500         MOVE RO-CURRENCY-CODE TO RL-BASE-CURRENCY
020600         GO TO 2100-LOAD-ONE-OLD-RATE-EXIT.
020700     IF RO-RECORD-TYPE NOT = "R"
020800         GO TO 2100-LOAD-ONE-OLD-RATE-EXIT.
020900     IF RL-RATE-COUNT = 2000
021000         MOVE SPACES TO RATE-REPORT-RECORD
021100         STRING "RATE TABLE FULL - PRIOR RATE DROPPED: "
021200             DELIMITED BY SIZE
021300             RATE-OLD-RECORD(1:31) DELIMITED BY SIZE
021400             INTO RATE-REPORT-RECORD
021500         WRITE RATE-REPORT-RECORD
021600         MOVE "Y" TO RL-WARNING-SW
021700         GO TO 2100-LOAD-ONE-OLD-RATE-EXIT.
021800     ADD 1 TO RL-RATE-COUNT.
021900     MOVE RO-CURRENCY-CODE  TO RL-RATE-CURRENCY(RL-RATE-COUNT).
022000     MOVE RO-EFFECTIVE-FROM TO RL-RATE-FROM(RL-RATE-COUNT).
022100     MOVE RO-EFFECTIVE-TO   TO RL-RATE-TO(RL-RATE-COUNT).
022200     MOVE RO-RATE           TO RL-RATE-VALUE(RL-RATE-COUNT).
022300     MOVE RO-DESCRIPTION    TO RL-RATE-DESC(RL-RATE-COUNT).
022400 2100-LOAD-ONE-OLD-RATE-EXIT.
022500     EXIT.
022600*===============================================================
022700* 3000-APPLY-RATE-DECK - APPLY THE TREASURY RATE DECK IN CARD
022800* ORDER.  A MISSING RATEIN MEANS THE PRIOR TABLE CARRIES
022900* FORWARD UNCHANGED.
023000*===============================================================
023100 3000-APPLY-RATE-DECK.
023200     OPEN INPUT RATE-DECK-FILE.
023300     IF RL-DECK-FILE-STATUS NOT = "00"
023400         SET END-OF-DECK TO TRUE
023500         GO TO 3000-APPLY-RATE-DECK-EXIT.
023600     PERFORM 3100-APPLY-ONE-CARD
023700         THRU 3100-APPLY-ONE-CARD-EXIT
023800         UNTIL END-OF-DECK.
023900     CLOSE RATE-DECK-FILE.
024000 3000-APPLY-RATE-DECK-EXIT.
024100     EXIT.
024200*===============================================================
024300* 3100-APPLY-ONE-CARD
024400*===============================================================
024500 3100-APPLY-ONE-CARD.
024600     READ RATE-DECK-FILE
024700         AT END
024800             SET END-OF-DECK TO TRUE
024900             GO TO 3100-APPLY-ONE-CARD-EXIT
025000     END-READ.
025100     IF RATE-DECK-RECORD = SPACES
025200         GO TO 3100-APPLY-ONE-CARD-EXIT.
025300     ADD 1 TO RL-CARD-READ-COUNT.
025400     MOVE SPACES TO RL-REASON.
025500     SET CARD-IS-VALID TO TRUE.
025600     IF RC-CURRENCY-CODE = SPACES
025700         SET CARD-IS-INVALID TO TRUE
025800         MOVE "NO CURRENCY CODE" TO RL-REASON
025900         PERFORM 3700-REFUSE-CARD
026000             THRU 3700-REFUSE-CARD-EXIT
026100         GO TO 3100-APPLY-ONE-CARD-EXIT.
026200     IF RC-RECORD-TYPE = "B"
026300         PERFORM 3200-APPLY-BASE-CARD
026400             THRU 3200-APPLY-BASE-CARD-EXIT
026500         GO TO 3100-APPLY-ONE-CARD-EXIT.
026600     IF RC-RECORD-TYPE = "R"
026700         PERFORM 3300-APPLY-RATE-CARD
026800             THRU 3300-APPLY-RATE-CARD-EXIT
026900         GO TO 3100-APPLY-ONE-CARD-EXIT.
027000     IF RC-RECORD-TYPE = "D"
027100         PERFORM 3400-APPLY-DELETE-CARD
027200             THRU 3400-APPLY-DELETE-CARD-EXIT
027300         GO TO 3100-APPLY-ONE-CARD-EXIT.
027400     MOVE "UNKNOWN CARD TYPE" TO RL-REASON.
027500     PERFORM 3700-REFUSE-CARD
027600         THRU 3700-REFUSE-CARD-EXIT.
027700 3100-APPLY-ONE-CARD-EXIT.
027800     EXIT.
027900*===============================================================
028000* 3200-APPLY-BASE-CARD - NAME THE BASE CURRENCY.  A RATE ON THE
028100* TABLE FOR THE NEW BASE CURRENCY WOULD NEVER BE USED, SO THE
028200* CARD IS REFUSED UNTIL THOSE RATES ARE DELETED.
028300*===============================================================
028400 3200-APPLY-BASE-CARD.
028500     PERFORM VARYING J FROM 1 BY 1 UNTIL J > RL-RATE-COUNT
028600         IF RL-RATE-CURRENCY(J) = RC-CURRENCY-CODE
028700             MOVE "BASE HAS RATES" TO RL-REASON
028800         END-IF
028900     END-PERFORM.
029000     IF RL-REASON NOT = SPACES
029100         PERFORM 3700-REFUSE-CARD
029200             THRU 3700-REFUSE-CARD-EXIT
029300         GO TO 3200-APPLY-BASE-CARD-EXIT.
029400     MOVE RC-CURRENCY-CODE TO RL-BASE-CURRENCY.
029500     MOVE "BASE SET" TO RL-ACTION-NAME.
029600     PERFORM 3800-WRITE-CARD-LINE
029700         THRU 3800-WRITE-CARD-LINE-EXIT.
029800 3200-APPLY-BASE-CARD-EXIT.
029900     EXIT.
030000*===============================================================
030100* 3300-APPLY-RATE-CARD - VALIDATE THE DATES AND RATE, THEN
030200* REPLACE THE RATE FOR THE SAME CURRENCY AND EFFECTIVE-FROM
030300* DATE OR INSERT A NEW ONE IN ORDER.  THE NEW RANGE MAY NOT
030400* OVERLAP ANY OTHER RANGE FOR THE CURRENCY.
030500*===============================================================
030600 3300-APPLY-RATE-CARD.
030700     PERFORM 3500-EDIT-RATE-CARD
030800         THRU 3500-EDIT-RATE-CARD-EXIT.
030900     IF CARD-IS-INVALID
031000         PERFORM 3700-REFUSE-CARD
031100             THRU 3700-REFUSE-CARD-EXIT
031200         GO TO 3300-APPLY-RATE-CARD-EXIT.
031300     PERFORM 3600-LOCATE-RATE
031400         THRU 3600-LOCATE-RATE-EXIT.
031500     PERFORM VARYING J FROM 1 BY 1 UNTIL J > RL-RATE-COUNT
031600         IF J NOT = RL-MATCH-SUB
031700             AND RL-RATE-CURRENCY(J) = RC-CURRENCY-CODE
031800             AND RL-RATE-FROM(J) NOT > RC-EFFECTIVE-TO
031900             AND RC-EFFECTIVE-FROM NOT > RL-RATE-TO(J)
032000             MOVE "OVERLAPS A RATE" TO RL-REASON
032100         END-IF
032200     END-PERFORM.
032300     IF RL-REASON NOT = SPACES
032400         PERFORM 3700-REFUSE-CARD
032500             THRU 3700-REFUSE-CARD-EXIT
032600         GO TO 3300-APPLY-RATE-CARD-EXIT.
032700     IF RL-MATCH-SUB > 0
032800         MOVE "REPLACED" TO RL-ACTION-NAME
032900         ADD 1 TO RL-REPLACED-COUNT
033000     ELSE
033100         IF RL-RATE-COUNT = 2000
033200             MOVE "RATE TABLE FULL" TO RL-REASON
033300             PERFORM 3700-REFUSE-CARD
033400                 THRU 3700-REFUSE-CARD-EXIT
033500             GO TO 3300-APPLY-RATE-CARD-EXIT
033600         END-IF
033700         PERFORM VARYING J FROM RL-RATE-COUNT BY -1
033800             UNTIL J < RL-INSERT-SUB
033900             MOVE RL-RATE-ENTRY(J) TO RL-RATE-ENTRY(J + 1)
034000         END-PERFORM
034100         ADD 1 TO RL-RATE-COUNT
034200         MOVE RL-INSERT-SUB TO RL-MATCH-SUB
034300         MOVE "ADDED" TO RL-ACTION-NAME
034400         ADD 1 TO RL-ADDED-COUNT
034500     END-IF.
034600     MOVE RC-CURRENCY-CODE  TO RL-RATE-CURRENCY(RL-MATCH-SUB).
034700     MOVE RC-EFFECTIVE-FROM TO RL-RATE-FROM(RL-MATCH-SUB).
034800     MOVE RC-EFFECTIVE-TO   TO RL-RATE-TO(RL-MATCH-SUB).
034900     MOVE RC-RATE           TO RL-RATE-VALUE(RL-MATCH-SUB).
035000     MOVE RC-DESCRIPTION    TO RL-RATE-DESC(RL-MATCH-SUB).
035100     PERFORM 3800-WRITE-CARD-LINE
035200         THRU 3800-WRITE-CARD-LINE-EXIT.
035300 3300-APPLY-RATE-CARD-EXIT.
035400     EXIT.
035500*===============================================================
035600* 3400-APPLY-DELETE-CARD - REMOVE THE RATE FOR THE CURRENCY AND
035700* EFFECTIVE-FROM DATE, CLOSING UP THE TABLE.
035800*===============================================================
035900 3400-APPLY-DELETE-CARD.
035910     IF RC-EFFECTIVE-FROM IS NOT NUMERIC
035920         MOVE "BAD FROM DATE" TO RL-REASON
035930         PERFORM 3700-REFUSE-CARD
035940             THRU 3700-REFUSE-CARD-EXIT
035950         GO TO 3400-APPLY-DELETE-CARD-EXIT.
036000     PERFORM 3600-LOCATE-RATE
036100         THRU 3600-LOCATE-RATE-EXIT.
036200     IF RL-MATCH-SUB = 0
036300         MOVE "NO SUCH RATE" TO RL-REASON
036400         PERFORM 3700-REFUSE-CARD
036500             THRU 3700-REFUSE-CARD-EXIT
036600         GO TO 3400-APPLY-DELETE-CARD-EXIT.
036700     MOVE RL-RATE-TO(RL-MATCH-SUB)    TO RC-EFFECTIVE-TO.
036800     MOVE RL-RATE-VALUE(RL-MATCH-SUB) TO RC-RATE.
036900     PERFORM VARYING J FROM RL-MATCH-SUB BY 1
037000         UNTIL J NOT < RL-RATE-COUNT
037100         MOVE RL-RATE-ENTRY(J + 1) TO RL-RATE-ENTRY(J)
037200     END-PERFORM.
037300     SUBTRACT 1 FROM RL-RATE-COUNT.
037400     MOVE "DELETED" TO RL-ACTION-NAME.
037500     ADD 1 TO RL-DELETED-COUNT.
037600     PERFORM 3800-WRITE-CARD-LINE
037700         THRU 3800-WRITE-CARD-LINE-EXIT.
037800 3400-APPLY-DELETE-CARD-EXIT.
037900     EXIT.
038000*===============================================================
038100* 3500-EDIT-RATE-CARD - EFFECTIVE-FROM MUST BE A DATE,
038200* EFFECTIVE-TO A DATE NOT BEFORE IT (OR 99999999), AND THE
038300* RATE NUMERIC AND NOT ZERO.  THE BASE CURRENCY TAKES NO RATE.
038400*===============================================================
038500 3500-EDIT-RATE-CARD.
038600     IF RC-CURRENCY-CODE = RL-BASE-CURRENCY
038700         SET CARD-IS-INVALID TO TRUE
038800         MOVE "RATE FOR BASE" TO RL-REASON
038900         GO TO 3500-EDIT-RATE-CARD-EXIT.
039000     IF RC-EFFECTIVE-FROM IS NOT NUMERIC
039100         SET CARD-IS-INVALID TO TRUE
039200         MOVE "BAD FROM DATE" TO RL-REASON
039300         GO TO 3500-EDIT-RATE-CARD-EXIT.
039400     MOVE RC-EFFECTIVE-FROM TO RL-DATE-WORK-N.
039500     IF RL-DATE-MM < 1 OR RL-DATE-MM > 12
039600         OR RL-DATE-DD < 1 OR RL-DATE-DD > 31
039700         SET CARD-IS-INVALID TO TRUE
039800         MOVE "BAD FROM DATE" TO RL-REASON
039900         GO TO 3500-EDIT-RATE-CARD-EXIT.
040000     IF RC-EFFECTIVE-TO IS NOT NUMERIC
040100         OR RC-EFFECTIVE-TO < RC-EFFECTIVE-FROM
040200         SET CARD-IS-INVALID TO TRUE
040300         MOVE "BAD TO DATE" TO RL-REASON
040400         GO TO 3500-EDIT-RATE-CARD-EXIT.
040500     MOVE RC-EFFECTIVE-TO TO RL-DATE-WORK-N.
040600     IF RC-EFFECTIVE-TO NOT = 99999999
040700         AND (RL-DATE-MM < 1 OR RL-DATE-MM > 12
040800           OR RL-DATE-DD < 1 OR RL-DATE-DD > 31)
040900         SET CARD-IS-INVALID TO TRUE
041000         MOVE "BAD TO DATE" TO RL-REASON
041100         GO TO 3500-EDIT-RATE-CARD-EXIT.
041200     IF RC-RATE IS NOT NUMERIC
041300         SET CARD-IS-INVALID TO TRUE
041400         MOVE "BAD RATE" TO RL-REASON
041500         GO TO 3500-EDIT-RATE-CARD-EXIT.
041600     IF RC-RATE = 0
041700         SET CARD-IS-INVALID TO TRUE
041800         MOVE "ZERO RATE" TO RL-REASON
041900     END-IF.
042000 3500-EDIT-RATE-CARD-EXIT.
042100     EXIT.
042200*===============================================================
042300* 3600-LOCATE-RATE - FIND THE RATE FOR THE CARD'S CURRENCY AND
042400* EFFECTIVE-FROM DATE.  RETURNS ITS SUBSCRIPT IN RL-MATCH-SUB
042500* (ZERO IF NOT ON THE TABLE) AND IN RL-INSERT-SUB THE POSITION
042600* A NEW RATE WITH THAT KEY WOULD TAKE.
042700*===============================================================
042800 3600-LOCATE-RATE.
042900     MOVE 0 TO RL-MATCH-SUB.
043000     MOVE RC-CURRENCY-CODE  TO RL-CARD-CURRENCY.
043100     MOVE RC-EFFECTIVE-FROM TO RL-CARD-FROM.
043200     COMPUTE RL-INSERT-SUB = RL-RATE-COUNT + 1.
043300     PERFORM VARYING J FROM RL-RATE-COUNT BY -1 UNTIL J < 1
043400         IF RL-RATE-KEY(J) = RL-CARD-KEY
043500             MOVE J TO RL-MATCH-SUB
043600         END-IF
043700         IF RL-RATE-KEY(J) > RL-CARD-KEY
043800             MOVE J TO RL-INSERT-SUB
043900         END-IF
044000     END-PERFORM.
044100 3600-LOCATE-RATE-EXIT.
044200     EXIT.
044300*===============================================================
044400* 3700-REFUSE-CARD - LIST THE CARD WITH THE REASON IN
044500* RL-REASON; THE STEP WILL END RC=4.
044600*===============================================================
044700 3700-REFUSE-CARD.
044800     MOVE "REFUSED" TO RL-ACTION-NAME.
044900     ADD 1 TO RL-REFUSED-COUNT.
045000     MOVE "Y" TO RL-WARNING-SW.
045100     PERFORM 3800-WRITE-CARD-LINE
045200         THRU 3800-WRITE-CARD-LINE-EXIT.
045300 3700-REFUSE-CARD-EXIT.
045400     EXIT.
045500*===============================================================
045600* 3800-WRITE-CARD-LINE - ONE REPORT LINE PER CARD: THE ACTION,
045700* THE CARD TYPE, CURRENCY, DATE RANGE AND RATE, AND THE REASON
045800* FOR A REFUSAL OR THE CARD'S DESCRIPTION.
045900*===============================================================
046000 3800-WRITE-CARD-LINE.
046100     MOVE 0 TO RL-EDIT-RATE.
046200     IF RC-RATE IS NUMERIC
046300         MOVE RC-RATE TO RL-EDIT-RATE
046400     END-IF.
046500     IF RL-REASON = SPACES
046600         MOVE RC-DESCRIPTION TO RL-REASON
046700     END-IF.
046800     MOVE SPACES TO RATE-REPORT-RECORD.
046900     STRING RL-ACTION-NAME     DELIMITED BY SIZE
047000            RC-RECORD-TYPE     DELIMITED BY SIZE
047100            " "                DELIMITED BY SIZE
047200            RC-CURRENCY-CODE   DELIMITED BY SIZE
047300            "  "               DELIMITED BY SIZE
047400            RC-EFFECTIVE-FROM  DELIMITED BY SIZE
047500            "-"                DELIMITED BY SIZE
047600            RC-EFFECTIVE-TO    DELIMITED BY SIZE
047700            " "                DELIMITED BY SIZE
047800            RL-EDIT-RATE       DELIMITED BY SIZE
047900            "  "               DELIMITED BY SIZE
048000            RL-REASON          DELIMITED BY SIZE
048100         INTO RATE-REPORT-RECORD.
048200     WRITE RATE-REPORT-RECORD.
048300 3800-WRITE-CARD-LINE-EXIT.
048400     EXIT.
048500*===============================================================
048600* 4000-WRITE-NEW-TABLE - THE BASE CURRENCY RECORD FIRST, THEN
048700* EVERY RATE IN ORDER, EACH ALSO LISTED ON THE REPORT.
048800*===============================================================
048900 4000-WRITE-NEW-TABLE.
049000     MOVE SPACES TO RATE-REPORT-RECORD.
049100     WRITE RATE-REPORT-RECORD.
049200     MOVE SPACES TO RATE-REPORT-RECORD.
049300     STRING "RATE TABLE AS CUT FOR TONIGHT"
049400         DELIMITED BY SIZE INTO RATE-REPORT-RECORD.
049500     WRITE RATE-REPORT-RECORD.
049600     IF RL-BASE-CURRENCY = SPACES
049700         MOVE SPACES TO RATE-REPORT-RECORD
049800         STRING "NO BASE CURRENCY ON THE TABLE - "
049900                "FOREIGN ITEMS CANNOT CONVERT"
050000             DELIMITED BY SIZE INTO RATE-REPORT-RECORD
050100         WRITE RATE-REPORT-RECORD
050200         MOVE "Y" TO RL-WARNING-SW
050300     ELSE
050400         MOVE SPACES           TO RATE-NEW-RECORD
050500         MOVE "B"              TO RN-RECORD-TYPE
050600         MOVE RL-BASE-CURRENCY TO RN-CURRENCY-CODE
050700         MOVE 0                TO RN-EFFECTIVE-FROM
050800         MOVE 0                TO RN-EFFECTIVE-TO
050900         MOVE 0                TO RN-RATE
051000         MOVE "BASE CURRENCY"  TO RN-DESCRIPTION
051100         WRITE RATE-NEW-RECORD
051200         MOVE SPACES TO RATE-REPORT-RECORD
051300         STRING "BASE CURRENCY........: " DELIMITED BY SIZE
051400                RL-BASE-CURRENCY          DELIMITED BY SIZE
051500             INTO RATE-REPORT-RECORD
051600         WRITE RATE-REPORT-RECORD
051700     END-IF.
051800     PERFORM 4100-WRITE-ONE-RATE
051900         THRU 4100-WRITE-ONE-RATE-EXIT
052000         VARYING J FROM 1 BY 1 UNTIL J > RL-RATE-COUNT.
052100 4000-WRITE-NEW-TABLE-EXIT.
052200     EXIT.
052300*===============================================================
052400* 4100-WRITE-ONE-RATE - RATE TABLE ENTRY J.
052500*===============================================================
052600 4100-WRITE-ONE-RATE.
052700     MOVE SPACES              TO RATE-NEW-RECORD.
052800     MOVE "R"                 TO RN-RECORD-TYPE.
052900     MOVE RL-RATE-CURRENCY(J) TO RN-CURRENCY-CODE.
053000     MOVE RL-RATE-FROM(J)     TO RN-EFFECTIVE-FROM.
053100     MOVE RL-RATE-TO(J)       TO RN-EFFECTIVE-TO.
053200     MOVE RL-RATE-VALUE(J)    TO RN-RATE.
053300     MOVE RL-RATE-DESC(J)     TO RN-DESCRIPTION.
053400     WRITE RATE-NEW-RECORD.
053500     MOVE RL-RATE-VALUE(J)    TO RL-EDIT-RATE.
053600     MOVE SPACES TO RATE-REPORT-RECORD.
053700     STRING "          "        DELIMITED BY SIZE
053800            "R "                DELIMITED BY SIZE
053900            RL-RATE-CURRENCY(J) DELIMITED BY SIZE
054000            "  "                DELIMITED BY SIZE
054100            RL-RATE-FROM(J)     DELIMITED BY SIZE
054200            "-"                 DELIMITED BY SIZE
054300            RL-RATE-TO(J)       DELIMITED BY SIZE
054400            " "                 DELIMITED BY SIZE
054500            RL-EDIT-RATE        DELIMITED BY SIZE
054600            "  "                DELIMITED BY SIZE
054700            RL-RATE-DESC(J)     DELIMITED BY SIZE
054800         INTO RATE-REPORT-RECORD.
054900     WRITE RATE-REPORT-RECORD.
055000 4100-WRITE-ONE-RATE-EXIT.
055100     EXIT.
055200*===============================================================
055300* 5000-WRITE-REPORT-TOTALS
055400*===============================================================
055500 5000-WRITE-REPORT-TOTALS.
055600     MOVE SPACES TO RATE-REPORT-RECORD.
055700     WRITE RATE-REPORT-RECORD.
055800     MOVE RL-OLD-READ-COUNT TO RL-EDIT-COUNT.
055900     MOVE SPACES TO RATE-REPORT-RECORD.
056000     STRING "PRIOR RECORDS READ...: " RL-EDIT-COUNT
056100         DELIMITED BY SIZE INTO RATE-REPORT-RECORD.
056200     WRITE RATE-REPORT-RECORD.
056300     MOVE RL-CARD-READ-COUNT TO RL-EDIT-COUNT.
056400     MOVE SPACES TO RATE-REPORT-RECORD.
056500     STRING "RATE CARDS READ......: " RL-EDIT-COUNT
056600         DELIMITED BY SIZE INTO RATE-REPORT-RECORD.
056700     WRITE RATE-REPORT-RECORD.
056800     MOVE RL-ADDED-COUNT TO RL-EDIT-COUNT.
056900     MOVE SPACES TO RATE-REPORT-RECORD.
057000     STRING "RATES ADDED..........: " RL-EDIT-COUNT
057100         DELIMITED BY SIZE INTO RATE-REPORT-RECORD.
057200     WRITE RATE-REPORT-RECORD.
057300     MOVE RL-REPLACED-COUNT TO RL-EDIT-COUNT.
057400     MOVE SPACES TO RATE-REPORT-RECORD.
057500     STRING "RATES REPLACED.......: " RL-EDIT-COUNT
057600         DELIMITED BY SIZE INTO RATE-REPORT-RECORD.
057700     WRITE RATE-REPORT-RECORD.
057800     MOVE RL-DELETED-COUNT TO RL-EDIT-COUNT.
057900     MOVE SPACES TO RATE-REPORT-RECORD.
058000     STRING "RATES DELETED........: " RL-EDIT-COUNT
058100         DELIMITED BY SIZE INTO RATE-REPORT-RECORD.
058200     WRITE RATE-REPORT-RECORD.
058300     MOVE RL-REFUSED-COUNT TO RL-EDIT-COUNT.
058400     MOVE SPACES TO RATE-REPORT-RECORD.
058500     STRING "CARDS REFUSED........: " RL-EDIT-COUNT
058600         DELIMITED BY SIZE INTO RATE-REPORT-RECORD.
058700     WRITE RATE-REPORT-RECORD.
058800     MOVE RL-RATE-COUNT TO RL-EDIT-COUNT.
058900     MOVE SPACES TO RATE-REPORT-RECORD.
059000     STRING "RATES ON NEW TABLE...: " RL-EDIT-COUNT
059100         DELIMITED BY SIZE INTO RATE-REPORT-RECORD.
059200     WRITE RATE-REPORT-RECORD.
059300 5000-WRITE-REPORT-TOTALS-EXIT.
059400     EXIT.
059500*===============================================================
059600* 8000-TERMINATE
059700*===============================================================
059800 8000-TERMINATE.
059900     CLOSE RATE-NEW-FILE.
060000     CLOSE RATE-REPORT-FILE.
060100     IF A-CARD-WAS-REFUSED
060200         MOVE 4 TO RETURN-CODE
060300     END-IF.
060400 8000-TERMINATE-EXIT.
060500     EXIT.
