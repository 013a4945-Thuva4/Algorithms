000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BBAL-DEV.
000300 AUTHOR.        R HENNESSY.
000400 INSTALLATION.  DATA CENTER SERVICES.
000500 DATE-WRITTEN.  10/14/2026.
000600 DATE-COMPILED.
000700*---------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*---------------------------------------------------------------
001000* 10/14/26  RH   ORIGINAL CODING.  POSTS THE NIGHT'S SORTED
001100*                OUTPUT (NUMOUT) TO THE VSAM ACCOUNT BALANCE
001200*                MASTER (ACCTBALM, COPYBOOK ACCTBAL).  EACH
001300*                ACCOUNT'S SIGNED NET ACTIVITY IS APPLIED BY
001400*                THE NUMRECRD TYPE RULE - DEBITS ADD, CREDITS
001500*                AND REVERSALS SUBTRACT - TO ITS PERIOD-TO-
001600*                DATE DEBITS OR CREDITS AND ITS CURRENT
001700*                BALANCE, WITH THE FEED RUN DATE AS THE LAST-
001800*                ACTIVITY DATE.  THE FIRST POSTING IN A NEW
001900*                MONTH ROLLS THE CURRENT BALANCE INTO THE
002000*                OPENING BALANCE.  THE FEED IS BALANCED TO
002100*                THE NUMOUT TRAILER BEFORE ANYTHING POSTS, AND
002200*                THE DAILY TRIAL BALANCE (BALRPT) PROVES THE
002300*                GRAND TOTAL OF TONIGHT'S NET ACTIVITY BACK TO
002400*                THE TRAILER NET HASH; EITHER FAILING ENDS THE
002500*                STEP RC=8.  AN ACCOUNT ALREADY CARRYING THE
002600*                FEED'S RUN ID IS NOT POSTED AGAIN, SO THE
002700*                STEP CAN BE RE-RUN AFTER A FAILURE.
002710* 10/15/26  RH   NUMOUT LRECL 50 (CURRENCY CODE AND ORIGINAL
002720*                AMOUNT ADDED).  BALANCES POST THE BASE-
002730*                CURRENCY AMOUNT AS BEFORE.
002740* 10/15/26  RH   ACCOUNT NUMBERS ON THE TRIAL BALANCE (BALRPT)
002750*                PRINT MASKED TO THE LAST FOUR DIGITS
002760*                (9200-MASK-ACCOUNT).
002800*---------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.  IBM-370.
003200 OBJECT-COMPUTER.  IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT FEED-INPUT-FILE ASSIGN TO NUMOUT
003600                            ORGANIZATION IS SEQUENTIAL
003700                            FILE STATUS IS BL-INPUT-FILE-STATUS.
003800     SELECT BALANCE-MASTER-FILE
003900                            ASSIGN TO ACCTBALM
004000                            ORGANIZATION IS INDEXED
004100                            ACCESS MODE IS RANDOM
004200                            RECORD KEY IS BM-ACCOUNT-NUMBER
004300                            FILE STATUS IS BL-MASTER-FILE-STATUS.
004400     SELECT TRIAL-BALANCE-FILE
004500                            ASSIGN TO BALRPT
004600                            ORGANIZATION IS SEQUENTIAL.
004700*
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  FEED-INPUT-FILE
005100     RECORDING MODE IS F
005200     LABEL RECORDS ARE STANDARD.
005300 01  FEED-INPUT-HEADER.
005400     02  FH-RECORD-TYPE      PIC X(01).
005500     02  FH-RUN-DATE         PIC 9(08).
005600     02  FH-RUN-ID           PIC X(08).
005700     02  FILLER              PIC X(33).
005800 01  FEED-INPUT-DETAIL.
005900     02  FD-RECORD-TYPE      PIC X(01).
006000     02  FD-RECORD-DATA.
006100         COPY NUMRECRD REPLACING ==:TAG:== BY ==NO==.
006200     02  FD-OCCUR-COUNT      PIC 9(05).
006300     02  FD-OCCUR-COUNT-X    REDEFINES FD-OCCUR-COUNT
006400                             PIC X(05).
006500 01  FEED-INPUT-TRAILER.
006600     02  FT-RECORD-TYPE      PIC X(01).
006700     02  FT-RECORD-COUNT     PIC 9(09).
006800     02  FT-HASH-TOTAL       PIC S9(15).
006900     02  FILLER              PIC X(25).
007000*
007100 FD  BALANCE-MASTER-FILE
007200     LABEL RECORDS ARE STANDARD.
007300 01  BALANCE-MASTER-RECORD.
007400     COPY ACCTBAL REPLACING ==:TAG:== BY ==BM==.
007500*
007600 FD  TRIAL-BALANCE-FILE
007700     RECORDING MODE IS F
007800     LABEL RECORDS ARE STANDARD.
007900 01  TRIAL-BALANCE-RECORD        PIC X(80).
008000*
008100 WORKING-STORAGE SECTION.
008200*---------------------------------------------------------------
008300* SWITCHES
008400*---------------------------------------------------------------
008500 01  BL-SWITCHES.
008600     02  BL-EOF-SW           PIC X(01)  VALUE "N".
008700         88  END-OF-FEED-INPUT          VALUE "Y".
008800     02  BL-INPUT-FILE-STATUS PIC X(02) VALUE "00".
008900     02  BL-MASTER-FILE-STATUS PIC X(02) VALUE "00".
009000     02  BL-INPUT-OPEN-SW    PIC X(01)  VALUE "N".
009100         88  FEED-INPUT-IS-OPEN         VALUE "Y".
009200     02  BL-MASTER-OPEN-SW   PIC X(01)  VALUE "N".
009300         88  MASTER-FILE-IS-OPEN        VALUE "Y".
009400     02  BL-FOUND-SW         PIC X(01)  VALUE "N".
009500         88  BALANCE-RECORD-FOUND       VALUE "Y".
009600     02  BL-TRAILER-SW       PIC X(01)  VALUE "N".
009700         88  FEED-TRAILER-NOT-PRESENT   VALUE "N".
009800         88  FEED-TRAILER-VERIFIED      VALUE "G".
009900         88  FEED-TRAILER-MISMATCH      VALUE "M".
010000     02  BL-TIE-SW           PIC X(01)  VALUE "N".
010100         88  TRIAL-BALANCE-TIES         VALUE "Y".
010200*
010300*---------------------------------------------------------------
010400* COUNTERS AND CONTROL TOTALS - THE HASH TOTAL IS ACCUMULATED
010500* EXACTLY THE WAY BSORT-DEV BUILT THE TRAILER (AMOUNT IN
010600* PENNIES, ONCE PER DETAIL RECORD, SIGNED BY TYPE) SO THE FEED
010700* BALANCES FIELD FOR FIELD, AND THE ACCOUNT ACTIVITY IS
010800* SUMMED THE SAME WAY SO THE TRIAL BALANCE CAN TIE TO IT.
010900*---------------------------------------------------------------
011000 01  BL-RUN-DATE-AREA.
011100     02  BL-RUN-DATE         PIC 9(08)  VALUE 0.
011200     02  BL-RUN-DATE-PARTS   REDEFINES BL-RUN-DATE.
011300         03  BL-RUN-PERIOD   PIC 9(06).
011400         03  BL-RUN-DD       PIC 9(02).
011500 77  BL-RUN-ID               PIC X(08)  VALUE SPACES.
011600 77  BL-DETAIL-READ-COUNT    PIC 9(09)  VALUE 0.
011700 77  BL-HASH-TOTAL           PIC S9(15) VALUE 0.
011800 77  BL-HASH-WORK            PIC 9(11)  VALUE 0.
011900 77  BL-TRAILER-HASH         PIC S9(15) VALUE 0.
012000 77  BL-TRAILER-NET          PIC S9(13)V99 VALUE 0.
012100 77  BL-TB-HASH              PIC S9(15) VALUE 0.
012200 77  BL-TOT-PRIOR            PIC S9(13)V99 VALUE 0.
012300 77  BL-TOT-DEBITS           PIC S9(13)V99 VALUE 0.
012400 77  BL-TOT-CREDITS          PIC S9(13)V99 VALUE 0.
012500 77  BL-TOT-CURRENT          PIC S9(13)V99 VALUE 0.
012600 77  BL-TOT-NET              PIC S9(13)V99 VALUE 0.
012700 77  BL-TOT-MOVEMENT         PIC S9(13)V99 VALUE 0.
012800 77  BL-ACCOUNT-NET          PIC S9(13)V99 VALUE 0.
012900 77  BL-POSTED-COUNT         PIC 9(05)  VALUE 0.
013000 77  BL-NEW-ACCOUNT-COUNT    PIC 9(05)  VALUE 0.
013100 77  BL-ALREADY-COUNT        PIC 9(05)  VALUE 0.
013200 77  BL-FAILED-COUNT         PIC 9(05)  VALUE 0.
013300 77  BL-EDIT-COUNT           PIC ZZZZ9.
013400 77  BL-EDIT-AMOUNT          PIC -ZZZZZZZZZZZZ9.99.
013500 77  BL-SUM-SUB              PIC 9(05)  VALUE 0    COMP.
013600 77  J                       PIC 9(05)  VALUE 0    COMP.
013700*
013800*---------------------------------------------------------------
013900* ACCOUNT ACTIVITY TABLE - ONE ENTRY PER DISTINCT ACCOUNT IN
014000* THE FEED, LOCATED BY LINEAR SCAN THE SAME WAY THE BGLEX-DEV
014100* SUMMARY TABLE IS.  DEBITS AND CREDITS ARE KEPT POSITIVE;
014200* PRIOR AND CURRENT ARE THE MASTER BALANCE EITHER SIDE OF THE
014300* POSTING.  STATUS P = POSTED TONIGHT, A = ALREADY POSTED BY AN
014400* EARLIER RUN OF THIS FEED, F = POSTING FAILED.
014500*---------------------------------------------------------------
014600 01  BL-ACTIVITY-TABLE.
014700     02  BL-SUM-COUNT        PIC 9(05)  VALUE 0    COMP.
014800     02  BL-SUM-ENTRY        OCCURS 9999 TIMES.
014900         03  BL-SUM-ACCOUNT  PIC X(10).
015000         03  BL-SUM-DEBITS   PIC S9(13)V99.
015100         03  BL-SUM-CREDITS  PIC S9(13)V99.
015200         03  BL-SUM-PRIOR    PIC S9(13)V99.
015300         03  BL-SUM-CURRENT  PIC S9(13)V99.
015400         03  BL-SUM-STATUS   PIC X(01).
015500*
015600*---------------------------------------------------------------
015700* TRIAL BALANCE DETAIL LINE - ALSO USED FOR THE TOTALS LINE.
015800*---------------------------------------------------------------
015900 01  BL-DETAIL-LINE.
016000     02  DL-ACCOUNT          PIC X(10).
016100     02  FILLER              PIC X(01)  VALUE SPACE.
016200     02  DL-PRIOR            PIC -ZZZZZZZZZZ9.99.
016300     02  FILLER              PIC X(01)  VALUE SPACE.
016400     02  DL-DEBITS           PIC ZZZZZZZZZZ9.99.
016500     02  FILLER              PIC X(01)  VALUE SPACE.
016600     02  DL-CREDITS          PIC ZZZZZZZZZZ9.99.
016700     02  FILLER              PIC X(01)  VALUE SPACE.
016800     02  DL-CURRENT          PIC -ZZZZZZZZZZ9.99.
016900     02  FILLER              PIC X(01)  VALUE SPACE.
017000     02  DL-NOTE             PIC X(07).
017010*
017020*---------------------------------------------------------------
017030* ACCOUNT MASKING WORK AREAS - 9200-MASK-ACCOUNT REPLACES ALL BUT
017040* THE LAST FOUR CHARACTERS OF BL-MASK-ACCOUNT WITH ASTERISKS.
017050*---------------------------------------------------------------
017060 77  BL-MASK-ACCOUNT         PIC X(10)  VALUE SPACES.
017070 77  BL-MASK-SUB             PIC S9(04) VALUE 0    COMP.
017080 77  BL-MASK-LEN             PIC S9(04) VALUE 0    COMP.
017100*
017200 PROCEDURE DIVISION.
017300*===============================================================
017400* 0000-MAINLINE
017500*===============================================================
017600 0000-MAINLINE.
017700     PERFORM 1000-INITIALIZE
017800         THRU 1000-INITIALIZE-EXIT.
017900     PERFORM 2000-SUMMARIZE-FEED
018000         THRU 2000-SUMMARIZE-FEED-EXIT.
018100     PERFORM 3000-BALANCE-TO-TRAILER
018200         THRU 3000-BALANCE-TO-TRAILER-EXIT.
018300     IF FEED-TRAILER-VERIFIED AND MASTER-FILE-IS-OPEN
018400         PERFORM 4000-POST-BALANCES
018500             THRU 4000-POST-BALANCES-EXIT
018600         PERFORM 5000-WRITE-TRIAL-BALANCE
018700             THRU 5000-WRITE-TRIAL-BALANCE-EXIT
018800     END-IF.
018900     PERFORM 8000-TERMINATE
019000         THRU 8000-TERMINATE-EXIT.
019100     STOP RUN.
019200*===============================================================
019300* 1000-INITIALIZE - OPEN THE FEED, THE BALANCE MASTER AND THE
019400* TRIAL BALANCE REPORT.  AN UNUSABLE FEED OR MASTER ENDS THE
019500* STEP RC=8 WITH NOTHING POSTED.
019600*===============================================================
019700 1000-INITIALIZE.
019800     ACCEPT BL-RUN-DATE FROM DATE YYYYMMDD.
019900     OPEN OUTPUT TRIAL-BALANCE-FILE.
020000     MOVE SPACES TO TRIAL-BALANCE-RECORD.
020100     STRING "BBAL-DEV DAILY TRIAL BALANCE"
020200         DELIMITED BY SIZE INTO TRIAL-BALANCE-RECORD.
020300     WRITE TRIAL-BALANCE-RECORD.
020400     OPEN INPUT FEED-INPUT-FILE.
020500     IF BL-INPUT-FILE-STATUS NOT = "00"
020600         DISPLAY "BBAL-DEV - NUMOUT OPEN STATUS "
020700             BL-INPUT-FILE-STATUS
020800         SET END-OF-FEED-INPUT TO TRUE
020900         MOVE 8 TO RETURN-CODE
021000     ELSE
021100         MOVE "Y" TO BL-INPUT-OPEN-SW
021200     END-IF.
021300     OPEN I-O BALANCE-MASTER-FILE.
021400     IF BL-MASTER-FILE-STATUS = "00"
021500         MOVE "Y" TO BL-MASTER-OPEN-SW
021600     ELSE
021700         DISPLAY "BBAL-DEV - ACCTBALM OPEN STATUS "
021800             BL-MASTER-FILE-STATUS
021900         MOVE SPACES TO TRIAL-BALANCE-RECORD
022000         STRING "BALANCE MASTER NOT AVAILABLE - NOTHING "
022100             DELIMITED BY SIZE
022200             "POSTED" DELIMITED BY SIZE
022300             INTO TRIAL-BALANCE-RECORD
022400         WRITE TRIAL-BALANCE-RECORD
022500         SET END-OF-FEED-INPUT TO TRUE
022600         MOVE 8 TO RETURN-CODE
022700     END-IF.
022800 1000-INITIALIZE-EXIT.
022900     EXIT.
023000*===============================================================
023100* 2000-SUMMARIZE-FEED - READ THE FEED, PICK THE RUN DATE AND
023200* RUN ID OFF THE HEADER, ROLL EACH DETAIL INTO THE ACCOUNT
023300* ACTIVITY TABLE, AND CAPTURE THE TRAILER CONTROL FIGURES.
023400*===============================================================
023500 2000-SUMMARIZE-FEED.
023600     PERFORM 2100-READ-FEED-RECORD
023700         THRU 2100-READ-FEED-RECORD-EXIT.
023800     PERFORM UNTIL END-OF-FEED-INPUT
023900         IF FD-RECORD-TYPE = "H"
024000             IF FH-RUN-DATE IS NUMERIC
024100                 MOVE FH-RUN-DATE TO BL-RUN-DATE
024200             END-IF
024300             MOVE FH-RUN-ID TO BL-RUN-ID
024400         END-IF
024500         IF FD-RECORD-TYPE = "D"
024600             PERFORM 2200-TALLY-ONE-DETAIL
024700                 THRU 2200-TALLY-ONE-DETAIL-EXIT
024800         END-IF
024900         IF FD-RECORD-TYPE = "T"
025000             PERFORM 2300-VERIFY-FEED-TRAILER
025100                 THRU 2300-VERIFY-FEED-TRAILER-EXIT
025200         END-IF
025300         PERFORM 2100-READ-FEED-RECORD
025400             THRU 2100-READ-FEED-RECORD-EXIT
025500     END-PERFORM.
025600 2000-SUMMARIZE-FEED-EXIT.
025700     EXIT.
025800*===============================================================
025900* 2100-READ-FEED-RECORD
026000*===============================================================
026100 2100-READ-FEED-RECORD.
026200     READ FEED-INPUT-FILE
026300         AT END
026400             SET END-OF-FEED-INPUT TO TRUE
026500     END-READ.
026600 2100-READ-FEED-RECORD-EXIT.
026700     EXIT.
026800*===============================================================
026900* 2200-TALLY-ONE-DETAIL - ROLL ONE FEED DETAIL INTO THE ACCOUNT
027000* ACTIVITY TABLE AND THE BALANCING HASH.  THE AMOUNT COUNTS
027100* ONCE PER DETAIL RECORD, WITH NO OCCURRENCE-COUNT SCALING,
027200* BECAUSE THAT IS HOW 5050-ACCUMULATE-OUTPUT-TOTALS BUILT THE
027300* TRAILER HASH THE TRIAL BALANCE MUST TIE TO.
027400*===============================================================
027500 2200-TALLY-ONE-DETAIL.
027600     ADD 1 TO BL-DETAIL-READ-COUNT.
027700     COMPUTE BL-HASH-WORK = NO-TRAN-AMOUNT * 100.
027800     IF NO-TRAN-TYPE = "C" OR NO-TRAN-TYPE = "R"
027900         SUBTRACT BL-HASH-WORK FROM BL-HASH-TOTAL
028000     ELSE
028100         ADD BL-HASH-WORK TO BL-HASH-TOTAL
028200     END-IF.
028300     PERFORM 2250-LOCATE-ACTIVITY-ENTRY
028400         THRU 2250-LOCATE-ACTIVITY-ENTRY-EXIT.
028500     IF BL-SUM-SUB > 0
028600         IF NO-TRAN-TYPE = "C" OR NO-TRAN-TYPE = "R"
028700             ADD NO-TRAN-AMOUNT
028800                 TO BL-SUM-CREDITS(BL-SUM-SUB)
028900         ELSE
029000             ADD NO-TRAN-AMOUNT
029100                 TO BL-SUM-DEBITS(BL-SUM-SUB)
029200         END-IF
029300     ELSE
029400         DISPLAY "BBAL-DEV - ACTIVITY TABLE FULL AT "
029500             BL-DETAIL-READ-COUNT " DETAILS - NOTHING POSTED"
029600         SET FEED-TRAILER-MISMATCH TO TRUE
029700         SET END-OF-FEED-INPUT TO TRUE
029800         MOVE 8 TO RETURN-CODE
029900     END-IF.
030000 2200-TALLY-ONE-DETAIL-EXIT.
030100     EXIT.
030200*===============================================================
030300* 2250-LOCATE-ACTIVITY-ENTRY - FIND THE TABLE ENTRY FOR THE
030400* DETAIL'S ACCOUNT NUMBER, ADDING A NEW ZERO ENTRY IF IT IS NOT
030500* THERE YET.  RETURNS THE ENTRY SUBSCRIPT IN BL-SUM-SUB, OR
030600* ZERO IF THE TABLE IS FULL.
030700*===============================================================
030800 2250-LOCATE-ACTIVITY-ENTRY.
030900     MOVE 0 TO BL-SUM-SUB.
031000     PERFORM VARYING J FROM 1 BY 1
031100         UNTIL J > BL-SUM-COUNT OR BL-SUM-SUB > 0
031200         IF BL-SUM-ACCOUNT(J) = NO-ACCOUNT-NUMBER
031300             MOVE J TO BL-SUM-SUB
031400         END-IF
031500     END-PERFORM.
031600     IF BL-SUM-SUB = 0 AND BL-SUM-COUNT < 9999
031700         ADD 1 TO BL-SUM-COUNT
031800         MOVE BL-SUM-COUNT TO BL-SUM-SUB
031900         MOVE NO-ACCOUNT-NUMBER TO BL-SUM-ACCOUNT(BL-SUM-SUB)
032000         MOVE 0   TO BL-SUM-DEBITS(BL-SUM-SUB)
032100         MOVE 0   TO BL-SUM-CREDITS(BL-SUM-SUB)
032200         MOVE 0   TO BL-SUM-PRIOR(BL-SUM-SUB)
032300         MOVE 0   TO BL-SUM-CURRENT(BL-SUM-SUB)
032400         MOVE "F" TO BL-SUM-STATUS(BL-SUM-SUB)
032500     END-IF.
032600 2250-LOCATE-ACTIVITY-ENTRY-EXIT.
032700     EXIT.
032800*===============================================================
032900* 2300-VERIFY-FEED-TRAILER - COMPARE THE FEED TRAILER COUNT AND
033000* HASH TOTAL WITH WHAT WAS ACTUALLY READ, THE SAME CHECK
033100* BGLEX-DEV MAKES BEFORE IT CUTS THE GL INTERFACE.
033200*===============================================================
033300 2300-VERIFY-FEED-TRAILER.
033400     IF FT-HASH-TOTAL IS NUMERIC
033500         MOVE FT-HASH-TOTAL TO BL-TRAILER-HASH
033600     END-IF.
033700     IF FT-RECORD-COUNT IS NUMERIC
033800         AND FT-RECORD-COUNT = BL-DETAIL-READ-COUNT
033900         AND FT-HASH-TOTAL IS NUMERIC
034000         AND FT-HASH-TOTAL = BL-HASH-TOTAL
034100         SET FEED-TRAILER-VERIFIED TO TRUE
034200     ELSE
034300         SET FEED-TRAILER-MISMATCH TO TRUE
034400     END-IF.
034500 2300-VERIFY-FEED-TRAILER-EXIT.
034600     EXIT.
034700*===============================================================
034800* 3000-BALANCE-TO-TRAILER - A FEED WITH NO TRAILER OR A TRAILER
034900* THAT DOES NOT BALANCE IS A SHORT OR DAMAGED FEED.  NOTHING IS
035000* POSTED AND THE STEP ENDS RC=8.
035100*===============================================================
035200 3000-BALANCE-TO-TRAILER.
035300     IF FEED-TRAILER-VERIFIED
035400         GO TO 3000-BALANCE-TO-TRAILER-EXIT.
035500     MOVE SPACES TO TRIAL-BALANCE-RECORD.
035600     IF FEED-TRAILER-NOT-PRESENT
035700         DISPLAY "BBAL-DEV - NO TRAILER ON FEED - "
035800             "NOTHING POSTED"
035900         STRING "NO TRAILER ON NUMOUT - NOTHING POSTED"
036000             DELIMITED BY SIZE INTO TRIAL-BALANCE-RECORD
036100     ELSE
036200         DISPLAY "BBAL-DEV - FEED DOES NOT BALANCE TO "
036300             "TRAILER - NOTHING POSTED"
036400         DISPLAY "BBAL-DEV - DETAILS READ " BL-DETAIL-READ-COUNT
036500             " TRAILER COUNT " FT-RECORD-COUNT
036600         DISPLAY "BBAL-DEV - HASH READ " BL-HASH-TOTAL
036700             " TRAILER HASH " FT-HASH-TOTAL
036800         STRING "NUMOUT DOES NOT BALANCE TO ITS TRAILER - "
036900             DELIMITED BY SIZE
037000             "NOTHING POSTED" DELIMITED BY SIZE
037100             INTO TRIAL-BALANCE-RECORD
037200     END-IF.
037300     WRITE TRIAL-BALANCE-RECORD.
037400     MOVE 8 TO RETURN-CODE.
037500 3000-BALANCE-TO-TRAILER-EXIT.
037600     EXIT.
037700*===============================================================
037800* 4000-POST-BALANCES - APPLY EACH ACCOUNT'S ACTIVITY TO THE
037900* BALANCE MASTER, SUBSCRIPT J.
038000*===============================================================
038100 4000-POST-BALANCES.
038200     PERFORM 4100-POST-ONE-ACCOUNT
038300         THRU 4100-POST-ONE-ACCOUNT-EXIT
038400         VARYING J FROM 1 BY 1 UNTIL J > BL-SUM-COUNT.
038500     DISPLAY "BBAL-DEV - ACCOUNTS POSTED " BL-POSTED-COUNT
038600         " NEW " BL-NEW-ACCOUNT-COUNT
038700         " ALREADY POSTED " BL-ALREADY-COUNT
038800         " FAILED " BL-FAILED-COUNT.
038900 4000-POST-BALANCES-EXIT.
039000     EXIT.
039100*===============================================================
039200* 4100-POST-ONE-ACCOUNT - READ THE ACCOUNT'S BALANCE RECORD (A
039300* NEW ONE STARTS AT ZERO), ROLL THE PERIOD IF THE FEED IS THE
039400* FIRST OF A NEW MONTH FOR IT, AND APPLY THE NIGHT'S DEBITS
039500* AND CREDITS.  A RECORD ALREADY STAMPED WITH THIS FEED'S RUN
039600* ID WAS POSTED BY AN EARLIER RUN OF THE SAME FEED AND IS LEFT
039700* ALONE; ITS PRIOR BALANCE IS BACKED OUT OF THE CURRENT ONE SO
039800* THE TRIAL BALANCE STILL TIES.
039900*===============================================================
040000 4100-POST-ONE-ACCOUNT.
040100     COMPUTE BL-ACCOUNT-NET =
040200         BL-SUM-DEBITS(J) - BL-SUM-CREDITS(J).
040300     MOVE BL-SUM-ACCOUNT(J) TO BM-ACCOUNT-NUMBER.
040400     READ BALANCE-MASTER-FILE
040500         INVALID KEY
040600             MOVE "N" TO BL-FOUND-SW
040700         NOT INVALID KEY
040800             MOVE "Y" TO BL-FOUND-SW
040900     END-READ.
041000     IF BALANCE-RECORD-FOUND
041100         AND BL-RUN-ID NOT = SPACES
041200         AND BM-LAST-RUN-ID = BL-RUN-ID
041300         MOVE BM-CURRENT-BALANCE TO BL-SUM-CURRENT(J)
041400         COMPUTE BL-SUM-PRIOR(J) =
041500             BM-CURRENT-BALANCE - BL-ACCOUNT-NET
041600         MOVE "A" TO BL-SUM-STATUS(J)
041700         ADD 1 TO BL-ALREADY-COUNT
041800         GO TO 4100-POST-ONE-ACCOUNT-EXIT.
041900     IF NOT BALANCE-RECORD-FOUND
042000         MOVE SPACES            TO BALANCE-MASTER-RECORD
042100         MOVE BL-SUM-ACCOUNT(J) TO BM-ACCOUNT-NUMBER
042200         MOVE BL-RUN-PERIOD     TO BM-PERIOD
042300         MOVE 0                 TO BM-OPENING-BALANCE
042400         MOVE 0                 TO BM-PTD-DEBITS
042500         MOVE 0                 TO BM-PTD-CREDITS
042600         MOVE 0                 TO BM-CURRENT-BALANCE
042700     END-IF.
042800     IF BM-PERIOD NOT = BL-RUN-PERIOD
042900         MOVE BM-CURRENT-BALANCE TO BM-OPENING-BALANCE
043000         MOVE 0                  TO BM-PTD-DEBITS
043100         MOVE 0                  TO BM-PTD-CREDITS
043200         MOVE BL-RUN-PERIOD      TO BM-PERIOD
043300     END-IF.
043400     MOVE BM-CURRENT-BALANCE TO BL-SUM-PRIOR(J).
043500     ADD BL-SUM-DEBITS(J)    TO BM-PTD-DEBITS.
043600     ADD BL-SUM-CREDITS(J)   TO BM-PTD-CREDITS.
043700     ADD BL-ACCOUNT-NET      TO BM-CURRENT-BALANCE.
043800     MOVE BL-RUN-DATE        TO BM-LAST-ACTIVITY.
043900     MOVE BL-RUN-ID          TO BM-LAST-RUN-ID.
044000     MOVE BM-CURRENT-BALANCE TO BL-SUM-CURRENT(J).
044100     MOVE "P" TO BL-SUM-STATUS(J).
044200     IF BALANCE-RECORD-FOUND
044300         REWRITE BALANCE-MASTER-RECORD
044400             INVALID KEY
044500                 MOVE "F" TO BL-SUM-STATUS(J)
044600         END-REWRITE
044700     ELSE
044800         WRITE BALANCE-MASTER-RECORD
044900             INVALID KEY
045000                 MOVE "F" TO BL-SUM-STATUS(J)
045100         END-WRITE
045200     END-IF.
045300     IF BL-SUM-STATUS(J) = "F"
045400         DISPLAY "BBAL-DEV - BALANCE MASTER UPDATE FAILED "
045500             "STATUS " BL-MASTER-FILE-STATUS
045600             " ACCOUNT " BL-SUM-ACCOUNT(J)
045700         MOVE BL-SUM-PRIOR(J) TO BL-SUM-CURRENT(J)
045800         ADD 1 TO BL-FAILED-COUNT
045900         GO TO 4100-POST-ONE-ACCOUNT-EXIT.
046000     ADD 1 TO BL-POSTED-COUNT.
046100     IF NOT BALANCE-RECORD-FOUND
046200         ADD 1 TO BL-NEW-ACCOUNT-COUNT
046300     END-IF.
046400 4100-POST-ONE-ACCOUNT-EXIT.
046500     EXIT.
046600*===============================================================
046700* 5000-WRITE-TRIAL-BALANCE - ONE LINE PER ACCOUNT WITH ACTIVITY
046800* TONIGHT: BALANCE BEFORE, DEBITS, CREDITS, BALANCE AFTER.  THE
046900* GRAND TOTALS PROVE TWO WAYS - DEBITS LESS CREDITS MUST EQUAL
047000* THE MOVEMENT IN THE BALANCES, AND MUST EQUAL THE NUMOUT
047100* TRAILER NET HASH.  AN ACCOUNT WHOSE POSTING FAILED IS LEFT
047200* OUT OF THE TOTALS, SO IT SHOWS AS AN OUT-OF-BALANCE NIGHT.
047300*===============================================================
047400 5000-WRITE-TRIAL-BALANCE.
047500     MOVE SPACES TO TRIAL-BALANCE-RECORD.
047600     STRING "RUN DATE.............: " DELIMITED BY SIZE
047700            BL-RUN-DATE               DELIMITED BY SIZE
047800            "  RUN ID: "              DELIMITED BY SIZE
047900            BL-RUN-ID                 DELIMITED BY SIZE
048000         INTO TRIAL-BALANCE-RECORD.
048100     WRITE TRIAL-BALANCE-RECORD.
048200     MOVE SPACES TO TRIAL-BALANCE-RECORD.
048300     WRITE TRIAL-BALANCE-RECORD.
048400     MOVE SPACES TO TRIAL-BALANCE-RECORD.
048500     STRING "ACCOUNT      BALANCE BEFORE  "
048600            DELIMITED BY SIZE
048700            "DEBITS TONIGHT CREDITS TONIGHT   BALANCE AFTER"
048800            DELIMITED BY SIZE
048900         INTO TRIAL-BALANCE-RECORD.
049000     WRITE TRIAL-BALANCE-RECORD.
049100     PERFORM 5100-WRITE-ONE-ACCOUNT-LINE
049200         THRU 5100-WRITE-ONE-ACCOUNT-LINE-EXIT
049300         VARYING J FROM 1 BY 1 UNTIL J > BL-SUM-COUNT.
049400     MOVE "TOTALS"       TO DL-ACCOUNT.
049500     MOVE BL-TOT-PRIOR   TO DL-PRIOR.
049600     MOVE BL-TOT-DEBITS  TO DL-DEBITS.
049700     MOVE BL-TOT-CREDITS TO DL-CREDITS.
049800     MOVE BL-TOT-CURRENT TO DL-CURRENT.
049900     MOVE SPACES         TO DL-NOTE.
050000     MOVE BL-DETAIL-LINE TO TRIAL-BALANCE-RECORD.
050100     WRITE TRIAL-BALANCE-RECORD.
050200     MOVE SPACES TO TRIAL-BALANCE-RECORD.
050300     WRITE TRIAL-BALANCE-RECORD.
050400     PERFORM 5200-PROVE-TRIAL-BALANCE
050500         THRU 5200-PROVE-TRIAL-BALANCE-EXIT.
050600 5000-WRITE-TRIAL-BALANCE-EXIT.
050700     EXIT.
050800*===============================================================
050900* 5100-WRITE-ONE-ACCOUNT-LINE - SUBSCRIPT J.
051000*===============================================================
051100 5100-WRITE-ONE-ACCOUNT-LINE.
051200     MOVE BL-SUM-ACCOUNT(J) TO BL-MASK-ACCOUNT.
051220     PERFORM 9200-MASK-ACCOUNT
051240         THRU 9200-MASK-ACCOUNT-EXIT.
051260     MOVE BL-MASK-ACCOUNT   TO DL-ACCOUNT.
051300     MOVE BL-SUM-PRIOR(J)   TO DL-PRIOR.
051400     MOVE BL-SUM-DEBITS(J)  TO DL-DEBITS.
051500     MOVE BL-SUM-CREDITS(J) TO DL-CREDITS.
051600     MOVE BL-SUM-CURRENT(J) TO DL-CURRENT.
051700     MOVE SPACES            TO DL-NOTE.
051800     IF BL-SUM-STATUS(J) = "A"
051900         MOVE "PRIOR"   TO DL-NOTE
052000     END-IF.
052100     IF BL-SUM-STATUS(J) = "F"
052200         MOVE "*FAILED" TO DL-NOTE
052300     ELSE
052400         ADD BL-SUM-PRIOR(J)   TO BL-TOT-PRIOR
052500         ADD BL-SUM-DEBITS(J)  TO BL-TOT-DEBITS
052600         ADD BL-SUM-CREDITS(J) TO BL-TOT-CREDITS
052700         ADD BL-SUM-CURRENT(J) TO BL-TOT-CURRENT
052800     END-IF.
052900     MOVE BL-DETAIL-LINE TO TRIAL-BALANCE-RECORD.
053000     WRITE TRIAL-BALANCE-RECORD.
053100 5100-WRITE-ONE-ACCOUNT-LINE-EXIT.
053200     EXIT.
053300*===============================================================
053400* 5200-PROVE-TRIAL-BALANCE - PRINT THE PROOF FIGURES AND SET
053500* RC=8 WHEN THE GRAND TOTAL DOES NOT TIE TO THE TRAILER.
053600*===============================================================
053700 5200-PROVE-TRIAL-BALANCE.
053800     COMPUTE BL-TOT-NET = BL-TOT-DEBITS - BL-TOT-CREDITS.
053900     COMPUTE BL-TOT-MOVEMENT = BL-TOT-CURRENT - BL-TOT-PRIOR.
054000     COMPUTE BL-TB-HASH = BL-TOT-NET * 100.
054100     COMPUTE BL-TRAILER-NET = BL-TRAILER-HASH / 100.
054200     IF BL-TB-HASH = BL-TRAILER-HASH
054300         AND BL-TOT-MOVEMENT = BL-TOT-NET
054400         MOVE "Y" TO BL-TIE-SW
054500     END-IF.
054600     MOVE BL-POSTED-COUNT TO BL-EDIT-COUNT.
054700     MOVE SPACES TO TRIAL-BALANCE-RECORD.
054800     STRING "ACCOUNTS POSTED......: " BL-EDIT-COUNT
054900         DELIMITED BY SIZE INTO TRIAL-BALANCE-RECORD.
055000     WRITE TRIAL-BALANCE-RECORD.
055100     MOVE BL-NEW-ACCOUNT-COUNT TO BL-EDIT-COUNT.
055200     MOVE SPACES TO TRIAL-BALANCE-RECORD.
055300     STRING "NEW BALANCE RECORDS..: " BL-EDIT-COUNT
055400         DELIMITED BY SIZE INTO TRIAL-BALANCE-RECORD.
055500     WRITE TRIAL-BALANCE-RECORD.
055600     IF BL-ALREADY-COUNT > 0
055700         MOVE BL-ALREADY-COUNT TO BL-EDIT-COUNT
055800         MOVE SPACES TO TRIAL-BALANCE-RECORD
055900         STRING "ALREADY POSTED.......: " BL-EDIT-COUNT
056000             "  (RE-RUN OF THIS FEED)"
056100             DELIMITED BY SIZE INTO TRIAL-BALANCE-RECORD
056200         WRITE TRIAL-BALANCE-RECORD
056300     END-IF.
056400     IF BL-FAILED-COUNT > 0
056500         MOVE BL-FAILED-COUNT TO BL-EDIT-COUNT
056600         MOVE SPACES TO TRIAL-BALANCE-RECORD
056700         STRING "POSTINGS FAILED......: " BL-EDIT-COUNT
056800             DELIMITED BY SIZE INTO TRIAL-BALANCE-RECORD
056900         WRITE TRIAL-BALANCE-RECORD
057000     END-IF.
057100     MOVE BL-TOT-NET TO BL-EDIT-AMOUNT.
057200     MOVE SPACES TO TRIAL-BALANCE-RECORD.
057300     STRING "NET ACTIVITY POSTED..: " BL-EDIT-AMOUNT
057400         DELIMITED BY SIZE INTO TRIAL-BALANCE-RECORD.
057500     WRITE TRIAL-BALANCE-RECORD.
057600     MOVE BL-TOT-MOVEMENT TO BL-EDIT-AMOUNT.
057700     MOVE SPACES TO TRIAL-BALANCE-RECORD.
057800     STRING "BALANCE MOVEMENT.....: " BL-EDIT-AMOUNT
057900         DELIMITED BY SIZE INTO TRIAL-BALANCE-RECORD.
058000     WRITE TRIAL-BALANCE-RECORD.
058100     MOVE BL-TRAILER-NET TO BL-EDIT-AMOUNT.
058200     MOVE SPACES TO TRIAL-BALANCE-RECORD.
058300     STRING "NUMOUT TRAILER NET...: " BL-EDIT-AMOUNT
058400         DELIMITED BY SIZE INTO TRIAL-BALANCE-RECORD.
058500     WRITE TRIAL-BALANCE-RECORD.
058600     MOVE SPACES TO TRIAL-BALANCE-RECORD.
058700     IF TRIAL-BALANCE-TIES
058800         STRING "TRIAL BALANCE........: IN BALANCE"
058900             DELIMITED BY SIZE INTO TRIAL-BALANCE-RECORD
059000     ELSE
059100         STRING "TRIAL BALANCE........: *OUT OF BALANCE* "
059200             "WITH NUMOUT TRAILER" DELIMITED BY SIZE
059300             INTO TRIAL-BALANCE-RECORD
059400         DISPLAY "BBAL-DEV - TRIAL BALANCE DOES NOT TIE TO "
059500             "THE NUMOUT TRAILER"
059600         MOVE 8 TO RETURN-CODE
059700     END-IF.
059800     WRITE TRIAL-BALANCE-RECORD.
059900 5200-PROVE-TRIAL-BALANCE-EXIT.
060000     EXIT.
060100*===============================================================
060200* 8000-TERMINATE
060300*===============================================================
060400 8000-TERMINATE.
060500     IF FEED-INPUT-IS-OPEN
060600         CLOSE FEED-INPUT-FILE
060700     END-IF.
060800     IF MASTER-FILE-IS-OPEN
060900         CLOSE BALANCE-MASTER-FILE
061000     END-IF.
061100     CLOSE TRIAL-BALANCE-FILE.
061200 8000-TERMINATE-EXIT.
061300     EXIT.
061400*===============================================================
061500* 9200-MASK-ACCOUNT - MASK THE ACCOUNT NUMBER IN BL-MASK-ACCOUNT
061600* FOR PRINTING: EVERY CHARACTER BEFORE THE LAST FOUR NON-BLANK
061700* ONES BECOMES AN ASTERISK.  A BLANK, LOW-VALUES OR HIGH-VALUES
061800* FIELD, OR ONE OF FOUR CHARACTERS OR LESS, IS LEFT AS IT IS.
061900*===============================================================
062000 9200-MASK-ACCOUNT.
062100     IF BL-MASK-ACCOUNT = SPACES OR LOW-VALUES OR HIGH-VALUES
062200         GO TO 9200-MASK-ACCOUNT-EXIT.
062300     MOVE 10 TO BL-MASK-LEN.
062400     PERFORM UNTIL BL-MASK-LEN = 0
062500         OR BL-MASK-ACCOUNT(BL-MASK-LEN:1) NOT = SPACE
062600         SUBTRACT 1 FROM BL-MASK-LEN
062700     END-PERFORM.
062800     SUBTRACT 4 FROM BL-MASK-LEN.
062900     PERFORM VARYING BL-MASK-SUB FROM 1 BY 1
063000         UNTIL BL-MASK-SUB > BL-MASK-LEN
063100         MOVE "*" TO BL-MASK-ACCOUNT(BL-MASK-SUB:1)
063200     END-PERFORM.
063300 9200-MASK-ACCOUNT-EXIT.
063400     EXIT.
