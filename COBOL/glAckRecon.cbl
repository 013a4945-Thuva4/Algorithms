000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BGLAK-DEV.
000300 AUTHOR.        R HENNESSY.
000400 INSTALLATION.  DATA CENTER SERVICES.
000500 DATE-WRITTEN.  10/14/2026.
000600 DATE-COMPILED.
000700*---------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*---------------------------------------------------------------
001000* 10/14/26  RH   ORIGINAL CODING.  RECONCILES THE GENERAL
001100*                LEDGER'S ACKNOWLEDGEMENT FILE (GLACK) AGAINST
001200*                THE GLOUT GENERATION EACH ACKNOWLEDGEMENT
001300*                ANSWERS, MATCHED ON GLH-BATCH-NUMBER AND THEN
001400*                LINE BY LINE ON GLD-ACCOUNT-NUMBER AND
001500*                GLD-TRAN-DATE.  EVERY LINE OF AN ACKNOWLEDGED
001600*                BATCH PRINTS ON THE RECONCILIATION REPORT
001700*                (GLAKRPT) AS ACCEPTED, REJECTED (WITH THE GL
001800*                REASON) OR NEVER ACKNOWLEDGED, WITH ITS
001900*                AMOUNT.  REJECTED LINES ARE APPENDED TO THE
002000*                GL-REJECT SUSPENSE (GLREJ, COPYBOOK GLREJECT)
002100*                FOR BGLEX-DEV TO RESEND.  THE VSAM GL BATCH
002200*                REGISTER (GLBREG, COPYBOOK GLBATCH) RECORDS
002300*                EACH BATCH AS SENT OR ACKNOWLEDGED SO NO BATCH
002400*                IS RECONCILED TWICE, AND A BATCH STILL NOT
002500*                ACKNOWLEDGED AFTER THE GLPARM NUMBER OF
002600*                BUSINESS DAYS (CALENDAR DATASET, DEFAULT 3)
002700*                ENDS THE STEP RC=8 AS AN ALERT.  RC=4 FLAGS
002800*                REJECTED OR UNACKNOWLEDGED LINES, OR AN
002900*                ACKNOWLEDGEMENT THAT MATCHES NOTHING SENT.
002920* 10/15/26  RH   ACCOUNT NUMBERS ON THE RECONCILIATION REPORT
002940*                (GLAKRPT) PRINT MASKED TO THE LAST FOUR DIGITS
002960*                (9200-MASK-ACCOUNT).
003000*---------------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.  IBM-370.
003400 OBJECT-COMPUTER.  IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT GL-ACK-FILE     ASSIGN TO GLACK
003800                            ORGANIZATION IS SEQUENTIAL
003900                            FILE STATUS IS GA-ACK-FILE-STATUS.
004000     SELECT GL-INPUT-FILE   ASSIGN TO GLOUT
004100                            ORGANIZATION IS SEQUENTIAL
004200                            FILE STATUS IS GA-GL-FILE-STATUS.
004300     SELECT GL-REGISTER-FILE
004400                            ASSIGN TO GLBREG
004500                            ORGANIZATION IS INDEXED
004600                            ACCESS MODE IS RANDOM
004700                            RECORD KEY IS GB-BATCH-NUMBER
004800                            FILE STATUS IS GA-REG-FILE-STATUS.
004900     SELECT GL-REJECT-FILE  ASSIGN TO GLREJ
005000                            ORGANIZATION IS SEQUENTIAL
005100                            FILE STATUS IS GA-REJ-FILE-STATUS.
005200     SELECT CALENDAR-FILE   ASSIGN TO CALENDAR
005300                            ORGANIZATION IS SEQUENTIAL
005400                            FILE STATUS IS GA-CAL-FILE-STATUS.
005500     SELECT GL-PARM-FILE    ASSIGN TO GLPARM
005600                            ORGANIZATION IS SEQUENTIAL
005700                            FILE STATUS IS GA-PARM-FILE-STATUS.
005800     SELECT ACK-REPORT-FILE ASSIGN TO GLAKRPT
005900                            ORGANIZATION IS SEQUENTIAL.
006000*
006100 DATA DIVISION.
006200 FILE SECTION.
006300*---------------------------------------------------------------
006400* GL ACKNOWLEDGEMENT FILE - ONE HEADER/DETAIL.../TRAILER GROUP
006500* PER BATCH ANSWERED.  HEADER BATCH-STATUS R MEANS THE GL
006600* REJECTED THE WHOLE BATCH FOR THE HEADER REASON; OTHERWISE
006700* EACH DETAIL CARRIES LINE-STATUS A (ACCEPTED) OR R (REJECTED).
006800*---------------------------------------------------------------
006900 FD  GL-ACK-FILE
007000     RECORDING MODE IS F
007100     LABEL RECORDS ARE STANDARD.
007200 01  GL-ACK-HEADER.
007300     02  AH-RECORD-TYPE      PIC X(01).
007400     02  AH-BATCH-NUMBER     PIC X(08).
007500     02  AH-ACK-DATE         PIC 9(08).
007600     02  AH-BATCH-STATUS     PIC X(01).
007700     02  AH-REASON-CODE      PIC X(04).
007800     02  AH-REASON-TEXT      PIC X(30).
007900     02  FILLER              PIC X(28).
008000 01  GL-ACK-DETAIL.
008100     02  AD-RECORD-TYPE      PIC X(01).
008200     02  AD-ACCOUNT-NUMBER   PIC X(10).
008300     02  AD-TRAN-DATE        PIC 9(08).
008400     02  AD-TRAN-AMOUNT      PIC S9(13)V99.
008500     02  AD-LINE-STATUS      PIC X(01).
008600     02  AD-REASON-CODE      PIC X(04).
008700     02  AD-REASON-TEXT      PIC X(30).
008800     02  FILLER              PIC X(11).
008900 01  GL-ACK-TRAILER.
009000     02  AT-RECORD-TYPE      PIC X(01).
009100     02  AT-BATCH-NUMBER     PIC X(08).
009200     02  AT-LINE-COUNT       PIC 9(09).
009300     02  FILLER              PIC X(62).
009400*
009500 FD  GL-INPUT-FILE
009600     RECORDING MODE IS F
009700     LABEL RECORDS ARE STANDARD.
009800 01  GL-OUTPUT-HEADER.
009900     02  GLH-RECORD-TYPE     PIC X(01).
010000     02  GLH-BATCH-NUMBER    PIC X(08).
010100     02  GLH-RUN-DATE        PIC 9(08).
010200     02  FILLER              PIC X(63).
010300 01  GL-OUTPUT-DETAIL.
010400     02  GLD-RECORD-TYPE     PIC X(01).
010500     02  GLD-ACCOUNT-NUMBER  PIC X(10).
010600     02  GLD-TRAN-DATE       PIC 9(08).
010700     02  GLD-TRAN-AMOUNT     PIC S9(13)V99.
010800     02  FILLER              PIC X(46).
010900 01  GL-OUTPUT-TRAILER.
011000     02  GLT-RECORD-TYPE     PIC X(01).
011100     02  GLT-BATCH-NUMBER    PIC X(08).
011200     02  GLT-LINE-COUNT      PIC 9(09).
011300     02  GLT-CONTROL-AMOUNT  PIC S9(13)V99.
011400     02  FILLER              PIC X(47).
011500*
011600 FD  GL-REGISTER-FILE
011700     LABEL RECORDS ARE STANDARD.
011800 01  GL-REGISTER-RECORD.
011900     COPY GLBATCH REPLACING ==:TAG:== BY ==GB==.
012000*
012100 FD  GL-REJECT-FILE
012200     RECORDING MODE IS F
012300     LABEL RECORDS ARE STANDARD.
012400 01  GL-REJECT-RECORD.
012500     COPY GLREJECT REPLACING ==:TAG:== BY ==GR==.
012600*
012700 FD  CALENDAR-FILE
012800     RECORDING MODE IS F
012900     LABEL RECORDS ARE STANDARD.
013000 01  CALENDAR-RECORD.
013100     02  CAL-DATE            PIC 9(08).
013200     02  CAL-DESCRIPTION     PIC X(30).
013300     02  FILLER              PIC X(42).
013400*
013500 FD  GL-PARM-FILE
013600     RECORDING MODE IS F
013700     LABEL RECORDS ARE STANDARD.
013800 01  GL-PARM-RECORD.
013900     02  GLP-BATCH-NUMBER    PIC X(08).
014000     02  GLP-ACK-DAYS        PIC 9(02).
014100     02  GLP-ACK-DAYS-X      REDEFINES GLP-ACK-DAYS
014200                             PIC X(02).
014300     02  FILLER              PIC X(70).
014400*
014500 FD  ACK-REPORT-FILE
014600     RECORDING MODE IS F
014700     LABEL RECORDS ARE STANDARD.
014800 01  ACK-REPORT-RECORD           PIC X(80).
014900*
015000 WORKING-STORAGE SECTION.
015100*---------------------------------------------------------------
015200* SWITCHES
015300*---------------------------------------------------------------
015400 01  GA-SWITCHES.
015500     02  GA-ACK-EOF-SW       PIC X(01)  VALUE "N".
015600         88  END-OF-ACK-FILE            VALUE "Y".
015700     02  GA-GL-EOF-SW        PIC X(01)  VALUE "N".
015800         88  END-OF-GL-FILE             VALUE "Y".
015900     02  GA-CAL-EOF-SW       PIC X(01)  VALUE "N".
016000         88  END-OF-CALENDAR            VALUE "Y".
016100     02  GA-ACK-FILE-STATUS  PIC X(02)  VALUE "00".
016200     02  GA-GL-FILE-STATUS   PIC X(02)  VALUE "00".
016300     02  GA-REG-FILE-STATUS  PIC X(02)  VALUE "00".
016400     02  GA-REJ-FILE-STATUS  PIC X(02)  VALUE "00".
016500     02  GA-CAL-FILE-STATUS  PIC X(02)  VALUE "00".
016600     02  GA-PARM-FILE-STATUS PIC X(02)  VALUE "00".
016700     02  GA-ACK-OPEN-SW      PIC X(01)  VALUE "N".
016800         88  ACK-FILE-IS-OPEN           VALUE "Y".
016900     02  GA-GL-OPEN-SW       PIC X(01)  VALUE "N".
017000         88  GL-FILE-IS-OPEN            VALUE "Y".
017100     02  GA-REG-OPEN-SW      PIC X(01)  VALUE "N".
017200         88  REGISTER-IS-OPEN           VALUE "Y".
017300     02  GA-REJ-OPEN-SW      PIC X(01)  VALUE "N".
017400         88  REJECT-FILE-IS-OPEN        VALUE "Y".
017500     02  GA-CAL-AVAIL-SW     PIC X(01)  VALUE "N".
017600         88  CALENDAR-IS-AVAILABLE      VALUE "Y".
017700     02  GA-REG-FOUND-SW     PIC X(01)  VALUE "N".
017800         88  BATCH-IS-REGISTERED        VALUE "Y".
017900     02  GA-BATCH-MODE       PIC X(01)  VALUE SPACE.
018000         88  NO-BATCH-OPEN              VALUE SPACE.
018100         88  BATCH-TO-RECONCILE         VALUE "R".
018200         88  BATCH-ALREADY-DONE         VALUE "S".
018300         88  BATCH-AWAITING-ACK         VALUE "W".
018400         88  BATCH-OVERDUE              VALUE "O".
018500*
018600*---------------------------------------------------------------
018700* COUNTERS AND WORK AREAS - GA-B- FIELDS ARE FOR THE GLOUT
018800* BATCH BEING READ, GA-T- FIELDS ARE THE NIGHT'S GRAND TOTALS.
018900*---------------------------------------------------------------
019000 77  GA-RUN-DATE             PIC 9(08)  VALUE 0.
019100 77  GA-ACK-DAYS             PIC 9(02)  VALUE 3.
019200 77  GA-CUR-BATCH            PIC X(08)  VALUE SPACES.
019300 77  GA-CUR-RUN-DATE         PIC 9(08)  VALUE 0.
019400 77  GA-BUSINESS-DAYS        PIC 9(05)  VALUE 0.
019500 77  GA-B-LINES              PIC 9(07)  VALUE 0.
019600 77  GA-B-ACCEPTED           PIC 9(07)  VALUE 0.
019700 77  GA-B-REJECTED           PIC 9(07)  VALUE 0.
019800 77  GA-B-NOACK              PIC 9(07)  VALUE 0.
019900 77  GA-B-ACCEPTED-AMT       PIC S9(13)V99 VALUE 0.
020000 77  GA-B-REJECTED-AMT       PIC S9(13)V99 VALUE 0.
020100 77  GA-B-NOACK-AMT          PIC S9(13)V99 VALUE 0.
020200 77  GA-T-RECONCILED         PIC 9(05)  VALUE 0.
020300 77  GA-T-AWAITING           PIC 9(05)  VALUE 0.
020400 77  GA-T-OVERDUE            PIC 9(05)  VALUE 0.
020500 77  GA-T-DUP-ACKS           PIC 9(05)  VALUE 0.
020600 77  GA-T-UNKNOWN-ACKS       PIC 9(05)  VALUE 0.
020700 77  GA-T-INCOMPLETE-ACKS    PIC 9(05)  VALUE 0.
020800 77  GA-T-ACCEPTED           PIC 9(07)  VALUE 0.
020900 77  GA-T-REJECTED           PIC 9(07)  VALUE 0.
021000 77  GA-T-NOACK              PIC 9(07)  VALUE 0.
021100 77  GA-T-ACK-ONLY           PIC 9(07)  VALUE 0.
021200 77  GA-T-SUSPENDED          PIC 9(07)  VALUE 0.
021300 77  GA-T-ACCEPTED-AMT       PIC S9(13)V99 VALUE 0.
021400 77  GA-T-REJECTED-AMT       PIC S9(13)V99 VALUE 0.
021500 77  GA-T-NOACK-AMT          PIC S9(13)V99 VALUE 0.
021600 77  GA-T-ACK-ONLY-AMT       PIC S9(13)V99 VALUE 0.
021700 77  GA-EDIT-COUNT           PIC ZZZZZZ9.
021800 77  GA-EDIT-DAYS            PIC ZZZZ9.
021900 77  GA-EDIT-AMOUNT          PIC -ZZZZZZZZZZZZ9.99.
022000 77  GA-AB-SUB               PIC 9(05)  VALUE 0    COMP.
022100 77  GA-CUR-ACK-SUB          PIC 9(05)  VALUE 0    COMP.
022200 77  GA-AL-SUB               PIC 9(05)  VALUE 0    COMP.
022300 77  J                       PIC 9(05)  VALUE 0    COMP.
022400 77  K                       PIC 9(05)  VALUE 0    COMP.
022500*
022600*---------------------------------------------------------------
022700* ACKNOWLEDGEMENT TABLES - THE NIGHT'S ACK FILE IS HELD IN
022800* STORAGE AND LOCATED BY LINEAR SCAN.  A BATCH WHOSE GROUP DID
022900* NOT END IN A MATCHING TRAILER IS INCOMPLETE AND IS NOT
023000* RECONCILED.  GA-AB-RECON-SW IS SET WHEN THE BATCH'S GLOUT
023100* GENERATION WAS RECONCILED TONIGHT, GA-AL-MATCHED-SW WHEN AN
023200* ACK LINE WAS MATCHED TO A GLOUT LINE.
023300*---------------------------------------------------------------
023400 01  GA-ACK-BATCH-TABLE.
023500     02  GA-AB-COUNT         PIC 9(05)  VALUE 0    COMP.
023600     02  GA-AB-ENTRY         OCCURS 100 TIMES.
023700         03  GA-AB-BATCH     PIC X(08).
023800         03  GA-AB-ACK-DATE  PIC 9(08).
023900         03  GA-AB-STATUS    PIC X(01).
024000         03  GA-AB-REASON-CODE PIC X(04).
024100         03  GA-AB-REASON-TEXT PIC X(25).
024200         03  GA-AB-LINES-READ PIC 9(09).
024300         03  GA-AB-COMPLETE-SW PIC X(01).
024400         03  GA-AB-GL-FOUND-SW PIC X(01).
024500         03  GA-AB-RECON-SW  PIC X(01).
024600 01  GA-ACK-LINE-TABLE.
024700     02  GA-AL-COUNT         PIC 9(05)  VALUE 0    COMP.
024800     02  GA-AL-ENTRY         OCCURS 9999 TIMES.
024900         03  GA-AL-BATCH     PIC X(08).
025000         03  GA-AL-ACCOUNT   PIC X(10).
025100         03  GA-AL-DATE      PIC 9(08).
025200         03  GA-AL-AMOUNT    PIC S9(13)V99.
025300         03  GA-AL-STATUS    PIC X(01).
025400         03  GA-AL-REASON-CODE PIC X(04).
025500         03  GA-AL-REASON-TEXT PIC X(25).
025600         03  GA-AL-MATCHED-SW PIC X(01).
025700*
025800*---------------------------------------------------------------
025900* BUSINESS-DAY CALENDAR - THE ASCENDING CALENDAR DATES, USED
026000* TO COUNT THE BUSINESS DAYS A BATCH HAS BEEN OUTSTANDING.
026100*---------------------------------------------------------------
026200 01  GA-CALENDAR-TABLE.
026300     02  GA-CAL-COUNT        PIC 9(05)  VALUE 0    COMP.
026400     02  GA-CAL-ENTRY        OCCURS 3000 TIMES.
026500         03  GA-CAL-DATE     PIC 9(08).
026600*
026700*---------------------------------------------------------------
026800* RECONCILIATION REPORT DETAIL LINE
026900*---------------------------------------------------------------
027000 01  GA-DETAIL-LINE.
027100     02  DL-OUTCOME          PIC X(08).
027200     02  FILLER              PIC X(01)  VALUE SPACE.
027300     02  DL-ACCOUNT          PIC X(10).
027400     02  FILLER              PIC X(01)  VALUE SPACE.
027500     02  DL-TRAN-DATE        PIC 9(08).
027600     02  FILLER              PIC X(01)  VALUE SPACE.
027700     02  DL-AMOUNT           PIC -ZZZZZZZZZZZZ9.99.
027800     02  FILLER              PIC X(01)  VALUE SPACE.
027900     02  DL-REASON-CODE      PIC X(04).
028000     02  FILLER              PIC X(01)  VALUE SPACE.
028100     02  DL-REASON-TEXT      PIC X(25).
028200     02  FILLER              PIC X(03)  VALUE SPACES.
028210*
028220*---------------------------------------------------------------
028230* ACCOUNT MASKING WORK AREAS - 9200-MASK-ACCOUNT REPLACES ALL BUT
028240* THE LAST FOUR CHARACTERS OF GA-MASK-ACCOUNT WITH ASTERISKS.
028250*---------------------------------------------------------------
028260 77  GA-MASK-ACCOUNT         PIC X(10)  VALUE SPACES.
028270 77  GA-MASK-SUB             PIC S9(04) VALUE 0    COMP.
028280 77  GA-MASK-LEN             PIC S9(04) VALUE 0    COMP.
028300*
028400 PROCEDURE DIVISION.
028500*===============================================================
028600* 0000-MAINLINE
028700*===============================================================
028800 0000-MAINLINE.
028900     PERFORM 1000-INITIALIZE
029000         THRU 1000-INITIALIZE-EXIT.
029100     IF GL-FILE-IS-OPEN AND REGISTER-IS-OPEN
029200         AND REJECT-FILE-IS-OPEN
029300         PERFORM 2000-LOAD-ACKNOWLEDGEMENTS
029400             THRU 2000-LOAD-ACKNOWLEDGEMENTS-EXIT
029500         PERFORM 3000-RECONCILE-GL-BATCHES
029600             THRU 3000-RECONCILE-GL-BATCHES-EXIT
029700         PERFORM 4000-REPORT-UNMATCHED-ACKS
029800             THRU 4000-REPORT-UNMATCHED-ACKS-EXIT
029900         PERFORM 5000-WRITE-GRAND-TOTALS
030000             THRU 5000-WRITE-GRAND-TOTALS-EXIT
030100     END-IF.
030200     PERFORM 8000-TERMINATE
030300         THRU 8000-TERMINATE-EXIT.
030400     STOP RUN.
030500*===============================================================
030600* 1000-INITIALIZE - OPEN THE FILES, READ THE OVERDUE DAYS OFF
030700* THE GLPARM CARD (COLUMNS 9-10, DEFAULT 3) AND LOAD THE
030800* CALENDAR.  WITHOUT THE GLOUT GENERATIONS, THE REGISTER OR
030900* THE REJECT SUSPENSE NOTHING IS RECONCILED AND THE STEP ENDS
031000* RC=8.  A MISSING ACK FILE IS A NIGHT WITH NO ACKNOWLEDGEMENTS.
031100*===============================================================
031200 1000-INITIALIZE.
031300     ACCEPT GA-RUN-DATE FROM DATE YYYYMMDD.
031400     OPEN OUTPUT ACK-REPORT-FILE.
031500     MOVE SPACES TO ACK-REPORT-RECORD.
031600     STRING "BGLAK-DEV GL ACKNOWLEDGEMENT RECONCILIATION"
031700         DELIMITED BY SIZE INTO ACK-REPORT-RECORD.
031800     WRITE ACK-REPORT-RECORD.
031900     OPEN INPUT GL-PARM-FILE.
032000     IF GA-PARM-FILE-STATUS = "00"
032100         READ GL-PARM-FILE
032200             AT END
032300                 CONTINUE
032400             NOT AT END
032500                 IF GLP-ACK-DAYS IS NUMERIC
032600                     AND GLP-ACK-DAYS > 0
032700                     MOVE GLP-ACK-DAYS TO GA-ACK-DAYS
032800                 END-IF
032900         END-READ
033000         CLOSE GL-PARM-FILE
033100     END-IF.
033200     MOVE SPACES TO ACK-REPORT-RECORD.
033300     MOVE GA-ACK-DAYS TO GA-EDIT-DAYS.
033400     STRING "RUN DATE.............: " DELIMITED BY SIZE
033500            GA-RUN-DATE               DELIMITED BY SIZE
033600            "  OVERDUE AFTER"         DELIMITED BY SIZE
033700            GA-EDIT-DAYS              DELIMITED BY SIZE
033800            " BUSINESS DAYS"          DELIMITED BY SIZE
033900         INTO ACK-REPORT-RECORD.
034000     WRITE ACK-REPORT-RECORD.
034100     PERFORM 1100-LOAD-CALENDAR
034200         THRU 1100-LOAD-CALENDAR-EXIT.
034300     OPEN INPUT GL-ACK-FILE.
034400     IF GA-ACK-FILE-STATUS = "00"
034500         MOVE "Y" TO GA-ACK-OPEN-SW
034600     ELSE
034700         DISPLAY "BGLAK-DEV - GLACK OPEN STATUS "
034800             GA-ACK-FILE-STATUS " - NO ACKNOWLEDGEMENTS"
034900         SET END-OF-ACK-FILE TO TRUE
035000     END-IF.
035100     OPEN INPUT GL-INPUT-FILE.
035200     IF GA-GL-FILE-STATUS = "00"
035300         MOVE "Y" TO GA-GL-OPEN-SW
035400     ELSE
035500         DISPLAY "BGLAK-DEV - GLOUT OPEN STATUS "
035600             GA-GL-FILE-STATUS
035700         MOVE 8 TO RETURN-CODE
035800     END-IF.
035900     OPEN I-O GL-REGISTER-FILE.
036000     IF GA-REG-FILE-STATUS = "00"
036100         MOVE "Y" TO GA-REG-OPEN-SW
036200     ELSE
036300         DISPLAY "BGLAK-DEV - GLBREG OPEN STATUS "
036400             GA-REG-FILE-STATUS
036500         MOVE 8 TO RETURN-CODE
036600     END-IF.
036700     OPEN EXTEND GL-REJECT-FILE.
036800     IF GA-REJ-FILE-STATUS = "00"
036900         MOVE "Y" TO GA-REJ-OPEN-SW
037000     ELSE
037100         DISPLAY "BGLAK-DEV - GLREJ OPEN STATUS "
037200             GA-REJ-FILE-STATUS
037300         MOVE 8 TO RETURN-CODE
037400     END-IF.
037500     IF RETURN-CODE = 8
037600         MOVE SPACES TO ACK-REPORT-RECORD
037700         STRING "GLOUT, GL BATCH REGISTER OR GL-REJECT "
037800             DELIMITED BY SIZE
037900             "SUSPENSE NOT AVAILABLE - NOTHING RECONCILED"
038000             DELIMITED BY SIZE
038100             INTO ACK-REPORT-RECORD
038200         WRITE ACK-REPORT-RECORD
038300     END-IF.
038400 1000-INITIALIZE-EXIT.
038500     EXIT.
038600*===============================================================
038700* 1100-LOAD-CALENDAR - HOLD THE BUSINESS-DAY CALENDAR DATES UP
038800* TO TODAY.  A MISSING CALENDAR DD MEANS THE OVERDUE CHECK
038900* CANNOT BE MADE; THE REPORT SAYS SO AND THE STEP ENDS RC=4.
039000*===============================================================
039100 1100-LOAD-CALENDAR.
039200     OPEN INPUT CALENDAR-FILE.
039300     IF GA-CAL-FILE-STATUS NOT = "00"
039400         DISPLAY "BGLAK-DEV - CALENDAR OPEN STATUS "
039500             GA-CAL-FILE-STATUS " - OVERDUE CHECK SKIPPED"
039600         MOVE SPACES TO ACK-REPORT-RECORD
039700         STRING "CALENDAR NOT AVAILABLE - OVERDUE CHECK "
039800             DELIMITED BY SIZE
039900             "SKIPPED" DELIMITED BY SIZE
040000             INTO ACK-REPORT-RECORD
040100         WRITE ACK-REPORT-RECORD
040200         MOVE 4 TO RETURN-CODE
040300         GO TO 1100-LOAD-CALENDAR-EXIT.
040400     MOVE "Y" TO GA-CAL-AVAIL-SW.
040500     PERFORM UNTIL END-OF-CALENDAR
040600         READ CALENDAR-FILE
040700             AT END
040800                 SET END-OF-CALENDAR TO TRUE
040900             NOT AT END
041000                 IF CAL-DATE IS NUMERIC
041100                     AND CAL-DATE NOT > GA-RUN-DATE
041200                     AND GA-CAL-COUNT < 3000
041300                     ADD 1 TO GA-CAL-COUNT
041400                     MOVE CAL-DATE TO GA-CAL-DATE(GA-CAL-COUNT)
041500                 END-IF
041600         END-READ
041700     END-PERFORM.
041800     CLOSE CALENDAR-FILE.
041900 1100-LOAD-CALENDAR-EXIT.
042000     EXIT.
042100*===============================================================
042200* 2000-LOAD-ACKNOWLEDGEMENTS - HOLD TONIGHT'S ACK FILE IN THE
042300* BATCH AND LINE TABLES.
042400*===============================================================
042500 2000-LOAD-ACKNOWLEDGEMENTS.
042600     MOVE 0 TO GA-AB-SUB.
042700     PERFORM 2100-READ-ACK-RECORD
042800         THRU 2100-READ-ACK-RECORD-EXIT.
042900     PERFORM UNTIL END-OF-ACK-FILE
043000         IF AH-RECORD-TYPE = "H"
043100             PERFORM 2200-START-ACK-BATCH
043200                 THRU 2200-START-ACK-BATCH-EXIT
043300         END-IF
043400         IF AH-RECORD-TYPE = "D"
043500             PERFORM 2300-STORE-ACK-LINE
043600                 THRU 2300-STORE-ACK-LINE-EXIT
043700         END-IF
043800         IF AH-RECORD-TYPE = "T"
043900             PERFORM 2400-END-ACK-BATCH
044000                 THRU 2400-END-ACK-BATCH-EXIT
044100         END-IF
044200         PERFORM 2100-READ-ACK-RECORD
044300             THRU 2100-READ-ACK-RECORD-EXIT
044400     END-PERFORM.
044500     DISPLAY "BGLAK-DEV - ACK BATCHES " GA-AB-COUNT
044600         " ACK LINES " GA-AL-COUNT.
044700 2000-LOAD-ACKNOWLEDGEMENTS-EXIT.
044800     EXIT.
044900*===============================================================
045000* 2100-READ-ACK-RECORD
045100*===============================================================
045200 2100-READ-ACK-RECORD.
045300     READ GL-ACK-FILE
045400         AT END
045500             SET END-OF-ACK-FILE TO TRUE
045600     END-READ.
045700 2100-READ-ACK-RECORD-EXIT.
045800     EXIT.
045900*===============================================================
046000* 2200-START-ACK-BATCH - A NEW ACK HEADER.  A BATCH STILL OPEN
046100* HAD NO TRAILER AND STAYS INCOMPLETE.
046200*===============================================================
046300 2200-START-ACK-BATCH.
046400     IF GA-AB-COUNT NOT < 100
046500         DISPLAY "BGLAK-DEV - ACK BATCH TABLE FULL - BATCH "
046600             AH-BATCH-NUMBER " NOT LOADED"
046700         MOVE 0 TO GA-AB-SUB
046800         MOVE 8 TO RETURN-CODE
046900         GO TO 2200-START-ACK-BATCH-EXIT.
047000     ADD 1 TO GA-AB-COUNT.
047100     MOVE GA-AB-COUNT       TO GA-AB-SUB.
047200     MOVE AH-BATCH-NUMBER   TO GA-AB-BATCH(GA-AB-SUB).
047300     MOVE AH-ACK-DATE       TO GA-AB-ACK-DATE(GA-AB-SUB).
047400     MOVE AH-BATCH-STATUS   TO GA-AB-STATUS(GA-AB-SUB).
047500     MOVE AH-REASON-CODE    TO GA-AB-REASON-CODE(GA-AB-SUB).
047600     MOVE AH-REASON-TEXT    TO GA-AB-REASON-TEXT(GA-AB-SUB).
047700     MOVE 0                 TO GA-AB-LINES-READ(GA-AB-SUB).
047800     MOVE "N"               TO GA-AB-COMPLETE-SW(GA-AB-SUB).
047900     MOVE "N"               TO GA-AB-GL-FOUND-SW(GA-AB-SUB).
048000     MOVE "N"               TO GA-AB-RECON-SW(GA-AB-SUB).
048100 2200-START-ACK-BATCH-EXIT.
048200     EXIT.
048300*===============================================================
048400* 2300-STORE-ACK-LINE - ONE ACK DETAIL FOR THE OPEN BATCH.  A
048500* DETAIL OUTSIDE ANY BATCH IS COUNTED AND IGNORED; A FULL LINE
048600* TABLE LEAVES THE BATCH INCOMPLETE.
048700*===============================================================
048800 2300-STORE-ACK-LINE.
048900     IF GA-AB-SUB = 0
049000         ADD 1 TO GA-T-ACK-ONLY
049100         GO TO 2300-STORE-ACK-LINE-EXIT.
049200     ADD 1 TO GA-AB-LINES-READ(GA-AB-SUB).
049300     IF GA-AL-COUNT NOT < 9999
049400         DISPLAY "BGLAK-DEV - ACK LINE TABLE FULL - BATCH "
049500             GA-AB-BATCH(GA-AB-SUB) " NOT LOADED"
049600         MOVE "X" TO GA-AB-COMPLETE-SW(GA-AB-SUB)
049700         MOVE 8 TO RETURN-CODE
049800         GO TO 2300-STORE-ACK-LINE-EXIT.
049900     ADD 1 TO GA-AL-COUNT.
050000     MOVE GA-AB-BATCH(GA-AB-SUB) TO GA-AL-BATCH(GA-AL-COUNT).
050100     MOVE AD-ACCOUNT-NUMBER TO GA-AL-ACCOUNT(GA-AL-COUNT).
050200     MOVE AD-TRAN-DATE      TO GA-AL-DATE(GA-AL-COUNT).
050300     MOVE AD-TRAN-AMOUNT    TO GA-AL-AMOUNT(GA-AL-COUNT).
050400     MOVE AD-LINE-STATUS    TO GA-AL-STATUS(GA-AL-COUNT).
050500     MOVE AD-REASON-CODE    TO GA-AL-REASON-CODE(GA-AL-COUNT).
050600     MOVE AD-REASON-TEXT    TO GA-AL-REASON-TEXT(GA-AL-COUNT).
050700     MOVE "N"               TO GA-AL-MATCHED-SW(GA-AL-COUNT).
050800 2300-STORE-ACK-LINE-EXIT.
050900     EXIT.
051000*===============================================================
051100* 2400-END-ACK-BATCH - THE BATCH IS COMPLETE ONLY WHEN THE
051200* TRAILER NAMES IT AND ITS LINE COUNT AGREES WITH THE DETAILS
051300* HELD, AND NO DETAIL WAS LOST TO A FULL LINE TABLE.
051400*===============================================================
051500 2400-END-ACK-BATCH.
051600     IF GA-AB-SUB = 0
051700         GO TO 2400-END-ACK-BATCH-EXIT.
051800     IF AT-BATCH-NUMBER = GA-AB-BATCH(GA-AB-SUB)
051900         AND AT-LINE-COUNT IS NUMERIC
052000         AND AT-LINE-COUNT = GA-AB-LINES-READ(GA-AB-SUB)
052100         AND GA-AB-COMPLETE-SW(GA-AB-SUB) = "N"
052200         MOVE "Y" TO GA-AB-COMPLETE-SW(GA-AB-SUB)
052300     END-IF.
052400     MOVE 0 TO GA-AB-SUB.
052500 2400-END-ACK-BATCH-EXIT.
052600     EXIT.
052700*===============================================================
052800* 3000-RECONCILE-GL-BATCHES - READ EVERY CATALOGED GLOUT
052900* GENERATION (THE GDG IS CONCATENATED UNDER ONE DD) AND TAKE
053000* EACH BATCH IN TURN.
053100*===============================================================
053200 3000-RECONCILE-GL-BATCHES.
053300     PERFORM 3100-READ-GL-RECORD
053400         THRU 3100-READ-GL-RECORD-EXIT.
053500     PERFORM UNTIL END-OF-GL-FILE
053600         IF GLH-RECORD-TYPE = "H"
053700             PERFORM 3200-START-GL-BATCH
053800                 THRU 3200-START-GL-BATCH-EXIT
053900         END-IF
054000         IF GLH-RECORD-TYPE = "D" AND NOT NO-BATCH-OPEN
054100             PERFORM 3300-CHECK-ONE-GL-LINE
054200                 THRU 3300-CHECK-ONE-GL-LINE-EXIT
054300         END-IF
054400         IF GLH-RECORD-TYPE = "T" AND NOT NO-BATCH-OPEN
054500             PERFORM 3400-END-GL-BATCH
054600                 THRU 3400-END-GL-BATCH-EXIT
054700             SET NO-BATCH-OPEN TO TRUE
054800         END-IF
054900         PERFORM 3100-READ-GL-RECORD
055000             THRU 3100-READ-GL-RECORD-EXIT
055100     END-PERFORM.
055200 3000-RECONCILE-GL-BATCHES-EXIT.
055300     EXIT.
055400*===============================================================
055500* 3100-READ-GL-RECORD
055600*===============================================================
055700 3100-READ-GL-RECORD.
055800     READ GL-INPUT-FILE
055900         AT END
056000             SET END-OF-GL-FILE TO TRUE
056100     END-READ.
056200 3100-READ-GL-RECORD-EXIT.
056300     EXIT.
056400*===============================================================
056500* 3200-START-GL-BATCH - DECIDE WHAT TONIGHT'S RUN DOES WITH THE
056600* BATCH: RECONCILE IT (A COMPLETE ACK ARRIVED), PASS OVER IT
056700* (ALREADY RECONCILED ON AN EARLIER NIGHT), OR AGE IT AGAINST
056800* THE CALENDAR (STILL AWAITING ITS ACK, OVERDUE PAST THE
056900* GLPARM LIMIT).
057000*===============================================================
057100 3200-START-GL-BATCH.
057200     MOVE GLH-BATCH-NUMBER TO GA-CUR-BATCH.
057300     MOVE 0                TO GA-CUR-RUN-DATE.
057400     IF GLH-RUN-DATE IS NUMERIC
057500         MOVE GLH-RUN-DATE TO GA-CUR-RUN-DATE
057600     END-IF.
057700     MOVE 0 TO GA-B-LINES GA-B-ACCEPTED GA-B-REJECTED
057800               GA-B-NOACK.
057900     MOVE 0 TO GA-B-ACCEPTED-AMT GA-B-REJECTED-AMT
058000               GA-B-NOACK-AMT.
058100     MOVE 0 TO GA-CUR-ACK-SUB.
058200     PERFORM VARYING J FROM 1 BY 1
058300         UNTIL J > GA-AB-COUNT OR GA-CUR-ACK-SUB > 0
058400         IF GA-AB-BATCH(J) = GA-CUR-BATCH
058500             MOVE J TO GA-CUR-ACK-SUB
058600         END-IF
058700     END-PERFORM.
058800     IF GA-CUR-ACK-SUB > 0
058900         MOVE "Y" TO GA-AB-GL-FOUND-SW(GA-CUR-ACK-SUB)
059000     END-IF.
059100     MOVE GA-CUR-BATCH TO GB-BATCH-NUMBER.
059200     READ GL-REGISTER-FILE
059300         INVALID KEY
059400             MOVE "N" TO GA-REG-FOUND-SW
059500         NOT INVALID KEY
059600             MOVE "Y" TO GA-REG-FOUND-SW
059700     END-READ.
059800     IF BATCH-IS-REGISTERED AND GB-BATCH-STATUS = "A"
059900         SET BATCH-ALREADY-DONE TO TRUE
060000         IF GA-CUR-ACK-SUB > 0
060100             ADD 1 TO GA-T-DUP-ACKS
060200             MOVE SPACES TO ACK-REPORT-RECORD
060300             STRING "BATCH " GA-CUR-BATCH
060400                 " ALREADY RECONCILED ON " GB-ACK-DATE
060500                 " - ACK IGNORED" DELIMITED BY SIZE
060600                 INTO ACK-REPORT-RECORD
060700             WRITE ACK-REPORT-RECORD
060800         END-IF
060900         GO TO 3200-START-GL-BATCH-EXIT.
061000     IF GA-CUR-ACK-SUB > 0
061100         IF GA-AB-COMPLETE-SW(GA-CUR-ACK-SUB) = "Y"
061200             SET BATCH-TO-RECONCILE TO TRUE
061300             MOVE "Y" TO GA-AB-RECON-SW(GA-CUR-ACK-SUB)
061400             PERFORM 3250-WRITE-BATCH-HEADING
061500                 THRU 3250-WRITE-BATCH-HEADING-EXIT
061600             GO TO 3200-START-GL-BATCH-EXIT
061700         ELSE
061800             ADD 1 TO GA-T-INCOMPLETE-ACKS
061900             MOVE SPACES TO ACK-REPORT-RECORD
062000             STRING "ACK FOR BATCH " GA-CUR-BATCH
062100                 " INCOMPLETE (NO MATCHING TRAILER) - "
062200                 "NOT RECONCILED" DELIMITED BY SIZE
062300                 INTO ACK-REPORT-RECORD
062400             WRITE ACK-REPORT-RECORD
062500             MOVE 8 TO RETURN-CODE
062600         END-IF
062700     END-IF.
062800     PERFORM 3500-COUNT-BUSINESS-DAYS
062900         THRU 3500-COUNT-BUSINESS-DAYS-EXIT.
063000     IF CALENDAR-IS-AVAILABLE
063100         AND GA-BUSINESS-DAYS > GA-ACK-DAYS
063200         SET BATCH-OVERDUE TO TRUE
063300         PERFORM 3250-WRITE-BATCH-HEADING
063400             THRU 3250-WRITE-BATCH-HEADING-EXIT
063500         MOVE 8 TO RETURN-CODE
063600     ELSE
063700         SET BATCH-AWAITING-ACK TO TRUE
063800     END-IF.
063900 3200-START-GL-BATCH-EXIT.
064000     EXIT.
064100*===============================================================
064200* 3250-WRITE-BATCH-HEADING - BATCH LINE AND COLUMN HEADINGS FOR
064300* A BATCH WHOSE LINES ARE LISTED TONIGHT.
064400*===============================================================
064500 3250-WRITE-BATCH-HEADING.
064600     MOVE SPACES TO ACK-REPORT-RECORD.
064700     WRITE ACK-REPORT-RECORD.
064800     MOVE SPACES TO ACK-REPORT-RECORD.
064900     IF BATCH-OVERDUE
065000         MOVE GA-BUSINESS-DAYS TO GA-EDIT-DAYS
065100         STRING "BATCH................: " GA-CUR-BATCH
065200             "  SENT " GA-CUR-RUN-DATE
065300             "  *NOT ACKNOWLEDGED*" GA-EDIT-DAYS
065400             " DAYS" DELIMITED BY SIZE
065500             INTO ACK-REPORT-RECORD
065600         DISPLAY "BGLAK-DEV - BATCH " GA-CUR-BATCH
065700             " NOT ACKNOWLEDGED AFTER " GA-BUSINESS-DAYS
065800             " BUSINESS DAYS"
065900     ELSE
066000         STRING "BATCH................: " GA-CUR-BATCH
066100             "  SENT " GA-CUR-RUN-DATE
066200             "  ACKNOWLEDGED "
066300             GA-AB-ACK-DATE(GA-CUR-ACK-SUB)
066400             DELIMITED BY SIZE INTO ACK-REPORT-RECORD
066500     END-IF.
066600     WRITE ACK-REPORT-RECORD.
066700     IF BATCH-TO-RECONCILE
066800         AND GA-AB-STATUS(GA-CUR-ACK-SUB) = "R"
066900         MOVE SPACES TO ACK-REPORT-RECORD
067000         STRING "BATCH REJECTED BY GL.: "
067100             GA-AB-REASON-CODE(GA-CUR-ACK-SUB) " "
067200             GA-AB-REASON-TEXT(GA-CUR-ACK-SUB)
067300             DELIMITED BY SIZE INTO ACK-REPORT-RECORD
067400         WRITE ACK-REPORT-RECORD
067500     END-IF.
067600     MOVE SPACES TO ACK-REPORT-RECORD.
067700     STRING "OUTCOME  ACCOUNT    TRAN DATE            AMOUNT "
067800         "RSN  REASON" DELIMITED BY SIZE
067900         INTO ACK-REPORT-RECORD.
068000     WRITE ACK-REPORT-RECORD.
068100 3250-WRITE-BATCH-HEADING-EXIT.
068200     EXIT.
068300*===============================================================
068400* 3300-CHECK-ONE-GL-LINE - ONE GLOUT SUMMARY LINE OF THE BATCH
068500* BEING READ.
068600*===============================================================
068700 3300-CHECK-ONE-GL-LINE.
068800     ADD 1 TO GA-B-LINES.
068900     IF BATCH-TO-RECONCILE
069000         PERFORM 3310-RECONCILE-GL-LINE
069100             THRU 3310-RECONCILE-GL-LINE-EXIT
069200         GO TO 3300-CHECK-ONE-GL-LINE-EXIT.
069300     IF BATCH-OVERDUE
069400         MOVE "NO ACK"  TO DL-OUTCOME
069500         MOVE SPACES    TO DL-REASON-CODE DL-REASON-TEXT
069600         PERFORM 3390-WRITE-DETAIL-LINE
069700             THRU 3390-WRITE-DETAIL-LINE-EXIT
069800         ADD 1               TO GA-B-NOACK
069900         ADD GLD-TRAN-AMOUNT TO GA-B-NOACK-AMT
070000     END-IF.
070100 3300-CHECK-ONE-GL-LINE-EXIT.
070200     EXIT.
070300*===============================================================
070400* 3310-RECONCILE-GL-LINE - MATCH THE LINE TO ITS ACK DETAIL ON
070500* ACCOUNT NUMBER AND TRANSACTION DATE.  A BATCH REJECTED IN
070600* FULL REJECTS EVERY LINE FOR THE HEADER REASON.
070700*===============================================================
070800 3310-RECONCILE-GL-LINE.
070900     IF GA-AB-STATUS(GA-CUR-ACK-SUB) = "R"
071000         MOVE GA-AB-REASON-CODE(GA-CUR-ACK-SUB)
071100             TO DL-REASON-CODE
071200         MOVE GA-AB-REASON-TEXT(GA-CUR-ACK-SUB)
071300             TO DL-REASON-TEXT
071400         PERFORM 3350-REJECT-GL-LINE
071500             THRU 3350-REJECT-GL-LINE-EXIT
071600         GO TO 3310-RECONCILE-GL-LINE-EXIT.
071700     MOVE 0 TO GA-AL-SUB.
071800     PERFORM VARYING K FROM 1 BY 1
071900         UNTIL K > GA-AL-COUNT OR GA-AL-SUB > 0
072000         IF GA-AL-BATCH(K) = GA-CUR-BATCH
072100             AND GA-AL-ACCOUNT(K) = GLD-ACCOUNT-NUMBER
072200             AND GA-AL-DATE(K) = GLD-TRAN-DATE
072300             AND GA-AL-MATCHED-SW(K) = "N"
072400             MOVE K TO GA-AL-SUB
072500         END-IF
072600     END-PERFORM.
072700     IF GA-AL-SUB = 0
072800         MOVE "NO ACK"  TO DL-OUTCOME
072900         MOVE SPACES    TO DL-REASON-CODE DL-REASON-TEXT
073000         PERFORM 3390-WRITE-DETAIL-LINE
073100             THRU 3390-WRITE-DETAIL-LINE-EXIT
073200         ADD 1               TO GA-B-NOACK
073300         ADD GLD-TRAN-AMOUNT TO GA-B-NOACK-AMT
073400         IF RETURN-CODE < 4
073500             MOVE 4 TO RETURN-CODE
073600         END-IF
073700         GO TO 3310-RECONCILE-GL-LINE-EXIT.
073800     MOVE "Y" TO GA-AL-MATCHED-SW(GA-AL-SUB).
073900     IF GA-AL-STATUS(GA-AL-SUB) = "R"
074000         MOVE GA-AL-REASON-CODE(GA-AL-SUB) TO DL-REASON-CODE
074100         MOVE GA-AL-REASON-TEXT(GA-AL-SUB) TO DL-REASON-TEXT
074200         PERFORM 3350-REJECT-GL-LINE
074300             THRU 3350-REJECT-GL-LINE-EXIT
074400         GO TO 3310-RECONCILE-GL-LINE-EXIT.
074500     MOVE "ACCEPTED" TO DL-OUTCOME.
074600     MOVE SPACES     TO DL-REASON-CODE DL-REASON-TEXT.
074700     PERFORM 3390-WRITE-DETAIL-LINE
074800         THRU 3390-WRITE-DETAIL-LINE-EXIT.
074900     ADD 1               TO GA-B-ACCEPTED.
075000     ADD GLD-TRAN-AMOUNT TO GA-B-ACCEPTED-AMT.
075100 3310-RECONCILE-GL-LINE-EXIT.
075200     EXIT.
075300*===============================================================
075400* 3350-REJECT-GL-LINE - PRINT THE REJECTED LINE AND APPEND IT
075500* TO THE GL-REJECT SUSPENSE FOR THE NEXT EXTRACT TO RESEND.
075600* THE REASON IS ALREADY IN THE DETAIL LINE.
075700*===============================================================
075800 3350-REJECT-GL-LINE.
075900     MOVE "REJECTED" TO DL-OUTCOME.
076000     PERFORM 3390-WRITE-DETAIL-LINE
076100         THRU 3390-WRITE-DETAIL-LINE-EXIT.
076200     ADD 1               TO GA-B-REJECTED.
076300     ADD GLD-TRAN-AMOUNT TO GA-B-REJECTED-AMT.
076400     MOVE SPACES             TO GL-REJECT-RECORD.
076500     MOVE GA-CUR-BATCH       TO GR-BATCH-NUMBER.
076600     MOVE GLD-ACCOUNT-NUMBER TO GR-ACCOUNT-NUMBER.
076700     MOVE GLD-TRAN-DATE      TO GR-TRAN-DATE.
076800     MOVE GLD-TRAN-AMOUNT    TO GR-TRAN-AMOUNT.
076900     MOVE DL-REASON-CODE     TO GR-REASON-CODE.
077000     MOVE DL-REASON-TEXT     TO GR-REASON-TEXT.
077100     MOVE GA-RUN-DATE        TO GR-REJECT-DATE.
077200     WRITE GL-REJECT-RECORD.
077300     ADD 1 TO GA-T-SUSPENDED.
077400     IF RETURN-CODE < 4
077500         MOVE 4 TO RETURN-CODE
077600     END-IF.
077700 3350-REJECT-GL-LINE-EXIT.
077800     EXIT.
077900*===============================================================
078000* 3390-WRITE-DETAIL-LINE - OUTCOME AND REASON ARE ALREADY SET.
078100*===============================================================
078200 3390-WRITE-DETAIL-LINE.
078300     MOVE GLD-ACCOUNT-NUMBER TO GA-MASK-ACCOUNT.
078320     PERFORM 9200-MASK-ACCOUNT
078340         THRU 9200-MASK-ACCOUNT-EXIT.
078360     MOVE GA-MASK-ACCOUNT    TO DL-ACCOUNT.
078400     MOVE GLD-TRAN-DATE      TO DL-TRAN-DATE.
078500     MOVE GLD-TRAN-AMOUNT    TO DL-AMOUNT.
078600     MOVE GA-DETAIL-LINE     TO ACK-REPORT-RECORD.
078700     WRITE ACK-REPORT-RECORD.
078800 3390-WRITE-DETAIL-LINE-EXIT.
078900     EXIT.
079000*===============================================================
079100* 3400-END-GL-BATCH - PRINT THE BATCH TOTALS AND RECORD THE
079200* BATCH ON THE REGISTER: ACKNOWLEDGED WHEN IT WAS RECONCILED
079300* TONIGHT, SENT WHEN THIS IS THE FIRST NIGHT IT WAS SEEN.
079400*===============================================================
079500 3400-END-GL-BATCH.
079600     IF BATCH-ALREADY-DONE
079700         GO TO 3400-END-GL-BATCH-EXIT.
079800     IF BATCH-AWAITING-ACK
079900         ADD 1 TO GA-T-AWAITING
080000         MOVE GA-BUSINESS-DAYS TO GA-EDIT-DAYS
080100         MOVE SPACES TO ACK-REPORT-RECORD
080200         STRING "AWAITING ACK.........: " GA-CUR-BATCH
080300             "  SENT " GA-CUR-RUN-DATE
080400             "  BUSINESS DAYS" GA-EDIT-DAYS
080500             DELIMITED BY SIZE INTO ACK-REPORT-RECORD
080600         WRITE ACK-REPORT-RECORD
080700     END-IF.
080800     IF BATCH-OVERDUE
080900         ADD 1 TO GA-T-OVERDUE
081000         ADD GA-B-NOACK     TO GA-T-NOACK
081100         ADD GA-B-NOACK-AMT TO GA-T-NOACK-AMT
081200         MOVE GA-B-NOACK     TO GA-EDIT-COUNT
081300         MOVE GA-B-NOACK-AMT TO GA-EDIT-AMOUNT
081400         MOVE SPACES TO ACK-REPORT-RECORD
081500         STRING "LINES NOT ACKED......: " GA-EDIT-COUNT
081600             "  AMOUNT " GA-EDIT-AMOUNT
081700             DELIMITED BY SIZE INTO ACK-REPORT-RECORD
081800         WRITE ACK-REPORT-RECORD
081900     END-IF.
082000     IF BATCH-TO-RECONCILE
082100         PERFORM 3450-WRITE-BATCH-TOTALS
082200             THRU 3450-WRITE-BATCH-TOTALS-EXIT
082300     END-IF.
082400     IF NOT BATCH-IS-REGISTERED
082500         MOVE SPACES             TO GL-REGISTER-RECORD
082600         MOVE GA-CUR-BATCH       TO GB-BATCH-NUMBER
082700         MOVE GA-CUR-RUN-DATE    TO GB-RUN-DATE
082800         MOVE GLT-LINE-COUNT     TO GB-LINE-COUNT
082900         MOVE GLT-CONTROL-AMOUNT TO GB-CONTROL-AMOUNT
083000         MOVE "S"                TO GB-BATCH-STATUS
083100         MOVE 0                  TO GB-ACK-DATE
083200         MOVE 0                  TO GB-ACCEPTED-COUNT
083300         MOVE 0                  TO GB-REJECTED-COUNT
083400         MOVE 0                  TO GB-REJECTED-AMOUNT
083500     END-IF.
083600     IF BATCH-TO-RECONCILE
083700         MOVE "A"                TO GB-BATCH-STATUS
083800         MOVE GA-AB-ACK-DATE(GA-CUR-ACK-SUB) TO GB-ACK-DATE
083900         MOVE GA-B-ACCEPTED      TO GB-ACCEPTED-COUNT
084000         MOVE GA-B-REJECTED      TO GB-REJECTED-COUNT
084100         MOVE GA-B-REJECTED-AMT  TO GB-REJECTED-AMOUNT
084200     END-IF.
084300     IF BATCH-IS-REGISTERED
084400         IF BATCH-TO-RECONCILE
084500             REWRITE GL-REGISTER-RECORD
084600                 INVALID KEY
084700                     DISPLAY "BGLAK-DEV - GLBREG REWRITE "
084800                         "STATUS " GA-REG-FILE-STATUS
084900                         " BATCH " GA-CUR-BATCH
085000                     MOVE 8 TO RETURN-CODE
085100             END-REWRITE
085200         END-IF
085300     ELSE
085400         WRITE GL-REGISTER-RECORD
085500             INVALID KEY
085600                 DISPLAY "BGLAK-DEV - GLBREG WRITE STATUS "
085700                     GA-REG-FILE-STATUS " BATCH " GA-CUR-BATCH
085800                 MOVE 8 TO RETURN-CODE
085900         END-WRITE
086000     END-IF.
086100 3400-END-GL-BATCH-EXIT.
086200     EXIT.
086300*===============================================================
086400* 3450-WRITE-BATCH-TOTALS - OUTCOME TOTALS FOR A BATCH
086500* RECONCILED TONIGHT, ROLLED INTO THE GRAND TOTALS.
086600*===============================================================
086700 3450-WRITE-BATCH-TOTALS.
086800     ADD 1 TO GA-T-RECONCILED.
086900     ADD GA-B-ACCEPTED     TO GA-T-ACCEPTED.
087000     ADD GA-B-REJECTED     TO GA-T-REJECTED.
087100     ADD GA-B-NOACK        TO GA-T-NOACK.
087200     ADD GA-B-ACCEPTED-AMT TO GA-T-ACCEPTED-AMT.
087300     ADD GA-B-REJECTED-AMT TO GA-T-REJECTED-AMT.
087400     ADD GA-B-NOACK-AMT    TO GA-T-NOACK-AMT.
087500     MOVE GA-B-ACCEPTED     TO GA-EDIT-COUNT.
087600     MOVE GA-B-ACCEPTED-AMT TO GA-EDIT-AMOUNT.
087700     MOVE SPACES TO ACK-REPORT-RECORD.
087800     STRING "LINES ACCEPTED.......: " GA-EDIT-COUNT
087900         "  AMOUNT " GA-EDIT-AMOUNT
088000         DELIMITED BY SIZE INTO ACK-REPORT-RECORD.
088100     WRITE ACK-REPORT-RECORD.
088200     MOVE GA-B-REJECTED     TO GA-EDIT-COUNT.
088300     MOVE GA-B-REJECTED-AMT TO GA-EDIT-AMOUNT.
088400     MOVE SPACES TO ACK-REPORT-RECORD.
088500     STRING "LINES REJECTED.......: " GA-EDIT-COUNT
088600         "  AMOUNT " GA-EDIT-AMOUNT
088700         DELIMITED BY SIZE INTO ACK-REPORT-RECORD.
088800     WRITE ACK-REPORT-RECORD.
088900     MOVE GA-B-NOACK     TO GA-EDIT-COUNT.
089000     MOVE GA-B-NOACK-AMT TO GA-EDIT-AMOUNT.
089100     MOVE SPACES TO ACK-REPORT-RECORD.
089200     STRING "LINES NEVER ACKED....: " GA-EDIT-COUNT
089300         "  AMOUNT " GA-EDIT-AMOUNT
089400         DELIMITED BY SIZE INTO ACK-REPORT-RECORD.
089500     WRITE ACK-REPORT-RECORD.
089600 3450-WRITE-BATCH-TOTALS-EXIT.
089700     EXIT.
089800*===============================================================
089900* 3500-COUNT-BUSINESS-DAYS - BUSINESS DAYS SINCE THE BATCH WAS
090000* SENT: CALENDAR DATES AFTER ITS RUN DATE, UP TO AND INCLUDING
090100* TODAY.
090200*===============================================================
090300 3500-COUNT-BUSINESS-DAYS.
090400     MOVE 0 TO GA-BUSINESS-DAYS.
090500     PERFORM VARYING K FROM 1 BY 1 UNTIL K > GA-CAL-COUNT
090600         IF GA-CAL-DATE(K) > GA-CUR-RUN-DATE
090700             ADD 1 TO GA-BUSINESS-DAYS
090800         END-IF
090900     END-PERFORM.
091000 3500-COUNT-BUSINESS-DAYS-EXIT.
091100     EXIT.
091200*===============================================================
091300* 4000-REPORT-UNMATCHED-ACKS - AN ACK FOR A BATCH NO GLOUT
091400* GENERATION CARRIES, OR AN ACK LINE IN A RECONCILED BATCH
091500* THAT MATCHED NO GLOUT LINE, MEANS THE GL ANSWERED SOMETHING
091600* WE DID NOT SEND.  LISTED, NOT ACTED ON, RC=4.
091700*===============================================================
091800 4000-REPORT-UNMATCHED-ACKS.
091900     PERFORM 4100-CHECK-ONE-ACK-BATCH
092000         THRU 4100-CHECK-ONE-ACK-BATCH-EXIT
092100         VARYING J FROM 1 BY 1 UNTIL J > GA-AB-COUNT.
092200 4000-REPORT-UNMATCHED-ACKS-EXIT.
092300     EXIT.
092400*===============================================================
092500* 4100-CHECK-ONE-ACK-BATCH - SUBSCRIPT J.
092600*===============================================================
092700 4100-CHECK-ONE-ACK-BATCH.
092800     IF GA-AB-GL-FOUND-SW(J) = "N"
092900         ADD 1 TO GA-T-UNKNOWN-ACKS
093000         MOVE SPACES TO ACK-REPORT-RECORD
093100         WRITE ACK-REPORT-RECORD
093200         MOVE SPACES TO ACK-REPORT-RECORD
093300         STRING "ACK FOR UNKNOWN BATCH: " GA-AB-BATCH(J)
093400             "  NO GLOUT GENERATION - IGNORED"
093500             DELIMITED BY SIZE INTO ACK-REPORT-RECORD
093600         WRITE ACK-REPORT-RECORD
093700         IF RETURN-CODE < 4
093800             MOVE 4 TO RETURN-CODE
093900         END-IF
094000         GO TO 4100-CHECK-ONE-ACK-BATCH-EXIT.
094100     IF GA-AB-RECON-SW(J) NOT = "Y"
094200         GO TO 4100-CHECK-ONE-ACK-BATCH-EXIT.
094300     PERFORM VARYING K FROM 1 BY 1 UNTIL K > GA-AL-COUNT
094400         IF GA-AL-BATCH(K) = GA-AB-BATCH(J)
094500             AND GA-AL-MATCHED-SW(K) = "N"
094600             MOVE "ACK ONLY"           TO DL-OUTCOME
094700             MOVE GA-AL-ACCOUNT(K)     TO GA-MASK-ACCOUNT
094720             PERFORM 9200-MASK-ACCOUNT
094740                 THRU 9200-MASK-ACCOUNT-EXIT
094760             MOVE GA-MASK-ACCOUNT      TO DL-ACCOUNT
094800             MOVE GA-AL-DATE(K)        TO DL-TRAN-DATE
094900             MOVE GA-AL-AMOUNT(K)      TO DL-AMOUNT
095000             MOVE GA-AL-REASON-CODE(K) TO DL-REASON-CODE
095100             MOVE "NOT IN GLOUT BATCH" TO DL-REASON-TEXT
095200             MOVE GA-DETAIL-LINE       TO ACK-REPORT-RECORD
095300             WRITE ACK-REPORT-RECORD
095400             ADD 1               TO GA-T-ACK-ONLY
095500             ADD GA-AL-AMOUNT(K) TO GA-T-ACK-ONLY-AMT
095600             IF RETURN-CODE < 4
095700                 MOVE 4 TO RETURN-CODE
095800             END-IF
095900         END-IF
096000     END-PERFORM.
096100 4100-CHECK-ONE-ACK-BATCH-EXIT.
096200     EXIT.
096300*===============================================================
096400* 5000-WRITE-GRAND-TOTALS
096500*===============================================================
096600 5000-WRITE-GRAND-TOTALS.
096700     MOVE SPACES TO ACK-REPORT-RECORD.
096800     WRITE ACK-REPORT-RECORD.
096900     MOVE GA-T-RECONCILED TO GA-EDIT-COUNT.
097000     MOVE SPACES TO ACK-REPORT-RECORD.
097100     STRING "BATCHES RECONCILED...: " GA-EDIT-COUNT
097200         DELIMITED BY SIZE INTO ACK-REPORT-RECORD.
097300     WRITE ACK-REPORT-RECORD.
097400     MOVE GA-T-AWAITING TO GA-EDIT-COUNT.
097500     MOVE SPACES TO ACK-REPORT-RECORD.
097600     STRING "BATCHES AWAITING ACK.: " GA-EDIT-COUNT
097700         DELIMITED BY SIZE INTO ACK-REPORT-RECORD.
097800     WRITE ACK-REPORT-RECORD.
097900     MOVE GA-T-OVERDUE TO GA-EDIT-COUNT.
098000     MOVE SPACES TO ACK-REPORT-RECORD.
098100     STRING "BATCHES OVERDUE......: " GA-EDIT-COUNT
098200         DELIMITED BY SIZE INTO ACK-REPORT-RECORD.
098300     WRITE ACK-REPORT-RECORD.
098400     MOVE GA-T-DUP-ACKS TO GA-EDIT-COUNT.
098500     MOVE SPACES TO ACK-REPORT-RECORD.
098600     STRING "DUPLICATE ACKS.......: " GA-EDIT-COUNT
098700         DELIMITED BY SIZE INTO ACK-REPORT-RECORD.
098800     WRITE ACK-REPORT-RECORD.
098900     MOVE GA-T-INCOMPLETE-ACKS TO GA-EDIT-COUNT.
099000     MOVE SPACES TO ACK-REPORT-RECORD.
099100     STRING "INCOMPLETE ACKS......: " GA-EDIT-COUNT
099200         DELIMITED BY SIZE INTO ACK-REPORT-RECORD.
099300     WRITE ACK-REPORT-RECORD.
099400     MOVE GA-T-UNKNOWN-ACKS TO GA-EDIT-COUNT.
099500     MOVE SPACES TO ACK-REPORT-RECORD.
099600     STRING "UNKNOWN BATCH ACKS...: " GA-EDIT-COUNT
099700         DELIMITED BY SIZE INTO ACK-REPORT-RECORD.
099800     WRITE ACK-REPORT-RECORD.
099900     MOVE GA-T-ACCEPTED     TO GA-EDIT-COUNT.
100000     MOVE GA-T-ACCEPTED-AMT TO GA-EDIT-AMOUNT.
100100     MOVE SPACES TO ACK-REPORT-RECORD.
100200     STRING "LINES ACCEPTED.......: " GA-EDIT-COUNT
100300         "  AMOUNT " GA-EDIT-AMOUNT
100400         DELIMITED BY SIZE INTO ACK-REPORT-RECORD.
100500     WRITE ACK-REPORT-RECORD.
100600     MOVE GA-T-REJECTED     TO GA-EDIT-COUNT.
100700     MOVE GA-T-REJECTED-AMT TO GA-EDIT-AMOUNT.
100800     MOVE SPACES TO ACK-REPORT-RECORD.
100900     STRING "LINES REJECTED.......: " GA-EDIT-COUNT
101000         "  AMOUNT " GA-EDIT-AMOUNT
101100         DELIMITED BY SIZE INTO ACK-REPORT-RECORD.
101200     WRITE ACK-REPORT-RECORD.
101300     MOVE GA-T-NOACK     TO GA-EDIT-COUNT.
101400     MOVE GA-T-NOACK-AMT TO GA-EDIT-AMOUNT.
101500     MOVE SPACES TO ACK-REPORT-RECORD.
101600     STRING "LINES NEVER ACKED....: " GA-EDIT-COUNT
101700         "  AMOUNT " GA-EDIT-AMOUNT
101800         DELIMITED BY SIZE INTO ACK-REPORT-RECORD.
101900     WRITE ACK-REPORT-RECORD.
102000     MOVE GA-T-ACK-ONLY     TO GA-EDIT-COUNT.
102100     MOVE GA-T-ACK-ONLY-AMT TO GA-EDIT-AMOUNT.
102200     MOVE SPACES TO ACK-REPORT-RECORD.
102300     STRING "ACK LINES UNMATCHED..: " GA-EDIT-COUNT
102400         "  AMOUNT " GA-EDIT-AMOUNT
102500         DELIMITED BY SIZE INTO ACK-REPORT-RECORD.
102600     WRITE ACK-REPORT-RECORD.
102700     MOVE GA-T-SUSPENDED TO GA-EDIT-COUNT.
102800     MOVE SPACES TO ACK-REPORT-RECORD.
102900     STRING "GL REJECTS SUSPENDED.: " GA-EDIT-COUNT
103000         DELIMITED BY SIZE INTO ACK-REPORT-RECORD.
103100     WRITE ACK-REPORT-RECORD.
103200     DISPLAY "BGLAK-DEV - BATCHES RECONCILED " GA-T-RECONCILED
103300         " AWAITING " GA-T-AWAITING
103400         " OVERDUE " GA-T-OVERDUE
103500         " REJECTS SUSPENDED " GA-T-SUSPENDED.
103600 5000-WRITE-GRAND-TOTALS-EXIT.
103700     EXIT.
103800*===============================================================
103900* 8000-TERMINATE
104000*===============================================================
104100 8000-TERMINATE.
104200     IF ACK-FILE-IS-OPEN
104300         CLOSE GL-ACK-FILE
104400     END-IF.
104500     IF GL-FILE-IS-OPEN
104600         CLOSE GL-INPUT-FILE
104700     END-IF.
104800     IF REGISTER-IS-OPEN
104900         CLOSE GL-REGISTER-FILE
105000     END-IF.
105100     IF REJECT-FILE-IS-OPEN
105200         CLOSE GL-REJECT-FILE
105300     END-IF.
105400     CLOSE ACK-REPORT-FILE.
105500 8000-TERMINATE-EXIT.
105600     EXIT.
105700*===============================================================
105800* 9200-MASK-ACCOUNT - MASK THE ACCOUNT NUMBER IN GA-MASK-ACCOUNT
105900* FOR PRINTING: EVERY CHARACTER BEFORE THE LAST FOUR NON-BLANK
106000* ONES BECOMES AN ASTERISK.  A BLANK, LOW-VALUES OR HIGH-VALUES
106100* FIELD, OR ONE OF FOUR CHARACTERS OR LESS, IS LEFT AS IT IS.
106200*===============================================================
106300 9200-MASK-ACCOUNT.
106400     IF GA-MASK-ACCOUNT = SPACES OR LOW-VALUES OR HIGH-VALUES
106500         GO TO 9200-MASK-ACCOUNT-EXIT.
106600     MOVE 10 TO GA-MASK-LEN.
106700     PERFORM UNTIL GA-MASK-LEN = 0
106800         OR GA-MASK-ACCOUNT(GA-MASK-LEN:1) NOT = SPACE
106900         SUBTRACT 1 FROM GA-MASK-LEN
107000     END-PERFORM.
107100     SUBTRACT 4 FROM GA-MASK-LEN.
107200     PERFORM VARYING GA-MASK-SUB FROM 1 BY 1
107300         UNTIL GA-MASK-SUB > GA-MASK-LEN
107400         MOVE "*" TO GA-MASK-ACCOUNT(GA-MASK-SUB:1)
107500     END-PERFORM.
107600 9200-MASK-ACCOUNT-EXIT.
107700     EXIT.
