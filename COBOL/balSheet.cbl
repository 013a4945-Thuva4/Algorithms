000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BBSHT-DEV.
000300 AUTHOR.        R HENNESSY.
000400 INSTALLATION.  DATA CENTER SERVICES.
000500 DATE-WRITTEN.  10/14/2026.
000600 DATE-COMPILED.
000700*---------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*---------------------------------------------------------------
001000* 10/14/26  RH   ORIGINAL CODING.  END-OF-NIGHT BALANCING SHEET
001100*                FOR THE BSORT JOB.  PROVES THAT EVERY STAGE
001200*                THAT CONSUMED TONIGHT'S NUMOUT GENERATION
001300*                AGREES WITH ITS TRAILER FOR THE SAME RUN ID:
001400*                THE NUMOUT DETAILS THEMSELVES, THE FREQUENCY
001500*                MASTER POSTINGS JOURNALED BY BPOST-DEV
001600*                (POSTJRNL), THE TRANSACTION HISTORY LOAD
001700*                CONTROL RECORD FROM BHIST-DEV (HISTCNT) AND
001800*                THE GL INTERFACE FROM BGLEX-DEV (GLOUT, LESS
001900*                THE GL REJECTS RESENT IN IT PER GLRSNT).  ONE
002000*                SHEET (BALSHEET) SHOWS RECORD COUNTS AND NET
002100*                AMOUNTS SIDE BY SIDE AND FLAGS EVERY STAGE
002200*                THAT IS OUT OF BALANCE, INCOMPLETE OR DID NOT
002300*                RUN.  ANY SUCH STAGE ENDS THE STEP RC=8 SO
002400*                THE SCHEDULER PAGES.
002410* 10/15/26  RH   NUMOUT LRECL 50 (CURRENCY CODE AND ORIGINAL
002420*                AMOUNT ADDED).  EVERY STAGE STILL BALANCES IN
002430*                BASE CURRENCY.
002500*---------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.  IBM-370.
002900 OBJECT-COMPUTER.  IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT FEED-INPUT-FILE ASSIGN TO NUMOUT
003300                            ORGANIZATION IS SEQUENTIAL
003400                            FILE STATUS IS BS-INPUT-FILE-STATUS.
003500     SELECT POST-JOURNAL-FILE
003600                            ASSIGN TO POSTJRNL
003700                            ORGANIZATION IS SEQUENTIAL
003800                            FILE STATUS IS BS-JRNL-FILE-STATUS.
003900     SELECT HIST-COUNT-FILE ASSIGN TO HISTCNT
004000                            ORGANIZATION IS SEQUENTIAL
004100                            FILE STATUS IS BS-HIST-FILE-STATUS.
004200     SELECT GL-INPUT-FILE   ASSIGN TO GLOUT
004300                            ORGANIZATION IS SEQUENTIAL
004400                            FILE STATUS IS BS-GL-FILE-STATUS.
004500     SELECT GL-RESENT-FILE  ASSIGN TO GLRSNT
004600                            ORGANIZATION IS SEQUENTIAL
004700                            FILE STATUS IS BS-RESENT-FILE-STATUS.
004800     SELECT BALANCE-SHEET-FILE
004900                            ASSIGN TO BALSHEET
005000                            ORGANIZATION IS SEQUENTIAL.
005100*
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  FEED-INPUT-FILE
005500     RECORDING MODE IS F
005600     LABEL RECORDS ARE STANDARD.
005700 01  FEED-INPUT-HEADER.
005800     02  FH-RECORD-TYPE      PIC X(01).
005900     02  FH-RUN-DATE         PIC 9(08).
006000     02  FH-RUN-ID           PIC X(08).
006100     02  FILLER              PIC X(33).
006200 01  FEED-INPUT-DETAIL.
006300     02  FD-RECORD-TYPE      PIC X(01).
006400     02  FD-RECORD-DATA.
006500         COPY NUMRECRD REPLACING ==:TAG:== BY ==NO==.
006600     02  FD-OCCUR-COUNT      PIC 9(05).
006700 01  FEED-INPUT-TRAILER.
006800     02  FT-RECORD-TYPE      PIC X(01).
006900     02  FT-RECORD-COUNT     PIC 9(09).
007000     02  FT-HASH-TOTAL       PIC S9(15).
007100     02  FILLER              PIC X(25).
007200*
007300 FD  POST-JOURNAL-FILE
007400     RECORDING MODE IS F
007500     LABEL RECORDS ARE STANDARD.
007600 01  POST-JOURNAL-RECORD.
007700     COPY POSTJRNL REPLACING ==:TAG:== BY ==PJ==.
007800*
007900 FD  HIST-COUNT-FILE
008000     RECORDING MODE IS F
008100     LABEL RECORDS ARE STANDARD.
008200 01  HIST-COUNT-RECORD.
008300     COPY HISTCTL REPLACING ==:TAG:== BY ==HC==.
008400*
008500 FD  GL-INPUT-FILE
008600     RECORDING MODE IS F
008700     LABEL RECORDS ARE STANDARD.
008800 01  GL-INPUT-HEADER.
008900     02  GLH-RECORD-TYPE     PIC X(01).
009000     02  GLH-BATCH-NUMBER    PIC X(08).
009100     02  GLH-RUN-DATE        PIC 9(08).
009200     02  FILLER              PIC X(63).
009300 01  GL-INPUT-DETAIL.
009400     02  GLD-RECORD-TYPE     PIC X(01).
009500     02  GLD-ACCOUNT-NUMBER  PIC X(10).
009600     02  GLD-TRAN-DATE       PIC 9(08).
009700     02  GLD-TRAN-AMOUNT     PIC S9(13)V99.
009800     02  FILLER              PIC X(46).
009900 01  GL-INPUT-TRAILER.
010000     02  GLT-RECORD-TYPE     PIC X(01).
010100     02  GLT-BATCH-NUMBER    PIC X(08).
010200     02  GLT-LINE-COUNT      PIC 9(09).
010300     02  GLT-CONTROL-AMOUNT  PIC S9(13)V99.
010400     02  FILLER              PIC X(47).
010500*
010600 FD  GL-RESENT-FILE
010700     RECORDING MODE IS F
010800     LABEL RECORDS ARE STANDARD.
010900 01  GL-RESENT-RECORD.
011000     COPY GLREJECT REPLACING ==:TAG:== BY ==RT==.
011100*
011200 FD  BALANCE-SHEET-FILE
011300     RECORDING MODE IS F
011400     LABEL RECORDS ARE STANDARD.
011500 01  BALANCE-SHEET-RECORD        PIC X(80).
011600*
011700 WORKING-STORAGE SECTION.
011800*---------------------------------------------------------------
011900* SWITCHES
012000*---------------------------------------------------------------
012100 01  BS-SWITCHES.
012200     02  BS-EOF-SW           PIC X(01)  VALUE "N".
012300         88  END-OF-INPUT               VALUE "Y".
012400     02  BS-INPUT-FILE-STATUS PIC X(02) VALUE "00".
012500     02  BS-JRNL-FILE-STATUS PIC X(02)  VALUE "00".
012600     02  BS-HIST-FILE-STATUS PIC X(02)  VALUE "00".
012700     02  BS-GL-FILE-STATUS   PIC X(02)  VALUE "00".
012800     02  BS-RESENT-FILE-STATUS PIC X(02) VALUE "00".
012900     02  BS-FEED-SW          PIC X(01)  VALUE "N".
013000         88  FEED-WAS-READ              VALUE "Y".
013100     02  BS-TRAILER-SW       PIC X(01)  VALUE "N".
013200         88  FEED-TRAILER-PRESENT       VALUE "Y".
013300     02  BS-POST-COMPLETE-SW PIC X(01)  VALUE "N".
013400         88  POSTING-COMPLETE           VALUE "Y".
013500     02  BS-GL-HEADER-SW     PIC X(01)  VALUE "N".
013600         88  GL-HEADER-PRESENT          VALUE "Y".
013700     02  BS-GL-TRAILER-SW    PIC X(01)  VALUE "N".
013800         88  GL-TRAILER-PRESENT         VALUE "Y".
013900     02  BS-RESENT-SW        PIC X(01)  VALUE "N".
014000         88  RESENT-FILE-READ           VALUE "Y".
014100*
014200*---------------------------------------------------------------
014300* CONTROL FIGURES.  EVERY NET AMOUNT IS SIGNED BY THE NUMRECRD
014400* TYPE RULE (DEBITS ADD, CREDITS AND REVERSALS SUBTRACT) AND
014500* COUNTS ONCE PER DETAIL RECORD, THE SAME WAY BSORT-DEV BUILT
014600* THE TRAILER HASH, SO EACH STAGE CAN TIE TO IT TO THE PENNY.
014700* THE NUMOUT TRAILER IS THE CONTROL EVERY STAGE IS PROVED TO.
014800*---------------------------------------------------------------
014900 77  BS-RUN-DATE             PIC 9(08)  VALUE 0.
015000 77  BS-FEED-RUN-DATE        PIC 9(08)  VALUE 0.
015100 77  BS-RUN-ID               PIC X(08)  VALUE SPACES.
015200 77  BS-FEED-COUNT           PIC 9(09)  VALUE 0.
015300 77  BS-FEED-NET             PIC S9(13)V99 VALUE 0.
015400 77  BS-CONTROL-COUNT        PIC 9(09)  VALUE 0.
015500 77  BS-CONTROL-NET          PIC S9(13)V99 VALUE 0.
015600 77  BS-POST-COUNT           PIC 9(09)  VALUE 0.
015700 77  BS-POST-NET             PIC S9(13)V99 VALUE 0.
015800 77  BS-GL-LINE-COUNT        PIC 9(09)  VALUE 0.
015900 77  BS-GL-LINE-TOTAL        PIC S9(13)V99 VALUE 0.
016000 77  BS-GL-BATCH-NUMBER      PIC X(08)  VALUE SPACES.
016100 77  BS-GL-NET               PIC S9(13)V99 VALUE 0.
016200 77  BS-RESENT-COUNT         PIC 9(09)  VALUE 0.
016300 77  BS-RESENT-AMOUNT        PIC S9(13)V99 VALUE 0.
016400 77  BS-PROBLEM-COUNT        PIC 9(05)  VALUE 0.
016500 77  BS-EDIT-COUNT           PIC ZZZZZ9.
016600 77  BS-EDIT-AMOUNT          PIC -ZZZZZZZZZZZZ9.99.
016700 77  J                       PIC 9(05)  VALUE 0    COMP.
016800*
016900*---------------------------------------------------------------
017000* POSTING JOURNAL VALUE - THE FULL NUMRECRD IMAGE BPOST-DEV
017100* CARRIES IN PJ-VALUE, SO THE POSTED AMOUNT AND TYPE CAN BE
017200* SIGNED AND SUMMED.
017300*---------------------------------------------------------------
017400 01  BS-JOURNAL-VALUE.
017500     COPY NUMRECRD REPLACING ==:TAG:== BY ==JV==.
017600*
017700*---------------------------------------------------------------
017800* STAGE TABLE - ONE ENTRY PER LINE OF THE SHEET, IN JOB STEP
017900* ORDER.  1 = NUMOUT TRAILER (THE CONTROL), 2 = NUMOUT
018000* DETAILS, 3 = FREQUENCY MASTER POSTINGS, 4 = TRANSACTION
018100* HISTORY LOAD, 5 = GL INTERFACE.  STATUS IS THE TEXT PRINTED;
018200* ANY STATUS OTHER THAN IN BALANCE OR CONTROL IS A PROBLEM.
018300*---------------------------------------------------------------
018400 01  BS-STAGE-TABLE.
018500     02  BS-STAGE-ENTRY      OCCURS 5 TIMES.
018600         03  BS-STG-NAME     PIC X(22).
018700         03  BS-STG-COUNT    PIC 9(09).
018800         03  BS-STG-NET      PIC S9(13)V99.
018900         03  BS-STG-STATUS   PIC X(16).
019000*
019100*---------------------------------------------------------------
019200* BALANCING SHEET STAGE LINE.
019300*---------------------------------------------------------------
019400 01  BS-STAGE-LINE.
019500     02  SL-STAGE            PIC X(22).
019600     02  FILLER              PIC X(01)  VALUE SPACE.
019700     02  SL-COUNT            PIC ZZZZZZZZ9.
019800     02  FILLER              PIC X(02)  VALUE SPACES.
019900     02  SL-NET              PIC -ZZZZZZZZZZZZ9.99.
020000     02  FILLER              PIC X(02)  VALUE SPACES.
020100     02  SL-STATUS           PIC X(16).
020200     02  FILLER              PIC X(11)  VALUE SPACES.
020300*
020400 PROCEDURE DIVISION.
020500*===============================================================
020600* 0000-MAINLINE
020700*===============================================================
020800 0000-MAINLINE.
020900     PERFORM 1000-INITIALIZE
021000         THRU 1000-INITIALIZE-EXIT.
021100     PERFORM 2000-READ-NUMOUT
021200         THRU 2000-READ-NUMOUT-EXIT.
021300     PERFORM 3000-SCAN-POST-JOURNAL
021400         THRU 3000-SCAN-POST-JOURNAL-EXIT.
021500     PERFORM 4000-READ-HIST-CONTROL
021600         THRU 4000-READ-HIST-CONTROL-EXIT.
021700     PERFORM 5000-READ-GL-INTERFACE
021800         THRU 5000-READ-GL-INTERFACE-EXIT.
021900     PERFORM 6000-WRITE-BALANCE-SHEET
022000         THRU 6000-WRITE-BALANCE-SHEET-EXIT.
022100     PERFORM 8000-TERMINATE
022200         THRU 8000-TERMINATE-EXIT.
022300     STOP RUN.
022400*===============================================================
022500* 1000-INITIALIZE - OPEN THE SHEET AND SET EVERY STAGE TO DID
022600* NOT RUN UNTIL ITS INPUT SHOWS OTHERWISE.
022700*===============================================================
022800 1000-INITIALIZE.
022900     ACCEPT BS-RUN-DATE FROM DATE YYYYMMDD.
023000     OPEN OUTPUT BALANCE-SHEET-FILE.
023100     MOVE "NUMOUT TRAILER"         TO BS-STG-NAME(1).
023200     MOVE "NUMOUT DETAILS"         TO BS-STG-NAME(2).
023300     MOVE "FREQ MASTER POSTINGS"   TO BS-STG-NAME(3).
023400     MOVE "TRANHIST LOAD"          TO BS-STG-NAME(4).
023500     MOVE "GL INTERFACE NET"       TO BS-STG-NAME(5).
023600     PERFORM VARYING J FROM 1 BY 1 UNTIL J > 5
023700         MOVE 0              TO BS-STG-COUNT(J)
023800         MOVE 0              TO BS-STG-NET(J)
023900         MOVE "*DID NOT RUN*" TO BS-STG-STATUS(J)
024000     END-PERFORM.
024100 1000-INITIALIZE-EXIT.
024200     EXIT.
024300*===============================================================
024400* 2000-READ-NUMOUT - READ TONIGHT'S FEED: RUN DATE AND RUN ID
024500* FROM THE HEADER, THE DETAIL COUNT AND NET, AND THE TRAILER
024600* COUNT AND NET HASH.  THE TRAILER IS THE CONTROL FOR EVERY
024700* OTHER STAGE; WITHOUT ONE THE DETAILS READ STAND IN FOR IT.
024800*===============================================================
024900 2000-READ-NUMOUT.
025000     OPEN INPUT FEED-INPUT-FILE.
025100     IF BS-INPUT-FILE-STATUS NOT = "00"
025200         DISPLAY "BBSHT-DEV - NUMOUT OPEN STATUS "
025300             BS-INPUT-FILE-STATUS
025400         GO TO 2000-READ-NUMOUT-EXIT.
025500     MOVE "Y" TO BS-FEED-SW.
025600     MOVE "N" TO BS-EOF-SW.
025700     PERFORM 2100-READ-ONE-FEED-RECORD
025800         THRU 2100-READ-ONE-FEED-RECORD-EXIT
025900         UNTIL END-OF-INPUT.
026000     CLOSE FEED-INPUT-FILE.
026100     MOVE BS-FEED-COUNT TO BS-STG-COUNT(2).
026200     MOVE BS-FEED-NET   TO BS-STG-NET(2).
026300     IF NOT FEED-TRAILER-PRESENT
026400         MOVE BS-FEED-COUNT  TO BS-CONTROL-COUNT
026500         MOVE BS-FEED-NET    TO BS-CONTROL-NET
026600         MOVE "*NO TRAILER*" TO BS-STG-STATUS(1)
026700         MOVE "*INCOMPLETE*" TO BS-STG-STATUS(2)
026800         GO TO 2000-READ-NUMOUT-EXIT.
026900     MOVE "CONTROL"        TO BS-STG-STATUS(1).
027000     MOVE BS-CONTROL-COUNT TO BS-STG-COUNT(1).
027100     MOVE BS-CONTROL-NET   TO BS-STG-NET(1).
027200     IF BS-FEED-COUNT = BS-CONTROL-COUNT
027300         AND BS-FEED-NET = BS-CONTROL-NET
027400         MOVE "IN BALANCE"       TO BS-STG-STATUS(2)
027500     ELSE
027600         MOVE "*OUT OF BALANCE*" TO BS-STG-STATUS(2)
027700     END-IF.
027800 2000-READ-NUMOUT-EXIT.
027900     EXIT.
028000*===============================================================
028100* 2100-READ-ONE-FEED-RECORD
028200*===============================================================
028300 2100-READ-ONE-FEED-RECORD.
028400     READ FEED-INPUT-FILE
028500         AT END
028600             SET END-OF-INPUT TO TRUE
028700             GO TO 2100-READ-ONE-FEED-RECORD-EXIT
028800     END-READ.
028900     IF FD-RECORD-TYPE = "H"
029000         IF FH-RUN-DATE IS NUMERIC
029100             MOVE FH-RUN-DATE TO BS-FEED-RUN-DATE
029200         END-IF
029300         MOVE FH-RUN-ID TO BS-RUN-ID
029400     END-IF.
029500     IF FD-RECORD-TYPE = "D"
029600         ADD 1 TO BS-FEED-COUNT
029700         IF NO-TRAN-TYPE = "C" OR NO-TRAN-TYPE = "R"
029800             SUBTRACT NO-TRAN-AMOUNT FROM BS-FEED-NET
029900         ELSE
030000             ADD NO-TRAN-AMOUNT TO BS-FEED-NET
030100         END-IF
030200     END-IF.
030300     IF FD-RECORD-TYPE = "T"
030400         MOVE "Y" TO BS-TRAILER-SW
030500         IF FT-RECORD-COUNT IS NUMERIC
030600             MOVE FT-RECORD-COUNT TO BS-CONTROL-COUNT
030700         END-IF
030800         IF FT-HASH-TOTAL IS NUMERIC
030900             COMPUTE BS-CONTROL-NET = FT-HASH-TOTAL / 100
031000         END-IF
031100     END-IF.
031200 2100-READ-ONE-FEED-RECORD-EXIT.
031300     EXIT.
031400*===============================================================
031500* 3000-SCAN-POST-JOURNAL - TOTAL THE TYPE P POSTINGS JOURNALED
031600* FOR THIS RUN ID SINCE ITS LAST BACKOUT (TYPE B), THE SAME
031700* RULE BPOST-DEV USES WHEN IT RESUMES A FEED.  POSTINGS WITH
031800* NO TYPE C RECORD AFTER THEM MEAN BPOST-DEV STOPPED PART WAY.
031900*===============================================================
032000 3000-SCAN-POST-JOURNAL.
032100     IF BS-RUN-ID = SPACES
032200         GO TO 3000-SCAN-POST-JOURNAL-EXIT.
032300     OPEN INPUT POST-JOURNAL-FILE.
032400     IF BS-JRNL-FILE-STATUS NOT = "00"
032500         DISPLAY "BBSHT-DEV - POSTJRNL OPEN STATUS "
032600             BS-JRNL-FILE-STATUS
032700         GO TO 3000-SCAN-POST-JOURNAL-EXIT.
032800     MOVE "N" TO BS-EOF-SW.
032900     PERFORM 3100-SCAN-ONE-JOURNAL-RECORD
033000         THRU 3100-SCAN-ONE-JOURNAL-RECORD-EXIT
033100         UNTIL END-OF-INPUT.
033200     CLOSE POST-JOURNAL-FILE.
033300     MOVE BS-POST-COUNT TO BS-STG-COUNT(3).
033400     MOVE BS-POST-NET   TO BS-STG-NET(3).
033500     IF BS-POST-COUNT = 0 AND NOT POSTING-COMPLETE
033600         GO TO 3000-SCAN-POST-JOURNAL-EXIT.
033700     IF NOT POSTING-COMPLETE
033800         MOVE "*INCOMPLETE*" TO BS-STG-STATUS(3)
033900         GO TO 3000-SCAN-POST-JOURNAL-EXIT.
034000     IF BS-POST-COUNT = BS-CONTROL-COUNT
034100         AND BS-POST-NET = BS-CONTROL-NET
034200         MOVE "IN BALANCE"       TO BS-STG-STATUS(3)
034300     ELSE
034400         MOVE "*OUT OF BALANCE*" TO BS-STG-STATUS(3)
034500     END-IF.
034600 3000-SCAN-POST-JOURNAL-EXIT.
034700     EXIT.
034800*===============================================================
034900* 3100-SCAN-ONE-JOURNAL-RECORD
035000*===============================================================
035100 3100-SCAN-ONE-JOURNAL-RECORD.
035200     READ POST-JOURNAL-FILE
035300         AT END
035400             SET END-OF-INPUT TO TRUE
035500             GO TO 3100-SCAN-ONE-JOURNAL-RECORD-EXIT
035600     END-READ.
035700     IF PJ-RUN-ID NOT = BS-RUN-ID
035800         GO TO 3100-SCAN-ONE-JOURNAL-RECORD-EXIT.
035900     IF PJ-RECORD-TYPE = "P"
036000         MOVE PJ-VALUE TO BS-JOURNAL-VALUE
036100         ADD 1 TO BS-POST-COUNT
036200         IF JV-TRAN-TYPE = "C" OR JV-TRAN-TYPE = "R"
036300             SUBTRACT JV-TRAN-AMOUNT FROM BS-POST-NET
036400         ELSE
036500             ADD JV-TRAN-AMOUNT TO BS-POST-NET
036600         END-IF
036700     END-IF.
036800     IF PJ-RECORD-TYPE = "C"
036900         MOVE "Y" TO BS-POST-COMPLETE-SW.
037000     IF PJ-RECORD-TYPE = "B"
037100         MOVE 0   TO BS-POST-COUNT
037200         MOVE 0   TO BS-POST-NET
037300         MOVE "N" TO BS-POST-COMPLETE-SW.
037400 3100-SCAN-ONE-JOURNAL-RECORD-EXIT.
037500     EXIT.
037600*===============================================================
037700* 4000-READ-HIST-CONTROL - THE LOAD CONTROL RECORD BHIST-DEV
037800* WROTE.  A MISSING RECORD, OR ONE FOR A DIFFERENT RUN ID, MEANS
037900* TONIGHT'S LOAD DID NOT RUN.
038000*===============================================================
038100 4000-READ-HIST-CONTROL.
038200     OPEN INPUT HIST-COUNT-FILE.
038300     IF BS-HIST-FILE-STATUS NOT = "00"
038400         DISPLAY "BBSHT-DEV - HISTCNT OPEN STATUS "
038500             BS-HIST-FILE-STATUS
038600         GO TO 4000-READ-HIST-CONTROL-EXIT.
038700     READ HIST-COUNT-FILE
038800         AT END
038900             MOVE SPACES TO HIST-COUNT-RECORD
039000     END-READ.
039100     CLOSE HIST-COUNT-FILE.
039200     IF HC-RUN-ID = SPACES
039300         OR HC-RUN-ID NOT = BS-RUN-ID
039400         GO TO 4000-READ-HIST-CONTROL-EXIT.
039500     MOVE HC-LOADED-COUNT TO BS-STG-COUNT(4).
039600     MOVE HC-LOADED-NET   TO BS-STG-NET(4).
039700     IF HC-FAILED-COUNT = 0
039800         AND HC-DETAILS-READ = BS-CONTROL-COUNT
039900         AND HC-LOADED-COUNT = BS-CONTROL-COUNT
040000         AND HC-LOADED-NET = BS-CONTROL-NET
040100         MOVE "IN BALANCE"       TO BS-STG-STATUS(4)
040200     ELSE
040300         MOVE "*OUT OF BALANCE*" TO BS-STG-STATUS(4)
040400     END-IF.
040500 4000-READ-HIST-CONTROL-EXIT.
040600     EXIT.
040700*===============================================================
040800* 5000-READ-GL-INTERFACE - READ TONIGHT'S GL INTERFACE AND THE
040900* GL REJECTS RESENT IN IT.  THE GL LINES ARE SUMMARIZED BY
041000* ACCOUNT AND DATE, SO THEIR COUNT IS PROVED TO THE GL TRAILER
041100* ONLY; THE CONTROL AMOUNT LESS THE RESENDS IS PROVED TO THE
041200* NUMOUT TRAILER NET.  NO HEADER MEANS THE EXTRACT DID NOT RUN
041300* (OR CUT NO INTERFACE); NO TRAILER MEANS IT IS INCOMPLETE.
041400*===============================================================
041500 5000-READ-GL-INTERFACE.
041600     PERFORM 5500-READ-GL-RESENDS
041700         THRU 5500-READ-GL-RESENDS-EXIT.
041800     OPEN INPUT GL-INPUT-FILE.
041900     IF BS-GL-FILE-STATUS NOT = "00"
042000         DISPLAY "BBSHT-DEV - GLOUT OPEN STATUS "
042100             BS-GL-FILE-STATUS
042200         GO TO 5000-READ-GL-INTERFACE-EXIT.
042300     MOVE "N" TO BS-EOF-SW.
042400     PERFORM 5100-READ-ONE-GL-RECORD
042500         THRU 5100-READ-ONE-GL-RECORD-EXIT
042600         UNTIL END-OF-INPUT.
042700     CLOSE GL-INPUT-FILE.
042800     IF NOT GL-HEADER-PRESENT
042900         GO TO 5000-READ-GL-INTERFACE-EXIT.
043000     COMPUTE BS-GL-NET = BS-GL-LINE-TOTAL - BS-RESENT-AMOUNT.
043100     MOVE BS-GL-LINE-COUNT TO BS-STG-COUNT(5).
043200     MOVE BS-GL-NET        TO BS-STG-NET(5).
043300     IF NOT GL-TRAILER-PRESENT
043400         MOVE "*INCOMPLETE*" TO BS-STG-STATUS(5)
043500         GO TO 5000-READ-GL-INTERFACE-EXIT.
043600     IF GLT-LINE-COUNT = BS-GL-LINE-COUNT
043700         AND GLT-CONTROL-AMOUNT = BS-GL-LINE-TOTAL
043800         AND BS-GL-NET = BS-CONTROL-NET
043900         MOVE "IN BALANCE"       TO BS-STG-STATUS(5)
044000     ELSE
044100         MOVE "*OUT OF BALANCE*" TO BS-STG-STATUS(5)
044200     END-IF.
044300 5000-READ-GL-INTERFACE-EXIT.
044400     EXIT.
044500*===============================================================
044600* 5100-READ-ONE-GL-RECORD - THE TRAILER IS LEFT IN THE RECORD
044700* AREA FOR 5000 BY ENDING THE READ LOOP ON IT.
044800*===============================================================
044900 5100-READ-ONE-GL-RECORD.
045000     READ GL-INPUT-FILE
045100         AT END
045200             SET END-OF-INPUT TO TRUE
045300             GO TO 5100-READ-ONE-GL-RECORD-EXIT
045400     END-READ.
045500     IF GLH-RECORD-TYPE = "H"
045600         MOVE "Y"              TO BS-GL-HEADER-SW
045700         MOVE GLH-BATCH-NUMBER TO BS-GL-BATCH-NUMBER
045800     END-IF.
045900     IF GLD-RECORD-TYPE = "D"
046000         ADD 1               TO BS-GL-LINE-COUNT
046100         ADD GLD-TRAN-AMOUNT TO BS-GL-LINE-TOTAL
046200     END-IF.
046300     IF GLT-RECORD-TYPE = "T"
046400         MOVE "Y" TO BS-GL-TRAILER-SW
046500         SET END-OF-INPUT TO TRUE
046600     END-IF.
046700 5100-READ-ONE-GL-RECORD-EXIT.
046800     EXIT.
046900*===============================================================
047000* 5500-READ-GL-RESENDS - TOTAL THE GL REJECTS BGLEX-DEV MERGED
047100* INTO TONIGHT'S INTERFACE.
047200*===============================================================
047300 5500-READ-GL-RESENDS.
047400     OPEN INPUT GL-RESENT-FILE.
047500     IF BS-RESENT-FILE-STATUS NOT = "00"
047600         DISPLAY "BBSHT-DEV - GLRSNT OPEN STATUS "
047700             BS-RESENT-FILE-STATUS
047800         GO TO 5500-READ-GL-RESENDS-EXIT.
047900     MOVE "Y" TO BS-RESENT-SW.
048000     MOVE "N" TO BS-EOF-SW.
048100     PERFORM UNTIL END-OF-INPUT
048200         READ GL-RESENT-FILE
048300             AT END
048400                 SET END-OF-INPUT TO TRUE
048500             NOT AT END
048600                 ADD 1              TO BS-RESENT-COUNT
048700                 ADD RT-TRAN-AMOUNT TO BS-RESENT-AMOUNT
048800         END-READ
048900     END-PERFORM.
049000     CLOSE GL-RESENT-FILE.
049100 5500-READ-GL-RESENDS-EXIT.
049200     EXIT.
049300*===============================================================
049400* 6000-WRITE-BALANCE-SHEET - HEADINGS, ONE LINE PER STAGE, THE
049500* GL WORKING FIGURES, THE OVERALL RESULT AND THE SIGN-OFF
049600* LINE.  ANY STAGE NOT IN BALANCE ENDS THE STEP RC=8.
049700*===============================================================
049800 6000-WRITE-BALANCE-SHEET.
049900     MOVE SPACES TO BALANCE-SHEET-RECORD.
050000     STRING "BBSHT-DEV END-OF-NIGHT BALANCING SHEET"
050100         DELIMITED BY SIZE INTO BALANCE-SHEET-RECORD.
050200     WRITE BALANCE-SHEET-RECORD.
050300     MOVE SPACES TO BALANCE-SHEET-RECORD.
050400     STRING "RUN DATE.............: " DELIMITED BY SIZE
050500            BS-FEED-RUN-DATE          DELIMITED BY SIZE
050600            "  RUN ID: "              DELIMITED BY SIZE
050700            BS-RUN-ID                 DELIMITED BY SIZE
050800         INTO BALANCE-SHEET-RECORD.
050900     WRITE BALANCE-SHEET-RECORD.
051000     MOVE SPACES TO BALANCE-SHEET-RECORD.
051100     STRING "SHEET DATE...........: " DELIMITED BY SIZE
051200            BS-RUN-DATE               DELIMITED BY SIZE
051300         INTO BALANCE-SHEET-RECORD.
051400     WRITE BALANCE-SHEET-RECORD.
051500     MOVE SPACES TO BALANCE-SHEET-RECORD.
051600     WRITE BALANCE-SHEET-RECORD.
051700     MOVE SPACES TO BALANCE-SHEET-RECORD.
051800     STRING "STAGE                    RECORDS"
051900            DELIMITED BY SIZE
052000            "         NET AMOUNT  STATUS" DELIMITED BY SIZE
052100         INTO BALANCE-SHEET-RECORD.
052200     WRITE BALANCE-SHEET-RECORD.
052300     PERFORM 6100-WRITE-ONE-STAGE-LINE
052400         THRU 6100-WRITE-ONE-STAGE-LINE-EXIT
052500         VARYING J FROM 1 BY 1 UNTIL J > 5.
052600     MOVE SPACES TO BALANCE-SHEET-RECORD.
052700     WRITE BALANCE-SHEET-RECORD.
052800     IF GL-HEADER-PRESENT
052900         PERFORM 6200-WRITE-GL-FIGURES
053000             THRU 6200-WRITE-GL-FIGURES-EXIT
053100     END-IF.
053200     MOVE SPACES TO BALANCE-SHEET-RECORD.
053300     IF BS-PROBLEM-COUNT = 0
053400         STRING "OVERALL..............: ALL STAGES IN "
053500             "BALANCE" DELIMITED BY SIZE
053600             INTO BALANCE-SHEET-RECORD
053700     ELSE
053800         MOVE BS-PROBLEM-COUNT TO BS-EDIT-COUNT
053900         STRING "OVERALL..............: *ATTENTION* "
054000             DELIMITED BY SIZE
054100             BS-EDIT-COUNT DELIMITED BY SIZE
054200             " STAGE(S) NOT IN BALANCE" DELIMITED BY SIZE
054300             INTO BALANCE-SHEET-RECORD
054400         DISPLAY "BBSHT-DEV - " BS-PROBLEM-COUNT
054500             " STAGE(S) NOT IN BALANCE FOR RUN ID " BS-RUN-ID
054600         MOVE 8 TO RETURN-CODE
054700     END-IF.
054800     WRITE BALANCE-SHEET-RECORD.
054900     MOVE SPACES TO BALANCE-SHEET-RECORD.
055000     WRITE BALANCE-SHEET-RECORD.
055100     MOVE SPACES TO BALANCE-SHEET-RECORD.
055200     STRING "SIGNED OFF BY........: ____________________"
055300            "  DATE: __________" DELIMITED BY SIZE
055400         INTO BALANCE-SHEET-RECORD.
055500     WRITE BALANCE-SHEET-RECORD.
055600 6000-WRITE-BALANCE-SHEET-EXIT.
055700     EXIT.
055800*===============================================================
055900* 6100-WRITE-ONE-STAGE-LINE - SUBSCRIPT J.
056000*===============================================================
056100 6100-WRITE-ONE-STAGE-LINE.
056200     MOVE BS-STG-NAME(J)   TO SL-STAGE.
056300     MOVE BS-STG-COUNT(J)  TO SL-COUNT.
056400     MOVE BS-STG-NET(J)    TO SL-NET.
056500     MOVE BS-STG-STATUS(J) TO SL-STATUS.
056600     IF BS-STG-STATUS(J) NOT = "IN BALANCE"
056700         AND BS-STG-STATUS(J) NOT = "CONTROL"
056800         ADD 1 TO BS-PROBLEM-COUNT
056900         DISPLAY "BBSHT-DEV - " BS-STG-NAME(J) " "
057000             BS-STG-STATUS(J)
057100     END-IF.
057200     MOVE BS-STAGE-LINE TO BALANCE-SHEET-RECORD.
057300     WRITE BALANCE-SHEET-RECORD.
057400 6100-WRITE-ONE-STAGE-LINE-EXIT.
057500     EXIT.
057600*===============================================================
057700* 6200-WRITE-GL-FIGURES - HOW THE GL INTERFACE NET WAS REACHED.
057800*===============================================================
057900 6200-WRITE-GL-FIGURES.
058000     MOVE SPACES TO BALANCE-SHEET-RECORD.
058100     STRING "GL BATCH NUMBER......: " BS-GL-BATCH-NUMBER
058200         DELIMITED BY SIZE INTO BALANCE-SHEET-RECORD.
058300     WRITE BALANCE-SHEET-RECORD.
058400     MOVE BS-GL-LINE-TOTAL TO BS-EDIT-AMOUNT.
058500     MOVE SPACES TO BALANCE-SHEET-RECORD.
058600     STRING "GL LINES TOTAL.......: " BS-EDIT-AMOUNT
058700         DELIMITED BY SIZE INTO BALANCE-SHEET-RECORD.
058800     WRITE BALANCE-SHEET-RECORD.
058900     IF GL-TRAILER-PRESENT
059000         MOVE GLT-CONTROL-AMOUNT TO BS-EDIT-AMOUNT
059100         MOVE SPACES TO BALANCE-SHEET-RECORD
059200         STRING "GL TRAILER CONTROL...: " BS-EDIT-AMOUNT
059300             DELIMITED BY SIZE INTO BALANCE-SHEET-RECORD
059400         WRITE BALANCE-SHEET-RECORD
059500     END-IF.
059600     MOVE BS-RESENT-COUNT TO BS-EDIT-COUNT.
059700     MOVE BS-RESENT-AMOUNT TO BS-EDIT-AMOUNT.
059800     MOVE SPACES TO BALANCE-SHEET-RECORD.
059900     IF RESENT-FILE-READ
060000         STRING "GL REJECTS RESENT....: " BS-EDIT-AMOUNT
060100             "  (" BS-EDIT-COUNT " LINES)"
060200             DELIMITED BY SIZE INTO BALANCE-SHEET-RECORD
060300     ELSE
060400         STRING "GL REJECTS RESENT....: NOT AVAILABLE"
060500             DELIMITED BY SIZE INTO BALANCE-SHEET-RECORD
060600     END-IF.
060700     WRITE BALANCE-SHEET-RECORD.
060800     MOVE SPACES TO BALANCE-SHEET-RECORD.
060900     WRITE BALANCE-SHEET-RECORD.
061000 6200-WRITE-GL-FIGURES-EXIT.
061100     EXIT.
061200*===============================================================
061300* 8000-TERMINATE
061400*===============================================================
061500 8000-TERMINATE.
061600     CLOSE BALANCE-SHEET-FILE.
061700 8000-TERMINATE-EXIT.
061800     EXIT.
