002420*                ON THE TRANSACTION RECORD (COPYBOOK NUMRECRD)
002430*                IS NOW STORED ON EACH HISTORY RECORD SO THE
002440*                INQUIRY CAN SHOW IT AND TOTAL NET.
002444* 10/14/26  RH   EVERY LOAD NOW ENDS BY WRITING A LOAD CONTROL
002448*                RECORD (HISTCNT, COPYBOOK HISTCTL) - RUN DATE
002452*                AND RUN ID FROM THE NUMOUT HEADER, DETAILS
002456*                READ, RECORDS WRITTEN AND FAILED, AND THE
002460*                SIGNED NET AMOUNT WRITTEN - SO THE END-OF-
002464*                NIGHT BALANCING SHEET CAN PROVE THE LOAD
002468*                AGAINST THE NUMOUT TRAILER.
002472* 10/15/26  RH   THE TRANSACTION RECORD NOW CARRIES A CURRENCY
002476*                CODE AND THE ORIGINAL AMOUNT (NUMOUT DETAIL 50
002480*                BYTES).  THE HISTORY AMOUNT STAYS THE BASE
002484*                AMOUNT; THE CURRENCY AND ORIGINAL AMOUNT ARE
002488*                KEPT ON THE HISTORY RECORD FOR AUDIT.
002500*---------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
003800                            ACCESS MODE IS RANDOM
003900                            RECORD KEY IS TH-HIST-KEY
004000                            FILE STATUS IS HL-HIST-FILE-STATUS.
004010     SELECT HIST-COUNT-FILE ASSIGN TO HISTCNT
004020                            ORGANIZATION IS SEQUENTIAL
004030                            FILE STATUS IS HL-COUNT-FILE-STATUS.
004100*
004200 DATA DIVISION.
004300 FILE SECTION.
004800     02  HH-RECORD-TYPE      PIC X(01).
004900     02  HH-RUN-DATE         PIC 9(08).
005000     02  HH-RUN-ID           PIC X(08).
005100     02  FILLER              PIC X(33).
005200 01  HIST-INPUT-RECORD.
005300     02  HI-RECORD-TYPE      PIC X(01).
005400     02  HI-RECORD-DATA.
006100     LABEL RECORDS ARE STANDARD.
006200 01  TRAN-HISTORY-RECORD.
006300     COPY TRANHIST REPLACING ==:TAG:== BY ==TH==.
006310*
006320 FD  HIST-COUNT-FILE
006330     RECORDING MODE IS F
006340     LABEL RECORDS ARE STANDARD.
006350 01  HIST-COUNT-RECORD.
006360     COPY HISTCTL REPLACING ==:TAG:== BY ==HC==.
006400*
006500 WORKING-STORAGE SECTION.
006600*---------------------------------------------------------------
007700         88  HIST-FILE-IS-OPEN          VALUE "Y".
007800     02  HL-WRITTEN-SW       PIC X(01)  VALUE "N".
007900         88  HISTORY-RECORD-WRITTEN     VALUE "Y".
007910     02  HL-COUNT-FILE-STATUS PIC X(02) VALUE "00".
008000*
008100*---------------------------------------------------------------
008200* COUNTERS
008500 77  HL-LOAD-COUNT           PIC 9(05)  VALUE 0.
008600 77  HL-SEQ-NUMBER           PIC 9(05)  VALUE 0.
008700 77  HL-SEQ-LIMIT            PIC 9(05)  VALUE 99999.
008710 77  HL-RUN-ID               PIC X(08)  VALUE SPACES.
008720 77  HL-DETAIL-READ-COUNT    PIC 9(09)  VALUE 0.
008730 77  HL-FAILED-COUNT         PIC 9(09)  VALUE 0.
008740 77  HL-LOADED-NET           PIC S9(13)V99 VALUE 0.
008800*
008900 PROCEDURE DIVISION.
009000*===============================================================
009500         THRU 1000-INITIALIZE-EXIT.
009600     PERFORM 2000-LOAD-ALL-RECORDS
009700         THRU 2000-LOAD-ALL-RECORDS-EXIT.
009710     PERFORM 3000-WRITE-LOAD-CONTROL
009720         THRU 3000-WRITE-LOAD-CONTROL-EXIT.
009800     PERFORM 8000-TERMINATE
009900         THRU 8000-TERMINATE-EXIT.
010000     STOP RUN.
013500             IF HH-RUN-DATE IS NUMERIC
013600                 MOVE HH-RUN-DATE TO HL-RUN-DATE
013700             END-IF
013750             MOVE HH-RUN-ID TO HL-RUN-ID
013800         END-IF
013900         IF HI-RECORD-TYPE = "D"
014000             PERFORM 2200-LOAD-ONE-RECORD
016400* OCCURRENCE COUNT) CARRIES ONE OCCURRENCE PER RECORD.
016500*===============================================================
016600 2200-LOAD-ONE-RECORD.
016650     ADD 1 TO HL-DETAIL-READ-COUNT.
016700     MOVE SPACES            TO TRAN-HISTORY-RECORD.
016800     MOVE NO-ACCOUNT-NUMBER TO TH-ACCOUNT-NUMBER.
016900     MOVE NO-TRAN-DATE      TO TH-TRAN-DATE.
017500     END-IF.
017600     MOVE HL-RUN-DATE TO TH-RUN-DATE.
017610     MOVE NO-TRAN-TYPE TO TH-TRAN-TYPE.
017620     MOVE NO-CURRENCY-CODE TO TH-CURRENCY-CODE.
017630     IF NO-ORIG-AMOUNT IS NUMERIC
017640         MOVE NO-ORIG-AMOUNT TO TH-ORIG-AMOUNT
017650     ELSE
017660         MOVE NO-TRAN-AMOUNT TO TH-ORIG-AMOUNT
017670     END-IF.
017700     MOVE 0 TO HL-SEQ-NUMBER.
017800     MOVE "N" TO HL-WRITTEN-SW.
017900     PERFORM 2300-WRITE-NEXT-SEQUENCE
018200             OR HL-SEQ-NUMBER = HL-SEQ-LIMIT.
018300     IF HISTORY-RECORD-WRITTEN
018400         ADD 1 TO HL-LOAD-COUNT
018410         IF NO-TRAN-TYPE = "C" OR NO-TRAN-TYPE = "R"
018420             SUBTRACT NO-TRAN-AMOUNT FROM HL-LOADED-NET
018430         ELSE
018440             ADD NO-TRAN-AMOUNT TO HL-LOADED-NET
018450         END-IF
018500     ELSE
018550         ADD 1 TO HL-FAILED-COUNT
018600         DISPLAY "BHIST-DEV - SEQUENCE EXHAUSTED FOR ACCOUNT "
018700             NO-ACCOUNT-NUMBER " DATE " NO-TRAN-DATE
018800         MOVE 8 TO RETURN-CODE
020600     END-WRITE.
020700 2300-WRITE-NEXT-SEQUENCE-EXIT.
020800     EXIT.
020803*===============================================================
020806* 3000-WRITE-LOAD-CONTROL - ONE CONTROL RECORD FOR THE LOAD.
020809* A LOAD THAT NEVER GOT STARTED (FEED OR HISTORY FILE WOULD
020812* NOT OPEN) STILL WRITES ONE, SHOWING NOTHING LOADED, SO THE
020815* BALANCING SHEET SEES THE SHORTFALL.  AN UNUSABLE HISTCNT DD
020818* IS REPORTED AND RAISES THE RETURN CODE TO 4.
020821*===============================================================
020824 3000-WRITE-LOAD-CONTROL.
020827     OPEN OUTPUT HIST-COUNT-FILE.
020830     IF HL-COUNT-FILE-STATUS NOT = "00"
020833         DISPLAY "BHIST-DEV - HISTCNT OPEN STATUS "
020836             HL-COUNT-FILE-STATUS " - LOAD CONTROL NOT WRITTEN"
020839         IF RETURN-CODE < 4
020842             MOVE 4 TO RETURN-CODE
020845         END-IF
020848         GO TO 3000-WRITE-LOAD-CONTROL-EXIT.
020851     MOVE SPACES               TO HIST-COUNT-RECORD.
020854     MOVE HL-RUN-DATE          TO HC-RUN-DATE.
020857     MOVE HL-RUN-ID            TO HC-RUN-ID.
020860     MOVE HL-DETAIL-READ-COUNT TO HC-DETAILS-READ.
020863     MOVE HL-LOAD-COUNT        TO HC-LOADED-COUNT.
020866     MOVE HL-FAILED-COUNT      TO HC-FAILED-COUNT.
020869     MOVE HL-LOADED-NET        TO HC-LOADED-NET.
020872     WRITE HIST-COUNT-RECORD.
020875     CLOSE HIST-COUNT-FILE.
020878 3000-WRITE-LOAD-CONTROL-EXIT.
020881     EXIT.
020900*===============================================================
021000* 8000-TERMINATE
021100*===============================================================
