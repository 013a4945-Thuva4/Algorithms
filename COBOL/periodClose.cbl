000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BPCLS-DEV.
000300 AUTHOR.        R HENNESSY.
000400 INSTALLATION.  DATA CENTER SERVICES.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*---------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*---------------------------------------------------------------
001000* 10/15/26  RH   ORIGINAL CODING.  MAINTAINS THE ACCOUNTING
001100*                PERIOD CONTROL FILE (PERDCTL GDG, COPYBOOK
001200*                PERIODCT) THAT BSORT-DEV CHECKS EVERY
001300*                TRANSACTION DATE AGAINST.  THE CLOSE CARD
001400*                (CLOSPARM) CLOSES A MONTH (C), REOPENS THE LAST
001500*                MONTH CLOSED (R), OR ONLY LISTS THE FILE (L),
001600*                AND MAY RESET THE FUTURE-DATING LIMIT.  MONTHS
001700*                ARE CLOSED IN ORDER AND ONLY ONCE THEY HAVE
001800*                ENDED.  A CLOSE FREEZES THE MONTH'S CONTROL
001900*                TOTALS FROM TRANHIST (BY TRAN DATE) AND RUNHIST
002000*                (BY RUN DATE) ONTO THE PERIOD-END TOTALS FILE
002100*                (PERDTOT, COPYBOOK PERIODTL).  A REFUSED CARD
002200*                LEAVES THE FILE AS IT WAS AND ENDS RC=8.
002300*---------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.  IBM-370.
002700 OBJECT-COMPUTER.  IBM-370.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT PERIOD-OLD-FILE ASSIGN TO PERDOLD
003100                            ORGANIZATION IS SEQUENTIAL
003200                            FILE STATUS IS PC-OLD-FILE-STATUS.
003300     SELECT CLOSE-PARM-FILE ASSIGN TO CLOSPARM
003400                            ORGANIZATION IS SEQUENTIAL
003500                            FILE STATUS IS PC-PARM-FILE-STATUS.
003600     SELECT PERIOD-NEW-FILE ASSIGN TO PERDNEW
003700                            ORGANIZATION IS SEQUENTIAL.
003800     SELECT TRAN-HISTORY-FILE
003900                            ASSIGN TO VSAMHST
004000                            ORGANIZATION IS INDEXED
004100                            ACCESS MODE IS SEQUENTIAL
004200                            RECORD KEY IS TH-HIST-KEY
004300                            FILE STATUS IS PC-HIST-FILE-STATUS.
004400     SELECT RUN-HISTORY-FILE
004500                            ASSIGN TO RUNHIST
004600                            ORGANIZATION IS SEQUENTIAL
004700                            FILE STATUS IS PC-RUNH-FILE-STATUS.
004800     SELECT PERIOD-TOTALS-FILE
004900                            ASSIGN TO PERDTOT
005000                            ORGANIZATION IS SEQUENTIAL.
005100     SELECT CLOSE-REPORT-FILE
005200                            ASSIGN TO CLOSRPT
005300                            ORGANIZATION IS SEQUENTIAL.
005400*
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  PERIOD-OLD-FILE
005800     RECORDING MODE IS F
005900     LABEL RECORDS ARE STANDARD.
006000 01  PERIOD-OLD-RECORD.
006100     COPY PERIODCT REPLACING ==:TAG:== BY ==PO==.
006200*
006300 FD  CLOSE-PARM-FILE
006400     RECORDING MODE IS F
006500     LABEL RECORDS ARE STANDARD.
006600 01  CLOSE-PARM-RECORD.
006700     02  CP-FUNCTION         PIC X(01).
006800     02  CP-PERIOD           PIC X(06).
006900     02  CP-OPERATOR-ID      PIC X(08).
007000     02  CP-FUTURE-DAYS      PIC X(03).
007100     02  FILLER              PIC X(62).
007200*
007300 FD  PERIOD-NEW-FILE
007400     RECORDING MODE IS F
007500     LABEL RECORDS ARE STANDARD.
007600 01  PERIOD-NEW-RECORD.
007700     COPY PERIODCT REPLACING ==:TAG:== BY ==PN==.
007800*
007900 FD  TRAN-HISTORY-FILE
008000     LABEL RECORDS ARE STANDARD.
008100 01  TRAN-HISTORY-RECORD.
008200     COPY TRANHIST REPLACING ==:TAG:== BY ==TH==.
008300*
008400 FD  RUN-HISTORY-FILE
008500     RECORDING MODE IS F
008600     LABEL RECORDS ARE STANDARD.
008700 01  RUN-HISTORY-RECORD.
008800     COPY RUNHISTR REPLACING ==:TAG:== BY ==RH==.
008900*
009000 FD  PERIOD-TOTALS-FILE
009100     RECORDING MODE IS F
009200     LABEL RECORDS ARE STANDARD.
009300 01  PERIOD-TOTALS-RECORD        PIC X(130).
009400*
009500 FD  CLOSE-REPORT-FILE
009600     RECORDING MODE IS F
009700     LABEL RECORDS ARE STANDARD.
009800 01  CLOSE-REPORT-RECORD         PIC X(80).
009900*
010000 WORKING-STORAGE SECTION.
010100*---------------------------------------------------------------
010200* SWITCHES
010300*---------------------------------------------------------------
010400 01  PC-SWITCHES.
010500     02  PC-OLD-EOF-SW       PIC X(01)  VALUE "N".
010600         88  END-OF-OLD-FILE            VALUE "Y".
010700     02  PC-HIST-EOF-SW      PIC X(01)  VALUE "N".
010800         88  END-OF-TRAN-HISTORY        VALUE "Y".
010900     02  PC-RUNH-EOF-SW      PIC X(01)  VALUE "N".
011000         88  END-OF-RUN-HISTORY         VALUE "Y".
011100     02  PC-OLD-FILE-STATUS  PIC X(02)  VALUE "00".
011200     02  PC-PARM-FILE-STATUS PIC X(02)  VALUE "00".
011300     02  PC-HIST-FILE-STATUS PIC X(02)  VALUE "00".
011400     02  PC-RUNH-FILE-STATUS PIC X(02)  VALUE "00".
011500     02  PC-CARD-SW          PIC X(01)  VALUE "Y".
011600         88  CARD-IS-VALID              VALUE "Y".
011700         88  CARD-IS-REFUSED            VALUE "N".
012000*
012100*---------------------------------------------------------------
012200* COUNTERS AND WORK AREAS
012300*---------------------------------------------------------------
012400 77  PC-RUN-DATE             PIC 9(08)  VALUE 0.
012500 77  PC-CURRENT-PERIOD       PIC 9(06)  VALUE 0.
012600 77  PC-FUTURE-DAYS          PIC 9(03)  VALUE 030.
012700 77  PC-LIMIT-DATE           PIC 9(08)  VALUE 0.
012800 77  PC-LIMIT-OPERATOR       PIC X(08)  VALUE SPACES.
012900 77  PC-LAST-CLOSED          PIC 9(06)  VALUE 0.
013000 77  PC-NEXT-PERIOD          PIC 9(06)  VALUE 0.
013050 77  PC-CARD-PERIOD          PIC 9(06)  VALUE 0.
013100 77  PC-MATCH-SUB            PIC 9(04)  VALUE 0    COMP.
013200 77  J                       PIC 9(04)  VALUE 0    COMP.
013300 77  PC-HIST-READ-COUNT      PIC 9(09)  VALUE 0.
013400 77  PC-REASON               PIC X(40)  VALUE SPACES.
013500 77  PC-ACTION-NAME          PIC X(08)  VALUE SPACES.
013600 77  PC-EDIT-COUNT           PIC ZZZZZZZZ9.
013700 77  PC-EDIT-AMOUNT          PIC -ZZZZZZZZZZZZ9.99.
013800 77  PC-EDIT-DAYS            PIC ZZ9.
013900 77  PC-EDIT-OLD-DAYS        PIC ZZ9.
014000*
014100*---------------------------------------------------------------
014200* PERIOD WORK AREAS - A PERIOD IS CCYYMM WITH MONTH 01-12.
014300* PC-DATE-WORK SPLITS A CCYYMMDD DATE INTO ITS PERIOD AND DAY.
014400*---------------------------------------------------------------
014500 01  PC-PERIOD-WORK.
014600     02  PC-PW-CCYY          PIC 9(04).
014700     02  PC-PW-MM            PIC 9(02).
014800 01  PC-PERIOD-WORK-N        REDEFINES PC-PERIOD-WORK
014900                             PIC 9(06).
015000 01  PC-DATE-WORK.
015100     02  PC-DW-PERIOD        PIC 9(06).
015200     02  PC-DW-DD            PIC 9(02).
015300 01  PC-DATE-WORK-N          REDEFINES PC-DATE-WORK
015400                             PIC 9(08).
015600*
015700*---------------------------------------------------------------
015800* PERIOD TABLE - THE TYPE P RECORDS, HELD IN ASCENDING PERIOD
015900* ORDER.  A CLOSE ALWAYS ADDS THE NEXT MONTH AT THE END.
016000*---------------------------------------------------------------
016100 01  PC-PERIOD-TABLE.
016200     02  PC-PERIOD-COUNT     PIC 9(04)  VALUE 0    COMP.
016300     02  PC-PERIOD-ENTRY     OCCURS 600 TIMES.
016400         03  PC-PRD-PERIOD   PIC 9(06).
016500         03  PC-PRD-STATUS   PIC X(01).
016600         03  PC-PRD-DATE     PIC 9(08).
016700         03  PC-PRD-OPERATOR PIC X(08).
016800*
016900*---------------------------------------------------------------
017000* PERIOD-END CONTROL TOTALS - BUILT FOR THE MONTH BEING CLOSED
017100* AND APPENDED TO PERDTOT.
017200*---------------------------------------------------------------
017300 01  PC-TOTALS.
017400     COPY PERIODTL REPLACING ==:TAG:== BY ==PT==.
017500*
017600 PROCEDURE DIVISION.
017700*===============================================================
017800* 0000-MAINLINE
017900*===============================================================
018000 0000-MAINLINE.
018100     PERFORM 1000-INITIALIZE
018200         THRU 1000-INITIALIZE-EXIT.
018300     PERFORM 2000-LOAD-PERIOD-FILE
018400         THRU 2000-LOAD-PERIOD-FILE-EXIT.
018450     PERFORM 2200-FIND-NEXT-PERIOD
018460         THRU 2200-FIND-NEXT-PERIOD-EXIT.
018500     PERFORM 1100-READ-CLOSE-CARD
018600         THRU 1100-READ-CLOSE-CARD-EXIT.
018700     PERFORM 3000-APPLY-CLOSE-CARD
018800         THRU 3000-APPLY-CLOSE-CARD-EXIT.
018900     PERFORM 4000-WRITE-PERIOD-FILE
019000         THRU 4000-WRITE-PERIOD-FILE-EXIT.
019100     PERFORM 8000-TERMINATE
019200         THRU 8000-TERMINATE-EXIT.
019300     STOP RUN.
019400*===============================================================
019500* 1000-INITIALIZE - OPEN THE OUTPUTS AND WRITE THE REPORT
019600* HEADING.  THE CURRENT PERIOD IS THE MONTH OF THE RUN DATE.
019700*===============================================================
019800 1000-INITIALIZE.
019900     ACCEPT PC-RUN-DATE FROM DATE YYYYMMDD.
020000     MOVE PC-RUN-DATE TO PC-DATE-WORK-N.
020100     MOVE PC-DW-PERIOD TO PC-CURRENT-PERIOD.
020200     OPEN OUTPUT PERIOD-NEW-FILE.
020300     OPEN OUTPUT CLOSE-REPORT-FILE.
020400     MOVE SPACES TO CLOSE-REPORT-RECORD.
020500     STRING "BPCLS-DEV PERIOD CLOSE REPORT"
020600         DELIMITED BY SIZE INTO CLOSE-REPORT-RECORD.
020700     WRITE CLOSE-REPORT-RECORD.
020800     MOVE SPACES TO CLOSE-REPORT-RECORD.
020900     STRING "RUN DATE.............: " DELIMITED BY SIZE
021000            PC-RUN-DATE               DELIMITED BY SIZE
021100         INTO CLOSE-REPORT-RECORD.
021200     WRITE CLOSE-REPORT-RECORD.
021300     MOVE SPACES TO CLOSE-REPORT-RECORD.
021400     STRING "CURRENT PERIOD.......: " DELIMITED BY SIZE
021500            PC-CURRENT-PERIOD         DELIMITED BY SIZE
021600         INTO CLOSE-REPORT-RECORD.
021700     WRITE CLOSE-REPORT-RECORD.
021800 1000-INITIALIZE-EXIT.
021900     EXIT.
022000*===============================================================
022100* 1100-READ-CLOSE-CARD - COLUMN 1 FUNCTION (C = CLOSE, R =
022200* REOPEN, L OR BLANK = LIST ONLY), COLUMNS 2-7 THE PERIOD
022300* CCYYMM, 8-15 THE OPERATOR ID, 16-18 A NEW FUTURE-DATING
022400* LIMIT IN DAYS (BLANK = UNCHANGED).  A MISSING CARD ONLY LISTS
022500* THE FILE.
022600*===============================================================
022700 1100-READ-CLOSE-CARD.
022800     MOVE SPACES TO CLOSE-PARM-RECORD.
022900     OPEN INPUT CLOSE-PARM-FILE.
023000     IF PC-PARM-FILE-STATUS NOT = "00"
023100         DISPLAY "BPCLS-DEV - CLOSPARM OPEN STATUS "
023200             PC-PARM-FILE-STATUS " - LISTING ONLY"
023300         GO TO 1100-READ-CLOSE-CARD-EXIT.
023400     READ CLOSE-PARM-FILE
023500         AT END
023600             MOVE SPACES TO CLOSE-PARM-RECORD
023700     END-READ.
023800     CLOSE CLOSE-PARM-FILE.
023900 1100-READ-CLOSE-CARD-EXIT.
024000     EXIT.
024800*===============================================================
024900* 2000-LOAD-PERIOD-FILE - LOAD THE PRIOR PERIOD CONTROL FILE.
025000* A MISSING PERDOLD (THE FIRST-EVER RUN) STARTS WITH NO PERIOD
025100* CLOSED AND THE DEFAULT FUTURE-DATING LIMIT.  THE LAST PERIOD
025200* CLOSED AND THE ONE THAT MUST BE CLOSED NEXT ARE WORKED OUT
025300* AS THE FILE IS LOADED.
025400*===============================================================
025500 2000-LOAD-PERIOD-FILE.
025600     OPEN INPUT PERIOD-OLD-FILE.
025700     IF PC-OLD-FILE-STATUS NOT = "00"
025800         DISPLAY "BPCLS-DEV - PERDOLD OPEN STATUS "
025900             PC-OLD-FILE-STATUS " - NO PERIOD CLOSED YET"
026000         GO TO 2000-LOAD-PERIOD-FILE-EXIT.
026100     PERFORM 2100-LOAD-ONE-PERIOD
026200         THRU 2100-LOAD-ONE-PERIOD-EXIT
026300         UNTIL END-OF-OLD-FILE.
026400     CLOSE PERIOD-OLD-FILE.
026500 2000-LOAD-PERIOD-FILE-EXIT.
026600     EXIT.
026900*===============================================================
027000* 2100-LOAD-ONE-PERIOD - THE PRIOR FILE WAS WRITTEN BY THIS
027100* PROGRAM AND IS ALREADY IN ORDER.  A RECORD OF ANY OTHER TYPE
027200* OR BEYOND THE TABLE LIMIT IS DROPPED WITH A CONSOLE MESSAGE.
027300*===============================================================
027400 2100-LOAD-ONE-PERIOD.
027500     READ PERIOD-OLD-FILE
027600         AT END
027700             SET END-OF-OLD-FILE TO TRUE
027800             GO TO 2100-LOAD-ONE-PERIOD-EXIT
027900     END-READ.
028000     IF PO-RECORD-TYPE = "H" AND PO-FUTURE-DAYS IS NUMERIC
028100         MOVE PO-FUTURE-DAYS  TO PC-FUTURE-DAYS
028200         MOVE PO-ACTION-DATE  TO PC-LIMIT-DATE
028300         MOVE PO-OPERATOR-ID  TO PC-LIMIT-OPERATOR
028400         GO TO 2100-LOAD-ONE-PERIOD-EXIT.
028500     IF PO-RECORD-TYPE = "P" AND PO-PERIOD IS NUMERIC
028600         AND PC-PERIOD-COUNT < 600
028700         ADD 1 TO PC-PERIOD-COUNT
028800         MOVE PO-PERIOD      TO PC-PRD-PERIOD(PC-PERIOD-COUNT)
028900         MOVE PO-STATUS      TO PC-PRD-STATUS(PC-PERIOD-COUNT)
029000         MOVE PO-ACTION-DATE TO PC-PRD-DATE(PC-PERIOD-COUNT)
029100         MOVE PO-OPERATOR-ID
029200             TO PC-PRD-OPERATOR(PC-PERIOD-COUNT)
029300         GO TO 2100-LOAD-ONE-PERIOD-EXIT.
029400     DISPLAY "BPCLS-DEV - PERDOLD RECORD IGNORED: "
029500         PERIOD-OLD-RECORD(1:24).
029600 2100-LOAD-ONE-PERIOD-EXIT.
029700     EXIT.
029800*===============================================================
029900* 2200-FIND-NEXT-PERIOD - THE NEXT PERIOD TO CLOSE IS THE MONTH
030000* AFTER THE LAST ONE CLOSED, OR THE FIRST PERIOD ON FILE WHEN
030100* ALL OF THEM ARE REOPENED.  ZERO MEANS NOTHING HAS EVER BEEN
030200* CLOSED, SO ANY MONTH THAT HAS ENDED MAY BE CLOSED FIRST.
030300*===============================================================
030400 2200-FIND-NEXT-PERIOD.
030500     MOVE 0 TO PC-LAST-CLOSED.
030600     MOVE 0 TO PC-NEXT-PERIOD.
030700     PERFORM VARYING J FROM 1 BY 1 UNTIL J > PC-PERIOD-COUNT
030800         IF PC-PRD-STATUS(J) = "C"
030900             MOVE PC-PRD-PERIOD(J) TO PC-LAST-CLOSED
031000         END-IF
031100     END-PERFORM.
031200     IF PC-LAST-CLOSED > 0
031300         MOVE PC-LAST-CLOSED TO PC-PERIOD-WORK-N
031400         ADD 1 TO PC-PW-MM
031500         IF PC-PW-MM > 12
031600             MOVE 1 TO PC-PW-MM
031700             ADD 1 TO PC-PW-CCYY
031800         END-IF
031900         MOVE PC-PERIOD-WORK-N TO PC-NEXT-PERIOD
032000     ELSE
032100         IF PC-PERIOD-COUNT > 0
032200             MOVE PC-PRD-PERIOD(1) TO PC-NEXT-PERIOD
032300         END-IF
032400     END-IF.
032500 2200-FIND-NEXT-PERIOD-EXIT.
032600     EXIT.
032700*===============================================================
032800* 3000-APPLY-CLOSE-CARD - A NEW FUTURE-DATING LIMIT IS TAKEN
032900* FIRST, THEN THE CARD'S FUNCTION.  ANY REFUSAL LEAVES THE
033000* WHOLE FILE AS IT WAS.  THE CARD IS LISTED FIRST.
033100*===============================================================
033200 3000-APPLY-CLOSE-CARD.
033210     MOVE SPACES TO CLOSE-REPORT-RECORD.
033220     STRING "CLOSE CARD...........: " DELIMITED BY SIZE
033230            CLOSE-PARM-RECORD(1:18)   DELIMITED BY SIZE
033240         INTO CLOSE-REPORT-RECORD.
033250     WRITE CLOSE-REPORT-RECORD.
033300     IF CP-FUNCTION NOT = "C" AND CP-FUNCTION NOT = "R"
033400         AND CP-FUNCTION NOT = "L" AND CP-FUNCTION NOT = SPACE
033500         MOVE "UNKNOWN FUNCTION" TO PC-REASON
033600         PERFORM 3900-REFUSE-CARD
033700             THRU 3900-REFUSE-CARD-EXIT
033800         GO TO 3000-APPLY-CLOSE-CARD-EXIT.
033900     IF CP-FUTURE-DAYS NOT = SPACES
034000         AND CP-FUTURE-DAYS IS NOT NUMERIC
034100         MOVE "FUTURE-DATING DAYS NOT NUMERIC" TO PC-REASON
034200         PERFORM 3900-REFUSE-CARD
034300             THRU 3900-REFUSE-CARD-EXIT
034400         GO TO 3000-APPLY-CLOSE-CARD-EXIT.
034500     IF (CP-FUNCTION = "C" OR CP-FUNCTION = "R"
034600         OR CP-FUTURE-DAYS NOT = SPACES)
034700         AND CP-OPERATOR-ID = SPACES
034800         MOVE "OPERATOR ID MISSING" TO PC-REASON
034900         PERFORM 3900-REFUSE-CARD
035000             THRU 3900-REFUSE-CARD-EXIT
035100         GO TO 3000-APPLY-CLOSE-CARD-EXIT.
035200     IF CP-FUNCTION = "C" OR CP-FUNCTION = "R"
035300         PERFORM 3050-EDIT-CARD-PERIOD
035400             THRU 3050-EDIT-CARD-PERIOD-EXIT
035500     END-IF.
035600     IF CARD-IS-REFUSED
035700         GO TO 3000-APPLY-CLOSE-CARD-EXIT.
035800     IF CP-FUNCTION = "C"
035900         PERFORM 3100-CLOSE-PERIOD
036000             THRU 3100-CLOSE-PERIOD-EXIT
036100     END-IF.
036200     IF CP-FUNCTION = "R"
036300         PERFORM 3200-REOPEN-PERIOD
036400             THRU 3200-REOPEN-PERIOD-EXIT
036500     END-IF.
036600     IF CARD-IS-VALID AND CP-FUTURE-DAYS NOT = SPACES
036700         MOVE PC-FUTURE-DAYS  TO PC-EDIT-OLD-DAYS
036800         MOVE CP-FUTURE-DAYS  TO PC-FUTURE-DAYS
036900         MOVE PC-FUTURE-DAYS  TO PC-EDIT-DAYS
037000         MOVE PC-RUN-DATE     TO PC-LIMIT-DATE
037100         MOVE CP-OPERATOR-ID  TO PC-LIMIT-OPERATOR
037200         MOVE SPACES TO CLOSE-REPORT-RECORD
037300         STRING "FUTURE-DATING LIMIT CHANGED FROM "
037400                PC-EDIT-OLD-DAYS " TO " PC-EDIT-DAYS " DAYS"
037500                DELIMITED BY SIZE INTO CLOSE-REPORT-RECORD
037600         WRITE CLOSE-REPORT-RECORD
037700     END-IF.
037800 3000-APPLY-CLOSE-CARD-EXIT.
037900     EXIT.
038000*===============================================================
038100* 3050-EDIT-CARD-PERIOD - THE PERIOD MUST BE A REAL MONTH.
038200*===============================================================
038300 3050-EDIT-CARD-PERIOD.
038400     IF CP-PERIOD IS NOT NUMERIC
038500         MOVE "PERIOD NOT NUMERIC" TO PC-REASON
038600         PERFORM 3900-REFUSE-CARD
038700             THRU 3900-REFUSE-CARD-EXIT
038800         GO TO 3050-EDIT-CARD-PERIOD-EXIT.
038900     MOVE CP-PERIOD TO PC-CARD-PERIOD.
039000     MOVE CP-PERIOD TO PC-PERIOD-WORK-N.
039100     IF PC-PW-MM < 1 OR PC-PW-MM > 12
039200         MOVE "PERIOD MONTH NOT 01-12" TO PC-REASON
039300         PERFORM 3900-REFUSE-CARD
039400             THRU 3900-REFUSE-CARD-EXIT
039500     END-IF.
039600 3050-EDIT-CARD-PERIOD-EXIT.
039700     EXIT.
039800*===============================================================
039900* 3100-CLOSE-PERIOD - CLOSE THE CARD'S MONTH.  IT MUST HAVE
040000* ENDED, MUST NOT BE CLOSED ALREADY (A MONTH BEFORE THE FIRST
040100* ONE ON FILE COUNTS AS CLOSED), AND MUST BE THE NEXT MONTH DUE
040200* SO NO OPEN MONTH IS LEFT BEHIND A CLOSED ONE.  THE CONTROL
040300* TOTALS ARE TAKEN BEFORE THE FILE IS CHANGED; WITHOUT TRANHIST
040400* THE MONTH CANNOT BE CLOSED.
040500*===============================================================
040600 3100-CLOSE-PERIOD.
040700     IF PC-CARD-PERIOD NOT < PC-CURRENT-PERIOD
040800         MOVE "PERIOD HAS NOT ENDED" TO PC-REASON
040900         PERFORM 3900-REFUSE-CARD
041000             THRU 3900-REFUSE-CARD-EXIT
041100         GO TO 3100-CLOSE-PERIOD-EXIT.
041200     PERFORM 3500-LOCATE-PERIOD
041300         THRU 3500-LOCATE-PERIOD-EXIT.
041400     IF (PC-MATCH-SUB > 0 AND PC-PRD-STATUS(PC-MATCH-SUB) = "C")
041500         OR (PC-PERIOD-COUNT > 0
041600             AND PC-CARD-PERIOD < PC-PRD-PERIOD(1))
041700         MOVE "PERIOD ALREADY CLOSED" TO PC-REASON
041800         PERFORM 3900-REFUSE-CARD
041900             THRU 3900-REFUSE-CARD-EXIT
042000         GO TO 3100-CLOSE-PERIOD-EXIT.
042100     IF PC-NEXT-PERIOD > 0 AND PC-CARD-PERIOD NOT = PC-NEXT-PERIOD
042200         MOVE SPACES TO PC-REASON
042300         STRING "CLOSE " PC-NEXT-PERIOD " FIRST"
042400             DELIMITED BY SIZE INTO PC-REASON
042500         PERFORM 3900-REFUSE-CARD
042600             THRU 3900-REFUSE-CARD-EXIT
042700         GO TO 3100-CLOSE-PERIOD-EXIT.
042800     IF PC-MATCH-SUB = 0 AND PC-PERIOD-COUNT = 600
042900         MOVE "PERIOD TABLE FULL" TO PC-REASON
043000         PERFORM 3900-REFUSE-CARD
043100             THRU 3900-REFUSE-CARD-EXIT
043200         GO TO 3100-CLOSE-PERIOD-EXIT.
043300     MOVE ZEROS TO PC-TOTALS.
043400     MOVE PC-CARD-PERIOD TO PT-PERIOD.
043500     MOVE PC-RUN-DATE    TO PT-CLOSE-DATE.
043600     MOVE CP-OPERATOR-ID TO PT-OPERATOR-ID.
043700     PERFORM 3300-TOTAL-TRAN-HISTORY
043800         THRU 3300-TOTAL-TRAN-HISTORY-EXIT.
043900     IF CARD-IS-REFUSED
044000         GO TO 3100-CLOSE-PERIOD-EXIT.
044100     PERFORM 3400-TOTAL-RUN-HISTORY
044200         THRU 3400-TOTAL-RUN-HISTORY-EXIT.
044300     IF PC-MATCH-SUB = 0
044400         ADD 1 TO PC-PERIOD-COUNT
044500         MOVE PC-PERIOD-COUNT TO PC-MATCH-SUB
044600         MOVE PC-CARD-PERIOD  TO PC-PRD-PERIOD(PC-MATCH-SUB)
044700     END-IF.
044800     MOVE "C"            TO PC-PRD-STATUS(PC-MATCH-SUB).
044900     MOVE PC-RUN-DATE    TO PC-PRD-DATE(PC-MATCH-SUB).
045000     MOVE CP-OPERATOR-ID TO PC-PRD-OPERATOR(PC-MATCH-SUB).
045100     OPEN EXTEND PERIOD-TOTALS-FILE.
045200     WRITE PERIOD-TOTALS-RECORD FROM PC-TOTALS.
045300     CLOSE PERIOD-TOTALS-FILE.
045500     PERFORM 3600-WRITE-TOTALS-REPORT
045600         THRU 3600-WRITE-TOTALS-REPORT-EXIT.
045700 3100-CLOSE-PERIOD-EXIT.
045800     EXIT.
045900*===============================================================
046000* 3200-REOPEN-PERIOD - ONLY THE LAST MONTH CLOSED MAY BE
046100* REOPENED, SO THE CLOSED MONTHS STAY IN ONE UNBROKEN RUN.
046200* ITS PERIOD-END TOTALS STAY ON PERDTOT AND ARE SUPERSEDED WHEN
046300* THE MONTH IS CLOSED AGAIN.
046400*===============================================================
046500 3200-REOPEN-PERIOD.
046600     IF PC-LAST-CLOSED = 0
046700         OR PC-CARD-PERIOD NOT = PC-LAST-CLOSED
046800         MOVE "ONLY THE LAST CLOSED PERIOD REOPENS" TO PC-REASON
046900         PERFORM 3900-REFUSE-CARD
047000             THRU 3900-REFUSE-CARD-EXIT
047100         GO TO 3200-REOPEN-PERIOD-EXIT.
047200     PERFORM 3500-LOCATE-PERIOD
047300         THRU 3500-LOCATE-PERIOD-EXIT.
047400     MOVE "O"            TO PC-PRD-STATUS(PC-MATCH-SUB).
047500     MOVE PC-RUN-DATE    TO PC-PRD-DATE(PC-MATCH-SUB).
047600     MOVE CP-OPERATOR-ID TO PC-PRD-OPERATOR(PC-MATCH-SUB).
047700     MOVE SPACES TO CLOSE-REPORT-RECORD.
047800     STRING "PERIOD REOPENED......: " DELIMITED BY SIZE
047900            PC-CARD-PERIOD            DELIMITED BY SIZE
048000            "  BY "                   DELIMITED BY SIZE
048100            CP-OPERATOR-ID            DELIMITED BY SIZE
048200         INTO CLOSE-REPORT-RECORD.
048300     WRITE CLOSE-REPORT-RECORD.
048400 3200-REOPEN-PERIOD-EXIT.
048500     EXIT.
048600*===============================================================
048700* 3300-TOTAL-TRAN-HISTORY - READ THE WHOLE TRANSACTION HISTORY
048800* IN KEY ORDER AND TOTAL EVERY RECORD DATED IN THE PERIOD.  A
048900* BLANK TRAN TYPE IS A DEBIT, AS IN THE NUMOUT TRAILER HASH.
049000*===============================================================
049100 3300-TOTAL-TRAN-HISTORY.
049200     OPEN INPUT TRAN-HISTORY-FILE.
049300     IF PC-HIST-FILE-STATUS NOT = "00"
049400         MOVE SPACES TO PC-REASON
049500         STRING "TRANHIST OPEN STATUS " PC-HIST-FILE-STATUS
049600             DELIMITED BY SIZE INTO PC-REASON
049700         PERFORM 3900-REFUSE-CARD
049800             THRU 3900-REFUSE-CARD-EXIT
049900         GO TO 3300-TOTAL-TRAN-HISTORY-EXIT.
050000     PERFORM 3310-TOTAL-ONE-HISTORY
050100         THRU 3310-TOTAL-ONE-HISTORY-EXIT
050200         UNTIL END-OF-TRAN-HISTORY.
050300     CLOSE TRAN-HISTORY-FILE.
050400 3300-TOTAL-TRAN-HISTORY-EXIT.
050500     EXIT.
050600*===============================================================
050700* 3310-TOTAL-ONE-HISTORY
050800*===============================================================
050900 3310-TOTAL-ONE-HISTORY.
051000     READ TRAN-HISTORY-FILE NEXT RECORD
051100         AT END
051200             SET END-OF-TRAN-HISTORY TO TRUE
051300             GO TO 3310-TOTAL-ONE-HISTORY-EXIT
051400     END-READ.
051500     ADD 1 TO PC-HIST-READ-COUNT.
051600     MOVE TH-TRAN-DATE TO PC-DATE-WORK-N.
051700     IF PC-DW-PERIOD NOT = PC-CARD-PERIOD
051800         GO TO 3310-TOTAL-ONE-HISTORY-EXIT.
051900     ADD 1 TO PT-TH-COUNT.
052000     IF TH-TRAN-TYPE = "C"
052100         ADD TH-TRAN-AMOUNT TO PT-TH-CREDITS
052200         SUBTRACT TH-TRAN-AMOUNT FROM PT-TH-NET
052300         GO TO 3310-TOTAL-ONE-HISTORY-EXIT.
052400     IF TH-TRAN-TYPE = "R"
052500         ADD TH-TRAN-AMOUNT TO PT-TH-REVERSALS
052600         SUBTRACT TH-TRAN-AMOUNT FROM PT-TH-NET
052700         GO TO 3310-TOTAL-ONE-HISTORY-EXIT.
052800     ADD TH-TRAN-AMOUNT TO PT-TH-DEBITS.
052900     ADD TH-TRAN-AMOUNT TO PT-TH-NET.
053000 3310-TOTAL-ONE-HISTORY-EXIT.
053100     EXIT.
053200*===============================================================
053300* 3400-TOTAL-RUN-HISTORY - TOTAL EVERY BSORT-DEV RUN IN THE
053400* PERIOD.  A MISSING RUNHIST IS NOTED AND TOTALS ZERO.
053500*===============================================================
053600 3400-TOTAL-RUN-HISTORY.
053700     OPEN INPUT RUN-HISTORY-FILE.
053800     IF PC-RUNH-FILE-STATUS NOT = "00"
053900         MOVE SPACES TO CLOSE-REPORT-RECORD
054000         STRING "NO RUN HISTORY DATASET AVAILABLE - STATUS "
054100             DELIMITED BY SIZE
054200             PC-RUNH-FILE-STATUS DELIMITED BY SIZE
054300             INTO CLOSE-REPORT-RECORD
054400         WRITE CLOSE-REPORT-RECORD
054500         GO TO 3400-TOTAL-RUN-HISTORY-EXIT.
054600     PERFORM 3410-TOTAL-ONE-RUN
054700         THRU 3410-TOTAL-ONE-RUN-EXIT
054800         UNTIL END-OF-RUN-HISTORY.
054900     CLOSE RUN-HISTORY-FILE.
055000 3400-TOTAL-RUN-HISTORY-EXIT.
055100     EXIT.
055200*===============================================================
055300* 3410-TOTAL-ONE-RUN
055400*===============================================================
055500 3410-TOTAL-ONE-RUN.
055600     READ RUN-HISTORY-FILE
055700         AT END
055800             SET END-OF-RUN-HISTORY TO TRUE
055900             GO TO 3410-TOTAL-ONE-RUN-EXIT
056000     END-READ.
056100     IF RH-RUN-YYYYMM NOT = PC-CARD-PERIOD
056200         GO TO 3410-TOTAL-ONE-RUN-EXIT.
056300     ADD 1            TO PT-RH-RUNS.
056400     ADD RH-SORTED    TO PT-RH-SORTED.
056500     ADD RH-REJECTS   TO PT-RH-REJECTS.
056600     ADD RH-DUP-COUNT TO PT-RH-DUPS.
056700     IF RH-RESTART-IND = "Y"
056800         ADD 1 TO PT-RH-RESTARTS
056900     END-IF.
057000 3410-TOTAL-ONE-RUN-EXIT.
057100     EXIT.
057200*===============================================================
057300* 3500-LOCATE-PERIOD - PC-MATCH-SUB IS THE TABLE ENTRY FOR THE
057400* CARD'S PERIOD, OR ZERO.
057500*===============================================================
057600 3500-LOCATE-PERIOD.
057700     MOVE 0 TO PC-MATCH-SUB.
057800     PERFORM VARYING J FROM 1 BY 1
057900         UNTIL J > PC-PERIOD-COUNT OR PC-MATCH-SUB > 0
058000         IF PC-PRD-PERIOD(J) = PC-CARD-PERIOD
058100             MOVE J TO PC-MATCH-SUB
058200         END-IF
058300     END-PERFORM.
058400 3500-LOCATE-PERIOD-EXIT.
058500     EXIT.
058600*===============================================================
058700* 3600-WRITE-TOTALS-REPORT - LIST THE PERIOD-END CONTROL TOTALS
058800* JUST FROZEN FOR THE MONTH.
058900*===============================================================
059000 3600-WRITE-TOTALS-REPORT.
059100     MOVE SPACES TO CLOSE-REPORT-RECORD.
059200     STRING "PERIOD CLOSED........: " DELIMITED BY SIZE
059300            PT-PERIOD                 DELIMITED BY SIZE
059400            "  BY "                   DELIMITED BY SIZE
059500            PT-OPERATOR-ID            DELIMITED BY SIZE
059600         INTO CLOSE-REPORT-RECORD.
059700     WRITE CLOSE-REPORT-RECORD.
059800     MOVE PC-HIST-READ-COUNT TO PC-EDIT-COUNT.
059900     MOVE SPACES TO CLOSE-REPORT-RECORD.
060000     STRING "HISTORY RECORDS READ.: " PC-EDIT-COUNT
060100         DELIMITED BY SIZE INTO CLOSE-REPORT-RECORD.
060200     WRITE CLOSE-REPORT-RECORD.
060300     MOVE PT-TH-COUNT TO PC-EDIT-COUNT.
060400     MOVE SPACES TO CLOSE-REPORT-RECORD.
060500     STRING "HISTORY IN PERIOD....: " PC-EDIT-COUNT
060600         DELIMITED BY SIZE INTO CLOSE-REPORT-RECORD.
060700     WRITE CLOSE-REPORT-RECORD.
060800     MOVE PT-TH-DEBITS TO PC-EDIT-AMOUNT.
060900     MOVE SPACES TO CLOSE-REPORT-RECORD.
061000     STRING "HISTORY DEBITS.......: " PC-EDIT-AMOUNT
061100         DELIMITED BY SIZE INTO CLOSE-REPORT-RECORD.
061200     WRITE CLOSE-REPORT-RECORD.
061300     MOVE PT-TH-CREDITS TO PC-EDIT-AMOUNT.
061400     MOVE SPACES TO CLOSE-REPORT-RECORD.
061500     STRING "HISTORY CREDITS......: " PC-EDIT-AMOUNT
061600         DELIMITED BY SIZE INTO CLOSE-REPORT-RECORD.
061700     WRITE CLOSE-REPORT-RECORD.
061800     MOVE PT-TH-REVERSALS TO PC-EDIT-AMOUNT.
061900     MOVE SPACES TO CLOSE-REPORT-RECORD.
062000     STRING "HISTORY REVERSALS....: " PC-EDIT-AMOUNT
062100         DELIMITED BY SIZE INTO CLOSE-REPORT-RECORD.
062200     WRITE CLOSE-REPORT-RECORD.
062300     MOVE PT-TH-NET TO PC-EDIT-AMOUNT.
062400     MOVE SPACES TO CLOSE-REPORT-RECORD.
062500     STRING "HISTORY NET..........: " PC-EDIT-AMOUNT
062600         DELIMITED BY SIZE INTO CLOSE-REPORT-RECORD.
062700     WRITE CLOSE-REPORT-RECORD.
062800     MOVE PT-RH-RUNS TO PC-EDIT-COUNT.
062900     MOVE SPACES TO CLOSE-REPORT-RECORD.
063000     STRING "RUNS IN PERIOD.......: " PC-EDIT-COUNT
063100         DELIMITED BY SIZE INTO CLOSE-REPORT-RECORD.
063200     WRITE CLOSE-REPORT-RECORD.
063300     MOVE PT-RH-SORTED TO PC-EDIT-COUNT.
063400     MOVE SPACES TO CLOSE-REPORT-RECORD.
063500     STRING "RECORDS SORTED.......: " PC-EDIT-COUNT
063600         DELIMITED BY SIZE INTO CLOSE-REPORT-RECORD.
063700     WRITE CLOSE-REPORT-RECORD.
063800     MOVE PT-RH-REJECTS TO PC-EDIT-COUNT.
063900     MOVE SPACES TO CLOSE-REPORT-RECORD.
064000     STRING "RECORDS REJECTED.....: " PC-EDIT-COUNT
064100         DELIMITED BY SIZE INTO CLOSE-REPORT-RECORD.
064200     WRITE CLOSE-REPORT-RECORD.
064300     MOVE PT-RH-DUPS TO PC-EDIT-COUNT.
064400     MOVE SPACES TO CLOSE-REPORT-RECORD.
064500     STRING "DUPLICATES...........: " PC-EDIT-COUNT
064600         DELIMITED BY SIZE INTO CLOSE-REPORT-RECORD.
064700     WRITE CLOSE-REPORT-RECORD.
064800     MOVE PT-RH-RESTARTS TO PC-EDIT-COUNT.
064900     MOVE SPACES TO CLOSE-REPORT-RECORD.
065000     STRING "RESTARTED RUNS.......: " PC-EDIT-COUNT
065100         DELIMITED BY SIZE INTO CLOSE-REPORT-RECORD.
065200     WRITE CLOSE-REPORT-RECORD.
065300 3600-WRITE-TOTALS-REPORT-EXIT.
065400     EXIT.
065500*===============================================================
065600* 3900-REFUSE-CARD - REPORT WHY THE CARD WAS REFUSED.  NOTHING
065700* ON THE CARD IS APPLIED.
065800*===============================================================
065900 3900-REFUSE-CARD.
066000     SET CARD-IS-REFUSED TO TRUE.
066100     MOVE SPACES TO CLOSE-REPORT-RECORD.
066200     STRING "CARD REFUSED.........: " DELIMITED BY SIZE
066300            PC-REASON                 DELIMITED BY SIZE
066400         INTO CLOSE-REPORT-RECORD.
066500     WRITE CLOSE-REPORT-RECORD.
066600     DISPLAY "BPCLS-DEV - CLOSE CARD REFUSED: " PC-REASON.
066700 3900-REFUSE-CARD-EXIT.
066800     EXIT.
066900*===============================================================
067000* 4000-WRITE-PERIOD-FILE - WRITE THE TYPE H RECORD AND THEN THE
067100* PERIODS IN ORDER, LISTING EACH ON THE REPORT.
067200*===============================================================
067300 4000-WRITE-PERIOD-FILE.
067400     MOVE SPACES TO CLOSE-REPORT-RECORD.
067500     WRITE CLOSE-REPORT-RECORD.
067600     MOVE SPACES TO PERIOD-NEW-RECORD.
067700     MOVE "H"               TO PN-RECORD-TYPE.
067800     MOVE 0                 TO PN-PERIOD.
067900     MOVE PC-LIMIT-DATE     TO PN-ACTION-DATE.
068000     MOVE PC-LIMIT-OPERATOR TO PN-OPERATOR-ID.
068100     MOVE PC-FUTURE-DAYS    TO PN-FUTURE-DAYS.
068200     WRITE PERIOD-NEW-RECORD.
068300     MOVE PC-FUTURE-DAYS TO PC-EDIT-DAYS.
068400     MOVE SPACES TO CLOSE-REPORT-RECORD.
068500     STRING "FUTURE-DATING LIMIT..: " PC-EDIT-DAYS " DAYS"
068600         DELIMITED BY SIZE INTO CLOSE-REPORT-RECORD.
068700     WRITE CLOSE-REPORT-RECORD.
068800     PERFORM 4100-WRITE-ONE-PERIOD
068900         THRU 4100-WRITE-ONE-PERIOD-EXIT
069000         VARYING J FROM 1 BY 1 UNTIL J > PC-PERIOD-COUNT.
069100     MOVE PC-PERIOD-COUNT TO PC-EDIT-COUNT.
069200     MOVE SPACES TO CLOSE-REPORT-RECORD.
069300     STRING "PERIODS ON FILE......: " PC-EDIT-COUNT
069400         DELIMITED BY SIZE INTO CLOSE-REPORT-RECORD.
069500     WRITE CLOSE-REPORT-RECORD.
069600 4000-WRITE-PERIOD-FILE-EXIT.
069700     EXIT.
069800*===============================================================
069900* 4100-WRITE-ONE-PERIOD
070000*===============================================================
070100 4100-WRITE-ONE-PERIOD.
070200     MOVE SPACES TO PERIOD-NEW-RECORD.
070300     MOVE "P"                 TO PN-RECORD-TYPE.
070400     MOVE PC-PRD-PERIOD(J)    TO PN-PERIOD.
070500     MOVE PC-PRD-STATUS(J)    TO PN-STATUS.
070600     MOVE PC-PRD-DATE(J)      TO PN-ACTION-DATE.
070700     MOVE PC-PRD-OPERATOR(J)  TO PN-OPERATOR-ID.
070800     MOVE 0                   TO PN-FUTURE-DAYS.
070900     WRITE PERIOD-NEW-RECORD.
071000     IF PC-PRD-STATUS(J) = "C"
071100         MOVE "CLOSED"   TO PC-ACTION-NAME
071200     ELSE
071300         MOVE "REOPENED" TO PC-ACTION-NAME
071400     END-IF.
071500     MOVE SPACES TO CLOSE-REPORT-RECORD.
071600     STRING "PERIOD " PC-PRD-PERIOD(J)
071700            "  "      PC-ACTION-NAME
071800            "  "      PC-PRD-DATE(J)
071900            "  "      PC-PRD-OPERATOR(J)
072000            DELIMITED BY SIZE INTO CLOSE-REPORT-RECORD.
072100     WRITE CLOSE-REPORT-RECORD.
072200 4100-WRITE-ONE-PERIOD-EXIT.
072300     EXIT.
072400*===============================================================
072500* 8000-TERMINATE
072600*===============================================================
072700 8000-TERMINATE.
072800     CLOSE PERIOD-NEW-FILE.
072900     CLOSE CLOSE-REPORT-FILE.
073000     IF CARD-IS-REFUSED
073100         MOVE 8 TO RETURN-CODE
073200     END-IF.
073300 8000-TERMINATE-EXIT.
073400     EXIT.
