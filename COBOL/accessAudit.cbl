000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BAUDT-DEV.
000300 AUTHOR.        R HENNESSY.
000400 INSTALLATION.  DATA CENTER SERVICES.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*---------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*---------------------------------------------------------------
001000* 10/15/26  RH   ORIGINAL CODING.  MONTHLY INQUIRY ACCESS AUDIT
001100*                REPORT FOR THE AUDITORS.  READS THE CUMULATIVE
001200*                ACCESS LOG (ACCSLOG, COPYBOOK INQALOG) THAT
001300*                BHINQ-DEV AND BINQ-DEV APPEND TO ON EVERY
001400*                INQUIRY AND LISTS EACH INQUIRY IN THE MONTH
001500*                (REQUESTER, DATE AND TIME, SELECTION, WHETHER
001600*                ACCOUNT NUMBERS PRINTED IN CLEAR, RECORD
001700*                COUNT), THEN TOTALS BY REQUESTER AND FOR THE
001800*                MONTH.  THE MONTH IS TAKEN FROM THE AUDTPARM
001900*                CARD (CCYYMM IN COLS 1-6); A MISSING OR BLANK
002000*                CARD REPORTS THE PRIOR CALENDAR MONTH.  ACCOUNT
002100*                NUMBERS ON THE REPORT ARE MASKED TO THE LAST
002200*                FOUR DIGITS.
002300*---------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.  IBM-370.
002700 OBJECT-COMPUTER.  IBM-370.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT ACCESS-LOG-FILE ASSIGN TO ACCSLOG
003100                            ORGANIZATION IS SEQUENTIAL
003200                            FILE STATUS IS AA-LOG-FILE-STATUS.
003300     SELECT AUDIT-PARM-FILE ASSIGN TO AUDTPARM
003400                            ORGANIZATION IS SEQUENTIAL
003500                            FILE STATUS IS AA-PARM-FILE-STATUS.
003600     SELECT AUDIT-REPORT-FILE
003700                            ASSIGN TO AUDTRPT
003800                            ORGANIZATION IS SEQUENTIAL.
003900*
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  ACCESS-LOG-FILE
004300     RECORDING MODE IS F
004400     LABEL RECORDS ARE STANDARD.
004500 01  ACCESS-LOG-RECORD.
004600     COPY INQALOG REPLACING ==:TAG:== BY ==AL==.
004700*
004800 FD  AUDIT-PARM-FILE
004900     RECORDING MODE IS F
005000     LABEL RECORDS ARE STANDARD.
005100 01  AUDIT-PARM-RECORD.
005200     02  AP-PERIOD           PIC X(06).
005300     02  FILLER              PIC X(74).
005400*
005500 FD  AUDIT-REPORT-FILE
005600     RECORDING MODE IS F
005700     LABEL RECORDS ARE STANDARD.
005800 01  AUDIT-REPORT-RECORD         PIC X(80).
005900*
006000 WORKING-STORAGE SECTION.
006100*---------------------------------------------------------------
006200* SWITCHES
006300*---------------------------------------------------------------
006400 01  AA-SWITCHES.
006500     02  AA-EOF-SW           PIC X(01)  VALUE "N".
006600         88  END-OF-LOG                 VALUE "Y".
006700     02  AA-LOG-FILE-STATUS  PIC X(02)  VALUE "00".
006800     02  AA-PARM-FILE-STATUS PIC X(02)  VALUE "00".
006900     02  AA-LOG-OPEN-SW      PIC X(01)  VALUE "N".
007000         88  ACCESS-LOG-IS-OPEN         VALUE "Y".
007100     02  AA-CARD-SW          PIC X(01)  VALUE "Y".
007200         88  CARD-IS-VALID              VALUE "Y".
007300         88  CARD-IS-REFUSED            VALUE "N".
007400*
007500*---------------------------------------------------------------
007600* REPORT MONTH AND TOTALS FOR THE MONTH
007700*---------------------------------------------------------------
007800 01  AA-RUN-DATE.
007900     02  AA-RUN-YYYYMM       PIC 9(06).
008000     02  FILLER              PIC 9(02).
008100 01  AA-PERIOD-WORK.
008200     02  AA-PERIOD-CCYY      PIC 9(04).
008300     02  AA-PERIOD-MM        PIC 9(02).
008400 01  AA-PERIOD-WORK-N        REDEFINES AA-PERIOD-WORK
008500                             PIC 9(06).
008600 77  AA-REPORT-PERIOD        PIC 9(06)  VALUE 0.
008700 77  AA-LOG-PERIOD           PIC 9(06)  VALUE 0.
008800 77  AA-LOG-READ-COUNT       PIC 9(07)  VALUE 0.
008900 77  AA-INQUIRY-COUNT        PIC 9(07)  VALUE 0.
009000 77  AA-MASKED-COUNT         PIC 9(07)  VALUE 0.
009100 77  AA-CLEAR-COUNT          PIC 9(07)  VALUE 0.
009200 77  AA-DENIED-COUNT         PIC 9(07)  VALUE 0.
009300 77  AA-RECORD-TOTAL         PIC 9(09)  VALUE 0.
009400 77  AA-OVERFLOW-COUNT       PIC 9(07)  VALUE 0.
009500*
009600*---------------------------------------------------------------
009700* REQUESTER TABLE - ONE ENTRY PER REQUESTER SEEN IN THE MONTH,
009800* KEPT IN REQUESTER-ID ORDER AS ENTRIES ARE ADDED.
009900*---------------------------------------------------------------
010000 01  REQUESTER-TABLE.
010100     02  AA-RQ-COUNT         PIC 9(04)  VALUE 0    COMP.
010200     02  REQUESTER-ENTRY     OCCURS 500 TIMES.
010300         03  AA-RQ-ID        PIC X(08).
010400         03  AA-RQ-INQUIRIES PIC 9(07).
010500         03  AA-RQ-CLEAR     PIC 9(07).
010600         03  AA-RQ-DENIED    PIC 9(07).
010700         03  AA-RQ-RECORDS   PIC 9(09).
010800 77  AA-RQ-SUB               PIC 9(04)  VALUE 0    COMP.
010900 77  AA-RQ-MOVE-SUB          PIC 9(04)  VALUE 0    COMP.
011000 77  AA-REQUESTER-ID         PIC X(08)  VALUE SPACES.
011100*
011200*---------------------------------------------------------------
011300* REPORT WORK AREAS - AUDIT-DETAIL-LINE IS ONE INQUIRY, WITH
011400* ITS CRITERIA ON A SECOND LINE.  9200-MASK-ACCOUNT MASKS AN
011500* ACCOUNT NUMBER IN AA-MASK-ACCOUNT FOR PRINTING.
011600*---------------------------------------------------------------
011700 01  AUDIT-DETAIL-LINE.
011800     02  ADL-LOG-DATE        PIC 9(08).
011900     02  FILLER              PIC X(01)  VALUE SPACES.
012000     02  ADL-LOG-TIME        PIC X(06).
012100     02  FILLER              PIC X(01)  VALUE SPACES.
012200     02  ADL-PROGRAM-ID      PIC X(10).
012300     02  ADL-REQUESTER-ID    PIC X(08).
012400     02  FILLER              PIC X(02)  VALUE SPACES.
012500     02  ADL-PRINT-MODE      PIC X(01).
012600     02  FILLER              PIC X(02)  VALUE SPACES.
012700     02  ADL-ACCT-LO         PIC X(10).
012800     02  FILLER              PIC X(01)  VALUE SPACES.
012900     02  ADL-ACCT-HI         PIC X(10).
013000     02  FILLER              PIC X(01)  VALUE SPACES.
013100     02  ADL-RECORD-COUNT    PIC ZZZZZZ9.
013200     02  FILLER              PIC X(12)  VALUE SPACES.
013300 77  AA-MASK-ACCOUNT         PIC X(10)  VALUE SPACES.
013400 77  AA-MASK-SUB             PIC S9(04) VALUE 0    COMP.
013500 77  AA-MASK-LEN             PIC S9(04) VALUE 0    COMP.
013600 77  AA-EDIT-COUNT           PIC ZZZZZZ9.
013700 77  AA-EDIT-COUNT2          PIC ZZZZZZ9.
013800 77  AA-EDIT-COUNT3          PIC ZZZZZZ9.
013900 77  AA-EDIT-RECORDS         PIC ZZZZZZZZ9.
014000*
014100 PROCEDURE DIVISION.
014200*===============================================================
014300* 0000-MAINLINE
014400*===============================================================
014500 0000-MAINLINE.
014600     PERFORM 1000-INITIALIZE
014700         THRU 1000-INITIALIZE-EXIT.
014800     PERFORM 2000-PROCESS-LOG
014900         THRU 2000-PROCESS-LOG-EXIT.
015000     PERFORM 3000-WRITE-REQUESTER-SUMMARY
015100         THRU 3000-WRITE-REQUESTER-SUMMARY-EXIT.
015200     PERFORM 4000-WRITE-MONTH-TOTALS
015300         THRU 4000-WRITE-MONTH-TOTALS-EXIT.
015400     PERFORM 8000-TERMINATE
015500         THRU 8000-TERMINATE-EXIT.
015600     STOP RUN.
015700*===============================================================
015800* 1000-INITIALIZE - SETTLE THE REPORT MONTH, WRITE THE HEADING,
015900* AND OPEN THE ACCESS LOG.  AN INVALID CARD OR A MISSING LOG IS
016000* REPORTED AND THE STEP ENDS RC=8.
016100*===============================================================
016200 1000-INITIALIZE.
016300     ACCEPT AA-RUN-DATE FROM DATE YYYYMMDD.
016400     OPEN OUTPUT AUDIT-REPORT-FILE.
016500     PERFORM 1100-SET-REPORT-PERIOD
016600         THRU 1100-SET-REPORT-PERIOD-EXIT.
016700     MOVE SPACES TO AUDIT-REPORT-RECORD.
016800     STRING "BAUDT-DEV INQUIRY ACCESS AUDIT REPORT"
016900         DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD.
017000     WRITE AUDIT-REPORT-RECORD.
017100     MOVE SPACES TO AUDIT-REPORT-RECORD.
017200     STRING "RUN DATE.............: " AA-RUN-DATE
017300         DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD.
017400     WRITE AUDIT-REPORT-RECORD.
017500     IF CARD-IS-REFUSED
017600         SET END-OF-LOG TO TRUE
017700         MOVE SPACES TO AUDIT-REPORT-RECORD
017800         STRING "AUDTPARM PERIOD " AP-PERIOD
017900                " IS NOT A VALID CCYYMM - NO REPORT"
018000             DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD
018100         WRITE AUDIT-REPORT-RECORD
018200         GO TO 1000-INITIALIZE-EXIT.
018300     MOVE SPACES TO AUDIT-REPORT-RECORD.
018400     STRING "REPORT MONTH.........: " AA-REPORT-PERIOD
018500         DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD.
018600     WRITE AUDIT-REPORT-RECORD.
018700     MOVE SPACES TO AUDIT-REPORT-RECORD.
018800     STRING "PRINT MODE...........: M MASKED  U CLEAR "
018900            "(AUTHORIZED)  D CLEAR REFUSED"
019000         DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD.
019100     WRITE AUDIT-REPORT-RECORD.
019200     MOVE SPACES TO AUDIT-REPORT-RECORD.
019300     WRITE AUDIT-REPORT-RECORD.
019400     MOVE SPACES TO AUDIT-REPORT-RECORD.
019500     STRING "DATE     TIME   PROGRAM   REQUESTER M  "
019600            "ACCT LOW   ACCT HIGH  RECORDS"
019700         DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD.
019800     WRITE AUDIT-REPORT-RECORD.
019900     OPEN INPUT ACCESS-LOG-FILE.
020000     IF AA-LOG-FILE-STATUS NOT = "00"
020100         SET END-OF-LOG TO TRUE
020200         MOVE SPACES TO AUDIT-REPORT-RECORD
020300         STRING "ACCESS LOG NOT AVAILABLE - STATUS "
020400             DELIMITED BY SIZE
020500             AA-LOG-FILE-STATUS DELIMITED BY SIZE
020600             INTO AUDIT-REPORT-RECORD
020700         WRITE AUDIT-REPORT-RECORD
020800         GO TO 1000-INITIALIZE-EXIT.
020900     MOVE "Y" TO AA-LOG-OPEN-SW.
021000 1000-INITIALIZE-EXIT.
021100     EXIT.
021200*===============================================================
021300* 1100-SET-REPORT-PERIOD - THE MONTH ON THE AUDTPARM CARD, OR
021400* THE CALENDAR MONTH BEFORE THE RUN DATE WHEN THE CARD IS
021500* MISSING OR BLANK.
021600*===============================================================
021700 1100-SET-REPORT-PERIOD.
021800     MOVE AA-RUN-YYYYMM TO AA-PERIOD-WORK-N.
021900     IF AA-PERIOD-MM = 1
022000         MOVE 12 TO AA-PERIOD-MM
022100         SUBTRACT 1 FROM AA-PERIOD-CCYY
022200     ELSE
022300         SUBTRACT 1 FROM AA-PERIOD-MM
022400     END-IF.
022500     MOVE AA-PERIOD-WORK-N TO AA-REPORT-PERIOD.
022600     OPEN INPUT AUDIT-PARM-FILE.
022700     IF AA-PARM-FILE-STATUS NOT = "00"
022800         GO TO 1100-SET-REPORT-PERIOD-EXIT.
022900     READ AUDIT-PARM-FILE
023000         AT END
023100             MOVE SPACES TO AP-PERIOD
023200     END-READ.
023300     CLOSE AUDIT-PARM-FILE.
023400     IF AP-PERIOD = SPACES
023500         GO TO 1100-SET-REPORT-PERIOD-EXIT.
023600     IF AP-PERIOD IS NOT NUMERIC
023700         SET CARD-IS-REFUSED TO TRUE
023800         GO TO 1100-SET-REPORT-PERIOD-EXIT.
023900     MOVE AP-PERIOD TO AA-PERIOD-WORK-N.
024000     IF AA-PERIOD-MM < 1 OR AA-PERIOD-MM > 12
024100         SET CARD-IS-REFUSED TO TRUE
024200         GO TO 1100-SET-REPORT-PERIOD-EXIT.
024300     MOVE AA-PERIOD-WORK-N TO AA-REPORT-PERIOD.
024400 1100-SET-REPORT-PERIOD-EXIT.
024500     EXIT.
024600*===============================================================
024700* 2000-PROCESS-LOG - ONE PASS OVER THE ACCESS LOG.  LOG RECORDS
024800* ARE IN THE ORDER THE INQUIRIES RAN; THOSE DATED IN THE REPORT
024900* MONTH ARE LISTED AND COUNTED.
025000*===============================================================
025100 2000-PROCESS-LOG.
025200     PERFORM 2100-PROCESS-ONE-LOG-RECORD
025300         THRU 2100-PROCESS-ONE-LOG-RECORD-EXIT
025400         UNTIL END-OF-LOG.
025500 2000-PROCESS-LOG-EXIT.
025600     EXIT.
025700*===============================================================
025800* 2100-PROCESS-ONE-LOG-RECORD
025900*===============================================================
026000 2100-PROCESS-ONE-LOG-RECORD.
026100     READ ACCESS-LOG-FILE
026200         AT END
026300             SET END-OF-LOG TO TRUE
026400             GO TO 2100-PROCESS-ONE-LOG-RECORD-EXIT
026500     END-READ.
026600     ADD 1 TO AA-LOG-READ-COUNT.
026700     DIVIDE AL-LOG-DATE BY 100 GIVING AA-LOG-PERIOD.
026800     IF AA-LOG-PERIOD NOT = AA-REPORT-PERIOD
026900         GO TO 2100-PROCESS-ONE-LOG-RECORD-EXIT.
027000     ADD 1 TO AA-INQUIRY-COUNT.
027100     ADD AL-RECORD-COUNT TO AA-RECORD-TOTAL.
027200     IF AL-PRINT-MODE = "U"
027300         ADD 1 TO AA-CLEAR-COUNT
027400     ELSE
027500         IF AL-PRINT-MODE = "D"
027600             ADD 1 TO AA-DENIED-COUNT
027700         ELSE
027800             ADD 1 TO AA-MASKED-COUNT
027900         END-IF
028000     END-IF.
028100     PERFORM 2200-WRITE-DETAIL-LINES
028200         THRU 2200-WRITE-DETAIL-LINES-EXIT.
028300     PERFORM 2300-ADD-TO-REQUESTER
028400         THRU 2300-ADD-TO-REQUESTER-EXIT.
028500 2100-PROCESS-ONE-LOG-RECORD-EXIT.
028600     EXIT.
028700*===============================================================
028800* 2200-WRITE-DETAIL-LINES - THE INQUIRY, WITH ITS ACCOUNT RANGE
028900* MASKED, AND ITS OTHER SELECTION CRITERIA BENEATH IT.  A BLANK
029000* REQUESTER ID IS SHOWN AS *NONE*.
029100*===============================================================
029200 2200-WRITE-DETAIL-LINES.
029300     MOVE AL-LOG-DATE        TO ADL-LOG-DATE.
029400     MOVE AL-LOG-TIME(1:6)   TO ADL-LOG-TIME.
029500     MOVE AL-PROGRAM-ID      TO ADL-PROGRAM-ID.
029600     MOVE AL-REQUESTER-ID    TO ADL-REQUESTER-ID.
029700     IF AL-REQUESTER-ID = SPACES
029800         MOVE "*NONE*"       TO ADL-REQUESTER-ID
029900     END-IF.
030000     MOVE AL-PRINT-MODE      TO ADL-PRINT-MODE.
030100     MOVE AL-ACCT-LO         TO AA-MASK-ACCOUNT.
030200     PERFORM 9200-MASK-ACCOUNT
030300         THRU 9200-MASK-ACCOUNT-EXIT.
030400     MOVE AA-MASK-ACCOUNT    TO ADL-ACCT-LO.
030500     MOVE AL-ACCT-HI         TO AA-MASK-ACCOUNT.
030600     PERFORM 9200-MASK-ACCOUNT
030700         THRU 9200-MASK-ACCOUNT-EXIT.
030800     MOVE AA-MASK-ACCOUNT    TO ADL-ACCT-HI.
030900     IF AL-ACCT-LO = SPACES AND AL-ACCT-HI = SPACES
031000         MOVE "ALL"          TO ADL-ACCT-LO
031100     END-IF.
031200     MOVE AL-RECORD-COUNT    TO ADL-RECORD-COUNT.
031300     WRITE AUDIT-REPORT-RECORD FROM AUDIT-DETAIL-LINE.
031400     MOVE SPACES TO AUDIT-REPORT-RECORD.
031500     STRING "                  CRITERIA: " AL-CRITERIA
031600         DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD.
031700     WRITE AUDIT-REPORT-RECORD.
031800 2200-WRITE-DETAIL-LINES-EXIT.
031900     EXIT.
032000*===============================================================
032100* 2300-ADD-TO-REQUESTER - ADD THE INQUIRY TO ITS REQUESTER'S
032200* ENTRY, OPENING A NEW ENTRY IN REQUESTER-ID ORDER THE FIRST
032300* TIME A REQUESTER IS SEEN.  PAST THE TABLE LIMIT THE INQUIRY IS
032400* LEFT OUT OF THE SUMMARY AND COUNTED AS OVERFLOW.
032500*===============================================================
032600 2300-ADD-TO-REQUESTER.
032700     MOVE AL-REQUESTER-ID TO AA-REQUESTER-ID.
032800     IF AA-REQUESTER-ID = SPACES
032900         MOVE "*NONE*" TO AA-REQUESTER-ID
033000     END-IF.
033100     MOVE 1 TO AA-RQ-SUB.
033200     PERFORM UNTIL AA-RQ-SUB > AA-RQ-COUNT
033300         OR AA-RQ-ID(AA-RQ-SUB) NOT < AA-REQUESTER-ID
033400         ADD 1 TO AA-RQ-SUB
033500     END-PERFORM.
033600     IF AA-RQ-SUB > AA-RQ-COUNT
033700         OR AA-RQ-ID(AA-RQ-SUB) NOT = AA-REQUESTER-ID
033800         PERFORM 2310-OPEN-REQUESTER-ENTRY
033900             THRU 2310-OPEN-REQUESTER-ENTRY-EXIT
034000         IF AA-RQ-SUB = 0
034100             ADD 1 TO AA-OVERFLOW-COUNT
034200             GO TO 2300-ADD-TO-REQUESTER-EXIT
034300         END-IF
034400     END-IF.
034500     ADD 1               TO AA-RQ-INQUIRIES(AA-RQ-SUB).
034600     ADD AL-RECORD-COUNT TO AA-RQ-RECORDS(AA-RQ-SUB).
034700     IF AL-PRINT-MODE = "U"
034800         ADD 1 TO AA-RQ-CLEAR(AA-RQ-SUB)
034900     END-IF.
035000     IF AL-PRINT-MODE = "D"
035100         ADD 1 TO AA-RQ-DENIED(AA-RQ-SUB)
035200     END-IF.
035300 2300-ADD-TO-REQUESTER-EXIT.
035400     EXIT.
035500*===============================================================
035600* 2310-OPEN-REQUESTER-ENTRY - SHIFT THE ENTRIES FROM AA-RQ-SUB
035700* UP ONE AND OPEN AN EMPTY ENTRY THERE.  A FULL TABLE RETURNS
035800* AA-RQ-SUB ZERO.
035900*===============================================================
036000 2310-OPEN-REQUESTER-ENTRY.
036100     IF AA-RQ-COUNT = 500
036200         MOVE 0 TO AA-RQ-SUB
036300         GO TO 2310-OPEN-REQUESTER-ENTRY-EXIT.
036400     PERFORM VARYING AA-RQ-MOVE-SUB FROM AA-RQ-COUNT BY -1
036500         UNTIL AA-RQ-MOVE-SUB < AA-RQ-SUB
036600         MOVE REQUESTER-ENTRY(AA-RQ-MOVE-SUB)
036700             TO REQUESTER-ENTRY(AA-RQ-MOVE-SUB + 1)
036800     END-PERFORM.
036900     ADD 1 TO AA-RQ-COUNT.
037000     MOVE AA-REQUESTER-ID TO AA-RQ-ID(AA-RQ-SUB).
037100     MOVE 0 TO AA-RQ-INQUIRIES(AA-RQ-SUB).
037200     MOVE 0 TO AA-RQ-CLEAR(AA-RQ-SUB).
037300     MOVE 0 TO AA-RQ-DENIED(AA-RQ-SUB).
037400     MOVE 0 TO AA-RQ-RECORDS(AA-RQ-SUB).
037500 2310-OPEN-REQUESTER-ENTRY-EXIT.
037600     EXIT.
037700*===============================================================
037800* 3000-WRITE-REQUESTER-SUMMARY - ONE LINE PER REQUESTER: HOW
037900* MANY INQUIRIES, HOW MANY PRINTED IN CLEAR, HOW MANY CLEAR-PRINT
038000* REQUESTS WERE REFUSED, AND THE RECORDS RETURNED.
038100*===============================================================
038200 3000-WRITE-REQUESTER-SUMMARY.
038300     IF CARD-IS-REFUSED
038400         GO TO 3000-WRITE-REQUESTER-SUMMARY-EXIT.
038500     MOVE SPACES TO AUDIT-REPORT-RECORD.
038600     WRITE AUDIT-REPORT-RECORD.
038700     MOVE SPACES TO AUDIT-REPORT-RECORD.
038800     STRING "REQUESTER   INQUIRIES    CLEAR  REFUSED    RECORDS"
038900         DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD.
039000     WRITE AUDIT-REPORT-RECORD.
039100     PERFORM VARYING AA-RQ-SUB FROM 1 BY 1
039200         UNTIL AA-RQ-SUB > AA-RQ-COUNT
039300         MOVE AA-RQ-INQUIRIES(AA-RQ-SUB) TO AA-EDIT-COUNT
039400         MOVE AA-RQ-CLEAR(AA-RQ-SUB)     TO AA-EDIT-COUNT2
039500         MOVE AA-RQ-DENIED(AA-RQ-SUB)    TO AA-EDIT-COUNT3
039600         MOVE AA-RQ-RECORDS(AA-RQ-SUB)   TO AA-EDIT-RECORDS
039700         MOVE SPACES TO AUDIT-REPORT-RECORD
039800         STRING AA-RQ-ID(AA-RQ-SUB) "      " AA-EDIT-COUNT
039900                "  " AA-EDIT-COUNT2 "  " AA-EDIT-COUNT3
040000                "  " AA-EDIT-RECORDS
040100             DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD
040200         WRITE AUDIT-REPORT-RECORD
040300     END-PERFORM.
040400     IF AA-OVERFLOW-COUNT > 0
040500         MOVE AA-OVERFLOW-COUNT TO AA-EDIT-COUNT
040600         MOVE SPACES TO AUDIT-REPORT-RECORD
040700         STRING "REQUESTER TABLE FULL - " AA-EDIT-COUNT
040800                " INQUIRIES NOT IN THIS SUMMARY"
040900             DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD
041000         WRITE AUDIT-REPORT-RECORD
041100     END-IF.
041200 3000-WRITE-REQUESTER-SUMMARY-EXIT.
041300     EXIT.
041400*===============================================================
041500* 4000-WRITE-MONTH-TOTALS
041600*===============================================================
041700 4000-WRITE-MONTH-TOTALS.
041800     IF CARD-IS-REFUSED
041900         GO TO 4000-WRITE-MONTH-TOTALS-EXIT.
042000     MOVE SPACES TO AUDIT-REPORT-RECORD.
042100     WRITE AUDIT-REPORT-RECORD.
042200     MOVE AA-LOG-READ-COUNT TO AA-EDIT-COUNT.
042300     MOVE SPACES TO AUDIT-REPORT-RECORD.
042400     STRING "LOG RECORDS READ.....: " AA-EDIT-COUNT
042500         DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD.
042600     WRITE AUDIT-REPORT-RECORD.
042700     MOVE AA-INQUIRY-COUNT TO AA-EDIT-COUNT.
042800     MOVE SPACES TO AUDIT-REPORT-RECORD.
042900     STRING "INQUIRIES IN MONTH...: " AA-EDIT-COUNT
043000         DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD.
043100     WRITE AUDIT-REPORT-RECORD.
043200     MOVE AA-MASKED-COUNT TO AA-EDIT-COUNT.
043300     MOVE SPACES TO AUDIT-REPORT-RECORD.
043400     STRING "  MASKED.............: " AA-EDIT-COUNT
043500         DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD.
043600     WRITE AUDIT-REPORT-RECORD.
043700     MOVE AA-CLEAR-COUNT TO AA-EDIT-COUNT.
043800     MOVE SPACES TO AUDIT-REPORT-RECORD.
043900     STRING "  PRINTED IN CLEAR...: " AA-EDIT-COUNT
044000         DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD.
044100     WRITE AUDIT-REPORT-RECORD.
044200     MOVE AA-DENIED-COUNT TO AA-EDIT-COUNT.
044300     MOVE SPACES TO AUDIT-REPORT-RECORD.
044400     STRING "  CLEAR REFUSED......: " AA-EDIT-COUNT
044500         DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD.
044600     WRITE AUDIT-REPORT-RECORD.
044700     MOVE AA-RQ-COUNT TO AA-EDIT-COUNT.
044800     MOVE SPACES TO AUDIT-REPORT-RECORD.
044900     STRING "REQUESTERS...........: " AA-EDIT-COUNT
045000         DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD.
045100     WRITE AUDIT-REPORT-RECORD.
045200     MOVE AA-RECORD-TOTAL TO AA-EDIT-RECORDS.
045300     MOVE SPACES TO AUDIT-REPORT-RECORD.
045400     STRING "RECORDS RETURNED.....: " AA-EDIT-RECORDS
045500         DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD.
045600     WRITE AUDIT-REPORT-RECORD.
045700 4000-WRITE-MONTH-TOTALS-EXIT.
045800     EXIT.
045900*===============================================================
046000* 8000-TERMINATE
046100*===============================================================
046200 8000-TERMINATE.
046300     IF ACCESS-LOG-IS-OPEN
046400         CLOSE ACCESS-LOG-FILE
046500     END-IF.
046600     CLOSE AUDIT-REPORT-FILE.
046700     IF CARD-IS-REFUSED OR NOT ACCESS-LOG-IS-OPEN
046800         MOVE 8 TO RETURN-CODE
046900     END-IF.
047000 8000-TERMINATE-EXIT.
047100     EXIT.
047200*===============================================================
047300* 9200-MASK-ACCOUNT - MASK THE ACCOUNT NUMBER IN AA-MASK-ACCOUNT
047400* FOR PRINTING: EVERY CHARACTER BEFORE THE LAST FOUR NON-BLANK
047500* ONES BECOMES AN ASTERISK.  A BLANK, LOW-VALUES OR HIGH-VALUES
047600* FIELD, OR ONE OF FOUR CHARACTERS OR LESS, IS LEFT AS IT IS.
047700*===============================================================
047800 9200-MASK-ACCOUNT.
047900     IF AA-MASK-ACCOUNT = SPACES OR LOW-VALUES OR HIGH-VALUES
048000         GO TO 9200-MASK-ACCOUNT-EXIT.
048100     MOVE 10 TO AA-MASK-LEN.
048200     PERFORM UNTIL AA-MASK-LEN = 0
048300         OR AA-MASK-ACCOUNT(AA-MASK-LEN:1) NOT = SPACE
048400         SUBTRACT 1 FROM AA-MASK-LEN
048500     END-PERFORM.
048600     SUBTRACT 4 FROM AA-MASK-LEN.
048700     PERFORM VARYING AA-MASK-SUB FROM 1 BY 1
048800         UNTIL AA-MASK-SUB > AA-MASK-LEN
048900         MOVE "*" TO AA-MASK-ACCOUNT(AA-MASK-SUB:1)
049000     END-PERFORM.
049100 9200-MASK-ACCOUNT-EXIT.
049200     EXIT.
