001920*                TYPE CODE AND THE AMOUNT TOTAL IS A SIGNED
001930*                NET FIGURE - DEBITS ADD, CREDITS AND
001940*                REVERSALS SUBTRACT.
001950* 10/15/26  RH   A FOREIGN-CURRENCY TRANSACTION GETS A SECOND
001960*                LINE WITH ITS ORIGINAL AMOUNT AND CURRENCY
001970*                UNDER THE BASE AMOUNT.  TOTALS STAY IN BASE.
001971* 10/15/26  RH   ACCOUNT NUMBERS PRINT MASKED TO THE LAST FOUR
001972*                DIGITS.  THE CARD NOW CARRIES THE REQUESTER ID
001973*                (COLS 37-44) AND A CLEAR-PRINT OPTION (COL 45 =
001974*                U), HONORED ONLY FOR A REQUESTER ON THE INQUIRY
001975*                AUTHORIZATION DECK (INQAUTH).  EVERY INQUIRY IS
001976*                APPENDED TO THE ACCESS LOG (ACCSLOG, COPYBOOK
001977*                INQALOG) WITH THE REQUESTER, DATE, SELECTION
001978*                AND RECORD COUNT; NO LOG, NO INQUIRY (RC=8).  A
001979*                REFUSED CLEAR-PRINT REQUEST ENDS RC=4.
002000*---------------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
003500                            FILE STATUS IS HQ-PARM-FILE-STATUS.
003600     SELECT INQ-REPORT-FILE ASSIGN TO HINQRPT
003700                            ORGANIZATION IS SEQUENTIAL.
003710     SELECT INQ-AUTH-FILE   ASSIGN TO INQAUTH
003720                            ORGANIZATION IS SEQUENTIAL
003730                            FILE STATUS IS HQ-AUTH-FILE-STATUS.
003740     SELECT ACCESS-LOG-FILE ASSIGN TO ACCSLOG
003750                            ORGANIZATION IS SEQUENTIAL
003760                            FILE STATUS IS HQ-LOG-FILE-STATUS.
003800*
003900 DATA DIVISION.
004000 FILE SECTION.
005100     02  QP-ACCT-HI          PIC X(10).
005200     02  QP-DATE-FROM        PIC X(08).
005300     02  QP-DATE-TO          PIC X(08).
005400     02  QP-REQUESTER-ID     PIC X(08).
005410     02  QP-PRINT-OPTION     PIC X(01).
005420     02  FILLER              PIC X(35).
005500*
005600 FD  INQ-REPORT-FILE
005700     RECORDING MODE IS F
005800     LABEL RECORDS ARE STANDARD.
005900 01  INQ-REPORT-RECORD           PIC X(80).
005905*
005910 FD  INQ-AUTH-FILE
005915     RECORDING MODE IS F
005920     LABEL RECORDS ARE STANDARD.
005925 01  INQ-AUTH-RECORD.
005930     COPY INQAUTH REPLACING ==:TAG:== BY ==AU==.
005935*
005940 FD  ACCESS-LOG-FILE
005945     RECORDING MODE IS F
005950     LABEL RECORDS ARE STANDARD.
005955 01  ACCESS-LOG-RECORD.
005960     COPY INQALOG REPLACING ==:TAG:== BY ==AL==.
006000*
006100 WORKING-STORAGE SECTION.
006200*---------------------------------------------------------------
006900     02  HQ-PARM-FILE-STATUS PIC X(02)  VALUE "00".
007000     02  HQ-HIST-OPEN-SW     PIC X(01)  VALUE "N".
007100         88  HISTORY-FILE-IS-OPEN       VALUE "Y".
007105     02  HQ-AUTH-FILE-STATUS PIC X(02)  VALUE "00".
007110     02  HQ-AUTH-EOF-SW      PIC X(01)  VALUE "N".
007115         88  END-OF-AUTH-FILE           VALUE "Y".
007120     02  HQ-LOG-FILE-STATUS  PIC X(02)  VALUE "00".
007125     02  HQ-LOG-OPEN-SW      PIC X(01)  VALUE "N".
007130         88  ACCESS-LOG-IS-OPEN         VALUE "Y".
007135     02  HQ-PRINT-MODE       PIC X(01)  VALUE "M".
007140         88  PRINT-MASKED               VALUE "M".
007145         88  PRINT-UNMASKED             VALUE "U".
007150         88  UNMASKED-DENIED            VALUE "D".
007200*
007300*---------------------------------------------------------------
007400* SELECTION CRITERIA - DEFAULTS SELECT THE WHOLE FILE.  A
008800 77  HQ-EDIT-COUNT           PIC ZZZZZZ9.
008900 77  HQ-EDIT-AMOUNT          PIC -ZZZZZZZZZZZZ9.99.
009000 77  HQ-EDIT-OCCURS          PIC ZZZZ9.
009004*
009008*---------------------------------------------------------------
009012* REQUESTER AND ACCOUNT MASKING - THE REQUESTER OFF THE CARD,
009016* THE REQUESTERS AUTHORIZED FOR CLEAR PRINT (INQAUTH DECK), AND
009020* THE WORK AREAS 9200-MASK-ACCOUNT USES TO MASK AN ACCOUNT
009024* NUMBER FOR PRINTING.
009028*---------------------------------------------------------------
009032 77  HQ-REQUESTER-ID         PIC X(08)  VALUE SPACES.
009036 77  HQ-PRINT-OPTION         PIC X(01)  VALUE SPACE.
009040 77  HQ-RUN-DATE             PIC 9(08)  VALUE 0.
009044 77  HQ-RUN-TIME             PIC 9(08)  VALUE 0.
009048 77  HQ-AUTH-SUB             PIC 9(04)  VALUE 0    COMP.
009052 01  AUTH-TABLE.
009056     02  HQ-AUTH-COUNT       PIC 9(04)  VALUE 0    COMP.
009060     02  AUTH-ENTRY          OCCURS 200 TIMES.
009064         03  HQ-AUTH-ID      PIC X(08).
009068         03  HQ-AUTH-EXPIRY  PIC X(08).
009072 77  HQ-PRINT-LO             PIC X(10)  VALUE SPACES.
009076 77  HQ-PRINT-HI             PIC X(10)  VALUE SPACES.
009080 77  HQ-PRINT-ACCOUNT        PIC X(10)  VALUE SPACES.
009084 77  HQ-MASK-ACCOUNT         PIC X(10)  VALUE SPACES.
009088 77  HQ-MASK-SUB             PIC S9(04) VALUE 0    COMP.
009092 77  HQ-MASK-LEN             PIC S9(04) VALUE 0    COMP.
009100*
009200 PROCEDURE DIVISION.
009300*===============================================================
010600*===============================================================
010700* 1000-INITIALIZE - READ THE SELECTION CARD, WRITE THE REPORT
010800* HEADING, AND POSITION THE HISTORY FILE AT THE FIRST KEY IN
010900* RANGE.  A MISSING OR BLANK CARD PRINTS THE WHOLE FILE.  NO
010950* INQUIRY IS RUN UNLESS IT CAN BE WRITTEN TO THE ACCESS LOG.
011000*===============================================================
011100 1000-INITIALIZE.
011110     ACCEPT HQ-RUN-DATE FROM DATE YYYYMMDD.
011120     ACCEPT HQ-RUN-TIME FROM TIME.
011200     OPEN OUTPUT INQ-REPORT-FILE.
011300     OPEN INPUT INQ-PARM-FILE.
011400     IF HQ-PARM-FILE-STATUS = "00"
012100         END-READ
012200         CLOSE INQ-PARM-FILE
012300     END-IF.
012305     PERFORM 1300-CHECK-AUTHORIZATION
012310         THRU 1300-CHECK-AUTHORIZATION-EXIT.
012315     MOVE HQ-ACCT-LO TO HQ-PRINT-LO.
012320     MOVE HQ-ACCT-HI TO HQ-PRINT-HI.
012325     IF NOT PRINT-UNMASKED
012330         MOVE HQ-PRINT-LO TO HQ-MASK-ACCOUNT
012335         PERFORM 9200-MASK-ACCOUNT
012340             THRU 9200-MASK-ACCOUNT-EXIT
012345         MOVE HQ-MASK-ACCOUNT TO HQ-PRINT-LO
012350         MOVE HQ-PRINT-HI TO HQ-MASK-ACCOUNT
012355         PERFORM 9200-MASK-ACCOUNT
012360             THRU 9200-MASK-ACCOUNT-EXIT
012365         MOVE HQ-MASK-ACCOUNT TO HQ-PRINT-HI
012370     END-IF.
012400     MOVE SPACES TO INQ-REPORT-RECORD.
012500     STRING "BHINQ-DEV TRANSACTION HISTORY INQUIRY"
012600         DELIMITED BY SIZE INTO INQ-REPORT-RECORD.
012700     WRITE INQ-REPORT-RECORD.
012800     MOVE SPACES TO INQ-REPORT-RECORD.
012900     STRING "ACCOUNTS " HQ-PRINT-LO " THRU " HQ-PRINT-HI
013000            "  DATES " HQ-DATE-FROM " THRU " HQ-DATE-TO
013100         DELIMITED BY SIZE INTO INQ-REPORT-RECORD.
013200     WRITE INQ-REPORT-RECORD.
013205     MOVE SPACES TO INQ-REPORT-RECORD.
013210     IF PRINT-UNMASKED
013215         STRING "REQUESTER " HQ-REQUESTER-ID
013220                "  ACCOUNT NUMBERS PRINTED IN CLEAR"
013225             DELIMITED BY SIZE INTO INQ-REPORT-RECORD
013230     ELSE
013235         STRING "REQUESTER " HQ-REQUESTER-ID
013240                "  ACCOUNT NUMBERS MASKED"
013245             DELIMITED BY SIZE INTO INQ-REPORT-RECORD
013250     END-IF.
013255     WRITE INQ-REPORT-RECORD.
013260     IF UNMASKED-DENIED
013265         MOVE SPACES TO INQ-REPORT-RECORD
013270         STRING "CLEAR PRINT NOT AUTHORIZED FOR REQUESTER "
013275                HQ-REQUESTER-ID
013280             DELIMITED BY SIZE INTO INQ-REPORT-RECORD
013285         WRITE INQ-REPORT-RECORD
013290     END-IF.
013300     MOVE SPACES TO INQ-REPORT-RECORD.
013400     STRING "ACCOUNT     TRAN DATE   SEQ  "
013500            "        AMOUNT  T  OCCURS  RUN DATE"
013600         DELIMITED BY SIZE INTO INQ-REPORT-RECORD.
013700     WRITE INQ-REPORT-RECORD.
013705     OPEN EXTEND ACCESS-LOG-FILE.
013710     IF HQ-LOG-FILE-STATUS NOT = "00"
013715         SET END-OF-HISTORY TO TRUE
013720         DISPLAY "BHINQ-DEV - ACCSLOG OPEN STATUS "
013725             HQ-LOG-FILE-STATUS " - INQUIRY NOT RUN"
013730         MOVE SPACES TO INQ-REPORT-RECORD
013735         STRING "ACCESS LOG NOT AVAILABLE - STATUS "
013740             DELIMITED BY SIZE
013745             HQ-LOG-FILE-STATUS DELIMITED BY SIZE
013750             " - INQUIRY NOT RUN" DELIMITED BY SIZE
013755             INTO INQ-REPORT-RECORD
013760         WRITE INQ-REPORT-RECORD
013765         GO TO 1000-INITIALIZE-EXIT.
013770     MOVE "Y" TO HQ-LOG-OPEN-SW.
013800     OPEN INPUT TRAN-HISTORY-FILE.
013900     IF HQ-HIST-FILE-STATUS = "00"
014000         MOVE "Y" TO HQ-HIST-OPEN-SW
017100     IF QP-DATE-TO IS NUMERIC
017200         MOVE QP-DATE-TO TO HQ-DATE-TO
017300     END-IF.
017310     MOVE QP-REQUESTER-ID TO HQ-REQUESTER-ID.
017320     MOVE QP-PRINT-OPTION TO HQ-PRINT-OPTION.
017400 1100-EDIT-SELECTION-CARD-EXIT.
017500     EXIT.
017600*===============================================================
018900     END-START.
019000 1200-POSITION-HISTORY-FILE-EXIT.
019100     EXIT.
019101*===============================================================
019102* 1300-CHECK-AUTHORIZATION - ACCOUNT NUMBERS PRINT MASKED TO THE
019103* LAST FOUR DIGITS UNLESS THE CARD ASKS FOR CLEAR PRINT (COLUMN
019104* 45 = U) FOR A REQUESTER ON THE INQUIRY AUTHORIZATION DECK
019105* (INQAUTH, COPYBOOK INQAUTH) WHOSE CARD HAS NOT EXPIRED.  A
019106* CLEAR-PRINT REQUEST THAT FAILS THE CHECK STILL PRINTS, MASKED,
019107* AND IS LOGGED AS DENIED.
019108*===============================================================
019109 1300-CHECK-AUTHORIZATION.
019110     MOVE "M" TO HQ-PRINT-MODE.
019111     IF HQ-PRINT-OPTION NOT = "U"
019112         GO TO 1300-CHECK-AUTHORIZATION-EXIT.
019113     MOVE "D" TO HQ-PRINT-MODE.
019114     IF HQ-REQUESTER-ID = SPACES
019115         GO TO 1300-CHECK-AUTHORIZATION-EXIT.
019116     OPEN INPUT INQ-AUTH-FILE.
019117     IF HQ-AUTH-FILE-STATUS NOT = "00"
019118         DISPLAY "BHINQ-DEV - INQAUTH OPEN STATUS "
019119             HQ-AUTH-FILE-STATUS " - CLEAR PRINT NOT AUTHORIZED"
019120         GO TO 1300-CHECK-AUTHORIZATION-EXIT.
019121     PERFORM 1310-LOAD-ONE-AUTH
019122         THRU 1310-LOAD-ONE-AUTH-EXIT
019123         UNTIL END-OF-AUTH-FILE.
019124     CLOSE INQ-AUTH-FILE.
019125     PERFORM VARYING HQ-AUTH-SUB FROM 1 BY 1
019126         UNTIL HQ-AUTH-SUB > HQ-AUTH-COUNT OR PRINT-UNMASKED
019127         IF HQ-AUTH-ID(HQ-AUTH-SUB) = HQ-REQUESTER-ID
019128             AND (HQ-AUTH-EXPIRY(HQ-AUTH-SUB) = SPACES
019129                 OR HQ-AUTH-EXPIRY(HQ-AUTH-SUB) >= HQ-RUN-DATE)
019130             MOVE "U" TO HQ-PRINT-MODE
019131         END-IF
019132     END-PERFORM.
019133 1300-CHECK-AUTHORIZATION-EXIT.
019134     EXIT.
019135*===============================================================
019136* 1310-LOAD-ONE-AUTH - ONE INQAUTH CARD INTO THE AUTHORIZATION
019137* TABLE.  BLANK CARDS ARE SKIPPED; CARDS PAST THE TABLE LIMIT
019138* ARE IGNORED.
019139*===============================================================
019140 1310-LOAD-ONE-AUTH.
019141     READ INQ-AUTH-FILE
019142         AT END
019143             SET END-OF-AUTH-FILE TO TRUE
019144             GO TO 1310-LOAD-ONE-AUTH-EXIT
019145     END-READ.
019146     IF AU-REQUESTER-ID = SPACES
019147         GO TO 1310-LOAD-ONE-AUTH-EXIT.
019148     IF HQ-AUTH-COUNT = 200
019149         GO TO 1310-LOAD-ONE-AUTH-EXIT.
019150     ADD 1 TO HQ-AUTH-COUNT.
019151     MOVE AU-REQUESTER-ID TO HQ-AUTH-ID(HQ-AUTH-COUNT).
019152     MOVE AU-EXPIRY-DATE  TO HQ-AUTH-EXPIRY(HQ-AUTH-COUNT).
019153 1310-LOAD-ONE-AUTH-EXIT.
019154     EXIT.
019200*===============================================================
019300* 2000-PRINT-MATCHES - READ FORWARD FROM THE STARTING KEY AND
019400* PRINT EVERY RECORD INSIDE THE ACCOUNT AND DATE RANGE.  THE
023110     END-IF.
023200     MOVE TH-TRAN-AMOUNT TO HQ-EDIT-AMOUNT.
023300     MOVE TH-OCCUR-COUNT TO HQ-EDIT-OCCURS.
023310     MOVE TH-ACCOUNT-NUMBER TO HQ-PRINT-ACCOUNT.
023320     IF NOT PRINT-UNMASKED
023330         MOVE HQ-PRINT-ACCOUNT TO HQ-MASK-ACCOUNT
023340         PERFORM 9200-MASK-ACCOUNT
023350             THRU 9200-MASK-ACCOUNT-EXIT
023360         MOVE HQ-MASK-ACCOUNT TO HQ-PRINT-ACCOUNT
023370     END-IF.
023400     MOVE SPACES TO INQ-REPORT-RECORD.
023500     STRING HQ-PRINT-ACCOUNT  DELIMITED BY SIZE
023600            "  "              DELIMITED BY SIZE
023700            TH-TRAN-DATE      DELIMITED BY SIZE
023800            "  "              DELIMITED BY SIZE
024500            TH-RUN-DATE       DELIMITED BY SIZE
024600         INTO INQ-REPORT-RECORD.
024700     WRITE INQ-REPORT-RECORD.
024710     IF TH-CURRENCY-CODE = SPACES
024715         OR TH-ORIG-AMOUNT IS NOT NUMERIC
024720         GO TO 2200-WRITE-MATCH-LINE-EXIT.
024725     MOVE TH-ORIG-AMOUNT TO HQ-EDIT-AMOUNT.
024730     MOVE SPACES TO INQ-REPORT-RECORD.
024735     STRING "            ORIGINAL        " DELIMITED BY SIZE
024740            HQ-EDIT-AMOUNT                 DELIMITED BY SIZE
024745            "  "                           DELIMITED BY SIZE
024750            TH-CURRENCY-CODE               DELIMITED BY SIZE
024755         INTO INQ-REPORT-RECORD.
024760     WRITE INQ-REPORT-RECORD.
024800 2200-WRITE-MATCH-LINE-EXIT.
024900     EXIT.
025000*===============================================================
026800         CLOSE TRAN-HISTORY-FILE
026900     END-IF.
027000     CLOSE INQ-REPORT-FILE.
027010     IF NOT ACCESS-LOG-IS-OPEN
027020         MOVE 8 TO RETURN-CODE
027030         GO TO 8000-TERMINATE-EXIT.
027040     PERFORM 8100-WRITE-ACCESS-LOG
027050         THRU 8100-WRITE-ACCESS-LOG-EXIT.
027060     CLOSE ACCESS-LOG-FILE.
027070     IF UNMASKED-DENIED
027080         MOVE 4 TO RETURN-CODE
027090     END-IF.
027100 8000-TERMINATE-EXIT.
027200     EXIT.
027300*===============================================================
027400* 8100-WRITE-ACCESS-LOG - ONE ACCESS LOG RECORD (COPYBOOK
027500* INQALOG) FOR THIS INQUIRY: WHO ASKED, WHEN, FOR WHAT, WHETHER
027600* ACCOUNT NUMBERS PRINTED IN CLEAR, AND HOW MANY TRANSACTIONS
027700* PRINTED.  AN OPEN-ENDED ACCOUNT LIMIT IS LOGGED BLANK.
027800*===============================================================
027900 8100-WRITE-ACCESS-LOG.
028000     MOVE SPACES          TO ACCESS-LOG-RECORD.
028100     MOVE HQ-RUN-DATE     TO AL-LOG-DATE.
028200     MOVE HQ-RUN-TIME     TO AL-LOG-TIME.
028300     MOVE "BHINQ-DEV"     TO AL-PROGRAM-ID.
028400     MOVE HQ-REQUESTER-ID TO AL-REQUESTER-ID.
028500     MOVE HQ-PRINT-MODE   TO AL-PRINT-MODE.
028600     IF HQ-ACCT-LO NOT = LOW-VALUES
028700         MOVE HQ-ACCT-LO  TO AL-ACCT-LO
028800     END-IF.
028900     IF HQ-ACCT-HI NOT = HIGH-VALUES
029000         MOVE HQ-ACCT-HI  TO AL-ACCT-HI
029100     END-IF.
029200     STRING "TRAN DATES " HQ-DATE-FROM " THRU " HQ-DATE-TO
029300         DELIMITED BY SIZE INTO AL-CRITERIA.
029400     MOVE HQ-MATCH-COUNT  TO AL-RECORD-COUNT.
029500     WRITE ACCESS-LOG-RECORD.
029600 8100-WRITE-ACCESS-LOG-EXIT.
029700     EXIT.
029800*===============================================================
029900* 9200-MASK-ACCOUNT - MASK THE ACCOUNT NUMBER IN HQ-MASK-ACCOUNT
030000* FOR PRINTING: EVERY CHARACTER BEFORE THE LAST FOUR NON-BLANK
030100* ONES BECOMES AN ASTERISK.  A BLANK, LOW-VALUES OR HIGH-VALUES
030200* FIELD, OR ONE OF FOUR CHARACTERS OR LESS, IS LEFT AS IT IS.
030300*===============================================================
030400 9200-MASK-ACCOUNT.
030500     IF HQ-MASK-ACCOUNT = SPACES OR LOW-VALUES OR HIGH-VALUES
030600         GO TO 9200-MASK-ACCOUNT-EXIT.
030700     MOVE 10 TO HQ-MASK-LEN.
030800     PERFORM UNTIL HQ-MASK-LEN = 0
030900         OR HQ-MASK-ACCOUNT(HQ-MASK-LEN:1) NOT = SPACE
031000         SUBTRACT 1 FROM HQ-MASK-LEN
031100     END-PERFORM.
031200     SUBTRACT 4 FROM HQ-MASK-LEN.
031300     PERFORM VARYING HQ-MASK-SUB FROM 1 BY 1
031400         UNTIL HQ-MASK-SUB > HQ-MASK-LEN
031500         MOVE "*" TO HQ-MASK-ACCOUNT(HQ-MASK-SUB:1)
031600     END-PERFORM.
031700 9200-MASK-ACCOUNT-EXIT.
031800     EXIT.
