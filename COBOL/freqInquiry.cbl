001490*                AUDITOR SEES WHAT THE FILTER EXCLUDED.  A
001491*                MISSING OR BLANK CARD PRINTS THE WHOLE
001492*                MASTER AS BEFORE.
001493* 10/15/26  RH   ACCOUNT NUMBERS PRINT MASKED TO THE LAST FOUR
001494*                DIGITS.  THE CARD NOW CARRIES THE REQUESTER ID
001495*                (COLS 44-51) AND A CLEAR-PRINT OPTION (COL 52 =
001496*                U), HONORED ONLY FOR A REQUESTER ON THE INQUIRY
001497*                AUTHORIZATION DECK (INQAUTH).  EVERY INQUIRY IS
001498*                APPENDED TO THE ACCESS LOG (ACCSLOG, COPYBOOK
001499*                INQALOG) WITH THE REQUESTER, DATE, SELECTION
001500*                AND RECORD COUNT; NO LOG, NO INQUIRY (RC=8).  A
001501*                REFUSED CLEAR-PRINT REQUEST ENDS RC=4.
001502*---------------------------------------------------------------
001600 ENVIRONMENT DIVISION.
001700 CONFIGURATION SECTION.
001800 SOURCE-COMPUTER.  IBM-370.
003010     SELECT INQ-PARM-FILE   ASSIGN TO INQPARM
003020                            ORGANIZATION IS SEQUENTIAL
003030                            FILE STATUS IS IQ-PARM-FILE-STATUS.
003040     SELECT INQ-AUTH-FILE   ASSIGN TO INQAUTH
003050                            ORGANIZATION IS SEQUENTIAL
003060                            FILE STATUS IS IQ-AUTH-FILE-STATUS.
003070     SELECT ACCESS-LOG-FILE ASSIGN TO ACCSLOG
003080                            ORGANIZATION IS SEQUENTIAL
003090                            FILE STATUS IS IQ-LOG-FILE-STATUS.
003100*
003200 DATA DIVISION.
003300 FILE SECTION.
004290     02  IP-LAST-SEEN-CUTOFF PIC X(08).
004291     02  IP-MIN-COUNT        PIC X(09).
004292     02  IP-TOP-N            PIC X(05).
004293     02  IP-REQUEST.
004294         03  IP-REQUESTER-ID PIC X(08).
004295         03  IP-PRINT-OPTION PIC X(01).
004296     02  FILLER              PIC X(28).
004300*
004305 FD  INQ-AUTH-FILE
004310     RECORDING MODE IS F
004315     LABEL RECORDS ARE STANDARD.
004320 01  INQ-AUTH-RECORD.
004325     COPY INQAUTH REPLACING ==:TAG:== BY ==AU==.
004330*
004335 FD  ACCESS-LOG-FILE
004340     RECORDING MODE IS F
004345     LABEL RECORDS ARE STANDARD.
004350 01  ACCESS-LOG-RECORD.
004355     COPY INQALOG REPLACING ==:TAG:== BY ==AL==.
004360*
004400 WORKING-STORAGE SECTION.
004500*---------------------------------------------------------------
004600* SWITCHES
005370         88  RANKING-REQUESTED          VALUE "Y".
005380     02  IQ-MATCH-SW         PIC X(01)  VALUE "N".
005390         88  RECORD-IS-SELECTED         VALUE "Y".
005391     02  IQ-AUTH-FILE-STATUS PIC X(02)  VALUE "00".
005392     02  IQ-AUTH-EOF-SW      PIC X(01)  VALUE "N".
005393         88  END-OF-AUTH-FILE           VALUE "Y".
005394     02  IQ-LOG-FILE-STATUS  PIC X(02)  VALUE "00".
005395     02  IQ-LOG-OPEN-SW      PIC X(01)  VALUE "N".
005396         88  ACCESS-LOG-IS-OPEN         VALUE "Y".
005397     02  IQ-PRINT-MODE       PIC X(01)  VALUE "M".
005398         88  PRINT-MASKED               VALUE "M".
005399         88  PRINT-UNMASKED             VALUE "U".
005400         88  UNMASKED-DENIED            VALUE "D".
005401*
005500*---------------------------------------------------------------
005600* COUNTERS AND REPORT WORK AREAS
005700*---------------------------------------------------------------
006112 01  RANK-COMPARE-RECORD.
006113     COPY FREQMAST REPLACING ==:TAG:== BY ==RC==.
006114 77  K                       PIC 9(02)  VALUE 0    COMP.
006115*
006116*---------------------------------------------------------------
006117* REQUESTER AND ACCOUNT MASKING - THE REQUESTER OFF THE CARD,
006118* THE REQUESTERS AUTHORIZED FOR CLEAR PRINT (INQAUTH DECK), AND
006119* THE WORK AREAS 9200-MASK-ACCOUNT USES TO MASK AN ACCOUNT
006120* NUMBER FOR PRINTING.
006121*---------------------------------------------------------------
006122 01  IQ-REQUEST.
006123     02  IQ-REQUESTER-ID     PIC X(08)  VALUE SPACES.
006124     02  IQ-PRINT-OPTION     PIC X(01)  VALUE SPACE.
006125 77  IQ-RUN-DATE             PIC 9(08)  VALUE 0.
006126 77  IQ-RUN-TIME             PIC 9(08)  VALUE 0.
006127 77  IQ-AUTH-SUB             PIC 9(04)  VALUE 0    COMP.
006128 01  AUTH-TABLE.
006129     02  IQ-AUTH-COUNT       PIC 9(04)  VALUE 0    COMP.
006130     02  AUTH-ENTRY          OCCURS 200 TIMES.
006131         03  IQ-AUTH-ID      PIC X(08).
006132         03  IQ-AUTH-EXPIRY  PIC X(08).
006133 77  IQ-PRINT-VALUE          PIC X(30)  VALUE SPACES.
006134 77  IQ-MASK-ACCOUNT         PIC X(10)  VALUE SPACES.
006135 77  IQ-MASK-SUB             PIC S9(04) VALUE 0    COMP.
006136 77  IQ-MASK-LEN             PIC S9(04) VALUE 0    COMP.
006100*
006200 PROCEDURE DIVISION.
006300*===============================================================
007200         THRU 8000-TERMINATE-EXIT.
007300     STOP RUN.
007400*===============================================================
007500* 1000-INITIALIZE - READ THE CARD, WRITE THE HEADING, AND OPEN
007510* THE MASTER.  NO INQUIRY IS RUN UNLESS IT CAN BE WRITTEN TO THE
007520* ACCESS LOG.
007600*===============================================================
007700 1000-INITIALIZE.
007702     ACCEPT IQ-RUN-DATE FROM DATE YYYYMMDD.
007704     ACCEPT IQ-RUN-TIME FROM TIME.
007710     PERFORM 1100-READ-INQ-PARM-CARD
007720         THRU 1100-READ-INQ-PARM-CARD-EXIT.
007730     PERFORM 1300-CHECK-AUTHORIZATION
007740         THRU 1300-CHECK-AUTHORIZATION-EXIT.
007800     OPEN OUTPUT INQUIRY-REPORT-FILE.
007900     MOVE SPACES TO INQUIRY-REPORT-RECORD.
008000     STRING "BINQ-DEV FREQUENCY MASTER INQUIRY"
008100         DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD.
008200     WRITE INQUIRY-REPORT-RECORD.
008205     MOVE SPACES TO INQUIRY-REPORT-RECORD.
008209     IF PRINT-UNMASKED
008213         STRING "REQUESTER " IQ-REQUESTER-ID
008217                "  ACCOUNT NUMBERS PRINTED IN CLEAR"
008221             DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
008225     ELSE
008229         STRING "REQUESTER " IQ-REQUESTER-ID
008233                "  ACCOUNT NUMBERS MASKED"
008237             DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
008241     END-IF.
008245     WRITE INQUIRY-REPORT-RECORD.
008249     IF UNMASKED-DENIED
008253         MOVE SPACES TO INQUIRY-REPORT-RECORD
008257         STRING "CLEAR PRINT NOT AUTHORIZED FOR REQUESTER "
008261                IQ-REQUESTER-ID
008265             DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
008269         WRITE INQUIRY-REPORT-RECORD
008273     END-IF.
008300     MOVE SPACES TO INQUIRY-REPORT-RECORD.
008400     STRING "VALUE                           "
008500            "    COUNT  FIRST     LAST"
008600         DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD.
008700     WRITE INQUIRY-REPORT-RECORD.
008705     OPEN EXTEND ACCESS-LOG-FILE.
008710     IF IQ-LOG-FILE-STATUS NOT = "00"
008715         SET END-OF-MASTER TO TRUE
008720         DISPLAY "BINQ-DEV - ACCSLOG OPEN STATUS "
008725             IQ-LOG-FILE-STATUS " - INQUIRY NOT RUN"
008730         MOVE SPACES TO INQUIRY-REPORT-RECORD
008735         STRING "ACCESS LOG NOT AVAILABLE - STATUS "
008740             DELIMITED BY SIZE
008745             IQ-LOG-FILE-STATUS DELIMITED BY SIZE
008750             " - INQUIRY NOT RUN" DELIMITED BY SIZE
008755             INTO INQUIRY-REPORT-RECORD
008760         WRITE INQUIRY-REPORT-RECORD
008765         GO TO 1000-INITIALIZE-EXIT.
008770     MOVE "Y" TO IQ-LOG-OPEN-SW.
008800     OPEN INPUT FREQ-MASTER-FILE.
008900     IF IQ-MASTER-FILE-STATUS = "00"
009000         MOVE "Y" TO IQ-MASTER-OPEN-SW
010108* THE ACCOUNT-NUMBER PORTION OF THE FM-VALUE KEY, FOLLOWED BY
010110* THE LOW AND HIGH VALUES, A LAST-SEEN CUTOFF DATE (PRINT ONLY
010112* VALUES SEEN ON OR AFTER IT), A MINIMUM OCCURRENCE COUNT, AND
010114* TOP-N (PRINT ONLY THE N MOST FREQUENT SELECTED VALUES), THEN
010115* THE REQUESTER ID AND CLEAR-PRINT OPTION.
010116*===============================================================
010118 1100-READ-INQ-PARM-CARD.
010120     OPEN INPUT INQ-PARM-FILE.
010168                 MOVE IP-TOP-N TO IQ-TOP-N
010170                 SET RANKING-REQUESTED TO TRUE
010172             END-IF
010173             MOVE IP-REQUEST TO IQ-REQUEST
010174     END-READ.
010176     CLOSE INQ-PARM-FILE.
010178     IF SELECT-BY-PREFIX
010198     END-IF.
010199 1100-READ-INQ-PARM-CARD-EXIT.
010200     EXIT.
010201*===============================================================
010202* 1300-CHECK-AUTHORIZATION - ACCOUNT NUMBERS PRINT MASKED TO THE
010203* LAST FOUR DIGITS UNLESS THE CARD ASKS FOR CLEAR PRINT (COLUMN
010204* 52 = U) FOR A REQUESTER ON THE INQUIRY AUTHORIZATION DECK
010205* (INQAUTH, COPYBOOK INQAUTH) WHOSE CARD HAS NOT EXPIRED.  A
010206* CLEAR-PRINT REQUEST THAT FAILS THE CHECK STILL PRINTS, MASKED,
010207* AND IS LOGGED AS DENIED.
010208*===============================================================
010209 1300-CHECK-AUTHORIZATION.
010210     MOVE "M" TO IQ-PRINT-MODE.
010211     IF IQ-PRINT-OPTION NOT = "U"
010212         GO TO 1300-CHECK-AUTHORIZATION-EXIT.
010213     MOVE "D" TO IQ-PRINT-MODE.
010214     IF IQ-REQUESTER-ID = SPACES
010215         GO TO 1300-CHECK-AUTHORIZATION-EXIT.
010216     OPEN INPUT INQ-AUTH-FILE.
010217     IF IQ-AUTH-FILE-STATUS NOT = "00"
010218         DISPLAY "BINQ-DEV - INQAUTH OPEN STATUS "
010219             IQ-AUTH-FILE-STATUS " - CLEAR PRINT NOT AUTHORIZED"
010220         GO TO 1300-CHECK-AUTHORIZATION-EXIT.
010221     PERFORM 1310-LOAD-ONE-AUTH
010222         THRU 1310-LOAD-ONE-AUTH-EXIT
010223         UNTIL END-OF-AUTH-FILE.
010224     CLOSE INQ-AUTH-FILE.
010225     PERFORM VARYING IQ-AUTH-SUB FROM 1 BY 1
010226         UNTIL IQ-AUTH-SUB > IQ-AUTH-COUNT OR PRINT-UNMASKED
010227         IF IQ-AUTH-ID(IQ-AUTH-SUB) = IQ-REQUESTER-ID
010228             AND (IQ-AUTH-EXPIRY(IQ-AUTH-SUB) = SPACES
010229                 OR IQ-AUTH-EXPIRY(IQ-AUTH-SUB) >= IQ-RUN-DATE)
010230             MOVE "U" TO IQ-PRINT-MODE
010231         END-IF
010232     END-PERFORM.
010233 1300-CHECK-AUTHORIZATION-EXIT.
010234     EXIT.
010235*===============================================================
010236* 1310-LOAD-ONE-AUTH - ONE INQAUTH CARD INTO THE AUTHORIZATION
010237* TABLE.  BLANK CARDS ARE SKIPPED; CARDS PAST THE TABLE LIMIT
010238* ARE IGNORED.
010239*===============================================================
010240 1310-LOAD-ONE-AUTH.
010241     READ INQ-AUTH-FILE
010242         AT END
010243             SET END-OF-AUTH-FILE TO TRUE
010244             GO TO 1310-LOAD-ONE-AUTH-EXIT
010245     END-READ.
010246     IF AU-REQUESTER-ID = SPACES
010247         GO TO 1310-LOAD-ONE-AUTH-EXIT.
010248     IF IQ-AUTH-COUNT = 200
010249         GO TO 1310-LOAD-ONE-AUTH-EXIT.
010250     ADD 1 TO IQ-AUTH-COUNT.
010251     MOVE AU-REQUESTER-ID TO IQ-AUTH-ID(IQ-AUTH-COUNT).
010252     MOVE AU-EXPIRY-DATE  TO IQ-AUTH-EXPIRY(IQ-AUTH-COUNT).
010253 1310-LOAD-ONE-AUTH-EXIT.
010254     EXIT.
010299*===============================================================
010300* 2000-PRINT-MASTER - ONE LINE PER MASTER VALUE, IN KEY ORDER.
010400*===============================================================
010500 2000-PRINT-MASTER.
013410 2200-WRITE-INQUIRY-LINE.
013500     ADD 1 TO IQ-PRINT-COUNT.
013600     MOVE FM-OCCUR-COUNT TO IQ-EDIT-COUNT.
013610     MOVE FM-VALUE TO IQ-PRINT-VALUE.
013620     IF NOT PRINT-UNMASKED
013630         MOVE IQ-PRINT-VALUE(1:10) TO IQ-MASK-ACCOUNT
013640         PERFORM 9200-MASK-ACCOUNT
013650             THRU 9200-MASK-ACCOUNT-EXIT
013660         MOVE IQ-MASK-ACCOUNT TO IQ-PRINT-VALUE(1:10)
013670     END-IF.
013700     MOVE SPACES TO INQUIRY-REPORT-RECORD.
013800     STRING IQ-PRINT-VALUE  DELIMITED BY SIZE
013900            " "             DELIMITED BY SIZE
014000            IQ-EDIT-COUNT   DELIMITED BY SIZE
014100            "  "            DELIMITED BY SIZE
015400         CLOSE FREQ-MASTER-FILE
015500     END-IF.
015600     CLOSE INQUIRY-REPORT-FILE.
015610     IF NOT ACCESS-LOG-IS-OPEN
015620         MOVE 8 TO RETURN-CODE
015630         GO TO 8000-TERMINATE-EXIT.
015640     PERFORM 8100-WRITE-ACCESS-LOG
015650         THRU 8100-WRITE-ACCESS-LOG-EXIT.
015660     CLOSE ACCESS-LOG-FILE.
015670     IF UNMASKED-DENIED
015680         MOVE 4 TO RETURN-CODE
015690     END-IF.
015700 8000-TERMINATE-EXIT.
015800     EXIT.
015900*===============================================================
016000* 8100-WRITE-ACCESS-LOG - ONE ACCESS LOG RECORD (COPYBOOK
016100* INQALOG) FOR THIS INQUIRY: WHO ASKED, WHEN, FOR WHAT, WHETHER
016200* ACCOUNT NUMBERS PRINTED IN CLEAR, AND HOW MANY LINES PRINTED.
016300* THE CRITERIA ARE THE SELECTION TYPE (A/P/R), LAST-SEEN CUTOFF,
016400* MINIMUM COUNT AND TOP-N AS APPLIED.
016500*===============================================================
016600 8100-WRITE-ACCESS-LOG.
016700     MOVE SPACES          TO ACCESS-LOG-RECORD.
016800     MOVE IQ-RUN-DATE     TO AL-LOG-DATE.
016900     MOVE IQ-RUN-TIME     TO AL-LOG-TIME.
017000     MOVE "BINQ-DEV"      TO AL-PROGRAM-ID.
017100     MOVE IQ-REQUESTER-ID TO AL-REQUESTER-ID.
017200     MOVE IQ-PRINT-MODE   TO AL-PRINT-MODE.
017300     MOVE IQ-SEL-LO       TO AL-ACCT-LO.
017400     MOVE IQ-SEL-HI       TO AL-ACCT-HI.
017500     STRING "SEL "  IQ-SELECT-SW
017600            " SEEN " IQ-CUTOFF-DATE
017700            " MIN "  IQ-MIN-COUNT
017800            " TOP "  IQ-TOP-N
017900         DELIMITED BY SIZE INTO AL-CRITERIA.
018000     MOVE IQ-PRINT-COUNT  TO AL-RECORD-COUNT.
018100     WRITE ACCESS-LOG-RECORD.
018200 8100-WRITE-ACCESS-LOG-EXIT.
018300     EXIT.
018400*===============================================================
018500* 9200-MASK-ACCOUNT - MASK THE ACCOUNT NUMBER IN IQ-MASK-ACCOUNT
018600* FOR PRINTING: EVERY CHARACTER BEFORE THE LAST FOUR NON-BLANK
018700* ONES BECOMES AN ASTERISK.  A BLANK, LOW-VALUES OR HIGH-VALUES
018800* FIELD, OR ONE OF FOUR CHARACTERS OR LESS, IS LEFT AS IT IS.
018900*===============================================================
019000 9200-MASK-ACCOUNT.
019100     IF IQ-MASK-ACCOUNT = SPACES OR LOW-VALUES OR HIGH-VALUES
019200         GO TO 9200-MASK-ACCOUNT-EXIT.
019300     MOVE 10 TO IQ-MASK-LEN.
019400     PERFORM UNTIL IQ-MASK-LEN = 0
019500         OR IQ-MASK-ACCOUNT(IQ-MASK-LEN:1) NOT = SPACE
019600         SUBTRACT 1 FROM IQ-MASK-LEN
019700     END-PERFORM.
019800     SUBTRACT 4 FROM IQ-MASK-LEN.
019900     PERFORM VARYING IQ-MASK-SUB FROM 1 BY 1
020000         UNTIL IQ-MASK-SUB > IQ-MASK-LEN
020100         MOVE "*" TO IQ-MASK-ACCOUNT(IQ-MASK-SUB:1)
020200     END-PERFORM.
020300 9200-MASK-ACCOUNT-EXIT.
020400     EXIT.
