000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BPEDT-DEV.
000300 AUTHOR.        R HENNESSY.
000400 INSTALLATION.  DATA CENTER SERVICES.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*---------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*---------------------------------------------------------------
001000* 10/15/26  RH   ORIGINAL CODING.  PARAMETER CARD EDIT, RUN AS
001100*                THE FIRST STEP OF EACH JOB THAT READS A CONTROL
001150*                CARD (BSORT, BINQ, BHINQ, BBACK, BPURGE,
001200*                BPCLOSE, BAUDIT).  EVERY CARD ALLOCATED TO THE
001250*                STEP (PARMCARD, GLPARM, INQPARM, HINQPARM,
001300*                BACKPARM, PURGPARM, CLOSPARM, AUDTPARM) IS EDITED
001500*                FIELD BY FIELD AGAINST ITS LAYOUT AND ALLOWED
001600*                VALUES, AND THE EDIT REPORT (PEDTRPT) SPELLS OUT
001700*                WHAT EACH FIELD WILL DO.  ANY INVALID CARD ENDS
001800*                THE STEP RC=8 SO THE JOB STOPS BEFORE ANYTHING
001900*                RUNS.  WHEN EVERY CARD IS GOOD, EACH IS COMPARED
002000*                WITH THE LAST ONE USED AND THE CHANGED FIELDS
002100*                ARE APPENDED, WITH THE DATE AND JOB NAME, TO THE
002200*                CUMULATIVE PARAMETER HISTORY (PARMHIST, COPYBOOK
002300*                PARMHIST).  THE JOB NAME COMES FROM THE PEDTJOB
002350*                CARD (COLS 1-8).  ACCOUNT NUMBERS ON THE REPORT
002400*                PRINT MASKED TO THE LAST FOUR DIGITS.
002500*---------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.  IBM-370.
002900 OBJECT-COMPUTER.  IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT JOB-NAME-FILE   ASSIGN TO PEDTJOB
003300                            ORGANIZATION IS SEQUENTIAL
003400                            FILE STATUS IS PE-JOB-FILE-STATUS.
003500     SELECT PARM-CARD-FILE  ASSIGN TO PARMCARD
003600                            ORGANIZATION IS SEQUENTIAL
003700                            FILE STATUS IS PE-CARD-FILE-STATUS.
003800     SELECT GL-PARM-FILE    ASSIGN TO GLPARM
003900                            ORGANIZATION IS SEQUENTIAL
004000                            FILE STATUS IS PE-CARD-FILE-STATUS.
004100     SELECT INQ-PARM-FILE   ASSIGN TO INQPARM
004200                            ORGANIZATION IS SEQUENTIAL
004300                            FILE STATUS IS PE-CARD-FILE-STATUS.
004400     SELECT HINQ-PARM-FILE  ASSIGN TO HINQPARM
004500                            ORGANIZATION IS SEQUENTIAL
004600                            FILE STATUS IS PE-CARD-FILE-STATUS.
004700     SELECT BACK-PARM-FILE  ASSIGN TO BACKPARM
004800                            ORGANIZATION IS SEQUENTIAL
004900                            FILE STATUS IS PE-CARD-FILE-STATUS.
005000     SELECT PURGE-PARM-FILE ASSIGN TO PURGPARM
005010                            ORGANIZATION IS SEQUENTIAL
005020                            FILE STATUS IS PE-CARD-FILE-STATUS.
005030     SELECT CLOSE-PARM-FILE ASSIGN TO CLOSPARM
005040                            ORGANIZATION IS SEQUENTIAL
005050                            FILE STATUS IS PE-CARD-FILE-STATUS.
005060     SELECT AUDIT-PARM-FILE ASSIGN TO AUDTPARM
005100                            ORGANIZATION IS SEQUENTIAL
005200                            FILE STATUS IS PE-CARD-FILE-STATUS.
005300     SELECT PARM-HIST-FILE  ASSIGN TO PARMHIST
005400                            ORGANIZATION IS SEQUENTIAL
005500                            FILE STATUS IS PE-HIST-FILE-STATUS.
005600     SELECT EDIT-REPORT-FILE
005700                            ASSIGN TO PEDTRPT
005800                            ORGANIZATION IS SEQUENTIAL.
005900*
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  JOB-NAME-FILE
006300     RECORDING MODE IS F
006400     LABEL RECORDS ARE STANDARD.
006500 01  JOB-NAME-RECORD.
006600     02  JN-JOB-NAME         PIC X(08).
006700     02  FILLER              PIC X(72).
006800*
006900 FD  PARM-CARD-FILE
007000     RECORDING MODE IS F
007100     LABEL RECORDS ARE STANDARD.
007200 01  PARM-CARD-RECORD            PIC X(80).
007300*
007400 FD  GL-PARM-FILE
007500     RECORDING MODE IS F
007600     LABEL RECORDS ARE STANDARD.
007700 01  GL-PARM-RECORD              PIC X(80).
007800*
007900 FD  INQ-PARM-FILE
008000     RECORDING MODE IS F
008100     LABEL RECORDS ARE STANDARD.
008200 01  INQ-PARM-RECORD             PIC X(80).
008300*
008400 FD  HINQ-PARM-FILE
008500     RECORDING MODE IS F
008600     LABEL RECORDS ARE STANDARD.
008700 01  HINQ-PARM-RECORD            PIC X(80).
008800*
008900 FD  BACK-PARM-FILE
009000     RECORDING MODE IS F
009100     LABEL RECORDS ARE STANDARD.
009200 01  BACK-PARM-RECORD            PIC X(80).
009300*
009400 FD  PURGE-PARM-FILE
009500     RECORDING MODE IS F
009600     LABEL RECORDS ARE STANDARD.
009700 01  PURGE-PARM-RECORD           PIC X(80).
009705*
009710 FD  CLOSE-PARM-FILE
009715     RECORDING MODE IS F
009720     LABEL RECORDS ARE STANDARD.
009725 01  CLOSE-PARM-RECORD           PIC X(80).
009730*
009735 FD  AUDIT-PARM-FILE
009740     RECORDING MODE IS F
009745     LABEL RECORDS ARE STANDARD.
009750 01  AUDIT-PARM-RECORD           PIC X(80).
009800*
009900 FD  PARM-HIST-FILE
010000     RECORDING MODE IS F
010100     LABEL RECORDS ARE STANDARD.
010200 01  PARM-HIST-RECORD.
010300     COPY PARMHIST REPLACING ==:TAG:== BY ==PH==.
010400*
010500 FD  EDIT-REPORT-FILE
010600     RECORDING MODE IS F
010700     LABEL RECORDS ARE STANDARD.
010800 01  EDIT-REPORT-RECORD          PIC X(80).
010900*
011000 WORKING-STORAGE SECTION.
011100*---------------------------------------------------------------
011200* SWITCHES
011300*---------------------------------------------------------------
011400 01  PE-SWITCHES.
011500     02  PE-JOB-FILE-STATUS  PIC X(02)  VALUE "00".
011600     02  PE-CARD-FILE-STATUS PIC X(02)  VALUE "00".
011700     02  PE-HIST-FILE-STATUS PIC X(02)  VALUE "00".
011800     02  PE-HIST-EOF-SW      PIC X(01)  VALUE "N".
011900         88  END-OF-HISTORY             VALUE "Y".
012000     02  PE-HIST-OPEN-SW     PIC X(01)  VALUE "N".
012100         88  PARM-HISTORY-IS-OPEN       VALUE "Y".
012200     02  PE-FIELD-SW         PIC X(01)  VALUE "Y".
012300         88  FIELD-IS-VALID             VALUE "Y".
012400         88  FIELD-IS-INVALID           VALUE "N".
012500     02  PE-MEANING-SW       PIC X(01)  VALUE "N".
012600         88  MEANING-FOUND              VALUE "Y".
012700     02  PE-DATE-SW          PIC X(01)  VALUE "Y".
012800         88  DATE-IS-VALID              VALUE "Y".
012900         88  DATE-IS-INVALID            VALUE "N".
013000*
013100*---------------------------------------------------------------
013200* RUN IDENTIFICATION AND TOTALS
013300*---------------------------------------------------------------
013400 77  PE-RUN-DATE             PIC 9(08)  VALUE 0.
013500 77  PE-RUN-TIME             PIC 9(08)  VALUE 0.
013600 77  PE-JOB-NAME             PIC X(08)  VALUE "UNKNOWN".
013700 77  PE-CARDS-ALLOCATED      PIC 9(03)  VALUE 0.
013800 77  PE-CARDS-REJECTED       PIC 9(03)  VALUE 0.
013900 77  PE-TOTAL-ERRORS         PIC 9(05)  VALUE 0.
014000 77  PE-CHANGE-COUNT         PIC 9(03)  VALUE 0.
014100 77  PE-CHANGES-RECORDED     PIC 9(05)  VALUE 0.
014200*
014300*---------------------------------------------------------------
014400* CARD TABLE - ONE ENTRY PER PARAMETER CARD DD.  LAST-COL IS THE
014500* LAST COLUMN THE CARD'S LAYOUT USES; EVERYTHING AFTER IT MUST
014600* BE BLANK.  CARD-STATE IS N (DD NOT ALLOCATED TO THIS STEP),
014700* E (DATASET EMPTY - EDITED AS A BLANK CARD) OR P (CARD READ).
014800* THE LAST-xxx FIELDS ARE THE LAST CARD USED, OFF PARMHIST.
014900*---------------------------------------------------------------
015000 01  CARD-NAME-VALUES.
015100     02  FILLER              PIC X(40)  VALUE
015200         "PARMCARD24NIGHTLY SORT PARAMETERS".
015300     02  FILLER              PIC X(40)  VALUE
015400         "GLPARM  10GL EXTRACT AND ACK RECON".
015500     02  FILLER              PIC X(40)  VALUE
015600         "INQPARM 52FREQUENCY INQUIRY SELECTION".
015700     02  FILLER              PIC X(40)  VALUE
015800         "HINQPARM45HISTORY INQUIRY SELECTION".
015900     02  FILLER              PIC X(40)  VALUE
016000         "BACKPARM16FREQUENCY MASTER BACKOUT".
016100     02  FILLER              PIC X(40)  VALUE
016200         "PURGPARM06FREQUENCY MASTER PURGE".
016220     02  FILLER              PIC X(40)  VALUE
016240         "CLOSPARM18ACCOUNTING PERIOD CLOSE".
016260     02  FILLER              PIC X(40)  VALUE
016280         "AUDTPARM06INQUIRY ACCESS AUDIT".
016300 01  CARD-NAME-TABLE REDEFINES CARD-NAME-VALUES.
016400     02  CARD-NAME-ENTRY     OCCURS 8 TIMES.
016500         03  PE-CD-NAME      PIC X(08).
016600         03  PE-CD-LAST-COL  PIC 9(02).
016700         03  PE-CD-TITLE     PIC X(30).
016800 01  CARD-TABLE.
016900     02  CARD-ENTRY          OCCURS 8 TIMES.
017000         03  PE-CARD-STATE   PIC X(01).
017100         03  PE-CARD-ERRORS  PIC 9(03).
017200         03  PE-CARD-IMAGE   PIC X(80).
017300         03  PE-LAST-FOUND   PIC X(01).
017400         03  PE-LAST-DATE    PIC 9(08).
017500         03  PE-LAST-JOB     PIC X(08).
017600         03  PE-LAST-IMAGE   PIC X(80).
017700 77  PE-CARD-SUB             PIC 9(04)  VALUE 0    COMP.
017800 77  PE-CARD-COUNT           PIC 9(04)  VALUE 8    COMP.
017900 77  PE-FIND-SUB             PIC 9(04)  VALUE 0    COMP.
018000*
018100*---------------------------------------------------------------
018200* FIELD TABLE - ONE ENTRY PER CARD FIELD: CARD NUMBER (ENTRY IN
018300* THE CARD TABLE), FIELD CODE, START COLUMN, LENGTH, EDIT RULE,
018350* MASK FLAG (M = AN ACCOUNT NUMBER, PRINTED MASKED), FIELD NAME,
018400* AND THE UNIT PRINTED AFTER A NUMBER, DATE OR MONTH.
018500* EDIT RULES - CD  ONE-BYTE CODE, MUST BE ON THE VALUE TABLE
018600*              TX  FREE TEXT, BLANK ALLOWED
018700*              RQ  FREE TEXT, MAY NOT BE BLANK
018800*              NM  BLANK, OR ALL DIGITS (ZERO-FILLED)
018900*              NZ  BLANK, OR ALL DIGITS AND NOT ZERO
019000*              DT  BLANK, OR A CALENDAR DATE CCYYMMDD
019050*              PD  BLANK, OR A MONTH CCYYMM
019100*---------------------------------------------------------------
019200 01  FIELD-VALUES.
019250     02  FILLER              PIC X(42)  VALUE
019300         "1SDIR0101CD SORT DIRECTION".
019350     02  FILLER              PIC X(42)  VALUE
019400         "1RSTI0201CD RESTART INDICATOR".
019450     02  FILLER              PIC X(42)  VALUE
019500         "1RUNI0308TX RUN ID".
019550     02  FILLER              PIC X(42)  VALUE
019600         "1SKEY1101CD SORT KEY FIELD".
019650     02  FILLER              PIC X(42)  VALUE
019700         "1MODE1201CD PROCESSING MODE".
019750     02  FILLER              PIC X(42)  VALUE
019800         "1RTHR1304NM REJECT THRESHOLD    REJECTS".
019850     02  FILLER              PIC X(42)  VALUE
019900         "1SAGE1703NM SUSPENSE AGE LIMIT  DAYS".
019950     02  FILLER              PIC X(42)  VALUE
020000         "1XDUP2001CD INTER-REGION DUPS".
020050     02  FILLER              PIC X(42)  VALUE
020100         "1VPCT2103NM VOLUME CHECK PERCENTPERCENT".
020150     02  FILLER              PIC X(42)  VALUE
020200         "1RDAT2401CD CLOSED MONTH ITEMS".
020250     02  FILLER              PIC X(42)  VALUE
020300         "2GLBN0108TX GL BATCH NUMBER".
020350     02  FILLER              PIC X(42)  VALUE
020400         "2ACKD0902NZ ACK OVERDUE DAYS    BUS DAYS".
020450     02  FILLER              PIC X(42)  VALUE
020500         "3ISEL0101CD SELECTION TYPE".
020550     02  FILLER              PIC X(42)  VALUE
020600         "3ILOV0210TXMLOW OR PREFIX VALUE".
020650     02  FILLER              PIC X(42)  VALUE
020700         "3IHIV1210TXMHIGH VALUE".
020750     02  FILLER              PIC X(42)  VALUE
020800         "3ICUT2208DT LAST-SEEN CUTOFF    CCYYMMDD".
020850     02  FILLER              PIC X(42)  VALUE
020900         "3IMIN3009NM MINIMUM COUNT       OCCURS".
020950     02  FILLER              PIC X(42)  VALUE
021000         "3ITOP3905NM TOP-N               VALUES".
021050     02  FILLER              PIC X(42)  VALUE
021100         "3IREQ4408TX REQUESTER ID".
021150     02  FILLER              PIC X(42)  VALUE
021200         "3IPRT5201CD PRINT OPTION".
021250     02  FILLER              PIC X(42)  VALUE
021300         "4HALO0110TXMACCOUNT LOW".
021350     02  FILLER              PIC X(42)  VALUE
021400         "4HAHI1110TXMACCOUNT HIGH".
021450     02  FILLER              PIC X(42)  VALUE
021500         "4HDFR2108DT TRAN DATE FROM      CCYYMMDD".
021550     02  FILLER              PIC X(42)  VALUE
021600         "4HDTO2908DT TRAN DATE TO        CCYYMMDD".
021650     02  FILLER              PIC X(42)  VALUE
021700         "4HREQ3708TX REQUESTER ID".
021750     02  FILLER              PIC X(42)  VALUE
021800         "4HPRT4501CD PRINT OPTION".
021850     02  FILLER              PIC X(42)  VALUE
021900         "5BRUN0108RQ RUN ID TO BACK OUT".
021950     02  FILLER              PIC X(42)  VALUE
022000         "5BDAT0908DT RUN DATE            CCYYMMDD".
022050     02  FILLER              PIC X(42)  VALUE
022100         "6PFUN0101CD FUNCTION".
022150     02  FILLER              PIC X(42)  VALUE
022200         "6PRET0205NZ RETENTION           DAYS".
022250     02  FILLER              PIC X(42)  VALUE
022300         "7CFUN0101CD FUNCTION".
022350     02  FILLER              PIC X(42)  VALUE
022400         "7CPER0206PD PERIOD              CCYYMM".
022450     02  FILLER              PIC X(42)  VALUE
022500         "7COPR0808TX OPERATOR ID".
022550     02  FILLER              PIC X(42)  VALUE
022600         "7CFUT1603NM FUTURE-DATING LIMIT DAYS".
022650     02  FILLER              PIC X(42)  VALUE
022700         "8APER0106PD REPORT MONTH        CCYYMM".
025300 01  FIELD-TABLE REDEFINES FIELD-VALUES.
025400     02  FIELD-ENTRY         OCCURS 35 TIMES.
025500         03  PE-FD-CARD      PIC 9(01).
025600         03  PE-FD-CODE      PIC X(04).
025700         03  PE-FD-START     PIC 9(02).
025800         03  PE-FD-LENGTH    PIC 9(02).
025900         03  PE-FD-EDIT      PIC X(02).
025950         03  PE-FD-MASK      PIC X(01).
026000         03  PE-FD-NAME      PIC X(20).
026100         03  PE-FD-UNIT      PIC X(10).
026200 77  PE-FLD-SUB              PIC 9(04)  VALUE 0    COMP.
026300 77  PE-FIELD-COUNT          PIC 9(04)  VALUE 35   COMP.
026400*
026500*---------------------------------------------------------------
026600* VALUE TABLE - THE ALLOWED VALUES OF EACH CD FIELD AND WHAT
026700* EACH MEANS, PLUS WHAT A BLANK MEANS FOR EVERY FIELD THAT MAY
026800* BE LEFT BLANK.  A CD VALUE NOT ON THIS TABLE IS AN ERROR.
026900*---------------------------------------------------------------
027000 01  MEANING-VALUES.
027100     02  FILLER              PIC X(35)  VALUE
027200         "SDIR ASCENDING (DEFAULT)".
027300     02  FILLER              PIC X(35)  VALUE
027400         "SDIRAASCENDING".
027500     02  FILLER              PIC X(35)  VALUE
027600         "SDIRDDESCENDING".
027700     02  FILLER              PIC X(35)  VALUE
027800         "RSTI NORMAL RUN (DEFAULT)".
027900     02  FILLER              PIC X(35)  VALUE
028000         "RSTINNORMAL RUN".
028100     02  FILLER              PIC X(35)  VALUE
028200         "RSTIYRESTART FROM CHECKPOINT".
028300     02  FILLER              PIC X(35)  VALUE
028400         "RUNI NONE - RUN NOT IDENTIFIED".
028500     02  FILLER              PIC X(35)  VALUE
028600         "SKEY ACCOUNT NUMBER (DEFAULT)".
028700     02  FILLER              PIC X(35)  VALUE
028800         "SKEYAACCOUNT NUMBER".
028900     02  FILLER              PIC X(35)  VALUE
029000         "SKEYMTRANSACTION AMOUNT".
029100     02  FILLER              PIC X(35)  VALUE
029200         "SKEYDTRANSACTION DATE".
029300     02  FILLER              PIC X(35)  VALUE
029400         "MODE DETAIL (DEFAULT)".
029500     02  FILLER              PIC X(35)  VALUE
029600         "MODEDDETAIL".
029700     02  FILLER              PIC X(35)  VALUE
029800         "MODESSUMMARIZE DUPLICATE KEYS".
029900     02  FILLER              PIC X(35)  VALUE
030000         "RTHR NO LIMIT (DEFAULT 9999)".
030100     02  FILLER              PIC X(35)  VALUE
030200         "SAGE DEFAULT 030 DAYS".
030300     02  FILLER              PIC X(35)  VALUE
030400         "XDUP SUPPRESS (DEFAULT)".
030500     02  FILLER              PIC X(35)  VALUE
030600         "XDUPSSUPPRESS".
030700     02  FILLER              PIC X(35)  VALUE
030800         "XDUPRREPORT ONLY".
030900     02  FILLER              PIC X(35)  VALUE
031000         "VPCT VOLUME CHECK OFF (DEFAULT)".
031100     02  FILLER              PIC X(35)  VALUE
031200         "RDAT TO SUSPENSE (DEFAULT)".
031300     02  FILLER              PIC X(35)  VALUE
031400         "RDATNTO SUSPENSE".
031500     02  FILLER              PIC X(35)  VALUE
031600         "RDATYRE-DATED TO RUN DATE".
031700     02  FILLER              PIC X(35)  VALUE
031800         "GLBN RUN DATE (DEFAULT)".
031900     02  FILLER              PIC X(35)  VALUE
032000         "ACKD DEFAULT 03 BUS DAYS".
032100     02  FILLER              PIC X(35)  VALUE
032200         "ISEL ALL VALUES (DEFAULT)".
032300     02  FILLER              PIC X(35)  VALUE
032400         "ISELPPREFIX OF LOW VALUE".
032500     02  FILLER              PIC X(35)  VALUE
032600         "ISELRRANGE LOW THRU HIGH".
032700     02  FILLER              PIC X(35)  VALUE
032800         "ILOV NONE".
032900     02  FILLER              PIC X(35)  VALUE
033000         "IHIV NONE".
033100     02  FILLER              PIC X(35)  VALUE
033200         "ICUT NO CUTOFF".
033300     02  FILLER              PIC X(35)  VALUE
033400         "IMIN NO MINIMUM".
033500     02  FILLER              PIC X(35)  VALUE
033600         "ITOP ALL SELECTED VALUES".
033700     02  FILLER              PIC X(35)  VALUE
033800         "IREQ NONE GIVEN".
033900     02  FILLER              PIC X(35)  VALUE
034000         "IPRT MASKED (DEFAULT)".
034100     02  FILLER              PIC X(35)  VALUE
034200         "IPRTUCLEAR IF AUTHORIZED".
034300     02  FILLER              PIC X(35)  VALUE
034400         "HALO ALL ACCOUNTS".
034500     02  FILLER              PIC X(35)  VALUE
034600         "HAHI LOW ACCOUNT ONLY OR ALL".
034700     02  FILLER              PIC X(35)  VALUE
034800         "HDFR EARLIEST ON FILE".
034900     02  FILLER              PIC X(35)  VALUE
035000         "HDTO LATEST ON FILE".
035100     02  FILLER              PIC X(35)  VALUE
035200         "HREQ NONE GIVEN".
035300     02  FILLER              PIC X(35)  VALUE
035400         "HPRT MASKED (DEFAULT)".
035500     02  FILLER              PIC X(35)  VALUE
035600         "HPRTUCLEAR IF AUTHORIZED".
035700     02  FILLER              PIC X(35)  VALUE
035800         "BDAT ANY RUN DATE".
035900     02  FILLER              PIC X(35)  VALUE
036000         "PFUN PURGE (DEFAULT)".
036100     02  FILLER              PIC X(35)  VALUE
036200         "PFUNPPURGE".
036300     02  FILLER              PIC X(35)  VALUE
036400         "PFUNRRESTORE FROM ARCHIVE".
036500     02  FILLER              PIC X(35)  VALUE
036600         "PRET DEFAULT 00548 DAYS".
036605     02  FILLER              PIC X(35)  VALUE
036610         "CFUN LIST ONLY (DEFAULT)".
036615     02  FILLER              PIC X(35)  VALUE
036620         "CFUNCCLOSE THE PERIOD".
036625     02  FILLER              PIC X(35)  VALUE
036630         "CFUNRREOPEN THE LAST PERIOD CLOSED".
036635     02  FILLER              PIC X(35)  VALUE
036640         "CFUNLLIST THE PERIOD CONTROL FILE".
036645     02  FILLER              PIC X(35)  VALUE
036650         "CPER NONE (LIST OR LIMIT ONLY)".
036655     02  FILLER              PIC X(35)  VALUE
036660         "COPR NONE GIVEN".
036665     02  FILLER              PIC X(35)  VALUE
036670         "CFUT LIMIT UNCHANGED".
036675     02  FILLER              PIC X(35)  VALUE
036680         "APER PRIOR MONTH (DEFAULT)".
036700 01  MEANING-TABLE REDEFINES MEANING-VALUES.
036800     02  MEANING-ENTRY       OCCURS 56 TIMES.
036900         03  PE-MN-CODE      PIC X(04).
037000         03  PE-MN-VALUE     PIC X(01).
037100         03  PE-MN-TEXT      PIC X(30).
037200 77  PE-MN-SUB               PIC 9(04)  VALUE 0    COMP.
037300 77  PE-MEANING-COUNT        PIC 9(04)  VALUE 56   COMP.
037400*
037500*---------------------------------------------------------------
037600* FIELD EDIT WORK AREAS
037700*---------------------------------------------------------------
037800 77  PE-FIELD-VALUE          PIC X(10)  VALUE SPACES.
037900 77  PE-OLD-VALUE            PIC X(10)  VALUE SPACES.
038000 77  PE-FIELD-START          PIC 9(04)  VALUE 0    COMP.
038100 77  PE-FIELD-LEN            PIC 9(04)  VALUE 0    COMP.
038200 77  PE-FIELD-END            PIC 9(04)  VALUE 0    COMP.
038300 77  PE-LOOK-CODE            PIC X(04)  VALUE SPACES.
038400 77  PE-LOOK-VALUE           PIC X(01)  VALUE SPACES.
038500 77  PE-MEANING              PIC X(30)  VALUE SPACES.
038600 77  PE-ERROR-TEXT           PIC X(58)  VALUE SPACES.
038700 77  PE-VALUE-LIST           PIC X(24)  VALUE SPACES.
038800 77  PE-LIST-PTR             PIC 9(04)  VALUE 0    COMP.
038900 77  PE-COLUMNS              PIC X(05)  VALUE SPACES.
039000 77  PE-EDIT-FROM            PIC 9(02)  VALUE 0.
039100 77  PE-EDIT-TO              PIC 9(02)  VALUE 0.
039200 77  PE-EDIT-DIGITS          PIC Z9.
039300 77  PE-EDIT-COUNT           PIC ZZZZ9.
039400 77  PE-EDIT-COUNT2          PIC ZZZZ9.
039500*
039600*---------------------------------------------------------------
039700* CARD BEING EDITED, WITH THE LAYOUTS THE CROSS-FIELD EDITS
039800* NEED.  THE FIELD-BY-FIELD EDITS WORK FROM THE FIELD TABLE.
039900*---------------------------------------------------------------
040000 01  PE-WORK-CARD                PIC X(80).
040100 01  PE-WORK-PARMCARD        REDEFINES PE-WORK-CARD.
040200     02  FILLER              PIC X(01).
040300     02  WP-RESTART-IND      PIC X(01).
040400     02  WP-RUN-ID           PIC X(08).
040500     02  FILLER              PIC X(70).
040600 01  PE-WORK-INQPARM         REDEFINES PE-WORK-CARD.
040700     02  WI-SELECT-TYPE      PIC X(01).
040800     02  WI-VALUE-LO         PIC X(10).
040900     02  WI-VALUE-HI         PIC X(10).
041000     02  FILLER              PIC X(22).
041100     02  WI-REQUESTER-ID     PIC X(08).
041200     02  WI-PRINT-OPTION     PIC X(01).
041300     02  FILLER              PIC X(28).
041400 01  PE-WORK-HINQPARM        REDEFINES PE-WORK-CARD.
041500     02  WH-ACCT-LO          PIC X(10).
041600     02  WH-ACCT-HI          PIC X(10).
041700     02  WH-DATE-FROM        PIC X(08).
041800     02  WH-DATE-TO          PIC X(08).
041900     02  WH-REQUESTER-ID     PIC X(08).
042000     02  WH-PRINT-OPTION     PIC X(01).
042100     02  FILLER              PIC X(35).
042110 01  PE-WORK-CLOSPARM        REDEFINES PE-WORK-CARD.
042120     02  WC-FUNCTION         PIC X(01).
042130     02  WC-PERIOD           PIC X(06).
042140     02  WC-OPERATOR-ID      PIC X(08).
042150     02  WC-FUTURE-DAYS      PIC X(03).
042160     02  FILLER              PIC X(62).
042200 01  PE-COLUMN-RULER.
042300     02  FILLER              PIC X(40)  VALUE
042400         "----+----1----+----2----+----3----+----4".
042500     02  FILLER              PIC X(40)  VALUE
042600         "----+----5----+----6----+----7----+----8".
042605*
042610*---------------------------------------------------------------
042615* ACCOUNT MASKING WORK AREAS - 9300-MASK-ACCOUNT REPLACES ALL BUT
042620* THE LAST FOUR CHARACTERS OF PE-MASK-ACCOUNT WITH ASTERISKS.
042625* PE-PRINT-CARD IS THE COPY OF THE CARD PRINTED ON THE REPORT,
042630* WITH ITS ACCOUNT FIELDS MASKED (9310-MASK-PRINT-IMAGE).
042635*---------------------------------------------------------------
042640 01  PE-PRINT-CARD               PIC X(80).
042645 77  PE-MASK-ACCOUNT         PIC X(10)  VALUE SPACES.
042650 77  PE-MASK-SUB             PIC S9(04) VALUE 0    COMP.
042655 77  PE-MASK-LEN             PIC S9(04) VALUE 0    COMP.
042660 77  PE-MASK-FLD-SUB         PIC 9(04)  VALUE 0    COMP.
042700*
042800*---------------------------------------------------------------
042900* CALENDAR DATE CHECK - 9200-CHECK-DATE TESTS PE-DATE-CHECK.
043000*---------------------------------------------------------------
043100 01  PE-DATE-CHECK.
043200     02  PE-DC-CCYY          PIC 9(04).
043300     02  PE-DC-MM            PIC 9(02).
043400     02  PE-DC-DD            PIC 9(02).
043500 01  MONTH-DAYS-VALUES.
043600     02  FILLER              PIC X(24)  VALUE
043700         "312831303130313130313031".
043800 01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
043900     02  PE-MONTH-DAYS       PIC 9(02)  OCCURS 12 TIMES.
044000 77  PE-DAYS-IN-MONTH        PIC 9(02)  VALUE 0.
044100 77  PE-QUOTIENT             PIC 9(04)  VALUE 0.
044200 77  PE-REM-4                PIC 9(04)  VALUE 0.
044300 77  PE-REM-100              PIC 9(04)  VALUE 0.
044400 77  PE-REM-400              PIC 9(04)  VALUE 0.
044500*
044600*---------------------------------------------------------------
044700* REPORT LINES - EDIT-FIELD-LINE SPELLS OUT ONE FIELD;
044800* CHANGE-FIELD-LINE SHOWS ONE FIELD CHANGED SINCE THE LAST CARD.
044900*---------------------------------------------------------------
045000 01  EDIT-FIELD-LINE.
045100     02  FILLER              PIC X(02)  VALUE SPACES.
045200     02  EFL-COLUMNS         PIC X(05).
045300     02  FILLER              PIC X(02)  VALUE SPACES.
045400     02  EFL-FIELD-NAME      PIC X(20).
045500     02  FILLER              PIC X(01)  VALUE SPACES.
045600     02  EFL-VALUE           PIC X(10).
045700     02  FILLER              PIC X(02)  VALUE SPACES.
045800     02  EFL-MEANING         PIC X(30).
045900     02  FILLER              PIC X(08)  VALUE SPACES.
046000 01  CHANGE-FIELD-LINE.
046100     02  FILLER              PIC X(02)  VALUE SPACES.
046200     02  CFL-COLUMNS         PIC X(05).
046300     02  FILLER              PIC X(02)  VALUE SPACES.
046400     02  CFL-FIELD-NAME      PIC X(20).
046500     02  FILLER              PIC X(01)  VALUE SPACES.
046600     02  CFL-OLD-VALUE       PIC X(10).
046700     02  FILLER              PIC X(04)  VALUE " -> ".
046800     02  CFL-NEW-VALUE       PIC X(10).
046900     02  FILLER              PIC X(26)  VALUE SPACES.
047000*
047100 PROCEDURE DIVISION.
047200*===============================================================
047300* 0000-MAINLINE
047400*===============================================================
047500 0000-MAINLINE.
047600     PERFORM 1000-INITIALIZE
047700         THRU 1000-INITIALIZE-EXIT.
047800     PERFORM 2000-EDIT-ONE-CARD
047900         THRU 2000-EDIT-ONE-CARD-EXIT
048000         VARYING PE-CARD-SUB FROM 1 BY 1
048100         UNTIL PE-CARD-SUB > PE-CARD-COUNT.
048200     PERFORM 3000-RECORD-CHANGES
048300         THRU 3000-RECORD-CHANGES-EXIT.
048400     PERFORM 8000-TERMINATE
048500         THRU 8000-TERMINATE-EXIT.
048600     STOP RUN.
048700*===============================================================
048800* 1000-INITIALIZE - WRITE THE HEADING, READ THE JOB NAME CARD
048900* AND EVERY PARAMETER CARD ALLOCATED TO THE STEP, AND LOAD THE
049000* LAST CARD OF EACH KIND USED OFF THE PARAMETER HISTORY.
049100*===============================================================
049200 1000-INITIALIZE.
049300     ACCEPT PE-RUN-DATE FROM DATE YYYYMMDD.
049400     ACCEPT PE-RUN-TIME FROM TIME.
049500     MOVE SPACES TO CARD-TABLE.
049600     PERFORM 1050-CLEAR-CARD-ENTRY
049700         THRU 1050-CLEAR-CARD-ENTRY-EXIT
049800         VARYING PE-CARD-SUB FROM 1 BY 1
049900         UNTIL PE-CARD-SUB > PE-CARD-COUNT.
050000     PERFORM 1100-READ-JOB-NAME
050100         THRU 1100-READ-JOB-NAME-EXIT.
050200     OPEN OUTPUT EDIT-REPORT-FILE.
050300     MOVE SPACES TO EDIT-REPORT-RECORD.
050400     STRING "BPEDT-DEV PARAMETER CARD EDIT"
050500         DELIMITED BY SIZE INTO EDIT-REPORT-RECORD.
050600     WRITE EDIT-REPORT-RECORD.
050700     MOVE SPACES TO EDIT-REPORT-RECORD.
050800     STRING "RUN DATE.............: " PE-RUN-DATE
050900            "  TIME " PE-RUN-TIME(1:6)
051000         DELIMITED BY SIZE INTO EDIT-REPORT-RECORD.
051100     WRITE EDIT-REPORT-RECORD.
051200     MOVE SPACES TO EDIT-REPORT-RECORD.
051300     STRING "JOB..................: " PE-JOB-NAME
051400         DELIMITED BY SIZE INTO EDIT-REPORT-RECORD.
051500     WRITE EDIT-REPORT-RECORD.
051600     PERFORM 1210-READ-PARMCARD
051700         THRU 1210-READ-PARMCARD-EXIT.
051800     PERFORM 1220-READ-GLPARM
051900         THRU 1220-READ-GLPARM-EXIT.
052000     PERFORM 1230-READ-INQPARM
052100         THRU 1230-READ-INQPARM-EXIT.
052200     PERFORM 1240-READ-HINQPARM
052300         THRU 1240-READ-HINQPARM-EXIT.
052400     PERFORM 1250-READ-BACKPARM
052500         THRU 1250-READ-BACKPARM-EXIT.
052600     PERFORM 1260-READ-PURGPARM
052700         THRU 1260-READ-PURGPARM-EXIT.
052720     PERFORM 1270-READ-CLOSPARM
052740         THRU 1270-READ-CLOSPARM-EXIT.
052760     PERFORM 1280-READ-AUDTPARM
052780         THRU 1280-READ-AUDTPARM-EXIT.
052800     PERFORM 1300-LOAD-HISTORY
052900         THRU 1300-LOAD-HISTORY-EXIT.
053000 1000-INITIALIZE-EXIT.
053100     EXIT.
053200*===============================================================
053300* 1050-CLEAR-CARD-ENTRY - CARD TABLE ENTRY PE-CARD-SUB STARTS AS
053400* NOT ALLOCATED, WITH NO ERRORS AND NO PRIOR CARD.
053500*===============================================================
053600 1050-CLEAR-CARD-ENTRY.
053700     MOVE "N" TO PE-CARD-STATE(PE-CARD-SUB).
053800     MOVE 0   TO PE-CARD-ERRORS(PE-CARD-SUB).
053900     MOVE "N" TO PE-LAST-FOUND(PE-CARD-SUB).
054000     MOVE 0   TO PE-LAST-DATE(PE-CARD-SUB).
054100 1050-CLEAR-CARD-ENTRY-EXIT.
054200     EXIT.
054300*===============================================================
054400* 1100-READ-JOB-NAME - THE PEDTJOB CARD NAMES THE JOB (COLS 1-8)
054500* FOR THE REPORT AND THE HISTORY.  WITHOUT IT THE JOB IS
054600* RECORDED AS UNKNOWN.
054700*===============================================================
054800 1100-READ-JOB-NAME.
054900     OPEN INPUT JOB-NAME-FILE.
055000     IF PE-JOB-FILE-STATUS NOT = "00"
055100         GO TO 1100-READ-JOB-NAME-EXIT.
055200     READ JOB-NAME-FILE
055300         AT END
055400             CONTINUE
055500         NOT AT END
055600             IF JN-JOB-NAME NOT = SPACES
055700                 MOVE JN-JOB-NAME TO PE-JOB-NAME
055800             END-IF
055900     END-READ.
056000     CLOSE JOB-NAME-FILE.
056100 1100-READ-JOB-NAME-EXIT.
056200     EXIT.
056300*===============================================================
056400* 1210-READ-PARMCARD THRU 1280-READ-AUDTPARM - READ EACH CARD
056500* DD.  A DD NOT ALLOCATED TO THE STEP IS LEFT OUT OF THE EDIT;
056600* AN EMPTY DATASET IS EDITED AS A BLANK CARD, WHICH IS WHAT THE
056700* PROGRAM THAT READS IT WOULD SEE.
056800*===============================================================
056900 1210-READ-PARMCARD.
057000     MOVE 1 TO PE-CARD-SUB.
057100     OPEN INPUT PARM-CARD-FILE.
057200     IF PE-CARD-FILE-STATUS NOT = "00"
057300         GO TO 1210-READ-PARMCARD-EXIT.
057400     ADD 1 TO PE-CARDS-ALLOCATED.
057500     MOVE "E" TO PE-CARD-STATE(PE-CARD-SUB).
057600     READ PARM-CARD-FILE
057700         AT END
057800             CONTINUE
057900         NOT AT END
058000             MOVE "P" TO PE-CARD-STATE(PE-CARD-SUB)
058100             MOVE PARM-CARD-RECORD TO PE-CARD-IMAGE(PE-CARD-SUB)
058200     END-READ.
058300     CLOSE PARM-CARD-FILE.
058400 1210-READ-PARMCARD-EXIT.
058500     EXIT.
058600*
058700 1220-READ-GLPARM.
058800     MOVE 2 TO PE-CARD-SUB.
058900     OPEN INPUT GL-PARM-FILE.
059000     IF PE-CARD-FILE-STATUS NOT = "00"
059100         GO TO 1220-READ-GLPARM-EXIT.
059200     ADD 1 TO PE-CARDS-ALLOCATED.
059300     MOVE "E" TO PE-CARD-STATE(PE-CARD-SUB).
059400     READ GL-PARM-FILE
059500         AT END
059600             CONTINUE
059700         NOT AT END
059800             MOVE "P" TO PE-CARD-STATE(PE-CARD-SUB)
059900             MOVE GL-PARM-RECORD TO PE-CARD-IMAGE(PE-CARD-SUB)
060000     END-READ.
060100     CLOSE GL-PARM-FILE.
060200 1220-READ-GLPARM-EXIT.
060300     EXIT.
060400*
060500 1230-READ-INQPARM.
060600     MOVE 3 TO PE-CARD-SUB.
060700     OPEN INPUT INQ-PARM-FILE.
060800     IF PE-CARD-FILE-STATUS NOT = "00"
060900         GO TO 1230-READ-INQPARM-EXIT.
061000     ADD 1 TO PE-CARDS-ALLOCATED.
061100     MOVE "E" TO PE-CARD-STATE(PE-CARD-SUB).
061200     READ INQ-PARM-FILE
061300         AT END
061400             CONTINUE
061500         NOT AT END
061600             MOVE "P" TO PE-CARD-STATE(PE-CARD-SUB)
061700             MOVE INQ-PARM-RECORD TO PE-CARD-IMAGE(PE-CARD-SUB)
061800     END-READ.
061900     CLOSE INQ-PARM-FILE.
062000 1230-READ-INQPARM-EXIT.
062100     EXIT.
062200*
062300 1240-READ-HINQPARM.
062400     MOVE 4 TO PE-CARD-SUB.
062500     OPEN INPUT HINQ-PARM-FILE.
062600     IF PE-CARD-FILE-STATUS NOT = "00"
062700         GO TO 1240-READ-HINQPARM-EXIT.
062800     ADD 1 TO PE-CARDS-ALLOCATED.
062900     MOVE "E" TO PE-CARD-STATE(PE-CARD-SUB).
063000     READ HINQ-PARM-FILE
063100         AT END
063200             CONTINUE
063300         NOT AT END
063400             MOVE "P" TO PE-CARD-STATE(PE-CARD-SUB)
063500             MOVE HINQ-PARM-RECORD TO PE-CARD-IMAGE(PE-CARD-SUB)
063600     END-READ.
063700     CLOSE HINQ-PARM-FILE.
063800 1240-READ-HINQPARM-EXIT.
063900     EXIT.
064000*
064100 1250-READ-BACKPARM.
064200     MOVE 5 TO PE-CARD-SUB.
064300     OPEN INPUT BACK-PARM-FILE.
064400     IF PE-CARD-FILE-STATUS NOT = "00"
064500         GO TO 1250-READ-BACKPARM-EXIT.
064600     ADD 1 TO PE-CARDS-ALLOCATED.
064700     MOVE "E" TO PE-CARD-STATE(PE-CARD-SUB).
064800     READ BACK-PARM-FILE
064900         AT END
065000             CONTINUE
065100         NOT AT END
065200             MOVE "P" TO PE-CARD-STATE(PE-CARD-SUB)
065300             MOVE BACK-PARM-RECORD TO PE-CARD-IMAGE(PE-CARD-SUB)
065400     END-READ.
065500     CLOSE BACK-PARM-FILE.
065600 1250-READ-BACKPARM-EXIT.
065700     EXIT.
065800*
065900 1260-READ-PURGPARM.
066000     MOVE 6 TO PE-CARD-SUB.
066100     OPEN INPUT PURGE-PARM-FILE.
066200     IF PE-CARD-FILE-STATUS NOT = "00"
066300         GO TO 1260-READ-PURGPARM-EXIT.
066400     ADD 1 TO PE-CARDS-ALLOCATED.
066500     MOVE "E" TO PE-CARD-STATE(PE-CARD-SUB).
066600     READ PURGE-PARM-FILE
066700         AT END
066800             CONTINUE
066900         NOT AT END
067000             MOVE "P" TO PE-CARD-STATE(PE-CARD-SUB)
067100             MOVE PURGE-PARM-RECORD TO PE-CARD-IMAGE(PE-CARD-SUB)
067200     END-READ.
067300     CLOSE PURGE-PARM-FILE.
067400 1260-READ-PURGPARM-EXIT.
067500     EXIT.
067502*
067504 1270-READ-CLOSPARM.
067506     MOVE 7 TO PE-CARD-SUB.
067508     OPEN INPUT CLOSE-PARM-FILE.
067510     IF PE-CARD-FILE-STATUS NOT = "00"
067512         GO TO 1270-READ-CLOSPARM-EXIT.
067514     ADD 1 TO PE-CARDS-ALLOCATED.
067516     MOVE "E" TO PE-CARD-STATE(PE-CARD-SUB).
067518     READ CLOSE-PARM-FILE
067520         AT END
067522             CONTINUE
067524         NOT AT END
067526             MOVE "P" TO PE-CARD-STATE(PE-CARD-SUB)
067528             MOVE CLOSE-PARM-RECORD TO PE-CARD-IMAGE(PE-CARD-SUB)
067530     END-READ.
067532     CLOSE CLOSE-PARM-FILE.
067534 1270-READ-CLOSPARM-EXIT.
067536     EXIT.
067538*
067540 1280-READ-AUDTPARM.
067542     MOVE 8 TO PE-CARD-SUB.
067544     OPEN INPUT AUDIT-PARM-FILE.
067546     IF PE-CARD-FILE-STATUS NOT = "00"
067548         GO TO 1280-READ-AUDTPARM-EXIT.
067550     ADD 1 TO PE-CARDS-ALLOCATED.
067552     MOVE "E" TO PE-CARD-STATE(PE-CARD-SUB).
067554     READ AUDIT-PARM-FILE
067556         AT END
067558             CONTINUE
067560         NOT AT END
067562             MOVE "P" TO PE-CARD-STATE(PE-CARD-SUB)
067564             MOVE AUDIT-PARM-RECORD TO PE-CARD-IMAGE(PE-CARD-SUB)
067566     END-READ.
067568     CLOSE AUDIT-PARM-FILE.
067570 1280-READ-AUDTPARM-EXIT.
067572     EXIT.
067600*===============================================================
067700* 1300-LOAD-HISTORY - PASS THE PARAMETER HISTORY, KEEPING THE
067800* LAST CARD IMAGE (ENTRY TYPE C) RECORDED FOR EACH CARD.  NO
067900* HISTORY YET MEANS EVERY CARD IS NEW.
068000*===============================================================
068100 1300-LOAD-HISTORY.
068200     OPEN INPUT PARM-HIST-FILE.
068300     IF PE-HIST-FILE-STATUS NOT = "00"
068400         GO TO 1300-LOAD-HISTORY-EXIT.
068500     PERFORM 1310-LOAD-ONE-ENTRY
068600         THRU 1310-LOAD-ONE-ENTRY-EXIT
068700         UNTIL END-OF-HISTORY.
068800     CLOSE PARM-HIST-FILE.
068900 1300-LOAD-HISTORY-EXIT.
069000     EXIT.
069100*===============================================================
069200* 1310-LOAD-ONE-ENTRY - READ ONE HISTORY RECORD.
069300*===============================================================
069400 1310-LOAD-ONE-ENTRY.
069500     READ PARM-HIST-FILE
069600         AT END
069700             SET END-OF-HISTORY TO TRUE
069800     END-READ.
069900     IF END-OF-HISTORY
070000         GO TO 1310-LOAD-ONE-ENTRY-EXIT.
070100     IF PH-ENTRY-TYPE NOT = "C"
070200         GO TO 1310-LOAD-ONE-ENTRY-EXIT.
070300     MOVE 0 TO PE-FIND-SUB.
070400     PERFORM VARYING PE-CARD-SUB FROM 1 BY 1
070500             UNTIL PE-CARD-SUB > PE-CARD-COUNT
070600         IF PE-CD-NAME(PE-CARD-SUB) = PH-CARD-NAME
070700             MOVE PE-CARD-SUB TO PE-FIND-SUB
070800         END-IF
070900     END-PERFORM.
071000     IF PE-FIND-SUB = 0
071100         GO TO 1310-LOAD-ONE-ENTRY-EXIT.
071200     MOVE "Y"           TO PE-LAST-FOUND(PE-FIND-SUB).
071300     MOVE PH-HIST-DATE  TO PE-LAST-DATE(PE-FIND-SUB).
071400     MOVE PH-JOB-NAME   TO PE-LAST-JOB(PE-FIND-SUB).
071500     MOVE PH-CARD-IMAGE TO PE-LAST-IMAGE(PE-FIND-SUB).
071600 1310-LOAD-ONE-ENTRY-EXIT.
071700     EXIT.
071800*===============================================================
071900* 2000-EDIT-ONE-CARD - EDIT CARD TABLE ENTRY PE-CARD-SUB: PRINT
072000* THE CARD WITH A COLUMN RULER (ACCOUNT FIELDS MASKED), EDIT AND
072100* SPELL OUT EACH FIELD, CHECK THE UNUSED COLUMNS ARE BLANK, APPLY
072200* THE CROSS-FIELD EDITS, AND GIVE THE CARD'S VERDICT.
072300*===============================================================
072400 2000-EDIT-ONE-CARD.
072500     IF PE-CARD-STATE(PE-CARD-SUB) = "N"
072600         GO TO 2000-EDIT-ONE-CARD-EXIT.
072700     MOVE PE-CARD-IMAGE(PE-CARD-SUB) TO PE-WORK-CARD.
072720     MOVE PE-WORK-CARD TO PE-PRINT-CARD.
072740     PERFORM 9310-MASK-PRINT-IMAGE
072760         THRU 9310-MASK-PRINT-IMAGE-EXIT.
072800     MOVE SPACES TO EDIT-REPORT-RECORD.
072900     WRITE EDIT-REPORT-RECORD.
073000     MOVE SPACES TO EDIT-REPORT-RECORD.
073100     STRING PE-CD-NAME(PE-CARD-SUB) DELIMITED BY SPACE
073200            " - "                   DELIMITED BY SIZE
073300            PE-CD-TITLE(PE-CARD-SUB) DELIMITED BY SIZE
073400         INTO EDIT-REPORT-RECORD.
073500     WRITE EDIT-REPORT-RECORD.
073600     IF PE-CARD-STATE(PE-CARD-SUB) = "E"
073700         MOVE SPACES TO EDIT-REPORT-RECORD
073800         STRING "NO CARD IN THE DATASET - EDITED AS A BLANK CARD"
073900             DELIMITED BY SIZE INTO EDIT-REPORT-RECORD
074000         WRITE EDIT-REPORT-RECORD
074100     END-IF.
074200     MOVE PE-CD-LAST-COL(PE-CARD-SUB) TO PE-FIELD-LEN.
074300     MOVE SPACES TO EDIT-REPORT-RECORD.
074400     STRING "COLUMN...............: "
074500            PE-COLUMN-RULER(1:PE-FIELD-LEN)
074600         DELIMITED BY SIZE INTO EDIT-REPORT-RECORD.
074700     WRITE EDIT-REPORT-RECORD.
074800     MOVE SPACES TO EDIT-REPORT-RECORD.
074900     STRING "CARD.................: "
075000            PE-PRINT-CARD(1:PE-FIELD-LEN)
075100         DELIMITED BY SIZE INTO EDIT-REPORT-RECORD.
075200     WRITE EDIT-REPORT-RECORD.
075300     MOVE SPACES TO EDIT-REPORT-RECORD.
075400     STRING "  COLS   FIELD                VALUE       MEANING"
075500         DELIMITED BY SIZE INTO EDIT-REPORT-RECORD.
075600     WRITE EDIT-REPORT-RECORD.
075700     PERFORM 2100-EDIT-ONE-FIELD
075800         THRU 2100-EDIT-ONE-FIELD-EXIT
075900         VARYING PE-FLD-SUB FROM 1 BY 1
076000         UNTIL PE-FLD-SUB > PE-FIELD-COUNT.
076100     PERFORM 2200-CHECK-UNUSED-COLUMNS
076200         THRU 2200-CHECK-UNUSED-COLUMNS-EXIT.
076300     IF PE-CARD-SUB = 1
076400         PERFORM 2310-CROSS-EDIT-PARMCARD
076500             THRU 2310-CROSS-EDIT-PARMCARD-EXIT
076600     END-IF.
076700     IF PE-CARD-SUB = 3
076800         PERFORM 2330-CROSS-EDIT-INQPARM
076900             THRU 2330-CROSS-EDIT-INQPARM-EXIT
077000     END-IF.
077100     IF PE-CARD-SUB = 4
077200         PERFORM 2340-CROSS-EDIT-HINQPARM
077300             THRU 2340-CROSS-EDIT-HINQPARM-EXIT
077400     END-IF.
077420     IF PE-CARD-SUB = 7
077440         PERFORM 2370-CROSS-EDIT-CLOSPARM
077460             THRU 2370-CROSS-EDIT-CLOSPARM-EXIT
077480     END-IF.
077500     MOVE SPACES TO EDIT-REPORT-RECORD.
077600     IF PE-CARD-ERRORS(PE-CARD-SUB) = 0
077700         STRING PE-CD-NAME(PE-CARD-SUB) DELIMITED BY SPACE
077800                " ACCEPTED"             DELIMITED BY SIZE
077900             INTO EDIT-REPORT-RECORD
078000     ELSE
078100         ADD 1 TO PE-CARDS-REJECTED
078200         ADD PE-CARD-ERRORS(PE-CARD-SUB) TO PE-TOTAL-ERRORS
078300         MOVE PE-CARD-ERRORS(PE-CARD-SUB) TO PE-EDIT-COUNT
078400         STRING PE-CD-NAME(PE-CARD-SUB) DELIMITED BY SPACE
078500                " REJECTED -"           DELIMITED BY SIZE
078600                PE-EDIT-COUNT           DELIMITED BY SIZE
078700                " ERROR(S)"             DELIMITED BY SIZE
078800             INTO EDIT-REPORT-RECORD
078900     END-IF.
079000     WRITE EDIT-REPORT-RECORD.
079100 2000-EDIT-ONE-CARD-EXIT.
079200     EXIT.
079300*===============================================================
079400* 2100-EDIT-ONE-FIELD - EDIT FIELD TABLE ENTRY PE-FLD-SUB IF IT
079500* BELONGS TO THE CARD BEING EDITED, AND PRINT IT WITH WHAT IT
079550* MEANS, OR WITH THE ERROR FOUND.  AN ACCOUNT FIELD IS EDITED AS
079600* KEYED BUT PRINTS MASKED.
079700*===============================================================
079800 2100-EDIT-ONE-FIELD.
079900     IF PE-FD-CARD(PE-FLD-SUB) NOT = PE-CARD-SUB
080000         GO TO 2100-EDIT-ONE-FIELD-EXIT.
080100     PERFORM 9000-EXTRACT-FIELD
080200         THRU 9000-EXTRACT-FIELD-EXIT.
080300     SET FIELD-IS-VALID TO TRUE.
080400     MOVE SPACES TO PE-MEANING.
080500     MOVE SPACES TO PE-ERROR-TEXT.
080600     IF PE-FD-EDIT(PE-FLD-SUB) = "CD"
080700         PERFORM 2110-EDIT-CODE
080800             THRU 2110-EDIT-CODE-EXIT
080900     END-IF.
081000     IF PE-FD-EDIT(PE-FLD-SUB) = "TX"
081100         OR PE-FD-EDIT(PE-FLD-SUB) = "RQ"
081200         PERFORM 2120-EDIT-TEXT
081300             THRU 2120-EDIT-TEXT-EXIT
081400     END-IF.
081500     IF PE-FD-EDIT(PE-FLD-SUB) = "NM"
081600         OR PE-FD-EDIT(PE-FLD-SUB) = "NZ"
081700         PERFORM 2130-EDIT-NUMBER
081800             THRU 2130-EDIT-NUMBER-EXIT
081900     END-IF.
082000     IF PE-FD-EDIT(PE-FLD-SUB) = "DT"
082100         PERFORM 2140-EDIT-DATE
082200             THRU 2140-EDIT-DATE-EXIT
082300     END-IF.
082320     IF PE-FD-EDIT(PE-FLD-SUB) = "PD"
082340         PERFORM 2150-EDIT-PERIOD
082360             THRU 2150-EDIT-PERIOD-EXIT
082380     END-IF.
082400     MOVE PE-COLUMNS               TO EFL-COLUMNS.
082500     MOVE PE-FD-NAME(PE-FLD-SUB)   TO EFL-FIELD-NAME.
082600     MOVE PE-FIELD-VALUE           TO EFL-VALUE.
082700     MOVE PE-MEANING               TO EFL-MEANING.
082710     IF PE-FD-MASK(PE-FLD-SUB) = "M"
082720         MOVE PE-FIELD-VALUE TO PE-MASK-ACCOUNT
082730         PERFORM 9300-MASK-ACCOUNT
082740             THRU 9300-MASK-ACCOUNT-EXIT
082750         MOVE PE-MASK-ACCOUNT TO EFL-VALUE
082760     END-IF.
082800     IF PE-FIELD-VALUE = SPACES
082900         MOVE "(BLANK)" TO EFL-VALUE
083000     END-IF.
083100     MOVE EDIT-FIELD-LINE TO EDIT-REPORT-RECORD.
083200     WRITE EDIT-REPORT-RECORD.
083300     IF FIELD-IS-INVALID
083400         PERFORM 9400-WRITE-ERROR
083500             THRU 9400-WRITE-ERROR-EXIT
083600     END-IF.
083700 2100-EDIT-ONE-FIELD-EXIT.
083800     EXIT.
083900*===============================================================
084000* 2110-EDIT-CODE - A ONE-BYTE CODE MUST BE ON THE VALUE TABLE
084100* FOR ITS FIELD.  THE ERROR LISTS THE VALUES ALLOWED.
084200*===============================================================
084300 2110-EDIT-CODE.
084400     MOVE PE-FD-CODE(PE-FLD-SUB) TO PE-LOOK-CODE.
084500     MOVE PE-FIELD-VALUE(1:1)    TO PE-LOOK-VALUE.
084600     PERFORM 9100-FIND-MEANING
084700         THRU 9100-FIND-MEANING-EXIT.
084800     IF MEANING-FOUND
084900         GO TO 2110-EDIT-CODE-EXIT.
085000     SET FIELD-IS-INVALID TO TRUE.
085100     MOVE SPACES TO PE-VALUE-LIST.
085200     MOVE 1 TO PE-LIST-PTR.
085300     PERFORM 2115-LIST-ONE-VALUE
085400         THRU 2115-LIST-ONE-VALUE-EXIT
085500         VARYING PE-MN-SUB FROM 1 BY 1
085600         UNTIL PE-MN-SUB > PE-MEANING-COUNT.
085700     STRING "NOT A VALID VALUE - USE " DELIMITED BY SIZE
085800            PE-VALUE-LIST              DELIMITED BY SIZE
085900         INTO PE-ERROR-TEXT.
086000 2110-EDIT-CODE-EXIT.
086100     EXIT.
086200*===============================================================
086300* 2115-LIST-ONE-VALUE - ADD VALUE TABLE ENTRY PE-MN-SUB TO THE
086400* LIST OF ALLOWED VALUES IF IT BELONGS TO THE FIELD.
086500*===============================================================
086600 2115-LIST-ONE-VALUE.
086700     IF PE-MN-CODE(PE-MN-SUB) NOT = PE-LOOK-CODE
086800         GO TO 2115-LIST-ONE-VALUE-EXIT.
086900     IF PE-MN-VALUE(PE-MN-SUB) = SPACE
087000         STRING "BLANK " DELIMITED BY SIZE
087100             INTO PE-VALUE-LIST WITH POINTER PE-LIST-PTR
087200     ELSE
087300         STRING PE-MN-VALUE(PE-MN-SUB) " " DELIMITED BY SIZE
087400             INTO PE-VALUE-LIST WITH POINTER PE-LIST-PTR
087500     END-IF.
087600 2115-LIST-ONE-VALUE-EXIT.
087700     EXIT.
087800*===============================================================
087900* 2120-EDIT-TEXT - FREE TEXT.  A BLANK IS SPELLED OUT FROM THE
088000* VALUE TABLE, OR IS AN ERROR WHERE THE FIELD IS REQUIRED.
088100*===============================================================
088200 2120-EDIT-TEXT.
088300     IF PE-FIELD-VALUE NOT = SPACES
088400         GO TO 2120-EDIT-TEXT-EXIT.
088500     IF PE-FD-EDIT(PE-FLD-SUB) = "RQ"
088600         SET FIELD-IS-INVALID TO TRUE
088700         MOVE "REQUIRED - MAY NOT BE LEFT BLANK" TO PE-ERROR-TEXT
088800         GO TO 2120-EDIT-TEXT-EXIT.
088900     PERFORM 9050-FIND-BLANK-MEANING
089000         THRU 9050-FIND-BLANK-MEANING-EXIT.
089100 2120-EDIT-TEXT-EXIT.
089200     EXIT.
089300*===============================================================
089400* 2130-EDIT-NUMBER - BLANK, OR DIGITS IN EVERY COLUMN OF THE
089500* FIELD (A NUMBER KEYED SHORT OR OFF BY A COLUMN FAILS HERE).
089600* AN NZ FIELD MAY NOT BE ZERO - THE PROGRAM WOULD IGNORE IT.
089700*===============================================================
089800 2130-EDIT-NUMBER.
089900     IF PE-FIELD-VALUE = SPACES
090000         PERFORM 9050-FIND-BLANK-MEANING
090100             THRU 9050-FIND-BLANK-MEANING-EXIT
090200         GO TO 2130-EDIT-NUMBER-EXIT.
090300     IF PE-FIELD-VALUE(1:PE-FIELD-LEN) IS NOT NUMERIC
090400         SET FIELD-IS-INVALID TO TRUE
090500         MOVE PE-FIELD-LEN TO PE-EDIT-DIGITS
090600         STRING "MUST BE" PE-EDIT-DIGITS
090700                " DIGITS, ZERO-FILLED ON THE LEFT"
090800             DELIMITED BY SIZE INTO PE-ERROR-TEXT
090900         GO TO 2130-EDIT-NUMBER-EXIT.
091000     IF PE-FD-EDIT(PE-FLD-SUB) = "NZ"
091100         AND PE-FIELD-VALUE(1:PE-FIELD-LEN) = ZEROS
091200         SET FIELD-IS-INVALID TO TRUE
091300         MOVE "ZERO NOT ALLOWED - LEAVE BLANK FOR THE DEFAULT"
091400             TO PE-ERROR-TEXT
091500         GO TO 2130-EDIT-NUMBER-EXIT.
091600     MOVE PE-FD-UNIT(PE-FLD-SUB) TO PE-MEANING.
091700 2130-EDIT-NUMBER-EXIT.
091800     EXIT.
091900*===============================================================
092000* 2140-EDIT-DATE - BLANK, OR A REAL CALENDAR DATE CCYYMMDD.
092100*===============================================================
092200 2140-EDIT-DATE.
092300     IF PE-FIELD-VALUE = SPACES
092400         PERFORM 9050-FIND-BLANK-MEANING
092500             THRU 9050-FIND-BLANK-MEANING-EXIT
092600         GO TO 2140-EDIT-DATE-EXIT.
092700     IF PE-FIELD-VALUE(1:8) IS NOT NUMERIC
092800         SET FIELD-IS-INVALID TO TRUE
092900         MOVE "MUST BE A DATE CCYYMMDD, ALL DIGITS"
093000             TO PE-ERROR-TEXT
093100         GO TO 2140-EDIT-DATE-EXIT.
093200     MOVE PE-FIELD-VALUE(1:8) TO PE-DATE-CHECK.
093300     PERFORM 9200-CHECK-DATE
093400         THRU 9200-CHECK-DATE-EXIT.
093500     IF DATE-IS-INVALID
093600         SET FIELD-IS-INVALID TO TRUE
093700         MOVE "NOT A VALID CALENDAR DATE" TO PE-ERROR-TEXT
093800         GO TO 2140-EDIT-DATE-EXIT.
093900     MOVE PE-FD-UNIT(PE-FLD-SUB) TO PE-MEANING.
094000 2140-EDIT-DATE-EXIT.
094002     EXIT.
094004*===============================================================
094006* 2150-EDIT-PERIOD - BLANK, OR A REAL MONTH CCYYMM.
094008*===============================================================
094010 2150-EDIT-PERIOD.
094012     IF PE-FIELD-VALUE = SPACES
094014         PERFORM 9050-FIND-BLANK-MEANING
094016             THRU 9050-FIND-BLANK-MEANING-EXIT
094018         GO TO 2150-EDIT-PERIOD-EXIT.
094020     IF PE-FIELD-VALUE(1:6) IS NOT NUMERIC
094022         SET FIELD-IS-INVALID TO TRUE
094024         MOVE "MUST BE A MONTH CCYYMM, ALL DIGITS"
094026             TO PE-ERROR-TEXT
094028         GO TO 2150-EDIT-PERIOD-EXIT.
094030     MOVE PE-FIELD-VALUE(1:6) TO PE-DATE-CHECK.
094032     MOVE 1 TO PE-DC-DD.
094034     PERFORM 9200-CHECK-DATE
094036         THRU 9200-CHECK-DATE-EXIT.
094038     IF DATE-IS-INVALID
094040         SET FIELD-IS-INVALID TO TRUE
094042         MOVE "NOT A VALID MONTH - MONTH MUST BE 01-12"
094044             TO PE-ERROR-TEXT
094046         GO TO 2150-EDIT-PERIOD-EXIT.
094048     MOVE PE-FD-UNIT(PE-FLD-SUB) TO PE-MEANING.
094050 2150-EDIT-PERIOD-EXIT.
094100     EXIT.
094200*===============================================================
094300* 2200-CHECK-UNUSED-COLUMNS - EVERYTHING AFTER THE CARD'S LAST
094400* FIELD MUST BE BLANK; ANYTHING THERE WAS MEANT FOR A FIELD THE
094500* CARD DOES NOT HAVE, OR WAS KEYED IN THE WRONG COLUMNS.  THE
094600* REPORT SHOWS WHAT WAS KEYED FROM THE FIRST NON-BLANK COLUMN.
094700*===============================================================
094800 2200-CHECK-UNUSED-COLUMNS.
094900     COMPUTE PE-FIELD-START = PE-CD-LAST-COL(PE-CARD-SUB) + 1.
095000     COMPUTE PE-FIELD-LEN = 80 - PE-CD-LAST-COL(PE-CARD-SUB).
095100     MOVE PE-FIELD-START TO PE-EDIT-FROM.
095200     MOVE SPACES TO PE-COLUMNS.
095300     STRING PE-EDIT-FROM "-80" DELIMITED BY SIZE INTO PE-COLUMNS.
095400     MOVE PE-COLUMNS    TO EFL-COLUMNS.
095500     MOVE "(NOT USED)"  TO EFL-FIELD-NAME.
095600     MOVE "MUST BE BLANK" TO EFL-MEANING.
095700     MOVE "(BLANK)" TO EFL-VALUE.
095800     MOVE 0 TO PE-FIND-SUB.
095900     PERFORM VARYING PE-FIELD-END FROM 80 BY -1
096000             UNTIL PE-FIELD-END < PE-FIELD-START
096100         IF PE-WORK-CARD(PE-FIELD-END:1) NOT = SPACE
096200             MOVE PE-FIELD-END TO PE-FIND-SUB
096300         END-IF
096400     END-PERFORM.
096500     IF PE-FIND-SUB > 71
096600         MOVE 71 TO PE-FIND-SUB
096700     END-IF.
096800     IF PE-FIND-SUB > 0
096900         MOVE PE-WORK-CARD(PE-FIND-SUB:10) TO EFL-VALUE
097000     END-IF.
097100     MOVE EDIT-FIELD-LINE TO EDIT-REPORT-RECORD.
097200     WRITE EDIT-REPORT-RECORD.
097300     IF PE-WORK-CARD(PE-FIELD-START:PE-FIELD-LEN) NOT = SPACES
097400         MOVE SPACES TO PE-ERROR-TEXT
097500         STRING "COLUMNS " PE-COLUMNS
097600                " ARE NOT PART OF THE CARD - MUST BE BLANK"
097700             DELIMITED BY SIZE INTO PE-ERROR-TEXT
097800         PERFORM 9400-WRITE-ERROR
097900             THRU 9400-WRITE-ERROR-EXIT
098000     END-IF.
098100 2200-CHECK-UNUSED-COLUMNS-EXIT.
098200     EXIT.
098300*===============================================================
098400* 2310-CROSS-EDIT-PARMCARD - A RESTART IS MATCHED TO ITS
098500* CHECKPOINT BY RUN ID, SO A RESTART NEEDS ONE.
098600*===============================================================
098700 2310-CROSS-EDIT-PARMCARD.
098800     IF WP-RESTART-IND = "Y"
098900         AND WP-RUN-ID = SPACES
099000         MOVE "RESTART (COL 02) NEEDS THE RUN ID IN COLS 03-10"
099100             TO PE-ERROR-TEXT
099200         PERFORM 9400-WRITE-ERROR
099300             THRU 9400-WRITE-ERROR-EXIT
099400     END-IF.
099500 2310-CROSS-EDIT-PARMCARD-EXIT.
099600     EXIT.
099700*===============================================================
099800* 2330-CROSS-EDIT-INQPARM - THE SELECTION TYPE AND ITS VALUES
099900* MUST AGREE, AND CLEAR PRINT MUST NAME THE REQUESTER.
100000*===============================================================
100100 2330-CROSS-EDIT-INQPARM.
100200     IF WI-SELECT-TYPE = SPACE
100300         AND (WI-VALUE-LO NOT = SPACES
100400           OR WI-VALUE-HI NOT = SPACES)
100500         MOVE "VALUES IN COLS 02-21 NEED SELECTION TYPE P OR R"
100600             TO PE-ERROR-TEXT
100700         PERFORM 9400-WRITE-ERROR
100800             THRU 9400-WRITE-ERROR-EXIT
100900     END-IF.
101000     IF WI-SELECT-TYPE = "P"
101100         AND WI-VALUE-LO = SPACES
101200         MOVE "SELECTION TYPE P NEEDS A PREFIX IN COLS 02-11"
101300             TO PE-ERROR-TEXT
101400         PERFORM 9400-WRITE-ERROR
101500             THRU 9400-WRITE-ERROR-EXIT
101600     END-IF.
101700     IF WI-SELECT-TYPE = "P"
101800         AND WI-VALUE-HI NOT = SPACES
101900         MOVE "HIGH VALUE (COLS 12-21) IS NOT USED WITH TYPE P"
102000             TO PE-ERROR-TEXT
102100         PERFORM 9400-WRITE-ERROR
102200             THRU 9400-WRITE-ERROR-EXIT
102300     END-IF.
102400     IF WI-SELECT-TYPE = "R"
102500         AND (WI-VALUE-LO = SPACES
102600           OR WI-VALUE-HI = SPACES)
102700         MOVE "SELECTION TYPE R NEEDS BOTH LOW AND HIGH VALUES"
102800             TO PE-ERROR-TEXT
102900         PERFORM 9400-WRITE-ERROR
103000             THRU 9400-WRITE-ERROR-EXIT
103100     END-IF.
103200     IF WI-SELECT-TYPE = "R"
103300         AND WI-VALUE-LO NOT = SPACES
103400         AND WI-VALUE-HI NOT = SPACES
103500         AND WI-VALUE-LO > WI-VALUE-HI
103600         MOVE "LOW VALUE IS GREATER THAN HIGH VALUE"
103700             TO PE-ERROR-TEXT
103800         PERFORM 9400-WRITE-ERROR
103900             THRU 9400-WRITE-ERROR-EXIT
104000     END-IF.
104100     IF WI-PRINT-OPTION = "U"
104200         AND WI-REQUESTER-ID = SPACES
104300         MOVE "PRINT OPTION U NEEDS THE REQUESTER ID, COLS 44-51"
104400             TO PE-ERROR-TEXT
104500         PERFORM 9400-WRITE-ERROR
104600             THRU 9400-WRITE-ERROR-EXIT
104700     END-IF.
104800 2330-CROSS-EDIT-INQPARM-EXIT.
104900     EXIT.
105000*===============================================================
105100* 2340-CROSS-EDIT-HINQPARM - RANGES MUST RUN LOW TO HIGH, AND
105200* CLEAR PRINT MUST NAME THE REQUESTER.
105300*===============================================================
105400 2340-CROSS-EDIT-HINQPARM.
105500     IF WH-ACCT-LO NOT = SPACES
105600         AND WH-ACCT-HI NOT = SPACES
105700         AND WH-ACCT-LO > WH-ACCT-HI
105800         MOVE "ACCOUNT LOW IS GREATER THAN ACCOUNT HIGH"
105900             TO PE-ERROR-TEXT
106000         PERFORM 9400-WRITE-ERROR
106100             THRU 9400-WRITE-ERROR-EXIT
106200     END-IF.
106300     IF WH-DATE-FROM NOT = SPACES
106400         AND WH-DATE-TO NOT = SPACES
106500         AND WH-DATE-FROM > WH-DATE-TO
106600         MOVE "DATE FROM IS LATER THAN DATE TO"
106700             TO PE-ERROR-TEXT
106800         PERFORM 9400-WRITE-ERROR
106900             THRU 9400-WRITE-ERROR-EXIT
107000     END-IF.
107100     IF WH-PRINT-OPTION = "U"
107200         AND WH-REQUESTER-ID = SPACES
107300         MOVE "PRINT OPTION U NEEDS THE REQUESTER ID, COLS 37-44"
107400             TO PE-ERROR-TEXT
107500         PERFORM 9400-WRITE-ERROR
107600             THRU 9400-WRITE-ERROR-EXIT
107700     END-IF.
107800 2340-CROSS-EDIT-HINQPARM-EXIT.
107900     EXIT.
108000*===============================================================
108002* 2370-CROSS-EDIT-CLOSPARM - A CLOSE OR REOPEN NAMES ITS MONTH,
108004* AND A CLOSE, A REOPEN OR A NEW FUTURE-DATING LIMIT MUST NAME
108006* THE OPERATOR, AS BPCLS-DEV REQUIRES.
108008*===============================================================
108010 2370-CROSS-EDIT-CLOSPARM.
108012     IF (WC-FUNCTION = "C" OR WC-FUNCTION = "R")
108014         AND WC-PERIOD = SPACES
108016         MOVE "FUNCTION C OR R NEEDS THE PERIOD IN COLS 02-07"
108018             TO PE-ERROR-TEXT
108020         PERFORM 9400-WRITE-ERROR
108022             THRU 9400-WRITE-ERROR-EXIT
108024     END-IF.
108026     IF (WC-FUNCTION = "C" OR WC-FUNCTION = "R"
108028         OR WC-FUTURE-DAYS NOT = SPACES)
108030         AND WC-OPERATOR-ID = SPACES
108032         MOVE "C, R OR A NEW LIMIT NEEDS OPERATOR ID, COLS 08-15"
108034             TO PE-ERROR-TEXT
108036         PERFORM 9400-WRITE-ERROR
108038             THRU 9400-WRITE-ERROR-EXIT
108040     END-IF.
108042 2370-CROSS-EDIT-CLOSPARM-EXIT.
108044     EXIT.
108046*===============================================================
108100* 3000-RECORD-CHANGES - ONLY WHEN EVERY CARD PASSED: COMPARE
108200* EACH CARD WITH THE LAST ONE USED AND APPEND THE CHANGES TO THE
108300* PARAMETER HISTORY.  A REJECTED CARD STOPS THE JOB (RC=8) AND
108400* NOTHING IS RECORDED, SINCE THOSE CARDS WERE NEVER USED.  IF
108500* THE HISTORY CANNOT BE OPENED THE CHANGES ARE STILL LISTED AND
108600* THE STEP ENDS RC=4.
108700*===============================================================
108800 3000-RECORD-CHANGES.
108900     MOVE SPACES TO EDIT-REPORT-RECORD.
109000     WRITE EDIT-REPORT-RECORD.
109100     MOVE SPACES TO EDIT-REPORT-RECORD.
109200     STRING "CHANGES SINCE THE LAST CARDS USED"
109300         DELIMITED BY SIZE INTO EDIT-REPORT-RECORD.
109400     WRITE EDIT-REPORT-RECORD.
109500     IF PE-CARDS-ALLOCATED = 0
109600         MOVE SPACES TO EDIT-REPORT-RECORD
109700         STRING "NO PARAMETER CARDS ALLOCATED TO THIS STEP"
109800             DELIMITED BY SIZE INTO EDIT-REPORT-RECORD
109900         WRITE EDIT-REPORT-RECORD
110000         IF RETURN-CODE < 4
110100             MOVE 4 TO RETURN-CODE
110200         END-IF
110300         GO TO 3000-RECORD-CHANGES-EXIT.
110400     IF PE-CARDS-REJECTED > 0
110500         MOVE SPACES TO EDIT-REPORT-RECORD
110600         STRING "NOT RECORDED - CARDS REJECTED, JOB STOPPED"
110700             DELIMITED BY SIZE INTO EDIT-REPORT-RECORD
110800         WRITE EDIT-REPORT-RECORD
110900         MOVE 8 TO RETURN-CODE
111000         GO TO 3000-RECORD-CHANGES-EXIT.
111100     OPEN EXTEND PARM-HIST-FILE.
111200     IF PE-HIST-FILE-STATUS = "00"
111300         MOVE "Y" TO PE-HIST-OPEN-SW
111400     ELSE
111500         DISPLAY "BPEDT-DEV - PARMHIST OPEN STATUS "
111600             PE-HIST-FILE-STATUS " - CHANGES NOT RECORDED"
111700         MOVE SPACES TO EDIT-REPORT-RECORD
111800         STRING "PARAMETER HISTORY NOT AVAILABLE - STATUS "
111900                PE-HIST-FILE-STATUS
112000                " - CHANGES NOT RECORDED"
112100             DELIMITED BY SIZE INTO EDIT-REPORT-RECORD
112200         WRITE EDIT-REPORT-RECORD
112300         IF RETURN-CODE < 4
112400             MOVE 4 TO RETURN-CODE
112500         END-IF
112600     END-IF.
112700     PERFORM 3100-COMPARE-ONE-CARD
112800         THRU 3100-COMPARE-ONE-CARD-EXIT
112900         VARYING PE-CARD-SUB FROM 1 BY 1
113000         UNTIL PE-CARD-SUB > PE-CARD-COUNT.
113100     IF PARM-HISTORY-IS-OPEN
113200         CLOSE PARM-HIST-FILE
113300     END-IF.
113400 3000-RECORD-CHANGES-EXIT.
113500     EXIT.
113600*===============================================================
113700* 3100-COMPARE-ONE-CARD - LIST EACH FIELD OF CARD PE-CARD-SUB
113800* THAT DIFFERS FROM THE LAST CARD USED (A CARD NEVER SEEN BEFORE
113900* IS COMPARED WITH A BLANK CARD), WRITING AN F RECORD FOR EACH,
114000* THEN A C RECORD WITH THE NEW IMAGE FOR THE NEXT RUN TO COMPARE
114100* AGAINST.  AN UNCHANGED CARD WRITES NOTHING.
114200*===============================================================
114300 3100-COMPARE-ONE-CARD.
114400     IF PE-CARD-STATE(PE-CARD-SUB) = "N"
114500         GO TO 3100-COMPARE-ONE-CARD-EXIT.
114600     MOVE 0 TO PE-CHANGE-COUNT.
114700     MOVE SPACES TO EDIT-REPORT-RECORD.
114800     WRITE EDIT-REPORT-RECORD.
114900     MOVE SPACES TO EDIT-REPORT-RECORD.
115000     IF PE-LAST-FOUND(PE-CARD-SUB) = "Y"
115100         STRING PE-CD-NAME(PE-CARD-SUB) DELIMITED BY SPACE
115200                " - LAST CHANGED "      DELIMITED BY SIZE
115300                PE-LAST-DATE(PE-CARD-SUB) DELIMITED BY SIZE
115400                " BY JOB "              DELIMITED BY SIZE
115500                PE-LAST-JOB(PE-CARD-SUB) DELIMITED BY SIZE
115600             INTO EDIT-REPORT-RECORD
115700     ELSE
115800         MOVE SPACES TO PE-LAST-IMAGE(PE-CARD-SUB)
115900         STRING PE-CD-NAME(PE-CARD-SUB) DELIMITED BY SPACE
116000                " - NO PRIOR CARD ON THE PARAMETER HISTORY"
116100                                        DELIMITED BY SIZE
116200             INTO EDIT-REPORT-RECORD
116300     END-IF.
116400     WRITE EDIT-REPORT-RECORD.
116500     PERFORM 3110-COMPARE-ONE-FIELD
116600         THRU 3110-COMPARE-ONE-FIELD-EXIT
116700         VARYING PE-FLD-SUB FROM 1 BY 1
116800         UNTIL PE-FLD-SUB > PE-FIELD-COUNT.
116900     IF PE-CHANGE-COUNT = 0
117000         AND PE-LAST-FOUND(PE-CARD-SUB) = "Y"
117100         MOVE SPACES TO EDIT-REPORT-RECORD
117200         STRING "  NO CHANGE" DELIMITED BY SIZE
117300             INTO EDIT-REPORT-RECORD
117400         WRITE EDIT-REPORT-RECORD
117500         GO TO 3100-COMPARE-ONE-CARD-EXIT.
117600     IF PARM-HISTORY-IS-OPEN
117700         MOVE SPACES                     TO PARM-HIST-RECORD
117800         MOVE PE-RUN-DATE                TO PH-HIST-DATE
117900         MOVE PE-RUN-TIME                TO PH-HIST-TIME
118000         MOVE PE-JOB-NAME                TO PH-JOB-NAME
118100         MOVE PE-CD-NAME(PE-CARD-SUB)    TO PH-CARD-NAME
118200         MOVE "C"                        TO PH-ENTRY-TYPE
118300         MOVE PE-CARD-IMAGE(PE-CARD-SUB) TO PH-CARD-IMAGE
118400         WRITE PARM-HIST-RECORD
118500     END-IF.
118600     MOVE PE-CHANGE-COUNT TO PE-EDIT-COUNT.
118700     MOVE SPACES TO EDIT-REPORT-RECORD.
118800     IF PARM-HISTORY-IS-OPEN
118900         STRING "  " PE-EDIT-COUNT
119000                " FIELD(S) CHANGED - RECORDED ON THE HISTORY"
119100             DELIMITED BY SIZE INTO EDIT-REPORT-RECORD
119200     ELSE
119300         STRING "  " PE-EDIT-COUNT
119400                " FIELD(S) CHANGED - NOT RECORDED"
119500             DELIMITED BY SIZE INTO EDIT-REPORT-RECORD
119600     END-IF.
119700     WRITE EDIT-REPORT-RECORD.
119800 3100-COMPARE-ONE-CARD-EXIT.
119900     EXIT.
120000*===============================================================
120100* 3110-COMPARE-ONE-FIELD - COMPARE FIELD TABLE ENTRY PE-FLD-SUB
120150* OF THE CURRENT CARD WITH THE LAST CARD USED.  AN ACCOUNT FIELD
120200* PRINTS MASKED; THE HISTORY KEEPS THE VALUES AS KEYED.
120300*===============================================================
120400 3110-COMPARE-ONE-FIELD.
120500     IF PE-FD-CARD(PE-FLD-SUB) NOT = PE-CARD-SUB
120600         GO TO 3110-COMPARE-ONE-FIELD-EXIT.
120700     MOVE PE-CARD-IMAGE(PE-CARD-SUB) TO PE-WORK-CARD.
120800     PERFORM 9000-EXTRACT-FIELD
120900         THRU 9000-EXTRACT-FIELD-EXIT.
121000     MOVE SPACES TO PE-OLD-VALUE.
121100     MOVE PE-LAST-IMAGE(PE-CARD-SUB)(PE-FIELD-START:PE-FIELD-LEN)
121200         TO PE-OLD-VALUE.
121300     IF PE-OLD-VALUE = PE-FIELD-VALUE
121400         GO TO 3110-COMPARE-ONE-FIELD-EXIT.
121500     ADD 1 TO PE-CHANGE-COUNT.
121600     MOVE PE-COLUMNS             TO CFL-COLUMNS.
121700     MOVE PE-FD-NAME(PE-FLD-SUB) TO CFL-FIELD-NAME.
121800     MOVE PE-OLD-VALUE           TO CFL-OLD-VALUE.
121900     MOVE PE-FIELD-VALUE         TO CFL-NEW-VALUE.
121905     IF PE-FD-MASK(PE-FLD-SUB) = "M"
121910         MOVE PE-OLD-VALUE    TO PE-MASK-ACCOUNT
121915         PERFORM 9300-MASK-ACCOUNT
121920             THRU 9300-MASK-ACCOUNT-EXIT
121925         MOVE PE-MASK-ACCOUNT TO CFL-OLD-VALUE
121930         MOVE PE-FIELD-VALUE  TO PE-MASK-ACCOUNT
121935         PERFORM 9300-MASK-ACCOUNT
121940             THRU 9300-MASK-ACCOUNT-EXIT
121945         MOVE PE-MASK-ACCOUNT TO CFL-NEW-VALUE
121950     END-IF.
122000     IF PE-OLD-VALUE = SPACES
122100         MOVE "(BLANK)" TO CFL-OLD-VALUE
122200     END-IF.
122300     IF PE-FIELD-VALUE = SPACES
122400         MOVE "(BLANK)" TO CFL-NEW-VALUE
122500     END-IF.
122600     MOVE CHANGE-FIELD-LINE TO EDIT-REPORT-RECORD.
122700     WRITE EDIT-REPORT-RECORD.
122800     IF NOT PARM-HISTORY-IS-OPEN
122900         GO TO 3110-COMPARE-ONE-FIELD-EXIT.
123000     MOVE SPACES                  TO PARM-HIST-RECORD.
123100     MOVE PE-RUN-DATE             TO PH-HIST-DATE.
123200     MOVE PE-RUN-TIME             TO PH-HIST-TIME.
123300     MOVE PE-JOB-NAME             TO PH-JOB-NAME.
123400     MOVE PE-CD-NAME(PE-CARD-SUB) TO PH-CARD-NAME.
123500     MOVE "F"                     TO PH-ENTRY-TYPE.
123600     MOVE PE-COLUMNS              TO PH-FIELD-COLUMNS.
123700     MOVE PE-FD-NAME(PE-FLD-SUB)  TO PH-FIELD-NAME.
123800     MOVE PE-OLD-VALUE            TO PH-OLD-VALUE.
123900     MOVE PE-FIELD-VALUE          TO PH-NEW-VALUE.
124000     WRITE PARM-HIST-RECORD.
124100     ADD 1 TO PE-CHANGES-RECORDED.
124200 3110-COMPARE-ONE-FIELD-EXIT.
124300     EXIT.
124400*===============================================================
124500* 8000-TERMINATE - EDIT TOTALS AND THE VERDICT FOR THE JOB.
124600* RC=8 STOPS THE JOB; RC=4 IS A WARNING ONLY.
124700*===============================================================
124800 8000-TERMINATE.
124900     MOVE SPACES TO EDIT-REPORT-RECORD.
125000     WRITE EDIT-REPORT-RECORD.
125100     MOVE PE-CARDS-ALLOCATED TO PE-EDIT-COUNT.
125200     MOVE SPACES TO EDIT-REPORT-RECORD.
125300     STRING "CARDS EDITED.........: " PE-EDIT-COUNT
125400         DELIMITED BY SIZE INTO EDIT-REPORT-RECORD.
125500     WRITE EDIT-REPORT-RECORD.
125600     MOVE PE-CARDS-REJECTED TO PE-EDIT-COUNT.
125700     MOVE PE-TOTAL-ERRORS   TO PE-EDIT-COUNT2.
125800     MOVE SPACES TO EDIT-REPORT-RECORD.
125900     STRING "CARDS REJECTED.......: " PE-EDIT-COUNT
126000            "  ERRORS" PE-EDIT-COUNT2
126100         DELIMITED BY SIZE INTO EDIT-REPORT-RECORD.
126200     WRITE EDIT-REPORT-RECORD.
126300     MOVE PE-CHANGES-RECORDED TO PE-EDIT-COUNT.
126400     MOVE SPACES TO EDIT-REPORT-RECORD.
126500     STRING "FIELD CHANGES LOGGED.: " PE-EDIT-COUNT
126600         DELIMITED BY SIZE INTO EDIT-REPORT-RECORD.
126700     WRITE EDIT-REPORT-RECORD.
126800     MOVE SPACES TO EDIT-REPORT-RECORD.
126900     IF PE-CARDS-REJECTED > 0
127000         STRING "EDIT RESULT..........: REJECTED - JOB STOPPED"
127100             DELIMITED BY SIZE INTO EDIT-REPORT-RECORD
127200     ELSE
127300         STRING "EDIT RESULT..........: ACCEPTED - JOB MAY RUN"
127400             DELIMITED BY SIZE INTO EDIT-REPORT-RECORD
127500     END-IF.
127600     WRITE EDIT-REPORT-RECORD.
127700     IF PE-CARDS-REJECTED > 0
127800         DISPLAY "BPEDT-DEV - " PE-JOB-NAME " PARAMETER CARD "
127900             "REJECTED - SEE PEDTRPT - JOB STOPPED"
128000     END-IF.
128100     CLOSE EDIT-REPORT-FILE.
128200 8000-TERMINATE-EXIT.
128300     EXIT.
128400*===============================================================
128500* 9000-EXTRACT-FIELD - PICK FIELD TABLE ENTRY PE-FLD-SUB OUT OF
128600* PE-WORK-CARD INTO PE-FIELD-VALUE, AND FORM ITS COLUMNS AS
128700* "NN" OR "NN-NN" FOR PRINTING.
128800*===============================================================
128900 9000-EXTRACT-FIELD.
129000     MOVE PE-FD-START(PE-FLD-SUB)  TO PE-FIELD-START.
129100     MOVE PE-FD-LENGTH(PE-FLD-SUB) TO PE-FIELD-LEN.
129200     COMPUTE PE-FIELD-END = PE-FIELD-START + PE-FIELD-LEN - 1.
129300     MOVE SPACES TO PE-FIELD-VALUE.
129400     MOVE PE-WORK-CARD(PE-FIELD-START:PE-FIELD-LEN)
129500         TO PE-FIELD-VALUE.
129600     MOVE PE-FIELD-START TO PE-EDIT-FROM.
129700     MOVE PE-FIELD-END   TO PE-EDIT-TO.
129800     MOVE SPACES TO PE-COLUMNS.
129900     IF PE-FIELD-LEN = 1
130000         MOVE PE-EDIT-FROM TO PE-COLUMNS
130100     ELSE
130200         STRING PE-EDIT-FROM "-" PE-EDIT-TO
130300             DELIMITED BY SIZE INTO PE-COLUMNS
130400     END-IF.
130500 9000-EXTRACT-FIELD-EXIT.
130600     EXIT.
130700*===============================================================
130800* 9050-FIND-BLANK-MEANING - WHAT A BLANK MEANS FOR FIELD TABLE
130900* ENTRY PE-FLD-SUB.
131000*===============================================================
131100 9050-FIND-BLANK-MEANING.
131200     MOVE PE-FD-CODE(PE-FLD-SUB) TO PE-LOOK-CODE.
131300     MOVE SPACE TO PE-LOOK-VALUE.
131400     PERFORM 9100-FIND-MEANING
131500         THRU 9100-FIND-MEANING-EXIT.
131600 9050-FIND-BLANK-MEANING-EXIT.
131700     EXIT.
131800*===============================================================
131900* 9100-FIND-MEANING - LOOK UP PE-LOOK-CODE / PE-LOOK-VALUE ON
132000* THE VALUE TABLE.  SETS MEANING-FOUND AND PE-MEANING.
132100*===============================================================
132200 9100-FIND-MEANING.
132300     MOVE "N" TO PE-MEANING-SW.
132400     MOVE SPACES TO PE-MEANING.
132500     PERFORM VARYING PE-MN-SUB FROM 1 BY 1
132600             UNTIL PE-MN-SUB > PE-MEANING-COUNT
132700                OR MEANING-FOUND
132800         IF PE-MN-CODE(PE-MN-SUB) = PE-LOOK-CODE
132900             AND PE-MN-VALUE(PE-MN-SUB) = PE-LOOK-VALUE
133000             MOVE "Y" TO PE-MEANING-SW
133100             MOVE PE-MN-TEXT(PE-MN-SUB) TO PE-MEANING
133200         END-IF
133300     END-PERFORM.
133400 9100-FIND-MEANING-EXIT.
133500     EXIT.
133600*===============================================================
133700* 9200-CHECK-DATE - PE-DATE-CHECK MUST BE A REAL DATE: YEAR
133800* 1900 OR LATER, MONTH 01-12, DAY WITHIN THE MONTH (29 FEBRUARY
133900* ONLY IN A LEAP YEAR).
134000*===============================================================
134100 9200-CHECK-DATE.
134200     SET DATE-IS-VALID TO TRUE.
134300     IF PE-DC-CCYY < 1900
134400         OR PE-DC-MM < 1
134500         OR PE-DC-MM > 12
134600         OR PE-DC-DD < 1
134700         SET DATE-IS-INVALID TO TRUE
134800         GO TO 9200-CHECK-DATE-EXIT.
134900     MOVE PE-MONTH-DAYS(PE-DC-MM) TO PE-DAYS-IN-MONTH.
135000     IF PE-DC-MM = 2
135100         DIVIDE PE-DC-CCYY BY 4 GIVING PE-QUOTIENT
135200             REMAINDER PE-REM-4
135300         DIVIDE PE-DC-CCYY BY 100 GIVING PE-QUOTIENT
135400             REMAINDER PE-REM-100
135500         DIVIDE PE-DC-CCYY BY 400 GIVING PE-QUOTIENT
135600             REMAINDER PE-REM-400
135700         IF PE-REM-4 = 0
135800             AND (PE-REM-100 NOT = 0 OR PE-REM-400 = 0)
135900             MOVE 29 TO PE-DAYS-IN-MONTH
136000         END-IF
136100     END-IF.
136200     IF PE-DC-DD > PE-DAYS-IN-MONTH
136300         SET DATE-IS-INVALID TO TRUE
136400     END-IF.
136500 9200-CHECK-DATE-EXIT.
136600     EXIT.
136700*===============================================================
136701* 9300-MASK-ACCOUNT - MASK THE ACCOUNT NUMBER IN PE-MASK-ACCOUNT
136702* FOR PRINTING: EVERY CHARACTER BEFORE THE LAST FOUR NON-BLANK
136703* ONES BECOMES AN ASTERISK.  A BLANK, LOW-VALUES OR HIGH-VALUES
136704* FIELD, OR ONE OF FOUR CHARACTERS OR LESS, IS LEFT AS IT IS.
136705*===============================================================
136706 9300-MASK-ACCOUNT.
136707     IF PE-MASK-ACCOUNT = SPACES OR LOW-VALUES OR HIGH-VALUES
136708         GO TO 9300-MASK-ACCOUNT-EXIT.
136709     MOVE 10 TO PE-MASK-LEN.
136710     PERFORM UNTIL PE-MASK-LEN = 0
136711         OR PE-MASK-ACCOUNT(PE-MASK-LEN:1) NOT = SPACE
136712         SUBTRACT 1 FROM PE-MASK-LEN
136713     END-PERFORM.
136714     SUBTRACT 4 FROM PE-MASK-LEN.
136715     PERFORM VARYING PE-MASK-SUB FROM 1 BY 1
136716         UNTIL PE-MASK-SUB > PE-MASK-LEN
136717         MOVE "*" TO PE-MASK-ACCOUNT(PE-MASK-SUB:1)
136718     END-PERFORM.
136719 9300-MASK-ACCOUNT-EXIT.
136720     EXIT.
136721*===============================================================
136722* 9310-MASK-PRINT-IMAGE - MASK EVERY ACCOUNT FIELD OF CARD
136723* PE-CARD-SUB (MASK FLAG M ON THE FIELD TABLE) IN PE-PRINT-CARD.
136724*===============================================================
136725 9310-MASK-PRINT-IMAGE.
136726     PERFORM 9315-MASK-ONE-FIELD
136727         THRU 9315-MASK-ONE-FIELD-EXIT
136728         VARYING PE-MASK-FLD-SUB FROM 1 BY 1
136729         UNTIL PE-MASK-FLD-SUB > PE-FIELD-COUNT.
136730 9310-MASK-PRINT-IMAGE-EXIT.
136731     EXIT.
136732*===============================================================
136733* 9315-MASK-ONE-FIELD - MASK FIELD TABLE ENTRY PE-MASK-FLD-SUB IN
136734* PE-PRINT-CARD IF IT IS AN ACCOUNT FIELD OF THIS CARD.
136735*===============================================================
136736 9315-MASK-ONE-FIELD.
136737     IF PE-FD-CARD(PE-MASK-FLD-SUB) NOT = PE-CARD-SUB
136738         OR PE-FD-MASK(PE-MASK-FLD-SUB) NOT = "M"
136739         GO TO 9315-MASK-ONE-FIELD-EXIT.
136740     MOVE SPACES TO PE-MASK-ACCOUNT.
136741     MOVE PE-PRINT-CARD(PE-FD-START(PE-MASK-FLD-SUB):
136742                        PE-FD-LENGTH(PE-MASK-FLD-SUB))
136743         TO PE-MASK-ACCOUNT.
136744     PERFORM 9300-MASK-ACCOUNT
136745         THRU 9300-MASK-ACCOUNT-EXIT.
136746     MOVE PE-MASK-ACCOUNT
136747         TO PE-PRINT-CARD(PE-FD-START(PE-MASK-FLD-SUB):
136748                          PE-FD-LENGTH(PE-MASK-FLD-SUB)).
136749 9315-MASK-ONE-FIELD-EXIT.
136750     EXIT.
136751*===============================================================
136800* 9400-WRITE-ERROR - PRINT PE-ERROR-TEXT UNDER THE FIELD AND
136900* COUNT IT AGAINST THE CARD BEING EDITED.
137000*===============================================================
137100 9400-WRITE-ERROR.
137200     MOVE SPACES TO EDIT-REPORT-RECORD.
137300     STRING "         *** ERROR - " PE-ERROR-TEXT
137400         DELIMITED BY SIZE INTO EDIT-REPORT-RECORD.
137500     WRITE EDIT-REPORT-RECORD.
137600     ADD 1 TO PE-CARD-ERRORS(PE-CARD-SUB).
137700 9400-WRITE-ERROR-EXIT.
137800     EXIT.
