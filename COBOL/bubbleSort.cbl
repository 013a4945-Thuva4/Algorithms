016239*                STATISTICS REPORT SHOWS THE TYPE MIX.  THE
016240*                CHECKPOINT DETAIL GREW ONE BYTE FOR THE
016241*                NETTING FLAG CARRIED ON EACH ARRAY ENTRY.
016242* 10/14/26  RH   EVERY TRANSACTION IS NOW CHECKED AGAINST THE
016243*                VSAM ACCOUNT MASTER (ACCTMST, COPYBOOK
016244*                ACCTMAST, MAINTAINED BY BACCT-DEV).  AN
016245*                ACCOUNT NOT ON FILE, FROZEN, OR CLOSED, OR A
016246*                TRAN DATE EARLIER THAN THE ACCOUNT'S OPEN
016247*                DATE, REJECTS TO SUSPENSE WITH ITS OWN
016248*                REASON.  THE SUSPENSE RECORD NOW CARRIES A
016249*                THREE-BYTE REJECT REASON CODE BEHIND THE
016250*                REJECT DATE (LRECL 41) FOR EVERY REJECT, AND
016251*                THE CHECKPOINT SUSPENSE ENTRY WIDENED TO
016252*                MATCH WITHIN THE SAME 82-BYTE RECORD.  A
016253*                MASTER THAT CANNOT BE OPENED SKIPS THE
016254*                ACCOUNT CHECKS, SAYS SO ON THE CONTROL
016255*                REPORT, AND ENDS THE RUN RC=4.
016256* 10/14/26  RH   HIGH-VALUE AND VELOCITY HOLDS.  A TRANSACTION
016257*                OVER ITS HOLD LIMITS - A SINGLE AMOUNT OVER THE
016258*                MAXIMUM, OR MORE TRANSACTIONS FOR THE ACCOUNT
016259*                ON ONE TRAN DATE THAN ALLOWED - IS DIVERTED
016260*                BEFORE THE SORT TO THE HOLD QUEUE (HOLDOUT,
016261*                COPYBOOK HOLDITEM) AND LISTED ON THE NEW HOLD
016262*                REPORT (HOLDRPT) INSTEAD OF REACHING NUMOUT.
016263*                LIMITS COME FROM THE HOLDLIM DATASET: A DEFAULT
016264*                WITH REGION AND ACCOUNT OVERRIDES.  THE PRIOR
016265*                QUEUE ARRIVES THROUGH BHOLD-DEV'S SUPERVISOR
016266*                APPROVAL PASS (HOLDIN): APPROVED ITEMS SORT IN
016267*                AS RELEASES, DECLINED ITEMS GO TO SUSPENSE
016268*                WITH REASON HDC (AND STAY THERE UNTIL BSUSP-DEV
016269*                RELEASES OR DELETES THEM), AND PENDING ITEMS
016270*                ARE CARRIED FORWARD.  THE CHECKPOINT CARRIES
016271*                THE QUEUE BEHIND THE SUSPENSE ENTRIES.
016272* 10/14/26  RH   EACH REGION (NUMIN1-NUMIN4) NOW GETS ITS OWN
016273*                ACKNOWLEDGEMENT DATASET (REGACK1-REGACK4): A
016274*                HEADER, ONE LINE PER DATA RECORD IT SUBMITTED
016275*                WITH THE OUTCOME (ACCEPTED, REJECTED TO
016276*                SUSPENSE WITH THE REASON, SUPPRESSED AS AN
016277*                INTER-REGION DUPLICATE, NETTED AGAINST A
016278*                REVERSAL, HELD FOR APPROVAL, OR EXCLUDED WHEN
016279*                THE FILE FAILED ITS CONTROL CHECK), TOTALS BY
016280*                OUTCOME, AND A CONTROL LINE TYING THE COUNT AND
016281*                AMOUNT BACK TO THE REGION'S CTL RECORD.  EACH
016282*                ARRAY-TABLE ENTRY CARRIES ITS ACK-TABLE
016283*                SUBSCRIPT (ARR-ACK-SUB).  THE CHECKPOINT NOW
016284*                CARRIES THE REGION CONTROL FIGURES AND THE ACK
016285*                ENTRIES BEHIND THE HOLD QUEUE, SO A RESTART
016286*                ALSO KEEPS THE CONTROL REPORT'S REGION
016287*                VERIFICATION LINES.
016288* 10/15/26  RH   MULTI-CURRENCY.  THE TRANSACTION RECORD
016289*                (NUMRECRD, NOW 44 BYTES) CARRIES A CURRENCY
016290*                CODE AND THE ORIGINAL AMOUNT.  EACH GOOD RECORD
016291*                IS CONVERTED TO THE BASE CURRENCY AT THE RATE IN
016292*                FORCE ON ITS TRAN DATE FROM THE RATETBL DATASET
016293*                (COPYBOOK FXRATE, CUT BY BRATE-DEV); AN UNKNOWN
016294*                CURRENCY, NO RATE FOR THE DATE, OR A BASE AMOUNT
016295*                TOO LARGE GOES TO SUSPENSE (CUR, RTE, CNV).
016296*                NEW FOREIGN CURRENCY REPORT (FXRPT).  NUMOUT,
016297*                SUSPENSE, HOLD QUEUE AND CHECKPOINT RECORDS ARE
016298*                WIDENED TO MATCH (RESTART LRECL 94).
016300* 10/15/26  RH   ACCOUNTING PERIOD CONTROL.  EACH TRAN DATE IS
016301*                CHECKED AGAINST THE CLOSED MONTHS ON THE PERDCTL
016302*                DATASET (COPYBOOK PERIODCT, CUT BY BPCLS-DEV).
016303*                AN ITEM DATED IN A CLOSED MONTH GOES TO SUSPENSE
016304*                (CPD), OR IS RE-DATED TO THE RUN DATE WHEN
016305*                PARMCARD COLUMN 24 IS Y.  AN ITEM DATED MORE
016306*                THAN THE PERDCTL FUTURE-DATING LIMIT AFTER THE
016307*                RUN DATE IS REJECTED (FUT).  ALL OF THEM ARE
016308*                LISTED ON THE NEW BACK-DATED TRANSACTIONS
016309*                REPORT (BDATRPT).
016310* 10/15/26  RH   ACCOUNT NUMBERS ON THE PRINTED REPORTS (EXCPRPT,
016311*                DUPRPT, OFFSRPT, HOLDRPT, BDATRPT, AND THE
016312*                STATRPT AND RECNRPT ACCOUNT KEYS) ARE MASKED TO
016313*                THE LAST FOUR DIGITS BY 9200-MASK-ACCOUNT.  THE
016314*                OUTPUT DATASETS (NUMOUT, SUSPOUT, GLOUT, THE
016315*                ACKS AND TRANHIST) STAY IN CLEAR.
016320*---------------------------------------------------------------
016330 ENVIRONMENT DIVISION.
016340 CONFIGURATION SECTION.
016350 SOURCE-COMPUTER.  IBM-370.
016360 OBJECT-COMPUTER.  IBM-370.
016370 INPUT-OUTPUT SECTION.
016380 FILE-CONTROL.
016900     SELECT NUM-INPUT-FILE1 ASSIGN TO NUMIN1
017000                            ORGANIZATION IS SEQUENTIAL
017100                            FILE STATUS IS WS-INPUT1-FILE-STATUS.
021600                            ASSIGN TO RUNHIST
021700                            ORGANIZATION IS SEQUENTIAL
021800                            FILE STATUS IS WS-RUNHIST-FILE-STATUS.
021810     SELECT ACCOUNT-MASTER-FILE
021820                            ASSIGN TO ACCTMST
021830                            ORGANIZATION IS INDEXED
021840                            ACCESS MODE IS RANDOM
021850                            RECORD KEY IS AM-ACCOUNT-NUMBER
021860                            FILE STATUS IS WS-ACCTMST-FILE-STATUS.
021862     SELECT LIMITS-FILE     ASSIGN TO HOLDLIM
021864                            ORGANIZATION IS SEQUENTIAL
021866                            FILE STATUS IS WS-LIMITS-FILE-STATUS.
021868     SELECT HOLD-IN-FILE    ASSIGN TO HOLDIN
021870                            ORGANIZATION IS SEQUENTIAL
021872                            FILE STATUS IS WS-HOLDIN-FILE-STATUS.
021874     SELECT HOLD-OUT-FILE   ASSIGN TO HOLDOUT
021876                            ORGANIZATION IS SEQUENTIAL.
021878     SELECT HOLD-REPORT-FILE
021880                            ASSIGN TO HOLDRPT
021882                            ORGANIZATION IS SEQUENTIAL.
021884     SELECT REGION-ACK-FILE1
021885                            ASSIGN TO REGACK1
021886                            ORGANIZATION IS SEQUENTIAL.
021887     SELECT REGION-ACK-FILE2
021888                            ASSIGN TO REGACK2
021889                            ORGANIZATION IS SEQUENTIAL.
021890     SELECT REGION-ACK-FILE3
021891                            ASSIGN TO REGACK3
021892                            ORGANIZATION IS SEQUENTIAL.
021893     SELECT REGION-ACK-FILE4
021894                            ASSIGN TO REGACK4
021895                            ORGANIZATION IS SEQUENTIAL.
021896     SELECT RATE-TABLE-FILE ASSIGN TO RATETBL
021897                            ORGANIZATION IS SEQUENTIAL
021898                            FILE STATUS IS WS-RATES-FILE-STATUS.
021899     SELECT FX-REPORT-FILE  ASSIGN TO FXRPT
021900                            ORGANIZATION IS SEQUENTIAL.
021902     SELECT PERIOD-CTL-FILE ASSIGN TO PERDCTL
021903                            ORGANIZATION IS SEQUENTIAL
021904                            FILE STATUS IS WS-PERIODS-FILE-STATUS.
021905     SELECT BACKDATED-REPORT-FILE
021906                            ASSIGN TO BDATRPT
021907                            ORGANIZATION IS SEQUENTIAL.
021908*
022000 DATA DIVISION.
022100 FILE SECTION.
022200 FD  NUM-INPUT-FILE1
022300     RECORDING MODE IS F
022400     LABEL RECORDS ARE STANDARD.
022500 01  NUM-INPUT-RECORD1           PIC X(44).
022600*
022700 FD  NUM-INPUT-FILE2
022800     RECORDING MODE IS F
022900     LABEL RECORDS ARE STANDARD.
023000 01  NUM-INPUT-RECORD2           PIC X(44).
023100*
023200 FD  NUM-INPUT-FILE3
023300     RECORDING MODE IS F
023400     LABEL RECORDS ARE STANDARD.
023500 01  NUM-INPUT-RECORD3           PIC X(44).
023600*
023700 FD  NUM-INPUT-FILE4
023800     RECORDING MODE IS F
023900     LABEL RECORDS ARE STANDARD.
024000 01  NUM-INPUT-RECORD4           PIC X(44).
024100*
024200 FD  NUM-OUTPUT-FILE
024300     RECORDING MODE IS F
024600     02  NOH-RECORD-TYPE     PIC X(01).
024700     02  NOH-RUN-DATE        PIC 9(08).
024800     02  NOH-RUN-ID          PIC X(08).
024900     02  FILLER              PIC X(33).
025000 01  NUM-OUTPUT-DETAIL.
025100     02  NOD-RECORD-TYPE     PIC X(01).
025200     02  NOD-RECORD-DATA.
025800     02  NTR-RECORD-TYPE     PIC X(01).
025900     02  NTR-RECORD-COUNT    PIC 9(09).
026000     02  NTR-HASH-TOTAL      PIC S9(15).
026100     02  FILLER              PIC X(25).
026200*
026300 FD  EXCEPTION-REPORT-FILE
026400     RECORDING MODE IS F
026800     02  FILLER              PIC X(02)  VALUE SPACES.
026900     02  ER-SOURCE-NAME      PIC X(08).
027000     02  FILLER              PIC X(02)  VALUE SPACES.
027100     02  ER-OFFENDING-VALUE  PIC X(44).
027200     02  FILLER              PIC X(02)  VALUE SPACES.
027300     02  ER-REASON           PIC X(20).
027400*
028500     02  PARM-SUSPENSE-AGE-DAYS PIC X(03).
028550     02  PARM-DUP-MODE       PIC X(01).
028560     02  PARM-VOLUME-PCT     PIC X(03).
028570     02  PARM-REDATE-OPTION  PIC X(01).
028600     02  FILLER              PIC X(56).
028700*
028800 FD  RESTART-FILE
028900     RECORDING MODE IS F
030000         03  RST-SRC-SORTED  PIC 9(04).
030100         03  RST-SRC-REJECT  PIC 9(04).
030200     02  RST-SUSPENSE-COUNT  PIC 9(04).
030300     02  RST-HOLD-COUNT      PIC 9(04).
030301     02  FILLER              PIC X(12).
030400 01  RESTART-DETAIL-RECORD.
030500     02  RST-ARRAY-ENTRY     PIC X(62).
030600     02  FILLER              PIC X(32).
030700 01  RESTART-SUSPENSE-RECORD.
030800     02  RST-SUSPENSE-ENTRY  PIC X(55).
030900     02  FILLER              PIC X(39).
030910 01  RESTART-HOLD-RECORD.
030920     02  RST-HOLD-ENTRY      PIC X(94).
030940 01  RESTART-REGION-RECORD.
030950     02  RST-REGION-ENTRY    PIC X(40).
030960     02  FILLER              PIC X(54).
030970 01  RESTART-ACK-RECORD.
030980     02  RST-ACK-ENTRY       PIC X(69).
030990     02  FILLER              PIC X(25).
031000*
031100 FD  CONTROL-REPORT-FILE
031200     RECORDING MODE IS F
032000     02  POH-RECORD-TYPE     PIC X(01).
032100     02  POH-RUN-DATE        PIC 9(08).
032200     02  POH-RUN-ID          PIC X(08).
032300     02  FILLER              PIC X(33).
032400 01  PRIOR-OUTPUT-DETAIL.
032500     02  POD-RECORD-TYPE     PIC X(01).
032600     02  POD-RECORD-DATA.
033200     02  PTR-RECORD-TYPE     PIC X(01).
033300     02  PTR-RECORD-COUNT    PIC 9(09).
033400     02  PTR-HASH-TOTAL      PIC S9(15).
033500     02  FILLER              PIC X(25).
033600*
033700 FD  RECON-REPORT-FILE
033800     RECORDING MODE IS F
035100     RECORDING MODE IS F
035200     LABEL RECORDS ARE STANDARD.
035300 01  SUSPENSE-IN-RECORD.
035400     02  SI-RECORD-DATA      PIC X(44).
035500     02  SI-REJECT-DATE      PIC 9(08).
035510     02  SI-REASON-CODE      PIC X(03).
035600*
035700 FD  SUSPENSE-OUT-FILE
035800     RECORDING MODE IS F
035900     LABEL RECORDS ARE STANDARD.
036000 01  SUSPENSE-OUT-RECORD.
036100     02  SO-RECORD-DATA      PIC X(44).
036200     02  SO-REJECT-DATE      PIC 9(08).
036210     02  SO-REASON-CODE      PIC X(03).
036300*
036310 FD  RELEASE-IN-FILE
036320     RECORDING MODE IS F
036330     LABEL RECORDS ARE STANDARD.
036340 01  RELEASE-IN-RECORD           PIC X(44).
036350*
036352 FD  DUP-REPORT-FILE
036354     RECORDING MODE IS F
037100     LABEL RECORDS ARE STANDARD.
037200 01  RUN-HISTORY-RECORD.
037300     COPY RUNHISTR REPLACING ==:TAG:== BY ==RH==.
037310*
037320 FD  ACCOUNT-MASTER-FILE
037330     LABEL RECORDS ARE STANDARD.
037340 01  ACCOUNT-MASTER-RECORD.
037350     COPY ACCTMAST REPLACING ==:TAG:== BY ==AM==.
037352*
037353 FD  LIMITS-FILE
037354     RECORDING MODE IS F
037355     LABEL RECORDS ARE STANDARD.
037356 01  LIMITS-RECORD.
037357     02  LIM-TYPE            PIC X(01).
037358     02  LIM-KEY             PIC X(10).
037359     02  LIM-MAX-AMOUNT      PIC 9(09)V99.
037360     02  LIM-MAX-TRANS       PIC 9(04).
037361     02  FILLER              PIC X(54).
037362*
037363 FD  HOLD-IN-FILE
037364     RECORDING MODE IS F
037365     LABEL RECORDS ARE STANDARD.
037366 01  HOLD-IN-RECORD.
037367     COPY HOLDITEM REPLACING ==:TAG:== BY ==HI==.
037368*
037369 FD  HOLD-OUT-FILE
037370     RECORDING MODE IS F
037371     LABEL RECORDS ARE STANDARD.
037372 01  HOLD-OUT-RECORD.
037373     COPY HOLDITEM REPLACING ==:TAG:== BY ==HO==.
037374*
037375 FD  HOLD-REPORT-FILE
037376     RECORDING MODE IS F
037377     LABEL RECORDS ARE STANDARD.
037378 01  HOLD-REPORT-RECORD          PIC X(80).
037380*
037381 FD  REGION-ACK-FILE1
037382     RECORDING MODE IS F
037383     LABEL RECORDS ARE STANDARD.
037384 01  REGION-ACK-RECORD1          PIC X(80).
037385*
037386 FD  REGION-ACK-FILE2
037387     RECORDING MODE IS F
037388     LABEL RECORDS ARE STANDARD.
037389 01  REGION-ACK-RECORD2          PIC X(80).
037390*
037391 FD  REGION-ACK-FILE3
037392     RECORDING MODE IS F
037393     LABEL RECORDS ARE STANDARD.
037394 01  REGION-ACK-RECORD3          PIC X(80).
037395*
037396 FD  REGION-ACK-FILE4
037397     RECORDING MODE IS F
037398     LABEL RECORDS ARE STANDARD.
037399 01  REGION-ACK-RECORD4          PIC X(80).
037400*
037401 FD  RATE-TABLE-FILE
037402     RECORDING MODE IS F
037403     LABEL RECORDS ARE STANDARD.
037404 01  RATE-TABLE-RECORD.
037405     COPY FXRATE REPLACING ==:TAG:== BY ==RT==.
037406*
037407 FD  FX-REPORT-FILE
037408     RECORDING MODE IS F
037409     LABEL RECORDS ARE STANDARD.
037410 01  FX-REPORT-RECORD            PIC X(80).
037411*
037412 FD  PERIOD-CTL-FILE
037413     RECORDING MODE IS F
037414     LABEL RECORDS ARE STANDARD.
037415 01  PERIOD-CTL-RECORD.
037416     COPY PERIODCT REPLACING ==:TAG:== BY ==PD==.
037417*
037418 FD  BACKDATED-REPORT-FILE
037419     RECORDING MODE IS F
037420     LABEL RECORDS ARE STANDARD.
037421 01  BACKDATED-REPORT-RECORD     PIC X(80).
037422*
037500 WORKING-STORAGE SECTION.
037600*---------------------------------------------------------------
037700* SWITCHES
042500         88  NON-PROCESSING-DAY           VALUE "Y".
042600     02  WS-CAL-AVAIL-SW     PIC X(01)  VALUE "N".
042700         88  CALENDAR-IS-AVAILABLE        VALUE "Y".
042710     02  WS-ACCTMST-FILE-STATUS PIC X(02) VALUE "00".
042720     02  WS-ACCTMST-OPEN-SW  PIC X(01)  VALUE "N".
042730         88  ACCOUNT-MASTER-IS-OPEN       VALUE "Y".
042740     02  WS-ACCT-FOUND-SW    PIC X(01)  VALUE "N".
042750         88  ACCOUNT-IS-ON-FILE           VALUE "Y".
042755     02  WS-LIMITS-FILE-STATUS PIC X(02) VALUE "00".
042760     02  WS-LIMITS-EOF-SW    PIC X(01)  VALUE "N".
042765         88  END-OF-LIMITS                VALUE "Y".
042770     02  WS-LIMITS-LOADED-SW PIC X(01)  VALUE "N".
042775         88  HOLD-LIMITS-ARE-LOADED       VALUE "Y".
042780     02  WS-HOLDIN-FILE-STATUS PIC X(02) VALUE "00".
042785     02  WS-HOLDIN-OPEN-SW   PIC X(01)  VALUE "N".
042790         88  HOLD-IN-IS-OPEN              VALUE "Y".
042791     02  WS-RATES-FILE-STATUS PIC X(02) VALUE "00".
042792     02  WS-RATES-EOF-SW     PIC X(01)  VALUE "N".
042793         88  END-OF-RATES                 VALUE "Y".
042794     02  WS-RATES-LOADED-SW  PIC X(01)  VALUE "N".
042795         88  RATE-TABLE-IS-LOADED         VALUE "Y".
042796     02  WS-PERIODS-FILE-STATUS PIC X(02) VALUE "00".
042797     02  WS-PERIODS-EOF-SW   PIC X(01)  VALUE "N".
042798         88  END-OF-PERIODS               VALUE "Y".
042800*
042900*---------------------------------------------------------------
043000* COUNTERS AND SUBSCRIPTS
056220     02  SC-RECORD-ID        PIC X(03).
056222     02  SC-RECORD-COUNT     PIC 9(06).
056224     02  SC-AMOUNT-TOTAL     PIC 9(11)V99.
056226     02  FILLER              PIC X(22).
056228 01  SOURCE-VERIFY-TABLE.
056230     02  SOURCE-VERIFY-ENTRY OCCURS 4 TIMES.
056232         03  BS-SRC-CTL-SW   PIC X(01).
056259 77  BS-XDUP-COUNT           PIC 9(04)  VALUE 0    COMP.
056261 77  BS-XDUP-SUB             PIC 9(04)  VALUE 0    COMP.
056262 77  WS-XDUP-SKIP-SW         PIC X(01)  VALUE "N".
056263 77  BS-OFFSET-PAIR-COUNT    PIC 9(04)  VALUE 0    COMP.
056264 77  BS-UNMATCHED-REV-COUNT  PIC 9(04)  VALUE 0    COMP.
056265 77  BS-TYPE-D-COUNT         PIC 9(05)  VALUE 0    COMP.
056266 77  BS-TYPE-C-COUNT         PIC 9(05)  VALUE 0    COMP.
056267 77  WS-NET-MATCH-SUB        PIC 9(04)  VALUE 0    COMP.
056268*
056269*---------------------------------------------------------------
056270* VOLUME REASONABLENESS WORK AREAS - THE LAST TEN RUNHIST
056271* RECORDS (ALL PRIOR BUSINESS-DAY RUNS - NON-PROCESSING DAYS
056272* NEVER WRITE HISTORY) FEED A TRAILING AVERAGE OF SORTED,
056273* REJECT, AND DUPLICATE COUNTS.  TONIGHT IS FLAGGED WHEN IT
056275* FALLS OUTSIDE AVERAGE PLUS-OR-MINUS THE PARMCARD PERCENT.
056277*---------------------------------------------------------------
056281 77  WS-VOLUME-CHECK-SW      PIC X(01)  VALUE "N".
056283     88  VOLUME-CHECK-WANTED            VALUE "Y".
056284 77  WS-VOLHIST-EOF-SW       PIC X(01)  VALUE "N".
056285     88  END-OF-VOLUME-HISTORY          VALUE "Y".
056286 77  WS-VOLUME-ABNORMAL-SW   PIC X(01)  VALUE "N".
056287     88  VOLUME-IS-ABNORMAL             VALUE "Y".
056289 01  VOLUME-HISTORY-TABLE.
056291     02  BS-VOL-COUNT        PIC 9(04)  VALUE 0    COMP.
056323 77  WS-VOL-EDIT-ACT         PIC ZZZZZ9.
056325 77  WS-VOL-EDIT-LOW         PIC ZZZZZ9.
056327 77  WS-VOL-EDIT-HIGH        PIC ZZZZZ9.
056337 77  WS-CTL-EDIT-COUNT       PIC ZZZZZ9.
056347 77  WS-CTL-EDIT-COUNT2      PIC ZZZZZ9.
056357 77  WS-CTL-EDIT-AMT         PIC ZZZZZZZZZ9.99.
056367 77  WS-CTL-EDIT-AMT2        PIC ZZZZZZZZZ9.99.
056377*---------------------------------------------------------------
056400* REJECT SAVE TABLE - IMAGE OF EVERY SUSPENSE RECORD WRITTEN
056500* THIS RUN, CARRIED IN THE CHECKPOINT BEHIND THE ARRAY ENTRIES
056600* SO A RESTART RUN CAN REWRITE THE FAILED RUN'S SUSPENSE AND
056800*---------------------------------------------------------------
056900 01  REJECT-SAVE-TABLE.
057000     02  BS-REJECT-SAVE-COUNT PIC 9(04) VALUE 0   COMP.
057100     02  BS-REJECT-SAVE-ENTRY PIC X(55) OCCURS 9999 TIMES.
057200 77  WS-WORK-KEY             PIC X(12)  VALUE SPACES.
057300 77  WS-KEY-NUMERIC          PIC 9(12)  VALUE 0.
057400 77  WS-SORT-KEY-NAME        PIC X(08)  VALUE "ACCOUNT".
057500 77  WS-REJECT-REASON        PIC X(20)  VALUE SPACES.
057510 77  WS-REJECT-CODE          PIC X(03)  VALUE SPACES.
057600 77  WS-SAVE-DIRECTION       PIC X(01)  VALUE "A".
057700 77  WS-SAVE-SORT-KEY        PIC X(01)  VALUE "A".
057800 77  WS-MODE-NAME            PIC X(09)  VALUE "DETAIL".
057900 77  BS-GROUP-START          PIC 9(04)  VALUE 0    COMP.
058000 77  BS-GROUP-SIZE           PIC 9(05)  VALUE 0    COMP.
058002*
058004*---------------------------------------------------------------
058006* HOLD QUEUE WORK AREAS - THE HOLD LIMITS LOADED FROM THE HOLDLIM
058008* DATASET: ONE DEFAULT, AN OVERRIDE PER REGION (NUMIN1-NUMIN4),
058010* AND UP TO 500 ACCOUNT OVERRIDES, EACH WITH A MAXIMUM SINGLE
058012* AMOUNT AND A MAXIMUM NUMBER OF TRANSACTIONS PER ACCOUNT PER
058014* TRAN DATE.  A ZERO MEASURE IS NO LIMIT AT THAT LEVEL, SO THE
058016* NEXT LEVEL DOWN APPLIES.  HOLD-FLAG-TABLE RUNS PARALLEL TO
058018* ARRAY-TABLE DURING THE HOLD PASS.  HOLD-SAVE-TABLE KEEPS
058020* EVERY HOLD QUEUE RECORD WRITTEN THIS RUN FOR THE CHECKPOINT,
058022* THE SAME WAY REJECT-SAVE-TABLE DOES FOR SUSPENSE.
058024*---------------------------------------------------------------
058026 01  HOLD-LIMIT-TABLE.
058028     02  BS-LIM-DFT-AMOUNT   PIC 9(09)V99 VALUE 0.
058030     02  BS-LIM-DFT-TRANS    PIC 9(04)  VALUE 0.
058032     02  LIMIT-REGION-ENTRY  OCCURS 4 TIMES.
058034         03  BS-LIM-RGN-AMOUNT PIC 9(09)V99.
058036         03  BS-LIM-RGN-TRANS PIC 9(04).
058038     02  BS-LIM-ACCT-TOTAL   PIC 9(04)  VALUE 0    COMP.
058040     02  LIMIT-ACCOUNT-ENTRY OCCURS 500 TIMES.
058042         03  BS-LIM-ACCT-KEY PIC X(10).
058044         03  BS-LIM-ACCT-AMOUNT PIC 9(09)V99.
058046         03  BS-LIM-ACCT-TRANS PIC 9(04).
058048 77  BS-LIM-AMOUNT           PIC 9(09)V99 VALUE 0.
058050 77  BS-LIM-TRANS            PIC 9(04)  VALUE 0.
058052 77  BS-LIM-SUB              PIC 9(04)  VALUE 0    COMP.
058054 77  BS-LIM-FOUND-SUB        PIC 9(04)  VALUE 0    COMP.
058056 77  WS-LIMIT-REGION         PIC 9(01)  VALUE 0.
058058 01  HOLD-FLAG-TABLE.
058060     02  HOLD-FLAG-ENTRY     OCCURS 9999 TIMES.
058062         03  BS-HOLD-FLAG    PIC X(03).
058064         03  BS-HOLD-DAY-COUNT PIC 9(04) COMP.
058066 01  HOLD-SAVE-TABLE.
058068     02  BS-HOLD-SAVE-COUNT  PIC 9(04)  VALUE 0    COMP.
058070     02  BS-HOLD-SAVE-ENTRY  PIC X(94) OCCURS 9999 TIMES.
058072 01  HOLD-WORK-RECORD.
058074     COPY HOLDITEM REPLACING ==:TAG:== BY ==HW==.
058076 77  BS-HOLD-NEW-COUNT       PIC 9(04)  VALUE 0    COMP.
058078 77  BS-HOLD-AMOUNT-COUNT    PIC 9(04)  VALUE 0    COMP.
058080 77  BS-HOLD-VELOCITY-COUNT  PIC 9(04)  VALUE 0    COMP.
058082 77  BS-HOLD-PENDING-COUNT   PIC 9(04)  VALUE 0    COMP.
058084 77  BS-HOLD-RELEASED-COUNT  PIC 9(04)  VALUE 0    COMP.
058086 77  BS-HOLD-DECLINED-COUNT  PIC 9(04)  VALUE 0    COMP.
058088 77  WS-HOLD-DAY-TALLY       PIC 9(04)  VALUE 0    COMP.
058090 77  WS-HOLD-LINE-LABEL      PIC X(08)  VALUE SPACES.
058092 77  WS-HOLD-LINE-TEXT       PIC X(20)  VALUE SPACES.
058094 77  WS-HOLD-SOURCE-NAME     PIC X(08)  VALUE SPACES.
058096 77  WS-HOLD-EDIT-AMT        PIC ZZZZZZZZ9.99.
058098 77  WS-HOLD-EDIT-CT         PIC ZZZ9.
058099 77  WS-HOLD-EDIT-CT2        PIC ZZZ9.
058100*
058101*---------------------------------------------------------------
058102* REGION ACKNOWLEDGEMENT WORK AREAS - ONE ACK-ENTRY PER DATA
058103* RECORD READ FROM NUMIN1-NUMIN4 (THE REGION'S CONTROL RECORD
058104* IS NOT ITSELF ACKNOWLEDGED) WITH THE REGION IT CAME FROM AND
058105* WHAT BECAME OF IT: A ACCEPTED INTO THE SORT, R REJECTED TO
058106* SUSPENSE, D SUPPRESSED AS AN INTER-REGION DUPLICATE, N NETTED
058107* AGAINST A REVERSAL, H HELD FOR SUPERVISOR APPROVAL, X
058108* EXCLUDED WITH THE WHOLE FILE WHEN THE REGION FAILED ITS
058109* CONTROL CHECK.  ARR-ACK-SUB POINTS EACH ARRAY-TABLE ENTRY
058110* BACK AT ITS ACK-ENTRY SO THE NETTING AND HOLD PASSES CAN
058111* RECORD THE FINAL OUTCOME.  THE ACK-xxx-LINE LAYOUTS ARE THE
058112* 80-BYTE RECORDS OF THE REGACK1-REGACK4 DATASETS.
058113*---------------------------------------------------------------
058114 01  ACK-TABLE.
058115     02  BS-ACK-COUNT        PIC 9(04)  VALUE 0    COMP.
058116     02  ACK-ENTRY           OCCURS 9999 TIMES.
058117         03  BS-ACK-RECORD   PIC X(44).
058118         03  BS-ACK-SOURCE   PIC 9(01).
058119         03  BS-ACK-OUTCOME  PIC X(01).
058120         03  BS-ACK-REASON-CODE PIC X(03).
058121         03  BS-ACK-REASON-TEXT PIC X(20).
058123 77  BS-ACK-SUB              PIC 9(04)  VALUE 0    COMP.
058124 77  BS-ACK-OUT-SUB          PIC 9(04)  VALUE 0    COMP.
058125 77  WS-ACK-REGION           PIC 9(01)  VALUE 0.
058126 77  WS-ACK-EOF-SW           PIC X(01)  VALUE "N".
058127 77  BS-ACK-TOTAL-COUNT      PIC 9(06)  VALUE 0.
058128 77  BS-ACK-TOTAL-AMOUNT     PIC 9(11)V99 VALUE 0.
058129 77  WS-ACK-LINE             PIC X(80)  VALUE SPACES.
058130 01  ACK-OUTCOME-VALUES.
058131     02  FILLER              PIC X(06)  VALUE "ARDNHX".
058132 01  ACK-OUTCOME-TABLE REDEFINES ACK-OUTCOME-VALUES.
058133     02  BS-ACK-OUTCOME-CODE PIC X(01)  OCCURS 6 TIMES.
058134 01  ACK-OUTCOME-TOTALS.
058135     02  ACK-OUTCOME-TOTAL   OCCURS 6 TIMES.
058136         03  BS-ACK-OUT-COUNT PIC 9(06).
058137         03  BS-ACK-OUT-AMOUNT PIC 9(11)V99.
058138 01  REGION-SAVE-TABLE.
058139     02  BS-REGION-SAVE-ENTRY PIC X(40) OCCURS 4 TIMES.
058140 01  ACK-WORK-RECORD.
058141     COPY NUMRECRD REPLACING ==:TAG:== BY ==AW==.
058142 01  ACK-HEADER-LINE.
058143     02  AKH-RECORD-TYPE     PIC X(01).
058144     02  AKH-REGION          PIC 9(01).
058145     02  AKH-SOURCE-NAME     PIC X(08).
058146     02  AKH-RUN-DATE        PIC 9(08).
058147     02  AKH-RUN-ID          PIC X(08).
058148     02  AKH-RUN-STATUS      PIC X(01).
058149     02  AKH-CTL-PRESENT     PIC X(01).
058150     02  AKH-CTL-VERIFY      PIC X(01).
058151     02  FILLER              PIC X(51).
058152 01  ACK-DETAIL-LINE.
058153     02  AKD-RECORD-TYPE     PIC X(01).
058154     02  AKD-REGION          PIC 9(01).
058155     02  AKD-RECORD-DATA     PIC X(44).
058156     02  AKD-OUTCOME         PIC X(01).
058157     02  AKD-REASON-CODE     PIC X(03).
058158     02  AKD-REASON-TEXT     PIC X(20).
058159     02  FILLER              PIC X(10).
058160 01  ACK-TOTAL-LINE.
058161     02  AKT-RECORD-TYPE     PIC X(01).
058162     02  AKT-REGION          PIC 9(01).
058163     02  AKT-OUTCOME         PIC X(01).
058164     02  AKT-COUNT           PIC 9(06).
058165     02  AKT-AMOUNT          PIC 9(11)V99.
058166     02  FILLER              PIC X(58).
058167 01  ACK-CONTROL-LINE.
058168     02  AKC-RECORD-TYPE     PIC X(01).
058169     02  AKC-REGION          PIC 9(01).
058170     02  AKC-CTL-COUNT       PIC 9(06).
058171     02  AKC-CTL-AMOUNT      PIC 9(11)V99.
058172     02  AKC-ACK-COUNT       PIC 9(06).
058173     02  AKC-ACK-AMOUNT      PIC 9(11)V99.
058174     02  AKC-TIE-SW          PIC X(01).
058175     02  FILLER              PIC X(39).
058176*
058177*---------------------------------------------------------------
058178* EXCHANGE-RATE WORK AREAS - THE DATED RATE TABLE LOADED FROM
058179* THE RATETBL DATASET IN CURRENCY / EFFECTIVE-FROM ORDER, AND
058180* THE BASE CURRENCY CODE OFF ITS TYPE B RECORD.  3125-LOCATE-
058181* RATE LOOKS UP WS-FX-LOOKUP-CURRENCY ON WS-FX-LOOKUP-DATE.
058182* FX-TOTAL-TABLE ACCUMULATES THE FOREIGN CURRENCY REPORT, ONE
058183* ENTRY PER CURRENCY AND RATE APPLIED, KEPT IN THAT ORDER.
058184* FX-REJECT-WORK IS A SUSPENSE IMAGE FROM REJECT-SAVE-TABLE.
058185*---------------------------------------------------------------
058186 01  RATE-TABLE.
058187     02  BS-RATE-COUNT       PIC 9(04)  VALUE 0    COMP.
058188     02  RATE-ENTRY          OCCURS 2000 TIMES.
058189         03  BS-RATE-CURRENCY PIC X(03).
058190         03  BS-RATE-FROM    PIC 9(08).
058191         03  BS-RATE-TO      PIC 9(08).
058192         03  BS-RATE-VALUE   PIC 9(05)V9(06).
058193 77  BS-RATE-SUB             PIC 9(04)  VALUE 0    COMP.
058194 77  BS-RATE-FOUND-SUB       PIC 9(04)  VALUE 0    COMP.
058195 77  WS-BASE-CURRENCY        PIC X(03)  VALUE SPACES.
058196 77  WS-FX-LOOKUP-CURRENCY   PIC X(03)  VALUE SPACES.
058197 77  WS-FX-LOOKUP-DATE       PIC 9(08)  VALUE 0.
058198 77  WS-FX-CURRENCY-SW       PIC X(01)  VALUE "N".
058199 77  WS-FX-RATE              PIC 9(05)V9(06) VALUE 0.
058200 77  WS-FX-BASE-AMOUNT       PIC 9(09)V99 VALUE 0.
058201 01  FX-TOTAL-TABLE.
058202     02  BS-FX-COUNT         PIC 9(04)  VALUE 0    COMP.
058203     02  FX-TOTAL-ENTRY      OCCURS 500 TIMES.
058204         03  BS-FX-CURRENCY  PIC X(03).
058205         03  BS-FX-RATE      PIC 9(05)V9(06).
058206         03  BS-FX-ITEMS     PIC 9(06).
058207         03  BS-FX-ORIG-NET  PIC S9(13)V99.
058208         03  BS-FX-BASE-NET  PIC S9(13)V99.
058209 77  BS-FX-SUB               PIC 9(04)  VALUE 0    COMP.
058210 77  BS-FX-POS               PIC 9(04)  VALUE 0    COMP.
058211 77  BS-FX-ARR-SUB           PIC 9(04)  VALUE 0    COMP.
058212 77  BS-FX-CUR-REJECTS       PIC 9(04)  VALUE 0    COMP.
058213 77  BS-FX-RTE-REJECTS       PIC 9(04)  VALUE 0    COMP.
058214 77  BS-FX-CNV-REJECTS       PIC 9(04)  VALUE 0    COMP.
058215 77  WS-FX-SUB-ITEMS         PIC 9(06)  VALUE 0.
058216 77  WS-FX-SUB-ORIG          PIC S9(13)V99 VALUE 0.
058217 77  WS-FX-SUB-BASE          PIC S9(13)V99 VALUE 0.
058218 77  WS-FX-TOT-ITEMS         PIC 9(06)  VALUE 0.
058219 77  WS-FX-TOT-BASE          PIC S9(13)V99 VALUE 0.
058220 77  WS-FX-EDIT-CT           PIC ZZZ9.
058221 01  FX-WORK-RECORD.
058222     COPY NUMRECRD REPLACING ==:TAG:== BY ==FW==.
058223 01  FX-REJECT-WORK.
058224     02  FILLER              PIC X(52).
058225     02  FXJ-REASON-CODE     PIC X(03).
058226 01  FX-DETAIL-LINE.
058227     02  FXL-CURRENCY        PIC X(03).
058228     02  FILLER              PIC X(02).
058229     02  FXL-RATE            PIC ZZZZ9.999999.
058230     02  FXL-RATE-X          REDEFINES FXL-RATE
058231                             PIC X(12).
058232     02  FILLER              PIC X(02).
058233     02  FXL-ITEMS           PIC ZZZZZ9.
058234     02  FILLER              PIC X(02).
058235     02  FXL-ORIG-NET        PIC -ZZZZZZZZZZZZ9.99.
058236     02  FILLER              PIC X(02).
058237     02  FXL-BASE-NET        PIC -ZZZZZZZZZZZZ9.99.
058238     02  FILLER              PIC X(17).
058239*---------------------------------------------------------------
058300* CONTROL REPORT WORK AREAS
058400*---------------------------------------------------------------
058500 77  WS-REPORT-NUMBER        PIC ZZZ9.
058600 77  WS-REPORT-NUMBER2       PIC ZZZ9.
058601*
058603*---------------------------------------------------------------
058605* ACCOUNTING PERIOD WORK AREAS - THE MONTHS ON THE PERDCTL
058607* DATASET (COPYBOOK PERIODCT, CUT BY BPCLS-DEV) IN PERIOD ORDER,
058609* WITH STATUS C (CLOSED) OR O (REOPENED), AND ITS FUTURE-DATING
058611* LIMIT IN DAYS.  A MONTH BEFORE THE FIRST ONE ON FILE IS
058613* CLOSED.  3160-CHECK-TRAN-PERIOD TESTS EACH TRAN DATE AGAINST
058615* THEM; BACKDATED-LINE IS ONE LINE OF THE BACK-DATED
058617* TRANSACTIONS REPORT (BDATRPT).
058619*---------------------------------------------------------------
058621 01  PERIOD-TABLE.
058623     02  BS-PRD-COUNT        PIC 9(04)  VALUE 0    COMP.
058625     02  PERIOD-ENTRY        OCCURS 600 TIMES.
058627         03  BS-PRD-PERIOD   PIC 9(06).
058629         03  BS-PRD-STATUS   PIC X(01).
058631 01  PERIOD-SWITCHES.
058633     02  WS-REDATE-SW        PIC X(01)  VALUE "N".
058635         88  REDATE-CLOSED-PERIODS        VALUE "Y".
058637     02  WS-PERIOD-CLOSED-SW PIC X(01)  VALUE "N".
058639         88  TRAN-PERIOD-IS-CLOSED        VALUE "Y".
058641 01  WS-PERIOD-DATE-WORK.
058643     02  WS-PDW-PERIOD       PIC 9(06).
058645     02  WS-PDW-DAY          PIC 9(02).
058647 01  WS-PERIOD-DATE-WORK-N   REDEFINES WS-PERIOD-DATE-WORK
058649                             PIC 9(08).
058651 77  BS-PRD-SUB              PIC 9(04)  VALUE 0    COMP.
058653 77  BS-FUTURE-DAYS          PIC 9(03)  VALUE 030.
058655 77  BS-BKD-SUSPENDED        PIC 9(04)  VALUE 0    COMP.
058657 77  BS-BKD-REDATED          PIC 9(04)  VALUE 0    COMP.
058659 77  BS-FUT-REJECTS          PIC 9(04)  VALUE 0    COMP.
058661 77  WS-LAST-CLOSED-PERIOD   PIC 9(06)  VALUE 0.
058663 77  WS-DAYS-AHEAD           PIC S9(05) VALUE 0.
058665 77  WS-BKD-EDIT-CT          PIC ZZZ9.
058667 77  WS-BKD-EDIT-DAYS        PIC ZZ9.
058669 01  BACKDATED-LINE.
058671     02  BDL-ACCOUNT-NUMBER  PIC X(10).
058673     02  FILLER              PIC X(02)  VALUE SPACES.
058675     02  BDL-TRAN-DATE       PIC 9(08).
058677     02  FILLER              PIC X(02)  VALUE SPACES.
058679     02  BDL-TRAN-TYPE       PIC X(01).
058681     02  FILLER              PIC X(02)  VALUE SPACES.
058683     02  BDL-AMOUNT          PIC ZZZZZZZZ9.99.
058685     02  FILLER              PIC X(02)  VALUE SPACES.
058687     02  BDL-ACTION          PIC X(20).
058689     02  FILLER              PIC X(02)  VALUE SPACES.
058691     02  BDL-NEW-DATE        PIC X(08).
058693     02  FILLER              PIC X(11)  VALUE SPACES.
058694*
058695*---------------------------------------------------------------
058696* ACCOUNT MASKING WORK AREAS - 9200-MASK-ACCOUNT REPLACES ALL BUT
058697* THE LAST FOUR CHARACTERS OF WS-MASK-ACCOUNT WITH ASTERISKS.
058698* WS-PRINT-IMAGE IS THE MASKED COPY OF A TRANSACTION RECORD FOR
058699* THE PRINTED REPORTS (9210-MASK-PRINT-IMAGE).
058700*---------------------------------------------------------------
058701 01  WS-PRINT-IMAGE          PIC X(44)  VALUE SPACES.
058702 77  WS-MASK-ACCOUNT         PIC X(10)  VALUE SPACES.
058703 77  BS-MASK-SUB             PIC S9(04) VALUE 0    COMP.
058704 77  BS-MASK-LEN             PIC S9(04) VALUE 0    COMP.
058705*
058800*---------------------------------------------------------------
058900* RECONCILIATION WORK AREAS - RECON-VALUE-TABLE HOLDS ONE ENTRY
059000* PER DISTINCT SORT KEY VALUE SEEN IN TODAY'S SORTED ARRAY-TABLE
060800* CARRIES THE FULL TRANSACTION RECORD BEHIND THE SORT KEY BUILT
060900* BY 3150-BUILD-SORT-KEY, SO THE SORT COMPARES KEYS ONLY AND
061000* THE WHOLE RECORD TRAVELS WITH ITS KEY.
061010* ARR-ACK-SUB IS THE ENTRY'S ACK-TABLE SUBSCRIPT (ZERO FOR
061020* SUSPENSE RECYCLES AND RELEASES, WHICH NO REGION ACKNOWLEDGES).
061100*---------------------------------------------------------------
061200 01  ARRAY-TABLE.
061300     02  ARR                 OCCURS 0 TO 9999 TIMES
061400                             DEPENDING ON BS-RECORD-COUNT.
061500         03  ARR-SORT-KEY    PIC X(12).
061600         03  ARR-RECORD      PIC X(44).
061650         03  ARR-SOURCE      PIC 9(01).
061660         03  ARR-NET-SW      PIC X(01).
061670         03  ARR-ACK-SUB     PIC 9(04).
061700 01  TEMP.
061800     02  TEMP-SORT-KEY       PIC X(12).
061900     02  TEMP-RECORD         PIC X(44).
061950     02  TEMP-SOURCE         PIC 9(01).
061960     02  TEMP-NET-SW         PIC X(01).
061970     02  TEMP-ACK-SUB        PIC 9(04).
062000*
062100 PROCEDURE DIVISION.
062200*===============================================================
062700         THRU 1000-INITIALIZE-EXIT.
062800     PERFORM 1200-READ-PARM-CARD
062900         THRU 1200-READ-PARM-CARD-EXIT.
062910     PERFORM 1150-LOAD-PERIOD-CONTROL
062920         THRU 1150-LOAD-PERIOD-CONTROL-EXIT.
062930     PERFORM 1500-WRITE-BACKDATED-HEADING
062940         THRU 1500-WRITE-BACKDATED-HEADING-EXIT.
063000     IF NON-PROCESSING-DAY
063100         PERFORM 3400-CARRY-SUSPENSE-FORWARD
063200             THRU 3400-CARRY-SUSPENSE-FORWARD-EXIT
063210         PERFORM 3450-CARRY-HOLDS-FORWARD
063220             THRU 3450-CARRY-HOLDS-FORWARD-EXIT
063300         PERFORM 5000-WRITE-OUTPUT-FILE
063400             THRU 5000-WRITE-OUTPUT-FILE-EXIT
063500         PERFORM 6000-BUILD-CONTROL-REPORT
064410     IF NOT RUN-IS-RESTARTED
064420         PERFORM 3500-NET-REVERSALS
064430             THRU 3500-NET-REVERSALS-EXIT
064432         PERFORM 3600-APPLY-HOLD-LIMITS
064434             THRU 3600-APPLY-HOLD-LIMITS-EXIT
064440     END-IF.
064500     PERFORM 4000-SORT-ARRAY
064600         THRU 4000-SORT-ARRAY-EXIT.
069420     IF WS-RELIN-FILE-STATUS = "00"
069430         MOVE "Y" TO WS-SOURCE-OPEN-SW(6)
069440     END-IF.
069450     OPEN INPUT  ACCOUNT-MASTER-FILE.
069460     IF WS-ACCTMST-FILE-STATUS = "00"
069470         MOVE "Y" TO WS-ACCTMST-OPEN-SW
069480     ELSE
069485         DISPLAY "BSORT-DEV - ACCTMST OPEN STATUS "
069490             WS-ACCTMST-FILE-STATUS
069492             " - ACCOUNT STATUS NOT CHECKED"
069494     END-IF.
069500     OPEN OUTPUT SUSPENSE-OUT-FILE.
069600     OPEN OUTPUT STAT-REPORT-FILE.
069700     OPEN OUTPUT NUM-OUTPUT-FILE.
070030     STRING "BSORT-DEV INTER-REGION DUPLICATE REPORT"
070040         DELIMITED BY SIZE INTO DUP-REPORT-RECORD.
070050     WRITE DUP-REPORT-RECORD.
070052     OPEN INPUT  HOLD-IN-FILE.
070054     IF WS-HOLDIN-FILE-STATUS = "00"
070056         MOVE "Y" TO WS-HOLDIN-OPEN-SW
070058     END-IF.
070060     OPEN OUTPUT HOLD-OUT-FILE.
070062     OPEN OUTPUT HOLD-REPORT-FILE.
070064     MOVE SPACES TO HOLD-REPORT-RECORD.
070066     STRING "BSORT-DEV HOLD REPORT"
070068         DELIMITED BY SIZE INTO HOLD-REPORT-RECORD.
070070     WRITE HOLD-REPORT-RECORD.
070072     MOVE SPACES TO HOLD-REPORT-RECORD.
070074     STRING "RUN DATE.............: " DELIMITED BY SIZE
070076            WS-CURRENT-DATE           DELIMITED BY SIZE
070078         INTO HOLD-REPORT-RECORD.
070080     WRITE HOLD-REPORT-RECORD.
070082     PERFORM 1300-LOAD-HOLD-LIMITS
070084         THRU 1300-LOAD-HOLD-LIMITS-EXIT.
070086     OPEN OUTPUT REGION-ACK-FILE1.
070088     OPEN OUTPUT REGION-ACK-FILE2.
070090     OPEN OUTPUT REGION-ACK-FILE3.
070092     OPEN OUTPUT REGION-ACK-FILE4.
070093     PERFORM 1400-LOAD-RATE-TABLE
070094         THRU 1400-LOAD-RATE-TABLE-EXIT.
070095     OPEN OUTPUT FX-REPORT-FILE.
070096     MOVE SPACES TO FX-REPORT-RECORD.
070097     STRING "BSORT-DEV FOREIGN CURRENCY REPORT"
070098         DELIMITED BY SIZE INTO FX-REPORT-RECORD.
070099     WRITE FX-REPORT-RECORD.
070100     MOVE SPACES TO FX-REPORT-RECORD.
070101     STRING "RUN DATE.............: " DELIMITED BY SIZE
070102            WS-CURRENT-DATE           DELIMITED BY SIZE
070103         INTO FX-REPORT-RECORD.
070104     WRITE FX-REPORT-RECORD.
070105 1000-INITIALIZE-EXIT.
070200     EXIT.
070300*===============================================================
070400* 1100-READ-CALENDAR - SCAN THE BUSINESS-DAY CALENDAR DATASET
075900     END-IF.
076000 1100-READ-CALENDAR-EXIT.
076100     EXIT.
076101*===============================================================
076102* 1150-LOAD-PERIOD-CONTROL - LOAD THE ACCOUNTING PERIOD CONTROL
076103* DATASET BPCLS-DEV CUT (PERDCTL, COPYBOOK PERIODCT): THE
076104* FUTURE-DATING LIMIT OFF THE TYPE H RECORD AND EACH CLOSED OR
076105* REOPENED MONTH OFF THE TYPE P RECORDS, WHICH ARE IN PERIOD
076106* ORDER.  A MISSING DATASET MEANS NO MONTH IS CLOSED; THE
076107* DEFAULT FUTURE-DATING LIMIT STILL APPLIES.
076108*===============================================================
076109 1150-LOAD-PERIOD-CONTROL.
076110     OPEN INPUT PERIOD-CTL-FILE.
076111     IF WS-PERIODS-FILE-STATUS NOT = "00"
076112         DISPLAY "BSORT-DEV - PERDCTL OPEN STATUS "
076113             WS-PERIODS-FILE-STATUS
076114             " - NO PERIOD CLOSED"
076115         GO TO 1150-LOAD-PERIOD-CONTROL-EXIT.
076116     PERFORM 1160-LOAD-ONE-PERIOD
076117         THRU 1160-LOAD-ONE-PERIOD-EXIT
076118         UNTIL END-OF-PERIODS.
076119     CLOSE PERIOD-CTL-FILE.
076120 1150-LOAD-PERIOD-CONTROL-EXIT.
076121     EXIT.
076122*===============================================================
076123* 1160-LOAD-ONE-PERIOD - A RECORD OF ANY OTHER TYPE OR BEYOND
076124* THE TABLE LIMIT IS IGNORED WITH A CONSOLE MESSAGE RATHER THAN
076125* ABENDING THE RUN.  WS-LAST-CLOSED-PERIOD ENDS AS THE LATEST
076126* MONTH WITH STATUS C.
076127*===============================================================
076128 1160-LOAD-ONE-PERIOD.
076129     READ PERIOD-CTL-FILE
076130         AT END
076131             SET END-OF-PERIODS TO TRUE
076132             GO TO 1160-LOAD-ONE-PERIOD-EXIT
076133     END-READ.
076134     IF PD-RECORD-TYPE = "H" AND PD-FUTURE-DAYS IS NUMERIC
076135         MOVE PD-FUTURE-DAYS TO BS-FUTURE-DAYS
076136         GO TO 1160-LOAD-ONE-PERIOD-EXIT.
076137     IF PD-RECORD-TYPE = "P" AND PD-PERIOD IS NUMERIC
076138         AND BS-PRD-COUNT < 600
076139         ADD 1 TO BS-PRD-COUNT
076140         MOVE PD-PERIOD TO BS-PRD-PERIOD(BS-PRD-COUNT)
076141         MOVE PD-STATUS TO BS-PRD-STATUS(BS-PRD-COUNT)
076142         IF PD-STATUS = "C"
076143             MOVE PD-PERIOD TO WS-LAST-CLOSED-PERIOD
076144         END-IF
076145         GO TO 1160-LOAD-ONE-PERIOD-EXIT.
076146     DISPLAY "BSORT-DEV - PERDCTL RECORD IGNORED: "
076147         PERIOD-CTL-RECORD(1:24).
076148 1160-LOAD-ONE-PERIOD-EXIT.
076149     EXIT.
076200*===============================================================
076300* 1200-READ-PARM-CARD - READ THE PARAMETER CARD.  A MISSING OR
076400* BLANK CARD DEFAULTS TO AN ASCENDING SORT ON ACCOUNT NUMBER.
080460                 MOVE PARM-VOLUME-PCT TO BS-VOLUME-PCT
080470                 MOVE "Y" TO WS-VOLUME-CHECK-SW
080480             END-IF
080482             IF PARM-REDATE-OPTION = "Y"
080484                 MOVE "Y" TO WS-REDATE-SW
080486             END-IF
080500     END-READ.
080600     CLOSE PARM-FILE.
080700     IF SORT-KEY-IS-AMOUNT
081500     END-IF.
081600 1200-READ-PARM-CARD-EXIT.
081700     EXIT.
081701*===============================================================
081702* 1300-LOAD-HOLD-LIMITS - LOAD THE HOLDLIM DATASET, ONE CARD
081703* PER LIMIT: COLUMN 1 TYPE (D = DEFAULT, R = REGION, A =
081704* ACCOUNT), COLUMNS 2-11 THE REGION NUMBER (COLUMN 2, 1-4) OR
081705* THE ACCOUNT NUMBER, 12-22 THE MAXIMUM SINGLE AMOUNT (NO
081706* DECIMAL POINT, TWO IMPLIED DECIMALS), 23-26 THE MAXIMUM
081707* TRANSACTIONS PER ACCOUNT PER TRAN DATE.  A BLANK OR ZERO
081708* MEASURE IS NO LIMIT AT THAT LEVEL.  AN ASTERISK IN COLUMN 1
081709* IS A COMMENT.  A MISSING DATASET, OR ONE WITH NO USABLE CARD,
081710* MEANS NOTHING IS HELD TONIGHT, WHICH THE CONTROL REPORT AND
081711* HOLD REPORT SAY.
081712*===============================================================
081713 1300-LOAD-HOLD-LIMITS.
081714     PERFORM VARYING BS-LIM-SUB FROM 1 BY 1 UNTIL BS-LIM-SUB > 4
081715         MOVE 0 TO BS-LIM-RGN-AMOUNT(BS-LIM-SUB)
081716         MOVE 0 TO BS-LIM-RGN-TRANS(BS-LIM-SUB)
081717     END-PERFORM.
081718     OPEN INPUT LIMITS-FILE.
081719     IF WS-LIMITS-FILE-STATUS NOT = "00"
081720         DISPLAY "BSORT-DEV - HOLDLIM OPEN STATUS "
081721             WS-LIMITS-FILE-STATUS
081722             " - HOLD LIMITS NOT CHECKED"
081723         GO TO 1300-LOAD-HOLD-LIMITS-EXIT.
081724     PERFORM 1310-LOAD-ONE-LIMIT
081725         THRU 1310-LOAD-ONE-LIMIT-EXIT
081726         UNTIL END-OF-LIMITS.
081727     CLOSE LIMITS-FILE.
081728 1300-LOAD-HOLD-LIMITS-EXIT.
081729     EXIT.
081730*===============================================================
081731* 1310-LOAD-ONE-LIMIT - A CARD WITH AN UNKNOWN TYPE OR REGION,
081732* OR AN ACCOUNT CARD BEYOND THE TABLE LIMIT, IS IGNORED WITH A
081733* CONSOLE MESSAGE RATHER THAN ABENDING THE RUN.
081734*===============================================================
081735 1310-LOAD-ONE-LIMIT.
081736     READ LIMITS-FILE
081737         AT END
081738             SET END-OF-LIMITS TO TRUE
081739             GO TO 1310-LOAD-ONE-LIMIT-EXIT
081740     END-READ.
081741     IF LIM-TYPE = SPACE OR LIM-TYPE = "*"
081742         GO TO 1310-LOAD-ONE-LIMIT-EXIT.
081743     IF LIM-MAX-AMOUNT IS NOT NUMERIC
081744         MOVE 0 TO LIM-MAX-AMOUNT
081745     END-IF.
081746     IF LIM-MAX-TRANS IS NOT NUMERIC
081747         MOVE 0 TO LIM-MAX-TRANS
081748     END-IF.
081749     IF LIM-TYPE = "D"
081750         MOVE LIM-MAX-AMOUNT TO BS-LIM-DFT-AMOUNT
081751         MOVE LIM-MAX-TRANS  TO BS-LIM-DFT-TRANS
081752         MOVE "Y" TO WS-LIMITS-LOADED-SW
081753         GO TO 1310-LOAD-ONE-LIMIT-EXIT.
081754     IF LIM-TYPE = "R"
081755         AND LIM-KEY(1:1) >= "1" AND LIM-KEY(1:1) <= "4"
081756         MOVE LIM-KEY(1:1) TO WS-LIMIT-REGION
081757         MOVE LIM-MAX-AMOUNT
081758             TO BS-LIM-RGN-AMOUNT(WS-LIMIT-REGION)
081759         MOVE LIM-MAX-TRANS
081760             TO BS-LIM-RGN-TRANS(WS-LIMIT-REGION)
081761         MOVE "Y" TO WS-LIMITS-LOADED-SW
081762         GO TO 1310-LOAD-ONE-LIMIT-EXIT.
081763     IF LIM-TYPE = "A" AND LIM-KEY NOT = SPACES
081764         AND BS-LIM-ACCT-TOTAL < 500
081765         ADD 1 TO BS-LIM-ACCT-TOTAL
081766         MOVE LIM-KEY
081767             TO BS-LIM-ACCT-KEY(BS-LIM-ACCT-TOTAL)
081768         MOVE LIM-MAX-AMOUNT
081769             TO BS-LIM-ACCT-AMOUNT(BS-LIM-ACCT-TOTAL)
081770         MOVE LIM-MAX-TRANS
081771             TO BS-LIM-ACCT-TRANS(BS-LIM-ACCT-TOTAL)
081772         MOVE "Y" TO WS-LIMITS-LOADED-SW
081773         GO TO 1310-LOAD-ONE-LIMIT-EXIT.
081774     DISPLAY "BSORT-DEV - HOLDLIM CARD IGNORED: "
081775         LIMITS-RECORD(1:26).
081776 1310-LOAD-ONE-LIMIT-EXIT.
081777     EXIT.
081778*===============================================================
081779* 1400-LOAD-RATE-TABLE - LOAD THE DATED EXCHANGE-RATE TABLE
081780* BRATE-DEV CUT AHEAD OF THIS RUN (RATETBL, COPYBOOK FXRATE).
081781* THE TYPE B RECORD NAMES THE BASE CURRENCY; EACH TYPE R
081782* RECORD IS ONE RATE WITH ITS EFFECTIVE DATES.  A MISSING
081783* DATASET LEAVES THE TABLE EMPTY: BASE-CURRENCY ITEMS SORT AS
081784* USUAL AND EVERY FOREIGN-CURRENCY ITEM GOES TO SUSPENSE, TO
081785* RECYCLE ONCE THE RATES ARE BACK.
081786*===============================================================
081787 1400-LOAD-RATE-TABLE.
081788     OPEN INPUT RATE-TABLE-FILE.
081789     IF WS-RATES-FILE-STATUS NOT = "00"
081790         DISPLAY "BSORT-DEV - RATETBL OPEN STATUS "
081791             WS-RATES-FILE-STATUS
081792             " - FOREIGN CURRENCY TO SUSPENSE"
081793         GO TO 1400-LOAD-RATE-TABLE-EXIT.
081794     MOVE "Y" TO WS-RATES-LOADED-SW.
081795     PERFORM 1410-LOAD-ONE-RATE
081796         THRU 1410-LOAD-ONE-RATE-EXIT
081797         UNTIL END-OF-RATES.
081798     CLOSE RATE-TABLE-FILE.
081799 1400-LOAD-RATE-TABLE-EXIT.
081800     EXIT.
081801*===============================================================
081802* 1410-LOAD-ONE-RATE - A RECORD OF ANY OTHER TYPE, A RATE WITH
081803* A BAD DATE OR A ZERO RATE, OR A RATE BEYOND THE TABLE LIMIT
081804* IS IGNORED WITH A CONSOLE MESSAGE RATHER THAN ABENDING THE
081805* RUN; ITS CURRENCY THEN HAS NO RATE FOR THOSE DATES.
081806*===============================================================
081807 1410-LOAD-ONE-RATE.
081808     READ RATE-TABLE-FILE
081809         AT END
081810             SET END-OF-RATES TO TRUE
081811             GO TO 1410-LOAD-ONE-RATE-EXIT
081812     END-READ.
081813     IF RT-RECORD-TYPE = "B" AND RT-CURRENCY-CODE NOT = SPACES
081814         MOVE RT-CURRENCY-CODE TO WS-BASE-CURRENCY
081815         GO TO 1410-LOAD-ONE-RATE-EXIT.
081816     IF RT-RECORD-TYPE = "R" AND RT-CURRENCY-CODE NOT = SPACES
081817         AND RT-EFFECTIVE-FROM IS NUMERIC
081818         AND RT-EFFECTIVE-TO IS NUMERIC
081819         AND RT-RATE IS NUMERIC
081820         AND RT-RATE > 0
081821         AND BS-RATE-COUNT < 2000
081822         ADD 1 TO BS-RATE-COUNT
081823         MOVE RT-CURRENCY-CODE
081824             TO BS-RATE-CURRENCY(BS-RATE-COUNT)
081825         MOVE RT-EFFECTIVE-FROM TO BS-RATE-FROM(BS-RATE-COUNT)
081826         MOVE RT-EFFECTIVE-TO   TO BS-RATE-TO(BS-RATE-COUNT)
081827         MOVE RT-RATE           TO BS-RATE-VALUE(BS-RATE-COUNT)
081828         GO TO 1410-LOAD-ONE-RATE-EXIT.
081829     DISPLAY "BSORT-DEV - RATETBL RECORD IGNORED: "
081830         RATE-TABLE-RECORD(1:31).
081831 1410-LOAD-ONE-RATE-EXIT.
081832     EXIT.
081833*===============================================================
081834* 1500-WRITE-BACKDATED-HEADING - OPEN THE BACK-DATED
081835* TRANSACTIONS REPORT AND HEAD IT WITH WHAT IS APPLIED TONIGHT:
081836* THE LAST MONTH CLOSED, THE FUTURE-DATING LIMIT, AND WHETHER A
081837* CLOSED-MONTH ITEM IS RE-DATED OR SENT TO SUSPENSE.
081838*===============================================================
081839 1500-WRITE-BACKDATED-HEADING.
081840     OPEN OUTPUT BACKDATED-REPORT-FILE.
081841     MOVE SPACES TO BACKDATED-REPORT-RECORD.
081842     STRING "BSORT-DEV BACK-DATED TRANSACTIONS REPORT"
081843         DELIMITED BY SIZE INTO BACKDATED-REPORT-RECORD.
081844     WRITE BACKDATED-REPORT-RECORD.
081845     MOVE SPACES TO BACKDATED-REPORT-RECORD.
081846     STRING "RUN DATE.............: " DELIMITED BY SIZE
081847            WS-CURRENT-DATE           DELIMITED BY SIZE
081848         INTO BACKDATED-REPORT-RECORD.
081849     WRITE BACKDATED-REPORT-RECORD.
081850     MOVE SPACES TO BACKDATED-REPORT-RECORD.
081851     IF WS-LAST-CLOSED-PERIOD = 0
081852         STRING "CLOSED THROUGH.......: NO PERIOD CLOSED"
081853             DELIMITED BY SIZE INTO BACKDATED-REPORT-RECORD
081854     ELSE
081855         STRING "CLOSED THROUGH.......: " DELIMITED BY SIZE
081856                WS-LAST-CLOSED-PERIOD     DELIMITED BY SIZE
081857             INTO BACKDATED-REPORT-RECORD
081858     END-IF.
081859     WRITE BACKDATED-REPORT-RECORD.
081860     MOVE BS-FUTURE-DAYS TO WS-BKD-EDIT-DAYS.
081861     MOVE SPACES TO BACKDATED-REPORT-RECORD.
081862     STRING "FUTURE-DATING LIMIT..: " WS-BKD-EDIT-DAYS " DAYS"
081863         DELIMITED BY SIZE INTO BACKDATED-REPORT-RECORD.
081864     WRITE BACKDATED-REPORT-RECORD.
081865     MOVE SPACES TO BACKDATED-REPORT-RECORD.
081866     IF REDATE-CLOSED-PERIODS
081867         STRING "CLOSED-PERIOD ITEMS..: RE-DATED TO RUN DATE"
081868             DELIMITED BY SIZE INTO BACKDATED-REPORT-RECORD
081869     ELSE
081870         STRING "CLOSED-PERIOD ITEMS..: SENT TO SUSPENSE"
081871             DELIMITED BY SIZE INTO BACKDATED-REPORT-RECORD
081872     END-IF.
081873     WRITE BACKDATED-REPORT-RECORD.
081874     MOVE SPACES TO BACKDATED-REPORT-RECORD.
081875     WRITE BACKDATED-REPORT-RECORD.
081876 1500-WRITE-BACKDATED-HEADING-EXIT.
081877     EXIT.
081899*===============================================================
081900* 2000-RESTART-CHECK - LOAD ARRAY-TABLE EITHER FROM THE LAST
082000* CHECKPOINT (RESTART RUN) OR FROM NUM-INPUT-FILE (NORMAL RUN).
082100*===============================================================
082800         PERFORM 2300-RECYCLE-SUSPENSE-ON-RESTART
082900             THRU 2300-RECYCLE-SUSPENSE-ON-RESTART-EXIT
083000     END-IF.
083010     IF RUN-IS-RESTARTED
083020         PERFORM 2350-RECYCLE-HOLDS-ON-RESTART
083030             THRU 2350-RECYCLE-HOLDS-ON-RESTART-EXIT
083040     END-IF.
083100     IF NOT RUN-IS-RESTARTED
083200         PERFORM 3000-READ-INPUT-FILE
083300             THRU 3000-READ-INPUT-FILE-EXIT
083900* POSITION, AND ARRAY-TABLE FROM RESTART-FILE.  THE CHECKPOINT
084000* IS A CONTROL RECORD, ONE DETAIL RECORD PER ARRAY-TABLE
084100* ENTRY, THEN ONE RECORD PER SUSPENSE RECORD ALREADY WRITTEN
084200* (RESTORED INTO REJECT-SAVE-TABLE), THEN ONE PER HOLD QUEUE
084210* RECORD (RESTORED INTO HOLD-SAVE-TABLE), THEN ONE REGION CONTROL
084220* RECORD PER NUMIN SOURCE (RESTORED INTO SOURCE-VERIFY-TABLE) AND
084230* THE REGION ACKNOWLEDGEMENT ENTRIES TO END OF FILE (RESTORED
084240* INTO ACK-TABLE).  IF NO CHECKPOINT EXISTS
084300* YET, OR THE ONE
084400* ON FILE DOES NOT CARRY THIS RUN'S PARMCARD RUN-ID (A STALE
084500* CHECKPOINT LEFT BY SOME EARLIER, UNRELATED RUN), FALL BACK TO
087400                     ELSE
087500                         MOVE "N" TO WS-RESTART-SW
087600                     END-IF
087610                     IF RST-HOLD-COUNT IS NUMERIC
087620                         MOVE RST-HOLD-COUNT
087630                             TO BS-HOLD-SAVE-COUNT
087640                     ELSE
087650                         MOVE 0 TO BS-HOLD-SAVE-COUNT
087660                     END-IF
087700                     PERFORM VARYING J FROM 1 BY 1
087800                         UNTIL J > BS-SOURCE-LIMIT
087900                         MOVE RST-SRC-SORTED(J)
089100                         VARYING J FROM 1 BY 1
089200                         UNTIL J > BS-REJECT-SAVE-COUNT
089300                             OR NOT RUN-IS-RESTARTED
089310                     PERFORM 2260-READ-RESTART-HOLD
089320                         THRU 2260-READ-RESTART-HOLD-EXIT
089330                         VARYING J FROM 1 BY 1
089340                         UNTIL J > BS-HOLD-SAVE-COUNT
089350                             OR NOT RUN-IS-RESTARTED
089352                     PERFORM 2270-READ-RESTART-REGION
089354                         THRU 2270-READ-RESTART-REGION-EXIT
089356                         VARYING J FROM 1 BY 1
089358                         UNTIL J > BS-NUMIN-SOURCES
089360                             OR NOT RUN-IS-RESTARTED
089362                     MOVE 0   TO BS-ACK-COUNT
089364                     MOVE "N" TO WS-ACK-EOF-SW
089366                     PERFORM 2280-READ-RESTART-ACK
089368                         THRU 2280-READ-RESTART-ACK-EXIT
089370                         UNTIL WS-ACK-EOF-SW = "Y"
089372                             OR NOT RUN-IS-RESTARTED
089400                     IF NOT RUN-IS-RESTARTED
089500                         MOVE 0 TO BS-RECORD-COUNT
089600                         MOVE 0 TO I
089700                         MOVE 0 TO BS-REJECT-COUNT
089800                         MOVE 0 TO BS-REJECT-SAVE-COUNT
089810                         MOVE 0 TO BS-HOLD-SAVE-COUNT
089820                         MOVE 0 TO BS-ACK-COUNT
089900                         MOVE WS-SAVE-DIRECTION
090000                             TO WS-DIRECTION-SW
090100                         MOVE WS-SAVE-SORT-KEY
090500                             MOVE 0 TO BS-SOURCE-SORTED(J)
090600                             MOVE 0 TO BS-SOURCE-REJECT(J)
090700                         END-PERFORM
090710                     ELSE
090720                         PERFORM VARYING J FROM 1 BY 1
090730                             UNTIL J > BS-NUMIN-SOURCES
090740                             MOVE BS-REGION-SAVE-ENTRY(J)
090750                                 TO SOURCE-VERIFY-ENTRY(J)
090760                             IF BS-SRC-VERIFY-SW(J) = "F"
090770                                 MOVE "Y" TO WS-VERIFY-FAIL-SW
090780                             END-IF
090790                         END-PERFORM
090800                     END-IF
090900                 END-IF
091000         END-READ
094400     END-READ.
094500 2250-READ-RESTART-SUSPENSE-EXIT.
094600     EXIT.
094602*===============================================================
094604* 2260-READ-RESTART-HOLD - READ ONE CHECKPOINTED HOLD QUEUE
094606* RECORD INTO HOLD-SAVE-TABLE ENTRY J.  A SHORT CHECKPOINT IS
094608* TREATED AS STALE, THE SAME AS FOR THE SUSPENSE ENTRIES.
094610*===============================================================
094612 2260-READ-RESTART-HOLD.
094614     READ RESTART-FILE
094616         AT END
094618             MOVE "N" TO WS-RESTART-SW
094620         NOT AT END
094622             MOVE RST-HOLD-ENTRY
094624                 TO BS-HOLD-SAVE-ENTRY(J)
094626     END-READ.
094628 2260-READ-RESTART-HOLD-EXIT.
094630     EXIT.
094632*===============================================================
094634* 2270-READ-RESTART-REGION - READ ONE CHECKPOINTED REGION
094636* CONTROL RECORD (SOURCE-VERIFY-ENTRY J) INTO REGION-SAVE-TABLE.
094638* IT IS MOVED INTO SOURCE-VERIFY-TABLE ONLY ONCE THE WHOLE
094640* CHECKPOINT HAS READ BACK.  A CHECKPOINT CUT BEFORE THE REGION
094642* RECORDS WERE CARRIED ENDS HERE AND IS TREATED AS STALE.
094644*===============================================================
094646 2270-READ-RESTART-REGION.
094648     READ RESTART-FILE
094650         AT END
094652             MOVE "N" TO WS-RESTART-SW
094654         NOT AT END
094656             MOVE RST-REGION-ENTRY
094658                 TO BS-REGION-SAVE-ENTRY(J)
094660     END-READ.
094662 2270-READ-RESTART-REGION-EXIT.
094664     EXIT.
094666*===============================================================
094668* 2280-READ-RESTART-ACK - READ ONE CHECKPOINTED REGION
094670* ACKNOWLEDGEMENT ENTRY INTO THE NEXT ACK-TABLE SLOT.  THE ACK
094672* ENTRIES ARE THE LAST RECORDS ON THE CHECKPOINT, SO END OF FILE
094674* SIMPLY ENDS THEM.
094676*===============================================================
094678 2280-READ-RESTART-ACK.
094680     READ RESTART-FILE
094682         AT END
094684             MOVE "Y" TO WS-ACK-EOF-SW
094686         NOT AT END
094688             IF BS-ACK-COUNT < BS-MAX-RECORDS
094690                 ADD 1 TO BS-ACK-COUNT
094692                 MOVE RST-ACK-ENTRY TO ACK-ENTRY(BS-ACK-COUNT)
094694             END-IF
094696     END-READ.
094698 2280-READ-RESTART-ACK-EXIT.
094699     EXIT.
094700*===============================================================
094800* 2300-RECYCLE-SUSPENSE-ON-RESTART - A RESTART RUN LOADS FROM
094900* THE CHECKPOINT AND NEVER DRIVES 3050-LOAD-ONE-SOURCE OR
096800         ADD 1 TO BS-INPUT-RECORD-NUMBER
096900         PERFORM 3100-VALIDATE-INPUT-RECORD
097000             THRU 3100-VALIDATE-INPUT-RECORD-EXIT
097010         IF SO-REASON-CODE = "HDC"
097020             MOVE "HOLD DECLINED" TO WS-REJECT-REASON
097030         END-IF
097100         MOVE BS-INPUT-RECORD-NUMBER TO ER-RECORD-NUMBER
097200         MOVE "RESTART"               TO ER-SOURCE-NAME
097300         MOVE WS-INPUT-WORK-RECORD   TO WS-PRINT-IMAGE
097310         PERFORM 9210-MASK-PRINT-IMAGE
097320             THRU 9210-MASK-PRINT-IMAGE-EXIT
097330         MOVE WS-PRINT-IMAGE         TO ER-OFFENDING-VALUE
097400         MOVE WS-REJECT-REASON       TO ER-REASON
097500         WRITE EXCEPTION-REPORT-RECORD
097600         PERFORM 3350-CHECK-SUSPENSE-AGE
097800     END-PERFORM.
097900 2300-RECYCLE-SUSPENSE-ON-RESTART-EXIT.
098000     EXIT.
098002*===============================================================
098004* 2350-RECYCLE-HOLDS-ON-RESTART - THE FAILED RUN'S HOLD QUEUE
098006* AND HOLD REPORT GENERATIONS WERE SCRATCHED WITH ITS OTHER
098008* OUTPUT, SO THE QUEUE RECORDS IT HAD WRITTEN (NEW HOLDS AND
098010* PENDING ITEMS CARRIED FORWARD) ARE REWRITTEN FROM THE
098012* CHECKPOINT AND LISTED AGAIN.  A RECORD HELD TODAY COUNTS AS
098014* A NEW HOLD, ANY OTHER AS PENDING.  RELEASES AND DECLINES THE
098016* FAILED RUN APPLIED ARE ALREADY IN THE CHECKPOINTED ARRAY AND
098018* SUSPENSE ENTRIES AND ARE NOT LISTED AGAIN.
098020*===============================================================
098022 2350-RECYCLE-HOLDS-ON-RESTART.
098024     PERFORM VARYING J FROM 1 BY 1
098026         UNTIL J > BS-HOLD-SAVE-COUNT
098028         MOVE BS-HOLD-SAVE-ENTRY(J) TO HOLD-WORK-RECORD
098030         WRITE HOLD-OUT-RECORD FROM HOLD-WORK-RECORD
098032         MOVE SPACES TO WS-HOLD-LINE-TEXT
098034         IF HW-HOLD-DATE = WS-CURRENT-DATE
098036             ADD 1 TO BS-HOLD-NEW-COUNT
098038             IF HW-REASON-CODE = "LAM"
098040                 ADD 1 TO BS-HOLD-AMOUNT-COUNT
098042             ELSE
098044                 ADD 1 TO BS-HOLD-VELOCITY-COUNT
098046             END-IF
098048             MOVE "NEW HOLD" TO WS-HOLD-LINE-LABEL
098050             MOVE "RESTART"  TO WS-HOLD-LINE-TEXT
098052         ELSE
098054             ADD 1 TO BS-HOLD-PENDING-COUNT
098056             MOVE "PENDING"  TO WS-HOLD-LINE-LABEL
098058             STRING "HELD SINCE " HW-HOLD-DATE
098060                 DELIMITED BY SIZE INTO WS-HOLD-LINE-TEXT
098062         END-IF
098064         PERFORM 3690-WRITE-HOLD-REPORT-LINES
098066             THRU 3690-WRITE-HOLD-REPORT-LINES-EXIT
098068     END-PERFORM.
098070 2350-RECYCLE-HOLDS-ON-RESTART-EXIT.
098072     EXIT.
098100*===============================================================
098200* 3000-READ-INPUT-FILE - LOAD ARRAY-TABLE BY MERGING THE FOUR
098300* REGIONAL INPUT DATASETS (NUMIN1 THRU NUMIN4) IN ORDER.  A
099000         UNTIL WS-SOURCE-NUMBER > BS-NUMIN-SOURCES.
099050     PERFORM 3080-LOAD-RELEASE-FILE
099060         THRU 3080-LOAD-RELEASE-FILE-EXIT.
099070     PERFORM 3085-LOAD-HOLD-FILE
099080         THRU 3085-LOAD-HOLD-FILE-EXIT.
099100     PERFORM 3300-LOAD-SUSPENSE-FILE
099200         THRU 3300-LOAD-SUSPENSE-FILE-EXIT.
099300 3000-READ-INPUT-FILE-EXIT.
099820* CONTROL RECORD; EVERY DATA RECORD BEHIND IT IS COUNTED AND
099830* ITS AMOUNT TOTALLED SO THE SOURCE CAN BE VERIFIED AGAINST
099840* THE REGION'S OWN FIGURES AT END OF FILE.
099850* EVERY DATA RECORD ALSO GETS AN ACK-ENTRY FOR THE REGION'S
099860* ACKNOWLEDGEMENT DATASET (3710-ADD-ACK-ENTRY).
099900*===============================================================
100000 3050-LOAD-ONE-SOURCE.
100100     MOVE "N" TO WS-EOF-SW.
101020             IF NI-TRAN-AMOUNT IS NUMERIC
101030                 ADD NI-TRAN-AMOUNT
101040                     TO BS-SRC-ACT-AMOUNT(WS-SOURCE-NUMBER)
101045                 MOVE NI-TRAN-AMOUNT TO NI-ORIG-AMOUNT
101050             END-IF
101100             PERFORM 3100-VALIDATE-INPUT-RECORD
101200                 THRU 3100-VALIDATE-INPUT-RECORD-EXIT
101210             MOVE "N" TO WS-XDUP-SKIP-SW
101220             IF INPUT-VALUE-IS-VALID
101222                 MOVE WS-INPUT-WORK-RECORD TO WS-PRINT-IMAGE
101224                 PERFORM 9210-MASK-PRINT-IMAGE
101226                     THRU 9210-MASK-PRINT-IMAGE-EXIT
101230                 PERFORM 3090-CHECK-CROSS-SOURCE-DUP
101240                     THRU 3090-CHECK-CROSS-SOURCE-DUP-EXIT
101250             END-IF
101260             PERFORM 3710-ADD-ACK-ENTRY
101270                 THRU 3710-ADD-ACK-ENTRY-EXIT
101300             IF INPUT-VALUE-IS-VALID
101310                 AND WS-XDUP-SKIP-SW NOT = "Y"
101400                 ADD 1 TO I
102200                 MOVE WS-INPUT-WORK-RECORD TO ARR-RECORD(I)
102210                 MOVE WS-SOURCE-NUMBER     TO ARR-SOURCE(I)
102220                 MOVE "N"                  TO ARR-NET-SW(I)
102230                 MOVE BS-ACK-SUB           TO ARR-ACK-SUB(I)
102300             ELSE
102400                 PERFORM 3200-WRITE-EXCEPTION-RECORD
102500                     THRU 3200-WRITE-EXCEPTION-RECORD-EXIT
103400     END-IF.
103410     PERFORM 3070-VERIFY-SOURCE-CONTROL
103420         THRU 3070-VERIFY-SOURCE-CONTROL-EXIT.
103430     IF BS-SRC-VERIFY-SW(WS-SOURCE-NUMBER) = "F"
103440         PERFORM 3720-EXCLUDE-FAILED-ACKS
103450             THRU 3720-EXCLUDE-FAILED-ACKS-EXIT
103460     END-IF.
103500 3050-LOAD-ONE-SOURCE-EXIT.
103600     EXIT.
103610*===============================================================
103660* WS-CTL-SKIP-SW SO THE LOAD LOOP DOES NOT PROCESS IT AS DATA.
103670* A FIRST RECORD THAT IS NOT A CONTROL RECORD FALLS THROUGH TO
103680* NORMAL PROCESSING AND THE SOURCE FAILS VERIFICATION AT END
103681* OF FILE FOR WANT OF A CONTROL RECORD.  A GARBLED COUNT OR
103682* TOTAL IS LEFT AT ZERO AND FAILS THE COMPARE THE SAME WAY.
103683*===============================================================
103684 3055-CHECK-SOURCE-CONTROL.
103685     MOVE "N" TO WS-CTL-SKIP-SW.
103686     IF WS-CTL-FIRST-SW NOT = "Y"
103687         GO TO 3055-CHECK-SOURCE-CONTROL-EXIT.
103688     MOVE "N" TO WS-CTL-FIRST-SW.
103689     MOVE WS-INPUT-WORK-RECORD TO WS-SOURCE-CONTROL-RECORD.
103690     IF SC-RECORD-ID NOT = "CTL"
103691         GO TO 3055-CHECK-SOURCE-CONTROL-EXIT.
103692     MOVE "Y" TO WS-CTL-SKIP-SW.
103693     MOVE "Y" TO BS-SRC-CTL-SW(WS-SOURCE-NUMBER).
103694     IF SC-RECORD-COUNT IS NUMERIC
103695         MOVE SC-RECORD-COUNT
103696             TO BS-SRC-EXP-COUNT(WS-SOURCE-NUMBER)
103697     END-IF.
103698     IF SC-AMOUNT-TOTAL IS NUMERIC
103699         MOVE SC-AMOUNT-TOTAL
103700             TO BS-SRC-EXP-AMOUNT(WS-SOURCE-NUMBER)
103701     END-IF.
103702 3055-CHECK-SOURCE-CONTROL-EXIT.
103703     EXIT.
103704*===============================================================
103705* 3070-VERIFY-SOURCE-CONTROL - AT END OF A SOURCE, COMPARE THE
103706* RECORDS ACTUALLY READ AND THE AMOUNT ACTUALLY TOTALLED WITH
103707* THE REGION'S OWN CONTROL FIGURES.  A SOURCE THAT FAILS (OR
103708* NEVER PRESENTED A CONTROL RECORD) HAS ITS SORTED RECORDS
103709* BACKED OUT OF ARRAY-TABLE SO THE REGION IS EXCLUDED FROM THE
103710* SORT; THE FAILURE IS REPORTED ON THE CONTROL REPORT AND
103711* SURFACES THROUGH RC=4.  A SOURCE WHOSE DD WAS ABSENT IS
103712* SKIPPED HERE TOO - THERE WAS NO TRANSMISSION TO VERIFY.
103713* REJECTED RECORDS FROM A FAILED SOURCE HAVE ALREADY GONE TO
103714* SUSPENSE AND THE EXCEPTION REPORT AND STAY THERE - THEY
103715* NEVER ENTER THE SORT IN ANY CASE.
103716*===============================================================
103717 3070-VERIFY-SOURCE-CONTROL.
103718     IF WS-SOURCE-OPEN-SW(WS-SOURCE-NUMBER) NOT = "Y"
103719         GO TO 3070-VERIFY-SOURCE-CONTROL-EXIT.
103720     IF SOURCE-CTL-PRESENT(WS-SOURCE-NUMBER)
103721         AND BS-SRC-EXP-COUNT(WS-SOURCE-NUMBER)
103722             = BS-SRC-ACT-COUNT(WS-SOURCE-NUMBER)
103723         AND BS-SRC-EXP-AMOUNT(WS-SOURCE-NUMBER)
103724             = BS-SRC-ACT-AMOUNT(WS-SOURCE-NUMBER)
103725         MOVE "G" TO BS-SRC-VERIFY-SW(WS-SOURCE-NUMBER)
103726         GO TO 3070-VERIFY-SOURCE-CONTROL-EXIT.
103727     MOVE "F" TO BS-SRC-VERIFY-SW(WS-SOURCE-NUMBER).
103728     MOVE "Y" TO WS-VERIFY-FAIL-SW.
103729     MOVE BS-SOURCE-START-I TO I.
103730     MOVE I                 TO BS-RECORD-COUNT.
103731     MOVE 0 TO BS-SOURCE-SORTED(WS-SOURCE-NUMBER).
103732 3070-VERIFY-SOURCE-CONTROL-EXIT.
103733     EXIT.
103734*===============================================================
103735* 3080-LOAD-RELEASE-FILE - READ THE FORCE-RELEASE DATASET CUT
103736* BY BSUSP-DEV AHEAD OF THIS RUN AS SOURCE SIX.  THESE ARE
103737* SUSPENSE ITEMS AN OPERATOR RELEASED INTO TONIGHT'S INPUT, SO
103738* THEY VALIDATE AND SORT LIKE ANY REGIONAL RECORD; ONE THAT
103739* STILL FAILS VALIDATION GOES BACK TO SUSPENSE WITH TONIGHT'S
103740* DATE.  NO REGION CONTROL RECORD APPLIES HERE.
103741*===============================================================
103742 3080-LOAD-RELEASE-FILE.
103743     MOVE 6 TO WS-SOURCE-NUMBER.
103744     MOVE "N" TO WS-EOF-SW.
103745     IF WS-SOURCE-OPEN-SW(6) NOT = "Y"
103746         SET END-OF-INPUT TO TRUE
103747     END-IF.
103748     PERFORM UNTIL END-OF-INPUT OR I = BS-MAX-RECORDS
103749         OR BS-INPUT-RECORD-NUMBER = BS-MAX-RECORDS
103750         READ RELEASE-IN-FILE
103751             AT END
103752                 SET END-OF-INPUT TO TRUE
103753             NOT AT END
103754                 ADD 1 TO BS-INPUT-RECORD-NUMBER
103755                 MOVE RELEASE-IN-RECORD
103756                     TO WS-INPUT-WORK-RECORD
103757                 PERFORM 3100-VALIDATE-INPUT-RECORD
103758                     THRU 3100-VALIDATE-INPUT-RECORD-EXIT
103759                 IF INPUT-VALUE-IS-VALID
103760                     ADD 1 TO I
103761                     MOVE I TO BS-RECORD-COUNT
103762                     ADD 1 TO BS-SOURCE-SORTED(6)
103763                     MOVE WS-INPUT-WORK-RECORD
103764                         TO WS-KEY-WORK-RECORD
103765                     PERFORM 3150-BUILD-SORT-KEY
103766                         THRU 3150-BUILD-SORT-KEY-EXIT
103767                     MOVE WS-WORK-KEY TO ARR-SORT-KEY(I)
103768                     MOVE WS-INPUT-WORK-RECORD
103769                         TO ARR-RECORD(I)
103770                     MOVE 6 TO ARR-SOURCE(I)
103771                     MOVE "N" TO ARR-NET-SW(I)
103772                     MOVE 0 TO ARR-ACK-SUB(I)
103779                 ELSE
103780                     PERFORM 3200-WRITE-EXCEPTION-RECORD
103781                         THRU 3200-WRITE-EXCEPTION-RECORD-EXIT
103792     EXIT.
103793*===============================================================
103794* 3090-CHECK-CROSS-SOURCE-DUP - WHEN AN ACCOUNT MOVES BETWEEN
103795* REGIONS, THE IDENTICAL 44-BYTE TRANSACTION CAN ARRIVE FROM
103796* TWO OF NUMIN1-NUMIN4 THE SAME NIGHT.  SCAN WHAT IS ALREADY
103797* LOADED FOR THE SAME FULL RECORD FROM A DIFFERENT SOURCE; ON
103798* A HIT THE FIRST COPY IS KEPT, BOTH SOURCE FILES ARE NAMED ON
103828 3095-WRITE-DUP-REPORT-LINE.
103829     MOVE SPACES TO DUP-REPORT-RECORD.
103830     IF XDUP-REPORT-ONLY
103831         STRING WS-PRINT-IMAGE       DELIMITED BY SIZE
103832                "  KEPT "            DELIMITED BY SIZE
103833                BS-SOURCE-NAME(ARR-SOURCE(BS-XDUP-SUB))
103834                                     DELIMITED BY SIZE
103837                                     DELIMITED BY SIZE
103838             INTO DUP-REPORT-RECORD
103839     ELSE
103840         STRING WS-PRINT-IMAGE       DELIMITED BY SIZE
103841                "  KEPT "            DELIMITED BY SIZE
103842                BS-SOURCE-NAME(ARR-SOURCE(BS-XDUP-SUB))
103843                                     DELIMITED BY SIZE
103849     WRITE DUP-REPORT-RECORD.
103850 3095-WRITE-DUP-REPORT-LINE-EXIT.
103851     EXIT.
103852*===============================================================
103853* 3085-LOAD-HOLD-FILE - READ THE HOLD QUEUE AS BHOLD-DEV LEFT IT
103854* AFTER APPLYING THE SUPERVISOR APPROVAL DECK.  EVERY ITEM IS
103855* LISTED ON THE HOLD REPORT WITH WHAT BECAME OF IT TONIGHT.
103856*===============================================================
103857 3085-LOAD-HOLD-FILE.
103858     MOVE 6 TO WS-SOURCE-NUMBER.
103859     MOVE "N" TO WS-EOF-SW.
103860     IF NOT HOLD-IN-IS-OPEN
103861         SET END-OF-INPUT TO TRUE
103862     END-IF.
103863     PERFORM UNTIL END-OF-INPUT
103864         READ HOLD-IN-FILE
103865             AT END
103866                 SET END-OF-INPUT TO TRUE
103867             NOT AT END
103868                 MOVE HOLD-IN-RECORD TO HOLD-WORK-RECORD
103869                 PERFORM 3087-APPLY-HOLD-DISPOSITION
103870                     THRU 3087-APPLY-HOLD-DISPOSITION-EXIT
103871         END-READ
103872     END-PERFORM.
103873 3085-LOAD-HOLD-FILE-EXIT.
103874     EXIT.
103875*===============================================================
103876* 3087-APPLY-HOLD-DISPOSITION - ONE HOLD QUEUE ITEM (IMAGE IN
103877* HOLD-WORK-RECORD).  AN APPROVED ITEM IS RELEASED INTO
103878* TONIGHT'S SORT UNDER THE RELEASE SOURCE AND IS NOT HELD AGAIN
103879* - THE SUPERVISOR HAS SEEN IT; ONE THAT NO LONGER PASSES
103880* VALIDATION GOES TO SUSPENSE LIKE ANY OTHER REJECT.  A
103881* DECLINED ITEM GOES TO SUSPENSE WITH REASON HDC AND TONIGHT'S
103882* DATE.  AN ITEM STILL PENDING IS CARRIED FORWARD TO TONIGHT'S
103883* QUEUE UNCHANGED, AS IS AN APPROVED ITEM THAT WILL NOT FIT IN
103884* ARRAY-TABLE (THE RUN IS THEN FLAGGED TRUNCATED).
103885*===============================================================
103886 3087-APPLY-HOLD-DISPOSITION.
103887     MOVE SPACES TO WS-HOLD-LINE-TEXT.
103888     IF HW-STATUS = "A"
103889         AND I < BS-MAX-RECORDS
103890         AND BS-INPUT-RECORD-NUMBER < BS-MAX-RECORDS
103891         ADD 1 TO BS-INPUT-RECORD-NUMBER
103892         ADD 1 TO BS-HOLD-RELEASED-COUNT
103893         MOVE "RELEASED" TO WS-HOLD-LINE-LABEL
103894         STRING "APPROVED BY " HW-APPROVER-ID
103895             DELIMITED BY SIZE INTO WS-HOLD-LINE-TEXT
103896         PERFORM 3690-WRITE-HOLD-REPORT-LINES
103897             THRU 3690-WRITE-HOLD-REPORT-LINES-EXIT
103898         MOVE HW-RECORD-DATA TO WS-INPUT-WORK-RECORD
103899         PERFORM 3100-VALIDATE-INPUT-RECORD
103900             THRU 3100-VALIDATE-INPUT-RECORD-EXIT
103901         IF INPUT-VALUE-IS-VALID
103902             ADD 1 TO I
103903             MOVE I TO BS-RECORD-COUNT
103904             ADD 1 TO BS-SOURCE-SORTED(6)
103905             MOVE WS-INPUT-WORK-RECORD
103906                 TO WS-KEY-WORK-RECORD
103907             PERFORM 3150-BUILD-SORT-KEY
103908                 THRU 3150-BUILD-SORT-KEY-EXIT
103909             MOVE WS-WORK-KEY TO ARR-SORT-KEY(I)
103910             MOVE WS-INPUT-WORK-RECORD
103911                 TO ARR-RECORD(I)
103912             MOVE 6   TO ARR-SOURCE(I)
103913             MOVE "N" TO ARR-NET-SW(I)
103914             MOVE 0   TO ARR-ACK-SUB(I)
103915         ELSE
103916             PERFORM 3200-WRITE-EXCEPTION-RECORD
103917                 THRU 3200-WRITE-EXCEPTION-RECORD-EXIT
103918             MOVE WS-CURRENT-DATE TO WS-SUSPENSE-DATE
103919             PERFORM 3250-WRITE-SUSPENSE-RECORD
103920                 THRU 3250-WRITE-SUSPENSE-RECORD-EXIT
103921         END-IF
103922         GO TO 3087-APPLY-HOLD-DISPOSITION-EXIT.
103923     IF HW-STATUS = "D"
103924         ADD 1 TO BS-HOLD-DECLINED-COUNT
103925         MOVE "DECLINED" TO WS-HOLD-LINE-LABEL
103926         STRING "DECLINED BY " HW-APPROVER-ID
103927             DELIMITED BY SIZE INTO WS-HOLD-LINE-TEXT
103928         PERFORM 3690-WRITE-HOLD-REPORT-LINES
103929             THRU 3690-WRITE-HOLD-REPORT-LINES-EXIT
103930         MOVE HW-RECORD-DATA  TO WS-INPUT-WORK-RECORD
103931         MOVE "HDC"           TO WS-REJECT-CODE
103932         MOVE WS-CURRENT-DATE TO WS-SUSPENSE-DATE
103933         PERFORM 3250-WRITE-SUSPENSE-RECORD
103934             THRU 3250-WRITE-SUSPENSE-RECORD-EXIT
103935         GO TO 3087-APPLY-HOLD-DISPOSITION-EXIT.
103936     IF HW-STATUS = "A"
103937         SET INPUT-WAS-TRUNCATED TO TRUE
103938         MOVE "APPROVED, NOT LOADED" TO WS-HOLD-LINE-TEXT
103939     ELSE
103940         STRING "HELD SINCE " HW-HOLD-DATE
103941             DELIMITED BY SIZE INTO WS-HOLD-LINE-TEXT
103942     END-IF.
103943     ADD 1 TO BS-HOLD-PENDING-COUNT.
103944     MOVE "PENDING" TO WS-HOLD-LINE-LABEL.
103945     PERFORM 3660-WRITE-HOLD-RECORD
103946         THRU 3660-WRITE-HOLD-RECORD-EXIT.
103947     PERFORM 3690-WRITE-HOLD-REPORT-LINES
103948         THRU 3690-WRITE-HOLD-REPORT-LINES-EXIT.
103949 3087-APPLY-HOLD-DISPOSITION-EXIT.
103950     EXIT.
103960*===============================================================
103970* 3060-READ-CURRENT-SOURCE - READ THE NEXT RECORD FROM THE
103980* CURRENT SOURCE FILE INTO WS-INPUT-WORK-RECORD.
104000*===============================================================
104100 3060-READ-CURRENT-SOURCE.
104200     IF WS-SOURCE-NUMBER = 1
107600*===============================================================
107700* 3100-VALIDATE-INPUT-RECORD - REJECT A BLANK ACCOUNT NUMBER OR
107800* A NON-NUMERIC AMOUNT OR TRANSACTION DATE SO A BAD RECORD
107900* CANNOT ABEND THE RUN, THEN CHECK THE ACCOUNT'S STANDING ON
107950* THE ACCOUNT MASTER.  EACH REASON CARRIES ITS OWN THREE-BYTE
107960* CODE (WS-REJECT-CODE) ONTO THE SUSPENSE RECORD.
107961* A RECORD THAT PASSES IS THEN CONVERTED TO THE BASE CURRENCY.
108000*===============================================================
108100 3100-VALIDATE-INPUT-RECORD.
108200     SET INPUT-VALUE-IS-VALID TO TRUE.
108300     MOVE SPACES TO WS-REJECT-REASON.
108310     MOVE SPACES TO WS-REJECT-CODE.
108400     IF NI-ACCOUNT-NUMBER = SPACES
108500         SET INPUT-VALUE-IS-INVALID TO TRUE
108600         MOVE "ACCOUNT NUMBER BLANK" TO WS-REJECT-REASON
108610         MOVE "ABL"                 TO WS-REJECT-CODE
108700     END-IF.
108800     IF INPUT-VALUE-IS-VALID
108900         AND NI-TRAN-AMOUNT IS NOT NUMERIC
109000         SET INPUT-VALUE-IS-INVALID TO TRUE
109100         MOVE "NON-NUMERIC AMOUNT"  TO WS-REJECT-REASON
109110         MOVE "AMT"                 TO WS-REJECT-CODE
109200     END-IF.
109300     IF INPUT-VALUE-IS-VALID
109400         AND NI-TRAN-DATE IS NOT NUMERIC
109500         SET INPUT-VALUE-IS-INVALID TO TRUE
109600         MOVE "NON-NUMERIC DATE"    TO WS-REJECT-REASON
109610         MOVE "DTE"                 TO WS-REJECT-CODE
109700     END-IF.
109710     IF INPUT-VALUE-IS-VALID
109720         AND NI-TRAN-TYPE NOT = "D"
109750         AND NI-TRAN-TYPE NOT = SPACE
109760         SET INPUT-VALUE-IS-INVALID TO TRUE
109770         MOVE "INVALID TRAN TYPE"   TO WS-REJECT-REASON
109775         MOVE "TYP"                 TO WS-REJECT-CODE
109780     END-IF.
109785     IF INPUT-VALUE-IS-VALID AND ACCOUNT-MASTER-IS-OPEN
109790         PERFORM 3110-CHECK-ACCOUNT-STATUS
109795             THRU 3110-CHECK-ACCOUNT-STATUS-EXIT
109797     END-IF.
109798     IF INPUT-VALUE-IS-VALID
109799         PERFORM 3120-CONVERT-CURRENCY
109800             THRU 3120-CONVERT-CURRENCY-EXIT
109801     END-IF.
109802     IF INPUT-VALUE-IS-VALID
109803         PERFORM 3160-CHECK-TRAN-PERIOD
109804             THRU 3160-CHECK-TRAN-PERIOD-EXIT
109805     END-IF.
109806 3100-VALIDATE-INPUT-RECORD-EXIT.
109900     EXIT.
109910*===============================================================
109920* 3110-CHECK-ACCOUNT-STATUS - LOOK THE ACCOUNT UP ON THE
109930* ACCOUNT MASTER.  AN ACCOUNT NEVER OPENED, A FROZEN OR CLOSED
109940* ACCOUNT, OR A TRANSACTION DATED BEFORE THE ACCOUNT OPENED IS
109950* REJECTED, EACH WITH ITS OWN REASON, SO NONE OF THEM REACHES
109960* NUMOUT, THE FREQUENCY MASTER, TRANHIST, OR THE GL.
109970*===============================================================
109980 3110-CHECK-ACCOUNT-STATUS.
109981     MOVE NI-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER.
109982     READ ACCOUNT-MASTER-FILE
109983         INVALID KEY
109984             MOVE "N" TO WS-ACCT-FOUND-SW
109985         NOT INVALID KEY
109986             MOVE "Y" TO WS-ACCT-FOUND-SW
109987     END-READ.
109988     IF NOT ACCOUNT-IS-ON-FILE
109989         SET INPUT-VALUE-IS-INVALID TO TRUE
109990         MOVE "ACCOUNT NOT ON FILE" TO WS-REJECT-REASON
109991         MOVE "ANF"                 TO WS-REJECT-CODE
109992         GO TO 3110-CHECK-ACCOUNT-STATUS-EXIT.
109993     IF AM-ACCOUNT-STATUS = "C"
109994         SET INPUT-VALUE-IS-INVALID TO TRUE
109995         MOVE "ACCOUNT CLOSED"      TO WS-REJECT-REASON
109996         MOVE "ACL"                 TO WS-REJECT-CODE
109997         GO TO 3110-CHECK-ACCOUNT-STATUS-EXIT.
109998     IF AM-ACCOUNT-STATUS = "F"
109999         SET INPUT-VALUE-IS-INVALID TO TRUE
110001         MOVE "ACCOUNT FROZEN"      TO WS-REJECT-REASON
110002         MOVE "AFZ"                 TO WS-REJECT-CODE
110003         GO TO 3110-CHECK-ACCOUNT-STATUS-EXIT.
110004     IF NI-TRAN-DATE < AM-OPEN-DATE
110005         SET INPUT-VALUE-IS-INVALID TO TRUE
110006         MOVE "DATE BEFORE OPEN"    TO WS-REJECT-REASON
110007         MOVE "DBO"                 TO WS-REJECT-CODE
110008     END-IF.
110009 3110-CHECK-ACCOUNT-STATUS-EXIT.
110010     EXIT.
110011*===============================================================
110012* 3120-CONVERT-CURRENCY - KEEP THE AMOUNT IN THE TRANSACTION
110013* CURRENCY IN NI-ORIG-AMOUNT AND PUT ITS BASE-CURRENCY
110014* EQUIVALENT IN NI-TRAN-AMOUNT.  A REGION'S RECORD HAS ITS
110015* ORIGINAL SET FROM THE AMOUNT SUBMITTED AS IT IS READ (3050); A
110016* SUSPENSE, RELEASE OR HOLD ITEM WAS CONVERTED BEFORE, SO IT IS
110017* RECONVERTED FROM THE ORIGINAL IT CARRIES (OR FROM ITS AMOUNT
110018* IF IT HAS NONE).  A BLANK OR BASE CURRENCY CODE CONVERTS AT
110019* ONE.  A CURRENCY NOT ON THE RATE TABLE, NO RATE IN FORCE ON
110020* THE TRAN DATE (OR NO RATE TABLE TONIGHT), OR A BASE AMOUNT
110021* TOO LARGE FOR THE FIELD IS REJECTED WITH ITS OWN REASON AND
110022* THE RECORD IS LEFT AS IT WAS.
110023*===============================================================
110024 3120-CONVERT-CURRENCY.
110025     IF NI-ORIG-AMOUNT IS NOT NUMERIC
110026         MOVE NI-TRAN-AMOUNT TO NI-ORIG-AMOUNT
110027     END-IF.
110028     IF NI-CURRENCY-CODE = SPACES
110029         OR NI-CURRENCY-CODE = WS-BASE-CURRENCY
110030         MOVE NI-ORIG-AMOUNT TO NI-TRAN-AMOUNT
110031         GO TO 3120-CONVERT-CURRENCY-EXIT.
110032     IF NOT RATE-TABLE-IS-LOADED
110033         SET INPUT-VALUE-IS-INVALID TO TRUE
110034         MOVE "NO RATE TABLE"       TO WS-REJECT-REASON
110035         MOVE "RTE"                 TO WS-REJECT-CODE
110036         GO TO 3120-CONVERT-CURRENCY-EXIT.
110037     MOVE NI-CURRENCY-CODE TO WS-FX-LOOKUP-CURRENCY.
110038     MOVE NI-TRAN-DATE     TO WS-FX-LOOKUP-DATE.
110039     PERFORM 3125-LOCATE-RATE
110040         THRU 3125-LOCATE-RATE-EXIT.
110041     IF WS-FX-CURRENCY-SW NOT = "Y"
110042         SET INPUT-VALUE-IS-INVALID TO TRUE
110043         MOVE "UNKNOWN CURRENCY"    TO WS-REJECT-REASON
110044         MOVE "CUR"                 TO WS-REJECT-CODE
110045         GO TO 3120-CONVERT-CURRENCY-EXIT.
110046     IF BS-RATE-FOUND-SUB = 0
110047         SET INPUT-VALUE-IS-INVALID TO TRUE
110048         MOVE "NO RATE FOR DATE"    TO WS-REJECT-REASON
110049         MOVE "RTE"                 TO WS-REJECT-CODE
110050         GO TO 3120-CONVERT-CURRENCY-EXIT.
110051     COMPUTE WS-FX-BASE-AMOUNT ROUNDED =
110052         NI-ORIG-AMOUNT * BS-RATE-VALUE(BS-RATE-FOUND-SUB)
110053         ON SIZE ERROR
110054             SET INPUT-VALUE-IS-INVALID TO TRUE
110055             MOVE "CONVERSION OVERFLOW" TO WS-REJECT-REASON
110056             MOVE "CNV"                 TO WS-REJECT-CODE
110057     END-COMPUTE.
110058     IF INPUT-VALUE-IS-VALID
110059         MOVE WS-FX-BASE-AMOUNT TO NI-TRAN-AMOUNT
110060     END-IF.
110061 3120-CONVERT-CURRENCY-EXIT.
110062     EXIT.
110063*===============================================================
110064* 3125-LOCATE-RATE - FIND THE RATE FOR WS-FX-LOOKUP-CURRENCY IN
110065* FORCE ON WS-FX-LOOKUP-DATE.  WS-FX-CURRENCY-SW SAYS WHETHER
110066* THE CURRENCY IS ON THE TABLE AT ALL; BS-RATE-FOUND-SUB IS THE
110067* RATE-ENTRY WHOSE DATES COVER THE DATE, OR ZERO.
110068*===============================================================
110069 3125-LOCATE-RATE.
110070     MOVE "N" TO WS-FX-CURRENCY-SW.
110071     MOVE 0   TO BS-RATE-FOUND-SUB.
110072     PERFORM VARYING BS-RATE-SUB FROM 1 BY 1
110073         UNTIL BS-RATE-SUB > BS-RATE-COUNT
110074         OR BS-RATE-FOUND-SUB > 0
110075         IF BS-RATE-CURRENCY(BS-RATE-SUB)
110076             = WS-FX-LOOKUP-CURRENCY
110077             MOVE "Y" TO WS-FX-CURRENCY-SW
110078             IF WS-FX-LOOKUP-DATE NOT < BS-RATE-FROM(BS-RATE-SUB)
110079                 AND WS-FX-LOOKUP-DATE
110080                     NOT > BS-RATE-TO(BS-RATE-SUB)
110081                 MOVE BS-RATE-SUB TO BS-RATE-FOUND-SUB
110082             END-IF
110083         END-IF
110084     END-PERFORM.
110085 3125-LOCATE-RATE-EXIT.
110086     EXIT.
110091*===============================================================
110100* 3150-BUILD-SORT-KEY - EXTRACT THE PARMCARD-SELECTED KEY FIELD
110200* FROM WS-KEY-WORK-RECORD INTO WS-WORK-KEY.  NUMERIC KEYS PASS
110300* THROUGH WS-KEY-NUMERIC SO THEY ARE ZERO-FILLED AND COLLATE
111700     END-IF.
111800 3150-BUILD-SORT-KEY-EXIT.
111900     EXIT.
111901*===============================================================
111902* 3160-CHECK-TRAN-PERIOD - HOLD THE TRAN DATE TO THE ACCOUNTING
111903* PERIODS.  A DATE MORE THAN THE FUTURE-DATING LIMIT AFTER THE
111904* RUN DATE IS REJECTED (FUT).  A DATE IN A CLOSED MONTH - ONE
111905* BEFORE THE FIRST MONTH ON PERDCTL, OR ONE ON IT WITH STATUS
111906* C - IS RE-DATED TO THE RUN DATE WHEN PARMCARD COLUMN 24 IS Y,
111907* OTHERWISE REJECTED TO SUSPENSE (CPD) UNTIL THE MONTH IS
111908* REOPENED OR THE DATE CORRECTED.  EACH ONE IS LISTED ON THE
111909* BACK-DATED TRANSACTIONS REPORT.  THE CURRENCY CONVERSION HAS
111910* ALREADY BEEN DONE AT THE RATE FOR THE ORIGINAL DATE.
111911*===============================================================
111912 3160-CHECK-TRAN-PERIOD.
111913     MOVE "N" TO WS-PERIOD-CLOSED-SW.
111914     IF NI-TRAN-DATE > WS-CURRENT-DATE
111915         MOVE NI-TRAN-DATE TO WS-DN-DATE
111916         PERFORM 9100-COMPUTE-DAY-NUMBER
111917             THRU 9100-COMPUTE-DAY-NUMBER-EXIT
111918         COMPUTE WS-DAYS-AHEAD =
111919             WS-DN-RESULT - WS-TODAY-DAY-NUMBER
111920         IF WS-DAYS-AHEAD > BS-FUTURE-DAYS
111921             SET INPUT-VALUE-IS-INVALID TO TRUE
111922             MOVE "FUTURE DATED"        TO WS-REJECT-REASON
111923             MOVE "FUT"                 TO WS-REJECT-CODE
111924             ADD 1 TO BS-FUT-REJECTS
111925             PERFORM 3165-WRITE-BACKDATED-LINE
111926                 THRU 3165-WRITE-BACKDATED-LINE-EXIT
111927         END-IF
111928         GO TO 3160-CHECK-TRAN-PERIOD-EXIT.
111929     IF BS-PRD-COUNT = 0
111930         GO TO 3160-CHECK-TRAN-PERIOD-EXIT.
111931     MOVE NI-TRAN-DATE TO WS-PERIOD-DATE-WORK-N.
111932     IF WS-PDW-PERIOD < BS-PRD-PERIOD(1)
111933         SET TRAN-PERIOD-IS-CLOSED TO TRUE
111934     ELSE
111935         PERFORM VARYING BS-PRD-SUB FROM 1 BY 1
111936             UNTIL BS-PRD-SUB > BS-PRD-COUNT
111937             OR TRAN-PERIOD-IS-CLOSED
111938             IF BS-PRD-PERIOD(BS-PRD-SUB) = WS-PDW-PERIOD
111939                 AND BS-PRD-STATUS(BS-PRD-SUB) = "C"
111940                 SET TRAN-PERIOD-IS-CLOSED TO TRUE
111941             END-IF
111942         END-PERFORM
111943     END-IF.
111944     IF NOT TRAN-PERIOD-IS-CLOSED
111945         GO TO 3160-CHECK-TRAN-PERIOD-EXIT.
111946     IF REDATE-CLOSED-PERIODS
111947         PERFORM 3165-WRITE-BACKDATED-LINE
111948             THRU 3165-WRITE-BACKDATED-LINE-EXIT
111949         MOVE WS-CURRENT-DATE TO NI-TRAN-DATE
111950         ADD 1 TO BS-BKD-REDATED
111951     ELSE
111952         SET INPUT-VALUE-IS-INVALID TO TRUE
111953         MOVE "CLOSED PERIOD"       TO WS-REJECT-REASON
111954         MOVE "CPD"                 TO WS-REJECT-CODE
111955         ADD 1 TO BS-BKD-SUSPENDED
111956         PERFORM 3165-WRITE-BACKDATED-LINE
111957             THRU 3165-WRITE-BACKDATED-LINE-EXIT
111958     END-IF.
111959 3160-CHECK-TRAN-PERIOD-EXIT.
111960     EXIT.
111961*===============================================================
111962* 3165-WRITE-BACKDATED-LINE - LIST THE ITEM IN
111963* WS-INPUT-WORK-RECORD ON THE BACK-DATED TRANSACTIONS REPORT
111964* WITH WHAT WAS DONE TO IT.  A RE-DATED ITEM SHOWS ITS NEW DATE.
111965*===============================================================
111966 3165-WRITE-BACKDATED-LINE.
111967     MOVE NI-ACCOUNT-NUMBER TO WS-MASK-ACCOUNT.
111968     PERFORM 9200-MASK-ACCOUNT
111969         THRU 9200-MASK-ACCOUNT-EXIT.
111970     MOVE WS-MASK-ACCOUNT   TO BDL-ACCOUNT-NUMBER.
111971     MOVE NI-TRAN-DATE      TO BDL-TRAN-DATE.
111972     MOVE NI-TRAN-TYPE      TO BDL-TRAN-TYPE.
111973     MOVE NI-TRAN-AMOUNT    TO BDL-AMOUNT.
111974     MOVE SPACES            TO BDL-NEW-DATE.
111975     IF NOT TRAN-PERIOD-IS-CLOSED
111976         MOVE "REJECTED - FUTURE"   TO BDL-ACTION
111977     ELSE
111978         IF REDATE-CLOSED-PERIODS
111979             MOVE "RE-DATED TO"     TO BDL-ACTION
111980             MOVE WS-CURRENT-DATE   TO BDL-NEW-DATE
111981         ELSE
111982             MOVE "SUSPENDED - CLOSED" TO BDL-ACTION
111983         END-IF
111984     END-IF.
111985     WRITE BACKDATED-REPORT-RECORD FROM BACKDATED-LINE.
111986 3165-WRITE-BACKDATED-LINE-EXIT.
111987     EXIT.
112000*===============================================================
112100* 3200-WRITE-EXCEPTION-RECORD - LOG A REJECTED INPUT RECORD
112200*===============================================================
112600     MOVE BS-INPUT-RECORD-NUMBER TO ER-RECORD-NUMBER.
112700     MOVE BS-SOURCE-NAME(WS-SOURCE-NUMBER)
112800                                 TO ER-SOURCE-NAME.
112900     MOVE WS-INPUT-WORK-RECORD   TO WS-PRINT-IMAGE.
112910     PERFORM 9210-MASK-PRINT-IMAGE
112920         THRU 9210-MASK-PRINT-IMAGE-EXIT.
112930     MOVE WS-PRINT-IMAGE         TO ER-OFFENDING-VALUE.
113000     MOVE WS-REJECT-REASON       TO ER-REASON.
113100     WRITE EXCEPTION-REPORT-RECORD.
113200 3200-WRITE-EXCEPTION-RECORD-EXIT.
114100 3250-WRITE-SUSPENSE-RECORD.
114200     MOVE WS-INPUT-WORK-RECORD TO SO-RECORD-DATA.
114300     MOVE WS-SUSPENSE-DATE     TO SO-REJECT-DATE.
114310     MOVE WS-REJECT-CODE       TO SO-REASON-CODE.
114400     ADD 1 TO BS-REJECT-SAVE-COUNT.
114500     MOVE SUSPENSE-OUT-RECORD
114600         TO BS-REJECT-SAVE-ENTRY(BS-REJECT-SAVE-COUNT).
115500* WITH ITS ORIGINAL REJECT DATE, AND FLAGGED FOR ESCALATION
115600* ONCE IT HAS SAT IN SUSPENSE LONGER THAN THE PARMCARD AGE
115700* LIMIT.
115710* AN ITEM SUSPENDED BECAUSE A SUPERVISOR DECLINED IT FROM THE
115720* HOLD QUEUE (REASON HDC) NEVER RECYCLES, HOWEVER VALID IT
115730* LOOKS - IT LEAVES SUSPENSE ONLY WHEN BSUSP-DEV FORCE-RELEASES
115740* OR DELETES IT.
115800*===============================================================
115900 3300-LOAD-SUSPENSE-FILE.
116000     MOVE 5 TO WS-SOURCE-NUMBER.
117200                 MOVE SI-RECORD-DATA TO WS-INPUT-WORK-RECORD
117300                 PERFORM 3100-VALIDATE-INPUT-RECORD
117400                     THRU 3100-VALIDATE-INPUT-RECORD-EXIT
117410                 IF SI-REASON-CODE = "HDC"
117420                     SET INPUT-VALUE-IS-INVALID TO TRUE
117430                     MOVE "HOLD DECLINED" TO WS-REJECT-REASON
117440                     MOVE "HDC"           TO WS-REJECT-CODE
117450                 END-IF
117500                 IF INPUT-VALUE-IS-VALID
117600                     ADD 1 TO I
117700                     MOVE I TO BS-RECORD-COUNT
118500                         TO ARR-RECORD(I)
118510                     MOVE 5   TO ARR-SOURCE(I)
118520                     MOVE "N" TO ARR-NET-SW(I)
118530                     MOVE 0   TO ARR-ACK-SUB(I)
118600                 ELSE
118700                     PERFORM 3200-WRITE-EXCEPTION-RECORD
118800                         THRU 3200-WRITE-EXCEPTION-RECORD-EXIT
122300         MOVE WS-AGE-DAYS TO WS-AGE-EDIT
122400         MOVE BS-INPUT-RECORD-NUMBER TO ER-RECORD-NUMBER
122500         MOVE BS-SOURCE-NAME(5)      TO ER-SOURCE-NAME
122600         MOVE WS-INPUT-WORK-RECORD   TO WS-PRINT-IMAGE
122610         PERFORM 9210-MASK-PRINT-IMAGE
122620             THRU 9210-MASK-PRINT-IMAGE-EXIT
122630         MOVE WS-PRINT-IMAGE         TO ER-OFFENDING-VALUE
122700         MOVE SPACES                 TO ER-REASON
122800         STRING "SUSPENSE" WS-AGE-EDIT " DAYS"
122900             DELIMITED BY SIZE INTO ER-REASON
125784             IF NI-TRAN-TYPE NOT = "R"
125786                 AND NI-ACCOUNT-NUMBER = KW-ACCOUNT-NUMBER
125788                 AND NI-TRAN-AMOUNT = KW-TRAN-AMOUNT
125789                 AND NI-CURRENCY-CODE = KW-CURRENCY-CODE
125790                 AND NI-ORIG-AMOUNT = KW-ORIG-AMOUNT
125791                 AND NI-TRAN-DATE = KW-TRAN-DATE
125792                 MOVE J TO WS-NET-MATCH-SUB
125794             END-IF
125796         END-IF
125800     IF WS-NET-MATCH-SUB > 0
125802         MOVE "Y" TO ARR-NET-SW(I)
125804         MOVE "Y" TO ARR-NET-SW(WS-NET-MATCH-SUB)
125805         PERFORM 3730-ACK-NETTED-PAIR
125806             THRU 3730-ACK-NETTED-PAIR-EXIT
125807         SUBTRACT 1 FROM BS-SOURCE-SORTED(ARR-SOURCE(I))
125808         SUBTRACT 1 FROM
125810             BS-SOURCE-SORTED(ARR-SOURCE(WS-NET-MATCH-SUB))
125812         ADD 1 TO BS-OFFSET-PAIR-COUNT
125836* THE REVERSAL ARRIVED FROM.
125838*===============================================================
125840 3560-WRITE-OFFSET-PAIR.
125841     MOVE KW-ACCOUNT-NUMBER TO WS-MASK-ACCOUNT.
125842     PERFORM 9200-MASK-ACCOUNT
125843         THRU 9200-MASK-ACCOUNT-EXIT.
125844     MOVE SPACES TO OFFSET-REPORT-RECORD.
125845     STRING "ACCT "            DELIMITED BY SIZE
125846            WS-MASK-ACCOUNT    DELIMITED BY SIZE
125848            " AMT "            DELIMITED BY SIZE
125850            KW-TRAN-AMOUNT     DELIMITED BY SIZE
125852            " DATE "           DELIMITED BY SIZE
125898     MOVE ARR-RECORD(I)  TO WS-INPUT-WORK-RECORD.
125900     MOVE ARR-SOURCE(I)  TO WS-SOURCE-NUMBER.
125902     MOVE "UNMATCHED REVERSAL" TO WS-REJECT-REASON.
125903     MOVE "REV"                TO WS-REJECT-CODE.
125904     PERFORM 3740-ACK-UNMATCHED-REVERSAL
125905         THRU 3740-ACK-UNMATCHED-REVERSAL-EXIT.
125906     PERFORM 3200-WRITE-EXCEPTION-RECORD
125907         THRU 3200-WRITE-EXCEPTION-RECORD-EXIT.
125908     MOVE WS-CURRENT-DATE TO WS-SUSPENSE-DATE.
125910     PERFORM 3250-WRITE-SUSPENSE-RECORD
125912         THRU 3250-WRITE-SUSPENSE-RECORD-EXIT.
125946     MOVE K TO BS-RECORD-COUNT.
125948 3580-COMPACT-NETTED-ARRAY-EXIT.
125950     EXIT.
125952*===============================================================
125954* 3450-CARRY-HOLDS-FORWARD - ON A NON-PROCESSING DAY THE HOLD
125956* QUEUE IS COPIED FORWARD UNTOUCHED, SUPERVISOR APPROVALS AND
125958* DECLINES INCLUDED, SO THEY TAKE EFFECT ON THE NEXT BUSINESS
125960* DAY INSTEAD OF BEING LOST WITH THE EMPTY GENERATION.
125962*===============================================================
125964 3450-CARRY-HOLDS-FORWARD.
125966     MOVE "N" TO WS-EOF-SW.
125968     IF NOT HOLD-IN-IS-OPEN
125970         SET END-OF-INPUT TO TRUE
125972     END-IF.
125974     PERFORM UNTIL END-OF-INPUT
125976         READ HOLD-IN-FILE
125978             AT END
125980                 SET END-OF-INPUT TO TRUE
125982             NOT AT END
125984                 MOVE HOLD-IN-RECORD TO HOLD-OUT-RECORD
125986                 WRITE HOLD-OUT-RECORD
125988                 ADD 1 TO BS-HOLD-PENDING-COUNT
125990         END-READ
125992     END-PERFORM.
125994 3450-CARRY-HOLDS-FORWARD-EXIT.
125996     EXIT.
125998*===============================================================
126000* 3600-APPLY-HOLD-LIMITS - AFTER NETTING AND BEFORE THE SORT,
126002* EVERY ENTRY EXCEPT A RELEASE (OPERATOR FORCE-RELEASES AND
126004* SUPERVISOR-APPROVED HOLDS HAVE ALREADY BEEN LOOKED AT) IS
126006* CHECKED AGAINST ITS HOLD LIMITS.  AN AMOUNT OVER THE SINGLE-
126008* AMOUNT LIMIT IS HELD (LAM); WHEN AN ACCOUNT HAS MORE
126010* TRANSACTIONS ON ONE TRAN DATE TONIGHT THAN ITS LIMIT, EVERY
126012* ONE OF THEM IS HELD (LCT) SO THE SUPERVISOR SEES THE WHOLE
126014* BURST.  HELD ENTRIES GO TO THE HOLD QUEUE AND HOLD REPORT,
126016* GIVE BACK THEIR SOURCES' SORTED COUNTS, AND ARE COMPACTED
126018* OUT OF ARRAY-TABLE LIKE NETTED ENTRIES.  A RESTART RUN SKIPS
126020* THIS PASS - THE CHECKPOINTED ARRAY WAS ALREADY SCREENED.
126022*===============================================================
126024 3600-APPLY-HOLD-LIMITS.
126026     IF NOT HOLD-LIMITS-ARE-LOADED
126028         GO TO 3600-APPLY-HOLD-LIMITS-EXIT.
126030     PERFORM VARYING I FROM 1 BY 1 UNTIL I > BS-RECORD-COUNT
126032         MOVE SPACES TO BS-HOLD-FLAG(I)
126034         MOVE 0      TO BS-HOLD-DAY-COUNT(I)
126036     END-PERFORM.
126038     PERFORM 3610-CHECK-HOLD-LIMITS
126040         THRU 3610-CHECK-HOLD-LIMITS-EXIT
126042         VARYING I FROM 1 BY 1 UNTIL I > BS-RECORD-COUNT.
126044     PERFORM 3640-HOLD-ONE-ENTRY
126046         THRU 3640-HOLD-ONE-ENTRY-EXIT
126048         VARYING I FROM 1 BY 1 UNTIL I > BS-RECORD-COUNT.
126050     IF BS-HOLD-NEW-COUNT > 0
126052         PERFORM 3580-COMPACT-NETTED-ARRAY
126054             THRU 3580-COMPACT-NETTED-ARRAY-EXIT
126056     END-IF.
126058 3600-APPLY-HOLD-LIMITS-EXIT.
126060     EXIT.
126062*===============================================================
126064* 3610-CHECK-HOLD-LIMITS - FLAG ENTRY I IF ITS AMOUNT IS OVER
126066* THE LIMIT.  THE FIRST ENTRY FOR AN ACCOUNT AND TRAN DATE ALSO
126068* COUNTS EVERY ENTRY FOR THAT ACCOUNT AND DATE, RECORDS THE
126070* COUNT ON EACH OF THEM, AND FLAGS THEM ALL WHEN THE COUNT IS
126072* OVER THE LIMIT; LATER ENTRIES OF THE SAME GROUP ALREADY
126074* CARRY THEIR COUNT AND ARE NOT COUNTED AGAIN.
126076*===============================================================
126078 3610-CHECK-HOLD-LIMITS.
126080     IF ARR-SOURCE(I) = 6
126082         GO TO 3610-CHECK-HOLD-LIMITS-EXIT.
126084     MOVE ARR-RECORD(I) TO WS-KEY-WORK-RECORD.
126086     PERFORM 3620-RESOLVE-HOLD-LIMITS
126088         THRU 3620-RESOLVE-HOLD-LIMITS-EXIT.
126090     IF BS-LIM-AMOUNT > 0 AND KW-TRAN-AMOUNT > BS-LIM-AMOUNT
126092         MOVE "LAM" TO BS-HOLD-FLAG(I)
126094     END-IF.
126096     IF BS-LIM-TRANS = 0 OR BS-HOLD-DAY-COUNT(I) > 0
126098         GO TO 3610-CHECK-HOLD-LIMITS-EXIT.
126100     MOVE 0 TO WS-HOLD-DAY-TALLY.
126102     PERFORM VARYING J FROM I BY 1 UNTIL J > BS-RECORD-COUNT
126104         IF ARR-SOURCE(J) NOT = 6
126106             MOVE ARR-RECORD(J) TO WS-INPUT-WORK-RECORD
126108             IF NI-ACCOUNT-NUMBER = KW-ACCOUNT-NUMBER
126110                 AND NI-TRAN-DATE = KW-TRAN-DATE
126112                 ADD 1 TO WS-HOLD-DAY-TALLY
126114             END-IF
126116         END-IF
126118     END-PERFORM.
126120     PERFORM VARYING J FROM I BY 1 UNTIL J > BS-RECORD-COUNT
126122         IF ARR-SOURCE(J) NOT = 6
126124             MOVE ARR-RECORD(J) TO WS-INPUT-WORK-RECORD
126126             IF NI-ACCOUNT-NUMBER = KW-ACCOUNT-NUMBER
126128                 AND NI-TRAN-DATE = KW-TRAN-DATE
126130                 MOVE WS-HOLD-DAY-TALLY
126132                     TO BS-HOLD-DAY-COUNT(J)
126134                 IF WS-HOLD-DAY-TALLY > BS-LIM-TRANS
126136                     AND BS-HOLD-FLAG(J) = SPACES
126138                     MOVE "LCT" TO BS-HOLD-FLAG(J)
126140                 END-IF
126142             END-IF
126144         END-IF
126146     END-PERFORM.
126148 3610-CHECK-HOLD-LIMITS-EXIT.
126150     EXIT.
126152*===============================================================
126154* 3620-RESOLVE-HOLD-LIMITS - THE LIMITS FOR THE ACCOUNT IN
126156* WS-KEY-WORK-RECORD ARRIVING FROM ENTRY I'S SOURCE.  EACH
126158* MEASURE COMES FROM THE ACCOUNT OVERRIDE IF ONE IS SET, ELSE
126160* THE REGION OVERRIDE, ELSE THE DEFAULT.  AN ITEM RECYCLED
126162* FROM SUSPENSE HAS NO REGION OF ITS OWN AND SKIPS THE REGION
126164* LEVEL.
126166*===============================================================
126168 3620-RESOLVE-HOLD-LIMITS.
126170     MOVE 0 TO BS-LIM-AMOUNT.
126172     MOVE 0 TO BS-LIM-TRANS.
126174     MOVE 0 TO BS-LIM-FOUND-SUB.
126176     PERFORM VARYING BS-LIM-SUB FROM 1 BY 1
126178         UNTIL BS-LIM-SUB > BS-LIM-ACCT-TOTAL
126180             OR BS-LIM-FOUND-SUB > 0
126182         IF BS-LIM-ACCT-KEY(BS-LIM-SUB) = KW-ACCOUNT-NUMBER
126184             MOVE BS-LIM-SUB TO BS-LIM-FOUND-SUB
126186         END-IF
126188     END-PERFORM.
126190     IF BS-LIM-FOUND-SUB > 0
126192         MOVE BS-LIM-ACCT-AMOUNT(BS-LIM-FOUND-SUB)
126194             TO BS-LIM-AMOUNT
126196         MOVE BS-LIM-ACCT-TRANS(BS-LIM-FOUND-SUB)
126198             TO BS-LIM-TRANS
126200     END-IF.
126202     MOVE 0 TO WS-LIMIT-REGION.
126204     IF ARR-SOURCE(I) NOT > BS-NUMIN-SOURCES
126206         MOVE ARR-SOURCE(I) TO WS-LIMIT-REGION
126208     END-IF.
126210     IF WS-LIMIT-REGION > 0 AND BS-LIM-AMOUNT = 0
126212         MOVE BS-LIM-RGN-AMOUNT(WS-LIMIT-REGION)
126214             TO BS-LIM-AMOUNT
126216     END-IF.
126218     IF WS-LIMIT-REGION > 0 AND BS-LIM-TRANS = 0
126220         MOVE BS-LIM-RGN-TRANS(WS-LIMIT-REGION)
126222             TO BS-LIM-TRANS
126224     END-IF.
126226     IF BS-LIM-AMOUNT = 0
126228         MOVE BS-LIM-DFT-AMOUNT TO BS-LIM-AMOUNT
126230     END-IF.
126232     IF BS-LIM-TRANS = 0
126234         MOVE BS-LIM-DFT-TRANS TO BS-LIM-TRANS
126236     END-IF.
126238 3620-RESOLVE-HOLD-LIMITS-EXIT.
126240     EXIT.
126242*===============================================================
126244* 3640-HOLD-ONE-ENTRY - DIVERT A FLAGGED ENTRY TO THE HOLD
126246* QUEUE WITH STATUS P (PENDING), THE LIMITS THAT APPLIED, AND
126248* THE ACCOUNT/DAY COUNT, AND FLAG IT FOR REMOVAL FROM THE SORT.
126250*===============================================================
126252 3640-HOLD-ONE-ENTRY.
126254     IF BS-HOLD-FLAG(I) = SPACES
126256         GO TO 3640-HOLD-ONE-ENTRY-EXIT.
126258     MOVE ARR-RECORD(I) TO WS-KEY-WORK-RECORD.
126260     PERFORM 3620-RESOLVE-HOLD-LIMITS
126262         THRU 3620-RESOLVE-HOLD-LIMITS-EXIT.
126264     MOVE "Y" TO ARR-NET-SW(I).
126266     SUBTRACT 1 FROM BS-SOURCE-SORTED(ARR-SOURCE(I)).
126268     ADD 1 TO BS-HOLD-NEW-COUNT.
126270     MOVE SPACES TO WS-HOLD-LINE-TEXT.
126272     IF BS-HOLD-FLAG(I) = "LAM"
126274         ADD 1 TO BS-HOLD-AMOUNT-COUNT
126276         MOVE "AMOUNT OVER LIMIT" TO WS-HOLD-LINE-TEXT
126278     ELSE
126280         ADD 1 TO BS-HOLD-VELOCITY-COUNT
126282         MOVE "COUNT OVER LIMIT"  TO WS-HOLD-LINE-TEXT
126284     END-IF.
126285     PERFORM 3750-ACK-HELD-ENTRY
126286         THRU 3750-ACK-HELD-ENTRY-EXIT.
126287     MOVE SPACES               TO HOLD-WORK-RECORD.
126288     MOVE ARR-RECORD(I)        TO HW-RECORD-DATA.
126290     MOVE ARR-SOURCE(I)        TO HW-SOURCE.
126292     MOVE BS-HOLD-FLAG(I)      TO HW-REASON-CODE.
126294     MOVE WS-CURRENT-DATE      TO HW-HOLD-DATE.
126296     MOVE BS-LIM-AMOUNT        TO HW-LIMIT-AMOUNT.
126298     MOVE BS-LIM-TRANS         TO HW-LIMIT-COUNT.
126300     MOVE BS-HOLD-DAY-COUNT(I) TO HW-DAY-COUNT.
126302     MOVE "P"                  TO HW-STATUS.
126304     MOVE SPACES               TO HW-APPROVER-ID.
126306     MOVE 0                    TO HW-ACTION-DATE.
126308     PERFORM 3660-WRITE-HOLD-RECORD
126310         THRU 3660-WRITE-HOLD-RECORD-EXIT.
126312     MOVE "NEW HOLD" TO WS-HOLD-LINE-LABEL.
126314     PERFORM 3690-WRITE-HOLD-REPORT-LINES
126316         THRU 3690-WRITE-HOLD-REPORT-LINES-EXIT.
126318 3640-HOLD-ONE-ENTRY-EXIT.
126320     EXIT.
126322*===============================================================
126324* 3660-WRITE-HOLD-RECORD - WRITE HOLD-WORK-RECORD TO TONIGHT'S
126326* HOLD QUEUE AND KEEP ITS IMAGE FOR THE CHECKPOINT.
126328*===============================================================
126330 3660-WRITE-HOLD-RECORD.
126332     IF BS-HOLD-SAVE-COUNT < 9999
126334         ADD 1 TO BS-HOLD-SAVE-COUNT
126336         MOVE HOLD-WORK-RECORD
126338             TO BS-HOLD-SAVE-ENTRY(BS-HOLD-SAVE-COUNT)
126340     END-IF.
126342     WRITE HOLD-OUT-RECORD FROM HOLD-WORK-RECORD.
126344 3660-WRITE-HOLD-RECORD-EXIT.
126346     EXIT.
126348*===============================================================
126350* 3690-WRITE-HOLD-REPORT-LINES - TWO HOLD REPORT LINES PER
126352* QUEUE ITEM (IMAGE IN HOLD-WORK-RECORD): WHAT BECAME OF IT
126354* TONIGHT (WS-HOLD-LINE-LABEL AND WS-HOLD-LINE-TEXT), THEN THE
126356* SOURCE IT CAME FROM, THE HOLD REASON, THE LIMITS THAT
126358* APPLIED, AND THE ACCOUNT'S TRANSACTION COUNT FOR THE DAY.
126360*===============================================================
126362 3690-WRITE-HOLD-REPORT-LINES.
126364     MOVE "UNKNOWN" TO WS-HOLD-SOURCE-NAME.
126366     IF HW-SOURCE IS NUMERIC AND HW-SOURCE > 0
126368         AND HW-SOURCE NOT > BS-SOURCE-LIMIT
126370         MOVE BS-SOURCE-NAME(HW-SOURCE) TO WS-HOLD-SOURCE-NAME
126372     END-IF.
126373     MOVE HW-RECORD-DATA TO WS-PRINT-IMAGE.
126374     PERFORM 9210-MASK-PRINT-IMAGE
126375         THRU 9210-MASK-PRINT-IMAGE-EXIT.
126376     MOVE SPACES TO HOLD-REPORT-RECORD.
126377     STRING WS-HOLD-LINE-LABEL  DELIMITED BY SIZE
126378            " "                 DELIMITED BY SIZE
126380            WS-PRINT-IMAGE      DELIMITED BY SIZE
126386            "  "                DELIMITED BY SIZE
126388            WS-HOLD-LINE-TEXT   DELIMITED BY SIZE
126390         INTO HOLD-REPORT-RECORD.
126392     WRITE HOLD-REPORT-RECORD.
126394     MOVE HW-LIMIT-AMOUNT TO WS-HOLD-EDIT-AMT.
126396     MOVE HW-LIMIT-COUNT  TO WS-HOLD-EDIT-CT.
126398     MOVE HW-DAY-COUNT    TO WS-HOLD-EDIT-CT2.
126400     MOVE SPACES TO HOLD-REPORT-RECORD.
126401     STRING WS-HOLD-SOURCE-NAME DELIMITED BY SIZE
126402            " REASON "          DELIMITED BY SIZE
126404            HW-REASON-CODE      DELIMITED BY SIZE
126406            "  LIMIT "          DELIMITED BY SIZE
126408            WS-HOLD-EDIT-AMT    DELIMITED BY SIZE
126410            "  MAX/DAY "        DELIMITED BY SIZE
126412            WS-HOLD-EDIT-CT     DELIMITED BY SIZE
126414            "  ACCT/DAY "       DELIMITED BY SIZE
126416            WS-HOLD-EDIT-CT2    DELIMITED BY SIZE
126418         INTO HOLD-REPORT-RECORD.
126420     WRITE HOLD-REPORT-RECORD.
126422 3690-WRITE-HOLD-REPORT-LINES-EXIT.
126424     EXIT.
126426*===============================================================
126428* 3710-ADD-ACK-ENTRY - RECORD THE DATA RECORD JUST READ FROM A
126430* REGION ON ACK-TABLE WITH ITS OUTCOME SO FAR: REJECTED (WITH
126432* THE 3100 REASON CODE AND TEXT), SUPPRESSED AS AN INTER-REGION
126434* DUPLICATE (NAMING THE SOURCE WHOSE COPY WAS KEPT), OR
126436* ACCEPTED.  AN ACCEPTED ENTRY MAY STILL BE NETTED, HELD OR
126438* EXCLUDED LATER IN THE RUN.  BS-ACK-SUB IS LEFT POINTING AT THE
126440* NEW ENTRY (ZERO IF ACK-TABLE IS FULL) FOR ARR-ACK-SUB.
126442*===============================================================
126444 3710-ADD-ACK-ENTRY.
126446     MOVE 0 TO BS-ACK-SUB.
126448     IF BS-ACK-COUNT NOT < BS-MAX-RECORDS
126450         GO TO 3710-ADD-ACK-ENTRY-EXIT.
126452     ADD 1 TO BS-ACK-COUNT.
126454     MOVE BS-ACK-COUNT TO BS-ACK-SUB.
126456     MOVE WS-INPUT-WORK-RECORD TO BS-ACK-RECORD(BS-ACK-SUB).
126458     MOVE WS-SOURCE-NUMBER     TO BS-ACK-SOURCE(BS-ACK-SUB).
126460     MOVE "A"                  TO BS-ACK-OUTCOME(BS-ACK-SUB).
126462     MOVE SPACES            TO BS-ACK-REASON-CODE(BS-ACK-SUB).
126464     MOVE SPACES            TO BS-ACK-REASON-TEXT(BS-ACK-SUB).
126466     IF NOT INPUT-VALUE-IS-VALID
126468         MOVE "R" TO BS-ACK-OUTCOME(BS-ACK-SUB)
126470         MOVE WS-REJECT-CODE
126472             TO BS-ACK-REASON-CODE(BS-ACK-SUB)
126474         MOVE WS-REJECT-REASON
126476             TO BS-ACK-REASON-TEXT(BS-ACK-SUB)
126478         GO TO 3710-ADD-ACK-ENTRY-EXIT.
126480     IF WS-XDUP-SKIP-SW = "Y"
126482         MOVE "D"   TO BS-ACK-OUTCOME(BS-ACK-SUB)
126484         MOVE "DUP" TO BS-ACK-REASON-CODE(BS-ACK-SUB)
126486         STRING "KEPT FROM "      DELIMITED BY SIZE
126488                BS-SOURCE-NAME(ARR-SOURCE(BS-XDUP-SUB))
126490                                  DELIMITED BY SIZE
126492             INTO BS-ACK-REASON-TEXT(BS-ACK-SUB)
126494     END-IF.
126496 3710-ADD-ACK-ENTRY-EXIT.
126498     EXIT.
126500*===============================================================
126502* 3720-EXCLUDE-FAILED-ACKS - THE REGION JUST LOADED FAILED ITS
126504* CONTROL-RECORD CHECK AND ITS SORTED RECORDS WERE BACKED OUT,
126506* SO EVERY ENTRY OF THIS SOURCE STILL SHOWING ACCEPTED BECOMES
126508* EXCLUDED.  REJECTS AND SUPPRESSED DUPLICATES KEEP THEIR
126510* OUTCOME - THEY NEVER ENTERED THE SORT IN ANY CASE.
126512*===============================================================
126514 3720-EXCLUDE-FAILED-ACKS.
126518     PERFORM VARYING BS-ACK-SUB FROM 1 BY 1
126520         UNTIL BS-ACK-SUB > BS-ACK-COUNT
126522         IF BS-ACK-SOURCE(BS-ACK-SUB) = WS-SOURCE-NUMBER
126523             AND BS-ACK-OUTCOME(BS-ACK-SUB) = "A"
126524             MOVE "X"   TO BS-ACK-OUTCOME(BS-ACK-SUB)
126526             MOVE "CTL" TO BS-ACK-REASON-CODE(BS-ACK-SUB)
126528             MOVE "FILE FAILED CONTROL"
126530                 TO BS-ACK-REASON-TEXT(BS-ACK-SUB)
126532         END-IF
126534     END-PERFORM.
126536 3720-EXCLUDE-FAILED-ACKS-EXIT.
126538     EXIT.
126540*===============================================================
126542* 3730-ACK-NETTED-PAIR - MARK BOTH HALVES OF A NETTED PAIR
126544* (REVERSAL I, ORIGINAL WS-NET-MATCH-SUB) AS NETTED ON
126546* ACK-TABLE.  A HALF THAT CAME FROM SUSPENSE OR A RELEASE HAS NO
126548* ACK-ENTRY AND IS LEFT ALONE.
126550*===============================================================
126552 3730-ACK-NETTED-PAIR.
126554     MOVE ARR-ACK-SUB(I) TO BS-ACK-SUB.
126556     IF BS-ACK-SUB > 0
126558         MOVE "N"   TO BS-ACK-OUTCOME(BS-ACK-SUB)
126560         MOVE "NET" TO BS-ACK-REASON-CODE(BS-ACK-SUB)
126562         MOVE "NETTED WITH ORIGINAL"
126564             TO BS-ACK-REASON-TEXT(BS-ACK-SUB)
126566     END-IF.
126568     MOVE ARR-ACK-SUB(WS-NET-MATCH-SUB) TO BS-ACK-SUB.
126570     IF BS-ACK-SUB > 0
126572         MOVE "N"   TO BS-ACK-OUTCOME(BS-ACK-SUB)
126574         MOVE "NET" TO BS-ACK-REASON-CODE(BS-ACK-SUB)
126576         MOVE "NETTED WITH REVERSAL"
126578             TO BS-ACK-REASON-TEXT(BS-ACK-SUB)
126580     END-IF.
126582 3730-ACK-NETTED-PAIR-EXIT.
126584     EXIT.
126586*===============================================================
126588* 3740-ACK-UNMATCHED-REVERSAL - A REVERSAL WITH NO ORIGINAL
126590* TONIGHT GOES TO SUSPENSE, SO ITS ACK-ENTRY BECOMES A REJECT
126592* WITH THE REV REASON.
126594*===============================================================
126596 3740-ACK-UNMATCHED-REVERSAL.
126598     MOVE ARR-ACK-SUB(I) TO BS-ACK-SUB.
126600     IF BS-ACK-SUB = 0
126602         GO TO 3740-ACK-UNMATCHED-REVERSAL-EXIT.
126604     MOVE "R"              TO BS-ACK-OUTCOME(BS-ACK-SUB).
126606     MOVE WS-REJECT-CODE   TO BS-ACK-REASON-CODE(BS-ACK-SUB).
126608     MOVE WS-REJECT-REASON TO BS-ACK-REASON-TEXT(BS-ACK-SUB).
126610 3740-ACK-UNMATCHED-REVERSAL-EXIT.
126612     EXIT.
126614*===============================================================
126616* 3750-ACK-HELD-ENTRY - AN ENTRY DIVERTED TO THE HOLD QUEUE IS
126618* ACKNOWLEDGED AS HELD WITH THE HOLD REASON (LAM OR LCT).  THE
126620* REGION SEES IT AGAIN ONLY AS A RELEASE, NEVER A SECOND ACK.
126622*===============================================================
126624 3750-ACK-HELD-ENTRY.
126626     MOVE ARR-ACK-SUB(I) TO BS-ACK-SUB.
126628     IF BS-ACK-SUB = 0
126630         GO TO 3750-ACK-HELD-ENTRY-EXIT.
126632     MOVE "H"               TO BS-ACK-OUTCOME(BS-ACK-SUB).
126634     MOVE BS-HOLD-FLAG(I)   TO BS-ACK-REASON-CODE(BS-ACK-SUB).
126636     MOVE WS-HOLD-LINE-TEXT TO BS-ACK-REASON-TEXT(BS-ACK-SUB).
126638 3750-ACK-HELD-ENTRY-EXIT.
126640     EXIT.
126645*===============================================================
126650* 4000-SORT-ARRAY - SHELL SORT OF ARRAY-TABLE.  REPLACES THE
126655* ORIGINAL BUBBLE SORT, WHICH WAS O(N**2) AND DID NOT SCALE
126660* ONCE ARRAY-TABLE STOPPED BEING A FIXED FIVE ELEMENTS.
126665* COMPARES THE ARR-SORT-KEY BUILT BY 3150-BUILD-SORT-KEY AND
126670* MOVES THE WHOLE ENTRY, SO THE FULL TRANSACTION RECORD STAYS
126675* WITH ITS KEY.  SORTS ASCENDING OR DESCENDING PER
126680* WS-DIRECTION-SW, SET BY THE PARAMETER CARD READ IN
126685* 1200-READ-PARM-CARD.  ON A RESTART RUN, BS-GAP AND BS-START-I
126700* PICK UP WHERE 2100-READ-RESTART-RECORD LEFT OFF INSTEAD OF
126800* STARTING OVER AT RECORD ONE.
126900*===============================================================
132000     MOVE BS-REJECT-COUNT  TO RST-REJECT-COUNT.
132100     MOVE WS-RUN-ID        TO RST-RUN-ID.
132200     MOVE BS-REJECT-SAVE-COUNT TO RST-SUSPENSE-COUNT.
132210     MOVE BS-HOLD-SAVE-COUNT   TO RST-HOLD-COUNT.
132300     PERFORM VARYING J FROM 1 BY 1 UNTIL J > BS-SOURCE-LIMIT
132400         MOVE BS-SOURCE-SORTED(J) TO RST-SRC-SORTED(J)
132500         MOVE BS-SOURCE-REJECT(J) TO RST-SRC-REJECT(J)
133500             TO RESTART-SUSPENSE-RECORD
133600         WRITE RESTART-SUSPENSE-RECORD
133700     END-PERFORM.
133710     PERFORM VARYING J FROM 1 BY 1
133720         UNTIL J > BS-HOLD-SAVE-COUNT
133730         MOVE BS-HOLD-SAVE-ENTRY(J)
133740             TO RESTART-HOLD-RECORD
133750         WRITE RESTART-HOLD-RECORD
133760     END-PERFORM.
133770     PERFORM VARYING J FROM 1 BY 1
133772         UNTIL J > BS-NUMIN-SOURCES
133774         MOVE SOURCE-VERIFY-ENTRY(J) TO RESTART-REGION-RECORD
133776         WRITE RESTART-REGION-RECORD
133778     END-PERFORM.
133780     PERFORM VARYING J FROM 1 BY 1 UNTIL J > BS-ACK-COUNT
133782         MOVE ACK-ENTRY(J) TO RESTART-ACK-RECORD
133784         WRITE RESTART-ACK-RECORD
133786     END-PERFORM.
133800     CLOSE RESTART-FILE.
133900 4200-CHECKPOINT-SAVE-EXIT.
134000     EXIT.
137400     EXIT.
137500*===============================================================
137600* 5050-ACCUMULATE-OUTPUT-TOTALS - COUNT THE DETAIL RECORD IN
137700* NOD-RECORD-DATA AND ROLL ITS BASE-CURRENCY AMOUNT (IN
137800* PENNIES) INTO THE TRAILER HASH TOTAL.  THE HASH WRAPS AT 15
137900* DIGITS DELIBERATELY; DOWNSTREAM RECOMPUTES THE SAME WAY.
138000*===============================================================
138100 5050-ACCUMULATE-OUTPUT-TOTALS.
138200     ADD 1 TO BS-OUTPUT-RECORD-COUNT.
144940     END-IF.
145000     PERFORM 6100-WRITE-CONTROL-REPORT
145100         THRU 6100-WRITE-CONTROL-REPORT-EXIT.
145110     PERFORM 6170-WRITE-HOLD-REPORT-TOTALS
145120         THRU 6170-WRITE-HOLD-REPORT-TOTALS-EXIT.
145130     PERFORM 6800-WRITE-REGION-ACKS
145140         THRU 6800-WRITE-REGION-ACKS-EXIT.
145141     PERFORM 6900-WRITE-FX-REPORT
145142         THRU 6900-WRITE-FX-REPORT-EXIT.
145143     PERFORM 6050-WRITE-BACKDATED-TOTALS
145144         THRU 6050-WRITE-BACKDATED-TOTALS-EXIT.
145200     PERFORM 6500-BUILD-STATISTICS
145300         THRU 6500-BUILD-STATISTICS-EXIT.
145400 6000-BUILD-CONTROL-REPORT-EXIT.
145500     EXIT.
145501*===============================================================
145502* 6050-WRITE-BACKDATED-TOTALS - CLOSE OFF THE BACK-DATED
145503* TRANSACTIONS REPORT WITH TONIGHT'S COUNTS.
145504*===============================================================
145505 6050-WRITE-BACKDATED-TOTALS.
145506     MOVE SPACES TO BACKDATED-REPORT-RECORD.
145507     WRITE BACKDATED-REPORT-RECORD.
145508     MOVE BS-BKD-REDATED TO WS-BKD-EDIT-CT.
145509     MOVE SPACES TO BACKDATED-REPORT-RECORD.
145510     STRING "RE-DATED.............: " WS-BKD-EDIT-CT
145511         DELIMITED BY SIZE INTO BACKDATED-REPORT-RECORD.
145512     WRITE BACKDATED-REPORT-RECORD.
145513     MOVE BS-BKD-SUSPENDED TO WS-BKD-EDIT-CT.
145514     MOVE SPACES TO BACKDATED-REPORT-RECORD.
145515     STRING "SUSPENDED (CPD)......: " WS-BKD-EDIT-CT
145516         DELIMITED BY SIZE INTO BACKDATED-REPORT-RECORD.
145517     WRITE BACKDATED-REPORT-RECORD.
145518     MOVE BS-FUT-REJECTS TO WS-BKD-EDIT-CT.
145519     MOVE SPACES TO BACKDATED-REPORT-RECORD.
145520     STRING "FUTURE-DATED (FUT)...: " WS-BKD-EDIT-CT
145521         DELIMITED BY SIZE INTO BACKDATED-REPORT-RECORD.
145522     WRITE BACKDATED-REPORT-RECORD.
145523 6050-WRITE-BACKDATED-TOTALS-EXIT.
145524     EXIT.
145600*===============================================================
145700* 6100-WRITE-CONTROL-REPORT - WRITE THE CONTROL REPORT DETAIL
145800* LINES TO CONTROL-REPORT-FILE.
155048            " TO SUSPENSE"            DELIMITED BY SIZE
155050         INTO CONTROL-REPORT-RECORD.
155052     WRITE CONTROL-REPORT-RECORD.
155053*
155054     MOVE BS-HOLD-NEW-COUNT     TO WS-REPORT-NUMBER.
155055     MOVE BS-HOLD-PENDING-COUNT TO WS-REPORT-NUMBER2.
155056     MOVE SPACES TO CONTROL-REPORT-RECORD.
155057     STRING "HELD FOR APPROVAL....: " DELIMITED BY SIZE
155058            WS-REPORT-NUMBER          DELIMITED BY SIZE
155059            " NEW  CARRIED PENDING: " DELIMITED BY SIZE
155060            WS-REPORT-NUMBER2         DELIMITED BY SIZE
155061         INTO CONTROL-REPORT-RECORD.
155062     WRITE CONTROL-REPORT-RECORD.
155063     MOVE BS-HOLD-RELEASED-COUNT TO WS-REPORT-NUMBER.
155064     MOVE BS-HOLD-DECLINED-COUNT TO WS-REPORT-NUMBER2.
155065     MOVE SPACES TO CONTROL-REPORT-RECORD.
155066     STRING "HOLDS RELEASED.......: " DELIMITED BY SIZE
155067            WS-REPORT-NUMBER          DELIMITED BY SIZE
155068            "  DECLINED: "            DELIMITED BY SIZE
155069            WS-REPORT-NUMBER2         DELIMITED BY SIZE
155070            " TO SUSPENSE"            DELIMITED BY SIZE
155071         INTO CONTROL-REPORT-RECORD.
155072     WRITE CONTROL-REPORT-RECORD.
155073     IF NOT HOLD-LIMITS-ARE-LOADED AND NOT NON-PROCESSING-DAY
155074         MOVE SPACES TO CONTROL-REPORT-RECORD
155075         STRING "HOLD LIMITS NOT AVAILABLE - HIGH-VALUE AND "
155076             DELIMITED BY SIZE
155077             "VELOCITY NOT CHECKED" DELIMITED BY SIZE
155078             INTO CONTROL-REPORT-RECORD
155079         WRITE CONTROL-REPORT-RECORD
155080     END-IF.
155100*
155200     MOVE SPACES TO CONTROL-REPORT-RECORD.
155300     IF NOT PRIOR-OUTPUT-FILE-EXISTS
158820         PERFORM 6160-WRITE-VOLUME-CHECK-LINES
158830             THRU 6160-WRITE-VOLUME-CHECK-LINES-EXIT
158840     END-IF.
158850     IF NOT ACCOUNT-MASTER-IS-OPEN AND NOT NON-PROCESSING-DAY
158855         MOVE SPACES TO CONTROL-REPORT-RECORD
158860         STRING "ACCOUNT MASTER NOT AVAILABLE - ACCOUNT "
158865             DELIMITED BY SIZE
158870             "STATUS NOT CHECKED" DELIMITED BY SIZE
158875             INTO CONTROL-REPORT-RECORD
158880         WRITE CONTROL-REPORT-RECORD
158885     END-IF.
158900 6100-WRITE-CONTROL-REPORT-EXIT.
159000     EXIT.
159002*===============================================================
159206     END-PERFORM.
159208 6160-WRITE-VOLUME-CHECK-LINES-EXIT.
159210     EXIT.
159212*===============================================================
159214* 6170-WRITE-HOLD-REPORT-TOTALS - CLOSE THE HOLD REPORT WITH THE
159216* NIGHT'S QUEUE MOVEMENT AND WHAT IS LEFT WAITING FOR A
159218* SUPERVISOR.
159220*===============================================================
159222 6170-WRITE-HOLD-REPORT-TOTALS.
159224     MOVE SPACES TO HOLD-REPORT-RECORD.
159226     WRITE HOLD-REPORT-RECORD.
159228     IF NOT HOLD-LIMITS-ARE-LOADED AND NOT NON-PROCESSING-DAY
159230         MOVE SPACES TO HOLD-REPORT-RECORD
159232         STRING "HOLD LIMITS NOT AVAILABLE - NOTHING CHECKED "
159234             DELIMITED BY SIZE
159236             "TONIGHT" DELIMITED BY SIZE
159238             INTO HOLD-REPORT-RECORD
159240         WRITE HOLD-REPORT-RECORD
159242     END-IF.
159244     MOVE BS-HOLD-AMOUNT-COUNT TO WS-HOLD-EDIT-CT.
159246     MOVE SPACES TO HOLD-REPORT-RECORD.
159248     STRING "NEW HOLDS - AMOUNT...: " WS-HOLD-EDIT-CT
159250         DELIMITED BY SIZE INTO HOLD-REPORT-RECORD.
159252     WRITE HOLD-REPORT-RECORD.
159254     MOVE BS-HOLD-VELOCITY-COUNT TO WS-HOLD-EDIT-CT.
159256     MOVE SPACES TO HOLD-REPORT-RECORD.
159258     STRING "NEW HOLDS - COUNT....: " WS-HOLD-EDIT-CT
159260         DELIMITED BY SIZE INTO HOLD-REPORT-RECORD.
159262     WRITE HOLD-REPORT-RECORD.
159264     MOVE BS-HOLD-RELEASED-COUNT TO WS-HOLD-EDIT-CT.
159266     MOVE SPACES TO HOLD-REPORT-RECORD.
159268     STRING "RELEASED.............: " WS-HOLD-EDIT-CT
159270         DELIMITED BY SIZE INTO HOLD-REPORT-RECORD.
159272     WRITE HOLD-REPORT-RECORD.
159274     MOVE BS-HOLD-DECLINED-COUNT TO WS-HOLD-EDIT-CT.
159276     MOVE SPACES TO HOLD-REPORT-RECORD.
159278     STRING "DECLINED TO SUSPENSE.: " WS-HOLD-EDIT-CT
159280         DELIMITED BY SIZE INTO HOLD-REPORT-RECORD.
159282     WRITE HOLD-REPORT-RECORD.
159284     MOVE BS-HOLD-PENDING-COUNT TO WS-HOLD-EDIT-CT.
159286     MOVE SPACES TO HOLD-REPORT-RECORD.
159288     STRING "CARRIED PENDING......: " WS-HOLD-EDIT-CT
159290         DELIMITED BY SIZE INTO HOLD-REPORT-RECORD.
159292     WRITE HOLD-REPORT-RECORD.
159294 6170-WRITE-HOLD-REPORT-TOTALS-EXIT.
159296     EXIT.
159297*===============================================================
159298* 6500-BUILD-STATISTICS - BUILD THE FREQUENCY DISTRIBUTION OF
159300* DISTINCT SORT KEY VALUES FROM THE SORTED ARRAY-TABLE
159400* (ADJACENT RUNS OF EQUAL KEYS), FIND THE MODE, AND FOR THE
159500* NUMERIC KEYS (AMOUNT, DATE) THE MEAN AND MEDIAN, THEN WRITE
171700     ELSE
171800         MOVE BS-MODE-KEY TO WS-STAT-KEY-DISP
171900     END-IF.
171910     IF SORT-KEY-IS-ACCOUNT
171920         MOVE WS-STAT-KEY-DISP(1:10) TO WS-MASK-ACCOUNT
171930         PERFORM 9200-MASK-ACCOUNT
171940             THRU 9200-MASK-ACCOUNT-EXIT
171950         MOVE WS-MASK-ACCOUNT TO WS-STAT-KEY-DISP(1:10)
171960     END-IF.
172000     MOVE SPACES TO STAT-REPORT-RECORD.
172100     STRING "MODE KEY VALUE.......: " DELIMITED BY SIZE
172200            WS-STAT-KEY-DISP          DELIMITED BY SIZE
176300     ELSE
176400         MOVE BS-DIST-KEY(J) TO WS-STAT-KEY-DISP
176500     END-IF.
176510     IF SORT-KEY-IS-ACCOUNT
176520         MOVE WS-STAT-KEY-DISP(1:10) TO WS-MASK-ACCOUNT
176530         PERFORM 9200-MASK-ACCOUNT
176540             THRU 9200-MASK-ACCOUNT-EXIT
176550         MOVE WS-MASK-ACCOUNT TO WS-STAT-KEY-DISP(1:10)
176560     END-IF.
176600     MOVE SPACES TO STAT-REPORT-RECORD.
176700     STRING "KEY "            DELIMITED BY SIZE
176800            WS-STAT-KEY-DISP  DELIMITED BY SIZE
177600     WRITE STAT-REPORT-RECORD.
177700 6700-WRITE-DISTRIBUTION-LINE-EXIT.
177800     EXIT.
177801*===============================================================
177802* 6800-WRITE-REGION-ACKS - WRITE EACH REGION'S ACKNOWLEDGEMENT
177803* DATASET (REGACK1-REGACK4).  RECORD TYPES, ONE BYTE IN COLUMN 1:
177804*   H  HEADER - REGION, SOURCE NAME, RUN DATE, RUN ID, RUN
177805*      STATUS (P PROCESSED, N NON-PROCESSING DAY), CONTROL
177806*      RECORD PRESENT (Y/N) AND CONTROL CHECK (G GOOD, F
177807*      FAILED, N NOT CHECKED - NO FILE TONIGHT).
177808*   D  ONE PER DATA RECORD SUBMITTED - THE RECORD, ITS OUTCOME
177809*      (A/R/D/N/H/X), REASON CODE AND REASON TEXT.
177810*   T  ONE PER OUTCOME - COUNT AND AMOUNT.
177811*   C  CONTROL - THE REGION'S CTL COUNT AND AMOUNT, THE COUNT
177812*      AND AMOUNT ACKNOWLEDGED, AND Y WHEN THEY TIE.
177813* A NON-PROCESSING DAY WRITES THE HEADER ONLY.
177814*===============================================================
177815 6800-WRITE-REGION-ACKS.
177816     PERFORM 6810-WRITE-ONE-REGION-ACK
177817         THRU 6810-WRITE-ONE-REGION-ACK-EXIT
177818         VARYING WS-ACK-REGION FROM 1 BY 1
177819         UNTIL WS-ACK-REGION > BS-NUMIN-SOURCES.
177820 6800-WRITE-REGION-ACKS-EXIT.
177821     EXIT.
177822*===============================================================
177823* 6810-WRITE-ONE-REGION-ACK - HEADER, DETAILS, OUTCOME TOTALS
177824* AND CONTROL RECORD FOR REGION WS-ACK-REGION.
177825*===============================================================
177826 6810-WRITE-ONE-REGION-ACK.
177827     MOVE SPACES          TO ACK-HEADER-LINE.
177828     MOVE "H"             TO AKH-RECORD-TYPE.
177829     MOVE WS-ACK-REGION   TO AKH-REGION.
177830     MOVE BS-SOURCE-NAME(WS-ACK-REGION) TO AKH-SOURCE-NAME.
177831     MOVE WS-CURRENT-DATE TO AKH-RUN-DATE.
177832     MOVE WS-RUN-ID       TO AKH-RUN-ID.
177833     MOVE "P"             TO AKH-RUN-STATUS.
177834     IF NON-PROCESSING-DAY
177835         MOVE "N"         TO AKH-RUN-STATUS
177836     END-IF.
177837     MOVE "N"             TO AKH-CTL-PRESENT.
177838     IF SOURCE-CTL-PRESENT(WS-ACK-REGION)
177839         MOVE "Y"         TO AKH-CTL-PRESENT
177840     END-IF.
177841     MOVE BS-SRC-VERIFY-SW(WS-ACK-REGION) TO AKH-CTL-VERIFY.
177842     MOVE ACK-HEADER-LINE TO WS-ACK-LINE.
177843     PERFORM 6890-WRITE-ACK-LINE
177844         THRU 6890-WRITE-ACK-LINE-EXIT.
177845     IF NON-PROCESSING-DAY
177846         GO TO 6810-WRITE-ONE-REGION-ACK-EXIT.
177847     MOVE ZEROS TO ACK-OUTCOME-TOTALS.
177848     MOVE 0     TO BS-ACK-TOTAL-COUNT.
177849     MOVE 0     TO BS-ACK-TOTAL-AMOUNT.
177850     PERFORM 6820-WRITE-ACK-DETAIL
177851         THRU 6820-WRITE-ACK-DETAIL-EXIT
177852         VARYING BS-ACK-SUB FROM 1 BY 1
177853         UNTIL BS-ACK-SUB > BS-ACK-COUNT.
177854     PERFORM VARYING BS-ACK-OUT-SUB FROM 1 BY 1
177855         UNTIL BS-ACK-OUT-SUB > 6
177856         MOVE SPACES TO ACK-TOTAL-LINE
177857         MOVE "T"           TO AKT-RECORD-TYPE
177858         MOVE WS-ACK-REGION TO AKT-REGION
177859         MOVE BS-ACK-OUTCOME-CODE(BS-ACK-OUT-SUB)
177860             TO AKT-OUTCOME
177861         MOVE BS-ACK-OUT-COUNT(BS-ACK-OUT-SUB)  TO AKT-COUNT
177862         MOVE BS-ACK-OUT-AMOUNT(BS-ACK-OUT-SUB) TO AKT-AMOUNT
177863         MOVE ACK-TOTAL-LINE TO WS-ACK-LINE
177864         PERFORM 6890-WRITE-ACK-LINE
177865             THRU 6890-WRITE-ACK-LINE-EXIT
177866     END-PERFORM.
177867     MOVE SPACES              TO ACK-CONTROL-LINE.
177868     MOVE "C"                 TO AKC-RECORD-TYPE.
177869     MOVE WS-ACK-REGION       TO AKC-REGION.
177870     MOVE BS-SRC-EXP-COUNT(WS-ACK-REGION)  TO AKC-CTL-COUNT.
177871     MOVE BS-SRC-EXP-AMOUNT(WS-ACK-REGION) TO AKC-CTL-AMOUNT.
177872     MOVE BS-ACK-TOTAL-COUNT  TO AKC-ACK-COUNT.
177873     MOVE BS-ACK-TOTAL-AMOUNT TO AKC-ACK-AMOUNT.
177874     MOVE "N"                 TO AKC-TIE-SW.
177875     IF SOURCE-CTL-PRESENT(WS-ACK-REGION)
177876         AND BS-SRC-EXP-COUNT(WS-ACK-REGION) = BS-ACK-TOTAL-COUNT
177877         AND BS-SRC-EXP-AMOUNT(WS-ACK-REGION)
177878             = BS-ACK-TOTAL-AMOUNT
177879         MOVE "Y"             TO AKC-TIE-SW
177880     END-IF.
177881     MOVE ACK-CONTROL-LINE TO WS-ACK-LINE.
177882     PERFORM 6890-WRITE-ACK-LINE
177883         THRU 6890-WRITE-ACK-LINE-EXIT.
177884 6810-WRITE-ONE-REGION-ACK-EXIT.
177885     EXIT.
177886*===============================================================
177887* 6820-WRITE-ACK-DETAIL - ONE DETAIL RECORD FOR ACK-ENTRY
177888* BS-ACK-SUB IF IT BELONGS TO THIS REGION, ADDING IT TO ITS
177889* OUTCOME TOTAL AND THE REGION TOTAL.  AMOUNTS ARE TOTALLED THE
177890* SAME WAY THE REGION'S CONTROL AMOUNT IS CHECKED - THE AMOUNT
177891* AS SUBMITTED (NOW THE ORIGINAL AMOUNT), WHEN IT IS NUMERIC.
177892*===============================================================
177893 6820-WRITE-ACK-DETAIL.
177894     IF BS-ACK-SOURCE(BS-ACK-SUB) NOT = WS-ACK-REGION
177895         GO TO 6820-WRITE-ACK-DETAIL-EXIT.
177896     MOVE SPACES        TO ACK-DETAIL-LINE.
177897     MOVE "D"           TO AKD-RECORD-TYPE.
177898     MOVE WS-ACK-REGION TO AKD-REGION.
177899     MOVE BS-ACK-RECORD(BS-ACK-SUB)      TO AKD-RECORD-DATA.
177900     MOVE BS-ACK-OUTCOME(BS-ACK-SUB)     TO AKD-OUTCOME.
177901     MOVE BS-ACK-REASON-CODE(BS-ACK-SUB) TO AKD-REASON-CODE.
177902     MOVE BS-ACK-REASON-TEXT(BS-ACK-SUB) TO AKD-REASON-TEXT.
177903     MOVE ACK-DETAIL-LINE TO WS-ACK-LINE.
177904     PERFORM 6890-WRITE-ACK-LINE
177905         THRU 6890-WRITE-ACK-LINE-EXIT.
177906     MOVE BS-ACK-RECORD(BS-ACK-SUB) TO ACK-WORK-RECORD.
177907     IF AW-TRAN-AMOUNT IS NOT NUMERIC
177908         MOVE 0 TO AW-ORIG-AMOUNT
177909     END-IF.
177910     ADD 1              TO BS-ACK-TOTAL-COUNT.
177911     ADD AW-ORIG-AMOUNT TO BS-ACK-TOTAL-AMOUNT.
177912     PERFORM VARYING BS-ACK-OUT-SUB FROM 1 BY 1
177913         UNTIL BS-ACK-OUT-SUB > 6
177914         IF BS-ACK-OUTCOME-CODE(BS-ACK-OUT-SUB)
177915             = BS-ACK-OUTCOME(BS-ACK-SUB)
177916             ADD 1 TO BS-ACK-OUT-COUNT(BS-ACK-OUT-SUB)
177917             ADD AW-ORIG-AMOUNT
177918                 TO BS-ACK-OUT-AMOUNT(BS-ACK-OUT-SUB)
177919         END-IF
177920     END-PERFORM.
177921 6820-WRITE-ACK-DETAIL-EXIT.
177922     EXIT.
177923*===============================================================
177924* 6890-WRITE-ACK-LINE - WRITE WS-ACK-LINE TO THE ACKNOWLEDGEMENT
177925* DATASET OF REGION WS-ACK-REGION.
177926*===============================================================
177927 6890-WRITE-ACK-LINE.
177928     IF WS-ACK-REGION = 1
177929         WRITE REGION-ACK-RECORD1 FROM WS-ACK-LINE
177930     END-IF.
177931     IF WS-ACK-REGION = 2
177932         WRITE REGION-ACK-RECORD2 FROM WS-ACK-LINE
177933     END-IF.
177934     IF WS-ACK-REGION = 3
177935         WRITE REGION-ACK-RECORD3 FROM WS-ACK-LINE
177936     END-IF.
177937     IF WS-ACK-REGION = 4
177938         WRITE REGION-ACK-RECORD4 FROM WS-ACK-LINE
177939     END-IF.
177940 6890-WRITE-ACK-LINE-EXIT.
177941     EXIT.
177942*===============================================================
177943* 6900-WRITE-FX-REPORT - THE FOREIGN CURRENCY REPORT (FXRPT).
177944* EVERY ITEM TONIGHT'S NUMOUT CARRIES IN A CURRENCY OTHER THAN
177945* BASE IS TOTALLED BY CURRENCY AND RATE APPLIED - ITEM COUNT,
177946* NET ORIGINAL AMOUNT AND NET BASE AMOUNT, SIGNED BY TRAN TYPE
177947* THE SAME WAY THE NUMOUT HASH IS - WITH A SUBTOTAL PER
177948* CURRENCY AND A GRAND TOTAL IN BASE.  THE ITEMS IN SUSPENSE
177949* TONIGHT FOR A CURRENCY REASON ARE COUNTED BEHIND THEM.
177950*===============================================================
177951 6900-WRITE-FX-REPORT.
177952     MOVE SPACES TO FX-REPORT-RECORD.
177953     IF RATE-TABLE-IS-LOADED
177954         MOVE BS-RATE-COUNT TO WS-FX-EDIT-CT
177955         STRING "BASE CURRENCY........: " DELIMITED BY SIZE
177956                WS-BASE-CURRENCY          DELIMITED BY SIZE
177957                "   RATES LOADED "        DELIMITED BY SIZE
177958                WS-FX-EDIT-CT             DELIMITED BY SIZE
177959             INTO FX-REPORT-RECORD
177960     ELSE
177961         STRING "RATE TABLE...........: " DELIMITED BY SIZE
177962                "NOT AVAILABLE TONIGHT"   DELIMITED BY SIZE
177963             INTO FX-REPORT-RECORD
177964     END-IF.
177965     WRITE FX-REPORT-RECORD.
177966     IF NON-PROCESSING-DAY
177967         MOVE SPACES TO FX-REPORT-RECORD
177968         STRING "NON-PROCESSING DAY - NOTHING CONVERTED"
177969             DELIMITED BY SIZE INTO FX-REPORT-RECORD
177970         WRITE FX-REPORT-RECORD
177971         GO TO 6900-WRITE-FX-REPORT-EXIT.
177972     MOVE 0 TO BS-FX-COUNT.
177973     PERFORM 6910-TALLY-FX-ITEM
177974         THRU 6910-TALLY-FX-ITEM-EXIT
177975         VARYING BS-FX-ARR-SUB FROM 1 BY 1
177976         UNTIL BS-FX-ARR-SUB > BS-RECORD-COUNT.
177977     MOVE SPACES TO FX-REPORT-RECORD.
177978     WRITE FX-REPORT-RECORD.
177979     MOVE SPACES TO FX-REPORT-RECORD.
177980     STRING "CUR  RATE APPLIED   ITEMS"     DELIMITED BY SIZE
177981            "       NET ORIGINAL"           DELIMITED BY SIZE
177982            "           NET BASE"           DELIMITED BY SIZE
177983         INTO FX-REPORT-RECORD.
177984     WRITE FX-REPORT-RECORD.
177985     IF BS-FX-COUNT = 0
177986         MOVE SPACES TO FX-REPORT-RECORD
177987         STRING "NO FOREIGN-CURRENCY ITEMS TONIGHT"
177988             DELIMITED BY SIZE INTO FX-REPORT-RECORD
177989         WRITE FX-REPORT-RECORD
177990     END-IF.
177991     MOVE 0 TO WS-FX-SUB-ITEMS.
177992     MOVE 0 TO WS-FX-SUB-ORIG.
177993     MOVE 0 TO WS-FX-SUB-BASE.
177994     MOVE 0 TO WS-FX-TOT-ITEMS.
177995     MOVE 0 TO WS-FX-TOT-BASE.
177996     PERFORM 6930-WRITE-FX-LINE
177997         THRU 6930-WRITE-FX-LINE-EXIT
177998         VARYING BS-FX-SUB FROM 1 BY 1
177999         UNTIL BS-FX-SUB > BS-FX-COUNT.
178000     IF BS-FX-COUNT > 0
178001         MOVE SPACES          TO FX-DETAIL-LINE
178002         MOVE "ALL"           TO FXL-CURRENCY
178003         MOVE "GRAND TOTAL"   TO FXL-RATE-X
178004         MOVE WS-FX-TOT-ITEMS TO FXL-ITEMS
178005         MOVE WS-FX-TOT-BASE  TO FXL-BASE-NET
178006         WRITE FX-REPORT-RECORD FROM FX-DETAIL-LINE
178007     END-IF.
178008     MOVE 0 TO BS-FX-CUR-REJECTS.
178009     MOVE 0 TO BS-FX-RTE-REJECTS.
178010     MOVE 0 TO BS-FX-CNV-REJECTS.
178011     PERFORM VARYING BS-FX-SUB FROM 1 BY 1
178012         UNTIL BS-FX-SUB > BS-REJECT-SAVE-COUNT
178013         MOVE BS-REJECT-SAVE-ENTRY(BS-FX-SUB) TO FX-REJECT-WORK
178014         IF FXJ-REASON-CODE = "CUR"
178015             ADD 1 TO BS-FX-CUR-REJECTS
178016         END-IF
178017         IF FXJ-REASON-CODE = "RTE"
178018             ADD 1 TO BS-FX-RTE-REJECTS
178019         END-IF
178020         IF FXJ-REASON-CODE = "CNV"
178021             ADD 1 TO BS-FX-CNV-REJECTS
178022         END-IF
178023     END-PERFORM.
178024     MOVE SPACES TO FX-REPORT-RECORD.
178025     WRITE FX-REPORT-RECORD.
178026     MOVE SPACES TO FX-REPORT-RECORD.
178027     STRING "IN SUSPENSE TONIGHT FOR A CURRENCY REASON:"
178028         DELIMITED BY SIZE INTO FX-REPORT-RECORD.
178029     WRITE FX-REPORT-RECORD.
178030     MOVE BS-FX-CUR-REJECTS TO WS-FX-EDIT-CT.
178031     MOVE SPACES TO FX-REPORT-RECORD.
178032     STRING "UNKNOWN CURRENCY CUR.: " DELIMITED BY SIZE
178033            WS-FX-EDIT-CT             DELIMITED BY SIZE
178034         INTO FX-REPORT-RECORD.
178035     WRITE FX-REPORT-RECORD.
178036     MOVE BS-FX-RTE-REJECTS TO WS-FX-EDIT-CT.
178037     MOVE SPACES TO FX-REPORT-RECORD.
178038     STRING "NO RATE FOR DATE RTE.: " DELIMITED BY SIZE
178039            WS-FX-EDIT-CT             DELIMITED BY SIZE
178040         INTO FX-REPORT-RECORD.
178041     WRITE FX-REPORT-RECORD.
178042     MOVE BS-FX-CNV-REJECTS TO WS-FX-EDIT-CT.
178043     MOVE SPACES TO FX-REPORT-RECORD.
178044     STRING "CONVERSION ERROR CNV.: " DELIMITED BY SIZE
178045            WS-FX-EDIT-CT             DELIMITED BY SIZE
178046         INTO FX-REPORT-RECORD.
178047     WRITE FX-REPORT-RECORD.
178048 6900-WRITE-FX-REPORT-EXIT.
178049     EXIT.
178050*===============================================================
178051* 6910-TALLY-FX-ITEM - ADD ARRAY-TABLE ENTRY BS-FX-ARR-SUB TO
178052* ITS CURRENCY/RATE TOTAL IF IT IS NOT IN THE BASE CURRENCY.
178053* THE RATE IS LOOKED UP AGAIN FROM THE TABLE, SO A RESTARTED
178054* RUN REPORTS THE SAME RATE THE CONVERSION USED.
178055*===============================================================
178056 6910-TALLY-FX-ITEM.
178057     MOVE ARR-RECORD(BS-FX-ARR-SUB) TO FX-WORK-RECORD.
178058     IF FW-CURRENCY-CODE = SPACES
178059         OR FW-CURRENCY-CODE = WS-BASE-CURRENCY
178060         GO TO 6910-TALLY-FX-ITEM-EXIT.
178061     MOVE FW-CURRENCY-CODE TO WS-FX-LOOKUP-CURRENCY.
178062     MOVE FW-TRAN-DATE     TO WS-FX-LOOKUP-DATE.
178063     PERFORM 3125-LOCATE-RATE
178064         THRU 3125-LOCATE-RATE-EXIT.
178065     MOVE 0 TO WS-FX-RATE.
178066     IF BS-RATE-FOUND-SUB > 0
178067         MOVE BS-RATE-VALUE(BS-RATE-FOUND-SUB) TO WS-FX-RATE
178068     END-IF.
178069     PERFORM 6920-LOCATE-FX-TOTAL
178070         THRU 6920-LOCATE-FX-TOTAL-EXIT.
178071     IF BS-FX-SUB = 0
178072         GO TO 6910-TALLY-FX-ITEM-EXIT.
178073     ADD 1 TO BS-FX-ITEMS(BS-FX-SUB).
178074     IF FW-TRAN-TYPE = "C" OR FW-TRAN-TYPE = "R"
178075         SUBTRACT FW-ORIG-AMOUNT FROM BS-FX-ORIG-NET(BS-FX-SUB)
178076         SUBTRACT FW-TRAN-AMOUNT FROM BS-FX-BASE-NET(BS-FX-SUB)
178077     ELSE
178078         ADD FW-ORIG-AMOUNT TO BS-FX-ORIG-NET(BS-FX-SUB)
178079         ADD FW-TRAN-AMOUNT TO BS-FX-BASE-NET(BS-FX-SUB)
178080     END-IF.
178081 6910-TALLY-FX-ITEM-EXIT.
178082     EXIT.
178083*===============================================================
178084* 6920-LOCATE-FX-TOTAL - FIND THE FX-TOTAL-ENTRY FOR
178085* WS-FX-LOOKUP-CURRENCY AT WS-FX-RATE, OR OPEN ONE IN ITS
178086* PLACE IN CURRENCY/RATE ORDER.  BS-FX-SUB IS ZERO WHEN THE
178087* TABLE IS FULL (THE ITEM IS THEN LEFT OFF THE REPORT WITH A
178088* CONSOLE MESSAGE).
178089*===============================================================
178090 6920-LOCATE-FX-TOTAL.
178091     MOVE 0 TO BS-FX-SUB.
178092     PERFORM VARYING BS-FX-POS FROM 1 BY 1
178093         UNTIL BS-FX-POS > BS-FX-COUNT OR BS-FX-SUB > 0
178094         IF BS-FX-CURRENCY(BS-FX-POS) = WS-FX-LOOKUP-CURRENCY
178095             AND BS-FX-RATE(BS-FX-POS) = WS-FX-RATE
178096             MOVE BS-FX-POS TO BS-FX-SUB
178097         END-IF
178098     END-PERFORM.
178099     IF BS-FX-SUB > 0
178100         GO TO 6920-LOCATE-FX-TOTAL-EXIT.
178101     IF BS-FX-COUNT NOT < 500
178102         DISPLAY "BSORT-DEV - FX REPORT TABLE FULL - "
178103             WS-FX-LOOKUP-CURRENCY " ITEM NOT TOTALLED"
178104         GO TO 6920-LOCATE-FX-TOTAL-EXIT.
178105     MOVE 1 TO BS-FX-POS.
178106     PERFORM UNTIL BS-FX-POS > BS-FX-COUNT
178107         OR BS-FX-CURRENCY(BS-FX-POS) > WS-FX-LOOKUP-CURRENCY
178108         OR (BS-FX-CURRENCY(BS-FX-POS) = WS-FX-LOOKUP-CURRENCY
178109             AND BS-FX-RATE(BS-FX-POS) > WS-FX-RATE)
178110         ADD 1 TO BS-FX-POS
178111     END-PERFORM.
178112     PERFORM VARYING BS-FX-SUB FROM BS-FX-COUNT BY -1
178113         UNTIL BS-FX-SUB < BS-FX-POS
178114         MOVE FX-TOTAL-ENTRY(BS-FX-SUB)
178115             TO FX-TOTAL-ENTRY(BS-FX-SUB + 1)
178116     END-PERFORM.
178117     ADD 1 TO BS-FX-COUNT.
178118     MOVE BS-FX-POS             TO BS-FX-SUB.
178119     MOVE WS-FX-LOOKUP-CURRENCY TO BS-FX-CURRENCY(BS-FX-SUB).
178120     MOVE WS-FX-RATE            TO BS-FX-RATE(BS-FX-SUB).
178121     MOVE 0 TO BS-FX-ITEMS(BS-FX-SUB).
178122     MOVE 0 TO BS-FX-ORIG-NET(BS-FX-SUB).
178123     MOVE 0 TO BS-FX-BASE-NET(BS-FX-SUB).
178124 6920-LOCATE-FX-TOTAL-EXIT.
178125     EXIT.
178126*===============================================================
178127* 6930-WRITE-FX-LINE - ONE REPORT LINE FOR FX-TOTAL-ENTRY
178128* BS-FX-SUB, FOLLOWED BY THE CURRENCY SUBTOTAL WHEN IT IS THE
178129* LAST RATE FOR ITS CURRENCY.  A RATE OF ZERO MEANS THE RATE
178130* HAS SINCE GONE FROM THE TABLE (A RESTART AFTER A RATE FIX).
178131*===============================================================
178132 6930-WRITE-FX-LINE.
178133     MOVE SPACES                    TO FX-DETAIL-LINE.
178134     MOVE BS-FX-CURRENCY(BS-FX-SUB) TO FXL-CURRENCY.
178135     MOVE BS-FX-RATE(BS-FX-SUB)     TO FXL-RATE.
178136     MOVE BS-FX-ITEMS(BS-FX-SUB)    TO FXL-ITEMS.
178137     MOVE BS-FX-ORIG-NET(BS-FX-SUB) TO FXL-ORIG-NET.
178138     MOVE BS-FX-BASE-NET(BS-FX-SUB) TO FXL-BASE-NET.
178139     WRITE FX-REPORT-RECORD FROM FX-DETAIL-LINE.
178140     ADD BS-FX-ITEMS(BS-FX-SUB)    TO WS-FX-SUB-ITEMS.
178141     ADD BS-FX-ORIG-NET(BS-FX-SUB) TO WS-FX-SUB-ORIG.
178142     ADD BS-FX-BASE-NET(BS-FX-SUB) TO WS-FX-SUB-BASE.
178143     ADD BS-FX-ITEMS(BS-FX-SUB)    TO WS-FX-TOT-ITEMS.
178144     ADD BS-FX-BASE-NET(BS-FX-SUB) TO WS-FX-TOT-BASE.
178145     IF BS-FX-SUB < BS-FX-COUNT
178146         IF BS-FX-CURRENCY(BS-FX-SUB + 1)
178147             = BS-FX-CURRENCY(BS-FX-SUB)
178148             GO TO 6930-WRITE-FX-LINE-EXIT
178149         END-IF
178150     END-IF.
178151     MOVE SPACES                    TO FX-DETAIL-LINE.
178152     MOVE BS-FX-CURRENCY(BS-FX-SUB) TO FXL-CURRENCY.
178153     MOVE "TOTAL"                   TO FXL-RATE-X.
178154     MOVE WS-FX-SUB-ITEMS           TO FXL-ITEMS.
178155     MOVE WS-FX-SUB-ORIG            TO FXL-ORIG-NET.
178156     MOVE WS-FX-SUB-BASE            TO FXL-BASE-NET.
178157     WRITE FX-REPORT-RECORD FROM FX-DETAIL-LINE.
178158     MOVE SPACES TO FX-REPORT-RECORD.
178159     WRITE FX-REPORT-RECORD.
178160     MOVE 0 TO WS-FX-SUB-ITEMS.
178161     MOVE 0 TO WS-FX-SUB-ORIG.
178162     MOVE 0 TO WS-FX-SUB-BASE.
178163 6930-WRITE-FX-LINE-EXIT.
178164     EXIT.
178165*===============================================================
178166* 7000-RECONCILE-WITH-PRIOR-RUN - COMPARE TODAY'S SORTED
178167* ARRAY-TABLE AGAINST YESTERDAY'S NUM-OUTPUT-FILE (CARRIED
178200* FORWARD AS PRIOR-OUTPUT-FILE) AND REPORT, BY DISTINCT SORT
178300* KEY VALUE, WHICH VALUES ARE NEW TODAY, WHICH DROPPED OFF, AND
178400* WHICH REPEATED FROM THE PRIOR RUN.  IF NO PRIOR RUN OUTPUT IS
196200*===============================================================
196300 7300-WRITE-RECON-DETAIL-LINE.
196400     MOVE BS-RECON-KEY(J)    TO WS-RECON-VALUE.
196410     IF SORT-KEY-IS-ACCOUNT
196420         MOVE WS-RECON-VALUE(1:10) TO WS-MASK-ACCOUNT
196430         PERFORM 9200-MASK-ACCOUNT
196440             THRU 9200-MASK-ACCOUNT-EXIT
196450         MOVE WS-MASK-ACCOUNT TO WS-RECON-VALUE(1:10)
196460     END-IF.
196500     MOVE BS-TODAY-COUNT(J)  TO WS-RECON-TODAY-NUM.
196600     MOVE BS-PRIOR-COUNT(J)  TO WS-RECON-PRIOR-NUM.
196700     IF BS-PRIOR-COUNT(J) = 0
201420     END-IF.
201422 7470-EVALUATE-ONE-MEASURE-EXIT.
201424     EXIT.
201434*==============================================================
201444* 7500-WRITE-RUN-HISTORY - APPEND THIS RUN'S STATISTICS TO THE
201454* CUMULATIVE RUN-HISTORY DATASET.  AN OPEN FAILURE IS LOGGED
201500* TO THE CONSOLE AND SKIPPED RATHER THAN ABENDING THE RUN -
201600* THE SORT OUTPUT IS ALREADY SAFELY ON DISK AT THIS POINT.
201700*==============================================================
206200     CLOSE RECON-REPORT-FILE.
206210     CLOSE DUP-REPORT-FILE.
206220     CLOSE OFFSET-REPORT-FILE.
206230     IF ACCOUNT-MASTER-IS-OPEN
206240         CLOSE ACCOUNT-MASTER-FILE
206250     END-IF.
206252     IF HOLD-IN-IS-OPEN
206254         CLOSE HOLD-IN-FILE
206256     END-IF.
206258     CLOSE HOLD-OUT-FILE.
206260     CLOSE HOLD-REPORT-FILE.
206262     CLOSE REGION-ACK-FILE1.
206264     CLOSE REGION-ACK-FILE2.
206266     CLOSE REGION-ACK-FILE3.
206268     CLOSE REGION-ACK-FILE4.
206269     CLOSE FX-REPORT-FILE.
206270     CLOSE BACKDATED-REPORT-FILE.
206300     PERFORM 8100-SET-RETURN-CODE
206400         THRU 8100-SET-RETURN-CODE-EXIT.
206500 8000-TERMINATE-EXIT.
206800* 8100-SET-RETURN-CODE - SET THE JOB STEP CONDITION CODE SO THE
206900* SCHEDULER CAN ALERT ON A BAD RUN INSTEAD OF SHOWING GREEN:
207000* RC=8 WHEN INPUT WAS TRUNCATED AT THE TABLE LIMIT OR NOTHING
207100* AT ALL REACHED THE SORT (NO SORTED, REJECTED, OR HELD RECORDS),
207200* RC=4 WHEN REJECTS EXCEED THE PARMCARD THRESHOLD, A REGION
207250* FAILED ITS CONTROL-RECORD VERIFICATION, THE
207300* BUSINESS-DAY CALENDAR HAS RUN OUT, OR THE ACCOUNT MASTER
207305* COULD NOT BE OPENED (ACCOUNTS UNCHECKED), RC=2 WHEN TONIGHT'S
207310* VOLUMES FALL OUTSIDE THE RUN-HISTORY REASONABLENESS RANGE
207320* (THE JCL HOLDS THE DOWNSTREAM POSTING STEPS ON THAT CODE
207330* UNTIL SOMEBODY LOOKS), RC=1 ON A CALENDAR
208300         MOVE 1 TO RETURN-CODE
208400         GO TO 8100-SET-RETURN-CODE-EXIT.
208500     IF INPUT-WAS-TRUNCATED
208600         OR (BS-RECORD-COUNT = 0 AND BS-REJECT-COUNT = 0
208650             AND BS-HOLD-NEW-COUNT = 0)
208700         MOVE 8 TO RETURN-CODE
208800     ELSE
208900         IF BS-REJECT-COUNT > BS-REJECT-THRESHOLD
209510     IF VOLUME-IS-ABNORMAL AND RETURN-CODE < 2
209520         MOVE 2 TO RETURN-CODE
209530     END-IF.
209540     IF NOT ACCOUNT-MASTER-IS-OPEN AND RETURN-CODE < 4
209550         MOVE 4 TO RETURN-CODE
209560     END-IF.
209600 8100-SET-RETURN-CODE-EXIT.
209700     EXIT.
209800*===============================================================
211900     SUBTRACT 32045 FROM WS-DN-RESULT.
212000 9100-COMPUTE-DAY-NUMBER-EXIT.
212100     EXIT.
212200*===============================================================
212300* 9200-MASK-ACCOUNT - MASK THE ACCOUNT NUMBER IN WS-MASK-ACCOUNT
212400* FOR PRINTING: EVERY CHARACTER BEFORE THE LAST FOUR NON-BLANK
212500* ONES BECOMES AN ASTERISK.  A BLANK, LOW-VALUES OR HIGH-VALUES
212600* FIELD, OR ONE OF FOUR CHARACTERS OR LESS, IS LEFT AS IT IS.
212700*===============================================================
212800 9200-MASK-ACCOUNT.
212900     IF WS-MASK-ACCOUNT = SPACES OR LOW-VALUES OR HIGH-VALUES
213000         GO TO 9200-MASK-ACCOUNT-EXIT.
213100     MOVE 10 TO BS-MASK-LEN.
213200     PERFORM UNTIL BS-MASK-LEN = 0
213300         OR WS-MASK-ACCOUNT(BS-MASK-LEN:1) NOT = SPACE
213400         SUBTRACT 1 FROM BS-MASK-LEN
213500     END-PERFORM.
213600     SUBTRACT 4 FROM BS-MASK-LEN.
213700     PERFORM VARYING BS-MASK-SUB FROM 1 BY 1
213800         UNTIL BS-MASK-SUB > BS-MASK-LEN
213900         MOVE "*" TO WS-MASK-ACCOUNT(BS-MASK-SUB:1)
214000     END-PERFORM.
214100 9200-MASK-ACCOUNT-EXIT.
214200     EXIT.
214300*===============================================================
214400* 9210-MASK-PRINT-IMAGE - MASK THE ACCOUNT NUMBER (BYTES 1-10,
214500* COPYBOOK NUMRECRD) IN THE RECORD IMAGE IN WS-PRINT-IMAGE.
214600*===============================================================
214700 9210-MASK-PRINT-IMAGE.
214800     MOVE WS-PRINT-IMAGE(1:10) TO WS-MASK-ACCOUNT.
214900     PERFORM 9200-MASK-ACCOUNT
215000         THRU 9200-MASK-ACCOUNT-EXIT.
215100     MOVE WS-MASK-ACCOUNT TO WS-PRINT-IMAGE(1:10).
215200 9210-MASK-PRINT-IMAGE-EXIT.
215300     EXIT.
