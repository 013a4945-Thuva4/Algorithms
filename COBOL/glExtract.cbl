002260*                DEBITS ADD, CREDITS AND REVERSALS SUBTRACT -
002270*                SO THE LEDGER RECEIVES NET ACTIVITY PER
002280*                ACCOUNT AND DATE.
002282* 10/14/26  RH   LINES THE GENERAL LEDGER REJECTED ARE NOW
002284*                RESENT.  EVERY PENDING RECORD IN THE GL-REJECT
002286*                SUSPENSE (GLREJIN, COPYBOOK GLREJECT, WRITTEN
002288*                BY BGLAK-DEV FROM THE GL ACKNOWLEDGEMENT FILE)
002290*                IS ADDED INTO TONIGHT'S SUMMARY LINE FOR ITS
002292*                ACCOUNT AND DATE, SO THE GLOUT CONTROL AMOUNT
002294*                IS THE FEED NET PLUS THE AMOUNT RESENT.  THE
002296*                JOB EMPTIES THE SUSPENSE ONLY WHEN THIS STEP
002297*                ENDS RC=0, SO AN UNREADABLE SUSPENSE ENDS RC=4
002298*                AND ONE THAT CANNOT BE MERGED IN FULL ENDS RC=8
002299*                WITH NO GL INTERFACE WRITTEN.
002300* 10/14/26  RH   EVERY GL REJECT MERGED INTO TONIGHT'S BATCH IS
002301*                ALSO COPIED TO THE RESENT FILE (GLRSNT, SAME
002302*                GLREJECT LAYOUT) SO THE END-OF-NIGHT BALANCING
002303*                SHEET CAN TAKE THE RESENDS BACK OUT OF THE
002304*                GLOUT CONTROL AMOUNT AND TIE WHAT IS LEFT TO THE
002305*                NUMOUT TRAILER.  AN UNUSABLE GLRSNT DD ENDS THE
002306*                STEP RC=4.
002307* 10/15/26  RH   NUMOUT AMOUNTS ARE NOW BASE CURRENCY, WITH THE
002308*                CURRENCY CODE AND ORIGINAL AMOUNT BEHIND THEM
002309*                (LRECL 50).  THE GL LINE AMOUNT AND CONTROL
002310*                AMOUNT STAY IN BASE.  EACH LINE ALSO CARRIES
002311*                FOR AUDIT THE CURRENCY ITS FEED ITEMS WERE IN
002312*                AND THEIR NET ORIGINAL AMOUNT, OR MIX AND ZERO
002313*                WHEN THE LINE HOLDS MORE THAN ONE CURRENCY.
002320*---------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.  IBM-370.
003500     SELECT GL-PARM-FILE    ASSIGN TO GLPARM
003600                            ORGANIZATION IS SEQUENTIAL
003700                            FILE STATUS IS GL-PARM-FILE-STATUS.
003710     SELECT GL-RESEND-FILE  ASSIGN TO GLREJIN
003720                            ORGANIZATION IS SEQUENTIAL
003730                            FILE STATUS IS GL-RESEND-FILE-STATUS.
003740     SELECT GL-RESENT-FILE  ASSIGN TO GLRSNT
003750                            ORGANIZATION IS SEQUENTIAL
003760                            FILE STATUS IS GL-RESENT-FILE-STATUS.
003800*
003900 DATA DIVISION.
004000 FILE SECTION.
004500     02  FH-RECORD-TYPE      PIC X(01).
004600     02  FH-RUN-DATE         PIC 9(08).
004700     02  FH-RUN-ID           PIC X(08).
004800     02  FILLER              PIC X(33).
004900 01  FEED-INPUT-DETAIL.
005000     02  FD-RECORD-TYPE      PIC X(01).
005100     02  FD-RECORD-DATA.
005700     02  FT-RECORD-TYPE      PIC X(01).
005800     02  FT-RECORD-COUNT     PIC 9(09).
005900     02  FT-HASH-TOTAL       PIC S9(15).
006000     02  FILLER              PIC X(25).
006100*
006200 FD  GL-OUTPUT-FILE
006300     RECORDING MODE IS F
007200     02  GLD-ACCOUNT-NUMBER  PIC X(10).
007300     02  GLD-TRAN-DATE       PIC 9(08).
007400     02  GLD-TRAN-AMOUNT     PIC S9(13)V99.
007410     02  GLD-CURRENCY-CODE   PIC X(03).
007420     02  GLD-ORIG-AMOUNT     PIC S9(13)V99.
007500     02  FILLER              PIC X(28).
007600 01  GL-OUTPUT-TRAILER.
007700     02  GLT-RECORD-TYPE     PIC X(01).
007800     02  GLT-BATCH-NUMBER    PIC X(08).
008600 01  GL-PARM-RECORD.
008700     02  GLP-BATCH-NUMBER    PIC X(08).
008800     02  FILLER              PIC X(72).
008810*
008820 FD  GL-RESEND-FILE
008830     RECORDING MODE IS F
008840     LABEL RECORDS ARE STANDARD.
008850 01  GL-RESEND-RECORD.
008860     COPY GLREJECT REPLACING ==:TAG:== BY ==RS==.
008870*
008875 FD  GL-RESENT-FILE
008880     RECORDING MODE IS F
008885     LABEL RECORDS ARE STANDARD.
008890 01  GL-RESENT-RECORD.
008895     COPY GLREJECT REPLACING ==:TAG:== BY ==RT==.
008900*
009000 WORKING-STORAGE SECTION.
009100*---------------------------------------------------------------
010200         88  FEED-TRAILER-NOT-PRESENT   VALUE "N".
010300         88  FEED-TRAILER-VERIFIED      VALUE "G".
010400         88  FEED-TRAILER-MISMATCH      VALUE "M".
010410     02  GL-RESEND-FILE-STATUS PIC X(02) VALUE "00".
010420     02  GL-RESEND-EOF-SW    PIC X(01)  VALUE "N".
010430         88  END-OF-RESEND-FILE         VALUE "Y".
010440     02  GL-RESEND-SW        PIC X(01)  VALUE "Y".
010450         88  RESENDS-ALL-MERGED         VALUE "Y".
010460     02  GL-RESENT-FILE-STATUS PIC X(02) VALUE "00".
010470     02  GL-RESENT-OPEN-SW   PIC X(01)  VALUE "N".
010480         88  RESENT-FILE-IS-OPEN        VALUE "Y".
010500*
010600*---------------------------------------------------------------
010700* COUNTERS AND CONTROL TOTALS - THE HASH TOTAL IS ACCUMULATED
011600 77  GL-HASH-WORK            PIC 9(11)  VALUE 0.
011700 77  GL-LINE-COUNT           PIC 9(09)  VALUE 0.
011800 77  GL-CONTROL-AMOUNT       PIC S9(13)V99 VALUE 0.
011810 77  GL-RESEND-COUNT         PIC 9(09)  VALUE 0.
011820 77  GL-RESEND-AMOUNT        PIC S9(13)V99 VALUE 0.
011830 77  GL-LOOKUP-ACCOUNT       PIC X(10)  VALUE SPACES.
011840 77  GL-LOOKUP-DATE          PIC 9(08)  VALUE 0.
011900*
012000*---------------------------------------------------------------
012100* SUMMARY TABLE - ONE ENTRY PER DISTINCT ACCOUNT NUMBER AND
012200* TRANSACTION DATE SEEN IN THE FEED, LOCATED BY LINEAR SCAN
012300* THE SAME WAY THE BSORT-DEV RECONCILIATION TABLE IS.  THE
012310* CURRENCY IS HIGH-VALUES UNTIL A FEED ITEM REACHES THE ENTRY
012320* (AN ENTRY MADE ONLY BY A GL RESEND HAS NONE).
012400*---------------------------------------------------------------
012500 01  GL-SUMMARY-TABLE.
012600     02  GL-SUM-COUNT        PIC 9(05)  VALUE 0    COMP.
012800         03  GL-SUM-ACCOUNT  PIC X(10).
012900         03  GL-SUM-DATE     PIC 9(08).
013000         03  GL-SUM-AMOUNT   PIC S9(13)V99.
013010         03  GL-SUM-CURRENCY PIC X(03).
013020         03  GL-SUM-ORIG     PIC S9(13)V99.
013100 77  GL-SUM-SUB              PIC 9(05)  VALUE 0    COMP.
013200 77  J                       PIC 9(05)  VALUE 0    COMP.
013300*
014300     PERFORM 3000-BALANCE-TO-TRAILER
014400         THRU 3000-BALANCE-TO-TRAILER-EXIT.
014500     IF FEED-TRAILER-VERIFIED
014510         PERFORM 3500-MERGE-GL-RESENDS
014520             THRU 3500-MERGE-GL-RESENDS-EXIT
014530     END-IF.
014540     IF FEED-TRAILER-VERIFIED AND RESENDS-ALL-MERGED
014600         PERFORM 4000-WRITE-GL-INTERFACE
014700             THRU 4000-WRITE-GL-INTERFACE-EXIT
014800     END-IF.
017900         END-READ
018000         CLOSE GL-PARM-FILE
018100     END-IF.
018110     OPEN OUTPUT GL-RESENT-FILE.
018120     IF GL-RESENT-FILE-STATUS = "00"
018130         MOVE "Y" TO GL-RESENT-OPEN-SW
018140     ELSE
018150         DISPLAY "BGLEX-DEV - GLRSNT OPEN STATUS "
018160             GL-RESENT-FILE-STATUS " - RESENDS NOT RECORDED"
018170         IF RETURN-CODE < 4
018180             MOVE 4 TO RETURN-CODE
018190         END-IF
018195     END-IF.
018200 1000-INITIALIZE-EXIT.
018300     EXIT.
018400*===============================================================
023330     ELSE
023400         ADD GL-HASH-WORK TO GL-HASH-TOTAL
023410     END-IF.
023450     MOVE NO-ACCOUNT-NUMBER TO GL-LOOKUP-ACCOUNT.
023460     MOVE NO-TRAN-DATE      TO GL-LOOKUP-DATE.
023500     PERFORM 2250-LOCATE-SUMMARY-ENTRY
023600         THRU 2250-LOCATE-SUMMARY-ENTRY-EXIT.
023700     IF GL-SUM-SUB > 0
023740         ELSE
023800             ADD NO-TRAN-AMOUNT TO GL-SUM-AMOUNT(GL-SUM-SUB)
023810         END-IF
023820         PERFORM 2260-TALLY-ORIGINAL
023830             THRU 2260-TALLY-ORIGINAL-EXIT
023900     ELSE
024000         DISPLAY "BGLEX-DEV - SUMMARY TABLE FULL AT "
024100             GL-DETAIL-READ-COUNT " DETAILS - FEED NOT SENT"
024500     EXIT.
024600*===============================================================
024700* 2250-LOCATE-SUMMARY-ENTRY - FIND THE SUMMARY TABLE ENTRY FOR
024800* GL-LOOKUP-ACCOUNT AND GL-LOOKUP-DATE, ADDING A
024900* NEW ZERO-AMOUNT ENTRY IF IT IS NOT THERE YET.  RETURNS THE
025000* ENTRY SUBSCRIPT IN GL-SUM-SUB, OR ZERO IF THE TABLE IS FULL.
025100*===============================================================
025300     MOVE 0 TO GL-SUM-SUB.
025400     PERFORM VARYING J FROM 1 BY 1
025500         UNTIL J > GL-SUM-COUNT OR GL-SUM-SUB > 0
025600         IF GL-SUM-ACCOUNT(J) = GL-LOOKUP-ACCOUNT
025700             AND GL-SUM-DATE(J) = GL-LOOKUP-DATE
025800             MOVE J TO GL-SUM-SUB
025900         END-IF
026000     END-PERFORM.
026100     IF GL-SUM-SUB = 0 AND GL-SUM-COUNT < 9999
026200         ADD 1 TO GL-SUM-COUNT
026300         MOVE GL-SUM-COUNT TO GL-SUM-SUB
026400         MOVE GL-LOOKUP-ACCOUNT TO GL-SUM-ACCOUNT(GL-SUM-SUB)
026500         MOVE GL-LOOKUP-DATE    TO GL-SUM-DATE(GL-SUM-SUB)
026600         MOVE 0                 TO GL-SUM-AMOUNT(GL-SUM-SUB)
026610         MOVE HIGH-VALUES       TO GL-SUM-CURRENCY(GL-SUM-SUB)
026620         MOVE 0                 TO GL-SUM-ORIG(GL-SUM-SUB)
026700     END-IF.
026800 2250-LOCATE-SUMMARY-ENTRY-EXIT.
026900     EXIT.
026910*===============================================================
026913* 2260-TALLY-ORIGINAL - CARRY THE DETAIL'S CURRENCY AND SIGNED
026916* ORIGINAL AMOUNT INTO SUMMARY ENTRY GL-SUM-SUB.  A SECOND
026919* CURRENCY ON THE SAME ACCOUNT AND DATE MAKES THE ENTRY MIX AND
026922* ITS ORIGINAL AMOUNT MEANINGLESS, SO IT IS ZEROED.  A DETAIL
026925* FROM BEFORE THE ORIGINAL AMOUNT EXISTED COUNTS ITS AMOUNT.
026928*===============================================================
026931 2260-TALLY-ORIGINAL.
026934     IF GL-SUM-CURRENCY(GL-SUM-SUB) = HIGH-VALUES
026937         MOVE NO-CURRENCY-CODE TO GL-SUM-CURRENCY(GL-SUM-SUB)
026940     END-IF.
026943     IF GL-SUM-CURRENCY(GL-SUM-SUB) = "MIX"
026946         GO TO 2260-TALLY-ORIGINAL-EXIT.
026949     IF GL-SUM-CURRENCY(GL-SUM-SUB) NOT = NO-CURRENCY-CODE
026952         MOVE "MIX" TO GL-SUM-CURRENCY(GL-SUM-SUB)
026955         MOVE 0     TO GL-SUM-ORIG(GL-SUM-SUB)
026958         GO TO 2260-TALLY-ORIGINAL-EXIT.
026961     IF NO-ORIG-AMOUNT IS NOT NUMERIC
026964         MOVE NO-TRAN-AMOUNT TO NO-ORIG-AMOUNT
026967     END-IF.
026970     IF NO-TRAN-TYPE = "C" OR NO-TRAN-TYPE = "R"
026973         SUBTRACT NO-ORIG-AMOUNT FROM GL-SUM-ORIG(GL-SUM-SUB)
026976     ELSE
026979         ADD NO-ORIG-AMOUNT TO GL-SUM-ORIG(GL-SUM-SUB)
026982     END-IF.
026985 2260-TALLY-ORIGINAL-EXIT.
026988     EXIT.
027000*===============================================================
027100* 2300-VERIFY-FEED-TRAILER - COMPARE THE FEED TRAILER COUNT AND
027200* HASH TOTAL WITH WHAT WAS ACTUALLY READ, THE SAME CHECK
030800     MOVE 8 TO RETURN-CODE.
030900 3000-BALANCE-TO-TRAILER-EXIT.
031000     EXIT.
031001*===============================================================
031002* 3500-MERGE-GL-RESENDS - ADD EVERY PENDING GL-REJECT SUSPENSE
031003* RECORD INTO THE SUMMARY LINE FOR ITS ACCOUNT AND DATE SO THE
031004* LEDGER RECEIVES IT AGAIN IN TONIGHT'S BATCH.  A SUSPENSE DD
031005* THAT WILL NOT OPEN ENDS THE STEP RC=4 WITH NOTHING RESENT,
031006* WHICH KEEPS THE JOB FROM EMPTYING IT.  A RECORD THAT FINDS NO
031007* ROOM IN THE TABLE STOPS THE GL INTERFACE (RC=8) RATHER THAN
031008* SEND PART OF THE SUSPENSE.
031009*===============================================================
031010 3500-MERGE-GL-RESENDS.
031011     OPEN INPUT GL-RESEND-FILE.
031012     IF GL-RESEND-FILE-STATUS NOT = "00"
031013         DISPLAY "BGLEX-DEV - GLREJIN OPEN STATUS "
031014             GL-RESEND-FILE-STATUS " - NO GL REJECTS RESENT"
031015         IF RETURN-CODE < 4
031016             MOVE 4 TO RETURN-CODE
031017         END-IF
031018         GO TO 3500-MERGE-GL-RESENDS-EXIT.
031019     PERFORM UNTIL END-OF-RESEND-FILE
031020         READ GL-RESEND-FILE
031021             AT END
031022                 SET END-OF-RESEND-FILE TO TRUE
031023             NOT AT END
031024                 PERFORM 3550-MERGE-ONE-RESEND
031025                     THRU 3550-MERGE-ONE-RESEND-EXIT
031026         END-READ
031027     END-PERFORM.
031028     CLOSE GL-RESEND-FILE.
031029     DISPLAY "BGLEX-DEV - GL REJECTS RESENT " GL-RESEND-COUNT
031030         " AMOUNT " GL-RESEND-AMOUNT.
031031 3500-MERGE-GL-RESENDS-EXIT.
031032     EXIT.
031033*===============================================================
031034* 3550-MERGE-ONE-RESEND
031035*===============================================================
031036 3550-MERGE-ONE-RESEND.
031037     MOVE RS-ACCOUNT-NUMBER TO GL-LOOKUP-ACCOUNT.
031038     MOVE RS-TRAN-DATE      TO GL-LOOKUP-DATE.
031039     PERFORM 2250-LOCATE-SUMMARY-ENTRY
031040         THRU 2250-LOCATE-SUMMARY-ENTRY-EXIT.
031041     IF GL-SUM-SUB = 0
031042         DISPLAY "BGLEX-DEV - SUMMARY TABLE FULL AT GL REJECT "
031043             RS-ACCOUNT-NUMBER " " RS-TRAN-DATE
031044             " - GL INTERFACE NOT WRITTEN"
031045         MOVE "N" TO GL-RESEND-SW
031046         SET END-OF-RESEND-FILE TO TRUE
031047         MOVE 8 TO RETURN-CODE
031048         GO TO 3550-MERGE-ONE-RESEND-EXIT.
031049     ADD RS-TRAN-AMOUNT TO GL-SUM-AMOUNT(GL-SUM-SUB).
031050     ADD 1              TO GL-RESEND-COUNT.
031051     ADD RS-TRAN-AMOUNT TO GL-RESEND-AMOUNT.
031052     IF RESENT-FILE-IS-OPEN
031053         WRITE GL-RESENT-RECORD FROM GL-RESEND-RECORD
031054     END-IF.
031055 3550-MERGE-ONE-RESEND-EXIT.
031056     EXIT.
031100*===============================================================
031200* 4000-WRITE-GL-INTERFACE - WRAP THE SUMMARY LINES IN THE GL
031300* SYSTEM'S HEADER AND TRAILER.  THE CONTROL AMOUNT IS THE TOTAL
034200     MOVE GL-SUM-ACCOUNT(J) TO GLD-ACCOUNT-NUMBER.
034300     MOVE GL-SUM-DATE(J)    TO GLD-TRAN-DATE.
034400     MOVE GL-SUM-AMOUNT(J)  TO GLD-TRAN-AMOUNT.
034410     IF GL-SUM-CURRENCY(J) NOT = HIGH-VALUES
034420         MOVE GL-SUM-CURRENCY(J) TO GLD-CURRENCY-CODE
034430     END-IF.
034440     MOVE GL-SUM-ORIG(J)    TO GLD-ORIG-AMOUNT.
034500     WRITE GL-OUTPUT-DETAIL.
034600     ADD 1                 TO GL-LINE-COUNT.
034700     ADD GL-SUM-AMOUNT(J)  TO GL-CONTROL-AMOUNT.
035500         CLOSE FEED-INPUT-FILE
035600     END-IF.
035700     CLOSE GL-OUTPUT-FILE.
035710     IF RESENT-FILE-IS-OPEN
035720         CLOSE GL-RESENT-FILE
035730     END-IF.
035800 8000-TERMINATE-EXIT.
035900     EXIT.
