000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STFEEAGE.
000300 AUTHOR. LEGOP3.
000400 INSTALLATION. STUDENT RECORDS SHOP.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* STFEEAGE                                                       *
000900*                                                                *
001000* AGED BALANCES-DUE REPORT FROM THE STUDENT FEE LEDGER           *
001100* (FEELEDG.DAT, SEE FEELEDG.CPY), FOR THE BUSINESS OFFICE.  AS   *
001200* OF THE RUN DATE, EVERY STUDENT WHO OWES MONEY IS LISTED IN     *
001300* HOMEROOM ORDER, BY NAME, WITH THE BALANCE SPLIT INTO FOUR AGE  *
001400* BUCKETS - CURRENT (0-30 DAYS), 31-60, 61-90 AND OVER 90 DAYS - *
001500* AND A SUBTOTAL FOR EACH HOMEROOM AND A GRAND TOTAL.  THE REPORT*
001600* IS FEEAGE.TXT.                                                 *
001700*                                                                *
001800* A CHARGE IS AGED FROM ITS FL-TRAN-DATE, THE DAY THE FEE WAS    *
001900* INCURRED.  PAYMENTS ARE APPLIED TO THE OLDEST CHARGES FIRST,   *
002000* SO WHAT IS LEFT IN EACH BUCKET IS WHAT IS STILL UNPAID.  A     *
002100* STUDENT PAID IN FULL IS LEFT OFF; ONE IN CREDIT IS LEFT OFF    *
002200* TOO, BUT THE CREDITS ARE COUNTED AND TOTALLED AT THE END.      *
002300*                                                                *
002400* THE HOMEROOM IS THE ONE ON THE STUDENT MASTER TODAY.           *
002500*                                                                *
002600* READ-ONLY - SAFE TO RUN ANY TIME.                              *
002700*                                                                *
002800* RETURN CODES:  0 = REPORT PRINTED,                             *
002900*               16 = A FILE WOULD NOT OPEN.                      *
003000*                                                                *
003100* MOD LOG                                                        *
003200*   2026-10-15  LEGOP3   INITIAL VERSION.                        *
003300*****************************************************************
003400
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT OPTIONAL FEE-LEDGER ASSIGN TO WS-LEDGER-FILE-NAME
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS FL-KEY
004200         FILE STATUS IS WS-LEDGER-FILE-STATUS.
004300
004400     SELECT STUDENT ASSIGN TO WS-STUDENT-FILE-NAME
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS STUDENT-ID
004800         ALTERNATE RECORD KEY IS STUDENT-NAME
004900             WITH DUPLICATES
005000         FILE STATUS IS WS-STUDENT-FILE-STATUS.
005100
005200     SELECT AGE-RPT ASSIGN TO WS-AGE-RPT-NAME
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400
005500     SELECT SORT-WORK-FILE ASSIGN TO 'agesort.tmp'.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  FEE-LEDGER.
006000     COPY "feeledg.cpy".
006100
006200 FD  STUDENT.
006300     COPY "student.cpy".
006400
006500 FD  AGE-RPT.
006600 01  AGE-LINE                     PIC X(80).
006700
006800 SD  SORT-WORK-FILE.
006900 01  SORT-RECORD.
007000     05  SR-HOMEROOM              PIC X(04).
007100     05  SR-STUDENT-NAME          PIC X(25).
007200     05  SR-STUDENT-ID            PIC 9(05).
007300     05  SR-BUCKET                PIC 9(07)V99
007400                                  OCCURS 4 TIMES.
007500     05  SR-BALANCE               PIC 9(07)V99.
007600
007700 WORKING-STORAGE SECTION.
007800 01  WS-LEDGER-FILE-STATUS        PIC X(02)   VALUE '00'.
007900 01  WS-STUDENT-FILE-STATUS       PIC X(02)   VALUE '00'.
008000
008100 01  WS-LEDGER-FILE-NAME          PIC X(40)   VALUE 'feeledg.dat'.
008200 01  WS-STUDENT-FILE-NAME         PIC X(40)
008300                                  VALUE 'student.dat'.
008400 01  WS-AGE-RPT-NAME              PIC X(40)   VALUE 'feeage.txt'.
008500
008600 01  WS-TEST-MODE-SW              PIC X(01)   VALUE 'N'.
008700     88  WS-TEST-CYCLE                        VALUE 'Y'.
008800
008900 01  WS-TEST-STAMP-LINE           PIC X(40)   VALUE
009000     '** TEST CYCLE - NOT PRODUCTION **'.
009100
009200     COPY "sitecfgk.cpy".
009300
009400 01  WS-SWITCHES.
009500     05  WS-STUDENT-EOF-SW        PIC X(01)   VALUE 'N'.
009600         88  WS-STUDENT-EOF                   VALUE 'Y'.
009700     05  WS-FL-EOF-SW             PIC X(01)   VALUE 'N'.
009800         88  WS-FL-EOF                        VALUE 'Y'.
009900     05  WS-SORT-EOF-SW           PIC X(01)   VALUE 'N'.
010000         88  WS-SORT-EOF                      VALUE 'Y'.
010100     05  WS-LEDGER-SW             PIC X(01)   VALUE 'N'.
010200         88  WS-LEDGER-ON-HAND                VALUE 'Y'.
010300
010400 01  WS-COUNTERS.
010500     05  WS-STUDENT-READ          PIC 9(07)   COMP VALUE ZERO.
010600     05  WS-OWING-COUNT           PIC 9(07)   COMP VALUE ZERO.
010700     05  WS-CREDIT-COUNT          PIC 9(07)   COMP VALUE ZERO.
010800     05  WS-ROOM-COUNT            PIC 9(05)   COMP VALUE ZERO.
010900     05  WS-LINE-COUNT            PIC 9(03)   COMP VALUE ZERO.
011000     05  WS-PAGE-COUNT            PIC 9(05)   COMP VALUE ZERO.
011100
011200 01  WS-LINES-PER-PAGE            PIC 9(03)   COMP VALUE 50.
011300 01  WS-RUN-DATE                  PIC 9(08)   VALUE ZERO.
011400 01  WS-RUN-DAY-NO                PIC 9(07)   VALUE ZERO.
011500 01  WS-AGE-DAYS                  PIC S9(07)  VALUE ZERO.
011600
011700*****************************************************************
011800* AGE BUCKETS, OLDEST LAST: 1 = CURRENT (0-30 DAYS), 2 = 31-60,  *
011900* 3 = 61-90, 4 = OVER 90.  THE SAME SUBSCRIPTS INDEX THE         *
012000* HOMEROOM AND GRAND TOTALS.                                     *
012100*****************************************************************
012200 01  WS-BK-SUB                    PIC 9(02)   COMP VALUE ZERO.
012300 01  WS-STUDENT-BUCKETS.
012400     05  WS-BUCKET                PIC 9(07)V99
012500                                  OCCURS 4 TIMES.
012600 01  WS-PAYMENTS-LEFT             PIC 9(07)V99 VALUE ZERO.
012700 01  WS-STUDENT-BALANCE           PIC 9(07)V99 VALUE ZERO.
012800 01  WS-CREDIT-TOTAL              PIC 9(09)V99 VALUE ZERO.
012900
013000 01  WS-ROOM-TOTALS.
013100     05  WS-ROOM-BUCKET           PIC 9(09)V99
013200                                  OCCURS 4 TIMES.
013300     05  WS-ROOM-BALANCE          PIC 9(09)V99.
013400 01  WS-GRAND-TOTALS.
013500     05  WS-GRAND-BUCKET          PIC 9(09)V99
013600                                  OCCURS 4 TIMES.
013700     05  WS-GRAND-BALANCE         PIC 9(09)V99.
013800
013900 01  WS-HOLD-HOMEROOM             PIC X(04)   VALUE SPACES.
014000
014100 01  FA-HEADING-1.
014200     05  FILLER            PIC X(28) VALUE
014300             'AGED FEE BALANCES DUE'.
014400     05  FILLER            PIC X(07) VALUE 'AS OF:'.
014500     05  FA1-RUN-DATE      PIC 9(08).
014600     05  FILLER            PIC X(26) VALUE SPACES.
014700     05  FILLER            PIC X(06) VALUE 'PAGE:'.
014800     05  FA1-PAGE-NO       PIC ZZZZ9.
014900
015000 01  FA-HOMEROOM-HEADING.
015100     05  FILLER            PIC X(10) VALUE 'HOMEROOM'.
015200     05  FA-HOMEROOM       PIC X(04).
015300
015400 01  FA-COLUMN-HEADING.
015500     05  FILLER            PIC X(06) VALUE 'ID'.
015600     05  FILLER            PIC X(19) VALUE 'NAME'.
015700     05  FILLER            PIC X(11) VALUE '    CURRENT'.
015800     05  FILLER            PIC X(11) VALUE '  31-60 DAY'.
015900     05  FILLER            PIC X(11) VALUE '  61-90 DAY'.
016000     05  FILLER            PIC X(11) VALUE '    OVER 90'.
016100     05  FILLER            PIC X(11) VALUE '  TOTAL DUE'.
016200
016300 01  FA-DETAIL-LINE.
016400     05  FA-STUDENT-ID            PIC ZZZZ9.
016500     05  FILLER                   PIC X(01)   VALUE SPACES.
016600     05  FA-NAME                  PIC X(18).
016700     05  FILLER                   PIC X(01)   VALUE SPACES.
016800     05  FA-DETAIL-AMOUNTS.
016900         10  FA-AMOUNT-GROUP      OCCURS 5 TIMES.
017000             15  FILLER           PIC X(01).
017100             15  FA-AMOUNT        PIC ZZZ,ZZ9.99.
017200
017300 01  FA-TOTAL-LINE.
017400     05  FA-TOTAL-LABEL           PIC X(25).
017500     05  FA-TOTAL-AMOUNTS.
017600         10  FA-TOTAL-GROUP       OCCURS 5 TIMES.
017700             15  FILLER           PIC X(01).
017800             15  FA-TOTAL-AMOUNT  PIC ZZZ,ZZ9.99.
017900
018000 01  FA-COUNT-LINE.
018100     05  FA-COUNT-LABEL           PIC X(40).
018200     05  FA-COUNT-VALUE           PIC Z,ZZZ,ZZ9.
018300     05  FILLER                   PIC X(03)   VALUE SPACES.
018400     05  FA-COUNT-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
018500
018600 01  FA-NOTE-LINE                 PIC X(80)   VALUE SPACES.
018700
018800 PROCEDURE DIVISION.
018900
019000 0000-MAINLINE.
019100     PERFORM 1000-INITIALIZE
019200         THRU 1000-INITIALIZE-EXIT.
019300
019400     SORT SORT-WORK-FILE
019500         ON ASCENDING KEY SR-HOMEROOM SR-STUDENT-NAME
019600             SR-STUDENT-ID
019700         INPUT PROCEDURE IS 2000-SELECT-BALANCES
019800         OUTPUT PROCEDURE IS 5000-PRINT-HOMEROOMS.
019900
020000     PERFORM 9000-TERMINATE
020100         THRU 9000-TERMINATE-EXIT.
020200
020300     STOP RUN.
020400
020500*****************************************************************
020600* 1000-INITIALIZE - OPEN THE FILES AND FIX THE AS-OF DATE.       *
020700*****************************************************************
020800 1000-INITIALIZE.
020900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
021000     COMPUTE WS-RUN-DAY-NO =
021100         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
021200
021300     PERFORM 1100-RESOLVE-FILE-NAMES
021400         THRU 1100-RESOLVE-FILE-NAMES-EXIT.
021500
021600     OPEN INPUT FEE-LEDGER.
021700     IF WS-LEDGER-FILE-STATUS = '00'
021800         SET WS-LEDGER-ON-HAND TO TRUE
021900     ELSE
022000         IF WS-LEDGER-FILE-STATUS NOT = '05'
022100             DISPLAY 'STFEEAGE - UNABLE TO OPEN FEELEDG.DAT, '
022200                 'FILE STATUS = ' WS-LEDGER-FILE-STATUS
022300             MOVE 16 TO RETURN-CODE
022400             STOP RUN
022500         END-IF
022600     END-IF.
022700
022800     OPEN INPUT STUDENT.
022900     IF WS-STUDENT-FILE-STATUS NOT = '00'
023000         DISPLAY 'STFEEAGE - UNABLE TO OPEN STUDENT MASTER, '
023100             'FILE STATUS = ' WS-STUDENT-FILE-STATUS
023200         MOVE 16 TO RETURN-CODE
023300         STOP RUN
023400     END-IF.
023500
023600     OPEN OUTPUT AGE-RPT.
023700
023800     MOVE ZERO TO WS-GRAND-BALANCE.
023900     PERFORM 1200-CLEAR-ONE-GRAND-BUCKET
024000         THRU 1200-CLEAR-ONE-GRAND-BUCKET-EXIT
024100         VARYING WS-BK-SUB FROM 1 BY 1
024200         UNTIL WS-BK-SUB > 4.
024300
024400     IF NOT WS-LEDGER-ON-HAND
024500         DISPLAY 'STFEEAGE - NO FEE LEDGER ON HAND - NO '
024600             'BALANCES TO AGE'
024700         SET WS-STUDENT-EOF TO TRUE
024800     END-IF.
024900 1000-INITIALIZE-EXIT.
025000     EXIT.
025100
025200*****************************************************************
025300* 1100-RESOLVE-FILE-NAMES - RESOLVE EVERY FILE NAME THROUGH THE  *
025400*                           STSITE SITE CONFIGURATION.           *
025500*****************************************************************
025600 1100-RESOLVE-FILE-NAMES.
025700     MOVE 'feeledg.dat' TO SF-DEFAULT-NAME.
025800     PERFORM 1110-RESOLVE-ONE-NAME
025900         THRU 1110-RESOLVE-ONE-NAME-EXIT.
026000     MOVE SF-RESOLVED-NAME TO WS-LEDGER-FILE-NAME.
026100
026200     MOVE 'student.dat' TO SF-DEFAULT-NAME.
026300     PERFORM 1110-RESOLVE-ONE-NAME
026400         THRU 1110-RESOLVE-ONE-NAME-EXIT.
026500     MOVE SF-RESOLVED-NAME TO WS-STUDENT-FILE-NAME.
026600
026700     MOVE 'feeage.txt' TO SF-DEFAULT-NAME.
026800     PERFORM 1110-RESOLVE-ONE-NAME
026900         THRU 1110-RESOLVE-ONE-NAME-EXIT.
027000     MOVE SF-RESOLVED-NAME TO WS-AGE-RPT-NAME.
027100 1100-RESOLVE-FILE-NAMES-EXIT.
027200     EXIT.
027300
027400*****************************************************************
027500* 1110-RESOLVE-ONE-NAME - RESOLVE ONE NAME THROUGH STSITE AND    *
027600*                        REMEMBER WHETHER ANY REDIRECTION IS     *
027700*                        IN FORCE.                               *
027800*****************************************************************
027900 1110-RESOLVE-ONE-NAME.
028000     CALL 'STSITE' USING SITE-PARM.
028100     IF SF-TEST-MODE = 'Y'
028200         SET WS-TEST-CYCLE TO TRUE
028300     END-IF.
028400 1110-RESOLVE-ONE-NAME-EXIT.
028500     EXIT.
028600
028700*****************************************************************
028800* 1200-CLEAR-ONE-GRAND-BUCKET - ZERO ONE GRAND-TOTAL BUCKET.     *
028900*****************************************************************
029000 1200-CLEAR-ONE-GRAND-BUCKET.
029100     MOVE ZERO TO WS-GRAND-BUCKET(WS-BK-SUB).
029200 1200-CLEAR-ONE-GRAND-BUCKET-EXIT.
029300     EXIT.
029400
029500*****************************************************************
029600* 2000-SELECT-BALANCES - SORT INPUT PROCEDURE.  READ THE MASTER  *
029700*                        TOP TO BOTTOM, AGE EACH STUDENT'S LEDGER*
029800*                        AND RELEASE EVERY STUDENT WHO OWES.     *
029900*****************************************************************
030000 2000-SELECT-BALANCES.
030100     PERFORM 2100-SELECT-ONE-STUDENT
030200         THRU 2100-SELECT-ONE-STUDENT-EXIT
030300         UNTIL WS-STUDENT-EOF.
030400
030500*****************************************************************
030600* 2100-SELECT-ONE-STUDENT - READ ONE STUDENT, AGE THEIR CHARGES, *
030700*                           APPLY THEIR PAYMENTS AND RELEASE THEM*
030800*                           IF A BALANCE IS LEFT OWING.          *
030900*****************************************************************
031000 2100-SELECT-ONE-STUDENT.
031100     READ STUDENT NEXT RECORD
031200         AT END
031300             SET WS-STUDENT-EOF TO TRUE
031400             GO TO 2100-SELECT-ONE-STUDENT-EXIT
031500     END-READ.
031600     ADD 1 TO WS-STUDENT-READ.
031700
031800     MOVE ZERO TO WS-PAYMENTS-LEFT.
031900     MOVE ZERO TO WS-STUDENT-BALANCE.
032000     PERFORM 2150-CLEAR-ONE-BUCKET
032100         THRU 2150-CLEAR-ONE-BUCKET-EXIT
032200         VARYING WS-BK-SUB FROM 1 BY 1
032300         UNTIL WS-BK-SUB > 4.
032400
032500     MOVE 'N' TO WS-FL-EOF-SW.
032600     MOVE STUDENT-ID TO FL-STUDENT-ID.
032700     MOVE ZERO TO FL-POST-DATE.
032800     MOVE ZERO TO FL-POST-SEQ.
032900     START FEE-LEDGER KEY >= FL-KEY
033000         INVALID KEY
033100             SET WS-FL-EOF TO TRUE
033200     END-START.
033300     PERFORM 2200-AGE-ONE-ENTRY
033400         THRU 2200-AGE-ONE-ENTRY-EXIT
033500         UNTIL WS-FL-EOF.
033600
033700     PERFORM 2300-APPLY-TO-ONE-BUCKET
033800         THRU 2300-APPLY-TO-ONE-BUCKET-EXIT
033900         VARYING WS-BK-SUB FROM 4 BY -1
034000         UNTIL WS-BK-SUB < 1.
034100
034200     IF WS-PAYMENTS-LEFT > ZERO
034300         ADD 1 TO WS-CREDIT-COUNT
034400         ADD WS-PAYMENTS-LEFT TO WS-CREDIT-TOTAL
034500         GO TO 2100-SELECT-ONE-STUDENT-EXIT
034600     END-IF.
034700
034800     COMPUTE WS-STUDENT-BALANCE = WS-BUCKET(1) + WS-BUCKET(2)
034900         + WS-BUCKET(3) + WS-BUCKET(4).
035000     IF WS-STUDENT-BALANCE = ZERO
035100         GO TO 2100-SELECT-ONE-STUDENT-EXIT
035200     END-IF.
035300
035400     PERFORM 8000-RELEASE-BALANCE
035500         THRU 8000-RELEASE-BALANCE-EXIT.
035600 2100-SELECT-ONE-STUDENT-EXIT.
035700     EXIT.
035800
035900*****************************************************************
036000* 2150-CLEAR-ONE-BUCKET - ZERO ONE OF THE STUDENT'S AGE BUCKETS. *
036100*****************************************************************
036200 2150-CLEAR-ONE-BUCKET.
036300     MOVE ZERO TO WS-BUCKET(WS-BK-SUB).
036400 2150-CLEAR-ONE-BUCKET-EXIT.
036500     EXIT.
036600
036700*****************************************************************
036800* 2200-AGE-ONE-ENTRY - READ THE STUDENT'S NEXT LEDGER ENTRY.  A  *
036900*                      CHARGE GOES INTO THE BUCKET FOR ITS AGE, A*
037000*                      PAYMENT INTO THE PAYMENTS TO BE APPLIED.  *
037100*****************************************************************
037200 2200-AGE-ONE-ENTRY.
037300     READ FEE-LEDGER NEXT RECORD
037400         AT END
037500             SET WS-FL-EOF TO TRUE
037600             GO TO 2200-AGE-ONE-ENTRY-EXIT
037700     END-READ.
037800
037900     IF FL-STUDENT-ID NOT = STUDENT-ID
038000         SET WS-FL-EOF TO TRUE
038100         GO TO 2200-AGE-ONE-ENTRY-EXIT
038200     END-IF.
038300
038400     IF FL-PAYMENT
038500         ADD FL-AMOUNT TO WS-PAYMENTS-LEFT
038600         GO TO 2200-AGE-ONE-ENTRY-EXIT
038700     END-IF.
038800
038900     COMPUTE WS-AGE-DAYS = WS-RUN-DAY-NO
039000         - FUNCTION INTEGER-OF-DATE(FL-TRAN-DATE).
039100     EVALUATE TRUE
039200         WHEN WS-AGE-DAYS <= 30
039300             MOVE 1 TO WS-BK-SUB
039400         WHEN WS-AGE-DAYS <= 60
039500             MOVE 2 TO WS-BK-SUB
039600         WHEN WS-AGE-DAYS <= 90
039700             MOVE 3 TO WS-BK-SUB
039800         WHEN OTHER
039900             MOVE 4 TO WS-BK-SUB
040000     END-EVALUATE.
040100     ADD FL-AMOUNT TO WS-BUCKET(WS-BK-SUB).
040200 2200-AGE-ONE-ENTRY-EXIT.
040300     EXIT.
040400
040500*****************************************************************
040600* 2300-APPLY-TO-ONE-BUCKET - APPLY WHAT IS LEFT OF THE STUDENT'S *
040700*                            PAYMENTS TO ONE BUCKET, OLDEST      *
040800*                            BUCKET FIRST.                       *
040900*****************************************************************
041000 2300-APPLY-TO-ONE-BUCKET.
041100     IF WS-PAYMENTS-LEFT = ZERO
041200         GO TO 2300-APPLY-TO-ONE-BUCKET-EXIT
041300     END-IF.
041400
041500     IF WS-PAYMENTS-LEFT >= WS-BUCKET(WS-BK-SUB)
041600         SUBTRACT WS-BUCKET(WS-BK-SUB) FROM WS-PAYMENTS-LEFT
041700         MOVE ZERO TO WS-BUCKET(WS-BK-SUB)
041800     ELSE
041900         SUBTRACT WS-PAYMENTS-LEFT FROM WS-BUCKET(WS-BK-SUB)
042000         MOVE ZERO TO WS-PAYMENTS-LEFT
042100     END-IF.
042200 2300-APPLY-TO-ONE-BUCKET-EXIT.
042300     EXIT.
042400
042500*****************************************************************
042600* 5000-PRINT-HOMEROOMS - SORT OUTPUT PROCEDURE.  PRINT EACH      *
042700*                        HOMEROOM'S STUDENTS AND SUBTOTAL.       *
042800*****************************************************************
042900 5000-PRINT-HOMEROOMS.
043000     PERFORM 6000-WRITE-REPORT-HEADERS
043100         THRU 6000-WRITE-REPORT-HEADERS-EXIT.
043200
043300     PERFORM 7900-RETURN-BALANCE
043400         THRU 7900-RETURN-BALANCE-EXIT.
043500
043600     PERFORM 5100-PRINT-ONE-HOMEROOM
043700         THRU 5100-PRINT-ONE-HOMEROOM-EXIT
043800         UNTIL WS-SORT-EOF.
043900
044000*****************************************************************
044100* 5100-PRINT-ONE-HOMEROOM - PRINT ONE HOMEROOM'S HEADING, ITS    *
044200*                           STUDENTS AND ITS SUBTOTAL.           *
044300*****************************************************************
044400 5100-PRINT-ONE-HOMEROOM.
044500     MOVE SR-HOMEROOM TO WS-HOLD-HOMEROOM.
044600     MOVE ZERO TO WS-ROOM-COUNT.
044700     MOVE ZERO TO WS-ROOM-BALANCE.
044800     PERFORM 5150-CLEAR-ONE-ROOM-BUCKET
044900         THRU 5150-CLEAR-ONE-ROOM-BUCKET-EXIT
045000         VARYING WS-BK-SUB FROM 1 BY 1
045100         UNTIL WS-BK-SUB > 4.
045200
045300     IF WS-LINE-COUNT + 7 > WS-LINES-PER-PAGE
045400         PERFORM 6000-WRITE-REPORT-HEADERS
045500             THRU 6000-WRITE-REPORT-HEADERS-EXIT
045600     END-IF.
045700     PERFORM 5200-WRITE-HOMEROOM-HEADING
045800         THRU 5200-WRITE-HOMEROOM-HEADING-EXIT.
045900
046000     PERFORM 5300-PRINT-ONE-STUDENT
046100         THRU 5300-PRINT-ONE-STUDENT-EXIT
046200         UNTIL WS-SORT-EOF OR SR-HOMEROOM NOT = WS-HOLD-HOMEROOM.
046300
046400     MOVE SPACES TO FA-TOTAL-LINE.
046500     STRING '  HOMEROOM ' DELIMITED BY SIZE
046600         WS-HOLD-HOMEROOM DELIMITED BY SIZE
046700         ' TOTAL' DELIMITED BY SIZE
046800         INTO FA-TOTAL-LABEL
046900     END-STRING.
047000     PERFORM 5160-MOVE-ONE-ROOM-TOTAL
047100         THRU 5160-MOVE-ONE-ROOM-TOTAL-EXIT
047200         VARYING WS-BK-SUB FROM 1 BY 1
047300         UNTIL WS-BK-SUB > 4.
047400     MOVE WS-ROOM-BALANCE TO FA-TOTAL-AMOUNT(5).
047500     WRITE AGE-LINE FROM FA-TOTAL-LINE.
047600     MOVE SPACES TO AGE-LINE.
047700     WRITE AGE-LINE.
047800     ADD 2 TO WS-LINE-COUNT.
047900 5100-PRINT-ONE-HOMEROOM-EXIT.
048000     EXIT.
048100
048200*****************************************************************
048300* 5150-CLEAR-ONE-ROOM-BUCKET - ZERO ONE HOMEROOM-TOTAL BUCKET.   *
048400*****************************************************************
048500 5150-CLEAR-ONE-ROOM-BUCKET.
048600     MOVE ZERO TO WS-ROOM-BUCKET(WS-BK-SUB).
048700 5150-CLEAR-ONE-ROOM-BUCKET-EXIT.
048800     EXIT.
048900
049000*****************************************************************
049100* 5160-MOVE-ONE-ROOM-TOTAL - MOVE ONE HOMEROOM BUCKET TO THE     *
049200*                            SUBTOTAL LINE.                      *
049300*****************************************************************
049400 5160-MOVE-ONE-ROOM-TOTAL.
049500     MOVE WS-ROOM-BUCKET(WS-BK-SUB) TO FA-TOTAL-AMOUNT(WS-BK-SUB).
049600 5160-MOVE-ONE-ROOM-TOTAL-EXIT.
049700     EXIT.
049800
049900*****************************************************************
050000* 5200-WRITE-HOMEROOM-HEADING - WRITE THE HOMEROOM HEADING AND   *
050100*                               THE COLUMN HEADINGS UNDER IT.    *
050200*****************************************************************
050300 5200-WRITE-HOMEROOM-HEADING.
050400     MOVE WS-HOLD-HOMEROOM TO FA-HOMEROOM.
050500     WRITE AGE-LINE FROM FA-HOMEROOM-HEADING.
050600     WRITE AGE-LINE FROM FA-COLUMN-HEADING.
050700     MOVE SPACES TO AGE-LINE.
050800     WRITE AGE-LINE.
050900     ADD 3 TO WS-LINE-COUNT.
051000 5200-WRITE-HOMEROOM-HEADING-EXIT.
051100     EXIT.
051200
051300*****************************************************************
051400* 5300-PRINT-ONE-STUDENT - PRINT THE STUDENT IN HAND, ADD THEM   *
051500*                          TO THE HOMEROOM AND GRAND TOTALS AND  *
051600*                          TAKE THE NEXT ONE BACK FROM THE SORT. *
051700*****************************************************************
051800 5300-PRINT-ONE-STUDENT.
051900     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
052000         PERFORM 6000-WRITE-REPORT-HEADERS
052100             THRU 6000-WRITE-REPORT-HEADERS-EXIT
052200         PERFORM 5200-WRITE-HOMEROOM-HEADING
052300             THRU 5200-WRITE-HOMEROOM-HEADING-EXIT
052400     END-IF.
052500
052600     MOVE SPACES TO FA-DETAIL-LINE.
052700     MOVE SR-STUDENT-ID TO FA-STUDENT-ID.
052800     MOVE SR-STUDENT-NAME TO FA-NAME.
052900     PERFORM 5310-ADD-ONE-BUCKET
053000         THRU 5310-ADD-ONE-BUCKET-EXIT
053100         VARYING WS-BK-SUB FROM 1 BY 1
053200         UNTIL WS-BK-SUB > 4.
053300     MOVE SR-BALANCE TO FA-AMOUNT(5).
053400     ADD SR-BALANCE TO WS-ROOM-BALANCE.
053500     ADD SR-BALANCE TO WS-GRAND-BALANCE.
053600     ADD 1 TO WS-ROOM-COUNT.
053700     WRITE AGE-LINE FROM FA-DETAIL-LINE.
053800     ADD 1 TO WS-LINE-COUNT.
053900
054000     PERFORM 7900-RETURN-BALANCE
054100         THRU 7900-RETURN-BALANCE-EXIT.
054200 5300-PRINT-ONE-STUDENT-EXIT.
054300     EXIT.
054400
054500*****************************************************************
054600* 5310-ADD-ONE-BUCKET - PRINT ONE OF THE STUDENT'S BUCKETS AND   *
054700*                       ADD IT TO THE HOMEROOM AND GRAND TOTALS. *
054800*****************************************************************
054900 5310-ADD-ONE-BUCKET.
055000     MOVE SR-BUCKET(WS-BK-SUB) TO FA-AMOUNT(WS-BK-SUB).
055100     ADD SR-BUCKET(WS-BK-SUB) TO WS-ROOM-BUCKET(WS-BK-SUB).
055200     ADD SR-BUCKET(WS-BK-SUB) TO WS-GRAND-BUCKET(WS-BK-SUB).
055300 5310-ADD-ONE-BUCKET-EXIT.
055400     EXIT.
055500
055600*****************************************************************
055700* 6000-WRITE-REPORT-HEADERS - START A NEW PAGE OF THE REPORT.    *
055800*****************************************************************
055900 6000-WRITE-REPORT-HEADERS.
056000     ADD 1 TO WS-PAGE-COUNT.
056100     MOVE WS-RUN-DATE TO FA1-RUN-DATE.
056200     MOVE WS-PAGE-COUNT TO FA1-PAGE-NO.
056300
056400     IF WS-PAGE-COUNT > 1
056500         MOVE SPACES TO AGE-LINE
056600         WRITE AGE-LINE
056700     END-IF.
056800
056900     WRITE AGE-LINE FROM FA-HEADING-1.
057000     IF WS-TEST-CYCLE
057100         WRITE AGE-LINE FROM WS-TEST-STAMP-LINE
057200     END-IF.
057300     MOVE SPACES TO AGE-LINE.
057400     WRITE AGE-LINE.
057500
057600     MOVE ZERO TO WS-LINE-COUNT.
057700 6000-WRITE-REPORT-HEADERS-EXIT.
057800     EXIT.
057900
058000*****************************************************************
058100* 7900-RETURN-BALANCE - TAKE THE NEXT STUDENT BALANCE BACK FROM  *
058200*                       THE SORT.                                *
058300*****************************************************************
058400 7900-RETURN-BALANCE.
058500     RETURN SORT-WORK-FILE
058600         AT END
058700             SET WS-SORT-EOF TO TRUE
058800     END-RETURN.
058900 7900-RETURN-BALANCE-EXIT.
059000     EXIT.
059100
059200*****************************************************************
059300* 8000-RELEASE-BALANCE - RELEASE ONE STUDENT'S AGED BALANCE TO   *
059400*                        THE SORT UNDER THEIR HOMEROOM.          *
059500*****************************************************************
059600 8000-RELEASE-BALANCE.
059700     ADD 1 TO WS-OWING-COUNT.
059800     MOVE STUDENT-HOMEROOM TO SR-HOMEROOM.
059900     MOVE STUDENT-NAME TO SR-STUDENT-NAME.
060000     MOVE STUDENT-ID TO SR-STUDENT-ID.
060100     MOVE WS-BUCKET(1) TO SR-BUCKET(1).
060200     MOVE WS-BUCKET(2) TO SR-BUCKET(2).
060300     MOVE WS-BUCKET(3) TO SR-BUCKET(3).
060400     MOVE WS-BUCKET(4) TO SR-BUCKET(4).
060500     MOVE WS-STUDENT-BALANCE TO SR-BALANCE.
060600     RELEASE SORT-RECORD.
060700 8000-RELEASE-BALANCE-EXIT.
060800     EXIT.
060900
061000*****************************************************************
061100* 9000-TERMINATE - PRINT THE GRAND TOTALS, CLOSE THE FILES AND   *
061200*                  SET THE RETURN CODE.                          *
061300*****************************************************************
061400 9000-TERMINATE.
061500     IF WS-LINE-COUNT + 8 > WS-LINES-PER-PAGE
061600         PERFORM 6000-WRITE-REPORT-HEADERS
061700             THRU 6000-WRITE-REPORT-HEADERS-EXIT
061800     END-IF.
061900
062000     IF WS-OWING-COUNT = ZERO
062100         MOVE 'NO BALANCES DUE' TO FA-NOTE-LINE
062200         WRITE AGE-LINE FROM FA-NOTE-LINE
062300         MOVE SPACES TO AGE-LINE
062400         WRITE AGE-LINE
062500     END-IF.
062600
062700     WRITE AGE-LINE FROM FA-COLUMN-HEADING.
062800     MOVE SPACES TO FA-TOTAL-LINE.
062900     MOVE 'GRAND TOTAL' TO FA-TOTAL-LABEL.
063000     MOVE WS-GRAND-BUCKET(1) TO FA-TOTAL-AMOUNT(1).
063100     MOVE WS-GRAND-BUCKET(2) TO FA-TOTAL-AMOUNT(2).
063200     MOVE WS-GRAND-BUCKET(3) TO FA-TOTAL-AMOUNT(3).
063300     MOVE WS-GRAND-BUCKET(4) TO FA-TOTAL-AMOUNT(4).
063400     MOVE WS-GRAND-BALANCE TO FA-TOTAL-AMOUNT(5).
063500     WRITE AGE-LINE FROM FA-TOTAL-LINE.
063600     MOVE SPACES TO AGE-LINE.
063700     WRITE AGE-LINE.
063800
063900     MOVE SPACES TO FA-COUNT-LINE.
064000     MOVE 'STUDENTS WITH A BALANCE DUE:' TO FA-COUNT-LABEL.
064100     MOVE WS-OWING-COUNT TO FA-COUNT-VALUE.
064200     MOVE WS-GRAND-BALANCE TO FA-COUNT-AMOUNT.
064300     WRITE AGE-LINE FROM FA-COUNT-LINE.
064400     MOVE 'STUDENTS IN CREDIT (NOT LISTED):' TO FA-COUNT-LABEL.
064500     MOVE WS-CREDIT-COUNT TO FA-COUNT-VALUE.
064600     MOVE WS-CREDIT-TOTAL TO FA-COUNT-AMOUNT.
064700     WRITE AGE-LINE FROM FA-COUNT-LINE.
064800
064900     IF WS-LEDGER-ON-HAND
065000         CLOSE FEE-LEDGER
065100     END-IF.
065200     CLOSE STUDENT.
065300     CLOSE AGE-RPT.
065400
065500     DISPLAY 'STFEEAGE - STUDENTS READ:        ' WS-STUDENT-READ.
065600     DISPLAY 'STFEEAGE - STUDENTS OWING:       ' WS-OWING-COUNT.
065700     DISPLAY 'STFEEAGE - STUDENTS IN CREDIT:   ' WS-CREDIT-COUNT.
065800     MOVE 0 TO RETURN-CODE.
065900 9000-TERMINATE-EXIT.
066000     EXIT.
