000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STWDRPT.
000300 AUTHOR. LEGOP3.
000400 INSTALLATION. STUDENT RECORDS SHOP.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* STWDRPT                                                        *
000900*                                                                *
001000* MONTHLY WITHDRAWALS-BY-REASON REPORT FOR THE DISTRICT'S        *
001100* DROPOUT AND TRANSFER-OUT RETURNS.  THE OPERATOR KEYS A REPORT  *
001200* MONTH (YYYYMM) AND STWDRPT PRINTS WDRPT.TXT FROM THE KEYED     *
001300* WITHDRAWAL FILE (WITHDRAW.DAT, SEE WITHDRAW.CPY):              *
001400*                                                                *
001500*   - ONE GROUP PER STATE EXIT-REASON CODE (SEE EXITRSN.CPY), IN *
001600*     CODE-TABLE ORDER, LISTING EVERY STUDENT WHOSE EXIT DATE    *
001700*     FALLS IN THE MONTH, IN EXIT-DATE ORDER, WITH THE GRADE AND *
001800*     HOMEROOM LEFT FROM AND THE RECEIVING SCHOOL;               *
001900*   - A CODE NO LONGER ON THE TABLE IS LISTED LAST UNDER         *
002000*     UNKNOWN REASON CODE SO NOTHING DROPS OFF THE COUNT;        *
002100*   - A SUMMARY OF THE COUNT BY CODE, WITH TRANSFER-OUT (T)      *
002200*     AND DROPOUT (D) SUBTOTALS AND THE MONTH'S TOTAL.           *
002300*                                                                *
002400* THE NAME COMES FROM THE STUDENT MASTER; A STUDENT PURGED SINCE *
002500* IS SHOWN AS NOT ON MASTER.                                     *
002600*                                                                *
002700* READ-ONLY - SAFE TO RUN ANY TIME.                              *
002800*                                                                *
002900* RETURN CODES:  0 = REPORT PRINTED,                             *
003000*                4 = PRINTED, BUT SOME WITHDRAWALS CARRY A REASON*
003100*                    CODE NO LONGER ON THE TABLE,                *
003200*               16 = A FILE WOULD NOT OPEN.                      *
003300*                                                                *
003400* MOD LOG                                                        *
003500*   2026-10-15  LEGOP3   INITIAL VERSION.                        *
003600*****************************************************************
003700
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT WITHDRAW-FILE ASSIGN TO WS-WITHDRAW-FILE-NAME
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS SEQUENTIAL
004400         RECORD KEY IS WD-KEY
004500         FILE STATUS IS WS-WITHDRAW-FILE-STATUS.
004600
004700     SELECT STUDENT ASSIGN TO WS-STUDENT-FILE-NAME
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS RANDOM
005000         RECORD KEY IS STUDENT-ID
005100         ALTERNATE RECORD KEY IS STUDENT-NAME
005200             WITH DUPLICATES
005300         FILE STATUS IS WS-STUDENT-FILE-STATUS.
005400
005500     SELECT WD-RPT ASSIGN TO WS-WD-RPT-NAME
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700
005800     SELECT SORT-WORK-FILE ASSIGN TO 'wdsort.tmp'.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  WITHDRAW-FILE.
006300     COPY "withdraw.cpy".
006400
006500 FD  STUDENT.
006600     COPY "student.cpy".
006700
006800 FD  WD-RPT.
006900 01  WD-LINE                      PIC X(80).
007000
007100 SD  SORT-WORK-FILE.
007200 01  SORT-RECORD.
007300     05  SR-REASON-SUB            PIC 9(02).
007400     05  SR-EXIT-DATE             PIC 9(08).
007500     05  SR-STUDENT-ID            PIC 9(05).
007600     05  SR-EXIT-REASON           PIC X(02).
007700     05  SR-GRADE                 PIC 9(02).
007800     05  SR-HOMEROOM              PIC X(04).
007900     05  SR-RECEIVING-SCHOOL      PIC X(25).
008000
008100 WORKING-STORAGE SECTION.
008200 01  WS-WITHDRAW-FILE-STATUS      PIC X(02)   VALUE '00'.
008300 01  WS-STUDENT-FILE-STATUS       PIC X(02)   VALUE '00'.
008400
008500 01  WS-WITHDRAW-FILE-NAME        PIC X(40)
008600                                  VALUE 'withdraw.dat'.
008700 01  WS-STUDENT-FILE-NAME         PIC X(40)
008800                                  VALUE 'student.dat'.
008900 01  WS-WD-RPT-NAME               PIC X(40)   VALUE 'wdrpt.txt'.
009000
009100 01  WS-TEST-MODE-SW              PIC X(01)   VALUE 'N'.
009200     88  WS-TEST-CYCLE                        VALUE 'Y'.
009300
009400 01  WS-TEST-STAMP-LINE           PIC X(40)   VALUE
009500     '** TEST CYCLE - NOT PRODUCTION **'.
009600
009700     COPY "sitecfgk.cpy".
009800
009900     COPY "exitrsn.cpy".
010000
010100 01  WS-SWITCHES.
010200     05  WS-WD-EOF-SW             PIC X(01)   VALUE 'N'.
010300         88  WS-WD-EOF                        VALUE 'Y'.
010400     05  WS-SORT-EOF-SW           PIC X(01)   VALUE 'N'.
010500         88  WS-SORT-EOF                      VALUE 'Y'.
010600
010700 01  WS-REPORT-MONTH              PIC 9(06)   VALUE ZERO.
010800 01  WS-MONTH-FIRST-DAY           PIC 9(08)   VALUE ZERO.
010900 01  WS-MONTH-LAST-DAY            PIC 9(08)   VALUE ZERO.
011000
011100 01  WS-COUNTERS.
011200     05  WS-WD-READ               PIC 9(07)   COMP VALUE ZERO.
011300     05  WS-SELECTED-COUNT        PIC 9(07)   COMP VALUE ZERO.
011400     05  WS-TRANSFER-COUNT        PIC 9(07)   COMP VALUE ZERO.
011500     05  WS-DROPOUT-COUNT         PIC 9(07)   COMP VALUE ZERO.
011600     05  WS-LINE-COUNT            PIC 9(03)   COMP VALUE ZERO.
011700     05  WS-PAGE-COUNT            PIC 9(05)   COMP VALUE ZERO.
011800
011900 01  WS-LINES-PER-PAGE            PIC 9(03)   COMP VALUE 50.
012000 01  WS-RUN-DATE                  PIC 9(08)   VALUE ZERO.
012100
012200*****************************************************************
012300* THE COUNT FOR EACH CODE-TABLE ENTRY.  THE ENTRY AFTER THE LAST *
012400* CODE ON THE TABLE COLLECTS ANY CODE NO LONGER ON IT.           *
012500*****************************************************************
012600 01  WS-ER-SUB                    PIC 9(02)   COMP VALUE ZERO.
012700 01  WS-THIS-REASON               PIC 9(02)   COMP VALUE ZERO.
012800 01  WS-UNKNOWN-SUB               PIC 9(02)   COMP VALUE ZERO.
012900 01  WS-REASON-COUNTS.
013000     05  WS-REASON-COUNT          PIC 9(07)   COMP
013050                                  OCCURS 21 TIMES.
013100
013200 01  WR-HEADING-1.
013300     05  FILLER            PIC X(28) VALUE
013400             'WITHDRAWALS BY EXIT REASON'.
013500     05  FILLER            PIC X(07) VALUE 'MONTH:'.
013600     05  WR1-MONTH         PIC 9(06).
013700     05  FILLER            PIC X(03) VALUE SPACES.
013800     05  FILLER            PIC X(10) VALUE 'RUN DATE:'.
013900     05  WR1-RUN-DATE      PIC 9(08).
014000     05  FILLER            PIC X(04) VALUE SPACES.
014100     05  FILLER            PIC X(06) VALUE 'PAGE:'.
014200     05  WR1-PAGE-NO       PIC ZZZZ9.
014300
014400 01  WR-REASON-HEADING.
014500     05  FILLER            PIC X(08) VALUE 'REASON'.
014600     05  WR-REASON-CODE    PIC X(04).
014700     05  WR-REASON-DESC    PIC X(30).
014800
014900 01  WR-COLUMN-HEADING.
015000     05  FILLER            PIC X(07) VALUE 'ID'.
015100     05  FILLER            PIC X(27) VALUE 'NAME'.
015200     05  FILLER            PIC X(10) VALUE 'EXIT DATE'.
015300     05  FILLER            PIC X(04) VALUE 'GR'.
015400     05  FILLER            PIC X(06) VALUE 'ROOM'.
015500     05  FILLER            PIC X(25) VALUE 'RECEIVING SCHOOL'.
015600
015700 01  WR-DETAIL-LINE.
015800     05  WR-STUDENT-ID            PIC ZZZZ9.
015900     05  FILLER                   PIC X(02)   VALUE SPACES.
016000     05  WR-NAME                  PIC X(25).
016100     05  FILLER                   PIC X(02)   VALUE SPACES.
016200     05  WR-EXIT-DATE             PIC 9(08).
016300     05  FILLER                   PIC X(02)   VALUE SPACES.
016400     05  WR-GRADE                 PIC Z9.
016500     05  FILLER                   PIC X(02)   VALUE SPACES.
016600     05  WR-HOMEROOM              PIC X(04).
016700     05  FILLER                   PIC X(02)   VALUE SPACES.
016800     05  WR-RECEIVING-SCHOOL      PIC X(25).
016900
017000 01  WR-NOTE-LINE                 PIC X(80)   VALUE SPACES.
017100
017200 01  WR-CODE-COUNT-LINE.
017300     05  FILLER                   PIC X(02)   VALUE SPACES.
017400     05  WR-CC-CODE               PIC X(04).
017500     05  WR-CC-DESC               PIC X(34).
017600     05  WR-CC-COUNT              PIC Z,ZZZ,ZZ9.
017700
017800 01  WR-COUNT-LINE.
017900     05  WR-COUNT-LABEL           PIC X(40).
018000     05  WR-COUNT-VALUE           PIC Z,ZZZ,ZZ9.
018100
018200 PROCEDURE DIVISION.
018300
018400 0000-MAINLINE.
018500     PERFORM 1000-INITIALIZE
018600         THRU 1000-INITIALIZE-EXIT.
018700
018800     SORT SORT-WORK-FILE
018900         ON ASCENDING KEY SR-REASON-SUB SR-EXIT-DATE SR-STUDENT-ID
019000         INPUT PROCEDURE IS 2000-SELECT-WITHDRAWALS
019100         OUTPUT PROCEDURE IS 5000-PRINT-REASONS.
019200
019300     PERFORM 9000-TERMINATE
019400         THRU 9000-TERMINATE-EXIT.
019500
019600     STOP RUN.
019700
019800*****************************************************************
019900* 1000-INITIALIZE - PROMPT FOR THE MONTH AND OPEN THE FILES.     *
020000*****************************************************************
020100 1000-INITIALIZE.
020200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
020300
020400     DISPLAY 'STWDRPT - MONTHLY WITHDRAWALS-BY-REASON REPORT'.
020500     DISPLAY 'ENTER REPORT MONTH (YYYYMM): ' WITH NO ADVANCING.
020600     ACCEPT WS-REPORT-MONTH.
020700     COMPUTE WS-MONTH-FIRST-DAY = WS-REPORT-MONTH * 100 + 1.
020800     COMPUTE WS-MONTH-LAST-DAY = WS-REPORT-MONTH * 100 + 31.
020900
021000     COMPUTE WS-UNKNOWN-SUB = ER-COUNT + 1.
021100
021200     PERFORM 1100-RESOLVE-FILE-NAMES
021300         THRU 1100-RESOLVE-FILE-NAMES-EXIT.
021400
021500     OPEN INPUT WITHDRAW-FILE.
021600     IF WS-WITHDRAW-FILE-STATUS NOT = '00'
021700         DISPLAY 'STWDRPT - UNABLE TO OPEN WITHDRAW.DAT, '
021800             'FILE STATUS = ' WS-WITHDRAW-FILE-STATUS
021900         MOVE 16 TO RETURN-CODE
022000         STOP RUN
022100     END-IF.
022200
022300     OPEN INPUT STUDENT.
022400     IF WS-STUDENT-FILE-STATUS NOT = '00'
022500         DISPLAY 'STWDRPT - UNABLE TO OPEN STUDENT MASTER, '
022600             'FILE STATUS = ' WS-STUDENT-FILE-STATUS
022700         MOVE 16 TO RETURN-CODE
022800         STOP RUN
022900     END-IF.
023000
023100     OPEN OUTPUT WD-RPT.
023200 1000-INITIALIZE-EXIT.
023300     EXIT.
023400
023500*****************************************************************
023600* 1100-RESOLVE-FILE-NAMES - RESOLVE EVERY FILE NAME THROUGH THE  *
023700*                           STSITE SITE CONFIGURATION.           *
023800*****************************************************************
023900 1100-RESOLVE-FILE-NAMES.
024000     MOVE 'withdraw.dat' TO SF-DEFAULT-NAME.
024100     PERFORM 1110-RESOLVE-ONE-NAME
024200         THRU 1110-RESOLVE-ONE-NAME-EXIT.
024300     MOVE SF-RESOLVED-NAME TO WS-WITHDRAW-FILE-NAME.
024400
024500     MOVE 'student.dat' TO SF-DEFAULT-NAME.
024600     PERFORM 1110-RESOLVE-ONE-NAME
024700         THRU 1110-RESOLVE-ONE-NAME-EXIT.
024800     MOVE SF-RESOLVED-NAME TO WS-STUDENT-FILE-NAME.
024900
025000     MOVE 'wdrpt.txt' TO SF-DEFAULT-NAME.
025100     PERFORM 1110-RESOLVE-ONE-NAME
025200         THRU 1110-RESOLVE-ONE-NAME-EXIT.
025300     MOVE SF-RESOLVED-NAME TO WS-WD-RPT-NAME.
025400 1100-RESOLVE-FILE-NAMES-EXIT.
025500     EXIT.
025600
025700*****************************************************************
025800* 1110-RESOLVE-ONE-NAME - RESOLVE ONE NAME THROUGH STSITE AND    *
025900*                        REMEMBER WHETHER ANY REDIRECTION IS     *
026000*                        IN FORCE.                               *
026100*****************************************************************
026200 1110-RESOLVE-ONE-NAME.
026300     CALL 'STSITE' USING SITE-PARM.
026400     IF SF-TEST-MODE = 'Y'
026500         SET WS-TEST-CYCLE TO TRUE
026600     END-IF.
026700 1110-RESOLVE-ONE-NAME-EXIT.
026800     EXIT.
026900
027000*****************************************************************
027100* 2000-SELECT-WITHDRAWALS - SORT INPUT PROCEDURE.  READ THE      *
027200*                           WITHDRAWAL FILE TOP TO BOTTOM AND    *
027300*                           RELEASE EVERY EXIT DATED IN THE      *
027400*                           REPORT MONTH UNDER ITS REASON CODE.  *
027500*****************************************************************
027600 2000-SELECT-WITHDRAWALS.
027700     PERFORM 2100-SELECT-ONE-WITHDRAWAL
027800         THRU 2100-SELECT-ONE-WITHDRAWAL-EXIT
027900         UNTIL WS-WD-EOF.
028000
028100*****************************************************************
028200* 2100-SELECT-ONE-WITHDRAWAL - READ ONE WITHDRAWAL RECORD AND    *
028300*                              RELEASE IT IF IT FALLS IN THE     *
028400*                              REPORT MONTH.                     *
028500*****************************************************************
028600 2100-SELECT-ONE-WITHDRAWAL.
028700     READ WITHDRAW-FILE NEXT RECORD
028800         AT END
028900             SET WS-WD-EOF TO TRUE
029000             GO TO 2100-SELECT-ONE-WITHDRAWAL-EXIT
029100     END-READ.
029200     ADD 1 TO WS-WD-READ.
029300
029400     IF WD-EXIT-DATE < WS-MONTH-FIRST-DAY
029500         OR WD-EXIT-DATE > WS-MONTH-LAST-DAY
029600         GO TO 2100-SELECT-ONE-WITHDRAWAL-EXIT
029700     END-IF.
029800
029900     MOVE WS-UNKNOWN-SUB TO WS-THIS-REASON.
030000     PERFORM 2110-MATCH-ONE-REASON
030100         THRU 2110-MATCH-ONE-REASON-EXIT
030200         VARYING WS-ER-SUB FROM 1 BY 1
030300         UNTIL WS-ER-SUB > ER-COUNT.
030400
030500     PERFORM 8000-RELEASE-WITHDRAWAL
030600         THRU 8000-RELEASE-WITHDRAWAL-EXIT.
030700 2100-SELECT-ONE-WITHDRAWAL-EXIT.
030800     EXIT.
030900
031000*****************************************************************
031100* 2110-MATCH-ONE-REASON - COMPARE THE WITHDRAWAL'S REASON CODE   *
031200*                         TO ONE CODE TABLE ENTRY.               *
031300*****************************************************************
031400 2110-MATCH-ONE-REASON.
031500     IF WD-EXIT-REASON = ER-CODE(WS-ER-SUB)
031600         MOVE WS-ER-SUB TO WS-THIS-REASON
031700     END-IF.
031800 2110-MATCH-ONE-REASON-EXIT.
031900     EXIT.
032000
032100*****************************************************************
032200* 5000-PRINT-REASONS - SORT OUTPUT PROCEDURE.  PRINT EVERY CODE  *
032300*                      ON THE TABLE IN TURN - ITS WITHDRAWALS,   *
032400*                      OR NONE - THEN ANY UNKNOWN CODES.         *
032500*****************************************************************
032600 5000-PRINT-REASONS.
032700     PERFORM 6000-WRITE-REPORT-HEADERS
032800         THRU 6000-WRITE-REPORT-HEADERS-EXIT.
032900
033000     PERFORM 7900-RETURN-WITHDRAWAL
033100         THRU 7900-RETURN-WITHDRAWAL-EXIT.
033200
033300     PERFORM 5100-PRINT-ONE-REASON
033400         THRU 5100-PRINT-ONE-REASON-EXIT
033500         VARYING WS-ER-SUB FROM 1 BY 1
033600         UNTIL WS-ER-SUB > WS-UNKNOWN-SUB.
033700
033800*****************************************************************
033900* 5100-PRINT-ONE-REASON - PRINT ONE REASON CODE'S HEADING, ITS   *
034000*                         WITHDRAWALS AND ITS COUNT.  THE UNKNOWN*
034100*                         GROUP IS ONLY PRINTED WHEN IT HAS ANY. *
034200*****************************************************************
034300 5100-PRINT-ONE-REASON.
034400     IF WS-ER-SUB = WS-UNKNOWN-SUB
034500         AND WS-REASON-COUNT(WS-ER-SUB) = ZERO
034600         GO TO 5100-PRINT-ONE-REASON-EXIT
034700     END-IF.
034800
034900     IF WS-LINE-COUNT + 7 > WS-LINES-PER-PAGE
035000         PERFORM 6000-WRITE-REPORT-HEADERS
035100             THRU 6000-WRITE-REPORT-HEADERS-EXIT
035200     END-IF.
035300
035400     IF WS-ER-SUB = WS-UNKNOWN-SUB
035500         MOVE '??' TO WR-REASON-CODE
035600         MOVE 'UNKNOWN REASON CODE' TO WR-REASON-DESC
035700     ELSE
035800         MOVE ER-CODE(WS-ER-SUB) TO WR-REASON-CODE
035900         MOVE ER-DESCRIPTION(WS-ER-SUB) TO WR-REASON-DESC
036000     END-IF.
036100     PERFORM 5200-WRITE-REASON-HEADING
036200         THRU 5200-WRITE-REASON-HEADING-EXIT.
036300
036400     IF WS-REASON-COUNT(WS-ER-SUB) = ZERO
036500         MOVE '  NONE THIS MONTH' TO WR-NOTE-LINE
036600         WRITE WD-LINE FROM WR-NOTE-LINE
036700         ADD 1 TO WS-LINE-COUNT
036800     END-IF.
036900
037000     PERFORM 5300-PRINT-ONE-WITHDRAWAL
037100         THRU 5300-PRINT-ONE-WITHDRAWAL-EXIT
037200         UNTIL WS-SORT-EOF OR SR-REASON-SUB NOT = WS-ER-SUB.
037300
037400     MOVE SPACES TO WD-LINE.
037500     WRITE WD-LINE.
037600     MOVE '  WITHDRAWALS FOR THIS REASON:' TO WR-COUNT-LABEL.
037700     MOVE WS-REASON-COUNT(WS-ER-SUB) TO WR-COUNT-VALUE.
037800     WRITE WD-LINE FROM WR-COUNT-LINE.
037900     MOVE SPACES TO WD-LINE.
038000     WRITE WD-LINE.
038100     ADD 3 TO WS-LINE-COUNT.
038200 5100-PRINT-ONE-REASON-EXIT.
038300     EXIT.
038400
038500*****************************************************************
038600* 5200-WRITE-REASON-HEADING - WRITE THE REASON HEADING AND THE   *
038700*                             COLUMN HEADINGS UNDER IT.          *
038800*****************************************************************
038900 5200-WRITE-REASON-HEADING.
039000     WRITE WD-LINE FROM WR-REASON-HEADING.
039100     WRITE WD-LINE FROM WR-COLUMN-HEADING.
039200     MOVE SPACES TO WD-LINE.
039300     WRITE WD-LINE.
039400     ADD 3 TO WS-LINE-COUNT.
039500 5200-WRITE-REASON-HEADING-EXIT.
039600     EXIT.
039700
039800*****************************************************************
039900* 5300-PRINT-ONE-WITHDRAWAL - PRINT THE WITHDRAWAL IN HAND AND   *
040000*                             TAKE THE NEXT ONE BACK FROM THE    *
040100*                             SORT.                              *
040200*****************************************************************
040300 5300-PRINT-ONE-WITHDRAWAL.
040400     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
040500         PERFORM 6000-WRITE-REPORT-HEADERS
040600             THRU 6000-WRITE-REPORT-HEADERS-EXIT
040700         PERFORM 5200-WRITE-REASON-HEADING
040800             THRU 5200-WRITE-REASON-HEADING-EXIT
040900     END-IF.
041000
041100     MOVE SR-STUDENT-ID TO STUDENT-ID.
041200     READ STUDENT
041300         INVALID KEY
041400             MOVE '(NOT ON MASTER)' TO STUDENT-NAME
041500     END-READ.
041600
041700     MOVE SR-STUDENT-ID TO WR-STUDENT-ID.
041800     MOVE STUDENT-NAME TO WR-NAME.
041900     MOVE SR-EXIT-DATE TO WR-EXIT-DATE.
042000     MOVE SR-GRADE TO WR-GRADE.
042100     MOVE SR-HOMEROOM TO WR-HOMEROOM.
042200     MOVE SR-RECEIVING-SCHOOL TO WR-RECEIVING-SCHOOL.
042300     IF SR-REASON-SUB = WS-UNKNOWN-SUB
042400         MOVE SPACES TO WR-RECEIVING-SCHOOL
042500         STRING 'CODE ' DELIMITED BY SIZE
042600             SR-EXIT-REASON DELIMITED BY SIZE
042700             ' ' DELIMITED BY SIZE
042800             SR-RECEIVING-SCHOOL DELIMITED BY SIZE
042900             INTO WR-RECEIVING-SCHOOL
043000         END-STRING
043100     END-IF.
043200     WRITE WD-LINE FROM WR-DETAIL-LINE.
043300     ADD 1 TO WS-LINE-COUNT.
043400
043500     PERFORM 7900-RETURN-WITHDRAWAL
043600         THRU 7900-RETURN-WITHDRAWAL-EXIT.
043700 5300-PRINT-ONE-WITHDRAWAL-EXIT.
043800     EXIT.
043900
044000*****************************************************************
044100* 6000-WRITE-REPORT-HEADERS - START A NEW PAGE OF THE REPORT.    *
044200*****************************************************************
044300 6000-WRITE-REPORT-HEADERS.
044400     ADD 1 TO WS-PAGE-COUNT.
044500     MOVE WS-REPORT-MONTH TO WR1-MONTH.
044600     MOVE WS-RUN-DATE TO WR1-RUN-DATE.
044700     MOVE WS-PAGE-COUNT TO WR1-PAGE-NO.
044800
044900     IF WS-PAGE-COUNT > 1
045000         MOVE SPACES TO WD-LINE
045100         WRITE WD-LINE
045200     END-IF.
045300
045400     WRITE WD-LINE FROM WR-HEADING-1.
045500     IF WS-TEST-CYCLE
045600         WRITE WD-LINE FROM WS-TEST-STAMP-LINE
045700     END-IF.
045800     MOVE SPACES TO WD-LINE.
045900     WRITE WD-LINE.
046000
046100     MOVE ZERO TO WS-LINE-COUNT.
046200 6000-WRITE-REPORT-HEADERS-EXIT.
046300     EXIT.
046400
046500*****************************************************************
046600* 7900-RETURN-WITHDRAWAL - TAKE THE NEXT WITHDRAWAL BACK FROM THE*
046700*                          SORT.                                 *
046800*****************************************************************
046900 7900-RETURN-WITHDRAWAL.
047000     RETURN SORT-WORK-FILE
047100         AT END
047200             SET WS-SORT-EOF TO TRUE
047300     END-RETURN.
047400 7900-RETURN-WITHDRAWAL-EXIT.
047500     EXIT.
047600
047700*****************************************************************
047800* 8000-RELEASE-WITHDRAWAL - COUNT ONE WITHDRAWAL UNDER ITS REASON*
047900*                           AND RELEASE IT TO THE SORT.          *
048000*****************************************************************
048100 8000-RELEASE-WITHDRAWAL.
048200     ADD 1 TO WS-SELECTED-COUNT.
048300     ADD 1 TO WS-REASON-COUNT(WS-THIS-REASON).
048400     IF WD-EXIT-REASON(1:1) = 'T'
048500         ADD 1 TO WS-TRANSFER-COUNT
048600     END-IF.
048700     IF WD-EXIT-REASON(1:1) = 'D'
048800         ADD 1 TO WS-DROPOUT-COUNT
048900     END-IF.
049000
049100     MOVE WS-THIS-REASON TO SR-REASON-SUB.
049200     MOVE WD-EXIT-DATE TO SR-EXIT-DATE.
049300     MOVE WD-STUDENT-ID TO SR-STUDENT-ID.
049400     MOVE WD-EXIT-REASON TO SR-EXIT-REASON.
049500     MOVE WD-GRADE TO SR-GRADE.
049600     MOVE WD-HOMEROOM TO SR-HOMEROOM.
049700     MOVE WD-RECEIVING-SCHOOL TO SR-RECEIVING-SCHOOL.
049800     RELEASE SORT-RECORD.
049900 8000-RELEASE-WITHDRAWAL-EXIT.
050000     EXIT.
050100
050200*****************************************************************
050300* 9000-TERMINATE - PRINT THE SUMMARY BY REASON CODE, CLOSE THE   *
050400*                  FILES AND SET THE RETURN CODE.                *
050500*****************************************************************
050600 9000-TERMINATE.
050700     IF WS-LINE-COUNT + ER-COUNT + 10 > WS-LINES-PER-PAGE
050800         PERFORM 6000-WRITE-REPORT-HEADERS
050900             THRU 6000-WRITE-REPORT-HEADERS-EXIT
051000     END-IF.
051100
051200     MOVE 'SUMMARY BY REASON CODE' TO WR-NOTE-LINE.
051300     WRITE WD-LINE FROM WR-NOTE-LINE.
051400     MOVE SPACES TO WD-LINE.
051500     WRITE WD-LINE.
051600     PERFORM 9100-PRINT-CODE-COUNT
051700         THRU 9100-PRINT-CODE-COUNT-EXIT
051800         VARYING WS-ER-SUB FROM 1 BY 1
051900         UNTIL WS-ER-SUB > WS-UNKNOWN-SUB.
052000
052100     MOVE SPACES TO WD-LINE.
052200     WRITE WD-LINE.
052300     MOVE 'TRANSFERS OUT (T CODES):' TO WR-COUNT-LABEL.
052400     MOVE WS-TRANSFER-COUNT TO WR-COUNT-VALUE.
052500     WRITE WD-LINE FROM WR-COUNT-LINE.
052600     MOVE 'DROPOUTS (D CODES):' TO WR-COUNT-LABEL.
052700     MOVE WS-DROPOUT-COUNT TO WR-COUNT-VALUE.
052800     WRITE WD-LINE FROM WR-COUNT-LINE.
052900     MOVE 'TOTAL WITHDRAWALS FOR THE MONTH:' TO WR-COUNT-LABEL.
053000     MOVE WS-SELECTED-COUNT TO WR-COUNT-VALUE.
053100     WRITE WD-LINE FROM WR-COUNT-LINE.
053200
053300     CLOSE WITHDRAW-FILE.
053400     CLOSE STUDENT.
053500     CLOSE WD-RPT.
053600
053700     DISPLAY 'STWDRPT - WITHDRAWAL RECORDS READ: ' WS-WD-READ.
053800     DISPLAY 'STWDRPT - WITHDRAWALS IN MONTH:    '
053900         WS-SELECTED-COUNT.
054000
054100     IF WS-REASON-COUNT(WS-UNKNOWN-SUB) > ZERO
054200         DISPLAY 'STWDRPT - '
054300             WS-REASON-COUNT(WS-UNKNOWN-SUB)
054400             ' WITHDRAWALS CARRY A CODE NOT ON THE TABLE'
054500         MOVE 4 TO RETURN-CODE
054600     ELSE
054700         MOVE 0 TO RETURN-CODE
054800     END-IF.
054900 9000-TERMINATE-EXIT.
055000     EXIT.
055100
055200*****************************************************************
055300* 9100-PRINT-CODE-COUNT - PRINT ONE REASON CODE'S COUNT ON THE   *
055400*                         SUMMARY.  THE UNKNOWN LINE IS ONLY     *
055500*                         PRINTED WHEN IT HAS ANY.               *
055600*****************************************************************
055700 9100-PRINT-CODE-COUNT.
055800     IF WS-ER-SUB = WS-UNKNOWN-SUB
055900         IF WS-REASON-COUNT(WS-ER-SUB) = ZERO
056000             GO TO 9100-PRINT-CODE-COUNT-EXIT
056100         END-IF
056200         MOVE '??' TO WR-CC-CODE
056300         MOVE 'UNKNOWN REASON CODE' TO WR-CC-DESC
056400     ELSE
056500         MOVE ER-CODE(WS-ER-SUB) TO WR-CC-CODE
056600         MOVE ER-DESCRIPTION(WS-ER-SUB) TO WR-CC-DESC
056700     END-IF.
056800     MOVE WS-REASON-COUNT(WS-ER-SUB) TO WR-CC-COUNT.
056900     WRITE WD-LINE FROM WR-CODE-COUNT-LINE.
057000 9100-PRINT-CODE-COUNT-EXIT.
057100     EXIT.
