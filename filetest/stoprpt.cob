000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STOPRPT IS INITIAL PROGRAM.
000300 AUTHOR. LEGOP3.
000400 INSTALLATION. STUDENT RECORDS SHOP.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* STOPRPT                                                        *
000900*                                                                *
001000* DAILY OPERATOR ACTIVITY REPORT FOR THE SUPERVISOR - WHO        *
001100* CHANGED WHAT ON ONE DAY.  THE OPERATOR KEYS THE REPORT DATE    *
001200* (ZERO FOR TODAY) AND OPRRPT.TXT LISTS, IN FIVE SECTIONS, EACH  *
001300* IN OPERATOR-ID AND TIME ORDER:                                 *
001400*                                                                *
001500*   1 - EVERY STHIST.DAT ENTRY WRITTEN THAT DAY, WITH THE        *
001600*       PROGRAM, THE STUDENT, THE ACTION AND, FOR A CHANGE,      *
001700*       WHICH FIELDS OF THE RECORD MOVED;                        *
001800*   2 - EVERY RUNCTL.DAT RECORD WRITTEN UNDER A RERUN OVERRIDE;  *
001900*   3 - EVERY SUSPENSE ITEM CORRECTED THROUGH STCORR THAT DAY    *
001960*       AND STILL AWAITING THE NEXT RECYCLE - STTRAN ITEMS ON    *
002020*       SUSPENSE.DAT (ONCE RECYCLED THEY SHOW IN SECTION 1       *
002080*       UNDER THE CORRECTOR) AND STFEEPST ITEMS ON FEESUSP.DAT;  *
002140*   4 - EVERY REFUSED SIGN-ON OR AUTHORITY CHECK LOGGED BY       *
002200*       STSECURE ON SECVIOL.DAT;                                 *
002260*   5 - EVERY FEELEDG.DAT CHARGE AND PAYMENT POSTED THAT DAY,    *
002320*       UNDER THE OPERATOR WHO POSTED IT.                        *
002400*                                                                *
002500* A FILE THAT IS NOT ON HAND IS NOTED AND ITS SECTION SHOWS      *
002600* NONE.  READ-ONLY - SAFE TO RUN ANY TIME.  NEEDS AN OPERATOR    *
002700* SIGNED ON AT SUPERVISOR LEVEL THROUGH STSECURE (SEE            *
002800* SECUREK.CPY).                                                  *
002900*                                                                *
003000* RUN FROM THE HELLO-WORLD OPERATOR MENU.                        *
003100*                                                                *
003200* RETURN CODES:  0 = NORMAL END,                                 *
003300*                8 = OPERATOR NOT AUTHORIZED, OR A BAD DATE,     *
003400*               16 = THE REPORT WOULD NOT OPEN.                  *
003500*                                                                *
003600* MOD LOG                                                        *
003700*   2026-10-15  LEGOP3   INITIAL VERSION.                        *
003720*   2026-10-15  LEGOP3   SECTION 3 NOW ALSO LISTS FEE SUSPENSE   *
003740*                        CORRECTIONS (FEESUSP.DAT), AND A NEW    *
003760*                        SECTION 5 LISTS THE DAY'S FEE LEDGER    *
003780*                        POSTINGS (FEELEDG.DAT).                 *
003800*****************************************************************
003900
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT OPTIONAL HISTORY-FILE
004400         ASSIGN TO WS-HISTORY-FILE-NAME
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS SEQUENTIAL
004700         RECORD KEY IS HIST-KEY
004800         FILE STATUS IS WS-HISTORY-FILE-STATUS.
004900
005000     SELECT OPTIONAL RUN-CONTROL
005100         ASSIGN TO WS-RUNCTL-FILE-NAME
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-RUNCTL-FILE-STATUS.
005400
005500     SELECT OPTIONAL SUSPENSE-FILE
005600         ASSIGN TO WS-SUSPENSE-FILE-NAME
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-SUSPENSE-FILE-STATUS.
005900
006000     SELECT OPTIONAL VIOLATION-LOG
006100         ASSIGN TO WS-VIOLATION-FILE-NAME
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-VIOLATION-FILE-STATUS.
006310
006320     SELECT OPTIONAL FEE-LEDGER
006330         ASSIGN TO WS-LEDGER-FILE-NAME
006340         ORGANIZATION IS INDEXED
006350         ACCESS MODE IS SEQUENTIAL
006360         RECORD KEY IS FL-KEY
006370         FILE STATUS IS WS-LEDGER-FILE-STATUS.
006400
006500     SELECT OPER-RPT ASSIGN TO WS-OPER-RPT-NAME
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-OPER-RPT-STATUS.
006800
006900     SELECT SORT-WORK-FILE ASSIGN TO 'oprsort.tmp'.
007000
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  HISTORY-FILE.
007400     COPY "sthist.cpy".
007500
007600 FD  RUN-CONTROL.
007700     COPY "runctl.cpy".
007800
007900 FD  SUSPENSE-FILE.
008000     COPY "suspense.cpy".
008100
008200 FD  VIOLATION-LOG.
008300     COPY "secviol.cpy".
008320
008340 FD  FEE-LEDGER.
008360     COPY "feeledg.cpy".
008400
008500 FD  OPER-RPT.
008600 01  OPER-LINE                    PIC X(100).
008700
008800 SD  SORT-WORK-FILE.
008900 01  SORT-RECORD.
009000     05  SR-SECTION               PIC 9(01).
009100     05  SR-OPERATOR-ID           PIC X(08).
009200     05  SR-TIME                  PIC 9(06).
009300     05  SR-SEQUENCE              PIC 9(07).
009400     05  SR-PROGRAM               PIC X(08).
009500     05  SR-STUDENT-ID            PIC 9(05).
009600     05  SR-ACTION                PIC X(01).
009700     05  SR-DETAIL                PIC X(50).
009800
009900 WORKING-STORAGE SECTION.
010000 01  WS-HISTORY-FILE-STATUS       PIC X(02)   VALUE '00'.
010100 01  WS-RUNCTL-FILE-STATUS        PIC X(02)   VALUE '00'.
010200 01  WS-SUSPENSE-FILE-STATUS      PIC X(02)   VALUE '00'.
010300 01  WS-VIOLATION-FILE-STATUS     PIC X(02)   VALUE '00'.
010350 01  WS-LEDGER-FILE-STATUS        PIC X(02)   VALUE '00'.
010400 01  WS-OPER-RPT-STATUS           PIC X(02)   VALUE '00'.
010500
010600 01  WS-HISTORY-FILE-NAME         PIC X(40)   VALUE 'sthist.dat'.
010700 01  WS-RUNCTL-FILE-NAME          PIC X(40)   VALUE 'runctl.dat'.
010800 01  WS-SUSPENSE-FILE-NAME        PIC X(40)
010900                                  VALUE 'suspense.dat'.
011000 01  WS-VIOLATION-FILE-NAME       PIC X(40)
011100                                  VALUE 'secviol.dat'.
011120 01  WS-FEESUSP-FILE-NAME         PIC X(40)
011140                                  VALUE 'feesusp.dat'.
011160 01  WS-LEDGER-FILE-NAME          PIC X(40)
011180                                  VALUE 'feeledg.dat'.
011200 01  WS-OPER-RPT-NAME             PIC X(40)   VALUE 'oprrpt.txt'.
011300
011400 01  WS-TEST-MODE-SW              PIC X(01)   VALUE 'N'.
011500     88  WS-TEST-CYCLE                        VALUE 'Y'.
011600
011700 01  WS-TEST-STAMP-LINE           PIC X(40)   VALUE
011800     '** TEST CYCLE - NOT PRODUCTION **'.
011900
012000     COPY "sitecfgk.cpy".
012100
012200     COPY "securek.cpy".
012300
012400 01  WS-SWITCHES.
012500     05  WS-HIST-EOF-SW           PIC X(01)   VALUE 'N'.
012600         88  WS-HIST-EOF                      VALUE 'Y'.
012700     05  WS-RUNCTL-EOF-SW         PIC X(01)   VALUE 'N'.
012800         88  WS-RUNCTL-EOF                    VALUE 'Y'.
012900     05  WS-SUSP-EOF-SW           PIC X(01)   VALUE 'N'.
013000         88  WS-SUSP-EOF                      VALUE 'Y'.
013100     05  WS-VIOL-EOF-SW           PIC X(01)   VALUE 'N'.
013200         88  WS-VIOL-EOF                      VALUE 'Y'.
013300     05  WS-SORT-EOF-SW           PIC X(01)   VALUE 'N'.
013400         88  WS-SORT-EOF                      VALUE 'Y'.
013500     05  WS-HISTORY-SW            PIC X(01)   VALUE 'N'.
013600         88  WS-HISTORY-ON-HAND               VALUE 'Y'.
013700     05  WS-RUNCTL-SW             PIC X(01)   VALUE 'N'.
013800         88  WS-RUNCTL-ON-HAND                VALUE 'Y'.
013900     05  WS-SUSPENSE-SW           PIC X(01)   VALUE 'N'.
014000         88  WS-SUSPENSE-ON-HAND              VALUE 'Y'.
014100     05  WS-VIOLATION-SW          PIC X(01)   VALUE 'N'.
014200         88  WS-VIOLATION-ON-HAND             VALUE 'Y'.
014210     05  WS-FEESUSP-SW            PIC X(01)   VALUE 'N'.
014220         88  WS-FEESUSP-ON-HAND               VALUE 'Y'.
014230     05  WS-LEDGER-SW             PIC X(01)   VALUE 'N'.
014240         88  WS-LEDGER-ON-HAND                VALUE 'Y'.
014250     05  WS-LEDGER-EOF-SW         PIC X(01)   VALUE 'N'.
014260         88  WS-LEDGER-EOF                    VALUE 'Y'.
014300
014400 01  WS-COUNTERS.
014500     05  WS-ITEM-TOTAL            PIC 9(07)   COMP VALUE ZERO.
014600     05  WS-LINE-COUNT            PIC 9(03)   COMP VALUE ZERO.
014700     05  WS-PAGE-COUNT            PIC 9(05)   COMP VALUE ZERO.
014800
014900 01  WS-LINES-PER-PAGE            PIC 9(03)   COMP VALUE 50.
015000 01  WS-RUN-DATE                  PIC 9(08)   VALUE ZERO.
015100 01  WS-REPORT-DATE               PIC 9(08)   VALUE ZERO.
015200 01  WS-REPORT-DATE-X REDEFINES WS-REPORT-DATE.
015300     05  WS-REPORT-YYYY           PIC 9(04).
015400     05  WS-REPORT-MM             PIC 9(02).
015500     05  WS-REPORT-DD             PIC 9(02).
015600
015700*****************************************************************
015800* THE ITEM BEING RELEASED TO THE SORT, AND THE COUNT AND         *
015900* HEADING OF EACH SECTION.                                       *
016000*****************************************************************
016100 01  WS-ITEM-SECTION              PIC 9(01)   VALUE ZERO.
016200 01  WS-ITEM-SEQUENCE             PIC 9(07)   VALUE ZERO.
016300
016400 01  WS-SECT-SUB                  PIC 9(01)   COMP VALUE ZERO.
016500 01  WS-SECT-COUNTS.
016600     05  WS-SECT-COUNT            PIC 9(07)   COMP OCCURS 5 TIMES.
016700
016800 01  WS-SECT-TITLES.
016900     05  FILLER  PIC X(50) VALUE
017000         '1 - STUDENT RECORD CHANGES (STHIST.DAT)'.
017100     05  FILLER  PIC X(50) VALUE
017200         '2 - RERUN OVERRIDES (RUNCTL.DAT)'.
017300     05  FILLER  PIC X(50) VALUE
017370         '3 - SUSPENSE CORRECTIONS (SUSPENSE/FEESUSP.DAT)'.
017440     05  FILLER  PIC X(50) VALUE
017510         '4 - REFUSED ATTEMPTS (SECVIOL.DAT)'.
017580     05  FILLER  PIC X(50) VALUE
017650         '5 - FEE LEDGER POSTINGS (FEELEDG.DAT)'.
017720 01  WS-SECT-TITLE-TABLE REDEFINES WS-SECT-TITLES.
017790     05  WS-SECT-TITLE            PIC X(50)   OCCURS 5 TIMES.
017900
018000*****************************************************************
018100* THE BEFORE AND AFTER IMAGES OF ONE STHIST ENTRY, LAID OUT AS   *
018200* STUDENT RECORDS (SEE STUDENT.CPY) SO THE CHANGED FIELDS CAN    *
018300* BE NAMED.                                                      *
018400*****************************************************************
018500 01  WS-BEFORE-IMAGE              PIC X(53)   VALUE SPACES.
018600 01  WS-BEFORE-STUDENT REDEFINES WS-BEFORE-IMAGE.
018700     05  WS-BI-STUDENT-ID         PIC 9(05).
018800     05  WS-BI-NAME               PIC X(25).
018900     05  WS-BI-ENROLL-DATE        PIC 9(08).
019000     05  WS-BI-GRADE              PIC 9(02).
019100     05  WS-BI-STATUS             PIC X(01).
019200     05  WS-BI-HOMEROOM           PIC X(04).
019300     05  WS-BI-LAST-CHANGED       PIC 9(08).
019400 01  WS-AFTER-IMAGE               PIC X(53)   VALUE SPACES.
019500 01  WS-AFTER-STUDENT REDEFINES WS-AFTER-IMAGE.
019600     05  WS-AI-STUDENT-ID         PIC 9(05).
019700     05  WS-AI-NAME               PIC X(25).
019800     05  WS-AI-ENROLL-DATE        PIC 9(08).
019900     05  WS-AI-GRADE              PIC 9(02).
020000     05  WS-AI-STATUS             PIC X(01).
020100     05  WS-AI-HOMEROOM           PIC X(04).
020200     05  WS-AI-LAST-CHANGED       PIC 9(08).
020300
020400 01  WS-CHANGED-FIELDS.
020500     05  WS-CF-NAME               PIC X(07)   VALUE SPACES.
020600     05  WS-CF-ENROLL             PIC X(07)   VALUE SPACES.
020700     05  WS-CF-GRADE              PIC X(06)   VALUE SPACES.
020800     05  WS-CF-STATUS             PIC X(07)   VALUE SPACES.
020900     05  WS-CF-ROOM               PIC X(05)   VALUE SPACES.
021000     05  FILLER                   PIC X(18)   VALUE SPACES.
021100
021200*****************************************************************
021300* THE TRANSACTION IMAGE CARRIED ON A SUSPENSE ITEM (SEE THE      *
021400* TRANSACTION-RECORD LAYOUT IN STTRAN).                          *
021500*****************************************************************
021600 01  WS-SUSP-TRAN                 PIC X(46)   VALUE SPACES.
021700 01  WS-SUSP-TRAN-X REDEFINES WS-SUSP-TRAN.
021800     05  WS-ST-CODE               PIC X(01).
021900     05  WS-ST-STUDENT-ID         PIC 9(05).
022000     05  FILLER                   PIC X(40).
022100
022200 01  WS-RUNCTL-DETAIL.
022300     05  FILLER                   PIC X(06)   VALUE 'STEP '.
022400     05  WS-RD-WHAT               PIC X(08)   VALUE SPACES.
022500     05  FILLER                   PIC X(36)   VALUE
022600         'UNDER A RERUN OVERRIDE'.
022700
022800 01  WS-SUSP-DETAIL.
022830     05  WS-SD-KIND               PIC X(05)   VALUE SPACES.
022860     05  FILLER                   PIC X(05)   VALUE 'CODE '.
022890     05  WS-SD-CODE               PIC X(01)   VALUE SPACES.
022920     05  FILLER                   PIC X(09)   VALUE
022950         ' REJECT: '.
022980     05  WS-SD-REASON             PIC X(30)   VALUE SPACES.
023010
023040 01  WS-POST-DETAIL.
023070     05  WS-PD-TYPE               PIC X(08)   VALUE SPACES.
023100     05  WS-PD-CATEGORY           PIC X(02)   VALUE SPACES.
023130     05  FILLER                   PIC X(01)   VALUE SPACES.
023160     05  WS-PD-AMOUNT             PIC ZZ,ZZ9.99.
023190     05  FILLER                   PIC X(01)   VALUE SPACES.
023220     05  WS-PD-DESCRIPTION        PIC X(15)   VALUE SPACES.
023250     05  FILLER                   PIC X(01)   VALUE SPACES.
023280     05  WS-PD-REFERENCE          PIC X(08)   VALUE SPACES.
023310     05  FILLER                   PIC X(05)   VALUE SPACES.
023400
023500 01  WS-VIOL-DETAIL.
023600     05  WS-VD-ACTIVITY           PIC X(20)   VALUE SPACES.
023700     05  FILLER                   PIC X(01)   VALUE SPACES.
023800     05  WS-VD-REASON             PIC X(29)   VALUE SPACES.
023900
024000 01  OR-HEADING-1.
024100     05  FILLER            PIC X(34) VALUE
024200             'DAILY OPERATOR ACTIVITY REPORT'.
024300     05  FILLER            PIC X(13) VALUE 'ACTIVITY ON:'.
024400     05  OR1-REPORT-DATE   PIC 9(08).
024500     05  FILLER            PIC X(04) VALUE SPACES.
024600     05  FILLER            PIC X(10) VALUE 'RUN DATE:'.
024700     05  OR1-RUN-DATE      PIC 9(08).
024800     05  FILLER            PIC X(04) VALUE SPACES.
024900     05  FILLER            PIC X(06) VALUE 'PAGE:'.
025000     05  OR1-PAGE-NO       PIC ZZZZ9.
025100
025200 01  OR-SECTION-HEADING.
025300     05  FILLER            PIC X(09) VALUE 'SECTION'.
025400     05  OR-SECT-TITLE     PIC X(50).
025500
025600 01  OR-COLUMN-HEADING.
025700     05  FILLER            PIC X(12) VALUE '  OPERATOR'.
025800     05  FILLER            PIC X(08) VALUE 'TIME'.
025900     05  FILLER            PIC X(10) VALUE 'PROGRAM'.
026000     05  FILLER            PIC X(07) VALUE 'STUDNT'.
026100     05  FILLER            PIC X(04) VALUE 'ACT'.
026200     05  FILLER            PIC X(50) VALUE 'DETAIL'.
026300
026400 01  OR-DETAIL-LINE.
026500     05  FILLER                   PIC X(02)   VALUE SPACES.
026600     05  OR-OPERATOR-ID           PIC X(08).
026700     05  FILLER                   PIC X(02)   VALUE SPACES.
026800     05  OR-TIME                  PIC 9(06).
026900     05  FILLER                   PIC X(02)   VALUE SPACES.
027000     05  OR-PROGRAM               PIC X(08).
027100     05  FILLER                   PIC X(02)   VALUE SPACES.
027200     05  OR-STUDENT-ID            PIC ZZZZ9.
027300     05  FILLER                   PIC X(03)   VALUE SPACES.
027400     05  OR-ACTION                PIC X(01).
027500     05  FILLER                   PIC X(02)   VALUE SPACES.
027600     05  OR-DETAIL                PIC X(50).
027700
027800 01  OR-NOTE-LINE                 PIC X(100)  VALUE SPACES.
027900
028000 01  OR-SECT-COUNT-LINE.
028100     05  FILLER                   PIC X(02)   VALUE SPACES.
028200     05  OR-SECT-COUNT-TITLE      PIC X(50).
028300     05  OR-SECT-COUNT-VALUE      PIC Z,ZZZ,ZZ9.
028400
028500 01  OR-COUNT-LINE.
028600     05  OR-COUNT-LABEL           PIC X(34).
028700     05  OR-COUNT-VALUE           PIC Z,ZZZ,ZZ9.
028800
028900 PROCEDURE DIVISION.
029000
029100 0000-MAINLINE.
029200     MOVE 'C' TO SK-FUNCTION.
029300     MOVE 'STOPRPT' TO SK-PROGRAM.
029400     MOVE 'OPERATOR ACTIVITY RPT' TO SK-ACTIVITY.
029500     SET SK-NEED-SUPERVISOR TO TRUE.
029600     CALL 'STSECURE' USING SECURITY-PARM.
029700     IF SK-RETURN NOT = '0'
029800         DISPLAY 'STOPRPT - ' SK-MESSAGE
029900         MOVE 8 TO RETURN-CODE
030000         GOBACK
030100     END-IF.
030200
030300     PERFORM 1000-INITIALIZE
030400         THRU 1000-INITIALIZE-EXIT.
030500     IF RETURN-CODE NOT = 0
030600         GOBACK
030700     END-IF.
030800
030900     SORT SORT-WORK-FILE
031000         ON ASCENDING KEY SR-SECTION SR-OPERATOR-ID SR-TIME
031100                          SR-SEQUENCE
031200         INPUT PROCEDURE IS 2000-GATHER-ACTIVITY
031300         OUTPUT PROCEDURE IS 5000-PRINT-ACTIVITY.
031400
031500     PERFORM 9000-TERMINATE
031600         THRU 9000-TERMINATE-EXIT.
031700
031800     GOBACK.
031900
032000*****************************************************************
032100* 1000-INITIALIZE - TAKE THE REPORT DATE, OPEN THE FILES AND     *
032200*                   NOTE WHICH ONES ARE ON HAND.                 *
032300*****************************************************************
032400 1000-INITIALIZE.
032500     MOVE 0 TO RETURN-CODE.
032600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
032700
032800     DISPLAY 'STOPRPT - ENTER ACTIVITY DATE YYYYMMDD '
032900         '(0 = TODAY): ' WITH NO ADVANCING.
033000     ACCEPT WS-REPORT-DATE.
033100     IF WS-REPORT-DATE = ZERO
033200         MOVE WS-RUN-DATE TO WS-REPORT-DATE
033300     END-IF.
033400     IF WS-REPORT-MM < 1 OR WS-REPORT-MM > 12
033500         OR WS-REPORT-DD < 1 OR WS-REPORT-DD > 31
033600         OR WS-REPORT-DATE > WS-RUN-DATE
033700         DISPLAY 'STOPRPT - ' WS-REPORT-DATE ' IS NOT A VALID '
033800             'ACTIVITY DATE - NOTHING REPORTED'
033900         MOVE 8 TO RETURN-CODE
034000         GO TO 1000-INITIALIZE-EXIT
034100     END-IF.
034200
034300     PERFORM 1100-RESOLVE-FILE-NAMES
034400         THRU 1100-RESOLVE-FILE-NAMES-EXIT.
034500     IF WS-TEST-CYCLE
034600         DISPLAY '** TEST CYCLE - NOT PRODUCTION FILES **'
034700     END-IF.
034800
034900     OPEN OUTPUT OPER-RPT.
035000     IF WS-OPER-RPT-STATUS NOT = '00'
035100         DISPLAY 'STOPRPT - UNABLE TO OPEN OPRRPT.TXT, '
035200             'FILE STATUS = ' WS-OPER-RPT-STATUS
035300         MOVE 16 TO RETURN-CODE
035400         GO TO 1000-INITIALIZE-EXIT
035500     END-IF.
035600
035700     OPEN INPUT HISTORY-FILE.
035800     IF WS-HISTORY-FILE-STATUS = '00'
035900         SET WS-HISTORY-ON-HAND TO TRUE
036000     ELSE
036100         DISPLAY 'STOPRPT - NO STHIST.DAT ON HAND (FILE STATUS '
036200             WS-HISTORY-FILE-STATUS ') - SECTION 1 NOT CHECKED'
036300     END-IF.
036400
036500     OPEN INPUT RUN-CONTROL.
036600     IF WS-RUNCTL-FILE-STATUS = '00'
036700         SET WS-RUNCTL-ON-HAND TO TRUE
036800     ELSE
036900         DISPLAY 'STOPRPT - NO RUNCTL.DAT ON HAND (FILE STATUS '
037000             WS-RUNCTL-FILE-STATUS ') - SECTION 2 NOT CHECKED'
037100     END-IF.
037200
037300     OPEN INPUT SUSPENSE-FILE.
037400     IF WS-SUSPENSE-FILE-STATUS = '00'
037500         SET WS-SUSPENSE-ON-HAND TO TRUE
037600     ELSE
037640         DISPLAY 'STOPRPT - NO SUSPENSE.DAT ON HAND (FILE STATUS '
037680             WS-SUSPENSE-FILE-STATUS ') - STTRAN CORRECTIONS NOT '
037720             'CHECKED'
037760         IF WS-SUSPENSE-FILE-STATUS = '05'
037800             CLOSE SUSPENSE-FILE
037840         END-IF
037900     END-IF.
038000
038100     OPEN INPUT VIOLATION-LOG.
038200     IF WS-VIOLATION-FILE-STATUS = '00'
038300         SET WS-VIOLATION-ON-HAND TO TRUE
038400     ELSE
038500         DISPLAY 'STOPRPT - NO SECVIOL.DAT ON HAND (FILE STATUS '
038600             WS-VIOLATION-FILE-STATUS ') - SECTION 4 NOT CHECKED'
038700     END-IF.
038710
038720     OPEN INPUT FEE-LEDGER.
038730     IF WS-LEDGER-FILE-STATUS = '00'
038740         SET WS-LEDGER-ON-HAND TO TRUE
038750     ELSE
038760         DISPLAY 'STOPRPT - NO FEELEDG.DAT ON HAND (FILE STATUS '
038770             WS-LEDGER-FILE-STATUS ') - SECTION 5 NOT CHECKED'
038780     END-IF.
038800 1000-INITIALIZE-EXIT.
038900     EXIT.
039000
039100*****************************************************************
039200* 1100-RESOLVE-FILE-NAMES - RESOLVE EVERY FILE NAME THROUGH THE  *
039300*                           STSITE SITE CONFIGURATION.           *
039400*****************************************************************
039500 1100-RESOLVE-FILE-NAMES.
039600     MOVE 'sthist.dat' TO SF-DEFAULT-NAME.
039700     PERFORM 1110-RESOLVE-ONE-NAME
039800         THRU 1110-RESOLVE-ONE-NAME-EXIT.
039900     MOVE SF-RESOLVED-NAME TO WS-HISTORY-FILE-NAME.
040000
040100     MOVE 'runctl.dat' TO SF-DEFAULT-NAME.
040200     PERFORM 1110-RESOLVE-ONE-NAME
040300         THRU 1110-RESOLVE-ONE-NAME-EXIT.
040400     MOVE SF-RESOLVED-NAME TO WS-RUNCTL-FILE-NAME.
040500
040600     MOVE 'suspense.dat' TO SF-DEFAULT-NAME.
040700     PERFORM 1110-RESOLVE-ONE-NAME
040800         THRU 1110-RESOLVE-ONE-NAME-EXIT.
040900     MOVE SF-RESOLVED-NAME TO WS-SUSPENSE-FILE-NAME.
041000
041100     MOVE 'secviol.dat' TO SF-DEFAULT-NAME.
041200     PERFORM 1110-RESOLVE-ONE-NAME
041300         THRU 1110-RESOLVE-ONE-NAME-EXIT.
041400     MOVE SF-RESOLVED-NAME TO WS-VIOLATION-FILE-NAME.
041409
041418     MOVE 'feesusp.dat' TO SF-DEFAULT-NAME.
041427     PERFORM 1110-RESOLVE-ONE-NAME
041436         THRU 1110-RESOLVE-ONE-NAME-EXIT.
041445     MOVE SF-RESOLVED-NAME TO WS-FEESUSP-FILE-NAME.
041454
041463     MOVE 'feeledg.dat' TO SF-DEFAULT-NAME.
041472     PERFORM 1110-RESOLVE-ONE-NAME
041481         THRU 1110-RESOLVE-ONE-NAME-EXIT.
041490     MOVE SF-RESOLVED-NAME TO WS-LEDGER-FILE-NAME.
041500
041600     MOVE 'oprrpt.txt' TO SF-DEFAULT-NAME.
041700     PERFORM 1110-RESOLVE-ONE-NAME
041800         THRU 1110-RESOLVE-ONE-NAME-EXIT.
041900     MOVE SF-RESOLVED-NAME TO WS-OPER-RPT-NAME.
042000 1100-RESOLVE-FILE-NAMES-EXIT.
042100     EXIT.
042200
042300*****************************************************************
042400* 1110-RESOLVE-ONE-NAME - RESOLVE ONE NAME THROUGH STSITE AND    *
042500*                        REMEMBER WHETHER ANY REDIRECTION IS     *
042600*                        IN FORCE.                               *
042700*****************************************************************
042800 1110-RESOLVE-ONE-NAME.
042900     CALL 'STSITE' USING SITE-PARM.
043000     IF SF-TEST-MODE = 'Y'
043100         SET WS-TEST-CYCLE TO TRUE
043200     END-IF.
043300 1110-RESOLVE-ONE-NAME-EXIT.
043400     EXIT.
043500
043600*****************************************************************
043700* 2000-GATHER-ACTIVITY - SORT INPUT PROCEDURE.  PASS EACH FILE   *
043800*                        ON HAND AND RELEASE EVERY ITEM FOR THE  *
043900*                        REPORT DATE UNDER ITS SECTION.          *
044000*****************************************************************
044100 2000-GATHER-ACTIVITY.
044200     IF WS-HISTORY-ON-HAND
044300         PERFORM 2100-GATHER-ONE-HISTORY
044400             THRU 2100-GATHER-ONE-HISTORY-EXIT
044500             UNTIL WS-HIST-EOF
044600     END-IF.
044700     IF WS-RUNCTL-ON-HAND
044800         PERFORM 2200-GATHER-ONE-RUNCTL
044900             THRU 2200-GATHER-ONE-RUNCTL-EXIT
045000             UNTIL WS-RUNCTL-EOF
045100     END-IF.
045200     IF WS-SUSPENSE-ON-HAND
045230         MOVE 'TRAN' TO WS-SD-KIND
045260         PERFORM 2300-GATHER-ONE-SUSPENSE
045290             THRU 2300-GATHER-ONE-SUSPENSE-EXIT
045320             UNTIL WS-SUSP-EOF
045350         CLOSE SUSPENSE-FILE
045380     END-IF.
045410     PERFORM 2350-OPEN-FEE-SUSPENSE
045440         THRU 2350-OPEN-FEE-SUSPENSE-EXIT.
045470     IF WS-FEESUSP-ON-HAND
045500         MOVE 'FEE' TO WS-SD-KIND
045530         PERFORM 2300-GATHER-ONE-SUSPENSE
045560             THRU 2300-GATHER-ONE-SUSPENSE-EXIT
045590             UNTIL WS-SUSP-EOF
045620         CLOSE SUSPENSE-FILE
045650     END-IF.
045680     IF WS-VIOLATION-ON-HAND
045710         PERFORM 2400-GATHER-ONE-VIOLATION
045740             THRU 2400-GATHER-ONE-VIOLATION-EXIT
045770             UNTIL WS-VIOL-EOF
045800     END-IF.
045830     IF WS-LEDGER-ON-HAND
045860         PERFORM 2500-GATHER-ONE-POSTING
045890             THRU 2500-GATHER-ONE-POSTING-EXIT
045920             UNTIL WS-LEDGER-EOF
046100     END-IF.
046200
046300*****************************************************************
046400* 2100-GATHER-ONE-HISTORY - RELEASE ONE STHIST ENTRY WRITTEN ON  *
046500*                           THE REPORT DATE, NAMING THE FIELDS   *
046600*                           A CHANGE MOVED.                      *
046700*****************************************************************
046800 2100-GATHER-ONE-HISTORY.
046900     READ HISTORY-FILE NEXT RECORD
047000         AT END
047100             SET WS-HIST-EOF TO TRUE
047200             GO TO 2100-GATHER-ONE-HISTORY-EXIT
047300     END-READ.
047400     IF HIST-CHANGE-DATE NOT = WS-REPORT-DATE
047500         GO TO 2100-GATHER-ONE-HISTORY-EXIT
047600     END-IF.
047700
047800     MOVE 1 TO WS-ITEM-SECTION.
047900     MOVE HIST-OPERATOR-ID TO SR-OPERATOR-ID.
048000     MOVE HIST-CHANGE-TIME TO SR-TIME.
048100     MOVE HIST-SOURCE-PGM TO SR-PROGRAM.
048200     MOVE HIST-STUDENT-ID TO SR-STUDENT-ID.
048300     MOVE HIST-ACTION TO SR-ACTION.
048400     EVALUATE HIST-ACTION
048500         WHEN 'A'
048600             MOVE 'RECORD ADDED' TO SR-DETAIL
048700         WHEN 'D'
048800             MOVE 'RECORD DELETED' TO SR-DETAIL
048900         WHEN OTHER
049000             PERFORM 2110-NAME-CHANGED-FIELDS
049100                 THRU 2110-NAME-CHANGED-FIELDS-EXIT
049200     END-EVALUATE.
049300     PERFORM 8000-RELEASE-ITEM
049400         THRU 8000-RELEASE-ITEM-EXIT.
049500 2100-GATHER-ONE-HISTORY-EXIT.
049600     EXIT.
049700
049800*****************************************************************
049900* 2110-NAME-CHANGED-FIELDS - COMPARE THE BEFORE AND AFTER        *
050000*                            IMAGES AND LIST WHICH FIELDS MOVED. *
050100*****************************************************************
050200 2110-NAME-CHANGED-FIELDS.
050300     MOVE HIST-BEFORE-IMAGE TO WS-BEFORE-IMAGE.
050400     MOVE HIST-AFTER-IMAGE TO WS-AFTER-IMAGE.
050500     MOVE SPACES TO WS-CHANGED-FIELDS.
050600
050700     IF WS-AI-NAME NOT = WS-BI-NAME
050800         MOVE 'NAME' TO WS-CF-NAME
050900     END-IF.
051000     IF WS-AI-ENROLL-DATE NOT = WS-BI-ENROLL-DATE
051100         MOVE 'ENROLL' TO WS-CF-ENROLL
051200     END-IF.
051300     IF WS-AI-GRADE NOT = WS-BI-GRADE
051400         MOVE 'GRADE' TO WS-CF-GRADE
051500     END-IF.
051600     IF WS-AI-STATUS NOT = WS-BI-STATUS
051700         MOVE 'STATUS' TO WS-CF-STATUS
051800     END-IF.
051900     IF WS-AI-HOMEROOM NOT = WS-BI-HOMEROOM
052000         MOVE 'ROOM' TO WS-CF-ROOM
052100     END-IF.
052200
052300     IF WS-CHANGED-FIELDS = SPACES
052400         MOVE 'NO FIELD CHANGED' TO SR-DETAIL
052500     ELSE
052600         MOVE WS-CHANGED-FIELDS TO SR-DETAIL
052700     END-IF.
052800 2110-NAME-CHANGED-FIELDS-EXIT.
052900     EXIT.
053000
053100*****************************************************************
053200* 2200-GATHER-ONE-RUNCTL - RELEASE ONE RUN-CONTROL RECORD        *
053300*                          WRITTEN UNDER A RERUN OVERRIDE ON     *
053400*                          THE REPORT DATE.                      *
053500*****************************************************************
053600 2200-GATHER-ONE-RUNCTL.
053700     READ RUN-CONTROL
053800         AT END
053900             SET WS-RUNCTL-EOF TO TRUE
054000             GO TO 2200-GATHER-ONE-RUNCTL-EXIT
054100     END-READ.
054200     IF RC-DATE NOT = WS-REPORT-DATE
054300         OR RC-OVERRIDE NOT = 'Y'
054400         GO TO 2200-GATHER-ONE-RUNCTL-EXIT
054500     END-IF.
054600
054700     MOVE 2 TO WS-ITEM-SECTION.
054800     MOVE RC-OPERATOR-ID TO SR-OPERATOR-ID.
054900     MOVE RC-TIME TO SR-TIME.
055000     MOVE RC-STEP TO SR-PROGRAM.
055100     MOVE ZERO TO SR-STUDENT-ID.
055200     MOVE RC-ACTION TO SR-ACTION.
055300     IF RC-ACTION = 'S'
055400         MOVE 'STARTED' TO WS-RD-WHAT
055500     ELSE
055600         MOVE 'ENDED' TO WS-RD-WHAT
055700     END-IF.
055800     MOVE WS-RUNCTL-DETAIL TO SR-DETAIL.
055900     PERFORM 8000-RELEASE-ITEM
056000         THRU 8000-RELEASE-ITEM-EXIT.
056100 2200-GATHER-ONE-RUNCTL-EXIT.
056200     EXIT.
056300
056400*****************************************************************
056500* 2300-GATHER-ONE-SUSPENSE - RELEASE ONE SUSPENSE ITEM           *
056560*                            CORRECTED ON THE REPORT DATE, FROM  *
056620*                            SUSPENSE.DAT OR FEESUSP.DAT (SAME   *
056680*                            LAYOUT; A FEE TRANSACTION ALSO      *
056740*                            STARTS WITH ITS CODE AND THE        *
056800*                            STUDENT-ID).  THE SUSPENSE FILES    *
056860*                            CARRY NO TIME, SO THESE LIST IN     *
056920*                            FILE ORDER UNDER EACH OPERATOR.     *
057000*****************************************************************
057100 2300-GATHER-ONE-SUSPENSE.
057200     READ SUSPENSE-FILE
057300         AT END
057400             SET WS-SUSP-EOF TO TRUE
057500             GO TO 2300-GATHER-ONE-SUSPENSE-EXIT
057600     END-READ.
057700     IF SP-CORRECTED-DATE NOT NUMERIC
057800         GO TO 2300-GATHER-ONE-SUSPENSE-EXIT
057900     END-IF.
058000     IF SP-CORRECTED-DATE NOT = WS-REPORT-DATE
058100         GO TO 2300-GATHER-ONE-SUSPENSE-EXIT
058200     END-IF.
058300
058400     MOVE 3 TO WS-ITEM-SECTION.
058500     MOVE SP-TRAN-IMAGE TO WS-SUSP-TRAN.
058600     MOVE SP-CORRECTED-BY TO SR-OPERATOR-ID.
058700     MOVE ZERO TO SR-TIME.
058800     MOVE 'STCORR' TO SR-PROGRAM.
058900     IF WS-ST-STUDENT-ID NUMERIC
059000         MOVE WS-ST-STUDENT-ID TO SR-STUDENT-ID
059100     ELSE
059200         MOVE ZERO TO SR-STUDENT-ID
059300     END-IF.
059400     MOVE 'C' TO SR-ACTION.
059500     MOVE WS-ST-CODE TO WS-SD-CODE.
059600     MOVE SP-REJECT-REASON TO WS-SD-REASON.
059700     MOVE WS-SUSP-DETAIL TO SR-DETAIL.
059800     PERFORM 8000-RELEASE-ITEM
059900         THRU 8000-RELEASE-ITEM-EXIT.
060000 2300-GATHER-ONE-SUSPENSE-EXIT.
060100     EXIT.
060105
060110*****************************************************************
060115* 2350-OPEN-FEE-SUSPENSE - SWITCH THE SUSPENSE FILE OVER TO THE  *
060120*                          FEE LEDGER'S, FEESUSP.DAT, AS STCORR  *
060125*                          DOES.                                 *
060130*****************************************************************
060135 2350-OPEN-FEE-SUSPENSE.
060140     MOVE WS-FEESUSP-FILE-NAME TO WS-SUSPENSE-FILE-NAME.
060145     MOVE 'N' TO WS-SUSP-EOF-SW.
060150     OPEN INPUT SUSPENSE-FILE.
060155     IF WS-SUSPENSE-FILE-STATUS = '00'
060160         SET WS-FEESUSP-ON-HAND TO TRUE
060165     ELSE
060166         DISPLAY 'STOPRPT - NO FEESUSP.DAT ON HAND (FILE STATUS '
060167             WS-SUSPENSE-FILE-STATUS ') - FEE CORRECTIONS NOT '
060168             'CHECKED'
060170         IF WS-SUSPENSE-FILE-STATUS = '05'
060175             CLOSE SUSPENSE-FILE
060180         END-IF
060185     END-IF.
060190 2350-OPEN-FEE-SUSPENSE-EXIT.
060195     EXIT.
060200
060300*****************************************************************
060400* 2400-GATHER-ONE-VIOLATION - RELEASE ONE REFUSED ATTEMPT        *
060500*                             LOGGED ON THE REPORT DATE.         *
060600*****************************************************************
060700 2400-GATHER-ONE-VIOLATION.
060800     READ VIOLATION-LOG
060900         AT END
061000             SET WS-VIOL-EOF TO TRUE
061100             GO TO 2400-GATHER-ONE-VIOLATION-EXIT
061200     END-READ.
061300     IF SV-DATE NOT = WS-REPORT-DATE
061400         GO TO 2400-GATHER-ONE-VIOLATION-EXIT
061500     END-IF.
061600
061700     MOVE 4 TO WS-ITEM-SECTION.
061800     MOVE SV-OPERATOR-ID TO SR-OPERATOR-ID.
061900     MOVE SV-TIME TO SR-TIME.
062000     MOVE SV-PROGRAM TO SR-PROGRAM.
062100     MOVE ZERO TO SR-STUDENT-ID.
062200     MOVE SPACES TO SR-ACTION.
062300     MOVE SV-ACTIVITY TO WS-VD-ACTIVITY.
062400     MOVE SV-REASON TO WS-VD-REASON.
062500     MOVE WS-VIOL-DETAIL TO SR-DETAIL.
062600     PERFORM 8000-RELEASE-ITEM
062700         THRU 8000-RELEASE-ITEM-EXIT.
062800 2400-GATHER-ONE-VIOLATION-EXIT.
062900     EXIT.
062902
062904*****************************************************************
062906* 2500-GATHER-ONE-POSTING - RELEASE ONE FEE LEDGER ENTRY POSTED  *
062908*                           ON THE REPORT DATE.  THE LEDGER      *
062910*                           CARRIES NO TIME, SO THESE LIST IN    *
062912*                           KEY ORDER UNDER EACH OPERATOR.       *
062914*****************************************************************
062916 2500-GATHER-ONE-POSTING.
062918     READ FEE-LEDGER NEXT RECORD
062920         AT END
062922             SET WS-LEDGER-EOF TO TRUE
062924             GO TO 2500-GATHER-ONE-POSTING-EXIT
062926     END-READ.
062928     IF FL-POST-DATE NOT = WS-REPORT-DATE
062930         GO TO 2500-GATHER-ONE-POSTING-EXIT
062932     END-IF.
062934
062936     MOVE 5 TO WS-ITEM-SECTION.
062938     MOVE FL-OPERATOR-ID TO SR-OPERATOR-ID.
062940     MOVE ZERO TO SR-TIME.
062942     MOVE 'STFEEPST' TO SR-PROGRAM.
062944     MOVE FL-STUDENT-ID TO SR-STUDENT-ID.
062946     MOVE FL-ENTRY-TYPE TO SR-ACTION.
062948     IF FL-CHARGE
062950         MOVE 'CHARGE' TO WS-PD-TYPE
062952     ELSE
062954         MOVE 'PAYMENT' TO WS-PD-TYPE
062956     END-IF.
062958     MOVE FL-CATEGORY TO WS-PD-CATEGORY.
062960     MOVE FL-AMOUNT TO WS-PD-AMOUNT.
062962     MOVE FL-DESCRIPTION TO WS-PD-DESCRIPTION.
062964     MOVE FL-REFERENCE TO WS-PD-REFERENCE.
062966     MOVE WS-POST-DETAIL TO SR-DETAIL.
062968     PERFORM 8000-RELEASE-ITEM
062970         THRU 8000-RELEASE-ITEM-EXIT.
062972 2500-GATHER-ONE-POSTING-EXIT.
062974     EXIT.
063000
063100*****************************************************************
063200* 5000-PRINT-ACTIVITY - SORT OUTPUT PROCEDURE.  PRINT EVERY      *
063300*                       SECTION IN TURN - ITS ITEMS, OR NONE -   *
063400*                       WITH ITS COUNT.                          *
063500*****************************************************************
063600 5000-PRINT-ACTIVITY.
063700     PERFORM 6000-WRITE-REPORT-HEADERS
063800         THRU 6000-WRITE-REPORT-HEADERS-EXIT.
063900
064000     PERFORM 7900-RETURN-ITEM
064100         THRU 7900-RETURN-ITEM-EXIT.
064200
064300     PERFORM 5100-PRINT-ONE-SECTION
064400         THRU 5100-PRINT-ONE-SECTION-EXIT
064500         VARYING WS-SECT-SUB FROM 1 BY 1
064600         UNTIL WS-SECT-SUB > 5.
064700
064800*****************************************************************
064900* 5100-PRINT-ONE-SECTION - PRINT ONE SECTION'S HEADING, ITS      *
065000*                          ITEMS AND ITS COUNT.                  *
065100*****************************************************************
065200 5100-PRINT-ONE-SECTION.
065300     IF WS-LINE-COUNT + 7 > WS-LINES-PER-PAGE
065400         PERFORM 6000-WRITE-REPORT-HEADERS
065500             THRU 6000-WRITE-REPORT-HEADERS-EXIT
065600     END-IF.
065700
065800     MOVE WS-SECT-TITLE(WS-SECT-SUB) TO OR-SECT-TITLE.
065900     WRITE OPER-LINE FROM OR-SECTION-HEADING.
066000     WRITE OPER-LINE FROM OR-COLUMN-HEADING.
066100     MOVE SPACES TO OPER-LINE.
066200     WRITE OPER-LINE.
066300     ADD 3 TO WS-LINE-COUNT.
066400
066500     PERFORM 5200-CHECK-SECTION-ON-HAND
066600         THRU 5200-CHECK-SECTION-ON-HAND-EXIT.
066700     IF OR-NOTE-LINE NOT = SPACES
066800         WRITE OPER-LINE FROM OR-NOTE-LINE
066900         ADD 1 TO WS-LINE-COUNT
067000     END-IF.
067100
067200     PERFORM 5300-PRINT-ONE-ITEM
067300         THRU 5300-PRINT-ONE-ITEM-EXIT
067400         UNTIL WS-SORT-EOF OR SR-SECTION NOT = WS-SECT-SUB.
067500
067600     MOVE SPACES TO OPER-LINE.
067700     WRITE OPER-LINE.
067800     MOVE '  ITEMS IN SECTION:' TO OR-COUNT-LABEL.
067900     MOVE WS-SECT-COUNT(WS-SECT-SUB) TO OR-COUNT-VALUE.
068000     WRITE OPER-LINE FROM OR-COUNT-LINE.
068100     MOVE SPACES TO OPER-LINE.
068200     WRITE OPER-LINE.
068300     ADD 3 TO WS-LINE-COUNT.
068400 5100-PRINT-ONE-SECTION-EXIT.
068500     EXIT.
068600
068700*****************************************************************
068800* 5200-CHECK-SECTION-ON-HAND - SET THE NOTE FOR A SECTION WHOSE  *
068900*                              FILE IS NOT ON HAND OR WHICH HAS  *
069000*                              NOTHING FOR THE DAY.              *
069100*****************************************************************
069200 5200-CHECK-SECTION-ON-HAND.
069300     MOVE SPACES TO OR-NOTE-LINE.
069400     EVALUATE WS-SECT-SUB
069500         WHEN 1
069600             IF NOT WS-HISTORY-ON-HAND
069700                 MOVE '  NOT CHECKED - STHIST.DAT NOT ON HAND'
069800                     TO OR-NOTE-LINE
069900             END-IF
070000         WHEN 2
070100             IF NOT WS-RUNCTL-ON-HAND
070200                 MOVE '  NOT CHECKED - RUNCTL.DAT NOT ON HAND'
070300                     TO OR-NOTE-LINE
070400             END-IF
070500         WHEN 3
070530             IF NOT WS-SUSPENSE-ON-HAND
070560                 MOVE '  FEE ITEMS ONLY - NO SUSPENSE.DAT'
070590                     TO OR-NOTE-LINE
070620             END-IF
070650             IF NOT WS-FEESUSP-ON-HAND
070680                 MOVE '  STTRAN ITEMS ONLY - NO FEESUSP.DAT'
070710                     TO OR-NOTE-LINE
070740             END-IF
070770             IF NOT WS-SUSPENSE-ON-HAND
070800                 AND NOT WS-FEESUSP-ON-HAND
070830                 MOVE '  NOT CHECKED - NO SUSPENSE FILE ON HAND'
070860                     TO OR-NOTE-LINE
070890             END-IF
070920         WHEN 4
070940             IF NOT WS-VIOLATION-ON-HAND
070960                 MOVE '  NOT CHECKED - SECVIOL.DAT NOT ON HAND'
070980                     TO OR-NOTE-LINE
071000             END-IF
071020         WHEN OTHER
071040             IF NOT WS-LEDGER-ON-HAND
071060                 MOVE '  NOT CHECKED - FEELEDG.DAT NOT ON HAND'
071300                     TO OR-NOTE-LINE
071400             END-IF
071500     END-EVALUATE.
071600     IF OR-NOTE-LINE = SPACES
071700         AND WS-SECT-COUNT(WS-SECT-SUB) = ZERO
071800         MOVE '  NONE ON THIS DATE' TO OR-NOTE-LINE
071900     END-IF.
072000 5200-CHECK-SECTION-ON-HAND-EXIT.
072100     EXIT.
072200
072300*****************************************************************
072400* 5300-PRINT-ONE-ITEM - PRINT THE ITEM IN HAND AND TAKE THE      *
072500*                       NEXT ONE BACK FROM THE SORT.  A BLANK    *
072600*                       OPERATOR ID IS AN ENTRY WRITTEN BEFORE   *
072700*                       OPERATOR IDS WERE CARRIED.               *
072800*****************************************************************
072900 5300-PRINT-ONE-ITEM.
073000     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
073100         PERFORM 6000-WRITE-REPORT-HEADERS
073200             THRU 6000-WRITE-REPORT-HEADERS-EXIT
073300         WRITE OPER-LINE FROM OR-SECTION-HEADING
073400         WRITE OPER-LINE FROM OR-COLUMN-HEADING
073500         MOVE SPACES TO OPER-LINE
073600         WRITE OPER-LINE
073700         ADD 3 TO WS-LINE-COUNT
073800     END-IF.
073900
074000     MOVE SR-OPERATOR-ID TO OR-OPERATOR-ID.
074100     IF SR-OPERATOR-ID = SPACES
074200         MOVE '(NONE)' TO OR-OPERATOR-ID
074300     END-IF.
074400     MOVE SR-TIME TO OR-TIME.
074500     MOVE SR-PROGRAM TO OR-PROGRAM.
074600     MOVE SR-STUDENT-ID TO OR-STUDENT-ID.
074700     MOVE SR-ACTION TO OR-ACTION.
074800     MOVE SR-DETAIL TO OR-DETAIL.
074900     WRITE OPER-LINE FROM OR-DETAIL-LINE.
075000     ADD 1 TO WS-LINE-COUNT.
075100
075200     PERFORM 7900-RETURN-ITEM
075300         THRU 7900-RETURN-ITEM-EXIT.
075400 5300-PRINT-ONE-ITEM-EXIT.
075500     EXIT.
075600
075700*****************************************************************
075800* 6000-WRITE-REPORT-HEADERS - START A NEW PAGE OF THE REPORT.    *
075900*****************************************************************
076000 6000-WRITE-REPORT-HEADERS.
076100     ADD 1 TO WS-PAGE-COUNT.
076200     MOVE WS-REPORT-DATE TO OR1-REPORT-DATE.
076300     MOVE WS-RUN-DATE TO OR1-RUN-DATE.
076400     MOVE WS-PAGE-COUNT TO OR1-PAGE-NO.
076500
076600     IF WS-PAGE-COUNT > 1
076700         MOVE SPACES TO OPER-LINE
076800         WRITE OPER-LINE
076900     END-IF.
077000
077100     WRITE OPER-LINE FROM OR-HEADING-1.
077200     IF WS-TEST-CYCLE
077300         WRITE OPER-LINE FROM WS-TEST-STAMP-LINE
077400     END-IF.
077500     MOVE SPACES TO OPER-LINE.
077600     WRITE OPER-LINE.
077700
077800     MOVE ZERO TO WS-LINE-COUNT.
077900 6000-WRITE-REPORT-HEADERS-EXIT.
078000     EXIT.
078100
078200*****************************************************************
078300* 7900-RETURN-ITEM - TAKE THE NEXT ITEM BACK FROM THE SORT.      *
078400*****************************************************************
078500 7900-RETURN-ITEM.
078600     RETURN SORT-WORK-FILE
078700         AT END
078800             SET WS-SORT-EOF TO TRUE
078900     END-RETURN.
079000 7900-RETURN-ITEM-EXIT.
079100     EXIT.
079200
079300*****************************************************************
079400* 8000-RELEASE-ITEM - COUNT ONE ITEM AND RELEASE IT TO THE SORT  *
079500*                     UNDER ITS SECTION, KEEPING THE ORDER IT    *
079600*                     WAS FOUND IN WITHIN ONE OPERATOR AND TIME. *
079700*****************************************************************
079800 8000-RELEASE-ITEM.
079900     ADD 1 TO WS-ITEM-SEQUENCE.
080000     ADD 1 TO WS-ITEM-TOTAL.
080100     ADD 1 TO WS-SECT-COUNT(WS-ITEM-SECTION).
080200
080300     MOVE WS-ITEM-SECTION TO SR-SECTION.
080400     MOVE WS-ITEM-SEQUENCE TO SR-SEQUENCE.
080500     RELEASE SORT-RECORD.
080600 8000-RELEASE-ITEM-EXIT.
080700     EXIT.
080800
080900*****************************************************************
081000* 9000-TERMINATE - PRINT THE SECTION SUMMARY AND CLOSE THE       *
081100*                  FILES.                                        *
081200*****************************************************************
081300 9000-TERMINATE.
081400     IF WS-LINE-COUNT + 8 > WS-LINES-PER-PAGE
081500         PERFORM 6000-WRITE-REPORT-HEADERS
081600             THRU 6000-WRITE-REPORT-HEADERS-EXIT
081700     END-IF.
081800
081900     MOVE 'ITEMS BY SECTION' TO OR-NOTE-LINE.
082000     WRITE OPER-LINE FROM OR-NOTE-LINE.
082100     PERFORM 9100-PRINT-SECTION-COUNT
082200         THRU 9100-PRINT-SECTION-COUNT-EXIT
082300         VARYING WS-SECT-SUB FROM 1 BY 1
082400         UNTIL WS-SECT-SUB > 5.
082500     MOVE 'TOTAL ITEMS:' TO OR-COUNT-LABEL.
082600     MOVE WS-ITEM-TOTAL TO OR-COUNT-VALUE.
082700     WRITE OPER-LINE FROM OR-COUNT-LINE.
082800
082900     IF WS-HISTORY-ON-HAND
083000         CLOSE HISTORY-FILE
083100     END-IF.
083200     IF WS-RUNCTL-ON-HAND
083300         CLOSE RUN-CONTROL
083400     END-IF.
083500     IF WS-VIOLATION-ON-HAND
083600         CLOSE VIOLATION-LOG
083700     END-IF.
083800     IF WS-LEDGER-ON-HAND
083900         CLOSE FEE-LEDGER
084000     END-IF.
084100     CLOSE OPER-RPT.
084200
084300     DISPLAY 'STOPRPT - ' WS-ITEM-TOTAL ' ITEMS FOR '
084400         WS-REPORT-DATE ' LISTED ON OPRRPT.TXT.'.
084500     MOVE 0 TO RETURN-CODE.
084600 9000-TERMINATE-EXIT.
084700     EXIT.
084800
084900*****************************************************************
085000* 9100-PRINT-SECTION-COUNT - PRINT ONE SECTION'S COUNT ON THE    *
085100*                            SUMMARY.                            *
085200*****************************************************************
085300 9100-PRINT-SECTION-COUNT.
085400     MOVE WS-SECT-TITLE(WS-SECT-SUB) TO OR-SECT-COUNT-TITLE.
085500     MOVE WS-SECT-COUNT(WS-SECT-SUB) TO OR-SECT-COUNT-VALUE.
085600     WRITE OPER-LINE FROM OR-SECT-COUNT-LINE.
085700 9100-PRINT-SECTION-COUNT-EXIT.
085800     EXIT.
