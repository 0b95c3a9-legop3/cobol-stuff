000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STRPTCRD.
000300 AUTHOR. LEGOP3.
000400 INSTALLATION. STUDENT RECORDS SHOP.
000500 DATE-WRITTEN. 2026-10-14.
000600 DATE-COMPILED.
000700*****************************************************************
000800* STRPTCRD                                                       *
000900*                                                                *
001000* TERM REPORT CARDS OFF THE KEYED MARKS FILE (MARKS.DAT, SEE     *
001100* MARKS.CPY) POSTED BY STMKPOST.  THE OPERATOR KEYS THE TERM     *
001200* (YYYYTN), THE TERM'S FIRST AND LAST SCHOOL DAYS AND THE        *
001300* HONOR-ROLL MINIMUM GPA, AND STRPTCRD PRINTS:                   *
001400*                                                                *
001500*   - THE REPORT CARDS (RPTCARD.TXT), ONE PAGE PER STUDENT IN    *
001600*     HOMEROOM AND NAME ORDER, WITH EVERY MARK FOR THE TERM,     *
001700*     THE TERM GPA AND THE ABSENCES AND TARDIES POSTED TO        *
001800*     ATTEND.DAT BETWEEN THE TERM'S FIRST AND LAST DAYS;         *
001900*   - THE HONOR ROLL (HONROLL.TXT) - STUDENTS WHOSE TERM GPA IS  *
002000*     AT OR ABOVE THE MINIMUM WITH NO FAILING MARK;              *
002100*   - THE FAILING-MARKS LIST (FAILMARK.TXT) - ONE LINE FOR       *
002200*     EVERY F POSTED FOR THE TERM.                               *
002300*                                                                *
002400* GRADE POINTS ARE A=4, B=3, C=2, D=1, F=0, WEIGHTED BY EACH     *
002500* MARK'S CREDITS.  COURSE TITLES COME OFF THE COURSE SECTION     *
002600* CATALOG (CRSSECT.DAT) WHEN IT IS ON HAND.  A MARKED STUDENT    *
002700* NO LONGER ON THE MASTER PRINTS UNDER ROOM ???? SO NO MARK IS   *
002800* LOST.  READ-ONLY - SAFE TO RUN ANY TIME.                       *
002900*                                                                *
003000* RETURN CODES:  0 = REPORTS PRINTED,                            *
003100*               16 = A FILE WOULD NOT OPEN.                      *
003200*                                                                *
003300* MOD LOG                                                        *
003400*   2026-10-14  LEGOP3   INITIAL VERSION.                        *
003500*****************************************************************
003600
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT MARKS-FILE ASSIGN TO WS-MARKS-FILE-NAME
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS SEQUENTIAL
004300         RECORD KEY IS MK-KEY
004400         FILE STATUS IS WS-MARKS-FILE-STATUS.
004500
004600     SELECT STUDENT ASSIGN TO WS-STUDENT-FILE-NAME
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS STUDENT-ID
005000         ALTERNATE RECORD KEY IS STUDENT-NAME
005100             WITH DUPLICATES
005200         FILE STATUS IS WS-STUDENT-FILE-STATUS.
005300
005400     SELECT OPTIONAL ATTENDANCE-FILE
005500         ASSIGN TO WS-ATTEND-FILE-NAME
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS ATT-KEY
005900         FILE STATUS IS WS-ATTEND-FILE-STATUS.
006000
006100     SELECT OPTIONAL SECTION-FILE
006200         ASSIGN TO WS-SECTION-FILE-NAME
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS CS-KEY
006600         FILE STATUS IS WS-SECTION-FILE-STATUS.
006700
006800     SELECT CARD-RPT ASSIGN TO WS-CARD-RPT-NAME
006900         ORGANIZATION IS LINE SEQUENTIAL.
007000
007100     SELECT HONOR-RPT ASSIGN TO WS-HONOR-RPT-NAME
007200         ORGANIZATION IS LINE SEQUENTIAL.
007300
007400     SELECT FAIL-RPT ASSIGN TO WS-FAIL-RPT-NAME
007500         ORGANIZATION IS LINE SEQUENTIAL.
007600
007700     SELECT SORT-WORK-FILE ASSIGN TO 'mksort.tmp'.
007800
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  MARKS-FILE.
008200     COPY "marks.cpy".
008300
008400 FD  STUDENT.
008500     COPY "student.cpy".
008600
008700 FD  ATTENDANCE-FILE.
008800     COPY "attend.cpy".
008900
009000 FD  SECTION-FILE.
009100     COPY "crssect.cpy".
009200
009300 FD  CARD-RPT.
009400 01  CARD-LINE                    PIC X(80).
009500
009600 FD  HONOR-RPT.
009700 01  HONOR-LINE                   PIC X(80).
009800
009900 FD  FAIL-RPT.
010000 01  FAIL-LINE                    PIC X(80).
010100
010200 SD  SORT-WORK-FILE.
010300 01  SORT-RECORD.
010400     05  SR-HOMEROOM              PIC X(04).
010500     05  SR-NAME                  PIC X(25).
010600     05  SR-STUDENT-ID            PIC 9(05).
010700     05  SR-COURSE-ID             PIC X(06).
010800     05  SR-GRADE                 PIC 9(02).
010900     05  SR-MARK                  PIC X(01).
011000     05  SR-CREDITS               PIC 9(01)V9(01).
011100
011200 WORKING-STORAGE SECTION.
011300 01  WS-MARKS-FILE-STATUS         PIC X(02)   VALUE '00'.
011400 01  WS-STUDENT-FILE-STATUS       PIC X(02)   VALUE '00'.
011500 01  WS-ATTEND-FILE-STATUS        PIC X(02)   VALUE '00'.
011600 01  WS-SECTION-FILE-STATUS       PIC X(02)   VALUE '00'.
011700
011800 01  WS-MARKS-FILE-NAME           PIC X(40)   VALUE 'marks.dat'.
011900 01  WS-STUDENT-FILE-NAME         PIC X(40)
012000                                  VALUE 'student.dat'.
012100 01  WS-ATTEND-FILE-NAME          PIC X(40)   VALUE 'attend.dat'.
012200 01  WS-SECTION-FILE-NAME         PIC X(40)
012300                                  VALUE 'crssect.dat'.
012400 01  WS-CARD-RPT-NAME             PIC X(40)
012500                                  VALUE 'rptcard.txt'.
012600 01  WS-HONOR-RPT-NAME            PIC X(40)
012700                                  VALUE 'honroll.txt'.
012800 01  WS-FAIL-RPT-NAME             PIC X(40)
012900                                  VALUE 'failmark.txt'.
013000
013100 01  WS-TEST-MODE-SW              PIC X(01)   VALUE 'N'.
013200     88  WS-TEST-CYCLE                        VALUE 'Y'.
013300
013400 01  WS-TEST-STAMP-LINE           PIC X(40)   VALUE
013500     '** TEST CYCLE - NOT PRODUCTION **'.
013600
013700     COPY "sitecfgk.cpy".
013800
013900 01  WS-SWITCHES.
014000     05  WS-EOF-SW                PIC X(01)   VALUE 'N'.
014100         88  WS-EOF                           VALUE 'Y'.
014200     05  WS-SORT-EOF-SW           PIC X(01)   VALUE 'N'.
014300         88  WS-SORT-EOF                      VALUE 'Y'.
014400     05  WS-ATT-EOF-SW            PIC X(01)   VALUE 'N'.
014500         88  WS-ATT-EOF                       VALUE 'Y'.
014600     05  WS-CARD-OPEN-SW          PIC X(01)   VALUE 'N'.
014700         88  WS-CARD-OPEN                     VALUE 'Y'.
014800     05  WS-ATTEND-SW             PIC X(01)   VALUE 'N'.
014900         88  WS-ATTEND-ON-HAND                VALUE 'Y'.
015000     05  WS-CATALOG-SW            PIC X(01)   VALUE 'N'.
015100         88  WS-CATALOG-ON-HAND               VALUE 'Y'.
015200     05  WS-CARD-FAIL-SW          PIC X(01)   VALUE 'N'.
015300         88  WS-CARD-HAS-FAIL                 VALUE 'Y'.
015400
015500 01  WS-TERM-FIELDS.
015600     05  WS-TERM                  PIC X(06)   VALUE SPACES.
015700     05  WS-TERM-FIRST-DAY        PIC 9(08)   VALUE ZERO.
015800     05  WS-TERM-LAST-DAY         PIC 9(08)   VALUE ZERO.
015900     05  WS-HONOR-MIN-KEYED       PIC 9(03)   VALUE ZERO.
016000     05  WS-HONOR-MIN-GPA         PIC 9(01)V9(02) VALUE ZERO.
016100
016200 01  WS-COUNTERS.
016300     05  WS-MARK-COUNT            PIC 9(07)   COMP VALUE ZERO.
016400     05  WS-CARD-COUNT            PIC 9(05)   COMP VALUE ZERO.
016500     05  WS-HONOR-COUNT           PIC 9(05)   COMP VALUE ZERO.
016600     05  WS-FAIL-COUNT            PIC 9(05)   COMP VALUE ZERO.
016700     05  WS-CARD-ABSENT           PIC 9(03)   COMP VALUE ZERO.
016800     05  WS-CARD-TARDY            PIC 9(03)   COMP VALUE ZERO.
016900
017000 01  WS-GPA-FIELDS.
017100     05  WS-MARK-POINTS           PIC 9(01)   VALUE ZERO.
017200     05  WS-QUALITY-POINTS        PIC 9(05)V9(01) VALUE ZERO.
017300     05  WS-CREDIT-TOTAL          PIC 9(04)V9(01) VALUE ZERO.
017400     05  WS-CARD-GPA              PIC 9(01)V9(02) VALUE ZERO.
017500
017600 01  WS-LAST-ID                   PIC 9(05)   VALUE ZERO.
017700 01  WS-LAST-HOMEROOM             PIC X(04)   VALUE SPACES.
017800 01  WS-LAST-NAME                 PIC X(25)   VALUE SPACES.
017900 01  WS-LAST-GRADE                PIC 9(02)   VALUE ZERO.
018000
018100 01  WS-CARD-STUDENT-ID           PIC 9(05)   VALUE ZERO.
018200 01  WS-CARD-NAME                 PIC X(25)   VALUE SPACES.
018300 01  WS-CARD-HOMEROOM             PIC X(04)   VALUE SPACES.
018400 01  WS-CARD-GRADE                PIC 9(02)   VALUE ZERO.
018500 01  WS-COURSE-TITLE              PIC X(25)   VALUE SPACES.
018600
018700 01  WS-RUN-DATE                  PIC 9(08)   VALUE ZERO.
018800
018900 01  RC-HEADING-1.
019000     05  FILLER            PIC X(22) VALUE
019100             'STUDENT REPORT CARD'.
019200     05  FILLER            PIC X(06) VALUE 'TERM:'.
019300     05  RC1-TERM          PIC X(06).
019400     05  FILLER            PIC X(04) VALUE SPACES.
019500     05  FILLER            PIC X(10) VALUE 'RUN DATE:'.
019600     05  RC1-RUN-DATE      PIC 9(08).
019700     05  FILLER            PIC X(04) VALUE SPACES.
019800     05  FILLER            PIC X(06) VALUE 'PAGE:'.
019900     05  RC1-PAGE-NO       PIC ZZZZ9.
020000
020100 01  RC-HEADING-2.
020200     05  FILLER            PIC X(09) VALUE 'STUDENT'.
020300     05  RC2-STUDENT-ID    PIC ZZZZ9.
020400     05  FILLER            PIC X(02) VALUE SPACES.
020500     05  RC2-NAME          PIC X(25).
020600     05  FILLER            PIC X(02) VALUE SPACES.
020700     05  FILLER            PIC X(06) VALUE 'GRADE'.
020800     05  RC2-GRADE         PIC Z9.
020900     05  FILLER            PIC X(02) VALUE SPACES.
021000     05  FILLER            PIC X(09) VALUE 'HOMEROOM'.
021100     05  RC2-HOMEROOM      PIC X(04).
021200
021300 01  RC-HEADING-3.
021400     05  FILLER            PIC X(02) VALUE SPACES.
021500     05  FILLER            PIC X(08) VALUE 'COURSE'.
021600     05  FILLER            PIC X(27) VALUE 'TITLE'.
021700     05  FILLER            PIC X(06) VALUE 'MARK'.
021800     05  FILLER            PIC X(07) VALUE 'CREDITS'.
021900
022000 01  RC-DETAIL-LINE.
022100     05  FILLER                   PIC X(02)   VALUE SPACES.
022200     05  RC-COURSE-ID             PIC X(06).
022300     05  FILLER                   PIC X(02)   VALUE SPACES.
022400     05  RC-TITLE                 PIC X(25).
022500     05  FILLER                   PIC X(04)   VALUE SPACES.
022600     05  RC-MARK                  PIC X(01).
022700     05  FILLER                   PIC X(05)   VALUE SPACES.
022800     05  RC-CREDITS               PIC 9.9.
022900
023000 01  RC-GPA-LINE.
023100     05  FILLER                   PIC X(02)   VALUE SPACES.
023200     05  FILLER                   PIC X(11)   VALUE 'TERM GPA:'.
023300     05  RC-GPA                   PIC 9.99.
023400     05  FILLER                   PIC X(04)   VALUE SPACES.
023500     05  FILLER                   PIC X(15)   VALUE
023600             'CREDITS TAKEN:'.
023700     05  RC-CREDIT-TOTAL          PIC ZZZ9.9.
023800
023900 01  RC-ATTEND-LINE.
024000     05  FILLER                   PIC X(02)   VALUE SPACES.
024100     05  FILLER                   PIC X(11)   VALUE 'ABSENCES:'.
024200     05  RC-ABSENT                PIC ZZ9.
024300     05  FILLER                   PIC X(05)   VALUE SPACES.
024400     05  FILLER                   PIC X(10)   VALUE 'TARDIES:'.
024500     05  RC-TARDY                 PIC ZZ9.
024600     05  FILLER                   PIC X(05)   VALUE SPACES.
024700     05  FILLER                   PIC X(06)   VALUE 'FROM'.
024800     05  RC-FIRST-DAY             PIC 9(08).
024900     05  FILLER                   PIC X(04)   VALUE ' TO '.
025000     05  RC-LAST-DAY              PIC 9(08).
025100
025200 01  HR-HEADING-1.
025300     05  FILLER            PIC X(20) VALUE 'HONOR ROLL'.
025400     05  FILLER            PIC X(06) VALUE 'TERM:'.
025500     05  HR1-TERM          PIC X(06).
025600     05  FILLER            PIC X(14) VALUE '  MINIMUM GPA'.
025700     05  HR1-MIN-GPA       PIC 9.99.
025800
025900 01  HR-DETAIL-LINE.
026000     05  HR-HOMEROOM              PIC X(04).
026100     05  FILLER                   PIC X(02)   VALUE SPACES.
026200     05  HR-STUDENT-ID            PIC ZZZZ9.
026300     05  FILLER                   PIC X(02)   VALUE SPACES.
026400     05  HR-NAME                  PIC X(25).
026500     05  FILLER                   PIC X(02)   VALUE SPACES.
026600     05  FILLER                   PIC X(06)   VALUE 'GRADE'.
026700     05  HR-GRADE                 PIC Z9.
026800     05  FILLER                   PIC X(02)   VALUE SPACES.
026900     05  FILLER                   PIC X(05)   VALUE 'GPA'.
027000     05  HR-GPA                   PIC 9.99.
027100
027200 01  FM-HEADING-1.
027300     05  FILLER            PIC X(24) VALUE
027400             'FAILING MARKS LIST'.
027500     05  FILLER            PIC X(06) VALUE 'TERM:'.
027600     05  FM1-TERM          PIC X(06).
027700
027800 01  FM-DETAIL-LINE.
027900     05  FM-HOMEROOM              PIC X(04).
028000     05  FILLER                   PIC X(02)   VALUE SPACES.
028100     05  FM-STUDENT-ID            PIC ZZZZ9.
028200     05  FILLER                   PIC X(02)   VALUE SPACES.
028300     05  FM-NAME                  PIC X(25).
028400     05  FILLER                   PIC X(02)   VALUE SPACES.
028500     05  FM-COURSE-ID             PIC X(06).
028600     05  FILLER                   PIC X(02)   VALUE SPACES.
028700     05  FM-TITLE                 PIC X(25).
028800
028900 01  RG-COUNT-LINE.
029000     05  RG-COUNT-LABEL           PIC X(34).
029100     05  RG-COUNT-VALUE           PIC Z,ZZZ,ZZ9.
029200
029300 PROCEDURE DIVISION.
029400
029500 0000-MAINLINE.
029600     PERFORM 1000-INITIALIZE
029700         THRU 1000-INITIALIZE-EXIT.
029800
029900     PERFORM 3000-SORT-AND-REPORT
030000         THRU 3000-SORT-AND-REPORT-EXIT.
030100
030200     PERFORM 9000-TERMINATE
030300         THRU 9000-TERMINATE-EXIT.
030400
030500     STOP RUN.
030600
030700*****************************************************************
030800* 1000-INITIALIZE - PROMPT FOR THE TERM, ITS DATES AND THE       *
030900*                   HONOR-ROLL MINIMUM, OPEN THE FILES AND       *
031000*                   PRINT THE LIST HEADINGS.                     *
031100*****************************************************************
031200 1000-INITIALIZE.
031300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
031400
031500     DISPLAY 'STRPTCRD - TERM REPORT CARDS AND HONOR ROLL'.
031600     DISPLAY 'ENTER TERM (YYYYTN): ' WITH NO ADVANCING.
031700     ACCEPT WS-TERM.
031800     DISPLAY 'ENTER FIRST DAY OF TERM (YYYYMMDD): '
031900         WITH NO ADVANCING.
032000     ACCEPT WS-TERM-FIRST-DAY.
032100     DISPLAY 'ENTER LAST DAY OF TERM (YYYYMMDD): '
032200         WITH NO ADVANCING.
032300     ACCEPT WS-TERM-LAST-DAY.
032400     DISPLAY 'ENTER HONOR-ROLL MINIMUM GPA (350 = 3.50): '
032500         WITH NO ADVANCING.
032600     ACCEPT WS-HONOR-MIN-KEYED.
032700     COMPUTE WS-HONOR-MIN-GPA = WS-HONOR-MIN-KEYED / 100.
032800
032900     PERFORM 1100-RESOLVE-FILE-NAMES
033000         THRU 1100-RESOLVE-FILE-NAMES-EXIT.
033100
033200     OPEN INPUT MARKS-FILE.
033300     IF WS-MARKS-FILE-STATUS NOT = '00'
033400         DISPLAY 'STRPTCRD - NO MARKS ON HAND (MARKS.DAT, '
033500             'FILE STATUS = ' WS-MARKS-FILE-STATUS ')'
033600         MOVE 16 TO RETURN-CODE
033700         STOP RUN
033800     END-IF.
033900
034000     OPEN INPUT STUDENT.
034100     IF WS-STUDENT-FILE-STATUS NOT = '00'
034200         DISPLAY 'STRPTCRD - UNABLE TO OPEN STUDENT MASTER, '
034300             'FILE STATUS = ' WS-STUDENT-FILE-STATUS
034400         MOVE 16 TO RETURN-CODE
034500         STOP RUN
034600     END-IF.
034700
034800     OPEN INPUT ATTENDANCE-FILE.
034900     IF WS-ATTEND-FILE-STATUS = '00'
035000         SET WS-ATTEND-ON-HAND TO TRUE
035100     ELSE
035200         IF WS-ATTEND-FILE-STATUS NOT = '05'
035300             DISPLAY 'STRPTCRD - UNABLE TO OPEN ATTEND.DAT, '
035400                 'FILE STATUS = ' WS-ATTEND-FILE-STATUS
035500             MOVE 16 TO RETURN-CODE
035600             STOP RUN
035700         END-IF
035800         DISPLAY 'STRPTCRD - NO ATTENDANCE ON HAND - CARDS WILL '
035900             'SHOW NO ABSENCES'
036000     END-IF.
036100
036200     OPEN INPUT SECTION-FILE.
036300     IF WS-SECTION-FILE-STATUS = '00'
036400         SET WS-CATALOG-ON-HAND TO TRUE
036500     ELSE
036600         IF WS-SECTION-FILE-STATUS NOT = '05'
036700             DISPLAY 'STRPTCRD - UNABLE TO OPEN CRSSECT.DAT, '
036800                 'FILE STATUS = ' WS-SECTION-FILE-STATUS
036900             MOVE 16 TO RETURN-CODE
037000             STOP RUN
037100         END-IF
037200     END-IF.
037300
037400     OPEN OUTPUT CARD-RPT.
037500     OPEN OUTPUT HONOR-RPT.
037600     OPEN OUTPUT FAIL-RPT.
037700
037800     MOVE WS-TERM TO HR1-TERM.
037900     MOVE WS-HONOR-MIN-GPA TO HR1-MIN-GPA.
038000     WRITE HONOR-LINE FROM HR-HEADING-1.
038100     IF WS-TEST-CYCLE
038200         WRITE HONOR-LINE FROM WS-TEST-STAMP-LINE
038300     END-IF.
038400     MOVE SPACES TO HONOR-LINE.
038500     WRITE HONOR-LINE.
038600
038700     MOVE WS-TERM TO FM1-TERM.
038800     WRITE FAIL-LINE FROM FM-HEADING-1.
038900     IF WS-TEST-CYCLE
039000         WRITE FAIL-LINE FROM WS-TEST-STAMP-LINE
039100     END-IF.
039200     MOVE SPACES TO FAIL-LINE.
039300     WRITE FAIL-LINE.
039400 1000-INITIALIZE-EXIT.
039500     EXIT.
039600
039700*****************************************************************
039800* 1100-RESOLVE-FILE-NAMES - RESOLVE EVERY FILE NAME THROUGH THE  *
039900*                           STSITE SITE CONFIGURATION.           *
040000*****************************************************************
040100 1100-RESOLVE-FILE-NAMES.
040200     MOVE 'marks.dat' TO SF-DEFAULT-NAME.
040300     PERFORM 1110-RESOLVE-ONE-NAME
040400         THRU 1110-RESOLVE-ONE-NAME-EXIT.
040500     MOVE SF-RESOLVED-NAME TO WS-MARKS-FILE-NAME.
040600
040700     MOVE 'student.dat' TO SF-DEFAULT-NAME.
040800     PERFORM 1110-RESOLVE-ONE-NAME
040900         THRU 1110-RESOLVE-ONE-NAME-EXIT.
041000     MOVE SF-RESOLVED-NAME TO WS-STUDENT-FILE-NAME.
041100
041200     MOVE 'attend.dat' TO SF-DEFAULT-NAME.
041300     PERFORM 1110-RESOLVE-ONE-NAME
041400         THRU 1110-RESOLVE-ONE-NAME-EXIT.
041500     MOVE SF-RESOLVED-NAME TO WS-ATTEND-FILE-NAME.
041600
041700     MOVE 'crssect.dat' TO SF-DEFAULT-NAME.
041800     PERFORM 1110-RESOLVE-ONE-NAME
041900         THRU 1110-RESOLVE-ONE-NAME-EXIT.
042000     MOVE SF-RESOLVED-NAME TO WS-SECTION-FILE-NAME.
042100
042200     MOVE 'rptcard.txt' TO SF-DEFAULT-NAME.
042300     PERFORM 1110-RESOLVE-ONE-NAME
042400         THRU 1110-RESOLVE-ONE-NAME-EXIT.
042500     MOVE SF-RESOLVED-NAME TO WS-CARD-RPT-NAME.
042600
042700     MOVE 'honroll.txt' TO SF-DEFAULT-NAME.
042800     PERFORM 1110-RESOLVE-ONE-NAME
042900         THRU 1110-RESOLVE-ONE-NAME-EXIT.
043000     MOVE SF-RESOLVED-NAME TO WS-HONOR-RPT-NAME.
043100
043200     MOVE 'failmark.txt' TO SF-DEFAULT-NAME.
043300     PERFORM 1110-RESOLVE-ONE-NAME
043400         THRU 1110-RESOLVE-ONE-NAME-EXIT.
043500     MOVE SF-RESOLVED-NAME TO WS-FAIL-RPT-NAME.
043600 1100-RESOLVE-FILE-NAMES-EXIT.
043700     EXIT.
043800
043900*****************************************************************
044000* 1110-RESOLVE-ONE-NAME - RESOLVE ONE NAME THROUGH STSITE AND    *
044100*                        REMEMBER WHETHER ANY REDIRECTION IS     *
044200*                        IN FORCE.                               *
044300*****************************************************************
044400 1110-RESOLVE-ONE-NAME.
044500     CALL 'STSITE' USING SITE-PARM.
044600     IF SF-TEST-MODE = 'Y'
044700         SET WS-TEST-CYCLE TO TRUE
044800     END-IF.
044900 1110-RESOLVE-ONE-NAME-EXIT.
045000     EXIT.
045100
045200*****************************************************************
045300* 3000-SORT-AND-REPORT - SORT THE TERM'S MARKS BY HOMEROOM, NAME *
045400*                        AND COURSE AND PRINT THE CARDS AND      *
045500*                        LISTS OFF THE SORTED ORDER.             *
045600*****************************************************************
045700 3000-SORT-AND-REPORT.
045800     SORT SORT-WORK-FILE
045900         ON ASCENDING KEY SR-HOMEROOM SR-NAME SR-STUDENT-ID
046000                          SR-COURSE-ID
046100         INPUT PROCEDURE IS 3100-RELEASE-MARKS
046200         OUTPUT PROCEDURE IS 3500-PRINT-REPORTS.
046300 3000-SORT-AND-REPORT-EXIT.
046400     EXIT.
046500
046600*****************************************************************
046700* 3100-RELEASE-MARKS - RELEASE EVERY MARK FOR THE TERM TO THE    *
046800*                      SORT.                                     *
046900*****************************************************************
047000 3100-RELEASE-MARKS.
047100     PERFORM 3110-RELEASE-ONE-MARK
047200         THRU 3110-RELEASE-ONE-MARK-EXIT
047300         UNTIL WS-EOF.
047400 3100-RELEASE-MARKS-EXIT.
047500     EXIT.
047600
047700*****************************************************************
047800* 3110-RELEASE-ONE-MARK - READ ONE MARK AND, WHEN IT IS FOR THE  *
047900*                         TERM, RELEASE IT JOINED WITH THE       *
048000*                         MASTER'S NAME, GRADE AND HOMEROOM.     *
048100*                         THE MASTER IS READ ONCE PER STUDENT,   *
048200*                         SINCE THE MARKS COME IN STUDENT ORDER. *
048300*****************************************************************
048400 3110-RELEASE-ONE-MARK.
048500     READ MARKS-FILE
048600         AT END
048700             SET WS-EOF TO TRUE
048800             GO TO 3110-RELEASE-ONE-MARK-EXIT
048900     END-READ.
049000
049100     IF MK-TERM NOT = WS-TERM
049200         GO TO 3110-RELEASE-ONE-MARK-EXIT
049300     END-IF.
049400
049500     ADD 1 TO WS-MARK-COUNT.
049600
049700     IF MK-STUDENT-ID NOT = WS-LAST-ID
049800         MOVE MK-STUDENT-ID TO WS-LAST-ID
049900         MOVE MK-STUDENT-ID TO STUDENT-ID
050000         READ STUDENT
050100             INVALID KEY
050200                 MOVE '????' TO WS-LAST-HOMEROOM
050300                 MOVE 'NOT ON MASTER' TO WS-LAST-NAME
050400                 MOVE ZERO TO WS-LAST-GRADE
050500             NOT INVALID KEY
050600                 MOVE STUDENT-HOMEROOM TO WS-LAST-HOMEROOM
050700                 MOVE STUDENT-NAME TO WS-LAST-NAME
050800                 MOVE STUDENT-GRADE TO WS-LAST-GRADE
050900         END-READ
051000     END-IF.
051100
051200     MOVE WS-LAST-HOMEROOM TO SR-HOMEROOM.
051300     MOVE WS-LAST-NAME TO SR-NAME.
051400     MOVE MK-STUDENT-ID TO SR-STUDENT-ID.
051500     MOVE MK-COURSE-ID TO SR-COURSE-ID.
051600     MOVE WS-LAST-GRADE TO SR-GRADE.
051700     MOVE MK-MARK TO SR-MARK.
051800     MOVE MK-CREDITS TO SR-CREDITS.
051900     RELEASE SORT-RECORD.
052000 3110-RELEASE-ONE-MARK-EXIT.
052100     EXIT.
052200
052300*****************************************************************
052400* 3500-PRINT-REPORTS - TAKE THE SORTED MARKS BACK, PRINTING A    *
052500*                      CARD PER STUDENT, AND CLOSE OFF THE LAST  *
052600*                      CARD.                                     *
052700*****************************************************************
052800 3500-PRINT-REPORTS.
052900     PERFORM 3510-PRINT-ONE-MARK
053000         THRU 3510-PRINT-ONE-MARK-EXIT
053100         UNTIL WS-SORT-EOF.
053200
053300     IF WS-CARD-OPEN
053400         PERFORM 3700-FINISH-CARD
053500             THRU 3700-FINISH-CARD-EXIT
053600     END-IF.
053700 3500-PRINT-REPORTS-EXIT.
053800     EXIT.
053900
054000*****************************************************************
054100* 3510-PRINT-ONE-MARK - PRINT ONE SORTED MARK ON ITS STUDENT'S   *
054200*                       CARD, FINISHING THE PRIOR CARD AND       *
054300*                       STARTING A NEW ONE ON A STUDENT BREAK,   *
054400*                       AND LIST IT WHEN IT IS A FAILING MARK.   *
054500*****************************************************************
054600 3510-PRINT-ONE-MARK.
054700     RETURN SORT-WORK-FILE
054800         AT END
054900             SET WS-SORT-EOF TO TRUE
055000             GO TO 3510-PRINT-ONE-MARK-EXIT
055100     END-RETURN.
055200
055300     IF NOT WS-CARD-OPEN
055400         OR SR-STUDENT-ID NOT = WS-CARD-STUDENT-ID
055500         IF WS-CARD-OPEN
055600             PERFORM 3700-FINISH-CARD
055700                 THRU 3700-FINISH-CARD-EXIT
055800         END-IF
055900         PERFORM 3600-START-CARD
056000             THRU 3600-START-CARD-EXIT
056100     END-IF.
056200
056300     PERFORM 3550-LOOK-UP-TITLE
056400         THRU 3550-LOOK-UP-TITLE-EXIT.
056500
056600     MOVE SPACES TO RC-DETAIL-LINE.
056700     MOVE SR-COURSE-ID TO RC-COURSE-ID.
056800     MOVE WS-COURSE-TITLE TO RC-TITLE.
056900     MOVE SR-MARK TO RC-MARK.
057000     MOVE SR-CREDITS TO RC-CREDITS.
057100     WRITE CARD-LINE FROM RC-DETAIL-LINE.
057200
057300     EVALUATE SR-MARK
057400         WHEN 'A'
057500             MOVE 4 TO WS-MARK-POINTS
057600         WHEN 'B'
057700             MOVE 3 TO WS-MARK-POINTS
057800         WHEN 'C'
057900             MOVE 2 TO WS-MARK-POINTS
058000         WHEN 'D'
058100             MOVE 1 TO WS-MARK-POINTS
058200         WHEN OTHER
058300             MOVE 0 TO WS-MARK-POINTS
058400     END-EVALUATE.
058500     COMPUTE WS-QUALITY-POINTS = WS-QUALITY-POINTS
058600         + (WS-MARK-POINTS * SR-CREDITS).
058700     ADD SR-CREDITS TO WS-CREDIT-TOTAL.
058800
058900     IF SR-MARK = 'F'
059000         SET WS-CARD-HAS-FAIL TO TRUE
059100         ADD 1 TO WS-FAIL-COUNT
059200         MOVE SPACES TO FM-DETAIL-LINE
059300         MOVE SR-HOMEROOM TO FM-HOMEROOM
059400         MOVE SR-STUDENT-ID TO FM-STUDENT-ID
059500         MOVE SR-NAME TO FM-NAME
059600         MOVE SR-COURSE-ID TO FM-COURSE-ID
059700         MOVE WS-COURSE-TITLE TO FM-TITLE
059800         WRITE FAIL-LINE FROM FM-DETAIL-LINE
059900     END-IF.
060000 3510-PRINT-ONE-MARK-EXIT.
060100     EXIT.
060200
060300*****************************************************************
060400* 3550-LOOK-UP-TITLE - FIND THE COURSE TITLE ON THE FIRST        *
060500*                      SECTION OF THE COURSE ON THE CATALOG.     *
060600*                      BLANK WHEN THERE IS NO CATALOG OR THE     *
060700*                      COURSE HAS BEEN DROPPED FROM IT.          *
060800*****************************************************************
060900 3550-LOOK-UP-TITLE.
061000     MOVE SPACES TO WS-COURSE-TITLE.
061100     IF NOT WS-CATALOG-ON-HAND
061200         GO TO 3550-LOOK-UP-TITLE-EXIT
061300     END-IF.
061400
061500     MOVE SR-COURSE-ID TO CS-COURSE-ID.
061600     MOVE ZERO TO CS-SECTION-NO.
061700     START SECTION-FILE KEY >= CS-KEY
061800         INVALID KEY
061900             GO TO 3550-LOOK-UP-TITLE-EXIT
062000     END-START.
062100
062200     READ SECTION-FILE NEXT RECORD
062300         AT END
062400             GO TO 3550-LOOK-UP-TITLE-EXIT
062500     END-READ.
062600
062700     IF CS-COURSE-ID = SR-COURSE-ID
062800         MOVE CS-COURSE-TITLE TO WS-COURSE-TITLE
062900     END-IF.
063000 3550-LOOK-UP-TITLE-EXIT.
063100     EXIT.
063200
063300*****************************************************************
063400* 3600-START-CARD - START A NEW PAGE FOR THE STUDENT JUST        *
063500*                   REACHED AND CLEAR THE CARD'S TOTALS.         *
063600*****************************************************************
063700 3600-START-CARD.
063800     SET WS-CARD-OPEN TO TRUE.
063900     MOVE 'N' TO WS-CARD-FAIL-SW.
064000     MOVE SR-STUDENT-ID TO WS-CARD-STUDENT-ID.
064100     MOVE SR-NAME TO WS-CARD-NAME.
064200     MOVE SR-HOMEROOM TO WS-CARD-HOMEROOM.
064300     MOVE SR-GRADE TO WS-CARD-GRADE.
064400     MOVE ZERO TO WS-QUALITY-POINTS.
064500     MOVE ZERO TO WS-CREDIT-TOTAL.
064600     ADD 1 TO WS-CARD-COUNT.
064700
064800     IF WS-CARD-COUNT > 1
064900         MOVE SPACES TO CARD-LINE
065000         WRITE CARD-LINE
065100     END-IF.
065200
065300     MOVE WS-TERM TO RC1-TERM.
065400     MOVE WS-RUN-DATE TO RC1-RUN-DATE.
065500     MOVE WS-CARD-COUNT TO RC1-PAGE-NO.
065600     WRITE CARD-LINE FROM RC-HEADING-1.
065700     IF WS-TEST-CYCLE
065800         WRITE CARD-LINE FROM WS-TEST-STAMP-LINE
065900     END-IF.
066000     MOVE SPACES TO CARD-LINE.
066100     WRITE CARD-LINE.
066200
066300     MOVE WS-CARD-STUDENT-ID TO RC2-STUDENT-ID.
066400     MOVE WS-CARD-NAME TO RC2-NAME.
066500     MOVE WS-CARD-GRADE TO RC2-GRADE.
066600     MOVE WS-CARD-HOMEROOM TO RC2-HOMEROOM.
066700     WRITE CARD-LINE FROM RC-HEADING-2.
066800     MOVE SPACES TO CARD-LINE.
066900     WRITE CARD-LINE.
067000     WRITE CARD-LINE FROM RC-HEADING-3.
067100 3600-START-CARD-EXIT.
067200     EXIT.
067300
067400*****************************************************************
067500* 3700-FINISH-CARD - PRINT THE CARD'S TERM GPA AND ATTENDANCE    *
067600*                    AND PUT THE STUDENT ON THE HONOR ROLL WHEN  *
067700*                    THEY QUALIFY.                               *
067800*****************************************************************
067900 3700-FINISH-CARD.
068000     MOVE ZERO TO WS-CARD-GPA.
068100     IF WS-CREDIT-TOTAL > ZERO
068200         COMPUTE WS-CARD-GPA ROUNDED =
068300             WS-QUALITY-POINTS / WS-CREDIT-TOTAL
068400     END-IF.
068500
068600     PERFORM 3750-COUNT-TERM-ATTENDANCE
068700         THRU 3750-COUNT-TERM-ATTENDANCE-EXIT.
068800
068900     MOVE SPACES TO CARD-LINE.
069000     WRITE CARD-LINE.
069100     MOVE WS-CARD-GPA TO RC-GPA.
069200     MOVE WS-CREDIT-TOTAL TO RC-CREDIT-TOTAL.
069300     WRITE CARD-LINE FROM RC-GPA-LINE.
069400     MOVE WS-CARD-ABSENT TO RC-ABSENT.
069500     MOVE WS-CARD-TARDY TO RC-TARDY.
069600     MOVE WS-TERM-FIRST-DAY TO RC-FIRST-DAY.
069700     MOVE WS-TERM-LAST-DAY TO RC-LAST-DAY.
069800     WRITE CARD-LINE FROM RC-ATTEND-LINE.
069900
070000     IF WS-CARD-GPA >= WS-HONOR-MIN-GPA
070100         AND NOT WS-CARD-HAS-FAIL
070200         ADD 1 TO WS-HONOR-COUNT
070300         MOVE SPACES TO CARD-LINE
070400         WRITE CARD-LINE
070500         MOVE '  HONOR ROLL' TO CARD-LINE
070600         WRITE CARD-LINE
070700         MOVE SPACES TO HR-DETAIL-LINE
070800         MOVE WS-CARD-HOMEROOM TO HR-HOMEROOM
070900         MOVE WS-CARD-STUDENT-ID TO HR-STUDENT-ID
071000         MOVE WS-CARD-NAME TO HR-NAME
071100         MOVE WS-CARD-GRADE TO HR-GRADE
071200         MOVE WS-CARD-GPA TO HR-GPA
071300         WRITE HONOR-LINE FROM HR-DETAIL-LINE
071400     END-IF.
071500 3700-FINISH-CARD-EXIT.
071600     EXIT.
071700
071800*****************************************************************
071900* 3750-COUNT-TERM-ATTENDANCE - COUNT THE STUDENT'S ABSENCES AND  *
072000*                              TARDIES POSTED BETWEEN THE TERM'S *
072100*                              FIRST AND LAST DAYS.              *
072200*****************************************************************
072300 3750-COUNT-TERM-ATTENDANCE.
072400     MOVE ZERO TO WS-CARD-ABSENT.
072500     MOVE ZERO TO WS-CARD-TARDY.
072600     IF NOT WS-ATTEND-ON-HAND
072700         GO TO 3750-COUNT-TERM-ATTENDANCE-EXIT
072800     END-IF.
072900
073000     MOVE WS-CARD-STUDENT-ID TO ATT-STUDENT-ID.
073100     MOVE WS-TERM-FIRST-DAY TO ATT-DATE.
073200     START ATTENDANCE-FILE KEY >= ATT-KEY
073300         INVALID KEY
073400             GO TO 3750-COUNT-TERM-ATTENDANCE-EXIT
073500     END-START.
073600
073700     MOVE 'N' TO WS-ATT-EOF-SW.
073800     PERFORM 3760-COUNT-ONE-DAY
073900         THRU 3760-COUNT-ONE-DAY-EXIT
074000         UNTIL WS-ATT-EOF.
074100 3750-COUNT-TERM-ATTENDANCE-EXIT.
074200     EXIT.
074300
074400*****************************************************************
074500* 3760-COUNT-ONE-DAY - READ THE NEXT ATTENDANCE MARK AND COUNT   *
074600*                      IT WHILE IT IS STILL THIS STUDENT'S AND   *
074700*                      INSIDE THE TERM.                          *
074800*****************************************************************
074900 3760-COUNT-ONE-DAY.
075000     READ ATTENDANCE-FILE NEXT RECORD
075100         AT END
075200             SET WS-ATT-EOF TO TRUE
075300             GO TO 3760-COUNT-ONE-DAY-EXIT
075400     END-READ.
075500
075600     IF ATT-STUDENT-ID NOT = WS-CARD-STUDENT-ID
075700         OR ATT-DATE > WS-TERM-LAST-DAY
075800         SET WS-ATT-EOF TO TRUE
075900         GO TO 3760-COUNT-ONE-DAY-EXIT
076000     END-IF.
076100
076200     IF ATT-ABSENT
076300         ADD 1 TO WS-CARD-ABSENT
076400     END-IF.
076500     IF ATT-TARDY
076600         ADD 1 TO WS-CARD-TARDY
076700     END-IF.
076800 3760-COUNT-ONE-DAY-EXIT.
076900     EXIT.
077000
077100*****************************************************************
077200* 9000-TERMINATE - PRINT THE TRAILER COUNTS AND CLOSE THE        *
077300*                  FILES.                                        *
077400*****************************************************************
077500 9000-TERMINATE.
077600     MOVE SPACES TO CARD-LINE.
077700     WRITE CARD-LINE.
077800     MOVE 'MARKS READ FOR TERM:' TO RG-COUNT-LABEL.
077900     MOVE WS-MARK-COUNT TO RG-COUNT-VALUE.
078000     WRITE CARD-LINE FROM RG-COUNT-LINE.
078100     MOVE 'REPORT CARDS PRINTED:' TO RG-COUNT-LABEL.
078200     MOVE WS-CARD-COUNT TO RG-COUNT-VALUE.
078300     WRITE CARD-LINE FROM RG-COUNT-LINE.
078400
078500     MOVE SPACES TO HONOR-LINE.
078600     WRITE HONOR-LINE.
078700     MOVE 'STUDENTS ON THE HONOR ROLL:' TO RG-COUNT-LABEL.
078800     MOVE WS-HONOR-COUNT TO RG-COUNT-VALUE.
078900     WRITE HONOR-LINE FROM RG-COUNT-LINE.
079000
079100     MOVE SPACES TO FAIL-LINE.
079200     WRITE FAIL-LINE.
079300     MOVE 'FAILING MARKS:' TO RG-COUNT-LABEL.
079400     MOVE WS-FAIL-COUNT TO RG-COUNT-VALUE.
079500     WRITE FAIL-LINE FROM RG-COUNT-LINE.
079600
079700     CLOSE MARKS-FILE.
079800     CLOSE STUDENT.
079900     CLOSE ATTENDANCE-FILE.
080000     CLOSE SECTION-FILE.
080100     CLOSE CARD-RPT.
080200     CLOSE HONOR-RPT.
080300     CLOSE FAIL-RPT.
080400
080500     DISPLAY 'STRPTCRD - ' WS-CARD-COUNT ' REPORT CARDS, '
080600         WS-HONOR-COUNT ' ON THE HONOR ROLL, '
080700         WS-FAIL-COUNT ' FAILING MARKS.'.
080800     MOVE 0 TO RETURN-CODE.
080900 9000-TERMINATE-EXIT.
081000     EXIT.
