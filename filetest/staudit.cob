000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STAUDIT.
000300 AUTHOR. LEGOP3.
000400 INSTALLATION. STUDENT RECORDS SHOP.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* STAUDIT                                                        *
000900*                                                                *
001000* CROSS-FILE REFERENTIAL INTEGRITY AUDIT.  STRECON PROVES THE    *
001100* COUNTS BALANCE; STAUDIT PROVES THE FILES AGREE WITH EACH       *
001200* OTHER.  IT WALKS THE STUDENT MASTER, HOMEROOM.DAT,             *
001300* GUARDIAN.DAT, ATTEND.DAT AND STHIST.DAT IN KEY ORDER - EVERY   *
001400* CHILD FILE IS KEYED ON STUDENT-ID FIRST, SO ONE MATCHED PASS   *
001500* DOES IT - AND PRINTS EVERY ORPHAN AND MISMATCH ON AUDITRPT.TXT *
001600* UNDER ITS CATEGORY, WITH A COUNT PER CATEGORY:                 *
001700*                                                                *
001800*   1 - GUARDIAN RECORD FOR A STUDENT-ID NOT ON THE MASTER;      *
001900*   2 - ATTENDANCE FOR A STUDENT-ID NOT ON THE MASTER (ONE LINE  *
002000*       PER STUDENT, WITH THE NUMBER OF MARKS AND THEIR DATES);  *
002100*   3 - STUDENT-HOMEROOM BLANK OR NOT ON HOMEROOM.DAT;           *
002200*   4 - ACTIVE STUDENT WITH NO EMERGENCY CONTACT ON FILE;        *
002300*   5 - MASTER RECORD THAT DOES NOT MATCH THE AFTER-IMAGE OF ITS *
002400*       LATEST STHIST ENTRY (OR WHOSE LATEST ENTRY IS A DELETE); *
002500*   6 - STHIST SHOWS THE STUDENT ON FILE (LATEST ENTRY NOT A     *
002600*       DELETE) BUT THE STUDENT IS NOT ON THE MASTER.            *
002700*                                                                *
002800* A STUDENT WITH NO HISTORY AT ALL (LOADED BEFORE STHIST WAS     *
002900* KEPT) IS NOT A FINDING.  A REFERENCE FILE THAT IS NOT ON HAND  *
003000* IS NOTED ON THE REPORT AND ITS CATEGORIES ARE NOT CHECKED.     *
003100* READ-ONLY - SAFE TO RUN ANY TIME.                              *
003200*                                                                *
003300* RUN WEEKLY FROM STUDJOB WITH A PARM NAMING THE AUDIT DAY       *
003400* (MON, TUE, WED, THU, FRI, SAT OR SUN) - ON ANY OTHER DAY THE   *
003500* STEP ENDS AT ONCE WITH CONDITION CODE 0.  WITH NO PARM THE     *
003600* AUDIT ALWAYS RUNS, FOR AN AD HOC CHECK BEFORE A DISTRICT       *
003700* EXTRACT OR A STATE REPORT.                                     *
003800*                                                                *
003900* RETURN CODES:  0 = NO FINDINGS, OR NOT THE AUDIT DAY,          *
004000*                4 = ONE OR MORE FINDINGS PRINTED,               *
004100*                8 = PARM NOT A DAY NAME - NOTHING CHECKED,      *
004200*               16 = THE STUDENT MASTER WOULD NOT OPEN.          *
004300*                                                                *
004400* MOD LOG                                                        *
004500*   2026-10-15  LEGOP3   INITIAL VERSION.                        *
004600*****************************************************************
004700
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT STUDENT ASSIGN TO WS-STUDENT-FILE-NAME
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS SEQUENTIAL
005400         RECORD KEY IS STUDENT-ID
005500         ALTERNATE RECORD KEY IS STUDENT-NAME
005600             WITH DUPLICATES
005700         FILE STATUS IS WS-STUDENT-FILE-STATUS.
005800
005900     SELECT OPTIONAL HOMEROOM-FILE
006000         ASSIGN TO WS-HOMEROOM-FILE-NAME
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS SEQUENTIAL
006300         RECORD KEY IS HR-ROOM-CODE
006400         FILE STATUS IS WS-HOMEROOM-FILE-STATUS.
006500
006600     SELECT OPTIONAL GUARDIAN-FILE
006700         ASSIGN TO WS-GUARDIAN-FILE-NAME
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS SEQUENTIAL
007000         RECORD KEY IS GD-KEY
007100         FILE STATUS IS WS-GUARDIAN-FILE-STATUS.
007200
007300     SELECT OPTIONAL ATTENDANCE-FILE
007400         ASSIGN TO WS-ATTEND-FILE-NAME
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS SEQUENTIAL
007700         RECORD KEY IS ATT-KEY
007800         FILE STATUS IS WS-ATTEND-FILE-STATUS.
007900
008000     SELECT OPTIONAL HISTORY-FILE
008100         ASSIGN TO WS-HISTORY-FILE-NAME
008200         ORGANIZATION IS INDEXED
008300         ACCESS MODE IS SEQUENTIAL
008400         RECORD KEY IS HIST-KEY
008500         FILE STATUS IS WS-HISTORY-FILE-STATUS.
008600
008700     SELECT AUDIT-RPT ASSIGN TO WS-AUDIT-RPT-NAME
008800         ORGANIZATION IS LINE SEQUENTIAL.
008900
009000     SELECT SORT-WORK-FILE ASSIGN TO 'audsort.tmp'.
009100
009200 DATA DIVISION.
009300 FILE SECTION.
009400 FD  STUDENT.
009500     COPY "student.cpy".
009600
009700 FD  HOMEROOM-FILE.
009800     COPY "homeroom.cpy".
009900
010000 FD  GUARDIAN-FILE.
010100     COPY "guardian.cpy".
010200
010300 FD  ATTENDANCE-FILE.
010400     COPY "attend.cpy".
010500
010600 FD  HISTORY-FILE.
010700     COPY "sthist.cpy".
010800
010900 FD  AUDIT-RPT.
011000 01  AUDIT-LINE                   PIC X(80).
011100
011200 SD  SORT-WORK-FILE.
011300 01  SORT-RECORD.
011400     05  SR-CATEGORY              PIC 9(01).
011500     05  SR-SEQUENCE              PIC 9(07).
011600     05  SR-STUDENT-ID            PIC 9(05).
011700     05  SR-DETAIL                PIC X(60).
011800
011900 WORKING-STORAGE SECTION.
012000 01  WS-STUDENT-FILE-STATUS       PIC X(02)   VALUE '00'.
012100 01  WS-HOMEROOM-FILE-STATUS      PIC X(02)   VALUE '00'.
012200 01  WS-GUARDIAN-FILE-STATUS      PIC X(02)   VALUE '00'.
012300 01  WS-ATTEND-FILE-STATUS        PIC X(02)   VALUE '00'.
012400 01  WS-HISTORY-FILE-STATUS       PIC X(02)   VALUE '00'.
012500
012600 01  WS-STUDENT-FILE-NAME         PIC X(40)
012700                                  VALUE 'student.dat'.
012800 01  WS-HOMEROOM-FILE-NAME        PIC X(40)
012900                                  VALUE 'homeroom.dat'.
013000 01  WS-GUARDIAN-FILE-NAME        PIC X(40)
013100                                  VALUE 'guardian.dat'.
013200 01  WS-ATTEND-FILE-NAME          PIC X(40)   VALUE 'attend.dat'.
013300 01  WS-HISTORY-FILE-NAME         PIC X(40)   VALUE 'sthist.dat'.
013400 01  WS-AUDIT-RPT-NAME            PIC X(40)
013500                                  VALUE 'auditrpt.txt'.
013600
013700 01  WS-TEST-MODE-SW              PIC X(01)   VALUE 'N'.
013800     88  WS-TEST-CYCLE                        VALUE 'Y'.
013900
014000 01  WS-TEST-STAMP-LINE           PIC X(40)   VALUE
014100     '** TEST CYCLE - NOT PRODUCTION **'.
014200
014300     COPY "sitecfgk.cpy".
014400
014500 01  WS-PARM                      PIC X(10)   VALUE SPACES.
014600 01  WS-DAY-OF-WEEK               PIC 9(01)   VALUE ZERO.
014700 01  WS-DAY-SUB                   PIC 9(01)   COMP VALUE ZERO.
014800 01  WS-AUDIT-DAY                 PIC 9(01)   COMP VALUE ZERO.
014900 01  WS-DAY-NAMES                 PIC X(21)   VALUE
015000     'MONTUEWEDTHUFRISATSUN'.
015100 01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
015200     05  WS-DAY-NAME              PIC X(03)   OCCURS 7 TIMES.
015300
015400 01  WS-SWITCHES.
015500     05  WS-MAST-EOF-SW           PIC X(01)   VALUE 'N'.
015600         88  WS-MAST-EOF                      VALUE 'Y'.
015700     05  WS-ROOM-EOF-SW           PIC X(01)   VALUE 'N'.
015800         88  WS-ROOM-EOF                      VALUE 'Y'.
015900     05  WS-GD-EOF-SW             PIC X(01)   VALUE 'N'.
016000         88  WS-GD-EOF                        VALUE 'Y'.
016100     05  WS-ATT-EOF-SW            PIC X(01)   VALUE 'N'.
016200         88  WS-ATT-EOF                       VALUE 'Y'.
016300     05  WS-HIST-EOF-SW           PIC X(01)   VALUE 'N'.
016400         88  WS-HIST-EOF                      VALUE 'Y'.
016500     05  WS-SORT-EOF-SW           PIC X(01)   VALUE 'N'.
016600         88  WS-SORT-EOF                      VALUE 'Y'.
016700     05  WS-HOMEROOM-SW           PIC X(01)   VALUE 'N'.
016800         88  WS-HOMEROOM-ON-HAND              VALUE 'Y'.
016900     05  WS-GUARDIAN-SW           PIC X(01)   VALUE 'N'.
017000         88  WS-GUARDIAN-ON-HAND              VALUE 'Y'.
017100     05  WS-ATTEND-SW             PIC X(01)   VALUE 'N'.
017200         88  WS-ATTEND-ON-HAND                VALUE 'Y'.
017300     05  WS-HISTORY-SW            PIC X(01)   VALUE 'N'.
017400         88  WS-HISTORY-ON-HAND               VALUE 'Y'.
017500     05  WS-HAS-GUARDIAN-SW       PIC X(01)   VALUE 'N'.
017600         88  WS-HAS-GUARDIAN                  VALUE 'Y'.
017700     05  WS-ROOM-TABLE-FULL-SW    PIC X(01)   VALUE 'N'.
017800         88  WS-ROOM-TABLE-FULL               VALUE 'Y'.
017900
018000 01  WS-COUNTERS.
018100     05  WS-MAST-READ             PIC 9(07)   COMP VALUE ZERO.
018200     05  WS-ROOM-READ             PIC 9(07)   COMP VALUE ZERO.
018300     05  WS-GD-READ               PIC 9(07)   COMP VALUE ZERO.
018400     05  WS-ATT-READ              PIC 9(07)   COMP VALUE ZERO.
018500     05  WS-HIST-READ             PIC 9(07)   COMP VALUE ZERO.
018600     05  WS-FINDING-TOTAL         PIC 9(07)   COMP VALUE ZERO.
018700     05  WS-LINE-COUNT            PIC 9(03)   COMP VALUE ZERO.
018800     05  WS-PAGE-COUNT            PIC 9(05)   COMP VALUE ZERO.
018900
019000 01  WS-LINES-PER-PAGE            PIC 9(03)   COMP VALUE 50.
019100 01  WS-RUN-DATE                  PIC 9(08)   VALUE ZERO.
019200
019300*****************************************************************
019400* THE HOMEROOM REFERENCE FILE, TABLED IN ROOM-CODE ORDER.        *
019500*****************************************************************
019600 01  WS-ROOM-TABLE-MAX            PIC 9(03)   COMP VALUE 500.
019700 01  WS-ROOM-COUNT                PIC 9(03)   COMP VALUE ZERO.
019800 01  WS-ROOM-SUB                  PIC 9(03)   COMP VALUE ZERO.
019900 01  WS-THIS-ROOM                 PIC 9(03)   COMP VALUE ZERO.
020000 01  WS-ROOM-TABLE.
020100     05  WS-ROOM-CODE             PIC X(04)   OCCURS 500 TIMES.
020200
020300*****************************************************************
020400* THE FINDING BEING RELEASED TO THE SORT, AND THE COUNT AND      *
020500* HEADING OF EACH CATEGORY.                                      *
020600*****************************************************************
020700 01  WS-FIND-CATEGORY             PIC 9(01)   VALUE ZERO.
020800 01  WS-FIND-ID                   PIC 9(05)   VALUE ZERO.
020900 01  WS-FIND-DETAIL               PIC X(60)   VALUE SPACES.
021000 01  WS-FIND-SEQUENCE             PIC 9(07)   VALUE ZERO.
021100
021200 01  WS-CAT-SUB                   PIC 9(01)   COMP VALUE ZERO.
021300 01  WS-CAT-COUNTS.
021400     05  WS-CAT-COUNT             PIC 9(07)   COMP OCCURS 6 TIMES.
021500
021600 01  WS-CAT-TITLES.
021700     05  FILLER  PIC X(50) VALUE
021800         '1 - GUARDIAN RECORDS FOR STUDENTS NOT ON MASTER'.
021900     05  FILLER  PIC X(50) VALUE
022000         '2 - ATTENDANCE FOR STUDENTS NOT ON MASTER'.
022100     05  FILLER  PIC X(50) VALUE
022200         '3 - HOMEROOM BLANK OR NOT ON HOMEROOM.DAT'.
022300     05  FILLER  PIC X(50) VALUE
022400         '4 - ACTIVE STUDENTS WITH NO EMERGENCY CONTACT'.
022500     05  FILLER  PIC X(50) VALUE
022600         '5 - MASTER DOES NOT MATCH LATEST STHIST ENTRY'.
022700     05  FILLER  PIC X(50) VALUE
022800         '6 - STHIST SHOWS ON FILE, NOT ON MASTER'.
022900 01  WS-CAT-TITLE-TABLE REDEFINES WS-CAT-TITLES.
023000     05  WS-CAT-TITLE             PIC X(50)   OCCURS 6 TIMES.
023100
023200 01  WS-CAT-NOT-CHECKED-SW        PIC X(01)   VALUE 'N'.
023300     88  WS-CAT-NOT-CHECKED                   VALUE 'Y'.
023400
023500*****************************************************************
023600* ONE STUDENT'S GROUP ON A CHILD FILE.                           *
023700*****************************************************************
023800 01  WS-GROUP-ID                  PIC 9(05)   VALUE ZERO.
023900 01  WS-GROUP-COUNT               PIC 9(05)   COMP VALUE ZERO.
024000 01  WS-GROUP-FIRST-DATE          PIC 9(08)   VALUE ZERO.
024100 01  WS-GROUP-LAST-DATE           PIC 9(08)   VALUE ZERO.
024200 01  WS-LATEST-ACTION             PIC X(01)   VALUE SPACES.
024300 01  WS-LATEST-PGM                PIC X(08)   VALUE SPACES.
024400 01  WS-LATEST-IMAGE              PIC X(53)   VALUE SPACES.
024500 01  WS-LATEST-STUDENT REDEFINES WS-LATEST-IMAGE.
024600     05  WS-LI-STUDENT-ID         PIC 9(05).
024700     05  WS-LI-NAME               PIC X(25).
024800     05  WS-LI-ENROLL-DATE        PIC 9(08).
024900     05  WS-LI-GRADE              PIC 9(02).
025000     05  WS-LI-STATUS             PIC X(01).
025100     05  WS-LI-HOMEROOM           PIC X(04).
025200     05  WS-LI-LAST-CHANGED       PIC 9(08).
025300 01  WS-DIFF-FIELD                PIC X(14)   VALUE SPACES.
025400
025500 01  WS-COUNT-EDIT                PIC ZZZZ9.
025600
025700 01  AU-HEADING-1.
025800     05  FILLER            PIC X(32) VALUE
025900             'CROSS-FILE INTEGRITY AUDIT'.
026000     05  FILLER            PIC X(10) VALUE 'RUN DATE:'.
026100     05  AU1-RUN-DATE      PIC 9(08).
026200     05  FILLER            PIC X(04) VALUE SPACES.
026300     05  FILLER            PIC X(06) VALUE 'PAGE:'.
026400     05  AU1-PAGE-NO       PIC ZZZZ9.
026500
026600 01  AU-CATEGORY-HEADING.
026700     05  FILLER            PIC X(10) VALUE 'CATEGORY'.
026800     05  AU-CAT-TITLE      PIC X(50).
026900
027000 01  AU-DETAIL-LINE.
027100     05  FILLER                   PIC X(02)   VALUE SPACES.
027200     05  AU-STUDENT-ID            PIC ZZZZ9.
027300     05  FILLER                   PIC X(02)   VALUE SPACES.
027400     05  AU-DETAIL                PIC X(60).
027500
027600 01  AU-NOTE-LINE                 PIC X(80)   VALUE SPACES.
027700
027800 01  AU-CAT-COUNT-LINE.
027900     05  FILLER                   PIC X(02)   VALUE SPACES.
028000     05  AU-CAT-COUNT-TITLE       PIC X(50).
028100     05  AU-CAT-COUNT-VALUE       PIC Z,ZZZ,ZZ9.
028200
028300 01  AU-COUNT-LINE.
028400     05  AU-COUNT-LABEL           PIC X(34).
028500     05  AU-COUNT-VALUE           PIC Z,ZZZ,ZZ9.
028600
028700 PROCEDURE DIVISION.
028800
028900 0000-MAINLINE.
029000     PERFORM 1000-INITIALIZE
029100         THRU 1000-INITIALIZE-EXIT.
029200
029300     SORT SORT-WORK-FILE
029400         ON ASCENDING KEY SR-CATEGORY SR-SEQUENCE
029500         INPUT PROCEDURE IS 2000-AUDIT-FILES
029600         OUTPUT PROCEDURE IS 5000-PRINT-FINDINGS.
029700
029800     PERFORM 9000-TERMINATE
029900         THRU 9000-TERMINATE-EXIT.
030000
030100     STOP RUN.
030200
030300*****************************************************************
030400* 1000-INITIALIZE - CHECK THE AUDIT-DAY PARM, OPEN THE FILES,    *
030500*                   TABLE THE HOMEROOMS AND PRIME EVERY READ.    *
030600*****************************************************************
030700 1000-INITIALIZE.
030800     ACCEPT WS-PARM FROM COMMAND-LINE.
030900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
031000     ACCEPT WS-DAY-OF-WEEK FROM DAY-OF-WEEK.
031100
031200     IF WS-PARM NOT = SPACES
031300         MOVE ZERO TO WS-AUDIT-DAY
031400         PERFORM 1050-MATCH-ONE-DAY
031500             THRU 1050-MATCH-ONE-DAY-EXIT
031600             VARYING WS-DAY-SUB FROM 1 BY 1
031700             UNTIL WS-DAY-SUB > 7
031800         IF WS-AUDIT-DAY = ZERO
031900             DISPLAY 'STAUDIT - PARM ' WS-PARM ' IS NOT A DAY '
032000                 'NAME (MON-SUN) - NOTHING CHECKED'
032100             MOVE 8 TO RETURN-CODE
032200             STOP RUN
032300         END-IF
032400         IF WS-AUDIT-DAY NOT = WS-DAY-OF-WEEK
032500             DISPLAY 'STAUDIT - TODAY IS '
032600                 WS-DAY-NAME(WS-DAY-OF-WEEK)
032700                 ', AUDIT DAY IS ' WS-PARM ' - STEP BYPASSED'
032800             MOVE 0 TO RETURN-CODE
032900             STOP RUN
033000         END-IF
033100     END-IF.
033200
033300     PERFORM 1100-RESOLVE-FILE-NAMES
033400         THRU 1100-RESOLVE-FILE-NAMES-EXIT.
033500
033600     OPEN INPUT STUDENT.
033700     IF WS-STUDENT-FILE-STATUS NOT = '00'
033800         DISPLAY 'STAUDIT - UNABLE TO OPEN STUDENT MASTER, '
033900             'FILE STATUS = ' WS-STUDENT-FILE-STATUS
034000         MOVE 16 TO RETURN-CODE
034100         STOP RUN
034200     END-IF.
034300
034400     OPEN INPUT HOMEROOM-FILE.
034500     IF WS-HOMEROOM-FILE-STATUS = '00'
034600         SET WS-HOMEROOM-ON-HAND TO TRUE
034700     ELSE
034800         IF WS-HOMEROOM-FILE-STATUS NOT = '05'
034900             DISPLAY 'STAUDIT - UNABLE TO OPEN HOMEROOM.DAT, '
035000                 'FILE STATUS = ' WS-HOMEROOM-FILE-STATUS
035100             MOVE 16 TO RETURN-CODE
035200             STOP RUN
035300         END-IF
035400         DISPLAY 'STAUDIT - NO HOMEROOM.DAT ON HAND'
035500             ' - CATEGORY 3 NOT CHECKED'
035600     END-IF.
035700
035800     OPEN INPUT GUARDIAN-FILE.
035900     IF WS-GUARDIAN-FILE-STATUS = '00'
036000         SET WS-GUARDIAN-ON-HAND TO TRUE
036100     ELSE
036200         IF WS-GUARDIAN-FILE-STATUS NOT = '05'
036300             DISPLAY 'STAUDIT - UNABLE TO OPEN GUARDIAN.DAT, '
036400                 'FILE STATUS = ' WS-GUARDIAN-FILE-STATUS
036500             MOVE 16 TO RETURN-CODE
036600             STOP RUN
036700         END-IF
036800         DISPLAY 'STAUDIT - NO GUARDIAN.DAT ON HAND'
036900             ' - CATEGORIES 1 AND 4 NOT CHECKED'
037000         SET WS-GD-EOF TO TRUE
037100     END-IF.
037200
037300     OPEN INPUT ATTENDANCE-FILE.
037400     IF WS-ATTEND-FILE-STATUS = '00'
037500         SET WS-ATTEND-ON-HAND TO TRUE
037600     ELSE
037700         IF WS-ATTEND-FILE-STATUS NOT = '05'
037800             DISPLAY 'STAUDIT - UNABLE TO OPEN ATTEND.DAT, '
037900                 'FILE STATUS = ' WS-ATTEND-FILE-STATUS
038000             MOVE 16 TO RETURN-CODE
038100             STOP RUN
038200         END-IF
038300         DISPLAY 'STAUDIT - NO ATTEND.DAT ON HAND'
038400             ' - CATEGORY 2 NOT CHECKED'
038500         SET WS-ATT-EOF TO TRUE
038600     END-IF.
038700
038800     OPEN INPUT HISTORY-FILE.
038900     IF WS-HISTORY-FILE-STATUS = '00'
039000         SET WS-HISTORY-ON-HAND TO TRUE
039100     ELSE
039200         IF WS-HISTORY-FILE-STATUS NOT = '05'
039300             DISPLAY 'STAUDIT - UNABLE TO OPEN STHIST.DAT, '
039400                 'FILE STATUS = ' WS-HISTORY-FILE-STATUS
039500             MOVE 16 TO RETURN-CODE
039600             STOP RUN
039700         END-IF
039800         DISPLAY 'STAUDIT - NO STHIST.DAT ON HAND'
039900             ' - CATEGORIES 5 AND 6 NOT CHECKED'
040000         SET WS-HIST-EOF TO TRUE
040100     END-IF.
040200
040300     OPEN OUTPUT AUDIT-RPT.
040400
040500     IF WS-HOMEROOM-ON-HAND
040600         PERFORM 1200-LOAD-ONE-ROOM
040700             THRU 1200-LOAD-ONE-ROOM-EXIT
040800             UNTIL WS-ROOM-EOF
040900         CLOSE HOMEROOM-FILE
041000     END-IF.
041100
041200     PERFORM 7000-READ-MASTER
041300         THRU 7000-READ-MASTER-EXIT.
041400     IF NOT WS-GD-EOF
041500         PERFORM 7100-READ-GUARDIAN
041600             THRU 7100-READ-GUARDIAN-EXIT
041700     END-IF.
041800     IF NOT WS-ATT-EOF
041900         PERFORM 7200-READ-ATTENDANCE
042000             THRU 7200-READ-ATTENDANCE-EXIT
042100     END-IF.
042200     IF NOT WS-HIST-EOF
042300         PERFORM 7300-READ-HISTORY
042400             THRU 7300-READ-HISTORY-EXIT
042500     END-IF.
042600 1000-INITIALIZE-EXIT.
042700     EXIT.
042800
042900*****************************************************************
043000* 1050-MATCH-ONE-DAY - COMPARE THE PARM TO ONE DAY NAME.         *
043100*****************************************************************
043200 1050-MATCH-ONE-DAY.
043300     IF WS-PARM = WS-DAY-NAME(WS-DAY-SUB)
043400         MOVE WS-DAY-SUB TO WS-AUDIT-DAY
043500     END-IF.
043600 1050-MATCH-ONE-DAY-EXIT.
043700     EXIT.
043800
043900*****************************************************************
044000* 1100-RESOLVE-FILE-NAMES - RESOLVE EVERY FILE NAME THROUGH THE  *
044100*                           STSITE SITE CONFIGURATION.           *
044200*****************************************************************
044300 1100-RESOLVE-FILE-NAMES.
044400     MOVE 'student.dat' TO SF-DEFAULT-NAME.
044500     PERFORM 1110-RESOLVE-ONE-NAME
044600         THRU 1110-RESOLVE-ONE-NAME-EXIT.
044700     MOVE SF-RESOLVED-NAME TO WS-STUDENT-FILE-NAME.
044800
044900     MOVE 'homeroom.dat' TO SF-DEFAULT-NAME.
045000     PERFORM 1110-RESOLVE-ONE-NAME
045100         THRU 1110-RESOLVE-ONE-NAME-EXIT.
045200     MOVE SF-RESOLVED-NAME TO WS-HOMEROOM-FILE-NAME.
045300
045400     MOVE 'guardian.dat' TO SF-DEFAULT-NAME.
045500     PERFORM 1110-RESOLVE-ONE-NAME
045600         THRU 1110-RESOLVE-ONE-NAME-EXIT.
045700     MOVE SF-RESOLVED-NAME TO WS-GUARDIAN-FILE-NAME.
045800
045900     MOVE 'attend.dat' TO SF-DEFAULT-NAME.
046000     PERFORM 1110-RESOLVE-ONE-NAME
046100         THRU 1110-RESOLVE-ONE-NAME-EXIT.
046200     MOVE SF-RESOLVED-NAME TO WS-ATTEND-FILE-NAME.
046300
046400     MOVE 'sthist.dat' TO SF-DEFAULT-NAME.
046500     PERFORM 1110-RESOLVE-ONE-NAME
046600         THRU 1110-RESOLVE-ONE-NAME-EXIT.
046700     MOVE SF-RESOLVED-NAME TO WS-HISTORY-FILE-NAME.
046800
046900     MOVE 'auditrpt.txt' TO SF-DEFAULT-NAME.
047000     PERFORM 1110-RESOLVE-ONE-NAME
047100         THRU 1110-RESOLVE-ONE-NAME-EXIT.
047200     MOVE SF-RESOLVED-NAME TO WS-AUDIT-RPT-NAME.
047300 1100-RESOLVE-FILE-NAMES-EXIT.
047400     EXIT.
047500
047600*****************************************************************
047700* 1110-RESOLVE-ONE-NAME - RESOLVE ONE NAME THROUGH STSITE AND    *
047800*                        REMEMBER WHETHER ANY REDIRECTION IS     *
047900*                        IN FORCE.                               *
048000*****************************************************************
048100 1110-RESOLVE-ONE-NAME.
048200     CALL 'STSITE' USING SITE-PARM.
048300     IF SF-TEST-MODE = 'Y'
048400         SET WS-TEST-CYCLE TO TRUE
048500     END-IF.
048600 1110-RESOLVE-ONE-NAME-EXIT.
048700     EXIT.
048800
048900*****************************************************************
049000* 1200-LOAD-ONE-ROOM - TABLE ONE HOMEROOM REFERENCE RECORD.      *
049100*****************************************************************
049200 1200-LOAD-ONE-ROOM.
049300     READ HOMEROOM-FILE NEXT RECORD
049400         AT END
049500             SET WS-ROOM-EOF TO TRUE
049600             GO TO 1200-LOAD-ONE-ROOM-EXIT
049700     END-READ.
049800     ADD 1 TO WS-ROOM-READ.
049900
050000     IF WS-ROOM-COUNT >= WS-ROOM-TABLE-MAX
050100         SET WS-ROOM-TABLE-FULL TO TRUE
050200         GO TO 1200-LOAD-ONE-ROOM-EXIT
050300     END-IF.
050400
050500     ADD 1 TO WS-ROOM-COUNT.
050600     MOVE HR-ROOM-CODE TO WS-ROOM-CODE(WS-ROOM-COUNT).
050700 1200-LOAD-ONE-ROOM-EXIT.
050800     EXIT.
050900
051000*****************************************************************
051100* 2000-AUDIT-FILES - SORT INPUT PROCEDURE.  MATCH EVERY CHILD    *
051200*                    FILE AGAINST THE MASTER IN STUDENT-ID ORDER *
051300*                    AND RELEASE EACH FINDING; WHAT IS LEFT ON   *
051400*                    THE CHILD FILES AFTER THE LAST MASTER       *
051500*                    RECORD IS ALL ORPHANED.                     *
051600*****************************************************************
051700 2000-AUDIT-FILES.
051800     PERFORM 2100-AUDIT-ONE-STUDENT
051900         THRU 2100-AUDIT-ONE-STUDENT-EXIT
052000         UNTIL WS-MAST-EOF.
052100
052200     PERFORM 2200-ORPHAN-GUARDIAN
052300         THRU 2200-ORPHAN-GUARDIAN-EXIT
052400         UNTIL WS-GD-EOF.
052500     PERFORM 2300-ORPHAN-ATTENDANCE
052600         THRU 2300-ORPHAN-ATTENDANCE-EXIT
052700         UNTIL WS-ATT-EOF.
052800     PERFORM 2400-ORPHAN-HISTORY
052900         THRU 2400-ORPHAN-HISTORY-EXIT
053000         UNTIL WS-HIST-EOF.
053100
053200*****************************************************************
053300* 2100-AUDIT-ONE-STUDENT - CHECK ONE MASTER RECORD AGAINST THE   *
053400*                          HOMEROOM TABLE AND ITS GROUP ON EACH  *
053500*                          CHILD FILE, AFTER CLEARING OUT ANY    *
053600*                          ORPHANS KEYED BELOW IT.               *
053700*****************************************************************
053800 2100-AUDIT-ONE-STUDENT.
053900     IF WS-HOMEROOM-ON-HAND
054000         PERFORM 2110-CHECK-HOMEROOM
054100             THRU 2110-CHECK-HOMEROOM-EXIT
054200     END-IF.
054300
054400     PERFORM 2200-ORPHAN-GUARDIAN
054500         THRU 2200-ORPHAN-GUARDIAN-EXIT
054600         UNTIL WS-GD-EOF OR GD-STUDENT-ID >= STUDENT-ID.
054700     MOVE 'N' TO WS-HAS-GUARDIAN-SW.
054800     PERFORM 2210-TAKE-GUARDIAN
054900         THRU 2210-TAKE-GUARDIAN-EXIT
055000         UNTIL WS-GD-EOF OR GD-STUDENT-ID NOT = STUDENT-ID.
055100     IF WS-GUARDIAN-ON-HAND AND STUDENT-ACTIVE
055200         AND NOT WS-HAS-GUARDIAN
055300         MOVE 4 TO WS-FIND-CATEGORY
055400         MOVE STUDENT-ID TO WS-FIND-ID
055500         MOVE SPACES TO WS-FIND-DETAIL
055600         STRING STUDENT-NAME DELIMITED BY SIZE
055700             '  ROOM ' DELIMITED BY SIZE
055800             STUDENT-HOMEROOM DELIMITED BY SIZE
055900             INTO WS-FIND-DETAIL
056000         END-STRING
056100         PERFORM 8000-RELEASE-FINDING
056200             THRU 8000-RELEASE-FINDING-EXIT
056300     END-IF.
056400
056500     PERFORM 2300-ORPHAN-ATTENDANCE
056600         THRU 2300-ORPHAN-ATTENDANCE-EXIT
056700         UNTIL WS-ATT-EOF OR ATT-STUDENT-ID >= STUDENT-ID.
056800     PERFORM 2310-TAKE-ATTENDANCE
056900         THRU 2310-TAKE-ATTENDANCE-EXIT
057000         UNTIL WS-ATT-EOF OR ATT-STUDENT-ID NOT = STUDENT-ID.
057100
057200     PERFORM 2400-ORPHAN-HISTORY
057300         THRU 2400-ORPHAN-HISTORY-EXIT
057400         UNTIL WS-HIST-EOF OR HIST-STUDENT-ID >= STUDENT-ID.
057500     IF NOT WS-HIST-EOF AND HIST-STUDENT-ID = STUDENT-ID
057600         PERFORM 2450-WALK-HISTORY-GROUP
057700             THRU 2450-WALK-HISTORY-GROUP-EXIT
057800         PERFORM 2500-COMPARE-HISTORY
057900             THRU 2500-COMPARE-HISTORY-EXIT
058000     END-IF.
058100
058200     PERFORM 7000-READ-MASTER
058300         THRU 7000-READ-MASTER-EXIT.
058400 2100-AUDIT-ONE-STUDENT-EXIT.
058500     EXIT.
058600
058700*****************************************************************
058800* 2110-CHECK-HOMEROOM - THE STUDENT'S HOMEROOM MUST BE ON THE    *
058900*                       HOMEROOM REFERENCE FILE.  A ROOM NOT     *
059000*                       FOUND AFTER THE ROOM TABLE FILLED MAY    *
059100*                       BE ONE LEFT OFF IT, SO IS NOT REPORTED.  *
059200*****************************************************************
059300 2110-CHECK-HOMEROOM.
059400     MOVE ZERO TO WS-THIS-ROOM.
059500     IF STUDENT-HOMEROOM NOT = SPACES
059600         PERFORM 2120-MATCH-ONE-ROOM
059700             THRU 2120-MATCH-ONE-ROOM-EXIT
059800             VARYING WS-ROOM-SUB FROM 1 BY 1
059900             UNTIL WS-ROOM-SUB > WS-ROOM-COUNT
060000             OR WS-THIS-ROOM NOT = ZERO
060100     END-IF.
060200     IF WS-THIS-ROOM NOT = ZERO
060300         GO TO 2110-CHECK-HOMEROOM-EXIT
060400     END-IF.
060500     IF WS-ROOM-TABLE-FULL AND STUDENT-HOMEROOM NOT = SPACES
060600         GO TO 2110-CHECK-HOMEROOM-EXIT
060700     END-IF.
060800
060900     MOVE 3 TO WS-FIND-CATEGORY.
061000     MOVE STUDENT-ID TO WS-FIND-ID.
061100     MOVE SPACES TO WS-FIND-DETAIL.
061200     IF STUDENT-HOMEROOM = SPACES
061300         STRING STUDENT-NAME DELIMITED BY SIZE
061400             '  HOMEROOM IS BLANK' DELIMITED BY SIZE
061500             INTO WS-FIND-DETAIL
061600         END-STRING
061700     ELSE
061800         STRING STUDENT-NAME DELIMITED BY SIZE
061900             '  ROOM ' DELIMITED BY SIZE
062000             STUDENT-HOMEROOM DELIMITED BY SIZE
062100             ' NOT ON FILE' DELIMITED BY SIZE
062200             INTO WS-FIND-DETAIL
062300         END-STRING
062400     END-IF.
062500     PERFORM 8000-RELEASE-FINDING
062600         THRU 8000-RELEASE-FINDING-EXIT.
062700 2110-CHECK-HOMEROOM-EXIT.
062800     EXIT.
062900
063000*****************************************************************
063100* 2120-MATCH-ONE-ROOM - COMPARE THE STUDENT'S HOMEROOM TO ONE    *
063200*                       TABLE ENTRY.                             *
063300*****************************************************************
063400 2120-MATCH-ONE-ROOM.
063500     IF STUDENT-HOMEROOM = WS-ROOM-CODE(WS-ROOM-SUB)
063600         MOVE WS-ROOM-SUB TO WS-THIS-ROOM
063700     END-IF.
063800 2120-MATCH-ONE-ROOM-EXIT.
063900     EXIT.
064000
064100*****************************************************************
064200* 2200-ORPHAN-GUARDIAN - THE GUARDIAN RECORD IN HAND BELONGS TO  *
064300*                        NO STUDENT ON THE MASTER - REPORT IT    *
064400*                        AND READ ON.                            *
064500*****************************************************************
064600 2200-ORPHAN-GUARDIAN.
064700     MOVE 1 TO WS-FIND-CATEGORY.
064800     MOVE GD-STUDENT-ID TO WS-FIND-ID.
064900     MOVE SPACES TO WS-FIND-DETAIL.
065000     STRING 'PRIORITY ' DELIMITED BY SIZE
065100         GD-PRIORITY DELIMITED BY SIZE
065200         '  ' DELIMITED BY SIZE
065300         GD-NAME DELIMITED BY SIZE
065400         ' ' DELIMITED BY SIZE
065500         GD-RELATION DELIMITED BY SIZE
065600         INTO WS-FIND-DETAIL
065700     END-STRING.
065800     PERFORM 8000-RELEASE-FINDING
065900         THRU 8000-RELEASE-FINDING-EXIT.
066000
066100     PERFORM 7100-READ-GUARDIAN
066200         THRU 7100-READ-GUARDIAN-EXIT.
066300 2200-ORPHAN-GUARDIAN-EXIT.
066400     EXIT.
066500
066600*****************************************************************
066700* 2210-TAKE-GUARDIAN - THE GUARDIAN RECORD IN HAND BELONGS TO    *
066800*                      THE CURRENT STUDENT.                      *
066900*****************************************************************
067000 2210-TAKE-GUARDIAN.
067100     SET WS-HAS-GUARDIAN TO TRUE.
067200     PERFORM 7100-READ-GUARDIAN
067300         THRU 7100-READ-GUARDIAN-EXIT.
067400 2210-TAKE-GUARDIAN-EXIT.
067500     EXIT.
067600
067700*****************************************************************
067800* 2300-ORPHAN-ATTENDANCE - THE ATTENDANCE MARKS IN HAND BELONG   *
067900*                          TO NO STUDENT ON THE MASTER - REPORT  *
068000*                          THE STUDENT ONCE WITH THE NUMBER OF   *
068100*                          MARKS AND THE FIRST AND LAST DATES.   *
068200*****************************************************************
068300 2300-ORPHAN-ATTENDANCE.
068400     MOVE ATT-STUDENT-ID TO WS-GROUP-ID.
068500     MOVE ZERO TO WS-GROUP-COUNT.
068600     MOVE ATT-DATE TO WS-GROUP-FIRST-DATE.
068700     PERFORM 2320-COUNT-ORPHAN-MARK
068800         THRU 2320-COUNT-ORPHAN-MARK-EXIT
068900         UNTIL WS-ATT-EOF OR ATT-STUDENT-ID NOT = WS-GROUP-ID.
069000
069100     MOVE 2 TO WS-FIND-CATEGORY.
069200     MOVE WS-GROUP-ID TO WS-FIND-ID.
069300     MOVE WS-GROUP-COUNT TO WS-COUNT-EDIT.
069400     MOVE SPACES TO WS-FIND-DETAIL.
069500     STRING WS-COUNT-EDIT DELIMITED BY SIZE
069600         ' MARKS DATED ' DELIMITED BY SIZE
069700         WS-GROUP-FIRST-DATE DELIMITED BY SIZE
069800         ' TO ' DELIMITED BY SIZE
069900         WS-GROUP-LAST-DATE DELIMITED BY SIZE
070000         INTO WS-FIND-DETAIL
070100     END-STRING.
070200     PERFORM 8000-RELEASE-FINDING
070300         THRU 8000-RELEASE-FINDING-EXIT.
070400 2300-ORPHAN-ATTENDANCE-EXIT.
070500     EXIT.
070600
070700*****************************************************************
070800* 2310-TAKE-ATTENDANCE - THE ATTENDANCE MARK IN HAND BELONGS TO  *
070900*                        THE CURRENT STUDENT.                    *
071000*****************************************************************
071100 2310-TAKE-ATTENDANCE.
071200     PERFORM 7200-READ-ATTENDANCE
071300         THRU 7200-READ-ATTENDANCE-EXIT.
071400 2310-TAKE-ATTENDANCE-EXIT.
071500     EXIT.
071600
071700*****************************************************************
071800* 2320-COUNT-ORPHAN-MARK - COUNT ONE ORPHANED MARK AND READ ON.  *
071900*****************************************************************
072000 2320-COUNT-ORPHAN-MARK.
072100     ADD 1 TO WS-GROUP-COUNT.
072200     MOVE ATT-DATE TO WS-GROUP-LAST-DATE.
072300     PERFORM 7200-READ-ATTENDANCE
072400         THRU 7200-READ-ATTENDANCE-EXIT.
072500 2320-COUNT-ORPHAN-MARK-EXIT.
072600     EXIT.
072700
072800*****************************************************************
072900* 2400-ORPHAN-HISTORY - THE HISTORY GROUP IN HAND BELONGS TO NO  *
073000*                       STUDENT ON THE MASTER.  THAT IS RIGHT    *
073100*                       WHEN ITS LATEST ENTRY IS THE DELETE (OR  *
073200*                       PURGE) THAT TOOK THE STUDENT OFF; ANY    *
073300*                       OTHER LATEST ENTRY IS A FINDING.         *
073400*****************************************************************
073500 2400-ORPHAN-HISTORY.
073600     PERFORM 2450-WALK-HISTORY-GROUP
073700         THRU 2450-WALK-HISTORY-GROUP-EXIT.
073800
073900     IF WS-LATEST-IMAGE = SPACES
074000         GO TO 2400-ORPHAN-HISTORY-EXIT
074100     END-IF.
074200
074300     MOVE 6 TO WS-FIND-CATEGORY.
074400     MOVE WS-GROUP-ID TO WS-FIND-ID.
074500     MOVE SPACES TO WS-FIND-DETAIL.
074600     STRING WS-LI-NAME DELIMITED BY SIZE
074700         ' LAST ' DELIMITED BY SIZE
074800         WS-LATEST-ACTION DELIMITED BY SIZE
074900         ' ' DELIMITED BY SIZE
075000         WS-GROUP-LAST-DATE DELIMITED BY SIZE
075100         ' BY ' DELIMITED BY SIZE
075200         WS-LATEST-PGM DELIMITED BY SIZE
075300         INTO WS-FIND-DETAIL
075400     END-STRING.
075500     PERFORM 8000-RELEASE-FINDING
075600         THRU 8000-RELEASE-FINDING-EXIT.
075700 2400-ORPHAN-HISTORY-EXIT.
075800     EXIT.
075900
076000*****************************************************************
076100* 2450-WALK-HISTORY-GROUP - READ THROUGH ONE STUDENT'S HISTORY   *
076200*                           ENTRIES, KEEPING THE LATEST.         *
076300*****************************************************************
076400 2450-WALK-HISTORY-GROUP.
076500     MOVE HIST-STUDENT-ID TO WS-GROUP-ID.
076600     PERFORM 2460-TAKE-ONE-ENTRY
076700         THRU 2460-TAKE-ONE-ENTRY-EXIT
076800         UNTIL WS-HIST-EOF OR HIST-STUDENT-ID NOT = WS-GROUP-ID.
076900 2450-WALK-HISTORY-GROUP-EXIT.
077000     EXIT.
077100
077200*****************************************************************
077300* 2460-TAKE-ONE-ENTRY - REMEMBER THE ENTRY IN HAND AS THE LATEST *
077400*                       SO FAR AND READ ON.                      *
077500*****************************************************************
077600 2460-TAKE-ONE-ENTRY.
077700     MOVE HIST-AFTER-IMAGE TO WS-LATEST-IMAGE.
077800     MOVE HIST-ACTION TO WS-LATEST-ACTION.
077900     MOVE HIST-SOURCE-PGM TO WS-LATEST-PGM.
078000     MOVE HIST-CHANGE-DATE TO WS-GROUP-LAST-DATE.
078100     PERFORM 7300-READ-HISTORY
078200         THRU 7300-READ-HISTORY-EXIT.
078300 2460-TAKE-ONE-ENTRY-EXIT.
078400     EXIT.
078500
078600*****************************************************************
078700* 2500-COMPARE-HISTORY - THE MASTER RECORD MUST BE THE AFTER     *
078800*                        IMAGE OF ITS LATEST HISTORY ENTRY.      *
078900*                        NAME THE FIRST FIELD THAT DIFFERS.      *
079000*****************************************************************
079100 2500-COMPARE-HISTORY.
079200     IF WS-LATEST-IMAGE = STUDENT-RECORD
079300         GO TO 2500-COMPARE-HISTORY-EXIT
079400     END-IF.
079500
079600     EVALUATE TRUE
079700         WHEN WS-LATEST-IMAGE = SPACES
079800             MOVE 'DELETED' TO WS-DIFF-FIELD
079900         WHEN WS-LI-NAME NOT = STUDENT-NAME
080000             MOVE 'NAME' TO WS-DIFF-FIELD
080100         WHEN WS-LI-ENROLL-DATE NOT = STUDENT-ENROLL-DATE
080200             MOVE 'ENROLL-DATE' TO WS-DIFF-FIELD
080300         WHEN WS-LI-GRADE NOT = STUDENT-GRADE
080400             MOVE 'GRADE' TO WS-DIFF-FIELD
080500         WHEN WS-LI-STATUS NOT = STUDENT-STATUS
080600             MOVE 'STATUS' TO WS-DIFF-FIELD
080700         WHEN WS-LI-HOMEROOM NOT = STUDENT-HOMEROOM
080800             MOVE 'HOMEROOM' TO WS-DIFF-FIELD
080900         WHEN WS-LI-LAST-CHANGED NOT = STUDENT-LAST-CHANGED
081000             MOVE 'LAST-CHANGED' TO WS-DIFF-FIELD
081100         WHEN OTHER
081200             MOVE 'STUDENT-ID' TO WS-DIFF-FIELD
081300     END-EVALUATE.
081400
081500     MOVE 5 TO WS-FIND-CATEGORY.
081600     MOVE STUDENT-ID TO WS-FIND-ID.
081700     MOVE SPACES TO WS-FIND-DETAIL.
081800     IF WS-LATEST-IMAGE = SPACES
081900         STRING STUDENT-NAME DELIMITED BY SIZE
082000             ' STHIST SHOWS DELETED ' DELIMITED BY SIZE
082100             WS-GROUP-LAST-DATE DELIMITED BY SIZE
082200             INTO WS-FIND-DETAIL
082300         END-STRING
082400     ELSE
082500         STRING STUDENT-NAME DELIMITED BY SIZE
082600             ' DIFFERS IN ' DELIMITED BY SIZE
082700             WS-DIFF-FIELD DELIMITED BY SPACE
082800             ' SINCE ' DELIMITED BY SIZE
082900             WS-GROUP-LAST-DATE DELIMITED BY SIZE
083000             INTO WS-FIND-DETAIL
083100         END-STRING
083200     END-IF.
083300     PERFORM 8000-RELEASE-FINDING
083400         THRU 8000-RELEASE-FINDING-EXIT.
083500 2500-COMPARE-HISTORY-EXIT.
083600     EXIT.
083700
083800*****************************************************************
083900* 5000-PRINT-FINDINGS - SORT OUTPUT PROCEDURE.  PRINT EVERY      *
084000*                       CATEGORY IN TURN - ITS FINDINGS, OR      *
084100*                       NONE FOUND - WITH ITS COUNT.             *
084200*****************************************************************
084300 5000-PRINT-FINDINGS.
084400     PERFORM 6000-WRITE-REPORT-HEADERS
084500         THRU 6000-WRITE-REPORT-HEADERS-EXIT.
084600
084700     PERFORM 7900-RETURN-FINDING
084800         THRU 7900-RETURN-FINDING-EXIT.
084900
085000     PERFORM 5100-PRINT-ONE-CATEGORY
085100         THRU 5100-PRINT-ONE-CATEGORY-EXIT
085200         VARYING WS-CAT-SUB FROM 1 BY 1
085300         UNTIL WS-CAT-SUB > 6.
085400
085500*****************************************************************
085600* 5100-PRINT-ONE-CATEGORY - PRINT ONE CATEGORY'S HEADING, ITS    *
085700*                           FINDINGS AND ITS COUNT.              *
085800*****************************************************************
085900 5100-PRINT-ONE-CATEGORY.
086000     IF WS-LINE-COUNT + 6 > WS-LINES-PER-PAGE
086100         PERFORM 6000-WRITE-REPORT-HEADERS
086200             THRU 6000-WRITE-REPORT-HEADERS-EXIT
086300     END-IF.
086400
086500     MOVE WS-CAT-TITLE(WS-CAT-SUB) TO AU-CAT-TITLE.
086600     WRITE AUDIT-LINE FROM AU-CATEGORY-HEADING.
086700     MOVE SPACES TO AUDIT-LINE.
086800     WRITE AUDIT-LINE.
086900     ADD 2 TO WS-LINE-COUNT.
087000
087100     PERFORM 5200-CHECK-CATEGORY-ON-HAND
087200         THRU 5200-CHECK-CATEGORY-ON-HAND-EXIT.
087300     IF WS-CAT-NOT-CHECKED
087400         MOVE '  NOT CHECKED - REFERENCE FILE NOT ON HAND'
087500             TO AU-NOTE-LINE
087600         WRITE AUDIT-LINE FROM AU-NOTE-LINE
087700         ADD 1 TO WS-LINE-COUNT
087800     ELSE
087900         IF WS-CAT-COUNT(WS-CAT-SUB) = ZERO
088000             MOVE '  NONE FOUND' TO AU-NOTE-LINE
088100             WRITE AUDIT-LINE FROM AU-NOTE-LINE
088200             ADD 1 TO WS-LINE-COUNT
088300         END-IF
088400     END-IF.
088500
088600     PERFORM 5300-PRINT-ONE-FINDING
088700         THRU 5300-PRINT-ONE-FINDING-EXIT
088800         UNTIL WS-SORT-EOF OR SR-CATEGORY NOT = WS-CAT-SUB.
088900
089000     MOVE SPACES TO AUDIT-LINE.
089100     WRITE AUDIT-LINE.
089200     MOVE '  FINDINGS IN CATEGORY:' TO AU-COUNT-LABEL.
089300     MOVE WS-CAT-COUNT(WS-CAT-SUB) TO AU-COUNT-VALUE.
089400     WRITE AUDIT-LINE FROM AU-COUNT-LINE.
089500     MOVE SPACES TO AUDIT-LINE.
089600     WRITE AUDIT-LINE.
089700     ADD 3 TO WS-LINE-COUNT.
089800 5100-PRINT-ONE-CATEGORY-EXIT.
089900     EXIT.
090000
090100*****************************************************************
090200* 5200-CHECK-CATEGORY-ON-HAND - A CATEGORY IS NOT CHECKED WHEN   *
090300*                               THE FILE IT NEEDS IS NOT ON      *
090400*                               HAND.                            *
090500*****************************************************************
090600 5200-CHECK-CATEGORY-ON-HAND.
090700     MOVE 'N' TO WS-CAT-NOT-CHECKED-SW.
090800     EVALUATE WS-CAT-SUB
090900         WHEN 1
091000         WHEN 4
091100             IF NOT WS-GUARDIAN-ON-HAND
091200                 SET WS-CAT-NOT-CHECKED TO TRUE
091300             END-IF
091400         WHEN 2
091500             IF NOT WS-ATTEND-ON-HAND
091600                 SET WS-CAT-NOT-CHECKED TO TRUE
091700             END-IF
091800         WHEN 3
091900             IF NOT WS-HOMEROOM-ON-HAND
092000                 SET WS-CAT-NOT-CHECKED TO TRUE
092100             END-IF
092200         WHEN OTHER
092300             IF NOT WS-HISTORY-ON-HAND
092400                 SET WS-CAT-NOT-CHECKED TO TRUE
092500             END-IF
092600     END-EVALUATE.
092700 5200-CHECK-CATEGORY-ON-HAND-EXIT.
092800     EXIT.
092900
093000*****************************************************************
093100* 5300-PRINT-ONE-FINDING - PRINT THE FINDING IN HAND AND TAKE    *
093200*                          THE NEXT ONE BACK FROM THE SORT.      *
093300*****************************************************************
093400 5300-PRINT-ONE-FINDING.
093500     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
093600         PERFORM 6000-WRITE-REPORT-HEADERS
093700             THRU 6000-WRITE-REPORT-HEADERS-EXIT
093800         WRITE AUDIT-LINE FROM AU-CATEGORY-HEADING
093900         MOVE SPACES TO AUDIT-LINE
094000         WRITE AUDIT-LINE
094100         ADD 2 TO WS-LINE-COUNT
094200     END-IF.
094300
094400     MOVE SPACES TO AU-DETAIL-LINE.
094500     MOVE SR-STUDENT-ID TO AU-STUDENT-ID.
094600     MOVE SR-DETAIL TO AU-DETAIL.
094700     WRITE AUDIT-LINE FROM AU-DETAIL-LINE.
094800     ADD 1 TO WS-LINE-COUNT.
094900
095000     PERFORM 7900-RETURN-FINDING
095100         THRU 7900-RETURN-FINDING-EXIT.
095200 5300-PRINT-ONE-FINDING-EXIT.
095300     EXIT.
095400
095500*****************************************************************
095600* 6000-WRITE-REPORT-HEADERS - START A NEW PAGE OF THE REPORT.    *
095700*****************************************************************
095800 6000-WRITE-REPORT-HEADERS.
095900     ADD 1 TO WS-PAGE-COUNT.
096000     MOVE WS-RUN-DATE TO AU1-RUN-DATE.
096100     MOVE WS-PAGE-COUNT TO AU1-PAGE-NO.
096200
096300     IF WS-PAGE-COUNT > 1
096400         MOVE SPACES TO AUDIT-LINE
096500         WRITE AUDIT-LINE
096600     END-IF.
096700
096800     WRITE AUDIT-LINE FROM AU-HEADING-1.
096900     IF WS-TEST-CYCLE
097000         WRITE AUDIT-LINE FROM WS-TEST-STAMP-LINE
097100     END-IF.
097200     MOVE SPACES TO AUDIT-LINE.
097300     WRITE AUDIT-LINE.
097400
097500     MOVE ZERO TO WS-LINE-COUNT.
097600 6000-WRITE-REPORT-HEADERS-EXIT.
097700     EXIT.
097800
097900*****************************************************************
098000* 7000-READ-MASTER - READ THE NEXT STUDENT MASTER RECORD.        *
098100*****************************************************************
098200 7000-READ-MASTER.
098300     READ STUDENT NEXT RECORD
098400         AT END
098500             SET WS-MAST-EOF TO TRUE
098600             GO TO 7000-READ-MASTER-EXIT
098700     END-READ.
098800     ADD 1 TO WS-MAST-READ.
098900 7000-READ-MASTER-EXIT.
099000     EXIT.
099100
099200*****************************************************************
099300* 7100-READ-GUARDIAN - READ THE NEXT GUARDIAN RECORD.            *
099400*****************************************************************
099500 7100-READ-GUARDIAN.
099600     READ GUARDIAN-FILE NEXT RECORD
099700         AT END
099800             SET WS-GD-EOF TO TRUE
099900             GO TO 7100-READ-GUARDIAN-EXIT
100000     END-READ.
100100     ADD 1 TO WS-GD-READ.
100200 7100-READ-GUARDIAN-EXIT.
100300     EXIT.
100400
100500*****************************************************************
100600* 7200-READ-ATTENDANCE - READ THE NEXT ATTENDANCE MARK.          *
100700*****************************************************************
100800 7200-READ-ATTENDANCE.
100900     READ ATTENDANCE-FILE NEXT RECORD
101000         AT END
101100             SET WS-ATT-EOF TO TRUE
101200             GO TO 7200-READ-ATTENDANCE-EXIT
101300     END-READ.
101400     ADD 1 TO WS-ATT-READ.
101500 7200-READ-ATTENDANCE-EXIT.
101600     EXIT.
101700
101800*****************************************************************
101900* 7300-READ-HISTORY - READ THE NEXT CHANGE-HISTORY ENTRY.        *
102000*****************************************************************
102100 7300-READ-HISTORY.
102200     READ HISTORY-FILE NEXT RECORD
102300         AT END
102400             SET WS-HIST-EOF TO TRUE
102500             GO TO 7300-READ-HISTORY-EXIT
102600     END-READ.
102700     ADD 1 TO WS-HIST-READ.
102800 7300-READ-HISTORY-EXIT.
102900     EXIT.
103000
103100*****************************************************************
103200* 7900-RETURN-FINDING - TAKE THE NEXT FINDING BACK FROM THE      *
103300*                       SORT.                                    *
103400*****************************************************************
103500 7900-RETURN-FINDING.
103600     RETURN SORT-WORK-FILE
103700         AT END
103800             SET WS-SORT-EOF TO TRUE
103900     END-RETURN.
104000 7900-RETURN-FINDING-EXIT.
104100     EXIT.
104200
104300*****************************************************************
104400* 8000-RELEASE-FINDING - COUNT ONE FINDING AND RELEASE IT TO THE *
104500*                        SORT UNDER ITS CATEGORY, KEEPING THE    *
104600*                        ORDER IT WAS FOUND IN.                  *
104700*****************************************************************
104800 8000-RELEASE-FINDING.
104900     ADD 1 TO WS-FIND-SEQUENCE.
105000     ADD 1 TO WS-FINDING-TOTAL.
105100     ADD 1 TO WS-CAT-COUNT(WS-FIND-CATEGORY).
105200
105300     MOVE WS-FIND-CATEGORY TO SR-CATEGORY.
105400     MOVE WS-FIND-SEQUENCE TO SR-SEQUENCE.
105500     MOVE WS-FIND-ID TO SR-STUDENT-ID.
105600     MOVE WS-FIND-DETAIL TO SR-DETAIL.
105700     RELEASE SORT-RECORD.
105800 8000-RELEASE-FINDING-EXIT.
105900     EXIT.
106000
106100*****************************************************************
106200* 9000-TERMINATE - PRINT THE FILE COUNTS AND THE FINDINGS        *
106300*                  SUMMARY, CLOSE THE FILES AND SET THE RETURN   *
106400*                  CODE.                                         *
106500*****************************************************************
106600 9000-TERMINATE.
106700     IF WS-LINE-COUNT + 16 > WS-LINES-PER-PAGE
106800         PERFORM 6000-WRITE-REPORT-HEADERS
106900             THRU 6000-WRITE-REPORT-HEADERS-EXIT
107000     END-IF.
107100
107200     MOVE 'RECORDS READ' TO AU-NOTE-LINE.
107300     WRITE AUDIT-LINE FROM AU-NOTE-LINE.
107400     MOVE '  STUDENT MASTER:' TO AU-COUNT-LABEL.
107500     MOVE WS-MAST-READ TO AU-COUNT-VALUE.
107600     WRITE AUDIT-LINE FROM AU-COUNT-LINE.
107700     MOVE '  HOMEROOM.DAT:' TO AU-COUNT-LABEL.
107800     MOVE WS-ROOM-READ TO AU-COUNT-VALUE.
107900     WRITE AUDIT-LINE FROM AU-COUNT-LINE.
108000     MOVE '  GUARDIAN.DAT:' TO AU-COUNT-LABEL.
108100     MOVE WS-GD-READ TO AU-COUNT-VALUE.
108200     WRITE AUDIT-LINE FROM AU-COUNT-LINE.
108300     MOVE '  ATTEND.DAT:' TO AU-COUNT-LABEL.
108400     MOVE WS-ATT-READ TO AU-COUNT-VALUE.
108500     WRITE AUDIT-LINE FROM AU-COUNT-LINE.
108600     MOVE '  STHIST.DAT:' TO AU-COUNT-LABEL.
108700     MOVE WS-HIST-READ TO AU-COUNT-VALUE.
108800     WRITE AUDIT-LINE FROM AU-COUNT-LINE.
108900     IF WS-ROOM-TABLE-FULL
109000         MOVE '  HOMEROOM TABLE FULL - SOME ROOMS NOT CHECKED'
109100             TO AU-NOTE-LINE
109200         WRITE AUDIT-LINE FROM AU-NOTE-LINE
109300     END-IF.
109400
109500     MOVE SPACES TO AUDIT-LINE.
109600     WRITE AUDIT-LINE.
109700     MOVE 'FINDINGS BY CATEGORY' TO AU-NOTE-LINE.
109800     WRITE AUDIT-LINE FROM AU-NOTE-LINE.
109900     PERFORM 9100-PRINT-CATEGORY-COUNT
110000         THRU 9100-PRINT-CATEGORY-COUNT-EXIT
110100         VARYING WS-CAT-SUB FROM 1 BY 1
110200         UNTIL WS-CAT-SUB > 6.
110300     MOVE 'TOTAL FINDINGS:' TO AU-COUNT-LABEL.
110400     MOVE WS-FINDING-TOTAL TO AU-COUNT-VALUE.
110500     WRITE AUDIT-LINE FROM AU-COUNT-LINE.
110600
110700     CLOSE STUDENT.
110800     CLOSE GUARDIAN-FILE.
110900     CLOSE ATTENDANCE-FILE.
111000     CLOSE HISTORY-FILE.
111100     CLOSE AUDIT-RPT.
111200
111300     DISPLAY 'STAUDIT - ' WS-MAST-READ ' MASTER RECORDS AUDITED, '
111400         WS-FINDING-TOTAL ' FINDINGS.'.
111500
111600     IF WS-FINDING-TOTAL > ZERO
111700         MOVE 4 TO RETURN-CODE
111800     ELSE
111900         MOVE 0 TO RETURN-CODE
112000     END-IF.
112100 9000-TERMINATE-EXIT.
112200     EXIT.
112300
112400*****************************************************************
112500* 9100-PRINT-CATEGORY-COUNT - PRINT ONE CATEGORY'S COUNT ON THE  *
112600*                             SUMMARY.                           *
112700*****************************************************************
112800 9100-PRINT-CATEGORY-COUNT.
112900     MOVE WS-CAT-TITLE(WS-CAT-SUB) TO AU-CAT-COUNT-TITLE.
113000     MOVE WS-CAT-COUNT(WS-CAT-SUB) TO AU-CAT-COUNT-VALUE.
113100     WRITE AUDIT-LINE FROM AU-CAT-COUNT-LINE.
113200 9100-PRINT-CATEGORY-COUNT-EXIT.
113300     EXIT.
