000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STSCHED.
000300 AUTHOR. LEGOP3.
000400 INSTALLATION. STUDENT RECORDS SHOP.
000500 DATE-WRITTEN. 2026-10-14.
000600 DATE-COMPILED.
000700*****************************************************************
000800* STSCHED                                                        *
000900*                                                                *
001000* BATCH CLASS-SECTION SCHEDULING RUN.  READS SCHEDREQ.TXT, A     *
001100* LINE-SEQUENTIAL FILE OF SCHEDULING REQUESTS, AND APPLIES EACH  *
001200* ONE TO THE INDEXED STUDENT SCHEDULE FILE (SCHEDULE.DAT, SEE    *
001300* SCHEDULE.CPY) AGAINST THE COURSE SECTION CATALOG               *
001400* (CRSSECT.DAT, SEE CRSSECT.CPY).                                *
001500*                                                                *
001600* REQUEST RECORD LAYOUT (SCHEDREQ.TXT, ONE PER LINE):            *
001700*     POSITION   1        REQUEST CODE  (A=ADD D=DROP)           *
001800*     POSITIONS  2- 6     STUDENT-ID                             *
001900*     POSITIONS  7-12     COURSE-ID                              *
002000*     POSITIONS 13-14     SECTION NUMBER                         *
002100*                                                                *
002200* AN ADD IS REFUSED WHEN THE STUDENT IS NOT ON THE MASTER OR IS  *
002300* NOT STATUS A, WHEN THE SECTION IS NOT ON THE CATALOG, WHEN     *
002400* THE STUDENT ALREADY HOLDS A SECTION IN THE SAME PERIOD, OR     *
002500* WHEN THE SECTION'S SEATS ARE ALL TAKEN.  A DROP IS REFUSED     *
002600* WHEN THE STUDENT IS NOT IN THE SECTION NAMED.  EVERY REQUEST   *
002700* IS PRINTED, APPLIED OR REFUSED WITH THE REASON, ON THE         *
002800* SCHEDULING REGISTER (SCHEDREG.TXT).                            *
002900*                                                                *
003000* SEATS TAKEN ARE COUNTED OFF THE SCHEDULE FILE AT START OF RUN  *
003100* AND KEPT CURRENT IN A SECTION TABLE AS REQUESTS APPLY.  AFTER  *
003200* THE LAST REQUEST THE SCHEDULE IS SORTED BY SECTION AND NAME    *
003300* AND A CLASS LIST IS PRINTED FOR EVERY SECTION ON THE CATALOG   *
003400* (CLASSLST.TXT), ONE PAGE PER SECTION, FOR THE TEACHERS.        *
003500*                                                                *
003600* RETURN CODES:  0 = ALL REQUESTS APPLIED,                       *
003700*                4 = ONE OR MORE REQUESTS REFUSED,               *
003800*               16 = A FILE WOULD NOT OPEN.                      *
003900*                                                                *
004000* MOD LOG                                                        *
004100*   2026-10-14  LEGOP3   INITIAL VERSION.                        *
004200*****************************************************************
004300
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT REQUEST-FILE ASSIGN TO WS-REQUEST-FILE-NAME
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-REQUEST-FILE-STATUS.
005000
005100     SELECT STUDENT ASSIGN TO WS-STUDENT-FILE-NAME
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS STUDENT-ID
005500         ALTERNATE RECORD KEY IS STUDENT-NAME
005600             WITH DUPLICATES
005700         FILE STATUS IS WS-STUDENT-FILE-STATUS.
005800
005900     SELECT OPTIONAL SECTION-FILE
006000         ASSIGN TO WS-SECTION-FILE-NAME
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS CS-KEY
006400         FILE STATUS IS WS-SECTION-FILE-STATUS.
006500
006600     SELECT OPTIONAL SCHEDULE-FILE
006700         ASSIGN TO WS-SCHEDULE-FILE-NAME
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS DYNAMIC
007000         RECORD KEY IS SC-KEY
007100         FILE STATUS IS WS-SCHEDULE-FILE-STATUS.
007200
007300     SELECT SCHED-REG ASSIGN TO WS-SCHED-REG-NAME
007400         ORGANIZATION IS LINE SEQUENTIAL.
007500
007600     SELECT CLASS-LIST ASSIGN TO WS-CLASS-LIST-NAME
007700         ORGANIZATION IS LINE SEQUENTIAL.
007800
007900     SELECT SORT-WORK-FILE ASSIGN TO 'schsort.tmp'.
008000
008100 DATA DIVISION.
008200 FILE SECTION.
008300 FD  REQUEST-FILE.
008400 01  REQUEST-RECORD.
008500     05  RQ-CODE                  PIC X(01).
008600         88  RQ-ADD                           VALUE 'A'.
008700         88  RQ-DROP                          VALUE 'D'.
008800     05  RQ-STUDENT-ID            PIC 9(05).
008900     05  RQ-SECTION-KEY.
009000         10  RQ-COURSE-ID         PIC X(06).
009100         10  RQ-SECTION-NO        PIC 9(02).
009200
009300 FD  STUDENT.
009400     COPY "student.cpy".
009500
009600 FD  SECTION-FILE.
009700     COPY "crssect.cpy".
009800
009900 FD  SCHEDULE-FILE.
010000     COPY "schedule.cpy".
010100
010200 FD  SCHED-REG.
010300 01  SCHED-REG-LINE               PIC X(100).
010400
010500 FD  CLASS-LIST.
010600 01  CLASS-LIST-LINE              PIC X(80).
010700
010800 SD  SORT-WORK-FILE.
010900 01  SORT-RECORD.
011000     05  SR-SECTION-KEY.
011100         10  SR-COURSE-ID         PIC X(06).
011200         10  SR-SECTION-NO        PIC 9(02).
011300     05  SR-NAME                  PIC X(25).
011400     05  SR-STUDENT-ID            PIC 9(05).
011500     05  SR-GRADE                 PIC 9(02).
011600     05  SR-HOMEROOM              PIC X(04).
011700
011800 WORKING-STORAGE SECTION.
011900 01  WS-REQUEST-FILE-STATUS       PIC X(02)   VALUE '00'.
012000 01  WS-STUDENT-FILE-STATUS       PIC X(02)   VALUE '00'.
012100 01  WS-SECTION-FILE-STATUS       PIC X(02)   VALUE '00'.
012200 01  WS-SCHEDULE-FILE-STATUS      PIC X(02)   VALUE '00'.
012300
012400 01  WS-REQUEST-FILE-NAME         PIC X(40)
012500                                  VALUE 'schedreq.txt'.
012600 01  WS-STUDENT-FILE-NAME         PIC X(40)
012700                                  VALUE 'student.dat'.
012800 01  WS-SECTION-FILE-NAME         PIC X(40)
012900                                  VALUE 'crssect.dat'.
013000 01  WS-SCHEDULE-FILE-NAME        PIC X(40)
013100                                  VALUE 'schedule.dat'.
013200 01  WS-SCHED-REG-NAME            PIC X(40)
013300                                  VALUE 'schedreg.txt'.
013400 01  WS-CLASS-LIST-NAME           PIC X(40)
013500                                  VALUE 'classlst.txt'.
013600
013700 01  WS-TEST-MODE-SW              PIC X(01)   VALUE 'N'.
013800     88  WS-TEST-CYCLE                        VALUE 'Y'.
013900
014000 01  WS-TEST-STAMP-LINE           PIC X(40)   VALUE
014100     '** TEST CYCLE - NOT PRODUCTION **'.
014200
014300     COPY "sitecfgk.cpy".
014400
014500 01  WS-SWITCHES.
014600     05  WS-EOF-SW                PIC X(01)   VALUE 'N'.
014700         88  WS-EOF                           VALUE 'Y'.
014800     05  WS-SECT-EOF-SW           PIC X(01)   VALUE 'N'.
014900         88  WS-SECT-EOF                      VALUE 'Y'.
015000     05  WS-SCHED-EOF-SW          PIC X(01)   VALUE 'N'.
015100         88  WS-SCHED-EOF                     VALUE 'Y'.
015200     05  WS-SORT-EOF-SW           PIC X(01)   VALUE 'N'.
015300         88  WS-SORT-EOF                      VALUE 'Y'.
015400
015500 01  WS-COUNTERS.
015600     05  WS-READ-COUNT            PIC 9(07)   COMP VALUE ZERO.
015700     05  WS-ADD-COUNT             PIC 9(07)   COMP VALUE ZERO.
015800     05  WS-DROP-COUNT            PIC 9(07)   COMP VALUE ZERO.
015900     05  WS-REFUSE-COUNT          PIC 9(07)   COMP VALUE ZERO.
016000     05  WS-ORPHAN-COUNT          PIC 9(07)   COMP VALUE ZERO.
016100     05  WS-LINE-COUNT            PIC 9(03)   COMP VALUE ZERO.
016200     05  WS-PAGE-COUNT            PIC 9(05)   COMP VALUE ZERO.
016300     05  WS-CLASS-COUNT           PIC 9(05)   COMP VALUE ZERO.
016400
016500 01  WS-LINES-PER-PAGE            PIC 9(03)   COMP VALUE 50.
016600
016700 01  WS-RUN-DATE.
016800     05  WS-RUN-YYYY              PIC 9(04).
016900     05  WS-RUN-MM                PIC 9(02).
017000     05  WS-RUN-DD                PIC 9(02).
017100 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
017200                                  PIC 9(08).
017300 01  WS-RUN-DATE-PRINT            PIC X(10)   VALUE SPACES.
017400
017500 01  WS-SECT-SUB                  PIC 9(04)   COMP VALUE ZERO.
017600 01  WS-THIS-SECT                 PIC 9(04)   COMP VALUE ZERO.
017700 01  WS-SECT-COUNT                PIC 9(04)   COMP VALUE ZERO.
017800 01  WS-SECT-MAX                  PIC 9(04)   COMP VALUE 500.
017900 01  WS-LOOKUP-KEY.
018000     05  WS-LOOKUP-COURSE         PIC X(06).
018100     05  WS-LOOKUP-SECTION        PIC 9(02).
018200
018300 01  WS-SECT-TABLE.
018400     05  WS-SECT-ENTRY            OCCURS 500 TIMES.
018500         10  WS-SECT-KEY.
018600             15  WS-SECT-COURSE   PIC X(06).
018700             15  WS-SECT-NO       PIC 9(02).
018800         10  WS-SECT-TITLE        PIC X(25).
018900         10  WS-SECT-ROOM         PIC X(04).
019000         10  WS-SECT-TEACHER      PIC X(25).
019100         10  WS-SECT-PERIOD       PIC 9(01).
019200         10  WS-SECT-LIMIT        PIC 9(03).
019300         10  WS-SECT-TAKEN        PIC 9(05)   COMP.
019400
019500 01  WS-RESULT                    PIC X(30)   VALUE SPACES.
019600
019700 01  RG-HEADING-1.
019800     05  FILLER            PIC X(30) VALUE
019900             'CLASS SCHEDULING REGISTER'.
020000     05  FILLER            PIC X(10) VALUE 'RUN DATE:'.
020100     05  RG1-RUN-DATE      PIC X(10).
020200
020300 01  RG-HEADING-2.
020400     05  FILLER            PIC X(06) VALUE 'CODE'.
020500     05  FILLER            PIC X(07) VALUE 'ID'.
020600     05  FILLER            PIC X(11) VALUE 'SECTION'.
020700     05  FILLER            PIC X(08) VALUE 'PERIOD'.
020800     05  FILLER            PIC X(30) VALUE 'RESULT'.
020900
021000 01  RG-DETAIL-LINE.
021100     05  FILLER                   PIC X(01)   VALUE SPACES.
021200     05  RG-CODE                  PIC X(01).
021300     05  FILLER                   PIC X(04)   VALUE SPACES.
021400     05  RG-ID                    PIC ZZZZ9.
021500     05  FILLER                   PIC X(02)   VALUE SPACES.
021600     05  RG-COURSE                PIC X(06).
021700     05  FILLER                   PIC X(01)   VALUE '-'.
021800     05  RG-SECTION               PIC 9(02).
021900     05  FILLER                   PIC X(04)   VALUE SPACES.
022000     05  RG-PERIOD                PIC X(01).
022100     05  FILLER                   PIC X(05)   VALUE SPACES.
022200     05  RG-RESULT                PIC X(30).
022300
022400 01  RG-COUNT-LINE.
022500     05  RG-COUNT-LABEL           PIC X(34).
022600     05  RG-COUNT-VALUE           PIC Z,ZZZ,ZZ9.
022700
022800 01  CL-HEADING-1.
022900     05  FILLER            PIC X(13) VALUE 'CLASS LIST'.
023000     05  CL1-COURSE        PIC X(06).
023100     05  FILLER            PIC X(01) VALUE '-'.
023200     05  CL1-SECTION       PIC 9(02).
023300     05  FILLER            PIC X(02) VALUE SPACES.
023400     05  CL1-TITLE         PIC X(25).
023500     05  FILLER            PIC X(06) VALUE 'PAGE:'.
023600     05  CL1-PAGE-NO       PIC ZZZZ9.
023700
023800 01  CL-HEADING-2.
023900     05  FILLER            PIC X(08) VALUE 'PERIOD'.
024000     05  CL2-PERIOD        PIC 9(01).
024100     05  FILLER            PIC X(08) VALUE '  ROOM'.
024200     05  CL2-ROOM          PIC X(04).
024300     05  FILLER            PIC X(11) VALUE '  TEACHER'.
024400     05  CL2-TEACHER       PIC X(25).
024500
024600 01  CL-HEADING-3.
024700     05  FILLER            PIC X(09) VALUE '   ID'.
024800     05  FILLER            PIC X(27) VALUE 'NAME'.
024900     05  FILLER            PIC X(07) VALUE 'GRADE'.
025000     05  FILLER            PIC X(08) VALUE 'ROOM'.
025100
025200 01  CL-DETAIL-LINE.
025300     05  FILLER                   PIC X(02)   VALUE SPACES.
025400     05  CL-STUDENT-ID            PIC ZZZZ9.
025500     05  FILLER                   PIC X(02)   VALUE SPACES.
025600     05  CL-NAME                  PIC X(25).
025700     05  FILLER                   PIC X(04)   VALUE SPACES.
025800     05  CL-GRADE                 PIC Z9.
025900     05  FILLER                   PIC X(04)   VALUE SPACES.
026000     05  CL-HOMEROOM              PIC X(04).
026100
026200 01  CL-SEATS-LINE.
026300     05  FILLER            PIC X(14) VALUE 'SEATS TAKEN:'.
026400     05  CL-SEATS-TAKEN    PIC ZZZZ9.
026500     05  FILLER            PIC X(04) VALUE ' OF'.
026600     05  CL-SEAT-LIMIT     PIC ZZ9.
026700
026800 01  CL-NONE-LINE                 PIC X(40)   VALUE
026900     '  NO STUDENTS SCHEDULED'.
027000
027100 PROCEDURE DIVISION.
027200
027300 0000-MAINLINE.
027400     PERFORM 1000-INITIALIZE
027500         THRU 1000-INITIALIZE-EXIT.
027600
027700     PERFORM 2000-PROCESS-REQUEST
027800         THRU 2000-PROCESS-REQUEST-EXIT
027900         UNTIL WS-EOF.
028000
028100     PERFORM 3000-SORT-AND-LIST
028200         THRU 3000-SORT-AND-LIST-EXIT.
028300
028400     PERFORM 9000-TERMINATE
028500         THRU 9000-TERMINATE-EXIT.
028600
028700     STOP RUN.
028800
028900*****************************************************************
029000* 1000-INITIALIZE - OPEN THE FILES, LOAD THE SECTION TABLE,      *
029100*                   COUNT THE SEATS TAKEN AND HEAD THE REGISTER. *
029200*****************************************************************
029300 1000-INITIALIZE.
029400     PERFORM 1100-RESOLVE-FILE-NAMES
029500         THRU 1100-RESOLVE-FILE-NAMES-EXIT.
029600
029700     OPEN INPUT REQUEST-FILE.
029800     IF WS-REQUEST-FILE-STATUS NOT = '00'
029900         DISPLAY 'STSCHED - UNABLE TO OPEN SCHEDREQ.TXT, '
030000             'FILE STATUS = ' WS-REQUEST-FILE-STATUS
030100         MOVE 16 TO RETURN-CODE
030200         STOP RUN
030300     END-IF.
030400
030500     OPEN INPUT STUDENT.
030600     IF WS-STUDENT-FILE-STATUS NOT = '00'
030700         DISPLAY 'STSCHED - UNABLE TO OPEN STUDENT MASTER, '
030800             'FILE STATUS = ' WS-STUDENT-FILE-STATUS
030900         MOVE 16 TO RETURN-CODE
031000         STOP RUN
031100     END-IF.
031200
031300     OPEN INPUT SECTION-FILE.
031400     IF WS-SECTION-FILE-STATUS NOT = '00'
031500         AND WS-SECTION-FILE-STATUS NOT = '05'
031600         DISPLAY 'STSCHED - UNABLE TO OPEN CRSSECT.DAT, '
031700             'FILE STATUS = ' WS-SECTION-FILE-STATUS
031800         MOVE 16 TO RETURN-CODE
031900         STOP RUN
032000     END-IF.
032100
032200     OPEN I-O SCHEDULE-FILE.
032300     IF WS-SCHEDULE-FILE-STATUS NOT = '00'
032400         AND WS-SCHEDULE-FILE-STATUS NOT = '05'
032500         DISPLAY 'STSCHED - UNABLE TO OPEN SCHEDULE.DAT, '
032600             'FILE STATUS = ' WS-SCHEDULE-FILE-STATUS
032700         MOVE 16 TO RETURN-CODE
032800         STOP RUN
032900     END-IF.
033000
033100     OPEN OUTPUT SCHED-REG.
033200     OPEN OUTPUT CLASS-LIST.
033300
033400     PERFORM 1200-LOAD-SECTIONS
033500         THRU 1200-LOAD-SECTIONS-EXIT.
033600
033700     PERFORM 1300-COUNT-SEATS
033800         THRU 1300-COUNT-SEATS-EXIT.
033900
034000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
034100     MOVE WS-RUN-MM TO WS-RUN-DATE-PRINT(1:2).
034200     MOVE '/' TO WS-RUN-DATE-PRINT(3:1).
034300     MOVE WS-RUN-DD TO WS-RUN-DATE-PRINT(4:2).
034400     MOVE '/' TO WS-RUN-DATE-PRINT(6:1).
034500     MOVE WS-RUN-YYYY TO WS-RUN-DATE-PRINT(7:4).
034600
034700     MOVE WS-RUN-DATE-PRINT TO RG1-RUN-DATE.
034800     WRITE SCHED-REG-LINE FROM RG-HEADING-1.
034900     IF WS-TEST-CYCLE
035000         WRITE SCHED-REG-LINE FROM WS-TEST-STAMP-LINE
035100     END-IF.
035200     MOVE SPACES TO SCHED-REG-LINE.
035300     WRITE SCHED-REG-LINE.
035400     WRITE SCHED-REG-LINE FROM RG-HEADING-2.
035500     MOVE SPACES TO SCHED-REG-LINE.
035600     WRITE SCHED-REG-LINE.
035700 1000-INITIALIZE-EXIT.
035800     EXIT.
035900
036000*****************************************************************
036100* 1100-RESOLVE-FILE-NAMES - RESOLVE EVERY FILE NAME THROUGH THE  *
036200*                           STSITE SITE CONFIGURATION.           *
036300*****************************************************************
036400 1100-RESOLVE-FILE-NAMES.
036500     MOVE 'schedreq.txt' TO SF-DEFAULT-NAME.
036600     PERFORM 1110-RESOLVE-ONE-NAME
036700         THRU 1110-RESOLVE-ONE-NAME-EXIT.
036800     MOVE SF-RESOLVED-NAME TO WS-REQUEST-FILE-NAME.
036900
037000     MOVE 'student.dat' TO SF-DEFAULT-NAME.
037100     PERFORM 1110-RESOLVE-ONE-NAME
037200         THRU 1110-RESOLVE-ONE-NAME-EXIT.
037300     MOVE SF-RESOLVED-NAME TO WS-STUDENT-FILE-NAME.
037400
037500     MOVE 'crssect.dat' TO SF-DEFAULT-NAME.
037600     PERFORM 1110-RESOLVE-ONE-NAME
037700         THRU 1110-RESOLVE-ONE-NAME-EXIT.
037800     MOVE SF-RESOLVED-NAME TO WS-SECTION-FILE-NAME.
037900
038000     MOVE 'schedule.dat' TO SF-DEFAULT-NAME.
038100     PERFORM 1110-RESOLVE-ONE-NAME
038200         THRU 1110-RESOLVE-ONE-NAME-EXIT.
038300     MOVE SF-RESOLVED-NAME TO WS-SCHEDULE-FILE-NAME.
038400
038500     MOVE 'schedreg.txt' TO SF-DEFAULT-NAME.
038600     PERFORM 1110-RESOLVE-ONE-NAME
038700         THRU 1110-RESOLVE-ONE-NAME-EXIT.
038800     MOVE SF-RESOLVED-NAME TO WS-SCHED-REG-NAME.
038900
039000     MOVE 'classlst.txt' TO SF-DEFAULT-NAME.
039100     PERFORM 1110-RESOLVE-ONE-NAME
039200         THRU 1110-RESOLVE-ONE-NAME-EXIT.
039300     MOVE SF-RESOLVED-NAME TO WS-CLASS-LIST-NAME.
039400 1100-RESOLVE-FILE-NAMES-EXIT.
039500     EXIT.
039600
039700*****************************************************************
039800* 1110-RESOLVE-ONE-NAME - RESOLVE ONE NAME THROUGH STSITE AND    *
039900*                        REMEMBER WHETHER ANY REDIRECTION IS     *
040000*                        IN FORCE.                               *
040100*****************************************************************
040200 1110-RESOLVE-ONE-NAME.
040300     CALL 'STSITE' USING SITE-PARM.
040400     IF SF-TEST-MODE = 'Y'
040500         SET WS-TEST-CYCLE TO TRUE
040600     END-IF.
040700 1110-RESOLVE-ONE-NAME-EXIT.
040800     EXIT.
040900
041000*****************************************************************
041100* 1200-LOAD-SECTIONS - READ THE WHOLE CATALOG, IN KEY ORDER,     *
041200*                      INTO THE SECTION TABLE.                   *
041300*****************************************************************
041400 1200-LOAD-SECTIONS.
041500     MOVE LOW-VALUES TO CS-KEY.
041600     START SECTION-FILE KEY >= CS-KEY
041700         INVALID KEY
041800             SET WS-SECT-EOF TO TRUE
041900     END-START.
042000
042100     PERFORM 1210-LOAD-ONE-SECTION
042200         THRU 1210-LOAD-ONE-SECTION-EXIT
042300         UNTIL WS-SECT-EOF.
042400 1200-LOAD-SECTIONS-EXIT.
042500     EXIT.
042600
042700*****************************************************************
042800* 1210-LOAD-ONE-SECTION - ADD ONE CATALOG SECTION TO THE TABLE.  *
042900*****************************************************************
043000 1210-LOAD-ONE-SECTION.
043100     READ SECTION-FILE NEXT RECORD
043200         AT END
043300             SET WS-SECT-EOF TO TRUE
043400             GO TO 1210-LOAD-ONE-SECTION-EXIT
043500     END-READ.
043600
043700     IF WS-SECT-COUNT >= WS-SECT-MAX
043800         DISPLAY 'STSCHED - SECTION TABLE FULL AT ' WS-SECT-MAX
043900             ' SECTIONS - ' CS-COURSE-ID '-' CS-SECTION-NO
044000             ' NOT LOADED'
044100         GO TO 1210-LOAD-ONE-SECTION-EXIT
044200     END-IF.
044300
044400     ADD 1 TO WS-SECT-COUNT.
044500     MOVE CS-KEY TO WS-SECT-KEY(WS-SECT-COUNT).
044600     MOVE CS-COURSE-TITLE TO WS-SECT-TITLE(WS-SECT-COUNT).
044700     MOVE CS-ROOM TO WS-SECT-ROOM(WS-SECT-COUNT).
044800     MOVE CS-TEACHER-NAME TO WS-SECT-TEACHER(WS-SECT-COUNT).
044900     MOVE CS-PERIOD TO WS-SECT-PERIOD(WS-SECT-COUNT).
045000     MOVE CS-SEAT-LIMIT TO WS-SECT-LIMIT(WS-SECT-COUNT).
045100     MOVE ZERO TO WS-SECT-TAKEN(WS-SECT-COUNT).
045200 1210-LOAD-ONE-SECTION-EXIT.
045300     EXIT.
045400
045500*****************************************************************
045600* 1300-COUNT-SEATS - WALK THE SCHEDULE FILE AND COUNT EVERY      *
045700*                    SEAT ALREADY TAKEN AGAINST ITS SECTION.     *
045800*****************************************************************
045900 1300-COUNT-SEATS.
046000     MOVE ZERO TO SC-STUDENT-ID.
046100     MOVE ZERO TO SC-PERIOD.
046200     START SCHEDULE-FILE KEY >= SC-KEY
046300         INVALID KEY
046400             SET WS-SCHED-EOF TO TRUE
046500     END-START.
046600
046700     PERFORM 1310-COUNT-ONE-SEAT
046800         THRU 1310-COUNT-ONE-SEAT-EXIT
046900         UNTIL WS-SCHED-EOF.
047000 1300-COUNT-SEATS-EXIT.
047100     EXIT.
047200
047300*****************************************************************
047400* 1310-COUNT-ONE-SEAT - COUNT ONE SCHEDULE ENTRY.                *
047500*****************************************************************
047600 1310-COUNT-ONE-SEAT.
047700     READ SCHEDULE-FILE NEXT RECORD
047800         AT END
047900             SET WS-SCHED-EOF TO TRUE
048000             GO TO 1310-COUNT-ONE-SEAT-EXIT
048100     END-READ.
048200
048300     MOVE SC-COURSE-ID TO WS-LOOKUP-COURSE.
048400     MOVE SC-SECTION-NO TO WS-LOOKUP-SECTION.
048500     PERFORM 2700-FIND-SECTION
048600         THRU 2700-FIND-SECTION-EXIT.
048700     IF WS-THIS-SECT NOT = ZERO
048800         ADD 1 TO WS-SECT-TAKEN(WS-THIS-SECT)
048900     END-IF.
049000 1310-COUNT-ONE-SEAT-EXIT.
049100     EXIT.
049200
049300*****************************************************************
049400* 2000-PROCESS-REQUEST - READ ONE SCHEDULING REQUEST AND APPLY   *
049500*                        IT.                                     *
049600*****************************************************************
049700 2000-PROCESS-REQUEST.
049800     READ REQUEST-FILE
049900         AT END
050000             SET WS-EOF TO TRUE
050100             GO TO 2000-PROCESS-REQUEST-EXIT
050200     END-READ.
050300
050400     ADD 1 TO WS-READ-COUNT.
050500     MOVE SPACES TO WS-RESULT.
050600     MOVE SPACES TO RG-PERIOD.
050700
050800     MOVE RQ-COURSE-ID TO WS-LOOKUP-COURSE.
050900     MOVE RQ-SECTION-NO TO WS-LOOKUP-SECTION.
051000     PERFORM 2700-FIND-SECTION
051100         THRU 2700-FIND-SECTION-EXIT.
051200
051300     EVALUATE TRUE
051400         WHEN RQ-ADD
051500             PERFORM 2100-APPLY-ADD
051600                 THRU 2100-APPLY-ADD-EXIT
051700         WHEN RQ-DROP
051800             PERFORM 2200-APPLY-DROP
051900                 THRU 2200-APPLY-DROP-EXIT
052000         WHEN OTHER
052100             MOVE 'REFUSED - INVALID CODE' TO WS-RESULT
052200     END-EVALUATE.
052300
052400     IF WS-RESULT(1:7) = 'REFUSED'
052500         ADD 1 TO WS-REFUSE-COUNT
052600     END-IF.
052700
052800     PERFORM 2900-WRITE-REG-LINE
052900         THRU 2900-WRITE-REG-LINE-EXIT.
053000 2000-PROCESS-REQUEST-EXIT.
053100     EXIT.
053200
053300*****************************************************************
053400* 2100-APPLY-ADD - EDIT ONE ADD AND, IF IT PASSES, WRITE THE     *
053500*                  SCHEDULE ENTRY AND TAKE THE SEAT.             *
053600*****************************************************************
053700 2100-APPLY-ADD.
053800     MOVE RQ-STUDENT-ID TO STUDENT-ID.
053900     READ STUDENT
054000         INVALID KEY
054100             MOVE 'REFUSED - NOT ON MASTER' TO WS-RESULT
054200             GO TO 2100-APPLY-ADD-EXIT
054300     END-READ.
054400
054500     IF NOT STUDENT-ACTIVE
054600         MOVE 'REFUSED - STUDENT NOT ACTIVE' TO WS-RESULT
054700         GO TO 2100-APPLY-ADD-EXIT
054800     END-IF.
054900
055000     IF WS-THIS-SECT = ZERO
055100         MOVE 'REFUSED - SECTION NOT ON FILE' TO WS-RESULT
055200         GO TO 2100-APPLY-ADD-EXIT
055300     END-IF.
055400
055500     MOVE WS-SECT-PERIOD(WS-THIS-SECT) TO RG-PERIOD.
055600     MOVE RQ-STUDENT-ID TO SC-STUDENT-ID.
055700     MOVE WS-SECT-PERIOD(WS-THIS-SECT) TO SC-PERIOD.
055800     READ SCHEDULE-FILE
055900         NOT INVALID KEY
056000             IF SC-COURSE-ID = RQ-COURSE-ID
056100                 AND SC-SECTION-NO = RQ-SECTION-NO
056200                 MOVE 'REFUSED - ALREADY SCHEDULED' TO WS-RESULT
056300             ELSE
056400                 MOVE 'REFUSED - PERIOD CONFLICT' TO WS-RESULT
056500             END-IF
056600             GO TO 2100-APPLY-ADD-EXIT
056700     END-READ.
056800
056900     IF WS-SECT-TAKEN(WS-THIS-SECT) >= WS-SECT-LIMIT(WS-THIS-SECT)
057000         MOVE 'REFUSED - SECTION FULL' TO WS-RESULT
057100         GO TO 2100-APPLY-ADD-EXIT
057200     END-IF.
057300
057400     MOVE RQ-STUDENT-ID TO SC-STUDENT-ID.
057500     MOVE WS-SECT-PERIOD(WS-THIS-SECT) TO SC-PERIOD.
057600     MOVE RQ-COURSE-ID TO SC-COURSE-ID.
057700     MOVE RQ-SECTION-NO TO SC-SECTION-NO.
057800     MOVE WS-RUN-DATE-NUM TO SC-DATE-SCHEDULED.
057900     WRITE SCHEDULE-RECORD
058000         INVALID KEY
058100             MOVE 'REFUSED - PERIOD CONFLICT' TO WS-RESULT
058200             GO TO 2100-APPLY-ADD-EXIT
058300     END-WRITE.
058400
058500     ADD 1 TO WS-SECT-TAKEN(WS-THIS-SECT).
058600     ADD 1 TO WS-ADD-COUNT.
058700     MOVE 'ADDED' TO WS-RESULT.
058800 2100-APPLY-ADD-EXIT.
058900     EXIT.
059000
059100*****************************************************************
059200* 2200-APPLY-DROP - DROP ONE STUDENT FROM ONE SECTION AND GIVE   *
059300*                   THE SEAT BACK.                               *
059400*****************************************************************
059500 2200-APPLY-DROP.
059600     IF WS-THIS-SECT = ZERO
059700         MOVE 'REFUSED - SECTION NOT ON FILE' TO WS-RESULT
059800         GO TO 2200-APPLY-DROP-EXIT
059900     END-IF.
060000
060100     MOVE WS-SECT-PERIOD(WS-THIS-SECT) TO RG-PERIOD.
060200     MOVE RQ-STUDENT-ID TO SC-STUDENT-ID.
060300     MOVE WS-SECT-PERIOD(WS-THIS-SECT) TO SC-PERIOD.
060400     READ SCHEDULE-FILE
060500         INVALID KEY
060600             MOVE 'REFUSED - NOT IN SECTION' TO WS-RESULT
060700             GO TO 2200-APPLY-DROP-EXIT
060800     END-READ.
060900
061000     IF SC-COURSE-ID NOT = RQ-COURSE-ID
061100         OR SC-SECTION-NO NOT = RQ-SECTION-NO
061200         MOVE 'REFUSED - NOT IN SECTION' TO WS-RESULT
061300         GO TO 2200-APPLY-DROP-EXIT
061400     END-IF.
061500
061600     DELETE SCHEDULE-FILE
061700         INVALID KEY
061800             MOVE 'REFUSED - NOT IN SECTION' TO WS-RESULT
061900             GO TO 2200-APPLY-DROP-EXIT
062000     END-DELETE.
062100
062200     IF WS-SECT-TAKEN(WS-THIS-SECT) > ZERO
062300         SUBTRACT 1 FROM WS-SECT-TAKEN(WS-THIS-SECT)
062400     END-IF.
062500     ADD 1 TO WS-DROP-COUNT.
062600     MOVE 'DROPPED' TO WS-RESULT.
062700 2200-APPLY-DROP-EXIT.
062800     EXIT.
062900
063000*****************************************************************
063100* 2700-FIND-SECTION - LOOK THE LOOKUP KEY UP IN THE SECTION      *
063200*                     TABLE.  ZERO MEANS NOT ON THE CATALOG.     *
063300*****************************************************************
063400 2700-FIND-SECTION.
063500     MOVE ZERO TO WS-THIS-SECT.
063600     PERFORM 2710-MATCH-ONE-SECTION
063700         THRU 2710-MATCH-ONE-SECTION-EXIT
063800         VARYING WS-SECT-SUB FROM 1 BY 1
063900         UNTIL WS-SECT-SUB > WS-SECT-COUNT
064000            OR WS-THIS-SECT NOT = ZERO.
064100 2700-FIND-SECTION-EXIT.
064200     EXIT.
064300
064400*****************************************************************
064500* 2710-MATCH-ONE-SECTION - COMPARE THE LOOKUP KEY TO ONE SECTION *
064600*                          TABLE ENTRY.                          *
064700*****************************************************************
064800 2710-MATCH-ONE-SECTION.
064900     IF WS-LOOKUP-KEY = WS-SECT-KEY(WS-SECT-SUB)
065000         MOVE WS-SECT-SUB TO WS-THIS-SECT
065100     END-IF.
065200 2710-MATCH-ONE-SECTION-EXIT.
065300     EXIT.
065400
065500*****************************************************************
065600* 2900-WRITE-REG-LINE - PRINT ONE REQUEST AND ITS RESULT ON THE  *
065700*                       SCHEDULING REGISTER.                     *
065800*****************************************************************
065900 2900-WRITE-REG-LINE.
066000     MOVE RQ-CODE TO RG-CODE.
066100     MOVE RQ-STUDENT-ID TO RG-ID.
066200     MOVE RQ-COURSE-ID TO RG-COURSE.
066300     MOVE RQ-SECTION-NO TO RG-SECTION.
066400     MOVE WS-RESULT TO RG-RESULT.
066500     WRITE SCHED-REG-LINE FROM RG-DETAIL-LINE.
066600 2900-WRITE-REG-LINE-EXIT.
066700     EXIT.
066800
066900*****************************************************************
067000* 3000-SORT-AND-LIST - SORT THE SCHEDULE BY SECTION AND NAME AND *
067100*                      PRINT A CLASS LIST FOR EVERY SECTION.     *
067200*****************************************************************
067300 3000-SORT-AND-LIST.
067400     SORT SORT-WORK-FILE
067500         ON ASCENDING KEY SR-SECTION-KEY SR-NAME
067600         INPUT PROCEDURE IS 3100-RELEASE-SCHEDULE
067700         OUTPUT PROCEDURE IS 3500-PRINT-CLASS-LISTS.
067800 3000-SORT-AND-LIST-EXIT.
067900     EXIT.
068000
068100*****************************************************************
068200* 3100-RELEASE-SCHEDULE - RELEASE EVERY SCHEDULE ENTRY TO THE    *
068300*                         SORT, JOINED WITH THE MASTER'S NAME,   *
068400*                         GRADE AND HOMEROOM BY KEYED READ.      *
068500*****************************************************************
068600 3100-RELEASE-SCHEDULE.
068700     MOVE 'N' TO WS-SCHED-EOF-SW.
068800     MOVE ZERO TO SC-STUDENT-ID.
068900     MOVE ZERO TO SC-PERIOD.
069000     START SCHEDULE-FILE KEY >= SC-KEY
069100         INVALID KEY
069200             SET WS-SCHED-EOF TO TRUE
069300     END-START.
069400
069500     PERFORM 3110-RELEASE-ONE-ENTRY
069600         THRU 3110-RELEASE-ONE-ENTRY-EXIT
069700         UNTIL WS-SCHED-EOF.
069800 3100-RELEASE-SCHEDULE-EXIT.
069900     EXIT.
070000
070100*****************************************************************
070200* 3110-RELEASE-ONE-ENTRY - RELEASE ONE SCHEDULE ENTRY.  A        *
070300*                          STUDENT NO LONGER ON THE MASTER       *
070400*                          PRINTS UNDER ROOM ????.               *
070500*****************************************************************
070600 3110-RELEASE-ONE-ENTRY.
070700     READ SCHEDULE-FILE NEXT RECORD
070800         AT END
070900             SET WS-SCHED-EOF TO TRUE
071000             GO TO 3110-RELEASE-ONE-ENTRY-EXIT
071100     END-READ.
071200
071300     MOVE SC-STUDENT-ID TO STUDENT-ID.
071400     READ STUDENT
071500         INVALID KEY
071600             MOVE '????' TO SR-HOMEROOM
071700             MOVE 'NOT ON MASTER' TO SR-NAME
071800             MOVE ZERO TO SR-GRADE
071900         NOT INVALID KEY
072000             MOVE STUDENT-HOMEROOM TO SR-HOMEROOM
072100             MOVE STUDENT-NAME TO SR-NAME
072200             MOVE STUDENT-GRADE TO SR-GRADE
072300     END-READ.
072400
072500     MOVE SC-COURSE-ID TO SR-COURSE-ID.
072600     MOVE SC-SECTION-NO TO SR-SECTION-NO.
072700     MOVE SC-STUDENT-ID TO SR-STUDENT-ID.
072800     RELEASE SORT-RECORD.
072900 3110-RELEASE-ONE-ENTRY-EXIT.
073000     EXIT.
073100
073200*****************************************************************
073300* 3500-PRINT-CLASS-LISTS - TAKE THE SORTED ENTRIES BACK AND      *
073400*                          MATCH THEM AGAINST THE SECTION TABLE, *
073500*                          WHICH IS IN THE SAME KEY ORDER.       *
073600*                          ENTRIES FOR A SECTION NO LONGER ON    *
073700*                          THE CATALOG ARE COUNTED, NOT LISTED.  *
073800*****************************************************************
073900 3500-PRINT-CLASS-LISTS.
074000     PERFORM 3510-RETURN-ONE-ENTRY
074100         THRU 3510-RETURN-ONE-ENTRY-EXIT.
074200
074300     PERFORM 3600-PRINT-ONE-SECTION
074400         THRU 3600-PRINT-ONE-SECTION-EXIT
074500         VARYING WS-SECT-SUB FROM 1 BY 1
074600         UNTIL WS-SECT-SUB > WS-SECT-COUNT.
074700
074800     PERFORM 3620-SKIP-ORPHAN
074900         THRU 3620-SKIP-ORPHAN-EXIT
075000         UNTIL WS-SORT-EOF.
075100 3500-PRINT-CLASS-LISTS-EXIT.
075200     EXIT.
075300
075400*****************************************************************
075500* 3510-RETURN-ONE-ENTRY - TAKE THE NEXT SORTED ENTRY BACK.       *
075600*****************************************************************
075700 3510-RETURN-ONE-ENTRY.
075800     RETURN SORT-WORK-FILE
075900         AT END
076000             SET WS-SORT-EOF TO TRUE
076100     END-RETURN.
076200 3510-RETURN-ONE-ENTRY-EXIT.
076300     EXIT.
076400
076500*****************************************************************
076600* 3600-PRINT-ONE-SECTION - PRINT THE CLASS LIST FOR ONE SECTION  *
076700*                          TABLE ENTRY.                          *
076800*****************************************************************
076900 3600-PRINT-ONE-SECTION.
077000     PERFORM 3620-SKIP-ORPHAN
077100         THRU 3620-SKIP-ORPHAN-EXIT
077200         UNTIL WS-SORT-EOF
077300            OR SR-SECTION-KEY NOT < WS-SECT-KEY(WS-SECT-SUB).
077400
077500     PERFORM 3700-WRITE-CLASS-HEADERS
077600         THRU 3700-WRITE-CLASS-HEADERS-EXIT.
077700
077800     MOVE ZERO TO WS-CLASS-COUNT.
077900     PERFORM 3610-PRINT-ONE-STUDENT
078000         THRU 3610-PRINT-ONE-STUDENT-EXIT
078100         UNTIL WS-SORT-EOF
078200            OR SR-SECTION-KEY NOT = WS-SECT-KEY(WS-SECT-SUB).
078300
078400     IF WS-CLASS-COUNT = ZERO
078500         WRITE CLASS-LIST-LINE FROM CL-NONE-LINE
078600     END-IF.
078700
078800     MOVE SPACES TO CLASS-LIST-LINE.
078900     WRITE CLASS-LIST-LINE.
079000     MOVE WS-SECT-TAKEN(WS-SECT-SUB) TO CL-SEATS-TAKEN.
079100     MOVE WS-SECT-LIMIT(WS-SECT-SUB) TO CL-SEAT-LIMIT.
079200     WRITE CLASS-LIST-LINE FROM CL-SEATS-LINE.
079300 3600-PRINT-ONE-SECTION-EXIT.
079400     EXIT.
079500
079600*****************************************************************
079700* 3610-PRINT-ONE-STUDENT - PRINT ONE STUDENT ON THE CURRENT      *
079800*                          CLASS LIST AND TAKE THE NEXT ENTRY.   *
079900*****************************************************************
080000 3610-PRINT-ONE-STUDENT.
080100     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
080200         PERFORM 3700-WRITE-CLASS-HEADERS
080300             THRU 3700-WRITE-CLASS-HEADERS-EXIT
080400     END-IF.
080500
080600     MOVE SPACES TO CL-DETAIL-LINE.
080700     MOVE SR-STUDENT-ID TO CL-STUDENT-ID.
080800     MOVE SR-NAME TO CL-NAME.
080900     MOVE SR-GRADE TO CL-GRADE.
081000     MOVE SR-HOMEROOM TO CL-HOMEROOM.
081100     WRITE CLASS-LIST-LINE FROM CL-DETAIL-LINE.
081200     ADD 1 TO WS-LINE-COUNT.
081300     ADD 1 TO WS-CLASS-COUNT.
081400
081500     PERFORM 3510-RETURN-ONE-ENTRY
081600         THRU 3510-RETURN-ONE-ENTRY-EXIT.
081700 3610-PRINT-ONE-STUDENT-EXIT.
081800     EXIT.
081900
082000*****************************************************************
082100* 3620-SKIP-ORPHAN - COUNT ONE SORTED ENTRY WHOSE SECTION IS NOT *
082200*                    ON THE CATALOG AND TAKE THE NEXT ENTRY.     *
082300*****************************************************************
082400 3620-SKIP-ORPHAN.
082500     ADD 1 TO WS-ORPHAN-COUNT.
082600     DISPLAY 'STSCHED - STUDENT ' SR-STUDENT-ID ' SCHEDULED IN '
082700         SR-COURSE-ID '-' SR-SECTION-NO ' - SECTION NOT ON FILE'.
082800     PERFORM 3510-RETURN-ONE-ENTRY
082900         THRU 3510-RETURN-ONE-ENTRY-EXIT.
083000 3620-SKIP-ORPHAN-EXIT.
083100     EXIT.
083200
083300*****************************************************************
083400* 3700-WRITE-CLASS-HEADERS - START A NEW PAGE OF CLASS LIST FOR  *
083500*                            THE CURRENT SECTION.                *
083600*****************************************************************
083700 3700-WRITE-CLASS-HEADERS.
083800     ADD 1 TO WS-PAGE-COUNT.
083900     MOVE WS-SECT-COURSE(WS-SECT-SUB) TO CL1-COURSE.
084000     MOVE WS-SECT-NO(WS-SECT-SUB) TO CL1-SECTION.
084100     MOVE WS-SECT-TITLE(WS-SECT-SUB) TO CL1-TITLE.
084200     MOVE WS-PAGE-COUNT TO CL1-PAGE-NO.
084300     MOVE WS-SECT-PERIOD(WS-SECT-SUB) TO CL2-PERIOD.
084400     MOVE WS-SECT-ROOM(WS-SECT-SUB) TO CL2-ROOM.
084500     MOVE WS-SECT-TEACHER(WS-SECT-SUB) TO CL2-TEACHER.
084600
084700     IF WS-PAGE-COUNT > 1
084800         MOVE SPACES TO CLASS-LIST-LINE
084900         WRITE CLASS-LIST-LINE
085000     END-IF.
085100
085200     WRITE CLASS-LIST-LINE FROM CL-HEADING-1.
085300     IF WS-TEST-CYCLE
085400         WRITE CLASS-LIST-LINE FROM WS-TEST-STAMP-LINE
085500     END-IF.
085600     WRITE CLASS-LIST-LINE FROM CL-HEADING-2.
085700     MOVE SPACES TO CLASS-LIST-LINE.
085800     WRITE CLASS-LIST-LINE.
085900     WRITE CLASS-LIST-LINE FROM CL-HEADING-3.
086000     MOVE SPACES TO CLASS-LIST-LINE.
086100     WRITE CLASS-LIST-LINE.
086200
086300     MOVE ZERO TO WS-LINE-COUNT.
086400 3700-WRITE-CLASS-HEADERS-EXIT.
086500     EXIT.
086600
086700*****************************************************************
086800* 9000-TERMINATE - PRINT THE REGISTER TRAILER, CLOSE THE FILES   *
086900*                  AND SET THE RETURN CODE.                      *
087000*****************************************************************
087100 9000-TERMINATE.
087200     MOVE SPACES TO SCHED-REG-LINE.
087300     WRITE SCHED-REG-LINE.
087400     MOVE 'REQUESTS READ:' TO RG-COUNT-LABEL.
087500     MOVE WS-READ-COUNT TO RG-COUNT-VALUE.
087600     WRITE SCHED-REG-LINE FROM RG-COUNT-LINE.
087700     MOVE 'ADDS APPLIED:' TO RG-COUNT-LABEL.
087800     MOVE WS-ADD-COUNT TO RG-COUNT-VALUE.
087900     WRITE SCHED-REG-LINE FROM RG-COUNT-LINE.
088000     MOVE 'DROPS APPLIED:' TO RG-COUNT-LABEL.
088100     MOVE WS-DROP-COUNT TO RG-COUNT-VALUE.
088200     WRITE SCHED-REG-LINE FROM RG-COUNT-LINE.
088300     MOVE 'REQUESTS REFUSED:' TO RG-COUNT-LABEL.
088400     MOVE WS-REFUSE-COUNT TO RG-COUNT-VALUE.
088500     WRITE SCHED-REG-LINE FROM RG-COUNT-LINE.
088600     MOVE 'CLASS LISTS PRINTED:' TO RG-COUNT-LABEL.
088700     MOVE WS-SECT-COUNT TO RG-COUNT-VALUE.
088800     WRITE SCHED-REG-LINE FROM RG-COUNT-LINE.
088900     MOVE 'ENTRIES FOR SECTIONS NOT ON FILE:' TO RG-COUNT-LABEL.
089000     MOVE WS-ORPHAN-COUNT TO RG-COUNT-VALUE.
089100     WRITE SCHED-REG-LINE FROM RG-COUNT-LINE.
089200
089300     CLOSE REQUEST-FILE.
089400     CLOSE STUDENT.
089500     CLOSE SECTION-FILE.
089600     CLOSE SCHEDULE-FILE.
089700     CLOSE SCHED-REG.
089800     CLOSE CLASS-LIST.
089900
090000     DISPLAY 'STSCHED - ' WS-READ-COUNT ' REQUESTS READ, '
090100         WS-ADD-COUNT ' ADDED, ' WS-DROP-COUNT ' DROPPED, '
090200         WS-REFUSE-COUNT ' REFUSED.'.
090300
090400     IF WS-REFUSE-COUNT > ZERO
090500         MOVE 4 TO RETURN-CODE
090600     ELSE
090700         MOVE 0 TO RETURN-CODE
090800     END-IF.
090900 9000-TERMINATE-EXIT.
091000     EXIT.
