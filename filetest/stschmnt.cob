000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STSCHMNT.
000300 AUTHOR. LEGOP3.
000400 INSTALLATION. STUDENT RECORDS SHOP.
000500 DATE-WRITTEN. 2026-10-14.
000600 DATE-COMPILED.
000700*****************************************************************
000800* STSCHMNT                                                       *
000900*                                                                *
001000* STUDENT CLASS SCHEDULE MAINTENANCE UTILITY.  AN OPERATOR KEYS  *
001100* A TRANSACTION CODE AND A STUDENT-ID AND STSCHMNT WORKS THAT    *
001200* STUDENT'S ENTRIES ON THE INDEXED SCHEDULE FILE (SCHEDULE.DAT,  *
001300* SEE SCHEDULE.CPY) DIRECTLY BY KEY:                             *
001400*                                                                *
001500*     L  -  LIST A STUDENT'S SCHEDULE, PERIOD BY PERIOD          *
001600*     A  -  ADD A COURSE SECTION TO A STUDENT'S SCHEDULE         *
001700*     D  -  DROP ONE PERIOD FROM A STUDENT'S SCHEDULE            *
001800*     X  -  EXIT                                                 *
001900*                                                                *
002000* AN ADD IS HELD TO THE SAME RULES AS THE STSCHED BATCH RUN -    *
002100* THE STUDENT MUST BE ON THE MASTER WITH STATUS A, THE SECTION   *
002200* MUST BE ON THE COURSE SECTION CATALOG (CRSSECT.DAT, SEE        *
002300* CRSSECT.CPY), THE STUDENT MUST HAVE NOTHING ELSE IN THAT       *
002400* PERIOD, AND THE SECTION MUST HAVE A SEAT FREE (THE SCHEDULE    *
002500* FILE IS COUNTED ON THE SPOT).  FOR A DAY'S WORTH OF CHANGES    *
002600* USE STSCHED, WHICH ALSO PRINTS THE CLASS LISTS.                *
002700*                                                                *
002800* MOD LOG                                                        *
002900*   2026-10-14  LEGOP3   INITIAL VERSION.                        *
003000*****************************************************************
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT STUDENT ASSIGN TO WS-STUDENT-FILE-NAME
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS STUDENT-ID
003900         ALTERNATE RECORD KEY IS STUDENT-NAME
004000             WITH DUPLICATES
004100         FILE STATUS IS WS-STUDENT-FILE-STATUS.
004200
004300     SELECT OPTIONAL SECTION-FILE
004400         ASSIGN TO WS-SECTION-FILE-NAME
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS CS-KEY
004800         FILE STATUS IS WS-SECTION-FILE-STATUS.
004900
005000     SELECT OPTIONAL SCHEDULE-FILE
005100         ASSIGN TO WS-SCHEDULE-FILE-NAME
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS SC-KEY
005500         FILE STATUS IS WS-SCHEDULE-FILE-STATUS.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  STUDENT.
006000     COPY "student.cpy".
006100
006200 FD  SECTION-FILE.
006300     COPY "crssect.cpy".
006400
006500 FD  SCHEDULE-FILE.
006600     COPY "schedule.cpy".
006700
006800 WORKING-STORAGE SECTION.
006900 01  WS-STUDENT-FILE-STATUS       PIC X(02)   VALUE '00'.
007000 01  WS-SECTION-FILE-STATUS       PIC X(02)   VALUE '00'.
007100 01  WS-SCHEDULE-FILE-STATUS      PIC X(02)   VALUE '00'.
007200
007300 01  WS-STUDENT-FILE-NAME         PIC X(40)
007400                                  VALUE 'student.dat'.
007500 01  WS-SECTION-FILE-NAME         PIC X(40)
007600                                  VALUE 'crssect.dat'.
007700 01  WS-SCHEDULE-FILE-NAME        PIC X(40)
007800                                  VALUE 'schedule.dat'.
007900
008000     COPY "sitecfgk.cpy".
008100
008200 01  WS-SWITCHES.
008300     05  WS-DONE-SW               PIC X(01)   VALUE 'N'.
008400         88  WS-DONE                          VALUE 'Y'.
008500     05  WS-TEST-MODE-SW          PIC X(01)   VALUE 'N'.
008600         88  WS-TEST-CYCLE                    VALUE 'Y'.
008700     05  WS-LIST-EOF-SW           PIC X(01)   VALUE 'N'.
008800         88  WS-LIST-EOF                      VALUE 'Y'.
008900     05  WS-SEAT-EOF-SW           PIC X(01)   VALUE 'N'.
009000         88  WS-SEAT-EOF                      VALUE 'Y'.
009100
009200 01  WS-TRANSACTION-CODE          PIC X(01)   VALUE SPACES.
009300     88  WS-TRAN-LIST                         VALUE 'L' 'l'.
009400     88  WS-TRAN-ADD                          VALUE 'A' 'a'.
009500     88  WS-TRAN-DROP                         VALUE 'D' 'd'.
009600     88  WS-TRAN-EXIT                         VALUE 'X' 'x'.
009700
009800 01  WS-KEY-ID                    PIC 9(05)   VALUE ZERO.
009900 01  WS-KEY-PERIOD                PIC 9(01)   VALUE ZERO.
010000 01  WS-INPUT-COURSE              PIC X(06)   VALUE SPACES.
010100 01  WS-INPUT-SECTION             PIC 9(02)   VALUE ZERO.
010200
010300 01  WS-LIST-COUNT                PIC 9(02)   COMP VALUE ZERO.
010400 01  WS-SEAT-COUNT                PIC 9(05)   COMP VALUE ZERO.
010500 01  WS-SEAT-LIMIT                PIC 9(03)   VALUE ZERO.
010700
010800 01  WS-RUN-DATE                  PIC 9(08)   VALUE ZERO.
010900
011000 PROCEDURE DIVISION.
011100
011200 0000-MAINLINE.
011300     PERFORM 1000-INITIALIZE
011400         THRU 1000-INITIALIZE-EXIT.
011500
011600     PERFORM 2000-PROCESS-TRANSACTION
011700         THRU 2000-PROCESS-TRANSACTION-EXIT
011800         UNTIL WS-DONE.
011900
012000     PERFORM 9000-TERMINATE
012100         THRU 9000-TERMINATE-EXIT.
012200
012300     STOP RUN.
012400
012500*****************************************************************
012600* 1000-INITIALIZE - OPEN THE MASTER AND THE CATALOG FOR LOOKUP   *
012700*                   AND THE SCHEDULE FILE FOR UPDATE.            *
012800*****************************************************************
012900 1000-INITIALIZE.
013000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
013100
013200     MOVE 'student.dat' TO SF-DEFAULT-NAME.
013300     PERFORM 1100-RESOLVE-ONE-NAME
013400         THRU 1100-RESOLVE-ONE-NAME-EXIT.
013500     MOVE SF-RESOLVED-NAME TO WS-STUDENT-FILE-NAME.
013600
013700     MOVE 'crssect.dat' TO SF-DEFAULT-NAME.
013800     PERFORM 1100-RESOLVE-ONE-NAME
013900         THRU 1100-RESOLVE-ONE-NAME-EXIT.
014000     MOVE SF-RESOLVED-NAME TO WS-SECTION-FILE-NAME.
014100
014200     MOVE 'schedule.dat' TO SF-DEFAULT-NAME.
014300     PERFORM 1100-RESOLVE-ONE-NAME
014400         THRU 1100-RESOLVE-ONE-NAME-EXIT.
014500     MOVE SF-RESOLVED-NAME TO WS-SCHEDULE-FILE-NAME.
014600
014700     OPEN INPUT STUDENT.
014800     IF WS-STUDENT-FILE-STATUS NOT = '00'
014900         DISPLAY 'STSCHMNT - UNABLE TO OPEN STUDENT MASTER, '
015000             'FILE STATUS = ' WS-STUDENT-FILE-STATUS
015100         MOVE 16 TO RETURN-CODE
015200         STOP RUN
015300     END-IF.
015400
015500     OPEN INPUT SECTION-FILE.
015600     IF WS-SECTION-FILE-STATUS NOT = '00'
015700         AND WS-SECTION-FILE-STATUS NOT = '05'
015800         DISPLAY 'STSCHMNT - UNABLE TO OPEN CRSSECT.DAT, '
015900             'FILE STATUS = ' WS-SECTION-FILE-STATUS
016000         MOVE 16 TO RETURN-CODE
016100         STOP RUN
016200     END-IF.
016300
016400     OPEN I-O SCHEDULE-FILE.
016500     IF WS-SCHEDULE-FILE-STATUS NOT = '00'
016600         AND WS-SCHEDULE-FILE-STATUS NOT = '05'
016700         DISPLAY 'STSCHMNT - UNABLE TO OPEN SCHEDULE.DAT, '
016800             'FILE STATUS = ' WS-SCHEDULE-FILE-STATUS
016900         MOVE 16 TO RETURN-CODE
017000         STOP RUN
017100     END-IF.
017200 1000-INITIALIZE-EXIT.
017300     EXIT.
017400
017500*****************************************************************
017600* 1100-RESOLVE-ONE-NAME - RESOLVE ONE NAME THROUGH STSITE AND    *
017700*                        SHOW THE TEST-CYCLE NOTICE THE FIRST    *
017800*                        TIME ANY REDIRECTION IS SEEN.           *
017900*****************************************************************
018000 1100-RESOLVE-ONE-NAME.
018100     CALL 'STSITE' USING SITE-PARM.
018200     IF SF-TEST-MODE = 'Y' AND NOT WS-TEST-CYCLE
018300         SET WS-TEST-CYCLE TO TRUE
018400         DISPLAY '** TEST CYCLE - NOT PRODUCTION FILES **'
018500     END-IF.
018600 1100-RESOLVE-ONE-NAME-EXIT.
018700     EXIT.
018800
018900*****************************************************************
019000* 2000-PROCESS-TRANSACTION - PROMPT THE OPERATOR FOR ONE         *
019100*                            TRANSACTION AND APPLY IT.           *
019200*****************************************************************
019300 2000-PROCESS-TRANSACTION.
019400     DISPLAY ' '.
019500     DISPLAY 'STSCHMNT - STUDENT SCHEDULE MAINTENANCE'.
019600     DISPLAY '  L) LIST   A) ADD   D) DROP   X) EXIT'.
019700     DISPLAY 'ENTER TRANSACTION CODE: ' WITH NO ADVANCING.
019800     ACCEPT WS-TRANSACTION-CODE.
019900
020000     EVALUATE TRUE
020100         WHEN WS-TRAN-LIST
020200             PERFORM 2100-LIST THRU 2100-LIST-EXIT
020300         WHEN WS-TRAN-ADD
020400             PERFORM 2200-ADD THRU 2200-ADD-EXIT
020500         WHEN WS-TRAN-DROP
020600             PERFORM 2300-DROP THRU 2300-DROP-EXIT
020700         WHEN WS-TRAN-EXIT
020800             SET WS-DONE TO TRUE
020900         WHEN OTHER
021000             DISPLAY 'INVALID TRANSACTION CODE - TRY AGAIN'
021100     END-EVALUATE.
021200 2000-PROCESS-TRANSACTION-EXIT.
021300     EXIT.
021400
021500*****************************************************************
021600* 2100-LIST - SHOW EVERY PERIOD ON ONE STUDENT'S SCHEDULE.       *
021700*****************************************************************
021800 2100-LIST.
021900     PERFORM 2500-ACCEPT-KEY THRU 2500-ACCEPT-KEY-EXIT.
022000     MOVE WS-KEY-ID TO STUDENT-ID.
022100     READ STUDENT
022200         INVALID KEY
022300             DISPLAY 'NO RECORD FOUND FOR STUDENT-ID ' WS-KEY-ID
022400             GO TO 2100-LIST-EXIT
022500     END-READ.
022600     DISPLAY 'SCHEDULE FOR ' STUDENT-ID ' ' STUDENT-NAME.
022700
022800     MOVE ZERO TO WS-LIST-COUNT.
022900     MOVE 'N' TO WS-LIST-EOF-SW.
023000     MOVE WS-KEY-ID TO SC-STUDENT-ID.
023100     MOVE ZERO TO SC-PERIOD.
023200     START SCHEDULE-FILE KEY >= SC-KEY
023300         INVALID KEY
023400             SET WS-LIST-EOF TO TRUE
023500     END-START.
023600
023700     PERFORM 2110-LIST-ONE-PERIOD
023800         THRU 2110-LIST-ONE-PERIOD-EXIT
023900         UNTIL WS-LIST-EOF.
024000
024100     IF WS-LIST-COUNT = ZERO
024200         DISPLAY 'NO CLASSES SCHEDULED'
024300     END-IF.
024400 2100-LIST-EXIT.
024500     EXIT.
024600
024700*****************************************************************
024800* 2110-LIST-ONE-PERIOD - SHOW ONE SCHEDULE ENTRY WITH ITS        *
024900*                        SECTION'S TITLE, ROOM AND TEACHER.      *
025000*****************************************************************
025100 2110-LIST-ONE-PERIOD.
025200     READ SCHEDULE-FILE NEXT RECORD
025300         AT END
025400             SET WS-LIST-EOF TO TRUE
025500             GO TO 2110-LIST-ONE-PERIOD-EXIT
025600     END-READ.
025700
025800     IF SC-STUDENT-ID NOT = WS-KEY-ID
025900         SET WS-LIST-EOF TO TRUE
026000         GO TO 2110-LIST-ONE-PERIOD-EXIT
026100     END-IF.
026200
026300     ADD 1 TO WS-LIST-COUNT.
026400     MOVE SC-COURSE-ID TO CS-COURSE-ID.
026500     MOVE SC-SECTION-NO TO CS-SECTION-NO.
026600     READ SECTION-FILE
026700         INVALID KEY
026800             MOVE '** NOT ON CATALOG **' TO CS-COURSE-TITLE
026900             MOVE SPACES TO CS-ROOM
027000             MOVE SPACES TO CS-TEACHER-NAME
027100     END-READ.
027200     DISPLAY '  PERIOD ' SC-PERIOD '  ' SC-COURSE-ID '-'
027300         SC-SECTION-NO '  ' CS-COURSE-TITLE.
027400     DISPLAY '           ROOM ' CS-ROOM '  ' CS-TEACHER-NAME.
027500 2110-LIST-ONE-PERIOD-EXIT.
027600     EXIT.
027700
027800*****************************************************************
027900* 2200-ADD - EDIT AND WRITE ONE NEW SCHEDULE ENTRY.              *
028000*****************************************************************
028100 2200-ADD.
028200     PERFORM 2500-ACCEPT-KEY THRU 2500-ACCEPT-KEY-EXIT.
028300     MOVE WS-KEY-ID TO STUDENT-ID.
028400     READ STUDENT
028500         INVALID KEY
028600             DISPLAY 'ADD REFUSED - STUDENT-ID ' WS-KEY-ID
028700                 ' IS NOT ON THE MASTER'
028800             GO TO 2200-ADD-EXIT
028900     END-READ.
029000     IF NOT STUDENT-ACTIVE
029100         DISPLAY 'ADD REFUSED - STUDENT ' WS-KEY-ID
029200             ' IS NOT ACTIVE (STATUS ' STUDENT-STATUS ')'
029300         GO TO 2200-ADD-EXIT
029400     END-IF.
029500
029600     DISPLAY 'ENTER COURSE-ID (6 CHARACTERS): ' WITH NO ADVANCING.
029700     ACCEPT WS-INPUT-COURSE.
029800     DISPLAY 'ENTER SECTION NUMBER (01-99): ' WITH NO ADVANCING.
029900     ACCEPT WS-INPUT-SECTION.
030000
030100     MOVE WS-INPUT-COURSE TO CS-COURSE-ID.
030200     MOVE WS-INPUT-SECTION TO CS-SECTION-NO.
030300     READ SECTION-FILE
030400         INVALID KEY
030500             DISPLAY 'ADD REFUSED - SECTION ' WS-INPUT-COURSE '-'
030600                 WS-INPUT-SECTION ' IS NOT ON THE CATALOG - '
030700                 'SEE STCRSMNT'
030800             GO TO 2200-ADD-EXIT
030900     END-READ.
031000
031100     MOVE WS-KEY-ID TO SC-STUDENT-ID.
031200     MOVE CS-PERIOD TO SC-PERIOD.
031300     READ SCHEDULE-FILE
031400         NOT INVALID KEY
031500             DISPLAY 'ADD REFUSED - PERIOD CONFLICT - PERIOD '
031600                 SC-PERIOD ' ALREADY HOLDS ' SC-COURSE-ID '-'
031700                 SC-SECTION-NO
031800             GO TO 2200-ADD-EXIT
031900     END-READ.
032000
032100     MOVE CS-SEAT-LIMIT TO WS-SEAT-LIMIT.
032200     PERFORM 3900-COUNT-SEATS THRU 3900-COUNT-SEATS-EXIT.
032300     IF WS-SEAT-COUNT >= WS-SEAT-LIMIT
032400         DISPLAY 'ADD REFUSED - SECTION ' WS-INPUT-COURSE '-'
032500             WS-INPUT-SECTION ' IS FULL - ' WS-SEAT-COUNT ' OF '
032600             WS-SEAT-LIMIT ' SEATS TAKEN'
032700         GO TO 2200-ADD-EXIT
032800     END-IF.
032900
033000     MOVE WS-KEY-ID TO SC-STUDENT-ID.
033100     MOVE CS-PERIOD TO SC-PERIOD.
033200     MOVE WS-INPUT-COURSE TO SC-COURSE-ID.
033300     MOVE WS-INPUT-SECTION TO SC-SECTION-NO.
033400     MOVE WS-RUN-DATE TO SC-DATE-SCHEDULED.
033500     WRITE SCHEDULE-RECORD
033600         INVALID KEY
033700             DISPLAY 'ADD FAILED - PERIOD ' SC-PERIOD
033800                 ' IS ALREADY SCHEDULED'
033900         NOT INVALID KEY
034000             DISPLAY 'STUDENT ' WS-KEY-ID ' ADDED TO '
034100                 WS-INPUT-COURSE '-' WS-INPUT-SECTION
034200                 ' IN PERIOD ' SC-PERIOD
034300     END-WRITE.
034400 2200-ADD-EXIT.
034500     EXIT.
034600
034700*****************************************************************
034800* 2300-DROP - DELETE ONE PERIOD FROM A STUDENT'S SCHEDULE, WHICH *
034900*             GIVES THE SEAT BACK TO ITS SECTION.                *
035000*****************************************************************
035100 2300-DROP.
035200     PERFORM 2500-ACCEPT-KEY THRU 2500-ACCEPT-KEY-EXIT.
035300     DISPLAY 'ENTER PERIOD TO DROP (1-9): ' WITH NO ADVANCING.
035400     ACCEPT WS-KEY-PERIOD.
035500
035600     MOVE WS-KEY-ID TO SC-STUDENT-ID.
035700     MOVE WS-KEY-PERIOD TO SC-PERIOD.
035800     DELETE SCHEDULE-FILE
035900         INVALID KEY
036000             DISPLAY 'DROP FAILED - STUDENT ' WS-KEY-ID
036100                 ' HAS NOTHING IN PERIOD ' WS-KEY-PERIOD
036200         NOT INVALID KEY
036300             DISPLAY 'PERIOD ' WS-KEY-PERIOD
036400                 ' DROPPED FOR STUDENT ' WS-KEY-ID
036500     END-DELETE.
036600 2300-DROP-EXIT.
036700     EXIT.
036800
036900*****************************************************************
037000* 2500-ACCEPT-KEY - PROMPT THE OPERATOR FOR A STUDENT-ID.        *
037100*****************************************************************
037200 2500-ACCEPT-KEY.
037300     DISPLAY 'ENTER STUDENT-ID (5 DIGITS): ' WITH NO ADVANCING.
037400     ACCEPT WS-KEY-ID.
037500 2500-ACCEPT-KEY-EXIT.
037600     EXIT.
037700
037800*****************************************************************
037900* 3900-COUNT-SEATS - COUNT THE SCHEDULE ENTRIES ALREADY HOLDING  *
038000*                    A SEAT IN THE SECTION BEING ADDED TO.  THE  *
038100*                    SCHEDULE FILE IS KEYED BY STUDENT, SO THE   *
038200*                    WHOLE FILE IS WALKED.                       *
038300*****************************************************************
038400 3900-COUNT-SEATS.
038500     MOVE ZERO TO WS-SEAT-COUNT.
038600     MOVE 'N' TO WS-SEAT-EOF-SW.
038700     MOVE ZERO TO SC-STUDENT-ID.
038800     MOVE ZERO TO SC-PERIOD.
038900     START SCHEDULE-FILE KEY >= SC-KEY
039000         INVALID KEY
039100             SET WS-SEAT-EOF TO TRUE
039200     END-START.
039300
039400     PERFORM 3910-COUNT-ONE-SEAT
039500         THRU 3910-COUNT-ONE-SEAT-EXIT
039600         UNTIL WS-SEAT-EOF.
039700 3900-COUNT-SEATS-EXIT.
039800     EXIT.
039900
040000*****************************************************************
040100* 3910-COUNT-ONE-SEAT - COUNT ONE SCHEDULE ENTRY AGAINST THE     *
040200*                       SECTION BEING ADDED TO.                  *
040300*****************************************************************
040400 3910-COUNT-ONE-SEAT.
040500     READ SCHEDULE-FILE NEXT RECORD
040600         AT END
040700             SET WS-SEAT-EOF TO TRUE
040800             GO TO 3910-COUNT-ONE-SEAT-EXIT
040900     END-READ.
041000
041100     IF SC-COURSE-ID = WS-INPUT-COURSE
041200         AND SC-SECTION-NO = WS-INPUT-SECTION
041300         ADD 1 TO WS-SEAT-COUNT
041400     END-IF.
041500 3910-COUNT-ONE-SEAT-EXIT.
041600     EXIT.
041700
041800*****************************************************************
041900* 9000-TERMINATE - CLOSE THE FILES.                              *
042000*****************************************************************
042100 9000-TERMINATE.
042200     CLOSE STUDENT.
042300     CLOSE SECTION-FILE.
042400     CLOSE SCHEDULE-FILE.
042500 9000-TERMINATE-EXIT.
042600     EXIT.
