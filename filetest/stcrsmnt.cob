000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STCRSMNT.
000300 AUTHOR. LEGOP3.
000400 INSTALLATION. STUDENT RECORDS SHOP.
000500 DATE-WRITTEN. 2026-10-14.
000600 DATE-COMPILED.
000700*****************************************************************
000800* STCRSMNT                                                       *
000900*                                                                *
001000* COURSE SECTION CATALOG MAINTENANCE UTILITY.  WORKS THE SAME    *
001100* WAY STHRMNT WORKS THE HOMEROOM REFERENCE FILE - AN OPERATOR    *
001200* KEYS A TRANSACTION CODE, A COURSE-ID AND A SECTION NUMBER AND  *
001300* STCRSMNT APPLIES IT DIRECTLY AGAINST THE INDEXED COURSE        *
001400* SECTION CATALOG (CRSSECT.DAT, SEE CRSSECT.CPY):                *
001500*                                                                *
001600*     L  -  LOOKUP / DISPLAY A SECTION                           *
001700*     A  -  ADD A NEW SECTION                                    *
001800*     C  -  CHANGE (REWRITE) AN EXISTING SECTION                 *
001900*     D  -  DELETE AN EXISTING SECTION                           *
002000*     X  -  EXIT                                                 *
002100*                                                                *
002200* STSCHED AND STSCHMNT VALIDATE EVERY SCHEDULE ENTRY AGAINST     *
002300* THIS FILE, SO A SECTION MUST BE SET UP HERE BEFORE STUDENTS    *
002400* CAN BE SCHEDULED INTO IT.                                      *
002500*                                                                *
002600* THE SEATS TAKEN IN A SECTION ARE COUNTED OFF THE STUDENT       *
002700* SCHEDULE FILE (SCHEDULE.DAT, SEE SCHEDULE.CPY) ON THE SPOT.    *
002800* A SECTION STILL HOLDING STUDENTS CANNOT BE DELETED OR MOVED    *
002900* TO ANOTHER PERIOD - DROP THE STUDENTS FIRST WITH STSCHMNT OR   *
003000* STSCHED - AND ITS SEAT LIMIT CANNOT BE CUT BELOW THE SEATS     *
003100* ALREADY TAKEN.                                                 *
003200*                                                                *
003300* MOD LOG                                                        *
003400*   2026-10-14  LEGOP3   INITIAL VERSION.                        *
003500*****************************************************************
003600
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT OPTIONAL SECTION-FILE
004100         ASSIGN TO WS-SECTION-FILE-NAME
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS CS-KEY
004500         FILE STATUS IS WS-SECTION-FILE-STATUS.
004600
004700     SELECT OPTIONAL SCHEDULE-FILE
004800         ASSIGN TO WS-SCHEDULE-FILE-NAME
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS SC-KEY
005200         FILE STATUS IS WS-SCHEDULE-FILE-STATUS.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  SECTION-FILE.
005700     COPY "crssect.cpy".
005800
005900 FD  SCHEDULE-FILE.
006000     COPY "schedule.cpy".
006100
006200 WORKING-STORAGE SECTION.
006300 01  WS-SECTION-FILE-STATUS       PIC X(02)   VALUE '00'.
006400 01  WS-SCHEDULE-FILE-STATUS      PIC X(02)   VALUE '00'.
006500
006600 01  WS-SECTION-FILE-NAME         PIC X(40)
006700                                  VALUE 'crssect.dat'.
006800 01  WS-SCHEDULE-FILE-NAME        PIC X(40)
006900                                  VALUE 'schedule.dat'.
007000
007100     COPY "sitecfgk.cpy".
007200
007300 01  WS-SWITCHES.
007400     05  WS-DONE-SW               PIC X(01)   VALUE 'N'.
007500         88  WS-DONE                          VALUE 'Y'.
007600     05  WS-TEST-MODE-SW          PIC X(01)   VALUE 'N'.
007700         88  WS-TEST-CYCLE                    VALUE 'Y'.
007800     05  WS-SCHED-FILE-SW         PIC X(01)   VALUE 'N'.
007900         88  WS-SCHED-FILE-ON-HAND            VALUE 'Y'.
008000     05  WS-SEAT-EOF-SW           PIC X(01)   VALUE 'N'.
008100         88  WS-SEAT-EOF                      VALUE 'Y'.
008200     05  WS-DETAIL-OK-SW          PIC X(01)   VALUE 'Y'.
008300         88  WS-DETAIL-OK                     VALUE 'Y'.
008400         88  WS-DETAIL-BAD                    VALUE 'N'.
008500
008600 01  WS-TRANSACTION-CODE          PIC X(01)   VALUE SPACES.
008700     88  WS-TRAN-LOOKUP                       VALUE 'L' 'l'.
008800     88  WS-TRAN-ADD                          VALUE 'A' 'a'.
008900     88  WS-TRAN-CHANGE                       VALUE 'C' 'c'.
009000     88  WS-TRAN-DELETE                       VALUE 'D' 'd'.
009100     88  WS-TRAN-EXIT                         VALUE 'X' 'x'.
009200
009300 01  WS-KEY-COURSE                PIC X(06)   VALUE SPACES.
009400 01  WS-KEY-SECTION               PIC 9(02)   VALUE ZERO.
009500 01  WS-INPUT-TITLE               PIC X(25)   VALUE SPACES.
009600 01  WS-INPUT-ROOM                PIC X(04)   VALUE SPACES.
009700 01  WS-INPUT-TEACHER             PIC X(25)   VALUE SPACES.
009800 01  WS-INPUT-PERIOD              PIC 9(01)   VALUE ZERO.
009900 01  WS-INPUT-SEAT-LIMIT          PIC 9(03)   VALUE ZERO.
010000
010100 01  WS-SEAT-COUNT                PIC 9(05)   COMP VALUE ZERO.
010200 01  WS-SEAT-COUNT-X              PIC ZZZZ9.
010300
010400 PROCEDURE DIVISION.
010500
010600 0000-MAINLINE.
010700     PERFORM 1000-INITIALIZE
010800         THRU 1000-INITIALIZE-EXIT.
010900
011000     PERFORM 2000-PROCESS-TRANSACTION
011100         THRU 2000-PROCESS-TRANSACTION-EXIT
011200         UNTIL WS-DONE.
011300
011400     PERFORM 9000-TERMINATE
011500         THRU 9000-TERMINATE-EXIT.
011600
011700     STOP RUN.
011800
011900*****************************************************************
012000* 1000-INITIALIZE - OPEN THE CATALOG FOR RANDOM ACCESS AND THE   *
012100*                   SCHEDULE FILE FOR SEAT COUNTS.               *
012200*****************************************************************
012300 1000-INITIALIZE.
012400     MOVE 'crssect.dat' TO SF-DEFAULT-NAME.
012500     PERFORM 1100-RESOLVE-ONE-NAME
012600         THRU 1100-RESOLVE-ONE-NAME-EXIT.
012700     MOVE SF-RESOLVED-NAME TO WS-SECTION-FILE-NAME.
012800
012900     MOVE 'schedule.dat' TO SF-DEFAULT-NAME.
013000     PERFORM 1100-RESOLVE-ONE-NAME
013100         THRU 1100-RESOLVE-ONE-NAME-EXIT.
013200     MOVE SF-RESOLVED-NAME TO WS-SCHEDULE-FILE-NAME.
013300
013400     OPEN I-O SECTION-FILE.
013500     IF WS-SECTION-FILE-STATUS NOT = '00'
013600         AND WS-SECTION-FILE-STATUS NOT = '05'
013700         DISPLAY 'STCRSMNT - UNABLE TO OPEN CRSSECT.DAT, '
013800             'FILE STATUS = ' WS-SECTION-FILE-STATUS
013900         MOVE 16 TO RETURN-CODE
014000         STOP RUN
014100     END-IF.
014200
014300     OPEN INPUT SCHEDULE-FILE.
014400     IF WS-SCHEDULE-FILE-STATUS = '00'
014500         SET WS-SCHED-FILE-ON-HAND TO TRUE
014600     ELSE
014700         IF WS-SCHEDULE-FILE-STATUS = '05'
014800             CLOSE SCHEDULE-FILE
014900         END-IF
015000     END-IF.
015100 1000-INITIALIZE-EXIT.
015200     EXIT.
015300
015400*****************************************************************
015500* 1100-RESOLVE-ONE-NAME - RESOLVE ONE NAME THROUGH STSITE AND    *
015600*                        SHOW THE TEST-CYCLE NOTICE THE FIRST    *
015700*                        TIME ANY REDIRECTION IS SEEN.           *
015800*****************************************************************
015900 1100-RESOLVE-ONE-NAME.
016000     CALL 'STSITE' USING SITE-PARM.
016100     IF SF-TEST-MODE = 'Y' AND NOT WS-TEST-CYCLE
016200         SET WS-TEST-CYCLE TO TRUE
016300         DISPLAY '** TEST CYCLE - NOT PRODUCTION FILES **'
016400     END-IF.
016500 1100-RESOLVE-ONE-NAME-EXIT.
016600     EXIT.
016700
016800*****************************************************************
016900* 2000-PROCESS-TRANSACTION - PROMPT THE OPERATOR FOR ONE         *
017000*                            TRANSACTION AND APPLY IT.           *
017100*****************************************************************
017200 2000-PROCESS-TRANSACTION.
017300     DISPLAY ' '.
017400     DISPLAY 'STCRSMNT - COURSE SECTION CATALOG MAINTENANCE'.
017500     DISPLAY '  L) LOOKUP   A) ADD   C) CHANGE   D) DELETE'
017600         '   X) EXIT'.
017700     DISPLAY 'ENTER TRANSACTION CODE: ' WITH NO ADVANCING.
017800     ACCEPT WS-TRANSACTION-CODE.
017900
018000     EVALUATE TRUE
018100         WHEN WS-TRAN-LOOKUP
018200             PERFORM 2100-LOOKUP THRU 2100-LOOKUP-EXIT
018300         WHEN WS-TRAN-ADD
018400             PERFORM 2200-ADD THRU 2200-ADD-EXIT
018500         WHEN WS-TRAN-CHANGE
018600             PERFORM 2300-CHANGE THRU 2300-CHANGE-EXIT
018700         WHEN WS-TRAN-DELETE
018800             PERFORM 2400-DELETE THRU 2400-DELETE-EXIT
018900         WHEN WS-TRAN-EXIT
019000             SET WS-DONE TO TRUE
019100         WHEN OTHER
019200             DISPLAY 'INVALID TRANSACTION CODE - TRY AGAIN'
019300     END-EVALUATE.
019400 2000-PROCESS-TRANSACTION-EXIT.
019500     EXIT.
019600
019700*****************************************************************
019800* 2100-LOOKUP - READ AND DISPLAY ONE SECTION BY KEY, WITH THE    *
019900*               SEATS TAKEN.                                     *
020000*****************************************************************
020100 2100-LOOKUP.
020200     PERFORM 2500-ACCEPT-KEY THRU 2500-ACCEPT-KEY-EXIT.
020300     MOVE WS-KEY-COURSE TO CS-COURSE-ID.
020400     MOVE WS-KEY-SECTION TO CS-SECTION-NO.
020500     READ SECTION-FILE
020600         INVALID KEY
020700             DISPLAY 'NO SECTION FOUND FOR ' WS-KEY-COURSE
020800                 '-' WS-KEY-SECTION
020900             GO TO 2100-LOOKUP-EXIT
021000     END-READ.
021100
021200     PERFORM 3900-COUNT-SEATS THRU 3900-COUNT-SEATS-EXIT.
021300
021400     DISPLAY 'COURSE-ID.: ' CS-COURSE-ID '  SECTION '
021500         CS-SECTION-NO.
021600     DISPLAY 'TITLE.....: ' CS-COURSE-TITLE.
021700     DISPLAY 'ROOM......: ' CS-ROOM.
021800     DISPLAY 'TEACHER...: ' CS-TEACHER-NAME.
021900     DISPLAY 'PERIOD....: ' CS-PERIOD.
022000     DISPLAY 'SEAT LIMIT: ' CS-SEAT-LIMIT.
022100     MOVE WS-SEAT-COUNT TO WS-SEAT-COUNT-X.
022200     DISPLAY 'SEATS TAKEN:' WS-SEAT-COUNT-X.
022300 2100-LOOKUP-EXIT.
022400     EXIT.
022500
022600*****************************************************************
022700* 2200-ADD - PROMPT FOR A NEW SECTION AND WRITE IT.              *
022800*****************************************************************
022900 2200-ADD.
023000     PERFORM 2500-ACCEPT-KEY THRU 2500-ACCEPT-KEY-EXIT.
023100     PERFORM 2600-ACCEPT-DETAIL THRU 2600-ACCEPT-DETAIL-EXIT.
023200     IF WS-DETAIL-BAD
023300         GO TO 2200-ADD-EXIT
023400     END-IF.
023500
023600     MOVE WS-KEY-COURSE TO CS-COURSE-ID.
023700     MOVE WS-KEY-SECTION TO CS-SECTION-NO.
023800     MOVE WS-INPUT-TITLE TO CS-COURSE-TITLE.
023900     MOVE WS-INPUT-ROOM TO CS-ROOM.
024000     MOVE WS-INPUT-TEACHER TO CS-TEACHER-NAME.
024100     MOVE WS-INPUT-PERIOD TO CS-PERIOD.
024200     MOVE WS-INPUT-SEAT-LIMIT TO CS-SEAT-LIMIT.
024300
024400     WRITE COURSE-SECTION-RECORD
024500         INVALID KEY
024600             DISPLAY 'ADD FAILED - SECTION ' WS-KEY-COURSE
024700                 '-' WS-KEY-SECTION ' ALREADY EXISTS'
024800         NOT INVALID KEY
024900             DISPLAY 'SECTION ' WS-KEY-COURSE '-' WS-KEY-SECTION
025000                 ' ADDED'
025100     END-WRITE.
025200 2200-ADD-EXIT.
025300     EXIT.
025400
025500*****************************************************************
025600* 2300-CHANGE - READ, PROMPT FOR NEW VALUES AND REWRITE.  A      *
025700*               SECTION HOLDING STUDENTS KEEPS ITS PERIOD AND    *
025800*               CANNOT DROP BELOW ITS SEATS TAKEN.               *
025900*****************************************************************
026000 2300-CHANGE.
026100     PERFORM 2500-ACCEPT-KEY THRU 2500-ACCEPT-KEY-EXIT.
026200     MOVE WS-KEY-COURSE TO CS-COURSE-ID.
026300     MOVE WS-KEY-SECTION TO CS-SECTION-NO.
026400     READ SECTION-FILE
026500         INVALID KEY
026600             DISPLAY 'NO SECTION FOUND FOR ' WS-KEY-COURSE
026700                 '-' WS-KEY-SECTION
026800             GO TO 2300-CHANGE-EXIT
026900     END-READ.
027000
027100     PERFORM 2600-ACCEPT-DETAIL THRU 2600-ACCEPT-DETAIL-EXIT.
027200     IF WS-DETAIL-BAD
027300         GO TO 2300-CHANGE-EXIT
027400     END-IF.
027500
027600     PERFORM 3900-COUNT-SEATS THRU 3900-COUNT-SEATS-EXIT.
027700     IF WS-SEAT-COUNT > ZERO
027800         AND WS-INPUT-PERIOD NOT = CS-PERIOD
027900         DISPLAY 'CHANGE REFUSED - ' WS-SEAT-COUNT
028000             ' STUDENTS ARE SCHEDULED IN PERIOD ' CS-PERIOD
028100             ' - DROP THEM BEFORE MOVING THE SECTION'
028200         GO TO 2300-CHANGE-EXIT
028300     END-IF.
028400     IF WS-INPUT-SEAT-LIMIT < WS-SEAT-COUNT
028500         DISPLAY 'CHANGE REFUSED - ' WS-SEAT-COUNT
028600             ' SEATS ARE ALREADY TAKEN'
028700         GO TO 2300-CHANGE-EXIT
028800     END-IF.
028900
029000     MOVE WS-INPUT-TITLE TO CS-COURSE-TITLE.
029100     MOVE WS-INPUT-ROOM TO CS-ROOM.
029200     MOVE WS-INPUT-TEACHER TO CS-TEACHER-NAME.
029300     MOVE WS-INPUT-PERIOD TO CS-PERIOD.
029400     MOVE WS-INPUT-SEAT-LIMIT TO CS-SEAT-LIMIT.
029500
029600     REWRITE COURSE-SECTION-RECORD
029700         INVALID KEY
029800             DISPLAY 'CHANGE FAILED FOR SECTION ' WS-KEY-COURSE
029900                 '-' WS-KEY-SECTION
030000         NOT INVALID KEY
030100             DISPLAY 'SECTION ' WS-KEY-COURSE '-' WS-KEY-SECTION
030200                 ' CHANGED'
030300     END-REWRITE.
030400 2300-CHANGE-EXIT.
030500     EXIT.
030600
030700*****************************************************************
030800* 2400-DELETE - DELETE ONE SECTION BY KEY, PROVIDED NO STUDENT   *
030900*               IS STILL SCHEDULED INTO IT.                      *
031000*****************************************************************
031100 2400-DELETE.
031200     PERFORM 2500-ACCEPT-KEY THRU 2500-ACCEPT-KEY-EXIT.
031300     MOVE WS-KEY-COURSE TO CS-COURSE-ID.
031400     MOVE WS-KEY-SECTION TO CS-SECTION-NO.
031500
031600     PERFORM 3900-COUNT-SEATS THRU 3900-COUNT-SEATS-EXIT.
031700     IF WS-SEAT-COUNT > ZERO
031800         DISPLAY 'DELETE REFUSED - ' WS-SEAT-COUNT
031900             ' STUDENTS ARE STILL SCHEDULED INTO SECTION '
032000             WS-KEY-COURSE '-' WS-KEY-SECTION
032100         GO TO 2400-DELETE-EXIT
032200     END-IF.
032300
032400     DELETE SECTION-FILE
032500         INVALID KEY
032600             DISPLAY 'DELETE FAILED - NO SECTION FOR '
032700                 WS-KEY-COURSE '-' WS-KEY-SECTION
032800         NOT INVALID KEY
032900             DISPLAY 'SECTION ' WS-KEY-COURSE '-' WS-KEY-SECTION
033000                 ' DELETED'
033100     END-DELETE.
033200 2400-DELETE-EXIT.
033300     EXIT.
033400
033500*****************************************************************
033600* 2500-ACCEPT-KEY - PROMPT THE OPERATOR FOR A COURSE-ID AND A    *
033700*                   SECTION NUMBER.                              *
033800*****************************************************************
033900 2500-ACCEPT-KEY.
034000     DISPLAY 'ENTER COURSE-ID (6 CHARACTERS): ' WITH NO ADVANCING.
034100     ACCEPT WS-KEY-COURSE.
034200     DISPLAY 'ENTER SECTION NUMBER (01-99): ' WITH NO ADVANCING.
034300     ACCEPT WS-KEY-SECTION.
034400 2500-ACCEPT-KEY-EXIT.
034500     EXIT.
034600
034700*****************************************************************
034800* 2600-ACCEPT-DETAIL - PROMPT THE OPERATOR FOR THE TITLE, ROOM,  *
034900*                      TEACHER, PERIOD AND SEAT LIMIT.           *
035000*****************************************************************
035100 2600-ACCEPT-DETAIL.
035200     SET WS-DETAIL-OK TO TRUE.
035300     DISPLAY 'ENTER COURSE TITLE (25 CHARACTERS): '
035400         WITH NO ADVANCING.
035500     ACCEPT WS-INPUT-TITLE.
035600     DISPLAY 'ENTER ROOM (4 CHARACTERS): ' WITH NO ADVANCING.
035700     ACCEPT WS-INPUT-ROOM.
035800     DISPLAY 'ENTER TEACHER NAME (25 CHARACTERS): '
035900         WITH NO ADVANCING.
036000     ACCEPT WS-INPUT-TEACHER.
036100     DISPLAY 'ENTER PERIOD (1-9): ' WITH NO ADVANCING.
036200     ACCEPT WS-INPUT-PERIOD.
036300     DISPLAY 'ENTER SEAT LIMIT (001-999): ' WITH NO ADVANCING.
036400     ACCEPT WS-INPUT-SEAT-LIMIT.
036500
036600     IF WS-INPUT-PERIOD = ZERO
036700         SET WS-DETAIL-BAD TO TRUE
036800         DISPLAY 'PERIOD MUST BE 1-9 - NOTHING CHANGED'
036900     END-IF.
037000     IF WS-INPUT-SEAT-LIMIT = ZERO
037100         SET WS-DETAIL-BAD TO TRUE
037200         DISPLAY 'SEAT LIMIT MUST BE 001-999 - NOTHING CHANGED'
037300     END-IF.
037400 2600-ACCEPT-DETAIL-EXIT.
037500     EXIT.
037600
037700*****************************************************************
037800* 3900-COUNT-SEATS - COUNT THE SCHEDULE ENTRIES HOLDING A SEAT   *
037900*                    IN THE KEYED SECTION.  THE SCHEDULE FILE    *
038000*                    IS KEYED BY STUDENT, SO THE WHOLE FILE IS   *
038100*                    WALKED.                                     *
038200*****************************************************************
038300 3900-COUNT-SEATS.
038400     MOVE ZERO TO WS-SEAT-COUNT.
038500     IF NOT WS-SCHED-FILE-ON-HAND
038600         GO TO 3900-COUNT-SEATS-EXIT
038700     END-IF.
038800
038900     MOVE 'N' TO WS-SEAT-EOF-SW.
039000     MOVE ZERO TO SC-STUDENT-ID.
039100     MOVE ZERO TO SC-PERIOD.
039200     START SCHEDULE-FILE KEY >= SC-KEY
039300         INVALID KEY
039400             SET WS-SEAT-EOF TO TRUE
039500     END-START.
039600
039700     PERFORM 3910-COUNT-ONE-SEAT
039800         THRU 3910-COUNT-ONE-SEAT-EXIT
039900         UNTIL WS-SEAT-EOF.
040000 3900-COUNT-SEATS-EXIT.
040100     EXIT.
040200
040300*****************************************************************
040400* 3910-COUNT-ONE-SEAT - COUNT ONE SCHEDULE ENTRY AGAINST THE     *
040500*                       KEYED SECTION.                           *
040600*****************************************************************
040700 3910-COUNT-ONE-SEAT.
040800     READ SCHEDULE-FILE NEXT RECORD
040900         AT END
041000             SET WS-SEAT-EOF TO TRUE
041100             GO TO 3910-COUNT-ONE-SEAT-EXIT
041200     END-READ.
041300
041400     IF SC-COURSE-ID = WS-KEY-COURSE
041500         AND SC-SECTION-NO = WS-KEY-SECTION
041600         ADD 1 TO WS-SEAT-COUNT
041700     END-IF.
041800 3910-COUNT-ONE-SEAT-EXIT.
041900     EXIT.
042000
042100*****************************************************************
042200* 9000-TERMINATE - CLOSE THE CATALOG AND THE SCHEDULE FILE.      *
042300*****************************************************************
042400 9000-TERMINATE.
042500     CLOSE SECTION-FILE.
042600     IF WS-SCHED-FILE-ON-HAND
042700         CLOSE SCHEDULE-FILE
042800     END-IF.
042900 9000-TERMINATE-EXIT.
043000     EXIT.
