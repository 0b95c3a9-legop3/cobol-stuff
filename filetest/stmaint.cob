000270*     D  -  DELETE AN EXISTING RECORD                            *
000280*     S  -  SEARCH / BROWSE BY NAME (FULL OR PARTIAL)            *
000290*     X  -  EXIT                                                 *
000291*                                                                *
000292* EACH CODE NEEDS AN OPERATOR SIGNED ON THROUGH STSECURE AT THE  *
000293* RIGHT LEVEL - INQUIRY FOR L AND S, CLERK FOR A AND C (ALSO     *
000294* FOR A CHANGE PICKED OFF A SEARCH), REGISTRAR FOR D.  A         *
000295* REFUSED CODE IS LOGGED AS A VIOLATION AND THE OPERATOR IS      *
000296* PROMPTED AGAIN.                                                *
000300*                                                                *
000310* THIS REPLACES HAND-EDITING INPUT.TXT AS THE WAY TO CORRECT A  *
000320* SINGLE STUDENT RECORD.  FOR BULK, AUDITABLE DAILY CHANGES SEE  *
000780*                        (SEE SITECFGK.CPY), AND A TEST-CYCLE   *
000790*                        NOTICE IS SHOWN WHEN A REDIRECTION IS  *
000800*                        IN FORCE.                              *
000801*   2026-10-15  LEGOP3   OPERATOR SIGN-ON THROUGH STSECURE (SEE  *
000802*                        SECUREK.CPY) AT START, AND EVERY        *
000803*                        TRANSACTION CODE IS CHECKED AGAINST     *
000804*                        THE OPERATOR'S AUTHORITY LEVEL BEFORE   *
000805*                        IT IS APPLIED.  EVERY STHIST.DAT ENTRY  *
000806*                        NOW CARRIES THE OPERATOR ID.            *
000807*   2026-10-15  LEGOP3   A DELETE NOW GIVES BACK THE STUDENT'S   *
000808*                        CLASS-SECTION SEATS ON SCHEDULE.DAT     *
000809*                        (SEE SCHEDULE.CPY), AS STTRAN DOES.     *
000810*****************************************************************
000820
000830 ENVIRONMENT DIVISION.
001050         RECORD KEY IS HR-ROOM-CODE
001060         FILE STATUS IS WS-HOMEROOM-FILE-STATUS.
001070
001071     SELECT OPTIONAL SCHEDULE-FILE
001072         ASSIGN TO WS-SCHEDULE-FILE-NAME
001073         ORGANIZATION IS INDEXED
001074         ACCESS MODE IS DYNAMIC
001075         RECORD KEY IS SC-KEY
001076         FILE STATUS IS WS-SCHEDULE-FILE-STATUS.
001077
001080 DATA DIVISION.
001090 FILE SECTION.
001100 FD  STUDENT.
001160 FD  HOMEROOM-FILE.
001170     COPY "homeroom.cpy".
001180
001182 FD  SCHEDULE-FILE.
001184     COPY "schedule.cpy".
001186
001190 WORKING-STORAGE SECTION.
001200 01  WS-STUDENT-FILE-STATUS       PIC X(02)   VALUE '00'.
001210 01  WS-HISTORY-FILE-STATUS       PIC X(02)   VALUE '00'.
001220 01  WS-HOMEROOM-FILE-STATUS      PIC X(02)   VALUE '00'.
001225 01  WS-SCHEDULE-FILE-STATUS      PIC X(02)   VALUE '00'.
001230
001240 01  WS-STUDENT-FILE-NAME         PIC X(40)
001250                                  VALUE 'student.dat'.
001270                                  VALUE 'sthist.dat'.
001280 01  WS-HOMEROOM-FILE-NAME        PIC X(40)
001290                                  VALUE 'homeroom.dat'.
001294 01  WS-SCHEDULE-FILE-NAME        PIC X(40)
001298                                  VALUE 'schedule.dat'.
001300
001310     COPY "sitecfgk.cpy".
001320
001324     COPY "securek.cpy".
001328
001330 01  WS-SWITCHES.
001340     05  WS-DONE-SW               PIC X(01)   VALUE 'N'.
001350         88  WS-DONE                          VALUE 'Y'.
001420         88  WS-HOMEROOM-BAD                  VALUE 'N'.
001430     05  WS-SEAT-EOF-SW           PIC X(01)   VALUE 'N'.
001440         88  WS-SEAT-EOF                      VALUE 'Y'.
001442     05  WS-SCHED-FILE-SW         PIC X(01)   VALUE 'N'.
001444         88  WS-SCHED-FILE-ON-HAND            VALUE 'Y'.
001446     05  WS-SCHED-EOF-SW          PIC X(01)   VALUE 'N'.
001448         88  WS-SCHED-EOF                     VALUE 'Y'.
001450
001460 01  WS-TRANSACTION-CODE          PIC X(01)   VALUE SPACES.
001470     88  WS-TRAN-LOOKUP                       VALUE 'L' 'l'.
001590 01  WS-INPUT-HOMEROOM            PIC X(04)   VALUE SPACES.
001600
001610 01  WS-RUN-DATE                  PIC 9(08)   VALUE ZERO.
001615 01  WS-OPERATOR-ID               PIC X(08)   VALUE SPACES.
001620
001630 01  WS-SEAT-COUNT                PIC 9(05)   COMP VALUE ZERO.
001640 01  WS-SEAT-CAPACITY             PIC 9(03)   VALUE ZERO.
001645 01  WS-SCHED-REL-COUNT           PIC 9(02)   VALUE ZERO.
001650 01  WS-SAVED-STUDENT             PIC X(53)   VALUE SPACES.
001660
001670 01  WS-SEARCH-FIELDS.
002200* 1000-INITIALIZE - OPEN THE STUDENT MASTER FOR RANDOM ACCESS.   *
002210*****************************************************************
002220 1000-INITIALIZE.
002221     MOVE 'C' TO SK-FUNCTION.
002222     MOVE 'STMAINT' TO SK-PROGRAM.
002223     MOVE 'STUDENT MAINTENANCE' TO SK-ACTIVITY.
002224     SET SK-NEED-INQUIRY TO TRUE.
002225     CALL 'STSECURE' USING SECURITY-PARM.
002226     IF SK-RETURN NOT = '0'
002227         DISPLAY 'STMAINT - ' SK-MESSAGE
002228         MOVE 8 TO RETURN-CODE
002229         STOP RUN
002230     END-IF.
002231     MOVE SK-OPERATOR-ID TO WS-OPERATOR-ID.
002232
002233     MOVE 'student.dat' TO SF-DEFAULT-NAME.
002240     PERFORM 1100-RESOLVE-ONE-NAME
002250         THRU 1100-RESOLVE-ONE-NAME-EXIT.
002260     MOVE SF-RESOLVED-NAME TO WS-STUDENT-FILE-NAME.
002350         THRU 1100-RESOLVE-ONE-NAME-EXIT.
002360     MOVE SF-RESOLVED-NAME TO WS-HOMEROOM-FILE-NAME.
002370
002371     MOVE 'schedule.dat' TO SF-DEFAULT-NAME.
002372     PERFORM 1100-RESOLVE-ONE-NAME
002373         THRU 1100-RESOLVE-ONE-NAME-EXIT.
002374     MOVE SF-RESOLVED-NAME TO WS-SCHEDULE-FILE-NAME.
002375
002380     OPEN I-O STUDENT.
002390     IF WS-STUDENT-FILE-STATUS NOT = '00'
002400         DISPLAY 'STMAINT - UNABLE TO OPEN STUDENT MASTER, '
002600     ELSE
002610         DISPLAY 'STMAINT - NO HOMEROOM REFERENCE FILE ON HAND '
002620             '- HOMEROOM CHECKS SKIPPED'
002621     END-IF.
002622
002623     OPEN I-O SCHEDULE-FILE.
002624     IF WS-SCHEDULE-FILE-STATUS = '00'
002625         SET WS-SCHED-FILE-ON-HAND TO TRUE
002626     ELSE
002627         IF WS-SCHEDULE-FILE-STATUS = '05'
002628             CLOSE SCHEDULE-FILE
002629         ELSE
002630             DISPLAY 'STMAINT - UNABLE TO OPEN SCHEDULE.DAT, '
002631                 'FILE STATUS = ' WS-SCHEDULE-FILE-STATUS
002632             MOVE 16 TO RETURN-CODE
002633             STOP RUN
002634         END-IF
002635     END-IF.
002640 1000-INITIALIZE-EXIT.
002650     EXIT.
002660
002900     DISPLAY 'ENTER TRANSACTION CODE: ' WITH NO ADVANCING.
002910     ACCEPT WS-TRANSACTION-CODE.
002920
002921     PERFORM 2050-CHECK-AUTHORITY
002922         THRU 2050-CHECK-AUTHORITY-EXIT.
002923     IF SK-RETURN NOT = '0'
002924         GO TO 2000-PROCESS-TRANSACTION-EXIT
002925     END-IF.
002926
002930     EVALUATE TRUE
002940         WHEN WS-TRAN-LOOKUP
002950             PERFORM 2100-LOOKUP THRU 2100-LOOKUP-EXIT
003080             DISPLAY 'INVALID TRANSACTION CODE - TRY AGAIN'
003090     END-EVALUATE.
003100 2000-PROCESS-TRANSACTION-EXIT.
003101     EXIT.
003102
003103*****************************************************************
003104* 2050-CHECK-AUTHORITY - CHECK THE TRANSACTION CODE AGAINST THE  *
003105*                        SIGNED-ON OPERATOR'S LEVEL.  LOOKUP,    *
003106*                        SEARCH AND EXIT NEED NOTHING BEYOND     *
003107*                        THE SIGN-ON ITSELF.                     *
003108*****************************************************************
003109 2050-CHECK-AUTHORITY.
003110     MOVE '0' TO SK-RETURN.
003111     EVALUATE TRUE
003112         WHEN WS-TRAN-ADD
003113             SET SK-NEED-CLERK TO TRUE
003114         WHEN WS-TRAN-CHANGE
003115             SET SK-NEED-CLERK TO TRUE
003116         WHEN WS-TRAN-DELETE
003117             SET SK-NEED-REGISTRAR TO TRUE
003118         WHEN OTHER
003119             GO TO 2050-CHECK-AUTHORITY-EXIT
003120     END-EVALUATE.
003121
003122     MOVE 'C' TO SK-FUNCTION.
003123     MOVE 'STMAINT' TO SK-PROGRAM.
003124     MOVE SPACES TO SK-ACTIVITY.
003125     STRING 'TRANSACTION CODE ' DELIMITED BY SIZE
003126         WS-TRANSACTION-CODE DELIMITED BY SIZE
003127         INTO SK-ACTIVITY
003128     END-STRING.
003129     CALL 'STSECURE' USING SECURITY-PARM.
003130     IF SK-RETURN NOT = '0'
003131         DISPLAY 'STMAINT - ' SK-MESSAGE
003132     END-IF.
003133 2050-CHECK-AUTHORITY-EXIT.
003134     EXIT.
003135
003136*****************************************************************
003140* 2100-LOOKUP - READ AND DISPLAY ONE RECORD BY KEY.              *
003150*****************************************************************
003160 2100-LOOKUP.
004340             MOVE SPACES TO WS-HIST-AFTER
004350             PERFORM 3800-WRITE-HISTORY
004360                 THRU 3800-WRITE-HISTORY-EXIT
004364             PERFORM 2450-RELEASE-SCHEDULE
004368                 THRU 2450-RELEASE-SCHEDULE-EXIT
004370     END-DELETE.
004380 2400-DELETE-EXIT.
004390     EXIT.
004400
004401*****************************************************************
004402* 2450-RELEASE-SCHEDULE - GIVE BACK EVERY CLASS-SECTION SEAT THE *
004403*                         DELETED STUDENT HELD ON SCHEDULE.DAT.  *
004404*****************************************************************
004405 2450-RELEASE-SCHEDULE.
004406     IF NOT WS-SCHED-FILE-ON-HAND
004407         GO TO 2450-RELEASE-SCHEDULE-EXIT
004408     END-IF.
004409
004410     MOVE ZERO TO WS-SCHED-REL-COUNT.
004411     MOVE 'N' TO WS-SCHED-EOF-SW.
004412     MOVE WS-KEY-ID TO SC-STUDENT-ID.
004413     MOVE ZERO TO SC-PERIOD.
004414     START SCHEDULE-FILE KEY >= SC-KEY
004415         INVALID KEY
004416             SET WS-SCHED-EOF TO TRUE
004417     END-START.
004418
004419     PERFORM 2460-RELEASE-ONE-PERIOD
004420         THRU 2460-RELEASE-ONE-PERIOD-EXIT
004421         UNTIL WS-SCHED-EOF.
004422
004423     IF WS-SCHED-REL-COUNT > ZERO
004424         DISPLAY WS-SCHED-REL-COUNT
004425             ' CLASS-SECTION SEATS RELEASED'
004426     END-IF.
004427 2450-RELEASE-SCHEDULE-EXIT.
004428     EXIT.
004429
004430*****************************************************************
004431* 2460-RELEASE-ONE-PERIOD - DELETE ONE OF THE DELETED STUDENT'S  *
004432*                           SCHEDULE ENTRIES.                    *
004433*****************************************************************
004434 2460-RELEASE-ONE-PERIOD.
004435     READ SCHEDULE-FILE NEXT RECORD
004436         AT END
004437             SET WS-SCHED-EOF TO TRUE
004438             GO TO 2460-RELEASE-ONE-PERIOD-EXIT
004439     END-READ.
004440
004441     IF SC-STUDENT-ID NOT = WS-KEY-ID
004442         SET WS-SCHED-EOF TO TRUE
004443         GO TO 2460-RELEASE-ONE-PERIOD-EXIT
004444     END-IF.
004445
004446     DELETE SCHEDULE-FILE
004447         INVALID KEY
004448             DISPLAY 'STMAINT - SCHEDULE DELETE FAILED FOR '
004449                 'STUDENT-ID ' SC-STUDENT-ID ' PERIOD ' SC-PERIOD
004450             GO TO 2460-RELEASE-ONE-PERIOD-EXIT
004451     END-DELETE.
004452     ADD 1 TO WS-SCHED-REL-COUNT.
004453 2460-RELEASE-ONE-PERIOD-EXIT.
004454     EXIT.
004455
004456*****************************************************************
004457* 2500-ACCEPT-KEY - PROMPT THE OPERATOR FOR A STUDENT-ID.        *
004458*****************************************************************
004459 2500-ACCEPT-KEY.
004460     DISPLAY 'ENTER STUDENT-ID: ' WITH NO ADVANCING.
004461     ACCEPT WS-KEY-ID.
004470 2500-ACCEPT-KEY-EXIT.
004480     EXIT.
004490
006350         GO TO 2740-SELECT-MATCH-EXIT
006360     END-IF.
006370
006371     SET WS-TRAN-CHANGE TO TRUE.
006372     PERFORM 2050-CHECK-AUTHORITY
006373         THRU 2050-CHECK-AUTHORITY-EXIT.
006374     SET WS-TRAN-SEARCH TO TRUE.
006375     IF SK-RETURN NOT = '0'
006376         GO TO 2740-SELECT-MATCH-EXIT
006377     END-IF.
006378
006380     PERFORM 2600-ACCEPT-DETAIL THRU 2600-ACCEPT-DETAIL-EXIT.
006390
006400     PERFORM 3900-CHECK-HOMEROOM
006820     MOVE WS-HIST-ACTION TO HIST-ACTION.
006830     MOVE WS-HIST-BEFORE TO HIST-BEFORE-IMAGE.
006840     MOVE WS-HIST-AFTER TO HIST-AFTER-IMAGE.
006845     MOVE WS-OPERATOR-ID TO HIST-OPERATOR-ID.
006850
006860 3800-WRITE-HISTORY-TRY.
006870     WRITE HISTORY-RECORD
007790     CLOSE STUDENT.
007800     CLOSE HISTORY-FILE.
007810     CLOSE HOMEROOM-FILE.
007812     IF WS-SCHED-FILE-ON-HAND
007814         CLOSE SCHEDULE-FILE
007816     END-IF.
007820 9000-TERMINATE-EXIT.
007830     EXIT.
