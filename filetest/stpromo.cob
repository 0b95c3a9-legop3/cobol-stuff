002800* PROMOTED OR GRADUATED AND CLOSES WITH COUNTS PER GRADE SO     *
002900* THE REGISTRAR CAN SIGN THE ROLLOVER OFF.                      *
003000*                                                                *
003010* AHEAD OF THE COUNTS THE REGISTER CARRIES A PROMOTION HOLD      *
003020* SECTION LISTING EVERY FAILING MARK ON THE TERM MARKS FILE      *
003030* (MARKS.DAT, SEE MARKS.CPY) FOR THE SCHOOL YEAR ENDING IN THE   *
003040* RUN YEAR.  THE ROLLOVER ITSELF IS NOT HELD BACK - THE          *
003050* REGISTRAR REVIEWS THOSE STUDENTS BEFORE SIGNING OFF AND        *
003060* CORRECTS ANY RETENTION THROUGH STTRAN.                         *
003070*                                                                *
003100* CHECKS IN WITH THE STRUNCTL RUN-CONTROL SUBSYSTEM AT START    *
003200* AND END - A START IS REFUSED WHILE ANY DAILY STEP IS IN       *
003300* FLIGHT ON THE MASTER.  STPROMO ALSO SCANS RUNCTL.DAT ITSELF   *
004450*                        THE MASTER.  THE PROMOTION REGISTER    *
004460*                        IS STAMPED TEST WHEN A REDIRECTION     *
004470*                        IS IN FORCE.                           *
004472*   2026-10-14  LEGOP3   ADDED THE PROMOTION HOLD SECTION -      *
004474*                        EVERY F ON MARKS.DAT FOR THE SCHOOL     *
004476*                        YEAR ENDING IN THE RUN YEAR IS LISTED   *
004478*                        AHEAD OF THE TOTALS FOR THE REGISTRAR   *
004480*                        TO REVIEW BEFORE SIGNING OFF.           *
004482*   2026-10-15  LEGOP3   EVERY CHANGE-HISTORY ENTRY NOW CARRIES  *
004484*                        THE OPERATOR ID FROM STSECURE (SEE      *
004486*                        SECUREK.CPY) - BATCH WHEN THE ROLLOVER  *
004488*                        RUNS UNATTENDED.                        *
004500*****************************************************************
004600
004700 ENVIRONMENT DIVISION.
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-CONTROL-FILE-STATUS.
006700
006710     SELECT OPTIONAL MARKS-FILE
006720         ASSIGN TO WS-MARKS-FILE-NAME
006730         ORGANIZATION IS INDEXED
006740         ACCESS MODE IS SEQUENTIAL
006750         RECORD KEY IS MK-KEY
006760         FILE STATUS IS WS-MARKS-FILE-STATUS.
006770
006800     SELECT PROMO-RPT ASSIGN TO WS-PROMO-RPT-NAME
006900         ORGANIZATION IS LINE SEQUENTIAL.
007000
007900 FD  RUN-CONTROL.
008000     COPY "runctl.cpy".
008100
008110 FD  MARKS-FILE.
008120     COPY "marks.cpy".
008130
008200 FD  PROMO-RPT.
008300 01  PROMO-LINE                   PIC X(80).
008400
008600 01  WS-STUDENT-FILE-STATUS       PIC X(02)   VALUE '00'.
008700 01  WS-HISTORY-FILE-STATUS       PIC X(02)   VALUE '00'.
008800 01  WS-CONTROL-FILE-STATUS       PIC X(02)   VALUE '00'.
008805 01  WS-MARKS-FILE-STATUS         PIC X(02)   VALUE '00'.
008810
008820 01  WS-STUDENT-FILE-NAME         PIC X(40)
008830                                  VALUE 'student.dat'.
008850 01  WS-RUNCTL-FILE-NAME          PIC X(40)   VALUE 'runctl.dat'.
008860 01  WS-PROMO-RPT-NAME            PIC X(40)
008870                                  VALUE 'promoreg.txt'.
008875 01  WS-MARKS-FILE-NAME           PIC X(40)   VALUE 'marks.dat'.
008880
008881 01  WS-TEST-MODE-SW              PIC X(01)   VALUE 'N'.
008882     88  WS-TEST-CYCLE                        VALUE 'Y'.
008886
008887     COPY "sitecfgk.cpy".
008900
008910     COPY "securek.cpy".
008920
009000 01  WS-SWITCHES.
009100     05  WS-EOF-SW                PIC X(01)   VALUE 'N'.
009200         88  WS-EOF                           VALUE 'Y'.
009400         88  WS-CTL-EOF                       VALUE 'Y'.
009500     05  WS-PRIOR-RUN-SW          PIC X(01)   VALUE 'N'.
009600         88  WS-PRIOR-RUN-THIS-YEAR           VALUE 'Y'.
009610     05  WS-MARKS-EOF-SW          PIC X(01)   VALUE 'N'.
009620         88  WS-MARKS-EOF                     VALUE 'Y'.
009700
009800 01  WS-COUNTERS.
009900     05  WS-READ-COUNT            PIC 9(07)   COMP VALUE ZERO.
010000     05  WS-PROMOTE-COUNT         PIC 9(07)   COMP VALUE ZERO.
010100     05  WS-GRADUATE-COUNT        PIC 9(07)   COMP VALUE ZERO.
010200     05  WS-UNCHANGED-COUNT       PIC 9(07)   COMP VALUE ZERO.
010210     05  WS-HOLD-STUDENT-COUNT    PIC 9(07)   COMP VALUE ZERO.
010220     05  WS-HOLD-MARK-COUNT       PIC 9(07)   COMP VALUE ZERO.
010300
010400 01  WS-GRADE-COUNT-TABLE.
010500     05  WS-GRADE-COUNT           PIC 9(07)   COMP VALUE ZERO
010700
010800 01  WS-GRADE-SUB                 PIC 9(02)   COMP VALUE ZERO.
010900 01  WS-OLD-GRADE                 PIC 9(02)   VALUE ZERO.
010910 01  WS-HOLD-LAST-ID              PIC 9(05)   VALUE ZERO.
011000
011100 01  WS-PARM                      PIC X(10)   VALUE SPACES.
011200
015400     05  PG-TRAILER-LABEL         PIC X(30).
015500     05  PG-TRAILER-COUNT         PIC Z,ZZZ,ZZ9.
015600
015605 01  PG-HOLD-HEADING.
015610     05  FILLER                   PIC X(48)   VALUE
015615             'PROMOTION HOLD - FAILING MARKS, SCHOOL YEAR TO'.
015620     05  PG-HOLD-YEAR             PIC 9(04).
015625
015630 01  PG-HOLD-LINE.
015635     05  PG-HOLD-STUDENT-ID       PIC ZZZZ9.
015640     05  FILLER                   PIC X(02)   VALUE SPACES.
015645     05  PG-HOLD-NAME             PIC X(25).
015650     05  FILLER                   PIC X(02)   VALUE SPACES.
015655     05  PG-HOLD-HOMEROOM         PIC X(04).
015660     05  FILLER                   PIC X(02)   VALUE SPACES.
015665     05  PG-HOLD-TERM             PIC X(06).
015670     05  FILLER                   PIC X(02)   VALUE SPACES.
015675     05  PG-HOLD-COURSE-ID        PIC X(06).
015680     05  FILLER                   PIC X(02)   VALUE SPACES.
015685     05  PG-HOLD-MARK             PIC X(01).
015690
015700 PROCEDURE DIVISION.
015800
015900 0000-MAINLINE.
016300     PERFORM 2000-PROCESS-STUDENT
016400         THRU 2000-PROCESS-STUDENT-EXIT
016500         UNTIL WS-EOF.
016510
016520     PERFORM 8000-PRINT-PROMOTION-HOLDS
016530         THRU 8000-PRINT-PROMOTION-HOLDS-EXIT.
016600
016700     PERFORM 9000-TERMINATE
016800         THRU 9000-TERMINATE-EXIT.
017910
017920     PERFORM 1200-RESOLVE-FILE-NAMES
017930         THRU 1200-RESOLVE-FILE-NAMES-EXIT.
017935     MOVE 'marks.dat' TO SF-DEFAULT-NAME.
017940     PERFORM 1210-RESOLVE-ONE-NAME
017945         THRU 1210-RESOLVE-ONE-NAME-EXIT.
017950     MOVE SF-RESOLVED-NAME TO WS-MARKS-FILE-NAME.
017955
017960     MOVE 'Q' TO SK-FUNCTION.
017965     MOVE 'STPROMO' TO SK-PROGRAM.
017970     CALL 'STSECURE' USING SECURITY-PARM.
018000
018100     MOVE 'S' TO RP-FUNCTION.
018200     MOVE 'STPROMO' TO RP-STEP-NAME.
036500     MOVE 'C' TO HIST-ACTION.
036600     MOVE WS-HIST-BEFORE TO HIST-BEFORE-IMAGE.
036700     MOVE WS-HIST-AFTER TO HIST-AFTER-IMAGE.
036710     MOVE SK-OPERATOR-ID TO HIST-OPERATOR-ID.
036800
036900 3800-WRITE-HISTORY-TRY.
037000     WRITE HISTORY-RECORD
037800             END-IF
037900     END-WRITE.
038000 3800-WRITE-HISTORY-EXIT.
038001     EXIT.
038002
038003*****************************************************************
038004* 8000-PRINT-PROMOTION-HOLDS - LIST EVERY FAILING MARK FOR THE   *
038005*                              SCHOOL YEAR ENDING IN THE RUN     *
038006*                              YEAR SO THE REGISTRAR CAN REVIEW  *
038007*                              THOSE STUDENTS BEFORE SIGNING THE *
038008*                              ROLLOVER OFF.                     *
038009*****************************************************************
038010 8000-PRINT-PROMOTION-HOLDS.
038011     MOVE SPACES TO PROMO-LINE.
038012     WRITE PROMO-LINE.
038013     MOVE WS-RUN-YYYY TO PG-HOLD-YEAR.
038014     WRITE PROMO-LINE FROM PG-HOLD-HEADING.
038015
038016     OPEN INPUT MARKS-FILE.
038017     IF WS-MARKS-FILE-STATUS NOT = '00'
038018         IF WS-MARKS-FILE-STATUS = '05'
038019             CLOSE MARKS-FILE
038020         END-IF
038021         MOVE '  NO TERM MARKS ON FILE' TO PROMO-LINE
038022         WRITE PROMO-LINE
038023         GO TO 8000-PRINT-PROMOTION-HOLDS-EXIT
038024     END-IF.
038025
038026     PERFORM 8100-CHECK-ONE-MARK
038027         THRU 8100-CHECK-ONE-MARK-EXIT
038028         UNTIL WS-MARKS-EOF.
038029
038030     CLOSE MARKS-FILE.
038031
038032     IF WS-HOLD-MARK-COUNT = ZERO
038033         MOVE '  NO FAILING MARKS' TO PROMO-LINE
038034         WRITE PROMO-LINE
038035     END-IF.
038036 8000-PRINT-PROMOTION-HOLDS-EXIT.
038037     EXIT.
038038
038039*****************************************************************
038040* 8100-CHECK-ONE-MARK - READ ONE TERM MARK AND LIST IT WHEN IT   *
038041*                       IS AN F IN THE YEAR JUST ENDED.  THE     *
038042*                       MARKS COME IN STUDENT ORDER, SO EACH     *
038043*                       STUDENT IS COUNTED ONCE.                 *
038044*****************************************************************
038045 8100-CHECK-ONE-MARK.
038046     READ MARKS-FILE
038047         AT END
038048             SET WS-MARKS-EOF TO TRUE
038049             GO TO 8100-CHECK-ONE-MARK-EXIT
038050     END-READ.
038051
038052     IF MK-TERM(1:4) NOT = WS-RUN-YYYY
038053         OR NOT MK-FAILING
038054         GO TO 8100-CHECK-ONE-MARK-EXIT
038055     END-IF.
038056
038057     ADD 1 TO WS-HOLD-MARK-COUNT.
038058     MOVE SPACES TO PG-HOLD-LINE.
038059     MOVE MK-STUDENT-ID TO PG-HOLD-STUDENT-ID.
038060     IF MK-STUDENT-ID NOT = WS-HOLD-LAST-ID
038061         ADD 1 TO WS-HOLD-STUDENT-COUNT
038062         MOVE MK-STUDENT-ID TO WS-HOLD-LAST-ID
038063     END-IF.
038064
038065     MOVE MK-STUDENT-ID TO STUDENT-ID.
038066     READ STUDENT
038067         INVALID KEY
038068             MOVE 'NOT ON MASTER' TO PG-HOLD-NAME
038069             MOVE '????' TO PG-HOLD-HOMEROOM
038070         NOT INVALID KEY
038071             MOVE STUDENT-NAME TO PG-HOLD-NAME
038072             MOVE STUDENT-HOMEROOM TO PG-HOLD-HOMEROOM
038073     END-READ.
038074
038075     MOVE MK-TERM TO PG-HOLD-TERM.
038076     MOVE MK-COURSE-ID TO PG-HOLD-COURSE-ID.
038077     MOVE MK-MARK TO PG-HOLD-MARK.
038078     WRITE PROMO-LINE FROM PG-HOLD-LINE.
038079 8100-CHECK-ONE-MARK-EXIT.
038100     EXIT.
038200
038300*****************************************************************
041000     MOVE 'RECORDS LEFT UNCHANGED (W/G):' TO PG-TRAILER-LABEL.
041100     MOVE WS-UNCHANGED-COUNT TO PG-TRAILER-COUNT.
041200     WRITE PROMO-LINE FROM PG-TRAILER-LINE.
041210     MOVE 'STUDENTS ON PROMOTION HOLD:' TO PG-TRAILER-LABEL.
041220     MOVE WS-HOLD-STUDENT-COUNT TO PG-TRAILER-COUNT.
041230     WRITE PROMO-LINE FROM PG-TRAILER-LINE.
041240     MOVE 'FAILING MARKS LISTED:' TO PG-TRAILER-LABEL.
041250     MOVE WS-HOLD-MARK-COUNT TO PG-TRAILER-COUNT.
041260     WRITE PROMO-LINE FROM PG-TRAILER-LINE.
041300
041400     CLOSE PROMO-RPT.
041500     CLOSE STUDENT.
