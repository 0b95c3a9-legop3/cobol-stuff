000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STADA.
000300 AUTHOR. LEGOP3.
000400 INSTALLATION. STUDENT RECORDS SHOP.
000500 DATE-WRITTEN. 2026-10-14.
000600 DATE-COMPILED.
000700*****************************************************************
000800* STADA                                                          *
000900*                                                                *
001000* MONTH-END AVERAGE DAILY ATTENDANCE (ADA) AND AVERAGE DAILY     *
001100* MEMBERSHIP (ADM) REPORT FOR THE STATE FUNDING FORM.  THE       *
001200* OPERATOR KEYS A REPORT MONTH (YYYYMM) AND STADA PRINTS         *
001300* ADARPT.TXT:                                                    *
001400*                                                                *
001500*   - ONE LINE PER STUDENT WHO WAS A MEMBER ON ANY               *
001600*     INSTRUCTIONAL DAY IN THE MONTH, WITH MEMBERSHIP DAYS,      *
001700*     DAYS PRESENT AND DAYS ABSENT;                              *
001800*   - MEMBERSHIP DAYS, ATTENDANCE DAYS, ADM AND ADA BY GRADE;    *
001900*   - THE SAME FIGURES BY HOMEROOM;                              *
002000*   - SCHOOL TOTALS, LAID OUT THE WAY THE STATE FORM ASKS FOR    *
002100*     THEM.                                                      *
002200*                                                                *
002300* THE INSTRUCTIONAL DAYS COME OFF THE SCHOOL CALENDAR            *
002400* (CALENDAR.DAT, SEE CALENDAR.CPY).  A STUDENT IS A MEMBER ON    *
002500* AN INSTRUCTIONAL DAY WHEN, AS OF THAT DAY, THE RECORD WAS ON   *
002600* FILE WITH STATUS A AND STUDENT-ENROLL-DATE ON OR BEFORE IT.    *
002700* THE RECORD AS OF EACH DAY IS REBUILT FROM THE CHANGE-HISTORY   *
002800* FILE (STHIST.DAT) THE SAME WAY STASOF REBUILDS A ROSTER - THE  *
002900* MASTER AND THE HISTORY ARE WALKED IN STEP, THE FIRST ENTRY IN  *
003000* OR AFTER THE MONTH GIVES THE RECORD AS IT STOOD GOING INTO     *
003100* THE MONTH, AND EVERY ENTRY DATED IN THE MONTH TAKES EFFECT ON  *
003200* ITS OWN DATE (SO A WITHDRAWAL DATE IS NOT A MEMBERSHIP DAY).   *
003220* AN STTRAN WITHDRAWAL TAKES EFFECT ON ITS EXIT DATE FROM        *
003240* WITHDRAW.DAT, NOT THE DAY IT WAS KEYED, SO A WITHDRAWAL KEYED  *
003260* LATE DOES NOT COUNT THE DAYS IN BETWEEN; ANY CHANGE KEYED IN   *
003280* THAT GAP IS TAKEN AS OF THE EXIT DATE TOO.                     *
003300* A STUDENT WHOSE RECORD WAS PURGED SINCE STILL COUNTS FROM THE  *
003400* HISTORY.                                                       *
003430* ONCE STHAGE HAS AGED THE HISTORY FILE, ONLY A MONTH STARTING   *
003460* ON OR AFTER THE RETENTION DATE IN STHACTL.DAT CAN BE REBUILT.  *
003500*                                                                *
003600* A MEMBERSHIP DAY IS AN ATTENDANCE DAY UNLESS ATTEND.DAT        *
003700* CARRIES AN A (ABSENT) FOR THE STUDENT ON THAT DATE - A TARDY   *
003800* IS PRESENT.  THE STUDENT IS REPORTED UNDER THE GRADE AND       *
003900* HOMEROOM HELD ON THE LAST MEMBERSHIP DAY OF THE MONTH.         *
004000*                                                                *
004100*     ADM = MEMBERSHIP DAYS / INSTRUCTIONAL DAYS IN THE MONTH    *
004200*     ADA = ATTENDANCE DAYS / INSTRUCTIONAL DAYS IN THE MONTH    *
004300*                                                                *
004400* READ-ONLY - SAFE TO RUN ANY TIME.                              *
004500*                                                                *
004600* RETURN CODES:  0 = REPORT PRINTED,                             *
004700*                4 = PRINTED, BUT A TABLE OVERFLOWED OR THE      *
004800*                    MONTH HAS NO INSTRUCTIONAL DAYS,            *
004830*                8 = THE MONTH STARTS BEFORE THE RETAINED CHANGE *
004860*                    HISTORY - NO REPORT PRINTED,                *
004900*               16 = A FILE WOULD NOT OPEN.                      *
005000*                                                                *
005100* MOD LOG                                                        *
005200*   2026-10-14  LEGOP3   INITIAL VERSION.                        *
005220*   2026-10-15  LEGOP3   A MONTH THAT STARTS BEFORE THE RETAINED *
005240*                        CHANGE HISTORY (STHACTL.DAT, SEE        *
005260*                        STHAGE) CANNOT BE REBUILT - NO REPORT,  *
005280*                        RC 8.                                   *
005282*   2026-10-15  LEGOP3   AN STTRAN WITHDRAWAL NOW TAKES EFFECT   *
005284*                        ON ITS EXIT DATE FROM WITHDRAW.DAT      *
005286*                        RATHER THAN THE DAY IT WAS KEYED.  AN   *
005288*                        STHACTL.DAT THAT WILL NOT OPEN ENDS     *
005290*                        RC 16 INSTEAD OF BEING TAKEN AS NEVER   *
005292*                        AGED.                                   *
005300*****************************************************************
005400
005500 ENVIRONMENT DIVISION.
005600 INPUT-OUTPUT SECTION.
005700 FILE-CONTROL.
005800     SELECT STUDENT ASSIGN TO WS-STUDENT-FILE-NAME
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS SEQUENTIAL
006100         RECORD KEY IS STUDENT-ID
006200         ALTERNATE RECORD KEY IS STUDENT-NAME
006300             WITH DUPLICATES
006400         FILE STATUS IS WS-STUDENT-FILE-STATUS.
006500
006600     SELECT HISTORY-FILE ASSIGN TO WS-HISTORY-FILE-NAME
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS SEQUENTIAL
006900         RECORD KEY IS HIST-KEY
007000         FILE STATUS IS WS-HISTORY-FILE-STATUS.
007100
007200     SELECT CALENDAR-FILE ASSIGN TO WS-CALENDAR-FILE-NAME
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS DYNAMIC
007500         RECORD KEY IS CAL-DATE
007600         FILE STATUS IS WS-CALENDAR-FILE-STATUS.
007700
007800     SELECT OPTIONAL ATTENDANCE-FILE
007900         ASSIGN TO WS-ATTEND-FILE-NAME
008000         ORGANIZATION IS INDEXED
008100         ACCESS MODE IS DYNAMIC
008200         RECORD KEY IS ATT-KEY
008300         FILE STATUS IS WS-ATTEND-FILE-STATUS.
008400
008410     SELECT OPTIONAL WITHDRAW-FILE
008420         ASSIGN TO WS-WITHDRAW-FILE-NAME
008430         ORGANIZATION IS INDEXED
008440         ACCESS MODE IS DYNAMIC
008450         RECORD KEY IS WD-KEY
008460         FILE STATUS IS WS-WITHDRAW-FILE-STATUS.
008470
008500     SELECT ADA-RPT ASSIGN TO WS-ADA-RPT-NAME
008600         ORGANIZATION IS LINE SEQUENTIAL.
008610
008620     SELECT OPTIONAL AGING-CONTROL
008630         ASSIGN TO WS-AGECTL-FILE-NAME
008640         ORGANIZATION IS LINE SEQUENTIAL
008650         FILE STATUS IS WS-AGECTL-FILE-STATUS.
008700
008800 DATA DIVISION.
008900 FILE SECTION.
009000 FD  STUDENT.
009100     COPY "student.cpy".
009200
009300 FD  HISTORY-FILE.
009400     COPY "sthist.cpy".
009500
009600 FD  CALENDAR-FILE.
009700     COPY "calendar.cpy".
009800
009900 FD  ATTENDANCE-FILE.
010000     COPY "attend.cpy".
010020
010025 FD  WITHDRAW-FILE.
010030     COPY "withdraw.cpy".
010035
010040 FD  AGING-CONTROL.
010060     COPY "sthactl.cpy".
010100
010200 FD  ADA-RPT.
010300 01  ADA-LINE                     PIC X(80).
010400
010500 WORKING-STORAGE SECTION.
010600 01  WS-STUDENT-FILE-STATUS       PIC X(02)   VALUE '00'.
010700 01  WS-HISTORY-FILE-STATUS       PIC X(02)   VALUE '00'.
010800 01  WS-CALENDAR-FILE-STATUS      PIC X(02)   VALUE '00'.
010900 01  WS-ATTEND-FILE-STATUS        PIC X(02)   VALUE '00'.
010950 01  WS-AGECTL-FILE-STATUS        PIC X(02)   VALUE '00'.
010970 01  WS-WITHDRAW-FILE-STATUS      PIC X(02)   VALUE '00'.
011000
011100 01  WS-STUDENT-FILE-NAME         PIC X(40)
011200                                  VALUE 'student.dat'.
011300 01  WS-HISTORY-FILE-NAME         PIC X(40)   VALUE 'sthist.dat'.
011400 01  WS-CALENDAR-FILE-NAME        PIC X(40)
011500                                  VALUE 'calendar.dat'.
011600 01  WS-ATTEND-FILE-NAME          PIC X(40)   VALUE 'attend.dat'.
011700 01  WS-ADA-RPT-NAME              PIC X(40)   VALUE 'adarpt.txt'.
011730 01  WS-AGECTL-FILE-NAME          PIC X(40)
011760                                  VALUE 'sthactl.dat'.
011770 01  WS-WITHDRAW-FILE-NAME        PIC X(40)
011780                                  VALUE 'withdraw.dat'.
011800
011900 01  WS-TEST-MODE-SW              PIC X(01)   VALUE 'N'.
012000     88  WS-TEST-CYCLE                        VALUE 'Y'.
012100
012200 01  WS-TEST-STAMP-LINE           PIC X(40)   VALUE
012300     '** TEST CYCLE - NOT PRODUCTION **'.
012400
012500     COPY "sitecfgk.cpy".
012600
012700 01  WS-SWITCHES.
012800     05  WS-MAST-EOF-SW           PIC X(01)   VALUE 'N'.
012900         88  WS-MAST-EOF                      VALUE 'Y'.
013000     05  WS-HIST-EOF-SW           PIC X(01)   VALUE 'N'.
013100         88  WS-HIST-EOF                      VALUE 'Y'.
013200     05  WS-HIST-OPEN-SW          PIC X(01)   VALUE 'N'.
013300         88  WS-HIST-OPEN                     VALUE 'Y'.
013400     05  WS-CAL-EOF-SW            PIC X(01)   VALUE 'N'.
013500         88  WS-CAL-EOF                       VALUE 'Y'.
013600     05  WS-ATTEND-SW             PIC X(01)   VALUE 'N'.
013700         88  WS-ATTEND-ON-HAND                VALUE 'Y'.
013800     05  WS-GROUP-DONE-SW         PIC X(01)   VALUE 'N'.
013900         88  WS-GROUP-DONE                    VALUE 'Y'.
014000     05  WS-START-KNOWN-SW        PIC X(01)   VALUE 'N'.
014100         88  WS-START-KNOWN                   VALUE 'Y'.
014200     05  WS-ON-MASTER-SW          PIC X(01)   VALUE 'N'.
014300         88  WS-ON-MASTER                     VALUE 'Y'.
014400     05  WS-ROOM-FOUND-SW         PIC X(01)   VALUE 'N'.
014500         88  WS-ROOM-FOUND                    VALUE 'Y'.
014530     05  WS-AGECTL-EOF-SW         PIC X(01)   VALUE 'N'.
014560         88  WS-AGECTL-EOF                    VALUE 'Y'.
014568     05  WS-WITHDRAW-SW           PIC X(01)   VALUE 'N'.
014576         88  WS-WITHDRAW-ON-HAND              VALUE 'Y'.
014584     05  WS-WD-EOF-SW             PIC X(01)   VALUE 'N'.
014592         88  WS-WD-EOF                        VALUE 'Y'.
014600
014700 01  WS-REPORT-MONTH              PIC 9(06)   VALUE ZERO.
014800 01  WS-MONTH-FIRST-DAY           PIC 9(08)   VALUE ZERO.
014850 01  WS-RETAINED-FROM             PIC 9(08)   VALUE ZERO.
014900 01  WS-MONTH-LAST-DAY            PIC 9(08)   VALUE ZERO.
015000
015100 01  WS-COUNTERS.
015200     05  WS-STUDENT-COUNT         PIC 9(07)   COMP VALUE ZERO.
015300     05  WS-MEMBER-TOTAL          PIC 9(07)   COMP VALUE ZERO.
015400     05  WS-PRESENT-TOTAL         PIC 9(07)   COMP VALUE ZERO.
015500     05  WS-ABSENT-TOTAL          PIC 9(07)   COMP VALUE ZERO.
015600     05  WS-WARN-COUNT            PIC 9(05)   COMP VALUE ZERO.
015700     05  WS-LINE-COUNT            PIC 9(03)   COMP VALUE ZERO.
015800     05  WS-PAGE-COUNT            PIC 9(05)   COMP VALUE ZERO.
015900
016000 01  WS-LINES-PER-PAGE            PIC 9(03)   COMP VALUE 50.
016100
016200*****************************************************************
016300* THE MONTH'S INSTRUCTIONAL DAYS, IN DATE ORDER.                 *
016400*****************************************************************
016500 01  WS-DAY-COUNT                 PIC 9(03)   COMP VALUE ZERO.
016600 01  WS-DAY-SUB                   PIC 9(03)   COMP VALUE ZERO.
016700 01  WS-DAY-TABLE.
016800     05  WS-DAY-DATE              PIC 9(08)   OCCURS 31 TIMES.
016900
017000*****************************************************************
017100* ONE STUDENT'S RECORD GOING INTO THE MONTH AND EVERY CHANGE     *
017200* DATED INSIDE IT.                                               *
017300*****************************************************************
017400 01  WS-MAST-IMAGE                PIC X(53)   VALUE SPACES.
017500 01  WS-MAST-ID                   PIC 9(05)   VALUE ZERO.
017600 01  WS-GROUP-ID                  PIC 9(05)   VALUE ZERO.
017700 01  WS-START-IMAGE               PIC X(53)   VALUE SPACES.
017800
017900 01  WS-EVENT-MAX                 PIC 9(03)   COMP VALUE 100.
018000 01  WS-EVENT-COUNT               PIC 9(03)   COMP VALUE ZERO.
018100 01  WS-EVENT-SUB                 PIC 9(03)   COMP VALUE ZERO.
018130 01  WS-CLAMP-SUB                 PIC 9(03)   COMP VALUE ZERO.
018160 01  WS-EFFECTIVE-DATE            PIC 9(08)   VALUE ZERO.
018200 01  WS-EVENT-TABLE.
018300     05  WS-EVENT-ENTRY           OCCURS 100 TIMES.
018400         10  WS-EVENT-DATE        PIC 9(08).
018500         10  WS-EVENT-IMAGE       PIC X(53).
018600
018700 01  WS-CUR-IMAGE                 PIC X(53)   VALUE SPACES.
018800 01  WS-CUR-STUDENT REDEFINES WS-CUR-IMAGE.
018900     05  WS-CI-STUDENT-ID         PIC 9(05).
019000     05  WS-CI-NAME               PIC X(25).
019100     05  WS-CI-ENROLL-DATE        PIC 9(08).
019200     05  WS-CI-GRADE              PIC 9(02).
019300     05  WS-CI-STATUS             PIC X(01).
019400     05  WS-CI-HOMEROOM           PIC X(04).
019500     05  WS-CI-LAST-CHANGED       PIC 9(08).
019600
019700 01  WS-STUDENT-TOTALS.
019800     05  WS-STU-MEMBER-DAYS       PIC 9(03)   COMP VALUE ZERO.
019900     05  WS-STU-PRESENT-DAYS      PIC 9(03)   COMP VALUE ZERO.
020000     05  WS-STU-ABSENT-DAYS       PIC 9(03)   COMP VALUE ZERO.
020100     05  WS-STU-ID                PIC 9(05)   VALUE ZERO.
020200     05  WS-STU-NAME              PIC X(25)   VALUE SPACES.
020300     05  WS-STU-GRADE             PIC 9(02)   VALUE ZERO.
020400     05  WS-STU-HOMEROOM          PIC X(04)   VALUE SPACES.
020500
020600*****************************************************************
020700* TOTALS BY GRADE (SUBSCRIPT = GRADE + 1, SO KINDERGARTEN AS     *
020800* GRADE 00 IS ENTRY 1) AND BY HOMEROOM (KEPT IN ROOM ORDER).     *
020900*****************************************************************
021000 01  WS-GRADE-SUB                 PIC 9(02)   COMP VALUE ZERO.
021100 01  WS-GRADE-TABLE.
021200     05  WS-GRADE-ENTRY           OCCURS 13 TIMES.
021300         10  WS-GR-STUDENTS       PIC 9(05)   COMP.
021400         10  WS-GR-MEMBER-DAYS    PIC 9(07)   COMP.
021500         10  WS-GR-PRESENT-DAYS   PIC 9(07)   COMP.
021600
021700 01  WS-ROOM-MAX                  PIC 9(03)   COMP VALUE 200.
021800 01  WS-ROOM-COUNT                PIC 9(03)   COMP VALUE ZERO.
021900 01  WS-ROOM-SUB                  PIC 9(03)   COMP VALUE ZERO.
022000 01  WS-ROOM-AT                   PIC 9(03)   COMP VALUE ZERO.
022100 01  WS-ROOM-TABLE.
022200     05  WS-ROOM-ENTRY            OCCURS 201 TIMES.
022300         10  WS-RM-CODE           PIC X(04).
022400         10  WS-RM-STUDENTS       PIC 9(05)   COMP.
022500         10  WS-RM-MEMBER-DAYS    PIC 9(07)   COMP.
022600         10  WS-RM-PRESENT-DAYS   PIC 9(07)   COMP.
022700
022800 01  WS-AVERAGES.
022900     05  WS-AVG-MEMBER-DAYS       PIC 9(07)   COMP VALUE ZERO.
023000     05  WS-AVG-PRESENT-DAYS      PIC 9(07)   COMP VALUE ZERO.
023100     05  WS-ADM                   PIC 9(05)V9(02) VALUE ZERO.
023200     05  WS-ADA                   PIC 9(05)V9(02) VALUE ZERO.
023300
023400 01  WS-RUN-DATE                  PIC 9(08)   VALUE ZERO.
023500
023600 01  AR-HEADING-1.
023700     05  FILLER            PIC X(24) VALUE
023800             'MONTHLY ADA/ADM REPORT'.
023900     05  FILLER            PIC X(07) VALUE 'MONTH:'.
024000     05  AR1-MONTH         PIC 9(06).
024100     05  FILLER            PIC X(03) VALUE SPACES.
024200     05  FILLER            PIC X(10) VALUE 'RUN DATE:'.
024300     05  AR1-RUN-DATE      PIC 9(08).
024400     05  FILLER            PIC X(04) VALUE SPACES.
024500     05  FILLER            PIC X(06) VALUE 'PAGE:'.
024600     05  AR1-PAGE-NO       PIC ZZZZ9.
024700
024800 01  AR-SECTION-HEADING           PIC X(80)   VALUE SPACES.
024900
025000 01  AR-STUDENT-HEADING.
025100     05  FILLER            PIC X(07) VALUE 'ID'.
025200     05  FILLER            PIC X(27) VALUE 'NAME'.
025300     05  FILLER            PIC X(07) VALUE 'GRADE'.
025400     05  FILLER            PIC X(06) VALUE 'ROOM'.
025500     05  FILLER            PIC X(10) VALUE 'MEMBER'.
025600     05  FILLER            PIC X(10) VALUE 'PRESENT'.
025700     05  FILLER            PIC X(06) VALUE 'ABSENT'.
025800
025900 01  AR-STUDENT-LINE.
026000     05  AR-STUDENT-ID            PIC ZZZZ9.
026100     05  FILLER                   PIC X(02)   VALUE SPACES.
026200     05  AR-NAME                  PIC X(25).
026300     05  FILLER                   PIC X(04)   VALUE SPACES.
026400     05  AR-GRADE                 PIC Z9.
026500     05  FILLER                   PIC X(03)   VALUE SPACES.
026600     05  AR-HOMEROOM              PIC X(04).
026700     05  FILLER                   PIC X(05)   VALUE SPACES.
026800     05  AR-MEMBER-DAYS           PIC ZZ9.
026900     05  FILLER                   PIC X(07)   VALUE SPACES.
027000     05  AR-PRESENT-DAYS          PIC ZZ9.
027100     05  FILLER                   PIC X(05)   VALUE SPACES.
027200     05  AR-ABSENT-DAYS           PIC ZZ9.
027300
027400 01  AR-SUMMARY-HEADING.
027500     05  FILLER            PIC X(10) VALUE SPACES.
027600     05  FILLER            PIC X(10) VALUE 'STUDENTS'.
027700     05  FILLER            PIC X(13) VALUE 'MEMBER DAYS'.
027800     05  FILLER            PIC X(13) VALUE 'ATTEND DAYS'.
027900     05  FILLER            PIC X(12) VALUE '      ADM'.
028000     05  FILLER            PIC X(12) VALUE '      ADA'.
028100
028200 01  AR-SUMMARY-LINE.
028300     05  AR-SUM-LABEL             PIC X(06).
028400     05  AR-SUM-KEY               PIC X(04).
028500     05  AR-SUM-STUDENTS          PIC ZZ,ZZ9.
028600     05  FILLER                   PIC X(04)   VALUE SPACES.
028700     05  AR-SUM-MEMBER-DAYS       PIC Z,ZZZ,ZZ9.
028800     05  FILLER                   PIC X(04)   VALUE SPACES.
028900     05  AR-SUM-PRESENT-DAYS      PIC Z,ZZZ,ZZ9.
029000     05  FILLER                   PIC X(03)   VALUE SPACES.
029100     05  AR-SUM-ADM               PIC ZZ,ZZ9.99.
029200     05  FILLER                   PIC X(03)   VALUE SPACES.
029300     05  AR-SUM-ADA               PIC ZZ,ZZ9.99.
029400
029500 01  AR-TOTAL-LINE.
029600     05  AR-TOTAL-LABEL           PIC X(34).
029700     05  AR-TOTAL-VALUE           PIC Z,ZZZ,ZZ9.
029800
029900 01  AR-AVERAGE-LINE.
030000     05  AR-AVERAGE-LABEL         PIC X(34).
030100     05  AR-AVERAGE-VALUE         PIC ZZ,ZZ9.99.
030200
030300 PROCEDURE DIVISION.
030400
030500 0000-MAINLINE.
030600     PERFORM 1000-INITIALIZE
030700         THRU 1000-INITIALIZE-EXIT.
030800
030900     PERFORM 3000-MERGE-ONE-STUDENT
031000         THRU 3000-MERGE-ONE-STUDENT-EXIT
031100         UNTIL WS-MAST-EOF AND WS-HIST-EOF.
031200
031300     PERFORM 6000-PRINT-SUMMARIES
031400         THRU 6000-PRINT-SUMMARIES-EXIT.
031500
031600     PERFORM 9000-TERMINATE
031700         THRU 9000-TERMINATE-EXIT.
031800
031900     STOP RUN.
032000
032100*****************************************************************
032200* 1000-INITIALIZE - PROMPT FOR THE MONTH, OPEN THE FILES, LOAD   *
032300*                   THE MONTH'S INSTRUCTIONAL DAYS AND PRIME     *
032400*                   BOTH READS.                                  *
032500*****************************************************************
032600 1000-INITIALIZE.
032700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
032800
032900     DISPLAY 'STADA - MONTHLY ADA/ADM REPORT'.
033000     DISPLAY 'ENTER REPORT MONTH (YYYYMM): ' WITH NO ADVANCING.
033100     ACCEPT WS-REPORT-MONTH.
033200     COMPUTE WS-MONTH-FIRST-DAY = WS-REPORT-MONTH * 100 + 1.
033300     COMPUTE WS-MONTH-LAST-DAY = WS-REPORT-MONTH * 100 + 31.
033400
033500     PERFORM 1100-RESOLVE-FILE-NAMES
033600         THRU 1100-RESOLVE-FILE-NAMES-EXIT.
033650
033700     PERFORM 1300-FIND-RETAINED-START
033750         THRU 1300-FIND-RETAINED-START-EXIT.
033800     IF WS-MONTH-FIRST-DAY < WS-RETAINED-FROM
033850         DISPLAY 'STADA - CHANGE HISTORY IS RETAINED FROM '
033900             WS-RETAINED-FROM ' ONLY - MEMBERSHIP FOR '
033950             WS-REPORT-MONTH ' CANNOT BE REBUILT'
034000         DISPLAY 'STADA - EARLIER CHANGES ARE ON THE STHA '
034050             'HISTORY ARCHIVES - NO REPORT PRINTED'
034100         MOVE 8 TO RETURN-CODE
034150         STOP RUN
034200     END-IF.
034250
034300     OPEN INPUT STUDENT.
034350     IF WS-STUDENT-FILE-STATUS NOT = '00'
034400         DISPLAY 'STADA - UNABLE TO OPEN STUDENT MASTER, '
034450             'FILE STATUS = ' WS-STUDENT-FILE-STATUS
034500         MOVE 16 TO RETURN-CODE
034550         STOP RUN
034600     END-IF.
034650
034700     OPEN INPUT CALENDAR-FILE.
034750     IF WS-CALENDAR-FILE-STATUS NOT = '00'
034800         DISPLAY 'STADA - NO SCHOOL CALENDAR ON HAND '
034850             '(CALENDAR.DAT, FILE STATUS = '
035000             WS-CALENDAR-FILE-STATUS ')'
035100         MOVE 16 TO RETURN-CODE
035200         STOP RUN
035300     END-IF.
035400
035500     OPEN INPUT ATTENDANCE-FILE.
035600     IF WS-ATTEND-FILE-STATUS = '00'
035700         SET WS-ATTEND-ON-HAND TO TRUE
035800     ELSE
035900         IF WS-ATTEND-FILE-STATUS NOT = '05'
036000             DISPLAY 'STADA - UNABLE TO OPEN ATTEND.DAT, '
036100                 'FILE STATUS = ' WS-ATTEND-FILE-STATUS
036200             MOVE 16 TO RETURN-CODE
036300             STOP RUN
036400         END-IF
036500         DISPLAY 'STADA - NO ATTENDANCE ON HAND - EVERY '
036600             'MEMBERSHIP DAY COUNTS AS PRESENT'
036700     END-IF.
036706
036712     OPEN INPUT WITHDRAW-FILE.
036718     IF WS-WITHDRAW-FILE-STATUS = '00'
036724         SET WS-WITHDRAW-ON-HAND TO TRUE
036730     ELSE
036736         IF WS-WITHDRAW-FILE-STATUS NOT = '05'
036742             DISPLAY 'STADA - UNABLE TO OPEN WITHDRAW.DAT, '
036748                 'FILE STATUS = ' WS-WITHDRAW-FILE-STATUS
036754             MOVE 16 TO RETURN-CODE
036760             STOP RUN
036766         END-IF
036772         DISPLAY 'STADA - NO WITHDRAWAL FILE ON HAND - A '
036778             'WITHDRAWAL TAKES EFFECT THE DAY IT WAS KEYED'
036784     END-IF.
036800
036900     OPEN INPUT HISTORY-FILE.
037000     IF WS-HISTORY-FILE-STATUS NOT = '00'
037100         DISPLAY 'STADA - NO CHANGE HISTORY ON HAND '
037200             '(STHIST.DAT, FILE STATUS = '
037300             WS-HISTORY-FILE-STATUS ') - MEMBERSHIP WILL COME '
037400             'FROM THE LIVE MASTER ONLY'
037500         SET WS-HIST-EOF TO TRUE
037600     ELSE
037700         SET WS-HIST-OPEN TO TRUE
037800     END-IF.
037900
038000     OPEN OUTPUT ADA-RPT.
038100
038200     PERFORM 1200-LOAD-MONTH-DAYS
038300         THRU 1200-LOAD-MONTH-DAYS-EXIT.
038400
038500     MOVE 'STUDENT MEMBERSHIP AND ATTENDANCE DAYS'
038600         TO AR-SECTION-HEADING.
038700     PERFORM 5000-WRITE-REPORT-HEADERS
038800         THRU 5000-WRITE-REPORT-HEADERS-EXIT.
038900     WRITE ADA-LINE FROM AR-STUDENT-HEADING.
039000     MOVE SPACES TO ADA-LINE.
039100     WRITE ADA-LINE.
039200
039300     PERFORM 7000-READ-MASTER
039400         THRU 7000-READ-MASTER-EXIT.
039500     IF NOT WS-HIST-EOF
039600         PERFORM 7100-READ-HISTORY
039700             THRU 7100-READ-HISTORY-EXIT
039800     END-IF.
039900 1000-INITIALIZE-EXIT.
040000     EXIT.
040100
040200*****************************************************************
040300* 1100-RESOLVE-FILE-NAMES - RESOLVE EVERY FILE NAME THROUGH THE  *
040400*                           STSITE SITE CONFIGURATION.           *
040500*****************************************************************
040600 1100-RESOLVE-FILE-NAMES.
040700     MOVE 'student.dat' TO SF-DEFAULT-NAME.
040800     PERFORM 1110-RESOLVE-ONE-NAME
040900         THRU 1110-RESOLVE-ONE-NAME-EXIT.
041000     MOVE SF-RESOLVED-NAME TO WS-STUDENT-FILE-NAME.
041100
041200     MOVE 'sthist.dat' TO SF-DEFAULT-NAME.
041300     PERFORM 1110-RESOLVE-ONE-NAME
041400         THRU 1110-RESOLVE-ONE-NAME-EXIT.
041500     MOVE SF-RESOLVED-NAME TO WS-HISTORY-FILE-NAME.
041600
041700     MOVE 'calendar.dat' TO SF-DEFAULT-NAME.
041800     PERFORM 1110-RESOLVE-ONE-NAME
041900         THRU 1110-RESOLVE-ONE-NAME-EXIT.
042000     MOVE SF-RESOLVED-NAME TO WS-CALENDAR-FILE-NAME.
042100
042200     MOVE 'attend.dat' TO SF-DEFAULT-NAME.
042300     PERFORM 1110-RESOLVE-ONE-NAME
042400         THRU 1110-RESOLVE-ONE-NAME-EXIT.
042500     MOVE SF-RESOLVED-NAME TO WS-ATTEND-FILE-NAME.
042510
042520     MOVE 'withdraw.dat' TO SF-DEFAULT-NAME.
042530     PERFORM 1110-RESOLVE-ONE-NAME
042540         THRU 1110-RESOLVE-ONE-NAME-EXIT.
042550     MOVE SF-RESOLVED-NAME TO WS-WITHDRAW-FILE-NAME.
042600
042700     MOVE 'adarpt.txt' TO SF-DEFAULT-NAME.
042800     PERFORM 1110-RESOLVE-ONE-NAME
042900         THRU 1110-RESOLVE-ONE-NAME-EXIT.
043000     MOVE SF-RESOLVED-NAME TO WS-ADA-RPT-NAME.
043010
043020     MOVE 'sthactl.dat' TO SF-DEFAULT-NAME.
043030     PERFORM 1110-RESOLVE-ONE-NAME
043040         THRU 1110-RESOLVE-ONE-NAME-EXIT.
043050     MOVE SF-RESOLVED-NAME TO WS-AGECTL-FILE-NAME.
043100 1100-RESOLVE-FILE-NAMES-EXIT.
043200     EXIT.
043300
043400*****************************************************************
043500* 1110-RESOLVE-ONE-NAME - RESOLVE ONE NAME THROUGH STSITE AND    *
043600*                        REMEMBER WHETHER ANY REDIRECTION IS     *
043700*                        IN FORCE.                               *
043800*****************************************************************
043900 1110-RESOLVE-ONE-NAME.
044000     CALL 'STSITE' USING SITE-PARM.
044100     IF SF-TEST-MODE = 'Y'
044200         SET WS-TEST-CYCLE TO TRUE
044300     END-IF.
044400 1110-RESOLVE-ONE-NAME-EXIT.
044500     EXIT.
044600
044700*****************************************************************
044800* 1200-LOAD-MONTH-DAYS - TABLE EVERY INSTRUCTIONAL DAY ON THE    *
044900*                        CALENDAR FOR THE REPORT MONTH.          *
045000*****************************************************************
045100 1200-LOAD-MONTH-DAYS.
045200     MOVE WS-MONTH-FIRST-DAY TO CAL-DATE.
045300     START CALENDAR-FILE KEY >= CAL-DATE
045400         INVALID KEY
045500             SET WS-CAL-EOF TO TRUE
045600     END-START.
045700
045800     PERFORM 1210-LOAD-ONE-DAY
045900         THRU 1210-LOAD-ONE-DAY-EXIT
046000         UNTIL WS-CAL-EOF.
046100
046200     IF WS-DAY-COUNT = ZERO
046300         DISPLAY 'STADA - NO INSTRUCTIONAL DAYS ON THE CALENDAR '
046400             'FOR ' WS-REPORT-MONTH
046500         ADD 1 TO WS-WARN-COUNT
046600     END-IF.
046700 1200-LOAD-MONTH-DAYS-EXIT.
046800     EXIT.
046900
047000*****************************************************************
047100* 1210-LOAD-ONE-DAY - READ THE NEXT CALENDAR DATE AND TABLE IT   *
047200*                     WHEN IT IS AN INSTRUCTIONAL DAY IN THE     *
047300*                     MONTH.                                     *
047400*****************************************************************
047500 1210-LOAD-ONE-DAY.
047600     READ CALENDAR-FILE NEXT RECORD
047700         AT END
047800             SET WS-CAL-EOF TO TRUE
047900             GO TO 1210-LOAD-ONE-DAY-EXIT
048000     END-READ.
048100
048200     IF CAL-DATE > WS-MONTH-LAST-DAY
048300         SET WS-CAL-EOF TO TRUE
048400         GO TO 1210-LOAD-ONE-DAY-EXIT
048500     END-IF.
048600
048700     IF CAL-INSTRUCTIONAL AND WS-DAY-COUNT < 31
048800         ADD 1 TO WS-DAY-COUNT
048900         MOVE CAL-DATE TO WS-DAY-DATE(WS-DAY-COUNT)
049000     END-IF.
049100 1210-LOAD-ONE-DAY-EXIT.
049200     EXIT.
049230
049260*****************************************************************
049290* 1300-FIND-RETAINED-START - FIND WHERE THE RETAINED CHANGE      *
049320*                            HISTORY STARTS - THE HIGHEST        *
049350*                            RETENTION DATE IN STHACTL.DAT (SEE  *
049380*                            STHAGE).  NONE ON HAND MEANS THE    *
049410*                            HISTORY FILE HAS NEVER BEEN AGED.   *
049440*****************************************************************
049470 1300-FIND-RETAINED-START.
049500     OPEN INPUT AGING-CONTROL.
049510     IF WS-AGECTL-FILE-STATUS = '05'
049520         CLOSE AGING-CONTROL
049530         GO TO 1300-FIND-RETAINED-START-EXIT
049540     END-IF.
049550     IF WS-AGECTL-FILE-STATUS NOT = '00'
049560         DISPLAY 'STADA - UNABLE TO OPEN STHACTL.DAT, '
049570             'FILE STATUS = ' WS-AGECTL-FILE-STATUS
049580         MOVE 16 TO RETURN-CODE
049590         STOP RUN
049620     END-IF.
049650
049680     PERFORM 1310-READ-ONE-AGING
049710         THRU 1310-READ-ONE-AGING-EXIT
049740         UNTIL WS-AGECTL-EOF.
049770     CLOSE AGING-CONTROL.
049800 1300-FIND-RETAINED-START-EXIT.
049830     EXIT.
049860
049890*****************************************************************
049920* 1310-READ-ONE-AGING - READ ONE AGING CONTROL RECORD AND KEEP   *
049950*                       THE HIGHEST RETENTION DATE.              *
049980*****************************************************************
050010 1310-READ-ONE-AGING.
050040     READ AGING-CONTROL
050070         AT END
050100             SET WS-AGECTL-EOF TO TRUE
050130             GO TO 1310-READ-ONE-AGING-EXIT
050160     END-READ.
050190     IF HA-RETAIN-DATE > WS-RETAINED-FROM
050220         MOVE HA-RETAIN-DATE TO WS-RETAINED-FROM
050250     END-IF.
050280 1310-READ-ONE-AGING-EXIT.
050310     EXIT.
050340
050370*****************************************************************
050400* 3000-MERGE-ONE-STUDENT - HANDLE THE LOWEST STUDENT-ID ON       *
050430*                          EITHER FILE.  A STUDENT WITH NO       *
050460*                          HISTORY COUNTS FROM THE MASTER AS IT  *
050490*                          STANDS; A STUDENT WITH HISTORY IS     *
050520*                          REBUILT DAY BY DAY THROUGH THE MONTH. *
050550*****************************************************************
050580 3000-MERGE-ONE-STUDENT.
050610     MOVE 'N' TO WS-START-KNOWN-SW.
050640     MOVE SPACES TO WS-START-IMAGE.
050670     MOVE ZERO TO WS-EVENT-COUNT.
050700
050730     IF WS-HIST-EOF
050760         OR (NOT WS-MAST-EOF AND WS-MAST-ID < HIST-STUDENT-ID)
050790         MOVE WS-MAST-IMAGE TO WS-START-IMAGE
050820         PERFORM 4000-COUNT-STUDENT-DAYS
051000             THRU 4000-COUNT-STUDENT-DAYS-EXIT
051100         PERFORM 7000-READ-MASTER
051200             THRU 7000-READ-MASTER-EXIT
051300         GO TO 3000-MERGE-ONE-STUDENT-EXIT
051400     END-IF.
051500
051600     IF WS-MAST-EOF OR HIST-STUDENT-ID < WS-MAST-ID
051700         MOVE 'N' TO WS-ON-MASTER-SW
051800     ELSE
051900         SET WS-ON-MASTER TO TRUE
052000     END-IF.
052100
052200     PERFORM 3100-PROCESS-HISTORY-GROUP
052300         THRU 3100-PROCESS-HISTORY-GROUP-EXIT.
052400
052500     IF NOT WS-START-KNOWN AND WS-ON-MASTER
052600         MOVE WS-MAST-IMAGE TO WS-START-IMAGE
052700     END-IF.
052800
052900     PERFORM 4000-COUNT-STUDENT-DAYS
053000         THRU 4000-COUNT-STUDENT-DAYS-EXIT.
053100
053200     IF WS-ON-MASTER
053300         PERFORM 7000-READ-MASTER
053400             THRU 7000-READ-MASTER-EXIT
053500     END-IF.
053600 3000-MERGE-ONE-STUDENT-EXIT.
053700     EXIT.
053800
053900*****************************************************************
054000* 3100-PROCESS-HISTORY-GROUP - WALK ONE STUDENT'S HISTORY        *
054100*                              ENTRIES IN DATE/TIME ORDER.       *
054200*****************************************************************
054300 3100-PROCESS-HISTORY-GROUP.
054400     MOVE HIST-STUDENT-ID TO WS-GROUP-ID.
054500     MOVE 'N' TO WS-GROUP-DONE-SW.
054600
054700     PERFORM 3110-TAKE-ONE-ENTRY
054800         THRU 3110-TAKE-ONE-ENTRY-EXIT
054900         UNTIL WS-GROUP-DONE.
055000 3100-PROCESS-HISTORY-GROUP-EXIT.
055100     EXIT.
055200
055300*****************************************************************
055400* 3110-TAKE-ONE-ENTRY - FOLD ONE HISTORY ENTRY IN.  AN ENTRY     *
055500*                       BEFORE THE MONTH SETS THE RECORD GOING   *
055600*                       INTO IT; THE FIRST ENTRY ON OR AFTER THE *
055700*                       FIRST OF THE MONTH GIVES IT BY ITS       *
055800*                       BEFORE IMAGE INSTEAD; ENTRIES DATED IN   *
055850*                       THE MONTH ARE TABLED AS CHANGES.  AN     *
055900*                       STTRAN WITHDRAWAL IS TAKEN AS OF ITS     *
055950*                       EXIT DATE RATHER THAN ITS ENTRY DATE.    *
056000*****************************************************************
056100 3110-TAKE-ONE-ENTRY.
056150     MOVE HIST-CHANGE-DATE TO WS-EFFECTIVE-DATE.
056200     IF HIST-SOURCE-PGM = 'STTRAN'
056250         AND HIST-ACTION = 'C'
056300         AND HIST-BEFORE-IMAGE(41:1) = 'A'
056350         AND HIST-AFTER-IMAGE(41:1) = 'W'
056400         PERFORM 3130-FIND-EXIT-DATE
056450             THRU 3130-FIND-EXIT-DATE-EXIT
056500     END-IF.
056550
056600     IF WS-EFFECTIVE-DATE < WS-MONTH-FIRST-DAY
056650         MOVE HIST-AFTER-IMAGE TO WS-START-IMAGE
056700         SET WS-START-KNOWN TO TRUE
056750         MOVE ZERO TO WS-EVENT-COUNT
056800     ELSE
056850         IF NOT WS-START-KNOWN
056900             MOVE HIST-BEFORE-IMAGE TO WS-START-IMAGE
056950             SET WS-START-KNOWN TO TRUE
057000         END-IF
057050         IF WS-EFFECTIVE-DATE <= WS-MONTH-LAST-DAY
057100             PERFORM 3120-TABLE-ONE-EVENT
057200                 THRU 3120-TABLE-ONE-EVENT-EXIT
057300         END-IF
057400     END-IF.
057500
057600     PERFORM 7100-READ-HISTORY
057700         THRU 7100-READ-HISTORY-EXIT.
057800     IF WS-HIST-EOF
057900         OR HIST-STUDENT-ID NOT = WS-GROUP-ID
058000         SET WS-GROUP-DONE TO TRUE
058100     END-IF.
058200 3110-TAKE-ONE-ENTRY-EXIT.
058300     EXIT.
058400
058500*****************************************************************
058520* 3120-TABLE-ONE-EVENT - TABLE A CHANGE TAKING EFFECT INSIDE THE *
058540*                        MONTH.  A CHANGE TABLED EARLIER WITH A  *
058560*                        LATER DATE (KEYED BETWEEN A STUDENT'S   *
058580*                        EXIT DATE AND THE DAY THE WITHDRAWAL    *
058600*                        WAS KEYED) IS BROUGHT BACK TO THIS      *
058620*                        DATE, SO THE TABLE STAYS IN DATE ORDER  *
058640*                        AND THE WITHDRAWAL IS APPLIED LAST.     *
058700*****************************************************************
058800 3120-TABLE-ONE-EVENT.
058900     IF WS-EVENT-COUNT >= WS-EVENT-MAX
059000         DISPLAY 'STADA - MORE THAN ' WS-EVENT-MAX ' CHANGES '
059100             'IN THE MONTH FOR STUDENT-ID ' WS-GROUP-ID
059200             ' - LATER CHANGES IGNORED'
059300         ADD 1 TO WS-WARN-COUNT
059400         GO TO 3120-TABLE-ONE-EVENT-EXIT
059500     END-IF.
059600
059607     PERFORM 3125-CLAMP-ONE-EVENT
059614         THRU 3125-CLAMP-ONE-EVENT-EXIT
059621         VARYING WS-CLAMP-SUB FROM 1 BY 1
059628         UNTIL WS-CLAMP-SUB > WS-EVENT-COUNT.
059635
059642     ADD 1 TO WS-EVENT-COUNT.
059649     MOVE WS-EFFECTIVE-DATE TO WS-EVENT-DATE(WS-EVENT-COUNT).
059656     MOVE HIST-AFTER-IMAGE TO WS-EVENT-IMAGE(WS-EVENT-COUNT).
059663 3120-TABLE-ONE-EVENT-EXIT.
059670     EXIT.
059677
059684*****************************************************************
059691* 3125-CLAMP-ONE-EVENT - BRING ONE TABLED CHANGE BACK TO THE     *
059698*                        DATE OF THE CHANGE BEING TABLED WHEN IT *
059705*                        IS LATER.                               *
059712*****************************************************************
059719 3125-CLAMP-ONE-EVENT.
059726     IF WS-EVENT-DATE(WS-CLAMP-SUB) > WS-EFFECTIVE-DATE
059733         MOVE WS-EFFECTIVE-DATE TO WS-EVENT-DATE(WS-CLAMP-SUB)
059740     END-IF.
059747 3125-CLAMP-ONE-EVENT-EXIT.
059754     EXIT.
059761
059768*****************************************************************
059775* 3130-FIND-EXIT-DATE - THE ENTRY IS AN STTRAN WITHDRAWAL.  FIND *
059782*                       ITS WITHDRAW.DAT RECORD - THE ONE THE    *
059789*                       SAME RUN RECORDED - AND TAKE THE CHANGE  *
059796*                       AS OF ITS EXIT DATE.                     *
059803*****************************************************************
059810 3130-FIND-EXIT-DATE.
059817     IF NOT WS-WITHDRAW-ON-HAND
059824         GO TO 3130-FIND-EXIT-DATE-EXIT
059831     END-IF.
059838
059845     MOVE HIST-STUDENT-ID TO WD-STUDENT-ID.
059852     MOVE ZERO TO WD-EXIT-DATE.
059859     MOVE 'N' TO WS-WD-EOF-SW.
059866     START WITHDRAW-FILE KEY >= WD-KEY
059873         INVALID KEY
059880             SET WS-WD-EOF TO TRUE
059887     END-START.
059894
059901     PERFORM 3140-MATCH-ONE-WITHDRAWAL
059908         THRU 3140-MATCH-ONE-WITHDRAWAL-EXIT
059915         UNTIL WS-WD-EOF.
059922 3130-FIND-EXIT-DATE-EXIT.
059929     EXIT.
059936
059943*****************************************************************
059950* 3140-MATCH-ONE-WITHDRAWAL - READ THE STUDENT'S NEXT            *
059957*                             WITHDRAWAL AND KEEP ITS EXIT DATE  *
059964*                             WHEN IT WAS RECORDED THE DAY OF    *
059971*                             THE HISTORY ENTRY.                 *
059978*****************************************************************
059985 3140-MATCH-ONE-WITHDRAWAL.
059992     READ WITHDRAW-FILE NEXT RECORD
059999         AT END
060006             SET WS-WD-EOF TO TRUE
060013             GO TO 3140-MATCH-ONE-WITHDRAWAL-EXIT
060020     END-READ.
060027
060034     IF WD-STUDENT-ID NOT = HIST-STUDENT-ID
060041         SET WS-WD-EOF TO TRUE
060048         GO TO 3140-MATCH-ONE-WITHDRAWAL-EXIT
060055     END-IF.
060062
060069     IF WD-RECORDED-DATE = HIST-CHANGE-DATE
060076         MOVE WD-EXIT-DATE TO WS-EFFECTIVE-DATE
060083     END-IF.
060090 3140-MATCH-ONE-WITHDRAWAL-EXIT.
060100     EXIT.
060200
060300*****************************************************************
060400* 4000-COUNT-STUDENT-DAYS - STEP THROUGH THE MONTH'S             *
060500*                           INSTRUCTIONAL DAYS APPLYING THE      *
060600*                           STUDENT'S CHANGES AS THEY FALL DUE,  *
060700*                           COUNT MEMBERSHIP AND ATTENDANCE,     *
060800*                           AND POST THE STUDENT TO THE TOTALS.  *
060900*****************************************************************
061000 4000-COUNT-STUDENT-DAYS.
061100     MOVE WS-START-IMAGE TO WS-CUR-IMAGE.
061200     MOVE 1 TO WS-EVENT-SUB.
061300     MOVE ZERO TO WS-STU-MEMBER-DAYS.
061400     MOVE ZERO TO WS-STU-PRESENT-DAYS.
061500     MOVE ZERO TO WS-STU-ABSENT-DAYS.
061600
061700     PERFORM 4100-COUNT-ONE-DAY
061800         THRU 4100-COUNT-ONE-DAY-EXIT
061900         VARYING WS-DAY-SUB FROM 1 BY 1
062000         UNTIL WS-DAY-SUB > WS-DAY-COUNT.
062100
062200     IF WS-STU-MEMBER-DAYS = ZERO
062300         GO TO 4000-COUNT-STUDENT-DAYS-EXIT
062400     END-IF.
062500
062600     ADD 1 TO WS-STUDENT-COUNT.
062700     ADD WS-STU-MEMBER-DAYS TO WS-MEMBER-TOTAL.
062800     ADD WS-STU-PRESENT-DAYS TO WS-PRESENT-TOTAL.
062900     ADD WS-STU-ABSENT-DAYS TO WS-ABSENT-TOTAL.
063000
063100     PERFORM 4300-POST-GRADE-AND-ROOM
063200         THRU 4300-POST-GRADE-AND-ROOM-EXIT.
063300     PERFORM 4500-PRINT-STUDENT-LINE
063400         THRU 4500-PRINT-STUDENT-LINE-EXIT.
063500 4000-COUNT-STUDENT-DAYS-EXIT.
063600     EXIT.
063700
063800*****************************************************************
063900* 4100-COUNT-ONE-DAY - BRING THE RECORD UP TO THE DAY, AND WHEN  *
064000*                      THE STUDENT WAS A MEMBER THAT DAY COUNT   *
064100*                      IT AS PRESENT OR ABSENT.                  *
064200*****************************************************************
064300 4100-COUNT-ONE-DAY.
064400     PERFORM 4110-APPLY-ONE-EVENT
064500         THRU 4110-APPLY-ONE-EVENT-EXIT
064600         UNTIL WS-EVENT-SUB > WS-EVENT-COUNT
064700         OR WS-EVENT-DATE(WS-EVENT-SUB) > WS-DAY-DATE(WS-DAY-SUB).
064800
064900     IF WS-CUR-IMAGE = SPACES
065000         OR WS-CI-STATUS NOT = 'A'
065100         OR WS-CI-ENROLL-DATE > WS-DAY-DATE(WS-DAY-SUB)
065200         GO TO 4100-COUNT-ONE-DAY-EXIT
065300     END-IF.
065400
065500     ADD 1 TO WS-STU-MEMBER-DAYS.
065600     MOVE WS-CI-STUDENT-ID TO WS-STU-ID.
065700     MOVE WS-CI-NAME TO WS-STU-NAME.
065800     MOVE WS-CI-GRADE TO WS-STU-GRADE.
065900     MOVE WS-CI-HOMEROOM TO WS-STU-HOMEROOM.
066000
066100     IF NOT WS-ATTEND-ON-HAND
066200         ADD 1 TO WS-STU-PRESENT-DAYS
066300         GO TO 4100-COUNT-ONE-DAY-EXIT
066400     END-IF.
066500
066600     MOVE WS-CI-STUDENT-ID TO ATT-STUDENT-ID.
066700     MOVE WS-DAY-DATE(WS-DAY-SUB) TO ATT-DATE.
066800     READ ATTENDANCE-FILE
066900         INVALID KEY
067000             ADD 1 TO WS-STU-PRESENT-DAYS
067100         NOT INVALID KEY
067200             IF ATT-ABSENT
067300                 ADD 1 TO WS-STU-ABSENT-DAYS
067400             ELSE
067500                 ADD 1 TO WS-STU-PRESENT-DAYS
067600             END-IF
067700     END-READ.
067800 4100-COUNT-ONE-DAY-EXIT.
067900     EXIT.
068000
068100*****************************************************************
068200* 4110-APPLY-ONE-EVENT - THE NEXT TABLED CHANGE IS DUE - ITS     *
068300*                        AFTER IMAGE BECOMES THE RECORD.         *
068400*****************************************************************
068500 4110-APPLY-ONE-EVENT.
068600     MOVE WS-EVENT-IMAGE(WS-EVENT-SUB) TO WS-CUR-IMAGE.
068700     ADD 1 TO WS-EVENT-SUB.
068800 4110-APPLY-ONE-EVENT-EXIT.
068900     EXIT.
069000
069100*****************************************************************
069200* 4300-POST-GRADE-AND-ROOM - ADD THE STUDENT'S DAYS INTO THE     *
069300*                            GRADE AND HOMEROOM TOTALS.          *
069400*****************************************************************
069500 4300-POST-GRADE-AND-ROOM.
069600     IF WS-STU-GRADE > 12
069700         DISPLAY 'STADA - STUDENT ' WS-STU-ID ' GRADE '
069800             WS-STU-GRADE ' OUT OF RANGE - LEFT OUT OF GRADE '
069900             'TOTALS'
070000         ADD 1 TO WS-WARN-COUNT
070100     ELSE
070200         COMPUTE WS-GRADE-SUB = WS-STU-GRADE + 1
070300         ADD 1 TO WS-GR-STUDENTS(WS-GRADE-SUB)
070400         ADD WS-STU-MEMBER-DAYS TO WS-GR-MEMBER-DAYS(WS-GRADE-SUB)
070500         ADD WS-STU-PRESENT-DAYS
070600             TO WS-GR-PRESENT-DAYS(WS-GRADE-SUB)
070700     END-IF.
070800
070900     PERFORM 4400-FIND-ROOM
071000         THRU 4400-FIND-ROOM-EXIT.
071100     IF WS-ROOM-AT = ZERO
071200         GO TO 4300-POST-GRADE-AND-ROOM-EXIT
071300     END-IF.
071400     ADD 1 TO WS-RM-STUDENTS(WS-ROOM-AT).
071500     ADD WS-STU-MEMBER-DAYS TO WS-RM-MEMBER-DAYS(WS-ROOM-AT).
071600     ADD WS-STU-PRESENT-DAYS TO WS-RM-PRESENT-DAYS(WS-ROOM-AT).
071700 4300-POST-GRADE-AND-ROOM-EXIT.
071800     EXIT.
071900
072000*****************************************************************
072100* 4400-FIND-ROOM - FIND THE STUDENT'S HOMEROOM IN THE ROOM       *
072200*                  TABLE, OPENING A NEW ENTRY IN ROOM-CODE       *
072300*                  ORDER WHEN IT IS NOT THERE YET.  ZERO MEANS   *
072400*                  THE TABLE IS FULL.                            *
072500*****************************************************************
072600 4400-FIND-ROOM.
072700     MOVE ZERO TO WS-ROOM-AT.
072800     MOVE 'N' TO WS-ROOM-FOUND-SW.
072900     PERFORM 4410-MATCH-ONE-ROOM
073000         THRU 4410-MATCH-ONE-ROOM-EXIT
073100         VARYING WS-ROOM-SUB FROM 1 BY 1
073200         UNTIL WS-ROOM-SUB > WS-ROOM-COUNT
073300         OR WS-ROOM-AT NOT = ZERO.
073400     IF WS-ROOM-FOUND
073500         GO TO 4400-FIND-ROOM-EXIT
073600     END-IF.
073700
073800     IF WS-ROOM-COUNT >= WS-ROOM-MAX
073900         DISPLAY 'STADA - ROOM TABLE FULL AT ' WS-ROOM-MAX
074000             ' ROOMS - ROOM ' WS-STU-HOMEROOM
074100             ' LEFT OUT OF HOMEROOM TOTALS'
074200         ADD 1 TO WS-WARN-COUNT
074300         MOVE ZERO TO WS-ROOM-AT
074400         GO TO 4400-FIND-ROOM-EXIT
074500     END-IF.
074600
074700     IF WS-ROOM-AT = ZERO
074800         COMPUTE WS-ROOM-AT = WS-ROOM-COUNT + 1
074900     END-IF.
075000     PERFORM 4420-SHIFT-ONE-ROOM
075100         THRU 4420-SHIFT-ONE-ROOM-EXIT
075200         VARYING WS-ROOM-SUB FROM WS-ROOM-COUNT BY -1
075300         UNTIL WS-ROOM-SUB < WS-ROOM-AT.
075400     ADD 1 TO WS-ROOM-COUNT.
075500
075600     MOVE WS-STU-HOMEROOM TO WS-RM-CODE(WS-ROOM-AT).
075700     MOVE ZERO TO WS-RM-STUDENTS(WS-ROOM-AT).
075800     MOVE ZERO TO WS-RM-MEMBER-DAYS(WS-ROOM-AT).
075900     MOVE ZERO TO WS-RM-PRESENT-DAYS(WS-ROOM-AT).
076000 4400-FIND-ROOM-EXIT.
076100     EXIT.
076200
076300*****************************************************************
076400* 4410-MATCH-ONE-ROOM - STOP AT THE ROOM'S ENTRY, OR AT THE      *
076500*                       FIRST ENTRY THAT SORTS AFTER IT (WHERE   *
076600*                       A NEW ENTRY GOES).                       *
076700*****************************************************************
076800 4410-MATCH-ONE-ROOM.
076900     IF WS-RM-CODE(WS-ROOM-SUB) = WS-STU-HOMEROOM
077000         MOVE WS-ROOM-SUB TO WS-ROOM-AT
077100         SET WS-ROOM-FOUND TO TRUE
077200     ELSE
077300         IF WS-RM-CODE(WS-ROOM-SUB) > WS-STU-HOMEROOM
077400             MOVE WS-ROOM-SUB TO WS-ROOM-AT
077500         END-IF
077600     END-IF.
077700 4410-MATCH-ONE-ROOM-EXIT.
077800     EXIT.
077900
078000*****************************************************************
078100* 4420-SHIFT-ONE-ROOM - MOVE ONE ROOM ENTRY DOWN A PLACE TO OPEN *
078200*                       A SLOT FOR A NEW ROOM.                   *
078300*****************************************************************
078400 4420-SHIFT-ONE-ROOM.
078500     MOVE WS-ROOM-ENTRY(WS-ROOM-SUB)
078600         TO WS-ROOM-ENTRY(WS-ROOM-SUB + 1).
078700 4420-SHIFT-ONE-ROOM-EXIT.
078800     EXIT.
078900
079000*****************************************************************
079100* 4500-PRINT-STUDENT-LINE - PRINT ONE STUDENT'S DAYS.            *
079200*****************************************************************
079300 4500-PRINT-STUDENT-LINE.
079400     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
079500         PERFORM 5000-WRITE-REPORT-HEADERS
079600             THRU 5000-WRITE-REPORT-HEADERS-EXIT
079700         WRITE ADA-LINE FROM AR-STUDENT-HEADING
079800         MOVE SPACES TO ADA-LINE
079900         WRITE ADA-LINE
080000     END-IF.
080100
080200     MOVE SPACES TO AR-STUDENT-LINE.
080300     MOVE WS-STU-ID TO AR-STUDENT-ID.
080400     MOVE WS-STU-NAME TO AR-NAME.
080500     MOVE WS-STU-GRADE TO AR-GRADE.
080600     MOVE WS-STU-HOMEROOM TO AR-HOMEROOM.
080700     MOVE WS-STU-MEMBER-DAYS TO AR-MEMBER-DAYS.
080800     MOVE WS-STU-PRESENT-DAYS TO AR-PRESENT-DAYS.
080900     MOVE WS-STU-ABSENT-DAYS TO AR-ABSENT-DAYS.
081000     WRITE ADA-LINE FROM AR-STUDENT-LINE.
081100     ADD 1 TO WS-LINE-COUNT.
081200 4500-PRINT-STUDENT-LINE-EXIT.
081300     EXIT.
081400
081500*****************************************************************
081600* 5000-WRITE-REPORT-HEADERS - START A NEW PAGE OF THE REPORT     *
081700*                             UNDER THE CURRENT SECTION HEADING. *
081800*****************************************************************
081900 5000-WRITE-REPORT-HEADERS.
082000     ADD 1 TO WS-PAGE-COUNT.
082100     MOVE WS-REPORT-MONTH TO AR1-MONTH.
082200     MOVE WS-RUN-DATE TO AR1-RUN-DATE.
082300     MOVE WS-PAGE-COUNT TO AR1-PAGE-NO.
082400
082500     IF WS-PAGE-COUNT > 1
082600         MOVE SPACES TO ADA-LINE
082700         WRITE ADA-LINE
082800     END-IF.
082900
083000     WRITE ADA-LINE FROM AR-HEADING-1.
083100     IF WS-TEST-CYCLE
083200         WRITE ADA-LINE FROM WS-TEST-STAMP-LINE
083300     END-IF.
083400     MOVE SPACES TO ADA-LINE.
083500     WRITE ADA-LINE.
083600     WRITE ADA-LINE FROM AR-SECTION-HEADING.
083700     MOVE SPACES TO ADA-LINE.
083800     WRITE ADA-LINE.
083900
084000     MOVE ZERO TO WS-LINE-COUNT.
084100 5000-WRITE-REPORT-HEADERS-EXIT.
084200     EXIT.
084300
084400*****************************************************************
084500* 6000-PRINT-SUMMARIES - PRINT THE GRADE AND HOMEROOM SUMMARIES  *
084600*                        AND THE SCHOOL TOTALS, EACH ON A PAGE   *
084700*                        OF ITS OWN.                             *
084800*****************************************************************
084900 6000-PRINT-SUMMARIES.
085000     MOVE 'ADA AND ADM BY GRADE' TO AR-SECTION-HEADING.
085100     PERFORM 5000-WRITE-REPORT-HEADERS
085200         THRU 5000-WRITE-REPORT-HEADERS-EXIT.
085300     WRITE ADA-LINE FROM AR-SUMMARY-HEADING.
085400     PERFORM 6100-PRINT-ONE-GRADE
085500         THRU 6100-PRINT-ONE-GRADE-EXIT
085600         VARYING WS-GRADE-SUB FROM 1 BY 1
085700         UNTIL WS-GRADE-SUB > 13.
085800
085900     MOVE 'ADA AND ADM BY HOMEROOM' TO AR-SECTION-HEADING.
086000     PERFORM 5000-WRITE-REPORT-HEADERS
086100         THRU 5000-WRITE-REPORT-HEADERS-EXIT.
086200     WRITE ADA-LINE FROM AR-SUMMARY-HEADING.
086300     PERFORM 6200-PRINT-ONE-ROOM
086400         THRU 6200-PRINT-ONE-ROOM-EXIT
086500         VARYING WS-ROOM-SUB FROM 1 BY 1
086600         UNTIL WS-ROOM-SUB > WS-ROOM-COUNT.
086700
086800     MOVE 'SCHOOL TOTALS FOR THE STATE FORM'
086900         TO AR-SECTION-HEADING.
087000     PERFORM 5000-WRITE-REPORT-HEADERS
087100         THRU 5000-WRITE-REPORT-HEADERS-EXIT.
087200     MOVE 'INSTRUCTIONAL DAYS IN MONTH:' TO AR-TOTAL-LABEL.
087300     MOVE WS-DAY-COUNT TO AR-TOTAL-VALUE.
087400     WRITE ADA-LINE FROM AR-TOTAL-LINE.
087500     MOVE 'STUDENTS IN MEMBERSHIP:' TO AR-TOTAL-LABEL.
087600     MOVE WS-STUDENT-COUNT TO AR-TOTAL-VALUE.
087700     WRITE ADA-LINE FROM AR-TOTAL-LINE.
087800     MOVE 'AGGREGATE DAYS MEMBERSHIP:' TO AR-TOTAL-LABEL.
087900     MOVE WS-MEMBER-TOTAL TO AR-TOTAL-VALUE.
088000     WRITE ADA-LINE FROM AR-TOTAL-LINE.
088100     MOVE 'AGGREGATE DAYS ATTENDANCE:' TO AR-TOTAL-LABEL.
088200     MOVE WS-PRESENT-TOTAL TO AR-TOTAL-VALUE.
088300     WRITE ADA-LINE FROM AR-TOTAL-LINE.
088400     MOVE 'AGGREGATE DAYS ABSENT:' TO AR-TOTAL-LABEL.
088500     MOVE WS-ABSENT-TOTAL TO AR-TOTAL-VALUE.
088600     WRITE ADA-LINE FROM AR-TOTAL-LINE.
088700
088800     MOVE WS-MEMBER-TOTAL TO WS-AVG-MEMBER-DAYS.
088900     MOVE WS-PRESENT-TOTAL TO WS-AVG-PRESENT-DAYS.
089000     PERFORM 6900-COMPUTE-AVERAGES
089100         THRU 6900-COMPUTE-AVERAGES-EXIT.
089200     MOVE SPACES TO ADA-LINE.
089300     WRITE ADA-LINE.
089400     MOVE 'AVERAGE DAILY MEMBERSHIP (ADM):' TO AR-AVERAGE-LABEL.
089500     MOVE WS-ADM TO AR-AVERAGE-VALUE.
089600     WRITE ADA-LINE FROM AR-AVERAGE-LINE.
089700     MOVE 'AVERAGE DAILY ATTENDANCE (ADA):' TO AR-AVERAGE-LABEL.
089800     MOVE WS-ADA TO AR-AVERAGE-VALUE.
089900     WRITE ADA-LINE FROM AR-AVERAGE-LINE.
090000 6000-PRINT-SUMMARIES-EXIT.
090100     EXIT.
090200
090300*****************************************************************
090400* 6100-PRINT-ONE-GRADE - PRINT ONE GRADE'S LINE WHEN ANY         *
090500*                        STUDENT WAS IN IT.                      *
090600*****************************************************************
090700 6100-PRINT-ONE-GRADE.
090800     IF WS-GR-STUDENTS(WS-GRADE-SUB) = ZERO
090900         GO TO 6100-PRINT-ONE-GRADE-EXIT
091000     END-IF.
091100
091200     MOVE WS-GR-MEMBER-DAYS(WS-GRADE-SUB) TO WS-AVG-MEMBER-DAYS.
091300     MOVE WS-GR-PRESENT-DAYS(WS-GRADE-SUB) TO WS-AVG-PRESENT-DAYS.
091400     PERFORM 6900-COMPUTE-AVERAGES
091500         THRU 6900-COMPUTE-AVERAGES-EXIT.
091600
091700     MOVE SPACES TO AR-SUMMARY-LINE.
091800     MOVE 'GRADE' TO AR-SUM-LABEL.
091900     COMPUTE AR-GRADE = WS-GRADE-SUB - 1.
092000     MOVE AR-GRADE TO AR-SUM-KEY.
092100     MOVE WS-GR-STUDENTS(WS-GRADE-SUB) TO AR-SUM-STUDENTS.
092200     MOVE WS-GR-MEMBER-DAYS(WS-GRADE-SUB) TO AR-SUM-MEMBER-DAYS.
092300     MOVE WS-GR-PRESENT-DAYS(WS-GRADE-SUB) TO AR-SUM-PRESENT-DAYS.
092400     MOVE WS-ADM TO AR-SUM-ADM.
092500     MOVE WS-ADA TO AR-SUM-ADA.
092600     WRITE ADA-LINE FROM AR-SUMMARY-LINE.
092700 6100-PRINT-ONE-GRADE-EXIT.
092800     EXIT.
092900
093000*****************************************************************
093100* 6200-PRINT-ONE-ROOM - PRINT ONE HOMEROOM'S LINE.               *
093200*****************************************************************
093300 6200-PRINT-ONE-ROOM.
093400     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
093500         PERFORM 5000-WRITE-REPORT-HEADERS
093600             THRU 5000-WRITE-REPORT-HEADERS-EXIT
093700         WRITE ADA-LINE FROM AR-SUMMARY-HEADING
093800     END-IF.
093900
094000     MOVE WS-RM-MEMBER-DAYS(WS-ROOM-SUB) TO WS-AVG-MEMBER-DAYS.
094100     MOVE WS-RM-PRESENT-DAYS(WS-ROOM-SUB) TO WS-AVG-PRESENT-DAYS.
094200     PERFORM 6900-COMPUTE-AVERAGES
094300         THRU 6900-COMPUTE-AVERAGES-EXIT.
094400
094500     MOVE SPACES TO AR-SUMMARY-LINE.
094600     MOVE 'ROOM' TO AR-SUM-LABEL.
094700     MOVE WS-RM-CODE(WS-ROOM-SUB) TO AR-SUM-KEY.
094800     MOVE WS-RM-STUDENTS(WS-ROOM-SUB) TO AR-SUM-STUDENTS.
094900     MOVE WS-RM-MEMBER-DAYS(WS-ROOM-SUB) TO AR-SUM-MEMBER-DAYS.
095000     MOVE WS-RM-PRESENT-DAYS(WS-ROOM-SUB) TO AR-SUM-PRESENT-DAYS.
095100     MOVE WS-ADM TO AR-SUM-ADM.
095200     MOVE WS-ADA TO AR-SUM-ADA.
095300     WRITE ADA-LINE FROM AR-SUMMARY-LINE.
095400     ADD 1 TO WS-LINE-COUNT.
095500 6200-PRINT-ONE-ROOM-EXIT.
095600     EXIT.
095700
095800*****************************************************************
095900* 6900-COMPUTE-AVERAGES - ADM AND ADA FOR ONE SET OF DAY TOTALS. *
096000*****************************************************************
096100 6900-COMPUTE-AVERAGES.
096200     MOVE ZERO TO WS-ADM.
096300     MOVE ZERO TO WS-ADA.
096400     IF WS-DAY-COUNT = ZERO
096500         GO TO 6900-COMPUTE-AVERAGES-EXIT
096600     END-IF.
096700
096800     COMPUTE WS-ADM ROUNDED =
096900         WS-AVG-MEMBER-DAYS / WS-DAY-COUNT.
097000     COMPUTE WS-ADA ROUNDED =
097100         WS-AVG-PRESENT-DAYS / WS-DAY-COUNT.
097200 6900-COMPUTE-AVERAGES-EXIT.
097300     EXIT.
097400
097500*****************************************************************
097600* 7000-READ-MASTER - READ THE NEXT STUDENT MASTER RECORD.        *
097700*****************************************************************
097800 7000-READ-MASTER.
097900     READ STUDENT NEXT RECORD
098000         AT END
098100             SET WS-MAST-EOF TO TRUE
098200             MOVE SPACES TO WS-MAST-IMAGE
098300             MOVE 99999 TO WS-MAST-ID
098400             GO TO 7000-READ-MASTER-EXIT
098500     END-READ.
098600     MOVE STUDENT-RECORD TO WS-MAST-IMAGE.
098700     MOVE STUDENT-ID TO WS-MAST-ID.
098800 7000-READ-MASTER-EXIT.
098900     EXIT.
099000
099100*****************************************************************
099200* 7100-READ-HISTORY - READ THE NEXT CHANGE-HISTORY ENTRY.        *
099300*****************************************************************
099400 7100-READ-HISTORY.
099500     READ HISTORY-FILE NEXT RECORD
099600         AT END
099700             SET WS-HIST-EOF TO TRUE
099800     END-READ.
099900 7100-READ-HISTORY-EXIT.
100000     EXIT.
100100
100200*****************************************************************
100300* 9000-TERMINATE - CLOSE THE FILES AND SET THE RETURN CODE.      *
100400*****************************************************************
100500 9000-TERMINATE.
100600     CLOSE STUDENT.
100700     CLOSE CALENDAR-FILE.
100800     CLOSE ATTENDANCE-FILE.
100850     CLOSE WITHDRAW-FILE.
100900     IF WS-HIST-OPEN
101000         CLOSE HISTORY-FILE
101100     END-IF.
101200     CLOSE ADA-RPT.
101300
101400     DISPLAY 'STADA - INSTRUCTIONAL DAYS:  ' WS-DAY-COUNT.
101500     DISPLAY 'STADA - STUDENTS COUNTED:    ' WS-STUDENT-COUNT.
101600     DISPLAY 'STADA - WARNINGS:            ' WS-WARN-COUNT.
101700
101800     IF WS-WARN-COUNT > ZERO
101900         MOVE 4 TO RETURN-CODE
102000     ELSE
102100         MOVE 0 TO RETURN-CODE
102200     END-IF.
102300 9000-TERMINATE-EXIT.
102400     EXIT.
