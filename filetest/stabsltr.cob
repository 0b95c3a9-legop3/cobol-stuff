000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STABSLTR.
000300 AUTHOR. LEGOP3.
000400 INSTALLATION. STUDENT RECORDS SHOP.
000500 DATE-WRITTEN. 2026-10-14.
000600 DATE-COMPILED.
000700*****************************************************************
000800* STABSLTR                                                       *
000900*                                                                *
001000* GUARDIAN ABSENCE-NOTIFICATION LETTERS.  TAKES THE CHRONIC-     *
001100* ABSENCE EXCEPTION LIST STATRPT PRINTED FOR A MONTH             *
001200* (CHRONIC.TXT - THE MONTH COMES OFF ITS HEADING) AND PRINTS A   *
001300* FORM LETTER (LETTERS.TXT, ONE PAGE PER LETTER) TO EACH FAMILY  *
001400* WITH A STUDENT ON IT, WITH EVERY DATE IN THE MONTH ATTEND.DAT  *
001500* HAS EACH OF THOSE STUDENTS ABSENT.                             *
001700*                                                                *
001800* A FAMILY IS THE STUDENT'S FIRST CONTACT BY CALLING PRIORITY -  *
001900* THE GD-PRIORITY 1 GUARDIAN ON GUARDIAN.DAT - MATCHED ON NAME   *
001910* AND PHONE THE SAME WAY STFEESTM GROUPS ITS STATEMENTS.  THE    *
001920* STUDENTS ARE SORTED BY FAMILY, SO BROTHERS AND SISTERS ON THE  *
001930* SAME LIST SHARE ONE LETTER NAMING EACH OF THEM.                *
001940*                                                                *
001950* EVERY STUDENT COVERED BY A LETTER GOES ON THE KEYED LETTER LOG *
001960* (LTRLOG.DAT, SEE LTRLOG.CPY) UNDER STUDENT-ID AND MONTH, WITH  *
001970* THE FAMILY ALONGSIDE AS A SECOND KEY:                          *
002000*                                                                *
002100*   - A STUDENT ALREADY LOGGED FOR THE MONTH IS SKIPPED, SO A    *
002200*     RERUN DOES NOT REPEAT A LETTER;                            *
002300*   - A STUDENT WHOSE FAMILY WAS ALREADY WRITTEN TO FOR THE      *
002310*     MONTH (A BROTHER OR SISTER ADDED TO A LATER LIST) IS NOT   *
002320*     WRITTEN TO AGAIN BUT GOES ON THE EXCEPTION LIST, SO THE    *
002330*     SAME FAMILY NEVER GETS TWO LETTERS FOR ONE MONTH;          *
002400*   - A STUDENT ALSO LOGGED FOR THE MONTH BEFORE HAS STAYED      *
002500*     CHRONIC, AND THE FAMILY'S LETTER IS THE ESCALATED SECOND   *
002600*     NOTICE IN PLACE OF THE FIRST NOTICE.                       *
002700*                                                                *
002800* STUDENTS WHO CANNOT BE WRITTEN TO - NO PRIORITY 1 GUARDIAN ON  *
002900* FILE, NO LONGER ACTIVE ON THE MASTER, FAMILY ALREADY WRITTEN   *
003000* TO, OR MORE BROTHERS AND SISTERS THAN ONE LETTER HOLDS - GO ON *
003100* THE EXCEPTION LIST (LTREXCP.TXT) FOR THE OFFICE TO CHASE UP,   *
003200* WITH THE RUN'S CONTROL TOTALS AT THE FOOT.  GUARDIAN.CPY       *
003300* CARRIES NO MAILING ADDRESS, SO LETTERS ARE ADDRESSED BY NAME   *
003310* AND HOMEROOM FOR THE OFFICE TO SEND HOME.                      *
003400*                                                                *
003500* RETURN CODES:  0 = LETTERS PRINTED, NO EXCEPTIONS,             *
003600*                4 = ONE OR MORE STUDENTS ON THE EXCEPTION LIST, *
003610*                    OR A LTRLOG.DAT WRITE FAILED,               *
003700*                8 = CHRONIC.TXT IS NOT A CHRONIC-ABSENCE LIST - *
003800*                    NOTHING PRINTED,                            *
003900*               16 = A FILE WOULD NOT OPEN.                      *
004000*                                                                *
004100* MOD LOG                                                        *
004200*   2026-10-14  LEGOP3   INITIAL VERSION.                        *
004300*****************************************************************
004400
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT CHRONIC-LIST ASSIGN TO WS-CHRONIC-LIST-NAME
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-CHRONIC-FILE-STATUS.
005100
005200     SELECT STUDENT ASSIGN TO WS-STUDENT-FILE-NAME
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS STUDENT-ID
005600         ALTERNATE RECORD KEY IS STUDENT-NAME
005700             WITH DUPLICATES
005800         FILE STATUS IS WS-STUDENT-FILE-STATUS.
005900
006000     SELECT OPTIONAL GUARDIAN-FILE
006100         ASSIGN TO WS-GUARDIAN-FILE-NAME
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS GD-KEY
006500         FILE STATUS IS WS-GUARDIAN-FILE-STATUS.
006600
006700     SELECT ATTENDANCE-FILE ASSIGN TO WS-ATTEND-FILE-NAME
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS DYNAMIC
007000         RECORD KEY IS ATT-KEY
007100         FILE STATUS IS WS-ATTEND-FILE-STATUS.
007200
007300     SELECT OPTIONAL LETTER-LOG ASSIGN TO WS-LETTER-LOG-NAME
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS DYNAMIC
007600         RECORD KEY IS LL-KEY
007610         ALTERNATE RECORD KEY IS LL-FAMILY-KEY
007620             WITH DUPLICATES
007700         FILE STATUS IS WS-LETTER-LOG-STATUS.
007800
007900     SELECT LETTER-RPT ASSIGN TO WS-LETTER-RPT-NAME
008000         ORGANIZATION IS LINE SEQUENTIAL.
008100
008200     SELECT EXCEPTION-RPT ASSIGN TO WS-EXCEPTION-RPT-NAME
008300         ORGANIZATION IS LINE SEQUENTIAL.
008310
008320     SELECT SORT-WORK-FILE ASSIGN TO 'ltrsort.tmp'.
008400
008500 DATA DIVISION.
008600 FILE SECTION.
008700 FD  CHRONIC-LIST.
008800 01  CHRONIC-LINE                 PIC X(80).
008900 01  CL-HEADING-LINE REDEFINES CHRONIC-LINE.
009000     05  CL-TITLE                 PIC X(32).
009100     05  CL-MONTH-TAG             PIC X(07).
009200     05  CL-MONTH                 PIC X(06).
009300     05  FILLER                   PIC X(35).
009400 01  CL-DETAIL-LINE REDEFINES CHRONIC-LINE.
009500     05  CL-STUDENT-ID            PIC X(05).
009600     05  FILLER                   PIC X(02).
009700     05  CL-NAME                  PIC X(25).
009800     05  FILLER                   PIC X(02).
009900     05  CL-HOMEROOM              PIC X(04).
010000     05  FILLER                   PIC X(02).
010100     05  CL-ABSENT-TAG            PIC X(08).
010200     05  CL-ABSENT                PIC X(03).
010300     05  FILLER                   PIC X(29).
010400
010500 FD  STUDENT.
010600     COPY "student.cpy".
010700
010800 FD  GUARDIAN-FILE.
010900     COPY "guardian.cpy".
011000
011100 FD  ATTENDANCE-FILE.
011200     COPY "attend.cpy".
011300
011400 FD  LETTER-LOG.
011500     COPY "ltrlog.cpy".
011600
011700 FD  LETTER-RPT.
011800 01  LETTER-LINE                  PIC X(80).
011900
012000 FD  EXCEPTION-RPT.
012100 01  EXCEPTION-LINE               PIC X(80).
012200
012205 SD  SORT-WORK-FILE.
012210 01  SORT-RECORD.
012215     05  SR-FAMILY-KEY.
012220         10  SR-FAMILY-NAME       PIC X(25).
012225         10  SR-FAMILY-PHONE      PIC X(12).
012230     05  SR-STUDENT-ID            PIC 9(05).
012235     05  SR-STUDENT-NAME          PIC X(25).
012240     05  SR-HOMEROOM              PIC X(04).
012245     05  SR-RELATION              PIC X(10).
012250     05  SR-LEVEL                 PIC 9(01).
012255
012300 WORKING-STORAGE SECTION.
012400 01  WS-CHRONIC-FILE-STATUS       PIC X(02)   VALUE '00'.
012500 01  WS-STUDENT-FILE-STATUS       PIC X(02)   VALUE '00'.
012600 01  WS-GUARDIAN-FILE-STATUS      PIC X(02)   VALUE '00'.
012700 01  WS-ATTEND-FILE-STATUS        PIC X(02)   VALUE '00'.
012800 01  WS-LETTER-LOG-STATUS         PIC X(02)   VALUE '00'.
012900
013000 01  WS-CHRONIC-LIST-NAME         PIC X(40)
013100                                  VALUE 'chronic.txt'.
013200 01  WS-STUDENT-FILE-NAME         PIC X(40)
013300                                  VALUE 'student.dat'.
013400 01  WS-GUARDIAN-FILE-NAME        PIC X(40)
013500                                  VALUE 'guardian.dat'.
013600 01  WS-ATTEND-FILE-NAME          PIC X(40)   VALUE 'attend.dat'.
013700 01  WS-LETTER-LOG-NAME           PIC X(40)   VALUE 'ltrlog.dat'.
013800 01  WS-LETTER-RPT-NAME           PIC X(40)   VALUE 'letters.txt'.
013900 01  WS-EXCEPTION-RPT-NAME        PIC X(40)
014000                                  VALUE 'ltrexcp.txt'.
014100
014200 01  WS-TEST-MODE-SW              PIC X(01)   VALUE 'N'.
014300     88  WS-TEST-CYCLE                        VALUE 'Y'.
014400
014500 01  WS-TEST-STAMP-LINE           PIC X(40)   VALUE
014600     '** TEST CYCLE - NOT PRODUCTION **'.
014700
014800     COPY "sitecfgk.cpy".
014900
015000 01  WS-SWITCHES.
015100     05  WS-EOF-SW                PIC X(01)   VALUE 'N'.
015200         88  WS-EOF                           VALUE 'Y'.
015300     05  WS-GUARDIAN-SW           PIC X(01)   VALUE 'N'.
015400         88  WS-GUARDIAN-ON-HAND              VALUE 'Y'.
015500     05  WS-ATT-DONE-SW           PIC X(01)   VALUE 'N'.
015600         88  WS-ATT-DONE                      VALUE 'Y'.
015610     05  WS-SORT-EOF-SW           PIC X(01)   VALUE 'N'.
015620         88  WS-SORT-EOF                      VALUE 'Y'.
015700
015800 01  WS-REPORT-MONTH              PIC 9(06)   VALUE ZERO.
015900 01  WS-REPORT-MONTH-X REDEFINES WS-REPORT-MONTH.
016000     05  WS-REPORT-YYYY           PIC 9(04).
016100     05  WS-REPORT-MM             PIC 9(02).
016200 01  WS-PRIOR-MONTH               PIC 9(06)   VALUE ZERO.
016300 01  WS-PRIOR-MONTH-X REDEFINES WS-PRIOR-MONTH.
016400     05  WS-PRIOR-YYYY            PIC 9(04).
016500     05  WS-PRIOR-MM              PIC 9(02).
016600 01  WS-MONTH-FIRST-DAY           PIC 9(08)   VALUE ZERO.
016700 01  WS-MONTH-LAST-DAY            PIC 9(08)   VALUE ZERO.
016800 01  WS-RUN-DATE                  PIC 9(08)   VALUE ZERO.
016900
017000 01  WS-COUNTERS.
017100     05  WS-LIST-COUNT            PIC 9(05)   COMP VALUE ZERO.
017200     05  WS-LETTER-COUNT          PIC 9(05)   COMP VALUE ZERO.
017300     05  WS-FIRST-COUNT           PIC 9(05)   COMP VALUE ZERO.
017400     05  WS-ESCALATED-COUNT       PIC 9(05)   COMP VALUE ZERO.
017410     05  WS-COVERED-COUNT         PIC 9(05)   COMP VALUE ZERO.
017500     05  WS-ALREADY-COUNT         PIC 9(05)   COMP VALUE ZERO.
017510     05  WS-FAMILY-WRITTEN-COUNT  PIC 9(05)   COMP VALUE ZERO.
017520     05  WS-OVERFLOW-COUNT        PIC 9(05)   COMP VALUE ZERO.
017600     05  WS-NO-GUARDIAN-COUNT     PIC 9(05)   COMP VALUE ZERO.
017700     05  WS-INACTIVE-COUNT        PIC 9(05)   COMP VALUE ZERO.
017800     05  WS-EXCEPTION-COUNT       PIC 9(05)   COMP VALUE ZERO.
017810     05  WS-LOG-FAIL-COUNT        PIC 9(05)   COMP VALUE ZERO.
017900
018000*****************************************************************
018100* THE STUDENT IN HAND, AS PICKED OFF THE CHRONIC LIST OR TAKEN   *
018110* BACK OUT OF THE FAMILY TABLE.                                  *
018200*****************************************************************
018300 01  WS-EDIT-ID                   PIC X(05)   VALUE SPACES.
018400 01  WS-EDIT-ID-9 REDEFINES WS-EDIT-ID
018500                                  PIC 9(05).
018600 01  WS-THIS-STUDENT.
018700     05  WS-THIS-ID               PIC 9(05)   VALUE ZERO.
018800     05  WS-THIS-NAME             PIC X(25)   VALUE SPACES.
018900     05  WS-THIS-HOMEROOM         PIC X(04)   VALUE SPACES.
019000     05  WS-THIS-LEVEL            PIC 9(01)   VALUE ZERO.
019200 01  WS-EXCEPTION-REASON          PIC X(36)   VALUE SPACES.
019204
019208*****************************************************************
019212* THE FAMILY BEING WRITTEN TO - ITS CALL-FIRST GUARDIAN AND UP   *
019216* TO NINE OF ITS STUDENTS, AS RETURNED FROM THE SORT.  THE       *
019220* LETTER IS THE ESCALATED SECOND NOTICE WHEN ANY ONE OF THEM     *
019224* HAS STAYED CHRONIC.                                            *
019228*****************************************************************
019232 01  WS-HOLD-FAMILY-KEY.
019236     05  WS-HOLD-FAMILY-NAME      PIC X(25)   VALUE SPACES.
019240     05  WS-HOLD-FAMILY-PHONE     PIC X(12)   VALUE SPACES.
019244 01  WS-HOLD-RELATION             PIC X(10)   VALUE SPACES.
019248 01  WS-LETTER-LEVEL              PIC 9(01)   VALUE ZERO.
019252     88  WS-LETTER-ESCALATED                  VALUE 2.
019256 01  WS-FAMILY-COUNT              PIC 9(02)   COMP VALUE ZERO.
019260 01  WS-FAM-SUB                   PIC 9(02)   COMP VALUE ZERO.
019264 01  WS-FAMILY-TABLE.
019268     05  WS-FAM-ENTRY             OCCURS 9 TIMES.
019272         10  WS-FAM-ID            PIC 9(05).
019276         10  WS-FAM-NAME          PIC X(25).
019280         10  WS-FAM-HOMEROOM      PIC X(04).
019284         10  WS-FAM-ABSENT        PIC 9(03).
019300
019400*****************************************************************
019500* THE MONTH'S ABSENCE DATES FOR THE STUDENT, PRINTED FIVE TO A   *
019600* LINE.                                                          *
019700*****************************************************************
019800 01  WS-ABS-COUNT                 PIC 9(03)   COMP VALUE ZERO.
019900 01  WS-ABS-SUB                   PIC 9(03)   COMP VALUE ZERO.
020000 01  WS-SLOT-SUB                  PIC 9(02)   COMP VALUE ZERO.
020100 01  WS-ABS-TABLE.
020200     05  WS-ABS-DATE              PIC 9(08)   OCCURS 31 TIMES.
020300
020400 01  WS-DATE-WORK                 PIC 9(08)   VALUE ZERO.
020500 01  WS-DATE-WORK-X REDEFINES WS-DATE-WORK.
020600     05  WS-DW-YYYY               PIC 9(04).
020700     05  WS-DW-MM                 PIC 9(02).
020800     05  WS-DW-DD                 PIC 9(02).
020900
021000 01  WS-DATE-EDIT.
021100     05  WS-DE-MM                 PIC 9(02).
021200     05  FILLER                   PIC X(01)   VALUE '/'.
021300     05  WS-DE-DD                 PIC 9(02).
021400     05  FILLER                   PIC X(01)   VALUE '/'.
021500     05  WS-DE-YYYY               PIC 9(04).
021600
021700*****************************************************************
021800* THE FORM-LETTER WORDING.  THE FIRST NOTICE AND THE ESCALATED   *
021900* SECOND NOTICE EACH PRINT THEIR OWN PARAGRAPH BELOW THE LIST OF *
022000* DATES.                                                         *
022100*****************************************************************
022200 01  WS-FIRST-NOTICE-TEXT.
022300     05  FILLER  PIC X(56) VALUE
022400    'REGULAR ATTENDANCE IS IMPORTANT TO YOUR CHILD''S'.
022500     05  FILLER  PIC X(56) VALUE
022600    'PROGRESS IN SCHOOL.  PLEASE CONTACT THE SCHOOL OFFICE IF'.
022700     05  FILLER  PIC X(56) VALUE
022800    'THERE IS ANYTHING WE SHOULD KNOW ABOUT THESE ABSENCES,'.
022900     05  FILLER  PIC X(56) VALUE
023000    'OR IF WE CAN HELP YOUR CHILD ATTEND MORE REGULARLY.'.
023100 01  WS-FIRST-NOTICE-TABLE REDEFINES WS-FIRST-NOTICE-TEXT.
023200     05  WS-FIRST-NOTICE-LINE     PIC X(56)   OCCURS 4 TIMES.
023300
023400 01  WS-SECOND-NOTICE-TEXT.
023500     05  FILLER  PIC X(56) VALUE
023600    'THIS IS OUR SECOND LETTER.  YOUR CHILD''S ABSENCES HAVE'.
023700     05  FILLER  PIC X(56) VALUE
023800    'NOW BEEN OVER THE SCHOOL''S LIMIT IN CONSECUTIVE MONTHS.'.
023900     05  FILLER  PIC X(56) VALUE
024000    'PLEASE TELEPHONE THE SCHOOL OFFICE WITHIN FIVE SCHOOL'.
024100     05  FILLER  PIC X(56) VALUE
024200    'DAYS TO ARRANGE A MEETING WITH THE ATTENDANCE OFFICER.'.
024300     05  FILLER  PIC X(56) VALUE
024400    'CONTINUED ABSENCE MAY BE REFERRED UNDER THE STATE'.
024500     05  FILLER  PIC X(56) VALUE
024600    'ATTENDANCE LAW.'.
024700 01  WS-SECOND-NOTICE-TABLE REDEFINES WS-SECOND-NOTICE-TEXT.
024800     05  WS-SECOND-NOTICE-LINE    PIC X(56)   OCCURS 6 TIMES.
024900
025000 01  WS-TEXT-SUB                  PIC 9(02)   COMP VALUE ZERO.
025100
025200 01  LT-HEADING-1.
025300     05  LT1-TITLE         PIC X(40).
025400     05  FILLER            PIC X(06) VALUE 'DATE:'.
025500     05  LT1-DATE          PIC X(10).
025600     05  FILLER            PIC X(04) VALUE SPACES.
025700     05  FILLER            PIC X(08) VALUE 'LETTER:'.
025800     05  LT1-LETTER-NO     PIC ZZZZ9.
025900
026000 01  LT-TO-LINE.
026100     05  FILLER            PIC X(04) VALUE 'TO:'.
026200     05  LT-GUARDIAN-NAME  PIC X(25).
026300     05  FILLER            PIC X(02) VALUE SPACES.
026400     05  LT-RELATION       PIC X(10).
026500
026600 01  LT-RE-LINE.
026700     05  FILLER            PIC X(23) VALUE
026800             'PARENT OR GUARDIAN OF:'.
026900     05  LT-STUDENT-NAME   PIC X(25).
027000     05  FILLER            PIC X(05) VALUE ' ID:'.
027100     05  LT-STUDENT-ID     PIC 9(05).
027200     05  FILLER            PIC X(07) VALUE '  ROOM:'.
027300     05  LT-HOMEROOM       PIC X(04).
027400
027500 01  LT-DEAR-LINE.
027600     05  FILLER            PIC X(05) VALUE 'DEAR'.
027700     05  LT-DEAR-NAME      PIC X(25).
027800
027900 01  LT-INTRO-LINE-1.
028000     05  FILLER            PIC X(36) VALUE
028100             'OUR ATTENDANCE RECORDS SHOW THAT'.
028200     05  LT-INTRO-NAME     PIC X(25).
028300
028400 01  LT-INTRO-LINE-2.
028500     05  FILLER            PIC X(37) VALUE
028600             'WAS ABSENT FROM SCHOOL ON THE'.
028700     05  LT-INTRO-COUNT    PIC ZZ9.
028800     05  FILLER            PIC X(22) VALUE
028900             ' DAYS BELOW IN MONTH'.
029000     05  LT-INTRO-MM       PIC 9(02).
029100     05  FILLER            PIC X(01) VALUE '/'.
029200     05  LT-INTRO-YYYY     PIC 9(04).
029300     05  FILLER            PIC X(01) VALUE ':'.
029400
029500 01  LT-DATES-LINE.
029600     05  FILLER            PIC X(04) VALUE SPACES.
029700     05  LT-DATE-SLOT      PIC X(12)   OCCURS 5 TIMES.
029800
029900 01  LT-TEXT-LINE                 PIC X(80)   VALUE SPACES.
030000
030100 01  LT-CLOSE-LINE-1              PIC X(40)   VALUE 'SINCERELY,'.
030200 01  LT-CLOSE-LINE-2              PIC X(40)   VALUE
030300         'SCHOOL ATTENDANCE OFFICE'.
030400
030500 01  EX-HEADING-1.
030600     05  FILLER            PIC X(32) VALUE
030700             'ABSENCE LETTER EXCEPTION LIST'.
030800     05  FILLER            PIC X(07) VALUE 'MONTH:'.
030900     05  EX1-MONTH         PIC 9(06).
031000     05  FILLER            PIC X(03) VALUE SPACES.
031100     05  FILLER            PIC X(10) VALUE 'RUN DATE:'.
031200     05  EX1-RUN-DATE      PIC 9(08).
031300
031400 01  EX-DETAIL-LINE.
031500     05  EX-STUDENT-ID            PIC ZZZZ9.
031600     05  FILLER                   PIC X(02)   VALUE SPACES.
031700     05  EX-NAME                  PIC X(25).
031800     05  FILLER                   PIC X(02)   VALUE SPACES.
031900     05  EX-HOMEROOM              PIC X(04).
032000     05  FILLER                   PIC X(02)   VALUE SPACES.
032100     05  EX-REASON                PIC X(36).
032200
032300 01  EX-COUNT-LINE.
032400     05  EX-COUNT-LABEL           PIC X(34).
032500     05  EX-COUNT-VALUE           PIC Z,ZZZ,ZZ9.
032600
032700 PROCEDURE DIVISION.
032800
032900 0000-MAINLINE.
033000     PERFORM 1000-INITIALIZE
033100         THRU 1000-INITIALIZE-EXIT.
033200
033300     SORT SORT-WORK-FILE
033400         ON ASCENDING KEY SR-FAMILY-KEY SR-STUDENT-ID
033500         INPUT PROCEDURE IS 2000-SELECT-STUDENTS
033510         OUTPUT PROCEDURE IS 3500-PRINT-FAMILIES.
033600
033700     PERFORM 9000-TERMINATE
033800         THRU 9000-TERMINATE-EXIT.
033900
034000     STOP RUN.
034100
034200*****************************************************************
034300* 1000-INITIALIZE - OPEN THE FILES AND TAKE THE MONTH OFF THE    *
034400*                   CHRONIC LIST'S HEADING.  A FILE THAT DOES    *
034500*                   NOT START WITH THAT HEADING IS REFUSED.      *
034600*****************************************************************
034700 1000-INITIALIZE.
034800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
034900     DISPLAY 'STABSLTR - GUARDIAN ABSENCE LETTERS'.
035000
035100     PERFORM 1100-RESOLVE-FILE-NAMES
035200         THRU 1100-RESOLVE-FILE-NAMES-EXIT.
035300
035400     OPEN INPUT CHRONIC-LIST.
035500     IF WS-CHRONIC-FILE-STATUS NOT = '00'
035600         DISPLAY 'STABSLTR - UNABLE TO OPEN CHRONIC.TXT, '
035700             'FILE STATUS = ' WS-CHRONIC-FILE-STATUS
035800         MOVE 16 TO RETURN-CODE
035900         STOP RUN
036000     END-IF.
036100
036200     READ CHRONIC-LIST
036300         AT END
036400             MOVE SPACES TO CHRONIC-LINE
036500     END-READ.
036600     IF CL-TITLE NOT = 'CHRONIC ABSENCE EXCEPTION LIST'
036700         OR CL-MONTH IS NOT NUMERIC
036800         DISPLAY 'STABSLTR - CHRONIC.TXT IS NOT A STATRPT '
036900             'CHRONIC-ABSENCE LIST - NO LETTERS PRINTED'
037000         CLOSE CHRONIC-LIST
037100         MOVE 8 TO RETURN-CODE
037200         STOP RUN
037300     END-IF.
037400
037500     MOVE CL-MONTH TO WS-REPORT-MONTH.
037600     COMPUTE WS-MONTH-FIRST-DAY = WS-REPORT-MONTH * 100 + 1.
037700     COMPUTE WS-MONTH-LAST-DAY = WS-REPORT-MONTH * 100 + 31.
037800     IF WS-REPORT-MM = 1
037900         COMPUTE WS-PRIOR-YYYY = WS-REPORT-YYYY - 1
038000         MOVE 12 TO WS-PRIOR-MM
038100     ELSE
038200         MOVE WS-REPORT-YYYY TO WS-PRIOR-YYYY
038300         COMPUTE WS-PRIOR-MM = WS-REPORT-MM - 1
038400     END-IF.
038500     DISPLAY 'STABSLTR - CHRONIC LIST FOR MONTH ' WS-REPORT-MONTH.
038600
038700     OPEN INPUT STUDENT.
038800     IF WS-STUDENT-FILE-STATUS NOT = '00'
038900         DISPLAY 'STABSLTR - UNABLE TO OPEN STUDENT MASTER, '
039000             'FILE STATUS = ' WS-STUDENT-FILE-STATUS
039100         MOVE 16 TO RETURN-CODE
039200         STOP RUN
039300     END-IF.
039400
039500     OPEN INPUT ATTENDANCE-FILE.
039600     IF WS-ATTEND-FILE-STATUS NOT = '00'
039700         DISPLAY 'STABSLTR - NO ATTENDANCE ON HAND (ATTEND.DAT, '
039800             'FILE STATUS = ' WS-ATTEND-FILE-STATUS ')'
039900         MOVE 16 TO RETURN-CODE
040000         STOP RUN
040100     END-IF.
040200
040300     OPEN INPUT GUARDIAN-FILE.
040400     IF WS-GUARDIAN-FILE-STATUS = '00'
040500         SET WS-GUARDIAN-ON-HAND TO TRUE
040600     ELSE
040700         IF WS-GUARDIAN-FILE-STATUS NOT = '05'
040800             DISPLAY 'STABSLTR - UNABLE TO OPEN GUARDIAN.DAT, '
040900                 'FILE STATUS = ' WS-GUARDIAN-FILE-STATUS
041000             MOVE 16 TO RETURN-CODE
041100             STOP RUN
041200         END-IF
041300         DISPLAY 'STABSLTR - NO GUARDIAN FILE ON HAND - EVERY '
041400             'STUDENT GOES ON THE EXCEPTION LIST'
041500     END-IF.
041600
041700     OPEN I-O LETTER-LOG.
041800     IF WS-LETTER-LOG-STATUS NOT = '00'
041900         AND WS-LETTER-LOG-STATUS NOT = '05'
042000         DISPLAY 'STABSLTR - UNABLE TO OPEN LTRLOG.DAT, '
042100             'FILE STATUS = ' WS-LETTER-LOG-STATUS
042200         MOVE 16 TO RETURN-CODE
042300         STOP RUN
042400     END-IF.
042500
042600     OPEN OUTPUT LETTER-RPT.
042700     OPEN OUTPUT EXCEPTION-RPT.
042800
042900     MOVE WS-REPORT-MONTH TO EX1-MONTH.
043000     MOVE WS-RUN-DATE TO EX1-RUN-DATE.
043100     WRITE EXCEPTION-LINE FROM EX-HEADING-1.
043200     IF WS-TEST-CYCLE
043300         WRITE EXCEPTION-LINE FROM WS-TEST-STAMP-LINE
043400     END-IF.
043500     MOVE SPACES TO EXCEPTION-LINE.
043600     WRITE EXCEPTION-LINE.
043700
043800     MOVE WS-RUN-DATE TO WS-DATE-WORK.
043900     PERFORM 6900-EDIT-DATE
044000         THRU 6900-EDIT-DATE-EXIT.
044100     MOVE WS-DATE-EDIT TO LT1-DATE.
044200 1000-INITIALIZE-EXIT.
044300     EXIT.
044400
044500*****************************************************************
044600* 1100-RESOLVE-FILE-NAMES - RESOLVE EVERY FILE NAME THROUGH THE  *
044700*                           STSITE SITE CONFIGURATION.           *
044800*****************************************************************
044900 1100-RESOLVE-FILE-NAMES.
045000     MOVE 'chronic.txt' TO SF-DEFAULT-NAME.
045100     PERFORM 1110-RESOLVE-ONE-NAME
045200         THRU 1110-RESOLVE-ONE-NAME-EXIT.
045300     MOVE SF-RESOLVED-NAME TO WS-CHRONIC-LIST-NAME.
045400
045500     MOVE 'student.dat' TO SF-DEFAULT-NAME.
045600     PERFORM 1110-RESOLVE-ONE-NAME
045700         THRU 1110-RESOLVE-ONE-NAME-EXIT.
045800     MOVE SF-RESOLVED-NAME TO WS-STUDENT-FILE-NAME.
045900
046000     MOVE 'guardian.dat' TO SF-DEFAULT-NAME.
046100     PERFORM 1110-RESOLVE-ONE-NAME
046200         THRU 1110-RESOLVE-ONE-NAME-EXIT.
046300     MOVE SF-RESOLVED-NAME TO WS-GUARDIAN-FILE-NAME.
046400
046500     MOVE 'attend.dat' TO SF-DEFAULT-NAME.
046600     PERFORM 1110-RESOLVE-ONE-NAME
046700         THRU 1110-RESOLVE-ONE-NAME-EXIT.
046800     MOVE SF-RESOLVED-NAME TO WS-ATTEND-FILE-NAME.
046900
047000     MOVE 'ltrlog.dat' TO SF-DEFAULT-NAME.
047100     PERFORM 1110-RESOLVE-ONE-NAME
047200         THRU 1110-RESOLVE-ONE-NAME-EXIT.
047300     MOVE SF-RESOLVED-NAME TO WS-LETTER-LOG-NAME.
047400
047500     MOVE 'letters.txt' TO SF-DEFAULT-NAME.
047600     PERFORM 1110-RESOLVE-ONE-NAME
047700         THRU 1110-RESOLVE-ONE-NAME-EXIT.
047800     MOVE SF-RESOLVED-NAME TO WS-LETTER-RPT-NAME.
047900
048000     MOVE 'ltrexcp.txt' TO SF-DEFAULT-NAME.
048100     PERFORM 1110-RESOLVE-ONE-NAME
048200         THRU 1110-RESOLVE-ONE-NAME-EXIT.
048300     MOVE SF-RESOLVED-NAME TO WS-EXCEPTION-RPT-NAME.
048400 1100-RESOLVE-FILE-NAMES-EXIT.
048500     EXIT.
048600
048700*****************************************************************
048800* 1110-RESOLVE-ONE-NAME - RESOLVE ONE NAME THROUGH STSITE AND    *
048900*                        REMEMBER WHETHER ANY REDIRECTION IS     *
049000*                        IN FORCE.                               *
049100*****************************************************************
049200 1110-RESOLVE-ONE-NAME.
049300     CALL 'STSITE' USING SITE-PARM.
049400     IF SF-TEST-MODE = 'Y'
049500         SET WS-TEST-CYCLE TO TRUE
049600     END-IF.
049700 1110-RESOLVE-ONE-NAME-EXIT.
049800     EXIT.
049900
050000*****************************************************************
050100* 2000-SELECT-STUDENTS - SORT INPUT PROCEDURE.  READ THE CHRONIC *
050105*                        LIST TOP TO BOTTOM AND RELEASE EVERY    *
050110*                        STUDENT WHO CAN BE WRITTEN TO UNDER     *
050115*                        THEIR FAMILY.                           *
050120*****************************************************************
050125 2000-SELECT-STUDENTS.
050130     PERFORM 2100-PROCESS-ONE-LINE
050135         THRU 2100-PROCESS-ONE-LINE-EXIT
050140         UNTIL WS-EOF.
050145
050150*****************************************************************
050155* 2100-PROCESS-ONE-LINE - READ ONE LINE OF THE CHRONIC LIST.     *
050200*                         HEADINGS, BLANK LINES AND THE TRAILER  *
050300*                         COUNT ARE PASSED OVER; EACH STUDENT    *
050400*                         LINE IS RELEASED UNDER ITS FAMILY OR   *
050410*                         GOES ON THE EXCEPTION LIST.            *
050500*****************************************************************
050600 2100-PROCESS-ONE-LINE.
050700     READ CHRONIC-LIST
050800         AT END
050900             SET WS-EOF TO TRUE
051000             GO TO 2100-PROCESS-ONE-LINE-EXIT
051100     END-READ.
051200
051300     IF CL-ABSENT-TAG NOT = 'ABSENT'
051400         GO TO 2100-PROCESS-ONE-LINE-EXIT
051500     END-IF.
051600     MOVE CL-STUDENT-ID TO WS-EDIT-ID.
051700     INSPECT WS-EDIT-ID REPLACING LEADING SPACES BY ZEROS.
051800     IF WS-EDIT-ID IS NOT NUMERIC
051900         GO TO 2100-PROCESS-ONE-LINE-EXIT
052000     END-IF.
052100
052200     ADD 1 TO WS-LIST-COUNT.
052300     MOVE WS-EDIT-ID-9 TO WS-THIS-ID.
052400     MOVE CL-NAME TO WS-THIS-NAME.
052500     MOVE CL-HOMEROOM TO WS-THIS-HOMEROOM.
052600
052700     MOVE WS-THIS-ID TO LL-STUDENT-ID.
052800     MOVE WS-REPORT-MONTH TO LL-MONTH.
052900     READ LETTER-LOG
052910         KEY IS LL-KEY
053000         INVALID KEY
053100             CONTINUE
053200         NOT INVALID KEY
053300             ADD 1 TO WS-ALREADY-COUNT
053400             GO TO 2100-PROCESS-ONE-LINE-EXIT
053500     END-READ.
053600
053700     MOVE WS-THIS-ID TO STUDENT-ID.
053800     READ STUDENT
053900         INVALID KEY
054000             MOVE 'NOT ON STUDENT MASTER' TO WS-EXCEPTION-REASON
054100             ADD 1 TO WS-INACTIVE-COUNT
054200             PERFORM 8000-WRITE-EXCEPTION
054300                 THRU 8000-WRITE-EXCEPTION-EXIT
054400             GO TO 2100-PROCESS-ONE-LINE-EXIT
054500     END-READ.
054600     IF NOT STUDENT-ACTIVE
054700         MOVE 'NO LONGER ACTIVE ON THE MASTER'
054800             TO WS-EXCEPTION-REASON
054900         ADD 1 TO WS-INACTIVE-COUNT
055000         PERFORM 8000-WRITE-EXCEPTION
055100             THRU 8000-WRITE-EXCEPTION-EXIT
055200         GO TO 2100-PROCESS-ONE-LINE-EXIT
055300     END-IF.
055400     MOVE STUDENT-NAME TO WS-THIS-NAME.
055500     MOVE STUDENT-HOMEROOM TO WS-THIS-HOMEROOM.
055600
055700     IF NOT WS-GUARDIAN-ON-HAND
055800         MOVE 'NO GUARDIAN FILE ON HAND' TO WS-EXCEPTION-REASON
055900         ADD 1 TO WS-NO-GUARDIAN-COUNT
056000         PERFORM 8000-WRITE-EXCEPTION
056100             THRU 8000-WRITE-EXCEPTION-EXIT
056200         GO TO 2100-PROCESS-ONE-LINE-EXIT
056300     END-IF.
056400     MOVE WS-THIS-ID TO GD-STUDENT-ID.
056500     MOVE 1 TO GD-PRIORITY.
056600     READ GUARDIAN-FILE
056700         INVALID KEY
056800             MOVE 'NO PRIORITY 1 GUARDIAN ON FILE'
056900                 TO WS-EXCEPTION-REASON
057000             ADD 1 TO WS-NO-GUARDIAN-COUNT
057100             PERFORM 8000-WRITE-EXCEPTION
057200                 THRU 8000-WRITE-EXCEPTION-EXIT
057300             GO TO 2100-PROCESS-ONE-LINE-EXIT
057305     END-READ.
057310
057315     MOVE WS-REPORT-MONTH TO LL-FAMILY-MONTH.
057320     MOVE GD-NAME TO LL-GUARDIAN-NAME.
057325     MOVE GD-PHONE TO LL-GUARDIAN-PHONE.
057330     READ LETTER-LOG
057335         KEY IS LL-FAMILY-KEY
057340         INVALID KEY
057345             CONTINUE
057350         NOT INVALID KEY
057355             MOVE 'FAMILY ALREADY WRITTEN THIS MONTH'
057360                 TO WS-EXCEPTION-REASON
057365             ADD 1 TO WS-FAMILY-WRITTEN-COUNT
057370             PERFORM 8000-WRITE-EXCEPTION
057375                 THRU 8000-WRITE-EXCEPTION-EXIT
057380             GO TO 2100-PROCESS-ONE-LINE-EXIT
057400     END-READ.
057500
057600     MOVE 1 TO WS-THIS-LEVEL.
057700     MOVE WS-THIS-ID TO LL-STUDENT-ID.
057800     MOVE WS-PRIOR-MONTH TO LL-MONTH.
057900     READ LETTER-LOG
057910         KEY IS LL-KEY
058000         INVALID KEY
058100             CONTINUE
058200         NOT INVALID KEY
058300             MOVE 2 TO WS-THIS-LEVEL
058400     END-READ.
058500
058600     MOVE GD-NAME TO SR-FAMILY-NAME.
058700     MOVE GD-PHONE TO SR-FAMILY-PHONE.
058800     MOVE WS-THIS-ID TO SR-STUDENT-ID.
058900     MOVE WS-THIS-NAME TO SR-STUDENT-NAME.
059000     MOVE WS-THIS-HOMEROOM TO SR-HOMEROOM.
059100     MOVE GD-RELATION TO SR-RELATION.
059200     MOVE WS-THIS-LEVEL TO SR-LEVEL.
059210     RELEASE SORT-RECORD.
059220 2100-PROCESS-ONE-LINE-EXIT.
059300     EXIT.
059400
059500*****************************************************************
059600* 3000-COLLECT-ABSENCES - TABLE EVERY DATE IN THE MONTH THAT     *
059700*                         ATTEND.DAT HAS THE STUDENT ABSENT.     *
059800*****************************************************************
059900 3000-COLLECT-ABSENCES.
060000     MOVE ZERO TO WS-ABS-COUNT.
060100     MOVE 'N' TO WS-ATT-DONE-SW.
060200     MOVE WS-THIS-ID TO ATT-STUDENT-ID.
060300     MOVE WS-MONTH-FIRST-DAY TO ATT-DATE.
060400     START ATTENDANCE-FILE KEY >= ATT-KEY
060500         INVALID KEY
060600             SET WS-ATT-DONE TO TRUE
060700     END-START.
060800
060900     PERFORM 3100-TAKE-ONE-MARK
061000         THRU 3100-TAKE-ONE-MARK-EXIT
061100         UNTIL WS-ATT-DONE.
061200 3000-COLLECT-ABSENCES-EXIT.
061300     EXIT.
061400
061500*****************************************************************
061600* 3100-TAKE-ONE-MARK - READ THE STUDENT'S NEXT ATTENDANCE MARK   *
061700*                      AND TABLE IT WHEN IT IS AN ABSENCE.       *
061800*****************************************************************
061900 3100-TAKE-ONE-MARK.
062000     READ ATTENDANCE-FILE NEXT RECORD
062100         AT END
062200             SET WS-ATT-DONE TO TRUE
062300             GO TO 3100-TAKE-ONE-MARK-EXIT
062400     END-READ.
062500
062600     IF ATT-STUDENT-ID NOT = WS-THIS-ID
062700         OR ATT-DATE > WS-MONTH-LAST-DAY
062800         SET WS-ATT-DONE TO TRUE
062900         GO TO 3100-TAKE-ONE-MARK-EXIT
063000     END-IF.
063100
063200     IF ATT-ABSENT AND WS-ABS-COUNT < 31
063300         ADD 1 TO WS-ABS-COUNT
063400         MOVE ATT-DATE TO WS-ABS-DATE(WS-ABS-COUNT)
063500     END-IF.
063600 3100-TAKE-ONE-MARK-EXIT.
063700     EXIT.
063800
063900*****************************************************************
064000* 3500-PRINT-FAMILIES - SORT OUTPUT PROCEDURE.  PRINT ONE LETTER *
064100*                       FOR EACH FAMILY IN TURN.                 *
064101*****************************************************************
064102 3500-PRINT-FAMILIES.
064103     PERFORM 7900-RETURN-STUDENT
064104         THRU 7900-RETURN-STUDENT-EXIT.
064105
064106     PERFORM 3600-PRINT-ONE-FAMILY
064107         THRU 3600-PRINT-ONE-FAMILY-EXIT
064108         UNTIL WS-SORT-EOF.
064109
064110*****************************************************************
064111* 3600-PRINT-ONE-FAMILY - TABLE THE FAMILY'S STUDENTS, PRINT     *
064112*                         THEIR ONE LETTER AND LOG EACH STUDENT  *
064113*                         IT COVERS.                             *
064114*****************************************************************
064115 3600-PRINT-ONE-FAMILY.
064116     MOVE SR-FAMILY-KEY TO WS-HOLD-FAMILY-KEY.
064117     MOVE SR-RELATION TO WS-HOLD-RELATION.
064118     MOVE ZERO TO WS-FAMILY-COUNT.
064119     MOVE 1 TO WS-LETTER-LEVEL.
064120
064121     PERFORM 3700-TABLE-ONE-STUDENT
064122         THRU 3700-TABLE-ONE-STUDENT-EXIT
064123         UNTIL WS-SORT-EOF
064124             OR SR-FAMILY-KEY NOT = WS-HOLD-FAMILY-KEY.
064125
064126     PERFORM 4000-PRINT-LETTER
064127         THRU 4000-PRINT-LETTER-EXIT.
064128     PERFORM 5000-LOG-LETTER
064129         THRU 5000-LOG-LETTER-EXIT
064130         VARYING WS-FAM-SUB FROM 1 BY 1
064131         UNTIL WS-FAM-SUB > WS-FAMILY-COUNT.
064132 3600-PRINT-ONE-FAMILY-EXIT.
064133     EXIT.
064134
064135*****************************************************************
064136* 3700-TABLE-ONE-STUDENT - ADD THE STUDENT IN HAND TO THE FAMILY *
064137*                          TABLE AND TAKE THE NEXT ONE BACK FROM *
064138*                          THE SORT.  A STUDENT WHO WILL NOT FIT *
064139*                          ON THE ONE LETTER GOES ON THE         *
064140*                          EXCEPTION LIST.                       *
064141*****************************************************************
064142 3700-TABLE-ONE-STUDENT.
064143     IF WS-FAMILY-COUNT = 9
064144         MOVE SR-STUDENT-ID TO WS-THIS-ID
064145         MOVE SR-STUDENT-NAME TO WS-THIS-NAME
064146         MOVE SR-HOMEROOM TO WS-THIS-HOMEROOM
064147         MOVE 'TOO MANY IN FAMILY FOR ONE LETTER'
064148             TO WS-EXCEPTION-REASON
064149         ADD 1 TO WS-OVERFLOW-COUNT
064150         PERFORM 8000-WRITE-EXCEPTION
064151             THRU 8000-WRITE-EXCEPTION-EXIT
064152     ELSE
064153         ADD 1 TO WS-FAMILY-COUNT
064154         MOVE SR-STUDENT-ID TO WS-FAM-ID(WS-FAMILY-COUNT)
064155         MOVE SR-STUDENT-NAME TO WS-FAM-NAME(WS-FAMILY-COUNT)
064156         MOVE SR-HOMEROOM TO WS-FAM-HOMEROOM(WS-FAMILY-COUNT)
064157         MOVE ZERO TO WS-FAM-ABSENT(WS-FAMILY-COUNT)
064158         IF SR-LEVEL = 2
064159             MOVE 2 TO WS-LETTER-LEVEL
064160         END-IF
064161     END-IF.
064162
064163     PERFORM 7900-RETURN-STUDENT
064164         THRU 7900-RETURN-STUDENT-EXIT.
064165 3700-TABLE-ONE-STUDENT-EXIT.
064166     EXIT.
064167
064168*****************************************************************
064169* 4000-PRINT-LETTER - PRINT THE FAMILY'S LETTER ON A PAGE OF ITS *
064170*                     OWN - FIRST NOTICE OR ESCALATED SECOND     *
064171*                     NOTICE - NAMING EACH OF ITS STUDENTS.      *
064200*****************************************************************
064300 4000-PRINT-LETTER.
064400     ADD 1 TO WS-LETTER-COUNT.
064500     IF WS-LETTER-COUNT > 1
064600         MOVE SPACES TO LETTER-LINE
064700         WRITE LETTER-LINE
064800     END-IF.
064900
065000     IF WS-LETTER-ESCALATED
065100         MOVE 'SECOND NOTICE - SCHOOL ATTENDANCE' TO LT1-TITLE
065200         ADD 1 TO WS-ESCALATED-COUNT
065300     ELSE
065400         MOVE 'SCHOOL ATTENDANCE NOTIFICATION' TO LT1-TITLE
065500         ADD 1 TO WS-FIRST-COUNT
065600     END-IF.
065700     MOVE WS-LETTER-COUNT TO LT1-LETTER-NO.
065800     WRITE LETTER-LINE FROM LT-HEADING-1.
065900     IF WS-TEST-CYCLE
066000         WRITE LETTER-LINE FROM WS-TEST-STAMP-LINE
066100     END-IF.
066200     MOVE SPACES TO LETTER-LINE.
066300     WRITE LETTER-LINE.
066400
066500     MOVE WS-HOLD-FAMILY-NAME TO LT-GUARDIAN-NAME.
066600     MOVE WS-HOLD-RELATION TO LT-RELATION.
066700     WRITE LETTER-LINE FROM LT-TO-LINE.
066800     PERFORM 4400-PRINT-RE-LINE
066900         THRU 4400-PRINT-RE-LINE-EXIT
067000         VARYING WS-FAM-SUB FROM 1 BY 1
067100         UNTIL WS-FAM-SUB > WS-FAMILY-COUNT.
067200     MOVE SPACES TO LETTER-LINE.
067300     WRITE LETTER-LINE.
067400
067500     MOVE WS-HOLD-FAMILY-NAME TO LT-DEAR-NAME.
067600     WRITE LETTER-LINE FROM LT-DEAR-LINE.
067700     MOVE SPACES TO LETTER-LINE.
067800     WRITE LETTER-LINE.
067900
068000     PERFORM 4500-PRINT-ONE-STUDENT
068100         THRU 4500-PRINT-ONE-STUDENT-EXIT
068200         VARYING WS-FAM-SUB FROM 1 BY 1
068300         UNTIL WS-FAM-SUB > WS-FAMILY-COUNT.
068800
068900     IF WS-LETTER-ESCALATED
070200         PERFORM 4300-PRINT-SECOND-TEXT
070300             THRU 4300-PRINT-SECOND-TEXT-EXIT
070400             VARYING WS-TEXT-SUB FROM 1 BY 1
070500             UNTIL WS-TEXT-SUB > 6
070600     ELSE
070700         PERFORM 4200-PRINT-FIRST-TEXT
070800             THRU 4200-PRINT-FIRST-TEXT-EXIT
070900             VARYING WS-TEXT-SUB FROM 1 BY 1
071000             UNTIL WS-TEXT-SUB > 4
071100     END-IF.
071200
071300     MOVE SPACES TO LETTER-LINE.
071400     WRITE LETTER-LINE.
071500     WRITE LETTER-LINE FROM LT-CLOSE-LINE-1.
071600     MOVE SPACES TO LETTER-LINE.
071700     WRITE LETTER-LINE.
071800     WRITE LETTER-LINE.
071900     WRITE LETTER-LINE FROM LT-CLOSE-LINE-2.
072000 4000-PRINT-LETTER-EXIT.
072100     EXIT.
072200
072300*****************************************************************
072400* 4100-PRINT-ONE-DATE - PUT ONE ABSENCE DATE IN THE NEXT SLOT,   *
072500*                       PRINTING THE LINE WHEN ALL FIVE ARE      *
072600*                       FULL.                                    *
072700*****************************************************************
072800 4100-PRINT-ONE-DATE.
072900     ADD 1 TO WS-SLOT-SUB.
073000     MOVE WS-ABS-DATE(WS-ABS-SUB) TO WS-DATE-WORK.
073100     PERFORM 6900-EDIT-DATE
073200         THRU 6900-EDIT-DATE-EXIT.
073300     MOVE WS-DATE-EDIT TO LT-DATE-SLOT(WS-SLOT-SUB).
073400
073500     IF WS-SLOT-SUB = 5
073600         WRITE LETTER-LINE FROM LT-DATES-LINE
073700         MOVE SPACES TO LT-DATES-LINE
073800         MOVE ZERO TO WS-SLOT-SUB
073900     END-IF.
074000 4100-PRINT-ONE-DATE-EXIT.
074100     EXIT.
074200
074300*****************************************************************
074400* 4200-PRINT-FIRST-TEXT - PRINT ONE LINE OF THE FIRST-NOTICE     *
074500*                         WORDING.                               *
074600*****************************************************************
074700 4200-PRINT-FIRST-TEXT.
074800     MOVE WS-FIRST-NOTICE-LINE(WS-TEXT-SUB) TO LT-TEXT-LINE.
074900     WRITE LETTER-LINE FROM LT-TEXT-LINE.
075000 4200-PRINT-FIRST-TEXT-EXIT.
075100     EXIT.
075200
075300*****************************************************************
075400* 4300-PRINT-SECOND-TEXT - PRINT ONE LINE OF THE ESCALATED       *
075500*                          SECOND-NOTICE WORDING.                *
075600*****************************************************************
075700 4300-PRINT-SECOND-TEXT.
075800     MOVE WS-SECOND-NOTICE-LINE(WS-TEXT-SUB) TO LT-TEXT-LINE.
075900     WRITE LETTER-LINE FROM LT-TEXT-LINE.
076000 4300-PRINT-SECOND-TEXT-EXIT.
076100     EXIT.
076200
076300*****************************************************************
076400* 4400-PRINT-RE-LINE - NAME ONE OF THE FAMILY'S STUDENTS AT THE  *
076500*                      HEAD OF THE LETTER.                       *
076502*****************************************************************
076504 4400-PRINT-RE-LINE.
076506     MOVE WS-FAM-NAME(WS-FAM-SUB) TO LT-STUDENT-NAME.
076508     MOVE WS-FAM-ID(WS-FAM-SUB) TO LT-STUDENT-ID.
076510     MOVE WS-FAM-HOMEROOM(WS-FAM-SUB) TO LT-HOMEROOM.
076512     WRITE LETTER-LINE FROM LT-RE-LINE.
076514 4400-PRINT-RE-LINE-EXIT.
076516     EXIT.
076518
076520*****************************************************************
076522* 4500-PRINT-ONE-STUDENT - PRINT ONE STUDENT'S PART OF THE       *
076524*                          LETTER - THE COUNT OF ABSENCES AND    *
076526*                          EVERY DATE IN THE MONTH ABSENT.       *
076528*****************************************************************
076530 4500-PRINT-ONE-STUDENT.
076532     MOVE WS-FAM-ID(WS-FAM-SUB) TO WS-THIS-ID.
076534     MOVE WS-FAM-NAME(WS-FAM-SUB) TO WS-THIS-NAME.
076536     PERFORM 3000-COLLECT-ABSENCES
076538         THRU 3000-COLLECT-ABSENCES-EXIT.
076540     MOVE WS-ABS-COUNT TO WS-FAM-ABSENT(WS-FAM-SUB).
076542
076544     MOVE WS-THIS-NAME TO LT-INTRO-NAME.
076546     WRITE LETTER-LINE FROM LT-INTRO-LINE-1.
076548     MOVE WS-ABS-COUNT TO LT-INTRO-COUNT.
076550     MOVE WS-REPORT-MM TO LT-INTRO-MM.
076552     MOVE WS-REPORT-YYYY TO LT-INTRO-YYYY.
076554     WRITE LETTER-LINE FROM LT-INTRO-LINE-2.
076556     MOVE SPACES TO LETTER-LINE.
076558     WRITE LETTER-LINE.
076560
076562     MOVE SPACES TO LT-DATES-LINE.
076564     MOVE ZERO TO WS-SLOT-SUB.
076566     PERFORM 4100-PRINT-ONE-DATE
076568         THRU 4100-PRINT-ONE-DATE-EXIT
076570         VARYING WS-ABS-SUB FROM 1 BY 1
076572         UNTIL WS-ABS-SUB > WS-ABS-COUNT.
076574     IF WS-SLOT-SUB > ZERO
076576         WRITE LETTER-LINE FROM LT-DATES-LINE
076578     END-IF.
076580     MOVE SPACES TO LETTER-LINE.
076582     WRITE LETTER-LINE.
076584 4500-PRINT-ONE-STUDENT-EXIT.
076586     EXIT.
076588
076590*****************************************************************
076592* 5000-LOG-LETTER - PUT ONE STUDENT THE LETTER JUST PRINTED      *
076594*                   COVERS ON THE LETTER LOG UNDER THE STUDENT   *
076596*                   AND MONTH, WITH THE FAMILY ALONGSIDE.        *
076600*****************************************************************
076700 5000-LOG-LETTER.
076800     ADD 1 TO WS-COVERED-COUNT.
076810     MOVE WS-FAM-ID(WS-FAM-SUB) TO LL-STUDENT-ID.
076900     MOVE WS-REPORT-MONTH TO LL-MONTH.
077000     MOVE WS-LETTER-LEVEL TO LL-LEVEL.
077100     MOVE WS-FAM-ABSENT(WS-FAM-SUB) TO LL-ABSENT-COUNT.
077200     MOVE WS-REPORT-MONTH TO LL-FAMILY-MONTH.
077300     MOVE WS-HOLD-FAMILY-NAME TO LL-GUARDIAN-NAME.
077310     MOVE WS-HOLD-FAMILY-PHONE TO LL-GUARDIAN-PHONE.
077320     MOVE WS-FAM-HOMEROOM(WS-FAM-SUB) TO LL-HOMEROOM.
077400     MOVE WS-RUN-DATE TO LL-SENT-DATE.
077500     WRITE LETTER-LOG-RECORD
077600         INVALID KEY
077700             DISPLAY 'STABSLTR - LTRLOG.DAT WRITE FAILED FOR '
077800                 'STUDENT-ID ' LL-STUDENT-ID ', FILE STATUS = '
077900                 WS-LETTER-LOG-STATUS
077910             ADD 1 TO WS-LOG-FAIL-COUNT
078000     END-WRITE.
078100 5000-LOG-LETTER-EXIT.
078200     EXIT.
078300
078400*****************************************************************
078500* 6900-EDIT-DATE - EDIT THE YYYYMMDD DATE IN WS-DATE-WORK AS     *
078600*                  MM/DD/YYYY FOR THE LETTER.                    *
078700*****************************************************************
078800 6900-EDIT-DATE.
078900     MOVE WS-DW-MM TO WS-DE-MM.
079000     MOVE WS-DW-DD TO WS-DE-DD.
079100     MOVE WS-DW-YYYY TO WS-DE-YYYY.
079200 6900-EDIT-DATE-EXIT.
079205     EXIT.
079210
079215*****************************************************************
079220* 7900-RETURN-STUDENT - TAKE THE NEXT STUDENT BACK FROM THE SORT.*
079225*****************************************************************
079230 7900-RETURN-STUDENT.
079235     RETURN SORT-WORK-FILE
079240         AT END
079245             SET WS-SORT-EOF TO TRUE
079250     END-RETURN.
079255 7900-RETURN-STUDENT-EXIT.
079300     EXIT.
079400
079500*****************************************************************
079600* 8000-WRITE-EXCEPTION - LIST A STUDENT THE OFFICE MUST CHASE UP *
079700*                        BY HAND.                                *
079800*****************************************************************
079900 8000-WRITE-EXCEPTION.
080000     ADD 1 TO WS-EXCEPTION-COUNT.
080100     MOVE SPACES TO EX-DETAIL-LINE.
080200     MOVE WS-THIS-ID TO EX-STUDENT-ID.
080300     MOVE WS-THIS-NAME TO EX-NAME.
080400     MOVE WS-THIS-HOMEROOM TO EX-HOMEROOM.
080500     MOVE WS-EXCEPTION-REASON TO EX-REASON.
080600     WRITE EXCEPTION-LINE FROM EX-DETAIL-LINE.
080700 8000-WRITE-EXCEPTION-EXIT.
080800     EXIT.
080900
081000*****************************************************************
081100* 9000-TERMINATE - PRINT THE CONTROL TOTALS AT THE FOOT OF THE   *
081200*                  EXCEPTION LIST, CLOSE THE FILES AND SET THE   *
081300*                  RETURN CODE.                                  *
081400*****************************************************************
081500 9000-TERMINATE.
081600     MOVE SPACES TO EXCEPTION-LINE.
081700     WRITE EXCEPTION-LINE.
081800     MOVE 'STUDENTS ON CHRONIC LIST:' TO EX-COUNT-LABEL.
081900     MOVE WS-LIST-COUNT TO EX-COUNT-VALUE.
082000     WRITE EXCEPTION-LINE FROM EX-COUNT-LINE.
082100     MOVE 'LETTERS PRINTED:' TO EX-COUNT-LABEL.
082200     MOVE WS-LETTER-COUNT TO EX-COUNT-VALUE.
082300     WRITE EXCEPTION-LINE FROM EX-COUNT-LINE.
082400     MOVE '  FIRST NOTICES:' TO EX-COUNT-LABEL.
082500     MOVE WS-FIRST-COUNT TO EX-COUNT-VALUE.
082600     WRITE EXCEPTION-LINE FROM EX-COUNT-LINE.
082700     MOVE '  ESCALATED SECOND NOTICES:' TO EX-COUNT-LABEL.
082800     MOVE WS-ESCALATED-COUNT TO EX-COUNT-VALUE.
082900     WRITE EXCEPTION-LINE FROM EX-COUNT-LINE.
082910     MOVE 'STUDENTS COVERED BY LETTERS:' TO EX-COUNT-LABEL.
082920     MOVE WS-COVERED-COUNT TO EX-COUNT-VALUE.
082930     WRITE EXCEPTION-LINE FROM EX-COUNT-LINE.
083000     MOVE 'ALREADY WRITTEN THIS MONTH:' TO EX-COUNT-LABEL.
083100     MOVE WS-ALREADY-COUNT TO EX-COUNT-VALUE.
083110     WRITE EXCEPTION-LINE FROM EX-COUNT-LINE.
083120     MOVE 'FAMILY ALREADY WRITTEN:' TO EX-COUNT-LABEL.
083130     MOVE WS-FAMILY-WRITTEN-COUNT TO EX-COUNT-VALUE.
083140     WRITE EXCEPTION-LINE FROM EX-COUNT-LINE.
083150     MOVE 'TOO MANY IN ONE FAMILY:' TO EX-COUNT-LABEL.
083160     MOVE WS-OVERFLOW-COUNT TO EX-COUNT-VALUE.
083200     WRITE EXCEPTION-LINE FROM EX-COUNT-LINE.
083300     MOVE 'NO GUARDIAN ON FILE:' TO EX-COUNT-LABEL.
083400     MOVE WS-NO-GUARDIAN-COUNT TO EX-COUNT-VALUE.
083500     WRITE EXCEPTION-LINE FROM EX-COUNT-LINE.
083600     MOVE 'NOT ACTIVE ON THE MASTER:' TO EX-COUNT-LABEL.
083700     MOVE WS-INACTIVE-COUNT TO EX-COUNT-VALUE.
083800     WRITE EXCEPTION-LINE FROM EX-COUNT-LINE.
083810     MOVE 'LETTER LOG WRITES FAILED:' TO EX-COUNT-LABEL.
083820     MOVE WS-LOG-FAIL-COUNT TO EX-COUNT-VALUE.
083830     WRITE EXCEPTION-LINE FROM EX-COUNT-LINE.
083900
084000     CLOSE CHRONIC-LIST.
084100     CLOSE STUDENT.
084200     CLOSE GUARDIAN-FILE.
084300     CLOSE ATTENDANCE-FILE.
084400     CLOSE LETTER-LOG.
084500     CLOSE LETTER-RPT.
084600     CLOSE EXCEPTION-RPT.
084700
084800     DISPLAY 'STABSLTR - ' WS-LETTER-COUNT ' LETTERS PRINTED, '
084900         WS-EXCEPTION-COUNT ' EXCEPTIONS, ' WS-ALREADY-COUNT
085000         ' ALREADY WRITTEN THIS MONTH.'.
085100
085200     IF WS-EXCEPTION-COUNT > ZERO
085210         OR WS-LOG-FAIL-COUNT > ZERO
085300         MOVE 4 TO RETURN-CODE
085400     ELSE
085500         MOVE 0 TO RETURN-CODE
085600     END-IF.
085700 9000-TERMINATE-EXIT.
085800     EXIT.
