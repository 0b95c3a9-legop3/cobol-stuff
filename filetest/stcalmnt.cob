000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STCALMNT.
000300 AUTHOR. LEGOP3.
000400 INSTALLATION. STUDENT RECORDS SHOP.
000500 DATE-WRITTEN. 2026-10-14.
000600 DATE-COMPILED.
000700*****************************************************************
000800* STCALMNT                                                       *
000900*                                                                *
001000* SCHOOL CALENDAR MAINTENANCE UTILITY.  WORKS THE SAME WAY       *
001100* STHRMNT WORKS THE HOMEROOM FILE - AN OPERATOR KEYS A           *
001200* TRANSACTION CODE AND A DATE AND STCALMNT APPLIES IT DIRECTLY   *
001300* AGAINST THE INDEXED SCHOOL CALENDAR (CALENDAR.DAT, SEE         *
001400* CALENDAR.CPY):                                                 *
001500*                                                                *
001600*     L  -  LOOKUP / DISPLAY A DATE                              *
001700*     A  -  ADD A DATE                                           *
001800*     C  -  CHANGE (REWRITE) A DATE'S TYPE OR DESCRIPTION        *
001900*     D  -  DELETE A DATE                                        *
002000*     M  -  LIST ONE MONTH OF THE CALENDAR                       *
002100*     S  -  SET UP A DATE RANGE - EVERY MONDAY TO FRIDAY IN THE  *
002200*           RANGE NOT ALREADY ON FILE IS ADDED AS AN             *
002300*           INSTRUCTIONAL DAY, SO A SCHOOL YEAR IS LOADED IN     *
002400*           ONE PASS AND THE HOLIDAYS AND WORKDAYS ARE THEN      *
002500*           CHANGED ONE BY ONE                                   *
002600*     X  -  EXIT                                                 *
002700*                                                                *
002800* DAY TYPES ARE I (INSTRUCTIONAL), H (HOLIDAY) AND W (TEACHER    *
002900* WORKDAY).  STATTND REFUSES ATTENDANCE FOR ANY DATE THAT IS     *
003000* NOT AN INSTRUCTIONAL DAY HERE, AND STADA COUNTS THE            *
003100* INSTRUCTIONAL DAYS FOR THE STATE ADA/ADM REPORT, SO THE        *
003200* CALENDAR MUST BE SET UP BEFORE THE SCHOOL YEAR STARTS.         *
003300*                                                                *
003400* MOD LOG                                                        *
003500*   2026-10-14  LEGOP3   INITIAL VERSION.                        *
003600*****************************************************************
003700
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT OPTIONAL CALENDAR-FILE
004200         ASSIGN TO WS-CALENDAR-FILE-NAME
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS CAL-DATE
004600         FILE STATUS IS WS-CALENDAR-FILE-STATUS.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  CALENDAR-FILE.
005100     COPY "calendar.cpy".
005200
005300 WORKING-STORAGE SECTION.
005400 01  WS-CALENDAR-FILE-STATUS      PIC X(02)   VALUE '00'.
005500
005600 01  WS-CALENDAR-FILE-NAME        PIC X(40)
005700                                  VALUE 'calendar.dat'.
005800
005900     COPY "sitecfgk.cpy".
006000
006100 01  WS-SWITCHES.
006200     05  WS-DONE-SW               PIC X(01)   VALUE 'N'.
006300         88  WS-DONE                          VALUE 'Y'.
006400     05  WS-DATE-OK-SW            PIC X(01)   VALUE 'N'.
006500         88  WS-DATE-OK                       VALUE 'Y'.
006600     05  WS-LIST-EOF-SW           PIC X(01)   VALUE 'N'.
006700         88  WS-LIST-EOF                      VALUE 'Y'.
006800
006900 01  WS-TRANSACTION-CODE          PIC X(01)   VALUE SPACES.
007000     88  WS-TRAN-LOOKUP                       VALUE 'L' 'l'.
007100     88  WS-TRAN-ADD                          VALUE 'A' 'a'.
007200     88  WS-TRAN-CHANGE                       VALUE 'C' 'c'.
007300     88  WS-TRAN-DELETE                       VALUE 'D' 'd'.
007400     88  WS-TRAN-MONTH                        VALUE 'M' 'm'.
007500     88  WS-TRAN-SETUP                        VALUE 'S' 's'.
007600     88  WS-TRAN-EXIT                         VALUE 'X' 'x'.
007700
007800 01  WS-KEY-DATE                  PIC 9(08)   VALUE ZERO.
007900 01  WS-LAST-DATE                 PIC 9(08)   VALUE ZERO.
008000 01  WS-LIST-MONTH                PIC 9(06)   VALUE ZERO.
008100 01  WS-INPUT-TYPE                PIC X(01)   VALUE SPACES.
008200     88  WS-INPUT-TYPE-VALID                  VALUE 'I' 'H' 'W'.
008300 01  WS-INPUT-DESCRIPTION         PIC X(25)   VALUE SPACES.
008400
008500 01  WS-RUN-DATE                  PIC 9(08)   VALUE ZERO.
008600
008700 01  WS-COUNTERS.
008800     05  WS-ADDED-COUNT           PIC 9(05)   COMP VALUE ZERO.
008900     05  WS-ON-FILE-COUNT         PIC 9(05)   COMP VALUE ZERO.
009000     05  WS-LISTED-COUNT          PIC 9(05)   COMP VALUE ZERO.
009100     05  WS-INSTR-COUNT           PIC 9(05)   COMP VALUE ZERO.
009200
009300*****************************************************************
009400* DATE WORK AREA - THE DATE BEING EDITED OR STEPPED THROUGH,     *
009500* THE DAYS IN EACH MONTH AND THE DAY-OF-WEEK NAMES.              *
009600*****************************************************************
009700 01  WS-WORK-DATE                 PIC 9(08)   VALUE ZERO.
009800 01  WS-WORK-DATE-X REDEFINES WS-WORK-DATE.
009900     05  WS-WORK-YYYY             PIC 9(04).
010000     05  WS-WORK-MM               PIC 9(02).
010100     05  WS-WORK-DD               PIC 9(02).
010200
010300 01  WS-MONTH-DAYS-VALUES         PIC X(24)   VALUE
010400     '312831303130313130313031'.
010500 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
010600     05  WS-MONTH-DAYS            PIC 9(02)   OCCURS 12 TIMES.
010700
010800 01  WS-DAY-NAME-VALUES           PIC X(21)   VALUE
010900     'SATSUNMONTUEWEDTHUFRI'.
011000 01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
011100     05  WS-DAY-NAME              PIC X(03)   OCCURS 7 TIMES.
011200
011300 01  WS-DATE-CALC.
011400     05  WS-DAYS-THIS-MONTH       PIC 9(02)   VALUE ZERO.
011500     05  WS-LEAP-QUOT             PIC 9(04)   VALUE ZERO.
011600     05  WS-LEAP-REM-4            PIC 9(04)   VALUE ZERO.
011700     05  WS-LEAP-REM-100          PIC 9(04)   VALUE ZERO.
011800     05  WS-LEAP-REM-400          PIC 9(04)   VALUE ZERO.
011900     05  WS-Z-MONTH               PIC 9(02)   VALUE ZERO.
012000     05  WS-Z-YEAR                PIC 9(04)   VALUE ZERO.
012100     05  WS-Z-CENTURY             PIC 9(02)   VALUE ZERO.
012200     05  WS-Z-YEAR-OF-CENT        PIC 9(02)   VALUE ZERO.
012300     05  WS-Z-MONTH-TERM          PIC 9(03)   VALUE ZERO.
012400     05  WS-Z-YOC-QUARTER         PIC 9(02)   VALUE ZERO.
012500     05  WS-Z-CENT-QUARTER        PIC 9(02)   VALUE ZERO.
012600     05  WS-Z-SUM                 PIC 9(05)   VALUE ZERO.
012700     05  WS-Z-QUOT                PIC 9(05)   VALUE ZERO.
012800     05  WS-WEEKDAY               PIC 9(01)   VALUE ZERO.
012900         88  WS-WEEKEND                       VALUE 0 1.
013000
013100 01  WS-TYPE-WORD                 PIC X(13)   VALUE SPACES.
013200
013300 PROCEDURE DIVISION.
013400
013500 0000-MAINLINE.
013600     PERFORM 1000-INITIALIZE
013700         THRU 1000-INITIALIZE-EXIT.
013800
013900     PERFORM 2000-PROCESS-TRANSACTION
014000         THRU 2000-PROCESS-TRANSACTION-EXIT
014100         UNTIL WS-DONE.
014200
014300     PERFORM 9000-TERMINATE
014400         THRU 9000-TERMINATE-EXIT.
014500
014600     STOP RUN.
014700
014800*****************************************************************
014900* 1000-INITIALIZE - OPEN THE SCHOOL CALENDAR FOR RANDOM ACCESS.  *
015000*****************************************************************
015100 1000-INITIALIZE.
015200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
015300
015400     MOVE 'calendar.dat' TO SF-DEFAULT-NAME.
015500     CALL 'STSITE' USING SITE-PARM.
015600     MOVE SF-RESOLVED-NAME TO WS-CALENDAR-FILE-NAME.
015700     IF SF-TEST-MODE = 'Y'
015800         DISPLAY '** TEST CYCLE - NOT PRODUCTION FILES **'
015900     END-IF.
016000
016100     OPEN I-O CALENDAR-FILE.
016200     IF WS-CALENDAR-FILE-STATUS NOT = '00'
016300         AND WS-CALENDAR-FILE-STATUS NOT = '05'
016400         DISPLAY 'STCALMNT - UNABLE TO OPEN CALENDAR.DAT, '
016500             'FILE STATUS = ' WS-CALENDAR-FILE-STATUS
016600         MOVE 16 TO RETURN-CODE
016700         STOP RUN
016800     END-IF.
016900 1000-INITIALIZE-EXIT.
017000     EXIT.
017100
017200*****************************************************************
017300* 2000-PROCESS-TRANSACTION - PROMPT THE OPERATOR FOR ONE         *
017400*                            TRANSACTION AND APPLY IT.           *
017500*****************************************************************
017600 2000-PROCESS-TRANSACTION.
017700     DISPLAY ' '.
017800     DISPLAY 'STCALMNT - SCHOOL CALENDAR MAINTENANCE'.
017900     DISPLAY '  L) LOOKUP   A) ADD   C) CHANGE   D) DELETE'.
018000     DISPLAY '  M) LIST A MONTH   S) SET UP A DATE RANGE'
018100         '   X) EXIT'.
018200     DISPLAY 'ENTER TRANSACTION CODE: ' WITH NO ADVANCING.
018300     ACCEPT WS-TRANSACTION-CODE.
018400
018500     EVALUATE TRUE
018600         WHEN WS-TRAN-LOOKUP
018700             PERFORM 2100-LOOKUP THRU 2100-LOOKUP-EXIT
018800         WHEN WS-TRAN-ADD
018900             PERFORM 2200-ADD THRU 2200-ADD-EXIT
019000         WHEN WS-TRAN-CHANGE
019100             PERFORM 2300-CHANGE THRU 2300-CHANGE-EXIT
019200         WHEN WS-TRAN-DELETE
019300             PERFORM 2400-DELETE THRU 2400-DELETE-EXIT
019400         WHEN WS-TRAN-MONTH
019500             PERFORM 3000-LIST-MONTH THRU 3000-LIST-MONTH-EXIT
019600         WHEN WS-TRAN-SETUP
019700             PERFORM 3500-SET-UP-RANGE
019800                 THRU 3500-SET-UP-RANGE-EXIT
019900         WHEN WS-TRAN-EXIT
020000             SET WS-DONE TO TRUE
020100         WHEN OTHER
020200             DISPLAY 'INVALID TRANSACTION CODE - TRY AGAIN'
020300     END-EVALUATE.
020400 2000-PROCESS-TRANSACTION-EXIT.
020500     EXIT.
020600
020700*****************************************************************
020800* 2100-LOOKUP - READ AND DISPLAY ONE DATE BY KEY.                *
020900*****************************************************************
021000 2100-LOOKUP.
021100     PERFORM 2500-ACCEPT-KEY THRU 2500-ACCEPT-KEY-EXIT.
021200     IF NOT WS-DATE-OK
021300         GO TO 2100-LOOKUP-EXIT
021400     END-IF.
021500
021600     MOVE WS-KEY-DATE TO CAL-DATE.
021700     READ CALENDAR-FILE
021800         INVALID KEY
021900             DISPLAY WS-KEY-DATE ' (' WS-DAY-NAME(WS-WEEKDAY + 1)
022000                 ') IS NOT ON THE CALENDAR - NOT A SCHOOL DAY'
022100             GO TO 2100-LOOKUP-EXIT
022200     END-READ.
022300
022400     PERFORM 2900-SET-TYPE-WORD THRU 2900-SET-TYPE-WORD-EXIT.
022500     DISPLAY 'DATE.........: ' CAL-DATE ' ('
022600         WS-DAY-NAME(WS-WEEKDAY + 1) ')'.
022700     DISPLAY 'DAY TYPE.....: ' CAL-DAY-TYPE ' ' WS-TYPE-WORD.
022800     DISPLAY 'DESCRIPTION..: ' CAL-DESCRIPTION.
022900     DISPLAY 'LAST CHANGED.: ' CAL-LAST-CHANGED.
023000 2100-LOOKUP-EXIT.
023100     EXIT.
023200
023300*****************************************************************
023400* 2200-ADD - PROMPT FOR A NEW DATE AND WRITE IT.                 *
023500*****************************************************************
023600 2200-ADD.
023700     PERFORM 2500-ACCEPT-KEY THRU 2500-ACCEPT-KEY-EXIT.
023800     IF NOT WS-DATE-OK
023900         GO TO 2200-ADD-EXIT
024000     END-IF.
024100     PERFORM 2600-ACCEPT-DETAIL THRU 2600-ACCEPT-DETAIL-EXIT.
024200     IF NOT WS-INPUT-TYPE-VALID
024300         GO TO 2200-ADD-EXIT
024400     END-IF.
024500
024600     MOVE WS-KEY-DATE TO CAL-DATE.
024700     MOVE WS-INPUT-TYPE TO CAL-DAY-TYPE.
024800     MOVE WS-INPUT-DESCRIPTION TO CAL-DESCRIPTION.
024900     MOVE WS-RUN-DATE TO CAL-LAST-CHANGED.
025000
025100     WRITE CALENDAR-RECORD
025200         INVALID KEY
025300             DISPLAY 'ADD FAILED - DATE ' WS-KEY-DATE
025400                 ' ALREADY ON THE CALENDAR'
025500         NOT INVALID KEY
025600             DISPLAY 'DATE ' WS-KEY-DATE ' ADDED'
025700     END-WRITE.
025800 2200-ADD-EXIT.
025900     EXIT.
026000
026100*****************************************************************
026200* 2300-CHANGE - READ, PROMPT FOR NEW VALUES AND REWRITE.         *
026300*****************************************************************
026400 2300-CHANGE.
026500     PERFORM 2500-ACCEPT-KEY THRU 2500-ACCEPT-KEY-EXIT.
026600     IF NOT WS-DATE-OK
026700         GO TO 2300-CHANGE-EXIT
026800     END-IF.
026900
027000     MOVE WS-KEY-DATE TO CAL-DATE.
027100     READ CALENDAR-FILE
027200         INVALID KEY
027300             DISPLAY 'DATE ' WS-KEY-DATE ' IS NOT ON THE CALENDAR'
027400             GO TO 2300-CHANGE-EXIT
027500     END-READ.
027600
027700     PERFORM 2600-ACCEPT-DETAIL THRU 2600-ACCEPT-DETAIL-EXIT.
027800     IF NOT WS-INPUT-TYPE-VALID
027900         GO TO 2300-CHANGE-EXIT
028000     END-IF.
028100
028200     MOVE WS-INPUT-TYPE TO CAL-DAY-TYPE.
028300     MOVE WS-INPUT-DESCRIPTION TO CAL-DESCRIPTION.
028400     MOVE WS-RUN-DATE TO CAL-LAST-CHANGED.
028500
028600     REWRITE CALENDAR-RECORD
028700         INVALID KEY
028800             DISPLAY 'CHANGE FAILED FOR DATE ' WS-KEY-DATE
028900         NOT INVALID KEY
029000             DISPLAY 'DATE ' WS-KEY-DATE ' CHANGED'
029100     END-REWRITE.
029200 2300-CHANGE-EXIT.
029300     EXIT.
029400
029500*****************************************************************
029600* 2400-DELETE - DELETE ONE DATE BY KEY.                          *
029700*****************************************************************
029800 2400-DELETE.
029900     PERFORM 2500-ACCEPT-KEY THRU 2500-ACCEPT-KEY-EXIT.
030000     IF NOT WS-DATE-OK
030100         GO TO 2400-DELETE-EXIT
030200     END-IF.
030300
030400     MOVE WS-KEY-DATE TO CAL-DATE.
030500     DELETE CALENDAR-FILE
030600         INVALID KEY
030700             DISPLAY 'DELETE FAILED - DATE ' WS-KEY-DATE
030800                 ' IS NOT ON THE CALENDAR'
030900         NOT INVALID KEY
031000             DISPLAY 'DATE ' WS-KEY-DATE ' DELETED - IT IS NO '
031100                 'LONGER A SCHOOL DAY'
031200     END-DELETE.
031300 2400-DELETE-EXIT.
031400     EXIT.
031500
031600*****************************************************************
031700* 2500-ACCEPT-KEY - PROMPT THE OPERATOR FOR A DATE AND EDIT IT.  *
031800*****************************************************************
031900 2500-ACCEPT-KEY.
032000     DISPLAY 'ENTER DATE (YYYYMMDD): ' WITH NO ADVANCING.
032100     ACCEPT WS-KEY-DATE.
032200     MOVE WS-KEY-DATE TO WS-WORK-DATE.
032300     PERFORM 2700-EDIT-WORK-DATE THRU 2700-EDIT-WORK-DATE-EXIT.
032400     IF NOT WS-DATE-OK
032500         DISPLAY 'NOT A VALID DATE - ' WS-KEY-DATE
032600     END-IF.
032700 2500-ACCEPT-KEY-EXIT.
032800     EXIT.
032900
033000*****************************************************************
033100* 2600-ACCEPT-DETAIL - PROMPT THE OPERATOR FOR THE DAY TYPE AND  *
033200*                      THE DESCRIPTION.                          *
033300*****************************************************************
033400 2600-ACCEPT-DETAIL.
033500     DISPLAY 'ENTER DAY TYPE (I=INSTRUCTIONAL H=HOLIDAY '
033600         'W=TEACHER WORKDAY): ' WITH NO ADVANCING.
033700     ACCEPT WS-INPUT-TYPE.
033800     IF NOT WS-INPUT-TYPE-VALID
033900         DISPLAY 'DAY TYPE MUST BE I, H OR W - NOTHING CHANGED'
034000         GO TO 2600-ACCEPT-DETAIL-EXIT
034100     END-IF.
034200     DISPLAY 'ENTER DESCRIPTION (25 CHARACTERS): '
034300         WITH NO ADVANCING.
034400     ACCEPT WS-INPUT-DESCRIPTION.
034500 2600-ACCEPT-DETAIL-EXIT.
034600     EXIT.
034700
034800*****************************************************************
034900* 2700-EDIT-WORK-DATE - PROVE THE WORK DATE IS A REAL CALENDAR   *
035000*                       DATE AND WORK OUT ITS DAY OF THE WEEK.   *
035100*****************************************************************
035200 2700-EDIT-WORK-DATE.
035300     MOVE 'N' TO WS-DATE-OK-SW.
035400     IF WS-WORK-YYYY < 1900
035500         OR WS-WORK-MM < 01 OR WS-WORK-MM > 12
035600         GO TO 2700-EDIT-WORK-DATE-EXIT
035700     END-IF.
035800
035900     PERFORM 2750-SET-DAYS-THIS-MONTH
036000         THRU 2750-SET-DAYS-THIS-MONTH-EXIT.
036100     IF WS-WORK-DD < 01 OR WS-WORK-DD > WS-DAYS-THIS-MONTH
036200         GO TO 2700-EDIT-WORK-DATE-EXIT
036300     END-IF.
036400
036500     SET WS-DATE-OK TO TRUE.
036600     PERFORM 2800-SET-WEEKDAY THRU 2800-SET-WEEKDAY-EXIT.
036700 2700-EDIT-WORK-DATE-EXIT.
036800     EXIT.
036900
037000*****************************************************************
037100* 2750-SET-DAYS-THIS-MONTH - DAYS IN THE WORK DATE'S MONTH,      *
037200*                            ALLOWING FOR A LEAP-YEAR FEBRUARY.  *
037300*****************************************************************
037400 2750-SET-DAYS-THIS-MONTH.
037500     MOVE WS-MONTH-DAYS(WS-WORK-MM) TO WS-DAYS-THIS-MONTH.
037600     IF WS-WORK-MM NOT = 02
037700         GO TO 2750-SET-DAYS-THIS-MONTH-EXIT
037800     END-IF.
037900
038000     DIVIDE WS-WORK-YYYY BY 4 GIVING WS-LEAP-QUOT
038100         REMAINDER WS-LEAP-REM-4.
038200     DIVIDE WS-WORK-YYYY BY 100 GIVING WS-LEAP-QUOT
038300         REMAINDER WS-LEAP-REM-100.
038400     DIVIDE WS-WORK-YYYY BY 400 GIVING WS-LEAP-QUOT
038500         REMAINDER WS-LEAP-REM-400.
038600     IF WS-LEAP-REM-4 = ZERO
038700         AND (WS-LEAP-REM-100 NOT = ZERO
038800              OR WS-LEAP-REM-400 = ZERO)
038900         MOVE 29 TO WS-DAYS-THIS-MONTH
039000     END-IF.
039100 2750-SET-DAYS-THIS-MONTH-EXIT.
039200     EXIT.
039300
039400*****************************************************************
039500* 2800-SET-WEEKDAY - DAY OF THE WEEK FOR THE WORK DATE BY        *
039600*                    ZELLER'S RULE (0 = SATURDAY, 1 = SUNDAY,    *
039700*                    2 = MONDAY ... 6 = FRIDAY).  JANUARY AND    *
039800*                    FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE   *
039900*                    YEAR BEFORE.                                *
040000*****************************************************************
040100 2800-SET-WEEKDAY.
040200     MOVE WS-WORK-MM TO WS-Z-MONTH.
040300     MOVE WS-WORK-YYYY TO WS-Z-YEAR.
040400     IF WS-Z-MONTH < 3
040500         ADD 12 TO WS-Z-MONTH
040600         SUBTRACT 1 FROM WS-Z-YEAR
040700     END-IF.
040800
040900     DIVIDE WS-Z-YEAR BY 100 GIVING WS-Z-CENTURY
041000         REMAINDER WS-Z-YEAR-OF-CENT.
041100     COMPUTE WS-Z-SUM = 13 * (WS-Z-MONTH + 1).
041200     DIVIDE WS-Z-SUM BY 5 GIVING WS-Z-MONTH-TERM.
041300     DIVIDE WS-Z-YEAR-OF-CENT BY 4 GIVING WS-Z-YOC-QUARTER.
041400     DIVIDE WS-Z-CENTURY BY 4 GIVING WS-Z-CENT-QUARTER.
041500
041600     COMPUTE WS-Z-SUM = WS-WORK-DD + WS-Z-MONTH-TERM
041700         + WS-Z-YEAR-OF-CENT + WS-Z-YOC-QUARTER
041800         + WS-Z-CENT-QUARTER + (5 * WS-Z-CENTURY).
041900     DIVIDE WS-Z-SUM BY 7 GIVING WS-Z-QUOT
042000         REMAINDER WS-WEEKDAY.
042100 2800-SET-WEEKDAY-EXIT.
042200     EXIT.
042300
042400*****************************************************************
042500* 2900-SET-TYPE-WORD - SPELL OUT THE CURRENT RECORD'S DAY TYPE.  *
042600*****************************************************************
042700 2900-SET-TYPE-WORD.
042800     EVALUATE TRUE
042900         WHEN CAL-INSTRUCTIONAL
043000             MOVE 'INSTRUCTIONAL' TO WS-TYPE-WORD
043100         WHEN CAL-HOLIDAY
043200             MOVE 'HOLIDAY' TO WS-TYPE-WORD
043300         WHEN CAL-WORKDAY
043400             MOVE 'WORKDAY' TO WS-TYPE-WORD
043500         WHEN OTHER
043600             MOVE 'UNKNOWN' TO WS-TYPE-WORD
043700     END-EVALUATE.
043800 2900-SET-TYPE-WORD-EXIT.
043900     EXIT.
044000
044100*****************************************************************
044200* 3000-LIST-MONTH - DISPLAY EVERY CALENDAR DATE IN ONE MONTH     *
044300*                   WITH A COUNT OF ITS INSTRUCTIONAL DAYS.      *
044400*****************************************************************
044500 3000-LIST-MONTH.
044600     DISPLAY 'ENTER MONTH (YYYYMM): ' WITH NO ADVANCING.
044700     ACCEPT WS-LIST-MONTH.
044800     MOVE ZERO TO WS-LISTED-COUNT.
044900     MOVE ZERO TO WS-INSTR-COUNT.
045000     MOVE 'N' TO WS-LIST-EOF-SW.
045100
045200     COMPUTE CAL-DATE = WS-LIST-MONTH * 100.
045300     START CALENDAR-FILE KEY >= CAL-DATE
045400         INVALID KEY
045500             SET WS-LIST-EOF TO TRUE
045600     END-START.
045700
045800     PERFORM 3100-LIST-ONE-DATE
045900         THRU 3100-LIST-ONE-DATE-EXIT
046000         UNTIL WS-LIST-EOF.
046100
046200     DISPLAY WS-LISTED-COUNT ' DATES ON FILE FOR ' WS-LIST-MONTH
046300         ', ' WS-INSTR-COUNT ' INSTRUCTIONAL.'.
046400 3000-LIST-MONTH-EXIT.
046500     EXIT.
046600
046700*****************************************************************
046800* 3100-LIST-ONE-DATE - READ AND DISPLAY THE NEXT DATE WHILE IT   *
046900*                      IS STILL IN THE MONTH ASKED FOR.          *
047000*****************************************************************
047100 3100-LIST-ONE-DATE.
047200     READ CALENDAR-FILE NEXT RECORD
047300         AT END
047400             SET WS-LIST-EOF TO TRUE
047500             GO TO 3100-LIST-ONE-DATE-EXIT
047600     END-READ.
047700
047800     MOVE CAL-DATE TO WS-WORK-DATE.
047900     IF WS-WORK-DATE(1:6) NOT = WS-LIST-MONTH
048000         SET WS-LIST-EOF TO TRUE
048100         GO TO 3100-LIST-ONE-DATE-EXIT
048200     END-IF.
048300
048400     PERFORM 2800-SET-WEEKDAY THRU 2800-SET-WEEKDAY-EXIT.
048500     PERFORM 2900-SET-TYPE-WORD THRU 2900-SET-TYPE-WORD-EXIT.
048600     ADD 1 TO WS-LISTED-COUNT.
048700     IF CAL-INSTRUCTIONAL
048800         ADD 1 TO WS-INSTR-COUNT
048900     END-IF.
049000     DISPLAY CAL-DATE ' ' WS-DAY-NAME(WS-WEEKDAY + 1) '  '
049100         WS-TYPE-WORD ' ' CAL-DESCRIPTION.
049200 3100-LIST-ONE-DATE-EXIT.
049300     EXIT.
049400
049500*****************************************************************
049600* 3500-SET-UP-RANGE - ADD EVERY MONDAY TO FRIDAY BETWEEN TWO     *
049700*                     DATES AS AN INSTRUCTIONAL DAY.  DATES      *
049800*                     ALREADY ON THE CALENDAR ARE LEFT ALONE.    *
049900*****************************************************************
050000 3500-SET-UP-RANGE.
050100     DISPLAY 'FIRST DATE OF THE RANGE - ' WITH NO ADVANCING.
050200     PERFORM 2500-ACCEPT-KEY THRU 2500-ACCEPT-KEY-EXIT.
050300     IF NOT WS-DATE-OK
050400         GO TO 3500-SET-UP-RANGE-EXIT
050500     END-IF.
050600
050700     DISPLAY 'ENTER LAST DATE OF THE RANGE (YYYYMMDD): '
050800         WITH NO ADVANCING.
050900     ACCEPT WS-LAST-DATE.
051000     MOVE WS-LAST-DATE TO WS-WORK-DATE.
051100     PERFORM 2700-EDIT-WORK-DATE THRU 2700-EDIT-WORK-DATE-EXIT.
051200     IF NOT WS-DATE-OK OR WS-LAST-DATE < WS-KEY-DATE
051300         DISPLAY 'LAST DATE NOT VALID OR BEFORE THE FIRST DATE '
051400             '- NOTHING ADDED'
051500         GO TO 3500-SET-UP-RANGE-EXIT
051600     END-IF.
051700
051800     MOVE ZERO TO WS-ADDED-COUNT.
051900     MOVE ZERO TO WS-ON-FILE-COUNT.
052000     MOVE WS-KEY-DATE TO WS-WORK-DATE.
052100     PERFORM 3600-SET-UP-ONE-DAY
052200         THRU 3600-SET-UP-ONE-DAY-EXIT
052300         UNTIL WS-WORK-DATE > WS-LAST-DATE.
052400
052500     DISPLAY WS-ADDED-COUNT ' INSTRUCTIONAL DAYS ADDED, '
052600         WS-ON-FILE-COUNT ' DATES ALREADY ON THE CALENDAR.'.
052700 3500-SET-UP-RANGE-EXIT.
052800     EXIT.
052900
053000*****************************************************************
053100* 3600-SET-UP-ONE-DAY - ADD THE WORK DATE WHEN IT IS A WEEKDAY,  *
053200*                       THEN STEP TO THE NEXT CALENDAR DATE.     *
053300*****************************************************************
053400 3600-SET-UP-ONE-DAY.
053500     PERFORM 2800-SET-WEEKDAY THRU 2800-SET-WEEKDAY-EXIT.
053600     IF NOT WS-WEEKEND
053700         MOVE WS-WORK-DATE TO CAL-DATE
053800         MOVE 'I' TO CAL-DAY-TYPE
053900         MOVE 'SCHOOL DAY' TO CAL-DESCRIPTION
054000         MOVE WS-RUN-DATE TO CAL-LAST-CHANGED
054100         WRITE CALENDAR-RECORD
054200             INVALID KEY
054300                 ADD 1 TO WS-ON-FILE-COUNT
054400             NOT INVALID KEY
054500                 ADD 1 TO WS-ADDED-COUNT
054600         END-WRITE
054700     END-IF.
054800
054900     PERFORM 2750-SET-DAYS-THIS-MONTH
055000         THRU 2750-SET-DAYS-THIS-MONTH-EXIT.
055100     ADD 1 TO WS-WORK-DD.
055200     IF WS-WORK-DD > WS-DAYS-THIS-MONTH
055300         MOVE 01 TO WS-WORK-DD
055400         ADD 1 TO WS-WORK-MM
055500         IF WS-WORK-MM > 12
055600             MOVE 01 TO WS-WORK-MM
055700             ADD 1 TO WS-WORK-YYYY
055800         END-IF
055900     END-IF.
056000 3600-SET-UP-ONE-DAY-EXIT.
056100     EXIT.
056200
056300*****************************************************************
056400* 9000-TERMINATE - CLOSE THE SCHOOL CALENDAR.                    *
056500*****************************************************************
056600 9000-TERMINATE.
056700     CLOSE CALENDAR-FILE.
056800 9000-TERMINATE-EXIT.
056900     EXIT.
