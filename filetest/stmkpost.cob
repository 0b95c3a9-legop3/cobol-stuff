000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STMKPOST.
000300 AUTHOR. LEGOP3.
000400 INSTALLATION. STUDENT RECORDS SHOP.
000500 DATE-WRITTEN. 2026-10-14.
000600 DATE-COMPILED.
000700*****************************************************************
000800* STMKPOST                                                       *
000900*                                                                *
001000* DAILY TERM MARKS POSTING.  READS THE DAY'S MARK SHEETS AS      *
001100* KEYED BY THE OFFICE (MARKPOST.TXT, ONE MARK PER LINE) AND      *
001200* APPLIES EACH MARK TO THE KEYED MARKS FILE (MARKS.DAT, SEE      *
001300* MARKS.CPY), SO REPORT CARDS NO LONGER HAVE TO BE TYPED BY      *
001400* HAND OFF THE TEACHERS' SHEETS.                                 *
001500*                                                                *
001600* POSTING RECORD LAYOUT (MARKPOST.TXT, ONE PER LINE):            *
001700*     POSITIONS  1- 5   STUDENT-ID                               *
001800*     POSITIONS  6-11   TERM YYYYTN  (SEE MARKS.CPY)             *
001900*     POSITIONS 12-17   COURSE-ID                                *
002000*     POSITION  18      MARK  (A, B, C, D OR F)                  *
002100*     POSITIONS 19-20   CREDITS 9V9  (10 = ONE FULL CREDIT)      *
002200*                                                                *
002300* EVERY POSTING IS VALIDATED AGAINST THE INDEXED STUDENT         *
002400* MASTER - THE STUDENT-ID MUST BE ON THE MASTER AND THE RECORD   *
002500* MUST BE STATUS A (ACTIVE).  WHEN THE COURSE SECTION CATALOG    *
002600* (CRSSECT.DAT) IS ON HAND THE COURSE-ID MUST ALSO BE ON IT.     *
002700* REJECTED POSTINGS GO TO A MACHINE-READABLE SUSPENSE FILE       *
002800* (MKSUSP.DAT) WITH THE ORIGINAL POSTING IMAGE, THE REASON AND   *
002900* THE DATE, AND EACH RUN PICKS THE SUSPENSE FILE BACK UP AHEAD   *
003000* OF THE DAY'S MARKPOST.TXT, THE SAME WAY STATTND RECYCLES       *
003100* ATTSUSP.DAT.                                                   *
003200*                                                                *
003300* A MARK POSTED FOR A STUDENT, TERM AND COURSE ALREADY ON FILE   *
003400* REPLACES THE MARK THERE (A TEACHER'S CORRECTION), AND THE      *
003500* REGISTER SHOWS THE MARK IT REPLACED.  THE SAME MARK POSTED     *
003600* AGAIN IS REGISTERED AS UNCHANGED, NOT REJECTED.                *
003700*                                                                *
003800* A POSTING REGISTER (MARKREG.TXT) SHOWS WHAT WAS POSTED,        *
003900* CHANGED AND REJECTED, WITH COUNTS.                             *
004000*                                                                *
004100* RETURN CODES:  0 = POSTED CLEAN,                               *
004200*                4 = POSTED, SOME POSTINGS REJECTED,             *
004300*               16 = A FILE WOULD NOT OPEN.                      *
004400*                                                                *
004500* MOD LOG                                                        *
004600*   2026-10-14  LEGOP3   INITIAL VERSION.                        *
004700*****************************************************************
004800
004900 ENVIRONMENT DIVISION.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT POSTING-FILE ASSIGN TO WS-POSTING-FILE-NAME
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-POSTING-FILE-STATUS.
005500
005600     SELECT STUDENT ASSIGN TO WS-STUDENT-FILE-NAME
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS STUDENT-ID
006000         ALTERNATE RECORD KEY IS STUDENT-NAME
006100             WITH DUPLICATES
006200         FILE STATUS IS WS-STUDENT-FILE-STATUS.
006300
006400     SELECT OPTIONAL MARKS-FILE
006500         ASSIGN TO WS-MARKS-FILE-NAME
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS DYNAMIC
006800         RECORD KEY IS MK-KEY
006900         FILE STATUS IS WS-MARKS-FILE-STATUS.
007000
007100     SELECT OPTIONAL SECTION-FILE
007200         ASSIGN TO WS-SECTION-FILE-NAME
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS DYNAMIC
007500         RECORD KEY IS CS-KEY
007600         FILE STATUS IS WS-SECTION-FILE-STATUS.
007700
007800     SELECT SUSPENSE-FILE ASSIGN TO WS-SUSPENSE-FILE-NAME
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WS-SUSPENSE-FILE-STATUS.
008100
008200     SELECT REGISTER-RPT ASSIGN TO WS-REGISTER-RPT-NAME
008300         ORGANIZATION IS LINE SEQUENTIAL.
008400
008500 DATA DIVISION.
008600 FILE SECTION.
008700 FD  POSTING-FILE.
008800 01  POSTING-RECORD.
008900     05  PT-STUDENT-ID            PIC X(05).
009000     05  PT-TERM.
009100         10  PT-TERM-YEAR         PIC X(04).
009200         10  PT-TERM-LETTER       PIC X(01).
009300         10  PT-TERM-NO           PIC X(01).
009400     05  PT-COURSE-ID             PIC X(06).
009500     05  PT-MARK                  PIC X(01).
009600     05  PT-CREDITS               PIC X(02).
009700     05  PT-CREDITS-N REDEFINES PT-CREDITS
009800                                  PIC 9(01)V9(01).
009900
010000 FD  STUDENT.
010100     COPY "student.cpy".
010200
010300 FD  MARKS-FILE.
010400     COPY "marks.cpy".
010500
010600 FD  SECTION-FILE.
010700     COPY "crssect.cpy".
010800
010900 FD  SUSPENSE-FILE.
011000 01  SUSPENSE-RECORD.
011100     05  SP-POST-IMAGE            PIC X(20).
011200     05  SP-REJECT-REASON         PIC X(30).
011300     05  SP-REJECT-DATE           PIC 9(08).
011400
011500 FD  REGISTER-RPT.
011600 01  REGISTER-LINE                PIC X(80).
011700
011800 WORKING-STORAGE SECTION.
011900 01  WS-POSTING-FILE-STATUS       PIC X(02)   VALUE '00'.
012000 01  WS-STUDENT-FILE-STATUS       PIC X(02)   VALUE '00'.
012100 01  WS-MARKS-FILE-STATUS         PIC X(02)   VALUE '00'.
012200 01  WS-SECTION-FILE-STATUS       PIC X(02)   VALUE '00'.
012300 01  WS-SUSPENSE-FILE-STATUS      PIC X(02)   VALUE '00'.
012400
012500 01  WS-POSTING-FILE-NAME         PIC X(40)
012600                                  VALUE 'markpost.txt'.
012700 01  WS-STUDENT-FILE-NAME         PIC X(40)
012800                                  VALUE 'student.dat'.
012900 01  WS-MARKS-FILE-NAME           PIC X(40)   VALUE 'marks.dat'.
013000 01  WS-SECTION-FILE-NAME         PIC X(40)
013100                                  VALUE 'crssect.dat'.
013200 01  WS-SUSPENSE-FILE-NAME        PIC X(40)
013300                                  VALUE 'mksusp.dat'.
013400 01  WS-REGISTER-RPT-NAME         PIC X(40)
013500                                  VALUE 'markreg.txt'.
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
014800     05  WS-SUSP-EOF-SW           PIC X(01)   VALUE 'N'.
014900         88  WS-SUSP-EOF                      VALUE 'Y'.
015000     05  WS-APPLIED-SW            PIC X(01)   VALUE 'N'.
015100         88  WS-POST-APPLIED                  VALUE 'Y'.
015200         88  WS-POST-REJECTED                 VALUE 'N'.
015300     05  WS-CATALOG-SW            PIC X(01)   VALUE 'N'.
015400         88  WS-CATALOG-ON-HAND               VALUE 'Y'.
015500
015600 01  WS-COUNTERS.
015700     05  WS-READ-COUNT            PIC 9(07)   COMP VALUE ZERO.
015800     05  WS-POSTED-COUNT          PIC 9(07)   COMP VALUE ZERO.
015900     05  WS-CHANGED-COUNT         PIC 9(07)   COMP VALUE ZERO.
016000     05  WS-UNCHANGED-COUNT       PIC 9(07)   COMP VALUE ZERO.
016100     05  WS-REJECT-COUNT          PIC 9(07)   COMP VALUE ZERO.
016200     05  WS-SUSP-IN-COUNT         PIC 9(03)   COMP VALUE ZERO.
016300     05  WS-SUSP-OUT-COUNT        PIC 9(03)   COMP VALUE ZERO.
016400
016500 01  WS-SUSP-SUB                  PIC 9(03)   COMP VALUE ZERO.
016600
016700 01  WS-SUSP-TABLE-MAX            PIC 9(03)   COMP VALUE 500.
016800
016900 01  WS-SUSPENSE-TABLE.
017000     05  WS-SUSP-ENTRY            OCCURS 500 TIMES.
017100         10  WS-SUSP-IMAGE        PIC X(20).
017200
017300 01  WS-REJECT-REASON             PIC X(30)   VALUE SPACES.
017400 01  WS-RESULT                    PIC X(42)   VALUE SPACES.
017500 01  WS-OLD-MARK                  PIC X(01)   VALUE SPACE.
017600
017700 01  WS-RUN-DATE                  PIC 9(08)   VALUE ZERO.
017800
017900 01  RG-HEADING-1.
018000     05  FILLER            PIC X(32) VALUE
018100             'DAILY TERM MARKS POSTING'.
018200     05  FILLER            PIC X(10) VALUE 'RUN DATE:'.
018300     05  RG1-RUN-DATE      PIC 9(08).
018400
018500 01  RG-DETAIL-LINE.
018600     05  RG-STUDENT-ID            PIC X(05).
018700     05  FILLER                   PIC X(02)   VALUE SPACES.
018800     05  RG-TERM                  PIC X(06).
018900     05  FILLER                   PIC X(02)   VALUE SPACES.
019000     05  RG-COURSE-ID             PIC X(06).
019100     05  FILLER                   PIC X(02)   VALUE SPACES.
019200     05  RG-MARK                  PIC X(01).
019300     05  FILLER                   PIC X(02)   VALUE SPACES.
019400     05  RG-CREDITS               PIC X(02).
019500     05  FILLER                   PIC X(02)   VALUE SPACES.
019600     05  RG-RESULT                PIC X(42).
019700
019800 01  RG-COUNT-LINE.
019900     05  RG-COUNT-LABEL           PIC X(32).
020000     05  RG-COUNT-VALUE           PIC Z,ZZZ,ZZ9.
020100
020200 PROCEDURE DIVISION.
020300
020400 0000-MAINLINE.
020500     PERFORM 1000-INITIALIZE
020600         THRU 1000-INITIALIZE-EXIT.
020700
020800     PERFORM 2050-PROCESS-SUSPENSE-ITEM
020900         THRU 2050-PROCESS-SUSPENSE-ITEM-EXIT
021000         VARYING WS-SUSP-SUB FROM 1 BY 1
021100         UNTIL WS-SUSP-SUB > WS-SUSP-IN-COUNT.
021200
021300     PERFORM 2000-PROCESS-POSTING
021400         THRU 2000-PROCESS-POSTING-EXIT
021500         UNTIL WS-EOF.
021600
021700     PERFORM 9000-TERMINATE
021800         THRU 9000-TERMINATE-EXIT.
021900
022000     STOP RUN.
022100
022200*****************************************************************
022300* 1000-INITIALIZE - OPEN THE FILES, RECYCLE THE SUSPENSE FILE    *
022400*                   AND PRINT THE REGISTER HEADING.              *
022500*****************************************************************
022600 1000-INITIALIZE.
022700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
022800
022900     PERFORM 1100-RESOLVE-FILE-NAMES
023000         THRU 1100-RESOLVE-FILE-NAMES-EXIT.
023100
023200     OPEN INPUT POSTING-FILE.
023300     IF WS-POSTING-FILE-STATUS NOT = '00'
023400         DISPLAY 'STMKPOST - UNABLE TO OPEN MARKPOST.TXT, '
023500             'FILE STATUS = ' WS-POSTING-FILE-STATUS
023600         MOVE 16 TO RETURN-CODE
023700         STOP RUN
023800     END-IF.
023900
024000     OPEN INPUT STUDENT.
024100     IF WS-STUDENT-FILE-STATUS NOT = '00'
024200         DISPLAY 'STMKPOST - UNABLE TO OPEN STUDENT MASTER, '
024300             'FILE STATUS = ' WS-STUDENT-FILE-STATUS
024400         MOVE 16 TO RETURN-CODE
024500         STOP RUN
024600     END-IF.
024700
024800     OPEN I-O MARKS-FILE.
024900     IF WS-MARKS-FILE-STATUS NOT = '00'
025000         AND WS-MARKS-FILE-STATUS NOT = '05'
025100         DISPLAY 'STMKPOST - UNABLE TO OPEN MARKS.DAT, '
025200             'FILE STATUS = ' WS-MARKS-FILE-STATUS
025300         MOVE 16 TO RETURN-CODE
025400         STOP RUN
025500     END-IF.
025600
025700     OPEN INPUT SECTION-FILE.
025800     IF WS-SECTION-FILE-STATUS = '00'
025900         SET WS-CATALOG-ON-HAND TO TRUE
026000     ELSE
026100         IF WS-SECTION-FILE-STATUS NOT = '05'
026200             DISPLAY 'STMKPOST - UNABLE TO OPEN CRSSECT.DAT, '
026300                 'FILE STATUS = ' WS-SECTION-FILE-STATUS
026400             MOVE 16 TO RETURN-CODE
026500             STOP RUN
026600         END-IF
026700         DISPLAY 'STMKPOST - NO COURSE CATALOG ON HAND - '
026800             'COURSE-IDS NOT CHECKED'
026900     END-IF.
027000
027100     PERFORM 1200-LOAD-SUSPENSE
027200         THRU 1200-LOAD-SUSPENSE-EXIT.
027300
027400     OPEN OUTPUT SUSPENSE-FILE.
027500     IF WS-SUSPENSE-FILE-STATUS NOT = '00'
027600         DISPLAY 'STMKPOST - UNABLE TO OPEN MKSUSP.DAT, '
027700             'FILE STATUS = ' WS-SUSPENSE-FILE-STATUS
027800         MOVE 16 TO RETURN-CODE
027900         STOP RUN
028000     END-IF.
028100
028200     OPEN OUTPUT REGISTER-RPT.
028300     MOVE WS-RUN-DATE TO RG1-RUN-DATE.
028400     WRITE REGISTER-LINE FROM RG-HEADING-1.
028500     IF WS-TEST-CYCLE
028600         WRITE REGISTER-LINE FROM WS-TEST-STAMP-LINE
028700     END-IF.
028800     MOVE SPACES TO REGISTER-LINE.
028900     WRITE REGISTER-LINE.
029000 1000-INITIALIZE-EXIT.
029100     EXIT.
029200
029300*****************************************************************
029400* 1100-RESOLVE-FILE-NAMES - RESOLVE EVERY FILE NAME THROUGH THE  *
029500*                           STSITE SITE CONFIGURATION.           *
029600*****************************************************************
029700 1100-RESOLVE-FILE-NAMES.
029800     MOVE 'markpost.txt' TO SF-DEFAULT-NAME.
029900     PERFORM 1110-RESOLVE-ONE-NAME
030000         THRU 1110-RESOLVE-ONE-NAME-EXIT.
030100     MOVE SF-RESOLVED-NAME TO WS-POSTING-FILE-NAME.
030200
030300     MOVE 'student.dat' TO SF-DEFAULT-NAME.
030400     PERFORM 1110-RESOLVE-ONE-NAME
030500         THRU 1110-RESOLVE-ONE-NAME-EXIT.
030600     MOVE SF-RESOLVED-NAME TO WS-STUDENT-FILE-NAME.
030700
030800     MOVE 'marks.dat' TO SF-DEFAULT-NAME.
030900     PERFORM 1110-RESOLVE-ONE-NAME
031000         THRU 1110-RESOLVE-ONE-NAME-EXIT.
031100     MOVE SF-RESOLVED-NAME TO WS-MARKS-FILE-NAME.
031200
031300     MOVE 'crssect.dat' TO SF-DEFAULT-NAME.
031400     PERFORM 1110-RESOLVE-ONE-NAME
031500         THRU 1110-RESOLVE-ONE-NAME-EXIT.
031600     MOVE SF-RESOLVED-NAME TO WS-SECTION-FILE-NAME.
031700
031800     MOVE 'mksusp.dat' TO SF-DEFAULT-NAME.
031900     PERFORM 1110-RESOLVE-ONE-NAME
032000         THRU 1110-RESOLVE-ONE-NAME-EXIT.
032100     MOVE SF-RESOLVED-NAME TO WS-SUSPENSE-FILE-NAME.
032200
032300     MOVE 'markreg.txt' TO SF-DEFAULT-NAME.
032400     PERFORM 1110-RESOLVE-ONE-NAME
032500         THRU 1110-RESOLVE-ONE-NAME-EXIT.
032600     MOVE SF-RESOLVED-NAME TO WS-REGISTER-RPT-NAME.
032700 1100-RESOLVE-FILE-NAMES-EXIT.
032800     EXIT.
032900
033000*****************************************************************
033100* 1110-RESOLVE-ONE-NAME - RESOLVE ONE NAME THROUGH STSITE AND    *
033200*                        REMEMBER WHETHER ANY REDIRECTION IS     *
033300*                        IN FORCE.                               *
033400*****************************************************************
033500 1110-RESOLVE-ONE-NAME.
033600     CALL 'STSITE' USING SITE-PARM.
033700     IF SF-TEST-MODE = 'Y'
033800         SET WS-TEST-CYCLE TO TRUE
033900     END-IF.
034000 1110-RESOLVE-ONE-NAME-EXIT.
034100     EXIT.
034200
034300*****************************************************************
034400* 1200-LOAD-SUSPENSE - PULL ANY SUSPENDED POSTINGS LEFT BY A     *
034500*                      PRIOR RUN INTO THE TABLE SO THEY RECYCLE  *
034600*                      AHEAD OF THE DAY'S MARKPOST.TXT.  THE     *
034700*                      FILE IS REWRITTEN FROM SCRATCH THIS RUN,  *
034800*                      CARRYING ONLY THIS RUN'S REJECTS.         *
034900*****************************************************************
035000 1200-LOAD-SUSPENSE.
035100     OPEN INPUT SUSPENSE-FILE.
035200     IF WS-SUSPENSE-FILE-STATUS NOT = '00'
035300         GO TO 1200-LOAD-SUSPENSE-EXIT
035400     END-IF.
035500
035600     PERFORM 1210-LOAD-ONE-SUSPENSE
035700         THRU 1210-LOAD-ONE-SUSPENSE-EXIT
035800         UNTIL WS-SUSP-EOF.
035900
036000     CLOSE SUSPENSE-FILE.
036100
036200     IF WS-SUSP-IN-COUNT > ZERO
036300         DISPLAY 'STMKPOST - RECYCLING ' WS-SUSP-IN-COUNT
036400             ' SUSPENDED POSTINGS AHEAD OF MARKPOST.TXT'
036500     END-IF.
036600 1200-LOAD-SUSPENSE-EXIT.
036700     EXIT.
036800
036900*****************************************************************
037000* 1210-LOAD-ONE-SUSPENSE - TABLE ONE SUSPENDED POSTING.          *
037100*****************************************************************
037200 1210-LOAD-ONE-SUSPENSE.
037300     READ SUSPENSE-FILE
037400         AT END
037500             SET WS-SUSP-EOF TO TRUE
037600             GO TO 1210-LOAD-ONE-SUSPENSE-EXIT
037700     END-READ.
037800
037900     IF WS-SUSP-IN-COUNT >= WS-SUSP-TABLE-MAX
038000         DISPLAY 'STMKPOST - SUSPENSE FILE EXCEEDS '
038100             WS-SUSP-TABLE-MAX ' ITEMS - PURGE MKSUSP.DAT '
038200             'BEFORE RERUNNING'
038300         MOVE 16 TO RETURN-CODE
038400         STOP RUN
038500     END-IF.
038600
038700     ADD 1 TO WS-SUSP-IN-COUNT.
038800     MOVE SP-POST-IMAGE TO WS-SUSP-IMAGE(WS-SUSP-IN-COUNT).
038900 1210-LOAD-ONE-SUSPENSE-EXIT.
039000     EXIT.
039100
039200*****************************************************************
039300* 2000-PROCESS-POSTING - READ ONE POSTING AND APPLY IT.          *
039400*****************************************************************
039500 2000-PROCESS-POSTING.
039600     READ POSTING-FILE
039700         AT END
039800             SET WS-EOF TO TRUE
039900             GO TO 2000-PROCESS-POSTING-EXIT
040000     END-READ.
040100
040200     PERFORM 2060-APPLY-ONE-POSTING
040300         THRU 2060-APPLY-ONE-POSTING-EXIT.
040400 2000-PROCESS-POSTING-EXIT.
040500     EXIT.
040600
040700*****************************************************************
040800* 2050-PROCESS-SUSPENSE-ITEM - RECYCLE ONE SUSPENDED POSTING AS  *
040900*                              IF IT HAD COME IN ON              *
041000*                              MARKPOST.TXT.                     *
041100*****************************************************************
041200 2050-PROCESS-SUSPENSE-ITEM.
041300     MOVE WS-SUSP-IMAGE(WS-SUSP-SUB) TO POSTING-RECORD.
041400     PERFORM 2060-APPLY-ONE-POSTING
041500         THRU 2060-APPLY-ONE-POSTING-EXIT.
041600 2050-PROCESS-SUSPENSE-ITEM-EXIT.
041700     EXIT.
041800
041900*****************************************************************
042000* 2060-APPLY-ONE-POSTING - EDIT AND APPLY THE POSTING NOW IN     *
042100*                          THE POSTING RECORD AREA AND REGISTER  *
042200*                          THE RESULT.                           *
042300*****************************************************************
042400 2060-APPLY-ONE-POSTING.
042500     ADD 1 TO WS-READ-COUNT.
042600     SET WS-POST-APPLIED TO TRUE.
042700     MOVE SPACES TO WS-REJECT-REASON.
042800     MOVE SPACES TO WS-RESULT.
042900
043000     PERFORM 2100-EDIT-POSTING
043100         THRU 2100-EDIT-POSTING-EXIT.
043200
043300     IF WS-POST-APPLIED
043400         PERFORM 2200-WRITE-MARK
043500             THRU 2200-WRITE-MARK-EXIT
043600     END-IF.
043700
043800     PERFORM 2900-WRITE-REGISTER-LINE
043900         THRU 2900-WRITE-REGISTER-LINE-EXIT.
044000 2060-APPLY-ONE-POSTING-EXIT.
044100     EXIT.
044200
044300*****************************************************************
044400* 2100-EDIT-POSTING - EDIT THE POSTING'S FIELDS, PROVE THE       *
044500*                     COURSE IS ON THE CATALOG AND THE STUDENT   *
044600*                     IS ON THE MASTER AND ACTIVE.               *
044700*****************************************************************
044800 2100-EDIT-POSTING.
044900     IF PT-STUDENT-ID IS NOT NUMERIC
045000         SET WS-POST-REJECTED TO TRUE
045100         MOVE 'STUDENT ID NOT NUMERIC' TO WS-REJECT-REASON
045200         GO TO 2100-EDIT-POSTING-EXIT
045300     END-IF.
045400
045500     IF PT-TERM-YEAR IS NOT NUMERIC
045600         OR PT-TERM-LETTER NOT = 'T'
045700         OR PT-TERM-NO < '1' OR PT-TERM-NO > '4'
045800         SET WS-POST-REJECTED TO TRUE
045900         MOVE 'TERM NOT YYYYTN' TO WS-REJECT-REASON
046000         GO TO 2100-EDIT-POSTING-EXIT
046100     END-IF.
046200
046300     IF PT-COURSE-ID = SPACES
046400         SET WS-POST-REJECTED TO TRUE
046500         MOVE 'COURSE-ID MISSING' TO WS-REJECT-REASON
046600         GO TO 2100-EDIT-POSTING-EXIT
046700     END-IF.
046800
046900     IF PT-MARK NOT = 'A' AND PT-MARK NOT = 'B'
047000         AND PT-MARK NOT = 'C' AND PT-MARK NOT = 'D'
047100         AND PT-MARK NOT = 'F'
047200         SET WS-POST-REJECTED TO TRUE
047300         MOVE 'MARK NOT A, B, C, D OR F' TO WS-REJECT-REASON
047400         GO TO 2100-EDIT-POSTING-EXIT
047500     END-IF.
047600
047700     IF PT-CREDITS IS NOT NUMERIC
047800         SET WS-POST-REJECTED TO TRUE
047900         MOVE 'CREDITS NOT NUMERIC' TO WS-REJECT-REASON
048000         GO TO 2100-EDIT-POSTING-EXIT
048100     END-IF.
048200
048300     IF PT-CREDITS-N = ZERO
048400         SET WS-POST-REJECTED TO TRUE
048500         MOVE 'CREDITS ARE ZERO' TO WS-REJECT-REASON
048600         GO TO 2100-EDIT-POSTING-EXIT
048700     END-IF.
048800
048900     IF WS-CATALOG-ON-HAND
049000         PERFORM 2150-CHECK-CATALOG
049100             THRU 2150-CHECK-CATALOG-EXIT
049200         IF WS-POST-REJECTED
049300             GO TO 2100-EDIT-POSTING-EXIT
049400         END-IF
049500     END-IF.
049600
049700     MOVE PT-STUDENT-ID TO STUDENT-ID.
049800     READ STUDENT
049900         INVALID KEY
050000             SET WS-POST-REJECTED TO TRUE
050100             MOVE 'STUDENT-ID NOT ON MASTER'
050200                 TO WS-REJECT-REASON
050300             GO TO 2100-EDIT-POSTING-EXIT
050400     END-READ.
050500
050600     IF NOT STUDENT-ACTIVE
050700         SET WS-POST-REJECTED TO TRUE
050800         MOVE 'STUDENT IS NOT ACTIVE' TO WS-REJECT-REASON
050900     END-IF.
051000 2100-EDIT-POSTING-EXIT.
051100     EXIT.
051200
051300*****************************************************************
051400* 2150-CHECK-CATALOG - PROVE AT LEAST ONE SECTION OF THE COURSE  *
051500*                      IS ON THE COURSE SECTION CATALOG.         *
051600*****************************************************************
051700 2150-CHECK-CATALOG.
051800     MOVE PT-COURSE-ID TO CS-COURSE-ID.
051900     MOVE ZERO TO CS-SECTION-NO.
052000     START SECTION-FILE KEY >= CS-KEY
052100         INVALID KEY
052200             SET WS-POST-REJECTED TO TRUE
052300             MOVE 'COURSE NOT ON CATALOG' TO WS-REJECT-REASON
052400             GO TO 2150-CHECK-CATALOG-EXIT
052500     END-START.
052600
052700     READ SECTION-FILE NEXT RECORD
052800         AT END
052900             SET WS-POST-REJECTED TO TRUE
053000             MOVE 'COURSE NOT ON CATALOG' TO WS-REJECT-REASON
053100             GO TO 2150-CHECK-CATALOG-EXIT
053200     END-READ.
053300
053400     IF CS-COURSE-ID NOT = PT-COURSE-ID
053500         SET WS-POST-REJECTED TO TRUE
053600         MOVE 'COURSE NOT ON CATALOG' TO WS-REJECT-REASON
053700     END-IF.
053800 2150-CHECK-CATALOG-EXIT.
053900     EXIT.
054000
054100*****************************************************************
054200* 2200-WRITE-MARK - WRITE THE EDITED POSTING TO THE KEYED MARKS  *
054300*                   FILE.  A MARK ALREADY ON FILE FOR THE SAME   *
054400*                   STUDENT, TERM AND COURSE IS REPLACED.        *
054500*****************************************************************
054600 2200-WRITE-MARK.
054700     MOVE PT-STUDENT-ID TO MK-STUDENT-ID.
054800     MOVE PT-TERM TO MK-TERM.
054900     MOVE PT-COURSE-ID TO MK-COURSE-ID.
055000     MOVE PT-MARK TO MK-MARK.
055100     MOVE PT-CREDITS-N TO MK-CREDITS.
055200     MOVE WS-RUN-DATE TO MK-POSTED-DATE.
055300
055400     WRITE MARK-RECORD
055500         INVALID KEY
055600             PERFORM 2250-REPLACE-MARK
055700                 THRU 2250-REPLACE-MARK-EXIT
055800         NOT INVALID KEY
055900             ADD 1 TO WS-POSTED-COUNT
056000             MOVE 'POSTED' TO WS-RESULT
056100     END-WRITE.
056200 2200-WRITE-MARK-EXIT.
056300     EXIT.
056400
056500*****************************************************************
056600* 2250-REPLACE-MARK - THE MARK IS ALREADY ON FILE.  READ IT BACK *
056700*                     AND, WHEN THE POSTING DIFFERS, REWRITE IT  *
056800*                     WITH THE POSTED MARK AND CREDITS.          *
056900*****************************************************************
057000 2250-REPLACE-MARK.
057100     READ MARKS-FILE
057200         INVALID KEY
057300             SET WS-POST-REJECTED TO TRUE
057400             MOVE 'MARK WRITE FAILED' TO WS-REJECT-REASON
057500             GO TO 2250-REPLACE-MARK-EXIT
057600     END-READ.
057700
057800     IF MK-MARK = PT-MARK AND MK-CREDITS = PT-CREDITS-N
057900         ADD 1 TO WS-UNCHANGED-COUNT
058000         MOVE 'ALREADY ON FILE - UNCHANGED' TO WS-RESULT
058100         GO TO 2250-REPLACE-MARK-EXIT
058200     END-IF.
058300
058400     MOVE MK-MARK TO WS-OLD-MARK.
058500     MOVE PT-MARK TO MK-MARK.
058600     MOVE PT-CREDITS-N TO MK-CREDITS.
058700     MOVE WS-RUN-DATE TO MK-POSTED-DATE.
058800
058900     REWRITE MARK-RECORD
059000         INVALID KEY
059100             SET WS-POST-REJECTED TO TRUE
059200             MOVE 'MARK REWRITE FAILED' TO WS-REJECT-REASON
059300             GO TO 2250-REPLACE-MARK-EXIT
059400     END-REWRITE.
059500
059600     ADD 1 TO WS-CHANGED-COUNT.
059700     STRING 'CHANGED - WAS ' DELIMITED BY SIZE
059800         WS-OLD-MARK DELIMITED BY SIZE
059900         INTO WS-RESULT
060000     END-STRING.
060100 2250-REPLACE-MARK-EXIT.
060200     EXIT.
060300
060400*****************************************************************
060500* 2900-WRITE-REGISTER-LINE - REGISTER THE POSTING'S RESULT AND   *
060600*                            SUSPENSE A REJECT.                  *
060700*****************************************************************
060800 2900-WRITE-REGISTER-LINE.
060900     IF WS-POST-REJECTED
061000         ADD 1 TO WS-REJECT-COUNT
061100         MOVE SPACES TO SUSPENSE-RECORD
061200         MOVE POSTING-RECORD TO SP-POST-IMAGE
061300         MOVE WS-REJECT-REASON TO SP-REJECT-REASON
061400         MOVE WS-RUN-DATE TO SP-REJECT-DATE
061500         WRITE SUSPENSE-RECORD
061600         ADD 1 TO WS-SUSP-OUT-COUNT
061700     END-IF.
061800
061900     MOVE SPACES TO RG-DETAIL-LINE.
062000     MOVE PT-STUDENT-ID TO RG-STUDENT-ID.
062100     MOVE PT-TERM TO RG-TERM.
062200     MOVE PT-COURSE-ID TO RG-COURSE-ID.
062300     MOVE PT-MARK TO RG-MARK.
062400     MOVE PT-CREDITS TO RG-CREDITS.
062500     IF WS-POST-REJECTED
062600         STRING 'REJECTED - ' DELIMITED BY SIZE
062700             WS-REJECT-REASON DELIMITED BY SIZE
062800             INTO RG-RESULT
062900         END-STRING
063000     ELSE
063100         MOVE WS-RESULT TO RG-RESULT
063200     END-IF.
063300     WRITE REGISTER-LINE FROM RG-DETAIL-LINE.
063400 2900-WRITE-REGISTER-LINE-EXIT.
063500     EXIT.
063600
063700*****************************************************************
063800* 9000-TERMINATE - PRINT THE TRAILER COUNTS AND CLOSE THE        *
063900*                  FILES.                                        *
064000*****************************************************************
064100 9000-TERMINATE.
064200     MOVE SPACES TO REGISTER-LINE.
064300     WRITE REGISTER-LINE.
064400     MOVE 'POSTINGS READ:' TO RG-COUNT-LABEL.
064500     MOVE WS-READ-COUNT TO RG-COUNT-VALUE.
064600     WRITE REGISTER-LINE FROM RG-COUNT-LINE.
064700     MOVE 'NEW MARKS POSTED:' TO RG-COUNT-LABEL.
064800     MOVE WS-POSTED-COUNT TO RG-COUNT-VALUE.
064900     WRITE REGISTER-LINE FROM RG-COUNT-LINE.
065000     MOVE 'MARKS CHANGED:' TO RG-COUNT-LABEL.
065100     MOVE WS-CHANGED-COUNT TO RG-COUNT-VALUE.
065200     WRITE REGISTER-LINE FROM RG-COUNT-LINE.
065300     MOVE 'MARKS ALREADY ON FILE:' TO RG-COUNT-LABEL.
065400     MOVE WS-UNCHANGED-COUNT TO RG-COUNT-VALUE.
065500     WRITE REGISTER-LINE FROM RG-COUNT-LINE.
065600     MOVE 'POSTINGS REJECTED:' TO RG-COUNT-LABEL.
065700     MOVE WS-REJECT-COUNT TO RG-COUNT-VALUE.
065800     WRITE REGISTER-LINE FROM RG-COUNT-LINE.
065900     MOVE 'REJECTS HELD IN SUSPENSE:' TO RG-COUNT-LABEL.
066000     MOVE WS-SUSP-OUT-COUNT TO RG-COUNT-VALUE.
066100     WRITE REGISTER-LINE FROM RG-COUNT-LINE.
066200
066300     CLOSE POSTING-FILE.
066400     CLOSE STUDENT.
066500     CLOSE MARKS-FILE.
066600     CLOSE SECTION-FILE.
066700     CLOSE SUSPENSE-FILE.
066800     CLOSE REGISTER-RPT.
066900
067000     DISPLAY 'STMKPOST - ' WS-POSTED-COUNT ' POSTED, '
067100         WS-CHANGED-COUNT ' CHANGED, '
067200         WS-REJECT-COUNT ' REJECTED.'.
067300
067400     IF WS-REJECT-COUNT > ZERO
067500         MOVE 4 TO RETURN-CODE
067600     ELSE
067700         MOVE 0 TO RETURN-CODE
067800     END-IF.
067900 9000-TERMINATE-EXIT.
068000     EXIT.
