000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STXFOUT.
000300 AUTHOR. LEGOP3.
000400 INSTALLATION. STUDENT RECORDS SHOP.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* STXFOUT                                                        *
000900*                                                                *
001000* OUTBOUND RECORDS-TRANSFER FILE FOR STUDENTS WHO HAVE LEFT FOR  *
001100* ANOTHER SCHOOL.  EVERY WITHDRAWAL ON THE KEYED WITHDRAWAL FILE *
001200* (WITHDRAW.DAT, SEE WITHDRAW.CPY) THAT NAMES A RECEIVING SCHOOL *
001300* AND HAS NOT YET BEEN SENT IS WRITTEN TO XFEROUT.TXT IN THE     *
001400* SAME PIPE-DELIMITED HDR/DTL/TRL LAYOUT STEXTR AND STXFER USE,  *
001500* SO THE RECEIVING SCHOOL CAN LOAD IT WITH ITS OWN STXFER:       *
001600*                                                                *
001700*   HDR|STUXFER|YYYYMMDD               ONE HEADER RECORD         *
001800*   DTL|ID|NAME|ENROLL|GR|S|HMRM       THE MASTER RECORD, AS IN  *
001830*                                      STEXTR, BUT ALWAYS SENT   *
001860*                                      ACTIVE (A) SO THE         *
001890*                                      RECEIVING SCHOOL ENROLLS  *
001920*                                      THE STUDENT - THE EXIT    *
001950*                                      FROM HERE IS ON THE WDL   *
002000*   WDL|ID|EXIT DATE|REASON|SCHOOL     THE WITHDRAWAL            *
002100*   GDN|ID|PRI|NAME|RELATION|PHONE     ONE PER GUARDIAN          *
002200*   ATT|ID|FROM|THROUGH|PRES|ABS|TARDY YEAR-TO-DATE ATTENDANCE   *
002300*   TRL|DTL COUNT|ID HASH|GDN COUNT|ATT COUNT                    *
002400*                                                                *
002500* THE TRAILER'S FIRST TWO FIELDS ARE THE STEXTR CONTROL TOTALS   *
002600* OVER THE DTL RECORDS, SO STXFER PROVES THE FILE UNCHANGED AND  *
002700* PASSES OVER THE WDL, GDN AND ATT RECORDS.  THE ATTENDANCE      *
002800* TOTALS RUN FROM JULY 1 OF THE SCHOOL YEAR THE EXIT DATE FALLS  *
002900* IN THROUGH THE EXIT DATE; A TARDY DAY IS ALSO COUNTED PRESENT, *
003000* AS ON THE ADA REPORT.                                          *
003100*                                                                *
003200* EACH WITHDRAWAL SENT IS STAMPED WITH THE SEND DATE             *
003300* (WD-XFER-SENT-DATE) SO IT GOES ONLY ONCE.  A PARM OF A         *
003400* STUDENT-ID RESENDS THAT STUDENT'S WITHDRAWALS WHETHER SENT OR  *
003500* NOT, FOR A RECEIVING SCHOOL THAT LOST THE FIRST FILE.  A       *
003600* STUDENT WHOSE MASTER RECORD IS NO LONGER ON FILE CANNOT BE     *
003700* SENT AND IS LISTED ON THE CONTROL REPORT (XFERCTL.TXT).        *
003800*                                                                *
003900* RETURN CODES:  0 = FILE WRITTEN,                               *
004000*                4 = WRITTEN, BUT SOME WITHDRAWALS COULD NOT BE  *
004100*                    SENT,                                       *
004200*               16 = A FILE WOULD NOT OPEN.                      *
004300*                                                                *
004400* MOD LOG                                                        *
004500*   2026-10-15  LEGOP3   INITIAL VERSION.                        *
004600*****************************************************************
004700
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT WITHDRAW-FILE ASSIGN TO WS-WITHDRAW-FILE-NAME
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS WD-KEY
005500         FILE STATUS IS WS-WITHDRAW-FILE-STATUS.
005600
005700     SELECT STUDENT ASSIGN TO WS-STUDENT-FILE-NAME
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS RANDOM
006000         RECORD KEY IS STUDENT-ID
006100         ALTERNATE RECORD KEY IS STUDENT-NAME
006200             WITH DUPLICATES
006300         FILE STATUS IS WS-STUDENT-FILE-STATUS.
006400
006500     SELECT OPTIONAL GUARDIAN-FILE
006600         ASSIGN TO WS-GUARDIAN-FILE-NAME
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS GD-KEY
007000         FILE STATUS IS WS-GUARDIAN-FILE-STATUS.
007100
007200     SELECT OPTIONAL ATTENDANCE-FILE
007300         ASSIGN TO WS-ATTEND-FILE-NAME
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS DYNAMIC
007600         RECORD KEY IS ATT-KEY
007700         FILE STATUS IS WS-ATTEND-FILE-STATUS.
007800
007900     SELECT XFEROUT-FILE ASSIGN TO WS-XFEROUT-FILE-NAME
008000         ORGANIZATION IS LINE SEQUENTIAL.
008100
008200     SELECT CONTROL-RPT ASSIGN TO WS-CONTROL-RPT-NAME
008300         ORGANIZATION IS LINE SEQUENTIAL.
008400
008500 DATA DIVISION.
008600 FILE SECTION.
008700 FD  WITHDRAW-FILE.
008800     COPY "withdraw.cpy".
008900
009000 FD  STUDENT.
009100     COPY "student.cpy".
009200
009300 FD  GUARDIAN-FILE.
009400     COPY "guardian.cpy".
009500
009600 FD  ATTENDANCE-FILE.
009700     COPY "attend.cpy".
009800
009900 FD  XFEROUT-FILE.
010000 01  XFEROUT-LINE                 PIC X(80).
010100
010200 FD  CONTROL-RPT.
010300 01  CONTROL-LINE                 PIC X(80).
010400
010500 WORKING-STORAGE SECTION.
010600 01  WS-WITHDRAW-FILE-STATUS      PIC X(02)   VALUE '00'.
010700 01  WS-STUDENT-FILE-STATUS       PIC X(02)   VALUE '00'.
010800 01  WS-GUARDIAN-FILE-STATUS      PIC X(02)   VALUE '00'.
010900 01  WS-ATTEND-FILE-STATUS        PIC X(02)   VALUE '00'.
011000
011100 01  WS-WITHDRAW-FILE-NAME        PIC X(40)
011200                                  VALUE 'withdraw.dat'.
011300 01  WS-STUDENT-FILE-NAME         PIC X(40)
011400                                  VALUE 'student.dat'.
011500 01  WS-GUARDIAN-FILE-NAME        PIC X(40)
011600                                  VALUE 'guardian.dat'.
011700 01  WS-ATTEND-FILE-NAME          PIC X(40)   VALUE 'attend.dat'.
011800 01  WS-XFEROUT-FILE-NAME         PIC X(40)
011900                                  VALUE 'xferout.txt'.
012000 01  WS-CONTROL-RPT-NAME          PIC X(40)
012100                                  VALUE 'xferctl.txt'.
012200
012300 01  WS-TEST-MODE-SW              PIC X(01)   VALUE 'N'.
012400     88  WS-TEST-CYCLE                        VALUE 'Y'.
012500
012600 01  WS-TEST-STAMP-LINE           PIC X(40)   VALUE
012700     '** TEST CYCLE - NOT PRODUCTION **'.
012800
012900     COPY "sitecfgk.cpy".
013000
013100 01  WS-SWITCHES.
013200     05  WS-EOF-SW                PIC X(01)   VALUE 'N'.
013300         88  WS-EOF                           VALUE 'Y'.
013400     05  WS-GD-EOF-SW             PIC X(01)   VALUE 'N'.
013500         88  WS-GD-EOF                        VALUE 'Y'.
013600     05  WS-ATT-EOF-SW            PIC X(01)   VALUE 'N'.
013700         88  WS-ATT-EOF                       VALUE 'Y'.
013800     05  WS-GUARDIAN-SW           PIC X(01)   VALUE 'N'.
013900         88  WS-GUARDIAN-ON-HAND              VALUE 'Y'.
014000     05  WS-ATTEND-SW             PIC X(01)   VALUE 'N'.
014100         88  WS-ATTEND-ON-HAND                VALUE 'Y'.
014200     05  WS-RESEND-SW             PIC X(01)   VALUE 'N'.
014300         88  WS-RESEND                        VALUE 'Y'.
014400
014500 01  WS-PARM                      PIC X(10)   VALUE SPACES.
014600 01  WS-RESEND-ID                 PIC 9(05)   VALUE ZERO.
014700
014800 01  WS-COUNTERS.
014900     05  WS-WD-READ               PIC 9(07)   COMP VALUE ZERO.
015000     05  WS-SENT-COUNT            PIC 9(07)   COMP VALUE ZERO.
015100     05  WS-GDN-COUNT             PIC 9(07)   COMP VALUE ZERO.
015200     05  WS-ATT-COUNT             PIC 9(07)   COMP VALUE ZERO.
015300     05  WS-NOT-SENT-COUNT        PIC 9(07)   COMP VALUE ZERO.
015400     05  WS-ID-HASH-TOTAL         PIC 9(12)   COMP VALUE ZERO.
015500
015600 01  WS-SENT-COUNT-X              PIC 9(07)   VALUE ZERO.
015700 01  WS-GDN-COUNT-X               PIC 9(07)   VALUE ZERO.
015800 01  WS-ATT-COUNT-X               PIC 9(07)   VALUE ZERO.
015900 01  WS-ID-HASH-TOTAL-X           PIC 9(12)   VALUE ZERO.
016000
016100*****************************************************************
016200* ONE STUDENT'S YEAR-TO-DATE ATTENDANCE.                         *
016300*****************************************************************
016400 01  WS-YEAR-START                PIC 9(08)   VALUE ZERO.
016500 01  WS-YEAR-START-X REDEFINES WS-YEAR-START.
016600     05  WS-YS-YYYY               PIC 9(04).
016700     05  WS-YS-MMDD               PIC 9(04).
016800 01  WS-EXIT-WORK                 PIC 9(08)   VALUE ZERO.
016900 01  WS-EXIT-WORK-X REDEFINES WS-EXIT-WORK.
017000     05  WS-EW-YYYY               PIC 9(04).
017100     05  WS-EW-MM                 PIC 9(02).
017200     05  WS-EW-DD                 PIC 9(02).
017300 01  WS-DAYS-PRESENT              PIC 9(03)   VALUE ZERO.
017400 01  WS-DAYS-ABSENT               PIC 9(03)   VALUE ZERO.
017500 01  WS-DAYS-TARDY                PIC 9(03)   VALUE ZERO.
017600
017700 01  WS-RUN-DATE-FIELDS.
017800     05  WS-RUN-DATE              PIC 9(08).
017900     05  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
018000         10  WS-RUN-YYYY          PIC 9(04).
018100         10  WS-RUN-MM            PIC 9(02).
018200         10  WS-RUN-DD            PIC 9(02).
018300     05  WS-RUN-DATE-PRINT        PIC X(10).
018400
018500 01  CT-HEADING-1.
018600     05  FILLER            PIC X(38) VALUE
018700         'RECORDS-TRANSFER TRANSMISSION CONTROL'.
018800     05  FILLER            PIC X(10) VALUE 'RUN DATE:'.
018900     05  CT1-RUN-DATE      PIC X(10).
019000
019100 01  CT-STUDENT-LINE.
019200     05  CT-STU-ACTION     PIC X(11).
019300     05  CT-STU-ID         PIC ZZZZ9.
019400     05  FILLER            PIC X(02) VALUE SPACES.
019500     05  CT-STU-NAME       PIC X(25).
019600     05  FILLER            PIC X(02) VALUE SPACES.
019700     05  CT-STU-SCHOOL     PIC X(25).
019800
019900 01  CT-COUNT-LINE.
020000     05  CT-COUNT-LABEL    PIC X(40).
020100     05  CT-COUNT-VALUE    PIC ZZZ,ZZZ,ZZZ,ZZ9.
020200
020300 PROCEDURE DIVISION.
020400
020500 0000-MAINLINE.
020600     PERFORM 1000-INITIALIZE
020700         THRU 1000-INITIALIZE-EXIT.
020800
020900     PERFORM 2000-SEND-WITHDRAWAL
021000         THRU 2000-SEND-WITHDRAWAL-EXIT
021100         UNTIL WS-EOF.
021200
021300     PERFORM 9000-TERMINATE
021400         THRU 9000-TERMINATE-EXIT.
021500
021600     STOP RUN.
021700
021800*****************************************************************
021900* 1000-INITIALIZE - PICK UP THE RESEND PARM, OPEN THE FILES,     *
022000*                   POSITION THE WITHDRAWAL FILE AND WRITE THE   *
022100*                   INTERFACE HEADER RECORD.                     *
022200*****************************************************************
022300 1000-INITIALIZE.
022400     ACCEPT WS-PARM FROM COMMAND-LINE.
022500     IF WS-PARM(1:5) IS NUMERIC
022600         SET WS-RESEND TO TRUE
022700         MOVE WS-PARM(1:5) TO WS-RESEND-ID
022800         DISPLAY 'STXFOUT - RESENDING STUDENT-ID ' WS-RESEND-ID
022900     END-IF.
023000
023100     PERFORM 1100-RESOLVE-FILE-NAMES
023200         THRU 1100-RESOLVE-FILE-NAMES-EXIT.
023300
023400     OPEN I-O WITHDRAW-FILE.
023500     IF WS-WITHDRAW-FILE-STATUS NOT = '00'
023600         DISPLAY 'STXFOUT - UNABLE TO OPEN WITHDRAW.DAT, '
023700             'FILE STATUS = ' WS-WITHDRAW-FILE-STATUS
023800         MOVE 16 TO RETURN-CODE
023900         STOP RUN
024000     END-IF.
024100
024200     OPEN INPUT STUDENT.
024300     IF WS-STUDENT-FILE-STATUS NOT = '00'
024400         DISPLAY 'STXFOUT - UNABLE TO OPEN STUDENT MASTER, '
024500             'FILE STATUS = ' WS-STUDENT-FILE-STATUS
024600         MOVE 16 TO RETURN-CODE
024700         STOP RUN
024800     END-IF.
024900
025000     OPEN INPUT GUARDIAN-FILE.
025100     IF WS-GUARDIAN-FILE-STATUS = '00'
025200         SET WS-GUARDIAN-ON-HAND TO TRUE
025300     ELSE
025400         IF WS-GUARDIAN-FILE-STATUS NOT = '05'
025500             DISPLAY 'STXFOUT - UNABLE TO OPEN GUARDIAN.DAT, '
025600                 'FILE STATUS = ' WS-GUARDIAN-FILE-STATUS
025700             MOVE 16 TO RETURN-CODE
025800             STOP RUN
025900         END-IF
026000     END-IF.
026100
026200     OPEN INPUT ATTENDANCE-FILE.
026300     IF WS-ATTEND-FILE-STATUS = '00'
026400         SET WS-ATTEND-ON-HAND TO TRUE
026500     ELSE
026600         IF WS-ATTEND-FILE-STATUS NOT = '05'
026700             DISPLAY 'STXFOUT - UNABLE TO OPEN ATTEND.DAT, '
026800                 'FILE STATUS = ' WS-ATTEND-FILE-STATUS
026900             MOVE 16 TO RETURN-CODE
027000             STOP RUN
027100         END-IF
027200     END-IF.
027300
027400     OPEN OUTPUT XFEROUT-FILE.
027500     OPEN OUTPUT CONTROL-RPT.
027600
027700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
027800     MOVE WS-RUN-MM TO WS-RUN-DATE-PRINT(1:2).
027900     MOVE '/' TO WS-RUN-DATE-PRINT(3:1).
028000     MOVE WS-RUN-DD TO WS-RUN-DATE-PRINT(4:2).
028100     MOVE '/' TO WS-RUN-DATE-PRINT(6:1).
028200     MOVE WS-RUN-YYYY TO WS-RUN-DATE-PRINT(7:4).
028300
028400     MOVE WS-RUN-DATE-PRINT TO CT1-RUN-DATE.
028500     WRITE CONTROL-LINE FROM CT-HEADING-1.
028600     IF WS-TEST-CYCLE
028700         WRITE CONTROL-LINE FROM WS-TEST-STAMP-LINE
028800     END-IF.
028900     MOVE SPACES TO CONTROL-LINE.
029000     WRITE CONTROL-LINE.
029100
029200     IF WS-RESEND
029300         MOVE WS-RESEND-ID TO WD-STUDENT-ID
029400         MOVE ZERO TO WD-EXIT-DATE
029500         START WITHDRAW-FILE KEY >= WD-KEY
029600             INVALID KEY
029700                 SET WS-EOF TO TRUE
029800         END-START
029900     END-IF.
030000
030100     MOVE SPACES TO XFEROUT-LINE.
030200     STRING 'HDR|STUXFER|' DELIMITED BY SIZE
030300         WS-RUN-DATE DELIMITED BY SIZE
030400         INTO XFEROUT-LINE
030500     END-STRING.
030600     WRITE XFEROUT-LINE.
030700 1000-INITIALIZE-EXIT.
030800     EXIT.
030900
031000*****************************************************************
031100* 1100-RESOLVE-FILE-NAMES - RESOLVE EVERY FILE NAME THROUGH THE  *
031200*                           STSITE SITE CONFIGURATION.           *
031300*****************************************************************
031400 1100-RESOLVE-FILE-NAMES.
031500     MOVE 'withdraw.dat' TO SF-DEFAULT-NAME.
031600     PERFORM 1110-RESOLVE-ONE-NAME
031700         THRU 1110-RESOLVE-ONE-NAME-EXIT.
031800     MOVE SF-RESOLVED-NAME TO WS-WITHDRAW-FILE-NAME.
031900
032000     MOVE 'student.dat' TO SF-DEFAULT-NAME.
032100     PERFORM 1110-RESOLVE-ONE-NAME
032200         THRU 1110-RESOLVE-ONE-NAME-EXIT.
032300     MOVE SF-RESOLVED-NAME TO WS-STUDENT-FILE-NAME.
032400
032500     MOVE 'guardian.dat' TO SF-DEFAULT-NAME.
032600     PERFORM 1110-RESOLVE-ONE-NAME
032700         THRU 1110-RESOLVE-ONE-NAME-EXIT.
032800     MOVE SF-RESOLVED-NAME TO WS-GUARDIAN-FILE-NAME.
032900
033000     MOVE 'attend.dat' TO SF-DEFAULT-NAME.
033100     PERFORM 1110-RESOLVE-ONE-NAME
033200         THRU 1110-RESOLVE-ONE-NAME-EXIT.
033300     MOVE SF-RESOLVED-NAME TO WS-ATTEND-FILE-NAME.
033400
033500     MOVE 'xferout.txt' TO SF-DEFAULT-NAME.
033600     PERFORM 1110-RESOLVE-ONE-NAME
033700         THRU 1110-RESOLVE-ONE-NAME-EXIT.
033800     MOVE SF-RESOLVED-NAME TO WS-XFEROUT-FILE-NAME.
033900
034000     MOVE 'xferctl.txt' TO SF-DEFAULT-NAME.
034100     PERFORM 1110-RESOLVE-ONE-NAME
034200         THRU 1110-RESOLVE-ONE-NAME-EXIT.
034300     MOVE SF-RESOLVED-NAME TO WS-CONTROL-RPT-NAME.
034400 1100-RESOLVE-FILE-NAMES-EXIT.
034500     EXIT.
034600
034700*****************************************************************
034800* 1110-RESOLVE-ONE-NAME - RESOLVE ONE NAME THROUGH STSITE AND    *
034900*                        REMEMBER WHETHER ANY REDIRECTION IS     *
035000*                        IN FORCE.                               *
035100*****************************************************************
035200 1110-RESOLVE-ONE-NAME.
035300     CALL 'STSITE' USING SITE-PARM.
035400     IF SF-TEST-MODE = 'Y'
035500         SET WS-TEST-CYCLE TO TRUE
035600     END-IF.
035700 1110-RESOLVE-ONE-NAME-EXIT.
035800     EXIT.
035900
036000*****************************************************************
036100* 2000-SEND-WITHDRAWAL - READ ONE WITHDRAWAL AND, IF IT IS DUE,  *
036200*                        WRITE THE STUDENT'S RECORDS TO THE      *
036300*                        TRANSFER FILE AND STAMP IT SENT.        *
036400*****************************************************************
036500 2000-SEND-WITHDRAWAL.
036600     READ WITHDRAW-FILE NEXT RECORD
036700         AT END
036800             SET WS-EOF TO TRUE
036900             GO TO 2000-SEND-WITHDRAWAL-EXIT
037000     END-READ.
037100     ADD 1 TO WS-WD-READ.
037200
037300     IF WS-RESEND
037400         IF WD-STUDENT-ID NOT = WS-RESEND-ID
037500             SET WS-EOF TO TRUE
037600             GO TO 2000-SEND-WITHDRAWAL-EXIT
037700         END-IF
037800     ELSE
037900         IF NOT WD-XFER-NOT-SENT
038000             GO TO 2000-SEND-WITHDRAWAL-EXIT
038100         END-IF
038200     END-IF.
038300
038400     IF WD-RECEIVING-SCHOOL = SPACES
038500         GO TO 2000-SEND-WITHDRAWAL-EXIT
038600     END-IF.
038700
038800     MOVE WD-STUDENT-ID TO STUDENT-ID.
038900     READ STUDENT
039000         INVALID KEY
039100             ADD 1 TO WS-NOT-SENT-COUNT
039200             MOVE 'NOT SENT - ' TO CT-STU-ACTION
039300             MOVE WD-STUDENT-ID TO CT-STU-ID
039400             MOVE 'NOT ON STUDENT MASTER' TO CT-STU-NAME
039500             MOVE WD-RECEIVING-SCHOOL TO CT-STU-SCHOOL
039600             WRITE CONTROL-LINE FROM CT-STUDENT-LINE
039700             GO TO 2000-SEND-WITHDRAWAL-EXIT
039800     END-READ.
039900
040000     PERFORM 2100-WRITE-MASTER-RECORDS
040100         THRU 2100-WRITE-MASTER-RECORDS-EXIT.
040200
040300     IF WS-GUARDIAN-ON-HAND
040400         PERFORM 2200-WRITE-GUARDIANS
040500             THRU 2200-WRITE-GUARDIANS-EXIT
040600     END-IF.
040700
040800     IF WS-ATTEND-ON-HAND
040900         PERFORM 2300-WRITE-ATTENDANCE
041000             THRU 2300-WRITE-ATTENDANCE-EXIT
041100     END-IF.
041200
041300     MOVE WS-RUN-DATE TO WD-XFER-SENT-DATE.
041400     REWRITE WITHDRAW-RECORD
041500         INVALID KEY
041600             DISPLAY 'STXFOUT - UNABLE TO STAMP WITHDRAWAL SENT, '
041700                 'STUDENT-ID ' WD-STUDENT-ID
041800     END-REWRITE.
041900
042000     MOVE 'SENT' TO CT-STU-ACTION.
042100     MOVE WD-STUDENT-ID TO CT-STU-ID.
042200     MOVE STUDENT-NAME TO CT-STU-NAME.
042300     MOVE WD-RECEIVING-SCHOOL TO CT-STU-SCHOOL.
042400     WRITE CONTROL-LINE FROM CT-STUDENT-LINE.
042500 2000-SEND-WITHDRAWAL-EXIT.
042600     EXIT.
042700
042800*****************************************************************
042900* 2100-WRITE-MASTER-RECORDS - WRITE THE STUDENT'S DTL RECORD, AS *
043000*                             STEXTR WRITES IT, AND THE WDL      *
043100*                             RECORD, AND ROLL THE CONTROL       *
043200*                             TOTALS.                            *
043300*****************************************************************
043400 2100-WRITE-MASTER-RECORDS.
043500     MOVE SPACES TO XFEROUT-LINE.
043600     STRING 'DTL|' DELIMITED BY SIZE
043700         STUDENT-ID DELIMITED BY SIZE
043800         '|' DELIMITED BY SIZE
043900         STUDENT-NAME DELIMITED BY SIZE
044000         '|' DELIMITED BY SIZE
044100         STUDENT-ENROLL-DATE DELIMITED BY SIZE
044200         '|' DELIMITED BY SIZE
044300         STUDENT-GRADE DELIMITED BY SIZE
044400         '|' DELIMITED BY SIZE
044500         'A' DELIMITED BY SIZE
044600         '|' DELIMITED BY SIZE
044700         STUDENT-HOMEROOM DELIMITED BY SIZE
044800         INTO XFEROUT-LINE
044900     END-STRING.
045000     WRITE XFEROUT-LINE.
045100
045200     ADD 1 TO WS-SENT-COUNT.
045300     ADD STUDENT-ID TO WS-ID-HASH-TOTAL.
045400
045500     MOVE SPACES TO XFEROUT-LINE.
045600     STRING 'WDL|' DELIMITED BY SIZE
045700         WD-STUDENT-ID DELIMITED BY SIZE
045800         '|' DELIMITED BY SIZE
045900         WD-EXIT-DATE DELIMITED BY SIZE
046000         '|' DELIMITED BY SIZE
046100         WD-EXIT-REASON DELIMITED BY SIZE
046200         '|' DELIMITED BY SIZE
046300         WD-RECEIVING-SCHOOL DELIMITED BY SIZE
046400         INTO XFEROUT-LINE
046500     END-STRING.
046600     WRITE XFEROUT-LINE.
046700 2100-WRITE-MASTER-RECORDS-EXIT.
046800     EXIT.
046900
047000*****************************************************************
047100* 2200-WRITE-GUARDIANS - WRITE ONE GDN RECORD FOR EACH OF THE    *
047200*                        STUDENT'S GUARDIANS, IN CALLING ORDER.  *
047300*****************************************************************
047400 2200-WRITE-GUARDIANS.
047500     MOVE 'N' TO WS-GD-EOF-SW.
047600     MOVE WD-STUDENT-ID TO GD-STUDENT-ID.
047700     MOVE ZERO TO GD-PRIORITY.
047800     START GUARDIAN-FILE KEY >= GD-KEY
047900         INVALID KEY
048000             SET WS-GD-EOF TO TRUE
048100     END-START.
048200
048300     PERFORM 2210-WRITE-ONE-GUARDIAN
048400         THRU 2210-WRITE-ONE-GUARDIAN-EXIT
048500         UNTIL WS-GD-EOF.
048600 2200-WRITE-GUARDIANS-EXIT.
048700     EXIT.
048800
048900*****************************************************************
049000* 2210-WRITE-ONE-GUARDIAN - READ THE NEXT GUARDIAN AND WRITE ITS *
049100*                           GDN RECORD IF IT IS THE STUDENT'S.   *
049200*****************************************************************
049300 2210-WRITE-ONE-GUARDIAN.
049400     READ GUARDIAN-FILE NEXT RECORD
049500         AT END
049600             SET WS-GD-EOF TO TRUE
049700             GO TO 2210-WRITE-ONE-GUARDIAN-EXIT
049800     END-READ.
049900
050000     IF GD-STUDENT-ID NOT = WD-STUDENT-ID
050100         SET WS-GD-EOF TO TRUE
050200         GO TO 2210-WRITE-ONE-GUARDIAN-EXIT
050300     END-IF.
050400
050500     MOVE SPACES TO XFEROUT-LINE.
050600     STRING 'GDN|' DELIMITED BY SIZE
050700         GD-STUDENT-ID DELIMITED BY SIZE
050800         '|' DELIMITED BY SIZE
050900         GD-PRIORITY DELIMITED BY SIZE
051000         '|' DELIMITED BY SIZE
051100         GD-NAME DELIMITED BY SIZE
051200         '|' DELIMITED BY SIZE
051300         GD-RELATION DELIMITED BY SIZE
051400         '|' DELIMITED BY SIZE
051500         GD-PHONE DELIMITED BY SIZE
051600         INTO XFEROUT-LINE
051700     END-STRING.
051800     WRITE XFEROUT-LINE.
051900     ADD 1 TO WS-GDN-COUNT.
052000 2210-WRITE-ONE-GUARDIAN-EXIT.
052100     EXIT.
052200
052300*****************************************************************
052400* 2300-WRITE-ATTENDANCE - TOTAL THE STUDENT'S ATTENDANCE MARKS   *
052500*                         FROM JULY 1 OF THE SCHOOL YEAR THROUGH *
052600*                         THE EXIT DATE AND WRITE THE ATT RECORD.*
052700*****************************************************************
052800 2300-WRITE-ATTENDANCE.
052900     MOVE WD-EXIT-DATE TO WS-EXIT-WORK.
053000     MOVE WS-EW-YYYY TO WS-YS-YYYY.
053100     IF WS-EW-MM < 07
053200         SUBTRACT 1 FROM WS-YS-YYYY
053300     END-IF.
053400     MOVE 0701 TO WS-YS-MMDD.
053500
053600     MOVE ZERO TO WS-DAYS-PRESENT.
053700     MOVE ZERO TO WS-DAYS-ABSENT.
053800     MOVE ZERO TO WS-DAYS-TARDY.
053900
054000     MOVE 'N' TO WS-ATT-EOF-SW.
054100     MOVE WD-STUDENT-ID TO ATT-STUDENT-ID.
054200     MOVE WS-YEAR-START TO ATT-DATE.
054300     START ATTENDANCE-FILE KEY >= ATT-KEY
054400         INVALID KEY
054500             SET WS-ATT-EOF TO TRUE
054600     END-START.
054700
054800     PERFORM 2310-COUNT-ONE-MARK
054900         THRU 2310-COUNT-ONE-MARK-EXIT
055000         UNTIL WS-ATT-EOF.
055100
055200     MOVE SPACES TO XFEROUT-LINE.
055300     STRING 'ATT|' DELIMITED BY SIZE
055400         WD-STUDENT-ID DELIMITED BY SIZE
055500         '|' DELIMITED BY SIZE
055600         WS-YEAR-START DELIMITED BY SIZE
055700         '|' DELIMITED BY SIZE
055800         WD-EXIT-DATE DELIMITED BY SIZE
055900         '|' DELIMITED BY SIZE
056000         WS-DAYS-PRESENT DELIMITED BY SIZE
056100         '|' DELIMITED BY SIZE
056200         WS-DAYS-ABSENT DELIMITED BY SIZE
056300         '|' DELIMITED BY SIZE
056400         WS-DAYS-TARDY DELIMITED BY SIZE
056500         INTO XFEROUT-LINE
056600     END-STRING.
056700     WRITE XFEROUT-LINE.
056800     ADD 1 TO WS-ATT-COUNT.
056900 2300-WRITE-ATTENDANCE-EXIT.
057000     EXIT.
057100
057200*****************************************************************
057300* 2310-COUNT-ONE-MARK - READ THE NEXT ATTENDANCE MARK AND COUNT  *
057400*                       IT IF IT IS THE STUDENT'S AND NO LATER   *
057500*                       THAN THE EXIT DATE.                      *
057600*****************************************************************
057700 2310-COUNT-ONE-MARK.
057800     READ ATTENDANCE-FILE NEXT RECORD
057900         AT END
058000             SET WS-ATT-EOF TO TRUE
058100             GO TO 2310-COUNT-ONE-MARK-EXIT
058200     END-READ.
058300
058400     IF ATT-STUDENT-ID NOT = WD-STUDENT-ID
058500         OR ATT-DATE > WD-EXIT-DATE
058600         SET WS-ATT-EOF TO TRUE
058700         GO TO 2310-COUNT-ONE-MARK-EXIT
058800     END-IF.
058900
059000     EVALUATE TRUE
059100         WHEN ATT-PRESENT
059200             ADD 1 TO WS-DAYS-PRESENT
059300         WHEN ATT-ABSENT
059400             ADD 1 TO WS-DAYS-ABSENT
059500         WHEN ATT-TARDY
059600             ADD 1 TO WS-DAYS-PRESENT
059700             ADD 1 TO WS-DAYS-TARDY
059800     END-EVALUATE.
059900 2310-COUNT-ONE-MARK-EXIT.
060000     EXIT.
060100
060200*****************************************************************
060300* 9000-TERMINATE - WRITE THE INTERFACE TRAILER AND THE           *
060400*                  TRANSMISSION CONTROL TOTALS.                  *
060500*****************************************************************
060600 9000-TERMINATE.
060700     MOVE WS-SENT-COUNT TO WS-SENT-COUNT-X.
060800     MOVE WS-ID-HASH-TOTAL TO WS-ID-HASH-TOTAL-X.
060900     MOVE WS-GDN-COUNT TO WS-GDN-COUNT-X.
061000     MOVE WS-ATT-COUNT TO WS-ATT-COUNT-X.
061100
061200     MOVE SPACES TO XFEROUT-LINE.
061300     STRING 'TRL|' DELIMITED BY SIZE
061400         WS-SENT-COUNT-X DELIMITED BY SIZE
061500         '|' DELIMITED BY SIZE
061600         WS-ID-HASH-TOTAL-X DELIMITED BY SIZE
061700         '|' DELIMITED BY SIZE
061800         WS-GDN-COUNT-X DELIMITED BY SIZE
061900         '|' DELIMITED BY SIZE
062000         WS-ATT-COUNT-X DELIMITED BY SIZE
062100         INTO XFEROUT-LINE
062200     END-STRING.
062300     WRITE XFEROUT-LINE.
062400
062500     CLOSE WITHDRAW-FILE.
062600     CLOSE STUDENT.
062700     CLOSE GUARDIAN-FILE.
062800     CLOSE ATTENDANCE-FILE.
062900     CLOSE XFEROUT-FILE.
063000
063100     MOVE SPACES TO CONTROL-LINE.
063200     WRITE CONTROL-LINE.
063300     MOVE 'INTERFACE FILE:  XFEROUT.TXT (STUXFER)'
063400         TO CONTROL-LINE.
063500     WRITE CONTROL-LINE.
063600
063700     MOVE 'STUDENTS SENT (DTL RECORDS):' TO CT-COUNT-LABEL.
063800     MOVE WS-SENT-COUNT TO CT-COUNT-VALUE.
063900     WRITE CONTROL-LINE FROM CT-COUNT-LINE.
064000
064100     MOVE 'STUDENT-ID HASH TOTAL:' TO CT-COUNT-LABEL.
064200     MOVE WS-ID-HASH-TOTAL TO CT-COUNT-VALUE.
064300     WRITE CONTROL-LINE FROM CT-COUNT-LINE.
064400
064500     MOVE 'GUARDIAN RECORDS (GDN):' TO CT-COUNT-LABEL.
064600     MOVE WS-GDN-COUNT TO CT-COUNT-VALUE.
064700     WRITE CONTROL-LINE FROM CT-COUNT-LINE.
064800
064900     MOVE 'ATTENDANCE SUMMARIES (ATT):' TO CT-COUNT-LABEL.
065000     MOVE WS-ATT-COUNT TO CT-COUNT-VALUE.
065100     WRITE CONTROL-LINE FROM CT-COUNT-LINE.
065200
065300     MOVE 'WITHDRAWALS NOT SENT:' TO CT-COUNT-LABEL.
065400     MOVE WS-NOT-SENT-COUNT TO CT-COUNT-VALUE.
065500     WRITE CONTROL-LINE FROM CT-COUNT-LINE.
065600
065700     IF NOT WS-GUARDIAN-ON-HAND
065800         MOVE 'NO GUARDIAN FILE ON HAND - NO GDN RECORDS SENT'
065900             TO CONTROL-LINE
066000         WRITE CONTROL-LINE
066100     END-IF.
066200     IF NOT WS-ATTEND-ON-HAND
066300         MOVE 'NO ATTENDANCE FILE ON HAND - NO ATT RECORDS SENT'
066400             TO CONTROL-LINE
066500         WRITE CONTROL-LINE
066600     END-IF.
066700
066800     MOVE SPACES TO CONTROL-LINE.
066900     WRITE CONTROL-LINE.
067000     MOVE 'THE RECEIVING SCHOOL MUST MATCH ALL FOUR TRAILER '
067100         TO CONTROL-LINE.
067200     WRITE CONTROL-LINE.
067300     MOVE 'TOTALS BEFORE LOADING THE FILE.' TO CONTROL-LINE.
067400     WRITE CONTROL-LINE.
067500     CLOSE CONTROL-RPT.
067600
067700     DISPLAY 'STXFOUT - STUDENTS SENT:   ' WS-SENT-COUNT.
067800     DISPLAY 'STXFOUT - NOT SENT:        ' WS-NOT-SENT-COUNT.
067900
068000     IF WS-NOT-SENT-COUNT > ZERO
068100         MOVE 4 TO RETURN-CODE
068200     ELSE
068300         MOVE 0 TO RETURN-CODE
068400     END-IF.
068500 9000-TERMINATE-EXIT.
068600     EXIT.
