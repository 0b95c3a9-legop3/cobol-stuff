000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STHAGE.
000300 AUTHOR. LEGOP3.
000400 INSTALLATION. STUDENT RECORDS SHOP.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* STHAGE                                                         *
000900*                                                                *
001000* YEARLY CHANGE-HISTORY AGING FOR STHIST.DAT.  STTRAN, STMAINT,  *
001100* STPROMO AND STPURGE ALL ADD TO THE HISTORY FILE AND NOTHING    *
001200* EVER TAKES AWAY, SO ONCE A YEAR (AFTER THE JULY PROMOTION RUN) *
001300* THE SUPERVISOR KEYS A RETENTION DATE AND STHAGE MOVES EVERY    *
001400* HISTORY ENTRY DATED BEFORE IT ONTO TODAY'S HISTORY ARCHIVE     *
001500* (STHAYYYYMMDD.DAT, IN THE STHIST.CPY LAYOUT).                  *
001600*                                                                *
001700* FOR EACH STUDENT THE LATEST ENTRY BEFORE THE RETENTION DATE IS *
001800* COPIED TO THE ARCHIVE AND LEFT BEHIND AS A BASELINE (SEE       *
001900* STHACTL.CPY) - SAME KEY, SAME ACTION AND AFTER IMAGE - SO      *
002000* STASOF, STADA AND STAUDIT STILL FIND WHAT THE RECORD LOOKED    *
002100* LIKE WHEN THE RETAINED HISTORY BEGINS, AND A DELETED STUDENT'S *
002200* HISTORY STILL ENDS IN A DELETE.  A BASELINE LEFT BY AN EARLIER *
002300* RUN THAT IS STILL THE STUDENT'S ONLY OLD ENTRY STAYS AS IT IS. *
002400*                                                                *
002500* THE RUN IS NOTED IN STHACTL.DAT, WHICH IS HOW THE INQUIRIES    *
002600* AND REPORTS KNOW WHERE THE RETAINED HISTORY STARTS AND WHERE   *
002700* THE ARCHIVES ARE.  THE AGING REGISTER (STHAREG.TXT) LISTS EACH *
002800* STUDENT WHOSE HISTORY MOVED, WITH CONTROL TOTALS THAT MUST     *
002900* BALANCE: ENTRIES READ = ENTRIES ARCHIVED + BASELINES ALREADY   *
003000* IN PLACE + ENTRIES RETAINED, AND ENTRIES ARCHIVED = ENTRIES    *
003100* DELETED + BASELINES LEFT + ENTRIES THAT FAILED.                *
003200*                                                                *
003300* TAKE A BACKUP OF STHIST.DAT BEFORE RUNNING.  NEEDS A           *
003400* SUPERVISOR SIGN-ON.                                            *
003500*                                                                *
003600* RETURN CODES:  0 = HISTORY AGED, TOTALS BALANCE,               *
003700*                4 = CANCELLED, OR NOTHING OLDER THAN THE DATE,  *
003800*                8 = REFUSED - NOT A SUPERVISOR, OR THE DATE IS  *
003900*                    NOT VALID - OR SOME ENTRIES COULD NOT BE    *
004000*                    DELETED OR REWRITTEN (SEE THE REGISTER),    *
004100*               16 = A FILE WOULD NOT OPEN OR THE ARCHIVE COULD  *
004200*                    NOT BE WRITTEN - THE RUN STOPPED AT THAT    *
004250*                    POINT WITH NOTHING LOST.  ONCE THE FAULT IS *
004300*                    CLEARED, RE-KEY THE RUN WITH THE SAME       *
004350*                    RETENTION DATE TO FINISH THE AGING.         *
004400*                                                                *
004500* MOD LOG                                                        *
004600*   2026-10-15  LEGOP3   INITIAL VERSION.                        *
004700*****************************************************************
004800
004900 ENVIRONMENT DIVISION.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT HISTORY-FILE ASSIGN TO WS-HISTORY-FILE-NAME
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS HIST-KEY
005600         FILE STATUS IS WS-HISTORY-FILE-STATUS.
005700
005800     SELECT OPTIONAL HIST-ARCHIVE ASSIGN TO WS-HARCH-FILE-NAME
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-HARCH-FILE-STATUS.
006100
006200     SELECT OPTIONAL AGING-CONTROL
006300         ASSIGN TO WS-AGECTL-FILE-NAME
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-AGECTL-FILE-STATUS.
006600
006700     SELECT AGING-RPT ASSIGN TO WS-AGING-RPT-NAME
006800         ORGANIZATION IS LINE SEQUENTIAL.
006900
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  HISTORY-FILE.
007300     COPY "sthist.cpy".
007400
007500 FD  HIST-ARCHIVE.
007600 01  HIST-ARCHIVE-RECORD          PIC X(145).
007700
007800 FD  AGING-CONTROL.
007900     COPY "sthactl.cpy".
008000
008100 FD  AGING-RPT.
008200 01  AGING-LINE                   PIC X(80).
008300
008400 WORKING-STORAGE SECTION.
008500 01  WS-HISTORY-FILE-STATUS       PIC X(02)   VALUE '00'.
008600 01  WS-HARCH-FILE-STATUS         PIC X(02)   VALUE '00'.
008700 01  WS-AGECTL-FILE-STATUS        PIC X(02)   VALUE '00'.
008800
008900 01  WS-HISTORY-FILE-NAME         PIC X(40)   VALUE 'sthist.dat'.
009000 01  WS-HARCH-FILE-NAME           PIC X(40)   VALUE SPACES.
009100 01  WS-AGECTL-FILE-NAME          PIC X(40)
009200                                  VALUE 'sthactl.dat'.
009300 01  WS-AGING-RPT-NAME            PIC X(40)
009400                                  VALUE 'sthareg.txt'.
009500
009600 01  WS-TEST-MODE-SW              PIC X(01)   VALUE 'N'.
009700     88  WS-TEST-CYCLE                        VALUE 'Y'.
009800
009900 01  WS-TEST-STAMP-LINE           PIC X(40)   VALUE
010000     '** TEST CYCLE - NOT PRODUCTION **'.
010100
010200     COPY "sitecfgk.cpy".
010300
010400     COPY "securek.cpy".
010500
010600 01  WS-SWITCHES.
010700     05  WS-HIST-EOF-SW           PIC X(01)   VALUE 'N'.
010800         88  WS-HIST-EOF                      VALUE 'Y'.
010900     05  WS-CTL-EOF-SW            PIC X(01)   VALUE 'N'.
011000         88  WS-CTL-EOF                       VALUE 'Y'.
011100     05  WS-PENDING-SW            PIC X(01)   VALUE 'N'.
011200         88  WS-ENTRY-PENDING                 VALUE 'Y'.
011300     05  WS-ABORT-SW              PIC X(01)   VALUE 'N'.
011400         88  WS-ABORT                         VALUE 'Y'.
011500
011600 01  WS-RUN-DATE                  PIC 9(08)   VALUE ZERO.
011700 01  WS-RUN-OPERATOR              PIC X(08)   VALUE SPACES.
011800 01  WS-LAST-RETAIN-DATE          PIC 9(08)   VALUE ZERO.
011900
012000 01  WS-RETAIN-DATE               PIC 9(08)   VALUE ZERO.
012100 01  WS-RETAIN-DATE-X REDEFINES WS-RETAIN-DATE.
012200     05  WS-RETAIN-YYYY           PIC 9(04).
012300     05  WS-RETAIN-MM             PIC 9(02).
012400     05  WS-RETAIN-DD             PIC 9(02).
012500 01  WS-CONFIRM-DATE              PIC 9(08)   VALUE ZERO.
012600
012700 01  WS-PENDING-RECORD            PIC X(145)  VALUE SPACES.
012800 01  WS-HELD-RECORD               PIC X(145)  VALUE SPACES.
012900
013000 01  WS-COUNTERS.
013100     05  WS-READ-COUNT            PIC 9(07)   COMP VALUE ZERO.
013200     05  WS-ARCHIVED-COUNT        PIC 9(07)   COMP VALUE ZERO.
013300     05  WS-DELETED-COUNT         PIC 9(07)   COMP VALUE ZERO.
013400     05  WS-BASELINE-COUNT        PIC 9(07)   COMP VALUE ZERO.
013500     05  WS-BASELINE-KEPT         PIC 9(07)   COMP VALUE ZERO.
013600     05  WS-RETAINED-COUNT        PIC 9(07)   COMP VALUE ZERO.
013700     05  WS-FAILED-COUNT          PIC 9(07)   COMP VALUE ZERO.
013800     05  WS-STUDENT-COUNT         PIC 9(07)   COMP VALUE ZERO.
013900     05  WS-REMAINING-COUNT       PIC 9(07)   COMP VALUE ZERO.
014000     05  WS-LINE-COUNT            PIC 9(03)   COMP VALUE ZERO.
014100     05  WS-PAGE-COUNT            PIC 9(05)   COMP VALUE ZERO.
014200
014300 01  WS-LINES-PER-PAGE            PIC 9(03)   COMP VALUE 50.
014400
014500 01  WS-GROUP-FIELDS.
014600     05  WS-GROUP-ID              PIC 9(05)   VALUE ZERO.
014700     05  WS-GROUP-MOVED           PIC 9(05)   COMP VALUE ZERO.
014800     05  WS-GROUP-LEFT            PIC 9(05)   COMP VALUE ZERO.
014900     05  WS-GROUP-FIRST-DATE      PIC 9(08)   VALUE ZERO.
015000     05  WS-GROUP-LAST-DATE       PIC 9(08)   VALUE ZERO.
015100
015200 01  REPORT-HEADING-1.
015300     05  FILLER            PIC X(24) VALUE
015400             'HISTORY AGING REGISTER'.
015500     05  FILLER            PIC X(13) VALUE 'RETAIN FROM:'.
015600     05  RH1-RETAIN-DATE   PIC 9(08).
015700     05  FILLER            PIC X(02) VALUE SPACES.
015800     05  FILLER            PIC X(05) VALUE 'RUN:'.
015900     05  RH1-RUN-DATE      PIC 9(08).
016000     05  FILLER            PIC X(02) VALUE SPACES.
016100     05  FILLER            PIC X(06) VALUE 'PAGE:'.
016200     05  RH1-PAGE-NO       PIC ZZZZ9.
016300
016400 01  REPORT-HEADING-2.
016500     05  FILLER            PIC X(09) VALUE 'ARCHIVE:'.
016600     05  RH2-ARCHIVE       PIC X(40).
016700     05  FILLER            PIC X(13) VALUE 'OPERATOR:'.
016800     05  RH2-OPERATOR      PIC X(08).
016900
017000 01  REPORT-HEADING-3.
017100     05  FILLER            PIC X(12) VALUE 'STUDENT ID'.
017200     05  FILLER            PIC X(16) VALUE 'ENTRIES MOVED'.
017300     05  FILLER            PIC X(13) VALUE 'OLDEST'.
017400     05  FILLER            PIC X(13) VALUE 'BASELINE'.
017500     05  FILLER            PIC X(14) VALUE 'ENTRIES LEFT'.
017600
017700 01  REPORT-DETAIL-LINE.
017800     05  FILLER                   PIC X(05)   VALUE SPACES.
017900     05  RD-STUDENT-ID            PIC ZZZZ9.
018000     05  FILLER                   PIC X(07)   VALUE SPACES.
018100     05  RD-MOVED                 PIC ZZ,ZZ9.
018200     05  FILLER                   PIC X(05)   VALUE SPACES.
018300     05  RD-FIRST-DATE            PIC 9(08).
018400     05  FILLER                   PIC X(05)   VALUE SPACES.
018500     05  RD-LAST-DATE             PIC 9(08).
018600     05  FILLER                   PIC X(08)   VALUE SPACES.
018700     05  RD-LEFT                  PIC ZZ,ZZ9.
018800
018900 01  REPORT-TRAILER-LINE.
019000     05  RT-LABEL                 PIC X(40).
019100     05  RT-COUNT                 PIC Z,ZZZ,ZZ9.
019200
019300 01  REPORT-NOTE-LINE             PIC X(80)   VALUE SPACES.
019400
019500 PROCEDURE DIVISION.
019600
019700 0000-MAINLINE.
019800     PERFORM 1000-INITIALIZE
019900         THRU 1000-INITIALIZE-EXIT.
020000
020100     PERFORM 2000-AGE-ONE-ENTRY
020200         THRU 2000-AGE-ONE-ENTRY-EXIT
020300         UNTIL WS-HIST-EOF OR WS-ABORT.
020400
020500     IF NOT WS-ABORT
020600         PERFORM 2500-CLOSE-GROUP
020700             THRU 2500-CLOSE-GROUP-EXIT
020800     END-IF.
020900
021000     PERFORM 9000-TERMINATE
021100         THRU 9000-TERMINATE-EXIT.
021200
021300     STOP RUN.
021400
021500*****************************************************************
021600* 1000-INITIALIZE - CHECK THE OPERATOR IS A SUPERVISOR, TAKE THE *
021700*                   RETENTION DATE AND OPEN THE FILES.           *
021800*****************************************************************
021900 1000-INITIALIZE.
022000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
022100
022200     MOVE 'C' TO SK-FUNCTION.
022300     MOVE 'STHAGE' TO SK-PROGRAM.
022400     MOVE 'HISTORY AGING' TO SK-ACTIVITY.
022500     SET SK-NEED-SUPERVISOR TO TRUE.
022600     CALL 'STSECURE' USING SECURITY-PARM.
022700     IF SK-RETURN NOT = '0'
022800         DISPLAY 'STHAGE - ' SK-MESSAGE
022900         MOVE 8 TO RETURN-CODE
023000         STOP RUN
023100     END-IF.
023200     MOVE SK-OPERATOR-ID TO WS-RUN-OPERATOR.
023300
023400     PERFORM 1100-RESOLVE-FILE-NAMES
023500         THRU 1100-RESOLVE-FILE-NAMES-EXIT.
023600
023700     PERFORM 1200-FIND-LAST-AGING
023800         THRU 1200-FIND-LAST-AGING-EXIT.
023900
024000     PERFORM 1300-GET-RETENTION-DATE
024100         THRU 1300-GET-RETENTION-DATE-EXIT.
024200
024300     OPEN I-O HISTORY-FILE.
024400     IF WS-HISTORY-FILE-STATUS NOT = '00'
024500         DISPLAY 'STHAGE - UNABLE TO OPEN STHIST.DAT, '
024600             'FILE STATUS = ' WS-HISTORY-FILE-STATUS
024700         MOVE 16 TO RETURN-CODE
024800         STOP RUN
024900     END-IF.
025000
025100     OPEN EXTEND HIST-ARCHIVE.
025200     IF WS-HARCH-FILE-STATUS NOT = '00'
025300         AND WS-HARCH-FILE-STATUS NOT = '05'
025400         DISPLAY 'STHAGE - UNABLE TO OPEN HISTORY ARCHIVE '
025500             WS-HARCH-FILE-NAME ', FILE STATUS = '
025600             WS-HARCH-FILE-STATUS
025700         CLOSE HISTORY-FILE
025800         MOVE 16 TO RETURN-CODE
025900         STOP RUN
026000     END-IF.
026100
026200     OPEN OUTPUT AGING-RPT.
026300     PERFORM 6000-WRITE-REPORT-HEADERS
026400         THRU 6000-WRITE-REPORT-HEADERS-EXIT.
026500 1000-INITIALIZE-EXIT.
026600     EXIT.
026700
026800*****************************************************************
026900* 1100-RESOLVE-FILE-NAMES - RESOLVE EVERY FILE NAME THROUGH THE  *
027000*                           STSITE SITE CONFIGURATION, INCLUDING *
027100*                           TODAY'S DATED HISTORY ARCHIVE.       *
027200*****************************************************************
027300 1100-RESOLVE-FILE-NAMES.
027400     MOVE 'sthist.dat' TO SF-DEFAULT-NAME.
027500     PERFORM 1110-RESOLVE-ONE-NAME
027600         THRU 1110-RESOLVE-ONE-NAME-EXIT.
027700     MOVE SF-RESOLVED-NAME TO WS-HISTORY-FILE-NAME.
027800
027900     MOVE 'sthactl.dat' TO SF-DEFAULT-NAME.
028000     PERFORM 1110-RESOLVE-ONE-NAME
028100         THRU 1110-RESOLVE-ONE-NAME-EXIT.
028200     MOVE SF-RESOLVED-NAME TO WS-AGECTL-FILE-NAME.
028300
028400     MOVE 'sthareg.txt' TO SF-DEFAULT-NAME.
028500     PERFORM 1110-RESOLVE-ONE-NAME
028600         THRU 1110-RESOLVE-ONE-NAME-EXIT.
028700     MOVE SF-RESOLVED-NAME TO WS-AGING-RPT-NAME.
028800
028900     MOVE SPACES TO WS-HARCH-FILE-NAME.
029000     STRING 'stha' DELIMITED BY SIZE
029100         WS-RUN-DATE DELIMITED BY SIZE
029200         '.dat' DELIMITED BY SIZE
029300         INTO WS-HARCH-FILE-NAME
029400     END-STRING.
029500     MOVE WS-HARCH-FILE-NAME TO SF-DEFAULT-NAME.
029600     PERFORM 1110-RESOLVE-ONE-NAME
029700         THRU 1110-RESOLVE-ONE-NAME-EXIT.
029800     MOVE SF-RESOLVED-NAME TO WS-HARCH-FILE-NAME.
029900 1100-RESOLVE-FILE-NAMES-EXIT.
030000     EXIT.
030100
030200*****************************************************************
030300* 1110-RESOLVE-ONE-NAME - RESOLVE ONE NAME THROUGH STSITE AND    *
030400*                        REMEMBER WHETHER ANY REDIRECTION IS     *
030500*                        IN FORCE.                               *
030600*****************************************************************
030700 1110-RESOLVE-ONE-NAME.
030800     CALL 'STSITE' USING SITE-PARM.
030900     IF SF-TEST-MODE = 'Y'
031000         SET WS-TEST-CYCLE TO TRUE
031100     END-IF.
031200 1110-RESOLVE-ONE-NAME-EXIT.
031300     EXIT.
031400
031500*****************************************************************
031600* 1200-FIND-LAST-AGING - FIND THE LATEST RETENTION DATE ALREADY  *
031700*                        APPLIED, FROM STHACTL.DAT.              *
031800*****************************************************************
031900 1200-FIND-LAST-AGING.
032000     OPEN INPUT AGING-CONTROL.
032100     IF WS-AGECTL-FILE-STATUS = '05'
032200         CLOSE AGING-CONTROL
032300         GO TO 1200-FIND-LAST-AGING-EXIT
032400     END-IF.
032500     IF WS-AGECTL-FILE-STATUS NOT = '00'
032600         DISPLAY 'STHAGE - UNABLE TO OPEN STHACTL.DAT, '
032700             'FILE STATUS = ' WS-AGECTL-FILE-STATUS
032800         MOVE 16 TO RETURN-CODE
032900         STOP RUN
033000     END-IF.
033100
033200     PERFORM 1210-READ-ONE-AGING
033300         THRU 1210-READ-ONE-AGING-EXIT
033400         UNTIL WS-CTL-EOF.
033500     CLOSE AGING-CONTROL.
033600 1200-FIND-LAST-AGING-EXIT.
033700     EXIT.
033800
033900*****************************************************************
034000* 1210-READ-ONE-AGING - READ ONE AGING CONTROL RECORD AND KEEP   *
034100*                       THE HIGHEST RETENTION DATE.              *
034200*****************************************************************
034300 1210-READ-ONE-AGING.
034400     READ AGING-CONTROL
034500         AT END
034600             SET WS-CTL-EOF TO TRUE
034700             GO TO 1210-READ-ONE-AGING-EXIT
034800     END-READ.
034900     IF HA-RETAIN-DATE > WS-LAST-RETAIN-DATE
035000         MOVE HA-RETAIN-DATE TO WS-LAST-RETAIN-DATE
035100     END-IF.
035200 1210-READ-ONE-AGING-EXIT.
035300     EXIT.
035400
035500*****************************************************************
035600* 1300-GET-RETENTION-DATE - PROMPT FOR THE RETENTION DATE, CHECK *
035700*                           IT, AND HAVE IT KEYED A SECOND TIME  *
035800*                           TO CONFIRM, AS STRESTOR DOES.        *
035900*****************************************************************
036000 1300-GET-RETENTION-DATE.
036100     DISPLAY 'STHAGE - CHANGE-HISTORY AGING'.
036200     IF WS-LAST-RETAIN-DATE NOT = ZERO
036300         DISPLAY 'HISTORY IS NOW RETAINED FROM '
036400            WS-LAST-RETAIN-DATE
036500     END-IF.
036600     DISPLAY 'HISTORY DATED BEFORE THE RETENTION DATE MOVES TO '
036700         WS-HARCH-FILE-NAME.
036800     DISPLAY 'ENTER RETENTION DATE YYYYMMDD (0 TO CANCEL): '
036900         WITH NO ADVANCING.
037000     ACCEPT WS-RETAIN-DATE.
037100
037200     IF WS-RETAIN-DATE = ZERO
037300         DISPLAY 'STHAGE - AGING RUN CANCELLED'
037400         MOVE 4 TO RETURN-CODE
037500         STOP RUN
037600     END-IF.
037700
037800     IF WS-RETAIN-MM < 01 OR WS-RETAIN-MM > 12
037900         OR WS-RETAIN-DD < 01 OR WS-RETAIN-DD > 31
038000         DISPLAY 'STHAGE - ' WS-RETAIN-DATE ' IS NOT A VALID DATE'
038100         MOVE 8 TO RETURN-CODE
038200         STOP RUN
038300     END-IF.
038400
038500     IF WS-RETAIN-DATE > WS-RUN-DATE
038600         DISPLAY 'STHAGE - RETENTION DATE ' WS-RETAIN-DATE
038700             ' IS AFTER TODAY'
038800         MOVE 8 TO RETURN-CODE
038900         STOP RUN
039000     END-IF.
039100
039200     IF WS-RETAIN-DATE < WS-LAST-RETAIN-DATE
039300         DISPLAY 'STHAGE - HISTORY BEFORE ' WS-LAST-RETAIN-DATE
039400             ' IS ALREADY AGED - NOTHING TO DO'
039500         MOVE 8 TO RETURN-CODE
039600         STOP RUN
039700     END-IF.
039800
039900     DISPLAY 'RE-ENTER THE RETENTION DATE TO CONFIRM: '
040000         WITH NO ADVANCING.
040100     ACCEPT WS-CONFIRM-DATE.
040200     IF WS-CONFIRM-DATE NOT = WS-RETAIN-DATE
040300         DISPLAY 'ENTRIES DID NOT MATCH - AGING RUN CANCELLED'
040400         MOVE 4 TO RETURN-CODE
040500         STOP RUN
040600     END-IF.
040700 1300-GET-RETENTION-DATE-EXIT.
040800     EXIT.
040900
041000*****************************************************************
041100* 2000-AGE-ONE-ENTRY - READ THE NEXT HISTORY ENTRY.  AN ENTRY ON *
041200*                      OR AFTER THE RETENTION DATE STAYS.  AN    *
041300*                      OLDER ONE IS HELD PENDING UNTIL THE NEXT  *
041400*                      ENTRY SHOWS WHETHER IT IS THE STUDENT'S   *
041500*                      LAST OLD ENTRY (WHICH BECOMES THE         *
041600*                      BASELINE) OR NOT (WHICH IS MOVED).        *
041700*****************************************************************
041800 2000-AGE-ONE-ENTRY.
041900     READ HISTORY-FILE NEXT RECORD
042000         AT END
042100             SET WS-HIST-EOF TO TRUE
042200             GO TO 2000-AGE-ONE-ENTRY-EXIT
042300     END-READ.
042400     ADD 1 TO WS-READ-COUNT.
042500
042600     IF HIST-STUDENT-ID NOT = WS-GROUP-ID
042700         PERFORM 2500-CLOSE-GROUP
042800             THRU 2500-CLOSE-GROUP-EXIT
042900         IF WS-ABORT
043000             GO TO 2000-AGE-ONE-ENTRY-EXIT
043100         END-IF
043200         MOVE HIST-STUDENT-ID TO WS-GROUP-ID
043300         MOVE ZERO TO WS-GROUP-MOVED
043400         MOVE ZERO TO WS-GROUP-LEFT
043500         MOVE ZERO TO WS-GROUP-FIRST-DATE
043600         MOVE ZERO TO WS-GROUP-LAST-DATE
043700     END-IF.
043800
043900     IF HIST-CHANGE-DATE NOT < WS-RETAIN-DATE
044000         ADD 1 TO WS-RETAINED-COUNT
044100         ADD 1 TO WS-GROUP-LEFT
044200         GO TO 2000-AGE-ONE-ENTRY-EXIT
044300     END-IF.
044400
044500     IF WS-ENTRY-PENDING
044600         PERFORM 2100-MOVE-PENDING
044700             THRU 2100-MOVE-PENDING-EXIT
044800         IF WS-ABORT
044900             GO TO 2000-AGE-ONE-ENTRY-EXIT
045000         END-IF
045100     END-IF.
045200
045300     MOVE HISTORY-RECORD TO WS-PENDING-RECORD.
045400     SET WS-ENTRY-PENDING TO TRUE.
045500 2000-AGE-ONE-ENTRY-EXIT.
045600     EXIT.
045700
045800*****************************************************************
045900* 2100-MOVE-PENDING - THE PENDING ENTRY IS NOT THE STUDENT'S     *
046000*                     LAST OLD ENTRY - ARCHIVE IT AND DELETE IT  *
046100*                     FROM STHIST.DAT.                           *
046200*****************************************************************
046300 2100-MOVE-PENDING.
046400     MOVE HISTORY-RECORD TO WS-HELD-RECORD.
046500     MOVE WS-PENDING-RECORD TO HISTORY-RECORD.
046600     MOVE 'N' TO WS-PENDING-SW.
046700
046800     PERFORM 2200-ARCHIVE-ENTRY
046900         THRU 2200-ARCHIVE-ENTRY-EXIT.
047000     IF WS-ABORT
047100         GO TO 2100-MOVE-PENDING-EXIT
047200     END-IF.
047300
047400     DELETE HISTORY-FILE RECORD
047500         INVALID KEY
047600             DISPLAY 'STHAGE - DELETE FAILED FOR STUDENT-ID '
047700                 HIST-STUDENT-ID ' ENTRY ' HIST-CHANGE-DATE
047800                 ', FILE STATUS = ' WS-HISTORY-FILE-STATUS
047900             ADD 1 TO WS-FAILED-COUNT
048000         NOT INVALID KEY
048100             ADD 1 TO WS-DELETED-COUNT
048200     END-DELETE.
048300
048400     MOVE WS-HELD-RECORD TO HISTORY-RECORD.
048500 2100-MOVE-PENDING-EXIT.
048600     EXIT.
048700
048800*****************************************************************
048900* 2200-ARCHIVE-ENTRY - COPY THE ENTRY IN HAND TO THE HISTORY     *
049000*                      ARCHIVE.  IF THE ARCHIVE CANNOT BE        *
049100*                      WRITTEN THE RUN STOPS HERE, BEFORE THE    *
049200*                      ENTRY IS TOUCHED ON STHIST.DAT.           *
049300*****************************************************************
049400 2200-ARCHIVE-ENTRY.
049500     WRITE HIST-ARCHIVE-RECORD FROM HISTORY-RECORD.
049600     IF WS-HARCH-FILE-STATUS NOT = '00'
049700         DISPLAY 'STHAGE - UNABLE TO WRITE HISTORY ARCHIVE '
049800             WS-HARCH-FILE-NAME ', FILE STATUS = '
049900             WS-HARCH-FILE-STATUS ' - RUN STOPPED'
050000         SET WS-ABORT TO TRUE
050100         GO TO 2200-ARCHIVE-ENTRY-EXIT
050200     END-IF.
050300
050400     ADD 1 TO WS-ARCHIVED-COUNT.
050500     ADD 1 TO WS-GROUP-MOVED.
050600     IF WS-GROUP-MOVED = 1
050700         MOVE HIST-CHANGE-DATE TO WS-GROUP-FIRST-DATE
050800     END-IF.
050900     MOVE HIST-CHANGE-DATE TO WS-GROUP-LAST-DATE.
051000 2200-ARCHIVE-ENTRY-EXIT.
051100     EXIT.
051200
051300*****************************************************************
051400* 2500-CLOSE-GROUP - THE STUDENT'S HISTORY IS ALL READ.  THEIR   *
051500*                    PENDING ENTRY IS THE LAST ONE BEFORE THE    *
051600*                    RETENTION DATE: ARCHIVE IT AND REWRITE IT   *
051700*                    IN PLACE AS THE BASELINE, UNLESS IT IS      *
051800*                    ALREADY A BASELINE WITH NOTHING BEFORE IT.  *
051900*****************************************************************
052000 2500-CLOSE-GROUP.
052100     IF NOT WS-ENTRY-PENDING
052200         GO TO 2500-CLOSE-GROUP-EXIT
052300     END-IF.
052400
052500     MOVE HISTORY-RECORD TO WS-HELD-RECORD.
052600     MOVE WS-PENDING-RECORD TO HISTORY-RECORD.
052700     MOVE 'N' TO WS-PENDING-SW.
052800
052900     IF HIST-SOURCE-PGM = 'STHAGE'
053000         AND WS-GROUP-MOVED = ZERO
053100         ADD 1 TO WS-BASELINE-KEPT
053200         MOVE WS-HELD-RECORD TO HISTORY-RECORD
053300         GO TO 2500-CLOSE-GROUP-EXIT
053400     END-IF.
053500
053600     PERFORM 2200-ARCHIVE-ENTRY
053700         THRU 2200-ARCHIVE-ENTRY-EXIT.
053800     IF WS-ABORT
053900         MOVE WS-HELD-RECORD TO HISTORY-RECORD
054000         GO TO 2500-CLOSE-GROUP-EXIT
054100     END-IF.
054200
054300     MOVE 'STHAGE' TO HIST-SOURCE-PGM.
054400     MOVE HIST-AFTER-IMAGE TO HIST-BEFORE-IMAGE.
054500     MOVE WS-RUN-OPERATOR TO HIST-OPERATOR-ID.
054600     REWRITE HISTORY-RECORD
054700         INVALID KEY
054800             DISPLAY 'STHAGE - BASELINE REWRITE FAILED FOR '
054900                 'STUDENT-ID ' HIST-STUDENT-ID
055000                 ', FILE STATUS = ' WS-HISTORY-FILE-STATUS
055100             ADD 1 TO WS-FAILED-COUNT
055200         NOT INVALID KEY
055300             ADD 1 TO WS-BASELINE-COUNT
055400             ADD 1 TO WS-GROUP-LEFT
055500     END-REWRITE.
055600
055700     ADD 1 TO WS-STUDENT-COUNT.
055800     PERFORM 2600-WRITE-REGISTER-LINE
055900         THRU 2600-WRITE-REGISTER-LINE-EXIT.
056000
056100     MOVE WS-HELD-RECORD TO HISTORY-RECORD.
056200 2500-CLOSE-GROUP-EXIT.
056300     EXIT.
056400
056500*****************************************************************
056600* 2600-WRITE-REGISTER-LINE - LIST ONE STUDENT WHOSE HISTORY      *
056700*                            MOVED.                              *
056800*****************************************************************
056900 2600-WRITE-REGISTER-LINE.
057000     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
057100         PERFORM 6000-WRITE-REPORT-HEADERS
057200             THRU 6000-WRITE-REPORT-HEADERS-EXIT
057300     END-IF.
057400
057500     MOVE WS-GROUP-ID TO RD-STUDENT-ID.
057600     MOVE WS-GROUP-MOVED TO RD-MOVED.
057700     MOVE WS-GROUP-FIRST-DATE TO RD-FIRST-DATE.
057800     MOVE WS-GROUP-LAST-DATE TO RD-LAST-DATE.
057900     MOVE WS-GROUP-LEFT TO RD-LEFT.
058000     WRITE AGING-LINE FROM REPORT-DETAIL-LINE.
058100     ADD 1 TO WS-LINE-COUNT.
058200 2600-WRITE-REGISTER-LINE-EXIT.
058300     EXIT.
058400
058500*****************************************************************
058600* 6000-WRITE-REPORT-HEADERS - START A NEW PAGE OF THE REGISTER.  *
058700*****************************************************************
058800 6000-WRITE-REPORT-HEADERS.
058900     ADD 1 TO WS-PAGE-COUNT.
059000     MOVE WS-RETAIN-DATE TO RH1-RETAIN-DATE.
059100     MOVE WS-RUN-DATE TO RH1-RUN-DATE.
059200     MOVE WS-PAGE-COUNT TO RH1-PAGE-NO.
059300     MOVE WS-HARCH-FILE-NAME TO RH2-ARCHIVE.
059400     MOVE WS-RUN-OPERATOR TO RH2-OPERATOR.
059500
059600     IF WS-PAGE-COUNT > 1
059700         MOVE SPACES TO AGING-LINE
059800         WRITE AGING-LINE
059900     END-IF.
060000
060100     WRITE AGING-LINE FROM REPORT-HEADING-1.
060200     IF WS-TEST-CYCLE
060300         WRITE AGING-LINE FROM WS-TEST-STAMP-LINE
060400     END-IF.
060500     WRITE AGING-LINE FROM REPORT-HEADING-2.
060600     MOVE SPACES TO AGING-LINE.
060700     WRITE AGING-LINE.
060800     WRITE AGING-LINE FROM REPORT-HEADING-3.
060900     MOVE SPACES TO AGING-LINE.
061000     WRITE AGING-LINE.
061100
061200     MOVE ZERO TO WS-LINE-COUNT.
061300 6000-WRITE-REPORT-HEADERS-EXIT.
061400     EXIT.
061500
061600*****************************************************************
061700* 9000-TERMINATE - PRINT THE CONTROL TOTALS, NOTE THE RUN IN     *
061800*                  STHACTL.DAT, CLOSE UP AND SET THE RETURN      *
061900*                  CODE.                                         *
062000*****************************************************************
062100 9000-TERMINATE.
062200     COMPUTE WS-REMAINING-COUNT = WS-RETAINED-COUNT
062300         + WS-BASELINE-KEPT + WS-ARCHIVED-COUNT
062400         - WS-DELETED-COUNT.
062500
062600     MOVE SPACES TO AGING-LINE.
062700     WRITE AGING-LINE.
062800     MOVE 'HISTORY ENTRIES READ:' TO RT-LABEL.
062900     MOVE WS-READ-COUNT TO RT-COUNT.
063000     WRITE AGING-LINE FROM REPORT-TRAILER-LINE.
063100     MOVE 'ENTRIES COPIED TO THE HISTORY ARCHIVE:' TO RT-LABEL.
063200     MOVE WS-ARCHIVED-COUNT TO RT-COUNT.
063300     WRITE AGING-LINE FROM REPORT-TRAILER-LINE.
063400     MOVE '  DELETED FROM STHIST.DAT:' TO RT-LABEL.
063500     MOVE WS-DELETED-COUNT TO RT-COUNT.
063600     WRITE AGING-LINE FROM REPORT-TRAILER-LINE.
063700     MOVE '  LEFT ON STHIST.DAT AS BASELINES:' TO RT-LABEL.
063800     MOVE WS-BASELINE-COUNT TO RT-COUNT.
063900     WRITE AGING-LINE FROM REPORT-TRAILER-LINE.
064000     MOVE '  FAILED - SEE THE RUN LOG:' TO RT-LABEL.
064100     MOVE WS-FAILED-COUNT TO RT-COUNT.
064200     WRITE AGING-LINE FROM REPORT-TRAILER-LINE.
064300     MOVE 'BASELINES ALREADY IN PLACE:' TO RT-LABEL.
064400     MOVE WS-BASELINE-KEPT TO RT-COUNT.
064500     WRITE AGING-LINE FROM REPORT-TRAILER-LINE.
064600     MOVE 'ENTRIES RETAINED UNCHANGED:' TO RT-LABEL.
064700     MOVE WS-RETAINED-COUNT TO RT-COUNT.
064800     WRITE AGING-LINE FROM REPORT-TRAILER-LINE.
064900     MOVE 'ENTRIES ON STHIST.DAT AFTER AGING:' TO RT-LABEL.
065000     MOVE WS-REMAINING-COUNT TO RT-COUNT.
065100     WRITE AGING-LINE FROM REPORT-TRAILER-LINE.
065200     MOVE 'STUDENTS WITH HISTORY MOVED:' TO RT-LABEL.
065300     MOVE WS-STUDENT-COUNT TO RT-COUNT.
065400     WRITE AGING-LINE FROM REPORT-TRAILER-LINE.
065500
065600     MOVE SPACES TO AGING-LINE.
065700     WRITE AGING-LINE.
065800     IF WS-ABORT
065900         MOVE '** RUN STOPPED - ARCHIVE COULD NOT BE WRITTEN **'
066000             TO REPORT-NOTE-LINE
066100     ELSE
066200         IF WS-READ-COUNT = WS-ARCHIVED-COUNT + WS-BASELINE-KEPT
066300                 + WS-RETAINED-COUNT
066400             AND WS-ARCHIVED-COUNT = WS-DELETED-COUNT
066500                 + WS-BASELINE-COUNT + WS-FAILED-COUNT
066600             MOVE 'CONTROL TOTALS BALANCE' TO REPORT-NOTE-LINE
066700         ELSE
066800             MOVE '** CONTROL TOTALS OUT OF BALANCE **'
066900                 TO REPORT-NOTE-LINE
067000             ADD 1 TO WS-FAILED-COUNT
067100         END-IF
067200     END-IF.
067300     WRITE AGING-LINE FROM REPORT-NOTE-LINE.
067310     IF WS-ABORT
067320         MOVE '** RE-KEY THE RUN WITH THE SAME RETENTION DATE **'
067330             TO REPORT-NOTE-LINE
067340         WRITE AGING-LINE FROM REPORT-NOTE-LINE
067350     END-IF.
067400
067500     CLOSE HISTORY-FILE.
067600     CLOSE HIST-ARCHIVE.
067700     CLOSE AGING-RPT.
067800
067900     IF WS-ARCHIVED-COUNT > ZERO
068000         PERFORM 9100-NOTE-AGING-RUN
068100             THRU 9100-NOTE-AGING-RUN-EXIT
068200     END-IF.
068300
068400     DISPLAY 'STHAGE - HISTORY ENTRIES READ:     ' WS-READ-COUNT.
068500     DISPLAY 'STHAGE - ENTRIES ARCHIVED:         '
068600         WS-ARCHIVED-COUNT.
068700     DISPLAY 'STHAGE - BASELINES LEFT:           '
068800         WS-BASELINE-COUNT.
068900     DISPLAY 'STHAGE - STUDENTS WITH HISTORY MOVED: '
069000         WS-STUDENT-COUNT.
069100
069200     EVALUATE TRUE
069300         WHEN WS-ABORT
069330             DISPLAY 'STHAGE - RUN STOPPED - RE-KEY IT WITH '
069360                 'RETENTION DATE ' WS-RETAIN-DATE
069400             MOVE 16 TO RETURN-CODE
069500         WHEN WS-FAILED-COUNT > ZERO
069600             DISPLAY 'STHAGE - ' WS-FAILED-COUNT
069700                 ' PROBLEMS - SEE STHAREG.TXT'
069800             MOVE 8 TO RETURN-CODE
069900         WHEN WS-ARCHIVED-COUNT = ZERO
070000             DISPLAY 'STHAGE - NO HISTORY OLDER THAN '
070100                 WS-RETAIN-DATE ' TO MOVE'
070200             MOVE 4 TO RETURN-CODE
070300         WHEN OTHER
070400             MOVE 0 TO RETURN-CODE
070500     END-EVALUATE.
070600 9000-TERMINATE-EXIT.
070700     EXIT.
070800
070900*****************************************************************
071000* 9100-NOTE-AGING-RUN - APPEND THIS RUN TO STHACTL.DAT SO THE    *
071100*                       INQUIRIES AND REPORTS KNOW WHERE THE     *
071200*                       RETAINED HISTORY NOW STARTS.             *
071300*****************************************************************
071400 9100-NOTE-AGING-RUN.
071500     OPEN EXTEND AGING-CONTROL.
071600     IF WS-AGECTL-FILE-STATUS NOT = '00'
071700         AND WS-AGECTL-FILE-STATUS NOT = '05'
071800         DISPLAY 'STHAGE - UNABLE TO NOTE THE RUN IN '
071900             'STHACTL.DAT, FILE STATUS = ' WS-AGECTL-FILE-STATUS
072000             ' - ADD IT BY HAND'
072100         ADD 1 TO WS-FAILED-COUNT
072200         GO TO 9100-NOTE-AGING-RUN-EXIT
072300     END-IF.
072400
072500     MOVE WS-RUN-DATE TO HA-RUN-DATE.
072600     MOVE WS-RETAIN-DATE TO HA-RETAIN-DATE.
072700     MOVE WS-ARCHIVED-COUNT TO HA-ARCHIVED-COUNT.
072800     MOVE WS-BASELINE-COUNT TO HA-BASELINE-COUNT.
072900     MOVE WS-RUN-OPERATOR TO HA-OPERATOR-ID.
073000     WRITE HIST-AGING-RECORD.
073100     CLOSE AGING-CONTROL.
073200 9100-NOTE-AGING-RUN-EXIT.
073300     EXIT.
