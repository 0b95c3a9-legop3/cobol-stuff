002300* A STUDENT WITH NO ENTRY AFTER THE AS-OF DATE PRINTS FROM THE  *
002400* LIVE MASTER RECORD, WHICH HAS NOT CHANGED SINCE.              *
002500*                                                                *
002510* AN STTRAN WITHDRAWAL TAKES EFFECT ON ITS EXIT DATE FROM        *
002520* WITHDRAW.DAT, NOT THE DAY IT WAS KEYED, SO FOR AN AS-OF DATE   *
002530* BETWEEN THE TWO THE STUDENT SHOWS AS WITHDRAWN.                *
002540*                                                                *
002600* A CLEAR WARNING LINE PRINTS FOR ANY STUDENT WHOSE HISTORY     *
002700* CHAIN DOES NOT RECONCILE TO THE LIVE MASTER - THE LAST        *
002800* ENTRY'S AFTER IMAGE DISAGREES WITH THE MASTER RECORD, THE     *
003300* ROSTER AND WARNINGS RAISED.  READ-ONLY - SAFE TO RUN ANY      *
003400* TIME.                                                         *
003500*                                                                *
003510* ONCE STHAGE HAS AGED THE HISTORY FILE, ONLY DATES ON OR AFTER  *
003520* THE RETENTION DATE IN STHACTL.DAT CAN BE ROLLED BACK TO.  FOR  *
003530* AN EARLIER DATE THE REPORT CARRIES A WARNING INSTEAD OF A      *
003540* ROSTER THAT WOULD BE WRONG.                                    *
003550*                                                                *
003600* RETURN CODES:  0 = ROSTER RECONSTRUCTED CLEAN,                *
003700*                4 = RECONSTRUCTED, WARNINGS RAISED,            *
003710*                8 = AS-OF DATE IS BEFORE THE RETAINED HISTORY,  *
003720*                    NO ROSTER PRINTED,                          *
003800*               16 = A FILE WOULD NOT OPEN.                     *
003900*                                                                *
004000* MOD LOG                                                        *
004130*                        (SEE SITECFGK.CPY), AND THE AS-OF      *
004140*                        ROSTER IS STAMPED TEST WHEN A          *
004150*                        REDIRECTION IS IN FORCE.               *
004154*   2026-10-15  LEGOP3   AN AS-OF DATE BEFORE THE START OF THE   *
004158*                        RETAINED HISTORY (STHACTL.DAT, SEE      *
004162*                        STHAGE) NOW PRINTS A WARNING INSTEAD    *
004166*                        OF THE ROSTER AND ENDS RC 8.            *
004170*   2026-10-15  LEGOP3   AN STTRAN WITHDRAWAL NOW TAKES EFFECT   *
004174*                        ON ITS EXIT DATE FROM WITHDRAW.DAT      *
004178*                        RATHER THAN THE DAY IT WAS KEYED.  AN   *
004182*                        STHACTL.DAT THAT WILL NOT OPEN ENDS     *
004186*                        RC 16 INSTEAD OF BEING TAKEN AS NEVER   *
004190*                        AGED.                                   *
004200*****************************************************************
004300
004400 ENVIRONMENT DIVISION.
006100     SELECT ASOF-RPT ASSIGN TO WS-ASOF-RPT-NAME
006200         ORGANIZATION IS LINE SEQUENTIAL.
006300
006305     SELECT OPTIONAL AGING-CONTROL
006310         ASSIGN TO WS-AGECTL-FILE-NAME
006315         ORGANIZATION IS LINE SEQUENTIAL
006320         FILE STATUS IS WS-AGECTL-FILE-STATUS.
006325
006330     SELECT OPTIONAL WITHDRAW-FILE
006335         ASSIGN TO WS-WITHDRAW-FILE-NAME
006340         ORGANIZATION IS INDEXED
006345         ACCESS MODE IS DYNAMIC
006350         RECORD KEY IS WD-KEY
006355         FILE STATUS IS WS-WITHDRAW-FILE-STATUS.
006360
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  STUDENT.
007200 FD  ASOF-RPT.
007300 01  ASOF-LINE                    PIC X(100).
007400
007410 FD  AGING-CONTROL.
007420     COPY "sthactl.cpy".
007430
007440 FD  WITHDRAW-FILE.
007450     COPY "withdraw.cpy".
007460
007500 WORKING-STORAGE SECTION.
007600 01  WS-STUDENT-FILE-STATUS       PIC X(02)   VALUE '00'.
007700 01  WS-HISTORY-FILE-STATUS       PIC X(02)   VALUE '00'.
007704 01  WS-AGECTL-FILE-STATUS        PIC X(02)   VALUE '00'.
007708 01  WS-WITHDRAW-FILE-STATUS      PIC X(02)   VALUE '00'.
007710
007720 01  WS-STUDENT-FILE-NAME         PIC X(40)
007730                                  VALUE 'student.dat'.
007740 01  WS-HISTORY-FILE-NAME         PIC X(40)   VALUE 'sthist.dat'.
007750 01  WS-ASOF-RPT-NAME             PIC X(40)
007760                                  VALUE 'asofrost.txt'.
007762 01  WS-AGECTL-FILE-NAME          PIC X(40)
007764                                  VALUE 'sthactl.dat'.
007766 01  WS-WITHDRAW-FILE-NAME        PIC X(40)
007768                                  VALUE 'withdraw.dat'.
007770
007771 01  WS-TEST-MODE-SW              PIC X(01)   VALUE 'N'.
007772     88  WS-TEST-CYCLE                        VALUE 'Y'.
008900         88  WS-ON-MASTER                     VALUE 'Y'.
008910     05  WS-HIST-OPEN-SW          PIC X(01)   VALUE 'N'.
008920         88  WS-HIST-OPEN                     VALUE 'Y'.
008930     05  WS-AGECTL-EOF-SW         PIC X(01)   VALUE 'N'.
008940         88  WS-AGECTL-EOF                    VALUE 'Y'.
008950     05  WS-WITHDRAW-SW           PIC X(01)   VALUE 'N'.
008960         88  WS-WITHDRAW-ON-HAND              VALUE 'Y'.
008970     05  WS-WD-EOF-SW             PIC X(01)   VALUE 'N'.
008980         88  WS-WD-EOF                        VALUE 'Y'.
009000
009100 01  WS-ASOF-DATE                 PIC 9(08)   VALUE ZERO.
009110 01  WS-EFFECTIVE-DATE            PIC 9(08)   VALUE ZERO.
009120 01  WS-RETAINED-FROM             PIC 9(08)   VALUE ZERO.
009200
009300 01  WS-COUNTERS.
009400     05  WS-ROSTER-COUNT          PIC 9(07)   COMP VALUE ZERO.
012200
012300 01  WS-ENROLL-DATE-PRINT         PIC X(10)   VALUE SPACES.
012400 01  WS-STATUS-WORD               PIC X(09)   VALUE SPACES.
012410
012420 01  AGED-WARNING-LINE-1.
012430     05  FILLER                   PIC X(47)   VALUE
012440         '** NO ROSTER - CHANGE HISTORY IS RETAINED FROM '.
012450     05  AW-RETAINED-FROM         PIC 9(08).
012460     05  FILLER                   PIC X(08)   VALUE ' ONLY **'.
012470
012480 01  AGED-WARNING-LINE-2          PIC X(80)   VALUE
012490     '** EARLIER CHANGES ARE ON THE STHA HISTORY ARCHIVES **'.
012500
012600 01  REPORT-HEADING-1.
012700     05  FILLER            PIC X(10) VALUE 'STUDENT'.
019820     PERFORM 1100-RESOLVE-FILE-NAMES
019830         THRU 1100-RESOLVE-FILE-NAMES-EXIT.
019900
019910     PERFORM 1200-FIND-RETAINED-START
019920         THRU 1200-FIND-RETAINED-START-EXIT.
019930     IF WS-ASOF-DATE < WS-RETAINED-FROM
019940         PERFORM 1300-REFUSE-AGED-DATE
019950             THRU 1300-REFUSE-AGED-DATE-EXIT
019960     END-IF.
019970
020000     OPEN INPUT STUDENT.
020100     IF WS-STUDENT-FILE-STATUS NOT = '00'
020200         DISPLAY 'STASOF - UNABLE TO OPEN STUDENT MASTER, '
021400         SET WS-HIST-EOF TO TRUE
021410     ELSE
021420         SET WS-HIST-OPEN TO TRUE
021424     END-IF.
021428
021432     MOVE 'withdraw.dat' TO SF-DEFAULT-NAME.
021436     PERFORM 1110-RESOLVE-ONE-NAME
021440         THRU 1110-RESOLVE-ONE-NAME-EXIT.
021444     MOVE SF-RESOLVED-NAME TO WS-WITHDRAW-FILE-NAME.
021448     OPEN INPUT WITHDRAW-FILE.
021452     IF WS-WITHDRAW-FILE-STATUS = '00'
021456         SET WS-WITHDRAW-ON-HAND TO TRUE
021460     ELSE
021464         IF WS-WITHDRAW-FILE-STATUS NOT = '05'
021468             DISPLAY 'STASOF - UNABLE TO OPEN WITHDRAW.DAT, '
021472                 'FILE STATUS = ' WS-WITHDRAW-FILE-STATUS
021476             MOVE 16 TO RETURN-CODE
021480             STOP RUN
021484         END-IF
021488         DISPLAY 'STASOF - NO WITHDRAWAL FILE ON HAND - A '
021492             'WITHDRAWAL TAKES EFFECT THE DAY IT WAS KEYED'
021500     END-IF.
021600
021700     OPEN OUTPUT ASOF-RPT.
022943 1110-RESOLVE-ONE-NAME-EXIT.
022944     EXIT.
023000
023001*****************************************************************
023002* 1200-FIND-RETAINED-START - FIND WHERE THE RETAINED CHANGE      *
023003*                            HISTORY STARTS - THE HIGHEST        *
023004*                            RETENTION DATE IN STHACTL.DAT.      *
023005*                            NONE ON HAND MEANS STHIST.DAT HAS   *
023006*                            NEVER BEEN AGED.                    *
023007*****************************************************************
023008 1200-FIND-RETAINED-START.
023009     MOVE 'sthactl.dat' TO SF-DEFAULT-NAME.
023010     PERFORM 1110-RESOLVE-ONE-NAME
023011         THRU 1110-RESOLVE-ONE-NAME-EXIT.
023012     MOVE SF-RESOLVED-NAME TO WS-AGECTL-FILE-NAME.
023013     OPEN INPUT AGING-CONTROL.
023014     IF WS-AGECTL-FILE-STATUS = '05'
023015         CLOSE AGING-CONTROL
023016         GO TO 1200-FIND-RETAINED-START-EXIT
023017     END-IF.
023018     IF WS-AGECTL-FILE-STATUS NOT = '00'
023019         DISPLAY 'STASOF - UNABLE TO OPEN STHACTL.DAT, '
023020             'FILE STATUS = ' WS-AGECTL-FILE-STATUS
023021         MOVE 16 TO RETURN-CODE
023022         STOP RUN
023023     END-IF.
023024
023025     PERFORM 1210-READ-ONE-AGING
023026         THRU 1210-READ-ONE-AGING-EXIT
023027         UNTIL WS-AGECTL-EOF.
023028     CLOSE AGING-CONTROL.
023029 1200-FIND-RETAINED-START-EXIT.
023030     EXIT.
023031
023032*****************************************************************
023033* 1210-READ-ONE-AGING - READ ONE AGING CONTROL RECORD AND KEEP   *
023034*                       THE HIGHEST RETENTION DATE.              *
023035*****************************************************************
023036 1210-READ-ONE-AGING.
023037     READ AGING-CONTROL
023038         AT END
023039             SET WS-AGECTL-EOF TO TRUE
023040             GO TO 1210-READ-ONE-AGING-EXIT
023041     END-READ.
023042     IF HA-RETAIN-DATE > WS-RETAINED-FROM
023043         MOVE HA-RETAIN-DATE TO WS-RETAINED-FROM
023044     END-IF.
023045 1210-READ-ONE-AGING-EXIT.
023046     EXIT.
023047
023048*****************************************************************
023049* 1300-REFUSE-AGED-DATE - THE AS-OF DATE IS BEFORE THE RETAINED  *
023050*                         HISTORY, SO THE ROSTER CANNOT BE       *
023051*                         ROLLED BACK THAT FAR.  PRINT THE       *
023052*                         HEADINGS AND A WARNING INSTEAD OF A    *
023053*                         WRONG ROSTER, AND END RC 8.            *
023054*****************************************************************
023055 1300-REFUSE-AGED-DATE.
023056     DISPLAY 'STASOF - CHANGE HISTORY IS RETAINED FROM '
023057         WS-RETAINED-FROM ' ONLY - NO ROSTER FOR ' WS-ASOF-DATE.
023058     DISPLAY 'STASOF - EARLIER HISTORY IS ON THE STHA HISTORY '
023059         'ARCHIVES (SEE STHACTL.DAT)'.
023060
023061     OPEN OUTPUT ASOF-RPT.
023062     PERFORM 5000-WRITE-REPORT-HEADERS
023063         THRU 5000-WRITE-REPORT-HEADERS-EXIT.
023064     MOVE WS-RETAINED-FROM TO AW-RETAINED-FROM.
023065     WRITE ASOF-LINE FROM AGED-WARNING-LINE-1.
023066     WRITE ASOF-LINE FROM AGED-WARNING-LINE-2.
023067     CLOSE ASOF-RPT.
023068
023069     MOVE 8 TO RETURN-CODE.
023070     STOP RUN.
023071 1300-REFUSE-AGED-DATE-EXIT.
023072     EXIT.
023073
023100*****************************************************************
023200* 3000-MERGE-ONE-STUDENT - HANDLE THE LOWEST STUDENT-ID ON       *
023300*                          EITHER FILE.  A STUDENT WITH NO       *
029000*****************************************************************
029100* 3110-TAKE-ONE-ENTRY - FOLD THE CURRENT HISTORY ENTRY INTO THE  *
029200*                       GROUP RESULTS AND READ THE NEXT,         *
029300*                       STOPPING AT THE NEXT STUDENT.  AN STTRAN *
029310*                       WITHDRAWAL KEYED AFTER THE AS-OF DATE    *
029320*                       WITH AN EXIT DATE ON OR BEFORE IT GIVES  *
029330*                       THE RECORD BY ITS AFTER IMAGE, WHATEVER  *
029340*                       WAS KEYED IN BETWEEN.                    *
029400*****************************************************************
029500 3110-TAKE-ONE-ENTRY.
029505     MOVE HIST-CHANGE-DATE TO WS-EFFECTIVE-DATE.
029510     IF HIST-SOURCE-PGM = 'STTRAN'
029515         AND HIST-ACTION = 'C'
029520         AND HIST-BEFORE-IMAGE(41:1) = 'A'
029525         AND HIST-AFTER-IMAGE(41:1) = 'W'
029530         AND HIST-CHANGE-DATE > WS-ASOF-DATE
029535         PERFORM 3130-FIND-EXIT-DATE
029540             THRU 3130-FIND-EXIT-DATE-EXIT
029545     END-IF.
029550
029555     IF HIST-CHANGE-DATE > WS-ASOF-DATE
029560         AND WS-EFFECTIVE-DATE NOT > WS-ASOF-DATE
029565         SET WS-CUT-FOUND TO TRUE
029570         MOVE HIST-AFTER-IMAGE TO WS-CUT-IMAGE
029575     END-IF.
029580
029600     IF HIST-CHANGE-DATE > WS-ASOF-DATE
029700         AND NOT WS-CUT-FOUND
029800         SET WS-CUT-FOUND TO TRUE
030900         SET WS-GROUP-DONE TO TRUE
031000     END-IF.
031100 3110-TAKE-ONE-ENTRY-EXIT.
031102     EXIT.
031104
031106*****************************************************************
031108* 3130-FIND-EXIT-DATE - THE ENTRY IS AN STTRAN WITHDRAWAL.  FIND *
031110*                       ITS WITHDRAW.DAT RECORD - THE ONE THE    *
031112*                       SAME RUN RECORDED - AND TAKE THE CHANGE  *
031114*                       AS OF ITS EXIT DATE.                     *
031116*****************************************************************
031118 3130-FIND-EXIT-DATE.
031120     IF NOT WS-WITHDRAW-ON-HAND
031122         GO TO 3130-FIND-EXIT-DATE-EXIT
031124     END-IF.
031126
031128     MOVE HIST-STUDENT-ID TO WD-STUDENT-ID.
031130     MOVE ZERO TO WD-EXIT-DATE.
031132     MOVE 'N' TO WS-WD-EOF-SW.
031134     START WITHDRAW-FILE KEY >= WD-KEY
031136         INVALID KEY
031138             SET WS-WD-EOF TO TRUE
031140     END-START.
031142
031144     PERFORM 3140-MATCH-ONE-WITHDRAWAL
031146         THRU 3140-MATCH-ONE-WITHDRAWAL-EXIT
031148         UNTIL WS-WD-EOF.
031150 3130-FIND-EXIT-DATE-EXIT.
031152     EXIT.
031154
031156*****************************************************************
031158* 3140-MATCH-ONE-WITHDRAWAL - READ THE STUDENT'S NEXT            *
031160*                             WITHDRAWAL AND KEEP ITS EXIT DATE  *
031162*                             WHEN IT WAS RECORDED THE DAY OF    *
031164*                             THE HISTORY ENTRY.                 *
031166*****************************************************************
031168 3140-MATCH-ONE-WITHDRAWAL.
031170     READ WITHDRAW-FILE NEXT RECORD
031172         AT END
031174             SET WS-WD-EOF TO TRUE
031176             GO TO 3140-MATCH-ONE-WITHDRAWAL-EXIT
031178     END-READ.
031180
031182     IF WD-STUDENT-ID NOT = HIST-STUDENT-ID
031184         SET WS-WD-EOF TO TRUE
031186         GO TO 3140-MATCH-ONE-WITHDRAWAL-EXIT
031188     END-IF.
031190
031192     IF WD-RECORDED-DATE = HIST-CHANGE-DATE
031194         MOVE WD-EXIT-DATE TO WS-EFFECTIVE-DATE
031196     END-IF.
031198 3140-MATCH-ONE-WITHDRAWAL-EXIT.
031200     EXIT.
031300
031400*****************************************************************
047700     IF WS-HIST-OPEN
047800         CLOSE HISTORY-FILE
047900     END-IF.
047910     CLOSE WITHDRAW-FILE.
048000     CLOSE ASOF-RPT.
048100
048200     DISPLAY 'STASOF - ' WS-ROSTER-COUNT ' STUDENTS ON THE '
