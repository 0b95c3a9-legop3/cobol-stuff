000260*                                                                *
000270* TRANSACTION RECORD LAYOUT (TRANS.TXT, ONE PER LINE):           *
000280*     POSITIONS  1- 1   TRANSACTION CODE  (A=ADD C=CHANGE        *
000290*                                          D=DELETE W=WITHDRAW)  *
000300*     POSITIONS  2- 6   STUDENT-ID                                *
000310*     POSITIONS  7-31   STUDENT-NAME  (IGNORED ON DELETE)         *
000320*     POSITIONS 32-39   ENROLLMENT DATE YYYYMMDD (IGN. ON DELETE) *
000330*     POSITIONS 40-41   GRADE LEVEL   (IGNORED ON DELETE)         *
000340*     POSITION  42      STATUS A/W/G  (IGNORED ON DELETE)         *
000350*     POSITIONS 43-46   HOMEROOM      (IGNORED ON DELETE)         *
000351*                                                                *
000352* A W (WITHDRAW) TRANSACTION USES ITS OWN LAYOUT:                *
000353*     POSITIONS  2- 6   STUDENT-ID                               *
000354*     POSITIONS  7-31   RECEIVING SCHOOL (TRANSFER CODES)        *
000355*     POSITIONS 32-39   EXIT DATE YYYYMMDD                       *
000356*     POSITIONS 40-41   STATE EXIT-REASON CODE (SEE EXITRSN.CPY) *
000360*                                                                *
000370* THE MASTER'S DATE-LAST-CHANGED STAMP IS SET TO THE RUN DATE    *
000380* ON EVERY ADD AND CHANGE APPLIED HERE.                          *
001280*                        COPY OF THE MASTER.  THE TRANSACTION   *
001290*                        LOG AND EDIT REGISTER ARE STAMPED      *
001300*                        TEST WHEN A REDIRECTION IS IN FORCE.   *
001301*   2026-10-14  LEGOP3   A STUDENT DELETED, OR CHANGED OUT OF    *
001302*                        STATUS A, NOW GIVES BACK EVERY CLASS-   *
001303*                        SECTION SEAT HELD ON THE STUDENT        *
001304*                        SCHEDULE FILE (SCHEDULE.DAT, SEE        *
001305*                        SCHEDULE.CPY) THE SAME WAY THE          *
001306*                        HOMEROOM SEAT IS GIVEN BACK.  AN        *
001307*                        EDIT-ONLY PASS LEAVES THE SCHEDULE      *
001308*                        ALONE.                                  *
001309*   2026-10-15  LEGOP3   EVERY STHIST.DAT ENTRY NOW CARRIES AN   *
001310*                        OPERATOR ID FROM STSECURE (SEE          *
001311*                        SECUREK.CPY) - BATCH FOR THE UNATTENDED *
001312*                        JOB STREAM, EXCEPT THAT A RECYCLED      *
001313*                        SUSPENSE ITEM CARRIES THE OPERATOR WHO  *
001314*                        CORRECTED IT IN STCORR.  A FRESH REJECT *
001315*                        GOES TO SUSPENSE WITH NO CORRECTOR.     *
001316*   2026-10-15  LEGOP3   ADDED THE W (WITHDRAW) TRANSACTION.  IT *
001317*                        TAKES AN ACTIVE STUDENT TO STATUS W,    *
001318*                        GIVES BACK THE HOMEROOM AND SCHEDULE    *
001319*                        SEATS AS A CHANGE OUT OF STATUS A DOES, *
001320*                        AND WRITES THE EXIT DATE, STATE EXIT-   *
001321*                        REASON CODE AND RECEIVING SCHOOL TO THE *
001322*                        KEYED WITHDRAWAL FILE (WITHDRAW.DAT,    *
001323*                        SEE WITHDRAW.CPY).  A BAD EXIT DATE, AN *
001324*                        UNKNOWN REASON CODE, A TRANSFER WITH NO *
001325*                        RECEIVING SCHOOL OR AN EXIT DATE        *
001326*                        ALREADY ON FILE REJECTS TO SUSPENSE.  A *
001327*                        FAILED WITHDRAWAL WRITE SETS RC 4.      *
001328*****************************************************************
001329
001330 ENVIRONMENT DIVISION.
001340 INPUT-OUTPUT SECTION.
001350 FILE-CONTROL.
001690         RECORD KEY IS HIST-KEY
001700         FILE STATUS IS WS-HISTORY-FILE-STATUS.
001710
001711     SELECT OPTIONAL SCHEDULE-FILE
001712         ASSIGN TO WS-SCHEDULE-FILE-NAME
001713         ORGANIZATION IS INDEXED
001714         ACCESS MODE IS DYNAMIC
001715         RECORD KEY IS SC-KEY
001716         FILE STATUS IS WS-SCHEDULE-FILE-STATUS.
001717
001718     SELECT OPTIONAL WITHDRAW-FILE
001719         ASSIGN TO WS-WITHDRAW-FILE-NAME
001720         ORGANIZATION IS INDEXED
001721         ACCESS MODE IS DYNAMIC
001722         RECORD KEY IS WD-KEY
001723         FILE STATUS IS WS-WITHDRAW-FILE-STATUS.
001724
001725 DATA DIVISION.
001730 FILE SECTION.
001740 FD  TRANSACTION-FILE.
001750 01  TRANSACTION-RECORD.
001800     05  TR-GRADE                 PIC 9(02).
001810     05  TR-STATUS                PIC X(01).
001820     05  TR-HOMEROOM              PIC X(04).
001821 01  TR-WITHDRAW-RECORD.
001822     05  FILLER                   PIC X(01).
001823     05  FILLER                   PIC 9(05).
001824     05  TW-RECEIVING-SCHOOL      PIC X(25).
001825     05  TW-EXIT-DATE             PIC 9(08).
001826     05  TW-EXIT-DATE-X REDEFINES TW-EXIT-DATE.
001827         10  TW-EXIT-YYYY         PIC 9(04).
001828         10  TW-EXIT-MM           PIC 9(02).
001829         10  TW-EXIT-DD           PIC 9(02).
001830     05  TW-EXIT-REASON           PIC X(02).
001831     05  FILLER                   PIC X(05).
001832
001840 FD  STUDENT.
001850     COPY "student.cpy".
001860
001990 FD  HOMEROOM-FILE.
002000     COPY "homeroom.cpy".
002010
002011 FD  SCHEDULE-FILE.
002012     COPY "schedule.cpy".
002013
002014 FD  WITHDRAW-FILE.
002015     COPY "withdraw.cpy".
002016
002020 WORKING-STORAGE SECTION.
002030 01  WS-STUDENT-FILE-STATUS       PIC X(02)   VALUE '00'.
002040 01  WS-CONTROL-FILE-STATUS       PIC X(02)   VALUE '00'.
002050 01  WS-SUSPENSE-FILE-STATUS      PIC X(02)   VALUE '00'.
002060 01  WS-HISTORY-FILE-STATUS       PIC X(02)   VALUE '00'.
002070 01  WS-HOMEROOM-FILE-STATUS      PIC X(02)   VALUE '00'.
002074 01  WS-SCHEDULE-FILE-STATUS      PIC X(02)   VALUE '00'.
002078 01  WS-WITHDRAW-FILE-STATUS      PIC X(02)   VALUE '00'.
002080
002090 01  WS-SWITCHES.
002100     05  WS-EOF-SW                PIC X(01)   VALUE 'N'.
002220     05  WS-APPLIED-SW            PIC X(01)   VALUE 'N'.
002230         88  WS-TRAN-APPLIED                  VALUE 'Y'.
002240         88  WS-TRAN-REJECTED                 VALUE 'N'.
002244     05  WS-SCHED-EOF-SW          PIC X(01)   VALUE 'N'.
002248         88  WS-SCHED-EOF                     VALUE 'Y'.
002250
002260 01  WS-COUNTERS.
002270     05  WS-TRAN-READ-COUNT       PIC 9(07)   COMP VALUE ZERO.
002360     05  WS-REJ-C-COUNT           PIC 9(07)   COMP VALUE ZERO.
002370     05  WS-REJ-D-COUNT           PIC 9(07)   COMP VALUE ZERO.
002380     05  WS-REJ-X-COUNT           PIC 9(07)   COMP VALUE ZERO.
002384     05  WS-WITHDRAW-COUNT        PIC 9(07)   COMP VALUE ZERO.
002388     05  WS-REJ-W-COUNT           PIC 9(07)   COMP VALUE ZERO.
002389     05  WS-WD-FAIL-COUNT         PIC 9(07)   COMP VALUE ZERO.
002390
002400 01  WS-TRAN-LOG-NAME             PIC X(40)   VALUE 'tranlog.txt'.
002410
002480 01  WS-HOMEROOM-FILE-NAME        PIC X(40)
002490                                  VALUE 'homeroom.dat'.
002500 01  WS-HISTORY-FILE-NAME         PIC X(40)   VALUE 'sthist.dat'.
002502 01  WS-SCHEDULE-FILE-NAME        PIC X(40)
002504                                  VALUE 'schedule.dat'.
002506 01  WS-WITHDRAW-FILE-NAME        PIC X(40)
002508                                  VALUE 'withdraw.dat'.
002510
002520 01  WS-TEST-MODE-SW              PIC X(01)   VALUE 'N'.
002530     88  WS-TEST-CYCLE                        VALUE 'Y'.
002570
002580     COPY "sitecfgk.cpy".
002590
002594     COPY "securek.cpy".
002598
002600 01  WS-SUSP-SUB                  PIC 9(03)   COMP VALUE ZERO.
002610
002620 01  WS-SUSP-TABLE-MAX            PIC 9(03)   COMP VALUE 500.
002640 01  WS-SUSPENSE-TABLE.
002650     05  WS-SUSP-ENTRY            OCCURS 500 TIMES.
002660         10  WS-SUSP-IMAGE        PIC X(46).
002665         10  WS-SUSP-CORRECTED-BY PIC X(08).
002670
002680 01  WS-ROOM-COUNT                PIC 9(03)   COMP VALUE ZERO.
002690 01  WS-ROOM-SUB                  PIC 9(03)   COMP VALUE ZERO.
002860     05  WS-OLD-STATUS            PIC X(01)   VALUE SPACES.
002870     05  WS-OLD-HOMEROOM          PIC X(04)   VALUE SPACES.
002880
002881     COPY "exitrsn.cpy".
002882
002883 01  WS-ER-SUB                    PIC 9(02)   COMP VALUE ZERO.
002884 01  WS-THIS-REASON               PIC 9(02)   COMP VALUE ZERO.
002885
002886 01  WS-MONTH-DAYS-VALUES         PIC X(24)   VALUE
002887     '312831303130313130313031'.
002888 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
002889     05  WS-MONTH-DAYS            PIC 9(02)   OCCURS 12 TIMES.
002890
002891 01  WS-DATE-CALC.
002892     05  WS-DAYS-THIS-MONTH       PIC 9(02)   VALUE ZERO.
002893     05  WS-LEAP-QUOT             PIC 9(04)   VALUE ZERO.
002894     05  WS-LEAP-REM-4            PIC 9(04)   VALUE ZERO.
002895     05  WS-LEAP-REM-100          PIC 9(04)   VALUE ZERO.
002896     05  WS-LEAP-REM-400          PIC 9(04)   VALUE ZERO.
002897
002898 01  WS-RUN-DATE-FIELDS.
002900     05  WS-RUN-DATE              PIC 9(08).
002910     05  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
002920         10  WS-RUN-YYYY          PIC 9(04).
003060     05  WS-HIST-ACTION           PIC X(01).
003070     05  WS-HIST-BEFORE           PIC X(53).
003080     05  WS-HIST-AFTER            PIC X(53).
003084     05  WS-HIST-OPERATOR         PIC X(08).
003088     05  WS-RUN-OPERATOR          PIC X(08).
003090
003100 01  TL-HEADING-1                 PIC X(80)   VALUE
003110     'STUDENT MASTER TRANSACTION LOG'.
003480     05  FILLER            PIC X(30) VALUE
003490             'REJECTS HELD IN SUSPENSE:'.
003500     05  TL-SUSPENSE-COUNT PIC Z,ZZZ,ZZ9.
003501
003502 01  TL-TRAILER-LINE-5.
003503     05  FILLER            PIC X(30) VALUE
003504             'WITHDRAWALS APPLIED:'.
003505     05  TL-WITHDRAW-COUNT PIC Z,ZZZ,ZZ9.
003510
003520 01  TL-EDIT-HEADING-1            PIC X(80)   VALUE
003530     'TRANSACTION EDIT REGISTER - NO UPDATES APPLIED'.
003960
003970     PERFORM 1070-RESOLVE-FILE-NAMES
003980         THRU 1070-RESOLVE-FILE-NAMES-EXIT.
003981
003982     MOVE 'Q' TO SK-FUNCTION.
003983     MOVE 'STTRAN' TO SK-PROGRAM.
003984     CALL 'STSECURE' USING SECURITY-PARM.
003985     MOVE SK-OPERATOR-ID TO WS-RUN-OPERATOR.
003986     MOVE WS-RUN-OPERATOR TO WS-HIST-OPERATOR.
003990
004000     OPEN INPUT TRANSACTION-FILE.
004010     IF WS-EDIT-MODE
004800*****************************************************************
004810* 1060-OPEN-UPDATE-FILES - OPEN THE FILES ONLY A REAL UPDATE     *
004820*                          RUN MAY TOUCH - THE CHANGE-HISTORY    *
004830*                          FILE, THE REWRITTEN SUSPENSE FILE,    *
004840*                          THE STUDENT SCHEDULE FILE AND THE     *
004850*                          WITHDRAWAL FILE.  AN EDIT-ONLY PASS   *
004855*                          LEAVES THEM ALONE.                    *
004860*****************************************************************
004870 1060-OPEN-UPDATE-FILES.
004880     OPEN I-O HISTORY-FILE.
004980     IF WS-SUSPENSE-FILE-STATUS NOT = '00'
004990         DISPLAY 'STTRAN - UNABLE TO OPEN SUSPENSE.DAT, '
005000             'FILE STATUS = ' WS-SUSPENSE-FILE-STATUS
005001         MOVE 16 TO RETURN-CODE
005002         STOP RUN
005003     END-IF.
005004
005005     OPEN I-O SCHEDULE-FILE.
005006     IF WS-SCHEDULE-FILE-STATUS NOT = '00'
005007         AND WS-SCHEDULE-FILE-STATUS NOT = '05'
005008         DISPLAY 'STTRAN - UNABLE TO OPEN SCHEDULE.DAT, '
005009             'FILE STATUS = ' WS-SCHEDULE-FILE-STATUS
005010         MOVE 16 TO RETURN-CODE
005011         STOP RUN
005012     END-IF.
005013
005014     OPEN I-O WITHDRAW-FILE.
005015     IF WS-WITHDRAW-FILE-STATUS NOT = '00'
005016         AND WS-WITHDRAW-FILE-STATUS NOT = '05'
005017         DISPLAY 'STTRAN - UNABLE TO OPEN WITHDRAW.DAT, '
005018             'FILE STATUS = ' WS-WITHDRAW-FILE-STATUS
005019         MOVE 16 TO RETURN-CODE
005020         STOP RUN
005030     END-IF.
005040 1060-OPEN-UPDATE-FILES-EXIT.
005430     PERFORM 1080-RESOLVE-ONE-NAME
005440         THRU 1080-RESOLVE-ONE-NAME-EXIT.
005450     MOVE SF-RESOLVED-NAME TO WS-HISTORY-FILE-NAME.
005451
005452     MOVE 'schedule.dat' TO SF-DEFAULT-NAME.
005453     PERFORM 1080-RESOLVE-ONE-NAME
005454         THRU 1080-RESOLVE-ONE-NAME-EXIT.
005455     MOVE SF-RESOLVED-NAME TO WS-SCHEDULE-FILE-NAME.
005456
005457     MOVE 'withdraw.dat' TO SF-DEFAULT-NAME.
005458     PERFORM 1080-RESOLVE-ONE-NAME
005459         THRU 1080-RESOLVE-ONE-NAME-EXIT.
005460     MOVE SF-RESOLVED-NAME TO WS-WITHDRAW-FILE-NAME.
005461 1070-RESOLVE-FILE-NAMES-EXIT.
005470     EXIT.
005480
005490*****************************************************************
006410
006420     ADD 1 TO WS-SUSP-IN-COUNT.
006430     MOVE SP-TRAN-IMAGE TO WS-SUSP-IMAGE(WS-SUSP-IN-COUNT).
006434     MOVE SP-CORRECTED-BY
006438         TO WS-SUSP-CORRECTED-BY(WS-SUSP-IN-COUNT).
006440 1210-LOAD-ONE-SUSPENSE-EXIT.
006450     EXIT.
006460
007100*****************************************************************
007110* 2050-PROCESS-SUSPENSE-ITEM - RECYCLE ONE SUSPENDED             *
007120*                              TRANSACTION AS IF IT HAD COME     *
007130*                              IN ON TRANS.TXT.  A CORRECTED     *
007134*                              ITEM'S HISTORY CARRIES THE        *
007138*                              OPERATOR WHO CORRECTED IT.        *
007140*****************************************************************
007150 2050-PROCESS-SUSPENSE-ITEM.
007160     MOVE WS-SUSP-IMAGE(WS-SUSP-SUB) TO TRANSACTION-RECORD.
007162     IF WS-SUSP-CORRECTED-BY(WS-SUSP-SUB) NOT = SPACES
007164         MOVE WS-SUSP-CORRECTED-BY(WS-SUSP-SUB)
007166             TO WS-HIST-OPERATOR
007168     END-IF.
007170     PERFORM 2060-APPLY-ONE-TRANSACTION
007180         THRU 2060-APPLY-ONE-TRANSACTION-EXIT.
007185     MOVE WS-RUN-OPERATOR TO WS-HIST-OPERATOR.
007190 2050-PROCESS-SUSPENSE-ITEM-EXIT.
007200     EXIT.
007210
007410         WHEN 'D'
007420             PERFORM 2300-APPLY-DELETE
007430                 THRU 2300-APPLY-DELETE-EXIT
007432         WHEN 'W'
007434             PERFORM 2400-APPLY-WITHDRAW
007436                 THRU 2400-APPLY-WITHDRAW-EXIT
007440         WHEN OTHER
007450             SET WS-TRAN-REJECTED TO TRUE
007460             MOVE 'UNKNOWN TRANSACTION CODE' TO WS-REJECT-REASON
008520             ADD 1 TO WS-CHANGE-COUNT
008530             PERFORM 2760-RELEASE-SEAT
008540                 THRU 2760-RELEASE-SEAT-EXIT
008544             PERFORM 2790-RELEASE-SCHEDULE
008548                 THRU 2790-RELEASE-SCHEDULE-EXIT
008550             PERFORM 2750-TAKE-SEAT
008560                 THRU 2750-TAKE-SEAT-EXIT
008570             MOVE 'C' TO WS-HIST-ACTION
008970             ADD 1 TO WS-DELETE-COUNT
008980             PERFORM 2760-RELEASE-SEAT
008990                 THRU 2760-RELEASE-SEAT-EXIT
008994             PERFORM 2790-RELEASE-SCHEDULE
008998                 THRU 2790-RELEASE-SCHEDULE-EXIT
009000             MOVE 'D' TO WS-HIST-ACTION
009010             MOVE SPACES TO WS-HIST-AFTER
009020             PERFORM 3800-WRITE-HISTORY
009030                 THRU 3800-WRITE-HISTORY-EXIT
009040     END-DELETE.
009050 2300-APPLY-DELETE-EXIT.
009051     EXIT.
009052
009053*****************************************************************
009054* 2400-APPLY-WITHDRAW - TAKE AN ACTIVE STUDENT TO STATUS W AND   *
009055*                       RECORD THE EXIT DATE, EXIT REASON AND    *
009056*                       RECEIVING SCHOOL ON THE WITHDRAWAL FILE. *
009057*                       THE HOMEROOM AND SCHEDULE SEATS ARE      *
009058*                       GIVEN BACK AS FOR A CHANGE OUT OF        *
009059*                       STATUS A.                                *
009060*****************************************************************
009061 2400-APPLY-WITHDRAW.
009062     MOVE TR-STUDENT-ID TO STUDENT-ID.
009063     READ STUDENT
009064         INVALID KEY
009065             SET WS-TRAN-REJECTED TO TRUE
009066             MOVE 'STUDENT-ID NOT ON MASTER'
009067                 TO WS-REJECT-REASON
009068             GO TO 2400-APPLY-WITHDRAW-EXIT
009069     END-READ.
009070
009071     MOVE STUDENT-NAME TO WS-OLD-NAME.
009072     MOVE STUDENT-ENROLL-DATE TO WS-OLD-ENROLL-DATE.
009073     MOVE STUDENT-GRADE TO WS-OLD-GRADE.
009074     MOVE STUDENT-STATUS TO WS-OLD-STATUS.
009075     MOVE STUDENT-HOMEROOM TO WS-OLD-HOMEROOM.
009076     MOVE STUDENT-RECORD TO WS-HIST-BEFORE.
009077
009078     PERFORM 2450-EDIT-WITHDRAW
009079         THRU 2450-EDIT-WITHDRAW-EXIT.
009080     IF WS-TRAN-REJECTED
009081         GO TO 2400-APPLY-WITHDRAW-EXIT
009082     END-IF.
009083
009084     IF WS-EDIT-MODE
009085         ADD 1 TO WS-WITHDRAW-COUNT
009086         PERFORM 2760-RELEASE-SEAT
009087             THRU 2760-RELEASE-SEAT-EXIT
009088         GO TO 2400-APPLY-WITHDRAW-EXIT
009089     END-IF.
009090
009091     MOVE TR-STUDENT-ID TO WD-STUDENT-ID.
009092     MOVE TW-EXIT-DATE TO WD-EXIT-DATE.
009093     READ WITHDRAW-FILE
009094         INVALID KEY
009095             CONTINUE
009096         NOT INVALID KEY
009097             SET WS-TRAN-REJECTED TO TRUE
009098             MOVE 'WITHDRAWAL ALREADY ON FILE'
009099                 TO WS-REJECT-REASON
009100             GO TO 2400-APPLY-WITHDRAW-EXIT
009101     END-READ.
009102
009103     MOVE 'W' TO STUDENT-STATUS.
009104     MOVE WS-RUN-DATE TO STUDENT-LAST-CHANGED.
009105
009106     REWRITE STUDENT-RECORD
009107         INVALID KEY
009108             SET WS-TRAN-REJECTED TO TRUE
009109             MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
009110         NOT INVALID KEY
009111             ADD 1 TO WS-WITHDRAW-COUNT
009112             PERFORM 2760-RELEASE-SEAT
009113                 THRU 2760-RELEASE-SEAT-EXIT
009114             PERFORM 2790-RELEASE-SCHEDULE
009115                 THRU 2790-RELEASE-SCHEDULE-EXIT
009116             MOVE 'C' TO WS-HIST-ACTION
009117             MOVE STUDENT-RECORD TO WS-HIST-AFTER
009118             PERFORM 3800-WRITE-HISTORY
009119                 THRU 3800-WRITE-HISTORY-EXIT
009120             PERFORM 2480-WRITE-WITHDRAWAL
009121                 THRU 2480-WRITE-WITHDRAWAL-EXIT
009122     END-REWRITE.
009123 2400-APPLY-WITHDRAW-EXIT.
009124     EXIT.
009125
009126*****************************************************************
009127* 2450-EDIT-WITHDRAW - EDIT A W TRANSACTION AGAINST THE MASTER   *
009128*                      RECORD JUST READ.  THE STUDENT MUST BE    *
009129*                      ACTIVE, THE EXIT DATE A REAL DATE NO      *
009130*                      LATER THAN THE RUN DATE AND NO EARLIER    *
009131*                      THAN ENROLLMENT, THE REASON ON THE STATE  *
009132*                      CODE TABLE, AND A TRANSFER MUST NAME THE  *
009133*                      RECEIVING SCHOOL.                         *
009134*****************************************************************
009135 2450-EDIT-WITHDRAW.
009136     IF NOT STUDENT-ACTIVE
009137         SET WS-TRAN-REJECTED TO TRUE
009138         MOVE 'STUDENT NOT ACTIVE' TO WS-REJECT-REASON
009139         GO TO 2450-EDIT-WITHDRAW-EXIT
009140     END-IF.
009141
009142     IF TW-EXIT-DATE NOT NUMERIC
009143         OR TW-EXIT-YYYY < 1900
009144         OR TW-EXIT-MM < 01 OR TW-EXIT-MM > 12
009145         SET WS-TRAN-REJECTED TO TRUE
009146         MOVE 'EXIT DATE NOT A VALID DATE' TO WS-REJECT-REASON
009147         GO TO 2450-EDIT-WITHDRAW-EXIT
009148     END-IF.
009149
009150     PERFORM 2460-SET-DAYS-THIS-MONTH
009151         THRU 2460-SET-DAYS-THIS-MONTH-EXIT.
009152     IF TW-EXIT-DD < 01 OR TW-EXIT-DD > WS-DAYS-THIS-MONTH
009153         SET WS-TRAN-REJECTED TO TRUE
009154         MOVE 'EXIT DATE NOT A VALID DATE' TO WS-REJECT-REASON
009155         GO TO 2450-EDIT-WITHDRAW-EXIT
009156     END-IF.
009157
009158     IF TW-EXIT-DATE > WS-RUN-DATE
009159         SET WS-TRAN-REJECTED TO TRUE
009160         MOVE 'EXIT DATE AFTER RUN DATE' TO WS-REJECT-REASON
009161         GO TO 2450-EDIT-WITHDRAW-EXIT
009162     END-IF.
009163
009164     IF TW-EXIT-DATE < STUDENT-ENROLL-DATE
009165         SET WS-TRAN-REJECTED TO TRUE
009166         MOVE 'EXIT DATE BEFORE ENROLL DATE' TO WS-REJECT-REASON
009167         GO TO 2450-EDIT-WITHDRAW-EXIT
009168     END-IF.
009169
009170     MOVE ZERO TO WS-THIS-REASON.
009171     PERFORM 2470-MATCH-ONE-REASON
009172         THRU 2470-MATCH-ONE-REASON-EXIT
009173         VARYING WS-ER-SUB FROM 1 BY 1
009174         UNTIL WS-ER-SUB > ER-COUNT.
009175     IF WS-THIS-REASON = ZERO
009176         SET WS-TRAN-REJECTED TO TRUE
009177         MOVE 'EXIT REASON NOT ON CODE TABLE' TO WS-REJECT-REASON
009178         GO TO 2450-EDIT-WITHDRAW-EXIT
009179     END-IF.
009180
009181     IF ER-SCHOOL-REQUIRED(WS-THIS-REASON) = 'Y'
009182         AND TW-RECEIVING-SCHOOL = SPACES
009183         SET WS-TRAN-REJECTED TO TRUE
009184         MOVE 'RECEIVING SCHOOL REQUIRED' TO WS-REJECT-REASON
009185     END-IF.
009186 2450-EDIT-WITHDRAW-EXIT.
009187     EXIT.
009188
009189*****************************************************************
009190* 2460-SET-DAYS-THIS-MONTH - DAYS IN THE EXIT DATE'S MONTH,      *
009191*                            ALLOWING FOR A LEAP-YEAR FEBRUARY.  *
009192*****************************************************************
009193 2460-SET-DAYS-THIS-MONTH.
009194     MOVE WS-MONTH-DAYS(TW-EXIT-MM) TO WS-DAYS-THIS-MONTH.
009195     IF TW-EXIT-MM NOT = 02
009196         GO TO 2460-SET-DAYS-THIS-MONTH-EXIT
009197     END-IF.
009198
009199     DIVIDE TW-EXIT-YYYY BY 4 GIVING WS-LEAP-QUOT
009200         REMAINDER WS-LEAP-REM-4.
009201     DIVIDE TW-EXIT-YYYY BY 100 GIVING WS-LEAP-QUOT
009202         REMAINDER WS-LEAP-REM-100.
009203     DIVIDE TW-EXIT-YYYY BY 400 GIVING WS-LEAP-QUOT
009204         REMAINDER WS-LEAP-REM-400.
009205     IF WS-LEAP-REM-4 = ZERO
009206         AND (WS-LEAP-REM-100 NOT = ZERO
009207              OR WS-LEAP-REM-400 = ZERO)
009208         MOVE 29 TO WS-DAYS-THIS-MONTH
009209     END-IF.
009210 2460-SET-DAYS-THIS-MONTH-EXIT.
009211     EXIT.
009212
009213*****************************************************************
009214* 2470-MATCH-ONE-REASON - COMPARE THE TRANSACTION'S EXIT REASON  *
009215*                         TO ONE CODE TABLE ENTRY.               *
009216*****************************************************************
009217 2470-MATCH-ONE-REASON.
009218     IF TW-EXIT-REASON = ER-CODE(WS-ER-SUB)
009219         MOVE WS-ER-SUB TO WS-THIS-REASON
009220     END-IF.
009221 2470-MATCH-ONE-REASON-EXIT.
009222     EXIT.
009223
009224*****************************************************************
009225* 2480-WRITE-WITHDRAWAL - WRITE THE WITHDRAWAL FILE RECORD FOR   *
009226*                         THE W TRANSACTION JUST APPLIED, WITH   *
009227*                         THE GRADE AND HOMEROOM THE STUDENT     *
009228*                         LEFT FROM.                             *
009229*****************************************************************
009230 2480-WRITE-WITHDRAWAL.
009231     MOVE TR-STUDENT-ID TO WD-STUDENT-ID.
009232     MOVE TW-EXIT-DATE TO WD-EXIT-DATE.
009233     MOVE TW-EXIT-REASON TO WD-EXIT-REASON.
009234     MOVE TW-RECEIVING-SCHOOL TO WD-RECEIVING-SCHOOL.
009235     MOVE STUDENT-GRADE TO WD-GRADE.
009236     MOVE STUDENT-HOMEROOM TO WD-HOMEROOM.
009237     MOVE STUDENT-ENROLL-DATE TO WD-ENROLL-DATE.
009238     MOVE WS-HIST-OPERATOR TO WD-OPERATOR-ID.
009239     MOVE WS-RUN-DATE TO WD-RECORDED-DATE.
009240     MOVE ZERO TO WD-XFER-SENT-DATE.
009241
009242     WRITE WITHDRAW-RECORD
009243         INVALID KEY
009244             DISPLAY 'STTRAN - WITHDRAWAL WRITE FAILED FOR '
009245                 'STUDENT-ID ' WD-STUDENT-ID ' EXIT DATE '
009246                 WD-EXIT-DATE
009247             ADD 1 TO WS-WD-FAIL-COUNT
009248     END-WRITE.
009249 2480-WRITE-WITHDRAWAL-EXIT.
009250     EXIT.
009251
009252*****************************************************************
009253* 2700-CHECK-HOMEROOM - VALIDATE THE TRANSACTION'S HOMEROOM      *
009254*                       AGAINST THE TABLED REFERENCE FILE.  THE  *
009255*                       ROOM MUST EXIST, AND AN ACTIVE STUDENT   *
009256*                       MOVING INTO IT NEEDS A FREE SEAT.  A     *
009257*                       CHANGE THAT LEAVES AN ACTIVE STUDENT IN  *
009258*                       THE SAME ROOM KEEPS ITS OWN SEAT.        *
009259*****************************************************************
009260 2700-CHECK-HOMEROOM.
009261     IF NOT WS-ROOM-FILE-ON-HAND
009262         GO TO 2700-CHECK-HOMEROOM-EXIT
009263     END-IF.
009264
009265     MOVE TR-HOMEROOM TO WS-LOOKUP-ROOM.
009266     PERFORM 2770-FIND-ROOM
009267         THRU 2770-FIND-ROOM-EXIT.
009268     IF WS-THIS-ROOM = ZERO
009269         SET WS-TRAN-REJECTED TO TRUE
009270         MOVE 'HOMEROOM NOT ON REFERENCE FILE'
009271             TO WS-REJECT-REASON
009280         GO TO 2700-CHECK-HOMEROOM-EXIT
009290     END-IF.
009300
009830     EXIT.
009840
009850*****************************************************************
009851* 2790-RELEASE-SCHEDULE - GIVE BACK EVERY CLASS-SECTION SEAT THE *
009852*                         STUDENT HOLDS ON SCHEDULE.DAT WHEN THE *
009853*                         STUDENT IS DELETED OR CHANGED OUT OF   *
009854*                         STATUS A.  ONLY ACTIVE STUDENTS STAY   *
009855*                         SCHEDULED.                             *
009856*****************************************************************
009857 2790-RELEASE-SCHEDULE.
009858     IF TR-CODE = 'C' AND TR-STATUS = 'A'
009859         GO TO 2790-RELEASE-SCHEDULE-EXIT
009860     END-IF.
009861
009862     MOVE 'N' TO WS-SCHED-EOF-SW.
009863     MOVE TR-STUDENT-ID TO SC-STUDENT-ID.
009864     MOVE ZERO TO SC-PERIOD.
009865     START SCHEDULE-FILE KEY >= SC-KEY
009866         INVALID KEY
009867             SET WS-SCHED-EOF TO TRUE
009868     END-START.
009869
009870     PERFORM 2795-RELEASE-ONE-PERIOD
009871         THRU 2795-RELEASE-ONE-PERIOD-EXIT
009872         UNTIL WS-SCHED-EOF.
009873 2790-RELEASE-SCHEDULE-EXIT.
009874     EXIT.
009875
009876*****************************************************************
009877* 2795-RELEASE-ONE-PERIOD - DELETE ONE OF THE STUDENT'S SCHEDULE *
009878*                           ENTRIES.                             *
009879*****************************************************************
009880 2795-RELEASE-ONE-PERIOD.
009881     READ SCHEDULE-FILE NEXT RECORD
009882         AT END
009883             SET WS-SCHED-EOF TO TRUE
009884             GO TO 2795-RELEASE-ONE-PERIOD-EXIT
009885     END-READ.
009886
009887     IF SC-STUDENT-ID NOT = TR-STUDENT-ID
009888         SET WS-SCHED-EOF TO TRUE
009889         GO TO 2795-RELEASE-ONE-PERIOD-EXIT
009890     END-IF.
009891
009892     DELETE SCHEDULE-FILE
009893         INVALID KEY
009894             DISPLAY 'STTRAN - SCHEDULE DELETE FAILED FOR '
009895                 'STUDENT-ID ' SC-STUDENT-ID ' PERIOD ' SC-PERIOD
009896     END-DELETE.
009897 2795-RELEASE-ONE-PERIOD-EXIT.
009898     EXIT.
009899
009900*****************************************************************
009901* 2770-FIND-ROOM - LOOK A ROOM CODE UP IN THE HOMEROOM TABLE.    *
009902*                  ZERO MEANS NOT ON THE REFERENCE FILE.         *
009903*****************************************************************
009904 2770-FIND-ROOM.
009905     MOVE ZERO TO WS-THIS-ROOM.
009910     PERFORM 2780-MATCH-ONE-ROOM
009920         THRU 2780-MATCH-ONE-ROOM-EXIT
009930         VARYING WS-ROOM-SUB FROM 1 BY 1
010200                 ADD 1 TO WS-REJ-C-COUNT
010210             WHEN 'D'
010220                 ADD 1 TO WS-REJ-D-COUNT
010224             WHEN 'W'
010228                 ADD 1 TO WS-REJ-W-COUNT
010230             WHEN OTHER
010240                 ADD 1 TO WS-REJ-X-COUNT
010250         END-EVALUATE
010280             MOVE TRANSACTION-RECORD TO SP-TRAN-IMAGE
010290             MOVE WS-REJECT-REASON TO SP-REJECT-REASON
010300             MOVE WS-RUN-DATE TO SP-REJECT-DATE
010305             MOVE ZERO TO SP-CORRECTED-DATE
010310             WRITE SUSPENSE-RECORD
010320             ADD 1 TO WS-SUSP-OUT-COUNT
010330         END-IF
010530             PERFORM 2920-FORMAT-OLD-VALUE
010540                 THRU 2920-FORMAT-OLD-VALUE-EXIT
010550             MOVE SPACES TO TL-NEW-VALUE
010551         WHEN 'W'
010552             MOVE 'WITHDRAW' TO TL-CODE
010553             PERFORM 2920-FORMAT-OLD-VALUE
010554                 THRU 2920-FORMAT-OLD-VALUE-EXIT
010555             PERFORM 2930-FORMAT-WITHDRAW-VALUE
010556                 THRU 2930-FORMAT-WITHDRAW-VALUE-EXIT
010560         WHEN OTHER
010570             MOVE '???' TO TL-CODE
010580     END-EVALUATE.
011220     EXIT.
011230
011240*****************************************************************
011241* 2930-FORMAT-WITHDRAW-VALUE - STRING A W TRANSACTION'S EXIT     *
011242*                              DATE, EXIT REASON AND RECEIVING   *
011243*                              SCHOOL INTO THE LOG LINE'S        *
011244*                              NEW-VALUE COLUMN.                 *
011245*****************************************************************
011246 2930-FORMAT-WITHDRAW-VALUE.
011247     MOVE SPACES TO TL-NEW-VALUE.
011248     STRING TW-EXIT-DATE DELIMITED BY SIZE
011249         '/' DELIMITED BY SIZE
011250         TW-EXIT-REASON DELIMITED BY SIZE
011251         '/' DELIMITED BY SIZE
011252         TW-RECEIVING-SCHOOL DELIMITED BY SIZE
011253         INTO TL-NEW-VALUE
011254     END-STRING.
011255 2930-FORMAT-WITHDRAW-VALUE-EXIT.
011256     EXIT.
011257
011258*****************************************************************
011259* 3800-WRITE-HISTORY - WRITE ONE CHANGE-HISTORY RECORD FOR THE   *
011260*                      TRANSACTION JUST APPLIED.  THE SEQUENCE   *
011270*                      NUMBER BREAKS TIES WHEN TWO CHANGES TO    *
011280*                      THE SAME STUDENT LAND IN THE SAME         *
011380     MOVE WS-HIST-ACTION TO HIST-ACTION.
011390     MOVE WS-HIST-BEFORE TO HIST-BEFORE-IMAGE.
011400     MOVE WS-HIST-AFTER TO HIST-AFTER-IMAGE.
011405     MOVE WS-HIST-OPERATOR TO HIST-OPERATOR-ID.
011410
011420 3800-WRITE-HISTORY-TRY.
011430     WRITE HISTORY-RECORD
011650     MOVE WS-CHANGE-COUNT TO TL-CHANGE-COUNT.
011660     MOVE WS-DELETE-COUNT TO TL-DELETE-COUNT.
011670     WRITE TRAN-LOG-LINE FROM TL-TRAILER-LINE-2.
011674     MOVE WS-WITHDRAW-COUNT TO TL-WITHDRAW-COUNT.
011678     WRITE TRAN-LOG-LINE FROM TL-TRAILER-LINE-5.
011680     MOVE WS-REJECT-COUNT TO TL-REJECT-COUNT.
011690     WRITE TRAN-LOG-LINE FROM TL-TRAILER-LINE-3.
011700     IF WS-EDIT-MODE
011900
011910     CLOSE SUSPENSE-FILE.
011920     CLOSE HISTORY-FILE.
011924     CLOSE SCHEDULE-FILE.
011928     CLOSE WITHDRAW-FILE.
011930
011931     IF WS-WD-FAIL-COUNT > ZERO
011932         DISPLAY 'STTRAN - WITHDRAWAL WRITES FAILED: '
011933             WS-WD-FAIL-COUNT
011934         MOVE 4 TO RETURN-CODE
011935     END-IF.
011936
011940     OPEN OUTPUT TRAN-CONTROL.
011950     IF WS-CONTROL-FILE-STATUS NOT = '00'
011960         DISPLAY 'STTRAN - UNABLE TO WRITE TRNCTL.DAT, '
012390     MOVE WS-REJ-D-COUNT TO TL-EDIT-REJECT.
012400     WRITE TRAN-LOG-LINE FROM TL-EDIT-COUNT-LINE.
012410
012411     MOVE 'WITHDRAWALS:' TO TL-EDIT-LABEL.
012412     MOVE WS-WITHDRAW-COUNT TO TL-EDIT-APPLY.
012413     MOVE WS-REJ-W-COUNT TO TL-EDIT-REJECT.
012414     WRITE TRAN-LOG-LINE FROM TL-EDIT-COUNT-LINE.
012415
012420     MOVE 'UNKNOWN CODES:' TO TL-EDIT-LABEL.
012430     MOVE ZERO TO TL-EDIT-APPLY.
012440     MOVE WS-REJ-X-COUNT TO TL-EDIT-REJECT.
