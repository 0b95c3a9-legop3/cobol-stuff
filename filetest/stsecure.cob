000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STSECURE.
000300 AUTHOR. LEGOP3.
000400 INSTALLATION. STUDENT RECORDS SHOP.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* STSECURE                                                       *
000900*                                                                *
001000* OPERATOR SECURITY SUBSYSTEM.  UNTIL NOW ANYONE AT THE          *
001100* TERMINAL COULD RESTORE THE MASTER, PURGE STUDENTS, WORK THE    *
001200* SUSPENSE FILE OR KEY CHANGES IN STMAINT AND STGUARD, AND       *
001300* NOTHING SAID WHO DID IT.  NOW EVERY SUCH PROGRAM CALLS HERE    *
001400* (SEE SECUREK.CPY) BEFORE IT DOES ANYTHING THAT NEEDS           *
001500* AUTHORITY, AND EVERY PROGRAM THAT WRITES STHIST.DAT OR         *
001600* RUNCTL.DAT ASKS HERE WHO TO STAMP ON THE RECORD.               *
001700*                                                                *
001800* THE FIRST CHECK IN A RUN PROMPTS FOR AN OPERATOR ID AND        *
001900* PASSWORD AND LOOKS THEM UP ON THE OPERATOR SECURITY FILE       *
002000* (OPERSEC.DAT, SEE OPERATOR.CPY).  THIS PROGRAM IS DELIBERATELY *
002100* NOT INITIAL - THE SIGNED-ON OPERATOR STAYS IN WORKING-STORAGE  *
002200* FOR THE REST OF THE RUN, SO ONE SIGN-ON AT THE HELLO-WORLD     *
002300* MENU COVERS EVERY PROGRAM THE MENU CALLS.  A PROGRAM RUN ON    *
002400* ITS OWN PROMPTS FOR ITS OWN SIGN-ON.                           *
002500*                                                                *
002600* THREE FAILED SIGN-ON ATTEMPTS LOCK THE RUN OUT - EVERY LATER   *
002700* CHECK IS REFUSED WITHOUT PROMPTING.  EVERY REFUSAL, FAILED     *
002800* SIGN-ON OR LEVEL TOO LOW, IS APPENDED TO THE VIOLATION LOG     *
002900* (SECVIOL.DAT, SEE SECVIOL.CPY).  THE OPERATOR IS ONLY TOLD     *
003000* THE ID OR PASSWORD WAS NOT ACCEPTED; THE LOG SAYS WHICH.       *
003100*                                                                *
003200* WITH NO OPERATOR SECURITY FILE ON HAND NO ONE CAN SIGN ON -    *
003300* RUN STOPRMNT TO SET UP THE FIRST SUPERVISOR.                   *
003400*                                                                *
003500* MOD LOG                                                        *
003600*   2026-10-15  LEGOP3   INITIAL VERSION.                        *
003700*****************************************************************
003800
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT OPTIONAL OPERATOR-FILE
004300         ASSIGN TO WS-OPERATOR-FILE-NAME
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS OP-ID
004700         FILE STATUS IS WS-OPERATOR-FILE-STATUS.
004800
004900     SELECT OPTIONAL VIOLATION-LOG
005000         ASSIGN TO WS-VIOLATION-FILE-NAME
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-VIOLATION-FILE-STATUS.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  OPERATOR-FILE.
005700     COPY "operator.cpy".
005800
005900 FD  VIOLATION-LOG.
006000     COPY "secviol.cpy".
006100
006200 WORKING-STORAGE SECTION.
006300 01  WS-OPERATOR-FILE-STATUS      PIC X(02)   VALUE '00'.
006400 01  WS-VIOLATION-FILE-STATUS     PIC X(02)   VALUE '00'.
006500
006600 01  WS-OPERATOR-FILE-NAME        PIC X(40)   VALUE 'opersec.dat'.
006700 01  WS-VIOLATION-FILE-NAME       PIC X(40)   VALUE 'secviol.dat'.
006800
006900     COPY "sitecfgk.cpy".
007000
007100 01  WS-SWITCHES.
007200     05  WS-SIGNED-ON-SW          PIC X(01)   VALUE 'N'.
007300         88  WS-SIGNED-ON                     VALUE 'Y'.
007400     05  WS-LOCKED-OUT-SW         PIC X(01)   VALUE 'N'.
007500         88  WS-LOCKED-OUT                    VALUE 'Y'.
007600
007700 01  WS-CURRENT-OPERATOR.
007800     05  WS-CUR-ID                PIC X(08)   VALUE SPACES.
007900     05  WS-CUR-NAME              PIC X(25)   VALUE SPACES.
008000     05  WS-CUR-LEVEL             PIC 9(01)   VALUE ZERO.
008100
008200 01  WS-SIGN-ON-FIELDS.
008300     05  WS-KEYED-ID              PIC X(08)   VALUE SPACES.
008400     05  WS-KEYED-PASSWORD        PIC X(08)   VALUE SPACES.
008500     05  WS-TRY-COUNT             PIC 9(01)   COMP VALUE ZERO.
008600     05  WS-TRY-MAX               PIC 9(01)   COMP VALUE 3.
008700
008800 01  WS-VIOLATION-FIELDS.
008900     05  WS-VIOL-ID               PIC X(08)   VALUE SPACES.
009000     05  WS-VIOL-HELD-LEVEL       PIC 9(01)   VALUE ZERO.
009100     05  WS-VIOL-REASON           PIC X(30)   VALUE SPACES.
009200
009300 01  WS-LEVEL-NAME-VALUES.
009400     05  FILLER                   PIC X(10)   VALUE 'INQUIRY'.
009500     05  FILLER                   PIC X(10)   VALUE 'CLERK'.
009600     05  FILLER                   PIC X(10)   VALUE 'REGISTRAR'.
009700     05  FILLER                   PIC X(10)   VALUE 'SUPERVISOR'.
009800
009900 01  WS-LEVEL-NAME-TABLE REDEFINES WS-LEVEL-NAME-VALUES.
010000     05  WS-LEVEL-NAME            OCCURS 4 TIMES
010100                                  PIC X(10).
010200
010300 01  WS-LOWER-CASE                PIC X(26)
010400         VALUE 'abcdefghijklmnopqrstuvwxyz'.
010500 01  WS-UPPER-CASE                PIC X(26)
010600         VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
010700
010800 01  WS-RUN-DATE                  PIC 9(08)   VALUE ZERO.
010900 01  WS-RUN-TIME                  PIC 9(08)   VALUE ZERO.
011000 01  WS-RUN-TIME-X REDEFINES WS-RUN-TIME.
011100     05  WS-RUN-HHMMSS            PIC 9(06).
011200     05  WS-RUN-HUNDREDTHS        PIC 9(02).
011300
011400 LINKAGE SECTION.
011500     COPY "securek.cpy".
011600
011700 PROCEDURE DIVISION USING SECURITY-PARM.
011800
011900 0000-MAINLINE.
012000     MOVE '0' TO SK-RETURN.
012100     MOVE SPACES TO SK-MESSAGE.
012200
012300     MOVE 'opersec.dat' TO SF-DEFAULT-NAME.
012400     CALL 'STSITE' USING SITE-PARM.
012500     MOVE SF-RESOLVED-NAME TO WS-OPERATOR-FILE-NAME.
012600
012700     MOVE 'secviol.dat' TO SF-DEFAULT-NAME.
012800     CALL 'STSITE' USING SITE-PARM.
012900     MOVE SF-RESOLVED-NAME TO WS-VIOLATION-FILE-NAME.
013000
013100     IF SK-FUNCTION = 'Q'
013200         PERFORM 4000-RETURN-OPERATOR
013300             THRU 4000-RETURN-OPERATOR-EXIT
013400         GOBACK
013500     END-IF.
013600
013700     IF SK-FUNCTION NOT = 'C'
013800         MOVE '8' TO SK-RETURN
013900         MOVE 'STSECURE CALLED WITH AN UNKNOWN FUNCTION CODE'
014000             TO SK-MESSAGE
014100         GOBACK
014200     END-IF.
014300
014400     IF NOT WS-SIGNED-ON
014500         PERFORM 2000-SIGN-ON
014600             THRU 2000-SIGN-ON-EXIT
014700     END-IF.
014800
014900     IF NOT WS-SIGNED-ON
015000         MOVE '8' TO SK-RETURN
015100         MOVE SPACES TO SK-OPERATOR-ID
015200         MOVE ZERO TO SK-OPERATOR-LEVEL
015300         GOBACK
015400     END-IF.
015500
015600     PERFORM 3000-CHECK-LEVEL
015700         THRU 3000-CHECK-LEVEL-EXIT.
015800
015900     PERFORM 4000-RETURN-OPERATOR
016000         THRU 4000-RETURN-OPERATOR-EXIT.
016100     GOBACK.
016200
016300*****************************************************************
016400* 2000-SIGN-ON - PROMPT FOR AN OPERATOR ID AND PASSWORD UNTIL    *
016500*                ONE IS ACCEPTED OR THE TRIES RUN OUT.           *
016600*****************************************************************
016700 2000-SIGN-ON.
016800     IF WS-LOCKED-OUT
016900         MOVE 'SIGN-ON WAS REFUSED EARLIER IN THIS SESSION'
017000             TO SK-MESSAGE
017100         GO TO 2000-SIGN-ON-EXIT
017200     END-IF.
017300
017400     OPEN INPUT OPERATOR-FILE.
017500     IF WS-OPERATOR-FILE-STATUS NOT = '00'
017600         IF WS-OPERATOR-FILE-STATUS = '05'
017700             CLOSE OPERATOR-FILE
017800         END-IF
017900         SET WS-LOCKED-OUT TO TRUE
018000         MOVE 'NO OPERATOR SECURITY FILE ON HAND - SEE STOPRMNT'
018100             TO SK-MESSAGE
018200         MOVE SPACES TO WS-VIOL-ID
018300         MOVE ZERO TO WS-VIOL-HELD-LEVEL
018400         MOVE 'NO OPERATOR SECURITY FILE' TO WS-VIOL-REASON
018500         PERFORM 5000-LOG-VIOLATION
018600             THRU 5000-LOG-VIOLATION-EXIT
018700         GO TO 2000-SIGN-ON-EXIT
018800     END-IF.
018900
019000     MOVE ZERO TO WS-TRY-COUNT.
019100     PERFORM 2100-TRY-ONE-SIGN-ON
019200         THRU 2100-TRY-ONE-SIGN-ON-EXIT
019300         UNTIL WS-SIGNED-ON
019400            OR WS-TRY-COUNT >= WS-TRY-MAX.
019500
019600     CLOSE OPERATOR-FILE.
019700
019800     IF NOT WS-SIGNED-ON
019900         SET WS-LOCKED-OUT TO TRUE
020000         MOVE 'SIGN-ON REFUSED - TOO MANY FAILED ATTEMPTS'
020100             TO SK-MESSAGE
020200     END-IF.
020300 2000-SIGN-ON-EXIT.
020400     EXIT.
020500
020600*****************************************************************
020700* 2100-TRY-ONE-SIGN-ON - TAKE ONE ID/PASSWORD PAIR AND CHECK IT  *
020800*                        AGAINST THE OPERATOR SECURITY FILE.     *
020900*****************************************************************
021000 2100-TRY-ONE-SIGN-ON.
021100     ADD 1 TO WS-TRY-COUNT.
021200     DISPLAY ' '.
021300     DISPLAY 'STUDENT RECORDS SHOP - OPERATOR SIGN-ON'.
021400     DISPLAY 'OPERATOR ID: ' WITH NO ADVANCING.
021500     ACCEPT WS-KEYED-ID.
021600     DISPLAY 'PASSWORD...: ' WITH NO ADVANCING.
021700     ACCEPT WS-KEYED-PASSWORD.
021800     INSPECT WS-KEYED-ID
021900         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
022000
022100     MOVE WS-KEYED-ID TO WS-VIOL-ID.
022200     MOVE ZERO TO WS-VIOL-HELD-LEVEL.
022300
022400     MOVE WS-KEYED-ID TO OP-ID.
022500     READ OPERATOR-FILE
022600         INVALID KEY
022700             MOVE 'UNKNOWN OPERATOR ID' TO WS-VIOL-REASON
022800             PERFORM 2200-SIGN-ON-FAILED
022900                 THRU 2200-SIGN-ON-FAILED-EXIT
023000             GO TO 2100-TRY-ONE-SIGN-ON-EXIT
023100     END-READ.
023200
023300     IF OP-REVOKED
023400         MOVE 'OPERATOR ID REVOKED' TO WS-VIOL-REASON
023500         PERFORM 2200-SIGN-ON-FAILED
023600             THRU 2200-SIGN-ON-FAILED-EXIT
023700         GO TO 2100-TRY-ONE-SIGN-ON-EXIT
023800     END-IF.
023900
024000     IF OP-PASSWORD NOT = WS-KEYED-PASSWORD
024100         MOVE 'WRONG PASSWORD' TO WS-VIOL-REASON
024200         PERFORM 2200-SIGN-ON-FAILED
024300             THRU 2200-SIGN-ON-FAILED-EXIT
024400         GO TO 2100-TRY-ONE-SIGN-ON-EXIT
024500     END-IF.
024600
024700     IF NOT OP-LEVEL-VALID
024800         MOVE 'BAD LEVEL ON SECURITY FILE' TO WS-VIOL-REASON
024900         PERFORM 2200-SIGN-ON-FAILED
025000             THRU 2200-SIGN-ON-FAILED-EXIT
025100         GO TO 2100-TRY-ONE-SIGN-ON-EXIT
025200     END-IF.
025300
025400     SET WS-SIGNED-ON TO TRUE.
025500     MOVE OP-ID TO WS-CUR-ID.
025600     MOVE OP-NAME TO WS-CUR-NAME.
025700     MOVE OP-LEVEL TO WS-CUR-LEVEL.
025800     DISPLAY 'SIGNED ON AS ' WS-CUR-ID ' - ' WS-CUR-NAME.
025900     DISPLAY 'AUTHORITY LEVEL ' WS-CUR-LEVEL ' ('
026000         WS-LEVEL-NAME(WS-CUR-LEVEL) ')'.
026100 2100-TRY-ONE-SIGN-ON-EXIT.
026200     EXIT.
026300
026400*****************************************************************
026500* 2200-SIGN-ON-FAILED - LOG ONE REFUSED SIGN-ON AND TELL THE     *
026600*                       OPERATOR WITHOUT SAYING WHICH HALF WAS   *
026700*                       WRONG.                                   *
026800*****************************************************************
026900 2200-SIGN-ON-FAILED.
027000     PERFORM 5000-LOG-VIOLATION
027100         THRU 5000-LOG-VIOLATION-EXIT.
027200     DISPLAY 'OPERATOR ID OR PASSWORD NOT ACCEPTED'.
027300 2200-SIGN-ON-FAILED-EXIT.
027400     EXIT.
027500
027600*****************************************************************
027700* 3000-CHECK-LEVEL - REFUSE AND LOG THE ATTEMPT WHEN THE         *
027800*                    SIGNED-ON OPERATOR'S LEVEL IS BELOW WHAT    *
027900*                    THE CALLER NEEDS.                           *
028000*****************************************************************
028100 3000-CHECK-LEVEL.
028200     IF WS-CUR-LEVEL >= SK-REQUIRED-LEVEL
028300         GO TO 3000-CHECK-LEVEL-EXIT
028400     END-IF.
028500
028600     MOVE '8' TO SK-RETURN.
028700     IF SK-REQUIRED-LEVEL > 4
028800         MOVE 'NOT AUTHORIZED - REFUSED AND LOGGED' TO SK-MESSAGE
028900     ELSE
029000         STRING 'NOT AUTHORIZED - NEEDS ' DELIMITED BY SIZE
029100             WS-LEVEL-NAME(SK-REQUIRED-LEVEL) DELIMITED BY SPACE
029200             ' LEVEL - REFUSED AND LOGGED' DELIMITED BY SIZE
029300             INTO SK-MESSAGE
029400         END-STRING
029500     END-IF.
029600
029700     MOVE WS-CUR-ID TO WS-VIOL-ID.
029800     MOVE WS-CUR-LEVEL TO WS-VIOL-HELD-LEVEL.
029900     MOVE 'AUTHORITY LEVEL TOO LOW' TO WS-VIOL-REASON.
030000     PERFORM 5000-LOG-VIOLATION
030100         THRU 5000-LOG-VIOLATION-EXIT.
030200 3000-CHECK-LEVEL-EXIT.
030300     EXIT.
030400
030500*****************************************************************
030600* 4000-RETURN-OPERATOR - HAND BACK WHO IS SIGNED ON, OR BATCH    *
030700*                        WHEN NO ONE HAS SIGNED ON IN THIS RUN.  *
030800*****************************************************************
030900 4000-RETURN-OPERATOR.
031000     IF WS-SIGNED-ON
031100         MOVE WS-CUR-ID TO SK-OPERATOR-ID
031200         MOVE WS-CUR-LEVEL TO SK-OPERATOR-LEVEL
031300     ELSE
031400         MOVE 'BATCH' TO SK-OPERATOR-ID
031500         MOVE ZERO TO SK-OPERATOR-LEVEL
031600     END-IF.
031700 4000-RETURN-OPERATOR-EXIT.
031800     EXIT.
031900
032000*****************************************************************
032100* 5000-LOG-VIOLATION - APPEND ONE REFUSED ATTEMPT TO THE         *
032200*                      VIOLATION LOG.                            *
032300*****************************************************************
032400 5000-LOG-VIOLATION.
032500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
032600     ACCEPT WS-RUN-TIME FROM TIME.
032700
032800     OPEN EXTEND VIOLATION-LOG.
032900     IF WS-VIOLATION-FILE-STATUS NOT = '00'
033000         AND WS-VIOLATION-FILE-STATUS NOT = '05'
033100         DISPLAY 'STSECURE - UNABLE TO OPEN SECVIOL.DAT, '
033200             'FILE STATUS = ' WS-VIOLATION-FILE-STATUS
033300         GO TO 5000-LOG-VIOLATION-EXIT
033400     END-IF.
033500
033600     MOVE WS-RUN-DATE TO SV-DATE.
033700     MOVE WS-RUN-HHMMSS TO SV-TIME.
033800     MOVE WS-VIOL-ID TO SV-OPERATOR-ID.
033900     MOVE SK-PROGRAM TO SV-PROGRAM.
034000     MOVE SK-ACTIVITY TO SV-ACTIVITY.
034100     MOVE SK-REQUIRED-LEVEL TO SV-REQUIRED-LEVEL.
034200     MOVE WS-VIOL-HELD-LEVEL TO SV-HELD-LEVEL.
034300     MOVE WS-VIOL-REASON TO SV-REASON.
034400     WRITE SECURITY-VIOLATION-RECORD.
034500     CLOSE VIOLATION-LOG.
034600 5000-LOG-VIOLATION-EXIT.
034700     EXIT.
