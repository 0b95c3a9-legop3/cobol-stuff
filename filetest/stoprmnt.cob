000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STOPRMNT.
000300 AUTHOR. LEGOP3.
000400 INSTALLATION. STUDENT RECORDS SHOP.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* STOPRMNT                                                       *
000900*                                                                *
001000* OPERATOR SECURITY FILE MAINTENANCE UTILITY.  WORKS THE SAME    *
001100* WAY STHRMNT WORKS THE HOMEROOM FILE - A SUPERVISOR KEYS A      *
001200* TRANSACTION CODE AND AN OPERATOR ID AND STOPRMNT APPLIES IT    *
001300* DIRECTLY AGAINST THE INDEXED OPERATOR SECURITY FILE            *
001400* (OPERSEC.DAT, SEE OPERATOR.CPY):                               *
001500*                                                                *
001600*     L  -  LIST EVERY OPERATOR (PASSWORDS ARE NEVER SHOWN)      *
001700*     A  -  ADD AN OPERATOR                                      *
001800*     C  -  CHANGE AN OPERATOR'S NAME, LEVEL OR STATUS           *
001900*     P  -  SET A NEW PASSWORD FOR AN OPERATOR                   *
002000*     X  -  EXIT                                                 *
002100*                                                                *
002200* THERE IS NO DELETE - AN OPERATOR WHO LEAVES IS REVOKED         *
002300* (STATUS R) SO THEIR ID STILL NAMES SOMEONE ON OLD HISTORY.     *
002400* A SUPERVISOR MAY NOT CHANGE THEIR OWN LEVEL OR STATUS, SO THE  *
002500* LAST SUPERVISOR CANNOT LOCK EVERYONE OUT BY ACCIDENT.          *
002600*                                                                *
002700* EVERYTHING HERE NEEDS SUPERVISOR SIGN-ON THROUGH STSECURE,     *
002800* EXCEPT WHEN THE FILE IS EMPTY OR NOT ON HAND: THEN THE ONLY    *
002900* THING ALLOWED IS ADDING THE FIRST OPERATOR, WHO IS ALWAYS A    *
003000* SUPERVISOR, AND THE RUN ENDS.                                  *
003100*                                                                *
003200* RETURN CODES:  0 = NORMAL END,                                 *
003300*                8 = SIGN-ON REFUSED,                            *
003400*               16 = OPERATOR SECURITY FILE WOULD NOT OPEN.      *
003500*                                                                *
003600* MOD LOG                                                        *
003700*   2026-10-15  LEGOP3   INITIAL VERSION.                        *
003800*****************************************************************
003900
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT OPTIONAL OPERATOR-FILE
004400         ASSIGN TO WS-OPERATOR-FILE-NAME
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS OP-ID
004800         FILE STATUS IS WS-OPERATOR-FILE-STATUS.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  OPERATOR-FILE.
005300     COPY "operator.cpy".
005400
005500 WORKING-STORAGE SECTION.
005600 01  WS-OPERATOR-FILE-STATUS      PIC X(02)   VALUE '00'.
005700
005800 01  WS-OPERATOR-FILE-NAME        PIC X(40)   VALUE 'opersec.dat'.
005900
006000     COPY "sitecfgk.cpy".
006100
006200     COPY "securek.cpy".
006300
006400 01  WS-SWITCHES.
006500     05  WS-DONE-SW               PIC X(01)   VALUE 'N'.
006600         88  WS-DONE                          VALUE 'Y'.
006700     05  WS-EMPTY-SW              PIC X(01)   VALUE 'N'.
006800         88  WS-FILE-EMPTY                    VALUE 'Y'.
006900     05  WS-LIST-EOF-SW           PIC X(01)   VALUE 'N'.
007000         88  WS-LIST-EOF                      VALUE 'Y'.
007100
007200 01  WS-TRANSACTION-CODE          PIC X(01)   VALUE SPACES.
007300     88  WS-TRAN-LIST                         VALUE 'L' 'l'.
007400     88  WS-TRAN-ADD                          VALUE 'A' 'a'.
007500     88  WS-TRAN-CHANGE                       VALUE 'C' 'c'.
007600     88  WS-TRAN-PASSWORD                     VALUE 'P' 'p'.
007700     88  WS-TRAN-EXIT                         VALUE 'X' 'x'.
007800
007900 01  WS-KEY-ID                    PIC X(08)   VALUE SPACES.
008000 01  WS-INPUT-NAME                PIC X(25)   VALUE SPACES.
008100 01  WS-INPUT-LEVEL               PIC 9(01)   VALUE ZERO.
008200     88  WS-INPUT-LEVEL-VALID                 VALUE 1 THRU 4.
008300 01  WS-INPUT-STATUS              PIC X(01)   VALUE SPACES.
008400     88  WS-INPUT-STATUS-VALID                VALUE 'A' 'R'.
008500 01  WS-INPUT-PASSWORD            PIC X(08)   VALUE SPACES.
008600 01  WS-CONFIRM-PASSWORD          PIC X(08)   VALUE SPACES.
008700
008800 01  WS-SIGNED-ON-ID              PIC X(08)   VALUE SPACES.
008900 01  WS-LIST-COUNT                PIC 9(05)   COMP VALUE ZERO.
009000 01  WS-RUN-DATE                  PIC 9(08)   VALUE ZERO.
009100
009200 01  WS-LOWER-CASE                PIC X(26)
009300         VALUE 'abcdefghijklmnopqrstuvwxyz'.
009400 01  WS-UPPER-CASE                PIC X(26)
009500         VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
009600
009700 PROCEDURE DIVISION.
009800
009900 0000-MAINLINE.
010000     PERFORM 1000-INITIALIZE
010100         THRU 1000-INITIALIZE-EXIT.
010200
010300     IF WS-FILE-EMPTY
010400         PERFORM 1200-ADD-FIRST-SUPERVISOR
010500             THRU 1200-ADD-FIRST-SUPERVISOR-EXIT
010600     ELSE
010700         PERFORM 2000-PROCESS-TRANSACTION
010800             THRU 2000-PROCESS-TRANSACTION-EXIT
010900             UNTIL WS-DONE
011000     END-IF.
011100
011200     PERFORM 9000-TERMINATE
011300         THRU 9000-TERMINATE-EXIT.
011400
011500     STOP RUN.
011600
011700*****************************************************************
011800* 1000-INITIALIZE - OPEN THE OPERATOR SECURITY FILE, SEE         *
011900*                   WHETHER IT HAS ANYONE ON IT, AND SIGN THE    *
012000*                   SUPERVISOR ON IF IT DOES.                    *
012100*****************************************************************
012200 1000-INITIALIZE.
012300     MOVE 'opersec.dat' TO SF-DEFAULT-NAME.
012400     CALL 'STSITE' USING SITE-PARM.
012500     MOVE SF-RESOLVED-NAME TO WS-OPERATOR-FILE-NAME.
012600     IF SF-TEST-MODE = 'Y'
012700         DISPLAY '** TEST CYCLE - NOT PRODUCTION FILES **'
012800     END-IF.
012900
013000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
013100
013200     OPEN I-O OPERATOR-FILE.
013300     IF WS-OPERATOR-FILE-STATUS NOT = '00'
013400         AND WS-OPERATOR-FILE-STATUS NOT = '05'
013500         DISPLAY 'STOPRMNT - UNABLE TO OPEN OPERSEC.DAT, '
013600             'FILE STATUS = ' WS-OPERATOR-FILE-STATUS
013700         MOVE 16 TO RETURN-CODE
013800         STOP RUN
013900     END-IF.
014000
014100     MOVE LOW-VALUES TO OP-ID.
014200     START OPERATOR-FILE KEY >= OP-ID
014300         INVALID KEY
014400             SET WS-FILE-EMPTY TO TRUE
014500     END-START.
014600     IF NOT WS-FILE-EMPTY
014700         READ OPERATOR-FILE NEXT RECORD
014800             AT END
014900                 SET WS-FILE-EMPTY TO TRUE
015000         END-READ
015100     END-IF.
015200     IF WS-FILE-EMPTY
015300         GO TO 1000-INITIALIZE-EXIT
015400     END-IF.
015500
015600     MOVE 'C' TO SK-FUNCTION.
015700     MOVE 'STOPRMNT' TO SK-PROGRAM.
015800     MOVE 'OPERATOR FILE MAINT' TO SK-ACTIVITY.
015900     SET SK-NEED-SUPERVISOR TO TRUE.
016000     CALL 'STSECURE' USING SECURITY-PARM.
016100     IF SK-RETURN NOT = '0'
016200         DISPLAY 'STOPRMNT - ' SK-MESSAGE
016300         CLOSE OPERATOR-FILE
016400         MOVE 8 TO RETURN-CODE
016500         STOP RUN
016600     END-IF.
016700     MOVE SK-OPERATOR-ID TO WS-SIGNED-ON-ID.
016800 1000-INITIALIZE-EXIT.
016900     EXIT.
017000
017100*****************************************************************
017200* 1200-ADD-FIRST-SUPERVISOR - WITH NO ONE ON FILE, ADD THE       *
017300*                             FIRST OPERATOR AS A SUPERVISOR     *
017400*                             SO SOMEONE CAN SIGN ON.            *
017500*****************************************************************
017600 1200-ADD-FIRST-SUPERVISOR.
017700     DISPLAY 'STOPRMNT - NO OPERATORS ON FILE - SET UP THE FIRST '
017800         'SUPERVISOR'.
017900     PERFORM 2500-ACCEPT-KEY THRU 2500-ACCEPT-KEY-EXIT.
018000     IF WS-KEY-ID = SPACES
018100         GO TO 1200-ADD-FIRST-SUPERVISOR-EXIT
018200     END-IF.
018300
018400     DISPLAY 'ENTER NAME (25 CHARACTERS): ' WITH NO ADVANCING.
018500     ACCEPT WS-INPUT-NAME.
018600     PERFORM 2610-ACCEPT-PASSWORD THRU 2610-ACCEPT-PASSWORD-EXIT.
018700
018800     MOVE WS-KEY-ID TO OP-ID.
018900     MOVE WS-INPUT-PASSWORD TO OP-PASSWORD.
019000     MOVE WS-INPUT-NAME TO OP-NAME.
019100     SET OP-LEVEL-SUPERVISOR TO TRUE.
019200     SET OP-ACTIVE TO TRUE.
019300     MOVE WS-KEY-ID TO OP-CHANGED-BY.
019400     MOVE WS-RUN-DATE TO OP-CHANGED-DATE.
019500
019600     WRITE OPERATOR-RECORD
019700         INVALID KEY
019800             DISPLAY 'ADD FAILED FOR OPERATOR ' WS-KEY-ID
019900         NOT INVALID KEY
020000             DISPLAY 'OPERATOR ' WS-KEY-ID
020100                 ' ADDED AS SUPERVISOR - RERUN STOPRMNT AND '
020200                 'SIGN ON TO ADD THE REST'
020300     END-WRITE.
020400 1200-ADD-FIRST-SUPERVISOR-EXIT.
020500     EXIT.
020600
020700*****************************************************************
020800* 2000-PROCESS-TRANSACTION - PROMPT THE SUPERVISOR FOR ONE       *
020900*                            TRANSACTION AND APPLY IT.           *
021000*****************************************************************
021100 2000-PROCESS-TRANSACTION.
021200     DISPLAY ' '.
021300     DISPLAY 'STOPRMNT - OPERATOR SECURITY MAINTENANCE'.
021400     DISPLAY '  L) LIST   A) ADD   C) CHANGE   P) PASSWORD'
021500         '   X) EXIT'.
021600     DISPLAY 'ENTER TRANSACTION CODE: ' WITH NO ADVANCING.
021700     ACCEPT WS-TRANSACTION-CODE.
021800
021900     EVALUATE TRUE
022000         WHEN WS-TRAN-LIST
022100             PERFORM 2100-LIST THRU 2100-LIST-EXIT
022200         WHEN WS-TRAN-ADD
022300             PERFORM 2200-ADD THRU 2200-ADD-EXIT
022400         WHEN WS-TRAN-CHANGE
022500             PERFORM 2300-CHANGE THRU 2300-CHANGE-EXIT
022600         WHEN WS-TRAN-PASSWORD
022700             PERFORM 2400-PASSWORD THRU 2400-PASSWORD-EXIT
022800         WHEN WS-TRAN-EXIT
022900             SET WS-DONE TO TRUE
023000         WHEN OTHER
023100             DISPLAY 'INVALID TRANSACTION CODE - TRY AGAIN'
023200     END-EVALUATE.
023300 2000-PROCESS-TRANSACTION-EXIT.
023400     EXIT.
023500
023600*****************************************************************
023700* 2100-LIST - SHOW EVERY OPERATOR ON FILE IN ID ORDER.           *
023800*****************************************************************
023900 2100-LIST.
024000     MOVE 'N' TO WS-LIST-EOF-SW.
024100     MOVE ZERO TO WS-LIST-COUNT.
024200     MOVE LOW-VALUES TO OP-ID.
024300     START OPERATOR-FILE KEY >= OP-ID
024400         INVALID KEY
024500             SET WS-LIST-EOF TO TRUE
024600     END-START.
024700
024800     PERFORM 2110-LIST-ONE-OPERATOR
024900         THRU 2110-LIST-ONE-OPERATOR-EXIT
025000         UNTIL WS-LIST-EOF.
025100
025200     DISPLAY WS-LIST-COUNT ' OPERATORS ON FILE'.
025300 2100-LIST-EXIT.
025400     EXIT.
025500
025600*****************************************************************
025700* 2110-LIST-ONE-OPERATOR - SHOW THE NEXT OPERATOR ON FILE.       *
025800*****************************************************************
025900 2110-LIST-ONE-OPERATOR.
026000     READ OPERATOR-FILE NEXT RECORD
026100         AT END
026200             SET WS-LIST-EOF TO TRUE
026300             GO TO 2110-LIST-ONE-OPERATOR-EXIT
026400     END-READ.
026500
026600     ADD 1 TO WS-LIST-COUNT.
026700     DISPLAY '  ' OP-ID ' ' OP-NAME ' LEVEL ' OP-LEVEL
026800         ' STATUS ' OP-STATUS ' CHANGED ' OP-CHANGED-DATE
026900         ' BY ' OP-CHANGED-BY.
027000 2110-LIST-ONE-OPERATOR-EXIT.
027100     EXIT.
027200
027300*****************************************************************
027400* 2200-ADD - PROMPT FOR A NEW OPERATOR AND WRITE IT.             *
027500*****************************************************************
027600 2200-ADD.
027700     PERFORM 2500-ACCEPT-KEY THRU 2500-ACCEPT-KEY-EXIT.
027800     IF WS-KEY-ID = SPACES
027900         GO TO 2200-ADD-EXIT
028000     END-IF.
028100
028200     PERFORM 2600-ACCEPT-DETAIL THRU 2600-ACCEPT-DETAIL-EXIT.
028300     PERFORM 2610-ACCEPT-PASSWORD THRU 2610-ACCEPT-PASSWORD-EXIT.
028400
028500     MOVE WS-KEY-ID TO OP-ID.
028600     MOVE WS-INPUT-PASSWORD TO OP-PASSWORD.
028700     MOVE WS-INPUT-NAME TO OP-NAME.
028800     MOVE WS-INPUT-LEVEL TO OP-LEVEL.
028900     MOVE WS-INPUT-STATUS TO OP-STATUS.
029000     MOVE WS-SIGNED-ON-ID TO OP-CHANGED-BY.
029100     MOVE WS-RUN-DATE TO OP-CHANGED-DATE.
029200
029300     WRITE OPERATOR-RECORD
029400         INVALID KEY
029500             DISPLAY 'ADD FAILED - OPERATOR ' WS-KEY-ID
029600                 ' ALREADY EXISTS'
029700         NOT INVALID KEY
029800             DISPLAY 'OPERATOR ' WS-KEY-ID ' ADDED'
029900     END-WRITE.
030000 2200-ADD-EXIT.
030100     EXIT.
030200
030300*****************************************************************
030400* 2300-CHANGE - READ, PROMPT FOR A NEW NAME, LEVEL AND STATUS    *
030500*               AND REWRITE.  THE PASSWORD IS LEFT ALONE.        *
030600*****************************************************************
030700 2300-CHANGE.
030800     PERFORM 2500-ACCEPT-KEY THRU 2500-ACCEPT-KEY-EXIT.
030900     IF WS-KEY-ID = SPACES
031000         GO TO 2300-CHANGE-EXIT
031100     END-IF.
031200
031300     IF WS-KEY-ID = WS-SIGNED-ON-ID
031400         DISPLAY 'YOU MAY NOT CHANGE YOUR OWN LEVEL OR STATUS - '
031500             'ANOTHER SUPERVISOR MUST DO IT'
031600         GO TO 2300-CHANGE-EXIT
031700     END-IF.
031800
031900     MOVE WS-KEY-ID TO OP-ID.
032000     READ OPERATOR-FILE
032100         INVALID KEY
032200             DISPLAY 'NO OPERATOR FOUND FOR ID ' WS-KEY-ID
032300             GO TO 2300-CHANGE-EXIT
032400     END-READ.
032500
032600     DISPLAY 'NOW: ' OP-NAME ' LEVEL ' OP-LEVEL
032700         ' STATUS ' OP-STATUS.
032800     PERFORM 2600-ACCEPT-DETAIL THRU 2600-ACCEPT-DETAIL-EXIT.
032900
033000     MOVE WS-INPUT-NAME TO OP-NAME.
033100     MOVE WS-INPUT-LEVEL TO OP-LEVEL.
033200     MOVE WS-INPUT-STATUS TO OP-STATUS.
033300     MOVE WS-SIGNED-ON-ID TO OP-CHANGED-BY.
033400     MOVE WS-RUN-DATE TO OP-CHANGED-DATE.
033500
033600     REWRITE OPERATOR-RECORD
033700         INVALID KEY
033800             DISPLAY 'CHANGE FAILED FOR OPERATOR ' WS-KEY-ID
033900         NOT INVALID KEY
034000             DISPLAY 'OPERATOR ' WS-KEY-ID ' CHANGED'
034100     END-REWRITE.
034200 2300-CHANGE-EXIT.
034300     EXIT.
034400
034500*****************************************************************
034600* 2400-PASSWORD - SET A NEW PASSWORD FOR ONE OPERATOR.           *
034700*****************************************************************
034800 2400-PASSWORD.
034900     PERFORM 2500-ACCEPT-KEY THRU 2500-ACCEPT-KEY-EXIT.
035000     IF WS-KEY-ID = SPACES
035100         GO TO 2400-PASSWORD-EXIT
035200     END-IF.
035300
035400     MOVE WS-KEY-ID TO OP-ID.
035500     READ OPERATOR-FILE
035600         INVALID KEY
035700             DISPLAY 'NO OPERATOR FOUND FOR ID ' WS-KEY-ID
035800             GO TO 2400-PASSWORD-EXIT
035900     END-READ.
036000
036100     PERFORM 2610-ACCEPT-PASSWORD THRU 2610-ACCEPT-PASSWORD-EXIT.
036200
036300     MOVE WS-INPUT-PASSWORD TO OP-PASSWORD.
036400     MOVE WS-SIGNED-ON-ID TO OP-CHANGED-BY.
036500     MOVE WS-RUN-DATE TO OP-CHANGED-DATE.
036600
036700     REWRITE OPERATOR-RECORD
036800         INVALID KEY
036900             DISPLAY 'PASSWORD CHANGE FAILED FOR OPERATOR '
037000                 WS-KEY-ID
037100         NOT INVALID KEY
037200             DISPLAY 'PASSWORD CHANGED FOR OPERATOR ' WS-KEY-ID
037300     END-REWRITE.
037400 2400-PASSWORD-EXIT.
037500     EXIT.
037600
037700*****************************************************************
037800* 2500-ACCEPT-KEY - PROMPT FOR AN OPERATOR ID.  BLANK CANCELS.   *
037900*                   BATCH IS RESERVED FOR THE UNATTENDED JOB     *
038000*                   STREAM AND CANNOT BE AN OPERATOR.            *
038100*****************************************************************
038200 2500-ACCEPT-KEY.
038300     DISPLAY 'ENTER OPERATOR ID (8 CHARACTERS, BLANK TO CANCEL): '
038400         WITH NO ADVANCING.
038500     ACCEPT WS-KEY-ID.
038600     INSPECT WS-KEY-ID
038700         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
038800
038900     IF WS-KEY-ID = 'BATCH'
039000         DISPLAY 'BATCH IS RESERVED FOR THE JOB STREAM - '
039100             'TRY AGAIN'
039200         GO TO 2500-ACCEPT-KEY
039300     END-IF.
039400 2500-ACCEPT-KEY-EXIT.
039500     EXIT.
039600
039700*****************************************************************
039800* 2600-ACCEPT-DETAIL - PROMPT FOR THE NAME, AUTHORITY LEVEL      *
039900*                      AND STATUS, RE-PROMPTING UNTIL THE LEVEL  *
040000*                      AND STATUS ARE VALID.                     *
040100*****************************************************************
040200 2600-ACCEPT-DETAIL.
040300     DISPLAY 'ENTER NAME (25 CHARACTERS): ' WITH NO ADVANCING.
040400     ACCEPT WS-INPUT-NAME.
040500     PERFORM 2620-ACCEPT-LEVEL THRU 2620-ACCEPT-LEVEL-EXIT.
040600     PERFORM 2630-ACCEPT-STATUS THRU 2630-ACCEPT-STATUS-EXIT.
040700 2600-ACCEPT-DETAIL-EXIT.
040800     EXIT.
040900
041000*****************************************************************
041100* 2610-ACCEPT-PASSWORD - PROMPT FOR A PASSWORD TWICE UNTIL THE   *
041200*                        TWO MATCH AND ARE NOT BLANK.            *
041300*****************************************************************
041400 2610-ACCEPT-PASSWORD.
041500     DISPLAY 'ENTER PASSWORD (8 CHARACTERS): ' WITH NO ADVANCING.
041600     ACCEPT WS-INPUT-PASSWORD.
041700     DISPLAY 'ENTER IT AGAIN TO CONFIRM....: ' WITH NO ADVANCING.
041800     ACCEPT WS-CONFIRM-PASSWORD.
041900
042000     IF WS-INPUT-PASSWORD = SPACES
042100         DISPLAY 'PASSWORD MAY NOT BE BLANK - TRY AGAIN'
042200         GO TO 2610-ACCEPT-PASSWORD
042300     END-IF.
042400     IF WS-INPUT-PASSWORD NOT = WS-CONFIRM-PASSWORD
042500         DISPLAY 'PASSWORDS DO NOT MATCH - TRY AGAIN'
042600         GO TO 2610-ACCEPT-PASSWORD
042700     END-IF.
042800 2610-ACCEPT-PASSWORD-EXIT.
042900     EXIT.
043000
043100*****************************************************************
043200* 2620-ACCEPT-LEVEL - PROMPT FOR THE AUTHORITY LEVEL.            *
043300*****************************************************************
043400 2620-ACCEPT-LEVEL.
043500     DISPLAY 'ENTER LEVEL (1=INQUIRY 2=CLERK 3=REGISTRAR '
043600         '4=SUPERVISOR): ' WITH NO ADVANCING.
043700     ACCEPT WS-INPUT-LEVEL.
043800     IF NOT WS-INPUT-LEVEL-VALID
043900         DISPLAY 'LEVEL MUST BE 1 THROUGH 4 - TRY AGAIN'
044000         GO TO 2620-ACCEPT-LEVEL
044100     END-IF.
044200 2620-ACCEPT-LEVEL-EXIT.
044300     EXIT.
044400
044500*****************************************************************
044600* 2630-ACCEPT-STATUS - PROMPT FOR ACTIVE OR REVOKED.             *
044700*****************************************************************
044800 2630-ACCEPT-STATUS.
044900     DISPLAY 'ENTER STATUS (A=ACTIVE R=REVOKED): '
045000         WITH NO ADVANCING.
045100     ACCEPT WS-INPUT-STATUS.
045200     INSPECT WS-INPUT-STATUS
045300         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
045400     IF NOT WS-INPUT-STATUS-VALID
045500         DISPLAY 'STATUS MUST BE A OR R - TRY AGAIN'
045600         GO TO 2630-ACCEPT-STATUS
045700     END-IF.
045800 2630-ACCEPT-STATUS-EXIT.
045900     EXIT.
046000
046100*****************************************************************
046200* 9000-TERMINATE - CLOSE THE OPERATOR SECURITY FILE.             *
046300*****************************************************************
046400 9000-TERMINATE.
046500     CLOSE OPERATOR-FILE.
046600 9000-TERMINATE-EXIT.
046700     EXIT.
