000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STFEESTM.
000300 AUTHOR. LEGOP3.
000400 INSTALLATION. STUDENT RECORDS SHOP.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* STFEESTM                                                       *
000900*                                                                *
001000* MONTH-END FAMILY FEE STATEMENTS FROM THE STUDENT FEE LEDGER    *
001100* (FEELEDG.DAT, SEE FEELEDG.CPY).  THE OPERATOR KEYS A STATEMENT *
001200* MONTH (YYYYMM) AND STFEESTM PRINTS FEESTMT.TXT, ONE STATEMENT  *
001300* PER FAMILY, EACH STARTING ON A NEW PAGE:                       *
001400*                                                                *
001500*   - FOR EACH STUDENT ON THE STATEMENT, THE BALANCE BROUGHT     *
001600*     FORWARD (EVERY ENTRY DATED BEFORE THE MONTH), EVERY CHARGE *
001700*     AND PAYMENT DATED IN THE MONTH, AND THE ENDING BALANCE;    *
001800*   - THE TOTAL DUE FROM THE FAMILY (OR ITS CREDIT).             *
001900*                                                                *
002000* ENTRIES ARE PLACED BY FL-TRAN-DATE, THE DATE THE FEE WAS       *
002100* INCURRED OR THE PAYMENT RECEIVED, NOT THE DAY IT WAS POSTED.   *
002200* ENTRIES DATED AFTER THE MONTH ARE LEFT FOR A LATER STATEMENT.  *
002300* A STUDENT WITH NO ACTIVITY IN THE MONTH AND NOTHING OWING OR   *
002400* IN CREDIT GETS NO STATEMENT.                                   *
002500*                                                                *
002600* A FAMILY IS THE STUDENT'S CALL-FIRST GUARDIAN (SEE             *
002700* GUARDIAN.CPY) - BROTHERS AND SISTERS WHOSE FIRST CONTACT HAS   *
002800* THE SAME NAME AND PHONE NUMBER SHARE ONE STATEMENT.  A STUDENT *
002900* WITH NO GUARDIAN ON FILE GETS A STATEMENT OF THEIR OWN,        *
003000* ADDRESSED TO THE PARENT OR GUARDIAN OF THE STUDENT.            *
003100*                                                                *
003200* READ-ONLY - SAFE TO RUN ANY TIME.                              *
003300*                                                                *
003400* RETURN CODES:  0 = STATEMENTS PRINTED,                         *
003500*                4 = PRINTED, BUT SOME STUDENTS HAVE NO GUARDIAN *
003600*                    ON FILE TO ADDRESS THE STATEMENT TO,        *
003700*               16 = A FILE WOULD NOT OPEN.                      *
003800*                                                                *
003900* MOD LOG                                                        *
004000*   2026-10-15  LEGOP3   INITIAL VERSION.                        *
004100*****************************************************************
004200
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT OPTIONAL FEE-LEDGER ASSIGN TO WS-LEDGER-FILE-NAME
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS FL-KEY
005000         FILE STATUS IS WS-LEDGER-FILE-STATUS.
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
006700     SELECT STMT-RPT ASSIGN TO WS-STMT-RPT-NAME
006800         ORGANIZATION IS LINE SEQUENTIAL.
006900
007000     SELECT SORT-WORK-FILE ASSIGN TO 'stmtsort.tmp'.
007100
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  FEE-LEDGER.
007500     COPY "feeledg.cpy".
007600
007700 FD  STUDENT.
007800     COPY "student.cpy".
007900
008000 FD  GUARDIAN-FILE.
008100     COPY "guardian.cpy".
008200
008300 FD  STMT-RPT.
008400 01  STMT-LINE                    PIC X(80).
008500
008600 SD  SORT-WORK-FILE.
008700 01  SORT-RECORD.
008800     05  SR-FAMILY-KEY.
008900         10  SR-ADDRESS-TYPE      PIC X(01).
009000             88  SR-TO-GUARDIAN               VALUE 'G'.
009100             88  SR-TO-STUDENT                VALUE 'S'.
009200         10  SR-FAMILY-NAME       PIC X(25).
009300         10  SR-FAMILY-PHONE      PIC X(12).
009400         10  SR-FAMILY-ID         PIC 9(05).
009500     05  SR-STUDENT-ID            PIC 9(05).
009600     05  SR-STUDENT-NAME          PIC X(25).
009700     05  SR-HOMEROOM              PIC X(04).
009800     05  SR-PRIOR-BALANCE         PIC S9(07)V99.
009900     05  SR-MONTH-CHARGES         PIC 9(07)V99.
010000     05  SR-MONTH-PAYMENTS        PIC 9(07)V99.
010100
010200 WORKING-STORAGE SECTION.
010300 01  WS-LEDGER-FILE-STATUS        PIC X(02)   VALUE '00'.
010400 01  WS-STUDENT-FILE-STATUS       PIC X(02)   VALUE '00'.
010500 01  WS-GUARDIAN-FILE-STATUS      PIC X(02)   VALUE '00'.
010600
010700 01  WS-LEDGER-FILE-NAME          PIC X(40)   VALUE 'feeledg.dat'.
010800 01  WS-STUDENT-FILE-NAME         PIC X(40)
010900                                  VALUE 'student.dat'.
011000 01  WS-GUARDIAN-FILE-NAME        PIC X(40)
011100                                  VALUE 'guardian.dat'.
011200 01  WS-STMT-RPT-NAME             PIC X(40)   VALUE 'feestmt.txt'.
011300
011400 01  WS-TEST-MODE-SW              PIC X(01)   VALUE 'N'.
011500     88  WS-TEST-CYCLE                        VALUE 'Y'.
011600
011700 01  WS-TEST-STAMP-LINE           PIC X(40)   VALUE
011800     '** TEST CYCLE - NOT PRODUCTION **'.
011900
012000     COPY "sitecfgk.cpy".
012100
012200     COPY "feecat.cpy".
012300
012400 01  WS-SWITCHES.
012500     05  WS-STUDENT-EOF-SW        PIC X(01)   VALUE 'N'.
012600         88  WS-STUDENT-EOF                   VALUE 'Y'.
012700     05  WS-FL-EOF-SW             PIC X(01)   VALUE 'N'.
012800         88  WS-FL-EOF                        VALUE 'Y'.
012900     05  WS-GD-EOF-SW             PIC X(01)   VALUE 'N'.
013000         88  WS-GD-EOF                        VALUE 'Y'.
013100     05  WS-SORT-EOF-SW           PIC X(01)   VALUE 'N'.
013200         88  WS-SORT-EOF                      VALUE 'Y'.
013300     05  WS-LEDGER-SW             PIC X(01)   VALUE 'N'.
013400         88  WS-LEDGER-ON-HAND                VALUE 'Y'.
013500     05  WS-GUARDIAN-SW           PIC X(01)   VALUE 'N'.
013600         88  WS-GUARDIAN-ON-HAND              VALUE 'Y'.
013700
013800 01  WS-REPORT-MONTH              PIC 9(06)   VALUE ZERO.
013900 01  WS-MONTH-FIRST-DAY           PIC 9(08)   VALUE ZERO.
014000 01  WS-MONTH-LAST-DAY            PIC 9(08)   VALUE ZERO.
014100
014200 01  WS-COUNTERS.
014300     05  WS-STUDENT-READ          PIC 9(07)   COMP VALUE ZERO.
014400     05  WS-STUDENT-BILLED        PIC 9(07)   COMP VALUE ZERO.
014500     05  WS-STATEMENT-COUNT       PIC 9(07)   COMP VALUE ZERO.
014600     05  WS-NO-GUARDIAN-COUNT     PIC 9(07)   COMP VALUE ZERO.
014700     05  WS-LINE-COUNT            PIC 9(03)   COMP VALUE ZERO.
014800     05  WS-PAGE-COUNT            PIC 9(05)   COMP VALUE ZERO.
014900
015000 01  WS-LINES-PER-PAGE            PIC 9(03)   COMP VALUE 50.
015100 01  WS-RUN-DATE                  PIC 9(08)   VALUE ZERO.
015200
015300 01  WS-FC-SUB                    PIC 9(02)   COMP VALUE ZERO.
015400
015500 01  WS-STUDENT-TOTALS.
015600     05  WS-PRIOR-BALANCE         PIC S9(07)V99 VALUE ZERO.
015700     05  WS-MONTH-CHARGES         PIC 9(07)V99  VALUE ZERO.
015800     05  WS-MONTH-PAYMENTS        PIC 9(07)V99  VALUE ZERO.
015900     05  WS-ENDING-BALANCE        PIC S9(07)V99 VALUE ZERO.
016000
016100 01  WS-FAMILY-TOTAL              PIC S9(07)V99 VALUE ZERO.
016200 01  WS-HOLD-FAMILY-KEY           PIC X(43)   VALUE SPACES.
016300 01  WS-HOLD-STUDENT-ID           PIC 9(05)   VALUE ZERO.
016400
016500 01  FS-HEADING-1.
016600     05  FILLER            PIC X(24) VALUE
016700             'STUDENT FEE STATEMENT'.
016800     05  FILLER            PIC X(07) VALUE 'MONTH:'.
016900     05  FS1-MONTH         PIC 9(06).
017000     05  FILLER            PIC X(03) VALUE SPACES.
017100     05  FILLER            PIC X(16) VALUE 'STATEMENT DATE:'.
017200     05  FS1-RUN-DATE      PIC 9(08).
017300     05  FILLER            PIC X(04) VALUE SPACES.
017400     05  FILLER            PIC X(06) VALUE 'PAGE:'.
017500     05  FS1-PAGE-NO       PIC ZZZZ9.
017600
017700 01  FS-ADDRESS-LINE.
017800     05  FILLER            PIC X(06) VALUE 'TO:'.
017900     05  FS-ADDRESSEE      PIC X(50).
018000
018100 01  FS-PHONE-LINE.
018200     05  FILLER            PIC X(06) VALUE SPACES.
018300     05  FILLER            PIC X(07) VALUE 'PHONE:'.
018400     05  FS-PHONE          PIC X(12).
018500
018600 01  FS-STUDENT-HEADING.
018700     05  FILLER            PIC X(09) VALUE 'STUDENT:'.
018800     05  FS-STUDENT-ID     PIC ZZZZ9.
018900     05  FILLER            PIC X(02) VALUE SPACES.
019000     05  FS-STUDENT-NAME   PIC X(25).
019100     05  FILLER            PIC X(02) VALUE SPACES.
019200     05  FILLER            PIC X(10) VALUE 'HOMEROOM:'.
019300     05  FS-HOMEROOM       PIC X(04).
019400
019500 01  FS-COLUMN-HEADING.
019600     05  FILLER            PIC X(10) VALUE 'DATE'.
019700     05  FILLER            PIC X(21) VALUE 'CATEGORY'.
019800     05  FILLER            PIC X(16) VALUE 'DESCRIPTION'.
019900     05  FILLER            PIC X(10) VALUE 'REFERENCE'.
020000     05  FILLER            PIC X(11) VALUE '  CHARGES'.
020100     05  FILLER            PIC X(09) VALUE ' PAYMENTS'.
020200
020300 01  FS-DETAIL-LINE.
020400     05  FS-TRAN-DATE             PIC 9(08).
020500     05  FILLER                   PIC X(02)   VALUE SPACES.
020600     05  FS-CATEGORY              PIC X(20).
020700     05  FILLER                   PIC X(01)   VALUE SPACES.
020800     05  FS-DESCRIPTION           PIC X(15).
020900     05  FILLER                   PIC X(01)   VALUE SPACES.
021000     05  FS-REFERENCE             PIC X(08).
021100     05  FILLER                   PIC X(02)   VALUE SPACES.
021200     05  FS-CHARGE                PIC ZZ,ZZ9.99.
021300     05  FS-CHARGE-X REDEFINES FS-CHARGE
021400                                  PIC X(09).
021500     05  FILLER                   PIC X(02)   VALUE SPACES.
021600     05  FS-PAYMENT               PIC ZZ,ZZ9.99.
021700     05  FS-PAYMENT-X REDEFINES FS-PAYMENT
021800                                  PIC X(09).
021900
022000 01  FS-BALANCE-LINE.
022100     05  FILLER                   PIC X(10)   VALUE SPACES.
022200     05  FS-BALANCE-LABEL         PIC X(47).
022300     05  FS-BALANCE               PIC Z,ZZZ,ZZ9.99CR.
022400
022500 01  FS-NOTE-LINE                 PIC X(80)   VALUE SPACES.
022600
022700 PROCEDURE DIVISION.
022800
022900 0000-MAINLINE.
023000     PERFORM 1000-INITIALIZE
023100         THRU 1000-INITIALIZE-EXIT.
023200
023300     SORT SORT-WORK-FILE
023400         ON ASCENDING KEY SR-FAMILY-KEY SR-STUDENT-ID
023500         INPUT PROCEDURE IS 2000-SELECT-STUDENTS
023600         OUTPUT PROCEDURE IS 5000-PRINT-STATEMENTS.
023700
023800     PERFORM 9000-TERMINATE
023900         THRU 9000-TERMINATE-EXIT.
024000
024100     STOP RUN.
024200
024300*****************************************************************
024400* 1000-INITIALIZE - PROMPT FOR THE MONTH AND OPEN THE FILES.     *
024500*****************************************************************
024600 1000-INITIALIZE.
024700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
024800
024900     DISPLAY 'STFEESTM - MONTH-END FAMILY FEE STATEMENTS'.
025000     DISPLAY 'ENTER STATEMENT MONTH (YYYYMM): ' WITH NO ADVANCING.
025100     ACCEPT WS-REPORT-MONTH.
025200     COMPUTE WS-MONTH-FIRST-DAY = WS-REPORT-MONTH * 100 + 1.
025300     COMPUTE WS-MONTH-LAST-DAY = WS-REPORT-MONTH * 100 + 31.
025400
025500     PERFORM 1100-RESOLVE-FILE-NAMES
025600         THRU 1100-RESOLVE-FILE-NAMES-EXIT.
025700
025800     OPEN INPUT FEE-LEDGER.
025900     IF WS-LEDGER-FILE-STATUS = '00'
026000         SET WS-LEDGER-ON-HAND TO TRUE
026100     ELSE
026200         IF WS-LEDGER-FILE-STATUS NOT = '05'
026300             DISPLAY 'STFEESTM - UNABLE TO OPEN FEELEDG.DAT, '
026400                 'FILE STATUS = ' WS-LEDGER-FILE-STATUS
026500             MOVE 16 TO RETURN-CODE
026600             STOP RUN
026700         END-IF
026800     END-IF.
026900
027000     OPEN INPUT STUDENT.
027100     IF WS-STUDENT-FILE-STATUS NOT = '00'
027200         DISPLAY 'STFEESTM - UNABLE TO OPEN STUDENT MASTER, '
027300             'FILE STATUS = ' WS-STUDENT-FILE-STATUS
027400         MOVE 16 TO RETURN-CODE
027500         STOP RUN
027600     END-IF.
027700
027800     OPEN INPUT GUARDIAN-FILE.
027900     IF WS-GUARDIAN-FILE-STATUS = '00'
028000         SET WS-GUARDIAN-ON-HAND TO TRUE
028100     ELSE
028200         IF WS-GUARDIAN-FILE-STATUS NOT = '05'
028300             DISPLAY 'STFEESTM - UNABLE TO OPEN GUARDIAN.DAT, '
028400                 'FILE STATUS = ' WS-GUARDIAN-FILE-STATUS
028500             MOVE 16 TO RETURN-CODE
028600             STOP RUN
028700         END-IF
028800     END-IF.
028900
029000     OPEN OUTPUT STMT-RPT.
029100
029200     IF NOT WS-LEDGER-ON-HAND
029300         DISPLAY 'STFEESTM - NO FEE LEDGER ON HAND - NO '
029400             'STATEMENTS TO PRINT'
029500         SET WS-STUDENT-EOF TO TRUE
029600     END-IF.
029700 1000-INITIALIZE-EXIT.
029800     EXIT.
029900
030000*****************************************************************
030100* 1100-RESOLVE-FILE-NAMES - RESOLVE EVERY FILE NAME THROUGH THE  *
030200*                           STSITE SITE CONFIGURATION.           *
030300*****************************************************************
030400 1100-RESOLVE-FILE-NAMES.
030500     MOVE 'feeledg.dat' TO SF-DEFAULT-NAME.
030600     PERFORM 1110-RESOLVE-ONE-NAME
030700         THRU 1110-RESOLVE-ONE-NAME-EXIT.
030800     MOVE SF-RESOLVED-NAME TO WS-LEDGER-FILE-NAME.
030900
031000     MOVE 'student.dat' TO SF-DEFAULT-NAME.
031100     PERFORM 1110-RESOLVE-ONE-NAME
031200         THRU 1110-RESOLVE-ONE-NAME-EXIT.
031300     MOVE SF-RESOLVED-NAME TO WS-STUDENT-FILE-NAME.
031400
031500     MOVE 'guardian.dat' TO SF-DEFAULT-NAME.
031600     PERFORM 1110-RESOLVE-ONE-NAME
031700         THRU 1110-RESOLVE-ONE-NAME-EXIT.
031800     MOVE SF-RESOLVED-NAME TO WS-GUARDIAN-FILE-NAME.
031900
032000     MOVE 'feestmt.txt' TO SF-DEFAULT-NAME.
032100     PERFORM 1110-RESOLVE-ONE-NAME
032200         THRU 1110-RESOLVE-ONE-NAME-EXIT.
032300     MOVE SF-RESOLVED-NAME TO WS-STMT-RPT-NAME.
032400 1100-RESOLVE-FILE-NAMES-EXIT.
032500     EXIT.
032600
032700*****************************************************************
032800* 1110-RESOLVE-ONE-NAME - RESOLVE ONE NAME THROUGH STSITE AND    *
032900*                        REMEMBER WHETHER ANY REDIRECTION IS     *
033000*                        IN FORCE.                               *
033100*****************************************************************
033200 1110-RESOLVE-ONE-NAME.
033300     CALL 'STSITE' USING SITE-PARM.
033400     IF SF-TEST-MODE = 'Y'
033500         SET WS-TEST-CYCLE TO TRUE
033600     END-IF.
033700 1110-RESOLVE-ONE-NAME-EXIT.
033800     EXIT.
033900
034000*****************************************************************
034100* 2000-SELECT-STUDENTS - SORT INPUT PROCEDURE.  READ THE MASTER  *
034200*                        TOP TO BOTTOM AND RELEASE EVERY STUDENT *
034300*                        WHO IS DUE A STATEMENT UNDER THEIR      *
034400*                        FAMILY.                                 *
034500*****************************************************************
034600 2000-SELECT-STUDENTS.
034700     PERFORM 2100-SELECT-ONE-STUDENT
034800         THRU 2100-SELECT-ONE-STUDENT-EXIT
034900         UNTIL WS-STUDENT-EOF.
035000
035100*****************************************************************
035200* 2100-SELECT-ONE-STUDENT - READ ONE STUDENT, TOTAL THEIR LEDGER *
035300*                           FOR THE MONTH AND RELEASE THEM IF    *
035400*                           THERE IS ANYTHING TO SHOW.           *
035500*****************************************************************
035600 2100-SELECT-ONE-STUDENT.
035700     READ STUDENT NEXT RECORD
035800         AT END
035900             SET WS-STUDENT-EOF TO TRUE
036000             GO TO 2100-SELECT-ONE-STUDENT-EXIT
036100     END-READ.
036200     ADD 1 TO WS-STUDENT-READ.
036300
036400     PERFORM 2200-TOTAL-LEDGER
036500         THRU 2200-TOTAL-LEDGER-EXIT.
036600
036700     IF WS-MONTH-CHARGES = ZERO
036800         AND WS-MONTH-PAYMENTS = ZERO
036900         AND WS-PRIOR-BALANCE = ZERO
037000         GO TO 2100-SELECT-ONE-STUDENT-EXIT
037100     END-IF.
037200
037300     PERFORM 2300-FIND-FAMILY
037400         THRU 2300-FIND-FAMILY-EXIT.
037500
037600     PERFORM 8000-RELEASE-STUDENT
037700         THRU 8000-RELEASE-STUDENT-EXIT.
037800 2100-SELECT-ONE-STUDENT-EXIT.
037900     EXIT.
038000
038100*****************************************************************
038200* 2200-TOTAL-LEDGER - WALK THE STUDENT'S LEDGER ENTRIES AND SPLIT*
038300*                     THEM INTO THE BALANCE BROUGHT FORWARD AND  *
038400*                     THE MONTH'S CHARGES AND PAYMENTS.          *
038500*****************************************************************
038600 2200-TOTAL-LEDGER.
038700     MOVE ZERO TO WS-PRIOR-BALANCE.
038800     MOVE ZERO TO WS-MONTH-CHARGES.
038900     MOVE ZERO TO WS-MONTH-PAYMENTS.
039000
039100     MOVE 'N' TO WS-FL-EOF-SW.
039200     MOVE STUDENT-ID TO FL-STUDENT-ID.
039300     MOVE ZERO TO FL-POST-DATE.
039400     MOVE ZERO TO FL-POST-SEQ.
039500     START FEE-LEDGER KEY >= FL-KEY
039600         INVALID KEY
039700             SET WS-FL-EOF TO TRUE
039800     END-START.
039900
040000     PERFORM 2210-TOTAL-ONE-ENTRY
040100         THRU 2210-TOTAL-ONE-ENTRY-EXIT
040200         UNTIL WS-FL-EOF.
040300 2200-TOTAL-LEDGER-EXIT.
040400     EXIT.
040500
040600*****************************************************************
040700* 2210-TOTAL-ONE-ENTRY - READ THE NEXT LEDGER ENTRY AND ADD IT TO*
040800*                        THE STUDENT'S TOTALS IF IT IS THEIRS.   *
040900*****************************************************************
041000 2210-TOTAL-ONE-ENTRY.
041100     READ FEE-LEDGER NEXT RECORD
041200         AT END
041300             SET WS-FL-EOF TO TRUE
041400             GO TO 2210-TOTAL-ONE-ENTRY-EXIT
041500     END-READ.
041600
041700     IF FL-STUDENT-ID NOT = STUDENT-ID
041800         SET WS-FL-EOF TO TRUE
041900         GO TO 2210-TOTAL-ONE-ENTRY-EXIT
042000     END-IF.
042100
042200     IF FL-TRAN-DATE > WS-MONTH-LAST-DAY
042300         GO TO 2210-TOTAL-ONE-ENTRY-EXIT
042400     END-IF.
042500
042600     IF FL-TRAN-DATE < WS-MONTH-FIRST-DAY
042700         IF FL-CHARGE
042800             ADD FL-AMOUNT TO WS-PRIOR-BALANCE
042900         ELSE
043000             SUBTRACT FL-AMOUNT FROM WS-PRIOR-BALANCE
043100         END-IF
043200         GO TO 2210-TOTAL-ONE-ENTRY-EXIT
043300     END-IF.
043400
043500     IF FL-CHARGE
043600         ADD FL-AMOUNT TO WS-MONTH-CHARGES
043700     ELSE
043800         ADD FL-AMOUNT TO WS-MONTH-PAYMENTS
043900     END-IF.
044000 2210-TOTAL-ONE-ENTRY-EXIT.
044100     EXIT.
044200
044300*****************************************************************
044400* 2300-FIND-FAMILY - THE FAMILY IS THE STUDENT'S PRIORITY 1      *
044500*                    (CALL-FIRST) GUARDIAN, AS FOR THE ABSENCE   *
044600*                    LETTERS.  WITH NONE ON FILE THE STUDENT IS  *
044700*                    A FAMILY OF ONE.                            *
044800*****************************************************************
044900 2300-FIND-FAMILY.
045000     MOVE SPACES TO SORT-RECORD.
045100     SET SR-TO-STUDENT TO TRUE.
045200     MOVE STUDENT-ID TO SR-FAMILY-ID.
045300
045400     IF NOT WS-GUARDIAN-ON-HAND
045500         GO TO 2300-FIND-FAMILY-EXIT
045600     END-IF.
045700
045800     MOVE STUDENT-ID TO GD-STUDENT-ID.
045900     MOVE 1 TO GD-PRIORITY.
046000     READ GUARDIAN-FILE
046100         INVALID KEY
046200             GO TO 2300-FIND-FAMILY-EXIT
046300     END-READ.
046400
046500     SET SR-TO-GUARDIAN TO TRUE.
046600     MOVE GD-NAME TO SR-FAMILY-NAME.
046700     MOVE GD-PHONE TO SR-FAMILY-PHONE.
046800     MOVE ZERO TO SR-FAMILY-ID.
046900 2300-FIND-FAMILY-EXIT.
047000     EXIT.
047100
047200*****************************************************************
047300* 5000-PRINT-STATEMENTS - SORT OUTPUT PROCEDURE.  PRINT ONE      *
047400*                         STATEMENT FOR EACH FAMILY IN TURN.     *
047500*****************************************************************
047600 5000-PRINT-STATEMENTS.
047700     PERFORM 7900-RETURN-STUDENT
047800         THRU 7900-RETURN-STUDENT-EXIT.
047900
048000     PERFORM 5100-PRINT-ONE-STATEMENT
048100         THRU 5100-PRINT-ONE-STATEMENT-EXIT
048200         UNTIL WS-SORT-EOF.
048300
048400*****************************************************************
048500* 5100-PRINT-ONE-STATEMENT - PRINT THE STATEMENT FOR THE FAMILY  *
048600*                            IN HAND - A SECTION FOR EACH OF ITS *
048700*                            STUDENTS, THEN THE FAMILY TOTAL.    *
048800*****************************************************************
048900 5100-PRINT-ONE-STATEMENT.
049000     ADD 1 TO WS-STATEMENT-COUNT.
049100     MOVE SR-FAMILY-KEY TO WS-HOLD-FAMILY-KEY.
049200     MOVE ZERO TO WS-FAMILY-TOTAL.
049300     MOVE ZERO TO WS-PAGE-COUNT.
049400
049500     MOVE SPACES TO FS-ADDRESSEE.
049600     MOVE SPACES TO FS-PHONE.
049700     IF SR-TO-GUARDIAN
049800         MOVE SR-FAMILY-NAME TO FS-ADDRESSEE
049900         MOVE SR-FAMILY-PHONE TO FS-PHONE
050000     ELSE
050100         ADD 1 TO WS-NO-GUARDIAN-COUNT
050200         STRING 'PARENT OR GUARDIAN OF ' DELIMITED BY SIZE
050300             SR-STUDENT-NAME DELIMITED BY SIZE
050400             INTO FS-ADDRESSEE
050500         END-STRING
050600     END-IF.
050700
050800     PERFORM 6000-WRITE-STATEMENT-HEADERS
050900         THRU 6000-WRITE-STATEMENT-HEADERS-EXIT.
051000
051100     PERFORM 5200-PRINT-ONE-STUDENT
051200         THRU 5200-PRINT-ONE-STUDENT-EXIT
051300         UNTIL WS-SORT-EOF
051400             OR SR-FAMILY-KEY NOT = WS-HOLD-FAMILY-KEY.
051500
051600     MOVE SPACES TO FS-BALANCE-LINE.
051700     IF WS-FAMILY-TOTAL < ZERO
051800         MOVE 'CREDIT ON ACCOUNT - NOTHING DUE'
051900             TO FS-BALANCE-LABEL
052000     ELSE
052100         MOVE 'TOTAL AMOUNT DUE' TO FS-BALANCE-LABEL
052200     END-IF.
052300     MOVE WS-FAMILY-TOTAL TO FS-BALANCE.
052400     WRITE STMT-LINE FROM FS-BALANCE-LINE.
052500 5100-PRINT-ONE-STATEMENT-EXIT.
052600     EXIT.
052700
052800*****************************************************************
052900* 5200-PRINT-ONE-STUDENT - PRINT ONE STUDENT'S SECTION OF THE    *
053000*                          STATEMENT AND TAKE THE NEXT STUDENT   *
053100*                          BACK FROM THE SORT.                   *
053200*****************************************************************
053300 5200-PRINT-ONE-STUDENT.
053400     IF WS-LINE-COUNT + 8 > WS-LINES-PER-PAGE
053500         PERFORM 6000-WRITE-STATEMENT-HEADERS
053600             THRU 6000-WRITE-STATEMENT-HEADERS-EXIT
053700     END-IF.
053800
053900     ADD 1 TO WS-STUDENT-BILLED.
054000     MOVE SR-STUDENT-ID TO FS-STUDENT-ID.
054100     MOVE SR-STUDENT-NAME TO FS-STUDENT-NAME.
054200     MOVE SR-HOMEROOM TO FS-HOMEROOM.
054300     WRITE STMT-LINE FROM FS-STUDENT-HEADING.
054400     WRITE STMT-LINE FROM FS-COLUMN-HEADING.
054500     ADD 2 TO WS-LINE-COUNT.
054600
054700     MOVE SPACES TO FS-BALANCE-LINE.
054800     MOVE 'BALANCE BROUGHT FORWARD' TO FS-BALANCE-LABEL.
054900     MOVE SR-PRIOR-BALANCE TO FS-BALANCE.
055000     WRITE STMT-LINE FROM FS-BALANCE-LINE.
055100     ADD 1 TO WS-LINE-COUNT.
055200
055300     MOVE 'N' TO WS-FL-EOF-SW.
055400     MOVE SR-STUDENT-ID TO WS-HOLD-STUDENT-ID.
055500     MOVE SR-STUDENT-ID TO FL-STUDENT-ID.
055600     MOVE ZERO TO FL-POST-DATE.
055700     MOVE ZERO TO FL-POST-SEQ.
055800     START FEE-LEDGER KEY >= FL-KEY
055900         INVALID KEY
056000             SET WS-FL-EOF TO TRUE
056100     END-START.
056200     PERFORM 5300-PRINT-ONE-ENTRY
056300         THRU 5300-PRINT-ONE-ENTRY-EXIT
056400         UNTIL WS-FL-EOF.
056500
056600     COMPUTE WS-ENDING-BALANCE = SR-PRIOR-BALANCE
056700         + SR-MONTH-CHARGES - SR-MONTH-PAYMENTS.
056800     ADD WS-ENDING-BALANCE TO WS-FAMILY-TOTAL.
056900     MOVE SPACES TO FS-BALANCE-LINE.
057000     MOVE 'ENDING BALANCE' TO FS-BALANCE-LABEL.
057100     MOVE WS-ENDING-BALANCE TO FS-BALANCE.
057200     WRITE STMT-LINE FROM FS-BALANCE-LINE.
057300     MOVE SPACES TO STMT-LINE.
057400     WRITE STMT-LINE.
057500     ADD 2 TO WS-LINE-COUNT.
057600
057700     PERFORM 7900-RETURN-STUDENT
057800         THRU 7900-RETURN-STUDENT-EXIT.
057900 5200-PRINT-ONE-STUDENT-EXIT.
058000     EXIT.
058100
058200*****************************************************************
058300* 5300-PRINT-ONE-ENTRY - READ THE STUDENT'S NEXT LEDGER ENTRY AND*
058400*                        PRINT IT IF IT IS DATED IN THE MONTH.   *
058500*****************************************************************
058600 5300-PRINT-ONE-ENTRY.
058700     READ FEE-LEDGER NEXT RECORD
058800         AT END
058900             SET WS-FL-EOF TO TRUE
059000             GO TO 5300-PRINT-ONE-ENTRY-EXIT
059100     END-READ.
059200
059300     IF FL-STUDENT-ID NOT = WS-HOLD-STUDENT-ID
059400         SET WS-FL-EOF TO TRUE
059500         GO TO 5300-PRINT-ONE-ENTRY-EXIT
059600     END-IF.
059700
059800     IF FL-TRAN-DATE < WS-MONTH-FIRST-DAY
059900         OR FL-TRAN-DATE > WS-MONTH-LAST-DAY
060000         GO TO 5300-PRINT-ONE-ENTRY-EXIT
060100     END-IF.
060200
060300     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
060400         PERFORM 6000-WRITE-STATEMENT-HEADERS
060500             THRU 6000-WRITE-STATEMENT-HEADERS-EXIT
060600         WRITE STMT-LINE FROM FS-STUDENT-HEADING
060700         WRITE STMT-LINE FROM FS-COLUMN-HEADING
060800         ADD 2 TO WS-LINE-COUNT
060900     END-IF.
061000
061100     MOVE SPACES TO FS-DETAIL-LINE.
061200     MOVE FL-TRAN-DATE TO FS-TRAN-DATE.
061300     MOVE FL-CATEGORY TO FS-CATEGORY.
061400     PERFORM 5310-MATCH-ONE-CATEGORY
061500         THRU 5310-MATCH-ONE-CATEGORY-EXIT
061600         VARYING WS-FC-SUB FROM 1 BY 1
061700         UNTIL WS-FC-SUB > FC-COUNT.
061800     MOVE FL-DESCRIPTION TO FS-DESCRIPTION.
061900     MOVE FL-REFERENCE TO FS-REFERENCE.
062000     IF FL-CHARGE
062100         MOVE FL-AMOUNT TO FS-CHARGE
062200     ELSE
062300         MOVE FL-AMOUNT TO FS-PAYMENT
062400     END-IF.
062500     WRITE STMT-LINE FROM FS-DETAIL-LINE.
062600     ADD 1 TO WS-LINE-COUNT.
062700 5300-PRINT-ONE-ENTRY-EXIT.
062800     EXIT.
062900
063000*****************************************************************
063100* 5310-MATCH-ONE-CATEGORY - SHOW THE CATEGORY'S DESCRIPTION IF IT*
063200*                           MATCHES ONE CODE TABLE ENTRY.        *
063300*****************************************************************
063400 5310-MATCH-ONE-CATEGORY.
063500     IF FL-CATEGORY = FC-CODE(WS-FC-SUB)
063600         MOVE FC-DESCRIPTION(WS-FC-SUB) TO FS-CATEGORY
063700     END-IF.
063800 5310-MATCH-ONE-CATEGORY-EXIT.
063900     EXIT.
064000
064100*****************************************************************
064200* 6000-WRITE-STATEMENT-HEADERS - START A NEW PAGE OF THE FAMILY'S*
064300*                                STATEMENT.                      *
064400*****************************************************************
064500 6000-WRITE-STATEMENT-HEADERS.
064600     ADD 1 TO WS-PAGE-COUNT.
064700     MOVE WS-REPORT-MONTH TO FS1-MONTH.
064800     MOVE WS-RUN-DATE TO FS1-RUN-DATE.
064900     MOVE WS-PAGE-COUNT TO FS1-PAGE-NO.
065000
065100     IF WS-STATEMENT-COUNT > 1 OR WS-PAGE-COUNT > 1
065200         MOVE SPACES TO STMT-LINE
065300         WRITE STMT-LINE
065400     END-IF.
065500
065600     WRITE STMT-LINE FROM FS-HEADING-1.
065700     IF WS-TEST-CYCLE
065800         WRITE STMT-LINE FROM WS-TEST-STAMP-LINE
065900     END-IF.
066000     MOVE SPACES TO STMT-LINE.
066100     WRITE STMT-LINE.
066200     WRITE STMT-LINE FROM FS-ADDRESS-LINE.
066300     IF FS-PHONE NOT = SPACES
066400         WRITE STMT-LINE FROM FS-PHONE-LINE
066500     END-IF.
066600     MOVE SPACES TO STMT-LINE.
066700     WRITE STMT-LINE.
066800
066900     MOVE 5 TO WS-LINE-COUNT.
067000 6000-WRITE-STATEMENT-HEADERS-EXIT.
067100     EXIT.
067200
067300*****************************************************************
067400* 7900-RETURN-STUDENT - TAKE THE NEXT STUDENT BACK FROM THE SORT.*
067500*****************************************************************
067600 7900-RETURN-STUDENT.
067700     RETURN SORT-WORK-FILE
067800         AT END
067900             SET WS-SORT-EOF TO TRUE
068000     END-RETURN.
068100 7900-RETURN-STUDENT-EXIT.
068200     EXIT.
068300
068400*****************************************************************
068500* 8000-RELEASE-STUDENT - RELEASE ONE STUDENT AND THEIR MONTH'S   *
068600*                        TOTALS TO THE SORT UNDER THEIR FAMILY.  *
068700*****************************************************************
068800 8000-RELEASE-STUDENT.
068900     MOVE STUDENT-ID TO SR-STUDENT-ID.
069000     MOVE STUDENT-NAME TO SR-STUDENT-NAME.
069100     MOVE STUDENT-HOMEROOM TO SR-HOMEROOM.
069200     MOVE WS-PRIOR-BALANCE TO SR-PRIOR-BALANCE.
069300     MOVE WS-MONTH-CHARGES TO SR-MONTH-CHARGES.
069400     MOVE WS-MONTH-PAYMENTS TO SR-MONTH-PAYMENTS.
069500     RELEASE SORT-RECORD.
069600 8000-RELEASE-STUDENT-EXIT.
069700     EXIT.
069800
069900*****************************************************************
070000* 9000-TERMINATE - CLOSE THE FILES AND SET THE RETURN CODE.      *
070100*****************************************************************
070200 9000-TERMINATE.
070300     IF WS-STATEMENT-COUNT = ZERO
070400         MOVE WS-REPORT-MONTH TO FS1-MONTH
070500         MOVE WS-RUN-DATE TO FS1-RUN-DATE
070600         MOVE 1 TO FS1-PAGE-NO
070700         WRITE STMT-LINE FROM FS-HEADING-1
070800         MOVE 'NO STATEMENTS DUE THIS MONTH' TO FS-NOTE-LINE
070900         WRITE STMT-LINE FROM FS-NOTE-LINE
071000     END-IF.
071100
071200     IF WS-LEDGER-ON-HAND
071300         CLOSE FEE-LEDGER
071400     END-IF.
071500     CLOSE STUDENT.
071600     IF WS-GUARDIAN-ON-HAND
071700         CLOSE GUARDIAN-FILE
071800     END-IF.
071900     CLOSE STMT-RPT.
072000
072100     DISPLAY 'STFEESTM - STUDENTS READ:       ' WS-STUDENT-READ.
072200     DISPLAY 'STFEESTM - STUDENTS BILLED:     ' WS-STUDENT-BILLED.
072300     DISPLAY 'STFEESTM - STATEMENTS PRINTED:  '
072400         WS-STATEMENT-COUNT.
072500
072600     IF WS-NO-GUARDIAN-COUNT > ZERO
072700         DISPLAY 'STFEESTM - ' WS-NO-GUARDIAN-COUNT
072800             ' STATEMENTS HAVE NO GUARDIAN ON FILE TO ADDRESS'
072900         MOVE 4 TO RETURN-CODE
073000     ELSE
073100         MOVE 0 TO RETURN-CODE
073200     END-IF.
073300 9000-TERMINATE-EXIT.
073400     EXIT.
