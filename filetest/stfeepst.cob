000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STFEEPST.
000300 AUTHOR. LEGOP3.
000400 INSTALLATION. STUDENT RECORDS SHOP.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* STFEEPST                                                       *
000900*                                                                *
001000* DAILY POSTING OF FEE CHARGES AND PAYMENTS TO THE STUDENT FEE   *
001100* LEDGER (FEELEDG.DAT, SEE FEELEDG.CPY).  READS FEETRAN.TXT, A   *
001200* LINE-SEQUENTIAL FILE OF CHARGE AND PAYMENT TRANSACTIONS KEYED  *
001300* BY STUDENT-ID, EDITS EACH ONE AND POSTS IT AS ONE LEDGER       *
001400* ENTRY.  EVERY TRANSACTION POSTED OR REJECTED IS LISTED ON THE  *
001500* POSTING LOG (FEELOG.TXT).                                      *
001600*                                                                *
001700* FEE TRANSACTION LAYOUT (FEETRAN.TXT, ONE PER LINE):            *
001800*     POSITIONS  1- 1   TRANSACTION CODE  (C=CHARGE P=PAYMENT)   *
001900*     POSITIONS  2- 6   STUDENT-ID                               *
002000*     POSITIONS  7-14   DATE INCURRED / RECEIVED YYYYMMDD        *
002100*     POSITIONS 15-16   FEE CATEGORY (SEE FEECAT.CPY)            *
002200*     POSITIONS 17-23   AMOUNT, 99999V99, NO DECIMAL POINT       *
002300*     POSITIONS 24-38   DESCRIPTION                              *
002400*     POSITIONS 39-46   REFERENCE (RECEIPT OR INVOICE NUMBER)    *
002500*                                                                *
002600* THE EDITS AND THE SUSPENSE HANDLING ARE STTRAN'S: A STUDENT    *
002700* NOT ON THE MASTER, A BAD DATE, A CATEGORY NOT ON THE TABLE OR  *
002800* A MISSING AMOUNT REJECTS THE TRANSACTION TO THE FEE SUSPENSE   *
002900* FILE (FEESUSP.DAT, SAME LAYOUT AS SUSPENSE.CPY), WHICH IS READ *
003000* BACK AT THE TOP OF THE NEXT RUN SO ITEMS CORRECTED WITH STCORR *
003100* RECYCLE AHEAD OF THE DAY'S FEETRAN.TXT.  PARM 'EDIT' RUNS AN   *
003200* EDIT-ONLY TRIAL PASS THAT POSTS NOTHING AND PRINTS AN EDIT     *
003300* REGISTER (FEEEDIT.TXT) INSTEAD.                                *
003400*                                                                *
003500* THE RUN'S CONTROL TOTALS GO TO FEECTL.DAT.  A SECOND POSTING   *
003600* RUN ON THE SAME DATE WOULD POST THE DAY'S CHARGES TWICE, SO IT *
003700* IS REFUSED UNLESS A SUPERVISOR PASSES PARM 'OVERRIDE'.         *
003800*                                                                *
003900* RETURN CODES:  0 = NORMAL END,                                 *
004000*                4 = EDIT PASS FOUND TRANSACTIONS THAT WOULD     *
004100*                    REJECT,                                     *
004200*                8 = SECOND RUN TODAY REFUSED,                   *
004300*               16 = A FILE WOULD NOT OPEN.                      *
004400*                                                                *
004500* MOD LOG                                                        *
004600*   2026-10-15  LEGOP3   INITIAL VERSION.                        *
004700*****************************************************************
004800
004900 ENVIRONMENT DIVISION.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT OPTIONAL FEE-TRAN-FILE ASSIGN TO WS-FEETRAN-FILE-NAME
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-FEETRAN-FILE-STATUS.
005500
005600     SELECT STUDENT ASSIGN TO WS-STUDENT-FILE-NAME
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS RANDOM
005900         RECORD KEY IS STUDENT-ID
006000         ALTERNATE RECORD KEY IS STUDENT-NAME
006100             WITH DUPLICATES
006200         FILE STATUS IS WS-STUDENT-FILE-STATUS.
006300
006400     SELECT OPTIONAL FEE-LEDGER ASSIGN TO WS-LEDGER-FILE-NAME
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS DYNAMIC
006700         RECORD KEY IS FL-KEY
006800         FILE STATUS IS WS-LEDGER-FILE-STATUS.
006900
007000     SELECT FEE-LOG ASSIGN TO WS-FEE-LOG-NAME
007100         ORGANIZATION IS LINE SEQUENTIAL.
007200
007300     SELECT SUSPENSE-FILE ASSIGN TO WS-SUSPENSE-FILE-NAME
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-SUSPENSE-FILE-STATUS.
007600
007700     SELECT OPTIONAL FEE-CONTROL ASSIGN TO WS-FEECTL-FILE-NAME
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-CONTROL-FILE-STATUS.
008000
008100 DATA DIVISION.
008200 FILE SECTION.
008300 FD  FEE-TRAN-FILE.
008400 01  FEE-TRAN-RECORD.
008500     05  FT-CODE                  PIC X(01).
008600     05  FT-STUDENT-ID            PIC 9(05).
008700     05  FT-TRAN-DATE             PIC 9(08).
008800     05  FT-TRAN-DATE-X REDEFINES FT-TRAN-DATE.
008900         10  FT-TRAN-YYYY         PIC 9(04).
009000         10  FT-TRAN-MM           PIC 9(02).
009100         10  FT-TRAN-DD           PIC 9(02).
009200     05  FT-CATEGORY              PIC X(02).
009300     05  FT-AMOUNT                PIC 9(05)V99.
009400     05  FT-AMOUNT-X REDEFINES FT-AMOUNT
009500                                  PIC X(07).
009600     05  FT-DESCRIPTION           PIC X(15).
009700     05  FT-REFERENCE             PIC X(08).
009800
009900 FD  STUDENT.
010000     COPY "student.cpy".
010100
010200 FD  FEE-LEDGER.
010300     COPY "feeledg.cpy".
010400
010500 FD  FEE-LOG.
010600 01  FEE-LOG-LINE                 PIC X(133).
010700
010800 FD  SUSPENSE-FILE.
010900     COPY "suspense.cpy".
011000
011100 FD  FEE-CONTROL.
011200 01  FEE-CONTROL-RECORD.
011300     05  FP-RUN-DATE              PIC 9(08).
011400     05  FP-CHARGE-COUNT          PIC 9(07).
011500     05  FP-CHARGE-AMOUNT         PIC 9(09)V99.
011600     05  FP-PAYMENT-COUNT         PIC 9(07).
011700     05  FP-PAYMENT-AMOUNT        PIC 9(09)V99.
011800     05  FP-REJECT-COUNT          PIC 9(07).
011900     05  FP-OPERATOR-ID           PIC X(08).
012000
012100 WORKING-STORAGE SECTION.
012200 01  WS-FEETRAN-FILE-STATUS       PIC X(02)   VALUE '00'.
012300 01  WS-STUDENT-FILE-STATUS       PIC X(02)   VALUE '00'.
012400 01  WS-LEDGER-FILE-STATUS        PIC X(02)   VALUE '00'.
012500 01  WS-SUSPENSE-FILE-STATUS      PIC X(02)   VALUE '00'.
012600 01  WS-CONTROL-FILE-STATUS       PIC X(02)   VALUE '00'.
012700
012800 01  WS-SWITCHES.
012900     05  WS-EOF-SW                PIC X(01)   VALUE 'N'.
013000         88  WS-EOF                           VALUE 'Y'.
013100     05  WS-SUSP-EOF-SW           PIC X(01)   VALUE 'N'.
013200         88  WS-SUSP-EOF                      VALUE 'Y'.
013300     05  WS-EDIT-MODE-SW          PIC X(01)   VALUE 'N'.
013400         88  WS-EDIT-MODE                     VALUE 'Y'.
013500     05  WS-APPLIED-SW            PIC X(01)   VALUE 'N'.
013600         88  WS-TRAN-APPLIED                  VALUE 'Y'.
013700         88  WS-TRAN-REJECTED                 VALUE 'N'.
013800
013900 01  WS-COUNTERS.
014000     05  WS-TRAN-READ-COUNT       PIC 9(07)   COMP VALUE ZERO.
014100     05  WS-CHARGE-COUNT          PIC 9(07)   COMP VALUE ZERO.
014200     05  WS-PAYMENT-COUNT         PIC 9(07)   COMP VALUE ZERO.
014300     05  WS-REJECT-COUNT          PIC 9(07)   COMP VALUE ZERO.
014400     05  WS-SUSP-IN-COUNT         PIC 9(03)   COMP VALUE ZERO.
014500     05  WS-SUSP-OUT-COUNT        PIC 9(03)   COMP VALUE ZERO.
014600     05  WS-REJ-C-COUNT           PIC 9(07)   COMP VALUE ZERO.
014700     05  WS-REJ-P-COUNT           PIC 9(07)   COMP VALUE ZERO.
014800     05  WS-REJ-X-COUNT           PIC 9(07)   COMP VALUE ZERO.
014900
015000 01  WS-AMOUNTS.
015100     05  WS-CHARGE-TOTAL          PIC 9(09)V99 VALUE ZERO.
015200     05  WS-PAYMENT-TOTAL         PIC 9(09)V99 VALUE ZERO.
015300
015400 01  WS-FEE-LOG-NAME              PIC X(40)   VALUE 'feelog.txt'.
015500
015600 01  WS-FEETRAN-FILE-NAME         PIC X(40)   VALUE 'feetran.txt'.
015700 01  WS-STUDENT-FILE-NAME         PIC X(40)
015800                                  VALUE 'student.dat'.
015900 01  WS-LEDGER-FILE-NAME          PIC X(40)   VALUE 'feeledg.dat'.
016000 01  WS-SUSPENSE-FILE-NAME        PIC X(40)   VALUE 'feesusp.dat'.
016100 01  WS-FEECTL-FILE-NAME          PIC X(40)   VALUE 'feectl.dat'.
016200
016300 01  WS-TEST-MODE-SW              PIC X(01)   VALUE 'N'.
016400     88  WS-TEST-CYCLE                        VALUE 'Y'.
016500
016600 01  WS-TEST-STAMP-LINE           PIC X(40)   VALUE
016700     '** TEST CYCLE - NOT PRODUCTION **'.
016800
016900     COPY "sitecfgk.cpy".
017000
017100     COPY "securek.cpy".
017200
017300     COPY "feecat.cpy".
017400
017500 01  WS-FC-SUB                    PIC 9(02)   COMP VALUE ZERO.
017600 01  WS-THIS-CATEGORY             PIC 9(02)   COMP VALUE ZERO.
017700
017800 01  WS-SUSP-SUB                  PIC 9(03)   COMP VALUE ZERO.
017900
018000 01  WS-SUSP-TABLE-MAX            PIC 9(03)   COMP VALUE 500.
018100
018200 01  WS-SUSPENSE-TABLE.
018300     05  WS-SUSP-ENTRY            OCCURS 500 TIMES.
018400         10  WS-SUSP-IMAGE        PIC X(46).
018500         10  WS-SUSP-CORRECTED-BY PIC X(08).
018600
018700 01  WS-REJECT-REASON             PIC X(30)   VALUE SPACES.
018800
018900 01  WS-MONTH-DAYS-VALUES         PIC X(24)   VALUE
019000     '312831303130313130313031'.
019100 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
019200     05  WS-MONTH-DAYS            PIC 9(02)   OCCURS 12 TIMES.
019300
019400 01  WS-DATE-CALC.
019500     05  WS-DAYS-THIS-MONTH       PIC 9(02)   VALUE ZERO.
019600     05  WS-LEAP-QUOT             PIC 9(04)   VALUE ZERO.
019700     05  WS-LEAP-REM-4            PIC 9(04)   VALUE ZERO.
019800     05  WS-LEAP-REM-100          PIC 9(04)   VALUE ZERO.
019900     05  WS-LEAP-REM-400          PIC 9(04)   VALUE ZERO.
020000
020100 01  WS-RUN-DATE-FIELDS.
020200     05  WS-RUN-DATE              PIC 9(08).
020300     05  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
020400         10  WS-RUN-YYYY          PIC 9(04).
020500         10  WS-RUN-MM            PIC 9(02).
020600         10  WS-RUN-DD            PIC 9(02).
020700     05  WS-RUN-DATE-PRINT        PIC X(10).
020800
020900 01  WS-PARM                      PIC X(10)   VALUE SPACES.
021000
021100 01  WS-POST-OPERATOR             PIC X(08)   VALUE SPACES.
021200 01  WS-RUN-OPERATOR              PIC X(08)   VALUE SPACES.
021300
021400 01  FL-HEADING-1                 PIC X(80)   VALUE
021500     'STUDENT FEE LEDGER POSTING LOG'.
021600 01  FL-HEADING-2.
021700     05  FILLER            PIC X(11) VALUE 'TRAN'.
021800     05  FILLER            PIC X(11) VALUE 'STUDENT-ID'.
021900     05  FILLER            PIC X(10) VALUE 'DATE'.
022000     05  FILLER            PIC X(05) VALUE 'CAT'.
022100     05  FILLER            PIC X(12) VALUE '   AMOUNT'.
022200     05  FILLER            PIC X(17) VALUE 'DESCRIPTION'.
022300     05  FILLER            PIC X(10) VALUE 'REFERENCE'.
022400     05  FILLER            PIC X(20) VALUE 'RESULT'.
022500
022600 01  FL-DETAIL-LINE.
022700     05  FL-D-CODE                PIC X(08).
022800     05  FILLER                   PIC X(03) VALUE SPACES.
022900     05  FL-D-STUDENT-ID          PIC ZZZZ9.
023000     05  FILLER                   PIC X(06) VALUE SPACES.
023100     05  FL-D-DATE                PIC X(08).
023200     05  FILLER                   PIC X(02) VALUE SPACES.
023300     05  FL-D-CATEGORY            PIC X(02).
023400     05  FILLER                   PIC X(03) VALUE SPACES.
023500     05  FL-D-AMOUNT              PIC ZZ,ZZ9.99.
023600     05  FL-D-AMOUNT-X REDEFINES FL-D-AMOUNT
023700                                  PIC X(09).
023800     05  FILLER                   PIC X(03) VALUE SPACES.
023900     05  FL-D-DESCRIPTION         PIC X(15).
024000     05  FILLER                   PIC X(02) VALUE SPACES.
024100     05  FL-D-REFERENCE           PIC X(08).
024200     05  FILLER                   PIC X(02) VALUE SPACES.
024300     05  FL-D-RESULT              PIC X(45).
024400
024500 01  FL-TRAILER-LINE.
024600     05  FL-T-LABEL        PIC X(32).
024700     05  FL-T-COUNT        PIC Z,ZZZ,ZZ9.
024800     05  FILLER            PIC X(03) VALUE SPACES.
024900     05  FL-T-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
025000
025100 01  FL-EDIT-HEADING-1            PIC X(80)   VALUE
025200     'FEE POSTING EDIT REGISTER - NO ENTRIES POSTED'.
025300
025400 01  FL-EDIT-COUNT-LINE.
025500     05  FL-EDIT-LABEL     PIC X(32).
025600     05  FL-EDIT-APPLY     PIC Z,ZZZ,ZZ9.
025700     05  FILLER            PIC X(03) VALUE ' / '.
025800     05  FL-EDIT-REJECT    PIC Z,ZZZ,ZZ9.
025900
026000 PROCEDURE DIVISION.
026100
026200 0000-MAINLINE.
026300     PERFORM 1000-INITIALIZE
026400         THRU 1000-INITIALIZE-EXIT.
026500
026600     PERFORM 2050-PROCESS-SUSPENSE-ITEM
026700         THRU 2050-PROCESS-SUSPENSE-ITEM-EXIT
026800         VARYING WS-SUSP-SUB FROM 1 BY 1
026900         UNTIL WS-SUSP-SUB > WS-SUSP-IN-COUNT.
027000
027100     PERFORM 2000-PROCESS-TRANSACTION
027200         THRU 2000-PROCESS-TRANSACTION-EXIT
027300         UNTIL WS-EOF.
027400
027500     PERFORM 9000-TERMINATE
027600         THRU 9000-TERMINATE-EXIT.
027700
027800     STOP RUN.
027900
028000*****************************************************************
028100* 1000-INITIALIZE - CHECK THIS IS THE DAY'S ONLY POSTING RUN,    *
028200*                   OPEN THE FILES, RECYCLE THE SUSPENSE FILE    *
028300*                   AND PRINT THE LOG HEADINGS.                  *
028400*****************************************************************
028500 1000-INITIALIZE.
028600     ACCEPT WS-PARM FROM COMMAND-LINE.
028700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
028800     MOVE WS-RUN-MM TO WS-RUN-DATE-PRINT(1:2).
028900     MOVE '/' TO WS-RUN-DATE-PRINT(3:1).
029000     MOVE WS-RUN-DD TO WS-RUN-DATE-PRINT(4:2).
029100     MOVE '/' TO WS-RUN-DATE-PRINT(6:1).
029200     MOVE WS-RUN-YYYY TO WS-RUN-DATE-PRINT(7:4).
029300
029400     IF WS-PARM = 'EDIT'
029500         SET WS-EDIT-MODE TO TRUE
029600         MOVE 'feeedit.txt' TO WS-FEE-LOG-NAME
029700         DISPLAY 'STFEEPST - EDIT-ONLY TRIAL PASS - NOTHING WILL '
029800             'BE POSTED'
029900     END-IF.
030000
030100     PERFORM 1070-RESOLVE-FILE-NAMES
030200         THRU 1070-RESOLVE-FILE-NAMES-EXIT.
030300
030400     IF NOT WS-EDIT-MODE
030500         PERFORM 1050-CHECK-LAST-POSTING
030600             THRU 1050-CHECK-LAST-POSTING-EXIT
030700     END-IF.
030800
030900     MOVE 'Q' TO SK-FUNCTION.
031000     MOVE 'STFEEPST' TO SK-PROGRAM.
031100     CALL 'STSECURE' USING SECURITY-PARM.
031200     MOVE SK-OPERATOR-ID TO WS-RUN-OPERATOR.
031300     MOVE WS-RUN-OPERATOR TO WS-POST-OPERATOR.
031400
031500     OPEN INPUT FEE-TRAN-FILE.
031600     IF WS-FEETRAN-FILE-STATUS NOT = '00'
031700         AND WS-FEETRAN-FILE-STATUS NOT = '05'
031800         DISPLAY 'STFEEPST - UNABLE TO OPEN FEETRAN.TXT, '
031900             'FILE STATUS = ' WS-FEETRAN-FILE-STATUS
032000         MOVE 16 TO RETURN-CODE
032100         STOP RUN
032200     END-IF.
032300
032400     OPEN INPUT STUDENT.
032500     IF WS-STUDENT-FILE-STATUS NOT = '00'
032600         DISPLAY 'STFEEPST - UNABLE TO OPEN STUDENT MASTER, '
032700             'FILE STATUS = ' WS-STUDENT-FILE-STATUS
032800         MOVE 16 TO RETURN-CODE
032900         STOP RUN
033000     END-IF.
033100     OPEN OUTPUT FEE-LOG.
033200
033300     PERFORM 1200-LOAD-SUSPENSE
033400         THRU 1200-LOAD-SUSPENSE-EXIT.
033500
033600     IF NOT WS-EDIT-MODE
033700         PERFORM 1060-OPEN-UPDATE-FILES
033800             THRU 1060-OPEN-UPDATE-FILES-EXIT
033900     END-IF.
034000
034100     IF WS-EDIT-MODE
034200         WRITE FEE-LOG-LINE FROM FL-EDIT-HEADING-1
034300     ELSE
034400         WRITE FEE-LOG-LINE FROM FL-HEADING-1
034500     END-IF.
034600     IF WS-TEST-CYCLE
034700         WRITE FEE-LOG-LINE FROM WS-TEST-STAMP-LINE
034800     END-IF.
034900     STRING 'RUN DATE: ' DELIMITED BY SIZE
035000         WS-RUN-DATE-PRINT DELIMITED BY SIZE
035100         INTO FEE-LOG-LINE
035200     END-STRING.
035300     WRITE FEE-LOG-LINE.
035400     MOVE SPACES TO FEE-LOG-LINE.
035500     WRITE FEE-LOG-LINE.
035600     WRITE FEE-LOG-LINE FROM FL-HEADING-2.
035700     MOVE SPACES TO FEE-LOG-LINE.
035800     WRITE FEE-LOG-LINE.
035900 1000-INITIALIZE-EXIT.
036000     EXIT.
036100
036200*****************************************************************
036300* 1050-CHECK-LAST-POSTING - REFUSE A SECOND POSTING RUN ON THE   *
036400*                           SAME DATE, WHICH WOULD POST THE      *
036500*                           DAY'S FEETRAN.TXT TWICE, UNLESS A    *
036600*                           SUPERVISOR PASSES PARM 'OVERRIDE'.   *
036700*****************************************************************
036800 1050-CHECK-LAST-POSTING.
036900     MOVE ZERO TO FP-RUN-DATE.
037000     OPEN INPUT FEE-CONTROL.
037100     IF WS-CONTROL-FILE-STATUS = '00'
037200         READ FEE-CONTROL
037300             AT END
037400                 MOVE ZERO TO FP-RUN-DATE
037500         END-READ
037600         CLOSE FEE-CONTROL
037700     ELSE
037800         IF WS-CONTROL-FILE-STATUS = '05'
037900             CLOSE FEE-CONTROL
038000         END-IF
038100     END-IF.
038200
038300     IF FP-RUN-DATE NOT = WS-RUN-DATE
038400         GO TO 1050-CHECK-LAST-POSTING-EXIT
038500     END-IF.
038600
038700     IF WS-PARM NOT = 'OVERRIDE'
038800         DISPLAY 'STFEEPST - START REFUSED - FEES ALREADY POSTED '
038900             'TODAY - PARM OVERRIDE TO POST AGAIN'
039000         MOVE 8 TO RETURN-CODE
039100         STOP RUN
039200     END-IF.
039300
039400     MOVE 'C' TO SK-FUNCTION.
039500     MOVE 'STFEEPST' TO SK-PROGRAM.
039600     MOVE 'RERUN OVERRIDE' TO SK-ACTIVITY.
039700     SET SK-NEED-SUPERVISOR TO TRUE.
039800     CALL 'STSECURE' USING SECURITY-PARM.
039900     IF SK-RETURN NOT = '0'
040000         DISPLAY 'STFEEPST - START REFUSED - ' SK-MESSAGE
040100         MOVE 8 TO RETURN-CODE
040200         STOP RUN
040300     END-IF.
040400     DISPLAY 'STFEEPST - SECOND POSTING RUN TODAY BY OVERRIDE OF '
040500         SK-OPERATOR-ID.
040600 1050-CHECK-LAST-POSTING-EXIT.
040700     EXIT.
040800
040900*****************************************************************
041000* 1060-OPEN-UPDATE-FILES - OPEN THE FILES ONLY A REAL POSTING    *
041100*                          RUN MAY TOUCH - THE FEE LEDGER AND    *
041200*                          THE REWRITTEN SUSPENSE FILE.          *
041300*****************************************************************
041400 1060-OPEN-UPDATE-FILES.
041500     OPEN I-O FEE-LEDGER.
041600     IF WS-LEDGER-FILE-STATUS NOT = '00'
041700         AND WS-LEDGER-FILE-STATUS NOT = '05'
041800         DISPLAY 'STFEEPST - UNABLE TO OPEN FEELEDG.DAT, '
041900             'FILE STATUS = ' WS-LEDGER-FILE-STATUS
042000         MOVE 16 TO RETURN-CODE
042100         STOP RUN
042200     END-IF.
042300
042400     OPEN OUTPUT SUSPENSE-FILE.
042500     IF WS-SUSPENSE-FILE-STATUS NOT = '00'
042600         DISPLAY 'STFEEPST - UNABLE TO OPEN FEESUSP.DAT, '
042700             'FILE STATUS = ' WS-SUSPENSE-FILE-STATUS
042800         MOVE 16 TO RETURN-CODE
042900         STOP RUN
043000     END-IF.
043100 1060-OPEN-UPDATE-FILES-EXIT.
043200     EXIT.
043300
043400*****************************************************************
043500* 1070-RESOLVE-FILE-NAMES - RESOLVE EVERY FILE NAME THROUGH THE  *
043600*                           STSITE SITE CONFIGURATION.           *
043700*****************************************************************
043800 1070-RESOLVE-FILE-NAMES.
043900     MOVE WS-FEE-LOG-NAME TO SF-DEFAULT-NAME.
044000     PERFORM 1080-RESOLVE-ONE-NAME
044100         THRU 1080-RESOLVE-ONE-NAME-EXIT.
044200     MOVE SF-RESOLVED-NAME TO WS-FEE-LOG-NAME.
044300
044400     MOVE 'feetran.txt' TO SF-DEFAULT-NAME.
044500     PERFORM 1080-RESOLVE-ONE-NAME
044600         THRU 1080-RESOLVE-ONE-NAME-EXIT.
044700     MOVE SF-RESOLVED-NAME TO WS-FEETRAN-FILE-NAME.
044800
044900     MOVE 'student.dat' TO SF-DEFAULT-NAME.
045000     PERFORM 1080-RESOLVE-ONE-NAME
045100         THRU 1080-RESOLVE-ONE-NAME-EXIT.
045200     MOVE SF-RESOLVED-NAME TO WS-STUDENT-FILE-NAME.
045300
045400     MOVE 'feeledg.dat' TO SF-DEFAULT-NAME.
045500     PERFORM 1080-RESOLVE-ONE-NAME
045600         THRU 1080-RESOLVE-ONE-NAME-EXIT.
045700     MOVE SF-RESOLVED-NAME TO WS-LEDGER-FILE-NAME.
045800
045900     MOVE 'feesusp.dat' TO SF-DEFAULT-NAME.
046000     PERFORM 1080-RESOLVE-ONE-NAME
046100         THRU 1080-RESOLVE-ONE-NAME-EXIT.
046200     MOVE SF-RESOLVED-NAME TO WS-SUSPENSE-FILE-NAME.
046300
046400     MOVE 'feectl.dat' TO SF-DEFAULT-NAME.
046500     PERFORM 1080-RESOLVE-ONE-NAME
046600         THRU 1080-RESOLVE-ONE-NAME-EXIT.
046700     MOVE SF-RESOLVED-NAME TO WS-FEECTL-FILE-NAME.
046800 1070-RESOLVE-FILE-NAMES-EXIT.
046900     EXIT.
047000
047100*****************************************************************
047200* 1080-RESOLVE-ONE-NAME - RESOLVE ONE NAME THROUGH STSITE AND    *
047300*                        REMEMBER WHETHER ANY REDIRECTION IS     *
047400*                        IN FORCE.                               *
047500*****************************************************************
047600 1080-RESOLVE-ONE-NAME.
047700     CALL 'STSITE' USING SITE-PARM.
047800     IF SF-TEST-MODE = 'Y'
047900         SET WS-TEST-CYCLE TO TRUE
048000     END-IF.
048100 1080-RESOLVE-ONE-NAME-EXIT.
048200     EXIT.
048300
048400*****************************************************************
048500* 1200-LOAD-SUSPENSE - PULL ANY SUSPENDED FEE TRANSACTIONS LEFT  *
048600*                      BY A PRIOR RUN INTO THE TABLE SO THEY     *
048700*                      RECYCLE AHEAD OF THE DAY'S FEETRAN.TXT.   *
048800*                      THE FILE IS REWRITTEN FROM SCRATCH THIS   *
048900*                      RUN, CARRYING ONLY THIS RUN'S REJECTS.    *
049000*****************************************************************
049100 1200-LOAD-SUSPENSE.
049200     OPEN INPUT SUSPENSE-FILE.
049300     IF WS-SUSPENSE-FILE-STATUS NOT = '00'
049400         GO TO 1200-LOAD-SUSPENSE-EXIT
049500     END-IF.
049600
049700     PERFORM 1210-LOAD-ONE-SUSPENSE
049800         THRU 1210-LOAD-ONE-SUSPENSE-EXIT
049900         UNTIL WS-SUSP-EOF.
050000
050100     CLOSE SUSPENSE-FILE.
050200
050300     IF WS-SUSP-IN-COUNT > ZERO
050400         DISPLAY 'STFEEPST - RECYCLING ' WS-SUSP-IN-COUNT
050500             ' SUSPENDED FEE TRANSACTIONS AHEAD OF FEETRAN.TXT'
050600     END-IF.
050700 1200-LOAD-SUSPENSE-EXIT.
050800     EXIT.
050900
051000*****************************************************************
051100* 1210-LOAD-ONE-SUSPENSE - TABLE ONE SUSPENDED FEE TRANSACTION.  *
051200*****************************************************************
051300 1210-LOAD-ONE-SUSPENSE.
051400     READ SUSPENSE-FILE
051500         AT END
051600             SET WS-SUSP-EOF TO TRUE
051700             GO TO 1210-LOAD-ONE-SUSPENSE-EXIT
051800     END-READ.
051900
052000     IF WS-SUSP-IN-COUNT >= WS-SUSP-TABLE-MAX
052100         DISPLAY 'STFEEPST - FEE SUSPENSE FILE EXCEEDS '
052200             WS-SUSP-TABLE-MAX ' ITEMS - RUN STCORR TO PURGE '
052300             'BEFORE RERUNNING'
052400         MOVE 16 TO RETURN-CODE
052500         STOP RUN
052600     END-IF.
052700
052800     ADD 1 TO WS-SUSP-IN-COUNT.
052900     MOVE SP-TRAN-IMAGE TO WS-SUSP-IMAGE(WS-SUSP-IN-COUNT).
053000     MOVE SP-CORRECTED-BY
053100         TO WS-SUSP-CORRECTED-BY(WS-SUSP-IN-COUNT).
053200 1210-LOAD-ONE-SUSPENSE-EXIT.
053300     EXIT.
053400
053500*****************************************************************
053600* 2000-PROCESS-TRANSACTION - READ ONE FEE TRANSACTION AND POST   *
053700*                            IT.                                 *
053800*****************************************************************
053900 2000-PROCESS-TRANSACTION.
054000     READ FEE-TRAN-FILE
054100         AT END
054200             SET WS-EOF TO TRUE
054300             GO TO 2000-PROCESS-TRANSACTION-EXIT
054400     END-READ.
054500
054600     PERFORM 2060-POST-ONE-TRANSACTION
054700         THRU 2060-POST-ONE-TRANSACTION-EXIT.
054800 2000-PROCESS-TRANSACTION-EXIT.
054900     EXIT.
055000
055100*****************************************************************
055200* 2050-PROCESS-SUSPENSE-ITEM - RECYCLE ONE SUSPENDED FEE         *
055300*                              TRANSACTION AS IF IT HAD COME IN  *
055400*                              ON FEETRAN.TXT.  A CORRECTED      *
055500*                              ITEM'S LEDGER ENTRY CARRIES THE   *
055600*                              OPERATOR WHO CORRECTED IT.        *
055700*****************************************************************
055800 2050-PROCESS-SUSPENSE-ITEM.
055900     MOVE WS-SUSP-IMAGE(WS-SUSP-SUB) TO FEE-TRAN-RECORD.
056000     IF WS-SUSP-CORRECTED-BY(WS-SUSP-SUB) NOT = SPACES
056100         MOVE WS-SUSP-CORRECTED-BY(WS-SUSP-SUB)
056200             TO WS-POST-OPERATOR
056300     END-IF.
056400     PERFORM 2060-POST-ONE-TRANSACTION
056500         THRU 2060-POST-ONE-TRANSACTION-EXIT.
056600     MOVE WS-RUN-OPERATOR TO WS-POST-OPERATOR.
056700 2050-PROCESS-SUSPENSE-ITEM-EXIT.
056800     EXIT.
056900
057000*****************************************************************
057100* 2060-POST-ONE-TRANSACTION - EDIT THE FEE TRANSACTION NOW IN THE*
057200*                             RECORD AREA, POST IT IF IT PASSES  *
057300*                             AND LOG THE RESULT, WHETHER IT     *
057400*                             CAME FROM FEETRAN.TXT OR THE       *
057500*                             SUSPENSE FILE.                     *
057600*****************************************************************
057700 2060-POST-ONE-TRANSACTION.
057800     ADD 1 TO WS-TRAN-READ-COUNT.
057900     SET WS-TRAN-APPLIED TO TRUE.
058000     MOVE SPACES TO WS-REJECT-REASON.
058100
058200     PERFORM 2100-EDIT-TRANSACTION
058300         THRU 2100-EDIT-TRANSACTION-EXIT.
058400
058500     IF WS-TRAN-APPLIED
058600         IF NOT WS-EDIT-MODE
058700             PERFORM 2200-POST-ENTRY
058800                 THRU 2200-POST-ENTRY-EXIT
058900         END-IF
059000     END-IF.
059100
059200     IF WS-TRAN-APPLIED
059300         IF FT-CODE = 'C'
059400             ADD 1 TO WS-CHARGE-COUNT
059500             ADD FT-AMOUNT TO WS-CHARGE-TOTAL
059600         ELSE
059700             ADD 1 TO WS-PAYMENT-COUNT
059800             ADD FT-AMOUNT TO WS-PAYMENT-TOTAL
059900         END-IF
060000     END-IF.
060100
060200     PERFORM 2900-WRITE-LOG-LINE
060300         THRU 2900-WRITE-LOG-LINE-EXIT.
060400 2060-POST-ONE-TRANSACTION-EXIT.
060500     EXIT.
060600
060700*****************************************************************
060800* 2100-EDIT-TRANSACTION - RUN THE EDITS IN TURN.  THE FIRST ONE  *
060900*                         THAT FAILS REJECTS THE TRANSACTION AND *
061000*                         NAMES THE REASON.                      *
061100*****************************************************************
061200 2100-EDIT-TRANSACTION.
061300     IF FT-CODE NOT = 'C' AND FT-CODE NOT = 'P'
061400         SET WS-TRAN-REJECTED TO TRUE
061500         MOVE 'UNKNOWN TRANSACTION CODE' TO WS-REJECT-REASON
061600         GO TO 2100-EDIT-TRANSACTION-EXIT
061700     END-IF.
061800
061900     IF FT-STUDENT-ID NOT NUMERIC
062000         SET WS-TRAN-REJECTED TO TRUE
062100         MOVE 'STUDENT-ID NOT NUMERIC' TO WS-REJECT-REASON
062200         GO TO 2100-EDIT-TRANSACTION-EXIT
062300     END-IF.
062400
062500     MOVE FT-STUDENT-ID TO STUDENT-ID.
062600     READ STUDENT
062700         INVALID KEY
062800             SET WS-TRAN-REJECTED TO TRUE
062900             MOVE 'STUDENT NOT ON MASTER' TO WS-REJECT-REASON
063000             GO TO 2100-EDIT-TRANSACTION-EXIT
063100     END-READ.
063200
063300     IF FT-TRAN-DATE NOT NUMERIC
063400         OR FT-TRAN-YYYY < 1900
063500         OR FT-TRAN-MM < 01 OR FT-TRAN-MM > 12
063600         SET WS-TRAN-REJECTED TO TRUE
063700         MOVE 'TRAN DATE NOT A VALID DATE' TO WS-REJECT-REASON
063800         GO TO 2100-EDIT-TRANSACTION-EXIT
063900     END-IF.
064000     PERFORM 2110-SET-DAYS-THIS-MONTH
064100         THRU 2110-SET-DAYS-THIS-MONTH-EXIT.
064200     IF FT-TRAN-DD < 01 OR FT-TRAN-DD > WS-DAYS-THIS-MONTH
064300         SET WS-TRAN-REJECTED TO TRUE
064400         MOVE 'TRAN DATE NOT A VALID DATE' TO WS-REJECT-REASON
064500         GO TO 2100-EDIT-TRANSACTION-EXIT
064600     END-IF.
064700
064800     IF FT-TRAN-DATE > WS-RUN-DATE
064900         SET WS-TRAN-REJECTED TO TRUE
065000         MOVE 'TRAN DATE AFTER RUN DATE' TO WS-REJECT-REASON
065100         GO TO 2100-EDIT-TRANSACTION-EXIT
065200     END-IF.
065300
065400     MOVE ZERO TO WS-THIS-CATEGORY.
065500     PERFORM 2120-MATCH-ONE-CATEGORY
065600         THRU 2120-MATCH-ONE-CATEGORY-EXIT
065700         VARYING WS-FC-SUB FROM 1 BY 1
065800         UNTIL WS-FC-SUB > FC-COUNT.
065900     IF WS-THIS-CATEGORY = ZERO
066000         SET WS-TRAN-REJECTED TO TRUE
066100         MOVE 'FEE CATEGORY NOT ON CODE TABLE' TO WS-REJECT-REASON
066200         GO TO 2100-EDIT-TRANSACTION-EXIT
066300     END-IF.
066400
066500     IF FT-AMOUNT NOT NUMERIC
066600         SET WS-TRAN-REJECTED TO TRUE
066700         MOVE 'AMOUNT NOT NUMERIC' TO WS-REJECT-REASON
066800         GO TO 2100-EDIT-TRANSACTION-EXIT
066900     END-IF.
067000     IF FT-AMOUNT = ZERO
067100         SET WS-TRAN-REJECTED TO TRUE
067200         MOVE 'AMOUNT IS ZERO' TO WS-REJECT-REASON
067300     END-IF.
067400 2100-EDIT-TRANSACTION-EXIT.
067500     EXIT.
067600
067700*****************************************************************
067800* 2110-SET-DAYS-THIS-MONTH - DAYS IN THE TRANSACTION'S MONTH,    *
067900*                            ALLOWING FOR LEAP YEARS.            *
068000*****************************************************************
068100 2110-SET-DAYS-THIS-MONTH.
068200     MOVE WS-MONTH-DAYS(FT-TRAN-MM) TO WS-DAYS-THIS-MONTH.
068300     IF FT-TRAN-MM = 02
068400         DIVIDE FT-TRAN-YYYY BY 4 GIVING WS-LEAP-QUOT
068500             REMAINDER WS-LEAP-REM-4
068600         DIVIDE FT-TRAN-YYYY BY 100 GIVING WS-LEAP-QUOT
068700             REMAINDER WS-LEAP-REM-100
068800         DIVIDE FT-TRAN-YYYY BY 400 GIVING WS-LEAP-QUOT
068900             REMAINDER WS-LEAP-REM-400
069000         IF WS-LEAP-REM-4 = ZERO
069100             AND (WS-LEAP-REM-100 NOT = ZERO
069200                  OR WS-LEAP-REM-400 = ZERO)
069300             MOVE 29 TO WS-DAYS-THIS-MONTH
069400         END-IF
069500     END-IF.
069600 2110-SET-DAYS-THIS-MONTH-EXIT.
069700     EXIT.
069800
069900*****************************************************************
070000* 2120-MATCH-ONE-CATEGORY - COMPARE THE TRANSACTION'S FEE        *
070100*                           CATEGORY TO ONE CODE TABLE ENTRY.    *
070200*****************************************************************
070300 2120-MATCH-ONE-CATEGORY.
070400     IF FT-CATEGORY = FC-CODE(WS-FC-SUB)
070500         MOVE WS-FC-SUB TO WS-THIS-CATEGORY
070600     END-IF.
070700 2120-MATCH-ONE-CATEGORY-EXIT.
070800     EXIT.
070900
071000*****************************************************************
071100* 2200-POST-ENTRY - WRITE ONE LEDGER ENTRY FOR THE TRANSACTION   *
071200*                   JUST EDITED.  THE SEQUENCE NUMBER BREAKS TIES*
071300*                   WHEN ONE STUDENT GETS SEVERAL ENTRIES IN ONE *
071400*                   RUN.                                         *
071500*****************************************************************
071600 2200-POST-ENTRY.
071700     MOVE FT-STUDENT-ID TO FL-STUDENT-ID.
071800     MOVE WS-RUN-DATE TO FL-POST-DATE.
071900     MOVE ZERO TO FL-POST-SEQ.
072000     MOVE FT-CODE TO FL-ENTRY-TYPE.
072100     MOVE FT-CATEGORY TO FL-CATEGORY.
072200     MOVE FT-TRAN-DATE TO FL-TRAN-DATE.
072300     MOVE FT-AMOUNT TO FL-AMOUNT.
072400     MOVE FT-DESCRIPTION TO FL-DESCRIPTION.
072500     MOVE FT-REFERENCE TO FL-REFERENCE.
072600     MOVE WS-POST-OPERATOR TO FL-OPERATOR-ID.
072700
072800 2200-POST-ENTRY-TRY.
072900     WRITE FEE-LEDGER-RECORD
073000         INVALID KEY
073100             IF FL-POST-SEQ < 999
073200                 ADD 1 TO FL-POST-SEQ
073300                 GO TO 2200-POST-ENTRY-TRY
073400             ELSE
073500                 SET WS-TRAN-REJECTED TO TRUE
073600                 MOVE 'LEDGER FULL FOR TODAY'
073700                     TO WS-REJECT-REASON
073800             END-IF
073900     END-WRITE.
074000 2200-POST-ENTRY-EXIT.
074100     EXIT.
074200
074300*****************************************************************
074400* 2900-WRITE-LOG-LINE - FORMAT AND WRITE ONE POSTING LOG LINE,   *
074500*                       AND SEND A REJECT TO THE SUSPENSE FILE.  *
074600*****************************************************************
074700 2900-WRITE-LOG-LINE.
074800     IF WS-TRAN-REJECTED
074900         ADD 1 TO WS-REJECT-COUNT
075000         EVALUATE FT-CODE
075100             WHEN 'C'
075200                 ADD 1 TO WS-REJ-C-COUNT
075300             WHEN 'P'
075400                 ADD 1 TO WS-REJ-P-COUNT
075500             WHEN OTHER
075600                 ADD 1 TO WS-REJ-X-COUNT
075700         END-EVALUATE
075800         IF NOT WS-EDIT-MODE
075900             MOVE SPACES TO SUSPENSE-RECORD
076000             MOVE FEE-TRAN-RECORD TO SP-TRAN-IMAGE
076100             MOVE WS-REJECT-REASON TO SP-REJECT-REASON
076200             MOVE WS-RUN-DATE TO SP-REJECT-DATE
076300             MOVE ZERO TO SP-CORRECTED-DATE
076400             WRITE SUSPENSE-RECORD
076500             ADD 1 TO WS-SUSP-OUT-COUNT
076600         END-IF
076700     END-IF.
076800
076900     MOVE SPACES TO FL-DETAIL-LINE.
077000     EVALUATE FT-CODE
077100         WHEN 'C'
077200             MOVE 'CHARGE' TO FL-D-CODE
077300         WHEN 'P'
077400             MOVE 'PAYMENT' TO FL-D-CODE
077500         WHEN OTHER
077600             MOVE '???' TO FL-D-CODE
077700     END-EVALUATE.
077800     IF FT-STUDENT-ID NUMERIC
077900         MOVE FT-STUDENT-ID TO FL-D-STUDENT-ID
078000     END-IF.
078100     MOVE FEE-TRAN-RECORD(7:8) TO FL-D-DATE.
078200     MOVE FT-CATEGORY TO FL-D-CATEGORY.
078300     IF FT-AMOUNT NUMERIC
078400         MOVE FT-AMOUNT TO FL-D-AMOUNT
078500     ELSE
078600         MOVE FT-AMOUNT-X TO FL-D-AMOUNT-X
078700     END-IF.
078800     MOVE FT-DESCRIPTION TO FL-D-DESCRIPTION.
078900     MOVE FT-REFERENCE TO FL-D-REFERENCE.
079000
079100     EVALUATE TRUE
079200         WHEN WS-TRAN-REJECTED AND WS-EDIT-MODE
079300             STRING 'WOULD REJECT - ' DELIMITED BY SIZE
079400                 WS-REJECT-REASON DELIMITED BY SIZE
079500                 INTO FL-D-RESULT
079600             END-STRING
079700         WHEN WS-TRAN-REJECTED
079800             STRING 'REJECTED - ' DELIMITED BY SIZE
079900                 WS-REJECT-REASON DELIMITED BY SIZE
080000                 INTO FL-D-RESULT
080100             END-STRING
080200         WHEN WS-EDIT-MODE
080300             MOVE 'WOULD POST' TO FL-D-RESULT
080400         WHEN OTHER
080500             MOVE 'POSTED' TO FL-D-RESULT
080600     END-EVALUATE.
080700
080800     WRITE FEE-LOG-LINE FROM FL-DETAIL-LINE.
080900 2900-WRITE-LOG-LINE-EXIT.
081000     EXIT.
081100
081200*****************************************************************
081300* 9000-TERMINATE - WRITE THE TRAILER TOTALS, CLOSE THE FILES AND *
081400*                  RECORD THE RUN'S CONTROL TOTALS.              *
081500*****************************************************************
081600 9000-TERMINATE.
081700     MOVE SPACES TO FEE-LOG-LINE.
081800     WRITE FEE-LOG-LINE.
081900     MOVE SPACES TO FL-TRAILER-LINE.
082000     MOVE 'TRANSACTIONS READ:' TO FL-T-LABEL.
082100     MOVE WS-TRAN-READ-COUNT TO FL-T-COUNT.
082200     WRITE FEE-LOG-LINE FROM FL-TRAILER-LINE.
082300     MOVE 'CHARGES POSTED / AMOUNT:' TO FL-T-LABEL.
082400     MOVE WS-CHARGE-COUNT TO FL-T-COUNT.
082500     MOVE WS-CHARGE-TOTAL TO FL-T-AMOUNT.
082600     WRITE FEE-LOG-LINE FROM FL-TRAILER-LINE.
082700     MOVE 'PAYMENTS POSTED / AMOUNT:' TO FL-T-LABEL.
082800     MOVE WS-PAYMENT-COUNT TO FL-T-COUNT.
082900     MOVE WS-PAYMENT-TOTAL TO FL-T-AMOUNT.
083000     WRITE FEE-LOG-LINE FROM FL-TRAILER-LINE.
083100     MOVE SPACES TO FL-TRAILER-LINE.
083200     MOVE 'TRANSACTIONS REJECTED:' TO FL-T-LABEL.
083300     MOVE WS-REJECT-COUNT TO FL-T-COUNT.
083400     WRITE FEE-LOG-LINE FROM FL-TRAILER-LINE.
083500     IF WS-EDIT-MODE
083600         PERFORM 9100-WRITE-EDIT-COUNTS
083700             THRU 9100-WRITE-EDIT-COUNTS-EXIT
083800     ELSE
083900         MOVE 'REJECTS HELD IN SUSPENSE:' TO FL-T-LABEL
084000         MOVE WS-SUSP-OUT-COUNT TO FL-T-COUNT
084100         WRITE FEE-LOG-LINE FROM FL-TRAILER-LINE
084200     END-IF.
084300
084400     CLOSE FEE-TRAN-FILE.
084500     CLOSE STUDENT.
084600     CLOSE FEE-LOG.
084700
084800     DISPLAY 'STFEEPST - TRANSACTIONS READ:  ' WS-TRAN-READ-COUNT.
084900     DISPLAY 'STFEEPST - REJECTED:           ' WS-REJECT-COUNT.
085000
085100     IF WS-EDIT-MODE
085200         IF WS-REJECT-COUNT > ZERO
085300             MOVE 4 TO RETURN-CODE
085400         ELSE
085500             MOVE 0 TO RETURN-CODE
085600         END-IF
085700         GO TO 9000-TERMINATE-EXIT
085800     END-IF.
085900
086000     CLOSE FEE-LEDGER.
086100     CLOSE SUSPENSE-FILE.
086200
086300     OPEN OUTPUT FEE-CONTROL.
086400     IF WS-CONTROL-FILE-STATUS NOT = '00'
086500         DISPLAY 'STFEEPST - UNABLE TO WRITE FEECTL.DAT, '
086600             'FILE STATUS = ' WS-CONTROL-FILE-STATUS
086700         MOVE 8 TO RETURN-CODE
086800         GO TO 9000-TERMINATE-EXIT
086900     END-IF.
087000     MOVE WS-RUN-DATE TO FP-RUN-DATE.
087100     MOVE WS-CHARGE-COUNT TO FP-CHARGE-COUNT.
087200     MOVE WS-CHARGE-TOTAL TO FP-CHARGE-AMOUNT.
087300     MOVE WS-PAYMENT-COUNT TO FP-PAYMENT-COUNT.
087400     MOVE WS-PAYMENT-TOTAL TO FP-PAYMENT-AMOUNT.
087500     MOVE WS-REJECT-COUNT TO FP-REJECT-COUNT.
087600     MOVE WS-RUN-OPERATOR TO FP-OPERATOR-ID.
087700     WRITE FEE-CONTROL-RECORD.
087800     CLOSE FEE-CONTROL.
087900     MOVE 0 TO RETURN-CODE.
088000 9000-TERMINATE-EXIT.
088100     EXIT.
088200
088300*****************************************************************
088400* 9100-WRITE-EDIT-COUNTS - PRINT THE EDIT REGISTER'S WOULD-POST /*
088500*                          WOULD-REJECT COUNTS PER TRANSACTION   *
088600*                          CODE.                                 *
088700*****************************************************************
088800 9100-WRITE-EDIT-COUNTS.
088900     MOVE SPACES TO FEE-LOG-LINE.
089000     WRITE FEE-LOG-LINE.
089100     MOVE 'WOULD POST / WOULD REJECT BY CODE:' TO FEE-LOG-LINE.
089200     WRITE FEE-LOG-LINE.
089300
089400     MOVE 'CHARGES:' TO FL-EDIT-LABEL.
089500     MOVE WS-CHARGE-COUNT TO FL-EDIT-APPLY.
089600     MOVE WS-REJ-C-COUNT TO FL-EDIT-REJECT.
089700     WRITE FEE-LOG-LINE FROM FL-EDIT-COUNT-LINE.
089800
089900     MOVE 'PAYMENTS:' TO FL-EDIT-LABEL.
090000     MOVE WS-PAYMENT-COUNT TO FL-EDIT-APPLY.
090100     MOVE WS-REJ-P-COUNT TO FL-EDIT-REJECT.
090200     WRITE FEE-LOG-LINE FROM FL-EDIT-COUNT-LINE.
090300
090400     MOVE 'UNKNOWN CODES:' TO FL-EDIT-LABEL.
090500     MOVE ZERO TO FL-EDIT-APPLY.
090600     MOVE WS-REJ-X-COUNT TO FL-EDIT-REJECT.
090700     WRITE FEE-LOG-LINE FROM FL-EDIT-COUNT-LINE.
090800 9100-WRITE-EDIT-COUNTS-EXIT.
090900     EXIT.
