001400* ON EXIT THE SUSPENSE FILE IS REWRITTEN, AND STTRAN PICKS THE  *
001500* SURVIVORS UP AHEAD OF THE NEXT DAY'S TRANS.TXT.               *
001600*                                                                *
001700* THE OPERATOR FIRST CHOOSES WHICH SUSPENSE FILE TO WORK - THE   *
001710* STUDENT MASTER'S (SUSPENSE.DAT, RECYCLED BY STTRAN) OR THE FEE *
001720* LEDGER'S (FEESUSP.DAT, RECYCLED BY STFEEPST).  BOTH SHARE THE  *
001730* SUSPENSE.CPY LAYOUT; ONLY THE TRANSACTION IMAGE DIFFERS.       *
001740*                                                                *
001750* RUN FROM THE HELLO-WORLD OPERATOR MENU.  NEEDS AN OPERATOR     *
001760* SIGNED ON AT REGISTRAR LEVEL OR ABOVE (SEE STSECURE), AND      *
001770* EVERY FIX IS STAMPED WITH THAT OPERATOR AND THE DATE.          *
001800*                                                                *
001900* RETURN CODES:  0 = NORMAL END,                                *
001910*                8 = OPERATOR NOT AUTHORIZED,                    *
002000*               16 = SUSPENSE FILE WOULD NOT REWRITE.           *
002100*                                                                *
002200* MOD LOG                                                        *
002391*                        SITECFGK.CPY), AND A TEST-CYCLE NOTICE  *
002392*                        IS SHOWN WHEN A REDIRECTION IS IN       *
002393*                        FORCE.                                  *
002398*   2026-10-15  LEGOP3   NOW NEEDS A REGISTRAR OR SUPERVISOR     *
002403*                        SIGNED ON THROUGH STSECURE (SEE         *
002408*                        SECUREK.CPY).  EVERY FIX STAMPS THE     *
002413*                        OPERATOR ID AND DATE ON THE SUSPENSE    *
002418*                        ITEM (SP-CORRECTED-BY/-DATE), AND THE   *
002423*                        LIST SHOWS WHO LAST CORRECTED EACH ONE. *
002428*   2026-10-15  LEGOP3   A SUSPENDED W (WITHDRAW) TRANSACTION IS *
002433*                        RE-KEYED IN ITS OWN LAYOUT - RECEIVING  *
002438*                        SCHOOL, EXIT DATE AND EXIT-REASON CODE. *
002443*   2026-10-15  LEGOP3   ALSO WORKS THE FEE LEDGER SUSPENSE FILE *
002448*                        (FEESUSP.DAT) - THE OPERATOR PICKS THE  *
002453*                        FILE AT START, AND A FEE ITEM IS LISTED *
002458*                        AND RE-KEYED IN THE FEETRAN.TXT LAYOUT. *
002463*****************************************************************
002500
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
003600     COPY "suspense.cpy".
003610
003620 FD  OVERFLOW-FILE.
003630 01  OVERFLOW-RECORD              PIC X(100).
003700
003800 WORKING-STORAGE SECTION.
003900 01  WS-SUSPENSE-FILE-STATUS      PIC X(02)   VALUE '00'.
003915                                  VALUE 'suspovf.tmp'.
003916
003917     COPY "sitecfgk.cpy".
003927
003937     COPY "securek.cpy".
003947
003957 01  WS-FILE-CHOICE               PIC X(01)   VALUE SPACES.
003967     88  WS-MASTER-SUSPENSE                   VALUE 'S' 's'.
003977     88  WS-FEE-SUSPENSE                      VALUE 'F' 'f'.
004000
004100 01  WS-SWITCHES.
004200     05  WS-EOF-SW                PIC X(01)   VALUE 'N'.
005700
005800 01  WS-TABLE-MAX                 PIC 9(03)   COMP VALUE 500.
005900
005910 01  WS-OPERATOR-ID               PIC X(08)   VALUE SPACES.
005920 01  WS-RUN-DATE                  PIC 9(08)   VALUE ZERO.
005930 01  WS-AMOUNT-EDIT               PIC ZZ,ZZ9.99.
005940
006000 01  WS-SUSPENSE-TABLE.
006100     05  WS-SUSP-ENTRY            OCCURS 500 TIMES.
006200         10  WS-SUSP-PURGED       PIC X(01).
006800             15  WS-SI-GRADE      PIC 9(02).
006900             15  WS-SI-STATUS     PIC X(01).
007000             15  WS-SI-HOMEROOM   PIC X(04).
007005         10  WS-SUSP-WITHDRAW-IMAGE REDEFINES WS-SUSP-IMAGE.
007010             15  FILLER           PIC X(06).
007015             15  WS-SW-SCHOOL     PIC X(25).
007020             15  WS-SW-EXIT-DATE  PIC 9(08).
007025             15  WS-SW-REASON     PIC X(02).
007030             15  FILLER           PIC X(05).
007035         10  WS-SUSP-FEE-IMAGE REDEFINES WS-SUSP-IMAGE.
007040             15  FILLER           PIC X(06).
007045             15  WS-SF-TRAN-DATE  PIC 9(08).
007050             15  WS-SF-CATEGORY   PIC X(02).
007055             15  WS-SF-AMOUNT     PIC 9(05)V99.
007060             15  WS-SF-DESCRIPTION
007065                                  PIC X(15).
007070             15  WS-SF-REFERENCE  PIC X(08).
007100         10  WS-SUSP-REASON       PIC X(30).
007200         10  WS-SUSP-DATE         PIC 9(08).
007210         10  WS-SUSP-CORRECTED-BY PIC X(08).
007220         10  WS-SUSP-CORRECTED-DATE
007230                                  PIC 9(08).
007300
007400 PROCEDURE DIVISION.
007500
007600 0000-MAINLINE.
007605     MOVE 'C' TO SK-FUNCTION.
007610     MOVE 'STCORR' TO SK-PROGRAM.
007615     MOVE 'SUSPENSE CORRECTION' TO SK-ACTIVITY.
007620     SET SK-NEED-REGISTRAR TO TRUE.
007625     CALL 'STSECURE' USING SECURITY-PARM.
007630     IF SK-RETURN NOT = '0'
007635         DISPLAY 'STCORR - ' SK-MESSAGE
007640         MOVE 8 TO RETURN-CODE
007645         GOBACK
007650     END-IF.
007655     MOVE SK-OPERATOR-ID TO WS-OPERATOR-ID.
007660     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
007665
007670     PERFORM 0100-CHOOSE-SUSPENSE-FILE
007675         THRU 0100-CHOOSE-SUSPENSE-FILE-EXIT.
007680
007700     PERFORM 1000-LOAD-SUSPENSE
007800         THRU 1000-LOAD-SUSPENSE-EXIT.
007900
008700     GOBACK.
008800
008900*****************************************************************
008904* 0100-CHOOSE-SUSPENSE-FILE - ASK WHICH SUSPENSE FILE TO WORK    *
008908*                             AND SET ITS DEFAULT NAMES.         *
008912*****************************************************************
008916 0100-CHOOSE-SUSPENSE-FILE.
008920     DISPLAY 'CORRECT WHICH SUSPENSE FILE - '
008924         'S) STUDENT MASTER  F) FEE LEDGER: ' WITH NO ADVANCING.
008928     ACCEPT WS-FILE-CHOICE.
008932
008936     EVALUATE TRUE
008940         WHEN WS-MASTER-SUSPENSE
008944             MOVE 'suspense.dat' TO WS-SUSPENSE-FILE-NAME
008948             MOVE 'suspovf.tmp' TO WS-OVERFLOW-FILE-NAME
008952         WHEN WS-FEE-SUSPENSE
008956             MOVE 'feesusp.dat' TO WS-SUSPENSE-FILE-NAME
008960             MOVE 'feeovf.tmp' TO WS-OVERFLOW-FILE-NAME
008964         WHEN OTHER
008968             DISPLAY 'INVALID CHOICE - TRY AGAIN'
008972             GO TO 0100-CHOOSE-SUSPENSE-FILE
008976     END-EVALUATE.
008980 0100-CHOOSE-SUSPENSE-FILE-EXIT.
008984     EXIT.
008988
008992*****************************************************************
009000* 1000-LOAD-SUSPENSE - TABLE THE SUSPENSE FILE SO THE OPERATOR   *
009100*                      CAN WORK IT IN PLACE.                     *
009200*****************************************************************
009300 1000-LOAD-SUSPENSE.
009310     MOVE WS-SUSPENSE-FILE-NAME TO SF-DEFAULT-NAME.
009320     PERFORM 1200-RESOLVE-ONE-NAME
009330         THRU 1200-RESOLVE-ONE-NAME-EXIT.
009340     MOVE SF-RESOLVED-NAME TO WS-SUSPENSE-FILE-NAME.
009350
009360     MOVE WS-OVERFLOW-FILE-NAME TO SF-DEFAULT-NAME.
009370     PERFORM 1200-RESOLVE-ONE-NAME
009380         THRU 1200-RESOLVE-ONE-NAME-EXIT.
009390     MOVE SF-RESOLVED-NAME TO WS-OVERFLOW-FILE-NAME.
013800     MOVE SP-TRAN-IMAGE TO WS-SUSP-IMAGE(WS-ITEM-COUNT).
013900     MOVE SP-REJECT-REASON TO WS-SUSP-REASON(WS-ITEM-COUNT).
014000     MOVE SP-REJECT-DATE TO WS-SUSP-DATE(WS-ITEM-COUNT).
014010     MOVE SP-CORRECTED-BY TO WS-SUSP-CORRECTED-BY(WS-ITEM-COUNT).
014020     IF SP-CORRECTED-DATE NUMERIC
014030         MOVE SP-CORRECTED-DATE
014040             TO WS-SUSP-CORRECTED-DATE(WS-ITEM-COUNT)
014050     ELSE
014060         MOVE ZERO TO WS-SUSP-CORRECTED-DATE(WS-ITEM-COUNT)
014070     END-IF.
014100 1100-LOAD-ONE-ITEM-EXIT.
014200     EXIT.
014300
014600*****************************************************************
014700 2000-PROCESS-ACTION.
014800     DISPLAY ' '.
014900     IF WS-FEE-SUSPENSE
014910         DISPLAY 'STCORR - FEE LEDGER SUSPENSE CORRECTION'
014920     ELSE
014930         DISPLAY 'STCORR - SUSPENSE CORRECTION'
014940     END-IF.
015000     DISPLAY '  L) LIST   F) FIX   P) PURGE   X) EXIT AND SAVE'.
015100     DISPLAY 'ENTER ACTION: ' WITH NO ADVANCING.
015200     ACCEPT WS-ACTION-CODE.
018700     IF WS-SUSP-PURGED(WS-ITEM-SUB) = 'Y'
018800         GO TO 2110-LIST-ONE-ITEM-EXIT
018900     END-IF.
019000     IF WS-FEE-SUSPENSE
019100         MOVE WS-SF-AMOUNT(WS-ITEM-SUB) TO WS-AMOUNT-EDIT
019200         DISPLAY 'ITEM ' WS-ITEM-SUB ': '
019300             WS-SI-CODE(WS-ITEM-SUB) ' '
019305             WS-SI-STUDENT-ID(WS-ITEM-SUB) ' '
019310             WS-SF-TRAN-DATE(WS-ITEM-SUB) ' '
019315             WS-SF-CATEGORY(WS-ITEM-SUB) ' '
019320             WS-AMOUNT-EDIT ' '
019325             WS-SF-DESCRIPTION(WS-ITEM-SUB)
019330     ELSE
019335         DISPLAY 'ITEM ' WS-ITEM-SUB ': '
019340             WS-SI-CODE(WS-ITEM-SUB) ' '
019345             WS-SI-STUDENT-ID(WS-ITEM-SUB) ' '
019350             WS-SI-NAME(WS-ITEM-SUB)
019355     END-IF.
019400     DISPLAY '   REJECTED ' WS-SUSP-DATE(WS-ITEM-SUB) ' - '
019500         WS-SUSP-REASON(WS-ITEM-SUB).
019510     IF WS-SUSP-CORRECTED-BY(WS-ITEM-SUB) NOT = SPACES
019520         DISPLAY '   CORRECTED '
019530             WS-SUSP-CORRECTED-DATE(WS-ITEM-SUB) ' BY '
019540             WS-SUSP-CORRECTED-BY(WS-ITEM-SUB)
019550     END-IF.
019600 2110-LIST-ONE-ITEM-EXIT.
019700     EXIT.
019800
019900*****************************************************************
020000* 2200-FIX-ITEM - RE-KEY THE TRANSACTION FIELDS OF ONE ITEM SO   *
020100*                 IT RECYCLES CLEANLY ON THE NEXT STTRAN (OR,    *
020110*                 FOR A FEE ITEM, STFEEPST) RUN.                 *
020200*****************************************************************
020300 2200-FIX-ITEM.
020400     PERFORM 2400-PICK-ITEM
020700         GO TO 2200-FIX-ITEM-EXIT
020800     END-IF.
020900
021000     IF WS-FEE-SUSPENSE
021010         DISPLAY 'ENTER TRAN CODE (C/P): ' WITH NO ADVANCING
021020     ELSE
021030         DISPLAY 'ENTER TRAN CODE (A/C/D/W): ' WITH NO ADVANCING
021040     END-IF.
021100     ACCEPT WS-SI-CODE(WS-ITEM-PICKED).
021200     DISPLAY 'ENTER STUDENT-ID: ' WITH NO ADVANCING.
021300     ACCEPT WS-SI-STUDENT-ID(WS-ITEM-PICKED).
021302     EVALUATE TRUE
021304         WHEN WS-FEE-SUSPENSE
021306             PERFORM 2270-ACCEPT-FEE-FIELDS
021308                 THRU 2270-ACCEPT-FEE-FIELDS-EXIT
021310         WHEN WS-SI-CODE(WS-ITEM-PICKED) = 'W'
021312             PERFORM 2250-ACCEPT-WITHDRAW-FIELDS
021314                 THRU 2250-ACCEPT-WITHDRAW-FIELDS-EXIT
021316         WHEN OTHER
021318             PERFORM 2260-ACCEPT-MASTER-FIELDS
021320                 THRU 2260-ACCEPT-MASTER-FIELDS-EXIT
021322     END-EVALUATE.
021324
021326     MOVE WS-OPERATOR-ID TO WS-SUSP-CORRECTED-BY(WS-ITEM-PICKED).
021328     MOVE WS-RUN-DATE TO WS-SUSP-CORRECTED-DATE(WS-ITEM-PICKED).
021330
021332     IF WS-FEE-SUSPENSE
021334         DISPLAY 'ITEM ' WS-ITEM-PICKED ' CORRECTED - IT WILL '
021336             'RECYCLE ON THE NEXT STFEEPST RUN'
021338     ELSE
021340         DISPLAY 'ITEM ' WS-ITEM-PICKED ' CORRECTED - IT WILL '
021342             'RECYCLE ON THE NEXT STTRAN RUN'
021344     END-IF.
021346 2200-FIX-ITEM-EXIT.
021348     EXIT.
021350
021352*****************************************************************
021354* 2250-ACCEPT-WITHDRAW-FIELDS - RE-KEY THE FIELDS OF A W         *
021356*                               (WITHDRAW) TRANSACTION.          *
021358*****************************************************************
021360 2250-ACCEPT-WITHDRAW-FIELDS.
021362     MOVE SPACES TO WS-SUSP-IMAGE(WS-ITEM-PICKED)(7:40).
021364     DISPLAY 'ENTER RECEIVING SCHOOL (25 CHARACTERS): '
021366         WITH NO ADVANCING.
021368     ACCEPT WS-SW-SCHOOL(WS-ITEM-PICKED).
021370     DISPLAY 'ENTER EXIT DATE (YYYYMMDD): ' WITH NO ADVANCING.
021372     ACCEPT WS-SW-EXIT-DATE(WS-ITEM-PICKED).
021374     DISPLAY 'ENTER EXIT-REASON CODE: ' WITH NO ADVANCING.
021376     ACCEPT WS-SW-REASON(WS-ITEM-PICKED).
021378 2250-ACCEPT-WITHDRAW-FIELDS-EXIT.
021380     EXIT.
021382
021384*****************************************************************
021386* 2260-ACCEPT-MASTER-FIELDS - RE-KEY THE MASTER FIELDS OF AN     *
021388*                             ADD, CHANGE OR DELETE.             *
021390*****************************************************************
021392 2260-ACCEPT-MASTER-FIELDS.
021400     DISPLAY 'ENTER NAME (25 CHARACTERS): ' WITH NO ADVANCING.
021500     ACCEPT WS-SI-NAME(WS-ITEM-PICKED).
021600     DISPLAY 'ENTER ENROLL DATE (YYYYMMDD): ' WITH NO ADVANCING.
022100     ACCEPT WS-SI-STATUS(WS-ITEM-PICKED).
022200     DISPLAY 'ENTER HOMEROOM (4 CHARACTERS): ' WITH NO ADVANCING.
022300     ACCEPT WS-SI-HOMEROOM(WS-ITEM-PICKED).
022310 2260-ACCEPT-MASTER-FIELDS-EXIT.
022320     EXIT.
022400
022500*****************************************************************
022600* 2270-ACCEPT-FEE-FIELDS - RE-KEY THE FIELDS OF A FEE CHARGE OR  *
022700*                          PAYMENT.                              *
022705*****************************************************************
022710 2270-ACCEPT-FEE-FIELDS.
022715     MOVE SPACES TO WS-SUSP-IMAGE(WS-ITEM-PICKED)(7:40).
022720     DISPLAY 'ENTER DATE INCURRED OR RECEIVED (YYYYMMDD): '
022725         WITH NO ADVANCING.
022730     ACCEPT WS-SF-TRAN-DATE(WS-ITEM-PICKED).
022735     DISPLAY 'ENTER FEE CATEGORY (LU/AC/BK/FT/TX/OT): '
022740         WITH NO ADVANCING.
022745     ACCEPT WS-SF-CATEGORY(WS-ITEM-PICKED).
022750     DISPLAY 'ENTER AMOUNT (99999.99): ' WITH NO ADVANCING.
022755     ACCEPT WS-SF-AMOUNT(WS-ITEM-PICKED).
022760     DISPLAY 'ENTER DESCRIPTION (15 CHARACTERS): '
022765         WITH NO ADVANCING.
022770     ACCEPT WS-SF-DESCRIPTION(WS-ITEM-PICKED).
022775     DISPLAY 'ENTER REFERENCE (8 CHARACTERS): ' WITH NO ADVANCING.
022780     ACCEPT WS-SF-REFERENCE(WS-ITEM-PICKED).
022785 2270-ACCEPT-FEE-FIELDS-EXIT.
022800     EXIT.
022900
023000*****************************************************************
027800
027900     OPEN OUTPUT SUSPENSE-FILE.
028000     IF WS-SUSPENSE-FILE-STATUS NOT = '00'
028100         DISPLAY 'STCORR - UNABLE TO REWRITE '
028200             WS-SUSPENSE-FILE-NAME
028210         DISPLAY 'STCORR - FILE STATUS = ' WS-SUSPENSE-FILE-STATUS
028300         MOVE 16 TO RETURN-CODE
028400         GO TO 9000-REWRITE-SUSPENSE-EXIT
028500     END-IF.
030800     MOVE WS-SUSP-IMAGE(WS-ITEM-SUB) TO SP-TRAN-IMAGE.
030900     MOVE WS-SUSP-REASON(WS-ITEM-SUB) TO SP-REJECT-REASON.
031000     MOVE WS-SUSP-DATE(WS-ITEM-SUB) TO SP-REJECT-DATE.
031010     MOVE WS-SUSP-CORRECTED-BY(WS-ITEM-SUB) TO SP-CORRECTED-BY.
031020     MOVE WS-SUSP-CORRECTED-DATE(WS-ITEM-SUB)
031030         TO SP-CORRECTED-DATE.
031100     WRITE SUSPENSE-RECORD.
031200     ADD 1 TO WS-KEPT-COUNT.
031300 9100-WRITE-ONE-ITEM-EXIT.
