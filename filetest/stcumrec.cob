000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STCUMREC.
000300 AUTHOR. LEGOP3.
000400 INSTALLATION. STUDENT RECORDS SHOP.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* STCUMREC                                                       *
000900*                                                                *
001000* STUDENT CUMULATIVE-RECORD PACKETS.  A SMALL REQUEST FILE       *
001100* (CUMREQ.TXT) LISTS THE STUDENTS WHOSE RECORDS ARE TO BE SENT   *
001200* OUT, AND STCUMREC PRINTS CUMPKT.TXT - ONE COMPLETE PACKET PER  *
001300* STUDENT, EACH WITH ITS OWN PAGE NUMBERS STARTING AT 1:         *
001400*                                                                *
001500*   1. THE STUDENT MASTER RECORD;                                *
001560*   2. EVERY CHANGE-HISTORY ENTRY, OLDEST FIRST, WITH THE BEFORE *
001620*      AND AFTER RECORD IMAGES - FIRST THOSE AGED OFF ONTO THE   *
001680*      STHAGE HISTORY ARCHIVES (SEE STHACTL.CPY), THEN THOSE     *
001740*      STILL ON STHIST.DAT;                                      *
001800*   3. EVERY GUARDIAN AND EMERGENCY CONTACT ON GUARDIAN.DAT, IN  *
001900*      CALLING ORDER;                                            *
002000*   4. ATTENDANCE TOTALS BY MONTH FROM ATTEND.DAT;               *
002100*   5. A CERTIFICATION FOOTER WITH THE RELEASE NUMBER, PAGE      *
002200*      COUNT AND SIGNATURE LINES.                                *
002300*                                                                *
002400* A STUDENT WHO IS NO LONGER ON THE MASTER IS LOOKED FOR ON THE  *
002500* STPURGE ARCHIVES LISTED IN ARCHCTL.DAT.  THE MOST RECENT       *
002600* ARCHIVE HOLDING THE STUDENT SUPPLIES THE MASTER RECORD, AND    *
002700* THE GUARDIAN ARCHIVE TAKEN THE SAME DAY SUPPLIES THE CONTACTS. *
002800* HISTORY AND ATTENDANCE STAY ON THE LIVE FILES WHEN A STUDENT   *
002900* IS PURGED, SO THEY ARE ALWAYS READ FROM THERE.                 *
003000*                                                                *
003100* EVERY PACKET PRINTED IS LOGGED AS RELEASED ON CUMREL.DAT (SEE  *
003200* CUMREL.CPY) WITH THE DATE, TIME, PAGE COUNT, WHO IT WENT TO    *
003300* AND THE OPERATOR WHO RELEASED IT.  RELEASING RECORDS NEEDS A   *
003400* REGISTRAR SIGN-ON.                                             *
003500*                                                                *
003600* REQUEST RECORD LAYOUT (CUMREQ.TXT, ONE PER LINE):              *
003700*     POSITIONS  1- 5   STUDENT-ID                               *
003800*     POSITIONS  7-36   RELEASED TO (RECEIVING SCHOOL, PARENT,   *
003900*                       AGENCY) - OPTIONAL                       *
004000* BLANK LINES ARE SKIPPED.                                       *
004100*                                                                *
004200* RETURN CODES:  0 = EVERY PACKET PRINTED,                       *
004300*                4 = PRINTED, BUT SOME REQUESTS WERE NOT A       *
004400*                    STUDENT-ID OR THE STUDENT WAS NOT FOUND ON  *
004450*                    THE MASTER OR ANY ARCHIVE, OR A HISTORY     *
004500*                    ARCHIVE COULD NOT BE READ AND A PACKET      *
004550*                    CARRIES INCOMPLETE HISTORY,                 *
004600*                8 = THE OPERATOR MAY NOT RELEASE RECORDS,       *
004700*               16 = A FILE WOULD NOT OPEN.                      *
004800*                                                                *
004900* MOD LOG                                                        *
005000*   2026-10-15  LEGOP3   INITIAL VERSION.                        *
005010*   2026-10-15  LEGOP3   SECTION 2 NOW STARTS WITH THE STUDENT'S *
005020*                        ENTRIES FROM THE STHAGE HISTORY         *
005030*                        ARCHIVES LISTED IN STHACTL.DAT, SO THE  *
005040*                        PACKET STILL CARRIES THE WHOLE HISTORY  *
005050*                        ONCE STHIST.DAT HAS BEEN AGED.          *
005058*   2026-10-15  LEGOP3   EVERY HISTORY ARCHIVE IS READ TO ITS    *
005066*                        END.  ONE THAT CANNOT BE READ IS NOTED  *
005074*                        IN SECTION 2 AND ENDS THE RUN RC 4; AN  *
005082*                        STHACTL.DAT THAT WILL NOT OPEN ENDS     *
005090*                        RC 16.                                  *
005100*****************************************************************
005200
005300 ENVIRONMENT DIVISION.
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600     SELECT REQUEST-FILE ASSIGN TO WS-REQUEST-FILE-NAME
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-REQUEST-FILE-STATUS.
005900
006000     SELECT STUDENT ASSIGN TO WS-STUDENT-FILE-NAME
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS STUDENT-ID
006400         ALTERNATE RECORD KEY IS STUDENT-NAME
006500             WITH DUPLICATES
006600         FILE STATUS IS WS-STUDENT-FILE-STATUS.
006700
006800     SELECT OPTIONAL HISTORY-FILE ASSIGN TO WS-HISTORY-FILE-NAME
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS DYNAMIC
007100         RECORD KEY IS HIST-KEY
007200         FILE STATUS IS WS-HISTORY-FILE-STATUS.
007300
007400     SELECT OPTIONAL GUARDIAN-FILE
007500         ASSIGN TO WS-GUARDIAN-FILE-NAME
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS DYNAMIC
007800         RECORD KEY IS GD-KEY
007900         FILE STATUS IS WS-GUARDIAN-FILE-STATUS.
008000
008100     SELECT OPTIONAL ATTENDANCE-FILE
008200         ASSIGN TO WS-ATTEND-FILE-NAME
008300         ORGANIZATION IS INDEXED
008400         ACCESS MODE IS DYNAMIC
008500         RECORD KEY IS ATT-KEY
008600         FILE STATUS IS WS-ATTEND-FILE-STATUS.
008700
008800     SELECT OPTIONAL ARCHIVE-CONTROL
008900         ASSIGN TO WS-ARCHCTL-FILE-NAME
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS WS-ARCHCTL-FILE-STATUS.
009200
009300     SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-FILE-NAME
009400         ORGANIZATION IS LINE SEQUENTIAL
009500         FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
009600
009700     SELECT OPTIONAL GUARDIAN-ARCHIVE
009800         ASSIGN TO WS-GDARCH-FILE-NAME
009900         ORGANIZATION IS LINE SEQUENTIAL
010000         FILE STATUS IS WS-GDARCH-FILE-STATUS.
010010
010020     SELECT OPTIONAL AGING-CONTROL
010030         ASSIGN TO WS-AGECTL-FILE-NAME
010040         ORGANIZATION IS LINE SEQUENTIAL
010050         FILE STATUS IS WS-AGECTL-FILE-STATUS.
010060
010070     SELECT OPTIONAL HIST-ARCHIVE ASSIGN TO WS-HARCH-FILE-NAME
010080         ORGANIZATION IS LINE SEQUENTIAL
010090         FILE STATUS IS WS-HARCH-FILE-STATUS.
010100
010200     SELECT OPTIONAL RELEASE-LOG ASSIGN TO WS-RELEASE-LOG-NAME
010300         ORGANIZATION IS INDEXED
010400         ACCESS MODE IS DYNAMIC
010500         RECORD KEY IS CR-KEY
010600         FILE STATUS IS WS-RELEASE-LOG-STATUS.
010700
010800     SELECT PACKET-RPT ASSIGN TO WS-PACKET-RPT-NAME
010900         ORGANIZATION IS LINE SEQUENTIAL.
011000
011100 DATA DIVISION.
011200 FILE SECTION.
011300 FD  REQUEST-FILE.
011400 01  CUM-REQUEST-RECORD.
011500     05  CQ-STUDENT-ID            PIC 9(05).
011600     05  CQ-STUDENT-ID-X REDEFINES CQ-STUDENT-ID
011700                                  PIC X(05).
011800     05  FILLER                   PIC X(01).
011900     05  CQ-RELEASED-TO           PIC X(30).
012000     05  FILLER                   PIC X(44).
012100
012200 FD  STUDENT.
012300     COPY "student.cpy".
012400
012500 FD  HISTORY-FILE.
012600     COPY "sthist.cpy".
012700
012800 FD  GUARDIAN-FILE.
012900     COPY "guardian.cpy".
013000
013100 FD  ATTENDANCE-FILE.
013200     COPY "attend.cpy".
013300
013400 FD  ARCHIVE-CONTROL.
013500 01  ARCHIVE-CONTROL-RECORD.
013600     05  AC-DATE                  PIC 9(08).
013700     05  AC-COUNT                 PIC 9(07).
013800
013900 FD  ARCHIVE-FILE.
014000 01  ARCHIVE-RECORD               PIC X(53).
014100
014200 FD  GUARDIAN-ARCHIVE.
014300 01  GUARDIAN-ARCHIVE-RECORD      PIC X(53).
014310
014320 FD  AGING-CONTROL.
014330     COPY "sthactl.cpy".
014340
014350 FD  HIST-ARCHIVE.
014360 01  HIST-ARCHIVE-RECORD          PIC X(145).
014400
014500 FD  RELEASE-LOG.
014600     COPY "cumrel.cpy".
014700
014800 FD  PACKET-RPT.
014900 01  PACKET-LINE                  PIC X(80).
015000
015100 WORKING-STORAGE SECTION.
015200 01  WS-REQUEST-FILE-STATUS       PIC X(02)   VALUE '00'.
015300 01  WS-STUDENT-FILE-STATUS       PIC X(02)   VALUE '00'.
015400 01  WS-HISTORY-FILE-STATUS       PIC X(02)   VALUE '00'.
015500 01  WS-GUARDIAN-FILE-STATUS      PIC X(02)   VALUE '00'.
015600 01  WS-ATTEND-FILE-STATUS        PIC X(02)   VALUE '00'.
015700 01  WS-ARCHCTL-FILE-STATUS       PIC X(02)   VALUE '00'.
015800 01  WS-ARCHIVE-FILE-STATUS       PIC X(02)   VALUE '00'.
015900 01  WS-GDARCH-FILE-STATUS        PIC X(02)   VALUE '00'.
015930 01  WS-AGECTL-FILE-STATUS        PIC X(02)   VALUE '00'.
015960 01  WS-HARCH-FILE-STATUS         PIC X(02)   VALUE '00'.
016000 01  WS-RELEASE-LOG-STATUS        PIC X(02)   VALUE '00'.
016100
016200 01  WS-REQUEST-FILE-NAME         PIC X(40)   VALUE 'cumreq.txt'.
016300 01  WS-STUDENT-FILE-NAME         PIC X(40)
016400                                  VALUE 'student.dat'.
016500 01  WS-HISTORY-FILE-NAME         PIC X(40)   VALUE 'sthist.dat'.
016600 01  WS-GUARDIAN-FILE-NAME        PIC X(40)
016700                                  VALUE 'guardian.dat'.
016800 01  WS-ATTEND-FILE-NAME          PIC X(40)   VALUE 'attend.dat'.
016900 01  WS-ARCHCTL-FILE-NAME         PIC X(40)
017000                                  VALUE 'archctl.dat'.
017100 01  WS-ARCHIVE-FILE-NAME         PIC X(40)   VALUE SPACES.
017200 01  WS-GDARCH-FILE-NAME          PIC X(40)   VALUE SPACES.
017220 01  WS-AGECTL-FILE-NAME          PIC X(40)
017240                                  VALUE 'sthactl.dat'.
017260 01  WS-HARCH-FILE-NAME           PIC X(40)   VALUE SPACES.
017300 01  WS-RELEASE-LOG-NAME          PIC X(40)   VALUE 'cumrel.dat'.
017400 01  WS-PACKET-RPT-NAME           PIC X(40)   VALUE 'cumpkt.txt'.
017500
017600 01  WS-TEST-MODE-SW              PIC X(01)   VALUE 'N'.
017700     88  WS-TEST-CYCLE                        VALUE 'Y'.
017800
017900 01  WS-TEST-STAMP-LINE           PIC X(40)   VALUE
018000     '** TEST CYCLE - NOT PRODUCTION **'.
018100
018200     COPY "sitecfgk.cpy".
018300
018400     COPY "securek.cpy".
018500
018600 01  WS-SWITCHES.
018700     05  WS-REQUEST-EOF-SW        PIC X(01)   VALUE 'N'.
018800         88  WS-REQUEST-EOF                   VALUE 'Y'.
018900     05  WS-HIST-EOF-SW           PIC X(01)   VALUE 'N'.
019000         88  WS-HIST-EOF                      VALUE 'Y'.
019100     05  WS-GD-EOF-SW             PIC X(01)   VALUE 'N'.
019200         88  WS-GD-EOF                        VALUE 'Y'.
019300     05  WS-ATT-EOF-SW            PIC X(01)   VALUE 'N'.
019400         88  WS-ATT-EOF                       VALUE 'Y'.
019500     05  WS-LIST-EOF-SW           PIC X(01)   VALUE 'N'.
019600         88  WS-LIST-EOF                      VALUE 'Y'.
019700     05  WS-SCAN-EOF-SW           PIC X(01)   VALUE 'N'.
019800         88  WS-SCAN-EOF                      VALUE 'Y'.
019900     05  WS-HISTORY-SW            PIC X(01)   VALUE 'N'.
020000         88  WS-HISTORY-ON-HAND               VALUE 'Y'.
020100     05  WS-GUARDIAN-SW           PIC X(01)   VALUE 'N'.
020200         88  WS-GUARDIAN-ON-HAND              VALUE 'Y'.
020300     05  WS-ATTEND-SW             PIC X(01)   VALUE 'N'.
020400         88  WS-ATTEND-ON-HAND                VALUE 'Y'.
020430     05  WS-AGECTL-SW             PIC X(01)   VALUE 'N'.
020460         88  WS-AGECTL-ON-HAND                VALUE 'Y'.
020500     05  WS-FOUND-SW              PIC X(01)   VALUE 'N'.
020600         88  WS-STUDENT-FOUND                 VALUE 'Y'.
020700     05  WS-SOURCE-SW             PIC X(01)   VALUE 'M'.
020800         88  WS-FROM-MASTER                   VALUE 'M'.
020900         88  WS-FROM-ARCHIVE                  VALUE 'A'.
021000     05  WS-LOGGED-SW             PIC X(01)   VALUE 'N'.
021100         88  WS-RELEASE-LOGGED                VALUE 'Y'.
021120     05  WS-AGECTL-EOF-SW         PIC X(01)   VALUE 'N'.
021140         88  WS-AGECTL-EOF                    VALUE 'Y'.
021160     05  WS-HSCAN-EOF-SW          PIC X(01)   VALUE 'N'.
021180         88  WS-HSCAN-EOF                     VALUE 'Y'.
021200
021300 01  WS-COUNTERS.
021400     05  WS-REQUEST-READ          PIC 9(05)   COMP VALUE ZERO.
021500     05  WS-PACKET-COUNT          PIC 9(05)   COMP VALUE ZERO.
021600     05  WS-ARCHIVE-PACKETS       PIC 9(05)   COMP VALUE ZERO.
021700     05  WS-REJECT-COUNT          PIC 9(05)   COMP VALUE ZERO.
021800     05  WS-NOT-LOGGED-COUNT      PIC 9(05)   COMP VALUE ZERO.
021850     05  WS-ARCH-GAP-COUNT        PIC 9(05)   COMP VALUE ZERO.
021900     05  WS-HIST-COUNT            PIC 9(05)   COMP VALUE ZERO.
022000     05  WS-GD-COUNT              PIC 9(03)   COMP VALUE ZERO.
022100     05  WS-LINE-COUNT            PIC 9(03)   COMP VALUE ZERO.
022200     05  WS-PAGE-COUNT            PIC 9(03)   COMP VALUE ZERO.
022300     05  WS-LINES-NEEDED          PIC 9(03)   COMP VALUE ZERO.
022400
022500 01  WS-LINES-PER-PAGE            PIC 9(03)   COMP VALUE 50.
022600 01  WS-RUN-DATE                  PIC 9(08)   VALUE ZERO.
022700 01  WS-RUN-TIME                  PIC 9(08)   VALUE ZERO.
022800 01  WS-RUN-TIME-X REDEFINES WS-RUN-TIME.
022900     05  WS-RUN-HHMMSS            PIC 9(06).
023000     05  WS-RUN-HUNDREDTHS        PIC 9(02).
023100 01  WS-RUN-OPERATOR              PIC X(08)   VALUE SPACES.
023200
023300 01  WS-THIS-ID                   PIC 9(05)   VALUE ZERO.
023400 01  WS-RELEASED-TO               PIC X(30)   VALUE SPACES.
023500 01  WS-ARCHIVE-DATE              PIC 9(08)   VALUE ZERO.
023600
023700 01  WS-PACKET-STUDENT.
023800     05  WS-PS-STUDENT-ID         PIC 9(05).
023900     05  WS-PS-NAME               PIC X(25).
024000     05  WS-PS-ENROLL             PIC 9(08).
024100     05  WS-PS-GRADE              PIC 9(02).
024200     05  WS-PS-STATUS             PIC X(01).
024300         88  WS-PS-ACTIVE                     VALUE 'A'.
024400         88  WS-PS-WITHDRAWN                  VALUE 'W'.
024500         88  WS-PS-GRADUATED                  VALUE 'G'.
024600     05  WS-PS-HOMEROOM           PIC X(04).
024700     05  WS-PS-LAST-CHANGED       PIC 9(08).
024800
024900 01  WS-ARCHIVE-IMAGE.
025000     05  WS-AI-STUDENT-ID         PIC 9(05).
025100     05  FILLER                   PIC X(48).
025200
025300 01  WS-GD-IMAGE.
025400     05  WS-GI-STUDENT-ID         PIC 9(05).
025500     05  WS-GI-PRIORITY           PIC 9(01).
025600     05  WS-GI-NAME               PIC X(25).
025700     05  WS-GI-RELATION           PIC X(10).
025800     05  WS-GI-PHONE              PIC X(12).
025900
025960     COPY "sthist.cpy"
025990         REPLACING ==HISTORY-RECORD==    BY ==WS-HIST-IMAGE==
026020                   ==HIST-KEY==          BY ==WS-HI-KEY==
026050                   ==HIST-STUDENT-ID==   BY ==WS-HI-STUDENT-ID==
026080                   ==HIST-CHANGE-DATE==  BY ==WS-HI-CHANGE-DATE==
026110                   ==HIST-CHANGE-TIME==  BY ==WS-HI-CHANGE-TIME==
026140                   ==HIST-CHANGE-SEQ==   BY ==WS-HI-CHANGE-SEQ==
026170                   ==HIST-SOURCE-PGM==   BY ==WS-HI-SOURCE-PGM==
026200                   ==HIST-ACTION==       BY ==WS-HI-ACTION==
026230                   ==HIST-BEFORE-IMAGE== BY ==WS-HI-BEFORE-IMAGE==
026260                   ==HIST-AFTER-IMAGE==  BY ==WS-HI-AFTER-IMAGE==
026290                   ==HIST-OPERATOR-ID==  BY ==WS-HI-OPERATOR-ID==.
026320 01  WS-LAST-PRINTED-KEY          PIC X(22)   VALUE LOW-VALUES.
026335
026350 01  WS-ATT-DATE                  PIC 9(08)   VALUE ZERO.
026380 01  WS-ATT-DATE-X REDEFINES WS-ATT-DATE.
026410     05  WS-ATT-MONTH             PIC 9(06).
026440     05  WS-ATT-DAY               PIC 9(02).
026470
026500 01  WS-MONTH-TOTALS.
026600     05  WS-HOLD-MONTH            PIC 9(06)   VALUE ZERO.
026700     05  WS-MONTH-PRESENT         PIC 9(03)   COMP VALUE ZERO.
026800     05  WS-MONTH-ABSENT          PIC 9(03)   COMP VALUE ZERO.
026900     05  WS-MONTH-TARDY           PIC 9(03)   COMP VALUE ZERO.
027000     05  WS-MONTH-MARKED          PIC 9(03)   COMP VALUE ZERO.
027100
027200 01  WS-PACKET-TOTALS.
027300     05  WS-TOTAL-PRESENT         PIC 9(05)   COMP VALUE ZERO.
027400     05  WS-TOTAL-ABSENT          PIC 9(05)   COMP VALUE ZERO.
027500     05  WS-TOTAL-TARDY           PIC 9(05)   COMP VALUE ZERO.
027600     05  WS-TOTAL-MARKED          PIC 9(05)   COMP VALUE ZERO.
027700
027800 01  WS-RELEASE-NO.
027900     05  WS-RN-STUDENT-ID         PIC 9(05).
028000     05  FILLER                   PIC X(01)   VALUE '-'.
028100     05  WS-RN-DATE               PIC 9(08).
028200     05  FILLER                   PIC X(01)   VALUE '-'.
028300     05  WS-RN-SEQ                PIC 9(03).
028400
028500 01  WS-PRINT-LINE                PIC X(80)   VALUE SPACES.
028600
028700 01  CP-HEADING-1.
028800     05  FILLER            PIC X(27) VALUE
028900             'CUMULATIVE STUDENT RECORD'.
029000     05  FILLER            PIC X(09) VALUE 'STUDENT:'.
029100     05  CP1-STUDENT-ID    PIC ZZZZ9.
029200     05  FILLER            PIC X(02) VALUE SPACES.
029300     05  CP1-STUDENT-NAME  PIC X(25).
029400     05  FILLER            PIC X(02) VALUE SPACES.
029500     05  FILLER            PIC X(06) VALUE 'PAGE:'.
029600     05  CP1-PAGE-NO       PIC ZZ9.
029700
029800 01  CP-HEADING-2.
029900     05  FILLER            PIC X(09) VALUE 'PRINTED:'.
030000     05  CP2-RUN-DATE      PIC 9(08).
030100     05  FILLER            PIC X(03) VALUE SPACES.
030200     05  FILLER            PIC X(15) VALUE 'RECORD SOURCE:'.
030300     05  CP2-SOURCE        PIC X(40).
030400
030500 01  CP-SECTION-LINE.
030600     05  CP-SECTION-TITLE  PIC X(60).
030700
030800 01  CP-FIELD-LINE.
030900     05  FILLER            PIC X(05) VALUE SPACES.
031000     05  CP-FIELD-LABEL    PIC X(20).
031100     05  CP-FIELD-VALUE    PIC X(40).
031200
031300 01  CP-HIST-HEADING.
031400     05  FILLER            PIC X(05) VALUE SPACES.
031500     05  FILLER            PIC X(10) VALUE 'DATE'.
031600     05  FILLER            PIC X(08) VALUE 'TIME'.
031700     05  FILLER            PIC X(10) VALUE 'PROGRAM'.
031800     05  FILLER            PIC X(08) VALUE 'ACTION'.
031900     05  FILLER            PIC X(08) VALUE 'OPERATOR'.
032000
032100 01  CP-HIST-LINE.
032200     05  FILLER            PIC X(05) VALUE SPACES.
032300     05  CP-HIST-DATE      PIC 9(08).
032400     05  FILLER            PIC X(02) VALUE SPACES.
032500     05  CP-HIST-TIME      PIC 9(06).
032600     05  FILLER            PIC X(02) VALUE SPACES.
032700     05  CP-HIST-PGM       PIC X(08).
032800     05  FILLER            PIC X(02) VALUE SPACES.
032900     05  CP-HIST-ACTION    PIC X(01).
033000     05  FILLER            PIC X(07) VALUE SPACES.
033100     05  CP-HIST-OPERATOR  PIC X(08).
033200
033300 01  CP-IMAGE-LINE.
033400     05  FILLER            PIC X(07) VALUE SPACES.
033500     05  CP-IMAGE-LABEL    PIC X(08).
033600     05  CP-IMAGE          PIC X(53).
033700
033800 01  CP-GD-HEADING.
033900     05  FILLER            PIC X(05) VALUE SPACES.
034000     05  FILLER            PIC X(06) VALUE 'CALL'.
034100     05  FILLER            PIC X(27) VALUE 'NAME'.
034200     05  FILLER            PIC X(12) VALUE 'RELATION'.
034300     05  FILLER            PIC X(12) VALUE 'PHONE'.
034400
034500 01  CP-GD-LINE.
034600     05  FILLER            PIC X(06) VALUE SPACES.
034700     05  CP-GD-PRIORITY    PIC 9(01).
034800     05  FILLER            PIC X(04) VALUE SPACES.
034900     05  CP-GD-NAME        PIC X(25).
035000     05  FILLER            PIC X(02) VALUE SPACES.
035100     05  CP-GD-RELATION    PIC X(10).
035200     05  FILLER            PIC X(02) VALUE SPACES.
035300     05  CP-GD-PHONE       PIC X(12).
035400
035500 01  CP-ATT-HEADING.
035600     05  FILLER            PIC X(05) VALUE SPACES.
035700     05  FILLER            PIC X(10) VALUE 'MONTH'.
035800     05  FILLER            PIC X(10) VALUE ' PRESENT'.
035900     05  FILLER            PIC X(10) VALUE '  ABSENT'.
036000     05  FILLER            PIC X(10) VALUE '   TARDY'.
036100     05  FILLER            PIC X(14) VALUE '  DAYS MARKED'.
036200
036300 01  CP-ATT-LINE.
036400     05  FILLER            PIC X(05) VALUE SPACES.
036500     05  CP-ATT-MONTH      PIC X(06).
036600     05  FILLER            PIC X(05) VALUE SPACES.
036700     05  CP-ATT-PRESENT    PIC ZZ,ZZ9.
036800     05  FILLER            PIC X(04) VALUE SPACES.
036900     05  CP-ATT-ABSENT     PIC ZZ,ZZ9.
037000     05  FILLER            PIC X(04) VALUE SPACES.
037100     05  CP-ATT-TARDY      PIC ZZ,ZZ9.
037200     05  FILLER            PIC X(07) VALUE SPACES.
037300     05  CP-ATT-MARKED     PIC ZZ,ZZ9.
037400
037500 01  CP-NOTE-LINE.
037600     05  FILLER            PIC X(05) VALUE SPACES.
037700     05  CP-NOTE           PIC X(70).
037800
037900 01  CP-RULE-LINE                 PIC X(72)   VALUE ALL '-'.
038000
038100 01  CP-CERT-1                    PIC X(72)   VALUE
038200     'I CERTIFY THAT THIS PACKET IS A TRUE AND COMPLETE COPY'.
038300 01  CP-CERT-2                    PIC X(72)   VALUE
038400     'OF THE CUMULATIVE RECORD HELD BY THIS OFFICE FOR THE'.
038500
038600 01  CP-CERT-3.
038700     05  FILLER            PIC X(35) VALUE
038800             'STUDENT NAMED ABOVE, AS PRINTED ON'.
038900     05  CP3-RUN-DATE      PIC 9(08).
039000     05  FILLER            PIC X(16) VALUE '.  IT CONTAINS'.
039100     05  CP3-PAGES         PIC ZZ9.
039200     05  FILLER            PIC X(08) VALUE ' PAGES.'.
039300
039400 01  CP-CERT-4.
039500     05  FILLER            PIC X(14) VALUE 'RELEASED TO:'.
039600     05  CP4-RELEASED-TO   PIC X(30).
039700
039800 01  CP-CERT-5.
039900     05  FILLER            PIC X(14) VALUE 'RELEASED BY:'.
040000     05  CP5-OPERATOR      PIC X(08).
040100     05  FILLER            PIC X(04) VALUE SPACES.
040200     05  FILLER            PIC X(13) VALUE 'RELEASE NO:'.
040300     05  CP5-RELEASE-NO    PIC X(18).
040400
040500 01  CP-CERT-6.
040600     05  FILLER            PIC X(30) VALUE
040700             'SIGNATURE: __________________'.
040800     05  FILLER            PIC X(24) VALUE
040900             'TITLE: ________________'.
041000     05  FILLER            PIC X(16) VALUE 'DATE: __________'.
041100
041200 01  CP-END-LINE                  PIC X(40)   VALUE
041300     '*** END OF PACKET ***'.
041400
041500 PROCEDURE DIVISION.
041600
041700 0000-MAINLINE.
041800     PERFORM 1000-INITIALIZE
041900         THRU 1000-INITIALIZE-EXIT.
042000
042100     PERFORM 2000-PROCESS-ONE-REQUEST
042200         THRU 2000-PROCESS-ONE-REQUEST-EXIT
042300         UNTIL WS-REQUEST-EOF.
042400
042500     PERFORM 9000-TERMINATE
042600         THRU 9000-TERMINATE-EXIT.
042700
042800     STOP RUN.
042900
043000*****************************************************************
043100* 1000-INITIALIZE - CHECK THE OPERATOR MAY RELEASE RECORDS AND   *
043200*                   OPEN THE FILES.                              *
043300*****************************************************************
043400 1000-INITIALIZE.
043500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
043600
043700     MOVE 'C' TO SK-FUNCTION.
043800     MOVE 'STCUMREC' TO SK-PROGRAM.
043900     MOVE 'CUM RECORD RELEASE' TO SK-ACTIVITY.
044000     SET SK-NEED-REGISTRAR TO TRUE.
044100     CALL 'STSECURE' USING SECURITY-PARM.
044200     IF SK-RETURN NOT = '0'
044300         DISPLAY 'STCUMREC - ' SK-MESSAGE
044400         MOVE 8 TO RETURN-CODE
044500         STOP RUN
044600     END-IF.
044700     MOVE SK-OPERATOR-ID TO WS-RUN-OPERATOR.
044800
044900     PERFORM 1100-RESOLVE-FILE-NAMES
045000         THRU 1100-RESOLVE-FILE-NAMES-EXIT.
045100
045200     OPEN INPUT REQUEST-FILE.
045300     IF WS-REQUEST-FILE-STATUS NOT = '00'
045400         DISPLAY 'STCUMREC - UNABLE TO OPEN CUMREQ.TXT, '
045500             'FILE STATUS = ' WS-REQUEST-FILE-STATUS
045600         MOVE 16 TO RETURN-CODE
045700         STOP RUN
045800     END-IF.
045900
046000     OPEN INPUT STUDENT.
046100     IF WS-STUDENT-FILE-STATUS NOT = '00'
046200         DISPLAY 'STCUMREC - UNABLE TO OPEN STUDENT MASTER, '
046300             'FILE STATUS = ' WS-STUDENT-FILE-STATUS
046400         MOVE 16 TO RETURN-CODE
046500         STOP RUN
046600     END-IF.
046700
046800     OPEN INPUT HISTORY-FILE.
046900     IF WS-HISTORY-FILE-STATUS = '00'
047000         SET WS-HISTORY-ON-HAND TO TRUE
047100     ELSE
047200         IF WS-HISTORY-FILE-STATUS NOT = '05'
047300             DISPLAY 'STCUMREC - UNABLE TO OPEN STHIST.DAT, '
047400                 'FILE STATUS = ' WS-HISTORY-FILE-STATUS
047500             MOVE 16 TO RETURN-CODE
047600             STOP RUN
047700         END-IF
047800     END-IF.
047900
048000     OPEN INPUT GUARDIAN-FILE.
048100     IF WS-GUARDIAN-FILE-STATUS = '00'
048200         SET WS-GUARDIAN-ON-HAND TO TRUE
048300     ELSE
048400         IF WS-GUARDIAN-FILE-STATUS NOT = '05'
048500             DISPLAY 'STCUMREC - UNABLE TO OPEN GUARDIAN.DAT, '
048600                 'FILE STATUS = ' WS-GUARDIAN-FILE-STATUS
048700             MOVE 16 TO RETURN-CODE
048800             STOP RUN
048900         END-IF
049000     END-IF.
049100
049200     OPEN INPUT ATTENDANCE-FILE.
049300     IF WS-ATTEND-FILE-STATUS = '00'
049400         SET WS-ATTEND-ON-HAND TO TRUE
049500     ELSE
049600         IF WS-ATTEND-FILE-STATUS NOT = '05'
049700             DISPLAY 'STCUMREC - UNABLE TO OPEN ATTEND.DAT, '
049800                 'FILE STATUS = ' WS-ATTEND-FILE-STATUS
049900             MOVE 16 TO RETURN-CODE
050000             STOP RUN
050100         END-IF
050200     END-IF.
050207
050214     OPEN INPUT AGING-CONTROL.
050221     IF WS-AGECTL-FILE-STATUS = '00'
050228         SET WS-AGECTL-ON-HAND TO TRUE
050235     ELSE
050242         IF WS-AGECTL-FILE-STATUS NOT = '05'
050249             DISPLAY 'STCUMREC - UNABLE TO OPEN STHACTL.DAT, '
050256                 'FILE STATUS = ' WS-AGECTL-FILE-STATUS
050263             MOVE 16 TO RETURN-CODE
050270             STOP RUN
050277         END-IF
050284     END-IF.
050291     CLOSE AGING-CONTROL.
050300
050400     OPEN I-O RELEASE-LOG.
050500     IF WS-RELEASE-LOG-STATUS NOT = '00'
050600         AND WS-RELEASE-LOG-STATUS NOT = '05'
050700         DISPLAY 'STCUMREC - UNABLE TO OPEN CUMREL.DAT, '
050800             'FILE STATUS = ' WS-RELEASE-LOG-STATUS
050900         MOVE 16 TO RETURN-CODE
051000         STOP RUN
051100     END-IF.
051200
051300     OPEN OUTPUT PACKET-RPT.
051400 1000-INITIALIZE-EXIT.
051500     EXIT.
051600
051700*****************************************************************
051800* 1100-RESOLVE-FILE-NAMES - RESOLVE EVERY FILE NAME THROUGH THE  *
051900*                           STSITE SITE CONFIGURATION.  THE      *
052000*                           DATED ARCHIVE NAMES ARE RESOLVED AS  *
052100*                           EACH ARCHIVE IS OPENED.              *
052200*****************************************************************
052300 1100-RESOLVE-FILE-NAMES.
052400     MOVE 'cumreq.txt' TO SF-DEFAULT-NAME.
052500     PERFORM 1110-RESOLVE-ONE-NAME
052600         THRU 1110-RESOLVE-ONE-NAME-EXIT.
052700     MOVE SF-RESOLVED-NAME TO WS-REQUEST-FILE-NAME.
052800
052900     MOVE 'student.dat' TO SF-DEFAULT-NAME.
053000     PERFORM 1110-RESOLVE-ONE-NAME
053100         THRU 1110-RESOLVE-ONE-NAME-EXIT.
053200     MOVE SF-RESOLVED-NAME TO WS-STUDENT-FILE-NAME.
053300
053400     MOVE 'sthist.dat' TO SF-DEFAULT-NAME.
053500     PERFORM 1110-RESOLVE-ONE-NAME
053600         THRU 1110-RESOLVE-ONE-NAME-EXIT.
053700     MOVE SF-RESOLVED-NAME TO WS-HISTORY-FILE-NAME.
053800
053900     MOVE 'guardian.dat' TO SF-DEFAULT-NAME.
054000     PERFORM 1110-RESOLVE-ONE-NAME
054100         THRU 1110-RESOLVE-ONE-NAME-EXIT.
054200     MOVE SF-RESOLVED-NAME TO WS-GUARDIAN-FILE-NAME.
054300
054400     MOVE 'attend.dat' TO SF-DEFAULT-NAME.
054500     PERFORM 1110-RESOLVE-ONE-NAME
054600         THRU 1110-RESOLVE-ONE-NAME-EXIT.
054700     MOVE SF-RESOLVED-NAME TO WS-ATTEND-FILE-NAME.
054800
054900     MOVE 'archctl.dat' TO SF-DEFAULT-NAME.
055000     PERFORM 1110-RESOLVE-ONE-NAME
055100         THRU 1110-RESOLVE-ONE-NAME-EXIT.
055200     MOVE SF-RESOLVED-NAME TO WS-ARCHCTL-FILE-NAME.
055210
055220     MOVE 'sthactl.dat' TO SF-DEFAULT-NAME.
055230     PERFORM 1110-RESOLVE-ONE-NAME
055240         THRU 1110-RESOLVE-ONE-NAME-EXIT.
055250     MOVE SF-RESOLVED-NAME TO WS-AGECTL-FILE-NAME.
055300
055400     MOVE 'cumrel.dat' TO SF-DEFAULT-NAME.
055500     PERFORM 1110-RESOLVE-ONE-NAME
055600         THRU 1110-RESOLVE-ONE-NAME-EXIT.
055700     MOVE SF-RESOLVED-NAME TO WS-RELEASE-LOG-NAME.
055800
055900     MOVE 'cumpkt.txt' TO SF-DEFAULT-NAME.
056000     PERFORM 1110-RESOLVE-ONE-NAME
056100         THRU 1110-RESOLVE-ONE-NAME-EXIT.
056200     MOVE SF-RESOLVED-NAME TO WS-PACKET-RPT-NAME.
056300 1100-RESOLVE-FILE-NAMES-EXIT.
056400     EXIT.
056500
056600*****************************************************************
056700* 1110-RESOLVE-ONE-NAME - RESOLVE ONE NAME THROUGH STSITE AND    *
056800*                        REMEMBER WHETHER ANY REDIRECTION IS     *
056900*                        IN FORCE.                               *
057000*****************************************************************
057100 1110-RESOLVE-ONE-NAME.
057200     CALL 'STSITE' USING SITE-PARM.
057300     IF SF-TEST-MODE = 'Y'
057400         SET WS-TEST-CYCLE TO TRUE
057500     END-IF.
057600 1110-RESOLVE-ONE-NAME-EXIT.
057700     EXIT.
057800
057900*****************************************************************
058000* 2000-PROCESS-ONE-REQUEST - READ ONE REQUEST, FIND THE STUDENT  *
058100*                            AND PRINT AND LOG THEIR PACKET.     *
058200*****************************************************************
058300 2000-PROCESS-ONE-REQUEST.
058400     READ REQUEST-FILE
058500         AT END
058600             SET WS-REQUEST-EOF TO TRUE
058700             GO TO 2000-PROCESS-ONE-REQUEST-EXIT
058800     END-READ.
058900
059000     IF CUM-REQUEST-RECORD = SPACES
059100         GO TO 2000-PROCESS-ONE-REQUEST-EXIT
059200     END-IF.
059300     ADD 1 TO WS-REQUEST-READ.
059400
059500     IF CQ-STUDENT-ID-X NOT NUMERIC
059600         OR CQ-STUDENT-ID = ZERO
059700         DISPLAY 'STCUMREC - REQUEST ' CQ-STUDENT-ID-X
059800             ' IS NOT A STUDENT-ID - NO PACKET PRINTED'
059900         ADD 1 TO WS-REJECT-COUNT
060000         GO TO 2000-PROCESS-ONE-REQUEST-EXIT
060100     END-IF.
060200
060300     MOVE CQ-STUDENT-ID TO WS-THIS-ID.
060400     MOVE CQ-RELEASED-TO TO WS-RELEASED-TO.
060500     IF WS-RELEASED-TO = SPACES
060600         MOVE 'NOT STATED' TO WS-RELEASED-TO
060700     END-IF.
060800
060900     PERFORM 3000-FIND-STUDENT
061000         THRU 3000-FIND-STUDENT-EXIT.
061100
061200     IF NOT WS-STUDENT-FOUND
061300         DISPLAY 'STCUMREC - STUDENT-ID ' WS-THIS-ID
061400             ' IS NOT ON THE MASTER OR ANY ARCHIVE - '
061500             'NO PACKET PRINTED'
061600         ADD 1 TO WS-REJECT-COUNT
061700         GO TO 2000-PROCESS-ONE-REQUEST-EXIT
061800     END-IF.
061900
062000     PERFORM 4000-PRINT-PACKET
062100         THRU 4000-PRINT-PACKET-EXIT.
062200 2000-PROCESS-ONE-REQUEST-EXIT.
062300     EXIT.
062400
062500*****************************************************************
062600* 3000-FIND-STUDENT - TAKE THE STUDENT FROM THE LIVE MASTER, OR  *
062700*                     FAILING THAT FROM THE LATEST STPURGE       *
062800*                     ARCHIVE THAT HOLDS THEM.                   *
062900*****************************************************************
063000 3000-FIND-STUDENT.
063100     MOVE 'N' TO WS-FOUND-SW.
063200     MOVE ZERO TO WS-ARCHIVE-DATE.
063300
063400     MOVE WS-THIS-ID TO STUDENT-ID.
063500     READ STUDENT
063600         INVALID KEY
063700             CONTINUE
063800         NOT INVALID KEY
063900             MOVE STUDENT-RECORD TO WS-PACKET-STUDENT
064000             SET WS-FROM-MASTER TO TRUE
064100             SET WS-STUDENT-FOUND TO TRUE
064200     END-READ.
064300     IF WS-STUDENT-FOUND
064400         GO TO 3000-FIND-STUDENT-EXIT
064500     END-IF.
064600
064700     OPEN INPUT ARCHIVE-CONTROL.
064800     IF WS-ARCHCTL-FILE-STATUS = '05'
064900         CLOSE ARCHIVE-CONTROL
065000         GO TO 3000-FIND-STUDENT-EXIT
065100     END-IF.
065200     IF WS-ARCHCTL-FILE-STATUS NOT = '00'
065300         GO TO 3000-FIND-STUDENT-EXIT
065400     END-IF.
065500
065600     MOVE 'N' TO WS-LIST-EOF-SW.
065700     PERFORM 3100-SEARCH-ONE-ARCHIVE
065800         THRU 3100-SEARCH-ONE-ARCHIVE-EXIT
065900         UNTIL WS-LIST-EOF.
066000     CLOSE ARCHIVE-CONTROL.
066100
066200     IF WS-STUDENT-FOUND
066300         SET WS-FROM-ARCHIVE TO TRUE
066400     END-IF.
066500 3000-FIND-STUDENT-EXIT.
066600     EXIT.
066700
066800*****************************************************************
066900* 3100-SEARCH-ONE-ARCHIVE - TAKE THE NEXT ARCHIVE FROM ARCHCTL   *
067000*                           AND LOOK FOR THE STUDENT ON IT.  THE *
067100*                           ARCHIVES ARE LISTED OLDEST FIRST, SO *
067200*                           A LATER ONE HOLDING THE STUDENT      *
067300*                           REPLACES AN EARLIER ONE.             *
067400*****************************************************************
067500 3100-SEARCH-ONE-ARCHIVE.
067600     READ ARCHIVE-CONTROL
067700         AT END
067800             SET WS-LIST-EOF TO TRUE
067900             GO TO 3100-SEARCH-ONE-ARCHIVE-EXIT
068000     END-READ.
068100
068200     IF AC-DATE = WS-ARCHIVE-DATE
068300         GO TO 3100-SEARCH-ONE-ARCHIVE-EXIT
068400     END-IF.
068500
068600     MOVE SPACES TO WS-ARCHIVE-FILE-NAME.
068700     STRING 'starch' DELIMITED BY SIZE
068800         AC-DATE DELIMITED BY SIZE
068900         '.dat' DELIMITED BY SIZE
069000         INTO WS-ARCHIVE-FILE-NAME
069100     END-STRING.
069200     MOVE WS-ARCHIVE-FILE-NAME TO SF-DEFAULT-NAME.
069300     PERFORM 1110-RESOLVE-ONE-NAME
069400         THRU 1110-RESOLVE-ONE-NAME-EXIT.
069500     MOVE SF-RESOLVED-NAME TO WS-ARCHIVE-FILE-NAME.
069600
069700     OPEN INPUT ARCHIVE-FILE.
069800     IF WS-ARCHIVE-FILE-STATUS = '05'
069900         CLOSE ARCHIVE-FILE
070000         GO TO 3100-SEARCH-ONE-ARCHIVE-EXIT
070100     END-IF.
070200     IF WS-ARCHIVE-FILE-STATUS NOT = '00'
070300         DISPLAY 'STCUMREC - UNABLE TO OPEN ARCHIVE '
070400             WS-ARCHIVE-FILE-NAME ', FILE STATUS = '
070500             WS-ARCHIVE-FILE-STATUS ' - ARCHIVE SKIPPED'
070600         GO TO 3100-SEARCH-ONE-ARCHIVE-EXIT
070700     END-IF.
070800
070900     MOVE 'N' TO WS-SCAN-EOF-SW.
071000     PERFORM 3110-SCAN-ONE-ARCHIVED
071100         THRU 3110-SCAN-ONE-ARCHIVED-EXIT
071200         UNTIL WS-SCAN-EOF.
071300     CLOSE ARCHIVE-FILE.
071400 3100-SEARCH-ONE-ARCHIVE-EXIT.
071500     EXIT.
071600
071700*****************************************************************
071800* 3110-SCAN-ONE-ARCHIVED - READ ONE ARCHIVED STUDENT AND KEEP IT *
071900*                          IF IT IS THE ONE REQUESTED.           *
072000*****************************************************************
072100 3110-SCAN-ONE-ARCHIVED.
072200     READ ARCHIVE-FILE
072300         AT END
072400             SET WS-SCAN-EOF TO TRUE
072500             GO TO 3110-SCAN-ONE-ARCHIVED-EXIT
072600     END-READ.
072700
072800     MOVE ARCHIVE-RECORD TO WS-ARCHIVE-IMAGE.
072900     IF WS-AI-STUDENT-ID = WS-THIS-ID
073000         MOVE ARCHIVE-RECORD TO WS-PACKET-STUDENT
073100         MOVE AC-DATE TO WS-ARCHIVE-DATE
073200         SET WS-STUDENT-FOUND TO TRUE
073300         SET WS-SCAN-EOF TO TRUE
073400     END-IF.
073500 3110-SCAN-ONE-ARCHIVED-EXIT.
073600     EXIT.
073700
073800*****************************************************************
073900* 4000-PRINT-PACKET - PRINT ONE STUDENT'S PACKET, SECTION BY     *
074000*                     SECTION, THEN CERTIFY AND LOG IT.          *
074100*****************************************************************
074200 4000-PRINT-PACKET.
074300     ADD 1 TO WS-PACKET-COUNT.
074400     IF WS-FROM-ARCHIVE
074500         ADD 1 TO WS-ARCHIVE-PACKETS
074600     END-IF.
074700     MOVE ZERO TO WS-PAGE-COUNT.
074800     MOVE ZERO TO WS-HIST-COUNT.
074900
075000     MOVE SPACES TO CP2-SOURCE.
075100     IF WS-FROM-MASTER
075200         MOVE 'CURRENT STUDENT MASTER' TO CP2-SOURCE
075300     ELSE
075400         STRING 'PURGE ARCHIVE OF ' DELIMITED BY SIZE
075500             WS-ARCHIVE-DATE DELIMITED BY SIZE
075600             INTO CP2-SOURCE
075700         END-STRING
075800     END-IF.
075900
076000     PERFORM 6000-WRITE-PACKET-HEADERS
076100         THRU 6000-WRITE-PACKET-HEADERS-EXIT.
076200
076300     PERFORM 4100-PRINT-MASTER
076400         THRU 4100-PRINT-MASTER-EXIT.
076500     PERFORM 4200-PRINT-HISTORY
076600         THRU 4200-PRINT-HISTORY-EXIT.
076700     PERFORM 4300-PRINT-GUARDIANS
076800         THRU 4300-PRINT-GUARDIANS-EXIT.
076900     PERFORM 4400-PRINT-ATTENDANCE
077000         THRU 4400-PRINT-ATTENDANCE-EXIT.
077100     PERFORM 4500-PRINT-CERTIFICATION
077200         THRU 4500-PRINT-CERTIFICATION-EXIT.
077300 4000-PRINT-PACKET-EXIT.
077400     EXIT.
077500
077600*****************************************************************
077700* 4100-PRINT-MASTER - SECTION 1, THE STUDENT MASTER RECORD.      *
077800*****************************************************************
077900 4100-PRINT-MASTER.
078000     MOVE '1. STUDENT MASTER RECORD' TO CP-SECTION-TITLE.
078100     MOVE 10 TO WS-LINES-NEEDED.
078200     PERFORM 6200-WRITE-SECTION-TITLE
078300         THRU 6200-WRITE-SECTION-TITLE-EXIT.
078400
078500     MOVE 'STUDENT-ID' TO CP-FIELD-LABEL.
078600     MOVE WS-PS-STUDENT-ID TO CP-FIELD-VALUE.
078700     PERFORM 4110-WRITE-FIELD-LINE
078800         THRU 4110-WRITE-FIELD-LINE-EXIT.
078900
079000     MOVE 'NAME' TO CP-FIELD-LABEL.
079100     MOVE WS-PS-NAME TO CP-FIELD-VALUE.
079200     PERFORM 4110-WRITE-FIELD-LINE
079300         THRU 4110-WRITE-FIELD-LINE-EXIT.
079400
079500     MOVE 'ENROLLMENT DATE' TO CP-FIELD-LABEL.
079600     MOVE WS-PS-ENROLL TO CP-FIELD-VALUE.
079700     PERFORM 4110-WRITE-FIELD-LINE
079800         THRU 4110-WRITE-FIELD-LINE-EXIT.
079900
080000     MOVE 'GRADE LEVEL' TO CP-FIELD-LABEL.
080100     MOVE WS-PS-GRADE TO CP-FIELD-VALUE.
080200     PERFORM 4110-WRITE-FIELD-LINE
080300         THRU 4110-WRITE-FIELD-LINE-EXIT.
080400
080500     MOVE 'ENROLLMENT STATUS' TO CP-FIELD-LABEL.
080600     EVALUATE TRUE
080700         WHEN WS-PS-ACTIVE
080800             MOVE 'A - ACTIVE' TO CP-FIELD-VALUE
080900         WHEN WS-PS-WITHDRAWN
081000             MOVE 'W - WITHDRAWN' TO CP-FIELD-VALUE
081100         WHEN WS-PS-GRADUATED
081200             MOVE 'G - GRADUATED' TO CP-FIELD-VALUE
081300         WHEN OTHER
081400             MOVE WS-PS-STATUS TO CP-FIELD-VALUE
081500     END-EVALUATE.
081600     PERFORM 4110-WRITE-FIELD-LINE
081700         THRU 4110-WRITE-FIELD-LINE-EXIT.
081800
081900     MOVE 'HOMEROOM' TO CP-FIELD-LABEL.
082000     MOVE WS-PS-HOMEROOM TO CP-FIELD-VALUE.
082100     PERFORM 4110-WRITE-FIELD-LINE
082200         THRU 4110-WRITE-FIELD-LINE-EXIT.
082300
082400     MOVE 'LAST CHANGED' TO CP-FIELD-LABEL.
082500     MOVE WS-PS-LAST-CHANGED TO CP-FIELD-VALUE.
082600     PERFORM 4110-WRITE-FIELD-LINE
082700         THRU 4110-WRITE-FIELD-LINE-EXIT.
082800 4100-PRINT-MASTER-EXIT.
082900     EXIT.
083000
083100*****************************************************************
083200* 4110-WRITE-FIELD-LINE - PRINT ONE LABELLED MASTER FIELD.       *
083300*****************************************************************
083400 4110-WRITE-FIELD-LINE.
083500     MOVE CP-FIELD-LINE TO WS-PRINT-LINE.
083600     PERFORM 7000-WRITE-LINE
083700         THRU 7000-WRITE-LINE-EXIT.
083800     MOVE SPACES TO CP-FIELD-LABEL.
083900     MOVE SPACES TO CP-FIELD-VALUE.
084000 4110-WRITE-FIELD-LINE-EXIT.
084100     EXIT.
084200
084300*****************************************************************
084400* 4200-PRINT-HISTORY - SECTION 2, EVERY CHANGE-HISTORY ENTRY FOR *
084450*                      THE STUDENT - FIRST ANY AGED OFF ONTO THE *
084500*                      STHAGE HISTORY ARCHIVES, THEN THE LIVE    *
084550*                      ONES.  THE HISTORY KEY CARRIES THE DATE   *
084600*                      AND TIME, SO A KEYED BROWSE FROM THE      *
084650*                      STUDENT-ID READS THEM OLDEST FIRST.       *
084700*****************************************************************
084750 4200-PRINT-HISTORY.
084800     MOVE '2. CHANGE HISTORY (HISTORY ARCHIVES AND STHIST.DAT)'
084850         TO CP-SECTION-TITLE.
084900     MOVE 7 TO WS-LINES-NEEDED.
084950     PERFORM 6200-WRITE-SECTION-TITLE
085000         THRU 6200-WRITE-SECTION-TITLE-EXIT.
085050
085100     MOVE LOW-VALUES TO WS-LAST-PRINTED-KEY.
085150     PERFORM 4220-PRINT-AGED-HISTORY
085200         THRU 4220-PRINT-AGED-HISTORY-EXIT.
085400
085500     MOVE 'N' TO WS-HIST-EOF-SW.
085600     IF WS-HISTORY-ON-HAND
085700         MOVE WS-THIS-ID TO HIST-STUDENT-ID
085800         MOVE ZERO TO HIST-CHANGE-DATE
085900         MOVE ZERO TO HIST-CHANGE-TIME
086000         MOVE ZERO TO HIST-CHANGE-SEQ
086100         START HISTORY-FILE KEY >= HIST-KEY
086200             INVALID KEY
086300                 SET WS-HIST-EOF TO TRUE
086400         END-START
086500     ELSE
086600         SET WS-HIST-EOF TO TRUE
086700     END-IF.
086800
086900     PERFORM 4210-PRINT-ONE-CHANGE
087000         THRU 4210-PRINT-ONE-CHANGE-EXIT
087100         UNTIL WS-HIST-EOF.
087200
087300     IF WS-HIST-COUNT = ZERO
087400         MOVE 'NO CHANGE HISTORY ON FILE' TO CP-NOTE
087500         MOVE CP-NOTE-LINE TO WS-PRINT-LINE
087600         PERFORM 7000-WRITE-LINE
087700             THRU 7000-WRITE-LINE-EXIT
087800     END-IF.
087900 4200-PRINT-HISTORY-EXIT.
088000     EXIT.
088100
088200*****************************************************************
088300* 4210-PRINT-ONE-CHANGE - READ THE NEXT LIVE HISTORY ENTRY AND   *
088400*                         PRINT IT, STOPPING AT THE NEXT         *
088500*                         STUDENT.                               *
088600*****************************************************************
088700 4210-PRINT-ONE-CHANGE.
088800     READ HISTORY-FILE NEXT RECORD
088900         AT END
089000             SET WS-HIST-EOF TO TRUE
089100             GO TO 4210-PRINT-ONE-CHANGE-EXIT
089200     END-READ.
089300
089400     IF HIST-STUDENT-ID NOT = WS-THIS-ID
089500         SET WS-HIST-EOF TO TRUE
089600         GO TO 4210-PRINT-ONE-CHANGE-EXIT
089700     END-IF.
089800
089900     MOVE HISTORY-RECORD TO WS-HIST-IMAGE.
090000     PERFORM 4250-PRINT-HIST-IMAGE
090100         THRU 4250-PRINT-HIST-IMAGE-EXIT.
093600 4210-PRINT-ONE-CHANGE-EXIT.
093700     EXIT.
093710
093720*****************************************************************
093730* 4220-PRINT-AGED-HISTORY - PRINT THE STUDENT'S ENTRIES FROM     *
093740*                           EVERY STHAGE HISTORY ARCHIVE LISTED  *
093750*                           IN STHACTL.DAT, OLDEST RUN FIRST, SO *
093760*                           THEY COME AHEAD OF THE LIVE ENTRIES. *
093763*                           STHACTL.DAT WAS FOUND AT START-UP; IF*
093766*                           IT CANNOT BE READ NOW THE PACKET IS  *
093769*                           NOTED AS INCOMPLETE.                 *
093772*****************************************************************
093775 4220-PRINT-AGED-HISTORY.
093778     IF NOT WS-AGECTL-ON-HAND
093781         GO TO 4220-PRINT-AGED-HISTORY-EXIT
093784     END-IF.
093787
093790     MOVE 'N' TO WS-AGECTL-EOF-SW.
093793     OPEN INPUT AGING-CONTROL.
093796     IF WS-AGECTL-FILE-STATUS NOT = '00'
093799         DISPLAY 'STCUMREC - UNABLE TO OPEN STHACTL.DAT, '
093802             'FILE STATUS = ' WS-AGECTL-FILE-STATUS
093805         MOVE 'sthactl.dat' TO WS-HARCH-FILE-NAME
093808         PERFORM 4260-NOTE-ARCHIVE-GAP
093811             THRU 4260-NOTE-ARCHIVE-GAP-EXIT
093830         GO TO 4220-PRINT-AGED-HISTORY-EXIT
093840     END-IF.
093850
093860     PERFORM 4230-SCAN-ONE-HIST-ARCHIVE
093870         THRU 4230-SCAN-ONE-HIST-ARCHIVE-EXIT
093880         UNTIL WS-AGECTL-EOF.
093890     CLOSE AGING-CONTROL.
093900 4220-PRINT-AGED-HISTORY-EXIT.
093910     EXIT.
093920
093930*****************************************************************
093940* 4230-SCAN-ONE-HIST-ARCHIVE - TAKE THE NEXT AGING RUN FROM      *
093950*                              STHACTL.DAT AND PRINT THE         *
093960*                              STUDENT'S ENTRIES FROM ITS        *
093965*                              HISTORY ARCHIVE.  AN ARCHIVE THAT *
093970*                              IS MISSING OR WILL NOT OPEN IS    *
093975*                              NOTED IN THE PACKET.              *
093980*****************************************************************
093990 4230-SCAN-ONE-HIST-ARCHIVE.
094000     READ AGING-CONTROL
094010         AT END
094020             SET WS-AGECTL-EOF TO TRUE
094030             GO TO 4230-SCAN-ONE-HIST-ARCHIVE-EXIT
094040     END-READ.
094050
094060     MOVE SPACES TO WS-HARCH-FILE-NAME.
094070     STRING 'stha' DELIMITED BY SIZE
094080         HA-RUN-DATE DELIMITED BY SIZE
094090         '.dat' DELIMITED BY SIZE
094100         INTO WS-HARCH-FILE-NAME
094110     END-STRING.
094120     MOVE WS-HARCH-FILE-NAME TO SF-DEFAULT-NAME.
094130     PERFORM 1110-RESOLVE-ONE-NAME
094140         THRU 1110-RESOLVE-ONE-NAME-EXIT.
094150     MOVE SF-RESOLVED-NAME TO WS-HARCH-FILE-NAME.
094160
094170     MOVE 'N' TO WS-HSCAN-EOF-SW.
094180     OPEN INPUT HIST-ARCHIVE.
094190     IF WS-HARCH-FILE-STATUS = '05'
094200         CLOSE HIST-ARCHIVE
094205         DISPLAY 'STCUMREC - HISTORY ARCHIVE '
094210             WS-HARCH-FILE-NAME ' IS MISSING'
094215         PERFORM 4260-NOTE-ARCHIVE-GAP
094220             THRU 4260-NOTE-ARCHIVE-GAP-EXIT
094225         GO TO 4230-SCAN-ONE-HIST-ARCHIVE-EXIT
094230     END-IF.
094235     IF WS-HARCH-FILE-STATUS NOT = '00'
094240         DISPLAY 'STCUMREC - UNABLE TO OPEN HISTORY ARCHIVE '
094245             WS-HARCH-FILE-NAME ', FILE STATUS = '
094250             WS-HARCH-FILE-STATUS
094255         PERFORM 4260-NOTE-ARCHIVE-GAP
094260             THRU 4260-NOTE-ARCHIVE-GAP-EXIT
094270         GO TO 4230-SCAN-ONE-HIST-ARCHIVE-EXIT
094280     END-IF.
094290
094300     PERFORM 4240-READ-ONE-ARCHIVED
094310         THRU 4240-READ-ONE-ARCHIVED-EXIT
094320         UNTIL WS-HSCAN-EOF.
094330     CLOSE HIST-ARCHIVE.
094340 4230-SCAN-ONE-HIST-ARCHIVE-EXIT.
094350     EXIT.
094360
094370*****************************************************************
094380* 4240-READ-ONE-ARCHIVED - READ THE NEXT ARCHIVED HISTORY ENTRY. *
094390*                          A SECOND STHAGE RUN THE SAME DAY      *
094400*                          ADDS A SECOND KEY-ORDERED STRETCH TO  *
094410*                          THE SAME ARCHIVE, SO THE WHOLE FILE   *
094420*                          IS READ RATHER THAN STOPPING PAST THE *
094430*                          STUDENT.                              *
094440*****************************************************************
094450 4240-READ-ONE-ARCHIVED.
094460     READ HIST-ARCHIVE INTO WS-HIST-IMAGE
094470         AT END
094480             SET WS-HSCAN-EOF TO TRUE
094490             GO TO 4240-READ-ONE-ARCHIVED-EXIT
094500     END-READ.
094540
094550     IF WS-HI-STUDENT-ID = WS-THIS-ID
094560         PERFORM 4250-PRINT-HIST-IMAGE
094570             THRU 4250-PRINT-HIST-IMAGE-EXIT
094580     END-IF.
094590 4240-READ-ONE-ARCHIVED-EXIT.
094600     EXIT.
094605
094610*****************************************************************
094615* 4250-PRINT-HIST-IMAGE - PRINT ONE HISTORY ENTRY WITH ITS       *
094620*                         RECORD IMAGES.  ENTRIES COME IN KEY    *
094625*                         ORDER, SO ONE NOT PAST THE LAST KEY    *
094630*                         PRINTED IS A SECOND COPY - THE         *
094635*                         BASELINE STHAGE LEFT ON STHIST.DAT IN  *
094640*                         PLACE OF THE ENTRY ALREADY PRINTED     *
094645*                         FROM THE ARCHIVE - AND IS SKIPPED.     *
094650*****************************************************************
094655 4250-PRINT-HIST-IMAGE.
094660     IF WS-HI-KEY NOT > WS-LAST-PRINTED-KEY
094665         GO TO 4250-PRINT-HIST-IMAGE-EXIT
094670     END-IF.
094675     MOVE WS-HI-KEY TO WS-LAST-PRINTED-KEY.
094680
094685     ADD 1 TO WS-HIST-COUNT.
094690     IF WS-HIST-COUNT = 1
094695         MOVE CP-HIST-HEADING TO WS-PRINT-LINE
094700         PERFORM 7000-WRITE-LINE
094705             THRU 7000-WRITE-LINE-EXIT
094710     END-IF.
094715
094720     MOVE 3 TO WS-LINES-NEEDED.
094725     PERFORM 6100-CHECK-ROOM
094730         THRU 6100-CHECK-ROOM-EXIT.
094735
094740     MOVE WS-HI-CHANGE-DATE TO CP-HIST-DATE.
094745     MOVE WS-HI-CHANGE-TIME TO CP-HIST-TIME.
094750     MOVE WS-HI-SOURCE-PGM TO CP-HIST-PGM.
094755     MOVE WS-HI-ACTION TO CP-HIST-ACTION.
094760     MOVE WS-HI-OPERATOR-ID TO CP-HIST-OPERATOR.
094765     MOVE CP-HIST-LINE TO WS-PRINT-LINE.
094770     PERFORM 7000-WRITE-LINE
094775         THRU 7000-WRITE-LINE-EXIT.
094780
094785     MOVE 'BEFORE:' TO CP-IMAGE-LABEL.
094790     MOVE WS-HI-BEFORE-IMAGE TO CP-IMAGE.
094795     IF WS-HI-BEFORE-IMAGE = SPACES
094800         MOVE '(NONE)' TO CP-IMAGE
094805     END-IF.
094810     MOVE CP-IMAGE-LINE TO WS-PRINT-LINE.
094815     PERFORM 7000-WRITE-LINE
094820         THRU 7000-WRITE-LINE-EXIT.
094825
094830     MOVE 'AFTER:' TO CP-IMAGE-LABEL.
094835     MOVE WS-HI-AFTER-IMAGE TO CP-IMAGE.
094840     IF WS-HI-AFTER-IMAGE = SPACES
094845         MOVE '(NONE)' TO CP-IMAGE
094850     END-IF.
094855     MOVE CP-IMAGE-LINE TO WS-PRINT-LINE.
094860     PERFORM 7000-WRITE-LINE
094865         THRU 7000-WRITE-LINE-EXIT.
094870 4250-PRINT-HIST-IMAGE-EXIT.
094875     EXIT.
094880
094885*****************************************************************
094890* 4260-NOTE-ARCHIVE-GAP - NOTE IN SECTION 2 THAT A HISTORY       *
094895*                         ARCHIVE COULD NOT BE READ, SO THE      *
094900*                         PACKET'S HISTORY IS INCOMPLETE.        *
094905*****************************************************************
094910 4260-NOTE-ARCHIVE-GAP.
094915     ADD 1 TO WS-ARCH-GAP-COUNT.
094920     MOVE SPACES TO CP-NOTE.
094925     STRING 'HISTORY ARCHIVE ' DELIMITED BY SIZE
094930         WS-HARCH-FILE-NAME DELIMITED BY SPACE
094935         ' NOT AVAILABLE - HISTORY INCOMPLETE'
094940             DELIMITED BY SIZE
094945         INTO CP-NOTE
094950     END-STRING.
094955     MOVE CP-NOTE-LINE TO WS-PRINT-LINE.
094960     PERFORM 7000-WRITE-LINE
094965         THRU 7000-WRITE-LINE-EXIT.
094970 4260-NOTE-ARCHIVE-GAP-EXIT.
094975     EXIT.
094980
095170*****************************************************************
095180* 4300-PRINT-GUARDIANS - SECTION 3, EVERY GUARDIAN AND EMERGENCY *
095190*                        CONTACT, FROM THE LIVE GUARDIAN FILE OR *
095200*                        FROM THE GUARDIAN ARCHIVE TAKEN WITH    *
095210*                        THE STUDENT.                            *
095220*****************************************************************
095230 4300-PRINT-GUARDIANS.
095240     MOVE '3. GUARDIANS AND EMERGENCY CONTACTS'
095250         TO CP-SECTION-TITLE.
095260     MOVE 4 TO WS-LINES-NEEDED.
095270     PERFORM 6200-WRITE-SECTION-TITLE
095280         THRU 6200-WRITE-SECTION-TITLE-EXIT.
095290     MOVE ZERO TO WS-GD-COUNT.
095300
095310     IF WS-FROM-ARCHIVE
095320         PERFORM 4320-READ-ARCHIVED-GUARDIANS
095500             THRU 4320-READ-ARCHIVED-GUARDIANS-EXIT
095600     ELSE
095700         MOVE 'N' TO WS-GD-EOF-SW
095800         IF WS-GUARDIAN-ON-HAND
095900             MOVE WS-THIS-ID TO GD-STUDENT-ID
096000             MOVE ZERO TO GD-PRIORITY
096100             START GUARDIAN-FILE KEY >= GD-KEY
096200                 INVALID KEY
096300                     SET WS-GD-EOF TO TRUE
096400             END-START
096500         ELSE
096600             SET WS-GD-EOF TO TRUE
096700         END-IF
096800         PERFORM 4310-READ-ONE-GUARDIAN
096900             THRU 4310-READ-ONE-GUARDIAN-EXIT
097000             UNTIL WS-GD-EOF
097100     END-IF.
097200
097300     IF WS-GD-COUNT = ZERO
097400         MOVE 'NO GUARDIANS OR CONTACTS ON FILE' TO CP-NOTE
097500         MOVE CP-NOTE-LINE TO WS-PRINT-LINE
097600         PERFORM 7000-WRITE-LINE
097700             THRU 7000-WRITE-LINE-EXIT
097800     END-IF.
097900 4300-PRINT-GUARDIANS-EXIT.
098000     EXIT.
098100
098200*****************************************************************
098300* 4310-READ-ONE-GUARDIAN - READ THE STUDENT'S NEXT CONTACT FROM  *
098400*                          THE LIVE GUARDIAN FILE.               *
098500*****************************************************************
098600 4310-READ-ONE-GUARDIAN.
098700     READ GUARDIAN-FILE NEXT RECORD
098800         AT END
098900             SET WS-GD-EOF TO TRUE
099000             GO TO 4310-READ-ONE-GUARDIAN-EXIT
099100     END-READ.
099200
099300     IF GD-STUDENT-ID NOT = WS-THIS-ID
099400         SET WS-GD-EOF TO TRUE
099500         GO TO 4310-READ-ONE-GUARDIAN-EXIT
099600     END-IF.
099700
099800     MOVE GUARDIAN-RECORD TO WS-GD-IMAGE.
099900     PERFORM 4330-WRITE-GUARDIAN-LINE
100000         THRU 4330-WRITE-GUARDIAN-LINE-EXIT.
100100 4310-READ-ONE-GUARDIAN-EXIT.
100200     EXIT.
100300
100400*****************************************************************
100500* 4320-READ-ARCHIVED-GUARDIANS - PRINT THE STUDENT'S CONTACTS    *
100600*                                FROM THE GUARDIAN ARCHIVE OF    *
100700*                                THE SAME DATE AS THEIR STUDENT  *
100800*                                ARCHIVE.                        *
100900*****************************************************************
101000 4320-READ-ARCHIVED-GUARDIANS.
101100     MOVE SPACES TO WS-GDARCH-FILE-NAME.
101200     STRING 'gdarch' DELIMITED BY SIZE
101300         WS-ARCHIVE-DATE DELIMITED BY SIZE
101400         '.dat' DELIMITED BY SIZE
101500         INTO WS-GDARCH-FILE-NAME
101600     END-STRING.
101700     MOVE WS-GDARCH-FILE-NAME TO SF-DEFAULT-NAME.
101800     PERFORM 1110-RESOLVE-ONE-NAME
101900         THRU 1110-RESOLVE-ONE-NAME-EXIT.
102000     MOVE SF-RESOLVED-NAME TO WS-GDARCH-FILE-NAME.
102100
102200     OPEN INPUT GUARDIAN-ARCHIVE.
102300     IF WS-GDARCH-FILE-STATUS = '05'
102400         CLOSE GUARDIAN-ARCHIVE
102500         GO TO 4320-READ-ARCHIVED-GUARDIANS-EXIT
102600     END-IF.
102700     IF WS-GDARCH-FILE-STATUS NOT = '00'
102800         DISPLAY 'STCUMREC - UNABLE TO OPEN GUARDIAN ARCHIVE '
102900             WS-GDARCH-FILE-NAME ', FILE STATUS = '
103000             WS-GDARCH-FILE-STATUS
103100         GO TO 4320-READ-ARCHIVED-GUARDIANS-EXIT
103200     END-IF.
103300
103400     MOVE 'N' TO WS-GD-EOF-SW.
103500     PERFORM 4325-SCAN-ONE-ARCHIVED-GUARDIAN
103600         THRU 4325-SCAN-ONE-ARCHIVED-GUARDIAN-EXIT
103700         UNTIL WS-GD-EOF.
103800     CLOSE GUARDIAN-ARCHIVE.
103900 4320-READ-ARCHIVED-GUARDIANS-EXIT.
104000     EXIT.
104100
104200*****************************************************************
104300* 4325-SCAN-ONE-ARCHIVED-GUARDIAN - READ ONE ARCHIVED CONTACT    *
104400*                                   AND PRINT IT IF IT IS THE    *
104500*                                   STUDENT'S.                   *
104600*****************************************************************
104700 4325-SCAN-ONE-ARCHIVED-GUARDIAN.
104800     READ GUARDIAN-ARCHIVE
104900         AT END
105000             SET WS-GD-EOF TO TRUE
105100             GO TO 4325-SCAN-ONE-ARCHIVED-GUARDIAN-EXIT
105200     END-READ.
105300
105400     MOVE GUARDIAN-ARCHIVE-RECORD TO WS-GD-IMAGE.
105500     IF WS-GI-STUDENT-ID = WS-THIS-ID
105600         PERFORM 4330-WRITE-GUARDIAN-LINE
105700             THRU 4330-WRITE-GUARDIAN-LINE-EXIT
105800     END-IF.
105900 4325-SCAN-ONE-ARCHIVED-GUARDIAN-EXIT.
106000     EXIT.
106100
106200*****************************************************************
106300* 4330-WRITE-GUARDIAN-LINE - PRINT ONE CONTACT.                  *
106400*****************************************************************
106500 4330-WRITE-GUARDIAN-LINE.
106600     ADD 1 TO WS-GD-COUNT.
106700     IF WS-GD-COUNT = 1
106800         MOVE CP-GD-HEADING TO WS-PRINT-LINE
106900         PERFORM 7000-WRITE-LINE
107000             THRU 7000-WRITE-LINE-EXIT
107100     END-IF.
107200
107300     MOVE WS-GI-PRIORITY TO CP-GD-PRIORITY.
107400     MOVE WS-GI-NAME TO CP-GD-NAME.
107500     MOVE WS-GI-RELATION TO CP-GD-RELATION.
107600     MOVE WS-GI-PHONE TO CP-GD-PHONE.
107700     MOVE CP-GD-LINE TO WS-PRINT-LINE.
107800     PERFORM 7000-WRITE-LINE
107900         THRU 7000-WRITE-LINE-EXIT.
108000 4330-WRITE-GUARDIAN-LINE-EXIT.
108100     EXIT.
108200
108300*****************************************************************
108400* 4400-PRINT-ATTENDANCE - SECTION 4, PRESENT, ABSENT AND TARDY   *
108500*                         TOTALS FOR EACH MONTH THE STUDENT HAS  *
108600*                         ATTENDANCE MARKS, AND A GRAND TOTAL.   *
108700*****************************************************************
108800 4400-PRINT-ATTENDANCE.
108900     MOVE '4. ATTENDANCE BY MONTH (ATTEND.DAT)'
109000         TO CP-SECTION-TITLE.
109100     MOVE 4 TO WS-LINES-NEEDED.
109200     PERFORM 6200-WRITE-SECTION-TITLE
109300         THRU 6200-WRITE-SECTION-TITLE-EXIT.
109400
109500     MOVE ZERO TO WS-HOLD-MONTH.
109600     MOVE ZERO TO WS-MONTH-PRESENT.
109700     MOVE ZERO TO WS-MONTH-ABSENT.
109800     MOVE ZERO TO WS-MONTH-TARDY.
109900     MOVE ZERO TO WS-MONTH-MARKED.
110000     MOVE ZERO TO WS-TOTAL-PRESENT.
110100     MOVE ZERO TO WS-TOTAL-ABSENT.
110200     MOVE ZERO TO WS-TOTAL-TARDY.
110300     MOVE ZERO TO WS-TOTAL-MARKED.
110400
110500     MOVE 'N' TO WS-ATT-EOF-SW.
110600     IF WS-ATTEND-ON-HAND
110700         MOVE WS-THIS-ID TO ATT-STUDENT-ID
110800         MOVE ZERO TO ATT-DATE
110900         START ATTENDANCE-FILE KEY >= ATT-KEY
111000             INVALID KEY
111100                 SET WS-ATT-EOF TO TRUE
111200         END-START
111300     ELSE
111400         SET WS-ATT-EOF TO TRUE
111500     END-IF.
111600
111700     PERFORM 4410-TOTAL-ONE-MARK
111800         THRU 4410-TOTAL-ONE-MARK-EXIT
111900         UNTIL WS-ATT-EOF.
112000
112100     IF WS-HOLD-MONTH = ZERO
112200         MOVE 'NO ATTENDANCE MARKS ON FILE' TO CP-NOTE
112300         MOVE CP-NOTE-LINE TO WS-PRINT-LINE
112400         PERFORM 7000-WRITE-LINE
112500             THRU 7000-WRITE-LINE-EXIT
112600         GO TO 4400-PRINT-ATTENDANCE-EXIT
112700     END-IF.
112800
112900     PERFORM 4420-WRITE-MONTH-LINE
113000         THRU 4420-WRITE-MONTH-LINE-EXIT.
113100
113200     MOVE 'TOTAL' TO CP-ATT-MONTH.
113300     MOVE WS-TOTAL-PRESENT TO CP-ATT-PRESENT.
113400     MOVE WS-TOTAL-ABSENT TO CP-ATT-ABSENT.
113500     MOVE WS-TOTAL-TARDY TO CP-ATT-TARDY.
113600     MOVE WS-TOTAL-MARKED TO CP-ATT-MARKED.
113700     MOVE CP-ATT-LINE TO WS-PRINT-LINE.
113800     PERFORM 7000-WRITE-LINE
113900         THRU 7000-WRITE-LINE-EXIT.
114000 4400-PRINT-ATTENDANCE-EXIT.
114100     EXIT.
114200
114300*****************************************************************
114400* 4410-TOTAL-ONE-MARK - READ THE STUDENT'S NEXT ATTENDANCE MARK  *
114500*                       AND ADD IT TO ITS MONTH, PRINTING THE    *
114600*                       MONTH BEFORE WHEN THE MONTH CHANGES.     *
114700*****************************************************************
114800 4410-TOTAL-ONE-MARK.
114900     READ ATTENDANCE-FILE NEXT RECORD
115000         AT END
115100             SET WS-ATT-EOF TO TRUE
115200             GO TO 4410-TOTAL-ONE-MARK-EXIT
115300     END-READ.
115400
115500     IF ATT-STUDENT-ID NOT = WS-THIS-ID
115600         SET WS-ATT-EOF TO TRUE
115700         GO TO 4410-TOTAL-ONE-MARK-EXIT
115800     END-IF.
115900
116000     MOVE ATT-DATE TO WS-ATT-DATE.
116100     IF WS-ATT-MONTH NOT = WS-HOLD-MONTH
116200         IF WS-HOLD-MONTH NOT = ZERO
116300             PERFORM 4420-WRITE-MONTH-LINE
116400                 THRU 4420-WRITE-MONTH-LINE-EXIT
116500         ELSE
116600             MOVE CP-ATT-HEADING TO WS-PRINT-LINE
116700             PERFORM 7000-WRITE-LINE
116800                 THRU 7000-WRITE-LINE-EXIT
116900         END-IF
117000         MOVE WS-ATT-MONTH TO WS-HOLD-MONTH
117100     END-IF.
117200
117300     ADD 1 TO WS-MONTH-MARKED.
117400     ADD 1 TO WS-TOTAL-MARKED.
117500     EVALUATE TRUE
117600         WHEN ATT-ABSENT
117700             ADD 1 TO WS-MONTH-ABSENT
117800             ADD 1 TO WS-TOTAL-ABSENT
117900         WHEN ATT-TARDY
118000             ADD 1 TO WS-MONTH-TARDY
118100             ADD 1 TO WS-TOTAL-TARDY
118200         WHEN OTHER
118300             ADD 1 TO WS-MONTH-PRESENT
118400             ADD 1 TO WS-TOTAL-PRESENT
118500     END-EVALUATE.
118600 4410-TOTAL-ONE-MARK-EXIT.
118700     EXIT.
118800
118900*****************************************************************
119000* 4420-WRITE-MONTH-LINE - PRINT THE MONTH IN HAND AND CLEAR ITS  *
119100*                         TOTALS.                                *
119200*****************************************************************
119300 4420-WRITE-MONTH-LINE.
119400     MOVE WS-HOLD-MONTH TO CP-ATT-MONTH.
119500     MOVE WS-MONTH-PRESENT TO CP-ATT-PRESENT.
119600     MOVE WS-MONTH-ABSENT TO CP-ATT-ABSENT.
119700     MOVE WS-MONTH-TARDY TO CP-ATT-TARDY.
119800     MOVE WS-MONTH-MARKED TO CP-ATT-MARKED.
119900     MOVE CP-ATT-LINE TO WS-PRINT-LINE.
120000     PERFORM 7000-WRITE-LINE
120100         THRU 7000-WRITE-LINE-EXIT.
120200
120300     MOVE ZERO TO WS-MONTH-PRESENT.
120400     MOVE ZERO TO WS-MONTH-ABSENT.
120500     MOVE ZERO TO WS-MONTH-TARDY.
120600     MOVE ZERO TO WS-MONTH-MARKED.
120700 4420-WRITE-MONTH-LINE-EXIT.
120800     EXIT.
120900
121000*****************************************************************
121100* 4500-PRINT-CERTIFICATION - KEEP THE FOOTER ON ONE PAGE, LOG    *
121200*                            THE RELEASE NOW THAT THE PAGE COUNT *
121300*                            IS KNOWN, AND PRINT THE FOOTER WITH *
121400*                            THE RELEASE NUMBER.                 *
121500*****************************************************************
121600 4500-PRINT-CERTIFICATION.
121700     MOVE 13 TO WS-LINES-NEEDED.
121800     PERFORM 6100-CHECK-ROOM
121900         THRU 6100-CHECK-ROOM-EXIT.
122000
122100     PERFORM 8000-LOG-RELEASE
122200         THRU 8000-LOG-RELEASE-EXIT.
122300
122400     MOVE SPACES TO WS-PRINT-LINE.
122500     PERFORM 7000-WRITE-LINE
122600         THRU 7000-WRITE-LINE-EXIT.
122700     MOVE CP-RULE-LINE TO WS-PRINT-LINE.
122800     PERFORM 7000-WRITE-LINE
122900         THRU 7000-WRITE-LINE-EXIT.
123000     MOVE '5. CERTIFICATION' TO WS-PRINT-LINE.
123100     PERFORM 7000-WRITE-LINE
123200         THRU 7000-WRITE-LINE-EXIT.
123300     MOVE CP-CERT-1 TO WS-PRINT-LINE.
123400     PERFORM 7000-WRITE-LINE
123500         THRU 7000-WRITE-LINE-EXIT.
123600     MOVE CP-CERT-2 TO WS-PRINT-LINE.
123700     PERFORM 7000-WRITE-LINE
123800         THRU 7000-WRITE-LINE-EXIT.
123900     MOVE WS-RUN-DATE TO CP3-RUN-DATE.
124000     MOVE WS-PAGE-COUNT TO CP3-PAGES.
124100     MOVE CP-CERT-3 TO WS-PRINT-LINE.
124200     PERFORM 7000-WRITE-LINE
124300         THRU 7000-WRITE-LINE-EXIT.
124400     MOVE SPACES TO WS-PRINT-LINE.
124500     PERFORM 7000-WRITE-LINE
124600         THRU 7000-WRITE-LINE-EXIT.
124700     MOVE WS-RELEASED-TO TO CP4-RELEASED-TO.
124800     MOVE CP-CERT-4 TO WS-PRINT-LINE.
124900     PERFORM 7000-WRITE-LINE
125000         THRU 7000-WRITE-LINE-EXIT.
125100     MOVE WS-RUN-OPERATOR TO CP5-OPERATOR.
125200     IF WS-RELEASE-LOGGED
125300         MOVE WS-RELEASE-NO TO CP5-RELEASE-NO
125400     ELSE
125500         MOVE 'NOT LOGGED' TO CP5-RELEASE-NO
125600     END-IF.
125700     MOVE CP-CERT-5 TO WS-PRINT-LINE.
125800     PERFORM 7000-WRITE-LINE
125900         THRU 7000-WRITE-LINE-EXIT.
126000     MOVE SPACES TO WS-PRINT-LINE.
126100     PERFORM 7000-WRITE-LINE
126200         THRU 7000-WRITE-LINE-EXIT.
126300     MOVE CP-CERT-6 TO WS-PRINT-LINE.
126400     PERFORM 7000-WRITE-LINE
126500         THRU 7000-WRITE-LINE-EXIT.
126600     MOVE SPACES TO WS-PRINT-LINE.
126700     PERFORM 7000-WRITE-LINE
126800         THRU 7000-WRITE-LINE-EXIT.
126900     MOVE CP-END-LINE TO WS-PRINT-LINE.
127000     PERFORM 7000-WRITE-LINE
127100         THRU 7000-WRITE-LINE-EXIT.
127200 4500-PRINT-CERTIFICATION-EXIT.
127300     EXIT.
127400
127500*****************************************************************
127600* 6000-WRITE-PACKET-HEADERS - START A NEW PAGE OF THE PACKET.    *
127700*****************************************************************
127800 6000-WRITE-PACKET-HEADERS.
127900     ADD 1 TO WS-PAGE-COUNT.
128000     MOVE WS-PS-STUDENT-ID TO CP1-STUDENT-ID.
128100     MOVE WS-PS-NAME TO CP1-STUDENT-NAME.
128200     MOVE WS-PAGE-COUNT TO CP1-PAGE-NO.
128300     MOVE WS-RUN-DATE TO CP2-RUN-DATE.
128400
128500     IF WS-PACKET-COUNT > 1 OR WS-PAGE-COUNT > 1
128600         MOVE SPACES TO PACKET-LINE
128700         WRITE PACKET-LINE
128800     END-IF.
128900
129000     WRITE PACKET-LINE FROM CP-HEADING-1.
129100     WRITE PACKET-LINE FROM CP-HEADING-2.
129200     IF WS-TEST-CYCLE
129300         WRITE PACKET-LINE FROM WS-TEST-STAMP-LINE
129400     END-IF.
129500     MOVE SPACES TO PACKET-LINE.
129600     WRITE PACKET-LINE.
129700
129800     MOVE 4 TO WS-LINE-COUNT.
129900 6000-WRITE-PACKET-HEADERS-EXIT.
130000     EXIT.
130100
130200*****************************************************************
130300* 6100-CHECK-ROOM - START A NEW PAGE IF THE NEXT WS-LINES-NEEDED *
130400*                   LINES WOULD NOT FIT ON THIS ONE.             *
130500*****************************************************************
130600 6100-CHECK-ROOM.
130700     IF WS-LINE-COUNT + WS-LINES-NEEDED > WS-LINES-PER-PAGE
130800         PERFORM 6000-WRITE-PACKET-HEADERS
130900             THRU 6000-WRITE-PACKET-HEADERS-EXIT
131000     END-IF.
131100 6100-CHECK-ROOM-EXIT.
131200     EXIT.
131300
131400*****************************************************************
131500* 6200-WRITE-SECTION-TITLE - PRINT A SECTION TITLE, KEEPING IT   *
131600*                            WITH THE FIRST WS-LINES-NEEDED      *
131700*                            LINES OF THE SECTION.               *
131800*****************************************************************
131900 6200-WRITE-SECTION-TITLE.
132000     PERFORM 6100-CHECK-ROOM
132100         THRU 6100-CHECK-ROOM-EXIT.
132200
132300     IF WS-LINE-COUNT > 4
132400         MOVE SPACES TO WS-PRINT-LINE
132500         PERFORM 7000-WRITE-LINE
132600             THRU 7000-WRITE-LINE-EXIT
132700     END-IF.
132800     MOVE CP-SECTION-LINE TO WS-PRINT-LINE.
132900     PERFORM 7000-WRITE-LINE
133000         THRU 7000-WRITE-LINE-EXIT.
133100 6200-WRITE-SECTION-TITLE-EXIT.
133200     EXIT.
133300
133400*****************************************************************
133500* 7000-WRITE-LINE - PRINT WS-PRINT-LINE, STARTING A NEW PAGE     *
133600*                   FIRST IF THIS ONE IS FULL.                   *
133700*****************************************************************
133800 7000-WRITE-LINE.
133900     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
134000         PERFORM 6000-WRITE-PACKET-HEADERS
134100             THRU 6000-WRITE-PACKET-HEADERS-EXIT
134200     END-IF.
134300     WRITE PACKET-LINE FROM WS-PRINT-LINE.
134400     ADD 1 TO WS-LINE-COUNT.
134500 7000-WRITE-LINE-EXIT.
134600     EXIT.
134700
134800*****************************************************************
134900* 8000-LOG-RELEASE - NOTE THE PACKET ON THE RELEASE LOG UNDER    *
135000*                    THE NEXT FREE SEQUENCE FOR THE STUDENT AND  *
135100*                    DAY.                                        *
135200*****************************************************************
135300 8000-LOG-RELEASE.
135400     MOVE 'N' TO WS-LOGGED-SW.
135500     ACCEPT WS-RUN-TIME FROM TIME.
135600
135700     MOVE WS-THIS-ID TO CR-STUDENT-ID.
135800     MOVE WS-RUN-DATE TO CR-RELEASE-DATE.
135900     MOVE ZERO TO CR-RELEASE-SEQ.
136000     MOVE WS-RUN-HHMMSS TO CR-RELEASE-TIME.
136100     MOVE WS-SOURCE-SW TO CR-SOURCE.
136200     MOVE WS-ARCHIVE-DATE TO CR-ARCHIVE-DATE.
136300     MOVE WS-PAGE-COUNT TO CR-PAGE-COUNT.
136400     MOVE WS-HIST-COUNT TO CR-HISTORY-COUNT.
136500     MOVE WS-RELEASED-TO TO CR-RELEASED-TO.
136600     MOVE WS-RUN-OPERATOR TO CR-OPERATOR-ID.
136700
136800     PERFORM 8010-LOG-RELEASE-TRY
136900         THRU 8010-LOG-RELEASE-TRY-EXIT
137000         UNTIL WS-RELEASE-LOGGED
137100             OR CR-RELEASE-SEQ = 999.
137200
137300     IF NOT WS-RELEASE-LOGGED
137400         DISPLAY 'STCUMREC - RELEASE OF STUDENT-ID ' WS-THIS-ID
137500             ' NOT LOGGED, FILE STATUS = ' WS-RELEASE-LOG-STATUS
137600         ADD 1 TO WS-NOT-LOGGED-COUNT
137700         GO TO 8000-LOG-RELEASE-EXIT
137800     END-IF.
137900
138000     MOVE CR-STUDENT-ID TO WS-RN-STUDENT-ID.
138100     MOVE CR-RELEASE-DATE TO WS-RN-DATE.
138200     MOVE CR-RELEASE-SEQ TO WS-RN-SEQ.
138300 8000-LOG-RELEASE-EXIT.
138400     EXIT.
138500
138600*****************************************************************
138700* 8010-LOG-RELEASE-TRY - WRITE THE LOG RECORD UNDER THE NEXT     *
138800*                        SEQUENCE, STEPPING PAST ONE ALREADY     *
138900*                        USED BY AN EARLIER RELEASE TODAY.       *
139000*****************************************************************
139100 8010-LOG-RELEASE-TRY.
139200     ADD 1 TO CR-RELEASE-SEQ.
139300     WRITE CUM-RELEASE-RECORD
139400         INVALID KEY
139500             IF WS-RELEASE-LOG-STATUS NOT = '22'
139600                 MOVE 999 TO CR-RELEASE-SEQ
139700             END-IF
139800         NOT INVALID KEY
139900             SET WS-RELEASE-LOGGED TO TRUE
140000     END-WRITE.
140100 8010-LOG-RELEASE-TRY-EXIT.
140200     EXIT.
140300
140400*****************************************************************
140500* 9000-TERMINATE - CLOSE THE FILES AND SET THE RETURN CODE.      *
140600*****************************************************************
140700 9000-TERMINATE.
140800     IF WS-PACKET-COUNT = ZERO
140900         MOVE ZERO TO WS-PS-STUDENT-ID
141000         MOVE SPACES TO WS-PS-NAME
141100         MOVE SPACES TO CP2-SOURCE
141200         PERFORM 6000-WRITE-PACKET-HEADERS
141300             THRU 6000-WRITE-PACKET-HEADERS-EXIT
141400         MOVE 'NO PACKETS PRINTED THIS RUN' TO CP-NOTE
141500         WRITE PACKET-LINE FROM CP-NOTE-LINE
141600     END-IF.
141700
141800     CLOSE REQUEST-FILE.
141900     CLOSE STUDENT.
142000     IF WS-HISTORY-ON-HAND
142100         CLOSE HISTORY-FILE
142200     END-IF.
142300     IF WS-GUARDIAN-ON-HAND
142400         CLOSE GUARDIAN-FILE
142500     END-IF.
142600     IF WS-ATTEND-ON-HAND
142700         CLOSE ATTENDANCE-FILE
142800     END-IF.
142900     CLOSE RELEASE-LOG.
143000     CLOSE PACKET-RPT.
143100
143200     DISPLAY 'STCUMREC - REQUESTS READ:        ' WS-REQUEST-READ.
143300     DISPLAY 'STCUMREC - PACKETS PRINTED:      ' WS-PACKET-COUNT.
143400     DISPLAY 'STCUMREC -   FROM PURGE ARCHIVES: '
143500         WS-ARCHIVE-PACKETS.
143600     DISPLAY 'STCUMREC - REQUESTS NOT PRINTED: ' WS-REJECT-COUNT.
143700
143800     IF WS-NOT-LOGGED-COUNT > ZERO
143900         DISPLAY 'STCUMREC - ' WS-NOT-LOGGED-COUNT
144000             ' PACKETS COULD NOT BE LOGGED ON CUMREL.DAT - '
144100             'DO NOT SEND THEM'
144200     END-IF.
144300
144320     IF WS-ARCH-GAP-COUNT > ZERO
144340         DISPLAY 'STCUMREC - ' WS-ARCH-GAP-COUNT
144360             ' HISTORY ARCHIVE GAPS - THOSE PACKETS CARRY '
144380             'INCOMPLETE HISTORY'
144400     END-IF.
144420
144440     IF WS-REJECT-COUNT > ZERO
144460         OR WS-NOT-LOGGED-COUNT > ZERO
144480         OR WS-ARCH-GAP-COUNT > ZERO
144500         MOVE 4 TO RETURN-CODE
144600     ELSE
144700         MOVE 0 TO RETURN-CODE
144800     END-IF.
144900 9000-TERMINATE-EXIT.
145000     EXIT.
