002500* RUN PICKS THE SUSPENSE FILE BACK UP AHEAD OF THE DAY'S        *
002600* ATTPOST.TXT, THE SAME WAY STTRAN RECYCLES ITS REJECTS.        *
002700*                                                                *
002710* WHEN THE SCHOOL CALENDAR (CALENDAR.DAT, MAINTAINED BY          *
002720* STCALMNT) IS ON HAND, THE POSTING DATE MUST BE ON IT AS AN     *
002730* INSTRUCTIONAL DAY - WEEKENDS, HOLIDAYS AND TEACHER WORKDAYS    *
002740* ARE REJECTED.                                                  *
002750*                                                                *
002800* A POSTING REGISTER (ATTREG.TXT) SHOWS WHAT WAS POSTED AND     *
002900* REJECTED, WITH COUNTS.                                        *
003000*                                                                *
003630*                        (SEE SITECFGK.CPY), AND THE POSTING    *
003640*                        REGISTER IS STAMPED TEST WHEN A        *
003650*                        REDIRECTION IS IN FORCE.               *
003655*   2026-10-14  LEGOP3   POSTINGS ARE NOW CHECKED AGAINST THE    *
003660*                        SCHOOL CALENDAR (CALENDAR.DAT, SEE      *
003665*                        CALENDAR.CPY) - A DATE NOT ON IT, OR    *
003670*                        ON IT AS A HOLIDAY OR TEACHER WORKDAY,  *
003675*                        IS REJECTED TO SUSPENSE.                *
003700*****************************************************************
003800
003900 ENVIRONMENT DIVISION.
005700         RECORD KEY IS ATT-KEY
005800         FILE STATUS IS WS-ATTEND-FILE-STATUS.
005900
005910     SELECT OPTIONAL CALENDAR-FILE
005920         ASSIGN TO WS-CALENDAR-FILE-NAME
005930         ORGANIZATION IS INDEXED
005940         ACCESS MODE IS DYNAMIC
005950         RECORD KEY IS CAL-DATE
005960         FILE STATUS IS WS-CALENDAR-FILE-STATUS.
005970
006000     SELECT SUSPENSE-FILE ASSIGN TO WS-SUSPENSE-FILE-NAME
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-SUSPENSE-FILE-STATUS.
007800 FD  ATTENDANCE-FILE.
007900     COPY "attend.cpy".
008000
008010 FD  CALENDAR-FILE.
008020     COPY "calendar.cpy".
008030
008100 FD  SUSPENSE-FILE.
008200 01  SUSPENSE-RECORD.
008300     05  SP-POST-IMAGE            PIC X(14).
009200 01  WS-STUDENT-FILE-STATUS       PIC X(02)   VALUE '00'.
009300 01  WS-ATTEND-FILE-STATUS        PIC X(02)   VALUE '00'.
009400 01  WS-SUSPENSE-FILE-STATUS      PIC X(02)   VALUE '00'.
009405 01  WS-CALENDAR-FILE-STATUS      PIC X(02)   VALUE '00'.
009410
009414 01  WS-CALENDAR-FILE-NAME        PIC X(40)
009418                                  VALUE 'calendar.dat'.
009420 01  WS-POSTING-FILE-NAME         PIC X(40)
009430                                  VALUE 'attpost.txt'.
009440 01  WS-STUDENT-FILE-NAME         PIC X(40)
010100     05  WS-APPLIED-SW            PIC X(01)   VALUE 'N'.
010200         88  WS-POST-APPLIED                  VALUE 'Y'.
010300         88  WS-POST-REJECTED                 VALUE 'N'.
010310     05  WS-CALENDAR-SW           PIC X(01)   VALUE 'N'.
010320         88  WS-CALENDAR-ON-HAND              VALUE 'Y'.
010400
010500 01  WS-COUNTERS.
010600     05  WS-READ-COUNT            PIC 9(07)   COMP VALUE ZERO.
019800         MOVE 16 TO RETURN-CODE
019900         STOP RUN
020000     END-IF.
020004
020008     MOVE 'calendar.dat' TO SF-DEFAULT-NAME.
020012     PERFORM 1110-RESOLVE-ONE-NAME
020016         THRU 1110-RESOLVE-ONE-NAME-EXIT.
020020     MOVE SF-RESOLVED-NAME TO WS-CALENDAR-FILE-NAME.
020024     OPEN INPUT CALENDAR-FILE.
020028     IF WS-CALENDAR-FILE-STATUS = '00'
020032         SET WS-CALENDAR-ON-HAND TO TRUE
020036     ELSE
020040         IF WS-CALENDAR-FILE-STATUS NOT = '05'
020044             DISPLAY 'STATTND - UNABLE TO OPEN CALENDAR.DAT, '
020048                 'FILE STATUS = ' WS-CALENDAR-FILE-STATUS
020052             MOVE 16 TO RETURN-CODE
020056             STOP RUN
020060         END-IF
020064         DISPLAY 'STATTND - NO SCHOOL CALENDAR ON HAND - '
020068             'POSTING DATES NOT CHECKED AGAINST IT'
020072     END-IF.
020100
020200     PERFORM 1200-LOAD-SUSPENSE
020300         THRU 1200-LOAD-SUSPENSE-EXIT.
034200         GO TO 2100-EDIT-POSTING-EXIT
034300     END-IF.
034400
034405     IF WS-CALENDAR-ON-HAND
034410         MOVE PT-DATE TO CAL-DATE
034415         READ CALENDAR-FILE
034420             INVALID KEY
034425                 SET WS-POST-REJECTED TO TRUE
034430                 MOVE 'DATE NOT ON SCHOOL CALENDAR'
034435                     TO WS-REJECT-REASON
034440                 GO TO 2100-EDIT-POSTING-EXIT
034445         END-READ
034450         IF NOT CAL-INSTRUCTIONAL
034455             SET WS-POST-REJECTED TO TRUE
034460             MOVE 'NOT AN INSTRUCTIONAL DAY' TO WS-REJECT-REASON
034465             GO TO 2100-EDIT-POSTING-EXIT
034470         END-IF
034475     END-IF.
034480
034500     IF PT-CODE NOT = 'P' AND PT-CODE NOT = 'A'
034600         AND PT-CODE NOT = 'T'
034700         SET WS-POST-REJECTED TO TRUE
044100     CLOSE POSTING-FILE.
044200     CLOSE STUDENT.
044300     CLOSE ATTENDANCE-FILE.
044310     CLOSE CALENDAR-FILE.
044400     CLOSE SUSPENSE-FILE.
044500     CLOSE REGISTER-RPT.
044600
