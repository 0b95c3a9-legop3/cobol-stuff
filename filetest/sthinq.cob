001600*                                                                *
001700* RUN FROM THE HELLO-WORLD OPERATOR MENU.                       *
001800*                                                                *
001810* ONCE STHAGE HAS AGED THE HISTORY FILE, A STUDENT'S EARLIEST    *
001820* ENTRY MAY BE THE BASELINE IT LEFT; THE CHANGES BEFORE IT ARE   *
001830* ON THE STHA HISTORY ARCHIVES AND ARE SHOWN BY STCUMREC.        *
001840*                                                                *
001900* RETURN CODES:  0 = NORMAL END,                                *
002000*               16 = HISTORY FILE OR STHACTL.DAT WOULD NOT      *
002010*                    OPEN.                                      *
002100*                                                                *
002200* MOD LOG                                                        *
002300*   2026-08-22  LEGOP3   INITIAL VERSION.                        *
002330*                        SUBSYSTEM (SEE SITECFGK.CPY), AND A     *
002340*                        TEST-CYCLE NOTICE IS SHOWN WHEN A       *
002350*                        REDIRECTION IS IN FORCE.                *
002354*   2026-10-15  LEGOP3   EACH ENTRY NOW SHOWS THE OPERATOR ID    *
002358*                        THAT MADE THE CHANGE (HIST-OPERATOR-ID, *
002362*                        BATCH FOR AN UNATTENDED RUN).           *
002366*   2026-10-15  LEGOP3   SHOWS WHERE THE RETAINED HISTORY STARTS *
002370*                        ONCE STHAGE HAS AGED THE FILE, AND      *
002374*                        FLAGS THE BASELINE ENTRY STHAGE LEAVES  *
002378*                        FOR EACH STUDENT.                       *
002382*   2026-10-15  LEGOP3   AN STHACTL.DAT THAT WILL NOT OPEN ENDS  *
002386*                        RC 16 INSTEAD OF BEING TAKEN AS NEVER   *
002390*                        AGED.                                   *
002400*****************************************************************
002500
002600 ENVIRONMENT DIVISION.
003200         RECORD KEY IS HIST-KEY
003300         FILE STATUS IS WS-HISTORY-FILE-STATUS.
003400
003410     SELECT OPTIONAL AGING-CONTROL
003420         ASSIGN TO WS-AGECTL-FILE-NAME
003430         ORGANIZATION IS LINE SEQUENTIAL
003440         FILE STATUS IS WS-AGECTL-FILE-STATUS.
003450
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  HISTORY-FILE.
003800     COPY "sthist.cpy".
003900
003910 FD  AGING-CONTROL.
003920     COPY "sthactl.cpy".
003930
004000 WORKING-STORAGE SECTION.
004100 01  WS-HISTORY-FILE-STATUS       PIC X(02)   VALUE '00'.
004110
004120 01  WS-HISTORY-FILE-NAME         PIC X(40)   VALUE 'sthist.dat'.
004122 01  WS-AGECTL-FILE-STATUS        PIC X(02)   VALUE '00'.
004124 01  WS-AGECTL-FILE-NAME          PIC X(40)
004126                                  VALUE 'sthactl.dat'.
004130
004140     COPY "sitecfgk.cpy".
004200
004500         88  WS-DONE                          VALUE 'Y'.
004600     05  WS-BROWSE-EOF-SW         PIC X(01)   VALUE 'N'.
004700         88  WS-BROWSE-EOF                    VALUE 'Y'.
004710     05  WS-AGECTL-EOF-SW         PIC X(01)   VALUE 'N'.
004720         88  WS-AGECTL-EOF                    VALUE 'Y'.
004730     05  WS-BASELINE-SW           PIC X(01)   VALUE 'N'.
004740         88  WS-BASELINE-SHOWN                VALUE 'Y'.
004800
004900 01  WS-KEY-ID                    PIC 9(05)   VALUE ZERO.
005000 01  WS-ENTRY-COUNT               PIC 9(05)   COMP VALUE ZERO.
005010 01  WS-RETAINED-FROM             PIC 9(08)   VALUE ZERO.
005100
005200 PROCEDURE DIVISION.
005300
007600         MOVE 16 TO RETURN-CODE
007700         GOBACK
007800     END-IF.
007810
007820     PERFORM 1200-FIND-RETAINED-START
007830         THRU 1200-FIND-RETAINED-START-EXIT.
007840     IF WS-RETAINED-FROM NOT = ZERO
007850         DISPLAY 'STHINQ - CHANGE HISTORY IS RETAINED FROM '
007860             WS-RETAINED-FROM ' - EARLIER CHANGES ARE ON THE '
007870             'HISTORY ARCHIVES'
007880     END-IF.
007900 1000-INITIALIZE-EXIT.
007902     EXIT.
007904
007906*****************************************************************
007908* 1200-FIND-RETAINED-START - FIND WHERE THE RETAINED CHANGE      *
007910*                            HISTORY STARTS - THE HIGHEST        *
007912*                            RETENTION DATE IN STHACTL.DAT (SEE  *
007914*                            STHAGE).  NONE ON HAND MEANS THE    *
007916*                            HISTORY FILE HAS NEVER BEEN AGED.   *
007918*****************************************************************
007920 1200-FIND-RETAINED-START.
007922     MOVE 'sthactl.dat' TO SF-DEFAULT-NAME.
007924     CALL 'STSITE' USING SITE-PARM.
007926     MOVE SF-RESOLVED-NAME TO WS-AGECTL-FILE-NAME.
007928
007930     OPEN INPUT AGING-CONTROL.
007932     IF WS-AGECTL-FILE-STATUS = '05'
007934         CLOSE AGING-CONTROL
007936         GO TO 1200-FIND-RETAINED-START-EXIT
007938     END-IF.
007940     IF WS-AGECTL-FILE-STATUS NOT = '00'
007942         DISPLAY 'STHINQ - UNABLE TO OPEN STHACTL.DAT, '
007944             'FILE STATUS = ' WS-AGECTL-FILE-STATUS
007946         CLOSE HISTORY-FILE
007948         MOVE 16 TO RETURN-CODE
007950         GOBACK
007952     END-IF.
007954
007956     PERFORM 1210-READ-ONE-AGING
007958         THRU 1210-READ-ONE-AGING-EXIT
007960         UNTIL WS-AGECTL-EOF.
007962     CLOSE AGING-CONTROL.
007964 1200-FIND-RETAINED-START-EXIT.
007966     EXIT.
007968
007970*****************************************************************
007972* 1210-READ-ONE-AGING - READ ONE AGING CONTROL RECORD AND KEEP   *
007974*                       THE HIGHEST RETENTION DATE.              *
007976*****************************************************************
007978 1210-READ-ONE-AGING.
007980     READ AGING-CONTROL
007982         AT END
007984             SET WS-AGECTL-EOF TO TRUE
007986             GO TO 1210-READ-ONE-AGING-EXIT
007988     END-READ.
007990     IF HA-RETAIN-DATE > WS-RETAINED-FROM
007992         MOVE HA-RETAIN-DATE TO WS-RETAINED-FROM
007994     END-IF.
007996 1210-READ-ONE-AGING-EXIT.
008000     EXIT.
008100
008200*****************************************************************
009600
009700     MOVE 'N' TO WS-BROWSE-EOF-SW.
009800     MOVE ZERO TO WS-ENTRY-COUNT.
009810     MOVE 'N' TO WS-BASELINE-SW.
009900
010000     MOVE WS-KEY-ID TO HIST-STUDENT-ID.
010100     MOVE ZERO TO HIST-CHANGE-DATE.
011400         DISPLAY 'NO HISTORY ON FILE FOR STUDENT-ID ' WS-KEY-ID
011500     ELSE
011600         DISPLAY WS-ENTRY-COUNT ' HISTORY ENTRIES SHOWN'
011610         IF WS-BASELINE-SHOWN
011620             DISPLAY 'EARLIER CHANGES FOR THIS STUDENT ARE ON '
011630                 'THE STHA HISTORY ARCHIVES (RETAINED FROM '
011640                 WS-RETAINED-FROM ')'
011650         END-IF
011700     END-IF.
011800 2000-PROCESS-INQUIRY-EXIT.
011900     EXIT.
013700     ADD 1 TO WS-ENTRY-COUNT.
013800     DISPLAY ' '.
013900     DISPLAY HIST-CHANGE-DATE ' ' HIST-CHANGE-TIME ' '
014000         HIST-SOURCE-PGM ' ' HIST-ACTION
014010         '  BY ' HIST-OPERATOR-ID.
014100     DISPLAY '  BEFORE: ' HIST-BEFORE-IMAGE.
014200     DISPLAY '  AFTER.: ' HIST-AFTER-IMAGE.
014210     IF HIST-SOURCE-PGM = 'STHAGE'
014220         SET WS-BASELINE-SHOWN TO TRUE
014230         DISPLAY '  ** BASELINE - THE RECORD AS IT STOOD WHEN '
014240             'THE RETAINED HISTORY BEGINS'
014250     END-IF.
014300 2100-SHOW-ONE-ENTRY-EXIT.
014400     EXIT.
014500
