000340* THE CHANGE-HISTORY FILE (SEE STHIST.CPY) SO STHINQ SHOWS      *
000350* THE FULL STORY.                                               *
000360*                                                                *
000361* A STUDENT WHO STILL OWES FEES ON THE STUDENT FEE LEDGER        *
000362* (FEELEDG.DAT, SEE FEELEDG.CPY) IS NOT PURGED - THEY ARE LISTED *
000363* ON THE REGISTER AS HELD, WITH THE BALANCE DUE, AND LEFT ON THE *
000364* MASTER UNTIL THE ACCOUNT IS SETTLED.                           *
000365*                                                                *
000370* RUN FROM THE HELLO-WORLD OPERATOR MENU.                       *
000380*                                                                *
000390* RETURN CODES:  0 = NORMAL END,                                *
000395*                8 = OPERATOR NOT AUTHORIZED (REGISTRAR LEVEL),  *
000400*               16 = A FILE WOULD NOT OPEN.                     *
000410*                                                                *
000420* MOD LOG                                                        *
000590*                        REHEARSED AGAINST COPIES.  THE PURGE   *
000600*                        REGISTER IS STAMPED TEST AND A NOTICE  *
000610*                        SHOWN WHEN A REDIRECTION IS IN FORCE.  *
000611*   2026-10-14  LEGOP3   A PURGED STUDENT'S CLASS-SECTION SEATS  *
000612*                        ON THE STUDENT SCHEDULE FILE            *
000613*                        (SCHEDULE.DAT, SEE SCHEDULE.CPY) ARE    *
000614*                        NOW GIVEN BACK ALONG WITH THE MASTER    *
000615*                        RECORD.  SKIPPED QUIETLY IF NO          *
000616*                        SCHEDULE FILE IS ON HAND.               *
000617*   2026-10-15  LEGOP3   A PURGE OR RETRIEVAL NOW NEEDS AN       *
000618*                        OPERATOR SIGNED ON AT REGISTRAR LEVEL   *
000619*                        THROUGH STSECURE (SEE SECUREK.CPY), AND *
000620*                        THE OPERATOR ID IS CARRIED ON EVERY     *
000621*                        CHANGE-HISTORY ENTRY WRITTEN.           *
000622*   2026-10-15  LEGOP3   A STUDENT WITH A BALANCE DUE ON THE FEE *
000623*                        LEDGER (FEELEDG.DAT) IS HELD BACK FROM  *
000624*                        THE PURGE AND LISTED ON THE REGISTER AS *
000625*                        HELD WITH THE AMOUNT OWED.  SKIPPED     *
000626*                        QUIETLY IF NO FEE LEDGER IS ON HAND.    *
000627*   2026-10-15  LEGOP3   A FEE LEDGER THAT IS ON HAND BUT WILL   *
000628*                        NOT OPEN NOW STOPS THE PURGE RC 16      *
000629*                        RATHER THAN LETTING STUDENTS WHO OWE    *
000630*                        GO UNHELD.                              *
000631*****************************************************************
000632
000640 ENVIRONMENT DIVISION.
000650 INPUT-OUTPUT SECTION.
000660 FILE-CONTROL.
001030         RECORD KEY IS HIST-KEY
001040         FILE STATUS IS WS-HISTORY-FILE-STATUS.
001050
001051     SELECT OPTIONAL SCHEDULE-FILE
001052         ASSIGN TO WS-SCHEDULE-FILE-NAME
001053         ORGANIZATION IS INDEXED
001054         ACCESS MODE IS DYNAMIC
001055         RECORD KEY IS SC-KEY
001056         FILE STATUS IS WS-SCHEDULE-FILE-STATUS.
001057
001058     SELECT OPTIONAL FEE-LEDGER
001059         ASSIGN TO WS-LEDGER-FILE-NAME
001060         ORGANIZATION IS INDEXED
001061         ACCESS MODE IS DYNAMIC
001062         RECORD KEY IS FL-KEY
001063         FILE STATUS IS WS-LEDGER-FILE-STATUS.
001064
001065 DATA DIVISION.
001070 FILE SECTION.
001080 FD  STUDENT.
001090     COPY "student.cpy".
001280 FD  HISTORY-FILE.
001290     COPY "sthist.cpy".
001300
001301 FD  SCHEDULE-FILE.
001302     COPY "schedule.cpy".
001303
001304 FD  FEE-LEDGER.
001305     COPY "feeledg.cpy".
001306
001310 WORKING-STORAGE SECTION.
001320 01  WS-STUDENT-FILE-STATUS       PIC X(02)   VALUE '00'.
001330 01  WS-ARCHIVE-FILE-STATUS       PIC X(02)   VALUE '00'.
001360
001370 01  WS-GUARDIAN-FILE-STATUS      PIC X(02)   VALUE '00'.
001380 01  WS-GDARCH-FILE-STATUS        PIC X(02)   VALUE '00'.
001384 01  WS-SCHEDULE-FILE-STATUS      PIC X(02)   VALUE '00'.
001388 01  WS-LEDGER-FILE-STATUS        PIC X(02)   VALUE '00'.
001390
001400 01  WS-ARCHIVE-FILE-NAME         PIC X(40)   VALUE SPACES.
001410 01  WS-GDARCH-FILE-NAME          PIC X(40)   VALUE SPACES.
001490                                  VALUE 'guardian.dat'.
001500 01  WS-HISTORY-FILE-NAME         PIC X(40)
001510                                  VALUE 'sthist.dat'.
001512 01  WS-SCHEDULE-FILE-NAME        PIC X(40)
001514                                  VALUE 'schedule.dat'.
001516 01  WS-LEDGER-FILE-NAME          PIC X(40)
001518                                  VALUE 'feeledg.dat'.
001520
001530 01  WS-TEST-MODE-SW              PIC X(01)   VALUE 'N'.
001540     88  WS-TEST-CYCLE                        VALUE 'Y'.
001570     '** TEST CYCLE - NOT PRODUCTION **'.
001580
001590     COPY "sitecfgk.cpy".
001594
001598     COPY "securek.cpy".
001600
001610 01  WS-SWITCHES.
001620     05  WS-DONE-SW               PIC X(01)   VALUE 'N'.
001710         88  WS-GUARD-FILE-ON-HAND            VALUE 'Y'.
001720     05  WS-GD-EOF-SW             PIC X(01)   VALUE 'N'.
001730         88  WS-GD-EOF                        VALUE 'Y'.
001731     05  WS-SCHED-FILE-SW         PIC X(01)   VALUE 'N'.
001732         88  WS-SCHED-FILE-ON-HAND            VALUE 'Y'.
001733     05  WS-SCHED-EOF-SW          PIC X(01)   VALUE 'N'.
001734         88  WS-SCHED-EOF                     VALUE 'Y'.
001735     05  WS-LEDGER-FILE-SW        PIC X(01)   VALUE 'N'.
001736         88  WS-LEDGER-FILE-ON-HAND           VALUE 'Y'.
001737     05  WS-FL-EOF-SW             PIC X(01)   VALUE 'N'.
001738         88  WS-FL-EOF                        VALUE 'Y'.
001740
001750 01  WS-ACTION-CODE               PIC X(01)   VALUE SPACES.
001760     88  WS-ACTION-PURGE                      VALUE 'P' 'p'.
001880     05  WS-GD-REST-COUNT         PIC 9(02)   COMP VALUE ZERO.
001890     05  WS-GD-PRIO-COUNT         PIC 9(02)   COMP VALUE ZERO.
001900     05  WS-GD-PRIO-SUB           PIC 9(02)   COMP VALUE ZERO.
001902     05  WS-SCHED-REL-COUNT       PIC 9(05)   COMP VALUE ZERO.
001904     05  WS-HELD-COUNT            PIC 9(04)   COMP VALUE ZERO.
001906
001908 01  WS-FEE-BALANCE               PIC S9(07)V99 VALUE ZERO.
001910
001920 01  WS-GD-PRIO-TABLE.
001930     05  WS-GD-PRIO               PIC 9(01)   OCCURS 9 TIMES.
002450     05  FILLER                   PIC X(09)   VALUE 'LAST CHG '.
002460     05  PR-LAST-CHANGED          PIC 9(08).
002470
002471 01  PR-HELD-LINE.
002472     05  PR-HELD-STUDENT-ID       PIC ZZZZ9.
002473     05  FILLER                   PIC X(02)   VALUE SPACES.
002474     05  PR-HELD-NAME             PIC X(25).
002475     05  FILLER                   PIC X(02)   VALUE SPACES.
002476     05  PR-HELD-STATUS           PIC X(09).
002477     05  FILLER                   PIC X(02)   VALUE SPACES.
002478     05  FILLER                   PIC X(20)
002479                                  VALUE 'HELD - BALANCE DUE '.
002480     05  PR-HELD-BALANCE          PIC ZZ,ZZ9.99.
002481
002482 01  PR-TRAILER-LINE.
002490     05  FILLER            PIC X(30) VALUE
002500             'STUDENTS PURGED TO ARCHIVE:'.
002510     05  PR-PURGE-COUNT    PIC Z,ZZ9.
002520
002521 01  PR-HELD-TRAILER-LINE.
002522     05  FILLER            PIC X(30) VALUE
002523             'STUDENTS HELD FOR BALANCE DUE:'.
002524     05  PR-HELD-COUNT     PIC Z,ZZ9.
002525
002530 PROCEDURE DIVISION.
002540
002550 0000-MAINLINE.
002551     MOVE 'C' TO SK-FUNCTION.
002552     MOVE 'STPURGE' TO SK-PROGRAM.
002553     MOVE 'PURGE OR RETRIEVE' TO SK-ACTIVITY.
002554     SET SK-NEED-REGISTRAR TO TRUE.
002555     CALL 'STSECURE' USING SECURITY-PARM.
002556     IF SK-RETURN NOT = '0'
002557         DISPLAY 'STPURGE - ' SK-MESSAGE
002558         MOVE 8 TO RETURN-CODE
002559         GOBACK
002560     END-IF.
002561
002562     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002570
002580     PERFORM 1000-RESOLVE-FILE-NAMES
002590         THRU 1000-RESOLVE-FILE-NAMES-EXIT.
003070     PERFORM 1100-RESOLVE-ONE-NAME
003080         THRU 1100-RESOLVE-ONE-NAME-EXIT.
003090     MOVE SF-RESOLVED-NAME TO WS-HISTORY-FILE-NAME.
003091
003092     MOVE 'schedule.dat' TO SF-DEFAULT-NAME.
003093     PERFORM 1100-RESOLVE-ONE-NAME
003094         THRU 1100-RESOLVE-ONE-NAME-EXIT.
003095     MOVE SF-RESOLVED-NAME TO WS-SCHEDULE-FILE-NAME.
003096
003097     MOVE 'feeledg.dat' TO SF-DEFAULT-NAME.
003098     PERFORM 1100-RESOLVE-ONE-NAME
003099         THRU 1100-RESOLVE-ONE-NAME-EXIT.
003100     MOVE SF-RESOLVED-NAME TO WS-LEDGER-FILE-NAME.
003101 1000-RESOLVE-FILE-NAMES-EXIT.
003110     EXIT.
003120
003130*****************************************************************
004220         END-IF
004230     END-IF.
004240
004241     MOVE 'N' TO WS-SCHED-FILE-SW.
004242     MOVE ZERO TO WS-SCHED-REL-COUNT.
004243     OPEN I-O SCHEDULE-FILE.
004244     IF WS-SCHEDULE-FILE-STATUS = '00'
004245         SET WS-SCHED-FILE-ON-HAND TO TRUE
004246     ELSE
004247         IF WS-SCHEDULE-FILE-STATUS = '05'
004248             CLOSE SCHEDULE-FILE
004249         END-IF
004250     END-IF.
004251
004252     MOVE 'N' TO WS-LEDGER-FILE-SW.
004253     MOVE ZERO TO WS-HELD-COUNT.
004254     OPEN INPUT FEE-LEDGER.
004255     IF WS-LEDGER-FILE-STATUS = '00'
004256         SET WS-LEDGER-FILE-ON-HAND TO TRUE
004257     ELSE
004258         IF WS-LEDGER-FILE-STATUS = '05'
004259             CLOSE FEE-LEDGER
004260         ELSE
004261             DISPLAY 'STPURGE - UNABLE TO OPEN FEELEDG.DAT, '
004262                 'FILE STATUS = ' WS-LEDGER-FILE-STATUS
004263             IF WS-SCHED-FILE-ON-HAND
004264                 CLOSE SCHEDULE-FILE
004265             END-IF
004266             IF WS-GUARD-FILE-ON-HAND
004267                 CLOSE GUARDIAN-FILE
004268                 CLOSE GUARDIAN-ARCHIVE
004269             END-IF
004270             CLOSE ARCHIVE-FILE
004271             CLOSE STUDENT
004272             CLOSE HISTORY-FILE
004273             MOVE 16 TO RETURN-CODE
004274             GOBACK
004275         END-IF
004276     END-IF.
004277
004278     OPEN OUTPUT PURGE-RPT.
004279
004280     MOVE WS-RUN-DATE TO PR1-RUN-DATE.
004281     MOVE WS-CUTOFF-DATE TO PR1-CUTOFF.
004290     WRITE PURGE-LINE FROM PR-HEADING-1.
004300     IF WS-TEST-CYCLE
004310         WRITE PURGE-LINE FROM WS-TEST-STAMP-LINE
004490     WRITE PURGE-LINE.
004500     MOVE WS-PURGE-COUNT TO PR-PURGE-COUNT.
004510     WRITE PURGE-LINE FROM PR-TRAILER-LINE.
004511     IF WS-LEDGER-FILE-ON-HAND
004512         MOVE WS-HELD-COUNT TO PR-HELD-COUNT
004513         WRITE PURGE-LINE FROM PR-HELD-TRAILER-LINE
004514         CLOSE FEE-LEDGER
004515         IF WS-HELD-COUNT > ZERO
004516             DISPLAY 'STPURGE - ' WS-HELD-COUNT
004517                 ' STUDENTS HELD BACK FOR A FEE BALANCE DUE'
004518         END-IF
004519     END-IF.
004520     CLOSE PURGE-RPT.
004530     CLOSE ARCHIVE-FILE.
004540     CLOSE STUDENT.
004600             DISPLAY 'STPURGE - ' WS-GD-ARCH-COUNT
004610                 ' GUARDIAN RECORDS ARCHIVED TO '
004620                 WS-GDARCH-FILE-NAME
004621         END-IF
004622     END-IF.
004623
004624     IF WS-SCHED-FILE-ON-HAND
004625         CLOSE SCHEDULE-FILE
004626         IF WS-SCHED-REL-COUNT > ZERO
004627             DISPLAY 'STPURGE - ' WS-SCHED-REL-COUNT
004628                 ' CLASS-SECTION SEATS RELEASED'
004630         END-IF
004640     END-IF.
004650
005040         GO TO 3100-SCAN-ONE-RECORD-EXIT
005050     END-IF.
005060
005061     IF WS-LEDGER-FILE-ON-HAND
005062         PERFORM 3150-TOTAL-FEE-BALANCE
005063             THRU 3150-TOTAL-FEE-BALANCE-EXIT
005064         IF WS-FEE-BALANCE > ZERO
005065             PERFORM 3250-WRITE-HELD-LINE
005066                 THRU 3250-WRITE-HELD-LINE-EXIT
005067             GO TO 3100-SCAN-ONE-RECORD-EXIT
005068         END-IF
005069     END-IF.
005070
005071     IF WS-PURGE-COUNT >= WS-PURGE-TABLE-MAX
005080         DISPLAY 'STPURGE - PURGE TABLE FULL AT '
005090             WS-PURGE-TABLE-MAX ' - RUN THE PURGE AGAIN FOR '
005100             'THE REMAINDER'
005230     EXIT.
005240
005250*****************************************************************
005251* 3150-TOTAL-FEE-BALANCE - TOTAL THE STUDENT'S FEE LEDGER -      *
005252*                          CHARGES LESS PAYMENTS.                *
005253*****************************************************************
005254 3150-TOTAL-FEE-BALANCE.
005255     MOVE ZERO TO WS-FEE-BALANCE.
005256     MOVE 'N' TO WS-FL-EOF-SW.
005257     MOVE STUDENT-ID TO FL-STUDENT-ID.
005258     MOVE ZERO TO FL-POST-DATE.
005259     MOVE ZERO TO FL-POST-SEQ.
005260     START FEE-LEDGER KEY >= FL-KEY
005261         INVALID KEY
005262             SET WS-FL-EOF TO TRUE
005263     END-START.
005264
005265     PERFORM 3160-ADD-ONE-FEE-ENTRY
005266         THRU 3160-ADD-ONE-FEE-ENTRY-EXIT
005267         UNTIL WS-FL-EOF.
005268 3150-TOTAL-FEE-BALANCE-EXIT.
005269     EXIT.
005270
005271*****************************************************************
005272* 3160-ADD-ONE-FEE-ENTRY - READ THE NEXT LEDGER ENTRY AND ADD IT *
005273*                          TO THE BALANCE IF IT IS THE STUDENT'S.*
005274*****************************************************************
005275 3160-ADD-ONE-FEE-ENTRY.
005276     READ FEE-LEDGER NEXT RECORD
005277         AT END
005278             SET WS-FL-EOF TO TRUE
005279             GO TO 3160-ADD-ONE-FEE-ENTRY-EXIT
005280     END-READ.
005281
005282     IF FL-STUDENT-ID NOT = STUDENT-ID
005283         SET WS-FL-EOF TO TRUE
005284         GO TO 3160-ADD-ONE-FEE-ENTRY-EXIT
005285     END-IF.
005286
005287     IF FL-CHARGE
005288         ADD FL-AMOUNT TO WS-FEE-BALANCE
005289     ELSE
005290         SUBTRACT FL-AMOUNT FROM WS-FEE-BALANCE
005291     END-IF.
005292 3160-ADD-ONE-FEE-ENTRY-EXIT.
005293     EXIT.
005294
005295*****************************************************************
005296* 3200-WRITE-REGISTER-LINE - PRINT ONE PURGE REGISTER LINE FOR   *
005297*                            THE RECORD JUST ARCHIVED.           *
005298*****************************************************************
005299 3200-WRITE-REGISTER-LINE.
005300     MOVE SPACES TO PR-DETAIL-LINE.
005310     MOVE STUDENT-ID TO PR-STUDENT-ID.
005320     MOVE STUDENT-NAME TO PR-NAME.
005380     MOVE STUDENT-LAST-CHANGED TO PR-LAST-CHANGED.
005390     WRITE PURGE-LINE FROM PR-DETAIL-LINE.
005400 3200-WRITE-REGISTER-LINE-EXIT.
005401     EXIT.
005402
005403*****************************************************************
005404* 3250-WRITE-HELD-LINE - PRINT ONE REGISTER LINE FOR A STUDENT   *
005405*                        HELD BACK FOR A FEE BALANCE DUE.        *
005406*****************************************************************
005407 3250-WRITE-HELD-LINE.
005408     ADD 1 TO WS-HELD-COUNT.
005409     MOVE STUDENT-ID TO PR-HELD-STUDENT-ID.
005410     MOVE STUDENT-NAME TO PR-HELD-NAME.
005411     IF STUDENT-STATUS = 'W'
005412         MOVE 'WITHDRAWN' TO PR-HELD-STATUS
005413     ELSE
005414         MOVE 'GRADUATED' TO PR-HELD-STATUS
005415     END-IF.
005416     MOVE WS-FEE-BALANCE TO PR-HELD-BALANCE.
005417     WRITE PURGE-LINE FROM PR-HELD-LINE.
005418 3250-WRITE-HELD-LINE-EXIT.
005419     EXIT.
005420
005430*****************************************************************
005440* 3300-DELETE-ONE-PURGED - DELETE ONE ARCHIVED STUDENT OFF THE   *
005640
005650     PERFORM 3500-ARCHIVE-GUARDIANS
005660         THRU 3500-ARCHIVE-GUARDIANS-EXIT.
005662
005664     PERFORM 3600-RELEASE-SCHEDULE
005666         THRU 3600-RELEASE-SCHEDULE-EXIT.
005670 3300-DELETE-ONE-PURGED-EXIT.
005680     EXIT.
005690
006410                 'STUDENT-ID ' WS-PI-STUDENT-ID
006420     END-DELETE.
006430 3520-DELETE-ONE-GUARDIAN-EXIT.
006431     EXIT.
006432
006433*****************************************************************
006434* 3600-RELEASE-SCHEDULE - GIVE BACK EVERY CLASS-SECTION SEAT THE *
006435*                         PURGED STUDENT STILL HOLDS ON          *
006436*                         SCHEDULE.DAT.                          *
006437*****************************************************************
006438 3600-RELEASE-SCHEDULE.
006439     IF NOT WS-SCHED-FILE-ON-HAND
006440         GO TO 3600-RELEASE-SCHEDULE-EXIT
006441     END-IF.
006442
006443     MOVE 'N' TO WS-SCHED-EOF-SW.
006444     MOVE WS-PI-STUDENT-ID TO SC-STUDENT-ID.
006445     MOVE ZERO TO SC-PERIOD.
006446     START SCHEDULE-FILE KEY >= SC-KEY
006447         INVALID KEY
006448             SET WS-SCHED-EOF TO TRUE
006449     END-START.
006450
006451     PERFORM 3610-RELEASE-ONE-PERIOD
006452         THRU 3610-RELEASE-ONE-PERIOD-EXIT
006453         UNTIL WS-SCHED-EOF.
006454 3600-RELEASE-SCHEDULE-EXIT.
006455     EXIT.
006456
006457*****************************************************************
006458* 3610-RELEASE-ONE-PERIOD - DELETE ONE OF THE PURGED STUDENT'S   *
006459*                           SCHEDULE ENTRIES.                    *
006460*****************************************************************
006461 3610-RELEASE-ONE-PERIOD.
006462     READ SCHEDULE-FILE NEXT RECORD
006463         AT END
006464             SET WS-SCHED-EOF TO TRUE
006465             GO TO 3610-RELEASE-ONE-PERIOD-EXIT
006466     END-READ.
006467
006468     IF SC-STUDENT-ID NOT = WS-PI-STUDENT-ID
006469         SET WS-SCHED-EOF TO TRUE
006470         GO TO 3610-RELEASE-ONE-PERIOD-EXIT
006471     END-IF.
006472
006473     DELETE SCHEDULE-FILE
006474         INVALID KEY
006475             DISPLAY 'STPURGE - SCHEDULE DELETE FAILED FOR '
006476                 'STUDENT-ID ' WS-PI-STUDENT-ID
006477             GO TO 3610-RELEASE-ONE-PERIOD-EXIT
006478     END-DELETE.
006479     ADD 1 TO WS-SCHED-REL-COUNT.
006480 3610-RELEASE-ONE-PERIOD-EXIT.
006481     EXIT.
006482
006483*****************************************************************
006484* 4000-RETRIEVE - LIST THE ARCHIVES ON HAND, THEN BRING ONE      *
006485*                 ARCHIVED STUDENT BACK ONTO THE MASTER AS       *
006490*                 ACTIVE.                                        *
006500*****************************************************************
006510 4000-RETRIEVE.
008840     MOVE WS-HIST-ACTION TO HIST-ACTION.
008850     MOVE WS-HIST-BEFORE TO HIST-BEFORE-IMAGE.
008860     MOVE WS-HIST-AFTER TO HIST-AFTER-IMAGE.
008865     MOVE SK-OPERATOR-ID TO HIST-OPERATOR-ID.
008870
008880 8000-WRITE-HISTORY-TRY.
008890     WRITE HISTORY-RECORD
