003108*                        INACTIVE STUDENTS / RETRIEVE FROM         *
003109*                        ARCHIVE (STPURGE) - EXIT MOVED DOWN TO    *
003110*                        OPTION 8.                                 *
003119*   2026-10-15  LEGOP3   OPERATOR SIGN-ON THROUGH STSECURE (SEE  *
003128*                        SECUREK.CPY) BEFORE THE MENU IS SHOWN,  *
003137*                        AND EVERY MENU CHOICE IS CHECKED        *
003146*                        AGAINST THE OPERATOR'S AUTHORITY LEVEL  *
003155*                        BEFORE IT IS DISPATCHED.  ADDED MENU    *
003164*                        OPTION 8, THE SUPERVISOR'S DAILY        *
003173*                        OPERATOR ACTIVITY REPORT (STOPRPT) -    *
003182*                        EXIT MOVED DOWN TO OPTION 9.            *
003191*****************************************************************
003200
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
006000         88  WS-MENU-DONE                     VALUE 'Y'.
006100
006200 01  WS-MENU-CHOICE               PIC 9(01)   VALUE ZERO.
006230
006260     COPY "securek.cpy".
006300
006400 PROCEDURE DIVISION.
006500
007800         MOVE 0 TO RETURN-CODE
007900         STOP RUN
008000     END-IF.
008008
008016     MOVE 'C' TO SK-FUNCTION.
008024     MOVE 'MENU' TO SK-PROGRAM.
008032     MOVE 'MENU SIGN-ON' TO SK-ACTIVITY.
008040     SET SK-NEED-INQUIRY TO TRUE.
008048     CALL 'STSECURE' USING SECURITY-PARM.
008056     IF SK-RETURN NOT = '0'
008064         DISPLAY 'HELLO-WORLD - ' SK-MESSAGE
008072         MOVE 8 TO RETURN-CODE
008080         STOP RUN
008088     END-IF.
008100
008200     PERFORM 2000-OPERATOR-MENU
008300         THRU 2000-OPERATOR-MENU-EXIT
011907     DISPLAY '  5) STUDENT CHANGE HISTORY INQUIRY (STHINQ)'.
011908     DISPLAY '  6) TODAY''S JOB STATUS BOARD'.
011909     DISPLAY '  7) PURGE/RETRIEVE INACTIVE STUDENTS (STPURGE)'.
011929     DISPLAY '  8) DAILY OPERATOR ACTIVITY REPORT (STOPRPT)'.
011949     DISPLAY '  9) EXIT'.
011969     DISPLAY 'ENTER CHOICE: ' WITH NO ADVANCING.
011989     ACCEPT WS-MENU-CHOICE.
012009
012029     PERFORM 2050-CHECK-MENU-AUTHORITY
012049         THRU 2050-CHECK-MENU-AUTHORITY-EXIT.
012069     IF SK-RETURN NOT = '0'
012089         DISPLAY 'HELLO-WORLD - ' SK-MESSAGE
012109         GO TO 2000-OPERATOR-MENU-EXIT
012129     END-IF.
012200
012300     EVALUATE WS-MENU-CHOICE
012400         WHEN 1
013126             PERFORM 2700-PURGE-RETRIEVE
013127                 THRU 2700-PURGE-RETRIEVE-EXIT
013128         WHEN 8
013142             PERFORM 2800-OPERATOR-ACTIVITY
013156                 THRU 2800-OPERATOR-ACTIVITY-EXIT
013170         WHEN 9
013184             SET WS-MENU-DONE TO TRUE
013200         WHEN OTHER
013300             DISPLAY 'INVALID CHOICE - TRY AGAIN'
013400     END-EVALUATE.
013500 2000-OPERATOR-MENU-EXIT.
013600     EXIT.
013602
013604*****************************************************************
013606* 2050-CHECK-MENU-AUTHORITY - CHECK THE CHOICE AGAINST THE       *
013608*                             SIGNED-ON OPERATOR'S LEVEL.  EXIT  *
013610*                             AND A BAD CHOICE NEED NOTHING      *
013612*                             BEYOND THE SIGN-ON ITSELF.         *
013614*****************************************************************
013616 2050-CHECK-MENU-AUTHORITY.
013618     MOVE '0' TO SK-RETURN.
013620     EVALUATE WS-MENU-CHOICE
013622         WHEN 1
013624             SET SK-NEED-CLERK TO TRUE
013626         WHEN 2
013628         WHEN 5
013630         WHEN 6
013632             SET SK-NEED-INQUIRY TO TRUE
013634         WHEN 4
013636         WHEN 7
013638             SET SK-NEED-REGISTRAR TO TRUE
013640         WHEN 3
013642         WHEN 8
013644             SET SK-NEED-SUPERVISOR TO TRUE
013646         WHEN OTHER
013648             GO TO 2050-CHECK-MENU-AUTHORITY-EXIT
013650     END-EVALUATE.
013652
013654     MOVE 'C' TO SK-FUNCTION.
013656     MOVE 'MENU' TO SK-PROGRAM.
013658     MOVE SPACES TO SK-ACTIVITY.
013660     STRING 'MENU OPTION ' DELIMITED BY SIZE
013661         WS-MENU-CHOICE DELIMITED BY SIZE
013662         INTO SK-ACTIVITY
013663     END-STRING.
013664     CALL 'STSECURE' USING SECURITY-PARM.
013666 2050-CHECK-MENU-AUTHORITY-EXIT.
013668     EXIT.
013700
013800*****************************************************************
013900* 2100-RUN-STUDENT-FILE-PASS - HAND OFF TO FILES.                *
015443 2700-PURGE-RETRIEVE-EXIT.
015444     EXIT.
015445
015446*****************************************************************
015447* 2800-OPERATOR-ACTIVITY - HAND OFF TO STOPRPT SO A SUPERVISOR   *
015448*                          CAN PRINT WHO CHANGED WHAT ON A DAY.  *
015449*****************************************************************
015450 2800-OPERATOR-ACTIVITY.
015451     CALL 'STOPRPT'.
015452     IF RETURN-CODE NOT = 0
015453         DISPLAY 'HELLO-WORLD - STOPRPT ENDED WITH RETURN CODE '
015454             RETURN-CODE
015455     END-IF.
015456     MOVE 0 TO RETURN-CODE.
015457 2800-OPERATOR-ACTIVITY-EXIT.
015458     EXIT.
015459
015460*****************************************************************
015461* 2200-VIEW-LAST-RUN-COUNTS - READ THE CHECKPOINT FILE FILES     *
015470*                             LEAVES BEHIND AND DISPLAY IT.      *
015480*****************************************************************
015490 2200-VIEW-LAST-RUN-COUNTS.
