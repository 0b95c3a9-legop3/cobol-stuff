002200* A CONTACT CANNOT BE ADDED FOR A STUDENT-ID THAT IS NOT ON     *
002300* THE INDEXED STUDENT MASTER, SO THE CARD FILE CANNOT DRIFT     *
002400* AWAY FROM THE ENROLLMENT RECORDS.                             *
002420*                                                                *
002440* AS IN STMAINT, EACH CODE NEEDS AN OPERATOR SIGNED ON THROUGH   *
002460* STSECURE AT THE RIGHT LEVEL - INQUIRY FOR L, CLERK FOR A AND   *
002480* C, REGISTRAR FOR D.                                            *
002500*                                                                *
002600* MOD LOG                                                        *
002700*   2026-09-01  LEGOP3   INITIAL VERSION.                        *
002730*                        (SEE SITECFGK.CPY), AND A TEST-CYCLE   *
002740*                        NOTICE IS SHOWN WHEN A REDIRECTION IS  *
002750*                        IN FORCE.                              *
002758*   2026-10-15  LEGOP3   OPERATOR SIGN-ON THROUGH STSECURE (SEE  *
002766*                        SECUREK.CPY) AT START, AND EVERY        *
002774*                        TRANSACTION CODE IS CHECKED AGAINST     *
002782*                        THE OPERATOR'S AUTHORITY LEVEL BEFORE   *
002790*                        IT IS APPLIED.                          *
002800*****************************************************************
002900
003000 ENVIRONMENT DIVISION.
005750                                  VALUE 'student.dat'.
005760
005770     COPY "sitecfgk.cpy".
005780
005790     COPY "securek.cpy".
005800
005900 01  WS-SWITCHES.
006000     05  WS-DONE-SW               PIC X(01)   VALUE 'N'.
009600*                   MASTER FOR RANDOM ACCESS.                    *
009700*****************************************************************
009800 1000-INITIALIZE.
009801     MOVE 'C' TO SK-FUNCTION.
009802     MOVE 'STGUARD' TO SK-PROGRAM.
009803     MOVE 'GUARDIAN MAINTENANCE' TO SK-ACTIVITY.
009804     SET SK-NEED-INQUIRY TO TRUE.
009805     CALL 'STSECURE' USING SECURITY-PARM.
009806     IF SK-RETURN NOT = '0'
009807         DISPLAY 'STGUARD - ' SK-MESSAGE
009808         MOVE 8 TO RETURN-CODE
009809         STOP RUN
009810     END-IF.
009811
009812     MOVE 'guardian.dat' TO SF-DEFAULT-NAME.
009820     PERFORM 1100-RESOLVE-ONE-NAME
009830         THRU 1100-RESOLVE-ONE-NAME-EXIT.
009840     MOVE SF-RESOLVED-NAME TO WS-GUARDIAN-FILE-NAME.
012700     DISPLAY 'ENTER TRANSACTION CODE: ' WITH NO ADVANCING.
012800     ACCEPT WS-TRANSACTION-CODE.
012900
012910     PERFORM 2050-CHECK-AUTHORITY
012920         THRU 2050-CHECK-AUTHORITY-EXIT.
012930     IF SK-RETURN NOT = '0'
012940         GO TO 2000-PROCESS-TRANSACTION-EXIT
012950     END-IF.
012960
013000     EVALUATE TRUE
013100         WHEN WS-TRAN-LIST
013200             PERFORM 2100-LIST THRU 2100-LIST-EXIT
014300     END-EVALUATE.
014400 2000-PROCESS-TRANSACTION-EXIT.
014500     EXIT.
014502
014504*****************************************************************
014506* 2050-CHECK-AUTHORITY - CHECK THE TRANSACTION CODE AGAINST THE  *
014508*                        SIGNED-ON OPERATOR'S LEVEL.  LIST AND   *
014510*                        EXIT NEED NOTHING BEYOND THE SIGN-ON    *
014512*                        ITSELF.                                 *
014514*****************************************************************
014516 2050-CHECK-AUTHORITY.
014518     MOVE '0' TO SK-RETURN.
014520     EVALUATE TRUE
014522         WHEN WS-TRAN-ADD
014524             SET SK-NEED-CLERK TO TRUE
014526         WHEN WS-TRAN-CHANGE
014528             SET SK-NEED-CLERK TO TRUE
014530         WHEN WS-TRAN-DELETE
014532             SET SK-NEED-REGISTRAR TO TRUE
014534         WHEN OTHER
014536             GO TO 2050-CHECK-AUTHORITY-EXIT
014538     END-EVALUATE.
014540
014542     MOVE 'C' TO SK-FUNCTION.
014544     MOVE 'STGUARD' TO SK-PROGRAM.
014546     MOVE SPACES TO SK-ACTIVITY.
014548     STRING 'TRANSACTION CODE ' DELIMITED BY SIZE
014550         WS-TRANSACTION-CODE DELIMITED BY SIZE
014552         INTO SK-ACTIVITY
014554     END-STRING.
014556     CALL 'STSECURE' USING SECURITY-PARM.
014558     IF SK-RETURN NOT = '0'
014560         DISPLAY 'STGUARD - ' SK-MESSAGE
014562     END-IF.
014564 2050-CHECK-AUTHORITY-EXIT.
014566     EXIT.
014600
014700*****************************************************************
014800* 2100-LIST - SHOW EVERY CONTACT FOR ONE STUDENT IN CALLING      *
