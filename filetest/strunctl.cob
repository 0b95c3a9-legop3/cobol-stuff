002400*                                                                *
002500* RP-OVERRIDE = 'Y' SKIPS ALL THREE CHECKS FOR A GENUINE,       *
002600* OPERATOR-DECIDED RERUN - THE OVERRIDE IS RECORDED ON THE      *
002640* START RECORD SO IT IS VISIBLE AFTER THE FACT.  AN OVERRIDE     *
002680* NEEDS A SUPERVISOR SIGNED ON THROUGH STSECURE, AND EVERY       *
002720* RECORD CARRIES THE SIGNED-ON OPERATOR (BATCH WHEN THE STEP     *
002760* RAN UNATTENDED).                                               *
002800*                                                                *
002900* MOD LOG                                                        *
003000*   2026-08-22  LEGOP3   INITIAL VERSION.                        *
003030*                        SUBSYSTEM (SEE SITECFGK.CPY), SO A     *
003040*                        REHEARSAL CYCLE KEEPS ITS OWN          *
003050*                        RUNCTL.DAT BESIDE PRODUCTION'S.        *
003058*   2026-10-15  LEGOP3   AN OVERRIDE NOW NEEDS A SUPERVISOR      *
003066*                        SIGN-ON (STSECURE, SEE SECUREK.CPY) -   *
003074*                        A REFUSED OVERRIDE IS REFUSED HERE AND  *
003082*                        LOGGED AS A VIOLATION.  EVERY RECORD    *
003090*                        NOW CARRIES THE OPERATOR ID.            *
003100*****************************************************************
003200
003300 ENVIRONMENT DIVISION.
004620 01  WS-RUNCTL-FILE-NAME          PIC X(40)   VALUE 'runctl.dat'.
004630
004640     COPY "sitecfgk.cpy".
004660
004680     COPY "securek.cpy".
004700
004800 01  WS-SWITCHES.
004900     05  WS-EOF-SW                PIC X(01)   VALUE 'N'.
010500             THRU 2000-BUILD-TODAYS-STATE-EXIT
010600         PERFORM 3000-CHECK-START
010700             THRU 3000-CHECK-START-EXIT
010720     ELSE
010740         PERFORM 3500-CHECK-OVERRIDE
010760             THRU 3500-CHECK-OVERRIDE-EXIT
010800     END-IF.
010900
011000     IF RP-RETURN = '0'
026600     END-IF.
026700 3100-SCAN-ONE-INFLIGHT-EXIT.
026800     EXIT.
026805
026810*****************************************************************
026815* 3500-CHECK-OVERRIDE - AN OVERRIDE SKIPS EVERY SAFETY CHECK,    *
026820*                       SO IT NEEDS A SUPERVISOR SIGNED ON.      *
026825*****************************************************************
026830 3500-CHECK-OVERRIDE.
026835     MOVE 'C' TO SK-FUNCTION.
026840     MOVE RP-STEP-NAME TO SK-PROGRAM.
026845     MOVE 'RERUN OVERRIDE' TO SK-ACTIVITY.
026850     SET SK-NEED-SUPERVISOR TO TRUE.
026855     CALL 'STSECURE' USING SECURITY-PARM.
026860     IF SK-RETURN NOT = '0'
026865         MOVE '8' TO RP-RETURN
026870         MOVE SK-MESSAGE TO RP-MESSAGE
026875     END-IF.
026880 3500-CHECK-OVERRIDE-EXIT.
026885     EXIT.
026900
027000*****************************************************************
027100* 4000-APPEND-RECORD - APPEND ONE STARTED/ENDED RECORD TO THE    *
028900     ELSE
029000         MOVE ' ' TO RC-OVERRIDE
029100     END-IF.
029120     MOVE 'Q' TO SK-FUNCTION.
029140     MOVE RP-STEP-NAME TO SK-PROGRAM.
029160     CALL 'STSECURE' USING SECURITY-PARM.
029180     MOVE SK-OPERATOR-ID TO RC-OPERATOR-ID.
029200     WRITE RUN-CONTROL-RECORD.
029300     CLOSE RUN-CONTROL.
029400 4000-APPEND-RECORD-EXIT.
