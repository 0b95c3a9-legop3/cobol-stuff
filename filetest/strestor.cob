001800* RUN FROM THE HELLO-WORLD OPERATOR MENU.                       *
001900*                                                                *
002000* RETURN CODES:  0 = RESTORED OR CANCELLED BY THE OPERATOR,     *
002050*                8 = OPERATOR NOT AUTHORIZED (SUPERVISOR ONLY), *
002100*               16 = A FILE WOULD NOT OPEN.                     *
002200*                                                                *
002300* MOD LOG                                                        *
002440*                        CYCLE ROLLS BACK ITS OWN COPY OF THE   *
002450*                        MASTER.  A TEST-CYCLE NOTICE IS SHOWN  *
002460*                        WHEN A REDIRECTION IS IN FORCE.        *
002468*   2026-10-15  LEGOP3   A ROLL-BACK NOW NEEDS AN OPERATOR      *
002476*                        SIGNED ON AT SUPERVISOR LEVEL THROUGH  *
002484*                        STSECURE (SEE SECUREK.CPY).  A REFUSAL *
002492*                        IS LOGGED AND ENDS WITH RC 8.          *
002500*****************************************************************
002600
002700 ENVIRONMENT DIVISION.
006040                                  VALUE 'bkupctl.dat'.
006050
006060     COPY "sitecfgk.cpy".
006070
006080     COPY "securek.cpy".
006100
006200 01  WS-SWITCHES.
006300     05  WS-EOF-SW                PIC X(01)   VALUE 'N'.
007200 PROCEDURE DIVISION.
007300
007400 0000-MAINLINE.
007408     MOVE 'C' TO SK-FUNCTION.
007416     MOVE 'STRESTOR' TO SK-PROGRAM.
007424     MOVE 'RESTORE MASTER' TO SK-ACTIVITY.
007432     SET SK-NEED-SUPERVISOR TO TRUE.
007440     CALL 'STSECURE' USING SECURITY-PARM.
007448     IF SK-RETURN NOT = '0'
007456         DISPLAY 'STRESTOR - ' SK-MESSAGE
007464         MOVE 8 TO RETURN-CODE
007472         GOBACK
007480     END-IF.
007488
007500     PERFORM 1000-INITIALIZE
007600         THRU 1000-INITIALIZE-EXIT.
007700
