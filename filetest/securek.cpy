000100*****************************************************************
000200* SECUREK.CPY                                                    *
000300* STSECURE CALL PARAMETER BLOCK.                                 *
000400*                                                                *
000500* SHARED BY STSECURE AND EVERY PROGRAM THAT CHECKS AN            *
000600* OPERATOR'S AUTHORITY OR STAMPS THE SIGNED-ON OPERATOR ON WHAT  *
000700* IT WRITES, SO THE INTERFACE IS DEFINED IN EXACTLY ONE PLACE.   *
000800*                                                                *
000900*   SK-FUNCTION        C = CHECK - SIGN THE OPERATOR ON FIRST    *
001000*                          IF NO ONE IS SIGNED ON YET, THEN      *
001100*                          REFUSE UNLESS THEIR LEVEL IS AT       *
001200*                          LEAST SK-REQUIRED-LEVEL               *
001300*                      Q = QUERY - NEVER PROMPTS; RETURNS WHO    *
001400*                          IS SIGNED ON, OR BATCH WHEN NO ONE    *
001500*                          HAS SIGNED ON IN THIS RUN (THE        *
001600*                          UNATTENDED JOB STREAM)                *
001700*   SK-PROGRAM         THE CALLER'S PROGRAM NAME                 *
001800*   SK-ACTIVITY        WHAT THE OPERATOR IS TRYING TO DO, AS     *
001900*                      IT SHOULD READ ON THE VIOLATION LOG       *
002000*   SK-REQUIRED-LEVEL  LEVEL NEEDED (SEE OPERATOR.CPY)           *
002100*   SK-OPERATOR-ID     RETURNED - THE SIGNED-ON OPERATOR         *
002200*   SK-OPERATOR-LEVEL  RETURNED - THEIR AUTHORITY LEVEL          *
002300*   SK-RETURN          0 = GO AHEAD,  8 = REFUSED                *
002400*   SK-MESSAGE         WHY IT WAS REFUSED, FOR THE OPERATOR      *
002500*                                                                *
002600* MOD LOG                                                        *
002700*   2026-10-15  LEGOP3   INITIAL COPYBOOK.                       *
002800*****************************************************************
002900 01  SECURITY-PARM.
003000     05  SK-FUNCTION              PIC X(01).
003100     05  SK-PROGRAM               PIC X(08).
003200     05  SK-ACTIVITY              PIC X(20).
003300     05  SK-REQUIRED-LEVEL        PIC 9(01).
003400         88  SK-NEED-INQUIRY                  VALUE 1.
003500         88  SK-NEED-CLERK                    VALUE 2.
003600         88  SK-NEED-REGISTRAR                VALUE 3.
003700         88  SK-NEED-SUPERVISOR               VALUE 4.
003800     05  SK-OPERATOR-ID           PIC X(08).
003900     05  SK-OPERATOR-LEVEL        PIC 9(01).
004000     05  SK-RETURN                PIC X(01).
004100     05  SK-MESSAGE               PIC X(60).
