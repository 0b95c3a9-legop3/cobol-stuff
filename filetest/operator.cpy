000100*****************************************************************
000200* OPERATOR.CPY                                                   *
000300* OPERATOR SECURITY FILE RECORD LAYOUT.                          *
000400*                                                                *
000500* ONE RECORD PER OPERATOR ALLOWED TO SIGN ON, KEPT ON THE        *
000600* INDEXED OPERATOR SECURITY FILE (OPERSEC.DAT) KEYED ON OP-ID.   *
000700* MAINTAINED BY STOPRMNT AND READ BY STSECURE AT SIGN-ON, SO     *
000800* THE LAYOUT IS DEFINED IN EXACTLY ONE PLACE.                    *
000900*                                                                *
001000* OP-LEVEL IS THE OPERATOR'S AUTHORITY LEVEL.  EACH LEVEL        *
001100* CARRIES EVERYTHING THE LEVELS BELOW IT CAN DO:                 *
001200*                                                                *
001300*   1  INQUIRY      LOOKUPS, INQUIRIES AND STATUS DISPLAYS       *
001400*   2  CLERK        DAY-TO-DAY ADDS AND CHANGES                  *
001500*   3  REGISTRAR    DELETES, SUSPENSE CORRECTION, PURGE          *
001600*   4  SUPERVISOR   RESTORE, RERUN OVERRIDES, OPERATOR FILE      *
001700*                   MAINTENANCE AND THE ACTIVITY REPORT          *
001800*                                                                *
001900* A REVOKED OPERATOR (OP-STATUS R) KEEPS THE RECORD, SO THE ID   *
002000* STILL NAMES SOMEONE ON OLD HISTORY, BUT CAN NO LONGER SIGN     *
002100* ON.  OP-CHANGED-BY / OP-CHANGED-DATE SAY WHICH SUPERVISOR      *
002200* LAST TOUCHED THE RECORD.                                       *
002300*                                                                *
002400* MOD LOG                                                        *
002500*   2026-10-15  LEGOP3   INITIAL COPYBOOK.                       *
002600*****************************************************************
002700 01  OPERATOR-RECORD.
002800     05  OP-ID                    PIC X(08).
002900     05  OP-PASSWORD              PIC X(08).
003000     05  OP-NAME                  PIC X(25).
003100     05  OP-LEVEL                 PIC 9(01).
003200         88  OP-LEVEL-INQUIRY                 VALUE 1.
003300         88  OP-LEVEL-CLERK                   VALUE 2.
003400         88  OP-LEVEL-REGISTRAR               VALUE 3.
003500         88  OP-LEVEL-SUPERVISOR              VALUE 4.
003600         88  OP-LEVEL-VALID                   VALUE 1 THRU 4.
003700     05  OP-STATUS                PIC X(01).
003800         88  OP-ACTIVE                        VALUE 'A'.
003900         88  OP-REVOKED                       VALUE 'R'.
004000     05  OP-CHANGED-BY            PIC X(08).
004100     05  OP-CHANGED-DATE          PIC 9(08).
