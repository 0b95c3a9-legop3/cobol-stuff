000100*****************************************************************
000200* EXITRSN.CPY                                                    *
000300* STATE EXIT-REASON CODE TABLE.                                  *
000400*                                                                *
000500* EVERY WITHDRAWAL CARRIES ONE OF THESE CODES.  EACH ENTRY IS    *
000600* THE TWO-CHARACTER CODE, A Y/N FLAG SAYING WHETHER A RECEIVING  *
000700* SCHOOL MUST BE GIVEN (THE TRANSFER CODES, WHERE THE STUDENT'S  *
000800* RECORDS FOLLOW THE STUDENT), AND THE REPORT DESCRIPTION.       *
000900* STTRAN EDITS THE W TRANSACTION AGAINST IT AND STWDRPT PRINTS   *
001000* THE DESCRIPTIONS FROM IT, SO A NEW STATE CODE IS ADDED HERE    *
001100* AND ER-COUNT IS RAISED TO MATCH.                               *
001200*                                                                *
001300*   T1-T5  TRANSFERS OUT        D1-D2  DROPOUTS                  *
001400*   E1     EXPULSION            M1     MEDICAL                   *
001500*   X1     DECEASED                                              *
001600*                                                                *
001700* MOD LOG                                                        *
001800*   2026-10-15  LEGOP3   INITIAL COPYBOOK.                       *
001900*****************************************************************
002000 01  EXIT-REASON-VALUES.
002100     05  FILLER                   PIC X(33)   VALUE
002200         'T1YTRANSFER - IN DISTRICT'.
002300     05  FILLER                   PIC X(33)   VALUE
002400         'T2YTRANSFER - OTHER DIST IN STATE'.
002500     05  FILLER                   PIC X(33)   VALUE
002600         'T3YTRANSFER - OUT OF STATE'.
002700     05  FILLER                   PIC X(33)   VALUE
002800         'T4YTRANSFER - NONPUBLIC SCHOOL'.
002900     05  FILLER                   PIC X(33)   VALUE
003000         'T5NTRANSFER - HOME SCHOOLING'.
003100     05  FILLER                   PIC X(33)   VALUE
003200         'D1NDROPOUT - LEFT SCHOOL'.
003300     05  FILLER                   PIC X(33)   VALUE
003400         'D2NDROPOUT - WHEREABOUTS UNKNOWN'.
003500     05  FILLER                   PIC X(33)   VALUE
003600         'E1NEXPELLED'.
003700     05  FILLER                   PIC X(33)   VALUE
003800         'M1NMEDICAL EXIT'.
003900     05  FILLER                   PIC X(33)   VALUE
004000         'X1NDECEASED'.
004100
004200 01  EXIT-REASON-TABLE REDEFINES EXIT-REASON-VALUES.
004300     05  ER-ENTRY                 OCCURS 10 TIMES.
004400         10  ER-CODE              PIC X(02).
004500         10  ER-SCHOOL-REQUIRED   PIC X(01).
004600         10  ER-DESCRIPTION       PIC X(30).
004700
004800 01  ER-COUNT                     PIC 9(02)   COMP VALUE 10.
