000100*****************************************************************
000200* LTRLOG.CPY                                                     *
000300* GUARDIAN ABSENCE-LETTER LOG RECORD LAYOUT.                     *
000400*                                                                *
000500* THE LETTER LOG (LTRLOG.DAT) IS INDEXED ON LL-KEY - STUDENT-ID  *
000600* PLUS THE YYYYMM MONTH THE LETTER COVERS - SO A STUDENT IS      *
000700* WRITTEN ABOUT ONLY ONCE FOR ANY ONE MONTH, AND THE PREVIOUS    *
000800* MONTH'S LETTER IS ONE KEYED READ AWAY.  THE ALTERNATE KEY      *
000900* LL-FAMILY-KEY (WITH DUPLICATES) IS THE MONTH PLUS THE FAMILY - *
001000* THE CALL-FIRST GUARDIAN'S NAME AND PHONE - SO A FAMILY ALREADY *
001010* WRITTEN TO FOR THE MONTH IS FOUND WHICHEVER OF ITS STUDENTS    *
001020* THE LETTER WAS ABOUT.  ONE RECORD IS WRITTEN FOR EACH STUDENT  *
001030* A LETTER COVERS.  WRITTEN BY STABSLTR WHEN IT PRINTS A LETTER, *
001040* SO THE LAYOUT IS DEFINED IN EXACTLY ONE PLACE.                 *
001100*                                                                *
001200* LL-LEVEL 1 IS THE FIRST NOTICE.  LEVEL 2 IS THE ESCALATED      *
001300* SECOND NOTICE, SENT WHEN A STUDENT ON THE LETTER WAS ALSO      *
001400* WRITTEN ABOUT FOR THE MONTH BEFORE (THAT IS, STAYED CHRONIC).  *
001410* EVERY STUDENT ON ONE LETTER IS LOGGED AT THE LETTER'S LEVEL.   *
001500*                                                                *
001600* MOD LOG                                                        *
001700*   2026-10-14  LEGOP3   INITIAL COPYBOOK.                       *
001800*****************************************************************
001900 01  LETTER-LOG-RECORD.
002000     05  LL-KEY.
002100         10  LL-STUDENT-ID        PIC 9(05).
002200         10  LL-MONTH             PIC 9(06).
002300     05  LL-LEVEL                 PIC 9(01).
002400         88  LL-FIRST-NOTICE                  VALUE 1.
002500         88  LL-ESCALATED                     VALUE 2.
002600     05  LL-ABSENT-COUNT          PIC 9(03).
002700     05  LL-FAMILY-KEY.
002710         10  LL-FAMILY-MONTH      PIC 9(06).
002720         10  LL-GUARDIAN-NAME     PIC X(25).
002730         10  LL-GUARDIAN-PHONE    PIC X(12).
002800     05  LL-HOMEROOM              PIC X(04).
002900     05  LL-SENT-DATE             PIC 9(08).
