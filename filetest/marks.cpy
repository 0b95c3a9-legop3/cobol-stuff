000100*****************************************************************
000200* MARKS.CPY                                                      *
000300* TERM MARK RECORD LAYOUT.                                       *
000400*                                                                *
000500* THE MARKS FILE (MARKS.DAT) IS INDEXED ON MK-KEY - STUDENT-ID   *
000600* PLUS TERM PLUS COURSE-ID - SO ONE STUDENT'S MARKS READ BACK    *
000700* TERM BY TERM WITH A START ON THE STUDENT-ID, AND A COURSE      *
000800* CARRIES ONLY ONE MARK PER STUDENT PER TERM.  WRITTEN BY        *
000900* STMKPOST, THE DAILY MARKS POSTING PROGRAM, AND READ BY         *
001000* STRPTCRD (REPORT CARDS, HONOR ROLL, FAILING MARKS) AND BY      *
001100* STPROMO (PROMOTION HOLDS), SO THE LAYOUT IS DEFINED IN         *
001200* EXACTLY ONE PLACE.                                             *
001300*                                                                *
001400* MK-TERM IS YYYYTN - THE CALENDAR YEAR THE SCHOOL YEAR ENDS IN  *
001500* FOLLOWED BY T AND THE TERM NUMBER 1-4.  2027T1 IS THE FIRST    *
001600* TERM OF THE 2026-27 SCHOOL YEAR, SO A JULY ROLLOVER FINDS THE  *
001700* WHOLE YEAR JUST ENDED UNDER ITS OWN RUN YEAR.                  *
001800*                                                                *
001900* MK-MARK IS A LETTER MARK A, B, C, D OR F, WORTH 4, 3, 2, 1 AND *
002000* 0 GRADE POINTS A CREDIT.  MK-CREDITS IS THE COURSE'S CREDIT    *
002100* WEIGHT FOR THE TERM (9V9 - 10 IS ONE FULL CREDIT).             *
002200*                                                                *
002300* MOD LOG                                                        *
002400*   2026-10-14  LEGOP3   INITIAL COPYBOOK.                       *
002500*****************************************************************
002600 01  MARK-RECORD.
002700     05  MK-KEY.
002800         10  MK-STUDENT-ID        PIC 9(05).
002900         10  MK-TERM              PIC X(06).
003000         10  MK-COURSE-ID         PIC X(06).
003100     05  MK-MARK                  PIC X(01).
003200         88  MK-MARK-VALID                    VALUE 'A' 'B' 'C'
003300                                                    'D' 'F'.
003400         88  MK-FAILING                       VALUE 'F'.
003500     05  MK-CREDITS               PIC 9(01)V9(01).
003600     05  MK-POSTED-DATE           PIC 9(08).
