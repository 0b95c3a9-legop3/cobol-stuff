000100*****************************************************************
000200* CALENDAR.CPY                                                   *
000300* SCHOOL CALENDAR RECORD LAYOUT.                                 *
000400*                                                                *
000500* THE SCHOOL CALENDAR (CALENDAR.DAT) IS INDEXED ON CAL-DATE      *
000600* (YYYYMMDD) AND MARKS EACH SCHOOL DATE AS AN INSTRUCTIONAL DAY, *
000700* A HOLIDAY OR A TEACHER WORKDAY.  A DATE NOT ON THE FILE (A     *
000800* WEEKEND, OR SUMMER) IS NOT A SCHOOL DAY.  MAINTAINED BY        *
000900* STCALMNT, READ BY STATTND TO REFUSE ATTENDANCE POSTED FOR A    *
001000* DAY THE STUDENTS WERE NOT IN SCHOOL AND BY STADA TO COUNT THE  *
001100* INSTRUCTIONAL DAYS IN A MONTH FOR THE STATE ADA/ADM FIGURES,   *
001200* SO THE LAYOUT IS DEFINED IN EXACTLY ONE PLACE.                 *
001300*                                                                *
001400* MOD LOG                                                        *
001500*   2026-10-14  LEGOP3   INITIAL COPYBOOK.                       *
001600*****************************************************************
001700 01  CALENDAR-RECORD.
001800     05  CAL-DATE                 PIC 9(08).
001900     05  CAL-DAY-TYPE             PIC X(01).
002000         88  CAL-INSTRUCTIONAL                VALUE 'I'.
002100         88  CAL-HOLIDAY                      VALUE 'H'.
002200         88  CAL-WORKDAY                      VALUE 'W'.
002300         88  CAL-TYPE-VALID                   VALUE 'I' 'H' 'W'.
002400     05  CAL-DESCRIPTION          PIC X(25).
002500     05  CAL-LAST-CHANGED         PIC 9(08).
