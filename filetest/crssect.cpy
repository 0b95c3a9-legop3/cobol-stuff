000100*****************************************************************
000200* CRSSECT.CPY                                                    *
000300* COURSE SECTION CATALOG RECORD LAYOUT.                          *
000400*                                                                *
000500* THE COURSE SECTION CATALOG (CRSSECT.DAT) IS INDEXED ON CS-KEY  *
000600* (COURSE-ID PLUS SECTION NUMBER) AND CARRIES THE TITLE, ROOM,   *
000700* TEACHER, PERIOD AND SEAT LIMIT FOR EVERY SECTION OFFERED.      *
000800* MAINTAINED BY STCRSMNT, READ BY STSCHMNT AND STSCHED TO        *
000900* VALIDATE EVERY SCHEDULE ENTRY (THE SECTION MUST EXIST AND      *
001000* HAVE A SEAT FREE) AND TO PRINT THE CLASS LISTS, SO THE LAYOUT  *
001100* IS DEFINED IN EXACTLY ONE PLACE.                               *
001200*                                                                *
001300* CS-PERIOD IS THE BELL PERIOD (1-9) THE SECTION MEETS IN.  A    *
001400* STUDENT CAN HOLD ONLY ONE SECTION PER PERIOD (SEE              *
001500* SCHEDULE.CPY).                                                 *
001600*                                                                *
001700* MOD LOG                                                        *
001800*   2026-10-14  LEGOP3   INITIAL COPYBOOK.                       *
001900*****************************************************************
002000 01  COURSE-SECTION-RECORD.
002100     05  CS-KEY.
002200         10  CS-COURSE-ID         PIC X(06).
002300         10  CS-SECTION-NO        PIC 9(02).
002400     05  CS-COURSE-TITLE          PIC X(25).
002500     05  CS-ROOM                  PIC X(04).
002600     05  CS-TEACHER-NAME          PIC X(25).
002700     05  CS-PERIOD                PIC 9(01).
002800     05  CS-SEAT-LIMIT            PIC 9(03).
