000100*****************************************************************
000200* SCHEDULE.CPY                                                   *
000300* STUDENT CLASS SCHEDULE RECORD LAYOUT.                          *
000400*                                                                *
000500* THE STUDENT SCHEDULE FILE (SCHEDULE.DAT) IS INDEXED ON SC-KEY  *
000600* (STUDENT-ID PLUS PERIOD), SO A STUDENT CAN NEVER HOLD TWO      *
000700* SECTIONS IN THE SAME PERIOD, AND ONE STUDENT'S DAY READS BACK  *
000800* IN PERIOD ORDER WITH A START ON THE STUDENT-ID.  EACH ENTRY    *
000900* NAMES THE COURSE SECTION (SEE CRSSECT.CPY) THE STUDENT SITS    *
001000* IN THAT PERIOD.                                                *
001100*                                                                *
001200* WRITTEN BY STSCHED (BATCH) AND STSCHMNT (ONLINE), AND          *
001300* DELETED BY STTRAN AND STPURGE WHEN A STUDENT IS WITHDRAWN OR   *
001400* REMOVED, WHICH GIVES THE SEATS BACK TO THEIR SECTIONS.  A      *
001500* SECTION'S SEATS TAKEN ARE ALWAYS COUNTED OFF THIS FILE, NEVER  *
001600* CARRIED ON THE CATALOG, SO THE TWO CANNOT DISAGREE.            *
001700*                                                                *
001800* MOD LOG                                                        *
001900*   2026-10-14  LEGOP3   INITIAL COPYBOOK.                       *
002000*****************************************************************
002100 01  SCHEDULE-RECORD.
002200     05  SC-KEY.
002300         10  SC-STUDENT-ID        PIC 9(05).
002400         10  SC-PERIOD            PIC 9(01).
002500     05  SC-COURSE-ID             PIC X(06).
002600     05  SC-SECTION-NO            PIC 9(02).
002700     05  SC-DATE-SCHEDULED        PIC 9(08).
