000100*****************************************************************
000200* STHACTL.CPY                                                    *
000300* CHANGE-HISTORY AGING CONTROL RECORD LAYOUT.                    *
000400*                                                                *
000500* THE AGING CONTROL FILE (STHACTL.DAT) IS LINE SEQUENTIAL, ONE   *
000600* RECORD APPENDED BY EACH STHAGE RUN THAT MOVED HISTORY OFF      *
000700* STHIST.DAT.  HA-RUN-DATE NAMES THE HISTORY ARCHIVE THE RUN     *
000800* WROTE (STHAYYYYMMDD.DAT, IN THE STHIST.CPY LAYOUT), AND EVERY  *
000900* ENTRY DATED BEFORE HA-RETAIN-DATE WAS MOVED THERE EXCEPT ONE   *
001000* BASELINE ENTRY PER STUDENT.  THE HIGHEST HA-RETAIN-DATE ON THE *
001100* FILE IS THE START OF THE RETAINED HISTORY - STASOF, STADA AND  *
001200* STHINQ WARN ABOUT ANY DATE BEFORE IT, AND STCUMREC READS THE   *
001300* ARCHIVES TO PRINT A STUDENT'S FULL HISTORY.  SHARED BY ALL OF  *
001400* THEM SO THE LAYOUT IS DEFINED IN EXACTLY ONE PLACE.            *
001500*                                                                *
001600* A BASELINE ENTRY IS THE STUDENT'S LATEST ENTRY BEFORE THE      *
001700* RETENTION DATE, LEFT ON STHIST.DAT UNDER ITS ORIGINAL KEY AND  *
001800* ACTION WITH HIST-SOURCE-PGM STHAGE AND THE BEFORE IMAGE SET TO *
001900* THE AFTER IMAGE - THE RECORD AS IT STOOD WHEN THE RETAINED     *
002000* HISTORY BEGINS.  THE ORIGINAL ENTRY GOES TO THE ARCHIVE.       *
002100*                                                                *
002200* MOD LOG                                                        *
002300*   2026-10-15  LEGOP3   INITIAL COPYBOOK.                       *
002400*****************************************************************
002500 01  HIST-AGING-RECORD.
002600     05  HA-RUN-DATE              PIC 9(08).
002700     05  HA-RETAIN-DATE           PIC 9(08).
002800     05  HA-ARCHIVED-COUNT        PIC 9(07).
002900     05  HA-BASELINE-COUNT        PIC 9(07).
003000     05  HA-OPERATOR-ID           PIC X(08).
