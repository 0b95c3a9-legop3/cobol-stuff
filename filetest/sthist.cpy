001800*                                                                *
001900* MOD LOG                                                       *
002000*   2026-08-22  LEGOP3   INITIAL COPYBOOK.                       *
002010*   2026-10-15  LEGOP3   ADDED HIST-OPERATOR-ID - THE OPERATOR   *
002020*                        SIGNED ON THROUGH STSECURE WHEN THE     *
002030*                        CHANGE WAS MADE, OR BATCH FOR THE       *
002040*                        UNATTENDED JOB STREAM.  A RECYCLED      *
002050*                        SUSPENSE ITEM CARRIES THE OPERATOR WHO  *
002060*                        CORRECTED IT IN STCORR.                 *
002100*****************************************************************
002200 01  HISTORY-RECORD.
002300     05  HIST-KEY.
002900     05  HIST-ACTION              PIC X(01).
003000     05  HIST-BEFORE-IMAGE        PIC X(53).
003100     05  HIST-AFTER-IMAGE         PIC X(53).
003200     05  HIST-OPERATOR-ID         PIC X(08).
