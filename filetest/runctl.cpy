001500*                                                                *
001600* MOD LOG                                                       *
001700*   2026-08-22  LEGOP3   INITIAL COPYBOOK.                       *
001710*   2026-10-15  LEGOP3   ADDED RC-OPERATOR-ID - THE OPERATOR     *
001720*                        SIGNED ON THROUGH STSECURE (BATCH FOR   *
001730*                        THE UNATTENDED JOB STREAM).  AN         *
001740*                        OVERRIDE NOW NEEDS A SUPERVISOR         *
001750*                        SIGN-ON AND ALWAYS CARRIES THAT         *
001760*                        SUPERVISOR'S ID.                        *
001800*****************************************************************
001900 01  RUN-CONTROL-RECORD.
002000     05  RC-DATE                  PIC 9(08).
002200     05  RC-ACTION                PIC X(01).
002300     05  RC-TIME                  PIC 9(06).
002400     05  RC-OVERRIDE              PIC X(01).
002500     05  RC-OPERATOR-ID           PIC X(08).
