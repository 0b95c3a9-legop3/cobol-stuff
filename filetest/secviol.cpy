000100*****************************************************************
000200* SECVIOL.CPY                                                    *
000300* SECURITY VIOLATION LOG RECORD LAYOUT.                          *
000400*                                                                *
000500* ONE RECORD IS APPENDED TO SECVIOL.DAT BY STSECURE FOR EVERY    *
000600* REFUSED ATTEMPT - A SIGN-ON WITH AN UNKNOWN ID, A WRONG        *
000700* PASSWORD OR A REVOKED ID, AND EVERY MENU OPTION OR             *
000800* TRANSACTION CODE TRIED BY AN OPERATOR WITHOUT THE LEVEL FOR    *
000900* IT.  STOPRPT READS IT BACK FOR THE SUPERVISOR'S DAILY          *
001000* ACTIVITY REPORT, SO THE LAYOUT IS DEFINED IN EXACTLY ONE       *
001100* PLACE.                                                         *
001200*                                                                *
001300* SV-OPERATOR-ID IS THE ID AS KEYED, SO A FAILED SIGN-ON SHOWS   *
001400* WHICH ID SOMEONE TRIED.  SV-HELD-LEVEL IS ZERO WHEN THE        *
001500* SIGN-ON ITSELF FAILED.                                         *
001600*                                                                *
001700* MOD LOG                                                        *
001800*   2026-10-15  LEGOP3   INITIAL COPYBOOK.                       *
001900*****************************************************************
002000 01  SECURITY-VIOLATION-RECORD.
002100     05  SV-DATE                  PIC 9(08).
002200     05  SV-TIME                  PIC 9(06).
002300     05  SV-OPERATOR-ID           PIC X(08).
002400     05  SV-PROGRAM               PIC X(08).
002500     05  SV-ACTIVITY              PIC X(20).
002600     05  SV-REQUIRED-LEVEL        PIC 9(01).
002700     05  SV-HELD-LEVEL            PIC 9(01).
002800     05  SV-REASON                PIC X(30).
