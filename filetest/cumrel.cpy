000100*****************************************************************
000200* CUMREL.CPY                                                     *
000300* CUMULATIVE-RECORD RELEASE LOG RECORD LAYOUT.                   *
000400*                                                                *
000500* THE RELEASE LOG (CUMREL.DAT) IS INDEXED ON CR-KEY - STUDENT-ID *
000600* PLUS RELEASE DATE PLUS A SEQUENCE WITHIN THE DAY - SO EVERY    *
000700* CUMULATIVE-RECORD PACKET THAT LEAVES THE BUILDING IS ON FILE,  *
000800* AND ONE STUDENT'S RELEASES READ BACK IN DATE ORDER WITH A      *
000900* START ON THE STUDENT-ID.  THE KEY, SHOWN AS ID-DATE-SEQ, IS    *
001000* THE RELEASE NUMBER PRINTED ON THE PACKET'S CERTIFICATION.      *
001100* WRITTEN BY STCUMREC, SO THE LAYOUT IS DEFINED IN EXACTLY ONE   *
001200* PLACE.                                                         *
001300*                                                                *
001400* CR-SOURCE M MEANS THE PACKET WAS PRINTED FROM THE LIVE MASTER, *
001500* A FROM THE STPURGE ARCHIVE TAKEN ON CR-ARCHIVE-DATE.           *
001600*                                                                *
001700* MOD LOG                                                        *
001800*   2026-10-15  LEGOP3   INITIAL COPYBOOK.                       *
001900*****************************************************************
002000 01  CUM-RELEASE-RECORD.
002100     05  CR-KEY.
002200         10  CR-STUDENT-ID        PIC 9(05).
002300         10  CR-RELEASE-DATE      PIC 9(08).
002400         10  CR-RELEASE-SEQ       PIC 9(03).
002500     05  CR-RELEASE-TIME          PIC 9(06).
002600     05  CR-SOURCE                PIC X(01).
002700         88  CR-FROM-MASTER                   VALUE 'M'.
002800         88  CR-FROM-ARCHIVE                  VALUE 'A'.
002900     05  CR-ARCHIVE-DATE          PIC 9(08).
003000     05  CR-PAGE-COUNT            PIC 9(03).
003100     05  CR-HISTORY-COUNT         PIC 9(05).
003200     05  CR-RELEASED-TO           PIC X(30).
003300     05  CR-OPERATOR-ID           PIC X(08).
