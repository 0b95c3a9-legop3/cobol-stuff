000100*****************************************************************
000200* WITHDRAW.CPY                                                   *
000300* WITHDRAWAL RECORD LAYOUT.                                      *
000400*                                                                *
000500* THE WITHDRAWAL FILE (WITHDRAW.DAT) IS INDEXED ON WD-KEY -      *
000600* STUDENT-ID PLUS EXIT DATE - AND SITS BESIDE THE STUDENT        *
000700* MASTER.  STTRAN WRITES ONE RECORD FOR EVERY W (WITHDRAW)       *
000800* TRANSACTION IT APPLIES, CARRYING THE STATE EXIT-REASON CODE    *
000900* (SEE EXITRSN.CPY), THE RECEIVING SCHOOL AND THE STUDENT'S      *
001000* GRADE AND HOMEROOM AS THEY STOOD ON THE EXIT DATE.  STWDRPT    *
001100* PRINTS THE MONTHLY WITHDRAWALS-BY-REASON REPORT FROM IT, AND   *
001200* STXFOUT SENDS THE STUDENT'S RECORDS ON TO THE RECEIVING        *
001300* SCHOOL AND STAMPS WD-XFER-SENT-DATE SO A RECORD IS ONLY SENT   *
001400* ONCE.  A STUDENT READMITTED AND WITHDRAWN AGAIN GETS A SECOND  *
001500* RECORD UNDER THE LATER EXIT DATE.                              *
001600*                                                                *
001700* MOD LOG                                                        *
001800*   2026-10-15  LEGOP3   INITIAL COPYBOOK.                       *
001900*****************************************************************
002000 01  WITHDRAW-RECORD.
002100     05  WD-KEY.
002200         10  WD-STUDENT-ID        PIC 9(05).
002300         10  WD-EXIT-DATE         PIC 9(08).
002400     05  WD-EXIT-REASON           PIC X(02).
002500     05  WD-RECEIVING-SCHOOL      PIC X(25).
002600     05  WD-GRADE                 PIC 9(02).
002700     05  WD-HOMEROOM              PIC X(04).
002800     05  WD-ENROLL-DATE           PIC 9(08).
002900     05  WD-OPERATOR-ID           PIC X(08).
003000     05  WD-RECORDED-DATE         PIC 9(08).
003100     05  WD-XFER-SENT-DATE        PIC 9(08).
003200         88  WD-XFER-NOT-SENT                 VALUE ZERO.
