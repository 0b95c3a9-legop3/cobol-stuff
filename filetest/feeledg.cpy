000100*****************************************************************
000200* FEELEDG.CPY                                                    *
000300* STUDENT FEE LEDGER ENTRY LAYOUT.                               *
000400*                                                                *
000500* THE FEE LEDGER (FEELEDG.DAT) IS INDEXED ON FL-KEY - STUDENT-ID,*
000600* POSTING DATE AND A SEQUENCE NUMBER THAT BREAKS TIES WHEN ONE   *
000700* STUDENT GETS SEVERAL ENTRIES IN ONE POSTING RUN - SO ONE       *
000800* STUDENT'S ENTRIES READ BACK IN POSTING ORDER WITH A START ON   *
000900* THE STUDENT-ID.  EACH ENTRY IS A CHARGE (LUNCH, ACTIVITY FEE,  *
001000* LOST BOOK AND SO ON - SEE FEECAT.CPY) OR A PAYMENT AGAINST ONE;*
001100* FL-AMOUNT IS ALWAYS POSITIVE AND FL-ENTRY-TYPE SAYS WHICH WAY  *
001200* IT MOVES THE BALANCE.  A STUDENT'S BALANCE DUE IS THE SUM OF   *
001300* THE CHARGES LESS THE SUM OF THE PAYMENTS.                      *
001400*                                                                *
001500* FL-TRAN-DATE IS THE DATE THE CHARGE WAS INCURRED OR THE        *
001600* PAYMENT RECEIVED, AS KEYED; THE STATEMENTS AND THE AGED        *
001700* BALANCES-DUE REPORT WORK FROM IT, NOT FROM THE POSTING DATE.   *
001800*                                                                *
001900* WRITTEN ONLY BY STFEEPST.  READ BY STFEESTM, STFEEAGE, STPURGE *
002000* AND STOPRPT, SO THE LAYOUT IS DEFINED IN EXACTLY ONE PLACE.    *
002100*                                                                *
002200* MOD LOG                                                        *
002300*   2026-10-15  LEGOP3   INITIAL COPYBOOK.                       *
002400*****************************************************************
002500 01  FEE-LEDGER-RECORD.
002600     05  FL-KEY.
002700         10  FL-STUDENT-ID        PIC 9(05).
002800         10  FL-POST-DATE         PIC 9(08).
002900         10  FL-POST-SEQ          PIC 9(03).
003000     05  FL-ENTRY-TYPE            PIC X(01).
003100         88  FL-CHARGE                        VALUE 'C'.
003200         88  FL-PAYMENT                       VALUE 'P'.
003300     05  FL-CATEGORY              PIC X(02).
003400     05  FL-TRAN-DATE             PIC 9(08).
003500     05  FL-AMOUNT                PIC 9(05)V99.
003600     05  FL-DESCRIPTION           PIC X(15).
003700     05  FL-REFERENCE             PIC X(08).
003800     05  FL-OPERATOR-ID           PIC X(08).
