000100*****************************************************************
000200* FEECAT.CPY                                                     *
000300* FEE CATEGORY CODE TABLE.                                       *
000400*                                                                *
000500* EVERY FEE LEDGER ENTRY (SEE FEELEDG.CPY) CARRIES ONE OF THESE  *
000600* CODES - A CHARGE SAYS WHAT IT IS FOR, A PAYMENT SAYS WHAT IT   *
000700* WAS PAID AGAINST.  EACH ENTRY IS THE TWO-CHARACTER CODE AND    *
000800* THE DESCRIPTION PRINTED ON THE FAMILY STATEMENT.  STFEEPST     *
000900* EDITS THE FEE TRANSACTIONS AGAINST IT, SO A NEW CATEGORY IS    *
001000* ADDED HERE AND FC-COUNT IS RAISED TO MATCH.                    *
001100*                                                                *
001200* MOD LOG                                                        *
001300*   2026-10-15  LEGOP3   INITIAL COPYBOOK.                       *
001400*****************************************************************
001500 01  FEE-CATEGORY-VALUES.
001600     05  FILLER                   PIC X(22)   VALUE
001700         'LULUNCH ACCOUNT'.
001800     05  FILLER                   PIC X(22)   VALUE
001900         'ACACTIVITY FEE'.
002000     05  FILLER                   PIC X(22)   VALUE
002100         'BKLOST OR DAMAGED BOOK'.
002200     05  FILLER                   PIC X(22)   VALUE
002300         'FTFIELD TRIP'.
002400     05  FILLER                   PIC X(22)   VALUE
002500         'TXTECHNOLOGY FEE'.
002600     05  FILLER                   PIC X(22)   VALUE
002700         'OTOTHER'.
002800
002900 01  FEE-CATEGORY-TABLE REDEFINES FEE-CATEGORY-VALUES.
003000     05  FC-ENTRY                 OCCURS 6 TIMES.
003100         10  FC-CODE              PIC X(02).
003200         10  FC-DESCRIPTION       PIC X(20).
003300
003400 01  FC-COUNT                     PIC 9(02)   COMP VALUE 6.
