001400*                                                                *
001500* MOD LOG                                                       *
001600*   2026-08-22  LEGOP3   INITIAL COPYBOOK.                       *
001610*   2026-10-15  LEGOP3   ADDED SP-CORRECTED-BY AND               *
001620*                        SP-CORRECTED-DATE - THE OPERATOR WHO    *
001630*                        LAST FIXED THE ITEM IN STCORR AND WHEN. *
001640*                        BLANK/ZERO ON A FRESH REJECT.  STTRAN   *
001650*                        STAMPS THE CORRECTING OPERATOR ON THE   *
001660*                        HISTORY OF AN ITEM IT RECYCLES.         *
001665*   2026-10-15  LEGOP3   ALSO THE LAYOUT OF FEESUSP.DAT, THE FEE *
001670*                        LEDGER SUSPENSE FILE WRITTEN AND        *
001675*                        RECYCLED BY STFEEPST AND WORKED BY      *
001680*                        STCORR.  THERE SP-TRAN-IMAGE HOLDS A    *
001685*                        46-BYTE FEETRAN.TXT RECORD (SEE THE     *
001690*                        TRANSACTION LAYOUT IN STFEEPST).        *
001700*****************************************************************
001800 01  SUSPENSE-RECORD.
001900     05  SP-TRAN-IMAGE            PIC X(46).
002000     05  SP-REJECT-REASON         PIC X(30).
002100     05  SP-REJECT-DATE           PIC 9(08).
002200     05  SP-CORRECTED-BY          PIC X(08).
002300     05  SP-CORRECTED-DATE        PIC 9(08).
