000100*================================================================
000200*
000300*   TPLAPPR  --  TEMPLATE APPROVAL RECORD LAYOUT.
000400*
000500*   MAPS ONE ENTRY OF THE PERMANENT TEMPLATE APPROVAL FILE
000600*   (TPLAPPR), APPENDED BY TPL-APPROVE AND NEVER PRUNED.  EACH
000700*   ENTRY RECORDS THAT ONE VERSION OF A TEMPLATE - ITS PATH AND
000800*   FR-SEQUENCE-NUMBER - WAS PREPARED BY ONE PERSON AND
000900*   APPROVED BY ANOTHER ON THE DATE SHOWN.  THE FINGERPRINT IS
001000*   A CHECKSUM OF EVERY BYTE OF THE TEMPLATE AS IT STOOD WHEN
001100*   APPROVED; FILE-CLONER RECOMPUTES IT AT VALIDATION AND
001200*   REFUSES A TEMPLATE WHOSE CONTENT NO LONGER MATCHES.
001300*
001400*   2026-10-15  JHM  ORIGINAL VERSION.
001500*================================================================
001600     05  AP-TEMPLATE-PATH      PIC X(60).
001700     05  FILLER                PIC X(01).
001800     05  AP-SEQUENCE-NUMBER    PIC 9(06).
001900     05  FILLER                PIC X(01).
002000     05  AP-PREPARER           PIC X(08).
002100     05  FILLER                PIC X(01).
002200     05  AP-APPROVER           PIC X(08).
002300     05  FILLER                PIC X(01).
002400     05  AP-APPROVAL-DATE      PIC 9(08).
002500     05  FILLER                PIC X(01).
002600     05  AP-FINGERPRINT        PIC 9(10).
