000100*================================================================
000200*
000300*   TPLLIB  --  TEMPLATE LIBRARY RECORD LAYOUT.
000400*
000500*   MAPS ONE LINE OF THE PERMANENT TEMPLATE LIBRARY (TPLLIB),
000600*   APPENDED BY FILE-CLONER AND NEVER PRUNED.  EVERY TEMPLATE
000700*   FILE-CLONER DISTRIBUTES IS DEPOSITED WHOLE, ONE LIBRARY LINE
000800*   PER TEMPLATE RECORD, KEYED BY ITS PATH AND THE
000900*   FR-SEQUENCE-NUMBER OF ITS FIRST RECORD, WITH ITS CONTENT
001000*   FINGERPRINT (AS TPLAPPR CARRIES IT) AND THE RUN DATE IT WENT
001100*   OUT.  LINE NUMBER 1 BEGINS A VERSION.  A VERSION ALREADY IN
001200*   THE LIBRARY WITH THE SAME FINGERPRINT IS NOT DEPOSITED AGAIN;
001300*   A LATER DEPOSIT OF THE SAME PATH AND SEQUENCE WITH OTHER
001400*   CONTENT SUPERSEDES THE EARLIER ONE.  TPL-COMPARE LISTS,
001500*   PRINTS AND COMPARES THE VERSIONS.
001600*
001700*   2026-10-15  JHM  ORIGINAL VERSION.
001800*================================================================
001900     05  LB-TEMPLATE-PATH      PIC X(60).
002000     05  FILLER                PIC X(01).
002100     05  LB-SEQUENCE-NUMBER    PIC 9(06).
002200     05  FILLER                PIC X(01).
002300     05  LB-FINGERPRINT        PIC 9(10).
002400     05  FILLER                PIC X(01).
002500     05  LB-DEPOSIT-DATE       PIC 9(08).
002600     05  FILLER                PIC X(01).
002700     05  LB-LINE-NUMBER        PIC 9(06).
002800     05  FILLER                PIC X(01).
002900     05  LB-TEMPLATE-LINE      PIC X(1000).
