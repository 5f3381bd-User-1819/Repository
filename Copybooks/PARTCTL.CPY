000100*================================================================
000200*
000300*   PARTCTL  --  PARTITION COMPLETION RECORD LAYOUT.
000400*
000500*   MAPS THE ONE-RECORD COMPLETION FILE (PARTCTL.PNN) A
000600*   PARTITIONED MASTER-MODE RUN OF FILE-CLONER LEAVES WHEN IT
000700*   FINISHES CLEANLY.  A PARTITION TAKES ONE RM-RECIP-ID RANGE OF
000800*   THE MASTER (BLANK LOW = FROM THE FIRST RECIPIENT, BLANK HIGH
000900*   = TO THE LAST, BOTH INCLUSIVE) AND KEEPS ITS OWN AUDIT, RUN
001000*   HISTORY, ERROR LOG, CHECKPOINT, STATUS AND LOCK FILES UNDER
001100*   THE SAME NAMES SUFFIXED .PNN.  THE RECORD IS REMOVED WHEN
001200*   THE PARTITION STARTS AND WRITTEN ONLY AT NORMAL END OF A RUN
001300*   THAT DISTRIBUTED ITS TEMPLATE, SO ITS PRESENCE IS THE PROOF
001400*   PART-MERGE NEEDS BEFORE IT COMBINES THE PARTITIONS INTO THE
001500*   SHARED AUDITLOG, RUNHIST AND ERRLOG.
001600*
001700*   2026-10-15  JHM  ORIGINAL VERSION.
001710*   2026-10-15  JHM  ADD THE COUNT OF ENVELOPE PIECES (PARTENV
001720*                    RECORDS) FOLLOWING THE COMPLETION RECORD.
001800*================================================================
001900     05  PC-PARTITION-ID       PIC X(02).
002000     05  FILLER                PIC X(01).
002100     05  PC-LOW-RECIP-ID       PIC X(08).
002200     05  FILLER                PIC X(01).
002300     05  PC-HIGH-RECIP-ID      PIC X(08).
002400     05  FILLER                PIC X(01).
002500     05  PC-TEMPLATE-PATH      PIC X(60).
002600     05  FILLER                PIC X(01).
002700     05  PC-SEQUENCE-NUMBER    PIC 9(06).
002800     05  FILLER                PIC X(01).
002900     05  PC-FINGERPRINT        PIC 9(10).
003000     05  FILLER                PIC X(01).
003100     05  PC-AS-OF-DATE         PIC 9(08).
003200     05  FILLER                PIC X(01).
003300     05  PC-GROUP-CODE         PIC X(08).
003400     05  FILLER                PIC X(01).
003500     05  PC-TOLERANT-SW        PIC X(01).
003600         88  PC-TOLERANT-RUN   VALUE "Y".
003700     05  FILLER                PIC X(01).
003800     05  PC-RUN-DATE           PIC 9(08).
003900     05  FILLER                PIC X(01).
004000     05  PC-COPIES-WRITTEN     PIC 9(08).
004100     05  FILLER                PIC X(01).
004200     05  PC-COPIES-SKIPPED     PIC 9(08).
004300     05  FILLER                PIC X(01).
004400     05  PC-BYTES-WRITTEN      PIC 9(12).
004500     05  FILLER                PIC X(01).
004600     05  PC-ELAPSED-SECONDS    PIC 9(08).
004700     05  FILLER                PIC X(01).
004800     05  PC-RETURN-CODE        PIC 9(02).
004900     05  FILLER                PIC X(01).
005000     05  PC-ENVELOPE-PIECES    PIC 9(04).
