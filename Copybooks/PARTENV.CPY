000100*================================================================
000200*
000300*   PARTENV  --  PARTITION ENVELOPE PIECE RECORD LAYOUT.
000400*
000500*   MAPS THE RECORDS THAT FOLLOW THE COMPLETION RECORD ON A
000600*   PARTITION'S PARTCTL.PNN, ONE PER GROUP ENVELOPE THE PARTITION
000700*   CONTRIBUTED TO (PC-ENVELOPE-PIECES SAYS HOW MANY).  WHEN
000800*   RECIPIENTS ON RECPMAST ARE DELIVERED BY ENVELOPE, A PARTITION
000900*   CANNOT FINISH ITS GROUP'S ENVELOPE ALONE - IT WRITES ITS
001000*   HDR/TRL BLOCKS, WITHOUT THE EOF TRAILER, TO A PIECE FILE NAMED
001100*   FOR THE ENVELOPE WITH ITS .PNN SUFFIX.  PART-MERGE JOINS THE
001200*   PIECES IN RECIPIENT ORDER INTO THE ONE ENVELOPE PER GROUP,
001300*   WRITES THE EOF TRAILER FROM THE TOTALS HERE, AND DROPS ITS
001400*   TRIGGER.
001500*
001600*   2026-10-15  JHM  ORIGINAL VERSION.
001700*================================================================
001800     05  PE-PARTITION-ID       PIC X(02).
001900     05  FILLER                PIC X(01).
002000     05  PE-ENVELOPE-NAME      PIC X(60).
002100     05  FILLER                PIC X(01).
002200     05  PE-GROUP-CODE         PIC X(08).
002300     05  FILLER                PIC X(01).
002400     05  PE-BLOCKS             PIC 9(08).
002500     05  FILLER                PIC X(01).
002600     05  PE-RECORDS            PIC 9(08).
002700     05  FILLER                PIC X(01).
002800     05  PE-DATA-BYTES         PIC 9(12).
