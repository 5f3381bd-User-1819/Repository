000100*================================================================
000200*
000300*   NAKREC  --  PICKUP REJECTION (.nak) RECORD LAYOUT.
000400*
000500*   MAPS THE ONE RECORD THE PARTNER'S PICKUP SIDE DROPS BESIDE AN
000600*   OUTPUT FILE IT COLLECTED BUT REFUSED, UNDER THE OUTPUT'S OWN
000700*   NAME PLUS .nak, IN PLACE OF THE .ack OF A GOOD PICKUP.  THE
000800*   REASON CODE IS THE PARTNER'S OWN; THE REJECT DATE (CCYYMMDD)
000900*   IS OPTIONAL AND DEFAULTS TO THE DAY REJECT-TRACKER COLLECTS
001000*   THE RECORD.  REJECT-TRACKER RENAMES A COLLECTED .nak TO .rej.
001100*
001200*   2026-10-15  JHM  ORIGINAL VERSION.
001300*================================================================
001400     05  NK-REASON-CODE        PIC X(04).
001500     05  FILLER                PIC X(01).
001600     05  NK-REJECT-DATE        PIC X(08).
001700     05  FILLER                PIC X(01).
001800     05  NK-REASON-TEXT        PIC X(60).
