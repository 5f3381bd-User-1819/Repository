001250*                    OUTPUT DIRECTORY.  THE RECORD GROWS FROM
001260*                    150 TO 210 BYTES - REBUILD RECPMAST ON
001270*                    ROLLOUT.
001276*   2026-10-15  JHM  ADD THE DELIVERY METHOD, TAKEN FROM
001282*                    FILLER - F (OR BLANK) FOR AN INDIVIDUAL
001288*                    FILE, E FOR A COPY BUNDLED INTO ITS
001294*                    GROUP'S ENVELOPE ON A MASTER-MODE RUN.
001300*================================================================
001400     05  RM-RECIP-ID           PIC X(08).
001500     05  RM-TARGET-NAME        PIC X(60).
002300     05  RM-ACCOUNT-NO         PIC X(12).
002350     05  RM-GROUP-CODE         PIC X(08).
002360     05  RM-ROUTE-DIR          PIC X(60).
002370     05  RM-DELIVERY-METHOD    PIC X(01).
002380         88  RM-DELIVER-BY-FILE    VALUE "F" " ".
002390         88  RM-DELIVER-BY-ENVELOPE VALUE "E".
002400     05  FILLER                PIC X(14).
