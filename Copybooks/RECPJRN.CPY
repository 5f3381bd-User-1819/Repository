000100*================================================================
000200*
000300*   RECPJRN  --  RECIPIENT MASTER CHANGE JOURNAL RECORD LAYOUT.
000400*
000500*   MAPS ONE ENTRY OF THE PERMANENT RECIPIENT MASTER JOURNAL
000600*   (RECPJRNL), APPENDED BY RECIP-MAINT FOR EVERY ADD, CHG AND
000700*   DEA IT APPLIES AND NEVER PRUNED.  EACH ENTRY CARRIES THE
000800*   WHOLE RECPREC IMAGE BEFORE AND AFTER THE CHANGE, SO THE
000900*   MASTER CAN BE ROLLED BACK TO ANY PAST DATE (RECIP-ASOF).
001000*   THE BEFORE IMAGE OF AN ADD IS SPACES - THE RECIPIENT DID
001100*   NOT EXIST UNTIL THAT MOMENT.
001200*
001300*   2026-10-15  JHM  ORIGINAL VERSION.
001400*================================================================
001500     05  RJ-ACTION             PIC X(03).
001600         88  RJ-ACTION-ADD         VALUE "ADD".
001700         88  RJ-ACTION-CHANGE      VALUE "CHG".
001800         88  RJ-ACTION-DEACT       VALUE "DEA".
001900     05  FILLER                PIC X(01).
002000     05  RJ-APPLY-DATE         PIC 9(08).
002100     05  FILLER                PIC X(01).
002200     05  RJ-APPLY-TIME         PIC 9(08).
002300     05  FILLER                PIC X(01).
002400     05  RJ-RECIP-ID           PIC X(08).
002500     05  FILLER                PIC X(01).
002600     05  RJ-BEFORE-IMAGE       PIC X(210).
002700     05  FILLER                PIC X(01).
002800     05  RJ-AFTER-IMAGE        PIC X(210).
