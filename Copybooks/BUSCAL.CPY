000100*================================================================
000200*
000300*   BUSCAL  --  BUSINESS CALENDAR RECORD LAYOUT.
000400*
000500*   MAPS ONE ENTRY OF THE SHOP BUSINESS CALENDAR (BUSCAL),
000600*   MAINTAINED BY CAL-MAINT IN DATE ORDER.  MONDAY TO FRIDAY ARE
000700*   BUSINESS DAYS AND SATURDAY AND SUNDAY ARE NOT, EXCEPT WHERE
000800*   THE CALENDAR SAYS OTHERWISE: AN "H" ENTRY MAKES A WEEKDAY A
000900*   HOLIDAY AND A "B" ENTRY MAKES A WEEKEND DAY A BUSINESS DAY.
001000*   FILE-CLONER ROLLS AN EFFECTIVE-DATE RELEASE FORWARD TO THE
001100*   NEXT BUSINESS DAY, PICKUP-TRACKER CAN AGE DELIVERIES IN
001200*   BUSINESS HOURS, FILE-SWEEPER CAN KEEP OUTPUTS FOR A NUMBER OF
001300*   BUSINESS DAYS, AND CAL-CHECK TELLS THE SCHEDULER WHETHER A RUN
001400*   DATE IS A BUSINESS DAY.
001500*
001600*   2026-10-15  JHM  ORIGINAL VERSION.
001700*================================================================
001800     05  BD-CAL-DATE           PIC 9(08).
001900     05  FILLER                PIC X(01).
002000     05  BD-DAY-TYPE           PIC X(01).
002100         88  BD-HOLIDAY            VALUE "H".
002200         88  BD-EXTRA-BUSINESS-DAY VALUE "B".
002300     05  FILLER                PIC X(01).
002400     05  BD-DESCRIPTION        PIC X(30).
