002200*----------------------------------------------------------------
002300*DATE       INIT DESCRIPTION
002400*09/02/2026 JHM  ORIGINAL VERSION.
002410*10/15/2026 JHM  PASS OVER THE SKIPPED-COPY DETAIL RECORDS
002420*                FILE-CLONER NOW WRITES - NO VOLUME WENT OUT.
002430*10/15/2026 JHM  PASS OVER THE "E" DETAILS FOR COPIES BUNDLED
002440*                INTO AN ENVELOPE - THE ENVELOPE'S OWN "D" DETAIL
002450*                CARRIES THEIR VOLUME.
002500*----------------------------------------------------------------
002600
002700 ENVIRONMENT DIVISION.
004800     05  RH-RECORD-TYPE           PIC X(01).
004900         88  RH-TEMPLATE-SUMMARY  VALUE "R".
005000         88  RH-OUTPUT-DETAIL     VALUE "D".
005010         88  RH-SKIPPED-DETAIL    VALUE "S".
005020         88  RH-ENVELOPE-DETAIL   VALUE "E".
005100     05  FILLER                   PIC X(01).
005200     05  RH-RUN-DATE              PIC 9(08).
005300     05  FILLER                   PIC X(01).
020400         END-IF
020500         GO TO 2100-EXIT
020600     END-IF
020610*A COPY TOLERANT MODE SKIPPED WROTE NOTHING - NO VOLUME.
020620     IF RH-SKIPPED-DETAIL
020630         GO TO 2100-EXIT
020640     END-IF
020650*A COPY BUNDLED INTO AN ENVELOPE WENT OUT AS PART OF THE
020660*ENVELOPE, WHOSE "D" DETAIL IS ALREADY COUNTED.
020670     IF RH-ENVELOPE-DETAIL
020680         GO TO 2100-EXIT
020690     END-IF
020700     ADD 1 TO WS-BADREC-COUNT.
020800 2100-EXIT.
020900     EXIT.
