000400*RECIPIENT REISSUE FROM THE ARCHIVE.  FILE-SWEEPER RECORDS
000500*EVERY ARCHIVED OUTPUT ON THE ARCHIDX INDEX (ORIGINAL NAME,
000600*ARCHIVE NAME, ORIGINAL TIMESTAMP, BYTES, TEMPLATE); THIS
000700*PROGRAM TAKES NAME OR RECIPIENT PATTERNS FROM RESTCARD,
000800*FINDS EVERY INDEX ENTRY WHOSE ORIGINAL NAME CONTAINS ONE,
000900*COPIES THE ARCHIVED FILE BACK TO THE OUTPUT AREA UNDER ITS
001000*ORIGINAL NAME (THROUGH A .tmp WORKING NAME, AS THE CLONER
001100*WRITES), RE-ADDS ITS AUDITLOG ENTRY AND DROPS A FRESH .trg
002300*----------------------------------------------------------------
002400*DATE       INIT DESCRIPTION
002500*09/02/2026 JHM  ORIGINAL VERSION.
002510*10/15/2026 JHM  TAKE ONE PATTERN PER RESTCARD RECORD SO A WHOLE
002520*                REISSUE LIST (RESTLIST FROM REJECT-TRACKER) IS
002530*                RESTORED IN ONE RUN.  THE STALE-LOCK OVERRIDE IS
002540*                READ FROM THE FIRST CARD.
002600*----------------------------------------------------------------
002700
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100*THE RESTORE REQUEST - ONE NAME OR RECIPIENT PATTERN PER CARD,
003200*MATCHED ANYWHERE IN THE ORIGINAL OUTPUT NAME, PLUS THE STALE-
003300*LOCK OVERRIDE.  A RESTORE WITHOUT A PATTERN IS AN ABEND.
003400     SELECT REST-CARD-FILE ASSIGN TO "RESTCARD"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-CARD-STATUS.
015100 77  WS-SCAN-LIMIT                PIC 9(04) USAGE COMP.
015200 77  WS-MATCH-SW                  PIC X(01) VALUE "N".
015300     88  WS-PATTERN-MATCHED       VALUE "Y".
015307*RESTORE REQUEST - ONE PATTERN PER RESTCARD RECORD, AND THE
015314*FIRST CARD'S STALE-LOCK OVERRIDE.
015321 77  WS-CARD-EOF                  PIC X(01) VALUE "N".
015328     88  WS-END-OF-CARDS          VALUE "Y".
015335 77  WS-LOCK-OVERRIDE-SW          PIC X(01) VALUE "N".
015342     88  WS-LOCK-OVERRIDE-ON      VALUE "Y".
015349 77  WS-PATTERN-COUNT             PIC 9(04) USAGE COMP VALUE 0.
015356 77  WS-PAT-SUB                   PIC 9(04) USAGE COMP.
015363 01  WS-PATTERN-TABLE.
015370     05  WS-PAT-ENTRY             OCCURS 500 TIMES.
015377         10  WS-PAT-TEXT          PIC X(160).
015384         10  WS-PAT-LEN           PIC 9(04) USAGE COMP.
015400*NAMES FOR THE COPY-BACK - THE ARCHIVE SOURCE, THE .tmp
015500*WORKING NAME, THE FINAL NAME AND THE TRIGGER PATH.
015600 77  WS-ARCHIVE-OPEN-NAME         PIC X(226).
019400             TO WS-ABEND-MESSAGE
019500         GO TO 9999-ABEND-EXIT
019600     END-IF
019610     MOVE 0 TO WS-PATTERN-COUNT
019620     MOVE "N" TO WS-CARD-EOF
019630     READ REST-CARD-FILE
019640         AT END
019650             MOVE "RESTCARD IS EMPTY" TO WS-ABEND-MESSAGE
019660             GO TO 9999-ABEND-EXIT
019670     END-READ
019680     MOVE RS-LOCK-OVERRIDE-SW TO WS-LOCK-OVERRIDE-SW
019690     PERFORM 1050-TABLE-ONE-PATTERN THRU 1050-EXIT
019700         UNTIL WS-END-OF-CARDS
019710     CLOSE REST-CARD-FILE
019720     IF WS-PATTERN-COUNT = 0
019730         MOVE "RESTCARD PATTERN IS BLANK"
019740             TO WS-ABEND-MESSAGE
019750         GO TO 9999-ABEND-EXIT
019760     END-IF
021300     PERFORM 1100-TAKE-RUN-LOCK THRU 1100-EXIT
021400     OPEN INPUT ARCH-INDEX-FILE
021500     IF WS-ARCHIDX-STATUS NOT = "00"
022700         GO TO 9999-ABEND-EXIT
022800     END-IF
022900     DISPLAY "FILE-RESTORE REISSUE REPORT"
022910     MOVE WS-PATTERN-COUNT TO WS-COUNT-DISP
022920     DISPLAY "  PATTERNS  . . . . . . . : " WS-COUNT-DISP
022930     PERFORM 1060-SHOW-ONE-PATTERN THRU 1060-EXIT
022940         VARYING WS-PAT-SUB FROM 1 BY 1
022950         UNTIL WS-PAT-SUB > WS-PATTERN-COUNT
023100     DISPLAY "-----------------------------------".
023200 1000-EXIT.
023300     EXIT.
023302
023304*----------------------------------------------------------------
023306*1050-TABLE-ONE-PATTERN - KEEP THE PATTERN ON THE CARD IN HAND,
023308*WITH ITS TRIMMED LENGTH, AND READ THE NEXT CARD.  A BLANK CARD
023310*IS PASSED OVER.
023312*----------------------------------------------------------------
023314 1050-TABLE-ONE-PATTERN.
023316     IF RS-PATTERN NOT = SPACES
023318         IF WS-PATTERN-COUNT >= 500
023320             MOVE "RESTCARD HAS MORE THAN 500 PATTERNS"
023322                 TO WS-ABEND-MESSAGE
023324             GO TO 9999-ABEND-EXIT
023326         END-IF
023328         ADD 1 TO WS-PATTERN-COUNT
023330         MOVE RS-PATTERN TO WS-PAT-TEXT (WS-PATTERN-COUNT)
023332         MOVE 0 TO WS-TRAILING-SPACES
023334         INSPECT RS-PATTERN TALLYING WS-TRAILING-SPACES
023336             FOR TRAILING SPACE
023338         COMPUTE WS-PAT-LEN (WS-PATTERN-COUNT) =
023340             160 - WS-TRAILING-SPACES
023342     END-IF
023344     READ REST-CARD-FILE
023346         AT END
023348             MOVE "Y" TO WS-CARD-EOF
023350     END-READ.
023352 1050-EXIT.
023354     EXIT.
023356
023358*----------------------------------------------------------------
023360*1060-SHOW-ONE-PATTERN - LIST ONE PATTERN ON THE REPORT HEADING.
023362*----------------------------------------------------------------
023364 1060-SHOW-ONE-PATTERN.
023366     DISPLAY "    " WS-PAT-TEXT (WS-PAT-SUB).
023368 1060-EXIT.
023370     EXIT.
023400
023500*----------------------------------------------------------------
023600*1100-TAKE-RUN-LOCK - CLAIM THE SHARED RUN LOCK BEFORE THE
024600             AT END
024700                 MOVE SPACES TO LOCK-RECORD
024800         END-READ
024900         IF WS-LOCK-OVERRIDE-ON
025000             DISPLAY "STALE RUN LOCK OF " LK-OWNER
025100                 " FROM " LK-START-DATE "-" LK-START-TIME
025200                 " OVERRIDDEN"
030400             GO TO 2100-EXIT
030500     END-READ
030600     ADD 1 TO WS-INDEX-COUNT
030610     MOVE "N" TO WS-MATCH-SW
030620     PERFORM 2105-MATCH-ONE-PATTERN THRU 2105-EXIT
030630         VARYING WS-PAT-SUB FROM 1 BY 1
030640         UNTIL WS-PAT-SUB > WS-PATTERN-COUNT
030650            OR WS-PATTERN-MATCHED
031200     IF NOT WS-PATTERN-MATCHED
031300         GO TO 2100-EXIT
031400     END-IF
031600     PERFORM 2200-RESTORE-ONE-FILE THRU 2200-EXIT.
031700 2100-EXIT.
031800     EXIT.
031806
031812*----------------------------------------------------------------
031818*2105-MATCH-ONE-PATTERN - LOOK FOR ONE PATTERN ANYWHERE IN THE
031824*ORIGINAL NAME.
031830*----------------------------------------------------------------
031836 2105-MATCH-ONE-PATTERN.
031842     MOVE WS-PAT-LEN (WS-PAT-SUB) TO WS-PATTERN-LEN
031848     COMPUTE WS-SCAN-LIMIT = 160 - WS-PATTERN-LEN + 1
031854     PERFORM 2110-MATCH-AT-ONE-POSITION THRU 2110-EXIT
031860         VARYING WS-SCAN-SUB FROM 1 BY 1
031866         UNTIL WS-SCAN-SUB > WS-SCAN-LIMIT
031872            OR WS-PATTERN-MATCHED.
031878 2105-EXIT.
031884     EXIT.
031900
032000*----------------------------------------------------------------
032100*2110-MATCH-AT-ONE-POSITION - COMPARE THE PATTERN TO THE
032300*----------------------------------------------------------------
032400 2110-MATCH-AT-ONE-POSITION.
032500     IF AX-ORIG-NAME (WS-SCAN-SUB : WS-PATTERN-LEN)
032600        = WS-PAT-TEXT (WS-PAT-SUB) (1 : WS-PATTERN-LEN)
032700         MOVE "Y" TO WS-MATCH-SW
032800     END-IF.
032900 2110-EXIT.
