002300*----------------------------------------------------------------
002400*DATE       INIT DESCRIPTION
002500*09/02/2026 JHM  ORIGINAL VERSION.
002510*10/15/2026 JHM  WRITE AN RTRYLOG RECORD FOR EVERY COPY REBUILT
002520*                SO THE DAILY BALANCE CAN ACCOUNT FOR A SKIPPED
002530*                COPY AFTER IT LEAVES THE ERROR LOG.
002600*----------------------------------------------------------------
002700
002800 ENVIRONMENT DIVISION.
006300     SELECT LOCK-FILE ASSIGN TO "RUNLOCK"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-LOCK-STATUS.
006510*PERMANENT LOG OF EVERY COPY REBUILT - APPENDED AS COPIES ARE
006520*REBUILT AND NEVER PRUNED.
006530     SELECT REBUILD-LOG-FILE ASSIGN TO "RTRYLOG"
006540         ORGANIZATION IS LINE SEQUENTIAL
006550         FILE STATUS IS WS-RTRYLOG-STATUS.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
012000     05  LK-START-DATE            PIC 9(08).
012100     05  FILLER                   PIC X(01).
012200     05  LK-START-TIME            PIC 9(08).
012201
012202*ONE RECORD PER COPY REBUILT: THE OUTPUT, THE TIMESTAMP AND
012203*BYTES OF ITS NEW AUDIT RECORD, ITS TEMPLATE, AND THE
012204*TIMESTAMP OF THE ERROR LOG ENTRY IT CLEARED.
012205 FD  REBUILD-LOG-FILE.
012206 01  REBUILD-LOG-RECORD.
012207     05  RB-FILE-NAME             PIC X(160).
012208     05  FILLER                   PIC X(01).
012209     05  RB-TIMESTAMP             PIC X(17).
012210     05  FILLER                   PIC X(01).
012211     05  RB-BYTE-COUNT            PIC 9(12).
012212     05  FILLER                   PIC X(01).
012213     05  RB-TEMPLATE-NAME         PIC X(60).
012214     05  FILLER                   PIC X(01).
012215     05  RB-SKIP-TIMESTAMP        PIC X(17).
012300
012400 WORKING-STORAGE SECTION.
012500*FILE STATUS SWITCHES.
013000 77  WS-FILE-OUT-STATUS           PIC X(02).
013100 77  WS-AUDIT-STATUS              PIC X(02).
013200 77  WS-TRIGGER-STATUS            PIC X(02).
013210 77  WS-RTRYLOG-STATUS            PIC X(02).
013300*RUN LOCK WORK AREAS - WHETHER THIS RUN HOLDS THE LOCK, THE
013400*NAME FOR THE RELEASE DELETE, AND THE MOMENT IT WAS TAKEN.
013500 77  WS-LOCK-STATUS               PIC X(02).
022800             TO WS-ABEND-MESSAGE
022900         GO TO 9999-ABEND-EXIT
023000     END-IF
023010     OPEN EXTEND REBUILD-LOG-FILE
023020     IF WS-RTRYLOG-STATUS = "35"
023030         OPEN OUTPUT REBUILD-LOG-FILE
023040     END-IF
023050     IF WS-RTRYLOG-STATUS NOT = "00"
023060         MOVE "REBUILD LOG COULD NOT BE OPENED"
023070             TO WS-ABEND-MESSAGE
023080         GO TO 9999-ABEND-EXIT
023090     END-IF
023100     DISPLAY "FILE-RETRY GAP REPORT"
023200     DISPLAY "-----------------------------".
023300 1000-EXIT.
029300     CLOSE ERROR-LOG-FILE
029400     CLOSE ERROR-TEMP-FILE
029500     CLOSE AUDIT-FILE
029510     CLOSE REBUILD-LOG-FILE
029600     CALL "CBL_RENAME_FILE" USING WS-ERRLOG-NEW-NAME
029700                                  WS-ERRLOG-LIVE-NAME
029800         RETURNING WS-ERRLOG-RENAME-RC
038200     END-IF
038300     PERFORM 2400-WRITE-AUDIT-RECORD THRU 2400-EXIT
038400     PERFORM 2500-WRITE-TRIGGER-RECORD THRU 2500-EXIT
038410     PERFORM 2600-WRITE-REBUILD-LOG THRU 2600-EXIT
038500     ADD 1 TO WS-REBUILT-COUNT
038600     MOVE WS-BYTES-THIS-FILE TO WS-BYTES-DISP
038700     DISPLAY "REBUILT  " WS-BYTES-DISP " BYTES "
049900     CLOSE TRIGGER-FILE.
050000 2500-EXIT.
050100     EXIT.
050101
050102*----------------------------------------------------------------
050103*2600-WRITE-REBUILD-LOG - RECORD THE REBUILT COPY UNDER THE
050104*SAME TIMESTAMP AS ITS NEW AUDIT RECORD, WITH THE TIMESTAMP
050105*OF THE ERROR LOG ENTRY IT CLEARED.
050106*----------------------------------------------------------------
050107 2600-WRITE-REBUILD-LOG.
050108     MOVE SPACES TO REBUILD-LOG-RECORD
050109     MOVE AL-FILE-NAME TO RB-FILE-NAME
050110     MOVE AL-TIMESTAMP TO RB-TIMESTAMP
050111     MOVE AL-BYTE-COUNT TO RB-BYTE-COUNT
050112     MOVE AL-TEMPLATE-NAME TO RB-TEMPLATE-NAME
050113     MOVE EL-TIMESTAMP TO RB-SKIP-TIMESTAMP
050114     WRITE REBUILD-LOG-RECORD.
050115 2600-EXIT.
050116     EXIT.
050200
050300*================================================================
050400*9000-WRITE-SUMMARY-REPORT - RETRY TOTALS AND THE RETURN
