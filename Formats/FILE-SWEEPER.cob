003903*                ORIGINAL TIMESTAMP, BYTES, TEMPLATE) SO
003904*                FILE-RESTORE CAN REISSUE A COPY WITHOUT A
003905*                MANUAL HUNT THROUGH THE ARCHIVE DIRECTORY.
003906*10/15/2026 JHM  WRITE A PURGELOG RECORD FOR EVERY FILE PURGED
003907*                (ORIGINAL NAME, TIMESTAMP, BYTES, TEMPLATE AND
003908*                PURGE DATE) SO THE DAILY BALANCE CAN ACCOUNT
003909*                FOR A COPY THAT IS GONE FROM THE AUDIT LOG.
003919*10/15/2026 JHM  RETNCARD RETENTION UNIT "B" COUNTS THE DAYS TO
003929*                KEEP AS BUSINESS DAYS ON THE BUSCAL BUSINESS
003939*                CALENDAR INSTEAD OF CALENDAR DAYS.
004000*----------------------------------------------------------------
004100
004200 ENVIRONMENT DIVISION.
006204     SELECT ARCH-INDEX-FILE ASSIGN TO "ARCHIDX"
006205         ORGANIZATION IS LINE SEQUENTIAL
006206         FILE STATUS IS WS-ARCHIDX-STATUS.
006207*PERMANENT LOG OF EVERY PURGED OUTPUT - WHAT ITS AUDIT RECORD
006208*SAID AND WHEN IT WAS PURGED - APPENDED AS FILES ARE DELETED.
006209     SELECT PURGE-LOG-FILE ASSIGN TO "PURGELOG"
006210         ORGANIZATION IS LINE SEQUENTIAL
006211         FILE STATUS IS WS-PURGELOG-STATUS.
006221*BUSINESS CALENDAR - HOLIDAYS AND EXTRA BUSINESS DAYS, KEPT BY
006231*CAL-MAINT.  READ ONLY WHEN RETENTION IS IN BUSINESS DAYS.
006241     SELECT BUS-CAL-FILE ASSIGN TO "BUSCAL"
006251         ORGANIZATION IS LINE SEQUENTIAL
006261         FILE STATUS IS WS-BUSCAL-STATUS.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
007300*OVERRIDE FOR A STALE RUN LOCK LEFT BEHIND BY AN ABENDED RUN.
007400     05  RC-LOCK-OVERRIDE-SW      PIC X(01).
007500         88  RC-LOCK-OVERRIDE-ON  VALUE "Y".
007510*RETENTION UNIT - "B" KEEPS FILES FOR RC-RETAIN-DAYS BUSINESS
007520*DAYS, BLANK FOR RC-RETAIN-DAYS CALENDAR DAYS.
007530     05  RC-RETAIN-UNIT-SW        PIC X(01).
007540         88  RC-RETAIN-BUSINESS-DAYS VALUE "B".
007550
007560 FD  BUS-CAL-FILE.
007570 01  BUS-CAL-RECORD.
007580     COPY BUSCAL.
007600
007700 FD  AUDIT-FILE.
007800 01  AUDIT-RECORD.
009810     05  AX-BYTE-COUNT            PIC 9(12).
009811     05  FILLER                   PIC X(01).
009812     05  AX-TEMPLATE-NAME         PIC X(60).
009813
009814 FD  PURGE-LOG-FILE.
009815 01  PURGE-LOG-RECORD.
009816     05  PG-FILE-NAME             PIC X(160).
009817     05  FILLER                   PIC X(01).
009818     05  PG-TIMESTAMP             PIC X(17).
009819     05  FILLER                   PIC X(01).
009820     05  PG-BYTE-COUNT            PIC 9(12).
009821     05  FILLER                   PIC X(01).
009822     05  PG-TEMPLATE-NAME         PIC X(60).
009823     05  FILLER                   PIC X(01).
009824     05  PG-PURGE-DATE            PIC 9(08).
009900
010000 WORKING-STORAGE SECTION.
010100*FILE STATUS SWITCHES.
010300 77  WS-AUDIT-STATUS              PIC X(02).
010400 77  WS-AUDIT-TEMP-STATUS         PIC X(02).
010401 77  WS-ARCHIDX-STATUS            PIC X(02).
010402 77  WS-PURGELOG-STATUS           PIC X(02).
010500*RUN LOCK WORK AREAS - WHETHER THIS RUN HOLDS THE LOCK, THE
010600*NAME FOR THE RELEASE DELETE, AND THE MOMENT IT WAS TAKEN.
010700 77  WS-LOCK-STATUS               PIC X(02).
012700 77  WS-TODAY-DATE                PIC 9(08).
012800 77  WS-TODAY-DAYNO               PIC 9(08) USAGE COMP.
012900 77  WS-CUTOFF-DAYNO              PIC 9(08) USAGE COMP.
012904*BUSINESS DAYS COUNTED BACK FROM TODAY TOWARD THE CUTOFF.
012908 77  WS-BUSINESS-DAYS-BACK        PIC 9(04) USAGE COMP.
012912*BUSINESS CALENDAR - THE HOLIDAYS AND EXTRA BUSINESS DAYS FROM
012916*BUSCAL AS DAY NUMBERS, AND THE DAY BEING JUDGED.  DAY NUMBER 1
012920*(01/01/1601) WAS A MONDAY, SO THE REMAINDER BY SEVEN IS 6 FOR
012924*SATURDAY AND 0 FOR SUNDAY.
012928 77  WS-BUSCAL-STATUS             PIC X(02).
012932 77  WS-CAL-EOF                   PIC X(01) VALUE "N".
012936     88  WS-END-OF-CALENDAR       VALUE "Y".
012940 77  WS-CAL-COUNT                 PIC 9(04) USAGE COMP VALUE 0.
012944 77  WS-CAL-SUB                   PIC 9(04) USAGE COMP.
012948 77  WS-CAL-DAYNO                 PIC 9(08) USAGE COMP.
012952 77  WS-CAL-WEEKS                 PIC 9(08) USAGE COMP.
012956 77  WS-CAL-WEEKDAY               PIC 9(01) USAGE COMP.
012960 77  WS-CAL-STEPS                 PIC 9(04) USAGE COMP.
012964 77  WS-CAL-FOUND-SW              PIC X(01) VALUE "N".
012968     88  WS-CAL-FOUND             VALUE "Y".
012972 77  WS-CAL-BUSINESS-SW           PIC X(01) VALUE "Y".
012976     88  WS-CAL-BUSINESS-DAY      VALUE "Y".
012980 01  WS-CAL-TABLE.
012984     05  WS-CAL-ENTRY             OCCURS 2000 TIMES.
012988         10  WS-CAL-ENTRY-DAYNO   PIC 9(08) USAGE COMP.
012992         10  WS-CAL-ENTRY-TYPE    PIC X(01).
013000 77  WS-FILE-DATE                 PIC 9(08).
013100 77  WS-FILE-DAYNO                PIC 9(08) USAGE COMP.
013200*DISPOSITION WORK AREAS.
020500     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
020600     COMPUTE WS-TODAY-DAYNO =
020700         FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
020710     IF RC-RETAIN-BUSINESS-DAYS
020720         PERFORM 1200-LOAD-BUSINESS-CALENDAR THRU 1200-EXIT
020730         PERFORM 1250-FIND-BUSINESS-CUTOFF THRU 1250-EXIT
020740     ELSE
020750         COMPUTE WS-CUTOFF-DAYNO = WS-TODAY-DAYNO - RC-RETAIN-DAYS
020760     END-IF
020900     OPEN INPUT AUDIT-FILE
021000     IF WS-AUDIT-STATUS NOT = "00"
021100         MOVE "AUDITLOG NOT FOUND - NOTHING TO SWEEP"
022100     DISPLAY "FILE-SWEEPER RETENTION REPORT"
022200     MOVE RC-RETAIN-DAYS TO WS-COUNT-DISP
022300     DISPLAY "  DAYS TO KEEP  . . . . . : " WS-COUNT-DISP
022310     IF RC-RETAIN-BUSINESS-DAYS
022320         DISPLAY "  RETENTION UNIT  . . . . : BUSINESS DAYS"
022330     ELSE
022340         DISPLAY "  RETENTION UNIT  . . . . : CALENDAR DAYS"
022350     END-IF
022400     DISPLAY "  DISPOSITION . . . . . . : " RC-DISPOSITION-SW
022500     DISPLAY "-----------------------------".
022600 1000-EXIT.
027400     MOVE "Y" TO WS-LOCK-HELD-SW.
027500 1100-EXIT.
027600     EXIT.
027601
027602*----------------------------------------------------------------
027603*1200-LOAD-BUSINESS-CALENDAR - TABLE THE SHOP CALENDAR.  WITHOUT
027604*ONE, WEEKENDS ARE THE ONLY DAYS THAT ARE NOT BUSINESS DAYS.
027605*----------------------------------------------------------------
027606 1200-LOAD-BUSINESS-CALENDAR.
027607     MOVE 0 TO WS-CAL-COUNT
027608     OPEN INPUT BUS-CAL-FILE
027609     IF WS-BUSCAL-STATUS NOT = "00"
027610         DISPLAY "NO BUSCAL FOUND - WEEKENDS ARE THE ONLY"
027611             " NON-BUSINESS DAYS"
027612         GO TO 1200-EXIT
027613     END-IF
027614     MOVE "N" TO WS-CAL-EOF
027615     PERFORM 1210-LOAD-ONE-CALENDAR-DAY THRU 1210-EXIT
027616         UNTIL WS-END-OF-CALENDAR
027617     CLOSE BUS-CAL-FILE.
027618 1200-EXIT.
027619     EXIT.
027620
027621*----------------------------------------------------------------
027622*1210-LOAD-ONE-CALENDAR-DAY - TABLE ONE CALENDAR ENTRY.  AN
027623*ENTRY THAT IS NOT A REAL DATE OR OF NO KNOWN TYPE IS IGNORED.
027624*----------------------------------------------------------------
027625 1210-LOAD-ONE-CALENDAR-DAY.
027626     READ BUS-CAL-FILE
027627         AT END
027628             MOVE "Y" TO WS-CAL-EOF
027629             GO TO 1210-EXIT
027630     END-READ
027631     IF BD-CAL-DATE NOT NUMERIC
027632        OR (NOT BD-HOLIDAY AND NOT BD-EXTRA-BUSINESS-DAY)
027633         GO TO 1210-EXIT
027634     END-IF
027635     COMPUTE WS-CAL-DAYNO = FUNCTION INTEGER-OF-DATE (BD-CAL-DATE)
027636     IF WS-CAL-DAYNO = 0 OR WS-CAL-COUNT >= 2000
027637         GO TO 1210-EXIT
027638     END-IF
027639     ADD 1 TO WS-CAL-COUNT
027640     MOVE WS-CAL-DAYNO TO WS-CAL-ENTRY-DAYNO (WS-CAL-COUNT)
027641     MOVE BD-DAY-TYPE TO WS-CAL-ENTRY-TYPE (WS-CAL-COUNT).
027642 1210-EXIT.
027643     EXIT.
027644
027645*----------------------------------------------------------------
027646*1220-CHECK-BUSINESS-DAY - JUDGE THE DAY IN WS-CAL-DAYNO: A
027647*WEEKDAY IS A BUSINESS DAY AND A WEEKEND DAY IS NOT, UNLESS THE
027648*CALENDAR SAYS OTHERWISE.
027649*----------------------------------------------------------------
027650 1220-CHECK-BUSINESS-DAY.
027651     DIVIDE WS-CAL-DAYNO BY 7
027652         GIVING WS-CAL-WEEKS
027653         REMAINDER WS-CAL-WEEKDAY
027654     IF WS-CAL-WEEKDAY = 0 OR WS-CAL-WEEKDAY = 6
027655         MOVE "N" TO WS-CAL-BUSINESS-SW
027656     ELSE
027657         MOVE "Y" TO WS-CAL-BUSINESS-SW
027658     END-IF
027659     MOVE "N" TO WS-CAL-FOUND-SW
027660     PERFORM 1230-MATCH-ONE-CALENDAR-DAY THRU 1230-EXIT
027661         VARYING WS-CAL-SUB FROM 1 BY 1
027662         UNTIL WS-CAL-SUB > WS-CAL-COUNT
027663            OR WS-CAL-FOUND
027664     IF WS-CAL-FOUND
027665         SUBTRACT 1 FROM WS-CAL-SUB
027666         IF WS-CAL-ENTRY-TYPE (WS-CAL-SUB) = "H"
027667             MOVE "N" TO WS-CAL-BUSINESS-SW
027668         ELSE
027669             MOVE "Y" TO WS-CAL-BUSINESS-SW
027670         END-IF
027671     END-IF.
027672 1220-EXIT.
027673     EXIT.
027674
027675*----------------------------------------------------------------
027676*1230-MATCH-ONE-CALENDAR-DAY - COMPARE THE DAY TO ONE ENTRY.
027677*----------------------------------------------------------------
027678 1230-MATCH-ONE-CALENDAR-DAY.
027679     IF WS-CAL-ENTRY-DAYNO (WS-CAL-SUB) = WS-CAL-DAYNO
027680         MOVE "Y" TO WS-CAL-FOUND-SW
027681     END-IF.
027682 1230-EXIT.
027683     EXIT.
027684
027685*----------------------------------------------------------------
027686*1250-FIND-BUSINESS-CUTOFF - STEP BACK FROM TODAY ONE DAY AT A
027687*TIME UNTIL RC-RETAIN-DAYS BUSINESS DAYS HAVE BEEN PASSED; THE
027688*DAY REACHED IS THE CUTOFF.  A CALENDAR WITH NO BUSINESS DAYS
027689*STOPS THE WALK AFTER TEN YEARS RATHER THAN LOOP.
027690*----------------------------------------------------------------
027691 1250-FIND-BUSINESS-CUTOFF.
027692     MOVE WS-TODAY-DAYNO TO WS-CAL-DAYNO
027693     MOVE 0 TO WS-BUSINESS-DAYS-BACK
027694     MOVE 0 TO WS-CAL-STEPS
027695     PERFORM 1260-STEP-BACK-ONE-DAY THRU 1260-EXIT
027696         UNTIL WS-BUSINESS-DAYS-BACK NOT < RC-RETAIN-DAYS
027697            OR WS-CAL-STEPS > 3660
027698     MOVE WS-CAL-DAYNO TO WS-CUTOFF-DAYNO.
027699 1250-EXIT.
027700     EXIT.
027701
027702*----------------------------------------------------------------
027703*1260-STEP-BACK-ONE-DAY - MOVE BACK ONE DAY, COUNTING IT WHEN IT
027704*IS A BUSINESS DAY.
027705*----------------------------------------------------------------
027706 1260-STEP-BACK-ONE-DAY.
027707     SUBTRACT 1 FROM WS-CAL-DAYNO
027708     ADD 1 TO WS-CAL-STEPS
027709     PERFORM 1220-CHECK-BUSINESS-DAY THRU 1220-EXIT
027710     IF WS-CAL-BUSINESS-DAY
027711         ADD 1 TO WS-BUSINESS-DAYS-BACK
027712     END-IF.
027713 1260-EXIT.
027714     EXIT.
027800*================================================================
027900*2000-SWEEP-AUDIT-LOG - APPLY THE RETENTION RULE TO EVERY
028000*AUDITED OUTPUT FILE.
036100         ADD 1 TO WS-PURGED-COUNT
036200         MOVE "PURGED" TO WS-ACTION
036300         PERFORM 2115-PURGE-TRIGGER-FILE THRU 2115-EXIT
036310         PERFORM 2118-WRITE-PURGE-LOG THRU 2118-EXIT
036400     ELSE
036500         ADD 1 TO WS-NOTFOUND-COUNT
036600         MOVE "Y" TO WS-NOTFOUND-SW
038200     END-CALL.
038300 2115-EXIT.
038400     EXIT.
038401
038402*----------------------------------------------------------------
038403*2118-WRITE-PURGE-LOG - RECORD THE PURGED FILE WITH THE
038404*TIMESTAMP AND BYTE COUNT ITS AUDIT RECORD CARRIED, SO THE
038405*COPY STAYS ACCOUNTED FOR AFTER IT LEAVES THE AUDIT LOG.  THE
038406*LOG ACCUMULATES AND IS NEVER PRUNED.
038407*----------------------------------------------------------------
038408 2118-WRITE-PURGE-LOG.
038409     OPEN EXTEND PURGE-LOG-FILE
038410     IF WS-PURGELOG-STATUS = "35"
038411         OPEN OUTPUT PURGE-LOG-FILE
038412     END-IF
038413     IF WS-PURGELOG-STATUS NOT = "00"
038414         MOVE "PURGE LOG COULD NOT BE OPENED"
038415             TO WS-ABEND-MESSAGE
038416         GO TO 9999-ABEND-EXIT
038417     END-IF
038418     MOVE SPACES TO PURGE-LOG-RECORD
038419     MOVE AL-FILE-NAME TO PG-FILE-NAME
038420     MOVE AL-TIMESTAMP TO PG-TIMESTAMP
038421     MOVE AL-BYTE-COUNT TO PG-BYTE-COUNT
038422     MOVE AL-TEMPLATE-NAME TO PG-TEMPLATE-NAME
038423     MOVE WS-TODAY-DATE TO PG-PURGE-DATE
038424     WRITE PURGE-LOG-RECORD
038425     CLOSE PURGE-LOG-FILE.
038426 2118-EXIT.
038427     EXIT.
038500
038600*----------------------------------------------------------------
038700*2120-ARCHIVE-ONE-FILE - MOVE AN AGED OUTPUT FILE INTO THE
