002200*----------------------------------------------------------------
002300*DATE       INIT DESCRIPTION
002400*09/02/2026 JHM  ORIGINAL VERSION.
002410*10/15/2026 JHM  TRAKCARD HOUR BASIS "B" AGES A DELIVERY IN
002420*                BUSINESS HOURS ONLY, SKIPPING THE WEEKENDS AND
002430*                HOLIDAYS ON THE BUSCAL BUSINESS CALENDAR.
002440*10/15/2026 JHM  REPORT A DELIVERY THE PICKUP SIDE REJECTED WITH A
002450*                .nak (OR WHOSE .nak REJECT-TRACKER HAS COLLECTED
002460*                AS .rej) AS REJECTED RATHER THAN AGING IT TOWARD
002470*                OVERDUE - THE REJECTION IS ALREADY BEING WORKED.
002500*----------------------------------------------------------------
002600
002700 ENVIRONMENT DIVISION.
004800     SELECT ACK-FILE ASSIGN TO DYNAMIC WS-ACK-NAME
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-ACK-STATUS.
005010*BUSINESS CALENDAR - HOLIDAYS AND EXTRA BUSINESS DAYS, KEPT BY
005020*CAL-MAINT.  READ ONLY WHEN THE CARD ASKS FOR BUSINESS HOURS.
005030     SELECT BUS-CAL-FILE ASSIGN TO "BUSCAL"
005040         ORGANIZATION IS LINE SEQUENTIAL
005050         FILE STATUS IS WS-BUSCAL-STATUS.
005058*THE .nak REJECTION (OR THE .rej IT BECOMES ONCE COLLECTED)
005066*PROBED FOR BESIDE AN UNACKNOWLEDGED FILE.
005074     SELECT NAK-FILE ASSIGN TO DYNAMIC WS-NAK-NAME
005082         ORGANIZATION IS LINE SEQUENTIAL
005090         FILE STATUS IS WS-NAK-STATUS.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005700*OVERRIDE FOR A STALE RUN LOCK LEFT BEHIND BY AN ABENDED RUN.
005800     05  TK-LOCK-OVERRIDE-SW      PIC X(01).
005900         88  TK-LOCK-OVERRIDE-ON  VALUE "Y".
005910*HOUR BASIS FOR THE THRESHOLD - "B" COUNTS ONLY THE HOURS OF
005920*BUSINESS DAYS, BLANK COUNTS EVERY ELAPSED HOUR.
005930     05  TK-HOUR-BASIS-SW         PIC X(01).
005940         88  TK-BUSINESS-HOURS    VALUE "B".
006000
006100 FD  AUDIT-FILE.
006200 01  AUDIT-RECORD.
007000
007100 FD  ACK-FILE.
007200 01  ACK-RECORD                   PIC X(200).
007210
007220 FD  BUS-CAL-FILE.
007230 01  BUS-CAL-RECORD.
007240     COPY BUSCAL.
007250
007260 FD  NAK-FILE.
007270 01  NAK-RECORD                   PIC X(200).
007300
007400*THE RUN LOCK'S ONE RECORD NAMES ITS OWNER AND START MOMENT,
007500*SO AN OPERATOR JUDGING A STALE LOCK KNOWS WHAT LEFT IT.
008600 77  WS-CARD-STATUS               PIC X(02).
008700 77  WS-AUDIT-STATUS              PIC X(02).
008800 77  WS-ACK-STATUS                PIC X(02).
008810 77  WS-NAK-STATUS                PIC X(02).
008900*RUN LOCK WORK AREAS - WHETHER THIS RUN HOLDS THE LOCK, THE
009000*NAME FOR THE RELEASE DELETE, AND THE MOMENT IT WAS TAKEN.
009100 77  WS-LOCK-STATUS               PIC X(02).
010600 77  WS-AWAITING-COUNT            PIC 9(08) USAGE COMP VALUE 0.
010700 77  WS-OVERDUE-COUNT             PIC 9(08) USAGE COMP VALUE 0.
010800 77  WS-BADDATE-COUNT             PIC 9(08) USAGE COMP VALUE 0.
010810 77  WS-REJECTED-COUNT            PIC 9(08) USAGE COMP VALUE 0.
010900*THE ACKNOWLEDGMENT NAME PROBED FOR - AL-FILE-NAME PLUS .ack.
011000 77  WS-ACK-NAME                  PIC X(164).
011010 77  WS-NAK-NAME                  PIC X(164).
011100 77  WS-TARGET-NAME               PIC X(160).
011200 77  WS-TRAILING-SPACES           PIC 9(04) USAGE COMP.
011300 77  WS-NAME-LEN                  PIC 9(04) USAGE COMP.
012100 77  WS-FILE-DAYNO                PIC 9(08) USAGE COMP.
012200 77  WS-FILE-HOUR                 PIC 9(02).
012300 77  WS-AGE-HOURS                 PIC S9(08) USAGE COMP.
012304*BUSINESS-HOUR WALK - THE DAYS BETWEEN DELIVERY AND RUN.
012308 77  WS-WALK-DAYNO                PIC 9(08) USAGE COMP.
012312 77  WS-WALK-FIRST-DAYNO          PIC 9(08) USAGE COMP.
012316*BUSINESS CALENDAR - THE HOLIDAYS AND EXTRA BUSINESS DAYS FROM
012320*BUSCAL AS DAY NUMBERS, AND THE DAY BEING JUDGED.  DAY NUMBER 1
012324*(01/01/1601) WAS A MONDAY, SO THE REMAINDER BY SEVEN IS 6 FOR
012328*SATURDAY AND 0 FOR SUNDAY.
012332 77  WS-BUSCAL-STATUS             PIC X(02).
012336 77  WS-CAL-EOF                   PIC X(01) VALUE "N".
012340     88  WS-END-OF-CALENDAR       VALUE "Y".
012344 77  WS-CAL-COUNT                 PIC 9(04) USAGE COMP VALUE 0.
012348 77  WS-CAL-SUB                   PIC 9(04) USAGE COMP.
012352 77  WS-CAL-DAYNO                 PIC 9(08) USAGE COMP.
012356 77  WS-CAL-WEEKS                 PIC 9(08) USAGE COMP.
012360 77  WS-CAL-WEEKDAY               PIC 9(01) USAGE COMP.
012368 77  WS-CAL-FOUND-SW              PIC X(01) VALUE "N".
012372     88  WS-CAL-FOUND             VALUE "Y".
012376 77  WS-CAL-BUSINESS-SW           PIC X(01) VALUE "Y".
012380     88  WS-CAL-BUSINESS-DAY      VALUE "Y".
012384 01  WS-CAL-TABLE.
012388     05  WS-CAL-ENTRY             OCCURS 2000 TIMES.
012392         10  WS-CAL-ENTRY-DAYNO   PIC 9(08) USAGE COMP.
012396         10  WS-CAL-ENTRY-TYPE    PIC X(01).
012400*REPORT EDIT FIELDS.
012500 77  WS-COUNT-DISP                PIC Z(7)9.
012600 77  WS-HOURS-DISP                PIC Z(7)9.
016000             TO WS-ABEND-MESSAGE
016100         GO TO 9999-ABEND-EXIT
016200     END-IF
016210     IF TK-BUSINESS-HOURS
016220         PERFORM 1200-LOAD-BUSINESS-CALENDAR THRU 1200-EXIT
016230     END-IF
016300     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
016400     ACCEPT WS-NOW-TIME FROM TIME
016500     COMPUTE WS-NOW-DAYNO =
017700     DISPLAY "PICKUP-TRACKER AGING REPORT"
017800     MOVE TK-OVERDUE-HOURS TO WS-HOURS-DISP
017900     DISPLAY "  OVERDUE THRESHOLD (HRS) : " WS-HOURS-DISP
017910     IF TK-BUSINESS-HOURS
017920         DISPLAY "  HOUR BASIS  . . . . . . : BUSINESS"
017930     ELSE
017940         DISPLAY "  HOUR BASIS  . . . . . . : ELAPSED"
017950     END-IF
018000     DISPLAY "-----------------------------".
018100 1000-EXIT.
018200     EXIT.
022900     MOVE "Y" TO WS-LOCK-HELD-SW.
023000 1100-EXIT.
023100     EXIT.
023102
023104*----------------------------------------------------------------
023106*1200-LOAD-BUSINESS-CALENDAR - TABLE THE SHOP CALENDAR.  WITHOUT
023108*ONE, WEEKENDS ARE THE ONLY DAYS THAT ARE NOT BUSINESS DAYS.
023110*----------------------------------------------------------------
023112 1200-LOAD-BUSINESS-CALENDAR.
023114     MOVE 0 TO WS-CAL-COUNT
023116     OPEN INPUT BUS-CAL-FILE
023118     IF WS-BUSCAL-STATUS NOT = "00"
023120         DISPLAY "NO BUSCAL FOUND - WEEKENDS ARE THE ONLY"
023122             " NON-BUSINESS DAYS"
023124         GO TO 1200-EXIT
023126     END-IF
023128     MOVE "N" TO WS-CAL-EOF
023130     PERFORM 1210-LOAD-ONE-CALENDAR-DAY THRU 1210-EXIT
023132         UNTIL WS-END-OF-CALENDAR
023134     CLOSE BUS-CAL-FILE.
023136 1200-EXIT.
023138     EXIT.
023140
023142*----------------------------------------------------------------
023144*1210-LOAD-ONE-CALENDAR-DAY - TABLE ONE CALENDAR ENTRY.  AN
023146*ENTRY THAT IS NOT A REAL DATE OR OF NO KNOWN TYPE IS IGNORED.
023148*----------------------------------------------------------------
023150 1210-LOAD-ONE-CALENDAR-DAY.
023152     READ BUS-CAL-FILE
023154         AT END
023156             MOVE "Y" TO WS-CAL-EOF
023158             GO TO 1210-EXIT
023160     END-READ
023162     IF BD-CAL-DATE NOT NUMERIC
023164        OR (NOT BD-HOLIDAY AND NOT BD-EXTRA-BUSINESS-DAY)
023166         GO TO 1210-EXIT
023168     END-IF
023170     COMPUTE WS-CAL-DAYNO = FUNCTION INTEGER-OF-DATE (BD-CAL-DATE)
023172     IF WS-CAL-DAYNO = 0 OR WS-CAL-COUNT >= 2000
023174         GO TO 1210-EXIT
023176     END-IF
023178     ADD 1 TO WS-CAL-COUNT
023180     MOVE WS-CAL-DAYNO TO WS-CAL-ENTRY-DAYNO (WS-CAL-COUNT)
023182     MOVE BD-DAY-TYPE TO WS-CAL-ENTRY-TYPE (WS-CAL-COUNT).
023184 1210-EXIT.
023186     EXIT.
023188
023190*----------------------------------------------------------------
023192*1220-CHECK-BUSINESS-DAY - JUDGE THE DAY IN WS-CAL-DAYNO: A
023194*WEEKDAY IS A BUSINESS DAY AND A WEEKEND DAY IS NOT, UNLESS THE
023196*CALENDAR SAYS OTHERWISE.
023198*----------------------------------------------------------------
023200 1220-CHECK-BUSINESS-DAY.
023202     DIVIDE WS-CAL-DAYNO BY 7
023204         GIVING WS-CAL-WEEKS
023206         REMAINDER WS-CAL-WEEKDAY
023208     IF WS-CAL-WEEKDAY = 0 OR WS-CAL-WEEKDAY = 6
023210         MOVE "N" TO WS-CAL-BUSINESS-SW
023212     ELSE
023214         MOVE "Y" TO WS-CAL-BUSINESS-SW
023216     END-IF
023218     MOVE "N" TO WS-CAL-FOUND-SW
023220     PERFORM 1230-MATCH-ONE-CALENDAR-DAY THRU 1230-EXIT
023222         VARYING WS-CAL-SUB FROM 1 BY 1
023224         UNTIL WS-CAL-SUB > WS-CAL-COUNT
023226            OR WS-CAL-FOUND
023228     IF WS-CAL-FOUND
023230         SUBTRACT 1 FROM WS-CAL-SUB
023232         IF WS-CAL-ENTRY-TYPE (WS-CAL-SUB) = "H"
023234             MOVE "N" TO WS-CAL-BUSINESS-SW
023236         ELSE
023238             MOVE "Y" TO WS-CAL-BUSINESS-SW
023240         END-IF
023242     END-IF.
023244 1220-EXIT.
023246     EXIT.
023248
023250*----------------------------------------------------------------
023252*1230-MATCH-ONE-CALENDAR-DAY - COMPARE THE DAY TO ONE ENTRY.
023254*----------------------------------------------------------------
023256 1230-MATCH-ONE-CALENDAR-DAY.
023258     IF WS-CAL-ENTRY-DAYNO (WS-CAL-SUB) = WS-CAL-DAYNO
023260         MOVE "Y" TO WS-CAL-FOUND-SW
023262     END-IF.
023264 1230-EXIT.
023266     EXIT.
023300*================================================================
023400*2000-AGE-THE-DELIVERIES - JUDGE EVERY AUDITED DELIVERY.
023500*================================================================
026100         PERFORM 2130-PRINT-DETAIL-LINE THRU 2130-EXIT
026200         GO TO 2100-EXIT
026300     END-IF
026310     PERFORM 2115-PROBE-REJECTION THRU 2115-EXIT
026320     IF WS-NAK-STATUS = "00"
026330         ADD 1 TO WS-REJECTED-COUNT
026340         MOVE "REJECTED" TO WS-VERDICT
026350         MOVE 0 TO WS-HOURS-DISP
026360         PERFORM 2130-PRINT-DETAIL-LINE THRU 2130-EXIT
026370         GO TO 2100-EXIT
026380     END-IF
026400     IF AL-TIMESTAMP (1 : 8) NOT NUMERIC
026500         ADD 1 TO WS-BADDATE-COUNT
026600         MOVE "BADDATE" TO WS-VERDICT
030100     END-IF.
030200 2110-EXIT.
030300     EXIT.
030304
030308*----------------------------------------------------------------
030312*2115-PROBE-REJECTION - THE PICKUP SIDE DROPS A .nak BESIDE A
030316*FILE IT REFUSED, WHICH REJECT-TRACKER RENAMES TO .rej ONCE IT
030320*HAS COLLECTED IT.  EITHER ONE MEANS REJECTED; WS-NAK-STATUS
030324*"00" AFTER THE PROBE SAYS SO.  WS-NAME-LEN IS LEFT BY 2110.
030328*----------------------------------------------------------------
030332 2115-PROBE-REJECTION.
030336     MOVE WS-TARGET-NAME TO WS-NAK-NAME
030340     MOVE ".nak" TO WS-NAK-NAME (WS-NAME-LEN + 1 : 4)
030344     OPEN INPUT NAK-FILE
030348     IF WS-NAK-STATUS = "00"
030352         CLOSE NAK-FILE
030356         MOVE "00" TO WS-NAK-STATUS
030360         GO TO 2115-EXIT
030364     END-IF
030368     MOVE ".rej" TO WS-NAK-NAME (WS-NAME-LEN + 1 : 4)
030372     OPEN INPUT NAK-FILE
030376     IF WS-NAK-STATUS = "00"
030380         CLOSE NAK-FILE
030384         MOVE "00" TO WS-NAK-STATUS
030388     END-IF.
030392 2115-EXIT.
030396     EXIT.
030400
030500*----------------------------------------------------------------
030600*2120-COMPUTE-AGE-HOURS - WHOLE HOURS BETWEEN AL-TIMESTAMP AND
031900     COMPUTE WS-AGE-HOURS =
032000         (WS-NOW-DAYNO - WS-FILE-DAYNO) * 24
032100         + WS-NOW-HOUR - WS-FILE-HOUR
032110     IF WS-AGE-HOURS < 0
032120         MOVE 0 TO WS-AGE-HOURS
032130     END-IF
032140     IF TK-BUSINESS-HOURS
032150         PERFORM 2140-COUNT-BUSINESS-HOURS THRU 2140-EXIT
032160     END-IF.
032500 2120-EXIT.
032600     EXIT.
032700
033400         AL-TIMESTAMP (1 : 8) " " WS-TARGET-NAME.
033500 2130-EXIT.
033600     EXIT.
033602
033604*----------------------------------------------------------------
033606*2140-COUNT-BUSINESS-HOURS - RECOUNT THE AGE FROM BUSINESS DAYS
033608*ONLY: THE REST OF THE DELIVERY DAY, EVERY WHOLE DAY BETWEEN, AND
033610*THE RUN DAY UP TO THE RUN HOUR, EACH COUNTED ONLY WHEN IT IS A
033612*BUSINESS DAY.  A DELIVERY MADE TODAY AGES BY THE CLOCK IF TODAY
033614*IS A BUSINESS DAY AND NOT AT ALL IF IT IS NOT.
033616*----------------------------------------------------------------
033618 2140-COUNT-BUSINESS-HOURS.
033620     IF WS-FILE-DAYNO NOT < WS-NOW-DAYNO
033622         MOVE WS-NOW-DAYNO TO WS-CAL-DAYNO
033624         PERFORM 1220-CHECK-BUSINESS-DAY THRU 1220-EXIT
033626         IF NOT WS-CAL-BUSINESS-DAY
033628             MOVE 0 TO WS-AGE-HOURS
033630         END-IF
033632         GO TO 2140-EXIT
033634     END-IF
033636     MOVE 0 TO WS-AGE-HOURS
033638     MOVE WS-FILE-DAYNO TO WS-CAL-DAYNO
033640     PERFORM 1220-CHECK-BUSINESS-DAY THRU 1220-EXIT
033642     IF WS-CAL-BUSINESS-DAY
033644         COMPUTE WS-AGE-HOURS = 24 - WS-FILE-HOUR
033646     END-IF
033648     COMPUTE WS-WALK-FIRST-DAYNO = WS-FILE-DAYNO + 1
033650     PERFORM 2150-COUNT-ONE-WHOLE-DAY THRU 2150-EXIT
033652         VARYING WS-WALK-DAYNO FROM WS-WALK-FIRST-DAYNO BY 1
033654         UNTIL WS-WALK-DAYNO NOT < WS-NOW-DAYNO
033656     MOVE WS-NOW-DAYNO TO WS-CAL-DAYNO
033658     PERFORM 1220-CHECK-BUSINESS-DAY THRU 1220-EXIT
033660     IF WS-CAL-BUSINESS-DAY
033662         ADD WS-NOW-HOUR TO WS-AGE-HOURS
033664     END-IF.
033666 2140-EXIT.
033668     EXIT.
033670
033672*----------------------------------------------------------------
033674*2150-COUNT-ONE-WHOLE-DAY - 24 HOURS FOR A BUSINESS DAY BETWEEN
033676*THE DELIVERY DAY AND THE RUN DAY.
033678*----------------------------------------------------------------
033680 2150-COUNT-ONE-WHOLE-DAY.
033682     MOVE WS-WALK-DAYNO TO WS-CAL-DAYNO
033684     PERFORM 1220-CHECK-BUSINESS-DAY THRU 1220-EXIT
033686     IF WS-CAL-BUSINESS-DAY
033688         ADD 24 TO WS-AGE-HOURS
033690     END-IF.
033692 2150-EXIT.
033694     EXIT.
033700
033800*================================================================
033900*9000-WRITE-SUMMARY-REPORT - AGING TOTALS AND THE RETURN CODE:
035000     DISPLAY "  AWAITING PICKUP  . . .  : " WS-COUNT-DISP
035100     MOVE WS-OVERDUE-COUNT TO WS-COUNT-DISP
035200     DISPLAY "  OVERDUE DELIVERIES  . . : " WS-COUNT-DISP
035210     MOVE WS-REJECTED-COUNT TO WS-COUNT-DISP
035220     DISPLAY "  REJECTED BY PICKUP  . . : " WS-COUNT-DISP
035300     MOVE WS-BADDATE-COUNT TO WS-COUNT-DISP
035400     DISPLAY "  BAD TIMESTAMPS  . . . . : " WS-COUNT-DISP
035500     DISPLAY "-----------------------------"
