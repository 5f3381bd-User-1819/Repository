000100*================================================================
000200*CAL-CHECK
000300*
000400*RUN-DATE CHECK AGAINST THE SHOP BUSINESS CALENDAR (BUSCAL), SO
000500*THE SCHEDULER CAN SKIP A JOB ON A DAY THAT IS NOT A BUSINESS
000600*DAY.  THE DATE JUDGED IS THE ONE ON CALCARD, OR TODAY WITHOUT A
000700*CARD.  THE RETURN CODE IS 0 FOR A BUSINESS DAY AND 4 FOR A
000800*WEEKEND OR HOLIDAY; THE REPORT ALSO NAMES THE NEXT BUSINESS DAY.
000900*================================================================
001000 IDENTIFICATION DIVISION.
001100 PROGRAM-ID. CAL-CHECK.
001200 AUTHOR. J H MORRISON.
001300 INSTALLATION. DISTRIBUTION SERVICES.
001400 DATE-WRITTEN. 10/15/2026.
001500 DATE-COMPILED.
001600*----------------------------------------------------------------
001700*MODIFICATION HISTORY
001800*----------------------------------------------------------------
001900*DATE       INIT DESCRIPTION
002000*10/15/2026 JHM  ORIGINAL VERSION.
002100*----------------------------------------------------------------
002200
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600*OPTIONAL CONTROL CARD - THE RUN DATE TO JUDGE (CCYYMMDD).
002700     SELECT CAL-CARD-FILE ASSIGN TO "CALCARD"
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS WS-CARD-STATUS.
003000*THE SHOP BUSINESS CALENDAR MAINTAINED BY CAL-MAINT.
003100     SELECT BUS-CAL-FILE ASSIGN TO "BUSCAL"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-BUSCAL-STATUS.
003400
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  CAL-CARD-FILE.
003800 01  CAL-CARD-RECORD.
003900     05  CK-RUN-DATE              PIC 9(08).
004000
004100 FD  BUS-CAL-FILE.
004200 01  BUS-CAL-RECORD.
004300     COPY BUSCAL.
004400
004500 WORKING-STORAGE SECTION.
004600*FILE STATUS SWITCH.
004700 77  WS-CARD-STATUS               PIC X(02).
004800*ABEND DIAGNOSTIC TEXT.
004900 77  WS-ABEND-MESSAGE             PIC X(60).
005000*THE RUN DATE BEING JUDGED AND THE NEXT BUSINESS DAY.
005100 77  WS-RUN-DATE                  PIC 9(08).
005200 77  WS-RUN-DAYNO                 PIC 9(08) USAGE COMP.
005300 77  WS-NEXT-DATE                 PIC 9(08).
005400 77  WS-RUN-BUSINESS-SW           PIC X(01).
005500     88  WS-RUN-IS-BUSINESS-DAY   VALUE "Y".
005600*BUSINESS CALENDAR - THE HOLIDAYS AND EXTRA BUSINESS DAYS FROM
005700*BUSCAL AS DAY NUMBERS, AND THE DAY BEING JUDGED.  DAY NUMBER 1
005800*(01/01/1601) WAS A MONDAY, SO THE REMAINDER BY SEVEN IS 6 FOR
005900*SATURDAY AND 0 FOR SUNDAY.
006000 77  WS-BUSCAL-STATUS             PIC X(02).
006100 77  WS-CAL-EOF                   PIC X(01) VALUE "N".
006200     88  WS-END-OF-CALENDAR       VALUE "Y".
006300 77  WS-CAL-COUNT                 PIC 9(04) USAGE COMP VALUE 0.
006400 77  WS-CAL-SUB                   PIC 9(04) USAGE COMP.
006500 77  WS-CAL-DAYNO                 PIC 9(08) USAGE COMP.
006600 77  WS-CAL-WEEKS                 PIC 9(08) USAGE COMP.
006700 77  WS-CAL-WEEKDAY               PIC 9(01) USAGE COMP.
006800 77  WS-CAL-STEPS                 PIC 9(04) USAGE COMP.
006900 77  WS-CAL-FOUND-SW              PIC X(01) VALUE "N".
007000     88  WS-CAL-FOUND             VALUE "Y".
007100 77  WS-CAL-BUSINESS-SW           PIC X(01) VALUE "Y".
007200     88  WS-CAL-BUSINESS-DAY      VALUE "Y".
007300 01  WS-CAL-TABLE.
007400     05  WS-CAL-ENTRY             OCCURS 2000 TIMES.
007500         10  WS-CAL-ENTRY-DAYNO   PIC 9(08) USAGE COMP.
007600         10  WS-CAL-ENTRY-TYPE    PIC X(01).
007700
007800 PROCEDURE DIVISION.
007900*================================================================
008000*0000-MAIN-PROCEDURE
008100*================================================================
008200 0000-MAIN-PROCEDURE.
008300     PERFORM 1000-INITIALIZE-PROGRAM THRU 1000-EXIT
008400     PERFORM 2000-JUDGE-RUN-DATE THRU 2000-EXIT
008500     STOP RUN.
008600
008700*================================================================
008800*1000-INITIALIZE-PROGRAM - PICK UP THE RUN DATE FROM CALCARD (OR
008900*DEFAULT TO TODAY) AND LOAD THE CALENDAR.
009000*================================================================
009100 1000-INITIALIZE-PROGRAM.
009200     INITIALIZE CAL-CARD-RECORD
009300     OPEN INPUT CAL-CARD-FILE
009400     IF WS-CARD-STATUS = "00"
009500         READ CAL-CARD-FILE
009600         CLOSE CAL-CARD-FILE
009700     END-IF
009800     IF CK-RUN-DATE NUMERIC AND CK-RUN-DATE > 0
009900         MOVE CK-RUN-DATE TO WS-RUN-DATE
010000     ELSE
010100         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
010200     END-IF
010300     COMPUTE WS-RUN-DAYNO = FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
010400     IF WS-RUN-DAYNO = 0
010500         MOVE "CALCARD RUN DATE IS NOT A VALID DATE"
010600             TO WS-ABEND-MESSAGE
010700         GO TO 9999-ABEND-EXIT
010800     END-IF
010900     PERFORM 1100-LOAD-BUSINESS-CALENDAR THRU 1100-EXIT.
011000 1000-EXIT.
011100     EXIT.
011200
011300*----------------------------------------------------------------
011400*1100-LOAD-BUSINESS-CALENDAR - TABLE THE SHOP CALENDAR.  WITHOUT
011500*ONE, WEEKENDS ARE THE ONLY DAYS THAT ARE NOT BUSINESS DAYS.
011600*----------------------------------------------------------------
011700 1100-LOAD-BUSINESS-CALENDAR.
011800     MOVE 0 TO WS-CAL-COUNT
011900     OPEN INPUT BUS-CAL-FILE
012000     IF WS-BUSCAL-STATUS NOT = "00"
012100         DISPLAY "NO BUSCAL FOUND - WEEKENDS ARE THE ONLY"
012200             " NON-BUSINESS DAYS"
012300         GO TO 1100-EXIT
012400     END-IF
012500     MOVE "N" TO WS-CAL-EOF
012600     PERFORM 1110-LOAD-ONE-CALENDAR-DAY THRU 1110-EXIT
012700         UNTIL WS-END-OF-CALENDAR
012800     CLOSE BUS-CAL-FILE.
012900 1100-EXIT.
013000     EXIT.
013100
013200*----------------------------------------------------------------
013300*1110-LOAD-ONE-CALENDAR-DAY - TABLE ONE CALENDAR ENTRY.  AN
013400*ENTRY THAT IS NOT A REAL DATE OR OF NO KNOWN TYPE IS IGNORED.
013500*----------------------------------------------------------------
013600 1110-LOAD-ONE-CALENDAR-DAY.
013700     READ BUS-CAL-FILE
013800         AT END
013900             MOVE "Y" TO WS-CAL-EOF
014000             GO TO 1110-EXIT
014100     END-READ
014200     IF BD-CAL-DATE NOT NUMERIC
014300        OR (NOT BD-HOLIDAY AND NOT BD-EXTRA-BUSINESS-DAY)
014400         GO TO 1110-EXIT
014500     END-IF
014600     COMPUTE WS-CAL-DAYNO = FUNCTION INTEGER-OF-DATE (BD-CAL-DATE)
014700     IF WS-CAL-DAYNO = 0 OR WS-CAL-COUNT >= 2000
014800         GO TO 1110-EXIT
014900     END-IF
015000     ADD 1 TO WS-CAL-COUNT
015100     MOVE WS-CAL-DAYNO TO WS-CAL-ENTRY-DAYNO (WS-CAL-COUNT)
015200     MOVE BD-DAY-TYPE TO WS-CAL-ENTRY-TYPE (WS-CAL-COUNT).
015300 1110-EXIT.
015400     EXIT.
015500
015600*----------------------------------------------------------------
015700*1120-CHECK-BUSINESS-DAY - JUDGE THE DAY IN WS-CAL-DAYNO: A
015800*WEEKDAY IS A BUSINESS DAY AND A WEEKEND DAY IS NOT, UNLESS THE
015900*CALENDAR SAYS OTHERWISE.
016000*----------------------------------------------------------------
016100 1120-CHECK-BUSINESS-DAY.
016200     DIVIDE WS-CAL-DAYNO BY 7
016300         GIVING WS-CAL-WEEKS
016400         REMAINDER WS-CAL-WEEKDAY
016500     IF WS-CAL-WEEKDAY = 0 OR WS-CAL-WEEKDAY = 6
016600         MOVE "N" TO WS-CAL-BUSINESS-SW
016700     ELSE
016800         MOVE "Y" TO WS-CAL-BUSINESS-SW
016900     END-IF
017000     MOVE "N" TO WS-CAL-FOUND-SW
017100     PERFORM 1130-MATCH-ONE-CALENDAR-DAY THRU 1130-EXIT
017200         VARYING WS-CAL-SUB FROM 1 BY 1
017300         UNTIL WS-CAL-SUB > WS-CAL-COUNT
017400            OR WS-CAL-FOUND
017500     IF WS-CAL-FOUND
017600         SUBTRACT 1 FROM WS-CAL-SUB
017700         IF WS-CAL-ENTRY-TYPE (WS-CAL-SUB) = "H"
017800             MOVE "N" TO WS-CAL-BUSINESS-SW
017900         ELSE
018000             MOVE "Y" TO WS-CAL-BUSINESS-SW
018100         END-IF
018200     END-IF.
018300 1120-EXIT.
018400     EXIT.
018500
018600*----------------------------------------------------------------
018700*1130-MATCH-ONE-CALENDAR-DAY - COMPARE THE DAY TO ONE ENTRY.
018800*----------------------------------------------------------------
018900 1130-MATCH-ONE-CALENDAR-DAY.
019000     IF WS-CAL-ENTRY-DAYNO (WS-CAL-SUB) = WS-CAL-DAYNO
019100         MOVE "Y" TO WS-CAL-FOUND-SW
019200     END-IF.
019300 1130-EXIT.
019400     EXIT.
019500
019600*----------------------------------------------------------------
019700*1140-ROLL-TO-BUSINESS-DAY - MOVE WS-CAL-DAYNO FORWARD TO THE
019800*FIRST BUSINESS DAY ON OR AFTER IT.  A CALENDAR THAT SHOWS NO
019900*BUSINESS DAY IN A YEAR LEAVES THE DAY WHERE THE SEARCH STOPPED.
020000*----------------------------------------------------------------
020100 1140-ROLL-TO-BUSINESS-DAY.
020200     MOVE 0 TO WS-CAL-STEPS
020300     PERFORM 1120-CHECK-BUSINESS-DAY THRU 1120-EXIT
020400     PERFORM 1150-STEP-ONE-DAY THRU 1150-EXIT
020500         UNTIL WS-CAL-BUSINESS-DAY
020600            OR WS-CAL-STEPS > 366.
020700 1140-EXIT.
020800     EXIT.
020900
021000*----------------------------------------------------------------
021100*1150-STEP-ONE-DAY - ADVANCE ONE DAY AND JUDGE IT.
021200*----------------------------------------------------------------
021300 1150-STEP-ONE-DAY.
021400     ADD 1 TO WS-CAL-DAYNO
021500     ADD 1 TO WS-CAL-STEPS
021600     PERFORM 1120-CHECK-BUSINESS-DAY THRU 1120-EXIT.
021700 1150-EXIT.
021800     EXIT.
021900
022000*================================================================
022100*2000-JUDGE-RUN-DATE - REPORT WHETHER THE RUN DATE IS A BUSINESS
022200*DAY AND SET THE RETURN CODE THE SCHEDULER TESTS: 0 RUN THE
022300*JOB, 4 SKIP IT.
022400*================================================================
022500 2000-JUDGE-RUN-DATE.
022600     MOVE WS-RUN-DAYNO TO WS-CAL-DAYNO
022700     PERFORM 1120-CHECK-BUSINESS-DAY THRU 1120-EXIT
022800     MOVE WS-CAL-BUSINESS-SW TO WS-RUN-BUSINESS-SW
022900     COMPUTE WS-CAL-DAYNO = WS-RUN-DAYNO + 1
023000     PERFORM 1140-ROLL-TO-BUSINESS-DAY THRU 1140-EXIT
023100     COMPUTE WS-NEXT-DATE =
023200         FUNCTION DATE-OF-INTEGER (WS-CAL-DAYNO)
023300     DISPLAY "CAL-CHECK BUSINESS DAY CHECK"
023400     DISPLAY "-----------------------------"
023500     DISPLAY "  RUN DATE  . . . . . . . : " WS-RUN-DATE
023600     IF WS-RUN-IS-BUSINESS-DAY
023700         DISPLAY "  VERDICT . . . . . . . . : BUSINESS DAY"
023800     ELSE
023900         DISPLAY "  VERDICT . . . . . . . . : NOT A BUSINESS DAY"
024000             " - SKIP THE RUN"
024100     END-IF
024200     DISPLAY "  NEXT BUSINESS DAY . . . : " WS-NEXT-DATE
024300     DISPLAY "-----------------------------"
024400     IF WS-RUN-IS-BUSINESS-DAY
024500         MOVE 0 TO RETURN-CODE
024600     ELSE
024700         MOVE 4 TO RETURN-CODE
024800     END-IF.
024900 2000-EXIT.
025000     EXIT.
025100
025200*================================================================
025300*9999-ABEND-EXIT - DISPLAY THE DIAGNOSTIC, SET A NON-ZERO
025400*RETURN CODE AND TERMINATE THE RUN.
025500*================================================================
025600 9999-ABEND-EXIT.
025700     DISPLAY "CAL-CHECK ABEND - " WS-ABEND-MESSAGE
025800     MOVE 16 TO RETURN-CODE
025900     STOP RUN.
