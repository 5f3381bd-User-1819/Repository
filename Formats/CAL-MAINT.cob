000100*================================================================
000200*CAL-MAINT
000300*
000400*MAINTENANCE FOR THE SHOP BUSINESS CALENDAR (BUSCAL) SHARED BY
000500*FILE-CLONER, PICKUP-TRACKER, FILE-SWEEPER AND CAL-CHECK.
000600*MONDAY TO FRIDAY ARE BUSINESS DAYS AND WEEKENDS ARE NOT; THE
000700*CALENDAR HOLDS ONLY THE EXCEPTIONS.  TRANSACTIONS ARE READ FROM
000800*CALTRAN, ONE PER RECORD:
000900*    ADD  - ADD A HOLIDAY (H, ON A WEEKDAY) OR AN EXTRA BUSINESS
001000*           DAY (B, ON A WEEKEND).
001100*    CHG  - CHANGE THE TYPE OR DESCRIPTION OF A CALENDAR DATE.
001200*    DEL  - REMOVE A CALENDAR DATE, SO IT FALLS BACK TO THE
001300*           WEEKDAY/WEEKEND RULE.
001400*    LST  - LIST THE WHOLE CALENDAR TO SYSOUT.
001500*A TRANSACTION THAT FAILS ITS EDITS IS REJECTED TO THE EXCEPTION
001600*REPORT.  THE CALENDAR IS KEPT IN DATE ORDER AND IS REWRITTEN
001700*THROUGH A SIDE FILE RENAMED OVER THE LIVE ONE; IT IS CREATED ON
001800*THE FIRST RUN.
001900*================================================================
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. CAL-MAINT.
002200 AUTHOR. J H MORRISON.
002300 INSTALLATION. DISTRIBUTION SERVICES.
002400 DATE-WRITTEN. 10/15/2026.
002500 DATE-COMPILED.
002600*----------------------------------------------------------------
002700*MODIFICATION HISTORY
002800*----------------------------------------------------------------
002900*DATE       INIT DESCRIPTION
003000*10/15/2026 JHM  ORIGINAL VERSION.
003100*----------------------------------------------------------------
003200
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600*THE LIVE BUSINESS CALENDAR, IN DATE ORDER.
003700     SELECT BUS-CAL-FILE ASSIGN TO "BUSCAL"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-BUSCAL-STATUS.
004000*SIDE FILE FOR THE REWRITE, RENAMED OVER BUSCAL AT END OF RUN.
004100     SELECT BUS-CAL-TEMP-FILE ASSIGN TO "BUSCAL.NEW"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-BUSCAL-TEMP-STATUS.
004400*MAINTENANCE TRANSACTIONS FOR THIS RUN.
004500     SELECT TRAN-FILE ASSIGN TO "CALTRAN"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-TRAN-STATUS.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  BUS-CAL-FILE.
005200 01  BUS-CAL-RECORD.
005300     COPY BUSCAL.
005400
005500 FD  BUS-CAL-TEMP-FILE.
005600 01  BUS-CAL-TEMP-RECORD          PIC X(41).
005700
005800 FD  TRAN-FILE.
005900 01  TRAN-RECORD.
006000     05  CT-ACTION                PIC X(03).
006100         88  CT-ACTION-ADD        VALUE "ADD".
006200         88  CT-ACTION-CHANGE     VALUE "CHG".
006300         88  CT-ACTION-DELETE     VALUE "DEL".
006400         88  CT-ACTION-LIST       VALUE "LST".
006500     05  FILLER                   PIC X(01).
006600     05  CT-CAL-DATE              PIC X(08).
006700     05  CT-CAL-DATE-9 REDEFINES CT-CAL-DATE
006800                                  PIC 9(08).
006900     05  FILLER                   PIC X(01).
007000     05  CT-DAY-TYPE              PIC X(01).
007100     05  FILLER                   PIC X(01).
007200     05  CT-DESCRIPTION           PIC X(30).
007300
007400 WORKING-STORAGE SECTION.
007500*FILE STATUS SWITCHES.
007600 77  WS-BUSCAL-STATUS             PIC X(02).
007700 77  WS-BUSCAL-TEMP-STATUS        PIC X(02).
007800 77  WS-TRAN-STATUS               PIC X(02).
007900*ABEND DIAGNOSTIC TEXT.
008000 77  WS-ABEND-MESSAGE             PIC X(60).
008100*END-OF-FILE SWITCHES.
008200 77  WS-TRAN-EOF                  PIC X(01) VALUE "N".
008300     88  WS-END-OF-TRANS          VALUE "Y".
008400 77  WS-CAL-EOF                   PIC X(01) VALUE "N".
008500     88  WS-END-OF-CALENDAR       VALUE "Y".
008600*NAMES FOR THE ATOMIC CALENDAR REWRITE.
008700 77  WS-CAL-NEW-NAME              PIC X(10) VALUE "BUSCAL.NEW".
008800 77  WS-CAL-LIVE-NAME             PIC X(10) VALUE "BUSCAL".
008900 77  WS-CAL-RENAME-RC             PIC S9(09) USAGE COMP-5.
009000*MAINTENANCE COUNTERS.
009100 77  WS-TRAN-COUNT                PIC 9(08) USAGE COMP VALUE 0.
009200 77  WS-ADDED-COUNT               PIC 9(08) USAGE COMP VALUE 0.
009300 77  WS-CHANGED-COUNT             PIC 9(08) USAGE COMP VALUE 0.
009400 77  WS-DELETED-COUNT             PIC 9(08) USAGE COMP VALUE 0.
009500 77  WS-LISTED-COUNT              PIC 9(08) USAGE COMP VALUE 0.
009600 77  WS-ERROR-COUNT               PIC 9(08) USAGE COMP VALUE 0.
009700 77  WS-REJECT-COUNT              PIC 9(08) USAGE COMP VALUE 0.
009800*CALENDAR TABLE - THE WHOLE CALENDAR, IN DATE ORDER.
009900 77  WS-CT-COUNT                  PIC 9(04) USAGE COMP VALUE 0.
010000 77  WS-CT-SUB                    PIC 9(04) USAGE COMP.
010100 77  WS-CT-POS                    PIC 9(04) USAGE COMP.
010200 77  WS-CT-FOUND-SW               PIC X(01) VALUE "N".
010300     88  WS-CT-FOUND              VALUE "Y".
010400 01  WS-CAL-TABLE.
010500     05  WS-CT-ENTRY              OCCURS 2000 TIMES.
010600         10  WS-CT-DATE           PIC 9(08).
010700         10  WS-CT-TYPE           PIC X(01).
010800         10  WS-CT-DESCRIPTION    PIC X(30).
010900*FIELD EDIT WORK AREAS - THE VERDICT ON THE TRANSACTION IN HAND
011000*AND THE FIRST REASON IT FAILED.
011100 77  WS-REJECT-SW                 PIC X(01) VALUE "N".
011200     88  WS-TRAN-REJECTED         VALUE "Y".
011300 77  WS-REJECT-REASON             PIC X(40).
011400*DAY-OF-WEEK WORK AREAS.  DAY NUMBER 1 (01/01/1601) WAS A
011500*MONDAY, SO THE REMAINDER BY SEVEN IS 1 FOR MONDAY THROUGH 6 FOR
011600*SATURDAY AND 0 FOR SUNDAY.
011700 77  WS-DAY-NUMBER                PIC 9(08) USAGE COMP.
011800 77  WS-WEEK-COUNT                PIC 9(08) USAGE COMP.
011900 77  WS-WEEKDAY                   PIC 9(01) USAGE COMP.
012000 77  WS-WEEKEND-SW                PIC X(01) VALUE "N".
012100     88  WS-WEEKEND-DAY           VALUE "Y".
012200 01  WS-DAY-NAMES                 PIC X(21)
012300                                  VALUE "SUNMONTUEWEDTHUFRISAT".
012400 77  WS-DAY-NAME                  PIC X(03).
012500*REPORT EDIT FIELD.
012600 77  WS-COUNT-DISP                PIC Z(7)9.
012700
012800 PROCEDURE DIVISION.
012900*================================================================
013000*0000-MAIN-PROCEDURE
013100*================================================================
013200 0000-MAIN-PROCEDURE.
013300     PERFORM 1000-INITIALIZE-PROGRAM THRU 1000-EXIT
013400     PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT
013500     PERFORM 3000-REWRITE-CALENDAR THRU 3000-EXIT
013600     PERFORM 9000-WRITE-SUMMARY-REPORT THRU 9000-EXIT
013700     STOP RUN.
013800
013900*================================================================
014000*1000-INITIALIZE-PROGRAM - OPEN THE TRANSACTION FILE AND LOAD
014100*THE CALENDAR.  NO CALENDAR YET MEANS AN EMPTY ONE.
014200*================================================================
014300 1000-INITIALIZE-PROGRAM.
014400     OPEN INPUT TRAN-FILE
014500     IF WS-TRAN-STATUS NOT = "00"
014600         MOVE "CALTRAN NOT FOUND - NO TRANSACTIONS TO APPLY"
014700             TO WS-ABEND-MESSAGE
014800         GO TO 9999-ABEND-EXIT
014900     END-IF
015000     OPEN INPUT BUS-CAL-FILE
015100     IF WS-BUSCAL-STATUS NOT = "00"
015200         DISPLAY "NO BUSCAL FOUND - STARTING AN EMPTY CALENDAR"
015300         GO TO 1000-EXIT
015400     END-IF
015500     PERFORM 1100-LOAD-ONE-CALENDAR-DAY THRU 1100-EXIT
015600         UNTIL WS-END-OF-CALENDAR
015700     CLOSE BUS-CAL-FILE.
015800 1000-EXIT.
015900     EXIT.
016000
016100*----------------------------------------------------------------
016200*1100-LOAD-ONE-CALENDAR-DAY - TABLE ONE CALENDAR ENTRY.  THE
016300*CALENDAR CANNOT BE REWRITTEN SAFELY FROM A PARTIAL TABLE, SO
016400*OVERFLOW ABENDS.
016500*----------------------------------------------------------------
016600 1100-LOAD-ONE-CALENDAR-DAY.
016700     READ BUS-CAL-FILE
016800         AT END
016900             MOVE "Y" TO WS-CAL-EOF
017000             GO TO 1100-EXIT
017100     END-READ
017200     IF WS-CT-COUNT >= 2000
017300         MOVE "OVER 2000 ENTRIES ON BUSCAL"
017400             TO WS-ABEND-MESSAGE
017500         GO TO 9999-ABEND-EXIT
017600     END-IF
017700     ADD 1 TO WS-CT-COUNT
017800     MOVE BD-CAL-DATE TO WS-CT-DATE (WS-CT-COUNT)
017900     MOVE BD-DAY-TYPE TO WS-CT-TYPE (WS-CT-COUNT)
018000     MOVE BD-DESCRIPTION TO WS-CT-DESCRIPTION (WS-CT-COUNT).
018100 1100-EXIT.
018200     EXIT.
018300
018400*================================================================
018500*2000-PROCESS-TRANSACTIONS - APPLY EVERY CALTRAN RECORD TO THE
018600*CALENDAR TABLE IN TURN.
018700*================================================================
018800 2000-PROCESS-TRANSACTIONS.
018900     PERFORM 2100-APPLY-ONE-TRANSACTION THRU 2100-EXIT
019000         UNTIL WS-END-OF-TRANS
019100     CLOSE TRAN-FILE.
019200 2000-EXIT.
019300     EXIT.
019400
019500*----------------------------------------------------------------
019600*2100-APPLY-ONE-TRANSACTION - READ AND DISPATCH ONE
019700*TRANSACTION BY ITS ACTION CODE.
019800*----------------------------------------------------------------
019900 2100-APPLY-ONE-TRANSACTION.
020000     READ TRAN-FILE
020100         AT END
020200             MOVE "Y" TO WS-TRAN-EOF
020300             GO TO 2100-EXIT
020400     END-READ
020500     ADD 1 TO WS-TRAN-COUNT
020600     IF CT-ACTION-ADD
020700         PERFORM 2200-ADD-CALENDAR-DAY THRU 2200-EXIT
020800         GO TO 2100-EXIT
020900     END-IF
021000     IF CT-ACTION-CHANGE
021100         PERFORM 2300-CHANGE-CALENDAR-DAY THRU 2300-EXIT
021200         GO TO 2100-EXIT
021300     END-IF
021400     IF CT-ACTION-DELETE
021500         PERFORM 2400-DELETE-CALENDAR-DAY THRU 2400-EXIT
021600         GO TO 2100-EXIT
021700     END-IF
021800     IF CT-ACTION-LIST
021900         PERFORM 2500-LIST-CALENDAR THRU 2500-EXIT
022000         GO TO 2100-EXIT
022100     END-IF
022200     ADD 1 TO WS-ERROR-COUNT
022300     DISPLAY "CAL-MAINT BAD ACTION " CT-ACTION
022400         " FOR DATE " CT-CAL-DATE.
022500 2100-EXIT.
022600     EXIT.
022700
022800*----------------------------------------------------------------
022900*2200-ADD-CALENDAR-DAY - INSERT A NEW DATE IN DATE ORDER.
023000*----------------------------------------------------------------
023100 2200-ADD-CALENDAR-DAY.
023200     PERFORM 2600-EDIT-TRANSACTION THRU 2600-EXIT
023300     IF WS-TRAN-REJECTED
023400         GO TO 2200-EXIT
023500     END-IF
023600     PERFORM 2700-FIND-CALENDAR-DATE THRU 2700-EXIT
023700     IF WS-CT-FOUND
023800         MOVE "DATE IS ALREADY ON THE CALENDAR"
023900             TO WS-REJECT-REASON
024000         PERFORM 2690-REJECT-TRANSACTION THRU 2690-EXIT
024100         GO TO 2200-EXIT
024200     END-IF
024300     IF WS-CT-COUNT >= 2000
024400         MOVE "CALENDAR IS FULL" TO WS-REJECT-REASON
024500         PERFORM 2690-REJECT-TRANSACTION THRU 2690-EXIT
024600         GO TO 2200-EXIT
024700     END-IF
024800     PERFORM 2800-OPEN-ONE-SLOT THRU 2800-EXIT
024900         VARYING WS-CT-SUB FROM WS-CT-COUNT BY -1
025000         UNTIL WS-CT-SUB < WS-CT-POS
025100     ADD 1 TO WS-CT-COUNT
025200     MOVE CT-CAL-DATE-9 TO WS-CT-DATE (WS-CT-POS)
025300     MOVE CT-DAY-TYPE TO WS-CT-TYPE (WS-CT-POS)
025400     MOVE CT-DESCRIPTION TO WS-CT-DESCRIPTION (WS-CT-POS)
025500     ADD 1 TO WS-ADDED-COUNT.
025600 2200-EXIT.
025700     EXIT.
025800
025900*----------------------------------------------------------------
026000*2300-CHANGE-CALENDAR-DAY - REPLACE THE TYPE AND, WHEN GIVEN,
026100*THE DESCRIPTION OF A DATE ALREADY ON THE CALENDAR.
026200*----------------------------------------------------------------
026300 2300-CHANGE-CALENDAR-DAY.
026400     PERFORM 2600-EDIT-TRANSACTION THRU 2600-EXIT
026500     IF WS-TRAN-REJECTED
026600         GO TO 2300-EXIT
026700     END-IF
026800     PERFORM 2700-FIND-CALENDAR-DATE THRU 2700-EXIT
026900     IF NOT WS-CT-FOUND
027000         MOVE "DATE IS NOT ON THE CALENDAR" TO WS-REJECT-REASON
027100         PERFORM 2690-REJECT-TRANSACTION THRU 2690-EXIT
027200         GO TO 2300-EXIT
027300     END-IF
027400     MOVE CT-DAY-TYPE TO WS-CT-TYPE (WS-CT-POS)
027500     IF CT-DESCRIPTION NOT = SPACES
027600         MOVE CT-DESCRIPTION TO WS-CT-DESCRIPTION (WS-CT-POS)
027700     END-IF
027800     ADD 1 TO WS-CHANGED-COUNT.
027900 2300-EXIT.
028000     EXIT.
028100
028200*----------------------------------------------------------------
028300*2400-DELETE-CALENDAR-DAY - REMOVE A DATE AND CLOSE UP THE GAP.
028400*----------------------------------------------------------------
028500 2400-DELETE-CALENDAR-DAY.
028600     MOVE "N" TO WS-REJECT-SW
028700     IF CT-CAL-DATE NOT NUMERIC
028800         MOVE "DATE IS NOT NUMERIC" TO WS-REJECT-REASON
028900         PERFORM 2690-REJECT-TRANSACTION THRU 2690-EXIT
029000         GO TO 2400-EXIT
029100     END-IF
029200     PERFORM 2700-FIND-CALENDAR-DATE THRU 2700-EXIT
029300     IF NOT WS-CT-FOUND
029400         MOVE "DATE IS NOT ON THE CALENDAR" TO WS-REJECT-REASON
029500         PERFORM 2690-REJECT-TRANSACTION THRU 2690-EXIT
029600         GO TO 2400-EXIT
029700     END-IF
029800     PERFORM 2810-CLOSE-ONE-SLOT THRU 2810-EXIT
029900         VARYING WS-CT-SUB FROM WS-CT-POS BY 1
030000         UNTIL WS-CT-SUB >= WS-CT-COUNT
030100     SUBTRACT 1 FROM WS-CT-COUNT
030200     ADD 1 TO WS-DELETED-COUNT.
030300 2400-EXIT.
030400     EXIT.
030500
030600*----------------------------------------------------------------
030700*2500-LIST-CALENDAR - LIST EVERY CALENDAR DATE IN DATE ORDER.
030800*----------------------------------------------------------------
030900 2500-LIST-CALENDAR.
031000     IF WS-CT-COUNT = 0
031100         DISPLAY "CAL-MAINT CALENDAR IS EMPTY"
031200         GO TO 2500-EXIT
031300     END-IF
031400     DISPLAY "DATE     DAY TYPE DESCRIPTION"
031500     PERFORM 2510-LIST-ONE-DAY THRU 2510-EXIT
031600         VARYING WS-CT-SUB FROM 1 BY 1
031700         UNTIL WS-CT-SUB > WS-CT-COUNT.
031800 2500-EXIT.
031900     EXIT.
032000
032100*----------------------------------------------------------------
032200*2510-LIST-ONE-DAY - PRINT ONE CALENDAR ENTRY WITH ITS WEEKDAY.
032300*----------------------------------------------------------------
032400 2510-LIST-ONE-DAY.
032500     ADD 1 TO WS-LISTED-COUNT
032600     COMPUTE WS-DAY-NUMBER =
032700         FUNCTION INTEGER-OF-DATE (WS-CT-DATE (WS-CT-SUB))
032800     PERFORM 2650-FIND-WEEKDAY THRU 2650-EXIT
032900     DISPLAY WS-CT-DATE (WS-CT-SUB) " " WS-DAY-NAME "  "
033000         WS-CT-TYPE (WS-CT-SUB) "    "
033100         WS-CT-DESCRIPTION (WS-CT-SUB).
033200 2510-EXIT.
033300     EXIT.
033400
033500*----------------------------------------------------------------
033600*2600-EDIT-TRANSACTION - THE EDITS FOR AN ADD OR CHG: A REAL
033700*DATE, A TYPE OF H OR B, A HOLIDAY ONLY ON A WEEKDAY AND AN
033800*EXTRA BUSINESS DAY ONLY ON A WEEKEND.  THE FIRST FAILURE IS THE
033900*ONE REPORTED.
034000*----------------------------------------------------------------
034100 2600-EDIT-TRANSACTION.
034200     MOVE "N" TO WS-REJECT-SW
034300     IF CT-CAL-DATE NOT NUMERIC
034400         MOVE "DATE IS NOT NUMERIC" TO WS-REJECT-REASON
034500         PERFORM 2690-REJECT-TRANSACTION THRU 2690-EXIT
034600         GO TO 2600-EXIT
034700     END-IF
034800     COMPUTE WS-DAY-NUMBER =
034900         FUNCTION INTEGER-OF-DATE (CT-CAL-DATE-9)
035000     IF WS-DAY-NUMBER = 0
035100         MOVE "DATE IS NOT VALID" TO WS-REJECT-REASON
035200         PERFORM 2690-REJECT-TRANSACTION THRU 2690-EXIT
035300         GO TO 2600-EXIT
035400     END-IF
035500     PERFORM 2650-FIND-WEEKDAY THRU 2650-EXIT
035600     IF CT-DAY-TYPE = "H"
035700         IF WS-WEEKEND-DAY
035800             MOVE "HOLIDAY FALLS ON A WEEKEND"
035900                 TO WS-REJECT-REASON
036000             PERFORM 2690-REJECT-TRANSACTION THRU 2690-EXIT
036100         END-IF
036200         GO TO 2600-EXIT
036300     END-IF
036400     IF CT-DAY-TYPE = "B"
036500         IF NOT WS-WEEKEND-DAY
036600             MOVE "EXTRA BUSINESS DAY FALLS ON A WEEKDAY"
036700                 TO WS-REJECT-REASON
036800             PERFORM 2690-REJECT-TRANSACTION THRU 2690-EXIT
036900         END-IF
037000         GO TO 2600-EXIT
037100     END-IF
037200     MOVE "DAY TYPE MUST BE H OR B" TO WS-REJECT-REASON
037300     PERFORM 2690-REJECT-TRANSACTION THRU 2690-EXIT.
037400 2600-EXIT.
037500     EXIT.
037600
037700*----------------------------------------------------------------
037800*2650-FIND-WEEKDAY - THE WEEKDAY OF WS-DAY-NUMBER, ITS NAME, AND
037900*WHETHER IT FALLS ON A WEEKEND.
038000*----------------------------------------------------------------
038100 2650-FIND-WEEKDAY.
038200     DIVIDE WS-DAY-NUMBER BY 7
038300         GIVING WS-WEEK-COUNT
038400         REMAINDER WS-WEEKDAY
038500     MOVE WS-DAY-NAMES (WS-WEEKDAY * 3 + 1 : 3) TO WS-DAY-NAME
038600     IF WS-WEEKDAY = 0 OR WS-WEEKDAY = 6
038700         MOVE "Y" TO WS-WEEKEND-SW
038800     ELSE
038900         MOVE "N" TO WS-WEEKEND-SW
039000     END-IF.
039100 2650-EXIT.
039200     EXIT.
039300
039400*----------------------------------------------------------------
039500*2690-REJECT-TRANSACTION - ONE LINE ON THE EXCEPTION REPORT.
039600*----------------------------------------------------------------
039700 2690-REJECT-TRANSACTION.
039800     MOVE "Y" TO WS-REJECT-SW
039900     ADD 1 TO WS-REJECT-COUNT
040000     DISPLAY "REJECTED " CT-CAL-DATE " " CT-ACTION
040100         " - " WS-REJECT-REASON.
040200 2690-EXIT.
040300     EXIT.
040400
040500*----------------------------------------------------------------
040600*2700-FIND-CALENDAR-DATE - FIND THE TRANSACTION DATE ON THE
040700*TABLE.  WS-CT-POS IS LEFT ON ITS ROW WHEN FOUND, OR ON THE ROW
040800*IT WOULD BE INSERTED AT WHEN NOT.
040900*----------------------------------------------------------------
041000 2700-FIND-CALENDAR-DATE.
041100     MOVE "N" TO WS-CT-FOUND-SW
041200     MOVE 1 TO WS-CT-POS
041300     PERFORM 2710-PASS-ONE-DATE THRU 2710-EXIT
041400         VARYING WS-CT-SUB FROM 1 BY 1
041500         UNTIL WS-CT-SUB > WS-CT-COUNT
041600            OR WS-CT-DATE (WS-CT-SUB) >= CT-CAL-DATE-9
041700     IF WS-CT-POS NOT > WS-CT-COUNT
041800         IF WS-CT-DATE (WS-CT-POS) = CT-CAL-DATE-9
041900             MOVE "Y" TO WS-CT-FOUND-SW
042000         END-IF
042100     END-IF.
042200 2700-EXIT.
042300     EXIT.
042400
042500*----------------------------------------------------------------
042600*2710-PASS-ONE-DATE - A TABLE DATE BEFORE THE TRANSACTION DATE
042700*MOVES THE POSITION PAST IT.
042800*----------------------------------------------------------------
042900 2710-PASS-ONE-DATE.
043000     COMPUTE WS-CT-POS = WS-CT-SUB + 1.
043100 2710-EXIT.
043200     EXIT.
043300
043400*----------------------------------------------------------------
043500*2800-OPEN-ONE-SLOT - MOVE ONE ENTRY UP A ROW TO MAKE ROOM FOR
043600*AN INSERT.
043700*----------------------------------------------------------------
043800 2800-OPEN-ONE-SLOT.
043900     MOVE WS-CT-ENTRY (WS-CT-SUB) TO WS-CT-ENTRY (WS-CT-SUB + 1).
044000 2800-EXIT.
044100     EXIT.
044200
044300*----------------------------------------------------------------
044400*2810-CLOSE-ONE-SLOT - MOVE ONE ENTRY DOWN A ROW OVER A DELETE.
044500*----------------------------------------------------------------
044600 2810-CLOSE-ONE-SLOT.
044700     MOVE WS-CT-ENTRY (WS-CT-SUB + 1) TO WS-CT-ENTRY (WS-CT-SUB).
044800 2810-EXIT.
044900     EXIT.
045000
045100*================================================================
045200*3000-REWRITE-CALENDAR - WHEN ANYTHING CHANGED, WRITE THE TABLE
045300*TO THE SIDE FILE AND RENAME IT OVER THE LIVE CALENDAR, SO A
045400*FAILED RUN NEVER LEAVES A HALF-WRITTEN CALENDAR BEHIND.
045500*================================================================
045600 3000-REWRITE-CALENDAR.
045700     IF WS-ADDED-COUNT = 0 AND WS-CHANGED-COUNT = 0
045800        AND WS-DELETED-COUNT = 0
045900         GO TO 3000-EXIT
046000     END-IF
046100     OPEN OUTPUT BUS-CAL-TEMP-FILE
046200     IF WS-BUSCAL-TEMP-STATUS NOT = "00"
046300         MOVE "CALENDAR SIDE FILE COULD NOT BE OPENED"
046400             TO WS-ABEND-MESSAGE
046500         GO TO 9999-ABEND-EXIT
046600     END-IF
046700     PERFORM 3100-WRITE-ONE-CALENDAR-DAY THRU 3100-EXIT
046800         VARYING WS-CT-SUB FROM 1 BY 1
046900         UNTIL WS-CT-SUB > WS-CT-COUNT
047000     CLOSE BUS-CAL-TEMP-FILE
047100     CALL "CBL_RENAME_FILE" USING WS-CAL-NEW-NAME
047200                                  WS-CAL-LIVE-NAME
047300         RETURNING WS-CAL-RENAME-RC
047400     END-CALL
047500     IF WS-CAL-RENAME-RC NOT = 0
047600         MOVE "BUSCAL COULD NOT BE REWRITTEN"
047700             TO WS-ABEND-MESSAGE
047800         GO TO 9999-ABEND-EXIT
047900     END-IF.
048000 3000-EXIT.
048100     EXIT.
048200
048300*----------------------------------------------------------------
048400*3100-WRITE-ONE-CALENDAR-DAY - ONE ENTRY TO THE SIDE FILE.
048500*----------------------------------------------------------------
048600 3100-WRITE-ONE-CALENDAR-DAY.
048700     MOVE SPACES TO BUS-CAL-RECORD
048800     MOVE WS-CT-DATE (WS-CT-SUB) TO BD-CAL-DATE
048900     MOVE WS-CT-TYPE (WS-CT-SUB) TO BD-DAY-TYPE
049000     MOVE WS-CT-DESCRIPTION (WS-CT-SUB) TO BD-DESCRIPTION
049100     WRITE BUS-CAL-TEMP-RECORD FROM BUS-CAL-RECORD.
049200 3100-EXIT.
049300     EXIT.
049400
049500*================================================================
049600*9000-WRITE-SUMMARY-REPORT - MAINTENANCE TOTALS AND THE RETURN
049700*CODE: 0 CLEAN, 8 WHEN ANY TRANSACTION WAS IN ERROR OR REJECTED.
049800*================================================================
049900 9000-WRITE-SUMMARY-REPORT.
050000     DISPLAY "-----------------------------"
050100     DISPLAY "CAL-MAINT SUMMARY"
050200     MOVE WS-TRAN-COUNT TO WS-COUNT-DISP
050300     DISPLAY "  TRANSACTIONS READ . . . : " WS-COUNT-DISP
050400     MOVE WS-ADDED-COUNT TO WS-COUNT-DISP
050500     DISPLAY "  DATES ADDED . . . . . . : " WS-COUNT-DISP
050600     MOVE WS-CHANGED-COUNT TO WS-COUNT-DISP
050700     DISPLAY "  DATES CHANGED . . . . . : " WS-COUNT-DISP
050800     MOVE WS-DELETED-COUNT TO WS-COUNT-DISP
050900     DISPLAY "  DATES DELETED . . . . . : " WS-COUNT-DISP
051000     MOVE WS-LISTED-COUNT TO WS-COUNT-DISP
051100     DISPLAY "  DATES LISTED  . . . . . : " WS-COUNT-DISP
051200     MOVE WS-ERROR-COUNT TO WS-COUNT-DISP
051300     DISPLAY "  TRANSACTIONS IN ERROR . : " WS-COUNT-DISP
051400     MOVE WS-REJECT-COUNT TO WS-COUNT-DISP
051500     DISPLAY "  TRANSACTIONS REJECTED . : " WS-COUNT-DISP
051600     MOVE WS-CT-COUNT TO WS-COUNT-DISP
051700     DISPLAY "  DATES ON THE CALENDAR . : " WS-COUNT-DISP
051800     DISPLAY "-----------------------------"
051900     IF WS-ERROR-COUNT > 0 OR WS-REJECT-COUNT > 0
052000         MOVE 8 TO RETURN-CODE
052100     ELSE
052200         MOVE 0 TO RETURN-CODE
052300     END-IF.
052400 9000-EXIT.
052500     EXIT.
052600
052700*================================================================
052800*9999-ABEND-EXIT - DISPLAY THE DIAGNOSTIC, SET A NON-ZERO
052900*RETURN CODE AND TERMINATE THE RUN.
053000*================================================================
053100 9999-ABEND-EXIT.
053200     DISPLAY "CAL-MAINT ABEND - " WS-ABEND-MESSAGE
053300     MOVE 16 TO RETURN-CODE
053400     STOP RUN.
