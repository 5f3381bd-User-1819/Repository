000100*================================================================
000200*RECIP-ASOF
000300*
000400*AS-OF LISTING OF THE RECIPIENT MASTER.  RECIP-MAINT JOURNALS
000500*EVERY ADD, CHG AND DEA IT APPLIES TO THE PERMANENT RECPJRNL
000600*WITH THE RECORD IMAGE BEFORE AND AFTER THE CHANGE.  THIS
000700*PROGRAM REBUILDS THE MASTER AS IT STOOD AT THE CLOSE OF THE
000800*DATE NAMED ON ASOFCARD BY ROLLING THE CURRENT MASTER BACK:
000900*A RECIPIENT CHANGED AFTER THAT DATE IS SHOWN AS THE BEFORE
001000*IMAGE OF ITS FIRST LATER JOURNAL ENTRY, A RECIPIENT ADDED
001100*AFTER THAT DATE IS LEFT OUT, AND ANY OTHER RECIPIENT IS
001200*SHOWN AS IT STANDS NOW.  RECIPIENTS ON THE MASTER BEFORE
001300*JOURNALING BEGAN ARE THEREFORE COVERED AS WELL.  EACH LINE
001400*GIVES THE RECIPIENT NAME, ACCOUNT, GROUP CODE AND DELIVERY
001500*ROUTE - THE ANSWER TO "WHERE DID THIS GROUP'S COPIES GO ON
001600*THAT DATE".
001700*================================================================
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID. RECIP-ASOF.
002000 AUTHOR. J H MORRISON.
002100 INSTALLATION. DISTRIBUTION SERVICES.
002200 DATE-WRITTEN. 10/15/2026.
002300 DATE-COMPILED.
002400*----------------------------------------------------------------
002500*MODIFICATION HISTORY
002600*----------------------------------------------------------------
002700*DATE       INIT DESCRIPTION
002800*10/15/2026 JHM  ORIGINAL VERSION.
002810*10/15/2026 JHM  DEFAULT TO TODAY ONLY WITHOUT A CARD OR WITH A
002820*                BLANK DATE; END THE RUN ON A DATE THAT IS NOT A
002830*                REAL ONE INSTEAD OF LISTING TODAY'S MASTER.
002900*----------------------------------------------------------------
003000
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400*OPTIONAL CONTROL CARD - THE AS-OF DATE (CCYYMMDD).  WITHOUT A
003500*CARD THE MASTER IS LISTED AS OF TODAY.
003510*A DATE THAT IS GIVEN BUT IS NOT A REAL DATE ENDS THE RUN.
003600     SELECT ASOF-CARD-FILE ASSIGN TO "ASOFCARD"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-CARD-STATUS.
003900*PERMANENT CHANGE JOURNAL APPENDED BY RECIP-MAINT.
004000     SELECT JOURNAL-FILE ASSIGN TO "RECPJRNL"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-JOURNAL-STATUS.
004300*PERSISTENT RECIPIENT MASTER, READ IN KEY ORDER.
004400     SELECT RECIP-MASTER ASSIGN TO "RECPMAST"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS SEQUENTIAL
004700         RECORD KEY IS RM-RECIP-ID
004800         FILE STATUS IS WS-MASTER-STATUS.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  ASOF-CARD-FILE.
005300 01  ASOF-CARD-RECORD.
005400     05  AO-AS-OF-DATE            PIC 9(08).
005410     05  AO-AS-OF-DATE-X REDEFINES AO-AS-OF-DATE
005420                                  PIC X(08).
005500
005600 FD  JOURNAL-FILE.
005700 01  JOURNAL-RECORD.
005800     COPY RECPJRN.
005900
006000 FD  RECIP-MASTER.
006100 01  RECIP-MASTER-RECORD.
006200     COPY RECPREC.
006300
006400 WORKING-STORAGE SECTION.
006500*FILE STATUS SWITCHES.
006600 77  WS-CARD-STATUS               PIC X(02).
006700 77  WS-JOURNAL-STATUS            PIC X(02).
006800 77  WS-MASTER-STATUS             PIC X(02).
006900*ABEND DIAGNOSTIC TEXT.
007000 77  WS-ABEND-MESSAGE             PIC X(60).
007100*END-OF-FILE SWITCHES.
007200 77  WS-JOURNAL-EOF               PIC X(01) VALUE "N".
007300     88  WS-END-OF-JOURNAL        VALUE "Y".
007400 77  WS-MASTER-EOF                PIC X(01) VALUE "N".
007500     88  WS-END-OF-MASTER         VALUE "Y".
007600*THE DATE THE MASTER IS REBUILT AS OF.
007700 77  WS-AS-OF-DATE                PIC 9(08).
007710 77  WS-AS-OF-DAYNO               PIC 9(08) USAGE COMP.
007800*LISTING COUNTERS.
007900 77  WS-JOURNAL-COUNT             PIC 9(08) USAGE COMP VALUE 0.
008000 77  WS-LATER-COUNT               PIC 9(08) USAGE COMP VALUE 0.
008100 77  WS-MASTER-COUNT              PIC 9(08) USAGE COMP VALUE 0.
008200 77  WS-LISTED-COUNT              PIC 9(08) USAGE COMP VALUE 0.
008300 77  WS-ROLLED-COUNT              PIC 9(08) USAGE COMP VALUE 0.
008400 77  WS-NOT-YET-COUNT             PIC 9(08) USAGE COMP VALUE 0.
008500 77  WS-BADREC-COUNT              PIC 9(08) USAGE COMP VALUE 0.
008600*ROLLBACK TABLE - FOR EACH RECIPIENT CHANGED AFTER THE AS-OF
008700*DATE, THE BEFORE IMAGE OF ITS FIRST LATER JOURNAL ENTRY.  THE
008800*JOURNAL IS APPENDED IN APPLY ORDER, SO THE FIRST ENTRY SEEN
008900*FOR A RECIPIENT IS THE EARLIEST.  THE MATCHED SWITCH MARKS
009000*THE ROWS THE MASTER PASS HAS ACCOUNTED FOR.
009100 77  WS-RB-COUNT                  PIC 9(05) USAGE COMP VALUE 0.
009200 77  WS-RB-SUB                    PIC 9(05) USAGE COMP.
009300 77  WS-RB-FOUND-SW               PIC X(01) VALUE "N".
009400     88  WS-RB-FOUND              VALUE "Y".
009500 77  WS-RB-FULL-SW                PIC X(01) VALUE "N".
009600     88  WS-RB-TABLE-FULL         VALUE "Y".
009700 01  WS-ROLLBACK-TABLE.
009800     05  WS-RB-ENTRY              OCCURS 5000 TIMES.
009900         10  WS-RB-RECIP-ID       PIC X(08).
010000         10  WS-RB-MATCHED-SW     PIC X(01).
010100         10  WS-RB-IMAGE          PIC X(210).
010200*REPORT EDIT FIELD.
010300 77  WS-COUNT-DISP                PIC Z(7)9.
010400
010500 PROCEDURE DIVISION.
010600*================================================================
010700*0000-MAIN-PROCEDURE
010800*================================================================
010900 0000-MAIN-PROCEDURE.
011000     PERFORM 1000-INITIALIZE-PROGRAM THRU 1000-EXIT
011100     PERFORM 2000-LOAD-LATER-CHANGES THRU 2000-EXIT
011200     PERFORM 3000-LIST-THE-MASTER THRU 3000-EXIT
011300     PERFORM 9000-WRITE-SUMMARY-REPORT THRU 9000-EXIT
011400     STOP RUN.
011500
011600*================================================================
011700*1000-INITIALIZE-PROGRAM - PICK UP THE AS-OF DATE FROM ASOFCARD
011800*(OR DEFAULT TO TODAY) AND OPEN THE JOURNAL AND THE MASTER.
011810*ONLY A MISSING CARD OR A BLANK DATE MEANS TODAY - A DATE THAT
011820*IS GIVEN BUT IS NOT A REAL DATE ENDS THE RUN, SINCE LISTING
011830*TODAY'S MASTER IN ITS PLACE WOULD ANSWER THE WRONG QUESTION.
011900*NO JOURNAL MEANS NOTHING HAS CHANGED SINCE JOURNALING BEGAN,
012000*SO THE MASTER IS LISTED AS IT STANDS.
012100*================================================================
012200 1000-INITIALIZE-PROGRAM.
012300     MOVE SPACES TO ASOF-CARD-RECORD
012400     OPEN INPUT ASOF-CARD-FILE
012500     IF WS-CARD-STATUS = "00"
012600         READ ASOF-CARD-FILE
012700         CLOSE ASOF-CARD-FILE
012800     END-IF
012900     IF AO-AS-OF-DATE-X = SPACES
013000         ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD
013100     ELSE
013110         IF AO-AS-OF-DATE NUMERIC
013120             COMPUTE WS-AS-OF-DAYNO =
013130                 FUNCTION INTEGER-OF-DATE (AO-AS-OF-DATE)
013140         ELSE
013150             MOVE 0 TO WS-AS-OF-DAYNO
013160         END-IF
013170         IF WS-AS-OF-DAYNO = 0
013180             MOVE SPACES TO WS-ABEND-MESSAGE
013190             STRING "ASOFCARD DATE " AO-AS-OF-DATE-X
013200                    " IS NOT A VALID DATE" DELIMITED BY SIZE
013210                 INTO WS-ABEND-MESSAGE
013220             END-STRING
013230             GO TO 9999-ABEND-EXIT
013240         END-IF
013250         MOVE AO-AS-OF-DATE TO WS-AS-OF-DATE
013300     END-IF
013400     OPEN INPUT JOURNAL-FILE
013500     IF WS-JOURNAL-STATUS NOT = "00"
013600         DISPLAY "RECIP-ASOF: NO RECPJRNL - MASTER LISTED AS IT"
013700             " STANDS"
013800         MOVE "Y" TO WS-JOURNAL-EOF
013900     END-IF
014000     OPEN INPUT RECIP-MASTER
014100     IF WS-MASTER-STATUS NOT = "00"
014200         MOVE "RECPMAST COULD NOT BE OPENED"
014300             TO WS-ABEND-MESSAGE
014400         GO TO 9999-ABEND-EXIT
014500     END-IF.
014600 1000-EXIT.
014700     EXIT.
014800
014900*================================================================
015000*2000-LOAD-LATER-CHANGES - READ THE WHOLE JOURNAL AND KEEP THE
015100*FIRST ENTRY PER RECIPIENT APPLIED AFTER THE AS-OF DATE.
015200*================================================================
015300 2000-LOAD-LATER-CHANGES.
015400     IF WS-END-OF-JOURNAL
015500         GO TO 2000-EXIT
015600     END-IF
015700     PERFORM 2100-LOAD-ONE-ENTRY THRU 2100-EXIT
015800         UNTIL WS-END-OF-JOURNAL
015900     CLOSE JOURNAL-FILE.
016000 2000-EXIT.
016100     EXIT.
016200
016300*----------------------------------------------------------------
016400*2100-LOAD-ONE-ENTRY - READ ONE JOURNAL ENTRY.  AN ENTRY
016500*APPLIED ON OR BEFORE THE AS-OF DATE IS ALREADY REFLECTED IN
016600*THE ANSWER; A LATER ONE IS KEPT UNLESS THE RECIPIENT ALREADY
016700*HAS AN EARLIER LATER ENTRY IN THE TABLE.
016800*----------------------------------------------------------------
016900 2100-LOAD-ONE-ENTRY.
017000     READ JOURNAL-FILE
017100         AT END
017200             MOVE "Y" TO WS-JOURNAL-EOF
017300             GO TO 2100-EXIT
017400     END-READ
017500     ADD 1 TO WS-JOURNAL-COUNT
017600     IF RJ-APPLY-DATE NOT NUMERIC
017700         ADD 1 TO WS-BADREC-COUNT
017800         GO TO 2100-EXIT
017900     END-IF
018000     IF RJ-APPLY-DATE NOT > WS-AS-OF-DATE
018100         GO TO 2100-EXIT
018200     END-IF
018300     ADD 1 TO WS-LATER-COUNT
018400     PERFORM 2200-FIND-RECIPIENT THRU 2200-EXIT
018500     IF WS-RB-FOUND
018600         GO TO 2100-EXIT
018700     END-IF
018800     IF WS-RB-COUNT >= 5000
018900         MOVE "Y" TO WS-RB-FULL-SW
019000         GO TO 2100-EXIT
019100     END-IF
019200     ADD 1 TO WS-RB-COUNT
019300     MOVE RJ-RECIP-ID TO WS-RB-RECIP-ID (WS-RB-COUNT)
019400     MOVE "N" TO WS-RB-MATCHED-SW (WS-RB-COUNT)
019500     MOVE RJ-BEFORE-IMAGE TO WS-RB-IMAGE (WS-RB-COUNT).
019600 2100-EXIT.
019700     EXIT.
019800
019900*----------------------------------------------------------------
020000*2200-FIND-RECIPIENT - LOOK UP THE RECIPIENT ID IN RJ-RECIP-ID
020100*IN THE ROLLBACK TABLE, LEAVING WS-RB-SUB ON ITS ROW.
020200*----------------------------------------------------------------
020300 2200-FIND-RECIPIENT.
020400     MOVE "N" TO WS-RB-FOUND-SW
020500     PERFORM 2210-MATCH-ONE-RECIPIENT THRU 2210-EXIT
020600         VARYING WS-RB-SUB FROM 1 BY 1
020700         UNTIL WS-RB-SUB > WS-RB-COUNT
020800            OR WS-RB-FOUND
020900     IF WS-RB-FOUND
021000         SUBTRACT 1 FROM WS-RB-SUB
021100     END-IF.
021200 2200-EXIT.
021300     EXIT.
021400
021500*----------------------------------------------------------------
021600*2210-MATCH-ONE-RECIPIENT - COMPARE THE ID TO ONE TABLE ROW.
021700*----------------------------------------------------------------
021800 2210-MATCH-ONE-RECIPIENT.
021900     IF RJ-RECIP-ID = WS-RB-RECIP-ID (WS-RB-SUB)
022000         MOVE "Y" TO WS-RB-FOUND-SW
022100     END-IF.
022200 2210-EXIT.
022300     EXIT.
022400
022500*================================================================
022600*3000-LIST-THE-MASTER - WALK THE CURRENT MASTER IN KEY ORDER,
022700*ROLL BACK EACH RECIPIENT CHANGED SINCE THE AS-OF DATE, AND
022800*PRINT THE RECIPIENTS THAT EXISTED ON THAT DATE.  ANY TABLE
022900*ROW THE MASTER NO LONGER CARRIES (A REBUILT MASTER) IS
023000*PRINTED FROM THE JOURNAL AFTERWARDS.
023100*================================================================
023200 3000-LIST-THE-MASTER.
023300     DISPLAY "RECIP-ASOF MASTER AS OF " WS-AS-OF-DATE
023400     DISPLAY "-----------------------------------"
023500     DISPLAY "ID       ST GROUP    ACCOUNT      RECIPIENT NAME"
023600         "                 ROUTE"
023700     PERFORM 3100-LIST-ONE-RECIPIENT THRU 3100-EXIT
023800         UNTIL WS-END-OF-MASTER
023900     CLOSE RECIP-MASTER
024000     PERFORM 3200-LIST-JOURNAL-ONLY THRU 3200-EXIT
024100         VARYING WS-RB-SUB FROM 1 BY 1
024200         UNTIL WS-RB-SUB > WS-RB-COUNT
024300     DISPLAY "-----------------------------------".
024400 3000-EXIT.
024500     EXIT.
024600
024700*----------------------------------------------------------------
024800*3100-LIST-ONE-RECIPIENT - READ ONE MASTER RECORD, SUBSTITUTE
024900*ITS ROLLED-BACK IMAGE WHEN IT CHANGED AFTER THE AS-OF DATE,
025000*AND PRINT IT UNLESS IT DID NOT YET EXIST.
025100*----------------------------------------------------------------
025200 3100-LIST-ONE-RECIPIENT.
025300     READ RECIP-MASTER NEXT
025400         AT END
025500             MOVE "Y" TO WS-MASTER-EOF
025600             GO TO 3100-EXIT
025700     END-READ
025800     ADD 1 TO WS-MASTER-COUNT
025900     MOVE RM-RECIP-ID TO RJ-RECIP-ID
026000     PERFORM 2200-FIND-RECIPIENT THRU 2200-EXIT
026100     IF WS-RB-FOUND
026200         MOVE "Y" TO WS-RB-MATCHED-SW (WS-RB-SUB)
026300         IF WS-RB-IMAGE (WS-RB-SUB) = SPACES
026400             ADD 1 TO WS-NOT-YET-COUNT
026500             GO TO 3100-EXIT
026600         END-IF
026700         MOVE WS-RB-IMAGE (WS-RB-SUB) TO RECIP-MASTER-RECORD
026800         ADD 1 TO WS-ROLLED-COUNT
026900     END-IF
027000     PERFORM 3300-PRINT-ONE-LINE THRU 3300-EXIT.
027100 3100-EXIT.
027200     EXIT.
027300
027400*----------------------------------------------------------------
027500*3200-LIST-JOURNAL-ONLY - PRINT A TABLE ROW THE MASTER PASS
027600*NEVER MATCHED, WHEN THE RECIPIENT EXISTED ON THE AS-OF DATE.
027700*----------------------------------------------------------------
027800 3200-LIST-JOURNAL-ONLY.
027900     IF WS-RB-MATCHED-SW (WS-RB-SUB) = "Y"
028000        OR WS-RB-IMAGE (WS-RB-SUB) = SPACES
028100         GO TO 3200-EXIT
028200     END-IF
028300     MOVE WS-RB-IMAGE (WS-RB-SUB) TO RECIP-MASTER-RECORD
028400     ADD 1 TO WS-ROLLED-COUNT
028500     PERFORM 3300-PRINT-ONE-LINE THRU 3300-EXIT.
028600 3200-EXIT.
028700     EXIT.
028800
028900*----------------------------------------------------------------
029000*3300-PRINT-ONE-LINE - ONE RECIPIENT AS IT STOOD: ID, STATUS,
029100*GROUP CODE, ACCOUNT, RECIPIENT NAME AND DELIVERY ROUTE.
029200*----------------------------------------------------------------
029300 3300-PRINT-ONE-LINE.
029400     ADD 1 TO WS-LISTED-COUNT
029500     DISPLAY RM-RECIP-ID " " RM-STATUS "  "
029600         RM-GROUP-CODE " "
029700         RM-ACCOUNT-NO " "
029800         RM-RECIPIENT-NAME " "
029900         RM-ROUTE-DIR.
030000 3300-EXIT.
030100     EXIT.
030200
030300*================================================================
030400*9000-WRITE-SUMMARY-REPORT - LISTING TOTALS AND THE RETURN
030500*CODE: 0 CLEAN, 4 WHEN THE JOURNAL HAD UNUSABLE ENTRIES OR THE
030600*ROLLBACK TABLE FILLED AND THE LISTING MAY BE INCOMPLETE.
030700*================================================================
030800 9000-WRITE-SUMMARY-REPORT.
030900     DISPLAY "RECIP-ASOF SUMMARY"
031000     DISPLAY "  AS-OF DATE  . . . . . . : " WS-AS-OF-DATE
031100     MOVE WS-JOURNAL-COUNT TO WS-COUNT-DISP
031200     DISPLAY "  JOURNAL ENTRIES READ  . : " WS-COUNT-DISP
031300     MOVE WS-LATER-COUNT TO WS-COUNT-DISP
031400     DISPLAY "  ENTRIES AFTER AS-OF . . : " WS-COUNT-DISP
031500     MOVE WS-BADREC-COUNT TO WS-COUNT-DISP
031600     DISPLAY "  ENTRIES NOT USABLE  . . : " WS-COUNT-DISP
031700     MOVE WS-MASTER-COUNT TO WS-COUNT-DISP
031800     DISPLAY "  MASTER RECORDS READ . . : " WS-COUNT-DISP
031900     MOVE WS-ROLLED-COUNT TO WS-COUNT-DISP
032000     DISPLAY "  RECIPIENTS ROLLED BACK  : " WS-COUNT-DISP
032100     MOVE WS-NOT-YET-COUNT TO WS-COUNT-DISP
032200     DISPLAY "  ADDED AFTER AS-OF . . . : " WS-COUNT-DISP
032300     MOVE WS-LISTED-COUNT TO WS-COUNT-DISP
032400     DISPLAY "  RECIPIENTS LISTED . . . : " WS-COUNT-DISP
032500     IF WS-RB-TABLE-FULL
032600         DISPLAY "  NOTE: OVER 5000 RECIPIENTS CHANGED SINCE THE"
032700             " AS-OF DATE - LISTING IS PARTIAL"
032800     END-IF
032900     DISPLAY "-----------------------------------"
033000     IF WS-RB-TABLE-FULL OR WS-BADREC-COUNT > 0
033100         MOVE 4 TO RETURN-CODE
033200     ELSE
033300         MOVE 0 TO RETURN-CODE
033400     END-IF.
033500 9000-EXIT.
033600     EXIT.
033700
033800*================================================================
033900*9999-ABEND-EXIT - DISPLAY THE DIAGNOSTIC, SET A NON-ZERO
034000*RETURN CODE AND TERMINATE THE RUN.
034100*================================================================
034200 9999-ABEND-EXIT.
034300     DISPLAY "RECIP-ASOF ABEND - " WS-ABEND-MESSAGE
034400     MOVE 16 TO RETURN-CODE
034500     STOP RUN.
