000100*================================================================
000200*DAILY-BALANCE
000300*
000400*END-OF-DAY DISTRIBUTION CONTROL SHEET.  FOR THE BUSINESS DATE
000500*NAMED ON BALCARD (OR TODAY) IT TAKES EVERY COPY FILE-CLONER
000600*RECORDED ON THE PERMANENT RUN HISTORY (RUNHIST) - THE "D"
000700*DETAIL OF EACH COPY WRITTEN AND THE "S" DETAIL OF EACH COPY
000800*TOLERANT MODE SKIPPED - AND ACCOUNTS FOR EACH ONE FROM THE
000900*LOGS THE OTHER PROGRAMS KEEP:
001000*
001100*   A COPY WRITTEN IS STILL ON DISK PER AUDITLOG, ARCHIVED PER
001200*   FILE-SWEEPER'S ARCHIDX, OR PURGED PER FILE-SWEEPER'S
001300*   PURGELOG, MATCHED BY OUTPUT NAME AND THE DATE IT WAS
001400*   WRITTEN (THE BUSINESS DATE OR THE DAY AFTER, FOR A RUN THAT
001500*   CROSSED MIDNIGHT);
001600*   A COPY SKIPPED IS REBUILT PER FILE-RETRY'S RTRYLOG OR STILL
001700*   OPEN ON ERRLOG, MATCHED BY OUTPUT NAME.
001800*
001900*THE SHEET FOOTS COPIES AND BYTES ON EVERY LINE.  A COPY NO LOG
002000*ACCOUNTS FOR, A LOG WHOSE BYTE COUNT DISAGREES WITH THE RUN
002100*HISTORY, AND AN OUTPUT OF THE DAY ON A LOG BUT NOT ON THE RUN
002200*HISTORY ARE EACH LISTED AS AN OUT-OF-BALANCE ITEM AND THE RUN
002300*ENDS WITH RETURN CODE 8.  ERRLOG IS STARTED AFRESH BY EACH NEW
002400*TOLERANT RUN, SO A PAST DATE'S OPEN SKIPS ARE ONLY PROVABLE
002500*UNTIL THEN - BALANCE EACH DAY AT END OF DAY.
002600*================================================================
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. DAILY-BALANCE.
002900 AUTHOR. J H MORRISON.
003000 INSTALLATION. DISTRIBUTION SERVICES.
003100 DATE-WRITTEN. 10/15/2026.
003200 DATE-COMPILED.
003300*----------------------------------------------------------------
003400*MODIFICATION HISTORY
003500*----------------------------------------------------------------
003600*DATE       INIT DESCRIPTION
003700*10/15/2026 JHM  ORIGINAL VERSION.
003800*----------------------------------------------------------------
003900
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300*OPTIONAL CONTROL CARD - THE BUSINESS DATE (CCYYMMDD).  WITHOUT
004400*A CARD TODAY IS BALANCED.
004500     SELECT BAL-CARD-FILE ASSIGN TO "BALCARD"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-CARD-STATUS.
004800*PERMANENT RUN HISTORY APPENDED BY EVERY FILE-CLONER RUN.
004900     SELECT RUN-HIST-FILE ASSIGN TO "RUNHIST"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-RUNHIST-STATUS.
005200*ACCUMULATED AUDIT TRAIL OF THE OUTPUTS STILL ON DISK.
005300     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-AUDIT-STATUS.
005600*PERMANENT INDEX OF EVERY OUTPUT FILE-SWEEPER ARCHIVED.
005700     SELECT ARCH-INDEX-FILE ASSIGN TO "ARCHIDX"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-ARCHIDX-STATUS.
006000*PERMANENT LOG OF EVERY OUTPUT FILE-SWEEPER PURGED.
006100     SELECT PURGE-LOG-FILE ASSIGN TO "PURGELOG"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-PURGELOG-STATUS.
006400*THE SKIPPED COPIES STILL WAITING FOR FILE-RETRY.
006500     SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-ERRLOG-STATUS.
006800*PERMANENT LOG OF EVERY COPY FILE-RETRY REBUILT.
006900     SELECT REBUILD-LOG-FILE ASSIGN TO "RTRYLOG"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-RTRYLOG-STATUS.
007200
007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  BAL-CARD-FILE.
007600 01  BAL-CARD-RECORD.
007700     05  BC-BUSINESS-DATE         PIC 9(08).
007800
007900 FD  RUN-HIST-FILE.
008000 01  RUN-HIST-RECORD.
008100     05  RH-RECORD-TYPE           PIC X(01).
008200         88  RH-TEMPLATE-SUMMARY  VALUE "R".
008300         88  RH-OUTPUT-DETAIL     VALUE "D".
008400         88  RH-SKIPPED-DETAIL    VALUE "S".
008500     05  FILLER                   PIC X(01).
008600     05  RH-RUN-DATE              PIC 9(08).
008700     05  FILLER                   PIC X(01).
008800     05  RH-TEMPLATE-NAME         PIC X(60).
008900     05  FILLER                   PIC X(01).
009000     05  RH-TARGET-NAME           PIC X(160).
009100     05  FILLER                   PIC X(01).
009200     05  RH-COPY-COUNT            PIC 9(08).
009300     05  FILLER                   PIC X(01).
009400     05  RH-BYTE-COUNT            PIC 9(12).
009500     05  FILLER                   PIC X(01).
009600     05  RH-RUN-MODE              PIC X(01).
009700     05  FILLER                   PIC X(01).
009800     05  RH-RETURN-CODE           PIC 9(02).
009900
010000 FD  AUDIT-FILE.
010100 01  AUDIT-RECORD.
010200     05  AL-FILE-NAME             PIC X(160).
010300     05  FILLER                   PIC X(01).
010400     05  AL-TIMESTAMP             PIC X(17).
010500     05  FILLER                   PIC X(01).
010600     05  AL-BYTE-COUNT            PIC 9(12).
010700     05  FILLER                   PIC X(01).
010800     05  AL-TEMPLATE-NAME         PIC X(60).
010900
011000 FD  ARCH-INDEX-FILE.
011100 01  ARCH-INDEX-RECORD.
011200     05  AX-ORIG-NAME             PIC X(160).
011300     05  FILLER                   PIC X(01).
011400     05  AX-ARCH-NAME             PIC X(226).
011500     05  FILLER                   PIC X(01).
011600     05  AX-TIMESTAMP             PIC X(17).
011700     05  FILLER                   PIC X(01).
011800     05  AX-BYTE-COUNT            PIC 9(12).
011900     05  FILLER                   PIC X(01).
012000     05  AX-TEMPLATE-NAME         PIC X(60).
012100
012200 FD  PURGE-LOG-FILE.
012300 01  PURGE-LOG-RECORD.
012400     05  PG-FILE-NAME             PIC X(160).
012500     05  FILLER                   PIC X(01).
012600     05  PG-TIMESTAMP             PIC X(17).
012700     05  FILLER                   PIC X(01).
012800     05  PG-BYTE-COUNT            PIC 9(12).
012900     05  FILLER                   PIC X(01).
013000     05  PG-TEMPLATE-NAME         PIC X(60).
013100     05  FILLER                   PIC X(01).
013200     05  PG-PURGE-DATE            PIC 9(08).
013300
013400 FD  ERROR-LOG-FILE.
013500 01  ERROR-LOG-RECORD.
013600     05  EL-FILE-NAME             PIC X(160).
013700     05  FILLER                   PIC X(01).
013800     05  EL-FILE-STATUS           PIC X(02).
013900     05  FILLER                   PIC X(01).
014000     05  EL-TIMESTAMP             PIC X(17).
014100     05  FILLER                   PIC X(01).
014200     05  EL-TEMPLATE-NAME         PIC X(60).
014300     05  FILLER                   PIC X(01).
014400     05  EL-RECIPIENT-NAME        PIC X(30).
014500     05  FILLER                   PIC X(01).
014600     05  EL-ACCOUNT-NO            PIC X(12).
014700
014800 FD  REBUILD-LOG-FILE.
014900 01  REBUILD-LOG-RECORD.
015000     05  RB-FILE-NAME             PIC X(160).
015100     05  FILLER                   PIC X(01).
015200     05  RB-TIMESTAMP             PIC X(17).
015300     05  FILLER                   PIC X(01).
015400     05  RB-BYTE-COUNT            PIC 9(12).
015500     05  FILLER                   PIC X(01).
015600     05  RB-TEMPLATE-NAME         PIC X(60).
015700     05  FILLER                   PIC X(01).
015800     05  RB-SKIP-TIMESTAMP        PIC X(17).
015900
016000 WORKING-STORAGE SECTION.
016100*FILE STATUS SWITCHES.
016200 77  WS-CARD-STATUS               PIC X(02).
016300 77  WS-RUNHIST-STATUS            PIC X(02).
016400 77  WS-AUDIT-STATUS              PIC X(02).
016500 77  WS-ARCHIDX-STATUS            PIC X(02).
016600 77  WS-PURGELOG-STATUS           PIC X(02).
016700 77  WS-ERRLOG-STATUS             PIC X(02).
016800 77  WS-RTRYLOG-STATUS            PIC X(02).
016900*ABEND DIAGNOSTIC TEXT.
017000 77  WS-ABEND-MESSAGE             PIC X(60).
017100*END-OF-FILE SWITCH, SHARED BY EACH LOG IN TURN.
017200 77  WS-LOG-EOF                   PIC X(01) VALUE "N".
017300     88  WS-END-OF-LOG            VALUE "Y".
017400*THE DATE BEING BALANCED AND THE DAY AFTER IT.
017500 77  WS-BUSINESS-DATE             PIC 9(08).
017600 77  WS-NEXT-DATE                 PIC 9(08).
017700 77  WS-DAY-NUMBER                PIC 9(08) USAGE COMP.
017800*RECORD COUNTERS.
017900 77  WS-HIST-COUNT                PIC 9(08) USAGE COMP VALUE 0.
018000 77  WS-AUDIT-COUNT               PIC 9(08) USAGE COMP VALUE 0.
018100 77  WS-ARCHIDX-COUNT             PIC 9(08) USAGE COMP VALUE 0.
018200 77  WS-PURGELOG-COUNT            PIC 9(08) USAGE COMP VALUE 0.
018300 77  WS-ERRLOG-COUNT              PIC 9(08) USAGE COMP VALUE 0.
018400 77  WS-RTRYLOG-COUNT             PIC 9(08) USAGE COMP VALUE 0.
018500 77  WS-BADREC-COUNT              PIC 9(08) USAGE COMP VALUE 0.
018600*COPY TABLE - ONE ROW PER RUN HISTORY DETAIL OF THE BUSINESS
018700*DATE.  THE WHERE CODE RECORDS WHICH LOG ACCOUNTED FOR IT:
018800*A AUDITLOG, X ARCHIDX, P PURGELOG, E ERRLOG, B RTRYLOG, OR
018900*SPACE WHILE STILL UNACCOUNTED.  THE LOG BYTES ARE THE BYTES
019000*THAT LOG SHOWS FOR THE COPY.
019100 77  WS-IT-COUNT                  PIC 9(05) USAGE COMP VALUE 0.
019200 77  WS-IT-SUB                    PIC 9(05) USAGE COMP.
019300 77  WS-IT-FOUND-SW               PIC X(01) VALUE "N".
019400     88  WS-IT-FOUND              VALUE "Y".
019500 77  WS-IT-FULL-SW                PIC X(01) VALUE "N".
019600     88  WS-IT-TABLE-FULL         VALUE "Y".
019700 01  WS-COPY-TABLE.
019800     05  WS-IT-ENTRY              OCCURS 5000 TIMES.
019900         10  WS-IT-NAME           PIC X(160).
020000         10  WS-IT-TYPE           PIC X(01).
020100         10  WS-IT-WHERE          PIC X(01).
020200         10  WS-IT-BYTES          PIC 9(12) USAGE COMP.
020300         10  WS-IT-LOG-BYTES      PIC 9(12) USAGE COMP.
020400*REBUILD TABLE - THE NAME AND TIMESTAMP OF EVERY REBUILD ON THE
020500*BUSINESS DATE, SO ITS AUDIT RECORD IS NOT TAKEN FOR AN OUTPUT
020600*MISSING FROM THE RUN HISTORY.
020700 77  WS-RB-COUNT                  PIC 9(04) USAGE COMP VALUE 0.
020800 77  WS-RB-SUB                    PIC 9(04) USAGE COMP.
020900 77  WS-RB-FOUND-SW               PIC X(01) VALUE "N".
021000     88  WS-RB-FOUND              VALUE "Y".
021100 01  WS-REBUILD-TABLE.
021200     05  WS-RB-ENTRY              OCCURS 1000 TIMES.
021300         10  WS-RB-NAME           PIC X(160).
021400         10  WS-RB-TIMESTAMP      PIC X(17).
021500*EXTRA TABLE - OUTPUTS OF THE BUSINESS DATE ON A LOG BUT NOT ON
021600*THE RUN HISTORY.
021700 77  WS-EX-COUNT                  PIC 9(04) USAGE COMP VALUE 0.
021800 77  WS-EX-SUB                    PIC 9(04) USAGE COMP.
021900 77  WS-EX-TOTAL                  PIC 9(08) USAGE COMP VALUE 0.
022000 77  WS-EX-BYTES-TOTAL            PIC 9(12) USAGE COMP VALUE 0.
022100 01  WS-EXTRA-TABLE.
022200     05  WS-EX-ENTRY              OCCURS 500 TIMES.
022300         10  WS-EX-SOURCE         PIC X(08).
022400         10  WS-EX-NAME           PIC X(160).
022500         10  WS-EX-BYTES          PIC 9(12) USAGE COMP.
022600*THE LOG ENTRY BEING MATCHED.
022700 77  WS-SRC-LABEL                 PIC X(08).
022800 77  WS-SRC-WHERE                 PIC X(01).
022900 77  WS-SRC-NAME                  PIC X(160).
023000 77  WS-SRC-TIMESTAMP             PIC X(17).
023100 77  WS-SRC-DATE                  PIC 9(08).
023200 77  WS-SRC-BYTES                 PIC 9(12) USAGE COMP.
023300 77  WS-MATCH-TYPE                PIC X(01).
023400*CONTROL SHEET TOTALS.
023500 77  WS-WRITTEN-COPIES            PIC 9(08) USAGE COMP VALUE 0.
023600 77  WS-WRITTEN-BYTES             PIC 9(12) USAGE COMP VALUE 0.
023700 77  WS-SKIPPED-COPIES            PIC 9(08) USAGE COMP VALUE 0.
023800 77  WS-RECORDED-COPIES           PIC 9(08) USAGE COMP VALUE 0.
023900 77  WS-RECORDED-BYTES            PIC 9(12) USAGE COMP VALUE 0.
024000 77  WS-DISK-COPIES               PIC 9(08) USAGE COMP VALUE 0.
024100 77  WS-DISK-BYTES                PIC 9(12) USAGE COMP VALUE 0.
024200 77  WS-ARCH-COPIES               PIC 9(08) USAGE COMP VALUE 0.
024300 77  WS-ARCH-BYTES                PIC 9(12) USAGE COMP VALUE 0.
024400 77  WS-PURGE-COPIES              PIC 9(08) USAGE COMP VALUE 0.
024500 77  WS-PURGE-BYTES               PIC 9(12) USAGE COMP VALUE 0.
024600 77  WS-OPEN-COPIES               PIC 9(08) USAGE COMP VALUE 0.
024700 77  WS-REBUILT-COPIES            PIC 9(08) USAGE COMP VALUE 0.
024800 77  WS-REBUILT-BYTES             PIC 9(12) USAGE COMP VALUE 0.
024900 77  WS-ACCOUNTED-COPIES          PIC 9(08) USAGE COMP VALUE 0.
025000 77  WS-ACCOUNTED-BYTES           PIC 9(12) USAGE COMP VALUE 0.
025100 77  WS-MISSING-COPIES            PIC 9(08) USAGE COMP VALUE 0.
025200 77  WS-MISSING-BYTES             PIC 9(12) USAGE COMP VALUE 0.
025300 77  WS-MISMATCH-COUNT            PIC 9(08) USAGE COMP VALUE 0.
025400 77  WS-COPY-DIFFERENCE           PIC S9(08) USAGE COMP VALUE 0.
025500 77  WS-BYTE-DIFFERENCE           PIC S9(12) USAGE COMP VALUE 0.
025600*SET WHEN ANY ITEM IS OUT OF BALANCE.
025700 77  WS-BALANCE-SW                PIC X(01) VALUE "Y".
025800     88  WS-IN-BALANCE            VALUE "Y".
025900*REPORT EDIT FIELDS.
026000 77  WS-COUNT-DISP                PIC Z(7)9.
026100 77  WS-BYTES-DISP                PIC Z(11)9.
026200 77  WS-BYTES-DISP2               PIC Z(11)9.
026300 77  WS-DIFF-COUNT-DISP           PIC -(7)9.
026400 77  WS-DIFF-BYTES-DISP           PIC -(11)9.
026500
026600 PROCEDURE DIVISION.
026700*================================================================
026800*0000-MAIN-PROCEDURE
026900*================================================================
027000 0000-MAIN-PROCEDURE.
027100     PERFORM 1000-INITIALIZE-PROGRAM THRU 1000-EXIT
027200     PERFORM 2000-LOAD-RUN-HISTORY THRU 2000-EXIT
027300     PERFORM 3000-MATCH-REBUILD-LOG THRU 3000-EXIT
027400     PERFORM 3100-MATCH-ERROR-LOG THRU 3100-EXIT
027500     PERFORM 3200-MATCH-AUDIT-LOG THRU 3200-EXIT
027600     PERFORM 3300-MATCH-ARCHIVE-INDEX THRU 3300-EXIT
027700     PERFORM 3400-MATCH-PURGE-LOG THRU 3400-EXIT
027800     PERFORM 4000-FOOT-THE-SHEET THRU 4000-EXIT
027900     PERFORM 5000-PRINT-CONTROL-SHEET THRU 5000-EXIT
028000     PERFORM 9000-WRITE-SUMMARY-REPORT THRU 9000-EXIT
028100     STOP RUN.
028200
028300*================================================================
028400*1000-INITIALIZE-PROGRAM - PICK UP THE BUSINESS DATE FROM
028500*BALCARD (OR DEFAULT TO TODAY) AND WORK OUT THE DAY AFTER IT.
028600*================================================================
028700 1000-INITIALIZE-PROGRAM.
028800     INITIALIZE BAL-CARD-RECORD
028900     OPEN INPUT BAL-CARD-FILE
029000     IF WS-CARD-STATUS = "00"
029100         READ BAL-CARD-FILE
029200         CLOSE BAL-CARD-FILE
029300     END-IF
029400     IF BC-BUSINESS-DATE NUMERIC AND BC-BUSINESS-DATE > 0
029500         MOVE BC-BUSINESS-DATE TO WS-BUSINESS-DATE
029600     ELSE
029700         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
029800     END-IF
029900     COMPUTE WS-DAY-NUMBER =
030000         FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
030100     IF WS-DAY-NUMBER = 0
030200         MOVE "BALCARD BUSINESS DATE IS NOT A VALID DATE"
030300             TO WS-ABEND-MESSAGE
030400         GO TO 9999-ABEND-EXIT
030500     END-IF
030600     COMPUTE WS-NEXT-DATE =
030700         FUNCTION DATE-OF-INTEGER (WS-DAY-NUMBER + 1).
030800 1000-EXIT.
030900     EXIT.
031000
031100*================================================================
031200*2000-LOAD-RUN-HISTORY - ONE COPY TABLE ROW PER DETAIL RECORD
031300*OF THE BUSINESS DATE.  WITHOUT A RUN HISTORY THERE IS NOTHING
031400*TO BALANCE.
031500*================================================================
031600 2000-LOAD-RUN-HISTORY.
031700     OPEN INPUT RUN-HIST-FILE
031800     IF WS-RUNHIST-STATUS NOT = "00"
031900         MOVE "RUNHIST NOT FOUND - NO HISTORY TO BALANCE"
032000             TO WS-ABEND-MESSAGE
032100         GO TO 9999-ABEND-EXIT
032200     END-IF
032300     MOVE "N" TO WS-LOG-EOF
032400     PERFORM 2100-LOAD-ONE-DETAIL THRU 2100-EXIT
032500         UNTIL WS-END-OF-LOG
032600     CLOSE RUN-HIST-FILE.
032700 2000-EXIT.
032800     EXIT.
032900
033000*----------------------------------------------------------------
033100*2100-LOAD-ONE-DETAIL - READ ONE HISTORY RECORD AND TABLE IT
033200*WHEN IT IS A DETAIL OF THE BUSINESS DATE.
033300*----------------------------------------------------------------
033400 2100-LOAD-ONE-DETAIL.
033500     READ RUN-HIST-FILE
033600         AT END
033700             MOVE "Y" TO WS-LOG-EOF
033800             GO TO 2100-EXIT
033900     END-READ
034000     ADD 1 TO WS-HIST-COUNT
034100     IF RH-RUN-DATE NOT NUMERIC
034200        OR RH-BYTE-COUNT NOT NUMERIC
034300         ADD 1 TO WS-BADREC-COUNT
034400         GO TO 2100-EXIT
034500     END-IF
034600     IF RH-RUN-DATE NOT = WS-BUSINESS-DATE
034700         GO TO 2100-EXIT
034800     END-IF
034900     IF NOT RH-OUTPUT-DETAIL AND NOT RH-SKIPPED-DETAIL
035000         GO TO 2100-EXIT
035100     END-IF
035200     IF WS-IT-COUNT >= 5000
035300         MOVE "Y" TO WS-IT-FULL-SW
035400         GO TO 2100-EXIT
035500     END-IF
035600     ADD 1 TO WS-IT-COUNT
035700     MOVE RH-TARGET-NAME TO WS-IT-NAME (WS-IT-COUNT)
035800     MOVE RH-RECORD-TYPE TO WS-IT-TYPE (WS-IT-COUNT)
035900     MOVE SPACE TO WS-IT-WHERE (WS-IT-COUNT)
036000     MOVE RH-BYTE-COUNT TO WS-IT-BYTES (WS-IT-COUNT)
036100     MOVE 0 TO WS-IT-LOG-BYTES (WS-IT-COUNT).
036200 2100-EXIT.
036300     EXIT.
036400
036500*================================================================
036600*3000-MATCH-REBUILD-LOG - EACH REBUILD ON OR AFTER THE BUSINESS
036700*DATE CLEARS A SKIPPED COPY OF THE SAME NAME.  REBUILDS ON THE
036800*BUSINESS DATE ITSELF ARE ALSO TABLED FOR THE AUDIT LOG PASS.
036900*NO REBUILD LOG MEANS NOTHING WAS EVER REBUILT.
037000*================================================================
037100 3000-MATCH-REBUILD-LOG.
037200     OPEN INPUT REBUILD-LOG-FILE
037300     IF WS-RTRYLOG-STATUS NOT = "00"
037400         GO TO 3000-EXIT
037500     END-IF
037600     MOVE "N" TO WS-LOG-EOF
037700     PERFORM 3010-MATCH-ONE-REBUILD THRU 3010-EXIT
037800         UNTIL WS-END-OF-LOG
037900     CLOSE REBUILD-LOG-FILE.
038000 3000-EXIT.
038100     EXIT.
038200
038300*----------------------------------------------------------------
038400*3010-MATCH-ONE-REBUILD - READ ONE REBUILD RECORD AND MATCH IT.
038500*----------------------------------------------------------------
038600 3010-MATCH-ONE-REBUILD.
038700     READ REBUILD-LOG-FILE
038800         AT END
038900             MOVE "Y" TO WS-LOG-EOF
039000             GO TO 3010-EXIT
039100     END-READ
039200     ADD 1 TO WS-RTRYLOG-COUNT
039300     IF RB-TIMESTAMP (1 : 8) NOT NUMERIC
039400        OR RB-BYTE-COUNT NOT NUMERIC
039500         ADD 1 TO WS-BADREC-COUNT
039600         GO TO 3010-EXIT
039700     END-IF
039800     MOVE RB-TIMESTAMP (1 : 8) TO WS-SRC-DATE
039900     IF WS-SRC-DATE < WS-BUSINESS-DATE
040000         GO TO 3010-EXIT
040100     END-IF
040200     IF WS-SRC-DATE = WS-BUSINESS-DATE
040300        AND WS-RB-COUNT < 1000
040400         ADD 1 TO WS-RB-COUNT
040500         MOVE RB-FILE-NAME TO WS-RB-NAME (WS-RB-COUNT)
040600         MOVE RB-TIMESTAMP TO WS-RB-TIMESTAMP (WS-RB-COUNT)
040700     END-IF
040800     MOVE RB-FILE-NAME TO WS-SRC-NAME
040900     MOVE RB-BYTE-COUNT TO WS-SRC-BYTES
041000     MOVE "B" TO WS-SRC-WHERE
041100     PERFORM 3600-MATCH-SKIPPED-COPY THRU 3600-EXIT.
041200 3010-EXIT.
041300     EXIT.
041400
041500*================================================================
041600*3100-MATCH-ERROR-LOG - EACH ENTRY STILL ON THE ERROR LOG
041700*ACCOUNTS FOR A SKIPPED COPY OF THE SAME NAME.  FILE-RETRY
041800*RESTAMPS AN ENTRY THAT FAILS AGAIN, SO ONLY THE NAME IS USED.
041900*================================================================
042000 3100-MATCH-ERROR-LOG.
042100     OPEN INPUT ERROR-LOG-FILE
042200     IF WS-ERRLOG-STATUS NOT = "00"
042300         GO TO 3100-EXIT
042400     END-IF
042500     MOVE "N" TO WS-LOG-EOF
042600     PERFORM 3110-MATCH-ONE-ERROR THRU 3110-EXIT
042700         UNTIL WS-END-OF-LOG
042800     CLOSE ERROR-LOG-FILE.
042900 3100-EXIT.
043000     EXIT.
043100
043200*----------------------------------------------------------------
043300*3110-MATCH-ONE-ERROR - READ ONE ERROR LOG ENTRY AND MATCH IT.
043400*----------------------------------------------------------------
043500 3110-MATCH-ONE-ERROR.
043600     READ ERROR-LOG-FILE
043700         AT END
043800             MOVE "Y" TO WS-LOG-EOF
043900             GO TO 3110-EXIT
044000     END-READ
044100     ADD 1 TO WS-ERRLOG-COUNT
044200     MOVE EL-FILE-NAME TO WS-SRC-NAME
044300     MOVE 0 TO WS-SRC-BYTES
044400     MOVE "E" TO WS-SRC-WHERE
044500     PERFORM 3600-MATCH-SKIPPED-COPY THRU 3600-EXIT.
044600 3110-EXIT.
044700     EXIT.
044800
044900*================================================================
045000*3200-MATCH-AUDIT-LOG - EACH AUDIT RECORD OF THE DAY ACCOUNTS
045100*FOR A WRITTEN COPY STILL ON DISK.  A MISSING AUDIT LOG MEANS
045200*NOTHING IS LEFT ON DISK.
045300*================================================================
045400 3200-MATCH-AUDIT-LOG.
045500     OPEN INPUT AUDIT-FILE
045600     IF WS-AUDIT-STATUS NOT = "00"
045700         GO TO 3200-EXIT
045800     END-IF
045900     MOVE "N" TO WS-LOG-EOF
046000     PERFORM 3210-MATCH-ONE-AUDIT THRU 3210-EXIT
046100         UNTIL WS-END-OF-LOG
046200     CLOSE AUDIT-FILE.
046300 3200-EXIT.
046400     EXIT.
046500
046600*----------------------------------------------------------------
046700*3210-MATCH-ONE-AUDIT - READ ONE AUDIT RECORD AND MATCH IT.
046800*----------------------------------------------------------------
046900 3210-MATCH-ONE-AUDIT.
047000     READ AUDIT-FILE
047100         AT END
047200             MOVE "Y" TO WS-LOG-EOF
047300             GO TO 3210-EXIT
047400     END-READ
047500     ADD 1 TO WS-AUDIT-COUNT
047600     IF AL-TIMESTAMP (1 : 8) NOT NUMERIC
047700        OR AL-BYTE-COUNT NOT NUMERIC
047800         ADD 1 TO WS-BADREC-COUNT
047900         GO TO 3210-EXIT
048000     END-IF
048100     MOVE "AUDITLOG" TO WS-SRC-LABEL
048200     MOVE "A" TO WS-SRC-WHERE
048300     MOVE AL-FILE-NAME TO WS-SRC-NAME
048400     MOVE AL-TIMESTAMP TO WS-SRC-TIMESTAMP
048500     MOVE AL-BYTE-COUNT TO WS-SRC-BYTES
048600     PERFORM 3500-MATCH-WRITTEN-COPY THRU 3500-EXIT.
048700 3210-EXIT.
048800     EXIT.
048900
049000*================================================================
049100*3300-MATCH-ARCHIVE-INDEX - EACH ARCHIVE INDEX RECORD FOR AN
049200*OUTPUT WRITTEN THAT DAY ACCOUNTS FOR AN ARCHIVED COPY.
049300*================================================================
049400 3300-MATCH-ARCHIVE-INDEX.
049500     OPEN INPUT ARCH-INDEX-FILE
049600     IF WS-ARCHIDX-STATUS NOT = "00"
049700         GO TO 3300-EXIT
049800     END-IF
049900     MOVE "N" TO WS-LOG-EOF
050000     PERFORM 3310-MATCH-ONE-ARCHIVE THRU 3310-EXIT
050100         UNTIL WS-END-OF-LOG
050200     CLOSE ARCH-INDEX-FILE.
050300 3300-EXIT.
050400     EXIT.
050500
050600*----------------------------------------------------------------
050700*3310-MATCH-ONE-ARCHIVE - READ ONE INDEX RECORD AND MATCH IT.
050800*----------------------------------------------------------------
050900 3310-MATCH-ONE-ARCHIVE.
051000     READ ARCH-INDEX-FILE
051100         AT END
051200             MOVE "Y" TO WS-LOG-EOF
051300             GO TO 3310-EXIT
051400     END-READ
051500     ADD 1 TO WS-ARCHIDX-COUNT
051600     IF AX-TIMESTAMP (1 : 8) NOT NUMERIC
051700        OR AX-BYTE-COUNT NOT NUMERIC
051800         ADD 1 TO WS-BADREC-COUNT
051900         GO TO 3310-EXIT
052000     END-IF
052100     MOVE "ARCHIDX" TO WS-SRC-LABEL
052200     MOVE "X" TO WS-SRC-WHERE
052300     MOVE AX-ORIG-NAME TO WS-SRC-NAME
052400     MOVE AX-TIMESTAMP TO WS-SRC-TIMESTAMP
052500     MOVE AX-BYTE-COUNT TO WS-SRC-BYTES
052600     PERFORM 3500-MATCH-WRITTEN-COPY THRU 3500-EXIT.
052700 3310-EXIT.
052800     EXIT.
052900
053000*================================================================
053100*3400-MATCH-PURGE-LOG - EACH PURGE LOG RECORD FOR AN OUTPUT
053200*WRITTEN THAT DAY ACCOUNTS FOR A PURGED COPY.
053300*================================================================
053400 3400-MATCH-PURGE-LOG.
053500     OPEN INPUT PURGE-LOG-FILE
053600     IF WS-PURGELOG-STATUS NOT = "00"
053700         GO TO 3400-EXIT
053800     END-IF
053900     MOVE "N" TO WS-LOG-EOF
054000     PERFORM 3410-MATCH-ONE-PURGE THRU 3410-EXIT
054100         UNTIL WS-END-OF-LOG
054200     CLOSE PURGE-LOG-FILE.
054300 3400-EXIT.
054400     EXIT.
054500
054600*----------------------------------------------------------------
054700*3410-MATCH-ONE-PURGE - READ ONE PURGE RECORD AND MATCH IT.
054800*----------------------------------------------------------------
054900 3410-MATCH-ONE-PURGE.
055000     READ PURGE-LOG-FILE
055100         AT END
055200             MOVE "Y" TO WS-LOG-EOF
055300             GO TO 3410-EXIT
055400     END-READ
055500     ADD 1 TO WS-PURGELOG-COUNT
055600     IF PG-TIMESTAMP (1 : 8) NOT NUMERIC
055700        OR PG-BYTE-COUNT NOT NUMERIC
055800         ADD 1 TO WS-BADREC-COUNT
055900         GO TO 3410-EXIT
056000     END-IF
056100     MOVE "PURGELOG" TO WS-SRC-LABEL
056200     MOVE "P" TO WS-SRC-WHERE
056300     MOVE PG-FILE-NAME TO WS-SRC-NAME
056400     MOVE PG-TIMESTAMP TO WS-SRC-TIMESTAMP
056500     MOVE PG-BYTE-COUNT TO WS-SRC-BYTES
056600     PERFORM 3500-MATCH-WRITTEN-COPY THRU 3500-EXIT.
056700 3410-EXIT.
056800     EXIT.
056900
057000*----------------------------------------------------------------
057100*3500-MATCH-WRITTEN-COPY - CHARGE THE LOG ENTRY IN WS-SRC-* TO
057200*THE FIRST UNACCOUNTED WRITTEN COPY OF THE SAME NAME, WHEN IT
057300*WAS WRITTEN ON THE BUSINESS DATE OR THE DAY AFTER.  AN ENTRY
057400*OF THE BUSINESS DATE ITSELF THAT MATCHES NO COPY AND IS NOT A
057500*REBUILD IS AN OUTPUT MISSING FROM THE RUN HISTORY.
057600*----------------------------------------------------------------
057700 3500-MATCH-WRITTEN-COPY.
057800     MOVE WS-SRC-TIMESTAMP (1 : 8) TO WS-SRC-DATE
057900     IF WS-SRC-DATE NOT = WS-BUSINESS-DATE
058000        AND WS-SRC-DATE NOT = WS-NEXT-DATE
058100         GO TO 3500-EXIT
058200     END-IF
058300     MOVE "D" TO WS-MATCH-TYPE
058400     PERFORM 3700-FIND-OPEN-COPY THRU 3700-EXIT
058500     IF WS-IT-FOUND
058600         MOVE WS-SRC-WHERE TO WS-IT-WHERE (WS-IT-SUB)
058700         MOVE WS-SRC-BYTES TO WS-IT-LOG-BYTES (WS-IT-SUB)
058800         GO TO 3500-EXIT
058900     END-IF
059000     IF WS-SRC-DATE NOT = WS-BUSINESS-DATE
059100         GO TO 3500-EXIT
059200     END-IF
059300     MOVE "N" TO WS-RB-FOUND-SW
059400     PERFORM 3510-MATCH-ONE-REBUILT THRU 3510-EXIT
059500         VARYING WS-RB-SUB FROM 1 BY 1
059600         UNTIL WS-RB-SUB > WS-RB-COUNT
059700            OR WS-RB-FOUND
059800     IF WS-RB-FOUND
059900         GO TO 3500-EXIT
060000     END-IF
060100     ADD 1 TO WS-EX-TOTAL
060200     ADD WS-SRC-BYTES TO WS-EX-BYTES-TOTAL
060300     IF WS-EX-COUNT < 500
060400         ADD 1 TO WS-EX-COUNT
060500         MOVE WS-SRC-LABEL TO WS-EX-SOURCE (WS-EX-COUNT)
060600         MOVE WS-SRC-NAME TO WS-EX-NAME (WS-EX-COUNT)
060700         MOVE WS-SRC-BYTES TO WS-EX-BYTES (WS-EX-COUNT)
060800     END-IF.
060900 3500-EXIT.
061000     EXIT.
061100
061200*----------------------------------------------------------------
061300*3510-MATCH-ONE-REBUILT - COMPARE THE LOG ENTRY TO ONE REBUILD
061400*OF THE BUSINESS DATE.
061500*----------------------------------------------------------------
061600 3510-MATCH-ONE-REBUILT.
061700     IF WS-SRC-NAME = WS-RB-NAME (WS-RB-SUB)
061800        AND WS-SRC-TIMESTAMP = WS-RB-TIMESTAMP (WS-RB-SUB)
061900         MOVE "Y" TO WS-RB-FOUND-SW
062000     END-IF.
062100 3510-EXIT.
062200     EXIT.
062300
062400*----------------------------------------------------------------
062500*3600-MATCH-SKIPPED-COPY - CHARGE THE LOG ENTRY IN WS-SRC-* TO
062600*THE FIRST UNACCOUNTED SKIPPED COPY OF THE SAME NAME.  AN ENTRY
062700*FOR ANOTHER DAY'S SKIP MATCHES NOTHING AND IS PASSED OVER.
062800*----------------------------------------------------------------
062900 3600-MATCH-SKIPPED-COPY.
063000     MOVE "S" TO WS-MATCH-TYPE
063100     PERFORM 3700-FIND-OPEN-COPY THRU 3700-EXIT
063200     IF WS-IT-FOUND
063300         MOVE WS-SRC-WHERE TO WS-IT-WHERE (WS-IT-SUB)
063400         MOVE WS-SRC-BYTES TO WS-IT-LOG-BYTES (WS-IT-SUB)
063500     END-IF.
063600 3600-EXIT.
063700     EXIT.
063800
063900*----------------------------------------------------------------
064000*3700-FIND-OPEN-COPY - FIND THE FIRST UNACCOUNTED COPY OF TYPE
064100*WS-MATCH-TYPE NAMED WS-SRC-NAME, LEAVING WS-IT-SUB ON ITS ROW.
064200*----------------------------------------------------------------
064300 3700-FIND-OPEN-COPY.
064400     MOVE "N" TO WS-IT-FOUND-SW
064500     PERFORM 3710-MATCH-ONE-COPY THRU 3710-EXIT
064600         VARYING WS-IT-SUB FROM 1 BY 1
064700         UNTIL WS-IT-SUB > WS-IT-COUNT
064800            OR WS-IT-FOUND
064900     IF WS-IT-FOUND
065000         SUBTRACT 1 FROM WS-IT-SUB
065100     END-IF.
065200 3700-EXIT.
065300     EXIT.
065400
065500*----------------------------------------------------------------
065600*3710-MATCH-ONE-COPY - COMPARE THE LOG ENTRY TO ONE COPY ROW.
065700*----------------------------------------------------------------
065800 3710-MATCH-ONE-COPY.
065900     IF WS-IT-WHERE (WS-IT-SUB) = SPACE
066000        AND WS-IT-TYPE (WS-IT-SUB) = WS-MATCH-TYPE
066100        AND WS-IT-NAME (WS-IT-SUB) = WS-SRC-NAME
066200         MOVE "Y" TO WS-IT-FOUND-SW
066300     END-IF.
066400 3710-EXIT.
066500     EXIT.
066600
066700*================================================================
066800*4000-FOOT-THE-SHEET - ADD EVERY COPY INTO WHAT THE RUN HISTORY
066900*RECORDED AND INTO THE LINE THAT ACCOUNTED FOR IT, THEN TAKE
067000*THE DIFFERENCES.  BYTES ARE ACCOUNTED AT WHAT EACH LOG SHOWS; A
067100*SKIPPED COPY CARRIES NO BYTES, SO A REBUILD'S BYTES ARE SHOWN
067200*APART FROM THE FOOTING.
067300*================================================================
067400 4000-FOOT-THE-SHEET.
067500     PERFORM 4100-FOOT-ONE-COPY THRU 4100-EXIT
067600         VARYING WS-IT-SUB FROM 1 BY 1
067700         UNTIL WS-IT-SUB > WS-IT-COUNT
067800     COMPUTE WS-RECORDED-COPIES =
067900         WS-WRITTEN-COPIES + WS-SKIPPED-COPIES
068000     MOVE WS-WRITTEN-BYTES TO WS-RECORDED-BYTES
068100     COMPUTE WS-ACCOUNTED-COPIES =
068200         WS-DISK-COPIES + WS-ARCH-COPIES + WS-PURGE-COPIES
068300         + WS-OPEN-COPIES + WS-REBUILT-COPIES
068400     COMPUTE WS-ACCOUNTED-BYTES =
068500         WS-DISK-BYTES + WS-ARCH-BYTES + WS-PURGE-BYTES
068600     COMPUTE WS-COPY-DIFFERENCE =
068700         WS-RECORDED-COPIES - WS-ACCOUNTED-COPIES
068800     COMPUTE WS-BYTE-DIFFERENCE =
068900         WS-RECORDED-BYTES - WS-ACCOUNTED-BYTES
069000     IF WS-COPY-DIFFERENCE NOT = 0
069100        OR WS-BYTE-DIFFERENCE NOT = 0
069200        OR WS-MISMATCH-COUNT > 0
069300        OR WS-EX-TOTAL > 0
069400        OR WS-IT-TABLE-FULL
069500         MOVE "N" TO WS-BALANCE-SW
069600     END-IF.
069700 4000-EXIT.
069800     EXIT.
069900
070000*----------------------------------------------------------------
070100*4100-FOOT-ONE-COPY - ONE COPY INTO THE TOTALS.
070200*----------------------------------------------------------------
070300 4100-FOOT-ONE-COPY.
070400     IF WS-IT-TYPE (WS-IT-SUB) = "D"
070500         ADD 1 TO WS-WRITTEN-COPIES
070600         ADD WS-IT-BYTES (WS-IT-SUB) TO WS-WRITTEN-BYTES
070700     ELSE
070800         ADD 1 TO WS-SKIPPED-COPIES
070900     END-IF
071000     IF (WS-IT-WHERE (WS-IT-SUB) = "A" OR "X" OR "P")
071100        AND WS-IT-LOG-BYTES (WS-IT-SUB)
071200            NOT = WS-IT-BYTES (WS-IT-SUB)
071300         ADD 1 TO WS-MISMATCH-COUNT
071400     END-IF
071500     EVALUATE WS-IT-WHERE (WS-IT-SUB)
071600         WHEN "A"
071700             ADD 1 TO WS-DISK-COPIES
071800             ADD WS-IT-LOG-BYTES (WS-IT-SUB) TO WS-DISK-BYTES
071900         WHEN "X"
072000             ADD 1 TO WS-ARCH-COPIES
072100             ADD WS-IT-LOG-BYTES (WS-IT-SUB) TO WS-ARCH-BYTES
072200         WHEN "P"
072300             ADD 1 TO WS-PURGE-COPIES
072400             ADD WS-IT-LOG-BYTES (WS-IT-SUB) TO WS-PURGE-BYTES
072500         WHEN "E"
072600             ADD 1 TO WS-OPEN-COPIES
072700         WHEN "B"
072800             ADD 1 TO WS-REBUILT-COPIES
072900             ADD WS-IT-LOG-BYTES (WS-IT-SUB) TO WS-REBUILT-BYTES
073000         WHEN OTHER
073100             ADD 1 TO WS-MISSING-COPIES
073200             ADD WS-IT-BYTES (WS-IT-SUB) TO WS-MISSING-BYTES
073300     END-EVALUATE.
073400 4100-EXIT.
073500     EXIT.
073600
073700*================================================================
073800*5000-PRINT-CONTROL-SHEET - THE FOOTED SHEET, THE ITEMIZED
073900*DIFFERENCES AND THE SIGN-OFF LINES.
074000*================================================================
074100 5000-PRINT-CONTROL-SHEET.
074200     DISPLAY "DAILY-BALANCE DISTRIBUTION CONTROL SHEET"
074300     DISPLAY "  BUSINESS DATE (CCYYMMDD) : " WS-BUSINESS-DATE
074400     DISPLAY "-----------------------------------"
074500     DISPLAY "                                COPIES"
074600         "         BYTES"
074700     DISPLAY "RECORDED ON RUNHIST"
074800     MOVE WS-WRITTEN-COPIES TO WS-COUNT-DISP
074900     MOVE WS-WRITTEN-BYTES TO WS-BYTES-DISP
075000     DISPLAY "  COPIES WRITTEN  . . . . : " WS-COUNT-DISP
075100         "  " WS-BYTES-DISP
075200     MOVE WS-SKIPPED-COPIES TO WS-COUNT-DISP
075300     MOVE 0 TO WS-BYTES-DISP
075400     DISPLAY "  COPIES SKIPPED  . . . . : " WS-COUNT-DISP
075500         "  " WS-BYTES-DISP
075600     MOVE WS-RECORDED-COPIES TO WS-COUNT-DISP
075700     MOVE WS-RECORDED-BYTES TO WS-BYTES-DISP
075800     DISPLAY "  TOTAL RECORDED  . . . . : " WS-COUNT-DISP
075900         "  " WS-BYTES-DISP
076000     DISPLAY "ACCOUNTED FOR"
076100     MOVE WS-DISK-COPIES TO WS-COUNT-DISP
076200     MOVE WS-DISK-BYTES TO WS-BYTES-DISP
076300     DISPLAY "  ON DISK PER AUDITLOG  . : " WS-COUNT-DISP
076400         "  " WS-BYTES-DISP
076500     MOVE WS-ARCH-COPIES TO WS-COUNT-DISP
076600     MOVE WS-ARCH-BYTES TO WS-BYTES-DISP
076700     DISPLAY "  ARCHIVED PER ARCHIDX  . : " WS-COUNT-DISP
076800         "  " WS-BYTES-DISP
076900     MOVE WS-PURGE-COPIES TO WS-COUNT-DISP
077000     MOVE WS-PURGE-BYTES TO WS-BYTES-DISP
077100     DISPLAY "  PURGED PER PURGELOG . . : " WS-COUNT-DISP
077200         "  " WS-BYTES-DISP
077300     MOVE WS-OPEN-COPIES TO WS-COUNT-DISP
077400     MOVE 0 TO WS-BYTES-DISP
077500     DISPLAY "  SKIPPED, OPEN ON ERRLOG : " WS-COUNT-DISP
077600         "  " WS-BYTES-DISP
077700     MOVE WS-REBUILT-COPIES TO WS-COUNT-DISP
077800     MOVE 0 TO WS-BYTES-DISP
077900     DISPLAY "  REBUILT PER RTRYLOG . . : " WS-COUNT-DISP
078000         "  " WS-BYTES-DISP
078100     MOVE WS-ACCOUNTED-COPIES TO WS-COUNT-DISP
078200     MOVE WS-ACCOUNTED-BYTES TO WS-BYTES-DISP
078300     DISPLAY "  TOTAL ACCOUNTED FOR . . : " WS-COUNT-DISP
078400         "  " WS-BYTES-DISP
078500     MOVE WS-COPY-DIFFERENCE TO WS-DIFF-COUNT-DISP
078600     MOVE WS-BYTE-DIFFERENCE TO WS-DIFF-BYTES-DISP
078700     DISPLAY "DIFFERENCE  . . . . . . . : " WS-DIFF-COUNT-DISP
078800         "  " WS-DIFF-BYTES-DISP
078900     MOVE WS-EX-TOTAL TO WS-COUNT-DISP
079000     MOVE WS-EX-BYTES-TOTAL TO WS-BYTES-DISP
079100     DISPLAY "ON A LOG, NOT ON RUNHIST  : " WS-COUNT-DISP
079200         "  " WS-BYTES-DISP
079300     MOVE WS-REBUILT-BYTES TO WS-BYTES-DISP
079400     DISPLAY "  (BYTES WRITTEN BY REBUILDS "
079500         WS-BYTES-DISP ")"
079600     DISPLAY "-----------------------------------"
079700     IF WS-IN-BALANCE
079800         DISPLAY "*** IN BALANCE ***"
079900     ELSE
080000         DISPLAY "*** OUT OF BALANCE - ITEMS FOLLOW ***"
080100         PERFORM 5100-PRINT-ONE-COPY-ITEM THRU 5100-EXIT
080200             VARYING WS-IT-SUB FROM 1 BY 1
080300             UNTIL WS-IT-SUB > WS-IT-COUNT
080400         PERFORM 5200-PRINT-ONE-EXTRA THRU 5200-EXIT
080500             VARYING WS-EX-SUB FROM 1 BY 1
080600             UNTIL WS-EX-SUB > WS-EX-COUNT
080700         IF WS-EX-TOTAL > WS-EX-COUNT
080800             DISPLAY "  NOTE: OVER 500 OUTPUTS NOT ON RUNHIST -"
080900                 " LIST IS PARTIAL"
081000         END-IF
081100         IF WS-IT-TABLE-FULL
081200             DISPLAY "  NOTE: OVER 5000 COPIES ON THE DATE -"
081300                 " SHEET IS PARTIAL"
081400         END-IF
081500     END-IF
081600     DISPLAY "-----------------------------------"
081700     DISPLAY "PREPARED BY  ______________________  DATE ________"
081800     DISPLAY "REVIEWED BY  ______________________  DATE ________"
081900     DISPLAY "-----------------------------------".
082000 5000-EXIT.
082100     EXIT.
082200
082300*----------------------------------------------------------------
082400*5100-PRINT-ONE-COPY-ITEM - A COPY NO LOG ACCOUNTS FOR, OR ONE
082500*WHOSE LOG BYTES DISAGREE WITH THE RUN HISTORY.
082600*----------------------------------------------------------------
082700 5100-PRINT-ONE-COPY-ITEM.
082800     MOVE WS-IT-BYTES (WS-IT-SUB) TO WS-BYTES-DISP
082900     IF WS-IT-WHERE (WS-IT-SUB) = SPACE
083000         IF WS-IT-TYPE (WS-IT-SUB) = "D"
083100             DISPLAY "  NOT ACCOUNTED (WRITTEN) " WS-BYTES-DISP
083200                 " " WS-IT-NAME (WS-IT-SUB)
083300         ELSE
083400             DISPLAY "  NOT ACCOUNTED (SKIPPED) " WS-BYTES-DISP
083500                 " " WS-IT-NAME (WS-IT-SUB)
083600         END-IF
083700         GO TO 5100-EXIT
083800     END-IF
083900     IF (WS-IT-WHERE (WS-IT-SUB) = "A" OR "X" OR "P")
084000        AND WS-IT-LOG-BYTES (WS-IT-SUB)
084100            NOT = WS-IT-BYTES (WS-IT-SUB)
084200         MOVE WS-IT-LOG-BYTES (WS-IT-SUB) TO WS-BYTES-DISP2
084300         DISPLAY "  BYTES DIFFER  RUNHIST " WS-BYTES-DISP
084400             " LOG " WS-BYTES-DISP2
084500         DISPLAY "      " WS-IT-NAME (WS-IT-SUB)
084600     END-IF.
084700 5100-EXIT.
084800     EXIT.
084900
085000*----------------------------------------------------------------
085100*5200-PRINT-ONE-EXTRA - AN OUTPUT OF THE DAY ON A LOG BUT NOT
085200*ON THE RUN HISTORY.
085300*----------------------------------------------------------------
085400 5200-PRINT-ONE-EXTRA.
085500     MOVE WS-EX-BYTES (WS-EX-SUB) TO WS-BYTES-DISP
085600     DISPLAY "  NOT ON RUNHIST - " WS-EX-SOURCE (WS-EX-SUB)
085700         " " WS-BYTES-DISP " " WS-EX-NAME (WS-EX-SUB).
085800 5200-EXIT.
085900     EXIT.
086000
086100*================================================================
086200*9000-WRITE-SUMMARY-REPORT - RECORDS READ FROM EACH FILE AND
086300*THE RETURN CODE: 0 IN BALANCE, 4 IN BALANCE BUT SOME LOG
086400*RECORDS WERE UNUSABLE, 8 OUT OF BALANCE.
086500*================================================================
086600 9000-WRITE-SUMMARY-REPORT.
086700     DISPLAY "DAILY-BALANCE SUMMARY"
086800     MOVE WS-HIST-COUNT TO WS-COUNT-DISP
086900     DISPLAY "  RUNHIST RECORDS READ  . : " WS-COUNT-DISP
087000     MOVE WS-AUDIT-COUNT TO WS-COUNT-DISP
087100     DISPLAY "  AUDITLOG RECORDS READ . : " WS-COUNT-DISP
087200     MOVE WS-ARCHIDX-COUNT TO WS-COUNT-DISP
087300     DISPLAY "  ARCHIDX RECORDS READ  . : " WS-COUNT-DISP
087400     MOVE WS-PURGELOG-COUNT TO WS-COUNT-DISP
087500     DISPLAY "  PURGELOG RECORDS READ . : " WS-COUNT-DISP
087600     MOVE WS-ERRLOG-COUNT TO WS-COUNT-DISP
087700     DISPLAY "  ERRLOG RECORDS READ . . : " WS-COUNT-DISP
087800     MOVE WS-RTRYLOG-COUNT TO WS-COUNT-DISP
087900     DISPLAY "  RTRYLOG RECORDS READ  . : " WS-COUNT-DISP
088000     MOVE WS-BADREC-COUNT TO WS-COUNT-DISP
088100     DISPLAY "  RECORDS NOT USABLE . .  : " WS-COUNT-DISP
088200     MOVE WS-MISSING-COPIES TO WS-COUNT-DISP
088300     DISPLAY "  COPIES NOT ACCOUNTED  . : " WS-COUNT-DISP
088400     MOVE WS-MISMATCH-COUNT TO WS-COUNT-DISP
088500     DISPLAY "  BYTE COUNTS DIFFERING . : " WS-COUNT-DISP
088600     DISPLAY "-----------------------------------"
088700     IF NOT WS-IN-BALANCE
088800         MOVE 8 TO RETURN-CODE
088900     ELSE
089000         IF WS-BADREC-COUNT > 0
089100             MOVE 4 TO RETURN-CODE
089200         ELSE
089300             MOVE 0 TO RETURN-CODE
089400         END-IF
089500     END-IF.
089600 9000-EXIT.
089700     EXIT.
089800
089900*================================================================
090000*9999-ABEND-EXIT - DISPLAY THE DIAGNOSTIC, SET A NON-ZERO
090100*RETURN CODE AND TERMINATE THE RUN.
090200*================================================================
090300 9999-ABEND-EXIT.
090400     DISPLAY "DAILY-BALANCE ABEND - " WS-ABEND-MESSAGE
090500     MOVE 16 TO RETURN-CODE
090600     STOP RUN.
