000100*================================================================
000200*RECIP-SYNC
000300*
000400*SYNCHRONIZES THE RECIPIENT MASTER (RECPMAST) WITH THE CUSTOMER
000500*SYSTEM'S NIGHTLY EXTRACT (CUSTEXTR).  THE CUSTOMER SYSTEM IS THE
000600*RECORD OF NAMES, ACCOUNT NUMBERS AND CLOSED ACCOUNTS; THIS RUN
000700*TURNS THE DIFFERENCES INTO RECPTRAN TRANSACTIONS FOR RECIP-MAINT
000800*SO EVERY CHANGE STILL PASSES ITS FIELD EDITS AND IS JOURNALED:
000900*    ADD  - AN OPEN CUSTOMER NOT ON THE MASTER.  THE TARGET NAME
001000*           IS THE RECIPIENT ID AND THE GROUP CODE COMES FROM THE
001100*           EXTRACT, OR SYNCCARD WHEN THE EXTRACT LEAVES IT BLANK.
001200*    CHG  - A NAME OR ACCOUNT NUMBER THAT DRIFTED, OR AN INACTIVE
001300*           RECIPIENT WHOSE ACCOUNT IS OPEN AGAIN.
001400*    DEA  - A CLOSED CUSTOMER, OR A RECIPIENT MISSING FROM THE
001500*           EXTRACT, STILL LIVE ON THE MASTER.
001600*EVERY PROPOSAL IS PRINTED ON THE REVIEW REPORT.  WHEN THE CHG
001700*AND DEA PROPOSALS TOGETHER EXCEED THE SYNCCARD PERCENTAGE OF THE
001800*LIVE MASTER THE WHOLE BATCH IS HELD - NO RECPTRAN IS WRITTEN AND
001900*THE RUN ENDS WITH RETURN CODE 8 - SO A BAD EXTRACT CANNOT EMPTY
002000*THE DISTRIBUTION LIST OVERNIGHT.  ONCE AN OPERATOR HAS REVIEWED
002100*THE REPORT, A RERUN WITH THE RELEASE SWITCH ON SYNCCARD WRITES
002200*THE BATCH.  RUN RECIP-MAINT ON THE BATCH AS THE NEXT STEP.
002210*
002220*THE BATCH REPLACES WHATEVER RECPTRAN HELD, SO THE PREVIOUS
002230*BATCH MUST BE APPLIED BEFORE THIS RUN.  REJECT-TRACKER NEVER
002240*SHARES RECPTRAN - ITS HOLDS GO TO HOLDTRAN, WHICH A RECIP-MAINT
002250*STEP OF ITS OWN APPLIES.
002300*================================================================
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. RECIP-SYNC.
002600 AUTHOR. J H MORRISON.
002700 INSTALLATION. DISTRIBUTION SERVICES.
002800 DATE-WRITTEN. 10/15/2026.
002900 DATE-COMPILED.
003000*----------------------------------------------------------------
003100*MODIFICATION HISTORY
003200*----------------------------------------------------------------
003300*DATE       INIT DESCRIPTION
003400*10/15/2026 JHM  ORIGINAL VERSION.
003410*10/15/2026 JHM  CARRY THE DELIVERY METHOD (BLANK) IN THE
003420*                TRANSACTION SO IT MATCHES RECIP-MAINT'S LAYOUT.
003500*----------------------------------------------------------------
003600
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000*OPTIONAL CONTROL CARD - HOLD PERCENTAGE, DEFAULT GROUP CODE FOR
004100*ADDS AND THE OPERATOR'S RELEASE SWITCH.
004200     SELECT SYNC-CARD-FILE ASSIGN TO "SYNCCARD"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-CARD-STATUS.
004500*THE CUSTOMER SYSTEM'S NIGHTLY EXTRACT, ONE CUSTOMER PER RECORD.
004600     SELECT CUST-EXTRACT-FILE ASSIGN TO "CUSTEXTR"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-EXTRACT-STATUS.
004900*PERSISTENT RECIPIENT MASTER, READ IN KEY ORDER.
005000     SELECT RECIP-MASTER ASSIGN TO "RECPMAST"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS SEQUENTIAL
005300         RECORD KEY IS RM-RECIP-ID
005400         FILE STATUS IS WS-MASTER-STATUS.
005500*THE GENERATED MAINTENANCE BATCH FOR RECIP-MAINT.
005600     SELECT TRAN-FILE ASSIGN TO "RECPTRAN"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-TRAN-STATUS.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  SYNC-CARD-FILE.
006300 01  SYNC-CARD-RECORD.
006400     05  SC-HOLD-PERCENT          PIC 9(03).
006500     05  FILLER                   PIC X(01).
006600     05  SC-DEFAULT-GROUP         PIC X(08).
006700     05  FILLER                   PIC X(01).
006800     05  SC-RELEASE-SW            PIC X(01).
006900         88  SC-RELEASE-HELD      VALUE "Y".
007000
007100 FD  CUST-EXTRACT-FILE.
007200 01  CUST-EXTRACT-RECORD.
007300     05  CX-RECIP-ID              PIC X(08).
007400     05  FILLER                   PIC X(01).
007500     05  CX-ACCOUNT-STATUS        PIC X(01).
007600         88  CX-ACCOUNT-OPEN      VALUE "O".
007700         88  CX-ACCOUNT-CLOSED    VALUE "C".
007800     05  FILLER                   PIC X(01).
007900     05  CX-RECIPIENT-NAME        PIC X(30).
008000     05  FILLER                   PIC X(01).
008100     05  CX-ACCOUNT-NO            PIC X(12).
008200     05  FILLER                   PIC X(01).
008300     05  CX-GROUP-CODE            PIC X(08).
008400
008500 FD  RECIP-MASTER.
008600 01  RECIP-MASTER-RECORD.
008700     COPY RECPREC.
008800
008900 FD  TRAN-FILE.
009000 01  TRAN-RECORD.
009100     05  TX-ACTION                PIC X(03).
009200     05  FILLER                   PIC X(01).
009300     05  TX-RECIP-ID              PIC X(08).
009400     05  TX-TARGET-NAME           PIC X(60).
009500     05  TX-STATUS                PIC X(01).
009600     05  TX-EFF-START-DATE        PIC X(08).
009700     05  TX-EFF-STOP-DATE         PIC X(08).
009800     05  TX-RECIPIENT-NAME        PIC X(30).
009900     05  TX-ACCOUNT-NO            PIC X(12).
010000     05  TX-GROUP-CODE            PIC X(08).
010100     05  TX-ROUTE-DIR             PIC X(60).
010110     05  TX-DELIVERY-METHOD       PIC X(01).
010200
010300 WORKING-STORAGE SECTION.
010400*FILE STATUS SWITCHES.
010500 77  WS-CARD-STATUS               PIC X(02).
010600 77  WS-EXTRACT-STATUS            PIC X(02).
010700 77  WS-MASTER-STATUS             PIC X(02).
010800 77  WS-TRAN-STATUS               PIC X(02).
010900*ABEND DIAGNOSTIC TEXT.
011000 77  WS-ABEND-MESSAGE             PIC X(60).
011100*END-OF-FILE SWITCHES.
011200 77  WS-EXTRACT-EOF               PIC X(01) VALUE "N".
011300     88  WS-END-OF-EXTRACT        VALUE "Y".
011400 77  WS-MASTER-EOF                PIC X(01) VALUE "N".
011500     88  WS-END-OF-MASTER         VALUE "Y".
011600*CONTROL CARD VALUES.
011700 77  WS-HOLD-PERCENT              PIC 9(03) VALUE 10.
011800 77  WS-DEFAULT-GROUP             PIC X(08) VALUE SPACES.
011900 77  WS-RELEASE-SW                PIC X(01) VALUE "N".
012000     88  WS-RELEASE-REQUESTED     VALUE "Y".
012100*SYNC COUNTERS.
012200 77  WS-EXTRACT-COUNT             PIC 9(08) USAGE COMP VALUE 0.
012300 77  WS-BAD-EXTRACT-COUNT         PIC 9(08) USAGE COMP VALUE 0.
012400 77  WS-CLOSED-NEW-COUNT          PIC 9(08) USAGE COMP VALUE 0.
012500 77  WS-MATCHED-COUNT             PIC 9(08) USAGE COMP VALUE 0.
012600 77  WS-LIVE-COUNT                PIC 9(08) USAGE COMP VALUE 0.
012700 77  WS-ADD-COUNT                 PIC 9(08) USAGE COMP VALUE 0.
012800 77  WS-CHG-COUNT                 PIC 9(08) USAGE COMP VALUE 0.
012900 77  WS-DEA-COUNT                 PIC 9(08) USAGE COMP VALUE 0.
013000 77  WS-EDIT-WARN-COUNT           PIC 9(08) USAGE COMP VALUE 0.
013100 77  WS-WRITTEN-COUNT             PIC 9(08) USAGE COMP VALUE 0.
013200*THE SHARE OF THE LIVE MASTER THE BATCH WOULD CHANGE OR
013300*DEACTIVATE, IN WHOLE PERCENT ROUNDED UP.
013400 77  WS-CHANGE-PERCENT            PIC 9(05) USAGE COMP VALUE 0.
013500 77  WS-HOLD-SW                   PIC X(01) VALUE "N".
013600     88  WS-BATCH-HELD            VALUE "Y".
013700*MASTER TABLE - EVERY MASTER RECORD, WITH A SWITCH SET WHEN THE
013800*EXTRACT NAMES IT.
013900 77  WS-MT-COUNT                  PIC 9(05) USAGE COMP VALUE 0.
014000 77  WS-MT-SUB                    PIC 9(05) USAGE COMP.
014100 77  WS-MT-FOUND-SW               PIC X(01) VALUE "N".
014200     88  WS-MT-FOUND              VALUE "Y".
014300 01  WS-MASTER-TABLE.
014400     05  WS-MT-ENTRY              OCCURS 5000 TIMES.
014500         10  WS-MT-RECIP-ID       PIC X(08).
014600         10  WS-MT-TARGET-NAME    PIC X(60).
014700         10  WS-MT-STATUS         PIC X(01).
014800         10  WS-MT-RECIPIENT-NAME PIC X(30).
014900         10  WS-MT-ACCOUNT-NO     PIC X(12).
015000         10  WS-MT-SEEN-SW        PIC X(01).
015100*PROPOSED TRANSACTIONS, HELD IN STORAGE UNTIL THE THRESHOLD IS
015200*DECIDED.
015300 77  WS-PT-COUNT                  PIC 9(05) USAGE COMP VALUE 0.
015400 77  WS-PT-SUB                    PIC 9(05) USAGE COMP.
015500 01  WS-PROPOSAL-TABLE.
015600     05  WS-PT-ENTRY              OCCURS 10000 TIMES
015700                                  PIC X(200).
015800*THE TRANSACTION BEING BUILT.
015900 01  WS-PROPOSAL.
016000     05  WS-PR-ACTION             PIC X(03).
016100     05  FILLER                   PIC X(01).
016200     05  WS-PR-RECIP-ID           PIC X(08).
016300     05  WS-PR-TARGET-NAME        PIC X(60).
016400     05  WS-PR-STATUS             PIC X(01).
016500     05  WS-PR-EFF-START-DATE     PIC X(08).
016600     05  WS-PR-EFF-STOP-DATE      PIC X(08).
016700     05  WS-PR-RECIPIENT-NAME     PIC X(30).
016800     05  WS-PR-ACCOUNT-NO         PIC X(12).
016900     05  WS-PR-GROUP-CODE         PIC X(08).
017000     05  WS-PR-ROUTE-DIR          PIC X(60).
017010*LEFT BLANK - AN ADD DEFAULTS TO F AND A CHG KEEPS THE METHOD.
017020     05  WS-PR-DELIVERY-METHOD    PIC X(01).
017100*REVIEW LINE WORK AREAS.
017200 77  WS-REASON                    PIC X(30).
017300 77  WS-EDIT-WARNING              PIC X(40).
017400*MOD-10 CHECK DIGIT WORK AREAS, THE SAME CHECK RECIP-MAINT
017500*APPLIES, SO THE REVIEW REPORT SHOWS WHAT IT WILL REJECT.
017600 77  WS-LUHN-SUM                  PIC 9(04) USAGE COMP.
017700 77  WS-LUHN-QUOTIENT             PIC 9(04) USAGE COMP.
017800 77  WS-LUHN-REMAINDER            PIC 9(02) USAGE COMP.
017900 77  WS-DIGIT-SUB                 PIC S9(04) USAGE COMP.
018000 77  WS-DIGIT-VALUE               PIC 9(02) USAGE COMP.
018100 77  WS-LUHN-DOUBLE-SW            PIC X(01).
018200     88  WS-LUHN-DOUBLING         VALUE "Y".
018300 77  WS-EDIT-ACCOUNT              PIC X(12).
018400 01  WS-DIGIT-PAIR.
018500     05  WS-DIGIT-X               PIC X(01).
018600     05  WS-DIGIT-9 REDEFINES WS-DIGIT-X
018700                                  PIC 9(01).
018800*REPORT EDIT FIELDS.
018900 77  WS-COUNT-DISP                PIC Z(7)9.
019000 77  WS-PERCENT-DISP              PIC ZZZZ9.
019100
019200 PROCEDURE DIVISION.
019300*================================================================
019400*0000-MAIN-PROCEDURE
019500*================================================================
019600 0000-MAIN-PROCEDURE.
019700     PERFORM 1000-INITIALIZE-PROGRAM THRU 1000-EXIT
019800     PERFORM 2000-LOAD-MASTER THRU 2000-EXIT
019900     PERFORM 3000-COMPARE-EXTRACT THRU 3000-EXIT
020000     PERFORM 4000-FIND-MISSING-RECIPIENTS THRU 4000-EXIT
020100     PERFORM 5000-APPLY-HOLD-THRESHOLD THRU 5000-EXIT
020200     PERFORM 6000-WRITE-BATCH THRU 6000-EXIT
020300     PERFORM 9000-WRITE-SUMMARY-REPORT THRU 9000-EXIT
020400     STOP RUN.
020500
020600*================================================================
020700*1000-INITIALIZE-PROGRAM - PICK UP THE CONTROL CARD AND OPEN
020800*THE EXTRACT.  WITHOUT AN EXTRACT THERE IS NOTHING TO SYNC, AND
020900*AN EMPTY ONE IS NEVER TAKEN AS "EVERY CUSTOMER IS GONE".
021000*================================================================
021100 1000-INITIALIZE-PROGRAM.
021200     INITIALIZE SYNC-CARD-RECORD
021300     OPEN INPUT SYNC-CARD-FILE
021400     IF WS-CARD-STATUS = "00"
021500         READ SYNC-CARD-FILE
021600         CLOSE SYNC-CARD-FILE
021700     END-IF
021800     IF SC-HOLD-PERCENT NUMERIC AND SC-HOLD-PERCENT > 0
021900         MOVE SC-HOLD-PERCENT TO WS-HOLD-PERCENT
022000     END-IF
022100     MOVE SC-DEFAULT-GROUP TO WS-DEFAULT-GROUP
022200     IF SC-RELEASE-HELD
022300         MOVE "Y" TO WS-RELEASE-SW
022400     END-IF
022500     OPEN INPUT CUST-EXTRACT-FILE
022600     IF WS-EXTRACT-STATUS NOT = "00"
022700         MOVE "CUSTEXTR NOT FOUND - NO EXTRACT TO SYNC"
022800             TO WS-ABEND-MESSAGE
022900         GO TO 9999-ABEND-EXIT
023000     END-IF.
023100 1000-EXIT.
023200     EXIT.
023300
023400*================================================================
023500*2000-LOAD-MASTER - TABLE EVERY MASTER RECORD.  A MISSING
023600*MASTER IS AN EMPTY ONE - THE FIRST SYNC LOADS IT WITH ADDS.
023700*================================================================
023800 2000-LOAD-MASTER.
023900     OPEN INPUT RECIP-MASTER
024000     IF WS-MASTER-STATUS = "35"
024100         GO TO 2000-EXIT
024200     END-IF
024300     IF WS-MASTER-STATUS NOT = "00"
024400         MOVE "RECPMAST COULD NOT BE OPENED"
024500             TO WS-ABEND-MESSAGE
024600         GO TO 9999-ABEND-EXIT
024700     END-IF
024800     PERFORM 2100-LOAD-ONE-RECIPIENT THRU 2100-EXIT
024900         UNTIL WS-END-OF-MASTER
025000     CLOSE RECIP-MASTER.
025100 2000-EXIT.
025200     EXIT.
025300
025400*----------------------------------------------------------------
025500*2100-LOAD-ONE-RECIPIENT - TABLE ONE MASTER RECORD.  THE RUN
025600*CANNOT JUDGE A MASTER IT CANNOT HOLD, SO OVERFLOW ABENDS.
025700*----------------------------------------------------------------
025800 2100-LOAD-ONE-RECIPIENT.
025900     READ RECIP-MASTER NEXT
026000         AT END
026100             MOVE "Y" TO WS-MASTER-EOF
026200             GO TO 2100-EXIT
026300     END-READ
026400     IF WS-MT-COUNT >= 5000
026500         MOVE "OVER 5000 RECIPIENTS ON RECPMAST"
026600             TO WS-ABEND-MESSAGE
026700         GO TO 9999-ABEND-EXIT
026800     END-IF
026900     ADD 1 TO WS-MT-COUNT
027000     MOVE RM-RECIP-ID TO WS-MT-RECIP-ID (WS-MT-COUNT)
027100     MOVE RM-TARGET-NAME TO WS-MT-TARGET-NAME (WS-MT-COUNT)
027200     MOVE RM-STATUS TO WS-MT-STATUS (WS-MT-COUNT)
027300     MOVE RM-RECIPIENT-NAME TO WS-MT-RECIPIENT-NAME (WS-MT-COUNT)
027400     MOVE RM-ACCOUNT-NO TO WS-MT-ACCOUNT-NO (WS-MT-COUNT)
027500     MOVE "N" TO WS-MT-SEEN-SW (WS-MT-COUNT)
027600     IF NOT RM-STATUS-INACTIVE
027700         ADD 1 TO WS-LIVE-COUNT
027800     END-IF.
027900 2100-EXIT.
028000     EXIT.
028100
028200*================================================================
028300*3000-COMPARE-EXTRACT - JUDGE EVERY EXTRACT RECORD AGAINST THE
028400*MASTER AND PROPOSE THE TRANSACTION IT CALLS FOR.
028500*================================================================
028600 3000-COMPARE-EXTRACT.
028700     DISPLAY "RECIP-SYNC REVIEW OF PROPOSED CHANGES"
028800     DISPLAY "-----------------------------------"
028900     DISPLAY "ACT ID       DETAIL"
029000     PERFORM 3100-COMPARE-ONE-CUSTOMER THRU 3100-EXIT
029100         UNTIL WS-END-OF-EXTRACT
029200     CLOSE CUST-EXTRACT-FILE
029300     IF WS-EXTRACT-COUNT = 0
029400         MOVE "CUSTEXTR IS EMPTY - NOTHING WILL BE SYNCED"
029500             TO WS-ABEND-MESSAGE
029600         GO TO 9999-ABEND-EXIT
029700     END-IF.
029800 3000-EXIT.
029900     EXIT.
030000
030100*----------------------------------------------------------------
030200*3100-COMPARE-ONE-CUSTOMER - READ ONE EXTRACT RECORD, FIND ITS
030300*RECIPIENT AND PROPOSE AN ADD, CHG OR DEA AS NEEDED.
030400*----------------------------------------------------------------
030500 3100-COMPARE-ONE-CUSTOMER.
030600     READ CUST-EXTRACT-FILE
030700         AT END
030800             MOVE "Y" TO WS-EXTRACT-EOF
030900             GO TO 3100-EXIT
031000     END-READ
031100     ADD 1 TO WS-EXTRACT-COUNT
031200     IF CX-RECIP-ID = SPACES
031300        OR (NOT CX-ACCOUNT-OPEN AND NOT CX-ACCOUNT-CLOSED)
031400         ADD 1 TO WS-BAD-EXTRACT-COUNT
031500         MOVE WS-EXTRACT-COUNT TO WS-COUNT-DISP
031600         DISPLAY "*** EXTRACT RECORD " WS-COUNT-DISP
031700             " IGNORED - NO ID OR BAD STATUS " CX-ACCOUNT-STATUS
031800         GO TO 3100-EXIT
031900     END-IF
032000     PERFORM 3200-FIND-RECIPIENT THRU 3200-EXIT
032100     IF NOT WS-MT-FOUND
032200         IF CX-ACCOUNT-OPEN
032300             PERFORM 3300-PROPOSE-ADD THRU 3300-EXIT
032400         ELSE
032500             ADD 1 TO WS-CLOSED-NEW-COUNT
032600         END-IF
032700         GO TO 3100-EXIT
032800     END-IF
032900     IF WS-MT-SEEN-SW (WS-MT-SUB) = "Y"
033000         ADD 1 TO WS-BAD-EXTRACT-COUNT
033100         MOVE WS-EXTRACT-COUNT TO WS-COUNT-DISP
033200         DISPLAY "*** EXTRACT RECORD " WS-COUNT-DISP
033300             " IGNORED - " CX-RECIP-ID " IS ON THE EXTRACT TWICE"
033400         GO TO 3100-EXIT
033500     END-IF
033600     MOVE "Y" TO WS-MT-SEEN-SW (WS-MT-SUB)
033700     ADD 1 TO WS-MATCHED-COUNT
033800     IF CX-ACCOUNT-CLOSED
033900         IF WS-MT-STATUS (WS-MT-SUB) NOT = "I"
034000             MOVE "ACCOUNT CLOSED" TO WS-REASON
034100             PERFORM 3500-PROPOSE-DEACTIVATE THRU 3500-EXIT
034200         END-IF
034300         GO TO 3100-EXIT
034400     END-IF
034500     PERFORM 3400-PROPOSE-CHANGE THRU 3400-EXIT.
034600 3100-EXIT.
034700     EXIT.
034800
034900*----------------------------------------------------------------
035000*3200-FIND-RECIPIENT - FIND THE EXTRACT'S RECIPIENT ID ON THE
035100*MASTER TABLE, LEAVING WS-MT-SUB ON ITS ROW.
035200*----------------------------------------------------------------
035300 3200-FIND-RECIPIENT.
035400     MOVE "N" TO WS-MT-FOUND-SW
035500     PERFORM 3210-MATCH-ONE-RECIPIENT THRU 3210-EXIT
035600         VARYING WS-MT-SUB FROM 1 BY 1
035700         UNTIL WS-MT-SUB > WS-MT-COUNT
035800            OR WS-MT-FOUND
035900     IF WS-MT-FOUND
036000         SUBTRACT 1 FROM WS-MT-SUB
036100     END-IF.
036200 3200-EXIT.
036300     EXIT.
036400
036500*----------------------------------------------------------------
036600*3210-MATCH-ONE-RECIPIENT - COMPARE THE ID TO ONE TABLE ROW.
036700*----------------------------------------------------------------
036800 3210-MATCH-ONE-RECIPIENT.
036900     IF WS-MT-RECIP-ID (WS-MT-SUB) = CX-RECIP-ID
037000         MOVE "Y" TO WS-MT-FOUND-SW
037100     END-IF.
037200 3210-EXIT.
037300     EXIT.
037400
037500*----------------------------------------------------------------
037600*3300-PROPOSE-ADD - AN OPEN CUSTOMER NEW TO THE MASTER.  STATUS,
037700*DATES AND ROUTE ARE LEFT FOR RECIP-MAINT TO DEFAULT.
037800*----------------------------------------------------------------
037900 3300-PROPOSE-ADD.
038000     MOVE SPACES TO WS-PROPOSAL
038100     MOVE "ADD" TO WS-PR-ACTION
038200     MOVE CX-RECIP-ID TO WS-PR-RECIP-ID
038300     MOVE CX-RECIP-ID TO WS-PR-TARGET-NAME
038400     MOVE CX-RECIPIENT-NAME TO WS-PR-RECIPIENT-NAME
038500     MOVE CX-ACCOUNT-NO TO WS-PR-ACCOUNT-NO
038600     IF CX-GROUP-CODE NOT = SPACES
038700         MOVE CX-GROUP-CODE TO WS-PR-GROUP-CODE
038800     ELSE
038900         MOVE WS-DEFAULT-GROUP TO WS-PR-GROUP-CODE
039000     END-IF
039100     ADD 1 TO WS-ADD-COUNT
039200     PERFORM 3600-EDIT-PROPOSED-ACCOUNT THRU 3600-EXIT
039300     IF WS-EDIT-WARNING = SPACES
039400         PERFORM 3700-CHECK-TARGET-IN-USE THRU 3700-EXIT
039500     END-IF
039600     DISPLAY "ADD " WS-PR-RECIP-ID " " WS-PR-RECIPIENT-NAME
039700         " ACCT " WS-PR-ACCOUNT-NO " GROUP " WS-PR-GROUP-CODE
039800     PERFORM 3800-TABLE-PROPOSAL THRU 3800-EXIT.
039900 3300-EXIT.
040000     EXIT.
040100
040200*----------------------------------------------------------------
040300*3400-PROPOSE-CHANGE - AN OPEN CUSTOMER ON THE MASTER.  ONLY THE
040400*FIELDS THAT DRIFTED ARE FILLED IN, AS RECIP-MAINT CHANGES ONLY
040500*NON-BLANK FIELDS.  AN INACTIVE RECIPIENT IS MADE ACTIVE AGAIN;
040600*ONE ON HOLD STAYS ON HOLD.
040700*----------------------------------------------------------------
040800 3400-PROPOSE-CHANGE.
040900     MOVE SPACES TO WS-PROPOSAL
041000     MOVE "CHG" TO WS-PR-ACTION
041100     MOVE CX-RECIP-ID TO WS-PR-RECIP-ID
041200     IF CX-RECIPIENT-NAME NOT = SPACES
041300        AND CX-RECIPIENT-NAME
041400            NOT = WS-MT-RECIPIENT-NAME (WS-MT-SUB)
041500         MOVE CX-RECIPIENT-NAME TO WS-PR-RECIPIENT-NAME
041600         DISPLAY "CHG " WS-PR-RECIP-ID " NAME  "
041700             WS-MT-RECIPIENT-NAME (WS-MT-SUB) " TO "
041800             CX-RECIPIENT-NAME
041900     END-IF
042000     IF CX-ACCOUNT-NO NOT = SPACES
042100        AND CX-ACCOUNT-NO NOT = WS-MT-ACCOUNT-NO (WS-MT-SUB)
042200         MOVE CX-ACCOUNT-NO TO WS-PR-ACCOUNT-NO
042300         DISPLAY "CHG " WS-PR-RECIP-ID " ACCT  "
042400             WS-MT-ACCOUNT-NO (WS-MT-SUB) " TO " CX-ACCOUNT-NO
042500     END-IF
042600     IF WS-MT-STATUS (WS-MT-SUB) = "I"
042700         MOVE "A" TO WS-PR-STATUS
042800         DISPLAY "CHG " WS-PR-RECIP-ID " STATUS I TO A"
042900             " - ACCOUNT OPEN AGAIN"
043000     END-IF
043100     IF WS-PR-RECIPIENT-NAME = SPACES
043200        AND WS-PR-ACCOUNT-NO = SPACES
043300        AND WS-PR-STATUS = SPACE
043400         GO TO 3400-EXIT
043500     END-IF
043600     ADD 1 TO WS-CHG-COUNT
043700     IF WS-PR-ACCOUNT-NO NOT = SPACES
043800         PERFORM 3600-EDIT-PROPOSED-ACCOUNT THRU 3600-EXIT
043900     ELSE
044000         MOVE SPACES TO WS-EDIT-WARNING
044100     END-IF
044200     PERFORM 3800-TABLE-PROPOSAL THRU 3800-EXIT.
044300 3400-EXIT.
044400     EXIT.
044500
044600*----------------------------------------------------------------
044700*3500-PROPOSE-DEACTIVATE - A LIVE RECIPIENT WHOSE ACCOUNT IS
044800*CLOSED OR NO LONGER ON THE EXTRACT, FOR THE REASON IN
044900*WS-REASON.
045000*----------------------------------------------------------------
045100 3500-PROPOSE-DEACTIVATE.
045200     MOVE SPACES TO WS-PROPOSAL
045300     MOVE "DEA" TO WS-PR-ACTION
045400     MOVE WS-MT-RECIP-ID (WS-MT-SUB) TO WS-PR-RECIP-ID
045500     MOVE SPACES TO WS-EDIT-WARNING
045600     ADD 1 TO WS-DEA-COUNT
045700     DISPLAY "DEA " WS-PR-RECIP-ID " " WS-REASON " "
045800         WS-MT-RECIPIENT-NAME (WS-MT-SUB)
045900     PERFORM 3800-TABLE-PROPOSAL THRU 3800-EXIT.
046000 3500-EXIT.
046100     EXIT.
046200
046300*----------------------------------------------------------------
046400*3600-EDIT-PROPOSED-ACCOUNT - THE ACCOUNT NUMBER EDITS OF
046500*RECIP-MAINT'S 2605-EDIT-RECORD-FIELDS, RUN AHEAD OF TIME SO THE
046600*REVIEW SHOWS A PROPOSAL THAT WILL BE REJECTED.  THE PROPOSAL IS
046700*STILL WRITTEN; RECIP-MAINT REJECTS IT TO ITS EXCEPTION REPORT.
046800*----------------------------------------------------------------
046900 3600-EDIT-PROPOSED-ACCOUNT.
047000     MOVE SPACES TO WS-EDIT-WARNING
047100     IF WS-PR-ACCOUNT-NO = SPACES
047200         MOVE "ACCOUNT NUMBER IS BLANK" TO WS-EDIT-WARNING
047300         GO TO 3600-EXIT
047400     END-IF
047500     IF WS-PR-ACCOUNT-NO NOT NUMERIC
047600         MOVE "ACCOUNT NUMBER IS NOT NUMERIC" TO WS-EDIT-WARNING
047700         GO TO 3600-EXIT
047800     END-IF
047900     MOVE WS-PR-ACCOUNT-NO TO WS-EDIT-ACCOUNT
048000     MOVE 0 TO WS-LUHN-SUM
048100     MOVE "N" TO WS-LUHN-DOUBLE-SW
048200     PERFORM 3610-ADD-ONE-LUHN-DIGIT THRU 3610-EXIT
048300         VARYING WS-DIGIT-SUB FROM 12 BY -1
048400         UNTIL WS-DIGIT-SUB < 1
048500     DIVIDE WS-LUHN-SUM BY 10
048600         GIVING WS-LUHN-QUOTIENT
048700         REMAINDER WS-LUHN-REMAINDER
048800     IF WS-LUHN-REMAINDER NOT = 0
048900         MOVE "ACCOUNT FAILS MOD-10 CHECK DIGIT"
049000             TO WS-EDIT-WARNING
049100     END-IF.
049200 3600-EXIT.
049300     EXIT.
049400
049500*----------------------------------------------------------------
049600*3610-ADD-ONE-LUHN-DIGIT - FOLD ONE ACCOUNT DIGIT INTO THE
049700*MOD-10 SUM.
049800*----------------------------------------------------------------
049900 3610-ADD-ONE-LUHN-DIGIT.
050000     MOVE WS-EDIT-ACCOUNT (WS-DIGIT-SUB : 1) TO WS-DIGIT-X
050100     MOVE WS-DIGIT-9 TO WS-DIGIT-VALUE
050200     IF WS-LUHN-DOUBLING
050300         COMPUTE WS-DIGIT-VALUE = WS-DIGIT-VALUE * 2
050400         IF WS-DIGIT-VALUE > 9
050500             SUBTRACT 9 FROM WS-DIGIT-VALUE
050600         END-IF
050700         MOVE "N" TO WS-LUHN-DOUBLE-SW
050800     ELSE
050900         MOVE "Y" TO WS-LUHN-DOUBLE-SW
051000     END-IF
051100     ADD WS-DIGIT-VALUE TO WS-LUHN-SUM.
051200 3610-EXIT.
051300     EXIT.
051400
051500*----------------------------------------------------------------
051600*3700-CHECK-TARGET-IN-USE - AN ADD'S TARGET NAME MUST NOT BE ON
051700*THE MASTER UNDER ANOTHER RECIPIENT, OR RECIP-MAINT REJECTS IT.
051800*----------------------------------------------------------------
051900 3700-CHECK-TARGET-IN-USE.
052000     MOVE "N" TO WS-MT-FOUND-SW
052100     PERFORM 3710-MATCH-ONE-TARGET THRU 3710-EXIT
052200         VARYING WS-MT-SUB FROM 1 BY 1
052300         UNTIL WS-MT-SUB > WS-MT-COUNT
052400            OR WS-MT-FOUND
052500     IF WS-MT-FOUND
052600         MOVE "TARGET NAME ALREADY ON THE MASTER"
052700             TO WS-EDIT-WARNING
052800     END-IF.
052900 3700-EXIT.
053000     EXIT.
053100
053200*----------------------------------------------------------------
053300*3710-MATCH-ONE-TARGET - COMPARE THE TARGET TO ONE TABLE ROW.
053400*----------------------------------------------------------------
053500 3710-MATCH-ONE-TARGET.
053600     IF WS-MT-TARGET-NAME (WS-MT-SUB) = WS-PR-TARGET-NAME
053700         MOVE "Y" TO WS-MT-FOUND-SW
053800     END-IF.
053900 3710-EXIT.
054000     EXIT.
054100
054200*----------------------------------------------------------------
054300*3800-TABLE-PROPOSAL - KEEP THE PROPOSED TRANSACTION AND FLAG
054400*ONE THAT WILL FAIL RECIP-MAINT'S EDITS.
054500*----------------------------------------------------------------
054600 3800-TABLE-PROPOSAL.
054700     IF WS-EDIT-WARNING NOT = SPACES
054800         ADD 1 TO WS-EDIT-WARN-COUNT
054900         DISPLAY "    *** WILL BE REJECTED - " WS-EDIT-WARNING
055000     END-IF
055100     IF WS-PT-COUNT >= 10000
055200         MOVE "OVER 10000 PROPOSED TRANSACTIONS"
055300             TO WS-ABEND-MESSAGE
055400         GO TO 9999-ABEND-EXIT
055500     END-IF
055600     ADD 1 TO WS-PT-COUNT
055700     MOVE WS-PROPOSAL TO WS-PT-ENTRY (WS-PT-COUNT).
055800 3800-EXIT.
055900     EXIT.
056000
056100*================================================================
056200*4000-FIND-MISSING-RECIPIENTS - A LIVE RECIPIENT THE EXTRACT
056300*NEVER NAMED IS NO LONGER A CUSTOMER AND IS DEACTIVATED.
056400*================================================================
056500 4000-FIND-MISSING-RECIPIENTS.
056600     PERFORM 4100-CHECK-ONE-RECIPIENT THRU 4100-EXIT
056700         VARYING WS-MT-SUB FROM 1 BY 1
056800         UNTIL WS-MT-SUB > WS-MT-COUNT.
056900 4000-EXIT.
057000     EXIT.
057100
057200*----------------------------------------------------------------
057300*4100-CHECK-ONE-RECIPIENT - ONE MASTER ROW.
057400*----------------------------------------------------------------
057500 4100-CHECK-ONE-RECIPIENT.
057600     IF WS-MT-SEEN-SW (WS-MT-SUB) = "N"
057700        AND WS-MT-STATUS (WS-MT-SUB) NOT = "I"
057800         MOVE "NOT ON EXTRACT" TO WS-REASON
057900         PERFORM 3500-PROPOSE-DEACTIVATE THRU 3500-EXIT
058000     END-IF.
058100 4100-EXIT.
058200     EXIT.
058300
058400*================================================================
058500*5000-APPLY-HOLD-THRESHOLD - HOLD THE BATCH WHEN ITS CHG AND DEA
058600*PROPOSALS EXCEED THE HOLD PERCENTAGE OF THE LIVE MASTER, UNLESS
058700*THE OPERATOR HAS RELEASED IT.  ADDS NEVER HOLD A BATCH.
058800*================================================================
058900 5000-APPLY-HOLD-THRESHOLD.
059000     MOVE 0 TO WS-CHANGE-PERCENT
059100     IF WS-LIVE-COUNT > 0
059200         COMPUTE WS-CHANGE-PERCENT =
059300             ((WS-CHG-COUNT + WS-DEA-COUNT) * 100
059400              + WS-LIVE-COUNT - 1) / WS-LIVE-COUNT
059500     END-IF
059600     IF WS-CHANGE-PERCENT > WS-HOLD-PERCENT
059700        AND NOT WS-RELEASE-REQUESTED
059800         MOVE "Y" TO WS-HOLD-SW
059900     END-IF.
060000 5000-EXIT.
060100     EXIT.
060200
060300*================================================================
060400*6000-WRITE-BATCH - WRITE THE PROPOSALS TO RECPTRAN UNLESS THE
060500*BATCH IS HELD.  A HELD BATCH LEAVES RECPTRAN UNTOUCHED.
060600*================================================================
060700 6000-WRITE-BATCH.
060800     IF WS-BATCH-HELD
060900         GO TO 6000-EXIT
061000     END-IF
061100     OPEN OUTPUT TRAN-FILE
061200     IF WS-TRAN-STATUS NOT = "00"
061300         MOVE "RECPTRAN COULD NOT BE OPENED"
061400             TO WS-ABEND-MESSAGE
061500         GO TO 9999-ABEND-EXIT
061600     END-IF
061700     PERFORM 6100-WRITE-ONE-TRANSACTION THRU 6100-EXIT
061800         VARYING WS-PT-SUB FROM 1 BY 1
061900         UNTIL WS-PT-SUB > WS-PT-COUNT
062000     CLOSE TRAN-FILE.
062100 6000-EXIT.
062200     EXIT.
062300
062400*----------------------------------------------------------------
062500*6100-WRITE-ONE-TRANSACTION - ONE RECPTRAN RECORD.
062600*----------------------------------------------------------------
062700 6100-WRITE-ONE-TRANSACTION.
062800     MOVE WS-PT-ENTRY (WS-PT-SUB) TO TRAN-RECORD
062900     WRITE TRAN-RECORD
063000     IF WS-TRAN-STATUS NOT = "00"
063100         MOVE "RECPTRAN WRITE FAILED" TO WS-ABEND-MESSAGE
063200         GO TO 9999-ABEND-EXIT
063300     END-IF
063400     ADD 1 TO WS-WRITTEN-COUNT.
063500 6100-EXIT.
063600     EXIT.
063700
063800*================================================================
063900*9000-WRITE-SUMMARY-REPORT - SYNC TOTALS, THE HOLD DECISION AND
064000*THE RETURN CODE: 0 CLEAN, 4 WHEN EXTRACT RECORDS WERE IGNORED
064100*OR PROPOSALS WILL BE REJECTED, 8 WHEN THE BATCH IS HELD.
064200*================================================================
064300 9000-WRITE-SUMMARY-REPORT.
064400     DISPLAY "-----------------------------------"
064500     DISPLAY "RECIP-SYNC SUMMARY"
064600     MOVE WS-EXTRACT-COUNT TO WS-COUNT-DISP
064700     DISPLAY "  EXTRACT RECORDS READ  . : " WS-COUNT-DISP
064800     MOVE WS-BAD-EXTRACT-COUNT TO WS-COUNT-DISP
064900     DISPLAY "  EXTRACT RECORDS IGNORED : " WS-COUNT-DISP
065000     MOVE WS-CLOSED-NEW-COUNT TO WS-COUNT-DISP
065100     DISPLAY "  CLOSED, NOT ON MASTER . : " WS-COUNT-DISP
065200     MOVE WS-MT-COUNT TO WS-COUNT-DISP
065300     DISPLAY "  MASTER RECIPIENTS . . . : " WS-COUNT-DISP
065400     MOVE WS-LIVE-COUNT TO WS-COUNT-DISP
065500     DISPLAY "  LIVE (NOT INACTIVE) . . : " WS-COUNT-DISP
065600     MOVE WS-MATCHED-COUNT TO WS-COUNT-DISP
065700     DISPLAY "  MATCHED TO THE EXTRACT  : " WS-COUNT-DISP
065800     MOVE WS-ADD-COUNT TO WS-COUNT-DISP
065900     DISPLAY "  ADDS PROPOSED . . . . . : " WS-COUNT-DISP
066000     MOVE WS-CHG-COUNT TO WS-COUNT-DISP
066100     DISPLAY "  CHANGES PROPOSED  . . . : " WS-COUNT-DISP
066200     MOVE WS-DEA-COUNT TO WS-COUNT-DISP
066300     DISPLAY "  DEACTIVATIONS PROPOSED  : " WS-COUNT-DISP
066400     MOVE WS-EDIT-WARN-COUNT TO WS-COUNT-DISP
066500     DISPLAY "  WILL FAIL RECIP-MAINT . : " WS-COUNT-DISP
066600     MOVE WS-CHANGE-PERCENT TO WS-PERCENT-DISP
066700     DISPLAY "  PERCENT OF LIVE MASTER  :    " WS-PERCENT-DISP
066800     MOVE WS-HOLD-PERCENT TO WS-PERCENT-DISP
066900     DISPLAY "  HOLD PERCENTAGE . . . . :    " WS-PERCENT-DISP
067000     MOVE WS-WRITTEN-COUNT TO WS-COUNT-DISP
067100     DISPLAY "  TRANSACTIONS WRITTEN  . : " WS-COUNT-DISP
067200     DISPLAY "-----------------------------------"
067300     IF WS-BATCH-HELD
067400         DISPLAY "*** BATCH HELD - CHANGES EXCEED THE HOLD"
067500             " PERCENTAGE.  RECPTRAN NOT WRITTEN. ***"
067600         DISPLAY "*** REVIEW, THEN RERUN WITH THE SYNCCARD"
067700             " RELEASE SWITCH TO WRITE THE BATCH. ***"
067800         MOVE 8 TO RETURN-CODE
067900     ELSE
068000         IF WS-CHANGE-PERCENT > WS-HOLD-PERCENT
068100             DISPLAY "*** HOLD PERCENTAGE EXCEEDED - BATCH"
068200                 " RELEASED BY OPERATOR ***"
068300         END-IF
068400         IF WS-BAD-EXTRACT-COUNT > 0 OR WS-EDIT-WARN-COUNT > 0
068500             MOVE 4 TO RETURN-CODE
068600         ELSE
068700             MOVE 0 TO RETURN-CODE
068800         END-IF
068900     END-IF.
069000 9000-EXIT.
069100     EXIT.
069200
069300*================================================================
069400*9999-ABEND-EXIT - DISPLAY THE DIAGNOSTIC, SET A NON-ZERO
069500*RETURN CODE AND TERMINATE THE RUN.
069600*================================================================
069700 9999-ABEND-EXIT.
069800     DISPLAY "RECIP-SYNC ABEND - " WS-ABEND-MESSAGE
069900     MOVE 16 TO RETURN-CODE
070000     STOP RUN.
