000100*================================================================
000200*REJECT-TRACKER
000300*
000400*PICKUP REJECTION COLLECTOR.  WHEN THE PARTNER'S PICKUP SIDE
000500*COLLECTS AN OUTPUT BUT REFUSES IT, IT DROPS A .nak REJECTION
000600*RECORD (COPYBOOK NAKREC) BESIDE THE FILE WITH ITS REASON CODE,
000700*IN PLACE OF THE .ack OF A GOOD PICKUP.  THIS PROGRAM WALKS THE
000800*ACCUMULATED AUDITLOG, PROBES FOR EACH AL-FILE-NAME'S .nak, TIES
000900*THE FILE BACK TO ITS RECIPIENT ON THE RECIPIENT MASTER BY THE
001000*TARGET NAME IN THE OUTPUT FILE NAME, APPENDS THE REJECTION TO
001100*THE PERMANENT REJECTION HISTORY (REJHIST) AND RENAMES THE .nak
001200*TO .rej SO IT IS COLLECTED ONLY ONCE.  THE REJECTIONS ARE
001300*REPORTED BY RECIPIENT AND REASON.
001400*
001500*A RECIPIENT REJECTING AS MANY FILES AS THE REJCARD HOLD LIMIT
001600*WITHIN THE REJCARD WINDOW (TODAY AND THE DAYS BEFORE IT) IS
001700*PUT ON HOLD: A RECIP-MAINT CHG TRANSACTION SETTING RM-STATUS TO
001800*H IS WRITTEN TO HOLDTRAN, SO THE NEXT MASTER-MODE RUN STOPS
001900*SENDING COPIES INTO THE SAME FAILURE.  HOLDTRAN IS REWRITTEN
002000*EVERY RUN, EMPTY WHEN THERE IS NO HOLD, SO AN EARLIER RUN'S
002005*HOLDS ARE NEVER APPLIED A SECOND TIME.
002010*
002020*THE HOLDS NEVER GO TO RECPTRAN, WHICH BELONGS TO RECIP-SYNC AND
002030*THE HAND-KEYED MAINTENANCE; WRITING THEM THERE WOULD DESTROY A
002040*BATCH NOT YET APPLIED.  HOLDTRAN IS APPLIED BY A RECIP-MAINT
002050*STEP OF ITS OWN WHOSE RECPTRAN DD NAMES HOLDTRAN, AND THAT STEP
002060*MUST RUN BEFORE THE NEXT REJECT-TRACKER RUN REWRITES HOLDTRAN.
002100*
002200*EVERY FILE REJECTED IN THIS RUN GOES ON TWO REISSUE LISTS FOR
002300*WHEN THE PARTNER HAS FIXED ITS SIDE: RESTLIST, ONE RESTCARD PER
002400*FILE FOR FILE-RESTORE TO BRING BACK AN ARCHIVED COPY, AND
002500*REISSUE, A MANIFEST FOR A FILE-CLONER MANIFEST RUN TO REBUILD
002600*THE COPIES UNDER THEIR OWN TARGET NAMES.
002610*
002620*AN ENVELOPE CARRIES MANY RECIPIENTS' COPIES UNDER ONE NAME.  A
002630*GROUP ENVELOPE (BASE.GROUP) IS TIED TO EVERY ACTIVE ENVELOPE
002640*RECIPIENT OF ITS GROUP, EACH OF WHOM IS COUNTED TOWARD A HOLD.
002650*ANY OTHER ENVELOPE IS REPORTED UNDER *ENVELOP.  AN ENVELOPE GOES
002660*ON RESTLIST ONLY.
002700*================================================================
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. REJECT-TRACKER.
003000 AUTHOR. J H MORRISON.
003100 INSTALLATION. DISTRIBUTION SERVICES.
003200 DATE-WRITTEN. 10/15/2026.
003300 DATE-COMPILED.
003400*----------------------------------------------------------------
003500*MODIFICATION HISTORY
003600*----------------------------------------------------------------
003700*DATE       INIT DESCRIPTION
003800*10/15/2026 JHM  ORIGINAL VERSION.
003810*10/15/2026 JHM  TIE A REJECTED GROUP ENVELOPE TO THE ACTIVE
003820*                ENVELOPE RECIPIENTS OF ITS GROUP; REPORT OTHER
003830*                ENVELOPES AS REJECTED ENVELOPES, NOT *UNKNOWN.
003840*10/15/2026 JHM  WRITE THE HOLDS TO HOLDTRAN, NOT RECPTRAN, SO A
003850*                RECIP-SYNC BATCH AWAITING RECIP-MAINT IS NEVER
003860*                OVERWRITTEN; CARRY THE DELIVERY METHOD (BLANK)
003870*                IN THE TRANSACTION LAYOUT.
003880*10/15/2026 JHM  OPEN HOLDTRAN EVERY RUN SO A RUN WITH NO HOLDS
003890*                LEAVES IT EMPTY; RENAME THE .nak IN 4210.
003900*----------------------------------------------------------------
004000
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400*OPTIONAL CONTROL CARD - THE REPEAT-FAILURE WINDOW IN DAYS, THE
004500*NUMBER OF REJECTIONS IN IT THAT PUTS A RECIPIENT ON HOLD, AND
004600*THE STALE-LOCK OVERRIDE.  WITHOUT A CARD THE WINDOW IS 7 DAYS
004700*AND THE HOLD LIMIT IS 3.
004800     SELECT REJ-CARD-FILE ASSIGN TO "REJCARD"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-CARD-STATUS.
005100*AUDIT TRAIL WRITTEN BY FILE-CLONER, ONE RECORD PER OUTPUT
005200*FILE STILL ON DISK (FILE-SWEEPER PRUNES DISPOSED ENTRIES).
005300     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-AUDIT-STATUS.
005600*SHARED RUN LOCK OVER AUDITLOG AND CHKPOINT - TAKEN AT START
005700*AND RELEASED AT END BY EVERY JOB THAT TOUCHES THEM, SO THE
005800*COLLECTION NEVER READS A LOG MID-REWRITE.
005900     SELECT LOCK-FILE ASSIGN TO "RUNLOCK"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-LOCK-STATUS.
006200*THE .nak REJECTION PROBED FOR BESIDE EACH AUDITED FILE.
006300     SELECT NAK-FILE ASSIGN TO DYNAMIC WS-NAK-NAME
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-NAK-STATUS.
006600*PERSISTENT RECIPIENT MASTER, READ IN KEY ORDER.
006700     SELECT RECIP-MASTER ASSIGN TO "RECPMAST"
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS SEQUENTIAL
007000         RECORD KEY IS RM-RECIP-ID
007100         FILE STATUS IS WS-MASTER-STATUS.
007200*PERMANENT REJECTION HISTORY - READ FOR THE WINDOW COUNTS, THEN
007300*APPENDED WITH THIS RUN'S REJECTIONS.
007400     SELECT REJ-HIST-FILE ASSIGN TO "REJHIST"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-REJHIST-STATUS.
007700*HOLD TRANSACTIONS FOR A RECIP-MAINT STEP OF THEIR OWN.
007800     SELECT TRAN-FILE ASSIGN TO "HOLDTRAN"
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WS-TRAN-STATUS.
008100*REISSUE MANIFEST FOR A FILE-CLONER MANIFEST RUN.
008200     SELECT REISSUE-FILE ASSIGN TO "REISSUE"
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS WS-REISSUE-STATUS.
008500*REISSUE CARDS FOR FILE-RESTORE.
008600     SELECT REST-LIST-FILE ASSIGN TO "RESTLIST"
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS WS-RESTLIST-STATUS.
008900
009000 DATA DIVISION.
009100 FILE SECTION.
009200 FD  REJ-CARD-FILE.
009300 01  REJ-CARD-RECORD.
009400     05  RJ-WINDOW-DAYS           PIC 9(03).
009500     05  FILLER                   PIC X(01).
009600     05  RJ-HOLD-LIMIT            PIC 9(03).
009700     05  FILLER                   PIC X(01).
009800*OVERRIDE FOR A STALE RUN LOCK LEFT BEHIND BY AN ABENDED RUN.
009900     05  RJ-LOCK-OVERRIDE-SW      PIC X(01).
010000         88  RJ-LOCK-OVERRIDE-ON  VALUE "Y".
010100
010200 FD  AUDIT-FILE.
010300 01  AUDIT-RECORD.
010400     05  AL-FILE-NAME             PIC X(160).
010500     05  FILLER                   PIC X(01).
010600     05  AL-TIMESTAMP             PIC X(17).
010700     05  FILLER                   PIC X(01).
010800     05  AL-BYTE-COUNT            PIC 9(12).
010900     05  FILLER                   PIC X(01).
011000     05  AL-TEMPLATE-NAME         PIC X(60).
011100
011200 FD  NAK-FILE.
011300 01  NAK-RECORD.
011400     COPY NAKREC.
011500
011600*THE RUN LOCK'S ONE RECORD NAMES ITS OWNER AND START MOMENT,
011700*SO AN OPERATOR JUDGING A STALE LOCK KNOWS WHAT LEFT IT.
011800 FD  LOCK-FILE.
011900 01  LOCK-RECORD.
012000     05  LK-OWNER                 PIC X(16).
012100     05  FILLER                   PIC X(01).
012200     05  LK-START-DATE            PIC 9(08).
012300     05  FILLER                   PIC X(01).
012400     05  LK-START-TIME            PIC 9(08).
012500
012600 FD  RECIP-MASTER.
012700 01  RECIP-MASTER-RECORD.
012800     COPY RECPREC.
012900
013000*ONE RECORD PER REJECTION COLLECTED: WHEN THE PARTNER REJECTED
013100*IT, WHEN IT WAS COLLECTED, THE RECIPIENT (*UNKNOWN WHEN THE FILE
013200*CANNOT BE TIED TO ONE), THE REASON, AND THE DELIVERY REJECTED.
013300 FD  REJ-HIST-FILE.
013400 01  REJ-HIST-RECORD.
013500     05  NH-REJECT-DATE           PIC X(08).
013600     05  FILLER                   PIC X(01).
013700     05  NH-COLLECT-DATE          PIC 9(08).
013800     05  FILLER                   PIC X(01).
013900     05  NH-RECIP-ID              PIC X(08).
014000     05  FILLER                   PIC X(01).
014100     05  NH-REASON-CODE           PIC X(04).
014200     05  FILLER                   PIC X(01).
014300     05  NH-DELIVERY-TS           PIC X(17).
014400     05  FILLER                   PIC X(01).
014500     05  NH-FILE-NAME             PIC X(160).
014600     05  FILLER                   PIC X(01).
014700     05  NH-TEMPLATE-NAME         PIC X(60).
014800     05  FILLER                   PIC X(01).
014900     05  NH-REASON-TEXT           PIC X(60).
015000
015100*SAME LAYOUT RECIP-MAINT READS.  A HOLD FILLS ONLY THE ID AND
015200*THE STATUS, SO THE CHG LEAVES EVERY OTHER FIELD AS IT STANDS.
015300 FD  TRAN-FILE.
015400 01  TRAN-RECORD.
015500     05  TX-ACTION                PIC X(03).
015600     05  FILLER                   PIC X(01).
015700     05  TX-RECIP-ID              PIC X(08).
015800     05  TX-TARGET-NAME           PIC X(60).
015900     05  TX-STATUS                PIC X(01).
016000     05  TX-EFF-START-DATE        PIC X(08).
016100     05  TX-EFF-STOP-DATE         PIC X(08).
016200     05  TX-RECIPIENT-NAME        PIC X(30).
016300     05  TX-ACCOUNT-NO            PIC X(12).
016400     05  TX-GROUP-CODE            PIC X(08).
016500     05  TX-ROUTE-DIR             PIC X(60).
016510     05  TX-DELIVERY-METHOD       PIC X(01).
016600
016700*SAME LAYOUT FILE-CLONER READS AS A MANIFEST.
016800 FD  REISSUE-FILE.
016900 01  REISSUE-RECORD.
017000     05  MF-TARGET-NAME           PIC X(60).
017100     05  MF-RECIPIENT-NAME        PIC X(30).
017200     05  MF-ACCOUNT-NO            PIC X(12).
017300
017400*SAME LAYOUT FILE-RESTORE READS AS RESTCARD.
017500 FD  REST-LIST-FILE.
017600 01  REST-LIST-RECORD.
017700     05  RS-PATTERN               PIC X(160).
017800     05  RS-LOCK-OVERRIDE-SW      PIC X(01).
017900
018000 WORKING-STORAGE SECTION.
018100*FILE STATUS SWITCHES.
018200 77  WS-CARD-STATUS               PIC X(02).
018300 77  WS-AUDIT-STATUS              PIC X(02).
018400 77  WS-NAK-STATUS                PIC X(02).
018500 77  WS-MASTER-STATUS             PIC X(02).
018600 77  WS-REJHIST-STATUS            PIC X(02).
018700 77  WS-TRAN-STATUS               PIC X(02).
018800 77  WS-REISSUE-STATUS            PIC X(02).
018900 77  WS-RESTLIST-STATUS           PIC X(02).
019000*RUN LOCK WORK AREAS - WHETHER THIS RUN HOLDS THE LOCK, THE
019100*NAME FOR THE RELEASE DELETE, AND THE MOMENT IT WAS TAKEN.
019200 77  WS-LOCK-STATUS               PIC X(02).
019300 77  WS-LOCK-HELD-SW              PIC X(01) VALUE "N".
019400     88  WS-LOCK-HELD             VALUE "Y".
019500 77  WS-LOCK-NAME                 PIC X(08) VALUE "RUNLOCK".
019600 77  WS-LOCK-DELETE-RC            PIC S9(09) USAGE COMP-5.
019700 77  WS-LOCK-DATE                 PIC 9(08).
019800 77  WS-LOCK-TIME                 PIC 9(08).
019900*ABEND DIAGNOSTIC TEXT.
020000 77  WS-ABEND-MESSAGE             PIC X(60).
020100*END-OF-FILE SWITCHES.
020200 77  WS-AUDIT-EOF                 PIC X(01) VALUE "N".
020300     88  WS-END-OF-AUDIT          VALUE "Y".
020400 77  WS-MASTER-EOF                PIC X(01) VALUE "N".
020500     88  WS-END-OF-MASTER         VALUE "Y".
020600 77  WS-HIST-EOF                  PIC X(01) VALUE "N".
020700     88  WS-END-OF-HISTORY        VALUE "Y".
020800*RUN PARAMETERS FROM THE CARD OR THEIR DEFAULTS.
020900 77  WS-WINDOW-DAYS               PIC 9(03).
021000 77  WS-HOLD-LIMIT                PIC 9(03).
021100*THE RUN DATE AND THE FIRST DAY OF THE REPEAT-FAILURE WINDOW.
021200 77  WS-TODAY-DATE                PIC 9(08).
021300 77  WS-TODAY-DAYNO               PIC 9(08) USAGE COMP.
021400 77  WS-CUTOFF-DAYNO              PIC 9(08) USAGE COMP.
021500 77  WS-CUTOFF-DATE               PIC 9(08).
021600*COLLECTION COUNTERS.
021700 77  WS-AUDIT-COUNT               PIC 9(08) USAGE COMP VALUE 0.
021800 77  WS-MASTER-COUNT              PIC 9(08) USAGE COMP VALUE 0.
021900 77  WS-HIST-COUNT                PIC 9(08) USAGE COMP VALUE 0.
022000 77  WS-HIST-WINDOW-COUNT         PIC 9(08) USAGE COMP VALUE 0.
022100 77  WS-REJECT-COUNT              PIC 9(08) USAGE COMP VALUE 0.
022200 77  WS-UNKNOWN-COUNT             PIC 9(08) USAGE COMP VALUE 0.
022210 77  WS-ENVELOPE-COUNT            PIC 9(08) USAGE COMP VALUE 0.
022220 77  WS-ENV-UNTIED-COUNT          PIC 9(08) USAGE COMP VALUE 0.
022300 77  WS-RENAME-FAIL-COUNT         PIC 9(08) USAGE COMP VALUE 0.
022400 77  WS-HOLD-COUNT                PIC 9(08) USAGE COMP VALUE 0.
022500 77  WS-NOT-HELD-COUNT            PIC 9(08) USAGE COMP VALUE 0.
022600 77  WS-REISSUE-COUNT             PIC 9(08) USAGE COMP VALUE 0.
022700 77  WS-RESTLIST-COUNT            PIC 9(08) USAGE COMP VALUE 0.
023100*THE REJECTION NAMES - AL-FILE-NAME PLUS .nak, AND PLUS .rej
023200*ONCE COLLECTED.
023300 77  WS-TARGET-NAME               PIC X(160).
023400 77  WS-NAK-NAME                  PIC X(164).
023500 77  WS-REJ-NAME                  PIC X(164).
023600 77  WS-TRAILING-SPACES           PIC 9(04) USAGE COMP.
023700 77  WS-NAME-LEN                  PIC 9(04) USAGE COMP.
023800 77  WS-RENAME-RC                 PIC S9(09) USAGE COMP-5.
023900*THE REJECTION IN HAND.
024000 77  WS-CUR-RECIP-ID              PIC X(08).
024100 77  WS-CUR-REASON                PIC X(04).
024200 77  WS-CUR-REJECT-DATE           PIC X(08).
024300*TARGET NAME RECOVERED FROM AN OUTPUT FILE NAME: THE TEXT
024400*BETWEEN "File (" AND ").txt" IN ITS LAST PATH COMPONENT.
024500 77  WS-SCAN-SUB                  PIC 9(04) USAGE COMP.
024600 77  WS-SLASH-POS                 PIC 9(04) USAGE COMP.
024700 77  WS-LEAF-NAME                 PIC X(160).
024800 77  WS-MATCH-NAME                PIC X(60).
024810*GROUP RECOVERED FROM AN ENVELOPE NAME: THE TEXT AFTER THE LAST
024820*"." IN ITS LAST PATH COMPONENT.
024830 77  WS-DOT-POS                   PIC 9(04) USAGE COMP.
024840 77  WS-GROUP-SUFFIX              PIC X(160).
024850 77  WS-ENVELOPE-GROUP            PIC X(08).
024860 77  WS-ENV-TIED-COUNT            PIC 9(05) USAGE COMP.
024900*RECIPIENT TABLE - EVERY MASTER RECIPIENT WITH THE TARGET NAME
025000*AS FILE-CLONER PUTS IT IN THE OUTPUT FILE NAME (UP TO THE FIRST
025110*SPACE), ITS STATUS, GROUP AND DELIVERY METHOD, AND ITS
025120*REJECTIONS IN THE WINDOW AND IN THIS RUN.
025300 77  WS-RC-COUNT                  PIC 9(05) USAGE COMP VALUE 0.
025400 77  WS-RC-SUB                    PIC 9(05) USAGE COMP.
025500 77  WS-RC-FOUND-SW               PIC X(01) VALUE "N".
025600     88  WS-RC-FOUND              VALUE "Y".
025700 77  WS-RC-FULL-SW                PIC X(01) VALUE "N".
025800     88  WS-RC-TABLE-FULL         VALUE "Y".
025900 77  WS-LOOKUP-RECIP-ID           PIC X(08).
026000 01  WS-RECIPIENT-TABLE.
026100     05  WS-RC-ENTRY              OCCURS 5000 TIMES.
026200         10  WS-RC-RECIP-ID       PIC X(08).
026300         10  WS-RC-MATCH-NAME     PIC X(60).
026400         10  WS-RC-STATUS         PIC X(01).
026500         10  WS-RC-RECIP-NAME     PIC X(30).
026600         10  WS-RC-ACCOUNT-NO     PIC X(12).
026700         10  WS-RC-WINDOW-COUNT   PIC 9(05) USAGE COMP.
026800         10  WS-RC-NEW-COUNT      PIC 9(05) USAGE COMP.
026810         10  WS-RC-GROUP-CODE     PIC X(08).
026820         10  WS-RC-METHOD         PIC X(01).
026830             88  WS-RC-BY-ENVELOPE VALUE "E".
026900*REASON TABLE - THIS RUN'S REJECTIONS BY RECIPIENT AND REASON,
027000*KEPT IN KEY ORDER AS THEY ARE ADDED.
027100 77  WS-RR-COUNT                  PIC 9(04) USAGE COMP VALUE 0.
027200 77  WS-RR-SUB                    PIC 9(04) USAGE COMP.
027300 77  WS-RR-MOVE-SUB               PIC 9(04) USAGE COMP.
027400 77  WS-RR-FOUND-SW               PIC X(01) VALUE "N".
027500     88  WS-RR-FOUND              VALUE "Y".
027600 77  WS-RR-FULL-SW                PIC X(01) VALUE "N".
027700     88  WS-RR-TABLE-FULL         VALUE "Y".
027800 01  WS-LOOKUP-KEY.
027900     05  WS-LOOKUP-RR-RECIP       PIC X(08).
028000     05  WS-LOOKUP-RR-REASON      PIC X(04).
028100 01  WS-REASON-TABLE.
028200     05  WS-RR-ENTRY              OCCURS 1000 TIMES.
028300         10  WS-RR-KEY.
028400             15  WS-RR-RECIP-ID   PIC X(08).
028500             15  WS-RR-REASON     PIC X(04).
028600         10  WS-RR-REJECTS        PIC 9(08) USAGE COMP.
028700*REPORT EDIT FIELDS.
028800 77  WS-COUNT-DISP                PIC Z(7)9.
028900 77  WS-DAYS-DISP                 PIC ZZ9.
029000
029100 PROCEDURE DIVISION.
029200*================================================================
029300*0000-MAIN-PROCEDURE
029400*================================================================
029500 0000-MAIN-PROCEDURE.
029600     PERFORM 1000-INITIALIZE-PROGRAM THRU 1000-EXIT
029700     PERFORM 2000-LOAD-RECIPIENT-MASTER THRU 2000-EXIT
029800     PERFORM 3000-COUNT-WINDOW-HISTORY THRU 3000-EXIT
029900     PERFORM 4000-COLLECT-REJECTIONS THRU 4000-EXIT
030000     PERFORM 5000-HOLD-REPEAT-FAILURES THRU 5000-EXIT
030100     PERFORM 6000-REPORT-BY-REASON THRU 6000-EXIT
030200     PERFORM 9000-WRITE-SUMMARY-REPORT THRU 9000-EXIT
030300     PERFORM 9100-RELEASE-RUN-LOCK THRU 9100-EXIT
030400     STOP RUN.
030500
030600*================================================================
030700*1000-INITIALIZE-PROGRAM - PICK UP THE WINDOW AND HOLD LIMIT FROM
030800*REJCARD (OR THEIR DEFAULTS), FIX THE WINDOW'S FIRST DAY, TAKE
030900*THE SHARED LOCK, AND OPEN THE AUDIT LOG, THE MASTER AND THE
031000*TWO REISSUE LISTS.
031100*================================================================
031200 1000-INITIALIZE-PROGRAM.
031300     INITIALIZE REJ-CARD-RECORD
031400     OPEN INPUT REJ-CARD-FILE
031500     IF WS-CARD-STATUS = "00"
031600         READ REJ-CARD-FILE
031700         CLOSE REJ-CARD-FILE
031800     END-IF
031900     IF RJ-WINDOW-DAYS NUMERIC AND RJ-WINDOW-DAYS > 0
032000         MOVE RJ-WINDOW-DAYS TO WS-WINDOW-DAYS
032100     ELSE
032200         MOVE 7 TO WS-WINDOW-DAYS
032300     END-IF
032400     IF RJ-HOLD-LIMIT NUMERIC AND RJ-HOLD-LIMIT > 0
032500         MOVE RJ-HOLD-LIMIT TO WS-HOLD-LIMIT
032600     ELSE
032700         MOVE 3 TO WS-HOLD-LIMIT
032800     END-IF
032900     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
033000     COMPUTE WS-TODAY-DAYNO =
033100         FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
033200     COMPUTE WS-CUTOFF-DAYNO = WS-TODAY-DAYNO - WS-WINDOW-DAYS + 1
033300     COMPUTE WS-CUTOFF-DATE =
033400         FUNCTION DATE-OF-INTEGER (WS-CUTOFF-DAYNO)
033500*THE SHARED LOCK IS TAKEN BEFORE THE AUDIT LOG IS OPENED, SO
033600*THE COLLECTION NEVER READS A LOG MID-REWRITE.
033700     PERFORM 1100-TAKE-RUN-LOCK THRU 1100-EXIT
033800     OPEN INPUT AUDIT-FILE
033900     IF WS-AUDIT-STATUS NOT = "00"
034000         MOVE "AUDITLOG NOT FOUND - NOTHING TO COLLECT"
034100             TO WS-ABEND-MESSAGE
034200         GO TO 9999-ABEND-EXIT
034300     END-IF
034400     OPEN INPUT RECIP-MASTER
034500     IF WS-MASTER-STATUS NOT = "00"
034600         MOVE "RECPMAST COULD NOT BE OPENED"
034700             TO WS-ABEND-MESSAGE
034800         GO TO 9999-ABEND-EXIT
034900     END-IF
035000     OPEN OUTPUT REISSUE-FILE
035100     IF WS-REISSUE-STATUS NOT = "00"
035200         MOVE "REISSUE COULD NOT BE OPENED FOR OUTPUT"
035300             TO WS-ABEND-MESSAGE
035400         GO TO 9999-ABEND-EXIT
035500     END-IF
035600     OPEN OUTPUT REST-LIST-FILE
035700     IF WS-RESTLIST-STATUS NOT = "00"
035800         MOVE "RESTLIST COULD NOT BE OPENED FOR OUTPUT"
035900             TO WS-ABEND-MESSAGE
036000         GO TO 9999-ABEND-EXIT
036100     END-IF
036200     DISPLAY "REJECT-TRACKER REJECTION REPORT"
036300     MOVE WS-WINDOW-DAYS TO WS-DAYS-DISP
036400     DISPLAY "  REPEAT WINDOW (DAYS) . : " WS-DAYS-DISP
036500         " FROM " WS-CUTOFF-DATE
036600     MOVE WS-HOLD-LIMIT TO WS-DAYS-DISP
036700     DISPLAY "  HOLD AFTER REJECTIONS  : " WS-DAYS-DISP
036800     DISPLAY "-----------------------------------".
036900 1000-EXIT.
037000     EXIT.
037100
037200*----------------------------------------------------------------
037300*1100-TAKE-RUN-LOCK - CLAIM THE SHARED RUN LOCK BEFORE THE
037400*AUDIT LOG IS TOUCHED.  A LOCK ALREADY ON DISK MEANS ANOTHER
037500*JOB OWNS THE SHARED FILES AND THE RUN ABENDS, UNLESS THE
037600*CARD'S STALE-LOCK OVERRIDE SAYS THE OWNER ABENDED AND LEFT
037700*IT BEHIND.
037800*----------------------------------------------------------------
037900 1100-TAKE-RUN-LOCK.
038000     OPEN INPUT LOCK-FILE
038100     IF WS-LOCK-STATUS = "00"
038200         READ LOCK-FILE
038300             AT END
038400                 MOVE SPACES TO LOCK-RECORD
038500         END-READ
038600         IF RJ-LOCK-OVERRIDE-ON
038700             DISPLAY "STALE RUN LOCK OF " LK-OWNER
038800                 " FROM " LK-START-DATE "-" LK-START-TIME
038900                 " OVERRIDDEN"
039000             CLOSE LOCK-FILE
039100             CALL "CBL_DELETE_FILE" USING WS-LOCK-NAME
039200                 RETURNING WS-LOCK-DELETE-RC
039300             END-CALL
039400         ELSE
039500             DISPLAY "RUN LOCK HELD BY " LK-OWNER
039600                 " SINCE " LK-START-DATE "-" LK-START-TIME
039700             CLOSE LOCK-FILE
039800             MOVE "RUN LOCK HELD - ANOTHER JOB OWNS THE FILES"
039900                 TO WS-ABEND-MESSAGE
040000             GO TO 9999-ABEND-EXIT
040100         END-IF
040200     END-IF
040300     OPEN OUTPUT LOCK-FILE
040400     IF WS-LOCK-STATUS NOT = "00"
040500         MOVE "RUN LOCK COULD NOT BE TAKEN"
040600             TO WS-ABEND-MESSAGE
040700         GO TO 9999-ABEND-EXIT
040800     END-IF
040900     MOVE SPACES TO LOCK-RECORD
041000     MOVE "REJECT-TRACKER" TO LK-OWNER
041100     ACCEPT WS-LOCK-DATE FROM DATE YYYYMMDD
041200     ACCEPT WS-LOCK-TIME FROM TIME
041300     MOVE WS-LOCK-DATE TO LK-START-DATE
041400     MOVE WS-LOCK-TIME TO LK-START-TIME
041500     WRITE LOCK-RECORD
041600     CLOSE LOCK-FILE
041700     MOVE "Y" TO WS-LOCK-HELD-SW.
041800 1100-EXIT.
041900     EXIT.
042000
042100*================================================================
042200*2000-LOAD-RECIPIENT-MASTER - EVERY RECIPIENT, WHATEVER ITS
042300*STATUS, SO A FILE SENT BEFORE A RECIPIENT WAS HELD STILL TIES
042400*BACK TO IT.
042500*================================================================
042600 2000-LOAD-RECIPIENT-MASTER.
042700     PERFORM 2100-LOAD-ONE-RECIPIENT THRU 2100-EXIT
042800         UNTIL WS-END-OF-MASTER
042900     CLOSE RECIP-MASTER.
043000 2000-EXIT.
043100     EXIT.
043200
043300*----------------------------------------------------------------
043400*2100-LOAD-ONE-RECIPIENT - READ ONE MASTER RECORD INTO THE
043500*RECIPIENT TABLE.
043600*----------------------------------------------------------------
043700 2100-LOAD-ONE-RECIPIENT.
043800     READ RECIP-MASTER NEXT
043900         AT END
044000             MOVE "Y" TO WS-MASTER-EOF
044100             GO TO 2100-EXIT
044200     END-READ
044300     ADD 1 TO WS-MASTER-COUNT
044400     IF WS-RC-COUNT >= 5000
044500         MOVE "Y" TO WS-RC-FULL-SW
044600         GO TO 2100-EXIT
044700     END-IF
044800     ADD 1 TO WS-RC-COUNT
044900     MOVE RM-RECIP-ID TO WS-RC-RECIP-ID (WS-RC-COUNT)
045000     MOVE SPACES TO WS-RC-MATCH-NAME (WS-RC-COUNT)
045100     UNSTRING RM-TARGET-NAME DELIMITED BY SPACE
045200         INTO WS-RC-MATCH-NAME (WS-RC-COUNT)
045300     END-UNSTRING
045400     MOVE RM-STATUS TO WS-RC-STATUS (WS-RC-COUNT)
045500     MOVE RM-RECIPIENT-NAME TO WS-RC-RECIP-NAME (WS-RC-COUNT)
045600     MOVE RM-ACCOUNT-NO TO WS-RC-ACCOUNT-NO (WS-RC-COUNT)
045700     MOVE 0 TO WS-RC-WINDOW-COUNT (WS-RC-COUNT)
045710     MOVE 0 TO WS-RC-NEW-COUNT (WS-RC-COUNT)
045720     MOVE RM-GROUP-CODE TO WS-RC-GROUP-CODE (WS-RC-COUNT)
045730     MOVE RM-DELIVERY-METHOD TO WS-RC-METHOD (WS-RC-COUNT).
045900 2100-EXIT.
046000     EXIT.
046100
046200*----------------------------------------------------------------
046300*2200-FIND-RECIPIENT-BY-ID - LOOK UP WS-LOOKUP-RECIP-ID IN THE
046400*RECIPIENT TABLE, LEAVING WS-RC-SUB ON ITS ROW.
046500*----------------------------------------------------------------
046600 2200-FIND-RECIPIENT-BY-ID.
046700     MOVE "N" TO WS-RC-FOUND-SW
046800     PERFORM 2210-MATCH-ONE-ID THRU 2210-EXIT
046900         VARYING WS-RC-SUB FROM 1 BY 1
047000         UNTIL WS-RC-SUB > WS-RC-COUNT
047100            OR WS-RC-FOUND
047200     IF WS-RC-FOUND
047300         SUBTRACT 1 FROM WS-RC-SUB
047400     END-IF.
047500 2200-EXIT.
047600     EXIT.
047700
047800*----------------------------------------------------------------
047900*2210-MATCH-ONE-ID - COMPARE THE ID TO ONE TABLE ROW.
048000*----------------------------------------------------------------
048100 2210-MATCH-ONE-ID.
048200     IF WS-LOOKUP-RECIP-ID = WS-RC-RECIP-ID (WS-RC-SUB)
048300         MOVE "Y" TO WS-RC-FOUND-SW
048400     END-IF.
048500 2210-EXIT.
048600     EXIT.
048700
048800*================================================================
048900*3000-COUNT-WINDOW-HISTORY - COUNT EACH RECIPIENT'S REJECTIONS
049000*ALREADY ON THE HISTORY THAT FALL IN THE WINDOW, THEN OPEN THE
049100*HISTORY FOR THIS RUN'S ADDITIONS.  THE FIRST RUN HAS NO HISTORY.
049200*================================================================
049300 3000-COUNT-WINDOW-HISTORY.
049400     OPEN INPUT REJ-HIST-FILE
049500     IF WS-REJHIST-STATUS = "00"
049600         PERFORM 3100-COUNT-ONE-HISTORY THRU 3100-EXIT
049700             UNTIL WS-END-OF-HISTORY
049800         CLOSE REJ-HIST-FILE
049900     END-IF
050000     OPEN EXTEND REJ-HIST-FILE
050100     IF WS-REJHIST-STATUS = "35"
050200         OPEN OUTPUT REJ-HIST-FILE
050300     END-IF
050400     IF WS-REJHIST-STATUS NOT = "00"
050500         MOVE "REJHIST COULD NOT BE OPENED"
050600             TO WS-ABEND-MESSAGE
050700         GO TO 9999-ABEND-EXIT
050800     END-IF.
050900 3000-EXIT.
051000     EXIT.
051100
051200*----------------------------------------------------------------
051300*3100-COUNT-ONE-HISTORY - READ ONE HISTORY RECORD AND COUNT IT
051400*AGAINST ITS RECIPIENT WHEN IT FALLS IN THE WINDOW.
051500*----------------------------------------------------------------
051600 3100-COUNT-ONE-HISTORY.
051700     READ REJ-HIST-FILE
051800         AT END
051900             MOVE "Y" TO WS-HIST-EOF
052000             GO TO 3100-EXIT
052100     END-READ
052200     ADD 1 TO WS-HIST-COUNT
052300     IF NH-REJECT-DATE NOT NUMERIC
052400        OR NH-REJECT-DATE < WS-CUTOFF-DATE
052500         GO TO 3100-EXIT
052600     END-IF
052700     ADD 1 TO WS-HIST-WINDOW-COUNT
052800     MOVE NH-RECIP-ID TO WS-LOOKUP-RECIP-ID
052900     PERFORM 2200-FIND-RECIPIENT-BY-ID THRU 2200-EXIT
053000     IF WS-RC-FOUND
053100         ADD 1 TO WS-RC-WINDOW-COUNT (WS-RC-SUB)
053200     END-IF.
053300 3100-EXIT.
053400     EXIT.
053500
053600*================================================================
053700*4000-COLLECT-REJECTIONS - PROBE FOR THE .nak OF EVERY AUDITED
053800*DELIVERY AND COLLECT EACH ONE FOUND.
053900*================================================================
054000 4000-COLLECT-REJECTIONS.
054100     PERFORM 4100-PROBE-ONE-DELIVERY THRU 4100-EXIT
054200         UNTIL WS-END-OF-AUDIT
054300     CLOSE AUDIT-FILE
054400     CLOSE REJ-HIST-FILE
054500     CLOSE REISSUE-FILE
054600     CLOSE REST-LIST-FILE.
054700 4000-EXIT.
054800     EXIT.
054900
055000*----------------------------------------------------------------
055100*4100-PROBE-ONE-DELIVERY - READ ONE AUDIT RECORD AND LOOK FOR
055200*ITS .nak.  A DELIVERY WITHOUT ONE IS NOT THIS PROGRAM'S
055300*BUSINESS.
055400*----------------------------------------------------------------
055500 4100-PROBE-ONE-DELIVERY.
055600     READ AUDIT-FILE
055700         AT END
055800             MOVE "Y" TO WS-AUDIT-EOF
055900             GO TO 4100-EXIT
056000     END-READ
056100     ADD 1 TO WS-AUDIT-COUNT
056200     MOVE AL-FILE-NAME TO WS-TARGET-NAME
056300     MOVE 0 TO WS-TRAILING-SPACES
056400     INSPECT WS-TARGET-NAME TALLYING WS-TRAILING-SPACES
056500         FOR TRAILING SPACE
056600     COMPUTE WS-NAME-LEN = 160 - WS-TRAILING-SPACES
056700     MOVE WS-TARGET-NAME TO WS-NAK-NAME
056800     MOVE ".nak" TO WS-NAK-NAME (WS-NAME-LEN + 1 : 4)
056900     MOVE WS-TARGET-NAME TO WS-REJ-NAME
057000     MOVE ".rej" TO WS-REJ-NAME (WS-NAME-LEN + 1 : 4)
057100     OPEN INPUT NAK-FILE
057200     IF WS-NAK-STATUS NOT = "00"
057300         GO TO 4100-EXIT
057400     END-IF
057500     MOVE SPACES TO NAK-RECORD
057600     READ NAK-FILE
057700         AT END
057800             MOVE SPACES TO NAK-RECORD
057900     END-READ
058000     CLOSE NAK-FILE
058100     PERFORM 4200-COLLECT-ONE-REJECTION THRU 4200-EXIT.
058200 4100-EXIT.
058300     EXIT.
058400
058500*----------------------------------------------------------------
058600*4200-COLLECT-ONE-REJECTION - TIE THE REJECTED FILE TO ITS
058700*RECIPIENT, RECORD IT ON THE HISTORY AND THE REISSUE LISTS,
058800*COUNT IT BY REASON, AND RENAME THE .nak OUT OF THE WAY.  A
058810*REJECTION WITH NO REASON CODE IS COUNTED UNDER "????".  AN
058820*ENVELOPE IS TIED TO ITS GROUP'S RECIPIENTS BY 4700 INSTEAD.
059000*----------------------------------------------------------------
059100 4200-COLLECT-ONE-REJECTION.
059200     ADD 1 TO WS-REJECT-COUNT
059300     IF NK-REASON-CODE = SPACES
059400         MOVE "????" TO WS-CUR-REASON
059500     ELSE
059600         MOVE NK-REASON-CODE TO WS-CUR-REASON
059700     END-IF
059800     IF NK-REJECT-DATE NUMERIC
059900         MOVE NK-REJECT-DATE TO WS-CUR-REJECT-DATE
060000     ELSE
060100         MOVE WS-TODAY-DATE TO WS-CUR-REJECT-DATE
060200     END-IF
060210     IF AL-TEMPLATE-NAME = SPACES
060220         PERFORM 4700-COLLECT-ENVELOPE-REJECTION THRU 4700-EXIT
060230         PERFORM 4210-RENAME-NAK THRU 4210-EXIT
060235         GO TO 4200-EXIT
060240     END-IF
060300     PERFORM 4300-RESOLVE-TARGET THRU 4300-EXIT
060400     IF WS-RC-FOUND
060500         MOVE WS-RC-RECIP-ID (WS-RC-SUB) TO WS-CUR-RECIP-ID
060600         ADD 1 TO WS-RC-NEW-COUNT (WS-RC-SUB)
060700         IF WS-CUR-REJECT-DATE NOT < WS-CUTOFF-DATE
060800             ADD 1 TO WS-RC-WINDOW-COUNT (WS-RC-SUB)
060900         END-IF
061000     ELSE
061100         MOVE "*UNKNOWN" TO WS-CUR-RECIP-ID
061200         ADD 1 TO WS-UNKNOWN-COUNT
061300     END-IF
061400     DISPLAY "REJECTED " WS-CUR-RECIP-ID " " WS-CUR-REASON " "
061500         WS-CUR-REJECT-DATE " " WS-TARGET-NAME
061600     PERFORM 4400-WRITE-HISTORY-RECORD THRU 4400-EXIT
061700     PERFORM 4500-WRITE-REISSUE-ENTRIES THRU 4500-EXIT
061800     PERFORM 4600-COUNT-BY-REASON THRU 4600-EXIT
061810     PERFORM 4210-RENAME-NAK THRU 4210-EXIT.
061820 4200-EXIT.
061830     EXIT.
061840
061850*----------------------------------------------------------------
061860*4210-RENAME-NAK - RENAME THE COLLECTED .nak TO .rej SO IT IS
061870*COLLECTED ONLY ONCE.  A FAILED RENAME IS COUNTED AND REPORTED.
061880*----------------------------------------------------------------
061890 4210-RENAME-NAK.
061900     CALL "CBL_RENAME_FILE" USING WS-NAK-NAME WS-REJ-NAME
062000         RETURNING WS-RENAME-RC
062100     END-CALL
062200     IF WS-RENAME-RC NOT = 0
062300         ADD 1 TO WS-RENAME-FAIL-COUNT
062400         DISPLAY "  .nak COULD NOT BE RENAMED - IT WILL BE"
062500             " COLLECTED AGAIN: " WS-NAK-NAME
062600     END-IF.
062700 4210-EXIT.
062800     EXIT.
062900
063000*----------------------------------------------------------------
063100*4300-RESOLVE-TARGET - RECOVER THE TARGET NAME FROM THE OUTPUT
063200*FILE NAME AND LOOK IT UP IN THE RECIPIENT TABLE, LEAVING
063300*WS-RC-SUB ON ITS ROW.  ONLY THE LAST PATH COMPONENT COUNTS, SO
063400*A COPY ROUTED TO A RECIPIENT'S OWN DIRECTORY RESOLVES THE SAME
063500*AS ONE IN THE RUN'S OUTPUT DIRECTORY.  WS-MATCH-NAME IS LEFT
063600*BLANK WHEN THE NAME IS NOT IN FILE-CLONER'S FORM.
063700*----------------------------------------------------------------
063800 4300-RESOLVE-TARGET.
063900     MOVE "N" TO WS-RC-FOUND-SW
064000     MOVE SPACES TO WS-MATCH-NAME
064100     MOVE 0 TO WS-SLASH-POS
064200     PERFORM 4310-NOTE-ONE-SLASH THRU 4310-EXIT
064300         VARYING WS-SCAN-SUB FROM 1 BY 1
064400         UNTIL WS-SCAN-SUB > 160
064500     IF WS-SLASH-POS >= 160
064600         GO TO 4300-EXIT
064700     END-IF
064800     MOVE WS-TARGET-NAME (WS-SLASH-POS + 1 :) TO WS-LEAF-NAME
064900     IF WS-LEAF-NAME (1 : 6) NOT = "File ("
065000         GO TO 4300-EXIT
065100     END-IF
065200     UNSTRING WS-LEAF-NAME (7 :) DELIMITED BY ").txt"
065300         INTO WS-MATCH-NAME
065400     END-UNSTRING
065500     IF WS-MATCH-NAME = SPACES
065600         GO TO 4300-EXIT
065700     END-IF
065800     PERFORM 4320-MATCH-ONE-RECIPIENT THRU 4320-EXIT
065900         VARYING WS-RC-SUB FROM 1 BY 1
066000         UNTIL WS-RC-SUB > WS-RC-COUNT
066100            OR WS-RC-FOUND
066200     IF WS-RC-FOUND
066300         SUBTRACT 1 FROM WS-RC-SUB
066400     END-IF.
066500 4300-EXIT.
066600     EXIT.
066700
066800*----------------------------------------------------------------
066900*4310-NOTE-ONE-SLASH - REMEMBER THE POSITION OF EACH "/" SO THE
067000*LAST ONE IS LEFT IN WS-SLASH-POS.
067100*----------------------------------------------------------------
067200 4310-NOTE-ONE-SLASH.
067300     IF WS-TARGET-NAME (WS-SCAN-SUB : 1) = "/"
067400         MOVE WS-SCAN-SUB TO WS-SLASH-POS
067500     END-IF.
067600 4310-EXIT.
067700     EXIT.
067800
067900*----------------------------------------------------------------
068000*4320-MATCH-ONE-RECIPIENT - COMPARE THE TARGET NAME TO ONE
068100*TABLE ROW.
068200*----------------------------------------------------------------
068300 4320-MATCH-ONE-RECIPIENT.
068400     IF WS-MATCH-NAME = WS-RC-MATCH-NAME (WS-RC-SUB)
068500         MOVE "Y" TO WS-RC-FOUND-SW
068600     END-IF.
068700 4320-EXIT.
068800     EXIT.
068900
069000*----------------------------------------------------------------
069100*4400-WRITE-HISTORY-RECORD - APPEND THE REJECTION TO REJHIST.
069200*----------------------------------------------------------------
069300 4400-WRITE-HISTORY-RECORD.
069400     MOVE SPACES TO REJ-HIST-RECORD
069500     MOVE WS-CUR-REJECT-DATE TO NH-REJECT-DATE
069600     MOVE WS-TODAY-DATE TO NH-COLLECT-DATE
069700     MOVE WS-CUR-RECIP-ID TO NH-RECIP-ID
069800     MOVE WS-CUR-REASON TO NH-REASON-CODE
069900     MOVE AL-TIMESTAMP TO NH-DELIVERY-TS
070000     MOVE AL-FILE-NAME TO NH-FILE-NAME
070100     MOVE AL-TEMPLATE-NAME TO NH-TEMPLATE-NAME
070200     MOVE NK-REASON-TEXT TO NH-REASON-TEXT
070300     WRITE REJ-HIST-RECORD
070400     IF WS-REJHIST-STATUS NOT = "00"
070500         MOVE "REJHIST WRITE FAILED" TO WS-ABEND-MESSAGE
070600         GO TO 9999-ABEND-EXIT
070700     END-IF.
070800 4400-EXIT.
070900     EXIT.
071000
071100*----------------------------------------------------------------
071200*4500-WRITE-REISSUE-ENTRIES - A RESTCARD FOR THE FILE BY ITS
071300*FULL NAME, AND A MANIFEST LINE UNDER ITS TARGET NAME WHEN THE
071400*NAME IS IN FILE-CLONER'S FORM.  A RECIPIENT ON THE MASTER GIVES
071500*THE LINE ITS NAME AND ACCOUNT.
071600*----------------------------------------------------------------
071700 4500-WRITE-REISSUE-ENTRIES.
071800     MOVE SPACES TO REST-LIST-RECORD
071900     MOVE AL-FILE-NAME TO RS-PATTERN
072000     WRITE REST-LIST-RECORD
072100     IF WS-RESTLIST-STATUS NOT = "00"
072200         MOVE "RESTLIST WRITE FAILED" TO WS-ABEND-MESSAGE
072300         GO TO 9999-ABEND-EXIT
072400     END-IF
072500     ADD 1 TO WS-RESTLIST-COUNT
072600     IF WS-MATCH-NAME = SPACES
072700         GO TO 4500-EXIT
072800     END-IF
072900     MOVE SPACES TO REISSUE-RECORD
073000     MOVE WS-MATCH-NAME TO MF-TARGET-NAME
073100     IF WS-RC-FOUND
073200         MOVE WS-RC-RECIP-NAME (WS-RC-SUB) TO MF-RECIPIENT-NAME
073300         MOVE WS-RC-ACCOUNT-NO (WS-RC-SUB) TO MF-ACCOUNT-NO
073400     END-IF
073500     WRITE REISSUE-RECORD
073600     IF WS-REISSUE-STATUS NOT = "00"
073700         MOVE "REISSUE WRITE FAILED" TO WS-ABEND-MESSAGE
073800         GO TO 9999-ABEND-EXIT
073900     END-IF
074000     ADD 1 TO WS-REISSUE-COUNT.
074100 4500-EXIT.
074200     EXIT.
074300
074400*----------------------------------------------------------------
074500*4600-COUNT-BY-REASON - FIND OR ADD THE RECIPIENT AND REASON ON
074600*THE REASON TABLE, KEEPING IT IN KEY ORDER: THE FIRST ROW NOT
074700*BELOW THE KEY IS EITHER ITS OWN ROW OR WHERE IT GOES.
074800*----------------------------------------------------------------
074900 4600-COUNT-BY-REASON.
075000     MOVE WS-CUR-RECIP-ID TO WS-LOOKUP-RR-RECIP
075100     MOVE WS-CUR-REASON TO WS-LOOKUP-RR-REASON
075200     MOVE "N" TO WS-RR-FOUND-SW
075300     PERFORM 4610-PLACE-ONE-REASON THRU 4610-EXIT
075400         VARYING WS-RR-SUB FROM 1 BY 1
075500         UNTIL WS-RR-SUB > WS-RR-COUNT
075600            OR WS-RR-FOUND
075700     IF WS-RR-FOUND
075800         SUBTRACT 1 FROM WS-RR-SUB
075900         IF WS-RR-KEY (WS-RR-SUB) = WS-LOOKUP-KEY
076000             ADD 1 TO WS-RR-REJECTS (WS-RR-SUB)
076100             GO TO 4600-EXIT
076200         END-IF
076300     END-IF
076400     IF WS-RR-COUNT >= 1000
076500         MOVE "Y" TO WS-RR-FULL-SW
076600         GO TO 4600-EXIT
076700     END-IF
076800     PERFORM 4620-SHIFT-ONE-REASON THRU 4620-EXIT
076900         VARYING WS-RR-MOVE-SUB FROM WS-RR-COUNT BY -1
077000         UNTIL WS-RR-MOVE-SUB < WS-RR-SUB
077100     ADD 1 TO WS-RR-COUNT
077200     MOVE WS-LOOKUP-KEY TO WS-RR-KEY (WS-RR-SUB)
077300     MOVE 1 TO WS-RR-REJECTS (WS-RR-SUB).
077400 4600-EXIT.
077500     EXIT.
077600
077700*----------------------------------------------------------------
077800*4610-PLACE-ONE-REASON - STOP AT THE FIRST ROW NOT BELOW THE KEY.
077900*----------------------------------------------------------------
078000 4610-PLACE-ONE-REASON.
078100     IF WS-RR-KEY (WS-RR-SUB) NOT < WS-LOOKUP-KEY
078200         MOVE "Y" TO WS-RR-FOUND-SW
078300     END-IF.
078400 4610-EXIT.
078500     EXIT.
078600
078700*----------------------------------------------------------------
078800*4620-SHIFT-ONE-REASON - MOVE ONE ROW DOWN TO OPEN THE GAP.
078900*----------------------------------------------------------------
079000 4620-SHIFT-ONE-REASON.
079100     MOVE WS-RR-ENTRY (WS-RR-MOVE-SUB)
079200         TO WS-RR-ENTRY (WS-RR-MOVE-SUB + 1).
079300 4620-EXIT.
079400     EXIT.
079500
079520*----------------------------------------------------------------
079530*4700-COLLECT-ENVELOPE-REJECTION - AN ENVELOPE (AN AUDIT ENTRY
079540*WITH NO TEMPLATE) CARRIES THE COPIES OF MANY RECIPIENTS UNDER
079550*ONE NAME.  A GROUP ENVELOPE IS NAMED BASE.GROUP, SO THE TEXT
079560*AFTER THE LAST "." OF ITS LAST PATH COMPONENT IS TAKEN AS THE
079570*GROUP AND THE REJECTION IS COUNTED AGAINST EVERY ACTIVE ENVELOPE
079580*RECIPIENT OF THAT GROUP, SO THEY CAN BE PUT ON HOLD.  AN ENVELOPE
079590*THAT NO ACTIVE ENVELOPE RECIPIENT'S GROUP ANSWERS TO - A
079600*WHOLE-RUN ENVELOPE, OR THAT OF THE RECIPIENTS WITH NO GROUP - IS
079610*REPORTED AS A REJECTED ENVELOPE UNDER *ENVELOP.  EITHER WAY THE
079620*ENVELOPE GETS A RESTCARD BUT NO MANIFEST LINE, SINCE A MANIFEST
079630*RUN WOULD REBUILD ITS COPIES AS SEPARATE FILES.
079640*----------------------------------------------------------------
079650 4700-COLLECT-ENVELOPE-REJECTION.
079660     ADD 1 TO WS-ENVELOPE-COUNT
079670     MOVE "N" TO WS-RC-FOUND-SW
079680     MOVE SPACES TO WS-MATCH-NAME
079690     PERFORM 4710-FIND-ENVELOPE-GROUP THRU 4710-EXIT
079700     MOVE 0 TO WS-ENV-TIED-COUNT
079710     IF WS-ENVELOPE-GROUP NOT = SPACES
079720         PERFORM 4730-TIE-ONE-RECIPIENT THRU 4730-EXIT
079730             VARYING WS-RC-SUB FROM 1 BY 1
079740             UNTIL WS-RC-SUB > WS-RC-COUNT
079750     END-IF
079760     IF WS-ENV-TIED-COUNT = 0
079770         MOVE "*ENVELOP" TO WS-CUR-RECIP-ID
079780         ADD 1 TO WS-ENV-UNTIED-COUNT
079790         DISPLAY "REJECTED " WS-CUR-RECIP-ID " " WS-CUR-REASON " "
079800             WS-CUR-REJECT-DATE " " WS-TARGET-NAME
079810         PERFORM 4400-WRITE-HISTORY-RECORD THRU 4400-EXIT
079820         PERFORM 4600-COUNT-BY-REASON THRU 4600-EXIT
079830     END-IF
079840     PERFORM 4500-WRITE-REISSUE-ENTRIES THRU 4500-EXIT.
079850 4700-EXIT.
079860     EXIT.
079870
079880*----------------------------------------------------------------
079890*4710-FIND-ENVELOPE-GROUP - TAKE THE TEXT AFTER THE LAST "." OF
079900*THE ENVELOPE'S LAST PATH COMPONENT AS ITS GROUP.  THE GROUP IS
079910*LEFT BLANK WHEN THERE IS NO "." OR THE TEXT IS TOO LONG FOR A
079920*GROUP CODE.
079930*----------------------------------------------------------------
079940 4710-FIND-ENVELOPE-GROUP.
079950     MOVE SPACES TO WS-ENVELOPE-GROUP
079960     MOVE 0 TO WS-SLASH-POS
079970     PERFORM 4310-NOTE-ONE-SLASH THRU 4310-EXIT
079980         VARYING WS-SCAN-SUB FROM 1 BY 1
079990         UNTIL WS-SCAN-SUB > 160
080000     IF WS-SLASH-POS >= 160
080010         GO TO 4710-EXIT
080020     END-IF
080030     MOVE WS-TARGET-NAME (WS-SLASH-POS + 1 :) TO WS-LEAF-NAME
080040     MOVE 0 TO WS-DOT-POS
080050     PERFORM 4720-NOTE-ONE-DOT THRU 4720-EXIT
080060         VARYING WS-SCAN-SUB FROM 1 BY 1
080070         UNTIL WS-SCAN-SUB > 160
080080     IF WS-DOT-POS = 0 OR WS-DOT-POS >= 160
080090         GO TO 4710-EXIT
080100     END-IF
080110     MOVE WS-LEAF-NAME (WS-DOT-POS + 1 :) TO WS-GROUP-SUFFIX
080120     IF WS-GROUP-SUFFIX (9 :) NOT = SPACES
080130         GO TO 4710-EXIT
080140     END-IF
080150     MOVE WS-GROUP-SUFFIX TO WS-ENVELOPE-GROUP.
080160 4710-EXIT.
080170     EXIT.
080180
080190*----------------------------------------------------------------
080200*4720-NOTE-ONE-DOT - REMEMBER THE POSITION OF EACH "." SO THE LAST
080210*ONE IS LEFT IN WS-DOT-POS.
080220*----------------------------------------------------------------
080230 4720-NOTE-ONE-DOT.
080240     IF WS-LEAF-NAME (WS-SCAN-SUB : 1) = "."
080250         MOVE WS-SCAN-SUB TO WS-DOT-POS
080260     END-IF.
080270 4720-EXIT.
080280     EXIT.
080290
080300*----------------------------------------------------------------
080310*4730-TIE-ONE-RECIPIENT - COUNT THE ENVELOPE'S REJECTION AGAINST
080320*ONE RECIPIENT WHEN IT IS AN ACTIVE ENVELOPE RECIPIENT OF THE
080330*GROUP, WITH A HISTORY RECORD OF ITS OWN SO THAT LATER RUNS COUNT
080340*IT IN THE WINDOW.
080350*----------------------------------------------------------------
080360 4730-TIE-ONE-RECIPIENT.
080370     IF NOT WS-RC-BY-ENVELOPE (WS-RC-SUB)
080380        OR WS-RC-GROUP-CODE (WS-RC-SUB) NOT = WS-ENVELOPE-GROUP
080390        OR WS-RC-STATUS (WS-RC-SUB) NOT = "A"
080400         GO TO 4730-EXIT
080410     END-IF
080420     ADD 1 TO WS-ENV-TIED-COUNT
080430     MOVE WS-RC-RECIP-ID (WS-RC-SUB) TO WS-CUR-RECIP-ID
080440     ADD 1 TO WS-RC-NEW-COUNT (WS-RC-SUB)
080450     IF WS-CUR-REJECT-DATE NOT < WS-CUTOFF-DATE
080460         ADD 1 TO WS-RC-WINDOW-COUNT (WS-RC-SUB)
080470     END-IF
080480     DISPLAY "REJECTED " WS-CUR-RECIP-ID " " WS-CUR-REASON " "
080490         WS-CUR-REJECT-DATE " " WS-TARGET-NAME
080500     PERFORM 4400-WRITE-HISTORY-RECORD THRU 4400-EXIT
080510     PERFORM 4600-COUNT-BY-REASON THRU 4600-EXIT.
080520 4730-EXIT.
080530     EXIT.
080535
080540*================================================================
080550*5000-HOLD-REPEAT-FAILURES - A RECIPIENT THAT REJECTED A FILE IN
080560*THIS RUN AND HAS REACHED THE HOLD LIMIT IN THE WINDOW IS PUT ON
080570*HOLD.  ONE ALREADY HELD OR INACTIVE IS ONLY REPORTED.  HOLDTRAN
080575*IS OPENED WHETHER OR NOT THERE IS A HOLD TO WRITE.
080580*================================================================
080590 5000-HOLD-REPEAT-FAILURES.
080592     OPEN OUTPUT TRAN-FILE
080594     IF WS-TRAN-STATUS NOT = "00"
080596         MOVE "HOLDTRAN COULD NOT BE OPENED" TO WS-ABEND-MESSAGE
080598         GO TO 9999-ABEND-EXIT
080599     END-IF
080600     PERFORM 5100-JUDGE-ONE-RECIPIENT THRU 5100-EXIT
080610         VARYING WS-RC-SUB FROM 1 BY 1
080620         UNTIL WS-RC-SUB > WS-RC-COUNT
080630     CLOSE TRAN-FILE.
080660 5000-EXIT.
080670     EXIT.
080675
081100*----------------------------------------------------------------
081200*5100-JUDGE-ONE-RECIPIENT - HOLD ONE RECIPIENT WHEN IT HAS
081300*FAILED REPEATEDLY.
081400*----------------------------------------------------------------
081500 5100-JUDGE-ONE-RECIPIENT.
081600     IF WS-RC-NEW-COUNT (WS-RC-SUB) = 0
081700        OR WS-RC-WINDOW-COUNT (WS-RC-SUB) < WS-HOLD-LIMIT
081800         GO TO 5100-EXIT
081900     END-IF
082000     MOVE WS-RC-WINDOW-COUNT (WS-RC-SUB) TO WS-COUNT-DISP
082100     IF WS-RC-STATUS (WS-RC-SUB) NOT = "A"
082200         ADD 1 TO WS-NOT-HELD-COUNT
082300         DISPLAY "NO HOLD  " WS-RC-RECIP-ID (WS-RC-SUB)
082400             WS-COUNT-DISP " REJECTIONS - STATUS IS ALREADY "
082500             WS-RC-STATUS (WS-RC-SUB)
082600         GO TO 5100-EXIT
082700     END-IF
083700     MOVE SPACES TO TRAN-RECORD
083800     MOVE "CHG" TO TX-ACTION
083900     MOVE WS-RC-RECIP-ID (WS-RC-SUB) TO TX-RECIP-ID
084000     MOVE "H" TO TX-STATUS
084010     MOVE SPACE TO TX-DELIVERY-METHOD
084100     WRITE TRAN-RECORD
084200     IF WS-TRAN-STATUS NOT = "00"
084300         MOVE "HOLDTRAN WRITE FAILED" TO WS-ABEND-MESSAGE
084400         GO TO 9999-ABEND-EXIT
084500     END-IF
084600     ADD 1 TO WS-HOLD-COUNT
084700     MOVE WS-WINDOW-DAYS TO WS-DAYS-DISP
084800     DISPLAY "HOLD     " WS-RC-RECIP-ID (WS-RC-SUB)
084900         WS-COUNT-DISP " REJECTIONS IN " WS-DAYS-DISP " DAYS".
085000 5100-EXIT.
085100     EXIT.
085200
085300*================================================================
085400*6000-REPORT-BY-REASON - THIS RUN'S REJECTIONS BY RECIPIENT AND
085500*REASON, WITH THE RECIPIENT'S NAME FROM THE MASTER.
085600*================================================================
085700 6000-REPORT-BY-REASON.
085800     DISPLAY "-----------------------------------"
085900     DISPLAY "REJECTIONS BY RECIPIENT AND REASON"
086000     DISPLAY "RECIP-ID REAS    COUNT  RECIPIENT NAME"
086100     PERFORM 6100-PRINT-ONE-REASON THRU 6100-EXIT
086200         VARYING WS-RR-SUB FROM 1 BY 1
086300         UNTIL WS-RR-SUB > WS-RR-COUNT.
086400 6000-EXIT.
086500     EXIT.
086600
086700*----------------------------------------------------------------
086800*6100-PRINT-ONE-REASON - ONE RECIPIENT AND REASON LINE.
086900*----------------------------------------------------------------
087000 6100-PRINT-ONE-REASON.
087010     IF WS-RR-RECIP-ID (WS-RR-SUB) = "*ENVELOP"
087020         MOVE WS-RR-REJECTS (WS-RR-SUB) TO WS-COUNT-DISP
087030         DISPLAY WS-RR-RECIP-ID (WS-RR-SUB) " "
087040             WS-RR-REASON (WS-RR-SUB) " " WS-COUNT-DISP "  "
087050             "(ENVELOPE NOT TIED TO A GROUP)"
087060         GO TO 6100-EXIT
087070     END-IF
087100     MOVE WS-RR-RECIP-ID (WS-RR-SUB) TO WS-LOOKUP-RECIP-ID
087200     PERFORM 2200-FIND-RECIPIENT-BY-ID THRU 2200-EXIT
087300     MOVE WS-RR-REJECTS (WS-RR-SUB) TO WS-COUNT-DISP
087400     IF WS-RC-FOUND
087500         DISPLAY WS-RR-RECIP-ID (WS-RR-SUB) " "
087600             WS-RR-REASON (WS-RR-SUB) " " WS-COUNT-DISP "  "
087700             WS-RC-RECIP-NAME (WS-RC-SUB)
087800     ELSE
087900         DISPLAY WS-RR-RECIP-ID (WS-RR-SUB) " "
088000             WS-RR-REASON (WS-RR-SUB) " " WS-COUNT-DISP "  "
088100             "(NOT ON THE MASTER)"
088200     END-IF.
088300 6100-EXIT.
088400     EXIT.
088500
088600*================================================================
088700*9000-WRITE-SUMMARY-REPORT - COLLECTION TOTALS AND THE RETURN
088800*CODE: 0 WHEN NOTHING WAS REJECTED, 4 WHEN REJECTIONS WERE
088900*COLLECTED (OR A TABLE FILLED OR A .nak COULD NOT BE RENAMED),
089000*8 WHEN A HOLD WAS WRITTEN AND RECIP-MAINT MUST RUN.
089100*================================================================
089200 9000-WRITE-SUMMARY-REPORT.
089300     DISPLAY "-----------------------------------"
089400     DISPLAY "REJECT-TRACKER SUMMARY"
089500     MOVE WS-AUDIT-COUNT TO WS-COUNT-DISP
089600     DISPLAY "  AUDIT RECORDS READ  . . : " WS-COUNT-DISP
089700     MOVE WS-MASTER-COUNT TO WS-COUNT-DISP
089800     DISPLAY "  MASTER RECORDS READ . . : " WS-COUNT-DISP
089900     MOVE WS-HIST-COUNT TO WS-COUNT-DISP
090000     DISPLAY "  HISTORY RECORDS READ  . : " WS-COUNT-DISP
090100     MOVE WS-HIST-WINDOW-COUNT TO WS-COUNT-DISP
090200     DISPLAY "  EARLIER IN THE WINDOW . : " WS-COUNT-DISP
090300     MOVE WS-REJECT-COUNT TO WS-COUNT-DISP
090400     DISPLAY "  REJECTIONS COLLECTED  . : " WS-COUNT-DISP
090500     MOVE WS-UNKNOWN-COUNT TO WS-COUNT-DISP
090600     DISPLAY "  NOT TIED TO A RECIPIENT : " WS-COUNT-DISP
090610     MOVE WS-ENVELOPE-COUNT TO WS-COUNT-DISP
090620     DISPLAY "  ENVELOPES REJECTED  . . : " WS-COUNT-DISP
090630     MOVE WS-ENV-UNTIED-COUNT TO WS-COUNT-DISP
090640     DISPLAY "  ENVELOPES NOT TIED  . . : " WS-COUNT-DISP
090700     MOVE WS-HOLD-COUNT TO WS-COUNT-DISP
090800     DISPLAY "  HOLDS WRITTEN TO TRAN . : " WS-COUNT-DISP
090900     MOVE WS-NOT-HELD-COUNT TO WS-COUNT-DISP
091000     DISPLAY "  OVER LIMIT, NOT ACTIVE  : " WS-COUNT-DISP
091100     MOVE WS-RESTLIST-COUNT TO WS-COUNT-DISP
091200     DISPLAY "  RESTLIST CARDS WRITTEN  : " WS-COUNT-DISP
091300     MOVE WS-REISSUE-COUNT TO WS-COUNT-DISP
091400     DISPLAY "  REISSUE LINES WRITTEN . : " WS-COUNT-DISP
091500     MOVE WS-RENAME-FAIL-COUNT TO WS-COUNT-DISP
091600     DISPLAY "  .nak NOT RENAMED  . . . : " WS-COUNT-DISP
091700     IF WS-RC-TABLE-FULL
091800         DISPLAY "  NOTE: OVER 5000 RECIPIENTS - LATER ONES"
091900             " REPORT AS *UNKNOWN"
092000     END-IF
092100     IF WS-RR-TABLE-FULL
092200         DISPLAY "  NOTE: OVER 1000 RECIPIENT/REASON ROWS -"
092300             " REASON REPORT IS PARTIAL"
092400     END-IF
092500     DISPLAY "-----------------------------------"
092600     IF WS-HOLD-COUNT > 0
092700         MOVE 8 TO RETURN-CODE
092800     ELSE
092900         IF WS-REJECT-COUNT > 0
093000            OR WS-RENAME-FAIL-COUNT > 0
093100            OR WS-RC-TABLE-FULL OR WS-RR-TABLE-FULL
093200             MOVE 4 TO RETURN-CODE
093300         ELSE
093400             MOVE 0 TO RETURN-CODE
093500         END-IF
093600     END-IF.
093700 9000-EXIT.
093800     EXIT.
093900
094000*================================================================
094100*9100-RELEASE-RUN-LOCK - GIVE THE SHARED LOCK BACK AT END OF
094200*RUN.  A RUN KILLED OUTRIGHT NEVER GETS HERE AND LEAVES THE
094300*LOCK FOR THE NEXT JOB'S STALE-LOCK OVERRIDE.
094400*================================================================
094500 9100-RELEASE-RUN-LOCK.
094600     IF WS-LOCK-HELD
094700         CALL "CBL_DELETE_FILE" USING WS-LOCK-NAME
094800             RETURNING WS-LOCK-DELETE-RC
094900         END-CALL
095000         MOVE "N" TO WS-LOCK-HELD-SW
095100     END-IF.
095200 9100-EXIT.
095300     EXIT.
095400
095500*================================================================
095600*9999-ABEND-EXIT - DISPLAY THE DIAGNOSTIC, SET A NON-ZERO
095700*RETURN CODE AND TERMINATE THE RUN.
095800*================================================================
095900 9999-ABEND-EXIT.
096000     DISPLAY "REJECT-TRACKER ABEND - " WS-ABEND-MESSAGE
096100     PERFORM 9100-RELEASE-RUN-LOCK THRU 9100-EXIT
096200     MOVE 16 TO RETURN-CODE
096300     STOP RUN.
