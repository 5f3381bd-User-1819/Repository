000100*================================================================
000200*BATCH-FORECAST
000300*
000400*BATCH-WINDOW FORECAST FOR A PROPOSED FILE-CLONER RUN.  READS
000500*THE CTLCARD THE RUN WILL USE AND, FOR A CATALOG RUN, THE
000600*PROPOSED CATALOG, AND WORKS OUT THE COPIES EACH TEMPLATE WILL
000700*PRODUCE: THE CATALOG OR CARD RUN COUNT FOR A COUNTED ENTRY,
000800*THE MANIFEST LINES FOR A MANIFEST ENTRY, AND THE ELIGIBLE
000900*RECIPIENTS ON THE RECIPIENT MASTER (UNDER THE CARD'S GROUP
001000*SELECTOR AND AS-OF DATE) FOR A MASTER-DRIVEN ENTRY.
001100*
001200*THE PACE COMES FROM THE TEMPLATE SUMMARIES ("R" RECORDS) ON THE
001300*PERMANENT RUN HISTORY (RUNHIST) WITHIN THE LOOKBACK PERIOD: THE
001400*BYTES PER COPY AND THE SECONDS PER COPY FILE-CLONER RECORDED
001500*FOR THE SAME TEMPLATE, OR THE SHOP-WIDE PACE OF EVERY TEMPLATE
001600*WHEN THIS ONE HAS NO TIMED HISTORY.  A TEMPLATE NEVER RUN IS
001700*SIZED FROM ITS OWN FILE.  THE REPORT PROJECTS EACH TEMPLATE'S
001800*OUTPUT BYTES, SECONDS AND CLOCK TIME OF COMPLETION FROM THE
001900*PLANNED START, AND FLAGS THE RUN WHEN IT WILL OVERRUN THE
002000*BATCH-WINDOW END ON FCSTCARD, MARKING THE TEMPLATES PAST THE
002100*WINDOW SO THE CATALOG CAN BE SPLIT BEFORE THE NIGHT STARTS.
002200*
002300*A TEMPLATE FILE-CLONER WOULD REFUSE IS FLAGGED AND FORECAST AT
002400*NO COPIES: ONE MISSING OR FAILING HEADER VALIDATION, ONE WHOSE
002410*SEQUENCE IS NOT ABOVE THE LAST SENT ON SEQCNTL (UNLESS THE CARD
002420*FORCES THE RESEND), AND ONE WITH NO TWO-PERSON APPROVAL ON
002430*TPLAPPR OR WHOSE CONTENT HAS CHANGED SINCE IT WAS APPROVED.  A
002440*TEMPLATE DATED AFTER THE AS-OF DATE WILL BE HELD AND IS
002500*FORECAST AT NO COPIES.  RELEASE RUNS WORK
002600*FROM THE HOLD FILE AND ARE NOT FORECAST.
002610*A CTLCARD FOR ONE PARTITION OF A MASTER-MODE RUN IS FORECAST ON
002620*THAT PARTITION'S RECIPIENT RANGE ONLY.
002700*================================================================
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. BATCH-FORECAST.
003000 AUTHOR. J H MORRISON.
003100 INSTALLATION. DISTRIBUTION SERVICES.
003200 DATE-WRITTEN. 10/15/2026.
003300 DATE-COMPILED.
003400*----------------------------------------------------------------
003500*MODIFICATION HISTORY
003600*----------------------------------------------------------------
003700*DATE       INIT DESCRIPTION
003800*10/15/2026 JHM  ORIGINAL VERSION.
003810*10/15/2026 JHM  FORECAST A PARTITION OF A MASTER-MODE RUN ON ITS
003820*                OWN RECIPIENT RANGE FROM THE CTLCARD.
003830*10/15/2026 JHM  FLAG A TEMPLATE FILE-CLONER WOULD REFUSE AS
003840*                UNAPPROVED, CHANGED SINCE APPROVAL, OR ALREADY
003850*                SENT PER SEQCNTL.
003900*----------------------------------------------------------------
004000
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400*OPTIONAL FORECAST CARD - PLANNED START AND BATCH-WINDOW END
004500*(HHMM), HISTORY LOOKBACK IN DAYS, AND A PROPOSED CATALOG TO
004600*FORECAST IN PLACE OF THE ONE NAMED ON CTLCARD.
004700     SELECT FCST-CARD-FILE ASSIGN TO "FCSTCARD"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-CARD-STATUS.
005000*THE FILE-CLONER CONTROL CARD FOR THE RUN BEING FORECAST.
005100     SELECT CTL-CARD-FILE ASSIGN TO "CTLCARD"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-CTL-STATUS.
005400*TEMPLATE CATALOG - ONE ENTRY PER TEMPLATE IN THE RUN.
005500     SELECT CATALOG-FILE ASSIGN TO DYNAMIC WS-CATALOG-PATH
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-CATALOG-STATUS.
005800*MANIFEST OF A MANIFEST-DRIVEN TEMPLATE - ONE COPY PER LINE.
005900     SELECT MANIFEST-FILE ASSIGN TO DYNAMIC WS-MANIFEST-PATH
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-MANIFEST-STATUS.
006200*SOURCE TEMPLATE, READ FOR ITS HEADER AND SIZE.
006300     SELECT FILE-IN ASSIGN TO DYNAMIC WS-TEMPLATE-PATH
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-FILE-IN-STATUS.
006600*PERSISTENT RECIPIENT MASTER, READ IN KEY ORDER.
006700     SELECT RECIP-MASTER ASSIGN TO "RECPMAST"
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS SEQUENTIAL
007000         RECORD KEY IS RM-RECIP-ID
007100         FILE STATUS IS WS-MASTER-STATUS.
007200*PERMANENT RUN HISTORY APPENDED BY EVERY FILE-CLONER RUN.
007300     SELECT RUN-HIST-FILE ASSIGN TO "RUNHIST"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-RUNHIST-STATUS.
007510*SEQUENCE CONTROL - THE LAST FR-SEQUENCE-NUMBER DISTRIBUTED
007520*PER TEMPLATE PATH, KEPT BY FILE-CLONER.
007530     SELECT SEQ-CONTROL-FILE ASSIGN TO "SEQCNTL"
007540         ORGANIZATION IS LINE SEQUENTIAL
007550         FILE STATUS IS WS-SEQCNTL-STATUS.
007560*TEMPLATE APPROVALS RECORDED BY TPL-APPROVE.
007570     SELECT APPROVAL-FILE ASSIGN TO "TPLAPPR"
007580         ORGANIZATION IS LINE SEQUENTIAL
007590         FILE STATUS IS WS-APPROVAL-STATUS.
007600
007700 DATA DIVISION.
007800 FILE SECTION.
007900*A BLANK OR ZERO START MEANS NOW, A BLANK WINDOW END MEANS NO
008000*WINDOW TO CHECK AGAINST.  A WINDOW END NO LATER THAN THE START
008100*IS TAKEN AS THE NEXT MORNING.
008200 FD  FCST-CARD-FILE.
008300 01  FCST-CARD-RECORD.
008400     05  FC-PLANNED-START.
008500         10  FC-START-HH          PIC 9(02).
008600         10  FC-START-MM          PIC 9(02).
008700     05  FILLER                   PIC X(01).
008800     05  FC-WINDOW-END.
008900         10  FC-END-HH            PIC 9(02).
009000         10  FC-END-MM            PIC 9(02).
009100     05  FILLER                   PIC X(01).
009200     05  FC-LOOKBACK-DAYS         PIC 9(03).
009300     05  FILLER                   PIC X(01).
009400     05  FC-CATALOG-FILE          PIC X(60).
009500
009600 FD  CTL-CARD-FILE.
009700 01  CTL-CARD-RECORD.
009800     05  CC-RUN-COUNT             PIC 9(08).
009900     05  CC-OUTPUT-DIR            PIC X(60).
010000     05  CC-BATCH-MODE-SW         PIC X(01).
010100         88  CC-BATCH-MODE-ON     VALUE "Y".
010200     05  CC-OPEN-MODE-SW          PIC X(01).
010300         88  CC-OPEN-MODE-APPEND  VALUE "A".
010400     05  CC-MANIFEST-SW           PIC X(01).
010500         88  CC-MANIFEST-MODE-ON  VALUE "Y".
010600     05  CC-MANIFEST-FILE         PIC X(60).
010700     05  CC-MASTER-SW             PIC X(01).
010800         88  CC-MASTER-MODE-ON    VALUE "Y".
010900     05  CC-CATALOG-SW            PIC X(01).
011000         88  CC-CATALOG-MODE-ON   VALUE "Y".
011100     05  CC-CATALOG-FILE          PIC X(60).
011200     05  CC-ENVELOPE-SW           PIC X(01).
011300         88  CC-ENVELOPE-MODE-ON  VALUE "Y".
011400     05  CC-ENVELOPE-FILE         PIC X(60).
011500     05  CC-TOLERANT-SW           PIC X(01).
011600         88  CC-TOLERANT-MODE-ON  VALUE "Y".
011700     05  CC-ABEND-LIMIT           PIC 9(04).
011800     05  CC-AS-OF-DATE            PIC 9(08).
011900     05  CC-RELEASE-SW            PIC X(01).
012000         88  CC-RELEASE-MODE-ON   VALUE "Y".
012100     05  CC-SIMULATE-SW           PIC X(01).
012200         88  CC-SIMULATE-MODE-ON  VALUE "Y".
012300     05  CC-GROUP-CODE            PIC X(08).
012400     05  CC-LOCK-OVERRIDE-SW      PIC X(01).
012500         88  CC-LOCK-OVERRIDE-ON  VALUE "Y".
012600     05  CC-FORCE-RESEND-SW       PIC X(01).
012700         88  CC-FORCE-RESEND-ON   VALUE "Y".
012710*PARTITION OF A MASTER-MODE RUN - A TWO-CHARACTER ID AND THE
012720*RM-RECIP-ID RANGE IT TAKES, BOTH ENDS INCLUSIVE.  A BLANK LOW
012730*STARTS AT THE FIRST RECIPIENT AND A BLANK HIGH RUNS TO THE LAST.
012740*A BLANK ID IS AN ORDINARY, UNPARTITIONED RUN.
012750     05  CC-PARTITION-ID          PIC X(02).
012760     05  CC-PART-LOW-ID           PIC X(08).
012770     05  CC-PART-HIGH-ID          PIC X(08).
012800
012900*CATALOG ENTRY - CT-MANIFEST-SW "Y" DRIVES THE TEMPLATE FROM
013000*CT-MANIFEST-FILE, "M" FROM THE ELIGIBLE RECIPIENTS ON THE
013100*RECIPIENT MASTER, OTHERWISE CT-RUN-COUNT COPIES ARE MADE.
013200 FD  CATALOG-FILE.
013300 01  CATALOG-RECORD.
013400     05  CT-TEMPLATE-PATH         PIC X(60).
013500     05  CT-RUN-COUNT             PIC 9(08).
013600     05  CT-MANIFEST-SW           PIC X(01).
013700         88  CT-MANIFEST-ENTRY    VALUE "Y".
013800         88  CT-MASTER-ENTRY      VALUE "M".
013900     05  CT-MANIFEST-FILE         PIC X(60).
014000
014100 FD  MANIFEST-FILE.
014200 01  MANIFEST-RECORD.
014300     05  MF-TARGET-NAME           PIC X(60).
014400     05  MF-RECIPIENT-NAME        PIC X(30).
014500     05  MF-ACCOUNT-NO            PIC X(12).
014600
014700 FD  FILE-IN.
014800 01  FILE-RECORD.
014900     COPY FILEREC.
015000
015100 FD  RECIP-MASTER.
015200 01  RECIP-MASTER-RECORD.
015300     COPY RECPREC.
015400
015500*ON AN "R" SUMMARY THE TARGET NAME IS UNUSED AND CARRIES THE
015600*SECONDS THE TEMPLATE'S COPIES TOOK.  SUMMARIES WRITTEN BEFORE
015700*THE SECONDS WERE RECORDED LEAVE IT BLANK.
015800 FD  RUN-HIST-FILE.
015900 01  RUN-HIST-RECORD.
016000     05  RH-RECORD-TYPE           PIC X(01).
016100         88  RH-TEMPLATE-SUMMARY  VALUE "R".
016200     05  FILLER                   PIC X(01).
016300     05  RH-RUN-DATE              PIC 9(08).
016400     05  FILLER                   PIC X(01).
016500     05  RH-TEMPLATE-NAME         PIC X(60).
016600     05  FILLER                   PIC X(01).
016700     05  RH-TARGET-NAME           PIC X(160).
016800     05  RH-SUMMARY-AREA REDEFINES RH-TARGET-NAME.
016900         10  RH-ELAPSED-SECONDS   PIC 9(08).
017000         10  FILLER               PIC X(152).
017100     05  FILLER                   PIC X(01).
017200     05  RH-COPY-COUNT            PIC 9(08).
017300     05  FILLER                   PIC X(01).
017400     05  RH-BYTE-COUNT            PIC 9(12).
017500     05  FILLER                   PIC X(01).
017600     05  RH-RUN-MODE              PIC X(01).
017700     05  FILLER                   PIC X(01).
017800     05  RH-RETURN-CODE           PIC 9(02).
017810
017820 FD  SEQ-CONTROL-FILE.
017830 01  SEQ-CONTROL-RECORD.
017840     05  SQ-TEMPLATE-PATH         PIC X(60).
017850     05  FILLER                   PIC X(01).
017860     05  SQ-LAST-SEQUENCE         PIC 9(06).
017870
017880 FD  APPROVAL-FILE.
017890 01  APPROVAL-RECORD.
017895     COPY TPLAPPR.
017900
018000 WORKING-STORAGE SECTION.
018100*FILE STATUS SWITCHES.
018200 77  WS-CARD-STATUS               PIC X(02).
018300 77  WS-CTL-STATUS                PIC X(02).
018400 77  WS-CATALOG-STATUS            PIC X(02).
018500 77  WS-MANIFEST-STATUS           PIC X(02).
018600 77  WS-FILE-IN-STATUS            PIC X(02).
018700 77  WS-MASTER-STATUS             PIC X(02).
018800 77  WS-RUNHIST-STATUS            PIC X(02).
018810 77  WS-SEQCNTL-STATUS            PIC X(02).
018820 77  WS-APPROVAL-STATUS           PIC X(02).
018900*ABEND DIAGNOSTIC TEXT.
019000 77  WS-ABEND-MESSAGE             PIC X(60).
019100*END-OF-FILE SWITCHES.
019200 77  WS-CATALOG-EOF               PIC X(01) VALUE "N".
019300     88  WS-END-OF-CATALOG        VALUE "Y".
019400 77  WS-MANIFEST-EOF              PIC X(01) VALUE "N".
019500     88  WS-END-OF-MANIFEST       VALUE "Y".
019600 77  WS-EOF                       PIC X(01) VALUE "N".
019700     88  WS-END-OF-SOURCE         VALUE "Y".
019800 77  WS-MASTER-EOF                PIC X(01) VALUE "N".
019900     88  WS-END-OF-MASTER         VALUE "Y".
020000 77  WS-HIST-EOF                  PIC X(01) VALUE "N".
020100     88  WS-END-OF-HISTORY        VALUE "Y".
020110 77  WS-SEQCNTL-EOF               PIC X(01) VALUE "N".
020120     88  WS-END-OF-SEQCNTL        VALUE "Y".
020130 77  WS-APPROVAL-EOF              PIC X(01) VALUE "N".
020140     88  WS-END-OF-APPROVALS      VALUE "Y".
020200*FILE PATHS FOR THE DYNAMICALLY ASSIGNED FILES.
020300 77  WS-CATALOG-PATH              PIC X(60).
020400 77  WS-MANIFEST-PATH             PIC X(60).
020500 77  WS-TEMPLATE-PATH             PIC X(60) VALUE "File.txt".
020600*RUN DATES - TODAY, THE AS-OF DATE THE RUN WILL GATE ON, AND THE
020700*OLDEST RUN HISTORY DATE TAKEN INTO THE PACE.
020800 77  WS-TODAY-DATE                PIC 9(08).
020900 77  WS-AS-OF-DATE                PIC 9(08).
021000 77  WS-LOOKBACK-DAYS             PIC 9(03) VALUE 30.
021100 77  WS-CUTOFF-DATE               PIC 9(08).
021200*THE PLANNED START AND THE WINDOW END, IN SECONDS PAST MIDNIGHT
021300*OF THE START DAY.
021400 01  WS-NOW-TIME.
021500     05  WS-NOW-HH                PIC 9(02).
021600     05  WS-NOW-MM                PIC 9(02).
021700     05  WS-NOW-SS                PIC 9(02).
021800     05  WS-NOW-CC                PIC 9(02).
021900 77  WS-START-SECONDS             PIC 9(08) USAGE COMP.
022000 77  WS-WINDOW-SECONDS            PIC 9(08) USAGE COMP.
022100 77  WS-WINDOW-SW                 PIC X(01) VALUE "N".
022200     88  WS-WINDOW-GIVEN          VALUE "Y".
022300 77  WS-OVERRUN-SW                PIC X(01) VALUE "N".
022400     88  WS-RUN-OVERRUNS          VALUE "Y".
022500*HOW THE RUN IS DRIVEN.
022600 77  WS-RUN-CATALOG-SW            PIC X(01) VALUE "N".
022700     88  WS-RUN-IS-CATALOG        VALUE "Y".
022800*THE ENTRY BEING FORECAST - HOW ITS COPIES ARE DRIVEN ("C"
022900*COUNTED, "F" MANIFEST, "M" MASTER) AND WHAT IS KNOWN OF IT.
023000 77  WS-ENTRY-NO                  PIC 9(04) USAGE COMP VALUE 0.
023100 77  WS-ENTRY-MODE                PIC X(01).
023200     88  WS-ENTRY-COUNTED         VALUE "C".
023300     88  WS-ENTRY-MANIFEST        VALUE "F".
023400     88  WS-ENTRY-MASTER          VALUE "M".
023500 77  WS-ENTRY-RUN-COUNT           PIC 9(08) USAGE COMP.
023600 77  WS-ENTRY-COPIES              PIC 9(08) USAGE COMP.
023700 77  WS-ENTRY-BYTES               PIC 9(12) USAGE COMP.
023800 77  WS-ENTRY-SECONDS             PIC 9(08) USAGE COMP.
023900 77  WS-ENTRY-FLAG                PIC X(08).
024000 77  WS-WINDOW-FLAG               PIC X(08).
024100*TEMPLATE SIZE - BYTES AS WRITTEN, EACH RECORD TRIMMED OF
024200*TRAILING SPACES PLUS ITS LINE END.
024300 77  WS-TEMPLATE-BYTES            PIC 9(12) USAGE COMP.
024400 77  WS-TRAILING-SPACES           PIC 9(04) USAGE COMP.
024500 77  WS-RECORD-LENGTH             PIC 9(04) USAGE COMP.
024600 77  WS-TPL-USABLE-SW             PIC X(01).
024700     88  WS-TPL-USABLE            VALUE "Y".
024800 77  WS-TPL-HELD-SW               PIC X(01).
024900     88  WS-TPL-HELD              VALUE "Y".
024901*SEQUENCE CONTROL AND APPROVAL LOOKUPS - THE TEMPLATE'S OWN
024902*SEQUENCE, THE LAST ONE DISTRIBUTED, AND THE LOOKUP SWITCHES.
024903 77  WS-TPL-SEQ-NO                PIC 9(06).
024904 77  WS-LAST-SENT-SEQ             PIC 9(06).
024905 77  WS-SEQ-FOUND-SW              PIC X(01) VALUE "N".
024906     88  WS-SEQ-ON-CONTROL        VALUE "Y".
024907 77  WS-APPR-FOUND-SW             PIC X(01) VALUE "N".
024908     88  WS-APPROVAL-ON-FILE      VALUE "Y".
024909 77  WS-APPR-MATCH-SW             PIC X(01) VALUE "N".
024910     88  WS-APPROVAL-MATCHES      VALUE "Y".
024911*CONTENT FINGERPRINT WORK AREAS - THE TWO RUNNING SUMS, THE
024912*DIVIDE WORK FIELDS THAT KEEP THEM MODULO 65521, THE BYTE SCAN
024913*SUBSCRIPT AND THE FINISHED FINGERPRINT.  EACH BYTE IS MOVED
024914*INTO THE LOW HALF OF A TWO-BYTE BINARY WORD WHOSE HIGH HALF
024915*IS ALWAYS LOW-VALUE, SO THE WORD READS AS THE BYTE'S CODE.
024916*THE SAME ARITHMETIC RUNS IN FILE-CLONER AND TPL-APPROVE.
024917 77  WS-FP-SUM-A                  PIC 9(12) USAGE COMP.
024918 77  WS-FP-SUM-B                  PIC 9(12) USAGE COMP.
024919 77  WS-FP-QUOTIENT               PIC 9(12) USAGE COMP.
024920 77  WS-FP-REMAINDER              PIC 9(12) USAGE COMP.
024921 77  WS-FP-BYTE-SUB               PIC 9(04) USAGE COMP.
024922 77  WS-TPL-FINGERPRINT           PIC 9(10).
024923 01  WS-FP-WORD.
024924     05  FILLER                   PIC X(01) VALUE LOW-VALUE.
024925     05  WS-FP-CHAR               PIC X(01).
024926 01  WS-FP-WORD-BINARY REDEFINES WS-FP-WORD.
024927     05  WS-FP-ORD                PIC 9(04) USAGE COMP.
025000*ELIGIBLE MASTER RECIPIENTS, COUNTED ONCE FOR EVERY MASTER-DRIVEN
025100*TEMPLATE IN THE RUN.
025200 77  WS-MASTER-COUNTED-SW         PIC X(01) VALUE "N".
025300     88  WS-MASTER-COUNTED        VALUE "Y".
025400 77  WS-ELIGIBLE-COUNT            PIC 9(08) USAGE COMP VALUE 0.
025500 77  WS-MASTER-READ-COUNT         PIC 9(08) USAGE COMP VALUE 0.
025600 77  WS-MANIFEST-LINES            PIC 9(08) USAGE COMP.
025700*PACE TABLE - ONE ROW PER TEMPLATE SEEN ON THE RUN HISTORY IN THE
025800*LOOKBACK PERIOD: ALL ITS COPIES AND BYTES, AND THE COPIES AND
025900*SECONDS OF THE SUMMARIES THAT WERE TIMED.
026000 77  WS-PC-COUNT                  PIC 9(04) USAGE COMP VALUE 0.
026100 77  WS-PC-SUB                    PIC 9(04) USAGE COMP.
026200 77  WS-PC-FOUND-SW               PIC X(01) VALUE "N".
026300     88  WS-PC-FOUND              VALUE "Y".
026400 77  WS-PC-FULL-SW                PIC X(01) VALUE "N".
026500     88  WS-PC-TABLE-FULL         VALUE "Y".
026600 77  WS-LOOKUP-PATH               PIC X(60).
026700 01  WS-PACE-TABLE.
026800     05  WS-PC-ENTRY              OCCURS 500 TIMES.
026900         10  WS-PC-PATH           PIC X(60).
027000         10  WS-PC-COPIES         PIC 9(08) USAGE COMP.
027100         10  WS-PC-BYTES          PIC 9(12) USAGE COMP.
027200         10  WS-PC-TIMED-COPIES   PIC 9(08) USAGE COMP.
027300         10  WS-PC-SECONDS        PIC 9(08) USAGE COMP.
027400*SHOP-WIDE PACE - EVERY TEMPLATE'S TIMED SUMMARIES TOGETHER.
027500 77  WS-SHOP-TIMED-COPIES         PIC 9(08) USAGE COMP VALUE 0.
027600 77  WS-SHOP-SECONDS              PIC 9(08) USAGE COMP VALUE 0.
027700*RECORD COUNTERS.
027800 77  WS-HIST-COUNT                PIC 9(08) USAGE COMP VALUE 0.
027900 77  WS-SUMMARY-COUNT             PIC 9(08) USAGE COMP VALUE 0.
028000 77  WS-TIMED-COUNT               PIC 9(08) USAGE COMP VALUE 0.
028100 77  WS-BADREC-COUNT              PIC 9(08) USAGE COMP VALUE 0.
028200 77  WS-PROBLEM-COUNT             PIC 9(08) USAGE COMP VALUE 0.
028300 77  WS-HELD-COUNT                PIC 9(08) USAGE COMP VALUE 0.
028400 77  WS-NOPACE-COUNT              PIC 9(08) USAGE COMP VALUE 0.
028500 77  WS-SHOPPACE-COUNT            PIC 9(08) USAGE COMP VALUE 0.
028600 77  WS-PAST-WINDOW-COUNT         PIC 9(08) USAGE COMP VALUE 0.
028700*RUN TOTALS - THE SECONDS ARE CUMULATIVE FROM THE PLANNED START.
028800 77  WS-TOTAL-COPIES              PIC 9(08) USAGE COMP VALUE 0.
028900 77  WS-TOTAL-BYTES               PIC 9(12) USAGE COMP VALUE 0.
029000 77  WS-TOTAL-SECONDS             PIC 9(08) USAGE COMP VALUE 0.
029100*CLOCK TIME WORK FIELDS - SECONDS PAST THE START DAY'S MIDNIGHT
029200*SHOWN AS HH:MM, WITH THE DAY IT FALLS ON COUNTED PAST THE START.
029300 77  WS-CLOCK-SECONDS             PIC 9(08) USAGE COMP.
029400 77  WS-CLOCK-DAYS                PIC 9(04) USAGE COMP.
029500 77  WS-CLOCK-REST                PIC 9(08) USAGE COMP.
029600 77  WS-CLOCK-MINUTES             PIC 9(08) USAGE COMP.
029700 01  WS-CLOCK-DISP.
029800     05  WS-CLOCK-HH              PIC 9(02).
029900     05  FILLER                   PIC X(01) VALUE ":".
030000     05  WS-CLOCK-MM              PIC 9(02).
030100 77  WS-CLOCK-DAY-DIGIT           PIC 9(01).
030200 77  WS-CLOCK-DAY-NOTE            PIC X(02).
030300 01  WS-START-DISP.
030400     05  WS-START-HH-DISP         PIC 9(02).
030500     05  FILLER                   PIC X(01) VALUE ":".
030600     05  WS-START-MM-DISP         PIC 9(02).
030700 01  WS-WINDOW-DISP.
030800     05  WS-WINDOW-HH-DISP        PIC 9(02).
030900     05  FILLER                   PIC X(01) VALUE ":".
031000     05  WS-WINDOW-MM-DISP        PIC 9(02).
031100*REPORT EDIT FIELDS.
031200 77  WS-ENTRY-DISP                PIC Z(3)9.
031300 77  WS-COUNT-DISP                PIC Z(7)9.
031400 77  WS-BYTES-DISP                PIC Z(11)9.
031500 77  WS-SECONDS-DISP              PIC Z(7)9.
031510*THE PARTITION'S RECIPIENT RANGE AS REPORTED.
031520 77  WS-PART-LOW-DISP             PIC X(08).
031530 77  WS-PART-HIGH-DISP            PIC X(08).
031600
031700 PROCEDURE DIVISION.
031800*================================================================
031900*0000-MAIN-PROCEDURE
032000*================================================================
032100 0000-MAIN-PROCEDURE.
032200     PERFORM 1000-INITIALIZE-PROGRAM THRU 1000-EXIT
032300     PERFORM 2000-LOAD-PACE-HISTORY THRU 2000-EXIT
032400     PERFORM 3000-FORECAST-THE-RUN THRU 3000-EXIT
032500     PERFORM 9000-WRITE-SUMMARY-REPORT THRU 9000-EXIT
032600     STOP RUN.
032700
032800*================================================================
032900*1000-INITIALIZE-PROGRAM - READ THE FORECAST CARD AND THE RUN'S
033000*CTLCARD, SETTLE THE AS-OF DATE, THE PLANNED START, THE WINDOW
033100*AND THE HISTORY CUTOFF, AND DECIDE HOW THE RUN IS DRIVEN.
033200*================================================================
033300 1000-INITIALIZE-PROGRAM.
033400     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
033500     ACCEPT WS-NOW-TIME FROM TIME
033600     MOVE SPACES TO FCST-CARD-RECORD
033700     OPEN INPUT FCST-CARD-FILE
033800     IF WS-CARD-STATUS = "00"
033900         READ FCST-CARD-FILE
034000         CLOSE FCST-CARD-FILE
034100     END-IF
034200     MOVE SPACES TO CTL-CARD-RECORD
034300     OPEN INPUT CTL-CARD-FILE
034400     IF WS-CTL-STATUS NOT = "00"
034500         MOVE "CTLCARD NOT FOUND - NO RUN TO FORECAST"
034600             TO WS-ABEND-MESSAGE
034700         GO TO 9999-ABEND-EXIT
034800     END-IF
034900     READ CTL-CARD-FILE
035000         AT END
035100             MOVE "CTLCARD IS EMPTY - NO RUN TO FORECAST"
035200                 TO WS-ABEND-MESSAGE
035300             CLOSE CTL-CARD-FILE
035400             GO TO 9999-ABEND-EXIT
035500     END-READ
035600     CLOSE CTL-CARD-FILE
035700     IF CC-RELEASE-MODE-ON
035800         MOVE "RELEASE RUNS WORK FROM THE HOLD FILE - NO FORECAST"
035900             TO WS-ABEND-MESSAGE
036000         GO TO 9999-ABEND-EXIT
036100     END-IF
036200*THE SAME AS-OF DATE FILE-CLONER WILL GATE TEMPLATES AND
036300*RECIPIENTS ON.
036400     IF CC-AS-OF-DATE NUMERIC AND CC-AS-OF-DATE > 0
036500         MOVE CC-AS-OF-DATE TO WS-AS-OF-DATE
036600     ELSE
036700         MOVE WS-TODAY-DATE TO WS-AS-OF-DATE
036800     END-IF
036900*A PROPOSED CATALOG ON THE FORECAST CARD IS FORECAST AS A
037000*CATALOG RUN WHATEVER THE CTLCARD SAYS.
037100     IF FC-CATALOG-FILE NOT = SPACES
037200         MOVE FC-CATALOG-FILE TO WS-CATALOG-PATH
037300         MOVE "Y" TO WS-RUN-CATALOG-SW
037400     ELSE
037500         IF CC-CATALOG-MODE-ON
037600             MOVE CC-CATALOG-FILE TO WS-CATALOG-PATH
037700             MOVE "Y" TO WS-RUN-CATALOG-SW
037800         END-IF
037900     END-IF
038000     IF FC-LOOKBACK-DAYS NUMERIC AND FC-LOOKBACK-DAYS > 0
038100         MOVE FC-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
038200     END-IF
038300     COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
038400         (FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
038500          - WS-LOOKBACK-DAYS)
038600     IF FC-PLANNED-START = SPACES OR FC-PLANNED-START = "0000"
038700         MOVE WS-NOW-HH TO WS-START-HH-DISP
038800         MOVE WS-NOW-MM TO WS-START-MM-DISP
038900     ELSE
039000         IF FC-PLANNED-START NOT NUMERIC
039100            OR FC-START-HH > 23 OR FC-START-MM > 59
039200             MOVE "FCSTCARD PLANNED START IS NOT A VALID HHMM"
039300                 TO WS-ABEND-MESSAGE
039400             GO TO 9999-ABEND-EXIT
039500         END-IF
039600         MOVE FC-START-HH TO WS-START-HH-DISP
039700         MOVE FC-START-MM TO WS-START-MM-DISP
039800     END-IF
039900     COMPUTE WS-START-SECONDS =
040000         WS-START-HH-DISP * 3600 + WS-START-MM-DISP * 60
040100     IF FC-WINDOW-END = SPACES
040200         GO TO 1000-EXIT
040300     END-IF
040400     IF FC-WINDOW-END NOT NUMERIC
040500        OR FC-END-HH > 23 OR FC-END-MM > 59
040600         MOVE "FCSTCARD WINDOW END IS NOT A VALID HHMM"
040700             TO WS-ABEND-MESSAGE
040800         GO TO 9999-ABEND-EXIT
040900     END-IF
041000     MOVE "Y" TO WS-WINDOW-SW
041100     MOVE FC-END-HH TO WS-WINDOW-HH-DISP
041200     MOVE FC-END-MM TO WS-WINDOW-MM-DISP
041300*A WINDOW THAT ENDS NO LATER THAN THE START ENDS THE NEXT DAY.
041400     COMPUTE WS-WINDOW-SECONDS = FC-END-HH * 3600 + FC-END-MM * 60
041500     IF WS-WINDOW-SECONDS <= WS-START-SECONDS
041600         ADD 86400 TO WS-WINDOW-SECONDS
041700     END-IF.
041800 1000-EXIT.
041900     EXIT.
042000
042100*================================================================
042200*2000-LOAD-PACE-HISTORY - TAKE EVERY TEMPLATE SUMMARY ON THE RUN
042300*HISTORY FROM THE CUTOFF DATE ON INTO THE PACE TABLE.  WITHOUT A
042400*RUN HISTORY THERE IS NO PACE AND EVERY TEMPLATE IS FLAGGED.
042500*================================================================
042600 2000-LOAD-PACE-HISTORY.
042700     OPEN INPUT RUN-HIST-FILE
042800     IF WS-RUNHIST-STATUS NOT = "00"
042900         DISPLAY "BATCH-FORECAST: RUNHIST NOT FOUND - NO PACE"
043000             " HISTORY"
043100         GO TO 2000-EXIT
043200     END-IF
043300     PERFORM 2100-LOAD-ONE-SUMMARY THRU 2100-EXIT
043400         UNTIL WS-END-OF-HISTORY
043500     CLOSE RUN-HIST-FILE.
043600 2000-EXIT.
043700     EXIT.
043800
043900*----------------------------------------------------------------
044000*2100-LOAD-ONE-SUMMARY - READ ONE HISTORY RECORD.  ONLY A
044100*TEMPLATE SUMMARY IN THE LOOKBACK PERIOD THAT MADE COPIES SETS
044200*THE PACE; ITS SECONDS COUNT ONLY WHEN THEY WERE RECORDED.
044300*----------------------------------------------------------------
044400 2100-LOAD-ONE-SUMMARY.
044500     READ RUN-HIST-FILE
044600         AT END
044700             MOVE "Y" TO WS-HIST-EOF
044800             GO TO 2100-EXIT
044900     END-READ
045000     ADD 1 TO WS-HIST-COUNT
045100     IF NOT RH-TEMPLATE-SUMMARY
045200         GO TO 2100-EXIT
045300     END-IF
045400     IF RH-RUN-DATE NOT NUMERIC
045500        OR RH-COPY-COUNT NOT NUMERIC
045600        OR RH-BYTE-COUNT NOT NUMERIC
045700         ADD 1 TO WS-BADREC-COUNT
045800         GO TO 2100-EXIT
045900     END-IF
046000     IF RH-RUN-DATE < WS-CUTOFF-DATE
046100        OR RH-COPY-COUNT = 0
046200         GO TO 2100-EXIT
046300     END-IF
046400     ADD 1 TO WS-SUMMARY-COUNT
046500     MOVE RH-TEMPLATE-NAME TO WS-LOOKUP-PATH
046600     PERFORM 2200-FIND-OR-ADD-TEMPLATE THRU 2200-EXIT
046700     IF NOT WS-PC-FOUND
046800         GO TO 2100-EXIT
046900     END-IF
047000     ADD RH-COPY-COUNT TO WS-PC-COPIES (WS-PC-SUB)
047100     ADD RH-BYTE-COUNT TO WS-PC-BYTES (WS-PC-SUB)
047200     IF RH-ELAPSED-SECONDS NOT NUMERIC
047300         GO TO 2100-EXIT
047400     END-IF
047500     ADD 1 TO WS-TIMED-COUNT
047600     ADD RH-COPY-COUNT TO WS-PC-TIMED-COPIES (WS-PC-SUB)
047700     ADD RH-ELAPSED-SECONDS TO WS-PC-SECONDS (WS-PC-SUB)
047800     ADD RH-COPY-COUNT TO WS-SHOP-TIMED-COPIES
047900     ADD RH-ELAPSED-SECONDS TO WS-SHOP-SECONDS.
048000 2100-EXIT.
048100     EXIT.
048200
048300*----------------------------------------------------------------
048400*2200-FIND-OR-ADD-TEMPLATE - LOOK UP WS-LOOKUP-PATH IN THE PACE
048500*TABLE, ADDING AN EMPTY ROW FOR A NEW TEMPLATE, AND LEAVE
048600*WS-PC-SUB ON ITS ROW.  WS-PC-FOUND IS OFF ONLY WHEN THE TABLE
048700*IS FULL.
048800*----------------------------------------------------------------
048900 2200-FIND-OR-ADD-TEMPLATE.
049000     PERFORM 2300-FIND-TEMPLATE THRU 2300-EXIT
049100     IF WS-PC-FOUND
049200         GO TO 2200-EXIT
049300     END-IF
049400     IF WS-PC-COUNT >= 500
049500         MOVE "Y" TO WS-PC-FULL-SW
049600         GO TO 2200-EXIT
049700     END-IF
049800     ADD 1 TO WS-PC-COUNT
049900     MOVE WS-PC-COUNT TO WS-PC-SUB
050000     MOVE WS-LOOKUP-PATH TO WS-PC-PATH (WS-PC-SUB)
050100     MOVE 0 TO WS-PC-COPIES (WS-PC-SUB)
050200     MOVE 0 TO WS-PC-BYTES (WS-PC-SUB)
050300     MOVE 0 TO WS-PC-TIMED-COPIES (WS-PC-SUB)
050400     MOVE 0 TO WS-PC-SECONDS (WS-PC-SUB)
050500     MOVE "Y" TO WS-PC-FOUND-SW.
050600 2200-EXIT.
050700     EXIT.
050800
050900*----------------------------------------------------------------
051000*2300-FIND-TEMPLATE - LOOK UP WS-LOOKUP-PATH IN THE PACE TABLE
051100*AND LEAVE WS-PC-SUB ON ITS ROW WHEN FOUND.
051200*----------------------------------------------------------------
051300 2300-FIND-TEMPLATE.
051400     MOVE "N" TO WS-PC-FOUND-SW
051500     PERFORM 2310-MATCH-ONE-TEMPLATE THRU 2310-EXIT
051600         VARYING WS-PC-SUB FROM 1 BY 1
051700         UNTIL WS-PC-SUB > WS-PC-COUNT
051800            OR WS-PC-FOUND
051900     IF WS-PC-FOUND
052000         SUBTRACT 1 FROM WS-PC-SUB
052100     END-IF.
052200 2300-EXIT.
052300     EXIT.
052400
052500*----------------------------------------------------------------
052600*2310-MATCH-ONE-TEMPLATE - COMPARE THE PATH TO ONE TABLE ROW.
052700*----------------------------------------------------------------
052800 2310-MATCH-ONE-TEMPLATE.
052900     IF WS-LOOKUP-PATH = WS-PC-PATH (WS-PC-SUB)
053000         MOVE "Y" TO WS-PC-FOUND-SW
053100     END-IF.
053200 2310-EXIT.
053300     EXIT.
053400
053500*================================================================
053600*3000-FORECAST-THE-RUN - ONE REPORT LINE PER TEMPLATE THE RUN
053700*WILL PROCESS: EVERY CATALOG ENTRY, OR THE CARD'S ONE TEMPLATE.
053800*================================================================
053900 3000-FORECAST-THE-RUN.
054000     DISPLAY "BATCH-WINDOW FORECAST"
054100     DISPLAY "  AS-OF DATE  . . . . . . : " WS-AS-OF-DATE
054200     DISPLAY "  PACE HISTORY FROM . . . : " WS-CUTOFF-DATE
054300     DISPLAY "  PLANNED START . . . . . : " WS-START-DISP
054400     IF WS-WINDOW-GIVEN
054500         DISPLAY "  BATCH-WINDOW END  . . . : " WS-WINDOW-DISP
054600     ELSE
054700         DISPLAY "  BATCH-WINDOW END  . . . : NONE GIVEN"
054800     END-IF
054900     IF WS-RUN-IS-CATALOG
055000         DISPLAY "  CATALOG . . . . . . . . : " WS-CATALOG-PATH
055100     END-IF
055200     IF CC-GROUP-CODE NOT = SPACES
055300         DISPLAY "  MASTER GROUP SELECTOR . : " CC-GROUP-CODE
055400     END-IF
055407     IF CC-PARTITION-ID NOT = SPACES
055414         MOVE CC-PART-LOW-ID TO WS-PART-LOW-DISP
055421         IF WS-PART-LOW-DISP = SPACES
055428             MOVE "(FIRST)" TO WS-PART-LOW-DISP
055435         END-IF
055442         MOVE CC-PART-HIGH-ID TO WS-PART-HIGH-DISP
055449         IF WS-PART-HIGH-DISP = SPACES
055456             MOVE "(LAST)" TO WS-PART-HIGH-DISP
055463         END-IF
055470         DISPLAY "  PARTITION . . . . . . . : " CC-PARTITION-ID
055477             " - RECIPIENTS " WS-PART-LOW-DISP " THROUGH "
055484             WS-PART-HIGH-DISP
055491     END-IF
055500     DISPLAY " "
055600     DISPLAY "ENTRY M   COPIES   PROJ BYTES  SECONDS ENDS    "
055700         "FLAGS             TEMPLATE"
055800     IF NOT WS-RUN-IS-CATALOG
055900         MOVE CC-RUN-COUNT TO WS-ENTRY-RUN-COUNT
056000         IF CC-MASTER-MODE-ON
056100             MOVE "M" TO WS-ENTRY-MODE
056200         ELSE
056300             IF CC-MANIFEST-MODE-ON
056400                 MOVE "F" TO WS-ENTRY-MODE
056500                 MOVE CC-MANIFEST-FILE TO WS-MANIFEST-PATH
056600             ELSE
056700                 MOVE "C" TO WS-ENTRY-MODE
056800             END-IF
056900         END-IF
057000         PERFORM 3200-FORECAST-ONE-TEMPLATE THRU 3200-EXIT
057100         GO TO 3000-EXIT
057200     END-IF
057300     OPEN INPUT CATALOG-FILE
057400     IF WS-CATALOG-STATUS NOT = "00"
057500         MOVE "CATALOG FILE COULD NOT BE OPENED"
057600             TO WS-ABEND-MESSAGE
057700         GO TO 9999-ABEND-EXIT
057800     END-IF
057900     PERFORM 3100-FORECAST-ONE-ENTRY THRU 3100-EXIT
058000         UNTIL WS-END-OF-CATALOG
058100     CLOSE CATALOG-FILE.
058200 3000-EXIT.
058300     EXIT.
058400
058500*----------------------------------------------------------------
058600*3100-FORECAST-ONE-ENTRY - READ ONE CATALOG ENTRY AND FORECAST
058700*IT.  AN ENTRY FILE-CLONER WOULD REJECT IS FLAGGED, NOT COUNTED.
058800*----------------------------------------------------------------
058900 3100-FORECAST-ONE-ENTRY.
059000     READ CATALOG-FILE
059100         AT END
059200             MOVE "Y" TO WS-CATALOG-EOF
059300             GO TO 3100-EXIT
059400     END-READ
059500     IF CATALOG-RECORD = SPACES
059600         GO TO 3100-EXIT
059700     END-IF
059800     MOVE CT-TEMPLATE-PATH TO WS-TEMPLATE-PATH
059900     MOVE CT-MANIFEST-FILE TO WS-MANIFEST-PATH
060000     MOVE 0 TO WS-ENTRY-RUN-COUNT
060100     IF CT-RUN-COUNT NUMERIC
060200         MOVE CT-RUN-COUNT TO WS-ENTRY-RUN-COUNT
060300     END-IF
060400     IF CT-MASTER-ENTRY
060500         MOVE "M" TO WS-ENTRY-MODE
060600     ELSE
060700         IF CT-MANIFEST-ENTRY
060800             MOVE "F" TO WS-ENTRY-MODE
060900         ELSE
061000             MOVE "C" TO WS-ENTRY-MODE
061100         END-IF
061200     END-IF
061300     PERFORM 3200-FORECAST-ONE-TEMPLATE THRU 3200-EXIT.
061400 3100-EXIT.
061500     EXIT.
061600
061700*----------------------------------------------------------------
061800*3200-FORECAST-ONE-TEMPLATE - ASSESS ONE TEMPLATE, CARRY THE
061900*RUNNING TOTALS AND PRINT ITS LINE.
062000*----------------------------------------------------------------
062100 3200-FORECAST-ONE-TEMPLATE.
062200     ADD 1 TO WS-ENTRY-NO
062300     MOVE SPACES TO WS-ENTRY-FLAG
062400     MOVE SPACES TO WS-WINDOW-FLAG
062500     MOVE 0 TO WS-ENTRY-COPIES
062600     MOVE 0 TO WS-ENTRY-BYTES
062700     MOVE 0 TO WS-ENTRY-SECONDS
062800     PERFORM 3210-ASSESS-TEMPLATE THRU 3210-EXIT
062900     PERFORM 3300-PRINT-TEMPLATE-LINE THRU 3300-EXIT.
063000 3200-EXIT.
063100     EXIT.
063200
063300*----------------------------------------------------------------
063400*3210-ASSESS-TEMPLATE - CHECK THE TEMPLATE, COUNT ITS COPIES AND
063500*PROJECT ITS BYTES AND SECONDS FROM THE PACE.  A TEMPLATE THAT
063600*WILL BE REFUSED OR HELD, OR WHOSE COPIES CANNOT BE COUNTED,
063700*IS FORECAST AT NO COPIES.
063800*----------------------------------------------------------------
063900 3210-ASSESS-TEMPLATE.
064000     PERFORM 4000-CHECK-TEMPLATE THRU 4000-EXIT
064100     IF NOT WS-TPL-USABLE
064200         ADD 1 TO WS-PROBLEM-COUNT
064300         GO TO 3210-EXIT
064400     END-IF
064500     IF WS-TPL-HELD
064600         ADD 1 TO WS-HELD-COUNT
064700         MOVE "HELD" TO WS-ENTRY-FLAG
064800         GO TO 3210-EXIT
064900     END-IF
065000     EVALUATE TRUE
065100         WHEN WS-ENTRY-MASTER
065200             PERFORM 5000-COUNT-MASTER-RECIPIENTS THRU 5000-EXIT
065300             MOVE WS-ELIGIBLE-COUNT TO WS-ENTRY-COPIES
065400         WHEN WS-ENTRY-MANIFEST
065500             PERFORM 5100-COUNT-MANIFEST-LINES THRU 5100-EXIT
065600             MOVE WS-MANIFEST-LINES TO WS-ENTRY-COPIES
065700         WHEN OTHER
065800             MOVE WS-ENTRY-RUN-COUNT TO WS-ENTRY-COPIES
065900     END-EVALUATE
066000     IF WS-ENTRY-FLAG NOT = SPACES
066100         ADD 1 TO WS-PROBLEM-COUNT
066200         GO TO 3210-EXIT
066300     END-IF
066400     PERFORM 6000-PROJECT-THE-TEMPLATE THRU 6000-EXIT.
066500 3210-EXIT.
066600     EXIT.
066700
066800*----------------------------------------------------------------
066900*3300-PRINT-TEMPLATE-LINE - ADD THE TEMPLATE TO THE RUN TOTALS,
067000*WORK OUT THE CLOCK TIME IT WILL FINISH, MARK IT WHEN THAT IS
067100*PAST THE WINDOW END, AND PRINT ITS LINE.
067200*----------------------------------------------------------------
067300 3300-PRINT-TEMPLATE-LINE.
067400     ADD WS-ENTRY-COPIES TO WS-TOTAL-COPIES
067500     ADD WS-ENTRY-BYTES TO WS-TOTAL-BYTES
067600     ADD WS-ENTRY-SECONDS TO WS-TOTAL-SECONDS
067700     COMPUTE WS-CLOCK-SECONDS =
067800         WS-START-SECONDS + WS-TOTAL-SECONDS
067900     IF WS-WINDOW-GIVEN
068000        AND WS-CLOCK-SECONDS > WS-WINDOW-SECONDS
068100         MOVE "Y" TO WS-OVERRUN-SW
068200         MOVE "PAST WIN" TO WS-WINDOW-FLAG
068300         ADD 1 TO WS-PAST-WINDOW-COUNT
068400     END-IF
068500     PERFORM 7000-FORMAT-CLOCK-TIME THRU 7000-EXIT
068600     MOVE WS-ENTRY-NO TO WS-ENTRY-DISP
068700     MOVE WS-ENTRY-COPIES TO WS-COUNT-DISP
068800     MOVE WS-ENTRY-BYTES TO WS-BYTES-DISP
068900     MOVE WS-ENTRY-SECONDS TO WS-SECONDS-DISP
069000     DISPLAY " " WS-ENTRY-DISP " " WS-ENTRY-MODE " " WS-COUNT-DISP
069100         " " WS-BYTES-DISP " " WS-SECONDS-DISP " " WS-CLOCK-DISP
069200         WS-CLOCK-DAY-NOTE " " WS-ENTRY-FLAG " " WS-WINDOW-FLAG
069300         " " WS-TEMPLATE-PATH.
069400 3300-EXIT.
069500     EXIT.
069600
069700*================================================================
069800*4000-CHECK-TEMPLATE - READ THE TEMPLATE AS FILE-CLONER WILL
069900*VALIDATE IT: IT MUST EXIST, NOT BE EMPTY AND CARRY A NUMERIC
070000*EFFECTIVE DATE AND SEQUENCE, AND THAT SEQUENCE MUST NOT HAVE
070010*BEEN SENT ALREADY.  ONE DATED AFTER THE AS-OF DATE WILL BE
070020*HELD.  THE WHOLE FILE IS READ FOR ITS SIZE AND ITS CONTENT
070030*FINGERPRINT, AND ONE NOT HELD MUST HAVE AN APPROVAL ON TPLAPPR
070100*THAT MATCHES IT.
070200*================================================================
070300 4000-CHECK-TEMPLATE.
070400     MOVE "N" TO WS-TPL-USABLE-SW
070500     MOVE "N" TO WS-TPL-HELD-SW
070600     MOVE 0 TO WS-TEMPLATE-BYTES
070700     OPEN INPUT FILE-IN
070800     IF WS-FILE-IN-STATUS NOT = "00"
070900         MOVE "MISSING" TO WS-ENTRY-FLAG
071000         GO TO 4000-EXIT
071100     END-IF
071200     MOVE "N" TO WS-EOF
071300     READ FILE-IN
071400         AT END
071500             MOVE "EMPTY" TO WS-ENTRY-FLAG
071600             CLOSE FILE-IN
071700             GO TO 4000-EXIT
071800     END-READ
071900     IF FR-EFFECTIVE-DATE NOT NUMERIC
072000        OR FR-SEQUENCE-NUMBER NOT NUMERIC
072100         MOVE "INVALID" TO WS-ENTRY-FLAG
072200         CLOSE FILE-IN
072300         GO TO 4000-EXIT
072400     END-IF
072410     MOVE FR-SEQUENCE-NUMBER TO WS-TPL-SEQ-NO
072420     PERFORM 4200-CHECK-TEMPLATE-SEQUENCE THRU 4200-EXIT
072430     IF WS-ENTRY-FLAG NOT = SPACES
072440         CLOSE FILE-IN
072450         GO TO 4000-EXIT
072460     END-IF
072600     IF FR-EFFECTIVE-DATE > WS-AS-OF-DATE
072700         MOVE "Y" TO WS-TPL-HELD-SW
072800     END-IF
072810     MOVE 1 TO WS-FP-SUM-A
072820     MOVE 0 TO WS-FP-SUM-B
072900     PERFORM 4100-SIZE-ONE-RECORD THRU 4100-EXIT
073000         UNTIL WS-END-OF-SOURCE
073100     CLOSE FILE-IN
073110*A HELD TEMPLATE IS CHECKED FOR ITS APPROVAL WHEN ITS RELEASE
073120*RUN VALIDATES IT AGAIN, AS FILE-CLONER DOES.
073130     IF NOT WS-TPL-HELD
073140         COMPUTE WS-TPL-FINGERPRINT =
073150             WS-FP-SUM-B * 65536 + WS-FP-SUM-A
073160         PERFORM 4300-CHECK-TEMPLATE-APPROVAL THRU 4300-EXIT
073170         IF WS-ENTRY-FLAG NOT = SPACES
073180             GO TO 4000-EXIT
073190         END-IF
073192     END-IF
073194     MOVE "Y" TO WS-TPL-USABLE-SW.
073200 4000-EXIT.
073300     EXIT.
073400
073500*----------------------------------------------------------------
073600*4100-SIZE-ONE-RECORD - ADD THE RECORD IN HAND TO THE TEMPLATE
073700*SIZE, FOLD ALL 1000 BYTES OF IT INTO THE CONTENT FINGERPRINT
073710*SUMS, BRING BOTH SUMS BACK UNDER 65521, AND READ THE NEXT ONE.
073800*----------------------------------------------------------------
073900 4100-SIZE-ONE-RECORD.
074000     MOVE 0 TO WS-TRAILING-SPACES
074100     INSPECT FILE-RECORD
074200         TALLYING WS-TRAILING-SPACES FOR TRAILING SPACE
074300     COMPUTE WS-RECORD-LENGTH =
074400         1000 - WS-TRAILING-SPACES + 1
074500     ADD WS-RECORD-LENGTH TO WS-TEMPLATE-BYTES
074510     PERFORM 4110-FOLD-ONE-BYTE THRU 4110-EXIT
074520         VARYING WS-FP-BYTE-SUB FROM 1 BY 1
074530         UNTIL WS-FP-BYTE-SUB > 1000
074540     DIVIDE WS-FP-SUM-A BY 65521
074550         GIVING WS-FP-QUOTIENT
074560         REMAINDER WS-FP-REMAINDER
074570     MOVE WS-FP-REMAINDER TO WS-FP-SUM-A
074580     DIVIDE WS-FP-SUM-B BY 65521
074590         GIVING WS-FP-QUOTIENT
074592         REMAINDER WS-FP-REMAINDER
074594     MOVE WS-FP-REMAINDER TO WS-FP-SUM-B
074600     READ FILE-IN
074700         AT END
074800             MOVE "Y" TO WS-EOF
074900     END-READ.
075000 4100-EXIT.
075100     EXIT.
075101
075102*----------------------------------------------------------------
075103*4110-FOLD-ONE-BYTE - ADD ONE BYTE'S CODE TO THE FIRST SUM AND
075104*THE FIRST SUM TO THE SECOND.
075105*----------------------------------------------------------------
075106 4110-FOLD-ONE-BYTE.
075107     MOVE FILE-RECORD (WS-FP-BYTE-SUB : 1) TO WS-FP-CHAR
075108     ADD WS-FP-ORD TO WS-FP-SUM-A
075109     ADD WS-FP-SUM-A TO WS-FP-SUM-B.
075110 4110-EXIT.
075111     EXIT.
075112
075113*----------------------------------------------------------------
075114*4200-CHECK-TEMPLATE-SEQUENCE - LOOK THE TEMPLATE UP ON THE
075115*SEQUENCE CONTROL.  A SEQUENCE EQUAL TO OR LOWER THAN THE LAST
075116*ONE DISTRIBUTED STOPS FILE-CLONER UNLESS THE CARD FORCES THE
075117*RESEND, AND IS FLAGGED.  NO CONTROL ENTRY MEANS A FIRST-TIME
075118*TEMPLATE.
075119*----------------------------------------------------------------
075120 4200-CHECK-TEMPLATE-SEQUENCE.
075121     MOVE "N" TO WS-SEQ-FOUND-SW
075122     MOVE "N" TO WS-SEQCNTL-EOF
075123     MOVE 0 TO WS-LAST-SENT-SEQ
075124     OPEN INPUT SEQ-CONTROL-FILE
075125     IF WS-SEQCNTL-STATUS NOT = "00"
075126         GO TO 4200-EXIT
075127     END-IF
075128     PERFORM 4210-MATCH-ONE-SEQ-ENTRY THRU 4210-EXIT
075129         UNTIL WS-END-OF-SEQCNTL OR WS-SEQ-ON-CONTROL
075130     CLOSE SEQ-CONTROL-FILE
075131     IF NOT WS-SEQ-ON-CONTROL
075132         GO TO 4200-EXIT
075133     END-IF
075134     IF WS-TPL-SEQ-NO NOT > WS-LAST-SENT-SEQ
075135        AND NOT CC-FORCE-RESEND-ON
075136         MOVE "RESENT" TO WS-ENTRY-FLAG
075137     END-IF.
075138 4200-EXIT.
075139     EXIT.
075140
075141*----------------------------------------------------------------
075142*4210-MATCH-ONE-SEQ-ENTRY - SEE WHETHER ONE SEQUENCE CONTROL
075143*ENTRY COVERS THE TEMPLATE IN HAND.
075144*----------------------------------------------------------------
075145 4210-MATCH-ONE-SEQ-ENTRY.
075146     READ SEQ-CONTROL-FILE
075147         AT END
075148             MOVE "Y" TO WS-SEQCNTL-EOF
075149             GO TO 4210-EXIT
075150     END-READ
075151     IF SQ-TEMPLATE-PATH = WS-TEMPLATE-PATH
075152         MOVE "Y" TO WS-SEQ-FOUND-SW
075153         IF SQ-LAST-SEQUENCE NUMERIC
075154             MOVE SQ-LAST-SEQUENCE TO WS-LAST-SENT-SEQ
075155         END-IF
075156     END-IF.
075157 4210-EXIT.
075158     EXIT.
075159
075160*----------------------------------------------------------------
075161*4300-CHECK-TEMPLATE-APPROVAL - LOOK FOR A TPLAPPR APPROVAL OF
075162*THIS TEMPLATE PATH AND SEQUENCE WHOSE FINGERPRINT MATCHES THE
075163*CONTENT JUST READ.  WITHOUT ONE FILE-CLONER WILL REFUSE THE
075164*TEMPLATE, AND IT IS FLAGGED UNAPPROVED, OR CHANGED WHEN AN
075165*APPROVAL IS ON FILE FOR ANOTHER CONTENT.  NO APPROVAL FILE AT
075166*ALL MEANS NOTHING HAS BEEN APPROVED.
075167*----------------------------------------------------------------
075168 4300-CHECK-TEMPLATE-APPROVAL.
075169     MOVE "N" TO WS-APPR-FOUND-SW
075170     MOVE "N" TO WS-APPR-MATCH-SW
075171     MOVE "N" TO WS-APPROVAL-EOF
075172     OPEN INPUT APPROVAL-FILE
075173     IF WS-APPROVAL-STATUS = "00"
075174         PERFORM 4310-MATCH-ONE-APPROVAL THRU 4310-EXIT
075175             UNTIL WS-END-OF-APPROVALS OR WS-APPROVAL-MATCHES
075176         CLOSE APPROVAL-FILE
075177     END-IF
075178     IF WS-APPROVAL-MATCHES
075179         GO TO 4300-EXIT
075180     END-IF
075181     IF WS-APPROVAL-ON-FILE
075182         MOVE "CHANGED" TO WS-ENTRY-FLAG
075183     ELSE
075184         MOVE "UNAPPRVD" TO WS-ENTRY-FLAG
075185     END-IF.
075186 4300-EXIT.
075187     EXIT.
075188
075189*----------------------------------------------------------------
075190*4310-MATCH-ONE-APPROVAL - JUDGE ONE APPROVAL ENTRY AGAINST THE
075191*TEMPLATE IN HAND.  AN ENTRY WITH THE SAME PERSON (OR NOBODY)
075192*ON BOTH SIDES IS NO APPROVAL, HOWEVER IT REACHED THE FILE.
075193*----------------------------------------------------------------
075194 4310-MATCH-ONE-APPROVAL.
075195     READ APPROVAL-FILE
075196         AT END
075197             MOVE "Y" TO WS-APPROVAL-EOF
075198             GO TO 4310-EXIT
075199     END-READ
075200     IF AP-TEMPLATE-PATH NOT = WS-TEMPLATE-PATH
075201        OR AP-SEQUENCE-NUMBER NOT NUMERIC
075202         GO TO 4310-EXIT
075203     END-IF
075204     IF AP-SEQUENCE-NUMBER NOT = WS-TPL-SEQ-NO
075205         GO TO 4310-EXIT
075206     END-IF
075207     IF AP-PREPARER = SPACES OR AP-APPROVER = SPACES
075208        OR AP-PREPARER = AP-APPROVER
075209         GO TO 4310-EXIT
075210     END-IF
075211     MOVE "Y" TO WS-APPR-FOUND-SW
075212     IF AP-FINGERPRINT NUMERIC
075213        AND AP-FINGERPRINT = WS-TPL-FINGERPRINT
075214         MOVE "Y" TO WS-APPR-MATCH-SW
075215     END-IF.
075216 4310-EXIT.
075217     EXIT.
075218
075300*================================================================
075400*5000-COUNT-MASTER-RECIPIENTS - COUNT THE RECIPIENTS A MASTER
075500*RUN WILL COPY TO, JUDGED AS FILE-CLONER JUDGES THEM: ACTIVE,
075610*IN DATE ON THE AS-OF DATE, IN THE CARD'S GROUP WHEN IT NAMES
075620*ONE, AND IN THE CARD'S RECIPIENT RANGE WHEN THE RUN IS ONE
075630*PARTITION.  THE MASTER IS READ ONCE FOR THE WHOLE FORECAST.
075800*================================================================
075900 5000-COUNT-MASTER-RECIPIENTS.
076000     IF WS-MASTER-COUNTED
076100         GO TO 5000-EXIT
076200     END-IF
076300     MOVE "Y" TO WS-MASTER-COUNTED-SW
076400     OPEN INPUT RECIP-MASTER
076500     IF WS-MASTER-STATUS NOT = "00"
076600         MOVE "RECPMAST COULD NOT BE OPENED"
076700             TO WS-ABEND-MESSAGE
076800         GO TO 9999-ABEND-EXIT
076900     END-IF
077000     PERFORM 5010-TEST-ONE-MASTER-RECORD THRU 5010-EXIT
077100         UNTIL WS-END-OF-MASTER
077200     CLOSE RECIP-MASTER.
077300 5000-EXIT.
077400     EXIT.
077500
077600*----------------------------------------------------------------
077700*5010-TEST-ONE-MASTER-RECORD - READ ONE MASTER RECORD AND COUNT
077800*IT WHEN IT WOULD DRIVE A COPY.  A ZERO STOP DATE MEANS
077900*OPEN-ENDED.
078000*----------------------------------------------------------------
078100 5010-TEST-ONE-MASTER-RECORD.
078200     READ RECIP-MASTER NEXT
078300         AT END
078400             MOVE "Y" TO WS-MASTER-EOF
078500             GO TO 5010-EXIT
078600     END-READ
078700     ADD 1 TO WS-MASTER-READ-COUNT
078800     IF NOT RM-STATUS-ACTIVE
078900         GO TO 5010-EXIT
079000     END-IF
079100     IF RM-EFF-START-DATE > WS-AS-OF-DATE
079200         GO TO 5010-EXIT
079300     END-IF
079400     IF RM-EFF-STOP-DATE NOT = 0
079500        AND RM-EFF-STOP-DATE < WS-AS-OF-DATE
079600         GO TO 5010-EXIT
079700     END-IF
079800     IF CC-GROUP-CODE NOT = SPACES
079900        AND RM-GROUP-CODE NOT = CC-GROUP-CODE
080000         GO TO 5010-EXIT
080100     END-IF
080107*A PARTITION TAKES ONLY ITS OWN RECIPIENT RANGE, BOTH ENDS
080114*INCLUSIVE, A BLANK END BEING OPEN.
080121     IF CC-PARTITION-ID NOT = SPACES
080128         IF CC-PART-LOW-ID NOT = SPACES
080135            AND RM-RECIP-ID < CC-PART-LOW-ID
080142             GO TO 5010-EXIT
080149         END-IF
080156         IF CC-PART-HIGH-ID NOT = SPACES
080163            AND RM-RECIP-ID > CC-PART-HIGH-ID
080170             GO TO 5010-EXIT
080177         END-IF
080184     END-IF
080200     ADD 1 TO WS-ELIGIBLE-COUNT.
080300 5010-EXIT.
080400     EXIT.
080500
080600*----------------------------------------------------------------
080700*5100-COUNT-MANIFEST-LINES - ONE COPY PER MANIFEST LINE.  A
080800*MANIFEST THAT CANNOT BE OPENED IS FLAGGED.
080900*----------------------------------------------------------------
081000 5100-COUNT-MANIFEST-LINES.
081100     MOVE 0 TO WS-MANIFEST-LINES
081200     MOVE "N" TO WS-MANIFEST-EOF
081300     OPEN INPUT MANIFEST-FILE
081400     IF WS-MANIFEST-STATUS NOT = "00"
081500         MOVE "NO MANIF" TO WS-ENTRY-FLAG
081600         GO TO 5100-EXIT
081700     END-IF
081800     PERFORM 5110-COUNT-ONE-LINE THRU 5110-EXIT
081900         UNTIL WS-END-OF-MANIFEST
082000     CLOSE MANIFEST-FILE.
082100 5100-EXIT.
082200     EXIT.
082300
082400*----------------------------------------------------------------
082500*5110-COUNT-ONE-LINE - READ AND COUNT ONE MANIFEST LINE.
082600*----------------------------------------------------------------
082700 5110-COUNT-ONE-LINE.
082800     READ MANIFEST-FILE
082900         AT END
083000             MOVE "Y" TO WS-MANIFEST-EOF
083100             GO TO 5110-EXIT
083200     END-READ
083300     ADD 1 TO WS-MANIFEST-LINES.
083400 5110-EXIT.
083500     EXIT.
083600
083700*================================================================
083800*6000-PROJECT-THE-TEMPLATE - BYTES AT THE TEMPLATE'S OWN BYTES
083900*PER COPY ON THE HISTORY, OR ITS FILE SIZE PER COPY WHEN IT HAS
084000*NO HISTORY; SECONDS AT ITS OWN TIMED PACE, OR THE SHOP-WIDE
084100*PACE, OR NONE AT ALL - WHICH IS FLAGGED, SINCE THE RUN'S END
084200*TIME THEN RUNS SHORT BY WHATEVER THE TEMPLATE TAKES.
084300*================================================================
084400 6000-PROJECT-THE-TEMPLATE.
084500     IF WS-ENTRY-COPIES = 0
084600         GO TO 6000-EXIT
084700     END-IF
084800     MOVE WS-TEMPLATE-PATH TO WS-LOOKUP-PATH
084900     PERFORM 2300-FIND-TEMPLATE THRU 2300-EXIT
085000     IF WS-PC-FOUND
085100         COMPUTE WS-ENTRY-BYTES ROUNDED =
085200             WS-ENTRY-COPIES * WS-PC-BYTES (WS-PC-SUB)
085300             / WS-PC-COPIES (WS-PC-SUB)
085400     ELSE
085500         COMPUTE WS-ENTRY-BYTES =
085600             WS-ENTRY-COPIES * WS-TEMPLATE-BYTES
085700     END-IF
085800     IF WS-PC-FOUND
085900        AND WS-PC-TIMED-COPIES (WS-PC-SUB) > 0
086000         COMPUTE WS-ENTRY-SECONDS ROUNDED =
086100             WS-ENTRY-COPIES * WS-PC-SECONDS (WS-PC-SUB)
086200             / WS-PC-TIMED-COPIES (WS-PC-SUB)
086300         GO TO 6000-EXIT
086400     END-IF
086500     IF WS-SHOP-TIMED-COPIES > 0
086600         COMPUTE WS-ENTRY-SECONDS ROUNDED =
086700             WS-ENTRY-COPIES * WS-SHOP-SECONDS
086800             / WS-SHOP-TIMED-COPIES
086900         MOVE "SHOP PCE" TO WS-ENTRY-FLAG
087000         ADD 1 TO WS-SHOPPACE-COUNT
087100         GO TO 6000-EXIT
087200     END-IF
087300     MOVE "NO PACE" TO WS-ENTRY-FLAG
087400     ADD 1 TO WS-NOPACE-COUNT.
087500 6000-EXIT.
087600     EXIT.
087700
087800*================================================================
087900*7000-FORMAT-CLOCK-TIME - SHOW WS-CLOCK-SECONDS (PAST MIDNIGHT
088000*OF THE START DAY) AS HH:MM, NOTING A LATER DAY AS +1, +2.
088100*================================================================
088200 7000-FORMAT-CLOCK-TIME.
088300     DIVIDE WS-CLOCK-SECONDS BY 86400
088400         GIVING WS-CLOCK-DAYS REMAINDER WS-CLOCK-REST
088500     DIVIDE WS-CLOCK-REST BY 60 GIVING WS-CLOCK-MINUTES
088600     DIVIDE WS-CLOCK-MINUTES BY 60
088700         GIVING WS-CLOCK-HH REMAINDER WS-CLOCK-MM
088800     MOVE SPACES TO WS-CLOCK-DAY-NOTE
088900     IF WS-CLOCK-DAYS > 0
089000         MOVE WS-CLOCK-DAYS TO WS-CLOCK-DAY-DIGIT
089100         STRING "+" DELIMITED BY SIZE
089200                WS-CLOCK-DAY-DIGIT DELIMITED BY SIZE
089300                INTO WS-CLOCK-DAY-NOTE
089400         END-STRING
089500     END-IF.
089600 7000-EXIT.
089700     EXIT.
089800
089900*================================================================
090000*9000-WRITE-SUMMARY-REPORT - RUN TOTALS, THE PROJECTED END AND
090100*THE VERDICT, AND THE RETURN CODE: 8 WHEN THE RUN WILL OVERRUN
090200*THE WINDOW OR A TEMPLATE WILL BE REFUSED, 4 WHEN A TEMPLATE HAS
090300*NO PACE OR THE HISTORY IS INCOMPLETE, 0 WHEN IT FITS.
090400*================================================================
090500 9000-WRITE-SUMMARY-REPORT.
090600     DISPLAY " "
090700     DISPLAY "BATCH-FORECAST SUMMARY"
090800     MOVE WS-ENTRY-NO TO WS-COUNT-DISP
090900     DISPLAY "  TEMPLATES FORECAST  . . : " WS-COUNT-DISP
091000     MOVE WS-TOTAL-COPIES TO WS-COUNT-DISP
091100     DISPLAY "  PROJECTED COPIES  . . . : " WS-COUNT-DISP
091200     MOVE WS-TOTAL-BYTES TO WS-BYTES-DISP
091300     DISPLAY "  PROJECTED BYTES . . . . : " WS-BYTES-DISP
091400     MOVE WS-TOTAL-SECONDS TO WS-SECONDS-DISP
091500     DISPLAY "  PROJECTED SECONDS . . . : " WS-SECONDS-DISP
091600     COMPUTE WS-CLOCK-SECONDS =
091700         WS-START-SECONDS + WS-TOTAL-SECONDS
091800     PERFORM 7000-FORMAT-CLOCK-TIME THRU 7000-EXIT
091900     DISPLAY "  PROJECTED END . . . . . : " WS-CLOCK-DISP
092000         WS-CLOCK-DAY-NOTE
092100     IF WS-MASTER-COUNTED
092200         MOVE WS-ELIGIBLE-COUNT TO WS-COUNT-DISP
092300         DISPLAY "  ELIGIBLE RECIPIENTS . . : " WS-COUNT-DISP
092400     END-IF
092500     MOVE WS-SUMMARY-COUNT TO WS-COUNT-DISP
092600     DISPLAY "  HISTORY SUMMARIES USED  : " WS-COUNT-DISP
092700     MOVE WS-TIMED-COUNT TO WS-COUNT-DISP
092800     DISPLAY "  SUMMARIES WITH SECONDS  : " WS-COUNT-DISP
092900     MOVE WS-BADREC-COUNT TO WS-COUNT-DISP
093000     DISPLAY "  RECORDS NOT USABLE . .  : " WS-COUNT-DISP
093100     MOVE WS-HELD-COUNT TO WS-COUNT-DISP
093200     DISPLAY "  TEMPLATES TO BE HELD  . : " WS-COUNT-DISP
093300     MOVE WS-PROBLEM-COUNT TO WS-COUNT-DISP
093400     DISPLAY "  TEMPLATES TO BE REFUSED : " WS-COUNT-DISP
093500     MOVE WS-SHOPPACE-COUNT TO WS-COUNT-DISP
093600     DISPLAY "  AT SHOP-WIDE PACE . . . : " WS-COUNT-DISP
093700     MOVE WS-NOPACE-COUNT TO WS-COUNT-DISP
093800     DISPLAY "  WITH NO PACE  . . . . . : " WS-COUNT-DISP
093900     IF WS-PC-TABLE-FULL
094000         DISPLAY "  NOTE: OVER 500 TEMPLATES ON THE HISTORY -"
094100             " LATER ONES USE THE SHOP-WIDE PACE"
094200     END-IF
094300     IF WS-RUN-OVERRUNS
094400         MOVE WS-PAST-WINDOW-COUNT TO WS-COUNT-DISP
094500         DISPLAY "  *** RUN WILL OVERRUN THE BATCH WINDOW ENDING "
094600             WS-WINDOW-DISP " ***"
094700         DISPLAY "  TEMPLATES PAST THE WINDOW: " WS-COUNT-DISP
094800     ELSE
094900         IF WS-WINDOW-GIVEN
095000             DISPLAY "  RUN FITS THE BATCH WINDOW ENDING "
095100                 WS-WINDOW-DISP
095200         END-IF
095300     END-IF
095400     DISPLAY "-----------------------------------"
095500     IF WS-RUN-OVERRUNS OR WS-PROBLEM-COUNT > 0
095600         MOVE 8 TO RETURN-CODE
095700     ELSE
095800         IF WS-NOPACE-COUNT > 0 OR WS-BADREC-COUNT > 0
095900            OR WS-PC-TABLE-FULL
096000             MOVE 4 TO RETURN-CODE
096100         ELSE
096200             MOVE 0 TO RETURN-CODE
096300         END-IF
096400     END-IF.
096500 9000-EXIT.
096600     EXIT.
096700
096800*================================================================
096900*9999-ABEND-EXIT - DISPLAY THE DIAGNOSTIC, SET A NON-ZERO
097000*RETURN CODE AND TERMINATE THE RUN.
097100*================================================================
097200 9999-ABEND-EXIT.
097300     DISPLAY "BATCH-FORECAST ABEND - " WS-ABEND-MESSAGE
097400     MOVE 16 TO RETURN-CODE
097500     STOP RUN.
