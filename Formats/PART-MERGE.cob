000100*================================================================
000200*PART-MERGE
000300*
000400*PARTITION MERGE FOR A PARTITIONED MASTER-MODE DISTRIBUTION.  A
000500*LONG MASTER-MODE RUN OF FILE-CLONER MAY BE SPLIT INTO SEVERAL
000600*PARTITIONS BY RM-RECIP-ID RANGE (CTLCARD CC-PARTITION-ID,
000700*CC-PART-LOW-ID AND CC-PART-HIGH-ID) AND RUN SIDE BY SIDE.  EACH
000800*PARTITION KEEPS ITS OWN AUDIT LOG, RUN HISTORY, ERROR LOG,
000900*CHECKPOINT, STATUS AND LOCK FILES UNDER THE SHARED NAMES
001000*SUFFIXED .PNN, AND LEAVES A PARTCTL.PNN COMPLETION RECORD
001100*(COPYBOOK PARTCTL) ONLY WHEN IT FINISHES CLEANLY.
001200*
001300*THIS PROGRAM TAKES THE PARTITION IDS FROM MRGCARD, ONE PER CARD,
001400*AND UNDER THE SHARED RUN LOCK:
001500*  - REFUSES TO MERGE UNLESS EVERY PARTITION LEFT ITS COMPLETION
001600*    RECORD, ALL OF THEM DISTRIBUTED THE SAME TEMPLATE VERSION
001700*    WITH THE SAME AS-OF DATE AND GROUP, AND THE TEMPLATE ON DISK
001800*    IS STILL THE ONE THEY SENT;
001900*  - REFUSES UNLESS THE PARTITION RANGES TOGETHER COVER EVERY
002000*    RECIPIENT ON THE MASTER EXACTLY ONCE - NO GAPS AND NO
002100*    OVERLAPS;
002200*  - OTHERWISE APPENDS THE PARTITIONS' AUDIT ENTRIES TO AUDITLOG
002300*    AND THEIR DETAIL RECORDS TO RUNHIST WITH ONE COMBINED "R"
002400*    SUMMARY, RESTARTS ERRLOG WITH THEIR SKIPPED COPIES WHEN THE
002500*    PARTITIONS RAN TOLERANT, RECORDS THE SEQUENCE ON SEQCNTL AND
002600*    FILES THE TEMPLATE IN TPLLIB - THE SHARED UPDATES A SINGLE
002700*    UNPARTITIONED RUN WOULD HAVE MADE - AND REMOVES THE PARTITION
002800*    FILES SO THE SAME PARTITIONS CANNOT BE MERGED TWICE.
002810*  - WHEN THE MASTER DELIVERS RECIPIENTS BY ENVELOPE, JOINS EACH
002820*    GROUP ENVELOPE FROM THE PIECES THE PARTITIONS LEFT (COPYBOOK
002830*    PARTENV), IN RECIPIENT ORDER, CLOSES IT WITH ITS EOF TRAILER,
002840*    DROPS ITS READY TRIGGER AND AUDITS IT.  A PIECE MISSING OR
002850*    SHORT OF THE BLOCKS ITS PIECE RECORD CLAIMS IS A REFUSAL.
002900*
003000*A REFUSED MERGE CHANGES NOTHING.  A MERGE THAT ABENDS PART-WAY
003100*KEEPS THE RUN LOCK, SO NO OTHER JOB TOUCHES THE SHARED LOGS
003200*UNTIL THEY HAVE BEEN CHECKED.
003300*================================================================
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID. PART-MERGE.
003600 AUTHOR. J H MORRISON.
003700 INSTALLATION. DISTRIBUTION SERVICES.
003800 DATE-WRITTEN. 10/15/2026.
003900 DATE-COMPILED.
004000*----------------------------------------------------------------
004100*MODIFICATION HISTORY
004200*----------------------------------------------------------------
004300*DATE       INIT DESCRIPTION
004400*10/15/2026 JHM  ORIGINAL VERSION.
004410*10/15/2026 JHM  JOIN THE GROUP ENVELOPE PIECES THE PARTITIONS
004420*                LEAVE FOR ENVELOPE RECIPIENTS, AND COUNT THEIR
004430*                "E" HISTORY DETAILS AS COPIES.
004500*----------------------------------------------------------------
004600
004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000*MERGE CARDS - ONE PARTITION ID PER CARD, WITH THE STALE-LOCK
005100*OVERRIDE TAKEN FROM THE FIRST CARD.
005200     SELECT MRG-CARD-FILE ASSIGN TO "MRGCARD"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-CARD-STATUS.
005500*ONE PARTITION'S COMPLETION RECORD, AUDIT LOG, RUN HISTORY AND
005600*ERROR LOG, NAMED FOR THE PARTITION IN HAND.
005700     SELECT PART-CTL-FILE ASSIGN TO DYNAMIC WS-PART-CTL-NAME
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-PART-CTL-STATUS.
006000     SELECT PART-AUDIT-FILE ASSIGN TO DYNAMIC WS-PART-AUDIT-NAME
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-PART-AUDIT-STATUS.
006300     SELECT PART-HIST-FILE ASSIGN TO DYNAMIC WS-PART-HIST-NAME
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-PART-HIST-STATUS.
006600     SELECT PART-ERR-FILE ASSIGN TO DYNAMIC WS-PART-ERR-NAME
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-PART-ERR-STATUS.
006808*ONE PARTITION'S PIECE OF A GROUP ENVELOPE, THE ENVELOPE JOINED
006816*FROM THE PIECES, AND ITS READY TRIGGER.
006824     SELECT PIECE-FILE ASSIGN TO DYNAMIC WS-PIECE-NAME
006832         ORGANIZATION IS LINE SEQUENTIAL
006840         FILE STATUS IS WS-PIECE-STATUS.
006848     SELECT ENVELOPE-FILE ASSIGN TO DYNAMIC WS-ENVELOPE-PATH
006856         ORGANIZATION IS LINE SEQUENTIAL
006864         FILE STATUS IS WS-ENVELOPE-STATUS.
006872     SELECT TRIGGER-FILE ASSIGN TO DYNAMIC WS-TRIGGER-PATH
006880         ORGANIZATION IS LINE SEQUENTIAL
006888         FILE STATUS IS WS-TRIGGER-STATUS.
006900*THE SHARED AUDIT TRAIL, RUN HISTORY AND ERROR LOG THE PARTITIONS
007000*ARE MERGED INTO.
007100     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-AUDIT-STATUS.
007400     SELECT RUN-HIST-FILE ASSIGN TO "RUNHIST"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-RUNHIST-STATUS.
007700     SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-ERRLOG-STATUS.
008000*THE TEMPLATE THE PARTITIONS DISTRIBUTED.
008100     SELECT FILE-IN ASSIGN TO DYNAMIC WS-TEMPLATE-PATH
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS WS-FILE-IN-STATUS.
008400*PERSISTENT RECIPIENT MASTER, READ IN KEY ORDER FOR THE COVERAGE
008500*CHECK.
008600     SELECT RECIP-MASTER ASSIGN TO "RECPMAST"
008700         ORGANIZATION IS INDEXED
008800         ACCESS MODE IS SEQUENTIAL
008900         RECORD KEY IS RM-RECIP-ID
009000         FILE STATUS IS WS-MASTER-STATUS.
009100*SEQUENCE CONTROL AND ITS SIDE FILE, AS FILE-CLONER KEEPS THEM.
009200     SELECT SEQ-CONTROL-FILE ASSIGN TO "SEQCNTL"
009300         ORGANIZATION IS LINE SEQUENTIAL
009400         FILE STATUS IS WS-SEQCNTL-STATUS.
009500     SELECT SEQ-TEMP-FILE ASSIGN TO "SEQCNTL.NEW"
009600         ORGANIZATION IS LINE SEQUENTIAL
009700         FILE STATUS IS WS-SEQ-TEMP-STATUS.
009800*PERMANENT TEMPLATE LIBRARY.
009900     SELECT TPL-LIB-FILE ASSIGN TO "TPLLIB"
010000         ORGANIZATION IS LINE SEQUENTIAL
010100         FILE STATUS IS WS-LIBRARY-STATUS.
010200*SHARED RUN LOCK OVER AUDITLOG AND CHKPOINT - TAKEN AT START
010300*AND RELEASED AT END BY EVERY JOB THAT TOUCHES THEM, SO NO SWEEP
010400*OR COLLECTION READS THE LOGS WHILE THE PARTITIONS GO IN.
010500     SELECT LOCK-FILE ASSIGN TO "RUNLOCK"
010600         ORGANIZATION IS LINE SEQUENTIAL
010700         FILE STATUS IS WS-LOCK-STATUS.
010800
010900 DATA DIVISION.
011000 FILE SECTION.
011100 FD  MRG-CARD-FILE.
011200 01  MRG-CARD-RECORD.
011300     05  MG-PARTITION-ID          PIC X(02).
011400     05  FILLER                   PIC X(01).
011500*OVERRIDE FOR A STALE RUN LOCK LEFT BEHIND BY AN ABENDED RUN.
011600     05  MG-LOCK-OVERRIDE-SW      PIC X(01).
011700         88  MG-LOCK-OVERRIDE-ON  VALUE "Y".
011800
011900 FD  PART-CTL-FILE.
012000 01  PART-CTL-RECORD.
012100     COPY PARTCTL.
012110*THE ENVELOPE PIECE RECORDS THAT FOLLOW THE COMPLETION RECORD.
012120 01  PART-ENV-RECORD.
012130     COPY PARTENV.
012200
012300*SAME LAYOUT AS AUDITLOG.
012400 FD  PART-AUDIT-FILE.
012500 01  PART-AUDIT-RECORD            PIC X(252).
012600
012700*SAME LAYOUT AS RUNHIST.
012800 FD  PART-HIST-FILE.
012900 01  PART-HIST-RECORD.
013000     05  PH-RECORD-TYPE           PIC X(01).
013100         88  PH-TEMPLATE-SUMMARY  VALUE "R".
013200         88  PH-OUTPUT-DETAIL     VALUE "D".
013300         88  PH-SKIPPED-DETAIL    VALUE "S".
013310         88  PH-ENVELOPE-DETAIL   VALUE "E".
013400     05  FILLER                   PIC X(01).
013500     05  PH-RUN-DATE              PIC 9(08).
013600     05  FILLER                   PIC X(01).
013700     05  PH-TEMPLATE-NAME         PIC X(60).
013800     05  FILLER                   PIC X(01).
013900     05  PH-TARGET-NAME           PIC X(160).
014000     05  PH-SUMMARY-AREA REDEFINES PH-TARGET-NAME.
014100         10  PH-ELAPSED-SECONDS   PIC 9(08).
014200         10  FILLER               PIC X(152).
014300     05  FILLER                   PIC X(01).
014400     05  PH-COPY-COUNT            PIC 9(08).
014500     05  FILLER                   PIC X(01).
014600     05  PH-BYTE-COUNT            PIC 9(12).
014700     05  FILLER                   PIC X(01).
014800     05  PH-RUN-MODE              PIC X(01).
014900     05  FILLER                   PIC X(01).
015000     05  PH-RETURN-CODE           PIC 9(02).
015100
015200*SAME LAYOUT AS ERRLOG.
015300 FD  PART-ERR-FILE.
015400 01  PART-ERR-RECORD              PIC X(286).
015406
015412*A PIECE HOLDS HDR/TRL BLOCKS AS FILE-CLONER WROTE THEM.
015418 FD  PIECE-FILE.
015424 01  PIECE-RECORD                 PIC X(1000).
015430
015436 FD  ENVELOPE-FILE.
015442 01  ENVELOPE-RECORD              PIC X(1000).
015448
015454*READY TRIGGER, AS FILE-CLONER DROPS IT BESIDE EACH OUTPUT.
015460 FD  TRIGGER-FILE.
015466 01  TRIGGER-RECORD.
015472     05  TG-FILE-NAME             PIC X(160).
015478     05  FILLER                   PIC X(01).
015484     05  TG-BYTE-COUNT            PIC 9(12).
015500
015600 FD  AUDIT-FILE.
015700 01  AUDIT-RECORD                 PIC X(252).
015710*A JOINED ENVELOPE IS AUDITED THE WAY FILE-CLONER AUDITS ONE.
015720 01  AUDIT-ENVELOPE-RECORD.
015730     05  AL-FILE-NAME             PIC X(160).
015740     05  FILLER                   PIC X(01).
015750     05  AL-TIMESTAMP             PIC X(17).
015760     05  FILLER                   PIC X(01).
015770     05  AL-BYTE-COUNT            PIC 9(12).
015780     05  FILLER                   PIC X(01).
015790     05  AL-TEMPLATE-NAME         PIC X(60).
015800
015900*PERMANENT RUN HISTORY RECORD, AS FILE-CLONER WRITES IT.
016000 FD  RUN-HIST-FILE.
016100 01  RUN-HIST-RECORD.
016200     05  RH-RECORD-TYPE           PIC X(01).
016300     05  FILLER                   PIC X(01).
016400     05  RH-RUN-DATE              PIC 9(08).
016500     05  FILLER                   PIC X(01).
016600     05  RH-TEMPLATE-NAME         PIC X(60).
016700     05  FILLER                   PIC X(01).
016800     05  RH-TARGET-NAME           PIC X(160).
016900     05  RH-SUMMARY-AREA REDEFINES RH-TARGET-NAME.
017000         10  RH-ELAPSED-SECONDS   PIC 9(08).
017100         10  FILLER               PIC X(152).
017200     05  FILLER                   PIC X(01).
017300     05  RH-COPY-COUNT            PIC 9(08).
017400     05  FILLER                   PIC X(01).
017500     05  RH-BYTE-COUNT            PIC 9(12).
017600     05  FILLER                   PIC X(01).
017700     05  RH-RUN-MODE              PIC X(01).
017800     05  FILLER                   PIC X(01).
017900     05  RH-RETURN-CODE           PIC 9(02).
018000
018100 FD  ERROR-LOG-FILE.
018200 01  ERROR-LOG-RECORD             PIC X(286).
018300
018400 FD  FILE-IN.
018500 01  FILE-RECORD.
018600     COPY FILEREC.
018700
018800 FD  RECIP-MASTER.
018900 01  RECIP-MASTER-RECORD.
019000     COPY RECPREC.
019100
019200 FD  SEQ-CONTROL-FILE.
019300 01  SEQ-CONTROL-RECORD.
019400     05  SQ-TEMPLATE-PATH         PIC X(60).
019500     05  FILLER                   PIC X(01).
019600     05  SQ-LAST-SEQUENCE         PIC 9(06).
019700
019800 FD  SEQ-TEMP-FILE.
019900 01  SEQ-TEMP-RECORD              PIC X(67).
020000
020100 FD  TPL-LIB-FILE.
020200 01  TPL-LIB-RECORD.
020300     COPY TPLLIB.
020400
020500*THE RUN LOCK'S ONE RECORD NAMES ITS OWNER AND START MOMENT,
020600*SO AN OPERATOR JUDGING A STALE LOCK KNOWS WHAT LEFT IT.
020700 FD  LOCK-FILE.
020800 01  LOCK-RECORD.
020900     05  LK-OWNER                 PIC X(16).
021000     05  FILLER                   PIC X(01).
021100     05  LK-START-DATE            PIC 9(08).
021200     05  FILLER                   PIC X(01).
021300     05  LK-START-TIME            PIC 9(08).
021400
021500 WORKING-STORAGE SECTION.
021600*FILE STATUS SWITCHES.
021700 77  WS-CARD-STATUS               PIC X(02).
021800 77  WS-PART-CTL-STATUS           PIC X(02).
021900 77  WS-PART-AUDIT-STATUS         PIC X(02).
022000 77  WS-PART-HIST-STATUS          PIC X(02).
022100 77  WS-PART-ERR-STATUS           PIC X(02).
022200 77  WS-AUDIT-STATUS              PIC X(02).
022300 77  WS-RUNHIST-STATUS            PIC X(02).
022400 77  WS-ERRLOG-STATUS             PIC X(02).
022500 77  WS-FILE-IN-STATUS            PIC X(02).
022600 77  WS-MASTER-STATUS             PIC X(02).
022700 77  WS-SEQCNTL-STATUS            PIC X(02).
022800 77  WS-SEQ-TEMP-STATUS           PIC X(02).
022900 77  WS-LIBRARY-STATUS            PIC X(02).
022910 77  WS-PIECE-STATUS              PIC X(02).
022920 77  WS-ENVELOPE-STATUS           PIC X(02).
022930 77  WS-TRIGGER-STATUS            PIC X(02).
023000*RUN LOCK WORK AREAS - WHETHER THIS RUN HOLDS THE LOCK, THE
023100*NAME FOR THE RELEASE DELETE, AND THE MOMENT IT WAS TAKEN.
023200 77  WS-LOCK-STATUS               PIC X(02).
023300 77  WS-LOCK-HELD-SW              PIC X(01) VALUE "N".
023400     88  WS-LOCK-HELD             VALUE "Y".
023500 77  WS-LOCK-NAME                 PIC X(08) VALUE "RUNLOCK".
023600 77  WS-LOCK-DELETE-RC            PIC S9(09) USAGE COMP-5.
023700 77  WS-LOCK-DATE                 PIC 9(08).
023800 77  WS-LOCK-TIME                 PIC 9(08).
023900 77  WS-LOCK-OVERRIDE-SW          PIC X(01) VALUE "N".
024000     88  WS-LOCK-OVERRIDE-ON      VALUE "Y".
024100*ONCE THE FIRST SHARED LOG IS WRITTEN THE MERGE IS UNDER WAY,
024200*AND AN ABEND MUST LEAVE THE LOCK IN PLACE.
024300 77  WS-MERGE-STARTED-SW          PIC X(01) VALUE "N".
024400     88  WS-MERGE-STARTED         VALUE "Y".
024500*ABEND DIAGNOSTIC TEXT.
024600 77  WS-ABEND-MESSAGE             PIC X(60).
024700*END-OF-FILE SWITCHES.
024800 77  WS-CARD-EOF                  PIC X(01) VALUE "N".
024900     88  WS-END-OF-CARDS          VALUE "Y".
025000 77  WS-PART-EOF                  PIC X(01) VALUE "N".
025100     88  WS-END-OF-PART-FILE      VALUE "Y".
025200 77  WS-MASTER-EOF                PIC X(01) VALUE "N".
025300     88  WS-END-OF-MASTER         VALUE "Y".
025400 77  WS-EOF                       PIC X(01) VALUE "N".
025500     88  WS-END-OF-SOURCE         VALUE "Y".
025600 77  WS-SEQCNTL-EOF               PIC X(01) VALUE "N".
025700     88  WS-END-OF-SEQCNTL        VALUE "Y".
025800 77  WS-LIBRARY-EOF               PIC X(01) VALUE "N".
025900     88  WS-END-OF-LIBRARY        VALUE "Y".
026000*THE PARTITION'S OWN FILE NAMES - THE SHARED NAME SUFFIXED .PNN.
026100 77  WS-PART-SUFFIX               PIC X(04).
026200 77  WS-PART-CTL-NAME             PIC X(12).
026300 77  WS-PART-AUDIT-NAME           PIC X(12).
026400 77  WS-PART-HIST-NAME            PIC X(12).
026500 77  WS-PART-ERR-NAME             PIC X(12).
026600 77  WS-PART-CHKPT-NAME           PIC X(12).
026700 77  WS-PART-CHKNEW-NAME          PIC X(16).
026800 77  WS-DELETE-RC                 PIC S9(09) USAGE COMP-5.
026900*THE DISTRIBUTION BEING MERGED, AS THE FIRST COMPLETION RECORD
027000*GIVES IT - EVERY OTHER PARTITION MUST AGREE.
027100 77  WS-FIRST-LOADED-SW           PIC X(01) VALUE "N".
027200     88  WS-FIRST-LOADED          VALUE "Y".
027300 77  WS-TEMPLATE-PATH             PIC X(60) VALUE SPACES.
027400 77  WS-TPL-SEQ-NO                PIC 9(06) VALUE 0.
027500 77  WS-TPL-FINGERPRINT           PIC 9(10) VALUE 0.
027600 77  WS-AS-OF-DATE                PIC 9(08) VALUE 0.
027700 77  WS-GROUP-CODE                PIC X(08) VALUE SPACES.
027800 77  WS-RUN-DATE                  PIC 9(08) VALUE 0.
027900 77  WS-TODAY-DATE                PIC 9(08).
028000*CONTENT FINGERPRINT WORK AREAS - THE SAME ARITHMETIC FILE-CLONER
028100*AND TPL-APPROVE RUN, TO PROVE THE TEMPLATE ON DISK IS STILL THE
028200*ONE THE PARTITIONS SENT.  EACH BYTE IS MOVED INTO THE LOW HALF
028300*OF A TWO-BYTE BINARY WORD WHOSE HIGH HALF IS ALWAYS LOW-VALUE.
028400 77  WS-FP-SUM-A                  PIC 9(12) USAGE COMP.
028500 77  WS-FP-SUM-B                  PIC 9(12) USAGE COMP.
028600 77  WS-FP-QUOTIENT               PIC 9(12) USAGE COMP.
028700 77  WS-FP-REMAINDER              PIC 9(12) USAGE COMP.
028800 77  WS-FP-BYTE-SUB               PIC 9(04) USAGE COMP.
028900 77  WS-DISK-FINGERPRINT          PIC 9(10).
029000 01  WS-FP-WORD.
029100     05  FILLER                   PIC X(01) VALUE LOW-VALUE.
029200     05  WS-FP-CHAR               PIC X(01).
029300 01  WS-FP-WORD-BINARY REDEFINES WS-FP-WORD.
029400     05  WS-FP-ORD                PIC 9(04) USAGE COMP.
029500*SEQUENCE CONTROL AND TEMPLATE LIBRARY WORK AREAS.
029600 77  WS-SEQ-FOUND-SW              PIC X(01) VALUE "N".
029700     88  WS-SEQ-ON-CONTROL        VALUE "Y".
029800 77  WS-SEQ-NEW-NAME              PIC X(12) VALUE "SEQCNTL.NEW".
029900 77  WS-SEQ-LIVE-NAME             PIC X(12) VALUE "SEQCNTL".
030000 77  WS-SEQ-RENAME-RC             PIC S9(09) USAGE COMP-5.
030100 77  WS-LIB-DUP-SW                PIC X(01) VALUE "N".
030200     88  WS-LIB-ALREADY-FILED     VALUE "Y".
030300 77  WS-LIB-LINE-NO               PIC 9(06) USAGE COMP.
030400 77  WS-DEPOSIT-SW                PIC X(01) VALUE "N".
030500     88  WS-TEMPLATE-DEPOSITED    VALUE "Y".
030600*PARTITION TABLE - ONE ENTRY PER MRGCARD PARTITION WITH ITS
030700*RANGE (A BLANK LOW HELD AS LOW-VALUES AND A BLANK HIGH AS
030800*HIGH-VALUES SO EVERY RANGE COMPARES THE SAME WAY), THE TOTALS
030900*FROM ITS COMPLETION RECORD AND THE MASTER RECIPIENTS IN RANGE.
031000 77  WS-PT-COUNT                  PIC 9(04) USAGE COMP VALUE 0.
031100 77  WS-PT-SUB                    PIC 9(04) USAGE COMP.
031200 77  WS-PT-SUB2                   PIC 9(04) USAGE COMP.
031300 77  WS-PT-FOUND-SW               PIC X(01) VALUE "N".
031400     88  WS-PT-FOUND              VALUE "Y".
031500 77  WS-LOOKUP-ID                 PIC X(02).
031600 01  WS-PARTITION-TABLE.
031700     05  WS-PT-ENTRY              OCCURS 99 TIMES.
031800         10  WS-PT-ID             PIC X(02).
031900         10  WS-PT-LOW            PIC X(08).
032000         10  WS-PT-HIGH           PIC X(08).
032100         10  WS-PT-LOW-DISP       PIC X(08).
032200         10  WS-PT-HIGH-DISP      PIC X(08).
032300         10  WS-PT-COPIES         PIC 9(08) USAGE COMP.
032400         10  WS-PT-SKIPPED        PIC 9(08) USAGE COMP.
032500         10  WS-PT-RC             PIC 9(02).
032600         10  WS-PT-IN-RANGE       PIC 9(08) USAGE COMP.
032610         10  WS-PT-RANK           PIC 9(04) USAGE COMP.
032700         10  WS-PT-STATE          PIC X(01).
032800             88  WS-PT-LOADED     VALUE "L".
032900             88  WS-PT-REFUSED    VALUE "X".
032901*GROUP ENVELOPE TABLE - ONE ENTRY PER ENVELOPE THE PARTITIONS
032902*LEFT PIECES OF, WITH THE HASH TOTALS OF ALL ITS PIECES, ITS
032903*ON-DISK SIZE ONCE JOINED, AND WHICH PARTITIONS HOLD A PIECE OF
032904*IT (BY PARTITION TABLE POSITION).
032905 77  WS-EV-COUNT                  PIC 9(04) USAGE COMP VALUE 0.
032906 77  WS-EV-SUB                    PIC 9(04) USAGE COMP.
032907 77  WS-EV-FOUND-SW               PIC X(01) VALUE "N".
032908     88  WS-EV-FOUND              VALUE "Y".
032909 01  WS-ENVELOPE-TABLE.
032910     05  WS-EV-ENTRY              OCCURS 100 TIMES.
032911         10  WS-EV-NAME           PIC X(60).
032912         10  WS-EV-GROUP          PIC X(08).
032913         10  WS-EV-BLOCKS         PIC 9(08) USAGE COMP.
032914         10  WS-EV-RECORDS        PIC 9(08) USAGE COMP.
032915         10  WS-EV-DATA-BYTES     PIC 9(12) USAGE COMP.
032916         10  WS-EV-FILE-BYTES     PIC 9(12) USAGE COMP.
032917         10  WS-EV-PIECE-SW       PIC X(01) OCCURS 99 TIMES.
032918             88  WS-EV-HAS-PIECE  VALUE "Y".
032919*PIECE WORK AREAS - THE PIECE RECORDS A PARTITION PROMISED AND
032920*READ, THE BLOCKS FOUND IN ITS PIECE FILE, AND THE PARTITION
032921*WANTED NEXT WHEN THE PIECES ARE JOINED IN RECIPIENT ORDER.
032922 77  WS-PIECES-EXPECTED           PIC 9(04) USAGE COMP.
032923 77  WS-PIECES-READ               PIC 9(04) USAGE COMP.
032924 77  WS-PIECE-BLOCKS              PIC 9(08) USAGE COMP.
032925 77  WS-PIECE-EOF                 PIC X(01) VALUE "N".
032926     88  WS-END-OF-PIECE          VALUE "Y".
032927 77  WS-RANK-WANTED               PIC 9(04) USAGE COMP.
032928*ENVELOPE NAMES - THE FINAL NAME, THE PIECE NAME (FINAL NAME
032929*SUFFIXED .PNN), THE .TMP NAME IT IS BUILT UNDER AND ITS TRIGGER.
032930 77  WS-JOIN-NAME                 PIC X(60).
032931 77  WS-PIECE-NAME                PIC X(64).
032932 77  WS-ENVELOPE-PATH             PIC X(64).
032933 77  WS-TRIGGER-PATH              PIC X(64).
032934 77  WS-ENV-RENAME-RC             PIC S9(09) USAGE COMP-5.
032935 77  WS-TRAILING-SPACES           PIC 9(04) USAGE COMP.
032936 77  WS-NAME-LEN                  PIC 9(04) USAGE COMP.
032937*ON-DISK BYTE COUNT - EACH RECORD'S LENGTH PLUS ITS LINE END,
032938*THE SAME ARITHMETIC FILE-CLONER USES.
032939 77  WS-COUNT-BUFFER              PIC X(1000).
032940 77  WS-RECORD-LENGTH             PIC 9(04) USAGE COMP.
032941 77  WS-ENV-FILE-BYTES            PIC 9(12) USAGE COMP.
032942 77  WS-TS-DATE                   PIC 9(08).
032943 77  WS-TS-TIME                   PIC 9(08).
032944*EOF TRAILER CLOSING A JOINED ENVELOPE, AS FILE-CLONER WRITES IT.
032945 01  WS-ENV-EOF-REC.
032946     05  FILLER                   PIC X(04) VALUE "EOF ".
032947     05  WS-EE-BLOCKS             PIC 9(08).
032948     05  FILLER                   PIC X(01) VALUE SPACE.
032949     05  WS-EE-RECORDS            PIC 9(08).
032950     05  FILLER                   PIC X(01) VALUE SPACE.
032951     05  WS-EE-BYTES              PIC 9(12).
033000*THE VERDICT - EVERY REASON THE MERGE WAS REFUSED IS COUNTED.
033100 77  WS-REFUSAL-COUNT             PIC 9(08) USAGE COMP VALUE 0.
033200*COVERAGE CHECK COUNTERS.
033300 77  WS-COVER-COUNT               PIC 9(04) USAGE COMP.
033400 77  WS-MASTER-COUNT              PIC 9(08) USAGE COMP VALUE 0.
033500 77  WS-GAP-COUNT                 PIC 9(08) USAGE COMP VALUE 0.
033600 77  WS-OVERLAP-COUNT             PIC 9(08) USAGE COMP VALUE 0.
033700 77  WS-RANGE-OVERLAP-COUNT       PIC 9(08) USAGE COMP VALUE 0.
033800*MERGE COUNTERS AND THE COMBINED RUN TOTALS.
033900 77  WS-AUDIT-MERGED              PIC 9(08) USAGE COMP VALUE 0.
034000 77  WS-HIST-MERGED               PIC 9(08) USAGE COMP VALUE 0.
034100 77  WS-ERR-MERGED                PIC 9(08) USAGE COMP VALUE 0.
034200 77  WS-TOLERANT-COUNT            PIC 9(04) USAGE COMP VALUE 0.
034300 77  WS-SUM-COPIES                PIC 9(08) USAGE COMP VALUE 0.
034400 77  WS-SUM-SKIPPED               PIC 9(08) USAGE COMP VALUE 0.
034410 77  WS-SUM-ENV-COPIES            PIC 9(08) USAGE COMP VALUE 0.
034500 77  WS-SUM-BYTES                 PIC 9(12) USAGE COMP VALUE 0.
034600 77  WS-SUM-SECONDS               PIC 9(08) USAGE COMP VALUE 0.
034700 77  WS-MAX-RC                    PIC 9(02) VALUE 0.
034800*REPORT EDIT FIELDS.
034900 77  WS-COUNT-DISP                PIC Z(7)9.
035000 77  WS-SKIP-DISP                 PIC Z(7)9.
035100 77  WS-BYTES-DISP                PIC Z(11)9.
035200 77  WS-COVER-DISP                PIC Z9.
035300
035400 PROCEDURE DIVISION.
035500*================================================================
035600*0000-MAIN-PROCEDURE
035700*================================================================
035800 0000-MAIN-PROCEDURE.
035900     PERFORM 1000-INITIALIZE-PROGRAM THRU 1000-EXIT
036000     PERFORM 2000-CHECK-PARTITIONS THRU 2000-EXIT
036100     PERFORM 3000-CHECK-COVERAGE THRU 3000-EXIT
036200     IF WS-REFUSAL-COUNT = 0
036300         PERFORM 4000-MERGE-AUDIT-LOGS THRU 4000-EXIT
036310         PERFORM 4500-JOIN-GROUP-ENVELOPES THRU 4500-EXIT
036400         PERFORM 5000-MERGE-RUN-HISTORY THRU 5000-EXIT
036500         PERFORM 6000-MERGE-ERROR-LOGS THRU 6000-EXIT
036600         PERFORM 7000-RECORD-DISTRIBUTION THRU 7000-EXIT
036700         PERFORM 8000-REMOVE-PARTITION-FILES THRU 8000-EXIT
036800     END-IF
036900     PERFORM 9000-WRITE-SUMMARY-REPORT THRU 9000-EXIT
037000     PERFORM 9100-RELEASE-RUN-LOCK THRU 9100-EXIT
037100     STOP RUN.
037200
037300*================================================================
037400*1000-INITIALIZE-PROGRAM - TABLE THE PARTITIONS NAMED ON MRGCARD
037500*AND TAKE THE SHARED LOCK BEFORE ANY PARTITION FILE IS READ.
037600*================================================================
037700 1000-INITIALIZE-PROGRAM.
037800     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
037900     OPEN INPUT MRG-CARD-FILE
038000     IF WS-CARD-STATUS NOT = "00"
038100         MOVE "MRGCARD NOT FOUND - NO PARTITIONS TO MERGE"
038200             TO WS-ABEND-MESSAGE
038300         GO TO 9999-ABEND-EXIT
038400     END-IF
038500     PERFORM 1100-LOAD-ONE-CARD THRU 1100-EXIT
038600         UNTIL WS-END-OF-CARDS
038700     CLOSE MRG-CARD-FILE
038800     IF WS-PT-COUNT = 0
038900         MOVE "MRGCARD NAMES NO PARTITIONS"
039000             TO WS-ABEND-MESSAGE
039100         GO TO 9999-ABEND-EXIT
039200     END-IF
039300     PERFORM 1200-TAKE-RUN-LOCK THRU 1200-EXIT
039400     DISPLAY "PART-MERGE PARTITION MERGE REPORT"
039500     MOVE WS-PT-COUNT TO WS-COUNT-DISP
039600     DISPLAY "  PARTITIONS NAMED  . . . : " WS-COUNT-DISP
039700     DISPLAY "-----------------------------------".
039800 1000-EXIT.
039900     EXIT.
040000
040100*----------------------------------------------------------------
040200*1100-LOAD-ONE-CARD - TABLE THE NEXT PARTITION ID.  BLANK CARDS
040300*ARE PASSED OVER; A PARTITION NAMED TWICE IS A REFUSAL, SINCE
040400*ITS FILES WOULD GO IN TWICE.
040500*----------------------------------------------------------------
040600 1100-LOAD-ONE-CARD.
040700     READ MRG-CARD-FILE
040800         AT END
040900             MOVE "Y" TO WS-CARD-EOF
041000             GO TO 1100-EXIT
041100     END-READ
041200     IF MG-PARTITION-ID = SPACES
041300         GO TO 1100-EXIT
041400     END-IF
041500     IF WS-PT-COUNT = 0
041600         MOVE MG-LOCK-OVERRIDE-SW TO WS-LOCK-OVERRIDE-SW
041700     END-IF
041800     MOVE MG-PARTITION-ID TO WS-LOOKUP-ID
041900     MOVE "N" TO WS-PT-FOUND-SW
042000     PERFORM 1110-MATCH-ONE-PARTITION THRU 1110-EXIT
042100         VARYING WS-PT-SUB FROM 1 BY 1
042200         UNTIL WS-PT-SUB > WS-PT-COUNT OR WS-PT-FOUND
042300     IF WS-PT-FOUND
042400         DISPLAY "PARTITION " MG-PARTITION-ID
042500             " REFUSED - NAMED TWICE ON MRGCARD"
042600         ADD 1 TO WS-REFUSAL-COUNT
042700         GO TO 1100-EXIT
042800     END-IF
042900     IF WS-PT-COUNT = 99
043000         MOVE "MRGCARD NAMES OVER 99 PARTITIONS"
043100             TO WS-ABEND-MESSAGE
043200         CLOSE MRG-CARD-FILE
043300         GO TO 9999-ABEND-EXIT
043400     END-IF
043500     ADD 1 TO WS-PT-COUNT
043600     MOVE MG-PARTITION-ID TO WS-PT-ID (WS-PT-COUNT)
043700     MOVE SPACES TO WS-PT-LOW (WS-PT-COUNT)
043800     MOVE SPACES TO WS-PT-HIGH (WS-PT-COUNT)
043900     MOVE "?" TO WS-PT-LOW-DISP (WS-PT-COUNT)
044000     MOVE "?" TO WS-PT-HIGH-DISP (WS-PT-COUNT)
044100     MOVE 0 TO WS-PT-COPIES (WS-PT-COUNT)
044200     MOVE 0 TO WS-PT-SKIPPED (WS-PT-COUNT)
044300     MOVE 0 TO WS-PT-RC (WS-PT-COUNT)
044400     MOVE 0 TO WS-PT-IN-RANGE (WS-PT-COUNT)
044500     MOVE "X" TO WS-PT-STATE (WS-PT-COUNT).
044600 1100-EXIT.
044700     EXIT.
044800
044900*----------------------------------------------------------------
045000*1110-MATCH-ONE-PARTITION - SEE WHETHER ONE TABLED PARTITION IS
045100*THE ONE BEING LOOKED UP.
045200*----------------------------------------------------------------
045300 1110-MATCH-ONE-PARTITION.
045400     IF WS-PT-ID (WS-PT-SUB) = WS-LOOKUP-ID
045500         MOVE "Y" TO WS-PT-FOUND-SW
045600     END-IF.
045700 1110-EXIT.
045800     EXIT.
045900
046000*----------------------------------------------------------------
046100*1200-TAKE-RUN-LOCK - CLAIM THE SHARED RUN LOCK BEFORE THE
046200*PARTITION FILES OR SHARED LOGS ARE TOUCHED.  A LOCK ALREADY ON
046300*DISK MEANS ANOTHER JOB OWNS THE SHARED FILES AND THE RUN
046400*ABENDS, UNLESS THE CARD'S STALE-LOCK OVERRIDE SAYS THE OWNER
046500*ABENDED AND LEFT IT BEHIND.
046600*----------------------------------------------------------------
046700 1200-TAKE-RUN-LOCK.
046800     OPEN INPUT LOCK-FILE
046900     IF WS-LOCK-STATUS = "00"
047000         READ LOCK-FILE
047100             AT END
047200                 MOVE SPACES TO LOCK-RECORD
047300         END-READ
047400         IF WS-LOCK-OVERRIDE-ON
047500             DISPLAY "STALE RUN LOCK OF " LK-OWNER
047600                 " FROM " LK-START-DATE "-" LK-START-TIME
047700                 " OVERRIDDEN"
047800             CLOSE LOCK-FILE
047900             CALL "CBL_DELETE_FILE" USING WS-LOCK-NAME
048000                 RETURNING WS-LOCK-DELETE-RC
048100             END-CALL
048200         ELSE
048300             DISPLAY "RUN LOCK HELD BY " LK-OWNER
048400                 " SINCE " LK-START-DATE "-" LK-START-TIME
048500             CLOSE LOCK-FILE
048600             MOVE "RUN LOCK HELD - ANOTHER JOB OWNS THE FILES"
048700                 TO WS-ABEND-MESSAGE
048800             GO TO 9999-ABEND-EXIT
048900         END-IF
049000     END-IF
049100     OPEN OUTPUT LOCK-FILE
049200     IF WS-LOCK-STATUS NOT = "00"
049300         MOVE "RUN LOCK COULD NOT BE TAKEN"
049400             TO WS-ABEND-MESSAGE
049500         GO TO 9999-ABEND-EXIT
049600     END-IF
049700     MOVE SPACES TO LOCK-RECORD
049800     MOVE "PART-MERGE" TO LK-OWNER
049900     ACCEPT WS-LOCK-DATE FROM DATE YYYYMMDD
050000     ACCEPT WS-LOCK-TIME FROM TIME
050100     MOVE WS-LOCK-DATE TO LK-START-DATE
050200     MOVE WS-LOCK-TIME TO LK-START-TIME
050300     WRITE LOCK-RECORD
050400     CLOSE LOCK-FILE
050500     MOVE "Y" TO WS-LOCK-HELD-SW.
050600 1200-EXIT.
050700     EXIT.
050800
050900*----------------------------------------------------------------
051000*1300-NAME-PARTITION-FILES - BUILD THE .PNN NAMES OF THE FILES
051100*THE PARTITION AT WS-PT-SUB KEPT FOR ITSELF.
051200*----------------------------------------------------------------
051300 1300-NAME-PARTITION-FILES.
051400     MOVE SPACES TO WS-PART-SUFFIX WS-PART-CTL-NAME
051500                    WS-PART-AUDIT-NAME WS-PART-HIST-NAME
051600                    WS-PART-ERR-NAME WS-PART-CHKPT-NAME
051700                    WS-PART-CHKNEW-NAME
051800     STRING ".P" WS-PT-ID (WS-PT-SUB) DELIMITED BY SIZE
051900         INTO WS-PART-SUFFIX
052000     STRING "PARTCTL" WS-PART-SUFFIX DELIMITED BY SIZE
052100         INTO WS-PART-CTL-NAME
052200     STRING "AUDITLOG" WS-PART-SUFFIX DELIMITED BY SIZE
052300         INTO WS-PART-AUDIT-NAME
052400     STRING "RUNHIST" WS-PART-SUFFIX DELIMITED BY SIZE
052500         INTO WS-PART-HIST-NAME
052600     STRING "ERRLOG" WS-PART-SUFFIX DELIMITED BY SIZE
052700         INTO WS-PART-ERR-NAME
052800     STRING "CHKPOINT" WS-PART-SUFFIX DELIMITED BY SIZE
052900         INTO WS-PART-CHKPT-NAME
053000     STRING "CHKPOINT" WS-PART-SUFFIX ".NEW" DELIMITED BY SIZE
053100         INTO WS-PART-CHKNEW-NAME.
053200 1300-EXIT.
053300     EXIT.
053305
053310*----------------------------------------------------------------
053315*1310-NAME-ENVELOPE-PIECE - THE PARTITION AT WS-PT-SUB KEEPS ITS
053320*PIECE OF THE ENVELOPE NAMED IN WS-JOIN-NAME UNDER THAT NAME
053325*SUFFIXED .PNN.
053330*----------------------------------------------------------------
053335 1310-NAME-ENVELOPE-PIECE.
053340     MOVE 0 TO WS-TRAILING-SPACES
053345     INSPECT WS-JOIN-NAME TALLYING WS-TRAILING-SPACES
053350         FOR TRAILING SPACE
053355     COMPUTE WS-NAME-LEN = 60 - WS-TRAILING-SPACES
053360     MOVE SPACES TO WS-PIECE-NAME
053365     MOVE WS-JOIN-NAME TO WS-PIECE-NAME
053370     MOVE WS-PART-SUFFIX TO WS-PIECE-NAME (WS-NAME-LEN + 1 : 4).
053375 1310-EXIT.
053380     EXIT.
053400
053500*================================================================
053600*2000-CHECK-PARTITIONS - EVERY PARTITION MUST HAVE FINISHED
053700*CLEANLY AND DISTRIBUTED THE SAME TEMPLATE VERSION, AND THE
053800*TEMPLATE ON DISK MUST STILL BE THAT VERSION.
053900*================================================================
054000 2000-CHECK-PARTITIONS.
054100     PERFORM 2100-CHECK-ONE-PARTITION THRU 2100-EXIT
054200         VARYING WS-PT-SUB FROM 1 BY 1
054300         UNTIL WS-PT-SUB > WS-PT-COUNT
054400     IF WS-FIRST-LOADED
054500         DISPLAY "  TEMPLATE  . . . . . . . : " WS-TEMPLATE-PATH
054600         DISPLAY "  SEQUENCE  . . . . . . . : " WS-TPL-SEQ-NO
054700         PERFORM 2200-CHECK-TEMPLATE THRU 2200-EXIT
054800     END-IF.
054900 2000-EXIT.
055000     EXIT.
055100
055200*----------------------------------------------------------------
055300*2100-CHECK-ONE-PARTITION - READ ONE PARTITION'S COMPLETION
055400*RECORD.  NO RECORD MEANS THE PARTITION NEVER FINISHED, ABENDED,
055500*IS STILL RUNNING, OR HELD OR REFUSED ITS TEMPLATE.
055600*----------------------------------------------------------------
055700 2100-CHECK-ONE-PARTITION.
055800     PERFORM 1300-NAME-PARTITION-FILES THRU 1300-EXIT
055900     OPEN INPUT PART-CTL-FILE
056000     IF WS-PART-CTL-STATUS NOT = "00"
056100         DISPLAY "PARTITION " WS-PT-ID (WS-PT-SUB)
056200             " REFUSED - DID NOT FINISH CLEANLY - NO "
056300             WS-PART-CTL-NAME
056400         ADD 1 TO WS-REFUSAL-COUNT
056500         GO TO 2100-EXIT
056600     END-IF
056700     READ PART-CTL-FILE
056800         AT END
056900             MOVE SPACES TO PART-CTL-RECORD
057000     END-READ
057100     CLOSE PART-CTL-FILE
057200     IF PC-PARTITION-ID NOT = WS-PT-ID (WS-PT-SUB)
057300        OR PC-SEQUENCE-NUMBER NOT NUMERIC
057400        OR PC-FINGERPRINT NOT NUMERIC
057500        OR PC-AS-OF-DATE NOT NUMERIC
057600        OR PC-RUN-DATE NOT NUMERIC
057700        OR PC-COPIES-WRITTEN NOT NUMERIC
057800        OR PC-COPIES-SKIPPED NOT NUMERIC
057900        OR PC-RETURN-CODE NOT NUMERIC
057910        OR (PC-ENVELOPE-PIECES NOT NUMERIC
057920            AND PC-ENVELOPE-PIECES NOT = SPACES)
058000         DISPLAY "PARTITION " WS-PT-ID (WS-PT-SUB)
058100             " REFUSED - COMPLETION RECORD IS DAMAGED"
058200         ADD 1 TO WS-REFUSAL-COUNT
058300         GO TO 2100-EXIT
058400     END-IF
058410*THE ENVELOPE PIECE COUNT IS TAKEN BEFORE THE PIECE RECORDS ARE
058420*READ OVER THE COMPLETION RECORD.  A COMPLETION RECORD FROM BEFORE
058430*PIECES WERE KEPT HAS NONE.
058440     MOVE 0 TO WS-PIECES-EXPECTED
058450     IF PC-ENVELOPE-PIECES NUMERIC
058460         MOVE PC-ENVELOPE-PIECES TO WS-PIECES-EXPECTED
058470     END-IF
058500*THE FIRST PARTITION READ NAMES THE DISTRIBUTION; EVERY OTHER
058600*ONE MUST HAVE RUN THE SAME TEMPLATE VERSION AGAINST THE SAME
058700*AS-OF DATE AND GROUP, OR THE PIECES ARE NOT ONE DISTRIBUTION.
058800     IF NOT WS-FIRST-LOADED
058900         MOVE "Y" TO WS-FIRST-LOADED-SW
059000         MOVE PC-TEMPLATE-PATH TO WS-TEMPLATE-PATH
059100         MOVE PC-SEQUENCE-NUMBER TO WS-TPL-SEQ-NO
059200         MOVE PC-FINGERPRINT TO WS-TPL-FINGERPRINT
059300         MOVE PC-AS-OF-DATE TO WS-AS-OF-DATE
059400         MOVE PC-GROUP-CODE TO WS-GROUP-CODE
059500         MOVE PC-RUN-DATE TO WS-RUN-DATE
059600     ELSE
059700         IF PC-TEMPLATE-PATH NOT = WS-TEMPLATE-PATH
059800            OR PC-SEQUENCE-NUMBER NOT = WS-TPL-SEQ-NO
059900            OR PC-FINGERPRINT NOT = WS-TPL-FINGERPRINT
060000            OR PC-AS-OF-DATE NOT = WS-AS-OF-DATE
060100            OR PC-GROUP-CODE NOT = WS-GROUP-CODE
060200             DISPLAY "PARTITION " WS-PT-ID (WS-PT-SUB)
060300                 " REFUSED - NOT THE SAME DISTRIBUTION:"
060400             DISPLAY "    " PC-TEMPLATE-PATH
060500             DISPLAY "    SEQUENCE " PC-SEQUENCE-NUMBER
060600                 " PRINT " PC-FINGERPRINT
060700                 " AS-OF " PC-AS-OF-DATE
060800                 " GROUP " PC-GROUP-CODE
060900             ADD 1 TO WS-REFUSAL-COUNT
061000             GO TO 2100-EXIT
061100         END-IF
061200         IF PC-RUN-DATE < WS-RUN-DATE
061300             MOVE PC-RUN-DATE TO WS-RUN-DATE
061400         END-IF
061500     END-IF
061600     MOVE "L" TO WS-PT-STATE (WS-PT-SUB)
061700     MOVE PC-LOW-RECIP-ID TO WS-PT-LOW (WS-PT-SUB)
061800     MOVE PC-LOW-RECIP-ID TO WS-PT-LOW-DISP (WS-PT-SUB)
061900     IF PC-LOW-RECIP-ID = SPACES
062000         MOVE LOW-VALUES TO WS-PT-LOW (WS-PT-SUB)
062100         MOVE "(FIRST)" TO WS-PT-LOW-DISP (WS-PT-SUB)
062200     END-IF
062300     MOVE PC-HIGH-RECIP-ID TO WS-PT-HIGH (WS-PT-SUB)
062400     MOVE PC-HIGH-RECIP-ID TO WS-PT-HIGH-DISP (WS-PT-SUB)
062500     IF PC-HIGH-RECIP-ID = SPACES
062600         MOVE HIGH-VALUES TO WS-PT-HIGH (WS-PT-SUB)
062700         MOVE "(LAST)" TO WS-PT-HIGH-DISP (WS-PT-SUB)
062800     END-IF
062900     MOVE PC-COPIES-WRITTEN TO WS-PT-COPIES (WS-PT-SUB)
063000     MOVE PC-COPIES-SKIPPED TO WS-PT-SKIPPED (WS-PT-SUB)
063100     MOVE PC-RETURN-CODE TO WS-PT-RC (WS-PT-SUB)
063200     IF PC-RETURN-CODE > WS-MAX-RC
063300         MOVE PC-RETURN-CODE TO WS-MAX-RC
063400     END-IF
063500     IF PC-TOLERANT-RUN
063600         ADD 1 TO WS-TOLERANT-COUNT
063610     END-IF
063620     IF WS-PIECES-EXPECTED > 0
063630         PERFORM 2150-LOAD-ENVELOPE-PIECES THRU 2150-EXIT
063640     END-IF.
063800 2100-EXIT.
063900     EXIT.
064000
064010*----------------------------------------------------------------
064020*2150-LOAD-ENVELOPE-PIECES - READ THE PIECE RECORDS BEHIND THE
064030*COMPLETION RECORD INTO THE ENVELOPE TABLE.  EVERY PIECE PROMISED
064040*MUST BE THERE AND EVERY PIECE FILE MUST HOLD THE BLOCKS ITS
064050*RECORD CLAIMS, OR THE JOINED ENVELOPE WOULD NOT BE WHOLE.
064060*----------------------------------------------------------------
064070 2150-LOAD-ENVELOPE-PIECES.
064080     OPEN INPUT PART-CTL-FILE
064090     IF WS-PART-CTL-STATUS NOT = "00"
064100         DISPLAY "PARTITION " WS-PT-ID (WS-PT-SUB)
064110             " REFUSED - ENVELOPE PIECE RECORDS COULD NOT BE READ"
064120         MOVE "X" TO WS-PT-STATE (WS-PT-SUB)
064130         ADD 1 TO WS-REFUSAL-COUNT
064140         GO TO 2150-EXIT
064150     END-IF
064160     READ PART-CTL-FILE
064170         AT END
064180             CONTINUE
064190     END-READ
064200     MOVE 0 TO WS-PIECES-READ
064210     MOVE "N" TO WS-PART-EOF
064220     PERFORM 2160-LOAD-ONE-PIECE THRU 2160-EXIT
064230         UNTIL WS-END-OF-PART-FILE
064240            OR WS-PIECES-READ = WS-PIECES-EXPECTED
064250     CLOSE PART-CTL-FILE
064260     IF WS-PT-REFUSED (WS-PT-SUB)
064270         GO TO 2150-EXIT
064280     END-IF
064290     IF WS-PIECES-READ < WS-PIECES-EXPECTED
064300         DISPLAY "PARTITION " WS-PT-ID (WS-PT-SUB)
064310             " REFUSED - ENVELOPE PIECE RECORDS ARE MISSING"
064320         MOVE "X" TO WS-PT-STATE (WS-PT-SUB)
064330         ADD 1 TO WS-REFUSAL-COUNT
064340     END-IF.
064350 2150-EXIT.
064360     EXIT.
064370
064380*----------------------------------------------------------------
064390*2160-LOAD-ONE-PIECE - CHECK ONE PIECE RECORD AND ITS PIECE FILE
064400*AND ADD THE PIECE TO ITS ENVELOPE'S ENTRY.
064410*----------------------------------------------------------------
064420 2160-LOAD-ONE-PIECE.
064430     READ PART-CTL-FILE
064440         AT END
064450             MOVE "Y" TO WS-PART-EOF
064460             GO TO 2160-EXIT
064470     END-READ
064480     ADD 1 TO WS-PIECES-READ
064490     IF PE-PARTITION-ID NOT = WS-PT-ID (WS-PT-SUB)
064500        OR PE-ENVELOPE-NAME = SPACES
064510        OR PE-BLOCKS NOT NUMERIC
064520        OR PE-RECORDS NOT NUMERIC
064530        OR PE-DATA-BYTES NOT NUMERIC
064540         DISPLAY "PARTITION " WS-PT-ID (WS-PT-SUB)
064550             " REFUSED - ENVELOPE PIECE RECORD IS DAMAGED"
064560         GO TO 2160-REFUSE
064570     END-IF
064580     MOVE PE-ENVELOPE-NAME TO WS-JOIN-NAME
064590     PERFORM 1310-NAME-ENVELOPE-PIECE THRU 1310-EXIT
064600     OPEN INPUT PIECE-FILE
064610     IF WS-PIECE-STATUS NOT = "00"
064620         DISPLAY "PARTITION " WS-PT-ID (WS-PT-SUB)
064630             " REFUSED - NO ENVELOPE PIECE " WS-PIECE-NAME
064640         GO TO 2160-REFUSE
064650     END-IF
064660     MOVE 0 TO WS-PIECE-BLOCKS
064670     MOVE "N" TO WS-PIECE-EOF
064680     PERFORM 2165-COUNT-ONE-PIECE-RECORD THRU 2165-EXIT
064690         UNTIL WS-END-OF-PIECE
064700     CLOSE PIECE-FILE
064710     IF WS-PIECE-BLOCKS NOT = PE-BLOCKS
064720         DISPLAY "PARTITION " WS-PT-ID (WS-PT-SUB)
064730             " REFUSED - ENVELOPE PIECE "
064735             WS-PIECE-NAME (1 : WS-NAME-LEN + 4)
064740             " IS NOT WHOLE"
064750         GO TO 2160-REFUSE
064760     END-IF
064770     MOVE "N" TO WS-EV-FOUND-SW
064780     PERFORM 2170-MATCH-ONE-ENVELOPE THRU 2170-EXIT
064790         VARYING WS-EV-SUB FROM 1 BY 1
064800         UNTIL WS-EV-SUB > WS-EV-COUNT OR WS-EV-FOUND
064810     IF WS-EV-FOUND
064820         SUBTRACT 1 FROM WS-EV-SUB
064830     ELSE
064840         IF WS-EV-COUNT = 100
064850             MOVE "OVER 100 GROUP ENVELOPES TO JOIN"
064860                 TO WS-ABEND-MESSAGE
064870             CLOSE PART-CTL-FILE
064880             GO TO 9999-ABEND-EXIT
064890         END-IF
064900         ADD 1 TO WS-EV-COUNT
064910         MOVE WS-EV-COUNT TO WS-EV-SUB
064920         MOVE SPACES TO WS-EV-ENTRY (WS-EV-SUB)
064930         MOVE PE-ENVELOPE-NAME TO WS-EV-NAME (WS-EV-SUB)
064940         MOVE PE-GROUP-CODE TO WS-EV-GROUP (WS-EV-SUB)
064950         MOVE 0 TO WS-EV-BLOCKS (WS-EV-SUB)
064960         MOVE 0 TO WS-EV-RECORDS (WS-EV-SUB)
064970         MOVE 0 TO WS-EV-DATA-BYTES (WS-EV-SUB)
064980         MOVE 0 TO WS-EV-FILE-BYTES (WS-EV-SUB)
064990     END-IF
065000     IF WS-EV-HAS-PIECE (WS-EV-SUB WS-PT-SUB)
065010         DISPLAY "PARTITION " WS-PT-ID (WS-PT-SUB)
065020             " REFUSED - ENVELOPE PIECE "
065025             WS-PIECE-NAME (1 : WS-NAME-LEN + 4)
065030             " RECORDED TWICE"
065040         GO TO 2160-REFUSE
065050     END-IF
065060     MOVE "Y" TO WS-EV-PIECE-SW (WS-EV-SUB WS-PT-SUB)
065070     ADD PE-BLOCKS TO WS-EV-BLOCKS (WS-EV-SUB)
065080     ADD PE-RECORDS TO WS-EV-RECORDS (WS-EV-SUB)
065090     ADD PE-DATA-BYTES TO WS-EV-DATA-BYTES (WS-EV-SUB)
065100     GO TO 2160-EXIT.
065110 2160-REFUSE.
065120     MOVE "X" TO WS-PT-STATE (WS-PT-SUB)
065130     ADD 1 TO WS-REFUSAL-COUNT
065140     MOVE "Y" TO WS-PART-EOF.
065150 2160-EXIT.
065160     EXIT.
065170
065180*----------------------------------------------------------------
065190*2165-COUNT-ONE-PIECE-RECORD - COUNT THE BLOCKS IN A PIECE FILE BY
065200*THEIR TRL RECORDS.
065210*----------------------------------------------------------------
065220 2165-COUNT-ONE-PIECE-RECORD.
065230     READ PIECE-FILE
065240         AT END
065250             MOVE "Y" TO WS-PIECE-EOF
065260             GO TO 2165-EXIT
065270     END-READ
065280     IF PIECE-RECORD (1:4) = "TRL "
065290         ADD 1 TO WS-PIECE-BLOCKS
065300     END-IF.
065310 2165-EXIT.
065320     EXIT.
065330
065340*----------------------------------------------------------------
065350*2170-MATCH-ONE-ENVELOPE - SEE WHETHER ONE TABLED ENVELOPE IS THE
065360*ONE THE PIECE RECORD NAMES.
065370*----------------------------------------------------------------
065380 2170-MATCH-ONE-ENVELOPE.
065390     IF WS-EV-NAME (WS-EV-SUB) = PE-ENVELOPE-NAME
065400         MOVE "Y" TO WS-EV-FOUND-SW
065410     END-IF.
065420 2170-EXIT.
065430     EXIT.
065440
065450*----------------------------------------------------------------
065460*2200-CHECK-TEMPLATE - FINGERPRINT THE TEMPLATE AS IT NOW STANDS.
065470*THE LIBRARY MUST FILE THE VERSION THAT WENT OUT, SO A TEMPLATE
065480*CHANGED OR REMOVED SINCE THE PARTITIONS RAN IS A REFUSAL.
065490*----------------------------------------------------------------
065500 2200-CHECK-TEMPLATE.
065510     OPEN INPUT FILE-IN
065520     IF WS-FILE-IN-STATUS NOT = "00"
065530         DISPLAY "MERGE REFUSED - TEMPLATE IS NO LONGER ON DISK"
065540         ADD 1 TO WS-REFUSAL-COUNT
065550         GO TO 2200-EXIT
065560     END-IF
065570     MOVE "N" TO WS-EOF
065580     MOVE 1 TO WS-FP-SUM-A
065590     MOVE 0 TO WS-FP-SUM-B
065600     PERFORM 2210-READ-ONE-RECORD THRU 2210-EXIT
065610         UNTIL WS-END-OF-SOURCE
065620     CLOSE FILE-IN
065630     COMPUTE WS-DISK-FINGERPRINT =
065640         WS-FP-SUM-B * 65536 + WS-FP-SUM-A
065650     IF WS-DISK-FINGERPRINT NOT = WS-TPL-FINGERPRINT
065660         DISPLAY "MERGE REFUSED - TEMPLATE CHANGED SINCE THE "
065670             "PARTITIONS RAN (PRINT " WS-DISK-FINGERPRINT
065680             " NOT " WS-TPL-FINGERPRINT ")"
065690         ADD 1 TO WS-REFUSAL-COUNT
065700     END-IF.
065710 2200-EXIT.
065720     EXIT.
066900
067000*----------------------------------------------------------------
067100*2210-READ-ONE-RECORD - READ THE NEXT TEMPLATE RECORD AND FOLD
067200*IT INTO THE FINGERPRINT.
067300*----------------------------------------------------------------
067400 2210-READ-ONE-RECORD.
067500     READ FILE-IN
067600         AT END
067700             MOVE "Y" TO WS-EOF
067800         NOT AT END
067900             PERFORM 2220-FOLD-ONE-RECORD THRU 2220-EXIT
068000     END-READ.
068100 2210-EXIT.
068200     EXIT.
068300
068400*----------------------------------------------------------------
068500*2220-FOLD-ONE-RECORD - FOLD ALL 1000 BYTES OF THE RECORD JUST
068600*READ INTO THE TWO SUMS, THEN BRING BOTH BACK UNDER 65521.
068700*----------------------------------------------------------------
068800 2220-FOLD-ONE-RECORD.
068900     PERFORM 2230-FOLD-ONE-BYTE THRU 2230-EXIT
069000         VARYING WS-FP-BYTE-SUB FROM 1 BY 1
069100         UNTIL WS-FP-BYTE-SUB > 1000
069200     DIVIDE WS-FP-SUM-A BY 65521
069300         GIVING WS-FP-QUOTIENT
069400         REMAINDER WS-FP-REMAINDER
069500     MOVE WS-FP-REMAINDER TO WS-FP-SUM-A
069600     DIVIDE WS-FP-SUM-B BY 65521
069700         GIVING WS-FP-QUOTIENT
069800         REMAINDER WS-FP-REMAINDER
069900     MOVE WS-FP-REMAINDER TO WS-FP-SUM-B.
070000 2220-EXIT.
070100     EXIT.
070200
070300*----------------------------------------------------------------
070400*2230-FOLD-ONE-BYTE - ADD ONE BYTE'S CODE TO THE FIRST SUM AND
070500*THE FIRST SUM TO THE SECOND.
070600*----------------------------------------------------------------
070700 2230-FOLD-ONE-BYTE.
070800     MOVE FILE-RECORD (WS-FP-BYTE-SUB : 1) TO WS-FP-CHAR
070900     ADD WS-FP-ORD TO WS-FP-SUM-A
071000     ADD WS-FP-SUM-A TO WS-FP-SUM-B.
071100 2230-EXIT.
071200     EXIT.
071300
071400*================================================================
071500*3000-CHECK-COVERAGE - THE PARTITIONS MUST TOGETHER COVER THE
071600*MASTER WITH NO GAPS OR OVERLAPS.  NO TWO RANGES MAY SHARE A
071700*KEY, AND EVERY RECIPIENT ON THE MASTER, WHATEVER ITS STATUS,
071800*MUST FALL IN EXACTLY ONE RANGE.  THE RANGES CAN ONLY BE JUDGED
071900*ONCE EVERY COMPLETION RECORD HAS BEEN READ.
072000*================================================================
072100 3000-CHECK-COVERAGE.
072200     IF WS-REFUSAL-COUNT > 0
072300         DISPLAY "RANGE COVERAGE NOT CHECKED - PARTITIONS REFUSED"
072400         GO TO 3000-EXIT
072500     END-IF
072600     PERFORM 3100-COMPARE-TWO-RANGES THRU 3100-EXIT
072700         VARYING WS-PT-SUB FROM 1 BY 1
072800         UNTIL WS-PT-SUB > WS-PT-COUNT
072900         AFTER WS-PT-SUB2 FROM 1 BY 1
073000         UNTIL WS-PT-SUB2 > WS-PT-COUNT
073100     OPEN INPUT RECIP-MASTER
073200     IF WS-MASTER-STATUS NOT = "00"
073300         MOVE "RECPMAST COULD NOT BE OPENED"
073400             TO WS-ABEND-MESSAGE
073500         GO TO 9999-ABEND-EXIT
073600     END-IF
073700     MOVE "N" TO WS-MASTER-EOF
073800     PERFORM 3200-CHECK-ONE-RECIPIENT THRU 3200-EXIT
073900         UNTIL WS-END-OF-MASTER
074000     CLOSE RECIP-MASTER
074100     IF WS-RANGE-OVERLAP-COUNT > 0
074200        OR WS-GAP-COUNT > 0
074300        OR WS-OVERLAP-COUNT > 0
074400         DISPLAY "MERGE REFUSED - PARTITIONS DO NOT COVER THE "
074500             "MASTER EXACTLY ONCE"
074600         ADD 1 TO WS-REFUSAL-COUNT
074700     END-IF.
074800 3000-EXIT.
074900     EXIT.
075000
075100*----------------------------------------------------------------
075200*3100-COMPARE-TWO-RANGES - TWO RANGES OVERLAP WHEN EACH STARTS
075300*AT OR BEFORE THE OTHER ENDS.  EACH PAIR IS JUDGED ONCE.
075400*----------------------------------------------------------------
075500 3100-COMPARE-TWO-RANGES.
075600     IF WS-PT-SUB2 NOT > WS-PT-SUB
075700         GO TO 3100-EXIT
075800     END-IF
075900     IF WS-PT-LOW (WS-PT-SUB) NOT > WS-PT-HIGH (WS-PT-SUB2)
076000        AND WS-PT-LOW (WS-PT-SUB2) NOT > WS-PT-HIGH (WS-PT-SUB)
076100         DISPLAY "PARTITIONS " WS-PT-ID (WS-PT-SUB)
076200             " AND " WS-PT-ID (WS-PT-SUB2) " OVERLAP"
076300         ADD 1 TO WS-RANGE-OVERLAP-COUNT
076400     END-IF.
076500 3100-EXIT.
076600     EXIT.
076700
076800*----------------------------------------------------------------
076900*3200-CHECK-ONE-RECIPIENT - COUNT THE RANGES ONE MASTER RECIPIENT
077000*FALLS IN.  THE FIRST TWENTY GAPS AND OVERLAPS ARE NAMED.
077100*----------------------------------------------------------------
077200 3200-CHECK-ONE-RECIPIENT.
077300     READ RECIP-MASTER
077400         AT END
077500             MOVE "Y" TO WS-MASTER-EOF
077600             GO TO 3200-EXIT
077700     END-READ
077800     ADD 1 TO WS-MASTER-COUNT
077900     MOVE 0 TO WS-COVER-COUNT
078000     PERFORM 3210-TEST-ONE-RANGE THRU 3210-EXIT
078100         VARYING WS-PT-SUB FROM 1 BY 1
078200         UNTIL WS-PT-SUB > WS-PT-COUNT
078300     IF WS-COVER-COUNT = 0
078400         ADD 1 TO WS-GAP-COUNT
078500         IF WS-GAP-COUNT NOT > 20
078600             DISPLAY "RECIPIENT " RM-RECIP-ID
078700                 " IS IN NO PARTITION"
078800         END-IF
078900     END-IF
079000     IF WS-COVER-COUNT > 1
079100         ADD 1 TO WS-OVERLAP-COUNT
079200         IF WS-OVERLAP-COUNT NOT > 20
079300             MOVE WS-COVER-COUNT TO WS-COVER-DISP
079400             DISPLAY "RECIPIENT " RM-RECIP-ID " IS IN "
079500                 WS-COVER-DISP " PARTITIONS"
079600         END-IF
079700     END-IF.
079800 3200-EXIT.
079900     EXIT.
080000
080100*----------------------------------------------------------------
080200*3210-TEST-ONE-RANGE - SEE WHETHER THE RECIPIENT IN HAND FALLS IN
080300*ONE PARTITION'S RANGE.
080400*----------------------------------------------------------------
080500 3210-TEST-ONE-RANGE.
080600     IF RM-RECIP-ID NOT < WS-PT-LOW (WS-PT-SUB)
080700        AND RM-RECIP-ID NOT > WS-PT-HIGH (WS-PT-SUB)
080800         ADD 1 TO WS-COVER-COUNT
080900         ADD 1 TO WS-PT-IN-RANGE (WS-PT-SUB)
081000     END-IF.
081100 3210-EXIT.
081200     EXIT.
081300
081400*================================================================
081500*4000-MERGE-AUDIT-LOGS - APPEND EVERY PARTITION'S AUDIT ENTRIES
081600*TO THE SHARED AUDIT TRAIL, SO FILE-SWEEPER, FILE-VERIFIER AND
081700*THE TRACKERS SEE THE COPIES AS IF ONE RUN HAD MADE THEM.
081800*================================================================
081900 4000-MERGE-AUDIT-LOGS.
082000     MOVE "Y" TO WS-MERGE-STARTED-SW
082100     OPEN EXTEND AUDIT-FILE
082200     IF WS-AUDIT-STATUS = "35"
082300         OPEN OUTPUT AUDIT-FILE
082400     END-IF
082500     IF WS-AUDIT-STATUS NOT = "00"
082600         MOVE "AUDIT LOG COULD NOT BE OPENED"
082700             TO WS-ABEND-MESSAGE
082800         GO TO 9999-ABEND-EXIT
082900     END-IF
083000     PERFORM 4100-MERGE-ONE-AUDIT-LOG THRU 4100-EXIT
083100         VARYING WS-PT-SUB FROM 1 BY 1
083200         UNTIL WS-PT-SUB > WS-PT-COUNT
083300     CLOSE AUDIT-FILE.
083400 4000-EXIT.
083500     EXIT.
083600
083700*----------------------------------------------------------------
083800*4100-MERGE-ONE-AUDIT-LOG - COPY ONE PARTITION'S AUDIT LOG.  A
083900*PARTITION WITH NO AUDIT LOG MADE NO COPIES.
084000*----------------------------------------------------------------
084100 4100-MERGE-ONE-AUDIT-LOG.
084200     PERFORM 1300-NAME-PARTITION-FILES THRU 1300-EXIT
084300     OPEN INPUT PART-AUDIT-FILE
084400     IF WS-PART-AUDIT-STATUS = "35"
084500         GO TO 4100-EXIT
084600     END-IF
084700     IF WS-PART-AUDIT-STATUS NOT = "00"
084800         DISPLAY "PARTITION FILE " WS-PART-AUDIT-NAME
084900         MOVE "PARTITION AUDIT LOG COULD NOT BE READ"
085000             TO WS-ABEND-MESSAGE
085100         GO TO 9999-ABEND-EXIT
085200     END-IF
085300     MOVE "N" TO WS-PART-EOF
085400     PERFORM 4110-COPY-ONE-AUDIT-ENTRY THRU 4110-EXIT
085500         UNTIL WS-END-OF-PART-FILE
085600     CLOSE PART-AUDIT-FILE.
085700 4100-EXIT.
085800     EXIT.
085900
086000*----------------------------------------------------------------
086100*4110-COPY-ONE-AUDIT-ENTRY - CARRY ONE ENTRY ACROSS UNCHANGED.
086200*----------------------------------------------------------------
086300 4110-COPY-ONE-AUDIT-ENTRY.
086400     READ PART-AUDIT-FILE
086500         AT END
086600             MOVE "Y" TO WS-PART-EOF
086700             GO TO 4110-EXIT
086800     END-READ
086900     WRITE AUDIT-RECORD FROM PART-AUDIT-RECORD
087000     ADD 1 TO WS-AUDIT-MERGED.
087100 4110-EXIT.
087200     EXIT.
087210
087220*================================================================
087230*4500-JOIN-GROUP-ENVELOPES - WHEN THE MASTER DELIVERS RECIPIENTS
087240*BY ENVELOPE, EACH PARTITION LEFT ITS SHARE OF EVERY GROUP
087250*ENVELOPE AS A PIECE.  EACH ENVELOPE IS JOINED FROM ITS PIECES IN
087260*RECIPIENT ORDER - LOWEST RANGE FIRST - SO IT READS AS ONE
087270*UNPARTITIONED RUN WOULD HAVE WRITTEN IT, THEN CLOSED WITH ITS EOF
087280*TRAILER, SURFACED UNDER ITS FINAL NAME WITH ITS READY TRIGGER
087290*AND AUDITED.
087300*================================================================
087310 4500-JOIN-GROUP-ENVELOPES.
087320     IF WS-EV-COUNT = 0
087330         GO TO 4500-EXIT
087340     END-IF
087350     PERFORM 4510-RANK-ONE-PARTITION THRU 4510-EXIT
087360         VARYING WS-PT-SUB FROM 1 BY 1
087370         UNTIL WS-PT-SUB > WS-PT-COUNT
087380     OPEN EXTEND AUDIT-FILE
087390     IF WS-AUDIT-STATUS = "35"
087400         OPEN OUTPUT AUDIT-FILE
087410     END-IF
087420     IF WS-AUDIT-STATUS NOT = "00"
087430         MOVE "AUDIT LOG COULD NOT BE OPENED"
087440             TO WS-ABEND-MESSAGE
087450         GO TO 9999-ABEND-EXIT
087460     END-IF
087470     PERFORM 4600-JOIN-ONE-ENVELOPE THRU 4600-EXIT
087480         VARYING WS-EV-SUB FROM 1 BY 1
087490         UNTIL WS-EV-SUB > WS-EV-COUNT
087500     CLOSE AUDIT-FILE.
087510 4500-EXIT.
087520     EXIT.
087530
087540*----------------------------------------------------------------
087550*4510-RANK-ONE-PARTITION - A PARTITION'S PLACE IN RECIPIENT ORDER
087560*IS ONE MORE THAN THE NUMBER OF RANGES STARTING BELOW IT.  THE
087570*RANGES WERE PROVEN NOT TO OVERLAP, SO NO TWO SHARE A PLACE.
087580*----------------------------------------------------------------
087590 4510-RANK-ONE-PARTITION.
087600     MOVE 1 TO WS-PT-RANK (WS-PT-SUB)
087610     PERFORM 4520-COMPARE-ONE-LOW THRU 4520-EXIT
087620         VARYING WS-PT-SUB2 FROM 1 BY 1
087630         UNTIL WS-PT-SUB2 > WS-PT-COUNT.
087640 4510-EXIT.
087650     EXIT.
087660
087670*----------------------------------------------------------------
087680*4520-COMPARE-ONE-LOW - COUNT ONE RANGE STARTING BELOW THE
087690*PARTITION BEING RANKED.
087700*----------------------------------------------------------------
087710 4520-COMPARE-ONE-LOW.
087720     IF WS-PT-LOW (WS-PT-SUB2) < WS-PT-LOW (WS-PT-SUB)
087730         ADD 1 TO WS-PT-RANK (WS-PT-SUB)
087740     END-IF.
087750 4520-EXIT.
087760     EXIT.
087770
087780*----------------------------------------------------------------
087790*4600-JOIN-ONE-ENVELOPE - BUILD ONE ENVELOPE UNDER ITS .TMP NAME
087800*FROM ITS PIECES, CLOSE IT WITH THE EOF TRAILER TOTALLED FROM THE
087810*PIECE RECORDS, RENAME IT TO ITS FINAL NAME, DROP ITS TRIGGER AND
087820*AUDIT IT.
087830*----------------------------------------------------------------
087840 4600-JOIN-ONE-ENVELOPE.
087850     MOVE WS-EV-NAME (WS-EV-SUB) TO WS-JOIN-NAME
087860     MOVE 0 TO WS-TRAILING-SPACES
087870     INSPECT WS-JOIN-NAME TALLYING WS-TRAILING-SPACES
087880         FOR TRAILING SPACE
087890     COMPUTE WS-NAME-LEN = 60 - WS-TRAILING-SPACES
087900     MOVE SPACES TO WS-ENVELOPE-PATH
087910     MOVE WS-JOIN-NAME TO WS-ENVELOPE-PATH
087920     MOVE ".tmp" TO WS-ENVELOPE-PATH (WS-NAME-LEN + 1 : 4)
087930     MOVE SPACES TO WS-TRIGGER-PATH
087940     MOVE WS-JOIN-NAME TO WS-TRIGGER-PATH
087950     MOVE ".trg" TO WS-TRIGGER-PATH (WS-NAME-LEN + 1 : 4)
087960     OPEN OUTPUT ENVELOPE-FILE
087970     IF WS-ENVELOPE-STATUS NOT = "00"
087980         DISPLAY "ENVELOPE " WS-ENVELOPE-PATH
087990         MOVE "JOINED ENVELOPE COULD NOT BE OPENED"
088000             TO WS-ABEND-MESSAGE
088010         GO TO 9999-ABEND-EXIT
088020     END-IF
088030     MOVE 0 TO WS-ENV-FILE-BYTES
088040     PERFORM 4610-ADD-ONE-PIECE THRU 4610-EXIT
088050         VARYING WS-RANK-WANTED FROM 1 BY 1
088060         UNTIL WS-RANK-WANTED > WS-PT-COUNT
088070         AFTER WS-PT-SUB FROM 1 BY 1
088080         UNTIL WS-PT-SUB > WS-PT-COUNT
088090     MOVE WS-EV-BLOCKS (WS-EV-SUB) TO WS-EE-BLOCKS
088100     MOVE WS-EV-RECORDS (WS-EV-SUB) TO WS-EE-RECORDS
088110     MOVE WS-EV-DATA-BYTES (WS-EV-SUB) TO WS-EE-BYTES
088120     WRITE ENVELOPE-RECORD FROM WS-ENV-EOF-REC
088130     MOVE WS-ENV-EOF-REC TO WS-COUNT-BUFFER
088140     PERFORM 4630-ADD-RECORD-BYTES THRU 4630-EXIT
088150     CLOSE ENVELOPE-FILE
088160     MOVE WS-ENV-FILE-BYTES TO WS-EV-FILE-BYTES (WS-EV-SUB)
088170     CALL "CBL_RENAME_FILE" USING WS-ENVELOPE-PATH WS-JOIN-NAME
088180         RETURNING WS-ENV-RENAME-RC
088190     END-CALL
088200     IF WS-ENV-RENAME-RC NOT = 0
088210         DISPLAY "ENVELOPE " WS-ENVELOPE-PATH
088220         MOVE "ENVELOPE COULD NOT BE RENAMED TO ITS FINAL NAME"
088230             TO WS-ABEND-MESSAGE
088240         GO TO 9999-ABEND-EXIT
088250     END-IF
088260     OPEN OUTPUT TRIGGER-FILE
088270     IF WS-TRIGGER-STATUS NOT = "00"
088280         MOVE "TRIGGER FILE COULD NOT BE WRITTEN"
088290             TO WS-ABEND-MESSAGE
088300         GO TO 9999-ABEND-EXIT
088310     END-IF
088320     MOVE SPACES TO TRIGGER-RECORD
088330     MOVE WS-JOIN-NAME TO TG-FILE-NAME
088340     MOVE WS-ENV-FILE-BYTES TO TG-BYTE-COUNT
088350     WRITE TRIGGER-RECORD
088360     CLOSE TRIGGER-FILE
088370*THE ENVELOPE'S AUDIT ENTRY CARRIES NO ONE TEMPLATE, AS IN AN
088380*UNPARTITIONED RUN.
088390     MOVE SPACES TO AUDIT-ENVELOPE-RECORD
088400     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
088410     ACCEPT WS-TS-TIME FROM TIME
088420     MOVE WS-JOIN-NAME TO AL-FILE-NAME
088430     STRING WS-TS-DATE DELIMITED BY SIZE
088440            "-" DELIMITED BY SIZE
088450            WS-TS-TIME DELIMITED BY SIZE
088460            INTO AL-TIMESTAMP
088470     END-STRING
088480     MOVE WS-ENV-FILE-BYTES TO AL-BYTE-COUNT
088490     WRITE AUDIT-ENVELOPE-RECORD.
088500 4600-EXIT.
088510     EXIT.
088520
088530*----------------------------------------------------------------
088540*4610-ADD-ONE-PIECE - IF THE PARTITION AT WS-PT-SUB IS THE ONE IN
088550*THE PLACE WANTED AND HOLDS A PIECE OF THIS ENVELOPE, COPY THE
088560*PIECE ONTO THE END OF THE ENVELOPE.
088570*----------------------------------------------------------------
088580 4610-ADD-ONE-PIECE.
088590     IF WS-PT-RANK (WS-PT-SUB) NOT = WS-RANK-WANTED
088600         GO TO 4610-EXIT
088610     END-IF
088620     IF NOT WS-EV-HAS-PIECE (WS-EV-SUB WS-PT-SUB)
088630         GO TO 4610-EXIT
088640     END-IF
088650     PERFORM 1300-NAME-PARTITION-FILES THRU 1300-EXIT
088660     PERFORM 1310-NAME-ENVELOPE-PIECE THRU 1310-EXIT
088670     OPEN INPUT PIECE-FILE
088680     IF WS-PIECE-STATUS NOT = "00"
088690         DISPLAY "PARTITION FILE " WS-PIECE-NAME
088700         MOVE "ENVELOPE PIECE COULD NOT BE READ"
088710             TO WS-ABEND-MESSAGE
088720         GO TO 9999-ABEND-EXIT
088730     END-IF
088740     MOVE "N" TO WS-PIECE-EOF
088750     PERFORM 4620-COPY-ONE-PIECE-RECORD THRU 4620-EXIT
088760         UNTIL WS-END-OF-PIECE
088770     CLOSE PIECE-FILE.
088780 4610-EXIT.
088790     EXIT.
088800
088810*----------------------------------------------------------------
088820*4620-COPY-ONE-PIECE-RECORD - CARRY ONE HDR, BODY OR TRL RECORD
088830*ACROSS UNCHANGED AND COUNT IT INTO THE ENVELOPE'S SIZE.
088840*----------------------------------------------------------------
088850 4620-COPY-ONE-PIECE-RECORD.
088860     READ PIECE-FILE
088870         AT END
088880             MOVE "Y" TO WS-PIECE-EOF
088890             GO TO 4620-EXIT
088900     END-READ
088910     WRITE ENVELOPE-RECORD FROM PIECE-RECORD
088920     MOVE PIECE-RECORD TO WS-COUNT-BUFFER
088930     PERFORM 4630-ADD-RECORD-BYTES THRU 4630-EXIT.
088940 4620-EXIT.
088950     EXIT.
088960
088970*----------------------------------------------------------------
088980*4630-ADD-RECORD-BYTES - COUNT THE RECORD JUST WRITTEN (STAGED IN
088990*WS-COUNT-BUFFER) INTO THE ENVELOPE'S ON-DISK BYTE TOTAL.
089000*----------------------------------------------------------------
089010 4630-ADD-RECORD-BYTES.
089020     MOVE 0 TO WS-TRAILING-SPACES
089030     INSPECT WS-COUNT-BUFFER TALLYING WS-TRAILING-SPACES
089040         FOR TRAILING SPACE
089050     COMPUTE WS-RECORD-LENGTH =
089060         1000 - WS-TRAILING-SPACES + 1
089070     ADD WS-RECORD-LENGTH TO WS-ENV-FILE-BYTES.
089080 4630-EXIT.
089090     EXIT.
089100
089110*================================================================
089120*5000-MERGE-RUN-HISTORY - APPEND EVERY PARTITION'S "D", "E" AND
089130*"S" DETAIL RECORDS TO THE PERMANENT RUN HISTORY, THEN A "D"
089140*DETAIL FOR EACH GROUP ENVELOPE JOINED, THEN ONE "R" SUMMARY FOR
089150*THE WHOLE DISTRIBUTION IN PLACE OF THE PARTITIONS' OWN.  ITS
089160*COPIES AND BYTES ARE TOTALLED FROM THE PARTITIONS' "D" AND "E"
089170*RECORDS - COPIES WRITTEN AS FILES AND COPIES BUNDLED INTO
089180*ENVELOPES - SO AN ENVELOPE IS NOT COUNTED OVER ITS COPIES.  A
089190*RESTARTED PARTITION REBUILDS EVERY ENVELOPE PIECE, BUT
089193*FILE-CLONER POSTS A PARTITION'S "E" DETAILS ONLY AT ITS CLEAN
089196*END, SO EACH BUNDLED COPY IS ON ITS HISTORY ONCE.
089200*ITS SECONDS ARE THE PARTITIONS' SECONDS ADDED
089210*TOGETHER - THE PACE OF ONE UNPARTITIONED RUN, WHICH IS WHAT THE
089220*BATCH-WINDOW FORECAST PROJECTS FROM.  ITS RETURN CODE IS THE
089230*WORST ANY PARTITION ENDED WITH.
089240*================================================================
089250 5000-MERGE-RUN-HISTORY.
089260     OPEN EXTEND RUN-HIST-FILE
089270     IF WS-RUNHIST-STATUS = "35"
089280         OPEN OUTPUT RUN-HIST-FILE
089290     END-IF
089300     IF WS-RUNHIST-STATUS NOT = "00"
089310         MOVE "RUN HISTORY FILE COULD NOT BE OPENED"
089320             TO WS-ABEND-MESSAGE
089330         GO TO 9999-ABEND-EXIT
089340     END-IF
089350     PERFORM 5100-MERGE-ONE-HISTORY THRU 5100-EXIT
089360         VARYING WS-PT-SUB FROM 1 BY 1
089370         UNTIL WS-PT-SUB > WS-PT-COUNT
089380     PERFORM 5200-RECORD-ONE-ENVELOPE THRU 5200-EXIT
089390         VARYING WS-EV-SUB FROM 1 BY 1
089400         UNTIL WS-EV-SUB > WS-EV-COUNT
089410     MOVE SPACES TO RUN-HIST-RECORD
089420     MOVE "R" TO RH-RECORD-TYPE
089430     MOVE WS-RUN-DATE TO RH-RUN-DATE
089440     MOVE WS-TEMPLATE-PATH TO RH-TEMPLATE-NAME
089450     MOVE WS-SUM-SECONDS TO RH-ELAPSED-SECONDS
089460     MOVE WS-SUM-COPIES TO RH-COPY-COUNT
089470     MOVE WS-SUM-BYTES TO RH-BYTE-COUNT
089480     MOVE "M" TO RH-RUN-MODE
089490     MOVE WS-MAX-RC TO RH-RETURN-CODE
089500     WRITE RUN-HIST-RECORD
089510     CLOSE RUN-HIST-FILE.
089520 5000-EXIT.
089530     EXIT.
091100
091200*----------------------------------------------------------------
091300*5100-MERGE-ONE-HISTORY - COPY ONE PARTITION'S RUN HISTORY.
091400*----------------------------------------------------------------
091500 5100-MERGE-ONE-HISTORY.
091600     PERFORM 1300-NAME-PARTITION-FILES THRU 1300-EXIT
091700     OPEN INPUT PART-HIST-FILE
091800     IF WS-PART-HIST-STATUS = "35"
091900         GO TO 5100-EXIT
092000     END-IF
092100     IF WS-PART-HIST-STATUS NOT = "00"
092200         DISPLAY "PARTITION FILE " WS-PART-HIST-NAME
092300         MOVE "PARTITION RUN HISTORY COULD NOT BE READ"
092400             TO WS-ABEND-MESSAGE
092500         GO TO 9999-ABEND-EXIT
092600     END-IF
092700     MOVE "N" TO WS-PART-EOF
092800     PERFORM 5110-COPY-ONE-HISTORY-LINE THRU 5110-EXIT
092900         UNTIL WS-END-OF-PART-FILE
093000     CLOSE PART-HIST-FILE.
093100 5100-EXIT.
093200     EXIT.
093300
093400*----------------------------------------------------------------
093500*5110-COPY-ONE-HISTORY-LINE - CARRY A DETAIL ACROSS AND ADD IT TO
093600*THE TOTALS; A PARTITION'S "R" SUMMARY ONLY GIVES ITS SECONDS.
093700*----------------------------------------------------------------
093800 5110-COPY-ONE-HISTORY-LINE.
093900     READ PART-HIST-FILE
094000         AT END
094100             MOVE "Y" TO WS-PART-EOF
094200             GO TO 5110-EXIT
094300     END-READ
094400     IF PH-TEMPLATE-SUMMARY
094500         IF PH-ELAPSED-SECONDS NUMERIC
094600             ADD PH-ELAPSED-SECONDS TO WS-SUM-SECONDS
094700         END-IF
094800         GO TO 5110-EXIT
094900     END-IF
095000     WRITE RUN-HIST-RECORD FROM PART-HIST-RECORD
095100     ADD 1 TO WS-HIST-MERGED
095200     IF PH-OUTPUT-DETAIL OR PH-ENVELOPE-DETAIL
095300         ADD 1 TO WS-SUM-COPIES
095400         IF PH-BYTE-COUNT NUMERIC
095500             ADD PH-BYTE-COUNT TO WS-SUM-BYTES
095600         END-IF
095700     END-IF
095710     IF PH-ENVELOPE-DETAIL
095720         ADD 1 TO WS-SUM-ENV-COPIES
095730     END-IF
095800     IF PH-SKIPPED-DETAIL
095900         ADD 1 TO WS-SUM-SKIPPED
096000     END-IF.
096100 5110-EXIT.
096200     EXIT.
096205
096210*----------------------------------------------------------------
096215*5200-RECORD-ONE-ENVELOPE - THE JOINED ENVELOPE'S OWN "D" DETAIL,
096220*WITH ITS ON-DISK SIZE AND NO ONE TEMPLATE, AS AN UNPARTITIONED
096225*RUN RECORDS AN ENVELOPE.  IT IS NOT ADDED TO THE COPY TOTALS.
096230*----------------------------------------------------------------
096235 5200-RECORD-ONE-ENVELOPE.
096240     MOVE SPACES TO RUN-HIST-RECORD
096245     MOVE "D" TO RH-RECORD-TYPE
096250     MOVE WS-RUN-DATE TO RH-RUN-DATE
096255     MOVE WS-EV-NAME (WS-EV-SUB) TO RH-TARGET-NAME
096260     MOVE 1 TO RH-COPY-COUNT
096265     MOVE WS-EV-FILE-BYTES (WS-EV-SUB) TO RH-BYTE-COUNT
096270     MOVE "M" TO RH-RUN-MODE
096275     MOVE 0 TO RH-RETURN-CODE
096280     WRITE RUN-HIST-RECORD.
096285 5200-EXIT.
096290     EXIT.
096300
096400*================================================================
096500*6000-MERGE-ERROR-LOGS - A FRESH TOLERANT RUN STARTS ERRLOG OVER
096600*WITH ITS OWN SKIPPED COPIES, SO A TOLERANT DISTRIBUTION RUN IN
096700*PARTITIONS STARTS IT OVER WITH ALL OF THEIRS, READY FOR
096800*FILE-RETRY.  A DISTRIBUTION THAT DID NOT RUN TOLERANT LEAVES
096900*ERRLOG ALONE, AS IT WOULD HAVE IN ONE RUN.
097000*================================================================
097100 6000-MERGE-ERROR-LOGS.
097200     IF WS-TOLERANT-COUNT = 0
097300         GO TO 6000-EXIT
097400     END-IF
097500     OPEN OUTPUT ERROR-LOG-FILE
097600     IF WS-ERRLOG-STATUS NOT = "00"
097700         MOVE "ERROR LOG COULD NOT BE OPENED"
097800             TO WS-ABEND-MESSAGE
097900         GO TO 9999-ABEND-EXIT
098000     END-IF
098100     PERFORM 6100-MERGE-ONE-ERROR-LOG THRU 6100-EXIT
098200         VARYING WS-PT-SUB FROM 1 BY 1
098300         UNTIL WS-PT-SUB > WS-PT-COUNT
098400     CLOSE ERROR-LOG-FILE.
098500 6000-EXIT.
098600     EXIT.
098700
098800*----------------------------------------------------------------
098900*6100-MERGE-ONE-ERROR-LOG - COPY ONE PARTITION'S ERROR LOG.  A
099000*PARTITION THAT DID NOT RUN TOLERANT HAS NONE.
099100*----------------------------------------------------------------
099200 6100-MERGE-ONE-ERROR-LOG.
099300     PERFORM 1300-NAME-PARTITION-FILES THRU 1300-EXIT
099400     OPEN INPUT PART-ERR-FILE
099500     IF WS-PART-ERR-STATUS = "35"
099600         GO TO 6100-EXIT
099700     END-IF
099800     IF WS-PART-ERR-STATUS NOT = "00"
099900         DISPLAY "PARTITION FILE " WS-PART-ERR-NAME
100000         MOVE "PARTITION ERROR LOG COULD NOT BE READ"
100100             TO WS-ABEND-MESSAGE
100200         GO TO 9999-ABEND-EXIT
100300     END-IF
100400     MOVE "N" TO WS-PART-EOF
100500     PERFORM 6110-COPY-ONE-ERROR-ENTRY THRU 6110-EXIT
100600         UNTIL WS-END-OF-PART-FILE
100700     CLOSE PART-ERR-FILE.
100800 6100-EXIT.
100900     EXIT.
101000
101100*----------------------------------------------------------------
101200*6110-COPY-ONE-ERROR-ENTRY - CARRY ONE ENTRY ACROSS UNCHANGED.
101300*----------------------------------------------------------------
101400 6110-COPY-ONE-ERROR-ENTRY.
101500     READ PART-ERR-FILE
101600         AT END
101700             MOVE "Y" TO WS-PART-EOF
101800             GO TO 6110-EXIT
101900     END-READ
102000     WRITE ERROR-LOG-RECORD FROM PART-ERR-RECORD
102100     ADD 1 TO WS-ERR-MERGED.
102200 6110-EXIT.
102300     EXIT.
102400
102500*================================================================
102600*7000-RECORD-DISTRIBUTION - THE TEMPLATE HAS NOW GONE OUT TO THE
102700*WHOLE MASTER: RECORD ITS SEQUENCE AS THE LAST ONE DISTRIBUTED
102800*AND FILE THE VERSION IN THE TEMPLATE LIBRARY, AS FILE-CLONER
102900*DOES AT THE END OF AN UNPARTITIONED RUN.
103000*================================================================
103100 7000-RECORD-DISTRIBUTION.
103200     PERFORM 7100-UPDATE-SEQUENCE-CONTROL THRU 7100-EXIT
103300     PERFORM 7200-DEPOSIT-TEMPLATE-VERSION THRU 7200-EXIT.
103400 7000-EXIT.
103500     EXIT.
103600
103700*----------------------------------------------------------------
103800*7100-UPDATE-SEQUENCE-CONTROL - REWRITE SEQCNTL THROUGH ITS SIDE
103900*FILE WITH THIS TEMPLATE'S SEQUENCE.
104000*----------------------------------------------------------------
104100 7100-UPDATE-SEQUENCE-CONTROL.
104200     MOVE "N" TO WS-SEQ-FOUND-SW
104300     MOVE "N" TO WS-SEQCNTL-EOF
104400     OPEN OUTPUT SEQ-TEMP-FILE
104500     IF WS-SEQ-TEMP-STATUS NOT = "00"
104600         MOVE "SEQUENCE CONTROL SIDE FILE COULD NOT BE OPENED"
104700             TO WS-ABEND-MESSAGE
104800         GO TO 9999-ABEND-EXIT
104900     END-IF
105000     OPEN INPUT SEQ-CONTROL-FILE
105100     IF WS-SEQCNTL-STATUS = "00"
105200         PERFORM 7110-CARRY-ONE-SEQ-ENTRY THRU 7110-EXIT
105300             UNTIL WS-END-OF-SEQCNTL
105400         CLOSE SEQ-CONTROL-FILE
105500     END-IF
105600     IF NOT WS-SEQ-ON-CONTROL
105700         MOVE SPACES TO SEQ-CONTROL-RECORD
105800         MOVE WS-TEMPLATE-PATH TO SQ-TEMPLATE-PATH
105900         MOVE WS-TPL-SEQ-NO TO SQ-LAST-SEQUENCE
106000         WRITE SEQ-TEMP-RECORD FROM SEQ-CONTROL-RECORD
106100     END-IF
106200     CLOSE SEQ-TEMP-FILE
106300     CALL "CBL_RENAME_FILE" USING WS-SEQ-NEW-NAME
106400                                  WS-SEQ-LIVE-NAME
106500         RETURNING WS-SEQ-RENAME-RC
106600     END-CALL
106700     IF WS-SEQ-RENAME-RC NOT = 0
106800         MOVE "SEQUENCE CONTROL COULD NOT BE REWRITTEN"
106900             TO WS-ABEND-MESSAGE
107000         GO TO 9999-ABEND-EXIT
107100     END-IF.
107200 7100-EXIT.
107300     EXIT.
107400
107500*----------------------------------------------------------------
107600*7110-CARRY-ONE-SEQ-ENTRY - COPY ONE CONTROL ENTRY TO THE SIDE
107700*FILE, RAISING THIS TEMPLATE'S HIGH-WATER MARK - NEVER LOWERING
107800*IT - TO THE SEQUENCE JUST DISTRIBUTED.
107900*----------------------------------------------------------------
108000 7110-CARRY-ONE-SEQ-ENTRY.
108100     READ SEQ-CONTROL-FILE
108200         AT END
108300             MOVE "Y" TO WS-SEQCNTL-EOF
108400             GO TO 7110-EXIT
108500     END-READ
108600     IF SQ-TEMPLATE-PATH = WS-TEMPLATE-PATH
108700         MOVE "Y" TO WS-SEQ-FOUND-SW
108800         IF SQ-LAST-SEQUENCE NOT NUMERIC
108900            OR WS-TPL-SEQ-NO > SQ-LAST-SEQUENCE
109000             MOVE WS-TPL-SEQ-NO TO SQ-LAST-SEQUENCE
109100         END-IF
109200     END-IF
109300     WRITE SEQ-TEMP-RECORD FROM SEQ-CONTROL-RECORD.
109400 7110-EXIT.
109500     EXIT.
109600
109700*----------------------------------------------------------------
109800*7200-DEPOSIT-TEMPLATE-VERSION - FILE THE TEMPLATE IN THE
109900*LIBRARY UNDER ITS PATH AND SEQUENCE, ONE LIBRARY LINE PER
110000*TEMPLATE RECORD, UNLESS THE LIBRARY ALREADY HOLDS THIS VERSION
110100*WITH THE SAME CONTENT.
110200*----------------------------------------------------------------
110300 7200-DEPOSIT-TEMPLATE-VERSION.
110400     MOVE "N" TO WS-LIB-DUP-SW
110500     MOVE "N" TO WS-LIBRARY-EOF
110600     OPEN INPUT TPL-LIB-FILE
110700     IF WS-LIBRARY-STATUS = "00"
110800         PERFORM 7210-MATCH-ONE-LIBRARY-LINE THRU 7210-EXIT
110900             UNTIL WS-END-OF-LIBRARY OR WS-LIB-ALREADY-FILED
111000         CLOSE TPL-LIB-FILE
111100     END-IF
111200     IF WS-LIB-ALREADY-FILED
111300         GO TO 7200-EXIT
111400     END-IF
111500     OPEN EXTEND TPL-LIB-FILE
111600     IF WS-LIBRARY-STATUS = "35"
111700         OPEN OUTPUT TPL-LIB-FILE
111800     END-IF
111900     IF WS-LIBRARY-STATUS NOT = "00"
112000         MOVE "TEMPLATE LIBRARY COULD NOT BE OPENED"
112100             TO WS-ABEND-MESSAGE
112200         GO TO 9999-ABEND-EXIT
112300     END-IF
112400     MOVE 0 TO WS-LIB-LINE-NO
112500     MOVE "N" TO WS-EOF
112600     OPEN INPUT FILE-IN
112700     IF WS-FILE-IN-STATUS NOT = "00"
112800         MOVE "TEMPLATE COULD NOT BE REREAD FOR THE LIBRARY"
112900             TO WS-ABEND-MESSAGE
113000         GO TO 9999-ABEND-EXIT
113100     END-IF
113200     PERFORM 7220-DEPOSIT-ONE-RECORD THRU 7220-EXIT
113300         UNTIL WS-END-OF-SOURCE
113400     CLOSE FILE-IN
113500     CLOSE TPL-LIB-FILE
113600     MOVE "Y" TO WS-DEPOSIT-SW.
113700 7200-EXIT.
113800     EXIT.
113900
114000*----------------------------------------------------------------
114100*7210-MATCH-ONE-LIBRARY-LINE - SEE WHETHER ONE LIBRARY LINE
114200*BELONGS TO THIS VERSION OF THE TEMPLATE WITH THIS CONTENT.
114300*----------------------------------------------------------------
114400 7210-MATCH-ONE-LIBRARY-LINE.
114500     READ TPL-LIB-FILE
114600         AT END
114700             MOVE "Y" TO WS-LIBRARY-EOF
114800             GO TO 7210-EXIT
114900     END-READ
115000     IF LB-TEMPLATE-PATH NOT = WS-TEMPLATE-PATH
115100        OR LB-SEQUENCE-NUMBER NOT NUMERIC
115200        OR LB-FINGERPRINT NOT NUMERIC
115300         GO TO 7210-EXIT
115400     END-IF
115500     IF LB-SEQUENCE-NUMBER = WS-TPL-SEQ-NO
115600        AND LB-FINGERPRINT = WS-TPL-FINGERPRINT
115700         MOVE "Y" TO WS-LIB-DUP-SW
115800     END-IF.
115900 7210-EXIT.
116000     EXIT.
116100
116200*----------------------------------------------------------------
116300*7220-DEPOSIT-ONE-RECORD - KEY AND FILE THE NEXT TEMPLATE RECORD.
116400*----------------------------------------------------------------
116500 7220-DEPOSIT-ONE-RECORD.
116600     READ FILE-IN
116700         AT END
116800             MOVE "Y" TO WS-EOF
116900             GO TO 7220-EXIT
117000     END-READ
117100     ADD 1 TO WS-LIB-LINE-NO
117200     MOVE SPACES TO TPL-LIB-RECORD
117300     MOVE FILE-RECORD TO LB-TEMPLATE-LINE
117400     MOVE WS-TEMPLATE-PATH TO LB-TEMPLATE-PATH
117500     MOVE WS-TPL-SEQ-NO TO LB-SEQUENCE-NUMBER
117600     MOVE WS-TPL-FINGERPRINT TO LB-FINGERPRINT
117700     MOVE WS-RUN-DATE TO LB-DEPOSIT-DATE
117800     MOVE WS-LIB-LINE-NO TO LB-LINE-NUMBER
117900     WRITE TPL-LIB-RECORD
118000     IF WS-LIBRARY-STATUS NOT = "00"
118100         MOVE "TEMPLATE LIBRARY WRITE FAILED" TO WS-ABEND-MESSAGE
118200         GO TO 9999-ABEND-EXIT
118300     END-IF.
118400 7220-EXIT.
118500     EXIT.
118600
118700*================================================================
118800*8000-REMOVE-PARTITION-FILES - THE PARTITIONS ARE NOW PART OF
118900*THE SHARED LOGS.  THEIR COMPLETION RECORDS GO FIRST, SO THE
119000*SAME PARTITIONS CAN NEVER BE MERGED TWICE, THEN THEIR OWN LOGS
119100*AND CHECKPOINTS, AND ANY ENVELOPE PIECES THEY LEFT.
119200*================================================================
119300 8000-REMOVE-PARTITION-FILES.
119400     PERFORM 8100-REMOVE-ONE-PARTITION THRU 8100-EXIT
119500         VARYING WS-PT-SUB FROM 1 BY 1
119600         UNTIL WS-PT-SUB > WS-PT-COUNT.
119700 8000-EXIT.
119800     EXIT.
119900
120000*----------------------------------------------------------------
120100*8100-REMOVE-ONE-PARTITION - DELETE ONE PARTITION'S FILES.  A
120200*FILE ALREADY GONE IS NOT AN ERROR.
120300*----------------------------------------------------------------
120400 8100-REMOVE-ONE-PARTITION.
120500     PERFORM 1300-NAME-PARTITION-FILES THRU 1300-EXIT
120600     CALL "CBL_DELETE_FILE" USING WS-PART-CTL-NAME
120700         RETURNING WS-DELETE-RC
120800     END-CALL
120900     CALL "CBL_DELETE_FILE" USING WS-PART-AUDIT-NAME
121000         RETURNING WS-DELETE-RC
121100     END-CALL
121200     CALL "CBL_DELETE_FILE" USING WS-PART-HIST-NAME
121300         RETURNING WS-DELETE-RC
121400     END-CALL
121500     CALL "CBL_DELETE_FILE" USING WS-PART-ERR-NAME
121600         RETURNING WS-DELETE-RC
121700     END-CALL
121800     CALL "CBL_DELETE_FILE" USING WS-PART-CHKPT-NAME
121900         RETURNING WS-DELETE-RC
122000     END-CALL
122100     CALL "CBL_DELETE_FILE" USING WS-PART-CHKNEW-NAME
122200         RETURNING WS-DELETE-RC
122210     END-CALL
122220     PERFORM 8110-REMOVE-ONE-PIECE THRU 8110-EXIT
122230         VARYING WS-EV-SUB FROM 1 BY 1
122240         UNTIL WS-EV-SUB > WS-EV-COUNT.
122400 8100-EXIT.
122500     EXIT.
122505
122510*----------------------------------------------------------------
122515*8110-REMOVE-ONE-PIECE - DELETE THE PARTITION'S PIECE OF ONE GROUP
122520*ENVELOPE, NOW JOINED, IF IT HELD ONE.
122525*----------------------------------------------------------------
122530 8110-REMOVE-ONE-PIECE.
122535     IF NOT WS-EV-HAS-PIECE (WS-EV-SUB WS-PT-SUB)
122540         GO TO 8110-EXIT
122545     END-IF
122550     MOVE WS-EV-NAME (WS-EV-SUB) TO WS-JOIN-NAME
122555     PERFORM 1310-NAME-ENVELOPE-PIECE THRU 1310-EXIT
122560     CALL "CBL_DELETE_FILE" USING WS-PIECE-NAME
122565         RETURNING WS-DELETE-RC
122570     END-CALL.
122575 8110-EXIT.
122580     EXIT.
122600
122700*================================================================
122800*9000-WRITE-SUMMARY-REPORT - ONE LINE PER PARTITION, THE COVERAGE
122900*COUNTS AND THE MERGE TOTALS.  RETURN CODE 8 WHEN THE MERGE WAS
123000*REFUSED, 4 WHEN IT WENT IN BUT COPIES WERE SKIPPED AND WAIT ON
123100*FILE-RETRY, OTHERWISE 0.
123200*================================================================
123300 9000-WRITE-SUMMARY-REPORT.
123400     DISPLAY "-----------------------------------"
123500     DISPLAY "  ID LOW      HIGH      COPIES  SKIPPED"
123600         " IN RANGE RC"
123700     PERFORM 9050-DISPLAY-ONE-PARTITION THRU 9050-EXIT
123800         VARYING WS-PT-SUB FROM 1 BY 1
123900         UNTIL WS-PT-SUB > WS-PT-COUNT
124000     DISPLAY "-----------------------------------"
124100     MOVE WS-MASTER-COUNT TO WS-COUNT-DISP
124200     DISPLAY "  MASTER RECIPIENTS . . . : " WS-COUNT-DISP
124300     MOVE WS-GAP-COUNT TO WS-COUNT-DISP
124400     DISPLAY "  IN NO PARTITION . . . . : " WS-COUNT-DISP
124500     MOVE WS-OVERLAP-COUNT TO WS-COUNT-DISP
124600     DISPLAY "  IN MORE THAN ONE  . . . : " WS-COUNT-DISP
124700     MOVE WS-RANGE-OVERLAP-COUNT TO WS-COUNT-DISP
124800     DISPLAY "  OVERLAPPING RANGES  . . : " WS-COUNT-DISP
124900     IF WS-REFUSAL-COUNT > 0
125000         MOVE WS-REFUSAL-COUNT TO WS-COUNT-DISP
125100         DISPLAY "  REASONS REFUSED . . . . : " WS-COUNT-DISP
125200         DISPLAY "  MERGE REFUSED - NOTHING WAS CHANGED"
125300         DISPLAY "-----------------------------------"
125400         MOVE 8 TO RETURN-CODE
125500         GO TO 9000-EXIT
125600     END-IF
125700     MOVE WS-AUDIT-MERGED TO WS-COUNT-DISP
125800     DISPLAY "  AUDIT ENTRIES MERGED  . : " WS-COUNT-DISP
125900     MOVE WS-HIST-MERGED TO WS-COUNT-DISP
126000     DISPLAY "  HISTORY DETAILS MERGED  : " WS-COUNT-DISP
126010     IF WS-EV-COUNT > 0
126020         MOVE WS-EV-COUNT TO WS-COUNT-DISP
126030         DISPLAY "  GROUP ENVELOPES JOINED  : " WS-COUNT-DISP
126040         PERFORM 9060-DISPLAY-ONE-ENVELOPE THRU 9060-EXIT
126050             VARYING WS-EV-SUB FROM 1 BY 1
126060             UNTIL WS-EV-SUB > WS-EV-COUNT
126070     END-IF
126100     IF WS-TOLERANT-COUNT > 0
126200         MOVE WS-ERR-MERGED TO WS-COUNT-DISP
126300         DISPLAY "  ERROR ENTRIES MERGED  . : " WS-COUNT-DISP
126400     END-IF
126500     MOVE WS-SUM-COPIES TO WS-COUNT-DISP
126600     DISPLAY "  COPIES WRITTEN  . . . . : " WS-COUNT-DISP
126610*A DISTRIBUTION THAT BUNDLED ANY COPIES SHOWS WHICH WAY THEY WENT.
126620     IF WS-SUM-ENV-COPIES > 0
126630         COMPUTE WS-COUNT-DISP = WS-SUM-COPIES - WS-SUM-ENV-COPIES
126640         DISPLAY "  COPIES AS FILES . . . . : " WS-COUNT-DISP
126650         MOVE WS-SUM-ENV-COPIES TO WS-COUNT-DISP
126660         DISPLAY "  COPIES IN ENVELOPES . . : " WS-COUNT-DISP
126670     END-IF
126700     MOVE WS-SUM-SKIPPED TO WS-COUNT-DISP
126800     DISPLAY "  COPIES SKIPPED  . . . . : " WS-COUNT-DISP
126900     MOVE WS-SUM-BYTES TO WS-BYTES-DISP
127000     DISPLAY "  TOTAL BYTES WRITTEN . . : " WS-BYTES-DISP
127100     MOVE WS-SUM-SECONDS TO WS-COUNT-DISP
127200     DISPLAY "  PARTITION SECONDS . . . : " WS-COUNT-DISP
127300     DISPLAY "  SEQUENCE RECORDED . . . : " WS-TPL-SEQ-NO
127400     IF WS-TEMPLATE-DEPOSITED
127500         DISPLAY "  TEMPLATE FILED IN TPLLIB"
127600     ELSE
127700         DISPLAY "  TEMPLATE ALREADY IN TPLLIB"
127800     END-IF
127900     DISPLAY "-----------------------------------"
128000     IF WS-SUM-SKIPPED > 0 OR WS-MAX-RC > 0
128100         MOVE 4 TO RETURN-CODE
128200     ELSE
128300         MOVE 0 TO RETURN-CODE
128400     END-IF.
128500 9000-EXIT.
128600     EXIT.
128700
128800*----------------------------------------------------------------
128900*9050-DISPLAY-ONE-PARTITION - ONE PARTITION'S RANGE, COPIES,
129000*RECIPIENTS IN RANGE AND RETURN CODE, OR WHY IT WAS REFUSED.
129100*----------------------------------------------------------------
129200 9050-DISPLAY-ONE-PARTITION.
129300     IF WS-PT-REFUSED (WS-PT-SUB)
129400         DISPLAY "  " WS-PT-ID (WS-PT-SUB) " REFUSED"
129500         GO TO 9050-EXIT
129600     END-IF
129700     MOVE WS-PT-COPIES (WS-PT-SUB) TO WS-COUNT-DISP
129800     MOVE WS-PT-SKIPPED (WS-PT-SUB) TO WS-SKIP-DISP
129900     MOVE WS-PT-IN-RANGE (WS-PT-SUB) TO WS-BYTES-DISP
130000     DISPLAY "  " WS-PT-ID (WS-PT-SUB)
130100         " " WS-PT-LOW-DISP (WS-PT-SUB)
130200         " " WS-PT-HIGH-DISP (WS-PT-SUB)
130300         " " WS-COUNT-DISP " " WS-SKIP-DISP
130400         " " WS-BYTES-DISP (5:8) " " WS-PT-RC (WS-PT-SUB).
130500 9050-EXIT.
130600     EXIT.
130607
130614*----------------------------------------------------------------
130621*9060-DISPLAY-ONE-ENVELOPE - ONE JOINED GROUP ENVELOPE: ITS GROUP,
130628*BLOCKS (COPIES), ON-DISK BYTES AND THE ENVELOPE NAME.
130635*----------------------------------------------------------------
130642 9060-DISPLAY-ONE-ENVELOPE.
130649     MOVE WS-EV-BLOCKS (WS-EV-SUB) TO WS-COUNT-DISP
130656     MOVE WS-EV-FILE-BYTES (WS-EV-SUB) TO WS-BYTES-DISP
130663     DISPLAY "    " WS-EV-GROUP (WS-EV-SUB) " "
130670         WS-COUNT-DISP " BLOCKS " WS-BYTES-DISP
130677         " BYTES  " WS-EV-NAME (WS-EV-SUB).
130684 9060-EXIT.
130691     EXIT.
130700
130800*================================================================
130900*9100-RELEASE-RUN-LOCK - GIVE THE SHARED LOCK BACK AT END OF
131000*RUN.  A RUN KILLED OUTRIGHT NEVER GETS HERE AND LEAVES THE
131100*LOCK FOR THE NEXT JOB'S STALE-LOCK OVERRIDE.
131200*================================================================
131300 9100-RELEASE-RUN-LOCK.
131400     IF WS-LOCK-HELD
131500         CALL "CBL_DELETE_FILE" USING WS-LOCK-NAME
131600             RETURNING WS-LOCK-DELETE-RC
131700         END-CALL
131800         MOVE "N" TO WS-LOCK-HELD-SW
131900     END-IF.
132000 9100-EXIT.
132100     EXIT.
132200
132300*================================================================
132400*9999-ABEND-EXIT - DISPLAY THE DIAGNOSTIC, SET A NON-ZERO
132500*RETURN CODE AND TERMINATE THE RUN.  ONCE THE MERGE IS UNDER WAY
132600*THE SHARED LOGS MAY HOLD PART OF IT, SO THE LOCK IS LEFT FOR
132700*THE OPERATOR TO CLEAR AFTER CHECKING THEM.
132800*================================================================
132900 9999-ABEND-EXIT.
133000     DISPLAY "PART-MERGE ABEND - " WS-ABEND-MESSAGE
133100     IF WS-MERGE-STARTED
133200         DISPLAY "PART-MERGE RUN LOCK KEPT - THE MERGE WAS "
133300             "PARTLY APPLIED"
133400     ELSE
133500         PERFORM 9100-RELEASE-RUN-LOCK THRU 9100-EXIT
133600     END-IF
133700     MOVE 16 TO RETURN-CODE
133800     STOP RUN.
