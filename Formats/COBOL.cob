009913*09/02/2026 JHM  CARRY THE TEMPLATE AND PERSONALIZATION ON
009914*                EACH ERRLOG ENTRY SO FILE-RETRY CAN REBUILD
009915*                JUST THE COPIES TOLERANT MODE SKIPPED.
009916*10/15/2026 JHM  REFUSE A TEMPLATE WITH NO TWO-PERSON APPROVAL
009917*                ON TPLAPPR FOR ITS PATH AND SEQUENCE, OR WHOSE
009918*                CONTENT FINGERPRINT HAS CHANGED SINCE IT WAS
009919*                APPROVED, AND NAME THE REFUSALS IN THE SUMMARY.
009920*10/15/2026 JHM  RECORD EACH COPY TOLERANT MODE SKIPS ON RUNHIST
009921*                AS AN "S" DETAIL RECORD, SO THE DAILY BALANCE
009922*                CAN ACCOUNT FOR EVERY COPY ATTEMPTED.
009923*10/15/2026 JHM  RELEASE A TEMPLATE ON THE FIRST BUSINESS DAY ON
009924*                OR AFTER ITS EFFECTIVE DATE, PER THE BUSCAL
009925*                BUSINESS CALENDAR, IN NORMAL AND RELEASE RUNS.
009926*10/15/2026 JHM  FILE EVERY TEMPLATE VERSION DISTRIBUTED IN THE
009927*                PERMANENT TPLLIB TEMPLATE LIBRARY, KEYED BY
009928*                PATH AND SEQUENCE, FOR TPL-COMPARE.
009929*10/15/2026 JHM  CARRY EACH TEMPLATE'S ELAPSED SECONDS ON ITS
009930*                RUNHIST SUMMARY FOR THE BATCH-WINDOW FORECAST,
009931*                AND LET A CATALOG ENTRY BE MASTER-DRIVEN
009932*                (CT-MANIFEST-SW "M").
009933*10/15/2026 JHM  LET ONE MASTER-MODE DISTRIBUTION RUN AS SEVERAL
009934*                PARTITIONS BY RM-RECIP-ID RANGE, EACH WITH ITS
009935*                OWN .PNN AUDIT, HISTORY, ERROR, CHECKPOINT,
009936*                STATUS AND LOCK FILES FOR PART-MERGE TO COMBINE.
009937*10/15/2026 JHM  GIVE EACH MASTER RECIPIENT ITS OWN DELIVERY
009938*                METHOD (RM-DELIVERY-METHOD): ONE MASTER-MODE RUN
009939*                WRITES INDIVIDUAL FILES FOR THE FILE RECIPIENTS
009940*                AND ONE HDR/TRL/EOF ENVELOPE PER GROUP FOR THE
009941*                ENVELOPE RECIPIENTS, RECORDING ENVELOPE COPIES
009942*                ON RUNHIST AS "E" DETAILS.  A PARTITION LEAVES
009943*                ITS SHARE OF EACH ENVELOPE FOR PART-MERGE.
009944*10/15/2026 JHM  HOLD EACH ENVELOPE'S "E" DETAILS IN THE ENVHIST
009945*                WORK FILE AND POST THEM TO RUNHIST ONLY WHEN THE
009946*                ENVELOPE IS FINISHED (A PARTITION'S AT END OF
009947*                RUN), SO A RESTART NEVER RECORDS THEM TWICE.
009948*10/15/2026 JHM  END WITH RETURN CODE 8 WHEN A TEMPLATE WAS
009949*                REFUSED AS UNAPPROVED OR CHANGED.
010000*----------------------------------------------------------------
010100 
010200 ENVIRONMENT DIVISION.
014600*ACCUMULATED AUDIT TRAIL OF EVERY OUTPUT FILE PRODUCED - EACH
014700*RUN APPENDS TO IT, AND FILE-SWEEPER PRUNES THE ENTRIES FOR
014800*FILES IT PURGES OR ARCHIVES.
014900     SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-NAME
015000         ORGANIZATION IS LINE SEQUENTIAL
015100         FILE STATUS IS WS-AUDIT-STATUS.
015200*PERMANENT RUN HISTORY - EVERY RUN APPENDS A DETAIL RECORD
015300*PER OUTPUT AND A SUMMARY RECORD PER TEMPLATE.  NOTHING EVER
015400*PRUNES IT; DIST-REPORT ROLLS IT UP FOR THE BUSINESS REVIEW.
015500     SELECT RUN-HIST-FILE ASSIGN TO DYNAMIC WS-RUNHIST-NAME
015600         ORGANIZATION IS LINE SEQUENTIAL
015700         FILE STATUS IS WS-RUNHIST-STATUS.
015710*ENVELOPE COPY DETAILS - THE "E" RUN HISTORY RECORDS OF THE
015720*ENVELOPE BEING BUILT, HELD BACK UNTIL IT IS FINISHED SO A
015730*RESTART THAT REBUILDS IT NEVER RECORDS ITS COPIES TWICE.  A
015740*WORK FILE, EMPTIED AS EACH ENVELOPE IS POSTED AND REMOVED AT
015750*END OF RUN.
015760     SELECT ENV-HIST-FILE ASSIGN TO DYNAMIC WS-ENVHIST-NAME
015770         ORGANIZATION IS LINE SEQUENTIAL
015780         FILE STATUS IS WS-ENVHIST-STATUS.
015800*LOG OF COPIES SKIPPED IN TOLERANT MODE, WITH THEIR FILE
015900*STATUS, FOR FOLLOW-UP AFTER THE RUN.
016000     SELECT ERROR-LOG-FILE ASSIGN TO DYNAMIC WS-ERRLOG-NAME
016100         ORGANIZATION IS LINE SEQUENTIAL
016200         FILE STATUS IS WS-ERRLOG-STATUS.
016300*FUTURE-DATED TEMPLATES HELD BACK FROM DISTRIBUTION, WITH THE
017111*LIVE RUN STATUS, REWRITTEN AS EACH COPY COMPLETES AND
017112*REMOVED AT END OF RUN.  RUN-STATUS FORMATS IT FOR THE
017113*OPERATOR CONSOLE.
017114     SELECT STATUS-FILE ASSIGN TO DYNAMIC WS-RUNSTAT-NAME
017115         ORGANIZATION IS LINE SEQUENTIAL
017116         FILE STATUS IS WS-RUNSTAT-STATUS.
017117*TEMPLATE APPROVALS RECORDED BY TPL-APPROVE - NO TEMPLATE IS
017118*DISTRIBUTED WITHOUT ONE MATCHING ITS PATH, SEQUENCE AND
017119*CONTENT.
017120     SELECT APPROVAL-FILE ASSIGN TO "TPLAPPR"
017121         ORGANIZATION IS LINE SEQUENTIAL
017122         FILE STATUS IS WS-APPROVAL-STATUS.
017132*BUSINESS CALENDAR - HOLIDAYS AND EXTRA BUSINESS DAYS, KEPT BY
017142*CAL-MAINT.  AN EFFECTIVE DATE THAT IS NOT A BUSINESS DAY IS
017152*RELEASED ON THE NEXT ONE THAT IS.
017162     SELECT BUS-CAL-FILE ASSIGN TO "BUSCAL"
017172         ORGANIZATION IS LINE SEQUENTIAL
017182         FILE STATUS IS WS-BUSCAL-STATUS.
017184*PERMANENT TEMPLATE LIBRARY - EVERY TEMPLATE VERSION ACTUALLY
017186*DISTRIBUTED, FILED WHOLE UNDER ITS PATH AND SEQUENCE FOR
017188*TPL-COMPARE.
017190     SELECT TPL-LIB-FILE ASSIGN TO "TPLLIB"
017192         ORGANIZATION IS LINE SEQUENTIAL
017194         FILE STATUS IS WS-LIBRARY-STATUS.
017200*READY TRIGGER DROPPED BESIDE EACH FINISHED OUTPUT - THE
017300*PICKUP JOBS KEY ON IT INSTEAD OF THE OUTPUT ITSELF.
017400     SELECT TRIGGER-FILE ASSIGN TO DYNAMIC WS-TRIGGER-PATH
017500         ORGANIZATION IS LINE SEQUENTIAL
017600         FILE STATUS IS WS-TRIGGER-STATUS.
017700*RESTART CHECKPOINT - LAST COPY NUMBER SUCCESSFULLY WRITTEN.
017800     SELECT CHECKPOINT-FILE ASSIGN TO DYNAMIC WS-CHKPT-LIVE-NAME
017900         ORGANIZATION IS LINE SEQUENTIAL
018000         FILE STATUS IS WS-CHKPT-STATUS.
018100*SIDE FILE FOR CHECKPOINT UPDATES - WRITTEN FRESH EACH TIME AND
018200*RENAMED OVER CHKPOINT SO THE LIVE CHECKPOINT IS NEVER LEFT
018300*TRUNCATED BY A RUN THAT IS KILLED MID-UPDATE.
018310     SELECT CHECKPOINT-TEMP-FILE
018320         ASSIGN TO DYNAMIC WS-CHKPT-NEW-NAME
018500         ORGANIZATION IS LINE SEQUENTIAL
018600         FILE STATUS IS WS-CHKPT-TEMP-STATUS.
018700*SHARED RUN LOCK OVER AUDITLOG AND CHKPOINT - TAKEN AT START
018800*AND RELEASED AT END BY EVERY JOB THAT TOUCHES THEM
018900*(FILE-CLONER, FILE-SWEEPER, FILE-VERIFIER), SO A SWEEP CAN
019000*NEVER RENAME THE LOG OVER A RUN STILL APPENDING TO IT.
019010*A PARTITIONED RUN TAKES ITS OWN RUNLOCK.PNN OVER ITS OWN .PNN
019020*FILES INSTEAD, AND LEAVES THE SHARED ONES TO PART-MERGE.
019100     SELECT LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-NAME
019200         ORGANIZATION IS LINE SEQUENTIAL
019300         FILE STATUS IS WS-LOCK-STATUS.
019310*PARTITION COMPLETION RECORD - WRITTEN ONLY AT THE CLEAN END OF
019320*A PARTITIONED RUN, AND REQUIRED BY PART-MERGE.
019330     SELECT PART-CTL-FILE ASSIGN TO DYNAMIC WS-PARTCTL-NAME
019340         ORGANIZATION IS LINE SEQUENTIAL
019350         FILE STATUS IS WS-PARTCTL-STATUS.
019400
019500 DATA DIVISION.
019600 FILE SECTION.
023602*ALREADY DISTRIBUTED.
023603     05  CC-FORCE-RESEND-SW       PIC X(01).
023604         88  CC-FORCE-RESEND-ON   VALUE "Y".
023614*PARTITION OF A MASTER-MODE RUN - A TWO-CHARACTER ID AND THE
023624*RM-RECIP-ID RANGE IT TAKES, BOTH ENDS INCLUSIVE.  A BLANK LOW
023634*STARTS AT THE FIRST RECIPIENT AND A BLANK HIGH RUNS TO THE LAST.
023644*A BLANK ID IS AN ORDINARY, UNPARTITIONED RUN.
023654     05  CC-PARTITION-ID          PIC X(02).
023664     05  CC-PART-LOW-ID           PIC X(08).
023674     05  CC-PART-HIGH-ID          PIC X(08).
023700 
023800 FD  MANIFEST-FILE.
023900 01  MANIFEST-RECORD.
024500 01  RECIP-MASTER-RECORD.
024600     COPY RECPREC.
024700
024710*CATALOG ENTRY - CT-MANIFEST-SW "Y" DRIVES THE TEMPLATE FROM
024720*CT-MANIFEST-FILE, "M" FROM THE ELIGIBLE RECIPIENTS ON THE
024730*RECIPIENT MASTER, OTHERWISE CT-RUN-COUNT COPIES ARE MADE.
024800 FD  CATALOG-FILE.
024900 01  CATALOG-RECORD.
025000     05  CT-TEMPLATE-PATH         PIC X(60).
025100     05  CT-RUN-COUNT             PIC 9(08).
025200     05  CT-MANIFEST-SW           PIC X(01).
025210         88  CT-MANIFEST-ENTRY    VALUE "Y".
025220         88  CT-MASTER-ENTRY      VALUE "M".
025300     05  CT-MANIFEST-FILE         PIC X(60).
025400
025500 FD  ENVELOPE-FILE.
027632     05  ST-UPDATED-DATE          PIC 9(08).
027633     05  FILLER                   PIC X(01).
027634     05  ST-UPDATED-TIME          PIC 9(08).
027635
027636 FD  APPROVAL-FILE.
027637 01  APPROVAL-RECORD.
027638     COPY TPLAPPR.
027648
027658 FD  BUS-CAL-FILE.
027668 01  BUS-CAL-RECORD.
027678     COPY BUSCAL.
027682
027686 FD  TPL-LIB-FILE.
027690 01  TPL-LIB-RECORD.
027694     COPY TPLLIB.
027700
027800 FD  TRIGGER-FILE.
027900 01  TRIGGER-RECORD.
031000     05  LK-START-DATE            PIC 9(08).
031100     05  FILLER                   PIC X(01).
031200     05  LK-START-TIME            PIC 9(08).
031210
031220*PARTITION COMPLETION RECORD FOR PART-MERGE.
031230 FD  PART-CTL-FILE.
031240 01  PART-CTL-RECORD.
031250     COPY PARTCTL.
031260 01  PART-ENV-RECORD.
031270     COPY PARTENV.
031300
031400*PERMANENT RUN HISTORY RECORD - "D" CARRIES ONE OUTPUT WITH
031500*ITS TARGET NAME, "R" CARRIES A TEMPLATE'S RUN TOTALS WITH
031600*THE MODE AND FINAL RETURN CODE OF THE RUN THAT MADE THEM.
031610*"S" IS A COPY SKIPPED AND "E" A COPY BUNDLED INTO AN ENVELOPE,
031620*UNDER THE TARGET NAME ITS HDR RECORD CARRIES.
031700 FD  RUN-HIST-FILE.
031800 01  RUN-HIST-RECORD.
031900     05  RH-RECORD-TYPE           PIC X(01).
032000         88  RH-TEMPLATE-SUMMARY  VALUE "R".
032100         88  RH-OUTPUT-DETAIL     VALUE "D".
032110         88  RH-SKIPPED-DETAIL    VALUE "S".
032120         88  RH-ENVELOPE-DETAIL   VALUE "E".
032200     05  FILLER                   PIC X(01).
032300     05  RH-RUN-DATE              PIC 9(08).
032400     05  FILLER                   PIC X(01).
032500     05  RH-TEMPLATE-NAME         PIC X(60).
032600     05  FILLER                   PIC X(01).
032700     05  RH-TARGET-NAME           PIC X(160).
032710*ON AN "R" SUMMARY THE TARGET NAME IS UNUSED AND CARRIES THE
032720*SECONDS THE TEMPLATE'S COPIES TOOK, FOR THE BATCH FORECAST.
032730     05  RH-SUMMARY-AREA REDEFINES RH-TARGET-NAME.
032740         10  RH-ELAPSED-SECONDS   PIC 9(08).
032750         10  FILLER               PIC X(152).
032800     05  FILLER                   PIC X(01).
032900     05  RH-COPY-COUNT            PIC 9(08).
033000     05  FILLER                   PIC X(01).
033300     05  RH-RUN-MODE              PIC X(01).
033400     05  FILLER                   PIC X(01).
033500     05  RH-RETURN-CODE           PIC 9(02).
033510
033520*ENVELOPE COPY DETAILS, IN THE RUN HISTORY LAYOUT.
033530 FD  ENV-HIST-FILE.
033540 01  ENV-HIST-RECORD              PIC X(259).
033600
033700 WORKING-STORAGE SECTION.
033800*FILE STATUS SWITCHES.
034800 77  WS-ENVELOPE-STATUS           PIC X(02).
034900 77  WS-ERRLOG-STATUS             PIC X(02).
035000 77  WS-RUNHIST-STATUS            PIC X(02).
035010 77  WS-ENVHIST-STATUS            PIC X(02).
035020 77  WS-ENVHIST-EOF               PIC X(01) VALUE "N".
035030     88  WS-END-OF-ENVHIST        VALUE "Y".
035040 77  WS-ENVHIST-DELETE-RC         PIC S9(09) USAGE COMP-5.
035100*ONE-CHARACTER MODE CODE CARRIED ON EACH RUN HISTORY RECORD.
035200 77  WS-RUN-MODE-CODE             PIC X(01).
035300*RUN LOCK WORK AREAS - WHETHER THIS RUN HOLDS THE LOCK, THE
035500 77  WS-LOCK-STATUS               PIC X(02).
035600 77  WS-LOCK-HELD-SW              PIC X(01) VALUE "N".
035700     88  WS-LOCK-HELD             VALUE "Y".
035800 77  WS-LOCK-NAME                 PIC X(12) VALUE "RUNLOCK".
035900 77  WS-LOCK-DELETE-RC            PIC S9(09) USAGE COMP-5.
036000 77  WS-LOCK-DATE                 PIC 9(08).
036100 77  WS-LOCK-TIME                 PIC 9(08).
036106*PARTITION WORK AREAS - THE PARTITION SWITCH, THE .PNN SUFFIX
036112*EVERY FILE A PARTITION KEEPS FOR ITSELF TAKES, THE NAMES OF THE
036118*FILES THAT TAKE IT, AND THE RANGE AS THE SUMMARY SHOWS IT.
036124 77  WS-PARTITION-SW              PIC X(01) VALUE "N".
036130     88  WS-PARTITIONED-RUN       VALUE "Y".
036136 77  WS-PART-SUFFIX               PIC X(04).
036142 77  WS-AUDIT-NAME                PIC X(12) VALUE "AUDITLOG".
036148 77  WS-RUNHIST-NAME              PIC X(12) VALUE "RUNHIST".
036151 77  WS-ENVHIST-NAME              PIC X(12) VALUE "ENVHIST".
036154 77  WS-ERRLOG-NAME               PIC X(12) VALUE "ERRLOG".
036160 77  WS-PARTCTL-NAME              PIC X(12) VALUE "PARTCTL".
036166 77  WS-PARTCTL-STATUS            PIC X(02).
036172 77  WS-PARTCTL-DELETE-RC         PIC S9(09) USAGE COMP-5.
036178 77  WS-PART-LOW-DISP             PIC X(08).
036184 77  WS-PART-HIGH-DISP            PIC X(08).
036200*COPIES SKIPPED SO FAR IN TOLERANT MODE.
036300 77  WS-ERROR-COUNT               PIC 9(08) USAGE COMP VALUE 0.
036301*COPIES SKIPPED FOR THE TEMPLATE IN HAND, BACKED OUT OF ITS
036308 77  WS-TPL-TOTAL-COPIES          PIC 9(08) USAGE COMP VALUE 0.
036400 77  WS-HOLD-STATUS               PIC X(02).
036500 77  WS-HOLD-TEMP-STATUS          PIC X(02).
036508*BUSINESS CALENDAR - THE HOLIDAYS AND EXTRA BUSINESS DAYS FROM
036512*BUSCAL AS DAY NUMBERS, AND THE DAY BEING JUDGED.  DAY NUMBER 1
036516*(01/01/1601) WAS A MONDAY, SO THE REMAINDER BY SEVEN IS 6 FOR
036520*SATURDAY AND 0 FOR SUNDAY.
036524 77  WS-BUSCAL-STATUS             PIC X(02).
036528 77  WS-CAL-EOF                   PIC X(01) VALUE "N".
036532     88  WS-END-OF-CALENDAR       VALUE "Y".
036536 77  WS-CAL-COUNT                 PIC 9(04) USAGE COMP VALUE 0.
036540 77  WS-CAL-SUB                   PIC 9(04) USAGE COMP.
036544 77  WS-CAL-DAYNO                 PIC 9(08) USAGE COMP.
036548 77  WS-CAL-WEEKS                 PIC 9(08) USAGE COMP.
036552 77  WS-CAL-WEEKDAY               PIC 9(01) USAGE COMP.
036556 77  WS-CAL-STEPS                 PIC 9(04) USAGE COMP.
036560 77  WS-CAL-FOUND-SW              PIC X(01) VALUE "N".
036564     88  WS-CAL-FOUND             VALUE "Y".
036568 77  WS-CAL-BUSINESS-SW           PIC X(01) VALUE "Y".
036572     88  WS-CAL-BUSINESS-DAY      VALUE "Y".
036576 01  WS-CAL-TABLE.
036580     05  WS-CAL-ENTRY             OCCURS 2000 TIMES.
036584         10  WS-CAL-ENTRY-DAYNO   PIC 9(08) USAGE COMP.
036588         10  WS-CAL-ENTRY-TYPE    PIC X(01).
036600*EFFECTIVE-DATE GATING WORK AREAS - THE RUN AS-OF DATE, THE
036700*CURRENT TEMPLATE'S EFFECTIVE DATE AND THE BUSINESS DAY IT
036750*RELEASES ON, THE HELD/RELEASED COUNTS AND THE NAMES FOR THE
036800*ATOMIC HOLD FILE REWRITE.
036900 77  WS-AS-OF-DATE                PIC 9(08).
037000 77  WS-TPL-EFF-DATE              PIC 9(08).
037030 77  WS-TPL-RELEASE-DATE          PIC 9(08).
037100 77  WS-TPL-HELD-SW               PIC X(01) VALUE "N".
037200     88  WS-TPL-HELD              VALUE "Y".
037300 77  WS-HELD-COUNT                PIC 9(08) USAGE COMP VALUE 0.
038215*LIVE RUN STATUS WORK AREAS - THE FILE STATUS AND THE NAME
038216*FOR THE END-OF-RUN DELETE.
038217 77  WS-RUNSTAT-STATUS            PIC X(02).
038218 77  WS-RUNSTAT-NAME              PIC X(12) VALUE "RUNSTAT".
038219 77  WS-RUNSTAT-DELETE-RC         PIC S9(09) USAGE COMP-5.
038220*TEMPLATE APPROVAL WORK AREAS - THE LOOKUP SWITCHES, THE
038221*REFUSAL VERDICT AND REASON FOR THE TEMPLATE IN HAND, AND THE
038222*REFUSALS NAMED IN THE SUMMARY REPORT.
038223 77  WS-APPROVAL-STATUS           PIC X(02).
038224 77  WS-APPROVAL-EOF              PIC X(01) VALUE "N".
038225     88  WS-END-OF-APPROVALS      VALUE "Y".
038226 77  WS-APPR-FOUND-SW             PIC X(01) VALUE "N".
038227     88  WS-APPROVAL-ON-FILE      VALUE "Y".
038228 77  WS-APPR-MATCH-SW             PIC X(01) VALUE "N".
038229     88  WS-APPROVAL-MATCHES      VALUE "Y".
038230 77  WS-TPL-REFUSED-SW            PIC X(01) VALUE "N".
038231     88  WS-TPL-REFUSED           VALUE "Y".
038232 77  WS-REFUSE-REASON             PIC X(32).
038233 77  WS-REFUSED-COUNT             PIC 9(08) USAGE COMP VALUE 0.
038234 77  WS-RF-COUNT                  PIC 9(04) USAGE COMP VALUE 0.
038235 77  WS-RF-SUB                    PIC 9(04) USAGE COMP.
038236 01  WS-REFUSAL-TABLE.
038237     05  WS-RF-ENTRY              OCCURS 50 TIMES.
038238         10  WS-RF-PATH           PIC X(60).
038239         10  WS-RF-SEQ            PIC 9(06).
038240         10  WS-RF-REASON         PIC X(32).
038241*CONTENT FINGERPRINT WORK AREAS - THE TWO RUNNING SUMS, THE
038242*DIVIDE WORK FIELDS THAT KEEP THEM MODULO 65521, THE BYTE SCAN
038243*SUBSCRIPT AND THE FINISHED FINGERPRINT.  EACH BYTE IS MOVED
038244*INTO THE LOW HALF OF A TWO-BYTE BINARY WORD WHOSE HIGH HALF
038245*IS ALWAYS LOW-VALUE, SO THE WORD READS AS THE BYTE'S CODE.
038246*THE SAME ARITHMETIC RUNS IN TPL-APPROVE.
038247 77  WS-FP-SUM-A                  PIC 9(12) USAGE COMP.
038248 77  WS-FP-SUM-B                  PIC 9(12) USAGE COMP.
038249 77  WS-FP-QUOTIENT               PIC 9(12) USAGE COMP.
038250 77  WS-FP-REMAINDER              PIC 9(12) USAGE COMP.
038251 77  WS-FP-BYTE-SUB               PIC 9(04) USAGE COMP.
038252 77  WS-TPL-FINGERPRINT           PIC 9(10).
038253 01  WS-FP-WORD.
038254     05  FILLER                   PIC X(01) VALUE LOW-VALUE.
038255     05  WS-FP-CHAR               PIC X(01).
038256 01  WS-FP-WORD-BINARY REDEFINES WS-FP-WORD.
038257     05  WS-FP-ORD                PIC 9(04) USAGE COMP.
038261*TEMPLATE LIBRARY WORK AREAS - WHETHER THE VERSION IS ALREADY
038265*FILED, THE LINE NUMBER BEING FILED, AND THE VERSIONS FILED.
038269 77  WS-LIBRARY-STATUS            PIC X(02).
038273 77  WS-LIBRARY-EOF               PIC X(01) VALUE "N".
038277     88  WS-END-OF-LIBRARY        VALUE "Y".
038281 77  WS-LIB-DUP-SW                PIC X(01) VALUE "N".
038285     88  WS-LIB-ALREADY-FILED     VALUE "Y".
038289 77  WS-LIB-LINE-NO               PIC 9(06) USAGE COMP.
038293 77  WS-DEPOSIT-COUNT             PIC 9(08) USAGE COMP VALUE 0.
038300*SIMULATION WORK AREAS - PLANNED-NAME TABLE FOR DUPLICATE
038400*DETECTION, COLLISION AND DUPLICATE COUNTS, AND THE DISK
038500*SPACE THE SIMULATED RUN WOULD NEED.
039800     05  WS-PLANNED-NAME          OCCURS 10000 TIMES
039900                                  PIC X(160).
040000*NAMES AND RETURN CODE FOR THE ATOMIC CHECKPOINT RENAME.
040100 77  WS-CHKPT-NEW-NAME            PIC X(16) VALUE "CHKPOINT.NEW".
040200 77  WS-CHKPT-LIVE-NAME           PIC X(12) VALUE "CHKPOINT".
040300 77  WS-CHKPT-RENAME-RC           PIC S9(09) USAGE COMP-5.
040400*ABEND DIAGNOSTIC TEXT.
044500*STAGED CONTENT FOR THE NEXT TRIGGER RECORD.
044600 77  WS-TG-NAME                   PIC X(160).
044700 77  WS-TG-BYTES                  PIC 9(12) USAGE COMP.
044800*STAGED CONTENT FOR THE NEXT RUN HISTORY DETAIL RECORD -
044810*"D" FOR A COPY WRITTEN, "S" FOR A COPY SKIPPED.
044820 77  WS-RH-TYPE                   PIC X(01).
044900 77  WS-RH-TEMPLATE               PIC X(60).
045000 77  WS-RH-TARGET                 PIC X(160).
045100 77  WS-RH-BYTES                  PIC 9(12) USAGE COMP.
047400         10  WS-TPL-SUM-PATH      PIC X(60).
047500         10  WS-TPL-SUM-FILES     PIC 9(08) USAGE COMP.
047600         10  WS-TPL-SUM-BYTES     PIC 9(12) USAGE COMP.
047605         10  WS-TPL-SUM-SECONDS   PIC 9(08) USAGE COMP.
047610*TEMPLATE TIMING - WHEN THE CURRENT TEMPLATE'S COPIES BEGAN AND
047615*ENDED, FOR THE SECONDS CARRIED ON ITS RUNHIST SUMMARY.
047620 01  WS-TPL-START-TIME.
047625     05  WS-TPL-START-HH          PIC 9(02).
047630     05  WS-TPL-START-MM          PIC 9(02).
047635     05  WS-TPL-START-SS          PIC 9(02).
047640     05  WS-TPL-START-CC          PIC 9(02).
047645 01  WS-TPL-END-TIME.
047650     05  WS-TPL-END-HH            PIC 9(02).
047655     05  WS-TPL-END-MM            PIC 9(02).
047660     05  WS-TPL-END-SS            PIC 9(02).
047665     05  WS-TPL-END-CC            PIC 9(02).
047670 77  WS-TPL-START-SECONDS         PIC 9(08) USAGE COMP.
047675 77  WS-TPL-END-SECONDS           PIC 9(08) USAGE COMP.
047680 77  WS-TPL-SECONDS               PIC 9(08) USAGE COMP.
047700*ENVELOPE-MODE WORK AREAS - THE ENVELOPE PATH, THE BLOCK AND
047800*GRAND HASH TOTALS CARRIED IN THE TRL AND EOF RECORDS, AND THE
047900*ON-DISK BYTE COUNT OF THE WHOLE ENVELOPE FOR THE AUDIT LOG.
048400 77  WS-ENV-GRAND-BYTES           PIC 9(12) USAGE COMP.
048500 77  WS-ENV-FILE-BYTES            PIC 9(12) USAGE COMP.
048600 77  WS-RECORDS-THIS-FILE         PIC 9(08) USAGE COMP.
048602*PER-RECIPIENT DELIVERY - ON A MASTER-DRIVEN TEMPLATE THE
048604*RECIPIENTS WHOSE RM-DELIVERY-METHOD IS E ARE BUNDLED INTO ONE
048606*ENVELOPE PER GROUP AFTER THE FILE RECIPIENTS HAVE BEEN WRITTEN.
048608*THE GROUP TABLE IS FILLED BY THE PRE-COUNT IN THE ORDER THE
048610*GROUPS FIRST APPEAR; THE SUMMARY TABLE KEEPS EACH ENVELOPE
048612*FINISHED FOR THE REPORT AND A PARTITION'S PIECE RECORDS.
048614 77  WS-COPY-TO-ENVELOPE-SW       PIC X(01) VALUE "N".
048616     88  WS-COPY-TO-ENVELOPE     VALUE "Y".
048618 77  WS-SPLIT-DELIVERY-SW         PIC X(01) VALUE "N".
048620     88  WS-SPLIT-DELIVERY       VALUE "Y".
048622 77  WS-DELIVERY-PASS             PIC X(01) VALUE SPACE.
048624     88  WS-FILE-PASS            VALUE "F".
048626     88  WS-ENVELOPE-PASS        VALUE "E".
048628 77  WS-ENV-GROUP                 PIC X(08).
048630 77  WS-ENV-BASE-NAME             PIC X(60).
048632 77  WS-ENV-GROUP-NAME            PIC X(60).
048634 77  WS-ENV-NAME-PTR              PIC 9(04) USAGE COMP.
048636 77  WS-ENV-NAME-LONG-SW          PIC X(01) VALUE "N".
048638     88  WS-ENV-NAME-TOO-LONG    VALUE "Y".
048640 77  WS-TPL-FILE-COPIES           PIC 9(08) USAGE COMP VALUE 0.
048642 77  WS-ENV-RESUME-LEFT           PIC 9(08) USAGE COMP VALUE 0.
048644 77  WS-FILES-DELIVERED           PIC 9(08) USAGE COMP VALUE 0.
048646 77  WS-ENV-DELIVERED             PIC 9(08) USAGE COMP VALUE 0.
048648 01  WS-ENV-GROUP-TABLE.
048650     05  WS-EG-COUNT              PIC 9(04) USAGE COMP VALUE 0.
048652     05  WS-EG-ENTRY              OCCURS 100 TIMES.
048654         10  WS-EG-GROUP          PIC X(08).
048656         10  WS-EG-COPIES         PIC 9(08) USAGE COMP.
048658 77  WS-EG-SUB                    PIC 9(04) USAGE COMP.
048660 77  WS-EG-FOUND-SW               PIC X(01) VALUE "N".
048662     88  WS-EG-FOUND             VALUE "Y".
048664 01  WS-ENV-SUMMARY-TABLE.
048666     05  WS-ES-COUNT              PIC 9(04) USAGE COMP VALUE 0.
048668     05  WS-ES-ENTRY              OCCURS 100 TIMES.
048670         10  WS-ES-NAME           PIC X(60).
048672         10  WS-ES-GROUP          PIC X(08).
048674         10  WS-ES-BLOCKS         PIC 9(08) USAGE COMP.
048676         10  WS-ES-RECORDS        PIC 9(08) USAGE COMP.
048678         10  WS-ES-DATA-BYTES     PIC 9(12) USAGE COMP.
048680         10  WS-ES-FILE-BYTES     PIC 9(12) USAGE COMP.
048682 77  WS-ES-SUB                    PIC 9(04) USAGE COMP.
048684 77  WS-ES-OVERFLOW               PIC 9(08) USAGE COMP VALUE 0.
048700*EVERY OUTGOING RECORD IS STAGED HERE SO IT CAN BE
048800*PERSONALIZED AND COUNTED BEFORE IT IS WRITTEN TO EITHER THE
048900*CURRENT OUTPUT FILE OR THE ENVELOPE.
056400     ACCEPT WS-START-DATE FROM DATE YYYYMMDD
056500     ACCEPT WS-START-TIME FROM TIME
056600     PERFORM 1200-READ-CONTROL-CARD THRU 1200-EXIT
056605     PERFORM 1250-SET-UP-PARTITION THRU 1250-EXIT
056610     PERFORM 1500-LOAD-BUSINESS-CALENDAR THRU 1500-EXIT
056620*THE RUN LOCK IS TAKEN BEFORE ANYTHING ELSE TOUCHES THE AUDIT
056630*LOG OR CHECKPOINT - THE SHARED LOCK, OR A PARTITION'S OWN.
056900     PERFORM 1400-TAKE-RUN-LOCK THRU 1400-EXIT
056905*A PARTITION THAT HAS ALREADY FINISHED CLEANLY HAS NOT YET HAD
056910*ITS SEQUENCE RECORDED ON SEQCNTL - PART-MERGE DOES THAT - SO ITS
056915*COMPLETION RECORD IS WHAT STOPS A SECOND RUN SENDING THE SAME
056920*COPIES AGAIN, SHORT OF A FORCED RESEND.  OTHERWISE THE RECORD
056925*IS WRITTEN AGAIN ONLY IF THIS ATTEMPT FINISHES CLEANLY.
056930     IF WS-PARTITIONED-RUN
056935         OPEN INPUT PART-CTL-FILE
056940         IF WS-PARTCTL-STATUS = "00"
056945             CLOSE PART-CTL-FILE
056950             IF NOT CC-FORCE-RESEND-ON
056955                 MOVE "PARTITION ALREADY FINISHED - NOT MERGED"
056960                     TO WS-ABEND-MESSAGE
056965                 GO TO 9999-ABEND-EXIT
056970             END-IF
056975         END-IF
056980         CALL "CBL_DELETE_FILE" USING WS-PARTCTL-NAME
056985             RETURNING WS-PARTCTL-DELETE-RC
056990         END-CALL
056995     END-IF
057000     IF NOT CC-CATALOG-MODE-ON AND NOT CC-RELEASE-MODE-ON
057100         MOVE CC-RUN-COUNT TO WS-TPL-RUN-COUNT
057200         MOVE CC-MANIFEST-SW TO WS-TPL-MANIFEST-SW
061800*IT IS RECORDED ON THE HOLD FILE AND PICKED UP BY A RELEASE
061900*RUN ON OR AFTER ITS EFFECTIVE DAY.
062000     MOVE "N" TO WS-TPL-HELD-SW
062010     MOVE "N" TO WS-TPL-REFUSED-SW
062020     MOVE FR-EFFECTIVE-DATE TO WS-TPL-EFF-DATE
062030     PERFORM 1560-FIND-RELEASE-DATE THRU 1560-EXIT
062040     IF WS-TPL-RELEASE-DATE > WS-AS-OF-DATE
062050         DISPLAY "TEMPLATE: " WS-TEMPLATE-PATH
062060         IF WS-TPL-RELEASE-DATE = WS-TPL-EFF-DATE
062070             DISPLAY "TEMPLATE HELD - EFFECTIVE " WS-TPL-EFF-DATE
062080                 " IS AFTER AS-OF " WS-AS-OF-DATE
062090         ELSE
062100             DISPLAY "TEMPLATE HELD - EFFECTIVE " WS-TPL-EFF-DATE
062110                 " RELEASES ON BUSINESS DAY "
062120                 WS-TPL-RELEASE-DATE
062130                 " AFTER AS-OF " WS-AS-OF-DATE
062140         END-IF
062600         MOVE "Y" TO WS-TPL-HELD-SW
062700         ADD 1 TO WS-HELD-COUNT
062800*A RELEASE RUN ALREADY HAS THE ENTRY ON THE HOLD FILE IT IS
062900*WORKING FROM, AND A SIMULATION WRITES NOTHING, SO ONLY A
063000*NORMAL RUN RECORDS THE HOLD.
063010*A PARTITION LEAVES THE HOLD TO AN UNPARTITIONED RUN, SO THE
063020*TEMPLATE IS NOT HELD ONCE FOR EVERY PARTITION.
063100         IF NOT CC-RELEASE-MODE-ON
063200            AND NOT CC-SIMULATE-MODE-ON
063210           AND NOT WS-PARTITIONED-RUN
063300             PERFORM 1140-RECORD-HELD-TEMPLATE THRU 1140-EXIT
063400         END-IF
063500         CLOSE FILE-IN
064300     MOVE "Y" TO WS-TPL-IN-MEMORY-SW
064400     MOVE 0 TO WS-TPL-RECORD-COUNT
064500     MOVE 0 TO WS-TEMPLATE-BYTES
064510     MOVE 1 TO WS-FP-SUM-A
064520     MOVE 0 TO WS-FP-SUM-B
064600     PERFORM 1110-STORE-TEMPLATE-RECORD THRU 1110-EXIT
064700     PERFORM 1120-LOAD-TEMPLATE-RECORD THRU 1120-EXIT
064800         UNTIL WS-END-OF-SOURCE
064900     CLOSE FILE-IN
064910*ONLY A TEMPLATE A SECOND PERSON HAS SIGNED OFF, AND WHOSE
064920*CONTENT IS STILL WHAT THEY SIGNED OFF, MAY GO OUT.  A HELD
064930*TEMPLATE IS CHECKED WHEN ITS RELEASE RUN VALIDATES IT AGAIN.
064940     COMPUTE WS-TPL-FINGERPRINT =
064950         WS-FP-SUM-B * 65536 + WS-FP-SUM-A
064960     PERFORM 1190-CHECK-TEMPLATE-APPROVAL THRU 1190-EXIT.
065000 1100-EXIT.
065100     EXIT.
065200
067500         TALLYING WS-TRAILING-SPACES FOR TRAILING SPACE
067600     COMPUTE WS-RECORD-LENGTH =
067700         1000 - WS-TRAILING-SPACES + 1
067800     ADD WS-RECORD-LENGTH TO WS-TEMPLATE-BYTES
067810*EVERY RECORD, PAST THE TABLE LIMIT TOO, GOES INTO THE CONTENT
067820*FINGERPRINT THE APPROVAL IS CHECKED AGAINST.
067830     PERFORM 1180-FOLD-TEMPLATE-RECORD THRU 1180-EXIT.
067900 1110-EXIT.
068000     EXIT.
068100
074858 1170-EXIT.
074859     EXIT.
074860
074861*----------------------------------------------------------------
074862*1180-FOLD-TEMPLATE-RECORD - FOLD ALL 1000 BYTES OF THE RECORD
074863*JUST READ INTO THE CONTENT FINGERPRINT SUMS, THEN BRING BOTH
074864*SUMS BACK UNDER 65521.  ONE RECORD CANNOT OVERFLOW THE
074865*TWELVE-DIGIT SUMS.
074866*----------------------------------------------------------------
074867 1180-FOLD-TEMPLATE-RECORD.
074868     PERFORM 1185-FOLD-ONE-BYTE THRU 1185-EXIT
074869         VARYING WS-FP-BYTE-SUB FROM 1 BY 1
074870         UNTIL WS-FP-BYTE-SUB > 1000
074871     DIVIDE WS-FP-SUM-A BY 65521
074872         GIVING WS-FP-QUOTIENT
074873         REMAINDER WS-FP-REMAINDER
074874     MOVE WS-FP-REMAINDER TO WS-FP-SUM-A
074875     DIVIDE WS-FP-SUM-B BY 65521
074876         GIVING WS-FP-QUOTIENT
074877         REMAINDER WS-FP-REMAINDER
074878     MOVE WS-FP-REMAINDER TO WS-FP-SUM-B.
074879 1180-EXIT.
074880     EXIT.
074881
074882*----------------------------------------------------------------
074883*1185-FOLD-ONE-BYTE - ADD ONE BYTE'S CODE TO THE FIRST SUM AND
074884*THE FIRST SUM TO THE SECOND.
074885*----------------------------------------------------------------
074886 1185-FOLD-ONE-BYTE.
074887     MOVE FILE-RECORD (WS-FP-BYTE-SUB : 1) TO WS-FP-CHAR
074888     ADD WS-FP-ORD TO WS-FP-SUM-A
074889     ADD WS-FP-SUM-A TO WS-FP-SUM-B.
074890 1185-EXIT.
074891     EXIT.
074892
074893*----------------------------------------------------------------
074894*1190-CHECK-TEMPLATE-APPROVAL - LOOK FOR A TPLAPPR APPROVAL OF
074895*THIS TEMPLATE PATH AND SEQUENCE WHOSE FINGERPRINT MATCHES THE
074896*CONTENT JUST READ.  WITHOUT ONE THE TEMPLATE IS REFUSED: IT
074897*IS SKIPPED LIKE A HELD TEMPLATE AND NAMED IN THE SUMMARY.  NO
074898*APPROVAL FILE AT ALL MEANS NOTHING HAS BEEN APPROVED.
074899*----------------------------------------------------------------
074900 1190-CHECK-TEMPLATE-APPROVAL.
074901     MOVE "N" TO WS-APPR-FOUND-SW
074902     MOVE "N" TO WS-APPR-MATCH-SW
074903     MOVE "N" TO WS-APPROVAL-EOF
074904     OPEN INPUT APPROVAL-FILE
074905     IF WS-APPROVAL-STATUS = "00"
074906         PERFORM 1195-MATCH-ONE-APPROVAL THRU 1195-EXIT
074907             UNTIL WS-END-OF-APPROVALS OR WS-APPROVAL-MATCHES
074908         CLOSE APPROVAL-FILE
074909     END-IF
074910     IF WS-APPROVAL-MATCHES
074911         GO TO 1190-EXIT
074912     END-IF
074913     IF WS-APPROVAL-ON-FILE
074914         MOVE "CONTENT CHANGED SINCE APPROVAL"
074915             TO WS-REFUSE-REASON
074916     ELSE
074917         MOVE "NO TWO-PERSON APPROVAL ON FILE"
074918             TO WS-REFUSE-REASON
074919     END-IF
074920     DISPLAY "TEMPLATE: " WS-TEMPLATE-PATH
074921     DISPLAY "TEMPLATE REFUSED - SEQUENCE " WS-TPL-SEQ-NO
074922         " " WS-REFUSE-REASON
074923     MOVE "Y" TO WS-TPL-REFUSED-SW
074924     ADD 1 TO WS-REFUSED-COUNT
074925     IF WS-RF-COUNT < 50
074926         ADD 1 TO WS-RF-COUNT
074927         MOVE WS-TEMPLATE-PATH TO WS-RF-PATH (WS-RF-COUNT)
074928         MOVE WS-TPL-SEQ-NO TO WS-RF-SEQ (WS-RF-COUNT)
074929         MOVE WS-REFUSE-REASON TO WS-RF-REASON (WS-RF-COUNT)
074930     END-IF.
074931 1190-EXIT.
074932     EXIT.
074933
074934*----------------------------------------------------------------
074935*1195-MATCH-ONE-APPROVAL - JUDGE ONE APPROVAL ENTRY AGAINST THE
074936*TEMPLATE IN HAND.  AN ENTRY WITH THE SAME PERSON (OR NOBODY)
074937*ON BOTH SIDES IS NO APPROVAL, HOWEVER IT REACHED THE FILE.
074938*----------------------------------------------------------------
074939 1195-MATCH-ONE-APPROVAL.
074940     READ APPROVAL-FILE
074941         AT END
074942             MOVE "Y" TO WS-APPROVAL-EOF
074943             GO TO 1195-EXIT
074944     END-READ
074945     IF AP-TEMPLATE-PATH NOT = WS-TEMPLATE-PATH
074946        OR AP-SEQUENCE-NUMBER NOT NUMERIC
074947         GO TO 1195-EXIT
074948     END-IF
074949     IF AP-SEQUENCE-NUMBER NOT = WS-TPL-SEQ-NO
074950         GO TO 1195-EXIT
074951     END-IF
074952     IF AP-PREPARER = SPACES OR AP-APPROVER = SPACES
074953        OR AP-PREPARER = AP-APPROVER
074954         GO TO 1195-EXIT
074955     END-IF
074956     MOVE "Y" TO WS-APPR-FOUND-SW
074957     IF AP-FINGERPRINT NUMERIC
074958        AND AP-FINGERPRINT = WS-TPL-FINGERPRINT
074959         MOVE "Y" TO WS-APPR-MATCH-SW
074960     END-IF.
074961 1195-EXIT.
074962     EXIT.
074963
075000*----------------------------------------------------------------
075100*1200-READ-CONTROL-CARD - PICK UP THE RUN-COUNT AND OTHER SWITCHES
075200*FOR THIS RUN FROM CTLCARD, OR PROMPT THE OPERATOR WHEN NO
081000 1200-EXIT.
081100     EXIT.
081200 
081201*----------------------------------------------------------------
081202*1250-SET-UP-PARTITION - A CARD PARTITION ID MAKES THIS RUN ONE
081203*PARTITION OF A MASTER-MODE DISTRIBUTION, TAKING ONLY THE
081204*RECIPIENTS FROM CC-PART-LOW-ID THROUGH CC-PART-HIGH-ID.  THE
081205*AUDIT LOG, RUN HISTORY, ERROR LOG, CHECKPOINT, STATUS AND LOCK
081206*FILES ALL TAKE THE PARTITION'S .PNN SUFFIX SO PARTITIONS CAN
081207*RUN SIDE BY SIDE; PART-MERGE COMBINES THEM AFTERWARDS.
081208*----------------------------------------------------------------
081209 1250-SET-UP-PARTITION.
081210     IF CC-PARTITION-ID = SPACES
081211         GO TO 1250-EXIT
081212     END-IF
081213*ONLY A LIVE SINGLE-TEMPLATE MASTER RUN IS SPLIT.  CATALOG,
081214*ENVELOPE AND RELEASE RUNS WRITE FILES NO PARTITION MAY SHARE,
081215*AND A SIMULATION HAS NOTHING TO GAIN FROM IT.
081216     IF NOT CC-MASTER-MODE-ON
081217        OR CC-CATALOG-MODE-ON OR CC-ENVELOPE-MODE-ON
081218        OR CC-RELEASE-MODE-ON OR CC-SIMULATE-MODE-ON
081219         MOVE "PARTITION RUN MUST BE ONE LIVE MASTER-MODE RUN"
081220             TO WS-ABEND-MESSAGE
081221         GO TO 9999-ABEND-EXIT
081222     END-IF
081223     IF CC-PARTITION-ID (1:1) = SPACE
081224        OR CC-PARTITION-ID (2:1) = SPACE
081225         MOVE "PARTITION ID MUST BE TWO CHARACTERS"
081226             TO WS-ABEND-MESSAGE
081227         GO TO 9999-ABEND-EXIT
081228     END-IF
081229     IF CC-PART-LOW-ID NOT = SPACES
081230        AND CC-PART-HIGH-ID NOT = SPACES
081231        AND CC-PART-LOW-ID > CC-PART-HIGH-ID
081232         MOVE "PARTITION LOW RECIPIENT IS ABOVE ITS HIGH"
081233             TO WS-ABEND-MESSAGE
081234         GO TO 9999-ABEND-EXIT
081235     END-IF
081236     MOVE "Y" TO WS-PARTITION-SW
081237     MOVE SPACES TO WS-PART-SUFFIX
081238     STRING ".P" CC-PARTITION-ID DELIMITED BY SIZE
081239         INTO WS-PART-SUFFIX
081240     MOVE SPACES TO WS-AUDIT-NAME WS-RUNHIST-NAME WS-ERRLOG-NAME
081241                    WS-RUNSTAT-NAME WS-CHKPT-LIVE-NAME
081242                    WS-CHKPT-NEW-NAME WS-LOCK-NAME WS-PARTCTL-NAME
081243     STRING "AUDITLOG" WS-PART-SUFFIX DELIMITED BY SIZE
081244         INTO WS-AUDIT-NAME
081245     STRING "RUNHIST" WS-PART-SUFFIX DELIMITED BY SIZE
081246         INTO WS-RUNHIST-NAME
081247     STRING "ERRLOG" WS-PART-SUFFIX DELIMITED BY SIZE
081248         INTO WS-ERRLOG-NAME
081249     STRING "RUNSTAT" WS-PART-SUFFIX DELIMITED BY SIZE
081250         INTO WS-RUNSTAT-NAME
081251     STRING "CHKPOINT" WS-PART-SUFFIX DELIMITED BY SIZE
081252         INTO WS-CHKPT-LIVE-NAME
081253     STRING "CHKPOINT" WS-PART-SUFFIX ".NEW" DELIMITED BY SIZE
081254         INTO WS-CHKPT-NEW-NAME
081255     STRING "RUNLOCK" WS-PART-SUFFIX DELIMITED BY SIZE
081256         INTO WS-LOCK-NAME
081257     STRING "PARTCTL" WS-PART-SUFFIX DELIMITED BY SIZE
081258         INTO WS-PARTCTL-NAME
081259     MOVE CC-PART-LOW-ID TO WS-PART-LOW-DISP
081260     IF WS-PART-LOW-DISP = SPACES
081261         MOVE "(FIRST)" TO WS-PART-LOW-DISP
081262     END-IF
081263     MOVE CC-PART-HIGH-ID TO WS-PART-HIGH-DISP
081264     IF WS-PART-HIGH-DISP = SPACES
081265         MOVE "(LAST)" TO WS-PART-HIGH-DISP
081266     END-IF
081267     DISPLAY "PARTITION " CC-PARTITION-ID " - RECIPIENTS "
081268         WS-PART-LOW-DISP " THROUGH " WS-PART-HIGH-DISP.
081269 1250-EXIT.
081270     EXIT.
081280
081300*----------------------------------------------------------------
081400*1300-READ-CHECKPOINT - IF A PRIOR RUN LEFT A CHECKPOINT, PICK
081500*UP THE LAST COMPLETED COPY NUMBER SO THIS RUN RESTARTS RIGHT
088200     MOVE "Y" TO WS-LOCK-HELD-SW.
088300 1400-EXIT.
088400     EXIT.
088401
088402*----------------------------------------------------------------
088403*1500-LOAD-BUSINESS-CALENDAR - TABLE THE SHOP CALENDAR.  WITHOUT
088404*ONE, WEEKENDS ARE THE ONLY DAYS THAT ARE NOT BUSINESS DAYS.
088405*----------------------------------------------------------------
088406 1500-LOAD-BUSINESS-CALENDAR.
088407     MOVE 0 TO WS-CAL-COUNT
088408     OPEN INPUT BUS-CAL-FILE
088409     IF WS-BUSCAL-STATUS NOT = "00"
088410         DISPLAY "NO BUSCAL FOUND - WEEKENDS ARE THE ONLY"
088411             " NON-BUSINESS DAYS"
088412         GO TO 1500-EXIT
088413     END-IF
088414     MOVE "N" TO WS-CAL-EOF
088415     PERFORM 1510-LOAD-ONE-CALENDAR-DAY THRU 1510-EXIT
088416         UNTIL WS-END-OF-CALENDAR
088417     CLOSE BUS-CAL-FILE.
088418 1500-EXIT.
088419     EXIT.
088420
088421*----------------------------------------------------------------
088422*1510-LOAD-ONE-CALENDAR-DAY - TABLE ONE CALENDAR ENTRY.  AN
088423*ENTRY THAT IS NOT A REAL DATE OR OF NO KNOWN TYPE IS IGNORED.
088424*----------------------------------------------------------------
088425 1510-LOAD-ONE-CALENDAR-DAY.
088426     READ BUS-CAL-FILE
088427         AT END
088428             MOVE "Y" TO WS-CAL-EOF
088429             GO TO 1510-EXIT
088430     END-READ
088431     IF BD-CAL-DATE NOT NUMERIC
088432        OR (NOT BD-HOLIDAY AND NOT BD-EXTRA-BUSINESS-DAY)
088433         GO TO 1510-EXIT
088434     END-IF
088435     COMPUTE WS-CAL-DAYNO = FUNCTION INTEGER-OF-DATE (BD-CAL-DATE)
088436     IF WS-CAL-DAYNO = 0 OR WS-CAL-COUNT >= 2000
088437         GO TO 1510-EXIT
088438     END-IF
088439     ADD 1 TO WS-CAL-COUNT
088440     MOVE WS-CAL-DAYNO TO WS-CAL-ENTRY-DAYNO (WS-CAL-COUNT)
088441     MOVE BD-DAY-TYPE TO WS-CAL-ENTRY-TYPE (WS-CAL-COUNT).
088442 1510-EXIT.
088443     EXIT.
088444
088445*----------------------------------------------------------------
088446*1520-CHECK-BUSINESS-DAY - JUDGE THE DAY IN WS-CAL-DAYNO: A
088447*WEEKDAY IS A BUSINESS DAY AND A WEEKEND DAY IS NOT, UNLESS THE
088448*CALENDAR SAYS OTHERWISE.
088449*----------------------------------------------------------------
088450 1520-CHECK-BUSINESS-DAY.
088451     DIVIDE WS-CAL-DAYNO BY 7
088452         GIVING WS-CAL-WEEKS
088453         REMAINDER WS-CAL-WEEKDAY
088454     IF WS-CAL-WEEKDAY = 0 OR WS-CAL-WEEKDAY = 6
088455         MOVE "N" TO WS-CAL-BUSINESS-SW
088456     ELSE
088457         MOVE "Y" TO WS-CAL-BUSINESS-SW
088458     END-IF
088459     MOVE "N" TO WS-CAL-FOUND-SW
088460     PERFORM 1530-MATCH-ONE-CALENDAR-DAY THRU 1530-EXIT
088461         VARYING WS-CAL-SUB FROM 1 BY 1
088462         UNTIL WS-CAL-SUB > WS-CAL-COUNT
088463            OR WS-CAL-FOUND
088464     IF WS-CAL-FOUND
088465         SUBTRACT 1 FROM WS-CAL-SUB
088466         IF WS-CAL-ENTRY-TYPE (WS-CAL-SUB) = "H"
088467             MOVE "N" TO WS-CAL-BUSINESS-SW
088468         ELSE
088469             MOVE "Y" TO WS-CAL-BUSINESS-SW
088470         END-IF
088471     END-IF.
088472 1520-EXIT.
088473     EXIT.
088474
088475*----------------------------------------------------------------
088476*1530-MATCH-ONE-CALENDAR-DAY - COMPARE THE DAY TO ONE ENTRY.
088477*----------------------------------------------------------------
088478 1530-MATCH-ONE-CALENDAR-DAY.
088479     IF WS-CAL-ENTRY-DAYNO (WS-CAL-SUB) = WS-CAL-DAYNO
088480         MOVE "Y" TO WS-CAL-FOUND-SW
088481     END-IF.
088482 1530-EXIT.
088483     EXIT.
088484
088485*----------------------------------------------------------------
088486*1540-ROLL-TO-BUSINESS-DAY - MOVE WS-CAL-DAYNO FORWARD TO THE
088487*FIRST BUSINESS DAY ON OR AFTER IT.  A CALENDAR THAT SHOWS NO
088488*BUSINESS DAY IN A YEAR LEAVES THE DAY WHERE THE SEARCH STOPPED.
088489*----------------------------------------------------------------
088490 1540-ROLL-TO-BUSINESS-DAY.
088491     MOVE 0 TO WS-CAL-STEPS
088492     PERFORM 1520-CHECK-BUSINESS-DAY THRU 1520-EXIT
088493     PERFORM 1550-STEP-ONE-DAY THRU 1550-EXIT
088494         UNTIL WS-CAL-BUSINESS-DAY
088495            OR WS-CAL-STEPS > 366.
088496 1540-EXIT.
088497     EXIT.
088498
088499*----------------------------------------------------------------
088500*1550-STEP-ONE-DAY - ADVANCE ONE DAY AND JUDGE IT.
088501*----------------------------------------------------------------
088502 1550-STEP-ONE-DAY.
088503     ADD 1 TO WS-CAL-DAYNO
088504     ADD 1 TO WS-CAL-STEPS
088505     PERFORM 1520-CHECK-BUSINESS-DAY THRU 1520-EXIT.
088506 1550-EXIT.
088507     EXIT.
088508
088509*----------------------------------------------------------------
088510*1560-FIND-RELEASE-DATE - ROLL WS-TPL-EFF-DATE FORWARD TO THE
088511*FIRST BUSINESS DAY ON OR AFTER IT, GIVING WS-TPL-RELEASE-DATE.
088512*A DATE THE CALENDAR CANNOT PLACE IS RELEASED AS IT STANDS.
088513*----------------------------------------------------------------
088514 1560-FIND-RELEASE-DATE.
088515     MOVE WS-TPL-EFF-DATE TO WS-TPL-RELEASE-DATE
088516     COMPUTE WS-CAL-DAYNO =
088517         FUNCTION INTEGER-OF-DATE (WS-TPL-EFF-DATE)
088518     IF WS-CAL-DAYNO = 0
088519         GO TO 1560-EXIT
088520     END-IF
088521     PERFORM 1540-ROLL-TO-BUSINESS-DAY THRU 1540-EXIT
088522     COMPUTE WS-TPL-RELEASE-DATE =
088523         FUNCTION DATE-OF-INTEGER (WS-CAL-DAYNO).
088524 1560-EXIT.
088525     EXIT.
088526
088600*================================================================
088700*2000-PROCESS-FILES - CLONE EACH TEMPLATE OUT TO ITS NUMBERED OR
088800*MANIFEST-NAMED OUTPUT FILES AND AUDIT-LOG EVERY COPY MADE.
093400             TO WS-ABEND-MESSAGE
093500         GO TO 9999-ABEND-EXIT
093600     END-IF
093605*THE "E" DETAILS OF AN ENVELOPE WAIT IN ENVHIST UNTIL IT IS
093610*FINISHED.  IT STARTS EMPTY, SO WHATEVER A FAILED ATTEMPT LEFT
093615*THERE FOR AN ENVELOPE THIS RUN REBUILDS IS DISCARDED.  A
093620*PARTITION KEEPS ITS OWN ENVHIST.PNN.
093625     IF WS-PARTITIONED-RUN
093630         MOVE SPACES TO WS-ENVHIST-NAME
093635         STRING "ENVHIST" WS-PART-SUFFIX DELIMITED BY SIZE
093640             INTO WS-ENVHIST-NAME
093645     END-IF
093650     OPEN OUTPUT ENV-HIST-FILE
093655     IF WS-ENVHIST-STATUS NOT = "00"
093660         MOVE "ENVELOPE COPY DETAILS COULD NOT BE OPENED"
093665             TO WS-ABEND-MESSAGE
093670         GO TO 9999-ABEND-EXIT
093675     END-IF
093700     IF CC-TOLERANT-MODE-ON
093800         IF WS-RESUME-COUNT > 0 OR WS-RESUME-TEMPLATE > 1
093900             OPEN EXTEND ERROR-LOG-FILE
099100         CLOSE CATALOG-FILE
099200     ELSE
099300         MOVE WS-RESUME-COUNT TO WS-TPL-COPIES-DONE
099400         IF NOT WS-TPL-HELD AND NOT WS-TPL-REFUSED
099500             PERFORM 2050-RUN-ONE-TEMPLATE THRU 2050-EXIT
099600             PERFORM 2020-RECORD-TEMPLATE-TOTALS THRU 2020-EXIT
099700         END-IF
100900         PERFORM 2170-FINALIZE-ENVELOPE THRU 2170-EXIT
101000         PERFORM 2310-AUDIT-THE-ENVELOPE THRU 2310-EXIT
101100     END-IF
101110*A PARTITION'S "E" DETAILS WAIT UNTIL ALL ITS PIECES ARE BUILT,
101120*SINCE A RESTARTED PARTITION REBUILDS EVERY PIECE.
101130     IF WS-PARTITIONED-RUN
101140         PERFORM 2175-POST-ENVELOPE-COPIES THRU 2175-EXIT
101150     END-IF
101200     IF CC-TOLERANT-MODE-ON
101300         CLOSE ERROR-LOG-FILE
101400     END-IF
101500     CLOSE AUDIT-FILE
101600     CLOSE RUN-HIST-FILE
101610     CLOSE ENV-HIST-FILE
101620     CALL "CBL_DELETE_FILE" USING WS-ENVHIST-NAME
101630         RETURNING WS-ENVHIST-DELETE-RC
101640     END-CALL
101700     PERFORM 2400-RESET-CHECKPOINT THRU 2400-EXIT
101701*THE RUN IS OVER - A LEFTOVER STATUS FILE WOULD ONLY MISLEAD
101702*THE OPERATOR INQUIRY.
104400     END-IF
104500     MOVE CT-TEMPLATE-PATH TO WS-TEMPLATE-PATH
104600     MOVE CT-RUN-COUNT TO WS-TPL-RUN-COUNT
104610     IF CT-MASTER-ENTRY
104620         MOVE "N" TO WS-TPL-MANIFEST-SW
104630         MOVE "Y" TO WS-TPL-MASTER-SW
104640     ELSE
104650         MOVE CT-MANIFEST-SW TO WS-TPL-MANIFEST-SW
104660         MOVE "N" TO WS-TPL-MASTER-SW
104670     END-IF
104900     MOVE CT-MANIFEST-FILE TO WS-MANIFEST-PATH
104910     IF WS-TPL-RUN-COUNT = 0 AND NOT WS-TPL-MANIFEST-ON
104920        AND NOT WS-TPL-MASTER-ON
105100         MOVE "CATALOG ENTRY HAS NO COUNT AND NO MANIFEST"
105200             TO WS-ABEND-MESSAGE
105300         GO TO 9999-ABEND-EXIT
106100         MOVE 0 TO WS-TPL-COPIES-DONE
106200     END-IF
106300     PERFORM 1100-VALIDATE-SOURCE-TEMPLATE THRU 1100-EXIT
106400     IF WS-TPL-HELD OR WS-TPL-REFUSED
106500         GO TO 2010-EXIT
106600     END-IF
106700     PERFORM 2050-RUN-ONE-TEMPLATE THRU 2050-EXIT
108210             WS-TPL-COPIES-DONE - WS-TPL-ERROR-COUNT
108300         MOVE WS-TPL-BYTES
108400             TO WS-TPL-SUM-BYTES (WS-TPL-COUNT)
108410         PERFORM 2025-TIME-THE-TEMPLATE THRU 2025-EXIT
108420         MOVE WS-TPL-SECONDS
108430             TO WS-TPL-SUM-SECONDS (WS-TPL-COUNT)
108500     END-IF
108513*THE TEMPLATE WENT OUT - ITS SEQUENCE BECOMES THE LAST ONE
108523*DISTRIBUTED, AND THE VERSION SENT IS FILED IN THE TEMPLATE
108533*LIBRARY.  A SIMULATION DISTRIBUTES NOTHING AND LEAVES BOTH
108543*ALONE.
108546*A PARTITION LEAVES BOTH TO PART-MERGE, WHICH UPDATES THEM ONCE
108549*FOR THE WHOLE DISTRIBUTION.
108553     IF NOT CC-SIMULATE-MODE-ON
108558        AND NOT WS-PARTITIONED-RUN
108563         PERFORM 2600-UPDATE-SEQUENCE-CONTROL THRU 2600-EXIT
108573         PERFORM 2700-DEPOSIT-TEMPLATE-VERSION THRU 2700-EXIT
108583     END-IF.
108600 2020-EXIT.
108700     EXIT.
108800
108804*----------------------------------------------------------------
108808*2025-TIME-THE-TEMPLATE - SECONDS FROM THE START OF THE
108812*TEMPLATE'S COPIES TO NOW, ALLOWING FOR A RUN PAST MIDNIGHT.
108816*THIS IS THE PACE THE BATCH-WINDOW FORECAST WORKS FROM.
108820*----------------------------------------------------------------
108824 2025-TIME-THE-TEMPLATE.
108828     ACCEPT WS-TPL-END-TIME FROM TIME
108832     COMPUTE WS-TPL-START-SECONDS =
108836         WS-TPL-START-HH * 3600 + WS-TPL-START-MM * 60
108840         + WS-TPL-START-SS
108844     COMPUTE WS-TPL-END-SECONDS =
108848         WS-TPL-END-HH * 3600 + WS-TPL-END-MM * 60
108852         + WS-TPL-END-SS
108856     IF WS-TPL-END-SECONDS < WS-TPL-START-SECONDS
108860         ADD 86400 TO WS-TPL-END-SECONDS
108864     END-IF
108868     COMPUTE WS-TPL-SECONDS =
108872         WS-TPL-END-SECONDS - WS-TPL-START-SECONDS.
108876 2025-EXIT.
108880     EXIT.
108890
108900*----------------------------------------------------------------
109000*2030-RELEASE-HELD-TEMPLATES - A RELEASE RUN DISTRIBUTES EVERY
109100*HOLD-FILE TEMPLATE WHOSE EFFECTIVE DATE HAS ARRIVED, USING
114300             MOVE "Y" TO WS-HOLD-EOF
114400             GO TO 2040-EXIT
114500     END-READ
114510     IF HF-EFFECTIVE-DATE NOT NUMERIC
114520         MOVE 99999999 TO WS-TPL-RELEASE-DATE
114530     ELSE
114540         MOVE HF-EFFECTIVE-DATE TO WS-TPL-EFF-DATE
114550         PERFORM 1560-FIND-RELEASE-DATE THRU 1560-EXIT
114560     END-IF
114570     IF WS-TPL-RELEASE-DATE > WS-AS-OF-DATE
114800         IF NOT CC-SIMULATE-MODE-ON
114900             WRITE HOLD-TEMP-RECORD FROM HOLD-RECORD
115000         END-IF
116600         ADD 1 TO WS-STILL-HELD-COUNT
116700         GO TO 2040-EXIT
116800     END-IF
116810*A REFUSED TEMPLATE STAYS ON THE HOLD FILE, SO A LATER RELEASE
116820*RUN PICKS IT UP ONCE IT HAS BEEN APPROVED.
116830     IF WS-TPL-REFUSED
116840         IF NOT CC-SIMULATE-MODE-ON
116850             WRITE HOLD-TEMP-RECORD FROM HOLD-RECORD
116860         END-IF
116870         GO TO 2040-EXIT
116880     END-IF
116900     PERFORM 2050-RUN-ONE-TEMPLATE THRU 2050-EXIT
117000     PERFORM 2020-RECORD-TEMPLATE-TOTALS THRU 2020-EXIT
117100     ADD 1 TO WS-RELEASED-COUNT.
117700*OWN RUN OF COPIES: MASTER-DRIVEN, MANIFEST-DRIVEN OR COUNTED.
117800*----------------------------------------------------------------
117900 2050-RUN-ONE-TEMPLATE.
117910     ACCEPT WS-TPL-START-TIME FROM TIME
118000     MOVE 0 TO WS-TPL-BYTES
118010     MOVE 0 TO WS-TPL-ERROR-COUNT
118100     MOVE "N" TO WS-MANIFEST-EOF
118200     MOVE "N" TO WS-MASTER-EOF
118210*A WHOLE-RUN ENVELOPE ON THE CARD BUNDLES EVERY COPY, WHATEVER
118220*THE RECIPIENT'S OWN DELIVERY METHOD.  OTHERWISE A MASTER-DRIVEN
118230*TEMPLATE SPLITS ITS COPIES BY RM-DELIVERY-METHOD: FILES FIRST,
118240*THEN ONE ENVELOPE PER GROUP OF ENVELOPE RECIPIENTS.
118250     MOVE "N" TO WS-COPY-TO-ENVELOPE-SW
118260     IF CC-ENVELOPE-MODE-ON
118270         MOVE "Y" TO WS-COPY-TO-ENVELOPE-SW
118280     END-IF
118285     MOVE "N" TO WS-SPLIT-DELIVERY-SW
118290     IF WS-TPL-MASTER-ON AND NOT CC-ENVELOPE-MODE-ON
118292         MOVE "Y" TO WS-SPLIT-DELIVERY-SW
118294     END-IF
118296     MOVE SPACE TO WS-DELIVERY-PASS
118298     MOVE 0 TO WS-EG-COUNT
118299     MOVE 0 TO WS-TPL-FILE-COPIES
118300     MOVE "N" TO WS-RECIP-DRIVEN-SW
118400     IF WS-TPL-MANIFEST-ON
118500        OR WS-TPL-MASTER-ON
119200                 TO WS-ABEND-MESSAGE
119300             GO TO 9999-ABEND-EXIT
119400         END-IF
119405         PERFORM 2117-POSITION-MASTER THRU 2117-EXIT
119410*THE ELIGIBLE RECIPIENTS ARE COUNTED IN A FIRST PASS SO THE
119420*LIVE STATUS CAN SAY HOW MANY COPIES REMAIN AND RUN-STATUS
119430*CAN PROJECT A COMPLETION TIME FOR A MASTER-MODE RUN.
119493                 TO WS-ABEND-MESSAGE
119494             GO TO 9999-ABEND-EXIT
119495         END-IF
119497         PERFORM 2117-POSITION-MASTER THRU 2117-EXIT
119500         MOVE WS-TPL-COPIES-DONE TO WS-SKIP-COUNT
119510*A RESTART COUNTS THE FILE COPIES FIRST, THEN THE COPIES IN
119520*EACH GROUP ENVELOPE ALREADY FINISHED, IN THE ORDER BUILT.
119530         MOVE 0 TO WS-ENV-RESUME-LEFT
119540         IF WS-SPLIT-DELIVERY
119550             MOVE "F" TO WS-DELIVERY-PASS
119560             IF WS-SKIP-COUNT > WS-TPL-FILE-COPIES
119570                 COMPUTE WS-ENV-RESUME-LEFT =
119575                     WS-SKIP-COUNT - WS-TPL-FILE-COPIES
119580                 MOVE WS-TPL-FILE-COPIES TO WS-SKIP-COUNT
119590             END-IF
119595         END-IF
119600         PERFORM 2125-SKIP-MASTER-RECIPIENT THRU 2125-EXIT
119700             UNTIL WS-SKIP-COUNT = 0 OR WS-END-OF-MASTER
119800         PERFORM 2100-CREATE-ONE-COPY THRU 2100-EXIT
119900             UNTIL WS-END-OF-MASTER
120000         CLOSE RECIP-MASTER
120010         PERFORM 2080-BUILD-GROUP-ENVELOPE THRU 2080-EXIT
120020             VARYING WS-EG-SUB FROM 1 BY 1
120030             UNTIL WS-EG-SUB > WS-EG-COUNT
120040         MOVE SPACE TO WS-DELIVERY-PASS
120100     ELSE
120200     IF WS-TPL-MANIFEST-ON
120300         OPEN INPUT MANIFEST-FILE
122117 2060-COUNT-ONE-RECIPIENT.
122118     PERFORM 2115-READ-MASTER-RECIPIENT THRU 2115-EXIT
122119     IF WS-RECIP-ELIGIBLE
122120         PERFORM 2072-COUNT-ELIGIBLE-RECIPIENT THRU 2072-EXIT
122121     END-IF.
122122 2060-EXIT.
122123     EXIT.
122135     END-READ.
122136 2070-EXIT.
122137     EXIT.
122138
122139*----------------------------------------------------------------
122140*2072-COUNT-ELIGIBLE-RECIPIENT - TALLY ONE ELIGIBLE RECIPIENT.
122141*WHEN DELIVERY IS SPLIT, THE PASS ALSO SIZES THE FILE COPIES AND
122142*NOTES EACH GROUP THAT WILL NEED AN ENVELOPE, IN THE ORDER THE
122143*GROUPS FIRST APPEAR ON THE MASTER.
122144*----------------------------------------------------------------
122145 2072-COUNT-ELIGIBLE-RECIPIENT.
122146     ADD 1 TO WS-TPL-TOTAL-COPIES
122147     IF NOT WS-SPLIT-DELIVERY
122148         GO TO 2072-EXIT
122149     END-IF
122150     IF RM-DELIVER-BY-ENVELOPE
122151         PERFORM 2074-NOTE-ENVELOPE-GROUP THRU 2074-EXIT
122152     ELSE
122153         ADD 1 TO WS-TPL-FILE-COPIES
122154     END-IF.
122155 2072-EXIT.
122156     EXIT.
122157
122158*----------------------------------------------------------------
122159*2074-NOTE-ENVELOPE-GROUP - COUNT ONE ENVELOPE RECIPIENT AGAINST
122160*ITS GROUP, ADDING THE GROUP TO THE TABLE THE FIRST TIME IT IS
122161*SEEN.
122162*----------------------------------------------------------------
122163 2074-NOTE-ENVELOPE-GROUP.
122164     MOVE "N" TO WS-EG-FOUND-SW
122165     PERFORM 2076-MATCH-ONE-GROUP THRU 2076-EXIT
122166         VARYING WS-EG-SUB FROM 1 BY 1
122167         UNTIL WS-EG-SUB > WS-EG-COUNT
122168            OR WS-EG-FOUND
122169     IF WS-EG-FOUND
122170         GO TO 2074-EXIT
122171     END-IF
122172     IF WS-EG-COUNT >= 100
122173         MOVE "OVER 100 ENVELOPE GROUPS FOR ONE TEMPLATE"
122174             TO WS-ABEND-MESSAGE
122175         GO TO 9999-ABEND-EXIT
122176     END-IF
122177     ADD 1 TO WS-EG-COUNT
122178     MOVE RM-GROUP-CODE TO WS-EG-GROUP (WS-EG-COUNT)
122179     MOVE 1 TO WS-EG-COPIES (WS-EG-COUNT).
122180 2074-EXIT.
122181     EXIT.
122182
122183*----------------------------------------------------------------
122184*2076-MATCH-ONE-GROUP - COMPARE THE RECIPIENT'S GROUP TO ONE
122185*GROUP ALREADY IN THE TABLE, COUNTING THE RECIPIENT ON A MATCH.
122186*----------------------------------------------------------------
122187 2076-MATCH-ONE-GROUP.
122188     IF WS-EG-GROUP (WS-EG-SUB) = RM-GROUP-CODE
122189         ADD 1 TO WS-EG-COPIES (WS-EG-SUB)
122190         MOVE "Y" TO WS-EG-FOUND-SW
122191     END-IF.
122192 2076-EXIT.
122193     EXIT.
122200
122201*----------------------------------------------------------------
122202*2080-BUILD-GROUP-ENVELOPE - BUNDLE ONE GROUP'S ENVELOPE
122203*RECIPIENTS INTO ONE HDR/TRL/EOF ENVELOPE, BUILT UNDER A .tmp
122204*WORKING NAME AND SURFACED WITH ITS TRIGGER ONLY WHEN COMPLETE,
122205*THE SAME WAY AS A WHOLE-RUN ENVELOPE.  A RESTART PASSES OVER THE
122206*ENVELOPES A PRIOR ATTEMPT FINISHED AND REBUILDS THE ONE IT WAS
122207*IN THE MIDDLE OF.  A PARTITION WRITES ITS BLOCKS, WITHOUT THE
122208*EOF TRAILER, TO A PIECE FILE THAT PART-MERGE JOINS TO THE OTHER
122209*PARTITIONS' PIECES.
122210*----------------------------------------------------------------
122211 2080-BUILD-GROUP-ENVELOPE.
122212     IF WS-ENV-RESUME-LEFT >= WS-EG-COPIES (WS-EG-SUB)
122213         SUBTRACT WS-EG-COPIES (WS-EG-SUB) FROM WS-ENV-RESUME-LEFT
122214         GO TO 2080-EXIT
122215     END-IF
122216     MOVE 0 TO WS-ENV-RESUME-LEFT
122217     MOVE WS-EG-GROUP (WS-EG-SUB) TO WS-ENV-GROUP
122218     PERFORM 2119-NAME-GROUP-ENVELOPE THRU 2119-EXIT
122219     MOVE 0 TO WS-ENV-BLOCK-COUNT
122220     MOVE 0 TO WS-ENV-GRAND-RECORDS
122221     MOVE 0 TO WS-ENV-GRAND-BYTES
122222     MOVE 0 TO WS-ENV-FILE-BYTES
122223     IF NOT CC-SIMULATE-MODE-ON
122224         OPEN OUTPUT ENVELOPE-FILE
122225         IF WS-ENVELOPE-STATUS NOT = "00"
122226             MOVE "ENVELOPE FILE COULD NOT BE OPENED"
122227                 TO WS-ABEND-MESSAGE
122228             GO TO 9999-ABEND-EXIT
122229         END-IF
122230     END-IF
122231     MOVE "N" TO WS-MASTER-EOF
122232     OPEN INPUT RECIP-MASTER
122233     IF WS-MASTER-STATUS NOT = "00"
122234         MOVE "RECIPIENT MASTER COULD NOT BE REOPENED"
122235             TO WS-ABEND-MESSAGE
122236         GO TO 9999-ABEND-EXIT
122237     END-IF
122238     PERFORM 2117-POSITION-MASTER THRU 2117-EXIT
122239     MOVE "E" TO WS-DELIVERY-PASS
122240     MOVE "Y" TO WS-COPY-TO-ENVELOPE-SW
122241     PERFORM 2100-CREATE-ONE-COPY THRU 2100-EXIT
122242         UNTIL WS-END-OF-MASTER
122243     MOVE "N" TO WS-COPY-TO-ENVELOPE-SW
122244     CLOSE RECIP-MASTER
122245     IF CC-SIMULATE-MODE-ON
122246         PERFORM 2138-SIMULATE-ENVELOPE THRU 2138-EXIT
122247         GO TO 2080-EXIT
122248     END-IF
122249     IF NOT WS-PARTITIONED-RUN
122250         PERFORM 2160-WRITE-ENVELOPE-EOF THRU 2160-EXIT
122251     END-IF
122252     CLOSE ENVELOPE-FILE
122253     PERFORM 2170-FINALIZE-ENVELOPE THRU 2170-EXIT
122254     IF NOT WS-PARTITIONED-RUN
122255         PERFORM 2310-AUDIT-THE-ENVELOPE THRU 2310-EXIT
122256     END-IF
122257     PERFORM 2090-RECORD-GROUP-ENVELOPE THRU 2090-EXIT
122258*A PARTITION REBUILDS ALL ITS PIECES ON A RESTART, SINCE THE
122259*PIECE RECORDS FOR PART-MERGE ARE WRITTEN ONLY AT ITS END.
122260     IF NOT CC-RELEASE-MODE-ON AND NOT WS-PARTITIONED-RUN
122261         PERFORM 2410-SAVE-CHECKPOINT THRU 2410-EXIT
122262     END-IF.
122263 2080-EXIT.
122264     EXIT.
122265
122266*----------------------------------------------------------------
122267*2090-RECORD-GROUP-ENVELOPE - KEEP THE FINISHED ENVELOPE (OR
122268*PARTITION PIECE) AND ITS TOTALS FOR THE SUMMARY REPORT AND THE
122269*PARTITION'S PIECE RECORDS.
122270*----------------------------------------------------------------
122271 2090-RECORD-GROUP-ENVELOPE.
122272     IF WS-ES-COUNT >= 100
122273         ADD 1 TO WS-ES-OVERFLOW
122274         GO TO 2090-EXIT
122275     END-IF
122276     ADD 1 TO WS-ES-COUNT
122277     MOVE WS-ENV-GROUP-NAME TO WS-ES-NAME (WS-ES-COUNT)
122278     MOVE WS-ENV-GROUP TO WS-ES-GROUP (WS-ES-COUNT)
122279     MOVE WS-ENV-BLOCK-COUNT TO WS-ES-BLOCKS (WS-ES-COUNT)
122280     MOVE WS-ENV-GRAND-RECORDS TO WS-ES-RECORDS (WS-ES-COUNT)
122281     MOVE WS-ENV-GRAND-BYTES TO WS-ES-DATA-BYTES (WS-ES-COUNT)
122282     MOVE WS-ENV-FILE-BYTES TO WS-ES-FILE-BYTES (WS-ES-COUNT).
122283 2090-EXIT.
122284     EXIT.
122285
122300*----------------------------------------------------------------
122400*2100-CREATE-ONE-COPY - BUILD THE NEXT FILE-NAME, CLONE THE
122500*WHOLE SOURCE FILE INTO IT, AND AUDIT-LOG THE COPY MADE.
123800         PERFORM 2135-SIMULATE-ONE-COPY THRU 2135-EXIT
123900         GO TO 2100-EXIT
124000     END-IF
124100     IF WS-COPY-TO-ENVELOPE
124200         PERFORM 2140-WRITE-BLOCK-HEADER THRU 2140-EXIT
124300     ELSE
124400*THE CLONE IS BUILT UNDER FILE-NAME + ".tmp" AND SURFACED BY
129100         UNTIL WS-END-OF-SOURCE
129200     CLOSE FILE-IN
129300     END-IF
129400     IF WS-COPY-TO-ENVELOPE
129500         PERFORM 2150-WRITE-BLOCK-TRAILER THRU 2150-EXIT
129600     ELSE
129700         CLOSE FILE-OUT
130100     ADD WS-BYTES-THIS-FILE TO WS-TPL-BYTES
130200     MOVE WS-FILE-COUNT TO WS-COUNTER-DISPLAY
130300     DISPLAY WS-COUNTER-DISPLAY WITH NO ADVANCING
130400     IF WS-COPY-TO-ENVELOPE
130410         PERFORM 2305-RECORD-ENVELOPE-COPY THRU 2305-EXIT
130420         ADD 1 TO WS-ENV-DELIVERED
130430     ELSE
130500         PERFORM 2300-WRITE-AUDIT-RECORD THRU 2300-EXIT
130510         ADD 1 TO WS-FILES-DELIVERED
130600     END-IF
130700*ENVELOPE AND RELEASE RUNS NEVER RESUME FROM THE CHECKPOINT,
130800*SO THEY MUST NOT LEAVE ONE FOR THE NEXT NORMAL RUN TO READ.
130850*A GROUP ENVELOPE IS CHECKPOINTED ONLY ONCE IT IS FINISHED.
130900     IF NOT WS-COPY-TO-ENVELOPE AND NOT CC-RELEASE-MODE-ON
131000         PERFORM 2410-SAVE-CHECKPOINT THRU 2410-EXIT
131100     END-IF
131101*THE LIVE STATUS FILE FOLLOWS EVERY COMPLETED COPY SO THE
139100             MOVE "Y" TO WS-MASTER-EOF
139200             GO TO 2116-EXIT
139300     END-READ
139307*A PARTITION TAKES ONLY ITS OWN RECIPIENT RANGE.  THE MASTER IS
139314*READ IN KEY ORDER, SO THE FIRST RECIPIENT PAST THE HIGH END
139321*ENDS THE PARTITION'S PASS.
139328     IF WS-PARTITIONED-RUN
139335         IF CC-PART-HIGH-ID NOT = SPACES
139342            AND RM-RECIP-ID > CC-PART-HIGH-ID
139349             MOVE "Y" TO WS-MASTER-EOF
139356             GO TO 2116-EXIT
139363         END-IF
139370         IF RM-RECIP-ID < CC-PART-LOW-ID
139377             GO TO 2116-EXIT
139384         END-IF
139391     END-IF
139400     IF NOT RM-STATUS-ACTIVE
139500         GO TO 2116-EXIT
139600     END-IF
140700        AND RM-GROUP-CODE NOT = CC-GROUP-CODE
140800         GO TO 2116-EXIT
140900     END-IF
140910*WHEN DELIVERY IS SPLIT BY RECIPIENT, THE FILE PASS TAKES ONLY
140920*THE FILE RECIPIENTS AND EACH ENVELOPE PASS ONLY THE ENVELOPE
140930*RECIPIENTS OF THE GROUP BEING BUNDLED.
140940     IF WS-FILE-PASS AND RM-DELIVER-BY-ENVELOPE
140950         GO TO 2116-EXIT
140960     END-IF
140970     IF WS-ENVELOPE-PASS
140975        AND (NOT RM-DELIVER-BY-ENVELOPE
140980             OR RM-GROUP-CODE NOT = WS-ENV-GROUP)
140985         GO TO 2116-EXIT
140990     END-IF
141000     MOVE "Y" TO WS-RECIP-ELIGIBLE-SW
141100     MOVE RM-TARGET-NAME TO WS-OUTPUT-NAME-SUFFIX
141200     MOVE RM-RECIPIENT-NAME TO WS-RECIPIENT-NAME
141301     MOVE RM-ROUTE-DIR TO WS-ROUTE-DIR.
141400 2116-EXIT.
141500     EXIT.
141505
141510*----------------------------------------------------------------
141515*2117-POSITION-MASTER - A PARTITION WITH A LOW RECIPIENT STARTS
141520*EACH PASS OVER THE MASTER AT THAT KEY INSTEAD OF READING UP TO
141525*IT.  NO RECIPIENT AT OR ABOVE IT LEAVES THE PARTITION EMPTY.
141530*----------------------------------------------------------------
141535 2117-POSITION-MASTER.
141540     IF NOT WS-PARTITIONED-RUN OR CC-PART-LOW-ID = SPACES
141545         GO TO 2117-EXIT
141550     END-IF
141555     MOVE CC-PART-LOW-ID TO RM-RECIP-ID
141560     START RECIP-MASTER KEY IS NOT LESS THAN RM-RECIP-ID
141565         INVALID KEY
141570             MOVE "Y" TO WS-MASTER-EOF
141575     END-START.
141580 2117-EXIT.
141585     EXIT.
141600
141700*----------------------------------------------------------------
141800*2118-BUILD-CATALOG-SUFFIX - COUNTED COPIES OF A CATALOG RUN
143800     END-STRING.
143900 2118-EXIT.
144000     EXIT.
144001
144002*----------------------------------------------------------------
144003*2119-NAME-GROUP-ENVELOPE - THE GROUP ENVELOPE IS NAMED FOR THE
144004*CARD'S ENVELOPE FILE (ENVELOPE WHEN BLANK) AND THE GROUP CODE,
144005*WITH THE TEMPLATE ORDINAL BETWEEN THEM WHEN A CATALOG OR RELEASE
144006*RUN CAN DISTRIBUTE MORE THAN ONE TEMPLATE.  A PARTITION'S PIECE
144007*ADDS ITS .PNN SUFFIX.
144008*----------------------------------------------------------------
144009 2119-NAME-GROUP-ENVELOPE.
144010     MOVE CC-ENVELOPE-FILE TO WS-ENV-BASE-NAME
144011     IF WS-ENV-BASE-NAME = SPACES
144012         MOVE "ENVELOPE" TO WS-ENV-BASE-NAME
144013     END-IF
144014     MOVE 0 TO WS-TRAILING-SPACES
144015     INSPECT WS-ENV-BASE-NAME
144016         TALLYING WS-TRAILING-SPACES FOR TRAILING SPACE
144017     COMPUTE WS-NAME-LEN = 60 - WS-TRAILING-SPACES
144018     MOVE SPACES TO WS-ENVELOPE-FINAL-NAME
144019     MOVE 1 TO WS-ENV-NAME-PTR
144020     MOVE "N" TO WS-ENV-NAME-LONG-SW
144021     STRING WS-ENV-BASE-NAME (1 : WS-NAME-LEN) DELIMITED BY SIZE
144022            INTO WS-ENVELOPE-FINAL-NAME
144023            WITH POINTER WS-ENV-NAME-PTR
144024     END-STRING
144025     IF CC-CATALOG-MODE-ON OR CC-RELEASE-MODE-ON
144026         MOVE WS-TEMPLATE-ORDINAL TO WS-SEQ-EDIT
144027         MOVE 0 TO WS-LEAD-SPACES
144028         INSPECT WS-SEQ-EDIT TALLYING WS-LEAD-SPACES
144029             FOR LEADING SPACE
144030         STRING "." DELIMITED BY SIZE
144031                WS-SEQ-EDIT (WS-LEAD-SPACES + 1 :)
144032                DELIMITED BY SPACE
144033                INTO WS-ENVELOPE-FINAL-NAME
144034                WITH POINTER WS-ENV-NAME-PTR
144035             ON OVERFLOW
144036                 MOVE "Y" TO WS-ENV-NAME-LONG-SW
144037         END-STRING
144038     END-IF
144039     IF WS-ENV-GROUP NOT = SPACES
144040         STRING "." DELIMITED BY SIZE
144041                WS-ENV-GROUP DELIMITED BY SPACE
144042                INTO WS-ENVELOPE-FINAL-NAME
144043                WITH POINTER WS-ENV-NAME-PTR
144044             ON OVERFLOW
144045                 MOVE "Y" TO WS-ENV-NAME-LONG-SW
144046         END-STRING
144047     END-IF
144048     MOVE WS-ENVELOPE-FINAL-NAME TO WS-ENV-GROUP-NAME
144049     IF WS-PARTITIONED-RUN
144050         STRING WS-PART-SUFFIX DELIMITED BY SIZE
144051                INTO WS-ENVELOPE-FINAL-NAME
144052                WITH POINTER WS-ENV-NAME-PTR
144053             ON OVERFLOW
144054                 MOVE "Y" TO WS-ENV-NAME-LONG-SW
144055         END-STRING
144056     END-IF
144057     IF WS-ENV-NAME-TOO-LONG
144058         MOVE "GROUP ENVELOPE NAME IS OVER 60 CHARACTERS"
144059             TO WS-ABEND-MESSAGE
144060         GO TO 9999-ABEND-EXIT
144061     END-IF
144062     MOVE 0 TO WS-TRAILING-SPACES
144063     INSPECT WS-ENVELOPE-FINAL-NAME
144064         TALLYING WS-TRAILING-SPACES FOR TRAILING SPACE
144065     COMPUTE WS-NAME-LEN = 60 - WS-TRAILING-SPACES
144066     MOVE WS-ENVELOPE-FINAL-NAME TO WS-ENVELOPE-PATH
144067     MOVE ".tmp" TO WS-ENVELOPE-PATH (WS-NAME-LEN + 1 : 4).
144068 2119-EXIT.
144069     EXIT.
144100
144200*----------------------------------------------------------------
144300*2120-SKIP-MANIFEST-RECORD - DISCARD ONE MANIFEST ENTRY ALREADY
148404         MOVE WS-ACCOUNT-NO TO EL-ACCOUNT-NO
148405     END-IF
148500     WRITE ERROR-LOG-RECORD
148510*THE SKIPPED COPY ALSO GOES ON THE RUN HISTORY, WITH NO
148520*BYTES, SO THE DAY'S ATTEMPTS CAN BE BALANCED.
148530     MOVE "S" TO WS-RH-TYPE
148540     MOVE WS-TEMPLATE-PATH TO WS-RH-TEMPLATE
148550     MOVE FILE-NAME TO WS-RH-TARGET
148560     MOVE 0 TO WS-RH-BYTES
148570     PERFORM 2330-WRITE-HISTORY-DETAIL THRU 2330-EXIT
148600     IF CC-ABEND-LIMIT NUMERIC AND CC-ABEND-LIMIT > 0
148700        AND WS-ERROR-COUNT >= CC-ABEND-LIMIT
148800         MOVE "ERROR LIMIT REACHED - RUN ABANDONED"
149900*SPACE THE RUN WOULD NEED.  NOTHING IS WRITTEN.
150000*----------------------------------------------------------------
150100 2135-SIMULATE-ONE-COPY.
150200*A COPY BOUND FOR AN ENVELOPE CREATES NO FILE OF ITS OWN - ONLY
150300*THE BLOCK'S SPACE COUNTS HERE, AND 2138-SIMULATE-ENVELOPE
150400*REPORTS THE PATH THE ENVELOPE WOULD ACTUALLY BE WRITTEN TO.
150500     IF WS-COPY-TO-ENVELOPE
150600         ADD WS-TEMPLATE-BYTES TO WS-SIM-SPACE-TOTAL
150700         GO TO 2135-EXIT
150800     END-IF
155200*PROBE IT FOR A COLLISION WITH A FILE ALREADY ON DISK.
155300*----------------------------------------------------------------
155400 2138-SIMULATE-ENVELOPE.
155410*A GROUP ENVELOPE ARRIVES ALREADY NAMED BY 2119.
155420     IF CC-ENVELOPE-MODE-ON
155500         MOVE CC-ENVELOPE-FILE TO WS-ENVELOPE-FINAL-NAME
155600         IF WS-ENVELOPE-FINAL-NAME = SPACES
155700             MOVE "ENVELOPE" TO WS-ENVELOPE-FINAL-NAME
155800         END-IF
155810     END-IF
155900     MOVE WS-ENVELOPE-FINAL-NAME TO WS-ENVELOPE-PATH
156000     MOVE SPACES TO WS-SIM-FLAG
156100     OPEN INPUT ENVELOPE-FILE
162900             TO WS-ABEND-MESSAGE
163000         GO TO 9999-ABEND-EXIT
163100     END-IF
163110*A PARTITION'S PIECE OF A GROUP ENVELOPE IS NOT READY FOR THE
163120*GATEWAY - PART-MERGE DROPS THE TRIGGER FOR THE JOINED ENVELOPE.
163130     IF WS-PARTITIONED-RUN
163140         GO TO 2170-EXIT
163150     END-IF
163160*THE ENVELOPE'S HELD "E" DETAILS GO ON THE RUN HISTORY NOW IT
163170*IS SURFACED, BEFORE A CHECKPOINT MARKS IT FINISHED, SO A
163180*RESTART THAT REBUILDS AN UNFINISHED ENVELOPE NEVER RECORDS ITS
163190*COPIES TWICE.
163191     PERFORM 2175-POST-ENVELOPE-COPIES THRU 2175-EXIT
163200     MOVE 0 TO WS-TRAILING-SPACES
163300     INSPECT WS-ENVELOPE-FINAL-NAME
163400         TALLYING WS-TRAILING-SPACES FOR TRAILING SPACE
164100     PERFORM 2320-WRITE-TRIGGER-RECORD THRU 2320-EXIT.
164200 2170-EXIT.
164300     EXIT.
164302
164304*----------------------------------------------------------------
164306*2175-POST-ENVELOPE-COPIES - COPY THE "E" DETAILS HELD IN ENVHIST
164308*ONTO THE RUN HISTORY AND START ENVHIST AFRESH FOR THE NEXT
164310*ENVELOPE.
164312*----------------------------------------------------------------
164314 2175-POST-ENVELOPE-COPIES.
164316     CLOSE ENV-HIST-FILE
164318     OPEN INPUT ENV-HIST-FILE
164320     IF WS-ENVHIST-STATUS NOT = "00"
164322         MOVE "ENVELOPE COPY DETAILS COULD NOT BE REOPENED"
164324             TO WS-ABEND-MESSAGE
164326         GO TO 9999-ABEND-EXIT
164328     END-IF
164330     MOVE "N" TO WS-ENVHIST-EOF
164332     PERFORM 2176-POST-ONE-ENVELOPE-COPY THRU 2176-EXIT
164334         UNTIL WS-END-OF-ENVHIST
164336     CLOSE ENV-HIST-FILE
164338     OPEN OUTPUT ENV-HIST-FILE
164340     IF WS-ENVHIST-STATUS NOT = "00"
164342         MOVE "ENVELOPE COPY DETAILS COULD NOT BE OPENED"
164344             TO WS-ABEND-MESSAGE
164346         GO TO 9999-ABEND-EXIT
164348     END-IF.
164350 2175-EXIT.
164352     EXIT.
164354
164356*----------------------------------------------------------------
164358*2176-POST-ONE-ENVELOPE-COPY - ONE HELD "E" DETAIL ONTO RUNHIST.
164360*----------------------------------------------------------------
164362 2176-POST-ONE-ENVELOPE-COPY.
164364     READ ENV-HIST-FILE INTO RUN-HIST-RECORD
164366         AT END
164368             MOVE "Y" TO WS-ENVHIST-EOF
164370             GO TO 2176-EXIT
164372     END-READ
164374     WRITE RUN-HIST-RECORD.
164376 2176-EXIT.
164378     EXIT.
164400
164500*----------------------------------------------------------------
164600*2200-COPY-ONE-RECORD - COPY ONE RECORD OF THE TEMPLATE TO THE
173200     IF WS-RECIPIENT-DRIVEN
173300         PERFORM 2210-SUBSTITUTE-RECIPIENT THRU 2210-EXIT
173400     END-IF
173500     IF WS-COPY-TO-ENVELOPE
173600         WRITE ENVELOPE-RECORD FROM WS-WORK-RECORD
173700         MOVE WS-WORK-RECORD TO WS-COUNT-BUFFER
173800         PERFORM 2230-ADD-ENVELOPE-BYTES THRU 2230-EXIT
179100     MOVE WS-BYTES-THIS-FILE TO AL-BYTE-COUNT
179200     MOVE WS-TEMPLATE-PATH TO AL-TEMPLATE-NAME
179300     WRITE AUDIT-RECORD
179310     MOVE "D" TO WS-RH-TYPE
179400     MOVE WS-TEMPLATE-PATH TO WS-RH-TEMPLATE
179500     MOVE FILE-NAME TO WS-RH-TARGET
179600     MOVE WS-BYTES-THIS-FILE TO WS-RH-BYTES
179800 2300-EXIT.
179900     EXIT.
180000
180006*----------------------------------------------------------------
180012*2305-RECORD-ENVELOPE-COPY - A COPY BUNDLED INTO AN ENVELOPE HAS
180018*NO FILE OF ITS OWN TO AUDIT.  IT GOES ON THE RUN HISTORY AS AN
180024*"E" DETAIL UNDER THE TARGET NAME ITS HDR RECORD CARRIES, SO THE
180030*HISTORY SHOWS WHICH COPIES WENT AS FILES AND WHICH IN ENVELOPES.
180033*2330 HOLDS IT IN ENVHIST UNTIL 2175 POSTS THE FINISHED ENVELOPE.
180036*----------------------------------------------------------------
180042 2305-RECORD-ENVELOPE-COPY.
180048     MOVE "E" TO WS-RH-TYPE
180054     MOVE WS-TEMPLATE-PATH TO WS-RH-TEMPLATE
180060     MOVE FILE-NAME TO WS-RH-TARGET
180066     MOVE WS-BYTES-THIS-FILE TO WS-RH-BYTES
180072     PERFORM 2330-WRITE-HISTORY-DETAIL THRU 2330-EXIT.
180078 2305-EXIT.
180084     EXIT.
180090
180100*----------------------------------------------------------------
180200*2310-AUDIT-THE-ENVELOPE - IN ENVELOPE MODE THE AUDIT LOG
180300*CARRIES ONE RECORD FOR THE ENVELOPE ITSELF, WITH ITS ON-DISK
181800     WRITE AUDIT-RECORD
181900*THE ENVELOPE'S HISTORY DETAIL CARRIES NO ONE TEMPLATE, THE
182000*SAME WAY ITS AUDIT RECORD DOES NOT.
182010     MOVE "D" TO WS-RH-TYPE
182100     MOVE SPACES TO WS-RH-TEMPLATE
182200     MOVE WS-ENVELOPE-FINAL-NAME TO WS-RH-TARGET
182300     MOVE WS-ENV-FILE-BYTES TO WS-RH-BYTES
182700
182800*----------------------------------------------------------------
182900*2330-WRITE-HISTORY-DETAIL - ONE PERMANENT RUN HISTORY RECORD
183000*FOR THE OUTPUT JUST AUDITED OR THE COPY JUST SKIPPED, OF THE
183010*TYPE STAGED IN WS-RH-TYPE.  THE RETURN CODE SLOT IS ZERO ON
183100*DETAIL RECORDS - THE RUN'S FINAL CODE RIDES ON THE TEMPLATE
183200*SUMMARY RECORDS WRITTEN AT END OF RUN.  AN "E" DETAIL GOES TO
183210*ENVHIST, NOT RUNHIST, UNTIL ITS ENVELOPE IS FINISHED.
183300*----------------------------------------------------------------
183400 2330-WRITE-HISTORY-DETAIL.
183500     MOVE SPACES TO RUN-HIST-RECORD
183600     MOVE WS-RH-TYPE TO RH-RECORD-TYPE
183700     MOVE WS-START-DATE TO RH-RUN-DATE
183800     MOVE WS-RH-TEMPLATE TO RH-TEMPLATE-NAME
183900     MOVE WS-RH-TARGET TO RH-TARGET-NAME
184100     MOVE WS-RH-BYTES TO RH-BYTE-COUNT
184200     MOVE WS-RUN-MODE-CODE TO RH-RUN-MODE
184300     MOVE 0 TO RH-RETURN-CODE
184400     IF RH-ENVELOPE-DETAIL
184410         WRITE ENV-HIST-RECORD FROM RUN-HIST-RECORD
184420     ELSE
184430         WRITE RUN-HIST-RECORD
184440     END-IF.
184500 2330-EXIT.
184600     EXIT.
184700
191704 2610-EXIT.
191705     EXIT.
191706
191710*----------------------------------------------------------------
191714*2700-DEPOSIT-TEMPLATE-VERSION - FILE THE TEMPLATE JUST
191718*DISTRIBUTED IN THE TEMPLATE LIBRARY UNDER ITS PATH AND
191722*SEQUENCE, ONE LIBRARY LINE PER TEMPLATE RECORD, UNLESS THE
191726*LIBRARY ALREADY HOLDS THIS VERSION WITH THE SAME CONTENT (A
191730*FORCED RESEND).  A TEMPLATE TOO BIG FOR THE MEMORY TABLE IS
191734*REREAD FROM ITS FILE.
191738*----------------------------------------------------------------
191742 2700-DEPOSIT-TEMPLATE-VERSION.
191746     MOVE "N" TO WS-LIB-DUP-SW
191750     MOVE "N" TO WS-LIBRARY-EOF
191754     OPEN INPUT TPL-LIB-FILE
191758     IF WS-LIBRARY-STATUS = "00"
191762         PERFORM 2710-MATCH-ONE-LIBRARY-LINE THRU 2710-EXIT
191766             UNTIL WS-END-OF-LIBRARY OR WS-LIB-ALREADY-FILED
191770         CLOSE TPL-LIB-FILE
191774     END-IF
191778     IF WS-LIB-ALREADY-FILED
191782         GO TO 2700-EXIT
191786     END-IF
191790     OPEN EXTEND TPL-LIB-FILE
191794     IF WS-LIBRARY-STATUS = "35"
191798         OPEN OUTPUT TPL-LIB-FILE
191802     END-IF
191806     IF WS-LIBRARY-STATUS NOT = "00"
191810         MOVE "TEMPLATE LIBRARY COULD NOT BE OPENED"
191814             TO WS-ABEND-MESSAGE
191818         GO TO 9999-ABEND-EXIT
191822     END-IF
191826     MOVE 0 TO WS-LIB-LINE-NO
191830     IF WS-TPL-IN-MEMORY
191834         PERFORM 2720-DEPOSIT-ONE-FROM-MEMORY THRU 2720-EXIT
191838             VARYING WS-TPL-REC-SUB FROM 1 BY 1
191842             UNTIL WS-TPL-REC-SUB > WS-TPL-RECORD-COUNT
191846     ELSE
191850         MOVE "N" TO WS-EOF
191854         OPEN INPUT FILE-IN
191858         IF WS-FILE-IN-STATUS NOT = "00"
191862             MOVE "TEMPLATE COULD NOT BE REREAD FOR THE LIBRARY"
191866                 TO WS-ABEND-MESSAGE
191870             GO TO 9999-ABEND-EXIT
191874         END-IF
191878         PERFORM 2730-DEPOSIT-ONE-FROM-SOURCE THRU 2730-EXIT
191882             UNTIL WS-END-OF-SOURCE
191886         CLOSE FILE-IN
191890     END-IF
191894     CLOSE TPL-LIB-FILE
191898     ADD 1 TO WS-DEPOSIT-COUNT.
191902 2700-EXIT.
191906     EXIT.
191910
191914*----------------------------------------------------------------
191918*2710-MATCH-ONE-LIBRARY-LINE - SEE WHETHER ONE LIBRARY LINE
191922*BELONGS TO THIS VERSION OF THE TEMPLATE WITH THIS CONTENT.
191926*----------------------------------------------------------------
191930 2710-MATCH-ONE-LIBRARY-LINE.
191934     READ TPL-LIB-FILE
191938         AT END
191942             MOVE "Y" TO WS-LIBRARY-EOF
191946             GO TO 2710-EXIT
191950     END-READ
191954     IF LB-TEMPLATE-PATH NOT = WS-TEMPLATE-PATH
191958        OR LB-SEQUENCE-NUMBER NOT NUMERIC
191962        OR LB-FINGERPRINT NOT NUMERIC
191966         GO TO 2710-EXIT
191970     END-IF
191974     IF LB-SEQUENCE-NUMBER = WS-TPL-SEQ-NO
191978        AND LB-FINGERPRINT = WS-TPL-FINGERPRINT
191982         MOVE "Y" TO WS-LIB-DUP-SW
191986     END-IF.
191990 2710-EXIT.
191994     EXIT.
191998
192002*----------------------------------------------------------------
192006*2720-DEPOSIT-ONE-FROM-MEMORY - FILE ONE TABLED RECORD.
192010*----------------------------------------------------------------
192014 2720-DEPOSIT-ONE-FROM-MEMORY.
192016     MOVE SPACES TO TPL-LIB-RECORD
192020     MOVE WS-TPL-RECORD (WS-TPL-REC-SUB) TO LB-TEMPLATE-LINE
192022     PERFORM 2740-WRITE-LIBRARY-LINE THRU 2740-EXIT.
192026 2720-EXIT.
192030     EXIT.
192034
192038*----------------------------------------------------------------
192042*2730-DEPOSIT-ONE-FROM-SOURCE - FILE THE NEXT SOURCE RECORD.
192046*----------------------------------------------------------------
192050 2730-DEPOSIT-ONE-FROM-SOURCE.
192054     READ FILE-IN
192058         AT END
192062             MOVE "Y" TO WS-EOF
192066             GO TO 2730-EXIT
192070     END-READ
192072     MOVE SPACES TO TPL-LIB-RECORD
192074     MOVE FILE-RECORD TO LB-TEMPLATE-LINE
192078     PERFORM 2740-WRITE-LIBRARY-LINE THRU 2740-EXIT.
192082 2730-EXIT.
192086     EXIT.
192090
192094*----------------------------------------------------------------
192098*2740-WRITE-LIBRARY-LINE - KEY AND WRITE ONE LIBRARY LINE.
192102*----------------------------------------------------------------
192106 2740-WRITE-LIBRARY-LINE.
192110     ADD 1 TO WS-LIB-LINE-NO
192114     MOVE WS-TEMPLATE-PATH TO LB-TEMPLATE-PATH
192118     MOVE WS-TPL-SEQ-NO TO LB-SEQUENCE-NUMBER
192122     MOVE WS-TPL-FINGERPRINT TO LB-FINGERPRINT
192126     MOVE WS-START-DATE TO LB-DEPOSIT-DATE
192130     MOVE WS-LIB-LINE-NO TO LB-LINE-NUMBER
192134     WRITE TPL-LIB-RECORD
192138     IF WS-LIBRARY-STATUS NOT = "00"
192142         MOVE "TEMPLATE LIBRARY WRITE FAILED" TO WS-ABEND-MESSAGE
192146         GO TO 9999-ABEND-EXIT
192150     END-IF.
192154 2740-EXIT.
192158     EXIT.
192162
192166*================================================================
192170*9000-WRITE-SUMMARY-REPORT - END-OF-RUN COUNTS, BYTE TOTAL,
192174*TIMESTAMPS AND ELAPSED TIME, WRITTEN TO SYSOUT.
192178*================================================================
192200 9000-WRITE-SUMMARY-REPORT.
192300     ACCEPT WS-END-DATE FROM DATE YYYYMMDD
192400     ACCEPT WS-END-TIME FROM TIME
193100     DISPLAY "----------------------------------------------"
193200     DISPLAY "FILE-CLONER RUN SUMMARY"
193300     DISPLAY "  FILES CREATED . . . . . : " WS-COUNTER-DISPLAY
193310     IF WS-PARTITIONED-RUN
193320         DISPLAY "  PARTITION . . . . . . . : " CC-PARTITION-ID
193330             " RECIPIENTS " WS-PART-LOW-DISP " THROUGH "
193340             WS-PART-HIGH-DISP
193350     END-IF
193400     IF CC-TOLERANT-MODE-ON
193500         MOVE WS-ERROR-COUNT TO WS-COUNTER-DISPLAY
193600         DISPLAY "  COPIES SKIPPED (ERRORS) : " WS-COUNTER-DISPLAY
193900         MOVE WS-HELD-COUNT TO WS-COUNTER-DISPLAY
194000         DISPLAY "  TEMPLATES HELD  . . . . : " WS-COUNTER-DISPLAY
194100     END-IF
194110     IF WS-REFUSED-COUNT > 0
194120         MOVE WS-REFUSED-COUNT TO WS-COUNTER-DISPLAY
194130         DISPLAY "  TEMPLATES REFUSED . . . : " WS-COUNTER-DISPLAY
194140         PERFORM 9060-DISPLAY-ONE-REFUSAL THRU 9060-EXIT
194150             VARYING WS-RF-SUB FROM 1 BY 1
194160             UNTIL WS-RF-SUB > WS-RF-COUNT
194170         IF WS-REFUSED-COUNT > WS-RF-COUNT
194180             DISPLAY "    NOTE: OVER 50 REFUSALS -"
194185                 " LIST IS PARTIAL"
194190         END-IF
194195     END-IF
194200     IF CC-RELEASE-MODE-ON
194300         MOVE WS-RELEASED-COUNT TO WS-COUNTER-DISPLAY
194400         DISPLAY "  TEMPLATES RELEASED  . . : " WS-COUNTER-DISPLAY
194500         MOVE WS-STILL-HELD-COUNT TO WS-COUNTER-DISPLAY
194600         DISPLAY "  TEMPLATES STILL HELD  . : " WS-COUNTER-DISPLAY
194700     END-IF
194710     IF WS-DEPOSIT-COUNT > 0
194720         MOVE WS-DEPOSIT-COUNT TO WS-COUNTER-DISPLAY
194730         DISPLAY "  TEMPLATES TO LIBRARY  . : " WS-COUNTER-DISPLAY
194740     END-IF
194800     IF CC-SIMULATE-MODE-ON
194900         DISPLAY "  SIMULATION ONLY - NO FILES WERE WRITTEN"
195000         MOVE WS-SIM-COLLIDE-COUNT TO WS-COUNTER-DISPLAY
197500         DISPLAY "  ENVELOPE FILE . . . . . : "
197600             WS-ENVELOPE-FINAL-NAME
197700     END-IF
197710*A RUN THAT BUNDLED ANY COPIES SHOWS WHICH WAY THE COPIES WENT,
197720*AND EACH GROUP ENVELOPE BUILT FOR THE ENVELOPE RECIPIENTS.
197730     IF WS-ENV-DELIVERED > 0
197740         MOVE WS-FILES-DELIVERED TO WS-COUNTER-DISPLAY
197750         DISPLAY "  COPIES AS FILES . . . . : " WS-COUNTER-DISPLAY
197760         MOVE WS-ENV-DELIVERED TO WS-COUNTER-DISPLAY
197770         DISPLAY "  COPIES IN ENVELOPES . . : " WS-COUNTER-DISPLAY
197780     END-IF
197782     IF WS-ES-COUNT > 0
197784         DISPLAY "  GROUP ENVELOPES:"
197786         IF WS-PARTITIONED-RUN
197788             DISPLAY "    PIECES ONLY - PART-MERGE FINISHES THEM"
197790         END-IF
197792         PERFORM 9070-DISPLAY-ONE-ENVELOPE THRU 9070-EXIT
197794             VARYING WS-ES-SUB FROM 1 BY 1
197795             UNTIL WS-ES-SUB > WS-ES-COUNT
197796         IF WS-ES-OVERFLOW > 0
197797             DISPLAY "    NOTE: OVER 100 ENVELOPES -"
197798                 " LIST IS PARTIAL"
197799         END-IF
197800     END-IF
197801     IF CC-CATALOG-MODE-ON
197900         DISPLAY "  PER-TEMPLATE RESULTS:"
198000         PERFORM 9050-DISPLAY-TEMPLATE-TOTALS THRU 9050-EXIT
198100             VARYING WS-TPL-SUB FROM 1 BY 1
198900     IF WS-ERROR-COUNT > 0
199000         MOVE 8 TO RETURN-CODE
199100     END-IF
199102*A TEMPLATE REFUSED AS UNAPPROVED OR CHANGED WENT NOWHERE.
199104     IF WS-REFUSED-COUNT > 0
199106         MOVE 8 TO RETURN-CODE
199108     END-IF
199110     IF NOT CC-SIMULATE-MODE-ON
199120         PERFORM 9200-WRITE-RUN-HISTORY THRU 9200-EXIT
199130     END-IF
199140*A PARTITION THAT DISTRIBUTED ITS TEMPLATE LEAVES ITS COMPLETION
199150*RECORD FOR PART-MERGE.  A HELD OR REFUSED TEMPLATE LEAVES NONE,
199160*SO THE DISTRIBUTION CANNOT BE MERGED UNTIL IT IS RERUN.
199170     IF WS-PARTITIONED-RUN
199180        AND WS-HELD-COUNT = 0 AND WS-REFUSED-COUNT = 0
199190         PERFORM 9300-WRITE-PARTITION-CONTROL THRU 9300-EXIT
199200     END-IF.
199500 9000-EXIT.
199600     EXIT.
199700
200700         WS-TPL-SUM-PATH (WS-TPL-SUB).
200800 9050-EXIT.
200900     EXIT.
200910
200920*----------------------------------------------------------------
200930*9060-DISPLAY-ONE-REFUSAL - NAME ONE REFUSED TEMPLATE, ITS
200940*SEQUENCE AND WHY IT WAS REFUSED.
200950*----------------------------------------------------------------
200960 9060-DISPLAY-ONE-REFUSAL.
200970     DISPLAY "    REFUSED SEQ " WS-RF-SEQ (WS-RF-SUB) " - "
200975         WS-RF-REASON (WS-RF-SUB)
200980     DISPLAY "      " WS-RF-PATH (WS-RF-SUB).
200985 9060-EXIT.
200990     EXIT.
201000 
201007*----------------------------------------------------------------
201014*9070-DISPLAY-ONE-ENVELOPE - ONE GROUP ENVELOPE: ITS GROUP,
201021*BLOCKS (COPIES), DATA BYTES AND THE ENVELOPE NAME.
201028*----------------------------------------------------------------
201035 9070-DISPLAY-ONE-ENVELOPE.
201042     MOVE WS-ES-BLOCKS (WS-ES-SUB) TO WS-COUNTER-DISPLAY
201049     MOVE WS-ES-DATA-BYTES (WS-ES-SUB) TO WS-BYTES-TOTAL-DISP
201056     DISPLAY "    " WS-ES-GROUP (WS-ES-SUB) " "
201063         WS-COUNTER-DISPLAY " BLOCKS " WS-BYTES-TOTAL-DISP
201070         " BYTES  " WS-ES-NAME (WS-ES-SUB).
201077 9070-EXIT.
201084     EXIT.
201091
201100*----------------------------------------------------------------
201200*9100-COMPUTE-ELAPSED-TIME - SECONDS BETWEEN START AND END
201300*TIME, ALLOWING FOR A RUN THAT CROSSES MIDNIGHT.
206100     MOVE WS-TPL-SUM-PATH (WS-TPL-SUB) TO RH-TEMPLATE-NAME
206200     MOVE WS-TPL-SUM-FILES (WS-TPL-SUB) TO RH-COPY-COUNT
206300     MOVE WS-TPL-SUM-BYTES (WS-TPL-SUB) TO RH-BYTE-COUNT
206310     MOVE WS-TPL-SUM-SECONDS (WS-TPL-SUB) TO RH-ELAPSED-SECONDS
206400     MOVE WS-RUN-MODE-CODE TO RH-RUN-MODE
206500     MOVE RETURN-CODE TO RH-RETURN-CODE
206600     WRITE RUN-HIST-RECORD.
206700 9210-EXIT.
206800     EXIT.
206900
206910*----------------------------------------------------------------
206920*9300-WRITE-PARTITION-CONTROL - RECORD THE PARTITION'S RANGE,
206930*TEMPLATE AND TOTALS FOR PART-MERGE, WHICH WILL NOT COMBINE A
206940*DISTRIBUTION UNTIL EVERY ONE OF ITS PARTITIONS HAS ONE.
206950*----------------------------------------------------------------
206960 9300-WRITE-PARTITION-CONTROL.
206970     OPEN OUTPUT PART-CTL-FILE
206980     IF WS-PARTCTL-STATUS NOT = "00"
206990         DISPLAY "PARTITION COMPLETION RECORD COULD NOT BE "
207000             "WRITTEN - STATUS " WS-PARTCTL-STATUS
207010         MOVE 8 TO RETURN-CODE
207020         GO TO 9300-EXIT
207030     END-IF
207040     MOVE SPACES TO PART-CTL-RECORD
207050     MOVE CC-PARTITION-ID TO PC-PARTITION-ID
207060     MOVE CC-PART-LOW-ID TO PC-LOW-RECIP-ID
207070     MOVE CC-PART-HIGH-ID TO PC-HIGH-RECIP-ID
207080     MOVE WS-TEMPLATE-PATH TO PC-TEMPLATE-PATH
207090     MOVE WS-TPL-SEQ-NO TO PC-SEQUENCE-NUMBER
207100     MOVE WS-TPL-FINGERPRINT TO PC-FINGERPRINT
207110     MOVE WS-AS-OF-DATE TO PC-AS-OF-DATE
207120     MOVE CC-GROUP-CODE TO PC-GROUP-CODE
207130     MOVE CC-TOLERANT-SW TO PC-TOLERANT-SW
207140     MOVE WS-START-DATE TO PC-RUN-DATE
207150     COMPUTE PC-COPIES-WRITTEN = WS-FILE-COUNT - WS-ERROR-COUNT
207160     MOVE WS-ERROR-COUNT TO PC-COPIES-SKIPPED
207170     MOVE WS-BYTES-TOTAL TO PC-BYTES-WRITTEN
207180     MOVE WS-ELAPSED-SECONDS TO PC-ELAPSED-SECONDS
207190     MOVE RETURN-CODE TO PC-RETURN-CODE
207195     MOVE WS-ES-COUNT TO PC-ENVELOPE-PIECES
207200     WRITE PART-CTL-RECORD
207203*EACH GROUP ENVELOPE THE PARTITION CONTRIBUTED TO FOLLOWS AS A
207206*PIECE RECORD, SO PART-MERGE CAN FINISH THE ENVELOPE.
207209     PERFORM 9310-WRITE-ENVELOPE-PIECE THRU 9310-EXIT
207212         VARYING WS-ES-SUB FROM 1 BY 1
207215         UNTIL WS-ES-SUB > WS-ES-COUNT
207218     CLOSE PART-CTL-FILE.
207220 9300-EXIT.
207230     EXIT.
207240
207250*----------------------------------------------------------------
207260*9310-WRITE-ENVELOPE-PIECE - ONE PIECE RECORD: THE ENVELOPE'S
207270*FINAL NAME (THE PIECE FILE IS THAT NAME WITH THE .PNN SUFFIX),
207280*ITS GROUP AND THE HASH TOTALS OF THE BLOCKS IN THE PIECE.
207290*----------------------------------------------------------------
207300 9310-WRITE-ENVELOPE-PIECE.
207310     MOVE SPACES TO PART-ENV-RECORD
207320     MOVE CC-PARTITION-ID TO PE-PARTITION-ID
207330     MOVE WS-ES-NAME (WS-ES-SUB) TO PE-ENVELOPE-NAME
207340     MOVE WS-ES-GROUP (WS-ES-SUB) TO PE-GROUP-CODE
207350     MOVE WS-ES-BLOCKS (WS-ES-SUB) TO PE-BLOCKS
207360     MOVE WS-ES-RECORDS (WS-ES-SUB) TO PE-RECORDS
207370     MOVE WS-ES-DATA-BYTES (WS-ES-SUB) TO PE-DATA-BYTES
207380     WRITE PART-ENV-RECORD.
207390 9310-EXIT.
207395     EXIT.
207397
207400*================================================================
207500*9900-RELEASE-RUN-LOCK - GIVE THE SHARED LOCK BACK AT END OF
207600*RUN.  A RUN KILLED OUTRIGHT NEVER GETS HERE AND LEAVES THE
