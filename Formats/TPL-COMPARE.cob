000100*================================================================
000200*TPL-COMPARE
000300*
000400*TEMPLATE LIBRARY INQUIRY AND VERSION COMPARE.  FILE-CLONER FILES
000500*EVERY TEMPLATE VERSION IT DISTRIBUTES IN THE TEMPLATE LIBRARY
000600*(TPLLIB, COPYBOOK TPLLIB), KEYED BY PATH AND FR-SEQUENCE-NUMBER.
000700*THE CMPCARD CONTROL CARD SAYS WHAT TO DO WITH IT:
000800*    NO SEQUENCE      - LIST EVERY VERSION FILED FOR THE PATH (OR
000900*                       FOR EVERY PATH WHEN THE PATH IS BLANK),
001000*                       WITH THE DATE IT WENT OUT.
001100*    OLD SEQUENCE     - PRINT THAT VERSION IN FULL, EXACTLY AS IT
001200*                       WAS DISTRIBUTED.
001300*    BOTH SEQUENCES   - COMPARE THE TWO VERSIONS LINE BY LINE.
001400*                       THE NEW ONE MAY BE UNDER ANOTHER PATH.
001500*THE COMPARE LINES UP THE TWO VERSIONS RECORD FOR RECORD AND
001600*REPORTS FR-HEADER, FR-EFFECTIVE-DATE AND FR-BODY CHANGES AS
001700*SEPARATE ITEMS, WITH THE CHANGED PART OF THE BODY SHOWN OLD
001800*AGAINST NEW; A RECORD PRESENT IN ONLY ONE VERSION IS REPORTED
001900*AS ADDED OR DELETED.  FR-SEQUENCE-NUMBER IS THE VERSION KEY AND
002000*IS NOT REPORTED AS A CHANGE.
002100*RETURN CODE 0 MEANS THE VERSIONS ARE THE SAME (OR A LIST OR
002200*PRINT RAN), 4 THAT THEY DIFFER.
002300*================================================================
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. TPL-COMPARE.
002600 AUTHOR. J H MORRISON.
002700 INSTALLATION. DISTRIBUTION SERVICES.
002800 DATE-WRITTEN. 10/15/2026.
002900 DATE-COMPILED.
003000*----------------------------------------------------------------
003100*MODIFICATION HISTORY
003200*----------------------------------------------------------------
003300*DATE       INIT DESCRIPTION
003400*10/15/2026 JHM  ORIGINAL VERSION.
003410*10/15/2026 JHM  TAKE THE VERSION TABLE ENTRIES FROM COPYBOOK
003420*                FILEREC RATHER THAN A COPY OF ITS LAYOUT.
003500*----------------------------------------------------------------
003600
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000*CONTROL CARD - THE PATH AND THE VERSIONS WANTED.
004100     SELECT CMP-CARD-FILE ASSIGN TO "CMPCARD"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-CARD-STATUS.
004400*PERMANENT TEMPLATE LIBRARY WRITTEN BY FILE-CLONER.
004500     SELECT TPL-LIB-FILE ASSIGN TO "TPLLIB"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-LIBRARY-STATUS.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  CMP-CARD-FILE.
005200 01  CMP-CARD-RECORD.
005300     05  CP-TEMPLATE-PATH         PIC X(60).
005400     05  FILLER                   PIC X(01).
005500     05  CP-OLD-SEQUENCE          PIC X(06).
005600     05  CP-OLD-SEQUENCE-N REDEFINES CP-OLD-SEQUENCE
005700                                  PIC 9(06).
005800     05  FILLER                   PIC X(01).
005900     05  CP-NEW-SEQUENCE          PIC X(06).
006000     05  CP-NEW-SEQUENCE-N REDEFINES CP-NEW-SEQUENCE
006100                                  PIC 9(06).
006200     05  FILLER                   PIC X(01).
006300*PATH OF THE NEW VERSION WHEN IT IS NOT THE SAME TEMPLATE.
006400     05  CP-NEW-PATH              PIC X(60).
006500
006600 FD  TPL-LIB-FILE.
006700 01  TPL-LIB-RECORD.
006800     COPY TPLLIB.
006900
007000 WORKING-STORAGE SECTION.
007100*FILE STATUS SWITCHES.
007200 77  WS-CARD-STATUS               PIC X(02).
007300 77  WS-LIBRARY-STATUS            PIC X(02).
007400*ABEND DIAGNOSTIC TEXT.
007500 77  WS-ABEND-MESSAGE             PIC X(60).
007600 77  WS-LIBRARY-EOF               PIC X(01) VALUE "N".
007700     88  WS-END-OF-LIBRARY        VALUE "Y".
007800*WHAT THE CARD ASKED FOR.
007900 77  WS-RUN-MODE-SW               PIC X(01).
008000     88  WS-LIST-MODE             VALUE "L".
008100     88  WS-PRINT-MODE            VALUE "P".
008200     88  WS-COMPARE-MODE          VALUE "C".
008300 77  WS-OLD-PATH                  PIC X(60).
008400 77  WS-OLD-SEQ                   PIC 9(06).
008500 77  WS-NEW-PATH                  PIC X(60).
008600 77  WS-NEW-SEQ                   PIC 9(06).
008700*LIBRARY COUNTERS.
008800 77  WS-LIBRARY-COUNT             PIC 9(08) USAGE COMP VALUE 0.
008900 77  WS-VERSION-COUNT             PIC 9(08) USAGE COMP VALUE 0.
009000*THE OLD VERSION - FOUND SWITCH, FINGERPRINT, FILING DATE, LINE
009100*COUNT AND LINES.  A LATER FILING OF THE SAME PATH AND SEQUENCE
009200*SUPERSEDES AN EARLIER ONE.
009300 77  WS-OLD-FOUND-SW              PIC X(01) VALUE "N".
009400     88  WS-OLD-FOUND             VALUE "Y".
009500 77  WS-OLD-FINGERPRINT           PIC 9(10).
009600 77  WS-OLD-DEPOSIT-DATE          PIC 9(08).
009700 77  WS-OLD-COUNT                 PIC 9(05) USAGE COMP VALUE 0.
009800 77  WS-OLD-FULL-SW               PIC X(01) VALUE "N".
009900     88  WS-OLD-TABLE-FULL        VALUE "Y".
010000 01  WS-OLD-TABLE.
010100     05  WS-OLD-ENTRY             OCCURS 5000 TIMES.
010200         COPY FILEREC REPLACING ==05== BY ==10==
010300             ==FR-HEADER== BY ==WS-OLD-HEADER==
010400             ==FR-EFFECTIVE-DATE== BY ==WS-OLD-EFF-DATE==
010500             ==FR-SEQUENCE-NUMBER== BY ==WS-OLD-SEQ-NO==
010550             ==FR-BODY== BY ==WS-OLD-BODY==.
010600*THE NEW VERSION, LIKEWISE.
010700 77  WS-NEW-FOUND-SW              PIC X(01) VALUE "N".
010800     88  WS-NEW-FOUND             VALUE "Y".
010900 77  WS-NEW-FINGERPRINT           PIC 9(10).
011000 77  WS-NEW-DEPOSIT-DATE          PIC 9(08).
011100 77  WS-NEW-COUNT                 PIC 9(05) USAGE COMP VALUE 0.
011200 77  WS-NEW-FULL-SW               PIC X(01) VALUE "N".
011300     88  WS-NEW-TABLE-FULL        VALUE "Y".
011400 01  WS-NEW-TABLE.
011500     05  WS-NEW-ENTRY             OCCURS 5000 TIMES.
011600         COPY FILEREC REPLACING ==05== BY ==10==
011700             ==FR-HEADER== BY ==WS-NEW-HEADER==
011800             ==FR-EFFECTIVE-DATE== BY ==WS-NEW-EFF-DATE==
011900             ==FR-SEQUENCE-NUMBER== BY ==WS-NEW-SEQ-NO==
011950             ==FR-BODY== BY ==WS-NEW-BODY==.
012000*COMPARE WORK AREAS - THE LINE IN HAND, THE LONGER VERSION'S
012100*LINE COUNT, AND THE FIRST AND LAST BODY POSITIONS THAT DIFFER.
012200 77  WS-LINE-SUB                  PIC 9(05) USAGE COMP.
012300 77  WS-LINE-LIMIT                PIC 9(05) USAGE COMP.
012400 77  WS-COL-SUB                   PIC 9(04) USAGE COMP.
012500 77  WS-FIRST-COL                 PIC 9(04) USAGE COMP.
012600 77  WS-LAST-COL                  PIC 9(04) USAGE COMP.
012700 77  WS-COL-FOUND-SW              PIC X(01) VALUE "N".
012800     88  WS-COL-FOUND             VALUE "Y".
012900*DIFFERENCE COUNTERS.
013000 77  WS-HEADER-CHANGES            PIC 9(08) USAGE COMP VALUE 0.
013100 77  WS-DATE-CHANGES              PIC 9(08) USAGE COMP VALUE 0.
013200 77  WS-BODY-CHANGES              PIC 9(08) USAGE COMP VALUE 0.
013300 77  WS-LINES-ADDED               PIC 9(08) USAGE COMP VALUE 0.
013400 77  WS-LINES-DELETED             PIC 9(08) USAGE COMP VALUE 0.
013500 77  WS-LINES-SAME                PIC 9(08) USAGE COMP VALUE 0.
013600*BODY TEXT PRINTED IN PIECES OF 60 - THE TEXT, THE LABEL FOR
013700*ITS FIRST PIECE, AND THE PIECE IN HAND.
013800 77  WS-SHOW-BODY                 PIC X(966).
013900 77  WS-SHOW-LABEL                PIC X(10).
014000 77  WS-PIECE-POS                 PIC 9(04) USAGE COMP.
014100 77  WS-PIECE-LEN                 PIC 9(04) USAGE COMP.
014200 77  WS-TRAILING-SPACES           PIC 9(04) USAGE COMP.
014300*REPORT EDIT FIELDS.
014400 77  WS-COUNT-DISP                PIC Z(7)9.
014500 77  WS-LINE-DISP                 PIC 9(06).
014600 77  WS-COL-DISP                  PIC ZZ9.
014700 77  WS-COL-TO-DISP               PIC ZZ9.
014800
014900 PROCEDURE DIVISION.
015000*================================================================
015100*0000-MAIN-PROCEDURE
015200*================================================================
015300 0000-MAIN-PROCEDURE.
015400     PERFORM 1000-INITIALIZE-PROGRAM THRU 1000-EXIT
015500     PERFORM 2000-READ-LIBRARY THRU 2000-EXIT
015600     IF WS-COMPARE-MODE
015700         PERFORM 3000-COMPARE-VERSIONS THRU 3000-EXIT
015800     END-IF
015900     IF WS-PRINT-MODE
016000         PERFORM 4000-PRINT-VERSION THRU 4000-EXIT
016100     END-IF
016200     PERFORM 9000-WRITE-SUMMARY-REPORT THRU 9000-EXIT
016300     STOP RUN.
016400
016500*================================================================
016600*1000-INITIALIZE-PROGRAM - READ THE CARD, SETTLE THE RUN MODE AND
016700*OPEN THE LIBRARY.
016800*================================================================
016900 1000-INITIALIZE-PROGRAM.
017000     INITIALIZE CMP-CARD-RECORD
017100     OPEN INPUT CMP-CARD-FILE
017200     IF WS-CARD-STATUS = "00"
017300         READ CMP-CARD-FILE
017400         CLOSE CMP-CARD-FILE
017500     END-IF
017600     MOVE CP-TEMPLATE-PATH TO WS-OLD-PATH
017700     MOVE CP-NEW-PATH TO WS-NEW-PATH
017800     IF WS-NEW-PATH = SPACES
017900         MOVE WS-OLD-PATH TO WS-NEW-PATH
018000     END-IF
018100     IF CP-OLD-SEQUENCE = SPACES
018200         MOVE "L" TO WS-RUN-MODE-SW
018300     ELSE
018400         IF CP-OLD-SEQUENCE NOT NUMERIC
018500             MOVE "CMPCARD OLD SEQUENCE IS NOT NUMERIC"
018600                 TO WS-ABEND-MESSAGE
018700             GO TO 9999-ABEND-EXIT
018800         ELSE
018900             IF CP-NEW-SEQUENCE = SPACES
019000                 MOVE "P" TO WS-RUN-MODE-SW
019100             ELSE
019200                 IF CP-NEW-SEQUENCE NOT NUMERIC
019300                     MOVE "CMPCARD NEW SEQUENCE IS NOT NUMERIC"
019400                         TO WS-ABEND-MESSAGE
019500                     GO TO 9999-ABEND-EXIT
019600                 ELSE
019700                     MOVE "C" TO WS-RUN-MODE-SW
019800                 END-IF
019900             END-IF
020000         END-IF
020100     END-IF
020200     IF NOT WS-LIST-MODE AND WS-OLD-PATH = SPACES
020300         MOVE "CMPCARD HAS A SEQUENCE BUT NO TEMPLATE PATH"
020400             TO WS-ABEND-MESSAGE
020500         GO TO 9999-ABEND-EXIT
020600     END-IF
020700     IF NOT WS-LIST-MODE
020800         MOVE CP-OLD-SEQUENCE-N TO WS-OLD-SEQ
020900     END-IF
021000     IF WS-COMPARE-MODE
021100         MOVE CP-NEW-SEQUENCE-N TO WS-NEW-SEQ
021200     END-IF
021300     OPEN INPUT TPL-LIB-FILE
021400     IF WS-LIBRARY-STATUS NOT = "00"
021500         MOVE "TPLLIB NOT FOUND - NO TEMPLATE HAS BEEN FILED"
021600             TO WS-ABEND-MESSAGE
021700         GO TO 9999-ABEND-EXIT
021800     END-IF
021900     IF WS-LIST-MODE
022000         DISPLAY "TPL-COMPARE TEMPLATE LIBRARY VERSIONS"
022100         IF WS-OLD-PATH = SPACES
022200             DISPLAY "  TEMPLATE . . . . : (ALL)"
022300         ELSE
022400             DISPLAY "  TEMPLATE . . . . : " WS-OLD-PATH
022500         END-IF
022600         DISPLAY "-----------------------------------"
022700         DISPLAY "SEQ.   FILED    FINGERPRINT TEMPLATE"
022800     END-IF.
022900 1000-EXIT.
023000     EXIT.
023100
023200*================================================================
023300*2000-READ-LIBRARY - ONE PASS OVER THE LIBRARY, LISTING THE
023400*VERSIONS OR LOADING THE ONES WANTED.
023500*================================================================
023600 2000-READ-LIBRARY.
023700     PERFORM 2100-READ-ONE-LIBRARY-LINE THRU 2100-EXIT
023800         UNTIL WS-END-OF-LIBRARY
023900     CLOSE TPL-LIB-FILE
024000     IF WS-LIST-MODE
024100         GO TO 2000-EXIT
024200     END-IF
024300     IF NOT WS-OLD-FOUND
024400         DISPLAY "TEMPLATE: " WS-OLD-PATH " SEQUENCE " WS-OLD-SEQ
024500         MOVE "VERSION NOT FOUND IN THE TEMPLATE LIBRARY"
024600             TO WS-ABEND-MESSAGE
024700         GO TO 9999-ABEND-EXIT
024800     END-IF
024900     IF WS-COMPARE-MODE AND NOT WS-NEW-FOUND
025000         DISPLAY "TEMPLATE: " WS-NEW-PATH " SEQUENCE " WS-NEW-SEQ
025100         MOVE "VERSION NOT FOUND IN THE TEMPLATE LIBRARY"
025200             TO WS-ABEND-MESSAGE
025300         GO TO 9999-ABEND-EXIT
025400     END-IF.
025500 2000-EXIT.
025600     EXIT.
025700
025800*----------------------------------------------------------------
025900*2100-READ-ONE-LIBRARY-LINE - READ ONE LIBRARY LINE AND LIST IT,
026000*OR TABLE IT WHEN IT BELONGS TO A VERSION WANTED.  THE SAME
026100*VERSION MAY BE BOTH OLD AND NEW.
026200*----------------------------------------------------------------
026300 2100-READ-ONE-LIBRARY-LINE.
026400     READ TPL-LIB-FILE
026500         AT END
026600             MOVE "Y" TO WS-LIBRARY-EOF
026700             GO TO 2100-EXIT
026800     END-READ
026900     ADD 1 TO WS-LIBRARY-COUNT
027000     IF LB-SEQUENCE-NUMBER NOT NUMERIC
027100        OR LB-LINE-NUMBER NOT NUMERIC
027200         GO TO 2100-EXIT
027300     END-IF
027400     IF WS-LIST-MODE
027500         PERFORM 2200-LIST-ONE-VERSION THRU 2200-EXIT
027600         GO TO 2100-EXIT
027700     END-IF
027800     IF LB-TEMPLATE-PATH = WS-OLD-PATH
027900        AND LB-SEQUENCE-NUMBER = WS-OLD-SEQ
028000         PERFORM 2300-TABLE-OLD-LINE THRU 2300-EXIT
028100     END-IF
028200     IF WS-COMPARE-MODE
028300        AND LB-TEMPLATE-PATH = WS-NEW-PATH
028400        AND LB-SEQUENCE-NUMBER = WS-NEW-SEQ
028500         PERFORM 2400-TABLE-NEW-LINE THRU 2400-EXIT
028600     END-IF.
028700 2100-EXIT.
028800     EXIT.
028900
029000*----------------------------------------------------------------
029100*2200-LIST-ONE-VERSION - ONE LISTING LINE FOR EACH VERSION, AT
029200*ITS FIRST LINE.
029300*----------------------------------------------------------------
029400 2200-LIST-ONE-VERSION.
029500     IF LB-LINE-NUMBER NOT = 1
029600         GO TO 2200-EXIT
029700     END-IF
029800     IF WS-OLD-PATH NOT = SPACES
029900        AND LB-TEMPLATE-PATH NOT = WS-OLD-PATH
030000         GO TO 2200-EXIT
030100     END-IF
030200     ADD 1 TO WS-VERSION-COUNT
030300     DISPLAY LB-SEQUENCE-NUMBER " " LB-DEPOSIT-DATE " "
030400         LB-FINGERPRINT "  " LB-TEMPLATE-PATH.
030500 2200-EXIT.
030600     EXIT.
030700
030800*----------------------------------------------------------------
030900*2300-TABLE-OLD-LINE - TABLE ONE LINE OF THE OLD VERSION.  LINE
031000*1 STARTS THE VERSION AFRESH.
031100*----------------------------------------------------------------
031200 2300-TABLE-OLD-LINE.
031300     IF LB-LINE-NUMBER = 1
031400         MOVE "Y" TO WS-OLD-FOUND-SW
031500         MOVE "N" TO WS-OLD-FULL-SW
031600         MOVE 0 TO WS-OLD-COUNT
031700         MOVE LB-FINGERPRINT TO WS-OLD-FINGERPRINT
031800         MOVE LB-DEPOSIT-DATE TO WS-OLD-DEPOSIT-DATE
031900     END-IF
032000     IF WS-OLD-COUNT >= 5000
032100         MOVE "Y" TO WS-OLD-FULL-SW
032200         GO TO 2300-EXIT
032300     END-IF
032400     ADD 1 TO WS-OLD-COUNT
032500     MOVE LB-TEMPLATE-LINE TO WS-OLD-ENTRY (WS-OLD-COUNT).
032600 2300-EXIT.
032700     EXIT.
032800
032900*----------------------------------------------------------------
033000*2400-TABLE-NEW-LINE - TABLE ONE LINE OF THE NEW VERSION.
033100*----------------------------------------------------------------
033200 2400-TABLE-NEW-LINE.
033300     IF LB-LINE-NUMBER = 1
033400         MOVE "Y" TO WS-NEW-FOUND-SW
033500         MOVE "N" TO WS-NEW-FULL-SW
033600         MOVE 0 TO WS-NEW-COUNT
033700         MOVE LB-FINGERPRINT TO WS-NEW-FINGERPRINT
033800         MOVE LB-DEPOSIT-DATE TO WS-NEW-DEPOSIT-DATE
033900     END-IF
034000     IF WS-NEW-COUNT >= 5000
034100         MOVE "Y" TO WS-NEW-FULL-SW
034200         GO TO 2400-EXIT
034300     END-IF
034400     ADD 1 TO WS-NEW-COUNT
034500     MOVE LB-TEMPLATE-LINE TO WS-NEW-ENTRY (WS-NEW-COUNT).
034600 2400-EXIT.
034700     EXIT.
034800
034900*================================================================
035000*3000-COMPARE-VERSIONS - LINE THE TWO VERSIONS UP RECORD FOR
035100*RECORD AND REPORT EVERY DIFFERENCE.
035200*================================================================
035300 3000-COMPARE-VERSIONS.
035400     DISPLAY "TPL-COMPARE TEMPLATE VERSION COMPARE"
035500     MOVE WS-OLD-COUNT TO WS-COUNT-DISP
035600     DISPLAY "  OLD TEMPLATE . . : " WS-OLD-PATH
035700     DISPLAY "      SEQUENCE " WS-OLD-SEQ " FILED "
035800         WS-OLD-DEPOSIT-DATE " LINES " WS-COUNT-DISP
035900     MOVE WS-NEW-COUNT TO WS-COUNT-DISP
036000     DISPLAY "  NEW TEMPLATE . . : " WS-NEW-PATH
036100     DISPLAY "      SEQUENCE " WS-NEW-SEQ " FILED "
036200         WS-NEW-DEPOSIT-DATE " LINES " WS-COUNT-DISP
036300     DISPLAY "-----------------------------------"
036400     IF WS-OLD-COUNT > WS-NEW-COUNT
036500         MOVE WS-OLD-COUNT TO WS-LINE-LIMIT
036600     ELSE
036700         MOVE WS-NEW-COUNT TO WS-LINE-LIMIT
036800     END-IF
036900     PERFORM 3100-COMPARE-ONE-LINE THRU 3100-EXIT
037000         VARYING WS-LINE-SUB FROM 1 BY 1
037100         UNTIL WS-LINE-SUB > WS-LINE-LIMIT.
037200 3000-EXIT.
037300     EXIT.
037400
037500*----------------------------------------------------------------
037600*3100-COMPARE-ONE-LINE - JUDGE ONE RECORD POSITION: ADDED,
037700*DELETED, OR PRESENT IN BOTH AND COMPARED FIELD BY FIELD.
037800*----------------------------------------------------------------
037900 3100-COMPARE-ONE-LINE.
038000     MOVE WS-LINE-SUB TO WS-LINE-DISP
038100     IF WS-LINE-SUB > WS-OLD-COUNT
038200         ADD 1 TO WS-LINES-ADDED
038300         DISPLAY "LINE " WS-LINE-DISP " ADDED"
038400         DISPLAY "    HEADER: " WS-NEW-HEADER (WS-LINE-SUB)
038500             "  EFFECTIVE: " WS-NEW-EFF-DATE (WS-LINE-SUB)
038600         MOVE WS-NEW-BODY (WS-LINE-SUB) TO WS-SHOW-BODY
038700         PERFORM 3300-SHOW-WHOLE-BODY THRU 3300-EXIT
038800         GO TO 3100-EXIT
038900     END-IF
039000     IF WS-LINE-SUB > WS-NEW-COUNT
039100         ADD 1 TO WS-LINES-DELETED
039200         DISPLAY "LINE " WS-LINE-DISP " DELETED"
039300         DISPLAY "    HEADER: " WS-OLD-HEADER (WS-LINE-SUB)
039400             "  EFFECTIVE: " WS-OLD-EFF-DATE (WS-LINE-SUB)
039500         MOVE WS-OLD-BODY (WS-LINE-SUB) TO WS-SHOW-BODY
039600         PERFORM 3300-SHOW-WHOLE-BODY THRU 3300-EXIT
039700         GO TO 3100-EXIT
039800     END-IF
039900     IF WS-OLD-HEADER (WS-LINE-SUB) = WS-NEW-HEADER (WS-LINE-SUB)
040000        AND WS-OLD-EFF-DATE (WS-LINE-SUB)
040100            = WS-NEW-EFF-DATE (WS-LINE-SUB)
040200        AND WS-OLD-BODY (WS-LINE-SUB) = WS-NEW-BODY (WS-LINE-SUB)
040300         ADD 1 TO WS-LINES-SAME
040400         GO TO 3100-EXIT
040500     END-IF
040600     IF WS-OLD-HEADER (WS-LINE-SUB)
040700        NOT = WS-NEW-HEADER (WS-LINE-SUB)
040800         ADD 1 TO WS-HEADER-CHANGES
040900         DISPLAY "LINE " WS-LINE-DISP " HEADER CHANGED"
041000         DISPLAY "    OLD: " WS-OLD-HEADER (WS-LINE-SUB)
041100         DISPLAY "    NEW: " WS-NEW-HEADER (WS-LINE-SUB)
041200     END-IF
041300     IF WS-OLD-EFF-DATE (WS-LINE-SUB)
041400        NOT = WS-NEW-EFF-DATE (WS-LINE-SUB)
041500         ADD 1 TO WS-DATE-CHANGES
041600         DISPLAY "LINE " WS-LINE-DISP
041700             " EFFECTIVE DATE CHANGED FROM "
041800             WS-OLD-EFF-DATE (WS-LINE-SUB) " TO "
041900             WS-NEW-EFF-DATE (WS-LINE-SUB)
042000     END-IF
042100     IF WS-OLD-BODY (WS-LINE-SUB) NOT = WS-NEW-BODY (WS-LINE-SUB)
042200         ADD 1 TO WS-BODY-CHANGES
042300         PERFORM 3200-SHOW-BODY-CHANGE THRU 3200-EXIT
042400     END-IF.
042500 3100-EXIT.
042600     EXIT.
042700
042800*----------------------------------------------------------------
042900*3200-SHOW-BODY-CHANGE - FIND THE FIRST AND LAST BODY POSITIONS
043000*THAT DIFFER AND PRINT THAT STRETCH OF THE OLD BODY AGAINST THE
043100*SAME STRETCH OF THE NEW.
043200*----------------------------------------------------------------
043300 3200-SHOW-BODY-CHANGE.
043400     MOVE "N" TO WS-COL-FOUND-SW
043500     PERFORM 3210-TEST-ONE-COLUMN THRU 3210-EXIT
043600         VARYING WS-COL-SUB FROM 1 BY 1
043700         UNTIL WS-COL-SUB > 966 OR WS-COL-FOUND
043800     SUBTRACT 1 FROM WS-COL-SUB GIVING WS-FIRST-COL
043900     MOVE "N" TO WS-COL-FOUND-SW
044000     PERFORM 3210-TEST-ONE-COLUMN THRU 3210-EXIT
044100         VARYING WS-COL-SUB FROM 966 BY -1
044200         UNTIL WS-COL-SUB < 1 OR WS-COL-FOUND
044300     ADD 1 TO WS-COL-SUB GIVING WS-LAST-COL
044400     MOVE WS-FIRST-COL TO WS-COL-DISP
044500     MOVE WS-LAST-COL TO WS-COL-TO-DISP
044600     DISPLAY "LINE " WS-LINE-DISP " BODY CHANGED AT POSITIONS "
044700         WS-COL-DISP " TO " WS-COL-TO-DISP
044800     MOVE WS-OLD-BODY (WS-LINE-SUB) TO WS-SHOW-BODY
044900     MOVE "    OLD:  " TO WS-SHOW-LABEL
045000     PERFORM 3400-SHOW-ONE-PIECE THRU 3400-EXIT
045100         VARYING WS-PIECE-POS FROM WS-FIRST-COL BY 60
045200         UNTIL WS-PIECE-POS > WS-LAST-COL
045300     MOVE WS-NEW-BODY (WS-LINE-SUB) TO WS-SHOW-BODY
045400     MOVE "    NEW:  " TO WS-SHOW-LABEL
045500     PERFORM 3400-SHOW-ONE-PIECE THRU 3400-EXIT
045600         VARYING WS-PIECE-POS FROM WS-FIRST-COL BY 60
045700         UNTIL WS-PIECE-POS > WS-LAST-COL.
045800 3200-EXIT.
045900     EXIT.
046000
046100*----------------------------------------------------------------
046200*3210-TEST-ONE-COLUMN - COMPARE ONE BODY POSITION.
046300*----------------------------------------------------------------
046400 3210-TEST-ONE-COLUMN.
046500     IF WS-OLD-BODY (WS-LINE-SUB) (WS-COL-SUB : 1)
046600        NOT = WS-NEW-BODY (WS-LINE-SUB) (WS-COL-SUB : 1)
046700         MOVE "Y" TO WS-COL-FOUND-SW
046800     END-IF.
046900 3210-EXIT.
047000     EXIT.
047100
047200*----------------------------------------------------------------
047300*3300-SHOW-WHOLE-BODY - PRINT A BODY UP TO ITS LAST NON-BLANK
047400*POSITION.  A BLANK BODY PRINTS NOTHING.
047500*----------------------------------------------------------------
047600 3300-SHOW-WHOLE-BODY.
047700     MOVE 0 TO WS-TRAILING-SPACES
047800     INSPECT WS-SHOW-BODY TALLYING WS-TRAILING-SPACES
047900         FOR TRAILING SPACE
048000     IF WS-TRAILING-SPACES >= 966
048100         GO TO 3300-EXIT
048200     END-IF
048300     COMPUTE WS-LAST-COL = 966 - WS-TRAILING-SPACES
048400     MOVE "    BODY: " TO WS-SHOW-LABEL
048500     PERFORM 3400-SHOW-ONE-PIECE THRU 3400-EXIT
048600         VARYING WS-PIECE-POS FROM 1 BY 60
048700         UNTIL WS-PIECE-POS > WS-LAST-COL.
048800 3300-EXIT.
048900     EXIT.
049000
049100*----------------------------------------------------------------
049200*3400-SHOW-ONE-PIECE - PRINT UP TO 60 POSITIONS OF WS-SHOW-BODY
049300*FROM WS-PIECE-POS, STOPPING AT WS-LAST-COL.  ONLY THE FIRST
049400*PIECE CARRIES THE LABEL.
049500*----------------------------------------------------------------
049600 3400-SHOW-ONE-PIECE.
049700     COMPUTE WS-PIECE-LEN = WS-LAST-COL - WS-PIECE-POS + 1
049800     IF WS-PIECE-LEN > 60
049900         MOVE 60 TO WS-PIECE-LEN
050000     END-IF
050100     DISPLAY WS-SHOW-LABEL
050200         WS-SHOW-BODY (WS-PIECE-POS : WS-PIECE-LEN)
050300     MOVE SPACES TO WS-SHOW-LABEL.
050400 3400-EXIT.
050500     EXIT.
050600
050700*================================================================
050800*4000-PRINT-VERSION - PRINT ONE VERSION IN FULL, EXACTLY AS IT
050900*WAS DISTRIBUTED.
051000*================================================================
051100 4000-PRINT-VERSION.
051200     MOVE WS-OLD-COUNT TO WS-COUNT-DISP
051300     DISPLAY "TPL-COMPARE TEMPLATE VERSION PRINT"
051400     DISPLAY "  TEMPLATE . . . . : " WS-OLD-PATH
051500     DISPLAY "      SEQUENCE " WS-OLD-SEQ " FILED "
051600         WS-OLD-DEPOSIT-DATE " LINES " WS-COUNT-DISP
051700     DISPLAY "      FINGERPRINT " WS-OLD-FINGERPRINT
051800     DISPLAY "-----------------------------------"
051900     PERFORM 4100-PRINT-ONE-LINE THRU 4100-EXIT
052000         VARYING WS-LINE-SUB FROM 1 BY 1
052100         UNTIL WS-LINE-SUB > WS-OLD-COUNT.
052200 4000-EXIT.
052300     EXIT.
052400
052500*----------------------------------------------------------------
052600*4100-PRINT-ONE-LINE - ONE RECORD: ITS HEADER AND EFFECTIVE DATE,
052700*THEN ITS BODY.
052800*----------------------------------------------------------------
052900 4100-PRINT-ONE-LINE.
053000     MOVE WS-LINE-SUB TO WS-LINE-DISP
053100     DISPLAY "LINE " WS-LINE-DISP
053200         " HEADER: " WS-OLD-HEADER (WS-LINE-SUB)
053300         "  EFFECTIVE: " WS-OLD-EFF-DATE (WS-LINE-SUB)
053400     MOVE WS-OLD-BODY (WS-LINE-SUB) TO WS-SHOW-BODY
053500     PERFORM 3300-SHOW-WHOLE-BODY THRU 3300-EXIT.
053600 4100-EXIT.
053700     EXIT.
053800
053900*================================================================
054000*9000-WRITE-SUMMARY-REPORT - TOTALS AND THE RETURN CODE.
054100*================================================================
054200 9000-WRITE-SUMMARY-REPORT.
054300     DISPLAY "-----------------------------------"
054400     DISPLAY "TPL-COMPARE SUMMARY"
054500     MOVE WS-LIBRARY-COUNT TO WS-COUNT-DISP
054600     DISPLAY "  LIBRARY LINES READ  . . : " WS-COUNT-DISP
054700     MOVE 0 TO RETURN-CODE
054800     IF WS-LIST-MODE
054900         MOVE WS-VERSION-COUNT TO WS-COUNT-DISP
055000         DISPLAY "  VERSIONS LISTED . . . . : " WS-COUNT-DISP
055100     END-IF
055200     IF WS-COMPARE-MODE
055300         MOVE WS-LINES-SAME TO WS-COUNT-DISP
055400         DISPLAY "  LINES UNCHANGED . . . . : " WS-COUNT-DISP
055500         MOVE WS-HEADER-CHANGES TO WS-COUNT-DISP
055600         DISPLAY "  HEADER CHANGES  . . . . : " WS-COUNT-DISP
055700         MOVE WS-DATE-CHANGES TO WS-COUNT-DISP
055800         DISPLAY "  EFFECTIVE DATE CHANGES  : " WS-COUNT-DISP
055900         MOVE WS-BODY-CHANGES TO WS-COUNT-DISP
056000         DISPLAY "  BODY CHANGES  . . . . . : " WS-COUNT-DISP
056100         MOVE WS-LINES-ADDED TO WS-COUNT-DISP
056200         DISPLAY "  LINES ADDED . . . . . . : " WS-COUNT-DISP
056300         MOVE WS-LINES-DELETED TO WS-COUNT-DISP
056400         DISPLAY "  LINES DELETED . . . . . : " WS-COUNT-DISP
056500         IF WS-HEADER-CHANGES = 0 AND WS-DATE-CHANGES = 0
056600            AND WS-BODY-CHANGES = 0 AND WS-LINES-ADDED = 0
056700            AND WS-LINES-DELETED = 0
056800             DISPLAY "  THE VERSIONS ARE THE SAME"
056900         ELSE
057000             MOVE 4 TO RETURN-CODE
057100         END-IF
057200     END-IF
057300     IF WS-OLD-TABLE-FULL OR WS-NEW-TABLE-FULL
057400         DISPLAY "  NOTE: OVER 5000 LINES - ONLY THE FIRST 5000"
057500             " WERE COMPARED"
057600         MOVE 4 TO RETURN-CODE
057700     END-IF
057800     DISPLAY "-----------------------------------".
057900 9000-EXIT.
058000     EXIT.
058100
058200*================================================================
058300*9999-ABEND-EXIT - DISPLAY THE DIAGNOSTIC, SET A NON-ZERO
058400*RETURN CODE AND TERMINATE THE RUN.
058500*================================================================
058600 9999-ABEND-EXIT.
058700     DISPLAY "TPL-COMPARE ABEND - " WS-ABEND-MESSAGE
058800     MOVE 16 TO RETURN-CODE
058900     STOP RUN.
