000100*================================================================
000200*TPL-APPROVE
000300*
000400*TWO-PERSON APPROVAL OF DISTRIBUTION TEMPLATES.  FILE-CLONER
000500*DISTRIBUTES NO TEMPLATE UNTIL A SECOND PERSON HAS SIGNED OFF
000600*ITS CONTENT.  TRANSACTIONS ARE READ FROM APPRTRAN, ONE PER
000700*RECORD:
000800*    APP  - APPROVE THE TEMPLATE AT THE PATH GIVEN, AS IT
000900*           STANDS ON DISK NOW.
001000*    LST  - LIST EVERY APPROVAL ON FILE TO SYSOUT.
001100*AN APPROVAL NAMES THE PREPARER AND THE APPROVER, WHO MUST BE
001200*DIFFERENT PEOPLE.  THE TEMPLATE IS READ END TO END: ITS FIRST
001300*RECORD GIVES THE FR-SEQUENCE-NUMBER APPROVED, AND EVERY BYTE
001400*OF EVERY RECORD IS FOLDED INTO A FINGERPRINT (ADLER-STYLE
001500*RUNNING SUMS MODULO 65521) THAT FILE-CLONER RECOMPUTES AT
001600*VALIDATION.  A TEMPLATE EDITED AFTER ITS APPROVAL NO LONGER
001700*MATCHES AND IS REFUSED UNTIL IT IS APPROVED AGAIN.  EACH
001800*APPROVAL IS APPENDED TO THE PERMANENT TPLAPPR FILE, WHICH IS
001900*NEVER PRUNED - IT IS THE COMPLIANCE EVIDENCE OF REVIEW.
002000*A TRANSACTION THAT FAILS ITS EDITS IS REJECTED TO THE
002100*EXCEPTION REPORT AND NOTHING IS RECORDED FOR IT.
002200*================================================================
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. TPL-APPROVE.
002500 AUTHOR. J H MORRISON.
002600 INSTALLATION. DISTRIBUTION SERVICES.
002700 DATE-WRITTEN. 10/15/2026.
002800 DATE-COMPILED.
002900*----------------------------------------------------------------
003000*MODIFICATION HISTORY
003100*----------------------------------------------------------------
003200*DATE       INIT DESCRIPTION
003300*10/15/2026 JHM  ORIGINAL VERSION.
003400*----------------------------------------------------------------
003500
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900*APPROVAL TRANSACTIONS FOR THIS RUN.
004000     SELECT TRAN-FILE ASSIGN TO "APPRTRAN"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-TRAN-STATUS.
004300*THE TEMPLATE NAMED BY THE TRANSACTION IN HAND.
004400     SELECT TEMPLATE-FILE ASSIGN TO DYNAMIC WS-TEMPLATE-PATH
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-TEMPLATE-STATUS.
004700*PERMANENT APPROVAL FILE - ONE ENTRY PER APPROVAL RECORDED,
004800*APPENDED EVERY RUN AND READ BY FILE-CLONER AT VALIDATION.
004900     SELECT APPROVAL-FILE ASSIGN TO "TPLAPPR"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-APPROVAL-STATUS.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  TRAN-FILE.
005600 01  TRAN-RECORD.
005700     05  AT-ACTION                PIC X(03).
005800         88  AT-ACTION-APPROVE    VALUE "APP".
005900         88  AT-ACTION-LIST       VALUE "LST".
006000     05  FILLER                   PIC X(01).
006100     05  AT-TEMPLATE-PATH         PIC X(60).
006200*THE SEQUENCE THE APPROVER REVIEWED - OPTIONAL; WHEN GIVEN IT
006300*MUST BE THE SEQUENCE NOW ON DISK.
006400     05  AT-SEQUENCE-NUMBER       PIC X(06).
006500     05  AT-PREPARER              PIC X(08).
006600     05  AT-APPROVER              PIC X(08).
006700
006800 FD  TEMPLATE-FILE.
006900 01  FILE-RECORD.
007000     COPY FILEREC.
007100
007200 FD  APPROVAL-FILE.
007300 01  APPROVAL-RECORD.
007400     COPY TPLAPPR.
007500
007600 WORKING-STORAGE SECTION.
007700*FILE STATUS SWITCHES.
007800 77  WS-TRAN-STATUS               PIC X(02).
007900 77  WS-TEMPLATE-STATUS           PIC X(02).
008000 77  WS-APPROVAL-STATUS           PIC X(02).
008100*ABEND DIAGNOSTIC TEXT.
008200 77  WS-ABEND-MESSAGE             PIC X(60).
008300*END-OF-FILE SWITCHES.
008400 77  WS-TRAN-EOF                  PIC X(01) VALUE "N".
008500     88  WS-END-OF-TRANS          VALUE "Y".
008600 77  WS-TEMPLATE-EOF              PIC X(01) VALUE "N".
008700     88  WS-END-OF-TEMPLATE       VALUE "Y".
008800 77  WS-APPROVAL-EOF              PIC X(01) VALUE "N".
008900     88  WS-END-OF-APPROVALS      VALUE "Y".
009000*APPROVAL COUNTERS.
009100 77  WS-TRAN-COUNT                PIC 9(08) USAGE COMP VALUE 0.
009200 77  WS-APPROVED-COUNT            PIC 9(08) USAGE COMP VALUE 0.
009300 77  WS-LISTED-COUNT              PIC 9(08) USAGE COMP VALUE 0.
009400 77  WS-ERROR-COUNT               PIC 9(08) USAGE COMP VALUE 0.
009500 77  WS-REJECT-COUNT              PIC 9(08) USAGE COMP VALUE 0.
009600*REPORT EDIT FIELD.
009700 77  WS-COUNT-DISP                PIC Z(7)9.
009800*EDIT WORK AREAS - THE VERDICT ON THE TRANSACTION IN HAND AND
009900*THE FIRST REASON IT FAILED.
010000 77  WS-REJECT-SW                 PIC X(01) VALUE "N".
010100     88  WS-TRAN-REJECTED         VALUE "Y".
010200 77  WS-REJECT-REASON             PIC X(40).
010300*THE TEMPLATE BEING APPROVED, ITS SEQUENCE AND THE DATE.
010400 77  WS-TEMPLATE-PATH             PIC X(60).
010500 77  WS-TPL-SEQ-NO                PIC 9(06).
010600 77  WS-TODAY-DATE                PIC 9(08).
010700*FINGERPRINT WORK AREAS - THE TWO RUNNING SUMS, THE DIVIDE
010800*WORK FIELDS THAT KEEP THEM MODULO 65521, THE BYTE SCAN
010900*SUBSCRIPT AND THE FINISHED FINGERPRINT.  EACH BYTE IS MOVED
011000*INTO THE LOW HALF OF A TWO-BYTE BINARY WORD WHOSE HIGH HALF
011100*IS ALWAYS LOW-VALUE, SO THE WORD READS AS THE BYTE'S CODE.
011200*THE SAME ARITHMETIC RUNS IN FILE-CLONER.
011300 77  WS-FP-SUM-A                  PIC 9(12) USAGE COMP.
011400 77  WS-FP-SUM-B                  PIC 9(12) USAGE COMP.
011500 77  WS-FP-QUOTIENT               PIC 9(12) USAGE COMP.
011600 77  WS-FP-REMAINDER              PIC 9(12) USAGE COMP.
011700 77  WS-FP-BYTE-SUB               PIC 9(04) USAGE COMP.
011800 77  WS-FINGERPRINT               PIC 9(10).
011900 01  WS-FP-WORD.
012000     05  FILLER                   PIC X(01) VALUE LOW-VALUE.
012100     05  WS-FP-CHAR               PIC X(01).
012200 01  WS-FP-WORD-BINARY REDEFINES WS-FP-WORD.
012300     05  WS-FP-ORD                PIC 9(04) USAGE COMP.
012400
012500 PROCEDURE DIVISION.
012600*================================================================
012700*0000-MAIN-PROCEDURE
012800*================================================================
012900 0000-MAIN-PROCEDURE.
013000     PERFORM 1000-INITIALIZE-PROGRAM THRU 1000-EXIT
013100     PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT
013200     PERFORM 9000-WRITE-SUMMARY-REPORT THRU 9000-EXIT
013300     STOP RUN.
013400
013500*================================================================
013600*1000-INITIALIZE-PROGRAM - OPEN THE TRANSACTION FILE AND THE
013700*APPROVAL FILE, CREATING THE APPROVAL FILE ON THE FIRST RUN.
013800*================================================================
013900 1000-INITIALIZE-PROGRAM.
014000     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
014100     OPEN INPUT TRAN-FILE
014200     IF WS-TRAN-STATUS NOT = "00"
014300         MOVE "APPRTRAN NOT FOUND - NO TRANSACTIONS TO APPLY"
014400             TO WS-ABEND-MESSAGE
014500         GO TO 9999-ABEND-EXIT
014600     END-IF
014700     PERFORM 1100-OPEN-APPROVALS-EXTEND THRU 1100-EXIT.
014800 1000-EXIT.
014900     EXIT.
015000
015100*----------------------------------------------------------------
015200*1100-OPEN-APPROVALS-EXTEND - OPEN THE APPROVAL FILE FOR
015300*APPENDING; THE FIRST EVER RUN CREATES IT.
015400*----------------------------------------------------------------
015500 1100-OPEN-APPROVALS-EXTEND.
015600     OPEN EXTEND APPROVAL-FILE
015700     IF WS-APPROVAL-STATUS = "35"
015800         OPEN OUTPUT APPROVAL-FILE
015900     END-IF
016000     IF WS-APPROVAL-STATUS NOT = "00"
016100         MOVE "TPLAPPR COULD NOT BE OPENED"
016200             TO WS-ABEND-MESSAGE
016300         GO TO 9999-ABEND-EXIT
016400     END-IF.
016500 1100-EXIT.
016600     EXIT.
016700
016800*================================================================
016900*2000-PROCESS-TRANSACTIONS - APPLY EVERY APPRTRAN RECORD IN
017000*TURN.
017100*================================================================
017200 2000-PROCESS-TRANSACTIONS.
017300     PERFORM 2100-APPLY-ONE-TRANSACTION THRU 2100-EXIT
017400         UNTIL WS-END-OF-TRANS
017500     CLOSE TRAN-FILE
017600     CLOSE APPROVAL-FILE.
017700 2000-EXIT.
017800     EXIT.
017900
018000*----------------------------------------------------------------
018100*2100-APPLY-ONE-TRANSACTION - READ AND DISPATCH ONE
018200*TRANSACTION BY ITS ACTION CODE.
018300*----------------------------------------------------------------
018400 2100-APPLY-ONE-TRANSACTION.
018500     READ TRAN-FILE
018600         AT END
018700             MOVE "Y" TO WS-TRAN-EOF
018800             GO TO 2100-EXIT
018900     END-READ
019000     ADD 1 TO WS-TRAN-COUNT
019100     IF AT-ACTION-APPROVE
019200         PERFORM 2200-APPROVE-TEMPLATE THRU 2200-EXIT
019300         GO TO 2100-EXIT
019400     END-IF
019500     IF AT-ACTION-LIST
019600         PERFORM 2500-LIST-APPROVALS THRU 2500-EXIT
019700         GO TO 2100-EXIT
019800     END-IF
019900     ADD 1 TO WS-ERROR-COUNT
020000     DISPLAY "TPL-APPROVE BAD ACTION " AT-ACTION
020100         " FOR " AT-TEMPLATE-PATH.
020200 2100-EXIT.
020300     EXIT.
020400
020500*----------------------------------------------------------------
020600*2200-APPROVE-TEMPLATE - EDIT ONE APPROVAL, FINGERPRINT THE
020700*TEMPLATE AS IT STANDS AND RECORD THE APPROVAL.  THE FIRST
020800*FAILURE IS THE ONE REPORTED.
020900*----------------------------------------------------------------
021000 2200-APPROVE-TEMPLATE.
021100     MOVE "N" TO WS-REJECT-SW
021200     IF AT-TEMPLATE-PATH = SPACES
021300         MOVE "TEMPLATE PATH IS BLANK" TO WS-REJECT-REASON
021400         MOVE "Y" TO WS-REJECT-SW
021500         GO TO 2200-REPORT
021600     END-IF
021700     IF AT-PREPARER = SPACES
021800         MOVE "PREPARER IS BLANK" TO WS-REJECT-REASON
021900         MOVE "Y" TO WS-REJECT-SW
022000         GO TO 2200-REPORT
022100     END-IF
022200     IF AT-APPROVER = SPACES
022300         MOVE "APPROVER IS BLANK" TO WS-REJECT-REASON
022400         MOVE "Y" TO WS-REJECT-SW
022500         GO TO 2200-REPORT
022600     END-IF
022700*THE WHOLE POINT OF THE GATE - NOBODY SIGNS OFF THEIR OWN WORK.
022800     IF AT-APPROVER = AT-PREPARER
022900         MOVE "APPROVER IS THE PREPARER" TO WS-REJECT-REASON
023000         MOVE "Y" TO WS-REJECT-SW
023100         GO TO 2200-REPORT
023200     END-IF
023300     IF AT-SEQUENCE-NUMBER NOT = SPACES
023400        AND AT-SEQUENCE-NUMBER NOT NUMERIC
023500         MOVE "SEQUENCE REVIEWED IS NOT NUMERIC"
023600             TO WS-REJECT-REASON
023700         MOVE "Y" TO WS-REJECT-SW
023800         GO TO 2200-REPORT
023900     END-IF
024000     MOVE AT-TEMPLATE-PATH TO WS-TEMPLATE-PATH
024100     PERFORM 2300-FINGERPRINT-TEMPLATE THRU 2300-EXIT
024200     IF WS-TRAN-REJECTED
024300         GO TO 2200-REPORT
024400     END-IF
024500*THE APPROVER MAY NAME THE SEQUENCE REVIEWED; A DIFFERENT ONE
024600*ON DISK MEANS THE TEMPLATE WAS REPLACED AFTER THE REVIEW.
024700     IF AT-SEQUENCE-NUMBER NOT = SPACES
024800        AND AT-SEQUENCE-NUMBER NOT = WS-TPL-SEQ-NO
024900         MOVE "TEMPLATE IS NOT THE SEQUENCE REVIEWED"
025000             TO WS-REJECT-REASON
025100         MOVE "Y" TO WS-REJECT-SW
025200         GO TO 2200-REPORT
025300     END-IF
025400     MOVE SPACES TO APPROVAL-RECORD
025500     MOVE WS-TEMPLATE-PATH TO AP-TEMPLATE-PATH
025600     MOVE WS-TPL-SEQ-NO TO AP-SEQUENCE-NUMBER
025700     MOVE AT-PREPARER TO AP-PREPARER
025800     MOVE AT-APPROVER TO AP-APPROVER
025900     MOVE WS-TODAY-DATE TO AP-APPROVAL-DATE
026000     MOVE WS-FINGERPRINT TO AP-FINGERPRINT
026100     WRITE APPROVAL-RECORD
026200     ADD 1 TO WS-APPROVED-COUNT
026300     DISPLAY "APPROVED " WS-TEMPLATE-PATH
026400     DISPLAY "         SEQ " WS-TPL-SEQ-NO
026500         " PREPARER " AT-PREPARER
026600         " APPROVER " AT-APPROVER
026700         " PRINT " WS-FINGERPRINT.
026800 2200-REPORT.
026900     IF WS-TRAN-REJECTED
027000         ADD 1 TO WS-REJECT-COUNT
027100         DISPLAY "REJECTED " AT-TEMPLATE-PATH
027200         DISPLAY "         - " WS-REJECT-REASON
027300     END-IF.
027400 2200-EXIT.
027500     EXIT.
027600
027700*----------------------------------------------------------------
027800*2300-FINGERPRINT-TEMPLATE - READ THE TEMPLATE END TO END: THE
027900*FIRST RECORD MUST CARRY A NUMERIC EFFECTIVE DATE AND SEQUENCE
028000*(THE SAME TEST FILE-CLONER APPLIES), AND EVERY RECORD IS
028100*FOLDED INTO THE FINGERPRINT.
028200*----------------------------------------------------------------
028300 2300-FINGERPRINT-TEMPLATE.
028400     OPEN INPUT TEMPLATE-FILE
028500     IF WS-TEMPLATE-STATUS NOT = "00"
028600         MOVE "TEMPLATE NOT FOUND" TO WS-REJECT-REASON
028700         MOVE "Y" TO WS-REJECT-SW
028800         GO TO 2300-EXIT
028900     END-IF
029000     MOVE "N" TO WS-TEMPLATE-EOF
029100     READ TEMPLATE-FILE
029200         AT END
029300             MOVE "TEMPLATE IS EMPTY" TO WS-REJECT-REASON
029400             MOVE "Y" TO WS-REJECT-SW
029500             CLOSE TEMPLATE-FILE
029600             GO TO 2300-EXIT
029700     END-READ
029800     IF FR-EFFECTIVE-DATE NOT NUMERIC
029900        OR FR-SEQUENCE-NUMBER NOT NUMERIC
030000         MOVE "TEMPLATE FAILED VALIDATION" TO WS-REJECT-REASON
030100         MOVE "Y" TO WS-REJECT-SW
030200         CLOSE TEMPLATE-FILE
030300         GO TO 2300-EXIT
030400     END-IF
030500     MOVE FR-SEQUENCE-NUMBER TO WS-TPL-SEQ-NO
030600     MOVE 1 TO WS-FP-SUM-A
030700     MOVE 0 TO WS-FP-SUM-B
030800     PERFORM 2320-FOLD-ONE-RECORD THRU 2320-EXIT
030900     PERFORM 2310-READ-ONE-RECORD THRU 2310-EXIT
031000         UNTIL WS-END-OF-TEMPLATE
031100     CLOSE TEMPLATE-FILE
031200     COMPUTE WS-FINGERPRINT = WS-FP-SUM-B * 65536 + WS-FP-SUM-A.
031300 2300-EXIT.
031400     EXIT.
031500
031600*----------------------------------------------------------------
031700*2310-READ-ONE-RECORD - READ THE NEXT TEMPLATE RECORD AND FOLD
031800*IT INTO THE FINGERPRINT.
031900*----------------------------------------------------------------
032000 2310-READ-ONE-RECORD.
032100     READ TEMPLATE-FILE
032200         AT END
032300             MOVE "Y" TO WS-TEMPLATE-EOF
032400         NOT AT END
032500             PERFORM 2320-FOLD-ONE-RECORD THRU 2320-EXIT
032600     END-READ.
032700 2310-EXIT.
032800     EXIT.
032900
033000*----------------------------------------------------------------
033100*2320-FOLD-ONE-RECORD - FOLD ALL 1000 BYTES OF THE RECORD IN
033200*HAND INTO THE RUNNING SUMS, THEN BRING BOTH SUMS BACK UNDER
033300*65521.  ONE RECORD CANNOT OVERFLOW THE TWELVE-DIGIT SUMS.
033400*----------------------------------------------------------------
033500 2320-FOLD-ONE-RECORD.
033600     PERFORM 2330-FOLD-ONE-BYTE THRU 2330-EXIT
033700         VARYING WS-FP-BYTE-SUB FROM 1 BY 1
033800         UNTIL WS-FP-BYTE-SUB > 1000
033900     DIVIDE WS-FP-SUM-A BY 65521
034000         GIVING WS-FP-QUOTIENT
034100         REMAINDER WS-FP-REMAINDER
034200     MOVE WS-FP-REMAINDER TO WS-FP-SUM-A
034300     DIVIDE WS-FP-SUM-B BY 65521
034400         GIVING WS-FP-QUOTIENT
034500         REMAINDER WS-FP-REMAINDER
034600     MOVE WS-FP-REMAINDER TO WS-FP-SUM-B.
034700 2320-EXIT.
034800     EXIT.
034900
035000*----------------------------------------------------------------
035100*2330-FOLD-ONE-BYTE - ADD ONE BYTE'S CODE TO THE FIRST SUM AND
035200*THE FIRST SUM TO THE SECOND.
035300*----------------------------------------------------------------
035400 2330-FOLD-ONE-BYTE.
035500     MOVE FILE-RECORD (WS-FP-BYTE-SUB : 1) TO WS-FP-CHAR
035600     ADD WS-FP-ORD TO WS-FP-SUM-A
035700     ADD WS-FP-SUM-A TO WS-FP-SUM-B.
035800 2330-EXIT.
035900     EXIT.
036000
036100*----------------------------------------------------------------
036200*2500-LIST-APPROVALS - LIST EVERY APPROVAL ON FILE, INCLUDING
036300*ANY RECORDED EARLIER IN THIS RUN.  THE FILE IS REOPENED FOR
036400*READING AND THEN FOR APPENDING AGAIN.
036500*----------------------------------------------------------------
036600 2500-LIST-APPROVALS.
036700     CLOSE APPROVAL-FILE
036800     OPEN INPUT APPROVAL-FILE
036900     IF WS-APPROVAL-STATUS NOT = "00"
037000         MOVE "TPLAPPR COULD NOT BE OPENED FOR LISTING"
037100             TO WS-ABEND-MESSAGE
037200         GO TO 9999-ABEND-EXIT
037300     END-IF
037400     MOVE "N" TO WS-APPROVAL-EOF
037500     DISPLAY "SEQ    PREPARER APPROVER DATE     PRINT      "
037600         "TEMPLATE"
037700     PERFORM 2510-LIST-ONE-APPROVAL THRU 2510-EXIT
037800         UNTIL WS-END-OF-APPROVALS
037900     CLOSE APPROVAL-FILE
038000     PERFORM 1100-OPEN-APPROVALS-EXTEND THRU 1100-EXIT.
038100 2500-EXIT.
038200     EXIT.
038300
038400*----------------------------------------------------------------
038500*2510-LIST-ONE-APPROVAL - PRINT ONE APPROVAL.
038600*----------------------------------------------------------------
038700 2510-LIST-ONE-APPROVAL.
038800     READ APPROVAL-FILE
038900         AT END
039000             MOVE "Y" TO WS-APPROVAL-EOF
039100             GO TO 2510-EXIT
039200     END-READ
039300     ADD 1 TO WS-LISTED-COUNT
039400     DISPLAY AP-SEQUENCE-NUMBER " "
039500         AP-PREPARER " "
039600         AP-APPROVER " "
039700         AP-APPROVAL-DATE " "
039800         AP-FINGERPRINT " "
039900         AP-TEMPLATE-PATH.
040000 2510-EXIT.
040100     EXIT.
040200
040300*================================================================
040400*9000-WRITE-SUMMARY-REPORT - APPROVAL TOTALS AND THE RETURN
040500*CODE: 0 CLEAN, 8 WHEN ANY TRANSACTION WAS REJECTED OR BAD.
040600*================================================================
040700 9000-WRITE-SUMMARY-REPORT.
040800     DISPLAY "-----------------------------"
040900     DISPLAY "TPL-APPROVE SUMMARY"
041000     MOVE WS-TRAN-COUNT TO WS-COUNT-DISP
041100     DISPLAY "  TRANSACTIONS READ . . . : " WS-COUNT-DISP
041200     MOVE WS-APPROVED-COUNT TO WS-COUNT-DISP
041300     DISPLAY "  APPROVALS RECORDED  . . : " WS-COUNT-DISP
041400     MOVE WS-LISTED-COUNT TO WS-COUNT-DISP
041500     DISPLAY "  APPROVALS LISTED  . . . : " WS-COUNT-DISP
041600     MOVE WS-ERROR-COUNT TO WS-COUNT-DISP
041700     DISPLAY "  TRANSACTIONS IN ERROR . : " WS-COUNT-DISP
041800     MOVE WS-REJECT-COUNT TO WS-COUNT-DISP
041900     DISPLAY "  TRANSACTIONS REJECTED . : " WS-COUNT-DISP
042000     DISPLAY "-----------------------------"
042100     IF WS-ERROR-COUNT > 0 OR WS-REJECT-COUNT > 0
042200         MOVE 8 TO RETURN-CODE
042300     ELSE
042400         MOVE 0 TO RETURN-CODE
042500     END-IF.
042600 9000-EXIT.
042700     EXIT.
042800
042900*================================================================
043000*9999-ABEND-EXIT - DISPLAY THE DIAGNOSTIC, SET A NON-ZERO
043100*RETURN CODE AND TERMINATE THE RUN.
043200*================================================================
043300 9999-ABEND-EXIT.
043400     DISPLAY "TPL-APPROVE ABEND - " WS-ABEND-MESSAGE
043500     MOVE 16 TO RETURN-CODE
043600     STOP RUN.
