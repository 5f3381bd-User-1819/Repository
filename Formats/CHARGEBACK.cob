000100*================================================================
000200*CHARGEBACK
000300*
000400*MONTHLY CHARGEBACK BILLING BY DISTRIBUTION GROUP.  EVERY COPY
000500*FILE-CLONER MAKES IS RECORDED ON THE PERMANENT RUN HISTORY
000600*(RUNHIST) AS AN OUTPUT DETAIL RECORD NAMING THE FILE IT WROTE.
000700*THIS PROGRAM TAKES THE DETAIL RECORDS FOR THE MONTH NAMED ON
000800*CHGCARD (OR THE PRIOR MONTH), TIES EACH COPY BACK TO ITS
000900*RECIPIENT ON THE RECIPIENT MASTER BY THE TARGET NAME IN THE
001000*OUTPUT FILE NAME, AND ROLLS THE COPIES AND BYTES UP BY THE
001100*RECIPIENT'S RM-GROUP-CODE.  EACH GROUP IS PRICED FROM THE RATE
001200*TABLE (RATETBL) AT ITS PER-COPY RATE PLUS ITS PER-MEGABYTE
001300*RATE, RAISED TO THE GROUP'S MINIMUM CHARGE WHEN THE USAGE
001400*FALLS SHORT OF IT.  A GROUP WITH NO RATE OF ITS OWN IS PRICED
001410*AT THE *DEFAULT ROW.  A COPY BUNDLED INTO A GROUP ENVELOPE IS
001420*RECORDED AS AN "E" DETAIL UNDER THE TARGET NAME IT WOULD HAVE
001430*BEEN WRITTEN UNDER, AND IS BILLED TO ITS RECIPIENT'S GROUP JUST
001440*AS A COPY WRITTEN AS A FILE; THE ENVELOPE'S OWN DETAIL, WHICH
001450*NAMES NO TEMPLATE, IS PASSED OVER SO ITS BYTES ARE NOT BILLED
001460*TWICE.  COPIES THAT CANNOT BE TIED TO A RECIPIENT (COUNTED AND
001470*CATALOG OUTPUTS, OR A TARGET NO LONGER ON THE MASTER) ARE
001480*CARRIED ON AN UNALLOCATED LINE AT THE DEFAULT RATES SO THEY ARE
001490*BILLED TO SUSPENSE, NOT LOST.
001900*
002000*TWO OUTPUTS: THE FIXED-FORMAT BILLING EXTRACT (CHGEXTR) FOR
002100*THE GENERAL LEDGER FEED - ONE DETAIL RECORD PER GROUP BILLED
002200*AND A CONTROL TRAILER - AND THE PRINTED INVOICE REGISTER,
002300*RECIPIENT LINES UNDER EACH GROUP WITH A GROUP SUBTOTAL.
002400*A GROUP WITH NO COPIES IN THE MONTH IS NOT BILLED.
002500*================================================================
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. CHARGEBACK.
002800 AUTHOR. J H MORRISON.
002900 INSTALLATION. DISTRIBUTION SERVICES.
003000 DATE-WRITTEN. 10/15/2026.
003100 DATE-COMPILED.
003200*----------------------------------------------------------------
003300*MODIFICATION HISTORY
003400*----------------------------------------------------------------
003500*DATE       INIT DESCRIPTION
003600*10/15/2026 JHM  ORIGINAL VERSION.
003610*10/15/2026 JHM  BILL THE "E" DETAILS OF COPIES BUNDLED INTO
003620*                GROUP ENVELOPES TO THEIR RECIPIENTS' GROUPS, AND
003630*                PASS OVER THE ENVELOPE'S OWN DETAIL.
003700*----------------------------------------------------------------
003800
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200*OPTIONAL CONTROL CARD - THE BILLING MONTH (CCYYMM).  WITHOUT A
004300*CARD THE PRIOR CALENDAR MONTH IS BILLED.
004400     SELECT CHG-CARD-FILE ASSIGN TO "CHGCARD"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-CARD-STATUS.
004700*CHARGEBACK RATES BY DISTRIBUTION GROUP.
004800     SELECT RATE-FILE ASSIGN TO "RATETBL"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-RATE-STATUS.
005100*PERMANENT RUN HISTORY APPENDED BY EVERY FILE-CLONER RUN.
005200     SELECT RUN-HIST-FILE ASSIGN TO "RUNHIST"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-RUNHIST-STATUS.
005500*PERSISTENT RECIPIENT MASTER, READ IN KEY ORDER.
005600     SELECT RECIP-MASTER ASSIGN TO "RECPMAST"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS SEQUENTIAL
005900         RECORD KEY IS RM-RECIP-ID
006000         FILE STATUS IS WS-MASTER-STATUS.
006100*BILLING EXTRACT FOR THE GENERAL LEDGER FEED.
006200     SELECT EXTRACT-FILE ASSIGN TO "CHGEXTR"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-EXTRACT-STATUS.
006500
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  CHG-CARD-FILE.
006900 01  CHG-CARD-RECORD.
007000     05  CB-BILLING-MONTH         PIC 9(06).
007100
007200*ONE RATE ROW PER GROUP.  THE ROW FOR GROUP *DEFAULT PRICES ANY
007300*GROUP WITHOUT A ROW OF ITS OWN AND THE UNALLOCATED LINE.
007400 FD  RATE-FILE.
007500 01  RATE-RECORD.
007600     05  RT-GROUP-CODE            PIC X(08).
007700     05  FILLER                   PIC X(01).
007800     05  RT-COPY-RATE             PIC 9(03)V9(04).
007900     05  FILLER                   PIC X(01).
008000     05  RT-MB-RATE               PIC 9(03)V9(04).
008100     05  FILLER                   PIC X(01).
008200     05  RT-MINIMUM-CHARGE        PIC 9(07)V9(02).
008300
008400 FD  RUN-HIST-FILE.
008500 01  RUN-HIST-RECORD.
008600     05  RH-RECORD-TYPE           PIC X(01).
008700         88  RH-TEMPLATE-SUMMARY  VALUE "R".
008800         88  RH-OUTPUT-DETAIL     VALUE "D".
008810         88  RH-ENVELOPE-DETAIL   VALUE "E".
008900     05  FILLER                   PIC X(01).
009000     05  RH-RUN-DATE              PIC 9(08).
009100     05  FILLER                   PIC X(01).
009200     05  RH-TEMPLATE-NAME         PIC X(60).
009300     05  FILLER                   PIC X(01).
009400     05  RH-TARGET-NAME           PIC X(160).
009500     05  FILLER                   PIC X(01).
009600     05  RH-COPY-COUNT            PIC 9(08).
009700     05  FILLER                   PIC X(01).
009800     05  RH-BYTE-COUNT            PIC 9(12).
009900     05  FILLER                   PIC X(01).
010000     05  RH-RUN-MODE              PIC X(01).
010100     05  FILLER                   PIC X(01).
010200     05  RH-RETURN-CODE           PIC 9(02).
010300
010400 FD  RECIP-MASTER.
010500 01  RECIP-MASTER-RECORD.
010600     COPY RECPREC.
010700
010800*ONE DETAIL RECORD PER GROUP BILLED (THE UNALLOCATED LINE UNDER
010900*GROUP *UNALLOC) AND ONE CONTROL TRAILER.  THE RATE FLAG IS "M"
011000*WHEN THE MINIMUM CHARGE WAS APPLIED AND "N" WHEN THE GROUP HAD
011100*NO RATE AND WAS NOT PRICED.
011200 FD  EXTRACT-FILE.
011300 01  EXTRACT-RECORD.
011400     05  GX-RECORD-TYPE           PIC X(01).
011500     05  FILLER                   PIC X(01).
011600     05  GX-BILLING-MONTH         PIC 9(06).
011700     05  FILLER                   PIC X(01).
011800     05  GX-GROUP-CODE            PIC X(08).
011900     05  FILLER                   PIC X(01).
012000     05  GX-COPY-COUNT            PIC 9(08).
012100     05  FILLER                   PIC X(01).
012200     05  GX-BYTE-COUNT            PIC 9(12).
012300     05  FILLER                   PIC X(01).
012400     05  GX-USAGE-CHARGE          PIC 9(09)V9(02).
012500     05  FILLER                   PIC X(01).
012600     05  GX-MINIMUM-ADJUST        PIC 9(09)V9(02).
012700     05  FILLER                   PIC X(01).
012800     05  GX-TOTAL-CHARGE          PIC 9(09)V9(02).
012900     05  FILLER                   PIC X(01).
013000     05  GX-RATE-FLAG             PIC X(01).
013100 01  EXTRACT-TRAILER.
013200     05  GT-RECORD-TYPE           PIC X(01).
013300     05  FILLER                   PIC X(01).
013400     05  GT-BILLING-MONTH         PIC 9(06).
013500     05  FILLER                   PIC X(01).
013600     05  GT-DETAIL-COUNT          PIC 9(08).
013700     05  FILLER                   PIC X(01).
013800     05  GT-COPY-COUNT            PIC 9(08).
013900     05  FILLER                   PIC X(01).
014000     05  GT-BYTE-COUNT            PIC 9(12).
014100     05  FILLER                   PIC X(01).
014200     05  GT-TOTAL-CHARGE          PIC 9(09)V9(02).
014300
014400 WORKING-STORAGE SECTION.
014500*FILE STATUS SWITCHES.
014600 77  WS-CARD-STATUS               PIC X(02).
014700 77  WS-RATE-STATUS               PIC X(02).
014800 77  WS-RUNHIST-STATUS            PIC X(02).
014900 77  WS-MASTER-STATUS             PIC X(02).
015000 77  WS-EXTRACT-STATUS            PIC X(02).
015100*ABEND DIAGNOSTIC TEXT.
015200 77  WS-ABEND-MESSAGE             PIC X(60).
015300*END-OF-FILE SWITCHES.
015400 77  WS-RATE-EOF                  PIC X(01) VALUE "N".
015500     88  WS-END-OF-RATES          VALUE "Y".
015600 77  WS-HIST-EOF                  PIC X(01) VALUE "N".
015700     88  WS-END-OF-HISTORY        VALUE "Y".
015800 77  WS-MASTER-EOF                PIC X(01) VALUE "N".
015900     88  WS-END-OF-MASTER         VALUE "Y".
016000*THE MONTH BEING BILLED AND THE MONTH OF THE RECORD IN HAND.
016100 01  WS-BILLING-MONTH-GROUP.
016200     05  WS-BILL-CCYY             PIC 9(04).
016300     05  WS-BILL-MM               PIC 9(02).
016400 01  WS-BILLING-MONTH REDEFINES WS-BILLING-MONTH-GROUP
016500                                  PIC 9(06).
016600 77  WS-RECORD-MONTH              PIC 9(06).
016700 77  WS-TODAY-DATE                PIC 9(08).
016800*RECORD COUNTERS.
016900 77  WS-RATE-COUNT                PIC 9(08) USAGE COMP VALUE 0.
017000 77  WS-BADRATE-COUNT             PIC 9(08) USAGE COMP VALUE 0.
017100 77  WS-MASTER-COUNT              PIC 9(08) USAGE COMP VALUE 0.
017200 77  WS-HIST-COUNT                PIC 9(08) USAGE COMP VALUE 0.
017300 77  WS-BADREC-COUNT              PIC 9(08) USAGE COMP VALUE 0.
017400 77  WS-DETAIL-COUNT              PIC 9(08) USAGE COMP VALUE 0.
017500 77  WS-ALLOC-COUNT               PIC 9(08) USAGE COMP VALUE 0.
017600 77  WS-UNALLOC-COUNT             PIC 9(08) USAGE COMP VALUE 0.
017700 77  WS-BILLED-COUNT              PIC 9(08) USAGE COMP VALUE 0.
017800 77  WS-NORATE-COUNT              PIC 9(08) USAGE COMP VALUE 0.
017900 77  WS-MINIMUM-COUNT             PIC 9(08) USAGE COMP VALUE 0.
018000 77  WS-EXTRACT-COUNT             PIC 9(08) USAGE COMP VALUE 0.
018100*GROUP TABLE - ONE ROW PER RATE ROW AND PER GROUP CODE FOUND ON
018200*THE MASTER, WITH THE RATES IN FORCE AND THE MONTH'S USAGE.
018300 77  WS-GRP-COUNT                 PIC 9(04) USAGE COMP VALUE 0.
018400 77  WS-GRP-SUB                   PIC 9(04) USAGE COMP.
018500 77  WS-GRP-FOUND-SW              PIC X(01) VALUE "N".
018600     88  WS-GRP-FOUND             VALUE "Y".
018700 77  WS-GRP-FULL-SW               PIC X(01) VALUE "N".
018800     88  WS-GRP-TABLE-FULL        VALUE "Y".
018900 77  WS-LOOKUP-GROUP              PIC X(08).
019000 01  WS-GROUP-TABLE.
019100     05  WS-GRP-ENTRY             OCCURS 200 TIMES.
019200         10  WS-GRP-CODE          PIC X(08).
019300         10  WS-GRP-RATED-SW      PIC X(01).
019400         10  WS-GRP-COPY-RATE     PIC 9(03)V9(04).
019500         10  WS-GRP-MB-RATE       PIC 9(03)V9(04).
019600         10  WS-GRP-MINIMUM       PIC 9(07)V9(02).
019700         10  WS-GRP-COPIES        PIC 9(08) USAGE COMP.
019800         10  WS-GRP-BYTES         PIC 9(12) USAGE COMP.
019900*THE *DEFAULT RATE ROW, WHEN THE RATE TABLE CARRIES ONE.
020000 77  WS-DEFAULT-SW                PIC X(01) VALUE "N".
020100     88  WS-DEFAULT-ON-FILE       VALUE "Y".
020200 77  WS-DEFAULT-COPY-RATE         PIC 9(03)V9(04) VALUE 0.
020300 77  WS-DEFAULT-MB-RATE           PIC 9(03)V9(04) VALUE 0.
020400 77  WS-DEFAULT-MINIMUM           PIC 9(07)V9(02) VALUE 0.
020500*RECIPIENT TABLE - EVERY MASTER RECIPIENT WITH THE TARGET NAME
020600*AS FILE-CLONER PUTS IT IN THE OUTPUT FILE NAME (UP TO THE FIRST
020700*SPACE) AND THE MONTH'S USAGE.
020800 77  WS-RC-COUNT                  PIC 9(05) USAGE COMP VALUE 0.
020900 77  WS-RC-SUB                    PIC 9(05) USAGE COMP.
021000 77  WS-RC-FOUND-SW               PIC X(01) VALUE "N".
021100     88  WS-RC-FOUND              VALUE "Y".
021200 77  WS-RC-FULL-SW                PIC X(01) VALUE "N".
021300     88  WS-RC-TABLE-FULL         VALUE "Y".
021400 01  WS-RECIPIENT-TABLE.
021500     05  WS-RC-ENTRY              OCCURS 5000 TIMES.
021600         10  WS-RC-RECIP-ID       PIC X(08).
021700         10  WS-RC-MATCH-NAME     PIC X(60).
021800         10  WS-RC-GROUP-CODE     PIC X(08).
021900         10  WS-RC-RECIP-NAME     PIC X(30).
022000         10  WS-RC-COPIES         PIC 9(08) USAGE COMP.
022100         10  WS-RC-BYTES          PIC 9(12) USAGE COMP.
022200*UNALLOCATED TABLE - THE OUTPUT FILES NOT TIED TO A RECIPIENT,
022300*LISTED ON THE REGISTER FOR FOLLOW-UP.
022400 77  WS-UN-COUNT                  PIC 9(04) USAGE COMP VALUE 0.
022500 77  WS-UN-SUB                    PIC 9(04) USAGE COMP.
022600 77  WS-UN-FOUND-SW               PIC X(01) VALUE "N".
022700     88  WS-UN-FOUND              VALUE "Y".
022800 77  WS-UN-FULL-SW                PIC X(01) VALUE "N".
022900     88  WS-UN-TABLE-FULL         VALUE "Y".
023000 77  WS-UN-COPIES-TOTAL           PIC 9(08) USAGE COMP VALUE 0.
023100 77  WS-UN-BYTES-TOTAL            PIC 9(12) USAGE COMP VALUE 0.
023200 01  WS-UNALLOCATED-TABLE.
023300     05  WS-UN-ENTRY              OCCURS 500 TIMES.
023400         10  WS-UN-TARGET         PIC X(160).
023500         10  WS-UN-COPIES         PIC 9(08) USAGE COMP.
023600         10  WS-UN-BYTES          PIC 9(12) USAGE COMP.
023700*TARGET NAME RECOVERED FROM AN OUTPUT FILE NAME: THE TEXT
023800*BETWEEN "File (" AND ").txt" IN ITS LAST PATH COMPONENT.
023900 77  WS-SCAN-SUB                  PIC 9(04) USAGE COMP.
024000 77  WS-SLASH-POS                 PIC 9(04) USAGE COMP.
024100 77  WS-LEAF-NAME                 PIC X(160).
024200 77  WS-MATCH-NAME                PIC X(60).
024300*PRICING WORK FIELDS FOR THE GROUP OR LINE BEING PRICED.
024400 77  WS-BILL-GROUP                PIC X(08).
024500 77  WS-PRICE-COPIES              PIC 9(08) USAGE COMP.
024600 77  WS-PRICE-BYTES               PIC 9(12) USAGE COMP.
024700 77  WS-PRICE-COPY-RATE           PIC 9(03)V9(04).
024800 77  WS-PRICE-MB-RATE             PIC 9(03)V9(04).
024900 77  WS-PRICE-MINIMUM             PIC 9(07)V9(02).
025000 77  WS-USAGE-CHARGE              PIC 9(09)V9(02).
025100 77  WS-MINIMUM-ADJUST            PIC 9(09)V9(02).
025200 77  WS-TOTAL-CHARGE              PIC 9(09)V9(02).
025300 77  WS-RATE-FLAG                 PIC X(01).
025400*REGISTER GRAND TOTALS.
025500 77  WS-GRAND-COPIES              PIC 9(08) USAGE COMP VALUE 0.
025600 77  WS-GRAND-BYTES               PIC 9(12) USAGE COMP VALUE 0.
025700 77  WS-GRAND-CHARGE              PIC 9(09)V9(02) VALUE 0.
025800*REPORT EDIT FIELDS.
025900 77  WS-COUNT-DISP                PIC Z(7)9.
026000 77  WS-BYTES-DISP                PIC Z(11)9.
026100 77  WS-MONEY-DISP                PIC Z(8)9.99.
026200
026300 PROCEDURE DIVISION.
026400*================================================================
026500*0000-MAIN-PROCEDURE
026600*================================================================
026700 0000-MAIN-PROCEDURE.
026800     PERFORM 1000-INITIALIZE-PROGRAM THRU 1000-EXIT
026900     PERFORM 2000-LOAD-RATE-TABLE THRU 2000-EXIT
027000     PERFORM 2500-LOAD-RECIPIENT-MASTER THRU 2500-EXIT
027100     PERFORM 3000-ALLOCATE-HISTORY THRU 3000-EXIT
027200     PERFORM 4000-WRITE-INVOICE-REGISTER THRU 4000-EXIT
027300     PERFORM 9000-WRITE-SUMMARY-REPORT THRU 9000-EXIT
027400     STOP RUN.
027500
027600*================================================================
027700*1000-INITIALIZE-PROGRAM - PICK UP THE BILLING MONTH FROM
027800*CHGCARD (OR DEFAULT TO THE PRIOR MONTH) AND OPEN THE RATE
027900*TABLE, THE RUN HISTORY, THE MASTER AND THE EXTRACT.
028000*================================================================
028100 1000-INITIALIZE-PROGRAM.
028200     INITIALIZE CHG-CARD-RECORD
028300     OPEN INPUT CHG-CARD-FILE
028400     IF WS-CARD-STATUS = "00"
028500         READ CHG-CARD-FILE
028600         CLOSE CHG-CARD-FILE
028700     END-IF
028800     IF CB-BILLING-MONTH NUMERIC AND CB-BILLING-MONTH > 0
028900         MOVE CB-BILLING-MONTH TO WS-BILLING-MONTH
029000     ELSE
029100         ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
029200         MOVE WS-TODAY-DATE (1 : 6) TO WS-BILLING-MONTH
029300         IF WS-BILL-MM = 1
029400             SUBTRACT 1 FROM WS-BILL-CCYY
029500             MOVE 12 TO WS-BILL-MM
029600         ELSE
029700             SUBTRACT 1 FROM WS-BILL-MM
029800         END-IF
029900     END-IF
030000     OPEN INPUT RATE-FILE
030100     IF WS-RATE-STATUS NOT = "00"
030200         MOVE "RATETBL NOT FOUND - NOTHING TO PRICE WITH"
030300             TO WS-ABEND-MESSAGE
030400         GO TO 9999-ABEND-EXIT
030500     END-IF
030600     OPEN INPUT RUN-HIST-FILE
030700     IF WS-RUNHIST-STATUS NOT = "00"
030800         MOVE "RUNHIST NOT FOUND - NO HISTORY TO BILL"
030900             TO WS-ABEND-MESSAGE
031000         GO TO 9999-ABEND-EXIT
031100     END-IF
031200     OPEN INPUT RECIP-MASTER
031300     IF WS-MASTER-STATUS NOT = "00"
031400         MOVE "RECPMAST COULD NOT BE OPENED"
031500             TO WS-ABEND-MESSAGE
031600         GO TO 9999-ABEND-EXIT
031700     END-IF
031800     OPEN OUTPUT EXTRACT-FILE
031900     IF WS-EXTRACT-STATUS NOT = "00"
032000         MOVE "CHGEXTR COULD NOT BE OPENED FOR OUTPUT"
032100             TO WS-ABEND-MESSAGE
032200         GO TO 9999-ABEND-EXIT
032300     END-IF.
032400 1000-EXIT.
032500     EXIT.
032600
032700*================================================================
032800*2000-LOAD-RATE-TABLE - ONE GROUP ROW PER RATE ROW.  THE
032900**DEFAULT ROW IS HELD APART.  A ROW WITH A BLANK GROUP OR
033000*NON-NUMERIC RATES IS REPORTED AND IGNORED.
033100*================================================================
033200 2000-LOAD-RATE-TABLE.
033300     PERFORM 2100-LOAD-ONE-RATE THRU 2100-EXIT
033400         UNTIL WS-END-OF-RATES
033500     CLOSE RATE-FILE.
033600 2000-EXIT.
033700     EXIT.
033800
033900*----------------------------------------------------------------
034000*2100-LOAD-ONE-RATE - READ AND EDIT ONE RATE ROW.
034100*----------------------------------------------------------------
034200 2100-LOAD-ONE-RATE.
034300     READ RATE-FILE
034400         AT END
034500             MOVE "Y" TO WS-RATE-EOF
034600             GO TO 2100-EXIT
034700     END-READ
034800     ADD 1 TO WS-RATE-COUNT
034900     IF RT-GROUP-CODE = SPACES
035000        OR RT-COPY-RATE NOT NUMERIC
035100        OR RT-MB-RATE NOT NUMERIC
035200        OR RT-MINIMUM-CHARGE NOT NUMERIC
035300         ADD 1 TO WS-BADRATE-COUNT
035400         DISPLAY "CHARGEBACK: RATE ROW " WS-RATE-COUNT
035500             " NOT USABLE - " RT-GROUP-CODE
035600         GO TO 2100-EXIT
035700     END-IF
035800     IF RT-GROUP-CODE = "*DEFAULT"
035900         MOVE "Y" TO WS-DEFAULT-SW
036000         MOVE RT-COPY-RATE TO WS-DEFAULT-COPY-RATE
036100         MOVE RT-MB-RATE TO WS-DEFAULT-MB-RATE
036200         MOVE RT-MINIMUM-CHARGE TO WS-DEFAULT-MINIMUM
036300         GO TO 2100-EXIT
036400     END-IF
036500     MOVE RT-GROUP-CODE TO WS-LOOKUP-GROUP
036600     PERFORM 2200-FIND-OR-ADD-GROUP THRU 2200-EXIT
036700     IF NOT WS-GRP-FOUND
036800         GO TO 2100-EXIT
036900     END-IF
037000     MOVE "Y" TO WS-GRP-RATED-SW (WS-GRP-SUB)
037100     MOVE RT-COPY-RATE TO WS-GRP-COPY-RATE (WS-GRP-SUB)
037200     MOVE RT-MB-RATE TO WS-GRP-MB-RATE (WS-GRP-SUB)
037300     MOVE RT-MINIMUM-CHARGE TO WS-GRP-MINIMUM (WS-GRP-SUB).
037400 2100-EXIT.
037500     EXIT.
037600
037700*----------------------------------------------------------------
037800*2200-FIND-OR-ADD-GROUP - LOOK UP WS-LOOKUP-GROUP IN THE GROUP
037900*TABLE, ADDING AN UNRATED ROW FOR A NEW CODE, AND LEAVE
038000*WS-GRP-SUB ON ITS ROW.  WS-GRP-FOUND IS OFF ONLY WHEN THE
038100*TABLE IS FULL.
038200*----------------------------------------------------------------
038300 2200-FIND-OR-ADD-GROUP.
038400     MOVE "N" TO WS-GRP-FOUND-SW
038500     PERFORM 2210-MATCH-ONE-GROUP THRU 2210-EXIT
038600         VARYING WS-GRP-SUB FROM 1 BY 1
038700         UNTIL WS-GRP-SUB > WS-GRP-COUNT
038800            OR WS-GRP-FOUND
038900     IF WS-GRP-FOUND
039000         SUBTRACT 1 FROM WS-GRP-SUB
039100         GO TO 2200-EXIT
039200     END-IF
039300     IF WS-GRP-COUNT >= 200
039400         MOVE "Y" TO WS-GRP-FULL-SW
039500         GO TO 2200-EXIT
039600     END-IF
039700     ADD 1 TO WS-GRP-COUNT
039800     MOVE WS-GRP-COUNT TO WS-GRP-SUB
039900     MOVE WS-LOOKUP-GROUP TO WS-GRP-CODE (WS-GRP-SUB)
040000     MOVE "N" TO WS-GRP-RATED-SW (WS-GRP-SUB)
040100     MOVE 0 TO WS-GRP-COPY-RATE (WS-GRP-SUB)
040200     MOVE 0 TO WS-GRP-MB-RATE (WS-GRP-SUB)
040300     MOVE 0 TO WS-GRP-MINIMUM (WS-GRP-SUB)
040400     MOVE 0 TO WS-GRP-COPIES (WS-GRP-SUB)
040500     MOVE 0 TO WS-GRP-BYTES (WS-GRP-SUB)
040600     MOVE "Y" TO WS-GRP-FOUND-SW.
040700 2200-EXIT.
040800     EXIT.
040900
041000*----------------------------------------------------------------
041100*2210-MATCH-ONE-GROUP - COMPARE THE CODE TO ONE TABLE ROW.
041200*----------------------------------------------------------------
041300 2210-MATCH-ONE-GROUP.
041400     IF WS-LOOKUP-GROUP = WS-GRP-CODE (WS-GRP-SUB)
041500         MOVE "Y" TO WS-GRP-FOUND-SW
041600     END-IF.
041700 2210-EXIT.
041800     EXIT.
041900
042000*================================================================
042100*2500-LOAD-RECIPIENT-MASTER - EVERY RECIPIENT, WHATEVER ITS
042200*STATUS, SO A COPY MADE BEFORE A RECIPIENT WAS HELD OR
042300*DEACTIVATED STILL BILLS TO ITS GROUP.
042400*================================================================
042500 2500-LOAD-RECIPIENT-MASTER.
042600     PERFORM 2600-LOAD-ONE-RECIPIENT THRU 2600-EXIT
042700         UNTIL WS-END-OF-MASTER
042800     CLOSE RECIP-MASTER.
042900 2500-EXIT.
043000     EXIT.
043100
043200*----------------------------------------------------------------
043300*2600-LOAD-ONE-RECIPIENT - READ ONE MASTER RECORD INTO THE
043400*RECIPIENT TABLE AND MAKE SURE ITS GROUP HAS A ROW.
043500*----------------------------------------------------------------
043600 2600-LOAD-ONE-RECIPIENT.
043700     READ RECIP-MASTER NEXT
043800         AT END
043900             MOVE "Y" TO WS-MASTER-EOF
044000             GO TO 2600-EXIT
044100     END-READ
044200     ADD 1 TO WS-MASTER-COUNT
044300     IF WS-RC-COUNT >= 5000
044400         MOVE "Y" TO WS-RC-FULL-SW
044500         GO TO 2600-EXIT
044600     END-IF
044700     ADD 1 TO WS-RC-COUNT
044800     MOVE RM-RECIP-ID TO WS-RC-RECIP-ID (WS-RC-COUNT)
044900     MOVE SPACES TO WS-RC-MATCH-NAME (WS-RC-COUNT)
045000     UNSTRING RM-TARGET-NAME DELIMITED BY SPACE
045100         INTO WS-RC-MATCH-NAME (WS-RC-COUNT)
045200     END-UNSTRING
045300     MOVE RM-GROUP-CODE TO WS-RC-GROUP-CODE (WS-RC-COUNT)
045400     MOVE RM-RECIPIENT-NAME TO WS-RC-RECIP-NAME (WS-RC-COUNT)
045500     MOVE 0 TO WS-RC-COPIES (WS-RC-COUNT)
045600     MOVE 0 TO WS-RC-BYTES (WS-RC-COUNT)
045700     MOVE RM-GROUP-CODE TO WS-LOOKUP-GROUP
045800     PERFORM 2200-FIND-OR-ADD-GROUP THRU 2200-EXIT.
045900 2600-EXIT.
046000     EXIT.
046100
046200*================================================================
046300*3000-ALLOCATE-HISTORY - READ THE WHOLE RUN HISTORY AND CHARGE
046400*EACH OUTPUT DETAIL RECORD OF THE BILLING MONTH TO ITS
046500*RECIPIENT AND GROUP, OR TO THE UNALLOCATED LINE.
046600*================================================================
046700 3000-ALLOCATE-HISTORY.
046800     PERFORM 3100-ALLOCATE-ONE-RECORD THRU 3100-EXIT
046900         UNTIL WS-END-OF-HISTORY
047000     CLOSE RUN-HIST-FILE.
047100 3000-EXIT.
047200     EXIT.
047300
047400*----------------------------------------------------------------
047500*3100-ALLOCATE-ONE-RECORD - READ ONE HISTORY RECORD.  ONLY THE
047600*COPY DETAIL RECORDS ("D" AND "E") OF THE BILLING MONTH ARE
047650*BILLED.
047700*----------------------------------------------------------------
047800 3100-ALLOCATE-ONE-RECORD.
047900     READ RUN-HIST-FILE
048000         AT END
048100             MOVE "Y" TO WS-HIST-EOF
048200             GO TO 3100-EXIT
048300     END-READ
048400     ADD 1 TO WS-HIST-COUNT
048500     IF RH-RUN-DATE NOT NUMERIC
048600        OR RH-COPY-COUNT NOT NUMERIC
048700        OR RH-BYTE-COUNT NOT NUMERIC
048800         ADD 1 TO WS-BADREC-COUNT
048900         GO TO 3100-EXIT
049000     END-IF
049010*A COPY WRITTEN AS A FILE AND A COPY BUNDLED INTO AN ENVELOPE
049020*ARE BILLED ALIKE.  THE ENVELOPE ITSELF ("D" WITH NO TEMPLATE)
049030*ONLY CARRIES THOSE COPIES AGAIN.
049040     IF NOT RH-OUTPUT-DETAIL AND NOT RH-ENVELOPE-DETAIL
049050         GO TO 3100-EXIT
049060     END-IF
049070     IF RH-OUTPUT-DETAIL AND RH-TEMPLATE-NAME = SPACES
049080         GO TO 3100-EXIT
049090     END-IF
049400     MOVE RH-RUN-DATE (1 : 6) TO WS-RECORD-MONTH
049500     IF WS-RECORD-MONTH NOT = WS-BILLING-MONTH
049600         GO TO 3100-EXIT
049700     END-IF
049800     ADD 1 TO WS-DETAIL-COUNT
049900     PERFORM 3200-RESOLVE-TARGET THRU 3200-EXIT
050000     IF NOT WS-RC-FOUND
050100         ADD 1 TO WS-UNALLOC-COUNT
050200         PERFORM 3400-ADD-TO-UNALLOCATED THRU 3400-EXIT
050300         GO TO 3100-EXIT
050400     END-IF
050500     ADD 1 TO WS-ALLOC-COUNT
050600     ADD RH-COPY-COUNT TO WS-RC-COPIES (WS-RC-SUB)
050700     ADD RH-BYTE-COUNT TO WS-RC-BYTES (WS-RC-SUB)
050800     MOVE WS-RC-GROUP-CODE (WS-RC-SUB) TO WS-LOOKUP-GROUP
050900     PERFORM 2200-FIND-OR-ADD-GROUP THRU 2200-EXIT
051000     IF WS-GRP-FOUND
051100         ADD RH-COPY-COUNT TO WS-GRP-COPIES (WS-GRP-SUB)
051200         ADD RH-BYTE-COUNT TO WS-GRP-BYTES (WS-GRP-SUB)
051300     END-IF.
051400 3100-EXIT.
051500     EXIT.
051600
051700*----------------------------------------------------------------
051800*3200-RESOLVE-TARGET - RECOVER THE TARGET NAME FROM THE OUTPUT
051900*FILE NAME AND LOOK IT UP IN THE RECIPIENT TABLE, LEAVING
052000*WS-RC-SUB ON ITS ROW.  ONLY THE LAST PATH COMPONENT COUNTS, SO
052100*A COPY ROUTED TO A RECIPIENT'S OWN DIRECTORY RESOLVES THE SAME
052200*AS ONE IN THE RUN'S OUTPUT DIRECTORY.
052300*----------------------------------------------------------------
052400 3200-RESOLVE-TARGET.
052500     MOVE "N" TO WS-RC-FOUND-SW
052600     MOVE 0 TO WS-SLASH-POS
052700     PERFORM 3210-NOTE-ONE-SLASH THRU 3210-EXIT
052800         VARYING WS-SCAN-SUB FROM 1 BY 1
052900         UNTIL WS-SCAN-SUB > 160
053000     IF WS-SLASH-POS >= 160
053100         GO TO 3200-EXIT
053200     END-IF
053300     MOVE RH-TARGET-NAME (WS-SLASH-POS + 1 :) TO WS-LEAF-NAME
053400     IF WS-LEAF-NAME (1 : 6) NOT = "File ("
053500         GO TO 3200-EXIT
053600     END-IF
053700     MOVE SPACES TO WS-MATCH-NAME
053800     UNSTRING WS-LEAF-NAME (7 :) DELIMITED BY ").txt"
053900         INTO WS-MATCH-NAME
054000     END-UNSTRING
054100     IF WS-MATCH-NAME = SPACES
054200         GO TO 3200-EXIT
054300     END-IF
054400     PERFORM 3300-MATCH-ONE-RECIPIENT THRU 3300-EXIT
054500         VARYING WS-RC-SUB FROM 1 BY 1
054600         UNTIL WS-RC-SUB > WS-RC-COUNT
054700            OR WS-RC-FOUND
054800     IF WS-RC-FOUND
054900         SUBTRACT 1 FROM WS-RC-SUB
055000     END-IF.
055100 3200-EXIT.
055200     EXIT.
055300
055400*----------------------------------------------------------------
055500*3210-NOTE-ONE-SLASH - REMEMBER THE POSITION OF EACH "/" SO THE
055600*LAST ONE IS LEFT IN WS-SLASH-POS.
055700*----------------------------------------------------------------
055800 3210-NOTE-ONE-SLASH.
055900     IF RH-TARGET-NAME (WS-SCAN-SUB : 1) = "/"
056000         MOVE WS-SCAN-SUB TO WS-SLASH-POS
056100     END-IF.
056200 3210-EXIT.
056300     EXIT.
056400
056500*----------------------------------------------------------------
056600*3300-MATCH-ONE-RECIPIENT - COMPARE THE TARGET NAME TO ONE
056700*TABLE ROW.
056800*----------------------------------------------------------------
056900 3300-MATCH-ONE-RECIPIENT.
057000     IF WS-MATCH-NAME = WS-RC-MATCH-NAME (WS-RC-SUB)
057100         MOVE "Y" TO WS-RC-FOUND-SW
057200     END-IF.
057300 3300-EXIT.
057400     EXIT.
057500
057600*----------------------------------------------------------------
057700*3400-ADD-TO-UNALLOCATED - FIND OR ADD THE OUTPUT FILE'S ROW ON
057800*THE UNALLOCATED TABLE.  THE LINE TOTALS ARE KEPT APART SO THE
057900*CHARGE IS WHOLE EVEN WHEN THE TABLE FILLS.
058000*----------------------------------------------------------------
058100 3400-ADD-TO-UNALLOCATED.
058200     ADD RH-COPY-COUNT TO WS-UN-COPIES-TOTAL
058300     ADD RH-BYTE-COUNT TO WS-UN-BYTES-TOTAL
058400     MOVE "N" TO WS-UN-FOUND-SW
058500     PERFORM 3410-MATCH-ONE-UNALLOCATED THRU 3410-EXIT
058600         VARYING WS-UN-SUB FROM 1 BY 1
058700         UNTIL WS-UN-SUB > WS-UN-COUNT
058800            OR WS-UN-FOUND
058900     IF WS-UN-FOUND
059000         SUBTRACT 1 FROM WS-UN-SUB
059100     ELSE
059200         IF WS-UN-COUNT >= 500
059300             MOVE "Y" TO WS-UN-FULL-SW
059400             GO TO 3400-EXIT
059500         END-IF
059600         ADD 1 TO WS-UN-COUNT
059700         MOVE WS-UN-COUNT TO WS-UN-SUB
059800         MOVE RH-TARGET-NAME TO WS-UN-TARGET (WS-UN-SUB)
059900         MOVE 0 TO WS-UN-COPIES (WS-UN-SUB)
060000         MOVE 0 TO WS-UN-BYTES (WS-UN-SUB)
060100     END-IF
060200     ADD RH-COPY-COUNT TO WS-UN-COPIES (WS-UN-SUB)
060300     ADD RH-BYTE-COUNT TO WS-UN-BYTES (WS-UN-SUB).
060400 3400-EXIT.
060500     EXIT.
060600
060700*----------------------------------------------------------------
060800*3410-MATCH-ONE-UNALLOCATED - COMPARE THE OUTPUT FILE NAME TO
060900*ONE TABLE ROW.
061000*----------------------------------------------------------------
061100 3410-MATCH-ONE-UNALLOCATED.
061200     IF RH-TARGET-NAME = WS-UN-TARGET (WS-UN-SUB)
061300         MOVE "Y" TO WS-UN-FOUND-SW
061400     END-IF.
061500 3410-EXIT.
061600     EXIT.
061700
061800*================================================================
061900*4000-WRITE-INVOICE-REGISTER - PRICE AND PRINT EACH GROUP WITH
062000*COPIES IN THE MONTH, THEN THE UNALLOCATED LINE, WRITING AN
062100*EXTRACT DETAIL RECORD FOR EACH AND THE CONTROL TRAILER LAST.
062200*================================================================
062300 4000-WRITE-INVOICE-REGISTER.
062400     DISPLAY "CHARGEBACK INVOICE REGISTER"
062500     DISPLAY "  BILLING MONTH (CCYYMM)  : " WS-BILLING-MONTH
062600     DISPLAY "-----------------------------------"
062700     PERFORM 4100-BILL-ONE-GROUP THRU 4100-EXIT
062800         VARYING WS-GRP-SUB FROM 1 BY 1
062900         UNTIL WS-GRP-SUB > WS-GRP-COUNT
063000     PERFORM 4500-BILL-UNALLOCATED THRU 4500-EXIT
063100     DISPLAY "REGISTER TOTAL"
063200     MOVE WS-GRAND-COPIES TO WS-COUNT-DISP
063300     MOVE WS-GRAND-BYTES TO WS-BYTES-DISP
063400     DISPLAY "  " WS-COUNT-DISP " COPIES "
063500         WS-BYTES-DISP " BYTES"
063600     MOVE WS-GRAND-CHARGE TO WS-MONEY-DISP
063700     DISPLAY "  TOTAL BILLED  . . . . . : " WS-MONEY-DISP
063800     DISPLAY "-----------------------------------"
063900     MOVE SPACES TO EXTRACT-TRAILER
064000     MOVE "T" TO GT-RECORD-TYPE
064100     MOVE WS-BILLING-MONTH TO GT-BILLING-MONTH
064200     MOVE WS-EXTRACT-COUNT TO GT-DETAIL-COUNT
064300     MOVE WS-GRAND-COPIES TO GT-COPY-COUNT
064400     MOVE WS-GRAND-BYTES TO GT-BYTE-COUNT
064500     MOVE WS-GRAND-CHARGE TO GT-TOTAL-CHARGE
064600     WRITE EXTRACT-TRAILER
064700     CLOSE EXTRACT-FILE.
064800 4000-EXIT.
064900     EXIT.
065000
065100*----------------------------------------------------------------
065200*4100-BILL-ONE-GROUP - ONE GROUP'S INVOICE: ITS RECIPIENT LINES,
065300*THE SUBTOTAL AND THE CHARGE.  AN UNRATED GROUP FALLS BACK TO
065400*THE DEFAULT RATES; WITHOUT THEM IT IS LISTED BUT NOT PRICED.
065500*----------------------------------------------------------------
065600 4100-BILL-ONE-GROUP.
065700     IF WS-GRP-COPIES (WS-GRP-SUB) = 0
065800         GO TO 4100-EXIT
065900     END-IF
066000     ADD 1 TO WS-BILLED-COUNT
066100     DISPLAY "GROUP " WS-GRP-CODE (WS-GRP-SUB)
066200     DISPLAY "  RECIP-ID    COPIES        BYTES  RECIPIENT NAME"
066300     PERFORM 4200-PRINT-ONE-RECIPIENT THRU 4200-EXIT
066400         VARYING WS-RC-SUB FROM 1 BY 1
066500         UNTIL WS-RC-SUB > WS-RC-COUNT
066600     MOVE WS-GRP-COPIES (WS-GRP-SUB) TO WS-PRICE-COPIES
066700     MOVE WS-GRP-BYTES (WS-GRP-SUB) TO WS-PRICE-BYTES
066800     MOVE " " TO WS-RATE-FLAG
066900     IF WS-GRP-RATED-SW (WS-GRP-SUB) = "Y"
067000         MOVE WS-GRP-COPY-RATE (WS-GRP-SUB) TO WS-PRICE-COPY-RATE
067100         MOVE WS-GRP-MB-RATE (WS-GRP-SUB) TO WS-PRICE-MB-RATE
067200         MOVE WS-GRP-MINIMUM (WS-GRP-SUB) TO WS-PRICE-MINIMUM
067300     ELSE
067400         MOVE WS-DEFAULT-COPY-RATE TO WS-PRICE-COPY-RATE
067500         MOVE WS-DEFAULT-MB-RATE TO WS-PRICE-MB-RATE
067600         MOVE WS-DEFAULT-MINIMUM TO WS-PRICE-MINIMUM
067700         IF NOT WS-DEFAULT-ON-FILE
067800             MOVE "N" TO WS-RATE-FLAG
067900             ADD 1 TO WS-NORATE-COUNT
068000         END-IF
068100     END-IF
068200     PERFORM 4300-PRICE-THE-USAGE THRU 4300-EXIT
068300     PERFORM 4400-PRINT-SUBTOTAL THRU 4400-EXIT
068400     MOVE WS-GRP-CODE (WS-GRP-SUB) TO WS-BILL-GROUP
068500     PERFORM 4600-WRITE-EXTRACT-DETAIL THRU 4600-EXIT.
068600 4100-EXIT.
068700     EXIT.
068800
068900*----------------------------------------------------------------
069000*4200-PRINT-ONE-RECIPIENT - ONE RECIPIENT LINE, WHEN THE
069100*RECIPIENT BELONGS TO THE GROUP AND HAD COPIES IN THE MONTH.
069200*----------------------------------------------------------------
069300 4200-PRINT-ONE-RECIPIENT.
069400     IF WS-RC-GROUP-CODE (WS-RC-SUB)
069500            NOT = WS-GRP-CODE (WS-GRP-SUB)
069600        OR WS-RC-COPIES (WS-RC-SUB) = 0
069700         GO TO 4200-EXIT
069800     END-IF
069900     MOVE WS-RC-COPIES (WS-RC-SUB) TO WS-COUNT-DISP
070000     MOVE WS-RC-BYTES (WS-RC-SUB) TO WS-BYTES-DISP
070100     DISPLAY "  " WS-RC-RECIP-ID (WS-RC-SUB) " "
070200         WS-COUNT-DISP " " WS-BYTES-DISP "  "
070300         WS-RC-RECIP-NAME (WS-RC-SUB).
070400 4200-EXIT.
070500     EXIT.
070600
070700*----------------------------------------------------------------
070800*4300-PRICE-THE-USAGE - COPIES AT THE PER-COPY RATE PLUS BYTES
070900*AT THE PER-MEGABYTE RATE, RAISED TO THE MINIMUM CHARGE.  AN
071000*UNPRICED LINE CARRIES NO CHARGE.
071100*----------------------------------------------------------------
071200 4300-PRICE-THE-USAGE.
071300     MOVE 0 TO WS-USAGE-CHARGE
071400     MOVE 0 TO WS-MINIMUM-ADJUST
071500     IF WS-RATE-FLAG = "N"
071600         MOVE 0 TO WS-TOTAL-CHARGE
071700         GO TO 4300-EXIT
071800     END-IF
071900     COMPUTE WS-USAGE-CHARGE ROUNDED =
072000         WS-PRICE-COPIES * WS-PRICE-COPY-RATE
072100         + WS-PRICE-BYTES * WS-PRICE-MB-RATE / 1048576
072200     IF WS-USAGE-CHARGE < WS-PRICE-MINIMUM
072300         COMPUTE WS-MINIMUM-ADJUST =
072400             WS-PRICE-MINIMUM - WS-USAGE-CHARGE
072500         MOVE "M" TO WS-RATE-FLAG
072600         ADD 1 TO WS-MINIMUM-COUNT
072700     END-IF
072800     COMPUTE WS-TOTAL-CHARGE =
072900         WS-USAGE-CHARGE + WS-MINIMUM-ADJUST.
073000 4300-EXIT.
073100     EXIT.
073200
073300*----------------------------------------------------------------
073400*4400-PRINT-SUBTOTAL - THE SUBTOTAL AND CHARGE LINES FOR THE
073500*GROUP OR LINE JUST PRICED, ADDED INTO THE REGISTER TOTAL.
073600*----------------------------------------------------------------
073700 4400-PRINT-SUBTOTAL.
073800     MOVE WS-PRICE-COPIES TO WS-COUNT-DISP
073900     MOVE WS-PRICE-BYTES TO WS-BYTES-DISP
074000     DISPLAY "  SUBTOTAL " WS-COUNT-DISP " " WS-BYTES-DISP
074100     MOVE WS-USAGE-CHARGE TO WS-MONEY-DISP
074200     DISPLAY "  USAGE CHARGE  . . . . . : " WS-MONEY-DISP
074300     MOVE WS-MINIMUM-ADJUST TO WS-MONEY-DISP
074400     DISPLAY "  MINIMUM ADJUSTMENT  . . : " WS-MONEY-DISP
074500     MOVE WS-TOTAL-CHARGE TO WS-MONEY-DISP
074600     DISPLAY "  INVOICE TOTAL . . . . . : " WS-MONEY-DISP
074700     IF WS-RATE-FLAG = "N"
074800         DISPLAY "  ** NO RATE ON RATETBL - NOT PRICED **"
074900     END-IF
075000     DISPLAY "-----------------------------------"
075100     ADD WS-PRICE-COPIES TO WS-GRAND-COPIES
075200     ADD WS-PRICE-BYTES TO WS-GRAND-BYTES
075300     ADD WS-TOTAL-CHARGE TO WS-GRAND-CHARGE.
075400 4400-EXIT.
075500     EXIT.
075600
075700*----------------------------------------------------------------
075800*4500-BILL-UNALLOCATED - THE COPIES NOT TIED TO A RECIPIENT,
075900*PRICED AT THE DEFAULT RATES WITHOUT A MINIMUM, AND BILLED TO
076000*GROUP *UNALLOC.
076100*----------------------------------------------------------------
076200 4500-BILL-UNALLOCATED.
076300     IF WS-UN-COPIES-TOTAL = 0
076400         GO TO 4500-EXIT
076500     END-IF
076600     DISPLAY "UNALLOCATED - NOT TIED TO A RECIPIENT"
076700     DISPLAY "    COPIES        BYTES  OUTPUT FILE"
076800     PERFORM 4510-PRINT-ONE-UNALLOCATED THRU 4510-EXIT
076900         VARYING WS-UN-SUB FROM 1 BY 1
077000         UNTIL WS-UN-SUB > WS-UN-COUNT
077100     IF WS-UN-TABLE-FULL
077200         DISPLAY "  NOTE: OVER 500 OUTPUT FILES - LIST IS"
077300             " PARTIAL, SUBTOTAL IS WHOLE"
077400     END-IF
077500     MOVE WS-UN-COPIES-TOTAL TO WS-PRICE-COPIES
077600     MOVE WS-UN-BYTES-TOTAL TO WS-PRICE-BYTES
077700     MOVE WS-DEFAULT-COPY-RATE TO WS-PRICE-COPY-RATE
077800     MOVE WS-DEFAULT-MB-RATE TO WS-PRICE-MB-RATE
077900     MOVE 0 TO WS-PRICE-MINIMUM
078000     MOVE " " TO WS-RATE-FLAG
078100     IF NOT WS-DEFAULT-ON-FILE
078200         MOVE "N" TO WS-RATE-FLAG
078300         ADD 1 TO WS-NORATE-COUNT
078400     END-IF
078500     PERFORM 4300-PRICE-THE-USAGE THRU 4300-EXIT
078600     PERFORM 4400-PRINT-SUBTOTAL THRU 4400-EXIT
078700     MOVE "*UNALLOC" TO WS-BILL-GROUP
078800     PERFORM 4600-WRITE-EXTRACT-DETAIL THRU 4600-EXIT.
078900 4500-EXIT.
079000     EXIT.
079100
079200*----------------------------------------------------------------
079300*4510-PRINT-ONE-UNALLOCATED - ONE UNALLOCATED OUTPUT FILE LINE.
079400*----------------------------------------------------------------
079500 4510-PRINT-ONE-UNALLOCATED.
079600     MOVE WS-UN-COPIES (WS-UN-SUB) TO WS-COUNT-DISP
079700     MOVE WS-UN-BYTES (WS-UN-SUB) TO WS-BYTES-DISP
079800     DISPLAY "  " WS-COUNT-DISP " " WS-BYTES-DISP "  "
079900         WS-UN-TARGET (WS-UN-SUB).
080000 4510-EXIT.
080100     EXIT.
080200
080300*----------------------------------------------------------------
080400*4600-WRITE-EXTRACT-DETAIL - ONE GL EXTRACT DETAIL RECORD FOR
080500*THE GROUP OR LINE JUST PRICED, BILLED TO WS-BILL-GROUP.
080600*----------------------------------------------------------------
080700 4600-WRITE-EXTRACT-DETAIL.
080800     MOVE SPACES TO EXTRACT-RECORD
080900     MOVE "D" TO GX-RECORD-TYPE
081000     MOVE WS-BILL-GROUP TO GX-GROUP-CODE
081100     MOVE WS-BILLING-MONTH TO GX-BILLING-MONTH
081200     MOVE WS-PRICE-COPIES TO GX-COPY-COUNT
081300     MOVE WS-PRICE-BYTES TO GX-BYTE-COUNT
081400     MOVE WS-USAGE-CHARGE TO GX-USAGE-CHARGE
081500     MOVE WS-MINIMUM-ADJUST TO GX-MINIMUM-ADJUST
081600     MOVE WS-TOTAL-CHARGE TO GX-TOTAL-CHARGE
081700     MOVE WS-RATE-FLAG TO GX-RATE-FLAG
081800     WRITE EXTRACT-RECORD
081900     IF WS-EXTRACT-STATUS NOT = "00"
082000         MOVE "CHGEXTR WRITE FAILED"
082100             TO WS-ABEND-MESSAGE
082200         GO TO 9999-ABEND-EXIT
082300     END-IF
082400     ADD 1 TO WS-EXTRACT-COUNT.
082500 4600-EXIT.
082600     EXIT.
082700
082800*================================================================
082900*9000-WRITE-SUMMARY-REPORT - RUN TOTALS AND THE RETURN CODE:
083000*0 CLEAN, 4 WHEN A RATE ROW OR HISTORY RECORD WAS UNUSABLE, A
083100*GROUP WENT UNPRICED OR A TABLE FILLED AND THE BILL MAY BE
083200*INCOMPLETE.
083300*================================================================
083400 9000-WRITE-SUMMARY-REPORT.
083500     DISPLAY "CHARGEBACK SUMMARY"
083600     DISPLAY "  BILLING MONTH (CCYYMM)  : " WS-BILLING-MONTH
083700     MOVE WS-RATE-COUNT TO WS-COUNT-DISP
083800     DISPLAY "  RATE ROWS READ  . . . . : " WS-COUNT-DISP
083900     MOVE WS-BADRATE-COUNT TO WS-COUNT-DISP
084000     DISPLAY "  RATE ROWS NOT USABLE  . : " WS-COUNT-DISP
084100     MOVE WS-MASTER-COUNT TO WS-COUNT-DISP
084200     DISPLAY "  MASTER RECORDS READ . . : " WS-COUNT-DISP
084300     MOVE WS-HIST-COUNT TO WS-COUNT-DISP
084400     DISPLAY "  HISTORY RECORDS READ  . : " WS-COUNT-DISP
084500     MOVE WS-BADREC-COUNT TO WS-COUNT-DISP
084600     DISPLAY "  RECORDS NOT USABLE . .  : " WS-COUNT-DISP
084700     MOVE WS-DETAIL-COUNT TO WS-COUNT-DISP
084800     DISPLAY "  DETAILS IN MONTH  . . . : " WS-COUNT-DISP
084900     MOVE WS-ALLOC-COUNT TO WS-COUNT-DISP
085000     DISPLAY "  TIED TO A RECIPIENT . . : " WS-COUNT-DISP
085100     MOVE WS-UNALLOC-COUNT TO WS-COUNT-DISP
085200     DISPLAY "  UNALLOCATED . . . . . . : " WS-COUNT-DISP
085300     MOVE WS-BILLED-COUNT TO WS-COUNT-DISP
085400     DISPLAY "  GROUPS BILLED . . . . . : " WS-COUNT-DISP
085500     MOVE WS-MINIMUM-COUNT TO WS-COUNT-DISP
085600     DISPLAY "  MINIMUM CHARGE APPLIED  : " WS-COUNT-DISP
085700     MOVE WS-NORATE-COUNT TO WS-COUNT-DISP
085800     DISPLAY "  LINES NOT PRICED  . . . : " WS-COUNT-DISP
085900     MOVE WS-EXTRACT-COUNT TO WS-COUNT-DISP
086000     DISPLAY "  EXTRACT DETAILS WRITTEN : " WS-COUNT-DISP
086100     IF WS-RC-TABLE-FULL
086200         DISPLAY "  NOTE: OVER 5000 RECIPIENTS - LATER ONES"
086300             " BILL AS UNALLOCATED"
086400     END-IF
086500     IF WS-GRP-TABLE-FULL
086600         DISPLAY "  NOTE: OVER 200 GROUPS - BILL IS PARTIAL"
086700     END-IF
086800     DISPLAY "-----------------------------------"
086900     IF WS-BADRATE-COUNT > 0 OR WS-BADREC-COUNT > 0
087000        OR WS-NORATE-COUNT > 0
087100        OR WS-RC-TABLE-FULL OR WS-GRP-TABLE-FULL
087200         MOVE 4 TO RETURN-CODE
087300     ELSE
087400         MOVE 0 TO RETURN-CODE
087500     END-IF.
087600 9000-EXIT.
087700     EXIT.
087800
087900*================================================================
088000*9999-ABEND-EXIT - DISPLAY THE DIAGNOSTIC, SET A NON-ZERO
088100*RETURN CODE AND TERMINATE THE RUN.
088200*================================================================
088300 9999-ABEND-EXIT.
088400     DISPLAY "CHARGEBACK ABEND - " WS-ABEND-MESSAGE
088500     MOVE 16 TO RETURN-CODE
088600     STOP RUN.
