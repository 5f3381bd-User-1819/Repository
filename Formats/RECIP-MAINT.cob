000500*DRIVES FILE-CLONER MASTER-MODE RUNS.  TRANSACTIONS ARE READ
000600*FROM RECPTRAN, ONE PER RECORD:
000700*    ADD  - ADD A NEW RECIPIENT.
000800*    CHG  - CHANGE THE NON-BLANK FIELDS OF A RECIPIENT,
000850*           INCLUDING ITS DELIVERY METHOD (F FILE, E ENVELOPE).
000900*    DEA  - DEACTIVATE A RECIPIENT (STATUS SET TO I).
001000*    LST  - LIST THE WHOLE MASTER TO SYSOUT.
001100*    AUD  - AUDIT THE WHOLE MASTER AGAINST THE FIELD EDITS
001500*NAME - AND A FAILURE IS REJECTED TO THE EXCEPTION REPORT
001600*INSTEAD OF REACHING THE MASTER.
001700*THE MASTER IS CREATED EMPTY ON THE FIRST RUN.
001710*EVERY ADD, CHG AND DEA APPLIED IS JOURNALED TO THE PERMANENT
001720*RECPJRNL WITH THE RECORD IMAGE BEFORE AND AFTER THE CHANGE,
001730*SO RECIP-ASOF CAN LIST THE MASTER AS IT STOOD ON ANY DATE.
001800*================================================================
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID. RECIP-MAINT.
004000*                REJECT FAILURES TO THE EXCEPTION REPORT; ADD
004100*                AN AUD AUDIT PASS THAT REPORTS EXISTING
004200*                MASTER RECORDS FAILING THE SAME EDITS.
004210*10/15/2026 JHM  JOURNAL EVERY APPLIED ADD, CHG AND DEA TO THE
004220*                PERMANENT RECPJRNL WITH THE BEFORE AND AFTER
004230*                RECORD IMAGES AND THE APPLY DATE AND TIME.
004240*10/15/2026 JHM  CARRY THE DELIVERY METHOD ON ADD AND CHG - F
004250*                (OR BLANK) FOR AN INDIVIDUAL FILE, E FOR THE
004260*                GROUP ENVELOPE - EDIT IT WITH THE OTHER FIELDS
004270*                AND LIST IT WITH THE MASTER.
004300*----------------------------------------------------------------
004400
004500 ENVIRONMENT DIVISION.
005500     SELECT TRAN-FILE ASSIGN TO "RECPTRAN"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-TRAN-STATUS.
005710*PERMANENT CHANGE JOURNAL - ONE ENTRY PER APPLIED ADD, CHG OR
005720*DEA, APPENDED EVERY RUN AND NEVER PRUNED.
005730     SELECT JOURNAL-FILE ASSIGN TO "RECPJRNL"
005740         ORGANIZATION IS LINE SEQUENTIAL
005750         FILE STATUS IS WS-JOURNAL-STATUS.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
008000     05  TX-ACCOUNT-NO            PIC X(12).
008100     05  TX-GROUP-CODE            PIC X(08).
008200     05  TX-ROUTE-DIR             PIC X(60).
008205     05  TX-DELIVERY-METHOD       PIC X(01).
008210
008220 FD  JOURNAL-FILE.
008230 01  JOURNAL-RECORD.
008240     COPY RECPJRN.
008300
008400 WORKING-STORAGE SECTION.
008500*FILE STATUS SWITCHES.
008600 77  WS-MASTER-STATUS             PIC X(02).
008700 77  WS-TRAN-STATUS               PIC X(02).
008710 77  WS-JOURNAL-STATUS            PIC X(02).
008800*ABEND DIAGNOSTIC TEXT.
008900 77  WS-ABEND-MESSAGE             PIC X(60).
009000*END-OF-FILE SWITCHES.
010200 77  WS-REJECT-COUNT              PIC 9(08) USAGE COMP VALUE 0.
010300 77  WS-AUDITED-COUNT             PIC 9(08) USAGE COMP VALUE 0.
010400 77  WS-AUDIT-FAIL-COUNT          PIC 9(08) USAGE COMP VALUE 0.
010410 77  WS-JOURNAL-COUNT             PIC 9(08) USAGE COMP VALUE 0.
010420*JOURNAL WORK AREAS - THE RECORD IMAGE AS IT STOOD BEFORE THE
010430*TRANSACTION (SPACES FOR AN ADD) AND THE APPLY MOMENT.
010440 01  WS-BEFORE-IMAGE              PIC X(210).
010450 77  WS-JRNL-DATE                 PIC 9(08).
010460 77  WS-JRNL-TIME                 PIC 9(08).
010500*REPORT EDIT FIELD.
010600 77  WS-COUNT-DISP                PIC Z(7)9.
010610*LISTING COLUMN FOR THE DELIVERY METHOD - A BLANK METHOD IS
010620*LISTED AS THE F IT STANDS FOR.
010630 77  WS-LIST-METHOD               PIC X(01).
010700*FIELD EDIT WORK AREAS - THE VERDICT ON THE RECORD IN HAND
010800*AND THE FIRST REASON IT FAILED.
010900 77  WS-REJECT-SW                 PIC X(01) VALUE "N".
018300         MOVE "RECPMAST COULD NOT BE OPENED"
018400             TO WS-ABEND-MESSAGE
018500         GO TO 9999-ABEND-EXIT
018600     END-IF
018610*THE JOURNAL IS APPENDED TO; THE FIRST EVER RUN CREATES IT.
018620     OPEN EXTEND JOURNAL-FILE
018630     IF WS-JOURNAL-STATUS = "35"
018640         OPEN OUTPUT JOURNAL-FILE
018650     END-IF
018660     IF WS-JOURNAL-STATUS NOT = "00"
018670         MOVE "RECPJRNL COULD NOT BE OPENED"
018680             TO WS-ABEND-MESSAGE
018690         GO TO 9999-ABEND-EXIT
018695     END-IF.
018700 1000-EXIT.
018800     EXIT.
018900
019500     PERFORM 2100-APPLY-ONE-TRANSACTION THRU 2100-EXIT
019600         UNTIL WS-END-OF-TRANS
019700     CLOSE TRAN-FILE
019800     CLOSE RECIP-MASTER
019810     CLOSE JOURNAL-FILE.
019900 2000-EXIT.
020000     EXIT.
020100
025400         GO TO 2200-EXIT
025500     END-IF
025600     MOVE SPACES TO RECIP-MASTER-RECORD
025610     MOVE SPACES TO WS-BEFORE-IMAGE
025700     MOVE TX-RECIP-ID TO RM-RECIP-ID
025800     MOVE TX-TARGET-NAME TO RM-TARGET-NAME
025900     IF TX-STATUS = SPACES
027500     MOVE TX-ACCOUNT-NO TO RM-ACCOUNT-NO
027600     MOVE TX-GROUP-CODE TO RM-GROUP-CODE
027700     MOVE TX-ROUTE-DIR TO RM-ROUTE-DIR
027710     MOVE TX-DELIVERY-METHOD TO RM-DELIVERY-METHOD
027800*THE BUILT RECORD FACES THE FIELD EDITS BEFORE IT IS ALLOWED
027900*ONTO THE MASTER.
028000     PERFORM 2600-EDIT-PENDING-RECORD THRU 2600-EXIT
028700             DISPLAY "RECIP-MAINT DUPLICATE ID " TX-RECIP-ID
028800         NOT INVALID KEY
028900             ADD 1 TO WS-ADDED-COUNT
028910             PERFORM 2900-WRITE-JOURNAL-ENTRY THRU 2900-EXIT
029000     END-WRITE.
029100 2200-EXIT.
029200     EXIT.
030300             DISPLAY "RECIP-MAINT CHG ID NOT FOUND " TX-RECIP-ID
030400             GO TO 2300-EXIT
030500     END-READ
030510     MOVE RECIP-MASTER-RECORD TO WS-BEFORE-IMAGE
030600     IF TX-TARGET-NAME NOT = SPACES
030700         MOVE TX-TARGET-NAME TO RM-TARGET-NAME
030800     END-IF
032700     IF TX-ROUTE-DIR NOT = SPACES
032800         MOVE TX-ROUTE-DIR TO RM-ROUTE-DIR
032900     END-IF
032910     IF TX-DELIVERY-METHOD NOT = SPACES
032920         MOVE TX-DELIVERY-METHOD TO RM-DELIVERY-METHOD
032930     END-IF
033000*THE RECORD AS IT WOULD STAND FACES THE SAME EDITS AS AN ADD
033100*BEFORE THE REWRITE IS ALLOWED.
033200     PERFORM 2600-EDIT-PENDING-RECORD THRU 2600-EXIT
034000                 TX-RECIP-ID
034100         NOT INVALID KEY
034200             ADD 1 TO WS-CHANGED-COUNT
034210             PERFORM 2900-WRITE-JOURNAL-ENTRY THRU 2900-EXIT
034300     END-REWRITE.
034400 2300-EXIT.
034500     EXIT.
035700             DISPLAY "RECIP-MAINT DEA ID NOT FOUND " TX-RECIP-ID
035800             GO TO 2400-EXIT
035900     END-READ
035910     MOVE RECIP-MASTER-RECORD TO WS-BEFORE-IMAGE
036000     MOVE "I" TO RM-STATUS
036100     REWRITE RECIP-MASTER-RECORD
036200         INVALID KEY
036500                 TX-RECIP-ID
036600         NOT INVALID KEY
036700             ADD 1 TO WS-DEACT-COUNT
036710             PERFORM 2900-WRITE-JOURNAL-ENTRY THRU 2900-EXIT
036800     END-REWRITE.
036900 2400-EXIT.
037000     EXIT.
038000             GO TO 2500-EXIT
038100     END-START
038200     MOVE "N" TO WS-MASTER-EOF
038300     DISPLAY "ID       ST DM GROUP    EFF-START EFF-STOP TARGET"
038400     PERFORM 2510-LIST-ONE-RECIPIENT THRU 2510-EXIT
038500         UNTIL WS-END-OF-MASTER.
038600 2500-EXIT.
039600             GO TO 2510-EXIT
039700     END-READ
039800     ADD 1 TO WS-LISTED-COUNT
039810     IF RM-DELIVERY-METHOD = SPACE
039820         MOVE "F" TO WS-LIST-METHOD
039830     ELSE
039840         MOVE RM-DELIVERY-METHOD TO WS-LIST-METHOD
039850     END-IF
039860     DISPLAY RM-RECIP-ID " " RM-STATUS "  " WS-LIST-METHOD "  "
040000         RM-GROUP-CODE " "
040100         RM-EFF-START-DATE "  " RM-EFF-STOP-DATE " "
040200         RM-TARGET-NAME.
043400
043500*----------------------------------------------------------------
043600*2605-EDIT-RECORD-FIELDS - THE FIELD EDITS SHARED BY THE
043610*TRANSACTION PATH AND THE AUDIT PASS: DELIVERY METHOD F, E OR
043620*BLANK, ACCOUNT NUMBER PRESENT, NUMERIC AND PASSING ITS MOD-10
043630*CHECK DIGIT, EFFECTIVE DATES PLAUSIBLE, AND THE STOP DATE NOT
043640*BEFORE THE START DATE.  THE FIRST FAILURE IS THE ONE REPORTED.
044100*----------------------------------------------------------------
044200 2605-EDIT-RECORD-FIELDS.
044210*THE DELIVERY METHOD DECIDES WHETHER A MASTER-MODE RUN WRITES
044220*THE RECIPIENT AN INDIVIDUAL FILE OR BUNDLES ITS COPY INTO ITS
044230*GROUP'S ENVELOPE - ONLY F, E OR BLANK (A FILE) MAY STAND.
044240     IF NOT RM-DELIVER-BY-FILE AND NOT RM-DELIVER-BY-ENVELOPE
044250         MOVE "DELIVERY METHOD MUST BE F OR E" TO WS-REJECT-REASON
044260         MOVE "Y" TO WS-REJECT-SW
044270         GO TO 2605-EXIT
044280     END-IF
044300     IF RM-ACCOUNT-NO = SPACES
044400         MOVE "ACCOUNT NUMBER IS BLANK" TO WS-REJECT-REASON
044500         MOVE "Y" TO WS-REJECT-SW
066900 2820-EXIT.
067000     EXIT.
067100
067110*----------------------------------------------------------------
067120*2900-WRITE-JOURNAL-ENTRY - APPEND ONE ENTRY FOR THE CHANGE
067130*JUST APPLIED: THE ACTION, THE APPLY DATE AND TIME, AND THE
067140*RECORD IMAGE BEFORE AND AFTER.
067150*----------------------------------------------------------------
067155 2900-WRITE-JOURNAL-ENTRY.
067160     ACCEPT WS-JRNL-DATE FROM DATE YYYYMMDD
067162     ACCEPT WS-JRNL-TIME FROM TIME
067164     MOVE SPACES TO JOURNAL-RECORD
067166     MOVE TX-ACTION TO RJ-ACTION
067168     MOVE WS-JRNL-DATE TO RJ-APPLY-DATE
067170     MOVE WS-JRNL-TIME TO RJ-APPLY-TIME
067172     MOVE RM-RECIP-ID TO RJ-RECIP-ID
067174     MOVE WS-BEFORE-IMAGE TO RJ-BEFORE-IMAGE
067176     MOVE RECIP-MASTER-RECORD TO RJ-AFTER-IMAGE
067178     WRITE JOURNAL-RECORD
067180     ADD 1 TO WS-JOURNAL-COUNT.
067185 2900-EXIT.
067190     EXIT.
067195
067200*================================================================
067300*9000-WRITE-SUMMARY-REPORT - MAINTENANCE TOTALS AND THE
067400*RETURN CODE: 0 CLEAN, 8 WHEN ANY TRANSACTION WAS REJECTED.
069000     DISPLAY "  TRANSACTIONS IN ERROR . : " WS-COUNT-DISP
069100     MOVE WS-REJECT-COUNT TO WS-COUNT-DISP
069200     DISPLAY "  TRANSACTIONS REJECTED . : " WS-COUNT-DISP
069210     MOVE WS-JOURNAL-COUNT TO WS-COUNT-DISP
069220     DISPLAY "  CHANGES JOURNALED . . . : " WS-COUNT-DISP
069300     IF WS-AUDITED-COUNT > 0
069400         MOVE WS-AUDITED-COUNT TO WS-COUNT-DISP
069500         DISPLAY "  RECORDS AUDITED . . . . : " WS-COUNT-DISP
