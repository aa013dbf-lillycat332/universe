000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CUSTMNT.
000300 AUTHOR. R. HASTINGS.
000400 INSTALLATION. PRINT-QA DEPT.
000500 DATE-WRITTEN. 10/09/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800* MODIFICATION HISTORY                                           *
000900*----------------------------------------------------------------*
001000* 10/09/2026 RH  ORIGINAL VERSION - MAINTAINS THE CUSTOMER       *
001100*                 MASTER FROM A KEYED TRANSACTION DECK (ADD,     *
001200*                 CHANGE) AND PRINTS AN APPLIED/REJECTED         *
001300*                 REPORT.  ONE CODE PER CUSTOMER, WITH THE       *
001400*                 BILLING NAME, ACCOUNTS-RECEIVABLE ACCOUNT      *
001500*                 NUMBER AND THE RATES THE MONTH-END BILLING     *
001600*                 RUN (CUSTBILL) CHARGES.  A CHANGED RATE        *
001700*                 PRINTS WITH THE RATE IT REPLACED.              *
001800*----------------------------------------------------------------*
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
002100 SOURCE-COMPUTER. IBM-370.
002200 OBJECT-COMPUTER. IBM-370.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT OPTIONAL CUSTOMER-MASTER ASSIGN TO CUSTMST
002600         ORGANIZATION IS INDEXED
002700         ACCESS MODE IS RANDOM
002800         RECORD KEY IS CUST-CODE
002900         FILE STATUS IS WS-CUST-FILE-STATUS.
003000     SELECT TRAN-FILE ASSIGN TO CUSTTRAN
003100         ORGANIZATION IS SEQUENTIAL
003200         FILE STATUS IS WS-TRAN-FILE-STATUS.
003300     SELECT MAINT-REPORT ASSIGN TO CUSTRPT
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS WS-RPT-FILE-STATUS.
003600 DATA DIVISION.
003700 FILE SECTION.
003800*----------------------------------------------------------------*
003900* CUSTOMER MASTER, KEYED BY CUSTOMER CODE.                       *
004000*----------------------------------------------------------------*
004100 FD  CUSTOMER-MASTER
004200     RECORD CONTAINS 100 CHARACTERS
004300     LABEL RECORDS ARE STANDARD.
004400 01  CUST-RECORD.
004500     COPY PANCUST.
004600*----------------------------------------------------------------*
004700* MAINTENANCE TRANSACTION DECK, ONE ACTION PER CARD.             *
004800*----------------------------------------------------------------*
004900 FD  TRAN-FILE
005000     RECORD CONTAINS 80 CHARACTERS
005100     LABEL RECORDS ARE STANDARD.
005200 01  CTRN-RECORD.
005300     COPY PANCTRN.
005400 FD  MAINT-REPORT
005500     RECORD CONTAINS 132 CHARACTERS
005600     LABEL RECORDS ARE STANDARD.
005700 01  MR-LINE                     PIC X(132).
005800 WORKING-STORAGE SECTION.
005900*----------------------------------------------------------------*
006000* FILE STATUS FIELDS AND SWITCHES                                *
006100*----------------------------------------------------------------*
006200 77  WS-CUST-FILE-STATUS        PIC X(02) VALUE SPACES.
006300 77  WS-TRAN-FILE-STATUS        PIC X(02) VALUE SPACES.
006400 77  WS-RPT-FILE-STATUS         PIC X(02) VALUE SPACES.
006500 77  WS-EOF-SWITCH              PIC X(01) VALUE "N".
006600     88  WS-END-OF-FILE                   VALUE "Y".
006700     88  WS-NOT-END-OF-FILE               VALUE "N".
006800*----------------------------------------------------------------*
006900* RUN COUNTERS AND CONTROL TOTALS                                *
007000*----------------------------------------------------------------*
007100 77  WS-TRAN-CTR                PIC 9(07) COMP VALUE ZERO.
007200 77  WS-APPLIED-CTR             PIC 9(07) COMP VALUE ZERO.
007300 77  WS-REJECTED-CTR            PIC 9(07) COMP VALUE ZERO.
007400 77  WS-ADD-CTR                 PIC 9(07) COMP VALUE ZERO.
007500 77  WS-CHANGE-CTR              PIC 9(07) COMP VALUE ZERO.
007600 77  WS-CTR-DISP                PIC Z(6)9.
007700*----------------------------------------------------------------*
007800* ONE TRANSACTION'S WORTH OF EVALUATION, AND THE RATES THE       *
007900* MASTER CARRIED BEFORE A CHANGE, FOR THE REPORT.                *
008000*----------------------------------------------------------------*
008100 77  WS-REJECT-REASON           PIC X(30) VALUE SPACES.
008200 77  WS-BEF-SCORE-RATE          PIC 9(03)V9(04) VALUE ZERO.
008300 77  WS-BEF-CERT-RATE           PIC 9(03)V9(04) VALUE ZERO.
008400 77  WS-RATE-DISP-1             PIC ZZ9.9999.
008500 77  WS-RATE-DISP-2             PIC ZZ9.9999.
008600*----------------------------------------------------------------*
008700* RUN DATE AND TIME FOR THE REPORT HEADING.                      *
008800*----------------------------------------------------------------*
008900 01  WS-RUN-DATE                PIC 9(06).
009000 01  WS-RUN-TIME                PIC 9(08).
009100*----------------------------------------------------------------*
009200* REPORT PRINT LINE.                                             *
009300*----------------------------------------------------------------*
009400 01  WS-REPORT-LINE.
009500     05  WS-RL-TEXT              PIC X(132).
009600 PROCEDURE DIVISION.
009700*----------------------------------------------------------------*
009800* 0000-MAINLINE - DRIVES ONE MAINTENANCE RUN OF THE DECK.        *
009900*----------------------------------------------------------------*
010000 0000-MAINLINE.
010100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010200     PERFORM 2000-PROCESS-ONE-TRAN THRU 2000-EXIT
010300         UNTIL WS-END-OF-FILE.
010400     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
010500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
010600     STOP RUN.
010700*----------------------------------------------------------------*
010800* 1000-INITIALIZE - OPEN FILES AND PRINT THE REPORT HEADING.     *
010900* OPEN I-O ON THE OPTIONAL MASTER CREATES IT ON THE FIRST        *
011000* LOAD (STATUS 05), AS THE SENTENCE MASTER IS CREATED.           *
011100*----------------------------------------------------------------*
011200 1000-INITIALIZE.
011300     ACCEPT WS-RUN-DATE FROM DATE.
011400     ACCEPT WS-RUN-TIME FROM TIME.
011500     OPEN I-O CUSTOMER-MASTER.
011600     IF WS-CUST-FILE-STATUS NOT = "00"
011700         AND WS-CUST-FILE-STATUS NOT = "05"
011800         DISPLAY "CUSTMNT: CUSTOMER-MASTER OPEN FAILED, STATUS "
011900             WS-CUST-FILE-STATUS
012000         MOVE 16 TO RETURN-CODE
012100         STOP RUN
012200     END-IF.
012300     OPEN INPUT TRAN-FILE.
012400     IF WS-TRAN-FILE-STATUS NOT = "00"
012500         DISPLAY "CUSTMNT: TRAN-FILE OPEN FAILED, STATUS "
012600             WS-TRAN-FILE-STATUS
012700         MOVE 16 TO RETURN-CODE
012800         STOP RUN
012900     END-IF.
013000     OPEN OUTPUT MAINT-REPORT.
013100     IF WS-RPT-FILE-STATUS NOT = "00"
013200         DISPLAY "CUSTMNT: MAINT-REPORT OPEN FAILED, STATUS "
013300             WS-RPT-FILE-STATUS
013400         MOVE 16 TO RETURN-CODE
013500         STOP RUN
013600     END-IF.
013700     MOVE SPACES TO WS-RL-TEXT.
013800     STRING "CUSTOMER MASTER MAINTENANCE REPORT - RUN DATE "
013900            DELIMITED BY SIZE
014000            WS-RUN-DATE DELIMITED BY SIZE
014100         INTO WS-RL-TEXT.
014200     WRITE MR-LINE FROM WS-REPORT-LINE AFTER ADVANCING PAGE.
014300     MOVE SPACES TO WS-RL-TEXT.
014400     WRITE MR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
014500 1000-EXIT.
014600     EXIT.
014700*----------------------------------------------------------------*
014800* 2000-PROCESS-ONE-TRAN - MAIN LOOP OVER THE TRANSACTION DECK.   *
014900*----------------------------------------------------------------*
015000 2000-PROCESS-ONE-TRAN.
015100     READ TRAN-FILE
015200         AT END SET WS-END-OF-FILE TO TRUE
015300         NOT AT END PERFORM 2100-EDIT-TRANSACTION THRU 2100-EXIT
015400     END-READ.
015500 2000-EXIT.
015600     EXIT.
015700*----------------------------------------------------------------*
015800* 2100-EDIT-TRANSACTION - VALIDATE THE CARD, THEN APPLY IT TO    *
015900* THE MASTER.  ANY EDIT FAILURE REJECTS THE WHOLE CARD.          *
016000*----------------------------------------------------------------*
016100 2100-EDIT-TRANSACTION.
016200     ADD 1 TO WS-TRAN-CTR.
016300     MOVE SPACES TO WS-REJECT-REASON.
016400     IF CTRN-CUST-CODE = SPACES
016500         MOVE "CUSTOMER CODE MISSING" TO WS-REJECT-REASON
016600         PERFORM 7100-WRITE-REJECTED-LINE THRU 7100-EXIT
016700         GO TO 2100-EXIT
016800     END-IF.
016900     IF CTRN-SCORE-RATE NOT = SPACES
017000         AND CTRN-SCORE-RATE NOT NUMERIC
017100         MOVE "SCORING RATE NOT NUMERIC" TO WS-REJECT-REASON
017200         PERFORM 7100-WRITE-REJECTED-LINE THRU 7100-EXIT
017300         GO TO 2100-EXIT
017400     END-IF.
017500     IF CTRN-CERT-RATE NOT = SPACES
017600         AND CTRN-CERT-RATE NOT NUMERIC
017700         MOVE "CERTIFICATION RATE NOT NUMERIC"
017800             TO WS-REJECT-REASON
017900         PERFORM 7100-WRITE-REJECTED-LINE THRU 7100-EXIT
018000         GO TO 2100-EXIT
018100     END-IF.
018200     EVALUATE TRUE
018300         WHEN CTRN-ADD
018400             PERFORM 3000-APPLY-ADD THRU 3000-EXIT
018500         WHEN CTRN-CHANGE
018600             PERFORM 3100-APPLY-CHANGE THRU 3100-EXIT
018700         WHEN OTHER
018800             MOVE "ACTION CODE INVALID" TO WS-REJECT-REASON
018900             PERFORM 7100-WRITE-REJECTED-LINE THRU 7100-EXIT
019000     END-EVALUATE.
019100 2100-EXIT.
019200     EXIT.
019300*----------------------------------------------------------------*
019400* 3000-APPLY-ADD - WRITE A NEW CUSTOMER.  BILLING NAME AND       *
019500* ACCOUNT NUMBER ARE REQUIRED - A CHARGE THE RECEIVABLES SYSTEM  *
019600* CANNOT POST IS NO CHARGE AT ALL.  A BLANK RATE IS A ZERO       *
019700* RATE: THE EVENT IS COUNTED BUT NOT CHARGED.                    *
019800*----------------------------------------------------------------*
019900 3000-APPLY-ADD.
020000     IF CTRN-BILLING-NAME = SPACES
020100         MOVE "BILLING NAME MISSING" TO WS-REJECT-REASON
020200         PERFORM 7100-WRITE-REJECTED-LINE THRU 7100-EXIT
020300         GO TO 3000-EXIT
020400     END-IF.
020500     IF CTRN-ACCOUNT-NO = SPACES
020600         MOVE "ACCOUNT NUMBER MISSING" TO WS-REJECT-REASON
020700         PERFORM 7100-WRITE-REJECTED-LINE THRU 7100-EXIT
020800         GO TO 3000-EXIT
020900     END-IF.
021000     MOVE ZERO TO WS-BEF-SCORE-RATE.
021100     MOVE ZERO TO WS-BEF-CERT-RATE.
021200     MOVE SPACES TO CUST-RECORD.
021300     MOVE CTRN-CUST-CODE TO CUST-CODE.
021400     MOVE CTRN-BILLING-NAME TO CUST-BILLING-NAME.
021500     MOVE CTRN-ACCOUNT-NO TO CUST-ACCOUNT-NO.
021600     IF CTRN-SCORE-RATE = SPACES
021700         MOVE ZERO TO CUST-SCORE-RATE
021800     ELSE
021900         MOVE CTRN-SCORE-RATE-N TO CUST-SCORE-RATE
022000     END-IF.
022100     IF CTRN-CERT-RATE = SPACES
022200         MOVE ZERO TO CUST-CERT-RATE
022300     ELSE
022400         MOVE CTRN-CERT-RATE-N TO CUST-CERT-RATE
022500     END-IF.
022600     MOVE WS-RUN-DATE TO CUST-OPENED-DATE.
022700     WRITE CUST-RECORD
022800         INVALID KEY
022900             MOVE "CUSTOMER CODE ALREADY ON MASTER"
023000                 TO WS-REJECT-REASON
023100     END-WRITE.
023200     IF WS-REJECT-REASON = SPACES
023300         AND WS-CUST-FILE-STATUS NOT = "00"
023400         MOVE "MASTER WRITE FAILED" TO WS-REJECT-REASON
023500     END-IF.
023600     IF WS-REJECT-REASON = SPACES
023700         ADD 1 TO WS-ADD-CTR
023800         PERFORM 7000-WRITE-APPLIED-LINE THRU 7000-EXIT
023900     ELSE
024000         PERFORM 7100-WRITE-REJECTED-LINE THRU 7100-EXIT
024100     END-IF.
024200 3000-EXIT.
024300     EXIT.
024400*----------------------------------------------------------------*
024500* 3100-APPLY-CHANGE - UPDATE AN EXISTING CUSTOMER.  A BLANK      *
024600* FIELD ON THE CARD LEAVES THE MASTER FIELD AS IT STANDS.        *
024700*----------------------------------------------------------------*
024800 3100-APPLY-CHANGE.
024900     IF CTRN-BILLING-NAME = SPACES
025000         AND CTRN-ACCOUNT-NO = SPACES
025100         AND CTRN-SCORE-RATE = SPACES
025200         AND CTRN-CERT-RATE = SPACES
025300         MOVE "NOTHING TO CHANGE" TO WS-REJECT-REASON
025400         PERFORM 7100-WRITE-REJECTED-LINE THRU 7100-EXIT
025500         GO TO 3100-EXIT
025600     END-IF.
025700     MOVE CTRN-CUST-CODE TO CUST-CODE.
025800     READ CUSTOMER-MASTER
025900         INVALID KEY
026000             MOVE "CUSTOMER CODE NOT ON MASTER"
026100                 TO WS-REJECT-REASON
026200     END-READ.
026300     IF WS-REJECT-REASON NOT = SPACES
026400         PERFORM 7100-WRITE-REJECTED-LINE THRU 7100-EXIT
026500         GO TO 3100-EXIT
026600     END-IF.
026700     MOVE CUST-SCORE-RATE TO WS-BEF-SCORE-RATE.
026800     MOVE CUST-CERT-RATE TO WS-BEF-CERT-RATE.
026900     IF CTRN-BILLING-NAME NOT = SPACES
027000         MOVE CTRN-BILLING-NAME TO CUST-BILLING-NAME
027100     END-IF.
027200     IF CTRN-ACCOUNT-NO NOT = SPACES
027300         MOVE CTRN-ACCOUNT-NO TO CUST-ACCOUNT-NO
027400     END-IF.
027500     IF CTRN-SCORE-RATE NOT = SPACES
027600         MOVE CTRN-SCORE-RATE-N TO CUST-SCORE-RATE
027700     END-IF.
027800     IF CTRN-CERT-RATE NOT = SPACES
027900         MOVE CTRN-CERT-RATE-N TO CUST-CERT-RATE
028000     END-IF.
028100     REWRITE CUST-RECORD
028200         INVALID KEY
028300             MOVE "MASTER REWRITE FAILED" TO WS-REJECT-REASON
028400     END-REWRITE.
028500     IF WS-REJECT-REASON = SPACES
028600         AND WS-CUST-FILE-STATUS NOT = "00"
028700         MOVE "MASTER REWRITE FAILED" TO WS-REJECT-REASON
028800     END-IF.
028900     IF WS-REJECT-REASON = SPACES
029000         ADD 1 TO WS-CHANGE-CTR
029100         PERFORM 7000-WRITE-APPLIED-LINE THRU 7000-EXIT
029200     ELSE
029300         PERFORM 7100-WRITE-REJECTED-LINE THRU 7100-EXIT
029400     END-IF.
029500 3100-EXIT.
029600     EXIT.
029700*----------------------------------------------------------------*
029800* 7000-WRITE-APPLIED-LINE - ONE REPORT LINE PER APPLIED CARD     *
029900* WITH THE CUSTOMER AS IT NOW STANDS, AND A SECOND LINE WITH     *
030000* THE OLD RATES WHEN A CHANGE MOVED EITHER OF THEM.              *
030100*----------------------------------------------------------------*
030200 7000-WRITE-APPLIED-LINE.
030300     ADD 1 TO WS-APPLIED-CTR.
030400     MOVE CUST-SCORE-RATE TO WS-RATE-DISP-1.
030500     MOVE CUST-CERT-RATE TO WS-RATE-DISP-2.
030600     MOVE SPACES TO WS-RL-TEXT.
030700     STRING "  " DELIMITED BY SIZE
030800            CTRN-ACTION DELIMITED BY SIZE
030900            " " DELIMITED BY SIZE
031000            CUST-CODE DELIMITED BY SIZE
031100            " APPLIED   " DELIMITED BY SIZE
031200            CUST-BILLING-NAME DELIMITED BY SIZE
031300            " ACCOUNT " DELIMITED BY SIZE
031400            CUST-ACCOUNT-NO DELIMITED BY SIZE
031500            " SCORED " DELIMITED BY SIZE
031600            WS-RATE-DISP-1 DELIMITED BY SIZE
031700            " CERTIFIED " DELIMITED BY SIZE
031800            WS-RATE-DISP-2 DELIMITED BY SIZE
031900         INTO WS-RL-TEXT.
032000     WRITE MR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
032100     IF CTRN-ADD
032200         GO TO 7000-EXIT
032300     END-IF.
032400     IF WS-BEF-SCORE-RATE = CUST-SCORE-RATE
032500         AND WS-BEF-CERT-RATE = CUST-CERT-RATE
032600         GO TO 7000-EXIT
032700     END-IF.
032800     MOVE WS-BEF-SCORE-RATE TO WS-RATE-DISP-1.
032900     MOVE WS-BEF-CERT-RATE TO WS-RATE-DISP-2.
033000     MOVE SPACES TO WS-RL-TEXT.
033100     STRING "             WAS RATES" DELIMITED BY SIZE
033200            " SCORED " DELIMITED BY SIZE
033300            WS-RATE-DISP-1 DELIMITED BY SIZE
033400            " CERTIFIED " DELIMITED BY SIZE
033500            WS-RATE-DISP-2 DELIMITED BY SIZE
033600         INTO WS-RL-TEXT.
033700     WRITE MR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
033800 7000-EXIT.
033900     EXIT.
034000*----------------------------------------------------------------*
034100* 7100-WRITE-REJECTED-LINE - ONE REPORT LINE PER REJECTED CARD,  *
034200* WITH THE REASON THE EDIT OR THE MASTER TURNED IT AWAY.         *
034300*----------------------------------------------------------------*
034400 7100-WRITE-REJECTED-LINE.
034500     ADD 1 TO WS-REJECTED-CTR.
034600     MOVE SPACES TO WS-RL-TEXT.
034700     STRING "  " DELIMITED BY SIZE
034800            CTRN-ACTION DELIMITED BY SIZE
034900            " " DELIMITED BY SIZE
035000            CTRN-CUST-CODE DELIMITED BY SIZE
035100            " REJECTED  " DELIMITED BY SIZE
035200            WS-REJECT-REASON DELIMITED BY SIZE
035300         INTO WS-RL-TEXT.
035400     WRITE MR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
035500 7100-EXIT.
035600     EXIT.
035700*----------------------------------------------------------------*
035800* 8000-WRITE-TOTALS - END-OF-RUN CONTROL TOTALS FOR THE          *
035900* OPERATIONS LOG.                                                *
036000*----------------------------------------------------------------*
036100 8000-WRITE-TOTALS.
036200     MOVE SPACES TO WS-RL-TEXT.
036300     WRITE MR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
036400     MOVE WS-TRAN-CTR TO WS-CTR-DISP.
036500     MOVE SPACES TO WS-RL-TEXT.
036600     STRING "  TRANSACTIONS READ . . . . . . "
036700            DELIMITED BY SIZE
036800            WS-CTR-DISP DELIMITED BY SIZE
036900         INTO WS-RL-TEXT.
037000     WRITE MR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
037100     MOVE WS-APPLIED-CTR TO WS-CTR-DISP.
037200     MOVE SPACES TO WS-RL-TEXT.
037300     STRING "  TRANSACTIONS APPLIED  . . . . "
037400            DELIMITED BY SIZE
037500            WS-CTR-DISP DELIMITED BY SIZE
037600         INTO WS-RL-TEXT.
037700     WRITE MR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
037800     MOVE WS-ADD-CTR TO WS-CTR-DISP.
037900     MOVE SPACES TO WS-RL-TEXT.
038000     STRING "    ADDS  . . . . . . . . . . . "
038100            DELIMITED BY SIZE
038200            WS-CTR-DISP DELIMITED BY SIZE
038300         INTO WS-RL-TEXT.
038400     WRITE MR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
038500     MOVE WS-CHANGE-CTR TO WS-CTR-DISP.
038600     MOVE SPACES TO WS-RL-TEXT.
038700     STRING "    CHANGES . . . . . . . . . . "
038800            DELIMITED BY SIZE
038900            WS-CTR-DISP DELIMITED BY SIZE
039000         INTO WS-RL-TEXT.
039100     WRITE MR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
039200     MOVE WS-REJECTED-CTR TO WS-CTR-DISP.
039300     MOVE SPACES TO WS-RL-TEXT.
039400     STRING "  TRANSACTIONS REJECTED . . . . "
039500            DELIMITED BY SIZE
039600            WS-CTR-DISP DELIMITED BY SIZE
039700         INTO WS-RL-TEXT.
039800     WRITE MR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
039900 8000-EXIT.
040000     EXIT.
040100*----------------------------------------------------------------*
040200* 9000-TERMINATE - CLOSE FILES AND SET THE RETURN CODE SO THE    *
040300* SCHEDULER CAN SEE A RUN WITH REJECTED CARDS.                   *
040400*----------------------------------------------------------------*
040500 9000-TERMINATE.
040600     CLOSE CUSTOMER-MASTER.
040700     CLOSE TRAN-FILE.
040800     CLOSE MAINT-REPORT.
040900     IF WS-REJECTED-CTR > ZERO
041000         MOVE 4 TO RETURN-CODE
041100     END-IF.
041200 9000-EXIT.
041300     EXIT.
