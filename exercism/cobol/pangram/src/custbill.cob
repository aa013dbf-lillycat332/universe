000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CUSTBILL.
000300 AUTHOR. R. HASTINGS.
000400 INSTALLATION. PRINT-QA DEPT.
000500 DATE-WRITTEN. 10/09/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800* MODIFICATION HISTORY                                           *
000900*----------------------------------------------------------------*
001000* 10/09/2026 RH  ORIGINAL VERSION - MONTH-END BILLING RUN.       *
001100*                 COUNTS THE SAME CHARGEABLE ACTIVITY THE        *
001200*                 CUSTOMER STATEMENT (CUSTSTMT) COUNTS -         *
001300*                 SENTENCES SCORED FROM THE AUDIT TRAIL AND      *
001400*                 CERTIFICATIONS CONFIRMED FROM THE MATCHED      *
001500*                 ACKS, UNDER THE SAME PERIOD CARD AND THE SAME  *
001600*                 DATE RULES - PRICES IT AT EACH CUSTOMER'S      *
001700*                 RATES FROM THE CUSTOMER MASTER, AND WRITES     *
001800*                 THE FIXED-LAYOUT CHARGE FILE FOR ACCOUNTS      *
001900*                 RECEIVABLE.  THE REPORT BALANCES COUNTED       *
002000*                 ACTIVITY TO BILLED PLUS UNBILLED, SO THE       *
002100*                 TOTALS TIE TO THE STATEMENT'S GRAND-TOTAL      *
002200*                 PAGE FOR THE SAME PERIOD.                      *
002300*----------------------------------------------------------------*
002400* ACTIVITY WHOSE CUSTOMER FIELD IS BLANK, IS NOT A CODE, OR IS A *
002500* CODE NOT ON THE CUSTOMER MASTER IS NOT BILLED: IT PRINTS AS    *
002600* UNBILLED WITH ITS REASON AND THE RUN ENDS WITH A WARNING.      *
002700*----------------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. IBM-370.
003100 OBJECT-COMPUTER. IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT AUDIT-FILE ASSIGN TO AUDITOUT
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-AUD-FILE-STATUS.
003700     SELECT OPTIONAL MATCHED-IN-FILE ASSIGN TO MATCHIN
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-MATCH-FILE-STATUS.
004000     SELECT OPTIONAL STMT-PARM-FILE ASSIGN TO STMPARM
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-PARM-FILE-STATUS.
004300     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMST
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS RANDOM
004600         RECORD KEY IS CUST-CODE
004700         FILE STATUS IS WS-CUST-FILE-STATUS.
004800     SELECT CHARGE-FILE ASSIGN TO ARCHG
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-CHRG-FILE-STATUS.
005100     SELECT BILL-REPORT ASSIGN TO BILRPT
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-RPT-FILE-STATUS.
005400 DATA DIVISION.
005500 FILE SECTION.
005600*----------------------------------------------------------------*
005700* THE MONTH'S AUDIT TRAIL - ONE RECORD PER SENTENCE SCORED.      *
005800*----------------------------------------------------------------*
005900 FD  AUDIT-FILE
006000     RECORD CONTAINS 120 CHARACTERS
006100     LABEL RECORDS ARE STANDARD.
006200 01  AUD-RECORD.
006300     COPY PANAUD.
006400*----------------------------------------------------------------*
006500* THE MONTH'S MATCHED ACKNOWLEDGMENTS FROM THE RECONCILIATION.   *
006600*----------------------------------------------------------------*
006700 FD  MATCHED-IN-FILE
006800     RECORD CONTAINS 60 CHARACTERS
006900     LABEL RECORDS ARE STANDARD.
007000 01  MTCH-RECORD.
007100     COPY PANMTCH.
007200*----------------------------------------------------------------*
007300* BILLING-PERIOD PARAMETER CARD - THE STATEMENT RUN'S CARD, SO   *
007400* THE STATEMENT AND THE BILL COVER THE SAME DAYS.  BLANK DATES   *
007500* PLACE NO RESTRICTION; A MISSING CARD BILLS EVERYTHING ON FILE. *
007600*----------------------------------------------------------------*
007700 FD  STMT-PARM-FILE
007800     RECORD CONTAINS 80 CHARACTERS
007900     LABEL RECORDS ARE STANDARD.
008000 01  STMT-PARM-RECORD.
008100     05  STM-DATE-FROM           PIC X(06).
008200     05  STM-DATE-TO             PIC X(06).
008300     05  FILLER                  PIC X(68).
008400*----------------------------------------------------------------*
008500* CUSTOMER MASTER, KEYED BY CODE - NAME, ACCOUNT AND RATES.      *
008600*----------------------------------------------------------------*
008700 FD  CUSTOMER-MASTER
008800     RECORD CONTAINS 100 CHARACTERS
008900     LABEL RECORDS ARE STANDARD.
009000 01  CUST-RECORD.
009100     COPY PANCUST.
009200*----------------------------------------------------------------*
009300* CHARGE FILE TO ACCOUNTS RECEIVABLE.                            *
009400*----------------------------------------------------------------*
009500 FD  CHARGE-FILE
009600     RECORD CONTAINS 80 CHARACTERS
009700     LABEL RECORDS ARE STANDARD.
009800 01  CHRG-RECORD.
009900     COPY PANCHRG.
010000 FD  BILL-REPORT
010100     RECORD CONTAINS 132 CHARACTERS
010200     LABEL RECORDS ARE STANDARD.
010300 01  BR-LINE                     PIC X(132).
010400 WORKING-STORAGE SECTION.
010500*----------------------------------------------------------------*
010600* FILE STATUS FIELDS AND SWITCHES                                *
010700*----------------------------------------------------------------*
010800 77  WS-AUD-FILE-STATUS         PIC X(02) VALUE SPACES.
010900 77  WS-MATCH-FILE-STATUS       PIC X(02) VALUE SPACES.
011000 77  WS-PARM-FILE-STATUS        PIC X(02) VALUE SPACES.
011100 77  WS-CUST-FILE-STATUS        PIC X(02) VALUE SPACES.
011200 77  WS-CHRG-FILE-STATUS        PIC X(02) VALUE SPACES.
011300 77  WS-RPT-FILE-STATUS         PIC X(02) VALUE SPACES.
011400 77  WS-EOF-SWITCH              PIC X(01) VALUE "N".
011500     88  WS-END-OF-FILE                   VALUE "Y".
011600     88  WS-NOT-END-OF-FILE               VALUE "N".
011700 77  WS-BALANCE-SWITCH          PIC X(01) VALUE "Y".
011800     88  WS-IN-BALANCE                    VALUE "Y".
011900     88  WS-OUT-OF-BALANCE                VALUE "N".
012000*----------------------------------------------------------------*
012100* BILLING PERIOD IN FORCE.                                       *
012200*----------------------------------------------------------------*
012300 77  WS-SEL-DATE-FROM           PIC 9(06) VALUE ZERO.
012400 77  WS-SEL-DATE-TO             PIC 9(06) VALUE 999999.
012500*----------------------------------------------------------------*
012600* RUN COUNTERS AND CONTROL TOTALS                                *
012700*----------------------------------------------------------------*
012800 77  WS-AUD-READ-CTR            PIC 9(07) COMP VALUE ZERO.
012900 77  WS-MATCH-READ-CTR          PIC 9(07) COMP VALUE ZERO.
013000 77  WS-DETAIL-CTR              PIC 9(07) COMP VALUE ZERO.
013100 77  WS-BILLED-CUST-CTR         PIC 9(07) COMP VALUE ZERO.
013200 77  WS-UNBILLED-CUST-CTR       PIC 9(07) COMP VALUE ZERO.
013300 77  WS-CTR-DISP                PIC Z(6)9.
013400*----------------------------------------------------------------*
013500* COUNTED, BILLED AND UNBILLED ACTIVITY FOR THE BALANCE SECTION. *
013600* COUNTED IS TAKEN AS EACH RECORD IS SELECTED, BEFORE THE        *
013700* CUSTOMER TABLE, SO A TABLE OVERFLOW SHOWS AS OUT OF BALANCE.   *
013800*----------------------------------------------------------------*
013900 77  WS-SEL-SCORED              PIC 9(07) COMP VALUE ZERO.
014000 77  WS-SEL-CERTIFIED           PIC 9(07) COMP VALUE ZERO.
014100 77  WS-BILLED-SCORED           PIC 9(07) COMP VALUE ZERO.
014200 77  WS-BILLED-CERTIFIED        PIC 9(07) COMP VALUE ZERO.
014300 77  WS-UNBILLED-SCORED         PIC 9(07) COMP VALUE ZERO.
014400 77  WS-UNBILLED-CERTIFIED      PIC 9(07) COMP VALUE ZERO.
014500 77  WS-PROOF-TOTAL             PIC 9(07) COMP VALUE ZERO.
014600*----------------------------------------------------------------*
014700* CHARGE AMOUNTS.                                                *
014800*----------------------------------------------------------------*
014900 77  WS-CHARGE-AMOUNT           PIC 9(09)V9(02) VALUE ZERO.
015000 77  WS-TOTAL-AMOUNT            PIC 9(11)V9(02) VALUE ZERO.
015100 77  WS-CUST-AMOUNT             PIC 9(11)V9(02) VALUE ZERO.
015200 77  WS-AMOUNT-DISP             PIC Z(10)9.99.
015300 77  WS-RATE-DISP               PIC ZZ9.9999.
015400 77  WS-UNBILLED-REASON         PIC X(30) VALUE SPACES.
015500*----------------------------------------------------------------*
015600* PER-CUSTOMER ACCUMULATORS, KEYED BY THE CUSTOMER FIELD AS IT   *
015700* RIDES THE RECORDS.  A BILLABLE KEY IS A CODE IN THE FIRST      *
015800* EIGHT BYTES AND NOTHING AFTER IT.                              *
015900*----------------------------------------------------------------*
016000 77  WS-CUST-MAX                PIC 9(03) COMP VALUE 100.
016100 77  WS-CUST-CTR                PIC 9(03) COMP VALUE ZERO.
016200 77  WS-CUST-IDX                PIC 9(03) COMP VALUE ZERO.
016300 77  WS-CUST-FOUND-IDX          PIC 9(03) COMP VALUE ZERO.
016400 01  WS-CUST-KEY                PIC X(20) VALUE SPACES.
016500 01  WS-CUST-KEY-PARTS REDEFINES WS-CUST-KEY.
016600     05  WS-CK-CODE              PIC X(08).
016700     05  WS-CK-REST              PIC X(12).
016800 01  WS-CUST-TABLE.
016900     05  WS-CUST-ENTRY OCCURS 100 TIMES.
017000         10  WS-CU-NAME          PIC X(20).
017100         10  WS-CU-SCORED        PIC 9(07) COMP.
017200         10  WS-CU-CERTIFIED     PIC 9(07) COMP.
017300*----------------------------------------------------------------*
017400* RUN DATE AND TIME FOR THE REPORT HEADING AND THE BILL DATE.    *
017500*----------------------------------------------------------------*
017600 01  WS-RUN-DATE                PIC 9(06).
017700 01  WS-RUN-TIME                PIC 9(08).
017800*----------------------------------------------------------------*
017900* REPORT PRINT LINE.                                             *
018000*----------------------------------------------------------------*
018100 01  WS-REPORT-LINE.
018200     05  WS-RL-TEXT              PIC X(132).
018300 PROCEDURE DIVISION.
018400*----------------------------------------------------------------*
018500* 0000-MAINLINE - TALLY THE PERIOD'S ACTIVITY, PRICE AND WRITE   *
018600* THE CHARGES, THEN PROVE THE BILL BACK TO THE ACTIVITY.         *
018700*----------------------------------------------------------------*
018800 0000-MAINLINE.
018900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019000     PERFORM 2000-TALLY-AUDIT THRU 2000-EXIT.
019100     PERFORM 4000-TALLY-MATCHED THRU 4000-EXIT.
019200     PERFORM 6000-BILL-CUSTOMERS THRU 6000-EXIT.
019300     PERFORM 6500-WRITE-TRAILER THRU 6500-EXIT.
019400     PERFORM 8000-WRITE-BALANCE THRU 8000-EXIT.
019500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
019600     STOP RUN.
019700*----------------------------------------------------------------*
019800* 1000-INITIALIZE - OPEN FILES, TAKE THE PERIOD CARD AND PRINT   *
019900* THE REPORT HEADING.  THE CUSTOMER MASTER IS REQUIRED - THERE   *
020000* IS NO BILL WITHOUT IT.                                         *
020100*----------------------------------------------------------------*
020200 1000-INITIALIZE.
020300     ACCEPT WS-RUN-DATE FROM DATE.
020400     ACCEPT WS-RUN-TIME FROM TIME.
020500     OPEN INPUT AUDIT-FILE.
020600     IF WS-AUD-FILE-STATUS NOT = "00"
020700         DISPLAY "CUSTBILL: AUDIT-FILE OPEN FAILED, STATUS "
020800             WS-AUD-FILE-STATUS
020900         MOVE 16 TO RETURN-CODE
021000         STOP RUN
021100     END-IF.
021200     OPEN INPUT MATCHED-IN-FILE.
021300     IF WS-MATCH-FILE-STATUS NOT = "00"
021400         AND WS-MATCH-FILE-STATUS NOT = "05"
021500         DISPLAY "CUSTBILL: MATCHED-IN-FILE OPEN FAILED, "
021600             "STATUS " WS-MATCH-FILE-STATUS
021700         MOVE 16 TO RETURN-CODE
021800         STOP RUN
021900     END-IF.
022000     OPEN INPUT CUSTOMER-MASTER.
022100     IF WS-CUST-FILE-STATUS NOT = "00"
022200         DISPLAY "CUSTBILL: CUSTOMER-MASTER OPEN FAILED, STATUS "
022300             WS-CUST-FILE-STATUS
022400         MOVE 16 TO RETURN-CODE
022500         STOP RUN
022600     END-IF.
022700     OPEN INPUT STMT-PARM-FILE.
022800     PERFORM 1100-TAKE-PARM-CARD THRU 1100-EXIT.
022900     CLOSE STMT-PARM-FILE.
023000     OPEN OUTPUT CHARGE-FILE.
023100     IF WS-CHRG-FILE-STATUS NOT = "00"
023200         DISPLAY "CUSTBILL: CHARGE-FILE OPEN FAILED, STATUS "
023300             WS-CHRG-FILE-STATUS
023400         MOVE 16 TO RETURN-CODE
023500         STOP RUN
023600     END-IF.
023700     OPEN OUTPUT BILL-REPORT.
023800     IF WS-RPT-FILE-STATUS NOT = "00"
023900         DISPLAY "CUSTBILL: BILL-REPORT OPEN FAILED, STATUS "
024000             WS-RPT-FILE-STATUS
024100         MOVE 16 TO RETURN-CODE
024200         STOP RUN
024300     END-IF.
024400     MOVE SPACES TO WS-RL-TEXT.
024500     STRING "MONTH-END BILLING REPORT - PERIOD "
024600            DELIMITED BY SIZE
024700            WS-SEL-DATE-FROM DELIMITED BY SIZE
024800            " TO " DELIMITED BY SIZE
024900            WS-SEL-DATE-TO DELIMITED BY SIZE
025000            "  BILL DATE " DELIMITED BY SIZE
025100            WS-RUN-DATE DELIMITED BY SIZE
025200         INTO WS-RL-TEXT.
025300     WRITE BR-LINE FROM WS-REPORT-LINE AFTER ADVANCING PAGE.
025400     MOVE SPACES TO WS-RL-TEXT.
025500     WRITE BR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
025600 1000-EXIT.
025700     EXIT.
025800*----------------------------------------------------------------*
025900* 1100-TAKE-PARM-CARD - BILLING PERIOD, READ AS THE STATEMENT    *
026000* RUN READS IT.  A FIELD PRESENT BUT UNREADABLE STOPS THE RUN.   *
026100*----------------------------------------------------------------*
026200 1100-TAKE-PARM-CARD.
026300     IF WS-PARM-FILE-STATUS NOT = "00"
026400         GO TO 1100-EXIT
026500     END-IF.
026600     READ STMT-PARM-FILE
026700         AT END GO TO 1100-EXIT
026800     END-READ.
026900     IF STM-DATE-FROM NOT = SPACES
027000         IF STM-DATE-FROM NOT NUMERIC
027100             DISPLAY "CUSTBILL: DATE-FROM NOT NUMERIC: "
027200                 STM-DATE-FROM
027300             MOVE 16 TO RETURN-CODE
027400             STOP RUN
027500         ELSE
027600             MOVE STM-DATE-FROM TO WS-SEL-DATE-FROM
027700         END-IF
027800     END-IF.
027900     IF STM-DATE-TO NOT = SPACES
028000         IF STM-DATE-TO NOT NUMERIC
028100             DISPLAY "CUSTBILL: DATE-TO NOT NUMERIC: "
028200                 STM-DATE-TO
028300             MOVE 16 TO RETURN-CODE
028400             STOP RUN
028500         ELSE
028600             IF STM-DATE-TO NOT = "000000"
028700                 MOVE STM-DATE-TO TO WS-SEL-DATE-TO
028800             END-IF
028900         END-IF
029000     END-IF.
029100 1100-EXIT.
029200     EXIT.
029300*----------------------------------------------------------------*
029400* 2000-TALLY-AUDIT - SENTENCES SCORED PER CUSTOMER, BY RUN DATE. *
029500*----------------------------------------------------------------*
029600 2000-TALLY-AUDIT.
029700     PERFORM 2100-TALLY-ONE-AUDIT THRU 2100-EXIT
029800         UNTIL WS-END-OF-FILE.
029900 2000-EXIT.
030000     EXIT.
030100 2100-TALLY-ONE-AUDIT.
030200     READ AUDIT-FILE
030300         AT END
030400             SET WS-END-OF-FILE TO TRUE
030500             GO TO 2100-EXIT
030600     END-READ.
030700     ADD 1 TO WS-AUD-READ-CTR.
030800     IF AUD-RUN-DATE < WS-SEL-DATE-FROM
030900         OR AUD-RUN-DATE > WS-SEL-DATE-TO
031000         GO TO 2100-EXIT
031100     END-IF.
031200     ADD 1 TO WS-SEL-SCORED.
031300     MOVE AUD-CUSTOMER TO WS-CUST-KEY.
031400     PERFORM 5000-FIND-OR-ADD-CUSTOMER THRU 5000-EXIT.
031500     IF WS-CUST-FOUND-IDX > ZERO
031600         ADD 1 TO WS-CU-SCORED(WS-CUST-FOUND-IDX)
031700     END-IF.
031800 2100-EXIT.
031900     EXIT.
032000*----------------------------------------------------------------*
032100* 4000-TALLY-MATCHED - CERTIFICATIONS CONFIRMED PER CUSTOMER, BY *
032200* THE DATE THE TRACKING SYSTEM ACKNOWLEDGED.                     *
032300*----------------------------------------------------------------*
032400 4000-TALLY-MATCHED.
032500     IF WS-MATCH-FILE-STATUS NOT = "00"
032600         GO TO 4000-EXIT
032700     END-IF.
032800     SET WS-NOT-END-OF-FILE TO TRUE.
032900     PERFORM 4100-TALLY-ONE-MATCH THRU 4100-EXIT
033000         UNTIL WS-END-OF-FILE.
033100 4000-EXIT.
033200     EXIT.
033300 4100-TALLY-ONE-MATCH.
033400     READ MATCHED-IN-FILE
033500         AT END
033600             SET WS-END-OF-FILE TO TRUE
033700             GO TO 4100-EXIT
033800     END-READ.
033900     ADD 1 TO WS-MATCH-READ-CTR.
034000     IF MTCH-ACK-DATE NOT NUMERIC
034100         GO TO 4100-EXIT
034200     END-IF.
034300     IF MTCH-ACK-DATE < WS-SEL-DATE-FROM
034400         OR MTCH-ACK-DATE > WS-SEL-DATE-TO
034500         GO TO 4100-EXIT
034600     END-IF.
034700     ADD 1 TO WS-SEL-CERTIFIED.
034800     MOVE MTCH-CUSTOMER TO WS-CUST-KEY.
034900     PERFORM 5000-FIND-OR-ADD-CUSTOMER THRU 5000-EXIT.
035000     IF WS-CUST-FOUND-IDX > ZERO
035100         ADD 1 TO WS-CU-CERTIFIED(WS-CUST-FOUND-IDX)
035200     END-IF.
035300 4100-EXIT.
035400     EXIT.
035500*----------------------------------------------------------------*
035600* 5000-FIND-OR-ADD-CUSTOMER - SERIAL SEARCH OF THE CUSTOMER      *
035700* TABLE, ADDING A NEW BUCKET ON FIRST SIGHT.  A FULL TABLE IS    *
035800* REPORTED ON THE CONSOLE AND THE RECORD IS LEFT OUT OF THE      *
035900* BILL - THE BALANCE SECTION THEN SHOWS THE SHORTFALL.           *
036000*----------------------------------------------------------------*
036100 5000-FIND-OR-ADD-CUSTOMER.
036200     MOVE ZERO TO WS-CUST-FOUND-IDX.
036300     PERFORM 5100-TEST-ONE-CUSTOMER THRU 5100-EXIT
036400         VARYING WS-CUST-IDX FROM 1 BY 1
036500         UNTIL WS-CUST-IDX > WS-CUST-CTR
036600            OR WS-CUST-FOUND-IDX > ZERO.
036700     IF WS-CUST-FOUND-IDX > ZERO
036800         GO TO 5000-EXIT
036900     END-IF.
037000     IF WS-CUST-CTR NOT < WS-CUST-MAX
037100         DISPLAY "CUSTBILL: CUSTOMER TABLE FULL - "
037200             WS-CUST-KEY " LEFT OUT OF BILL"
037300         GO TO 5000-EXIT
037400     END-IF.
037500     ADD 1 TO WS-CUST-CTR.
037600     MOVE WS-CUST-KEY TO WS-CU-NAME(WS-CUST-CTR).
037700     MOVE ZERO TO WS-CU-SCORED(WS-CUST-CTR).
037800     MOVE ZERO TO WS-CU-CERTIFIED(WS-CUST-CTR).
037900     MOVE WS-CUST-CTR TO WS-CUST-FOUND-IDX.
038000 5000-EXIT.
038100     EXIT.
038200 5100-TEST-ONE-CUSTOMER.
038300     IF WS-CU-NAME(WS-CUST-IDX) = WS-CUST-KEY
038400         MOVE WS-CUST-IDX TO WS-CUST-FOUND-IDX
038500     END-IF.
038600 5100-EXIT.
038700     EXIT.
038800*----------------------------------------------------------------*
038900* 6000-BILL-CUSTOMERS - PRICE EACH CUSTOMER'S ACTIVITY, OR       *
039000* REPORT WHY IT CANNOT BE BILLED.                                *
039100*----------------------------------------------------------------*
039200 6000-BILL-CUSTOMERS.
039300     PERFORM 6100-BILL-ONE-CUSTOMER THRU 6100-EXIT
039400         VARYING WS-CUST-IDX FROM 1 BY 1
039500         UNTIL WS-CUST-IDX > WS-CUST-CTR.
039600 6000-EXIT.
039700     EXIT.
039800 6100-BILL-ONE-CUSTOMER.
039900     MOVE WS-CU-NAME(WS-CUST-IDX) TO WS-CUST-KEY.
040000     MOVE SPACES TO WS-UNBILLED-REASON.
040100     EVALUATE TRUE
040200         WHEN WS-CUST-KEY = SPACES
040300             MOVE "NO CUSTOMER ON RECORDS"
040400                 TO WS-UNBILLED-REASON
040500         WHEN WS-CK-CODE = SPACES OR WS-CK-REST NOT = SPACES
040600             MOVE "CUSTOMER FIELD NOT A CODE"
040700                 TO WS-UNBILLED-REASON
040800         WHEN OTHER
040900             MOVE WS-CK-CODE TO CUST-CODE
041000             READ CUSTOMER-MASTER
041100                 INVALID KEY
041200                     MOVE "CUSTOMER CODE NOT ON MASTER"
041300                         TO WS-UNBILLED-REASON
041400             END-READ
041500     END-EVALUATE.
041600     IF WS-UNBILLED-REASON NOT = SPACES
041700         PERFORM 7100-WRITE-UNBILLED-LINE THRU 7100-EXIT
041800         GO TO 6100-EXIT
041900     END-IF.
042000     ADD 1 TO WS-BILLED-CUST-CTR.
042100     MOVE ZERO TO WS-CUST-AMOUNT.
042200     MOVE SPACES TO WS-RL-TEXT.
042300     STRING "  " DELIMITED BY SIZE
042400            CUST-CODE DELIMITED BY SIZE
042500            " " DELIMITED BY SIZE
042600            CUST-BILLING-NAME DELIMITED BY SIZE
042700            " ACCOUNT " DELIMITED BY SIZE
042800            CUST-ACCOUNT-NO DELIMITED BY SIZE
042900         INTO WS-RL-TEXT.
043000     WRITE BR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 2 LINES.
043100     IF WS-CU-SCORED(WS-CUST-IDX) > ZERO
043200         ADD WS-CU-SCORED(WS-CUST-IDX) TO WS-BILLED-SCORED
043250         MOVE SPACES TO CHRG-RECORD
043300         MOVE "SCOR" TO CHRG-CHARGE-CODE
043400         MOVE WS-CU-SCORED(WS-CUST-IDX) TO CHRG-QUANTITY
043500         MOVE CUST-SCORE-RATE TO CHRG-RATE
043600         PERFORM 6200-WRITE-CHARGE THRU 6200-EXIT
043700     END-IF.
043800     IF WS-CU-CERTIFIED(WS-CUST-IDX) > ZERO
043900         ADD WS-CU-CERTIFIED(WS-CUST-IDX) TO WS-BILLED-CERTIFIED
043950         MOVE SPACES TO CHRG-RECORD
044000         MOVE "CERT" TO CHRG-CHARGE-CODE
044100         MOVE WS-CU-CERTIFIED(WS-CUST-IDX) TO CHRG-QUANTITY
044200         MOVE CUST-CERT-RATE TO CHRG-RATE
044300         PERFORM 6200-WRITE-CHARGE THRU 6200-EXIT
044400     END-IF.
044500     MOVE WS-CUST-AMOUNT TO WS-AMOUNT-DISP.
044600     MOVE SPACES TO WS-RL-TEXT.
044700     STRING "      CUSTOMER TOTAL  . . . . . . . . "
044800            DELIMITED BY SIZE
044900            WS-AMOUNT-DISP DELIMITED BY SIZE
045000         INTO WS-RL-TEXT.
045100     WRITE BR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
045200 6100-EXIT.
045300     EXIT.
045400*----------------------------------------------------------------*
045500* 6200-WRITE-CHARGE - PRICE ONE CHARGE CODE FOR THE CUSTOMER IN  *
045600* HAND (CODE, QUANTITY AND RATE ALREADY IN THE RECORD), WRITE    *
045700* THE DETAIL RECORD AND ITS REPORT LINE.                         *
045800*----------------------------------------------------------------*
045900 6200-WRITE-CHARGE.
046000     COMPUTE WS-CHARGE-AMOUNT ROUNDED =
046100         CHRG-QUANTITY * CHRG-RATE.
046200     SET CHRG-DETAIL TO TRUE.
046300     MOVE CUST-ACCOUNT-NO TO CHRG-ACCOUNT-NO.
046400     MOVE CUST-CODE TO CHRG-CUST-CODE.
046500     MOVE WS-CHARGE-AMOUNT TO CHRG-AMOUNT.
046600     MOVE WS-SEL-DATE-FROM TO CHRG-PERIOD-FROM.
046700     MOVE WS-SEL-DATE-TO TO CHRG-PERIOD-TO.
046800     MOVE WS-RUN-DATE TO CHRG-BILL-DATE.
046900     WRITE CHRG-RECORD.
047000     IF WS-CHRG-FILE-STATUS NOT = "00"
047100         DISPLAY "CUSTBILL: CHARGE-FILE WRITE FAILED, STATUS "
047200             WS-CHRG-FILE-STATUS
047300         MOVE 16 TO RETURN-CODE
047400         STOP RUN
047500     END-IF.
047600     ADD 1 TO WS-DETAIL-CTR.
047700     ADD WS-CHARGE-AMOUNT TO WS-CUST-AMOUNT.
047800     ADD WS-CHARGE-AMOUNT TO WS-TOTAL-AMOUNT.
047900     MOVE CHRG-QUANTITY TO WS-CTR-DISP.
048000     MOVE CHRG-RATE TO WS-RATE-DISP.
048100     MOVE WS-CHARGE-AMOUNT TO WS-AMOUNT-DISP.
048200     MOVE SPACES TO WS-RL-TEXT.
048300     STRING "      " DELIMITED BY SIZE
048400            CHRG-CHARGE-CODE DELIMITED BY SIZE
048500            "  QUANTITY " DELIMITED BY SIZE
048600            WS-CTR-DISP DELIMITED BY SIZE
048700            "  RATE " DELIMITED BY SIZE
048800            WS-RATE-DISP DELIMITED BY SIZE
048900            "  AMOUNT " DELIMITED BY SIZE
049000            WS-AMOUNT-DISP DELIMITED BY SIZE
049100         INTO WS-RL-TEXT.
049200     WRITE BR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
049300 6200-EXIT.
049400     EXIT.
049500*----------------------------------------------------------------*
049600* 6500-WRITE-TRAILER - DETAIL COUNT AND TOTAL AMOUNT FOR THE     *
049700* RECEIVING SYSTEM.  WRITTEN EVEN WHEN NOTHING WAS BILLED, SO    *
049800* AN EMPTY MONTH IS DISTINGUISHABLE FROM A LOST FILE.            *
049900*----------------------------------------------------------------*
050000 6500-WRITE-TRAILER.
050100     MOVE SPACES TO CHRG-RECORD.
050200     SET CHRG-TRAILER TO TRUE.
050300     MOVE WS-DETAIL-CTR TO CHRG-TRL-DETAIL-COUNT.
050400     MOVE WS-TOTAL-AMOUNT TO CHRG-TRL-TOTAL-AMOUNT.
050500     MOVE WS-RUN-DATE TO CHRG-TRL-BILL-DATE.
050600     WRITE CHRG-RECORD.
050700     IF WS-CHRG-FILE-STATUS NOT = "00"
050800         DISPLAY "CUSTBILL: CHARGE-FILE WRITE FAILED, STATUS "
050900             WS-CHRG-FILE-STATUS
051000         MOVE 16 TO RETURN-CODE
051100         STOP RUN
051200     END-IF.
051300 6500-EXIT.
051400     EXIT.
051500*----------------------------------------------------------------*
051600* 7100-WRITE-UNBILLED-LINE - ACTIVITY THAT COULD NOT BE BILLED,  *
051700* WITH THE REASON.  IT STILL COUNTS IN THE BALANCE.              *
051800*----------------------------------------------------------------*
051900 7100-WRITE-UNBILLED-LINE.
052000     ADD 1 TO WS-UNBILLED-CUST-CTR.
052100     ADD WS-CU-SCORED(WS-CUST-IDX) TO WS-UNBILLED-SCORED.
052200     ADD WS-CU-CERTIFIED(WS-CUST-IDX) TO WS-UNBILLED-CERTIFIED.
052300     IF WS-CUST-KEY = SPACES
052400         MOVE "** NO CUSTOMER **" TO WS-CUST-KEY
052500     END-IF.
052600     MOVE SPACES TO WS-RL-TEXT.
052700     STRING "  " DELIMITED BY SIZE
052800            WS-CUST-KEY DELIMITED BY SIZE
052900            " UNBILLED  " DELIMITED BY SIZE
053000            WS-UNBILLED-REASON DELIMITED BY SIZE
053100         INTO WS-RL-TEXT.
053200     WRITE BR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 2 LINES.
053300     MOVE WS-CU-SCORED(WS-CUST-IDX) TO WS-CTR-DISP.
053400     MOVE SPACES TO WS-RL-TEXT.
053500     STRING "      SCORED  . . . . " DELIMITED BY SIZE
053600            WS-CTR-DISP DELIMITED BY SIZE
053700         INTO WS-RL-TEXT.
053800     WRITE BR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
053900     MOVE WS-CU-CERTIFIED(WS-CUST-IDX) TO WS-CTR-DISP.
054000     MOVE SPACES TO WS-RL-TEXT.
054100     STRING "      CERTIFIED . . . " DELIMITED BY SIZE
054200            WS-CTR-DISP DELIMITED BY SIZE
054300         INTO WS-RL-TEXT.
054400     WRITE BR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
054500 7100-EXIT.
054600     EXIT.
054700*----------------------------------------------------------------*
054800* 8000-WRITE-BALANCE - COUNTED ACTIVITY MUST EQUAL BILLED PLUS   *
054900* UNBILLED FOR BOTH CHARGE CODES.  THE COUNTED FIGURES ARE THE   *
055000* SENTENCES SCORED AND CERTIFICATIONS CONFIRMED ON THE           *
055100* STATEMENT RUN'S GRAND-TOTAL PAGE FOR THE SAME PERIOD CARD.     *
055200*----------------------------------------------------------------*
055300 8000-WRITE-BALANCE.
055400     MOVE SPACES TO WS-RL-TEXT.
055500     STRING "BILLING BALANCE - PERIOD " DELIMITED BY SIZE
055600            WS-SEL-DATE-FROM DELIMITED BY SIZE
055700            " TO " DELIMITED BY SIZE
055800            WS-SEL-DATE-TO DELIMITED BY SIZE
055900         INTO WS-RL-TEXT.
056000     WRITE BR-LINE FROM WS-REPORT-LINE AFTER ADVANCING PAGE.
056100     MOVE WS-SEL-SCORED TO WS-CTR-DISP.
056200     MOVE SPACES TO WS-RL-TEXT.
056300     STRING "  SENTENCES SCORED - COUNTED  . . . "
056400            DELIMITED BY SIZE
056500            WS-CTR-DISP DELIMITED BY SIZE
056600         INTO WS-RL-TEXT.
056700     WRITE BR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 2 LINES.
056800     MOVE WS-BILLED-SCORED TO WS-CTR-DISP.
056900     MOVE SPACES TO WS-RL-TEXT.
057000     STRING "                     BILLED . . . . "
057100            DELIMITED BY SIZE
057200            WS-CTR-DISP DELIMITED BY SIZE
057300         INTO WS-RL-TEXT.
057400     WRITE BR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
057500     MOVE WS-UNBILLED-SCORED TO WS-CTR-DISP.
057600     MOVE SPACES TO WS-RL-TEXT.
057700     STRING "                     UNBILLED . . . "
057800            DELIMITED BY SIZE
057900            WS-CTR-DISP DELIMITED BY SIZE
058000         INTO WS-RL-TEXT.
058100     WRITE BR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
058200     COMPUTE WS-PROOF-TOTAL =
058300         WS-BILLED-SCORED + WS-UNBILLED-SCORED.
058400     IF WS-PROOF-TOTAL NOT = WS-SEL-SCORED
058500         SET WS-OUT-OF-BALANCE TO TRUE
058600         MOVE SPACES TO WS-RL-TEXT
058700         MOVE "  *** SENTENCES SCORED OUT OF BALANCE ***"
058800             TO WS-RL-TEXT
058900         WRITE BR-LINE FROM WS-REPORT-LINE
059000             AFTER ADVANCING 1 LINE
059100     END-IF.
059200     MOVE WS-SEL-CERTIFIED TO WS-CTR-DISP.
059300     MOVE SPACES TO WS-RL-TEXT.
059400     STRING "  CERTIFICATIONS - COUNTED  . . . . "
059500            DELIMITED BY SIZE
059600            WS-CTR-DISP DELIMITED BY SIZE
059700         INTO WS-RL-TEXT.
059800     WRITE BR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 2 LINES.
059900     MOVE WS-BILLED-CERTIFIED TO WS-CTR-DISP.
060000     MOVE SPACES TO WS-RL-TEXT.
060100     STRING "                   BILLED . . . . . "
060200            DELIMITED BY SIZE
060300            WS-CTR-DISP DELIMITED BY SIZE
060400         INTO WS-RL-TEXT.
060500     WRITE BR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
060600     MOVE WS-UNBILLED-CERTIFIED TO WS-CTR-DISP.
060700     MOVE SPACES TO WS-RL-TEXT.
060800     STRING "                   UNBILLED . . . . "
060900            DELIMITED BY SIZE
061000            WS-CTR-DISP DELIMITED BY SIZE
061100         INTO WS-RL-TEXT.
061200     WRITE BR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
061300     COMPUTE WS-PROOF-TOTAL =
061400         WS-BILLED-CERTIFIED + WS-UNBILLED-CERTIFIED.
061500     IF WS-PROOF-TOTAL NOT = WS-SEL-CERTIFIED
061600         SET WS-OUT-OF-BALANCE TO TRUE
061700         MOVE SPACES TO WS-RL-TEXT
061800         MOVE "  *** CERTIFICATIONS OUT OF BALANCE ***"
061900             TO WS-RL-TEXT
062000         WRITE BR-LINE FROM WS-REPORT-LINE
062100             AFTER ADVANCING 1 LINE
062200     END-IF.
062300     MOVE WS-BILLED-CUST-CTR TO WS-CTR-DISP.
062400     MOVE SPACES TO WS-RL-TEXT.
062500     STRING "  CUSTOMERS BILLED  . . . . . . . . "
062600            DELIMITED BY SIZE
062700            WS-CTR-DISP DELIMITED BY SIZE
062800         INTO WS-RL-TEXT.
062900     WRITE BR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 2 LINES.
063000     MOVE WS-UNBILLED-CUST-CTR TO WS-CTR-DISP.
063100     MOVE SPACES TO WS-RL-TEXT.
063200     STRING "  CUSTOMERS UNBILLED  . . . . . . . "
063300            DELIMITED BY SIZE
063400            WS-CTR-DISP DELIMITED BY SIZE
063500         INTO WS-RL-TEXT.
063600     WRITE BR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
063700     MOVE WS-DETAIL-CTR TO WS-CTR-DISP.
063800     MOVE SPACES TO WS-RL-TEXT.
063900     STRING "  CHARGE RECORDS WRITTEN  . . . . . "
064000            DELIMITED BY SIZE
064100            WS-CTR-DISP DELIMITED BY SIZE
064200         INTO WS-RL-TEXT.
064300     WRITE BR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
064400     MOVE WS-TOTAL-AMOUNT TO WS-AMOUNT-DISP.
064500     MOVE SPACES TO WS-RL-TEXT.
064600     STRING "  TOTAL AMOUNT BILLED . . . . . . . "
064700            DELIMITED BY SIZE
064800            WS-AMOUNT-DISP DELIMITED BY SIZE
064900         INTO WS-RL-TEXT.
065000     WRITE BR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
065100     MOVE WS-AUD-READ-CTR TO WS-CTR-DISP.
065200     MOVE SPACES TO WS-RL-TEXT.
065300     STRING "  AUDIT RECORDS READ  . . . . . . . "
065400            DELIMITED BY SIZE
065500            WS-CTR-DISP DELIMITED BY SIZE
065600         INTO WS-RL-TEXT.
065700     WRITE BR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 2 LINES.
065800     MOVE WS-MATCH-READ-CTR TO WS-CTR-DISP.
065900     MOVE SPACES TO WS-RL-TEXT.
066000     STRING "  MATCHED ACKS READ . . . . . . . . "
066100            DELIMITED BY SIZE
066200            WS-CTR-DISP DELIMITED BY SIZE
066300         INTO WS-RL-TEXT.
066400     WRITE BR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
066500 8000-EXIT.
066600     EXIT.
066700*----------------------------------------------------------------*
066800* 9000-TERMINATE - CLOSE FILES AND SET THE RETURN CODE: 8 WHEN   *
066900* THE BILL DOES NOT BALANCE TO THE ACTIVITY, 4 WHEN ANY          *
067000* ACTIVITY WENT UNBILLED.                                        *
067100*----------------------------------------------------------------*
067200 9000-TERMINATE.
067300     CLOSE AUDIT-FILE.
067400     CLOSE MATCHED-IN-FILE.
067500     CLOSE CUSTOMER-MASTER.
067600     CLOSE CHARGE-FILE.
067700     CLOSE BILL-REPORT.
067800     IF WS-OUT-OF-BALANCE
067900         MOVE 8 TO RETURN-CODE
068000         GO TO 9000-EXIT
068100     END-IF.
068200     IF WS-UNBILLED-CUST-CTR > ZERO
068300         MOVE 4 TO RETURN-CODE
068400     END-IF.
068500 9000-EXIT.
068600     EXIT.
