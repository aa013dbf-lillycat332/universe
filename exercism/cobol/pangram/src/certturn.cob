000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CERTTURN.
000300 AUTHOR. R. HASTINGS.
000400 INSTALLATION. PRINT-QA DEPT.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800* MODIFICATION HISTORY                                           *
000900*----------------------------------------------------------------*
001000* 10/15/2026 RH  ORIGINAL VERSION - CERTIFICATION TURNAROUND AND *
001100*                 SERVICE-LEVEL REPORT.  FROM THE RECONCILIATION *
001200*                 RUN'S MATCHED ACKS, THE DAYS FROM THE NIGHT A  *
001300*                 RECORD WAS FED TO THE DAY THE TRACKING SYSTEM  *
001400*                 ACKNOWLEDGED IT ARE BANDED SAME DAY, 1, 2-3,   *
001500*                 4-5 AND OVER 5 DAYS PER JOB AND PER CUSTOMER,  *
001600*                 WITH THE AVERAGE AND THE NUMBER THAT NEEDED    *
001700*                 RETRANSMISSION.  A SERVICE TARGET FROM THE     *
001800*                 PARAMETER CARD MARKS EVERY ACK THAT TOOK       *
001900*                 LONGER, AND THOSE BREACHES ARE LISTED.         *
002000*----------------------------------------------------------------*
002100* THE RETRANSMISSION COUNT IS THE ONE CERTRECN CARRIES ONTO THE  *
002200* MATCHED-ACK RECORD FROM THE PENDING HISTORY.  MATCHED RECORDS  *
002300* WRITTEN BEFORE IT WAS CARRIED HAVE NONE; THEY ARE COUNTED AS   *
002400* NOT RETRANSMITTED AND THE TOTAL OF THEM IS SHOWN.              *
002500*----------------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER. IBM-370.
002900 OBJECT-COMPUTER. IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT MATCHED-IN-FILE ASSIGN TO MATCHIN
003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS WS-MATCH-FILE-STATUS.
003500     SELECT OPTIONAL TURN-PARM-FILE ASSIGN TO TRNPARM
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-PARM-FILE-STATUS.
003800     SELECT TURN-REPORT ASSIGN TO TRNRPT
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-RPT-FILE-STATUS.
004100     SELECT TURN-SORT-FILE ASSIGN TO SORTWK.
004200 DATA DIVISION.
004300 FILE SECTION.
004400*----------------------------------------------------------------*
004500* MATCHED-ACKNOWLEDGMENT HISTORY FROM THE RECONCILIATION RUN.    *
004600*----------------------------------------------------------------*
004700 FD  MATCHED-IN-FILE
004800     RECORD CONTAINS 60 CHARACTERS
004900     LABEL RECORDS ARE STANDARD.
005000 01  MTCH-RECORD.
005100     COPY PANMTCH.
005200*----------------------------------------------------------------*
005300* PERIOD AND SERVICE-TARGET PARAMETER CARD.  THE DATES BOUND THE *
005400* NIGHT THE RECORD WAS FED; A BLANK DATE PLACES NO LIMIT ON THAT *
005500* END.  THE TARGET IS THE MOST DAYS AN ACK MAY TAKE; BLANK TAKES *
005600* THE DEFAULT.                                                   *
005700*----------------------------------------------------------------*
005800 FD  TURN-PARM-FILE
005900     RECORD CONTAINS 80 CHARACTERS
006000     LABEL RECORDS ARE STANDARD.
006100 01  TURN-PARM-RECORD.
006200     05  TPRM-DATE-FROM          PIC X(06).
006300     05  TPRM-DATE-TO            PIC X(06).
006400     05  TPRM-TARGET-DAYS        PIC X(03).
006500     05  FILLER                  PIC X(65).
006600 FD  TURN-REPORT
006700     RECORD CONTAINS 132 CHARACTERS
006800     LABEL RECORDS ARE STANDARD.
006900 01  TR-LINE                     PIC X(132).
007000*----------------------------------------------------------------*
007100* SORT WORK - ONE RECORD PER USABLE MATCHED ACK, BY CUSTOMER,    *
007200* JOB AND THE NIGHT IT WAS FED.                                  *
007300*----------------------------------------------------------------*
007400 SD  TURN-SORT-FILE.
007500 01  TURN-RECORD.
007600     05  TURN-CUSTOMER           PIC X(20).
007700     05  TURN-JOB-ID             PIC X(08).
007800     05  TURN-RUN-DATE           PIC 9(06).
007900     05  TURN-SENTENCE-ID        PIC 9(07).
008000     05  TURN-ACK-DATE           PIC 9(06).
008100     05  TURN-DAYS               PIC 9(05).
008200     05  TURN-RETRY-CTR          PIC 9(02).
008300 WORKING-STORAGE SECTION.
008400*----------------------------------------------------------------*
008500* FILE STATUS FIELDS AND SWITCHES                                *
008600*----------------------------------------------------------------*
008700 77  WS-MATCH-FILE-STATUS       PIC X(02) VALUE SPACES.
008800 77  WS-PARM-FILE-STATUS        PIC X(02) VALUE SPACES.
008900 77  WS-RPT-FILE-STATUS         PIC X(02) VALUE SPACES.
009000 77  WS-EOF-SWITCH              PIC X(01) VALUE "N".
009100     88  WS-END-OF-FILE                   VALUE "Y".
009200     88  WS-NOT-END-OF-FILE               VALUE "N".
009300 77  WS-SORT-EOF-SWITCH         PIC X(01) VALUE "N".
009400     88  WS-SORT-END-OF-FILE              VALUE "Y".
009500     88  WS-SORT-NOT-END-OF-FILE          VALUE "N".
009600*----------------------------------------------------------------*
009700* PERIOD AND SERVICE TARGET IN FORCE.                            *
009800*----------------------------------------------------------------*
009900 77  WS-SEL-DATE-FROM           PIC 9(06) VALUE ZERO.
010000 77  WS-SEL-DATE-TO             PIC 9(06) VALUE 999999.
010100 77  WS-TARGET-DAYS             PIC 9(03) VALUE 3.
010200 77  WS-TARGET-DISP             PIC ZZ9.
010300*----------------------------------------------------------------*
010400* RUN COUNTERS AND CONTROL TOTALS                                *
010500*----------------------------------------------------------------*
010600 77  WS-MATCH-READ-CTR          PIC 9(07) COMP VALUE ZERO.
010700 77  WS-OUT-OF-PERIOD-CTR       PIC 9(07) COMP VALUE ZERO.
010800 77  WS-BAD-DATE-CTR            PIC 9(07) COMP VALUE ZERO.
010900 77  WS-NO-RETRY-CTR            PIC 9(07) COMP VALUE ZERO.
011000 77  WS-RELEASED-CTR            PIC 9(07) COMP VALUE ZERO.
011100 77  WS-CTR-DISP                PIC Z(6)9.
011200*----------------------------------------------------------------*
011300* TURNAROUND ACCUMULATORS.  LEVEL 1 IS THE JOB IN HAND, LEVEL 2  *
011400* THE CUSTOMER, LEVEL 3 THE WHOLE RUN; EACH ROLLS INTO THE NEXT  *
011500* AT ITS CONTROL BREAK.  THE FIVE BANDS ARE SAME DAY, 1 DAY, 2-3 *
011600* DAYS, 4-5 DAYS AND OVER 5 DAYS.                                *
011700*----------------------------------------------------------------*
011800 77  WS-LV-IDX                  PIC 9(01) COMP VALUE ZERO.
011900 77  WS-BAND-IDX                PIC 9(01) COMP VALUE ZERO.
012000 01  WS-LEVEL-TABLE.
012100     05  WS-LV-ENTRY OCCURS 3 TIMES.
012200         10  WS-LV-ACKED         PIC 9(07) COMP.
012300         10  WS-LV-BAND-CTR OCCURS 5 TIMES
012400                                 PIC 9(07) COMP.
012500         10  WS-LV-DAYS-TOTAL    PIC 9(09) COMP.
012600         10  WS-LV-RETRANS       PIC 9(07) COMP.
012700         10  WS-LV-BREACH        PIC 9(07) COMP.
012800 77  WS-AVG-DAYS                PIC 9(05)V9(02) VALUE ZERO.
012900 77  WS-CUR-CUSTOMER            PIC X(20) VALUE SPACES.
013000 77  WS-CUR-JOB-ID              PIC X(08) VALUE SPACES.
013100*----------------------------------------------------------------*
013200* BREACHES HELD FOR THE LISTING AT THE END OF THE REPORT.  AN    *
013300* OVERFLOW IS COUNTED AND REPORTED, NOT HIDDEN.                  *
013400*----------------------------------------------------------------*
013500 77  WS-BR-MAX                  PIC 9(04) COMP VALUE 1000.
013600 77  WS-BR-CTR                  PIC 9(04) COMP VALUE ZERO.
013700 77  WS-BR-IDX                  PIC 9(04) COMP VALUE ZERO.
013800 77  WS-BR-DROPPED-CTR          PIC 9(07) COMP VALUE ZERO.
013900 01  WS-BREACH-TABLE.
014000     05  WS-BR-ENTRY OCCURS 1000 TIMES
014100                                 PIC X(54).
014200*----------------------------------------------------------------*
014300* DAY-NUMBER WORK AREAS FOR THE TURNAROUND ARITHMETIC.           *
014400*----------------------------------------------------------------*
014500 01  WS-DN-DATE.
014600     05  WS-DN-YY                PIC 9(02).
014700     05  WS-DN-MM                PIC 9(02).
014800     05  WS-DN-DD                PIC 9(02).
014900 01  WS-DN-YEAR                 PIC 9(04) COMP VALUE ZERO.
015000 01  WS-DN-LEAP-YEAR            PIC 9(04) COMP VALUE ZERO.
015100 01  WS-DN-T4                   PIC 9(04) COMP VALUE ZERO.
015200 01  WS-DN-T100                 PIC 9(04) COMP VALUE ZERO.
015300 01  WS-DN-T400                 PIC 9(04) COMP VALUE ZERO.
015400 01  WS-DN-DAYNUM               PIC 9(07) COMP VALUE ZERO.
015500 01  WS-DN-CUM-TABLE.
015600     05  FILLER                  PIC X(18)
015700             VALUE "000031059090120151".
015800     05  FILLER                  PIC X(18)
015900             VALUE "181212243273304334".
016000 01  WS-DN-CUM-R REDEFINES WS-DN-CUM-TABLE.
016100     05  WS-DN-CUM-DAYS OCCURS 12 TIMES
016200                                 PIC 9(03).
016300 01  WS-FED-DAYNUM              PIC 9(07) COMP VALUE ZERO.
016400*----------------------------------------------------------------*
016500* PAGE CONTROL.  A NEW PAGE REPEATS THE HEADING AND, ON THE      *
016600* TURNAROUND PAGES, THE COLUMN HEADING.                          *
016700*----------------------------------------------------------------*
016800 77  WS-LINE-CTR                PIC 9(03) COMP VALUE 999.
016900 77  WS-PAGE-LINES              PIC 9(03) COMP VALUE 55.
017000 77  WS-ADVANCE                 PIC 9(01) COMP VALUE 1.
017100 01  WS-HEADING-LINE            PIC X(132) VALUE SPACES.
017200 01  WS-COLUMN-LINE             PIC X(132) VALUE SPACES.
017300*----------------------------------------------------------------*
017400* ONE LINE OF TURNAROUND FIGURES - A JOB, A CUSTOMER TOTAL OR    *
017500* THE RUN TOTAL.                                                 *
017600*----------------------------------------------------------------*
017700 01  WS-FIGURE-LINE.
017800     05  FILLER                  PIC X(02) VALUE SPACES.
017900     05  WS-FL-CAPTION           PIC X(20).
018000     05  WS-FL-ACKED             PIC Z(7)9.
018100     05  WS-FL-BAND OCCURS 5 TIMES
018200                                 PIC Z(8)9.
018300     05  WS-FL-AVG               PIC Z(6)9.99.
018400     05  WS-FL-RETRANS           PIC Z(9)9.
018500     05  WS-FL-BREACH            PIC Z(9)9.
018600     05  FILLER                  PIC X(27) VALUE SPACES.
018700*----------------------------------------------------------------*
018800* ONE BREACH AS HELD IN THE TABLE AND AS PRINTED.                *
018900*----------------------------------------------------------------*
019000 01  WS-BREACH-WORK.
019100     05  WS-BW-CUSTOMER          PIC X(20).
019200     05  WS-BW-JOB-ID            PIC X(08).
019300     05  WS-BW-SENTENCE-ID       PIC 9(07).
019400     05  WS-BW-RUN-DATE          PIC 9(06).
019500     05  WS-BW-ACK-DATE          PIC 9(06).
019600     05  WS-BW-DAYS              PIC 9(05).
019700     05  WS-BW-RETRY-CTR         PIC 9(02).
019800 77  WS-DAYS-DISP               PIC ZZZZ9.
019900 77  WS-RETRY-DISP              PIC Z9.
020000*----------------------------------------------------------------*
020100* RUN DATE AND TIME FOR THE REPORT HEADING.                      *
020200*----------------------------------------------------------------*
020300 01  WS-RUN-DATE                PIC 9(06).
020400 01  WS-RUN-TIME                PIC 9(08).
020500*----------------------------------------------------------------*
020600* REPORT PRINT LINE.                                             *
020700*----------------------------------------------------------------*
020800 01  WS-REPORT-LINE.
020900     05  WS-RL-TEXT              PIC X(132).
021000 PROCEDURE DIVISION.
021100*----------------------------------------------------------------*
021200* 0000-MAINLINE - SORT THE USABLE ACKS INTO CUSTOMER AND JOB     *
021300* ORDER AND REPORT THEM WITH CONTROL BREAKS, THEN THE RUN TOTALS *
021400* AND BREACHES.                                                  *
021500*----------------------------------------------------------------*
021600 0000-MAINLINE.
021700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021800     SORT TURN-SORT-FILE
021900         ON ASCENDING KEY TURN-CUSTOMER
022000                          TURN-JOB-ID
022100                          TURN-RUN-DATE
022200                          TURN-SENTENCE-ID
022300         INPUT PROCEDURE IS 2000-GATHER-ACKS THRU 2000-EXIT
022400         OUTPUT PROCEDURE IS 3000-REPORT-TURNAROUND
022500             THRU 3000-EXIT.
022600     PERFORM 8000-WRITE-RUN-TOTALS THRU 8000-EXIT.
022700     PERFORM 8500-WRITE-BREACHES THRU 8500-EXIT.
022800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
022900     STOP RUN.
023000*----------------------------------------------------------------*
023100* 1000-INITIALIZE - OPEN FILES AND TAKE THE PARAMETER CARD.      *
023200*----------------------------------------------------------------*
023300 1000-INITIALIZE.
023400     ACCEPT WS-RUN-DATE FROM DATE.
023500     ACCEPT WS-RUN-TIME FROM TIME.
023600     OPEN INPUT MATCHED-IN-FILE.
023700     IF WS-MATCH-FILE-STATUS NOT = "00"
023800         DISPLAY "CERTTURN: MATCHED-IN-FILE OPEN FAILED, "
023900             "STATUS " WS-MATCH-FILE-STATUS
024000         MOVE 16 TO RETURN-CODE
024100         STOP RUN
024200     END-IF.
024300     OPEN INPUT TURN-PARM-FILE.
024400     PERFORM 1100-TAKE-PARM-CARD THRU 1100-EXIT.
024500     CLOSE TURN-PARM-FILE.
024600     OPEN OUTPUT TURN-REPORT.
024700     IF WS-RPT-FILE-STATUS NOT = "00"
024800         DISPLAY "CERTTURN: TURN-REPORT OPEN FAILED, STATUS "
024900             WS-RPT-FILE-STATUS
025000         MOVE 16 TO RETURN-CODE
025100         STOP RUN
025200     END-IF.
025300     MOVE WS-TARGET-DAYS TO WS-TARGET-DISP.
025400     MOVE 3 TO WS-LV-IDX.
025500     PERFORM 7500-CLEAR-LEVEL THRU 7500-EXIT.
025600 1000-EXIT.
025700     EXIT.
025800*----------------------------------------------------------------*
025900* 1100-TAKE-PARM-CARD - PERIOD AND TARGET.  A FIELD PRESENT BUT  *
026000* UNREADABLE STOPS THE RUN; A MISSING CARD REPORTS EVERYTHING ON *
026100* FILE AGAINST THE DEFAULT TARGET.                               *
026200*----------------------------------------------------------------*
026300 1100-TAKE-PARM-CARD.
026400     IF WS-PARM-FILE-STATUS NOT = "00"
026500         GO TO 1100-EXIT
026600     END-IF.
026700     READ TURN-PARM-FILE
026800         AT END GO TO 1100-EXIT
026900     END-READ.
027000     IF TPRM-DATE-FROM NOT = SPACES
027100         IF TPRM-DATE-FROM NOT NUMERIC
027200             DISPLAY "CERTTURN: DATE-FROM NOT NUMERIC: "
027300                 TPRM-DATE-FROM
027400             MOVE 16 TO RETURN-CODE
027500             STOP RUN
027600         ELSE
027700             MOVE TPRM-DATE-FROM TO WS-SEL-DATE-FROM
027800         END-IF
027900     END-IF.
028000     IF TPRM-DATE-TO NOT = SPACES
028100         IF TPRM-DATE-TO NOT NUMERIC
028200             DISPLAY "CERTTURN: DATE-TO NOT NUMERIC: "
028300                 TPRM-DATE-TO
028400             MOVE 16 TO RETURN-CODE
028500             STOP RUN
028600         ELSE
028700             IF TPRM-DATE-TO NOT = "000000"
028800                 MOVE TPRM-DATE-TO TO WS-SEL-DATE-TO
028900             END-IF
029000         END-IF
029100     END-IF.
029200     IF TPRM-TARGET-DAYS NOT = SPACES
029300         IF TPRM-TARGET-DAYS NOT NUMERIC
029400             DISPLAY "CERTTURN: TARGET DAYS NOT NUMERIC: "
029500                 TPRM-TARGET-DAYS
029600             MOVE 16 TO RETURN-CODE
029700             STOP RUN
029800         ELSE
029900             MOVE TPRM-TARGET-DAYS TO WS-TARGET-DAYS
030000         END-IF
030100     END-IF.
030200 1100-EXIT.
030300     EXIT.
030400*----------------------------------------------------------------*
030500* 2000-GATHER-ACKS - SORT INPUT PROCEDURE: ONE SORT RECORD PER   *
030600* MATCHED ACK FED IN THE PERIOD, WITH ITS TURNAROUND IN DAYS.    *
030700* AN ACK WITH AN UNREADABLE DATE, OR DATED BEFORE THE NIGHT IT   *
030800* WAS FED, IS COUNTED AND LEFT OUT RATHER THAN BANDED WRONG.     *
030900*----------------------------------------------------------------*
031000 2000-GATHER-ACKS.
031100     PERFORM 2100-GATHER-ONE-ACK THRU 2100-EXIT
031200         UNTIL WS-END-OF-FILE.
031300 2000-EXIT.
031400     EXIT.
031500 2100-GATHER-ONE-ACK.
031600     READ MATCHED-IN-FILE
031700         AT END
031800             SET WS-END-OF-FILE TO TRUE
031900             GO TO 2100-EXIT
032000     END-READ.
032100     ADD 1 TO WS-MATCH-READ-CTR.
032200     IF MTCH-RUN-DATE NOT NUMERIC
032300         OR MTCH-ACK-DATE NOT NUMERIC
032400         ADD 1 TO WS-BAD-DATE-CTR
032500         GO TO 2100-EXIT
032600     END-IF.
032700     IF MTCH-RUN-DATE < WS-SEL-DATE-FROM
032800         OR MTCH-RUN-DATE > WS-SEL-DATE-TO
032900         ADD 1 TO WS-OUT-OF-PERIOD-CTR
033000         GO TO 2100-EXIT
033100     END-IF.
033200     MOVE MTCH-RUN-DATE TO WS-DN-DATE.
033300     PERFORM 5000-COMPUTE-DAY-NUMBER THRU 5000-EXIT.
033400     MOVE WS-DN-DAYNUM TO WS-FED-DAYNUM.
033500     MOVE MTCH-ACK-DATE TO WS-DN-DATE.
033600     PERFORM 5000-COMPUTE-DAY-NUMBER THRU 5000-EXIT.
033700     IF WS-FED-DAYNUM = ZERO
033800         OR WS-DN-DAYNUM = ZERO
033900         OR WS-DN-DAYNUM < WS-FED-DAYNUM
034000         ADD 1 TO WS-BAD-DATE-CTR
034100         GO TO 2100-EXIT
034200     END-IF.
034300     MOVE MTCH-CUSTOMER TO TURN-CUSTOMER.
034400     IF TURN-CUSTOMER = SPACES
034500         MOVE "** NO CUSTOMER **" TO TURN-CUSTOMER
034600     END-IF.
034700     MOVE MTCH-JOB-ID TO TURN-JOB-ID.
034800     MOVE MTCH-RUN-DATE TO TURN-RUN-DATE.
034900     MOVE MTCH-SENTENCE-ID TO TURN-SENTENCE-ID.
035000     MOVE MTCH-ACK-DATE TO TURN-ACK-DATE.
035100     COMPUTE TURN-DAYS = WS-DN-DAYNUM - WS-FED-DAYNUM.
035200     IF MTCH-RETRY-CTR NUMERIC
035300         MOVE MTCH-RETRY-CTR TO TURN-RETRY-CTR
035400     ELSE
035500         ADD 1 TO WS-NO-RETRY-CTR
035600         MOVE ZERO TO TURN-RETRY-CTR
035700     END-IF.
035800     ADD 1 TO WS-RELEASED-CTR.
035900     RELEASE TURN-RECORD.
036000 2100-EXIT.
036100     EXIT.
036200*----------------------------------------------------------------*
036300* 3000-REPORT-TURNAROUND - SORT OUTPUT PROCEDURE: ONE PAGE PER   *
036400* CUSTOMER, ONE LINE PER JOB, AND THE CUSTOMER TOTAL.            *
036500*----------------------------------------------------------------*
036600 3000-REPORT-TURNAROUND.
036700     PERFORM 3900-RETURN-TURN THRU 3900-EXIT.
036800     PERFORM 3100-REPORT-ONE-CUSTOMER THRU 3100-EXIT
036900         UNTIL WS-SORT-END-OF-FILE.
037000 3000-EXIT.
037100     EXIT.
037200 3100-REPORT-ONE-CUSTOMER.
037300     MOVE TURN-CUSTOMER TO WS-CUR-CUSTOMER.
037400     MOVE 2 TO WS-LV-IDX.
037500     PERFORM 7500-CLEAR-LEVEL THRU 7500-EXIT.
037600     MOVE SPACES TO WS-HEADING-LINE.
037700     STRING "CERTIFICATION TURNAROUND - " DELIMITED BY SIZE
037800            WS-CUR-CUSTOMER DELIMITED BY SIZE
037900            "  FED " DELIMITED BY SIZE
038000            WS-SEL-DATE-FROM DELIMITED BY SIZE
038100            " TO " DELIMITED BY SIZE
038200            WS-SEL-DATE-TO DELIMITED BY SIZE
038300            "  TARGET " DELIMITED BY SIZE
038400            WS-TARGET-DISP DELIMITED BY SIZE
038500            " DAYS  RUN DATE " DELIMITED BY SIZE
038600            WS-RUN-DATE DELIMITED BY SIZE
038700         INTO WS-HEADING-LINE.
038800     PERFORM 7200-SET-COLUMN-LINE THRU 7200-EXIT.
038900     PERFORM 7100-NEW-PAGE THRU 7100-EXIT.
039000     PERFORM 3200-REPORT-ONE-JOB THRU 3200-EXIT
039100         UNTIL WS-SORT-END-OF-FILE
039200            OR TURN-CUSTOMER NOT = WS-CUR-CUSTOMER.
039300     MOVE "CUSTOMER TOTAL" TO WS-FL-CAPTION.
039400     MOVE 2 TO WS-LV-IDX.
039500     MOVE 2 TO WS-ADVANCE.
039600     PERFORM 7300-WRITE-FIGURES THRU 7300-EXIT.
039700     MOVE 1 TO WS-ADVANCE.
039800     PERFORM 7400-ROLL-LEVEL THRU 7400-EXIT.
039900 3100-EXIT.
040000     EXIT.
040100 3200-REPORT-ONE-JOB.
040200     MOVE TURN-JOB-ID TO WS-CUR-JOB-ID.
040300     MOVE 1 TO WS-LV-IDX.
040400     PERFORM 7500-CLEAR-LEVEL THRU 7500-EXIT.
040500     PERFORM 3300-TAKE-ONE-TURN THRU 3300-EXIT
040600         UNTIL WS-SORT-END-OF-FILE
040700            OR TURN-CUSTOMER NOT = WS-CUR-CUSTOMER
040800            OR TURN-JOB-ID NOT = WS-CUR-JOB-ID.
040900     MOVE SPACES TO WS-FL-CAPTION.
041000     STRING "JOB " DELIMITED BY SIZE
041100            WS-CUR-JOB-ID DELIMITED BY SIZE
041200         INTO WS-FL-CAPTION.
041300     MOVE 1 TO WS-LV-IDX.
041400     PERFORM 7300-WRITE-FIGURES THRU 7300-EXIT.
041500     PERFORM 7400-ROLL-LEVEL THRU 7400-EXIT.
041600 3200-EXIT.
041700     EXIT.
041800*----------------------------------------------------------------*
041900* 3300-TAKE-ONE-TURN - BAND ONE ACK INTO THE JOB'S FIGURES AND   *
042000* HOLD IT FOR THE BREACH LISTING WHEN IT TOOK LONGER THAN THE    *
042100* TARGET.                                                        *
042200*----------------------------------------------------------------*
042300 3300-TAKE-ONE-TURN.
042400     ADD 1 TO WS-LV-ACKED (1).
042500     ADD TURN-DAYS TO WS-LV-DAYS-TOTAL (1).
042600     EVALUATE TRUE
042700         WHEN TURN-DAYS = ZERO
042800             MOVE 1 TO WS-BAND-IDX
042900         WHEN TURN-DAYS = 1
043000             MOVE 2 TO WS-BAND-IDX
043100         WHEN TURN-DAYS < 4
043200             MOVE 3 TO WS-BAND-IDX
043300         WHEN TURN-DAYS < 6
043400             MOVE 4 TO WS-BAND-IDX
043500         WHEN OTHER
043600             MOVE 5 TO WS-BAND-IDX
043700     END-EVALUATE.
043800     ADD 1 TO WS-LV-BAND-CTR (1 WS-BAND-IDX).
043900     IF TURN-RETRY-CTR > ZERO
044000         ADD 1 TO WS-LV-RETRANS (1)
044100     END-IF.
044200     IF TURN-DAYS > WS-TARGET-DAYS
044300         ADD 1 TO WS-LV-BREACH (1)
044400         PERFORM 3400-TABLE-BREACH THRU 3400-EXIT
044500     END-IF.
044600     PERFORM 3900-RETURN-TURN THRU 3900-EXIT.
044700 3300-EXIT.
044800     EXIT.
044900 3400-TABLE-BREACH.
045000     IF WS-BR-CTR NOT < WS-BR-MAX
045100         ADD 1 TO WS-BR-DROPPED-CTR
045200         GO TO 3400-EXIT
045300     END-IF.
045400     MOVE TURN-CUSTOMER TO WS-BW-CUSTOMER.
045500     MOVE TURN-JOB-ID TO WS-BW-JOB-ID.
045600     MOVE TURN-SENTENCE-ID TO WS-BW-SENTENCE-ID.
045700     MOVE TURN-RUN-DATE TO WS-BW-RUN-DATE.
045800     MOVE TURN-ACK-DATE TO WS-BW-ACK-DATE.
045900     MOVE TURN-DAYS TO WS-BW-DAYS.
046000     MOVE TURN-RETRY-CTR TO WS-BW-RETRY-CTR.
046100     ADD 1 TO WS-BR-CTR.
046200     MOVE WS-BREACH-WORK TO WS-BR-ENTRY (WS-BR-CTR).
046300 3400-EXIT.
046400     EXIT.
046500 3900-RETURN-TURN.
046600     RETURN TURN-SORT-FILE
046700         AT END
046800             SET WS-SORT-END-OF-FILE TO TRUE
046900     END-RETURN.
047000 3900-EXIT.
047100     EXIT.
047200*----------------------------------------------------------------*
047300* 5000-COMPUTE-DAY-NUMBER - CONVERT WS-DN-DATE (YYMMDD) TO A DAY *
047400* NUMBER SO TWO DATES CAN BE SUBTRACTED.  YEARS BELOW 70 ARE     *
047500* TAKEN AS 20XX.  AN IMPOSSIBLE MONTH GIVES DAY NUMBER ZERO.     *
047600*----------------------------------------------------------------*
047700 5000-COMPUTE-DAY-NUMBER.
047800     IF WS-DN-YY > 69
047900         COMPUTE WS-DN-YEAR = 1900 + WS-DN-YY
048000     ELSE
048100         COMPUTE WS-DN-YEAR = 2000 + WS-DN-YY
048200     END-IF.
048300     IF WS-DN-MM > 2
048400         MOVE WS-DN-YEAR TO WS-DN-LEAP-YEAR
048500     ELSE
048600         COMPUTE WS-DN-LEAP-YEAR = WS-DN-YEAR - 1
048700     END-IF.
048800     DIVIDE WS-DN-LEAP-YEAR BY 4 GIVING WS-DN-T4.
048900     DIVIDE WS-DN-LEAP-YEAR BY 100 GIVING WS-DN-T100.
049000     DIVIDE WS-DN-LEAP-YEAR BY 400 GIVING WS-DN-T400.
049100     IF WS-DN-MM < 1 OR WS-DN-MM > 12
049200         MOVE ZERO TO WS-DN-DAYNUM
049300     ELSE
049400         COMPUTE WS-DN-DAYNUM =
049500             (365 * WS-DN-YEAR) + WS-DN-T4 - WS-DN-T100
049600             + WS-DN-T400 + WS-DN-CUM-DAYS(WS-DN-MM)
049700             + WS-DN-DD
049800     END-IF.
049900 5000-EXIT.
050000     EXIT.
050100*----------------------------------------------------------------*
050200* 7000-PRINT-LINE - PRINT WS-REPORT-LINE AFTER WS-ADVANCE LINES, *
050300* STARTING A NEW PAGE FIRST WHEN IT WOULD NOT FIT ON THIS ONE.   *
050400*----------------------------------------------------------------*
050500 7000-PRINT-LINE.
050600     IF WS-LINE-CTR + WS-ADVANCE > WS-PAGE-LINES
050700         PERFORM 7100-NEW-PAGE THRU 7100-EXIT
050800     END-IF.
050900     WRITE TR-LINE FROM WS-REPORT-LINE
051000         AFTER ADVANCING WS-ADVANCE LINES.
051100     ADD WS-ADVANCE TO WS-LINE-CTR.
051200 7000-EXIT.
051300     EXIT.
051400 7100-NEW-PAGE.
051500     WRITE TR-LINE FROM WS-HEADING-LINE AFTER ADVANCING PAGE.
051600     MOVE 1 TO WS-LINE-CTR.
051700     IF WS-COLUMN-LINE NOT = SPACES
051800         WRITE TR-LINE FROM WS-COLUMN-LINE AFTER ADVANCING 2 LINES
051900         ADD 2 TO WS-LINE-CTR
052000     END-IF.
052100 7100-EXIT.
052200     EXIT.
052300 7200-SET-COLUMN-LINE.
052400     MOVE SPACES TO WS-COLUMN-LINE.
052500     STRING "                         ACKED" DELIMITED BY SIZE
052600            " SAME DAY    1 DAY 2-3 DAYS 4-5 DAYS   OVER 5"
052700                DELIMITED BY SIZE
052800            "  AVG DAYS   RETRANS  BREACHES" DELIMITED BY SIZE
052900         INTO WS-COLUMN-LINE.
053000 7200-EXIT.
053100     EXIT.
053200*----------------------------------------------------------------*
053300* 7300-WRITE-FIGURES - ONE LINE OF FIGURES FOR LEVEL WS-LV-IDX   *
053400* UNDER THE CAPTION ALREADY IN WS-FL-CAPTION.                    *
053500*----------------------------------------------------------------*
053600 7300-WRITE-FIGURES.
053700     MOVE WS-LV-ACKED (WS-LV-IDX) TO WS-FL-ACKED.
053800     PERFORM 7310-EDIT-ONE-BAND THRU 7310-EXIT
053900         VARYING WS-BAND-IDX FROM 1 BY 1
054000         UNTIL WS-BAND-IDX > 5.
054100     IF WS-LV-ACKED (WS-LV-IDX) > ZERO
054200         COMPUTE WS-AVG-DAYS ROUNDED =
054300             WS-LV-DAYS-TOTAL (WS-LV-IDX)
054400             / WS-LV-ACKED (WS-LV-IDX)
054500     ELSE
054600         MOVE ZERO TO WS-AVG-DAYS
054700     END-IF.
054800     MOVE WS-AVG-DAYS TO WS-FL-AVG.
054900     MOVE WS-LV-RETRANS (WS-LV-IDX) TO WS-FL-RETRANS.
055000     MOVE WS-LV-BREACH (WS-LV-IDX) TO WS-FL-BREACH.
055100     MOVE WS-FIGURE-LINE TO WS-RL-TEXT.
055200     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
055300 7300-EXIT.
055400     EXIT.
055500 7310-EDIT-ONE-BAND.
055600     MOVE WS-LV-BAND-CTR (WS-LV-IDX WS-BAND-IDX)
055700         TO WS-FL-BAND (WS-BAND-IDX).
055800 7310-EXIT.
055900     EXIT.
056000*----------------------------------------------------------------*
056100* 7400-ROLL-LEVEL - ADD LEVEL WS-LV-IDX INTO THE LEVEL ABOVE IT. *
056200*----------------------------------------------------------------*
056300 7400-ROLL-LEVEL.
056400     ADD WS-LV-ACKED (WS-LV-IDX) TO WS-LV-ACKED (WS-LV-IDX + 1).
056500     ADD WS-LV-DAYS-TOTAL (WS-LV-IDX)
056600         TO WS-LV-DAYS-TOTAL (WS-LV-IDX + 1).
056700     ADD WS-LV-RETRANS (WS-LV-IDX)
056800         TO WS-LV-RETRANS (WS-LV-IDX + 1).
056900     ADD WS-LV-BREACH (WS-LV-IDX) TO WS-LV-BREACH (WS-LV-IDX + 1).
057000     PERFORM 7410-ROLL-ONE-BAND THRU 7410-EXIT
057100         VARYING WS-BAND-IDX FROM 1 BY 1
057200         UNTIL WS-BAND-IDX > 5.
057300 7400-EXIT.
057400     EXIT.
057500 7410-ROLL-ONE-BAND.
057600     ADD WS-LV-BAND-CTR (WS-LV-IDX WS-BAND-IDX)
057700         TO WS-LV-BAND-CTR (WS-LV-IDX + 1 WS-BAND-IDX).
057800 7410-EXIT.
057900     EXIT.
058000 7500-CLEAR-LEVEL.
058100     MOVE ZERO TO WS-LV-ACKED (WS-LV-IDX).
058200     MOVE ZERO TO WS-LV-DAYS-TOTAL (WS-LV-IDX).
058300     MOVE ZERO TO WS-LV-RETRANS (WS-LV-IDX).
058400     MOVE ZERO TO WS-LV-BREACH (WS-LV-IDX).
058500     PERFORM 7510-CLEAR-ONE-BAND THRU 7510-EXIT
058600         VARYING WS-BAND-IDX FROM 1 BY 1
058700         UNTIL WS-BAND-IDX > 5.
058800 7500-EXIT.
058900     EXIT.
059000 7510-CLEAR-ONE-BAND.
059100     MOVE ZERO TO WS-LV-BAND-CTR (WS-LV-IDX WS-BAND-IDX).
059200 7510-EXIT.
059300     EXIT.
059400*----------------------------------------------------------------*
059500* 8000-WRITE-RUN-TOTALS - ALL CUSTOMERS TOGETHER, AND THE        *
059600* MATCHED RECORDS PROVED: READ = REPORTED + OUTSIDE THE PERIOD + *
059700* UNUSABLE.                                                      *
059800*----------------------------------------------------------------*
059900 8000-WRITE-RUN-TOTALS.
060000     MOVE SPACES TO WS-HEADING-LINE.
060100     STRING "CERTIFICATION TURNAROUND - RUN TOTALS  FED "
060200            DELIMITED BY SIZE
060300            WS-SEL-DATE-FROM DELIMITED BY SIZE
060400            " TO " DELIMITED BY SIZE
060500            WS-SEL-DATE-TO DELIMITED BY SIZE
060600            "  TARGET " DELIMITED BY SIZE
060700            WS-TARGET-DISP DELIMITED BY SIZE
060800            " DAYS  RUN DATE " DELIMITED BY SIZE
060900            WS-RUN-DATE DELIMITED BY SIZE
061000         INTO WS-HEADING-LINE.
061100     PERFORM 7200-SET-COLUMN-LINE THRU 7200-EXIT.
061200     PERFORM 7100-NEW-PAGE THRU 7100-EXIT.
061300     MOVE "ALL CUSTOMERS" TO WS-FL-CAPTION.
061400     MOVE 3 TO WS-LV-IDX.
061500     PERFORM 7300-WRITE-FIGURES THRU 7300-EXIT.
061600     MOVE WS-MATCH-READ-CTR TO WS-CTR-DISP.
061700     MOVE SPACES TO WS-RL-TEXT.
061800     STRING "  MATCHED ACKS READ  . . . . . . . "
061900            DELIMITED BY SIZE
062000            WS-CTR-DISP DELIMITED BY SIZE
062100         INTO WS-RL-TEXT.
062200     MOVE 3 TO WS-ADVANCE.
062300     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
062400     MOVE 1 TO WS-ADVANCE.
062500     MOVE WS-RELEASED-CTR TO WS-CTR-DISP.
062600     MOVE SPACES TO WS-RL-TEXT.
062700     STRING "    REPORTED ABOVE . . . . . . . . "
062800            DELIMITED BY SIZE
062900            WS-CTR-DISP DELIMITED BY SIZE
063000         INTO WS-RL-TEXT.
063100     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
063200     MOVE WS-OUT-OF-PERIOD-CTR TO WS-CTR-DISP.
063300     MOVE SPACES TO WS-RL-TEXT.
063400     STRING "    FED OUTSIDE THE PERIOD . . . . "
063500            DELIMITED BY SIZE
063600            WS-CTR-DISP DELIMITED BY SIZE
063700         INTO WS-RL-TEXT.
063800     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
063900     MOVE WS-BAD-DATE-CTR TO WS-CTR-DISP.
064000     MOVE SPACES TO WS-RL-TEXT.
064100     STRING "    UNUSABLE FEED OR ACK DATE  . . "
064200            DELIMITED BY SIZE
064300            WS-CTR-DISP DELIMITED BY SIZE
064400         INTO WS-RL-TEXT.
064500     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
064600     MOVE WS-NO-RETRY-CTR TO WS-CTR-DISP.
064700     MOVE SPACES TO WS-RL-TEXT.
064800     STRING "  REPORTED WITH NO RETRY COUNT . . "
064900            DELIMITED BY SIZE
065000            WS-CTR-DISP DELIMITED BY SIZE
065100         INTO WS-RL-TEXT.
065200     MOVE 2 TO WS-ADVANCE.
065300     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
065400     MOVE 1 TO WS-ADVANCE.
065500     IF WS-MATCH-READ-CTR NOT = WS-RELEASED-CTR
065600         + WS-OUT-OF-PERIOD-CTR + WS-BAD-DATE-CTR
065700         MOVE SPACES TO WS-RL-TEXT
065800         MOVE "  ** MATCHED ACKS DO NOT BALANCE **" TO WS-RL-TEXT
065900         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
066000         DISPLAY "CERTTURN: MATCHED ACKS DO NOT BALANCE"
066100         MOVE 8 TO RETURN-CODE
066200     END-IF.
066300 8000-EXIT.
066400     EXIT.
066500*----------------------------------------------------------------*
066600* 8500-WRITE-BREACHES - EVERY ACK THAT TOOK LONGER THAN THE      *
066700* TARGET, IN CUSTOMER, JOB AND FEED-DATE ORDER.                  *
066800*----------------------------------------------------------------*
066900 8500-WRITE-BREACHES.
067000     MOVE SPACES TO WS-HEADING-LINE.
067100     STRING "SERVICE-TARGET BREACHES - ACKS TAKING OVER "
067200            DELIMITED BY SIZE
067300            WS-TARGET-DISP DELIMITED BY SIZE
067400            " DAYS  RUN DATE " DELIMITED BY SIZE
067500            WS-RUN-DATE DELIMITED BY SIZE
067600         INTO WS-HEADING-LINE.
067700     MOVE SPACES TO WS-COLUMN-LINE.
067800     STRING "  CUSTOMER             JOB      SENTENCE  FED     "
067900            DELIMITED BY SIZE
068000            "ACKED    DAYS RETRANSMIT" DELIMITED BY SIZE
068100         INTO WS-COLUMN-LINE.
068200     PERFORM 7100-NEW-PAGE THRU 7100-EXIT.
068300     IF WS-BR-CTR = ZERO
068400         MOVE SPACES TO WS-RL-TEXT
068500         MOVE "  NO BREACHES" TO WS-RL-TEXT
068600         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
068700         GO TO 8500-EXIT
068800     END-IF.
068900     PERFORM 8510-WRITE-ONE-BREACH THRU 8510-EXIT
069000         VARYING WS-BR-IDX FROM 1 BY 1
069100         UNTIL WS-BR-IDX > WS-BR-CTR.
069200     IF WS-BR-DROPPED-CTR > ZERO
069300         MOVE WS-BR-DROPPED-CTR TO WS-CTR-DISP
069400         MOVE SPACES TO WS-RL-TEXT
069500         STRING "  ** " DELIMITED BY SIZE
069600                WS-CTR-DISP DELIMITED BY SIZE
069700                " MORE BREACHES NOT LISTED - TABLE FULL **"
069800                    DELIMITED BY SIZE
069900             INTO WS-RL-TEXT
070000         MOVE 2 TO WS-ADVANCE
070100         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
070200         DISPLAY "CERTTURN: BREACH TABLE FULL - RAISE WS-BR-MAX"
070300     END-IF.
070400 8500-EXIT.
070500     EXIT.
070600 8510-WRITE-ONE-BREACH.
070700     MOVE WS-BR-ENTRY (WS-BR-IDX) TO WS-BREACH-WORK.
070800     MOVE WS-BW-DAYS TO WS-DAYS-DISP.
070900     MOVE WS-BW-RETRY-CTR TO WS-RETRY-DISP.
071000     MOVE SPACES TO WS-RL-TEXT.
071100     STRING "  " DELIMITED BY SIZE
071200            WS-BW-CUSTOMER DELIMITED BY SIZE
071300            " " DELIMITED BY SIZE
071400            WS-BW-JOB-ID DELIMITED BY SIZE
071500            " " DELIMITED BY SIZE
071600            WS-BW-SENTENCE-ID DELIMITED BY SIZE
071700            "   " DELIMITED BY SIZE
071800            WS-BW-RUN-DATE DELIMITED BY SIZE
071900            "  " DELIMITED BY SIZE
072000            WS-BW-ACK-DATE DELIMITED BY SIZE
072100            "  " DELIMITED BY SIZE
072200            WS-DAYS-DISP DELIMITED BY SIZE
072300            "         " DELIMITED BY SIZE
072400            WS-RETRY-DISP DELIMITED BY SIZE
072500         INTO WS-RL-TEXT.
072600     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
072700 8510-EXIT.
072800     EXIT.
072900*----------------------------------------------------------------*
073000* 9000-TERMINATE - CLOSE FILES.  ANY BREACH ENDS THE RUN RC 4 SO *
073100* THE SERVICE DESK SEES IT BEFORE THE CUSTOMER DOES.             *
073200*----------------------------------------------------------------*
073300 9000-TERMINATE.
073400     CLOSE MATCHED-IN-FILE.
073500     CLOSE TURN-REPORT.
073600     IF WS-LV-BREACH (3) > ZERO
073700         AND RETURN-CODE < 4
073800         MOVE 4 TO RETURN-CODE
073900     END-IF.
074000 9000-EXIT.
074100     EXIT.
