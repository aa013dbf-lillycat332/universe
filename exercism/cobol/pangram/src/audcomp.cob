000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AUDCOMP.
000300 AUTHOR. R. HASTINGS.
000400 INSTALLATION. PRINT-QA DEPT.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800* MODIFICATION HISTORY                                           *
000900*----------------------------------------------------------------*
001000* 10/15/2026 RH  ORIGINAL VERSION - PARALLEL-RUN COMPARISON OF   *
001100*                 TWO SETS OF AUDIT RECORDS (TWO RUNS' AUDITOUT  *
001200*                 EXTRACTS, OR A PRODUCTION RUN AND A TEST RUN   *
001300*                 OF A CHANGED SCORING PROGRAM).  SENTENCES ARE  *
001400*                 MATCHED ON SENTENCE ID AND JOB, AND EVERY      *
001500*                 SENTENCE WHOSE RESULT OR OVERLENGTH FLAG       *
001600*                 CHANGED, WHOSE TEXT CHANGED, OR THAT IS IN     *
001700*                 ONLY ONE RUN IS LISTED.  RC 0 MEANS THE RUNS   *
001800*                 ARE IDENTICAL, SO A SCORING CHANGE CAN BE      *
001900*                 SIGNED OFF BEFORE IT GOES INTO THE NIGHTLY     *
002000*                 SCHEDULE.                                      *
002100*----------------------------------------------------------------*
002200* THE BASE RUN (AUDBASE) IS THE ONE BELIEVED RIGHT - THE         *
002300* PRODUCTION RUN OR THE EARLIER ONE; THE TEST RUN (AUDTEST) IS   *
002400* THE ONE BEING PROVED.  EACH SIDE IS SORTED ON SENTENCE ID, JOB *
002500* AND RUN DATE AND TIME, AND THE TWO ARE MATCHED IN ONE PASS.  A *
002600* SENTENCE SCORED MORE THAN ONCE UNDER THE SAME JOB ON ONE SIDE  *
002700* PAIRS OFF OLDEST FIRST; THE SURPLUS SHOWS AS IN ONE RUN ONLY.  *
002800*----------------------------------------------------------------*
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER. IBM-370.
003200 OBJECT-COMPUTER. IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT AUDIT-BASE-FILE ASSIGN TO AUDBASE
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-BASE-FILE-STATUS.
003800     SELECT AUDIT-TEST-FILE ASSIGN TO AUDTEST
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-TEST-FILE-STATUS.
004100     SELECT BASE-SORTED-FILE ASSIGN TO BASESRT
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-BSRT-FILE-STATUS.
004400     SELECT OPTIONAL COMP-PARM-FILE ASSIGN TO CMPPARM
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-PARM-FILE-STATUS.
004700     SELECT COMP-REPORT ASSIGN TO CMPRPT
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-RPT-FILE-STATUS.
005000     SELECT AUD-SORT-FILE ASSIGN TO SORTWK.
005100 DATA DIVISION.
005200 FILE SECTION.
005300*----------------------------------------------------------------*
005400* THE TWO SETS OF AUDIT RECORDS, PANAUD LAYOUT, READ INTO ONE    *
005500* WORK RECORD.                                                   *
005600*----------------------------------------------------------------*
005700 FD  AUDIT-BASE-FILE
005800     RECORD CONTAINS 120 CHARACTERS
005900     LABEL RECORDS ARE STANDARD.
006000 01  AUD-BASE-RECORD             PIC X(120).
006100 FD  AUDIT-TEST-FILE
006200     RECORD CONTAINS 120 CHARACTERS
006300     LABEL RECORDS ARE STANDARD.
006400 01  AUD-TEST-RECORD             PIC X(120).
006500*----------------------------------------------------------------*
006600* THE BASE RUN'S SELECTED RECORDS IN SENTENCE-ID / JOB ORDER,    *
006700* WRITTEN BY THE FIRST SORT AND READ BACK AGAINST THE SECOND.    *
006800*----------------------------------------------------------------*
006900 FD  BASE-SORTED-FILE
007000     RECORD CONTAINS 120 CHARACTERS
007100     LABEL RECORDS ARE STANDARD.
007200 01  BSRT-RECORD                 PIC X(120).
007300*----------------------------------------------------------------*
007400* SELECTION PARAMETER CARD.  A RUN DATE NARROWS ITS SIDE TO ONE  *
007500* RUN OF AN ACCUMULATED AUDIT FILE; A JOB NARROWS BOTH SIDES.  A *
007600* BLANK FIELD PLACES NO RESTRICTION; NO CARD COMPARES THE TWO    *
007700* FILES WHOLE.                                                   *
007800*----------------------------------------------------------------*
007900 FD  COMP-PARM-FILE
008000     RECORD CONTAINS 80 CHARACTERS
008100     LABEL RECORDS ARE STANDARD.
008200 01  COMP-PARM-RECORD.
008300     05  CPRM-BASE-RUN-DATE      PIC X(06).
008400     05  CPRM-TEST-RUN-DATE      PIC X(06).
008500     05  CPRM-JOB-ID             PIC X(08).
008600     05  FILLER                  PIC X(60).
008700 FD  COMP-REPORT
008800     RECORD CONTAINS 132 CHARACTERS
008900     LABEL RECORDS ARE STANDARD.
009000 01  CR-LINE                     PIC X(132).
009100*----------------------------------------------------------------*
009200* SORT WORK - ONE SIDE'S SELECTED AUDIT RECORDS, IN THE PANAUD   *
009300* LAYOUT, BY SENTENCE ID, JOB AND RUN DATE AND TIME.             *
009400*----------------------------------------------------------------*
009500 SD  AUD-SORT-FILE.
009600 01  SORT-RECORD.
009700     05  SORT-SENTENCE-ID        PIC 9(07).
009800     05  SORT-SENTENCE-TEXT      PIC X(60).
009900     05  SORT-RESULT             PIC 9(01).
010000     05  SORT-OVERLENGTH-FLAG    PIC X(01).
010100     05  SORT-RUN-DATE           PIC 9(06).
010200     05  SORT-RUN-TIME           PIC 9(08).
010300     05  SORT-JOB-ID             PIC X(08).
010400     05  SORT-CUSTOMER           PIC X(20).
010500     05  FILLER                  PIC X(09).
010600 WORKING-STORAGE SECTION.
010700*----------------------------------------------------------------*
010800* FILE STATUS FIELDS AND SWITCHES                                *
010900*----------------------------------------------------------------*
011000 77  WS-BASE-FILE-STATUS        PIC X(02) VALUE SPACES.
011100 77  WS-TEST-FILE-STATUS        PIC X(02) VALUE SPACES.
011200 77  WS-BSRT-FILE-STATUS        PIC X(02) VALUE SPACES.
011300 77  WS-PARM-FILE-STATUS        PIC X(02) VALUE SPACES.
011400 77  WS-RPT-FILE-STATUS         PIC X(02) VALUE SPACES.
011500 77  WS-BASE-EOF-SWITCH         PIC X(01) VALUE "N".
011600     88  WS-BASE-END-OF-FILE              VALUE "Y".
011700 77  WS-TEST-EOF-SWITCH         PIC X(01) VALUE "N".
011800     88  WS-TEST-END-OF-FILE              VALUE "Y".
011900 77  WS-DIFF-SWITCH             PIC X(01) VALUE "N".
012000     88  WS-PAIR-DIFFERS                  VALUE "Y".
012100     88  WS-PAIR-SAME                     VALUE "N".
012200*----------------------------------------------------------------*
012300* SELECTION IN FORCE.  SPACES SELECT EVERYTHING.                 *
012400*----------------------------------------------------------------*
012500 77  WS-SEL-BASE-RUN-DATE       PIC X(06) VALUE SPACES.
012600 77  WS-SEL-TEST-RUN-DATE       PIC X(06) VALUE SPACES.
012700 77  WS-SEL-JOB-ID              PIC X(08) VALUE SPACES.
012800*----------------------------------------------------------------*
012900* RUN COUNTERS AND CONTROL TOTALS                                *
013000*----------------------------------------------------------------*
013100 77  WS-BASE-READ-CTR           PIC 9(07) COMP VALUE ZERO.
013200 77  WS-BASE-SKIP-CTR           PIC 9(07) COMP VALUE ZERO.
013300 77  WS-BASE-SEL-CTR            PIC 9(07) COMP VALUE ZERO.
013400 77  WS-TEST-READ-CTR           PIC 9(07) COMP VALUE ZERO.
013500 77  WS-TEST-SKIP-CTR           PIC 9(07) COMP VALUE ZERO.
013600 77  WS-TEST-SEL-CTR            PIC 9(07) COMP VALUE ZERO.
013700 77  WS-PAIRED-CTR              PIC 9(07) COMP VALUE ZERO.
013800 77  WS-IDENTICAL-CTR           PIC 9(07) COMP VALUE ZERO.
013900 77  WS-DIFFERING-CTR           PIC 9(07) COMP VALUE ZERO.
014000 77  WS-RESULT-DIFF-CTR         PIC 9(07) COMP VALUE ZERO.
014100 77  WS-OVERLEN-DIFF-CTR        PIC 9(07) COMP VALUE ZERO.
014200 77  WS-TEXT-DIFF-CTR           PIC 9(07) COMP VALUE ZERO.
014300 77  WS-BASE-ONLY-CTR           PIC 9(07) COMP VALUE ZERO.
014400 77  WS-TEST-ONLY-CTR           PIC 9(07) COMP VALUE ZERO.
014500 77  WS-BREAK-CTR               PIC 9(07) COMP VALUE ZERO.
014600 77  WS-CTR-DISP                PIC Z(6)9.
014700 77  WS-CTR-DISP-2              PIC Z(6)9.
014800 77  WS-CTR-DISP-3              PIC Z(6)9.
014900*----------------------------------------------------------------*
015000* ONE CONTROL EQUATION IN HAND: A CAPTION AND THE TWO SIDES.     *
015100*----------------------------------------------------------------*
015200 01  WS-BAL-CAPTION             PIC X(38) VALUE SPACES.
015300 01  WS-BAL-LEFT                PIC 9(07) COMP VALUE ZERO.
015400 01  WS-BAL-RIGHT               PIC 9(07) COMP VALUE ZERO.
015500 01  WS-BAL-LEFT-DISP           PIC Z(6)9.
015600 01  WS-BAL-RIGHT-DISP          PIC Z(6)9.
015700*----------------------------------------------------------------*
015800* MATCH KEYS - SENTENCE ID AND JOB.  HIGH-VALUES MARKS AN        *
015900* EXHAUSTED SIDE.                                                *
016000*----------------------------------------------------------------*
016100 01  WS-BASE-KEY.
016200     05  WS-BASE-KEY-ID          PIC X(07).
016300     05  WS-BASE-KEY-JOB         PIC X(08).
016400 01  WS-TEST-KEY.
016500     05  WS-TEST-KEY-ID          PIC X(07).
016600     05  WS-TEST-KEY-JOB         PIC X(08).
016700*----------------------------------------------------------------*
016800* AUDIT RECORD AS READ FROM EITHER INPUT.                        *
016900*----------------------------------------------------------------*
017000 01  WS-AUD-WORK.
017100     COPY PANAUD.
017200*----------------------------------------------------------------*
017300* THE BASE RECORD IN HAND, READ BACK FROM THE SORTED BASE FILE,  *
017400* IN THE PANAUD LAYOUT.  THE TEST RECORD IN HAND IS THE SORT     *
017500* RECORD ITSELF.                                                 *
017600*----------------------------------------------------------------*
017700 01  WS-BASE-WORK.
017800     05  WS-BW-SENTENCE-ID       PIC 9(07).
017900     05  WS-BW-SENTENCE-TEXT     PIC X(60).
018000     05  WS-BW-RESULT            PIC 9(01).
018100     05  WS-BW-OVERLENGTH-FLAG   PIC X(01).
018200     05  WS-BW-RUN-DATE          PIC 9(06).
018300     05  WS-BW-RUN-TIME          PIC 9(08).
018400     05  WS-BW-JOB-ID            PIC X(08).
018500     05  WS-BW-CUSTOMER          PIC X(20).
018600     05  FILLER                  PIC X(09).
018700*----------------------------------------------------------------*
018800* ONE SIDE'S OUTCOME IN WORDS FOR THE LISTING - PASS OR FAIL,    *
018900* AND OVERLENGTH WHEN FLAGGED.                                   *
019000*----------------------------------------------------------------*
019100 01  WS-OC-RESULT               PIC 9(01) VALUE ZERO.
019200 01  WS-OC-OVERLEN              PIC X(01) VALUE SPACE.
019300 01  WS-OC-TEXT                 PIC X(16) VALUE SPACES.
019400 01  WS-BASE-OUTCOME            PIC X(16) VALUE SPACES.
019500*----------------------------------------------------------------*
019600* ONE LISTING LINE: THE SENTENCE, THE KIND OF DIFFERENCE, THE    *
019700* SIDE AND WHAT THAT SIDE HOLDS.                                 *
019800*----------------------------------------------------------------*
019900 01  WS-DETAIL-LINE.
020000     05  FILLER                  PIC X(02).
020100     05  WS-DL-SENTENCE-ID       PIC X(07).
020200     05  FILLER                  PIC X(02).
020300     05  WS-DL-JOB-ID            PIC X(08).
020400     05  FILLER                  PIC X(02).
020500     05  WS-DL-DIFFERENCE        PIC X(17).
020600     05  WS-DL-SIDE              PIC X(05).
020700     05  WS-DL-DETAIL            PIC X(89).
020800*----------------------------------------------------------------*
020900* SELECTION AS PRINTED ON THE HEADING - ALL WHERE NOTHING WAS    *
021000* PICKED.                                                        *
021100*----------------------------------------------------------------*
021200 01  WS-BASE-DATE-DISP          PIC X(06) VALUE SPACES.
021300 01  WS-TEST-DATE-DISP          PIC X(06) VALUE SPACES.
021400 01  WS-JOB-DISP                PIC X(08) VALUE SPACES.
021500*----------------------------------------------------------------*
021600* RUN DATE AND TIME FOR THE REPORT HEADING.                      *
021700*----------------------------------------------------------------*
021800 01  WS-RUN-DATE                PIC 9(06).
021900 01  WS-RUN-TIME                PIC 9(08).
022000*----------------------------------------------------------------*
022100* REPORT PRINT LINE.                                             *
022200*----------------------------------------------------------------*
022300 01  WS-REPORT-LINE.
022400     05  WS-RL-TEXT              PIC X(132).
022500 PROCEDURE DIVISION.
022600*----------------------------------------------------------------*
022700* 0000-MAINLINE - SORT THE BASE RUN TO A WORK FILE, THEN SORT    *
022800* THE TEST RUN AND MATCH IT AGAINST THE BASE AS IT COMES OFF THE *
022900* SORT.                                                          *
023000*----------------------------------------------------------------*
023100 0000-MAINLINE.
023200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023300     SORT AUD-SORT-FILE
023400         ON ASCENDING KEY SORT-SENTENCE-ID
023500                          SORT-JOB-ID
023600                          SORT-RUN-DATE
023700                          SORT-RUN-TIME
023800         INPUT PROCEDURE IS 2000-SELECT-BASE THRU 2000-EXIT
023900         GIVING BASE-SORTED-FILE.
024000     SORT AUD-SORT-FILE
024100         ON ASCENDING KEY SORT-SENTENCE-ID
024200                          SORT-JOB-ID
024300                          SORT-RUN-DATE
024400                          SORT-RUN-TIME
024500         INPUT PROCEDURE IS 3000-SELECT-TEST THRU 3000-EXIT
024600         OUTPUT PROCEDURE IS 4000-COMPARE-RUNS THRU 4000-EXIT.
024700     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
024800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
024900     STOP RUN.
025000*----------------------------------------------------------------*
025100* 1000-INITIALIZE - OPEN FILES, TAKE THE SELECTION CARD AND      *
025200* PRINT THE HEADING.                                             *
025300*----------------------------------------------------------------*
025400 1000-INITIALIZE.
025500     ACCEPT WS-RUN-DATE FROM DATE.
025600     ACCEPT WS-RUN-TIME FROM TIME.
025700     OPEN INPUT AUDIT-BASE-FILE.
025800     IF WS-BASE-FILE-STATUS NOT = "00"
025900         DISPLAY "AUDCOMP: AUDIT-BASE-FILE OPEN FAILED, STATUS "
026000             WS-BASE-FILE-STATUS
026100         MOVE 16 TO RETURN-CODE
026200         STOP RUN
026300     END-IF.
026400     OPEN INPUT AUDIT-TEST-FILE.
026500     IF WS-TEST-FILE-STATUS NOT = "00"
026600         DISPLAY "AUDCOMP: AUDIT-TEST-FILE OPEN FAILED, STATUS "
026700             WS-TEST-FILE-STATUS
026800         MOVE 16 TO RETURN-CODE
026900         STOP RUN
027000     END-IF.
027100     OPEN INPUT COMP-PARM-FILE.
027200     PERFORM 1100-TAKE-PARM-CARD THRU 1100-EXIT.
027300     CLOSE COMP-PARM-FILE.
027400     OPEN OUTPUT COMP-REPORT.
027500     IF WS-RPT-FILE-STATUS NOT = "00"
027600         DISPLAY "AUDCOMP: COMP-REPORT OPEN FAILED, STATUS "
027700             WS-RPT-FILE-STATUS
027800         MOVE 16 TO RETURN-CODE
027900         STOP RUN
028000     END-IF.
028100     MOVE "ALL" TO WS-BASE-DATE-DISP.
028200     IF WS-SEL-BASE-RUN-DATE NOT = SPACES
028300         MOVE WS-SEL-BASE-RUN-DATE TO WS-BASE-DATE-DISP
028400     END-IF.
028500     MOVE "ALL" TO WS-TEST-DATE-DISP.
028600     IF WS-SEL-TEST-RUN-DATE NOT = SPACES
028700         MOVE WS-SEL-TEST-RUN-DATE TO WS-TEST-DATE-DISP
028800     END-IF.
028900     MOVE "ALL" TO WS-JOB-DISP.
029000     IF WS-SEL-JOB-ID NOT = SPACES
029100         MOVE WS-SEL-JOB-ID TO WS-JOB-DISP
029200     END-IF.
029300     MOVE SPACES TO WS-RL-TEXT.
029400     STRING "AUDIT PARALLEL-RUN COMPARISON - RUN DATE "
029500            DELIMITED BY SIZE
029600            WS-RUN-DATE DELIMITED BY SIZE
029700         INTO WS-RL-TEXT.
029800     WRITE CR-LINE FROM WS-REPORT-LINE AFTER ADVANCING PAGE.
029900     MOVE SPACES TO WS-RL-TEXT.
030000     STRING "  BASE RUN (AUDBASE) DATE " DELIMITED BY SIZE
030100            WS-BASE-DATE-DISP DELIMITED BY SIZE
030200            "   TEST RUN (AUDTEST) DATE " DELIMITED BY SIZE
030300            WS-TEST-DATE-DISP DELIMITED BY SIZE
030400            "   JOB " DELIMITED BY SIZE
030500            WS-JOB-DISP DELIMITED BY SIZE
030600         INTO WS-RL-TEXT.
030700     WRITE CR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 2 LINES.
030800     MOVE SPACES TO WS-RL-TEXT.
030900     MOVE "  SENTENCE JOB       DIFFERENCE       SIDE"
031000         TO WS-RL-TEXT.
031100     WRITE CR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 2 LINES.
031200     MOVE SPACES TO WS-RL-TEXT.
031300     WRITE CR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
031400 1000-EXIT.
031500     EXIT.
031600*----------------------------------------------------------------*
031700* 1100-TAKE-PARM-CARD - THE SELECTION.  A RUN DATE PRESENT BUT   *
031800* NOT NUMERIC STOPS THE RUN; A MISSING CARD COMPARES THE FILES   *
031900* WHOLE.                                                         *
032000*----------------------------------------------------------------*
032100 1100-TAKE-PARM-CARD.
032200     IF WS-PARM-FILE-STATUS NOT = "00"
032300         GO TO 1100-EXIT
032400     END-IF.
032500     READ COMP-PARM-FILE
032600         AT END GO TO 1100-EXIT
032700     END-READ.
032800     IF CPRM-BASE-RUN-DATE NOT = SPACES
032900         IF CPRM-BASE-RUN-DATE NOT NUMERIC
033000             DISPLAY "AUDCOMP: BASE RUN DATE NOT NUMERIC: "
033100                 CPRM-BASE-RUN-DATE
033200             MOVE 16 TO RETURN-CODE
033300             STOP RUN
033400         ELSE
033500             MOVE CPRM-BASE-RUN-DATE TO WS-SEL-BASE-RUN-DATE
033600         END-IF
033700     END-IF.
033800     IF CPRM-TEST-RUN-DATE NOT = SPACES
033900         IF CPRM-TEST-RUN-DATE NOT NUMERIC
034000             DISPLAY "AUDCOMP: TEST RUN DATE NOT NUMERIC: "
034100                 CPRM-TEST-RUN-DATE
034200             MOVE 16 TO RETURN-CODE
034300             STOP RUN
034400         ELSE
034500             MOVE CPRM-TEST-RUN-DATE TO WS-SEL-TEST-RUN-DATE
034600         END-IF
034700     END-IF.
034800     MOVE CPRM-JOB-ID TO WS-SEL-JOB-ID.
034900 1100-EXIT.
035000     EXIT.
035100*----------------------------------------------------------------*
035200* 2000-SELECT-BASE - FIRST SORT'S INPUT PROCEDURE: THE BASE      *
035300* RUN'S RECORDS THAT PASS THE SELECTION.                         *
035400*----------------------------------------------------------------*
035500 2000-SELECT-BASE.
035600     PERFORM 2100-SELECT-ONE-BASE THRU 2100-EXIT
035700         UNTIL WS-BASE-END-OF-FILE.
035800 2000-EXIT.
035900     EXIT.
036000 2100-SELECT-ONE-BASE.
036100     READ AUDIT-BASE-FILE INTO WS-AUD-WORK
036200         AT END
036300             SET WS-BASE-END-OF-FILE TO TRUE
036400             GO TO 2100-EXIT
036500     END-READ.
036600     ADD 1 TO WS-BASE-READ-CTR.
036700     IF (WS-SEL-BASE-RUN-DATE NOT = SPACES
036800         AND AUD-RUN-DATE NOT = WS-SEL-BASE-RUN-DATE)
036900         OR (WS-SEL-JOB-ID NOT = SPACES
037000         AND AUD-JOB-ID NOT = WS-SEL-JOB-ID)
037100         ADD 1 TO WS-BASE-SKIP-CTR
037200         GO TO 2100-EXIT
037300     END-IF.
037400     ADD 1 TO WS-BASE-SEL-CTR.
037500     RELEASE SORT-RECORD FROM WS-AUD-WORK.
037600 2100-EXIT.
037700     EXIT.
037800*----------------------------------------------------------------*
037900* 3000-SELECT-TEST - SECOND SORT'S INPUT PROCEDURE: THE TEST     *
038000* RUN'S RECORDS THAT PASS THE SELECTION.                         *
038100*----------------------------------------------------------------*
038200 3000-SELECT-TEST.
038300     PERFORM 3100-SELECT-ONE-TEST THRU 3100-EXIT
038400         UNTIL WS-TEST-END-OF-FILE.
038500 3000-EXIT.
038600     EXIT.
038700 3100-SELECT-ONE-TEST.
038800     READ AUDIT-TEST-FILE INTO WS-AUD-WORK
038900         AT END
039000             SET WS-TEST-END-OF-FILE TO TRUE
039100             GO TO 3100-EXIT
039200     END-READ.
039300     ADD 1 TO WS-TEST-READ-CTR.
039400     IF (WS-SEL-TEST-RUN-DATE NOT = SPACES
039500         AND AUD-RUN-DATE NOT = WS-SEL-TEST-RUN-DATE)
039600         OR (WS-SEL-JOB-ID NOT = SPACES
039700         AND AUD-JOB-ID NOT = WS-SEL-JOB-ID)
039800         ADD 1 TO WS-TEST-SKIP-CTR
039900         GO TO 3100-EXIT
040000     END-IF.
040100     ADD 1 TO WS-TEST-SEL-CTR.
040200     RELEASE SORT-RECORD FROM WS-AUD-WORK.
040300 3100-EXIT.
040400     EXIT.
040500*----------------------------------------------------------------*
040600* 4000-COMPARE-RUNS - SECOND SORT'S OUTPUT PROCEDURE: A TWO-WAY  *
040700* MATCH OF THE SORTED TEST RUN AGAINST THE SORTED BASE FILE.     *
040800* THE LOWER KEY IS IN ONE RUN ONLY; EQUAL KEYS ARE COMPARED      *
040900* FIELD BY FIELD.                                                *
041000*----------------------------------------------------------------*
041100 4000-COMPARE-RUNS.
041200     OPEN INPUT BASE-SORTED-FILE.
041300     IF WS-BSRT-FILE-STATUS NOT = "00"
041400         DISPLAY "AUDCOMP: BASE-SORTED-FILE OPEN FAILED, STATUS "
041500             WS-BSRT-FILE-STATUS
041600         MOVE 16 TO RETURN-CODE
041700         STOP RUN
041800     END-IF.
041900     PERFORM 4100-READ-BASE THRU 4100-EXIT.
042000     PERFORM 4200-RETURN-TEST THRU 4200-EXIT.
042100     PERFORM 4300-MATCH-ONE THRU 4300-EXIT
042200         UNTIL WS-BASE-KEY = HIGH-VALUES
042300           AND WS-TEST-KEY = HIGH-VALUES.
042400     CLOSE BASE-SORTED-FILE.
042500 4000-EXIT.
042600     EXIT.
042700 4100-READ-BASE.
042800     READ BASE-SORTED-FILE INTO WS-BASE-WORK
042900         AT END
043000             MOVE HIGH-VALUES TO WS-BASE-KEY
043100         NOT AT END
043200             MOVE WS-BW-SENTENCE-ID TO WS-BASE-KEY-ID
043300             MOVE WS-BW-JOB-ID TO WS-BASE-KEY-JOB
043400     END-READ.
043500 4100-EXIT.
043600     EXIT.
043700 4200-RETURN-TEST.
043800     RETURN AUD-SORT-FILE
043900         AT END
044000             MOVE HIGH-VALUES TO WS-TEST-KEY
044100         NOT AT END
044200             MOVE SORT-SENTENCE-ID TO WS-TEST-KEY-ID
044300             MOVE SORT-JOB-ID TO WS-TEST-KEY-JOB
044400     END-RETURN.
044500 4200-EXIT.
044600     EXIT.
044700 4300-MATCH-ONE.
044800     EVALUATE TRUE
044900         WHEN WS-BASE-KEY < WS-TEST-KEY
045000             PERFORM 4500-BASE-ONLY THRU 4500-EXIT
045100             PERFORM 4100-READ-BASE THRU 4100-EXIT
045200         WHEN WS-BASE-KEY > WS-TEST-KEY
045300             PERFORM 4600-TEST-ONLY THRU 4600-EXIT
045400             PERFORM 4200-RETURN-TEST THRU 4200-EXIT
045500         WHEN OTHER
045600             PERFORM 4400-COMPARE-PAIR THRU 4400-EXIT
045700             PERFORM 4100-READ-BASE THRU 4100-EXIT
045800             PERFORM 4200-RETURN-TEST THRU 4200-EXIT
045900     END-EVALUATE.
046000 4300-EXIT.
046100     EXIT.
046200*----------------------------------------------------------------*
046300* 4400-COMPARE-PAIR - THE SAME SENTENCE AND JOB IN BOTH RUNS.  A *
046400* CHANGED RESULT OR OVERLENGTH FLAG IS ONE LINE; CHANGED TEXT IS *
046500* TWO, BASE ABOVE TEST.  RUN DATE, TIME AND CUSTOMER ARE         *
046600* EXPECTED TO DIFFER BETWEEN RUNS AND ARE NOT COMPARED.          *
046700*----------------------------------------------------------------*
046800 4400-COMPARE-PAIR.
046900     ADD 1 TO WS-PAIRED-CTR.
047000     SET WS-PAIR-SAME TO TRUE.
047100     IF WS-BW-RESULT NOT = SORT-RESULT
047200         OR WS-BW-OVERLENGTH-FLAG NOT = SORT-OVERLENGTH-FLAG
047300         SET WS-PAIR-DIFFERS TO TRUE
047400         PERFORM 7100-WRITE-RESULT-LINE THRU 7100-EXIT
047500     END-IF.
047600     IF WS-BW-SENTENCE-TEXT NOT = SORT-SENTENCE-TEXT
047700         SET WS-PAIR-DIFFERS TO TRUE
047800         ADD 1 TO WS-TEXT-DIFF-CTR
047900         PERFORM 7200-WRITE-TEXT-LINES THRU 7200-EXIT
048000     END-IF.
048100     IF WS-PAIR-DIFFERS
048200         ADD 1 TO WS-DIFFERING-CTR
048300     ELSE
048400         ADD 1 TO WS-IDENTICAL-CTR
048500     END-IF.
048600 4400-EXIT.
048700     EXIT.
048800 4500-BASE-ONLY.
048900     ADD 1 TO WS-BASE-ONLY-CTR.
049000     MOVE WS-BW-RESULT TO WS-OC-RESULT.
049100     MOVE WS-BW-OVERLENGTH-FLAG TO WS-OC-OVERLEN.
049200     PERFORM 7000-SET-OUTCOME THRU 7000-EXIT.
049300     MOVE SPACES TO WS-DETAIL-LINE.
049400     MOVE WS-BW-SENTENCE-ID TO WS-DL-SENTENCE-ID.
049500     MOVE WS-BW-JOB-ID TO WS-DL-JOB-ID.
049600     MOVE "IN BASE RUN ONLY" TO WS-DL-DIFFERENCE.
049700     MOVE "BASE" TO WS-DL-SIDE.
049800     STRING WS-OC-TEXT DELIMITED BY SIZE
049900            " " DELIMITED BY SIZE
050000            WS-BW-SENTENCE-TEXT DELIMITED BY SIZE
050100         INTO WS-DL-DETAIL.
050200     WRITE CR-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.
050300 4500-EXIT.
050400     EXIT.
050500 4600-TEST-ONLY.
050600     ADD 1 TO WS-TEST-ONLY-CTR.
050700     MOVE SORT-RESULT TO WS-OC-RESULT.
050800     MOVE SORT-OVERLENGTH-FLAG TO WS-OC-OVERLEN.
050900     PERFORM 7000-SET-OUTCOME THRU 7000-EXIT.
051000     MOVE SPACES TO WS-DETAIL-LINE.
051100     MOVE SORT-SENTENCE-ID TO WS-DL-SENTENCE-ID.
051200     MOVE SORT-JOB-ID TO WS-DL-JOB-ID.
051300     MOVE "IN TEST RUN ONLY" TO WS-DL-DIFFERENCE.
051400     MOVE "TEST" TO WS-DL-SIDE.
051500     STRING WS-OC-TEXT DELIMITED BY SIZE
051600            " " DELIMITED BY SIZE
051700            SORT-SENTENCE-TEXT DELIMITED BY SIZE
051800         INTO WS-DL-DETAIL.
051900     WRITE CR-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.
052000 4600-EXIT.
052100     EXIT.
052200*----------------------------------------------------------------*
052300* 7000-SET-OUTCOME - ONE SIDE'S RESULT AND OVERLENGTH FLAG IN    *
052400* WORDS. A RESULT THAT IS NEITHER PASS NOR FAIL IS SHOWN AS IT   *
052500* STANDS.                                                        *
052600*----------------------------------------------------------------*
052700 7000-SET-OUTCOME.
052800     MOVE SPACES TO WS-OC-TEXT.
052900     EVALUATE WS-OC-RESULT
053000         WHEN 1
053100             MOVE "PASS" TO WS-OC-TEXT
053200         WHEN 0
053300             MOVE "FAIL" TO WS-OC-TEXT
053400         WHEN OTHER
053500             STRING "RESULT " DELIMITED BY SIZE
053600                    WS-OC-RESULT DELIMITED BY SIZE
053700                 INTO WS-OC-TEXT
053800     END-EVALUATE.
053900     IF WS-OC-OVERLEN = "Y"
054000         MOVE "OVERLENGTH" TO WS-OC-TEXT(6:10)
054100     END-IF.
054200 7000-EXIT.
054300     EXIT.
054400*----------------------------------------------------------------*
054500* 7100-WRITE-RESULT-LINE - A CHANGED RESULT (OR, WITH THE SAME   *
054600* RESULT, A CHANGED OVERLENGTH FLAG): BOTH SIDES' OUTCOMES ON    *
054700* ONE LINE.                                                      *
054800*----------------------------------------------------------------*
054900 7100-WRITE-RESULT-LINE.
055000     MOVE WS-BW-RESULT TO WS-OC-RESULT.
055100     MOVE WS-BW-OVERLENGTH-FLAG TO WS-OC-OVERLEN.
055200     PERFORM 7000-SET-OUTCOME THRU 7000-EXIT.
055300     MOVE WS-OC-TEXT TO WS-BASE-OUTCOME.
055400     MOVE SORT-RESULT TO WS-OC-RESULT.
055500     MOVE SORT-OVERLENGTH-FLAG TO WS-OC-OVERLEN.
055600     PERFORM 7000-SET-OUTCOME THRU 7000-EXIT.
055700     MOVE SPACES TO WS-DETAIL-LINE.
055800     MOVE SORT-SENTENCE-ID TO WS-DL-SENTENCE-ID.
055900     MOVE SORT-JOB-ID TO WS-DL-JOB-ID.
056000     IF WS-BW-RESULT NOT = SORT-RESULT
056100         ADD 1 TO WS-RESULT-DIFF-CTR
056200         MOVE "RESULT CHANGED" TO WS-DL-DIFFERENCE
056300     END-IF.
056400     IF WS-BW-OVERLENGTH-FLAG NOT = SORT-OVERLENGTH-FLAG
056500         ADD 1 TO WS-OVERLEN-DIFF-CTR
056600         IF WS-BW-RESULT = SORT-RESULT
056700             MOVE "OVERLENGTH FLAG" TO WS-DL-DIFFERENCE
056800         END-IF
056900     END-IF.
057000     MOVE "BASE" TO WS-DL-SIDE.
057100     STRING WS-BASE-OUTCOME DELIMITED BY SIZE
057200            " TEST " DELIMITED BY SIZE
057300            WS-OC-TEXT DELIMITED BY SIZE
057400         INTO WS-DL-DETAIL.
057500     WRITE CR-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.
057600 7100-EXIT.
057700     EXIT.
057800*----------------------------------------------------------------*
057900* 7200-WRITE-TEXT-LINES - A CHANGED TEXT: THE BASE WORDING, THEN *
058000* THE TEST WORDING UNDER IT SO THE TWO CAN BE READ CHARACTER FOR *
058100* CHARACTER.                                                     *
058200*----------------------------------------------------------------*
058300 7200-WRITE-TEXT-LINES.
058400     MOVE SPACES TO WS-DETAIL-LINE.
058500     MOVE SORT-SENTENCE-ID TO WS-DL-SENTENCE-ID.
058600     MOVE SORT-JOB-ID TO WS-DL-JOB-ID.
058700     MOVE "TEXT CHANGED" TO WS-DL-DIFFERENCE.
058800     MOVE "BASE" TO WS-DL-SIDE.
058900     MOVE WS-BW-SENTENCE-TEXT TO WS-DL-DETAIL.
059000     WRITE CR-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.
059100     MOVE SPACES TO WS-DETAIL-LINE.
059200     MOVE "TEST" TO WS-DL-SIDE.
059300     MOVE SORT-SENTENCE-TEXT TO WS-DL-DETAIL.
059400     WRITE CR-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE.
059500 7200-EXIT.
059600     EXIT.
059700*----------------------------------------------------------------*
059800* 8000-WRITE-TOTALS - WHAT EACH SIDE SUPPLIED, WHAT WAS COMPARED *
059900* AND WHAT DIFFERED, THE TWO CONTROL EQUATIONS, AND THE VERDICT. *
060000*----------------------------------------------------------------*
060100 8000-WRITE-TOTALS.
060200     MOVE SPACES TO WS-RL-TEXT.
060300     WRITE CR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
060400     MOVE WS-BASE-READ-CTR TO WS-CTR-DISP.
060500     MOVE SPACES TO WS-RL-TEXT.
060600     STRING "  BASE RECORDS READ . . . . . . "
060700            DELIMITED BY SIZE
060800            WS-CTR-DISP DELIMITED BY SIZE
060900         INTO WS-RL-TEXT.
061000     WRITE CR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
061100     MOVE WS-BASE-SKIP-CTR TO WS-CTR-DISP.
061200     MOVE SPACES TO WS-RL-TEXT.
061300     STRING "    NOT SELECTED  . . . . . . . "
061400            DELIMITED BY SIZE
061500            WS-CTR-DISP DELIMITED BY SIZE
061600         INTO WS-RL-TEXT.
061700     WRITE CR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
061800     MOVE WS-TEST-READ-CTR TO WS-CTR-DISP.
061900     MOVE SPACES TO WS-RL-TEXT.
062000     STRING "  TEST RECORDS READ . . . . . . "
062100            DELIMITED BY SIZE
062200            WS-CTR-DISP DELIMITED BY SIZE
062300         INTO WS-RL-TEXT.
062400     WRITE CR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
062500     MOVE WS-TEST-SKIP-CTR TO WS-CTR-DISP.
062600     MOVE SPACES TO WS-RL-TEXT.
062700     STRING "    NOT SELECTED  . . . . . . . "
062800            DELIMITED BY SIZE
062900            WS-CTR-DISP DELIMITED BY SIZE
063000         INTO WS-RL-TEXT.
063100     WRITE CR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
063200     MOVE WS-PAIRED-CTR TO WS-CTR-DISP.
063300     MOVE SPACES TO WS-RL-TEXT.
063400     STRING "  SENTENCES COMPARED  . . . . . "
063500            DELIMITED BY SIZE
063600            WS-CTR-DISP DELIMITED BY SIZE
063700         INTO WS-RL-TEXT.
063800     WRITE CR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
063900     MOVE WS-IDENTICAL-CTR TO WS-CTR-DISP.
064000     MOVE SPACES TO WS-RL-TEXT.
064100     STRING "    IDENTICAL . . . . . . . . . "
064200            DELIMITED BY SIZE
064300            WS-CTR-DISP DELIMITED BY SIZE
064400         INTO WS-RL-TEXT.
064500     WRITE CR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
064600     MOVE WS-DIFFERING-CTR TO WS-CTR-DISP.
064700     MOVE SPACES TO WS-RL-TEXT.
064800     STRING "    DIFFERING . . . . . . . . . "
064900            DELIMITED BY SIZE
065000            WS-CTR-DISP DELIMITED BY SIZE
065100         INTO WS-RL-TEXT.
065200     WRITE CR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
065300     MOVE WS-RESULT-DIFF-CTR TO WS-CTR-DISP.
065400     MOVE SPACES TO WS-RL-TEXT.
065500     STRING "      RESULT CHANGED  . . . . . "
065600            DELIMITED BY SIZE
065700            WS-CTR-DISP DELIMITED BY SIZE
065800         INTO WS-RL-TEXT.
065900     WRITE CR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
066000     MOVE WS-OVERLEN-DIFF-CTR TO WS-CTR-DISP.
066100     MOVE SPACES TO WS-RL-TEXT.
066200     STRING "      OVERLENGTH FLAG CHANGED . "
066300            DELIMITED BY SIZE
066400            WS-CTR-DISP DELIMITED BY SIZE
066500         INTO WS-RL-TEXT.
066600     WRITE CR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
066700     MOVE WS-TEXT-DIFF-CTR TO WS-CTR-DISP.
066800     MOVE SPACES TO WS-RL-TEXT.
066900     STRING "      TEXT CHANGED  . . . . . . "
067000            DELIMITED BY SIZE
067100            WS-CTR-DISP DELIMITED BY SIZE
067200         INTO WS-RL-TEXT.
067300     WRITE CR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
067400     MOVE WS-BASE-ONLY-CTR TO WS-CTR-DISP.
067500     MOVE SPACES TO WS-RL-TEXT.
067600     STRING "  IN BASE RUN ONLY  . . . . . . "
067700            DELIMITED BY SIZE
067800            WS-CTR-DISP DELIMITED BY SIZE
067900         INTO WS-RL-TEXT.
068000     WRITE CR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
068100     MOVE WS-TEST-ONLY-CTR TO WS-CTR-DISP.
068200     MOVE SPACES TO WS-RL-TEXT.
068300     STRING "  IN TEST RUN ONLY  . . . . . . "
068400            DELIMITED BY SIZE
068500            WS-CTR-DISP DELIMITED BY SIZE
068600         INTO WS-RL-TEXT.
068700     WRITE CR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
068800     MOVE SPACES TO WS-RL-TEXT.
068900     MOVE "  CONTROL PROOF" TO WS-RL-TEXT.
069000     WRITE CR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 2 LINES.
069100     MOVE "BASE SELECTED = COMPARED + ONLY" TO WS-BAL-CAPTION.
069200     MOVE WS-BASE-SEL-CTR TO WS-BAL-LEFT.
069300     COMPUTE WS-BAL-RIGHT = WS-PAIRED-CTR + WS-BASE-ONLY-CTR.
069400     PERFORM 8100-CHECK-ONE-BALANCE THRU 8100-EXIT.
069500     MOVE "TEST SELECTED = COMPARED + ONLY" TO WS-BAL-CAPTION.
069600     MOVE WS-TEST-SEL-CTR TO WS-BAL-LEFT.
069700     COMPUTE WS-BAL-RIGHT = WS-PAIRED-CTR + WS-TEST-ONLY-CTR.
069800     PERFORM 8100-CHECK-ONE-BALANCE THRU 8100-EXIT.
069900     PERFORM 8200-WRITE-VERDICT THRU 8200-EXIT.
070000 8000-EXIT.
070100     EXIT.
070200*----------------------------------------------------------------*
070300* 8100-CHECK-ONE-BALANCE - ONE EQUATION: PRINT BOTH SIDES, AND   *
070400* BREAK THE RUN IF THEY DIFFER.                                  *
070500*----------------------------------------------------------------*
070600 8100-CHECK-ONE-BALANCE.
070700     MOVE WS-BAL-LEFT TO WS-BAL-LEFT-DISP.
070800     MOVE WS-BAL-RIGHT TO WS-BAL-RIGHT-DISP.
070900     MOVE SPACES TO WS-RL-TEXT.
071000     IF WS-BAL-LEFT = WS-BAL-RIGHT
071100         STRING "    " DELIMITED BY SIZE
071200                WS-BAL-CAPTION DELIMITED BY SIZE
071300                WS-BAL-LEFT-DISP DELIMITED BY SIZE
071400                " =" DELIMITED BY SIZE
071500                WS-BAL-RIGHT-DISP DELIMITED BY SIZE
071600                "  IN BALANCE" DELIMITED BY SIZE
071700             INTO WS-RL-TEXT
071800     ELSE
071900         ADD 1 TO WS-BREAK-CTR
072000         STRING "    " DELIMITED BY SIZE
072100                WS-BAL-CAPTION DELIMITED BY SIZE
072200                WS-BAL-LEFT-DISP DELIMITED BY SIZE
072300                " /=" DELIMITED BY SIZE
072400                WS-BAL-RIGHT-DISP DELIMITED BY SIZE
072500                "  ** OUT OF BALANCE **" DELIMITED BY SIZE
072600             INTO WS-RL-TEXT
072700         DISPLAY "AUDCOMP: OUT OF BALANCE - " WS-BAL-CAPTION
072800     END-IF.
072900     WRITE CR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
073000 8100-EXIT.
073100     EXIT.
073200*----------------------------------------------------------------*
073300* 8200-WRITE-VERDICT - ONE LINE FOR THE SIGN-OFF.  NOTHING       *
073400* SELECTED ON EITHER SIDE PROVES NOTHING AND IS NOT CALLED       *
073500* IDENTICAL.                                                     *
073600*----------------------------------------------------------------*
073700 8200-WRITE-VERDICT.
073800     MOVE SPACES TO WS-RL-TEXT.
073900     IF WS-BREAK-CTR > ZERO
074000         STRING "  ** COMPARISON OUT OF BALANCE - "
074100                DELIMITED BY SIZE
074200                "NOT FIT FOR SIGN-OFF **" DELIMITED BY SIZE
074300             INTO WS-RL-TEXT
074400         WRITE CR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 2 LINES
074500         GO TO 8200-EXIT
074600     END-IF.
074700     IF WS-BASE-SEL-CTR = ZERO
074800         OR WS-TEST-SEL-CTR = ZERO
074900         STRING "  ** NOTHING SELECTED ON ONE SIDE - "
075000                DELIMITED BY SIZE
075100                "NO COMPARISON **" DELIMITED BY SIZE
075200             INTO WS-RL-TEXT
075300         DISPLAY "AUDCOMP: NOTHING SELECTED ON ONE SIDE"
075400         WRITE CR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 2 LINES
075500         GO TO 8200-EXIT
075600     END-IF.
075700     IF WS-DIFFERING-CTR = ZERO
075800         AND WS-BASE-ONLY-CTR = ZERO
075900         AND WS-TEST-ONLY-CTR = ZERO
076000         MOVE WS-PAIRED-CTR TO WS-CTR-DISP
076100         STRING "  RUNS IDENTICAL -" DELIMITED BY SIZE
076200                WS-CTR-DISP DELIMITED BY SIZE
076300                " SENTENCES COMPARED" DELIMITED BY SIZE
076400             INTO WS-RL-TEXT
076500         WRITE CR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 2 LINES
076600         GO TO 8200-EXIT
076700     END-IF.
076800     MOVE WS-DIFFERING-CTR TO WS-CTR-DISP.
076900     MOVE WS-BASE-ONLY-CTR TO WS-CTR-DISP-2.
077000     MOVE WS-TEST-ONLY-CTR TO WS-CTR-DISP-3.
077100     STRING "  ** RUNS DIFFER -" DELIMITED BY SIZE
077200            WS-CTR-DISP DELIMITED BY SIZE
077300            " CHANGED," DELIMITED BY SIZE
077400            WS-CTR-DISP-2 DELIMITED BY SIZE
077500            " BASE ONLY," DELIMITED BY SIZE
077600            WS-CTR-DISP-3 DELIMITED BY SIZE
077700            " TEST ONLY **" DELIMITED BY SIZE
077800         INTO WS-RL-TEXT.
077900     DISPLAY "AUDCOMP: RUNS DIFFER".
078000     WRITE CR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 2 LINES.
078100 8200-EXIT.
078200     EXIT.
078300*----------------------------------------------------------------*
078400* 9000-TERMINATE - CLOSE FILES AND SET THE RETURN CODE: 0 FOR    *
078500* IDENTICAL RUNS, 4 WHEN THEY DIFFER OR ONE SIDE SUPPLIED        *
078600* NOTHING, 8 WHEN THE COMPARISON ITSELF DOES NOT BALANCE.        *
078700*----------------------------------------------------------------*
078800 9000-TERMINATE.
078900     CLOSE AUDIT-BASE-FILE.
079000     CLOSE AUDIT-TEST-FILE.
079100     CLOSE COMP-REPORT.
079200     IF WS-BREAK-CTR > ZERO
079300         MOVE 8 TO RETURN-CODE
079400         GO TO 9000-EXIT
079500     END-IF.
079600     IF WS-DIFFERING-CTR > ZERO
079700         OR WS-BASE-ONLY-CTR > ZERO
079800         OR WS-TEST-ONLY-CTR > ZERO
079900         OR WS-BASE-SEL-CTR = ZERO
080000         OR WS-TEST-SEL-CTR = ZERO
080100         MOVE 4 TO RETURN-CODE
080200     END-IF.
080300 9000-EXIT.
080400     EXIT.
