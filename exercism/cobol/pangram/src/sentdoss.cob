000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SENTDOSS.
000300 AUTHOR. R. HASTINGS.
000400 INSTALLATION. PRINT-QA DEPT.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800* MODIFICATION HISTORY                                           *
000900*----------------------------------------------------------------*
001000* 10/15/2026 RH  ORIGINAL VERSION - SINGLE-SENTENCE DISPUTE      *
001100*                 DOSSIER. ONE PARAMETER CARD NAMES A SENTENCE   *
001200*                 AND AN OPTIONAL DATE RANGE, AND THE RUN PRINTS *
001300*                 EVERYTHING THE SHOP KNOWS ABOUT IT AS ONE      *
001400*                 DOCUMENT FOR THE CUSTOMER: THE CURRENT MASTER  *
001500*                 IMAGE, EVERY JOURNALED CHANGE, EVERY SCORING   *
001600*                 (LIVE AND ARCHIVED AUDIT TRAIL) BESIDE THE     *
001700*                 WORDING IN FORCE THAT NIGHT, EVERY             *
001800*                 CERTIFICATION EVENT WITH ITS FEED DATE, RETRY  *
001900*                 COUNT AND ACK DATE, AND ANY SUSPENSE HOLDS.    *
002000*                 EVERY PAGE CARRIES THE SELECTION AND ITS PAGE  *
002100*                 NUMBER; THE LAST LINE GIVES THE PAGE COUNT.    *
002200*----------------------------------------------------------------*
002300* THE JOURNAL, AUDIT AND CERTIFICATION FILES EXTEND RUN OVER RUN *
002400* AND READ BACK IN CHRONOLOGICAL ORDER, SO EACH IS ONE FORWARD   *
002500* PASS.  THE SENTENCE'S JOURNAL IS HELD IN A TABLE SO EACH       *
002600* SCORING CAN BE SET BESIDE THE WORDING IN FORCE WHEN IT RAN -   *
002700* THE WHOLE JOURNAL, NOT JUST THE SELECTED DATES, SO A SCORING   *
002800* EARLY IN THE RANGE STILL FINDS ITS WORDING.                    *
002900*----------------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. IBM-370.
003300 OBJECT-COMPUTER. IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT SENTENCE-MASTER ASSIGN TO SENTMST
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS RANDOM
003900         RECORD KEY IS SMST-SENTENCE-ID
004000         FILE STATUS IS WS-MST-FILE-STATUS.
004100     SELECT JOURNAL-FILE ASSIGN TO JRNLOUT
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-JRN-FILE-STATUS.
004400     SELECT AUDIT-FILE ASSIGN TO AUDITOUT
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-AUD-FILE-STATUS.
004700     SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO ARCHIN
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-ARC-FILE-STATUS.
005000     SELECT OPTIONAL MATCHED-IN-FILE ASSIGN TO MATCHIN
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-MATCH-FILE-STATUS.
005300     SELECT OPTIONAL PENDING-IN-FILE ASSIGN TO PENDIN
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-PEND-FILE-STATUS.
005600     SELECT OPTIONAL SUSP-FILE ASSIGN TO SUSPFILE
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-SUSP-FILE-STATUS.
005900     SELECT DOSS-PARM-FILE ASSIGN TO DOSPARM
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-PARM-FILE-STATUS.
006200     SELECT DOSS-REPORT ASSIGN TO DOSRPT
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS WS-RPT-FILE-STATUS.
006500 DATA DIVISION.
006600 FILE SECTION.
006700*----------------------------------------------------------------*
006800* PROOF-SENTENCE MASTER, KEYED BY SENTENCE ID.                   *
006900*----------------------------------------------------------------*
007000 FD  SENTENCE-MASTER
007100     RECORD CONTAINS 100 CHARACTERS
007200     LABEL RECORDS ARE STANDARD.
007300 01  SMST-RECORD.
007400     COPY PANSMST.
007500*----------------------------------------------------------------*
007600* THE ACCUMULATED CHANGE JOURNAL WRITTEN BY SENTMNT.             *
007700*----------------------------------------------------------------*
007800 FD  JOURNAL-FILE
007900     RECORD CONTAINS 240 CHARACTERS
008000     LABEL RECORDS ARE STANDARD.
008100 01  JRN-RECORD.
008200     COPY PANJRN.
008300*----------------------------------------------------------------*
008400* LIVE AUDIT TRAIL, AND THE ARCHIVED AUDIT GENERATIONS THE       *
008500* ARCHIVE RUN HAS MOVED OFF IT - THE SAME LAYOUT, READ INTO ONE  *
008600* WORK RECORD.                                                   *
008700*----------------------------------------------------------------*
008800 FD  AUDIT-FILE
008900     RECORD CONTAINS 120 CHARACTERS
009000     LABEL RECORDS ARE STANDARD.
009100 01  AUD-FILE-RECORD             PIC X(120).
009200 FD  ARCHIVE-FILE
009300     RECORD CONTAINS 120 CHARACTERS
009400     LABEL RECORDS ARE STANDARD.
009500 01  ARC-FILE-RECORD             PIC X(120).
009600*----------------------------------------------------------------*
009700* MATCHED-ACKNOWLEDGMENT HISTORY (THE MATCHOUT GENERATIONS) AND  *
009800* THE CURRENT PENDING FILE (THE LATEST PENDOUT) FROM THE         *
009900* RECONCILIATION RUN.                                            *
010000*----------------------------------------------------------------*
010100 FD  MATCHED-IN-FILE
010200     RECORD CONTAINS 60 CHARACTERS
010300     LABEL RECORDS ARE STANDARD.
010400 01  MTCH-RECORD.
010500     COPY PANMTCH.
010600 FD  PENDING-IN-FILE
010700     RECORD CONTAINS 80 CHARACTERS
010800     LABEL RECORDS ARE STANDARD.
010900 01  PEND-RECORD.
011000     COPY PANPEND.
011100*----------------------------------------------------------------*
011200* SUSPENSE FILE - EVERY HOLD STILL OUTSTANDING.                  *
011300*----------------------------------------------------------------*
011400 FD  SUSP-FILE
011500     RECORD CONTAINS 120 CHARACTERS
011600     LABEL RECORDS ARE STANDARD.
011700 01  SUSP-RECORD.
011800     COPY PANSUSP.
011900*----------------------------------------------------------------*
012000* SELECTION PARAMETER CARD.  THE SENTENCE ID IS REQUIRED; A      *
012100* BLANK DATE PLACES NO LIMIT ON THAT END OF THE RANGE.  THE      *
012200* CURRENT MASTER IMAGE IS PRINTED WHATEVER THE RANGE.            *
012300*----------------------------------------------------------------*
012400 FD  DOSS-PARM-FILE
012500     RECORD CONTAINS 80 CHARACTERS
012600     LABEL RECORDS ARE STANDARD.
012700 01  DOSS-PARM-RECORD.
012800     05  DPRM-SENTENCE-ID        PIC X(07).
012900     05  DPRM-DATE-FROM          PIC X(06).
013000     05  DPRM-DATE-TO            PIC X(06).
013100     05  FILLER                  PIC X(61).
013200 FD  DOSS-REPORT
013300     RECORD CONTAINS 132 CHARACTERS
013400     LABEL RECORDS ARE STANDARD.
013500 01  DR-LINE                     PIC X(132).
013600 WORKING-STORAGE SECTION.
013700*----------------------------------------------------------------*
013800* FILE STATUS FIELDS AND SWITCHES                                *
013900*----------------------------------------------------------------*
014000 77  WS-MST-FILE-STATUS         PIC X(02) VALUE SPACES.
014100 77  WS-JRN-FILE-STATUS         PIC X(02) VALUE SPACES.
014200 77  WS-AUD-FILE-STATUS         PIC X(02) VALUE SPACES.
014300 77  WS-ARC-FILE-STATUS         PIC X(02) VALUE SPACES.
014400 77  WS-MATCH-FILE-STATUS       PIC X(02) VALUE SPACES.
014500 77  WS-PEND-FILE-STATUS        PIC X(02) VALUE SPACES.
014600 77  WS-SUSP-FILE-STATUS        PIC X(02) VALUE SPACES.
014700 77  WS-PARM-FILE-STATUS        PIC X(02) VALUE SPACES.
014800 77  WS-RPT-FILE-STATUS         PIC X(02) VALUE SPACES.
014900 77  WS-EOF-SWITCH              PIC X(01) VALUE "N".
015000     88  WS-END-OF-FILE                   VALUE "Y".
015100     88  WS-NOT-END-OF-FILE               VALUE "N".
015200 77  WS-MASTER-SWITCH           PIC X(01) VALUE "N".
015300     88  WS-ON-MASTER                     VALUE "Y".
015400*----------------------------------------------------------------*
015500* SELECTION CRITERIA IN FORCE FOR THE RUN.                       *
015600*----------------------------------------------------------------*
015700 77  WS-SEL-SENTENCE-ID         PIC 9(07) VALUE ZERO.
015800 77  WS-SEL-DATE-FROM           PIC 9(06) VALUE ZERO.
015900 77  WS-SEL-DATE-TO             PIC 9(06) VALUE 999999.
016000*----------------------------------------------------------------*
016100* RUN COUNTERS AND CONTROL TOTALS                                *
016200*----------------------------------------------------------------*
016300 77  WS-JRN-READ-CTR            PIC 9(07) COMP VALUE ZERO.
016400 77  WS-AUD-READ-CTR            PIC 9(07) COMP VALUE ZERO.
016500 77  WS-ARC-READ-CTR            PIC 9(07) COMP VALUE ZERO.
016600 77  WS-MATCH-READ-CTR          PIC 9(07) COMP VALUE ZERO.
016700 77  WS-PEND-READ-CTR           PIC 9(07) COMP VALUE ZERO.
016800 77  WS-SUSP-READ-CTR           PIC 9(07) COMP VALUE ZERO.
016900 77  WS-CHANGE-CTR              PIC 9(07) COMP VALUE ZERO.
017000 77  WS-SCORING-CTR             PIC 9(07) COMP VALUE ZERO.
017100 77  WS-PASS-CTR                PIC 9(07) COMP VALUE ZERO.
017200 77  WS-FAIL-CTR                PIC 9(07) COMP VALUE ZERO.
017300 77  WS-DIFFER-CTR              PIC 9(07) COMP VALUE ZERO.
017400 77  WS-ACKED-CTR               PIC 9(07) COMP VALUE ZERO.
017500 77  WS-UNACKED-CTR             PIC 9(07) COMP VALUE ZERO.
017600 77  WS-HOLD-CTR                PIC 9(07) COMP VALUE ZERO.
017700 77  WS-CTR-DISP                PIC Z(6)9.
017710 77  WS-HELD-DATE-DISP          PIC X(07) VALUE SPACES.
017800*----------------------------------------------------------------*
017900* PAGE CONTROL.  EVERY PRINT LINE GOES THROUGH 7000-PRINT-LINE,  *
018000* WHICH STARTS A NEW PAGE - WITH THE SELECTION AND PAGE NUMBER - *
018100* WHEN THE LINE WOULD NOT FIT.                                   *
018200*----------------------------------------------------------------*
018300 77  WS-PAGE-CTR                PIC 9(05) COMP VALUE ZERO.
018400 77  WS-LINE-CTR                PIC 9(03) COMP VALUE 999.
018500 77  WS-PAGE-LINES              PIC 9(03) COMP VALUE 55.
018600 77  WS-ADVANCE                 PIC 9(01) COMP VALUE 1.
018700 77  WS-PAGE-DISP               PIC ZZZZ9.
018800 01  WS-HEADING-LINE            PIC X(132) VALUE SPACES.
018900*----------------------------------------------------------------*
019000* THE SENTENCE'S JOURNAL, OLDEST CHANGE FIRST: WHEN EACH CHANGE  *
019100* WAS APPLIED AND THE IMAGE IT LEFT IN FORCE.  THE FIRST         *
019200* CHANGE'S BEFORE IMAGE SAYS WHAT STOOD BEFORE THE JOURNAL       *
019300* BEGAN.                                                         *
019400*----------------------------------------------------------------*
019500 77  WS-JT-MAX                  PIC 9(04) COMP VALUE 500.
019600 77  WS-JT-CTR                  PIC 9(04) COMP VALUE ZERO.
019700 77  WS-JT-IDX                  PIC 9(04) COMP VALUE ZERO.
019800 77  WS-JT-FOUND-IDX            PIC 9(04) COMP VALUE ZERO.
019900 77  WS-JT-DROPPED-CTR          PIC 9(07) COMP VALUE ZERO.
020000 01  WS-JT-FIRST-BEFORE.
020100     05  WS-JB-ACTION            PIC X(01) VALUE SPACE.
020200     05  WS-JB-TEXT              PIC X(60) VALUE SPACES.
020300     05  WS-JB-STATUS            PIC X(01) VALUE SPACE.
020400 01  WS-JRN-TABLE.
020500     05  WS-JT-ENTRY OCCURS 500 TIMES.
020600         10  WS-JT-STAMP.
020700             15  WS-JT-RUN-DATE  PIC 9(06).
020800             15  WS-JT-RUN-TIME  PIC 9(08).
020900         10  WS-JT-TEXT          PIC X(60).
021000         10  WS-JT-STATUS        PIC X(01).
021100*----------------------------------------------------------------*
021200* THE SCORING IN HAND, WHICHEVER AUDIT FILE IT CAME FROM, AND    *
021300* THE WORDING IN FORCE WHEN IT RAN.                              *
021400*----------------------------------------------------------------*
021500 01  AUD-RECORD.
021600     COPY PANAUD.
021700 01  WS-AUD-STAMP.
021800     05  WS-AS-RUN-DATE          PIC 9(06).
021900     05  WS-AS-RUN-TIME          PIC 9(08).
022000 01  WS-IN-FORCE-TEXT           PIC X(60) VALUE SPACES.
022100 01  WS-IN-FORCE-STATUS         PIC X(01) VALUE SPACE.
022200 01  WS-IN-FORCE-NOTE           PIC X(40) VALUE SPACES.
022300*----------------------------------------------------------------*
022400* FORMATTED-REPORT WORK FIELDS.                                  *
022500*----------------------------------------------------------------*
022600 77  WS-ACTION-WORD             PIC X(06) VALUE SPACES.
022700 77  WS-RESULT-WORD             PIC X(04) VALUE SPACES.
022800 77  WS-OVL-WORD                PIC X(03) VALUE SPACES.
022900 77  WS-STATUS-WORD             PIC X(07) VALUE SPACES.
023000 77  WS-RETRY-TEXT              PIC X(02) VALUE SPACES.
023100 77  WS-RETRY-DISP              PIC Z9.
023200 77  WS-SECTION-TITLE           PIC X(60) VALUE SPACES.
023300 01  WS-TIME-EDIT.
023400     05  WS-TE-HH                PIC X(02).
023500     05  FILLER                  PIC X(01) VALUE ":".
023600     05  WS-TE-MM                PIC X(02).
023700     05  FILLER                  PIC X(01) VALUE ":".
023800     05  WS-TE-SS                PIC X(02).
023900 01  WS-TIME-R.
024000     05  WS-TR-HH                PIC X(02).
024100     05  WS-TR-MM                PIC X(02).
024200     05  WS-TR-SS                PIC X(02).
024300     05  WS-TR-CC                PIC X(02).
024400*----------------------------------------------------------------*
024500* RUN DATE AND TIME FOR THE REPORT HEADING.                      *
024600*----------------------------------------------------------------*
024700 01  WS-RUN-DATE                PIC 9(06).
024800 01  WS-RUN-TIME                PIC 9(08).
024900*----------------------------------------------------------------*
025000* REPORT PRINT LINE.                                             *
025100*----------------------------------------------------------------*
025200 01  WS-REPORT-LINE.
025300     05  WS-RL-TEXT              PIC X(132).
025400 PROCEDURE DIVISION.
025500*----------------------------------------------------------------*
025600* 0000-MAINLINE - BANNER AND MASTER IMAGE, THEN ONE SECTION PER  *
025700* EVIDENCE FILE, THEN THE TOTALS AND PAGE COUNT.                 *
025800*----------------------------------------------------------------*
025900 0000-MAINLINE.
026000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026100     PERFORM 2000-WRITE-MASTER THRU 2000-EXIT.
026200     PERFORM 3000-WRITE-CHANGES THRU 3000-EXIT.
026300     PERFORM 4000-WRITE-SCORINGS THRU 4000-EXIT.
026400     PERFORM 5000-WRITE-CERTIFICATIONS THRU 5000-EXIT.
026500     PERFORM 6000-WRITE-HOLDS THRU 6000-EXIT.
026600     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
026700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
026800     STOP RUN.
026900*----------------------------------------------------------------*
027000* 1000-INITIALIZE - OPEN FILES, TAKE THE SELECTION CARD AND      *
027100* PRINT THE SELECTION BANNER.  THE AUDIT ARCHIVE, MATCHED-ACK,   *
027200* PENDING AND SUSPENSE FILES ARE OPTIONAL - STATUS 05 JUST MEANS *
027300* NONE TONIGHT.                                                  *
027400*----------------------------------------------------------------*
027500 1000-INITIALIZE.
027600     ACCEPT WS-RUN-DATE FROM DATE.
027700     ACCEPT WS-RUN-TIME FROM TIME.
027800     OPEN INPUT DOSS-PARM-FILE.
027900     IF WS-PARM-FILE-STATUS NOT = "00"
028000         DISPLAY "SENTDOSS: DOSS-PARM-FILE OPEN FAILED, STATUS "
028100             WS-PARM-FILE-STATUS
028200         MOVE 16 TO RETURN-CODE
028300         STOP RUN
028400     END-IF.
028500     PERFORM 1100-TAKE-PARM-CARD THRU 1100-EXIT.
028600     CLOSE DOSS-PARM-FILE.
028700     OPEN INPUT SENTENCE-MASTER.
028800     IF WS-MST-FILE-STATUS NOT = "00"
028900         DISPLAY "SENTDOSS: SENTENCE-MASTER OPEN FAILED, STATUS "
029000             WS-MST-FILE-STATUS
029100         MOVE 16 TO RETURN-CODE
029200         STOP RUN
029300     END-IF.
029400     OPEN INPUT JOURNAL-FILE.
029500     IF WS-JRN-FILE-STATUS NOT = "00"
029600         DISPLAY "SENTDOSS: JOURNAL-FILE OPEN FAILED, STATUS "
029700             WS-JRN-FILE-STATUS
029800         MOVE 16 TO RETURN-CODE
029900         STOP RUN
030000     END-IF.
030100     OPEN INPUT AUDIT-FILE.
030200     IF WS-AUD-FILE-STATUS NOT = "00"
030300         DISPLAY "SENTDOSS: AUDIT-FILE OPEN FAILED, STATUS "
030400             WS-AUD-FILE-STATUS
030500         MOVE 16 TO RETURN-CODE
030600         STOP RUN
030700     END-IF.
030800     OPEN INPUT ARCHIVE-FILE.
030900     IF WS-ARC-FILE-STATUS NOT = "00"
031000         AND WS-ARC-FILE-STATUS NOT = "05"
031100         DISPLAY "SENTDOSS: ARCHIVE-FILE OPEN FAILED, STATUS "
031200             WS-ARC-FILE-STATUS
031300         MOVE 16 TO RETURN-CODE
031400         STOP RUN
031500     END-IF.
031600     OPEN INPUT MATCHED-IN-FILE.
031700     IF WS-MATCH-FILE-STATUS NOT = "00"
031800         AND WS-MATCH-FILE-STATUS NOT = "05"
031900         DISPLAY "SENTDOSS: MATCHED-IN-FILE OPEN FAILED, "
032000             "STATUS " WS-MATCH-FILE-STATUS
032100         MOVE 16 TO RETURN-CODE
032200         STOP RUN
032300     END-IF.
032400     OPEN INPUT PENDING-IN-FILE.
032500     IF WS-PEND-FILE-STATUS NOT = "00"
032600         AND WS-PEND-FILE-STATUS NOT = "05"
032700         DISPLAY "SENTDOSS: PENDING-IN-FILE OPEN FAILED, "
032800             "STATUS " WS-PEND-FILE-STATUS
032900         MOVE 16 TO RETURN-CODE
033000         STOP RUN
033100     END-IF.
033200     OPEN INPUT SUSP-FILE.
033300     IF WS-SUSP-FILE-STATUS NOT = "00"
033400         AND WS-SUSP-FILE-STATUS NOT = "05"
033500         DISPLAY "SENTDOSS: SUSP-FILE OPEN FAILED, STATUS "
033600             WS-SUSP-FILE-STATUS
033700         MOVE 16 TO RETURN-CODE
033800         STOP RUN
033900     END-IF.
034000     OPEN OUTPUT DOSS-REPORT.
034100     IF WS-RPT-FILE-STATUS NOT = "00"
034200         DISPLAY "SENTDOSS: DOSS-REPORT OPEN FAILED, STATUS "
034300             WS-RPT-FILE-STATUS
034400         MOVE 16 TO RETURN-CODE
034500         STOP RUN
034600     END-IF.
034700     PERFORM 1200-WRITE-BANNER THRU 1200-EXIT.
034800 1000-EXIT.
034900     EXIT.
035000*----------------------------------------------------------------*
035100* 1100-TAKE-PARM-CARD - EDIT THE SELECTION CARD.  A MISSING OR   *
035200* UNREADABLE SENTENCE ID OR DATE STOPS THE RUN - A DOSSIER FOR   *
035300* THE WRONG SENTENCE OR NIGHTS MUST NOT REACH A CUSTOMER.        *
035400*----------------------------------------------------------------*
035500 1100-TAKE-PARM-CARD.
035600     READ DOSS-PARM-FILE
035700         AT END
035800             DISPLAY "SENTDOSS: NO SELECTION CARD SUPPLIED"
035900             MOVE 16 TO RETURN-CODE
036000             STOP RUN
036100     END-READ.
036200     IF DPRM-SENTENCE-ID NOT NUMERIC
036300         OR DPRM-SENTENCE-ID = "0000000"
036400         DISPLAY "SENTDOSS: SENTENCE ID UNUSABLE: "
036500             DPRM-SENTENCE-ID
036600         MOVE 16 TO RETURN-CODE
036700         STOP RUN
036800     END-IF.
036900     MOVE DPRM-SENTENCE-ID TO WS-SEL-SENTENCE-ID.
037000     IF DPRM-DATE-FROM NOT = SPACES
037100         IF DPRM-DATE-FROM NOT NUMERIC
037200             DISPLAY "SENTDOSS: DATE-FROM NOT NUMERIC: "
037300                 DPRM-DATE-FROM
037400             MOVE 16 TO RETURN-CODE
037500             STOP RUN
037600         ELSE
037700             MOVE DPRM-DATE-FROM TO WS-SEL-DATE-FROM
037800         END-IF
037900     END-IF.
038000     IF DPRM-DATE-TO NOT = SPACES
038100         IF DPRM-DATE-TO NOT NUMERIC
038200             DISPLAY "SENTDOSS: DATE-TO NOT NUMERIC: "
038300                 DPRM-DATE-TO
038400             MOVE 16 TO RETURN-CODE
038500             STOP RUN
038600         ELSE
038700             IF DPRM-DATE-TO NOT = "000000"
038800                 MOVE DPRM-DATE-TO TO WS-SEL-DATE-TO
038900             END-IF
039000         END-IF
039100     END-IF.
039200     IF WS-SEL-DATE-FROM > WS-SEL-DATE-TO
039300         DISPLAY "SENTDOSS: DATE-FROM " WS-SEL-DATE-FROM
039400             " IS AFTER DATE-TO " WS-SEL-DATE-TO
039500         MOVE 16 TO RETURN-CODE
039600         STOP RUN
039700     END-IF.
039800 1100-EXIT.
039900     EXIT.
040000*----------------------------------------------------------------*
040100* 1200-WRITE-BANNER - THE SELECTION BANNER AT THE HEAD OF THE    *
040200* FIRST PAGE, SO THE DOCUMENT SAYS EXACTLY WHAT WAS ASKED FOR.   *
040300*----------------------------------------------------------------*
040400 1200-WRITE-BANNER.
040500     MOVE ALL "*" TO WS-RL-TEXT.
040600     MOVE 1 TO WS-ADVANCE.
040700     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
040800     MOVE SPACES TO WS-RL-TEXT.
040900     STRING "*  SENTENCE DISPUTE DOSSIER - SENTENCE "
041000            DELIMITED BY SIZE
041100            WS-SEL-SENTENCE-ID DELIMITED BY SIZE
041200         INTO WS-RL-TEXT.
041300     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
041400     MOVE SPACES TO WS-RL-TEXT.
041500     IF WS-SEL-DATE-FROM = ZERO
041600         AND WS-SEL-DATE-TO = 999999
041700         MOVE "*  EVIDENCE SELECTED: ALL DATES ON FILE"
041800             TO WS-RL-TEXT
041900     ELSE
042000         STRING "*  EVIDENCE SELECTED: DATES " DELIMITED BY SIZE
042100                WS-SEL-DATE-FROM DELIMITED BY SIZE
042200                " THROUGH " DELIMITED BY SIZE
042300                WS-SEL-DATE-TO DELIMITED BY SIZE
042400             INTO WS-RL-TEXT
042500     END-IF.
042600     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
042700     MOVE SPACES TO WS-RL-TEXT.
042800     STRING "*  PREPARED " DELIMITED BY SIZE
042900            WS-RUN-DATE DELIMITED BY SIZE
043000            " FROM THE SENTENCE MASTER, CHANGE JOURNAL,"
043100                DELIMITED BY SIZE
043200            " AUDIT TRAIL," DELIMITED BY SIZE
043300            " CERTIFICATION AND SUSPENSE FILES" DELIMITED BY SIZE
043400         INTO WS-RL-TEXT.
043500     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
043600     MOVE ALL "*" TO WS-RL-TEXT.
043700     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
043800 1200-EXIT.
043900     EXIT.
044000*----------------------------------------------------------------*
044100* 2000-WRITE-MASTER - THE SENTENCE AS IT STANDS ON THE MASTER    *
044200* TODAY.                                                         *
044300*----------------------------------------------------------------*
044400 2000-WRITE-MASTER.
044500     MOVE "CURRENT SENTENCE MASTER RECORD" TO WS-SECTION-TITLE.
044600     PERFORM 7200-START-SECTION THRU 7200-EXIT.
044700     MOVE WS-SEL-SENTENCE-ID TO SMST-SENTENCE-ID.
044800     READ SENTENCE-MASTER
044900         INVALID KEY
045000             MOVE SPACES TO WS-RL-TEXT
045100             MOVE "  ** NOT ON THE SENTENCE MASTER **"
045200                 TO WS-RL-TEXT
045300             PERFORM 7000-PRINT-LINE THRU 7000-EXIT
045400             GO TO 2000-EXIT
045500     END-READ.
045600     SET WS-ON-MASTER TO TRUE.
045700     MOVE SMST-STATUS TO WS-IN-FORCE-STATUS.
045800     PERFORM 7300-NAME-STATUS THRU 7300-EXIT.
045900     MOVE SPACES TO WS-RL-TEXT.
046000     STRING "  STATUS " DELIMITED BY SIZE
046100            WS-STATUS-WORD DELIMITED BY SIZE
046200            " SINCE " DELIMITED BY SIZE
046300            SMST-STATUS-DATE DELIMITED BY SIZE
046400            "   JOB " DELIMITED BY SIZE
046500            SMST-JOB-ID DELIMITED BY SIZE
046600            "   LAST CERTIFIED " DELIMITED BY SIZE
046700            SMST-LAST-CERT-DATE DELIMITED BY SIZE
046800         INTO WS-RL-TEXT.
046900     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
047000     MOVE SPACES TO WS-RL-TEXT.
047100     STRING "  WORDING " DELIMITED BY SIZE
047200            SMST-SENTENCE-TEXT DELIMITED BY SIZE
047300         INTO WS-RL-TEXT.
047400     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
047500 2000-EXIT.
047600     EXIT.
047700*----------------------------------------------------------------*
047800* 3000-WRITE-CHANGES - ONE PASS OVER THE JOURNAL: EVERY CHANGE   *
047900* TO THE SENTENCE GOES INTO THE WORDING TABLE, AND THOSE IN THE  *
048000* DATE RANGE ARE PRINTED.                                        *
048100*----------------------------------------------------------------*
048200 3000-WRITE-CHANGES.
048300     MOVE "WORDING CHANGE HISTORY (SENTENCE MAINTENANCE JOURNAL)"
048400         TO WS-SECTION-TITLE.
048500     PERFORM 7200-START-SECTION THRU 7200-EXIT.
048600     SET WS-NOT-END-OF-FILE TO TRUE.
048700     PERFORM 3100-TAKE-ONE-CHANGE THRU 3100-EXIT
048800         UNTIL WS-END-OF-FILE.
048900     IF WS-CHANGE-CTR = ZERO
049000         MOVE SPACES TO WS-RL-TEXT
049100         MOVE "  NO CHANGES JOURNALED IN THE DATES SELECTED"
049200             TO WS-RL-TEXT
049300         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
049400     END-IF.
049500     IF WS-JT-DROPPED-CTR > ZERO
049600         MOVE WS-JT-DROPPED-CTR TO WS-CTR-DISP
049700         MOVE SPACES TO WS-RL-TEXT
049800         STRING "  ** WORDING TABLE FULL -" DELIMITED BY SIZE
049900                WS-CTR-DISP DELIMITED BY SIZE
050000                " LATER CHANGE(S) NOT USED" DELIMITED BY SIZE
050100                " FOR WORDING IN FORCE **" DELIMITED BY SIZE
050200             INTO WS-RL-TEXT
050300         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
050400         DISPLAY "SENTDOSS: WORDING TABLE FULL - RAISE WS-JT-MAX"
050500     END-IF.
050600 3000-EXIT.
050700     EXIT.
050800 3100-TAKE-ONE-CHANGE.
050900     READ JOURNAL-FILE
051000         AT END
051100             SET WS-END-OF-FILE TO TRUE
051200             GO TO 3100-EXIT
051300     END-READ.
051400     ADD 1 TO WS-JRN-READ-CTR.
051500     IF JRN-SENTENCE-ID NOT = WS-SEL-SENTENCE-ID
051600         GO TO 3100-EXIT
051700     END-IF.
051800     IF WS-JT-CTR = ZERO
051900         MOVE JRN-ACTION TO WS-JB-ACTION
052000         MOVE JRN-BEFORE-TEXT TO WS-JB-TEXT
052100         MOVE JRN-BEFORE-STATUS TO WS-JB-STATUS
052200     END-IF.
052300     IF WS-JT-CTR < WS-JT-MAX
052400         ADD 1 TO WS-JT-CTR
052500         MOVE JRN-RUN-DATE TO WS-JT-RUN-DATE (WS-JT-CTR)
052600         MOVE JRN-RUN-TIME TO WS-JT-RUN-TIME (WS-JT-CTR)
052700         MOVE JRN-AFTER-TEXT TO WS-JT-TEXT (WS-JT-CTR)
052800         MOVE JRN-AFTER-STATUS TO WS-JT-STATUS (WS-JT-CTR)
052900     ELSE
053000         ADD 1 TO WS-JT-DROPPED-CTR
053100     END-IF.
053200     IF JRN-RUN-DATE < WS-SEL-DATE-FROM
053300         OR JRN-RUN-DATE > WS-SEL-DATE-TO
053400         GO TO 3100-EXIT
053500     END-IF.
053600     ADD 1 TO WS-CHANGE-CTR.
053700     EVALUATE TRUE
053800         WHEN JRN-ADD
053900             MOVE "ADD   " TO WS-ACTION-WORD
054000         WHEN JRN-CHANGE
054100             MOVE "CHANGE" TO WS-ACTION-WORD
054200         WHEN JRN-RETIRE
054300             MOVE "RETIRE" TO WS-ACTION-WORD
054400         WHEN OTHER
054500             MOVE "??????" TO WS-ACTION-WORD
054600     END-EVALUATE.
054700     MOVE JRN-RUN-TIME TO WS-TIME-R.
054800     PERFORM 7400-EDIT-TIME THRU 7400-EXIT.
054900     MOVE SPACES TO WS-RL-TEXT.
055000     STRING "  " DELIMITED BY SIZE
055100            JRN-RUN-DATE DELIMITED BY SIZE
055200            " " DELIMITED BY SIZE
055300            WS-TIME-EDIT DELIMITED BY SIZE
055400            " " DELIMITED BY SIZE
055500            WS-ACTION-WORD DELIMITED BY SIZE
055600            " STATUS " DELIMITED BY SIZE
055700            JRN-AFTER-STATUS DELIMITED BY SIZE
055800            " JOB " DELIMITED BY SIZE
055900            JRN-AFTER-JOB-ID DELIMITED BY SIZE
056000            " " DELIMITED BY SIZE
056100            JRN-AFTER-TEXT DELIMITED BY SIZE
056200         INTO WS-RL-TEXT.
056300     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
056400     IF JRN-CHANGE
056500         AND JRN-BEFORE-TEXT NOT = JRN-AFTER-TEXT
056600         MOVE SPACES TO WS-RL-TEXT
056700         STRING "                    WAS " DELIMITED BY SIZE
056800                JRN-BEFORE-TEXT DELIMITED BY SIZE
056900             INTO WS-RL-TEXT
057000         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
057100     END-IF.
057200 3100-EXIT.
057300     EXIT.
057400*----------------------------------------------------------------*
057500* 4000-WRITE-SCORINGS - EVERY SCORING OF THE SENTENCE IN THE     *
057600* RANGE, ARCHIVED GENERATIONS FIRST (THEY ARE THE OLDER), EACH   *
057700* WITH THE WORDING IN FORCE WHEN IT RAN.  A SCORED TEXT THAT IS  *
057800* NOT THE WORDING IN FORCE IS MARKED - THE DECK CARRIED          *
057900* SOMETHING THE MASTER DID NOT.                                  *
058000*----------------------------------------------------------------*
058100 4000-WRITE-SCORINGS.
058200     MOVE "SCORING HISTORY (AUDIT TRAIL) WITH WORDING IN FORCE"
058300         TO WS-SECTION-TITLE.
058400     PERFORM 7200-START-SECTION THRU 7200-EXIT.
058500     IF WS-ARC-FILE-STATUS = "00"
058600         SET WS-NOT-END-OF-FILE TO TRUE
058700         PERFORM 4100-TAKE-ONE-ARCHIVE THRU 4100-EXIT
058800             UNTIL WS-END-OF-FILE
058900     END-IF.
059000     SET WS-NOT-END-OF-FILE TO TRUE.
059100     PERFORM 4200-TAKE-ONE-AUDIT THRU 4200-EXIT
059200         UNTIL WS-END-OF-FILE.
059300     IF WS-SCORING-CTR = ZERO
059400         MOVE SPACES TO WS-RL-TEXT
059500         MOVE "  NO SCORINGS IN THE DATES SELECTED" TO WS-RL-TEXT
059600         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
059700     END-IF.
059800 4000-EXIT.
059900     EXIT.
060000 4100-TAKE-ONE-ARCHIVE.
060100     READ ARCHIVE-FILE INTO AUD-RECORD
060200         AT END
060300             SET WS-END-OF-FILE TO TRUE
060400             GO TO 4100-EXIT
060500     END-READ.
060600     ADD 1 TO WS-ARC-READ-CTR.
060700     PERFORM 4300-WRITE-ONE-SCORING THRU 4300-EXIT.
060800 4100-EXIT.
060900     EXIT.
061000 4200-TAKE-ONE-AUDIT.
061100     READ AUDIT-FILE INTO AUD-RECORD
061200         AT END
061300             SET WS-END-OF-FILE TO TRUE
061400             GO TO 4200-EXIT
061500     END-READ.
061600     ADD 1 TO WS-AUD-READ-CTR.
061700     PERFORM 4300-WRITE-ONE-SCORING THRU 4300-EXIT.
061800 4200-EXIT.
061900     EXIT.
062000 4300-WRITE-ONE-SCORING.
062100     IF AUD-SENTENCE-ID NOT = WS-SEL-SENTENCE-ID
062200         GO TO 4300-EXIT
062300     END-IF.
062400     IF AUD-RUN-DATE < WS-SEL-DATE-FROM
062500         OR AUD-RUN-DATE > WS-SEL-DATE-TO
062600         GO TO 4300-EXIT
062700     END-IF.
062800     ADD 1 TO WS-SCORING-CTR.
062900     IF AUD-RESULT = 1
063000         ADD 1 TO WS-PASS-CTR
063100         MOVE "PASS" TO WS-RESULT-WORD
063200     ELSE
063300         ADD 1 TO WS-FAIL-CTR
063400         MOVE "FAIL" TO WS-RESULT-WORD
063500     END-IF.
063600     IF AUD-OVERLENGTH-FLAG = "Y"
063700         MOVE "OVL" TO WS-OVL-WORD
063800     ELSE
063900         MOVE SPACES TO WS-OVL-WORD
064000     END-IF.
064100     MOVE AUD-RUN-TIME TO WS-TIME-R.
064200     PERFORM 7400-EDIT-TIME THRU 7400-EXIT.
064300     MOVE SPACES TO WS-RL-TEXT.
064400     STRING "  " DELIMITED BY SIZE
064500            AUD-RUN-DATE DELIMITED BY SIZE
064600            " " DELIMITED BY SIZE
064700            WS-TIME-EDIT DELIMITED BY SIZE
064800            " JOB " DELIMITED BY SIZE
064900            AUD-JOB-ID DELIMITED BY SIZE
065000            " " DELIMITED BY SIZE
065100            WS-RESULT-WORD DELIMITED BY SIZE
065200            " " DELIMITED BY SIZE
065300            WS-OVL-WORD DELIMITED BY SIZE
065400            "  SCORED   " DELIMITED BY SIZE
065500            AUD-SENTENCE-TEXT DELIMITED BY SIZE
065600         INTO WS-RL-TEXT.
065700     MOVE 2 TO WS-ADVANCE.
065800     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
065900     MOVE 1 TO WS-ADVANCE.
066000     PERFORM 4400-FIND-IN-FORCE THRU 4400-EXIT.
066100     MOVE SPACES TO WS-RL-TEXT.
066200     IF WS-IN-FORCE-NOTE NOT = SPACES
066300         STRING "                                    IN FORCE "
066400                DELIMITED BY SIZE
066500                WS-IN-FORCE-NOTE DELIMITED BY SIZE
066600             INTO WS-RL-TEXT
066700     ELSE
066800         PERFORM 7300-NAME-STATUS THRU 7300-EXIT
066900         STRING "                          IN FORCE ("
067000                DELIMITED BY SIZE
067100                WS-STATUS-WORD DELIMITED BY SPACE
067200                ") " DELIMITED BY SIZE
067300                WS-IN-FORCE-TEXT DELIMITED BY SIZE
067400             INTO WS-RL-TEXT
067500         IF WS-IN-FORCE-TEXT NOT = AUD-SENTENCE-TEXT
067600             ADD 1 TO WS-DIFFER-CTR
067700             MOVE "** DIFFERS FROM SCORED **"
067800                 TO WS-RL-TEXT (108:25)
067900         END-IF
068000     END-IF.
068100     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
068200 4300-EXIT.
068300     EXIT.
068400*----------------------------------------------------------------*
068500* 4400-FIND-IN-FORCE - THE LAST JOURNALED IMAGE APPLIED AT OR    *
068600* BEFORE THE SCORING'S RUN DATE AND TIME.  A SCORING BEFORE THE  *
068700* FIRST CHANGE TAKES THAT CHANGE'S BEFORE IMAGE - UNLESS IT WAS  *
068800* THE ADD, WHEN THE SENTENCE WAS NOT YET ON THE MASTER.          *
068900*----------------------------------------------------------------*
069000 4400-FIND-IN-FORCE.
069100     MOVE SPACES TO WS-IN-FORCE-NOTE.
069200     MOVE AUD-RUN-DATE TO WS-AS-RUN-DATE.
069300     MOVE AUD-RUN-TIME TO WS-AS-RUN-TIME.
069400     MOVE ZERO TO WS-JT-FOUND-IDX.
069500     PERFORM 4410-TEST-ONE-CHANGE THRU 4410-EXIT
069600         VARYING WS-JT-IDX FROM 1 BY 1
069700         UNTIL WS-JT-IDX > WS-JT-CTR.
069800     EVALUATE TRUE
069900         WHEN WS-JT-FOUND-IDX > ZERO
070000             MOVE WS-JT-TEXT (WS-JT-FOUND-IDX) TO WS-IN-FORCE-TEXT
070100             MOVE WS-JT-STATUS (WS-JT-FOUND-IDX)
070200                 TO WS-IN-FORCE-STATUS
070300         WHEN WS-JT-CTR = ZERO
070400             MOVE "- NO JOURNAL HISTORY FOR THIS SENTENCE"
070500                 TO WS-IN-FORCE-NOTE
070600         WHEN WS-JB-ACTION = "A"
070700             MOVE "- NOT YET ON THE MASTER THAT NIGHT"
070800                 TO WS-IN-FORCE-NOTE
070900         WHEN OTHER
071000             MOVE WS-JB-TEXT TO WS-IN-FORCE-TEXT
071100             MOVE WS-JB-STATUS TO WS-IN-FORCE-STATUS
071200     END-EVALUATE.
071300 4400-EXIT.
071400     EXIT.
071500 4410-TEST-ONE-CHANGE.
071600     IF WS-JT-STAMP (WS-JT-IDX) NOT > WS-AUD-STAMP
071700         MOVE WS-JT-IDX TO WS-JT-FOUND-IDX
071800     END-IF.
071900 4410-EXIT.
072000     EXIT.
072100*----------------------------------------------------------------*
072200* 5000-WRITE-CERTIFICATIONS - EVERY ACKNOWLEDGED CERTIFICATION   *
072300* OF THE SENTENCE FROM THE MATCHED-ACK HISTORY, THEN ANY FEED    *
072400* STILL AWAITING ITS ACK ON THE CURRENT PENDING FILE.  THE RANGE *
072500* APPLIES TO THE NIGHT THE RECORD WAS FED.                       *
072600*----------------------------------------------------------------*
072700 5000-WRITE-CERTIFICATIONS.
072800     MOVE "CERTIFICATION HISTORY (FEED, RETRIES, ACKNOWLEDGMENT)"
072900         TO WS-SECTION-TITLE.
073000     PERFORM 7200-START-SECTION THRU 7200-EXIT.
073100     IF WS-MATCH-FILE-STATUS = "00"
073200         SET WS-NOT-END-OF-FILE TO TRUE
073300         PERFORM 5100-TAKE-ONE-MATCH THRU 5100-EXIT
073400             UNTIL WS-END-OF-FILE
073500     END-IF.
073600     IF WS-PEND-FILE-STATUS = "00"
073700         SET WS-NOT-END-OF-FILE TO TRUE
073800         PERFORM 5200-TAKE-ONE-PENDING THRU 5200-EXIT
073900             UNTIL WS-END-OF-FILE
074000     END-IF.
074100     IF WS-ACKED-CTR = ZERO
074200         AND WS-UNACKED-CTR = ZERO
074300         MOVE SPACES TO WS-RL-TEXT
074400         MOVE "  NO CERTIFICATION EVENTS IN THE DATES SELECTED"
074500             TO WS-RL-TEXT
074600         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
074700     END-IF.
074800 5000-EXIT.
074900     EXIT.
075000 5100-TAKE-ONE-MATCH.
075100     READ MATCHED-IN-FILE
075200         AT END
075300             SET WS-END-OF-FILE TO TRUE
075400             GO TO 5100-EXIT
075500     END-READ.
075600     ADD 1 TO WS-MATCH-READ-CTR.
075700     IF MTCH-SENTENCE-ID NOT = WS-SEL-SENTENCE-ID
075800         GO TO 5100-EXIT
075900     END-IF.
076000     IF MTCH-RUN-DATE < WS-SEL-DATE-FROM
076100         OR MTCH-RUN-DATE > WS-SEL-DATE-TO
076200         GO TO 5100-EXIT
076300     END-IF.
076400     ADD 1 TO WS-ACKED-CTR.
076500     IF MTCH-RETRY-CTR NUMERIC
076600         MOVE MTCH-RETRY-CTR TO WS-RETRY-DISP
076700         MOVE WS-RETRY-DISP TO WS-RETRY-TEXT
076800     ELSE
076900         MOVE "NA" TO WS-RETRY-TEXT
077000     END-IF.
077100     MOVE SPACES TO WS-RL-TEXT.
077200     STRING "  FED " DELIMITED BY SIZE
077300            MTCH-RUN-DATE DELIMITED BY SIZE
077400            "  JOB " DELIMITED BY SIZE
077500            MTCH-JOB-ID DELIMITED BY SIZE
077600            "  CUSTOMER " DELIMITED BY SIZE
077700            MTCH-CUSTOMER DELIMITED BY SIZE
077800            "  RETRANSMISSIONS " DELIMITED BY SIZE
077900            WS-RETRY-TEXT DELIMITED BY SIZE
078000            "  ACKNOWLEDGED " DELIMITED BY SIZE
078100            MTCH-ACK-DATE DELIMITED BY SIZE
078200         INTO WS-RL-TEXT.
078300     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
078400 5100-EXIT.
078500     EXIT.
078600 5200-TAKE-ONE-PENDING.
078700     READ PENDING-IN-FILE
078800         AT END
078900             SET WS-END-OF-FILE TO TRUE
079000             GO TO 5200-EXIT
079100     END-READ.
079200     ADD 1 TO WS-PEND-READ-CTR.
079300     IF PEND-SENTENCE-ID NOT = WS-SEL-SENTENCE-ID
079400         GO TO 5200-EXIT
079500     END-IF.
079600     IF PEND-RUN-DATE < WS-SEL-DATE-FROM
079700         OR PEND-RUN-DATE > WS-SEL-DATE-TO
079800         GO TO 5200-EXIT
079900     END-IF.
080000     ADD 1 TO WS-UNACKED-CTR.
080100     IF PEND-RETRY-CTR NUMERIC
080200         MOVE PEND-RETRY-CTR TO WS-RETRY-DISP
080300     ELSE
080400         MOVE ZERO TO WS-RETRY-DISP
080500     END-IF.
080600     MOVE WS-RETRY-DISP TO WS-RETRY-TEXT.
080700     MOVE SPACES TO WS-RL-TEXT.
080800     STRING "  FED " DELIMITED BY SIZE
080900            PEND-RUN-DATE DELIMITED BY SIZE
081000            "  JOB " DELIMITED BY SIZE
081100            PEND-JOB-ID DELIMITED BY SIZE
081200            "  CUSTOMER " DELIMITED BY SIZE
081300            PEND-CUSTOMER DELIMITED BY SIZE
081400            "  RETRANSMISSIONS " DELIMITED BY SIZE
081500            WS-RETRY-TEXT DELIMITED BY SIZE
081600            "  ** NOT YET ACKNOWLEDGED **" DELIMITED BY SIZE
081700         INTO WS-RL-TEXT.
081800     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
081900 5200-EXIT.
082000     EXIT.
082100*----------------------------------------------------------------*
082200* 6000-WRITE-HOLDS - EVERY SUSPENSE HOLD NAMING THE SENTENCE, BY *
082300* THE DATE IT WAS FIRST HELD, WITH THE HELD RECORD AS RECEIVED.  *
082310* A HOLD WRITTEN BEFORE THE HELD DATE WAS STAMPED HAS SPACES     *
082320* THERE; IT CANNOT BE PLACED IN THE RANGE, SO IT IS ALWAYS SHOWN *
082330* AND ITS DATE PRINTS AS UNKNOWN.                                *
082400*----------------------------------------------------------------*
082500 6000-WRITE-HOLDS.
082600     MOVE "SUSPENSE HOLDS" TO WS-SECTION-TITLE.
082700     PERFORM 7200-START-SECTION THRU 7200-EXIT.
082800     IF WS-SUSP-FILE-STATUS = "00"
082900         SET WS-NOT-END-OF-FILE TO TRUE
083000         PERFORM 6100-TAKE-ONE-HOLD THRU 6100-EXIT
083100             UNTIL WS-END-OF-FILE
083200     END-IF.
083300     IF WS-HOLD-CTR = ZERO
083400         MOVE SPACES TO WS-RL-TEXT
083500         MOVE "  NO SUSPENSE HOLDS IN THE DATES SELECTED"
083600             TO WS-RL-TEXT
083700         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
083800     END-IF.
083900 6000-EXIT.
084000     EXIT.
084100 6100-TAKE-ONE-HOLD.
084200     READ SUSP-FILE
084300         AT END
084400             SET WS-END-OF-FILE TO TRUE
084500             GO TO 6100-EXIT
084600     END-READ.
084700     ADD 1 TO WS-SUSP-READ-CTR.
084800     IF SUSP-SENTENCE-ID NOT NUMERIC
084900         OR SUSP-SENTENCE-ID NOT = WS-SEL-SENTENCE-ID
085000         GO TO 6100-EXIT
085100     END-IF.
085130     IF SUSP-FIRST-HELD-DATE NOT NUMERIC
085140         MOVE "UNKNOWN" TO WS-HELD-DATE-DISP
085150     ELSE
085160         IF SUSP-FIRST-HELD-DATE < WS-SEL-DATE-FROM
085170             OR SUSP-FIRST-HELD-DATE > WS-SEL-DATE-TO
085180             GO TO 6100-EXIT
085190         END-IF
085200         MOVE SUSP-FIRST-HELD-DATE TO WS-HELD-DATE-DISP
085500     END-IF.
085600     ADD 1 TO WS-HOLD-CTR.
085700     MOVE SPACES TO WS-RL-TEXT.
085800     STRING "  HELD " DELIMITED BY SIZE
085900            WS-HELD-DATE-DISP DELIMITED BY SIZE
086000            "  REASON " DELIMITED BY SIZE
086100            SUSP-REASON-CODE DELIMITED BY SIZE
086200            "  CUSTOMER " DELIMITED BY SIZE
086300            SUSP-CUSTOMER DELIMITED BY SIZE
086400         INTO WS-RL-TEXT.
086500     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
086600     MOVE SPACES TO WS-RL-TEXT.
086700     STRING "       RECORD " DELIMITED BY SIZE
086800            SUSP-RECORD-DATA DELIMITED BY SIZE
086900         INTO WS-RL-TEXT.
087000     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
087100 6100-EXIT.
087200     EXIT.
087300*----------------------------------------------------------------*
087400* 7000-PRINT-LINE - PRINT WS-REPORT-LINE AFTER WS-ADVANCE LINES, *
087500* STARTING A NEW PAGE FIRST WHEN IT WOULD NOT FIT ON THIS ONE.   *
087600*----------------------------------------------------------------*
087700 7000-PRINT-LINE.
087800     IF WS-LINE-CTR + WS-ADVANCE > WS-PAGE-LINES
087900         PERFORM 7100-NEW-PAGE THRU 7100-EXIT
088000     END-IF.
088100     WRITE DR-LINE FROM WS-REPORT-LINE
088200         AFTER ADVANCING WS-ADVANCE LINES.
088300     ADD WS-ADVANCE TO WS-LINE-CTR.
088400 7000-EXIT.
088500     EXIT.
088600*----------------------------------------------------------------*
088700* 7100-NEW-PAGE - RUNNING HEAD: THE SELECTION AND THE PAGE       *
088800* NUMBER, SO A LOOSE PAGE STILL SAYS WHICH DOSSIER IT BELONGS    *
088900* TO.                                                            *
089000*----------------------------------------------------------------*
089100 7100-NEW-PAGE.
089200     ADD 1 TO WS-PAGE-CTR.
089300     MOVE WS-PAGE-CTR TO WS-PAGE-DISP.
089400     MOVE SPACES TO WS-HEADING-LINE.
089500     STRING "SENTENCE DISPUTE DOSSIER - SENTENCE "
089600            DELIMITED BY SIZE
089700            WS-SEL-SENTENCE-ID DELIMITED BY SIZE
089800            " - DATES " DELIMITED BY SIZE
089900            WS-SEL-DATE-FROM DELIMITED BY SIZE
090000            " TO " DELIMITED BY SIZE
090100            WS-SEL-DATE-TO DELIMITED BY SIZE
090200            " - RUN DATE " DELIMITED BY SIZE
090300            WS-RUN-DATE DELIMITED BY SIZE
090400            "   PAGE " DELIMITED BY SIZE
090500            WS-PAGE-DISP DELIMITED BY SIZE
090600         INTO WS-HEADING-LINE.
090700     WRITE DR-LINE FROM WS-HEADING-LINE AFTER ADVANCING PAGE.
090800     MOVE SPACES TO WS-HEADING-LINE.
090900     WRITE DR-LINE FROM WS-HEADING-LINE AFTER ADVANCING 1 LINE.
091000     MOVE 2 TO WS-LINE-CTR.
091100 7100-EXIT.
091200     EXIT.
091300*----------------------------------------------------------------*
091400* 7200-START-SECTION - SECTION TITLE FROM WS-SECTION-TITLE, KEPT *
091500* OFF THE FOOT OF A PAGE WITH NO ROOM FOR ITS FIRST LINES.       *
091600*----------------------------------------------------------------*
091700 7200-START-SECTION.
091800     IF WS-LINE-CTR + 5 > WS-PAGE-LINES
091900         PERFORM 7100-NEW-PAGE THRU 7100-EXIT
092000     END-IF.
092100     MOVE SPACES TO WS-RL-TEXT.
092200     STRING WS-SECTION-TITLE DELIMITED BY SIZE
092300         INTO WS-RL-TEXT.
092400     MOVE 2 TO WS-ADVANCE.
092500     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
092600     MOVE ALL "-" TO WS-RL-TEXT (1:60).
092700     MOVE 1 TO WS-ADVANCE.
092800     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
092900 7200-EXIT.
093000     EXIT.
093100 7300-NAME-STATUS.
093200     EVALUATE WS-IN-FORCE-STATUS
093300         WHEN "A"
093400             MOVE "ACTIVE " TO WS-STATUS-WORD
093500         WHEN "R"
093600             MOVE "RETIRED" TO WS-STATUS-WORD
093700         WHEN "P"
093800             MOVE "PENDING" TO WS-STATUS-WORD
093900         WHEN OTHER
094000             MOVE "???????" TO WS-STATUS-WORD
094100     END-EVALUATE.
094200 7300-EXIT.
094300     EXIT.
094400 7400-EDIT-TIME.
094500     MOVE WS-TR-HH TO WS-TE-HH.
094600     MOVE WS-TR-MM TO WS-TE-MM.
094700     MOVE WS-TR-SS TO WS-TE-SS.
094800 7400-EXIT.
094900     EXIT.
095000*----------------------------------------------------------------*
095100* 8000-WRITE-TOTALS - WHAT THE DOSSIER HOLDS, THE FILES READ,    *
095200* AND THE PAGE COUNT AS THE LAST LINE OF THE DOCUMENT.           *
095300*----------------------------------------------------------------*
095400 8000-WRITE-TOTALS.
095500     MOVE "DOSSIER SUMMARY" TO WS-SECTION-TITLE.
095600     IF WS-LINE-CTR + 16 > WS-PAGE-LINES
095700         PERFORM 7100-NEW-PAGE THRU 7100-EXIT
095800     END-IF.
095900     PERFORM 7200-START-SECTION THRU 7200-EXIT.
096000     MOVE WS-CHANGE-CTR TO WS-CTR-DISP.
096100     MOVE SPACES TO WS-RL-TEXT.
096200     STRING "  WORDING CHANGES . . . . . . . " DELIMITED BY SIZE
096300            WS-CTR-DISP DELIMITED BY SIZE
096400         INTO WS-RL-TEXT.
096500     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
096600     MOVE WS-SCORING-CTR TO WS-CTR-DISP.
096700     MOVE SPACES TO WS-RL-TEXT.
096800     STRING "  SCORINGS  . . . . . . . . . . " DELIMITED BY SIZE
096900            WS-CTR-DISP DELIMITED BY SIZE
097000         INTO WS-RL-TEXT.
097100     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
097200     MOVE WS-PASS-CTR TO WS-CTR-DISP.
097300     MOVE SPACES TO WS-RL-TEXT.
097400     STRING "    PASSED  . . . . . . . . . . " DELIMITED BY SIZE
097500            WS-CTR-DISP DELIMITED BY SIZE
097600         INTO WS-RL-TEXT.
097700     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
097800     MOVE WS-FAIL-CTR TO WS-CTR-DISP.
097900     MOVE SPACES TO WS-RL-TEXT.
098000     STRING "    FAILED  . . . . . . . . . . " DELIMITED BY SIZE
098100            WS-CTR-DISP DELIMITED BY SIZE
098200         INTO WS-RL-TEXT.
098300     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
098400     MOVE WS-DIFFER-CTR TO WS-CTR-DISP.
098500     MOVE SPACES TO WS-RL-TEXT.
098600     STRING "    SCORED TEXT NOT IN FORCE  . " DELIMITED BY SIZE
098700            WS-CTR-DISP DELIMITED BY SIZE
098800         INTO WS-RL-TEXT.
098900     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
099000     MOVE WS-ACKED-CTR TO WS-CTR-DISP.
099100     MOVE SPACES TO WS-RL-TEXT.
099200     STRING "  CERTIFICATIONS ACKNOWLEDGED . " DELIMITED BY SIZE
099300            WS-CTR-DISP DELIMITED BY SIZE
099400         INTO WS-RL-TEXT.
099500     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
099600     MOVE WS-UNACKED-CTR TO WS-CTR-DISP.
099700     MOVE SPACES TO WS-RL-TEXT.
099800     STRING "  CERTIFICATIONS PENDING  . . . " DELIMITED BY SIZE
099900            WS-CTR-DISP DELIMITED BY SIZE
100000         INTO WS-RL-TEXT.
100100     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
100200     MOVE WS-HOLD-CTR TO WS-CTR-DISP.
100300     MOVE SPACES TO WS-RL-TEXT.
100400     STRING "  SUSPENSE HOLDS  . . . . . . . " DELIMITED BY SIZE
100500            WS-CTR-DISP DELIMITED BY SIZE
100600         INTO WS-RL-TEXT.
100700     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
100800     COMPUTE WS-CTR-DISP = WS-JRN-READ-CTR + WS-AUD-READ-CTR
100900         + WS-ARC-READ-CTR + WS-MATCH-READ-CTR + WS-PEND-READ-CTR
101000         + WS-SUSP-READ-CTR.
101100     MOVE SPACES TO WS-RL-TEXT.
101200     STRING "  RECORDS SEARCHED  . . . . . . " DELIMITED BY SIZE
101300            WS-CTR-DISP DELIMITED BY SIZE
101400         INTO WS-RL-TEXT.
101500     MOVE 2 TO WS-ADVANCE.
101600     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
101700     MOVE WS-PAGE-CTR TO WS-PAGE-DISP.
101800     MOVE SPACES TO WS-RL-TEXT.
101900     STRING "  END OF DOSSIER - " DELIMITED BY SIZE
102000            WS-PAGE-DISP DELIMITED BY SIZE
102100            " PAGE(S)" DELIMITED BY SIZE
102200         INTO WS-RL-TEXT.
102300     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
102400 8000-EXIT.
102500     EXIT.
102600*----------------------------------------------------------------*
102700* 9000-TERMINATE - CLOSE FILES.  A SENTENCE THE SHOP HAS NO      *
102800* RECORD OF AT ALL ENDS WITH A WARNING SO THE DESK DOES NOT SEND *
102900* AN EMPTY DOSSIER.                                              *
103000*----------------------------------------------------------------*
103100 9000-TERMINATE.
103200     CLOSE SENTENCE-MASTER.
103300     CLOSE JOURNAL-FILE.
103400     CLOSE AUDIT-FILE.
103500     CLOSE ARCHIVE-FILE.
103600     CLOSE MATCHED-IN-FILE.
103700     CLOSE PENDING-IN-FILE.
103800     CLOSE SUSP-FILE.
103900     CLOSE DOSS-REPORT.
104000     IF NOT WS-ON-MASTER
104100         AND WS-JT-CTR = ZERO
104200         AND WS-SCORING-CTR = ZERO
104300         AND WS-ACKED-CTR = ZERO
104400         AND WS-UNACKED-CTR = ZERO
104500         AND WS-HOLD-CTR = ZERO
104600         MOVE 4 TO RETURN-CODE
104700     END-IF.
104800 9000-EXIT.
104900     EXIT.
