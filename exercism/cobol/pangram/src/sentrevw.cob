000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SENTREVW.
000300 AUTHOR. R. HASTINGS.
000400 INSTALLATION. PRINT-QA DEPT.
000500 DATE-WRITTEN. 10/13/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800* MODIFICATION HISTORY                                           *
000900*----------------------------------------------------------------*
001000* 10/13/2026 RH  ORIGINAL VERSION - PERIODIC RETIREMENT REVIEW   *
001100*                 OF THE ACTIVE PROOF SENTENCES.  THE MASTER IS  *
001200*                 MATCHED AGAINST THE SCORING HISTORY (LIVE AND  *
001300*                 ARCHIVED AUDIT TRAIL), THE MATCHED-ACK         *
001400*                 HISTORY AND THE SUSPENSE FILE, AND EVERY       *
001500*                 ACTIVE SENTENCE THAT IS STALE, FAILS TOO       *
001600*                 OFTEN OR KEEPS SUSPENDING IS RANKED ON A       *
001700*                 RECOMMENDATION REPORT WITH ITS REASONS.  A     *
001800*                 PROPOSED RETIRE CARD IS WRITTEN FOR EACH ONE   *
001900*                 IN THE SENTENCE-MAINTENANCE LAYOUT, SO THE     *
002000*                 DESK STRIKES THE CARDS IT DISAGREES WITH AND   *
002100*                 FEEDS THE REST STRAIGHT TO SENTMNT.            *
002110* 10/15/2026 RH  ARCHIVED SCORINGS NOW CARRY THEIR RUN DATE INTO *
002120*                 THE EVIDENCE, READ THROUGH THE SAME PANAUD     *
002130*                 WORK RECORD AS THE LIVE AUDIT TRAIL.           *
002200*----------------------------------------------------------------*
002300* THE EVIDENCE FILES ARE SORTED INTO SENTENCE-ID ORDER AND       *
002400* MATCHED AGAINST THE MASTER READ IN KEY ORDER, SO THE HISTORY   *
002500* MAY BE AS LONG AS THE JOB CARES TO CONCATENATE.  THE           *
002600* RECOMMENDATIONS ARE THEN SORTED INTO RANK ORDER FOR PRINTING.  *
002700*----------------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. IBM-370.
003100 OBJECT-COMPUTER. IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT SENTENCE-MASTER ASSIGN TO SENTMST
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS SEQUENTIAL
003700         RECORD KEY IS SMST-SENTENCE-ID
003800         FILE STATUS IS WS-MST-FILE-STATUS.
003900     SELECT AUDIT-FILE ASSIGN TO AUDITOUT
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-AUD-FILE-STATUS.
004200     SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO ARCHIN
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-ARC-FILE-STATUS.
004500     SELECT OPTIONAL MATCHED-IN-FILE ASSIGN TO MATCHIN
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-MATCH-FILE-STATUS.
004800     SELECT OPTIONAL SUSP-FILE ASSIGN TO SUSPFILE
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-SUSP-FILE-STATUS.
005100     SELECT OPTIONAL REVW-PARM-FILE ASSIGN TO RVWPARM
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-PARM-FILE-STATUS.
005400     SELECT RETIRE-CARD-FILE ASSIGN TO RETTRAN
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-CARD-FILE-STATUS.
005700     SELECT REVW-REPORT ASSIGN TO RVWRPT
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-RPT-FILE-STATUS.
006000     SELECT SORT-FILE ASSIGN TO SORTWK.
006100     SELECT RANK-FILE ASSIGN TO SORTWK2.
006200 DATA DIVISION.
006300 FILE SECTION.
006400*----------------------------------------------------------------*
006500* PROOF-SENTENCE MASTER, READ IN KEY ORDER.                      *
006600*----------------------------------------------------------------*
006700 FD  SENTENCE-MASTER
006800     RECORD CONTAINS 100 CHARACTERS
006900     LABEL RECORDS ARE STANDARD.
007000 01  SMST-RECORD.
007100     COPY PANSMST.
007200*----------------------------------------------------------------*
007300* LIVE AUDIT TRAIL, AND THE ARCHIVED AUDIT GENERATIONS THE       *
007400* ARCHIVE RUN HAS MOVED OFF IT - THE SAME LAYOUT.                *
007500*----------------------------------------------------------------*
007600 FD  AUDIT-FILE
007700     RECORD CONTAINS 120 CHARACTERS
007800     LABEL RECORDS ARE STANDARD.
007900 01  AUD-IN-RECORD               PIC X(120).
008100 FD  ARCHIVE-FILE
008200     RECORD CONTAINS 120 CHARACTERS
008300     LABEL RECORDS ARE STANDARD.
008400 01  ARC-RECORD                  PIC X(120).
008900*----------------------------------------------------------------*
009000* MATCHED-ACKNOWLEDGMENT HISTORY FROM THE RECONCILIATION RUN.    *
009100*----------------------------------------------------------------*
009200 FD  MATCHED-IN-FILE
009300     RECORD CONTAINS 60 CHARACTERS
009400     LABEL RECORDS ARE STANDARD.
009500 01  MTCH-RECORD.
009600     COPY PANMTCH.
009700*----------------------------------------------------------------*
009800* SUSPENSE FILE - EVERY HOLD THAT NAMES A MASTER SENTENCE.       *
009900*----------------------------------------------------------------*
010000 FD  SUSP-FILE
010100     RECORD CONTAINS 120 CHARACTERS
010200     LABEL RECORDS ARE STANDARD.
010300 01  SUSP-RECORD.
010400     COPY PANSUSP.
010500*----------------------------------------------------------------*
010600* OPTIONAL THRESHOLD CARD.  A BLANK FIELD TAKES THE DEFAULT; A   *
010700* ZERO FIELD TURNS THAT TEST OFF.                                *
010800*   STALE DAYS    DAYS SINCE LAST CERTIFIED (DEFAULT 180)        *
010900*   MIN SCORED    SCORINGS BEFORE THE FAILURE RATE COUNTS        *
011000*                 (DEFAULT 10)                                   *
011100*   FAIL PCT      FAILURE RATE IN PERCENT (DEFAULT 50)           *
011200*   SUSP HOLDS    SUSPENSE HOLDS (DEFAULT 3)                     *
011300*----------------------------------------------------------------*
011400 FD  REVW-PARM-FILE
011500     RECORD CONTAINS 80 CHARACTERS
011600     LABEL RECORDS ARE STANDARD.
011700 01  REVW-PARM-RECORD.
011800     05  RPRM-STALE-DAYS         PIC X(03).
011900     05  RPRM-MIN-SCORED         PIC X(03).
012000     05  RPRM-FAIL-PCT           PIC X(03).
012100     05  RPRM-SUSP-HOLDS         PIC X(03).
012200     05  FILLER                  PIC X(68).
012300*----------------------------------------------------------------*
012400* PROPOSED RETIRE CARDS, SENTENCE-MAINTENANCE LAYOUT.  THE TEXT  *
012500* AND JOB RIDE ALONG FOR THE DESK'S EYE; SENTMNT IGNORES THEM    *
012600* ON A RETIRE.                                                   *
012700*----------------------------------------------------------------*
012800 FD  RETIRE-CARD-FILE
012900     RECORD CONTAINS 80 CHARACTERS
013000     LABEL RECORDS ARE STANDARD.
013100 01  STRN-RECORD.
013200     COPY PANSTRN.
013300 FD  REVW-REPORT
013400     RECORD CONTAINS 132 CHARACTERS
013500     LABEL RECORDS ARE STANDARD.
013600 01  RR-LINE                     PIC X(132).
013700*----------------------------------------------------------------*
013800* SORT WORK - ONE RECORD PER PIECE OF EVIDENCE, BY SENTENCE.     *
013900*   EVENT P  SCORED AND PASSED       F  SCORED AND FAILED        *
014000*         C  CERTIFICATION ACKED     H  HELD IN SUSPENSE         *
014100*----------------------------------------------------------------*
014200 SD  SORT-FILE.
014300 01  SORT-RECORD.
014400     05  SORT-SENTENCE-ID        PIC 9(07).
014500     05  SORT-EVENT              PIC X(01).
014600         88  SORT-PASSED                  VALUE "P".
014700         88  SORT-FAILED                  VALUE "F".
014800         88  SORT-CERTIFIED               VALUE "C".
014900         88  SORT-HELD                    VALUE "H".
015000     05  SORT-EVENT-DATE         PIC 9(06).
015100*----------------------------------------------------------------*
015200* SORT WORK - ONE RECORD PER RECOMMENDATION, INTO RANK ORDER:    *
015300* MOST REASONS FIRST, THEN WORST FAILURE RATE, THEN LONGEST      *
015400* UNCERTIFIED, THEN MOST HOLDS.                                  *
015500*----------------------------------------------------------------*
015600 SD  RANK-FILE.
015700 01  RANK-RECORD.
015800     05  RANK-REASONS            PIC 9(01).
015900     05  RANK-FAIL-PCT           PIC 9(03).
016000     05  RANK-STALE-DAYS         PIC 9(05).
016100     05  RANK-HOLDS              PIC 9(05).
016200     05  RANK-SENTENCE-ID        PIC 9(07).
016300     05  RANK-JOB-ID             PIC X(08).
016400     05  RANK-TEXT               PIC X(60).
016500     05  RANK-LAST-CERT-DATE     PIC 9(06).
016600     05  RANK-STATUS-DATE        PIC 9(06).
016700     05  RANK-SCORED             PIC 9(07).
016800     05  RANK-FAILED             PIC 9(07).
016900     05  RANK-STALE-FLAG         PIC X(01).
017000     05  RANK-FAIL-FLAG          PIC X(01).
017100     05  RANK-HOLD-FLAG          PIC X(01).
017200 WORKING-STORAGE SECTION.
017300*----------------------------------------------------------------*
017400* FILE STATUS FIELDS AND SWITCHES                                *
017500*----------------------------------------------------------------*
017600 77  WS-MST-FILE-STATUS         PIC X(02) VALUE SPACES.
017700 77  WS-AUD-FILE-STATUS         PIC X(02) VALUE SPACES.
017800 77  WS-ARC-FILE-STATUS         PIC X(02) VALUE SPACES.
017900 77  WS-MATCH-FILE-STATUS       PIC X(02) VALUE SPACES.
018000 77  WS-SUSP-FILE-STATUS        PIC X(02) VALUE SPACES.
018100 77  WS-PARM-FILE-STATUS        PIC X(02) VALUE SPACES.
018200 77  WS-CARD-FILE-STATUS        PIC X(02) VALUE SPACES.
018300 77  WS-RPT-FILE-STATUS         PIC X(02) VALUE SPACES.
018400 77  WS-EOF-SWITCH              PIC X(01) VALUE "N".
018500     88  WS-END-OF-FILE                   VALUE "Y".
018600     88  WS-NOT-END-OF-FILE               VALUE "N".
018700 77  WS-SORT-EOF-SWITCH         PIC X(01) VALUE "N".
018800     88  WS-SORT-END-OF-FILE              VALUE "Y".
018900     88  WS-SORT-NOT-END-OF-FILE          VALUE "N".
019000 77  WS-RANK-EOF-SWITCH         PIC X(01) VALUE "N".
019100     88  WS-RANK-END-OF-FILE              VALUE "Y".
019200     88  WS-RANK-NOT-END-OF-FILE          VALUE "N".
019300*----------------------------------------------------------------*
019400* THRESHOLDS IN FORCE.                                           *
019500*----------------------------------------------------------------*
019600 77  WS-STALE-DAYS-LIMIT        PIC 9(03) VALUE 180.
019700 77  WS-MIN-SCORED              PIC 9(03) VALUE 10.
019800 77  WS-FAIL-PCT-LIMIT          PIC 9(03) VALUE 50.
019900 77  WS-SUSP-HOLDS-LIMIT        PIC 9(03) VALUE 3.
020000*----------------------------------------------------------------*
020100* RUN COUNTERS AND CONTROL TOTALS                                *
020200*----------------------------------------------------------------*
020300 77  WS-READ-CTR                PIC 9(07) COMP VALUE ZERO.
020400 77  WS-ACTIVE-CTR              PIC 9(07) COMP VALUE ZERO.
020500 77  WS-AUD-READ-CTR            PIC 9(07) COMP VALUE ZERO.
020600 77  WS-ARC-READ-CTR            PIC 9(07) COMP VALUE ZERO.
020700 77  WS-MATCH-READ-CTR          PIC 9(07) COMP VALUE ZERO.
020800 77  WS-SUSP-READ-CTR           PIC 9(07) COMP VALUE ZERO.
020900 77  WS-ORPHAN-CTR              PIC 9(07) COMP VALUE ZERO.
021000 77  WS-STALE-CTR               PIC 9(07) COMP VALUE ZERO.
021100 77  WS-FAILING-CTR             PIC 9(07) COMP VALUE ZERO.
021200 77  WS-HOLDING-CTR             PIC 9(07) COMP VALUE ZERO.
021300 77  WS-RECOMMEND-CTR           PIC 9(07) COMP VALUE ZERO.
021400 77  WS-CARD-CTR                PIC 9(07) COMP VALUE ZERO.
021500 77  WS-DROPPED-CTR             PIC 9(07) COMP VALUE ZERO.
021600 77  WS-CTR-DISP                PIC Z(6)9.
021700*----------------------------------------------------------------*
021800* ONE SENTENCE'S EVIDENCE, GATHERED WHILE ITS SORTED RECORDS     *
021900* ARE MATCHED TO THE MASTER.                                     *
022000*----------------------------------------------------------------*
022100 77  WS-SCORED-CTR              PIC 9(07) COMP VALUE ZERO.
022200 77  WS-FAILED-CTR              PIC 9(07) COMP VALUE ZERO.
022300 77  WS-HOLD-CTR                PIC 9(05) COMP VALUE ZERO.
022400 77  WS-LAST-CERT-DATE          PIC 9(06) VALUE ZERO.
022500 77  WS-FAIL-PCT                PIC 9(03) VALUE ZERO.
022600 77  WS-STALE-DAYS              PIC 9(05) VALUE ZERO.
022700 77  WS-REASON-CTR              PIC 9(01) VALUE ZERO.
022800 77  WS-STALE-FLAG              PIC X(01) VALUE SPACE.
022900     88  WS-IS-STALE                      VALUE "S".
023000     88  WS-NEVER-CERTIFIED               VALUE "N".
023100 77  WS-FAIL-FLAG               PIC X(01) VALUE SPACE.
023200     88  WS-IS-FAILING                    VALUE "F".
023300 77  WS-HOLD-FLAG               PIC X(01) VALUE SPACE.
023400     88  WS-IS-HOLDING                    VALUE "H".
023500 77  WS-RANK-NO                 PIC 9(05) COMP VALUE ZERO.
023600 77  WS-RANK-DISP               PIC ZZZZ9.
023700 77  WS-DAYS-DISP               PIC ZZZZ9.
023800 77  WS-PCT-DISP                PIC ZZ9.
023900 77  WS-SCORED-DISP             PIC Z(6)9.
024000*----------------------------------------------------------------*
024100* RECOMMENDATIONS HELD BETWEEN THE MATCHING PASS AND THE RANK    *
024200* SORT.  AN OVERFLOW IS COUNTED AND REPORTED, NOT HIDDEN.        *
024300*----------------------------------------------------------------*
024400 77  WS-REC-MAX                 PIC 9(04) COMP VALUE 1000.
024500 77  WS-REC-CTR                 PIC 9(04) COMP VALUE ZERO.
024600 77  WS-REC-IDX                 PIC 9(04) COMP VALUE ZERO.
024700 01  WS-REC-TABLE.
024800     05  WS-REC-ENTRY OCCURS 1000 TIMES
024900                                 PIC X(118).
025000*----------------------------------------------------------------*
025100* DAY-NUMBER WORK AREAS FOR THE STALENESS TEST.                  *
025200*----------------------------------------------------------------*
025300 01  WS-DN-DATE.
025400     05  WS-DN-YY                PIC 9(02).
025500     05  WS-DN-MM                PIC 9(02).
025600     05  WS-DN-DD                PIC 9(02).
025700 01  WS-DN-YEAR                 PIC 9(04) COMP VALUE ZERO.
025800 01  WS-DN-LEAP-YEAR            PIC 9(04) COMP VALUE ZERO.
025900 01  WS-DN-T4                   PIC 9(04) COMP VALUE ZERO.
026000 01  WS-DN-T100                 PIC 9(04) COMP VALUE ZERO.
026100 01  WS-DN-T400                 PIC 9(04) COMP VALUE ZERO.
026200 01  WS-DN-DAYNUM               PIC 9(07) COMP VALUE ZERO.
026300 01  WS-DN-CUM-TABLE.
026400     05  FILLER                  PIC X(18)
026500             VALUE "000031059090120151".
026600     05  FILLER                  PIC X(18)
026700             VALUE "181212243273304334".
026800 01  WS-DN-CUM-R REDEFINES WS-DN-CUM-TABLE.
026900     05  WS-DN-CUM-DAYS OCCURS 12 TIMES
027000                                 PIC 9(03).
027100 01  WS-TODAY-DAYNUM            PIC 9(07) COMP VALUE ZERO.
027110*----------------------------------------------------------------*
027120* AUDIT RECORD AS READ FROM THE LIVE TRAIL OR AN ARCHIVED        *
027130* GENERATION.                                                    *
027140*----------------------------------------------------------------*
027150 01  WS-AUD-WORK.
027160     COPY PANAUD.
027200*----------------------------------------------------------------*
027300* RUN DATE AND TIME FOR THE REPORT HEADING.                      *
027400*----------------------------------------------------------------*
027500 01  WS-RUN-DATE                PIC 9(06).
027600 01  WS-RUN-TIME                PIC 9(08).
027700*----------------------------------------------------------------*
027800* REPORT PRINT LINE.                                             *
027900*----------------------------------------------------------------*
028000 01  WS-REPORT-LINE.
028100     05  WS-RL-TEXT              PIC X(132).
028200 PROCEDURE DIVISION.
028300*----------------------------------------------------------------*
028400* 0000-MAINLINE - SORT THE EVIDENCE AND MATCH IT TO THE MASTER,  *
028500* THEN SORT THE RECOMMENDATIONS INTO RANK ORDER AND PRINT THEM.  *
028600*----------------------------------------------------------------*
028700 0000-MAINLINE.
028800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028900     SORT SORT-FILE
029000         ON ASCENDING KEY SORT-SENTENCE-ID
029100         INPUT PROCEDURE IS 2000-GATHER-EVIDENCE THRU 2000-EXIT
029200         OUTPUT PROCEDURE IS 3000-REVIEW-MASTER THRU 3000-EXIT.
029300     SORT RANK-FILE
029400         ON DESCENDING KEY RANK-REASONS
029500                           RANK-FAIL-PCT
029600                           RANK-STALE-DAYS
029700                           RANK-HOLDS
029800         ON ASCENDING KEY RANK-SENTENCE-ID
029900         INPUT PROCEDURE IS 6000-RELEASE-RANKS THRU 6000-EXIT
030000         OUTPUT PROCEDURE IS 7000-WRITE-RECOMMENDATIONS THRU
030100             7000-EXIT.
030200     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
030300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
030400     STOP RUN.
030500*----------------------------------------------------------------*
030600* 1000-INITIALIZE - OPEN FILES, TAKE THE THRESHOLD CARD, FIX     *
030700* TODAY'S DAY NUMBER AND PRINT THE HEADING.                      *
030800*----------------------------------------------------------------*
030900 1000-INITIALIZE.
031000     ACCEPT WS-RUN-DATE FROM DATE.
031100     ACCEPT WS-RUN-TIME FROM TIME.
031200     OPEN INPUT SENTENCE-MASTER.
031300     IF WS-MST-FILE-STATUS NOT = "00"
031400         DISPLAY "SENTREVW: SENTENCE-MASTER OPEN FAILED, STATUS "
031500             WS-MST-FILE-STATUS
031600         MOVE 16 TO RETURN-CODE
031700         STOP RUN
031800     END-IF.
031900     OPEN INPUT AUDIT-FILE.
032000     IF WS-AUD-FILE-STATUS NOT = "00"
032100         DISPLAY "SENTREVW: AUDIT-FILE OPEN FAILED, STATUS "
032200             WS-AUD-FILE-STATUS
032300         MOVE 16 TO RETURN-CODE
032400         STOP RUN
032500     END-IF.
032600     OPEN INPUT ARCHIVE-FILE.
032700     IF WS-ARC-FILE-STATUS NOT = "00"
032800         AND WS-ARC-FILE-STATUS NOT = "05"
032900         DISPLAY "SENTREVW: ARCHIVE-FILE OPEN FAILED, STATUS "
033000             WS-ARC-FILE-STATUS
033100         MOVE 16 TO RETURN-CODE
033200         STOP RUN
033300     END-IF.
033400     OPEN INPUT MATCHED-IN-FILE.
033500     IF WS-MATCH-FILE-STATUS NOT = "00"
033600         AND WS-MATCH-FILE-STATUS NOT = "05"
033700         DISPLAY "SENTREVW: MATCHED-IN-FILE OPEN FAILED, "
033800             "STATUS " WS-MATCH-FILE-STATUS
033900         MOVE 16 TO RETURN-CODE
034000         STOP RUN
034100     END-IF.
034200     OPEN INPUT SUSP-FILE.
034300     IF WS-SUSP-FILE-STATUS NOT = "00"
034400         AND WS-SUSP-FILE-STATUS NOT = "05"
034500         DISPLAY "SENTREVW: SUSP-FILE OPEN FAILED, STATUS "
034600             WS-SUSP-FILE-STATUS
034700         MOVE 16 TO RETURN-CODE
034800         STOP RUN
034900     END-IF.
035000     OPEN OUTPUT RETIRE-CARD-FILE.
035100     IF WS-CARD-FILE-STATUS NOT = "00"
035200         DISPLAY "SENTREVW: RETIRE-CARD-FILE OPEN FAILED, "
035300             "STATUS " WS-CARD-FILE-STATUS
035400         MOVE 16 TO RETURN-CODE
035500         STOP RUN
035600     END-IF.
035700     OPEN OUTPUT REVW-REPORT.
035800     IF WS-RPT-FILE-STATUS NOT = "00"
035900         DISPLAY "SENTREVW: REVW-REPORT OPEN FAILED, STATUS "
036000             WS-RPT-FILE-STATUS
036100         MOVE 16 TO RETURN-CODE
036200         STOP RUN
036300     END-IF.
036400     OPEN INPUT REVW-PARM-FILE.
036500     PERFORM 1100-TAKE-PARM-CARD THRU 1100-EXIT.
036600     CLOSE REVW-PARM-FILE.
036700     MOVE WS-RUN-DATE TO WS-DN-DATE.
036800     PERFORM 5000-COMPUTE-DAY-NUMBER THRU 5000-EXIT.
036900     MOVE WS-DN-DAYNUM TO WS-TODAY-DAYNUM.
037000     MOVE SPACES TO WS-RL-TEXT.
037100     STRING "SENTENCE RETIREMENT REVIEW - RUN DATE "
037200            DELIMITED BY SIZE
037300            WS-RUN-DATE DELIMITED BY SIZE
037400         INTO WS-RL-TEXT.
037500     WRITE RR-LINE FROM WS-REPORT-LINE AFTER ADVANCING PAGE.
037600     MOVE SPACES TO WS-RL-TEXT.
037700     STRING "  THRESHOLDS - STALE DAYS " DELIMITED BY SIZE
037800            WS-STALE-DAYS-LIMIT DELIMITED BY SIZE
037900            "  MIN SCORED " DELIMITED BY SIZE
038000            WS-MIN-SCORED DELIMITED BY SIZE
038100            "  FAIL PCT " DELIMITED BY SIZE
038200            WS-FAIL-PCT-LIMIT DELIMITED BY SIZE
038300            "  SUSPENSE HOLDS " DELIMITED BY SIZE
038400            WS-SUSP-HOLDS-LIMIT DELIMITED BY SIZE
038500            "  (000 = TEST OFF)" DELIMITED BY SIZE
038600         INTO WS-RL-TEXT.
038700     WRITE RR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
038800     MOVE SPACES TO WS-RL-TEXT.
038900     WRITE RR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
039000 1000-EXIT.
039100     EXIT.
039200*----------------------------------------------------------------*
039300* 1100-TAKE-PARM-CARD - THRESHOLDS.  A FIELD PRESENT BUT         *
039400* UNREADABLE STOPS THE RUN - A REVIEW AGAINST THE WRONG LIMITS   *
039500* WOULD PROPOSE RETIRING GOOD SENTENCES.                         *
039600*----------------------------------------------------------------*
039700 1100-TAKE-PARM-CARD.
039800     IF WS-PARM-FILE-STATUS NOT = "00"
039900         GO TO 1100-EXIT
040000     END-IF.
040100     READ REVW-PARM-FILE
040200         AT END GO TO 1100-EXIT
040300     END-READ.
040400     IF RPRM-STALE-DAYS NOT = SPACES
040500         IF RPRM-STALE-DAYS NOT NUMERIC
040600             DISPLAY "SENTREVW: STALE DAYS NOT NUMERIC: "
040700                 RPRM-STALE-DAYS
040800             MOVE 16 TO RETURN-CODE
040900             STOP RUN
041000         ELSE
041100             MOVE RPRM-STALE-DAYS TO WS-STALE-DAYS-LIMIT
041200         END-IF
041300     END-IF.
041400     IF RPRM-MIN-SCORED NOT = SPACES
041500         IF RPRM-MIN-SCORED NOT NUMERIC
041600             DISPLAY "SENTREVW: MIN SCORED NOT NUMERIC: "
041700                 RPRM-MIN-SCORED
041800             MOVE 16 TO RETURN-CODE
041900             STOP RUN
042000         ELSE
042100             MOVE RPRM-MIN-SCORED TO WS-MIN-SCORED
042200         END-IF
042300     END-IF.
042400     IF RPRM-FAIL-PCT NOT = SPACES
042500         IF RPRM-FAIL-PCT NOT NUMERIC
042600             DISPLAY "SENTREVW: FAIL PCT NOT NUMERIC: "
042700                 RPRM-FAIL-PCT
042800             MOVE 16 TO RETURN-CODE
042900             STOP RUN
043000         ELSE
043100             MOVE RPRM-FAIL-PCT TO WS-FAIL-PCT-LIMIT
043200         END-IF
043300     END-IF.
043400     IF RPRM-SUSP-HOLDS NOT = SPACES
043500         IF RPRM-SUSP-HOLDS NOT NUMERIC
043600             DISPLAY "SENTREVW: SUSPENSE HOLDS NOT NUMERIC: "
043700                 RPRM-SUSP-HOLDS
043800             MOVE 16 TO RETURN-CODE
043900             STOP RUN
044000         ELSE
044100             MOVE RPRM-SUSP-HOLDS TO WS-SUSP-HOLDS-LIMIT
044200         END-IF
044300     END-IF.
044400 1100-EXIT.
044500     EXIT.
044600*----------------------------------------------------------------*
044700* 2000-GATHER-EVIDENCE - SORT INPUT PROCEDURE: ONE SORT RECORD   *
044800* PER SCORING, ACKED CERTIFICATION AND SUSPENSE HOLD THAT NAMES  *
044900* A SENTENCE.                                                    *
045000*----------------------------------------------------------------*
045100 2000-GATHER-EVIDENCE.
045200     PERFORM 2100-GATHER-ONE-AUDIT THRU 2100-EXIT
045300         UNTIL WS-END-OF-FILE.
045400     IF WS-ARC-FILE-STATUS = "00"
045500         SET WS-NOT-END-OF-FILE TO TRUE
045600         PERFORM 2200-GATHER-ONE-ARCHIVE THRU 2200-EXIT
045700             UNTIL WS-END-OF-FILE
045800     END-IF.
045900     IF WS-MATCH-FILE-STATUS = "00"
046000         SET WS-NOT-END-OF-FILE TO TRUE
046100         PERFORM 2300-GATHER-ONE-MATCH THRU 2300-EXIT
046200             UNTIL WS-END-OF-FILE
046300     END-IF.
046400     IF WS-SUSP-FILE-STATUS = "00"
046500         SET WS-NOT-END-OF-FILE TO TRUE
046600         PERFORM 2400-GATHER-ONE-SUSP THRU 2400-EXIT
046700             UNTIL WS-END-OF-FILE
046800     END-IF.
046900 2000-EXIT.
047000     EXIT.
047100 2100-GATHER-ONE-AUDIT.
047200     READ AUDIT-FILE INTO WS-AUD-WORK
047300         AT END
047400             SET WS-END-OF-FILE TO TRUE
047500             GO TO 2100-EXIT
047600     END-READ.
047700     ADD 1 TO WS-AUD-READ-CTR.
047800     IF AUD-SENTENCE-ID NOT NUMERIC
047900         OR AUD-SENTENCE-ID = ZERO
048000         GO TO 2100-EXIT
048100     END-IF.
048200     MOVE AUD-SENTENCE-ID TO SORT-SENTENCE-ID.
048300     IF AUD-RESULT = 1
048400         SET SORT-PASSED TO TRUE
048500     ELSE
048600         SET SORT-FAILED TO TRUE
048700     END-IF.
048800     MOVE AUD-RUN-DATE TO SORT-EVENT-DATE.
048900     RELEASE SORT-RECORD.
049000 2100-EXIT.
049100     EXIT.
049200 2200-GATHER-ONE-ARCHIVE.
049300     READ ARCHIVE-FILE INTO WS-AUD-WORK
049400         AT END
049500             SET WS-END-OF-FILE TO TRUE
049600             GO TO 2200-EXIT
049700     END-READ.
049800     ADD 1 TO WS-ARC-READ-CTR.
049900     IF AUD-SENTENCE-ID NOT NUMERIC
050000         OR AUD-SENTENCE-ID = ZERO
050100         GO TO 2200-EXIT
050200     END-IF.
050300     MOVE AUD-SENTENCE-ID TO SORT-SENTENCE-ID.
050400     IF AUD-RESULT = 1
050500         SET SORT-PASSED TO TRUE
050600     ELSE
050700         SET SORT-FAILED TO TRUE
050800     END-IF.
050900     MOVE AUD-RUN-DATE TO SORT-EVENT-DATE.
051000     RELEASE SORT-RECORD.
051100 2200-EXIT.
051200     EXIT.
051300 2300-GATHER-ONE-MATCH.
051400     READ MATCHED-IN-FILE
051500         AT END
051600             SET WS-END-OF-FILE TO TRUE
051700             GO TO 2300-EXIT
051800     END-READ.
051900     ADD 1 TO WS-MATCH-READ-CTR.
052000     IF MTCH-SENTENCE-ID NOT NUMERIC
052100         OR MTCH-SENTENCE-ID = ZERO
052200         OR MTCH-ACK-DATE NOT NUMERIC
052300         GO TO 2300-EXIT
052400     END-IF.
052500     MOVE MTCH-SENTENCE-ID TO SORT-SENTENCE-ID.
052600     SET SORT-CERTIFIED TO TRUE.
052700     MOVE MTCH-ACK-DATE TO SORT-EVENT-DATE.
052800     RELEASE SORT-RECORD.
052900 2300-EXIT.
053000     EXIT.
053100 2400-GATHER-ONE-SUSP.
053200     READ SUSP-FILE
053300         AT END
053400             SET WS-END-OF-FILE TO TRUE
053500             GO TO 2400-EXIT
053600     END-READ.
053700     ADD 1 TO WS-SUSP-READ-CTR.
053800     IF SUSP-SENTENCE-ID NOT NUMERIC
053900         OR SUSP-SENTENCE-ID = ZERO
054000         GO TO 2400-EXIT
054100     END-IF.
054200     MOVE SUSP-SENTENCE-ID TO SORT-SENTENCE-ID.
054300     SET SORT-HELD TO TRUE.
054400     MOVE ZERO TO SORT-EVENT-DATE.
054500     RELEASE SORT-RECORD.
054600 2400-EXIT.
054700     EXIT.
054800*----------------------------------------------------------------*
054900* 3000-REVIEW-MASTER - SORT OUTPUT PROCEDURE: THE MASTER IN KEY  *
055000* ORDER IS MATCHED AGAINST THE SORTED EVIDENCE.  EVIDENCE FOR A  *
055100* SENTENCE NOT ON THE MASTER IS COUNTED AND PASSED OVER.         *
055200*----------------------------------------------------------------*
055300 3000-REVIEW-MASTER.
055400     PERFORM 3900-RETURN-EVIDENCE THRU 3900-EXIT.
055500     SET WS-NOT-END-OF-FILE TO TRUE.
055600     PERFORM 3100-REVIEW-ONE-MASTER THRU 3100-EXIT
055700         UNTIL WS-END-OF-FILE.
055800     PERFORM 3910-COUNT-ORPHAN THRU 3910-EXIT
055900         UNTIL WS-SORT-END-OF-FILE.
056000 3000-EXIT.
056100     EXIT.
056200 3100-REVIEW-ONE-MASTER.
056300     READ SENTENCE-MASTER
056400         AT END
056500             SET WS-END-OF-FILE TO TRUE
056600             GO TO 3100-EXIT
056700     END-READ.
056800     ADD 1 TO WS-READ-CTR.
056900     PERFORM 3910-COUNT-ORPHAN THRU 3910-EXIT
057000         UNTIL WS-SORT-END-OF-FILE
057100            OR SORT-SENTENCE-ID NOT < SMST-SENTENCE-ID.
057200     MOVE ZERO TO WS-SCORED-CTR.
057300     MOVE ZERO TO WS-FAILED-CTR.
057400     MOVE ZERO TO WS-HOLD-CTR.
057500     MOVE ZERO TO WS-LAST-CERT-DATE.
057600     IF SMST-LAST-CERT-DATE NUMERIC
057700         MOVE SMST-LAST-CERT-DATE TO WS-LAST-CERT-DATE
057800     END-IF.
057900     PERFORM 3200-TAKE-ONE-EVIDENCE THRU 3200-EXIT
058000         UNTIL WS-SORT-END-OF-FILE
058100            OR SORT-SENTENCE-ID NOT = SMST-SENTENCE-ID.
058200     IF NOT SMST-ACTIVE
058300         GO TO 3100-EXIT
058400     END-IF.
058500     ADD 1 TO WS-ACTIVE-CTR.
058600     PERFORM 3300-APPLY-THRESHOLDS THRU 3300-EXIT.
058700     IF WS-REASON-CTR > ZERO
058800         PERFORM 3400-TABLE-RECOMMENDATION THRU 3400-EXIT
058900     END-IF.
059000 3100-EXIT.
059100     EXIT.
059200 3200-TAKE-ONE-EVIDENCE.
059300     EVALUATE TRUE
059400         WHEN SORT-PASSED
059500             ADD 1 TO WS-SCORED-CTR
059600         WHEN SORT-FAILED
059700             ADD 1 TO WS-SCORED-CTR
059800             ADD 1 TO WS-FAILED-CTR
059900         WHEN SORT-CERTIFIED
060000             IF SORT-EVENT-DATE > WS-LAST-CERT-DATE
060100                 MOVE SORT-EVENT-DATE TO WS-LAST-CERT-DATE
060200             END-IF
060300         WHEN SORT-HELD
060400             ADD 1 TO WS-HOLD-CTR
060500     END-EVALUATE.
060600     PERFORM 3900-RETURN-EVIDENCE THRU 3900-EXIT.
060700 3200-EXIT.
060800     EXIT.
060900*----------------------------------------------------------------*
061000* 3300-APPLY-THRESHOLDS - WHICH OF THE THREE TESTS THE ACTIVE    *
061100* SENTENCE TRIPS.  STALENESS RUNS FROM THE LATER OF THE          *
061200* MASTER'S LAST-CERTIFIED DATE AND THE NEWEST ACK IN THE         *
061300* HISTORY; A SENTENCE NEVER CERTIFIED RUNS FROM ITS STATUS DATE, *
061400* AND WITH NO USABLE DATE AT ALL IS TAKEN AS STALE.              *
061500*----------------------------------------------------------------*
061600 3300-APPLY-THRESHOLDS.
061700     MOVE ZERO TO WS-REASON-CTR.
061800     MOVE SPACE TO WS-STALE-FLAG.
061900     MOVE SPACE TO WS-FAIL-FLAG.
062000     MOVE SPACE TO WS-HOLD-FLAG.
062100     MOVE ZERO TO WS-STALE-DAYS.
062200     MOVE ZERO TO WS-FAIL-PCT.
062300     IF WS-LAST-CERT-DATE > ZERO
062400         MOVE WS-LAST-CERT-DATE TO WS-DN-DATE
062500     ELSE
062600         IF SMST-STATUS-DATE NUMERIC
062700             MOVE SMST-STATUS-DATE TO WS-DN-DATE
062800         ELSE
062900             MOVE ZERO TO WS-DN-DATE
063000         END-IF
063100     END-IF.
063200     IF WS-DN-DATE = ZERO
063300         MOVE 99999 TO WS-STALE-DAYS
063400     ELSE
063500         PERFORM 5000-COMPUTE-DAY-NUMBER THRU 5000-EXIT
063600         IF WS-TODAY-DAYNUM > WS-DN-DAYNUM
063700             COMPUTE WS-STALE-DAYS =
063800                 WS-TODAY-DAYNUM - WS-DN-DAYNUM
063900         END-IF
064000     END-IF.
064100     IF WS-STALE-DAYS-LIMIT > ZERO
064200         AND WS-STALE-DAYS > WS-STALE-DAYS-LIMIT
064300         ADD 1 TO WS-REASON-CTR
064400         ADD 1 TO WS-STALE-CTR
064500         IF WS-LAST-CERT-DATE > ZERO
064600             SET WS-IS-STALE TO TRUE
064700         ELSE
064800             SET WS-NEVER-CERTIFIED TO TRUE
064900         END-IF
065000     END-IF.
065100     IF WS-SCORED-CTR > ZERO
065200         COMPUTE WS-FAIL-PCT ROUNDED =
065300             (WS-FAILED-CTR * 100) / WS-SCORED-CTR
065400     END-IF.
065500     IF WS-FAIL-PCT-LIMIT > ZERO
065600         AND WS-SCORED-CTR NOT < WS-MIN-SCORED
065700         AND WS-SCORED-CTR > ZERO
065800         AND WS-FAIL-PCT NOT < WS-FAIL-PCT-LIMIT
065900         ADD 1 TO WS-REASON-CTR
066000         ADD 1 TO WS-FAILING-CTR
066100         SET WS-IS-FAILING TO TRUE
066200     END-IF.
066300     IF WS-SUSP-HOLDS-LIMIT > ZERO
066400         AND WS-HOLD-CTR NOT < WS-SUSP-HOLDS-LIMIT
066500         ADD 1 TO WS-REASON-CTR
066600         ADD 1 TO WS-HOLDING-CTR
066700         SET WS-IS-HOLDING TO TRUE
066800     END-IF.
066900 3300-EXIT.
067000     EXIT.
067100*----------------------------------------------------------------*
067200* 3400-TABLE-RECOMMENDATION - HOLD THE SENTENCE FOR THE RANK     *
067300* SORT.  A FULL TABLE IS REPORTED ON THE CONSOLE AND COUNTED.    *
067400*----------------------------------------------------------------*
067500 3400-TABLE-RECOMMENDATION.
067600     IF WS-REC-CTR NOT < WS-REC-MAX
067700         IF WS-DROPPED-CTR = ZERO
067800             DISPLAY "SENTREVW: RECOMMENDATION TABLE FULL - "
067900                 "FURTHER SENTENCES NOT RANKED"
068000         END-IF
068100         ADD 1 TO WS-DROPPED-CTR
068200         GO TO 3400-EXIT
068300     END-IF.
068400     MOVE WS-REASON-CTR TO RANK-REASONS.
068500     MOVE WS-FAIL-PCT TO RANK-FAIL-PCT.
068600     MOVE WS-STALE-DAYS TO RANK-STALE-DAYS.
068700     MOVE WS-HOLD-CTR TO RANK-HOLDS.
068800     MOVE SMST-SENTENCE-ID TO RANK-SENTENCE-ID.
068900     MOVE SMST-JOB-ID TO RANK-JOB-ID.
069000     MOVE SMST-SENTENCE-TEXT TO RANK-TEXT.
069100     MOVE WS-LAST-CERT-DATE TO RANK-LAST-CERT-DATE.
069200     IF SMST-STATUS-DATE NUMERIC
069300         MOVE SMST-STATUS-DATE TO RANK-STATUS-DATE
069400     ELSE
069500         MOVE ZERO TO RANK-STATUS-DATE
069600     END-IF.
069700     MOVE WS-SCORED-CTR TO RANK-SCORED.
069800     MOVE WS-FAILED-CTR TO RANK-FAILED.
069900     MOVE WS-STALE-FLAG TO RANK-STALE-FLAG.
070000     MOVE WS-FAIL-FLAG TO RANK-FAIL-FLAG.
070100     MOVE WS-HOLD-FLAG TO RANK-HOLD-FLAG.
070200     ADD 1 TO WS-REC-CTR.
070300     MOVE RANK-RECORD TO WS-REC-ENTRY(WS-REC-CTR).
070400 3400-EXIT.
070500     EXIT.
070600 3900-RETURN-EVIDENCE.
070700     RETURN SORT-FILE
070800         AT END SET WS-SORT-END-OF-FILE TO TRUE
070900     END-RETURN.
071000 3900-EXIT.
071100     EXIT.
071200 3910-COUNT-ORPHAN.
071300     ADD 1 TO WS-ORPHAN-CTR.
071400     PERFORM 3900-RETURN-EVIDENCE THRU 3900-EXIT.
071500 3910-EXIT.
071600     EXIT.
071700*----------------------------------------------------------------*
071800* 5000-COMPUTE-DAY-NUMBER - WS-DN-DATE (YYMMDD) TO A SERIAL DAY  *
071900* NUMBER IN WS-DN-DAYNUM.  THE LEAP DAY OF THE YEAR IN HAND IS   *
072000* COUNTED ONLY FROM MARCH ON, SO DIFFERENCES ACROSS FEBRUARY     *
072100* COME OUT RIGHT.                                                *
072200*----------------------------------------------------------------*
072300 5000-COMPUTE-DAY-NUMBER.
072400     IF WS-DN-YY > 69
072500         COMPUTE WS-DN-YEAR = 1900 + WS-DN-YY
072600     ELSE
072700         COMPUTE WS-DN-YEAR = 2000 + WS-DN-YY
072800     END-IF.
072900     IF WS-DN-MM > 2
073000         MOVE WS-DN-YEAR TO WS-DN-LEAP-YEAR
073100     ELSE
073200         COMPUTE WS-DN-LEAP-YEAR = WS-DN-YEAR - 1
073300     END-IF.
073400     DIVIDE WS-DN-LEAP-YEAR BY 4 GIVING WS-DN-T4.
073500     DIVIDE WS-DN-LEAP-YEAR BY 100 GIVING WS-DN-T100.
073600     DIVIDE WS-DN-LEAP-YEAR BY 400 GIVING WS-DN-T400.
073700     IF WS-DN-MM < 1 OR WS-DN-MM > 12
073800         MOVE ZERO TO WS-DN-DAYNUM
073900     ELSE
074000         COMPUTE WS-DN-DAYNUM =
074100             (365 * WS-DN-YEAR) + WS-DN-T4 - WS-DN-T100
074200             + WS-DN-T400 + WS-DN-CUM-DAYS(WS-DN-MM)
074300             + WS-DN-DD
074400     END-IF.
074500 5000-EXIT.
074600     EXIT.
074700*----------------------------------------------------------------*
074800* 6000-RELEASE-RANKS - SORT INPUT PROCEDURE: THE TABLED          *
074900* RECOMMENDATIONS GO TO THE RANK SORT.                           *
075000*----------------------------------------------------------------*
075100 6000-RELEASE-RANKS.
075200     PERFORM 6100-RELEASE-ONE-RANK THRU 6100-EXIT
075300         VARYING WS-REC-IDX FROM 1 BY 1
075400         UNTIL WS-REC-IDX > WS-REC-CTR.
075500 6000-EXIT.
075600     EXIT.
075700 6100-RELEASE-ONE-RANK.
075800     MOVE WS-REC-ENTRY(WS-REC-IDX) TO RANK-RECORD.
075900     RELEASE RANK-RECORD.
076000 6100-EXIT.
076100     EXIT.
076200*----------------------------------------------------------------*
076300* 7000-WRITE-RECOMMENDATIONS - SORT OUTPUT PROCEDURE: IN RANK    *
076400* ORDER, ONE REPORT ENTRY WITH A LINE PER REASON AND ONE         *
076500* PROPOSED RETIRE CARD PER SENTENCE.                             *
076600*----------------------------------------------------------------*
076700 7000-WRITE-RECOMMENDATIONS.
076800     PERFORM 7100-WRITE-ONE-RECOMMENDATION THRU 7100-EXIT
076900         UNTIL WS-RANK-END-OF-FILE.
077000 7000-EXIT.
077100     EXIT.
077200 7100-WRITE-ONE-RECOMMENDATION.
077300     RETURN RANK-FILE
077400         AT END
077500             SET WS-RANK-END-OF-FILE TO TRUE
077600             GO TO 7100-EXIT
077700     END-RETURN.
077800     ADD 1 TO WS-RANK-NO.
077900     ADD 1 TO WS-RECOMMEND-CTR.
078000     MOVE WS-RANK-NO TO WS-RANK-DISP.
078100     MOVE SPACES TO WS-RL-TEXT.
078200     STRING "  RANK " DELIMITED BY SIZE
078300            WS-RANK-DISP DELIMITED BY SIZE
078400            "  SENTENCE " DELIMITED BY SIZE
078500            RANK-SENTENCE-ID DELIMITED BY SIZE
078600            " JOB " DELIMITED BY SIZE
078700            RANK-JOB-ID DELIMITED BY SIZE
078800            "  " DELIMITED BY SIZE
078900            RANK-TEXT DELIMITED BY SIZE
079000         INTO WS-RL-TEXT.
079100     WRITE RR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 2 LINES.
079200     IF RANK-STALE-FLAG = "S"
079300         MOVE RANK-STALE-DAYS TO WS-DAYS-DISP
079400         MOVE SPACES TO WS-RL-TEXT
079500         STRING "        STALE - NOT CERTIFIED IN"
079600                    DELIMITED BY SIZE
079700                WS-DAYS-DISP DELIMITED BY SIZE
079800                " DAYS, LAST CERTIFIED " DELIMITED BY SIZE
079900                RANK-LAST-CERT-DATE DELIMITED BY SIZE
080000             INTO WS-RL-TEXT
080100         WRITE RR-LINE FROM WS-REPORT-LINE
080200             AFTER ADVANCING 1 LINE
080300     END-IF.
080400     IF RANK-STALE-FLAG = "N"
080500         MOVE SPACES TO WS-RL-TEXT
080600         IF RANK-STATUS-DATE = ZERO
080700             STRING "        STALE - NEVER CERTIFIED, NO "
080800                    "STATUS DATE" DELIMITED BY SIZE
080900                 INTO WS-RL-TEXT
081000         ELSE
081100             MOVE RANK-STALE-DAYS TO WS-DAYS-DISP
081200             STRING "        STALE - NEVER CERTIFIED IN"
081300                        DELIMITED BY SIZE
081400                    WS-DAYS-DISP DELIMITED BY SIZE
081500                    " DAYS, ACTIVE SINCE " DELIMITED BY SIZE
081600                    RANK-STATUS-DATE DELIMITED BY SIZE
081700                 INTO WS-RL-TEXT
081800         END-IF
081900         WRITE RR-LINE FROM WS-REPORT-LINE
082000             AFTER ADVANCING 1 LINE
082100     END-IF.
082200     IF RANK-FAIL-FLAG = "F"
082300         MOVE RANK-FAILED TO WS-CTR-DISP
082400         MOVE RANK-SCORED TO WS-SCORED-DISP
082500         MOVE RANK-FAIL-PCT TO WS-PCT-DISP
082600         MOVE SPACES TO WS-RL-TEXT
082700         STRING "        FAILING - FAILED" DELIMITED BY SIZE
082800                WS-CTR-DISP DELIMITED BY SIZE
082900                " OF" DELIMITED BY SIZE
083000                WS-SCORED-DISP DELIMITED BY SIZE
083100                " SCORINGS," DELIMITED BY SIZE
083200                WS-PCT-DISP DELIMITED BY SIZE
083300                " PERCENT" DELIMITED BY SIZE
083400             INTO WS-RL-TEXT
083500         WRITE RR-LINE FROM WS-REPORT-LINE
083600             AFTER ADVANCING 1 LINE
083700     END-IF.
083800     IF RANK-HOLD-FLAG = "H"
083900         MOVE RANK-HOLDS TO WS-DAYS-DISP
084000         MOVE SPACES TO WS-RL-TEXT
084100         STRING "        SUSPENDING - HELD" DELIMITED BY SIZE
084200                WS-DAYS-DISP DELIMITED BY SIZE
084300                " TIMES IN SUSPENSE" DELIMITED BY SIZE
084400             INTO WS-RL-TEXT
084500         WRITE RR-LINE FROM WS-REPORT-LINE
084600             AFTER ADVANCING 1 LINE
084700     END-IF.
084800     MOVE SPACES TO STRN-RECORD.
084900     SET STRN-RETIRE TO TRUE.
085000     MOVE RANK-SENTENCE-ID TO STRN-SENTENCE-ID.
085100     MOVE RANK-TEXT TO STRN-SENTENCE-TEXT.
085200     MOVE RANK-JOB-ID TO STRN-JOB-ID.
085300     WRITE STRN-RECORD.
085400     IF WS-CARD-FILE-STATUS NOT = "00"
085500         DISPLAY "SENTREVW: RETIRE-CARD-FILE WRITE FAILED, "
085600             "STATUS " WS-CARD-FILE-STATUS
085700         MOVE 16 TO RETURN-CODE
085800         STOP RUN
085900     END-IF.
086000     ADD 1 TO WS-CARD-CTR.
086100 7100-EXIT.
086200     EXIT.
086300*----------------------------------------------------------------*
086400* 8000-WRITE-TOTALS - END-OF-RUN CONTROL TOTALS.                 *
086500*----------------------------------------------------------------*
086600 8000-WRITE-TOTALS.
086700     IF WS-RECOMMEND-CTR = ZERO
086800         MOVE SPACES TO WS-RL-TEXT
086900         MOVE "  NO SENTENCES RECOMMENDED FOR RETIREMENT"
087000             TO WS-RL-TEXT
087100         WRITE RR-LINE FROM WS-REPORT-LINE
087200             AFTER ADVANCING 1 LINE
087300     END-IF.
087400     MOVE SPACES TO WS-RL-TEXT.
087500     WRITE RR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
087600     MOVE WS-READ-CTR TO WS-CTR-DISP.
087700     MOVE SPACES TO WS-RL-TEXT.
087800     STRING "  MASTER RECORDS READ . . . . . "
087900            DELIMITED BY SIZE
088000            WS-CTR-DISP DELIMITED BY SIZE
088100         INTO WS-RL-TEXT.
088200     WRITE RR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
088300     MOVE WS-ACTIVE-CTR TO WS-CTR-DISP.
088400     MOVE SPACES TO WS-RL-TEXT.
088500     STRING "  ACTIVE SENTENCES REVIEWED . . "
088600            DELIMITED BY SIZE
088700            WS-CTR-DISP DELIMITED BY SIZE
088800         INTO WS-RL-TEXT.
088900     WRITE RR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
089000     MOVE WS-AUD-READ-CTR TO WS-CTR-DISP.
089100     MOVE SPACES TO WS-RL-TEXT.
089200     STRING "  AUDIT RECORDS READ  . . . . . "
089300            DELIMITED BY SIZE
089400            WS-CTR-DISP DELIMITED BY SIZE
089500         INTO WS-RL-TEXT.
089600     WRITE RR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
089700     MOVE WS-ARC-READ-CTR TO WS-CTR-DISP.
089800     MOVE SPACES TO WS-RL-TEXT.
089900     STRING "  ARCHIVED AUDIT RECORDS READ . "
090000            DELIMITED BY SIZE
090100            WS-CTR-DISP DELIMITED BY SIZE
090200         INTO WS-RL-TEXT.
090300     WRITE RR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
090400     MOVE WS-MATCH-READ-CTR TO WS-CTR-DISP.
090500     MOVE SPACES TO WS-RL-TEXT.
090600     STRING "  MATCHED ACKS READ . . . . . . "
090700            DELIMITED BY SIZE
090800            WS-CTR-DISP DELIMITED BY SIZE
090900         INTO WS-RL-TEXT.
091000     WRITE RR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
091100     MOVE WS-SUSP-READ-CTR TO WS-CTR-DISP.
091200     MOVE SPACES TO WS-RL-TEXT.
091300     STRING "  SUSPENSE RECORDS READ . . . . "
091400            DELIMITED BY SIZE
091500            WS-CTR-DISP DELIMITED BY SIZE
091600         INTO WS-RL-TEXT.
091700     WRITE RR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
091800     MOVE WS-ORPHAN-CTR TO WS-CTR-DISP.
091900     MOVE SPACES TO WS-RL-TEXT.
092000     STRING "  EVIDENCE FOR IDS NOT ON MASTER"
092100            DELIMITED BY SIZE
092200            WS-CTR-DISP DELIMITED BY SIZE
092300         INTO WS-RL-TEXT.
092400     WRITE RR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
092500     MOVE WS-STALE-CTR TO WS-CTR-DISP.
092600     MOVE SPACES TO WS-RL-TEXT.
092700     STRING "  STALE . . . . . . . . . . . . "
092800            DELIMITED BY SIZE
092900            WS-CTR-DISP DELIMITED BY SIZE
093000         INTO WS-RL-TEXT.
093100     WRITE RR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 2 LINES.
093200     MOVE WS-FAILING-CTR TO WS-CTR-DISP.
093300     MOVE SPACES TO WS-RL-TEXT.
093400     STRING "  FAILING . . . . . . . . . . . "
093500            DELIMITED BY SIZE
093600            WS-CTR-DISP DELIMITED BY SIZE
093700         INTO WS-RL-TEXT.
093800     WRITE RR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
093900     MOVE WS-HOLDING-CTR TO WS-CTR-DISP.
094000     MOVE SPACES TO WS-RL-TEXT.
094100     STRING "  SUSPENDING  . . . . . . . . . "
094200            DELIMITED BY SIZE
094300            WS-CTR-DISP DELIMITED BY SIZE
094400         INTO WS-RL-TEXT.
094500     WRITE RR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
094600     MOVE WS-RECOMMEND-CTR TO WS-CTR-DISP.
094700     MOVE SPACES TO WS-RL-TEXT.
094800     STRING "  SENTENCES RECOMMENDED . . . . "
094900            DELIMITED BY SIZE
095000            WS-CTR-DISP DELIMITED BY SIZE
095100         INTO WS-RL-TEXT.
095200     WRITE RR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
095300     MOVE WS-CARD-CTR TO WS-CTR-DISP.
095400     MOVE SPACES TO WS-RL-TEXT.
095500     STRING "  RETIRE CARDS WRITTEN  . . . . "
095600            DELIMITED BY SIZE
095700            WS-CTR-DISP DELIMITED BY SIZE
095800         INTO WS-RL-TEXT.
095900     WRITE RR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
096000     IF WS-DROPPED-CTR > ZERO
096100         MOVE WS-DROPPED-CTR TO WS-CTR-DISP
096200         MOVE SPACES TO WS-RL-TEXT
096300         STRING "  ** NOT RANKED - TABLE FULL  . "
096400                DELIMITED BY SIZE
096500                WS-CTR-DISP DELIMITED BY SIZE
096600                " **" DELIMITED BY SIZE
096700             INTO WS-RL-TEXT
096800         WRITE RR-LINE FROM WS-REPORT-LINE
096900             AFTER ADVANCING 2 LINES
097000     END-IF.
097100 8000-EXIT.
097200     EXIT.
097300*----------------------------------------------------------------*
097400* 9000-TERMINATE - CLOSE FILES.  RECOMMENDATIONS ARE THE         *
097500* PURPOSE OF THE RUN AND END RC 0; A RECOMMENDATION LOST TO A    *
097600* FULL TABLE ENDS RC 4 SO THE REVIEW IS RERUN WITH TIGHTER       *
097700* THRESHOLDS.                                                    *
097800*----------------------------------------------------------------*
097900 9000-TERMINATE.
098000     CLOSE SENTENCE-MASTER.
098100     CLOSE AUDIT-FILE.
098200     CLOSE ARCHIVE-FILE.
098300     CLOSE MATCHED-IN-FILE.
098400     CLOSE SUSP-FILE.
098500     CLOSE RETIRE-CARD-FILE.
098600     CLOSE REVW-REPORT.
098700     IF WS-DROPPED-CTR > ZERO
098800         MOVE 4 TO RETURN-CODE
098900     END-IF.
099000 9000-EXIT.
099100     EXIT.
