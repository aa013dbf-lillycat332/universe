000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CTLTRND.
000300 AUTHOR. R. HASTINGS.
000400 INSTALLATION. PRINT-QA DEPT.
000500 DATE-WRITTEN. 10/14/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800* MODIFICATION HISTORY                                           *
000900*----------------------------------------------------------------*
001000* 10/14/2026 RH  ORIGINAL VERSION - NIGHT-OVER-NIGHT TREND OF    *
001100*                 THE CONTROL-TOTALS HISTORY.  DAYRECN KEEPS     *
001200*                 EVERY BALANCED NIGHT'S POSTINGS ON CTLHIST;    *
001300*                 THIS RUN LISTS THE LAST N NIGHTS FOR EACH      *
001400*                 CHAIN PROGRAM (SENTXTR, PANGRAM, CERTRECN)     *
001500*                 WITH THE FOUR COUNTS AND, FOR PANGRAM, THE     *
001600*                 PASS RATE AND FEED-RELEASE RATE, AND FLAGS     *
001700*                 EVERY FIGURE THAT FALLS OUTSIDE A TOLERANCE    *
001800*                 BAND AROUND ITS TRAILING AVERAGE.  A FLAG ON   *
001900*                 THE NIGHT JUST POSTED ENDS THE RUN RC 4 SO     *
002000*                 OPERATIONS LOOKS BEFORE THE MORNING            *
002100*                 DISTRIBUTION GOES.                             *
002200*----------------------------------------------------------------*
002300* THE HISTORY IS IN THE ORDER DAYRECN EXTENDED IT - OLDEST NIGHT *
002400* FIRST.  WHEN DAYRECN WAS RERUN FOR A NIGHT, THE LATER POSTINGS *
002500* FOR THAT RUN DATE REPLACE THE EARLIER ONES.                    *
002600*----------------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER. IBM-370.
003000 OBJECT-COMPUTER. IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT OPTIONAL CTL-HISTORY-FILE ASSIGN TO CTLHIST
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS WS-HIST-FILE-STATUS.
003600     SELECT OPTIONAL TREND-PARM-FILE ASSIGN TO TRDPARM
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS WS-PARM-FILE-STATUS.
003900     SELECT TREND-REPORT ASSIGN TO TRDRPT
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-RPT-FILE-STATUS.
004200 DATA DIVISION.
004300 FILE SECTION.
004400*----------------------------------------------------------------*
004500* THE CONTROL-TOTALS HISTORY, PANRTOT LAYOUT, WRITTEN BY         *
004600* DAYRECN.                                                       *
004700*----------------------------------------------------------------*
004800 FD  CTL-HISTORY-FILE
004900     RECORD CONTAINS 80 CHARACTERS
005000     LABEL RECORDS ARE STANDARD.
005100 01  RTOT-RECORD.
005200     COPY PANRTOT.
005300*----------------------------------------------------------------*
005400* TREND PARAMETER CARD.  EVERY FIELD IS OPTIONAL - BLANK TAKES   *
005500* THE DEFAULT:                                                   *
005600*   NIGHTS        NIGHTS LISTED PER PROGRAM, 1-60 (DEFAULT 14)   *
005700*   WINDOW        NIGHTS IN THE TRAILING AVERAGE, 0-30           *
005800*                 (DEFAULT 7 - 000 TURNS THE FLAGGING OFF)       *
005900*   TOLERANCE     BAND EITHER SIDE OF THE AVERAGE, IN PERCENT    *
006000*                 OF THE AVERAGE (DEFAULT 25)                    *
006100*----------------------------------------------------------------*
006200 FD  TREND-PARM-FILE
006300     RECORD CONTAINS 80 CHARACTERS
006400     LABEL RECORDS ARE STANDARD.
006500 01  TREND-PARM-RECORD.
006600     05  TPRM-NIGHTS             PIC X(03).
006700     05  TPRM-WINDOW             PIC X(03).
006800     05  TPRM-TOLERANCE          PIC X(03).
006900     05  FILLER                  PIC X(71).
007000 FD  TREND-REPORT
007100     RECORD CONTAINS 132 CHARACTERS
007200     LABEL RECORDS ARE STANDARD.
007300 01  TR-LINE                     PIC X(132).
007400 WORKING-STORAGE SECTION.
007500*----------------------------------------------------------------*
007600* FILE STATUS FIELDS AND SWITCHES                                *
007700*----------------------------------------------------------------*
007800 77  WS-HIST-FILE-STATUS        PIC X(02) VALUE SPACES.
007900 77  WS-PARM-FILE-STATUS        PIC X(02) VALUE SPACES.
008000 77  WS-RPT-FILE-STATUS         PIC X(02) VALUE SPACES.
008100 77  WS-EOF-SWITCH              PIC X(01) VALUE "N".
008200     88  WS-END-OF-FILE                   VALUE "Y".
008300     88  WS-NOT-END-OF-FILE               VALUE "N".
008400*----------------------------------------------------------------*
008500* RUN PARAMETERS, FROM THE TREND CARD.                           *
008600*----------------------------------------------------------------*
008700 77  WS-NIGHTS-LIMIT            PIC 9(03) VALUE 14.
008800 77  WS-WINDOW-LIMIT            PIC 9(03) VALUE 7.
008900 77  WS-TOLERANCE-PCT           PIC 9(03) VALUE 25.
009000 77  WS-KEEP-MAX                PIC 9(03) COMP VALUE ZERO.
009100*----------------------------------------------------------------*
009200* RUN COUNTERS.  A NIGHT IS FLAGGED WHEN ANY OF ITS FIGURES IS   *
009300* OUT OF BAND; ONLY A FLAG ON THE LATEST NIGHT ON FILE SETS THE  *
009400* RETURN CODE - AN OLDER NIGHT WAS ALREADY WARNED ON WHEN IT WAS *
009500* THE LATEST.                                                    *
009600*----------------------------------------------------------------*
009700 77  WS-READ-CTR                PIC 9(07) COMP VALUE ZERO.
009800 77  WS-UNKNOWN-CTR             PIC 9(07) COMP VALUE ZERO.
009900 77  WS-RERUN-CTR               PIC 9(07) COMP VALUE ZERO.
010000 77  WS-AGED-CTR                PIC 9(07) COMP VALUE ZERO.
010100 77  WS-LISTED-CTR              PIC 9(07) COMP VALUE ZERO.
010200 77  WS-FLAGGED-CTR             PIC 9(07) COMP VALUE ZERO.
010300 77  WS-LATEST-FLAG-CTR         PIC 9(07) COMP VALUE ZERO.
010400 77  WS-PGM-LISTED-CTR          PIC 9(07) COMP VALUE ZERO.
010500 77  WS-PGM-FLAGGED-CTR         PIC 9(07) COMP VALUE ZERO.
010600 77  WS-NIGHT-FLAG-CTR          PIC 9(03) COMP VALUE ZERO.
010700 77  WS-CTR-DISP                PIC Z(6)9.
010800*----------------------------------------------------------------*
010900* TABLE SUBSCRIPTS AND THE TRAILING-WINDOW BOUNDS FOR THE NIGHT  *
011000* IN HAND.                                                       *
011100*----------------------------------------------------------------*
011200 77  WS-PGM-IDX                 PIC 9(03) COMP VALUE ZERO.
011300 77  WS-NIGHT-IDX               PIC 9(03) COMP VALUE ZERO.
011400 77  WS-SHIFT-IDX               PIC 9(03) COMP VALUE ZERO.
011500 77  WS-MEAS-IDX                PIC 9(03) COMP VALUE ZERO.
011600 77  WS-MEAS-LIMIT              PIC 9(03) COMP VALUE ZERO.
011700 77  WS-PRIOR-IDX               PIC 9(03) COMP VALUE ZERO.
011800 77  WS-FIRST-IDX               PIC 9(03) COMP VALUE ZERO.
011900 77  WS-WIN-FIRST               PIC 9(03) COMP VALUE ZERO.
012000 77  WS-WIN-CTR                 PIC 9(03) COMP VALUE ZERO.
012100*----------------------------------------------------------------*
012200* ONE FIGURE AGAINST ITS TRAILING AVERAGE.                       *
012300*----------------------------------------------------------------*
012400 77  WS-WIN-SUM                 PIC 9(11)V9(02) COMP VALUE ZERO.
012500 77  WS-WIN-AVG                 PIC 9(09)V9(02) COMP VALUE ZERO.
012600 77  WS-BAND                    PIC 9(09)V9(02) COMP VALUE ZERO.
012700 77  WS-BAND-LOW                PIC S9(09)V9(02) COMP VALUE ZERO.
012800 77  WS-BAND-HIGH               PIC 9(10)V9(02) COMP VALUE ZERO.
012900 77  WS-FIGURE                  PIC 9(07)V9(02) VALUE ZERO.
013000 77  WS-COUNT-DISP              PIC Z(9)9.
013100 77  WS-PCT-DISP                PIC ZZ9.99.
013200 77  WS-AVG-COUNT-DISP          PIC Z(9)9.
013300 77  WS-AVG-PCT-DISP            PIC ZZ9.99.
013400 77  WS-FIGURE-TEXT             PIC X(10) VALUE SPACES.
013500 77  WS-AVG-TEXT                PIC X(10) VALUE SPACES.
013600 77  WS-WINDOW-DISP             PIC ZZ9.
013700 77  WS-TOLERANCE-DISP          PIC ZZ9.
013800*----------------------------------------------------------------*
013900* THE CHAIN PROGRAMS IN REPORT ORDER, THE FIGURES KEPT FOR EACH  *
014000* NIGHT THAT CAN BE FLAGGED.  THE TWO RATES ARE KEPT FOR PANGRAM *
014100* ONLY.                                                          *
014200*----------------------------------------------------------------*
014300 01  WS-PGM-NAME-TABLE.
014400     05  FILLER                  PIC X(08) VALUE "SENTXTR".
014500     05  FILLER                  PIC X(08) VALUE "PANGRAM".
014600     05  FILLER                  PIC X(08) VALUE "CERTRECN".
014700 01  WS-PGM-NAME-R REDEFINES WS-PGM-NAME-TABLE.
014800     05  WS-PGM-NAME OCCURS 3 TIMES
014900                                 PIC X(08).
015000 01  WS-MEAS-NAME-TABLE.
015100     05  FILLER                  PIC X(36)
015200             VALUE "IN    OUT   EXCEPTOTHER PASS %FEED %".
015300 01  WS-MEAS-NAME-R REDEFINES WS-MEAS-NAME-TABLE.
015400     05  WS-MEAS-NAME OCCURS 6 TIMES
015500                                 PIC X(06).
015600*----------------------------------------------------------------*
015700* THE NIGHTS KEPT FOR EACH PROGRAM, OLDEST FIRST: ENOUGH FOR THE *
015800* NIGHTS LISTED PLUS A FULL TRAILING WINDOW BEHIND THE OLDEST OF *
015900* THEM.  THE SIX FIGURES ARE IN, OUT, EXCEPT, OTHER, PASS PCT    *
016000* AND FEED PCT.                                                  *
016100*----------------------------------------------------------------*
016200 01  WS-HIST-TABLE.
016300     05  WS-HP-ENTRY OCCURS 3 TIMES.
016400         10  WS-HP-CTR           PIC 9(03) COMP.
016500         10  WS-HN-ENTRY OCCURS 90 TIMES.
016600             15  WS-HN-RUN-DATE  PIC 9(06).
016700             15  WS-HN-FIGURE OCCURS 6 TIMES
016800                                 PIC 9(07)V9(02).
016900*----------------------------------------------------------------*
017000* RUN DATE AND TIME FOR THE REPORT HEADING.                      *
017100*----------------------------------------------------------------*
017200 01  WS-RUN-DATE                PIC 9(06).
017300 01  WS-RUN-TIME                PIC 9(08).
017400*----------------------------------------------------------------*
017500* REPORT PRINT LINE.                                             *
017600*----------------------------------------------------------------*
017700 01  WS-REPORT-LINE.
017800     05  WS-RL-TEXT              PIC X(132).
017900 PROCEDURE DIVISION.
018000*----------------------------------------------------------------*
018100* 0000-MAINLINE - LOAD THE HISTORY, THEN ONE TREND SECTION PER   *
018200* CHAIN PROGRAM.                                                 *
018300*----------------------------------------------------------------*
018400 0000-MAINLINE.
018500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018600     PERFORM 2000-TAKE-ONE-POSTING THRU 2000-EXIT
018700         UNTIL WS-END-OF-FILE.
018800     PERFORM 3000-REPORT-PROGRAM THRU 3000-EXIT
018900         VARYING WS-PGM-IDX FROM 1 BY 1
019000         UNTIL WS-PGM-IDX > 3.
019100     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
019200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
019300     STOP RUN.
019400*----------------------------------------------------------------*
019500* 1000-INITIALIZE - OPEN FILES AND TAKE THE TREND CARD.  NO      *
019600* HISTORY FILE YET IS NOT AN ERROR - THE REPORT SAYS SO.         *
019700*----------------------------------------------------------------*
019800 1000-INITIALIZE.
019900     ACCEPT WS-RUN-DATE FROM DATE.
020000     ACCEPT WS-RUN-TIME FROM TIME.
020100     OPEN INPUT CTL-HISTORY-FILE.
020200     IF WS-HIST-FILE-STATUS NOT = "00"
020300         AND WS-HIST-FILE-STATUS NOT = "05"
020400         DISPLAY "CTLTRND: CTL-HISTORY-FILE OPEN FAILED, STATUS "
020500             WS-HIST-FILE-STATUS
020600         MOVE 16 TO RETURN-CODE
020700         STOP RUN
020800     END-IF.
020900     IF WS-HIST-FILE-STATUS = "05"
021000         SET WS-END-OF-FILE TO TRUE
021100     END-IF.
021200     OPEN OUTPUT TREND-REPORT.
021300     IF WS-RPT-FILE-STATUS NOT = "00"
021400         DISPLAY "CTLTRND: TREND-REPORT OPEN FAILED, STATUS "
021500             WS-RPT-FILE-STATUS
021600         MOVE 16 TO RETURN-CODE
021700         STOP RUN
021800     END-IF.
021900     OPEN INPUT TREND-PARM-FILE.
022000     PERFORM 1100-TAKE-PARM-CARD THRU 1100-EXIT.
022100     CLOSE TREND-PARM-FILE.
022200     COMPUTE WS-KEEP-MAX = WS-NIGHTS-LIMIT + WS-WINDOW-LIMIT.
022300     MOVE ZERO TO WS-HP-CTR (1).
022400     MOVE ZERO TO WS-HP-CTR (2).
022500     MOVE ZERO TO WS-HP-CTR (3).
022600 1000-EXIT.
022700     EXIT.
022800*----------------------------------------------------------------*
022900* 1100-TAKE-PARM-CARD - NIGHTS, WINDOW AND TOLERANCE.  A FIELD   *
023000* PRESENT BUT UNREADABLE OR OUT OF RANGE STOPS THE RUN - A TREND *
023100* AGAINST THE WRONG BAND WOULD EITHER CRY WOLF OR STAY SILENT.   *
023200*----------------------------------------------------------------*
023300 1100-TAKE-PARM-CARD.
023400     IF WS-PARM-FILE-STATUS NOT = "00"
023500         GO TO 1100-EXIT
023600     END-IF.
023700     READ TREND-PARM-FILE
023800         AT END GO TO 1100-EXIT
023900     END-READ.
024000     IF TPRM-NIGHTS NOT = SPACES
024100         IF TPRM-NIGHTS NOT NUMERIC
024200             OR TPRM-NIGHTS = "000"
024300             OR TPRM-NIGHTS > "060"
024400             DISPLAY "CTLTRND: NIGHTS NOT 001-060: " TPRM-NIGHTS
024500             MOVE 16 TO RETURN-CODE
024600             STOP RUN
024700         ELSE
024800             MOVE TPRM-NIGHTS TO WS-NIGHTS-LIMIT
024900         END-IF
025000     END-IF.
025100     IF TPRM-WINDOW NOT = SPACES
025200         IF TPRM-WINDOW NOT NUMERIC
025300             OR TPRM-WINDOW > "030"
025400             DISPLAY "CTLTRND: WINDOW NOT 000-030: " TPRM-WINDOW
025500             MOVE 16 TO RETURN-CODE
025600             STOP RUN
025700         ELSE
025800             MOVE TPRM-WINDOW TO WS-WINDOW-LIMIT
025900         END-IF
026000     END-IF.
026100     IF TPRM-TOLERANCE NOT = SPACES
026200         IF TPRM-TOLERANCE NOT NUMERIC
026300             DISPLAY "CTLTRND: TOLERANCE NOT NUMERIC: "
026400                 TPRM-TOLERANCE
026500             MOVE 16 TO RETURN-CODE
026600             STOP RUN
026700         ELSE
026800             MOVE TPRM-TOLERANCE TO WS-TOLERANCE-PCT
026900         END-IF
027000     END-IF.
027100 1100-EXIT.
027200     EXIT.
027300*----------------------------------------------------------------*
027400* 2000-TAKE-ONE-POSTING - FILE ONE HISTORY POSTING UNDER ITS     *
027500* PROGRAM. A POSTING FOR THE SAME RUN DATE AS THE PROGRAM'S LAST *
027600* NIGHT IS A DAYRECN RERUN AND REPLACES IT; WHEN THE PROGRAM'S   *
027700* NIGHTS ARE FULL THE OLDEST AGES OFF.                           *
027800*----------------------------------------------------------------*
027900 2000-TAKE-ONE-POSTING.
028000     READ CTL-HISTORY-FILE
028100         AT END
028200             SET WS-END-OF-FILE TO TRUE
028300             GO TO 2000-EXIT
028400     END-READ.
028500     ADD 1 TO WS-READ-CTR.
028600     EVALUATE RTOT-PROGRAM
028700         WHEN "SENTXTR"
028800             MOVE 1 TO WS-PGM-IDX
028900         WHEN "PANGRAM"
029000             MOVE 2 TO WS-PGM-IDX
029100         WHEN "CERTRECN"
029200             MOVE 3 TO WS-PGM-IDX
029300         WHEN OTHER
029400             ADD 1 TO WS-UNKNOWN-CTR
029500             GO TO 2000-EXIT
029600     END-EVALUATE.
029700     MOVE WS-HP-CTR (WS-PGM-IDX) TO WS-NIGHT-IDX.
029800     IF WS-NIGHT-IDX > ZERO
029900         AND WS-HN-RUN-DATE (WS-PGM-IDX, WS-NIGHT-IDX)
030000             = RTOT-RUN-DATE
030100         ADD 1 TO WS-RERUN-CTR
030200     ELSE
030300         IF WS-NIGHT-IDX < WS-KEEP-MAX
030400             ADD 1 TO WS-NIGHT-IDX
030500             MOVE WS-NIGHT-IDX TO WS-HP-CTR (WS-PGM-IDX)
030600         ELSE
030700             ADD 1 TO WS-AGED-CTR
030800             PERFORM 2100-SHIFT-ONE-NIGHT THRU 2100-EXIT
030900                 VARYING WS-SHIFT-IDX FROM 1 BY 1
031000                 UNTIL WS-SHIFT-IDX >= WS-KEEP-MAX
031100         END-IF
031200     END-IF.
031300     MOVE RTOT-RUN-DATE
031400         TO WS-HN-RUN-DATE (WS-PGM-IDX, WS-NIGHT-IDX).
031500     MOVE RTOT-IN-COUNT
031600         TO WS-HN-FIGURE (WS-PGM-IDX, WS-NIGHT-IDX, 1).
031700     MOVE RTOT-OUT-COUNT
031800         TO WS-HN-FIGURE (WS-PGM-IDX, WS-NIGHT-IDX, 2).
031900     MOVE RTOT-EXCEPT-COUNT
032000         TO WS-HN-FIGURE (WS-PGM-IDX, WS-NIGHT-IDX, 3).
032100     MOVE RTOT-OTHER-COUNT
032200         TO WS-HN-FIGURE (WS-PGM-IDX, WS-NIGHT-IDX, 4).
032300     MOVE ZERO TO WS-HN-FIGURE (WS-PGM-IDX, WS-NIGHT-IDX, 5).
032400     MOVE ZERO TO WS-HN-FIGURE (WS-PGM-IDX, WS-NIGHT-IDX, 6).
032500     IF WS-PGM-IDX = 2
032600         AND RTOT-IN-COUNT > ZERO
032700         IF RTOT-PASS-COUNT NUMERIC
032800             COMPUTE WS-HN-FIGURE (WS-PGM-IDX, WS-NIGHT-IDX, 5)
032900                 ROUNDED = (RTOT-PASS-COUNT / RTOT-IN-COUNT) * 100
033000         END-IF
033100         COMPUTE WS-HN-FIGURE (WS-PGM-IDX, WS-NIGHT-IDX, 6)
033200             ROUNDED = (RTOT-OUT-COUNT / RTOT-IN-COUNT) * 100
033300     END-IF.
033400 2000-EXIT.
033500     EXIT.
033600 2100-SHIFT-ONE-NIGHT.
033700     MOVE WS-HN-ENTRY (WS-PGM-IDX, WS-SHIFT-IDX + 1)
033800         TO WS-HN-ENTRY (WS-PGM-IDX, WS-SHIFT-IDX).
033900 2100-EXIT.
034000     EXIT.
034100*----------------------------------------------------------------*
034200* 3000-REPORT-PROGRAM - ONE PAGE PER CHAIN PROGRAM: THE LAST N   *
034300* NIGHTS, OLDEST FIRST, EACH FOLLOWED BY ANY FIGURE THAT FELL    *
034400* OUT OF BAND.                                                   *
034500*----------------------------------------------------------------*
034600 3000-REPORT-PROGRAM.
034700     MOVE ZERO TO WS-PGM-LISTED-CTR.
034800     MOVE ZERO TO WS-PGM-FLAGGED-CTR.
034900     MOVE SPACES TO WS-RL-TEXT.
035000     STRING "CONTROL-TOTALS TREND - " DELIMITED BY SIZE
035100            WS-PGM-NAME (WS-PGM-IDX) DELIMITED BY SPACE
035200            " - RUN DATE " DELIMITED BY SIZE
035300            WS-RUN-DATE DELIMITED BY SIZE
035400         INTO WS-RL-TEXT.
035500     WRITE TR-LINE FROM WS-REPORT-LINE AFTER ADVANCING PAGE.
035600     MOVE WS-WINDOW-LIMIT TO WS-WINDOW-DISP.
035700     MOVE WS-TOLERANCE-PCT TO WS-TOLERANCE-DISP.
035800     MOVE WS-NIGHTS-LIMIT TO WS-CTR-DISP.
035900     MOVE SPACES TO WS-RL-TEXT.
036000     IF WS-WINDOW-LIMIT = ZERO
036100         STRING "  LAST" DELIMITED BY SIZE
036200                WS-CTR-DISP DELIMITED BY SIZE
036300                " NIGHTS  (TREND FLAGGING OFF)" DELIMITED BY SIZE
036400             INTO WS-RL-TEXT
036500     ELSE
036600         STRING "  LAST" DELIMITED BY SIZE
036700                WS-CTR-DISP DELIMITED BY SIZE
036800                " NIGHTS  FLAGGED OUTSIDE" DELIMITED BY SIZE
036900                WS-TOLERANCE-DISP DELIMITED BY SIZE
037000                " PCT OF THE TRAILING" DELIMITED BY SIZE
037100                WS-WINDOW-DISP DELIMITED BY SIZE
037200                "-NIGHT AVERAGE" DELIMITED BY SIZE
037300             INTO WS-RL-TEXT
037400     END-IF.
037500     WRITE TR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
037600     MOVE 4 TO WS-MEAS-LIMIT.
037700     MOVE SPACES TO WS-RL-TEXT.
037800     EVALUATE WS-PGM-IDX
037900         WHEN 1
038000             STRING "  IN = MASTER READ  OUT = WRITTEN TO DECK  "
038100                    DELIMITED BY SIZE
038200                    "EXCEPT = HELD OUT, NO JOB  "
038300                    DELIMITED BY SIZE
038400                    "OTHER = SUSPENSE RELEASES" DELIMITED BY SIZE
038500                 INTO WS-RL-TEXT
038600         WHEN 2
038700             MOVE 6 TO WS-MEAS-LIMIT
038800             STRING "  IN = PROCESSED  OUT = FEED RELEASED  "
038900                    DELIMITED BY SIZE
039000                    "EXCEPT = SUSPENSED (BLNK)  "
039100                    DELIMITED BY SIZE
039200                    "OTHER = CONTROL SUSPENSED (CTLU)"
039300                    DELIMITED BY SIZE
039400                 INTO WS-RL-TEXT
039500         WHEN 3
039600             STRING "  IN = FEED READ  OUT = RECONCILED  "
039700                    DELIMITED BY SIZE
039800                    "EXCEPT = ORPHAN ACKS  " DELIMITED BY SIZE
039900                    "OTHER = PENDING BROUGHT FORWARD"
040000                    DELIMITED BY SIZE
040100                 INTO WS-RL-TEXT
040200     END-EVALUATE.
040300     WRITE TR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
040400     IF WS-PGM-IDX = 2
040500         MOVE SPACES TO WS-RL-TEXT
040600         STRING "  PASS % = PASSED / PROCESSED  "
040700                DELIMITED BY SIZE
040800                "FEED % = FEED RELEASED / PROCESSED"
040900                DELIMITED BY SIZE
041000             INTO WS-RL-TEXT
041100         WRITE TR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE
041200     END-IF.
041300     IF WS-HP-CTR (WS-PGM-IDX) = ZERO
041400         MOVE SPACES TO WS-RL-TEXT
041500         STRING "  NO NIGHTS ON HISTORY FOR " DELIMITED BY SIZE
041600                WS-PGM-NAME (WS-PGM-IDX) DELIMITED BY SPACE
041700             INTO WS-RL-TEXT
041800         WRITE TR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 2 LINES
041900         GO TO 3000-EXIT
042000     END-IF.
042100     MOVE SPACES TO WS-RL-TEXT.
042200     STRING "  RUN DATE        IN        OUT" DELIMITED BY SIZE
042300            "     EXCEPT      OTHER" DELIMITED BY SIZE
042400         INTO WS-RL-TEXT.
042500     IF WS-PGM-IDX = 2
042600         MOVE "  PASS %  FEED %" TO WS-RL-TEXT (54:16)
042700     END-IF.
042800     WRITE TR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 2 LINES.
042900     MOVE 1 TO WS-FIRST-IDX.
043000     IF WS-HP-CTR (WS-PGM-IDX) > WS-NIGHTS-LIMIT
043100         COMPUTE WS-FIRST-IDX =
043200             WS-HP-CTR (WS-PGM-IDX) - WS-NIGHTS-LIMIT + 1
043300     END-IF.
043400     PERFORM 3100-REPORT-ONE-NIGHT THRU 3100-EXIT
043500         VARYING WS-NIGHT-IDX FROM WS-FIRST-IDX BY 1
043600         UNTIL WS-NIGHT-IDX > WS-HP-CTR (WS-PGM-IDX).
043700     MOVE WS-PGM-LISTED-CTR TO WS-CTR-DISP.
043800     MOVE SPACES TO WS-RL-TEXT.
043900     STRING "  NIGHTS LISTED . . . . . . . . " DELIMITED BY SIZE
044000            WS-CTR-DISP DELIMITED BY SIZE
044100         INTO WS-RL-TEXT.
044200     WRITE TR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 2 LINES.
044300     MOVE WS-PGM-FLAGGED-CTR TO WS-CTR-DISP.
044400     MOVE SPACES TO WS-RL-TEXT.
044500     STRING "  NIGHTS OUTSIDE TOLERANCE  . . " DELIMITED BY SIZE
044600            WS-CTR-DISP DELIMITED BY SIZE
044700         INTO WS-RL-TEXT.
044800     WRITE TR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
044900 3000-EXIT.
045000     EXIT.
045100*----------------------------------------------------------------*
045200* 3100-REPORT-ONE-NIGHT - ONE NIGHT'S FIGURES, THEN EACH FIGURE  *
045300* TESTED AGAINST THE AVERAGE OF THE NIGHTS BEFORE IT.  A NIGHT   *
045400* WITH NO EARLIER NIGHT ON FILE HAS NOTHING TO BE MEASURED       *
045500* AGAINST.                                                       *
045600*----------------------------------------------------------------*
045700 3100-REPORT-ONE-NIGHT.
045800     ADD 1 TO WS-PGM-LISTED-CTR.
045900     ADD 1 TO WS-LISTED-CTR.
046000     MOVE ZERO TO WS-NIGHT-FLAG-CTR.
046100     MOVE SPACES TO WS-RL-TEXT.
046200     MOVE WS-HN-RUN-DATE (WS-PGM-IDX, WS-NIGHT-IDX)
046300         TO WS-RL-TEXT (3:6).
046400     MOVE WS-HN-FIGURE (WS-PGM-IDX, WS-NIGHT-IDX, 1)
046500         TO WS-COUNT-DISP.
046600     MOVE WS-COUNT-DISP TO WS-RL-TEXT (10:10).
046700     MOVE WS-HN-FIGURE (WS-PGM-IDX, WS-NIGHT-IDX, 2)
046800         TO WS-COUNT-DISP.
046900     MOVE WS-COUNT-DISP TO WS-RL-TEXT (21:10).
047000     MOVE WS-HN-FIGURE (WS-PGM-IDX, WS-NIGHT-IDX, 3)
047100         TO WS-COUNT-DISP.
047200     MOVE WS-COUNT-DISP TO WS-RL-TEXT (32:10).
047300     MOVE WS-HN-FIGURE (WS-PGM-IDX, WS-NIGHT-IDX, 4)
047400         TO WS-COUNT-DISP.
047500     MOVE WS-COUNT-DISP TO WS-RL-TEXT (43:10).
047600     IF WS-PGM-IDX = 2
047700         MOVE WS-HN-FIGURE (WS-PGM-IDX, WS-NIGHT-IDX, 5)
047800             TO WS-PCT-DISP
047900         MOVE WS-PCT-DISP TO WS-RL-TEXT (56:6)
048000         MOVE WS-HN-FIGURE (WS-PGM-IDX, WS-NIGHT-IDX, 6)
048100             TO WS-PCT-DISP
048200         MOVE WS-PCT-DISP TO WS-RL-TEXT (64:6)
048300     END-IF.
048400     WRITE TR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
048500     IF WS-WINDOW-LIMIT = ZERO
048600         OR WS-NIGHT-IDX = 1
048700         GO TO 3100-EXIT
048800     END-IF.
048900     MOVE 1 TO WS-WIN-FIRST.
049000     IF WS-NIGHT-IDX > WS-WINDOW-LIMIT
049100         COMPUTE WS-WIN-FIRST = WS-NIGHT-IDX - WS-WINDOW-LIMIT
049200     END-IF.
049300     COMPUTE WS-WIN-CTR = WS-NIGHT-IDX - WS-WIN-FIRST.
049400     PERFORM 3200-CHECK-ONE-FIGURE THRU 3200-EXIT
049500         VARYING WS-MEAS-IDX FROM 1 BY 1
049600         UNTIL WS-MEAS-IDX > WS-MEAS-LIMIT.
049700     IF WS-NIGHT-FLAG-CTR > ZERO
049800         ADD 1 TO WS-PGM-FLAGGED-CTR
049900         ADD 1 TO WS-FLAGGED-CTR
050000         IF WS-NIGHT-IDX = WS-HP-CTR (WS-PGM-IDX)
050100             ADD 1 TO WS-LATEST-FLAG-CTR
050200         END-IF
050300     END-IF.
050400 3100-EXIT.
050500     EXIT.
050600*----------------------------------------------------------------*
050700* 3200-CHECK-ONE-FIGURE - AVERAGE THE FIGURE OVER THE TRAILING   *
050800* WINDOW AND PRINT A FLAG LINE WHEN TONIGHT'S FIGURE IS FURTHER  *
050900* FROM IT THAN THE TOLERANCE ALLOWS.  AN AVERAGE OF ZERO HAS NO  *
051000* BAND - ANY FIGURE ABOVE ZERO IS OUT.                           *
051100*----------------------------------------------------------------*
051200 3200-CHECK-ONE-FIGURE.
051300     MOVE ZERO TO WS-WIN-SUM.
051400     PERFORM 3300-ADD-ONE-PRIOR THRU 3300-EXIT
051500         VARYING WS-PRIOR-IDX FROM WS-WIN-FIRST BY 1
051600         UNTIL WS-PRIOR-IDX >= WS-NIGHT-IDX.
051700     COMPUTE WS-WIN-AVG ROUNDED = WS-WIN-SUM / WS-WIN-CTR.
051800     COMPUTE WS-BAND ROUNDED =
051900         WS-WIN-AVG * WS-TOLERANCE-PCT / 100.
052000     COMPUTE WS-BAND-LOW = WS-WIN-AVG - WS-BAND.
052100     COMPUTE WS-BAND-HIGH = WS-WIN-AVG + WS-BAND.
052200     MOVE WS-HN-FIGURE (WS-PGM-IDX, WS-NIGHT-IDX, WS-MEAS-IDX)
052300         TO WS-FIGURE.
052400     IF WS-FIGURE NOT < WS-BAND-LOW
052500         AND WS-FIGURE NOT > WS-BAND-HIGH
052600         GO TO 3200-EXIT
052700     END-IF.
052800     ADD 1 TO WS-NIGHT-FLAG-CTR.
052900     IF WS-MEAS-IDX > 4
053000         MOVE WS-FIGURE TO WS-PCT-DISP
053100         MOVE WS-PCT-DISP TO WS-FIGURE-TEXT
053200         MOVE WS-WIN-AVG TO WS-AVG-PCT-DISP
053300         MOVE WS-AVG-PCT-DISP TO WS-AVG-TEXT
053400     ELSE
053500         MOVE WS-FIGURE TO WS-COUNT-DISP
053600         MOVE WS-COUNT-DISP TO WS-FIGURE-TEXT
053700         COMPUTE WS-AVG-COUNT-DISP ROUNDED = WS-WIN-AVG
053800         MOVE WS-AVG-COUNT-DISP TO WS-AVG-TEXT
053900     END-IF.
054000     MOVE WS-WIN-CTR TO WS-WINDOW-DISP.
054100     MOVE SPACES TO WS-RL-TEXT.
054200     STRING "          ** " DELIMITED BY SIZE
054300            WS-MEAS-NAME (WS-MEAS-IDX) DELIMITED BY SIZE
054400            WS-FIGURE-TEXT DELIMITED BY SIZE
054500            " OUTSIDE BAND - " DELIMITED BY SIZE
054600            WS-WINDOW-DISP DELIMITED BY SIZE
054700            "-NIGHT AVERAGE " DELIMITED BY SIZE
054800            WS-AVG-TEXT DELIMITED BY SIZE
054900            " **" DELIMITED BY SIZE
055000         INTO WS-RL-TEXT.
055100     WRITE TR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
055200 3200-EXIT.
055300     EXIT.
055400 3300-ADD-ONE-PRIOR.
055500     ADD WS-HN-FIGURE (WS-PGM-IDX, WS-PRIOR-IDX, WS-MEAS-IDX)
055600         TO WS-WIN-SUM.
055700 3300-EXIT.
055800     EXIT.
055900*----------------------------------------------------------------*
056000* 8000-WRITE-TOTALS - HISTORY COUNTS AND THE VERDICT LINE.       *
056100*----------------------------------------------------------------*
056200 8000-WRITE-TOTALS.
056300     MOVE SPACES TO WS-RL-TEXT.
056400     STRING "CONTROL-TOTALS TREND - SUMMARY - RUN DATE "
056500            DELIMITED BY SIZE
056600            WS-RUN-DATE DELIMITED BY SIZE
056700         INTO WS-RL-TEXT.
056800     WRITE TR-LINE FROM WS-REPORT-LINE AFTER ADVANCING PAGE.
056900     MOVE WS-READ-CTR TO WS-CTR-DISP.
057000     MOVE SPACES TO WS-RL-TEXT.
057100     STRING "  HISTORY POSTINGS READ . . . . " DELIMITED BY SIZE
057200            WS-CTR-DISP DELIMITED BY SIZE
057300         INTO WS-RL-TEXT.
057400     WRITE TR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 2 LINES.
057500     MOVE WS-RERUN-CTR TO WS-CTR-DISP.
057600     MOVE SPACES TO WS-RL-TEXT.
057700     STRING "  REPLACED BY A RERUN . . . . . " DELIMITED BY SIZE
057800            WS-CTR-DISP DELIMITED BY SIZE
057900         INTO WS-RL-TEXT.
058000     WRITE TR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
058100     MOVE WS-AGED-CTR TO WS-CTR-DISP.
058200     MOVE SPACES TO WS-RL-TEXT.
058300     STRING "  OLDER THAN THE NIGHTS NEEDED  " DELIMITED BY SIZE
058400            WS-CTR-DISP DELIMITED BY SIZE
058500         INTO WS-RL-TEXT.
058600     WRITE TR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
058700     MOVE WS-UNKNOWN-CTR TO WS-CTR-DISP.
058800     MOVE SPACES TO WS-RL-TEXT.
058900     STRING "  FROM AN UNKNOWN PROGRAM . . . " DELIMITED BY SIZE
059000            WS-CTR-DISP DELIMITED BY SIZE
059100         INTO WS-RL-TEXT.
059200     WRITE TR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
059300     MOVE WS-LISTED-CTR TO WS-CTR-DISP.
059400     MOVE SPACES TO WS-RL-TEXT.
059500     STRING "  NIGHTS LISTED . . . . . . . . " DELIMITED BY SIZE
059600            WS-CTR-DISP DELIMITED BY SIZE
059700         INTO WS-RL-TEXT.
059800     WRITE TR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 2 LINES.
059900     MOVE WS-FLAGGED-CTR TO WS-CTR-DISP.
060000     MOVE SPACES TO WS-RL-TEXT.
060100     STRING "  NIGHTS OUTSIDE TOLERANCE  . . " DELIMITED BY SIZE
060200            WS-CTR-DISP DELIMITED BY SIZE
060300         INTO WS-RL-TEXT.
060400     WRITE TR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
060500     MOVE SPACES TO WS-RL-TEXT.
060600     IF WS-READ-CTR = ZERO
060700         MOVE "  ** NO CONTROL-TOTALS HISTORY ON FILE **"
060800             TO WS-RL-TEXT
060900         DISPLAY "CTLTRND: NO CONTROL-TOTALS HISTORY ON FILE"
061000     ELSE
061100         IF WS-LATEST-FLAG-CTR > ZERO
061200             MOVE WS-LATEST-FLAG-CTR TO WS-CTR-DISP
061300             STRING "  ** LATEST NIGHT OUTSIDE TOLERANCE FOR"
061400                    DELIMITED BY SIZE
061500                    WS-CTR-DISP DELIMITED BY SIZE
061600                    " PROGRAM(S) - REVIEW BEFORE DISTRIBUTION **"
061700                    DELIMITED BY SIZE
061800                 INTO WS-RL-TEXT
061900             DISPLAY "CTLTRND: LATEST NIGHT OUTSIDE TOLERANCE - "
062000                 "REVIEW THE TREND REPORT"
062100         ELSE
062200             MOVE "  LATEST NIGHT IN TOLERANCE - EVERY PROGRAM"
062300                 TO WS-RL-TEXT
062400         END-IF
062500     END-IF.
062600     WRITE TR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 2 LINES.
062700 8000-EXIT.
062800     EXIT.
062900*----------------------------------------------------------------*
063000* 9000-TERMINATE - CLOSE FILES.  RC 4 WHEN THE LATEST NIGHT IS   *
063100* OUT OF BAND FOR ANY PROGRAM, OR WHEN THERE IS NO HISTORY TO    *
063200* TREND.                                                         *
063300*----------------------------------------------------------------*
063400 9000-TERMINATE.
063500     CLOSE CTL-HISTORY-FILE.
063600     CLOSE TREND-REPORT.
063700     IF WS-LATEST-FLAG-CTR > ZERO
063800         OR WS-READ-CTR = ZERO
063900         MOVE 4 TO RETURN-CODE
064000     END-IF.
064100 9000-EXIT.
064200     EXIT.
