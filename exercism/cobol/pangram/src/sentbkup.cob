000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SENTBKUP.
000300 AUTHOR. R. HASTINGS.
000400 INSTALLATION. PRINT-QA DEPT.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800* MODIFICATION HISTORY                                           *
000900*----------------------------------------------------------------*
001000* 10/15/2026 RH  ORIGINAL VERSION - SENTENCE-MASTER BACKUP.      *
001100*                 UNLOADS SENTMST IN KEY ORDER TO A DATED        *
001200*                 SEQUENTIAL COPY (PANSBKP) BETWEEN A HEADER AND *
001300*                 A TRAILER CARRYING THE UNLOAD DATE AND TIME,   *
001400*                 THE RECORD COUNT AND A HASH TOTAL OF THE       *
001500*                 SENTENCE IDS.  THE COPY IS WHAT THE RECOVERY   *
001600*                 RUN (SENTRCVR) RELOADS BEFORE ROLLING THE      *
001700*                 CHANGE JOURNAL FORWARD.                        *
001800*----------------------------------------------------------------*
001900* RUN IT WHEN NOTHING ELSE HAS SENTMST OPEN FOR UPDATE - THE     *
002000* UNLOAD STAMP IS THE POINT THE RECOVERY RUN ROLLS FORWARD FROM. *
002100*----------------------------------------------------------------*
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER. IBM-370.
002500 OBJECT-COMPUTER. IBM-370.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT SENTENCE-MASTER ASSIGN TO SENTMST
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS SEQUENTIAL
003100         RECORD KEY IS SMST-SENTENCE-ID
003200         FILE STATUS IS WS-MST-FILE-STATUS.
003300     SELECT BACKUP-FILE ASSIGN TO BKUPOUT
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS WS-BKP-FILE-STATUS.
003600     SELECT BACKUP-REPORT ASSIGN TO BKPRPT
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS WS-RPT-FILE-STATUS.
003900 DATA DIVISION.
004000 FILE SECTION.
004100*----------------------------------------------------------------*
004200* PROOF-SENTENCE MASTER, READ IN KEY ORDER.                      *
004300*----------------------------------------------------------------*
004400 FD  SENTENCE-MASTER
004500     RECORD CONTAINS 100 CHARACTERS
004600     LABEL RECORDS ARE STANDARD.
004700 01  SMST-RECORD.
004800     COPY PANSMST.
004900*----------------------------------------------------------------*
005000* THE DATED BACKUP COPY - HEADER, MASTER IMAGES, TRAILER.        *
005100*----------------------------------------------------------------*
005200 FD  BACKUP-FILE
005300     RECORD CONTAINS 100 CHARACTERS
005400     LABEL RECORDS ARE STANDARD.
005500 01  SBKP-RECORD.
005600     COPY PANSBKP.
005700 01  SBKP-MASTER-IMAGE           PIC X(100).
005800 FD  BACKUP-REPORT
005900     RECORD CONTAINS 132 CHARACTERS
006000     LABEL RECORDS ARE STANDARD.
006100 01  BR-LINE                     PIC X(132).
006200 WORKING-STORAGE SECTION.
006300*----------------------------------------------------------------*
006400* FILE STATUS FIELDS AND SWITCHES                                *
006500*----------------------------------------------------------------*
006600 77  WS-MST-FILE-STATUS         PIC X(02) VALUE SPACES.
006700 77  WS-BKP-FILE-STATUS         PIC X(02) VALUE SPACES.
006800 77  WS-RPT-FILE-STATUS         PIC X(02) VALUE SPACES.
006900 77  WS-EOF-SWITCH              PIC X(01) VALUE "N".
007000     88  WS-END-OF-FILE                   VALUE "Y".
007100     88  WS-NOT-END-OF-FILE               VALUE "N".
007200*----------------------------------------------------------------*
007300* RUN COUNTERS AND CONTROL TOTALS.  THE HASH TOTAL IS THE SUM OF *
007400* THE SENTENCE IDS UNLOADED - MEANINGLESS AS A NUMBER, BUT A     *
007500* DROPPED OR DAMAGED RECORD CHANGES IT.                          *
007600*----------------------------------------------------------------*
007700 77  WS-RECORD-CTR              PIC 9(07) COMP VALUE ZERO.
007800 77  WS-ACTIVE-CTR              PIC 9(07) COMP VALUE ZERO.
007900 77  WS-PENDING-CTR             PIC 9(07) COMP VALUE ZERO.
008000 77  WS-RETIRED-CTR             PIC 9(07) COMP VALUE ZERO.
008100 77  WS-OTHER-CTR               PIC 9(07) COMP VALUE ZERO.
008200 77  WS-HASH-TOTAL              PIC 9(15) COMP VALUE ZERO.
008300 77  WS-CTR-DISP                PIC Z(6)9.
008400 77  WS-HASH-DISP               PIC Z(14)9.
008500*----------------------------------------------------------------*
008600* RUN DATE AND TIME - THE UNLOAD STAMP ON THE HEADER AND         *
008700* TRAILER.                                                       *
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
009800* 0000-MAINLINE - DRIVES ONE UNLOAD OF THE MASTER.               *
009900*----------------------------------------------------------------*
010000 0000-MAINLINE.
010100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010200     PERFORM 2000-UNLOAD-ONE-MASTER THRU 2000-EXIT
010300         UNTIL WS-END-OF-FILE.
010400     PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT.
010500     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
010600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
010700     STOP RUN.
010800*----------------------------------------------------------------*
010900* 1000-INITIALIZE - OPEN FILES, WRITE THE BACKUP HEADER AND      *
011000* PRINT THE REPORT HEADING.                                      *
011100*----------------------------------------------------------------*
011200 1000-INITIALIZE.
011300     ACCEPT WS-RUN-DATE FROM DATE.
011400     ACCEPT WS-RUN-TIME FROM TIME.
011500     OPEN INPUT SENTENCE-MASTER.
011600     IF WS-MST-FILE-STATUS NOT = "00"
011700         DISPLAY "SENTBKUP: SENTENCE-MASTER OPEN FAILED, STATUS "
011800             WS-MST-FILE-STATUS
011900         MOVE 16 TO RETURN-CODE
012000         STOP RUN
012100     END-IF.
012200     OPEN OUTPUT BACKUP-FILE.
012300     IF WS-BKP-FILE-STATUS NOT = "00"
012400         DISPLAY "SENTBKUP: BACKUP-FILE OPEN FAILED, STATUS "
012500             WS-BKP-FILE-STATUS
012600         MOVE 16 TO RETURN-CODE
012700         STOP RUN
012800     END-IF.
012900     OPEN OUTPUT BACKUP-REPORT.
013000     IF WS-RPT-FILE-STATUS NOT = "00"
013100         DISPLAY "SENTBKUP: BACKUP-REPORT OPEN FAILED, STATUS "
013200             WS-RPT-FILE-STATUS
013300         MOVE 16 TO RETURN-CODE
013400         STOP RUN
013500     END-IF.
013600     MOVE SPACES TO SBKP-RECORD.
013700     SET SBKP-HEADER TO TRUE.
013800     MOVE WS-RUN-DATE TO SBKP-HDR-BACKUP-DATE.
013900     MOVE WS-RUN-TIME TO SBKP-HDR-BACKUP-TIME.
014000     PERFORM 6000-WRITE-BACKUP THRU 6000-EXIT.
014100     MOVE SPACES TO WS-RL-TEXT.
014200     STRING "SENTENCE MASTER BACKUP REPORT - RUN DATE "
014300            DELIMITED BY SIZE
014400            WS-RUN-DATE DELIMITED BY SIZE
014500         INTO WS-RL-TEXT.
014600     WRITE BR-LINE FROM WS-REPORT-LINE AFTER ADVANCING PAGE.
014700     MOVE SPACES TO WS-RL-TEXT.
014800     WRITE BR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
014900 1000-EXIT.
015000     EXIT.
015100*----------------------------------------------------------------*
015200* 2000-UNLOAD-ONE-MASTER - COPY ONE MASTER RECORD TO THE BACKUP  *
015300* AND ADD IT TO THE COUNT AND THE HASH TOTAL.                    *
015400*----------------------------------------------------------------*
015500 2000-UNLOAD-ONE-MASTER.
015600     READ SENTENCE-MASTER
015700         AT END SET WS-END-OF-FILE TO TRUE
015800     END-READ.
015900     IF WS-END-OF-FILE
016000         GO TO 2000-EXIT
016100     END-IF.
016200     ADD 1 TO WS-RECORD-CTR.
016300     ADD SMST-SENTENCE-ID TO WS-HASH-TOTAL.
016400     EVALUATE TRUE
016500         WHEN SMST-ACTIVE
016600             ADD 1 TO WS-ACTIVE-CTR
016700         WHEN SMST-PENDING
016800             ADD 1 TO WS-PENDING-CTR
016900         WHEN SMST-RETIRED
017000             ADD 1 TO WS-RETIRED-CTR
017100         WHEN OTHER
017200             ADD 1 TO WS-OTHER-CTR
017300     END-EVALUATE.
017400     MOVE SMST-RECORD TO SBKP-MASTER-IMAGE.
017500     PERFORM 6000-WRITE-BACKUP THRU 6000-EXIT.
017600 2000-EXIT.
017700     EXIT.
017800*----------------------------------------------------------------*
017900* 3000-WRITE-TRAILER - CLOSE THE COPY WITH ITS CONTROL TOTALS.   *
018000*----------------------------------------------------------------*
018100 3000-WRITE-TRAILER.
018200     MOVE SPACES TO SBKP-RECORD.
018300     SET SBKP-TRAILER TO TRUE.
018400     MOVE WS-RUN-DATE TO SBKP-TRL-BACKUP-DATE.
018500     MOVE WS-RUN-TIME TO SBKP-TRL-BACKUP-TIME.
018600     MOVE WS-RECORD-CTR TO SBKP-TRL-RECORD-COUNT.
018700     MOVE WS-HASH-TOTAL TO SBKP-TRL-HASH-TOTAL.
018800     PERFORM 6000-WRITE-BACKUP THRU 6000-EXIT.
018900 3000-EXIT.
019000     EXIT.
019100*----------------------------------------------------------------*
019200* 6000-WRITE-BACKUP - A BACKUP THAT CANNOT BE WRITTEN IN FULL IS *
019300* NO BACKUP, SO A FAILED WRITE STOPS THE RUN.                    *
019400*----------------------------------------------------------------*
019500 6000-WRITE-BACKUP.
019600     WRITE SBKP-RECORD.
019700     IF WS-BKP-FILE-STATUS NOT = "00"
019800         DISPLAY "SENTBKUP: BACKUP-FILE WRITE FAILED, STATUS "
019900             WS-BKP-FILE-STATUS
020000         MOVE 16 TO RETURN-CODE
020100         STOP RUN
020200     END-IF.
020300 6000-EXIT.
020400     EXIT.
020500*----------------------------------------------------------------*
020600* 8000-WRITE-TOTALS - THE UNLOAD STAMP AND CONTROL TOTALS, KEPT  *
020700* WITH THE COPY FOR THE DAY IT HAS TO BE RELOADED.               *
020800*----------------------------------------------------------------*
020900 8000-WRITE-TOTALS.
021000     MOVE SPACES TO WS-RL-TEXT.
021100     STRING "  BACKUP TAKEN  . . . . . . . . "
021200            DELIMITED BY SIZE
021300            WS-RUN-DATE DELIMITED BY SIZE
021400            " " DELIMITED BY SIZE
021500            WS-RUN-TIME DELIMITED BY SIZE
021600         INTO WS-RL-TEXT.
021700     WRITE BR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
021800     MOVE WS-RECORD-CTR TO WS-CTR-DISP.
021900     MOVE SPACES TO WS-RL-TEXT.
022000     STRING "  MASTER RECORDS UNLOADED . . . "
022100            DELIMITED BY SIZE
022200            WS-CTR-DISP DELIMITED BY SIZE
022300         INTO WS-RL-TEXT.
022400     WRITE BR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 2 LINES.
022500     MOVE WS-ACTIVE-CTR TO WS-CTR-DISP.
022600     MOVE SPACES TO WS-RL-TEXT.
022700     STRING "    ACTIVE  . . . . . . . . . . "
022800            DELIMITED BY SIZE
022900            WS-CTR-DISP DELIMITED BY SIZE
023000         INTO WS-RL-TEXT.
023100     WRITE BR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
023200     MOVE WS-PENDING-CTR TO WS-CTR-DISP.
023300     MOVE SPACES TO WS-RL-TEXT.
023400     STRING "    PENDING . . . . . . . . . . "
023500            DELIMITED BY SIZE
023600            WS-CTR-DISP DELIMITED BY SIZE
023700         INTO WS-RL-TEXT.
023800     WRITE BR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
023900     MOVE WS-RETIRED-CTR TO WS-CTR-DISP.
024000     MOVE SPACES TO WS-RL-TEXT.
024100     STRING "    RETIRED . . . . . . . . . . "
024200            DELIMITED BY SIZE
024300            WS-CTR-DISP DELIMITED BY SIZE
024400         INTO WS-RL-TEXT.
024500     WRITE BR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
024600     MOVE WS-OTHER-CTR TO WS-CTR-DISP.
024700     MOVE SPACES TO WS-RL-TEXT.
024800     STRING "    OTHER STATUS  . . . . . . . "
024900            DELIMITED BY SIZE
025000            WS-CTR-DISP DELIMITED BY SIZE
025100         INTO WS-RL-TEXT.
025200     WRITE BR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
025300     MOVE WS-HASH-TOTAL TO WS-HASH-DISP.
025400     MOVE SPACES TO WS-RL-TEXT.
025500     STRING "  SENTENCE ID HASH TOTAL  . . . "
025600            DELIMITED BY SIZE
025700            WS-HASH-DISP DELIMITED BY SIZE
025800         INTO WS-RL-TEXT.
025900     WRITE BR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
026000 8000-EXIT.
026100     EXIT.
026200*----------------------------------------------------------------*
026300* 9000-TERMINATE - CLOSE FILES.                                  *
026400*----------------------------------------------------------------*
026500 9000-TERMINATE.
026600     CLOSE SENTENCE-MASTER.
026700     CLOSE BACKUP-FILE.
026800     CLOSE BACKUP-REPORT.
026900 9000-EXIT.
027000     EXIT.
