000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. JOBMNT.
000300 AUTHOR. R. HASTINGS.
000400 INSTALLATION. PRINT-QA DEPT.
000500 DATE-WRITTEN. 10/05/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800* MODIFICATION HISTORY                                           *
000900*----------------------------------------------------------------*
001000* 10/05/2026 RH  ORIGINAL VERSION - MAINTAINS THE SPECIMEN-JOB   *
001100*                 MASTER FROM A KEYED TRANSACTION DECK (ADD,     *
001200*                 CHANGE, CLOSE) AND PRINTS AN APPLIED/REJECTED  *
001300*                 REPORT, REPLACING THE HAND-EDITED JOBFILE      *
001400*                 CARD DECK.  DUPLICATE JOB IDS, BAD ALPHABET    *
001500*                 LENGTHS AND MISSING CUSTOMERS ARE TURNED AWAY  *
001600*                 HERE INSTEAD OF BREAKING THE NIGHT.  EVERY     *
001700*                 APPLIED CARD IS JOURNALED WITH BEFORE AND      *
001800*                 AFTER IMAGES (PANJJRN) AS SENTMNT JOURNALS     *
001900*                 THE SENTENCE MASTER.                           *
001910* 10/09/2026 RH  A JOB NOW NAMES ITS CUSTOMER BY CUSTOMER CODE,  *
001920*                 AND THE CODE MUST BE ON THE CUSTOMER MASTER    *
001930*                 (PANCUST) FOR AN ADD OR A CHANGE TO APPLY, SO  *
001940*                 A MISKEYED CUSTOMER CAN NO LONGER SPLIT ONE    *
001950*                 CUSTOMER'S STATEMENT AND BILLING IN TWO.       *
001960* 10/15/2026 RH  AN ALPHABET CARD WHOSE LETTERS DO NOT NUMBER    *
001961*                 THE LENGTH IT GIVES, OR THAT REPEATS A LETTER  *
001962*                 IN EITHER CASE, IS NOW TURNED AWAY.  THE       *
001963*                 SCORING RUN TAKES THE LENGTH AT ITS WORD, SO   *
001964*                 SUCH A JOB COULD NEVER PASS A SENTENCE.        *
002000*----------------------------------------------------------------*
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300 SOURCE-COMPUTER. IBM-370.
002400 OBJECT-COMPUTER. IBM-370.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT OPTIONAL JOB-MASTER ASSIGN TO JOBMST
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS RANDOM
003000         RECORD KEY IS JMST-JOB-ID
003100         FILE STATUS IS WS-JMST-FILE-STATUS.
003200     SELECT TRAN-FILE ASSIGN TO JOBTRAN
003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS WS-TRAN-FILE-STATUS.
003500     SELECT MAINT-REPORT ASSIGN TO JOBRPT
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-RPT-FILE-STATUS.
003800     SELECT OPTIONAL JOURNAL-FILE ASSIGN TO JOBJRNL
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-JRN-FILE-STATUS.
004010     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMST
004020         ORGANIZATION IS INDEXED
004030         ACCESS MODE IS RANDOM
004040         RECORD KEY IS CUST-CODE
004050         FILE STATUS IS WS-CUST-FILE-STATUS.
004100 DATA DIVISION.
004200 FILE SECTION.
004300*----------------------------------------------------------------*
004400* SPECIMEN-JOB MASTER, KEYED BY JOB ID.  THE EXTRACT (SENTXTR)   *
004500* AND THE VERIFICATION RUN (SENTVRFY) READ IT IN KEY ORDER.      *
004600*----------------------------------------------------------------*
004700 FD  JOB-MASTER
004800     RECORD CONTAINS 100 CHARACTERS
004900     LABEL RECORDS ARE STANDARD.
005000 01  JMST-RECORD.
005100     COPY PANJMST.
005200*----------------------------------------------------------------*
005300* MAINTENANCE TRANSACTION DECK, ONE ACTION PER CARD.             *
005400*----------------------------------------------------------------*
005500 FD  TRAN-FILE
005600     RECORD CONTAINS 80 CHARACTERS
005700     LABEL RECORDS ARE STANDARD.
005800 01  JTRN-RECORD.
005900     COPY PANJTRN.
006000 FD  MAINT-REPORT
006100     RECORD CONTAINS 132 CHARACTERS
006200     LABEL RECORDS ARE STANDARD.
006300 01  MR-LINE                     PIC X(132).
006400*----------------------------------------------------------------*
006500* CHANGE JOURNAL - BEFORE/AFTER IMAGE OF EVERY APPLIED CARD,     *
006600* EXTENDED RUN OVER RUN.                                         *
006700*----------------------------------------------------------------*
006800 FD  JOURNAL-FILE
006900     RECORD CONTAINS 240 CHARACTERS
007000     LABEL RECORDS ARE STANDARD.
007100 01  JJRN-RECORD.
007200     COPY PANJJRN.
007210*----------------------------------------------------------------*
007220* CUSTOMER MASTER, READ BY CODE TO EDIT THE CARD'S CUSTOMER.     *
007230*----------------------------------------------------------------*
007240 FD  CUSTOMER-MASTER
007250     RECORD CONTAINS 100 CHARACTERS
007260     LABEL RECORDS ARE STANDARD.
007270 01  CUST-RECORD.
007280     COPY PANCUST.
007300 WORKING-STORAGE SECTION.
007400*----------------------------------------------------------------*
007500* FILE STATUS FIELDS AND SWITCHES                                *
007600*----------------------------------------------------------------*
007700 77  WS-JMST-FILE-STATUS        PIC X(02) VALUE SPACES.
007800 77  WS-TRAN-FILE-STATUS        PIC X(02) VALUE SPACES.
007900 77  WS-RPT-FILE-STATUS         PIC X(02) VALUE SPACES.
008000 77  WS-JRN-FILE-STATUS         PIC X(02) VALUE SPACES.
008010 77  WS-CUST-FILE-STATUS        PIC X(02) VALUE SPACES.
008100 77  WS-JRN-DISABLED-SWITCH     PIC X(01) VALUE "N".
008200     88  WS-JRN-DISABLED                  VALUE "Y".
008300 77  WS-EOF-SWITCH              PIC X(01) VALUE "N".
008400     88  WS-END-OF-FILE                   VALUE "Y".
008500     88  WS-NOT-END-OF-FILE               VALUE "N".
008600*----------------------------------------------------------------*
008700* RUN COUNTERS AND CONTROL TOTALS                                *
008800*----------------------------------------------------------------*
008900 77  WS-TRAN-CTR                PIC 9(07) COMP VALUE ZERO.
009000 77  WS-APPLIED-CTR             PIC 9(07) COMP VALUE ZERO.
009100 77  WS-REJECTED-CTR            PIC 9(07) COMP VALUE ZERO.
009200 77  WS-ADD-CTR                 PIC 9(07) COMP VALUE ZERO.
009300 77  WS-CHANGE-CTR              PIC 9(07) COMP VALUE ZERO.
009400 77  WS-CLOSE-CTR               PIC 9(07) COMP VALUE ZERO.
009500 77  WS-CTR-DISP                PIC Z(6)9.
009600*----------------------------------------------------------------*
009700* ONE TRANSACTION'S WORTH OF EVALUATION.  THE EDITED ALPHABET    *
009800* IS HELD HERE UNTIL THE CARD IS KNOWN GOOD.                     *
009900*----------------------------------------------------------------*
010000 77  WS-REJECT-REASON           PIC X(30) VALUE SPACES.
010100 77  WS-EDIT-ALPHA-LEN          PIC 9(02) VALUE ZERO.
010200 77  WS-EDIT-ALPHA-CHARS        PIC X(32) VALUE SPACES.
010210 77  WS-EDIT-ALPHA-UPPER        PIC X(32) VALUE SPACES.
010220 77  WS-EDIT-ALPHA-IDX          PIC 9(02) COMP VALUE ZERO.
010230 77  WS-EDIT-LETTER-CTR         PIC 9(02) COMP VALUE ZERO.
010240 77  WS-EDIT-REPEAT-CTR         PIC 9(02) COMP VALUE ZERO.
010250*----------------------------------------------------------------*
010255* CASE PAIRS FOR THE REPEATED-LETTER EDIT.  THE SCORING RUN      *
010260* FOLDS THE SAME PAIRS, SCANDINAVIAN LETTERS INCLUDED, SO A      *
010265* LETTER KEYED IN BOTH CASES IS A REPEAT.                        *
010270*----------------------------------------------------------------*
010275 77  WS-UPPER-ALPHA             PIC X(26)
010280         VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
010285 77  WS-LOWER-ALPHA             PIC X(26)
010290         VALUE "abcdefghijklmnopqrstuvwxyz".
010295 77  WS-EXT-UPPER-ALPHA         PIC X(03) VALUE X"C5C4D6".
010297 77  WS-EXT-LOWER-ALPHA         PIC X(03) VALUE X"E5E4F6".
010300*----------------------------------------------------------------*
010400* BEFORE IMAGE OF THE MASTER RECORD IN HAND, SAVED AHEAD OF      *
010500* THE CHANGE FOR THE JOURNAL.  AN ADD JOURNALS A BLANK ONE.      *
010600*----------------------------------------------------------------*
010700 01  WS-BEFORE-IMAGE.
010800     05  WS-BEF-CUST-CODE        PIC X(08) VALUE SPACES.
010810     05  FILLER                  PIC X(12) VALUE SPACES.
010900     05  WS-BEF-ALPHA-LEN        PIC X(02) VALUE SPACES.
011000     05  WS-BEF-ALPHA-CHARS      PIC X(32) VALUE SPACES.
011100     05  WS-BEF-STATUS           PIC X(01) VALUE SPACE.
011200     05  WS-BEF-OPENED-DATE      PIC X(06) VALUE SPACES.
011300     05  WS-BEF-CLOSED-DATE      PIC X(06) VALUE SPACES.
011400*----------------------------------------------------------------*
011500* DEFAULT PROOFING ALPHABET, TAKEN BY AN ADD WITH NO ALPHABET.   *
011600*----------------------------------------------------------------*
011700 COPY PANALPHA.
011800*----------------------------------------------------------------*
011900* RUN DATE AND TIME FOR THE REPORT HEADING.                      *
012000*----------------------------------------------------------------*
012100 01  WS-RUN-DATE                PIC 9(06).
012200 01  WS-RUN-TIME                PIC 9(08).
012300*----------------------------------------------------------------*
012400* REPORT PRINT LINE.                                             *
012500*----------------------------------------------------------------*
012600 01  WS-REPORT-LINE.
012700     05  WS-RL-TEXT              PIC X(132).
012800 PROCEDURE DIVISION.
012900*----------------------------------------------------------------*
013000* 0000-MAINLINE - DRIVES ONE MAINTENANCE RUN OF THE DECK.        *
013100*----------------------------------------------------------------*
013200 0000-MAINLINE.
013300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013400     PERFORM 2000-PROCESS-ONE-TRAN THRU 2000-EXIT
013500         UNTIL WS-END-OF-FILE.
013600     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
013700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
013800     STOP RUN.
013900*----------------------------------------------------------------*
014000* 1000-INITIALIZE - OPEN FILES AND PRINT THE REPORT HEADING.     *
014100* OPEN I-O ON THE OPTIONAL MASTER CREATES IT ON THE FIRST        *
014200* LOAD (STATUS 05), AS THE SENTENCE MASTER IS CREATED.           *
014300*----------------------------------------------------------------*
014400 1000-INITIALIZE.
014500     ACCEPT WS-RUN-DATE FROM DATE.
014600     ACCEPT WS-RUN-TIME FROM TIME.
014700     OPEN I-O JOB-MASTER.
014800     IF WS-JMST-FILE-STATUS NOT = "00"
014900         AND WS-JMST-FILE-STATUS NOT = "05"
015000         DISPLAY "JOBMNT: JOB-MASTER OPEN FAILED, STATUS "
015100             WS-JMST-FILE-STATUS
015200         MOVE 16 TO RETURN-CODE
015300         STOP RUN
015400     END-IF.
015500     OPEN INPUT TRAN-FILE.
015600     IF WS-TRAN-FILE-STATUS NOT = "00"
015700         DISPLAY "JOBMNT: TRAN-FILE OPEN FAILED, STATUS "
015800             WS-TRAN-FILE-STATUS
015900         MOVE 16 TO RETURN-CODE
016000         STOP RUN
016100     END-IF.
016200     OPEN OUTPUT MAINT-REPORT.
016300     IF WS-RPT-FILE-STATUS NOT = "00"
016400         DISPLAY "JOBMNT: MAINT-REPORT OPEN FAILED, STATUS "
016500             WS-RPT-FILE-STATUS
016600         MOVE 16 TO RETURN-CODE
016700         STOP RUN
016800     END-IF.
016810     OPEN INPUT CUSTOMER-MASTER.
016820     IF WS-CUST-FILE-STATUS NOT = "00"
016830         DISPLAY "JOBMNT: CUSTOMER-MASTER OPEN FAILED, STATUS "
016840             WS-CUST-FILE-STATUS
016850         MOVE 16 TO RETURN-CODE
016860         STOP RUN
016870     END-IF.
016900* THE JOURNAL ACCUMULATES ACROSS RUNS, SO IT ALWAYS EXTENDS.     *
017000* STATUS 05 MEANS THE FIRST RUN CREATES IT.                      *
017100     OPEN EXTEND JOURNAL-FILE.
017200     IF WS-JRN-FILE-STATUS NOT = "00"
017300         AND WS-JRN-FILE-STATUS NOT = "05"
017400         DISPLAY "JOBMNT: JOURNAL-FILE OPEN FAILED, STATUS "
017500             WS-JRN-FILE-STATUS
017600             " - MAINTENANCE CONTINUES WITHOUT JOURNAL"
017700         SET WS-JRN-DISABLED TO TRUE
017800     END-IF.
017900     MOVE SPACES TO WS-RL-TEXT.
018000     STRING "SPECIMEN JOB MASTER MAINTENANCE REPORT - RUN DATE "
018100            DELIMITED BY SIZE
018200            WS-RUN-DATE DELIMITED BY SIZE
018300         INTO WS-RL-TEXT.
018400     WRITE MR-LINE FROM WS-REPORT-LINE AFTER ADVANCING PAGE.
018500     MOVE SPACES TO WS-RL-TEXT.
018600     WRITE MR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
018700 1000-EXIT.
018800     EXIT.
018900*----------------------------------------------------------------*
019000* 2000-PROCESS-ONE-TRAN - MAIN LOOP OVER THE TRANSACTION DECK.   *
019100*----------------------------------------------------------------*
019200 2000-PROCESS-ONE-TRAN.
019300     READ TRAN-FILE
019400         AT END SET WS-END-OF-FILE TO TRUE
019500         NOT AT END PERFORM 2100-EDIT-TRANSACTION THRU 2100-EXIT
019600     END-READ.
019700 2000-EXIT.
019800     EXIT.
019900*----------------------------------------------------------------*
020000* 2100-EDIT-TRANSACTION - VALIDATE THE CARD, THEN APPLY IT TO    *
020100* THE MASTER.  ANY EDIT FAILURE REJECTS THE WHOLE CARD.          *
020200*----------------------------------------------------------------*
020300 2100-EDIT-TRANSACTION.
020400     ADD 1 TO WS-TRAN-CTR.
020500     MOVE SPACES TO WS-REJECT-REASON.
020600     IF JTRN-JOB-ID = SPACES
020700         MOVE "JOB ID MISSING" TO WS-REJECT-REASON
020800         PERFORM 7100-WRITE-REJECTED-LINE THRU 7100-EXIT
020900         GO TO 2100-EXIT
021000     END-IF.
021100     EVALUATE TRUE
021200         WHEN JTRN-ADD
021300             PERFORM 3000-APPLY-ADD THRU 3000-EXIT
021400         WHEN JTRN-CHANGE
021500             PERFORM 3100-APPLY-CHANGE THRU 3100-EXIT
021600         WHEN JTRN-CLOSE
021700             PERFORM 3200-APPLY-CLOSE THRU 3200-EXIT
021800         WHEN OTHER
021900             MOVE "ACTION CODE INVALID" TO WS-REJECT-REASON
022000             PERFORM 7100-WRITE-REJECTED-LINE THRU 7100-EXIT
022100     END-EVALUATE.
022200 2100-EXIT.
022300     EXIT.
022400*----------------------------------------------------------------*
022500* 2200-EDIT-ALPHABET - THE CARD'S ALPHABET MUST GIVE A LENGTH OF *
022510* 01 TO 32 - THE MOST THE SCORING RUN'S LETTER TABLE HOLDS - AND *
022520* THE LETTERS THEMSELVES, EXACTLY AS MANY AS THE LENGTH SAYS AND *
022530* NONE OF THEM REPEATED IN EITHER CASE.  A GOOD ALPHABET IS LEFT *
022540* IN THE EDIT FIELDS; A BAD ONE LEAVES THE REJECT REASON SET.    *
022900*----------------------------------------------------------------*
023000 2200-EDIT-ALPHABET.
023100     IF JTRN-ALPHA-LEN NOT NUMERIC
023200         MOVE "ALPHABET LENGTH NOT NUMERIC" TO WS-REJECT-REASON
023300         GO TO 2200-EXIT
023400     END-IF.
023500     MOVE JTRN-ALPHA-LEN TO WS-EDIT-ALPHA-LEN.
023600     IF WS-EDIT-ALPHA-LEN = ZERO
023700         OR WS-EDIT-ALPHA-LEN > 32
023800         MOVE "ALPHABET LENGTH NOT 01-32" TO WS-REJECT-REASON
023900         GO TO 2200-EXIT
024000     END-IF.
024100     IF JTRN-ALPHA-CHARS = SPACES
024200         MOVE "ALPHABET LETTERS MISSING" TO WS-REJECT-REASON
024300         GO TO 2200-EXIT
024400     END-IF.
024410     MOVE ZERO TO WS-EDIT-LETTER-CTR.
024415     PERFORM 2210-COUNT-ONE-LETTER THRU 2210-EXIT
024420         VARYING WS-EDIT-ALPHA-IDX FROM 1 BY 1
024425         UNTIL WS-EDIT-ALPHA-IDX > 32.
024430     IF WS-EDIT-LETTER-CTR NOT = WS-EDIT-ALPHA-LEN
024435         MOVE "ALPHABET LENGTH MISMATCH" TO WS-REJECT-REASON
024440         GO TO 2200-EXIT
024445     END-IF.
024450     MOVE JTRN-ALPHA-CHARS TO WS-EDIT-ALPHA-UPPER.
024455     INSPECT WS-EDIT-ALPHA-UPPER CONVERTING WS-LOWER-ALPHA
024460         TO WS-UPPER-ALPHA.
024465     INSPECT WS-EDIT-ALPHA-UPPER CONVERTING WS-EXT-LOWER-ALPHA
024470         TO WS-EXT-UPPER-ALPHA.
024475     PERFORM 2220-CHECK-ONE-LETTER THRU 2220-EXIT
024480         VARYING WS-EDIT-ALPHA-IDX FROM 1 BY 1
024485         UNTIL WS-EDIT-ALPHA-IDX > WS-EDIT-ALPHA-LEN
024490            OR WS-REJECT-REASON NOT = SPACES.
024495     IF WS-REJECT-REASON NOT = SPACES
024500         GO TO 2200-EXIT
024505     END-IF.
024510     MOVE JTRN-ALPHA-CHARS TO WS-EDIT-ALPHA-CHARS.
024515 2200-EXIT.
024520     EXIT.
024525*----------------------------------------------------------------*
024530* 2210-COUNT-ONE-LETTER - COUNT ONE NON-BLANK POSITION OF THE    *
024535* CARD'S ALPHABET.                                               *
024540*----------------------------------------------------------------*
024545 2210-COUNT-ONE-LETTER.
024550     IF JTRN-ALPHA-CHARS(WS-EDIT-ALPHA-IDX:1) NOT = SPACE
024555         ADD 1 TO WS-EDIT-LETTER-CTR
024560     END-IF.
024565 2210-EXIT.
024570     EXIT.
024575*----------------------------------------------------------------*
024580* 2220-CHECK-ONE-LETTER - A LETTER MAY APPEAR ONLY ONCE IN THE   *
024585* FOLDED ALPHABET, AND NO POSITION WITHIN THE LENGTH MAY BE      *
024590* BLANK.                                                         *
024595*----------------------------------------------------------------*
024600 2220-CHECK-ONE-LETTER.
024605     IF WS-EDIT-ALPHA-UPPER(WS-EDIT-ALPHA-IDX:1) = SPACE
024610         MOVE "ALPHABET LENGTH MISMATCH" TO WS-REJECT-REASON
024615         GO TO 2220-EXIT
024620     END-IF.
024625     MOVE ZERO TO WS-EDIT-REPEAT-CTR.
024630     INSPECT WS-EDIT-ALPHA-UPPER TALLYING WS-EDIT-REPEAT-CTR
024635         FOR ALL WS-EDIT-ALPHA-UPPER(WS-EDIT-ALPHA-IDX:1).
024640     IF WS-EDIT-REPEAT-CTR > 1
024645         MOVE "ALPHABET LETTER REPEATED" TO WS-REJECT-REASON
024650     END-IF.
024655 2220-EXIT.
024660     EXIT.
024710*----------------------------------------------------------------*
024720* 2300-EDIT-CUSTOMER - THE CARD'S CUSTOMER CODE MUST BE ON THE   *
024730* CUSTOMER MASTER.  A BAD CODE LEAVES THE REJECT REASON SET.     *
024740*----------------------------------------------------------------*
024750 2300-EDIT-CUSTOMER.
024760     MOVE JTRN-CUST-CODE TO CUST-CODE.
024770     READ CUSTOMER-MASTER
024780         INVALID KEY
024790             MOVE "CUSTOMER CODE NOT ON MASTER"
024791                 TO WS-REJECT-REASON
024792     END-READ.
024793     IF WS-REJECT-REASON = SPACES
024794         AND WS-CUST-FILE-STATUS NOT = "00"
024795         MOVE "CUSTOMER MASTER READ FAILED" TO WS-REJECT-REASON
024796     END-IF.
024797 2300-EXIT.
024798     EXIT.
024800*----------------------------------------------------------------*
024900* 3000-APPLY-ADD - WRITE A NEW JOB, OPEN AS OF TODAY.  A CARD    *
025000* WITH NO ALPHABET AT ALL TAKES THE DEFAULT ALPHABET, SO THE     *
025100* MASTER ALWAYS STATES THE ALPHABET THE JOB IS PROOFED UNDER.    *
025200*----------------------------------------------------------------*
025300 3000-APPLY-ADD.
025400     IF JTRN-CUST-CODE = SPACES
025500         MOVE "CUSTOMER CODE MISSING" TO WS-REJECT-REASON
025600         PERFORM 7100-WRITE-REJECTED-LINE THRU 7100-EXIT
025700         GO TO 3000-EXIT
025800     END-IF.
025810     PERFORM 2300-EDIT-CUSTOMER THRU 2300-EXIT.
025820     IF WS-REJECT-REASON NOT = SPACES
025830         PERFORM 7100-WRITE-REJECTED-LINE THRU 7100-EXIT
025840         GO TO 3000-EXIT
025850     END-IF.
025900     IF JTRN-ALPHA-LEN = SPACES AND JTRN-ALPHA-CHARS = SPACES
026000         MOVE PAN-DEFAULT-ALPHA-LEN TO WS-EDIT-ALPHA-LEN
026100         MOVE PAN-DEFAULT-ALPHA-CHARS TO WS-EDIT-ALPHA-CHARS
026200     ELSE
026300         PERFORM 2200-EDIT-ALPHABET THRU 2200-EXIT
026400     END-IF.
026500     IF WS-REJECT-REASON NOT = SPACES
026600         PERFORM 7100-WRITE-REJECTED-LINE THRU 7100-EXIT
026700         GO TO 3000-EXIT
026800     END-IF.
026900     MOVE SPACES TO WS-BEFORE-IMAGE.
027000     MOVE SPACES TO JMST-RECORD.
027100     MOVE JTRN-JOB-ID TO JMST-JOB-ID.
027200     MOVE JTRN-CUST-CODE TO JMST-CUST-CODE.
027300     MOVE WS-EDIT-ALPHA-LEN TO JMST-ALPHA-LEN.
027400     MOVE WS-EDIT-ALPHA-CHARS TO JMST-ALPHA-CHARS.
027500     MOVE "O" TO JMST-STATUS.
027600     MOVE WS-RUN-DATE TO JMST-OPENED-DATE.
027700     MOVE ZERO TO JMST-CLOSED-DATE.
027800     WRITE JMST-RECORD
027900         INVALID KEY
028000             MOVE "JOB ID ALREADY ON MASTER" TO WS-REJECT-REASON
028100     END-WRITE.
028200     IF WS-REJECT-REASON = SPACES
028300         AND WS-JMST-FILE-STATUS NOT = "00"
028400         MOVE "MASTER WRITE FAILED" TO WS-REJECT-REASON
028500     END-IF.
028600     IF WS-REJECT-REASON = SPACES
028700         ADD 1 TO WS-ADD-CTR
028800         PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT
028900         PERFORM 7000-WRITE-APPLIED-LINE THRU 7000-EXIT
029000     ELSE
029100         PERFORM 7100-WRITE-REJECTED-LINE THRU 7100-EXIT
029200     END-IF.
029300 3000-EXIT.
029400     EXIT.
029500*----------------------------------------------------------------*
029600* 3100-APPLY-CHANGE - UPDATE THE CUSTOMER CODE AND/OR ALPHABET   *
029700* OF AN OPEN JOB.  A BLANK FIELD LEAVES THE MASTER FIELD AS IT   *
029800* STANDS; AN ALPHABET CHANGE MUST GIVE BOTH LENGTH AND LETTERS.  *
029900* A CLOSED JOB IS SIGNED OFF AND IS NOT CHANGED.                 *
030000*----------------------------------------------------------------*
030100 3100-APPLY-CHANGE.
030200     IF JTRN-CUST-CODE = SPACES
030300         AND JTRN-ALPHA-LEN = SPACES
030400         AND JTRN-ALPHA-CHARS = SPACES
030500         MOVE "NOTHING TO CHANGE" TO WS-REJECT-REASON
030600         PERFORM 7100-WRITE-REJECTED-LINE THRU 7100-EXIT
030700         GO TO 3100-EXIT
030800     END-IF.
030900     IF JTRN-ALPHA-LEN NOT = SPACES
031000         OR JTRN-ALPHA-CHARS NOT = SPACES
031100         PERFORM 2200-EDIT-ALPHABET THRU 2200-EXIT
031200     END-IF.
031210     IF WS-REJECT-REASON = SPACES
031220         AND JTRN-CUST-CODE NOT = SPACES
031230         PERFORM 2300-EDIT-CUSTOMER THRU 2300-EXIT
031240     END-IF.
031300     IF WS-REJECT-REASON NOT = SPACES
031400         PERFORM 7100-WRITE-REJECTED-LINE THRU 7100-EXIT
031500         GO TO 3100-EXIT
031600     END-IF.
031700     MOVE JTRN-JOB-ID TO JMST-JOB-ID.
031800     READ JOB-MASTER
031900         INVALID KEY
032000             MOVE "JOB ID NOT ON MASTER" TO WS-REJECT-REASON
032100     END-READ.
032200     IF WS-REJECT-REASON NOT = SPACES
032300         PERFORM 7100-WRITE-REJECTED-LINE THRU 7100-EXIT
032400         GO TO 3100-EXIT
032500     END-IF.
032600     IF JMST-CLOSED
032700         MOVE "JOB IS CLOSED" TO WS-REJECT-REASON
032800         PERFORM 7100-WRITE-REJECTED-LINE THRU 7100-EXIT
032900         GO TO 3100-EXIT
033000     END-IF.
033100     PERFORM 6100-SAVE-BEFORE-IMAGE THRU 6100-EXIT.
033200     IF JTRN-CUST-CODE NOT = SPACES
033300         MOVE JTRN-CUST-CODE TO JMST-CUST-CODE
033400     END-IF.
033500     IF JTRN-ALPHA-LEN NOT = SPACES
033600         MOVE WS-EDIT-ALPHA-LEN TO JMST-ALPHA-LEN
033700         MOVE WS-EDIT-ALPHA-CHARS TO JMST-ALPHA-CHARS
033800     END-IF.
033900     REWRITE JMST-RECORD
034000         INVALID KEY
034100             MOVE "MASTER REWRITE FAILED" TO WS-REJECT-REASON
034200     END-REWRITE.
034300     IF WS-REJECT-REASON = SPACES
034400         AND WS-JMST-FILE-STATUS NOT = "00"
034500         MOVE "MASTER REWRITE FAILED" TO WS-REJECT-REASON
034600     END-IF.
034700     IF WS-REJECT-REASON = SPACES
034800         ADD 1 TO WS-CHANGE-CTR
034900         PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT
035000         PERFORM 7000-WRITE-APPLIED-LINE THRU 7000-EXIT
035100     ELSE
035200         PERFORM 7100-WRITE-REJECTED-LINE THRU 7100-EXIT
035300     END-IF.
035400 3100-EXIT.
035500     EXIT.
035600*----------------------------------------------------------------*
035700* 3200-APPLY-CLOSE - MARK AN OPEN JOB CLOSED AS OF TODAY, SO     *
035800* THE NIGHTLY EXTRACT STOPS ISSUING ITS SENTENCES.               *
035900*----------------------------------------------------------------*
036000 3200-APPLY-CLOSE.
036100     MOVE JTRN-JOB-ID TO JMST-JOB-ID.
036200     READ JOB-MASTER
036300         INVALID KEY
036400             MOVE "JOB ID NOT ON MASTER" TO WS-REJECT-REASON
036500     END-READ.
036600     IF WS-REJECT-REASON NOT = SPACES
036700         PERFORM 7100-WRITE-REJECTED-LINE THRU 7100-EXIT
036800         GO TO 3200-EXIT
036900     END-IF.
037000     IF JMST-CLOSED
037100         MOVE "JOB ALREADY CLOSED" TO WS-REJECT-REASON
037200         PERFORM 7100-WRITE-REJECTED-LINE THRU 7100-EXIT
037300         GO TO 3200-EXIT
037400     END-IF.
037500     PERFORM 6100-SAVE-BEFORE-IMAGE THRU 6100-EXIT.
037600     MOVE "C" TO JMST-STATUS.
037700     MOVE WS-RUN-DATE TO JMST-CLOSED-DATE.
037800     REWRITE JMST-RECORD
037900         INVALID KEY
038000             MOVE "MASTER REWRITE FAILED" TO WS-REJECT-REASON
038100     END-REWRITE.
038200     IF WS-REJECT-REASON = SPACES
038300         AND WS-JMST-FILE-STATUS NOT = "00"
038400         MOVE "MASTER REWRITE FAILED" TO WS-REJECT-REASON
038500     END-IF.
038600     IF WS-REJECT-REASON = SPACES
038700         ADD 1 TO WS-CLOSE-CTR
038800         PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT
038900         PERFORM 7000-WRITE-APPLIED-LINE THRU 7000-EXIT
039000     ELSE
039100         PERFORM 7100-WRITE-REJECTED-LINE THRU 7100-EXIT
039200     END-IF.
039300 3200-EXIT.
039400     EXIT.
039500*----------------------------------------------------------------*
039600* 6000-WRITE-JOURNAL - ONE JOURNAL RECORD PER APPLIED CARD:      *
039700* THE IMAGE SAVED BEFORE THE MASTER WAS TOUCHED, THE MASTER AS   *
039800* IT NOW STANDS, AND THE CARD THAT CAUSED THE CHANGE.  A         *
039900* FAILED WRITE DEGRADES JOURNALING RATHER THAN KILLING THE       *
040000* MAINTENANCE RUN.                                               *
040100*----------------------------------------------------------------*
040200 6000-WRITE-JOURNAL.
040300     IF WS-JRN-DISABLED
040400         GO TO 6000-EXIT
040500     END-IF.
040600     MOVE SPACES TO JJRN-RECORD.
040700     MOVE JMST-JOB-ID TO JJRN-JOB-ID.
040800     MOVE JTRN-ACTION TO JJRN-ACTION.
040900     MOVE WS-RUN-DATE TO JJRN-RUN-DATE.
041000     MOVE WS-RUN-TIME TO JJRN-RUN-TIME.
041100     MOVE WS-BEFORE-IMAGE TO JJRN-BEFORE-IMAGE.
041200     MOVE JMST-CUST-CODE TO JJRN-AFTER-CUST-CODE.
041300     MOVE JMST-ALPHA-LEN TO JJRN-AFTER-ALPHA-LEN.
041400     MOVE JMST-ALPHA-CHARS TO JJRN-AFTER-ALPHA-CHARS.
041500     MOVE JMST-STATUS TO JJRN-AFTER-STATUS.
041600     MOVE JMST-OPENED-DATE TO JJRN-AFTER-OPENED-DATE.
041700     MOVE JMST-CLOSED-DATE TO JJRN-AFTER-CLOSED-DATE.
041800     MOVE JTRN-RECORD TO JJRN-TRAN-IMAGE.
041900     WRITE JJRN-RECORD.
042000     IF WS-JRN-FILE-STATUS NOT = "00"
042100         DISPLAY "JOBMNT: JOURNAL WRITE FAILED, STATUS "
042200             WS-JRN-FILE-STATUS
042300             " - MAINTENANCE CONTINUES WITHOUT JOURNAL"
042400         SET WS-JRN-DISABLED TO TRUE
042500     END-IF.
042600 6000-EXIT.
042700     EXIT.
042800*----------------------------------------------------------------*
042900* 6100-SAVE-BEFORE-IMAGE - HOLD WHAT THE MASTER SAID BEFORE      *
043000* THE CARD TOUCHES IT, FOR THE JOURNAL.                          *
043100*----------------------------------------------------------------*
043200 6100-SAVE-BEFORE-IMAGE.
043300     MOVE JMST-CUST-CODE TO WS-BEF-CUST-CODE.
043400     MOVE JMST-ALPHA-LEN TO WS-BEF-ALPHA-LEN.
043500     MOVE JMST-ALPHA-CHARS TO WS-BEF-ALPHA-CHARS.
043600     MOVE JMST-STATUS TO WS-BEF-STATUS.
043700     MOVE JMST-OPENED-DATE TO WS-BEF-OPENED-DATE.
043800     MOVE JMST-CLOSED-DATE TO WS-BEF-CLOSED-DATE.
043900 6100-EXIT.
044000     EXIT.
044100*----------------------------------------------------------------*
044200* 7000-WRITE-APPLIED-LINE - ONE REPORT LINE PER APPLIED CARD.    *
044300*----------------------------------------------------------------*
044400 7000-WRITE-APPLIED-LINE.
044500     ADD 1 TO WS-APPLIED-CTR.
044600     MOVE SPACES TO WS-RL-TEXT.
044700     STRING "  " DELIMITED BY SIZE
044800            JTRN-ACTION DELIMITED BY SIZE
044900            " " DELIMITED BY SIZE
045000            JMST-JOB-ID DELIMITED BY SIZE
045100            " APPLIED   " DELIMITED BY SIZE
045200            JMST-CUST-CODE DELIMITED BY SIZE
045300            " " DELIMITED BY SIZE
045400            JMST-ALPHA-LEN DELIMITED BY SIZE
045500            " " DELIMITED BY SIZE
045600            JMST-ALPHA-CHARS DELIMITED BY SIZE
045700            " STATUS " DELIMITED BY SIZE
045800            JMST-STATUS DELIMITED BY SIZE
045900         INTO WS-RL-TEXT.
046000     WRITE MR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
046100 7000-EXIT.
046200     EXIT.
046300*----------------------------------------------------------------*
046400* 7100-WRITE-REJECTED-LINE - ONE REPORT LINE PER REJECTED CARD,  *
046500* WITH THE REASON THE EDIT OR THE MASTER TURNED IT AWAY.         *
046600*----------------------------------------------------------------*
046700 7100-WRITE-REJECTED-LINE.
046800     ADD 1 TO WS-REJECTED-CTR.
046900     MOVE SPACES TO WS-RL-TEXT.
047000     STRING "  " DELIMITED BY SIZE
047100            JTRN-ACTION DELIMITED BY SIZE
047200            " " DELIMITED BY SIZE
047300            JTRN-JOB-ID DELIMITED BY SIZE
047400            " REJECTED  " DELIMITED BY SIZE
047500            WS-REJECT-REASON DELIMITED BY SIZE
047600         INTO WS-RL-TEXT.
047700     WRITE MR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
047800 7100-EXIT.
047900     EXIT.
048000*----------------------------------------------------------------*
048100* 8000-WRITE-TOTALS - END-OF-RUN CONTROL TOTALS FOR THE          *
048200* OPERATIONS LOG.                                                *
048300*----------------------------------------------------------------*
048400 8000-WRITE-TOTALS.
048500     MOVE SPACES TO WS-RL-TEXT.
048600     WRITE MR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
048700     MOVE WS-TRAN-CTR TO WS-CTR-DISP.
048800     MOVE SPACES TO WS-RL-TEXT.
048900     STRING "  TRANSACTIONS READ . . . . . . "
049000            DELIMITED BY SIZE
049100            WS-CTR-DISP DELIMITED BY SIZE
049200         INTO WS-RL-TEXT.
049300     WRITE MR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
049400     MOVE WS-APPLIED-CTR TO WS-CTR-DISP.
049500     MOVE SPACES TO WS-RL-TEXT.
049600     STRING "  TRANSACTIONS APPLIED  . . . . "
049700            DELIMITED BY SIZE
049800            WS-CTR-DISP DELIMITED BY SIZE
049900         INTO WS-RL-TEXT.
050000     WRITE MR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
050100     MOVE WS-ADD-CTR TO WS-CTR-DISP.
050200     MOVE SPACES TO WS-RL-TEXT.
050300     STRING "    ADDS  . . . . . . . . . . . "
050400            DELIMITED BY SIZE
050500            WS-CTR-DISP DELIMITED BY SIZE
050600         INTO WS-RL-TEXT.
050700     WRITE MR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
050800     MOVE WS-CHANGE-CTR TO WS-CTR-DISP.
050900     MOVE SPACES TO WS-RL-TEXT.
051000     STRING "    CHANGES . . . . . . . . . . "
051100            DELIMITED BY SIZE
051200            WS-CTR-DISP DELIMITED BY SIZE
051300         INTO WS-RL-TEXT.
051400     WRITE MR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
051500     MOVE WS-CLOSE-CTR TO WS-CTR-DISP.
051600     MOVE SPACES TO WS-RL-TEXT.
051700     STRING "    CLOSES  . . . . . . . . . . "
051800            DELIMITED BY SIZE
051900            WS-CTR-DISP DELIMITED BY SIZE
052000         INTO WS-RL-TEXT.
052100     WRITE MR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
052200     MOVE WS-REJECTED-CTR TO WS-CTR-DISP.
052300     MOVE SPACES TO WS-RL-TEXT.
052400     STRING "  TRANSACTIONS REJECTED . . . . "
052500            DELIMITED BY SIZE
052600            WS-CTR-DISP DELIMITED BY SIZE
052700         INTO WS-RL-TEXT.
052800     WRITE MR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
052900 8000-EXIT.
053000     EXIT.
053100*----------------------------------------------------------------*
053200* 9000-TERMINATE - CLOSE FILES AND SET THE RETURN CODE SO THE    *
053300* SCHEDULER CAN SEE A RUN WITH REJECTED CARDS.                   *
053400*----------------------------------------------------------------*
053500 9000-TERMINATE.
053600     CLOSE JOB-MASTER.
053700     CLOSE TRAN-FILE.
053800     CLOSE MAINT-REPORT.
053900     CLOSE JOURNAL-FILE.
053910     CLOSE CUSTOMER-MASTER.
054000     IF WS-REJECTED-CTR > ZERO
054100         OR WS-JRN-DISABLED
054200         MOVE 4 TO RETURN-CODE
054300     END-IF.
054400 9000-EXIT.
054500     EXIT.
