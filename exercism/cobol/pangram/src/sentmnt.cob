001479*                 ON EVERY ADD AND EVERY STATUS CHANGE, SO THE   *
001480*                 VERIFICATION RUN (SENTVRFY) CAN AGE PENDING    *
001481*                 SENTENCES AWAITING DESK REVIEW.                *
001482* 10/15/2026 RH  EVERY ADD AND EVERY TEXT CHANGE IS NOW SCORED   *
001483*                 AS THE NIGHTLY SCORING RUN WOULD SCORE IT,     *
001484*                 AGAINST THE ALPHABET OF THE JOB THE SENTENCE   *
001485*                 WILL STAND UNDER (FROM THE SPECIMEN-JOB        *
001486*                 MASTER) OR THE DEFAULT ENGLISH ALPHABET.  THE  *
001487*                 MISSING LETTERS OR THE QUALITY FIGURES PRINT   *
001488*                 UNDER THE CARD.  A RUN OPTION CARD (MNTPARM)   *
001489*                 SAYS WHETHER A FAILING CARD IS REJECTED OR     *
001490*                 APPLIED WITH THE SENTENCE FORCED TO PENDING    *
001491*                 FOR DESK REVIEW.                               *
001500*----------------------------------------------------------------*
001600 ENVIRONMENT DIVISION.
001700 CONFIGURATION SECTION.
003210     SELECT OPTIONAL JOURNAL-FILE ASSIGN TO JRNLOUT
003220         ORGANIZATION IS SEQUENTIAL
003230         FILE STATUS IS WS-JRN-FILE-STATUS.
003237     SELECT OPTIONAL JOB-MASTER ASSIGN TO JOBMST
003244         ORGANIZATION IS INDEXED
003251         ACCESS MODE IS RANDOM
003258         RECORD KEY IS JMST-JOB-ID
003265         FILE STATUS IS WS-JMST-FILE-STATUS.
003272     SELECT OPTIONAL MAINT-PARM-FILE ASSIGN TO MNTPARM
003279         ORGANIZATION IS SEQUENTIAL
003286         FILE STATUS IS WS-PARM-FILE-STATUS.
003300 DATA DIVISION.
003400 FILE SECTION.
003500*----------------------------------------------------------------*
004200     LABEL RECORDS ARE STANDARD.
004300 01  SMST-RECORD.
004400     COPY PANSMST.
004410*----------------------------------------------------------------*
004420* SPECIMEN-JOB MASTER, KEYED BY JOB ID - SUPPLIES THE PROOFING   *
004430* ALPHABET A NEW OR REWORDED SENTENCE IS SCORED AGAINST.         *
004440*----------------------------------------------------------------*
004450 FD  JOB-MASTER
004460     RECORD CONTAINS 100 CHARACTERS
004470     LABEL RECORDS ARE STANDARD.
004480 01  JMST-RECORD.
004490     COPY PANJMST.
004500*----------------------------------------------------------------*
004600* MAINTENANCE TRANSACTION DECK, ONE ACTION PER CARD.             *
004700*----------------------------------------------------------------*
005000     LABEL RECORDS ARE STANDARD.
005100 01  STRN-RECORD.
005200     COPY PANSTRN.
005207*----------------------------------------------------------------*
005214* RUN OPTION CARD.  COLUMN 1 SAYS WHAT BECOMES OF A CARD WHOSE   *
005221* SENTENCE FAILS THE PANGRAM TEST: R REJECTS IT, P (OR A BLANK   *
005228* OR MISSING CARD) APPLIES IT WITH THE SENTENCE FORCED TO        *
005235* PENDING.                                                       *
005242*----------------------------------------------------------------*
005249 FD  MAINT-PARM-FILE
005256     RECORD CONTAINS 80 CHARACTERS
005263     LABEL RECORDS ARE STANDARD.
005270 01  MAINT-PARM-RECORD.
005277     05  MPRM-FAIL-ACTION        PIC X(01).
005284     05  FILLER                  PIC X(79).
005300 FD  MAINT-REPORT
005400     RECORD CONTAINS 132 CHARACTERS
005500     LABEL RECORDS ARE STANDARD.
006310 77  WS-JRN-FILE-STATUS         PIC X(02) VALUE SPACES.
006320 77  WS-JRN-DISABLED-SWITCH     PIC X(01) VALUE "N".
006330     88  WS-JRN-DISABLED                  VALUE "Y".
006338 77  WS-JMST-FILE-STATUS        PIC X(02) VALUE SPACES.
006346 77  WS-PARM-FILE-STATUS        PIC X(02) VALUE SPACES.
006354 77  WS-JMST-SWITCH             PIC X(01) VALUE "N".
006362     88  WS-JMST-OPEN                     VALUE "Y".
006370 77  WS-FAIL-ACTION             PIC X(01) VALUE "P".
006378     88  WS-FAIL-REJECTS                  VALUE "R".
006386     88  WS-FAIL-FORCES-PENDING           VALUE "P".
006400 77  WS-EOF-SWITCH              PIC X(01) VALUE "N".
006500     88  WS-END-OF-FILE                   VALUE "Y".
006600     88  WS-NOT-END-OF-FILE               VALUE "N".
007300 77  WS-ADD-CTR                 PIC 9(07) COMP VALUE ZERO.
007400 77  WS-CHANGE-CTR              PIC 9(07) COMP VALUE ZERO.
007500 77  WS-RETIRE-CTR              PIC 9(07) COMP VALUE ZERO.
007510 77  WS-SCORED-CTR              PIC 9(07) COMP VALUE ZERO.
007520 77  WS-SCORE-FAIL-CTR          PIC 9(07) COMP VALUE ZERO.
007530 77  WS-FORCED-CTR              PIC 9(07) COMP VALUE ZERO.
007600 77  WS-CTR-DISP                PIC Z(6)9.
007700*----------------------------------------------------------------*
007800* ONE TRANSACTION'S WORTH OF EVALUATION                          *
008400*----------------------------------------------------------------*
008500 01  WS-RUN-DATE                PIC 9(06).
008600 01  WS-RUN-TIME                PIC 9(08).
008602*----------------------------------------------------------------*
008604* PANGRAM SCORING OF THE CARD IN HAND.  THE TEXT IS CASE-FOLDED  *
008606* AND EACH LETTER OF THE ALPHABET IN FORCE IS COUNTED: A LETTER  *
008608* NEVER SEEN FAILS THE SENTENCE AND GOES ON THE MISSING LIST; A  *
008610* PASSING SENTENCE GETS THE SCORING RUN'S QUALITY FIGURES -      *
008612* TRIMMED LENGTH, LETTERS USED EXACTLY ONCE, AND REPEATED        *
008614* LETTERS (ZERO IS A PERFECT PANGRAM).                           *
008616*----------------------------------------------------------------*
008618 77  WS-SC-RESULT               PIC X(01) VALUE SPACE.
008620     88  WS-SC-PASSED                     VALUE "P".
008622     88  WS-SC-FAILED                     VALUE "F".
008624 77  WS-FORCED-SWITCH           PIC X(01) VALUE "N".
008626     88  WS-CARD-FORCED                   VALUE "Y".
008628 77  WS-SC-JOB-ID               PIC X(08) VALUE SPACES.
008630 77  WS-SC-ALPHA-SOURCE         PIC X(40) VALUE SPACES.
008632 77  WS-SC-ALPHA-LEN            PIC 9(02) COMP VALUE ZERO.
008634 77  WS-SC-ALPHA-CHARS          PIC X(32) VALUE SPACES.
008636 01  WS-SC-FOLDED-TEXT          PIC X(60) VALUE SPACES.
008638 77  WS-SC-IDX                  PIC 9(02) COMP VALUE ZERO.
008640 77  WS-SC-LETTER-CTR           PIC 9(02) COMP VALUE ZERO.
008642 77  WS-SC-FOUND                PIC 9(02) COMP VALUE ZERO.
008644 77  WS-SC-SINGLES              PIC 9(02) COMP VALUE ZERO.
008646 77  WS-SC-TOTAL                PIC 9(03) COMP VALUE ZERO.
008648 77  WS-SC-REPEATS              PIC 9(03) COMP VALUE ZERO.
008650 77  WS-SC-LENGTH               PIC 9(02) COMP VALUE ZERO.
008652 77  WS-SC-LEN-DISP             PIC Z9.
008654 77  WS-SC-ONCE-DISP            PIC Z9.
008656 77  WS-SC-REP-DISP             PIC Z9.
008658 77  WS-SC-PERFECT-TEXT         PIC X(07) VALUE SPACES.
008660 01  WS-SC-MISSING-LIST         PIC X(100) VALUE SPACES.
008662 77  WS-MISSING-PTR             PIC 9(03) COMP VALUE ZERO.
008664 01  WS-FOLD-UPPER.
008666     05  WS-UPPER-ALPHA          PIC X(26)
008668             VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
008670     05  WS-EXT-UPPER-ALPHA      PIC X(03) VALUE X"C5C4D6".
008672 01  WS-FOLD-LOWER.
008674     05  WS-LOWER-ALPHA          PIC X(26)
008676             VALUE "abcdefghijklmnopqrstuvwxyz".
008678     05  WS-EXT-LOWER-ALPHA      PIC X(03) VALUE X"E5E4F6".
008680*----------------------------------------------------------------*
008682* DEFAULT PROOF ALPHABET.                                        *
008684*----------------------------------------------------------------*
008686 COPY PANALPHA.
008700*----------------------------------------------------------------*
008800* REPORT PRINT LINE.                                             *
008900*----------------------------------------------------------------*
013390             " - MAINTENANCE CONTINUES WITHOUT JOURNAL"
013391         SET WS-JRN-DISABLED TO TRUE
013392     END-IF.
013393     OPEN INPUT JOB-MASTER.
013394     IF WS-JMST-FILE-STATUS = "00"
013395         SET WS-JMST-OPEN TO TRUE
013396     END-IF.
013397     OPEN INPUT MAINT-PARM-FILE.
013398     PERFORM 1100-TAKE-PARM-CARD THRU 1100-EXIT.
013399     CLOSE MAINT-PARM-FILE.
013400     MOVE SPACES TO WS-RL-TEXT.
013500     STRING "SENTENCE MASTER MAINTENANCE REPORT - RUN DATE "
013600            DELIMITED BY SIZE
014100     WRITE MR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
014200 1000-EXIT.
014300     EXIT.
014303*----------------------------------------------------------------*
014306* 1100-TAKE-PARM-CARD - WHAT BECOMES OF A CARD WHOSE SENTENCE    *
014309* FAILS THE PANGRAM TEST.  NO CARD OR A BLANK OPTION FORCES THE  *
014312* SENTENCE TO PENDING; AN OPTION PRESENT BUT UNKNOWN STOPS THE   *
014315* RUN RATHER THAN GUESS WHICH WAY THE DESK WANTED IT.            *
014318*----------------------------------------------------------------*
014321 1100-TAKE-PARM-CARD.
014324     IF WS-PARM-FILE-STATUS NOT = "00"
014327         GO TO 1100-EXIT
014330     END-IF.
014333     READ MAINT-PARM-FILE
014336         AT END GO TO 1100-EXIT
014339     END-READ.
014342     IF MPRM-FAIL-ACTION NOT = SPACE
014345         IF MPRM-FAIL-ACTION NOT = "R" AND "P"
014348             DISPLAY "SENTMNT: FAIL ACTION NOT R OR P: "
014351                 MPRM-FAIL-ACTION
014354             MOVE 16 TO RETURN-CODE
014357             STOP RUN
014360         ELSE
014363             MOVE MPRM-FAIL-ACTION TO WS-FAIL-ACTION
014366         END-IF
014369     END-IF.
014372 1100-EXIT.
014375     EXIT.
014400*----------------------------------------------------------------*
014500* 2000-PROCESS-ONE-TRAN - MAIN LOOP OVER THE TRANSACTION DECK.   *
014600*----------------------------------------------------------------*
015800 2100-EDIT-TRANSACTION.
015900     ADD 1 TO WS-TRAN-CTR.
016000     MOVE SPACES TO WS-REJECT-REASON.
016010     MOVE SPACE TO WS-SC-RESULT.
016020     MOVE "N" TO WS-FORCED-SWITCH.
016100     IF STRN-SENTENCE-ID NOT NUMERIC
016200         MOVE "SENTENCE ID NOT NUMERIC" TO WS-REJECT-REASON
016300         PERFORM 7100-WRITE-REJECTED-LINE THRU 7100-EXIT
016800         PERFORM 7100-WRITE-REJECTED-LINE THRU 7100-EXIT
016900         GO TO 2100-EXIT
017000     END-IF.
017010     IF (STRN-ADD OR STRN-CHANGE)
017020         AND STRN-SENTENCE-TEXT NOT = SPACES
017030         PERFORM 2200-SCORE-TRANSACTION THRU 2200-EXIT
017040         IF WS-SC-FAILED AND WS-FAIL-REJECTS
017050             MOVE "FAILS PANGRAM TEST" TO WS-REJECT-REASON
017060             PERFORM 7100-WRITE-REJECTED-LINE THRU 7100-EXIT
017070             GO TO 2100-EXIT
017080         END-IF
017090     END-IF.
017100     EVALUATE TRUE
017200         WHEN STRN-ADD
017300             PERFORM 3000-APPLY-ADD THRU 3000-EXIT
018100     END-EVALUATE.
018200 2100-EXIT.
018300     EXIT.
018301*----------------------------------------------------------------*
018302* 2200-SCORE-TRANSACTION - SCORE THE CARD'S SENTENCE AS THE      *
018303* NIGHTLY SCORING RUN WOULD.  2210 TAKES THE ALPHABET OF THE     *
018304* CARD'S JOB, ELSE FOR A CHANGE THE JOB ALREADY ON THE MASTER,   *
018305* ELSE THE DEFAULT - THE SAME FALLBACK THE SCORING RUN MAKES.    *
018306*----------------------------------------------------------------*
018307 2200-SCORE-TRANSACTION.
018308     ADD 1 TO WS-SCORED-CTR.
018309     PERFORM 2210-RESOLVE-ALPHABET THRU 2210-EXIT.
018310     MOVE STRN-SENTENCE-TEXT TO WS-SC-FOLDED-TEXT.
018311     INSPECT WS-SC-FOLDED-TEXT CONVERTING WS-FOLD-UPPER
018312         TO WS-FOLD-LOWER.
018313     MOVE ZERO TO WS-SC-FOUND.
018314     MOVE ZERO TO WS-SC-SINGLES.
018315     MOVE ZERO TO WS-SC-TOTAL.
018316     MOVE ZERO TO WS-MISSING-PTR.
018317     MOVE SPACES TO WS-SC-MISSING-LIST.
018318     PERFORM 2220-COUNT-ONE-LETTER THRU 2220-EXIT
018319         VARYING WS-SC-IDX FROM 1 BY 1
018320         UNTIL WS-SC-IDX > WS-SC-ALPHA-LEN.
018321     IF WS-SC-FOUND NOT = WS-SC-ALPHA-LEN
018322         SET WS-SC-FAILED TO TRUE
018323         ADD 1 TO WS-SCORE-FAIL-CTR
018324         GO TO 2200-EXIT
018325     END-IF.
018326     SET WS-SC-PASSED TO TRUE.
018327     COMPUTE WS-SC-REPEATS = WS-SC-TOTAL - WS-SC-ALPHA-LEN.
018328     MOVE 60 TO WS-SC-LENGTH.
018329     PERFORM 2230-TRIM-ONE-SPACE THRU 2230-EXIT
018330         UNTIL WS-SC-LENGTH < 1
018331            OR STRN-SENTENCE-TEXT(WS-SC-LENGTH:1) NOT = SPACE.
018332 2200-EXIT.
018333     EXIT.
018334 2210-RESOLVE-ALPHABET.
018335     MOVE PAN-DEFAULT-ALPHA-LEN TO WS-SC-ALPHA-LEN.
018336     MOVE PAN-DEFAULT-ALPHA-CHARS TO WS-SC-ALPHA-CHARS.
018337     MOVE STRN-JOB-ID TO WS-SC-JOB-ID.
018338     IF WS-SC-JOB-ID = SPACES AND STRN-CHANGE
018339         MOVE STRN-SENTENCE-ID TO SMST-SENTENCE-ID
018340         READ SENTENCE-MASTER
018341             INVALID KEY MOVE SPACES TO SMST-JOB-ID
018342         END-READ
018343         MOVE SMST-JOB-ID TO WS-SC-JOB-ID
018344     END-IF.
018345     MOVE "DEFAULT - JOB NOT ON FILE" TO WS-SC-ALPHA-SOURCE.
018346     IF WS-SC-JOB-ID = SPACES
018347         MOVE "DEFAULT - NO JOB" TO WS-SC-ALPHA-SOURCE
018348     END-IF.
018349     IF WS-SC-JOB-ID = SPACES OR NOT WS-JMST-OPEN
018350         GO TO 2210-EXIT
018351     END-IF.
018352     MOVE WS-SC-JOB-ID TO JMST-JOB-ID.
018353     READ JOB-MASTER
018354         INVALID KEY GO TO 2210-EXIT
018355     END-READ.
018356     MOVE "DEFAULT - BAD JOB ALPHABET" TO WS-SC-ALPHA-SOURCE.
018357     IF JMST-ALPHA-LEN NOT NUMERIC
018358         OR JMST-ALPHA-LEN < 1
018359         OR JMST-ALPHA-LEN > 32
018360         GO TO 2210-EXIT
018361     END-IF.
018362     MOVE JMST-ALPHA-LEN TO WS-SC-ALPHA-LEN.
018363     MOVE JMST-ALPHA-CHARS TO WS-SC-ALPHA-CHARS.
018364     INSPECT WS-SC-ALPHA-CHARS CONVERTING WS-FOLD-UPPER
018365         TO WS-FOLD-LOWER.
018366     MOVE SPACES TO WS-SC-ALPHA-SOURCE.
018367     STRING "JOB " DELIMITED BY SIZE
018368            WS-SC-JOB-ID DELIMITED BY SPACE
018369            " ALPHABET" DELIMITED BY SIZE
018370         INTO WS-SC-ALPHA-SOURCE.
018371 2210-EXIT.
018372     EXIT.
018373 2220-COUNT-ONE-LETTER.
018374     MOVE ZERO TO WS-SC-LETTER-CTR.
018375     INSPECT WS-SC-FOLDED-TEXT TALLYING WS-SC-LETTER-CTR
018376         FOR ALL WS-SC-ALPHA-CHARS(WS-SC-IDX:1).
018377     ADD WS-SC-LETTER-CTR TO WS-SC-TOTAL.
018378     IF WS-SC-LETTER-CTR = 1
018379         ADD 1 TO WS-SC-SINGLES
018380     END-IF.
018381     IF WS-SC-LETTER-CTR > ZERO
018382         ADD 1 TO WS-SC-FOUND
018383         GO TO 2220-EXIT
018384     END-IF.
018385     IF WS-MISSING-PTR NOT = ZERO
018386         ADD 1 TO WS-MISSING-PTR
018387         MOVE "," TO WS-SC-MISSING-LIST(WS-MISSING-PTR:1)
018388         ADD 1 TO WS-MISSING-PTR
018389     END-IF.
018390     ADD 1 TO WS-MISSING-PTR.
018391     MOVE WS-SC-ALPHA-CHARS(WS-SC-IDX:1)
018392         TO WS-SC-MISSING-LIST(WS-MISSING-PTR:1).
018393 2220-EXIT.
018394     EXIT.
018395 2230-TRIM-ONE-SPACE.
018396     SUBTRACT 1 FROM WS-SC-LENGTH.
018397 2230-EXIT.
018398     EXIT.
018400*----------------------------------------------------------------*
018500* 3000-APPLY-ADD - WRITE A NEW MASTER RECORD.  A NEW SENTENCE    *
018600* ARRIVES PENDING UNLESS THE CARD SAYS OTHERWISE, SO NOTHING     *
020500     ELSE
020600         MOVE STRN-STATUS TO SMST-STATUS
020700     END-IF.
020710     IF WS-SC-FAILED
020720         AND WS-FAIL-FORCES-PENDING
020730         AND SMST-ACTIVE
020740         MOVE "P" TO SMST-STATUS
020750         SET WS-CARD-FORCED TO TRUE
020760     END-IF.
020800     MOVE ZERO TO SMST-LAST-CERT-DATE.
020810     MOVE STRN-JOB-ID TO SMST-JOB-ID.
020820     MOVE WS-RUN-DATE TO SMST-STATUS-DATE.
025310     IF STRN-JOB-ID NOT = SPACES
025320         MOVE STRN-JOB-ID TO SMST-JOB-ID
025330     END-IF.
025338     IF WS-SC-FAILED
025346         AND WS-FAIL-FORCES-PENDING
025354         AND SMST-ACTIVE
025362         MOVE "P" TO SMST-STATUS
025370         MOVE WS-RUN-DATE TO SMST-STATUS-DATE
025378         SET WS-CARD-FORCED TO TRUE
025386     END-IF.
025400     REWRITE SMST-RECORD
025500         INVALID KEY
025600             MOVE "MASTER REWRITE FAILED" TO WS-REJECT-REASON
031100            STRN-SENTENCE-TEXT DELIMITED BY SIZE
031200         INTO WS-RL-TEXT.
031300     WRITE MR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
031310     IF WS-CARD-FORCED
031320         ADD 1 TO WS-FORCED-CTR
031330     END-IF.
031340     IF WS-SC-RESULT NOT = SPACE
031350         PERFORM 7200-WRITE-SCORE-LINE THRU 7200-EXIT
031360     END-IF.
031400 7000-EXIT.
031500     EXIT.
031600*----------------------------------------------------------------*
032800            WS-REJECT-REASON DELIMITED BY SIZE
032900         INTO WS-RL-TEXT.
033000     WRITE MR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
033010     MOVE "N" TO WS-FORCED-SWITCH.
033020     IF WS-SC-RESULT NOT = SPACE
033030         PERFORM 7200-WRITE-SCORE-LINE THRU 7200-EXIT
033040     END-IF.
033100 7100-EXIT.
033200     EXIT.
033201*----------------------------------------------------------------*
033202* 7200-WRITE-SCORE-LINE - THE PANGRAM SCORE UNDER A SCORED CARD: *
033203* THE ALPHABET IT WAS SCORED AGAINST, THE QUALITY FIGURES OR THE *
033204* MISSING LETTERS, AND A NOTE WHEN THE SENTENCE WAS FORCED TO    *
033205* PENDING.                                                       *
033206*----------------------------------------------------------------*
033207 7200-WRITE-SCORE-LINE.
033208     MOVE SPACES TO WS-RL-TEXT.
033209     IF WS-SC-FAILED
033210         STRING "            PANGRAM FAIL  ALPHABET "
033211                    DELIMITED BY SIZE
033212                WS-SC-ALPHA-SOURCE DELIMITED BY SIZE
033213             INTO WS-RL-TEXT
033214         WRITE MR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE
033215         INSPECT WS-SC-MISSING-LIST CONVERTING WS-FOLD-LOWER
033216             TO WS-FOLD-UPPER
033217         MOVE SPACES TO WS-RL-TEXT
033218         STRING "            MISSING " DELIMITED BY SIZE
033219                WS-SC-MISSING-LIST DELIMITED BY SIZE
033220             INTO WS-RL-TEXT
033221         WRITE MR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE
033222     ELSE
033223         MOVE WS-SC-LENGTH TO WS-SC-LEN-DISP
033224         MOVE WS-SC-SINGLES TO WS-SC-ONCE-DISP
033225         MOVE WS-SC-REPEATS TO WS-SC-REP-DISP
033226         MOVE SPACES TO WS-SC-PERFECT-TEXT
033227         IF WS-SC-SINGLES = WS-SC-ALPHA-LEN
033228             MOVE "PERFECT" TO WS-SC-PERFECT-TEXT
033229         END-IF
033230         STRING "            PANGRAM PASS  LEN " DELIMITED BY SIZE
033231                WS-SC-LEN-DISP DELIMITED BY SIZE
033232                " ONCE " DELIMITED BY SIZE
033233                WS-SC-ONCE-DISP DELIMITED BY SIZE
033234                " REPEATS " DELIMITED BY SIZE
033235                WS-SC-REP-DISP DELIMITED BY SIZE
033236                " " DELIMITED BY SIZE
033237                WS-SC-PERFECT-TEXT DELIMITED BY SIZE
033238                "  ALPHABET " DELIMITED BY SIZE
033239                WS-SC-ALPHA-SOURCE DELIMITED BY SIZE
033240             INTO WS-RL-TEXT
033241         WRITE MR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE
033242     END-IF.
033243     IF WS-CARD-FORCED
033244         MOVE SPACES TO WS-RL-TEXT
033245         STRING "            FORCED TO PENDING FOR DESK REVIEW"
033246                    DELIMITED BY SIZE
033247             INTO WS-RL-TEXT
033248         WRITE MR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE
033249     END-IF.
033250 7200-EXIT.
033251     EXIT.
033300*----------------------------------------------------------------*
033400* 8000-WRITE-TOTALS - END-OF-RUN CONTROL TOTALS FOR THE          *
033500* OPERATIONS LOG.                                                *
037900            WS-CTR-DISP DELIMITED BY SIZE
038000         INTO WS-RL-TEXT.
038100     WRITE MR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
038103     MOVE WS-SCORED-CTR TO WS-CTR-DISP.
038106     MOVE SPACES TO WS-RL-TEXT.
038109     STRING "  SENTENCES SCORED  . . . . . . "
038112            DELIMITED BY SIZE
038115            WS-CTR-DISP DELIMITED BY SIZE
038118         INTO WS-RL-TEXT.
038121     WRITE MR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
038124     MOVE WS-SCORE-FAIL-CTR TO WS-CTR-DISP.
038127     MOVE SPACES TO WS-RL-TEXT.
038130     STRING "    FAILED PANGRAM TEST . . . . "
038133            DELIMITED BY SIZE
038136            WS-CTR-DISP DELIMITED BY SIZE
038139         INTO WS-RL-TEXT.
038142     WRITE MR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
038145     MOVE WS-FORCED-CTR TO WS-CTR-DISP.
038148     MOVE SPACES TO WS-RL-TEXT.
038151     STRING "    FORCED TO PENDING . . . . . "
038154            DELIMITED BY SIZE
038157            WS-CTR-DISP DELIMITED BY SIZE
038160         INTO WS-RL-TEXT.
038163     WRITE MR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
038166     MOVE SPACES TO WS-RL-TEXT.
038169     IF WS-FAIL-REJECTS
038172         MOVE "  FAILING SENTENCES ARE REJECTED" TO WS-RL-TEXT
038175     ELSE
038178         MOVE "  FAILING SENTENCES ARE FORCED TO PENDING"
038181             TO WS-RL-TEXT
038184     END-IF.
038187     WRITE MR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
038200 8000-EXIT.
038300     EXIT.
038400*----------------------------------------------------------------*
039000     CLOSE TRAN-FILE.
039100     CLOSE MAINT-REPORT.
039110     CLOSE JOURNAL-FILE.
039120     IF WS-JMST-OPEN
039130         CLOSE JOB-MASTER
039140     END-IF.
039200     IF WS-REJECTED-CTR > ZERO
039210         OR WS-JRN-DISABLED
039300         MOVE 4 TO RETURN-CODE
