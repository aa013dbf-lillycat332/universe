000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SENTRCVR.
000300 AUTHOR. R. HASTINGS.
000400 INSTALLATION. PRINT-QA DEPT.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800* MODIFICATION HISTORY                                           *
000900*----------------------------------------------------------------*
001000* 10/15/2026 RH  ORIGINAL VERSION - SENTENCE-MASTER FORWARD      *
001100*                 RECOVERY. RELOADS SENTMST FROM A SENTBKUP COPY *
001200*                 (AFTER PROVING ITS COUNT AND HASH TOTAL        *
001300*                 AGAINST THE TRAILER), RE-APPLIES THE AFTER     *
001400*                 IMAGE OF EVERY CHANGE-JOURNAL RECORD STAMPED   *
001500*                 AFTER THE UNLOAD, THEN RE-POSTS THE            *
001600*                 LAST-CERTIFIED DATES FROM THE MATCHED-ACK      *
001700*                 FILES POSTED SINCE, AND PRINTS A BALANCE OF    *
001800*                 RECORDS RESTORED, JOURNAL ENTRIES APPLIED AND  *
001900*                 THE FINAL MASTER COUNT READ BACK OFF THE       *
002000*                 REBUILT FILE.                                  *
002100*----------------------------------------------------------------*
002200* JRNLIN IS THE SENTMNT CHANGE JOURNAL (JRNLOUT) AS IT STOOD     *
002300* WHEN THE MASTER WAS LOST.  MATCHIN IS EVERY MATCHED-ACK        *
002400* GENERATION CERTPOST HAS POSTED SINCE THE BACKUP, CONCATENATED. *
002500* A CERT DATE NEVER BACKS OUT; AN EXTRA GENERATION IS HARMLESS.  *
002600*----------------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER. IBM-370.
003000 OBJECT-COMPUTER. IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT BACKUP-FILE ASSIGN TO BKUPIN
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS WS-BKP-FILE-STATUS.
003600     SELECT SENTENCE-MASTER ASSIGN TO SENTMST
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS RANDOM
003900         RECORD KEY IS SMST-SENTENCE-ID
004000         FILE STATUS IS WS-MST-FILE-STATUS.
004100     SELECT MASTER-PROOF-FILE ASSIGN TO SENTMST
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS SEQUENTIAL
004400         RECORD KEY IS PRF-SENTENCE-ID
004500         FILE STATUS IS WS-PRF-FILE-STATUS.
004600     SELECT OPTIONAL JOURNAL-FILE ASSIGN TO JRNLIN
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-JRN-FILE-STATUS.
004900     SELECT OPTIONAL MATCHED-IN-FILE ASSIGN TO MATCHIN
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-MATCH-FILE-STATUS.
005200     SELECT RECOVERY-REPORT ASSIGN TO RCVRPT
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-RPT-FILE-STATUS.
005500 DATA DIVISION.
005600 FILE SECTION.
005700*----------------------------------------------------------------*
005800* THE SENTBKUP COPY BEING RELOADED - HEADER, MASTER IMAGES,      *
005900* TRAILER.                                                       *
006000*----------------------------------------------------------------*
006100 FD  BACKUP-FILE
006200     RECORD CONTAINS 100 CHARACTERS
006300     LABEL RECORDS ARE STANDARD.
006400 01  SBKP-RECORD.
006500     COPY PANSBKP.
006600 01  SBKP-MASTER-IMAGE           PIC X(100).
006700*----------------------------------------------------------------*
006800* PROOF-SENTENCE MASTER BEING REBUILT, KEYED BY SENTENCE ID.     *
006900*----------------------------------------------------------------*
007000 FD  SENTENCE-MASTER
007100     RECORD CONTAINS 100 CHARACTERS
007200     LABEL RECORDS ARE STANDARD.
007300 01  SMST-RECORD.
007400     COPY PANSMST.
007500*----------------------------------------------------------------*
007600* THE SAME MASTER READ BACK IN KEY ORDER ONCE IT IS REBUILT, FOR *
007700* THE FINAL COUNT.                                               *
007800*----------------------------------------------------------------*
007900 FD  MASTER-PROOF-FILE
008000     RECORD CONTAINS 100 CHARACTERS
008100     LABEL RECORDS ARE STANDARD.
008200 01  PRF-RECORD.
008300     05  PRF-SENTENCE-ID         PIC 9(07).
008400     05  FILLER                  PIC X(93).
008500*----------------------------------------------------------------*
008600* SENTMNT CHANGE JOURNAL, IN THE ORDER THE CHANGES WERE MADE.    *
008700*----------------------------------------------------------------*
008800 FD  JOURNAL-FILE
008900     RECORD CONTAINS 240 CHARACTERS
009000     LABEL RECORDS ARE STANDARD.
009100 01  JRN-RECORD.
009200     COPY PANJRN.
009300*----------------------------------------------------------------*
009400* MATCHED ACKNOWLEDGMENTS POSTED BY CERTPOST SINCE THE BACKUP.   *
009500*----------------------------------------------------------------*
009600 FD  MATCHED-IN-FILE
009700     RECORD CONTAINS 60 CHARACTERS
009800     LABEL RECORDS ARE STANDARD.
009900 01  MTCH-RECORD.
010000     COPY PANMTCH.
010100 FD  RECOVERY-REPORT
010200     RECORD CONTAINS 132 CHARACTERS
010300     LABEL RECORDS ARE STANDARD.
010400 01  RR-LINE                     PIC X(132).
010500 WORKING-STORAGE SECTION.
010600*----------------------------------------------------------------*
010700* FILE STATUS FIELDS AND SWITCHES                                *
010800*----------------------------------------------------------------*
010900 77  WS-BKP-FILE-STATUS         PIC X(02) VALUE SPACES.
011000 77  WS-MST-FILE-STATUS         PIC X(02) VALUE SPACES.
011100 77  WS-PRF-FILE-STATUS         PIC X(02) VALUE SPACES.
011200 77  WS-JRN-FILE-STATUS         PIC X(02) VALUE SPACES.
011300 77  WS-MATCH-FILE-STATUS       PIC X(02) VALUE SPACES.
011400 77  WS-RPT-FILE-STATUS         PIC X(02) VALUE SPACES.
011500 77  WS-EOF-SWITCH              PIC X(01) VALUE "N".
011600     88  WS-END-OF-FILE                   VALUE "Y".
011700     88  WS-NOT-END-OF-FILE               VALUE "N".
011800 77  WS-TRAILER-SWITCH          PIC X(01) VALUE "N".
011900     88  WS-TRAILER-SEEN                  VALUE "Y".
012000 77  WS-BALANCE-SWITCH          PIC X(01) VALUE "Y".
012100     88  WS-IN-BALANCE                    VALUE "Y".
012200     88  WS-OUT-OF-BALANCE                VALUE "N".
012300*----------------------------------------------------------------*
012400* RUN COUNTERS AND CONTROL TOTALS                                *
012500*----------------------------------------------------------------*
012600 77  WS-RESTORED-CTR            PIC 9(07) COMP VALUE ZERO.
012700 77  WS-RESTORE-HASH            PIC 9(15) COMP VALUE ZERO.
012800 77  WS-JRN-READ-CTR            PIC 9(07) COMP VALUE ZERO.
012900 77  WS-JRN-SKIPPED-CTR         PIC 9(07) COMP VALUE ZERO.
013000 77  WS-JRN-ADD-CTR             PIC 9(07) COMP VALUE ZERO.
013100 77  WS-JRN-CHANGE-CTR          PIC 9(07) COMP VALUE ZERO.
013200 77  WS-JRN-RETIRE-CTR          PIC 9(07) COMP VALUE ZERO.
013300 77  WS-JRN-EXCEPT-CTR          PIC 9(07) COMP VALUE ZERO.
013400 77  WS-MATCH-CTR               PIC 9(07) COMP VALUE ZERO.
013500 77  WS-CERT-APPLIED-CTR        PIC 9(07) COMP VALUE ZERO.
013600 77  WS-CERT-CURRENT-CTR        PIC 9(07) COMP VALUE ZERO.
013700 77  WS-CERT-UNMATCHED-CTR      PIC 9(07) COMP VALUE ZERO.
013800 77  WS-FINAL-CTR               PIC 9(07) COMP VALUE ZERO.
013900 77  WS-EXPECTED-CTR            PIC 9(07) COMP VALUE ZERO.
014000 77  WS-CTR-DISP                PIC Z(6)9.
014100 77  WS-HASH-DISP               PIC Z(14)9.
014200*----------------------------------------------------------------*
014300* THE UNLOAD STAMP FROM THE BACKUP HEADER, AND THE STAMP OF THE  *
014400* JOURNAL RECORD IN HAND.  ONLY A JOURNAL RECORD STAMPED AFTER   *
014500* THE UNLOAD IS RE-APPLIED - ANYTHING EARLIER IS ALREADY ON THE  *
014600* COPY.                                                          *
014700*----------------------------------------------------------------*
014800 01  WS-BACKUP-STAMP.
014900     05  WS-BKP-DATE             PIC 9(06) VALUE ZERO.
015000     05  WS-BKP-TIME             PIC 9(08) VALUE ZERO.
015100 01  WS-JRN-STAMP.
015200     05  WS-JS-DATE              PIC 9(06) VALUE ZERO.
015300     05  WS-JS-TIME              PIC 9(08) VALUE ZERO.
015400*----------------------------------------------------------------*
015500* ONE JOURNAL OR ACK RECORD'S WORTH OF EVALUATION.  THE          *
015600* JOURNAL'S COPY OF THE TRANSACTION CARD SAYS WHETHER THE CARD   *
015700* SET A STATUS.                                                  *
015800*----------------------------------------------------------------*
015900 77  WS-EXCEPT-REASON           PIC X(30) VALUE SPACES.
016000 77  WS-EXCEPT-SOURCE           PIC X(08) VALUE SPACES.
016100 01  WS-JRN-TRAN.
016200     COPY PANSTRN.
016300*----------------------------------------------------------------*
016400* RUN DATE AND TIME FOR THE REPORT HEADING.                      *
016500*----------------------------------------------------------------*
016600 01  WS-RUN-DATE                PIC 9(06).
016700 01  WS-RUN-TIME                PIC 9(08).
016800*----------------------------------------------------------------*
016900* REPORT PRINT LINE.                                             *
017000*----------------------------------------------------------------*
017100 01  WS-REPORT-LINE.
017200     05  WS-RL-TEXT              PIC X(132).
017300 PROCEDURE DIVISION.
017400*----------------------------------------------------------------*
017500* 0000-MAINLINE - DRIVES ONE RECOVERY: RELOAD, ROLL THE JOURNAL  *
017600* FORWARD, RE-POST THE CERT DATES, PROVE THE RESULT.             *
017700*----------------------------------------------------------------*
017800 0000-MAINLINE.
017900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018000     PERFORM 2000-RESTORE-BACKUP THRU 2000-EXIT.
018100     PERFORM 3000-ROLL-FORWARD THRU 3000-EXIT.
018200     PERFORM 4000-REPOST-CERTS THRU 4000-EXIT.
018300     PERFORM 5000-PROVE-FINAL-COUNT THRU 5000-EXIT.
018400     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
018500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
018600     STOP RUN.
018700*----------------------------------------------------------------*
018800* 1000-INITIALIZE - OPEN THE COPY AND THE EMPTY MASTER, PRINT    *
018900* THE REPORT HEADING AND TAKE THE UNLOAD STAMP OFF THE BACKUP    *
019000* HEADER.  A FILE WITH NO BACKUP HEADER IS NOT RELOADED.         *
019100*----------------------------------------------------------------*
019200 1000-INITIALIZE.
019300     ACCEPT WS-RUN-DATE FROM DATE.
019400     ACCEPT WS-RUN-TIME FROM TIME.
019500     OPEN INPUT BACKUP-FILE.
019600     IF WS-BKP-FILE-STATUS NOT = "00"
019700         DISPLAY "SENTRCVR: BACKUP-FILE OPEN FAILED, STATUS "
019800             WS-BKP-FILE-STATUS
019900         MOVE 16 TO RETURN-CODE
020000         STOP RUN
020100     END-IF.
020200     OPEN OUTPUT SENTENCE-MASTER.
020300     IF WS-MST-FILE-STATUS NOT = "00"
020400         DISPLAY "SENTRCVR: SENTENCE-MASTER OPEN FAILED, STATUS "
020500             WS-MST-FILE-STATUS
020600         MOVE 16 TO RETURN-CODE
020700         STOP RUN
020800     END-IF.
020900     OPEN OUTPUT RECOVERY-REPORT.
021000     IF WS-RPT-FILE-STATUS NOT = "00"
021100         DISPLAY "SENTRCVR: RECOVERY-REPORT OPEN FAILED, STATUS "
021200             WS-RPT-FILE-STATUS
021300         MOVE 16 TO RETURN-CODE
021400         STOP RUN
021500     END-IF.
021600     MOVE SPACES TO WS-RL-TEXT.
021700     STRING "SENTENCE MASTER RECOVERY REPORT - RUN DATE "
021800            DELIMITED BY SIZE
021900            WS-RUN-DATE DELIMITED BY SIZE
022000         INTO WS-RL-TEXT.
022100     WRITE RR-LINE FROM WS-REPORT-LINE AFTER ADVANCING PAGE.
022200     MOVE SPACES TO WS-RL-TEXT.
022300     WRITE RR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
022400     READ BACKUP-FILE
022500         AT END MOVE SPACES TO SBKP-RECORD
022600     END-READ.
022700     IF NOT SBKP-HEADER
022800         DISPLAY "SENTRCVR: BKUPIN IS NOT A SENTENCE-MASTER "
022900             "BACKUP"
023000         MOVE 16 TO RETURN-CODE
023100         STOP RUN
023200     END-IF.
023300     MOVE SBKP-HDR-BACKUP-DATE TO WS-BKP-DATE.
023400     MOVE SBKP-HDR-BACKUP-TIME TO WS-BKP-TIME.
023500 1000-EXIT.
023600     EXIT.
023700*----------------------------------------------------------------*
023800* 2000-RESTORE-BACKUP - RELOAD EVERY MASTER IMAGE ON THE COPY,   *
023900* THEN PROVE THE COUNT AND HASH TOTAL AGAINST THE TRAILER.  A    *
024000* SHORT OR DAMAGED COPY STOPS THE RECOVERY HERE: ROLLING THE     *
024100* JOURNAL FORWARD ONTO IT WOULD ONLY HIDE THE LOSS.              *
024200*----------------------------------------------------------------*
024300 2000-RESTORE-BACKUP.
024400     PERFORM 2100-RESTORE-ONE-IMAGE THRU 2100-EXIT
024500         UNTIL WS-END-OF-FILE
024600            OR WS-TRAILER-SEEN.
024700     IF NOT WS-TRAILER-SEEN
024800         MOVE "BACKUP HAS NO TRAILER - COPY IS SHORT"
024900             TO WS-RL-TEXT
025000         PERFORM 2200-STOP-RECOVERY THRU 2200-EXIT
025100     END-IF.
025200     IF SBKP-TRL-RECORD-COUNT NOT = WS-RESTORED-CTR
025300         OR SBKP-TRL-HASH-TOTAL NOT = WS-RESTORE-HASH
025400         OR SBKP-TRL-BACKUP-DATE NOT = WS-BKP-DATE
025500         OR SBKP-TRL-BACKUP-TIME NOT = WS-BKP-TIME
025600         MOVE "BACKUP DOES NOT AGREE WITH ITS TRAILER"
025700             TO WS-RL-TEXT
025800         PERFORM 2200-STOP-RECOVERY THRU 2200-EXIT
025900     END-IF.
026000     CLOSE BACKUP-FILE.
026100     CLOSE SENTENCE-MASTER.
026200     OPEN I-O SENTENCE-MASTER.
026300     IF WS-MST-FILE-STATUS NOT = "00"
026400         DISPLAY "SENTRCVR: SENTENCE-MASTER REOPEN FAILED, "
026500             "STATUS "
026600             WS-MST-FILE-STATUS
026700         MOVE 16 TO RETURN-CODE
026800         STOP RUN
026900     END-IF.
027000 2000-EXIT.
027100     EXIT.
027200 2100-RESTORE-ONE-IMAGE.
027300     READ BACKUP-FILE
027400         AT END SET WS-END-OF-FILE TO TRUE
027500     END-READ.
027600     IF WS-END-OF-FILE
027700         GO TO 2100-EXIT
027800     END-IF.
027900     IF SBKP-TRAILER
028000         SET WS-TRAILER-SEEN TO TRUE
028100         GO TO 2100-EXIT
028200     END-IF.
028300     MOVE SBKP-MASTER-IMAGE TO SMST-RECORD.
028400     IF SMST-SENTENCE-ID NOT NUMERIC
028500         MOVE "BACKUP RECORD IS NOT A MASTER IMAGE"
028600             TO WS-RL-TEXT
028700         PERFORM 2200-STOP-RECOVERY THRU 2200-EXIT
028800     END-IF.
028900     WRITE SMST-RECORD
029000         INVALID KEY
029100             MOVE "BACKUP IMAGE OUT OF KEY ORDER OR DUPLICATED"
029200                 TO WS-RL-TEXT
029300             PERFORM 2200-STOP-RECOVERY THRU 2200-EXIT
029400     END-WRITE.
029500     IF WS-MST-FILE-STATUS NOT = "00"
029600         MOVE "MASTER WRITE FAILED DURING RELOAD" TO WS-RL-TEXT
029700         PERFORM 2200-STOP-RECOVERY THRU 2200-EXIT
029800     END-IF.
029900     ADD 1 TO WS-RESTORED-CTR.
030000     ADD SMST-SENTENCE-ID TO WS-RESTORE-HASH.
030100 2100-EXIT.
030200     EXIT.
030300*----------------------------------------------------------------*
030400* 2200-STOP-RECOVERY - THE RELOAD CANNOT BE TRUSTED.  PRINT WHY, *
030500* WITH WHAT WAS RESTORED SO FAR, AND END THE RUN; THE PARTLY     *
030600* LOADED MASTER MUST NOT BE RELEASED.                            *
030700*----------------------------------------------------------------*
030800 2200-STOP-RECOVERY.
030900     WRITE RR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
031000     DISPLAY "SENTRCVR: " WS-RL-TEXT.
031100     MOVE SPACES TO WS-RL-TEXT.
031200     STRING "RECOVERY STOPPED - MASTER IS NOT USABLE"
031300            DELIMITED BY SIZE
031400         INTO WS-RL-TEXT.
031500     WRITE RR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
031600     PERFORM 8100-WRITE-RESTORE-TOTALS THRU 8100-EXIT.
031700     CLOSE BACKUP-FILE.
031800     CLOSE SENTENCE-MASTER.
031900     CLOSE RECOVERY-REPORT.
032000     MOVE 16 TO RETURN-CODE.
032100     STOP RUN.
032200 2200-EXIT.
032300     EXIT.
032400*----------------------------------------------------------------*
032500* 3000-ROLL-FORWARD - RE-APPLY THE AFTER IMAGE OF EVERY JOURNAL  *
032600* RECORD STAMPED AFTER THE UNLOAD, IN JOURNAL ORDER.  NO JOURNAL *
032700* MEANS NOTHING HAS CHANGED SINCE THE BACKUP.                    *
032800*----------------------------------------------------------------*
032900 3000-ROLL-FORWARD.
033000     OPEN INPUT JOURNAL-FILE.
033100     IF WS-JRN-FILE-STATUS NOT = "00"
033200         MOVE SPACES TO WS-RL-TEXT
033300         STRING "  NO CHANGE JOURNAL SUPPLIED - NOTHING ROLLED "
033400                DELIMITED BY SIZE
033500                "FORWARD" DELIMITED BY SIZE
033600             INTO WS-RL-TEXT
033700         WRITE RR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE
033800         GO TO 3000-EXIT
033900     END-IF.
034000     SET WS-NOT-END-OF-FILE TO TRUE.
034100     PERFORM 3100-APPLY-ONE-JOURNAL THRU 3100-EXIT
034200         UNTIL WS-END-OF-FILE.
034300     CLOSE JOURNAL-FILE.
034400 3000-EXIT.
034500     EXIT.
034600 3100-APPLY-ONE-JOURNAL.
034700     READ JOURNAL-FILE
034800         AT END SET WS-END-OF-FILE TO TRUE
034900     END-READ.
035000     IF WS-END-OF-FILE
035100         GO TO 3100-EXIT
035200     END-IF.
035300     ADD 1 TO WS-JRN-READ-CTR.
035400     MOVE JRN-RUN-DATE TO WS-JS-DATE.
035500     MOVE JRN-RUN-TIME TO WS-JS-TIME.
035600     IF WS-JRN-STAMP NOT > WS-BACKUP-STAMP
035700         ADD 1 TO WS-JRN-SKIPPED-CTR
035800         GO TO 3100-EXIT
035900     END-IF.
036000     MOVE SPACES TO WS-EXCEPT-REASON.
036100     MOVE JRN-TRAN-IMAGE TO WS-JRN-TRAN.
036200     EVALUATE TRUE
036300         WHEN JRN-ADD
036400             PERFORM 3200-APPLY-ADD THRU 3200-EXIT
036500         WHEN JRN-CHANGE
036600             PERFORM 3300-APPLY-CHANGE THRU 3300-EXIT
036700         WHEN JRN-RETIRE
036800             PERFORM 3300-APPLY-CHANGE THRU 3300-EXIT
036900         WHEN OTHER
037000             MOVE "JOURNAL ACTION INVALID" TO WS-EXCEPT-REASON
037100     END-EVALUATE.
037200     IF WS-EXCEPT-REASON NOT = SPACES
037300         ADD 1 TO WS-JRN-EXCEPT-CTR
037400         PERFORM 7000-WRITE-JOURNAL-EXCEPTION THRU 7000-EXIT
037500     END-IF.
037600 3100-EXIT.
037700     EXIT.
037800*----------------------------------------------------------------*
037900* 3200-APPLY-ADD - A JOURNALED ADD PUTS THE AFTER IMAGE BACK AS  *
038000* A NEW MASTER RECORD, STAMPED AS SENTMNT STAMPED IT.            *
038100*----------------------------------------------------------------*
038200 3200-APPLY-ADD.
038300     MOVE SPACES TO SMST-RECORD.
038400     MOVE JRN-SENTENCE-ID TO SMST-SENTENCE-ID.
038500     MOVE JRN-AFTER-TEXT TO SMST-SENTENCE-TEXT.
038600     MOVE JRN-AFTER-STATUS TO SMST-STATUS.
038700     MOVE ZERO TO SMST-LAST-CERT-DATE.
038800     MOVE JRN-AFTER-JOB-ID TO SMST-JOB-ID.
038900     MOVE JRN-RUN-DATE TO SMST-STATUS-DATE.
039000     WRITE SMST-RECORD
039100         INVALID KEY
039200             MOVE "SENTENCE ID ALREADY ON MASTER"
039300                 TO WS-EXCEPT-REASON
039400     END-WRITE.
039500     IF WS-EXCEPT-REASON = SPACES
039600         AND WS-MST-FILE-STATUS NOT = "00"
039700         MOVE "MASTER WRITE FAILED" TO WS-EXCEPT-REASON
039800     END-IF.
039900     IF WS-EXCEPT-REASON = SPACES
040000         ADD 1 TO WS-JRN-ADD-CTR
040100     END-IF.
040200 3200-EXIT.
040300     EXIT.
040400*----------------------------------------------------------------*
040500* 3300-APPLY-CHANGE - A JOURNALED CHANGE OR RETIRE PUTS THE      *
040600* AFTER IMAGE'S TEXT, STATUS AND JOB OVER THE MASTER RECORD.     *
040700* THE STATUS DATE MOVES WHEN SENTMNT WOULD HAVE MOVED IT - A     *
040800* RETIRE, A CARD THAT SET A STATUS, OR A STATUS FORCED TO        *
040900* PENDING.  THE LAST-CERTIFIED DATE IS NOT JOURNALED AND IS LEFT *
041000* FOR 4000 TO BRING FORWARD.                                     *
041100*----------------------------------------------------------------*
041200 3300-APPLY-CHANGE.
041300     MOVE JRN-SENTENCE-ID TO SMST-SENTENCE-ID.
041400     READ SENTENCE-MASTER
041500         INVALID KEY
041600             MOVE "SENTENCE ID NOT ON MASTER"
041700                 TO WS-EXCEPT-REASON
041800     END-READ.
041900     IF WS-EXCEPT-REASON NOT = SPACES
042000         GO TO 3300-EXIT
042100     END-IF.
042200     IF JRN-RETIRE
042300         OR STRN-STATUS NOT = SPACE
042400         OR JRN-AFTER-STATUS NOT = SMST-STATUS
042500         MOVE JRN-RUN-DATE TO SMST-STATUS-DATE
042600     END-IF.
042700     MOVE JRN-AFTER-TEXT TO SMST-SENTENCE-TEXT.
042800     MOVE JRN-AFTER-STATUS TO SMST-STATUS.
042900     MOVE JRN-AFTER-JOB-ID TO SMST-JOB-ID.
043000     REWRITE SMST-RECORD
043100         INVALID KEY
043200             MOVE "MASTER REWRITE FAILED" TO WS-EXCEPT-REASON
043300     END-REWRITE.
043400     IF WS-EXCEPT-REASON = SPACES
043500         AND WS-MST-FILE-STATUS NOT = "00"
043600         MOVE "MASTER REWRITE FAILED" TO WS-EXCEPT-REASON
043700     END-IF.
043800     IF WS-EXCEPT-REASON = SPACES
043900         IF JRN-RETIRE
044000             ADD 1 TO WS-JRN-RETIRE-CTR
044100         ELSE
044200             ADD 1 TO WS-JRN-CHANGE-CTR
044300         END-IF
044400     END-IF.
044500 3300-EXIT.
044600     EXIT.
044700*----------------------------------------------------------------*
044800* 4000-REPOST-CERTS - BRING THE LAST-CERTIFIED DATES FORWARD     *
044900* FROM THE MATCHED ACKS, BY THE SAME RULE CERTPOST POSTS THEM:   *
045000* AN EARLIER ACK NEVER BACKS THE DATE OUT.                       *
045100*----------------------------------------------------------------*
045200 4000-REPOST-CERTS.
045300     OPEN INPUT MATCHED-IN-FILE.
045400     IF WS-MATCH-FILE-STATUS NOT = "00"
045500         MOVE SPACES TO WS-RL-TEXT
045600         STRING "  NO MATCHED-ACK FILE SUPPLIED - NO CERT DATES "
045700                DELIMITED BY SIZE
045800                "RE-POSTED" DELIMITED BY SIZE
045900             INTO WS-RL-TEXT
046000         WRITE RR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE
046100         GO TO 4000-EXIT
046200     END-IF.
046300     SET WS-NOT-END-OF-FILE TO TRUE.
046400     PERFORM 4100-REPOST-ONE-ACK THRU 4100-EXIT
046500         UNTIL WS-END-OF-FILE.
046600     CLOSE MATCHED-IN-FILE.
046700 4000-EXIT.
046800     EXIT.
046900 4100-REPOST-ONE-ACK.
047000     READ MATCHED-IN-FILE
047100         AT END SET WS-END-OF-FILE TO TRUE
047200     END-READ.
047300     IF WS-END-OF-FILE
047400         GO TO 4100-EXIT
047500     END-IF.
047600     ADD 1 TO WS-MATCH-CTR.
047700     MOVE SPACES TO WS-EXCEPT-REASON.
047800     MOVE MTCH-SENTENCE-ID TO SMST-SENTENCE-ID.
047900     READ SENTENCE-MASTER
048000         INVALID KEY
048100             MOVE "SENTENCE ID NOT ON MASTER"
048200                 TO WS-EXCEPT-REASON
048300     END-READ.
048400     IF WS-EXCEPT-REASON = SPACES
048500         AND MTCH-ACK-DATE NOT NUMERIC
048600         MOVE "ACK DATE UNUSABLE" TO WS-EXCEPT-REASON
048700     END-IF.
048800     IF WS-EXCEPT-REASON NOT = SPACES
048900         ADD 1 TO WS-CERT-UNMATCHED-CTR
049000         PERFORM 7100-WRITE-CERT-EXCEPTION THRU 7100-EXIT
049100         GO TO 4100-EXIT
049200     END-IF.
049300     IF SMST-LAST-CERT-DATE NOT NUMERIC
049400         MOVE ZERO TO SMST-LAST-CERT-DATE
049500     END-IF.
049600     IF MTCH-ACK-DATE NOT > SMST-LAST-CERT-DATE
049700         ADD 1 TO WS-CERT-CURRENT-CTR
049800         GO TO 4100-EXIT
049900     END-IF.
050000     MOVE MTCH-ACK-DATE TO SMST-LAST-CERT-DATE.
050100     REWRITE SMST-RECORD
050200         INVALID KEY
050300             MOVE "MASTER REWRITE FAILED" TO WS-EXCEPT-REASON
050400     END-REWRITE.
050500     IF WS-EXCEPT-REASON = SPACES
050600         AND WS-MST-FILE-STATUS NOT = "00"
050700         MOVE "MASTER REWRITE FAILED" TO WS-EXCEPT-REASON
050800     END-IF.
050900     IF WS-EXCEPT-REASON = SPACES
051000         ADD 1 TO WS-CERT-APPLIED-CTR
051100     ELSE
051200         ADD 1 TO WS-CERT-UNMATCHED-CTR
051300         PERFORM 7100-WRITE-CERT-EXCEPTION THRU 7100-EXIT
051400     END-IF.
051500 4100-EXIT.
051600     EXIT.
051700*----------------------------------------------------------------*
051800* 5000-PROVE-FINAL-COUNT - CLOSE THE REBUILT MASTER AND READ IT  *
051900* BACK IN KEY ORDER.  THE COUNT ON FILE MUST EQUAL WHAT WAS      *
052000* RESTORED PLUS THE ADDS ROLLED FORWARD.                         *
052100*----------------------------------------------------------------*
052200 5000-PROVE-FINAL-COUNT.
052300     CLOSE SENTENCE-MASTER.
052400     OPEN INPUT MASTER-PROOF-FILE.
052500     IF WS-PRF-FILE-STATUS NOT = "00"
052600         DISPLAY "SENTRCVR: MASTER-PROOF-FILE OPEN FAILED, "
052700             "STATUS "
052800             WS-PRF-FILE-STATUS
052900         MOVE 16 TO RETURN-CODE
053000         STOP RUN
053100     END-IF.
053200     SET WS-NOT-END-OF-FILE TO TRUE.
053300     PERFORM 5100-COUNT-ONE-MASTER THRU 5100-EXIT
053400         UNTIL WS-END-OF-FILE.
053500     CLOSE MASTER-PROOF-FILE.
053600     COMPUTE WS-EXPECTED-CTR = WS-RESTORED-CTR + WS-JRN-ADD-CTR.
053700     IF WS-FINAL-CTR NOT = WS-EXPECTED-CTR
053800         SET WS-OUT-OF-BALANCE TO TRUE
053900     END-IF.
054000 5000-EXIT.
054100     EXIT.
054200 5100-COUNT-ONE-MASTER.
054300     READ MASTER-PROOF-FILE
054400         AT END SET WS-END-OF-FILE TO TRUE
054500         NOT AT END ADD 1 TO WS-FINAL-CTR
054600     END-READ.
054700 5100-EXIT.
054800     EXIT.
054900*----------------------------------------------------------------*
055000* 7000-WRITE-JOURNAL-EXCEPTION - A JOURNAL RECORD THAT COULD NOT *
055100* BE RE-APPLIED, WITH THE REASON.                                *
055200*----------------------------------------------------------------*
055300 7000-WRITE-JOURNAL-EXCEPTION.
055400     MOVE SPACES TO WS-RL-TEXT.
055500     STRING "  JOURNAL  SENTENCE " DELIMITED BY SIZE
055600            JRN-SENTENCE-ID DELIMITED BY SIZE
055700            " ACTION " DELIMITED BY SIZE
055800            JRN-ACTION DELIMITED BY SIZE
055900            " OF " DELIMITED BY SIZE
056000            JRN-RUN-DATE DELIMITED BY SIZE
056100            " " DELIMITED BY SIZE
056200            JRN-RUN-TIME DELIMITED BY SIZE
056300            " NOT APPLIED - " DELIMITED BY SIZE
056400            WS-EXCEPT-REASON DELIMITED BY SIZE
056500         INTO WS-RL-TEXT.
056600     WRITE RR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
056700 7000-EXIT.
056800     EXIT.
056900*----------------------------------------------------------------*
057000* 7100-WRITE-CERT-EXCEPTION - A MATCHED ACK THAT COULD NOT BE    *
057100* RE-POSTED, WITH THE REASON.                                    *
057200*----------------------------------------------------------------*
057300 7100-WRITE-CERT-EXCEPTION.
057400     MOVE SPACES TO WS-RL-TEXT.
057500     STRING "  ACK      SENTENCE " DELIMITED BY SIZE
057600            MTCH-SENTENCE-ID DELIMITED BY SIZE
057700            " JOB " DELIMITED BY SIZE
057800            MTCH-JOB-ID DELIMITED BY SIZE
057900            " CERTIFIED " DELIMITED BY SIZE
058000            MTCH-ACK-DATE DELIMITED BY SIZE
058100            " NOT POSTED - " DELIMITED BY SIZE
058200            WS-EXCEPT-REASON DELIMITED BY SIZE
058300         INTO WS-RL-TEXT.
058400     WRITE RR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
058500 7100-EXIT.
058600     EXIT.
058700*----------------------------------------------------------------*
058800* 8000-WRITE-TOTALS - THE RECOVERY BALANCE: RESTORED, ROLLED     *
058900* FORWARD, RE-POSTED, AND THE FINAL COUNT PROVED AGAINST THEM.   *
059000*----------------------------------------------------------------*
059100 8000-WRITE-TOTALS.
059200     PERFORM 8100-WRITE-RESTORE-TOTALS THRU 8100-EXIT.
059300     MOVE WS-JRN-READ-CTR TO WS-CTR-DISP.
059400     MOVE SPACES TO WS-RL-TEXT.
059500     STRING "  JOURNAL RECORDS READ  . . . . "
059600            DELIMITED BY SIZE
059700            WS-CTR-DISP DELIMITED BY SIZE
059800         INTO WS-RL-TEXT.
059900     WRITE RR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 2 LINES.
060000     MOVE WS-JRN-SKIPPED-CTR TO WS-CTR-DISP.
060100     MOVE SPACES TO WS-RL-TEXT.
060200     STRING "    ALREADY ON THE BACKUP . . . "
060300            DELIMITED BY SIZE
060400            WS-CTR-DISP DELIMITED BY SIZE
060500         INTO WS-RL-TEXT.
060600     WRITE RR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
060700     MOVE WS-JRN-ADD-CTR TO WS-CTR-DISP.
060800     MOVE SPACES TO WS-RL-TEXT.
060900     STRING "    ADDS APPLIED  . . . . . . . "
061000            DELIMITED BY SIZE
061100            WS-CTR-DISP DELIMITED BY SIZE
061200         INTO WS-RL-TEXT.
061300     WRITE RR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
061400     MOVE WS-JRN-CHANGE-CTR TO WS-CTR-DISP.
061500     MOVE SPACES TO WS-RL-TEXT.
061600     STRING "    CHANGES APPLIED . . . . . . "
061700            DELIMITED BY SIZE
061800            WS-CTR-DISP DELIMITED BY SIZE
061900         INTO WS-RL-TEXT.
062000     WRITE RR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
062100     MOVE WS-JRN-RETIRE-CTR TO WS-CTR-DISP.
062200     MOVE SPACES TO WS-RL-TEXT.
062300     STRING "    RETIRES APPLIED . . . . . . "
062400            DELIMITED BY SIZE
062500            WS-CTR-DISP DELIMITED BY SIZE
062600         INTO WS-RL-TEXT.
062700     WRITE RR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
062800     MOVE WS-JRN-EXCEPT-CTR TO WS-CTR-DISP.
062900     MOVE SPACES TO WS-RL-TEXT.
063000     STRING "    NOT APPLIED . . . . . . . . "
063100            DELIMITED BY SIZE
063200            WS-CTR-DISP DELIMITED BY SIZE
063300         INTO WS-RL-TEXT.
063400     WRITE RR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
063500     MOVE WS-MATCH-CTR TO WS-CTR-DISP.
063600     MOVE SPACES TO WS-RL-TEXT.
063700     STRING "  MATCHED ACKS READ . . . . . . "
063800            DELIMITED BY SIZE
063900            WS-CTR-DISP DELIMITED BY SIZE
064000         INTO WS-RL-TEXT.
064100     WRITE RR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 2 LINES.
064200     MOVE WS-CERT-APPLIED-CTR TO WS-CTR-DISP.
064300     MOVE SPACES TO WS-RL-TEXT.
064400     STRING "    CERT DATES RE-POSTED  . . . "
064500            DELIMITED BY SIZE
064600            WS-CTR-DISP DELIMITED BY SIZE
064700         INTO WS-RL-TEXT.
064800     WRITE RR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
064900     MOVE WS-CERT-CURRENT-CTR TO WS-CTR-DISP.
065000     MOVE SPACES TO WS-RL-TEXT.
065100     STRING "    ALREADY CURRENT . . . . . . "
065200            DELIMITED BY SIZE
065300            WS-CTR-DISP DELIMITED BY SIZE
065400         INTO WS-RL-TEXT.
065500     WRITE RR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
065600     MOVE WS-CERT-UNMATCHED-CTR TO WS-CTR-DISP.
065700     MOVE SPACES TO WS-RL-TEXT.
065800     STRING "    NOT POSTED  . . . . . . . . "
065900            DELIMITED BY SIZE
066000            WS-CTR-DISP DELIMITED BY SIZE
066100         INTO WS-RL-TEXT.
066200     WRITE RR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
066300     MOVE WS-EXPECTED-CTR TO WS-CTR-DISP.
066400     MOVE SPACES TO WS-RL-TEXT.
066500     STRING "  RESTORED PLUS ADDS  . . . . . "
066600            DELIMITED BY SIZE
066700            WS-CTR-DISP DELIMITED BY SIZE
066800         INTO WS-RL-TEXT.
066900     WRITE RR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 2 LINES.
067000     MOVE WS-FINAL-CTR TO WS-CTR-DISP.
067100     MOVE SPACES TO WS-RL-TEXT.
067200     STRING "  FINAL MASTER COUNT  . . . . . "
067300            DELIMITED BY SIZE
067400            WS-CTR-DISP DELIMITED BY SIZE
067500         INTO WS-RL-TEXT.
067600     WRITE RR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
067700     MOVE SPACES TO WS-RL-TEXT.
067800     IF WS-IN-BALANCE
067900         MOVE "  RECOVERED MASTER BALANCES" TO WS-RL-TEXT
068000     ELSE
068100         MOVE "  RECOVERED MASTER OUT OF BALANCE" TO WS-RL-TEXT
068200     END-IF.
068300     WRITE RR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 2 LINES.
068400 8000-EXIT.
068500     EXIT.
068600*----------------------------------------------------------------*
068700* 8100-WRITE-RESTORE-TOTALS - THE BACKUP STAMP AND THE RELOAD    *
068800* COUNTS AGAINST THE BACKUP TRAILER.                             *
068900*----------------------------------------------------------------*
069000 8100-WRITE-RESTORE-TOTALS.
069100     MOVE SPACES TO WS-RL-TEXT.
069200     STRING "  BACKUP TAKEN  . . . . . . . . "
069300            DELIMITED BY SIZE
069400            WS-BKP-DATE DELIMITED BY SIZE
069500            " " DELIMITED BY SIZE
069600            WS-BKP-TIME DELIMITED BY SIZE
069700         INTO WS-RL-TEXT.
069800     WRITE RR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 2 LINES.
069900     MOVE ZERO TO WS-CTR-DISP.
070000     MOVE ZERO TO WS-HASH-DISP.
070100     IF WS-TRAILER-SEEN
070200         MOVE SBKP-TRL-RECORD-COUNT TO WS-CTR-DISP
070300         MOVE SBKP-TRL-HASH-TOTAL TO WS-HASH-DISP
070400     END-IF.
070500     MOVE SPACES TO WS-RL-TEXT.
070600     STRING "  RECORDS ON BACKUP TRAILER . . "
070700            DELIMITED BY SIZE
070800            WS-CTR-DISP DELIMITED BY SIZE
070900            "   HASH " DELIMITED BY SIZE
071000            WS-HASH-DISP DELIMITED BY SIZE
071100         INTO WS-RL-TEXT.
071200     WRITE RR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
071300     MOVE WS-RESTORED-CTR TO WS-CTR-DISP.
071400     MOVE WS-RESTORE-HASH TO WS-HASH-DISP.
071500     MOVE SPACES TO WS-RL-TEXT.
071600     STRING "  RECORDS RESTORED  . . . . . . "
071700            DELIMITED BY SIZE
071800            WS-CTR-DISP DELIMITED BY SIZE
071900            "   HASH " DELIMITED BY SIZE
072000            WS-HASH-DISP DELIMITED BY SIZE
072100         INTO WS-RL-TEXT.
072200     WRITE RR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
072300 8100-EXIT.
072400     EXIT.
072500*----------------------------------------------------------------*
072600* 9000-TERMINATE - CLOSE FILES AND SET THE RETURN CODE: 8 WHEN   *
072700* THE FINAL COUNT DOES NOT PROVE, 4 WHEN ANY JOURNAL RECORD OR   *
072800* ACK COULD NOT BE RE-APPLIED.                                   *
072900*----------------------------------------------------------------*
073000 9000-TERMINATE.
073100     CLOSE RECOVERY-REPORT.
073200     IF WS-OUT-OF-BALANCE
073300         MOVE 8 TO RETURN-CODE
073400     ELSE
073500         IF WS-JRN-EXCEPT-CTR > ZERO
073600             OR WS-CERT-UNMATCHED-CTR > ZERO
073700             MOVE 4 TO RETURN-CODE
073800         END-IF
073900     END-IF.
074000 9000-EXIT.
074100     EXIT.
