001700*                 LOG, AND ENDS RC 8 ON ANY BREAK (A MISSING     *
001800*                 POSTING IS A BREAK) SO THE SCHEDULER HOLDS     *
001900*                 THE MORNING DISTRIBUTION.                      *
001915* 10/14/2026 RH  A NIGHT THAT BALANCES NOW HAS ITS STANDING      *
001925*                 POSTINGS EXTENDED ONTO THE CONTROL-TOTALS      *
001935*                 HISTORY FILE (CTLHIST), WHICH THE TREND REPORT *
001945*                 (CTLTRND) READS.  A NIGHT OUT OF BALANCE IS    *
001955*                 NOT KEPT.  A HISTORY FILE THAT CANNOT BE       *
001965*                 WRITTEN GIVES RC 4 - THE NIGHT STILL STANDS.   *
001970* 10/15/2026 RH  CERTRECN NOW POSTS THE CERTIFICATIONS THE       *
001975*                 TRACKING SYSTEM REJECTED.  A REJECT IS A       *
001980*                 DISPOSED RECORD, ALREADY INSIDE RECORDS        *
001985*                 RECONCILED, SO THE EQUATIONS DO NOT CHANGE;    *
001990*                 THE COUNT IS SHOWN UNDER THE CERTRECN BLOCK.   *
001995*                 AN OLDER POSTING WITHOUT THE COUNT SHOWS ZERO. *
002000*----------------------------------------------------------------*
002100* THE CONTROL-TOTALS FILE IS ALLOCATED FRESH AT THE HEAD OF THE  *
002200* NIGHT.  WHEN A STEP WAS RERUN AND POSTED TWICE, THE LAST       *
003400     SELECT BALANCE-REPORT ASSIGN TO BALRPT
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-RPT-FILE-STATUS.
003610     SELECT OPTIONAL CTL-HISTORY-FILE ASSIGN TO CTLHIST
003620         ORGANIZATION IS SEQUENTIAL
003630         FILE STATUS IS WS-HIST-FILE-STATUS.
003700 DATA DIVISION.
003800 FILE SECTION.
003900*----------------------------------------------------------------*
004900     RECORD CONTAINS 132 CHARACTERS
005000     LABEL RECORDS ARE STANDARD.
005100 01  BR-LINE                     PIC X(132).
005110*----------------------------------------------------------------*
005120* THE CONTROL-TOTALS HISTORY - EVERY BALANCED NIGHT'S STANDING   *
005130* POSTINGS, IN PANRTOT LAYOUT, OLDEST NIGHT FIRST.               *
005140*----------------------------------------------------------------*
005150 FD  CTL-HISTORY-FILE
005160     RECORD CONTAINS 80 CHARACTERS
005170     LABEL RECORDS ARE STANDARD.
005180 01  HIST-RECORD                 PIC X(80).
005200 WORKING-STORAGE SECTION.
005300*----------------------------------------------------------------*
005400* FILE STATUS FIELDS AND SWITCHES                                *
005500*----------------------------------------------------------------*
005600 77  WS-CTOT-FILE-STATUS        PIC X(02) VALUE SPACES.
005700 77  WS-RPT-FILE-STATUS         PIC X(02) VALUE SPACES.
005710 77  WS-HIST-FILE-STATUS        PIC X(02) VALUE SPACES.
005800 77  WS-EOF-SWITCH              PIC X(01) VALUE "N".
005900     88  WS-END-OF-FILE                   VALUE "Y".
006000     88  WS-NOT-END-OF-FILE               VALUE "N".
006010 77  WS-HIST-SWITCH             PIC X(01) VALUE "N".
006020     88  WS-HIST-FAILED                   VALUE "Y".
006100*----------------------------------------------------------------*
006200* RUN COUNTERS.  EVERY BREAK - A MISSING POSTING, MIXED RUN      *
006300* DATES OR AN UNBALANCED EQUATION - COUNTS TOWARD THE RC 8       *
009700     05  WS-RCN-OUT-COUNT        PIC 9(07) VALUE ZERO.
009800     05  WS-RCN-EXCEPT-COUNT     PIC 9(07) VALUE ZERO.
009900     05  WS-RCN-OTHER-COUNT      PIC 9(07) VALUE ZERO.
009905     05  WS-RCN-REJECT-COUNT     PIC 9(07) VALUE ZERO.
009910*----------------------------------------------------------------*
009920* THE STANDING POSTING OF EACH PROGRAM AS READ, KEPT WHOLE FOR   *
009930* THE CONTROL-TOTALS HISTORY.                                    *
009940*----------------------------------------------------------------*
009950 01  WS-XTR-IMAGE               PIC X(80) VALUE SPACES.
009960 01  WS-PAN-IMAGE               PIC X(80) VALUE SPACES.
009970 01  WS-RCN-IMAGE               PIC X(80) VALUE SPACES.
010000*----------------------------------------------------------------*
010100* ONE BALANCE EQUATION IN HAND: A CAPTION AND THE TWO SIDES.     *
010200*----------------------------------------------------------------*
012800     PERFORM 4000-WRITE-CHAIN-TOTALS THRU 4000-EXIT.
012900     PERFORM 5000-PROVE-BALANCES THRU 5000-EXIT.
013000     PERFORM 8000-WRITE-VERDICT THRU 8000-EXIT.
013050     PERFORM 8500-POST-HISTORY THRU 8500-EXIT.
013100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
013200     STOP RUN.
013300*----------------------------------------------------------------*
017800                 ADD 1 TO WS-REPOST-CTR
017900             END-IF
018000             SET WS-XTR-FOUND TO TRUE
018050             MOVE RTOT-RECORD TO WS-XTR-IMAGE
018100             MOVE RTOT-RUN-DATE TO WS-XTR-RUN-DATE
018200             MOVE RTOT-IN-COUNT TO WS-XTR-IN-COUNT
018300             MOVE RTOT-OUT-COUNT TO WS-XTR-OUT-COUNT
018800                 ADD 1 TO WS-REPOST-CTR
018900             END-IF
019000             SET WS-PAN-FOUND TO TRUE
019050             MOVE RTOT-RECORD TO WS-PAN-IMAGE
019100             MOVE RTOT-RUN-DATE TO WS-PAN-RUN-DATE
019200             MOVE RTOT-JOB-ID TO WS-PAN-JOB-ID
019300             MOVE RTOT-IN-COUNT TO WS-PAN-IN-COUNT
019900                 ADD 1 TO WS-REPOST-CTR
020000             END-IF
020100             SET WS-RCN-FOUND TO TRUE
020150             MOVE RTOT-RECORD TO WS-RCN-IMAGE
020200             MOVE RTOT-RUN-DATE TO WS-RCN-RUN-DATE
020300             MOVE RTOT-IN-COUNT TO WS-RCN-IN-COUNT
020400             MOVE RTOT-OUT-COUNT TO WS-RCN-OUT-COUNT
020500             MOVE RTOT-EXCEPT-COUNT TO WS-RCN-EXCEPT-COUNT
020600             MOVE RTOT-OTHER-COUNT TO WS-RCN-OTHER-COUNT
020610             IF RTOT-REJECT-COUNT NUMERIC
020620                 MOVE RTOT-REJECT-COUNT TO WS-RCN-REJECT-COUNT
020630             ELSE
020640                 MOVE ZERO TO WS-RCN-REJECT-COUNT
020650             END-IF
020700         WHEN OTHER
020800             ADD 1 TO WS-UNKNOWN-CTR
020900             MOVE SPACES TO WS-RL-TEXT
037400                WS-CTR-DISP DELIMITED BY SIZE
037500             INTO WS-RL-TEXT
037600         WRITE BR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE
037610         MOVE WS-RCN-REJECT-COUNT TO WS-CTR-DISP
037620         MOVE SPACES TO WS-RL-TEXT
037630         STRING "      OF WHICH REJECTED . . . . "
037640                DELIMITED BY SIZE
037650                WS-CTR-DISP DELIMITED BY SIZE
037660             INTO WS-RL-TEXT
037670         WRITE BR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE
037700         MOVE WS-RCN-EXCEPT-COUNT TO WS-CTR-DISP
037800         MOVE SPACES TO WS-RL-TEXT
037900         STRING "    ORPHAN ACKNOWLEDGMENTS  . . "
049400     END-IF.
049500 8000-EXIT.
049600     EXIT.
049602*----------------------------------------------------------------*
049604* 8500-POST-HISTORY - A BALANCED NIGHT'S THREE STANDING          *
049606* POSTINGS GO ONTO THE CONTROL-TOTALS HISTORY FOR THE TREND      *
049608* REPORT.  AN UNBALANCED NIGHT IS NOT KEPT - ITS FIGURES ARE     *
049610* NOT TO BE TRUSTED AS A BASELINE.  A HISTORY FAILURE DOES NOT   *
049612* UNDO THE VERDICT; IT IS DISPLAYED AND GIVES RC 4.              *
049614*----------------------------------------------------------------*
049616 8500-POST-HISTORY.
049618     MOVE SPACES TO WS-RL-TEXT.
049620     IF WS-BREAK-CTR > ZERO
049622         MOVE "  NIGHT NOT KEPT ON CONTROL-TOTALS HISTORY"
049624             TO WS-RL-TEXT
049626         WRITE BR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE
049628         GO TO 8500-EXIT
049630     END-IF.
049632     OPEN EXTEND CTL-HISTORY-FILE.
049634     IF WS-HIST-FILE-STATUS NOT = "00"
049636         AND WS-HIST-FILE-STATUS NOT = "05"
049638         DISPLAY "DAYRECN: CTL-HISTORY-FILE OPEN FAILED, STATUS "
049640             WS-HIST-FILE-STATUS " - NIGHT NOT KEPT ON HISTORY"
049642         SET WS-HIST-FAILED TO TRUE
049644         MOVE "  ** NIGHT NOT KEPT ON HISTORY - OPEN FAILED **"
049646             TO WS-RL-TEXT
049648         WRITE BR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE
049650         GO TO 8500-EXIT
049652     END-IF.
049654     WRITE HIST-RECORD FROM WS-XTR-IMAGE.
049656     IF WS-HIST-FILE-STATUS = "00"
049658         WRITE HIST-RECORD FROM WS-PAN-IMAGE
049660     END-IF.
049662     IF WS-HIST-FILE-STATUS = "00"
049664         WRITE HIST-RECORD FROM WS-RCN-IMAGE
049666     END-IF.
049668     IF WS-HIST-FILE-STATUS NOT = "00"
049670         DISPLAY "DAYRECN: CTL-HISTORY-FILE WRITE FAILED, STATUS "
049672             WS-HIST-FILE-STATUS " - HISTORY INCOMPLETE"
049674         SET WS-HIST-FAILED TO TRUE
049676         MOVE "  ** CONTROL-TOTALS HISTORY WRITE FAILED **"
049678             TO WS-RL-TEXT
049680     ELSE
049682         MOVE "  NIGHT'S POSTINGS ADDED TO CONTROL-TOTALS HISTORY"
049684             TO WS-RL-TEXT
049686     END-IF.
049688     WRITE BR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
049690     CLOSE CTL-HISTORY-FILE.
049692 8500-EXIT.
049694     EXIT.
049700*----------------------------------------------------------------*
049800* 9000-TERMINATE - CLOSE FILES AND SET THE RETURN CODE THE       *
049900* SCHEDULER GATES THE MORNING DISTRIBUTION ON.                   *
050400     IF WS-BREAK-CTR > ZERO
050500         MOVE 8 TO RETURN-CODE
050600     END-IF.
050650     IF WS-HIST-FAILED AND RETURN-CODE < 4
050660         MOVE 4 TO RETURN-CODE
050670     END-IF.
050700 9000-EXIT.
050800     EXIT.
