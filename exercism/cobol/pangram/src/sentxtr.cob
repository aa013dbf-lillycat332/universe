001505*                 CONTROL-TOTALS FILE (PANRTOT) SO THE DAY-END   *
001506*                 RECONCILIATION (DAYRECN) CAN PROVE THE NIGHT   *
001507*                 BALANCES END TO END.                           *
001508* 10/05/2026 RH  JOBS NOW COME FROM THE KEYED SPECIMEN-JOB       *
001509*                 MASTER (PANJMST, MAINTAINED BY JOBMNT) IN      *
001510*                 JOB-ID ORDER INSTEAD OF THE HAND-KEPT JOBFILE  *
001511*                 DECK.  A JOB THE CUSTOMER HAS SIGNED OFF       *
001512*                 (CLOSED) IS NOT ISSUED: ITS ACTIVE SENTENCES   *
001513*                 ARE COUNTED AND HELD OUT OF THE DECK.  JOB     *
001514*                 TABLE RAISED TO 200 NOW THAT CLOSED JOBS STAY  *
001515*                 ON FILE.                                       *
001516* 10/09/2026 RH  THE JOB HEADER NOW CARRIES THE JOB'S CUSTOMER   *
001517*                 CODE FROM THE CUSTOMER MASTER (PANCUST) IN     *
001518*                 PLACE OF A FREE-TEXT NAME.                     *
001520*----------------------------------------------------------------*
001600 ENVIRONMENT DIVISION.
001700 CONFIGURATION SECTION.
001800 SOURCE-COMPUTER. IBM-370.
002910     SELECT OPTIONAL RELEASE-FILE ASSIGN TO RELFILE
002920         ORGANIZATION IS SEQUENTIAL
002930         FILE STATUS IS WS-REL-FILE-STATUS.
002940     SELECT OPTIONAL JOB-MASTER ASSIGN TO JOBMST
002950         ORGANIZATION IS INDEXED
002951         ACCESS MODE IS SEQUENTIAL
002952         RECORD KEY IS JMST-JOB-ID
002960         FILE STATUS IS WS-JMST-FILE-STATUS.
002970     SELECT OPTIONAL CTL-TOTALS-FILE ASSIGN TO CTLTOTS
002980         ORGANIZATION IS SEQUENTIAL
002990         FILE STATUS IS WS-CTOT-FILE-STATUS.
005257     LABEL RECORDS ARE STANDARD.
005258 01  REL-RECORD                  PIC X(80).
005259*----------------------------------------------------------------*
005260* OPTIONAL SPECIMEN-JOB MASTER, READ IN JOB-ID ORDER, WHICH IS   *
005261* THE ORDER THE DECK CARRIES THE JOBS: JOB ID, CUSTOMER AND THE  *
005262* JOB'S PROOFING ALPHABET, THE SAME FIELDS THE *HDR* CONTROL     *
005263* RECORD HANDS THE SCORING RUN, AND THE OPEN/CLOSED STATUS.      *
005264*----------------------------------------------------------------*
005265 FD  JOB-MASTER
005266     RECORD CONTAINS 100 CHARACTERS
005267     LABEL RECORDS ARE STANDARD.
005268 01  JMST-RECORD.
005269     COPY PANJMST.
005274*----------------------------------------------------------------*
005275* COMMON CONTROL-TOTALS FILE - EVERY PROGRAM IN THE NIGHTLY      *
005276* CHAIN EXTENDS ITS RUN TOTALS HERE FOR THE DAY-END              *
006200 77  WS-SENT-FILE-STATUS        PIC X(02) VALUE SPACES.
006300 77  WS-RPT-FILE-STATUS         PIC X(02) VALUE SPACES.
006310 77  WS-REL-FILE-STATUS         PIC X(02) VALUE SPACES.
006320 77  WS-JMST-FILE-STATUS        PIC X(02) VALUE SPACES.
006330 77  WS-CTOT-FILE-STATUS        PIC X(02) VALUE SPACES.
006400 77  WS-EOF-SWITCH              PIC X(01) VALUE "N".
006500     88  WS-END-OF-FILE                   VALUE "Y".
006610 77  WS-REL-EOF-SWITCH          PIC X(01) VALUE "N".
006620     88  WS-REL-END-OF-FILE               VALUE "Y".
006630     88  WS-REL-NOT-END-OF-FILE           VALUE "N".
006640 77  WS-JMST-EOF-SWITCH         PIC X(01) VALUE "N".
006650     88  WS-JMST-END-OF-FILE              VALUE "Y".
006660     88  WS-JMST-NOT-END-OF-FILE          VALUE "N".
006700*----------------------------------------------------------------*
006800* RUN COUNTERS AND CONTROL TOTALS                                *
006900*----------------------------------------------------------------*
007310 77  WS-RELEASED-CTR            PIC 9(07) COMP VALUE ZERO.
007320 77  WS-DECK-CTR                PIC 9(07) COMP VALUE ZERO.
007330 77  WS-UNASSIGNED-CTR          PIC 9(07) COMP VALUE ZERO.
007340 77  WS-CLOSED-JOB-CTR          PIC 9(07) COMP VALUE ZERO.
007350 77  WS-CLOSED-HELD-CTR         PIC 9(07) COMP VALUE ZERO.
007400 77  WS-CTR-DISP                PIC Z(6)9.
007410*----------------------------------------------------------------*
007420* SPECIMEN JOB TABLE, LOADED FROM THE OPTIONAL JOB MASTER IN     *
007430* DECK ORDER, OPEN AND CLOSED JOBS ALIKE SO A SENTENCE ON A      *
007440* CLOSED JOB IS TOLD APART FROM ONE WITH NO JOB.  AN EMPTY       *
007441* TABLE MEANS A FLAT SINGLE-JOB DECK, AS THE EXTRACT HAS ALWAYS  *
007442* BUILT.                                                         *
007450*----------------------------------------------------------------*
007460 77  WS-JOB-MAX                 PIC 9(03) COMP VALUE 200.
007470 77  WS-JOB-CTR                 PIC 9(03) COMP VALUE ZERO.
007480 77  WS-JOB-IDX                 PIC 9(03) COMP VALUE ZERO.
007490 77  WS-JOB-FOUND-IDX           PIC 9(03) COMP VALUE ZERO.
007500 77  WS-JOB-SENT-CTR            PIC 9(07) COMP VALUE ZERO.
007510 01  WS-JOB-TABLE.
007520     05  WS-JOB-ENTRY OCCURS 200 TIMES.
007530         10  WS-JE-JOB-ID        PIC X(08).
007540         10  WS-JE-CUSTOMER      PIC X(20).
007550         10  WS-JE-ALPHA-LEN     PIC X(02).
007560         10  WS-JE-ALPHA-CHARS   PIC X(32).
007561         10  WS-JE-STATUS        PIC X(01).
007562             88  WS-JE-CLOSED             VALUE "C".
007563         10  WS-JE-CLOSED-DATE   PIC 9(06).
007570*----------------------------------------------------------------*
007580* SENTFILE CONTROL-RECORD LAYOUTS (JOB HEADER / TRAILER),        *
007590* BUILT HERE AND WRITTEN INTO THE DECK.                          *
013095 1510-EXIT.
013096     EXIT.
013097*----------------------------------------------------------------*
013098* 1600-LOAD-JOBS - TAKE THE JOB MASTER INTO THE JOB TABLE IN     *
013099* DECK ORDER.  NO MASTER MEANS A FLAT SINGLE-JOB DECK.           *
013100*----------------------------------------------------------------*
013101 1600-LOAD-JOBS.
013102     OPEN INPUT JOB-MASTER.
013103     IF WS-JMST-FILE-STATUS NOT = "00"
013104         GO TO 1600-EXIT
013105     END-IF.
013106     PERFORM 1610-LOAD-ONE-JOB THRU 1610-EXIT
013107         UNTIL WS-JMST-END-OF-FILE
013108            OR WS-JOB-CTR NOT < WS-JOB-MAX.
013109     CLOSE JOB-MASTER.
013110 1600-EXIT.
013111     EXIT.
013112 1610-LOAD-ONE-JOB.
013113     READ JOB-MASTER
013114         AT END
013115             SET WS-JMST-END-OF-FILE TO TRUE
013116             GO TO 1610-EXIT
013117     END-READ.
013121     ADD 1 TO WS-JOB-CTR.
013122     MOVE JMST-JOB-ID TO WS-JE-JOB-ID(WS-JOB-CTR).
013123     MOVE JMST-CUST-CODE TO WS-JE-CUSTOMER(WS-JOB-CTR).
013124     MOVE JMST-ALPHA-LEN TO WS-JE-ALPHA-LEN(WS-JOB-CTR).
013125     MOVE JMST-ALPHA-CHARS TO WS-JE-ALPHA-CHARS(WS-JOB-CTR).
013126     MOVE JMST-STATUS TO WS-JE-STATUS(WS-JOB-CTR).
013127     MOVE JMST-CLOSED-DATE TO WS-JE-CLOSED-DATE(WS-JOB-CTR).
013128     IF JMST-CLOSED
013129         ADD 1 TO WS-CLOSED-JOB-CTR
013130     END-IF.
013131 1610-EXIT.
013132     EXIT.
013133*----------------------------------------------------------------*
013200* 2000-PROCESS-ONE-MASTER - MAIN LOOP OVER THE MASTER IN KEY     *
013300* ORDER.  ONLY ACTIVE SENTENCES REACH THE NIGHTLY DECK.          *
013400*----------------------------------------------------------------*
017000     EXIT.
017001*----------------------------------------------------------------*
017002* 2500-EXTRACT-ALL-JOBS - BUILD THE JOBBED SECTION OF THE DECK:  *
017003* ONE PASS OF THE MASTER PER OPEN JOB, IN JOB-ID ORDER, EACH     *
017004* BRACKETED BY ITS HEADER AND TRAILER CONTROL RECORDS.           *
017005*----------------------------------------------------------------*
017006 2500-EXTRACT-ALL-JOBS.
017012*----------------------------------------------------------------*
017013* 2600-EXTRACT-ONE-JOB - HEADER, THE JOB'S ACTIVE SENTENCES IN   *
017014* KEY ORDER, TRAILER WITH THE COUNT JUST WRITTEN, AND A          *
017015* SUBTOTAL LINE FOR THE EXTRACT REPORT.  A CLOSED JOB GETS NO    *
017016* HEADER, NO SENTENCES AND NO TRAILER - ONLY A REPORT LINE.      *
017017*----------------------------------------------------------------*
017018 2600-EXTRACT-ONE-JOB.
017019     IF WS-JE-CLOSED(WS-JOB-IDX)
017020         MOVE SPACES TO WS-RL-TEXT
017021         STRING "  JOB " DELIMITED BY SIZE
017022                WS-JE-JOB-ID(WS-JOB-IDX) DELIMITED BY SIZE
017023                " CUSTOMER " DELIMITED BY SIZE
017024                WS-JE-CUSTOMER(WS-JOB-IDX) DELIMITED BY SIZE
017025                " CLOSED " DELIMITED BY SIZE
017026                WS-JE-CLOSED-DATE(WS-JOB-IDX) DELIMITED BY SIZE
017027                " - NOT ISSUED" DELIMITED BY SIZE
017028             INTO WS-RL-TEXT
017029         WRITE XR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE
017030         GO TO 2600-EXIT
017031     END-IF.
017032     MOVE SPACES TO SCTL-RECORD.
017033     MOVE "*HDR*" TO SCTL-RECORD-TYPE.
017034     MOVE WS-JE-JOB-ID(WS-JOB-IDX) TO SCTL-HDR-JOB-ID.
017035     MOVE WS-JE-CUSTOMER(WS-JOB-IDX) TO SCTL-HDR-CUSTOMER.
017036     MOVE WS-JE-ALPHA-LEN(WS-JOB-IDX) TO SCTL-HDR-ALPHA-LEN.
017037     MOVE WS-JE-ALPHA-CHARS(WS-JOB-IDX)
017038         TO SCTL-HDR-ALPHA-CHARS.
017039     PERFORM 2800-WRITE-CONTROL-RECORD THRU 2800-EXIT.
017040     MOVE ZERO TO WS-JOB-SENT-CTR.
017041     SET WS-NOT-END-OF-FILE TO TRUE.
017042     OPEN INPUT SENTENCE-MASTER.
017043     IF WS-MST-FILE-STATUS NOT = "00"
017044         DISPLAY "SENTXTR: SENTENCE-MASTER OPEN FAILED, STATUS "
017045             WS-MST-FILE-STATUS
017046         MOVE 16 TO RETURN-CODE
017047         STOP RUN
017048     END-IF.
017049     PERFORM 2700-READ-ONE-FOR-JOB THRU 2700-EXIT
017050         UNTIL WS-END-OF-FILE.
017051     CLOSE SENTENCE-MASTER.
017052     MOVE SPACES TO SCTL-RECORD.
017053     MOVE "*TRL*" TO SCTL-RECORD-TYPE.
017054     MOVE WS-JE-JOB-ID(WS-JOB-IDX) TO SCTL-TRL-JOB-ID.
017055     MOVE WS-JOB-SENT-CTR TO SCTL-TRL-SENT-COUNT.
017056     PERFORM 2800-WRITE-CONTROL-RECORD THRU 2800-EXIT.
017057     MOVE WS-JOB-SENT-CTR TO WS-CTR-DISP.
017058     MOVE SPACES TO WS-RL-TEXT.
017059     STRING "  JOB " DELIMITED BY SIZE
017060            WS-JE-JOB-ID(WS-JOB-IDX) DELIMITED BY SIZE
017061            " CUSTOMER " DELIMITED BY SIZE
017062            WS-JE-CUSTOMER(WS-JOB-IDX) DELIMITED BY SIZE
017063            " SENTENCES " DELIMITED BY SIZE
017064            WS-CTR-DISP DELIMITED BY SIZE
017065         INTO WS-RL-TEXT.
017066     WRITE XR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
017067 2600-EXIT.
017068     EXIT.
017069 2700-READ-ONE-FOR-JOB.
017070     READ SENTENCE-MASTER
017071         AT END SET WS-END-OF-FILE TO TRUE
017072     END-READ.
017073     IF WS-NOT-END-OF-FILE
017074         AND SMST-ACTIVE
017075         AND SMST-JOB-ID = WS-JE-JOB-ID(WS-JOB-IDX)
017076         PERFORM 3000-WRITE-DECK-RECORD THRU 3000-EXIT
017077         ADD 1 TO WS-JOB-SENT-CTR
017078     END-IF.
017079 2700-EXIT.
017080     EXIT.
017081*----------------------------------------------------------------*
017082* 2800-WRITE-CONTROL-RECORD - ONE *HDR* OR *TRL* RECORD INTO     *
017083* THE DECK.  CONTROL RECORDS ARE NOT SENTENCES AND DO NOT        *
017084* COUNT TOWARD THE BATCH TRAILER.                                *
017085*----------------------------------------------------------------*
017086 2800-WRITE-CONTROL-RECORD.
017087     WRITE SENT-RECORD FROM SCTL-RECORD.
017088     IF WS-SENT-FILE-STATUS NOT = "00"
017089         DISPLAY "SENTXTR: SENTENCE-FILE WRITE FAILED, STATUS "
017090             WS-SENT-FILE-STATUS
017091         MOVE 16 TO RETURN-CODE
017092         STOP RUN
017093     END-IF.
017094 2800-EXIT.
017095     EXIT.
017096*----------------------------------------------------------------*
017097* 2900-PASS-UNASSIGNED - FINAL ACCOUNTING PASS OF THE MASTER:    *
017098* TALLY RETIRED AND PENDING SKIPS, AND REPORT EVERY ACTIVE       *
017099* SENTENCE WHOSE JOB ASSIGNMENT IS BLANK OR NOT ON THE JOB       *
017100* MASTER - THOSE ARE HELD OUT OF THE DECK RATHER THAN SCORED     *
017101* UNDER THE WRONG ALPHABET.  ACTIVE SENTENCES ON A CLOSED JOB    *
017102* ARE COUNTED, NOT LISTED - THEIR JOB SAYS WHY THEY WERE HELD.   *
017103*----------------------------------------------------------------*
017104 2900-PASS-UNASSIGNED.
017105     SET WS-NOT-END-OF-FILE TO TRUE.
017106     OPEN INPUT SENTENCE-MASTER.
017107     IF WS-MST-FILE-STATUS NOT = "00"
017108         DISPLAY "SENTXTR: SENTENCE-MASTER OPEN FAILED, STATUS "
017109             WS-MST-FILE-STATUS
017110         MOVE 16 TO RETURN-CODE
017111         STOP RUN
017112     END-IF.
017113     PERFORM 2910-CHECK-ONE-MASTER THRU 2910-EXIT
017114         UNTIL WS-END-OF-FILE.
017115 2900-EXIT.
017116     EXIT.
017117 2910-CHECK-ONE-MASTER.
017118     READ SENTENCE-MASTER
017119         AT END SET WS-END-OF-FILE TO TRUE
017120     END-READ.
017121     IF WS-END-OF-FILE
017122         GO TO 2910-EXIT
017123     END-IF.
017124     ADD 1 TO WS-READ-CTR.
017125     EVALUATE TRUE
017126         WHEN SMST-ACTIVE
017127             PERFORM 2920-FIND-JOB THRU 2920-EXIT
017128             IF WS-JOB-FOUND-IDX = ZERO
017129                 ADD 1 TO WS-UNASSIGNED-CTR
017130                 MOVE SPACES TO WS-RL-TEXT
017131                 STRING "  SENTENCE " DELIMITED BY SIZE
017132                        SMST-SENTENCE-ID DELIMITED BY SIZE
017133                        " ACTIVE WITH NO USABLE JOB '"
017134                            DELIMITED BY SIZE
017135                        SMST-JOB-ID DELIMITED BY SIZE
017136                        "' - HELD OUT OF DECK" DELIMITED BY SIZE
017137                     INTO WS-RL-TEXT
017138                 WRITE XR-LINE FROM WS-REPORT-LINE
017139                     AFTER ADVANCING 1 LINE
017140             END-IF
017141             IF WS-JOB-FOUND-IDX > ZERO
017142                 IF WS-JE-CLOSED(WS-JOB-FOUND-IDX)
017143                     ADD 1 TO WS-CLOSED-HELD-CTR
017144                 END-IF
017145             END-IF
017146         WHEN SMST-RETIRED
017147             ADD 1 TO WS-RETIRED-CTR
017148         WHEN OTHER
017149             ADD 1 TO WS-PENDING-CTR
017150     END-EVALUATE.
017151 2910-EXIT.
017152     EXIT.
017153 2920-FIND-JOB.
017154     MOVE ZERO TO WS-JOB-FOUND-IDX.
017155     PERFORM 2930-TEST-ONE-JOB THRU 2930-EXIT
017156         VARYING WS-JOB-IDX FROM 1 BY 1
017157         UNTIL WS-JOB-IDX > WS-JOB-CTR
017158            OR WS-JOB-FOUND-IDX > ZERO.
017159 2920-EXIT.
017160     EXIT.
017161 2930-TEST-ONE-JOB.
017162     IF WS-JE-JOB-ID(WS-JOB-IDX) = SMST-JOB-ID
017163         MOVE WS-JOB-IDX TO WS-JOB-FOUND-IDX
017164     END-IF.
017165 2930-EXIT.
017166     EXIT.
017167*----------------------------------------------------------------*
017168* 7000-WRITE-BATCH-TRAILER - CLOSE THE DECK WITH THE BATCH       *
017169* TRAILER PANGRAM BALANCES AGAINST: THE SENTENCE COUNT JUST      *
017170* WRITTEN AND THE DATE THIS EXTRACT RAN.                         *
017171*----------------------------------------------------------------*
017172 7000-WRITE-BATCH-TRAILER.
017173     COMPUTE WS-DECK-CTR = WS-ACTIVE-CTR + WS-RELEASED-CTR.
017174     MOVE SPACES TO SENT-RECORD.
017175     MOVE "*BTR*" TO SENT-BTR-MARKER.
017176     MOVE WS-DECK-CTR TO SENT-BTR-SENT-COUNT.
017177     MOVE WS-RUN-DATE TO SENT-BTR-BATCH-DATE.
017178     WRITE SENT-RECORD.
017179     IF WS-SENT-FILE-STATUS NOT = "00"
017180         DISPLAY "SENTXTR: SENTENCE-FILE WRITE FAILED, STATUS "
017181             WS-SENT-FILE-STATUS
017182         MOVE 16 TO RETURN-CODE
017183         STOP RUN
017184     END-IF.
017185 7000-EXIT.
017186     EXIT.
017187*----------------------------------------------------------------*
017188* 8000-WRITE-TOTALS - END-OF-RUN CONTROL TOTALS FOR THE          *
017300* OPERATIONS LOG.                                                *
017400*----------------------------------------------------------------*
017500 8000-WRITE-TOTALS.
020350                DELIMITED BY SIZE
020360                WS-CTR-DISP DELIMITED BY SIZE
020370             INTO WS-RL-TEXT
020374         WRITE XR-LINE FROM WS-REPORT-LINE
020378             AFTER ADVANCING 1 LINE
020382         MOVE WS-UNASSIGNED-CTR TO WS-CTR-DISP
020386         MOVE SPACES TO WS-RL-TEXT
020390         STRING "  ACTIVE HELD OUT - NO JOB  . . "
020394                DELIMITED BY SIZE
020398                WS-CTR-DISP DELIMITED BY SIZE
020402             INTO WS-RL-TEXT
020406         WRITE XR-LINE FROM WS-REPORT-LINE
020410             AFTER ADVANCING 1 LINE
020414         MOVE WS-CLOSED-JOB-CTR TO WS-CTR-DISP
020418         MOVE SPACES TO WS-RL-TEXT
020422         STRING "  SPECIMEN JOBS CLOSED  . . . . "
020426                DELIMITED BY SIZE
020430                WS-CTR-DISP DELIMITED BY SIZE
020434             INTO WS-RL-TEXT
020438         WRITE XR-LINE FROM WS-REPORT-LINE
020442             AFTER ADVANCING 1 LINE
020446         MOVE WS-CLOSED-HELD-CTR TO WS-CTR-DISP
020450         MOVE SPACES TO WS-RL-TEXT
020454         STRING "  ACTIVE HELD OUT - JOB CLOSED  "
020458                DELIMITED BY SIZE
020462                WS-CTR-DISP DELIMITED BY SIZE
020466             INTO WS-RL-TEXT
020470         WRITE XR-LINE FROM WS-REPORT-LINE
020474             AFTER ADVANCING 1 LINE
020478     END-IF.
020482 8000-EXIT.
020500     EXIT.
020510*----------------------------------------------------------------*
020520* 8500-POST-RUN-TOTALS - EXTEND THIS RUN'S TOTALS ONTO THE       *
