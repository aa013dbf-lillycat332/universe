001692*                 CONTROL-TOTALS FILE (PANRTOT) SO THE DAY-END   *
001693*                 RECONCILIATION (DAYRECN) CAN PROVE THE NIGHT   *
001694*                 BALANCES END TO END.                           *
001695* 10/15/2026 RH  THE RETRANSMISSION COUNT NOW RIDES THE          *
001696*                 MATCHED-ACK RECORD SO THE DISPUTE DOSSIER AND  *
001697*                 TURNAROUND REPORTING CAN SHOW HOW MANY         *
001698*                 RE-FEEDS AN ACK TOOK.                          *
001699* 10/15/2026 RH  THE TRACKING SYSTEM NOW ACKNOWLEDGES THE FEED   *
001700*                 RECORDS IT TURNS AWAY AS WELL, WITH A          *
001701*                 DISPOSITION AND A REJECT REASON ON THE ACK     *
001702*                 (PANACK).  A REJECTED RECORD LEAVES PENDING AT *
001703*                 ONCE INSTEAD OF BEING RE-FED: AN UNKNOWN OR    *
001704*                 CLOSED JOB HOLDS IT ON THE SUSPENSE FILE WITH  *
001705*                 THE JOB IT WAS FED UNDER, FOR SUSPMNT TO MOVE  *
001706*                 TO THE RIGHT JOB; ANY OTHER REASON LISTS IT ON *
001707*                 THE NEW REJECTED-CERTIFICATIONS SECTION OF THE *
001708*                 REPORT.  REJECTS COUNT AS DISPOSED AND ARE     *
001709*                 POSTED TO THE CONTROL-TOTALS FILE, SO THE      *
001710*                 DAY-END BALANCE STILL HOLDS.                   *
001711*----------------------------------------------------------------*
001800* THE THREE INPUT FILES MUST ARRIVE IN SENTENCE-ID / JOB-ID /    *
001900* RUN-DATE ORDER (THE SORT STEPS IN THE JOB SEE TO THAT).  THE   *
002000* FEED AND THE BROUGHT-FORWARD PENDING FILE ARE MERGED ON THE    *
004270     SELECT OPTIONAL CTL-TOTALS-FILE ASSIGN TO CTLTOTS
004280         ORGANIZATION IS SEQUENTIAL
004290         FILE STATUS IS WS-CTOT-FILE-STATUS.
004292     SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO SUSPFILE
004294         ORGANIZATION IS SEQUENTIAL
004296         FILE STATUS IS WS-SUSP-FILE-STATUS.
004300     SELECT RECON-REPORT ASSIGN TO RCNRPT
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-RPT-FILE-STATUS.
007906     LABEL RECORDS ARE STANDARD.
007907 01  RTOT-RECORD.
007908     COPY PANRTOT.
007909*----------------------------------------------------------------*
007910* SUSPENSE FILE - TONIGHT'S SCORING-RUN SUSPENSE, EXTENDED WITH  *
007911* THE REJECTED CERTIFICATIONS THE DESK CAN REPAIR, FOR THE       *
007912* SUSPENSE MAINTENANCE RUN TO LIST, REPAIR AND RELEASE.          *
007913*----------------------------------------------------------------*
007914 FD  SUSPENSE-FILE
007915     RECORD CONTAINS 120 CHARACTERS
007916     LABEL RECORDS ARE STANDARD.
007917 01  SUSP-RECORD.
007918     COPY PANSUSP.
007900 FD  RECON-REPORT
008000     RECORD CONTAINS 132 CHARACTERS
008100     LABEL RECORDS ARE STANDARD.
009110 77  WS-MATCH-FILE-STATUS       PIC X(02) VALUE SPACES.
009120 77  WS-RETR-FILE-STATUS        PIC X(02) VALUE SPACES.
009130 77  WS-CTOT-FILE-STATUS        PIC X(02) VALUE SPACES.
009140 77  WS-SUSP-FILE-STATUS        PIC X(02) VALUE SPACES.
009200 77  WS-OUT-SOURCE              PIC X(01) VALUE SPACE.
009300     88  WS-OUT-FROM-PENDING              VALUE "P".
009400     88  WS-OUT-FROM-FEED                 VALUE "F".
010610 77  WS-RETRANS-CTR             PIC 9(07) COMP VALUE ZERO.
010620 77  WS-ESCAL-CTR               PIC 9(07) COMP VALUE ZERO.
010630 77  WS-DISPOSED-CTR            PIC 9(07) COMP VALUE ZERO.
010640 77  WS-REJECTED-CTR            PIC 9(07) COMP VALUE ZERO.
010650 77  WS-REJ-SUSP-CTR            PIC 9(07) COMP VALUE ZERO.
010660 77  WS-REJ-LISTED-CTR          PIC 9(07) COMP VALUE ZERO.
010670 77  WS-REJ-QUERY-CTR           PIC 9(07) COMP VALUE ZERO.
010700 77  WS-CTR-DISP                PIC Z(6)9.
010800 77  WS-AGE-DAYS                PIC 9(05) COMP VALUE ZERO.
010900 77  WS-AGE-DISP                PIC ZZ9.
016800*----------------------------------------------------------------*
016900 01  WS-REPORT-LINE.
017000     05  WS-RL-TEXT              PIC X(132).
017003*----------------------------------------------------------------*
017006* REJECTED CERTIFICATIONS NO ONE CAN REPAIR, HELD FOR THEIR OWN  *
017009* SECTION OF THE REPORT AFTER THE BALANCE-LINE PASS.  PAST THE   *
017012* TABLE SIZE THE REST ARE COUNTED, NOT LISTED.                   *
017015*----------------------------------------------------------------*
017018 77  WS-REJ-MAX                 PIC 9(03) COMP VALUE 500.
017021 77  WS-REJ-LOADED-CTR          PIC 9(03) COMP VALUE ZERO.
017024 77  WS-REJ-IDX                 PIC 9(03) COMP VALUE ZERO.
017027 77  WS-REJ-OVERFLOW-CTR        PIC 9(07) COMP VALUE ZERO.
017030 01  WS-REJ-TABLE.
017033     05  WS-REJ-ENTRY OCCURS 500 TIMES.
017036         10  WS-RJ-SENTENCE-ID   PIC 9(07).
017039         10  WS-RJ-JOB-ID        PIC X(08).
017042         10  WS-RJ-FEED-DATE     PIC 9(06).
017045         10  WS-RJ-ACK-DATE      PIC 9(06).
017048         10  WS-RJ-REASON        PIC X(04).
017051         10  WS-RJ-CUSTOMER      PIC X(20).
017054*----------------------------------------------------------------*
017057* A REPAIRABLE REJECTION'S HELD IMAGE, LAID OUT AS PANSUSP'S     *
017060* CERT-REJECT VIEW OF THE RECORD DATA.  THE FEED CARRIES NO      *
017063* SENTENCE TEXT, SO THE TEXT AREA NAMES THE REJECTED FEED FOR    *
017066* THE DESK; THE SENTENCE ID AND THE JOB IT WAS FED UNDER FOLLOW, *
017067* SO SUSPMNT CAN MOVE THE SENTENCE TO THE RIGHT JOB.             *
017069*----------------------------------------------------------------*
017072 01  WS-REJ-DECK-IMAGE.
017075     05  WS-RD-TEXT              PIC X(60).
017078     05  WS-RD-SENTENCE-ID       PIC 9(07).
017081     05  WS-RD-JOB-ID            PIC X(08).
017084     05  FILLER                  PIC X(05).
017100 PROCEDURE DIVISION.
017200*----------------------------------------------------------------*
017300* 0000-MAINLINE - ONE BALANCE-LINE PASS OVER THE THREE SORTED    *
017900         UNTIL WS-PEND-KEY = HIGH-VALUES
018000           AND WS-FEED-KEY = HIGH-VALUES
018100           AND WS-ACK-KEY = HIGH-VALUES.
018110     PERFORM 7200-WRITE-REJECTED-SECTION THRU 7200-EXIT.
018200     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
018210     PERFORM 8500-POST-RUN-TOTALS THRU 8500-EXIT.
018300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020875         MOVE 16 TO RETURN-CODE
020876         STOP RUN
020877     END-IF.
020879* THE SCORING RUN OPENED TONIGHT'S SUSPENSE FILE FRESH; THE     *
020881* REPAIRABLE REJECTIONS GO ON THE END OF IT.                   *
020883     OPEN EXTEND SUSPENSE-FILE.
020885     IF WS-SUSP-FILE-STATUS NOT = "00"
020887         AND WS-SUSP-FILE-STATUS NOT = "05"
020889         DISPLAY "CERTRECN: SUSPENSE-FILE OPEN FAILED, STATUS "
020891             WS-SUSP-FILE-STATUS
020893         MOVE 16 TO RETURN-CODE
020895         STOP RUN
020897     END-IF.
020900     OPEN OUTPUT RECON-REPORT.
021000     IF WS-RPT-FILE-STATUS NOT = "00"
021100         DISPLAY "CERTRECN: RECON-REPORT OPEN FAILED, STATUS "
028100         WHEN WS-OUT-KEY < WS-ACK-KEY
028200             PERFORM 3100-CARRY-FORWARD THRU 3100-EXIT
028300             PERFORM 2200-ADVANCE-OUTSTANDING THRU 2200-EXIT
028310         WHEN WS-OUT-KEY = WS-ACK-KEY
028320             AND ACK-REJECTED
028330             ADD 1 TO WS-REJECTED-CTR
028340             PERFORM 3120-ROUTE-REJECTED THRU 3120-EXIT
028350             PERFORM 2200-ADVANCE-OUTSTANDING THRU 2200-EXIT
028360             PERFORM 1300-READ-ACK THRU 1300-EXIT
028400         WHEN WS-OUT-KEY = WS-ACK-KEY
028500             ADD 1 TO WS-MATCHED-CTR
028510             PERFORM 3300-WRITE-MATCHED THRU 3300-EXIT
035800         WHEN WS-AGE-DAYS > 0
035900             ADD 1 TO WS-AGE1-CTR
036000     END-EVALUATE.
036100 3100-EXIT.
036103     EXIT.
036106*----------------------------------------------------------------*
036109* 3120-ROUTE-REJECTED - THE TRACKING SYSTEM TURNED THE RECORD    *
036112* AWAY.  A RE-FEED WOULD ONLY BE TURNED AWAY AGAIN, SO IT LEAVES *
036115* PENDING NOW.  A JOB THE DESK CAN PUT RIGHT (UNKNOWN OR CLOSED) *
036118* SENDS IT TO SUSPENSE FOR SUSPMNT TO REPAIR AND RELEASE; ANY    *
036121* OTHER REASON LISTS IT ON THE REJECTED-CERTIFICATIONS SECTION.  *
036124*----------------------------------------------------------------*
036127 3120-ROUTE-REJECTED.
036130     MOVE SPACES TO WS-PEND-WORK.
036133     IF WS-OUT-FROM-PENDING
036136         MOVE PEND-SENTENCE-ID TO WS-PW-SENTENCE-ID
036139         MOVE PEND-JOB-ID TO WS-PW-JOB-ID
036142         MOVE PEND-RUN-DATE TO WS-PW-RUN-DATE
036145         MOVE PEND-FIRST-FEED-DATE TO WS-PW-FIRST-FEED-DATE
036148         MOVE PEND-CUSTOMER TO WS-PW-CUSTOMER
036151     ELSE
036154         MOVE CERT-SENTENCE-ID TO WS-PW-SENTENCE-ID
036157         MOVE CERT-JOB-ID TO WS-PW-JOB-ID
036160         MOVE CERT-RUN-DATE TO WS-PW-RUN-DATE
036163         MOVE CERT-RUN-DATE TO WS-PW-FIRST-FEED-DATE
036166         MOVE CERT-CUSTOMER TO WS-PW-CUSTOMER
036169     END-IF.
036172     IF ACK-REJ-REPAIRABLE
036175         PERFORM 3130-SUSPEND-REJECTED THRU 3130-EXIT
036178     ELSE
036181         PERFORM 3140-HOLD-REJECTED-LINE THRU 3140-EXIT
036184     END-IF.
036187 3120-EXIT.
036190     EXIT.
036193*----------------------------------------------------------------*
036196* 3130-SUSPEND-REJECTED - HOLD THE REJECTED RECORD ON SUSPENSE   *
036199* UNDER THE TRACKING SYSTEM'S REASON CODE, AGING FROM TONIGHT.   *
036202* THE HELD IMAGE CARRIES THE SENTENCE ID AND THE JOB IT WAS FED  *
036205* UNDER; THE DESK MOVES THE SENTENCE TO THE RIGHT JOB THROUGH    *
036206* SUSPMNT AND THE NIGHTLY RUN RE-FEEDS IT.  THE TEXT IS NEVER    *
036207* RE-KEYED.                                                      *
036208*----------------------------------------------------------------*
036211 3130-SUSPEND-REJECTED.
036214     ADD 1 TO WS-REJ-SUSP-CTR.
036217     MOVE SPACES TO WS-REJ-DECK-IMAGE.
036220     STRING "CERT REJECTED - JOB " DELIMITED BY SIZE
036223            WS-PW-JOB-ID DELIMITED BY SIZE
036226            " FED " DELIMITED BY SIZE
036229            WS-PW-FIRST-FEED-DATE DELIMITED BY SIZE
036232            " ACK " DELIMITED BY SIZE
036235            ACK-DATE DELIMITED BY SIZE
036238         INTO WS-RD-TEXT.
036241     MOVE WS-PW-SENTENCE-ID TO WS-RD-SENTENCE-ID.
036242     MOVE WS-PW-JOB-ID TO WS-RD-JOB-ID.
036244     MOVE SPACES TO SUSP-RECORD.
036247     MOVE ACK-REJECT-REASON TO SUSP-REASON-CODE.
036250     MOVE WS-PW-SENTENCE-ID TO SUSP-SENTENCE-ID.
036253     MOVE WS-RUN-DATE TO SUSP-FIRST-HELD-DATE.
036256     MOVE WS-PW-CUSTOMER TO SUSP-CUSTOMER.
036259     MOVE WS-REJ-DECK-IMAGE TO SUSP-RECORD-DATA.
036262     WRITE SUSP-RECORD.
036265     IF WS-SUSP-FILE-STATUS NOT = "00"
036268         DISPLAY "CERTRECN: SUSPENSE WRITE FAILED, STATUS "
036271             WS-SUSP-FILE-STATUS
036274         MOVE 16 TO RETURN-CODE
036277         STOP RUN
036280     END-IF.
036283 3130-EXIT.
036286     EXIT.
036289*----------------------------------------------------------------*
036292* 3140-HOLD-REJECTED-LINE - KEEP A REJECTION NO ONE CAN REPAIR   *
036295* FOR THE REJECTED-CERTIFICATIONS SECTION.  A DUPLICATE NEEDS NO *
036296* ACTION; ANY OTHER REASON IS COUNTED AS ONE TO QUERY WITH THE   *
036297* INTAKE.                                                        *
036298*----------------------------------------------------------------*
036301 3140-HOLD-REJECTED-LINE.
036304     ADD 1 TO WS-REJ-LISTED-CTR.
036305     IF NOT ACK-REJ-DUPLICATE
036306         ADD 1 TO WS-REJ-QUERY-CTR
036307     END-IF.
036308     IF WS-REJ-LOADED-CTR NOT < WS-REJ-MAX
036310         ADD 1 TO WS-REJ-OVERFLOW-CTR
036313         GO TO 3140-EXIT
036316     END-IF.
036319     ADD 1 TO WS-REJ-LOADED-CTR.
036322     MOVE WS-PW-SENTENCE-ID
036325         TO WS-RJ-SENTENCE-ID(WS-REJ-LOADED-CTR).
036328     MOVE WS-PW-JOB-ID TO WS-RJ-JOB-ID(WS-REJ-LOADED-CTR).
036331     MOVE WS-PW-FIRST-FEED-DATE
036334         TO WS-RJ-FEED-DATE(WS-REJ-LOADED-CTR).
036337     MOVE ACK-DATE TO WS-RJ-ACK-DATE(WS-REJ-LOADED-CTR).
036340     MOVE ACK-REJECT-REASON TO WS-RJ-REASON(WS-REJ-LOADED-CTR).
036343     MOVE WS-PW-CUSTOMER TO WS-RJ-CUSTOMER(WS-REJ-LOADED-CTR).
036346 3140-EXIT.
036349     EXIT.
036510*----------------------------------------------------------------*
036520* 3150-RETRANSMIT-RECORD - RE-FEED THE AGED PENDING RECORD TO    *
036530* THE TRACKING SYSTEM'S INTAKE IN THE FEED LAYOUT IT ALREADY     *
038505     ELSE
038506         MOVE CERT-CUSTOMER TO MTCH-CUSTOMER
038507     END-IF.
038508     MOVE ZERO TO MTCH-RETRY-CTR.
038509     IF WS-OUT-FROM-PENDING
038510         AND PEND-RETRY-CTR NUMERIC
038511         MOVE PEND-RETRY-CTR TO MTCH-RETRY-CTR
038512     END-IF.
038513     WRITE MTCH-RECORD.
038520     IF WS-MATCH-FILE-STATUS NOT = "00"
038530         DISPLAY "CERTRECN: MATCHED-OUT WRITE FAILED, STATUS "
038540             WS-MATCH-FILE-STATUS
043020            " RETRANSMISSIONS **" DELIMITED BY SIZE
043100         INTO WS-RL-TEXT.
043200     WRITE RR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
043210 7100-EXIT.
043213     EXIT.
043216*----------------------------------------------------------------*
043219* 7200-WRITE-REJECTED-SECTION - THE REJECTED CERTIFICATIONS THE  *
043222* DESK CANNOT REPAIR, WITH WHAT EACH REASON CALLS FOR.  A        *
043225* DUPLICATE IS ALREADY CERTIFIED; ANY OTHER REASON IS A QUERY    *
043228* FOR THE TRACKING SYSTEM'S INTAKE.                              *
043231*----------------------------------------------------------------*
043234 7200-WRITE-REJECTED-SECTION.
043237     IF WS-REJ-LISTED-CTR = ZERO
043240         GO TO 7200-EXIT
043243     END-IF.
043246     MOVE SPACES TO WS-RL-TEXT.
043249     MOVE "  REJECTED CERTIFICATIONS" TO WS-RL-TEXT.
043252     WRITE RR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 2 LINES.
043255     MOVE SPACES TO WS-RL-TEXT.
043258     STRING "  SENTENCE JOB      FED    ACK    REASON "
043261                DELIMITED BY SIZE
043264            "CUSTOMER             ACTION" DELIMITED BY SIZE
043267         INTO WS-RL-TEXT.
043270     WRITE RR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
043273     PERFORM 7210-WRITE-ONE-REJECTED THRU 7210-EXIT
043276         VARYING WS-REJ-IDX FROM 1 BY 1
043279         UNTIL WS-REJ-IDX > WS-REJ-LOADED-CTR.
043282     IF WS-REJ-OVERFLOW-CTR > ZERO
043285         MOVE WS-REJ-OVERFLOW-CTR TO WS-CTR-DISP
043288         MOVE SPACES TO WS-RL-TEXT
043291         STRING "  ** " DELIMITED BY SIZE
043294                WS-CTR-DISP DELIMITED BY SIZE
043297                " MORE REJECTION(S) NOT LISTED - TABLE FULL **"
043300                    DELIMITED BY SIZE
043303             INTO WS-RL-TEXT
043306         WRITE RR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE
043309     END-IF.
043312     MOVE SPACES TO WS-RL-TEXT.
043315     WRITE RR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
043318 7200-EXIT.
043321     EXIT.
043324 7210-WRITE-ONE-REJECTED.
043327     MOVE SPACES TO WS-RL-TEXT.
043330     STRING "  " DELIMITED BY SIZE
043333            WS-RJ-SENTENCE-ID(WS-REJ-IDX) DELIMITED BY SIZE
043336            "  " DELIMITED BY SIZE
043339            WS-RJ-JOB-ID(WS-REJ-IDX) DELIMITED BY SIZE
043342            " " DELIMITED BY SIZE
043345            WS-RJ-FEED-DATE(WS-REJ-IDX) DELIMITED BY SIZE
043348            " " DELIMITED BY SIZE
043351            WS-RJ-ACK-DATE(WS-REJ-IDX) DELIMITED BY SIZE
043354            " " DELIMITED BY SIZE
043357            WS-RJ-REASON(WS-REJ-IDX) DELIMITED BY SIZE
043360            "   " DELIMITED BY SIZE
043363            WS-RJ-CUSTOMER(WS-REJ-IDX) DELIMITED BY SIZE
043366         INTO WS-RL-TEXT.
043369     EVALUATE WS-RJ-REASON(WS-REJ-IDX)
043372         WHEN "DUPC"
043375             MOVE "ALREADY CERTIFIED - NO ACTION"
043378                 TO WS-RL-TEXT(63:40)
043381         WHEN SPACES
043384             MOVE "NO REASON GIVEN - QUERY INTAKE"
043387                 TO WS-RL-TEXT(63:40)
043390         WHEN OTHER
043393             MOVE "REASON NOT KNOWN HERE - QUERY INTAKE"
043396                 TO WS-RL-TEXT(63:40)
043399     END-EVALUATE.
043402     WRITE RR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
043405 7210-EXIT.
043408     EXIT.
043500*----------------------------------------------------------------*
043600* 8000-WRITE-TOTALS - END-OF-RUN CONTROL TOTALS AND THE AGING    *
043700* SUMMARY FOR THE OPERATIONS LOG.                                *
046700            WS-CTR-DISP DELIMITED BY SIZE
046800         INTO WS-RL-TEXT.
046900     WRITE RR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
046904     MOVE WS-REJECTED-CTR TO WS-CTR-DISP.
046908     MOVE SPACES TO WS-RL-TEXT.
046912     STRING "  REJECTED BY TRACKING SYSTEM . "
046916            DELIMITED BY SIZE
046920            WS-CTR-DISP DELIMITED BY SIZE
046924         INTO WS-RL-TEXT.
046928     WRITE RR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
046932     MOVE WS-REJ-SUSP-CTR TO WS-CTR-DISP.
046936     MOVE SPACES TO WS-RL-TEXT.
046940     STRING "    SENT TO SUSPENSE  . . . . . "
046944            DELIMITED BY SIZE
046948            WS-CTR-DISP DELIMITED BY SIZE
046952         INTO WS-RL-TEXT.
046956     WRITE RR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
046960     MOVE WS-REJ-LISTED-CTR TO WS-CTR-DISP.
046964     MOVE SPACES TO WS-RL-TEXT.
046968     STRING "    LISTED FOR ACTION . . . . . "
046972            DELIMITED BY SIZE
046976            WS-CTR-DISP DELIMITED BY SIZE
046980         INTO WS-RL-TEXT.
046984     WRITE RR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
047000     MOVE WS-CARRIED-CTR TO WS-CTR-DISP.
047100     MOVE SPACES TO WS-RL-TEXT.
047200     STRING "  CARRIED FORWARD . . . . . . . "
050495     WRITE RR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
050500 8000-EXIT.
050600     EXIT.
050601*----------------------------------------------------------------*
050603* 8500-POST-RUN-TOTALS - EXTEND THIS RUN'S TOTALS ONTO THE       *
050605* COMMON CONTROL-TOTALS FILE FOR THE DAY-END RECONCILIATION.     *
050607* EVERY FEED AND PENDING RECORD ENDS THE RUN EITHER MATCHED,     *
050609* REJECTED, CARRIED FORWARD OR COUNTED AS A FEED DUPLICATE -     *
050611* THAT SUM IS THE DISPOSED COUNT DAYRECN BALANCES AGAINST; THE   *
050613* REJECTS ARE ALSO POSTED ON THEIR OWN.  A FAILURE HERE IS       *
050615* REPORTED AND THE RUN STANDS - DAYRECN WILL BREAK ON THE        *
050617* MISSING RECORD AND HOLD THE MORNING DISTRIBUTION.  STATUS 05   *
050619* MEANS THE FIRST WRITE OF THE NIGHT CREATES THE FILE.           *
050621*----------------------------------------------------------------*
050623 8500-POST-RUN-TOTALS.
050625     OPEN EXTEND CTL-TOTALS-FILE.
050627     IF WS-CTOT-FILE-STATUS NOT = "00"
050629         AND WS-CTOT-FILE-STATUS NOT = "05"
050631         DISPLAY "CERTRECN: CONTROL-TOTALS OPEN FAILED, STATUS "
050633             WS-CTOT-FILE-STATUS " - RUN TOTALS NOT POSTED"
050635         GO TO 8500-EXIT
050637     END-IF.
050639     COMPUTE WS-DISPOSED-CTR =
050641         WS-MATCHED-CTR + WS-REJECTED-CTR + WS-CARRIED-CTR
050643         + WS-DUPFEED-CTR.
050645     MOVE SPACES TO RTOT-RECORD.
050647     MOVE "CERTRECN" TO RTOT-PROGRAM.
050649     MOVE WS-RUN-DATE TO RTOT-RUN-DATE.
050651     MOVE WS-RUN-TIME TO RTOT-RUN-TIME.
050653     MOVE WS-FEED-CTR TO RTOT-IN-COUNT.
050655     MOVE WS-DISPOSED-CTR TO RTOT-OUT-COUNT.
050657     MOVE WS-ORPHAN-CTR TO RTOT-EXCEPT-COUNT.
050659     MOVE WS-PENDIN-CTR TO RTOT-OTHER-COUNT.
050661     MOVE WS-REJECTED-CTR TO RTOT-REJECT-COUNT.
050663     WRITE RTOT-RECORD.
050665     IF WS-CTOT-FILE-STATUS NOT = "00"
050667         DISPLAY "CERTRECN: CONTROL-TOTALS WRITE FAILED, STATUS "
050669             WS-CTOT-FILE-STATUS " - RUN TOTALS NOT POSTED"
050671     END-IF.
050673     CLOSE CTL-TOTALS-FILE.
050675 8500-EXIT.
050677     EXIT.
050700*----------------------------------------------------------------*
050800* 9000-TERMINATE - CLOSE FILES AND SET A WARNING RETURN CODE     *
050900* WHEN SENTENCES HAVE GONE FIVE DAYS WITHOUT AN ACK, OR A       *
051000* REJECTION NEEDS TAKING UP WITH THE TRACKING SYSTEM, SO THE     *
051050* SCHEDULER FLAGS THE RUN FOR THE PROOFING DESK TO CHASE.  A     *
051060* DUPLICATE-CERTIFICATION REJECTION ALONE DOES NOT FLAG IT.      *
051100*----------------------------------------------------------------*
051200 9000-TERMINATE.
051300     CLOSE CERT-FEED-FILE.
051600     CLOSE PENDING-OUT-FILE.
051650     CLOSE MATCHED-OUT-FILE.
051660     CLOSE RETRANS-FILE.
051670     CLOSE SUSPENSE-FILE.
051700     CLOSE RECON-REPORT.
051800     IF WS-AGE5-CTR > ZERO
051810         OR WS-ESCAL-CTR > ZERO
051820         OR WS-REJ-QUERY-CTR > ZERO
051900         MOVE 4 TO RETURN-CODE
052000     END-IF.
052100 9000-EXIT.
