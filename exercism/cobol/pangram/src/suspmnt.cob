001500*                 REPAIRED RECORDS IN DECK LAYOUT FOR THE NEXT   *
001600*                 EXTRACT, AND CARRIES THE REST FORWARD SO       *
001700*                 SUSPENSE CANNOT SILENTLY GROW.                 *
001710* 10/15/2026 RH  THE RECONCILIATION RUN (CERTRECN) NOW HOLDS     *
001715*                 HERE THE CERTIFICATIONS THE TRACKING SYSTEM    *
001720*                 REJECTED FOR AN UNKNOWN (UJOB) OR CLOSED       *
001725*                 (CJOB) JOB, WITH THE JOB THEY WERE FED UNDER.  *
001730*                 THEY ARE COUNTED APART ON THE TOTALS.  THE     *
001735*                 TEXT WAS NEVER AT FAULT, SO THEY ARE NOT       *
001740*                 RELEASED: A NEW J CARD NAMES THE RIGHT JOB,    *
001745*                 WHICH MUST BE OPEN ON THE SPECIMEN-JOB MASTER, *
001750*                 AND A CHANGE CARD FOR SENTMNT MOVES THE        *
001755*                 SENTENCE THERE SO THE NIGHTLY RUN RE-FEEDS IT  *
001760*                 UNDER THAT JOB.  A JOB PUT RIGHT AT THE INTAKE *
001765*                 NEEDS NO MOVE; ITS HOLD IS PURGED WITH A U     *
001770*                 CARD.                                          *
001800*----------------------------------------------------------------*
001900* CORRECTION CARDS NAME THE HELD RECORD BY ITS SEQUENCE NUMBER   *
002000* ON THE PRIOR NIGHT'S SUSPENSE LISTING.  A HELD LINE IS         *
004200     SELECT SUSP-REPORT ASSIGN TO SUSPRPT
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-RPT-FILE-STATUS.
004410     SELECT OPTIONAL JOB-MASTER ASSIGN TO JOBMST
004420         ORGANIZATION IS INDEXED
004430         ACCESS MODE IS RANDOM
004440         RECORD KEY IS JMST-JOB-ID
004450         FILE STATUS IS WS-JMST-FILE-STATUS.
004460     SELECT JOB-MOVE-FILE ASSIGN TO MOVETRAN
004470         ORGANIZATION IS SEQUENTIAL
004480         FILE STATUS IS WS-MOVE-FILE-STATUS.
004500 DATA DIVISION.
004600 FILE SECTION.
004700*----------------------------------------------------------------*
005500     COPY PANSUSP.
005600*----------------------------------------------------------------*
005700* CORRECTION CARDS FROM THE PROOFING DESK, ONE ACTION PER CARD:  *
005750* F FIXES THE TEXT AND RELEASES THE RECORD, U MARKS IT           *
005800* UNRECOVERABLE SO IT IS PURGED, J MOVES A SENTENCE THE TRACKING *
005850* SYSTEM REJECTED FOR ITS JOB (UJOB/CJOB) TO THE JOB KEYED IN    *
005900* COLUMNS 7-14.                                                  *
006000*----------------------------------------------------------------*
006100 FD  CORRECTION-FILE
006200     RECORD CONTAINS 80 CHARACTERS
006500     05  SCRN-ACTION             PIC X(01).
006600         88  SCRN-FIX                     VALUE "F".
006700         88  SCRN-UNRECOVERABLE           VALUE "U".
006710         88  SCRN-MOVE-JOB                VALUE "J".
006800     05  SCRN-HELD-SEQ           PIC 9(05).
006900     05  SCRN-SENTENCE-TEXT      PIC X(60).
006910     05  SCRN-JOB-FIELDS REDEFINES SCRN-SENTENCE-TEXT.
006920         10  SCRN-NEW-JOB-ID     PIC X(08).
006930         10  FILLER              PIC X(52).
007000     05  FILLER                  PIC X(14).
007100*----------------------------------------------------------------*
007200* SUSPENSE RECORDS STILL HELD, CARRIED FORWARD TO TOMORROW.      *
008800     RECORD CONTAINS 132 CHARACTERS
008900     LABEL RECORDS ARE STANDARD.
009000 01  SR-LINE                     PIC X(132).
009010*----------------------------------------------------------------*
009015* SPECIMEN-JOB MASTER, KEYED BY JOB ID - THE JOB A J CARD NAMES  *
009020* MUST BE ON FILE AND OPEN.                                      *
009025*----------------------------------------------------------------*
009030 FD  JOB-MASTER
009035     RECORD CONTAINS 100 CHARACTERS
009040     LABEL RECORDS ARE STANDARD.
009045 01  JMST-RECORD.
009050     COPY PANJMST.
009055*----------------------------------------------------------------*
009060* SENTENCE-MAINTENANCE CHANGE CARDS FOR SENTMNT, ONE PER J CARD  *
009065* APPLIED, CARRYING ONLY THE SENTENCE ID AND ITS NEW JOB.        *
009070*----------------------------------------------------------------*
009075 FD  JOB-MOVE-FILE
009080     RECORD CONTAINS 80 CHARACTERS
009085     LABEL RECORDS ARE STANDARD.
009090 01  STRN-RECORD.
009095     COPY PANSTRN.
009100 WORKING-STORAGE SECTION.
009200*----------------------------------------------------------------*
009300* FILE STATUS FIELDS AND SWITCHES                                *
009700 77  WS-SUSPOUT-FILE-STATUS     PIC X(02) VALUE SPACES.
009800 77  WS-REL-FILE-STATUS         PIC X(02) VALUE SPACES.
009900 77  WS-RPT-FILE-STATUS         PIC X(02) VALUE SPACES.
009910 77  WS-JMST-FILE-STATUS        PIC X(02) VALUE SPACES.
009920 77  WS-MOVE-FILE-STATUS        PIC X(02) VALUE SPACES.
010000 77  WS-EOF-SWITCH              PIC X(01) VALUE "N".
010100     88  WS-END-OF-FILE                   VALUE "Y".
010200     88  WS-NOT-END-OF-FILE               VALUE "N".
010300 77  WS-CORR-EOF-SWITCH         PIC X(01) VALUE "N".
010400     88  WS-CORR-END-OF-FILE              VALUE "Y".
010500     88  WS-CORR-NOT-END-OF-FILE          VALUE "N".
010510 77  WS-JMST-SWITCH             PIC X(01) VALUE "N".
010520     88  WS-JMST-OPEN                     VALUE "Y".
010600*----------------------------------------------------------------*
010700* RUN COUNTERS AND CONTROL TOTALS                                *
010800*----------------------------------------------------------------*
011000 77  WS-CARRIED-CTR             PIC 9(07) COMP VALUE ZERO.
011100 77  WS-RELEASED-CTR            PIC 9(07) COMP VALUE ZERO.
011200 77  WS-PURGED-CTR              PIC 9(07) COMP VALUE ZERO.
011210 77  WS-MOVED-CTR               PIC 9(07) COMP VALUE ZERO.
011300 77  WS-CORR-CTR                PIC 9(07) COMP VALUE ZERO.
011400 77  WS-BADCORR-CTR             PIC 9(07) COMP VALUE ZERO.
011500 77  WS-HELD-BLNK-CTR           PIC 9(07) COMP VALUE ZERO.
011600 77  WS-HELD-CTLU-CTR           PIC 9(07) COMP VALUE ZERO.
011610 77  WS-HELD-CERT-CTR           PIC 9(07) COMP VALUE ZERO.
011700 77  WS-CTR-DISP                PIC Z(6)9.
011800*----------------------------------------------------------------*
011900* CORRECTION TABLE, LOADED FROM THE CARD DECK AND LOOKED UP BY   *
012000* THE HELD-RECORD SEQUENCE NUMBER AS THE FILE IS PASSED.  A J    *
012010* CARD'S NEW JOB RIDES IN THE TEXT FIELD.                        *
012100*----------------------------------------------------------------*
012200 77  WS-CORR-MAX                PIC 9(03) COMP VALUE 500.
012300 77  WS-CORR-LOADED-CTR         PIC 9(03) COMP VALUE ZERO.
012800         10  WS-CE-ACTION        PIC X(01).
012900         10  WS-CE-HELD-SEQ      PIC 9(05).
013000         10  WS-CE-TEXT          PIC X(60).
013010         10  WS-CE-NEW-JOB-ID REDEFINES WS-CE-TEXT
013020                                 PIC X(08).
013100         10  WS-CE-USED-FLAG     PIC X(01).
013200*----------------------------------------------------------------*
013300* ONE HELD RECORD'S WORTH OF EVALUATION                          *
013400*----------------------------------------------------------------*
013500 77  WS-HELD-SEQ                PIC 9(05) COMP VALUE ZERO.
013600 77  WS-HELD-SEQ-DISP           PIC Z(4)9.
013610 77  WS-HELD-REASON             PIC X(40) VALUE SPACES.
013700 77  WS-AGE-DAYS                PIC 9(05) COMP VALUE ZERO.
013800 77  WS-AGE-DISP                PIC ZZ9.
013900*----------------------------------------------------------------*
021300         MOVE 16 TO RETURN-CODE
021400         STOP RUN
021500     END-IF.
021510     OPEN OUTPUT JOB-MOVE-FILE.
021520     IF WS-MOVE-FILE-STATUS NOT = "00"
021530         DISPLAY "SUSPMNT: JOB-MOVE-FILE OPEN FAILED, STATUS "
021540             WS-MOVE-FILE-STATUS
021550         MOVE 16 TO RETURN-CODE
021560         STOP RUN
021570     END-IF.
021580     OPEN INPUT JOB-MASTER.
021585     IF WS-JMST-FILE-STATUS = "00"
021590         SET WS-JMST-OPEN TO TRUE
021595     END-IF.
021600     OPEN OUTPUT SUSP-REPORT.
021700     IF WS-RPT-FILE-STATUS NOT = "00"
021800         DISPLAY "SUSPMNT: SUSP-REPORT OPEN FAILED, STATUS "
026000             GO TO 1510-EXIT
026100     END-READ.
026200     ADD 1 TO WS-CORR-CTR.
026300     IF (NOT SCRN-FIX AND NOT SCRN-UNRECOVERABLE
026350             AND NOT SCRN-MOVE-JOB)
026400         OR SCRN-HELD-SEQ NOT NUMERIC
026500         OR SCRN-HELD-SEQ = ZERO
026600         ADD 1 TO WS-BADCORR-CTR
029400     EXIT.
029500*----------------------------------------------------------------*
029600* 2100-WORK-ONE-HELD - AGE THE RECORD, APPLY ITS CORRECTION IF   *
029700* THE DESK SENT ONE, OTHERWISE CARRY IT FORWARD.  A JOB REJECT   *
029710* IS PUT RIGHT ONLY BY A J CARD - ITS TEXT IS NOT RE-KEYED.      *
029800*----------------------------------------------------------------*
029900 2100-WORK-ONE-HELD.
030000     ADD 1 TO WS-HELD-IN-CTR.
030400             ADD 1 TO WS-HELD-BLNK-CTR
030500         WHEN "CTLU"
030600             ADD 1 TO WS-HELD-CTLU-CTR
030610         WHEN "UJOB"
030620         WHEN "CJOB"
030630             ADD 1 TO WS-HELD-CERT-CTR
030700         WHEN OTHER
030800             CONTINUE
030900     END-EVALUATE.
031400             PERFORM 2200-CARRY-FORWARD THRU 2200-EXIT
031500         WHEN WS-CE-ACTION(WS-CORR-FOUND-IDX) = "U"
031600             PERFORM 2300-PURGE-RECORD THRU 2300-EXIT
031610         WHEN WS-CE-ACTION(WS-CORR-FOUND-IDX) = "J"
031620             PERFORM 2600-MOVE-TO-JOB THRU 2600-EXIT
031630         WHEN SUSP-REASON-CODE = "UJOB" OR "CJOB"
031640             MOVE "JOB REJECT TAKES A J CARD, NOT TEXT"
031650                 TO WS-HELD-REASON
031660             PERFORM 2700-REFUSE-CARD THRU 2700-EXIT
031700         WHEN WS-CE-TEXT(WS-CORR-FOUND-IDX) = SPACES
031800             MOVE "FIX CARD HAS NO TEXT" TO WS-HELD-REASON
031900             PERFORM 2700-REFUSE-CARD THRU 2700-EXIT
032100         WHEN OTHER
032200             PERFORM 2500-RELEASE-RECORD THRU 2500-EXIT
032300     END-EVALUATE.
041700     PERFORM 7100-WRITE-DISPOSITION-LINE THRU 7100-EXIT.
041800 2500-EXIT.
041900     EXIT.
041901*----------------------------------------------------------------*
041902* 2600-MOVE-TO-JOB - THE DESK NAMED THE RIGHT JOB FOR A SENTENCE *
041903* THE TRACKING SYSTEM REJECTED FOR ITS JOB.  THE NEW JOB MUST BE *
041904* OPEN ON THE SPECIMEN-JOB MASTER AND NOT THE ONE REJECTED.  A   *
041905* CHANGE CARD MOVES THE SENTENCE ON THE MASTER AND THE NIGHTLY   *
041906* RUN RE-FEEDS IT UNDER THE NEW JOB, SO THE RECORD LEAVES        *
041907* SUSPENSE.  AN UNUSABLE J CARD LEAVES THE RECORD HELD.          *
041908*----------------------------------------------------------------*
041909 2600-MOVE-TO-JOB.
041910     MOVE SPACES TO WS-HELD-REASON.
041911     EVALUATE TRUE
041912         WHEN SUSP-REASON-CODE NOT = "UJOB" AND NOT = "CJOB"
041913             MOVE "J CARD IS FOR JOB REJECTS ONLY"
041914                 TO WS-HELD-REASON
041915         WHEN WS-CE-NEW-JOB-ID(WS-CORR-FOUND-IDX) = SPACES
041916             MOVE "J CARD HAS NO JOB" TO WS-HELD-REASON
041917         WHEN WS-CE-NEW-JOB-ID(WS-CORR-FOUND-IDX) = SUSP-JOB-ID
041918             MOVE "J CARD NAMES THE REJECTED JOB"
041919                 TO WS-HELD-REASON
041920         WHEN NOT WS-JMST-OPEN
041921             MOVE "JOB MASTER NOT AVAILABLE" TO WS-HELD-REASON
041922         WHEN OTHER
041923             MOVE WS-CE-NEW-JOB-ID(WS-CORR-FOUND-IDX)
041924                 TO JMST-JOB-ID
041925             READ JOB-MASTER
041926                 INVALID KEY
041927                     MOVE "NEW JOB NOT ON JOB MASTER"
041928                         TO WS-HELD-REASON
041929             END-READ
041930     END-EVALUATE.
041931     IF WS-HELD-REASON = SPACES
041932         AND WS-JMST-FILE-STATUS NOT = "00"
041933         MOVE "JOB MASTER READ FAILED" TO WS-HELD-REASON
041934     END-IF.
041935     IF WS-HELD-REASON = SPACES
041936         AND NOT JMST-OPEN
041937         MOVE "NEW JOB IS CLOSED" TO WS-HELD-REASON
041938     END-IF.
041939     IF WS-HELD-REASON NOT = SPACES
041940         PERFORM 2700-REFUSE-CARD THRU 2700-EXIT
041941         GO TO 2600-EXIT
041942     END-IF.
041943     ADD 1 TO WS-MOVED-CTR.
041944     MOVE SPACES TO STRN-RECORD.
041945     SET STRN-CHANGE TO TRUE.
041946     MOVE SUSP-SENTENCE-ID TO STRN-SENTENCE-ID.
041947     MOVE WS-CE-NEW-JOB-ID(WS-CORR-FOUND-IDX) TO STRN-JOB-ID.
041948     WRITE STRN-RECORD.
041949     IF WS-MOVE-FILE-STATUS NOT = "00"
041950         DISPLAY "SUSPMNT: JOB-MOVE-FILE WRITE FAILED, STATUS "
041951             WS-MOVE-FILE-STATUS
041952         MOVE 16 TO RETURN-CODE
041953         STOP RUN
041954     END-IF.
041955     PERFORM 7100-WRITE-DISPOSITION-LINE THRU 7100-EXIT.
041956 2600-EXIT.
041957     EXIT.
041958*----------------------------------------------------------------*
041959* 2700-REFUSE-CARD - THE CARD FOR THIS RECORD CANNOT BE APPLIED. *
041960* IT IS COUNTED AND THE DESK IS TOLD WHY; THE RECORD STAYS HELD. *
041961*----------------------------------------------------------------*
041962 2700-REFUSE-CARD.
041963     ADD 1 TO WS-BADCORR-CTR.
041964     PERFORM 7000-WRITE-HELD-LINE THRU 7000-EXIT.
041965* THE UNUSABLE CARD IS COUNTED AND MARKED USED - CLEAR THE     *
041966* FOUND INDEX SO THE DISPOSITION LINE SAYS HELD, NOT RELEASED. *
041967     MOVE ZERO TO WS-CORR-FOUND-IDX.
041968     PERFORM 2200-CARRY-FORWARD THRU 2200-EXIT.
041969 2700-EXIT.
041970     EXIT.
042000*----------------------------------------------------------------*
042100* 5000-COMPUTE-DAY-NUMBER - WS-DN-DATE (YYMMDD) TO A SERIAL DAY  *
042200* NUMBER IN WS-DN-DAYNUM.  THE LEAP DAY OF THE YEAR IN HAND IS   *
044800 5000-EXIT.
044900     EXIT.
045000*----------------------------------------------------------------*
045100* 7000-WRITE-HELD-LINE - A CARD ARRIVED THAT CANNOT BE APPLIED;  *
045200* THE RECORD STAYS HELD AND THE DESK IS TOLD WHY.                *
045300*----------------------------------------------------------------*
045400 7000-WRITE-HELD-LINE.
045500     MOVE WS-HELD-SEQ TO WS-HELD-SEQ-DISP.
045600     MOVE SPACES TO WS-RL-TEXT.
045700     STRING "  SEQ" DELIMITED BY SIZE
045800            WS-HELD-SEQ-DISP DELIMITED BY SIZE
045900            " " DELIMITED BY SIZE
045950            WS-HELD-REASON DELIMITED BY "  "
046000            " - RECORD STAYS HELD" DELIMITED BY SIZE
046100         INTO WS-RL-TEXT.
046200     WRITE SR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
046300 7000-EXIT.
046700* RECORD: SEQUENCE, REASON, SENTENCE ID, AGE IN DAYS AND WHAT    *
046800* THIS RUN DID WITH IT.  A HELD LINE CARRIES THE RECORD'S        *
046810* POSITION ON THE CARRY-FORWARD FILE, WHICH IS THE NUMBER THE    *
046820* DESK MUST KEY ON TOMORROW'S CORRECTION CARD; A RELEASED,       *
046830* PURGED OR MOVED LINE CARRIES THIS RUN'S INPUT POSITION, THE    *
046835* NUMBER TONIGHT'S CARD NAMED.                                   *
046900*----------------------------------------------------------------*
047000 7100-WRITE-DISPOSITION-LINE.
047100     IF WS-CORR-FOUND-IDX = ZERO
048600             MOVE "HELD" TO WS-RL-TEXT(60:10)
048700         WHEN WS-CE-ACTION(WS-CORR-FOUND-IDX) = "U"
048800             MOVE "PURGED" TO WS-RL-TEXT(60:10)
048810         WHEN WS-CE-ACTION(WS-CORR-FOUND-IDX) = "J"
048820             MOVE "JOB MOVED" TO WS-RL-TEXT(60:10)
048900         WHEN OTHER
049000             MOVE "RELEASED" TO WS-RL-TEXT(60:10)
049100     END-EVALUATE.
054500            WS-CTR-DISP DELIMITED BY SIZE
054600         INTO WS-RL-TEXT.
054700     WRITE SR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
054710     MOVE WS-HELD-CERT-CTR TO WS-CTR-DISP.
054720     MOVE SPACES TO WS-RL-TEXT.
054730     STRING "    CERT REJECTS (UJOB/CJOB)  . "
054740            DELIMITED BY SIZE
054750            WS-CTR-DISP DELIMITED BY SIZE
054760         INTO WS-RL-TEXT.
054770     WRITE SR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
054800     MOVE WS-RELEASED-CTR TO WS-CTR-DISP.
054900     MOVE SPACES TO WS-RL-TEXT.
055000     STRING "  RECORDS RELEASED  . . . . . . "
055200            WS-CTR-DISP DELIMITED BY SIZE
055300         INTO WS-RL-TEXT.
055400     WRITE SR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
055410     MOVE WS-MOVED-CTR TO WS-CTR-DISP.
055420     MOVE SPACES TO WS-RL-TEXT.
055430     STRING "  RECORDS MOVED TO NEW JOB  . . "
055440            DELIMITED BY SIZE
055450            WS-CTR-DISP DELIMITED BY SIZE
055460         INTO WS-RL-TEXT.
055470     WRITE SR-LINE FROM WS-REPORT-LINE AFTER ADVANCING 1 LINE.
055500     MOVE WS-PURGED-CTR TO WS-CTR-DISP.
055600     MOVE SPACES TO WS-RL-TEXT.
055700     STRING "  RECORDS PURGED  . . . . . . . "
059000     CLOSE SUSPENSE-IN-FILE.
059100     CLOSE SUSPENSE-OUT-FILE.
059200     CLOSE RELEASE-FILE.
059210     CLOSE JOB-MOVE-FILE.
059220     IF WS-JMST-OPEN
059230         CLOSE JOB-MASTER
059240     END-IF.
059300     CLOSE SUSP-REPORT.
059400     IF WS-BADCORR-CTR > ZERO
059500         MOVE 4 TO RETURN-CODE
