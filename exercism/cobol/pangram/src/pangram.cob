005926*                 = SCORED = FED = RECONCILED FOR THE NIGHT.     *
005927*                 A FEED HELD BACK FOR AN OUT-OF-BALANCE DECK    *
005928*                 POSTS ZERO RECORDS RELEASED.                   *
005929* 10/14/2026 RH  THE PASS COUNT NOW RIDES THE CONTROL-TOTALS     *
005931*                 POSTING, SO THE NIGHT-OVER-NIGHT TREND REPORT  *
005933*                 (CTLTRND) CAN SHOW THE PASS RATE.              *
005935*----------------------------------------------------------------*
006000 ENVIRONMENT DIVISION.
006100 CONFIGURATION SECTION.
006200 SOURCE-COMPUTER. IBM-370.
071640     MOVE WS-CERT-CTR TO RTOT-OUT-COUNT.
071650     MOVE WS-REJ-BLANK-CTR TO RTOT-EXCEPT-COUNT.
071660     MOVE WS-REJ-CTLU-CTR TO RTOT-OTHER-COUNT.
071665     MOVE WS-PASS-CTR TO RTOT-PASS-COUNT.
071670     WRITE RTOT-RECORD.
071680     IF WS-CTOT-FILE-STATUS NOT = "00"
071690         DISPLAY "PANGRAM: CONTROL-TOTALS WRITE FAILED, STATUS "
