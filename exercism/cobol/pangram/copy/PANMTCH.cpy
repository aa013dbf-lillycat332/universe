000400* TRACKING SYSTEM ACKNOWLEDGED, SO THE POSTING STEP CAN SET     *
000500* THE LAST-CERTIFIED DATE ON THE SENTENCE MASTER WITHOUT        *
000600* RE-READING THE RAW ACKNOWLEDGMENT FILE.                       *
000610* THE RETRY COUNT IS THE RETRANSMISSIONS BEFORE THE ACK, FROM   *
000620* THE PENDING RECORD; ZERO WHEN ACKED OFF THE FIRST FEED, AND   *
000630* SPACES ON RECORDS WRITTEN BEFORE IT WAS CARRIED.              *
000700*----------------------------------------------------------------*
000800     05  MTCH-SENTENCE-ID        PIC 9(07).
000900     05  MTCH-JOB-ID             PIC X(08).
001000     05  MTCH-RUN-DATE           PIC 9(06).
001100     05  MTCH-ACK-DATE           PIC 9(06).
001110     05  MTCH-CUSTOMER           PIC X(20).
001140     05  MTCH-RETRY-CTR          PIC 9(02).
001200     05  FILLER                  PIC X(11).
