000510* DATE IS STAMPED THE NIGHT THE RECORD FIRST SUSPENDS AND IS     *
000520* CARRIED FORWARD UNCHANGED, SO THE MAINTENANCE RUN CAN AGE      *
000530* WHAT THE DESK HAS NOT YET WORKED.                              *
000540* A CERTIFICATION THE TRACKING SYSTEM TURNED AWAY FOR ITS JOB    *
000550* (UJOB/CJOB) HAS NO SENTENCE TEXT TO HOLD; ITS RECORD DATA IS A *
000560* NOTE FOR THE DESK, THE SENTENCE ID AND THE JOB IT WAS FED      *
000570* UNDER, SO THE DESK CAN MOVE THE SENTENCE TO THE RIGHT JOB.     *
000600*----------------------------------------------------------------*
000700     05  SUSP-REASON-CODE        PIC X(04).
000800     05  SUSP-SENTENCE-ID        PIC 9(07).
000900     05  SUSP-FIRST-HELD-DATE    PIC 9(06).
000910     05  SUSP-CUSTOMER           PIC X(20).
001000     05  SUSP-RECORD-DATA        PIC X(80).
001010     05  SUSP-CERT-REJECT-DATA REDEFINES SUSP-RECORD-DATA.
001020         10  SUSP-CERT-NOTE      PIC X(60).
001030         10  SUSP-CERT-SENTENCE-ID
001040                                 PIC 9(07).
001050         10  SUSP-JOB-ID         PIC X(08).
001060         10  FILLER              PIC X(05).
001100     05  FILLER                  PIC X(03).
