000300* BY THE SPECIMEN-CERTIFICATION TRACKING SYSTEM, ONE PER FEED   *
000400* RECORD ITS INTAKE JOB ACCEPTED, KEYED THE SAME WAY AS THE     *
000500* FEED: SENTENCE ID, JOB ID AND RUN DATE.                       *
000510* THE INTAKE ALSO ACKNOWLEDGES THE RECORDS IT TURNS AWAY: THE   *
000520* DISPOSITION SAYS WHICH, AND A REJECTION CARRIES ITS REASON.   *
000530* THE DISPOSITION IS BLANK ON ACKS WRITTEN BEFORE THE INTAKE    *
000540* SENT REJECTIONS - THEY WERE ALL ACCEPTANCES.  OF THE REJECT   *
000550* REASONS, AN UNKNOWN OR CLOSED JOB IS DESK-REPAIRABLE; A       *
000560* DUPLICATE IS ALREADY CERTIFIED AND NEEDS NO REPAIR.           *
000600*----------------------------------------------------------------*
000700     05  ACK-SENTENCE-ID         PIC 9(07).
000800     05  ACK-JOB-ID              PIC X(08).
000900     05  ACK-RUN-DATE            PIC 9(06).
001000     05  ACK-DATE                PIC 9(06).
001030     05  ACK-DISPOSITION         PIC X(01).
001040         88  ACK-ACCEPTED                 VALUES "A" SPACE.
001050         88  ACK-REJECTED                 VALUE "R".
001080     05  ACK-REJECT-REASON       PIC X(04).
001090         88  ACK-REJ-UNKNOWN-JOB          VALUE "UJOB".
001091         88  ACK-REJ-CLOSED-JOB           VALUE "CJOB".
001092         88  ACK-REJ-DUPLICATE            VALUE "DUPC".
001093         88  ACK-REJ-REPAIRABLE           VALUES "UJOB" "CJOB".
001100     05  FILLER                  PIC X(08).
