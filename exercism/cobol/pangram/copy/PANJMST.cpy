000100*----------------------------------------------------------------*
000200* PANJMST - SPECIMEN-JOB MASTER RECORD.  ONE PER SPECIMEN JOB,   *
000300* KEYED BY JOB ID, MAINTAINED BY JOBMNT.  CARRIES THE SAME       *
000400* FIELDS THE *HDR* CONTROL RECORD HANDS THE SCORING RUN - THE    *
000500* JOB'S CUSTOMER CODE (A KEY OF THE CUSTOMER MASTER, PANCUST)    *
000600* AND PROOFING ALPHABET - PLUS AN OPEN/CLOSED STATUS AND THE     *
000700* DATES THE JOB WAS OPENED AND CLOSED.  A CLOSED JOB HAS BEEN    *
000800* SIGNED OFF BY THE CUSTOMER AND THE EXTRACT (SENTXTR) ISSUES NO *
000900* FURTHER SENTENCES FOR IT.  THE ALPHABET LENGTH IS EDITED TO    *
001000* 01-32 BY THE MAINTENANCE RUN, SO READERS MAY TAKE IT AS IT     *
001100* STANDS.  THE CLOSED DATE IS ZERO WHILE THE JOB IS OPEN.        *
001200*----------------------------------------------------------------*
001300     05  JMST-JOB-ID             PIC X(08).
001400     05  JMST-CUST-CODE          PIC X(08).
001410     05  FILLER                  PIC X(12).
001500     05  JMST-ALPHA-LEN          PIC 9(02).
001600     05  JMST-ALPHA-CHARS        PIC X(32).
001700     05  JMST-STATUS             PIC X(01).
001800         88  JMST-OPEN                    VALUE "O".
001900         88  JMST-CLOSED                  VALUE "C".
002000     05  JMST-OPENED-DATE        PIC 9(06).
002100     05  JMST-CLOSED-DATE        PIC 9(06).
002200     05  FILLER                  PIC X(25).
