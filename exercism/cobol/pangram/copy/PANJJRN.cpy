000100*----------------------------------------------------------------*
000200* PANJJRN - SPECIMEN-JOB MASTER CHANGE JOURNAL RECORD.  ONE PER  *
000300* APPLIED ADD, CHANGE OR CLOSE, WITH THE BEFORE AND AFTER        *
000400* IMAGES OF THE JOB, THE RUN DATE/TIME AND THE TRANSACTION CARD  *
000500* THAT CAUSED IT - THE SAME ARRANGEMENT AS THE SENTENCE-MASTER   *
000600* JOURNAL (PANJRN).  AN ADD CARRIES A BLANK BEFORE IMAGE.  THE   *
000700* FILE EXTENDS RUN OVER RUN AND IS NEVER REWRITTEN.              *
000800*----------------------------------------------------------------*
000900     05  JJRN-JOB-ID             PIC X(08).
001000     05  JJRN-ACTION             PIC X(01).
001100         88  JJRN-ADD                     VALUE "A".
001200         88  JJRN-CHANGE                  VALUE "C".
001300         88  JJRN-CLOSE                   VALUE "X".
001400     05  JJRN-RUN-DATE           PIC 9(06).
001500     05  JJRN-RUN-TIME           PIC 9(08).
001600     05  JJRN-BEFORE-IMAGE.
001700         10  JJRN-BEFORE-CUST-CODE   PIC X(08).
001710         10  FILLER                  PIC X(12).
001800         10  JJRN-BEFORE-ALPHA-LEN   PIC X(02).
001900         10  JJRN-BEFORE-ALPHA-CHARS PIC X(32).
002000         10  JJRN-BEFORE-STATUS      PIC X(01).
002100         10  JJRN-BEFORE-OPENED-DATE PIC X(06).
002200         10  JJRN-BEFORE-CLOSED-DATE PIC X(06).
002300     05  JJRN-AFTER-IMAGE.
002400         10  JJRN-AFTER-CUST-CODE    PIC X(08).
002410         10  FILLER                  PIC X(12).
002500         10  JJRN-AFTER-ALPHA-LEN    PIC X(02).
002600         10  JJRN-AFTER-ALPHA-CHARS  PIC X(32).
002700         10  JJRN-AFTER-STATUS       PIC X(01).
002800         10  JJRN-AFTER-OPENED-DATE  PIC X(06).
002900         10  JJRN-AFTER-CLOSED-DATE  PIC X(06).
003000     05  JJRN-TRAN-IMAGE         PIC X(80).
003100     05  FILLER                  PIC X(03).
