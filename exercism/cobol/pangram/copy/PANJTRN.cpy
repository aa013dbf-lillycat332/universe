000100*----------------------------------------------------------------*
000200* PANJTRN - SPECIMEN-JOB MASTER MAINTENANCE TRANSACTION.  ONE    *
000300* CARD PER ACTION AGAINST THE JOB MASTER: ADD A NEW JOB, CHANGE  *
000400* THE CUSTOMER CODE OR ALPHABET OF AN OPEN ONE, OR CLOSE IT WHEN *
000500* CUSTOMER HAS SIGNED IT OFF.  A BLANK FIELD ON A CHANGE LEAVES  *
000600* THE MASTER FIELD AS IT STANDS; A BLANK ALPHABET ON AN ADD      *
000700* TAKES THE DEFAULT PROOFING ALPHABET.                           *
000800*----------------------------------------------------------------*
000900     05  JTRN-ACTION             PIC X(01).
001000         88  JTRN-ADD                     VALUE "A".
001100         88  JTRN-CHANGE                  VALUE "C".
001200         88  JTRN-CLOSE                   VALUE "X".
001300     05  JTRN-JOB-ID             PIC X(08).
001400     05  JTRN-CUST-CODE          PIC X(08).
001410     05  FILLER                  PIC X(12).
001500     05  JTRN-ALPHA-LEN          PIC X(02).
001600     05  JTRN-ALPHA-CHARS        PIC X(32).
001700     05  FILLER                  PIC X(17).
