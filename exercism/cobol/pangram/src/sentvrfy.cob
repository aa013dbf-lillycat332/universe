001800*                 UNREVIEWED PAST A THRESHOLD.  ENDS RC 0        *
001900*                 CLEAN / RC 4 WITH EXCEPTIONS SO THE            *
002000*                 SCHEDULER CAN GATE THE EXTRACT ON IT.          *
002010* 10/05/2026 RH  JOB ALPHABETS NOW COME FROM THE KEYED           *
002011*                 SPECIMEN-JOB MASTER (PANJMST) THE EXTRACT      *
002012*                 READS, INSTEAD OF THE HAND-KEPT JOBFILE DECK.  *
002013*                 CLOSED JOBS STAY IN THE TABLE, SINCE THEIR     *
002014*                 SENTENCES ARE STILL ON THE MASTER.  JOB TABLE  *
002015*                 RAISED TO 200 TO MATCH THE EXTRACT.            *
002100*----------------------------------------------------------------*
002200* DUPLICATE TEXT IS CHECKED AMONG ACTIVE SENTENCES - THOSE ARE   *
002300* THE ONES A DECK EXTRACTS TWICE.  THE CHECK SORTS THE ACTIVE    *
003500         ACCESS MODE IS SEQUENTIAL
003600         RECORD KEY IS SMST-SENTENCE-ID
003700         FILE STATUS IS WS-MST-FILE-STATUS.
003800     SELECT OPTIONAL JOB-MASTER ASSIGN TO JOBMST
003900         ORGANIZATION IS INDEXED
003910         ACCESS MODE IS SEQUENTIAL
003920         RECORD KEY IS JMST-JOB-ID
004000         FILE STATUS IS WS-JMST-FILE-STATUS.
004100     SELECT OPTIONAL VRFY-PARM-FILE ASSIGN TO VFYPARM
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-PARM-FILE-STATUS.
005600 01  SMST-RECORD.
005700     COPY PANSMST.
005800*----------------------------------------------------------------*
005900* OPTIONAL SPECIMEN-JOB MASTER - THE SAME FILE THE EXTRACT       *
006000* READS - SUPPLIES EACH JOB'S PROOFING ALPHABET FOR THE          *
006100* SCOREABILITY CHECK.  NO MASTER, OR AN UNKNOWN JOB, CHECKS      *
006200* AGAINST THE DEFAULT ENGLISH ALPHABET.                          *
006300*----------------------------------------------------------------*
006400 FD  JOB-MASTER
006500     RECORD CONTAINS 100 CHARACTERS
006600     LABEL RECORDS ARE STANDARD.
006700 01  JMST-RECORD.
006800     COPY PANJMST.
007300*----------------------------------------------------------------*
007400* OPTIONAL THRESHOLD CARD - DAYS A PENDING SENTENCE MAY SIT      *
007500* BEFORE IT IS REPORTED.  NO CARD MEANS 30 DAYS.                 *
009700* FILE STATUS FIELDS AND SWITCHES                                *
009800*----------------------------------------------------------------*
009900 77  WS-MST-FILE-STATUS         PIC X(02) VALUE SPACES.
010000 77  WS-JMST-FILE-STATUS        PIC X(02) VALUE SPACES.
010100 77  WS-PARM-FILE-STATUS        PIC X(02) VALUE SPACES.
010200 77  WS-RPT-FILE-STATUS         PIC X(02) VALUE SPACES.
010300 77  WS-EOF-SWITCH              PIC X(01) VALUE "N".
010400     88  WS-END-OF-FILE                   VALUE "Y".
010500     88  WS-NOT-END-OF-FILE               VALUE "N".
010600 77  WS-JMST-EOF-SWITCH         PIC X(01) VALUE "N".
010700     88  WS-JMST-END-OF-FILE              VALUE "Y".
010800     88  WS-JMST-NOT-END-OF-FILE          VALUE "N".
010900 77  WS-SORT-EOF-SWITCH         PIC X(01) VALUE "N".
011000     88  WS-SORT-END-OF-FILE              VALUE "Y".
011100     88  WS-SORT-NOT-END-OF-FILE          VALUE "N".
013200* SPECIMEN JOB TABLE WITH EACH JOB'S ALPHABET, CASE-FOLDED AT    *
013300* LOAD THE WAY THE SCORING RUN FOLDS ITS ALPHABETS.              *
013400*----------------------------------------------------------------*
013500 77  WS-JOB-MAX                 PIC 9(03) COMP VALUE 200.
013600 77  WS-JOB-CTR                 PIC 9(03) COMP VALUE ZERO.
013700 77  WS-JOB-IDX                 PIC 9(03) COMP VALUE ZERO.
013800 77  WS-JOB-FOUND-IDX           PIC 9(03) COMP VALUE ZERO.
013900 01  WS-JOB-TABLE.
014000     05  WS-JOB-ENTRY OCCURS 200 TIMES.
014100         10  WS-JE-JOB-ID        PIC X(08).
014200         10  WS-JE-ALPHA-LEN     PIC 9(02).
014300         10  WS-JE-ALPHA-CHARS   PIC X(32).
031900* AGAINST THE DEFAULT, AS THE SCORING RUN WOULD FALL BACK.       *
032000*----------------------------------------------------------------*
032100 1200-LOAD-JOBS.
032200     OPEN INPUT JOB-MASTER.
032300     IF WS-JMST-FILE-STATUS NOT = "00"
032400         GO TO 1200-EXIT
032500     END-IF.
032600     PERFORM 1210-LOAD-ONE-JOB THRU 1210-EXIT
032700         UNTIL WS-JMST-END-OF-FILE
032800            OR WS-JOB-CTR NOT < WS-JOB-MAX.
032900     CLOSE JOB-MASTER.
033000 1200-EXIT.
033100     EXIT.
033200 1210-LOAD-ONE-JOB.
033300     READ JOB-MASTER
033400         AT END
033500             SET WS-JMST-END-OF-FILE TO TRUE
033600             GO TO 1210-EXIT
033700     END-READ.
034100     ADD 1 TO WS-JOB-CTR.
034200     MOVE JMST-JOB-ID TO WS-JE-JOB-ID(WS-JOB-CTR).
034300     IF JMST-ALPHA-LEN NUMERIC
034400         AND JMST-ALPHA-LEN > ZERO
034410         AND JMST-ALPHA-LEN NOT > 32
034500         MOVE JMST-ALPHA-LEN TO WS-JE-ALPHA-LEN(WS-JOB-CTR)
034600         MOVE JMST-ALPHA-CHARS TO WS-JE-ALPHA-CHARS(WS-JOB-CTR)
034700         INSPECT WS-JE-ALPHA-CHARS(WS-JOB-CTR)
034800             CONVERTING WS-UPPER-ALPHA TO WS-LOWER-ALPHA
034900         INSPECT WS-JE-ALPHA-CHARS(WS-JOB-CTR)
