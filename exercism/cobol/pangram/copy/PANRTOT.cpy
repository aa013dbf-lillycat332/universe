001400*             OUT    CERTIFICATION FEED RECORDS RELEASED         *
001500*             EXCEPT SENTENCES SUSPENSED (BLNK)                  *
001600*             OTHER  CONTROL RECORDS SUSPENSED (CTLU)            *
001650*             PASS   SENTENCES THAT SCORED PASS (PANGRAM ONLY -  *
001660*                    SPACES FROM THE OTHER PROGRAMS)             *
001700*   CERTRECN  IN     FEED RECORDS READ                           *
001800*             OUT    FEED AND PENDING DISPOSED (MATCHED +        *
001900*                    REJECTED + CARRIED FORWARD + FEED           *
001910*                    DUPLICATES)                                 *
002000*             EXCEPT ORPHAN ACKNOWLEDGMENTS                      *
002100*             OTHER  PENDING BROUGHT FORWARD                     *
002110*             REJECT ACKNOWLEDGMENTS THAT REJECTED A FEED OR     *
002120*                    PENDING RECORD - ALREADY INSIDE OUT         *
002130*                    (CERTRECN ONLY - SPACES FROM THE OTHERS)    *
002200*----------------------------------------------------------------*
002300     05  RTOT-PROGRAM            PIC X(08).
002400     05  RTOT-RUN-DATE           PIC 9(06).
002800     05  RTOT-OUT-COUNT          PIC 9(07).
002900     05  RTOT-EXCEPT-COUNT       PIC 9(07).
003000     05  RTOT-OTHER-COUNT        PIC 9(07).
003050     05  RTOT-PASS-COUNT         PIC 9(07).
003060     05  RTOT-REJECT-COUNT       PIC 9(07).
003100     05  FILLER                  PIC X(08).
