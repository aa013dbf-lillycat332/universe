000100*----------------------------------------------------------------*
000200* PANSBKP - SENTENCE-MASTER BACKUP RECORD.  THE BACKUP RUN       *
000300* (SENTBKUP) UNLOADS SENTMST IN KEY ORDER AS A HEADER, ONE       *
000400* 100-BYTE MASTER IMAGE PER SENTENCE, AND A TRAILER.  THE HEADER *
000500* AND TRAILER CARRY THE DATE AND TIME OF THE UNLOAD, SO THE      *
000600* RECOVERY RUN (SENTRCVR) KNOWS WHICH JOURNAL RECORDS CAME AFTER *
000700* IT; THE TRAILER ALSO CARRIES THE RECORD COUNT AND A HASH TOTAL *
000800* OF THE SENTENCE IDS SO A SHORT OR DAMAGED COPY IS CAUGHT       *
000900* BEFORE IT IS RELOADED.  AS ON THE SENTENCE DECK, THE *...*     *
001000* MARKER CANNOT OPEN A NUMERIC SENTENCE ID, SO THE CONTROL       *
001100* RECORDS CANNOT COLLIDE WITH A MASTER IMAGE.                    *
001200*----------------------------------------------------------------*
001300     05  SBKP-RECORD-TYPE        PIC X(05).
001400         88  SBKP-HEADER                  VALUE "*BKH*".
001500         88  SBKP-TRAILER                 VALUE "*BKT*".
001600     05  SBKP-REST               PIC X(95).
001700     05  SBKP-HDR-FIELDS REDEFINES SBKP-REST.
001800         10  SBKP-HDR-BACKUP-DATE
001900                                 PIC 9(06).
002000         10  SBKP-HDR-BACKUP-TIME
002100                                 PIC 9(08).
002200         10  FILLER              PIC X(81).
002300     05  SBKP-TRL-FIELDS REDEFINES SBKP-REST.
002400         10  SBKP-TRL-BACKUP-DATE
002500                                 PIC 9(06).
002600         10  SBKP-TRL-BACKUP-TIME
002700                                 PIC 9(08).
002800         10  SBKP-TRL-RECORD-COUNT
002900                                 PIC 9(07).
003000         10  SBKP-TRL-HASH-TOTAL PIC 9(15).
003100         10  FILLER              PIC X(59).
