000100*----------------------------------------------------------------*
000200* PANCHRG - CHARGEABLE-ACTIVITY FEED TO ACCOUNTS RECEIVABLE.     *
000300* WRITTEN BY THE MONTH-END BILLING RUN (CUSTBILL): ONE DETAIL    *
000400* RECORD PER CUSTOMER PER CHARGE CODE WITH ACTIVITY IN THE       *
000500* PERIOD, THEN ONE TRAILER CARRYING THE DETAIL COUNT AND THE     *
000600* TOTAL AMOUNT SO THE RECEIVING SYSTEM CAN BALANCE ITS INTAKE.   *
000700* CHARGE CODES:  SCOR  SENTENCES SCORED                          *
000800*                CERT  CERTIFICATIONS CONFIRMED                  *
000900*----------------------------------------------------------------*
001000     05  CHRG-RECORD-TYPE        PIC X(01).
001100         88  CHRG-DETAIL                  VALUE "D".
001200         88  CHRG-TRAILER                 VALUE "T".
001300     05  CHRG-DETAIL-FIELDS.
001400         10  CHRG-ACCOUNT-NO     PIC X(12).
001500         10  CHRG-CUST-CODE      PIC X(08).
001600         10  CHRG-CHARGE-CODE    PIC X(04).
001700         10  CHRG-QUANTITY       PIC 9(07).
001800         10  CHRG-RATE           PIC 9(03)V9(04).
001900         10  CHRG-AMOUNT         PIC 9(09)V9(02).
002000         10  CHRG-PERIOD-FROM    PIC 9(06).
002100         10  CHRG-PERIOD-TO      PIC 9(06).
002200         10  CHRG-BILL-DATE      PIC 9(06).
002300         10  FILLER              PIC X(12).
002400     05  CHRG-TRL-FIELDS REDEFINES CHRG-DETAIL-FIELDS.
002500         10  CHRG-TRL-DETAIL-COUNT
002600                                 PIC 9(07).
002700         10  CHRG-TRL-TOTAL-AMOUNT
002800                                 PIC 9(11)V9(02).
002900         10  CHRG-TRL-BILL-DATE  PIC 9(06).
003000         10  FILLER              PIC X(53).
