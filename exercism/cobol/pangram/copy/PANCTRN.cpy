000100*----------------------------------------------------------------*
000200* PANCTRN - CUSTOMER MASTER MAINTENANCE TRANSACTION.  ONE CARD   *
000300* PER ACTION AGAINST THE CUSTOMER MASTER: ADD A NEW CUSTOMER OR  *
000400* CHANGE THE BILLING NAME, ACCOUNT NUMBER OR RATES OF AN         *
000500* EXISTING ONE.  A BLANK FIELD ON A CHANGE LEAVES THE MASTER     *
000600* FIELD AS IT STANDS.  RATES ARE PUNCHED AS SEVEN DIGITS WITH    *
000700* FOUR IMPLIED DECIMALS (0012500 = 1.25).                        *
000800*----------------------------------------------------------------*
000900     05  CTRN-ACTION             PIC X(01).
001000         88  CTRN-ADD                     VALUE "A".
001100         88  CTRN-CHANGE                  VALUE "C".
001200     05  CTRN-CUST-CODE          PIC X(08).
001300     05  CTRN-BILLING-NAME       PIC X(30).
001400     05  CTRN-ACCOUNT-NO         PIC X(12).
001500     05  CTRN-SCORE-RATE         PIC X(07).
001600     05  CTRN-SCORE-RATE-N REDEFINES CTRN-SCORE-RATE
001700                                 PIC 9(03)V9(04).
001800     05  CTRN-CERT-RATE          PIC X(07).
001900     05  CTRN-CERT-RATE-N REDEFINES CTRN-CERT-RATE
002000                                 PIC 9(03)V9(04).
002100     05  FILLER                  PIC X(15).
