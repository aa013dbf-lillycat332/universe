000100*----------------------------------------------------------------*
000200* PANCUST - CUSTOMER MASTER RECORD.  ONE PER BILLED CUSTOMER,    *
000300* KEYED BY CUSTOMER CODE, MAINTAINED BY CUSTMNT.  THE CODE IS    *
000400* WHAT THE SPECIMEN-JOB MASTER POINTS AT, AND SO WHAT RIDES THE  *
000500* JOB HEADER ONTO THE AUDIT, CERTIFICATION, SUSPENSE AND         *
000600* MATCHED-ACK RECORDS - ONE CUSTOMER IS ONE CODE HOWEVER ITS     *
000700* NAME IS SPELLED.  THE BILLING NAME AND ACCOUNT NUMBER ARE      *
000800* THOSE OF THE ACCOUNTS-RECEIVABLE SYSTEM.  THE RATES PRICE      *
000900* EACH CHARGEABLE EVENT FOR THE MONTH-END BILLING RUN            *
001000* (CUSTBILL): EVERY SENTENCE SCORED AND EVERY CERTIFICATION      *
001100* CONFIRMED, IN DOLLARS TO FOUR DECIMAL PLACES.                  *
001200*----------------------------------------------------------------*
001300     05  CUST-CODE               PIC X(08).
001400     05  CUST-BILLING-NAME       PIC X(30).
001500     05  CUST-ACCOUNT-NO         PIC X(12).
001600     05  CUST-SCORE-RATE         PIC 9(03)V9(04).
001700     05  CUST-CERT-RATE          PIC 9(03)V9(04).
001800     05  CUST-OPENED-DATE        PIC 9(06).
001900     05  FILLER                  PIC X(30).
