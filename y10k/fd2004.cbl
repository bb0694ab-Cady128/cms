           ACCESS IS DYNAMIC RECORD KEY IS AR-KEY.
           SELECT CUSTFILE ASSIGN TO "S70" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS CU-ACCT.
           SELECT OPTIONAL MOVEFILE ASSIGN TO "S75"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS MV-ACCT.
           SELECT OPTIONAL PARMFILE ASSIGN TO "S65" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT NOTICEOUT ASSIGN TO "S90" ORGANIZATION IS LINE
           02 CU-STATUS PIC X.
           02 CU-FUTURE PIC X(8).

      *    ONE RECORD PER MOVE-OUT (fd1008).  S = FINAL READ
      *    SCHEDULED, R = FINAL READ TAKEN AND THE FINAL BILL SENT
      *    THROUGH fd1002, C = CLOSED OUT - DEPOSIT APPLIED AND ANY
      *    REST REFUNDED OR TRANSFERRED.  THE FORWARDING ADDRESS IS
      *    WHERE ANYTHING STILL OWED OR REFUNDED IS MAILED; THE
      *    CUSTOMER'S CU-STREET STAYS THE SERVICE ADDRESS.
       FD  MOVEFILE.
       01  MOVEFILE01.
           02 MV-ACCT PIC X(13).
           02 MV-STATUS PIC X.
           02 MV-OUT-DATE PIC X(8).
           02 MV-FWD-STREET PIC X(28).
           02 MV-FWD-CITY PIC X(20).
           02 MV-FWD-STATE PIC XX.
           02 MV-FWD-ZIP PIC X(9).
           02 MV-METERNUM PIC X(10).
           02 MV-FINAL-READ PIC 9(12).
           02 MV-FINAL-DATE PIC X(8).
           02 MV-CLOSED PIC X(8).
           02 MV-NEW-ACCT PIC X(13).
           02 MV-FUTURE PIC X(10).

      *    DAYS PAST DUE BEFORE A NOTICE GOES OUT - 3 DIGITS.
       FD  PARMFILE.
       01  PARMFILE01 PIC X(3).

      *    NT-CITY, NT-STATE AND NT-ZIP ARE FILLED ONLY FOR A
      *    FORWARDING ADDRESS - THE CUSTOMER MASTER CARRIES THE
      *    SERVICE STREET ONLY, AND A NOTICE LEFT BLANK THERE GOES TO
      *    THE UTILITY'S OWN SERVICE TOWN ON THE PRINT RUN.
       FD  NOTICEOUT.
       01  NOTICEOUT01.
           02 NT-ACCT PIC X(13).
           02 NT-NAME PIC X(25).
           02 NT-STREET PIC X(28).
           02 NT-CITY PIC X(20).
           02 NT-STATE PIC XX.
           02 NT-ZIP PIC X(9).
           02 NT-BALANCE PIC S9(9)V99.
           02 NT-OLDEST PIC X(8).

           END-READ
           CLOSE PARMFILE.

           OPEN INPUT ARFILE CUSTFILE MOVEFILE.
           OPEN OUTPUT NOTICEOUT.
           ACCEPT TODAY-6 FROM DATE.
           MOVE TODAY-6(1:2) TO TODAY-8(3:2).
               MOVE SPACE TO OLDEST-BILL
               ADD 1 TO CNT-ACCTS
           END-IF
      *    A SECURITY DEPOSIT (TYPE D, fd1008) IS MONEY HELD, NOT A
      *    PAYMENT ON THE BILLS - IT NEVER COUNTS AGAINST THE BALANCE.
           IF AR-TYPE = "D"
               GO TO P1
           END-IF
      *    AGE FROM THE FIRST BILL STILL CARRYING THE BALANCE - THE
      *    LEDGER IS IN DATE ORDER, SO WHENEVER THE RUNNING BALANCE
      *    COMES BACK TO ZERO THE AGING CLOCK RESTARTS AT THE NEXT
           MOVE HOLD-ACCT TO NT-ACCT
           MOVE CU-NAME TO NT-NAME
           MOVE CU-STREET TO NT-STREET
           MOVE SPACE TO NT-CITY NT-STATE NT-ZIP
      *    A CUSTOMER WHO HAS MOVED OUT IS WRITTEN AT THE FORWARDING
      *    ADDRESS, NOT THE HOUSE THEY LEFT.  WHILE THE FINAL READ IS
      *    ONLY SCHEDULED (STATUS S) THEY ARE STILL AT THE SERVICE
      *    ADDRESS, AND A MOVE-OUT WITH NO FORWARDING STREET HAS
      *    NOWHERE BETTER TO SEND IT.
           MOVE HOLD-ACCT TO MV-ACCT
           READ MOVEFILE
             NOT INVALID
               IF MV-STATUS NOT = "S" AND MV-FWD-STREET NOT = SPACE
                   MOVE MV-FWD-STREET TO NT-STREET
                   MOVE MV-FWD-CITY TO NT-CITY
                   MOVE MV-FWD-STATE TO NT-STATE
                   MOVE MV-FWD-ZIP TO NT-ZIP
               END-IF
           END-READ
           MOVE ACCT-BAL TO NT-BALANCE
           MOVE OLDEST-BILL TO NT-OLDEST
           WRITE NOTICEOUT01
           DISPLAY "ACCOUNTS ON LEDGER .... " CNT-ACCTS.
           DISPLAY "NOTICES WRITTEN ....... " CNT-NOTICES
             " AMOUNT ... " AMT-NOTICES.
           CLOSE ARFILE CUSTFILE MOVEFILE NOTICEOUT.
           STOP RUN.
