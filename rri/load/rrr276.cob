           SELECT WORK249 ASSIGN TO "S75" ORGANIZATION LINE
             SEQUENTIAL.

           SELECT OPTIONAL FACFILE ASSIGN TO "S45"
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC RECORD KEY IS FAC-KEY.

       DATA DIVISION.
       FILE SECTION.

      *    THE HOSPITAL FEED NOW CARRIES A HEADER AND TRAILER SO A
      *    TRANSMISSION HAS AN IDENTITY: H + FEED DATE + SEQUENCE,
      *    ONE D RECORD PER ACCOUNT, T + RECORD COUNT + DOLLARS.
      *    THE HEADER ALSO NAMES THE SITE THE FEED CAME FROM (387);
      *    A BLANK FACILITY IS A SITE STILL ON THE OLD HEADER.
       FD  FEEDIN.
       01  FEEDIN01.
           02 FEED-TYPE PIC X.
           02 FILLER PIC X.
           02 FH-DATE PIC X(8).
           02 FH-SEQ PIC X(4).
           02 FH-FACILITY PIC XXX.
           02 FILLER PIC X(15).
       01  FEEDIN03 REDEFINES FEEDIN01.
           02 FILLER PIC X.
           02 FDT-ACCT PIC X(8).
           02 XMIT-COUNT PIC 9(7).
           02 XMIT-TOTAL PIC 9(9)V99.
           02 XMIT-LOADED PIC X(8).
           02 XMIT-FACILITY PIC XXX.
           02 XMIT-FUTURE PIC X(5).

      *    EACH ACCOUNT GOES TO 250 WITH THE FEED'S FACILITY BEHIND
      *    IT, FOR 250 TO STAMP ON THE ACCOUNT'S CHARGES.
       FD  WORK249.
       01  WORK24901 PIC X(8).
       01  WORK24902.
           02 FILLER PIC X(8).
           02 WORK249-FAC PIC XXX.

      *    FACILITY MASTER (387) - ONE RECORD PER HOSPITAL SITE WE
      *    BILL FOR.  THE FEED HEADER NAMES THE SITE (276), 250
      *    STAMPS IT ON EVERY CHARGE, AND 255 BILLS THE CLAIM UNDER
      *    THE SITE'S NPI, BILLING PROVIDER NUMBER AND TAX ID.
       FD  FACFILE
           DATA RECORD IS FACFILE01.
       01  FACFILE01.
           02 FAC-KEY PIC XXX.
           02 FAC-NAME PIC X(30).
           02 FAC-STREET PIC X(24).
           02 FAC-CITY PIC X(15).
           02 FAC-STATE PIC XX.
           02 FAC-ZIP PIC X(9).
           02 FAC-NPI PIC X(10).
           02 FAC-PRVNUM PIC X(10).
           02 FAC-TAXID PIC X(9).
           02 FAC-ACTIVE PIC X.
           02 FAC-OPERATOR PIC X(10).
           02 FAC-DATE-E PIC X(8).
           02 FAC-FUTURE PIC X(8).

       WORKING-STORAGE SECTION.
       01  TODAY-6 PIC 9(6).
       01  TRL-SEEN PIC X VALUE "N".
       01  ABORT-FLAG PIC 9 VALUE 0.
       01  CNT-DETAIL PIC 9(7) VALUE 0.
       01  FEED-FAC PIC XXX VALUE SPACE.

      *
      *    THE SAME TRANSMISSION LOADED TWICE USED TO MEAN EVERY
           OPEN INPUT FEEDIN.
           OPEN I-O XMITFILE.
           OPEN OUTPUT WORK249.
           OPEN INPUT FACFILE.
           ACCEPT TODAY-6 FROM DATE.
           MOVE "20" TO TODAY-8(1:2).
           MOVE TODAY-6(1:2) TO TODAY-8(3:2).
               MOVE 1 TO ABORT-FLAG
               GO TO P8
           END-READ
      *    A FEED FROM A SITE NOT ON THE FACILITY MASTER, OR ONE WE
      *    NO LONGER BILL FOR, WOULD POST CHARGES NOBODY CAN CLAIM.
           MOVE FH-FACILITY TO FEED-FAC
           IF FEED-FAC NOT = SPACE
               MOVE FEED-FAC TO FAC-KEY
               READ FACFILE
                 INVALID
                   DISPLAY "FACILITY " FEED-FAC
                     " IS NOT ON THE FACILITY MASTER - FEED REFUSED"
                   MOVE 1 TO ABORT-FLAG
                   GO TO P8
               END-READ
               IF FAC-ACTIVE NOT = "Y"
                   DISPLAY "FACILITY " FEED-FAC
                     " IS INACTIVE - FEED REFUSED"
                   MOVE 1 TO ABORT-FLAG
                   GO TO P8
               END-IF
           END-IF
           GO TO P1.

       P3.
               MOVE 1 TO ABORT-FLAG
               GO TO P8
           END-IF
           MOVE SPACE TO WORK24902
           MOVE FDT-ACCT TO WORK24901
           MOVE FEED-FAC TO WORK249-FAC
           WRITE WORK24902
           ADD 1 TO CNT-DETAIL
           GO TO P1.

      *    THE FEED IS WHOLE AND NEW - REGISTER IT SO A RELOAD OF
      *    THE SAME TRANSMISSION IS REFUSED FROM NOW ON.
           MOVE SPACE TO XMIT-FUTURE
           MOVE FEED-FAC TO XMIT-FACILITY
           MOVE FT-COUNT TO XMIT-COUNT
           MOVE FT-TOTAL TO XMIT-TOTAL
           MOVE TODAY-8 TO XMIT-LOADED

           DISPLAY "===== rrr276 FEED TRANSMISSION REGISTRY =====".
           DISPLAY "FEED .................. " XMIT-DATE "/" XMIT-SEQ.
           DISPLAY "FACILITY .............. " FEED-FAC.
           DISPLAY "ACCOUNTS PASSED ON .... " CNT-DETAIL.
           CLOSE FEEDIN XMITFILE WORK249 FACFILE.
           IF ABORT-FLAG = 1
               DISPLAY "FEED REFUSED - 261/250 MUST NOT RUN"
               MOVE 8 TO RETURN-CODE
