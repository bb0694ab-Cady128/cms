       FILE-CONTROL.
           SELECT GARFILE ASSIGN TO "S40" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
           ALTERNATE RECORD KEY IS G-ACCT WITH DUPLICATES
           ALTERNATE RECORD KEY IS G-PRINS WITH DUPLICATES
           ALTERNATE RECORD KEY IS G-SEINS WITH DUPLICATES.
           SELECT INSFILE ASSIGN TO "S85" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS INS-KEY
           ALTERNATE RECORD KEY IS INS-NAME WITH DUPLICATES
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL OPRSESS ASSIGN TO "S20"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL ACCLOG ASSIGN TO "S21"
           ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           02 G-PRIVATE PIC X.
           02 G-BILLCYCLE PIC X.
           02 G-DELETE PIC X.
           02 G-BADADDR PIC X.
      *    Y = A CHECK FROM THIS ACCOUNT CAME BACK UNPAID (386) -
      *    THE FRONT DESK (271) TAKES CASH OR A MONEY ORDER ONLY.
           02 G-NOCHECK PIC X.
           02 G-FILLER PIC X.
           02 G-ACCT PIC X(8).
           02 G-PRGRPNAME PIC X(15).
           02 G-SEGRPNAME PIC X(15).
           02 INS-LASTDATE PIC X(8).
           02 INS-CAID PIC XXX.
           02 INS-REFWARN PIC X.
           02 INS-FILELIMIT PIC 999.
           02 INS-CLASS PIC X.
           02 INS-XOVER PIC X.
           02 INS-FUTURE PIC X(3).

      *    ONE LINE PER FIELD CHANGED, BEFORE AND AFTER, SO WHEN A
      *    STATEMENT GOES TO A WRONG ADDRESS THE TRAIL SAYS WHO
       01  OPRSESS01.
           02 OPS-ID PIC X(10).

      *    ACCOUNT ACCESS LOG - ONE LINE EVERY TIME AN ACCOUNT IS
      *    BROUGHT UP ON AN INQUIRY OR MAINTENANCE SCREEN.  SHARED
      *    BY EVERY PROGRAM ON THE 355 MENU THAT SHOWS AN ACCOUNT;
      *    376 REPORTS FROM IT.
       FD  ACCLOG.
       01  ACCLOG01.
           02 AL-OPERATOR PIC X(10).
           02 AL-PROGRAM PIC X(6).
           02 AL-GARNO PIC X(8).
           02 AL-PATNO PIC X(8).
           02 AL-DATE PIC X(8).
           02 AL-TIME PIC X(8).

       WORKING-STORAGE SECTION.
       01  ACC-GARNO PIC X(8).
       01  ACC-PATNO PIC X(8).
       01  ACC-DATE6 PIC 9(6).
       01  ANS PIC X.
       01  OPERATOR-WS PIC X(10).
       01  GARNO-IN PIC X(8).
       01  FLD-NAME PIC X(10).
       01  INS-OK PIC X.
       01  CHANGED PIC 9.
       01  ADDR-CHANGED PIC 9.
       01  CNT-CHANGED PIC 9(7) VALUE 0.

      *
                   GO TO P0
               END-READ
           END-READ
           MOVE G-GARNO TO ACC-GARNO
           PERFORM LOG-ACCESS
           DISPLAY G-GARNO " " G-GARNAME.
           DISPLAY "ADDRESS ..... " G-STREET.
           DISPLAY "BILL ADDR ... " G-BILLADD.
           DISPLAY "            " G-CITY " " G-STATE " " G-ZIP.
           DISPLAY "PHONE ....... " G-PHONE.
           IF G-BADADDR = "Y"
               DISPLAY "*** MAIL RETURNED - ADDRESS ON FILE IS BAD ***"
           END-IF
           IF G-NOCHECK = "Y"
               DISPLAY "*** CHECKS NOT ACCEPTED - RETURNED CHECK ***"
           END-IF
           DISPLAY "PRIMARY ..... " G-PRINS " POL " G-PRIPOL
             " GRP " G-PR-GROUP.
           DISPLAY "SECONDARY ... " G-SEINS " POL " G-SECPOL
             " GRP " G-SE-GROUP.
           MOVE 0 TO CHANGED ADDR-CHANGED

           MOVE "G-STREET" TO FLD-NAME
           MOVE G-STREET TO FLD-OLD
           PERFORM GET-FIELD THRU GET-FIELD-EXIT
           IF FLD-IN NOT = SPACE MOVE FLD-IN TO G-STREET
               MOVE 1 TO ADDR-CHANGED.

           MOVE "G-BILLADD" TO FLD-NAME
           MOVE G-BILLADD TO FLD-OLD
           MOVE "G-CITY" TO FLD-NAME
           MOVE G-CITY TO FLD-OLD
           PERFORM GET-FIELD THRU GET-FIELD-EXIT
           IF FLD-IN NOT = SPACE MOVE FLD-IN TO G-CITY
               MOVE 1 TO ADDR-CHANGED.

           MOVE "G-STATE" TO FLD-NAME
           MOVE G-STATE TO FLD-OLD
           PERFORM GET-FIELD THRU GET-FIELD-EXIT
           IF FLD-IN NOT = SPACE MOVE FLD-IN TO G-STATE
               MOVE 1 TO ADDR-CHANGED.

           MOVE "G-ZIP" TO FLD-NAME
           MOVE G-ZIP TO FLD-OLD
           PERFORM GET-FIELD THRU GET-FIELD-EXIT
           IF FLD-IN NOT = SPACE MOVE FLD-IN TO G-ZIP
               MOVE 1 TO ADDR-CHANGED.

           MOVE "G-PHONE" TO FLD-NAME
           MOVE G-PHONE TO FLD-OLD
           PERFORM GET-FIELD THRU GET-FIELD-EXIT
           IF FLD-IN NOT = SPACE MOVE FLD-IN TO G-SENAME.

      *    THE RETURNED-CHECK FLAG 386 SETS - N LIFTS IT ONCE THE
      *    ACCOUNT HAS MADE GOOD.
           MOVE "G-NOCHECK" TO FLD-NAME
           MOVE G-NOCHECK TO FLD-OLD
           PERFORM GET-FLAG THRU GET-FLAG-EXIT
           IF FLD-IN NOT = SPACE MOVE FLD-IN TO G-NOCHECK.

      *    A NEW ADDRESS CLEARS THE RETURNED-MAIL FLAG SO 253 AND
      *    257 PICK THE ACCOUNT BACK UP - LOGGED LIKE ANY FIELD.
           IF ADDR-CHANGED = 1 AND G-BADADDR = "Y"
               MOVE "G-BADADDR" TO FLD-NAME
               MOVE "Y" TO FLD-OLD
               MOVE SPACE TO FLD-IN G-BADADDR
               PERFORM WRITE-AUDIT
           END-IF

           IF CHANGED = 0
               DISPLAY "NO CHANGES"
               GO TO P0
       GET-PAYER-EXIT.
           EXIT.

       GET-FLAG.
           DISPLAY FLD-NAME " IS " FLD-OLD
             "  (Y = NO CHECKS, N = CHECKS OK, BLANK = NO CHANGE)".
           ACCEPT FLD-IN.
           IF FLD-IN = SPACE
               GO TO GET-FLAG-EXIT
           END-IF
           IF FLD-IN NOT = "Y" AND FLD-IN NOT = "N"
               GO TO GET-FLAG
           END-IF
           PERFORM WRITE-AUDIT.
       GET-FLAG-EXIT.
           EXIT.

       WRITE-AUDIT.
           MOVE OPERATOR-WS TO GA-OPERATOR
           ACCEPT GA-DATE FROM DATE
           WRITE GARAUD01
           MOVE 1 TO CHANGED.

      *    EVERY ACCOUNT BROUGHT UP HERE IS LOGGED FOR THE 376
      *    ACCESS REPORT.  THE LOG IS OPENED AND CLOSED ROUND EACH
      *    LINE SO EVERY DESK CAN APPEND TO IT AT ONCE.
       LOG-ACCESS.
           OPEN EXTEND ACCLOG
           MOVE SPACE TO ACCLOG01
           MOVE OPERATOR-WS TO AL-OPERATOR
           MOVE "rrr351" TO AL-PROGRAM
           MOVE ACC-GARNO TO AL-GARNO
           MOVE ACC-PATNO TO AL-PATNO
           ACCEPT ACC-DATE6 FROM DATE
           MOVE "20" TO AL-DATE(1:2)
           MOVE ACC-DATE6 TO AL-DATE(3:6)
           ACCEPT AL-TIME FROM TIME
           WRITE ACCLOG01
           CLOSE ACCLOG
           MOVE SPACE TO ACC-PATNO.

       P9.
           DISPLAY "GUARANTORS UPDATED .... " CNT-CHANGED.
           CLOSE GARFILE INSFILE GARAUD.
