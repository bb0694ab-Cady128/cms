           SELECT GARFILE ASSIGN TO "S35"     ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS G-GARNO
           ALTERNATE RECORD KEY IS G-ACCT WITH DUPLICATES
           ALTERNATE RECORD KEY IS G-PRINS WITH DUPLICATES
           ALTERNATE RECORD KEY IS G-SEINS WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT CHARCUR ASSIGN TO "S40"     ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC  RECORD KEY IS CHARCUR-KEY
           ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
           ALTERNATE RECORD KEY IS CC-CLAIM WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT OPTIONAL HOLDFILE ASSIGN TO "S45"
           ORGANIZATION IS INDEXED
           LINE SEQUENTIAL.
           SELECT PAYCUR ASSIGN TO "S60" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS PAYCUR-KEY
           ALTERNATE RECORD KEY IS PC-CLAIM WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT OPTIONAL PARMFILE ASSIGN TO "S65" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL PLACEFILE ASSIGN TO "S70"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS PLC-KEY
           LOCK MODE MANUAL.

       DATA DIVISION.
       FILE SECTION.
           02 PAYCUR-KEY.
             03 PC-KEY8 PIC X(8).
             03 PC-KEY3 PIC XXX.
           02 PC-AMOUNT PIC S9(7)V99.
           02 PC-PAYCODE PIC XXX.
           02 PC-DENIAL PIC XX.
           02 PC-CLAIM PIC X(8).
           02 CC-MOD2 PIC XX.
           02 CC-MOD3 PIC XX.
           02 CC-MOD4 PIC XX.
           02 CC-AMOUNT PIC S9(7)V99.
           02 CC-DOCR PIC X(3).
           02 CC-DOCP PIC X(2).
           02 CC-PAYCODE PIC XXX.
           02 PL-ZIP PIC X(9).
           02 PL-PHONE PIC X(10).
           02 PL-DOB PIC X(8).
           02 PL-BALANCE PIC S9(7)V99.

       FD  RECLOUT.
       01  RECLOUT01.
       01  PARMFILE01.
           02 PARM-MODE PIC X(4).

      *    ONE RECORD PER AGENCY PLACEMENT (NEI147), KEYED BY GARNO
      *    AND THE DAY IT WENT OUT.  NEI146 ADDS WHAT THE AGENCY
      *    SENDS BACK; A RECALL CLOSES IT WITH THE BALANCE TAKEN
      *    BACK.  STATUS A = WITH THE AGENCY, R = RECALLED.
       FD  PLACEFILE
           DATA RECORD IS PLACEFILE01.
       01  PLACEFILE01.
           02 PLC-KEY.
             03 PLC-GARNO PIC X(8).
             03 PLC-DATE PIC X(8).
           02 PLC-AMOUNT PIC S9(7)V99.
           02 PLC-PAID PIC S9(7)V99.
           02 PLC-DEDUCT PIC S9(7)V99.
           02 PLC-LAST-PAY PIC X(8).
           02 PLC-STATUS PIC X.
           02 PLC-RECALL-DATE PIC X(8).
           02 PLC-RECALL-AMT PIC S9(7)V99.
           02 PLC-FUTURE PIC X(10).

       WORKING-STORAGE SECTION.
       01  RUN-MODE PIC X(4) VALUE "PLAC".
       01  PHR01.
           02 PHR02 OCCURS 990 TIMES.
             03 PHR-CLAIM PIC X(8).
             03 PHR-AMOUNT PIC S9(7)V99.
       01  PHR PIC 999.
       01  Y PIC 999.
       01  CLAIM-TOT PIC S9(7)V99.
       01  BAL-FWD PIC S9(7)V99.
       01  FLAG-CNT PIC 9(5).
       01  NEW-PLACE PIC X.
       01  NEW-AMT PIC S9(7)V99.
       01  PLACED-FLAG PIC X.
       01  PLACED-KEY PIC X(16).
       01  TODAY-6 PIC 9(6).
       01  TODAY-8 PIC X(8).
       01  CNT-PLACED PIC 9(7) VALUE 0.
       01  AMT-PLACED PIC S9(7)V99 VALUE 0.
       01  CNT-RECALLED PIC 9(7) VALUE 0.
               MOVE PARM-MODE TO RUN-MODE
           END-READ
           CLOSE PARMFILE
           ACCEPT TODAY-6 FROM DATE.
           MOVE "20" TO TODAY-8(1:2).
           MOVE TODAY-6(1:2) TO TODAY-8(3:2).
           MOVE TODAY-6(3:2) TO TODAY-8(5:2).
           MOVE TODAY-6(5:2) TO TODAY-8(7:2).
           IF RUN-MODE = "RECL"
               GO TO R0
           END-IF.
      *    THE AGENCY REMITS AGAINST THEM.
       P0.
           OPEN INPUT GARFILE PAYCUR HOLDFILE.
           OPEN I-O CHARCUR PLACEFILE.
           OPEN OUTPUT PLACEOUT.
           MOVE LOW-VALUE TO G-GARNO
           START GARFILE KEY NOT < G-GARNO INVALID GO TO P8.
           ADD 1 TO CNT-PLACED
           ADD BAL-FWD TO AMT-PLACED
           PERFORM F1 THRU F3
           PERFORM PLACE-REC THRU PLACE-REC-EXIT
           GO TO P1.
       P8.
           DISPLAY "===== AGENCY PLACEMENT EXTRACT =====".
           DISPLAY "ACCOUNTS PLACED ....... " CNT-PLACED
             " AMOUNT ... " AMT-PLACED.
           DISPLAY "SKIPPED - ON HOLD ..... " CNT-ON-HOLD.
           CLOSE GARFILE CHARCUR PAYCUR HOLDFILE PLACEOUT PLACEFILE.
           STOP RUN.

      *    LOAD THE ACCOUNT'S PAYMENTS FOR THE CLAIM MATCH.
      *    NET EACH UNASSIGNED CHARGE AGAINST ITS PAYMENTS THE WAY
      *    rrr019 DOES - THE SUM IS THE OPEN PATIENT BALANCE.
       B1.
           MOVE 0 TO BAL-FWD NEW-AMT
           MOVE "N" TO NEW-PLACE
           MOVE G-GARNO TO CC-KEY8
           MOVE "000" TO CC-KEY3.
           MOVE CC-AMOUNT TO CLAIM-TOT
           PERFORM B3 VARYING Y FROM 1 BY 1 UNTIL Y > PHR
           ADD CLAIM-TOT TO BAL-FWD
           IF CC-COLLT NOT = "1" ADD CLAIM-TOT TO NEW-AMT.
           GO TO B2.
       B3.
           IF CC-CLAIM = PHR-CLAIM(Y)
           GO TO F2.
       F3. EXIT.

      *    THE PLACEMENT IS KEPT ON FILE WITH ITS DATE AND AMOUNT SO
      *    NEI149 CAN AGE IT FOR THE COMMISSION RATE AND REPORT WHAT
      *    THE AGENCY RECOVERS.  NEW CHARGES ON AN ACCOUNT ALREADY
      *    OUT WITH THE AGENCY ARE ADDED TO THE OPEN PLACEMENT, NOT
      *    COUNTED AS A SECOND ONE.
       PLACE-REC.
           PERFORM FIND-PLACED THRU FIND-PLACED-EXIT
           IF PLACED-FLAG = "Y"
               ADD NEW-AMT TO PLC-AMOUNT
               REWRITE PLACEFILE01
                 INVALID
                   DISPLAY "CANNOT UPDATE PLACEMENT " PLC-KEY
               END-REWRITE
               GO TO PLACE-REC-EXIT
           END-IF
           MOVE SPACE TO PLACEFILE01
           MOVE G-GARNO TO PLC-GARNO
           MOVE TODAY-8 TO PLC-DATE
           MOVE BAL-FWD TO PLC-AMOUNT
           MOVE 0 TO PLC-PAID PLC-DEDUCT PLC-RECALL-AMT
           MOVE "A" TO PLC-STATUS
           WRITE PLACEFILE01
             INVALID
               DISPLAY "CANNOT WRITE PLACEMENT " PLC-KEY
           END-WRITE.
       PLACE-REC-EXIT.
           EXIT.

      *    THE ACCOUNT'S OPEN PLACEMENT, IF IT HAS ONE - THE LATEST
      *    RECORD STILL AT STATUS A.
       FIND-PLACED.
           MOVE "N" TO PLACED-FLAG
           MOVE G-GARNO TO PLC-GARNO
           MOVE SPACE TO PLC-DATE
           START PLACEFILE KEY NOT < PLC-KEY
             INVALID
               GO TO FIND-PLACED-EXIT
           END-START.
       FIND-PLACED-R1.
           READ PLACEFILE NEXT
             AT END
               GO TO FIND-PLACED-9
           END-READ
           IF PLC-GARNO NOT = G-GARNO
               GO TO FIND-PLACED-9
           END-IF
           IF PLC-STATUS = "A"
               MOVE "Y" TO PLACED-FLAG
               MOVE PLC-KEY TO PLACED-KEY
           END-IF
           GO TO FIND-PLACED-R1.
       FIND-PLACED-9.
           IF PLACED-FLAG = "Y"
               MOVE PLACED-KEY TO PLC-KEY
               READ PLACEFILE
                 INVALID
                   MOVE "N" TO PLACED-FLAG
               END-READ
           END-IF.
       FIND-PLACED-EXIT.
           EXIT.

      *    RECALL - CLEAR THE AGENCY FLAG ON EVERY GARNO LISTED SO
      *    THE AGENCY STOPS WORKING ACCOUNTS WE HAVE TAKEN BACK.
      *    THE LIST IS NORMALLY NEI149'S RECALL CANDIDATES.  THE
      *    OPEN PLACEMENT IS CLOSED WITH THE BALANCE TAKEN BACK.
       R0.
           OPEN INPUT FILEIN GARFILE PAYCUR.
           OPEN I-O CHARCUR PLACEFILE.
           OPEN OUTPUT RECLOUT.
       R1.
           READ FILEIN AT END GO TO R8.
               ADD 1 TO CNT-BAD
               GO TO R1
           END-READ
           PERFORM RECALL-REC THRU RECALL-REC-EXIT
           MOVE 0 TO FLAG-CNT
           MOVE G-GARNO TO CC-KEY8
           MOVE "000" TO CC-KEY3.
           DISPLAY "===== AGENCY RECALL NOTICES =====".
           DISPLAY "ACCOUNTS RECALLED ..... " CNT-RECALLED.
           DISPLAY "BAD GARNOS ............ " CNT-BAD.
           CLOSE FILEIN GARFILE CHARCUR RECLOUT PAYCUR PLACEFILE.
           STOP RUN.

       RECALL-REC.
           PERFORM FIND-PLACED THRU FIND-PLACED-EXIT
           IF PLACED-FLAG NOT = "Y"
               GO TO RECALL-REC-EXIT
           END-IF
           PERFORM S1 THRU S3
           PERFORM B1 THRU B4
           MOVE "R" TO PLC-STATUS
           MOVE TODAY-8 TO PLC-RECALL-DATE
           MOVE BAL-FWD TO PLC-RECALL-AMT
           REWRITE PLACEFILE01
             INVALID
               DISPLAY "CANNOT CLOSE PLACEMENT " PLC-KEY
           END-REWRITE.
       RECALL-REC-EXIT.
           EXIT.
