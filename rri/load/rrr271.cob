           SELECT GARFILE ASSIGN TO "S35" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
             ALTERNATE RECORD KEY IS G-ACCT WITH DUPLICATES
             ALTERNATE RECORD KEY IS G-PRINS WITH DUPLICATES
             ALTERNATE RECORD KEY IS G-SEINS WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT PAYFILE ASSIGN TO "S40" ORGANIZATION IS INDEXED
           SELECT CHARCUR ASSIGN TO "S50" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CHARCUR-KEY
             ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
             ALTERNATE RECORD KEY IS CC-CLAIM WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT PAYCUR ASSIGN TO "S55" ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC RECORD KEY IS PAYCUR-KEY
             ALTERNATE RECORD KEY IS PC-CLAIM WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT OPTIONAL RCPTCTL ASSIGN TO "S70"
           02 CC-MOD2 PIC XX.
           02 CC-MOD3 PIC XX.
           02 CC-MOD4 PIC XX.
           02 CC-AMOUNT PIC S9(7)V99.
           02 CC-DOCR PIC X(3).
           02 CC-DOCP PIC X(2).
           02 CC-PAYCODE PIC XXX.
             03 PD-KEY8 PIC X(8).
             03 PD-KEY3 PIC XXX.
           02 PD-NAME PIC X(24).
           02 PD-AMOUNT PIC S9(7)V99.
           02 PD-PAYCODE PIC XXX.
           02 PD-DENIAL PIC XX.
           02 PD-CLAIM PIC X(8).
           02 PAYCUR-KEY.
             03 PC-KEY8 PIC X(8).
             03 PC-KEY3 PIC XXX.
           02 PC-AMOUNT PIC S9(7)V99.
           02 PC-PAYCODE PIC XXX.
           02 PC-DENIAL PIC XX.
           02 PC-CLAIM PIC X(8).
           02 G-PRIVATE PIC X.
           02 G-BILLCYCLE PIC X.
           02 G-DELETE PIC X.
           02 G-BADADDR PIC X.
      *    Y = A CHECK FROM THIS ACCOUNT CAME BACK UNPAID (386).
           02 G-NOCHECK PIC X.
           02 G-FILLER PIC X.
           02 G-ACCT PIC X(8).
           02 G-PRGRPNAME PIC X(15).
           02 G-SEGRPNAME PIC X(15).
               END-READ
           END-READ
           DISPLAY G-GARNO " " G-GARNAME.
           IF G-NOCHECK = "Y"
               DISPLAY "*** CHECKS NOT ACCEPTED - A CHECK FROM THIS"
                 " ACCOUNT WAS RETURNED UNPAID ***"
           END-IF

      *    SHOW THE OPEN CLAIMS SO THE CLERK CAN PICK ONE.
           MOVE G-GARNO TO CC-KEY8
           IF AMOUNT-IN-N = 0
               DISPLAY "AMOUNT CANNOT BE ZERO"
               GO TO P2-AMT
           END-IF.
       P2-CHECK.
           DISPLAY "CHECK NUMBER (BLANK FOR CASH)".
           ACCEPT CHECKNO-IN.
      *    A RETURNED CHECK (386) FLAGS THE ACCOUNT - CASH OR A
      *    MONEY ORDER ONLY UNLESS THE DESK DELIBERATELY OVERRIDES.
           IF CHECKNO-IN NOT = SPACE AND G-NOCHECK = "Y"
               DISPLAY "WARNING - CHECKS ARE NOT ACCEPTED ON THIS"
                 " ACCOUNT.  TAKE THE CHECK ANYWAY - Y/N?"
               ACCEPT ANS
               IF ANS NOT = "Y"
                   GO TO P2-CHECK
               END-IF
           END-IF

           MOVE AMOUNT-IN-N TO NEF-8
           DISPLAY "POST " NEF-8 " TO CLAIM " CLAIM-IN " FOR "
           PERFORM PRINT-RECEIPT THRU PRINT-RECEIPT-EXIT
           GO TO P1.

      *    THE CLAIM IS CONFIRMED BY WALKING THE ACCOUNT'S OWN
      *    CHARGES - A CLAIM NUMBER THAT BELONGS TO ANOTHER
      *    GUARANTOR MUST NOT TAKE THIS PAYMENT.
       FIND-CLAIM.
           MOVE "N" TO CLAIM-FOUND
           MOVE G-GARNO TO CC-KEY8
