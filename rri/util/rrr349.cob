       FILE-CONTROL.
           SELECT CHARCUR ASSIGN TO "S50" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS CHARCUR-KEY
           ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
           ALTERNATE RECORD KEY IS CC-CLAIM WITH DUPLICATES.
           SELECT CHGAUD ASSIGN TO "S90"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL OPRSESS ASSIGN TO "S20"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CLMREF ASSIGN TO "S45"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS CR-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL CORRQ ASSIGN TO "S60"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS CQ-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL ACCLOG ASSIGN TO "S21"
           ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           02 CC-MOD2 PIC XX.
           02 CC-MOD3 PIC XX.
           02 CC-MOD4 PIC XX.
           02 CC-AMOUNT PIC S9(7)V99.
           02 CC-DOCR PIC X(3).
           02 CC-DOCP PIC X(2).
           02 CC-PAYCODE PIC XXX.
       01  OPRSESS01.
           02 OPS-ID PIC X(10).

      *    PAYER CLAIM REFERENCES SAVED OFF THE REMITTANCE BY 254.
       FD  CLMREF
           DATA RECORD IS CLMREF01.
       01  CLMREF01.
           02 CR-KEY.
             03 CR-CLAIM PIC X(8).
             03 CR-PAYCODE PIC XXX.
           02 CR-PAYREF PIC X(20).
           02 CR-DATE PIC X(8).
           02 CR-FUTURE PIC X(8).

      *    CORRECTED CLAIMS FOR 255 TO SEND AS A REPLACEMENT
      *    (FREQUENCY 7) OR A VOID (FREQUENCY 8) OF WHAT THE PAYER
      *    ALREADY HAS.  STATUS Q=QUEUED  S=SENT BY 255.
       FD  CORRQ
           DATA RECORD IS CORRQ01.
       01  CORRQ01.
           02 CQ-KEY.
             03 CQ-CLAIM PIC X(8).
             03 CQ-PAYCODE PIC XXX.
           02 CQ-GARNO PIC X(8).
           02 CQ-FREQ PIC X.
           02 CQ-PAYREF PIC X(20).
           02 CQ-STATUS PIC X.
           02 CQ-DATE-Q PIC X(8).
           02 CQ-OPER PIC X(10).
           02 CQ-DATE-S PIC X(8).
           02 CQ-SENT PIC 99.
           02 CQ-FUTURE PIC X(8).

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
       01  KEY-IN PIC X(11).
       01  FLD-NAME PIC X(10).
       01  CHANGED PIC 9.
       01  CNT-CHANGED PIC 9(7) VALUE 0.
       01  CNT-QUEUED PIC 9(7) VALUE 0.
       01  TODAY-6 PIC 9(6).
       01  TODAY-8 PIC X(8).
       01  CORR-FREQ PIC X.
       01  CORR-REF PIC X(20).
       01  REF-IN PIC X(20).
       01  HOLD-KEY PIC X(11).
       01  HOLD-CLAIM PIC X(8).
       01  HOLD-PAYCODE PIC XXX.
       01  CQ-FOUND PIC X.
       01  CNT-LINES PIC 999.

      *
      *    THE SCRUB WORKLIST (268) SAYS WHAT IS WRONG WITH A
      *    CHARGE - THIS IS THE PROGRAM THAT FIXES IT.  ONLY THE
      *    CODING FIELDS CAN BE TOUCHED, NEVER THE AMOUNT.
      *    A CHARGE ALREADY SENT TO ITS PAYER (CC-WORK 02) CANNOT
      *    SIMPLY GO OUT AGAIN - THE PAYER DENIES IT AS A DUPLICATE.
      *    IT IS CORRECTED AS A REPLACEMENT OF THE WHOLE CLAIM, OR
      *    THE CLAIM IS VOIDED, QUOTING THE PAYER'S OWN CLAIM
      *    REFERENCE, AND CORRQ TELLS 255 TO SEND IT THAT WAY.
       PROCEDURE DIVISION.
       P00.
           OPEN I-O CHARCUR CORRQ.
           OPEN INPUT CLMREF.
           ACCEPT TODAY-6 FROM DATE.
           MOVE "20" TO TODAY-8(1:2).
           MOVE TODAY-6(1:2) TO TODAY-8(3:2).
           MOVE TODAY-6(3:2) TO TODAY-8(5:2).
           MOVE TODAY-6(5:2) TO TODAY-8(7:2).
           OPEN EXTEND CHGAUD.
      *    THE SIGN-ON MENU (355) LEAVES THE VERIFIED OPERATOR ID
      *    IN THE SESSION FILE - THE FREE-TYPED INITIALS PROMPT
               DISPLAY "NO CHARGE WITH THAT KEY"
               GO TO P0
           END-READ
           MOVE CC-KEY8 TO ACC-GARNO
           MOVE CC-PATID TO ACC-PATNO
           PERFORM LOG-ACCESS
           GO TO FIX-CHARGE.

      *    THE SEARCH POSITIONS ON THE CC-CLAIM ALTERNATE KEY AND
      *    LISTS EVERY LINE OF THE CLAIM, THEN THE CLERK PICKS ONE
      *    BY KEY.
       FIND-CLAIM.
           DISPLAY "CLAIM NUMBER".
           ACCEPT CLAIM-IN.
           IF CLAIM-IN = SPACE GO TO P0.
           MOVE CLAIM-IN TO CC-CLAIM
           START CHARCUR KEY = CC-CLAIM
             INVALID
               DISPLAY "NO CHARGE ON THAT CLAIM"
               GO TO P0
           END-START.
       FIND-CLAIM-R1.
               GO TO GET-KEY
           END-READ
           IF CC-CLAIM NOT = CLAIM-IN
               GO TO GET-KEY
           END-IF
           DISPLAY "  " CHARCUR-KEY " " CC-PROC " " CC-DATE-T
             " " CC-AMOUNT " WORK " CC-WORK
           GO TO FIND-CLAIM-R1.

       FIX-CHARGE.
           MOVE SPACE TO CORR-FREQ
           IF CC-WORK = "02" AND CC-PAYCODE NOT = "001"
               GO TO CORR-CHARGE
           END-IF
           IF CC-WORK NOT = "01"
               DISPLAY CHARCUR-KEY " IS ALREADY BILLED (WORK "
                 CC-WORK ") - NOT CORRECTABLE HERE"
               GO TO P0
           END-IF.
       FIX-FIELDS.
           DISPLAY "KEY ....... " CHARCUR-KEY "  CLAIM " CC-CLAIM.
           DISPLAY "PROC ...... " CC-PROC "  AMOUNT " CC-AMOUNT.
           DISPLAY "DIAG ...... " CC-DIAG " " CC-DX2 " " CC-DX3
           END-REWRITE
           ADD 1 TO CNT-CHANGED
           DISPLAY CHARCUR-KEY " CORRECTED"
           IF CORR-FREQ NOT = SPACE
               PERFORM QUEUE-CORR THRU QUEUE-CORR-EXIT
           END-IF
           GO TO P0.

      *    THE CLAIM IS ALREADY AT THE PAYER.  THE BILLER SAYS
      *    WHETHER THE CORRECTION REPLACES IT OR VOIDS IT, AND THE
      *    PAYER'S CLAIM REFERENCE IS CONFIRMED BEFORE ANYTHING IS
      *    CHANGED - WITHOUT IT THE PAYER CANNOT MATCH EITHER ONE.
       CORR-CHARGE.
           DISPLAY CHARCUR-KEY " WAS SENT TO PAYER " CC-PAYCODE
             " ON CLAIM " CC-CLAIM.
           DISPLAY "R)EPLACEMENT CLAIM  V)OID CLAIM  X)CANCEL".
           ACCEPT ANS.
           IF ANS = "R"
               MOVE "7" TO CORR-FREQ
           ELSE
               IF ANS = "V"
                   MOVE "8" TO CORR-FREQ
               ELSE
                   GO TO P0
               END-IF
           END-IF
           MOVE CHARCUR-KEY TO HOLD-KEY
           MOVE CC-CLAIM TO HOLD-CLAIM
           MOVE CC-PAYCODE TO HOLD-PAYCODE
           MOVE SPACE TO CORR-REF
           MOVE HOLD-CLAIM TO CQ-CLAIM
           MOVE HOLD-PAYCODE TO CQ-PAYCODE
           READ CORRQ
             INVALID
               MOVE "N" TO CQ-FOUND
             NOT INVALID
               MOVE "Y" TO CQ-FOUND
               MOVE CQ-PAYREF TO CORR-REF
           END-READ
           IF CORR-REF = SPACE
               MOVE HOLD-CLAIM TO CR-CLAIM
               MOVE HOLD-PAYCODE TO CR-PAYCODE
               READ CLMREF
                 NOT INVALID
                   MOVE CR-PAYREF TO CORR-REF
               END-READ
           END-IF
           DISPLAY "PAYER CLAIM REFERENCE " CORR-REF
             " (BLANK = KEEP)".
           ACCEPT REF-IN.
           IF REF-IN NOT = SPACE MOVE REF-IN TO CORR-REF.
           IF CORR-REF = SPACE
               DISPLAY "NO PAYER CLAIM REFERENCE - TAKE IT FROM THE"
                 " EOB.  NOTHING QUEUED"
               GO TO P0
           END-IF
           IF CORR-FREQ = "7"
               GO TO FIX-FIELDS
           END-IF
           DISPLAY "VOID CLAIM " HOLD-CLAIM " WITH PAYER "
             HOLD-PAYCODE " - Y/N?".
           ACCEPT ANS.
           IF ANS NOT = "Y" GO TO P0.
           PERFORM QUEUE-CORR THRU QUEUE-CORR-EXIT
           GO TO P0.

      *    QUEUE THE CLAIM, LOG IT, AND PUT EVERY LINE OF IT FOR
      *    THIS PAYER BACK TO UNBILLED - A REPLACEMENT OR VOID HAS
      *    TO CARRY THE WHOLE CLAIM, NOT JUST THE LINE CHANGED.
       QUEUE-CORR.
           MOVE HOLD-CLAIM TO CQ-CLAIM
           MOVE HOLD-PAYCODE TO CQ-PAYCODE
           IF CQ-FOUND = "N"
               MOVE SPACE TO CORRQ01
               MOVE HOLD-CLAIM TO CQ-CLAIM
               MOVE HOLD-PAYCODE TO CQ-PAYCODE
               MOVE 0 TO CQ-SENT
           END-IF
           MOVE HOLD-KEY(1:8) TO CQ-GARNO
           MOVE CORR-FREQ TO CQ-FREQ
           MOVE CORR-REF TO CQ-PAYREF
           MOVE "Q" TO CQ-STATUS
           MOVE TODAY-8 TO CQ-DATE-Q
           MOVE OPERATOR-WS TO CQ-OPER
           IF CQ-FOUND = "N"
               WRITE CORRQ01
                 INVALID
                   DISPLAY "CANNOT WRITE CORRQ " CQ-KEY
                   GO TO QUEUE-CORR-EXIT
               END-WRITE
           ELSE
               REWRITE CORRQ01
                 INVALID
                   DISPLAY "CANNOT REWRITE CORRQ " CQ-KEY
                   GO TO QUEUE-CORR-EXIT
               END-REWRITE
           END-IF
           MOVE OPERATOR-WS TO CG-OPERATOR
           ACCEPT CG-DATE FROM DATE
           ACCEPT CG-TIME FROM TIME
           MOVE HOLD-KEY TO CG-KEY
           MOVE HOLD-CLAIM TO CG-CLAIM
           MOVE "CLAIM-FREQ" TO CG-FIELD
           MOVE "SENT" TO CG-BEFORE
           MOVE CORR-FREQ TO CG-AFTER
           WRITE CHGAUD01
           MOVE 0 TO CNT-LINES
           MOVE HOLD-CLAIM TO CC-CLAIM
           START CHARCUR KEY = CC-CLAIM
             INVALID
               GO TO QUEUE-CORR-END
           END-START.
       QUEUE-CORR-R1.
           READ CHARCUR NEXT
             AT END
               GO TO QUEUE-CORR-END
           END-READ
           IF CC-CLAIM NOT = HOLD-CLAIM
               GO TO QUEUE-CORR-END
           END-IF
           IF CC-KEY8 NOT = HOLD-KEY(1:8)
             OR CC-PAYCODE NOT = HOLD-PAYCODE
             OR CC-WORK NOT = "02"
               GO TO QUEUE-CORR-R1
           END-IF
           MOVE "01" TO CC-WORK
           MOVE SPACE TO CC-REC-STAT
           REWRITE CHARCUR01
             INVALID
               DISPLAY "CANNOT REWRITE " CHARCUR-KEY
           END-REWRITE
           ADD 1 TO CNT-LINES
           GO TO QUEUE-CORR-R1.
       QUEUE-CORR-END.
           ADD 1 TO CNT-QUEUED
           IF CORR-FREQ = "7"
               DISPLAY "CLAIM " HOLD-CLAIM " QUEUED AS A REPLACEMENT"
                 " (7) - " CNT-LINES " LINES"
           ELSE
               DISPLAY "CLAIM " HOLD-CLAIM " QUEUED AS A VOID (8) - "
                 CNT-LINES " LINES"
           END-IF.
       QUEUE-CORR-EXIT.
           EXIT.

      *    PROMPT ONE FIELD; A CHANGE IS LOGGED BEFORE IT IS MADE.
       GET-FIELD.
           DISPLAY FLD-NAME " IS " FLD-OLD "  (BLANK = NO CHANGE)".
       GET-FIELD-EXIT.
           EXIT.

      *    EVERY ACCOUNT BROUGHT UP HERE IS LOGGED FOR THE 376
      *    ACCESS REPORT.  THE LOG IS OPENED AND CLOSED ROUND EACH
      *    LINE SO EVERY DESK CAN APPEND TO IT AT ONCE.
       LOG-ACCESS.
           OPEN EXTEND ACCLOG
           MOVE SPACE TO ACCLOG01
           MOVE OPERATOR-WS TO AL-OPERATOR
           MOVE "rrr349" TO AL-PROGRAM
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
           DISPLAY "CHARGES CORRECTED ..... " CNT-CHANGED.
           DISPLAY "CLAIMS QUEUED 7/8 ..... " CNT-QUEUED.
           CLOSE CHARCUR CHGAUD CORRQ CLMREF.
           STOP RUN.
