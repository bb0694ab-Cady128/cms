           SELECT GARFILE ASSIGN TO "S35" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
             ALTERNATE RECORD KEY IS G-ACCT WITH DUPLICATES
             ALTERNATE RECORD KEY IS G-PRINS WITH DUPLICATES
             ALTERNATE RECORD KEY IS G-SEINS WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT CHARCUR ASSIGN TO "S50" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CHARCUR-KEY
             ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
             ALTERNATE RECORD KEY IS CC-CLAIM WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT PAYFILE ASSIGN TO "S40" ORGANIZATION IS INDEXED

           SELECT PAYCUR ASSIGN TO "S55" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS PAYCUR-KEY
             ALTERNATE RECORD KEY IS PC-CLAIM WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT OPTIONAL SLIDFILE ASSIGN TO "S60"
           SELECT TERROLL ASSIGN TO "S95" ORGANIZATION IS LINE
             SEQUENTIAL.

           SELECT OPTIONAL XOVERQ ASSIGN TO "S70"
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC RECORD KEY IS XQ-KEY
             LOCK MODE MANUAL.

           SELECT OPTIONAL PARMFILE ASSIGN TO "S75" ORGANIZATION IS
             LINE SEQUENTIAL.

           SELECT XOVERRPT ASSIGN TO "S92" ORGANIZATION IS LINE
             SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           02 CC-MOD2 PIC XX.
           02 CC-MOD3 PIC XX.
           02 CC-MOD4 PIC XX.
           02 CC-AMOUNT PIC S9(7)V99.
           02 CC-DOCR PIC X(3).
           02 CC-DOCP PIC X(2).
           02 CC-PAYCODE PIC XXX.
           02 PAYCUR-KEY.
             03 PC-KEY8 PIC X(8).
             03 PC-KEY3 PIC XXX.
           02 PC-AMOUNT PIC S9(7)V99.
           02 PC-PAYCODE PIC XXX.
           02 PC-DENIAL PIC XX.
           02 PC-CLAIM PIC X(8).
             03 PD-KEY8 PIC X(8).
             03 PD-KEY3 PIC XXX.
           02 PD-NAME PIC X(24).
           02 PD-AMOUNT PIC S9(7)V99.
           02 PD-PAYCODE PIC XXX.
           02 PD-DENIAL PIC XX.
           02 PD-CLAIM PIC X(8).
           02 INS-LASTDATE PIC X(8).
           02 INS-CAID PIC XXX.
           02 INS-REFWARN PIC X.
           02 INS-FILELIMIT PIC 999.
           02 INS-CLASS PIC X.
           02 INS-XOVER PIC X.
           02 INS-FUTURE PIC X(3).

       FD  MPLRFILE.
       01  MPLRFILE01.
           02 TR-RESIDUAL PIC S9(5)V99.
           02 TR-GARNAME PIC X(24).

      *    ONE RECORD PER CLAIM MOVED TO A CROSSOVER SECONDARY.
      *    STATUS P = WAITING ON THE CROSSOVER, C = THE SECONDARY
      *    PAID (OR NOTHING IS LEFT TO PAY), R = RELEASED TO BE
      *    BILLED DIRECTLY BY 255 AFTER THE WAIT RAN OUT.
       FD  XOVERQ
           DATA RECORD IS XOVERQ01.
       01  XOVERQ01.
           02 XQ-KEY.
             03 XQ-CLAIM PIC X(8).
             03 XQ-PAYCODE PIC XXX.
           02 XQ-GARNO PIC X(8).
           02 XQ-PRI-PAYCODE PIC XXX.
           02 XQ-STATUS PIC X.
           02 XQ-DATE-X PIC X(8).
           02 XQ-DATE-R PIC X(8).
           02 XQ-FUTURE PIC X(8).

       FD  PARMFILE.
       01  PARMFILE01.
           02 PARM-XOVER-DAYS PIC XXX.

       FD  XOVERRPT.
       01  XOVERRPT01 PIC X(132).

       WORKING-STORAGE SECTION.
       01  PHR01.
           02 PHR02 OCCURS 990 TIMES.
             03 PHR-CLAIM PIC X(8).
             03 PHR-PAYCODE PIC XXX.
             03 PHR-AMOUNT PIC S9(7)V99.
             03 PHR-DENIAL PIC XX.
             03 PHR-TRANTYPE PIC X.
       01     PHR PIC 999.
       01     Y PIC 999.
       01     CLAIM-TOT PIC S9(7)V99.
       01  PRI-PAID PIC 9.
       01  SEC-PAID PIC 9.
       01  CNT-GARFILE PIC 9(7) VALUE 0.
       01  TODAY-8 PIC X(8).
       01  CNT-DISCOUNTS PIC 9(7) VALUE 0.
       01  AMT-DISCOUNTS PIC S9(7)V99 VALUE 0.
       01  XOVER-DAYS PIC 999 VALUE 45.
       01  PRI-CLASS PIC X.
       01  DATE-N PIC 9(8).
       01  TODAY-INT PIC S9(9).
       01  XOVER-AGE PIC S9(7).
       01  RPT-LINE PIC X(132).
       01  NEF-9 PIC ZZZ,ZZ9.99-.
       01  NEF-D PIC ZZZ9.
       01  CNT-XOVER PIC 9(7) VALUE 0.
       01  AMT-XOVER PIC S9(7)V99 VALUE 0.
       01  CNT-XOVER-PAID PIC 9(7) VALUE 0.
       01  CNT-XOVER-REL PIC 9(7) VALUE 0.
       01  AMT-XOVER-REL PIC S9(7)V99 VALUE 0.

      *
       PROCEDURE DIVISION.
       P0.
           OPEN INPUT GARFILE INSFILE MPLRFILE SLIDENR SLIDFILE.
           OPEN I-O CHARCUR PAYCUR PAYFILE XOVERQ.
           OPEN OUTPUT SECROLL TERROLL XOVERRPT.
           OPEN EXTEND SLIDREG.
           ACCEPT TODAY-6 FROM DATE.
           MOVE "20" TO TODAY-8(1:2).
           MOVE TODAY-6(1:2) TO TODAY-8(3:2).
           MOVE TODAY-6(3:2) TO TODAY-8(5:2).
           MOVE TODAY-6(5:2) TO TODAY-8(7:2).
           MOVE TODAY-8 TO DATE-N
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(DATE-N).
      *    HOW MANY DAYS A CROSSOVER CLAIM WAITS FOR THE SECONDARY'S
      *    PAYMENT BEFORE IT IS BILLED DIRECTLY - 45 UNLESS THE
      *    PARM FILE SAYS OTHERWISE.
           OPEN INPUT PARMFILE
           READ PARMFILE
             AT END
               CONTINUE
             NOT AT END
               IF PARM-XOVER-DAYS NUMERIC
                   MOVE PARM-XOVER-DAYS TO XOVER-DAYS
               END-IF
           END-READ
           CLOSE PARMFILE.
           MOVE SPACE TO RPT-LINE
           STRING "===== rrr256 CROSSOVER FOLLOW-UP " TODAY-8
             " - RELEASED FOR DIRECT BILLING AFTER " XOVER-DAYS
             " DAYS =====" DELIMITED BY SIZE INTO RPT-LINE
           PERFORM XOVER-OUT
           MOVE "GARNO    NAME                     CLAIM    LINE"
             TO RPT-LINE
           MOVE "PRIMARY SECONDARY WAITING SINCE  DAYS    RESIDUAL"
             TO RPT-LINE(50:50)
           PERFORM XOVER-OUT.

           MOVE LOW-VALUE TO G-GARNO
           START GARFILE KEY NOT < G-GARNO
           MOVE 0 TO SEC-PAID
           MOVE 0 TO W-SEEN
           PERFORM PH3 VARYING Y FROM 1 BY 1 UNTIL Y > PHR
           IF CC-WORK = "03"
               PERFORM XOVER-CHECK THRU XOVER-CHECK-EXIT
           END-IF
           IF SEC-PAID = 0 GO TO R6.
           IF CLAIM-TOT NOT > 0 GO TO R6.
           PERFORM ROLL-CLAIM-TER THRU ROLL-CLAIM-TER-EXIT
       ROLL-CLAIM.
      *     THE PRIMARY HAS PAID AND A RESIDUAL REMAINS - MOVE THE
      *     CHARGE TO THE SECONDARY PAYER AND QUEUE IT FOR BILLING.
           MOVE SPACE TO PRI-CLASS
           MOVE G-PRINS TO INS-KEY
           READ INSFILE
             NOT INVALID
               MOVE INS-CLASS TO PRI-CLASS
           END-READ
           MOVE G-SEINS TO INS-KEY
           READ INSFILE
             INVALID
           MOVE INS-CLAIMTYPE TO CC-PAPER
           MOVE INS-ASSIGN TO CC-ASSIGN
           MOVE INS-NEIC-ASSIGN TO CC-NEIC-ASSIGN
      *     MEDICARE SENDS THE CLAIM ON TO A CROSSOVER SECONDARY BY
      *     ITSELF - A SECOND CLAIM FROM US IS REJECTED AS A
      *     DUPLICATE OR PAID TWICE AND RECOUPED.  THE CHARGE WAITS
      *     IN WORK 03, WHICH 255 NEVER EXTRACTS, UNTIL XOVER-CHECK
      *     SEES THE SECONDARY PAY OR THE WAIT RUN OUT.
           IF PRI-CLASS = "M" AND INS-XOVER = "Y"
               PERFORM XOVER-ADD THRU XOVER-ADD-EXIT
           END-IF
           REWRITE CHARCUR01
             INVALID
               DISPLAY "NO REWRITE ON " CHARCUR-KEY
               GO TO ROLL-CLAIM-EXIT
           END-REWRITE
           IF CC-WORK = "03"
               ADD 1 TO CNT-XOVER
               ADD CLAIM-TOT TO AMT-XOVER
               GO TO ROLL-CLAIM-EXIT
           END-IF
           MOVE G-GARNO TO SR-GARNO
           MOVE CC-CLAIM TO SR-CLAIM
           MOVE G-PRINS TO SR-FROM-PAYCODE
       ROLL-CLAIM-EXIT.
           EXIT.

      *    THE FIRST LINE OF A CLAIM TO ROLL OPENS ITS CROSSOVER
      *    RECORD; THE CLAIM'S OTHER LINES FOLLOW WHATEVER STATE IT
      *    IS IN - A CLAIM ALREADY RELEASED IS BILLED DIRECTLY.
       XOVER-ADD.
           MOVE "03" TO CC-WORK
           MOVE CC-CLAIM TO XQ-CLAIM
           MOVE G-SEINS TO XQ-PAYCODE
           READ XOVERQ
             NOT INVALID
               IF XQ-STATUS = "R"
                   MOVE "01" TO CC-WORK
               END-IF
               GO TO XOVER-ADD-EXIT
           END-READ
           MOVE SPACE TO XOVERQ01
           MOVE CC-CLAIM TO XQ-CLAIM
           MOVE G-SEINS TO XQ-PAYCODE
           MOVE G-GARNO TO XQ-GARNO
           MOVE G-PRINS TO XQ-PRI-PAYCODE
           MOVE "P" TO XQ-STATUS
           MOVE TODAY-8 TO XQ-DATE-X
           WRITE XOVERQ01
             INVALID
               DISPLAY "CANNOT WRITE CROSSOVER RECORD " XQ-KEY
           END-WRITE.
       XOVER-ADD-EXIT.
           EXIT.

      *    A CHARGE WAITING ON A CROSSOVER.  A SECONDARY PAYMENT (OR
      *    NOTHING LEFT OWING) CLOSES THE CROSSOVER AND THE CHARGE
      *    IS BILLED; AFTER XOVER-DAYS WITH NO PAYMENT IT IS PUT
      *    BACK IN WORK 01 FOR 255 TO BILL THE SECONDARY DIRECTLY,
      *    AND LISTED ON THE FOLLOW-UP REPORT.
       XOVER-CHECK.
           MOVE CC-CLAIM TO XQ-CLAIM
           MOVE CC-PAYCODE TO XQ-PAYCODE
           READ XOVERQ
             INVALID
               MOVE SPACE TO XOVERQ01
               MOVE CC-CLAIM TO XQ-CLAIM
               MOVE CC-PAYCODE TO XQ-PAYCODE
               MOVE G-GARNO TO XQ-GARNO
               MOVE G-PRINS TO XQ-PRI-PAYCODE
               MOVE "P" TO XQ-STATUS
               MOVE TODAY-8 TO XQ-DATE-X
               WRITE XOVERQ01
                 INVALID
                   DISPLAY "CANNOT WRITE CROSSOVER RECORD " XQ-KEY
               END-WRITE
               GO TO XOVER-CHECK-EXIT
           END-READ
           IF XQ-STATUS = "P"
               IF SEC-PAID = 1 OR CLAIM-TOT NOT > 0
                   MOVE "C" TO XQ-STATUS
                   ADD 1 TO CNT-XOVER-PAID
               ELSE
                   MOVE 0 TO XOVER-AGE
                   IF XQ-DATE-X NUMERIC
                       MOVE XQ-DATE-X TO DATE-N
                       COMPUTE XOVER-AGE = TODAY-INT
                         - FUNCTION INTEGER-OF-DATE(DATE-N)
                   END-IF
                   IF XOVER-AGE > XOVER-DAYS
                       MOVE "R" TO XQ-STATUS
                   END-IF
               END-IF
               IF XQ-STATUS NOT = "P"
                   MOVE TODAY-8 TO XQ-DATE-R
                   REWRITE XOVERQ01
                     INVALID
                       DISPLAY "CANNOT UPDATE CROSSOVER RECORD "
                         XQ-KEY
                   END-REWRITE
               END-IF
           END-IF
           IF XQ-STATUS = "P"
               GO TO XOVER-CHECK-EXIT
           END-IF
           IF XQ-STATUS = "C"
               MOVE "02" TO CC-WORK
           ELSE
               MOVE "01" TO CC-WORK
           END-IF
           REWRITE CHARCUR01
             INVALID
               DISPLAY "NO REWRITE ON " CHARCUR-KEY
               GO TO XOVER-CHECK-EXIT
           END-REWRITE
           IF CC-WORK = "02"
               GO TO XOVER-CHECK-EXIT
           END-IF
           ADD 1 TO CNT-XOVER-REL
           ADD CLAIM-TOT TO AMT-XOVER-REL
           MOVE SPACE TO RPT-LINE
           STRING G-GARNO " " G-GARNAME " " CC-CLAIM " " CC-KEY3
             DELIMITED BY SIZE INTO RPT-LINE
           MOVE XQ-PRI-PAYCODE TO RPT-LINE(50:3)
           MOVE XQ-PAYCODE TO RPT-LINE(58:3)
           MOVE XQ-DATE-X TO RPT-LINE(68:8)
           MOVE XQ-DATE-X TO DATE-N
           COMPUTE XOVER-AGE = TODAY-INT
             - FUNCTION INTEGER-OF-DATE(DATE-N)
           MOVE XOVER-AGE TO NEF-D
           MOVE NEF-D TO RPT-LINE(83:4)
           MOVE CLAIM-TOT TO NEF-9
           MOVE NEF-9 TO RPT-LINE(88:11)
           PERFORM XOVER-OUT.
       XOVER-CHECK-EXIT.
           EXIT.

       XOVER-OUT.
           WRITE XOVERRPT01 FROM RPT-LINE.

      *    ONLY A REAL SECONDARY PAYMENT TRIPS THE TERTIARY ROLL -
      *    THE SAME DENIAL-MEMO RULE AS THE PRIMARY CASCADE.
       PH3.
           DISPLAY "TABLE OVERFLOWS ....... " CNT-OVERFLOW.
           DISPLAY "SLIDING FEE DISCOUNTS . " CNT-DISCOUNTS
             " AMOUNT ... " AMT-DISCOUNTS.
           DISPLAY "TO CROSSOVER PENDING .. " CNT-XOVER
             " AMOUNT ... " AMT-XOVER.
           DISPLAY "CROSSOVERS PAID ....... " CNT-XOVER-PAID.
           DISPLAY "CROSSOVERS RELEASED ... " CNT-XOVER-REL
             " AMOUNT ... " AMT-XOVER-REL.
           MOVE SPACE TO RPT-LINE
           PERFORM XOVER-OUT
           MOVE AMT-XOVER-REL TO NEF-9
           STRING "LINES RELEASED " CNT-XOVER-REL "   RESIDUAL "
             NEF-9 "   LINES MOVED TO CROSSOVER THIS RUN " CNT-XOVER
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM XOVER-OUT

           CLOSE GARFILE PAYCUR PAYFILE INSFILE MPLRFILE SLIDENR
               SLIDFILE SLIDREG CHARCUR SECROLL TERROLL XOVERQ
               XOVERRPT.
           STOP RUN.
