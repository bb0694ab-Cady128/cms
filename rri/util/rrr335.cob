       FILE-CONTROL.
           SELECT CHARCUR ASSIGN TO "S50" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS CHARCUR-KEY
           ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
           ALTERNATE RECORD KEY IS CC-CLAIM WITH DUPLICATES.
           SELECT PAYCUR ASSIGN TO "S55" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS PAYCUR-KEY
           ALTERNATE RECORD KEY IS PC-CLAIM WITH DUPLICATES.
           SELECT HISFILE ASSIGN TO "S70" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS HISFILE-KEY
           ALTERNATE RECORD KEY IS HS-CLAIM WITH DUPLICATES.
           SELECT OPTIONAL PARMFILE ASSIGN TO "S65"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL FACFILE ASSIGN TO "S75"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS FAC-KEY.

       DATA DIVISION.
       FILE SECTION.
           02 CC-MOD2 PIC XX.
           02 CC-MOD3 PIC XX.
           02 CC-MOD4 PIC XX.
           02 CC-AMOUNT PIC S9(7)V99.
           02 CC-DOCR PIC X(3).
           02 CC-DOCP PIC X(2).
           02 CC-PAYCODE PIC XXX.
           02 CC-DX4 PIC X(7).
           02 CC-DX5 PIC X(7).
           02 CC-DX6 PIC X(7).
           02 CC-FACILITY PIC XXX.
           02 CC-FUTURE PIC XXX.

       FD  PAYCUR
      *    BLOCK CONTAINS 3 RECORDS
           02 PAYCUR-KEY.
             03 PC-KEY8 PIC X(8).
             03 PC-KEY3 PIC XXX.
           02 PC-AMOUNT PIC S9(7)V99.
           02 PC-PAYCODE PIC XXX.
           02 PC-DENIAL PIC XX.
           02 PC-CLAIM PIC X(8).
           02 HS-MOD2 PIC XX.
           02 HS-MOD3 PIC XX.
           02 HS-MOD4 PIC XX.
           02 HS-AMOUNT PIC X(9).
           02 HS-DOCR PIC X(3).
           02 HS-DOCP PIC X(2).
           02 HS-PAYCODE PIC XXX.
           02 HS-NEIC-ASSIGN PIC X.
           02 HS-FUTURE PIC X(6).

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

      *    AS-OF DATE YYYYMMDD, THEN A FACILITY CODE IN COLUMNS
      *    10-12: BLANK AGES EVERY SITE TOGETHER, A CODE AGES THAT
      *    SITE ALONE, ALL ADDS EACH SITE'S AGING AFTER THE TOTALS.
       FD  PARMFILE.
       01  PARMFILE01.
           02 PARM-DATE PIC X(8).
           02 FILLER PIC X.
           02 PARM-FAC PIC XXX.

       WORKING-STORAGE SECTION.
       01  AS-OF-DATE PIC 9(8).
       01  RPT-FAC PIC XXX VALUE SPACE.
       01  TODAY-6 PIC 9(6).
       01  CHARGE-DATE PIC 9(8).
       01  AS-OF-INT PIC S9(9).
           02 CLM-ENTRY OCCURS 990 TIMES.
             03 CT-CLAIM PIC X(8).
             03 CT-IDX PIC 9.
             03 CT-FX PIC 99.
       01  CLM-MAX PIC 999 VALUE 0.
       01  CLM-X PIC 999.
       01  CLM-HIT PIC X.
       01  HOLD-KEY8 PIC X(8) VALUE SPACE.
      *    THE SAME BUCKETS SITE BY SITE WHEN THE PARM SAYS ALL.  FX
      *    IS THE CHARGE'S ROW, 0 WHEN THE SITES ARE NOT BROKEN OUT.
      *    ROWS 1-50 ARE SITES ON THE MASTER; ROW 51 TAKES ANY CODE
      *    THE MASTER DOES NOT KNOW AND ROW 52 ANY SITE PAST THE
      *    FIFTIETH, SO THE ROWS STILL ADD UP TO THE TOTAL.
       01  FA-TAB.
           02 FA-ENTRY OCCURS 52 TIMES.
             03 FA-CODE PIC XXX.
             03 FA-BKT OCCURS 4 TIMES.
               04 FA-COUNT PIC 9(6).
               04 FA-BAL PIC S9(7)V99.
               04 FA-CASH PIC S9(7)V99.
               04 FA-ADJ PIC S9(7)V99.
       01  FA-MAX PIC 99 VALUE 0.
       01  FX PIC 99.
       01  FA-X PIC 99.
       01  FAC-OK PIC X.
       01  FAC-CODE-ED PIC XXX.
       01  FAC-NM-USED PIC X VALUE "N".
       01  FAC-OT-USED PIC X VALUE "N".

      *
       PROCEDURE DIVISION.
       P0.
           OPEN INPUT CHARCUR PAYCUR HISFILE PARMFILE FACFILE.
           INITIALIZE AGE-TAB FA-TAB.
           MOVE LOW-VALUE TO FA-CODE(51)
           MOVE HIGH-VALUE TO FA-CODE(52).
           READ PARMFILE
             AT END
               ACCEPT TODAY-6 FROM DATE
               MOVE TODAY-6(1:2) TO AS-OF-DATE(3:2)
               MOVE TODAY-6(3:2) TO AS-OF-DATE(5:2)
               MOVE TODAY-6(5:2) TO AS-OF-DATE(7:2)
               MOVE "20" TO AS-OF-DATE(1:2)
             NOT AT END
               MOVE PARM-DATE TO AS-OF-DATE
               MOVE PARM-FAC TO RPT-FAC
           END-READ
           CLOSE PARMFILE.
           COMPUTE AS-OF-INT = FUNCTION INTEGER-OF-DATE(AS-OF-DATE).
               MOVE 0 TO CLM-MAX
           END-IF

      *    A CHARGE FROM A SITE THE RUN LEAVES OUT NEVER REACHES
      *    THE CLAIM MAP, SO ITS PAYMENTS STAY OUT OF THE NET TOO.
           PERFORM FAC-PICK THRU FAC-PICK-EXIT
           IF FAC-OK = "N"
               GO TO R1
           END-IF

           PERFORM R2.

           IF CHARGE-DATE NOT NUMERIC OR CHARGE-DATE = 0

           IF AGE-DAYS <= 30
               MOVE 1 TO AGE-IDX
           ELSE
             IF AGE-DAYS <= 60
               MOVE 2 TO AGE-IDX
             ELSE
               IF AGE-DAYS <= 90
                 MOVE 3 TO AGE-IDX
               ELSE
                 MOVE 4 TO AGE-IDX
               END-IF
             END-IF
           END-IF

           ADD 1 TO AGE-COUNT(AGE-IDX)
           IF FX > 0
               ADD 1 TO FA-COUNT(FX, AGE-IDX)
           END-IF
      *    ONLY A CLAIM WHOSE CHARGES COUNT IN THE GROSS MAY TAKE
      *    PAYMENTS IN THE NET - BUCKETING MONEY AGAINST CHARGES
      *    THE GROSS NEVER HELD WOULD DRIVE THE NET NEGATIVE.
           IF CC-ASSIGN NOT = "A"
               ADD CC-AMOUNT TO AGE-BAL(AGE-IDX)
               IF FX > 0
                   ADD CC-AMOUNT TO FA-BAL(FX, AGE-IDX)
               END-IF
               PERFORM R3 THRU R3-EXIT
           END-IF
           GO TO R1.
               ADD 1 TO CLM-MAX
               MOVE CC-CLAIM TO CT-CLAIM(CLM-MAX)
               MOVE AGE-IDX TO CT-IDX(CLM-MAX)
               MOVE FX TO CT-FX(CLM-MAX)
           END-IF.
       R3-EXIT.
           EXIT.
             IF CT-CLAIM(CLM-X) = PC-CLAIM
               MOVE "Y" TO CLM-HIT
               IF PC-TRANTYPE = "C" OR PC-TRANTYPE = SPACE
                 OR PC-TRANTYPE = "N"
                 ADD PC-AMOUNT TO AGE-CASH(CT-IDX(CLM-X))
                 IF CT-FX(CLM-X) > 0
                   ADD PC-AMOUNT
                     TO FA-CASH(CT-FX(CLM-X), CT-IDX(CLM-X))
                 END-IF
               ELSE
                 ADD PC-AMOUNT TO AGE-ADJ(CT-IDX(CLM-X))
                 IF CT-FX(CLM-X) > 0
                   ADD PC-AMOUNT
                     TO FA-ADJ(CT-FX(CLM-X), CT-IDX(CLM-X))
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           END-IF
           DISPLAY "===== rrr335 ACCOUNTS RECEIVABLE AGING REPORT =====".
           DISPLAY "AS OF " AS-OF-DATE.
           IF RPT-FAC NOT = SPACE AND RPT-FAC NOT = "ALL"
               MOVE RPT-FAC TO FAC-KEY
               PERFORM FAC-HEAD
           END-IF
           PERFORM R9-TOTAL.
      *    EACH SITE'S ROW IS LOADED INTO AGE-TAB IN TURN AND
      *    PRINTED THROUGH THE SAME BUCKET LINES.
           IF RPT-FAC = "ALL"
               PERFORM R9-FAC VARYING FX FROM 1 BY 1
                 UNTIL FX > FA-MAX
               IF FAC-NM-USED = "Y"
                   MOVE 51 TO FX
                   PERFORM R9-FAC
               END-IF
               IF FAC-OT-USED = "Y"
                   MOVE 52 TO FX
                   PERFORM R9-FAC
               END-IF
           END-IF

           CLOSE CHARCUR PAYCUR HISFILE FACFILE.
           STOP RUN.

       R9-TOTAL.
           MOVE 0 TO GRAND-COUNT GRAND-BAL GRAND-CASH GRAND-ADJ
           PERFORM R9-BUCKET VARYING AGE-IDX FROM 1 BY 1
             UNTIL AGE-IDX > 4
             "  ADJ ... " GRAND-ADJ
             "  NET ... " NET-BAL.

       R9-FAC.
           DISPLAY " ".
           MOVE FA-CODE(FX) TO FAC-KEY
           PERFORM FAC-HEAD
           PERFORM R9-FAC-LOAD VARYING AGE-IDX FROM 1 BY 1
             UNTIL AGE-IDX > 4
           PERFORM R9-TOTAL.

       R9-FAC-LOAD.
           MOVE FA-BKT(FX, AGE-IDX) TO AGE-ENTRY(AGE-IDX).

       FAC-HEAD.
           MOVE FAC-KEY TO FAC-CODE-ED
           IF FAC-KEY = SPACE
               MOVE "NO FACILITY ON THE CHARGE" TO FAC-NAME
           ELSE
             IF FAC-KEY = LOW-VALUE
               MOVE SPACE TO FAC-CODE-ED
               MOVE "NOT ON THE FACILITY MASTER" TO FAC-NAME
             ELSE
               IF FAC-KEY = HIGH-VALUE
                 MOVE SPACE TO FAC-CODE-ED
                 MOVE "OTHER - PAST 50 FACILITIES" TO FAC-NAME
               ELSE
                 READ FACFILE
                   INVALID
                     MOVE "** NOT ON FACILITY MASTER **" TO FAC-NAME
                 END-READ
               END-IF
             END-IF
           END-IF
           DISPLAY "FACILITY " FAC-CODE-ED " " FAC-NAME.

      *    RPT-FAC BLANK TAKES EVERY CHARGE; A FACILITY CODE TAKES
      *    ONLY THAT SITE'S CHARGES; ALL TAKES EVERY CHARGE AND SETS
      *    FX TO ITS SITE'S ROW IN FA-TAB.
       FAC-PICK.
           MOVE "Y" TO FAC-OK
           MOVE 0 TO FX
           IF RPT-FAC = SPACE
               GO TO FAC-PICK-EXIT
           END-IF
           IF RPT-FAC NOT = "ALL"
               IF CC-FACILITY NOT = RPT-FAC
                   MOVE "N" TO FAC-OK
               END-IF
               GO TO FAC-PICK-EXIT
           END-IF
           PERFORM FAC-PICK-LOOK VARYING FA-X FROM 1 BY 1
             UNTIL FA-X > FA-MAX OR FX > 0
           IF FX > 0
               GO TO FAC-PICK-EXIT
           END-IF
           IF CC-FACILITY NOT = SPACE
               MOVE CC-FACILITY TO FAC-KEY
               READ FACFILE
                 INVALID
                   MOVE 51 TO FX
                   MOVE "Y" TO FAC-NM-USED
                   GO TO FAC-PICK-EXIT
               END-READ
           END-IF
           IF FA-MAX = 50
               MOVE 52 TO FX
               MOVE "Y" TO FAC-OT-USED
               GO TO FAC-PICK-EXIT
           END-IF
           ADD 1 TO FA-MAX
           MOVE FA-MAX TO FX
           MOVE CC-FACILITY TO FA-CODE(FX).
       FAC-PICK-EXIT.
           EXIT.

       FAC-PICK-LOOK.
           IF FA-CODE(FA-X) = CC-FACILITY
               MOVE FA-X TO FX
           END-IF.

       R9-BUCKET.
           COMPUTE NET-BAL = AGE-BAL(AGE-IDX) + AGE-CASH(AGE-IDX)
