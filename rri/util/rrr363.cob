      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rrr363.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL UNDWORK ASSIGN TO "S80"
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC RECORD KEY IS UW-KEY
             ALTERNATE RECORD KEY IS UW-CLAIM WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT OPTIONAL OPRSESS ASSIGN TO "S20"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT UNDRPT ASSIGN TO "S90" ORGANIZATION IS LINE
             SEQUENTIAL.


           SELECT OPTIONAL ACCLOG ASSIGN TO "S21"
             ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    THE CONTRACT UNDERPAYMENT WORKLIST 254 BUILDS, ONE RECORD
      *    PER CLAIM AND PAYER.  STATUS: O=OPEN A=APPEALED
      *    R=REBILLED C=ACCEPTED W=WRITTEN OFF P=PAID UP LATER.
       FD  UNDWORK
           DATA RECORD IS UNDWORK01.
       01  UNDWORK01.
           02 UW-KEY.
             03 UW-PAYCODE PIC XXX.
             03 UW-CLAIM PIC X(8).
           02 UW-GARNO PIC X(8).
           02 UW-GARNAME PIC X(24).
           02 UW-DATE-T PIC X(8).
           02 UW-DATE-E PIC X(8).
           02 UW-DATE-P PIC X(8).
           02 UW-EXPECTED PIC S9(7)V99.
           02 UW-PAID PIC S9(7)V99.
           02 UW-VARIANCE PIC S9(7)V99.
           02 UW-STATUS PIC X.
           02 UW-DATE-S PIC X(8).
           02 UW-OPER PIC X(10).
           02 UW-BATCH PIC X(6).
           02 UW-FUTURE PIC X(8).

       FD  OPRSESS.
       01  OPRSESS01.
           02 OPS-ID PIC X(10).

       FD  UNDRPT.
       01  UNDRPT01 PIC X(110).

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
       01  CLAIM-IN PIC X(8).
       01  PAYER-IN PIC XXX.
       01  TODAY-6 PIC 9(6).
       01  TODAY-8 PIC 9(8).
       01  TODAY-INT PIC S9(9).
       01  LISTED-N PIC 9(8).
       01  AGE-DAYS PIC S9(9).
       01  AGE-ED PIC ZZZ9.
       01  AGE-IDX PIC 9.
       01  RPT-LINE PIC X(110).
       01  NEF-11 PIC Z,ZZZ,ZZ9.99CR.
       01  NEF-11B PIC Z,ZZZ,ZZ9.99CR.
       01  NEF-11C PIC Z,ZZZ,ZZ9.99CR.
       01  NEF-12 PIC ZZZ,ZZZ,ZZ9.99CR.
       01  CNT-FOUND PIC 9(5).
       01  HOLD-PAYCODE PIC XXX.
      *    AGE BUCKETS PER PAYER AND FOR THE WHOLE REPORT:
      *    1=0-30  2=31-60  3=61-90  4=OVER 90 DAYS SINCE LISTED.
       01  PY-TAB.
           02 PY-ENTRY OCCURS 4 TIMES.
             03 PY-COUNT PIC 9(6).
             03 PY-AMT PIC S9(9)V99.
       01  GT-TAB.
           02 GT-ENTRY OCCURS 4 TIMES.
             03 GT-COUNT PIC 9(6).
             03 GT-AMT PIC S9(9)V99.
       01  BUCKET-NAMES.
           02 FILLER PIC X(12) VALUE "0-30 DAYS   ".
           02 FILLER PIC X(12) VALUE "31-60 DAYS  ".
           02 FILLER PIC X(12) VALUE "61-90 DAYS  ".
           02 FILLER PIC X(12) VALUE "OVER 90 DAYS".
       01  BUCKET-TAB REDEFINES BUCKET-NAMES.
           02 BUCKET-NAME PIC X(12) OCCURS 4 TIMES.

      *
      *    254 LISTS EVERY CLAIM A PAYER PAID SHORT OF ITS FEEFILE
      *    CONTRACT BY MORE THAN THE TOLERANCE.  THE BILLER WORKS
      *    THEM HERE - APPEALED, REBILLED, ACCEPTED AS PAID OR
      *    WRITTEN OFF - AND THE REPORT SHOWS WHAT IS STILL OPEN BY
      *    PAYER AND AGE.  MARKING AN ITEM WRITTEN OFF ONLY CLOSES
      *    THE WORKLIST ITEM; THE BALANCE ITSELF GOES THROUGH THE
      *    USUAL WRITE-OFF POSTING.
       PROCEDURE DIVISION.
       P00.
           OPEN I-O UNDWORK.
           ACCEPT TODAY-6 FROM DATE.
           MOVE TODAY-6(1:2) TO TODAY-8(3:2).
           MOVE TODAY-6(3:2) TO TODAY-8(5:2).
           MOVE TODAY-6(5:2) TO TODAY-8(7:2).
           MOVE 20 TO TODAY-8(1:2).
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY-8).
           OPEN INPUT OPRSESS
           READ OPRSESS
             AT END
               DISPLAY "ENTER YOUR INITIALS FOR THE WORKLIST"
               ACCEPT OPERATOR-WS
             NOT AT END
               MOVE OPS-ID TO OPERATOR-WS
           END-READ
           CLOSE OPRSESS.

       P0.
           DISPLAY "CONTRACT UNDERPAYMENTS - U)PDATE I)NQUIRY"
             " R)EPORT OPEN ITEMS X)EXIT".
           ACCEPT ANS.
           IF ANS = "U" GO TO UPD-UND.
           IF ANS = "I" GO TO INQ-UND.
           IF ANS = "R" GO TO RPT-UND.
           IF ANS = "X" GO TO P9.
           GO TO P0.

       UPD-UND.
           DISPLAY "CLAIM NUMBER".
           ACCEPT CLAIM-IN.
           IF CLAIM-IN = SPACE GO TO P0.
           DISPLAY "PAYER CODE".
           ACCEPT PAYER-IN.
           MOVE PAYER-IN TO UW-PAYCODE
           MOVE CLAIM-IN TO UW-CLAIM
           READ UNDWORK
             INVALID
               DISPLAY "NO UNDERPAYMENT ON FILE FOR THAT CLAIM AND"
                 " PAYER"
               GO TO P0
           END-READ
           PERFORM SHOW-UND.
           DISPLAY "STATUS - O)PEN A)PPEALED R)EBILLED C)ACCEPTED"
             " W)RITTEN OFF (BLANK = NO CHANGE)".
           ACCEPT ANS.
           IF ANS NOT = "O" AND ANS NOT = "A" AND ANS NOT = "R"
             AND ANS NOT = "C" AND ANS NOT = "W"
               GO TO P0
           END-IF
           IF ANS = "W"
               DISPLAY "WRITE OFF THE VARIANCE ON CLAIM " UW-CLAIM
                 " - Y/N?"
               ACCEPT ANS
               IF ANS NOT = "Y"
                   GO TO P0
               END-IF
               MOVE "W" TO ANS
           END-IF
           MOVE ANS TO UW-STATUS
           MOVE TODAY-8 TO UW-DATE-S
           MOVE OPERATOR-WS TO UW-OPER
           REWRITE UNDWORK01
             INVALID
               DISPLAY "CANNOT REWRITE UNDERPAYMENT RECORD"
           END-REWRITE
           GO TO P0.

      *    A CLAIM CAN BE SHORT TO MORE THAN ONE PAYER - SHOW THEM
      *    ALL, POSITIONED ON THE CLAIM ALTERNATE KEY.
       INQ-UND.
           DISPLAY "CLAIM NUMBER".
           ACCEPT CLAIM-IN.
           IF CLAIM-IN = SPACE GO TO P0.
           MOVE 0 TO CNT-FOUND
           MOVE CLAIM-IN TO UW-CLAIM
           START UNDWORK KEY = UW-CLAIM
             INVALID
               GO TO INQ-UND-END
           END-START.
       INQ-UND-R1.
           READ UNDWORK NEXT
             AT END
               GO TO INQ-UND-END
           END-READ
           IF UW-CLAIM NOT = CLAIM-IN
               GO TO INQ-UND-END
           END-IF
           ADD 1 TO CNT-FOUND
           PERFORM SHOW-UND
           GO TO INQ-UND-R1.
       INQ-UND-END.
           IF CNT-FOUND = 0
               DISPLAY "NO UNDERPAYMENT ON FILE FOR THAT CLAIM"
           END-IF
           GO TO P0.

       SHOW-UND.
           MOVE UW-GARNO TO ACC-GARNO
           PERFORM LOG-ACCESS
           MOVE UW-EXPECTED TO NEF-11
           MOVE UW-PAID TO NEF-11B
           MOVE UW-VARIANCE TO NEF-11C
           DISPLAY "CLAIM ....... " UW-CLAIM "  PAYER " UW-PAYCODE.
           DISPLAY "GUARANTOR ... " UW-GARNO " " UW-GARNAME.
           DISPLAY "SERVICE ..... " UW-DATE-T "  LISTED " UW-DATE-E
             "  LAST PAID " UW-DATE-P.
           DISPLAY "EXPECTED .... " NEF-11.
           DISPLAY "PAID ........ " NEF-11B.
           DISPLAY "VARIANCE .... " NEF-11C.
           DISPLAY "STATUS ...... " UW-STATUS " " UW-DATE-S " "
             UW-OPER.
           DISPLAY "  (O=OPEN A=APPEALED R=REBILLED C=ACCEPTED"
             " W=WRITTEN OFF P=PAID UP)".

      *    EVERY ITEM STILL BEING WORKED (OPEN, APPEALED, REBILLED)
      *    IN PAYER ORDER, AGED FROM THE DAY 254 LISTED IT, WITH THE
      *    AGE BUCKETS FOR EACH PAYER AND FOR THE WHOLE LIST.
       RPT-UND.
           OPEN OUTPUT UNDRPT.
           INITIALIZE PY-TAB GT-TAB.
           MOVE SPACE TO HOLD-PAYCODE
           MOVE "===== rrr363 OPEN CONTRACT UNDERPAYMENTS ====="
             TO RPT-LINE
           PERFORM RPT-OUT
           MOVE "CLAIM    GARNO    NAME               LISTED    AGE"
             TO RPT-LINE
           MOVE "EXPECTED           PAID       VARIANCE ST"
             TO RPT-LINE(58:41)
           PERFORM RPT-OUT
           MOVE LOW-VALUE TO UW-KEY
           START UNDWORK KEY NOT < UW-KEY
             INVALID
               GO TO RPT-UND-END
           END-START.
       RPT-UND-R1.
           READ UNDWORK NEXT
             AT END
               GO TO RPT-UND-END
           END-READ
           IF UW-STATUS NOT = "O" AND UW-STATUS NOT = "A"
             AND UW-STATUS NOT = "R"
               GO TO RPT-UND-R1
           END-IF
           IF UW-PAYCODE NOT = HOLD-PAYCODE
               IF HOLD-PAYCODE NOT = SPACE
                   PERFORM PAYER-TOTAL THRU PAYER-TOTAL-EXIT
               END-IF
               MOVE UW-PAYCODE TO HOLD-PAYCODE
               MOVE SPACE TO RPT-LINE
               PERFORM RPT-OUT
               STRING "PAYER " UW-PAYCODE DELIMITED BY SIZE
                 INTO RPT-LINE
               PERFORM RPT-OUT
           END-IF
           MOVE 0 TO AGE-DAYS
           IF UW-DATE-E NUMERIC AND UW-DATE-E NOT = "00000000"
               MOVE UW-DATE-E TO LISTED-N
               COMPUTE AGE-DAYS = TODAY-INT
                 - FUNCTION INTEGER-OF-DATE(LISTED-N)
           END-IF
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
           ADD 1 TO PY-COUNT(AGE-IDX) GT-COUNT(AGE-IDX)
           ADD UW-VARIANCE TO PY-AMT(AGE-IDX) GT-AMT(AGE-IDX)
           MOVE AGE-DAYS TO AGE-ED
           MOVE UW-EXPECTED TO NEF-11
           MOVE UW-PAID TO NEF-11B
           MOVE UW-VARIANCE TO NEF-11C
           MOVE SPACE TO RPT-LINE
           STRING UW-CLAIM " " UW-GARNO " " UW-GARNAME(1:18) " "
             UW-DATE-E " " AGE-ED " " NEF-11 " " NEF-11B " "
             NEF-11C " " UW-STATUS
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT
           GO TO RPT-UND-R1.
       RPT-UND-END.
           IF HOLD-PAYCODE NOT = SPACE
               PERFORM PAYER-TOTAL THRU PAYER-TOTAL-EXIT
           END-IF
           MOVE SPACE TO RPT-LINE
           PERFORM RPT-OUT
           MOVE "ALL PAYERS" TO RPT-LINE
           PERFORM RPT-OUT
           PERFORM GRAND-LINE VARYING AGE-IDX FROM 1 BY 1
             UNTIL AGE-IDX > 4.
           CLOSE UNDRPT.
           GO TO P0.

       PAYER-TOTAL.
           PERFORM PAYER-LINE THRU PAYER-LINE-EXIT
             VARYING AGE-IDX FROM 1 BY 1 UNTIL AGE-IDX > 4.
           INITIALIZE PY-TAB.
       PAYER-TOTAL-EXIT.
           EXIT.

       PAYER-LINE.
           IF PY-COUNT(AGE-IDX) = 0
               GO TO PAYER-LINE-EXIT
           END-IF
           MOVE PY-AMT(AGE-IDX) TO NEF-12
           MOVE SPACE TO RPT-LINE
           STRING "  " HOLD-PAYCODE " " BUCKET-NAME(AGE-IDX) " ITEMS "
             PY-COUNT(AGE-IDX) "  SHORT " NEF-12
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT.
       PAYER-LINE-EXIT.
           EXIT.

       GRAND-LINE.
           MOVE GT-AMT(AGE-IDX) TO NEF-12
           MOVE SPACE TO RPT-LINE
           STRING "      " BUCKET-NAME(AGE-IDX) " ITEMS "
             GT-COUNT(AGE-IDX) "  SHORT " NEF-12
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT.

       RPT-OUT.
           WRITE UNDRPT01 FROM RPT-LINE
           DISPLAY RPT-LINE.

      *    EVERY ACCOUNT BROUGHT UP HERE IS LOGGED FOR THE 376
      *    ACCESS REPORT.  THE LOG IS OPENED AND CLOSED ROUND EACH
      *    LINE SO EVERY DESK CAN APPEND TO IT AT ONCE.
       LOG-ACCESS.
           OPEN EXTEND ACCLOG
           MOVE SPACE TO ACCLOG01
           MOVE OPERATOR-WS TO AL-OPERATOR
           MOVE "rrr363" TO AL-PROGRAM
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
           CLOSE UNDWORK.
           STOP RUN.
