      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rrr368.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SUSPFILE ASSIGN TO "S45"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS SU-KEY
           LOCK MODE MANUAL.
           SELECT SUSPRPT ASSIGN TO "S90" ORGANIZATION IS LINE
           SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    UNAPPLIED CASH HELD BY 254, NEI146 AND 367.  STATUS O
      *    OPEN, A APPLIED IN FULL, X CLOSED OUT WITHOUT POSTING.
       FD  SUSPFILE
           DATA RECORD IS SUSPFILE01.
       01  SUSPFILE01.
           02 SU-KEY.
             03 SU-DATE-R PIC X(8).
             03 SU-SEQ PIC 999.
           02 SU-SOURCE PIC X.
           02 SU-PAYCODE PIC XXX.
           02 SU-GARNO PIC X(8).
           02 SU-CLAIM PIC X(8).
           02 SU-CHECKNO PIC X(15).
           02 SU-BATCH PIC X(6).
           02 SU-AMOUNT PIC S9(7)V99.
           02 SU-APPLIED PIC S9(7)V99.
           02 SU-REASON PIC X(30).
           02 SU-STATUS PIC X.
           02 SU-DATE-A PIC X(8).
           02 SU-OPER PIC X(10).
           02 SU-FUTURE PIC X(8).

       FD  SUSPRPT.
       01  SUSPRPT01 PIC X(110).

       WORKING-STORAGE SECTION.
       01  TODAY-6 PIC 9(6).
       01  TODAY-8 PIC 9(8).
       01  TODAY-INT PIC S9(9).
       01  RECV-N PIC 9(8).
       01  AGE-DAYS PIC S9(5).
       01  AGE-ED PIC ZZZZ9.
       01  OPEN-AMT PIC S9(7)V99.
       01  BK PIC 9.
       01  SR PIC 9.
       01  BUCKET-NAMES.
           02 FILLER PIC X(10) VALUE "0-30 DAYS ".
           02 FILLER PIC X(10) VALUE "31-60     ".
           02 FILLER PIC X(10) VALUE "61-90     ".
           02 FILLER PIC X(10) VALUE "91-120    ".
           02 FILLER PIC X(10) VALUE "OVER 120  ".
       01  BUCKET-TAB REDEFINES BUCKET-NAMES.
           02 BUCKET-NAME PIC X(10) OCCURS 5 TIMES.
       01  BK-TAB.
           02 BK-ENTRY OCCURS 5 TIMES.
             03 BK-COUNT PIC 9(6).
             03 BK-AMT PIC S9(9)V99.
       01  SOURCE-NAMES.
           02 FILLER PIC X(10) VALUE "REMIT 254 ".
           02 FILLER PIC X(10) VALUE "AGENCY 146".
           02 FILLER PIC X(10) VALUE "LOCKBOX   ".
       01  SOURCE-TAB REDEFINES SOURCE-NAMES.
           02 SOURCE-NAME PIC X(10) OCCURS 3 TIMES.
       01  SR-TAB.
           02 SR-ENTRY OCCURS 3 TIMES.
             03 SR-COUNT PIC 9(6).
             03 SR-AMT PIC S9(9)V99.
       01  TOT-COUNT PIC 9(6) VALUE 0.
       01  TOT-AMT PIC S9(9)V99 VALUE 0.
       01  RPT-LINE PIC X(110).
       01  NEF-11 PIC Z,ZZZ,ZZ9.99CR.
       01  NEF-12 PIC ZZZ,ZZZ,ZZ9.99CR.

      *
      *    AGING OF UNAPPLIED CASH.  EVERY OPEN SUSPENSE ITEM WITH
      *    WHAT IS STILL UNAPPLIED ON IT, AGED FROM THE DAY THE MONEY
      *    CAME IN, OLDEST FIRST, THEN TOTALS BY AGE AND BY WHERE IT
      *    CAME FROM.  THE GRAND TOTAL IS THE SUSPENSE BALANCE 266
      *    SHOWS.  ITEMS ARE WORKED OFF IN 369.
       PROCEDURE DIVISION.
       P0.
           ACCEPT TODAY-6 FROM DATE.
           MOVE TODAY-6(1:2) TO TODAY-8(3:2).
           MOVE TODAY-6(3:2) TO TODAY-8(5:2).
           MOVE TODAY-6(5:2) TO TODAY-8(7:2).
           MOVE 20 TO TODAY-8(1:2).
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY-8).

           OPEN INPUT SUSPFILE.
           OPEN OUTPUT SUSPRPT.
           INITIALIZE BK-TAB SR-TAB.
           MOVE SPACE TO RPT-LINE
           STRING "===== rrr368 UNAPPLIED CASH AGING AS OF " TODAY-8
             " =====" DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT
           MOVE "RECEIVED SEQ S PAY GARNO    CLAIM    CHECK          "
             TO RPT-LINE
           MOVE "  AGE      UNAPPLIED REASON" TO RPT-LINE(54:27)
           PERFORM RPT-OUT

           MOVE LOW-VALUE TO SU-KEY
           START SUSPFILE KEY NOT < SU-KEY
             INVALID
               GO TO P9
           END-START.

       P1.
           READ SUSPFILE NEXT
             AT END
               GO TO P9
           END-READ
           IF SU-STATUS NOT = "O"
               GO TO P1
           END-IF
           COMPUTE OPEN-AMT = SU-AMOUNT - SU-APPLIED
           IF OPEN-AMT = 0
               GO TO P1
           END-IF
           MOVE 0 TO AGE-DAYS
           IF SU-DATE-R NUMERIC
               MOVE SU-DATE-R TO RECV-N
               COMPUTE AGE-DAYS = TODAY-INT
                 - FUNCTION INTEGER-OF-DATE(RECV-N)
           END-IF
           IF AGE-DAYS < 0
               MOVE 0 TO AGE-DAYS
           END-IF
           IF AGE-DAYS > 120
               MOVE 5 TO BK
           ELSE
             IF AGE-DAYS > 90
               MOVE 4 TO BK
             ELSE
               IF AGE-DAYS > 60
                 MOVE 3 TO BK
               ELSE
                 IF AGE-DAYS > 30
                   MOVE 2 TO BK
                 ELSE
                   MOVE 1 TO BK
                 END-IF
               END-IF
             END-IF
           END-IF
           IF SU-SOURCE = "A"
               MOVE 2 TO SR
           ELSE
             IF SU-SOURCE = "L"
               MOVE 3 TO SR
             ELSE
               MOVE 1 TO SR
             END-IF
           END-IF
           ADD 1 TO BK-COUNT(BK) SR-COUNT(SR) TOT-COUNT
           ADD OPEN-AMT TO BK-AMT(BK) SR-AMT(SR) TOT-AMT
           MOVE AGE-DAYS TO AGE-ED
           MOVE OPEN-AMT TO NEF-11
           MOVE SPACE TO RPT-LINE
           STRING SU-DATE-R " " SU-SEQ " " SU-SOURCE " " SU-PAYCODE
             " " SU-GARNO " " SU-CLAIM " " SU-CHECKNO " " AGE-ED
             " " NEF-11 " " SU-REASON
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT
           GO TO P1.

       RPT-OUT.
           WRITE SUSPRPT01 FROM RPT-LINE
           DISPLAY RPT-LINE.

       P9.
           MOVE SPACE TO RPT-LINE
           PERFORM RPT-OUT
           MOVE "BY AGE" TO RPT-LINE
           PERFORM RPT-OUT
           PERFORM AGE-LINE VARYING BK FROM 1 BY 1 UNTIL BK > 5.
           MOVE "BY SOURCE" TO RPT-LINE
           PERFORM RPT-OUT
           PERFORM SOURCE-LINE VARYING SR FROM 1 BY 1 UNTIL SR > 3.
           MOVE TOT-AMT TO NEF-12
           MOVE SPACE TO RPT-LINE
           STRING "SUSPENSE BALANCE  ITEMS " TOT-COUNT "  " NEF-12
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT
           CLOSE SUSPFILE SUSPRPT.
           STOP RUN.

       AGE-LINE.
           MOVE BK-AMT(BK) TO NEF-12
           MOVE SPACE TO RPT-LINE
           STRING "  " BUCKET-NAME(BK) "  ITEMS " BK-COUNT(BK) "  "
             NEF-12 DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT.

       SOURCE-LINE.
           MOVE SR-AMT(SR) TO NEF-12
           MOVE SPACE TO RPT-LINE
           STRING "  " SOURCE-NAME(SR) "  ITEMS " SR-COUNT(SR) "  "
             NEF-12 DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT.
