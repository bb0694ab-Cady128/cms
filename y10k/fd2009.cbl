      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fd1011.
       AUTHOR. SID WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEIN ASSIGN TO "S30" ORGANIZATION IS LINE
           SEQUENTIAL.
           SELECT EXPFILE ASSIGN TO "S47" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS EX-KEY
           ALTERNATE RECORD KEY IS EX-ACCT.
           SELECT ROUTERPT ASSIGN TO "S90" ORGANIZATION IS LINE
           SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  FILEIN.
       01  FILEIN01.
           02 FI-ACCT PIC X(13).
           02 FILLER PIC XX.
           02 FI-NAME PIC X(25).
           02 FI-STREET PIC X(28).
           02 FILLER PIC X(231).
           02 FI-METERNUM PIC X(10).
           02 FILLER PIC X(14).
           02 FI-CURR-READ PIC X(12).
           02 FI-CURR-DATE PIC X(8).
           02 FILLER PIC X(13).
           02 FI-CURR-COMMENT PIC X(29).
           02 FI-PREV-READ PIC X(12).

      *    WHAT EACH ROUTE SHOULD BRING BACK THIS CYCLE (fd1010), IN
      *    WALK ORDER.  THE WINDOW IS THE REGISTER RANGE A GOOD READ
      *    SHOULD FALL IN (EX-LOW ABOVE EX-HIGH WHEN THE METER WILL
      *    WRAP INSIDE IT).  EX-HIST N = NO READ HISTORY, THE WINDOW
      *    IS ONLY THE PLAUSIBLE LIMIT.  fd1011 FILLS IN EX-RESULT -
      *    SPACE = NOTHING CAME BACK, R = READ, U = CAME BACK UNREAD,
      *    O = OUTSIDE THE WINDOW, W = WRONG METER NUMBER.
       FD  EXPFILE.
       01  EXPFILE01.
           02 EX-KEY.
             03 EX-ROUTE PIC X(4).
             03 EX-WALK PIC 9(4).
           02 EX-ACCT PIC X(13).
           02 EX-NAME PIC X(25).
           02 EX-METERNUM PIC X(10).
           02 EX-STREET PIC X(28).
           02 EX-LOCATION PIC X(20).
           02 EX-PREV-READ PIC 9(12).
           02 EX-PREV-DATE PIC X(8).
           02 EX-LOW PIC 9(12).
           02 EX-HIGH PIC 9(12).
           02 EX-HIST PIC X.
           02 EX-RESULT PIC X.
           02 EX-READ PIC X(12).
           02 EX-READ-METER PIC X(10).
           02 EX-COMMENT PIC X(29).
           02 EX-FUTURE PIC X(10).

       FD  ROUTERPT.
       01  ROUTERPT01 PIC X(132).

       WORKING-STORAGE SECTION.
       01  READ-N PIC 9(12).
       01  IN-WINDOW PIC X.
       01  HOLD-ROUTE PIC X(4) VALUE SPACE.
       01  REASON PIC X(14).
       01  RPT-LINE PIC X(132).
       01  CNT-READINGS PIC 9(7) VALUE 0.
       01  CNT-EXPECTED PIC 9(7) VALUE 0.
       01  CNT-GOOD PIC 9(7) VALUE 0.
       01  CNT-NOTBACK PIC 9(7) VALUE 0.
       01  CNT-UNREAD PIC 9(7) VALUE 0.
       01  CNT-OUTSIDE PIC 9(7) VALUE 0.
       01  CNT-WRONGMTR PIC 9(7) VALUE 0.
       01  CNT-OFFROUTE PIC 9(7) VALUE 0.
       01  CNT-ROUTE-EXP PIC 9(5) VALUE 0.
       01  CNT-ROUTE-BAD PIC 9(5) VALUE 0.

      *
      *    ROUTE COMPLETION REPORT, RUN WHEN THE READERS' FILE COMES
      *    BACK AND BEFORE fd1001.  EACH READING IS CHECKED AGAINST
      *    WHAT fd1010 SENT OUT FOR ITS ACCOUNT - THE METER NUMBER
      *    AND THE WINDOW - AND THE ROUTES ARE THEN LISTED IN WALK
      *    ORDER WITH EVERY ACCOUNT THAT NEEDS A RE-READ: NOTHING
      *    CAME BACK, CAME BACK UNREAD, OUTSIDE ITS WINDOW, OR READ
      *    FROM A METER OTHER THAN THE ONE EXPECTED.  RE-READS GO OUT
      *    BEFORE fd1001 RUNS, SO IT DOES NOT FALL BACK TO ESTIMATING.
      *    READINGS FOR ACCOUNTS THAT WERE NOT IN THE DOWNLOAD ARE
      *    LISTED AT THE END.
       PROCEDURE DIVISION.
       P0.
           OPEN INPUT FILEIN.
           OPEN I-O EXPFILE.
           OPEN OUTPUT ROUTERPT.

      *    PASS 1 - MARK EACH EXPECTED READ WITH WHAT CAME BACK.
       P1.
           READ FILEIN AT END GO TO P2.
           ADD 1 TO CNT-READINGS
           MOVE FI-ACCT TO EX-ACCT
           READ EXPFILE KEY IS EX-ACCT
             INVALID
               ADD 1 TO CNT-OFFROUTE
               GO TO P1
           END-READ
           MOVE FI-CURR-READ TO EX-READ
           MOVE FI-METERNUM TO EX-READ-METER
           MOVE FI-CURR-COMMENT TO EX-COMMENT
           IF FI-METERNUM NOT = EX-METERNUM
               MOVE "W" TO EX-RESULT
           ELSE
               IF FI-CURR-READ NOT NUMERIC
                   MOVE "U" TO EX-RESULT
               ELSE
                   MOVE FI-CURR-READ TO READ-N
                   PERFORM CHECK-WINDOW
                   IF IN-WINDOW = "Y"
                       MOVE "R" TO EX-RESULT
                   ELSE
                       MOVE "O" TO EX-RESULT
                   END-IF
               END-IF
           END-IF
           REWRITE EXPFILE01
             INVALID
               DISPLAY "CANNOT MARK " EX-ACCT
           END-REWRITE
           GO TO P1.

      *    PASS 2 - THE ROUTES IN WALK ORDER.
       P2.
           CLOSE FILEIN
           MOVE "===== fd1011 ROUTE COMPLETION - RE-READS NEEDED ====="
             TO RPT-LINE
           PERFORM RPT-OUT
           MOVE SPACE TO RPT-LINE
           MOVE "ROUTE WALK ACCOUNT       LOCATION" TO RPT-LINE
           MOVE "METER      PROBLEM        READ" TO RPT-LINE(54:30)
           MOVE "WINDOW / METER READ" TO RPT-LINE(98:19)
           PERFORM RPT-OUT
           MOVE LOW-VALUE TO EX-KEY
           START EXPFILE KEY NOT < EX-KEY
             INVALID
               GO TO P3
           END-START.
       P2-R1.
           READ EXPFILE NEXT
             AT END
               GO TO P2-9
           END-READ
           IF EX-ROUTE NOT = HOLD-ROUTE
               PERFORM ROUTE-TOTAL
               MOVE EX-ROUTE TO HOLD-ROUTE
           END-IF
           ADD 1 TO CNT-EXPECTED CNT-ROUTE-EXP
           IF EX-RESULT = "R"
               ADD 1 TO CNT-GOOD
               GO TO P2-R1
           END-IF
           ADD 1 TO CNT-ROUTE-BAD
           IF EX-RESULT = SPACE
               MOVE "NOT BACK" TO REASON
               ADD 1 TO CNT-NOTBACK
           END-IF
           IF EX-RESULT = "U"
               MOVE "UNREAD" TO REASON
               ADD 1 TO CNT-UNREAD
           END-IF
           IF EX-RESULT = "O"
               MOVE "OUTSIDE WINDOW" TO REASON
               ADD 1 TO CNT-OUTSIDE
           END-IF
           IF EX-RESULT = "W"
               MOVE "WRONG METER" TO REASON
               ADD 1 TO CNT-WRONGMTR
           END-IF
           MOVE SPACE TO RPT-LINE
           STRING EX-ROUTE "  " EX-WALK " " EX-ACCT " " EX-STREET
             DELIMITED BY SIZE INTO RPT-LINE
           MOVE EX-METERNUM TO RPT-LINE(54:10)
           MOVE REASON TO RPT-LINE(65:14)
           MOVE EX-READ TO RPT-LINE(80:12)
           IF EX-RESULT = "W"
               MOVE EX-READ-METER TO RPT-LINE(98:10)
           ELSE
               STRING EX-LOW "-" EX-HIGH DELIMITED BY SIZE
                 INTO RPT-LINE(98:25)
           END-IF
           PERFORM RPT-OUT
           IF EX-LOCATION NOT = SPACE OR EX-COMMENT NOT = SPACE
               MOVE SPACE TO RPT-LINE
               MOVE EX-LOCATION TO RPT-LINE(25:20)
               MOVE EX-COMMENT TO RPT-LINE(54:29)
               PERFORM RPT-OUT
           END-IF
           GO TO P2-R1.
       P2-9.
           PERFORM ROUTE-TOTAL.

      *    PASS 3 - READINGS FOR ACCOUNTS NOT IN THE DOWNLOAD.
       P3.
           IF CNT-OFFROUTE = 0
               GO TO P9
           END-IF
           MOVE SPACE TO RPT-LINE
           PERFORM RPT-OUT
           MOVE "READINGS FOR ACCOUNTS NOT IN THE DOWNLOAD" TO RPT-LINE
           PERFORM RPT-OUT
           OPEN INPUT FILEIN.
       P3-R1.
           READ FILEIN AT END GO TO P3-9.
           MOVE FI-ACCT TO EX-ACCT
           READ EXPFILE KEY IS EX-ACCT
             NOT INVALID
               GO TO P3-R1
           END-READ
           MOVE SPACE TO RPT-LINE
           STRING FI-ACCT " " FI-STREET " " FI-METERNUM " "
             FI-CURR-READ " " FI-CURR-DATE DELIMITED BY SIZE
             INTO RPT-LINE
           PERFORM RPT-OUT
           GO TO P3-R1.
       P3-9.
           CLOSE FILEIN.

       P9.
           MOVE SPACE TO RPT-LINE
           PERFORM RPT-OUT
           MOVE SPACE TO RPT-LINE
           STRING "READINGS RETURNED " CNT-READINGS
             "   ACCOUNTS EXPECTED " CNT-EXPECTED
             "   READ GOOD " CNT-GOOD DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT
           MOVE SPACE TO RPT-LINE
           STRING "NOT BACK " CNT-NOTBACK "   UNREAD " CNT-UNREAD
             "   OUTSIDE WINDOW " CNT-OUTSIDE
             "   WRONG METER " CNT-WRONGMTR
             "   NOT IN DOWNLOAD " CNT-OFFROUTE
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT
           CLOSE EXPFILE ROUTERPT.
           STOP RUN.

       ROUTE-TOTAL.
           IF HOLD-ROUTE NOT = SPACE
               MOVE SPACE TO RPT-LINE
               STRING "  ROUTE " HOLD-ROUTE " - " CNT-ROUTE-EXP
                 " EXPECTED, " CNT-ROUTE-BAD " TO RE-READ"
                 DELIMITED BY SIZE INTO RPT-LINE
               PERFORM RPT-OUT
           END-IF
           MOVE 0 TO CNT-ROUTE-EXP CNT-ROUTE-BAD.

      *    LOW ABOVE HIGH MEANS THE WINDOW WRAPS PAST THE TOP OF THE
      *    DIALS - A GOOD READ IS THEN ABOVE LOW OR BELOW HIGH.
       CHECK-WINDOW.
           MOVE "N" TO IN-WINDOW
           IF EX-LOW NOT > EX-HIGH
               IF READ-N NOT < EX-LOW AND READ-N NOT > EX-HIGH
                   MOVE "Y" TO IN-WINDOW
               END-IF
           ELSE
               IF READ-N NOT < EX-LOW OR READ-N NOT > EX-HIGH
                   MOVE "Y" TO IN-WINDOW
               END-IF
           END-IF.

       RPT-OUT.
           WRITE ROUTERPT01 FROM RPT-LINE
           DISPLAY RPT-LINE.
