      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fd1010.
       AUTHOR. SID WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT METERFILE ASSIGN TO "S45" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS MT-METERNUM
           ALTERNATE RECORD KEY IS MT-ACCT WITH DUPLICATES.
           SELECT ROUTEFILE ASSIGN TO "S46" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS RO-KEY
           ALTERNATE RECORD KEY IS RO-ACCT.
           SELECT OPTIONAL EXPFILE ASSIGN TO "S47"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS EX-KEY
           ALTERNATE RECORD KEY IS EX-ACCT.
           SELECT OPTIONAL READHIST ASSIGN TO "S50" ORGANIZATION IS
           LINE SEQUENTIAL.
           SELECT OPTIONAL PARMFILE ASSIGN TO "S65" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT CUSTFILE ASSIGN TO "S70" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS CU-ACCT.
           SELECT DOWNLOAD ASSIGN TO "S80" ORGANIZATION IS LINE
           SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    THE METER MASTER - ONE RECORD PER PHYSICAL METER.  STATUS
      *    S = IN STOCK, I = INSTALLED AT MT-ACCT, R = REMOVED.  A
      *    METER PUT IN AT A CHANGE-OUT NAMES THE ONE IT REPLACED IN
      *    MT-PRIOR; THE OLD METER KEEPS ITS FINAL READ.  READS ARE
      *    REGISTER READS - MT-MULT TURNS THEM INTO BILLED UNITS.
      *    MT-CO-BILLED IS THE READING DATE OF THE CYCLE fd1001 BILLED
      *    THE CHANGE-OUT ON, SO IT IS COUNTED ONCE (A RERUN OF THE
      *    SAME CYCLE SEES ITS OWN DATE AND COUNTS IT AGAIN).
      *    MT-LAST-READ IS THE REGISTER AT THE LAST READ BILLED (THE
      *    SET READ UNTIL THE FIRST CYCLE) AND MT-BACK-READ THE ONE
      *    BEFORE IT, SO A RERUN OF A CYCLE STILL STARTS FROM THE
      *    RIGHT PLACE.  A FINAL READ AT A MOVE-OUT (fd1008) IS THE
      *    NEXT CUSTOMER'S STARTING READ.
       FD  METERFILE.
       01  METERFILE01.
           02 MT-METERNUM PIC X(10).
           02 MT-ACCT PIC X(13).
           02 MT-STATUS PIC X.
           02 MT-INSTALL PIC X(8).
           02 MT-REMOVE PIC X(8).
           02 MT-DIALS PIC 99.
           02 MT-MULT PIC 9(5).
           02 MT-SET-READ PIC 9(12).
           02 MT-FINAL-READ PIC 9(12).
           02 MT-PRIOR PIC X(10).
           02 MT-CO-BILLED PIC X(8).
           02 MT-LAST-READ PIC 9(12).
           02 MT-LAST-DATE PIC X(8).
           02 MT-BACK-READ PIC 9(12).
           02 MT-BACK-DATE PIC X(8).
           02 MT-FUTURE PIC X(10).

      *    THE READING ROUTES - ONE RECORD PER ACCOUNT, KEYED BY
      *    ROUTE AND WALK SEQUENCE SO A ROUTE READS IN THE ORDER THE
      *    READER WALKS IT.  RO-LOCATION SAYS WHERE ON THE PREMISES
      *    THE METER IS (BASEMENT, REAR WALL, PIT BY THE DRIVE).
       FD  ROUTEFILE.
       01  ROUTEFILE01.
           02 RO-KEY.
             03 RO-ROUTE PIC X(4).
             03 RO-WALK PIC 9(4).
           02 RO-ACCT PIC X(13).
           02 RO-LOCATION PIC X(20).
           02 RO-FUTURE PIC X(10).

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

      *    ONE LINE PER ACCOUNT PER CYCLE (fd1001).
       FD  READHIST.
       01  READHIST01.
           02 RH-ACCT PIC X(13).
           02 RH-DATE PIC X(8).
           02 RH-TYPE PIC X.
           02 RH-UNITS PIC 9(12).

      *    ROUTE (BLANK = EVERY ROUTE), THEN THE WINDOW AS PERCENTS
      *    OF THE ACCOUNT'S AVERAGE USE - LOW AND HIGH, 3 DIGITS EACH.
       FD  PARMFILE.
       01  PARMFILE01.
           02 PARM-ROUTE PIC X(4).
           02 PARM-LOW PIC X(3).
           02 PARM-HIGH PIC X(3).

       FD  CUSTFILE.
       01  CUSTFILE01.
           02 CU-ACCT PIC X(13).
           02 CU-NAME PIC X(25).
           02 CU-STREET PIC X(28).
           02 CU-STATUS PIC X.
           02 CU-FUTURE PIC X(8).

      *    THE HANDHELD DOWNLOAD, IN WALK ORDER.
       FD  DOWNLOAD.
       01  DOWNLOAD01.
           02 DL-ROUTE PIC X(4).
           02 DL-WALK PIC 9(4).
           02 DL-ACCT PIC X(13).
           02 DL-NAME PIC X(25).
           02 DL-METERNUM PIC X(10).
           02 DL-STREET PIC X(28).
           02 DL-LOCATION PIC X(20).
           02 DL-PREV-READ PIC 9(12).
           02 DL-PREV-DATE PIC X(8).
           02 DL-LOW PIC 9(12).
           02 DL-HIGH PIC 9(12).
           02 DL-DIALS PIC 99.

       WORKING-STORAGE SECTION.
       01  RUN-ROUTE PIC X(4) VALUE SPACE.
       01  LOW-PCT PIC 9(3) VALUE 50.
       01  HIGH-PCT PIC 9(3) VALUE 200.
       01  MAX-PLAUSIBLE-CONSUMPTION PIC 9(12) VALUE 99999.
       01  HOLD-ROUTE PIC X(4) VALUE SPACE.
       01  FOUND-FLAG PIC X.
       01  R-CNT PIC 9(5).
       01  R-SUM PIC 9(13).
       01  EST-AVG PIC 9(12).
       01  REG-AVG PIC 9(12).
       01  MULT-N PIC 9(5).
       01  PREV-N PIC 9(12).
       01  PREV-DATE PIC X(8).
       01  LOW-N PIC 9(13).
       01  HIGH-N PIC 9(13).
       01  WRAP-N PIC 9(13).
       01  CNT-ROUTE PIC 9(5) VALUE 0.
       01  CNT-ROUTE-NOHIST PIC 9(5) VALUE 0.
       01  CNT-WRITTEN PIC 9(7) VALUE 0.
       01  CNT-NOHIST PIC 9(7) VALUE 0.
       01  CNT-INACTIVE PIC 9(7) VALUE 0.
       01  CNT-NOMETER PIC 9(7) VALUE 0.

      *
      *    THE READING DOWNLOAD, RUN BEFORE THE CYCLE.  EVERY ACCOUNT
      *    ON THE ROUTE IN WALK ORDER WITH ITS METER, WHERE THE METER
      *    IS, THE LAST READ BILLED (THE METER MASTER) AND A WINDOW
      *    THE NEW READ SHOULD FALL IN - THE LAST READ PLUS THE LOW
      *    TO HIGH PERCENT OF THE ACCOUNT'S AVERAGE METERED USE FROM
      *    READHIST, TURNED BACK INTO REGISTER UNITS.  WITH NO REAL
      *    READS ON THE HISTORY THE WINDOW RUNS TO THE SAME PLAUSIBLE
      *    LIMIT fd1001 HOLDS AT.  THE SAME LIST GOES TO EXPFILE FOR
      *    THE COMPLETION REPORT (fd1011) AFTER THE READERS ARE BACK.
      *    A RUN FOR ONE ROUTE REPLACES ONLY THAT ROUTE ON EXPFILE.
       PROCEDURE DIVISION.
       P0.
           OPEN INPUT PARMFILE.
           READ PARMFILE
             AT END
               DISPLAY "NO PARMFILE - EVERY ROUTE, WINDOW 50 TO 200"
             NOT AT END
               MOVE PARM-ROUTE TO RUN-ROUTE
               IF PARM-LOW NUMERIC
                   MOVE PARM-LOW TO LOW-PCT
               END-IF
               IF PARM-HIGH NUMERIC
                   MOVE PARM-HIGH TO HIGH-PCT
               END-IF
           END-READ
           CLOSE PARMFILE.
           IF HIGH-PCT < LOW-PCT
               DISPLAY "HIGH PERCENT BELOW LOW PERCENT - RUN ENDS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT METERFILE ROUTEFILE CUSTFILE.
           OPEN OUTPUT DOWNLOAD.
           IF RUN-ROUTE = SPACE
               OPEN OUTPUT EXPFILE
           ELSE
               OPEN I-O EXPFILE
               PERFORM CLEAR-ROUTE THRU CLEAR-ROUTE-EXIT
           END-IF

           MOVE RUN-ROUTE TO RO-ROUTE
           MOVE 0 TO RO-WALK
           START ROUTEFILE KEY NOT < RO-KEY
             INVALID
               GO TO P9
           END-START.

       P1.
           READ ROUTEFILE NEXT
             AT END
               GO TO P8
           END-READ
           IF RUN-ROUTE NOT = SPACE AND RO-ROUTE NOT = RUN-ROUTE
               GO TO P8
           END-IF
           IF RO-ROUTE NOT = HOLD-ROUTE
               PERFORM ROUTE-TOTAL
               MOVE RO-ROUTE TO HOLD-ROUTE
           END-IF

           MOVE RO-ACCT TO CU-ACCT
           READ CUSTFILE
             INVALID
               MOVE SPACE TO CU-STATUS
           END-READ
           IF CU-STATUS NOT = "A"
               DISPLAY RO-ROUTE " " RO-WALK " " RO-ACCT
                 " NOT AN ACTIVE CUSTOMER - LEFT OFF"
               ADD 1 TO CNT-INACTIVE
               GO TO P1
           END-IF
           PERFORM FIND-INSTALLED THRU FIND-INSTALLED-EXIT
           IF FOUND-FLAG NOT = "Y"
               DISPLAY RO-ROUTE " " RO-WALK " " RO-ACCT
                 " NO METER INSTALLED - LEFT OFF"
               ADD 1 TO CNT-NOMETER
               GO TO P1
           END-IF

           IF MT-LAST-DATE = SPACE
               MOVE MT-SET-READ TO PREV-N
               MOVE MT-INSTALL TO PREV-DATE
           ELSE
               MOVE MT-LAST-READ TO PREV-N
               MOVE MT-LAST-DATE TO PREV-DATE
           END-IF
           MOVE MT-MULT TO MULT-N
           IF MULT-N = 0
               MOVE 1 TO MULT-N
           END-IF
           PERFORM HIST-SCAN THRU HIST-SCAN-EXIT
           PERFORM SET-WINDOW
           IF RUN-ROUTE NOT = SPACE
               PERFORM DROP-MOVED THRU DROP-MOVED-EXIT
           END-IF

           MOVE RO-ROUTE TO EX-ROUTE
           MOVE RO-WALK TO EX-WALK
           MOVE RO-ACCT TO EX-ACCT
           MOVE CU-NAME TO EX-NAME
           MOVE MT-METERNUM TO EX-METERNUM
           MOVE CU-STREET TO EX-STREET
           MOVE RO-LOCATION TO EX-LOCATION
           MOVE PREV-N TO EX-PREV-READ
           MOVE PREV-DATE TO EX-PREV-DATE
           MOVE LOW-N TO EX-LOW
           MOVE HIGH-N TO EX-HIGH
           MOVE SPACE TO EX-RESULT EX-READ EX-READ-METER EX-COMMENT
             EX-FUTURE
           IF R-CNT = 0
               MOVE "N" TO EX-HIST
               ADD 1 TO CNT-NOHIST CNT-ROUTE-NOHIST
           ELSE
               MOVE "Y" TO EX-HIST
           END-IF
           WRITE EXPFILE01
             INVALID
               DISPLAY EX-ACCT " IS ALREADY ON THE EXPECTED FILE"
                 " - LEFT OFF"
               GO TO P1
           END-WRITE

           MOVE EX-ROUTE TO DL-ROUTE
           MOVE EX-WALK TO DL-WALK
           MOVE EX-ACCT TO DL-ACCT
           MOVE EX-NAME TO DL-NAME
           MOVE EX-METERNUM TO DL-METERNUM
           MOVE EX-STREET TO DL-STREET
           MOVE EX-LOCATION TO DL-LOCATION
           MOVE EX-PREV-READ TO DL-PREV-READ
           MOVE EX-PREV-DATE TO DL-PREV-DATE
           MOVE EX-LOW TO DL-LOW
           MOVE EX-HIGH TO DL-HIGH
           MOVE MT-DIALS TO DL-DIALS
           WRITE DOWNLOAD01
           ADD 1 TO CNT-WRITTEN CNT-ROUTE
           GO TO P1.

       P8.
           PERFORM ROUTE-TOTAL.

       P9.
           DISPLAY "===== fd1010 ROUTE READING DOWNLOAD =====".
           IF RUN-ROUTE = SPACE
               DISPLAY "ROUTES ................ ALL"
           ELSE
               DISPLAY "ROUTE ................. " RUN-ROUTE
           END-IF
           DISPLAY "WINDOW PERCENT ........ " LOW-PCT " TO " HIGH-PCT.
           DISPLAY "ACCOUNTS DOWNLOADED ... " CNT-WRITTEN.
           DISPLAY "  NO READ HISTORY ..... " CNT-NOHIST.
           DISPLAY "NOT ACTIVE - LEFT OFF . " CNT-INACTIVE.
           DISPLAY "NO METER - LEFT OFF ... " CNT-NOMETER.
           CLOSE METERFILE ROUTEFILE CUSTFILE EXPFILE DOWNLOAD.
           STOP RUN.

       ROUTE-TOTAL.
           IF HOLD-ROUTE NOT = SPACE
               DISPLAY "ROUTE " HOLD-ROUTE " " CNT-ROUTE " ACCOUNTS, "
                 CNT-ROUTE-NOHIST " WITH NO READ HISTORY"
           END-IF
           MOVE 0 TO CNT-ROUTE CNT-ROUTE-NOHIST.

      *    A ONE-ROUTE RUN TAKES THAT ROUTE'S OLD EXPECTED READS OFF
      *    FIRST; THE OTHER ROUTES' ENTRIES STAY AS THEY WERE.
       CLEAR-ROUTE.
           MOVE RUN-ROUTE TO EX-ROUTE
           MOVE 0 TO EX-WALK
           START EXPFILE KEY NOT < EX-KEY
             INVALID
               GO TO CLEAR-ROUTE-EXIT
           END-START.
       CLEAR-ROUTE-R1.
           READ EXPFILE NEXT
             AT END
               GO TO CLEAR-ROUTE-EXIT
           END-READ
           IF EX-ROUTE NOT = RUN-ROUTE
               GO TO CLEAR-ROUTE-EXIT
           END-IF
           DELETE EXPFILE
             INVALID
               DISPLAY "CANNOT CLEAR " EX-ACCT
           END-DELETE
           GO TO CLEAR-ROUTE-R1.
       CLEAR-ROUTE-EXIT.
           EXIT.

      *    AN ACCOUNT MOVED ONTO THIS ROUTE SINCE THE LAST RUN STILL
      *    HAS AN ENTRY UNDER ITS OLD ROUTE, WHICH A ONE-ROUTE RUN
      *    DOES NOT CLEAR - AND EX-ACCT IS UNIQUE, SO IT WOULD KEEP
      *    THE NEW ONE OFF.  THE ROUTE FILE SAYS WHERE THE ACCOUNT
      *    IS READ NOW, SO THE OLD ENTRY GOES.
       DROP-MOVED.
           MOVE RO-ACCT TO EX-ACCT
           READ EXPFILE KEY IS EX-ACCT
             INVALID
               GO TO DROP-MOVED-EXIT
           END-READ
           IF EX-ROUTE = RO-ROUTE
               GO TO DROP-MOVED-EXIT
           END-IF
           DELETE EXPFILE
             INVALID
               DISPLAY "CANNOT CLEAR " EX-ACCT
               GO TO DROP-MOVED-EXIT
           END-DELETE
           DISPLAY EX-ACCT " MOVED FROM ROUTE " EX-ROUTE " TO "
             RO-ROUTE.
       DROP-MOVED-EXIT.
           EXIT.

      *    THE METER INSTALLED AT THE ACCOUNT - MT-ACCT STAYS ON
      *    PULLED METERS TOO, SO THE STATUS DECIDES.
       FIND-INSTALLED.
           MOVE "N" TO FOUND-FLAG
           MOVE RO-ACCT TO MT-ACCT
           START METERFILE KEY NOT < MT-ACCT
             INVALID
               GO TO FIND-INSTALLED-EXIT
           END-START.
       FIND-INSTALLED-R1.
           READ METERFILE NEXT
             AT END
               GO TO FIND-INSTALLED-EXIT
           END-READ
           IF MT-ACCT NOT = RO-ACCT
               GO TO FIND-INSTALLED-EXIT
           END-IF
           IF MT-STATUS NOT = "I"
               GO TO FIND-INSTALLED-R1
           END-IF
           MOVE "Y" TO FOUND-FLAG.
       FIND-INSTALLED-EXIT.
           EXIT.

      *    AVERAGE OF THE ACCOUNT'S REAL READS, AS fd1001 TAKES IT.
      *    THE HISTORY FILE IS SMALL AND IN CYCLE ORDER, SO THE SCAN
      *    IS CHEAP.
       HIST-SCAN.
           MOVE 0 TO R-CNT R-SUM EST-AVG
           OPEN INPUT READHIST.
       HIST-SCAN-R1.
           READ READHIST
             AT END
               GO TO HIST-SCAN-DONE
           END-READ
           IF RH-ACCT NOT = RO-ACCT OR RH-TYPE NOT = "R"
               GO TO HIST-SCAN-R1
           END-IF
           ADD 1 TO R-CNT
           ADD RH-UNITS TO R-SUM
           GO TO HIST-SCAN-R1.
       HIST-SCAN-DONE.
           CLOSE READHIST
           IF R-CNT NOT = 0
               COMPUTE EST-AVG = R-SUM / R-CNT
           END-IF.
       HIST-SCAN-EXIT.
           EXIT.

      *    THE HISTORY IS IN BILLED UNITS - DIVIDE OUT THE MULTIPLIER
      *    TO GET BACK TO WHAT THE DIALS WILL SHOW.  A WINDOW THAT
      *    RUNS PAST THE TOP OF THE DIALS WRAPS ROUND TO ZERO; ONE
      *    WIDER THAN THE DIALS TAKES IN EVERY READ.
       SET-WINDOW.
           IF R-CNT = 0
               MOVE PREV-N TO LOW-N
               COMPUTE HIGH-N = PREV-N + MAX-PLAUSIBLE-CONSUMPTION
           ELSE
               COMPUTE REG-AVG = EST-AVG / MULT-N
               COMPUTE LOW-N = PREV-N + REG-AVG * LOW-PCT / 100
               COMPUTE HIGH-N = PREV-N + REG-AVG * HIGH-PCT / 100
           END-IF
           IF MT-DIALS > 0 AND MT-DIALS < 12
               COMPUTE WRAP-N = 10 ** MT-DIALS
           ELSE
               MOVE 1000000000000 TO WRAP-N
           END-IF
           IF HIGH-N - LOW-N NOT < WRAP-N
               MOVE 0 TO LOW-N
               COMPUTE HIGH-N = WRAP-N - 1
           END-IF
           IF LOW-N NOT < WRAP-N
               SUBTRACT WRAP-N FROM LOW-N
           END-IF
           IF HIGH-N NOT < WRAP-N
               SUBTRACT WRAP-N FROM HIGH-N
           END-IF.
