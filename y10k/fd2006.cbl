      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fd1008.
       AUTHOR. SID WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT METERFILE ASSIGN TO "S45" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS MT-METERNUM
           ALTERNATE RECORD KEY IS MT-ACCT WITH DUPLICATES.
           SELECT OPTIONAL ROUTEFILE ASSIGN TO "S46"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS RO-KEY
           ALTERNATE RECORD KEY IS RO-ACCT.
           SELECT ARFILE ASSIGN TO "S60" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS AR-KEY.
           SELECT CUSTFILE ASSIGN TO "S70" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS CU-ACCT.
           SELECT OPTIONAL MOVEFILE ASSIGN TO "S75"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS MV-ACCT.
           SELECT OPTIONAL FINALOUT ASSIGN TO "S41" ORGANIZATION IS
           LINE SEQUENTIAL.
           SELECT OPTIONAL REFUNDOUT ASSIGN TO "S91" ORGANIZATION IS
           LINE SEQUENTIAL.

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

       FD  ARFILE.
       01  ARFILE01.
           02 AR-KEY.
             03 AR-ACCT PIC X(13).
             03 AR-DATE PIC X(8).
             03 AR-TYPE PIC X.
             03 AR-SEQ PIC XXX.
           02 AR-AMOUNT PIC S9(7)V99.
           02 AR-REF PIC X(10).
           02 AR-FUTURE PIC X(8).

       FD  CUSTFILE.
       01  CUSTFILE01.
           02 CU-ACCT PIC X(13).
           02 CU-NAME PIC X(25).
           02 CU-STREET PIC X(28).
           02 CU-STATUS PIC X.
           02 CU-FUTURE PIC X(8).

      *    ONE RECORD PER MOVE-OUT (fd1008).  S = FINAL READ
      *    SCHEDULED, R = FINAL READ TAKEN AND THE FINAL BILL SENT
      *    THROUGH fd1002, C = CLOSED OUT - DEPOSIT APPLIED AND ANY
      *    REST REFUNDED OR TRANSFERRED.  THE FORWARDING ADDRESS IS
      *    WHERE ANYTHING STILL OWED OR REFUNDED IS MAILED; THE
      *    CUSTOMER'S CU-STREET STAYS THE SERVICE ADDRESS.
       FD  MOVEFILE.
       01  MOVEFILE01.
           02 MV-ACCT PIC X(13).
           02 MV-STATUS PIC X.
           02 MV-OUT-DATE PIC X(8).
           02 MV-FWD-STREET PIC X(28).
           02 MV-FWD-CITY PIC X(20).
           02 MV-FWD-STATE PIC XX.
           02 MV-FWD-ZIP PIC X(9).
           02 MV-METERNUM PIC X(10).
           02 MV-FINAL-READ PIC 9(12).
           02 MV-FINAL-DATE PIC X(8).
           02 MV-CLOSED PIC X(8).
           02 MV-NEW-ACCT PIC X(13).
           02 MV-FUTURE PIC X(10).

      *    FINAL BILLS IN THE fd1001 EXTRACT LAYOUT, TO BE PRICED BY
      *    fd1002 AND POSTED BY fd1004 LIKE ANY CYCLE.
       FD  FINALOUT.
       01  FINALOUT01 PIC X(400).
       01  FINALOUT02 REDEFINES FINALOUT01.
           02 FX-ACCT PIC X(13).
           02 FX-NAME PIC X(25).
           02 FX-METERNUM PIC X(10).
           02 FX-PREV-READ PIC X(12).
           02 FX-CURR-READ PIC X(12).
           02 FX-CURR-DATE PIC X(8).
           02 FX-CONSUMPTION PIC 9(12).
           02 FX-ROLLOVER PIC X.
           02 FX-ESTIMATED PIC X.
           02 FX-FINAL PIC X.
           02 FX-DAYS PIC 9(3).
           02 FX-FILLER PIC X(302).

      *    DEPOSIT REFUNDS FOR THE CHECK RUN, TO THE FORWARDING
      *    ADDRESS.
       FD  REFUNDOUT.
       01  REFUNDOUT01.
           02 RF-ACCT PIC X(13).
           02 RF-NAME PIC X(25).
           02 RF-STREET PIC X(28).
           02 RF-CITY PIC X(20).
           02 RF-STATE PIC XX.
           02 RF-ZIP PIC X(9).
           02 RF-AMOUNT PIC 9(7)V99.
           02 RF-DATE PIC X(8).

       WORKING-STORAGE SECTION.
       01  ANS PIC X.
       01  ACCT-IN PIC X(13).
       01  PRIOR-ACCT PIC X(13).
       01  OTHER-ACCT PIC X(13).
       01  NAME-IN PIC X(25).
       01  STREET-IN PIC X(28).
       01  CHECKNO-IN PIC X(10).
       01  DATE-IN PIC X(8).
       01  READ-IN-N PIC 9(12).
       01  READ-IN REDEFINES READ-IN-N PIC X(12).
       01  AMOUNT-IN-N PIC 9(7)V99.
       01  AMOUNT-IN REDEFINES AMOUNT-IN-N PIC X(9).
       01  FOUND-FLAG PIC X.
       01  ROLL-FLAG PIC X.
       01  FINAL-METER PIC X(10).
       01  FINAL-N PIC 9(12).
       01  FROM-READ PIC 9(12).
       01  FROM-DATE PIC X(8).
       01  OLD-METER PIC X(10).
       01  USAGE-FROM PIC 9(12).
       01  USAGE-TO PIC 9(12).
       01  USAGE-DIALS PIC 99.
       01  USAGE-N PIC 9(12).
       01  WRAP-N PIC 9(13).
       01  UNITS-N PIC 9(12).
       01  DAYS-N PIC S9(9).
       01  DATE-1 PIC 9(8).
       01  DATE-2 PIC 9(8).
       01  ACCT-BAL PIC S9(9)V99.
       01  DEP-BAL PIC S9(9)V99.
       01  APPLY-AMT PIC S9(9)V99.
       01  REST-AMT PIC S9(9)V99.
       01  POST-ACCT PIC X(13).
       01  POST-TYPE PIC X.
       01  POST-AMT PIC S9(7)V99.
       01  POST-REF PIC X(10).
       01  SEQ-N PIC 999.
       01  TODAY-6 PIC 9(6).
       01  TODAY-8 PIC X(8).
       01  NEF-11 PIC Z,ZZZ,ZZ9.99CR.

      *
      *    CUSTOMER MOVE-OUT AND MOVE-IN.  A MOVE-OUT SCHEDULES THE
      *    FINAL READ AND TAKES A FORWARDING ADDRESS.  THE FINAL READ
      *    WRITES A FINAL BILL RECORD FOR fd1002 - PRORATED BY THE
      *    DAYS SINCE THE LAST READ - AND FREES THE METER FOR THE
      *    NEXT CUSTOMER.  ONCE fd1004 HAS POSTED THE FINAL BILL THE
      *    ACCOUNT IS CLOSED OUT: THE SECURITY DEPOSIT IS APPLIED TO
      *    THE BALANCE AND ANY REST IS REFUNDED OR TRANSFERRED.  THE
      *    INCOMING CUSTOMER GETS A NEW ACCOUNT AT THE SAME SERVICE
      *    ADDRESS WITH A CLEAN LEDGER, STARTING FROM THE FINAL READ.
      *
      *    DEPOSITS ARE TYPE D ENTRIES ON THE RECEIVABLES LEDGER -
      *    POSITIVE WHEN TAKEN, NEGATIVE WHEN APPLIED, REFUNDED OR
      *    TRANSFERRED - SO THEIR SUM IS THE DEPOSIT HELD.  THEY ARE
      *    MONEY HELD, NOT MONEY OWED, SO THE BALANCE (fd1005, fd1006)
      *    LEAVES THEM OUT.  A DEPOSIT APPLIED TO A BALANCE POSTS A
      *    TYPE A CREDIT THE SAME DAY AS THE D THAT RELEASES IT.
       PROCEDURE DIVISION.
       P00.
           OPEN I-O METERFILE ROUTEFILE ARFILE CUSTFILE MOVEFILE.
           ACCEPT TODAY-6 FROM DATE.
           MOVE "20" TO TODAY-8(1:2).
           MOVE TODAY-6(1:2) TO TODAY-8(3:2).
           MOVE TODAY-6(3:2) TO TODAY-8(5:2).
           MOVE TODAY-6(5:2) TO TODAY-8(7:2).

       P0.
           DISPLAY "MOVES - O)UT F)INAL READ C)LOSE OUT I)N"
             " D)EPOSIT".
           DISPLAY "        L)IST FINAL READS DUE X)EXIT".
           ACCEPT ANS.
           IF ANS = "O" GO TO MOVE-OUT.
           IF ANS = "F" GO TO FINAL-READ.
           IF ANS = "C" GO TO CLOSE-OUT.
           IF ANS = "I" GO TO MOVE-IN.
           IF ANS = "D" GO TO TAKE-DEPOSIT.
           IF ANS = "L" GO TO LIST-DUE.
           IF ANS = "X" GO TO P9.
           GO TO P0.

      *    SCHEDULE THE FINAL READ FOR THE MOVE-OUT DATE AND RECORD
      *    WHERE THE CUSTOMER'S MAIL GOES FROM NOW ON.
       MOVE-OUT.
           DISPLAY "ACCOUNT MOVING OUT (13 CHARS)".
           ACCEPT ACCT-IN.
           IF ACCT-IN = SPACE GO TO P0.
           MOVE ACCT-IN TO CU-ACCT
           READ CUSTFILE
             INVALID
               DISPLAY "NO SUCH CUSTOMER"
               GO TO MOVE-OUT
           END-READ
           IF CU-STATUS NOT = "A"
               DISPLAY "ACCOUNT IS NOT ACTIVE"
               GO TO P0
           END-IF
           DISPLAY CU-ACCT " " CU-NAME " " CU-STREET.
           MOVE ACCT-IN TO MV-ACCT
           READ MOVEFILE
             NOT INVALID
               DISPLAY "MOVE-OUT ALREADY ON FILE - STATUS " MV-STATUS
                 " DATE " MV-OUT-DATE
               GO TO P0
           END-READ
           PERFORM SUM-BAL THRU SUM-BAL-EXIT
           MOVE ACCT-BAL TO NEF-11
           DISPLAY "BALANCE ....... " NEF-11.
           MOVE DEP-BAL TO NEF-11
           DISPLAY "DEPOSIT HELD .. " NEF-11.
           MOVE SPACE TO MOVEFILE01
           MOVE ACCT-IN TO MV-ACCT
           MOVE 0 TO MV-FINAL-READ.
       MOVE-OUT-DATE.
           DISPLAY "MOVE-OUT DATE  YYYYMMDD".
           ACCEPT DATE-IN.
           IF DATE-IN NOT NUMERIC GO TO MOVE-OUT-DATE.
           MOVE DATE-IN TO MV-OUT-DATE.
       MOVE-OUT-FWD.
           DISPLAY "FORWARDING STREET".
           ACCEPT MV-FWD-STREET.
           IF MV-FWD-STREET = SPACE GO TO MOVE-OUT-FWD.
           DISPLAY "CITY".
           ACCEPT MV-FWD-CITY.
           DISPLAY "STATE (2 CHARS)".
           ACCEPT MV-FWD-STATE.
           DISPLAY "ZIP".
           ACCEPT MV-FWD-ZIP.
           DISPLAY "FINAL READ " MV-OUT-DATE " MAIL TO " MV-FWD-STREET
             " " MV-FWD-CITY " - Y/N?".
           ACCEPT ANS.
           IF ANS NOT = "Y" GO TO P0.
           MOVE "S" TO MV-STATUS
           WRITE MOVEFILE01
             INVALID
               DISPLAY "CANNOT WRITE MOVE-OUT RECORD"
               GO TO P0
           END-WRITE
           DISPLAY "FINAL READ SCHEDULED FOR " MV-OUT-DATE
           GO TO P0.

      *    THE FINAL READ.  USAGE RUNS FROM THE METER'S LAST BILLED
      *    READ (PLUS AN UNBILLED CHANGE-OUT'S OLD METER) TO THE
      *    FINAL READ, AND THE DAYS BETWEEN PRORATE THE TIERS IN
      *    fd1002.  THE METER STAYS IN THE GROUND WITH NO ACCOUNT
      *    UNTIL THE NEXT CUSTOMER MOVES IN - A CYCLE READING FOR THE
      *    OLD ACCOUNT IS HELD AS A WRONG METER.
       FINAL-READ.
           DISPLAY "ACCOUNT FOR FINAL READ (13 CHARS)".
           ACCEPT ACCT-IN.
           IF ACCT-IN = SPACE GO TO P0.
           MOVE ACCT-IN TO MV-ACCT
           READ MOVEFILE
             INVALID
               DISPLAY "NO MOVE-OUT SCHEDULED - USE O)UT FIRST"
               GO TO P0
           END-READ
           IF MV-STATUS NOT = "S"
               DISPLAY "FINAL READ ALREADY TAKEN " MV-FINAL-DATE
               GO TO P0
           END-IF
           MOVE ACCT-IN TO CU-ACCT
           READ CUSTFILE
             INVALID
               DISPLAY "NO SUCH CUSTOMER"
               GO TO P0
           END-READ
           PERFORM FIND-INSTALLED THRU FIND-INSTALLED-EXIT
           IF FOUND-FLAG NOT = "Y"
               DISPLAY "NO METER INSTALLED AT " ACCT-IN
               GO TO P0
           END-IF
           MOVE MT-METERNUM TO FINAL-METER
           IF MT-LAST-DATE = SPACE
               MOVE MT-SET-READ TO FROM-READ
               MOVE MT-INSTALL TO FROM-DATE
           ELSE
               MOVE MT-LAST-READ TO FROM-READ
               MOVE MT-LAST-DATE TO FROM-DATE
           END-IF
           DISPLAY "METER " FINAL-METER " LAST READ " FROM-READ
             " ON " FROM-DATE.
       FINAL-READ-DATE.
           DISPLAY "FINAL READ DATE  YYYYMMDD (BLANK = "
             MV-OUT-DATE ")".
           ACCEPT DATE-IN.
           IF DATE-IN = SPACE
               MOVE MV-OUT-DATE TO DATE-IN
           END-IF
           IF DATE-IN NOT NUMERIC GO TO FINAL-READ-DATE.
           IF DATE-IN < FROM-DATE
               DISPLAY "BEFORE THE LAST READ"
               GO TO FINAL-READ-DATE
           END-IF.
       FINAL-READ-N.
           DISPLAY "FINAL READ - 12 DIGITS ZERO FILLED".
           ACCEPT READ-IN.
           IF READ-IN NOT NUMERIC GO TO FINAL-READ-N.
           MOVE READ-IN-N TO FINAL-N.

           MOVE SPACE TO ROLL-FLAG
           MOVE FROM-READ TO USAGE-FROM
           MOVE FINAL-N TO USAGE-TO
           MOVE MT-DIALS TO USAGE-DIALS
           PERFORM USAGE-CALC
           IF MT-MULT = 0
               MOVE USAGE-N TO UNITS-N
           ELSE
               COMPUTE UNITS-N = USAGE-N * MT-MULT
           END-IF
           MOVE SPACE TO OLD-METER
           IF MT-PRIOR NOT = SPACE AND MT-CO-BILLED = SPACE
               PERFORM OLD-USAGE THRU OLD-USAGE-EXIT
           END-IF

      *    NO DATE TO COUNT FROM (ZERO DAYS) BILLS A FULL CYCLE.
           MOVE 0 TO DAYS-N
           IF FROM-DATE NUMERIC
               MOVE DATE-IN TO DATE-2
               MOVE FROM-DATE TO DATE-1
               COMPUTE DAYS-N = FUNCTION INTEGER-OF-DATE(DATE-2)
                 - FUNCTION INTEGER-OF-DATE(DATE-1)
           END-IF
           IF DAYS-N > 999
               MOVE 999 TO DAYS-N
           END-IF
           DISPLAY "FINAL USAGE " UNITS-N " OVER " DAYS-N " DAYS".
           IF ROLL-FLAG = "Y"
               DISPLAY "** THE METER HAS WRAPPED SINCE THE LAST READ"
           END-IF
           DISPLAY "WRITE THE FINAL BILL - Y/N?".
           ACCEPT ANS.
           IF ANS NOT = "Y" GO TO P0.

           MOVE SPACE TO FINALOUT01
           MOVE ACCT-IN TO FX-ACCT
           MOVE CU-NAME TO FX-NAME
           MOVE FINAL-METER TO FX-METERNUM
           MOVE FROM-READ TO FX-PREV-READ
           MOVE FINAL-N TO FX-CURR-READ
           MOVE DATE-IN TO FX-CURR-DATE
           MOVE UNITS-N TO FX-CONSUMPTION
           MOVE "F" TO FX-FINAL
           MOVE DAYS-N TO FX-DAYS
           OPEN EXTEND FINALOUT
           WRITE FINALOUT01
           CLOSE FINALOUT

           MOVE FINAL-METER TO MT-METERNUM
           READ METERFILE
             INVALID
               DISPLAY "METER RECORD VANISHED " FINAL-METER
               GO TO P0
           END-READ
           IF MT-LAST-DATE NOT = DATE-IN
               MOVE MT-LAST-READ TO MT-BACK-READ
               MOVE MT-LAST-DATE TO MT-BACK-DATE
           END-IF
           MOVE FINAL-N TO MT-LAST-READ
           MOVE DATE-IN TO MT-LAST-DATE
           IF OLD-METER NOT = SPACE
               MOVE DATE-IN TO MT-CO-BILLED
           END-IF
           MOVE SPACE TO MT-ACCT
           REWRITE METERFILE01
             INVALID
               DISPLAY "CANNOT REWRITE METER " FINAL-METER
           END-REWRITE

           MOVE "R" TO MV-STATUS
           MOVE FINAL-METER TO MV-METERNUM
           MOVE FINAL-N TO MV-FINAL-READ
           MOVE DATE-IN TO MV-FINAL-DATE
           REWRITE MOVEFILE01
             INVALID
               DISPLAY "CANNOT REWRITE MOVE-OUT RECORD"
           END-REWRITE
           DISPLAY "FINAL BILL WRITTEN - RUN fd1002 AND fd1004, THEN"
             " C)LOSE OUT"
           GO TO P0.

      *    THE METER WAS CHANGED OUT SINCE THE LAST CYCLE - THE OLD
      *    ONE'S USAGE TO ITS FINAL READ IS ON THIS BILL TOO, AND
      *    THE PERIOD RUNS FROM THE OLD METER'S LAST READ.
       OLD-USAGE.
           MOVE MT-PRIOR TO OLD-METER
           MOVE OLD-METER TO MT-METERNUM
           READ METERFILE
             INVALID
               DISPLAY "REPLACED METER " OLD-METER " NOT ON FILE"
               MOVE SPACE TO OLD-METER
               GO TO OLD-USAGE-9
           END-READ
           IF MT-LAST-DATE = SPACE
               MOVE MT-SET-READ TO USAGE-FROM
               MOVE MT-INSTALL TO FROM-DATE
           ELSE
               MOVE MT-LAST-READ TO USAGE-FROM
               MOVE MT-LAST-DATE TO FROM-DATE
           END-IF
           MOVE MT-FINAL-READ TO USAGE-TO
           MOVE MT-DIALS TO USAGE-DIALS
           PERFORM USAGE-CALC
           IF MT-MULT = 0
               ADD USAGE-N TO UNITS-N
           ELSE
               COMPUTE UNITS-N = UNITS-N + USAGE-N * MT-MULT
           END-IF
           DISPLAY "PLUS REPLACED METER " OLD-METER " FROM "
             USAGE-FROM " TO " USAGE-TO.
       OLD-USAGE-9.
           MOVE FINAL-METER TO MT-METERNUM
           READ METERFILE
             INVALID
               MOVE SPACE TO OLD-METER
           END-READ.
       OLD-USAGE-EXIT.
           EXIT.

      *    CLOSE OUT ONCE THE FINAL BILL IS ON THE LEDGER.  THE
      *    DEPOSIT PAYS DOWN THE BALANCE FIRST; WHAT IS LEFT GOES
      *    BACK TO THE CUSTOMER OR ONTO ANOTHER OF THEIR ACCOUNTS.
      *    A BALANCE STILL OWED AFTER THE DEPOSIT STAYS ON THE
      *    LEDGER AND ITS NOTICES GO TO THE FORWARDING ADDRESS.
       CLOSE-OUT.
           DISPLAY "ACCOUNT TO CLOSE OUT (13 CHARS)".
           ACCEPT ACCT-IN.
           IF ACCT-IN = SPACE GO TO P0.
           MOVE ACCT-IN TO MV-ACCT
           READ MOVEFILE
             INVALID
               DISPLAY "NO MOVE-OUT ON FILE"
               GO TO P0
           END-READ
           IF MV-STATUS = "S"
               DISPLAY "FINAL READ NOT TAKEN YET"
               GO TO P0
           END-IF
           IF MV-STATUS = "C"
               DISPLAY "ALREADY CLOSED OUT " MV-CLOSED
               GO TO P0
           END-IF
           MOVE ACCT-IN TO AR-ACCT
           MOVE MV-FINAL-DATE TO AR-DATE
           MOVE "B" TO AR-TYPE
           MOVE "001" TO AR-SEQ
           READ ARFILE
             INVALID
               DISPLAY "FINAL BILL FOR " MV-FINAL-DATE
                 " IS NOT POSTED YET"
               GO TO P0
           END-READ
           MOVE ACCT-IN TO CU-ACCT
           READ CUSTFILE
             INVALID
               DISPLAY "NO SUCH CUSTOMER"
               GO TO P0
           END-READ
           DISPLAY CU-ACCT " " CU-NAME.
           PERFORM SUM-BAL THRU SUM-BAL-EXIT
           MOVE ACCT-BAL TO NEF-11
           DISPLAY "BALANCE ....... " NEF-11.
           MOVE DEP-BAL TO NEF-11
           DISPLAY "DEPOSIT HELD .. " NEF-11.
           MOVE 0 TO APPLY-AMT REST-AMT
           IF DEP-BAL > 0
               IF ACCT-BAL > DEP-BAL
                   MOVE DEP-BAL TO APPLY-AMT
               ELSE
                   IF ACCT-BAL > 0
                       MOVE ACCT-BAL TO APPLY-AMT
                   END-IF
               END-IF
               COMPUTE REST-AMT = DEP-BAL - APPLY-AMT
           END-IF
           MOVE APPLY-AMT TO NEF-11
           DISPLAY "APPLY TO BALANCE " NEF-11.
           MOVE REST-AMT TO NEF-11
           DISPLAY "LEFT TO RETURN . " NEF-11.
           MOVE SPACE TO OTHER-ACCT
           IF REST-AMT = 0
               GO TO CLOSE-OUT-OK
           END-IF.
       CLOSE-OUT-REST.
           DISPLAY "R)EFUND TO FORWARDING ADDRESS OR T)RANSFER TO"
             " ANOTHER ACCOUNT".
           ACCEPT ANS.
           IF ANS = "R" GO TO CLOSE-OUT-OK.
           IF ANS NOT = "T" GO TO CLOSE-OUT-REST.
           DISPLAY "TRANSFER TO ACCOUNT (13 CHARS)".
           ACCEPT OTHER-ACCT.
           IF OTHER-ACCT = SPACE OR OTHER-ACCT = ACCT-IN
               GO TO CLOSE-OUT-REST
           END-IF
           MOVE OTHER-ACCT TO CU-ACCT
           READ CUSTFILE
             INVALID
               DISPLAY "NO SUCH CUSTOMER"
               MOVE SPACE TO OTHER-ACCT
               GO TO CLOSE-OUT-REST
           END-READ
           IF CU-STATUS NOT = "A"
               DISPLAY "ACCOUNT IS NOT ACTIVE"
               MOVE SPACE TO OTHER-ACCT
               GO TO CLOSE-OUT-REST
           END-IF
           DISPLAY CU-ACCT " " CU-NAME " " CU-STREET.
       CLOSE-OUT-OK.
           DISPLAY "CLOSE OUT " ACCT-IN " - Y/N?".
           ACCEPT ANS.
           IF ANS NOT = "Y" GO TO P0.

           IF APPLY-AMT NOT = 0
               MOVE ACCT-IN TO POST-ACCT
               MOVE "A" TO POST-TYPE
               COMPUTE POST-AMT = -1 * APPLY-AMT
               MOVE "DEPOSIT" TO POST-REF
               PERFORM POST-AR THRU POST-AR-EXIT
               MOVE "D" TO POST-TYPE
               MOVE "APPLIED" TO POST-REF
               PERFORM POST-AR THRU POST-AR-EXIT
           END-IF
           IF REST-AMT NOT = 0
               MOVE ACCT-IN TO POST-ACCT
               MOVE "D" TO POST-TYPE
               COMPUTE POST-AMT = -1 * REST-AMT
               IF OTHER-ACCT = SPACE
                   MOVE "REFUND" TO POST-REF
               ELSE
                   MOVE OTHER-ACCT TO POST-REF
               END-IF
               PERFORM POST-AR THRU POST-AR-EXIT
           END-IF
           IF REST-AMT NOT = 0 AND OTHER-ACCT NOT = SPACE
               MOVE OTHER-ACCT TO POST-ACCT
               MOVE REST-AMT TO POST-AMT
               MOVE ACCT-IN TO POST-REF
               PERFORM POST-AR THRU POST-AR-EXIT
               DISPLAY "DEPOSIT TRANSFERRED TO " OTHER-ACCT
           END-IF

           MOVE ACCT-IN TO CU-ACCT
           READ CUSTFILE
             INVALID
               DISPLAY "NO SUCH CUSTOMER"
               GO TO P0
           END-READ
           IF REST-AMT NOT = 0 AND OTHER-ACCT = SPACE
               MOVE ACCT-IN TO RF-ACCT
               MOVE CU-NAME TO RF-NAME
               MOVE MV-FWD-STREET TO RF-STREET
               MOVE MV-FWD-CITY TO RF-CITY
               MOVE MV-FWD-STATE TO RF-STATE
               MOVE MV-FWD-ZIP TO RF-ZIP
               MOVE REST-AMT TO RF-AMOUNT
               MOVE TODAY-8 TO RF-DATE
               OPEN EXTEND REFUNDOUT
               WRITE REFUNDOUT01
               CLOSE REFUNDOUT
               DISPLAY "REFUND WRITTEN FOR THE CHECK RUN"
           END-IF
           MOVE "I" TO CU-STATUS
           REWRITE CUSTFILE01
             INVALID
               DISPLAY "CANNOT REWRITE CUSTOMER " ACCT-IN
           END-REWRITE
           MOVE "C" TO MV-STATUS
           MOVE TODAY-8 TO MV-CLOSED
           REWRITE MOVEFILE01
             INVALID
               DISPLAY "CANNOT REWRITE MOVE-OUT RECORD"
           END-REWRITE
           PERFORM SUM-BAL THRU SUM-BAL-EXIT
           MOVE ACCT-BAL TO NEF-11
           DISPLAY "CLOSED - BALANCE NOW " NEF-11
           GO TO P0.

      *    A NEW CUSTOMER.  FROM A MOVE-OUT THE ACCOUNT TAKES THE
      *    OLD ONE'S SERVICE ADDRESS AND ITS METER, WHICH STARTS
      *    FROM THE FINAL READ.  THE ACCOUNT NUMBER MUST BE NEW, SO
      *    THE LEDGER STARTS CLEAN - NOTHING OWED BY THE CUSTOMER
      *    BEFORE FOLLOWS THE ADDRESS.
       MOVE-IN.
           DISPLAY "NEW ACCOUNT (13 CHARS)".
           ACCEPT ACCT-IN.
           IF ACCT-IN = SPACE GO TO P0.
           MOVE ACCT-IN TO CU-ACCT
           READ CUSTFILE
             NOT INVALID
               DISPLAY "ACCOUNT ALREADY ON FILE " CU-NAME
               GO TO MOVE-IN
           END-READ
           PERFORM SUM-BAL THRU SUM-BAL-EXIT
           IF FOUND-FLAG = "Y"
               DISPLAY "ACCOUNT NUMBER HAS LEDGER ENTRIES - USE A NEW"
                 " ONE"
               GO TO MOVE-IN
           END-IF
           DISPLAY "CUSTOMER NAME".
           ACCEPT NAME-IN.
           IF NAME-IN = SPACE GO TO P0.
           DISPLAY "PREVIOUS ACCOUNT AT THIS ADDRESS (BLANK = NEW"
             " SERVICE)".
           ACCEPT PRIOR-ACCT.
           MOVE SPACE TO FINAL-METER
           IF PRIOR-ACCT = SPACE
               GO TO MOVE-IN-STREET
           END-IF
           MOVE PRIOR-ACCT TO MV-ACCT
           READ MOVEFILE
             INVALID
               DISPLAY "NO MOVE-OUT ON FILE FOR " PRIOR-ACCT
               GO TO P0
           END-READ
           IF MV-STATUS = "S"
               DISPLAY "FINAL READ NOT TAKEN YET FOR " PRIOR-ACCT
               GO TO P0
           END-IF
           IF MV-NEW-ACCT NOT = SPACE
               DISPLAY "ALREADY MOVED IN AS " MV-NEW-ACCT
               GO TO P0
           END-IF
           MOVE PRIOR-ACCT TO CU-ACCT
           READ CUSTFILE
             INVALID
               DISPLAY "NO SUCH CUSTOMER " PRIOR-ACCT
               GO TO P0
           END-READ
           MOVE CU-STREET TO STREET-IN
           MOVE MV-METERNUM TO FINAL-METER
           MOVE FINAL-METER TO MT-METERNUM
           READ METERFILE
             INVALID
               DISPLAY "METER " FINAL-METER " NOT ON FILE"
               GO TO P0
           END-READ
           IF MT-STATUS NOT = "I" OR MT-ACCT NOT = SPACE
               DISPLAY "METER " FINAL-METER " IS NO LONGER FREE - "
                 MT-STATUS " " MT-ACCT
               GO TO P0
           END-IF
           DISPLAY "SERVICE AT " STREET-IN " METER " FINAL-METER
             " FROM " MT-LAST-READ
           GO TO MOVE-IN-DEP.
       MOVE-IN-STREET.
           DISPLAY "SERVICE STREET".
           ACCEPT STREET-IN.
           IF STREET-IN = SPACE GO TO MOVE-IN-STREET.
       MOVE-IN-DEP.
           DISPLAY "DEPOSIT RECEIVED - 9 DIGITS ZERO FILLED, LAST"
             " TWO ARE CENTS (ZEROS = NONE)".
           ACCEPT AMOUNT-IN.
           IF AMOUNT-IN NOT NUMERIC GO TO MOVE-IN-DEP.
           MOVE SPACE TO CHECKNO-IN
           IF AMOUNT-IN-N NOT = 0
               DISPLAY "CHECK NUMBER (BLANK FOR CASH)"
               ACCEPT CHECKNO-IN
           END-IF
           DISPLAY "OPEN " ACCT-IN " " NAME-IN " AT " STREET-IN
             " - Y/N?".
           ACCEPT ANS.
           IF ANS NOT = "Y" GO TO P0.

           MOVE SPACE TO CUSTFILE01
           MOVE ACCT-IN TO CU-ACCT
           MOVE NAME-IN TO CU-NAME
           MOVE STREET-IN TO CU-STREET
           MOVE "A" TO CU-STATUS
           WRITE CUSTFILE01
             INVALID
               DISPLAY "CANNOT ADD CUSTOMER " ACCT-IN
               GO TO P0
           END-WRITE
           IF FINAL-METER NOT = SPACE
               MOVE ACCT-IN TO MT-ACCT
               REWRITE METERFILE01
                 INVALID
                   DISPLAY "CANNOT MOVE METER " FINAL-METER
               END-REWRITE
               MOVE ACCT-IN TO MV-NEW-ACCT
               REWRITE MOVEFILE01
                 INVALID
                   DISPLAY "CANNOT REWRITE MOVE-OUT RECORD"
               END-REWRITE
           END-IF
      *    THE NEW ACCOUNT TAKES THE OLD ONE'S PLACE ON THE READING
      *    ROUTE (fd1009).
           IF PRIOR-ACCT NOT = SPACE
               MOVE PRIOR-ACCT TO RO-ACCT
               READ ROUTEFILE KEY IS RO-ACCT
                 INVALID
                   DISPLAY "PUT " ACCT-IN " ON A READING ROUTE"
                 NOT INVALID
                   MOVE ACCT-IN TO RO-ACCT
                   REWRITE ROUTEFILE01
                     INVALID
                       DISPLAY "CANNOT MOVE ROUTE SPOT TO " ACCT-IN
                   END-REWRITE
               END-READ
           END-IF
           IF AMOUNT-IN-N NOT = 0
               MOVE ACCT-IN TO POST-ACCT
               MOVE "D" TO POST-TYPE
               MOVE AMOUNT-IN-N TO POST-AMT
               MOVE CHECKNO-IN TO POST-REF
               PERFORM POST-AR THRU POST-AR-EXIT
           END-IF
           DISPLAY "CUSTOMER " ACCT-IN " OPENED"
           IF FINAL-METER = SPACE
               DISPLAY "SET THE METER WITH fd1007 S)ET AT ACCOUNT AND"
                 " PUT THE ACCOUNT ON A READING ROUTE"
           END-IF
           GO TO P0.

      *    A DEPOSIT TAKEN FROM AN EXISTING CUSTOMER.
       TAKE-DEPOSIT.
           DISPLAY "ACCOUNT (13 CHARS)".
           ACCEPT ACCT-IN.
           IF ACCT-IN = SPACE GO TO P0.
           MOVE ACCT-IN TO CU-ACCT
           READ CUSTFILE
             INVALID
               DISPLAY "NO SUCH CUSTOMER"
               GO TO TAKE-DEPOSIT
           END-READ
           IF CU-STATUS NOT = "A"
               DISPLAY "ACCOUNT IS NOT ACTIVE"
               GO TO P0
           END-IF
           DISPLAY CU-ACCT " " CU-NAME.
           PERFORM SUM-BAL THRU SUM-BAL-EXIT
           MOVE DEP-BAL TO NEF-11
           DISPLAY "DEPOSIT HELD .. " NEF-11.
       TAKE-DEPOSIT-AMT.
           DISPLAY "DEPOSIT RECEIVED - 9 DIGITS ZERO FILLED, LAST"
             " TWO ARE CENTS".
           ACCEPT AMOUNT-IN.
           IF AMOUNT-IN NOT NUMERIC GO TO TAKE-DEPOSIT-AMT.
           IF AMOUNT-IN-N = 0 GO TO P0.
           DISPLAY "CHECK NUMBER (BLANK FOR CASH)".
           ACCEPT CHECKNO-IN.
           MOVE AMOUNT-IN-N TO NEF-11
           DISPLAY "DEPOSIT " NEF-11 " ON " ACCT-IN " - Y/N?".
           ACCEPT ANS.
           IF ANS NOT = "Y" GO TO P0.
           MOVE ACCT-IN TO POST-ACCT
           MOVE "D" TO POST-TYPE
           MOVE AMOUNT-IN-N TO POST-AMT
           MOVE CHECKNO-IN TO POST-REF
           PERFORM POST-AR THRU POST-AR-EXIT
           PERFORM SUM-BAL THRU SUM-BAL-EXIT
           MOVE DEP-BAL TO NEF-11
           DISPLAY "DEPOSIT HELD NOW " NEF-11
           GO TO P0.

      *    FINAL READS STILL TO BE TAKEN, FOR THE READER'S SHEET.
       LIST-DUE.
           MOVE LOW-VALUE TO MV-ACCT
           START MOVEFILE KEY NOT < MV-ACCT
             INVALID
               GO TO P0
           END-START.
       LIST-DUE-R1.
           READ MOVEFILE NEXT
             AT END
               GO TO P0
           END-READ
           IF MV-STATUS NOT = "S"
               GO TO LIST-DUE-R1
           END-IF
           MOVE MV-ACCT TO CU-ACCT
           READ CUSTFILE
             INVALID
               MOVE SPACE TO CU-NAME CU-STREET
           END-READ
           MOVE MV-ACCT TO ACCT-IN
           PERFORM FIND-INSTALLED THRU FIND-INSTALLED-EXIT
           IF FOUND-FLAG NOT = "Y"
               MOVE SPACE TO MT-METERNUM
           END-IF
           DISPLAY MV-OUT-DATE " " MV-ACCT " " CU-STREET " "
             MT-METERNUM.
           GO TO LIST-DUE-R1.

      *    THE METER INSTALLED AT ACCT-IN, IF ANY - MT-ACCT STAYS ON
      *    PULLED METERS TOO, SO THE STATUS DECIDES.
       FIND-INSTALLED.
           MOVE "N" TO FOUND-FLAG
           MOVE ACCT-IN TO MT-ACCT
           START METERFILE KEY NOT < MT-ACCT
             INVALID
               GO TO FIND-INSTALLED-EXIT
           END-START.
       FIND-INSTALLED-R1.
           READ METERFILE NEXT
             AT END
               GO TO FIND-INSTALLED-EXIT
           END-READ
           IF MT-ACCT NOT = ACCT-IN
               GO TO FIND-INSTALLED-EXIT
           END-IF
           IF MT-STATUS NOT = "I"
               GO TO FIND-INSTALLED-R1
           END-IF
           MOVE "Y" TO FOUND-FLAG.
       FIND-INSTALLED-EXIT.
           EXIT.

      *    REGISTER MOVEMENT FROM USAGE-FROM TO USAGE-TO.  A METER
      *    WRAPS AT 10 TO THE POWER OF ITS DIALS (12 WHEN NOT KNOWN).
       USAGE-CALC.
           IF USAGE-TO < USAGE-FROM
               MOVE "Y" TO ROLL-FLAG
               IF USAGE-DIALS > 0 AND USAGE-DIALS < 12
                   COMPUTE WRAP-N = 10 ** USAGE-DIALS
               ELSE
                   MOVE 1000000000000 TO WRAP-N
               END-IF
               COMPUTE USAGE-N = WRAP-N - USAGE-FROM + USAGE-TO
           ELSE
               COMPUTE USAGE-N = USAGE-TO - USAGE-FROM
           END-IF.

      *    THE ACCOUNT'S BALANCE (EVERYTHING BUT DEPOSITS) AND THE
      *    DEPOSIT HELD.  FOUND-FLAG SAYS WHETHER IT HAS ANY LEDGER
      *    ENTRY AT ALL.
       SUM-BAL.
           MOVE 0 TO ACCT-BAL DEP-BAL
           MOVE "N" TO FOUND-FLAG
           MOVE ACCT-IN TO AR-ACCT
           MOVE LOW-VALUE TO AR-DATE AR-TYPE AR-SEQ
           START ARFILE KEY NOT < AR-KEY
             INVALID
               GO TO SUM-BAL-EXIT
           END-START.
       SUM-BAL-R1.
           READ ARFILE NEXT
             AT END
               GO TO SUM-BAL-EXIT
           END-READ
           IF AR-ACCT NOT = ACCT-IN
               GO TO SUM-BAL-EXIT
           END-IF
           MOVE "Y" TO FOUND-FLAG
           IF AR-TYPE = "D"
               ADD AR-AMOUNT TO DEP-BAL
           ELSE
               ADD AR-AMOUNT TO ACCT-BAL
           END-IF
           GO TO SUM-BAL-R1.
       SUM-BAL-EXIT.
           EXIT.

      *    ONE LEDGER ENTRY DATED TODAY, NEXT FREE SEQUENCE FOR THE
      *    ACCOUNT, DATE AND TYPE.
       POST-AR.
           MOVE 0 TO SEQ-N.
       POST-AR-1.
           ADD 1 TO SEQ-N
           MOVE POST-ACCT TO AR-ACCT
           MOVE TODAY-8 TO AR-DATE
           MOVE POST-TYPE TO AR-TYPE
           MOVE SEQ-N TO AR-SEQ
           READ ARFILE
             INVALID
               GO TO POST-AR-2
           END-READ
           GO TO POST-AR-1.
       POST-AR-2.
           MOVE POST-AMT TO AR-AMOUNT
           MOVE POST-REF TO AR-REF
           MOVE SPACE TO AR-FUTURE
           WRITE ARFILE01
             INVALID
               DISPLAY "CANNOT POST " AR-KEY
           END-WRITE.
       POST-AR-EXIT.
           EXIT.

       P9.
           CLOSE METERFILE ROUTEFILE ARFILE CUSTFILE MOVEFILE.
           STOP RUN.
