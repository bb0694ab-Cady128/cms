      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fd1007.
       AUTHOR. SID WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL METERFILE ASSIGN TO "S45"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS MT-METERNUM
           ALTERNATE RECORD KEY IS MT-ACCT WITH DUPLICATES.
           SELECT CUSTFILE ASSIGN TO "S70" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS CU-ACCT.

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

       FD  CUSTFILE.
       01  CUSTFILE01.
           02 CU-ACCT PIC X(13).
           02 CU-NAME PIC X(25).
           02 CU-STREET PIC X(28).
           02 CU-STATUS PIC X.
           02 CU-FUTURE PIC X(8).

       WORKING-STORAGE SECTION.
       01  ANS PIC X.
       01  ACCT-IN PIC X(13).
       01  METER-IN PIC X(10).
       01  OLD-METER PIC X(10).
       01  DATE-IN PIC X(8).
       01  READ-IN-N PIC 9(12).
       01  READ-IN REDEFINES READ-IN-N PIC X(12).
       01  DIALS-IN-N PIC 99.
       01  DIALS-IN REDEFINES DIALS-IN-N PIC XX.
       01  MULT-IN-N PIC 9(5).
       01  MULT-IN REDEFINES MULT-IN-N PIC X(5).
       01  FINAL-READ PIC 9(12).
       01  FOUND-FLAG PIC X.
       01  TODAY-6 PIC 9(6).
       01  TODAY-8 PIC X(8).

      *
      *    METER MASTER MAINTENANCE.  A METER IS ADDED TO STOCK, SET
      *    IN AT A CUSTOMER ACCOUNT, AND AT A CHANGE-OUT PULLED WITH
      *    ITS FINAL READ WHILE THE NEW ONE GOES IN WITH ITS SET
      *    READ.  fd1001 BILLS THE CHANGE-OUT CYCLE AS OLD-METER PLUS
      *    NEW-METER USAGE AND HOLDS ANY READING FROM A METER THAT IS
      *    NOT THE ONE INSTALLED AT THE ACCOUNT.
       PROCEDURE DIVISION.
       P00.
           OPEN I-O METERFILE.
           OPEN INPUT CUSTFILE.
           ACCEPT TODAY-6 FROM DATE.
           MOVE "20" TO TODAY-8(1:2).
           MOVE TODAY-6(1:2) TO TODAY-8(3:2).
           MOVE TODAY-6(3:2) TO TODAY-8(5:2).
           MOVE TODAY-6(5:2) TO TODAY-8(7:2).

       P0.
           DISPLAY "METER MASTER - A)DD TO STOCK S)ET AT ACCOUNT"
             " O)CHANGE-OUT".
           DISPLAY "               C)HANGE R)EAD CORRECT I)NQUIRY"
             " L)IST X)EXIT".
           ACCEPT ANS.
           IF ANS = "A" GO TO ADD-METER.
           IF ANS = "S" GO TO SET-METER.
           IF ANS = "O" GO TO CHANGE-OUT.
           IF ANS = "C" GO TO CHANGE-METER.
           IF ANS = "R" GO TO READ-CORRECT.
           IF ANS = "I" GO TO INQ-METER.
           IF ANS = "L" GO TO LIST-METER.
           IF ANS = "X" GO TO P9.
           GO TO P0.

       ADD-METER.
           DISPLAY "METER NUMBER (10 CHARS)".
           ACCEPT METER-IN.
           IF METER-IN = SPACE GO TO P0.
           MOVE METER-IN TO MT-METERNUM
           READ METERFILE
             NOT INVALID
               DISPLAY "THAT METER IS ALREADY ON FILE"
               GO TO P0
           END-READ
           PERFORM NEW-METER THRU NEW-METER-EXIT
           GO TO P0.

      *    A NEW METER INTO STOCK - DIALS AND MULTIPLIER ARE ALL THE
      *    MASTER NEEDS UNTIL IT IS SET AT AN ACCOUNT.
       NEW-METER.
           MOVE SPACE TO METERFILE01
           MOVE METER-IN TO MT-METERNUM
           MOVE 0 TO MT-SET-READ MT-FINAL-READ MT-LAST-READ
             MT-BACK-READ.
       NEW-METER-DIALS.
           DISPLAY "NUMBER OF DIALS - 2 DIGITS".
           ACCEPT DIALS-IN.
           IF DIALS-IN NOT NUMERIC OR DIALS-IN-N = 0
             OR DIALS-IN-N > 12
               DISPLAY "DIALS MUST BE 01 TO 12"
               GO TO NEW-METER-DIALS
           END-IF
           MOVE DIALS-IN-N TO MT-DIALS.
       NEW-METER-MULT.
           DISPLAY "MULTIPLIER - 5 DIGITS ZERO FILLED (00001 = NONE)".
           ACCEPT MULT-IN.
           IF MULT-IN NOT NUMERIC OR MULT-IN-N = 0
               DISPLAY "MULTIPLIER MUST BE ALL DIGITS, NOT ZERO"
               GO TO NEW-METER-MULT
           END-IF
           MOVE MULT-IN-N TO MT-MULT
           MOVE "S" TO MT-STATUS
           WRITE METERFILE01
             INVALID
               DISPLAY "CANNOT WRITE NEW METER RECORD"
           END-WRITE.
       NEW-METER-EXIT.
           EXIT.

      *    FIRST METER AT AN ACCOUNT (OR ONE SET AFTER THE OLD ONE
      *    WAS PULLED WITHOUT A REPLACEMENT).  A CHANGE-OUT GOES
      *    THROUGH O) SO THE OLD METER'S FINAL READ IS KEPT.
       SET-METER.
           DISPLAY "ACCOUNT (13 CHARS)".
           ACCEPT ACCT-IN.
           IF ACCT-IN = SPACE GO TO P0.
           MOVE ACCT-IN TO CU-ACCT
           READ CUSTFILE
             INVALID
               DISPLAY "NO SUCH CUSTOMER"
               GO TO SET-METER
           END-READ
           DISPLAY CU-ACCT " " CU-NAME " " CU-STREET.
           PERFORM FIND-INSTALLED THRU FIND-INSTALLED-EXIT
           IF FOUND-FLAG = "Y"
               DISPLAY "METER " MT-METERNUM " IS ALREADY INSTALLED"
                 " - USE O)CHANGE-OUT"
               GO TO P0
           END-IF
           DISPLAY "METER NUMBER".
           ACCEPT METER-IN.
           IF METER-IN = SPACE GO TO P0.
           MOVE METER-IN TO MT-METERNUM
           READ METERFILE
             INVALID
               DISPLAY "NOT ON FILE - ADDING IT"
               PERFORM NEW-METER THRU NEW-METER-EXIT
           END-READ
           IF MT-STATUS NOT = "S"
               DISPLAY "METER " MT-METERNUM " IS NOT IN STOCK - STATUS "
                 MT-STATUS " " MT-ACCT
               GO TO P0
           END-IF.
       SET-METER-DATE.
           DISPLAY "INSTALL DATE  YYYYMMDD (BLANK = TODAY)".
           ACCEPT DATE-IN.
           IF DATE-IN = SPACE
               MOVE TODAY-8 TO DATE-IN
           END-IF
           IF DATE-IN NOT NUMERIC GO TO SET-METER-DATE.
       SET-METER-READ.
           DISPLAY "SET READ - 12 DIGITS ZERO FILLED".
           ACCEPT READ-IN.
           IF READ-IN NOT NUMERIC GO TO SET-METER-READ.
           MOVE ACCT-IN TO MT-ACCT
           MOVE "I" TO MT-STATUS
           MOVE DATE-IN TO MT-INSTALL
           MOVE SPACE TO MT-REMOVE MT-PRIOR MT-CO-BILLED
           MOVE READ-IN-N TO MT-SET-READ
           MOVE READ-IN-N TO MT-LAST-READ
           MOVE DATE-IN TO MT-LAST-DATE
           MOVE 0 TO MT-BACK-READ
           MOVE SPACE TO MT-BACK-DATE
           MOVE 0 TO MT-FINAL-READ
           REWRITE METERFILE01
             INVALID
               DISPLAY "CANNOT REWRITE METER RECORD"
               GO TO P0
           END-REWRITE
           DISPLAY "METER " MT-METERNUM " SET AT " MT-ACCT
           GO TO P0.

      *    PULL THE INSTALLED METER WITH ITS FINAL READ AND PUT THE
      *    NEW ONE IN THE SAME DAY WITH ITS SET READ.  THE NEW METER
      *    NAMES THE OLD ONE SO fd1001 CAN BILL BOTH IN THE CYCLE.
       CHANGE-OUT.
           DISPLAY "ACCOUNT (13 CHARS)".
           ACCEPT ACCT-IN.
           IF ACCT-IN = SPACE GO TO P0.
           MOVE ACCT-IN TO CU-ACCT
           READ CUSTFILE
             INVALID
               DISPLAY "NO SUCH CUSTOMER"
               GO TO CHANGE-OUT
           END-READ
           DISPLAY CU-ACCT " " CU-NAME " " CU-STREET.
           PERFORM FIND-INSTALLED THRU FIND-INSTALLED-EXIT
           IF FOUND-FLAG NOT = "Y"
               DISPLAY "NO METER INSTALLED - USE S)ET AT ACCOUNT"
               GO TO P0
           END-IF
           MOVE MT-METERNUM TO OLD-METER
           DISPLAY "OLD METER " OLD-METER " INSTALLED " MT-INSTALL
             " SET READ " MT-SET-READ.
       CHANGE-OUT-DATE.
           DISPLAY "CHANGE-OUT DATE  YYYYMMDD (BLANK = TODAY)".
           ACCEPT DATE-IN.
           IF DATE-IN = SPACE
               MOVE TODAY-8 TO DATE-IN
           END-IF
           IF DATE-IN NOT NUMERIC GO TO CHANGE-OUT-DATE.
           IF DATE-IN < MT-INSTALL
               DISPLAY "BEFORE THE OLD METER WENT IN"
               GO TO CHANGE-OUT-DATE
           END-IF.
       CHANGE-OUT-FINAL.
           DISPLAY "OLD METER FINAL READ - 12 DIGITS ZERO FILLED".
           ACCEPT READ-IN.
           IF READ-IN NOT NUMERIC GO TO CHANGE-OUT-FINAL.
           MOVE READ-IN-N TO FINAL-READ.
       CHANGE-OUT-NEW.
           DISPLAY "NEW METER NUMBER".
           ACCEPT METER-IN.
           IF METER-IN = SPACE GO TO P0.
           IF METER-IN = OLD-METER GO TO CHANGE-OUT-NEW.
           MOVE METER-IN TO MT-METERNUM
           READ METERFILE
             INVALID
               DISPLAY "NOT ON FILE - ADDING IT"
               PERFORM NEW-METER THRU NEW-METER-EXIT
           END-READ
           IF MT-STATUS NOT = "S"
               DISPLAY "METER " MT-METERNUM " IS NOT IN STOCK - STATUS "
                 MT-STATUS " " MT-ACCT
               GO TO CHANGE-OUT-NEW
           END-IF.
       CHANGE-OUT-SET.
           DISPLAY "NEW METER SET READ - 12 DIGITS ZERO FILLED".
           ACCEPT READ-IN.
           IF READ-IN NOT NUMERIC GO TO CHANGE-OUT-SET.
           DISPLAY "PULL " OLD-METER " AT " FINAL-READ ", SET "
             METER-IN " AT " READ-IN-N " ON " DATE-IN " - Y/N?".
           ACCEPT ANS.
           IF ANS NOT = "Y" GO TO P0.

           MOVE OLD-METER TO MT-METERNUM
           READ METERFILE
             INVALID
               DISPLAY "OLD METER RECORD VANISHED"
               GO TO P0
           END-READ
           MOVE "R" TO MT-STATUS
           MOVE DATE-IN TO MT-REMOVE
           MOVE FINAL-READ TO MT-FINAL-READ
           REWRITE METERFILE01
             INVALID
               DISPLAY "CANNOT REWRITE OLD METER RECORD"
               GO TO P0
           END-REWRITE

           MOVE METER-IN TO MT-METERNUM
           READ METERFILE
             INVALID
               DISPLAY "NEW METER RECORD VANISHED - OLD METER IS "
                 "PULLED, SET THE NEW ONE WITH S)"
               GO TO P0
           END-READ
           MOVE ACCT-IN TO MT-ACCT
           MOVE "I" TO MT-STATUS
           MOVE DATE-IN TO MT-INSTALL
           MOVE SPACE TO MT-REMOVE MT-CO-BILLED
           MOVE READ-IN-N TO MT-SET-READ
           MOVE READ-IN-N TO MT-LAST-READ
           MOVE DATE-IN TO MT-LAST-DATE
           MOVE 0 TO MT-BACK-READ
           MOVE SPACE TO MT-BACK-DATE
           MOVE 0 TO MT-FINAL-READ
           MOVE OLD-METER TO MT-PRIOR
           REWRITE METERFILE01
             INVALID
               DISPLAY "CANNOT REWRITE NEW METER RECORD"
               GO TO P0
           END-REWRITE
           DISPLAY "CHANGE-OUT RECORDED - " METER-IN " NOW AT " ACCT-IN
           GO TO P0.

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

       CHANGE-METER.
           DISPLAY "METER NUMBER".
           ACCEPT MT-METERNUM.
           IF MT-METERNUM = SPACE GO TO P0.
           READ METERFILE
             INVALID
               DISPLAY "METER NOT FOUND"
               GO TO P0
           END-READ
           DISPLAY MT-METERNUM " DIALS " MT-DIALS " MULTIPLIER "
             MT-MULT.
           DISPLAY "DIALS - 2 DIGITS (BLANK = NO CHANGE)".
           ACCEPT DIALS-IN.
           IF DIALS-IN NOT = SPACE
               IF DIALS-IN NUMERIC AND DIALS-IN-N > 0
                 AND DIALS-IN-N NOT > 12
                   MOVE DIALS-IN-N TO MT-DIALS
               ELSE
                   DISPLAY "DIALS MUST BE 01 TO 12 - NOT CHANGED"
               END-IF
           END-IF
           DISPLAY "MULTIPLIER - 5 DIGITS (BLANK = NO CHANGE)".
           ACCEPT MULT-IN.
           IF MULT-IN NOT = SPACE
               IF MULT-IN NUMERIC AND MULT-IN-N > 0
                   MOVE MULT-IN-N TO MT-MULT
               ELSE
                   DISPLAY "MULTIPLIER MUST BE DIGITS - NOT CHANGED"
               END-IF
           END-IF
           REWRITE METERFILE01
             INVALID
               DISPLAY "CANNOT REWRITE METER RECORD"
           END-REWRITE
           GO TO P0.

      *    CORRECT THE LAST READ fd1001 BILLS FROM.  A METER HELD
      *    FOR A WRAP TOO LARGE TO BILL ON ITS OWN (OR A BAD SET READ)
      *    NEVER MOVES ITS LAST READ - ONCE THE CLERK HAS CHECKED THE
      *    METER, THE READ AND DATE TO START FROM GO IN HERE.  THE
      *    BACK READ IS CLEARED SO A RERUN STARTS FROM THE NEW ONE.
       READ-CORRECT.
           DISPLAY "METER NUMBER".
           ACCEPT MT-METERNUM.
           IF MT-METERNUM = SPACE GO TO P0.
           READ METERFILE
             INVALID
               DISPLAY "METER NOT FOUND"
               GO TO P0
           END-READ
           IF MT-STATUS NOT = "I"
               DISPLAY "METER " MT-METERNUM " IS NOT INSTALLED - "
                 "STATUS " MT-STATUS
               GO TO P0
           END-IF
           DISPLAY MT-METERNUM " AT " MT-ACCT " LAST READ "
             MT-LAST-READ " ON " MT-LAST-DATE.
       READ-CORRECT-DATE.
           DISPLAY "READ DATE  YYYYMMDD (BLANK = TODAY)".
           ACCEPT DATE-IN.
           IF DATE-IN = SPACE
               MOVE TODAY-8 TO DATE-IN
           END-IF
           IF DATE-IN NOT NUMERIC GO TO READ-CORRECT-DATE.
           IF DATE-IN < MT-INSTALL
               DISPLAY "DATE IS BEFORE THE INSTALL DATE " MT-INSTALL
               GO TO READ-CORRECT-DATE
           END-IF.
       READ-CORRECT-READ.
           DISPLAY "READ - 12 DIGITS ZERO FILLED".
           ACCEPT READ-IN.
           IF READ-IN NOT NUMERIC GO TO READ-CORRECT-READ.
           DISPLAY "LAST READ OF " MT-METERNUM " TO " READ-IN-N
             " ON " DATE-IN " - Y/N?".
           ACCEPT ANS.
           IF ANS NOT = "Y" GO TO P0.
           MOVE READ-IN-N TO MT-LAST-READ
           MOVE DATE-IN TO MT-LAST-DATE
           MOVE 0 TO MT-BACK-READ
           MOVE SPACE TO MT-BACK-DATE
           REWRITE METERFILE01
             INVALID
               DISPLAY "CANNOT REWRITE METER RECORD"
           END-REWRITE
           GO TO P0.

       INQ-METER.
           DISPLAY "METER NUMBER".
           ACCEPT MT-METERNUM.
           IF MT-METERNUM = SPACE GO TO P0.
           READ METERFILE
             INVALID
               DISPLAY "METER NOT FOUND"
               GO TO P0
           END-READ
           DISPLAY "METER ........ " MT-METERNUM.
           DISPLAY "STATUS ....... " MT-STATUS
             "  (S=STOCK I=INSTALLED R=REMOVED)".
           DISPLAY "ACCOUNT ...... " MT-ACCT.
           DISPLAY "INSTALLED .... " MT-INSTALL
             "  SET READ " MT-SET-READ.
           DISPLAY "REMOVED ...... " MT-REMOVE
             "  FINAL READ " MT-FINAL-READ.
           DISPLAY "LAST READ .... " MT-LAST-DATE
             "  READ " MT-LAST-READ.
           DISPLAY "DIALS ........ " MT-DIALS
             "  MULTIPLIER " MT-MULT.
           DISPLAY "REPLACED ..... " MT-PRIOR
             "  CHANGE-OUT BILLED " MT-CO-BILLED.
           GO TO P0.

       LIST-METER.
           MOVE LOW-VALUE TO MT-METERNUM
           START METERFILE KEY NOT < MT-METERNUM
             INVALID
               GO TO P0
           END-START.
       LIST-METER-R1.
           READ METERFILE NEXT
             AT END
               GO TO P0
           END-READ
           DISPLAY MT-METERNUM " " MT-STATUS " " MT-ACCT " "
             MT-INSTALL " " MT-REMOVE.
           GO TO LIST-METER-R1.

       P9.
           CLOSE METERFILE CUSTFILE.
           STOP RUN.
