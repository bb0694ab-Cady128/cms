      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rrr361.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARCUR ASSIGN TO "S50" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS CHARCUR-KEY
           ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
           ALTERNATE RECORD KEY IS CC-CLAIM WITH DUPLICATES.
           SELECT PAYCUR ASSIGN TO "S55" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS PAYCUR-KEY
           ALTERNATE RECORD KEY IS PC-CLAIM WITH DUPLICATES.
           SELECT OPTIONAL PARMFILE ASSIGN TO "S65"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PERFILE ASSIGN TO "S75"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS PER-KEY.
           SELECT GLMAP ASSIGN TO "S80" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS GL-KEY.
           SELECT GLJRNL ASSIGN TO "S90" ORGANIZATION IS LINE
           SEQUENTIAL.
           SELECT GLRPT ASSIGN TO "S95" ORGANIZATION IS LINE
           SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CHARCUR
      *    BLOCK CONTAINS 3 RECORDS
           DATA RECORD IS CHARCUR01.
       01  CHARCUR01.
           02 CHARCUR-KEY.
             03 CC-KEY8 PIC X(8).
             03 CC-KEY3 PIC XXX.
           02 CC-PATID PIC X(8).
           02 CC-CLAIM PIC X(8).
           02 CC-SERVICE PIC X.
           02 CC-DIAG PIC X(7).
           02 CC-PROC PIC X(11).
           02 CC-MOD2 PIC XX.
           02 CC-MOD3 PIC XX.
           02 CC-MOD4 PIC XX.
           02 CC-AMOUNT PIC S9(7)V99.
           02 CC-DOCR PIC X(3).
           02 CC-DOCP PIC X(2).
           02 CC-PAYCODE PIC XXX.
           02 CC-STUD PIC X.
           02 CC-WORK PIC XX.
           02 CC-DAT1 PIC X(8).
           02 CC-RESULT PIC X.
           02 CC-ACT PIC X.
           02 CC-SORCREF PIC X.
           02 CC-COLLT PIC X.
           02 CC-AUTH PIC X.
           02 CC-PAPER PIC X.
           02 CC-PLACE PIC X.
           02 CC-EPSDT PIC X.
           02 CC-DATE-T PIC X(8).
           02 CC-DATE-A PIC X(8).
           02 CC-DATE-P PIC X(8).
           02 CC-REC-STAT PIC X.
           02 CC-DX2 PIC X(7).
           02 CC-DX3 PIC X(7).
           02 CC-ACC-TYPE PIC X.
           02 CC-DATE-M PIC X(8).
           02 CC-ASSIGN PIC X.
           02 CC-NEIC-ASSIGN PIC X.
           02 CC-DX4 PIC X(7).
           02 CC-DX5 PIC X(7).
           02 CC-DX6 PIC X(7).
           02 CC-FUTURE PIC X(6).

       FD  PAYCUR
      *    BLOCK CONTAINS 3 RECORDS
           DATA RECORD IS PAYCUR01.
       01  PAYCUR01.
           02 PAYCUR-KEY.
             03 PC-KEY8 PIC X(8).
             03 PC-KEY3 PIC XXX.
           02 PC-AMOUNT PIC S9(7)V99.
           02 PC-PAYCODE PIC XXX.
           02 PC-DENIAL PIC XX.
           02 PC-CLAIM PIC X(8).
           02 PC-DATE-T PIC X(8).
           02 PC-DATE-E PIC X(8).
           02 PC-BATCH PIC X(6).
           02 PC-TRANTYPE PIC X.

      *    THE PERIOD TO JOURNAL, YYYYMM.  NO PARM MEANS LAST MONTH.
       FD  PARMFILE.
       01  PARMFILE01.
           02 PARM-PERIOD PIC X(6).

       FD  PERFILE
           DATA RECORD IS PERFILE01.
       01  PERFILE01.
           02 PER-KEY PIC X(6).
           02 PER-STATUS PIC X.
           02 PER-DATE-C PIC X(8).
           02 PER-FUTURE PIC X(8).

       FD  GLMAP
           DATA RECORD IS GLMAP01.
       01  GLMAP01.
           02 GL-KEY.
             03 GL-SOURCE PIC XX.
             03 GL-TYPE PIC X.
             03 GL-PAYER PIC XXX.
           02 GL-DEBIT PIC X(12).
           02 GL-CREDIT PIC X(12).
           02 GL-DESC PIC X(24).
           02 GL-FUTURE PIC X(8).

      *    THE GENERAL LEDGER IMPORT LAYOUT - ONE LINE PER ACCOUNT
      *    AND SIDE, AMOUNT UNSIGNED WITH THE SIDE IN JR-DC.
       FD  GLJRNL.
       01  GLJRNL01.
           02 JR-PERIOD PIC X(6).
           02 FILLER PIC X.
           02 JR-DATE PIC X(8).
           02 FILLER PIC X.
           02 JR-ACCOUNT PIC X(12).
           02 FILLER PIC X.
           02 JR-DC PIC X.
           02 FILLER PIC X.
           02 JR-AMOUNT PIC 9(11)V99.
           02 FILLER PIC X.
           02 JR-DESC PIC X(30).

       FD  GLRPT.
       01  GLRPT01 PIC X(90).

       WORKING-STORAGE SECTION.
       01  TODAY-6 PIC 9(6).
       01  TODAY-8 PIC X(8).
       01  PERIOD-IN PIC X(6).
       01  PERIOD-N PIC 9(6).
       01  PERIOD-YR PIC 9(4).
       01  PERIOD-MO PIC 99.
       01  NEXT-FIRST PIC 9(8).
       01  END-DATE PIC 9(8).
       01  END-INT PIC S9(9).
       01  RPT-LINE PIC X(90).
       01  NEF-12 PIC ZZZ,ZZZ,ZZ9.99CR.
       01  NEF-12B PIC ZZZ,ZZZ,ZZ9.99CR.
      *    THE ENTRY BEING JOURNALED.
       01  ITEM-SOURCE PIC XX.
       01  ITEM-TYPE PIC X.
       01  ITEM-PAYER PIC XXX.
       01  ITEM-AMOUNT PIC S9(7)V99.
       01  ITEM-ABS PIC S9(7)V99.
       01  ITEM-NORMAL PIC X.
       01  MAP-FOUND PIC X.
       01  DR-ACCOUNT PIC X(12).
       01  CR-ACCOUNT PIC X(12).
      *    JOURNAL SOURCES - THE ORDER OF SRC-NAME MATCHES SRC-CODE.
       01  SRC-TAB.
           02 SRC-ENTRY OCCURS 8 TIMES.
             03 SRC-CODE PIC XX.
             03 SRC-NAME PIC X(14).
             03 SRC-CNT PIC 9(7).
             03 SRC-AMT PIC S9(11)V99.
       01  SRC-X PIC 99.
       01  SRC-HIT PIC 99.
      *    ONE ENTRY PER GL ACCOUNT TOUCHED, DEBITS AND CREDITS
      *    KEPT APART.
       01  JT-TAB.
           02 JT-ENTRY OCCURS 500 TIMES.
             03 JT-ACCOUNT PIC X(12).
             03 JT-DR PIC S9(11)V99.
             03 JT-CR PIC S9(11)V99.
       01  JT-MAX PIC 999 VALUE 0.
       01  JT-X PIC 999.
       01  JT-HIT PIC 999.
       01  JT-ACCT-IN PIC X(12).
       01  TOT-DR PIC S9(11)V99 VALUE 0.
       01  TOT-CR PIC S9(11)V99 VALUE 0.
       01  CNT-UNMAPPED PIC 9(7) VALUE 0.
       01  AMT-UNMAPPED PIC S9(11)V99 VALUE 0.
       01  CNT-JT-FULL PIC 9(7) VALUE 0.
       01  CNT-LINES PIC 9(7) VALUE 0.

      *
      *    MONTH-END GENERAL LEDGER JOURNAL.  RUN AFTER 273 HAS
      *    CLOSED THE MONTH, SO THE JOURNAL TIES TO 273'S FINAL
      *    TOTALS: CHARGES BY SERVICE DATE SPLIT BY PROCEDURE TYPE
      *    (CC-SERVICE CARRIES THE PROC-TYPE - SEE 250 AND 257) AND
      *    PAYER, RECEIPTS BY ENTRY DATE SPLIT BY PC-TRANTYPE - CASH,
      *    CONTRACTUAL, WRITE-OFF (THE 274 SMALL BALANCES AND THE
      *    COURTESY WRITE-OFFS), SLIDING FEE DISCOUNT (THE "SLIDE "
      *    BATCH FROM 250 AND 256), REFUND OFFSET, TAKEBACK (A
      *    POSITIVE CASH ENTRY FROM THE 254 RECOUPMENT) AND RETURNED
      *    CHECK (THE POSITIVE REVERSAL 386 POSTS).  THE
      *    ACCOUNTS COME FROM THE MAP (360).  AN OPEN MONTH, AN
      *    UNMAPPED ENTRY OR AN OUT-OF-BALANCE JOURNAL WRITES NO
      *    JOURNAL AT ALL AND ENDS WITH RETURN CODE 8.
       PROCEDURE DIVISION.
       P0.
           ACCEPT TODAY-6 FROM DATE.
           MOVE "20" TO TODAY-8(1:2).
           MOVE TODAY-6(1:2) TO TODAY-8(3:2).
           MOVE TODAY-6(3:2) TO TODAY-8(5:2).
           MOVE TODAY-6(5:2) TO TODAY-8(7:2).
           MOVE "CH" TO SRC-CODE(1)
           MOVE "CHARGES" TO SRC-NAME(1)
           MOVE "CA" TO SRC-CODE(2)
           MOVE "CASH" TO SRC-NAME(2)
           MOVE "CT" TO SRC-CODE(3)
           MOVE "CONTRACTUALS" TO SRC-NAME(3)
           MOVE "WO" TO SRC-CODE(4)
           MOVE "WRITE-OFFS" TO SRC-NAME(4)
           MOVE "SL" TO SRC-CODE(5)
           MOVE "SLIDING FEE" TO SRC-NAME(5)
           MOVE "RF" TO SRC-CODE(6)
           MOVE "REFUND OFFSETS" TO SRC-NAME(6)
           MOVE "TB" TO SRC-CODE(7)
           MOVE "TAKEBACKS" TO SRC-NAME(7)
           MOVE "NS" TO SRC-CODE(8)
           MOVE "RETURNED CHKS" TO SRC-NAME(8)
           PERFORM SRC-CLEAR VARYING SRC-X FROM 1 BY 1
             UNTIL SRC-X > 8.

      *    DEFAULT TO THE MONTH BEFORE THIS ONE.
           MOVE TODAY-8(1:6) TO PERIOD-N
           MOVE PERIOD-N(1:4) TO PERIOD-YR
           MOVE PERIOD-N(5:2) TO PERIOD-MO
           IF PERIOD-MO = 1
               SUBTRACT 1 FROM PERIOD-YR
               MOVE 12 TO PERIOD-MO
           ELSE
               SUBTRACT 1 FROM PERIOD-MO
           END-IF
           MOVE PERIOD-YR TO PERIOD-IN(1:4)
           MOVE PERIOD-MO TO PERIOD-IN(5:2)
           OPEN INPUT PARMFILE.
           READ PARMFILE
             AT END
               CONTINUE
             NOT AT END
               IF PARM-PERIOD NUMERIC
                   MOVE PARM-PERIOD TO PERIOD-IN
               END-IF
           END-READ
           CLOSE PARMFILE.

      *    ONLY A CLOSED MONTH IS FINAL ENOUGH TO JOURNAL.
           OPEN INPUT PERFILE.
           MOVE PERIOD-IN TO PER-KEY
           READ PERFILE
             INVALID
               MOVE "O" TO PER-STATUS
           END-READ
           CLOSE PERFILE.
           IF PER-STATUS NOT = "C"
               DISPLAY "PERIOD " PERIOD-IN " IS NOT CLOSED - CLOSE IT"
                 " IN 273 BEFORE THE GL JOURNAL"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *    THE JOURNAL IS DATED THE LAST DAY OF THE PERIOD.
           MOVE PERIOD-IN TO PERIOD-N
           MOVE PERIOD-N(1:4) TO PERIOD-YR
           MOVE PERIOD-N(5:2) TO PERIOD-MO
           IF PERIOD-MO = 12
               ADD 1 TO PERIOD-YR
               MOVE 1 TO PERIOD-MO
           ELSE
               ADD 1 TO PERIOD-MO
           END-IF
           COMPUTE NEXT-FIRST = PERIOD-YR * 10000 + PERIOD-MO * 100
             + 1
           COMPUTE END-INT = FUNCTION INTEGER-OF-DATE(NEXT-FIRST) - 1
           COMPUTE END-DATE = FUNCTION DATE-OF-INTEGER(END-INT)

           OPEN INPUT CHARCUR PAYCUR GLMAP.
           OPEN OUTPUT GLRPT.
           MOVE SPACE TO RPT-LINE
           STRING "===== rrr361 GL JOURNAL FOR PERIOD " PERIOD-IN
             " =====" DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT

           MOVE LOW-VALUE TO CHARCUR-KEY
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO P2
           END-START.
       P1.
           READ CHARCUR NEXT
             AT END
               GO TO P2
           END-READ
           IF CC-DATE-T(1:6) NOT = PERIOD-IN OR CC-AMOUNT = 0
               GO TO P1
           END-IF
           MOVE "CH" TO ITEM-SOURCE
           MOVE CC-SERVICE TO ITEM-TYPE
           MOVE CC-PAYCODE TO ITEM-PAYER
           MOVE CC-AMOUNT TO ITEM-AMOUNT
           PERFORM JOURNAL-ITEM THRU JOURNAL-ITEM-EXIT
           GO TO P1.

       P2.
           MOVE LOW-VALUE TO PAYCUR-KEY
           START PAYCUR KEY NOT < PAYCUR-KEY
             INVALID
               GO TO P5
           END-START.
       P3.
           READ PAYCUR NEXT
             AT END
               GO TO P5
           END-READ
           IF PC-DATE-E(1:6) NOT = PERIOD-IN OR PC-AMOUNT = 0
               GO TO P3
           END-IF
      *    PAYMENTS ARE STORED NEGATIVE.  A POSITIVE CASH ENTRY IS A
      *    TAKEBACK; A RETURNED CHECK REVERSAL (N, 386) IS ITS OWN
      *    SOURCE, AS 266 SHOWS IT APART.  ANY OTHER TYPE NOT NAMED
      *    HERE IS CASH, AS IN 266.
           MOVE "CA" TO ITEM-SOURCE
           IF PC-TRANTYPE = "A"
               MOVE "CT" TO ITEM-SOURCE
           END-IF
           IF PC-TRANTYPE = "W"
               IF PC-BATCH = "SLIDE "
                   MOVE "SL" TO ITEM-SOURCE
               ELSE
                   MOVE "WO" TO ITEM-SOURCE
               END-IF
           END-IF
           IF PC-TRANTYPE = "R"
               MOVE "RF" TO ITEM-SOURCE
           END-IF
           IF PC-TRANTYPE = "N"
               MOVE "NS" TO ITEM-SOURCE
           END-IF
           IF ITEM-SOURCE = "CA" AND PC-AMOUNT > 0
               MOVE "TB" TO ITEM-SOURCE
           END-IF
           MOVE SPACE TO ITEM-TYPE
           MOVE PC-PAYCODE TO ITEM-PAYER
           MOVE PC-AMOUNT TO ITEM-AMOUNT
           PERFORM JOURNAL-ITEM THRU JOURNAL-ITEM-EXIT
           GO TO P3.

       P5.
           CLOSE CHARCUR PAYCUR GLMAP.
           PERFORM JT-TOTAL VARYING JT-X FROM 1 BY 1
             UNTIL JT-X > JT-MAX.

           MOVE SPACE TO RPT-LINE
           PERFORM RPT-OUT
           MOVE "SOURCE          ITEMS          AMOUNT" TO RPT-LINE
           PERFORM RPT-OUT
           PERFORM SRC-PRINT VARYING SRC-X FROM 1 BY 1
             UNTIL SRC-X > 8.
           MOVE SPACE TO RPT-LINE
           PERFORM RPT-OUT
           MOVE "ACCOUNT                DEBIT            CREDIT"
             TO RPT-LINE
           PERFORM RPT-OUT
           PERFORM JT-PRINT VARYING JT-X FROM 1 BY 1
             UNTIL JT-X > JT-MAX.
           MOVE TOT-DR TO NEF-12
           MOVE TOT-CR TO NEF-12B
           MOVE SPACE TO RPT-LINE
           STRING "TOTAL        " NEF-12 "  " NEF-12B
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT

           IF CNT-UNMAPPED NOT = 0 OR CNT-JT-FULL NOT = 0
             OR TOT-DR NOT = TOT-CR
               GO TO P8
           END-IF

           OPEN OUTPUT GLJRNL.
           PERFORM JT-WRITE VARYING JT-X FROM 1 BY 1
             UNTIL JT-X > JT-MAX.
           CLOSE GLJRNL.
           MOVE SPACE TO RPT-LINE
           STRING "JOURNAL WRITTEN - " CNT-LINES " LINES DATED "
             END-DATE DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT
           GO TO P9.

       P8.
           MOVE SPACE TO RPT-LINE
           IF TOT-DR NOT = TOT-CR
               MOVE "** JOURNAL DOES NOT BALANCE **" TO RPT-LINE
               PERFORM RPT-OUT
           END-IF
           IF CNT-UNMAPPED NOT = 0
               MOVE AMT-UNMAPPED TO NEF-12
               MOVE SPACE TO RPT-LINE
               STRING "** " CNT-UNMAPPED " ENTRIES WITH NO GL MAP "
                 NEF-12 " - ADD THEM IN 360 **"
                 DELIMITED BY SIZE INTO RPT-LINE
               PERFORM RPT-OUT
           END-IF
           IF CNT-JT-FULL NOT = 0
               MOVE "** MORE THAN 500 GL ACCOUNTS - TABLE FULL **"
                 TO RPT-LINE
               PERFORM RPT-OUT
           END-IF
           MOVE "NO JOURNAL WRITTEN" TO RPT-LINE
           PERFORM RPT-OUT
           MOVE 8 TO RETURN-CODE.

       P9.
           CLOSE GLRPT.
           STOP RUN.

      *    MAP THE ENTRY AND POST BOTH SIDES.  CHARGES, TAKEBACKS,
      *    REFUND OFFSETS AND RETURNED CHECKS ARE NORMALLY POSITIVE,
      *    THE REST NEGATIVE; AN ENTRY AGAINST ITS NORMAL SIGN IS A
      *    REVERSAL AND SWAPS THE ACCOUNTS.
       JOURNAL-ITEM.
           MOVE 0 TO SRC-HIT
           PERFORM SRC-FIND VARYING SRC-X FROM 1 BY 1
             UNTIL SRC-X > 8 OR SRC-HIT NOT = 0
           ADD 1 TO SRC-CNT(SRC-HIT)
           ADD ITEM-AMOUNT TO SRC-AMT(SRC-HIT)

           PERFORM MAP-LOOKUP THRU MAP-LOOKUP-EXIT
           IF MAP-FOUND NOT = "Y"
               ADD 1 TO CNT-UNMAPPED
               ADD ITEM-AMOUNT TO AMT-UNMAPPED
               MOVE ITEM-AMOUNT TO NEF-12
               MOVE SPACE TO RPT-LINE
               STRING "NO GL MAP  SOURCE " ITEM-SOURCE " TYPE "
                 ITEM-TYPE " PAYER " ITEM-PAYER " " NEF-12
                 DELIMITED BY SIZE INTO RPT-LINE
               PERFORM RPT-OUT
               GO TO JOURNAL-ITEM-EXIT
           END-IF

           MOVE "Y" TO ITEM-NORMAL
           IF ITEM-SOURCE = "CH" OR ITEM-SOURCE = "TB"
             OR ITEM-SOURCE = "RF" OR ITEM-SOURCE = "NS"
               IF ITEM-AMOUNT < 0
                   MOVE "N" TO ITEM-NORMAL
               END-IF
           ELSE
               IF ITEM-AMOUNT > 0
                   MOVE "N" TO ITEM-NORMAL
               END-IF
           END-IF
           IF ITEM-AMOUNT < 0
               COMPUTE ITEM-ABS = -1 * ITEM-AMOUNT
           ELSE
               MOVE ITEM-AMOUNT TO ITEM-ABS
           END-IF
           IF ITEM-NORMAL = "Y"
               MOVE GL-DEBIT TO DR-ACCOUNT
               MOVE GL-CREDIT TO CR-ACCOUNT
           ELSE
               MOVE GL-CREDIT TO DR-ACCOUNT
               MOVE GL-DEBIT TO CR-ACCOUNT
           END-IF

           MOVE DR-ACCOUNT TO JT-ACCT-IN
           PERFORM JT-SLOT THRU JT-SLOT-EXIT
           IF JT-HIT NOT = 0
               ADD ITEM-ABS TO JT-DR(JT-HIT)
           END-IF
           MOVE CR-ACCOUNT TO JT-ACCT-IN
           PERFORM JT-SLOT THRU JT-SLOT-EXIT
           IF JT-HIT NOT = 0
               ADD ITEM-ABS TO JT-CR(JT-HIT)
           END-IF.
       JOURNAL-ITEM-EXIT.
           EXIT.

      *    EXACT KEY FIRST, THEN ANY PAYER, THEN ANY TYPE AND PAYER.
       MAP-LOOKUP.
           MOVE "Y" TO MAP-FOUND
           MOVE ITEM-SOURCE TO GL-SOURCE
           MOVE ITEM-TYPE TO GL-TYPE
           MOVE ITEM-PAYER TO GL-PAYER
           READ GLMAP
             NOT INVALID
               GO TO MAP-LOOKUP-EXIT
           END-READ
           MOVE SPACE TO GL-PAYER
           READ GLMAP
             NOT INVALID
               GO TO MAP-LOOKUP-EXIT
           END-READ
           MOVE SPACE TO GL-TYPE
           READ GLMAP
             NOT INVALID
               GO TO MAP-LOOKUP-EXIT
           END-READ
           MOVE "N" TO MAP-FOUND.
       MAP-LOOKUP-EXIT.
           EXIT.

       JT-SLOT.
           MOVE 0 TO JT-HIT
           PERFORM JT-FIND VARYING JT-X FROM 1 BY 1
             UNTIL JT-X > JT-MAX OR JT-HIT NOT = 0
           IF JT-HIT NOT = 0
               GO TO JT-SLOT-EXIT
           END-IF
           IF JT-MAX = 500
               ADD 1 TO CNT-JT-FULL
               GO TO JT-SLOT-EXIT
           END-IF
           ADD 1 TO JT-MAX
           MOVE JT-ACCT-IN TO JT-ACCOUNT(JT-MAX)
           MOVE 0 TO JT-DR(JT-MAX) JT-CR(JT-MAX)
           MOVE JT-MAX TO JT-HIT.
       JT-SLOT-EXIT.
           EXIT.

       JT-FIND.
           IF JT-ACCOUNT(JT-X) = JT-ACCT-IN
               MOVE JT-X TO JT-HIT
           END-IF.

       JT-TOTAL.
           ADD JT-DR(JT-X) TO TOT-DR
           ADD JT-CR(JT-X) TO TOT-CR.

       JT-PRINT.
           MOVE JT-DR(JT-X) TO NEF-12
           MOVE JT-CR(JT-X) TO NEF-12B
           MOVE SPACE TO RPT-LINE
           STRING JT-ACCOUNT(JT-X) " " NEF-12 "  " NEF-12B
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT.

       JT-WRITE.
           MOVE SPACE TO GLJRNL01
           MOVE PERIOD-IN TO JR-PERIOD
           MOVE END-DATE TO JR-DATE
           MOVE JT-ACCOUNT(JT-X) TO JR-ACCOUNT
           MOVE SPACE TO JR-DESC
           STRING "A/R MONTH END " PERIOD-IN DELIMITED BY SIZE
             INTO JR-DESC
           IF JT-DR(JT-X) NOT = 0
               MOVE "D" TO JR-DC
               MOVE JT-DR(JT-X) TO JR-AMOUNT
               WRITE GLJRNL01
               ADD 1 TO CNT-LINES
           END-IF
           IF JT-CR(JT-X) NOT = 0
               MOVE "C" TO JR-DC
               MOVE JT-CR(JT-X) TO JR-AMOUNT
               WRITE GLJRNL01
               ADD 1 TO CNT-LINES
           END-IF.

       SRC-CLEAR.
           MOVE 0 TO SRC-CNT(SRC-X) SRC-AMT(SRC-X).

       SRC-FIND.
           IF SRC-CODE(SRC-X) = ITEM-SOURCE
               MOVE SRC-X TO SRC-HIT
           END-IF.

       SRC-PRINT.
           MOVE SRC-AMT(SRC-X) TO NEF-12
           MOVE SPACE TO RPT-LINE
           STRING SRC-NAME(SRC-X) " " SRC-CNT(SRC-X) " " NEF-12
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT.

       RPT-OUT.
           WRITE GLRPT01 FROM RPT-LINE
           DISPLAY RPT-LINE.
