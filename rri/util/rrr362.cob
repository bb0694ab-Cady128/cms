      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rrr362.
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
           SELECT HISFILE ASSIGN TO "S70" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS HISFILE-KEY
           ALTERNATE RECORD KEY IS HS-CLAIM WITH DUPLICATES.
           SELECT OPTIONAL PERFILE ASSIGN TO "S75"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS PER-KEY.
           SELECT OPTIONAL ARSNAP ASSIGN TO "S80"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS SNAP-KEY.
           SELECT INSFILE ASSIGN TO "S85" ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC RECORD KEY IS INS-KEY
             ALTERNATE RECORD KEY IS INS-NAME WITH DUPLICATES
             ALTERNATE RECORD KEY IS INS-CITY WITH DUPLICATES
             ALTERNATE RECORD KEY IS INS-ASSIGN WITH DUPLICATES
             ALTERNATE RECORD KEY IS INS-CLAIMTYPE WITH DUPLICATES
             ALTERNATE RECORD KEY IS INS-NEIC WITH DUPLICATES
             ALTERNATE RECORD KEY IS INS-NEIC-ASSIGN WITH DUPLICATES.
           SELECT ARRPT ASSIGN TO "S90" ORGANIZATION IS LINE
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

      *    THE PERIOD TO ROLL FORWARD, YYYYMM.  NO PARM MEANS LAST
      *    MONTH.
       FD  PARMFILE.
       01  PARMFILE01.
           02 PARM-PERIOD PIC X(6).

       FD  HISFILE
           BLOCK CONTAINS 5 RECORDS
           DATA RECORD IS HISFILE01.
       01  HISFILE01.
           02 HISFILE-KEY.
             03 HS-KEY8 PIC X(8).
             03 HS-CLAIM PIC X(8).
             03 HS-REC-TYPE PIC X.
             03 HS-KEY4 PIC XXXX.
           02 HS-PATID.
              03 HS-PATID7 PIC X(7).
              03 HS-PATID1 PIC X.
           02 HS-SERVICE PIC X.
           02 HS-DIAG PIC X(5).
           02 HS-PROC PIC X(11).
           02 HS-MOD2 PIC XX.
           02 HS-MOD3 PIC XX.
           02 HS-MOD4 PIC XX.
           02 HS-AMOUNT PIC X(9).
           02 HS-DOCR PIC X(3).
           02 HS-DOCP PIC X(2).
           02 HS-PAYCODE PIC XXX.
           02 HS-STUD PIC X.
           02 HS-WORK PIC XX.
           02 HS-DAT1 PIC X(8).
           02 HS-RESULT PIC X.
           02 HS-ACT PIC X.
           02 HS-SORCREF PIC X.
           02 HS-COLLT PIC X.
           02 HS-AGE PIC X.
           02 HS-PAPER PIC X.
           02 HS-PLACE PIC X.
           02 HS-EPSDT PIC X.
           02 HS-DATE-T PIC X(8).
           02 HS-DATE-A PIC X(8).
           02 HS-DATE-E PIC X(8).
           02 HS-REC-STAT PIC X.
           02 HS-DX2 PIC X(5).
           02 HS-DX3 PIC X(5).
           02 HS-ACC-TYPE PIC X.
           02 HS-DATE-M PIC X(8).
           02 HS-ASSIGN PIC X.
           02 HS-NEIC-ASSIGN PIC X.
           02 HS-FUTURE PIC X(6).

       FD  PERFILE
           DATA RECORD IS PERFILE01.
       01  PERFILE01.
           02 PER-KEY PIC X(6).
           02 PER-STATUS PIC X.
           02 PER-DATE-C PIC X(8).
           02 PER-FUTURE PIC X(8).

      *    ONE RECORD PER CLOSED MONTH AND PAYER CLASS, PLUS A CLASS
      *    "*" RECORD FOR THE WHOLE PRACTICE.  SNAP-ACTUAL IS THE
      *    NEXT MONTH'S BEGINNING BALANCE.  CASH AND ADJUSTMENTS ARE
      *    KEPT POSITIVE THE WAY 273 PRINTS THEM.
       FD  ARSNAP
           DATA RECORD IS ARSNAP01.
       01  ARSNAP01.
           02 SNAP-KEY.
             03 SNAP-PERIOD PIC X(6).
             03 SNAP-CLASS PIC X.
           02 SNAP-BEGIN PIC S9(9)V99.
           02 SNAP-CHG PIC S9(9)V99.
           02 SNAP-CASH PIC S9(9)V99.
           02 SNAP-ADJ PIC S9(9)V99.
           02 SNAP-TBR PIC S9(9)V99.
           02 SNAP-COMP PIC S9(9)V99.
           02 SNAP-ACTUAL PIC S9(9)V99.
           02 SNAP-DAYS PIC S9(5)V9.
           02 SNAP-DATE-R PIC X(8).
           02 SNAP-FUTURE PIC X(8).

       FD  INSFILE
           DATA RECORD IS INSFILE01.
       01  INSFILE01.
           02 INS-KEY PIC XXX.
           02 INS-NAME PIC X(22).
           02 INS-STREET PIC X(24).
           02 INS-CITY PIC X(15).
           02 INS-STATE PIC XX.
           02 INS-ZIP PIC X(9).
           02 INS-ASSIGN PIC X.
           02 INS-CLAIMTYPE PIC X.
           02 INS-NEIC PIC X(5).
           02 INS-NEICLEVEL PIC X.
           02 INS-NEIC-ASSIGN PIC X.
           02 INS-PPO PIC X.
           02 INS-PRVNUM PIC X(10).
           02 INS-HMO PIC X(3).
           02 INS-STATUS PIC X.
           02 INS-LEVEL PIC X.
           02 INS-LASTDATE PIC X(8).
           02 INS-CAID PIC XXX.
           02 INS-REFWARN PIC X.
           02 INS-FILELIMIT PIC 999.
           02 INS-CLASS PIC X.
           02 INS-XOVER PIC X.
           02 INS-FUTURE PIC X(3).

       FD  ARRPT.
       01  ARRPT01 PIC X(90).

       WORKING-STORAGE SECTION.
       01  TODAY-6 PIC 9(6).
       01  TODAY-8 PIC X(8).
       01  PERIOD-IN PIC X(6).
       01  PRIOR-PERIOD PIC X(6).
       01  PERIOD-N PIC 9(6).
       01  PERIOD-YR PIC 9(4).
       01  PERIOD-MO PIC 99.
       01  PER-START PIC X(8).
       01  PER-END PIC X(8).
       01  START-N PIC 9(8).
       01  NEXT-FIRST PIC 9(8).
       01  END-N PIC 9(8).
       01  END-INT PIC S9(9).
       01  PER-DAYS PIC 99.
       01  PER-CLOSED PIC X.
       01  RPT-LINE PIC X(90).
       01  NEF-12 PIC ZZZ,ZZZ,ZZ9.99CR.
       01  NEF-12B PIC ZZZ,ZZZ,ZZ9.99CR.
       01  NEF-12C PIC ZZZ,ZZZ,ZZ9.99CR.
       01  NEF-DAYS PIC ZZZZ9.9-.
       01  AMT-HOLD PIC S9(7)V99.
       01  AMT-HOLD-X REDEFINES AMT-HOLD PIC X(9).
      *    THE TRANSACTION IN HAND, WHICHEVER FILE IT CAME FROM.
       01  TR-DATE PIC X(8).
       01  TR-PAYCODE PIC XXX.
       01  TR-KIND PIC X.
       01  TR-TYPE PIC X.
       01  TR-AMOUNT PIC S9(7)V99.
       01  HOLD-PAYCODE PIC XXX VALUE HIGH-VALUE.
       01  HOLD-CLASS PIC X.
      *    ONE ENTRY PER PAYER CLASS (INS-CLASS).  THE LAST ROW
      *    USED IS THE PRACTICE TOTAL, CLASS "*".  CL-PRIOR IS
      *    EVERYTHING DATED BEFORE THE MONTH - THE BEGINNING BALANCE
      *    WHEN THERE IS NO SNAPSHOT FOR THE MONTH BEFORE.
       01  CL-TAB.
           02 CL-ENTRY OCCURS 40 TIMES.
             03 CL-CLASS PIC X.
             03 CL-SNAP PIC X.
             03 CL-BEGIN PIC S9(9)V99.
             03 CL-PRIOR PIC S9(9)V99.
             03 CL-CHG PIC S9(9)V99.
             03 CL-CASH PIC S9(9)V99.
             03 CL-ADJ PIC S9(9)V99.
             03 CL-TBR PIC S9(9)V99.
             03 CL-COMP PIC S9(9)V99.
             03 CL-ACTUAL PIC S9(9)V99.
             03 CL-DIFF PIC S9(9)V99.
             03 CL-DAYS PIC S9(5)V9.
       01  CL-MAX PIC 99 VALUE 0.
       01  CL-X PIC 99.
       01  CL-HIT PIC 99.
       01  CL-TOT PIC 99.
       01  CLASS-IN PIC X.
       01  CNT-DIFF PIC 9(5) VALUE 0.
       01  CNT-CL-FULL PIC 9(7) VALUE 0.
      *    TREND - THIRTEEN MONTHS ENDING WITH THE PERIOD.
       01  TREND-X PIC 99.
       01  TREND-PERIOD PIC X(6).

      *
      *    A/R ROLL-FORWARD BY MONTH AND PAYER CLASS.  BEGINNING
      *    BALANCE PLUS CHARGES LESS CASH LESS ADJUSTMENTS AND
      *    WRITE-OFFS PLUS TAKEBACKS AND REFUND OFFSETS GIVES THE
      *    COMPUTED ENDING BALANCE, WHICH IS PROVED AGAINST THE
      *    ACTUAL BALANCE OF EVERYTHING DATED THROUGH MONTH END IN
      *    CHARCUR, PAYCUR AND HISFILE.  THE MONTH'S ACTIVITY IS
      *    COUNTED THE WAY 273 COUNTS IT - CHARGES BY SERVICE DATE,
      *    RECEIPTS BY ENTRY DATE - PLUS WHAT 340 HAS ALREADY MOVED
      *    TO HISFILE.  340 DROPS THE ENTRY DATE, SO AN ARCHIVED
      *    PAYMENT IS DATED BY ITS SERVICE DATE (AS 254 DOES WHEN IT
      *    REOPENS ONE).
      *
      *    THE BEGINNING BALANCE IS LAST MONTH'S SNAPSHOT, SO A
      *    DIFFERENCE MEANS SOMETHING CHANGED A MONTH ALREADY
      *    REPORTED.  A CLAIM 256 MOVES TO THE SECONDARY TAKES ITS
      *    CHARGE TO THE NEW CLASS, SO CLASS LINES CAN DIFFER WHILE
      *    THE PRACTICE TOTAL TIES - THE TOTAL IS THE PROOF.
      *
      *    DAYS IN A/R IS THE ACTUAL ENDING BALANCE OVER THE MONTH'S
      *    AVERAGE DAILY CHARGES.  A CLOSED MONTH (273) IS SAVED TO
      *    THE SNAPSHOT FILE, REPLACING AN EARLIER RUN; AN OPEN MONTH
      *    IS PRINTED ONLY.  THE 13-MONTH TREND COMES FROM THE
      *    SNAPSHOTS.
       PROCEDURE DIVISION.
       P0.
           ACCEPT TODAY-6 FROM DATE.
           MOVE "20" TO TODAY-8(1:2).
           MOVE TODAY-6(1:2) TO TODAY-8(3:2).
           MOVE TODAY-6(3:2) TO TODAY-8(5:2).
           MOVE TODAY-6(5:2) TO TODAY-8(7:2).

      *    DEFAULT TO THE MONTH BEFORE THIS ONE.
           MOVE TODAY-8(1:6) TO PERIOD-N
           PERFORM BACK-ONE.
           MOVE PERIOD-N TO PERIOD-IN
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
           MOVE PERIOD-IN TO PERIOD-N
           PERFORM BACK-ONE.
           MOVE PERIOD-N TO PRIOR-PERIOD

           MOVE PERIOD-IN TO PER-START(1:6)
           MOVE "01" TO PER-START(7:2)
           MOVE PER-START TO START-N
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
           COMPUTE END-N = FUNCTION DATE-OF-INTEGER(END-INT)
           MOVE END-N TO PER-END
           COMPUTE PER-DAYS = END-INT
             - FUNCTION INTEGER-OF-DATE(START-N) + 1

           MOVE "N" TO PER-CLOSED
           OPEN INPUT PERFILE.
           MOVE PERIOD-IN TO PER-KEY
           READ PERFILE
             NOT INVALID
               IF PER-STATUS = "C"
                   MOVE "Y" TO PER-CLOSED
               END-IF
           END-READ
           CLOSE PERFILE.

           OPEN INPUT CHARCUR PAYCUR HISFILE INSFILE.
           OPEN I-O ARSNAP.
           OPEN OUTPUT ARRPT.
           MOVE SPACE TO RPT-LINE
           STRING "===== rrr362 A/R ROLL-FORWARD FOR PERIOD "
             PERIOD-IN " =====" DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT

      *    LAST MONTH'S SNAPSHOT CLASSES FIRST, SO A CLASS THAT HAS
      *    GONE QUIET STILL ROLLS FORWARD.
           MOVE PRIOR-PERIOD TO SNAP-PERIOD
           MOVE LOW-VALUE TO SNAP-CLASS
           START ARSNAP KEY NOT < SNAP-KEY
             INVALID
               GO TO P1
           END-START.
       P0-R1.
           READ ARSNAP NEXT
             AT END
               GO TO P1
           END-READ
           IF SNAP-PERIOD NOT = PRIOR-PERIOD
               GO TO P1
           END-IF
           IF SNAP-CLASS = "*"
               GO TO P0-R1
           END-IF
           MOVE SNAP-CLASS TO CLASS-IN
           PERFORM CL-SLOT THRU CL-SLOT-EXIT
           IF CL-HIT NOT = 0
               MOVE "Y" TO CL-SNAP(CL-HIT)
               MOVE SNAP-ACTUAL TO CL-BEGIN(CL-HIT)
           END-IF
           GO TO P0-R1.

       P1.
           MOVE LOW-VALUE TO CHARCUR-KEY
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO P2
           END-START.
       P1-R1.
           READ CHARCUR NEXT
             AT END
               GO TO P2
           END-READ
           MOVE "C" TO TR-KIND
           MOVE SPACE TO TR-TYPE
           MOVE CC-DATE-T TO TR-DATE
           MOVE CC-PAYCODE TO TR-PAYCODE
           MOVE CC-AMOUNT TO TR-AMOUNT
           PERFORM ADD-TRAN THRU ADD-TRAN-EXIT
           GO TO P1-R1.

       P2.
           MOVE LOW-VALUE TO PAYCUR-KEY
           START PAYCUR KEY NOT < PAYCUR-KEY
             INVALID
               GO TO P3
           END-START.
       P2-R1.
           READ PAYCUR NEXT
             AT END
               GO TO P3
           END-READ
           MOVE "P" TO TR-KIND
           MOVE PC-TRANTYPE TO TR-TYPE
           MOVE PC-DATE-E TO TR-DATE
           MOVE PC-PAYCODE TO TR-PAYCODE
           MOVE PC-AMOUNT TO TR-AMOUNT
           PERFORM ADD-TRAN THRU ADD-TRAN-EXIT
           GO TO P2-R1.

      *    340 KEEPS THE TRANSACTION TYPE OF AN ARCHIVED PAYMENT IN
      *    THE FIRST FUTURE BYTE.  OTHER HISFILE RECORD TYPES CARRY
      *    NO MONEY.
       P3.
           MOVE LOW-VALUE TO HISFILE-KEY
           START HISFILE KEY NOT < HISFILE-KEY
             INVALID
               GO TO P5
           END-START.
       P3-R1.
           READ HISFILE NEXT
             AT END
               GO TO P5
           END-READ
           IF HS-REC-TYPE NOT = "C" AND HS-REC-TYPE NOT = "P"
               GO TO P3-R1
           END-IF
           MOVE HS-AMOUNT TO AMT-HOLD-X
           IF AMT-HOLD NOT NUMERIC
               GO TO P3-R1
           END-IF
           MOVE HS-REC-TYPE TO TR-KIND
           MOVE SPACE TO TR-TYPE
           IF HS-REC-TYPE = "P"
               MOVE HS-FUTURE(1:1) TO TR-TYPE
           END-IF
           MOVE HS-DATE-T TO TR-DATE
           MOVE HS-PAYCODE TO TR-PAYCODE
           MOVE AMT-HOLD TO TR-AMOUNT
           PERFORM ADD-TRAN THRU ADD-TRAN-EXIT
           GO TO P3-R1.

       P5.
           CLOSE CHARCUR PAYCUR HISFILE INSFILE.
           ADD 1 TO CL-MAX
           MOVE CL-MAX TO CL-TOT
           INITIALIZE CL-ENTRY(CL-TOT)
           MOVE "*" TO CL-CLASS(CL-TOT)
           MOVE "Y" TO CL-SNAP(CL-TOT)
           PERFORM CL-FINISH VARYING CL-X FROM 1 BY 1
             UNTIL CL-X = CL-TOT.
      *    THE PRACTICE BEGINNING BALANCE IS ITS OWN SNAPSHOT LINE,
      *    NOT THE SUM OF THE CLASS LINES.
           MOVE PRIOR-PERIOD TO SNAP-PERIOD
           MOVE "*" TO SNAP-CLASS
           READ ARSNAP
             INVALID
               MOVE "N" TO CL-SNAP(CL-TOT)
             NOT INVALID
               MOVE SNAP-ACTUAL TO CL-BEGIN(CL-TOT)
           END-READ
           IF CL-SNAP(CL-TOT) = "N"
               MOVE CL-PRIOR(CL-TOT) TO CL-BEGIN(CL-TOT)
           END-IF
           MOVE CL-TOT TO CL-X
           PERFORM CL-PROVE.

           PERFORM CL-PRINT THRU CL-PRINT-EXIT VARYING CL-X FROM 1
             BY 1 UNTIL CL-X > CL-TOT.

           MOVE SPACE TO RPT-LINE
           PERFORM RPT-OUT
           IF CNT-CL-FULL NOT = 0
               MOVE "** MORE THAN 39 PAYER CLASSES - SOME ACTIVITY IS"
                 TO RPT-LINE
               PERFORM RPT-OUT
               MOVE "   NOT IN THE TOTALS **" TO RPT-LINE
               PERFORM RPT-OUT
           END-IF
           IF CL-DIFF(CL-TOT) NOT = 0
               MOVE "** PRACTICE A/R DOES NOT ROLL FORWARD - A"
                 TO RPT-LINE
               PERFORM RPT-OUT
               MOVE "   REPORTED MONTH CHANGED AFTER ITS SNAPSHOT **"
                 TO RPT-LINE
               PERFORM RPT-OUT
           END-IF

           IF PER-CLOSED = "Y"
               PERFORM SNAP-WRITE VARYING CL-X FROM 1 BY 1
                 UNTIL CL-X > CL-TOT
               MOVE "SNAPSHOT SAVED" TO RPT-LINE
           ELSE
               MOVE "PERIOD IS OPEN - NO SNAPSHOT SAVED" TO RPT-LINE
           END-IF
           PERFORM RPT-OUT

           MOVE SPACE TO RPT-LINE
           PERFORM RPT-OUT
           MOVE "===== 13 MONTH TREND =====" TO RPT-LINE
           PERFORM RPT-OUT
           MOVE "PERIOD        ENDING A/R           CHARGES"
             TO RPT-LINE
           MOVE "CASH   DAYS" TO RPT-LINE(61:11)
           PERFORM RPT-OUT
           MOVE PERIOD-IN TO PERIOD-N
           PERFORM BACK-ONE 12 TIMES.
           PERFORM TREND-LINE VARYING TREND-X FROM 1 BY 1
             UNTIL TREND-X > 13.

           CLOSE ARSNAP ARRPT.
           IF CL-DIFF(CL-TOT) NOT = 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *    ONE TRANSACTION DATED THROUGH MONTH END.  PAYMENTS ARE
      *    STORED NEGATIVE; A POSITIVE CASH ENTRY IS A TAKEBACK.
       ADD-TRAN.
           IF TR-DATE > PER-END OR TR-AMOUNT = 0
               GO TO ADD-TRAN-EXIT
           END-IF
           IF TR-PAYCODE NOT = HOLD-PAYCODE
               MOVE TR-PAYCODE TO HOLD-PAYCODE
               MOVE TR-PAYCODE TO INS-KEY
               READ INSFILE
                 INVALID
                   MOVE "?" TO HOLD-CLASS
                 NOT INVALID
                   MOVE INS-CLASS TO HOLD-CLASS
               END-READ
               IF HOLD-CLASS = "*" OR HOLD-CLASS = SPACE
                   MOVE "?" TO HOLD-CLASS
               END-IF
           END-IF
           MOVE HOLD-CLASS TO CLASS-IN
           PERFORM CL-SLOT THRU CL-SLOT-EXIT
           IF CL-HIT = 0
               GO TO ADD-TRAN-EXIT
           END-IF
           ADD TR-AMOUNT TO CL-ACTUAL(CL-HIT)
           IF TR-DATE < PER-START
               ADD TR-AMOUNT TO CL-PRIOR(CL-HIT)
               GO TO ADD-TRAN-EXIT
           END-IF
           IF TR-KIND = "C"
               ADD TR-AMOUNT TO CL-CHG(CL-HIT)
               GO TO ADD-TRAN-EXIT
           END-IF
           IF TR-TYPE = "A" OR TR-TYPE = "W"
               SUBTRACT TR-AMOUNT FROM CL-ADJ(CL-HIT)
               GO TO ADD-TRAN-EXIT
           END-IF
           IF TR-TYPE = "R" OR TR-AMOUNT > 0
               ADD TR-AMOUNT TO CL-TBR(CL-HIT)
               GO TO ADD-TRAN-EXIT
           END-IF
           SUBTRACT TR-AMOUNT FROM CL-CASH(CL-HIT).
       ADD-TRAN-EXIT.
           EXIT.

      *    FIND THE CLASS ROW, ADDING IT IF NEW.  ONE ROW IS ALWAYS
      *    HELD BACK FOR THE PRACTICE TOTAL.
       CL-SLOT.
           MOVE 0 TO CL-HIT
           PERFORM CL-FIND VARYING CL-X FROM 1 BY 1
             UNTIL CL-X > CL-MAX OR CL-HIT NOT = 0
           IF CL-HIT NOT = 0
               GO TO CL-SLOT-EXIT
           END-IF
           IF CL-MAX = 39
               ADD 1 TO CNT-CL-FULL
               GO TO CL-SLOT-EXIT
           END-IF
           ADD 1 TO CL-MAX
           INITIALIZE CL-ENTRY(CL-MAX)
           MOVE CLASS-IN TO CL-CLASS(CL-MAX)
           MOVE "N" TO CL-SNAP(CL-MAX)
           MOVE CL-MAX TO CL-HIT.
       CL-SLOT-EXIT.
           EXIT.

       CL-FIND.
           IF CL-CLASS(CL-X) = CLASS-IN
               MOVE CL-X TO CL-HIT
           END-IF.

      *    A CLASS WITH NO SNAPSHOT LAST MONTH BEGINS FROM ITS OWN
      *    HISTORY.  ROLL EACH CLASS INTO THE PRACTICE TOTAL.
       CL-FINISH.
           IF CL-SNAP(CL-X) NOT = "Y"
               MOVE CL-PRIOR(CL-X) TO CL-BEGIN(CL-X)
           END-IF
           PERFORM CL-PROVE
           ADD CL-PRIOR(CL-X) TO CL-PRIOR(CL-TOT)
           ADD CL-CHG(CL-X) TO CL-CHG(CL-TOT)
           ADD CL-CASH(CL-X) TO CL-CASH(CL-TOT)
           ADD CL-ADJ(CL-X) TO CL-ADJ(CL-TOT)
           ADD CL-TBR(CL-X) TO CL-TBR(CL-TOT)
           ADD CL-ACTUAL(CL-X) TO CL-ACTUAL(CL-TOT).

       CL-PROVE.
           COMPUTE CL-COMP(CL-X) = CL-BEGIN(CL-X) + CL-CHG(CL-X)
             - CL-CASH(CL-X) - CL-ADJ(CL-X) + CL-TBR(CL-X)
           COMPUTE CL-DIFF(CL-X) = CL-ACTUAL(CL-X) - CL-COMP(CL-X)
           MOVE 0 TO CL-DAYS(CL-X)
           IF CL-CHG(CL-X) > 0
               COMPUTE CL-DAYS(CL-X) ROUNDED = CL-ACTUAL(CL-X)
                 * PER-DAYS / CL-CHG(CL-X)
                 ON SIZE ERROR
                   MOVE 99999.9 TO CL-DAYS(CL-X)
               END-COMPUTE
           END-IF.

       CL-PRINT.
           MOVE SPACE TO RPT-LINE
           PERFORM RPT-OUT
           MOVE SPACE TO RPT-LINE
           IF CL-CLASS(CL-X) = "*"
               MOVE "PRACTICE TOTAL" TO RPT-LINE
           ELSE
               STRING "PAYER CLASS " CL-CLASS(CL-X)
                 DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           PERFORM RPT-OUT
           MOVE CL-BEGIN(CL-X) TO NEF-12
           MOVE SPACE TO RPT-LINE
           STRING "  BEGINNING BALANCE      " NEF-12
             DELIMITED BY SIZE INTO RPT-LINE
           IF CL-SNAP(CL-X) = "Y"
               MOVE "FROM SNAPSHOT " TO RPT-LINE(45:14)
               MOVE PRIOR-PERIOD TO RPT-LINE(59:6)
           ELSE
               MOVE "NO SNAPSHOT - FROM HISTORY" TO RPT-LINE(45:26)
           END-IF
           PERFORM RPT-OUT
           MOVE CL-CHG(CL-X) TO NEF-12
           MOVE SPACE TO RPT-LINE
           STRING "  PLUS CHARGES           " NEF-12
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT
           MOVE CL-CASH(CL-X) TO NEF-12
           MOVE SPACE TO RPT-LINE
           STRING "  LESS CASH              " NEF-12
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT
           MOVE CL-ADJ(CL-X) TO NEF-12
           MOVE SPACE TO RPT-LINE
           STRING "  LESS ADJ/WRITE-OFFS    " NEF-12
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT
           MOVE CL-TBR(CL-X) TO NEF-12
           MOVE SPACE TO RPT-LINE
           STRING "  PLUS TAKEBACKS/REFUNDS " NEF-12
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT
           MOVE CL-COMP(CL-X) TO NEF-12
           MOVE SPACE TO RPT-LINE
           STRING "  COMPUTED ENDING        " NEF-12
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT
           MOVE CL-ACTUAL(CL-X) TO NEF-12
           MOVE SPACE TO RPT-LINE
           STRING "  ACTUAL ENDING          " NEF-12
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT
           MOVE CL-DIFF(CL-X) TO NEF-12
           MOVE SPACE TO RPT-LINE
           STRING "  DIFFERENCE             " NEF-12
             DELIMITED BY SIZE INTO RPT-LINE
           IF CL-DIFF(CL-X) NOT = 0
               MOVE "**" TO RPT-LINE(45:2)
               ADD 1 TO CNT-DIFF
           END-IF
           PERFORM RPT-OUT
           MOVE CL-DAYS(CL-X) TO NEF-DAYS
           MOVE SPACE TO RPT-LINE
           STRING "  DAYS IN A/R                   " NEF-DAYS
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT.
       CL-PRINT-EXIT.
           EXIT.

       SNAP-WRITE.
           MOVE SPACE TO ARSNAP01
           MOVE PERIOD-IN TO SNAP-PERIOD
           MOVE CL-CLASS(CL-X) TO SNAP-CLASS
           MOVE CL-BEGIN(CL-X) TO SNAP-BEGIN
           MOVE CL-CHG(CL-X) TO SNAP-CHG
           MOVE CL-CASH(CL-X) TO SNAP-CASH
           MOVE CL-ADJ(CL-X) TO SNAP-ADJ
           MOVE CL-TBR(CL-X) TO SNAP-TBR
           MOVE CL-COMP(CL-X) TO SNAP-COMP
           MOVE CL-ACTUAL(CL-X) TO SNAP-ACTUAL
           MOVE CL-DAYS(CL-X) TO SNAP-DAYS
           MOVE TODAY-8 TO SNAP-DATE-R
           WRITE ARSNAP01
             INVALID
               REWRITE ARSNAP01
                 INVALID
                   DISPLAY "CANNOT REWRITE SNAPSHOT " SNAP-KEY
               END-REWRITE
           END-WRITE.

       TREND-LINE.
           MOVE PERIOD-N TO TREND-PERIOD
           MOVE SPACE TO RPT-LINE
           MOVE TREND-PERIOD TO SNAP-PERIOD
           MOVE "*" TO SNAP-CLASS
           READ ARSNAP
             INVALID
               STRING TREND-PERIOD "    NO SNAPSHOT"
                 DELIMITED BY SIZE INTO RPT-LINE
             NOT INVALID
               MOVE SNAP-ACTUAL TO NEF-12
               MOVE SNAP-CHG TO NEF-12B
               MOVE SNAP-CASH TO NEF-12C
               MOVE SNAP-DAYS TO NEF-DAYS
               STRING TREND-PERIOD "  " NEF-12 "  " NEF-12B "  "
                 NEF-12C " " NEF-DAYS
                 DELIMITED BY SIZE INTO RPT-LINE
           END-READ
           PERFORM RPT-OUT
           PERFORM AHEAD-ONE.

       BACK-ONE.
           MOVE PERIOD-N(1:4) TO PERIOD-YR
           MOVE PERIOD-N(5:2) TO PERIOD-MO
           IF PERIOD-MO = 1
               SUBTRACT 1 FROM PERIOD-YR
               MOVE 12 TO PERIOD-MO
           ELSE
               SUBTRACT 1 FROM PERIOD-MO
           END-IF
           COMPUTE PERIOD-N = PERIOD-YR * 100 + PERIOD-MO.

       AHEAD-ONE.
           MOVE PERIOD-N(1:4) TO PERIOD-YR
           MOVE PERIOD-N(5:2) TO PERIOD-MO
           IF PERIOD-MO = 12
               ADD 1 TO PERIOD-YR
               MOVE 1 TO PERIOD-MO
           ELSE
               ADD 1 TO PERIOD-MO
           END-IF
           COMPUTE PERIOD-N = PERIOD-YR * 100 + PERIOD-MO.

       RPT-OUT.
           WRITE ARRPT01 FROM RPT-LINE
           DISPLAY RPT-LINE.
