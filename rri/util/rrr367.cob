      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rrr367.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCKBOX ASSIGN TO "S30" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT GARFILE ASSIGN TO "S35" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
           ALTERNATE RECORD KEY IS G-ACCT WITH DUPLICATES
           ALTERNATE RECORD KEY IS G-PRINS WITH DUPLICATES
           ALTERNATE RECORD KEY IS G-SEINS WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT PAYFILE ASSIGN TO "S40" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS PAYFILE-KEY
           LOCK MODE MANUAL.
           SELECT BCHFILE ASSIGN TO "S45" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS BCH-KEY
           LOCK MODE MANUAL.
           SELECT CHARCUR ASSIGN TO "S50" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS CHARCUR-KEY
           ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
           ALTERNATE RECORD KEY IS CC-CLAIM WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT PAYCUR ASSIGN TO "S55" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS PAYCUR-KEY
           ALTERNATE RECORD KEY IS PC-CLAIM WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT OPTIONAL PARMFILE ASSIGN TO "S65" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL PERFILE ASSIGN TO "S75"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS PER-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL SUSPFILE ASSIGN TO "S70"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS SU-KEY
           LOCK MODE MANUAL.
           SELECT LBEXCP ASSIGN TO "S90" ORGANIZATION
           LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    THE BANK'S DAILY LOCKBOX FILE.  ONE "H" HEADER WITH THE
      *    DEPOSIT DATE, ONE "D" PER CHECK CARRYING THE STUB SCAN
      *    LINE 253 PRINTED, AND ONE "T" TRAILER WITH THE ITEM
      *    COUNT AND DEPOSIT TOTAL.  AMOUNTS ARE ZERO FILLED CENTS.
       FD  LOCKBOX.
       01  LOCKBOX01.
           02 LB-TYPE PIC X.
           02 FILLER PIC X(79).
       01  LB-HEADER.
           02 FILLER PIC X.
           02 LH-DEPOSIT-DATE PIC X(8).
           02 LH-LOCKBOX PIC X(10).
           02 FILLER PIC X(61).
       01  LB-DETAIL.
           02 FILLER PIC X.
           02 LD-SCANLINE.
             03 LD-SCAN-BODY.
               04 LD-GARNO PIC X(8).
               04 LD-STMT-DATE PIC X(8).
               04 LD-DUE PIC X(9).
             03 LD-SCAN-CD PIC X.
           02 LD-AMOUNT PIC 9(7)V99.
           02 LD-CHECKNO PIC X(6).
           02 FILLER PIC X(38).
       01  LB-TRAILER.
           02 FILLER PIC X.
           02 LT-COUNT PIC 9(5).
           02 LT-TOTAL PIC 9(9)V99.
           02 FILLER PIC X(63).

       FD  CHARCUR
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

       FD  PAYFILE.
       01  PAYFILE01.
           02 PAYFILE-KEY.
             03 PD-KEY8 PIC X(8).
             03 PD-KEY3 PIC XXX.
           02 PD-NAME PIC X(24).
           02 PD-AMOUNT PIC S9(7)V99.
           02 PD-PAYCODE PIC XXX.
           02 PD-DENIAL PIC XX.
           02 PD-CLAIM PIC X(8).
           02 PD-DATE-T PIC X(8).
           02 PD-DATE-E PIC X(8).
           02 PD-ORDER PIC X(6).
           02 PD-BATCH PIC X(6).
           02 PD-TRANTYPE PIC X.

       FD  PAYCUR
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

       FD GARFILE
           DATA RECORD IS GARFILE01.
       01 GARFILE01.
           02 G-GARNO PIC X(8).
           02 G-GARNAME PIC X(24).
           02 G-BILLADD PIC X(22).
           02 G-STREET PIC X(22).
           02 G-CITY PIC X(18).
           02 G-STATE PIC X(2).
           02 G-ZIP PIC X(9).
           02 G-COLLT PIC X.
           02 G-PHONE PIC X(10).
           02 G-SEX PIC X.
           02 G-RELATE PIC X.
           02 G-MSTAT PIC X.
           02 G-DOB PIC X(8).
           02 G-DUNNING PIC X.
           02 G-ACCTSTAT PIC X.
           02 G-PR-MPLR PIC X(4).
           02 G-PRINS PIC XXX.
           02 G-PR-ASSIGN PIC X.
           02 G-PR-OFFICE PIC X(4).
           02 G-PR-GROUP PIC X(10).
           02 G-PRIPOL PIC X(16).
           02 G-PRNAME PIC X(24).
           02 G-PR-RELATE PIC X.
           02 G-SE-MPLR PIC X(4).
           02 G-SEINS PIC XXX.
           02 G-SE-ASSIGN PIC X.
           02 G-SE-OFFICE PIC X(4).
           02 G-SE-GROUP PIC X(10).
           02 G-SECPOL PIC X(16).
           02 G-SENAME PIC X(24).
           02 G-SE-RELATE PIC X.
           02 G-INSPEND PIC S9(5)V99.
           02 G-LASTBILL PIC X(8).
           02 G-ASSIGNM PIC X.
           02 G-PRIVATE PIC X.
           02 G-BILLCYCLE PIC X.
           02 G-DELETE PIC X.
           02 G-FILLER PIC XXX.
           02 G-ACCT PIC X(8).
           02 G-PRGRPNAME PIC X(15).
           02 G-SEGRPNAME PIC X(15).

       FD  BCHFILE
           DATA RECORD IS BCHFILE01.
       01  BCHFILE01.
           02 BCH-KEY PIC X(6).
           02 BCH-DATE-O PIC X(8).
           02 BCH-EXP-COUNT PIC 9(5).
           02 BCH-EXP-AMOUNT PIC S9(7)V99.
           02 BCH-STATUS PIC X.
           02 BCH-DATE-R PIC X(8).
           02 BCH-FUTURE PIC X(8).

       FD  PERFILE
           DATA RECORD IS PERFILE01.
       01  PERFILE01.
           02 PER-KEY PIC X(6).
           02 PER-STATUS PIC X.
           02 PER-DATE-C PIC X(8).
           02 PER-FUTURE PIC X(8).

       FD  PARMFILE.
       01  PARMFILE01.
           02 PARM-BATCH PIC X(6).

      *    UNAPPLIED CASH - MONEY IN THE BANK THAT COULD NOT BE
      *    POSTED TO A CLAIM.  SOURCE R = REMITTANCE (254), A =
      *    AGENCY (NEI146), L = LOCKBOX (367).  HELD HERE UNTIL 369
      *    APPLIES IT OR CLOSES IT OUT.  STATUS O OPEN, A APPLIED,
      *    X CLOSED WITHOUT POSTING (RETURNED TO THE PAYER).
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

       FD  LBEXCP.
       01  LBEXCP01.
           02 LX-SCANLINE PIC X(26).
           02 FILLER PIC X.
           02 LX-CHECKNO PIC X(6).
           02 FILLER PIC X.
           02 LX-AMOUNT PIC 9(7)V99.
           02 FILLER PIC X.
           02 LX-REASON PIC X(30).

       WORKING-STORAGE SECTION.
       01  POST-BATCH PIC X(6).
       01  POST-DATE PIC X(8).
       01  TODAY-6 PIC 9(6).
       01  TODAY-8 PIC X(8).
       01  XYZ PIC 999.
       01  PAYBACK01 PIC X(90).
       01  TRAILER-FOUND PIC X.
       01  LOCKBOX-ID PIC X(10).
       01  TRL-COUNT PIC X(5).
       01  TRL-COUNT-N REDEFINES TRL-COUNT PIC 9(5).
       01  TRL-TOTAL PIC X(11).
       01  TRL-TOTAL-N REDEFINES TRL-TOTAL PIC 9(9)V99.
       01  SCAN-BODY PIC X(25).
       01  CD-CHARS PIC X(36)
             VALUE "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  CD-POS PIC 99.
       01  CD-VAL PIC 99.
       01  CD-SUM PIC 9(5).
       01  CD-QUOT PIC 9(5).
       01  CD-REM PIC 99.
       01  CD-DIGIT PIC 9.
       01  REMAIN PIC S9(7)V99.
       01  POST-AMT PIC S9(7)V99.
       01  CT-COUNT PIC 999.
       01  CT-IDX PIC 999.
       01  PICK-IDX PIC 999.
       01  LAST-IDX PIC 999.
       01  CLAIM-TAB.
           02 CT-ENTRY OCCURS 200 TIMES.
             03 CT-CLAIM PIC X(8).
             03 CT-DATE PIC X(8).
             03 CT-BAL PIC S9(7)V99.
       01  CNT-ITEMS PIC 9(5) VALUE 0.
       01  AMT-ITEMS PIC 9(9)V99 VALUE 0.
       01  CNT-BADAMT PIC 9(5) VALUE 0.
       01  CNT-CHECKS PIC 9(5) VALUE 0.
       01  AMT-CHECKS PIC 9(9)V99 VALUE 0.
       01  CNT-POSTINGS PIC 9(5) VALUE 0.
       01  CNT-OVER PIC 9(5) VALUE 0.
       01  AMT-OVER PIC 9(9)V99 VALUE 0.
       01  CNT-EXCP PIC 9(5) VALUE 0.
       01  AMT-EXCP PIC 9(9)V99 VALUE 0.
       01  AMT-DEPOSIT PIC 9(9)V99 VALUE 0.
       01  NEF-12 PIC ZZZ,ZZZ,ZZ9.99CR.

      *
      *    BANK LOCKBOX PAYMENT LOAD.  EACH CHECK COMES BACK WITH THE
      *    STATEMENT STUB 253 PRINTED, SO THE SCAN LINE NAMES THE
      *    ACCOUNT - THE CHECK DIGIT IS PROVED BEFORE THE GARNO IS
      *    BELIEVED.  THE MONEY IS SPREAD OVER THE ACCOUNT'S OPEN
      *    CLAIMS OLDEST SERVICE DATE FIRST AND POSTED AS PATIENT
      *    CASH UNDER AN OPEN 259 BATCH, THE SAME AS A 271 RECEIPT.
      *    ANYTHING THAT DOES NOT PROVE OUT GOES TO THE EXCEPTION
      *    LIST AND THE SUSPENSE FILE - IT IS NEVER POSTED TO A GUESS.
      *    NOTHING POSTS UNLESS THE DETAIL TIES TO THE TRAILER.
       PROCEDURE DIVISION.
       P0.
           ACCEPT TODAY-6 FROM DATE.
           MOVE "20" TO TODAY-8(1:2).
           MOVE TODAY-6(1:2) TO TODAY-8(3:2).
           MOVE TODAY-6(3:2) TO TODAY-8(5:2).
           MOVE TODAY-6(5:2) TO TODAY-8(7:2).
           MOVE TODAY-8 TO POST-DATE.

           OPEN INPUT PARMFILE.
           READ PARMFILE
             AT END
               DISPLAY "BATCH NUMBER"
               ACCEPT POST-BATCH
             NOT AT END
               MOVE PARM-BATCH TO POST-BATCH
           END-READ
           CLOSE PARMFILE.

      *    THE BATCH MUST BE OPEN IN 259 - THE CLERK BALANCES AND
      *    RELEASES IT THERE LIKE ANY OTHER DEPOSIT.
           OPEN INPUT BCHFILE.
           MOVE POST-BATCH TO BCH-KEY
           READ BCHFILE
             INVALID
               DISPLAY "NO SUCH BATCH " POST-BATCH
                 " - OPEN IT WITH 259 FIRST"
               CLOSE BCHFILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-READ
           IF BCH-STATUS NOT = "O"
               DISPLAY "BATCH " BCH-KEY " IS NOT OPEN - STATUS "
                 BCH-STATUS
               CLOSE BCHFILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE BCHFILE.

      *    FIRST PASS - PROVE THE DETAIL AGAINST THE TRAILER AND
      *    PICK UP THE DEPOSIT DATE.  AN UNBALANCED FILE IS HANDED
      *    BACK TO THE BANK, NOT PARTLY POSTED.
           MOVE "N" TO TRAILER-FOUND
           MOVE SPACE TO LOCKBOX-ID
           OPEN INPUT LOCKBOX.
       P0-R1.
           READ LOCKBOX
             AT END
               GO TO P0-2
           END-READ
           IF LB-TYPE = "H"
               IF LH-DEPOSIT-DATE NUMERIC
                   MOVE LH-DEPOSIT-DATE TO POST-DATE
               END-IF
               MOVE LH-LOCKBOX TO LOCKBOX-ID
               GO TO P0-R1
           END-IF
           IF LB-TYPE = "T"
               MOVE "Y" TO TRAILER-FOUND
               MOVE LB-TRAILER(2:5) TO TRL-COUNT
               MOVE LB-TRAILER(7:11) TO TRL-TOTAL
               GO TO P0-2
           END-IF
           IF LB-TYPE NOT = "D"
               GO TO P0-R1
           END-IF
           ADD 1 TO CNT-ITEMS
           IF LD-AMOUNT NUMERIC
               ADD LD-AMOUNT TO AMT-ITEMS
           ELSE
               ADD 1 TO CNT-BADAMT
           END-IF
           GO TO P0-R1.
       P0-2.
           CLOSE LOCKBOX.
           IF TRAILER-FOUND NOT = "Y"
               DISPLAY "LOCKBOX FILE HAS NO TRAILER - NOTHING POSTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF TRL-COUNT NOT NUMERIC OR TRL-TOTAL NOT NUMERIC
               MOVE 99999 TO TRL-COUNT-N
               MOVE 0 TO TRL-TOTAL-N
               ADD 1 TO CNT-BADAMT
           END-IF
           IF CNT-BADAMT > 0
             OR TRL-COUNT-N NOT = CNT-ITEMS
             OR TRL-TOTAL-N NOT = AMT-ITEMS
               DISPLAY "*** LOCKBOX DOES NOT TIE TO ITS TRAILER ***"
               DISPLAY "DETAIL ITEMS .......... " CNT-ITEMS
                 "  TRAILER " TRL-COUNT
               MOVE AMT-ITEMS TO NEF-12
               DISPLAY "DETAIL TOTAL .......... " NEF-12
               MOVE TRL-TOTAL-N TO NEF-12
               DISPLAY "TRAILER TOTAL ......... " NEF-12
               DISPLAY "BAD AMOUNT FIELDS ..... " CNT-BADAMT
               DISPLAY "NOTHING POSTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    THE POSTINGS CARRY THE DEPOSIT DATE - A CLOSED MONTH
      *    REFUSES THE WHOLE FILE.  NO PERIOD RECORD MEANS OPEN.
       P0-3.
           OPEN INPUT PERFILE.
           MOVE POST-DATE(1:6) TO PER-KEY
           READ PERFILE
             INVALID
               CONTINUE
             NOT INVALID
               IF PER-STATUS = "C"
                   DISPLAY "PERIOD " PER-KEY " IS CLOSED - LOCKBOX"
                     " POSTING REFUSED"
                   CLOSE PERFILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-READ
           CLOSE PERFILE.

           OPEN INPUT LOCKBOX GARFILE CHARCUR.
           OPEN I-O PAYFILE PAYCUR SUSPFILE.
           OPEN OUTPUT LBEXCP.

       P1.
           READ LOCKBOX
             AT END
               GO TO P9
           END-READ
           IF LB-TYPE = "T"
               GO TO P9
           END-IF
           IF LB-TYPE NOT = "D"
               GO TO P1
           END-IF

           IF LD-AMOUNT = 0
               MOVE "ZERO CHECK AMOUNT" TO LX-REASON
               GO TO E1
           END-IF
           IF LD-SCAN-CD NOT NUMERIC
             OR LD-STMT-DATE NOT NUMERIC OR LD-DUE NOT NUMERIC
               MOVE "SCAN LINE NOT READABLE" TO LX-REASON
               GO TO E1
           END-IF
           MOVE LD-SCAN-BODY TO SCAN-BODY
           PERFORM SCAN-DIGIT
           IF LD-SCAN-CD NOT = CD-DIGIT
               MOVE "CHECK DIGIT DOES NOT PROVE" TO LX-REASON
               GO TO E1
           END-IF

           MOVE LD-GARNO TO G-GARNO
           READ GARFILE
             INVALID
               MOVE "NO SUCH ACCOUNT" TO LX-REASON
               GO TO E1
           END-READ

           PERFORM LOAD-CLAIMS THRU LOAD-CLAIMS-EXIT
           IF CT-COUNT = 0
               MOVE "NO CLAIMS ON THE ACCOUNT" TO LX-REASON
               GO TO E1
           END-IF

           MOVE LD-AMOUNT TO REMAIN
           MOVE 0 TO LAST-IDX
           PERFORM APPLY-PAY THRU APPLY-PAY-EXIT
           ADD 1 TO CNT-CHECKS
           ADD LD-AMOUNT TO AMT-CHECKS
           GO TO P1.

      *    EVERY CLAIM ON THE ACCOUNT WITH ITS EARLIEST SERVICE DATE
      *    AND WHAT IS STILL OWED ON IT - CHARGES LESS EVERYTHING
      *    PAID OR ADJUSTED.  PAYMENTS ARE STORED NEGATIVE.
       LOAD-CLAIMS.
           MOVE 0 TO CT-COUNT
           MOVE G-GARNO TO CC-KEY8
           MOVE SPACE TO CC-KEY3
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO LOAD-CLAIMS-EXIT
           END-START.
       LOAD-CLAIMS-R1.
           READ CHARCUR NEXT
             AT END
               GO TO LOAD-CLAIMS-2
           END-READ
           IF CC-KEY8 NOT = G-GARNO
               GO TO LOAD-CLAIMS-2
           END-IF
           PERFORM FIND-CT VARYING CT-IDX FROM 1 BY 1
             UNTIL CT-IDX > CT-COUNT OR CT-CLAIM(CT-IDX) = CC-CLAIM
           IF CT-IDX > CT-COUNT
               IF CT-COUNT = 200
                   GO TO LOAD-CLAIMS-R1
               END-IF
               ADD 1 TO CT-COUNT
               MOVE CT-COUNT TO CT-IDX
               MOVE CC-CLAIM TO CT-CLAIM(CT-IDX)
               MOVE CC-DATE-T TO CT-DATE(CT-IDX)
               MOVE 0 TO CT-BAL(CT-IDX)
           END-IF
           IF CC-DATE-T < CT-DATE(CT-IDX)
               MOVE CC-DATE-T TO CT-DATE(CT-IDX)
           END-IF
           ADD CC-AMOUNT TO CT-BAL(CT-IDX)
           GO TO LOAD-CLAIMS-R1.
       LOAD-CLAIMS-2.
           MOVE G-GARNO TO PC-KEY8
           MOVE SPACE TO PC-KEY3
           START PAYCUR KEY NOT < PAYCUR-KEY
             INVALID
               GO TO LOAD-CLAIMS-EXIT
           END-START.
       LOAD-CLAIMS-R2.
           READ PAYCUR NEXT
             AT END
               GO TO LOAD-CLAIMS-EXIT
           END-READ
           IF PC-KEY8 NOT = G-GARNO
               GO TO LOAD-CLAIMS-EXIT
           END-IF
           PERFORM FIND-CT VARYING CT-IDX FROM 1 BY 1
             UNTIL CT-IDX > CT-COUNT OR CT-CLAIM(CT-IDX) = PC-CLAIM
           IF CT-IDX NOT > CT-COUNT
               ADD PC-AMOUNT TO CT-BAL(CT-IDX)
           END-IF
           GO TO LOAD-CLAIMS-R2.
       LOAD-CLAIMS-EXIT.
           EXIT.

       FIND-CT.
           CONTINUE.

      *    OLDEST OPEN CLAIM FIRST UNTIL THE CHECK IS USED UP.  AN
      *    OVERPAYMENT STAYS ON THE ACCOUNT AS A CREDIT ON THE LAST
      *    CLAIM PAID, OR THE NEWEST CLAIM IF NOTHING WAS OWED, FOR
      *    THE REFUND REVIEW TO FIND.
       APPLY-PAY.
           IF REMAIN = 0
               GO TO APPLY-PAY-EXIT
           END-IF
           MOVE 0 TO PICK-IDX
           PERFORM PICK-OLD VARYING CT-IDX FROM 1 BY 1
             UNTIL CT-IDX > CT-COUNT
           IF PICK-IDX = 0
               GO TO APPLY-OVER
           END-IF
           IF REMAIN < CT-BAL(PICK-IDX)
               MOVE REMAIN TO POST-AMT
           ELSE
               MOVE CT-BAL(PICK-IDX) TO POST-AMT
           END-IF
           PERFORM POST-ONE THRU POST-ONE-EXIT
           SUBTRACT POST-AMT FROM REMAIN CT-BAL(PICK-IDX)
           MOVE PICK-IDX TO LAST-IDX
           GO TO APPLY-PAY.
       APPLY-OVER.
           IF LAST-IDX = 0
               MOVE 1 TO PICK-IDX
               PERFORM PICK-NEW VARYING CT-IDX FROM 2 BY 1
                 UNTIL CT-IDX > CT-COUNT
               MOVE PICK-IDX TO LAST-IDX
           END-IF
           MOVE LAST-IDX TO PICK-IDX
           MOVE REMAIN TO POST-AMT
           PERFORM POST-ONE THRU POST-ONE-EXIT
           ADD 1 TO CNT-OVER
           ADD REMAIN TO AMT-OVER
           MOVE 0 TO REMAIN.
       APPLY-PAY-EXIT.
           EXIT.

       PICK-OLD.
           IF CT-BAL(CT-IDX) > 0
               IF PICK-IDX = 0
                   MOVE CT-IDX TO PICK-IDX
               ELSE
                   IF CT-DATE(CT-IDX) < CT-DATE(PICK-IDX)
                       MOVE CT-IDX TO PICK-IDX
                   END-IF
               END-IF
           END-IF.

       PICK-NEW.
           IF CT-DATE(CT-IDX) > CT-DATE(PICK-IDX)
               MOVE CT-IDX TO PICK-IDX
           END-IF.

      *    PATIENT CASH - PAYCODE 001, TYPE C, STORED NEGATIVE, THE
      *    CHECK NUMBER IN PD-ORDER THE SAME AS A 271 RECEIPT.
       POST-ONE.
           MOVE G-GARNO TO PD-KEY8
           MOVE SPACE TO PD-KEY3
           MOVE G-GARNAME TO PD-NAME
           COMPUTE PD-AMOUNT = -1 * POST-AMT
           MOVE "001" TO PD-PAYCODE
           MOVE SPACE TO PD-DENIAL
           MOVE CT-CLAIM(PICK-IDX) TO PD-CLAIM
           MOVE POST-DATE TO PD-DATE-T
           MOVE TODAY-8 TO PD-DATE-E
           MOVE LD-CHECKNO TO PD-ORDER
           MOVE POST-BATCH TO PD-BATCH
           MOVE "C" TO PD-TRANTYPE
           MOVE PAYFILE01 TO PAYBACK01
           MOVE 0 TO XYZ
           PERFORM P3 THRU P4
           ADD 1 TO CNT-POSTINGS.
       POST-ONE-EXIT.
           EXIT.

      *    FIND THE NEXT FREE KEY3 SUFFIX THAT IS OPEN ON BOTH
      *    PAYFILE AND PAYCUR, THEN WRITE THE PAYMENT TO BOTH.
       P3.
           ADD 1 TO XYZ
           MOVE XYZ TO PD-KEY3
           READ PAYFILE INVALID KEY GO TO P3-1.
           GO TO P3.
       P3-1.
           MOVE G-GARNO TO PC-KEY8
           MOVE XYZ TO PC-KEY3
           READ PAYCUR INVALID KEY GO TO P4.
           GO TO P3.
       P4.
           MOVE PAYBACK01 TO PAYFILE01
           MOVE XYZ TO PD-KEY3
           WRITE PAYFILE01
           MOVE PD-KEY8 TO PC-KEY8
           MOVE PD-KEY3 TO PC-KEY3
           MOVE PD-AMOUNT TO PC-AMOUNT
           MOVE PD-PAYCODE TO PC-PAYCODE
           MOVE PD-DENIAL TO PC-DENIAL
           MOVE PD-CLAIM TO PC-CLAIM
           MOVE PD-DATE-T TO PC-DATE-T
           MOVE PD-DATE-E TO PC-DATE-E
           MOVE PD-BATCH TO PC-BATCH
           MOVE PD-TRANTYPE TO PC-TRANTYPE
           WRITE PAYCUR01.

      *    MOD 10 CHECK DIGIT OVER THE 25 SCAN CHARACTERS, WEIGHTS
      *    3,1,3,1...  A LETTER IN THE GARNO COUNTS 10 FOR A THRU 35
      *    FOR Z.  THIS MUST STAY EXACTLY THE SAME AS 253.
       SCAN-DIGIT.
           MOVE 0 TO CD-SUM
           PERFORM SCAN-DIGIT-1 VARYING CD-POS FROM 1 BY 1
             UNTIL CD-POS > 25
           DIVIDE CD-SUM BY 10 GIVING CD-QUOT REMAINDER CD-REM
           IF CD-REM = 0
               MOVE 0 TO CD-DIGIT
           ELSE
               COMPUTE CD-DIGIT = 10 - CD-REM
           END-IF.

       SCAN-DIGIT-1.
           MOVE 0 TO CD-VAL
           INSPECT CD-CHARS TALLYING CD-VAL
             FOR CHARACTERS BEFORE INITIAL SCAN-BODY(CD-POS:1)
           IF CD-VAL > 35
               MOVE 0 TO CD-VAL
           END-IF
           DIVIDE CD-POS BY 2 GIVING CD-QUOT REMAINDER CD-REM
           IF CD-REM = 1
               COMPUTE CD-SUM = CD-SUM + CD-VAL * 3
           ELSE
               ADD CD-VAL TO CD-SUM
           END-IF.

       E1.
           MOVE LD-SCANLINE TO LX-SCANLINE
           MOVE LD-CHECKNO TO LX-CHECKNO
           MOVE LD-AMOUNT TO LX-AMOUNT
           WRITE LBEXCP01
           ADD 1 TO CNT-EXCP
           ADD LD-AMOUNT TO AMT-EXCP
           IF LD-AMOUNT > 0
               PERFORM SUSP-ADD THRU SUSP-ADD-EXIT
           END-IF
           GO TO P1.

      *    THE CHECK IS IN THE DEPOSIT EVEN THOUGH IT DID NOT POST -
      *    IT IS HELD ON SUSPENSE UNTIL 369 APPLIES IT.  THE GARNO
      *    IS WHAT THE STUB SAID, PROVED OR NOT.
       SUSP-ADD.
           MOVE SPACE TO SUSPFILE01
           MOVE TODAY-8 TO SU-DATE-R
           MOVE 0 TO SU-SEQ
           MOVE "L" TO SU-SOURCE
           MOVE "001" TO SU-PAYCODE
           MOVE LD-GARNO TO SU-GARNO
           MOVE LD-CHECKNO TO SU-CHECKNO
           MOVE POST-BATCH TO SU-BATCH
           MOVE LD-AMOUNT TO SU-AMOUNT
           MOVE 0 TO SU-APPLIED
           MOVE LX-REASON TO SU-REASON
           MOVE "O" TO SU-STATUS.
       SUSP-ADD-1.
           IF SU-SEQ = 999
               DISPLAY "SUSPENSE FULL FOR " TODAY-8 " - CHECK "
                 LD-CHECKNO " NOT HELD"
               GO TO SUSP-ADD-EXIT
           END-IF
           ADD 1 TO SU-SEQ
           WRITE SUSPFILE01
             INVALID
               GO TO SUSP-ADD-1
           END-WRITE.
       SUSP-ADD-EXIT.
           EXIT.

       P9.
           COMPUTE AMT-DEPOSIT = AMT-CHECKS + AMT-EXCP
           DISPLAY "===== rrr367 LOCKBOX PAYMENT LOAD =====".
           DISPLAY "LOCKBOX ............... " LOCKBOX-ID.
           DISPLAY "BATCH ................. " POST-BATCH.
           DISPLAY "DEPOSIT DATE .......... " POST-DATE.
           MOVE AMT-CHECKS TO NEF-12
           DISPLAY "CHECKS POSTED ......... " CNT-CHECKS
             " AMOUNT ... " NEF-12.
           DISPLAY "PAYCUR ENTRIES WRITTEN  " CNT-POSTINGS
             " (THE 259 ITEM COUNT)".
           MOVE AMT-OVER TO NEF-12
           DISPLAY "OVERPAYMENT CREDITS ... " CNT-OVER
             " AMOUNT ... " NEF-12.
           MOVE AMT-EXCP TO NEF-12
           DISPLAY "TO SUSPENSE - NOT POSTED" CNT-EXCP
             " AMOUNT ... " NEF-12.
           MOVE AMT-DEPOSIT TO NEF-12
           DISPLAY "DEPOSIT TOTAL ......... " NEF-12.
           MOVE AMT-ITEMS TO NEF-12
           DISPLAY "LOCKBOX TRAILER ....... " NEF-12.
           IF AMT-DEPOSIT = AMT-ITEMS
               DISPLAY "DEPOSIT TIES TO THE LOCKBOX TRAILER"
           ELSE
               DISPLAY "*** DEPOSIT DOES NOT TIE TO THE TRAILER ***"
               MOVE 8 TO RETURN-CODE
           END-IF

           CLOSE LOCKBOX GARFILE CHARCUR PAYFILE PAYCUR LBEXCP
               SUSPFILE.
           STOP RUN.
