      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rrr369.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GARFILE ASSIGN TO "S35" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
           ALTERNATE RECORD KEY IS G-ACCT WITH DUPLICATES
           ALTERNATE RECORD KEY IS G-PRINS WITH DUPLICATES
           ALTERNATE RECORD KEY IS G-SEINS WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT PAYFILE ASSIGN TO "S40" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS PAYFILE-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL SUSPFILE ASSIGN TO "S45"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS SU-KEY
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
           SELECT OPTIONAL PERFILE ASSIGN TO "S75"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS PER-KEY
           LOCK MODE MANUAL.
           SELECT CHGAUD ASSIGN TO "S90"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL OPRSESS ASSIGN TO "S20"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL ACCLOG ASSIGN TO "S21"
           ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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

       FD  PERFILE
           DATA RECORD IS PERFILE01.
       01  PERFILE01.
           02 PER-KEY PIC X(6).
           02 PER-STATUS PIC X.
           02 PER-DATE-C PIC X(8).
           02 PER-FUTURE PIC X(8).

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

      *    ONE LINE PER APPLICATION OR CLOSE-OUT, THE SAME LOG 349
      *    WRITES.  THE BEFORE COLUMN IS THE SUSPENSE ITEM.
       FD  CHGAUD.
       01  CHGAUD01.
           02 CG-OPERATOR PIC X(10).
           02 CG-DATE PIC 9(6).
           02 CG-TIME PIC 9(8).
           02 CG-KEY PIC X(11).
           02 CG-CLAIM PIC X(8).
           02 CG-FIELD PIC X(10).
           02 CG-BEFORE PIC X(11).
           02 CG-AFTER PIC X(11).

       FD  OPRSESS.
       01  OPRSESS01.
           02 OPS-ID PIC X(10).

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
       01  SUSP-IN PIC X(11).
       01  GARNO-IN PIC X(8).
       01  CLAIM-IN PIC X(8).
       01  AMOUNT-IN-N PIC 9(7)V99.
       01  AMOUNT-IN REDEFINES AMOUNT-IN-N PIC X(9).
       01  TODAY-6 PIC 9(6).
       01  TODAY-8 PIC X(8).
       01  CLAIM-FOUND PIC X.
       01  SU-OK PIC X.
       01  OPEN-AMT PIC S9(7)V99.
       01  APPLY-AMT PIC S9(7)V99.
       01  AUD-AMT PIC 9(9)V99.
       01  AUD-AMT-X REDEFINES AUD-AMT PIC X(11).
       01  XYZ PIC 999.
       01  PAYBACK01 PIC X(90).
       01  NEF-11 PIC Z,ZZZ,ZZ9.99CR.
       01  NEF-11B PIC Z,ZZZ,ZZ9.99CR.
       01  CNT-APPLIED PIC 9(5) VALUE 0.
       01  AMT-APPLIED PIC S9(7)V99 VALUE 0.
       01  CNT-CLOSED PIC 9(5) VALUE 0.

      *
      *    APPLY UNAPPLIED CASH.  AN ITEM 254, NEI146 OR 367 COULD
      *    NOT POST SITS ON THE SUSPENSE FILE UNTIL SOMEONE FINDS
      *    WHERE IT BELONGS.  IT IS APPLIED HERE TO A CLAIM ON THE
      *    RIGHT ACCOUNT, ALL AT ONCE OR IN PIECES, AS CASH UNDER
      *    BATCH "SUSPNS" (266 KEEPS THAT OUT OF THE DAY'S DEPOSIT -
      *    IT WAS DEPOSITED WHEN IT CAME IN).  MONEY SENT BACK TO
      *    THE PAYER IS CLOSED OUT WITHOUT POSTING.  EVERY APPLY AND
      *    CLOSE-OUT IS LOGGED TO CHGAUD.  NO POSTING INTO A CLOSED
      *    MONTH.
       PROCEDURE DIVISION.
       P00.
           ACCEPT TODAY-6 FROM DATE.
           MOVE "20" TO TODAY-8(1:2).
           MOVE TODAY-6(1:2) TO TODAY-8(3:2).
           MOVE TODAY-6(3:2) TO TODAY-8(5:2).
           MOVE TODAY-6(5:2) TO TODAY-8(7:2).

           OPEN INPUT PERFILE.
           MOVE TODAY-8(1:6) TO PER-KEY
           READ PERFILE
             INVALID
               CONTINUE
             NOT INVALID
               IF PER-STATUS = "C"
                   DISPLAY "PERIOD " PER-KEY " IS CLOSED -"
                     " SUSPENSE CANNOT BE APPLIED"
                   CLOSE PERFILE
                   STOP RUN
               END-IF
           END-READ
           CLOSE PERFILE.

           OPEN INPUT OPRSESS
           READ OPRSESS
             AT END
               DISPLAY "ENTER YOUR INITIALS FOR THE CHANGE LOG"
               ACCEPT OPERATOR-WS
             NOT AT END
               MOVE OPS-ID TO OPERATOR-WS
           END-READ
           CLOSE OPRSESS.

           OPEN INPUT GARFILE CHARCUR.
           OPEN I-O PAYFILE PAYCUR SUSPFILE.
           OPEN EXTEND CHGAUD.

       P0.
           DISPLAY "UNAPPLIED CASH - L)IST OPEN A)PPLY C)LOSE OUT"
             " X)EXIT".
           ACCEPT ANS.
           IF ANS = "L" GO TO LIST-SU.
           IF ANS = "A" GO TO APPLY-SU.
           IF ANS = "C" GO TO CLOSE-SU.
           IF ANS = "X" GO TO P9.
           GO TO P0.

       LIST-SU.
           MOVE LOW-VALUE TO SU-KEY
           START SUSPFILE KEY NOT < SU-KEY
             INVALID
               DISPLAY "NOTHING IN SUSPENSE"
               GO TO P0
           END-START.
       LIST-SU-R1.
           READ SUSPFILE NEXT
             AT END
               DISPLAY "END OF OPEN SUSPENSE"
               GO TO P0
           END-READ
           IF SU-STATUS NOT = "O"
               GO TO LIST-SU-R1
           END-IF
           COMPUTE OPEN-AMT = SU-AMOUNT - SU-APPLIED
           MOVE OPEN-AMT TO NEF-11
           DISPLAY SU-KEY " " SU-SOURCE " " SU-PAYCODE " " SU-GARNO
             " " SU-CLAIM " " NEF-11 " " SU-REASON
           GO TO LIST-SU-R1.

       GET-SU.
           MOVE "N" TO SU-OK
           DISPLAY "SUSPENSE ITEM - DATE AND SEQUENCE, E.G."
             " 20240105001".
           ACCEPT SUSP-IN.
           IF SUSP-IN = SPACE GO TO GET-SU-EXIT.
           MOVE SUSP-IN TO SU-KEY
           READ SUSPFILE
             INVALID
               DISPLAY "NO SUCH SUSPENSE ITEM"
               GO TO GET-SU
           END-READ
           IF SU-STATUS NOT = "O"
               DISPLAY "THAT ITEM IS NOT OPEN - STATUS " SU-STATUS
                 " " SU-DATE-A " " SU-OPER
               GO TO GET-SU
           END-IF
           COMPUTE OPEN-AMT = SU-AMOUNT - SU-APPLIED
           MOVE SU-AMOUNT TO NEF-11
           MOVE OPEN-AMT TO NEF-11B
           DISPLAY "RECEIVED .... " SU-DATE-R "  SOURCE " SU-SOURCE
             "  (R=REMIT A=AGENCY L=LOCKBOX)".
           DISPLAY "PAYER ....... " SU-PAYCODE "  CHECK " SU-CHECKNO
             "  BATCH " SU-BATCH.
           DISPLAY "AS SENT ..... GARNO " SU-GARNO "  CLAIM " SU-CLAIM.
           DISPLAY "WHY HELD .... " SU-REASON.
           DISPLAY "AMOUNT ...... " NEF-11 "  STILL OPEN " NEF-11B.
           MOVE "Y" TO SU-OK.
       GET-SU-EXIT.
           EXIT.

       APPLY-SU.
           PERFORM GET-SU THRU GET-SU-EXIT
           IF SU-OK NOT = "Y" GO TO P0.

       APPLY-GAR.
           DISPLAY "GARNO OR ACCOUNT NUMBER TO APPLY TO (BLANK = "
             SU-GARNO ")".
           ACCEPT GARNO-IN.
           IF GARNO-IN = SPACE
               MOVE SU-GARNO TO GARNO-IN
           END-IF
           IF GARNO-IN = SPACE GO TO P0.
           MOVE GARNO-IN TO G-GARNO
           READ GARFILE
             INVALID
               MOVE GARNO-IN TO G-ACCT
               READ GARFILE KEY IS G-ACCT
                 INVALID
                   DISPLAY "NO SUCH GUARANTOR " GARNO-IN
                   GO TO APPLY-GAR
               END-READ
           END-READ
           MOVE G-GARNO TO ACC-GARNO
           PERFORM LOG-ACCESS
           DISPLAY G-GARNO " " G-GARNAME.

           MOVE G-GARNO TO CC-KEY8
           MOVE SPACE TO CC-KEY3
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               DISPLAY "NO OPEN CHARGES ON THIS ACCOUNT"
               GO TO APPLY-GAR
           END-START.
       APPLY-GAR-R1.
           READ CHARCUR NEXT
             AT END
               GO TO APPLY-CLM
           END-READ
           IF CC-KEY8 NOT = G-GARNO
               GO TO APPLY-CLM
           END-IF
           DISPLAY "  CLAIM " CC-CLAIM " " CC-PROC " " CC-DATE-T
             " " CC-PAYCODE " " CC-AMOUNT
           GO TO APPLY-GAR-R1.

       APPLY-CLM.
           DISPLAY "CLAIM NUMBER TO APPLY TO".
           ACCEPT CLAIM-IN.
           IF CLAIM-IN = SPACE GO TO APPLY-GAR.
           PERFORM FIND-CLAIM THRU FIND-CLAIM-EXIT
           IF CLAIM-FOUND NOT = "Y"
               DISPLAY "THAT CLAIM IS NOT ON THIS ACCOUNT"
               GO TO APPLY-CLM
           END-IF.

       APPLY-AMT-GET.
           MOVE OPEN-AMT TO NEF-11
           DISPLAY "AMOUNT - 9 DIGITS ZERO FILLED, LAST TWO ARE"
             " CENTS (BLANK = ALL " NEF-11 ")".
           ACCEPT AMOUNT-IN.
           IF AMOUNT-IN = SPACE
               MOVE OPEN-AMT TO APPLY-AMT
           ELSE
               IF AMOUNT-IN NOT NUMERIC
                   DISPLAY "AMOUNT MUST BE ALL DIGITS"
                   GO TO APPLY-AMT-GET
               END-IF
               MOVE AMOUNT-IN-N TO APPLY-AMT
           END-IF
           IF APPLY-AMT NOT > 0 OR APPLY-AMT > OPEN-AMT
               DISPLAY "AMOUNT MUST BE MORE THAN ZERO AND NOT MORE"
                 " THAN WHAT IS OPEN"
               GO TO APPLY-AMT-GET
           END-IF

           MOVE APPLY-AMT TO NEF-11
           DISPLAY "APPLY " NEF-11 " TO CLAIM " CLAIM-IN " FOR "
             G-GARNAME " - Y/N?".
           ACCEPT ANS.
           IF ANS NOT = "Y" GO TO P0.

      *    PAID AS OF THE DAY THE MONEY CAME IN, ENTERED TODAY.
           MOVE G-GARNO TO PD-KEY8
           MOVE SPACE TO PD-KEY3
           MOVE G-GARNAME TO PD-NAME
           COMPUTE PD-AMOUNT = -1 * APPLY-AMT
           MOVE SU-PAYCODE TO PD-PAYCODE
           MOVE SPACE TO PD-DENIAL
           MOVE CLAIM-IN TO PD-CLAIM
           MOVE SU-DATE-R TO PD-DATE-T
           MOVE TODAY-8 TO PD-DATE-E
           MOVE SU-CHECKNO TO PD-ORDER
           MOVE "SUSPNS" TO PD-BATCH
           MOVE "C" TO PD-TRANTYPE
           MOVE PAYFILE01 TO PAYBACK01
           MOVE 0 TO XYZ
           PERFORM P3 THRU P4

           ADD APPLY-AMT TO SU-APPLIED
           IF SU-APPLIED NOT < SU-AMOUNT
               MOVE "A" TO SU-STATUS
           END-IF
           MOVE TODAY-8 TO SU-DATE-A
           MOVE OPERATOR-WS TO SU-OPER
           PERFORM SU-REWRITE

           MOVE PAYFILE-KEY TO CG-KEY
           MOVE CLAIM-IN TO CG-CLAIM
           MOVE "SUSP-APPLY" TO CG-FIELD
           PERFORM AUD-OUT
           ADD 1 TO CNT-APPLIED
           ADD APPLY-AMT TO AMT-APPLIED
           DISPLAY "APPLIED"
           GO TO P0.

      *    MONEY THAT IS NOT OURS (SENT BACK TO THE PAYER OR THE
      *    AGENCY) LEAVES SUSPENSE WITHOUT TOUCHING ANY CLAIM.
       CLOSE-SU.
           PERFORM GET-SU THRU GET-SU-EXIT
           IF SU-OK NOT = "Y" GO TO P0.
           MOVE OPEN-AMT TO NEF-11
           DISPLAY "CLOSE OUT " NEF-11 " WITHOUT POSTING - Y/N?".
           ACCEPT ANS.
           IF ANS NOT = "Y" GO TO P0.
           MOVE OPEN-AMT TO APPLY-AMT
           MOVE "X" TO SU-STATUS
           MOVE TODAY-8 TO SU-DATE-A
           MOVE OPERATOR-WS TO SU-OPER
           PERFORM SU-REWRITE
           MOVE SU-GARNO TO CG-KEY
           MOVE SU-CLAIM TO CG-CLAIM
           MOVE "SUSP-CLOSE" TO CG-FIELD
           PERFORM AUD-OUT
           ADD 1 TO CNT-CLOSED
           DISPLAY "CLOSED OUT"
           GO TO P0.

       SU-REWRITE.
           REWRITE SUSPFILE01
             INVALID
               DISPLAY "CANNOT REWRITE SUSPENSE ITEM " SU-KEY
           END-REWRITE.

       AUD-OUT.
           MOVE OPERATOR-WS TO CG-OPERATOR
           MOVE TODAY-6 TO CG-DATE
           ACCEPT CG-TIME FROM TIME
           MOVE SU-KEY TO CG-BEFORE
           MOVE APPLY-AMT TO AUD-AMT
           MOVE AUD-AMT-X TO CG-AFTER
           WRITE CHGAUD01.

      *    THE CLAIM IS CONFIRMED BY WALKING THE ACCOUNT'S OWN
      *    CHARGES - THE SAME TEST THE FRONT DESK USES (271).
       FIND-CLAIM.
           MOVE "N" TO CLAIM-FOUND
           MOVE G-GARNO TO CC-KEY8
           MOVE SPACE TO CC-KEY3
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO FIND-CLAIM-EXIT
           END-START.
       FIND-CLAIM-R1.
           READ CHARCUR NEXT
             AT END
               GO TO FIND-CLAIM-EXIT
           END-READ
           IF CC-KEY8 NOT = G-GARNO
               GO TO FIND-CLAIM-EXIT
           END-IF
           IF CC-CLAIM NOT = CLAIM-IN
               GO TO FIND-CLAIM-R1
           END-IF
           MOVE "Y" TO CLAIM-FOUND.
       FIND-CLAIM-EXIT.
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

      *    EVERY ACCOUNT BROUGHT UP HERE IS LOGGED FOR THE 376
      *    ACCESS REPORT.  THE LOG IS OPENED AND CLOSED ROUND EACH
      *    LINE SO EVERY DESK CAN APPEND TO IT AT ONCE.
       LOG-ACCESS.
           OPEN EXTEND ACCLOG
           MOVE SPACE TO ACCLOG01
           MOVE OPERATOR-WS TO AL-OPERATOR
           MOVE "rrr369" TO AL-PROGRAM
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
           DISPLAY "===== rrr369 UNAPPLIED CASH =====".
           DISPLAY "APPLIED ............... " CNT-APPLIED
             " AMOUNT ... " AMT-APPLIED.
           DISPLAY "CLOSED OUT ............ " CNT-CLOSED.
           CLOSE GARFILE CHARCUR PAYFILE PAYCUR SUSPFILE CHGAUD.
           STOP RUN.
