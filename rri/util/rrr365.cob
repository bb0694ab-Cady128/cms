      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rrr365.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYFILE ASSIGN TO "S40" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS PAYFILE-KEY
           LOCK MODE MANUAL.
           SELECT CHARCUR ASSIGN TO "S50" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS CHARCUR-KEY
           ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
           ALTERNATE RECORD KEY IS CC-CLAIM WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT PAYCUR ASSIGN TO "S55" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS PAYCUR-KEY
           ALTERNATE RECORD KEY IS PC-CLAIM WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT OPTIONAL TFWORK ASSIGN TO "S60"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS TF-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL PERFILE ASSIGN TO "S75"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS PER-KEY
           LOCK MODE MANUAL.
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

       FD  TFWORK
           DATA RECORD IS TFWORK01.
       01  TFWORK01.
           02 TF-KEY.
             03 TF-GARNO PIC X(8).
             03 TF-CLAIM PIC X(8).
             03 TF-PAYCODE PIC XXX.
           02 TF-GARNAME PIC X(24).
           02 TF-DATE-T PIC X(8).
           02 TF-DEADLINE PIC X(8).
           02 TF-AMOUNT PIC S9(7)V99.
           02 TF-REASON PIC X(20).
           02 TF-DATE-L PIC X(8).
           02 TF-DATE-R PIC X(8).
           02 TF-STATUS PIC X.
           02 TF-DATE-S PIC X(8).
           02 TF-OPER PIC X(10).
           02 TF-WO-AMT PIC S9(7)V99.
           02 TF-FUTURE PIC X(8).

       FD  PERFILE
           DATA RECORD IS PERFILE01.
       01  PERFILE01.
           02 PER-KEY PIC X(6).
           02 PER-STATUS PIC X.
           02 PER-DATE-C PIC X(8).
           02 PER-FUTURE PIC X(8).

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
       01  CLAIM-IN PIC X(8).
       01  TODAY-6 PIC 9(6).
       01  TODAY-8 PIC X(8).
       01  CLAIM-BAL PIC S9(7)V99.
       01  WO-AMT PIC S9(7)V99.
       01  XYZ PIC 999.
       01  PAYBACK01 PIC X(90).
       01  NEF-11 PIC Z,ZZZ,ZZ9.99CR.
       01  NEF-11B PIC Z,ZZZ,ZZ9.99CR.
       01  CNT-FOUND PIC 9(5).
       01  CNT-APPROVED PIC 9(5) VALUE 0.
       01  AMT-APPROVED PIC S9(7)V99 VALUE 0.
       01  CNT-DECLINED PIC 9(5) VALUE 0.

      *
      *    SUPERVISOR APPROVAL OF THE TIMELY FILING WRITE-OFFS 364
      *    PUTS ON TFWORK.  EACH PENDING CLAIM IS SHOWN WITH WHAT
      *    IS STILL OWED ON IT TODAY; AN APPROVAL POSTS A TYPE "W"
      *    WRITE-OFF UNDER BATCH "TIMELY" TO PAYFILE AND PAYCUR THE
      *    SAME WAY 274 DOES, FOR THE PAST-LIMIT AMOUNT OR THE CLAIM
      *    BALANCE IF THAT IS LESS.  A DECLINE (APPEAL UNDER WAY,
      *    PROOF OF TIMELY FILING ON HAND) KEEPS 364 FROM OFFERING
      *    THE CLAIM AGAIN.  NO POSTING INTO A CLOSED MONTH.
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
                     " NO WRITE-OFFS CAN BE POSTED"
                   CLOSE PERFILE
                   STOP RUN
               END-IF
           END-READ
           CLOSE PERFILE.

           OPEN INPUT OPRSESS
           READ OPRSESS
             AT END
               DISPLAY "ENTER YOUR INITIALS FOR THE WRITE-OFF"
               ACCEPT OPERATOR-WS
             NOT AT END
               MOVE OPS-ID TO OPERATOR-WS
           END-READ
           CLOSE OPRSESS.

           OPEN INPUT CHARCUR.
           OPEN I-O PAYFILE PAYCUR TFWORK.

       P0.
           DISPLAY "TIMELY FILING WRITE-OFFS - R)EVIEW PENDING"
             " I)NQUIRY X)EXIT".
           ACCEPT ANS.
           IF ANS = "R" GO TO REV-TF.
           IF ANS = "I" GO TO INQ-TF.
           IF ANS = "X" GO TO P9.
           GO TO P0.

       REV-TF.
           MOVE LOW-VALUE TO TF-KEY
           START TFWORK KEY NOT < TF-KEY
             INVALID
               GO TO P0
           END-START.
       REV-TF-R1.
           READ TFWORK NEXT
             AT END
               DISPLAY "END OF PENDING WRITE-OFFS"
               GO TO P0
           END-READ
           IF TF-STATUS NOT = "P"
               GO TO REV-TF-R1
           END-IF
           PERFORM CLAIM-BAL-GET THRU CLAIM-BAL-GET-EXIT
           PERFORM SHOW-TF
           IF CLAIM-BAL NOT > 0
               DISPLAY "NOTHING LEFT OWING - CLEARED"
               MOVE "X" TO TF-STATUS
               MOVE TODAY-8 TO TF-DATE-S
               MOVE OPERATOR-WS TO TF-OPER
               PERFORM TF-REWRITE
               GO TO REV-TF-R1
           END-IF
           MOVE TF-AMOUNT TO WO-AMT
           IF CLAIM-BAL < WO-AMT
               MOVE CLAIM-BAL TO WO-AMT
           END-IF
           MOVE WO-AMT TO NEF-11
           DISPLAY "WRITE OFF " NEF-11
             " - A)PPROVE D)ECLINE S)KIP X)STOP".
           ACCEPT ANS.
           IF ANS = "X" GO TO P0.
           IF ANS = "D"
               MOVE "D" TO TF-STATUS
               MOVE TODAY-8 TO TF-DATE-S
               MOVE OPERATOR-WS TO TF-OPER
               PERFORM TF-REWRITE
               ADD 1 TO CNT-DECLINED
           END-IF
           IF ANS = "A"
               PERFORM WRITE-OFF THRU WRITE-OFF-EXIT
           END-IF
           GO TO REV-TF-R1.

       INQ-TF.
           DISPLAY "CLAIM NUMBER".
           ACCEPT CLAIM-IN.
           IF CLAIM-IN = SPACE GO TO P0.
           MOVE 0 TO CNT-FOUND
           MOVE LOW-VALUE TO TF-KEY
           START TFWORK KEY NOT < TF-KEY
             INVALID
               GO TO INQ-TF-END
           END-START.
       INQ-TF-R1.
           READ TFWORK NEXT
             AT END
               GO TO INQ-TF-END
           END-READ
           IF TF-CLAIM NOT = CLAIM-IN
               GO TO INQ-TF-R1
           END-IF
           ADD 1 TO CNT-FOUND
           PERFORM CLAIM-BAL-GET THRU CLAIM-BAL-GET-EXIT
           PERFORM SHOW-TF
           GO TO INQ-TF-R1.
       INQ-TF-END.
           IF CNT-FOUND = 0
               DISPLAY "NO TIMELY FILING WRITE-OFF FOR THAT CLAIM"
           END-IF
           GO TO P0.

       SHOW-TF.
           MOVE TF-GARNO TO ACC-GARNO
           PERFORM LOG-ACCESS
           MOVE TF-AMOUNT TO NEF-11
           MOVE CLAIM-BAL TO NEF-11B
           DISPLAY "CLAIM ....... " TF-CLAIM "  PAYER " TF-PAYCODE.
           DISPLAY "GUARANTOR ... " TF-GARNO " " TF-GARNAME.
           DISPLAY "SERVICE ..... " TF-DATE-T "  DEADLINE " TF-DEADLINE
             "  " TF-REASON.
           DISPLAY "LISTED ...... " TF-DATE-L "  LAST LISTED "
             TF-DATE-R.
           DISPLAY "PAST LIMIT .. " NEF-11 "  CLAIM BALANCE " NEF-11B.
           DISPLAY "STATUS ...... " TF-STATUS " " TF-DATE-S " "
             TF-OPER.
           DISPLAY "  (P=PENDING A=APPROVED D=DECLINED X=CLEARED)".

      *    WHAT THE GUARANTOR STILL OWES ON THE CLAIM - ITS CHARGE
      *    LINES LESS EVERYTHING POSTED AGAINST IT.
       CLAIM-BAL-GET.
           MOVE 0 TO CLAIM-BAL
           MOVE TF-CLAIM TO CC-CLAIM
           START CHARCUR KEY = CC-CLAIM
             INVALID
               GO TO CLAIM-BAL-PAY
           END-START.
       CLAIM-BAL-R1.
           READ CHARCUR NEXT
             AT END
               GO TO CLAIM-BAL-PAY
           END-READ
           IF CC-CLAIM NOT = TF-CLAIM
               GO TO CLAIM-BAL-PAY
           END-IF
           IF CC-KEY8 = TF-GARNO
               ADD CC-AMOUNT TO CLAIM-BAL
           END-IF
           GO TO CLAIM-BAL-R1.
       CLAIM-BAL-PAY.
           MOVE TF-CLAIM TO PC-CLAIM
           START PAYCUR KEY = PC-CLAIM
             INVALID
               GO TO CLAIM-BAL-GET-EXIT
           END-START.
       CLAIM-BAL-R2.
           READ PAYCUR NEXT
             AT END
               GO TO CLAIM-BAL-GET-EXIT
           END-READ
           IF PC-CLAIM NOT = TF-CLAIM
               GO TO CLAIM-BAL-GET-EXIT
           END-IF
           IF PC-KEY8 = TF-GARNO
               ADD PC-AMOUNT TO CLAIM-BAL
           END-IF
           GO TO CLAIM-BAL-R2.
       CLAIM-BAL-GET-EXIT.
           EXIT.

       TF-REWRITE.
           REWRITE TFWORK01
             INVALID
               DISPLAY "CANNOT REWRITE TFWORK " TF-KEY
           END-REWRITE.

       WRITE-OFF.
           MOVE TF-GARNO TO PD-KEY8
           MOVE SPACE TO PD-KEY3
           MOVE TF-GARNAME TO PD-NAME
           COMPUTE PD-AMOUNT = -1 * WO-AMT
           MOVE TF-PAYCODE TO PD-PAYCODE
           MOVE SPACE TO PD-DENIAL
           MOVE TF-CLAIM TO PD-CLAIM
           MOVE TODAY-8 TO PD-DATE-T
           MOVE TODAY-8 TO PD-DATE-E
           ACCEPT PD-ORDER FROM TIME
           MOVE "TIMELY" TO PD-BATCH
           MOVE "W" TO PD-TRANTYPE
           MOVE PAYFILE01 TO PAYBACK01
           MOVE 0 TO XYZ
           PERFORM T3 THRU T4

           MOVE "A" TO TF-STATUS
           MOVE WO-AMT TO TF-WO-AMT
           MOVE TODAY-8 TO TF-DATE-S
           MOVE OPERATOR-WS TO TF-OPER
           PERFORM TF-REWRITE
           ADD 1 TO CNT-APPROVED
           ADD WO-AMT TO AMT-APPROVED
           DISPLAY "WRITE-OFF POSTED".
       WRITE-OFF-EXIT.
           EXIT.

      *    FIND THE NEXT FREE KEY3 SUFFIX THAT IS OPEN ON BOTH
      *    PAYFILE AND PAYCUR, THEN WRITE THE OFFSET TO BOTH.
       T3.
           ADD 1 TO XYZ
           MOVE XYZ TO PD-KEY3
           READ PAYFILE INVALID KEY GO TO T3-1.
           GO TO T3.
       T3-1.
           MOVE TF-GARNO TO PC-KEY8
           MOVE XYZ TO PC-KEY3
           READ PAYCUR INVALID KEY GO TO T4.
           GO TO T3.
       T4.
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
           MOVE "rrr365" TO AL-PROGRAM
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
           DISPLAY "===== rrr365 TIMELY FILING WRITE-OFF =====".
           DISPLAY "APPROVED AND POSTED ... " CNT-APPROVED
             " AMOUNT ... " AMT-APPROVED.
           DISPLAY "DECLINED .............. " CNT-DECLINED.
           CLOSE CHARCUR PAYFILE PAYCUR TFWORK.
           STOP RUN.
