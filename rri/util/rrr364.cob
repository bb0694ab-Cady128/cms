      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rrr364.
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
           SELECT OPTIONAL PARMFILE ASSIGN TO "S65" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL SCRUBWRK ASSIGN TO "S80" ORGANIZATION IS
           LINE SEQUENTIAL.
           SELECT INSFILE ASSIGN TO "S85" ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC RECORD KEY IS INS-KEY
             ALTERNATE RECORD KEY IS INS-NAME WITH DUPLICATES
             ALTERNATE RECORD KEY IS INS-CITY WITH DUPLICATES
             ALTERNATE RECORD KEY IS INS-ASSIGN WITH DUPLICATES
             ALTERNATE RECORD KEY IS INS-CLAIMTYPE WITH DUPLICATES
             ALTERNATE RECORD KEY IS INS-NEIC WITH DUPLICATES
             ALTERNATE RECORD KEY IS INS-NEIC-ASSIGN WITH DUPLICATES.
           SELECT TFRPT ASSIGN TO "S90" ORGANIZATION IS LINE
           SEQUENTIAL.

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

      *    TIMELY FILING WRITE-OFF CANDIDATES, ONE RECORD PER CLAIM
      *    AND PAYER THAT HAS GONE PAST THE PAYER'S FILING LIMIT
      *    WITHOUT REACHING THE PAYER.  TF-AMOUNT IS THE PAST-LIMIT
      *    CHARGES AS OF THE LAST RUN (TF-DATE-R).  STATUS:
      *    P=PENDING SUPERVISOR  A=APPROVED AND POSTED (365)
      *    D=DECLINED  X=NOTHING LEFT TO WRITE OFF.
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

      *    WARNING WINDOW IN DAYS, 3 DIGITS.  DEFAULT 30.
       FD  PARMFILE.
       01  PARMFILE01.
           02 PARM-WINDOW PIC XXX.

      *    THE 268 SCRUB WORKLIST FROM THE LAST RUN.
       FD  SCRUBWRK.
       01  SCRUBWRK01.
           02 SW-GARNO PIC X(8).
           02 SW-CLAIM PIC X(8).
           02 SW-KEY3 PIC XXX.
           02 SW-FIELD PIC X(7).
           02 SW-VALUE PIC X(7).
           02 SW-DATE-T PIC X(8).
           02 SW-REASON PIC X(20).

       FD  TFRPT.
       01  TFRPT01 PIC X(110).

       WORKING-STORAGE SECTION.
       01  WINDOW-N PIC 999 VALUE 30.
       01  TODAY-6 PIC 9(6).
       01  TODAY-8 PIC X(8).
       01  TODAY-N PIC 9(8).
       01  TODAY-INT PIC S9(9).
       01  SERV-N PIC 9(8).
       01  DEAD-INT PIC S9(9).
       01  DEAD-N PIC 9(8).
       01  DAYS-LEFT PIC S9(5).
       01  DAYS-ED PIC -ZZZ9.
       01  HOLD-KEY8 PIC X(8).
       01  HOLD-INSKEY PIC XXX.
       01  HOLD-LIMIT PIC 999.
       01  HOLD-CLAIM PIC X(11).
       01  CLAIM-DENIED PIC X.
       01  CLAIM-PAID PIC X.
       01  REASON-IDX PIC 9.
       01  STAT-IDX PIC 9.
       01  TF-MARK PIC X.
      *    THE SCRUB WORKLIST, GARNO AND CHARGE SUFFIX.
       01  SC-TAB.
           02 SC-ENTRY PIC X(11) OCCURS 3000 TIMES.
       01  SC-MAX PIC 9(4) VALUE 0.
       01  SC-IDX PIC 9(4).
       01  SC-HIT PIC X.
       01  SC-KEY PIC X(11).
       01  REASON-NAMES.
           02 FILLER PIC X(20) VALUE "NEVER EXTRACTED 255 ".
           02 FILLER PIC X(20) VALUE "REJECTED 270        ".
           02 FILLER PIC X(20) VALUE "HELD BY 268 SCRUB   ".
           02 FILLER PIC X(20) VALUE "ON 258 DENIAL LIST  ".
       01  REASON-TAB REDEFINES REASON-NAMES.
           02 REASON-NAME PIC X(20) OCCURS 4 TIMES.
      *    COUNTS AND DOLLARS BY REASON - 1=APPROACHING 2=PAST.
       01  RS-TAB.
           02 RS-ENTRY OCCURS 4 TIMES.
             03 RS-STAT OCCURS 2 TIMES.
               04 RS-COUNT PIC 9(6).
               04 RS-AMT PIC S9(9)V99.
       01  STAT-NAMES.
           02 FILLER PIC X(12) VALUE "APPROACHING ".
           02 FILLER PIC X(12) VALUE "PAST LIMIT  ".
       01  STAT-TAB REDEFINES STAT-NAMES.
           02 STAT-NAME PIC X(12) OCCURS 2 TIMES.
       01  RPT-LINE PIC X(110).
       01  NEF-11 PIC Z,ZZZ,ZZ9.99CR.
       01  NEF-12 PIC ZZZ,ZZZ,ZZ9.99CR.
       01  CNT-CHARGES PIC 9(7) VALUE 0.
       01  CNT-NOLIMIT PIC 9(7) VALUE 0.
       01  CNT-TF-NEW PIC 9(7) VALUE 0.
       01  CNT-TF-UPD PIC 9(7) VALUE 0.

      *
      *    NIGHTLY TIMELY FILING WATCH.  EVERY OPEN CHARGE THAT HAS
      *    NOT REACHED ITS PAYER - NEVER EXTRACTED BY 255, REJECTED
      *    BACK BY 270, HELD ON THE 268 SCRUB WORKLIST, OR DENIED
      *    (258) WITH NOTHING PAID BY THAT PAYER - IS MEASURED FROM
      *    ITS SERVICE DATE AGAINST THE PAYER'S INS-FILELIMIT.
      *    CHARGES INSIDE THE WARNING WINDOW ARE LISTED AS
      *    APPROACHING.  CHARGES PAST THE LIMIT ARE LISTED AND PUT
      *    ON TFWORK FOR A SUPERVISOR TO APPROVE AS A TIMELY FILING
      *    WRITE-OFF IN 365, INSTEAD OF AGING OUT WHERE NOBODY
      *    LOOKS.  A PAYER WITH NO LIMIT (000) IS NEVER LISTED.
       PROCEDURE DIVISION.
       P0.
           OPEN INPUT PARMFILE.
           READ PARMFILE
             AT END
               CONTINUE
             NOT AT END
               IF PARM-WINDOW NUMERIC
                   MOVE PARM-WINDOW TO WINDOW-N
               END-IF
           END-READ
           CLOSE PARMFILE.

           ACCEPT TODAY-6 FROM DATE.
           MOVE "20" TO TODAY-8(1:2).
           MOVE TODAY-6(1:2) TO TODAY-8(3:2).
           MOVE TODAY-6(3:2) TO TODAY-8(5:2).
           MOVE TODAY-6(5:2) TO TODAY-8(7:2).
           MOVE TODAY-8 TO TODAY-N.
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY-N).

           PERFORM LOAD-SCRUB THRU LOAD-SCRUB-EXIT.

           OPEN INPUT GARFILE CHARCUR PAYCUR INSFILE.
           OPEN I-O TFWORK.
           OPEN OUTPUT TFRPT.
           PERFORM TF-CLEAR THRU TF-CLEAR-EXIT.
           INITIALIZE RS-TAB.
           MOVE SPACE TO HOLD-KEY8 HOLD-INSKEY HOLD-CLAIM.

           MOVE "===== rrr364 TIMELY FILING AT RISK =====" TO RPT-LINE
           PERFORM RPT-OUT
           MOVE SPACE TO RPT-LINE
           STRING "RUN " TODAY-8 "   WARNING WINDOW " WINDOW-N " DAYS"
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT
           MOVE "GARNO    NAME               CLAIM    PAY SERVICE  "
             TO RPT-LINE
           MOVE "DEADLINE  DAYS         AMOUNT REASON"
             TO RPT-LINE(51:36)
           PERFORM RPT-OUT

           MOVE LOW-VALUE TO CHARCUR-KEY
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO P9
           END-START.

       P1.
           READ CHARCUR NEXT
             AT END
               GO TO P9
           END-READ
           IF CC-AMOUNT NOT > 0
               GO TO P1
           END-IF

      *    WHERE IS THE CHARGE STUCK?  AN EXTRACTED CHARGE IS ONLY
      *    STUCK WHEN ITS PAYER DENIED IT AND HAS PAID NOTHING.
           IF CC-WORK = "01"
               IF CC-REC-STAT = "R"
                   MOVE 2 TO REASON-IDX
               ELSE
                   PERFORM SCRUB-CHECK THRU SCRUB-CHECK-EXIT
                   IF SC-HIT = "Y"
                       MOVE 3 TO REASON-IDX
                   ELSE
                       MOVE 1 TO REASON-IDX
                   END-IF
               END-IF
           ELSE
               PERFORM CLAIM-CHECK THRU CLAIM-CHECK-EXIT
               IF CLAIM-DENIED = "Y" AND CLAIM-PAID = "N"
                   MOVE 4 TO REASON-IDX
               ELSE
                   GO TO P1
               END-IF
           END-IF
           ADD 1 TO CNT-CHARGES

           IF CC-PAYCODE NOT = HOLD-INSKEY
               MOVE CC-PAYCODE TO HOLD-INSKEY
               MOVE CC-PAYCODE TO INS-KEY
               MOVE 0 TO HOLD-LIMIT
               READ INSFILE
                 INVALID
                   CONTINUE
                 NOT INVALID
                   IF INS-FILELIMIT NUMERIC
                       MOVE INS-FILELIMIT TO HOLD-LIMIT
                   END-IF
               END-READ
           END-IF
           IF HOLD-LIMIT = 0 OR CC-DATE-T NOT NUMERIC
               ADD 1 TO CNT-NOLIMIT
               GO TO P1
           END-IF

           MOVE CC-DATE-T TO SERV-N
           COMPUTE DEAD-INT = FUNCTION INTEGER-OF-DATE(SERV-N)
             + HOLD-LIMIT
           COMPUTE DAYS-LEFT = DEAD-INT - TODAY-INT
           IF DAYS-LEFT > WINDOW-N
               GO TO P1
           END-IF
           COMPUTE DEAD-N = FUNCTION DATE-OF-INTEGER(DEAD-INT)
           IF DAYS-LEFT < 0
               MOVE 2 TO STAT-IDX
           ELSE
               MOVE 1 TO STAT-IDX
           END-IF
           ADD 1 TO RS-COUNT(REASON-IDX STAT-IDX)
           ADD CC-AMOUNT TO RS-AMT(REASON-IDX STAT-IDX)

           IF CC-KEY8 NOT = HOLD-KEY8
               MOVE CC-KEY8 TO HOLD-KEY8
               MOVE CC-KEY8 TO G-GARNO
               READ GARFILE
                 INVALID
                   MOVE "** NOT ON GARFILE **" TO G-GARNAME
               END-READ
           END-IF

           MOVE SPACE TO TF-MARK
           IF STAT-IDX = 2
               PERFORM TF-POST THRU TF-POST-EXIT
           END-IF

           MOVE DAYS-LEFT TO DAYS-ED
           MOVE CC-AMOUNT TO NEF-11
           MOVE SPACE TO RPT-LINE
           STRING CC-KEY8 " " G-GARNAME(1:18) " " CC-CLAIM " "
             CC-PAYCODE " " CC-DATE-T " " DEAD-N " " DAYS-ED " "
             NEF-11 " " REASON-NAME(REASON-IDX) " " TF-MARK
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT
           GO TO P1.

      *    A PAST-LIMIT CHARGE GOES ON ITS CLAIM'S CANDIDATE RECORD.
      *    TF-CLEAR ZEROED EVERY PENDING AMOUNT BEFORE THE PASS, SO
      *    THE AMOUNT IS REBUILT EACH RUN AND A SECOND RUN THE SAME
      *    DAY DOES NOT DOUBLE IT.  THE FIRST CHARGE SEEN ON A NEW
      *    DAY REFRESHES THE SERVICE DATE AND REASON.  ONCE THE
      *    SUPERVISOR HAS ACTED THE RECORD IS LEFT ALONE; THE STATUS
      *    SHOWS ON THE LINE.
       TF-POST.
           MOVE CC-KEY8 TO TF-GARNO
           MOVE CC-CLAIM TO TF-CLAIM
           MOVE CC-PAYCODE TO TF-PAYCODE
           READ TFWORK
             INVALID
               GO TO TF-POST-NEW
           END-READ
           MOVE TF-STATUS TO TF-MARK
           IF TF-STATUS NOT = "P"
               GO TO TF-POST-EXIT
           END-IF
           IF TF-DATE-R NOT = TODAY-8
               MOVE CC-DATE-T TO TF-DATE-T
               MOVE DEAD-N TO TF-DEADLINE
               MOVE TODAY-8 TO TF-DATE-R
               MOVE REASON-NAME(REASON-IDX) TO TF-REASON
               ADD 1 TO CNT-TF-UPD
           END-IF
           ADD CC-AMOUNT TO TF-AMOUNT
           IF CC-DATE-T < TF-DATE-T
               MOVE CC-DATE-T TO TF-DATE-T
               MOVE DEAD-N TO TF-DEADLINE
           END-IF
           REWRITE TFWORK01
             INVALID
               DISPLAY "CANNOT REWRITE TFWORK " TF-KEY
           END-REWRITE
           GO TO TF-POST-EXIT.
       TF-POST-NEW.
           MOVE SPACE TO TFWORK01
           MOVE CC-KEY8 TO TF-GARNO
           MOVE CC-CLAIM TO TF-CLAIM
           MOVE CC-PAYCODE TO TF-PAYCODE
           MOVE G-GARNAME TO TF-GARNAME
           MOVE CC-DATE-T TO TF-DATE-T
           MOVE DEAD-N TO TF-DEADLINE
           MOVE CC-AMOUNT TO TF-AMOUNT
           MOVE REASON-NAME(REASON-IDX) TO TF-REASON
           MOVE TODAY-8 TO TF-DATE-L TF-DATE-R
           MOVE "P" TO TF-STATUS
           MOVE 0 TO TF-WO-AMT
           WRITE TFWORK01
             INVALID
               DISPLAY "CANNOT WRITE TFWORK " TF-KEY
           END-WRITE
           MOVE "P" TO TF-MARK
           ADD 1 TO CNT-TF-NEW.
       TF-POST-EXIT.
           EXIT.

      *    ZERO THE AMOUNT ON EVERY CANDIDATE STILL PENDING BEFORE THE
      *    CHARGES ARE WALKED.  A CLAIM WHOSE CHARGES ARE NO LONGER
      *    PAST THE LIMIT IS LEFT AT ZERO RATHER THAN AT WHAT AN
      *    EARLIER RUN FOUND.
       TF-CLEAR.
           MOVE LOW-VALUE TO TF-KEY
           START TFWORK KEY NOT < TF-KEY
             INVALID
               GO TO TF-CLEAR-EXIT
           END-START.
       TF-CLEAR-R1.
           READ TFWORK NEXT
             AT END
               GO TO TF-CLEAR-EXIT
           END-READ
           IF TF-STATUS NOT = "P" OR TF-AMOUNT = 0
               GO TO TF-CLEAR-R1
           END-IF
           MOVE 0 TO TF-AMOUNT
           REWRITE TFWORK01
             INVALID
               DISPLAY "CANNOT REWRITE TFWORK " TF-KEY
           END-REWRITE
           GO TO TF-CLEAR-R1.
       TF-CLEAR-EXIT.
           EXIT.

      *    DENIED BY THIS PAYER AND NOTHING PAID BY IT - THE SAME
      *    TEST THAT PUTS A CLAIM ON THE 258 WORKLIST.  ONE WALK OF
      *    THE CLAIM'S PAYMENTS SERVES ALL ITS CHARGE LINES.
       CLAIM-CHECK.
           IF HOLD-CLAIM(1:8) = CC-CLAIM
             AND HOLD-CLAIM(9:3) = CC-PAYCODE
               GO TO CLAIM-CHECK-EXIT
           END-IF
           MOVE CC-CLAIM TO HOLD-CLAIM(1:8)
           MOVE CC-PAYCODE TO HOLD-CLAIM(9:3)
           MOVE "N" TO CLAIM-DENIED CLAIM-PAID
           MOVE CC-CLAIM TO PC-CLAIM
           START PAYCUR KEY = PC-CLAIM
             INVALID
               GO TO CLAIM-CHECK-EXIT
           END-START.
       CLAIM-CHECK-R1.
           READ PAYCUR NEXT
             AT END
               GO TO CLAIM-CHECK-EXIT
           END-READ
           IF PC-CLAIM NOT = CC-CLAIM
               GO TO CLAIM-CHECK-EXIT
           END-IF
           IF PC-KEY8 NOT = CC-KEY8 OR PC-PAYCODE NOT = CC-PAYCODE
               GO TO CLAIM-CHECK-R1
           END-IF
           IF PC-DENIAL NOT = SPACE
               MOVE "Y" TO CLAIM-DENIED
           END-IF
           IF PC-AMOUNT < 0
             AND (PC-TRANTYPE = "C" OR PC-TRANTYPE = SPACE)
               MOVE "Y" TO CLAIM-PAID
           END-IF
           GO TO CLAIM-CHECK-R1.
       CLAIM-CHECK-EXIT.
           EXIT.

       SCRUB-CHECK.
           MOVE "N" TO SC-HIT
           MOVE CC-KEY8 TO SC-KEY(1:8)
           MOVE CC-KEY3 TO SC-KEY(9:3)
           PERFORM SCRUB-MATCH VARYING SC-IDX FROM 1 BY 1
             UNTIL SC-IDX > SC-MAX OR SC-HIT = "Y".
       SCRUB-CHECK-EXIT.
           EXIT.

       SCRUB-MATCH.
           IF SC-ENTRY(SC-IDX) = SC-KEY
               MOVE "Y" TO SC-HIT
           END-IF.

      *    268 WRITES A LINE PER BAD CODE, SO A CHARGE CAN APPEAR
      *    MORE THAN ONCE - KEEP ONE ENTRY PER CHARGE.
       LOAD-SCRUB.
           OPEN INPUT SCRUBWRK.
       LOAD-SCRUB-R1.
           READ SCRUBWRK
             AT END
               GO TO LOAD-SCRUB-END
           END-READ
           MOVE SW-GARNO TO SC-KEY(1:8)
           MOVE SW-KEY3 TO SC-KEY(9:3)
           IF SC-MAX > 0
               IF SC-ENTRY(SC-MAX) = SC-KEY
                   GO TO LOAD-SCRUB-R1
               END-IF
           END-IF
           IF SC-MAX = 3000
               DISPLAY "SCRUB TABLE FULL - LATER SCRUB ITEMS WILL"
                 " SHOW AS NEVER EXTRACTED"
               GO TO LOAD-SCRUB-END
           END-IF
           ADD 1 TO SC-MAX
           MOVE SC-KEY TO SC-ENTRY(SC-MAX)
           GO TO LOAD-SCRUB-R1.
       LOAD-SCRUB-END.
           CLOSE SCRUBWRK.
       LOAD-SCRUB-EXIT.
           EXIT.

       RPT-OUT.
           WRITE TFRPT01 FROM RPT-LINE
           DISPLAY RPT-LINE.

       P9.
           MOVE SPACE TO RPT-LINE
           PERFORM RPT-OUT
           MOVE "SUMMARY BY REASON" TO RPT-LINE
           PERFORM RPT-OUT
           PERFORM SUM-LINE VARYING REASON-IDX FROM 1 BY 1
             UNTIL REASON-IDX > 4
             AFTER STAT-IDX FROM 1 BY 1 UNTIL STAT-IDX > 2.
           MOVE SPACE TO RPT-LINE
           PERFORM RPT-OUT
           MOVE SPACE TO RPT-LINE
           STRING "CHARGES NOT AT PAYER .. " CNT-CHARGES
             "   NO FILING LIMIT .. " CNT-NOLIMIT
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT
           MOVE SPACE TO RPT-LINE
           STRING "WRITE-OFF CANDIDATES .. NEW " CNT-TF-NEW
             "   UPDATED " CNT-TF-UPD
             "   (APPROVE IN 365)"
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT
           CLOSE GARFILE CHARCUR PAYCUR INSFILE TFWORK TFRPT.
           STOP RUN.

       SUM-LINE.
           MOVE RS-AMT(REASON-IDX STAT-IDX) TO NEF-12
           MOVE SPACE TO RPT-LINE
           STRING "  " REASON-NAME(REASON-IDX) " " STAT-NAME(STAT-IDX)
             " CHARGES " RS-COUNT(REASON-IDX STAT-IDX) "  " NEF-12
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT.
