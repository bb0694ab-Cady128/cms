      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rrr386.
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

           SELECT PROCFILE ASSIGN TO "S45" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS PROC-KEY
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

           SELECT CLAIMFILE ASSIGN TO "S60" ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC RECORD KEY IS CLAIM-KEY
             LOCK MODE MANUAL.

           SELECT OPTIONAL FEEPARM ASSIGN TO "S65" ORGANIZATION
             LINE SEQUENTIAL.

           SELECT CLAIMAUD ASSIGN TO "S70" ORGANIZATION IS LINE
             SEQUENTIAL.

           SELECT OPTIONAL PERFILE ASSIGN TO "S75"
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC RECORD KEY IS PER-KEY
             LOCK MODE MANUAL.

           SELECT OPTIONAL NSFREG ASSIGN TO "S85" ORGANIZATION IS LINE
             SEQUENTIAL.

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

       FD  GARFILE
      *    BLOCK CONTAINS 3 RECORDS
           DATA RECORD IS GARFILE01.
       01  GARFILE01.
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
           02 G-BADADDR PIC X.
      *    Y = A CHECK FROM THIS ACCOUNT CAME BACK UNPAID (386) -
      *    THE FRONT DESK (271) TAKES CASH OR A MONEY ORDER ONLY.
           02 G-NOCHECK PIC X.
           02 G-FILLER PIC X.
           02 G-ACCT PIC X(8).
           02 G-PRGRPNAME PIC X(15).
           02 G-SEGRPNAME PIC X(15).

       FD  PROCFILE
           DATA RECORD PROCFILE01.
       01  PROCFILE01.
           02 PROC-KEY.
             03 PK1 PIC X(4).
             03 PK2 PIC X(5).
             03 PK3 PIC XX.
           02 PROC-TYPE PIC X.
           02 PROC-TITLE PIC X(28).
           02 PROC-AMOUNT PIC 9(7)V99.

       FD  CLAIMFILE
           DATA RECORD IS CLAIM01.
       01  CLAIM01.
           02 CLAIM-KEY PIC X.
           02 CLAIMNO PIC 9(8).
           02 CLAIM-WARN PIC 9(8).
           02 CLAIM-CEILING PIC 9(8).
           02 CLAIM-SCAN-DATE PIC X(8).

      *    THE RETURNED-CHECK FEE IS OFF UNLESS THIS PARM RECORD
      *    NAMES A PROCFILE CODE TO POST IT UNDER.
       FD  FEEPARM.
       01  FEEPARM01.
           02 FP-PROC PIC X(11).

       FD  CLAIMAUD.
       01  CLAIMAUD01.
           02 CA-CLAIMNO PIC 9(8).
           02 CA-GARNO PIC X(8).
           02 CA-ORDNO PIC X(11).
           02 CA-DATE PIC 9(6).
           02 CA-TIME PIC 9(8).

       FD  PERFILE
           DATA RECORD IS PERFILE01.
       01  PERFILE01.
           02 PER-KEY PIC X(6).
           02 PER-STATUS PIC X.
           02 PER-DATE-C PIC X(8).
           02 PER-FUTURE PIC X(8).

      *    ONE LINE PER RETURNED CHECK PROCESSED - WHO, WHAT CHECK,
      *    HOW MUCH CAME BACK OFF HOW MANY CLAIMS, AND THE FEE.
       FD  NSFREG.
       01  NSFREG01.
           02 NR-DATE PIC X(8).
           02 NR-OPERATOR PIC X(10).
           02 NR-GARNO PIC X(8).
           02 NR-CHECKNO PIC X(6).
           02 NR-CHK-DATE PIC X(8).
           02 NR-AMOUNT PIC 9(7)V99.
           02 NR-LINES PIC 99.
           02 NR-FEE-CLAIM PIC X(8).
           02 NR-FEE-AMT PIC 9(7)V99.

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
       01  GARNO-IN PIC X(8).
       01  CHECKNO-IN PIC X(6).
       01  DATE-IN PIC X(8).
       01  TODAY-6 PIC 9(6).
       01  TODAY-8 PIC X(8).
       01  XYZ PIC 999.
       01  PAYBACK01 PIC X(90).
       01  NEF-8 PIC Z,ZZZ,ZZ9.99-.
      *    THE LINES THE CHECK POSTED AS - ONE PER CLAIM IT PAID.
       01  NT-TAB.
           02 NT-ENTRY OCCURS 50 TIMES.
             03 NT-KEY3 PIC XXX.
             03 NT-CLAIM PIC X(8).
             03 NT-AMOUNT PIC S9(7)V99.
       01  NT-MAX PIC 99.
       01  NT-IDX PIC 99.
       01  NSF-TOT PIC S9(7)V99.
       01  NSF-DONE PIC X.
       01  FEE-ON PIC X VALUE "N".
       01  FEE-PROC-KEY PIC X(11).
       01  FEE-AMOUNT PIC 9(7)V99.
       01  FEE-TYPE PIC X.
       01  FEE-CLAIM PIC X(8).
       01  CNT-RETURNED PIC 9(5) VALUE 0.
       01  AMT-RETURNED PIC S9(7)V99 VALUE 0.
       01  CNT-FEES PIC 9(5) VALUE 0.
       01  AMT-FEES PIC S9(7)V99 VALUE 0.

      *
      *    RETURNED (NSF) PATIENT CHECKS.  THE BANK SENDS BACK A
      *    CHECK TAKEN AT THE FRONT DESK (271) OR MAILED TO THE
      *    LOCKBOX (367).  BOTH POST IT AS PATIENT CASH, TYPE C,
      *    WITH THE CHECK NUMBER IN PD-ORDER AND THE RECEIPT DATE IN
      *    PD-DATE-T, ONE LINE PER CLAIM IT PAID - SO THE CHECK IS
      *    FOUND BY GARNO, CHECK NUMBER AND DATE.  EACH LINE IS
      *    BACKED OUT WITH A POSITIVE TYPE N ENTRY ON THE SAME CLAIM,
      *    PUTTING THE BALANCE BACK WHERE THE CHECK TOOK IT OFF;
      *    266 SHOWS TYPE N AGAINST THE DEPOSIT.  THE REVERSAL KEEPS
      *    THE CHECK NUMBER AND THE ORIGINAL RECEIPT DATE SO THE
      *    SAME CHECK CANNOT BE RETURNED TWICE.  A RETURNED-CHECK
      *    FEE POSTS AS A NEW PATIENT CHARGE WHEN THE PARM NAMES
      *    ITS PROCFILE CODE, AND THE GUARANTOR IS FLAGGED CHECKS
      *    NOT ACCEPTED (351 CLEARS IT).
       PROCEDURE DIVISION.
       P00.
           ACCEPT TODAY-6 FROM DATE.
           MOVE "20" TO TODAY-8(1:2).
           MOVE TODAY-6(1:2) TO TODAY-8(3:2).
           MOVE TODAY-6(3:2) TO TODAY-8(5:2).
           MOVE TODAY-6(5:2) TO TODAY-8(7:2).

      *    THE REVERSAL POSTS AS OF TODAY - NOT INTO A CLOSED MONTH.
           OPEN INPUT PERFILE.
           MOVE TODAY-8(1:6) TO PER-KEY
           READ PERFILE
             INVALID
               CONTINUE
             NOT INVALID
               IF PER-STATUS = "C"
                   DISPLAY "PERIOD " PER-KEY " IS CLOSED - SEE THE"
                     " OFFICE MANAGER BEFORE RETURNING CHECKS"
                   CLOSE PERFILE
                   STOP RUN
               END-IF
           END-READ
           CLOSE PERFILE.

           OPEN I-O GARFILE PAYFILE PAYCUR CHARCUR.
           OPEN EXTEND NSFREG.
      *    THE SIGN-ON MENU (355) LEAVES THE VERIFIED OPERATOR ID
      *    IN THE SESSION FILE - THE FREE-TYPED INITIALS PROMPT
      *    ONLY COMES BACK WHEN THE FILE IS ABSENT.
           OPEN INPUT OPRSESS
           READ OPRSESS
             AT END
               DISPLAY "ENTER YOUR INITIALS FOR THE RETURNED CHECKS"
               ACCEPT OPERATOR-WS
             NOT AT END
               MOVE OPS-ID TO OPERATOR-WS
           END-READ
           CLOSE OPRSESS.

      *    THE FEE IS PARAMETER DRIVEN, AS IN 257 - NO PARM RECORD
      *    OR A BAD PROCFILE CODE AND CHECKS ARE RETURNED FEE-FREE.
           OPEN INPUT FEEPARM.
           READ FEEPARM
             AT END
               CONTINUE
             NOT AT END
               IF FP-PROC NOT = SPACE
                   MOVE FP-PROC TO FEE-PROC-KEY
                   MOVE "Y" TO FEE-ON
               END-IF
           END-READ
           CLOSE FEEPARM.
           IF FEE-ON = "Y"
               PERFORM P0-FEE THRU P0-FEE-EXIT
           END-IF
           IF FEE-ON NOT = "Y"
               DISPLAY "NO RETURNED-CHECK FEE WILL BE CHARGED"
           END-IF.

       P0.
           DISPLAY "RETURNED CHECK - GARNO OR ACCOUNT NUMBER"
             " (BLANK TO EXIT)".
           ACCEPT GARNO-IN.
           IF GARNO-IN = SPACE GO TO P9.
           MOVE GARNO-IN TO G-GARNO
           READ GARFILE
             INVALID
               MOVE GARNO-IN TO G-ACCT
               READ GARFILE KEY IS G-ACCT
                 INVALID
                   DISPLAY "NO SUCH GUARANTOR " GARNO-IN
                   GO TO P0
               END-READ
           END-READ
           MOVE G-GARNO TO ACC-GARNO
           PERFORM LOG-ACCESS
           DISPLAY G-GARNO " " G-GARNAME.
           IF G-NOCHECK = "Y"
               DISPLAY "*** ALREADY FLAGGED CHECKS NOT ACCEPTED ***"
           END-IF.

       P1.
           DISPLAY "CHECK NUMBER (BLANK FOR ANOTHER ACCOUNT)".
           ACCEPT CHECKNO-IN.
           IF CHECKNO-IN = SPACE GO TO P0.
       P1-DATE.
           DISPLAY "DATE THE CHECK WAS RECEIVED YYYYMMDD".
           ACCEPT DATE-IN.
           IF DATE-IN NOT NUMERIC GO TO P1-DATE.

           PERFORM FIND-CHECK THRU FIND-CHECK-EXIT
           IF NSF-DONE = "Y"
               DISPLAY "CHECK " CHECKNO-IN " OF " DATE-IN
                 " HAS ALREADY BEEN RETURNED"
               GO TO P1
           END-IF
           IF NT-MAX = 0
               DISPLAY "NO PATIENT PAYMENT BY CHECK " CHECKNO-IN
                 " RECEIVED " DATE-IN " ON THIS ACCOUNT"
               GO TO P1
           END-IF
           PERFORM SHOW-LINE VARYING NT-IDX FROM 1 BY 1
             UNTIL NT-IDX > NT-MAX
           COMPUTE NEF-8 = -1 * NSF-TOT
           DISPLAY "RETURN CHECK " CHECKNO-IN " FOR " NEF-8
             " - Y/N?".
           ACCEPT ANS.
           IF ANS NOT = "Y" GO TO P1.

           PERFORM POST-REV VARYING NT-IDX FROM 1 BY 1
             UNTIL NT-IDX > NT-MAX
           ADD 1 TO CNT-RETURNED
           SUBTRACT NSF-TOT FROM AMT-RETURNED

           MOVE SPACE TO FEE-CLAIM
           IF FEE-ON = "Y"
               PERFORM ASSESS-FEE THRU ASSESS-FEE-EXIT
           END-IF

           MOVE "Y" TO G-NOCHECK
           REWRITE GARFILE01
             INVALID
               DISPLAY "CANNOT FLAG " G-GARNO " CHECKS NOT ACCEPTED"
           END-REWRITE

           MOVE TODAY-8 TO NR-DATE
           MOVE OPERATOR-WS TO NR-OPERATOR
           MOVE G-GARNO TO NR-GARNO
           MOVE CHECKNO-IN TO NR-CHECKNO
           MOVE DATE-IN TO NR-CHK-DATE
           COMPUTE NR-AMOUNT = -1 * NSF-TOT
           MOVE NT-MAX TO NR-LINES
           MOVE FEE-CLAIM TO NR-FEE-CLAIM
           IF FEE-CLAIM = SPACE
               MOVE 0 TO NR-FEE-AMT
           ELSE
               MOVE FEE-AMOUNT TO NR-FEE-AMT
           END-IF
           WRITE NSFREG01
           DISPLAY "CHECK " CHECKNO-IN " RETURNED - ACCOUNT FLAGGED"
             " CHECKS NOT ACCEPTED"
           GO TO P0.

      *    EVERY PATIENT CASH LINE ON THE ACCOUNT WITH THIS CHECK
      *    NUMBER AND RECEIPT DATE.  A TYPE N LINE WITH THE SAME
      *    NUMBER AND DATE MEANS IT WAS RETURNED BEFORE.
       FIND-CHECK.
           MOVE 0 TO NT-MAX NSF-TOT
           MOVE "N" TO NSF-DONE
           MOVE G-GARNO TO PD-KEY8
           MOVE SPACE TO PD-KEY3
           START PAYFILE KEY NOT < PAYFILE-KEY
             INVALID
               GO TO FIND-CHECK-EXIT
           END-START.
       FIND-CHECK-R1.
           READ PAYFILE NEXT
             AT END
               GO TO FIND-CHECK-EXIT
           END-READ
           IF PD-KEY8 NOT = G-GARNO
               GO TO FIND-CHECK-EXIT
           END-IF
           IF PD-ORDER NOT = CHECKNO-IN OR PD-DATE-T NOT = DATE-IN
             OR PD-PAYCODE NOT = "001"
               GO TO FIND-CHECK-R1
           END-IF
           IF PD-TRANTYPE = "N"
               MOVE "Y" TO NSF-DONE
               GO TO FIND-CHECK-R1
           END-IF
           IF PD-TRANTYPE NOT = "C" OR PD-AMOUNT NOT < 0
               GO TO FIND-CHECK-R1
           END-IF
           IF NT-MAX = 50
               DISPLAY "MORE THAN 50 LINES ON CHECK " CHECKNO-IN
                 " - THE REST ARE NOT SHOWN"
               GO TO FIND-CHECK-EXIT
           END-IF
           ADD 1 TO NT-MAX
           MOVE PD-KEY3 TO NT-KEY3(NT-MAX)
           MOVE PD-CLAIM TO NT-CLAIM(NT-MAX)
           MOVE PD-AMOUNT TO NT-AMOUNT(NT-MAX)
           ADD PD-AMOUNT TO NSF-TOT
           GO TO FIND-CHECK-R1.
       FIND-CHECK-EXIT.
           EXIT.

       SHOW-LINE.
           COMPUTE NEF-8 = -1 * NT-AMOUNT(NT-IDX)
           DISPLAY "  CLAIM " NT-CLAIM(NT-IDX) "  PAID " NEF-8
             "  LINE " NT-KEY3(NT-IDX).

      *    THE REVERSAL - THE SAME AMOUNT, POSITIVE, ON THE SAME
      *    CLAIM, UNDER ITS OWN BATCH SO THE JOURNAL SHOWS IT APART.
       POST-REV.
           MOVE G-GARNO TO PD-KEY8
           MOVE SPACE TO PD-KEY3
           MOVE G-GARNAME TO PD-NAME
           COMPUTE PD-AMOUNT = -1 * NT-AMOUNT(NT-IDX)
           MOVE "001" TO PD-PAYCODE
           MOVE SPACE TO PD-DENIAL
           MOVE NT-CLAIM(NT-IDX) TO PD-CLAIM
           MOVE DATE-IN TO PD-DATE-T
           MOVE TODAY-8 TO PD-DATE-E
           MOVE CHECKNO-IN TO PD-ORDER
           MOVE "NSFRTN" TO PD-BATCH
           MOVE "N" TO PD-TRANTYPE
           MOVE PAYFILE01 TO PAYBACK01
           MOVE 0 TO XYZ
           PERFORM P3 THRU P4.

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

      *    EACH FEE FILE OPENS ONLY ONCE ITS PARAMETER PROVES OUT.
      *    THE CLAIM COUNTER IS THE SAME SHARED RECORD 250 AND 257
      *    TAKE NUMBERS FROM; IT IS READ AGAIN WITH LOCK FOR EACH
      *    FEE SO THIS SCREEN DOES NOT HOLD IT WHILE IT WAITS.
       P0-FEE.
           OPEN INPUT PROCFILE
           MOVE FEE-PROC-KEY TO PROC-KEY
           READ PROCFILE
             INVALID
               DISPLAY "FEE PROCEDURE " FEE-PROC-KEY
                 " NOT ON PROCFILE - FEES ARE OFF"
               MOVE "N" TO FEE-ON
               CLOSE PROCFILE
               GO TO P0-FEE-EXIT
           END-READ
           MOVE PROC-AMOUNT TO FEE-AMOUNT
           MOVE PROC-TYPE TO FEE-TYPE
           CLOSE PROCFILE
           OPEN I-O CLAIMFILE
           OPEN EXTEND CLAIMAUD.
       P0-FEE-EXIT.
           EXIT.

      *    POST THE RETURNED-CHECK FEE AS A NEW CHARCUR CHARGE LINE
      *    UNDER ITS OWN CLAIM NUMBER, THE WAY 257 POSTS ITS FEE.
       ASSESS-FEE.
           MOVE "A" TO CLAIM-KEY
           READ CLAIMFILE WITH LOCK
             INVALID
               DISPLAY "CLAIMFILE IS BAD - NO FEE CHARGED"
               GO TO ASSESS-FEE-EXIT
           END-READ
           IF CLAIM-CEILING NOT = 0
             AND CLAIMNO + 1 NOT < CLAIM-CEILING
               DISPLAY "CLAIM NUMBER WINDOW IS USED UP - NO FEE"
                 " CHARGED"
               UNLOCK CLAIMFILE
               GO TO ASSESS-FEE-EXIT
           END-IF
           IF CLAIMNO = 99999999
               DISPLAY "CLAIM COUNTER AT ABSOLUTE CEILING - NO FEE"
                 " CHARGED"
               UNLOCK CLAIMFILE
               GO TO ASSESS-FEE-EXIT
           END-IF
           ADD 1 TO CLAIMNO
           REWRITE CLAIM01
             INVALID
               DISPLAY "CANNOT ADVANCE THE CLAIM COUNTER - NO FEE"
                 " CHARGED"
               UNLOCK CLAIMFILE
               GO TO ASSESS-FEE-EXIT
           END-REWRITE
           UNLOCK CLAIMFILE

           MOVE SPACE TO CHARCUR01
           MOVE G-GARNO TO CC-KEY8
           MOVE 0 TO XYZ.
       ASSESS-FEE-K1.
           ADD 1 TO XYZ
           MOVE XYZ TO CC-KEY3
           READ CHARCUR
             INVALID
               GO TO ASSESS-FEE-K2
           END-READ
           GO TO ASSESS-FEE-K1.
       ASSESS-FEE-K2.
           MOVE SPACE TO CHARCUR01
           MOVE G-GARNO TO CC-KEY8
           MOVE XYZ TO CC-KEY3
           MOVE G-GARNO TO CC-PATID
           MOVE CLAIMNO TO CC-CLAIM
           MOVE FEE-TYPE TO CC-SERVICE
           MOVE "0000000" TO CC-DIAG CC-DX2 CC-DX3 CC-DX4
           MOVE SPACE TO CC-DX5 CC-DX6
           MOVE FEE-PROC-KEY TO CC-PROC
           MOVE FEE-AMOUNT TO CC-AMOUNT
      *    PATIENT RESPONSIBILITY - NEVER EXTRACTED AS A CLAIM, SO
      *    IT IS FLAGGED BILLED AND LEFT FOR THE 253 STATEMENT.
           MOVE "001" TO CC-PAYCODE
           MOVE "02" TO CC-WORK
           MOVE "1" TO CC-RESULT
           MOVE "4" TO CC-ACT
           MOVE "2" TO CC-SORCREF
           MOVE "0" TO CC-COLLT
           MOVE "0" TO CC-AUTH
           MOVE "0" TO CC-EPSDT
           MOVE TODAY-8 TO CC-DATE-T
           MOVE "00000000" TO CC-DATE-A CC-DATE-P CC-DATE-M
           MOVE TODAY-8 TO CC-DAT1
           WRITE CHARCUR01
             INVALID
               DISPLAY "CANNOT WRITE FEE CHARGE FOR " G-GARNO
               GO TO ASSESS-FEE-EXIT
           END-WRITE
      *    THE AUDIT LINE FOR THE NUMBER JUST ASSIGNED - THERE IS
      *    NO HOSPITAL ORDER BEHIND A FEE, SO A MARKER SAYS WHERE
      *    THE NUMBER WENT.
           MOVE CLAIMNO TO CA-CLAIMNO
           MOVE G-GARNO TO CA-GARNO
           MOVE "NSFFEE" TO CA-ORDNO
           ACCEPT CA-DATE FROM DATE
           ACCEPT CA-TIME FROM TIME
           WRITE CLAIMAUD01
           MOVE CC-CLAIM TO FEE-CLAIM
           MOVE FEE-AMOUNT TO NEF-8
           DISPLAY "RETURNED-CHECK FEE " NEF-8 " CHARGED ON CLAIM "
             FEE-CLAIM
           ADD 1 TO CNT-FEES
           ADD FEE-AMOUNT TO AMT-FEES.
       ASSESS-FEE-EXIT.
           EXIT.

      *    EVERY ACCOUNT BROUGHT UP HERE IS LOGGED FOR THE 376
      *    ACCESS REPORT.  THE LOG IS OPENED AND CLOSED ROUND EACH
      *    LINE SO EVERY DESK CAN APPEND TO IT AT ONCE.
       LOG-ACCESS.
           OPEN EXTEND ACCLOG
           MOVE SPACE TO ACCLOG01
           MOVE OPERATOR-WS TO AL-OPERATOR
           MOVE "rrr386" TO AL-PROGRAM
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
           DISPLAY "===== rrr386 RETURNED CHECKS =====".
           DISPLAY "CHECKS RETURNED ....... " CNT-RETURNED
             " AMOUNT ... " AMT-RETURNED.
           DISPLAY "FEES CHARGED .......... " CNT-FEES
             " AMOUNT ... " AMT-FEES.
           IF FEE-ON = "Y"
               CLOSE CLAIMFILE CLAIMAUD
           END-IF
           CLOSE GARFILE PAYFILE PAYCUR CHARCUR NSFREG.
           STOP RUN.
