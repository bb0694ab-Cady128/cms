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
           SELECT PAYFILE ASSIGN TO "S55" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS PAYFILE-KEY
           LOCK MODE MANUAL.
           SELECT PAYCUR ASSIGN TO "S60" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS PAYCUR-KEY
           ALTERNATE RECORD KEY IS PC-CLAIM WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT OPTIONAL PARMFILE ASSIGN TO "S65" ORGANIZATION
           LINE SEQUENTIAL.
           LOCK MODE MANUAL.
           SELECT HISFILE ASSIGN TO "S70" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS HISFILE-KEY
           ALTERNATE RECORD KEY IS HS-CLAIM WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT FEEFILE ASSIGN TO "S97" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS FEE-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL UNDWORK ASSIGN TO "S80"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS UW-KEY
           ALTERNATE RECORD KEY IS UW-CLAIM WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT OPTIONAL CLMREF ASSIGN TO "S45"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS CR-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL SUSPFILE ASSIGN TO "S25"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS SU-KEY
           LOCK MODE MANUAL.
           SELECT REMEXCP ASSIGN TO "S90" ORGANIZATION
           LINE SEQUENTIAL.
           02 FILLER PIC X.
           02 RM-CLAIM PIC X(8).
           02 FILLER PIC X.
           02 RM-AMOUNT PIC 9(7)V99.
           02 FILLER PIC X.
           02 RM-DENIAL PIC XX.
           02 FILLER PIC X.
      *    FEED LAYOUTS MEANS A NORMAL PAYMENT.
           02 FILLER PIC X.
           02 RM-SIGN PIC X.
      *    THE PAYER'S OWN CLAIM CONTROL NUMBER, WHEN THE FEED HAS
      *    IT.  KEPT ON CLMREF - A CORRECTED CLAIM (349) HAS TO
      *    QUOTE IT BACK TO THE PAYER.
           02 FILLER PIC X.
           02 RM-PAYREF PIC X(20).
      *    THE CHECK OR EFT TRACE NUMBER THE PAYMENT CAME ON - ONLY
      *    KEPT WHEN THE MONEY CANNOT BE POSTED AND GOES TO SUSPENSE.
           02 FILLER PIC X.
           02 RM-CHECKNO PIC X(15).

       FD  CHARCUR
           DATA RECORD IS CHARCUR01.
           02 CC-MOD2 PIC XX.
           02 CC-MOD3 PIC XX.
           02 CC-MOD4 PIC XX.
           02 CC-AMOUNT PIC S9(7)V99.
           02 CC-DOCR PIC X(3).
           02 CC-DOCP PIC X(2).
           02 CC-PAYCODE PIC XXX.
             03 PD-KEY8 PIC X(8).
             03 PD-KEY3 PIC XXX.
           02 PD-NAME PIC X(24).
           02 PD-AMOUNT PIC S9(7)V99.
           02 PD-PAYCODE PIC XXX.
           02 PD-DENIAL PIC XX.
           02 PD-CLAIM PIC X(8).
           02 PAYCUR-KEY.
             03 PC-KEY8 PIC X(8).
             03 PC-KEY3 PIC XXX.
           02 PC-AMOUNT PIC S9(7)V99.
           02 PC-PAYCODE PIC XXX.
           02 PC-DENIAL PIC XX.
           02 PC-CLAIM PIC X(8).
           02 G-PRGRPNAME PIC X(15).
           02 G-SEGRPNAME PIC X(15).

      *    PARM-TOLER IS A NEW TRAILING COLUMN - THE UNDERPAYMENT
      *    TOLERANCE IN CENTS, 7 DIGITS.  BLANK ON THE OLD PARM
      *    LAYOUT TAKES THE DEFAULT.
       FD  PARMFILE.
       01  PARMFILE01.
           02 PARM-DATE PIC X(8).
           02 PARM-BATCH PIC X(6).
           02 PARM-TOLER PIC X(7).

       FD  PERFILE
           DATA RECORD IS PERFILE01.
           02 HS-MOD2 PIC XX.
           02 HS-MOD3 PIC XX.
           02 HS-MOD4 PIC XX.
           02 HS-AMOUNT PIC X(9).
           02 HS-DOCR PIC X(3).
           02 HS-DOCP PIC X(2).
           02 HS-PAYCODE PIC XXX.
           02 HS-NEIC-ASSIGN PIC X.
           02 HS-FUTURE PIC X(6).

       FD  FEEFILE
           DATA RECORD IS FEEFILE01.
       01  FEEFILE01.
           02 FEE-KEY.
             03 FEE-PROC PIC X(11).
             03 FEE-PAYER PIC XXX.
           02 FEE-AMOUNT PIC 9(7)V99.

      *    THE CONTRACT UNDERPAYMENT WORKLIST, ONE RECORD PER CLAIM
      *    AND PAYER - WORKED IN 363.  STATUS: O=OPEN A=APPEALED
      *    R=REBILLED C=ACCEPTED W=WRITTEN OFF P=PAID UP LATER.
       FD  UNDWORK
           DATA RECORD IS UNDWORK01.
       01  UNDWORK01.
           02 UW-KEY.
             03 UW-PAYCODE PIC XXX.
             03 UW-CLAIM PIC X(8).
           02 UW-GARNO PIC X(8).
           02 UW-GARNAME PIC X(24).
           02 UW-DATE-T PIC X(8).
           02 UW-DATE-E PIC X(8).
           02 UW-DATE-P PIC X(8).
           02 UW-EXPECTED PIC S9(7)V99.
           02 UW-PAID PIC S9(7)V99.
           02 UW-VARIANCE PIC S9(7)V99.
           02 UW-STATUS PIC X.
           02 UW-DATE-S PIC X(8).
           02 UW-OPER PIC X(10).
           02 UW-BATCH PIC X(6).
           02 UW-FUTURE PIC X(8).

       FD  REMEXCP.
       01  REMEXCP01.
           02 RX-PAYCODE PIC XXX.
           02 RX-CLAIM PIC X(8).
           02 RX-AMOUNT PIC 9(7)V99.
           02 RX-DENIAL PIC XX.
           02 RX-REASON PIC X(30).

      *    PAYER CLAIM REFERENCE BY CLAIM AND PAYER - THE LATEST
      *    ONE THE PAYER SENT WINS.
       FD  CLMREF
           DATA RECORD IS CLMREF01.
       01  CLMREF01.
           02 CR-KEY.
             03 CR-CLAIM PIC X(8).
             03 CR-PAYCODE PIC XXX.
           02 CR-PAYREF PIC X(20).
           02 CR-DATE PIC X(8).
           02 CR-FUTURE PIC X(8).

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

       FD  TAKEWORK.
       01  TAKEWORK01.
           02 TK-GARNO PIC X(8).
           02 TK-GARNAME PIC X(24).
           02 TK-CLAIM PIC X(8).
           02 TK-PAYCODE PIC XXX.
           02 TK-AMOUNT PIC 9(7)V99.
           02 TK-REOPENED PIC X.

       WORKING-STORAGE SECTION.
       01  CNT-EXCP PIC 9(7) VALUE 0.
       01  AMT-POSTED PIC S9(7)V99 VALUE 0.
       01  AMT-EXCP PIC S9(7)V99 VALUE 0.
       01  CNT-SUSP PIC 9(7) VALUE 0.
       01  AMT-SUSP PIC S9(7)V99 VALUE 0.
       01  AMT-HOLD PIC S9(7)V99.
       01  AMT-HOLD-X REDEFINES AMT-HOLD PIC X(9).
       01  REOPEN-FLAG PIC X.
       01  CNT-RECOUP PIC 9(7) VALUE 0.
       01  AMT-RECOUP PIC S9(7)V99 VALUE 0.
       01  CNT-REOPENED PIC 9(7) VALUE 0.
       01  TOLER-N PIC 9(5)V99 VALUE 1.00.
       01  TOLER-X REDEFINES TOLER-N PIC X(7).
       01  UND-CLAIM PIC X(8).
       01  UND-GARNO PIC X(8).
       01  UND-DATE-T PIC X(8).
       01  UND-EXPECTED PIC S9(7)V99.
       01  UND-PAID PIC S9(7)V99.
       01  UND-VARIANCE PIC S9(7)V99.
       01  UND-CONTRACT PIC X.
       01  CNT-UND-NEW PIC 9(7) VALUE 0.
       01  AMT-UND-NEW PIC S9(7)V99 VALUE 0.
       01  CNT-UND-UPD PIC 9(7) VALUE 0.
       01  CNT-UND-PAID PIC 9(7) VALUE 0.
       01  CNT-UND-NOCON PIC 9(7) VALUE 0.
       01  CNT-REF PIC 9(7) VALUE 0.

      *
       PROCEDURE DIVISION.
       P0.
           OPEN INPUT REMITIN GARFILE.
           OPEN I-O CHARCUR PAYFILE PAYCUR HISFILE UNDWORK CLMREF
               SUSPFILE.
           OPEN INPUT FEEFILE.
           OPEN OUTPUT REMEXCP TAKEWORK.
           OPEN INPUT PARMFILE.
           READ PARMFILE
             NOT AT END
               MOVE PARM-DATE TO POST-DATE
               MOVE PARM-BATCH TO POST-BATCH
               IF PARM-TOLER NUMERIC
                   MOVE PARM-TOLER TO TOLER-X
               END-IF
           END-READ
           CLOSE PARMFILE.

                   DISPLAY "PERIOD " PER-KEY " IS CLOSED - REMIT"
                     " POSTING REFUSED"
                   CLOSE REMITIN CHARCUR GARFILE PAYFILE PAYCUR
                       HISFILE REMEXCP TAKEWORK PERFILE FEEFILE
                       UNDWORK CLMREF SUSPFILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               GO TO E1
           END-IF

      *    A CLAIM LEFT BEHIND ON A GUARANTOR THAT IS GONE (MERGED
      *    AWAY BY 342) CANNOT TAKE THE MONEY - IT GOES TO SUSPENSE.
           MOVE CC-KEY8 TO G-GARNO
           READ GARFILE
             INVALID
               MOVE "GUARANTOR NOT ON FILE" TO RX-REASON
               GO TO E1
           END-READ

           MOVE CC-KEY8 TO PD-KEY8
           PERFORM P3 THRU P4
           ADD 1 TO CNT-POSTED
           ADD PD-AMOUNT TO AMT-POSTED
           IF PD-TRANTYPE = "C"
               PERFORM UNDER-CHECK THRU UNDER-CHECK-EXIT
           END-IF
           IF RM-PAYREF NOT = SPACE
               PERFORM SAVE-REF THRU SAVE-REF-EXIT
           END-IF
           GO TO P1.

       SAVE-REF.
           MOVE RM-CLAIM TO CR-CLAIM
           MOVE RM-PAYCODE TO CR-PAYCODE
           READ CLMREF
             INVALID
               MOVE SPACE TO CR-FUTURE
               MOVE RM-PAYREF TO CR-PAYREF
               MOVE POST-DATE TO CR-DATE
               WRITE CLMREF01
                 INVALID
                   DISPLAY "CANNOT WRITE CLMREF " CR-KEY
               END-WRITE
               ADD 1 TO CNT-REF
               GO TO SAVE-REF-EXIT
           END-READ
           IF CR-PAYREF NOT = RM-PAYREF
               MOVE RM-PAYREF TO CR-PAYREF
               MOVE POST-DATE TO CR-DATE
               REWRITE CLMREF01
                 INVALID
                   DISPLAY "CANNOT REWRITE CLMREF " CR-KEY
               END-REWRITE
               ADD 1 TO CNT-REF
           END-IF.
       SAVE-REF-EXIT.
           EXIT.

      *    CHARCUR CARRIES AN ALTERNATE KEY ON CC-CLAIM SO THE
      *    CLAIM MATCH IS ONE KEYED READ - THE FIRST LINE OF THE
      *    CLAIM SUPPLIES THE ACCOUNT.
       FIND-CLAIM.
           MOVE "N" TO CLAIM-FOUND
           MOVE RM-CLAIM TO CC-CLAIM
           READ CHARCUR KEY IS CC-CLAIM
             INVALID
               GO TO FIND-CLAIM-EXIT
           END-READ
           MOVE "Y" TO CLAIM-FOUND.
       FIND-CLAIM-EXIT.
           EXIT.
           DISPLAY PAYFILE-KEY " " PD-NAME
           DISPLAY "RECORD IS ADDED".

      *    HOLD THE PAYER'S CASH ON THE CLAIM AGAINST WHAT ITS
      *    CONTRACT SAYS IT SHOULD PAY - THE FEEFILE RATE FOR EACH
      *    PROCEDURE ON THE CLAIM.  A CLAIM WITH ANY LINE OFF
      *    CONTRACT IS NOT JUDGED.  THE CASH IS EVERYTHING THIS
      *    PAYER HAS PAID ON THE CLAIM SO FAR, SO A SPLIT PAYMENT
      *    ONLY LISTS WHAT IS STILL SHORT, AND A LATE PAYMENT THAT
      *    MAKES UP THE DIFFERENCE CLOSES THE ITEM AS PAID UP.
       UNDER-CHECK.
           MOVE CC-CLAIM TO UND-CLAIM
           MOVE CC-KEY8 TO UND-GARNO
           MOVE CC-DATE-T TO UND-DATE-T
           MOVE 0 TO UND-EXPECTED UND-PAID
           MOVE "Y" TO UND-CONTRACT
           START CHARCUR KEY = CC-CLAIM
             INVALID
               GO TO UNDER-CHECK-EXIT
           END-START.
       UNDER-CHECK-R1.
           READ CHARCUR NEXT
             AT END
               GO TO UNDER-CHECK-PAY
           END-READ
           IF CC-CLAIM NOT = UND-CLAIM
               GO TO UNDER-CHECK-PAY
           END-IF
           IF CC-AMOUNT = 0
               GO TO UNDER-CHECK-R1
           END-IF
           MOVE CC-PROC TO FEE-PROC
           MOVE RM-PAYCODE TO FEE-PAYER
           READ FEEFILE
             INVALID
               MOVE "N" TO UND-CONTRACT
               GO TO UNDER-CHECK-PAY
           END-READ
      *    A REVERSED CHARGE LINE TAKES ITS RATE BACK OUT.
           IF CC-AMOUNT < 0
               SUBTRACT FEE-AMOUNT FROM UND-EXPECTED
           ELSE
               ADD FEE-AMOUNT TO UND-EXPECTED
           END-IF
           GO TO UNDER-CHECK-R1.
       UNDER-CHECK-PAY.
           IF UND-CONTRACT NOT = "Y" OR UND-EXPECTED NOT > 0
               ADD 1 TO CNT-UND-NOCON
               GO TO UNDER-CHECK-EXIT
           END-IF
           MOVE UND-CLAIM TO PC-CLAIM
           START PAYCUR KEY = PC-CLAIM
             INVALID
               GO TO UNDER-CHECK-WORK
           END-START.
       UNDER-CHECK-R2.
           READ PAYCUR NEXT
             AT END
               GO TO UNDER-CHECK-WORK
           END-READ
           IF PC-CLAIM NOT = UND-CLAIM
               GO TO UNDER-CHECK-WORK
           END-IF
           IF PC-PAYCODE = RM-PAYCODE AND PC-TRANTYPE = "C"
               SUBTRACT PC-AMOUNT FROM UND-PAID
           END-IF
           GO TO UNDER-CHECK-R2.
       UNDER-CHECK-WORK.
           COMPUTE UND-VARIANCE = UND-EXPECTED - UND-PAID
           MOVE RM-PAYCODE TO UW-PAYCODE
           MOVE UND-CLAIM TO UW-CLAIM
           READ UNDWORK
             INVALID
               GO TO UNDER-CHECK-NEW
           END-READ
           MOVE UND-EXPECTED TO UW-EXPECTED
           MOVE UND-PAID TO UW-PAID
           MOVE UND-VARIANCE TO UW-VARIANCE
           MOVE POST-DATE TO UW-DATE-P
           MOVE POST-BATCH TO UW-BATCH
           IF UND-VARIANCE NOT > TOLER-N
             AND (UW-STATUS = "O" OR UW-STATUS = "A"
               OR UW-STATUS = "R")
               MOVE "P" TO UW-STATUS
               MOVE POST-DATE TO UW-DATE-S
               MOVE "254" TO UW-OPER
               ADD 1 TO CNT-UND-PAID
           ELSE
               ADD 1 TO CNT-UND-UPD
           END-IF
           REWRITE UNDWORK01
             INVALID
               DISPLAY "CANNOT REWRITE UNDERPAYMENT " UW-KEY
           END-REWRITE
           GO TO UNDER-CHECK-EXIT.
       UNDER-CHECK-NEW.
           IF UND-VARIANCE NOT > TOLER-N
               GO TO UNDER-CHECK-EXIT
           END-IF
           MOVE SPACE TO UNDWORK01
           MOVE RM-PAYCODE TO UW-PAYCODE
           MOVE UND-CLAIM TO UW-CLAIM
           MOVE UND-GARNO TO UW-GARNO
           MOVE G-GARNAME TO UW-GARNAME
           MOVE UND-DATE-T TO UW-DATE-T
           MOVE POST-DATE TO UW-DATE-E
           MOVE POST-DATE TO UW-DATE-P
           MOVE UND-EXPECTED TO UW-EXPECTED
           MOVE UND-PAID TO UW-PAID
           MOVE UND-VARIANCE TO UW-VARIANCE
           MOVE "O" TO UW-STATUS
           MOVE POST-DATE TO UW-DATE-S
           MOVE "254" TO UW-OPER
           MOVE POST-BATCH TO UW-BATCH
           WRITE UNDWORK01
             INVALID
               DISPLAY "CANNOT WRITE UNDERPAYMENT " UW-KEY
               GO TO UNDER-CHECK-EXIT
           END-WRITE
           ADD 1 TO CNT-UND-NEW
           ADD UND-VARIANCE TO AMT-UND-NEW.
       UNDER-CHECK-EXIT.
           EXIT.

      *    A RECOUPMENT - THE PAYER IS TAKING THE MONEY BACK.  THE
      *    CLAIM HAS USUALLY GONE TO ZERO AND BEEN ARCHIVED BY 340,
      *    SO IT IS PULLED BACK OUT OF HISFILE FIRST, THEN THE

      *    PULL EVERY ARCHIVED RECORD OF THE CLAIM BACK INTO THE
      *    CURRENT FILES - THE REVERSE OF WHAT 340 DID.  HISFILE IS
      *    KEYED GARNO FIRST, SO THE PULL POSITIONS ON THE HS-CLAIM
      *    ALTERNATE KEY AND READS UNTIL THE CLAIM CHANGES.
       REOPEN-HIS.
           MOVE RM-CLAIM TO HS-CLAIM
           START HISFILE KEY NOT < HS-CLAIM
             INVALID
               GO TO REOPEN-HIS-EXIT
           END-START.
               GO TO REOPEN-HIS-EXIT
           END-READ
           IF HS-CLAIM NOT = RM-CLAIM
               GO TO REOPEN-HIS-EXIT
           END-IF
           IF HS-REC-TYPE = "C"
               PERFORM REOPEN-CHG THRU REOPEN-CHG-EXIT
           IF RM-AMOUNT NUMERIC
               ADD RM-AMOUNT TO AMT-EXCP
           END-IF
           IF RM-AMOUNT NUMERIC AND RM-AMOUNT > 0 AND RM-SIGN NOT = "-"
               PERFORM SUSP-ADD THRU SUSP-ADD-EXIT
           END-IF
           GO TO P1.

      *    REAL MONEY THAT COULD NOT POST IS HELD ON THE SUSPENSE
      *    FILE SO THE DEPOSIT STILL TIES (266).  THE SEQUENCE IS
      *    THE NEXT ONE FREE FOR THE POSTING DATE.
       SUSP-ADD.
           MOVE SPACE TO SUSPFILE01
           MOVE POST-DATE TO SU-DATE-R
           MOVE 0 TO SU-SEQ
           MOVE "R" TO SU-SOURCE
           MOVE RM-PAYCODE TO SU-PAYCODE
           IF CLAIM-FOUND = "Y"
               MOVE CC-KEY8 TO SU-GARNO
           END-IF
           MOVE RM-CLAIM TO SU-CLAIM
           MOVE RM-CHECKNO TO SU-CHECKNO
           MOVE POST-BATCH TO SU-BATCH
           MOVE RM-AMOUNT TO SU-AMOUNT
           MOVE 0 TO SU-APPLIED
           MOVE RX-REASON TO SU-REASON
           MOVE "O" TO SU-STATUS.
       SUSP-ADD-1.
           IF SU-SEQ = 999
               DISPLAY "SUSPENSE FULL FOR " POST-DATE " - CLAIM "
                 RM-CLAIM " NOT HELD"
               GO TO SUSP-ADD-EXIT
           END-IF
           ADD 1 TO SU-SEQ
           WRITE SUSPFILE01
             INVALID
               GO TO SUSP-ADD-1
           END-WRITE
           ADD 1 TO CNT-SUSP
           ADD RM-AMOUNT TO AMT-SUSP.
       SUSP-ADD-EXIT.
           EXIT.

       P9.
           DISPLAY "===== rrr254 REMITTANCE POSTING =====".
           DISPLAY "BATCH ................. " POST-BATCH.
             " AMOUNT ... " AMT-POSTED.
           DISPLAY "EXCEPTIONS ............ " CNT-EXCP
             " AMOUNT ... " AMT-EXCP.
           DISPLAY "HELD IN SUSPENSE ...... " CNT-SUSP
             " AMOUNT ... " AMT-SUSP.
           DISPLAY "RECOUPMENTS POSTED .... " CNT-RECOUP
             " AMOUNT ... " AMT-RECOUP.
           DISPLAY "RECORDS REOPENED ...... " CNT-REOPENED.
           DISPLAY "UNDERPAYMENTS LISTED .. " CNT-UND-NEW
             " SHORT ... " AMT-UND-NEW.
           DISPLAY "UNDERPAYMENTS UPDATED . " CNT-UND-UPD
             " PAID UP ... " CNT-UND-PAID.
           DISPLAY "CLAIMS OFF CONTRACT ... " CNT-UND-NOCON.
           DISPLAY "PAYER CLAIM REFS SAVED  " CNT-REF.

           CLOSE REMITIN CHARCUR GARFILE PAYFILE PAYCUR HISFILE
               REMEXCP TAKEWORK FEEFILE UNDWORK CLMREF SUSPFILE.
           STOP RUN.
