           SELECT GARFILE ASSIGN TO "S35"     ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS G-GARNO
           ALTERNATE RECORD KEY IS G-ACCT WITH DUPLICATES
           ALTERNATE RECORD KEY IS G-PRINS WITH DUPLICATES
           ALTERNATE RECORD KEY IS G-SEINS WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT CHARCUR ASSIGN TO "S40"     ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC  RECORD KEY IS CHARCUR-KEY
           ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
           ALTERNATE RECORD KEY IS CC-CLAIM WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT ERROR-FILE ASSIGN TO "S45" ORGANIZATION
           LINE SEQUENTIAL.
           LOCK MODE MANUAL.
           SELECT PAYCUR ASSIGN TO "S60" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS PAYCUR-KEY
           ALTERNATE RECORD KEY IS PC-CLAIM WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT OPTIONAL PARMFILE ASSIGN TO "S65" ORGANIZATION
           LINE SEQUENTIAL.
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS PER-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL SUSPFILE ASSIGN TO "S75"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS SU-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL PLACEFILE ASSIGN TO "S80"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS PLC-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL REMITLOG ASSIGN TO "S85" ORGANIZATION
           LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       01  FILEIN01.
           02 FI-GARNO PIC X(8).
           02 FILLER PIC X VALUE SPACES.
           02 FI-DEDUCT PIC 9(7)V99.
           02 FILLER PIC X VALUE SPACES.
           02 FI-PAID PIC 9(7)V99.
      *    THE AGENCY'S CHECK NUMBER, A NEW TRAILING COLUMN - KEPT
      *    ON SUSPENSE WHEN THE MONEY CANNOT BE POSTED.
           02 FILLER PIC X.
           02 FI-CHECKNO PIC X(15).
       FD  PAYCUR
           BLOCK CONTAINS 6 RECORDS
           DATA RECORD IS PAYCUR01.
           02 PAYCUR-KEY.
             03 PC-KEY8 PIC X(8).
             03 PC-KEY3 PIC XXX.
           02 PC-AMOUNT PIC S9(7)V99.
           02 PC-PAYCODE PIC XXX.
           02 PC-DENIAL PIC XX.
           02 PC-CLAIM PIC X(8).
             03 PD-KEY8 PIC X(8).
             03 PD-KEY3 PIC XXX.
           02 PD-NAME PIC X(24).
           02 PD-AMOUNT PIC S9(7)V99.
           02 PD-PAYCODE PIC XXX.
           02 PD-DENIAL PIC XX.
           02 PD-CLAIM PIC X(8).
           02 CC-MOD2 PIC XX.
           02 CC-MOD3 PIC XX.
           02 CC-MOD4 PIC XX.
           02 CC-AMOUNT PIC S9(7)V99.
           02 CC-DOCR PIC X(3).
           02 CC-DOCP PIC X(2).
           02 CC-PAYCODE PIC XXX.
           02 PER-DATE-C PIC X(8).
           02 PER-FUTURE PIC X(8).

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

      *    ONE RECORD PER AGENCY PLACEMENT (NEI147), KEYED BY GARNO
      *    AND THE DAY IT WENT OUT.  NEI146 ADDS WHAT THE AGENCY
      *    SENDS BACK; A RECALL CLOSES IT WITH THE BALANCE TAKEN
      *    BACK.  STATUS A = WITH THE AGENCY, R = RECALLED.
       FD  PLACEFILE
           DATA RECORD IS PLACEFILE01.
       01  PLACEFILE01.
           02 PLC-KEY.
             03 PLC-GARNO PIC X(8).
             03 PLC-DATE PIC X(8).
           02 PLC-AMOUNT PIC S9(7)V99.
           02 PLC-PAID PIC S9(7)V99.
           02 PLC-DEDUCT PIC S9(7)V99.
           02 PLC-LAST-PAY PIC X(8).
           02 PLC-STATUS PIC X.
           02 PLC-RECALL-DATE PIC X(8).
           02 PLC-RECALL-AMT PIC S9(7)V99.
           02 PLC-FUTURE PIC X(10).

      *    ONE LINE PER AGENCY REMIT LINE AS RECEIVED, BEFORE ANY OF
      *    IT IS POSTED - WHAT THE AGENCY COLLECTED AND WHAT IT KEPT,
      *    WITH THE DATE OF THE PLACEMENT IT CAME IN ON (SPACE WHEN
      *    THERE IS NONE).  NEI149 CHECKS THE DEDUCT FROM THIS.
       FD  REMITLOG.
       01  REMITLOG01.
           02 RL-DATE PIC X(8).
           02 RL-GARNO PIC X(8).
           02 RL-PLACED PIC X(8).
           02 RL-CHECKNO PIC X(15).
           02 RL-BATCH PIC X(6).
           02 RL-PAID PIC 9(7)V99.
           02 RL-DEDUCT PIC 9(7)V99.


       WORKING-STORAGE SECTION.

       
       01  TOT-AMT PIC S9(7)V99.
       01  CLAIM-TOT PIC S9(7)V99.
       01  FLAG PIC 9 VALUE 0.
       01  TOT-PAY PIC S9(5)V99 VALUE 0.
       01  X PIC 99.
       01  NUM6 PIC 9(6).
       01  PAYBACK01 PIC X(90).
       01  ALF1 PIC X.
       01  NEF-11 PIC Z,ZZZ,ZZ9.99CR.
       01  POST-BATCH PIC X(6).
       01  SUSP-REASON PIC X(30).
       01  PLACED-FLAG PIC X.
       01  PLACED-KEY PIC X(16).
       PROCEDURE DIVISION.
       0005-START.
           OPEN INPUT FILEIN CHARCUR GARFILE PAYCUR PERFILE.
           OPEN OUTPUT ERROR-FILE FILEOUT.
           OPEN I-O PAYFILE SUSPFILE PLACEFILE.
           OPEN EXTEND REMITLOG.
       P2-1.
      *     UNATTENDED BATCH RUNS SUPPLY THE POSTING DATE VIA A SMALL
      *     CONTROL FILE (S65); IF IT ISN'T PRESENT WE FALL BACK TO
                 STOP RUN
               END-IF
           END-READ
           MOVE PD-DATE-T TO PAYDATE
           GO TO P1.

       P2-1-ASK.

       P1.
           READ FILEIN AT END GO TO P9.
           MOVE "ACCOUNT NOT ON FILE" TO SUSP-REASON
           MOVE FI-GARNO TO G-GARNO
           PERFORM REMIT-LOG THRU REMIT-LOG-EXIT
           READ GARFILE INVALID GO TO E1.
           MOVE "PAID MORE THAN AGENCY CLAIMS" TO SUSP-REASON
           MOVE G-GARNO TO CC-KEY8
           MOVE SPACE TO CC-KEY3
           START CHARCUR KEY NOT < CHARCUR-KEY INVALID GO TO E1.
           READ CHARCUR NEXT AT END GO TO E1.
           IF CC-KEY8 NOT = G-GARNO GO TO E1.
           IF CC-COLLT NOT = "1" GO TO P2.
           MOVE FI-PAID TO NEF-11
           DISPLAY NEF-11 " PAID"
           MOVE FI-DEDUCT TO NEF-11
           DISPLAY NEF-11 " DEDUCT"
           MOVE 0 TO FLAG
           PERFORM A1 THRU A3
           IF FLAG = 1 GO TO P2.
       E1.
           IF NOT (FI-PAID = 0 AND FI-DEDUCT = 0)
           WRITE ERROR-FILE01 FROM FILEIN01.
           IF FI-PAID > 0
               PERFORM SUSP-ADD THRU SUSP-ADD-EXIT.
           GO TO P1.

      *    THE AGENCY'S CASH THAT FOUND NO CLAIM IS HELD ON THE
      *    SUSPENSE FILE, NOT JUST PRINTED - SEE 254.  THE DEDUCT
      *    IS NOT MONEY AND IS NOT HELD.
       SUSP-ADD.
           MOVE SPACE TO SUSPFILE01
           MOVE PAYDATE TO SU-DATE-R
           MOVE 0 TO SU-SEQ
           MOVE "A" TO SU-SOURCE
           MOVE "018" TO SU-PAYCODE
           MOVE FI-GARNO TO SU-GARNO
           MOVE FI-CHECKNO TO SU-CHECKNO
           MOVE POST-BATCH TO SU-BATCH
           MOVE FI-PAID TO SU-AMOUNT
           MOVE 0 TO SU-APPLIED
           MOVE SUSP-REASON TO SU-REASON
           MOVE "O" TO SU-STATUS.
       SUSP-ADD-1.
           IF SU-SEQ = 999
               DISPLAY "SUSPENSE FULL FOR " PAYDATE " - " FI-GARNO
                 " NOT HELD"
               GO TO SUSP-ADD-EXIT
           END-IF
           ADD 1 TO SU-SEQ
           WRITE SUSPFILE01
             INVALID
               GO TO SUSP-ADD-1
           END-WRITE.
       SUSP-ADD-EXIT.
           EXIT.

      *    LOG THE LINE AND CREDIT IT TO THE ACCOUNT'S OPEN AGENCY
      *    PLACEMENT (NEI147) WHETHER OR NOT IT POSTS - THE AGENCY
      *    TOOK ITS DEDUCT EITHER WAY.
       REMIT-LOG.
           IF FI-PAID = 0 AND FI-DEDUCT = 0
               GO TO REMIT-LOG-EXIT
           END-IF
           PERFORM FIND-PLACED THRU FIND-PLACED-EXIT
           MOVE SPACE TO REMITLOG01
           MOVE PAYDATE TO RL-DATE
           MOVE FI-GARNO TO RL-GARNO
           MOVE FI-CHECKNO TO RL-CHECKNO
           MOVE POST-BATCH TO RL-BATCH
           MOVE FI-PAID TO RL-PAID
           MOVE FI-DEDUCT TO RL-DEDUCT
           IF PLACED-FLAG = "Y"
               MOVE PLC-DATE TO RL-PLACED
               ADD FI-PAID TO PLC-PAID
               ADD FI-DEDUCT TO PLC-DEDUCT
               MOVE PAYDATE TO PLC-LAST-PAY
               REWRITE PLACEFILE01
                 INVALID
                   DISPLAY "CANNOT UPDATE PLACEMENT " PLC-KEY
               END-REWRITE
           END-IF
           WRITE REMITLOG01.
       REMIT-LOG-EXIT.
           EXIT.

      *    THE ACCOUNT'S OPEN PLACEMENT - THE LATEST STILL AT A.
       FIND-PLACED.
           MOVE "N" TO PLACED-FLAG
           MOVE G-GARNO TO PLC-GARNO
           MOVE SPACE TO PLC-DATE
           START PLACEFILE KEY NOT < PLC-KEY
             INVALID
               GO TO FIND-PLACED-EXIT
           END-START.
       FIND-PLACED-R1.
           READ PLACEFILE NEXT
             AT END
               GO TO FIND-PLACED-9
           END-READ
           IF PLC-GARNO NOT = G-GARNO
               GO TO FIND-PLACED-9
           END-IF
           IF PLC-STATUS = "A"
               MOVE "Y" TO PLACED-FLAG
               MOVE PLC-KEY TO PLACED-KEY
           END-IF
           GO TO FIND-PLACED-R1.
       FIND-PLACED-9.
           IF PLACED-FLAG = "Y"
               MOVE PLACED-KEY TO PLC-KEY
               READ PLACEFILE
                 INVALID
                   MOVE "N" TO PLACED-FLAG
               END-READ
           END-IF.
       FIND-PLACED-EXIT.
           EXIT.
       P9.
           CLOSE CHARCUR GARFILE ERROR-FILE FILEOUT PAYFILE PAYCUR
               PERFILE SUSPFILE PLACEFILE REMITLOG
           STOP RUN.
