       FILE-CONTROL.
           SELECT PAYCUR ASSIGN TO "S55" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS PAYCUR-KEY
             ALTERNATE RECORD KEY IS PC-CLAIM WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT OPTIONAL PARMFILE ASSIGN TO "S65" ORGANIZATION
             ALTERNATE RECORD KEY IS INS-NEIC-ASSIGN WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT OPTIONAL SUSPFILE ASSIGN TO "S70"
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC RECORD KEY IS SU-KEY
             LOCK MODE MANUAL.

           SELECT CHARCUR ASSIGN TO "S50" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CHARCUR-KEY
             ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
             ALTERNATE RECORD KEY IS CC-CLAIM WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT OPTIONAL FACFILE ASSIGN TO "S75"
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC RECORD KEY IS FAC-KEY
             LOCK MODE MANUAL.

           SELECT CASHJRNL ASSIGN TO "S90" ORGANIZATION IS LINE
             SEQUENTIAL.

           02 PAYCUR-KEY.
             03 PC-KEY8 PIC X(8).
             03 PC-KEY3 PIC XXX.
           02 PC-AMOUNT PIC S9(7)V99.
           02 PC-PAYCODE PIC XXX.
           02 PC-DENIAL PIC XX.
           02 PC-CLAIM PIC X(8).
           02 INS-LASTDATE PIC X(8).
           02 INS-CAID PIC XXX.
           02 INS-REFWARN PIC X.
           02 INS-FILELIMIT PIC 999.
           02 INS-CLASS PIC X.
           02 INS-XOVER PIC X.
           02 INS-FUTURE PIC X(3).

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
           02 CC-FACILITY PIC XXX.
           02 CC-FUTURE PIC XXX.

      *    FACILITY MASTER (387) - ONE RECORD PER HOSPITAL SITE WE
      *    BILL FOR.  THE FEED HEADER NAMES THE SITE (276), 250
      *    STAMPS IT ON EVERY CHARGE, AND 255 BILLS THE CLAIM UNDER
      *    THE SITE'S NPI, BILLING PROVIDER NUMBER AND TAX ID.
       FD  FACFILE
           DATA RECORD IS FACFILE01.
       01  FACFILE01.
           02 FAC-KEY PIC XXX.
           02 FAC-NAME PIC X(30).
           02 FAC-STREET PIC X(24).
           02 FAC-CITY PIC X(15).
           02 FAC-STATE PIC XX.
           02 FAC-ZIP PIC X(9).
           02 FAC-NPI PIC X(10).
           02 FAC-PRVNUM PIC X(10).
           02 FAC-TAXID PIC X(9).
           02 FAC-ACTIVE PIC X.
           02 FAC-OPERATOR PIC X(10).
           02 FAC-DATE-E PIC X(8).
           02 FAC-FUTURE PIC X(8).

      *    JOURNAL DATE YYYYMMDD, THEN A FACILITY CODE IN COLUMNS
      *    10-12: BLANK JOURNALS EVERY SITE TOGETHER, A CODE TAKES
      *    ONLY THE MONEY ON THAT SITE'S CLAIMS, ALL ADDS THE CASH
      *    SITE BY SITE AFTER THE BATCHES.
       FD  PARMFILE.
       01  PARMFILE01.
           02 PARM-DATE PIC X(8).
           02 FILLER PIC X.
           02 PARM-FAC PIC XXX.

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

       FD  CASHJRNL.
       01  CASHJRNL01 PIC X(80).

       WORKING-STORAGE SECTION.
       01  JRNL-DATE PIC X(8).
       01  RPT-FAC PIC XXX VALUE SPACE.
       01  PAY-FAC PIC XXX.
      *    CASH AND RETURNED CHECKS BY SITE WHEN THE PARM SAYS ALL.
      *    ROWS 1-50 ARE SITES ON THE MASTER; ROW 51 TAKES ANY CODE
      *    THE MASTER DOES NOT KNOW AND ROW 52 ANY SITE PAST THE
      *    FIFTIETH, SO THE ROWS STILL ADD UP TO THE JOURNAL.
       01  FAC-TAB.
           02 FAC-ENTRY OCCURS 52 TIMES.
             03 FT-CODE PIC XXX.
             03 FT-COUNT PIC 9(5).
             03 FT-AMT PIC S9(7)V99.
             03 FT-NSF PIC S9(7)V99.
       01  FAC-MAX PIC 99 VALUE 0.
       01  FX PIC 99.
       01  FAC-CODE-ED PIC XXX.
       01  TODAY-6 PIC 9(6).
       01  RPT-LINE PIC X(80).
       01  PAYER-TAB.
       01  CNT-WRO PIC 9(7) VALUE 0.
       01  REF-MONEY PIC S9(7)V99 VALUE 0.
       01  CNT-REF PIC 9(7) VALUE 0.
       01  NSF-MONEY PIC S9(7)V99 VALUE 0.
       01  CNT-NSF PIC 9(7) VALUE 0.
       01  NET-TOT PIC S9(7)V99 VALUE 0.
       01  SAP-MONEY PIC S9(7)V99 VALUE 0.
       01  CNT-SAP PIC 9(7) VALUE 0.
       01  SIN-MONEY PIC S9(7)V99 VALUE 0.
       01  CNT-SIN PIC 9(7) VALUE 0.
       01  SUSP-BAL PIC S9(7)V99 VALUE 0.
       01  CNT-SUSP-OPEN PIC 9(7) VALUE 0.
       01  BANK-TOT PIC S9(7)V99 VALUE 0.
       01  NEF-11 PIC Z,ZZZ,ZZ9.99CR.

      *
       PROCEDURE DIVISION.
       P0.
           OPEN INPUT PARMFILE.
           READ PARMFILE
             AT END
               ACCEPT TODAY-6 FROM DATE
               MOVE "20" TO JRNL-DATE(1:2)
               MOVE TODAY-6(1:2) TO JRNL-DATE(3:2)
               MOVE TODAY-6(3:2) TO JRNL-DATE(5:2)
               MOVE TODAY-6(5:2) TO JRNL-DATE(7:2)
             NOT AT END
               MOVE PARM-DATE TO JRNL-DATE
               MOVE PARM-FAC TO RPT-FAC
           END-READ
           CLOSE PARMFILE.

           OPEN INPUT PAYCUR INSFILE SUSPFILE CHARCUR FACFILE.
           INITIALIZE FAC-TAB.
           MOVE LOW-VALUE TO FT-CODE(51)
           MOVE HIGH-VALUE TO FT-CODE(52).
           OPEN OUTPUT CASHJRNL.

           MOVE LOW-VALUE TO PAYCUR-KEY
               GO TO P1
           END-IF

      *    MONEY BELONGS TO THE SITE OF THE CLAIM IT WAS POSTED TO.
      *    A ONE-SITE JOURNAL LEAVES OUT EVERYTHING ELSE, MONEY ON
      *    NO CLAIM INCLUDED.
           MOVE 0 TO FX
           IF RPT-FAC NOT = SPACE
               MOVE PC-CLAIM TO CC-CLAIM
               PERFORM FAC-OF-CLAIM THRU FAC-OF-CLAIM-EXIT
               IF RPT-FAC = "ALL"
                   PERFORM FAC-SLOT THRU FAC-SLOT-EXIT
               ELSE
                   IF PAY-FAC NOT = RPT-FAC
                       GO TO P1
                   END-IF
               END-IF
           END-IF

      *    DENIAL-ONLY MEMOS CARRY NO MONEY - COUNT THEM APART SO
      *    THE CASH TOTALS TIE TO THE DEPOSIT SLIP.
           IF PC-DENIAL NOT = SPACE AND PC-AMOUNT = 0
               SUBTRACT PC-AMOUNT FROM REF-MONEY
               GO TO P1
           END-IF
      *    A RETURNED CHECK (386) IS MONEY THE BANK TAKES BACK OUT
      *    OF THE DEPOSIT - SHOWN AS A DEDUCTION, NOT AS NEGATIVE
      *    CASH IN TODAY'S PAYER AND BATCH TOTALS.
           IF PC-TRANTYPE = "N"
               ADD 1 TO CNT-NSF
               SUBTRACT PC-AMOUNT FROM NSF-MONEY
               IF FX > 0
                   SUBTRACT PC-AMOUNT FROM FT-NSF(FX)
               END-IF
               GO TO P1
           END-IF
      *    CASH MOVED OUT OF SUSPENSE (369) WAS IN THE DEPOSIT THE
      *    DAY IT CAME IN - IT IS NOT NEW MONEY TODAY.
           IF PC-BATCH = "SUSPNS"
               ADD 1 TO CNT-SAP
               SUBTRACT PC-AMOUNT FROM SAP-MONEY
               GO TO P1
           END-IF

           MOVE PC-PAYCODE TO INS-KEY
           READ INSFILE
               SUBTRACT PC-AMOUNT FROM INS-MONEY
           END-READ
           SUBTRACT PC-AMOUNT FROM GRAND-TOT
           IF FX > 0
               ADD 1 TO FT-COUNT(FX)
               SUBTRACT PC-AMOUNT FROM FT-AMT(FX)
           END-IF

           PERFORM TALLY-PAYER THRU TALLY-PAYER-EXIT
           PERFORM TALLY-BATCH THRU TALLY-BATCH-EXIT
           GO TO P1.

      *    CC-CLAIM IN, PAY-FAC OUT - THE SITE ON THE CLAIM'S FIRST
      *    CHARGE, BLANK WHEN THERE IS NO CLAIM OR NO CHARGE FOR IT.
       FAC-OF-CLAIM.
           MOVE SPACE TO PAY-FAC
           IF CC-CLAIM = SPACE
               GO TO FAC-OF-CLAIM-EXIT
           END-IF
           READ CHARCUR KEY IS CC-CLAIM
             INVALID
               GO TO FAC-OF-CLAIM-EXIT
           END-READ
           MOVE CC-FACILITY TO PAY-FAC.
       FAC-OF-CLAIM-EXIT.
           EXIT.

      *    PAY-FAC'S ROW IN FAC-TAB, ADDED THE FIRST TIME IT IS SEEN.
       FAC-SLOT.
           PERFORM FAC-SLOT-LOOK VARYING X FROM 1 BY 1
             UNTIL X > FAC-MAX OR FX > 0
           IF FX > 0
               GO TO FAC-SLOT-EXIT
           END-IF
           IF PAY-FAC NOT = SPACE
               MOVE PAY-FAC TO FAC-KEY
               READ FACFILE
                 INVALID
                   MOVE 51 TO FX
                   GO TO FAC-SLOT-EXIT
               END-READ
           END-IF
           IF FAC-MAX = 50
               MOVE 52 TO FX
               GO TO FAC-SLOT-EXIT
           END-IF
           ADD 1 TO FAC-MAX
           MOVE FAC-MAX TO FX
           MOVE PAY-FAC TO FT-CODE(FX).
       FAC-SLOT-EXIT.
           EXIT.

       FAC-SLOT-LOOK.
           IF FT-CODE(X) = PAY-FAC
               MOVE X TO FX
           END-IF.

       TALLY-PAYER.
           MOVE "N" TO HIT
           PERFORM TALLY-PAYER-LOOK
               MOVE "Y" TO HIT
           END-IF.

      *    MONEY THAT CAME IN TODAY BUT COULD NOT POST IS ON THE
      *    SUSPENSE FILE - IT IS PART OF THE BANK DEPOSIT.  THE
      *    SUSPENSE BALANCE IS EVERYTHING STILL UNAPPLIED.
       SUSP-SUM.
           MOVE LOW-VALUE TO SU-KEY
           START SUSPFILE KEY NOT < SU-KEY
             INVALID
               GO TO SUSP-SUM-EXIT
           END-START.
       SUSP-SUM-R1.
           READ SUSPFILE NEXT
             AT END
               GO TO SUSP-SUM-EXIT
           END-READ
      *    ON A ONE-SITE JOURNAL ONLY SUSPENSE ITEMS NAMING ONE OF
      *    THE SITE'S CLAIMS COUNT.
           IF RPT-FAC NOT = SPACE AND RPT-FAC NOT = "ALL"
               MOVE SU-CLAIM TO CC-CLAIM
               PERFORM FAC-OF-CLAIM THRU FAC-OF-CLAIM-EXIT
               IF PAY-FAC NOT = RPT-FAC
                   GO TO SUSP-SUM-R1
               END-IF
           END-IF
           IF SU-DATE-R = JRNL-DATE
               ADD 1 TO CNT-SIN
               ADD SU-AMOUNT TO SIN-MONEY
           END-IF
           IF SU-STATUS = "O"
               ADD 1 TO CNT-SUSP-OPEN
               COMPUTE SUSP-BAL = SUSP-BAL + SU-AMOUNT - SU-APPLIED
           END-IF
           GO TO SUSP-SUM-R1.
       SUSP-SUM-EXIT.
           EXIT.

       RPT-OUT.
           WRITE CASHJRNL01 FROM RPT-LINE
           DISPLAY RPT-LINE.

       P9.
           PERFORM SUSP-SUM THRU SUSP-SUM-EXIT
           COMPUTE BANK-TOT = GRAND-TOT + SIN-MONEY
           COMPUTE NET-TOT = BANK-TOT + NSF-MONEY
           MOVE SPACE TO RPT-LINE
           STRING "===== rrr266 DAILY CASH JOURNAL FOR " JRNL-DATE
             " =====" DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT.
           IF RPT-FAC NOT = SPACE AND RPT-FAC NOT = "ALL"
               MOVE RPT-FAC TO FAC-KEY
               PERFORM FAC-NAME-GET
               MOVE SPACE TO RPT-LINE
               STRING "FACILITY " RPT-FAC " " FAC-NAME
                 DELIMITED BY SIZE INTO RPT-LINE
               PERFORM RPT-OUT
           END-IF.

           MOVE "BY PAYER" TO RPT-LINE
           PERFORM RPT-OUT
           PERFORM P9-BATCH VARYING X FROM 1 BY 1
             UNTIL X > BATCH-MAX.

           IF RPT-FAC = "ALL"
               MOVE "BY FACILITY" TO RPT-LINE
               PERFORM RPT-OUT
               PERFORM P9-FAC VARYING FX FROM 1 BY 1
                 UNTIL FX > FAC-MAX
               PERFORM P9-FAC-XTRA VARYING FX FROM 51 BY 1
                 UNTIL FX > 52
           END-IF.

           MOVE INS-MONEY TO NEF-11
           MOVE SPACE TO RPT-LINE
           STRING "INSURANCE MONEY " NEF-11 "  ITEMS " CNT-INS
           STRING "DEPOSIT TOTAL   " NEF-11
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT
           MOVE SIN-MONEY TO NEF-11
           MOVE SPACE TO RPT-LINE
           STRING "TO SUSPENSE     " NEF-11 "  ITEMS " CNT-SIN
             " (NOT POSTED)"
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT
           MOVE BANK-TOT TO NEF-11
           MOVE SPACE TO RPT-LINE
           STRING "BANK DEPOSIT    " NEF-11
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT
           MOVE NSF-MONEY TO NEF-11
           MOVE SPACE TO RPT-LINE
           STRING "RETURNED CHECKS " NEF-11 "  ITEMS " CNT-NSF
             " (CHARGED BACK)"
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT
           MOVE NET-TOT TO NEF-11
           MOVE SPACE TO RPT-LINE
           STRING "NET OF RETURNS  " NEF-11
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT
           MOVE SAP-MONEY TO NEF-11
           MOVE SPACE TO RPT-LINE
           STRING "FROM SUSPENSE   " NEF-11 "  ITEMS " CNT-SAP
             " (NOT IN DEPOSIT)"
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT
           MOVE ADJ-MONEY TO NEF-11
           MOVE SPACE TO RPT-LINE
           STRING "ADJUSTMENTS     " NEF-11 "  ITEMS " CNT-ADJ
           STRING "DENIAL-ONLY MEMOS (NO CASH) " CNT-DENIAL-ONLY
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT
           MOVE SUSP-BAL TO NEF-11
           MOVE SPACE TO RPT-LINE
           STRING "SUSPENSE BALANCE" NEF-11 "  ITEMS " CNT-SUSP-OPEN
             " (UNAPPLIED CASH)"
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT

           CLOSE PAYCUR INSFILE CASHJRNL SUSPFILE CHARCUR FACFILE.
           STOP RUN.

       P9-PAYER.
             "  ITEMS " BT-COUNT(X)
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT.

      *    THE NOT-ON-MASTER AND OTHER ROWS PRINT ONLY WHEN USED.
       P9-FAC-XTRA.
           IF FT-COUNT(FX) > 0 OR FT-AMT(FX) NOT = 0
             OR FT-NSF(FX) NOT = 0
               PERFORM P9-FAC
           END-IF.

       P9-FAC.
           MOVE FT-CODE(FX) TO FAC-KEY
           PERFORM FAC-NAME-GET
           MOVE FT-AMT(FX) TO NEF-11
           MOVE SPACE TO RPT-LINE
           STRING "  " FAC-CODE-ED " " FAC-NAME(1:20) " " NEF-11
             "  ITEMS " FT-COUNT(FX)
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT
           IF FT-NSF(FX) NOT = 0
               MOVE FT-NSF(FX) TO NEF-11
               MOVE SPACE TO RPT-LINE
               STRING "      RETURNED CHECKS    " NEF-11
                 DELIMITED BY SIZE INTO RPT-LINE
               PERFORM RPT-OUT
           END-IF.

       FAC-NAME-GET.
           MOVE FAC-KEY TO FAC-CODE-ED
           IF FAC-KEY = SPACE
               MOVE "NO FACILITY / NO CLAIM" TO FAC-NAME
           ELSE
             IF FAC-KEY = LOW-VALUE
               MOVE SPACE TO FAC-CODE-ED
               MOVE "NOT ON MASTER" TO FAC-NAME
             ELSE
               IF FAC-KEY = HIGH-VALUE
                 MOVE SPACE TO FAC-CODE-ED
                 MOVE "OTHER SITES" TO FAC-NAME
               ELSE
                 READ FACFILE
                   INVALID
                     MOVE "** NOT ON FACILITY MASTER **" TO FAC-NAME
                 END-READ
               END-IF
             END-IF
           END-IF.
