           SELECT CHARCUR ASSIGN TO "S50" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CHARCUR-KEY
             ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
             ALTERNATE RECORD KEY IS CC-CLAIM WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT PAYCUR ASSIGN TO "S55" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS PAYCUR-KEY
             ALTERNATE RECORD KEY IS PC-CLAIM WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT OPTIONAL PARMFILE ASSIGN TO "S65" ORGANIZATION
             ACCESS IS DYNAMIC RECORD KEY IS FEE-KEY
             LOCK MODE MANUAL.

           SELECT OPTIONAL FACFILE ASSIGN TO "S75"
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC RECORD KEY IS FAC-KEY
             LOCK MODE MANUAL.

           SELECT SCORRPT ASSIGN TO "S90" ORGANIZATION IS LINE
             SEQUENTIAL.

           02 CC-MOD2 PIC XX.
           02 CC-MOD3 PIC XX.
           02 CC-MOD4 PIC XX.
           02 CC-AMOUNT PIC S9(7)V99.
           02 CC-DOCR PIC X(3).
           02 CC-DOCP PIC X(2).
           02 CC-PAYCODE PIC XXX.
           02 CC-DX4 PIC X(7).
           02 CC-DX5 PIC X(7).
           02 CC-DX6 PIC X(7).
           02 CC-FACILITY PIC XXX.
           02 CC-FUTURE PIC XXX.

       FD  PAYCUR
           DATA RECORD IS PAYCUR01.
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

       FD  FEEFILE
           DATA RECORD IS FEEFILE01.
           02 FEE-KEY.
             03 FEE-PROC PIC X(11).
             03 FEE-PAYER PIC XXX.
           02 FEE-AMOUNT PIC 9(7)V99.

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

      *    YYYYMM, THEN A FACILITY CODE IN COLUMNS 8-10: BLANK RUNS
      *    EVERY SITE TOGETHER, A CODE RUNS THAT SITE ALONE, ALL
      *    BREAKS THE SCORECARD OUT SITE BY SITE.
       FD  PARMFILE.
       01  PARMFILE01.
           02 PARM-MONTH PIC X(6).
           02 FILLER PIC X.
           02 PARM-FAC PIC XXX.

       FD  SCORRPT.
       01  SCORRPT01 PIC X(120).

       WORKING-STORAGE SECTION.
       01  RPT-MONTH PIC X(6).
       01  RPT-FAC PIC XXX VALUE SPACE.
       01  TODAY-6 PIC 9(6).
       01  RPT-LINE PIC X(120).
      *    ONE ROW PER PAYER - PAYMENTS, DAYS-TO-PAY SUM, DENIAL
       01  SC-TAB.
           02 SC-ENTRY OCCURS 200 TIMES.
             03 SC-CODE PIC XXX.
             03 SC-FAC PIC XXX.
             03 SC-PAYS PIC 9(6).
             03 SC-DAYS PIC S9(9).
             03 SC-DENIALS PIC 9(6).
           02 CHR02 OCCURS 990 TIMES.
             03 CHR-CLAIM PIC X(8).
             03 CHR-DATE-T PIC X(8).
             03 CHR-AMOUNT PIC S9(7)V99.
             03 CHR-PROC PIC X(11).
             03 CHR-FAC PIC XXX.
       01  CHR PIC 999.
       01  Y PIC 999.
       01  CLM-X PIC 999.
       01  NEF-12B PIC ZZZ,ZZZ,ZZ9.99.
       01  NEF-12C PIC ZZZ,ZZZ,ZZ9.99.
       01  CNT-PAYMENTS PIC 9(7) VALUE 0.
       01  TALLY-FAC PIC XXX.
       01  FAC-OK PIC X.
       01  SHOW-FAC PIC XXX VALUE SPACE.
       01  FAC-CODE-ED PIC XXX.
       01  FAC-NM-USED PIC X VALUE "N".
       01  FAC-OT-USED PIC X VALUE "N".
       01  FS-TAB.
           02 FS-CODE PIC XXX OCCURS 50 TIMES.
       01  FS-MAX PIC 99 VALUE 0.
       01  FS-X PIC 99.
       01  FS-HIT PIC X.

      *
      *    THE SCORECARD WE BRING TO CONTRACT RENEGOTIATION - BY
       PROCEDURE DIVISION.
       P0.
           OPEN INPUT PARMFILE.
           READ PARMFILE
             AT END
               ACCEPT TODAY-6 FROM DATE
               MOVE "20" TO RPT-MONTH(1:2)
               MOVE TODAY-6(1:2) TO RPT-MONTH(3:2)
               MOVE TODAY-6(3:2) TO RPT-MONTH(5:2)
             NOT AT END
               MOVE PARM-MONTH TO RPT-MONTH
               MOVE PARM-FAC TO RPT-FAC
           END-READ
           CLOSE PARMFILE.

           OPEN INPUT CHARCUR PAYCUR INSFILE FEEFILE FACFILE.
           OPEN OUTPUT SCORRPT.
           INITIALIZE SC-TAB.

           END-READ
           MOVE CC-KEY8 TO HOLD-KEY8
           MOVE 0 TO CHR.
      *    A CLAIM FROM A SITE THE RUN LEAVES OUT IS NOT REMEMBERED,
      *    SO THE PAYMENTS ON IT DO NOT SCORE.
       P2.
           PERFORM FAC-PICK THRU FAC-PICK-EXIT
           IF FAC-OK = "N"
               GO TO P2-1
           END-IF
           IF CHR < 990
               ADD 1 TO CHR
               MOVE CC-CLAIM TO CHR-CLAIM(CHR)
               MOVE CC-DATE-T TO CHR-DATE-T(CHR)
               MOVE CC-AMOUNT TO CHR-AMOUNT(CHR)
               MOVE CC-PROC TO CHR-PROC(CHR)
               MOVE TALLY-FAC TO CHR-FAC(CHR)
           END-IF.
       P2-1.
           READ CHARCUR NEXT
             AT END
               GO TO P3
               GO TO P4-EXIT
           END-IF

           MOVE CHR-FAC(CLM-X) TO TALLY-FAC
           PERFORM FIND-SC THRU FIND-SC-EXIT
           IF SC-HIT = 0
               GO TO P4-EXIT
           PERFORM VARYING SC-X FROM 1 BY 1
             UNTIL SC-X > SC-MAX OR SC-HIT NOT = 0
             IF SC-CODE(SC-X) = PC-PAYCODE
               AND SC-FAC(SC-X) = TALLY-FAC
               MOVE SC-X TO SC-HIT
             END-IF
           END-PERFORM
           END-IF
           ADD 1 TO SC-MAX
           MOVE PC-PAYCODE TO SC-CODE(SC-MAX)
           MOVE TALLY-FAC TO SC-FAC(SC-MAX)
           MOVE SC-MAX TO SC-HIT.
       FIND-SC-EXIT.
           EXIT.
           END-START
           GO TO P1.

      *    RPT-FAC BLANK TAKES EVERY CHARGE; A FACILITY CODE TAKES
      *    ONLY THAT SITE'S CHARGES; ALL TAKES EVERY CHARGE AND KEEPS
      *    ITS SITE IN TALLY-FAC SO THE PAYERS SCORE SITE BY SITE.
      *    A CODE THE MASTER DOES NOT KNOW IS SCORED UNDER LOW-VALUE
      *    AND, ONCE FS-TAB IS FULL, ANY FURTHER SITE UNDER HIGH-
      *    VALUE - EACH PRINTS AS A SECTION OF ITS OWN, SO THE SITES
      *    STILL ADD UP TO THE UNBROKEN SCORECARD.
       FAC-PICK.
           MOVE "Y" TO FAC-OK
           MOVE SPACE TO TALLY-FAC
           IF RPT-FAC = SPACE
               GO TO FAC-PICK-EXIT
           END-IF
           IF RPT-FAC NOT = "ALL"
               IF CC-FACILITY NOT = RPT-FAC
                   MOVE "N" TO FAC-OK
               END-IF
               GO TO FAC-PICK-EXIT
           END-IF
           MOVE CC-FACILITY TO TALLY-FAC
           MOVE "N" TO FS-HIT
           PERFORM FAC-PICK-LOOK
             VARYING FS-X FROM 1 BY 1 UNTIL FS-X > FS-MAX
           IF FS-HIT = "Y"
               GO TO FAC-PICK-EXIT
           END-IF
           IF CC-FACILITY NOT = SPACE
               MOVE CC-FACILITY TO FAC-KEY
               READ FACFILE
                 INVALID
                   MOVE LOW-VALUE TO TALLY-FAC
                   MOVE "Y" TO FAC-NM-USED
                   GO TO FAC-PICK-EXIT
               END-READ
           END-IF
           IF FS-MAX = 50
               MOVE HIGH-VALUE TO TALLY-FAC
               MOVE "Y" TO FAC-OT-USED
               GO TO FAC-PICK-EXIT
           END-IF
           ADD 1 TO FS-MAX
           MOVE CC-FACILITY TO FS-CODE(FS-MAX).
       FAC-PICK-EXIT.
           EXIT.

       FAC-PICK-LOOK.
           IF FS-CODE(FS-X) = CC-FACILITY
               MOVE "Y" TO FS-HIT
           END-IF.

       FAC-HEAD.
           MOVE SHOW-FAC TO FAC-KEY FAC-CODE-ED
           IF SHOW-FAC = SPACE
               MOVE "NO FACILITY ON THE CHARGE" TO FAC-NAME
           ELSE
             IF SHOW-FAC = LOW-VALUE
               MOVE SPACE TO FAC-CODE-ED
               MOVE "NOT ON THE FACILITY MASTER" TO FAC-NAME
             ELSE
               IF SHOW-FAC = HIGH-VALUE
                 MOVE SPACE TO FAC-CODE-ED
                 MOVE "OTHER - PAST 50 FACILITIES" TO FAC-NAME
               ELSE
                 READ FACFILE
                   INVALID
                     MOVE "** NOT ON FACILITY MASTER **" TO FAC-NAME
                 END-READ
               END-IF
             END-IF
           END-IF
           MOVE SPACE TO RPT-LINE
           STRING "FACILITY " FAC-CODE-ED " " FAC-NAME
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT.

       RPT-OUT.
           WRITE SCORRPT01 FROM RPT-LINE
           DISPLAY RPT-LINE.
           MOVE "       BILLED / CONTRACTED  PAID-VS-BILLED-PCT"
             TO RPT-LINE
           PERFORM RPT-OUT
           IF RPT-FAC = "ALL"
               PERFORM P9-FAC VARYING FS-X FROM 1 BY 1
                 UNTIL FS-X > FS-MAX
               IF FAC-NM-USED = "Y"
                   MOVE LOW-VALUE TO SHOW-FAC
                   PERFORM P9-FAC-SHOW
               END-IF
               IF FAC-OT-USED = "Y"
                   MOVE HIGH-VALUE TO SHOW-FAC
                   PERFORM P9-FAC-SHOW
               END-IF
           ELSE
               IF RPT-FAC NOT = SPACE
                   MOVE RPT-FAC TO SHOW-FAC
                   PERFORM FAC-HEAD
                   MOVE SPACE TO SHOW-FAC
               END-IF
               PERFORM P9-PAYER THRU P9-PAYER-EXIT
                 VARYING SC-X FROM 1 BY 1 UNTIL SC-X > SC-MAX
           END-IF
           MOVE SPACE TO RPT-LINE
           STRING "PAYMENTS SCORED " CNT-PAYMENTS
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT
           CLOSE CHARCUR PAYCUR INSFILE FEEFILE SCORRPT FACFILE.
           STOP RUN.

       P9-FAC.
           MOVE FS-CODE(FS-X) TO SHOW-FAC
           PERFORM P9-FAC-SHOW.

       P9-FAC-SHOW.
           PERFORM FAC-HEAD
           PERFORM P9-PAYER THRU P9-PAYER-EXIT
             VARYING SC-X FROM 1 BY 1 UNTIL SC-X > SC-MAX.

      *    ONE PAYER ROW FOR THE SITE IN SHOW-FAC - BLANK UNLESS THE
      *    SCORECARD IS BROKEN OUT BY SITE.
       P9-PAYER.
           IF SC-PAYS(SC-X) = 0
               GO TO P9-PAYER-EXIT
           END-IF
           IF SC-FAC(SC-X) NOT = SHOW-FAC
               GO TO P9-PAYER-EXIT
           END-IF
           MOVE SC-CODE(SC-X) TO INS-KEY
           READ INSFILE
             INVALID
