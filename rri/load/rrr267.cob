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
             ACCESS IS DYNAMIC RECORD KEY IS DOC-KEY
             LOCK MODE MANUAL.

           SELECT OPTIONAL FACFILE ASSIGN TO "S75"
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC RECORD KEY IS FAC-KEY
             LOCK MODE MANUAL.

           SELECT PRODRPT ASSIGN TO "S90" ORGANIZATION IS LINE
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
           02 DOC-ACTIVE PIC X.
           02 DOC-FUTURE PIC X(8).

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
      *    BREAKS THE REPORT OUT SITE BY SITE.
       FD  PARMFILE.
       01  PARMFILE01.
           02 PARM-MONTH PIC X(6).
           02 FILLER PIC X.
           02 PARM-FAC PIC XXX.

       FD  PRODRPT.
       01  PRODRPT01 PIC X(90).

       WORKING-STORAGE SECTION.
       01  RPT-MONTH PIC X(6).
       01  RPT-FAC PIC XXX VALUE SPACE.
       01  TODAY-6 PIC 9(6).
       01  RPT-LINE PIC X(90).
       01  CHR01.
             03 CHR-CLAIM PIC X(8).
             03 CHR-DOCP PIC XX.
             03 CHR-DOCR PIC XXX.
             03 CHR-FAC PIC XXX.
       01  CHR PIC 999.
       01  X PIC 999.
       01  Y PIC 999.
       01  PERF-TAB.
           02 PERF-ENTRY OCCURS 200 TIMES.
             03 PF-CODE PIC XXX.
             03 PF-FAC PIC XXX.
             03 PF-CHARGES PIC S9(7)V99.
             03 PF-RECEIPTS PIC S9(7)V99.
             03 PF-COUNT PIC 9(5).
       01  REF-TAB.
           02 REF-ENTRY OCCURS 200 TIMES.
             03 RF-CODE PIC XXX.
             03 RF-FAC PIC XXX.
             03 RF-CHARGES PIC S9(7)V99.
             03 RF-RECEIPTS PIC S9(7)V99.
             03 RF-COUNT PIC 9(5).
       01  TALLY-CHG PIC S9(7)V99.
       01  TALLY-RCT PIC S9(7)V99.
       01  TALLY-CNT PIC 9.
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
       01  NEF-11 PIC Z,ZZZ,ZZ9.99CR.
       01  NEF-11B PIC Z,ZZZ,ZZ9.99CR.

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

           OPEN INPUT CHARCUR PAYCUR DOCFILE FACFILE.
           OPEN OUTPUT PRODRPT.

           MOVE LOW-VALUE TO CHARCUR-KEY
           MOVE 0 TO CHR.
       P2.
      *    REMEMBER EVERY CLAIM'S DOCTORS FOR THE RECEIPT MATCH,
      *    AND COUNT THE MONTH'S CHARGES AS THEY GO BY.  A CHARGE
      *    FROM A SITE THE RUN LEAVES OUT IS PASSED OVER, SO THE
      *    MONEY PAID ON ITS CLAIM IS LEFT OUT AS WELL.
           PERFORM FAC-PICK THRU FAC-PICK-EXIT
           IF FAC-OK = "N"
               GO TO P2-1
           END-IF
           IF CHR < 990
               ADD 1 TO CHR
               MOVE CC-CLAIM TO CHR-CLAIM(CHR)
               MOVE CC-DOCP TO CHR-DOCP(CHR)
               MOVE CC-DOCR TO CHR-DOCR(CHR)
               MOVE TALLY-FAC TO CHR-FAC(CHR)
           END-IF
           IF CC-DATE-T(1:6) = RPT-MONTH
               MOVE SPACE TO TALLY-CODE
                   MOVE CC-DOCR TO TALLY-CODE
                   PERFORM TALLY-REF THRU TALLY-REF-EXIT
               END-IF
           END-IF.
       P2-1.
           READ CHARCUR NEXT
             AT END
               GO TO P3
       P4.
           IF PC-CLAIM = CHR-CLAIM(Y)
               MOVE "Y" TO CLAIM-HIT
               MOVE CHR-FAC(Y) TO TALLY-FAC
               MOVE SPACE TO TALLY-CODE
               MOVE CHR-DOCP(Y) TO TALLY-CODE(1:2)
               MOVE 0 TO TALLY-CHG
           END-IF
           ADD 1 TO PERF-MAX
           MOVE TALLY-CODE TO PF-CODE(PERF-MAX)
           MOVE TALLY-FAC TO PF-FAC(PERF-MAX)
           MOVE TALLY-CHG TO PF-CHARGES(PERF-MAX)
           MOVE TALLY-RCT TO PF-RECEIPTS(PERF-MAX)
           MOVE TALLY-CNT TO PF-COUNT(PERF-MAX).
           EXIT.

       TALLY-PERF-LOOK.
           IF PF-CODE(X) = TALLY-CODE AND PF-FAC(X) = TALLY-FAC
               ADD TALLY-CHG TO PF-CHARGES(X)
               ADD TALLY-RCT TO PF-RECEIPTS(X)
               ADD TALLY-CNT TO PF-COUNT(X)
           END-IF
           ADD 1 TO REF-MAX
           MOVE TALLY-CODE TO RF-CODE(REF-MAX)
           MOVE TALLY-FAC TO RF-FAC(REF-MAX)
           MOVE TALLY-CHG TO RF-CHARGES(REF-MAX)
           MOVE TALLY-RCT TO RF-RECEIPTS(REF-MAX)
           MOVE TALLY-CNT TO RF-COUNT(REF-MAX).
           EXIT.

       TALLY-REF-LOOK.
           IF RF-CODE(X) = TALLY-CODE AND RF-FAC(X) = TALLY-FAC
               ADD TALLY-CHG TO RF-CHARGES(X)
               ADD TALLY-RCT TO RF-RECEIPTS(X)
               ADD TALLY-CNT TO RF-COUNT(X)
               MOVE "Y" TO HIT
           END-IF.

      *    RPT-FAC BLANK TAKES EVERY CHARGE; A FACILITY CODE TAKES
      *    ONLY THAT SITE'S CHARGES; ALL TAKES EVERY CHARGE AND KEEPS
      *    ITS SITE IN TALLY-FAC SO THE TOTALS BREAK OUT BY SITE.
      *    A CODE THE MASTER DOES NOT KNOW IS TALLIED UNDER LOW-VALUE
      *    AND, ONCE FS-TAB IS FULL, ANY FURTHER SITE UNDER HIGH-
      *    VALUE - EACH PRINTS AS ONE LINE OF ITS OWN, SO THE SITES
      *    STILL ADD UP TO THE UNBROKEN TOTAL.
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
           MOVE "N" TO HIT
           PERFORM FAC-PICK-LOOK
             VARYING FS-X FROM 1 BY 1 UNTIL FS-X > FS-MAX
           IF HIT = "Y"
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
               MOVE "Y" TO HIT
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
           WRITE PRODRPT01 FROM RPT-LINE
           DISPLAY RPT-LINE.
             RPT-MONTH " =====" DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT.

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
               PERFORM P9-DOCS
           END-IF

           CLOSE CHARCUR PAYCUR DOCFILE PRODRPT FACFILE.
           STOP RUN.

       P9-FAC.
           MOVE FS-CODE(FS-X) TO SHOW-FAC
           PERFORM P9-FAC-SHOW.

       P9-FAC-SHOW.
           MOVE SPACE TO RPT-LINE
           PERFORM RPT-OUT
           PERFORM FAC-HEAD
           PERFORM P9-DOCS.

      *    THE DOCTORS FOR ONE SITE WHEN BROKEN OUT (SHOW-FAC), OR
      *    FOR THE WHOLE RUN, WHOSE ROWS ALL CARRY A BLANK SITE.
       P9-DOCS.
           MOVE "BY PERFORMING PROVIDER - CHARGES / RECEIPTS / PROCS"
             TO RPT-LINE
           PERFORM RPT-OUT
           PERFORM P9-PERF THRU P9-PERF-EXIT
             VARYING X FROM 1 BY 1 UNTIL X > PERF-MAX.

           MOVE "BY REFERRING PROVIDER - CHARGES / RECEIPTS / PROCS"
             TO RPT-LINE
           PERFORM RPT-OUT
           PERFORM P9-REF THRU P9-REF-EXIT
             VARYING X FROM 1 BY 1 UNTIL X > REF-MAX.

       P9-PERF.
           IF PF-FAC(X) NOT = SHOW-FAC
               GO TO P9-PERF-EXIT
           END-IF
           MOVE PF-CODE(X) TO DOC-KEY
           READ DOCFILE
             INVALID
             NEF-11B " " PF-COUNT(X)
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT.
       P9-PERF-EXIT.
           EXIT.

       P9-REF.
           IF RF-FAC(X) NOT = SHOW-FAC
               GO TO P9-REF-EXIT
           END-IF
           MOVE RF-CODE(X) TO DOC-KEY
           READ DOCFILE
             INVALID
             NEF-11B " " RF-COUNT(X)
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT.
       P9-REF-EXIT.
           EXIT.
