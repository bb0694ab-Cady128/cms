      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rrr385.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARCUR ASSIGN TO "S50" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS CHARCUR-KEY
           ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
           ALTERNATE RECORD KEY IS CC-CLAIM WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT OPTIONAL PARMFILE ASSIGN TO "S65" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL PROVENR ASSIGN TO "S70"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS PE-KEY
           ALTERNATE RECORD KEY IS PE-PAYER WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT OPTIONAL DOCFILE ASSIGN TO "S80"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS DOC-KEY.
           SELECT ENRRPT ASSIGN TO "S90" ORGANIZATION IS LINE
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

      *    EXPIRING WINDOW IN DAYS, 3 DIGITS.  DEFAULT 60.
       FD  PARMFILE.
       01  PARMFILE01.
           02 PARM-WINDOW PIC XXX.

      *    PROVIDER ENROLLMENT WITH EACH PAYER - ONE RECORD PER
      *    DOCTOR, PAYER AND ENROLLMENT PERIOD.  A BLANK TERMINATION
      *    DATE MEANS STILL ENROLLED.  THE PAYER'S OWN NUMBER FOR
      *    THE DOCTOR GOES ON THE CLAIM IN PLACE OF INS-PRVNUM.
      *    PE-PAYER REPEATS THE PAYER CODE AS AN ALTERNATE KEY SO
      *    255 CAN TELL WHETHER THE PAYER HAS ANY ENROLLMENTS ON
      *    FILE AT ALL.
       FD  PROVENR
           DATA RECORD IS PROVENR01.
       01  PROVENR01.
           02 PE-KEY.
             03 PE-DOC PIC XXX.
             03 PE-PAYCODE PIC XXX.
             03 PE-EFF-DATE PIC X(8).
           02 PE-TERM-DATE PIC X(8).
           02 PE-PRVNUM PIC X(10).
           02 PE-PAYER PIC XXX.
           02 PE-OPERATOR PIC X(10).
           02 PE-DATE-E PIC X(8).
           02 PE-FUTURE PIC X(8).

       FD  DOCFILE.
       01  DOCFILE01.
           02 DOC-KEY PIC XXX.
           02 DOC-NAME PIC X(24).
           02 DOC-SPECIALTY PIC X(15).
           02 DOC-ACTIVE PIC X.
           02 DOC-FUTURE PIC X(8).

       FD  ENRRPT.
       01  ENRRPT01 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WINDOW-N PIC 999 VALUE 60.
       01  TODAY-6 PIC 9(6).
       01  TODAY-8 PIC X(8).
       01  TODAY-N PIC 9(8).
       01  TODAY-INT PIC S9(9).
       01  TERM-N PIC 9(8).
       01  DAYS-LEFT PIC S9(5).
       01  DAYS-ED PIC ZZZ9.
       01  ENR-HIT PIC X.
      *    HELD CHARGES BY DOCTOR AND PAYER.
       01  DT-TAB.
           02 DT-ENTRY OCCURS 500 TIMES.
             03 DT-DOC PIC XXX.
             03 DT-PAYER PIC XXX.
             03 DT-COUNT PIC 9(6).
             03 DT-AMT PIC S9(9)V99.
             03 DT-OLDEST PIC X(8).
             03 DT-DONE PIC X.
       01  DT-MAX PIC 999 VALUE 0.
       01  DT-IDX PIC 999.
       01  DT-HIT PIC 999.
       01  HOLD-DOC PIC XXX.
       01  HOLD-NAME PIC X(24).
       01  DOC-COUNT PIC 9(6).
       01  DOC-AMT PIC S9(9)V99.
      *    AN EXPIRING ENROLLMENT WAITS HERE UNTIL THE NEXT RECORD
      *    SHOWS WHETHER A RENEWAL FOR THE SAME PAYER IS ON FILE.
       01  PEND-FLAG PIC X VALUE "N".
       01  PEND-REC.
           02 PEND-DOC PIC XXX.
           02 PEND-PAYCODE PIC XXX.
           02 PEND-EFF-DATE PIC X(8).
           02 PEND-TERM-DATE PIC X(8).
           02 PEND-PRVNUM PIC X(10).
           02 FILLER PIC X(29).
       01  PEND-DAYS PIC S9(5).
       01  RPT-LINE PIC X(132).
       01  NEF-12 PIC ZZZ,ZZZ,ZZ9.99CR.
       01  CNT-CHARGES PIC 9(7) VALUE 0.
       01  CNT-HELD PIC 9(7) VALUE 0.
       01  AMT-HELD PIC S9(9)V99 VALUE 0.
       01  CNT-EXPIRING PIC 9(5) VALUE 0.
       01  CNT-RENEWED PIC 9(5) VALUE 0.

      *
      *    WEEKLY PROVIDER ENROLLMENT REPORT.  SECTION 1 IS WHAT
      *    255 IS HOLDING BECAUSE THE PERFORMING DOCTOR IS NOT
      *    ENROLLED WITH THE PAYER ON THE DATE OF SERVICE - THE
      *    UNBILLED CHARGES BY DOCTOR AND PAYER, WITH THE OLDEST
      *    SERVICE DATE SO THE TIMELY FILING CLOCK CAN BE WATCHED.
      *    SECTION 2 IS EVERY ENROLLMENT (384) WHOSE TERMINATION
      *    DATE FALLS WITHIN THE WINDOW, SO IT CAN BE RENEWED
      *    BEFORE CHARGES START TO HOLD.  ONE ALREADY FOLLOWED BY A
      *    LATER ENROLLMENT WITH THE SAME PAYER IS NOT LISTED.
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

           OPEN INPUT CHARCUR PROVENR DOCFILE.
           OPEN OUTPUT ENRRPT.
           INITIALIZE DT-TAB.

           MOVE "===== rrr385 PROVIDER ENROLLMENT - HELD AND EXPIRING"
             TO RPT-LINE
           MOVE " =====" TO RPT-LINE(53:6)
           PERFORM RPT-OUT
           MOVE SPACE TO RPT-LINE
           STRING "RUN " TODAY-8 "   EXPIRING WINDOW " WINDOW-N " DAYS"
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT

           MOVE LOW-VALUE TO CHARCUR-KEY
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO P2
           END-START.

      *    PASS 1 - THE CHARGES 255 WOULD HOLD, THE SAME TEST IT
      *    MAKES.  A CHARGE HELD FOR A CLEARINGHOUSE REJECT NEVER
      *    REACHES THE ENROLLMENT CHECK AND IS NOT COUNTED HERE.
       P1.
           READ CHARCUR NEXT
             AT END
               GO TO P2
           END-READ
           IF CC-WORK NOT = "01" OR CC-REC-STAT = "R"
               GO TO P1
           END-IF
           ADD 1 TO CNT-CHARGES
           PERFORM ENR-LOOK THRU ENR-LOOK-EXIT
           IF ENR-HIT = "Y"
               GO TO P1
           END-IF
           ADD 1 TO CNT-HELD
           ADD CC-AMOUNT TO AMT-HELD
           MOVE 0 TO DT-HIT
           PERFORM DT-FIND VARYING DT-IDX FROM 1 BY 1
             UNTIL DT-IDX > DT-MAX OR DT-HIT > 0
           IF DT-HIT = 0
               IF DT-MAX < 500
                   ADD 1 TO DT-MAX
                   MOVE DT-MAX TO DT-HIT
                   MOVE CC-DOCP TO DT-DOC(DT-HIT)
                   MOVE CC-PAYCODE TO DT-PAYER(DT-HIT)
                   MOVE CC-DATE-T TO DT-OLDEST(DT-HIT)
                   MOVE "N" TO DT-DONE(DT-HIT)
               ELSE
                   DISPLAY "DOCTOR TABLE FULL - " CC-DOCP " "
                     CC-PAYCODE " NOT TOTALED"
                   GO TO P1
               END-IF
           END-IF
           ADD 1 TO DT-COUNT(DT-HIT)
           ADD CC-AMOUNT TO DT-AMT(DT-HIT)
           IF CC-DATE-T < DT-OLDEST(DT-HIT)
               MOVE CC-DATE-T TO DT-OLDEST(DT-HIT)
           END-IF
           GO TO P1.

       DT-FIND.
           IF DT-DOC(DT-IDX) = CC-DOCP
             AND DT-PAYER(DT-IDX) = CC-PAYCODE
               MOVE DT-IDX TO DT-HIT
           END-IF.

      *    HELD DOLLARS IN DOCFILE ORDER, THEN ANY DOCTOR CODE ON A
      *    CHARGE THAT IS NOT ON DOCFILE.
       P2.
           MOVE SPACE TO RPT-LINE
           PERFORM RPT-OUT
           MOVE "SECTION 1 - CHARGES HELD, DOCTOR NOT ENROLLED"
             TO RPT-LINE
           PERFORM RPT-OUT
           MOVE "DOC NAME                     PAYER  CHARGES"
             TO RPT-LINE
           MOVE "HELD AMOUNT  OLDEST DOS" TO RPT-LINE(53:23)
           PERFORM RPT-OUT
           IF DT-MAX = 0
               GO TO P3
           END-IF
           MOVE LOW-VALUE TO DOC-KEY
           START DOCFILE KEY NOT < DOC-KEY
             INVALID
               GO TO P2-9
           END-START.
       P2-R1.
           READ DOCFILE NEXT
             AT END
               GO TO P2-9
           END-READ
           MOVE DOC-KEY TO HOLD-DOC
           MOVE DOC-NAME TO HOLD-NAME
           PERFORM DOC-PRINT
           GO TO P2-R1.
       P2-9.
           MOVE "** NOT ON DOCFILE **" TO HOLD-NAME
           PERFORM DOC-LEFT VARYING DT-HIT FROM 1 BY 1
             UNTIL DT-HIT > DT-MAX.

      *    PASS 2 - ENROLLMENTS ENDING WITHIN THE WINDOW.
       P3.
           MOVE SPACE TO RPT-LINE
           PERFORM RPT-OUT
           MOVE "SECTION 2 - ENROLLMENTS EXPIRING" TO RPT-LINE
           PERFORM RPT-OUT
           MOVE "DOC NAME                     PAYER  PROVIDER NO"
             TO RPT-LINE
           MOVE "EFFECTIVE TERMINATES DAYS LEFT" TO RPT-LINE(48:30)
           PERFORM RPT-OUT
           MOVE LOW-VALUE TO PE-KEY
           START PROVENR KEY NOT < PE-KEY
             INVALID
               GO TO P9
           END-START.
       P3-R1.
           READ PROVENR NEXT
             AT END
               GO TO P3-9
           END-READ
           IF PEND-FLAG = "Y"
               IF PE-DOC = PEND-DOC AND PE-PAYCODE = PEND-PAYCODE
                   ADD 1 TO CNT-RENEWED
                   MOVE "N" TO PEND-FLAG
               ELSE
                   PERFORM EXP-PRINT
               END-IF
           END-IF
           IF PE-TERM-DATE = SPACE OR PE-TERM-DATE NOT NUMERIC
               GO TO P3-R1
           END-IF
           MOVE PE-TERM-DATE TO TERM-N
           COMPUTE DAYS-LEFT = FUNCTION INTEGER-OF-DATE(TERM-N)
             - TODAY-INT
           IF DAYS-LEFT < 0 OR DAYS-LEFT > WINDOW-N
               GO TO P3-R1
           END-IF
           MOVE PROVENR01 TO PEND-REC
           MOVE DAYS-LEFT TO PEND-DAYS
           MOVE "Y" TO PEND-FLAG
           GO TO P3-R1.
       P3-9.
           IF PEND-FLAG = "Y"
               PERFORM EXP-PRINT
           END-IF.

       P9.
           MOVE SPACE TO RPT-LINE
           PERFORM RPT-OUT
           MOVE AMT-HELD TO NEF-12
           MOVE SPACE TO RPT-LINE
           STRING "UNBILLED CHARGES ...... " CNT-CHARGES
             "   HELD NOT ENROLLED " CNT-HELD "  " NEF-12
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT
           MOVE SPACE TO RPT-LINE
           STRING "ENROLLMENTS EXPIRING .. " CNT-EXPIRING
             "   ALREADY RENEWED " CNT-RENEWED
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT
           CLOSE CHARCUR PROVENR DOCFILE ENRRPT.
           STOP RUN.

      *    ONE DOCTOR - A LINE PER PAYER AND A DOCTOR TOTAL.
       DOC-PRINT.
           MOVE 0 TO DOC-COUNT DOC-AMT
           PERFORM DOC-LINE VARYING DT-IDX FROM 1 BY 1
             UNTIL DT-IDX > DT-MAX
           IF DOC-COUNT > 0
               MOVE DOC-AMT TO NEF-12
               MOVE SPACE TO RPT-LINE
               STRING "    DOCTOR " HOLD-DOC " TOTAL" DELIMITED BY SIZE
                 INTO RPT-LINE
               MOVE DOC-COUNT TO RPT-LINE(39:6)
               MOVE NEF-12 TO RPT-LINE(47:16)
               PERFORM RPT-OUT
           END-IF.

       DOC-LINE.
           IF DT-DOC(DT-IDX) = HOLD-DOC AND DT-DONE(DT-IDX) = "N"
               MOVE "Y" TO DT-DONE(DT-IDX)
               ADD DT-COUNT(DT-IDX) TO DOC-COUNT
               ADD DT-AMT(DT-IDX) TO DOC-AMT
               MOVE DT-AMT(DT-IDX) TO NEF-12
               MOVE SPACE TO RPT-LINE
               STRING HOLD-DOC " " HOLD-NAME " " DT-PAYER(DT-IDX)
                 DELIMITED BY SIZE INTO RPT-LINE
               MOVE DT-COUNT(DT-IDX) TO RPT-LINE(39:6)
               MOVE NEF-12 TO RPT-LINE(47:16)
               MOVE DT-OLDEST(DT-IDX) TO RPT-LINE(65:8)
               PERFORM RPT-OUT
           END-IF.

       DOC-LEFT.
           IF DT-DONE(DT-HIT) = "N"
               MOVE DT-DOC(DT-HIT) TO HOLD-DOC
               PERFORM DOC-PRINT
           END-IF.

       EXP-PRINT.
           MOVE "N" TO PEND-FLAG
           ADD 1 TO CNT-EXPIRING
           MOVE PEND-DOC TO DOC-KEY
           READ DOCFILE
             INVALID
               MOVE "** NOT ON DOCFILE **" TO DOC-NAME
           END-READ
           MOVE PEND-DAYS TO DAYS-ED
           MOVE SPACE TO RPT-LINE
           STRING PEND-DOC " " DOC-NAME " " PEND-PAYCODE "    "
             PEND-PRVNUM " " PEND-EFF-DATE "  " PEND-TERM-DATE
             "  " DAYS-ED DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT.

      *    SAME TEST AS 255 - A PAYER WITH NO ENROLLMENTS ON FILE
      *    IS NOT CHECKED.
       ENR-LOOK.
           MOVE "Y" TO ENR-HIT
           MOVE CC-PAYCODE TO PE-PAYER
           READ PROVENR KEY IS PE-PAYER
             INVALID
               GO TO ENR-LOOK-EXIT
           END-READ
           MOVE "N" TO ENR-HIT
           MOVE CC-DOCP TO PE-DOC
           MOVE CC-PAYCODE TO PE-PAYCODE
           MOVE LOW-VALUE TO PE-EFF-DATE
           START PROVENR KEY NOT < PE-KEY
             INVALID
               GO TO ENR-LOOK-EXIT
           END-START.
       ENR-LOOK-R1.
           READ PROVENR NEXT
             AT END
               GO TO ENR-LOOK-EXIT
           END-READ
           IF PE-DOC NOT = CC-DOCP OR PE-PAYCODE NOT = CC-PAYCODE
               GO TO ENR-LOOK-EXIT
           END-IF
           IF PE-EFF-DATE > CC-DATE-T
               GO TO ENR-LOOK-EXIT
           END-IF
           IF PE-TERM-DATE NOT = SPACE AND PE-TERM-DATE < CC-DATE-T
               GO TO ENR-LOOK-R1
           END-IF
           MOVE "Y" TO ENR-HIT.
       ENR-LOOK-EXIT.
           EXIT.

       RPT-OUT.
           WRITE ENRRPT01 FROM RPT-LINE
           DISPLAY RPT-LINE.
