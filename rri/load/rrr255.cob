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

           SELECT INSFILE ASSIGN TO "S85" ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC RECORD KEY IS MPLR-KEY
             LOCK MODE MANUAL.

           SELECT OPTIONAL CORRQ ASSIGN TO "S60"
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC RECORD KEY IS CQ-KEY
             LOCK MODE MANUAL.

           SELECT OPTIONAL PROVENR ASSIGN TO "S70"
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC RECORD KEY IS PE-KEY
             ALTERNATE RECORD KEY IS PE-PAYER WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT OPTIONAL FACFILE ASSIGN TO "S75"
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC RECORD KEY IS FAC-KEY
             LOCK MODE MANUAL.

           SELECT CLMOUT ASSIGN TO "S90" ORGANIZATION IS LINE
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
      *    THE SITE THE CHARGE CAME FROM - 250 STAMPS IT OFF THE
      *    FEED HEADER (276).
           02 CC-FACILITY PIC XXX.
           02 CC-FUTURE PIC XXX.

       FD GARFILE
           DATA RECORD IS GARFILE01.
           02 INS-LASTDATE PIC X(8).
           02 INS-CAID PIC XXX.
           02 INS-REFWARN PIC X.
           02 INS-FILELIMIT PIC 999.
           02 INS-CLASS PIC X.
           02 INS-XOVER PIC X.
           02 INS-FUTURE PIC X(3).

       FD  MPLRFILE.
       01  MPLRFILE01.
           02 MPLR-TR-RELATE PIC X.
           02 MPLR-FUTURE PIC X(6).

      *    CORRECTED CLAIMS QUEUED BY 349.  STATUS Q=QUEUED
      *    S=SENT BY 255.
       FD  CORRQ
           DATA RECORD IS CORRQ01.
       01  CORRQ01.
           02 CQ-KEY.
             03 CQ-CLAIM PIC X(8).
             03 CQ-PAYCODE PIC XXX.
           02 CQ-GARNO PIC X(8).
           02 CQ-FREQ PIC X.
           02 CQ-PAYREF PIC X(20).
           02 CQ-STATUS PIC X.
           02 CQ-DATE-Q PIC X(8).
           02 CQ-OPER PIC X(10).
           02 CQ-DATE-S PIC X(8).
           02 CQ-SENT PIC 99.
           02 CQ-FUTURE PIC X(8).

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

      *    ONE DETAIL PER CHARGE LINE; CL-NEIC LEADS THE RECORD SO
      *    THE TRANSMIT SCRIPT CAN SPLIT THE FILE INTO ONE BATCH PER
      *    CLEARINGHOUSE RECEIVER.
           02 CL-MOD2 PIC XX.
           02 CL-MOD3 PIC XX.
           02 CL-MOD4 PIC XX.
           02 CL-AMOUNT PIC S9(7)V99.
           02 CL-DATE-T PIC X(8).
           02 CL-PLACE PIC X.
           02 CL-DOCP PIC X(2).
           02 CL-DOCR PIC X(3).
           02 CL-ASSIGN PIC X.
      *    CLAIM FREQUENCY - 1 ORIGINAL, 7 REPLACEMENT, 8 VOID - AND
      *    ON A 7 OR 8 THE PAYER'S CLAIM REFERENCE BEING REPLACED.
           02 CL-FREQ PIC X.
           02 CL-PAYREF PIC X(20).
      *    THE BILLING PROVIDER - THE SITE THE CHARGE CAME FROM, BY
      *    ITS NPI, PROVIDER NUMBER AND TAX ID.  CL-PRVNUM ABOVE IS
      *    THE RENDERING DOCTOR'S NUMBER WITH THE PAYER.  A CHARGE
      *    WITH NO FACILITY LEAVES THE NPI AND TAX ID BLANK AND THE
      *    TRANSMIT SCRIPT USES THE PRACTICE'S OWN, AS BEFORE.
           02 CL-FACILITY PIC XXX.
           02 CL-BILLNPI PIC X(10).
           02 CL-BILLNUM PIC X(10).
           02 CL-TAXID PIC X(9).

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

       FD  PAPEROUT.
       01  PAPEROUT01 PIC X(132).
           02 FILLER PIC X VALUE SPACE.
           02 PL1-ZIP PIC X(9).
           02 FILLER PIC X(51) VALUE SPACE.
       01  PAPER-LINE4.
           02 PL4-FACNAME PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 PL4-STREET PIC X(24).
           02 FILLER PIC X VALUE SPACE.
           02 PL4-CITY PIC X(15).
           02 FILLER PIC X VALUE SPACE.
           02 PL4-STATE PIC XX.
           02 FILLER PIC X VALUE SPACE.
           02 PL4-ZIP PIC X(9).
           02 FILLER PIC X(5) VALUE " NPI ".
           02 PL4-NPI PIC X(10).
           02 FILLER PIC X(8) VALUE " TAX ID ".
           02 PL4-TAXID PIC X(9).
           02 FILLER PIC X(16) VALUE SPACE.
       01  PAPER-LINE2.
           02 PL2-CLAIM PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 PL2-POLICY PIC X(16).
           02 FILLER PIC X VALUE SPACE.
           02 PL2-GROUP PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 PL2-FREQ PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 PL2-PAYREF PIC X(20).
           02 FILLER PIC X(16) VALUE SPACE.
       01  PAPER-LINE3.
           02 PL3-DATE-T PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 FILLER PIC X VALUE SPACE.
           02 PL3-DIAG PIC X(7).
           02 FILLER PIC X VALUE SPACE.
           02 PL3-AMOUNT PIC Z,ZZZ,ZZ9.99CR.
           02 FILLER PIC X(89) VALUE SPACE.
      *    RECEIVER CONTROL COUNTS FOR THE RUN SUMMARY
       01  RCV-TAB.
           02 RCV-ENTRY OCCURS 50 TIMES.
       01  CNT-BADGARNO PIC 9(7) VALUE 0.
       01  CNT-BADPAYER PIC 9(7) VALUE 0.
       01  CNT-HELD-REJ PIC 9(7) VALUE 0.
       01  CNT-HELD-ENR PIC 9(7) VALUE 0.
       01  AMT-HELD-ENR PIC S9(7)V99 VALUE 0.
       01  ENR-HIT PIC X.
       01  ENR-PRVNUM PIC X(10).
       01  FAC-HIT PIC X.
       01  BILL-NUM PIC X(10).
       01  CNT-NOFAC PIC 9(7) VALUE 0.
       01  TER-HIT PIC X.
       01  TODAY-6 PIC 9(6).
       01  TODAY-8 PIC X(8).
       01  CORR-FREQ PIC X.
       01  CORR-REF PIC X(20).
       01  CNT-CORR PIC 9(7) VALUE 0.
       01  CNT-CORR-LINES PIC 9(7) VALUE 0.

      *
       PROCEDURE DIVISION.
       P0.
           OPEN INPUT GARFILE INSFILE MPLRFILE PROVENR FACFILE.
           OPEN I-O CHARCUR CORRQ.
           OPEN OUTPUT CLMOUT PAPEROUT.
           INITIALIZE RCV-TAB.
           ACCEPT TODAY-6 FROM DATE.
           MOVE "20" TO TODAY-8(1:2).
           MOVE TODAY-6(1:2) TO TODAY-8(3:2).
           MOVE TODAY-6(3:2) TO TODAY-8(5:2).
           MOVE TODAY-6(5:2) TO TODAY-8(7:2).

           MOVE LOW-VALUE TO CHARCUR-KEY
           START CHARCUR KEY NOT < CHARCUR-KEY
               GO TO R1
           END-READ

      *    A PAYER THAT ENROLLS ITS PROVIDERS (384) DENIES A CLAIM
      *    FROM A DOCTOR IT HAS NOT ENROLLED YET - THE CHARGE STAYS
      *    UNBILLED UNTIL AN ENROLLMENT COVERS THE DATE OF SERVICE.
      *    385 LISTS WHAT IS HELD.
           PERFORM ENR-LOOK THRU ENR-LOOK-EXIT
           IF ENR-HIT = "N"
               ADD 1 TO CNT-HELD-ENR
               ADD CC-AMOUNT TO AMT-HELD-ENR
               GO TO R1
           END-IF

           PERFORM CORR-LOOK THRU CORR-LOOK-EXIT
           PERFORM FAC-LOOK THRU FAC-LOOK-EXIT

           IF CC-PAPER = "P" OR "1"
               PERFORM R3
           ELSE
           END-IF

           MOVE "02" TO CC-WORK
      *    CC-DATE-P IS THE DAY THE CHARGE FIRST WENT OUT ON A CLAIM.
      *    A RESUBMISSION KEEPS THE FIRST DATE - 382 MEASURES THE
      *    BILLING LAG FROM IT.
           IF CC-DATE-P NOT NUMERIC OR CC-DATE-P = "00000000"
               MOVE TODAY-8 TO CC-DATE-P
           END-IF
      *    BLANK = SUBMITTED, WAITING ON THE CLEARINGHOUSE ACK.
           MOVE SPACE TO CC-REC-STAT
           REWRITE CHARCUR01
           MOVE INS-NEICLEVEL TO CL-NEICLEVEL
           MOVE INS-NEIC-ASSIGN TO CL-NEIC-ASSIGN
           MOVE CC-PAYCODE TO CL-PAYCODE
           MOVE ENR-PRVNUM TO CL-PRVNUM
           MOVE CC-CLAIM TO CL-CLAIM
           MOVE CC-KEY8 TO CL-GARNO
           MOVE CC-PATID TO CL-PATID
           MOVE CC-DOCP TO CL-DOCP
           MOVE CC-DOCR TO CL-DOCR
           MOVE CC-ASSIGN TO CL-ASSIGN
           MOVE CORR-FREQ TO CL-FREQ
           MOVE CORR-REF TO CL-PAYREF
           MOVE BILL-NUM TO CL-BILLNUM
           IF FAC-HIT = "Y"
               MOVE FAC-KEY TO CL-FACILITY
               MOVE FAC-NPI TO CL-BILLNPI
               MOVE FAC-TAXID TO CL-TAXID
           ELSE
               MOVE SPACE TO CL-FACILITY CL-BILLNPI CL-TAXID
           END-IF
           WRITE CLMOUT01
           ADD 1 TO CNT-ELEC
           ADD CC-AMOUNT TO AMT-ELEC
           MOVE INS-STATE TO PL1-STATE
           MOVE INS-ZIP TO PL1-ZIP
           WRITE PAPEROUT01 FROM PAPER-LINE1
           IF FAC-HIT = "Y"
               MOVE FAC-NAME TO PL4-FACNAME
               MOVE FAC-STREET TO PL4-STREET
               MOVE FAC-CITY TO PL4-CITY
               MOVE FAC-STATE TO PL4-STATE
               MOVE FAC-ZIP TO PL4-ZIP
               MOVE FAC-NPI TO PL4-NPI
               MOVE FAC-TAXID TO PL4-TAXID
               WRITE PAPEROUT01 FROM PAPER-LINE4
           END-IF
           MOVE CC-CLAIM TO PL2-CLAIM
           MOVE CC-KEY8 TO PL2-GARNO
           MOVE G-GARNAME TO PL2-GARNAME
                   MOVE G-PR-GROUP TO PL2-GROUP
               END-IF
           END-IF
           IF CORR-FREQ = "1"
               MOVE SPACE TO PL2-FREQ
           ELSE
               MOVE CORR-FREQ TO PL2-FREQ
           END-IF
           MOVE CORR-REF TO PL2-PAYREF
           WRITE PAPEROUT01 FROM PAPER-LINE2
           MOVE CC-DATE-T TO PL3-DATE-T
           MOVE CC-PROC TO PL3-PROC
       TER-LOOK-EXIT.
           EXIT.

      *    A CLAIM 349 QUEUED ON CORRQ GOES OUT AS A REPLACEMENT OR
      *    VOID OF THE PAYER'S CLAIM, EVERY LINE OF IT.  THE FIRST
      *    LINE SENT MARKS THE QUEUE ENTRY SENT; THE REST OF THE
      *    CLAIM'S LINES THIS RUN SEE TODAY'S SEND DATE.  A SENT
      *    CLAIM THAT COMES BACK UNBILLED (270 REJECT, FIXED IN 349)
      *    IS STILL A CORRECTION WHEN IT GOES OUT AGAIN.
       CORR-LOOK.
           MOVE "1" TO CORR-FREQ
           MOVE SPACE TO CORR-REF
           MOVE CC-CLAIM TO CQ-CLAIM
           MOVE CC-PAYCODE TO CQ-PAYCODE
           READ CORRQ
             INVALID
               GO TO CORR-LOOK-EXIT
           END-READ
           MOVE CQ-FREQ TO CORR-FREQ
           MOVE CQ-PAYREF TO CORR-REF
           ADD 1 TO CNT-CORR-LINES
           IF CQ-STATUS = "S" AND CQ-DATE-S = TODAY-8
               GO TO CORR-LOOK-EXIT
           END-IF
           MOVE "S" TO CQ-STATUS
           MOVE TODAY-8 TO CQ-DATE-S
           ADD 1 TO CQ-SENT
           REWRITE CORRQ01
             INVALID
               DISPLAY "CANNOT MARK CORRQ " CQ-KEY " SENT"
           END-REWRITE
           ADD 1 TO CNT-CORR.
       CORR-LOOK-EXIT.
           EXIT.

      *    PAYERS WITH NO ENROLLMENTS ON FILE ARE NOT CHECKED AND
      *    TAKE INS-PRVNUM AS BEFORE.  OTHERWISE THE PERFORMING
      *    DOCTOR NEEDS AN ENROLLMENT WITH THE PAYER IN EFFECT ON
      *    THE DATE OF SERVICE; ITS PAYER-ASSIGNED NUMBER GOES ON
      *    THE CLAIM, OR INS-PRVNUM IF THE ENROLLMENT HAS NONE.
       ENR-LOOK.
           MOVE "Y" TO ENR-HIT
           MOVE INS-PRVNUM TO ENR-PRVNUM
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
           MOVE "Y" TO ENR-HIT
           IF PE-PRVNUM NOT = SPACE
               MOVE PE-PRVNUM TO ENR-PRVNUM
           END-IF.
       ENR-LOOK-EXIT.
           EXIT.

      *    THE CLAIM IS BILLED UNDER THE SITE THE CHARGE CAME FROM.
      *    ITS PROVIDER NUMBER IS THE BILLING NUMBER, OR INS-PRVNUM
      *    WHEN THE SITE HAS NONE WITH THE PAYER.  A CHARGE WITH NO
      *    FACILITY (POSTED BEFORE THE FEED CARRIED ONE, OR KEYED
      *    IN 271) BILLS AS IT ALWAYS HAS; A CODE NOT ON THE MASTER
      *    BILLS THE SAME WAY AND IS ONLY COUNTED - ONE LINE AT THE
      *    END OF THE RUN, NOT ONE PER CHARGE.
       FAC-LOOK.
           MOVE "N" TO FAC-HIT
           MOVE INS-PRVNUM TO BILL-NUM
           IF CC-FACILITY = SPACE
               GO TO FAC-LOOK-EXIT
           END-IF
           MOVE CC-FACILITY TO FAC-KEY
           READ FACFILE
             INVALID
               ADD 1 TO CNT-NOFAC
               GO TO FAC-LOOK-EXIT
           END-READ
           MOVE "Y" TO FAC-HIT
           IF FAC-PRVNUM NOT = SPACE
               MOVE FAC-PRVNUM TO BILL-NUM
           END-IF.
       FAC-LOOK-EXIT.
           EXIT.

       R4.
      *     ACCUMULATE THE PER-RECEIVER CONTROL COUNTS
           MOVE 0 TO RCV-HIT
           DISPLAY "NO GARFILE OWNER ...... " CNT-BADGARNO.
           DISPLAY "NO INSFILE PAYER ...... " CNT-BADPAYER.
           DISPLAY "HELD - CH REJECT ...... " CNT-HELD-REJ.
           DISPLAY "HELD - NOT ENROLLED ... " CNT-HELD-ENR
             " AMOUNT ... " AMT-HELD-ENR.
           DISPLAY "FACILITY NOT ON MASTER  " CNT-NOFAC.
           DISPLAY "CORRECTED CLAIMS 7/8 .. " CNT-CORR
             "  LINES ... " CNT-CORR-LINES.
           PERFORM VARYING RCV-IDX FROM 1 BY 1 UNTIL RCV-IDX > RCV-MAX
             DISPLAY "RECEIVER " RCV-NEIC(RCV-IDX)
               "  CLAIMS ... " RCV-COUNT(RCV-IDX)
               "  AMOUNT ... " RCV-AMT(RCV-IDX)
           END-PERFORM.

           CLOSE GARFILE INSFILE MPLRFILE CHARCUR CLMOUT PAPEROUT
             CORRQ PROVENR FACFILE.
           STOP RUN.
