      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rrr382.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GARFILE ASSIGN TO "S35" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
           ALTERNATE RECORD KEY IS G-ACCT WITH DUPLICATES
           ALTERNATE RECORD KEY IS G-PRINS WITH DUPLICATES
           ALTERNATE RECORD KEY IS G-SEINS WITH DUPLICATES.
           SELECT OPTIONAL XMITFILE ASSIGN TO "S40"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS XMIT-KEY.
           SELECT CHARCUR ASSIGN TO "S50" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS CHARCUR-KEY
           ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
           ALTERNATE RECORD KEY IS CC-CLAIM WITH DUPLICATES.
           SELECT PAYCUR ASSIGN TO "S55" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS PAYCUR-KEY
           ALTERNATE RECORD KEY IS PC-CLAIM WITH DUPLICATES.
           SELECT CHARFILE ASSIGN TO "S57" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS CHARFILE-KEY.
           SELECT OPTIONAL PARMFILE ASSIGN TO "S65"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT LAGRPT ASSIGN TO "S90" ORGANIZATION IS LINE
           SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
           02 G-FILLER PIC XX.
           02 G-ACCT PIC X(8).
           02 G-PRGRPNAME PIC X(15).
           02 G-SEGRPNAME PIC X(15).

       FD  XMITFILE
           DATA RECORD IS XMITFILE01.
       01  XMITFILE01.
           02 XMIT-KEY.
             03 XMIT-DATE PIC X(8).
             03 XMIT-SEQ PIC X(4).
           02 XMIT-COUNT PIC 9(7).
           02 XMIT-TOTAL PIC 9(9)V99.
           02 XMIT-LOADED PIC X(8).
           02 XMIT-FUTURE PIC X(8).

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

       FD  CHARFILE
      *    BLOCK CONTAINS 2 RECORDS
           DATA RECORD IS CHARFILE01.
       01  CHARFILE01.
           02 CHARFILE-KEY.
             03 CD-KEY8 PIC X(8).
             03 CD-KEY3 PIC XXX.
           02 CD-PATID.
              03 CD-PATID7 PIC X(7).
              03 CD-PATID1 PIC X.
           02 CD-CLAIM PIC X(8).
           02 CD-SERVICE PIC X.
           02 CD-DIAG PIC X(7).
           02 CD-PROC PIC X(11).
           02 CD-MOD2 PIC XX.
           02 CD-MOD3 PIC XX.
           02 CD-MOD4 PIC XX.
           02 CD-AMOUNT PIC S9(7)V99.
           02 CD-DOCR PIC X(3).
           02 CD-DOCP PIC X(2).
           02 CD-PAYCODE PIC XXX.
           02 CD-STAT PIC X.
           02 CD-WORK PIC XX.
           02 CD-DAT1 PIC X(8).
           02 CD-RESULT PIC X.
           02 CD-ACT PIC X.
           02 CD-SORCREF PIC X.
           02 CD-COLLT PIC X.
           02 CD-AUTH PIC X.
           02 CD-PAPER PIC X.
           02 CD-PLACE PIC X.
           02 CD-NAME PIC X(24).
           02 CD-ESPDT PIC X.
           02 CD-DATE-T PIC X(8).
           02 CD-DATE-E PIC X(8).
           02 CD-ORDER PIC X(6).
           02 CD-DX2 PIC X(7).
           02 CD-DX3 PIC X(7).
           02 CD-DATE-A PIC X(8).
           02 CD-ACC-TYPE PIC X.
           02 CD-DATE-M PIC X(8).
           02 CD-ASSIGN PIC X.
           02 CD-NEIC-ASSIGN PIC X.
           02 CD-DX4 PIC X(7).
           02 CD-DX5 PIC X(7).
           02 CD-DX6 PIC X(7).
           02 CD-FUTURE PIC X(6).

      *    THE SERVICE MONTH TO MEASURE, YYYYMM (NO PARM MEANS LAST
      *    MONTH), THEN THE MOST DAYS ALLOWED AT EACH STAGE BEFORE A
      *    CLAIM IS LISTED - SERVICE TO ENTRY, ENTRY TO BILLED,
      *    BILLED TO PAID (NO PARM MEANS 7, 3 AND 45).
       FD  PARMFILE.
       01  PARMFILE01.
           02 PARM-PERIOD PIC X(6).
           02 PARM-MAX-X OCCURS 3 TIMES PIC X(3).
       01  PARMFILE02 REDEFINES PARMFILE01.
           02 FILLER PIC X(6).
           02 PARM-MAX-N OCCURS 3 TIMES PIC 9(3).

       FD  LAGRPT.
       01  LAGRPT01 PIC X(122).

       WORKING-STORAGE SECTION.
       01  TODAY-6 PIC 9(6).
       01  TODAY-8 PIC X(8).
       01  PERIOD-IN PIC X(6).
       01  PERIOD-N PIC 9(6).
       01  PERIOD-YR PIC 9(4).
       01  PERIOD-MO PIC 99.
       01  PERIOD-FIRST PIC X(8).
       01  MAX-DAYS OCCURS 3 TIMES PIC 9(3).
       01  STG PIC 9.
       01  STAGE-NAMES.
           02 FILLER PIC X(16) VALUE "SERVICE TO ENTRY".
           02 FILLER PIC X(16) VALUE "ENTRY TO BILLED ".
           02 FILLER PIC X(16) VALUE "BILLED TO PAID  ".
       01  STAGE-NAME-TAB REDEFINES STAGE-NAMES.
           02 STAGE-NAME OCCURS 3 TIMES PIC X(16).

      *    THE CLAIM BEING MEASURED.  EACH STAGE STARTS ON ONE DATE
      *    AND ENDS ON THE NEXT; A STAGE WITH NO END YET IS AGED TO
      *    TODAY FOR THE OVER-LIMIT LIST BUT KEPT OUT OF THE AVERAGES.
       01  HOLD-CLAIM PIC X(8).
       01  HOLD-GARNO PIC X(8).
       01  HOLD-DOCP PIC XX.
       01  HOLD-DOCR PIC XXX.
       01  HOLD-PAYER PIC XXX.
       01  HOLD-FEED PIC X(8).
       01  CLM-DATES.
           02 CLM-DATE OCCURS 4 TIMES PIC X(8).
       01  CLM-DAYS OCCURS 3 TIMES PIC S9(5).
       01  CLM-DONE OCCURS 3 TIMES PIC X.
       01  CLM-OVER PIC X.
       01  CLM-AMOUNT PIC S9(7)V99.
       01  LINE-DATE-E PIC X(8).
       01  DAY-FROM PIC 9(8).
       01  DAY-TO PIC 9(8).
       01  DAY-FLAG PIC X.

      *    THE 276 REGISTRY - WHICH FEED WAS LOADED ON WHICH DAY.  A
      *    CHARGE POSTED BY 250 CARRIES THE NIGHT IT WAS LOADED AS
      *    ITS ENTRY DATE, SO THAT NIGHT'S FEED IS ITS FEED.
       01  FEED-TAB.
           02 FEED-ENTRY OCCURS 1000 TIMES.
             03 FEED-LOADED PIC X(8).
             03 FEED-DATE PIC X(8).
       01  FEED-MAX PIC 9(4) VALUE 0.
       01  FEED-X PIC 9(4).

      *    ONE ENTRY PER DOCTOR, REFERRING DOCTOR, PAYER AND FEED,
      *    KEPT IN ORDER BY TYPE AND CODE.
       01  GRP-TAB.
           02 GRP-ENTRY OCCURS 2000 TIMES.
             03 GRP-KEY.
               04 GRP-TYPE PIC X.
               04 GRP-CODE PIC X(8).
             03 GRP-CLAIMS PIC 9(6).
             03 GRP-STAGE OCCURS 3 TIMES.
               04 GRP-CNT PIC 9(6).
               04 GRP-DAYS PIC 9(9).
               04 GRP-MAX PIC 9(5).
       01  GRP-MAX-USED PIC 9(4) VALUE 0.
       01  GX PIC 9(4).
       01  GY PIC 9(4).
       01  GRP-HIT PIC 9(4).
       01  FIND-KEY.
           02 FIND-TYPE PIC X.
           02 FIND-CODE PIC X(8).
       01  CNT-GRP-FULL PIC 9(6) VALUE 0.
       01  PRINT-TYPE PIC X.

       01  ALL-CLAIMS PIC 9(6) VALUE 0.
       01  ALL-CNT OCCURS 3 TIMES PIC 9(6) VALUE 0.
       01  ALL-DAYS OCCURS 3 TIMES PIC 9(9) VALUE 0.
       01  ALL-MAX OCCURS 3 TIMES PIC 9(5) VALUE 0.
       01  CNT-LISTED PIC 9(6) VALUE 0.
       01  AVG-DAYS PIC 9(5)V9.
       01  AVG-E PIC ZZZZ9.9.
       01  MAX-E PIC ZZZZ9.
       01  CNT-E PIC ZZZZZ9.
       01  DAYS-E PIC ZZZZ9.
       01  NEF-11 PIC Z,ZZZ,ZZ9.99CR.
       01  RPT-LINE PIC X(122).
       01  SECTION-TITLE PIC X(40).
       01  RPT-COL PIC 999.

      *
      *    CHARGE LAG REPORT.  FOR EVERY CLAIM WITH SERVICE IN THE
      *    MONTH: DAYS FROM SERVICE (CC-DATE-T) TO ENTRY (CD-DATE-E
      *    ON THE CHARFILE TWIN), FROM ENTRY TO THE FIRST 255 EXTRACT
      *    (CC-DATE-P), AND FROM THE EXTRACT TO THE FIRST PAYER
      *    PAYMENT ON PAYCUR (PC-DATE-E).  A CLAIM PAST THE LIMIT AT
      *    ANY STAGE IS LISTED BY NAME; THEN AVERAGES AND WORST CASES
      *    BY PERFORMING DOCTOR, REFERRING DOCTOR, PAYER AND THE 276
      *    FEED THE CHARGES CAME IN ON.  SELF-PAY (001) IS NEVER
      *    BILLED AND IS LEFT OUT.  CLAIMS ARCHIVED TO HISFILE BY 340
      *    ARE NO LONGER ON CHARCUR - RUN THIS BEFORE THE ARCHIVE.
       PROCEDURE DIVISION.
       P0.
           ACCEPT TODAY-6 FROM DATE.
           MOVE "20" TO TODAY-8(1:2).
           MOVE TODAY-6(1:2) TO TODAY-8(3:2).
           MOVE TODAY-6(3:2) TO TODAY-8(5:2).
           MOVE TODAY-6(5:2) TO TODAY-8(7:2).

      *    DEFAULT TO THE MONTH BEFORE THIS ONE.
           MOVE TODAY-8(1:6) TO PERIOD-N
           MOVE PERIOD-N(1:4) TO PERIOD-YR
           MOVE PERIOD-N(5:2) TO PERIOD-MO
           IF PERIOD-MO = 1
               SUBTRACT 1 FROM PERIOD-YR
               MOVE 12 TO PERIOD-MO
           ELSE
               SUBTRACT 1 FROM PERIOD-MO
           END-IF
           MOVE PERIOD-YR TO PERIOD-IN(1:4)
           MOVE PERIOD-MO TO PERIOD-IN(5:2)
           MOVE 7 TO MAX-DAYS(1)
           MOVE 3 TO MAX-DAYS(2)
           MOVE 45 TO MAX-DAYS(3)
           OPEN INPUT PARMFILE.
           READ PARMFILE
             AT END
               CONTINUE
             NOT AT END
               IF PARM-PERIOD NUMERIC
                   MOVE PARM-PERIOD TO PERIOD-IN
               END-IF
               PERFORM PARM-MAX VARYING STG FROM 1 BY 1
                 UNTIL STG > 3
           END-READ
           CLOSE PARMFILE.
           MOVE PERIOD-IN TO PERIOD-FIRST(1:6)
           MOVE "01" TO PERIOD-FIRST(7:2)

           OPEN INPUT GARFILE XMITFILE CHARCUR PAYCUR CHARFILE.
           OPEN OUTPUT LAGRPT.
           PERFORM LOAD-FEEDS THRU LOAD-FEEDS-EXIT.

           MOVE SPACE TO RPT-LINE
           STRING "===== rrr382 CHARGE LAG FOR SERVICE IN " PERIOD-IN
             " =====" DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT
           MOVE SPACE TO RPT-LINE
           STRING "LIMITS - SERVICE TO ENTRY " MAX-DAYS(1)
             "  ENTRY TO BILLED " MAX-DAYS(2)
             "  BILLED TO PAID " MAX-DAYS(3) " DAYS"
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT
           MOVE SPACE TO RPT-LINE
           PERFORM RPT-OUT
           MOVE "CLAIMS OVER A LIMIT  (* = OVER  + = NOT DONE YET AND"
             TO RPT-LINE
           MOVE "ALREADY OVER)" TO RPT-LINE(54:13)
           PERFORM RPT-OUT
           MOVE "CLAIM    GARNO    NAME                     DR REF PAY"
             TO RPT-LINE
           MOVE "SERVICE  ENTERED  BILLED   PAID       ENT  BILL  PAID"
             TO RPT-LINE(55:53)
           MOVE "AMOUNT" TO RPT-LINE(116:6)
           PERFORM RPT-OUT

           MOVE SPACE TO HOLD-CLAIM
           MOVE LOW-VALUE TO CC-CLAIM
           START CHARCUR KEY NOT < CC-CLAIM
             INVALID
               GO TO P8
           END-START.

      *    READ THE CHARGES IN CLAIM ORDER AND MEASURE EACH CLAIM
      *    WHEN ITS LAST LINE HAS BEEN SEEN.
       P1.
           READ CHARCUR NEXT
             AT END
               PERFORM CLAIM-END THRU CLAIM-END-EXIT
               GO TO P8
           END-READ
           IF CC-CLAIM = SPACE OR CC-PAYCODE = "001"
               GO TO P1
           END-IF
           IF CC-CLAIM NOT = HOLD-CLAIM
               PERFORM CLAIM-END THRU CLAIM-END-EXIT
               PERFORM CLAIM-START
           END-IF
           ADD CC-AMOUNT TO CLM-AMOUNT
           IF CC-DATE-T NUMERIC
             AND (CLM-DATE(1) = SPACE OR CC-DATE-T < CLM-DATE(1))
               MOVE CC-DATE-T TO CLM-DATE(1)
           END-IF
           MOVE CHARCUR-KEY TO CHARFILE-KEY
           MOVE SPACE TO LINE-DATE-E
           READ CHARFILE
             INVALID
               CONTINUE
             NOT INVALID
               MOVE CD-DATE-E TO LINE-DATE-E
           END-READ
           IF LINE-DATE-E NUMERIC
             AND (CLM-DATE(2) = SPACE OR LINE-DATE-E < CLM-DATE(2))
               MOVE LINE-DATE-E TO CLM-DATE(2)
           END-IF
           IF CC-DATE-P NUMERIC AND CC-DATE-P NOT = "00000000"
             AND (CLM-DATE(3) = SPACE OR CC-DATE-P < CLM-DATE(3))
               MOVE CC-DATE-P TO CLM-DATE(3)
           END-IF
           GO TO P1.

       P8.
           MOVE SPACE TO RPT-LINE
           STRING "CLAIMS MEASURED " ALL-CLAIMS "   LISTED " CNT-LISTED
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT
           MOVE SPACE TO RPT-LINE
           PERFORM RPT-OUT
           MOVE "ALL CLAIMS" TO RPT-LINE
           PERFORM RPT-OUT
           PERFORM STAGE-HEAD
           PERFORM ALL-PRINT VARYING STG FROM 1 BY 1 UNTIL STG > 3.

           MOVE "D" TO PRINT-TYPE
           MOVE "BY PERFORMING DOCTOR (CC-DOCP)" TO SECTION-TITLE
           PERFORM GRP-SECTION THRU GRP-SECTION-EXIT
           MOVE "R" TO PRINT-TYPE
           MOVE "BY REFERRING DOCTOR (CC-DOCR)" TO SECTION-TITLE
           PERFORM GRP-SECTION THRU GRP-SECTION-EXIT
           MOVE "P" TO PRINT-TYPE
           MOVE "BY PAYER" TO SECTION-TITLE
           PERFORM GRP-SECTION THRU GRP-SECTION-EXIT
           MOVE "F" TO PRINT-TYPE
           MOVE "BY HOSPITAL FEED DATE (276 REGISTRY)" TO SECTION-TITLE
           PERFORM GRP-SECTION THRU GRP-SECTION-EXIT

           IF FEED-MAX = 1000
               MOVE SPACE TO RPT-LINE
               PERFORM RPT-OUT
               MOVE "** OVER 1000 FEEDS SINCE THE MONTH BEGAN - LATER "
                 TO RPT-LINE
               MOVE "FEEDS NOT MATCHED **" TO RPT-LINE(50:20)
               PERFORM RPT-OUT
           END-IF
           IF CNT-GRP-FULL NOT = 0
               MOVE SPACE TO RPT-LINE
               PERFORM RPT-OUT
               MOVE SPACE TO RPT-LINE
               STRING "** SUMMARY TABLE FULL - " CNT-GRP-FULL
                 " CLAIMS NOT SUBTOTALED **"
                 DELIMITED BY SIZE INTO RPT-LINE
               PERFORM RPT-OUT
           END-IF

           CLOSE GARFILE XMITFILE CHARCUR PAYCUR CHARFILE LAGRPT.
           STOP RUN.

       PARM-MAX.
           IF PARM-MAX-X(STG) NUMERIC AND PARM-MAX-N(STG) > 0
               MOVE PARM-MAX-N(STG) TO MAX-DAYS(STG)
           END-IF.

       LOAD-FEEDS.
           MOVE LOW-VALUE TO XMIT-KEY
           START XMITFILE KEY NOT < XMIT-KEY
             INVALID
               GO TO LOAD-FEEDS-EXIT
           END-START.
       LOAD-FEEDS-1.
           READ XMITFILE NEXT
             AT END
               GO TO LOAD-FEEDS-EXIT
           END-READ
           IF XMIT-LOADED < PERIOD-FIRST
               GO TO LOAD-FEEDS-1
           END-IF
           IF FEED-MAX = 1000
               GO TO LOAD-FEEDS-EXIT
           END-IF
           ADD 1 TO FEED-MAX
           MOVE XMIT-LOADED TO FEED-LOADED(FEED-MAX)
           MOVE XMIT-DATE TO FEED-DATE(FEED-MAX)
           GO TO LOAD-FEEDS-1.
       LOAD-FEEDS-EXIT.
           EXIT.

       CLAIM-START.
           MOVE CC-CLAIM TO HOLD-CLAIM
           MOVE CC-KEY8 TO HOLD-GARNO
           MOVE CC-DOCP TO HOLD-DOCP
           MOVE CC-DOCR TO HOLD-DOCR
           MOVE CC-PAYCODE TO HOLD-PAYER
           MOVE SPACE TO CLM-DATES
           MOVE 0 TO CLM-AMOUNT.

      *    THE CLAIM IS COMPLETE - FIND ITS FIRST PAYER PAYMENT,
      *    MEASURE THE STAGES, LIST IT IF OVER AND ADD IT IN.
       CLAIM-END.
           IF HOLD-CLAIM = SPACE
               GO TO CLAIM-END-EXIT
           END-IF
           IF CLM-DATE(1) = SPACE OR CLM-DATE(1)(1:6) NOT = PERIOD-IN
               GO TO CLAIM-END-EXIT
           END-IF
           PERFORM FIRST-PAID THRU FIRST-PAID-EXIT
           MOVE "N" TO CLM-OVER
           PERFORM STAGE-DAYS VARYING STG FROM 1 BY 1 UNTIL STG > 3.
           ADD 1 TO ALL-CLAIMS

           MOVE "NO FEED" TO HOLD-FEED
           PERFORM FEED-FIND VARYING FEED-X FROM 1 BY 1
             UNTIL FEED-X > FEED-MAX OR HOLD-FEED NOT = "NO FEED".
           MOVE "D" TO FIND-TYPE
           MOVE HOLD-DOCP TO FIND-CODE
           PERFORM GRP-ADD THRU GRP-ADD-EXIT
           MOVE "R" TO FIND-TYPE
           MOVE HOLD-DOCR TO FIND-CODE
           PERFORM GRP-ADD THRU GRP-ADD-EXIT
           MOVE "P" TO FIND-TYPE
           MOVE HOLD-PAYER TO FIND-CODE
           PERFORM GRP-ADD THRU GRP-ADD-EXIT
           MOVE "F" TO FIND-TYPE
           MOVE HOLD-FEED TO FIND-CODE
           PERFORM GRP-ADD THRU GRP-ADD-EXIT

           IF CLM-OVER = "Y"
               PERFORM CLAIM-LIST
           END-IF.
       CLAIM-END-EXIT.
           EXIT.

      *    PAYER MONEY ONLY - CASH ENTRIES (TYPE C OR BLANK) THAT ARE
      *    NOT PATIENT PAYMENTS (001), AS 364 COUNTS A CLAIM PAID.
       FIRST-PAID.
           MOVE HOLD-CLAIM TO PC-CLAIM
           START PAYCUR KEY NOT < PC-CLAIM
             INVALID
               GO TO FIRST-PAID-EXIT
           END-START.
       FIRST-PAID-1.
           READ PAYCUR NEXT
             AT END
               GO TO FIRST-PAID-EXIT
           END-READ
           IF PC-CLAIM NOT = HOLD-CLAIM
               GO TO FIRST-PAID-EXIT
           END-IF
           IF PC-KEY8 NOT = HOLD-GARNO OR PC-PAYCODE = "001"
             OR PC-AMOUNT NOT < 0
               GO TO FIRST-PAID-1
           END-IF
           IF PC-TRANTYPE NOT = "C" AND PC-TRANTYPE NOT = SPACE
               GO TO FIRST-PAID-1
           END-IF
           IF PC-DATE-E NUMERIC
             AND (CLM-DATE(4) = SPACE OR PC-DATE-E < CLM-DATE(4))
               MOVE PC-DATE-E TO CLM-DATE(4)
           END-IF
           GO TO FIRST-PAID-1.
       FIRST-PAID-EXIT.
           EXIT.

      *    DAYS FOR ONE STAGE.  NO START DATE MEANS THE STAGE CANNOT
      *    BE MEASURED; NO END DATE MEANS IT IS STILL OPEN.
       STAGE-DAYS.
           MOVE 0 TO CLM-DAYS(STG)
           MOVE "N" TO CLM-DONE(STG)
      *    EVERY CHARGE ON CHARCUR HAS BEEN ENTERED, SO A MISSING
      *    ENTRY DATE (NO CHARFILE TWIN) IS UNKNOWN, NOT LATE.
           IF CLM-DATE(STG) = SPACE
             OR (STG = 1 AND CLM-DATE(2) = SPACE)
               MOVE "X" TO CLM-DONE(STG)
           ELSE
               MOVE CLM-DATE(STG) TO DAY-FROM
               IF CLM-DATE(STG + 1) = SPACE
                   MOVE TODAY-8 TO DAY-TO
               ELSE
                   MOVE CLM-DATE(STG + 1) TO DAY-TO
                   MOVE "Y" TO CLM-DONE(STG)
               END-IF
               COMPUTE CLM-DAYS(STG) =
                 FUNCTION INTEGER-OF-DATE(DAY-TO)
                 - FUNCTION INTEGER-OF-DATE(DAY-FROM)
               IF CLM-DAYS(STG) < 0
                   MOVE 0 TO CLM-DAYS(STG)
               END-IF
               IF CLM-DAYS(STG) > MAX-DAYS(STG)
                   MOVE "Y" TO CLM-OVER
               END-IF
           END-IF
           IF CLM-DONE(STG) = "Y"
               ADD 1 TO ALL-CNT(STG)
               ADD CLM-DAYS(STG) TO ALL-DAYS(STG)
               IF CLM-DAYS(STG) > ALL-MAX(STG)
                   MOVE CLM-DAYS(STG) TO ALL-MAX(STG)
               END-IF
           END-IF.

       FEED-FIND.
           IF FEED-LOADED(FEED-X) = CLM-DATE(2)
               MOVE FEED-DATE(FEED-X) TO HOLD-FEED
           END-IF.

       CLAIM-LIST.
           ADD 1 TO CNT-LISTED
           MOVE HOLD-GARNO TO G-GARNO
           READ GARFILE
             INVALID
               MOVE SPACE TO G-GARNAME
           END-READ
           MOVE SPACE TO RPT-LINE
           STRING HOLD-CLAIM " " HOLD-GARNO " " G-GARNAME " "
             HOLD-DOCP " " HOLD-DOCR " " HOLD-PAYER
             DELIMITED BY SIZE INTO RPT-LINE
           MOVE CLM-DATE(1) TO RPT-LINE(55:8)
           MOVE CLM-DATE(2) TO RPT-LINE(64:8)
           MOVE CLM-DATE(3) TO RPT-LINE(73:8)
           MOVE CLM-DATE(4) TO RPT-LINE(82:8)
           MOVE 90 TO RPT-COL
           PERFORM LIST-STAGE VARYING STG FROM 1 BY 1 UNTIL STG > 3.
           MOVE CLM-AMOUNT TO NEF-11
           MOVE NEF-11 TO RPT-LINE(108:14)
           PERFORM RPT-OUT.

       LIST-STAGE.
           IF CLM-DONE(STG) = "Y"
               MOVE CLM-DAYS(STG) TO DAYS-E
               MOVE DAYS-E TO RPT-LINE(RPT-COL:5)
               IF CLM-DAYS(STG) > MAX-DAYS(STG)
                   MOVE "*" TO RPT-LINE(RPT-COL + 5:1)
               END-IF
           END-IF
           IF CLM-DONE(STG) = "N"
               IF CLM-DAYS(STG) > MAX-DAYS(STG)
                   MOVE CLM-DAYS(STG) TO DAYS-E
                   MOVE DAYS-E TO RPT-LINE(RPT-COL:5)
                   MOVE "+" TO RPT-LINE(RPT-COL + 5:1)
               ELSE
                   MOVE " OPEN" TO RPT-LINE(RPT-COL:5)
               END-IF
           END-IF
           ADD 6 TO RPT-COL.

      *    ADD THE CLAIM TO ITS ENTRY, INSERTING A NEW ENTRY IN KEY
      *    ORDER THE FIRST TIME A CODE IS SEEN.
       GRP-ADD.
           MOVE 1 TO GX
           PERFORM GRP-FIND THRU GRP-FIND-EXIT
           MOVE 0 TO GRP-HIT
           IF GX NOT > GRP-MAX-USED
               IF GRP-KEY(GX) = FIND-KEY
                   MOVE GX TO GRP-HIT
               END-IF
           END-IF
           IF GRP-HIT = 0
               IF GRP-MAX-USED = 2000
                   ADD 1 TO CNT-GRP-FULL
                   GO TO GRP-ADD-EXIT
               END-IF
               MOVE GX TO GRP-HIT
               ADD 1 TO GRP-MAX-USED
               PERFORM GRP-SHIFT VARYING GY FROM GRP-MAX-USED BY -1
                 UNTIL GY NOT > GRP-HIT
               INITIALIZE GRP-ENTRY(GRP-HIT)
               MOVE FIND-KEY TO GRP-KEY(GRP-HIT)
           END-IF
           ADD 1 TO GRP-CLAIMS(GRP-HIT)
           PERFORM GRP-STAGE-ADD VARYING STG FROM 1 BY 1
             UNTIL STG > 3.
       GRP-ADD-EXIT.
           EXIT.

      *    LEAVES GX ON THE MATCHING ENTRY, OR ON THE FIRST ENTRY
      *    PAST THE KEY (WHERE A NEW ONE GOES).
       GRP-FIND.
           IF GX > GRP-MAX-USED
               GO TO GRP-FIND-EXIT
           END-IF
           IF GRP-KEY(GX) NOT < FIND-KEY
               GO TO GRP-FIND-EXIT
           END-IF
           ADD 1 TO GX
           GO TO GRP-FIND.
       GRP-FIND-EXIT.
           EXIT.

       GRP-SHIFT.
           MOVE GRP-ENTRY(GY - 1) TO GRP-ENTRY(GY).

       GRP-STAGE-ADD.
           IF CLM-DONE(STG) = "Y"
               ADD 1 TO GRP-CNT(GRP-HIT STG)
               ADD CLM-DAYS(STG) TO GRP-DAYS(GRP-HIT STG)
               IF CLM-DAYS(STG) > GRP-MAX(GRP-HIT STG)
                   MOVE CLM-DAYS(STG) TO GRP-MAX(GRP-HIT STG)
               END-IF
           END-IF.

       STAGE-HEAD.
           MOVE "CODE     CLAIMS" TO RPT-LINE
           MOVE "SERVICE TO ENTRY" TO RPT-LINE(17:16)
           MOVE "ENTRY TO BILLED" TO RPT-LINE(41:15)
           MOVE "BILLED TO PAID" TO RPT-LINE(65:14)
           PERFORM RPT-OUT
           MOVE SPACE TO RPT-LINE
           MOVE "CNT    AVG WORST" TO RPT-LINE(20:16)
           MOVE "CNT    AVG WORST" TO RPT-LINE(44:16)
           MOVE "CNT    AVG WORST" TO RPT-LINE(68:16)
           PERFORM RPT-OUT.

       ALL-PRINT.
           IF STG = 1
               MOVE SPACE TO RPT-LINE
               MOVE ALL-CLAIMS TO CNT-E
               MOVE CNT-E TO RPT-LINE(10:6)
               MOVE 17 TO RPT-COL
           END-IF
           MOVE 0 TO AVG-DAYS
           IF ALL-CNT(STG) NOT = 0
               COMPUTE AVG-DAYS ROUNDED = ALL-DAYS(STG) / ALL-CNT(STG)
           END-IF
           MOVE ALL-CNT(STG) TO CNT-E
           MOVE AVG-DAYS TO AVG-E
           MOVE ALL-MAX(STG) TO MAX-E
           MOVE CNT-E TO RPT-LINE(RPT-COL:6)
           MOVE AVG-E TO RPT-LINE(RPT-COL + 6:7)
           MOVE MAX-E TO RPT-LINE(RPT-COL + 14:5)
           ADD 24 TO RPT-COL
           IF STG = 3
               PERFORM RPT-OUT
           END-IF.

       GRP-SECTION.
           MOVE SPACE TO RPT-LINE
           PERFORM RPT-OUT
           MOVE SECTION-TITLE TO RPT-LINE
           PERFORM RPT-OUT
           PERFORM STAGE-HEAD
           PERFORM GRP-PRINT VARYING GX FROM 1 BY 1
             UNTIL GX > GRP-MAX-USED.
       GRP-SECTION-EXIT.
           EXIT.

       GRP-PRINT.
           IF GRP-TYPE(GX) = PRINT-TYPE
               MOVE SPACE TO RPT-LINE
               MOVE GRP-CODE(GX) TO RPT-LINE(1:8)
               MOVE GRP-CLAIMS(GX) TO CNT-E
               MOVE CNT-E TO RPT-LINE(10:6)
               MOVE 17 TO RPT-COL
               PERFORM GRP-PRINT-STAGE VARYING STG FROM 1 BY 1
                 UNTIL STG > 3
               PERFORM RPT-OUT
           END-IF.

       GRP-PRINT-STAGE.
           MOVE 0 TO AVG-DAYS
           IF GRP-CNT(GX STG) NOT = 0
               COMPUTE AVG-DAYS ROUNDED =
                 GRP-DAYS(GX STG) / GRP-CNT(GX STG)
           END-IF
           MOVE GRP-CNT(GX STG) TO CNT-E
           MOVE AVG-DAYS TO AVG-E
           MOVE GRP-MAX(GX STG) TO MAX-E
           MOVE CNT-E TO RPT-LINE(RPT-COL:6)
           MOVE AVG-E TO RPT-LINE(RPT-COL + 6:7)
           MOVE MAX-E TO RPT-LINE(RPT-COL + 14:5)
           ADD 24 TO RPT-COL.

       RPT-OUT.
           WRITE LAGRPT01 FROM RPT-LINE
           DISPLAY RPT-LINE.
