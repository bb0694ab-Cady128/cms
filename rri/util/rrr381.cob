      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rrr381.
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
           SELECT PATFILE ASSIGN TO "S45" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS P-PATNO
           ALTERNATE RECORD KEY IS P-GARNO WITH DUPLICATES.
           SELECT CHARFILE ASSIGN TO "S55" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS CHARFILE-KEY.
           SELECT OPTIONAL PARMFILE ASSIGN TO "S65"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL ESTFILE ASSIGN TO "S70"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS EST-KEY
           ALTERNATE RECORD KEY IS EST-GARNO WITH DUPLICATES.
           SELECT ESTRPT ASSIGN TO "S90" ORGANIZATION IS LINE
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

       FD PATFILE
      *    BLOCK CONTAINS 5 RECORDS
           DATA RECORD IS PATFILE01.
       01 PATFILE01.
           02 P-PATNO PIC X(8).
           02 P-GARNO PIC X(8).
           02 P-PATNAME PIC X(24).
           02 P-SEX PIC X.
           02 P-RELATE PIC X.
           02 P-MSTAT PIC X.
           02 P-DOB PIC X(8).

       FD  CHARFILE
           DATA RECORD IS CHARFILE01.
       01  CHARFILE01.
           02 CHARFILE-KEY.
             03 CD-KEY8 PIC X(8).
             03 CD-KEY3 PIC XXX.
           02 CD-PATID PIC X(8).
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
           02 CD-AGE PIC X.
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
      *    THE SITE THE CHARGE CAME FROM (387) SITS AHEAD OF THE
      *    CLINICAL TEXT AND ADMIT DIAGNOSIS, AS 250 WRITES IT.
           02 CD-FACILITY PIC XXX.
           02 CD-CLINICAL PIC X(38).
           02 CD-ADMIT-DIAG PIC X(29).

      *    THE MONTH TO REVIEW, YYYYMM (NO PARM MEANS LAST MONTH),
      *    AND HOW FAR OVER ITS ESTIMATE A VISIT MAY BILL BEFORE IT
      *    IS FLAGGED, 9(5)V99 (NO AMOUNT MEANS 400.00).
       FD  PARMFILE.
       01  PARMFILE01.
           02 PARM-PERIOD PIC X(6).
           02 PARM-OVER PIC X(7).
           02 PARM-OVER-N REDEFINES PARM-OVER PIC 9(5)V99.

      *    GOOD-FAITH ESTIMATES (380).  ONE RECORD PER ESTIMATE,
      *    KEYED BY WHEN IT WAS GIVEN.  A PROSPECT WITH NO ACCOUNT
      *    YET HAS NO GARNO - 381 MATCHES THEM TO PATFILE BY NAME
      *    AND BIRTH DATE ONCE THEY ARE REGISTERED.  SOURCE P = THE
      *    PROCFILE STANDARD AMOUNT, F = THE PAYER'S FEEFILE RATE.
       FD  ESTFILE
           DATA RECORD IS ESTFILE01.
       01  ESTFILE01.
           02 EST-KEY.
             03 EST-DATE PIC X(8).
             03 EST-TIME PIC X(8).
           02 EST-GARNO PIC X(8).
           02 EST-PATNO PIC X(8).
           02 EST-NAME PIC X(24).
           02 EST-DOB PIC X(8).
           02 EST-PHONE PIC X(10).
           02 EST-PAYER PIC XXX.
           02 EST-CLASS PIC XX.
           02 EST-PCT PIC 99V99.
           02 EST-VISIT PIC X(8).
           02 EST-OPERATOR PIC X(10).
           02 EST-LINES PIC 99.
           02 EST-LINE OCCURS 10 TIMES.
             03 EST-PROC PIC X(11).
             03 EST-AMOUNT PIC 9(7)V99.
             03 EST-SLIDE PIC 9(7)V99.
             03 EST-SOURCE PIC X.
           02 EST-GROSS PIC 9(7)V99.
           02 EST-SLIDE-TOT PIC 9(7)V99.
           02 EST-NET PIC 9(7)V99.
           02 EST-FUTURE PIC X(10).

       FD  ESTRPT.
       01  ESTRPT01 PIC X(110).

       WORKING-STORAGE SECTION.
       01  TODAY-6 PIC 9(6).
       01  TODAY-8 PIC X(8).
       01  PERIOD-IN PIC X(6).
       01  PERIOD-N PIC 9(6).
       01  PERIOD-YR PIC 9(4).
       01  PERIOD-MO PIC 99.
       01  ALLOW-OVER PIC 9(5)V99 VALUE 400.00.
       01  SEL-DATE PIC X(8).
       01  MATCH-GARNO PIC X(8).
       01  MATCH-PATID PIC X(8).
       01  VISIT-DATE PIC X(8).
       01  BILLED PIC S9(7)V99.
       01  OVER-AMT PIC S9(7)V99.
       01  TOT-OVER PIC S9(9)V99 VALUE 0.
       01  CNT-REVIEWED PIC 9(5) VALUE 0.
       01  CNT-UNMATCHED PIC 9(5) VALUE 0.
       01  CNT-NOCHARGE PIC 9(5) VALUE 0.
       01  CNT-FLAGGED PIC 9(5) VALUE 0.
       01  RPT-LINE PIC X(110).
       01  NEF-11 PIC Z,ZZZ,ZZ9.99CR.
       01  NEF-11B PIC Z,ZZZ,ZZ9.99CR.
       01  NEF-11C PIC Z,ZZZ,ZZ9.99CR.
       01  NEF-12 PIC ZZZ,ZZZ,ZZ9.99CR.

      *
      *    MONTHLY ESTIMATE REVIEW.  EVERY GOOD-FAITH ESTIMATE GIVEN
      *    IN 380 FOR A VISIT IN THE MONTH (OR GIVEN IN THE MONTH IF
      *    NO VISIT WAS SCHEDULED) IS SET AGAINST WHAT ACTUALLY
      *    POSTED.  THE VISIT IS THE PATIENT'S FIRST DATE OF SERVICE
      *    ON CHARFILE ON OR AFTER THE DAY THE ESTIMATE WAS GIVEN,
      *    AND EVERY CHARGE FOR THAT PATIENT ON THAT DATE COUNTS.  A
      *    PROSPECT IS FOUND BY NAME AND BIRTH DATE ONCE REGISTERED.
      *    A VISIT BILLED MORE THAN THE ALLOWED AMOUNT OVER THE
      *    ESTIMATED CHARGES IS FLAGGED - THE PATIENT MAY DISPUTE IT.
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
           OPEN INPUT PARMFILE.
           READ PARMFILE
             AT END
               CONTINUE
             NOT AT END
               IF PARM-PERIOD NUMERIC
                   MOVE PARM-PERIOD TO PERIOD-IN
               END-IF
               IF PARM-OVER NUMERIC
                   MOVE PARM-OVER-N TO ALLOW-OVER
               END-IF
           END-READ
           CLOSE PARMFILE.

           OPEN INPUT GARFILE PATFILE CHARFILE ESTFILE.
           OPEN OUTPUT ESTRPT.
           MOVE ALLOW-OVER TO NEF-11
           MOVE SPACE TO RPT-LINE
           STRING "===== rrr381 ESTIMATES AGAINST CHARGES FOR "
             PERIOD-IN "   FLAGGED OVER " NEF-11 " ====="
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT
           MOVE "ESTIMATE         GARNO    PATIENT  NAME"
             TO RPT-LINE
           MOVE "VISIT       ESTIMATED        BILLED          OVER"
             TO RPT-LINE(58:50)
           PERFORM RPT-OUT

           MOVE LOW-VALUE TO EST-KEY
           START ESTFILE KEY NOT < EST-KEY
             INVALID
               GO TO P9
           END-START.

       P1.
           READ ESTFILE NEXT
             AT END
               GO TO P9
           END-READ
           MOVE EST-VISIT TO SEL-DATE
           IF SEL-DATE = SPACE
               MOVE EST-DATE TO SEL-DATE
           END-IF
           IF SEL-DATE(1:6) NOT = PERIOD-IN
               GO TO P1
           END-IF
           ADD 1 TO CNT-REVIEWED
           MOVE EST-GARNO TO MATCH-GARNO
           MOVE EST-PATNO TO MATCH-PATID
           IF MATCH-GARNO = SPACE
               PERFORM FIND-PROSPECT THRU FIND-PROSPECT-EXIT
           END-IF
           MOVE EST-GROSS TO NEF-11B
           IF MATCH-GARNO = SPACE
               ADD 1 TO CNT-UNMATCHED
               MOVE SPACE TO RPT-LINE
               STRING EST-KEY " " EST-NAME "  NOT REGISTERED"
                 DELIMITED BY SIZE INTO RPT-LINE
               MOVE EST-VISIT TO RPT-LINE(58:8)
               MOVE NEF-11B TO RPT-LINE(66:14)
               PERFORM RPT-OUT
               GO TO P1
           END-IF

           PERFORM FIND-VISIT THRU FIND-VISIT-EXIT
           IF VISIT-DATE = SPACE
               ADD 1 TO CNT-NOCHARGE
               MOVE SPACE TO RPT-LINE
               STRING EST-KEY " " MATCH-GARNO " " MATCH-PATID " "
                 EST-NAME DELIMITED BY SIZE INTO RPT-LINE
               MOVE "NO CHARGES" TO RPT-LINE(58:10)
               MOVE NEF-11B TO RPT-LINE(66:14)
               PERFORM RPT-OUT
               GO TO P1
           END-IF

           COMPUTE OVER-AMT = BILLED - EST-GROSS
           MOVE BILLED TO NEF-11C
           MOVE SPACE TO RPT-LINE
           STRING EST-KEY " " MATCH-GARNO " " MATCH-PATID " "
             EST-NAME DELIMITED BY SIZE INTO RPT-LINE
           MOVE VISIT-DATE TO RPT-LINE(58:8)
           MOVE NEF-11B TO RPT-LINE(66:14)
           MOVE NEF-11C TO RPT-LINE(80:14)
           IF OVER-AMT > ALLOW-OVER
               MOVE OVER-AMT TO NEF-11
               MOVE NEF-11 TO RPT-LINE(94:14)
               MOVE "**" TO RPT-LINE(109:2)
               ADD 1 TO CNT-FLAGGED
               ADD OVER-AMT TO TOT-OVER
           END-IF
           PERFORM RPT-OUT
           GO TO P1.

      *    THE ESTIMATE WAS FOR SOMEONE NOT YET REGISTERED.  LOOK FOR
      *    THEM AS A PATIENT, THEN AS A GUARANTOR, BY NAME AND BIRTH
      *    DATE.
       FIND-PROSPECT.
           MOVE LOW-VALUE TO P-PATNO
           START PATFILE KEY NOT < P-PATNO
             INVALID
               GO TO FIND-PROSPECT-G
           END-START.
       FIND-PROSPECT-P1.
           READ PATFILE NEXT
             AT END
               GO TO FIND-PROSPECT-G
           END-READ
           IF P-PATNAME = EST-NAME AND P-DOB = EST-DOB
               MOVE P-GARNO TO MATCH-GARNO
               MOVE P-PATNO TO MATCH-PATID
               GO TO FIND-PROSPECT-EXIT
           END-IF
           GO TO FIND-PROSPECT-P1.
       FIND-PROSPECT-G.
           MOVE LOW-VALUE TO G-GARNO
           START GARFILE KEY NOT < G-GARNO
             INVALID
               GO TO FIND-PROSPECT-EXIT
           END-START.
       FIND-PROSPECT-G1.
           READ GARFILE NEXT
             AT END
               GO TO FIND-PROSPECT-EXIT
           END-READ
           IF G-GARNAME = EST-NAME AND G-DOB = EST-DOB
               MOVE G-GARNO TO MATCH-GARNO MATCH-PATID
               GO TO FIND-PROSPECT-EXIT
           END-IF
           GO TO FIND-PROSPECT-G1.
       FIND-PROSPECT-EXIT.
           EXIT.

      *    FIRST DATE OF SERVICE FOR THE PATIENT ON OR AFTER THE DAY
      *    THE ESTIMATE WAS GIVEN, AND EVERYTHING BILLED ON IT.
       FIND-VISIT.
           MOVE SPACE TO VISIT-DATE
           MOVE 0 TO BILLED
           MOVE MATCH-GARNO TO CD-KEY8
           MOVE SPACE TO CD-KEY3
           START CHARFILE KEY NOT < CHARFILE-KEY
             INVALID
               GO TO FIND-VISIT-2
           END-START.
       FIND-VISIT-1.
           READ CHARFILE NEXT
             AT END
               GO TO FIND-VISIT-2
           END-READ
           IF CD-KEY8 NOT = MATCH-GARNO
               GO TO FIND-VISIT-2
           END-IF
           IF CD-PATID NOT = MATCH-PATID OR CD-DATE-T < EST-DATE
               GO TO FIND-VISIT-1
           END-IF
           IF VISIT-DATE = SPACE OR CD-DATE-T < VISIT-DATE
               MOVE CD-DATE-T TO VISIT-DATE
           END-IF
           GO TO FIND-VISIT-1.
       FIND-VISIT-2.
           IF VISIT-DATE = SPACE
               GO TO FIND-VISIT-EXIT
           END-IF
           MOVE MATCH-GARNO TO CD-KEY8
           MOVE SPACE TO CD-KEY3
           START CHARFILE KEY NOT < CHARFILE-KEY
             INVALID
               GO TO FIND-VISIT-EXIT
           END-START.
       FIND-VISIT-3.
           READ CHARFILE NEXT
             AT END
               GO TO FIND-VISIT-EXIT
           END-READ
           IF CD-KEY8 NOT = MATCH-GARNO
               GO TO FIND-VISIT-EXIT
           END-IF
           IF CD-PATID = MATCH-PATID AND CD-DATE-T = VISIT-DATE
               ADD CD-AMOUNT TO BILLED
           END-IF
           GO TO FIND-VISIT-3.
       FIND-VISIT-EXIT.
           EXIT.

       RPT-OUT.
           WRITE ESTRPT01 FROM RPT-LINE
           DISPLAY RPT-LINE.

       P9.
           MOVE SPACE TO RPT-LINE
           PERFORM RPT-OUT
           MOVE SPACE TO RPT-LINE
           STRING "ESTIMATES REVIEWED " CNT-REVIEWED
             "   NOT REGISTERED " CNT-UNMATCHED
             "   NOT YET BILLED " CNT-NOCHARGE
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT
           MOVE TOT-OVER TO NEF-12
           MOVE SPACE TO RPT-LINE
           STRING "VISITS FLAGGED " CNT-FLAGGED
             "   BILLED OVER THEIR ESTIMATES BY " NEF-12
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT
           CLOSE GARFILE PATFILE CHARFILE ESTFILE ESTRPT.
           STOP RUN.
