      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEI149.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REMITLOG ASSIGN TO "S30" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT GARFILE ASSIGN TO "S35"     ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS G-GARNO
           ALTERNATE RECORD KEY IS G-ACCT WITH DUPLICATES
           ALTERNATE RECORD KEY IS G-PRINS WITH DUPLICATES
           ALTERNATE RECORD KEY IS G-SEINS WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT OPTIONAL PLACEFILE ASSIGN TO "S40"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS PLC-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL AGYTERMS ASSIGN TO "S45"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS AT-EFF-DATE.
           SELECT RECALLOUT ASSIGN TO "S50" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT OPTIONAL PARMFILE ASSIGN TO "S65" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT AGYRPT ASSIGN TO "S90" ORGANIZATION
           LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    THE REMIT LOG NEI146 EXTENDS - SEE THERE.
       FD  REMITLOG.
       01  REMITLOG01.
           02 RL-DATE PIC X(8).
           02 RL-GARNO PIC X(8).
           02 RL-PLACED PIC X(8).
           02 RL-CHECKNO PIC X(15).
           02 RL-BATCH PIC X(6).
           02 RL-PAID PIC 9(7)V99.
           02 RL-DEDUCT PIC 9(7)V99.

       FD GARFILE
           BLOCK CONTAINS 3 RECORDS
           DATA RECORD IS G-MASTER.
       01 G-MASTER.
           02 G-GARNO.
             03 ID1 PIC XXX.
             03 ID2 PIC XXX.
             03 ID3 PIC XX.
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
           02 G-TRINSIND PIC X.
           02 G-TRINS PIC XXX.
           02 G-PR-GROUP PIC X(12).
           02 G-PRIPOL0.
             03 G-PRIPOL PIC X(9).
             03 G-PR-SUFX PIC XXX.
             03 G-PR-FILLER PIC XX.
           02 G-PRNAME PIC X(24).
           02 G-PR-RELATE PIC X.
           02 G-SE-MPLR PIC X(4).
           02 G-SEINS PIC XXX.
           02 G-SE-ASSIGN PIC X.
           02 G-SE-OFFICE PIC X(4).
           02 G-SE-GROUP PIC X(12).
           02 G-SECPOL0.
              03 G-SECPOL PIC X(9).
              03 G-SE-FILLER PIC X(5).
           02 G-SENAME PIC X(24).
           02 G-SE-RELATE PIC X.
           02 G-INSPEND PIC S9(5)V99.
           02 G-LASTBILL PIC X(8).
           02 G-ASSIGNM PIC X.
           02 G-PRIVATE PIC X.
           02 G-BILLCYCLE PIC X.
           02 G-DELETE PIC X.
           02 G-FILLER PIC XXX.
           02 G-ACCT PIC X(8).
           02 G-PRGRPNAME PIC X(15).
           02 G-SEGRPNAME PIC X(15).

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

      *    COLLECTION AGENCY CONTRACT TERMS, KEYED BY THE DATE THEY
      *    TAKE EFFECT.  THE COMMISSION PERCENT GOES BY HOW LONG THE
      *    ACCOUNT HAD BEEN PLACED WHEN THE MONEY CAME IN - UP TO
      *    FOUR AGE BANDS, EACH GOOD UP TO AND INCLUDING ITS DAYS,
      *    THE LAST BAND COVERING EVERYTHING OLDER.  AN ACCOUNT
      *    PLACED LONGER THAN THE RECALL DAYS WITH NOTHING COLLECTED
      *    MAY BE TAKEN BACK.  A PLACEMENT IS HELD TO THE TERMS IN
      *    EFFECT ON THE DAY IT WENT OUT.
       FD  AGYTERMS
           DATA RECORD IS AGYTERMS01.
       01  AGYTERMS01.
           02 AT-EFF-DATE PIC X(8).
           02 AT-BAND OCCURS 4 TIMES.
             03 AT-BAND-DAYS PIC 9(4).
             03 AT-BAND-PCT PIC 99V99.
           02 AT-RECALL-DAYS PIC 9(4).
           02 AT-OPERATOR PIC X(10).
           02 AT-FUTURE PIC X(10).

      *    RECALL CANDIDATES IN THE FORM NEI147 TAKES AS ITS RECALL
      *    LIST (PARM MODE RECL) - ONE GARNO PER LINE.
       FD  RECALLOUT.
       01  RECALLOUT01.
           02 RCL-GARNO PIC X(8).

       FD  PARMFILE.
       01  PARMFILE01.
           02 PARM-MONTH PIC X(6).

       FD  AGYRPT.
       01  AGYRPT01 PIC X(132).

       WORKING-STORAGE SECTION.
       01  RPT-MONTH PIC X(6).
       01  RPT-MONTH-N REDEFINES RPT-MONTH.
           02 RPT-YYYY PIC 9(4).
           02 RPT-MM PIC 99.
       01  TODAY-6 PIC 9(6).
       01  TODAY-8 PIC 9(8).
       01  TODAY-INT PIC S9(9).
       01  DATE-N PIC 9(8).
       01  DATE-N-X REDEFINES DATE-N.
           02 DATE-YYYY PIC 9(4).
           02 DATE-MM PIC 99.
           02 DATE-DD PIC 99.
       01  AGE-DAYS PIC S9(7).
      *    THE TERMS ON FILE, OLDEST FIRST
       01  TRM-TAB.
           02 TRM-ENTRY OCCURS 50 TIMES.
             03 TRM-EFF PIC X(8).
             03 TRM-BAND OCCURS 4 TIMES.
               04 TRM-DAYS PIC 9(4).
               04 TRM-PCT PIC 99V99.
             03 TRM-RECALL PIC 9(4).
       01  TRM-MAX PIC 99 VALUE 0.
       01  T PIC 99.
       01  T-X PIC 99.
       01  B PIC 9.
       01  BAND-X PIC 9.
       01  TERM-DATE PIC X(8).
       01  COMM-PCT PIC 99V99.
      *    RECOVERY BY PLACEMENT MONTH - ENTRY 1 IS THE REPORT MONTH,
      *    2 THE MONTH BEFORE, AND SO ON BACK FIVE YEARS.  ENTRY 61
      *    HOLDS EVERYTHING OLDER.
       01  MON-TAB.
           02 MON-ENTRY OCCURS 61 TIMES.
             03 MON-LABEL PIC X(6).
             03 MON-CNT PIC 9(5).
             03 MON-PLACED PIC S9(9)V99.
             03 MON-COLL PIC S9(9)V99.
             03 MON-RECALLED PIC S9(9)V99.
             03 MON-OUTST PIC S9(9)V99.
       01  M PIC 99.
       01  M-BACK PIC S9(5).
       01  GROSS PIC S9(7)V99.
       01  DUE PIC S9(7)V99.
       01  OVER PIC S9(7)V99.
       01  COLLECTED PIC S9(7)V99.
       01  OUTST PIC S9(7)V99.
       01  RECOV-PCT PIC 999V9.
       01  RPT-LINE PIC X(132).
       01  CNT-REMITS PIC 9(7) VALUE 0.
       01  CNT-OVER PIC 9(7) VALUE 0.
       01  CNT-NOPLACE PIC 9(7) VALUE 0.
       01  CNT-RECALL PIC 9(7) VALUE 0.
       01  TOT-GROSS PIC S9(9)V99 VALUE 0.
       01  TOT-DEDUCT PIC S9(9)V99 VALUE 0.
       01  TOT-DUE PIC S9(9)V99 VALUE 0.
       01  TOT-OVER PIC S9(9)V99 VALUE 0.
       01  TOT-RECALL PIC S9(9)V99 VALUE 0.
       01  GT-CNT PIC 9(7) VALUE 0.
       01  GT-PLACED PIC S9(9)V99 VALUE 0.
       01  GT-COLL PIC S9(9)V99 VALUE 0.
       01  GT-RECALLED PIC S9(9)V99 VALUE 0.
       01  GT-OUTST PIC S9(9)V99 VALUE 0.
       01  NEF-9 PIC ZZZ,ZZ9.99-.
       01  NEF-12 PIC ZZZ,ZZZ,ZZ9.99-.
       01  NEF-P PIC Z9.99.
       01  NEF-R PIC ZZ9.9.
       01  NEF-D PIC ZZZZ9.

      *
      *    MONTHLY COLLECTION AGENCY RECONCILIATION.
      *    1. EVERY AGENCY REMIT LINE OF THE MONTH (NEI146'S LOG) HAS
      *       ITS COMMISSION RECOMPUTED FROM THE CONTRACT TERMS (383)
      *       AT THE PLACEMENT'S AGE THAT DAY; A DEDUCT OVER WHAT WAS
      *       DUE IS LISTED TO BE CLAIMED BACK.  THE COMMISSION IS ON
      *       WHAT THE AGENCY COLLECTED - PAID PLUS DEDUCT.
      *    2. PLACEMENTS STILL WITH THE AGENCY PAST THE RECALL DAYS
      *       WITHOUT A CENT COLLECTED ARE LISTED AND WRITTEN TO THE
      *       RECALL FILE FOR NEI147.
      *    3. RECOVERY BY PLACEMENT MONTH - PLACED, COLLECTED TO DATE,
      *       RECALLED AND STILL OUT.
      *    THE MONTH COMES FROM THE PARM FILE (YYYYMM); WITHOUT ONE
      *    IT IS LAST MONTH.
       PROCEDURE DIVISION.
       P00.
           ACCEPT TODAY-6 FROM DATE.
           MOVE TODAY-6 TO TODAY-8.
           ADD 20000000 TO TODAY-8.
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY-8).
           MOVE TODAY-8 TO DATE-N
           MOVE DATE-YYYY TO RPT-YYYY
           MOVE DATE-MM TO RPT-MM
           IF RPT-MM = 1
               MOVE 12 TO RPT-MM
               SUBTRACT 1 FROM RPT-YYYY
           ELSE
               SUBTRACT 1 FROM RPT-MM
           END-IF
           OPEN INPUT PARMFILE
           READ PARMFILE
             NOT AT END
               IF PARM-MONTH NUMERIC
                   MOVE PARM-MONTH TO RPT-MONTH
               END-IF
           END-READ
           CLOSE PARMFILE
           INITIALIZE MON-TAB
           OPEN INPUT AGYTERMS
           MOVE LOW-VALUE TO AT-EFF-DATE
           START AGYTERMS KEY NOT < AT-EFF-DATE
             INVALID
               GO TO P02
           END-START.
       P01.
           READ AGYTERMS NEXT AT END GO TO P02.
           IF TRM-MAX = 50 GO TO P02.
           ADD 1 TO TRM-MAX
           MOVE AT-EFF-DATE TO TRM-EFF(TRM-MAX)
           PERFORM P01-BAND VARYING B FROM 1 BY 1 UNTIL B > 4
           MOVE AT-RECALL-DAYS TO TRM-RECALL(TRM-MAX)
           GO TO P01.
       P01-BAND.
           MOVE AT-BAND-DAYS(B) TO TRM-DAYS(TRM-MAX B)
           MOVE AT-BAND-PCT(B) TO TRM-PCT(TRM-MAX B).
       P02.
           CLOSE AGYTERMS
           IF TRM-MAX = 0
               DISPLAY "NO AGENCY CONTRACT TERMS ON FILE (383) -"
                 " RUN ABORTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT REMITLOG GARFILE PLACEFILE.
           OPEN OUTPUT RECALLOUT AGYRPT.
           MOVE SPACE TO RPT-LINE
           STRING "===== NEI149 AGENCY COMMISSION RECONCILIATION - "
             RPT-MONTH " =====" DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT
           MOVE "DEDUCTS OVER THE CONTRACT COMMISSION" TO RPT-LINE
           PERFORM RPT-OUT
           MOVE "REMITTED GARNO    NAME" TO RPT-LINE
           MOVE "PLACED    AGE   PCT   COLLECTED    DEDUCTED" TO
             RPT-LINE(43:44)
           MOVE "DUE        OVER CHECK" TO RPT-LINE(94:21)
           PERFORM RPT-OUT.

      *    SECTION 1 - THE MONTH'S REMITS.
       P1.
           READ REMITLOG AT END GO TO P2.
           IF RL-DATE(1:6) NOT = RPT-MONTH GO TO P1.
           ADD 1 TO CNT-REMITS
           COMPUTE GROSS = RL-PAID + RL-DEDUCT
           ADD GROSS TO TOT-GROSS
           ADD RL-DEDUCT TO TOT-DEDUCT
           MOVE RL-GARNO TO G-GARNO
           READ GARFILE
             INVALID
               MOVE "** NOT ON FILE **" TO G-GARNAME
           END-READ
           IF RL-PLACED NOT NUMERIC OR RL-DATE NOT NUMERIC
               GO TO P1-NOPLACE
           END-IF
           MOVE RL-PLACED TO TERM-DATE
           PERFORM FIND-TERMS
           MOVE RL-DATE TO DATE-N
           COMPUTE AGE-DAYS = FUNCTION INTEGER-OF-DATE(DATE-N)
           MOVE RL-PLACED TO DATE-N
           COMPUTE AGE-DAYS = AGE-DAYS
             - FUNCTION INTEGER-OF-DATE(DATE-N)
           PERFORM FIND-PCT
           COMPUTE DUE ROUNDED = GROSS * COMM-PCT / 100
           ADD DUE TO TOT-DUE
           COMPUTE OVER = RL-DEDUCT - DUE
           IF OVER NOT > 0 GO TO P1.
           ADD 1 TO CNT-OVER
           ADD OVER TO TOT-OVER
           MOVE SPACE TO RPT-LINE
           STRING RL-DATE " " RL-GARNO " " G-GARNAME
             DELIMITED BY SIZE INTO RPT-LINE
           MOVE RL-PLACED TO RPT-LINE(43:8)
           MOVE AGE-DAYS TO NEF-D
           MOVE NEF-D TO RPT-LINE(52:5)
           MOVE COMM-PCT TO NEF-P
           MOVE NEF-P TO RPT-LINE(58:5)
           MOVE GROSS TO NEF-9
           MOVE NEF-9 TO RPT-LINE(64:11)
           MOVE RL-DEDUCT TO NEF-9
           MOVE NEF-9 TO RPT-LINE(76:11)
           MOVE DUE TO NEF-9
           MOVE NEF-9 TO RPT-LINE(88:11)
           MOVE OVER TO NEF-9
           MOVE NEF-9 TO RPT-LINE(100:11)
           MOVE RL-CHECKNO TO RPT-LINE(112:15)
           PERFORM RPT-OUT
           GO TO P1.
      *    NO PLACEMENT ON FILE - THE AGE AND SO THE RATE CANNOT BE
      *    KNOWN.  ANY DEDUCT TAKEN IS LISTED FOR A LOOK BY HAND.
       P1-NOPLACE.
           ADD 1 TO CNT-NOPLACE
           IF RL-DEDUCT = 0 GO TO P1.
           MOVE SPACE TO RPT-LINE
           STRING RL-DATE " " RL-GARNO " " G-GARNAME
             DELIMITED BY SIZE INTO RPT-LINE
           MOVE "NO PLACEMENT ON FILE" TO RPT-LINE(43:20)
           MOVE GROSS TO NEF-9
           MOVE NEF-9 TO RPT-LINE(64:11)
           MOVE RL-DEDUCT TO NEF-9
           MOVE NEF-9 TO RPT-LINE(76:11)
           MOVE RL-CHECKNO TO RPT-LINE(112:15)
           PERFORM RPT-OUT
           GO TO P1.

       P2.
           CLOSE REMITLOG
           MOVE SPACE TO RPT-LINE
           PERFORM RPT-OUT
           MOVE TOT-GROSS TO NEF-12
           STRING "REMITS " CNT-REMITS "   COLLECTED " NEF-12
             DELIMITED BY SIZE INTO RPT-LINE
           MOVE TOT-DEDUCT TO NEF-12
           STRING "   DEDUCTED " NEF-12 DELIMITED BY SIZE
             INTO RPT-LINE(48:30)
           MOVE TOT-DUE TO NEF-12
           STRING "   DUE " NEF-12 DELIMITED BY SIZE
             INTO RPT-LINE(78:25)
           PERFORM RPT-OUT
           MOVE SPACE TO RPT-LINE
           MOVE TOT-OVER TO NEF-12
           STRING "OVER-DEDUCTED " CNT-OVER " REMITS  " NEF-12
             "   NO PLACEMENT ON FILE " CNT-NOPLACE
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT
           MOVE SPACE TO RPT-LINE
           PERFORM RPT-OUT
           MOVE "RECALL CANDIDATES - PLACED PAST THE RECALL DAYS WITH"
             TO RPT-LINE
           MOVE "NOTHING COLLECTED" TO RPT-LINE(53:17)
           PERFORM RPT-OUT
           MOVE "GARNO    NAME                     PLACED      DAYS"
             TO RPT-LINE
           MOVE "AMOUNT PLACED  RECALL DAYS" TO RPT-LINE(55:26)
           PERFORM RPT-OUT
           MOVE LOW-VALUE TO PLC-KEY
           START PLACEFILE KEY NOT < PLC-KEY
             INVALID
               GO TO P3
           END-START.

      *    SECTION 2 AND THE MONTH TOTALS - ONE PASS OF THE
      *    PLACEMENTS.
       P2-R1.
           READ PLACEFILE NEXT AT END GO TO P3.
           IF PLC-DATE NOT NUMERIC GO TO P2-R1.
           IF PLC-DATE(1:6) > RPT-MONTH GO TO P2-R1.
           COMPUTE COLLECTED = PLC-PAID + PLC-DEDUCT
           MOVE 0 TO OUTST
           IF PLC-STATUS = "A"
               COMPUTE OUTST = PLC-AMOUNT - COLLECTED
               IF OUTST < 0
                   MOVE 0 TO OUTST
               END-IF
           END-IF
           MOVE PLC-DATE TO DATE-N
           COMPUTE M-BACK = (RPT-YYYY * 12 + RPT-MM)
             - (DATE-YYYY * 12 + DATE-MM) + 1
           IF M-BACK > 60
               MOVE 61 TO M
               MOVE "OLDER" TO MON-LABEL(M)
           ELSE
               MOVE M-BACK TO M
               MOVE PLC-DATE(1:6) TO MON-LABEL(M)
           END-IF
           ADD 1 TO MON-CNT(M)
           ADD PLC-AMOUNT TO MON-PLACED(M)
           ADD COLLECTED TO MON-COLL(M)
           ADD OUTST TO MON-OUTST(M)
           IF PLC-STATUS = "R"
               ADD PLC-RECALL-AMT TO MON-RECALLED(M)
           END-IF
           IF PLC-STATUS NOT = "A" OR COLLECTED NOT = 0
               GO TO P2-R1
           END-IF
           MOVE PLC-DATE TO TERM-DATE
           PERFORM FIND-TERMS
           COMPUTE AGE-DAYS = TODAY-INT
             - FUNCTION INTEGER-OF-DATE(DATE-N)
           IF AGE-DAYS NOT > TRM-RECALL(T-X) OR TRM-RECALL(T-X) = 0
               GO TO P2-R1
           END-IF
           MOVE PLC-GARNO TO G-GARNO
           READ GARFILE
             INVALID
               MOVE "** NOT ON FILE **" TO G-GARNAME
           END-READ
           MOVE SPACE TO RPT-LINE
           STRING PLC-GARNO " " G-GARNAME " " PLC-DATE
             DELIMITED BY SIZE INTO RPT-LINE
           MOVE AGE-DAYS TO NEF-D
           MOVE NEF-D TO RPT-LINE(47:5)
           MOVE PLC-AMOUNT TO NEF-9
           MOVE NEF-9 TO RPT-LINE(55:11)
           MOVE TRM-RECALL(T-X) TO RPT-LINE(70:4)
           PERFORM RPT-OUT
           MOVE PLC-GARNO TO RCL-GARNO
           WRITE RECALLOUT01
           ADD 1 TO CNT-RECALL
           ADD PLC-AMOUNT TO TOT-RECALL
           GO TO P2-R1.

      *    SECTION 3 - OLDEST MONTH FIRST.
       P3.
           MOVE SPACE TO RPT-LINE
           MOVE TOT-RECALL TO NEF-12
           STRING "RECALL CANDIDATES " CNT-RECALL "   PLACED "
             NEF-12 DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT
           MOVE SPACE TO RPT-LINE
           PERFORM RPT-OUT
           MOVE "RECOVERY BY PLACEMENT MONTH - COLLECTED TO DATE"
             TO RPT-LINE
           PERFORM RPT-OUT
           MOVE "MONTH   ACCOUNTS         PLACED      COLLECTED  PCT"
             TO RPT-LINE
           MOVE "RECALLED    OUTSTANDING" TO RPT-LINE(60:23)
           PERFORM RPT-OUT
           PERFORM MON-LINE VARYING M FROM 61 BY -1 UNTIL M < 1
           MOVE SPACE TO RPT-LINE
           MOVE "TOTAL" TO MON-LABEL(1)
           MOVE GT-CNT TO MON-CNT(1)
           MOVE GT-PLACED TO MON-PLACED(1)
           MOVE GT-COLL TO MON-COLL(1)
           MOVE GT-RECALLED TO MON-RECALLED(1)
           MOVE GT-OUTST TO MON-OUTST(1)
           MOVE 1 TO M
           PERFORM MON-PRINT
           CLOSE GARFILE PLACEFILE RECALLOUT AGYRPT.
           STOP RUN.

       MON-LINE.
           IF MON-CNT(M) > 0
               ADD MON-CNT(M) TO GT-CNT
               ADD MON-PLACED(M) TO GT-PLACED
               ADD MON-COLL(M) TO GT-COLL
               ADD MON-RECALLED(M) TO GT-RECALLED
               ADD MON-OUTST(M) TO GT-OUTST
               PERFORM MON-PRINT
           END-IF.

       MON-PRINT.
           MOVE SPACE TO RPT-LINE
           MOVE MON-LABEL(M) TO RPT-LINE(1:6)
           MOVE MON-CNT(M) TO NEF-D
           MOVE NEF-D TO RPT-LINE(11:5)
           MOVE MON-PLACED(M) TO NEF-12
           MOVE NEF-12 TO RPT-LINE(17:15)
           MOVE MON-COLL(M) TO NEF-12
           MOVE NEF-12 TO RPT-LINE(32:15)
           MOVE 0 TO RECOV-PCT
           IF MON-PLACED(M) > 0
               COMPUTE RECOV-PCT ROUNDED = MON-COLL(M) * 100
                 / MON-PLACED(M)
           END-IF
           MOVE RECOV-PCT TO NEF-R
           MOVE NEF-R TO RPT-LINE(48:5)
           MOVE MON-RECALLED(M) TO NEF-12
           MOVE NEF-12 TO RPT-LINE(53:15)
           MOVE MON-OUTST(M) TO NEF-12
           MOVE NEF-12 TO RPT-LINE(68:15)
           PERFORM RPT-OUT.

      *    THE TERMS IN EFFECT ON TERM-DATE - THE LATEST EFFECTIVE
      *    ON OR BEFORE IT.  A DATE BEFORE ANY TERMS ON FILE TAKES
      *    THE EARLIEST.
       FIND-TERMS.
           MOVE 1 TO T-X
           PERFORM FIND-TERMS-1 VARYING T FROM 1 BY 1
             UNTIL T > TRM-MAX.
       FIND-TERMS-1.
           IF TRM-EFF(T) NOT > TERM-DATE
               MOVE T TO T-X
           END-IF.

      *    THE PERCENT FOR AGE-DAYS UNDER TERMS T-X - THE FIRST BAND
      *    THAT REACHES THAT AGE, OR THE LAST BAND WHEN NONE DOES.
       FIND-PCT.
           MOVE 0 TO COMM-PCT BAND-X
           PERFORM FIND-PCT-1 VARYING B FROM 1 BY 1
             UNTIL B > 4 OR BAND-X > 0.
       FIND-PCT-1.
           IF TRM-DAYS(T-X B) > 0
               MOVE TRM-PCT(T-X B) TO COMM-PCT
               IF AGE-DAYS NOT > TRM-DAYS(T-X B)
                   MOVE B TO BAND-X
               END-IF
           END-IF.

       RPT-OUT.
           WRITE AGYRPT01 FROM RPT-LINE
           DISPLAY RPT-LINE.
