      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rrr380.
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
           SELECT PROCFILE ASSIGN TO "S40" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS PROC-KEY.
           SELECT PATFILE ASSIGN TO "S45" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS P-PATNO
           ALTERNATE RECORD KEY IS P-GARNO WITH DUPLICATES.
           SELECT FEEFILE ASSIGN TO "S50" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS FEE-KEY.
           SELECT OPTIONAL SLIDENR ASSIGN TO "S67"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS ENR-GARNO.
           SELECT OPTIONAL SLIDFILE ASSIGN TO "S68"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS SLID-CLASS.
           SELECT OPTIONAL ESTFILE ASSIGN TO "S70"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS EST-KEY
           ALTERNATE RECORD KEY IS EST-GARNO WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT INSFILE ASSIGN TO "S85" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS INS-KEY
           ALTERNATE RECORD KEY IS INS-NAME WITH DUPLICATES
           ALTERNATE RECORD KEY IS INS-CITY WITH DUPLICATES
           ALTERNATE RECORD KEY IS INS-ASSIGN WITH DUPLICATES
           ALTERNATE RECORD KEY IS INS-CLAIMTYPE WITH DUPLICATES
           ALTERNATE RECORD KEY IS INS-NEIC WITH DUPLICATES
           ALTERNATE RECORD KEY IS INS-NEIC-ASSIGN WITH DUPLICATES.
           SELECT ESTPRT ASSIGN TO "S90" ORGANIZATION IS LINE
           SEQUENTIAL.
           SELECT OPTIONAL OPRSESS ASSIGN TO "S20"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL ACCLOG ASSIGN TO "S21"
           ORGANIZATION LINE SEQUENTIAL.

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

       FD  PROCFILE
           DATA RECORD PROCFILE01.
       01  PROCFILE01.
           02 PROC-KEY.
             03 PK1 PIC X(4).
             03 PK2 PIC X(5).
             03 PK3 PIC XX.
           02 PROC-TYPE PIC X.
           02 PROC-TITLE PIC X(28).
           02 PROC-AMOUNT PIC 9(7)V99.

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

       FD  FEEFILE
           DATA RECORD IS FEEFILE01.
       01  FEEFILE01.
           02 FEE-KEY.
             03 FEE-PROC PIC X(11).
             03 FEE-PAYER PIC XXX.
           02 FEE-AMOUNT PIC 9(7)V99.

       FD  SLIDFILE
           DATA RECORD IS SLIDFILE01.
       01  SLIDFILE01.
           02 SLID-CLASS PIC XX.
           02 SLID-INCOME PIC 9(7).
           02 SLID-FAMSIZE PIC 99.
           02 SLID-PCT PIC 99V99.
           02 SLID-FUTURE PIC X(8).

       FD  SLIDENR
           DATA RECORD IS SLIDENR01.
       01  SLIDENR01.
           02 ENR-GARNO PIC X(8).
           02 ENR-CLASS PIC XX.
           02 ENR-EXPIRE PIC X(8).
           02 ENR-DATE PIC X(8).
           02 ENR-OPERATOR PIC X(10).
           02 ENR-FUTURE PIC X(8).

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

       FD  INSFILE
           DATA RECORD IS INSFILE01.
       01  INSFILE01.
           02 INS-KEY PIC XXX.
           02 INS-NAME PIC X(22).
           02 INS-STREET PIC X(24).
           02 INS-CITY PIC X(15).
           02 INS-STATE PIC XX.
           02 INS-ZIP PIC X(9).
           02 INS-ASSIGN PIC X.
           02 INS-CLAIMTYPE PIC X.
           02 INS-NEIC PIC X(5).
           02 INS-NEICLEVEL PIC X.
           02 INS-NEIC-ASSIGN PIC X.
           02 INS-PPO PIC X.
           02 INS-PRVNUM PIC X(10).
           02 INS-HMO PIC X(3).
           02 INS-STATUS PIC X.
           02 INS-LEVEL PIC X.
           02 INS-LASTDATE PIC X(8).
           02 INS-CAID PIC XXX.
           02 INS-REFWARN PIC X.
           02 INS-FILELIMIT PIC 999.
           02 INS-CLASS PIC X.
           02 INS-XOVER PIC X.
           02 INS-FUTURE PIC X(3).

       FD  ESTPRT.
       01  ESTPRT01 PIC X(80).

       FD  OPRSESS.
       01  OPRSESS01.
           02 OPS-ID PIC X(10).

      *    ACCOUNT ACCESS LOG - ONE LINE EVERY TIME AN ACCOUNT IS
      *    BROUGHT UP ON AN INQUIRY OR MAINTENANCE SCREEN.  SHARED
      *    BY EVERY PROGRAM ON THE 355 MENU THAT SHOWS AN ACCOUNT;
      *    376 REPORTS FROM IT.
       FD  ACCLOG.
       01  ACCLOG01.
           02 AL-OPERATOR PIC X(10).
           02 AL-PROGRAM PIC X(6).
           02 AL-GARNO PIC X(8).
           02 AL-PATNO PIC X(8).
           02 AL-DATE PIC X(8).
           02 AL-TIME PIC X(8).

       WORKING-STORAGE SECTION.
       01  ACC-GARNO PIC X(8).
       01  ACC-PATNO PIC X(8).
       01  ACC-DATE6 PIC 9(6).
       01  ANS PIC X.
       01  OPERATOR-WS PIC X(10).
       01  TODAY-6 PIC 9(6).
       01  TODAY-8 PIC X(8).
       01  TIME-8 PIC 9(8).
       01  GARNO-IN PIC X(8).
       01  PATNO-IN PIC X(8).
       01  DATE-IN PIC X(8).
       01  PAYER-IN PIC XXX.
       01  PROC-IN PIC X(11).
       01  KEY-IN PIC X(16).
       01  CPT-HITS PIC 99.
       01  CPT-KEY PIC X(11).
       01  EX PIC 99.
       01  PAYER-NAME PIC X(22).
       01  LINE-NET PIC 9(7)V99.
       01  RPT-LINE PIC X(80).
       01  NEF-11 PIC Z,ZZZ,ZZ9.99.

      *
      *    GOOD-FAITH ESTIMATE.  THE FRONT DESK ENTERS A GUARANTOR
      *    (OR A PROSPECT NOT YET REGISTERED) AND THE PLANNED
      *    PROCEDURES.  EACH IS PRICED THE WAY 250 WILL PRICE THE
      *    CHARGE - THE PAYER'S FEEFILE RATE WHEN THERE IS ONE,
      *    OTHERWISE THE PROCFILE STANDARD AMOUNT - LESS THE
      *    SLIDING-FEE DISCOUNT THE GUARANTOR IS ENROLLED FOR (354).
      *    THE ESTIMATE IS SAVED ON ESTFILE AND PRINTED FOR THE
      *    PATIENT.  381 CHECKS THEM AGAINST WHAT WAS BILLED.
       PROCEDURE DIVISION.
       P00.
           OPEN INPUT GARFILE PROCFILE PATFILE FEEFILE SLIDENR
             SLIDFILE INSFILE.
           OPEN I-O ESTFILE.
           ACCEPT TODAY-6 FROM DATE.
           MOVE "20" TO TODAY-8(1:2).
           MOVE TODAY-6(1:2) TO TODAY-8(3:2).
           MOVE TODAY-6(3:2) TO TODAY-8(5:2).
           MOVE TODAY-6(5:2) TO TODAY-8(7:2).
      *    THE SIGN-ON MENU (355) LEAVES THE VERIFIED OPERATOR ID
      *    IN THE SESSION FILE - THE FREE-TYPED INITIALS PROMPT
      *    ONLY COMES BACK WHEN THE FILE IS ABSENT.
           OPEN INPUT OPRSESS
           READ OPRSESS
             AT END
               DISPLAY "ENTER YOUR INITIALS FOR THE ESTIMATES"
               ACCEPT OPERATOR-WS
             NOT AT END
               MOVE OPS-ID TO OPERATOR-WS
           END-READ
           CLOSE OPRSESS.

       P0.
           DISPLAY "GOOD FAITH ESTIMATE - N)EW ESTIMATE R)EPRINT"
             " X)EXIT".
           ACCEPT ANS.
           IF ANS = "N" GO TO NEW-EST.
           IF ANS = "R" GO TO REPRINT.
           IF ANS = "X" GO TO P9.
           GO TO P0.

       NEW-EST.
           MOVE SPACE TO ESTFILE01
           MOVE 0 TO EST-PCT EST-LINES EST-GROSS EST-SLIDE-TOT
             EST-NET
           DISPLAY "GARNO (BLANK = NEW PROSPECT, X = BACK)".
           ACCEPT GARNO-IN.
           IF GARNO-IN = "X" GO TO P0.
           IF GARNO-IN = SPACE GO TO NEW-PROSPECT.
           MOVE GARNO-IN TO G-GARNO
           READ GARFILE
             INVALID
               DISPLAY "NO SUCH GUARANTOR"
               GO TO NEW-EST
           END-READ
           MOVE G-GARNO TO ACC-GARNO
           PERFORM LOG-ACCESS
           DISPLAY G-GARNO " " G-GARNAME " PAYER " G-PRINS
           MOVE G-GARNO TO EST-GARNO EST-PATNO
           MOVE G-GARNAME TO EST-NAME
           MOVE G-DOB TO EST-DOB
           MOVE G-PHONE TO EST-PHONE
           MOVE G-PRINS TO EST-PAYER.
       NEW-EST-PAT.
           DISPLAY "PATIENT NUMBER (BLANK = THE GUARANTOR)".
           ACCEPT PATNO-IN.
           IF PATNO-IN NOT = SPACE
               MOVE PATNO-IN TO P-PATNO
               READ PATFILE
                 INVALID
                   DISPLAY "NO SUCH PATIENT"
                   GO TO NEW-EST-PAT
               END-READ
               IF P-GARNO NOT = G-GARNO
                   DISPLAY "PATIENT IS NOT UNDER " G-GARNO
                   GO TO NEW-EST-PAT
               END-IF
               MOVE P-PATNO TO EST-PATNO
               MOVE P-PATNAME TO EST-NAME
               MOVE P-DOB TO EST-DOB
           END-IF

      *    THE SAME TEST 250 MAKES BEFORE IT GRANTS THE DISCOUNT.
           MOVE G-GARNO TO ENR-GARNO
           READ SLIDENR
             INVALID
               GO TO NEW-EST-VISIT
           END-READ
           IF ENR-EXPIRE NUMERIC AND ENR-EXPIRE < TODAY-8
               DISPLAY "SLIDING FEE ENROLLMENT EXPIRED " ENR-EXPIRE
                 " - NO DISCOUNT UNTIL RENEWED IN 354"
               GO TO NEW-EST-VISIT
           END-IF
           MOVE ENR-CLASS TO SLID-CLASS
           READ SLIDFILE
             INVALID
               GO TO NEW-EST-VISIT
           END-READ
           MOVE SLID-CLASS TO EST-CLASS
           MOVE SLID-PCT TO EST-PCT
           DISPLAY "SLIDING FEE CLASS " EST-CLASS " DISCOUNT " EST-PCT
             " PCT"
           GO TO NEW-EST-VISIT.

      *    NOT REGISTERED YET - TAKE ENOUGH TO FIND THEM LATER.
       NEW-PROSPECT.
           DISPLAY "NAME  LAST;FIRST;MIDDLE".
           ACCEPT EST-NAME.
           IF EST-NAME = SPACE GO TO P0.
       NEW-PROSPECT-DOB.
           DISPLAY "BIRTH DATE  YYYYMMDD FORMAT".
           ACCEPT EST-DOB.
           IF EST-DOB NOT NUMERIC GO TO NEW-PROSPECT-DOB.
           DISPLAY "PHONE".
           ACCEPT EST-PHONE.
       NEW-PROSPECT-PAY.
           DISPLAY "PAYER CODE IF THEIR PLAN HAS A CONTRACT WITH US"
             " (BLANK = SELF-PAY)".
           ACCEPT PAYER-IN.
           IF PAYER-IN NOT = SPACE
               MOVE PAYER-IN TO INS-KEY
               READ INSFILE
                 INVALID
                   DISPLAY "NO SUCH PAYER"
                   GO TO NEW-PROSPECT-PAY
               END-READ
               DISPLAY INS-NAME
           END-IF
           MOVE PAYER-IN TO EST-PAYER.

       NEW-EST-VISIT.
           DISPLAY "PLANNED DATE OF SERVICE  YYYYMMDD (BLANK = NOT"
             " SCHEDULED)".
           ACCEPT DATE-IN.
           IF DATE-IN NOT = SPACE AND DATE-IN NOT NUMERIC
               GO TO NEW-EST-VISIT
           END-IF
           MOVE DATE-IN TO EST-VISIT.

       NEW-EST-LINE.
           IF EST-LINES = 10
               DISPLAY "10 PROCEDURES IS THE MOST ON ONE ESTIMATE"
               GO TO NEW-EST-TOTAL
           END-IF
           DISPLAY "CPT CODE, OR THE FULL PROCEDURE CODE"
             " (BLANK = DONE)".
           ACCEPT PROC-IN.
           IF PROC-IN = SPACE GO TO NEW-EST-TOTAL.
           IF PROC-IN(6:6) = SPACE
               PERFORM FIND-CPT THRU FIND-CPT-EXIT
               IF CPT-HITS NOT = 1
                   GO TO NEW-EST-LINE
               END-IF
               MOVE CPT-KEY TO PROC-KEY
           ELSE
               MOVE PROC-IN TO PROC-KEY
           END-IF
           READ PROCFILE
             INVALID
               DISPLAY "NOT ON PROCFILE"
               GO TO NEW-EST-LINE
           END-READ
           ADD 1 TO EST-LINES
           MOVE EST-LINES TO EX
           MOVE PROC-KEY TO EST-PROC(EX)
           MOVE PROC-AMOUNT TO EST-AMOUNT(EX)
           MOVE "P" TO EST-SOURCE(EX)
           IF EST-PAYER NOT = SPACE
               MOVE PROC-KEY TO FEE-PROC
               MOVE EST-PAYER TO FEE-PAYER
               READ FEEFILE
                 INVALID
                   CONTINUE
                 NOT INVALID
                   MOVE FEE-AMOUNT TO EST-AMOUNT(EX)
                   MOVE "F" TO EST-SOURCE(EX)
               END-READ
           END-IF
           COMPUTE EST-SLIDE(EX) ROUNDED =
             EST-AMOUNT(EX) * EST-PCT / 100
           ADD EST-AMOUNT(EX) TO EST-GROSS
           ADD EST-SLIDE(EX) TO EST-SLIDE-TOT
           MOVE EST-AMOUNT(EX) TO NEF-11
           DISPLAY PROC-KEY " " PROC-TITLE " " NEF-11
           GO TO NEW-EST-LINE.

       NEW-EST-TOTAL.
           IF EST-LINES = 0 GO TO P0.
           COMPUTE EST-NET = EST-GROSS - EST-SLIDE-TOT
           MOVE EST-GROSS TO NEF-11
           DISPLAY "CHARGES      " NEF-11
           MOVE EST-SLIDE-TOT TO NEF-11
           DISPLAY "DISCOUNT     " NEF-11
           MOVE EST-NET TO NEF-11
           DISPLAY "ESTIMATE     " NEF-11
           DISPLAY "S)AVE AND PRINT  X)DISCARD".
           ACCEPT ANS.
           IF ANS = "X" GO TO P0.
           IF ANS NOT = "S" GO TO NEW-EST-TOTAL.
           MOVE TODAY-8 TO EST-DATE
           MOVE OPERATOR-WS TO EST-OPERATOR.
       NEW-EST-SAVE.
           ACCEPT TIME-8 FROM TIME
           MOVE TIME-8 TO EST-TIME
           WRITE ESTFILE01
             INVALID
               GO TO NEW-EST-SAVE
           END-WRITE
           PERFORM PRINT-EST THRU PRINT-EST-EXIT
           DISPLAY "ESTIMATE " EST-KEY " SAVED AND PRINTED"
           GO TO P0.

      *    A BARE CPT - FIND IT UNDER WHICHEVER CHARGE CODE HAS IT.
      *    IF MORE THAN ONE DOES, THE DESK PICKS THE FULL CODE.
       FIND-CPT.
           MOVE 0 TO CPT-HITS
           MOVE LOW-VALUE TO PROC-KEY
           START PROCFILE KEY NOT < PROC-KEY
             INVALID
               GO TO FIND-CPT-9
           END-START.
       FIND-CPT-1.
           READ PROCFILE NEXT
             AT END
               GO TO FIND-CPT-9
           END-READ
           IF PK2 NOT = PROC-IN(1:5) OR PK3 NOT = SPACE
               GO TO FIND-CPT-1
           END-IF
           ADD 1 TO CPT-HITS
           MOVE PROC-KEY TO CPT-KEY
           MOVE PROC-AMOUNT TO NEF-11
           DISPLAY "  " PROC-KEY " " PROC-TITLE " " NEF-11
           GO TO FIND-CPT-1.
       FIND-CPT-9.
           IF CPT-HITS = 0
               DISPLAY "CPT " PROC-IN(1:5) " NOT ON PROCFILE"
           END-IF
           IF CPT-HITS > 1
               DISPLAY "MORE THAN ONE - ENTER THE FULL CODE"
           END-IF.
       FIND-CPT-EXIT.
           EXIT.

       REPRINT.
           DISPLAY "GARNO TO LIST ITS ESTIMATES, OR THE 16-DIGIT"
             " ESTIMATE NUMBER".
           ACCEPT KEY-IN.
           IF KEY-IN = SPACE GO TO P0.
           IF KEY-IN(9:8) NOT = SPACE
               MOVE KEY-IN TO EST-KEY
               READ ESTFILE
                 INVALID
                   DISPLAY "NO SUCH ESTIMATE"
                   GO TO REPRINT
               END-READ
               PERFORM PRINT-EST THRU PRINT-EST-EXIT
               DISPLAY "ESTIMATE " EST-KEY " REPRINTED"
               GO TO P0
           END-IF
           MOVE KEY-IN TO EST-GARNO
           MOVE KEY-IN TO ACC-GARNO
           PERFORM LOG-ACCESS
           START ESTFILE KEY NOT < EST-GARNO
             INVALID
               DISPLAY "NO ESTIMATES FOR " KEY-IN
               GO TO REPRINT
           END-START.
       REPRINT-1.
           READ ESTFILE NEXT
             AT END
               GO TO REPRINT
           END-READ
           IF EST-GARNO NOT = KEY-IN(1:8)
               GO TO REPRINT
           END-IF
           MOVE EST-NET TO NEF-11
           DISPLAY EST-KEY " " EST-NAME " VISIT " EST-VISIT " " NEF-11
           GO TO REPRINT-1.

       PRINT-EST.
           OPEN OUTPUT ESTPRT.
           MOVE SPACE TO PAYER-NAME
           IF EST-PAYER NOT = SPACE
               MOVE EST-PAYER TO INS-KEY
               READ INSFILE
                 INVALID
                   MOVE SPACE TO INS-NAME
               END-READ
               MOVE INS-NAME TO PAYER-NAME
           END-IF
           MOVE "GOOD FAITH ESTIMATE OF EXPECTED CHARGES" TO RPT-LINE
           PERFORM RPT-OUT
           MOVE SPACE TO RPT-LINE
           PERFORM RPT-OUT
           MOVE SPACE TO RPT-LINE
           STRING "ESTIMATE NO. " EST-KEY "   GIVEN " EST-DATE
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT
           MOVE SPACE TO RPT-LINE
           STRING "PATIENT      " EST-NAME "  BORN " EST-DOB
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT
           IF EST-GARNO NOT = SPACE
               MOVE SPACE TO RPT-LINE
               STRING "ACCOUNT      " EST-GARNO
                 DELIMITED BY SIZE INTO RPT-LINE
               PERFORM RPT-OUT
           END-IF
           MOVE SPACE TO RPT-LINE
           IF EST-VISIT = SPACE
               MOVE "SERVICE DATE NOT YET SCHEDULED" TO RPT-LINE(14:30)
           ELSE
               STRING "SERVICE DATE " EST-VISIT
                 DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           PERFORM RPT-OUT
           MOVE SPACE TO RPT-LINE
           IF EST-PAYER = SPACE
               MOVE "PRICED AS   SELF-PAY" TO RPT-LINE
           ELSE
               STRING "PRICED FOR   " EST-PAYER " " PAYER-NAME
                 DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           PERFORM RPT-OUT
           MOVE SPACE TO RPT-LINE
           PERFORM RPT-OUT
           MOVE "CODE        SERVICE                          CHARGE"
             TO RPT-LINE
           PERFORM RPT-OUT
           PERFORM PRINT-LINE VARYING EX FROM 1 BY 1
             UNTIL EX > EST-LINES.
           MOVE SPACE TO RPT-LINE
           PERFORM RPT-OUT
           MOVE EST-GROSS TO NEF-11
           MOVE SPACE TO RPT-LINE
           STRING "             TOTAL CHARGES                 " NEF-11
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT
           IF EST-SLIDE-TOT NOT = 0
               MOVE EST-SLIDE-TOT TO NEF-11
               MOVE SPACE TO RPT-LINE
               STRING "             SLIDING FEE DISCOUNT          "
                 NEF-11 DELIMITED BY SIZE INTO RPT-LINE
               PERFORM RPT-OUT
           END-IF
           MOVE EST-NET TO NEF-11
           MOVE SPACE TO RPT-LINE
           STRING "             ESTIMATED TOTAL               " NEF-11
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT
           MOVE SPACE TO RPT-LINE
           PERFORM RPT-OUT
           MOVE "THIS IS AN ESTIMATE, NOT A CONTRACT.  THE BILL MAY"
             TO RPT-LINE
           PERFORM RPT-OUT
           MOVE "DIFFER IF OTHER SERVICES ARE NEEDED ON THE DAY.  IF"
             TO RPT-LINE
           PERFORM RPT-OUT
           MOVE "THE BILL IS WELL OVER THIS ESTIMATE, CALL THE"
             TO RPT-LINE
           PERFORM RPT-OUT
           MOVE "BUSINESS OFFICE - YOU HAVE THE RIGHT TO DISPUTE IT."
             TO RPT-LINE
           PERFORM RPT-OUT
           CLOSE ESTPRT.
       PRINT-EST-EXIT.
           EXIT.

       PRINT-LINE.
           MOVE EST-PROC(EX) TO PROC-KEY
           READ PROCFILE
             INVALID
               MOVE SPACE TO PROC-TITLE
           END-READ
           MOVE EST-AMOUNT(EX) TO NEF-11
           MOVE SPACE TO RPT-LINE
           STRING EST-PROC(EX) " " PROC-TITLE "     " NEF-11
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT.

       RPT-OUT.
           WRITE ESTPRT01 FROM RPT-LINE
           DISPLAY RPT-LINE.

      *    EVERY ACCOUNT BROUGHT UP HERE IS LOGGED FOR THE 376
      *    ACCESS REPORT.  THE LOG IS OPENED AND CLOSED ROUND EACH
      *    LINE SO EVERY DESK CAN APPEND TO IT AT ONCE.
       LOG-ACCESS.
           OPEN EXTEND ACCLOG
           MOVE SPACE TO ACCLOG01
           MOVE OPERATOR-WS TO AL-OPERATOR
           MOVE "rrr380" TO AL-PROGRAM
           MOVE ACC-GARNO TO AL-GARNO
           MOVE ACC-PATNO TO AL-PATNO
           ACCEPT ACC-DATE6 FROM DATE
           MOVE "20" TO AL-DATE(1:2)
           MOVE ACC-DATE6 TO AL-DATE(3:6)
           ACCEPT AL-TIME FROM TIME
           WRITE ACCLOG01
           CLOSE ACCLOG
           MOVE SPACE TO ACC-PATNO.

       P9.
           CLOSE GARFILE PROCFILE PATFILE FEEFILE SLIDENR SLIDFILE
             INSFILE ESTFILE.
           STOP RUN.
