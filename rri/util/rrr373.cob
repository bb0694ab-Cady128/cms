      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rrr373.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT PAYCUR ASSIGN TO "S55" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS PAYCUR-KEY
           ALTERNATE RECORD KEY IS PC-CLAIM WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT OPTIONAL MAILRET ASSIGN TO "S60"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS MR-GARNO
           LOCK MODE MANUAL.
           SELECT SKIPRPT ASSIGN TO "S90" ORGANIZATION IS LINE
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

      *    RETURNED MAIL, ONE RECORD PER GUARANTOR - THE LAST TIME
      *    MAIL CAME BACK, FROM WHAT ADDRESS AND WHY, AND HOW MANY
      *    TIMES.  THE RECORD STAYS AS HISTORY AFTER A NEW ADDRESS
      *    CLEARS G-BADADDR.  SOURCE K KEYED (370), V VENDOR (371).
       FD  MAILRET
           DATA RECORD IS MAILRET01.
       01  MAILRET01.
           02 MR-GARNO PIC X(8).
           02 MR-DATE-R PIC X(8).
           02 MR-DATE-1 PIC X(8).
           02 MR-COUNT PIC 999.
           02 MR-SOURCE PIC X.
           02 MR-REASON PIC X(20).
           02 MR-STREET PIC X(22).
           02 MR-CITY PIC X(18).
           02 MR-STATE PIC XX.
           02 MR-ZIP PIC X(9).
           02 MR-OPER PIC X(10).
           02 MR-FUTURE PIC X(10).

       FD  SKIPRPT.
       01  SKIPRPT01 PIC X(110).

       WORKING-STORAGE SECTION.
       01  TODAY-6 PIC 9(6).
       01  TODAY-8 PIC 9(8).
       01  TODAY-INT PIC S9(9).
       01  RET-N PIC 9(8).
       01  RET-DAYS PIC S9(5).
       01  RET-DAYS-E PIC ZZZZ9.
       01  GAR-BAL PIC S9(7)V99.
       01  TOT-BAL PIC S9(9)V99 VALUE 0.
       01  CNT-LISTED PIC 9(5) VALUE 0.
       01  RPT-LINE PIC X(110).
       01  NEF-11 PIC Z,ZZZ,ZZ9.99CR.
       01  NEF-12 PIC ZZZ,ZZZ,ZZ9.99CR.

      *
      *    SKIP-TRACE LIST.  EVERY GUARANTOR FLAGGED BAD ADDRESS BY
      *    RETURNED MAIL (370/371), WITH THE ADDRESS THE MAIL CAME
      *    BACK FROM, WHEN AND WHY, HOW LONG AGO, THE PHONE TO TRY
      *    AND THE OPEN BALANCE.  STATEMENTS (253) AND DUNNING (257)
      *    ARE STOPPED ON THESE ACCOUNTS, SO NOTHING MOVES UNTIL A
      *    NEW ADDRESS IS FOUND AND ENTERED (351 OR 372), WHICH
      *    CLEARS THE FLAG AND DROPS THE ACCOUNT OFF THIS LIST.
       PROCEDURE DIVISION.
       P0.
           ACCEPT TODAY-6 FROM DATE.
           MOVE TODAY-6(1:2) TO TODAY-8(3:2).
           MOVE TODAY-6(3:2) TO TODAY-8(5:2).
           MOVE TODAY-6(5:2) TO TODAY-8(7:2).
           MOVE 20 TO TODAY-8(1:2).
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY-8).

           OPEN INPUT GARFILE CHARCUR PAYCUR MAILRET.
           OPEN OUTPUT SKIPRPT.
           MOVE "===== rrr373 SKIP-TRACE - RETURNED MAIL =====" TO
             RPT-LINE
           PERFORM RPT-OUT
           MOVE "GARNO    NAME                     PHONE      RETURNED"
             TO RPT-LINE
           MOVE "DAYS TIMES REASON                   BALANCE"
             TO RPT-LINE(56:43)
           PERFORM RPT-OUT

           MOVE LOW-VALUE TO G-GARNO
           START GARFILE KEY NOT < G-GARNO
             INVALID
               GO TO P9
           END-START.

       P1.
           READ GARFILE NEXT
             AT END
               GO TO P9
           END-READ
           IF G-BADADDR NOT = "Y"
               GO TO P1
           END-IF

           MOVE G-GARNO TO MR-GARNO
           READ MAILRET
             INVALID
               MOVE SPACE TO MAILRET01
               MOVE 0 TO MR-COUNT
           END-READ
           MOVE 0 TO RET-DAYS
           IF MR-DATE-R NUMERIC
               MOVE MR-DATE-R TO RET-N
               COMPUTE RET-DAYS = TODAY-INT
                 - FUNCTION INTEGER-OF-DATE(RET-N)
           END-IF
           MOVE RET-DAYS TO RET-DAYS-E
           PERFORM GAR-BALANCE THRU GAR-BALANCE-EXIT
           ADD GAR-BAL TO TOT-BAL
           ADD 1 TO CNT-LISTED

           MOVE GAR-BAL TO NEF-11
           MOVE SPACE TO RPT-LINE
           STRING G-GARNO " " G-GARNAME " " G-PHONE " " MR-DATE-R
             " " RET-DAYS-E " " MR-COUNT "   " MR-REASON " " NEF-11
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT
           MOVE SPACE TO RPT-LINE
           STRING "         ON FILE   " G-STREET " " G-CITY " "
             G-STATE " " G-ZIP(1:5)
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT
           IF MR-STREET NOT = SPACE AND MR-STREET NOT = G-STREET
               MOVE SPACE TO RPT-LINE
               STRING "         RETURNED FROM " MR-STREET " " MR-CITY
                 " " MR-STATE " " MR-ZIP(1:5)
                 DELIMITED BY SIZE INTO RPT-LINE
               PERFORM RPT-OUT
           END-IF
           GO TO P1.

      *    CHARGES LESS EVERYTHING PAID (PAYMENTS ARE NEGATIVE).
       GAR-BALANCE.
           MOVE 0 TO GAR-BAL
           MOVE G-GARNO TO CC-KEY8
           MOVE SPACE TO CC-KEY3
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO GAR-BALANCE-P
           END-START.
       GAR-BALANCE-C1.
           READ CHARCUR NEXT
             AT END
               GO TO GAR-BALANCE-P
           END-READ
           IF CC-KEY8 NOT = G-GARNO
               GO TO GAR-BALANCE-P
           END-IF
           ADD CC-AMOUNT TO GAR-BAL
           GO TO GAR-BALANCE-C1.
       GAR-BALANCE-P.
           MOVE G-GARNO TO PC-KEY8
           MOVE SPACE TO PC-KEY3
           START PAYCUR KEY NOT < PAYCUR-KEY
             INVALID
               GO TO GAR-BALANCE-EXIT
           END-START.
       GAR-BALANCE-P1.
           READ PAYCUR NEXT
             AT END
               GO TO GAR-BALANCE-EXIT
           END-READ
           IF PC-KEY8 NOT = G-GARNO
               GO TO GAR-BALANCE-EXIT
           END-IF
           ADD PC-AMOUNT TO GAR-BAL
           GO TO GAR-BALANCE-P1.
       GAR-BALANCE-EXIT.
           EXIT.

       RPT-OUT.
           WRITE SKIPRPT01 FROM RPT-LINE
           DISPLAY RPT-LINE.

       P9.
           MOVE TOT-BAL TO NEF-12
           MOVE SPACE TO RPT-LINE
           PERFORM RPT-OUT
           MOVE SPACE TO RPT-LINE
           STRING "ACCOUNTS ON SKIP TRACE " CNT-LISTED
             "  OPEN BALANCE " NEF-12
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT
           CLOSE GARFILE CHARCUR PAYCUR MAILRET SKIPRPT.
           STOP RUN.
