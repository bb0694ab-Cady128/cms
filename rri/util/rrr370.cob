      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rrr370.
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
           SELECT OPTIONAL MAILRET ASSIGN TO "S60"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS MR-GARNO
           LOCK MODE MANUAL.
           SELECT GARAUD ASSIGN TO "S90"
           ORGANIZATION LINE SEQUENTIAL.
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

      *    THE SAME FIELD-LEVEL LOG 351 WRITES.
       FD  GARAUD.
       01  GARAUD01.
           02 GA-OPERATOR PIC X(10).
           02 GA-DATE PIC 9(6).
           02 GA-TIME PIC 9(8).
           02 GA-GARNO PIC X(8).
           02 GA-FIELD PIC X(10).
           02 GA-BEFORE PIC X(24).
           02 GA-AFTER PIC X(24).

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
       01  GARNO-IN PIC X(8).
       01  REASON-IN PIC X(20).
       01  TODAY-6 PIC 9(6).
       01  TODAY-8 PIC X(8).
       01  CNT-MARKED PIC 9(5) VALUE 0.

      *
      *    RETURNED MAIL KEYED BY HAND.  THE CLERK OPENING THE MAIL
      *    ENTERS THE GARNO (OR ACCOUNT) OFF THE RETURNED PIECE AND
      *    WHY THE POST OFFICE SENT IT BACK.  THE GUARANTOR IS
      *    FLAGGED BAD ADDRESS (G-BADADDR) SO 253 STOPS MAILING
      *    STATEMENTS AND 257 STOPS WALKING IT TOWARD THE AGENCY,
      *    AND IT SHOWS ON THE 373 SKIP-TRACE LIST UNTIL A NEW
      *    ADDRESS COMES IN THROUGH 351, 372 OR THE 250 FEED.  THE
      *    FLAG CHANGE GOES ON THE 351 GARAUD LOG.
       PROCEDURE DIVISION.
       P00.
           ACCEPT TODAY-6 FROM DATE.
           MOVE "20" TO TODAY-8(1:2).
           MOVE TODAY-6(1:2) TO TODAY-8(3:2).
           MOVE TODAY-6(3:2) TO TODAY-8(5:2).
           MOVE TODAY-6(5:2) TO TODAY-8(7:2).

           OPEN INPUT OPRSESS
           READ OPRSESS
             AT END
               DISPLAY "ENTER YOUR INITIALS FOR THE CHANGE LOG"
               ACCEPT OPERATOR-WS
             NOT AT END
               MOVE OPS-ID TO OPERATOR-WS
           END-READ
           CLOSE OPRSESS.

           OPEN I-O GARFILE MAILRET.
           OPEN EXTEND GARAUD.

       P0.
           DISPLAY "RETURNED MAIL - ENTER GARNO OR ACCOUNT NUMBER"
             " (BLANK TO EXIT)".
           ACCEPT GARNO-IN.
           IF GARNO-IN = SPACE GO TO P9.
           MOVE GARNO-IN TO G-GARNO
           READ GARFILE WITH LOCK
             INVALID
               MOVE GARNO-IN TO G-ACCT
               READ GARFILE WITH LOCK KEY IS G-ACCT
                 INVALID
                   DISPLAY "NO SUCH GUARANTOR " GARNO-IN
                   GO TO P0
               END-READ
           END-READ
           MOVE G-GARNO TO ACC-GARNO
           PERFORM LOG-ACCESS
           DISPLAY G-GARNO " " G-GARNAME.
           DISPLAY "ADDRESS ..... " G-STREET.
           DISPLAY "BILL ADDR ... " G-BILLADD.
           DISPLAY "            " G-CITY " " G-STATE " " G-ZIP.
           MOVE G-GARNO TO MR-GARNO
           READ MAILRET
             INVALID
               CONTINUE
             NOT INVALID
               DISPLAY "MAIL RETURNED " MR-COUNT " TIME(S), LAST "
                 MR-DATE-R " " MR-REASON
           END-READ
           IF G-BADADDR = "Y"
               DISPLAY "ALREADY FLAGGED BAD ADDRESS"
           END-IF

           DISPLAY "REASON RETURNED (E.G. MOVED NO FORWARD, NO SUCH"
             " NUMBER) - BLANK TO SKIP".
           ACCEPT REASON-IN.
           IF REASON-IN = SPACE
               UNLOCK GARFILE
               GO TO P0
           END-IF
           DISPLAY "FLAG " G-GARNO " BAD ADDRESS? (Y/N)".
           ACCEPT ANS.
           IF ANS NOT = "Y"
               UNLOCK GARFILE
               GO TO P0
           END-IF

           IF G-BADADDR NOT = "Y"
               MOVE OPERATOR-WS TO GA-OPERATOR
               ACCEPT GA-DATE FROM DATE
               ACCEPT GA-TIME FROM TIME
               MOVE G-GARNO TO GA-GARNO
               MOVE "G-BADADDR" TO GA-FIELD
               MOVE SPACE TO GA-BEFORE
               MOVE "Y" TO GA-AFTER G-BADADDR
               REWRITE GARFILE01
                 INVALID
                   DISPLAY "CANNOT REWRITE " G-GARNO
                   UNLOCK GARFILE
                   GO TO P0
               END-REWRITE
               WRITE GARAUD01
           END-IF
           UNLOCK GARFILE
           PERFORM MAILRET-LOG
           ADD 1 TO CNT-MARKED
           DISPLAY G-GARNO " FLAGGED BAD ADDRESS"
           GO TO P0.

      *    ONE HISTORY RECORD PER GUARANTOR, COUNTED UP EACH TIME.
       MAILRET-LOG.
           MOVE G-GARNO TO MR-GARNO
           READ MAILRET WITH LOCK
             INVALID
               MOVE SPACE TO MAILRET01
               MOVE G-GARNO TO MR-GARNO
               MOVE TODAY-8 TO MR-DATE-1
               MOVE 0 TO MR-COUNT
           END-READ
           ADD 1 TO MR-COUNT
           MOVE TODAY-8 TO MR-DATE-R
           MOVE "K" TO MR-SOURCE
           MOVE REASON-IN TO MR-REASON
           MOVE G-STREET TO MR-STREET
           MOVE G-CITY TO MR-CITY
           MOVE G-STATE TO MR-STATE
           MOVE G-ZIP TO MR-ZIP
           MOVE OPERATOR-WS TO MR-OPER
           IF MR-COUNT = 1
               WRITE MAILRET01
                 INVALID
                   DISPLAY "CANNOT WRITE MAILRET " MR-GARNO
               END-WRITE
           ELSE
               REWRITE MAILRET01
                 INVALID
                   DISPLAY "CANNOT REWRITE MAILRET " MR-GARNO
               END-REWRITE
           END-IF
           UNLOCK MAILRET.

      *    EVERY ACCOUNT BROUGHT UP HERE IS LOGGED FOR THE 376
      *    ACCESS REPORT.  THE LOG IS OPENED AND CLOSED ROUND EACH
      *    LINE SO EVERY DESK CAN APPEND TO IT AT ONCE.
       LOG-ACCESS.
           OPEN EXTEND ACCLOG
           MOVE SPACE TO ACCLOG01
           MOVE OPERATOR-WS TO AL-OPERATOR
           MOVE "rrr370" TO AL-PROGRAM
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
           DISPLAY "ACCOUNTS FLAGGED ...... " CNT-MARKED.
           CLOSE GARFILE MAILRET GARAUD.
           STOP RUN.
