      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rrr371.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETIN ASSIGN TO "S30" ORGANIZATION IS LINE
           SEQUENTIAL.
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
           SELECT RETRPT ASSIGN TO "S90" ORGANIZATION IS LINE
           SEQUENTIAL.
           SELECT GARAUD ASSIGN TO "S95"
           ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    THE MAIL VENDOR'S RETURN FILE - ONE RECORD PER PIECE THE
      *    POST OFFICE SENT BACK.  THE GARNO IS THE ONE PRINTED ON
      *    THE STATEMENT (THE 253 SCAN LINE), THE ADDRESS IS THE ONE
      *    THE PIECE WAS MAILED TO.
       FD  RETIN.
       01  RETIN01.
           02 RI-GARNO PIC X(8).
           02 RI-DATE PIC X(8).
           02 RI-REASON PIC X(20).
           02 RI-STREET PIC X(22).
           02 RI-ZIP PIC X(9).

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

       FD  RETRPT.
       01  RETRPT01 PIC X(100).

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

       WORKING-STORAGE SECTION.
       01  TODAY-6 PIC 9(6).
       01  TODAY-8 PIC X(8).
       01  RESULT-MSG PIC X(34).
       01  RPT-LINE PIC X(100).
       01  CNT-READ PIC 9(5) VALUE 0.
       01  CNT-FLAGGED PIC 9(5) VALUE 0.
       01  CNT-AGAIN PIC 9(5) VALUE 0.
       01  CNT-MOVED PIC 9(5) VALUE 0.
       01  CNT-NOGAR PIC 9(5) VALUE 0.

      *
      *    RETURNED MAIL FROM THE MAIL VENDOR.  EACH PIECE FLAGS ITS
      *    GUARANTOR BAD ADDRESS THE SAME WAY 370 DOES BY HAND, SO
      *    253 AND 257 SKIP IT AND IT LANDS ON THE 373 SKIP-TRACE
      *    LIST.  A PIECE MAILED TO AN ADDRESS WE HAVE SINCE CHANGED
      *    IS ONLY REPORTED - THE NEW ADDRESS HAS NOT FAILED YET.
       PROCEDURE DIVISION.
       P0.
           ACCEPT TODAY-6 FROM DATE.
           MOVE "20" TO TODAY-8(1:2).
           MOVE TODAY-6(1:2) TO TODAY-8(3:2).
           MOVE TODAY-6(3:2) TO TODAY-8(5:2).
           MOVE TODAY-6(5:2) TO TODAY-8(7:2).

           OPEN INPUT RETIN.
           OPEN I-O GARFILE MAILRET.
           OPEN OUTPUT RETRPT.
           OPEN EXTEND GARAUD.
           MOVE "===== rrr371 RETURNED MAIL LOAD =====" TO RPT-LINE
           PERFORM RPT-OUT
           MOVE "GARNO    NAME                     RESULT" TO RPT-LINE
           PERFORM RPT-OUT.

       P1.
           READ RETIN
             AT END
               GO TO P9
           END-READ
           ADD 1 TO CNT-READ
           MOVE RI-GARNO TO G-GARNO
           READ GARFILE WITH LOCK
             INVALID
               ADD 1 TO CNT-NOGAR
               MOVE SPACE TO G-GARNAME
               MOVE "GUARANTOR NOT ON FILE" TO RESULT-MSG
               GO TO P3
           END-READ

           IF RI-STREET NOT = SPACE
             AND (RI-STREET NOT = G-STREET
               OR RI-ZIP(1:5) NOT = G-ZIP(1:5))
               UNLOCK GARFILE
               ADD 1 TO CNT-MOVED
               MOVE "ADDRESS CHANGED SINCE MAILING" TO RESULT-MSG
               GO TO P3
           END-IF

           IF G-BADADDR = "Y"
               UNLOCK GARFILE
               ADD 1 TO CNT-AGAIN
               MOVE "ALREADY FLAGGED - RETURNED AGAIN" TO RESULT-MSG
               GO TO P2
           END-IF
           MOVE "MAILVENDOR" TO GA-OPERATOR
           ACCEPT GA-DATE FROM DATE
           ACCEPT GA-TIME FROM TIME
           MOVE G-GARNO TO GA-GARNO
           MOVE "G-BADADDR" TO GA-FIELD
           MOVE SPACE TO GA-BEFORE
           MOVE "Y" TO GA-AFTER G-BADADDR
           REWRITE GARFILE01
             INVALID
               UNLOCK GARFILE
               MOVE "CANNOT REWRITE GARFILE" TO RESULT-MSG
               GO TO P3
           END-REWRITE
           UNLOCK GARFILE
           WRITE GARAUD01
           ADD 1 TO CNT-FLAGGED
           MOVE "FLAGGED BAD ADDRESS" TO RESULT-MSG.

       P2.
           MOVE G-GARNO TO MR-GARNO
           READ MAILRET WITH LOCK
             INVALID
               MOVE SPACE TO MAILRET01
               MOVE G-GARNO TO MR-GARNO
               MOVE 0 TO MR-COUNT
           END-READ
           IF RI-DATE = SPACE
               MOVE TODAY-8 TO RI-DATE
           END-IF
           ADD 1 TO MR-COUNT
           IF MR-COUNT = 1
               MOVE RI-DATE TO MR-DATE-1
           END-IF
           MOVE RI-DATE TO MR-DATE-R
           MOVE "V" TO MR-SOURCE
           MOVE RI-REASON TO MR-REASON
           MOVE G-STREET TO MR-STREET
           MOVE G-CITY TO MR-CITY
           MOVE G-STATE TO MR-STATE
           MOVE G-ZIP TO MR-ZIP
           MOVE "MAILVENDOR" TO MR-OPER
           IF MR-COUNT = 1
               WRITE MAILRET01
                 INVALID
                   MOVE "CANNOT WRITE MAILRET" TO RESULT-MSG
               END-WRITE
           ELSE
               REWRITE MAILRET01
                 INVALID
                   MOVE "CANNOT REWRITE MAILRET" TO RESULT-MSG
               END-REWRITE
           END-IF
           UNLOCK MAILRET.

       P3.
           MOVE SPACE TO RPT-LINE
           STRING RI-GARNO " " G-GARNAME " " RESULT-MSG
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT
           GO TO P1.

       RPT-OUT.
           WRITE RETRPT01 FROM RPT-LINE
           DISPLAY RPT-LINE.

       P9.
           MOVE SPACE TO RPT-LINE
           PERFORM RPT-OUT
           DISPLAY "RETURNED PIECES READ .. " CNT-READ.
           DISPLAY "FLAGGED BAD ADDRESS ... " CNT-FLAGGED.
           DISPLAY "ALREADY FLAGGED ....... " CNT-AGAIN.
           DISPLAY "ADDRESS SINCE CHANGED . " CNT-MOVED.
           DISPLAY "GUARANTOR NOT ON FILE . " CNT-NOGAR.
           CLOSE RETIN GARFILE MAILRET RETRPT GARAUD.
           STOP RUN.
