      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rrr372.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COAIN ASSIGN TO "S30" ORGANIZATION IS LINE
           SEQUENTIAL.
           SELECT GARFILE ASSIGN TO "S35" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
           ALTERNATE RECORD KEY IS G-ACCT WITH DUPLICATES
           ALTERNATE RECORD KEY IS G-PRINS WITH DUPLICATES
           ALTERNATE RECORD KEY IS G-SEINS WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT COARPT ASSIGN TO "S90" ORGANIZATION IS LINE
           SEQUENTIAL.
           SELECT GARAUD ASSIGN TO "S95"
           ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    THE MAIL VENDOR'S CHANGE-OF-ADDRESS FILE - THE ADDRESS WE
      *    MAILED TO AND THE FORWARDING ADDRESS ON FILE WITH THE
      *    POST OFFICE, BY GARNO.
       FD  COAIN.
       01  COAIN01.
           02 CO-GARNO PIC X(8).
           02 CO-NAME PIC X(24).
           02 CO-OLD-STREET PIC X(22).
           02 CO-OLD-ZIP PIC X(9).
           02 CO-NEW-STREET PIC X(22).
           02 CO-NEW-CITY PIC X(18).
           02 CO-NEW-STATE PIC XX.
           02 CO-NEW-ZIP PIC X(9).
           02 CO-DATE PIC X(8).

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

       FD  COARPT.
       01  COARPT01 PIC X(110).

      *    THE SAME FIELD-LEVEL LOG 351 WRITES, ONE LINE PER FIELD.
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
       01  RESULT-MSG PIC X(30).
       01  RPT-LINE PIC X(110).
       01  FLD-NAME PIC X(10).
       01  FLD-OLD PIC X(24).
       01  FLD-IN PIC X(24).
       01  CNT-READ PIC 9(5) VALUE 0.
       01  CNT-CHANGED PIC 9(5) VALUE 0.
       01  CNT-CLEARED PIC 9(5) VALUE 0.
       01  CNT-CURRENT PIC 9(5) VALUE 0.
       01  CNT-NOMATCH PIC 9(5) VALUE 0.
       01  CNT-NOGAR PIC 9(5) VALUE 0.

      *
      *    CHANGE-OF-ADDRESS LOAD.  THE FORWARDING ADDRESS REPLACES
      *    G-STREET, G-CITY, G-STATE AND G-ZIP, EACH FIELD THAT
      *    CHANGES LOGGED TO GARAUD JUST AS 351 LOGS A CHANGE KEYED
      *    AT THE DESK.  THE NEW ADDRESS CLEARS A RETURNED-MAIL FLAG
      *    (370/371) SO 253 AND 257 PICK THE ACCOUNT BACK UP.  ONLY
      *    AN ACCOUNT STILL CARRYING THE OLD ADDRESS IS TOUCHED - IF
      *    SOMEONE HAS KEYED A DIFFERENT ONE SINCE, IT IS REPORTED
      *    AND LEFT FOR THE DESK.
       PROCEDURE DIVISION.
       P0.
           OPEN INPUT COAIN.
           OPEN I-O GARFILE.
           OPEN OUTPUT COARPT.
           OPEN EXTEND GARAUD.
           MOVE "===== rrr372 CHANGE OF ADDRESS LOAD =====" TO RPT-LINE
           PERFORM RPT-OUT
           MOVE "GARNO    NEW ADDRESS" TO RPT-LINE
           MOVE "RESULT" TO RPT-LINE(69:6)
           PERFORM RPT-OUT.

       P1.
           READ COAIN
             AT END
               GO TO P9
           END-READ
           ADD 1 TO CNT-READ
           MOVE CO-GARNO TO G-GARNO
           READ GARFILE WITH LOCK
             INVALID
               ADD 1 TO CNT-NOGAR
               MOVE "GUARANTOR NOT ON FILE" TO RESULT-MSG
               GO TO P3
           END-READ

           IF CO-NEW-STREET = SPACE OR CO-NEW-ZIP = SPACE
               UNLOCK GARFILE
               ADD 1 TO CNT-NOMATCH
               MOVE "NO FORWARDING ADDRESS - SEE 370" TO RESULT-MSG
               GO TO P3
           END-IF
           IF G-STREET = CO-NEW-STREET AND G-CITY = CO-NEW-CITY
             AND G-STATE = CO-NEW-STATE AND G-ZIP = CO-NEW-ZIP
               UNLOCK GARFILE
               ADD 1 TO CNT-CURRENT
               MOVE "ALREADY AT NEW ADDRESS" TO RESULT-MSG
               GO TO P3
           END-IF
           IF G-STREET NOT = CO-OLD-STREET
             OR G-ZIP(1:5) NOT = CO-OLD-ZIP(1:5)
               UNLOCK GARFILE
               ADD 1 TO CNT-NOMATCH
               MOVE "ADDRESS ON FILE NOT THE OLD ONE" TO RESULT-MSG
               GO TO P3
           END-IF

           IF G-STREET NOT = CO-NEW-STREET
               MOVE "G-STREET" TO FLD-NAME
               MOVE G-STREET TO FLD-OLD
               MOVE CO-NEW-STREET TO FLD-IN G-STREET
               PERFORM WRITE-AUDIT
           END-IF
           IF G-CITY NOT = CO-NEW-CITY
               MOVE "G-CITY" TO FLD-NAME
               MOVE G-CITY TO FLD-OLD
               MOVE CO-NEW-CITY TO FLD-IN G-CITY
               PERFORM WRITE-AUDIT
           END-IF
           IF G-STATE NOT = CO-NEW-STATE
               MOVE "G-STATE" TO FLD-NAME
               MOVE G-STATE TO FLD-OLD
               MOVE CO-NEW-STATE TO FLD-IN G-STATE
               PERFORM WRITE-AUDIT
           END-IF
           IF G-ZIP NOT = CO-NEW-ZIP
               MOVE "G-ZIP" TO FLD-NAME
               MOVE G-ZIP TO FLD-OLD
               MOVE CO-NEW-ZIP TO FLD-IN G-ZIP
               PERFORM WRITE-AUDIT
           END-IF
           MOVE "ADDRESS CHANGED" TO RESULT-MSG
           IF G-BADADDR = "Y"
               MOVE "G-BADADDR" TO FLD-NAME
               MOVE "Y" TO FLD-OLD
               MOVE SPACE TO FLD-IN G-BADADDR
               PERFORM WRITE-AUDIT
               ADD 1 TO CNT-CLEARED
               MOVE "ADDRESS CHANGED - FLAG CLEARED" TO RESULT-MSG
           END-IF
           REWRITE GARFILE01
             INVALID
               MOVE "CANNOT REWRITE GARFILE" TO RESULT-MSG
           END-REWRITE
           UNLOCK GARFILE
           ADD 1 TO CNT-CHANGED.

       P3.
           MOVE SPACE TO RPT-LINE
           STRING CO-GARNO " " CO-NEW-STREET " " CO-NEW-CITY " "
             CO-NEW-STATE " " CO-NEW-ZIP(1:5)
             DELIMITED BY SIZE INTO RPT-LINE
           MOVE RESULT-MSG TO RPT-LINE(69:30)
           PERFORM RPT-OUT
           GO TO P1.

       WRITE-AUDIT.
           MOVE "COA LOAD" TO GA-OPERATOR
           ACCEPT GA-DATE FROM DATE
           ACCEPT GA-TIME FROM TIME
           MOVE G-GARNO TO GA-GARNO
           MOVE FLD-NAME TO GA-FIELD
           MOVE FLD-OLD TO GA-BEFORE
           MOVE FLD-IN TO GA-AFTER
           WRITE GARAUD01.

       RPT-OUT.
           WRITE COARPT01 FROM RPT-LINE
           DISPLAY RPT-LINE.

       P9.
           MOVE SPACE TO RPT-LINE
           PERFORM RPT-OUT
           DISPLAY "CHANGE RECORDS READ ... " CNT-READ.
           DISPLAY "ADDRESSES CHANGED ..... " CNT-CHANGED.
           DISPLAY "BAD-ADDRESS CLEARED ... " CNT-CLEARED.
           DISPLAY "ALREADY CURRENT ....... " CNT-CURRENT.
           DISPLAY "LEFT FOR THE DESK ..... " CNT-NOMATCH.
           DISPLAY "GUARANTOR NOT ON FILE . " CNT-NOGAR.
           CLOSE COAIN GARFILE COARPT GARAUD.
           STOP RUN.
