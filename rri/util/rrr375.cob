      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rrr375.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARCPARM ASSIGN TO "S30" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT GARFILE ASSIGN TO "S35" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
           ALTERNATE RECORD KEY IS G-ACCT WITH DUPLICATES
           ALTERNATE RECORD KEY IS G-PRINS WITH DUPLICATES
           ALTERNATE RECORD KEY IS G-SEINS WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT OPTIONAL INACTFILE ASSIGN TO "S40"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS IA-KEY
           ALTERNATE RECORD KEY IS IA-ACCT WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT PATFILE ASSIGN TO "S45" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS P-PATNO
           ALTERNATE RECORD KEY IS P-GARNO WITH DUPLICATES.
           SELECT CHARCUR ASSIGN TO "S50" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS CHARCUR-KEY
           ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
           ALTERNATE RECORD KEY IS CC-CLAIM WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT PAYCUR ASSIGN TO "S55" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS PAYCUR-KEY
           ALTERNATE RECORD KEY IS PC-CLAIM WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT OPTIONAL HOLDFILE ASSIGN TO "S60"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS HOLD-GARNO
           LOCK MODE MANUAL.
           SELECT CMNTFILE ASSIGN TO "S65" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS CMNT-KEY.
           SELECT OPTIONAL PLANFILE ASSIGN TO "S70"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS PLAN-KEY
           LOCK MODE MANUAL.
           SELECT AUTHFILE ASSIGN TO "S75" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS AUTH-KEY.
           SELECT MPLRFILE ASSIGN TO "S80" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS MPLR-KEY.
           SELECT OPTIONAL ARCREG ASSIGN TO "S90" ORGANIZATION IS
           LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    YEARS SINCE THE LAST BILL, AND U TO UPDATE - ANYTHING
      *    ELSE LISTS WHAT WOULD GO AND MOVES NOTHING.
       FD  ARCPARM.
       01  ARCPARM01.
           02 AP-YEARS PIC 99.
           02 AP-MODE PIC X.

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

      *    THE INACTIVE MASTER.  ONE RECORD PER ARCHIVED RECORD,
      *    IMAGED WHOLE THE WAY KEEPBACK DOES IT - TYPE 01 GARFILE,
      *    06 CMNTFILE, 07 PATFILE, 10 MPLRFILE (THE 333 KEEPTYPES).
      *    THE GARFILE IMAGE CARRIES G-ACCT SO 250 CAN FIND IT.
       FD  INACTFILE
           DATA RECORD IS INACTFILE01.
       01  INACTFILE01.
           02 IA-KEY.
             03 IA-GARNO PIC X(8).
             03 IA-TYPE PIC XX.
             03 IA-SEQ PIC 999.
           02 IA-ACCT PIC X(8).
           02 IA-DATE PIC X(8).
           02 IA-IMAGE PIC X(320).

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

       FD  HOLDFILE
           DATA RECORD IS HOLDFILE01.
       01  HOLDFILE01.
           02 HOLD-GARNO PIC X(8).
           02 HOLD-CODE PIC X.
           02 HOLD-DATE PIC X(8).
           02 HOLD-REASON PIC X(40).
           02 HOLD-OPERATOR PIC X(10).
           02 HOLD-FUTURE PIC X(8).

       FD  CMNTFILE
      *    BLOCK CONTAINS 2 RECORDS
           DATA RECORD IS CMNTFILE01.
       01  CMNTFILE01.
           02 CMNT-KEY.
             03 CM-KEY8 PIC X(8).
             03 CM-KEY3 PIC XXX.
           02 CMNT PIC X(80).
           02 CMNT-DATE-E PIC X(8).

       FD  PLANFILE
           DATA RECORD IS PLANFILE01.
       01  PLANFILE01.
           02 PLAN-KEY PIC X(8).
           02 PLAN-AMOUNT PIC 9(5)V99.
           02 PLAN-DAY-DUE PIC 99.
           02 PLAN-START PIC X(8).
           02 PLAN-STATUS PIC X.
           02 PLAN-FUTURE PIC X(8).
           02 PLAN-ACH PIC X.
           02 PLAN-ROUTING PIC X(9).
           02 PLAN-ACCTNO PIC X(17).

       FD  AUTHFILE
           BLOCK CONTAINS 6 RECORDS
           DATA RECORD IS AUTHFILE01.
       01  AUTHFILE01.
           02 AUTH-KEY.
              03 AUTH-KEY8 PIC X(8).
              03 AUTH-KEY6 PIC X(6).
           02 AUTH-NUM PIC X(15).
           02 AUTH-QNTY PIC XX.
           02 AUTH-DATE-E PIC X(8).
           02 AUTH-FILLER PIC XXX.

       FD  MPLRFILE.
       01  MPLRFILE01.
           02 MPLR-KEY PIC X(8). 
           02 MPLR-NAME PIC X(22).
           02 MPLR-STREET PIC X(24).
           02 MPLR-CITY PIC X(15).
           02 MPLR-STATE PIC XX.
           02 MPLR-ZIP PIC X(9).
           02 MPLR-CLAIMNO PIC X(15).
           02 MPLR-TRINS PIC XXX.
           02 MPLR-TR-ASSIGN PIC X.
           02 MPLR-TR-GROUP PIC X(12).
           02 MPLR-TRIPOL PIC X(14).
           02 MPLR-TR-NAME PIC X(24).
           02 MPLR-TR-RELATE PIC X.
           02 MPLR-FUTURE PIC X(6).

      *    ARCHIVE REGISTER - A LINE FOR EVERY GUARANTOR 375 MOVES
      *    TO THE INACTIVE MASTER AND EVERY ONE 250 BRINGS BACK.
       FD  ARCREG.
       01  ARCREG01.
           02 AR-DATE PIC X(8).
           02 FILLER PIC X.
           02 AR-ACTION PIC X(8).
           02 FILLER PIC X.
           02 AR-GARNO PIC X(8).
           02 FILLER PIC X.
           02 AR-NAME PIC X(24).
           02 FILLER PIC X.
           02 AR-ACCT PIC X(8).
           02 FILLER PIC X.
           02 AR-LASTBILL PIC X(8).
           02 FILLER PIC X.
           02 AR-CNT-PAT PIC ZZ9.
           02 FILLER PIC X.
           02 AR-CNT-CMNT PIC ZZ9.
           02 FILLER PIC X.
           02 AR-CNT-MPLR PIC ZZ9.

       WORKING-STORAGE SECTION.
       01  TODAY-6 PIC 9(6).
       01  TODAY-8 PIC X(8).
       01  CUTOFF-8 PIC X(8).
       01  CUTOFF-YEAR PIC 9(4).
       01  ARC-YEARS PIC 99 VALUE 7.
       01  ARC-MODE PIC X VALUE "R".
       01  ARC-OK PIC X.
       01  ARC-FAIL PIC X.
       01  HOLD-KEY8 PIC X(8).
       01  SEQ-N PIC 999.
       01  CNT-PAT PIC 999.
       01  CNT-CMNT PIC 999.
       01  CNT-MPLR PIC 999.
       01  CNT-READ PIC 9(7) VALUE 0.
       01  CNT-ARCHIVED PIC 9(7) VALUE 0.
       01  CNT-FAILED PIC 9(7) VALUE 0.
       01  CNT-RECENT PIC 9(7) VALUE 0.
       01  CNT-NOBILL PIC 9(7) VALUE 0.
       01  CNT-ACTIVE PIC 9(7) VALUE 0.
       01  CNT-HELD PIC 9(7) VALUE 0.
       01  CNT-PLAN PIC 9(7) VALUE 0.
       01  CNT-AUTH PIC 9(7) VALUE 0.
       01  CNT-PAT-T PIC 9(7) VALUE 0.
       01  CNT-CMNT-T PIC 9(7) VALUE 0.
       01  CNT-MPLR-T PIC 9(7) VALUE 0.

      *
      *    YEARLY ARCHIVE OF INACTIVE GUARANTORS.  A GUARANTOR WITH
      *    NOTHING ON CHARCUR OR PAYCUR, NO HOLD, NO ACTIVE PAYMENT
      *    PLAN, NO AUTHORIZATION WITH VISITS LEFT ON IT, AND A LAST
      *    BILL OLDER THAN THE PARAMETER YEARS MOVES TO THE
      *    INACTIVE MASTER WITH ITS PATFILE, CMNTFILE AND MPLRFILE
      *    RECORDS, SO THE FULL-FILE PASSES (253, 257, 263, 346)
      *    STOP READING IT.  NEVER BILLED IS NOT OLD ENOUGH - IT
      *    STAYS.  CHARFILE, PAYFILE AND HISFILE KEEP THE HISTORY
      *    UNDER THE SAME GARNO, AND 250 WILL NOT HAND THAT GARNO
      *    TO ANYBODY ELSE.  WHEN THE FEED BRINGS THE ACCOUNT BACK,
      *    250 RESTORES IT FROM HERE.  RUN IT WITHOUT THE U FIRST
      *    AND READ THE REGISTER.
       PROCEDURE DIVISION.
       P0.
           ACCEPT TODAY-6 FROM DATE.
           MOVE "20" TO TODAY-8(1:2).
           MOVE TODAY-6(1:2) TO TODAY-8(3:2).
           MOVE TODAY-6(3:2) TO TODAY-8(5:2).
           MOVE TODAY-6(5:2) TO TODAY-8(7:2).

           OPEN INPUT ARCPARM.
           READ ARCPARM
             AT END
               DISPLAY "NO ARCPARM - 7 YEARS, REPORT ONLY"
             NOT AT END
               IF AP-YEARS NUMERIC AND AP-YEARS > 0
                   MOVE AP-YEARS TO ARC-YEARS
               END-IF
               IF AP-MODE = "U"
                   MOVE "U" TO ARC-MODE
               END-IF
           END-READ
           CLOSE ARCPARM.
           MOVE TODAY-8(1:4) TO CUTOFF-YEAR
           SUBTRACT ARC-YEARS FROM CUTOFF-YEAR
           MOVE TODAY-8 TO CUTOFF-8
           MOVE CUTOFF-YEAR TO CUTOFF-8(1:4).

           IF ARC-MODE = "U"
               OPEN I-O GARFILE INACTFILE PATFILE CMNTFILE MPLRFILE
           ELSE
               OPEN INPUT GARFILE PATFILE CMNTFILE MPLRFILE
           END-IF
           OPEN INPUT CHARCUR PAYCUR HOLDFILE PLANFILE AUTHFILE.
           OPEN EXTEND ARCREG.
           DISPLAY "===== rrr375 INACTIVE GUARANTOR ARCHIVE =====".
           DISPLAY "LAST BILL BEFORE ...... " CUTOFF-8.
           IF ARC-MODE NOT = "U"
               DISPLAY "REPORT ONLY - NOTHING IS MOVED"
           END-IF

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
           ADD 1 TO CNT-READ
           MOVE G-GARNO TO HOLD-KEY8
           PERFORM QUALIFY THRU QUALIFY-EXIT
           IF ARC-OK NOT = "Y"
               GO TO P1
           END-IF

           MOVE 0 TO CNT-PAT CNT-CMNT CNT-MPLR
           MOVE "N" TO ARC-FAIL
           IF ARC-MODE = "U"
               PERFORM ARCHIVE THRU ARCHIVE-EXIT
           ELSE
               PERFORM COUNT-LINKS THRU COUNT-LINKS-EXIT
           END-IF
      *    A GUARANTOR THAT COULD NOT BE FULLY IMAGED STAYS LIVE AND
      *    IS REGISTERED AS FAILED, NOT COUNTED AS ARCHIVED.
           IF ARC-FAIL = "Y"
               ADD 1 TO CNT-FAILED
           ELSE
               ADD 1 TO CNT-ARCHIVED
               ADD CNT-PAT TO CNT-PAT-T
               ADD CNT-CMNT TO CNT-CMNT-T
               ADD CNT-MPLR TO CNT-MPLR-T
           END-IF

           MOVE SPACE TO ARCREG01
           MOVE TODAY-8 TO AR-DATE
           IF ARC-MODE = "U"
               IF ARC-FAIL = "Y"
                   MOVE "FAILED" TO AR-ACTION
               ELSE
                   MOVE "ARCHIVED" TO AR-ACTION
               END-IF
           ELSE
               MOVE "WOULD GO" TO AR-ACTION
           END-IF
           MOVE G-GARNO TO AR-GARNO
           MOVE G-GARNAME TO AR-NAME
           MOVE G-ACCT TO AR-ACCT
           MOVE G-LASTBILL TO AR-LASTBILL
           MOVE CNT-PAT TO AR-CNT-PAT
           MOVE CNT-CMNT TO AR-CNT-CMNT
           MOVE CNT-MPLR TO AR-CNT-MPLR
           WRITE ARCREG01
           DISPLAY ARCREG01

      *    THE RECORD JUST READ MAY BE GONE - PICK UP AFTER IT.
           MOVE HOLD-KEY8 TO G-GARNO
           START GARFILE KEY > G-GARNO
             INVALID
               GO TO P9
           END-START
           GO TO P1.

      *    EVERY TEST MUST PASS; THE FIRST ONE THAT FAILS IS
      *    COUNTED SO THE TOTALS SAY WHY ACCOUNTS STAYED.
       QUALIFY.
           MOVE "N" TO ARC-OK
           IF G-LASTBILL = SPACE OR G-LASTBILL NOT NUMERIC
               ADD 1 TO CNT-NOBILL
               GO TO QUALIFY-EXIT
           END-IF
           IF G-LASTBILL NOT < CUTOFF-8
               ADD 1 TO CNT-RECENT
               GO TO QUALIFY-EXIT
           END-IF

           MOVE G-GARNO TO CC-KEY8
           MOVE SPACE TO CC-KEY3
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO QUALIFY-P
           END-START
           READ CHARCUR NEXT
             AT END
               GO TO QUALIFY-P
           END-READ
           IF CC-KEY8 = G-GARNO
               ADD 1 TO CNT-ACTIVE
               GO TO QUALIFY-EXIT
           END-IF.
       QUALIFY-P.
           MOVE G-GARNO TO PC-KEY8
           MOVE SPACE TO PC-KEY3
           START PAYCUR KEY NOT < PAYCUR-KEY
             INVALID
               GO TO QUALIFY-H
           END-START
           READ PAYCUR NEXT
             AT END
               GO TO QUALIFY-H
           END-READ
           IF PC-KEY8 = G-GARNO
               ADD 1 TO CNT-ACTIVE
               GO TO QUALIFY-EXIT
           END-IF.
       QUALIFY-H.
           MOVE G-GARNO TO HOLD-GARNO
           READ HOLDFILE
             INVALID
               CONTINUE
             NOT INVALID
               ADD 1 TO CNT-HELD
               GO TO QUALIFY-EXIT
           END-READ
           MOVE G-GARNO TO PLAN-KEY
           READ PLANFILE
             INVALID
               CONTINUE
             NOT INVALID
               IF PLAN-STATUS = "A"
                   ADD 1 TO CNT-PLAN
                   GO TO QUALIFY-EXIT
               END-IF
           END-READ
           MOVE G-GARNO TO AUTH-KEY8
           MOVE SPACE TO AUTH-KEY6
           START AUTHFILE KEY > AUTH-KEY
             INVALID
               GO TO QUALIFY-OK
           END-START.
       QUALIFY-A1.
           READ AUTHFILE NEXT
             AT END
               GO TO QUALIFY-OK
           END-READ
           IF AUTH-KEY8 NOT = G-GARNO
               GO TO QUALIFY-OK
           END-IF
           IF AUTH-QNTY NUMERIC AND AUTH-QNTY NOT = "00"
             AND AUTH-DATE-E NOT < TODAY-8
               ADD 1 TO CNT-AUTH
               GO TO QUALIFY-EXIT
           END-IF
           GO TO QUALIFY-A1.
       QUALIFY-OK.
           MOVE "Y" TO ARC-OK.
       QUALIFY-EXIT.
           EXIT.

      *    IMAGE THE GUARANTOR AND ITS LINKS ONTO THE INACTIVE
      *    MASTER, THEN TAKE THEM OFF THE LIVE FILES.  IF ANY IMAGE
      *    OR DELETE FAILS THE GUARANTOR ITSELF IS LEFT LIVE, SO NO
      *    PATIENT, COMMENT OR EMPLOYER STILL LIVE IS ORPHANED.
       ARCHIVE.
           MOVE SPACE TO INACTFILE01
           MOVE G-GARNO TO IA-GARNO
           MOVE "01" TO IA-TYPE
           MOVE 0 TO IA-SEQ
           MOVE G-ACCT TO IA-ACCT
           MOVE TODAY-8 TO IA-DATE
           MOVE GARFILE01 TO IA-IMAGE
           WRITE INACTFILE01
             INVALID
               DISPLAY "ALREADY ON THE INACTIVE MASTER " G-GARNO
                 " - LEFT LIVE"
               MOVE "Y" TO ARC-FAIL
               GO TO ARCHIVE-EXIT
           END-WRITE
           MOVE 0 TO SEQ-N.
       ARCHIVE-PAT.
           MOVE G-GARNO TO P-GARNO
           START PATFILE KEY NOT < P-GARNO
             INVALID
               GO TO ARCHIVE-CM
           END-START
           READ PATFILE NEXT
             AT END
               GO TO ARCHIVE-CM
           END-READ
           IF P-GARNO NOT = G-GARNO
               GO TO ARCHIVE-CM
           END-IF
           ADD 1 TO SEQ-N CNT-PAT
           MOVE SPACE TO INACTFILE01
           MOVE G-GARNO TO IA-GARNO
           MOVE "07" TO IA-TYPE
           MOVE SEQ-N TO IA-SEQ
           MOVE TODAY-8 TO IA-DATE
           MOVE PATFILE01 TO IA-IMAGE
           WRITE INACTFILE01
             INVALID
               DISPLAY "CANT ARCHIVE PATFILE " P-PATNO
               MOVE "Y" TO ARC-FAIL
               GO TO ARCHIVE-CM
           END-WRITE
           DELETE PATFILE
             INVALID
               DISPLAY "CANT DELETE PATFILE " P-PATNO
               MOVE "Y" TO ARC-FAIL
               GO TO ARCHIVE-CM
           END-DELETE
           GO TO ARCHIVE-PAT.
       ARCHIVE-CM.
           MOVE G-GARNO TO CM-KEY8
           MOVE SPACE TO CM-KEY3
           START CMNTFILE KEY > CMNT-KEY
             INVALID
               GO TO ARCHIVE-MP
           END-START
           READ CMNTFILE NEXT
             AT END
               GO TO ARCHIVE-MP
           END-READ
           IF CM-KEY8 NOT = G-GARNO
               GO TO ARCHIVE-MP
           END-IF
           ADD 1 TO SEQ-N CNT-CMNT
           MOVE SPACE TO INACTFILE01
           MOVE G-GARNO TO IA-GARNO
           MOVE "06" TO IA-TYPE
           MOVE SEQ-N TO IA-SEQ
           MOVE TODAY-8 TO IA-DATE
           MOVE CMNTFILE01 TO IA-IMAGE
           WRITE INACTFILE01
             INVALID
               DISPLAY "CANT ARCHIVE CMNTFILE " CMNT-KEY
               MOVE "Y" TO ARC-FAIL
               GO TO ARCHIVE-MP
           END-WRITE
           DELETE CMNTFILE
             INVALID
               DISPLAY "CANT DELETE CMNTFILE " CMNT-KEY
               MOVE "Y" TO ARC-FAIL
               GO TO ARCHIVE-MP
           END-DELETE
           GO TO ARCHIVE-CM.
       ARCHIVE-MP.
           MOVE G-GARNO TO MPLR-KEY
           READ MPLRFILE
             INVALID
               GO TO ARCHIVE-G
           END-READ
           ADD 1 TO SEQ-N CNT-MPLR
           MOVE SPACE TO INACTFILE01
           MOVE G-GARNO TO IA-GARNO
           MOVE "10" TO IA-TYPE
           MOVE SEQ-N TO IA-SEQ
           MOVE TODAY-8 TO IA-DATE
           MOVE MPLRFILE01 TO IA-IMAGE
           WRITE INACTFILE01
             INVALID
               DISPLAY "CANT ARCHIVE MPLRFILE " MPLR-KEY
               MOVE "Y" TO ARC-FAIL
               GO TO ARCHIVE-G
           END-WRITE
           DELETE MPLRFILE
             INVALID
               DISPLAY "CANT DELETE MPLRFILE " MPLR-KEY
               MOVE "Y" TO ARC-FAIL
           END-DELETE.
       ARCHIVE-G.
           IF ARC-FAIL = "Y"
               DISPLAY "GUARANTOR " G-GARNO " LEFT LIVE"
               GO TO ARCHIVE-EXIT
           END-IF
           DELETE GARFILE
             INVALID
               DISPLAY "CANT DELETE GARFILE " G-GARNO
               MOVE "Y" TO ARC-FAIL
           END-DELETE.
       ARCHIVE-EXIT.
           EXIT.

      *    REPORT-ONLY RUN - COUNT WHAT WOULD GO WITH THE ACCOUNT.
       COUNT-LINKS.
           MOVE G-GARNO TO P-GARNO
           START PATFILE KEY NOT < P-GARNO
             INVALID
               GO TO COUNT-LINKS-CM
           END-START.
       COUNT-LINKS-P1.
           READ PATFILE NEXT
             AT END
               GO TO COUNT-LINKS-CM
           END-READ
           IF P-GARNO NOT = G-GARNO
               GO TO COUNT-LINKS-CM
           END-IF
           ADD 1 TO CNT-PAT
           GO TO COUNT-LINKS-P1.
       COUNT-LINKS-CM.
           MOVE G-GARNO TO CM-KEY8
           MOVE SPACE TO CM-KEY3
           START CMNTFILE KEY > CMNT-KEY
             INVALID
               GO TO COUNT-LINKS-MP
           END-START.
       COUNT-LINKS-C1.
           READ CMNTFILE NEXT
             AT END
               GO TO COUNT-LINKS-MP
           END-READ
           IF CM-KEY8 NOT = G-GARNO
               GO TO COUNT-LINKS-MP
           END-IF
           ADD 1 TO CNT-CMNT
           GO TO COUNT-LINKS-C1.
       COUNT-LINKS-MP.
           MOVE G-GARNO TO MPLR-KEY
           READ MPLRFILE
             INVALID
               CONTINUE
             NOT INVALID
               ADD 1 TO CNT-MPLR
           END-READ.
       COUNT-LINKS-EXIT.
           EXIT.

       P9.
           DISPLAY "GARFILE ACCOUNTS READ . " CNT-READ.
           IF ARC-MODE = "U"
               DISPLAY "ARCHIVED .............. " CNT-ARCHIVED
               DISPLAY "FAILED - LEFT LIVE .... " CNT-FAILED
           ELSE
               DISPLAY "WOULD BE ARCHIVED ..... " CNT-ARCHIVED
           END-IF
           DISPLAY "  WITH PATIENTS ....... " CNT-PAT-T.
           DISPLAY "  WITH COMMENTS ....... " CNT-CMNT-T.
           DISPLAY "  WITH EMPLOYERS ...... " CNT-MPLR-T.
           DISPLAY "KEPT - BILLED RECENTLY  " CNT-RECENT.
           DISPLAY "KEPT - NEVER BILLED ... " CNT-NOBILL.
           DISPLAY "KEPT - CHARCUR/PAYCUR . " CNT-ACTIVE.
           DISPLAY "KEPT - ON HOLD ........ " CNT-HELD.
           DISPLAY "KEPT - ACTIVE PLAN .... " CNT-PLAN.
           DISPLAY "KEPT - OPEN AUTH ...... " CNT-AUTH.
           IF ARC-MODE = "U"
               CLOSE INACTFILE
           END-IF
           CLOSE GARFILE PATFILE CMNTFILE MPLRFILE CHARCUR PAYCUR
               HOLDFILE PLANFILE AUTHFILE ARCREG.
           STOP RUN.
