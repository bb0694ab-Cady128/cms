      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rrr376.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACCLOG ASSIGN TO "S21"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT PAYFILE ASSIGN TO "S30" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS PAYFILE-KEY.
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
           SELECT ACCRPT ASSIGN TO "S90" ORGANIZATION IS LINE
           SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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

       FD  PAYFILE
      *    BLOCK CONTAINS 4 RECORDS
           DATA RECORD IS PAYFILE01.
       01  PAYFILE01.
           02 PAYFILE-KEY.
             03 PD-KEY8 PIC X(8).
             03 PD-KEY3 PIC XXX.
           02 PD-NAME PIC X(24).
           02 PD-AMOUNT PIC S9(7)V99.
           02 PD-PAYCODE PIC XXX.
           02 PD-DENIAL PIC XX.
           02 PD-CLAIM PIC X(8).
           02 PD-DATE-T PIC X(8).
           02 PD-DATE-E PIC X(8).
           02 PD-ORDER PIC X(6).
           02 PD-BATCH PIC X(6).
           02 PD-TRANTYPE PIC X.

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

       FD  ACCRPT.
       01  ACCRPT01 PIC X(100).

       WORKING-STORAGE SECTION.
       01  ANS PIC X.
       01  RPT-MODE PIC X.
       01  KEY-IN PIC X(10).
       01  PAT-GARNO PIC X(8).
       01  FROM-DATE PIC X(8).
       01  THRU-DATE PIC X(8).
       01  DATE-IN PIC X(8).
       01  SEL-FLAG PIC X.
       01  WORK-FLAG PIC X.
       01  LAST-GARNO PIC X(8).
       01  LAST-DATE PIC X(8).
       01  LAST-WORK PIC X.
       01  RPT-LINE PIC X(100).
       01  CNT-LISTED PIC 9(7) VALUE 0.
       01  CNT-NOWORK PIC 9(7) VALUE 0.

      *
      *    ACCOUNT ACCESS REPORT.  EVERY INQUIRY AND MAINTENANCE
      *    PROGRAM ON THE 355 MENU LOGS THE ACCOUNTS IT BRINGS UP
      *    TO ACCLOG; THIS LISTS THAT LOG FOR ONE PATIENT, ONE
      *    GUARANTOR OR ONE OPERATOR OVER A RANGE OF DATES - THE
      *    ANSWER WHEN A PATIENT OR THE COMPLIANCE OFFICER ASKS WHO
      *    HAS LOOKED AT A RECORD.  A PATIENT'S LIST TAKES IN EVERY
      *    LOOK AT THE GUARANTOR ACCOUNT THE PATIENT IS UNDER, SINCE
      *    THOSE SCREENS SHOW THE PATIENT TOO.  A LOOK AT AN ACCOUNT
      *    THAT HAD NO CHARGE (CHARFILE) OR PAYMENT (PAYFILE) ENTERED
      *    ON IT THE SAME DAY IS FLAGGED FOR REVIEW.
       PROCEDURE DIVISION.
       P00.
           OPEN INPUT GARFILE PATFILE CHARFILE PAYFILE.

       P0.
           DISPLAY "ACCESS REPORT - P)ATIENT G)UARANTOR O)PERATOR"
             " X)EXIT".
           ACCEPT RPT-MODE.
           IF RPT-MODE = "X" GO TO P9.
           IF RPT-MODE NOT = "P" AND RPT-MODE NOT = "G"
             AND RPT-MODE NOT = "O"
               GO TO P0
           END-IF
           IF RPT-MODE = "P" DISPLAY "PATIENT NUMBER".
           IF RPT-MODE = "G" DISPLAY "GARNO".
           IF RPT-MODE = "O" DISPLAY "OPERATOR ID".
           ACCEPT KEY-IN.
           IF KEY-IN = SPACE GO TO P0.
           IF RPT-MODE = "P"
               MOVE KEY-IN TO P-PATNO
               READ PATFILE
                 INVALID
                   DISPLAY "NO SUCH PATIENT"
                   GO TO P0
               END-READ
               MOVE P-GARNO TO PAT-GARNO
           END-IF.
       P0-FROM.
           DISPLAY "FROM DATE  YYYYMMDD FORMAT".
           ACCEPT FROM-DATE.
           IF FROM-DATE NOT NUMERIC GO TO P0-FROM.
       P0-THRU.
           DISPLAY "THROUGH DATE  YYYYMMDD (BLANK = SAME DAY)".
           ACCEPT DATE-IN.
           IF DATE-IN = SPACE
               MOVE FROM-DATE TO DATE-IN
           END-IF
           IF DATE-IN NOT NUMERIC OR DATE-IN < FROM-DATE
               GO TO P0-THRU
           END-IF
           MOVE DATE-IN TO THRU-DATE.

           MOVE 0 TO CNT-LISTED CNT-NOWORK
           MOVE SPACE TO LAST-GARNO LAST-DATE
           OPEN INPUT ACCLOG.
           OPEN OUTPUT ACCRPT.
           MOVE "===== rrr376 ACCOUNT ACCESS REPORT =====" TO RPT-LINE
           PERFORM RPT-OUT
           MOVE SPACE TO RPT-LINE
           IF RPT-MODE = "P"
               STRING "PATIENT " KEY-IN " " P-PATNAME " UNDER "
                 PAT-GARNO DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           IF RPT-MODE = "G"
               STRING "GUARANTOR " KEY-IN DELIMITED BY SIZE
                 INTO RPT-LINE
           END-IF
           IF RPT-MODE = "O"
               STRING "OPERATOR " KEY-IN DELIMITED BY SIZE
                 INTO RPT-LINE
           END-IF
           MOVE "FROM" TO RPT-LINE(50:4)
           MOVE FROM-DATE TO RPT-LINE(55:8)
           MOVE "THROUGH" TO RPT-LINE(64:7)
           MOVE THRU-DATE TO RPT-LINE(72:8)
           PERFORM RPT-OUT
           MOVE "DATE     TIME     OPERATOR   PROGRAM GARNO    PATIENT"
             TO RPT-LINE
           MOVE "NAME" TO RPT-LINE(56:4)
           PERFORM RPT-OUT.

       P1.
           READ ACCLOG
             AT END
               GO TO P8
           END-READ
           IF AL-DATE < FROM-DATE OR AL-DATE > THRU-DATE
               GO TO P1
           END-IF
           MOVE "N" TO SEL-FLAG
           IF RPT-MODE = "O" AND AL-OPERATOR = KEY-IN
               MOVE "Y" TO SEL-FLAG
           END-IF
           IF RPT-MODE = "G" AND AL-GARNO = KEY-IN
               MOVE "Y" TO SEL-FLAG
           END-IF
           IF RPT-MODE = "P"
               IF AL-PATNO = KEY-IN
                 OR (AL-GARNO = PAT-GARNO AND AL-PATNO = SPACE)
                   MOVE "Y" TO SEL-FLAG
               END-IF
           END-IF
           IF SEL-FLAG NOT = "Y"
               GO TO P1
           END-IF

           MOVE AL-GARNO TO G-GARNO
           READ GARFILE
             INVALID
               MOVE SPACE TO G-GARNAME
           END-READ
           PERFORM CHECK-WORK THRU CHECK-WORK-EXIT
           ADD 1 TO CNT-LISTED
           MOVE SPACE TO RPT-LINE
           STRING AL-DATE " " AL-TIME(1:2) ":" AL-TIME(3:2) ":"
             AL-TIME(5:2) " " AL-OPERATOR " " AL-PROGRAM "  "
             AL-GARNO " " AL-PATNO " " G-GARNAME
             DELIMITED BY SIZE INTO RPT-LINE
           IF WORK-FLAG = "N"
               MOVE "** NO WORK **" TO RPT-LINE(82:13)
               ADD 1 TO CNT-NOWORK
           END-IF
           PERFORM RPT-OUT
           GO TO P1.

       P8.
           MOVE SPACE TO RPT-LINE
           PERFORM RPT-OUT
           MOVE SPACE TO RPT-LINE
           STRING "ACCESSES LISTED " CNT-LISTED
             "   WITH NO CHARGE OR PAYMENT WORK THAT DAY " CNT-NOWORK
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT
           CLOSE ACCLOG ACCRPT.
           GO TO P0.

      *    WAS ANY CHARGE OR PAYMENT ENTERED ON THIS ACCOUNT ON THE
      *    DAY IT WAS LOOKED AT?  ONE ACCOUNT IS OFTEN BROUGHT UP
      *    SEVERAL TIMES IN A ROW, SO THE LAST ANSWER IS KEPT.
       CHECK-WORK.
           IF AL-GARNO = LAST-GARNO AND AL-DATE = LAST-DATE
               MOVE LAST-WORK TO WORK-FLAG
               GO TO CHECK-WORK-EXIT
           END-IF
           MOVE "N" TO WORK-FLAG
           MOVE AL-GARNO TO CD-KEY8
           MOVE SPACE TO CD-KEY3
           START CHARFILE KEY NOT < CHARFILE-KEY
             INVALID
               GO TO CHECK-WORK-P
           END-START.
       CHECK-WORK-C1.
           READ CHARFILE NEXT
             AT END
               GO TO CHECK-WORK-P
           END-READ
           IF CD-KEY8 NOT = AL-GARNO
               GO TO CHECK-WORK-P
           END-IF
           IF CD-DATE-E = AL-DATE
               MOVE "Y" TO WORK-FLAG
               GO TO CHECK-WORK-9
           END-IF
           GO TO CHECK-WORK-C1.
       CHECK-WORK-P.
           MOVE AL-GARNO TO PD-KEY8
           MOVE SPACE TO PD-KEY3
           START PAYFILE KEY NOT < PAYFILE-KEY
             INVALID
               GO TO CHECK-WORK-9
           END-START.
       CHECK-WORK-P1.
           READ PAYFILE NEXT
             AT END
               GO TO CHECK-WORK-9
           END-READ
           IF PD-KEY8 NOT = AL-GARNO
               GO TO CHECK-WORK-9
           END-IF
           IF PD-DATE-E = AL-DATE
               MOVE "Y" TO WORK-FLAG
               GO TO CHECK-WORK-9
           END-IF
           GO TO CHECK-WORK-P1.
       CHECK-WORK-9.
           MOVE AL-GARNO TO LAST-GARNO
           MOVE AL-DATE TO LAST-DATE
           MOVE WORK-FLAG TO LAST-WORK.
       CHECK-WORK-EXIT.
           EXIT.

       RPT-OUT.
           WRITE ACCRPT01 FROM RPT-LINE
           DISPLAY RPT-LINE.

       P9.
           CLOSE GARFILE PATFILE CHARFILE PAYFILE.
           STOP RUN.
