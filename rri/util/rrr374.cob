      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rrr374.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYFILE ASSIGN TO "S30" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS PAYFILE-KEY.
           SELECT PAYCUR ASSIGN TO "S35" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS PAYCUR-KEY
           ALTERNATE RECORD KEY IS PC-CLAIM WITH DUPLICATES.
           SELECT GARFILE ASSIGN TO "S40" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
           ALTERNATE RECORD KEY IS G-ACCT WITH DUPLICATES
           ALTERNATE RECORD KEY IS G-PRINS WITH DUPLICATES
           ALTERNATE RECORD KEY IS G-SEINS WITH DUPLICATES.
           SELECT PATFILE ASSIGN TO "S45" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS P-PATNO
           ALTERNATE RECORD KEY IS P-GARNO WITH DUPLICATES.
           SELECT CHARCUR ASSIGN TO "S50" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS CHARCUR-KEY
           ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
           ALTERNATE RECORD KEY IS CC-CLAIM WITH DUPLICATES.
           SELECT CHARFILE ASSIGN TO "S55" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS CHARFILE-KEY.
           SELECT KEEPBACK ASSIGN TO "S60"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT HISFILE ASSIGN TO "S70" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS HISFILE-KEY
           ALTERNATE RECORD KEY IS HS-CLAIM WITH DUPLICATES.
           SELECT AUTHFILE ASSIGN TO "S75" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS AUTH-KEY.
           SELECT OPTIONAL PATXLOG ASSIGN TO "S85"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT PATXRPT ASSIGN TO "S90"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL OPRSESS ASSIGN TO "S20"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL ACCLOG ASSIGN TO "S21"
           ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  KEEPBACK.
       01  KEEPBACK01.
           02 KEEPTYPE PIC XX.
           02 KEEPBACK02 PIC X(320).
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
      *    BLOCK CONTAINS 3 RECORDS
           DATA RECORD IS CHARCUR01.
       01  CHARCUR01.
           02 CHARCUR-KEY.
             03 CC-KEY8 PIC X(8).
             03 CC-KEY3 PIC XXX.
           02 CC-PATID.
              03 CC-PATID7 PIC X(7).
              03 CC-PATID1 PIC X.
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

       FD  PAYCUR
      *    BLOCK CONTAINS 3 RECORDS
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

       FD  HISFILE
           BLOCK CONTAINS 5 RECORDS
           DATA RECORD IS HISFILE01.
       01  HISFILE01.
           02 HISFILE-KEY.
             03 HS-KEY8 PIC X(8).
             03 HS-CLAIM PIC X(8).
             03 HS-REC-TYPE PIC X.
             03 HS-KEY4 PIC XXXX.
           02 HS-PATID.
              03 HS-PATID7 PIC X(7).
              03 HS-PATID1 PIC X.
           02 HS-SERVICE PIC X.
           02 HS-DIAG PIC X(5).
           02 HS-PROC PIC X(11).
           02 HS-MOD2 PIC XX.
           02 HS-MOD3 PIC XX.
           02 HS-MOD4 PIC XX.
           02 HS-AMOUNT PIC X(9).
           02 HS-DOCR PIC X(3).
           02 HS-DOCP PIC X(2).
           02 HS-PAYCODE PIC XXX.
           02 HS-STUD PIC X.
           02 HS-WORK PIC XX.
           02 HS-DAT1 PIC X(8).
           02 HS-RESULT PIC X.
           02 HS-ACT PIC X.
           02 HS-SORCREF PIC X.
           02 HS-COLLT PIC X.
           02 HS-AGE PIC X.
           02 HS-PAPER PIC X.
           02 HS-PLACE PIC X.
           02 HS-EPSDT PIC X.
           02 HS-DATE-T PIC X(8).
           02 HS-DATE-A PIC X(8).
           02 HS-DATE-E PIC X(8).
           02 HS-REC-STAT PIC X.
           02 HS-DX2 PIC X(5).
           02 HS-DX3 PIC X(5).
           02 HS-ACC-TYPE PIC X.
           02 HS-DATE-M PIC X(8).
           02 HS-ASSIGN PIC X.
           02 HS-NEIC-ASSIGN PIC X.
           02 HS-FUTURE PIC X(6).

       FD  OPRSESS.
       01  OPRSESS01.
           02 OPS-ID PIC X(10).

      *    ONE LINE PER RECORD MOVED, OLD KEY AND NEW, SO A PATIENT
      *    TRANSFER CAN BE TRACED (OR BACKED OUT) RECORD BY RECORD.
       FD  PATXLOG.
       01  PATXLOG01.
           02 PX-OPERATOR PIC X(10).
           02 PX-DATE PIC 9(6).
           02 PX-TIME PIC 9(8).
           02 PX-PATNO PIC X(8).
           02 PX-FILE PIC X(8).
           02 PX-OLD-KEY PIC X(21).
           02 PX-NEW-KEY PIC X(21).
           02 PX-CLAIM PIC X(8).
           02 PX-AMOUNT PIC S9(7)V99.

       FD  PATXRPT.
       01  PATXRPT01 PIC X(100).

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
       01  ANS PIC XXX.
       01  OPERATOR-WS PIC X(10).
       01  PATNO-IN PIC X(8).
       01  PAT-NAME PIC X(24).
       01  FROM-GARNO PIC X(8).
       01  FROM-NAME PIC X(24).
       01  TO-GARNO PIC X(8).
       01  TO-NAME PIC X(24).
       01  RECHOLD1 PIC X(320).
       01  RECHOLD2 PIC X(320).
       01  TWIN-FLAG PIC X.
       01  SHARED-FLAG PIC X.
       01  HOLDKEY11 PIC X(11).
       01  HOLDKEY21 PIC X(21).
       01  HOLDKEY14 PIC X(14).
       01  XYZ PIC 999.
       01  CLAIM-WK PIC X(8).
       01  CT-COUNT PIC 999.
       01  CT-IDX PIC 999.
       01  CT-MAX PIC 999 VALUE 300.
       01  CLAIM-TAB.
           02 CT-CLAIM PIC X(8) OCCURS 300 TIMES.
       01  BAL-GARNO PIC X(8).
       01  BAL-AMT PIC S9(7)V99.
       01  FROM-BEFORE PIC S9(7)V99.
       01  FROM-AFTER PIC S9(7)V99.
       01  TO-BEFORE PIC S9(7)V99.
       01  TO-AFTER PIC S9(7)V99.
       01  MOVED-AMT PIC S9(7)V99.
       01  PROOF-AMT PIC S9(7)V99.
       01  CNT-CHARFILE PIC 9(5) VALUE 0.
       01  CNT-PAYFILE PIC 9(5) VALUE 0.
       01  CNT-CHARCUR PIC 9(5) VALUE 0.
       01  CNT-PAYCUR PIC 9(5) VALUE 0.
       01  CNT-HISFILE PIC 9(5) VALUE 0.
       01  CNT-AUTHFILE PIC 9(5) VALUE 0.
       01  RPT-LINE PIC X(100).
       01  NEF-11 PIC Z,ZZZ,ZZ9.99CR.
       01  NEF-11B PIC Z,ZZZ,ZZ9.99CR.

      *
      *    MOVE ONE PATIENT TO ANOTHER GUARANTOR - THE CHILD WHO
      *    TURNS 18, THE CUSTODY CHANGE, THE SPOUSE WHO BECOMES
      *    THEIR OWN GUARANTOR.  342 FOLDS A WHOLE ACCOUNT AND 357
      *    MOVES ONE PAYMENT; THIS MOVES EVERYTHING THAT BELONGS TO
      *    ONE PATFILE PATIENT AND LEAVES THE REST OF THE OLD
      *    ACCOUNT ALONE.  CHARGES AND HISTORY GO BY PATIENT NUMBER
      *    (CC-PATID, CD-PATID, HS-PATID), PAYMENTS BY THE CLAIMS
      *    THOSE CHARGES ARE ON.  A CLAIM THAT ALSO CARRIES ANOTHER
      *    PATIENT'S CHARGES CANNOT BE SPLIT HERE AND STOPS THE
      *    MOVE.  AUTHORIZATIONS ARE KEYED BY GUARANTOR, NOT
      *    PATIENT, SO EACH ONE IS SHOWN AND THE SUPERVISOR SAYS
      *    WHETHER IT GOES.  RE-KEYING FOLLOWS 342 - A CUR RECORD
      *    AND ITS FILE TWIN LAND ON THE SAME NEW SUFFIX, EVERY
      *    RECORD IS IMAGED TO KEEPBACK FIRST, AND EVERY MOVE GOES
      *    ON THE TRANSFER LOG.  BOTH GUARANTORS' BALANCES ARE
      *    PRINTED BEFORE AND AFTER AS THE PROOF.
       PROCEDURE DIVISION.
       P00.
           OPEN I-O PAYFILE CHARFILE CHARCUR PAYCUR PATFILE
               HISFILE AUTHFILE.
           OPEN INPUT GARFILE.
           OPEN EXTEND KEEPBACK PATXLOG.
           OPEN OUTPUT PATXRPT.
           OPEN INPUT OPRSESS
           READ OPRSESS
             AT END
               DISPLAY "ENTER YOUR INITIALS FOR THE TRANSFER LOG"
               ACCEPT OPERATOR-WS
             NOT AT END
               MOVE OPS-ID TO OPERATOR-WS
           END-READ
           CLOSE OPRSESS.

       P0.
           MOVE 0 TO CNT-CHARFILE CNT-PAYFILE CNT-CHARCUR CNT-PAYCUR
               CNT-HISFILE CNT-AUTHFILE.
           DISPLAY "PATIENT NUMBER TO MOVE (BLANK OR END TO QUIT)".
           ACCEPT PATNO-IN.
           IF PATNO-IN = SPACE OR "END" OR "X" GO TO P9.
           MOVE PATNO-IN TO P-PATNO
           READ PATFILE INVALID DISPLAY "NO SUCH PATIENT" GO TO P0.
           MOVE P-PATNAME TO PAT-NAME
           MOVE P-GARNO TO FROM-GARNO G-GARNO
           READ GARFILE
             INVALID
               DISPLAY "PATIENT'S GUARANTOR " FROM-GARNO
                 " IS NOT ON FILE"
               GO TO P0
           END-READ
           MOVE G-GARNAME TO FROM-NAME
           MOVE FROM-GARNO TO ACC-GARNO
           MOVE P-PATNO TO ACC-PATNO
           PERFORM LOG-ACCESS
           DISPLAY P-PATNO " " P-PATNAME " " P-DOB
           DISPLAY "NOW UNDER " FROM-GARNO " " FROM-NAME.

       P1.
           DISPLAY "RECEIVING GARNO".
           ACCEPT TO-GARNO.
           IF TO-GARNO = SPACE OR "END" GO TO P0.
           IF TO-GARNO = FROM-GARNO
               DISPLAY "PATIENT IS ALREADY UNDER " FROM-GARNO
               GO TO P1
           END-IF
           MOVE TO-GARNO TO G-GARNO
           READ GARFILE INVALID DISPLAY "BAD RECEIVING GARNO" GO TO P1.
           MOVE G-GARNAME TO TO-NAME
           MOVE G-GARNO TO ACC-GARNO
           PERFORM LOG-ACCESS
           DISPLAY G-GARNO " " G-GARNAME " " G-PRINS "/" G-SEINS.

           PERFORM LOAD-CLAIMS THRU LOAD-CLAIMS-EXIT
           IF SHARED-FLAG = "Y"
               DISPLAY "CLAIMS ABOVE CARRY ANOTHER PATIENT TOO - "
                 "NOTHING MOVED"
               GO TO P0
           END-IF
           IF SHARED-FLAG = "O"
               DISPLAY "MORE THAN " CT-MAX " CLAIMS - NOTHING MOVED"
               GO TO P0
           END-IF

           MOVE FROM-GARNO TO BAL-GARNO
           PERFORM GAR-BAL THRU GAR-BAL-EXIT
           MOVE BAL-AMT TO FROM-BEFORE
           MOVE TO-GARNO TO BAL-GARNO
           PERFORM GAR-BAL THRU GAR-BAL-EXIT
           MOVE BAL-AMT TO TO-BEFORE
           DISPLAY "CLAIMS FOR THIS PATIENT " CT-COUNT.
           DISPLAY "MOVE " PATNO-IN " FROM " FROM-GARNO " TO "
             TO-GARNO " - Y/N?".
           ACCEPT ANS
           IF ANS NOT = "Y" GO TO P0.

           MOVE SPACE TO RPT-LINE
           STRING "===== rrr374 PATIENT TRANSFER ===== " PATNO-IN
             " " PAT-NAME DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT
           MOVE SPACE TO RPT-LINE
           STRING "FROM " FROM-GARNO " " FROM-NAME "  TO " TO-GARNO
             " " TO-NAME DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT
           MOVE "FILE     OLD KEY               NEW KEY" TO RPT-LINE
           MOVE "CLAIM          AMOUNT" TO RPT-LINE(54:21)
           PERFORM RPT-OUT.

      *    THE PATIENT'S CHARGES, EACH CARRYING ITS CHARFILE TWIN.
       P3. MOVE FROM-GARNO TO CC-KEY8
           MOVE "000" TO CC-KEY3.
       P3-0.
           START CHARCUR KEY > CHARCUR-KEY INVALID GO TO P3X.
       P3-1. READ CHARCUR NEXT AT END GO TO P3X.
           IF CC-KEY8 NOT = FROM-GARNO GO TO P3X.
           IF CC-PATID NOT = PATNO-IN GO TO P3-1.
           MOVE CHARCUR-KEY TO HOLDKEY11
           MOVE "04" TO KEEPTYPE
           MOVE SPACE TO KEEPBACK02
           MOVE CHARCUR01 TO KEEPBACK02
           WRITE KEEPBACK01
           MOVE CHARCUR01 TO RECHOLD1
           MOVE "N" TO TWIN-FLAG
           MOVE HOLDKEY11 TO CHARFILE-KEY
           READ CHARFILE
             INVALID
               CONTINUE
             NOT INVALID
               MOVE "Y" TO TWIN-FLAG
               MOVE "02" TO KEEPTYPE
               MOVE SPACE TO KEEPBACK02
               MOVE CHARFILE01 TO KEEPBACK02
               WRITE KEEPBACK01
               MOVE CHARFILE01 TO RECHOLD2
           END-READ
           MOVE 0 TO XYZ.
      *    THE SUFFIX MUST BE FREE ON BOTH FILES.
       P3-2.
           ADD 1 TO XYZ
           MOVE TO-GARNO TO CC-KEY8
           MOVE XYZ TO CC-KEY3
           READ CHARCUR INVALID GO TO P3-2A.
           GO TO P3-2.
       P3-2A.
           MOVE TO-GARNO TO CD-KEY8
           MOVE XYZ TO CD-KEY3
           READ CHARFILE INVALID GO TO P3-3.
           GO TO P3-2.
       P3-3.
           MOVE RECHOLD1 TO CHARCUR01
           MOVE TO-GARNO TO CC-KEY8
           MOVE XYZ TO CC-KEY3
           WRITE CHARCUR01
             INVALID
               DISPLAY "CANT WRITE CHARCUR " CHARCUR-KEY
               GO TO P3-4
           END-WRITE
           ADD 1 TO CNT-CHARCUR
           MOVE "CHARCUR" TO PX-FILE
           MOVE HOLDKEY11 TO PX-OLD-KEY
           MOVE CHARCUR-KEY TO PX-NEW-KEY
           MOVE CC-CLAIM TO PX-CLAIM
           MOVE CC-AMOUNT TO PX-AMOUNT
           PERFORM LOG-MOVE
           MOVE HOLDKEY11 TO CHARCUR-KEY
           DELETE CHARCUR
             INVALID DISPLAY "CANT DELETE CHARCUR " HOLDKEY11
           END-DELETE
           IF TWIN-FLAG = "Y"
               MOVE RECHOLD2 TO CHARFILE01
               MOVE TO-GARNO TO CD-KEY8
               MOVE XYZ TO CD-KEY3
               MOVE TO-NAME TO CD-NAME
               WRITE CHARFILE01
                 INVALID
                   DISPLAY "CANT WRITE CHARFILE " CHARFILE-KEY
                 NOT INVALID
                   ADD 1 TO CNT-CHARFILE
                   MOVE "CHARFILE" TO PX-FILE
                   MOVE HOLDKEY11 TO PX-OLD-KEY
                   MOVE CHARFILE-KEY TO PX-NEW-KEY
                   MOVE CD-CLAIM TO PX-CLAIM
                   MOVE CD-AMOUNT TO PX-AMOUNT
                   PERFORM LOG-MOVE
                   MOVE HOLDKEY11 TO CHARFILE-KEY
                   DELETE CHARFILE
                     INVALID
                       DISPLAY "CANT DELETE CHARFILE " HOLDKEY11
                   END-DELETE
               END-WRITE
           END-IF.
       P3-4.
           MOVE HOLDKEY11 TO CHARCUR-KEY
           GO TO P3-0.

      *    THE PATIENT'S CHARFILE RECORDS WITH NO CHARCUR TWIN.
       P3X. MOVE FROM-GARNO TO CD-KEY8
           MOVE "000" TO CD-KEY3.
       P3X-0.
           START CHARFILE KEY > CHARFILE-KEY INVALID GO TO P4.
       P3X-1. READ CHARFILE NEXT AT END GO TO P4.
           IF CD-KEY8 NOT = FROM-GARNO GO TO P4.
           IF CD-PATID NOT = PATNO-IN GO TO P3X-1.
           MOVE CHARFILE-KEY TO HOLDKEY11
           MOVE "02" TO KEEPTYPE
           MOVE SPACE TO KEEPBACK02
           MOVE CHARFILE01 TO KEEPBACK02
           WRITE KEEPBACK01
           MOVE CHARFILE01 TO RECHOLD2
           MOVE 0 TO XYZ.
       P3X-2.
           ADD 1 TO XYZ
           MOVE TO-GARNO TO CC-KEY8
           MOVE XYZ TO CC-KEY3
           READ CHARCUR INVALID GO TO P3X-2A.
           GO TO P3X-2.
       P3X-2A.
           MOVE TO-GARNO TO CD-KEY8
           MOVE XYZ TO CD-KEY3
           READ CHARFILE INVALID GO TO P3X-3.
           GO TO P3X-2.
       P3X-3.
           MOVE RECHOLD2 TO CHARFILE01
           MOVE TO-GARNO TO CD-KEY8
           MOVE XYZ TO CD-KEY3
           MOVE TO-NAME TO CD-NAME
           WRITE CHARFILE01
             INVALID
               DISPLAY "CANT WRITE CHARFILE " CHARFILE-KEY
               GO TO P3X-4
           END-WRITE
           ADD 1 TO CNT-CHARFILE
           MOVE "CHARFILE" TO PX-FILE
           MOVE HOLDKEY11 TO PX-OLD-KEY
           MOVE CHARFILE-KEY TO PX-NEW-KEY
           MOVE CD-CLAIM TO PX-CLAIM
           MOVE CD-AMOUNT TO PX-AMOUNT
           PERFORM LOG-MOVE
           MOVE HOLDKEY11 TO CHARFILE-KEY
           DELETE CHARFILE
             INVALID DISPLAY "CANT DELETE CHARFILE " HOLDKEY11
           END-DELETE.
       P3X-4.
           MOVE HOLDKEY11 TO CHARFILE-KEY
           GO TO P3X-0.

      *    PAYMENTS ON THE PATIENT'S CLAIMS, EACH WITH ITS TWIN.
       P4. MOVE FROM-GARNO TO PC-KEY8
           MOVE "000" TO PC-KEY3.
       P4-0.
           START PAYCUR KEY > PAYCUR-KEY INVALID GO TO P4X.
       P4-1. READ PAYCUR NEXT AT END GO TO P4X.
           IF PC-KEY8 NOT = FROM-GARNO GO TO P4X.
           IF PC-CLAIM = SPACE GO TO P4-1.
           MOVE PC-CLAIM TO CLAIM-WK
           PERFORM LOOK-CT
           IF CT-IDX > CT-COUNT GO TO P4-1.
           MOVE PAYCUR-KEY TO HOLDKEY11
           MOVE "05" TO KEEPTYPE
           MOVE SPACE TO KEEPBACK02
           MOVE PAYCUR01 TO KEEPBACK02
           WRITE KEEPBACK01
           MOVE PAYCUR01 TO RECHOLD1
           MOVE "N" TO TWIN-FLAG
           MOVE HOLDKEY11 TO PAYFILE-KEY
           READ PAYFILE
             INVALID
               CONTINUE
             NOT INVALID
               MOVE "Y" TO TWIN-FLAG
               MOVE "03" TO KEEPTYPE
               MOVE SPACE TO KEEPBACK02
               MOVE PAYFILE01 TO KEEPBACK02
               WRITE KEEPBACK01
               MOVE PAYFILE01 TO RECHOLD2
           END-READ
           MOVE 0 TO XYZ.
       P4-2.
           ADD 1 TO XYZ
           MOVE TO-GARNO TO PC-KEY8
           MOVE XYZ TO PC-KEY3
           READ PAYCUR INVALID GO TO P4-2A.
           GO TO P4-2.
       P4-2A.
           MOVE TO-GARNO TO PD-KEY8
           MOVE XYZ TO PD-KEY3
           READ PAYFILE INVALID GO TO P4-3.
           GO TO P4-2.
       P4-3.
           MOVE RECHOLD1 TO PAYCUR01
           MOVE TO-GARNO TO PC-KEY8
           MOVE XYZ TO PC-KEY3
           WRITE PAYCUR01
             INVALID
               DISPLAY "CANT WRITE PAYCUR " PAYCUR-KEY
               GO TO P4-4
           END-WRITE
           ADD 1 TO CNT-PAYCUR
           MOVE "PAYCUR" TO PX-FILE
           MOVE HOLDKEY11 TO PX-OLD-KEY
           MOVE PAYCUR-KEY TO PX-NEW-KEY
           MOVE PC-CLAIM TO PX-CLAIM
           MOVE PC-AMOUNT TO PX-AMOUNT
           PERFORM LOG-MOVE
           MOVE HOLDKEY11 TO PAYCUR-KEY
           DELETE PAYCUR
             INVALID DISPLAY "CANT DELETE PAYCUR " HOLDKEY11
           END-DELETE
           IF TWIN-FLAG = "Y"
               MOVE RECHOLD2 TO PAYFILE01
               MOVE TO-GARNO TO PD-KEY8
               MOVE XYZ TO PD-KEY3
               MOVE TO-NAME TO PD-NAME
               WRITE PAYFILE01
                 INVALID
                   DISPLAY "CANT WRITE PAYFILE " PAYFILE-KEY
                 NOT INVALID
                   ADD 1 TO CNT-PAYFILE
                   MOVE "PAYFILE" TO PX-FILE
                   MOVE HOLDKEY11 TO PX-OLD-KEY
                   MOVE PAYFILE-KEY TO PX-NEW-KEY
                   MOVE PD-CLAIM TO PX-CLAIM
                   MOVE PD-AMOUNT TO PX-AMOUNT
                   PERFORM LOG-MOVE
                   MOVE HOLDKEY11 TO PAYFILE-KEY
                   DELETE PAYFILE
                     INVALID
                       DISPLAY "CANT DELETE PAYFILE " HOLDKEY11
                   END-DELETE
               END-WRITE
           END-IF.
       P4-4.
           MOVE HOLDKEY11 TO PAYCUR-KEY
           GO TO P4-0.

      *    PAYFILE RECORDS ON THE PATIENT'S CLAIMS WITH NO TWIN.
       P4X. MOVE FROM-GARNO TO PD-KEY8
           MOVE "000" TO PD-KEY3.
       P4X-0.
           START PAYFILE KEY > PAYFILE-KEY INVALID GO TO P5.
       P4X-1. READ PAYFILE NEXT AT END GO TO P5.
           IF PD-KEY8 NOT = FROM-GARNO GO TO P5.
           IF PD-CLAIM = SPACE GO TO P4X-1.
           MOVE PD-CLAIM TO CLAIM-WK
           PERFORM LOOK-CT
           IF CT-IDX > CT-COUNT GO TO P4X-1.
           MOVE PAYFILE-KEY TO HOLDKEY11
           MOVE "03" TO KEEPTYPE
           MOVE SPACE TO KEEPBACK02
           MOVE PAYFILE01 TO KEEPBACK02
           WRITE KEEPBACK01
           MOVE PAYFILE01 TO RECHOLD2
           MOVE 0 TO XYZ.
       P4X-2.
           ADD 1 TO XYZ
           MOVE TO-GARNO TO PC-KEY8
           MOVE XYZ TO PC-KEY3
           READ PAYCUR INVALID GO TO P4X-2A.
           GO TO P4X-2.
       P4X-2A.
           MOVE TO-GARNO TO PD-KEY8
           MOVE XYZ TO PD-KEY3
           READ PAYFILE INVALID GO TO P4X-3.
           GO TO P4X-2.
       P4X-3.
           MOVE RECHOLD2 TO PAYFILE01
           MOVE TO-GARNO TO PD-KEY8
           MOVE XYZ TO PD-KEY3
           MOVE TO-NAME TO PD-NAME
           WRITE PAYFILE01
             INVALID
               DISPLAY "CANT WRITE PAYFILE " PAYFILE-KEY
               GO TO P4X-4
           END-WRITE
           ADD 1 TO CNT-PAYFILE
           MOVE "PAYFILE" TO PX-FILE
           MOVE HOLDKEY11 TO PX-OLD-KEY
           MOVE PAYFILE-KEY TO PX-NEW-KEY
           MOVE PD-CLAIM TO PX-CLAIM
           MOVE PD-AMOUNT TO PX-AMOUNT
           PERFORM LOG-MOVE
           MOVE HOLDKEY11 TO PAYFILE-KEY
           DELETE PAYFILE
             INVALID DISPLAY "CANT DELETE PAYFILE " HOLDKEY11
           END-DELETE.
       P4X-4.
           MOVE HOLDKEY11 TO PAYFILE-KEY
           GO TO P4X-0.

      *    CLAIM HISTORY KEEPS ITS CLAIM NUMBER; ONLY THE GUARANTOR
      *    PART OF THE KEY CHANGES.
       P5. MOVE FROM-GARNO TO HS-KEY8
           MOVE SPACE TO HS-CLAIM
           MOVE SPACE TO HS-REC-TYPE
           MOVE SPACE TO HS-KEY4.
       P5-0.
           START HISFILE KEY > HISFILE-KEY INVALID GO TO P6.
       P5-1. READ HISFILE NEXT AT END GO TO P6.
           IF HS-KEY8 NOT = FROM-GARNO GO TO P6.
           IF HS-PATID NOT = PATNO-IN GO TO P5-1.
           MOVE HISFILE-KEY TO HOLDKEY21
           MOVE "08" TO KEEPTYPE
           MOVE SPACE TO KEEPBACK02
           MOVE HISFILE01 TO KEEPBACK02
           WRITE KEEPBACK01
           MOVE TO-GARNO TO HS-KEY8
           WRITE HISFILE01
             INVALID
               DISPLAY "CANT WRITE HISFILE " HISFILE-KEY
                 " - LEFT ON " FROM-GARNO
               GO TO P5-2
           END-WRITE
           ADD 1 TO CNT-HISFILE
           MOVE "HISFILE" TO PX-FILE
           MOVE HOLDKEY21 TO PX-OLD-KEY
           MOVE HISFILE-KEY TO PX-NEW-KEY
           MOVE HS-CLAIM TO PX-CLAIM
           MOVE 0 TO PX-AMOUNT
           PERFORM LOG-MOVE
           MOVE HOLDKEY21 TO HISFILE-KEY
           DELETE HISFILE
             INVALID DISPLAY "CANT DELETE HISFILE " HOLDKEY21
           END-DELETE.
       P5-2.
           MOVE HOLDKEY21 TO HISFILE-KEY
           GO TO P5-0.

      *    AN AUTHORIZATION BELONGS TO THE GUARANTOR AND PROCEDURE,
      *    NOT THE PATIENT - THE SUPERVISOR DECIDES EACH ONE.  ONE
      *    ALREADY ON THE RECEIVING ACCOUNT WINS, AS IN 342.
       P6. MOVE FROM-GARNO TO AUTH-KEY8.
           MOVE SPACE TO AUTH-KEY6.
       P6-0.
           START AUTHFILE KEY > AUTH-KEY INVALID GO TO P7.
       P6-1. READ AUTHFILE NEXT AT END GO TO P7.
           IF AUTH-KEY8 NOT = FROM-GARNO GO TO P7.
           MOVE AUTH-KEY TO HOLDKEY14
           DISPLAY "AUTH " AUTH-KEY6 " NUM " AUTH-NUM " QTY "
             AUTH-QNTY " EXP " AUTH-DATE-E
           DISPLAY "MOVE THIS AUTHORIZATION WITH THE PATIENT - Y/N?"
           ACCEPT ANS
           IF ANS NOT = "Y" GO TO P6-1.
           MOVE "09" TO KEEPTYPE
           MOVE SPACE TO KEEPBACK02
           MOVE AUTHFILE01 TO KEEPBACK02
           WRITE KEEPBACK01
           MOVE TO-GARNO TO AUTH-KEY8
           WRITE AUTHFILE01
             INVALID
               DISPLAY "AUTH EXISTS ON " TO-GARNO " " AUTH-KEY
                 " - LEFT ON " FROM-GARNO
               GO TO P6-2
           END-WRITE
           ADD 1 TO CNT-AUTHFILE
           MOVE "AUTHFILE" TO PX-FILE
           MOVE HOLDKEY14 TO PX-OLD-KEY
           MOVE AUTH-KEY TO PX-NEW-KEY
           MOVE SPACE TO PX-CLAIM
           MOVE 0 TO PX-AMOUNT
           PERFORM LOG-MOVE
           MOVE HOLDKEY14 TO AUTH-KEY
           DELETE AUTHFILE
             INVALID DISPLAY "CANT DELETE AUTHFILE " HOLDKEY14
           END-DELETE.
       P6-2.
           MOVE HOLDKEY14 TO AUTH-KEY
           GO TO P6-0.

      *    PATFILE IS KEYED BY PATIENT SO THE RECORD JUST REPOINTS.
      *    250 FINDS THE PATIENT UNDER THE NEW GARNO BY NAME AND
      *    BIRTH DATE FROM HERE ON.
       P7.
           MOVE PATNO-IN TO P-PATNO
           READ PATFILE
             INVALID
               DISPLAY "PATFILE RECORD VANISHED " PATNO-IN
               GO TO P8
           END-READ
           MOVE "07" TO KEEPTYPE
           MOVE SPACE TO KEEPBACK02
           MOVE PATFILE01 TO KEEPBACK02
           WRITE KEEPBACK01
           MOVE TO-GARNO TO P-GARNO
           REWRITE PATFILE01
             INVALID
               DISPLAY "CANT REWRITE PATFILE " P-PATNO
               GO TO P8
           END-REWRITE
           MOVE "PATFILE" TO PX-FILE
           MOVE FROM-GARNO TO PX-OLD-KEY
           MOVE TO-GARNO TO PX-NEW-KEY
           MOVE SPACE TO PX-CLAIM
           MOVE 0 TO PX-AMOUNT
           PERFORM LOG-MOVE.

      *    THE PROOF - WHAT LEFT ONE ACCOUNT ARRIVED ON THE OTHER.
       P8.
           MOVE FROM-GARNO TO BAL-GARNO
           PERFORM GAR-BAL THRU GAR-BAL-EXIT
           MOVE BAL-AMT TO FROM-AFTER
           MOVE TO-GARNO TO BAL-GARNO
           PERFORM GAR-BAL THRU GAR-BAL-EXIT
           MOVE BAL-AMT TO TO-AFTER
           COMPUTE MOVED-AMT = FROM-BEFORE - FROM-AFTER
           COMPUTE PROOF-AMT = TO-AFTER - TO-BEFORE - MOVED-AMT

           MOVE SPACE TO RPT-LINE
           PERFORM RPT-OUT
           MOVE "BALANCES          BEFORE           AFTER" TO RPT-LINE
           PERFORM RPT-OUT
           MOVE FROM-BEFORE TO NEF-11
           MOVE FROM-AFTER TO NEF-11B
           MOVE SPACE TO RPT-LINE
           STRING FROM-GARNO "  " NEF-11 "  " NEF-11B "  " FROM-NAME
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT
           MOVE TO-BEFORE TO NEF-11
           MOVE TO-AFTER TO NEF-11B
           MOVE SPACE TO RPT-LINE
           STRING TO-GARNO "  " NEF-11 "  " NEF-11B "  " TO-NAME
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT
           MOVE MOVED-AMT TO NEF-11
           MOVE SPACE TO RPT-LINE
           IF PROOF-AMT = 0
               STRING "BALANCE MOVED " NEF-11 " - PROVES"
                 DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               STRING "BALANCE MOVED " NEF-11
                 " - DOES NOT PROVE, SEE THE TRANSFER LOG"
                 DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           PERFORM RPT-OUT
           DISPLAY "CHARFILE " CNT-CHARFILE "  PAYFILE " CNT-PAYFILE
             "  CHARCUR " CNT-CHARCUR "  PAYCUR " CNT-PAYCUR
           DISPLAY "HIS " CNT-HISFILE "  AUTH " CNT-AUTHFILE
           GO TO P0.

      *    EVERY CLAIM THE PATIENT HAS A CHARGE OR HISTORY LINE ON.
      *    A SECOND PASS MAKES SURE NO OTHER PATIENT SHARES ONE.
       LOAD-CLAIMS.
           MOVE 0 TO CT-COUNT
           MOVE "N" TO SHARED-FLAG
           MOVE FROM-GARNO TO CC-KEY8
           MOVE "000" TO CC-KEY3
           START CHARCUR KEY > CHARCUR-KEY INVALID GO TO LC-CD.
       LC-CC1.
           READ CHARCUR NEXT AT END GO TO LC-CD.
           IF CC-KEY8 NOT = FROM-GARNO GO TO LC-CD.
           IF CC-PATID = PATNO-IN AND CC-CLAIM NOT = SPACE
               MOVE CC-CLAIM TO CLAIM-WK
               PERFORM ADD-CT
           END-IF
           GO TO LC-CC1.
       LC-CD.
           MOVE FROM-GARNO TO CD-KEY8
           MOVE "000" TO CD-KEY3
           START CHARFILE KEY > CHARFILE-KEY INVALID GO TO LC-HS.
       LC-CD1.
           READ CHARFILE NEXT AT END GO TO LC-HS.
           IF CD-KEY8 NOT = FROM-GARNO GO TO LC-HS.
           IF CD-PATID = PATNO-IN AND CD-CLAIM NOT = SPACE
               MOVE CD-CLAIM TO CLAIM-WK
               PERFORM ADD-CT
           END-IF
           GO TO LC-CD1.
       LC-HS.
           MOVE FROM-GARNO TO HS-KEY8
           MOVE SPACE TO HS-CLAIM HS-REC-TYPE HS-KEY4
           START HISFILE KEY > HISFILE-KEY INVALID GO TO LC-X.
       LC-HS1.
           READ HISFILE NEXT AT END GO TO LC-X.
           IF HS-KEY8 NOT = FROM-GARNO GO TO LC-X.
           IF HS-PATID = PATNO-IN AND HS-CLAIM NOT = SPACE
               MOVE HS-CLAIM TO CLAIM-WK
               PERFORM ADD-CT
           END-IF
           GO TO LC-HS1.
       LC-X.
           IF SHARED-FLAG = "O" GO TO LOAD-CLAIMS-EXIT.
           MOVE FROM-GARNO TO CC-KEY8
           MOVE "000" TO CC-KEY3
           START CHARCUR KEY > CHARCUR-KEY INVALID GO TO LC-XD.
       LC-XC1.
           READ CHARCUR NEXT AT END GO TO LC-XD.
           IF CC-KEY8 NOT = FROM-GARNO GO TO LC-XD.
           IF CC-PATID = PATNO-IN GO TO LC-XC1.
           MOVE CC-CLAIM TO CLAIM-WK
           PERFORM LOOK-CT
           IF CT-IDX NOT > CT-COUNT
               DISPLAY "CLAIM " CC-CLAIM " ALSO HAS A CHARGE FOR "
                 CC-PATID
               MOVE "Y" TO SHARED-FLAG
           END-IF
           GO TO LC-XC1.
       LC-XD.
           MOVE FROM-GARNO TO CD-KEY8
           MOVE "000" TO CD-KEY3
           START CHARFILE KEY > CHARFILE-KEY
             INVALID GO TO LOAD-CLAIMS-EXIT.
       LC-XD1.
           READ CHARFILE NEXT AT END GO TO LOAD-CLAIMS-EXIT.
           IF CD-KEY8 NOT = FROM-GARNO GO TO LOAD-CLAIMS-EXIT.
           IF CD-PATID = PATNO-IN GO TO LC-XD1.
           MOVE CD-CLAIM TO CLAIM-WK
           PERFORM LOOK-CT
           IF CT-IDX NOT > CT-COUNT
               DISPLAY "CLAIM " CD-CLAIM " ALSO HAS A CHARGE FOR "
                 CD-PATID
               MOVE "Y" TO SHARED-FLAG
           END-IF
           GO TO LC-XD1.
       LOAD-CLAIMS-EXIT.
           EXIT.

       ADD-CT.
           PERFORM LOOK-CT
           IF CT-IDX > CT-COUNT
               IF CT-COUNT = CT-MAX
                   MOVE "O" TO SHARED-FLAG
               ELSE
                   ADD 1 TO CT-COUNT
                   MOVE CLAIM-WK TO CT-CLAIM(CT-COUNT)
               END-IF
           END-IF.

       LOOK-CT.
           PERFORM FIND-CT VARYING CT-IDX FROM 1 BY 1
             UNTIL CT-IDX > CT-COUNT OR CT-CLAIM(CT-IDX) = CLAIM-WK.

       FIND-CT.
           CONTINUE.

      *    CHARGES LESS EVERYTHING PAID (PAYMENTS ARE NEGATIVE).
       GAR-BAL.
           MOVE 0 TO BAL-AMT
           MOVE BAL-GARNO TO CC-KEY8
           MOVE SPACE TO CC-KEY3
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO GAR-BAL-P
           END-START.
       GAR-BAL-C1.
           READ CHARCUR NEXT
             AT END
               GO TO GAR-BAL-P
           END-READ
           IF CC-KEY8 NOT = BAL-GARNO
               GO TO GAR-BAL-P
           END-IF
           ADD CC-AMOUNT TO BAL-AMT
           GO TO GAR-BAL-C1.
       GAR-BAL-P.
           MOVE BAL-GARNO TO PC-KEY8
           MOVE SPACE TO PC-KEY3
           START PAYCUR KEY NOT < PAYCUR-KEY
             INVALID
               GO TO GAR-BAL-EXIT
           END-START.
       GAR-BAL-P1.
           READ PAYCUR NEXT
             AT END
               GO TO GAR-BAL-EXIT
           END-READ
           IF PC-KEY8 NOT = BAL-GARNO
               GO TO GAR-BAL-EXIT
           END-IF
           ADD PC-AMOUNT TO BAL-AMT
           GO TO GAR-BAL-P1.
       GAR-BAL-EXIT.
           EXIT.

       LOG-MOVE.
           MOVE OPERATOR-WS TO PX-OPERATOR
           ACCEPT PX-DATE FROM DATE
           ACCEPT PX-TIME FROM TIME
           MOVE PATNO-IN TO PX-PATNO
           WRITE PATXLOG01
           MOVE PX-AMOUNT TO NEF-11
           MOVE SPACE TO RPT-LINE
           STRING PX-FILE " " PX-OLD-KEY " " PX-NEW-KEY " " PX-CLAIM
             " " NEF-11 DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT.

       RPT-OUT.
           WRITE PATXRPT01 FROM RPT-LINE
           DISPLAY RPT-LINE.

      *    EVERY ACCOUNT BROUGHT UP HERE IS LOGGED FOR THE 376
      *    ACCESS REPORT.  THE LOG IS OPENED AND CLOSED ROUND EACH
      *    LINE SO EVERY DESK CAN APPEND TO IT AT ONCE.
       LOG-ACCESS.
           OPEN EXTEND ACCLOG
           MOVE SPACE TO ACCLOG01
           MOVE OPERATOR-WS TO AL-OPERATOR
           MOVE "rrr374" TO AL-PROGRAM
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
           CLOSE CHARFILE CHARCUR PAYFILE PAYCUR GARFILE PATFILE
               HISFILE AUTHFILE PATXLOG PATXRPT KEEPBACK.
           DISPLAY "PATIENT TRANSFER HAS ENDED."
           STOP RUN.
