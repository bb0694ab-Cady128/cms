      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rrr359.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    AS WITH THE 358 CONVERSION, EACH FILE IS COPIED ASIDE
      *    UNDER THE ODD NUMBER BEFORE THE RUN AND REBUILT FRESH
      *    UNDER ITS PRODUCTION NUMBER.  THE OLD COPY IS DECLARED
      *    WITH THE KEYS IT WAS BUILT UNDER.
           SELECT PAYCUR ASSIGN TO "S35" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS PAYCUR-KEY
           ALTERNATE RECORD KEY IS PC-CLAIM WITH DUPLICATES.
           SELECT OLDPC ASSIGN TO "S36" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS OPC-KEY.
           SELECT GARFILE ASSIGN TO "S40" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS G-GARNO
           ALTERNATE RECORD KEY IS G-ACCT WITH DUPLICATES
           ALTERNATE RECORD KEY IS G-PRINS WITH DUPLICATES
           ALTERNATE RECORD KEY IS G-SEINS WITH DUPLICATES.
           SELECT OLDGA ASSIGN TO "S41" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS OGA-GARNO
           ALTERNATE RECORD KEY IS OGA-ACCT WITH DUPLICATES.
           SELECT CHARCUR ASSIGN TO "S50" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS CHARCUR-KEY
           ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
           ALTERNATE RECORD KEY IS CC-CLAIM WITH DUPLICATES.
           SELECT OLDCC ASSIGN TO "S51" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS OCC-KEY
           ALTERNATE RECORD KEY IS OCC-PAYCODE WITH DUPLICATES.
           SELECT HISFILE ASSIGN TO "S70" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS HISFILE-KEY
           ALTERNATE RECORD KEY IS HS-CLAIM WITH DUPLICATES.
           SELECT OLDHS ASSIGN TO "S71" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS OHS-KEY.
           SELECT OPTIONAL FACFILE ASSIGN TO "S45"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS FAC-KEY.

       DATA DIVISION.
       FILE SECTION.
      *    ONLY THE KEY FIELDS ARE BROKEN OUT - THE REST OF EACH
      *    RECORD GOES ACROSS UNTOUCHED.
       FD  CHARCUR
           DATA RECORD IS CHARCUR01.
       01  CHARCUR01.
           02 CHARCUR-KEY.
             03 CC-KEY8 PIC X(8).
             03 CC-KEY3 PIC XXX.
           02 CC-PATID PIC X(8).
           02 CC-CLAIM PIC X(8).
           02 CC-FILL1 PIC X(39).
           02 CC-PAYCODE PIC XXX.
           02 CC-FILL2 PIC X(90).
           02 CC-FACILITY PIC XXX.
           02 CC-FILL3 PIC XXX.

       FD  OLDCC
           DATA RECORD IS OLDCC01.
       01  OLDCC01.
           02 OCC-KEY PIC X(11).
           02 OCC-FILL1 PIC X(55).
           02 OCC-PAYCODE PIC XXX.
           02 OCC-FILL2 PIC X(96).

       FD  PAYCUR
           DATA RECORD IS PAYCUR01.
       01  PAYCUR01.
           02 PAYCUR-KEY.
             03 PC-KEY8 PIC X(8).
             03 PC-KEY3 PIC XXX.
           02 PC-FILL1 PIC X(14).
           02 PC-CLAIM PIC X(8).
           02 PC-FILL2 PIC X(23).

       FD  OLDPC
           DATA RECORD IS OLDPC01.
       01  OLDPC01.
           02 OPC-KEY PIC X(11).
           02 OPC-FILL PIC X(45).

       FD  HISFILE
           DATA RECORD IS HISFILE01.
       01  HISFILE01.
           02 HISFILE-KEY.
             03 HS-KEY8 PIC X(8).
             03 HS-CLAIM PIC X(8).
             03 HS-REC-TYPE PIC X.
             03 HS-KEY4 PIC XXXX.
           02 HS-FILL PIC X(119).

       FD  OLDHS
           DATA RECORD IS OLDHS01.
       01  OLDHS01.
           02 OHS-KEY PIC X(21).
           02 OHS-FILL PIC X(119).

       FD  GARFILE
           DATA RECORD IS GARFILE01.
       01  GARFILE01.
           02 G-GARNO PIC X(8).
           02 G-FILL1 PIC X(125).
           02 G-PRINS PIC XXX.
           02 G-FILL2 PIC X(60).
           02 G-SEINS PIC XXX.
           02 G-FILL3 PIC X(78).
           02 G-ACCT PIC X(8).
           02 G-FILL4 PIC X(30).

       FD  OLDGA
           DATA RECORD IS OLDGA01.
       01  OLDGA01.
           02 OGA-GARNO PIC X(8).
           02 OGA-FILL1 PIC X(269).
           02 OGA-ACCT PIC X(8).
           02 OGA-FILL2 PIC X(30).

      *    FACILITY MASTER (387) - ONE RECORD PER HOSPITAL SITE WE
      *    BILL FOR.  THE FEED HEADER NAMES THE SITE (276), 250
      *    STAMPS IT ON EVERY CHARGE, AND 255 BILLS THE CLAIM UNDER
      *    THE SITE'S NPI, BILLING PROVIDER NUMBER AND TAX ID.
       FD  FACFILE
           DATA RECORD IS FACFILE01.
       01  FACFILE01.
           02 FAC-KEY PIC XXX.
           02 FAC-NAME PIC X(30).
           02 FAC-STREET PIC X(24).
           02 FAC-CITY PIC X(15).
           02 FAC-STATE PIC XX.
           02 FAC-ZIP PIC X(9).
           02 FAC-NPI PIC X(10).
           02 FAC-PRVNUM PIC X(10).
           02 FAC-TAXID PIC X(9).
           02 FAC-ACTIVE PIC X.
           02 FAC-OPERATOR PIC X(10).
           02 FAC-DATE-E PIC X(8).
           02 FAC-FUTURE PIC X(8).

       WORKING-STORAGE SECTION.
       01  ANS PIC X.
       01  ALL-FLAG PIC X VALUE "N".
       01  MISMATCH PIC X VALUE "N".
       01  CNT-OLD PIC 9(9) VALUE 0.
       01  CNT-NEW PIC 9(9) VALUE 0.
       01  CNT-ALT PIC 9(9) VALUE 0.
       01  CNT-BAD-WRITE PIC 9(7) VALUE 0.
       01  RB-NAME PIC X(8).
       01  CNT-FAC-BLANKED PIC 9(7) VALUE 0.

      *
      *    INDEX REBUILD.  RELOADS CHARCUR, PAYCUR, HISFILE AND
      *    GARFILE SO THEY CARRY THE CLAIM-NUMBER ALTERNATE KEYS
      *    (CC-CLAIM, PC-CLAIM, HS-CLAIM) AND THE PAYER KEYS ON
      *    G-PRINS/G-SEINS THAT 254, 258, 270, 272 AND 350 NOW READ
      *    BY.  EACH FILE IS COUNTED ON THE OLD COPY, AS WRITTEN,
      *    BACK DOWN THE PRIME KEY AND BACK DOWN THE NEW ALTERNATE
      *    KEY - ALL FOUR MUST AGREE OR THE RUN ENDS WITH RETURN
      *    CODE 8 AND THE OLD COPIES GO BACK.
       PROCEDURE DIVISION.
       P0.
           DISPLAY "INDEX REBUILD - C)HARCUR P)AYCUR H)ISFILE"
             " G)ARFILE A)LL X)EXIT".
           ACCEPT ANS.
           IF ANS = "C" GO TO CC-0.
           IF ANS = "P" GO TO PC-0.
           IF ANS = "H" GO TO HS-0.
           IF ANS = "G" GO TO GA-0.
           IF ANS = "A"
               MOVE "Y" TO ALL-FLAG
               GO TO CC-0
           END-IF.
           IF ANS = "X" GO TO P9.
           GO TO P0.

       CC-0.
           MOVE "CHARCUR" TO RB-NAME
           MOVE 0 TO CNT-OLD CNT-NEW CNT-ALT CNT-BAD-WRITE
           MOVE 0 TO CNT-FAC-BLANKED
           OPEN INPUT OLDCC FACFILE
           OPEN OUTPUT CHARCUR.
       CC-1.
           READ OLDCC NEXT AT END GO TO CC-2.
           ADD 1 TO CNT-OLD
           MOVE OLDCC01 TO CHARCUR01
      *    A CHARGE POSTED BEFORE THE FACILITY MASTER (387) CARRIES
      *    THE FEED'S OLD CLINICAL TEXT WHERE THE FACILITY NOW SITS.
      *    ANYTHING THERE THAT IS NOT A CODE ON THE MASTER IS BLANKED
      *    SO THE REPORTS DO NOT SHOW IT AS A SITE.
           IF CC-FACILITY NOT = SPACE
               MOVE CC-FACILITY TO FAC-KEY
               READ FACFILE
                 INVALID
                   MOVE SPACE TO CC-FACILITY
                   ADD 1 TO CNT-FAC-BLANKED
               END-READ
           END-IF
           WRITE CHARCUR01
             INVALID
               DISPLAY "CANNOT WRITE CHARCUR " CHARCUR-KEY
               ADD 1 TO CNT-BAD-WRITE
           END-WRITE
           GO TO CC-1.
       CC-2.
           CLOSE OLDCC CHARCUR FACFILE
           IF CNT-FAC-BLANKED > 0
               DISPLAY "CHARCUR FACILITY CODES NOT ON THE MASTER"
                 " BLANKED " CNT-FAC-BLANKED
           END-IF
           OPEN INPUT CHARCUR
           MOVE LOW-VALUE TO CHARCUR-KEY
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO CC-4
           END-START.
       CC-3.
           READ CHARCUR NEXT AT END GO TO CC-4.
           ADD 1 TO CNT-NEW
           GO TO CC-3.
       CC-4.
           MOVE LOW-VALUE TO CC-CLAIM
           START CHARCUR KEY NOT < CC-CLAIM
             INVALID
               GO TO CC-9
           END-START.
       CC-5.
           READ CHARCUR NEXT AT END GO TO CC-9.
           ADD 1 TO CNT-ALT
           GO TO CC-5.
       CC-9.
           CLOSE CHARCUR
           PERFORM RB-REPORT
           IF ALL-FLAG NOT = "Y" GO TO P0.

       PC-0.
           MOVE "PAYCUR" TO RB-NAME
           MOVE 0 TO CNT-OLD CNT-NEW CNT-ALT CNT-BAD-WRITE
           OPEN INPUT OLDPC
           OPEN OUTPUT PAYCUR.
       PC-1.
           READ OLDPC NEXT AT END GO TO PC-2.
           ADD 1 TO CNT-OLD
           MOVE OLDPC01 TO PAYCUR01
           WRITE PAYCUR01
             INVALID
               DISPLAY "CANNOT WRITE PAYCUR " PAYCUR-KEY
               ADD 1 TO CNT-BAD-WRITE
           END-WRITE
           GO TO PC-1.
       PC-2.
           CLOSE OLDPC PAYCUR
           OPEN INPUT PAYCUR
           MOVE LOW-VALUE TO PAYCUR-KEY
           START PAYCUR KEY NOT < PAYCUR-KEY
             INVALID
               GO TO PC-4
           END-START.
       PC-3.
           READ PAYCUR NEXT AT END GO TO PC-4.
           ADD 1 TO CNT-NEW
           GO TO PC-3.
       PC-4.
           MOVE LOW-VALUE TO PC-CLAIM
           START PAYCUR KEY NOT < PC-CLAIM
             INVALID
               GO TO PC-9
           END-START.
       PC-5.
           READ PAYCUR NEXT AT END GO TO PC-9.
           ADD 1 TO CNT-ALT
           GO TO PC-5.
       PC-9.
           CLOSE PAYCUR
           PERFORM RB-REPORT
           IF ALL-FLAG NOT = "Y" GO TO P0.

       HS-0.
           MOVE "HISFILE" TO RB-NAME
           MOVE 0 TO CNT-OLD CNT-NEW CNT-ALT CNT-BAD-WRITE
           OPEN INPUT OLDHS
           OPEN OUTPUT HISFILE.
       HS-1.
           READ OLDHS NEXT AT END GO TO HS-2.
           ADD 1 TO CNT-OLD
           MOVE OLDHS01 TO HISFILE01
           WRITE HISFILE01
             INVALID
               DISPLAY "CANNOT WRITE HISFILE " HISFILE-KEY
               ADD 1 TO CNT-BAD-WRITE
           END-WRITE
           GO TO HS-1.
       HS-2.
           CLOSE OLDHS HISFILE
           OPEN INPUT HISFILE
           MOVE LOW-VALUE TO HISFILE-KEY
           START HISFILE KEY NOT < HISFILE-KEY
             INVALID
               GO TO HS-4
           END-START.
       HS-3.
           READ HISFILE NEXT AT END GO TO HS-4.
           ADD 1 TO CNT-NEW
           GO TO HS-3.
       HS-4.
           MOVE LOW-VALUE TO HS-CLAIM
           START HISFILE KEY NOT < HS-CLAIM
             INVALID
               GO TO HS-9
           END-START.
       HS-5.
           READ HISFILE NEXT AT END GO TO HS-9.
           ADD 1 TO CNT-ALT
           GO TO HS-5.
       HS-9.
           CLOSE HISFILE
           PERFORM RB-REPORT
           IF ALL-FLAG NOT = "Y" GO TO P0.

      *    THE GARFILE PAYER KEYS ARE PROVED DOWN G-PRINS - EVERY
      *    GUARANTOR CARRIES ONE, BLANK OR NOT.
       GA-0.
           MOVE "GARFILE" TO RB-NAME
           MOVE 0 TO CNT-OLD CNT-NEW CNT-ALT CNT-BAD-WRITE
           OPEN INPUT OLDGA
           OPEN OUTPUT GARFILE.
       GA-1.
           READ OLDGA NEXT AT END GO TO GA-2.
           ADD 1 TO CNT-OLD
           MOVE OLDGA01 TO GARFILE01
           WRITE GARFILE01
             INVALID
               DISPLAY "CANNOT WRITE GARFILE " G-GARNO
               ADD 1 TO CNT-BAD-WRITE
           END-WRITE
           GO TO GA-1.
       GA-2.
           CLOSE OLDGA GARFILE
           OPEN INPUT GARFILE
           MOVE LOW-VALUE TO G-GARNO
           START GARFILE KEY NOT < G-GARNO
             INVALID
               GO TO GA-4
           END-START.
       GA-3.
           READ GARFILE NEXT AT END GO TO GA-4.
           ADD 1 TO CNT-NEW
           GO TO GA-3.
       GA-4.
           MOVE LOW-VALUE TO G-PRINS
           START GARFILE KEY NOT < G-PRINS
             INVALID
               GO TO GA-9
           END-START.
       GA-5.
           READ GARFILE NEXT AT END GO TO GA-9.
           ADD 1 TO CNT-ALT
           GO TO GA-5.
       GA-9.
           CLOSE GARFILE
           PERFORM RB-REPORT
           MOVE "N" TO ALL-FLAG
           GO TO P0.

       P9.
           IF MISMATCH = "Y"
               DISPLAY "REBUILD DID NOT PROVE - RESTORE THE OLD COPIES"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       RB-REPORT.
           DISPLAY "===== rrr359 " RB-NAME " REBUILD =====".
           DISPLAY "RECORDS ON THE OLD COPY  " CNT-OLD.
           DISPLAY "NOT WRITTEN ............ " CNT-BAD-WRITE.
           DISPLAY "READ BACK ON PRIME KEY . " CNT-NEW.
           DISPLAY "READ BACK ON NEW KEY ... " CNT-ALT.
           IF CNT-BAD-WRITE NOT = 0
             OR CNT-NEW NOT = CNT-OLD
             OR CNT-ALT NOT = CNT-OLD
               DISPLAY "   ** " RB-NAME " DOES NOT PROVE **"
               MOVE "Y" TO MISMATCH
           END-IF.
