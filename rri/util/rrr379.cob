      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rrr379.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYFILE ASSIGN TO "S30" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS PAYFILE-KEY.
           SELECT ACTFILE ASSIGN TO "S31" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS A-ACTNO
           ALTERNATE RECORD KEY IS A-GARNO WITH DUPLICATES
           ALTERNATE RECORD KEY IS NAME-KEY WITH DUPLICATES.
           SELECT GARFILE ASSIGN TO "S35" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS G-GARNO
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
           SELECT PAYCUR ASSIGN TO "S55" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS PAYCUR-KEY
           ALTERNATE RECORD KEY IS PC-CLAIM WITH DUPLICATES.
           SELECT CHARFILE ASSIGN TO "S57" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS CHARFILE-KEY.
           SELECT CMNTFILE ASSIGN TO "S65" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS CMNT-KEY.
           SELECT HISFILE ASSIGN TO "S70" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS HISFILE-KEY
           ALTERNATE RECORD KEY IS HS-CLAIM WITH DUPLICATES.
           SELECT AUTHFILE ASSIGN TO "S75" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS AUTH-KEY.
           SELECT OPTIONAL BACKCAT ASSIGN TO "S80"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS BC-KEY
           LOCK MODE MANUAL.
           SELECT OPTIONAL BACKFILE ASSIGN TO "S85"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS BK-KEY
           LOCK MODE MANUAL.

       DATA DIVISION.
       FILE SECTION.

      *    THE LIVE FILES ARE CARRIED AS WHOLE RECORD IMAGES - ONLY
      *    THE KEYS ARE NAMED, SO A LAYOUT CHANGE INSIDE A RECORD
      *    NEEDS NO CHANGE HERE.  THE LENGTHS MUST FOLLOW THE FILES.
       FD  PAYFILE.
       01  PAYFILE01.
           02 PAYFILE-KEY PIC X(11).
           02 FILLER PIC X(75).

       FD  ACTFILE.
       01  ACTFILE01.
           02 A-ACTNO PIC X(8).
           02 FILLER PIC X(269).
           02 A-GARNO PIC X(8).
           02 FILLER PIC X(30).
           02 NAME-KEY PIC XXX.

       FD  GARFILE.
       01  GARFILE01.
           02 G-GARNO PIC X(8).
           02 FILLER PIC X(125).
           02 G-PRINS PIC XXX.
           02 FILLER PIC X(60).
           02 G-SEINS PIC XXX.
           02 FILLER PIC X(78).
           02 G-ACCT PIC X(8).
           02 FILLER PIC X(30).

       FD  PATFILE.
       01  PATFILE01.
           02 P-PATNO PIC X(8).
           02 P-GARNO PIC X(8).
           02 FILLER PIC X(35).

       FD  CHARCUR.
       01  CHARCUR01.
           02 CHARCUR-KEY PIC X(11).
           02 FILLER PIC X(8).
           02 CC-CLAIM PIC X(8).
           02 FILLER PIC X(39).
           02 CC-PAYCODE PIC XXX.
           02 FILLER PIC X(96).

       FD  PAYCUR.
       01  PAYCUR01.
           02 PAYCUR-KEY PIC X(11).
           02 FILLER PIC X(14).
           02 PC-CLAIM PIC X(8).
           02 FILLER PIC X(23).

       FD  CHARFILE.
       01  CHARFILE01.
           02 CHARFILE-KEY PIC X(11).
           02 FILLER PIC X(247).

       FD  CMNTFILE.
       01  CMNTFILE01.
           02 CMNT-KEY PIC X(11).
           02 FILLER PIC X(88).

       FD  HISFILE.
       01  HISFILE01.
           02 HISFILE-KEY.
             03 FILLER PIC X(8).
             03 HS-CLAIM PIC X(8).
             03 FILLER PIC X(5).
           02 FILLER PIC X(119).

       FD  AUTHFILE.
       01  AUTHFILE01.
           02 AUTH-KEY PIC X(14).
           02 FILLER PIC X(28).

      *    ONE ENTRY PER FILE PER BACKUP.  THE GENERATION NUMBER
      *    RUNS UP BY FILE; EVERY FILE TAKEN IN ONE RUN CARRIES THE
      *    SAME DATE AND TIME, WHICH IS HOW 379 FINDS THE REST OF A
      *    SET.  STATUS I = UNLOAD STARTED BUT NOT FINISHED (NEVER
      *    RESTORED FROM), C = COMPLETE.
       FD  BACKCAT.
       01  BACKCAT01.
           02 BC-KEY.
             03 BC-FILE PIC X(8).
             03 BC-GEN PIC 9(6).
           02 BC-DATE PIC X(8).
           02 BC-TIME PIC X(8).
           02 BC-STEP PIC X(20).
           02 BC-COUNT PIC 9(9).
           02 BC-STATUS PIC X.
           02 BC-REST-DATE PIC X(8).
           02 BC-REST-TIME PIC X(8).
           02 BC-FUTURE PIC X(8).

      *    THE BACKED-UP RECORDS, IN THE ORDER THEY WERE READ, UNDER
      *    THEIR FILE AND GENERATION.
       FD  BACKFILE.
       01  BACKFILE01.
           02 BK-KEY.
             03 BK-FILE PIC X(8).
             03 BK-GEN PIC 9(6).
             03 BK-SEQ PIC 9(9).
           02 BK-DATA PIC X(320).

       WORKING-STORAGE SECTION.
       01  ANS PIC X.
       01  TODAY-6 PIC 9(6).
       01  TODAY-8 PIC X(8).
       01  TIME-8 PIC 9(8).
       01  FILE-IN PIC X(8).
       01  GEN-IN-N PIC 9(6).
       01  GEN-IN REDEFINES GEN-IN-N PIC X(6).
       01  SET-DATE PIC X(8).
       01  SET-TIME PIC X(8).
       01  SET-STEP PIC X(20).
       01  SET-CNT PIC 99.
       01  SET-X PIC 99.
       01  SET-TAB.
           02 SET-ENTRY OCCURS 10 TIMES.
             03 SET-FILE PIC X(8).
             03 SET-GEN PIC 9(6).
             03 SET-COUNT PIC 9(9).
       01  CUR-FILE PIC X(8).
       01  CUR-GEN PIC 9(6).
       01  BACK-EOF PIC X.
       01  VERIFY-OK PIC X.
       01  CNT-FOUND PIC 9(9).
       01  CNT-LOADED PIC 9(9).
       01  CNT-BAD PIC 9(9).

      *
      *    ROLL BACK FROM A GENERATION BACKUP TAKEN BY 378.  WHEN A
      *    NIGHT STEP DIES PART WAY THROUGH AN UPDATE, PICK THE
      *    GENERATION TAKEN JUST BEFORE THAT STEP (L)IST SHOWS THE
      *    STEP NAME) AND EVERY FILE BACKED UP WITH IT IS PUT BACK,
      *    SO THE STEP CAN BE SET TO PENDING IN 348 AND RUN AGAIN.
      *    EVERY FILE IN THE SET IS COUNTED AGAINST THE CATALOG
      *    FIRST; IF ANY COUNT IS OFF NOTHING IS TOUCHED.  A RELOAD
      *    REBUILDS THE LIVE FILE FROM SCRATCH, SO EVERYONE MUST BE
      *    OUT OF THE SYSTEM.
       PROCEDURE DIVISION.
       P00.
           ACCEPT TODAY-6 FROM DATE.
           MOVE "20" TO TODAY-8(1:2).
           MOVE TODAY-6(1:2) TO TODAY-8(3:2).
           MOVE TODAY-6(3:2) TO TODAY-8(5:2).
           MOVE TODAY-6(5:2) TO TODAY-8(7:2).
           OPEN I-O BACKCAT.
           OPEN INPUT BACKFILE.

       P0.
           DISPLAY "BACKUP RESTORE - L)IST BACKUPS R)ESTORE X)EXIT".
           ACCEPT ANS.
           IF ANS = "L" GO TO LIST-CAT.
           IF ANS = "R" GO TO RESTORE.
           IF ANS = "X" GO TO P9.
           GO TO P0.

       LIST-CAT.
           DISPLAY "FILE (BLANK = ALL)".
           ACCEPT FILE-IN.
           MOVE FILE-IN TO BC-FILE
           MOVE 0 TO BC-GEN
           START BACKCAT KEY NOT < BC-KEY
             INVALID
               DISPLAY "NO BACKUPS ON THE CATALOG"
               GO TO P0
           END-START
           DISPLAY "FILE     GEN    DATE     TIME  STEP"
             "                 RECORDS   ST RESTORED".
       LIST-1.
           READ BACKCAT NEXT
             AT END
               GO TO P0
           END-READ
           IF FILE-IN NOT = SPACE AND BC-FILE NOT = FILE-IN
               GO TO P0
           END-IF
           DISPLAY BC-FILE " " BC-GEN " " BC-DATE " " BC-TIME(1:2)
             ":" BC-TIME(3:2) " " BC-STEP " " BC-COUNT " " BC-STATUS
             "  " BC-REST-DATE
           GO TO LIST-1.

       RESTORE.
           DISPLAY "FILE TO ROLL BACK".
           ACCEPT FILE-IN.
           IF FILE-IN = SPACE GO TO P0.
           DISPLAY "GENERATION - 6 DIGITS AS LISTED".
           ACCEPT GEN-IN.
           IF GEN-IN NOT NUMERIC GO TO RESTORE.
           MOVE FILE-IN TO BC-FILE
           MOVE GEN-IN-N TO BC-GEN
           READ BACKCAT
             INVALID
               DISPLAY "NO SUCH BACKUP"
               GO TO P0
           END-READ
           IF BC-STATUS NOT = "C"
               DISPLAY "THAT BACKUP NEVER FINISHED - IT CANNOT BE"
                 " RESTORED FROM"
               GO TO P0
           END-IF

      *    THE SET IS EVERY FILE TAKEN IN THE SAME RUN OF 378.
           MOVE BC-DATE TO SET-DATE
           MOVE BC-TIME TO SET-TIME
           MOVE BC-STEP TO SET-STEP
           MOVE 0 TO SET-CNT
           MOVE LOW-VALUE TO BC-KEY
           START BACKCAT KEY NOT < BC-KEY
             INVALID
               GO TO P0
           END-START.
       RESTORE-1.
           READ BACKCAT NEXT
             AT END
               GO TO RESTORE-2
           END-READ
           IF BC-DATE NOT = SET-DATE OR BC-TIME NOT = SET-TIME
             OR BC-STATUS NOT = "C" OR SET-CNT = 10
               GO TO RESTORE-1
           END-IF
           ADD 1 TO SET-CNT
           MOVE BC-FILE TO SET-FILE(SET-CNT)
           MOVE BC-GEN TO SET-GEN(SET-CNT)
           MOVE BC-COUNT TO SET-COUNT(SET-CNT)
           GO TO RESTORE-1.
       RESTORE-2.
           DISPLAY "BACKUP OF " SET-DATE " " SET-TIME(1:2) ":"
             SET-TIME(3:2) " - " SET-STEP.
           PERFORM SHOW-SET VARYING SET-X FROM 1 BY 1
             UNTIL SET-X > SET-CNT.
           IF SET-CNT > 1
               DISPLAY "A)LL THESE FILES  O)NLY " FILE-IN "  X)CANCEL"
               ACCEPT ANS
               IF ANS = "X"
                   GO TO P0
               END-IF
               IF ANS = "O"
                   MOVE 1 TO SET-CNT
                   MOVE FILE-IN TO SET-FILE(1)
                   MOVE GEN-IN-N TO SET-GEN(1)
                   MOVE FILE-IN TO BC-FILE
                   MOVE GEN-IN-N TO BC-GEN
                   READ BACKCAT
                   MOVE BC-COUNT TO SET-COUNT(1)
               END-IF
               IF ANS NOT = "A" AND ANS NOT = "O"
                   GO TO RESTORE-2
               END-IF
           END-IF

           MOVE "Y" TO VERIFY-OK
           PERFORM VERIFY-ONE THRU VERIFY-ONE-EXIT
             VARYING SET-X FROM 1 BY 1 UNTIL SET-X > SET-CNT.
           IF VERIFY-OK NOT = "Y"
               DISPLAY "BACKUP DOES NOT VERIFY - NOTHING RESTORED"
               GO TO P0
           END-IF
           DISPLAY "COUNTS VERIFIED.  THE LIVE FILES ABOVE WILL BE"
             " REPLACED - EVERYONE MUST BE OUT OF THE SYSTEM."
           DISPLAY "Y TO RESTORE".
           ACCEPT ANS.
           IF ANS NOT = "Y" GO TO P0.
           PERFORM RESTORE-ONE THRU RESTORE-ONE-EXIT
             VARYING SET-X FROM 1 BY 1 UNTIL SET-X > SET-CNT.
           DISPLAY "RESTORE DONE - SET THE FAILED STEP BACK TO"
             " PENDING IN 348 (C)HANGE, P) AND RUN THE NIGHT AGAIN".
           GO TO P0.

       SHOW-SET.
           DISPLAY "  " SET-FILE(SET-X) " GENERATION " SET-GEN(SET-X)
             " " SET-COUNT(SET-X) " RECORDS".

      *    COUNT WHAT IS ACTUALLY IN BACKFILE AGAINST THE CATALOG.
       VERIFY-ONE.
           MOVE SET-FILE(SET-X) TO CUR-FILE
           MOVE SET-GEN(SET-X) TO CUR-GEN
           MOVE 0 TO CNT-FOUND
           PERFORM FIRST-BACK THRU FIRST-BACK-EXIT.
       VERIFY-ONE-1.
           IF BACK-EOF = "Y"
               GO TO VERIFY-ONE-9
           END-IF
           ADD 1 TO CNT-FOUND
           PERFORM NEXT-BACK THRU NEXT-BACK-EXIT
           GO TO VERIFY-ONE-1.
       VERIFY-ONE-9.
           IF CNT-FOUND NOT = SET-COUNT(SET-X)
               DISPLAY "*** " CUR-FILE " GENERATION " CUR-GEN " HOLDS "
                 CNT-FOUND " RECORDS, CATALOG SAYS " SET-COUNT(SET-X)
               MOVE "N" TO VERIFY-OK
           END-IF.
       VERIFY-ONE-EXIT.
           EXIT.

       RESTORE-ONE.
           MOVE SET-FILE(SET-X) TO CUR-FILE
           MOVE SET-GEN(SET-X) TO CUR-GEN
           MOVE 0 TO CNT-LOADED CNT-BAD
           IF CUR-FILE = "GARFILE"
               PERFORM RELOAD-GAR THRU RELOAD-GAR-EXIT
           END-IF
           IF CUR-FILE = "ACTFILE"
               PERFORM RELOAD-ACT THRU RELOAD-ACT-EXIT
           END-IF
           IF CUR-FILE = "PATFILE"
               PERFORM RELOAD-PAT THRU RELOAD-PAT-EXIT
           END-IF
           IF CUR-FILE = "CHARCUR"
               PERFORM RELOAD-CC THRU RELOAD-CC-EXIT
           END-IF
           IF CUR-FILE = "PAYCUR"
               PERFORM RELOAD-PC THRU RELOAD-PC-EXIT
           END-IF
           IF CUR-FILE = "CHARFILE"
               PERFORM RELOAD-CD THRU RELOAD-CD-EXIT
           END-IF
           IF CUR-FILE = "PAYFILE"
               PERFORM RELOAD-PD THRU RELOAD-PD-EXIT
           END-IF
           IF CUR-FILE = "HISFILE"
               PERFORM RELOAD-HS THRU RELOAD-HS-EXIT
           END-IF
           IF CUR-FILE = "CMNTFILE"
               PERFORM RELOAD-CM THRU RELOAD-CM-EXIT
           END-IF
           IF CUR-FILE = "AUTHFILE"
               PERFORM RELOAD-AU THRU RELOAD-AU-EXIT
           END-IF
           DISPLAY CUR-FILE " RELOADED " CNT-LOADED " RECORDS"
           IF CNT-BAD NOT = 0 OR CNT-LOADED NOT = SET-COUNT(SET-X)
               DISPLAY "*** " CNT-BAD " RECORDS REJECTED - CHECK "
                 CUR-FILE " BEFORE RERUNNING ***"
           END-IF
           MOVE CUR-FILE TO BC-FILE
           MOVE CUR-GEN TO BC-GEN
           READ BACKCAT WITH LOCK
             INVALID
               GO TO RESTORE-ONE-EXIT
           END-READ
           MOVE TODAY-8 TO BC-REST-DATE
           ACCEPT TIME-8 FROM TIME
           MOVE TIME-8 TO BC-REST-TIME
           REWRITE BACKCAT01
             INVALID
               DISPLAY "CANNOT MARK CATALOG ENTRY " BC-KEY
           END-REWRITE.
       RESTORE-ONE-EXIT.
           EXIT.

       RELOAD-GAR.
           OPEN OUTPUT GARFILE
           PERFORM FIRST-BACK THRU FIRST-BACK-EXIT.
       RELOAD-GAR-1.
           IF BACK-EOF = "Y"
               GO TO RELOAD-GAR-9
           END-IF
           MOVE BK-DATA TO GARFILE01
           WRITE GARFILE01
             INVALID
               ADD 1 TO CNT-BAD
           END-WRITE
           ADD 1 TO CNT-LOADED
           PERFORM NEXT-BACK THRU NEXT-BACK-EXIT
           GO TO RELOAD-GAR-1.
       RELOAD-GAR-9.
           CLOSE GARFILE.
       RELOAD-GAR-EXIT.
           EXIT.

       RELOAD-ACT.
           OPEN OUTPUT ACTFILE
           PERFORM FIRST-BACK THRU FIRST-BACK-EXIT.
       RELOAD-ACT-1.
           IF BACK-EOF = "Y"
               GO TO RELOAD-ACT-9
           END-IF
           MOVE BK-DATA TO ACTFILE01
           WRITE ACTFILE01
             INVALID
               ADD 1 TO CNT-BAD
           END-WRITE
           ADD 1 TO CNT-LOADED
           PERFORM NEXT-BACK THRU NEXT-BACK-EXIT
           GO TO RELOAD-ACT-1.
       RELOAD-ACT-9.
           CLOSE ACTFILE.
       RELOAD-ACT-EXIT.
           EXIT.

       RELOAD-PAT.
           OPEN OUTPUT PATFILE
           PERFORM FIRST-BACK THRU FIRST-BACK-EXIT.
       RELOAD-PAT-1.
           IF BACK-EOF = "Y"
               GO TO RELOAD-PAT-9
           END-IF
           MOVE BK-DATA TO PATFILE01
           WRITE PATFILE01
             INVALID
               ADD 1 TO CNT-BAD
           END-WRITE
           ADD 1 TO CNT-LOADED
           PERFORM NEXT-BACK THRU NEXT-BACK-EXIT
           GO TO RELOAD-PAT-1.
       RELOAD-PAT-9.
           CLOSE PATFILE.
       RELOAD-PAT-EXIT.
           EXIT.

       RELOAD-CC.
           OPEN OUTPUT CHARCUR
           PERFORM FIRST-BACK THRU FIRST-BACK-EXIT.
       RELOAD-CC-1.
           IF BACK-EOF = "Y"
               GO TO RELOAD-CC-9
           END-IF
           MOVE BK-DATA TO CHARCUR01
           WRITE CHARCUR01
             INVALID
               ADD 1 TO CNT-BAD
           END-WRITE
           ADD 1 TO CNT-LOADED
           PERFORM NEXT-BACK THRU NEXT-BACK-EXIT
           GO TO RELOAD-CC-1.
       RELOAD-CC-9.
           CLOSE CHARCUR.
       RELOAD-CC-EXIT.
           EXIT.

       RELOAD-PC.
           OPEN OUTPUT PAYCUR
           PERFORM FIRST-BACK THRU FIRST-BACK-EXIT.
       RELOAD-PC-1.
           IF BACK-EOF = "Y"
               GO TO RELOAD-PC-9
           END-IF
           MOVE BK-DATA TO PAYCUR01
           WRITE PAYCUR01
             INVALID
               ADD 1 TO CNT-BAD
           END-WRITE
           ADD 1 TO CNT-LOADED
           PERFORM NEXT-BACK THRU NEXT-BACK-EXIT
           GO TO RELOAD-PC-1.
       RELOAD-PC-9.
           CLOSE PAYCUR.
       RELOAD-PC-EXIT.
           EXIT.

       RELOAD-CD.
           OPEN OUTPUT CHARFILE
           PERFORM FIRST-BACK THRU FIRST-BACK-EXIT.
       RELOAD-CD-1.
           IF BACK-EOF = "Y"
               GO TO RELOAD-CD-9
           END-IF
           MOVE BK-DATA TO CHARFILE01
           WRITE CHARFILE01
             INVALID
               ADD 1 TO CNT-BAD
           END-WRITE
           ADD 1 TO CNT-LOADED
           PERFORM NEXT-BACK THRU NEXT-BACK-EXIT
           GO TO RELOAD-CD-1.
       RELOAD-CD-9.
           CLOSE CHARFILE.
       RELOAD-CD-EXIT.
           EXIT.

       RELOAD-PD.
           OPEN OUTPUT PAYFILE
           PERFORM FIRST-BACK THRU FIRST-BACK-EXIT.
       RELOAD-PD-1.
           IF BACK-EOF = "Y"
               GO TO RELOAD-PD-9
           END-IF
           MOVE BK-DATA TO PAYFILE01
           WRITE PAYFILE01
             INVALID
               ADD 1 TO CNT-BAD
           END-WRITE
           ADD 1 TO CNT-LOADED
           PERFORM NEXT-BACK THRU NEXT-BACK-EXIT
           GO TO RELOAD-PD-1.
       RELOAD-PD-9.
           CLOSE PAYFILE.
       RELOAD-PD-EXIT.
           EXIT.

       RELOAD-HS.
           OPEN OUTPUT HISFILE
           PERFORM FIRST-BACK THRU FIRST-BACK-EXIT.
       RELOAD-HS-1.
           IF BACK-EOF = "Y"
               GO TO RELOAD-HS-9
           END-IF
           MOVE BK-DATA TO HISFILE01
           WRITE HISFILE01
             INVALID
               ADD 1 TO CNT-BAD
           END-WRITE
           ADD 1 TO CNT-LOADED
           PERFORM NEXT-BACK THRU NEXT-BACK-EXIT
           GO TO RELOAD-HS-1.
       RELOAD-HS-9.
           CLOSE HISFILE.
       RELOAD-HS-EXIT.
           EXIT.

       RELOAD-CM.
           OPEN OUTPUT CMNTFILE
           PERFORM FIRST-BACK THRU FIRST-BACK-EXIT.
       RELOAD-CM-1.
           IF BACK-EOF = "Y"
               GO TO RELOAD-CM-9
           END-IF
           MOVE BK-DATA TO CMNTFILE01
           WRITE CMNTFILE01
             INVALID
               ADD 1 TO CNT-BAD
           END-WRITE
           ADD 1 TO CNT-LOADED
           PERFORM NEXT-BACK THRU NEXT-BACK-EXIT
           GO TO RELOAD-CM-1.
       RELOAD-CM-9.
           CLOSE CMNTFILE.
       RELOAD-CM-EXIT.
           EXIT.

       RELOAD-AU.
           OPEN OUTPUT AUTHFILE
           PERFORM FIRST-BACK THRU FIRST-BACK-EXIT.
       RELOAD-AU-1.
           IF BACK-EOF = "Y"
               GO TO RELOAD-AU-9
           END-IF
           MOVE BK-DATA TO AUTHFILE01
           WRITE AUTHFILE01
             INVALID
               ADD 1 TO CNT-BAD
           END-WRITE
           ADD 1 TO CNT-LOADED
           PERFORM NEXT-BACK THRU NEXT-BACK-EXIT
           GO TO RELOAD-AU-1.
       RELOAD-AU-9.
           CLOSE AUTHFILE.
       RELOAD-AU-EXIT.
           EXIT.
       FIRST-BACK.
           MOVE "N" TO BACK-EOF
           MOVE CUR-FILE TO BK-FILE
           MOVE CUR-GEN TO BK-GEN
           MOVE 0 TO BK-SEQ
           START BACKFILE KEY NOT < BK-KEY
             INVALID
               MOVE "Y" TO BACK-EOF
               GO TO FIRST-BACK-EXIT
           END-START
           PERFORM NEXT-BACK THRU NEXT-BACK-EXIT.
       FIRST-BACK-EXIT.
           EXIT.

       NEXT-BACK.
           READ BACKFILE NEXT
             AT END
               MOVE "Y" TO BACK-EOF
               GO TO NEXT-BACK-EXIT
           END-READ
           IF BK-FILE NOT = CUR-FILE OR BK-GEN NOT = CUR-GEN
               MOVE "Y" TO BACK-EOF
           END-IF.
       NEXT-BACK-EXIT.
           EXIT.

       P9.
           CLOSE BACKCAT BACKFILE.
           STOP RUN.
