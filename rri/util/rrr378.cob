      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rrr378.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARMFILE ASSIGN TO "S66"
           ORGANIZATION LINE SEQUENTIAL.
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
      *    WRITTEN BY 348 AHEAD OF EACH STEP THAT HAS FILES TO BACK
      *    UP: GENERATIONS TO KEEP (BLANK = 5), THE STEP NAME, AND
      *    THE FILE NAMES SEPARATED BY SPACES (BLANK = ALL OF THEM).
       FD  PARMFILE.
       01  PARMFILE01.
           02 PARM-KEEP PIC XX.
           02 PARM-STEP PIC X(20).
           02 PARM-FILES PIC X(80).

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
       01  TODAY-6 PIC 9(6).
       01  TODAY-8 PIC X(8).
       01  TIME-8 PIC 9(8).
       01  RUN-TIME PIC X(8).
       01  BACK-KEEP PIC 99 VALUE 5.
       01  BACK-STEP PIC X(20).
       01  BACK-FILES PIC X(80).
       01  BACK-ERR PIC X VALUE "N".
       01  CUR-FILE PIC X(8).
       01  FILE-OK PIC X.
       01  HIGH-GEN PIC 9(6).
       01  NEW-GEN PIC 9(6).
       01  GEN-CNT PIC 9(5).
       01  DROP-CNT PIC S9(5).
       01  CNT-STORED PIC 9(9).
       01  CNT-BAD PIC 9(9).
       01  FL-X PIC 99.
       01  AN-X PIC 99.
       01  FILE-LIST.
           02 FL-NAME PIC X(8) OCCURS 10 TIMES.
       01  ALL-NAMES.
           02 FILLER PIC X(8) VALUE "GARFILE".
           02 FILLER PIC X(8) VALUE "ACTFILE".
           02 FILLER PIC X(8) VALUE "PATFILE".
           02 FILLER PIC X(8) VALUE "CHARCUR".
           02 FILLER PIC X(8) VALUE "PAYCUR".
           02 FILLER PIC X(8) VALUE "CHARFILE".
           02 FILLER PIC X(8) VALUE "PAYFILE".
           02 FILLER PIC X(8) VALUE "HISFILE".
           02 FILLER PIC X(8) VALUE "CMNTFILE".
           02 FILLER PIC X(8) VALUE "AUTHFILE".
       01  ALL-TAB REDEFINES ALL-NAMES.
           02 ALL-NAME PIC X(8) OCCURS 10 TIMES.

      *
      *    GENERATION BACKUP.  348 RUNS THIS AHEAD OF ANY NIGHT STEP
      *    THAT HAS FILES LISTED TO BACK UP.  EACH NAMED FILE IS
      *    UNLOADED INTO BACKFILE AS THE NEXT GENERATION FOR THAT
      *    FILE AND ENTERED IN THE BACKUP CATALOG, AND THE OLDEST
      *    GENERATIONS BEYOND THE NUMBER TO KEEP ARE DROPPED.  WHEN
      *    A STEP DIES PART WAY THROUGH, 379 RELOADS THE FILES FROM
      *    THE BACKUP TAKEN JUST BEFORE IT AND THE STEP IS RERUN.
      *    ANY FAILURE SETS RETURN CODE 8 SO 348 DOES NOT START THE
      *    STEP UNPROTECTED.  RUN BY HAND WITH NO PARM IT ASKS.
       PROCEDURE DIVISION.
       P0.
           ACCEPT TODAY-6 FROM DATE.
           MOVE "20" TO TODAY-8(1:2).
           MOVE TODAY-6(1:2) TO TODAY-8(3:2).
           MOVE TODAY-6(3:2) TO TODAY-8(5:2).
           MOVE TODAY-6(5:2) TO TODAY-8(7:2).
           ACCEPT TIME-8 FROM TIME.
           MOVE TIME-8 TO RUN-TIME.

           OPEN INPUT PARMFILE.
           READ PARMFILE
             AT END
               DISPLAY "FILES TO BACK UP, SEPARATED BY SPACES"
                 " (BLANK = ALL)"
               ACCEPT BACK-FILES
               DISPLAY "WHAT IS IT FOR - STEP OR JOB NAME"
               ACCEPT BACK-STEP
             NOT AT END
               IF PARM-KEEP NUMERIC AND PARM-KEEP > "00"
                   MOVE PARM-KEEP TO BACK-KEEP
               END-IF
               MOVE PARM-STEP TO BACK-STEP
               MOVE PARM-FILES TO BACK-FILES
           END-READ
           CLOSE PARMFILE.
      *    THE PARM IS USED UP - EMPTY IT SO A LATER RUN BY HAND
      *    DOES NOT PICK UP THE LAST STEP'S FILES.
           OPEN OUTPUT PARMFILE.
           CLOSE PARMFILE.

           MOVE SPACE TO FILE-LIST
           IF BACK-FILES = SPACE
               MOVE ALL-NAMES TO FILE-LIST
           ELSE
               UNSTRING BACK-FILES DELIMITED BY ALL SPACE
                 INTO FL-NAME(1) FL-NAME(2) FL-NAME(3) FL-NAME(4)
                   FL-NAME(5) FL-NAME(6) FL-NAME(7) FL-NAME(8)
                   FL-NAME(9) FL-NAME(10)
           END-IF
           DISPLAY "BACKUP FOR " BACK-STEP " " TODAY-8 " " RUN-TIME
             " KEEPING " BACK-KEEP " GENERATIONS"
           OPEN I-O BACKCAT BACKFILE.
           PERFORM BACKUP-ONE THRU BACKUP-ONE-EXIT
             VARYING FL-X FROM 1 BY 1 UNTIL FL-X > 10.
           GO TO P9.

       BACKUP-ONE.
           IF FL-NAME(FL-X) = SPACE
               GO TO BACKUP-ONE-EXIT
           END-IF
           MOVE FL-NAME(FL-X) TO CUR-FILE
           MOVE "N" TO FILE-OK
           PERFORM CHECK-NAME VARYING AN-X FROM 1 BY 1
             UNTIL AN-X > 10.
           IF FILE-OK NOT = "Y"
               DISPLAY "NO BACKUP FOR " CUR-FILE
                 " - NOT A FILE THIS PROGRAM KNOWS"
               MOVE "Y" TO BACK-ERR
               GO TO BACKUP-ONE-EXIT
           END-IF

           PERFORM FIND-GEN THRU FIND-GEN-EXIT
           MOVE SPACE TO BACKCAT01
           MOVE CUR-FILE TO BC-FILE
           MOVE NEW-GEN TO BC-GEN
           MOVE TODAY-8 TO BC-DATE
           MOVE RUN-TIME TO BC-TIME
           MOVE BACK-STEP TO BC-STEP
           MOVE 0 TO BC-COUNT
           MOVE "I" TO BC-STATUS
           WRITE BACKCAT01
             INVALID
               DISPLAY "CANNOT WRITE CATALOG ENTRY " BC-KEY
               MOVE "Y" TO BACK-ERR
               GO TO BACKUP-ONE-EXIT
           END-WRITE

           MOVE 0 TO CNT-STORED CNT-BAD
           IF CUR-FILE = "GARFILE"
               PERFORM UNLOAD-GAR THRU UNLOAD-GAR-EXIT
           END-IF
           IF CUR-FILE = "ACTFILE"
               PERFORM UNLOAD-ACT THRU UNLOAD-ACT-EXIT
           END-IF
           IF CUR-FILE = "PATFILE"
               PERFORM UNLOAD-PAT THRU UNLOAD-PAT-EXIT
           END-IF
           IF CUR-FILE = "CHARCUR"
               PERFORM UNLOAD-CC THRU UNLOAD-CC-EXIT
           END-IF
           IF CUR-FILE = "PAYCUR"
               PERFORM UNLOAD-PC THRU UNLOAD-PC-EXIT
           END-IF
           IF CUR-FILE = "CHARFILE"
               PERFORM UNLOAD-CD THRU UNLOAD-CD-EXIT
           END-IF
           IF CUR-FILE = "PAYFILE"
               PERFORM UNLOAD-PD THRU UNLOAD-PD-EXIT
           END-IF
           IF CUR-FILE = "HISFILE"
               PERFORM UNLOAD-HS THRU UNLOAD-HS-EXIT
           END-IF
           IF CUR-FILE = "CMNTFILE"
               PERFORM UNLOAD-CM THRU UNLOAD-CM-EXIT
           END-IF
           IF CUR-FILE = "AUTHFILE"
               PERFORM UNLOAD-AU THRU UNLOAD-AU-EXIT
           END-IF
           MOVE CNT-STORED TO BC-COUNT
           IF CNT-BAD = 0
               MOVE "C" TO BC-STATUS
           END-IF
           REWRITE BACKCAT01
             INVALID
               DISPLAY "CANNOT REWRITE CATALOG ENTRY " BC-KEY
               MOVE "Y" TO BACK-ERR
               GO TO BACKUP-ONE-EXIT
           END-REWRITE
           IF CNT-BAD NOT = 0
               DISPLAY "*** " CUR-FILE " BACKUP INCOMPLETE - " CNT-BAD
                 " RECORDS NOT STORED ***"
               MOVE "Y" TO BACK-ERR
               GO TO BACKUP-ONE-EXIT
           END-IF
           DISPLAY CUR-FILE " GENERATION " NEW-GEN " " CNT-STORED
             " RECORDS"
           PERFORM DROP-OLD THRU DROP-OLD-EXIT.
       BACKUP-ONE-EXIT.
           EXIT.

       CHECK-NAME.
           IF CUR-FILE = ALL-NAME(AN-X)
               MOVE "Y" TO FILE-OK
           END-IF.

      *    THE NEXT GENERATION NUMBER, AND HOW MANY GOOD ONES THERE
      *    ARE ALREADY.
       FIND-GEN.
           MOVE 0 TO HIGH-GEN GEN-CNT
           MOVE CUR-FILE TO BC-FILE
           MOVE 0 TO BC-GEN
           START BACKCAT KEY NOT < BC-KEY
             INVALID
               GO TO FIND-GEN-9
           END-START.
       FIND-GEN-1.
           READ BACKCAT NEXT
             AT END
               GO TO FIND-GEN-9
           END-READ
           IF BC-FILE NOT = CUR-FILE
               GO TO FIND-GEN-9
           END-IF
           MOVE BC-GEN TO HIGH-GEN
           IF BC-STATUS = "C"
               ADD 1 TO GEN-CNT
           END-IF
           GO TO FIND-GEN-1.
       FIND-GEN-9.
           COMPUTE NEW-GEN = HIGH-GEN + 1.
       FIND-GEN-EXIT.
           EXIT.

       STORE-REC.
           ADD 1 TO CNT-STORED
           MOVE CUR-FILE TO BK-FILE
           MOVE NEW-GEN TO BK-GEN
           MOVE CNT-STORED TO BK-SEQ
           WRITE BACKFILE01
             INVALID
               ADD 1 TO CNT-BAD
           END-WRITE.

       UNLOAD-GAR.
           OPEN INPUT GARFILE
           MOVE LOW-VALUE TO G-GARNO
           START GARFILE KEY NOT < G-GARNO
             INVALID
               GO TO UNLOAD-GAR-9
           END-START.
       UNLOAD-GAR-1.
           READ GARFILE NEXT
             AT END
               GO TO UNLOAD-GAR-9
           END-READ
           MOVE GARFILE01 TO BK-DATA
           PERFORM STORE-REC
           GO TO UNLOAD-GAR-1.
       UNLOAD-GAR-9.
           CLOSE GARFILE.
       UNLOAD-GAR-EXIT.
           EXIT.

       UNLOAD-ACT.
           OPEN INPUT ACTFILE
           MOVE LOW-VALUE TO A-ACTNO
           START ACTFILE KEY NOT < A-ACTNO
             INVALID
               GO TO UNLOAD-ACT-9
           END-START.
       UNLOAD-ACT-1.
           READ ACTFILE NEXT
             AT END
               GO TO UNLOAD-ACT-9
           END-READ
           MOVE ACTFILE01 TO BK-DATA
           PERFORM STORE-REC
           GO TO UNLOAD-ACT-1.
       UNLOAD-ACT-9.
           CLOSE ACTFILE.
       UNLOAD-ACT-EXIT.
           EXIT.

       UNLOAD-PAT.
           OPEN INPUT PATFILE
           MOVE LOW-VALUE TO P-PATNO
           START PATFILE KEY NOT < P-PATNO
             INVALID
               GO TO UNLOAD-PAT-9
           END-START.
       UNLOAD-PAT-1.
           READ PATFILE NEXT
             AT END
               GO TO UNLOAD-PAT-9
           END-READ
           MOVE PATFILE01 TO BK-DATA
           PERFORM STORE-REC
           GO TO UNLOAD-PAT-1.
       UNLOAD-PAT-9.
           CLOSE PATFILE.
       UNLOAD-PAT-EXIT.
           EXIT.

       UNLOAD-CC.
           OPEN INPUT CHARCUR
           MOVE LOW-VALUE TO CHARCUR-KEY
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO UNLOAD-CC-9
           END-START.
       UNLOAD-CC-1.
           READ CHARCUR NEXT
             AT END
               GO TO UNLOAD-CC-9
           END-READ
           MOVE CHARCUR01 TO BK-DATA
           PERFORM STORE-REC
           GO TO UNLOAD-CC-1.
       UNLOAD-CC-9.
           CLOSE CHARCUR.
       UNLOAD-CC-EXIT.
           EXIT.

       UNLOAD-PC.
           OPEN INPUT PAYCUR
           MOVE LOW-VALUE TO PAYCUR-KEY
           START PAYCUR KEY NOT < PAYCUR-KEY
             INVALID
               GO TO UNLOAD-PC-9
           END-START.
       UNLOAD-PC-1.
           READ PAYCUR NEXT
             AT END
               GO TO UNLOAD-PC-9
           END-READ
           MOVE PAYCUR01 TO BK-DATA
           PERFORM STORE-REC
           GO TO UNLOAD-PC-1.
       UNLOAD-PC-9.
           CLOSE PAYCUR.
       UNLOAD-PC-EXIT.
           EXIT.

       UNLOAD-CD.
           OPEN INPUT CHARFILE
           MOVE LOW-VALUE TO CHARFILE-KEY
           START CHARFILE KEY NOT < CHARFILE-KEY
             INVALID
               GO TO UNLOAD-CD-9
           END-START.
       UNLOAD-CD-1.
           READ CHARFILE NEXT
             AT END
               GO TO UNLOAD-CD-9
           END-READ
           MOVE CHARFILE01 TO BK-DATA
           PERFORM STORE-REC
           GO TO UNLOAD-CD-1.
       UNLOAD-CD-9.
           CLOSE CHARFILE.
       UNLOAD-CD-EXIT.
           EXIT.

       UNLOAD-PD.
           OPEN INPUT PAYFILE
           MOVE LOW-VALUE TO PAYFILE-KEY
           START PAYFILE KEY NOT < PAYFILE-KEY
             INVALID
               GO TO UNLOAD-PD-9
           END-START.
       UNLOAD-PD-1.
           READ PAYFILE NEXT
             AT END
               GO TO UNLOAD-PD-9
           END-READ
           MOVE PAYFILE01 TO BK-DATA
           PERFORM STORE-REC
           GO TO UNLOAD-PD-1.
       UNLOAD-PD-9.
           CLOSE PAYFILE.
       UNLOAD-PD-EXIT.
           EXIT.

       UNLOAD-HS.
           OPEN INPUT HISFILE
           MOVE LOW-VALUE TO HISFILE-KEY
           START HISFILE KEY NOT < HISFILE-KEY
             INVALID
               GO TO UNLOAD-HS-9
           END-START.
       UNLOAD-HS-1.
           READ HISFILE NEXT
             AT END
               GO TO UNLOAD-HS-9
           END-READ
           MOVE HISFILE01 TO BK-DATA
           PERFORM STORE-REC
           GO TO UNLOAD-HS-1.
       UNLOAD-HS-9.
           CLOSE HISFILE.
       UNLOAD-HS-EXIT.
           EXIT.

       UNLOAD-CM.
           OPEN INPUT CMNTFILE
           MOVE LOW-VALUE TO CMNT-KEY
           START CMNTFILE KEY NOT < CMNT-KEY
             INVALID
               GO TO UNLOAD-CM-9
           END-START.
       UNLOAD-CM-1.
           READ CMNTFILE NEXT
             AT END
               GO TO UNLOAD-CM-9
           END-READ
           MOVE CMNTFILE01 TO BK-DATA
           PERFORM STORE-REC
           GO TO UNLOAD-CM-1.
       UNLOAD-CM-9.
           CLOSE CMNTFILE.
       UNLOAD-CM-EXIT.
           EXIT.

       UNLOAD-AU.
           OPEN INPUT AUTHFILE
           MOVE LOW-VALUE TO AUTH-KEY
           START AUTHFILE KEY NOT < AUTH-KEY
             INVALID
               GO TO UNLOAD-AU-9
           END-START.
       UNLOAD-AU-1.
           READ AUTHFILE NEXT
             AT END
               GO TO UNLOAD-AU-9
           END-READ
           MOVE AUTHFILE01 TO BK-DATA
           PERFORM STORE-REC
           GO TO UNLOAD-AU-1.
       UNLOAD-AU-9.
           CLOSE AUTHFILE.
       UNLOAD-AU-EXIT.
           EXIT.
      *    KEEP THE NEWEST BACK-KEEP GOOD GENERATIONS OF THE FILE.
      *    A BACKUP THAT NEVER FINISHED IS OF NO USE AND GOES TOO.
       DROP-OLD.
           COMPUTE DROP-CNT = GEN-CNT + 1 - BACK-KEEP
           MOVE CUR-FILE TO BC-FILE
           MOVE 0 TO BC-GEN
           START BACKCAT KEY NOT < BC-KEY
             INVALID
               GO TO DROP-OLD-EXIT
           END-START.
       DROP-OLD-1.
           READ BACKCAT NEXT
             AT END
               GO TO DROP-OLD-EXIT
           END-READ
           IF BC-FILE NOT = CUR-FILE OR BC-GEN NOT < NEW-GEN
               GO TO DROP-OLD-EXIT
           END-IF
           IF BC-STATUS = "C"
               IF DROP-CNT < 1
                   GO TO DROP-OLD-1
               END-IF
               SUBTRACT 1 FROM DROP-CNT
           END-IF
           PERFORM DROP-GEN THRU DROP-GEN-EXIT
           START BACKCAT KEY > BC-KEY
             INVALID
               GO TO DROP-OLD-EXIT
           END-START
           GO TO DROP-OLD-1.
       DROP-OLD-EXIT.
           EXIT.

       DROP-GEN.
           MOVE BC-FILE TO BK-FILE
           MOVE BC-GEN TO BK-GEN
           MOVE 0 TO BK-SEQ
           START BACKFILE KEY NOT < BK-KEY
             INVALID
               GO TO DROP-GEN-9
           END-START.
       DROP-GEN-1.
           READ BACKFILE NEXT
             AT END
               GO TO DROP-GEN-9
           END-READ
           IF BK-FILE NOT = BC-FILE OR BK-GEN NOT = BC-GEN
               GO TO DROP-GEN-9
           END-IF
           DELETE BACKFILE
             INVALID
               DISPLAY "CANNOT DROP BACKUP RECORD " BK-KEY
           END-DELETE
           GO TO DROP-GEN-1.
       DROP-GEN-9.
           DELETE BACKCAT
             INVALID
               DISPLAY "CANNOT DROP CATALOG ENTRY " BC-KEY
           END-DELETE
           DISPLAY "  DROPPED " BC-FILE " GENERATION " BC-GEN
             " OF " BC-DATE.
       DROP-GEN-EXIT.
           EXIT.

       P9.
           CLOSE BACKCAT BACKFILE.
           IF BACK-ERR = "Y"
               DISPLAY "*** BACKUP NOT COMPLETE ***"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.
