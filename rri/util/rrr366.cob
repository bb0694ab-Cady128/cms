      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rrr366.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARCUR ASSIGN TO "S50" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS CHARCUR-KEY
           ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
           ALTERNATE RECORD KEY IS CC-CLAIM WITH DUPLICATES
           LOCK MODE MANUAL.
           SELECT OPTIONAL CORRQ ASSIGN TO "S60"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS CQ-KEY
           LOCK MODE MANUAL.
           SELECT CORRRPT ASSIGN TO "S90" ORGANIZATION IS LINE
           SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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

       FD  CORRQ
           DATA RECORD IS CORRQ01.
       01  CORRQ01.
           02 CQ-KEY.
             03 CQ-CLAIM PIC X(8).
             03 CQ-PAYCODE PIC XXX.
           02 CQ-GARNO PIC X(8).
           02 CQ-FREQ PIC X.
           02 CQ-PAYREF PIC X(20).
           02 CQ-STATUS PIC X.
           02 CQ-DATE-Q PIC X(8).
           02 CQ-OPER PIC X(10).
           02 CQ-DATE-S PIC X(8).
           02 CQ-SENT PIC 99.
           02 CQ-FUTURE PIC X(8).

       FD  CORRRPT.
       01  CORRRPT01 PIC X(110).

       WORKING-STORAGE SECTION.
       01  TODAY-6 PIC 9(6).
       01  TODAY-8 PIC 9(8).
       01  TODAY-INT PIC S9(9).
       01  SENT-N PIC 9(8).
       01  SENT-AGE PIC S9(9).
       01  RECENT-DAYS PIC 999 VALUE 30.
       01  CLAIM-AMT PIC S9(7)V99.
       01  CNT-LINES PIC 999.
       01  CNT-UNBILLED PIC 999.
       01  CNT-REJECT PIC 999.
       01  CNT-NOACK PIC 999.
       01  ST-IDX PIC 9.
       01  FREQ-NAME PIC X(7).
       01  STATUS-NAMES.
           02 FILLER PIC X(20) VALUE "WAITING FOR 255     ".
           02 FILLER PIC X(20) VALUE "REJECTED - SEE 270  ".
           02 FILLER PIC X(20) VALUE "SENT - AWAITING ACK ".
           02 FILLER PIC X(20) VALUE "ACCEPTED            ".
           02 FILLER PIC X(20) VALUE "NO LINES ON CHARCUR ".
       01  STATUS-TAB REDEFINES STATUS-NAMES.
           02 STATUS-NAME PIC X(20) OCCURS 5 TIMES.
       01  ST-TAB.
           02 ST-ENTRY OCCURS 5 TIMES.
             03 ST-COUNT PIC 9(6).
             03 ST-AMT PIC S9(9)V99.
       01  RPT-LINE PIC X(110).
       01  NEF-11 PIC Z,ZZZ,ZZ9.99CR.
       01  NEF-12 PIC ZZZ,ZZZ,ZZ9.99CR.

      *
      *    CORRECTED CLAIMS 349 HAS QUEUED AS REPLACEMENTS (7) OR
      *    VOIDS (8), AND WHERE EACH ONE STANDS.  THE STATUS COMES
      *    FROM THE CLAIM'S CHARGE LINES, THE SAME PLACE 255 AND
      *    270 LEAVE IT - STILL UNBILLED, REJECTED AT THE
      *    CLEARINGHOUSE, SENT AND WAITING ON THE ACK, OR ACCEPTED.
      *    ACCEPTED CLAIMS DROP OFF THIRTY DAYS AFTER THEY WENT OUT.
       PROCEDURE DIVISION.
       P0.
           ACCEPT TODAY-6 FROM DATE.
           MOVE TODAY-6(1:2) TO TODAY-8(3:2).
           MOVE TODAY-6(3:2) TO TODAY-8(5:2).
           MOVE TODAY-6(5:2) TO TODAY-8(7:2).
           MOVE 20 TO TODAY-8(1:2).
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY-8).

           OPEN INPUT CHARCUR CORRQ.
           OPEN OUTPUT CORRRPT.
           INITIALIZE ST-TAB.
           MOVE "===== rrr366 CORRECTED CLAIMS =====" TO RPT-LINE
           PERFORM RPT-OUT
           MOVE "CLAIM    PAY GARNO    TYPE    PAYER REF            "
             TO RPT-LINE
           MOVE "QUEUED   SENT     NO         AMOUNT STATUS"
             TO RPT-LINE(52:42)
           PERFORM RPT-OUT

           MOVE LOW-VALUE TO CQ-KEY
           START CORRQ KEY NOT < CQ-KEY
             INVALID
               GO TO P9
           END-START.

       P1.
           READ CORRQ NEXT
             AT END
               GO TO P9
           END-READ
           PERFORM CLAIM-STAT THRU CLAIM-STAT-EXIT
           IF ST-IDX = 4
               IF CQ-DATE-S NOT NUMERIC
                   GO TO P1
               END-IF
               MOVE CQ-DATE-S TO SENT-N
               COMPUTE SENT-AGE = TODAY-INT
                 - FUNCTION INTEGER-OF-DATE(SENT-N)
               IF SENT-AGE > RECENT-DAYS
                   GO TO P1
               END-IF
           END-IF
           ADD 1 TO ST-COUNT(ST-IDX)
           ADD CLAIM-AMT TO ST-AMT(ST-IDX)
           IF CQ-FREQ = "8"
               MOVE "VOID" TO FREQ-NAME
           ELSE
               MOVE "REPLACE" TO FREQ-NAME
           END-IF
           MOVE CLAIM-AMT TO NEF-11
           MOVE SPACE TO RPT-LINE
           STRING CQ-CLAIM " " CQ-PAYCODE " " CQ-GARNO " "
             FREQ-NAME " " CQ-PAYREF " " CQ-DATE-Q " " CQ-DATE-S
             " " CQ-SENT " " NEF-11 " " STATUS-NAME(ST-IDX)
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT
           GO TO P1.

      *    WALK THE CLAIM'S LINES FOR THIS ACCOUNT AND PAYER.  ONE
      *    LINE STILL UNBILLED MEANS THE CLAIM HAS NOT GONE OUT.
       CLAIM-STAT.
           MOVE 0 TO CLAIM-AMT CNT-LINES CNT-UNBILLED CNT-REJECT
             CNT-NOACK
           MOVE CQ-CLAIM TO CC-CLAIM
           START CHARCUR KEY = CC-CLAIM
             INVALID
               GO TO CLAIM-STAT-END
           END-START.
       CLAIM-STAT-R1.
           READ CHARCUR NEXT
             AT END
               GO TO CLAIM-STAT-END
           END-READ
           IF CC-CLAIM NOT = CQ-CLAIM
               GO TO CLAIM-STAT-END
           END-IF
           IF CC-KEY8 NOT = CQ-GARNO OR CC-PAYCODE NOT = CQ-PAYCODE
               GO TO CLAIM-STAT-R1
           END-IF
           ADD 1 TO CNT-LINES
           ADD CC-AMOUNT TO CLAIM-AMT
           IF CC-WORK = "01"
               IF CC-REC-STAT = "R"
                   ADD 1 TO CNT-REJECT
               ELSE
                   ADD 1 TO CNT-UNBILLED
               END-IF
           ELSE
               IF CC-REC-STAT NOT = "A"
                   ADD 1 TO CNT-NOACK
               END-IF
           END-IF
           GO TO CLAIM-STAT-R1.
       CLAIM-STAT-END.
           IF CNT-LINES = 0
               MOVE 5 TO ST-IDX
           ELSE IF CNT-REJECT > 0
               MOVE 2 TO ST-IDX
           ELSE IF CNT-UNBILLED > 0
               MOVE 1 TO ST-IDX
           ELSE IF CNT-NOACK > 0
               MOVE 3 TO ST-IDX
           ELSE
               MOVE 4 TO ST-IDX
           END-IF.
       CLAIM-STAT-EXIT.
           EXIT.

       RPT-OUT.
           WRITE CORRRPT01 FROM RPT-LINE
           DISPLAY RPT-LINE.

       P9.
           MOVE SPACE TO RPT-LINE
           PERFORM RPT-OUT
           PERFORM SUM-LINE VARYING ST-IDX FROM 1 BY 1
             UNTIL ST-IDX > 5.
           CLOSE CHARCUR CORRQ CORRRPT.
           STOP RUN.

       SUM-LINE.
           MOVE ST-AMT(ST-IDX) TO NEF-12
           MOVE SPACE TO RPT-LINE
           STRING "  " STATUS-NAME(ST-IDX) " CLAIMS " ST-COUNT(ST-IDX)
             "  " NEF-12
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT.
