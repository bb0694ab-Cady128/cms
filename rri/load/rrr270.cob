           SELECT CHARCUR ASSIGN TO "S50" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CHARCUR-KEY
             ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
             ALTERNATE RECORD KEY IS CC-CLAIM WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT REJWORK ASSIGN TO "S90" ORGANIZATION IS LINE
           02 CC-MOD2 PIC XX.
           02 CC-MOD3 PIC XX.
           02 CC-MOD4 PIC XX.
           02 CC-AMOUNT PIC S9(7)V99.
           02 CC-DOCR PIC X(3).
           02 CC-DOCP PIC X(2).
           02 CC-PAYCODE PIC XXX.
           02 RJ-PAYCODE PIC XXX.
           02 RJ-PROC PIC X(11).
           02 RJ-DATE-T PIC X(8).
           02 RJ-AMOUNT PIC S9(7)V99.
           02 RJ-REASON PIC X(30).

       FD  ACKEXCP.
           02 AX-REASON PIC X(30).

       WORKING-STORAGE SECTION.
       01  ACK-HIT PIC 9(4).
       01  CNT-ACKIN PIC 9(7) VALUE 0.
       01  CNT-BAD PIC 9(7) VALUE 0.
       01  AMT-REJECTED PIC S9(7)V99 VALUE 0.

      *
      *    CHARCUR CARRIES AN ALTERNATE KEY ON CC-CLAIM, SO EACH ACK
      *    POSITIONS STRAIGHT ON ITS CLAIM AND WORKS THE LINES UNDER
      *    IT - NO TABLE OF ACKS AND NO PASS OF THE WHOLE FILE.
       PROCEDURE DIVISION.
       P0.
           OPEN INPUT ACKIN.
       P1.
           READ ACKIN
             AT END
               GO TO P9
           END-READ
           ADD 1 TO CNT-ACKIN

               ADD 1 TO CNT-BAD
               GO TO P1
           END-IF

           MOVE 0 TO ACK-HIT
           MOVE AK-CLAIM TO CC-CLAIM
           START CHARCUR KEY = CC-CLAIM
             INVALID
               GO TO P5
           END-START.

       P3.
           READ CHARCUR NEXT
             AT END
               GO TO P5
           END-READ
           IF CC-CLAIM NOT = AK-CLAIM
               GO TO P5
           END-IF

      *    ONLY A BILLED CHARGE IS WAITING ON AN ACKNOWLEDGMENT.
           IF CC-WORK NOT = "02"
               GO TO P3
           END-IF
           ADD 1 TO ACK-HIT

           IF AK-STATUS = "A"
               MOVE "A" TO CC-REC-STAT
               ADD 1 TO CNT-ACCEPTED
           ELSE
               MOVE CC-PROC TO RJ-PROC
               MOVE CC-DATE-T TO RJ-DATE-T
               MOVE CC-AMOUNT TO RJ-AMOUNT
               MOVE AK-REASON TO RJ-REASON
               WRITE REJWORK01
           END-IF
           REWRITE CHARCUR01
           END-REWRITE
           GO TO P3.

      *    AN ACK WITH NO BILLED CHARGE ON FILE MEANS THE CLAIM WAS
      *    ALREADY PAID AND ARCHIVED, OR THE NUMBER IS WRONG - THE
      *    EXCEPTION FILE SAYS WHICH ONES TO CHASE BY HAND.
       P5.
           IF ACK-HIT = 0
               MOVE AK-CLAIM TO AX-CLAIM
               MOVE AK-STATUS TO AX-STATUS
               MOVE AK-REASON TO AX-REASON
               WRITE ACKEXCP01
               ADD 1 TO CNT-UNMATCHED
           END-IF
           GO TO P1.

       P9.
           DISPLAY "===== rrr270 CLEARINGHOUSE ACK LOADER =====".
           DISPLAY "ACK RECORDS READ ...... " CNT-ACKIN.
           DISPLAY "BAD STATUS SKIPPED .... " CNT-BAD.
           DISPLAY "CHARGES ACCEPTED ...... " CNT-ACCEPTED.
           DISPLAY "CHARGES REJECTED ...... " CNT-REJECTED
             " AMOUNT ... " AMT-REJECTED.

           CLOSE ACKIN CHARCUR REJWORK ACKEXCP.
           STOP RUN.
