      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rrr360.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GLMAP ASSIGN TO "S80" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS GL-KEY.

       DATA DIVISION.
       FILE SECTION.
      *    ONE RECORD PER JOURNAL SOURCE, NARROWED BY PROCEDURE TYPE
      *    (CHARGES ONLY) AND PAYER.  A BLANK TYPE OR PAYER IS THE
      *    DEFAULT FOR THAT SOURCE - THE JOURNAL (361) TRIES THE
      *    EXACT KEY, THEN BLANK PAYER, THEN BLANK TYPE AND PAYER.
      *    THE DEBIT AND CREDIT ACCOUNTS ARE FOR THE ENTRY'S NORMAL
      *    DIRECTION; A REVERSAL SWAPS THEM.
       FD  GLMAP
           DATA RECORD IS GLMAP01.
       01  GLMAP01.
           02 GL-KEY.
             03 GL-SOURCE PIC XX.
             03 GL-TYPE PIC X.
             03 GL-PAYER PIC XXX.
           02 GL-DEBIT PIC X(12).
           02 GL-CREDIT PIC X(12).
           02 GL-DESC PIC X(24).
           02 GL-FUTURE PIC X(8).

       WORKING-STORAGE SECTION.
       01  ANS PIC X.
       01  SOURCE-IN PIC XX.
       01  TYPE-IN PIC X.
       01  PAYER-IN PIC XXX.
       01  FLD-IN PIC X(24).

      *
      *    GENERAL LEDGER ACCOUNT MAP FOR THE MONTH-END JOURNAL.
      *    SOURCES:  CH CHARGES          CA CASH RECEIPTS
      *              CT CONTRACTUALS     WO WRITE-OFFS
      *              SL SLIDING FEE      RF REFUND OFFSETS
      *              TB PAYER TAKEBACKS  NS RETURNED CHECKS
       PROCEDURE DIVISION.
       P00.
           OPEN I-O GLMAP.

       P0.
           DISPLAY "GL ACCOUNT MAP - A)DD C)HANGE D)ELETE I)NQUIRY"
             " L)IST X)EXIT".
           ACCEPT ANS.
           IF ANS = "A" GO TO ADD-GL.
           IF ANS = "C" GO TO CHANGE-GL.
           IF ANS = "D" GO TO DELETE-GL.
           IF ANS = "I" GO TO INQ-GL.
           IF ANS = "L" GO TO LIST-GL.
           IF ANS = "X" GO TO P9.
           GO TO P0.

       GET-KEY.
           DISPLAY "SOURCE  CH CA CT WO SL RF TB NS  (BLANK TO EXIT)".
           ACCEPT SOURCE-IN.
           IF SOURCE-IN = SPACE
               GO TO GET-KEY-EXIT
           END-IF
           IF SOURCE-IN NOT = "CH" AND SOURCE-IN NOT = "CA"
             AND SOURCE-IN NOT = "CT" AND SOURCE-IN NOT = "WO"
             AND SOURCE-IN NOT = "SL" AND SOURCE-IN NOT = "RF"
             AND SOURCE-IN NOT = "TB" AND SOURCE-IN NOT = "NS"
               DISPLAY "BAD SOURCE"
               GO TO GET-KEY
           END-IF
           MOVE SPACE TO TYPE-IN
           IF SOURCE-IN = "CH"
               DISPLAY "PROCEDURE TYPE (BLANK = ANY TYPE)"
               ACCEPT TYPE-IN
           END-IF
           DISPLAY "PAYER CODE (BLANK = ANY PAYER)".
           ACCEPT PAYER-IN.
           MOVE SOURCE-IN TO GL-SOURCE
           MOVE TYPE-IN TO GL-TYPE
           MOVE PAYER-IN TO GL-PAYER.
       GET-KEY-EXIT.
           EXIT.

       ADD-GL.
           PERFORM GET-KEY THRU GET-KEY-EXIT.
           IF SOURCE-IN = SPACE GO TO P0.
           READ GLMAP
             NOT INVALID
               DISPLAY "THAT MAPPING ALREADY EXISTS"
               GO TO P0
           END-READ
           MOVE SPACE TO GLMAP01
           MOVE SOURCE-IN TO GL-SOURCE
           MOVE TYPE-IN TO GL-TYPE
           MOVE PAYER-IN TO GL-PAYER.
           DISPLAY "DEBIT ACCOUNT (12)". ACCEPT GL-DEBIT.
           DISPLAY "CREDIT ACCOUNT (12)". ACCEPT GL-CREDIT.
           DISPLAY "DESCRIPTION". ACCEPT GL-DESC.
           IF GL-DEBIT = SPACE OR GL-CREDIT = SPACE
               DISPLAY "BOTH ACCOUNTS ARE REQUIRED - NOT ADDED"
               GO TO P0
           END-IF
           WRITE GLMAP01
             INVALID
               DISPLAY "CANNOT WRITE NEW MAPPING"
           END-WRITE
           GO TO P0.

       CHANGE-GL.
           PERFORM GET-KEY THRU GET-KEY-EXIT.
           IF SOURCE-IN = SPACE GO TO P0.
           READ GLMAP
             INVALID
               DISPLAY "MAPPING NOT FOUND"
               GO TO P0
           END-READ
           DISPLAY GL-KEY " DR " GL-DEBIT " CR " GL-CREDIT
             " " GL-DESC.
           DISPLAY "DEBIT ACCOUNT (BLANK = NO CHANGE)". ACCEPT FLD-IN.
           IF FLD-IN NOT = SPACE MOVE FLD-IN TO GL-DEBIT.
           DISPLAY "CREDIT ACCOUNT (BLANK = NO CHANGE)".
           ACCEPT FLD-IN.
           IF FLD-IN NOT = SPACE MOVE FLD-IN TO GL-CREDIT.
           DISPLAY "DESCRIPTION (BLANK = NO CHANGE)". ACCEPT FLD-IN.
           IF FLD-IN NOT = SPACE MOVE FLD-IN TO GL-DESC.
           REWRITE GLMAP01
             INVALID
               DISPLAY "CANNOT REWRITE MAPPING"
           END-REWRITE
           GO TO P0.

       DELETE-GL.
           PERFORM GET-KEY THRU GET-KEY-EXIT.
           IF SOURCE-IN = SPACE GO TO P0.
           READ GLMAP
             INVALID
               DISPLAY "MAPPING NOT FOUND"
               GO TO P0
           END-READ
           DISPLAY GL-KEY " DR " GL-DEBIT " CR " GL-CREDIT
             "  DELETE - Y/N?".
           ACCEPT ANS.
           IF ANS NOT = "Y" GO TO P0.
           DELETE GLMAP
             INVALID
               DISPLAY "CANNOT DELETE MAPPING"
           END-DELETE
           GO TO P0.

       INQ-GL.
           PERFORM GET-KEY THRU GET-KEY-EXIT.
           IF SOURCE-IN = SPACE GO TO P0.
           READ GLMAP
             INVALID
               DISPLAY "MAPPING NOT FOUND"
               GO TO P0
           END-READ
           DISPLAY "SOURCE ...... " GL-SOURCE "  TYPE " GL-TYPE
             "  PAYER " GL-PAYER.
           DISPLAY "DEBIT ....... " GL-DEBIT.
           DISPLAY "CREDIT ...... " GL-CREDIT.
           DISPLAY "DESCRIPTION . " GL-DESC.
           GO TO P0.

       LIST-GL.
           MOVE LOW-VALUE TO GL-KEY
           START GLMAP KEY NOT < GL-KEY
             INVALID
               GO TO P0
           END-START.
       LIST-GL-R1.
           READ GLMAP NEXT
             AT END
               GO TO P0
           END-READ
           DISPLAY GL-SOURCE " " GL-TYPE " " GL-PAYER " DR "
             GL-DEBIT " CR " GL-CREDIT " " GL-DESC.
           GO TO LIST-GL-R1.

       P9.
           CLOSE GLMAP.
           STOP RUN.
