      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rrr384.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PROVENR ASSIGN TO "S75"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS PE-KEY
           ALTERNATE RECORD KEY IS PE-PAYER WITH DUPLICATES.
           SELECT OPTIONAL DOCFILE ASSIGN TO "S80"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS DOC-KEY.
           SELECT INSFILE ASSIGN TO "S85" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS INS-KEY
           ALTERNATE RECORD KEY IS INS-NAME WITH DUPLICATES
           ALTERNATE RECORD KEY IS INS-CITY WITH DUPLICATES
           ALTERNATE RECORD KEY IS INS-ASSIGN WITH DUPLICATES
           ALTERNATE RECORD KEY IS INS-CLAIMTYPE WITH DUPLICATES
           ALTERNATE RECORD KEY IS INS-NEIC WITH DUPLICATES
           ALTERNATE RECORD KEY IS INS-NEIC-ASSIGN WITH DUPLICATES.
           SELECT OPTIONAL OPRSESS ASSIGN TO "S20"
           ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    PROVIDER ENROLLMENT WITH EACH PAYER - ONE RECORD PER
      *    DOCTOR, PAYER AND ENROLLMENT PERIOD.  A BLANK TERMINATION
      *    DATE MEANS STILL ENROLLED.  THE PAYER'S OWN NUMBER FOR
      *    THE DOCTOR GOES ON THE CLAIM IN PLACE OF INS-PRVNUM.
      *    PE-PAYER REPEATS THE PAYER CODE AS AN ALTERNATE KEY SO
      *    255 CAN TELL WHETHER THE PAYER HAS ANY ENROLLMENTS ON
      *    FILE AT ALL.
       FD  PROVENR
           DATA RECORD IS PROVENR01.
       01  PROVENR01.
           02 PE-KEY.
             03 PE-DOC PIC XXX.
             03 PE-PAYCODE PIC XXX.
             03 PE-EFF-DATE PIC X(8).
           02 PE-TERM-DATE PIC X(8).
           02 PE-PRVNUM PIC X(10).
           02 PE-PAYER PIC XXX.
           02 PE-OPERATOR PIC X(10).
           02 PE-DATE-E PIC X(8).
           02 PE-FUTURE PIC X(8).

       FD  DOCFILE.
       01  DOCFILE01.
           02 DOC-KEY PIC XXX.
           02 DOC-NAME PIC X(24).
           02 DOC-SPECIALTY PIC X(15).
           02 DOC-ACTIVE PIC X.
           02 DOC-FUTURE PIC X(8).

       FD  INSFILE
           DATA RECORD IS INSFILE01.
       01  INSFILE01.
           02 INS-KEY PIC XXX.
           02 INS-NAME PIC X(22).
           02 INS-STREET PIC X(24).
           02 INS-CITY PIC X(15).
           02 INS-STATE PIC XX.
           02 INS-ZIP PIC X(9).
           02 INS-ASSIGN PIC X.
           02 INS-CLAIMTYPE PIC X.
           02 INS-NEIC PIC X(5).
           02 INS-NEICLEVEL PIC X.
           02 INS-NEIC-ASSIGN PIC X.
           02 INS-PPO PIC X.
           02 INS-PRVNUM PIC X(10).
           02 INS-HMO PIC X(3).
           02 INS-STATUS PIC X.
           02 INS-LEVEL PIC X.
           02 INS-LASTDATE PIC X(8).
           02 INS-CAID PIC XXX.
           02 INS-REFWARN PIC X.
           02 INS-FILELIMIT PIC 999.
           02 INS-CLASS PIC X.
      *    Y = THE PAYER GETS MEDICARE'S CLAIMS BY AUTOMATIC
      *    CROSSOVER (MEDIGAP, MEDICAID) - 256 DOES NOT BILL IT
      *    AFTER A MEDICARE PRIMARY UNLESS THE CROSSOVER NEVER PAYS.
           02 INS-XOVER PIC X.
           02 INS-FUTURE PIC X(3).

       FD  OPRSESS.
       01  OPRSESS01.
           02 OPS-ID PIC X(10).

       WORKING-STORAGE SECTION.
       01  ANS PIC X.
       01  OPERATOR-WS PIC X(10).
       01  DOC-IN PIC XXX.
       01  PAY-IN PIC XXX.
       01  DATE-IN PIC X(8).
       01  TERM-IN PIC X(8).
       01  PRV-IN PIC X(10).
       01  TODAY-6 PIC 9(6).
       01  TODAY-8 PIC X(8).
       01  CNT-LISTED PIC 9(5).

      *
      *    PROVIDER ENROLLMENT.  A NEW DOCTOR CAN READ STUDIES THE
      *    DAY THE CODE GOES ON DOCFILE (343), BUT EACH PAYER TAKES
      *    MONTHS TO ENROLL THE DOCTOR.  255 HOLDS THE DOCTOR'S
      *    CHARGES FOR A PAYER THAT HAS ENROLLMENTS ON FILE UNTIL ONE
      *    HERE COVERS THE DATE OF SERVICE - A RETROACTIVE EFFECTIVE
      *    DATE RELEASES THE HELD CHARGES ON THE NEXT RUN.  385
      *    REPORTS THE HELD DOLLARS AND THE ENROLLMENTS ABOUT TO END.
       PROCEDURE DIVISION.
       P00.
           OPEN I-O PROVENR.
           OPEN INPUT DOCFILE INSFILE.
           ACCEPT TODAY-6 FROM DATE.
           MOVE "20" TO TODAY-8(1:2).
           MOVE TODAY-6(1:2) TO TODAY-8(3:2).
           MOVE TODAY-6(3:2) TO TODAY-8(5:2).
           MOVE TODAY-6(5:2) TO TODAY-8(7:2).
      *    THE SIGN-ON MENU (355) LEAVES THE VERIFIED OPERATOR ID
      *    IN THE SESSION FILE - THE FREE-TYPED INITIALS PROMPT
      *    ONLY COMES BACK WHEN THE FILE IS ABSENT.
           OPEN INPUT OPRSESS
           READ OPRSESS
             AT END
               DISPLAY "ENTER YOUR INITIALS FOR THE ENROLLMENTS"
               ACCEPT OPERATOR-WS
             NOT AT END
               MOVE OPS-ID TO OPERATOR-WS
           END-READ
           CLOSE OPRSESS.

       P0.
           DISPLAY "PROVIDER ENROLLMENT - A)DD C)HANGE D)ELETE"
             " L)IST DOCTOR P)AYER LIST X)EXIT".
           ACCEPT ANS.
           IF ANS = "A" GO TO ADD-ENR.
           IF ANS = "C" GO TO CHG-ENR.
           IF ANS = "D" GO TO DEL-ENR.
           IF ANS = "L" GO TO LIST-DOC.
           IF ANS = "P" GO TO LIST-PAYER.
           IF ANS = "X" GO TO P9.
           GO TO P0.

      *    DOCTOR AND PAYER BOTH HAVE TO BE ON THEIR MASTERS.  A
      *    TWO-CHARACTER PERFORMING DOCTOR CODE IS ENTERED WITH A
      *    TRAILING BLANK, AS IN 343.
       GET-DOC-PAY.
           DISPLAY "DOCTOR CODE".
           ACCEPT DOC-IN.
           IF DOC-IN = SPACE
               GO TO GET-DOC-PAY-EXIT
           END-IF
           MOVE DOC-IN TO DOC-KEY
           READ DOCFILE
             INVALID
               DISPLAY "DOCTOR NOT FOUND"
               GO TO GET-DOC-PAY
           END-READ
           DISPLAY DOC-KEY " " DOC-NAME.
       GET-DOC-PAY-1.
           DISPLAY "PAYER CODE".
           ACCEPT PAY-IN.
           IF PAY-IN = SPACE
               MOVE SPACE TO DOC-IN
               GO TO GET-DOC-PAY-EXIT
           END-IF
           MOVE PAY-IN TO INS-KEY
           READ INSFILE
             INVALID
               DISPLAY "PAYER NOT FOUND"
               GO TO GET-DOC-PAY-1
           END-READ
           DISPLAY INS-KEY " " INS-NAME.
       GET-DOC-PAY-2.
           DISPLAY "EFFECTIVE DATE YYYYMMDD".
           ACCEPT DATE-IN.
           IF DATE-IN NOT NUMERIC GO TO GET-DOC-PAY-2.
       GET-DOC-PAY-EXIT.
           EXIT.

       ADD-ENR.
           PERFORM GET-DOC-PAY THRU GET-DOC-PAY-EXIT.
           IF DOC-IN = SPACE GO TO P0.
           MOVE DOC-IN TO PE-DOC
           MOVE PAY-IN TO PE-PAYCODE
           MOVE DATE-IN TO PE-EFF-DATE
           READ PROVENR
             NOT INVALID
               DISPLAY "THAT ENROLLMENT IS ALREADY ON FILE"
               GO TO P0
           END-READ
           MOVE SPACE TO PROVENR01
           MOVE DOC-IN TO PE-DOC
           MOVE PAY-IN TO PE-PAYCODE PE-PAYER
           MOVE DATE-IN TO PE-EFF-DATE.
       ADD-ENR-TERM.
           DISPLAY "TERMINATION DATE YYYYMMDD (BLANK = OPEN)".
           ACCEPT TERM-IN.
           IF TERM-IN NOT = SPACE
               IF TERM-IN NOT NUMERIC OR TERM-IN < DATE-IN
                   DISPLAY "BAD DATE OR BEFORE THE EFFECTIVE DATE"
                   GO TO ADD-ENR-TERM
               END-IF
           END-IF
           MOVE TERM-IN TO PE-TERM-DATE
           DISPLAY "PAYER'S PROVIDER NUMBER FOR THIS DOCTOR (10)".
           ACCEPT PE-PRVNUM.
           IF PE-PRVNUM = SPACE
               DISPLAY "NONE GIVEN - CLAIMS CARRY " INS-PRVNUM
           END-IF
           MOVE OPERATOR-WS TO PE-OPERATOR
           MOVE TODAY-8 TO PE-DATE-E
           WRITE PROVENR01
             INVALID
               DISPLAY "CANNOT WRITE ENROLLMENT RECORD"
           END-WRITE
           GO TO P0.

       CHG-ENR.
           PERFORM GET-DOC-PAY THRU GET-DOC-PAY-EXIT.
           IF DOC-IN = SPACE GO TO P0.
           MOVE DOC-IN TO PE-DOC
           MOVE PAY-IN TO PE-PAYCODE
           MOVE DATE-IN TO PE-EFF-DATE
           READ PROVENR
             INVALID
               DISPLAY "NO SUCH ENROLLMENT"
               GO TO P0
           END-READ
           PERFORM SHOW-ENR.
       CHG-ENR-TERM.
           DISPLAY "TERMINATION DATE YYYYMMDD (BLANK = NO CHANGE,"
             " OPEN = NO END DATE)".
           ACCEPT TERM-IN.
           IF TERM-IN = "OPEN"
               MOVE SPACE TO PE-TERM-DATE
           ELSE
               IF TERM-IN NOT = SPACE
                   IF TERM-IN NOT NUMERIC OR TERM-IN < PE-EFF-DATE
                       DISPLAY "BAD DATE OR BEFORE THE EFFECTIVE DATE"
                       GO TO CHG-ENR-TERM
                   END-IF
                   MOVE TERM-IN TO PE-TERM-DATE
               END-IF
           END-IF
           DISPLAY "PROVIDER NUMBER (BLANK = NO CHANGE)".
           ACCEPT PRV-IN.
           IF PRV-IN NOT = SPACE
               MOVE PRV-IN TO PE-PRVNUM
           END-IF
           MOVE OPERATOR-WS TO PE-OPERATOR
           MOVE TODAY-8 TO PE-DATE-E
           REWRITE PROVENR01
             INVALID
               DISPLAY "CANNOT REWRITE ENROLLMENT RECORD"
           END-REWRITE
           GO TO P0.

       DEL-ENR.
           PERFORM GET-DOC-PAY THRU GET-DOC-PAY-EXIT.
           IF DOC-IN = SPACE GO TO P0.
           MOVE DOC-IN TO PE-DOC
           MOVE PAY-IN TO PE-PAYCODE
           MOVE DATE-IN TO PE-EFF-DATE
           READ PROVENR
             INVALID
               DISPLAY "NO SUCH ENROLLMENT"
               GO TO P0
           END-READ
           PERFORM SHOW-ENR
           DISPLAY "DELETE - Y/N?".
           ACCEPT ANS.
           IF ANS NOT = "Y" GO TO P0.
           DELETE PROVENR
             INVALID
               DISPLAY "CANNOT DELETE ENROLLMENT RECORD"
           END-DELETE
           GO TO P0.

      *    EVERY ENROLLMENT FOR ONE DOCTOR, PAYER BY PAYER.
       LIST-DOC.
           DISPLAY "DOCTOR CODE".
           ACCEPT DOC-IN.
           IF DOC-IN = SPACE GO TO P0.
           MOVE 0 TO CNT-LISTED
           MOVE DOC-IN TO PE-DOC
           MOVE LOW-VALUE TO PE-PAYCODE PE-EFF-DATE
           START PROVENR KEY NOT < PE-KEY
             INVALID
               GO TO LIST-DOC-9
           END-START.
       LIST-DOC-R1.
           READ PROVENR NEXT
             AT END
               GO TO LIST-DOC-9
           END-READ
           IF PE-DOC NOT = DOC-IN
               GO TO LIST-DOC-9
           END-IF
           PERFORM SHOW-ENR
           ADD 1 TO CNT-LISTED
           GO TO LIST-DOC-R1.
       LIST-DOC-9.
           DISPLAY CNT-LISTED " ENROLLMENTS FOR DOCTOR " DOC-IN.
           GO TO P0.

      *    EVERY DOCTOR ENROLLED WITH ONE PAYER.
       LIST-PAYER.
           DISPLAY "PAYER CODE".
           ACCEPT PAY-IN.
           IF PAY-IN = SPACE GO TO P0.
           MOVE 0 TO CNT-LISTED
           MOVE PAY-IN TO PE-PAYER
           START PROVENR KEY NOT < PE-PAYER
             INVALID
               GO TO LIST-PAYER-9
           END-START.
       LIST-PAYER-R1.
           READ PROVENR NEXT
             AT END
               GO TO LIST-PAYER-9
           END-READ
           IF PE-PAYER NOT = PAY-IN
               GO TO LIST-PAYER-9
           END-IF
           PERFORM SHOW-ENR
           ADD 1 TO CNT-LISTED
           GO TO LIST-PAYER-R1.
       LIST-PAYER-9.
           DISPLAY CNT-LISTED " ENROLLMENTS WITH PAYER " PAY-IN.
           GO TO P0.

       SHOW-ENR.
           IF PE-TERM-DATE = SPACE
               DISPLAY PE-DOC " " PE-PAYCODE " FROM " PE-EFF-DATE
                 " OPEN      NUMBER " PE-PRVNUM " BY " PE-OPERATOR
           ELSE
               DISPLAY PE-DOC " " PE-PAYCODE " FROM " PE-EFF-DATE
                 " TO " PE-TERM-DATE " NUMBER " PE-PRVNUM " BY "
                 PE-OPERATOR
           END-IF.

       P9.
           CLOSE PROVENR DOCFILE INSFILE.
           STOP RUN.
