      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rrr383.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AGYTERMS ASSIGN TO "S50"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS AT-EFF-DATE.
           SELECT OPTIONAL OPRSESS ASSIGN TO "S20"
           ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    COLLECTION AGENCY CONTRACT TERMS, KEYED BY THE DATE THEY
      *    TAKE EFFECT.  THE COMMISSION PERCENT GOES BY HOW LONG THE
      *    ACCOUNT HAD BEEN PLACED WHEN THE MONEY CAME IN - UP TO
      *    FOUR AGE BANDS, EACH GOOD UP TO AND INCLUDING ITS DAYS,
      *    THE LAST BAND COVERING EVERYTHING OLDER.  AN ACCOUNT
      *    PLACED LONGER THAN THE RECALL DAYS WITH NOTHING COLLECTED
      *    MAY BE TAKEN BACK.  A PLACEMENT IS HELD TO THE TERMS IN
      *    EFFECT ON THE DAY IT WENT OUT.
       FD  AGYTERMS
           DATA RECORD IS AGYTERMS01.
       01  AGYTERMS01.
           02 AT-EFF-DATE PIC X(8).
           02 AT-BAND OCCURS 4 TIMES.
             03 AT-BAND-DAYS PIC 9(4).
             03 AT-BAND-PCT PIC 99V99.
           02 AT-RECALL-DAYS PIC 9(4).
           02 AT-OPERATOR PIC X(10).
           02 AT-FUTURE PIC X(10).

       FD  OPRSESS.
       01  OPRSESS01.
           02 OPS-ID PIC X(10).

       WORKING-STORAGE SECTION.
       01  ANS PIC X.
       01  OPERATOR-WS PIC X(10).
       01  DATE-IN PIC X(8).
       01  DAYS-IN-N PIC 9(4).
       01  DAYS-IN REDEFINES DAYS-IN-N PIC X(4).
       01  PCT-IN-N PIC 99V99.
       01  PCT-IN REDEFINES PCT-IN-N PIC X(4).
       01  B PIC 9.
       01  LAST-DAYS PIC 9(4).
       01  NEW-TERMS PIC X.

      *
      *    COLLECTION AGENCY CONTRACT TERMS.  NEI149 CHECKS EVERY
      *    AGENCY DEDUCT AGAINST THESE AND PICKS THE ACCOUNTS TO
      *    RECALL.  A NEW CONTRACT IS ADDED UNDER ITS OWN EFFECTIVE
      *    DATE RATHER THAN CHANGED IN PLACE, SO ACCOUNTS PLACED
      *    UNDER THE OLD ONE ARE STILL HELD TO THE OLD RATES.
       PROCEDURE DIVISION.
       P00.
           OPEN I-O AGYTERMS.
      *    THE SIGN-ON MENU (355) LEAVES THE VERIFIED OPERATOR ID
      *    IN THE SESSION FILE - THE FREE-TYPED INITIALS PROMPT
      *    ONLY COMES BACK WHEN THE FILE IS ABSENT.
           OPEN INPUT OPRSESS
           READ OPRSESS
             AT END
               DISPLAY "ENTER YOUR INITIALS FOR THE TERMS RECORD"
               ACCEPT OPERATOR-WS
             NOT AT END
               MOVE OPS-ID TO OPERATOR-WS
           END-READ
           CLOSE OPRSESS.

       P0.
           DISPLAY "AGENCY CONTRACT TERMS - A)DD C)HANGE D)ELETE"
             " L)IST X)EXIT".
           ACCEPT ANS.
           IF ANS = "A" GO TO ADD-TERMS.
           IF ANS = "C" GO TO CHG-TERMS.
           IF ANS = "D" GO TO DEL-TERMS.
           IF ANS = "L" GO TO LIST-TERMS.
           IF ANS = "X" GO TO P9.
           GO TO P0.

       ADD-TERMS.
           DISPLAY "EFFECTIVE DATE YYYYMMDD".
           ACCEPT DATE-IN.
           IF DATE-IN = SPACE GO TO P0.
           IF DATE-IN NOT NUMERIC GO TO ADD-TERMS.
           MOVE DATE-IN TO AT-EFF-DATE
           READ AGYTERMS
             NOT INVALID
               DISPLAY "TERMS ALREADY ON FILE FOR THAT DATE"
               GO TO P0
           END-READ
           MOVE "Y" TO NEW-TERMS
           GO TO GET-BANDS.

       CHG-TERMS.
           DISPLAY "EFFECTIVE DATE YYYYMMDD".
           ACCEPT DATE-IN.
           IF DATE-IN = SPACE GO TO P0.
           MOVE DATE-IN TO AT-EFF-DATE
           READ AGYTERMS
             INVALID
               DISPLAY "NO TERMS FOR THAT DATE"
               GO TO P0
           END-READ
           PERFORM SHOW-TERMS
           DISPLAY "THE BANDS AND RECALL DAYS ARE ALL RE-ENTERED".
           MOVE "N" TO NEW-TERMS.

      *    THE BANDS GO IN FROM THE YOUNGEST UP, EACH WITH MORE
      *    DAYS THAN THE ONE BEFORE.  9999 DAYS ENDS THE LIST.
       GET-BANDS.
           MOVE SPACE TO AGYTERMS01
           MOVE DATE-IN TO AT-EFF-DATE
           PERFORM CLEAR-BAND VARYING B FROM 1 BY 1 UNTIL B > 4
           MOVE 0 TO LAST-DAYS AT-RECALL-DAYS
           MOVE 1 TO B.
       GET-BAND-DAYS.
           DISPLAY "BAND " B " - PLACED UP TO HOW MANY DAYS"
             " (4 DIGITS, 9999 = ANY AGE, BLANK = NO MORE BANDS)".
           ACCEPT DAYS-IN.
           IF DAYS-IN = SPACE AND B > 1 GO TO GET-RECALL.
           IF DAYS-IN NOT NUMERIC GO TO GET-BAND-DAYS.
           IF DAYS-IN-N NOT > LAST-DAYS
               DISPLAY "MUST BE MORE THAN " LAST-DAYS " DAYS"
               GO TO GET-BAND-DAYS
           END-IF
           MOVE DAYS-IN-N TO AT-BAND-DAYS(B) LAST-DAYS.
       GET-BAND-PCT.
           DISPLAY "BAND " B " COMMISSION PERCENT - 4 DIGITS ZERO"
             " FILLED, LAST TWO ARE HUNDREDTHS  E.G. 2500 FOR 25 PCT".
           ACCEPT PCT-IN.
           IF PCT-IN NOT NUMERIC GO TO GET-BAND-PCT.
           MOVE PCT-IN-N TO AT-BAND-PCT(B)
           IF LAST-DAYS = 9999 OR B = 4 GO TO GET-RECALL.
           ADD 1 TO B
           GO TO GET-BAND-DAYS.
       GET-RECALL.
           DISPLAY "RECALL AFTER HOW MANY DAYS WITH NOTHING COLLECTED"
             " (4 DIGITS)".
           ACCEPT DAYS-IN.
           IF DAYS-IN NOT NUMERIC GO TO GET-RECALL.
           MOVE DAYS-IN-N TO AT-RECALL-DAYS
           MOVE OPERATOR-WS TO AT-OPERATOR
           PERFORM SHOW-TERMS
           IF NEW-TERMS = "Y"
               WRITE AGYTERMS01
                 INVALID
                   DISPLAY "CANNOT WRITE TERMS RECORD"
               END-WRITE
           ELSE
               REWRITE AGYTERMS01
                 INVALID
                   DISPLAY "CANNOT REWRITE TERMS RECORD"
               END-REWRITE
           END-IF
           GO TO P0.

       CLEAR-BAND.
           MOVE 0 TO AT-BAND-DAYS(B) AT-BAND-PCT(B).

       DEL-TERMS.
           DISPLAY "EFFECTIVE DATE YYYYMMDD".
           ACCEPT DATE-IN.
           IF DATE-IN = SPACE GO TO P0.
           MOVE DATE-IN TO AT-EFF-DATE
           READ AGYTERMS
             INVALID
               DISPLAY "NO TERMS FOR THAT DATE"
               GO TO P0
           END-READ
           PERFORM SHOW-TERMS
           DISPLAY "DELETE - Y/N?".
           ACCEPT ANS.
           IF ANS NOT = "Y" GO TO P0.
           DELETE AGYTERMS
             INVALID
               DISPLAY "CANNOT DELETE TERMS RECORD"
           END-DELETE
           GO TO P0.

       LIST-TERMS.
           MOVE LOW-VALUE TO AT-EFF-DATE
           START AGYTERMS KEY NOT < AT-EFF-DATE
             INVALID
               DISPLAY "NO TERMS ON FILE"
               GO TO P0
           END-START.
       LIST-TERMS-R1.
           READ AGYTERMS NEXT
             AT END
               GO TO P0
           END-READ
           PERFORM SHOW-TERMS
           GO TO LIST-TERMS-R1.

       SHOW-TERMS.
           DISPLAY "EFFECTIVE " AT-EFF-DATE "  RECALL AFTER "
             AT-RECALL-DAYS " DAYS  BY " AT-OPERATOR.
           PERFORM SHOW-BAND VARYING B FROM 1 BY 1 UNTIL B > 4.

       SHOW-BAND.
           IF AT-BAND-DAYS(B) > 0
               DISPLAY "   PLACED UP TO " AT-BAND-DAYS(B) " DAYS  "
                 AT-BAND-PCT(B) " PCT"
           END-IF.

       P9.
           CLOSE AGYTERMS.
           STOP RUN.
