      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rrr387.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FACFILE ASSIGN TO "S45"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS FAC-KEY.
           SELECT OPTIONAL OPRSESS ASSIGN TO "S20"
           ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD  OPRSESS.
       01  OPRSESS01.
           02 OPS-ID PIC X(10).

       WORKING-STORAGE SECTION.
       01  ANS PIC X.
       01  OPERATOR-WS PIC X(10).
       01  FAC-IN PIC XXX.
       01  NAME-IN PIC X(30).
       01  STREET-IN PIC X(24).
       01  CITY-IN PIC X(15).
       01  STATE-IN PIC XX.
       01  ZIP-IN PIC X(9).
       01  NPI-IN PIC X(10).
       01  PRV-IN PIC X(10).
       01  TAX-IN PIC X(9).
       01  TODAY-6 PIC 9(6).
       01  TODAY-8 PIC X(8).
       01  CNT-LISTED PIC 9(5).

      *
      *    FACILITY MAINTENANCE.  EACH HOSPITAL SITE WE BILL FOR
      *    HAS ITS OWN NAME, ADDRESS, NPI, BILLING PROVIDER NUMBER
      *    AND TAX ID.  THE CODE IS WHAT THE SITE'S FEED HEADER
      *    CARRIES (276) AND WHAT 250 STAMPS ON ITS CHARGES, SO A
      *    CODE IS NEVER DELETED - A SITE WE STOP BILLING FOR IS
      *    MARKED INACTIVE AND 276 REFUSES ITS FEEDS FROM THEN ON.
      *    "ALL" IS KEPT BACK FOR THE REPORT PARMS (266, 267, 275,
      *    335), WHERE IT MEANS BREAK THE REPORT OUT BY FACILITY.
       PROCEDURE DIVISION.
       P00.
           OPEN I-O FACFILE.
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
               DISPLAY "ENTER YOUR INITIALS FOR THE FACILITY MASTER"
               ACCEPT OPERATOR-WS
             NOT AT END
               MOVE OPS-ID TO OPERATOR-WS
           END-READ
           CLOSE OPRSESS.

       P0.
           DISPLAY "FACILITIES - A)DD C)HANGE L)IST X)EXIT".
           ACCEPT ANS.
           IF ANS = "A" GO TO ADD-FAC.
           IF ANS = "C" GO TO CHG-FAC.
           IF ANS = "L" GO TO LIST-FAC.
           IF ANS = "X" GO TO P9.
           GO TO P0.

       ADD-FAC.
           DISPLAY "NEW FACILITY CODE (3)".
           ACCEPT FAC-IN.
           IF FAC-IN = SPACE GO TO P0.
           IF FAC-IN = "ALL"
               DISPLAY "ALL IS RESERVED FOR THE REPORTS"
               GO TO ADD-FAC
           END-IF
           MOVE FAC-IN TO FAC-KEY
           READ FACFILE
             NOT INVALID
               DISPLAY "FACILITY " FAC-IN " IS ALREADY ON FILE"
               GO TO P0
           END-READ
           MOVE SPACE TO FACFILE01
           MOVE FAC-IN TO FAC-KEY.
       ADD-FAC-1.
           DISPLAY "FACILITY NAME (30)".
           ACCEPT FAC-NAME.
           IF FAC-NAME = SPACE GO TO ADD-FAC-1.
           DISPLAY "STREET (24)".
           ACCEPT FAC-STREET.
           DISPLAY "CITY (15)".
           ACCEPT FAC-CITY.
           DISPLAY "STATE (2)".
           ACCEPT FAC-STATE.
           DISPLAY "ZIP (9)".
           ACCEPT FAC-ZIP.
       ADD-FAC-2.
           DISPLAY "BILLING NPI (10)".
           ACCEPT FAC-NPI.
           IF FAC-NPI NOT NUMERIC
               DISPLAY "THE NPI IS 10 DIGITS"
               GO TO ADD-FAC-2
           END-IF
           DISPLAY "BILLING PROVIDER NUMBER (10)".
           ACCEPT FAC-PRVNUM.
           IF FAC-PRVNUM = SPACE
               DISPLAY "NONE GIVEN - CLAIMS CARRY THE PAYER'S"
                 " INS-PRVNUM"
           END-IF.
       ADD-FAC-3.
           DISPLAY "TAX ID - 9 DIGITS, NO DASH".
           ACCEPT FAC-TAXID.
           IF FAC-TAXID NOT NUMERIC GO TO ADD-FAC-3.
           MOVE "Y" TO FAC-ACTIVE
           MOVE OPERATOR-WS TO FAC-OPERATOR
           MOVE TODAY-8 TO FAC-DATE-E
           WRITE FACFILE01
             INVALID
               DISPLAY "CANNOT WRITE FACILITY RECORD"
           END-WRITE
           GO TO P0.

       CHG-FAC.
           DISPLAY "FACILITY CODE".
           ACCEPT FAC-IN.
           IF FAC-IN = SPACE GO TO P0.
           MOVE FAC-IN TO FAC-KEY
           READ FACFILE
             INVALID
               DISPLAY "NO SUCH FACILITY"
               GO TO CHG-FAC
           END-READ
           PERFORM SHOW-FAC.
           DISPLAY "NAME (BLANK = NO CHANGE)".
           ACCEPT NAME-IN.
           IF NAME-IN NOT = SPACE
               MOVE NAME-IN TO FAC-NAME
           END-IF
           DISPLAY "STREET (BLANK = NO CHANGE)".
           ACCEPT STREET-IN.
           IF STREET-IN NOT = SPACE
               MOVE STREET-IN TO FAC-STREET
           END-IF
           DISPLAY "CITY (BLANK = NO CHANGE)".
           ACCEPT CITY-IN.
           IF CITY-IN NOT = SPACE
               MOVE CITY-IN TO FAC-CITY
           END-IF
           DISPLAY "STATE (BLANK = NO CHANGE)".
           ACCEPT STATE-IN.
           IF STATE-IN NOT = SPACE
               MOVE STATE-IN TO FAC-STATE
           END-IF
           DISPLAY "ZIP (BLANK = NO CHANGE)".
           ACCEPT ZIP-IN.
           IF ZIP-IN NOT = SPACE
               MOVE ZIP-IN TO FAC-ZIP
           END-IF.
       CHG-FAC-2.
           DISPLAY "BILLING NPI (BLANK = NO CHANGE)".
           ACCEPT NPI-IN.
           IF NPI-IN NOT = SPACE
               IF NPI-IN NOT NUMERIC
                   DISPLAY "THE NPI IS 10 DIGITS"
                   GO TO CHG-FAC-2
               END-IF
               MOVE NPI-IN TO FAC-NPI
           END-IF
           DISPLAY "BILLING PROVIDER NUMBER (BLANK = NO CHANGE,"
             " NONE = USE INS-PRVNUM)".
           ACCEPT PRV-IN.
           IF PRV-IN = "NONE"
               MOVE SPACE TO FAC-PRVNUM
           ELSE
               IF PRV-IN NOT = SPACE
                   MOVE PRV-IN TO FAC-PRVNUM
               END-IF
           END-IF.
       CHG-FAC-3.
           DISPLAY "TAX ID (BLANK = NO CHANGE)".
           ACCEPT TAX-IN.
           IF TAX-IN NOT = SPACE
               IF TAX-IN NOT NUMERIC
                   DISPLAY "9 DIGITS, NO DASH"
                   GO TO CHG-FAC-3
               END-IF
               MOVE TAX-IN TO FAC-TAXID
           END-IF.
       CHG-FAC-4.
           DISPLAY "ACTIVE Y/N (BLANK = NO CHANGE)".
           ACCEPT ANS.
           IF ANS NOT = SPACE AND ANS NOT = "Y" AND ANS NOT = "N"
               GO TO CHG-FAC-4
           END-IF
           IF ANS NOT = SPACE
               MOVE ANS TO FAC-ACTIVE
           END-IF
           MOVE OPERATOR-WS TO FAC-OPERATOR
           MOVE TODAY-8 TO FAC-DATE-E
           REWRITE FACFILE01
             INVALID
               DISPLAY "CANNOT REWRITE FACILITY RECORD"
           END-REWRITE
           GO TO P0.

       LIST-FAC.
           MOVE 0 TO CNT-LISTED
           MOVE LOW-VALUE TO FAC-KEY
           START FACFILE KEY NOT < FAC-KEY
             INVALID
               GO TO LIST-FAC-9
           END-START.
       LIST-FAC-R1.
           READ FACFILE NEXT
             AT END
               GO TO LIST-FAC-9
           END-READ
           PERFORM SHOW-FAC
           ADD 1 TO CNT-LISTED
           GO TO LIST-FAC-R1.
       LIST-FAC-9.
           DISPLAY CNT-LISTED " FACILITIES ON FILE".
           GO TO P0.

       SHOW-FAC.
           DISPLAY FAC-KEY " " FAC-NAME " ACTIVE " FAC-ACTIVE.
           DISPLAY "    " FAC-STREET " " FAC-CITY " " FAC-STATE " "
             FAC-ZIP.
           DISPLAY "    NPI " FAC-NPI " PROVIDER NO " FAC-PRVNUM
             " TAX ID " FAC-TAXID " BY " FAC-OPERATOR " "
             FAC-DATE-E.

       P9.
           CLOSE FACFILE.
           STOP RUN.
