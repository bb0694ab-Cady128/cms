      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fd1009.
       AUTHOR. SID WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ROUTEFILE ASSIGN TO "S46"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS RO-KEY
           ALTERNATE RECORD KEY IS RO-ACCT.
           SELECT CUSTFILE ASSIGN TO "S70" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS CU-ACCT.

       DATA DIVISION.
       FILE SECTION.

      *    THE READING ROUTES - ONE RECORD PER ACCOUNT, KEYED BY
      *    ROUTE AND WALK SEQUENCE SO A ROUTE READS IN THE ORDER THE
      *    READER WALKS IT.  RO-LOCATION SAYS WHERE ON THE PREMISES
      *    THE METER IS (BASEMENT, REAR WALL, PIT BY THE DRIVE).
       FD  ROUTEFILE.
       01  ROUTEFILE01.
           02 RO-KEY.
             03 RO-ROUTE PIC X(4).
             03 RO-WALK PIC 9(4).
           02 RO-ACCT PIC X(13).
           02 RO-LOCATION PIC X(20).
           02 RO-FUTURE PIC X(10).

       FD  CUSTFILE.
       01  CUSTFILE01.
           02 CU-ACCT PIC X(13).
           02 CU-NAME PIC X(25).
           02 CU-STREET PIC X(28).
           02 CU-STATUS PIC X.
           02 CU-FUTURE PIC X(8).

       WORKING-STORAGE SECTION.
       01  ANS PIC X.
       01  ACCT-IN PIC X(13).
       01  ROUTE-IN PIC X(4).
       01  WALK-IN-N PIC 9(4).
       01  WALK-IN REDEFINES WALK-IN-N PIC X(4).
       01  LOC-IN PIC X(20).
       01  OLD-LOCATION PIC X(20).
       01  FOUND-FLAG PIC X.
       01  CNT-LISTED PIC 9(5).

      *
      *    READING ROUTE MAINTENANCE.  EVERY ACTIVE ACCOUNT BELONGS
      *    ON ONE ROUTE AT ONE POINT IN THE WALK; fd1010 BUILDS THE
      *    READERS' DOWNLOAD IN THAT ORDER.  NUMBER THE WALK IN TENS
      *    SO A NEW HOUSE CAN GO IN BETWEEN WITHOUT RENUMBERING.
       PROCEDURE DIVISION.
       P00.
           OPEN I-O ROUTEFILE.
           OPEN INPUT CUSTFILE.

       P0.
           DISPLAY "READING ROUTES - A)SSIGN R)EMOVE L)IST ROUTE"
             " U)NASSIGNED X)EXIT".
           ACCEPT ANS.
           IF ANS = "A" GO TO ASSIGN-ACCT.
           IF ANS = "R" GO TO REMOVE-ACCT.
           IF ANS = "L" GO TO LIST-ROUTE.
           IF ANS = "U" GO TO LIST-UNASSIGNED.
           IF ANS = "X" GO TO P9.
           GO TO P0.

      *    PUT AN ACCOUNT ON A ROUTE, OR MOVE IT TO ANOTHER SPOT.
       ASSIGN-ACCT.
           DISPLAY "ACCOUNT (13 CHARS)".
           ACCEPT ACCT-IN.
           IF ACCT-IN = SPACE GO TO P0.
           MOVE ACCT-IN TO CU-ACCT
           READ CUSTFILE
             INVALID
               DISPLAY "NO SUCH CUSTOMER"
               GO TO ASSIGN-ACCT
           END-READ
           DISPLAY CU-ACCT " " CU-NAME " " CU-STREET.
           MOVE SPACE TO OLD-LOCATION
           MOVE ACCT-IN TO RO-ACCT
           READ ROUTEFILE KEY IS RO-ACCT
             INVALID
               MOVE "N" TO FOUND-FLAG
             NOT INVALID
               MOVE "Y" TO FOUND-FLAG
               MOVE RO-LOCATION TO OLD-LOCATION
               DISPLAY "NOW ROUTE " RO-ROUTE " WALK " RO-WALK " "
                 RO-LOCATION
           END-READ.
       ASSIGN-ROUTE.
           DISPLAY "ROUTE (4 CHARS)".
           ACCEPT ROUTE-IN.
           IF ROUTE-IN = SPACE GO TO P0.
       ASSIGN-WALK.
           DISPLAY "WALK SEQUENCE - 4 DIGITS ZERO FILLED".
           ACCEPT WALK-IN.
           IF WALK-IN NOT NUMERIC GO TO ASSIGN-WALK.
           MOVE ROUTE-IN TO RO-ROUTE
           MOVE WALK-IN-N TO RO-WALK
           READ ROUTEFILE
             NOT INVALID
               IF RO-ACCT NOT = ACCT-IN
                   DISPLAY "THAT SPOT IS TAKEN BY " RO-ACCT
                   GO TO ASSIGN-WALK
               END-IF
           END-READ
           DISPLAY "METER LOCATION (BLANK = " OLD-LOCATION ")".
           ACCEPT LOC-IN.
           IF LOC-IN = SPACE
               MOVE OLD-LOCATION TO LOC-IN
           END-IF
           IF FOUND-FLAG = "Y"
               MOVE ACCT-IN TO RO-ACCT
               READ ROUTEFILE KEY IS RO-ACCT
                 INVALID
                   DISPLAY "ROUTE RECORD VANISHED"
                   GO TO P0
               END-READ
               DELETE ROUTEFILE
                 INVALID
                   DISPLAY "CANNOT TAKE " ACCT-IN " OFF ITS OLD SPOT"
                   GO TO P0
               END-DELETE
           END-IF
           MOVE SPACE TO ROUTEFILE01
           MOVE ROUTE-IN TO RO-ROUTE
           MOVE WALK-IN-N TO RO-WALK
           MOVE ACCT-IN TO RO-ACCT
           MOVE LOC-IN TO RO-LOCATION
           WRITE ROUTEFILE01
             INVALID
               DISPLAY "CANNOT WRITE ROUTE RECORD"
               GO TO P0
           END-WRITE
           DISPLAY ACCT-IN " ON ROUTE " RO-ROUTE " WALK " RO-WALK
           GO TO P0.

       REMOVE-ACCT.
           DISPLAY "ACCOUNT (13 CHARS)".
           ACCEPT ACCT-IN.
           IF ACCT-IN = SPACE GO TO P0.
           MOVE ACCT-IN TO RO-ACCT
           READ ROUTEFILE KEY IS RO-ACCT
             INVALID
               DISPLAY "ACCOUNT IS NOT ON A ROUTE"
               GO TO P0
           END-READ
           DISPLAY RO-ACCT " ROUTE " RO-ROUTE " WALK " RO-WALK
             "  REMOVE - Y/N?".
           ACCEPT ANS.
           IF ANS NOT = "Y" GO TO P0.
           DELETE ROUTEFILE
             INVALID
               DISPLAY "CANNOT DELETE ROUTE RECORD"
           END-DELETE
           GO TO P0.

       LIST-ROUTE.
           DISPLAY "ROUTE (4 CHARS)".
           ACCEPT ROUTE-IN.
           IF ROUTE-IN = SPACE GO TO P0.
           MOVE 0 TO CNT-LISTED
           MOVE ROUTE-IN TO RO-ROUTE
           MOVE 0 TO RO-WALK
           START ROUTEFILE KEY NOT < RO-KEY
             INVALID
               GO TO LIST-ROUTE-9
           END-START.
       LIST-ROUTE-R1.
           READ ROUTEFILE NEXT
             AT END
               GO TO LIST-ROUTE-9
           END-READ
           IF RO-ROUTE NOT = ROUTE-IN
               GO TO LIST-ROUTE-9
           END-IF
           MOVE RO-ACCT TO CU-ACCT
           READ CUSTFILE
             INVALID
               MOVE "** NOT ON CUSTOMER MASTER **" TO CU-STREET
               MOVE SPACE TO CU-STATUS
           END-READ
           DISPLAY RO-WALK " " RO-ACCT " " CU-STREET " " RO-LOCATION
             " " CU-STATUS.
           ADD 1 TO CNT-LISTED
           GO TO LIST-ROUTE-R1.
       LIST-ROUTE-9.
           DISPLAY CNT-LISTED " ACCOUNTS ON ROUTE " ROUTE-IN.
           GO TO P0.

      *    ACTIVE ACCOUNTS NOT ON ANY ROUTE - NOBODY WILL READ THEM.
       LIST-UNASSIGNED.
           MOVE 0 TO CNT-LISTED
           MOVE LOW-VALUE TO CU-ACCT
           START CUSTFILE KEY NOT < CU-ACCT
             INVALID
               GO TO LIST-UNASSIGNED-9
           END-START.
       LIST-UNASSIGNED-R1.
           READ CUSTFILE NEXT
             AT END
               GO TO LIST-UNASSIGNED-9
           END-READ
           IF CU-STATUS NOT = "A"
               GO TO LIST-UNASSIGNED-R1
           END-IF
           MOVE CU-ACCT TO RO-ACCT
           READ ROUTEFILE KEY IS RO-ACCT
             NOT INVALID
               GO TO LIST-UNASSIGNED-R1
           END-READ
           DISPLAY CU-ACCT " " CU-NAME " " CU-STREET.
           ADD 1 TO CNT-LISTED
           GO TO LIST-UNASSIGNED-R1.
       LIST-UNASSIGNED-9.
           DISPLAY CNT-LISTED " ACTIVE ACCOUNTS ON NO ROUTE".
           GO TO P0.

       P9.
           CLOSE ROUTEFILE CUSTFILE.
           STOP RUN.
