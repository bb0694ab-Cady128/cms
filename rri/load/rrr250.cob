           SELECT GARFILE ASSIGN TO "S35" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
             ALTERNATE RECORD KEY IS G-ACCT WITH DUPLICATES
             ALTERNATE RECORD KEY IS G-PRINS WITH DUPLICATES
             ALTERNATE RECORD KEY IS G-SEINS WITH DUPLICATES
             LOCK MODE MANUAL.
      *       STATUS IS GAR-STAT.


           SELECT PAYCUR ASSIGN TO "S65" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS PAYCUR-KEY
             ALTERNATE RECORD KEY IS PC-CLAIM WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT PAYFILE ASSIGN TO "S66" ORGANIZATION IS INDEXED
             ALTERNATE RECORD KEY IS P-GARNO WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT CMNTFILE ASSIGN TO "S91" ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC RECORD KEY IS CMNT-KEY
             LOCK MODE MANUAL.

           SELECT MPLRFILE ASSIGN TO "S92" ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC RECORD KEY IS MPLR-KEY
             LOCK MODE MANUAL.

           SELECT OPTIONAL INACTFILE ASSIGN TO "S94"
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC RECORD KEY IS IA-KEY
             ALTERNATE RECORD KEY IS IA-ACCT WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT OPTIONAL ARCREG ASSIGN TO "S89" ORGANIZATION IS
             LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           02 INS-LASTDATE PIC X(8).
           02 INS-CAID PIC XXX.
           02 INS-REFWARN PIC X.
           02 INS-FILELIMIT PIC 999.
           02 INS-CLASS PIC X.
           02 INS-XOVER PIC X.
           02 INS-FUTURE PIC X(3).

       FD  CHARFILE
           DATA RECORD IS CHARFILE01.
           02 CD-MOD2 PIC XX.
           02 CD-MOD3 PIC XX.
           02 CD-MOD4 PIC XX.
           02 CD-AMOUNT PIC S9(7)V99.
           02 CD-DOCR PIC X(3).
           02 CD-DOCP PIC X(2).
           02 CD-PAYCODE PIC XXX.
           02 CD-DX4 PIC X(7).
           02 CD-DX5 PIC X(7).
           02 CD-DX6 PIC X(7).
      *    THE SITE THE CHARGE CAME FROM (387) SITS WHERE THE OTHER
      *    PROGRAMS' CC-FUTURE BEGINS; THE FEED'S CLINICAL TEXT AND
      *    ADMIT DIAGNOSIS (38 AND 24 LONG) STILL FIT BEHIND IT.
           02 CD-FACILITY PIC XXX.
           02 CD-CLINICAL PIC X(38).
           02 CD-ADMIT-DIAG PIC X(29).

       FD GARFILE
           DATA RECORD IS GARFILE01.
           02 G-PRIVATE PIC X.
           02 G-BILLCYCLE PIC X.
           02 G-DELETE PIC X.
           02 G-BADADDR PIC X.
      *    Y = A CHECK FROM THIS ACCOUNT CAME BACK UNPAID (386).
           02 G-NOCHECK PIC X.
           02 G-FILLER PIC X.
           02 G-ACCT PIC X(8).
           02 G-PRGRPNAME PIC X(15).
           02 G-SEGRPNAME PIC X(15).
           02 PAYCUR-KEY.
             03 PC-KEY8 PIC X(8).
             03 PC-KEY3 PIC XXX.
           02 PC-AMOUNT PIC S9(7)V99.
           02 PC-PAYCODE PIC XXX.
           02 PC-DENIAL PIC XX.
           02 PC-CLAIM PIC X(8).
             03 PD-KEY8 PIC X(8).
             03 PD-KEY3 PIC XXX.
           02 PD-NAME PIC X(24).
           02 PD-AMOUNT PIC S9(7)V99.
           02 PD-PAYCODE PIC XXX.
           02 PD-DENIAL PIC XX.
           02 PD-CLAIM PIC X(8).

       FD  WORK249.
       01  WORK24901 PIC X(8).
       01  WORK24902.
           02 FILLER PIC X(8).
           02 WORK249-FAC PIC XXX.
       
       FD  NEW-GARNOS.
       01  NEW-GARNOS01.
             03 PK3 PIC XX.
           02 PROC-TYPE PIC X.
           02 PROC-TITLE PIC X(28).
           02 PROC-AMOUNT PIC 9(7)V99.
     
       FD  ORDFILE
           DATA RECORD IS ORDFILE01.
           02 FEE-KEY.
             03 FEE-PROC PIC X(11).
             03 FEE-PAYER PIC XXX.
           02 FEE-AMOUNT PIC 9(7)V99.

       FD  DOCFILE
           DATA RECORD IS DOCFILE01.
           02 P-MSTAT PIC X.
           02 P-DOB PIC X(8).

       FD  CMNTFILE
      *    BLOCK CONTAINS 2 RECORDS
           DATA RECORD IS CMNTFILE01.
       01  CMNTFILE01.
           02 CMNT-KEY.
             03 CM-KEY8 PIC X(8).
             03 CM-KEY3 PIC XXX.
           02 CMNT PIC X(80).
           02 CMNT-DATE-E PIC X(8).

       FD  MPLRFILE.
       01  MPLRFILE01.
           02 MPLR-KEY PIC X(8). 
           02 MPLR-NAME PIC X(22).
           02 MPLR-STREET PIC X(24).
           02 MPLR-CITY PIC X(15).
           02 MPLR-STATE PIC XX.
           02 MPLR-ZIP PIC X(9).
           02 MPLR-CLAIMNO PIC X(15).
           02 MPLR-TRINS PIC XXX.
           02 MPLR-TR-ASSIGN PIC X.
           02 MPLR-TR-GROUP PIC X(12).
           02 MPLR-TRIPOL PIC X(14).
           02 MPLR-TR-NAME PIC X(24).
           02 MPLR-TR-RELATE PIC X.
           02 MPLR-FUTURE PIC X(6).

      *    THE INACTIVE MASTER.  ONE RECORD PER ARCHIVED RECORD,
      *    IMAGED WHOLE THE WAY KEEPBACK DOES IT - TYPE 01 GARFILE,
      *    06 CMNTFILE, 07 PATFILE, 10 MPLRFILE (THE 333 KEEPTYPES).
      *    THE GARFILE IMAGE CARRIES G-ACCT SO 250 CAN FIND IT.
       FD  INACTFILE
           DATA RECORD IS INACTFILE01.
       01  INACTFILE01.
           02 IA-KEY.
             03 IA-GARNO PIC X(8).
             03 IA-TYPE PIC XX.
             03 IA-SEQ PIC 999.
           02 IA-ACCT PIC X(8).
           02 IA-DATE PIC X(8).
           02 IA-IMAGE PIC X(320).

      *    ARCHIVE REGISTER - A LINE FOR EVERY GUARANTOR 375 MOVES
      *    TO THE INACTIVE MASTER AND EVERY ONE 250 BRINGS BACK.
       FD  ARCREG.
       01  ARCREG01.
           02 AR-DATE PIC X(8).
           02 FILLER PIC X.
           02 AR-ACTION PIC X(8).
           02 FILLER PIC X.
           02 AR-GARNO PIC X(8).
           02 FILLER PIC X.
           02 AR-NAME PIC X(24).
           02 FILLER PIC X.
           02 AR-ACCT PIC X(8).
           02 FILLER PIC X.
           02 AR-LASTBILL PIC X(8).
           02 FILLER PIC X.
           02 AR-CNT-PAT PIC ZZ9.
           02 FILLER PIC X.
           02 AR-CNT-CMNT PIC ZZ9.
           02 FILLER PIC X.
           02 AR-CNT-MPLR PIC ZZ9.

       WORKING-STORAGE SECTION.
       01  ANS PIC X.
       01  GAR-STAT PIC XX.
       01  X-INSPEND PIC S9(5)V99.
       01  X-LASTBILL PIC X(8).
       01  X-BILLCYCLE PIC X.
       01  X-BADADDR PIC X.
       01  X-NOCHECK PIC X.
       01  X-ADDRESS.
           02 X-STREET PIC X(22).
           02 X-CITY PIC X(18).
           02 X-STATE PIC X(2).
           02 X-ZIP PIC X(9).
       01   X-PRINS    PIC XXX.
       01   X-PR-ASSIGN PIC X.
       01   X-PRIPOL  PIC X(16).
       01  XYZ2 PIC 999.
       01  PAYBACK01 PIC X(90).
       01  CNT-DISCOUNTS PIC 9(7) VALUE 0.
       01  CNT-RESTORED PIC 9(7) VALUE 0.
       01  ARC-GARNO PIC X(8).
       01  ARC-ACTNO PIC X(8).
       01  ARC-HIT PIC X.
       01  ARC-CNT-PAT PIC 999.
       01  ARC-CNT-CMNT PIC 999.
       01  ARC-CNT-MPLR PIC 999.
       01  AMT-DISCOUNTS PIC S9(7)V99 VALUE 0.
       01  FEED-FAC PIC XXX.

      *
       PROCEDURE DIVISION.
           OPEN INPUT ACTFILE PROCFILE WORK249 FILEIN INSFILE FEEFILE
               DOCFILE XWALKFILE SLIDENR SLIDFILE.
           OPEN I-O GARFILE CHARFILE CLAIMFILE AUTHFILE ORDFILE
               PATFILE PAYCUR PAYFILE CMNTFILE MPLRFILE INACTFILE.
           OPEN OUTPUT ORD-DELETES NEW-GARNOS.
           OPEN EXTEND CLAIMAUD.
           OPEN EXTEND ORDEXCP.
           OPEN EXTEND SLIDREG.
           OPEN EXTEND ARCREG.
           ACCEPT TODAY-6 FROM DATE.
           MOVE "20" TO TODAY-8(1:2).
           MOVE TODAY-6(1:2) TO TODAY-8(3:2).
               GO TO P1
           END-IF

      *    276 PASSES THE FEED'S FACILITY WITH EACH ACCOUNT.
           MOVE WORK249-FAC TO FEED-FAC
           MOVE WORK24901 TO A-ACTNO
           READ ACTFILE
             INVALID
           END-READ           

           IF (A-GARNO = SPACE)
             GO TO ARC-FIND
           END-IF

           MOVE A-GARNO TO G-GARNO.

       P1-0.

           READ GARFILE WITH LOCK
             INVALID
               GO TO ARC-FIND
           END-READ

           IF (G-DUNNING NOT = "1" AND G-PRINS NOT = "003")

           MOVE ACTFILE01 TO GARFILE01
           MOVE A-ACTNO TO G-ACCT
           MOVE SPACE TO G-BADADDR G-NOCHECK
           ACCEPT YEARDAY FROM DAY.
           MOVE YD2 TO G-PRIVATE.
           MOVE G-GARNAME TO NAME-CYCLE.
           MOVE G-GARNO TO HOLD-GARNO.
           READ GARFILE
             INVALID KEY 
               PERFORM ARC-TAKEN THRU ARC-TAKEN-EXIT
               IF ARC-HIT NOT = "Y"
                   GO TO P5
               END-IF
           END-READ

           IF XYZ = 9 
           MOVE C-DATE-ADMIT TO CD-DATE-M
           MOVE C-CLINICAL TO CD-CLINICAL
           MOVE C-ADMIT-DIAG TO CD-ADMIT-DIAG
           MOVE FEED-FAC TO CD-FACILITY
           MOVE TODAY-8 TO CD-DATE-E.

           MOVE CHARGE1 TO PK1
       XWALK-APPLY-EXIT.
           EXIT.

      *    NOT ON GARFILE.  375 MAY HAVE MOVED IT TO THE INACTIVE
      *    MASTER - LOOK THERE BY GARNO, THEN BY THE HOSPITAL
      *    ACCOUNT, AND PUT IT BACK UNDER ITS OLD GARNO SO THE
      *    HISTORY STILL ON CHARFILE, PAYFILE AND HISFILE LINES UP.
      *    ONLY WHEN IT IS NOT THERE EITHER IS A NEW ACCOUNT MADE.
       ARC-FIND.
           IF A-GARNO = SPACE
               GO TO ARC-FIND-ACCT
           END-IF
           MOVE A-GARNO TO IA-GARNO
           MOVE "01" TO IA-TYPE
           MOVE 0 TO IA-SEQ
           READ INACTFILE WITH LOCK
             INVALID
               GO TO ARC-FIND-ACCT
           END-READ
           GO TO ARC-RESTORE.

       ARC-FIND-ACCT.
           MOVE A-ACTNO TO IA-ACCT
           READ INACTFILE WITH LOCK KEY IS IA-ACCT
             INVALID
               GO TO ARC-FIND-NONE
           END-READ
           IF IA-TYPE = "01"
               GO TO ARC-RESTORE
           END-IF
           UNLOCK INACTFILE.

      *    THESE TWO MESSAGES ARE INFORMATIONAL - THEY FIRE ON GOOD
      *    DATA, SO THEY MUST NOT WAIT ON THE CONSOLE OR THE
      *    UNATTENDED RUN STALLS.  THE 261 EDIT PASS REPORTS BOTH.
       ARC-FIND-NONE.
           IF A-GARNO NOT = SPACE
               DISPLAY A-GARNO " " A-ACTNO
               DISPLAY "INVALID GARNO, A NEW ACCOUNT WILL BE CREATED"
           END-IF
           GO TO P2.

       ARC-RESTORE.
           MOVE IA-GARNO TO ARC-GARNO
           MOVE A-ACTNO TO ARC-ACTNO
           MOVE IA-IMAGE TO GARFILE01
           WRITE GARFILE01
             INVALID
               UNLOCK INACTFILE
               DISPLAY ARC-GARNO " IS ON GARFILE AND ON THE INACTIVE"
                 " MASTER - LEFT AS IS"
               GO TO ARC-FIND-NONE
           END-WRITE
           DELETE INACTFILE
             INVALID
               DISPLAY "CANT DELETE INACTFILE " IA-KEY
           END-DELETE
           MOVE 0 TO ARC-CNT-PAT ARC-CNT-CMNT ARC-CNT-MPLR.

       ARC-RESTORE-1.
           MOVE ARC-GARNO TO IA-GARNO
           MOVE "00" TO IA-TYPE
           MOVE 0 TO IA-SEQ
           START INACTFILE KEY NOT < IA-KEY
             INVALID
               GO TO ARC-RESTORE-9
           END-START
           READ INACTFILE NEXT WITH LOCK
             AT END
               GO TO ARC-RESTORE-9
           END-READ
           IF IA-GARNO NOT = ARC-GARNO
               UNLOCK INACTFILE
               GO TO ARC-RESTORE-9
           END-IF

           IF IA-TYPE = "07"
               MOVE IA-IMAGE TO PATFILE01
               WRITE PATFILE01
                 INVALID
                   DISPLAY "PATIENT ALREADY ON FILE " P-PATNO
               END-WRITE
               ADD 1 TO ARC-CNT-PAT
           END-IF
           IF IA-TYPE = "06"
               MOVE IA-IMAGE TO CMNTFILE01
               WRITE CMNTFILE01
                 INVALID
                   DISPLAY "COMMENT ALREADY ON FILE " CMNT-KEY
               END-WRITE
               ADD 1 TO ARC-CNT-CMNT
           END-IF
           IF IA-TYPE = "10"
               MOVE IA-IMAGE TO MPLRFILE01
               WRITE MPLRFILE01
                 INVALID
                   DISPLAY "EMPLOYER ALREADY ON FILE " MPLR-KEY
               END-WRITE
               ADD 1 TO ARC-CNT-MPLR
           END-IF
           DELETE INACTFILE
             INVALID
               DISPLAY "CANT DELETE INACTFILE " IA-KEY
               UNLOCK INACTFILE
               GO TO ARC-RESTORE-9
           END-DELETE
           GO TO ARC-RESTORE-1.

       ARC-RESTORE-9.
           MOVE SPACE TO ARCREG01
           MOVE TODAY-8 TO AR-DATE
           MOVE "RESTORED" TO AR-ACTION
           MOVE ARC-GARNO TO AR-GARNO
           MOVE G-GARNAME TO AR-NAME
           MOVE ARC-ACTNO TO AR-ACCT
           MOVE G-LASTBILL TO AR-LASTBILL
           MOVE ARC-CNT-PAT TO AR-CNT-PAT
           MOVE ARC-CNT-CMNT TO AR-CNT-CMNT
           MOVE ARC-CNT-MPLR TO AR-CNT-MPLR
           WRITE ARCREG01
           DISPLAY G-GARNO " " G-GARNAME " RESTORED FROM ARCHIVE"
           ADD 1 TO CNT-RESTORED

      *    A NEW HOSPITAL ACCOUNT NUMBER FOR THE SAME PERSON - POINT
      *    IT AT THE RESTORED GARNO THE WAY P5 DOES FOR A NEW ONE.
           IF A-GARNO NOT = ARC-GARNO
               CLOSE ACTFILE
               OPEN I-O ACTFILE
               MOVE ARC-ACTNO TO A-ACTNO
               READ ACTFILE WITH LOCK
               MOVE ARC-GARNO TO A-GARNO
               REWRITE ACTFILE01
               CLOSE ACTFILE
               OPEN INPUT ACTFILE
           END-IF
           MOVE ARC-GARNO TO A-GARNO G-GARNO
           GO TO P1-0.

      *    A GARNO 375 ARCHIVED STILL OWNS ITS HISTORY - NEVER HAND IT
      *    TO A NEW GUARANTOR.
       ARC-TAKEN.
           MOVE "N" TO ARC-HIT
           MOVE HOLD-GARNO TO IA-GARNO
           MOVE "01" TO IA-TYPE
           MOVE 0 TO IA-SEQ
           READ INACTFILE
             INVALID
               GO TO ARC-TAKEN-EXIT
           END-READ
           MOVE "Y" TO ARC-HIT.
       ARC-TAKEN-EXIT.
           EXIT.

       REWRITE-NEW.

      * save some G details
           MOVE G-INSPEND TO X-INSPEND
           MOVE G-LASTBILL TO X-LASTBILL
           MOVE G-BILLCYCLE TO X-BILLCYCLE
           MOVE G-BADADDR TO X-BADADDR
           MOVE G-NOCHECK TO X-NOCHECK
           MOVE G-STREET TO X-STREET
           MOVE G-CITY TO X-CITY
           MOVE G-STATE TO X-STATE
           MOVE G-ZIP TO X-ZIP
      * overwrite garfile with actfile and bring billing details back
      * and the garno from actfile
           MOVE ACTFILE01 TO GARFILE01
           MOVE X-INSPEND TO G-INSPEND
           MOVE X-LASTBILL TO G-LASTBILL
           MOVE X-BILLCYCLE TO G-BILLCYCLE
           MOVE X-NOCHECK TO G-NOCHECK
           MOVE "1" TO G-DELETE

      *    THE FEED RESENDS THE SAME STALE ADDRESS EVERY VISIT, SO
      *    A RETURNED-MAIL FLAG (370/371) RIDES THROUGH THE REWRITE
      *    UNTIL THE HOSPITAL SENDS A DIFFERENT ADDRESS.
           MOVE SPACE TO G-BADADDR
           IF X-BADADDR = "Y"
             AND G-STREET = X-STREET AND G-CITY = X-CITY
             AND G-STATE = X-STATE AND G-ZIP = X-ZIP
               MOVE "Y" TO G-BADADDR
           END-IF

           IF NOT (G-BILLCYCLE = "1" OR "2" OR "3" OR "4")
               MOVE "1" TO G-BILLCYCLE
           END-IF
           CLOSE ACTFILE ORDFILE PROCFILE WORK249 FILEIN INSFILE
               GARFILE CHARFILE CLAIMFILE ORD-DELETES NEW-GARNOS
               CLAIMAUD ORDEXCP AUTHFILE FEEFILE DOCFILE PATFILE
               XWALKFILE PAYCUR PAYFILE SLIDENR SLIDFILE SLIDREG
               CMNTFILE MPLRFILE INACTFILE ARCREG.
           DISPLAY "===== END OF RUN SUMMARY =====".
           DISPLAY "NEW ACCOUNTS CREATED ... " CNT-NEW-GARNOS.
           DISPLAY "ACCOUNTS REUSED FROM COLLECTIONS " CNT-REUSED-GARNOS.
           DISPLAY "CROSSWALK RULES FIRED .. " CNT-XWALK-FIRED.
           DISPLAY "SLIDING FEE DISCOUNTS .. " CNT-DISCOUNTS
             " AMOUNT ... " AMT-DISCOUNTS.
           DISPLAY "RESTORED FROM ARCHIVE .. " CNT-RESTORED.
           DISPLAY "CLAIM COUNTER NOW AT ... " CLAIMNO.
           IF CLAIM-WARN NOT = 0 AND CLAIMNO > CLAIM-WARN
               DISPLAY "*** CLAIM COUNTER IS PAST THE WARNING"
