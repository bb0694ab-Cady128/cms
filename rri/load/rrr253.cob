           SELECT GARFILE ASSIGN TO "S35" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
             ALTERNATE RECORD KEY IS G-ACCT WITH DUPLICATES
             ALTERNATE RECORD KEY IS G-PRINS WITH DUPLICATES
             ALTERNATE RECORD KEY IS G-SEINS WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT CHARCUR ASSIGN TO "S50" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CHARCUR-KEY
             ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
             ALTERNATE RECORD KEY IS CC-CLAIM WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT OPTIONAL PLANFILE ASSIGN TO "S45"

           SELECT PAYCUR ASSIGN TO "S55" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS PAYCUR-KEY
             ALTERNATE RECORD KEY IS PC-CLAIM WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT OPTIONAL HOLDFILE ASSIGN TO "S60"
           02 CC-MOD2 PIC XX.
           02 CC-MOD3 PIC XX.
           02 CC-MOD4 PIC XX.
           02 CC-AMOUNT PIC S9(7)V99.
           02 CC-DOCR PIC X(3).
           02 CC-DOCP PIC X(2).
           02 CC-PAYCODE PIC XXX.
           02 PAYCUR-KEY.
             03 PC-KEY8 PIC X(8).
             03 PC-KEY3 PIC XXX.
           02 PC-AMOUNT PIC S9(7)V99.
           02 PC-PAYCODE PIC XXX.
           02 PC-DENIAL PIC XX.
           02 PC-CLAIM PIC X(8).
           02 G-PRIVATE PIC X.
           02 G-BILLCYCLE PIC X.
           02 G-DELETE PIC X.
           02 G-BADADDR PIC X.
           02 G-FILLER PIC XX.
           02 G-ACCT PIC X(8).
           02 G-PRGRPNAME PIC X(15).
           02 G-SEGRPNAME PIC X(15).
           02 SD-CLAIM PIC X(8).
           02 SD-PROC PIC X(11).
           02 SD-DATE-T PIC X(8).
           02 SD-AMOUNT PIC S9(7)V99.

      *    SX-SCANLINE IS A NEW TRAILING COLUMN - THE REMITTANCE
      *    STUB SCAN LINE THE BANK LOCKBOX READS BACK TO US (367).
      *    GARNO, STATEMENT DATE, AMOUNT DUE AND A CHECK DIGIT.
       FD  STMTEXT.
       01  STMTEXT01.
           02 SX-GARNO PIC X(8).
           02 SX-PAYMENTS PIC S9(7)V99.
           02 SX-BALANCE PIC S9(7)V99.
           02 SX-LASTBILL PIC X(8).
           02 SX-SCANLINE.
             03 SX-SCAN-BODY PIC X(25).
             03 SX-SCAN-CD PIC 9.

       WORKING-STORAGE SECTION.
       01  CYCLE-PARM PIC X VALUE "1".
       01  CNT-GARFILE PIC 9(7) VALUE 0.
       01  CNT-SELECTED PIC 9(7) VALUE 0.
       01  CNT-HELD PIC 9(7) VALUE 0.
       01  CNT-BADADDR PIC 9(7) VALUE 0.
       01  SCAN-BODY.
           02 SCAN-GARNO PIC X(8).
           02 SCAN-DATE PIC X(8).
           02 SCAN-AMT PIC 9(7)V99.
       01  CD-CHARS PIC X(36)
             VALUE "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  CD-POS PIC 99.
       01  CD-VAL PIC 99.
       01  CD-SUM PIC 9(5).
       01  CD-QUOT PIC 9(5).
       01  CD-REM PIC 99.
       01  CD-DIGIT PIC 9.

      *
       PROCEDURE DIVISION.
               ADD 1 TO CNT-HELD
               GO TO R1
           END-READ

      *    MAIL CAME BACK FROM THIS ADDRESS (370/371) - NO SENSE
      *    PAYING POSTAGE ON ANOTHER ONE.  THE ACCOUNT SITS ON THE
      *    373 SKIP-TRACE LIST UNTIL A NEW ADDRESS CLEARS THE FLAG.
           IF G-BADADDR = "Y"
               ADD 1 TO CNT-BADADDR
               GO TO R1
           END-IF
           ADD 1 TO CNT-SELECTED

           PERFORM R2.
           END-READ

           MOVE TODAY-8 TO SX-LASTBILL
           PERFORM SCAN-LINE
           WRITE STMTEXT01

           MOVE TODAY-8 TO G-LASTBILL
       R3-EXIT.
           EXIT.

      *    THE STUB CARRIES WHAT IS BEING BILLED - A CREDIT BALANCE
      *    GOES OUT AS ZERO DUE.
       SCAN-LINE.
           MOVE G-GARNO TO SCAN-GARNO
           MOVE TODAY-8 TO SCAN-DATE
           IF SX-BALANCE > 0
               MOVE SX-BALANCE TO SCAN-AMT
           ELSE
               MOVE 0 TO SCAN-AMT
           END-IF
           PERFORM SCAN-DIGIT
           MOVE SCAN-BODY TO SX-SCAN-BODY
           MOVE CD-DIGIT TO SX-SCAN-CD.

      *    MOD 10 CHECK DIGIT OVER THE 25 SCAN CHARACTERS, WEIGHTS
      *    3,1,3,1...  A LETTER IN THE GARNO COUNTS 10 FOR A THRU 35
      *    FOR Z.  367 MUST COMPUTE IT EXACTLY THE SAME WAY.
       SCAN-DIGIT.
           MOVE 0 TO CD-SUM
           PERFORM SCAN-DIGIT-1 VARYING CD-POS FROM 1 BY 1
             UNTIL CD-POS > 25
           DIVIDE CD-SUM BY 10 GIVING CD-QUOT REMAINDER CD-REM
           IF CD-REM = 0
               MOVE 0 TO CD-DIGIT
           ELSE
               COMPUTE CD-DIGIT = 10 - CD-REM
           END-IF.

       SCAN-DIGIT-1.
           MOVE 0 TO CD-VAL
           INSPECT CD-CHARS TALLYING CD-VAL
             FOR CHARACTERS BEFORE INITIAL SCAN-BODY(CD-POS:1)
           IF CD-VAL > 35
               MOVE 0 TO CD-VAL
           END-IF
           DIVIDE CD-POS BY 2 GIVING CD-QUOT REMAINDER CD-REM
           IF CD-REM = 1
               COMPUTE CD-SUM = CD-SUM + CD-VAL * 3
           ELSE
               ADD CD-VAL TO CD-SUM
           END-IF.

       R9.
           DISPLAY "===== rrr253 PATIENT STATEMENT EXTRACT =====".
           DISPLAY "BILLCYCLE PROCESSED ... " CYCLE-PARM.
           DISPLAY "GARFILE ACCOUNTS READ . " CNT-GARFILE.
           DISPLAY "STATEMENTS WRITTEN .... " CNT-SELECTED.
           DISPLAY "SKIPPED - ON HOLD ..... " CNT-HELD.
           DISPLAY "SKIPPED - BAD ADDRESS . " CNT-BADADDR.

           CLOSE GARFILE CHARCUR PAYCUR PLANFILE PATFILE HOLDFILE
               STMTEXT STMTDET.
