      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2020 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rrr358.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    EACH FILE IS COPIED ASIDE UNDER THE ODD NUMBER BEFORE THE
      *    RUN - THE OLD COPY IS READ AND THE NEW FILE IS BUILT
      *    FRESH UNDER ITS PRODUCTION NUMBER.
           SELECT PAYFILE ASSIGN TO "S30" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS PAYFILE-KEY.
           SELECT OLDPD ASSIGN TO "S31" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS OPD-KEY.
           SELECT PAYCUR ASSIGN TO "S35" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS PAYCUR-KEY.
           SELECT OLDPC ASSIGN TO "S36" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS OPC-KEY.
           SELECT PROCFILE ASSIGN TO "S40" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS PROC-KEY.
           SELECT OLDPR ASSIGN TO "S41" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS OPR-KEY.
           SELECT FEEFILE ASSIGN TO "S45" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS FEE-KEY.
           SELECT OLDFE ASSIGN TO "S46" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS OFE-KEY.
           SELECT CHARCUR ASSIGN TO "S50" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS CHARCUR-KEY
           ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES.
           SELECT OLDCC ASSIGN TO "S51" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS OCC-KEY
           ALTERNATE RECORD KEY IS OCC-PAYCODE WITH DUPLICATES.
           SELECT CHARFILE ASSIGN TO "S55" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS CHARFILE-KEY.
           SELECT OLDCD ASSIGN TO "S56" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS OCD-KEY.
           SELECT HISFILE ASSIGN TO "S70" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS HISFILE-KEY.
           SELECT OLDHS ASSIGN TO "S71" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS OHS-KEY.
           SELECT PRCAUD ASSIGN TO "S90" ORGANIZATION IS LINE
           SEQUENTIAL.
           SELECT OPTIONAL OLDPA ASSIGN TO "S91" ORGANIZATION IS LINE
           SEQUENTIAL.
           SELECT XFERLOG ASSIGN TO "S92" ORGANIZATION IS LINE
           SEQUENTIAL.
           SELECT OPTIONAL OLDXF ASSIGN TO "S93" ORGANIZATION IS LINE
           SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    ONLY THE KEYS AND THE MONEY FIELD ARE BROKEN OUT - THE
      *    BYTES EITHER SIDE OF THE AMOUNT GO ACROSS UNCHANGED.
      *    THE FACILITY BYTES (387) ARE THE EXCEPTION.  ON CHARCUR
      *    THEY WERE SPARE AND GO ACROSS BLANK.  ON CHARFILE THEY
      *    ARE WHERE THE OLD CLINICAL TEXT STARTED, SO THE OLD
      *    CLINICAL X(40) AND ADMIT DIAGNOSIS X(30) ARE MOVED INTO
      *    THEIR NEW X(38) AND X(29) AND THE FACILITY GOES BLANK -
      *    THE FEED NEVER FILLS MORE THAN 38 AND 24 OF THEM.
       FD  CHARCUR
           DATA RECORD IS CHARCUR01.
       01  CHARCUR01.
           02 CHARCUR-KEY.
             03 CC-KEY8 PIC X(8).
             03 CC-KEY3 PIC XXX.
           02 CC-FRONT PIC X(41).
           02 CC-AMOUNT PIC S9(7)V99.
           02 CC-BACK1 PIC X(5).
           02 CC-PAYCODE PIC XXX.
           02 CC-BACK2 PIC X(90).
           02 CC-FACILITY PIC XXX.
           02 CC-BACK3 PIC XXX.

       FD  OLDCC
           DATA RECORD IS OLDCC01.
       01  OLDCC01.
           02 OCC-KEY PIC X(11).
           02 OCC-FRONT PIC X(41).
           02 OCC-AMOUNT PIC S9(4)V99.
           02 OCC-BACK1 PIC X(5).
           02 OCC-PAYCODE PIC XXX.
           02 OCC-BACK2 PIC X(90).
           02 OCC-FACILITY PIC XXX.
           02 OCC-BACK3 PIC XXX.

       FD  CHARFILE
           DATA RECORD IS CHARFILE01.
       01  CHARFILE01.
           02 CHARFILE-KEY.
             03 CD-KEY8 PIC X(8).
             03 CD-KEY3 PIC XXX.
           02 CD-FRONT PIC X(41).
           02 CD-AMOUNT PIC S9(7)V99.
           02 CD-BACK PIC X(127).
           02 CD-FACILITY PIC XXX.
           02 CD-CLINICAL PIC X(38).
           02 CD-ADMIT-DIAG PIC X(29).

       FD  OLDCD
           DATA RECORD IS OLDCD01.
       01  OLDCD01.
           02 OCD-KEY PIC X(11).
           02 OCD-FRONT PIC X(41).
           02 OCD-AMOUNT PIC S9(4)V99.
           02 OCD-BACK PIC X(127).
           02 OCD-CLINICAL PIC X(40).
           02 OCD-ADMIT PIC X(30).

       FD  PAYFILE
           DATA RECORD IS PAYFILE01.
       01  PAYFILE01.
           02 PAYFILE-KEY.
             03 PD-KEY8 PIC X(8).
             03 PD-KEY3 PIC XXX.
           02 PD-NAME PIC X(24).
           02 PD-AMOUNT PIC S9(7)V99.
           02 PD-BACK PIC X(42).

       FD  OLDPD
           DATA RECORD IS OLDPD01.
       01  OLDPD01.
           02 OPD-KEY PIC X(11).
           02 OPD-NAME PIC X(24).
           02 OPD-AMOUNT PIC S9(4)V99.
           02 OPD-BACK PIC X(42).

       FD  PAYCUR
           DATA RECORD IS PAYCUR01.
       01  PAYCUR01.
           02 PAYCUR-KEY.
             03 PC-KEY8 PIC X(8).
             03 PC-KEY3 PIC XXX.
           02 PC-AMOUNT PIC S9(7)V99.
           02 PC-BACK PIC X(36).

       FD  OLDPC
           DATA RECORD IS OLDPC01.
       01  OLDPC01.
           02 OPC-KEY PIC X(11).
           02 OPC-AMOUNT PIC S9(4)V99.
           02 OPC-BACK PIC X(36).

       FD  HISFILE
           DATA RECORD IS HISFILE01.
       01  HISFILE01.
           02 HISFILE-KEY.
             03 HS-KEY8 PIC X(8).
             03 HS-CLAIM PIC X(8).
             03 HS-REC-TYPE PIC X.
             03 HS-KEY4 PIC XXXX.
           02 HS-FRONT PIC X(31).
           02 HS-AMOUNT PIC X(9).
           02 HS-BACK PIC X(79).

       FD  OLDHS
           DATA RECORD IS OLDHS01.
       01  OLDHS01.
           02 OHS-KEY PIC X(21).
           02 OHS-FRONT PIC X(31).
           02 OHS-AMOUNT PIC X(6).
           02 OHS-BACK PIC X(79).

       FD  PROCFILE
           DATA RECORD IS PROCFILE01.
       01  PROCFILE01.
           02 PROC-KEY PIC X(11).
           02 PROC-FRONT PIC X(29).
           02 PROC-AMOUNT PIC 9(7)V99.

       FD  OLDPR
           DATA RECORD IS OLDPR01.
       01  OLDPR01.
           02 OPR-KEY PIC X(11).
           02 OPR-FRONT PIC X(29).
           02 OPR-AMOUNT PIC 9(4)V99.

       FD  FEEFILE
           DATA RECORD IS FEEFILE01.
       01  FEEFILE01.
           02 FEE-KEY PIC X(14).
           02 FEE-AMOUNT PIC 9(7)V99.

       FD  OLDFE
           DATA RECORD IS OLDFE01.
       01  OLDFE01.
           02 OFE-KEY PIC X(14).
           02 OFE-AMOUNT PIC 9(4)V99.

       FD  PRCAUD.
       01  PRCAUD01.
           02 PA-FRONT PIC X(39).
           02 PA-OLD-AMOUNT PIC 9(7)V99.
           02 PA-NEW-AMOUNT PIC 9(7)V99.
           02 PA-OPERATOR PIC X(10).

       FD  OLDPA.
       01  OLDPA01.
           02 OPA-FRONT PIC X(39).
           02 OPA-OLD-AMOUNT PIC 9(4)V99.
           02 OPA-NEW-AMOUNT PIC 9(4)V99.
           02 OPA-OPERATOR PIC X(10).

       FD  XFERLOG.
       01  XFERLOG01.
           02 XF-FRONT PIC X(62).
           02 XF-AMOUNT PIC S9(7)V99.
           02 XF-BACK PIC X(36).

       FD  OLDXF.
       01  OLDXF01.
           02 OXF-FRONT PIC X(62).
           02 OXF-AMOUNT PIC S9(4)V99.
           02 OXF-BACK PIC X(36).

       WORKING-STORAGE SECTION.
       01  ANS PIC X.
       01  OLD-HOLD PIC S9(4)V99.
       01  OLD-HOLD-X REDEFINES OLD-HOLD PIC X(6).
       01  AMT-HOLD PIC S9(7)V99.
       01  AMT-HOLD-X REDEFINES AMT-HOLD PIC X(9).
       01  CNT-HS-BAD PIC 9(7) VALUE 0.
       01  CNT-BAD-WRITE PIC 9(7) VALUE 0.
       01  MISMATCH PIC X VALUE "N".
       01  NEF-12 PIC ZZZ,ZZZ,ZZ9.99CR.
       01  NEF-12B PIC ZZZ,ZZZ,ZZ9.99CR.
      *    ONE LINE PER FILE - 1 CHARCUR 2 CHARFILE 3 PAYCUR
      *    4 PAYFILE 5 HISFILE 6 PROCFILE 7 FEEFILE 8 PRCAUD
      *    9 XFERLOG.
       01  CV-TAB.
           02 CV-ENTRY OCCURS 9.
             03 CV-NAME PIC X(8).
             03 CV-OLD-CNT PIC 9(9).
             03 CV-OLD-AMT PIC S9(11)V99.
             03 CV-NEW-CNT PIC 9(9).
             03 CV-NEW-AMT PIC S9(11)V99.
       01  CV-X PIC 99.

      *
      *    ONE-TIME CONVERSION TO THE NINE DIGIT MONEY FIELDS.  THE
      *    OLD FOUR-DOLLAR-DIGIT AMOUNTS CAPPED A CHARGE OR A PAYMENT
      *    AT 9,999.99, SO EVERY FILE THAT CARRIES ONE IS UNLOADED
      *    FROM ITS OLD COPY AND RELOADED INTO THE WIDER LAYOUT.  THE
      *    NEW FILES ARE THEN READ BACK AND THE RECORD COUNT AND THE
      *    DOLLAR TOTAL OF EACH ARE PROVED AGAINST THE OLD COPY.  A
      *    FILE THAT DOES NOT PROVE ENDS THE RUN WITH RETURN CODE 8 -
      *    PUT THE OLD COPIES BACK AND DO NOT RUN THE NIGHT CHAIN.
       PROCEDURE DIVISION.
       P00.
           MOVE "CHARCUR" TO CV-NAME(1)
           MOVE "CHARFILE" TO CV-NAME(2)
           MOVE "PAYCUR" TO CV-NAME(3)
           MOVE "PAYFILE" TO CV-NAME(4)
           MOVE "HISFILE" TO CV-NAME(5)
           MOVE "PROCFILE" TO CV-NAME(6)
           MOVE "FEEFILE" TO CV-NAME(7)
           MOVE "PRCAUD" TO CV-NAME(8)
           MOVE "XFERLOG" TO CV-NAME(9)
           PERFORM CV-CLEAR VARYING CV-X FROM 1 BY 1 UNTIL CV-X > 9.
           DISPLAY "MONEY FIELD WIDTH CONVERSION - THE OLD COPIES"
             " MUST BE IN PLACE UNDER THE ODD FILE NUMBERS".
           DISPLAY "CONVERT NOW  - Y/N?".
           ACCEPT ANS.
           IF ANS NOT = "Y"
               DISPLAY "NOTHING CONVERTED"
               STOP RUN
           END-IF.

       CC-0.
           MOVE 1 TO CV-X
           OPEN INPUT OLDCC
           OPEN OUTPUT CHARCUR.
       CC-1.
           READ OLDCC NEXT AT END GO TO CC-2.
           ADD 1 TO CV-OLD-CNT(CV-X)
           ADD OCC-AMOUNT TO CV-OLD-AMT(CV-X)
           MOVE OCC-KEY TO CHARCUR-KEY
           MOVE OCC-FRONT TO CC-FRONT
           MOVE OCC-AMOUNT TO CC-AMOUNT
           MOVE OCC-BACK1 TO CC-BACK1
           MOVE OCC-PAYCODE TO CC-PAYCODE
           MOVE OCC-BACK2 TO CC-BACK2
           MOVE SPACE TO CC-FACILITY
           MOVE OCC-BACK3 TO CC-BACK3
           WRITE CHARCUR01
             INVALID
               DISPLAY "CANNOT WRITE CHARCUR " CHARCUR-KEY
               ADD 1 TO CNT-BAD-WRITE
           END-WRITE
           GO TO CC-1.
       CC-2.
           CLOSE OLDCC CHARCUR
           OPEN INPUT CHARCUR.
       CC-3.
           READ CHARCUR NEXT AT END GO TO CC-9.
           ADD 1 TO CV-NEW-CNT(CV-X)
           ADD CC-AMOUNT TO CV-NEW-AMT(CV-X)
           GO TO CC-3.
       CC-9.
           CLOSE CHARCUR.

       CD-0.
           MOVE 2 TO CV-X
           OPEN INPUT OLDCD
           OPEN OUTPUT CHARFILE.
       CD-1.
           READ OLDCD NEXT AT END GO TO CD-2.
           ADD 1 TO CV-OLD-CNT(CV-X)
           ADD OCD-AMOUNT TO CV-OLD-AMT(CV-X)
           MOVE OCD-KEY TO CHARFILE-KEY
           MOVE OCD-FRONT TO CD-FRONT
           MOVE OCD-AMOUNT TO CD-AMOUNT
           MOVE OCD-BACK TO CD-BACK
           MOVE SPACE TO CD-FACILITY
           MOVE OCD-CLINICAL(1:38) TO CD-CLINICAL
           MOVE OCD-ADMIT(1:29) TO CD-ADMIT-DIAG
           WRITE CHARFILE01
             INVALID
               DISPLAY "CANNOT WRITE CHARFILE " CHARFILE-KEY
               ADD 1 TO CNT-BAD-WRITE
           END-WRITE
           GO TO CD-1.
       CD-2.
           CLOSE OLDCD CHARFILE
           OPEN INPUT CHARFILE.
       CD-3.
           READ CHARFILE NEXT AT END GO TO CD-9.
           ADD 1 TO CV-NEW-CNT(CV-X)
           ADD CD-AMOUNT TO CV-NEW-AMT(CV-X)
           GO TO CD-3.
       CD-9.
           CLOSE CHARFILE.

       PC-0.
           MOVE 3 TO CV-X
           OPEN INPUT OLDPC
           OPEN OUTPUT PAYCUR.
       PC-1.
           READ OLDPC NEXT AT END GO TO PC-2.
           ADD 1 TO CV-OLD-CNT(CV-X)
           ADD OPC-AMOUNT TO CV-OLD-AMT(CV-X)
           MOVE OPC-KEY TO PAYCUR-KEY
           MOVE OPC-AMOUNT TO PC-AMOUNT
           MOVE OPC-BACK TO PC-BACK
           WRITE PAYCUR01
             INVALID
               DISPLAY "CANNOT WRITE PAYCUR " PAYCUR-KEY
               ADD 1 TO CNT-BAD-WRITE
           END-WRITE
           GO TO PC-1.
       PC-2.
           CLOSE OLDPC PAYCUR
           OPEN INPUT PAYCUR.
       PC-3.
           READ PAYCUR NEXT AT END GO TO PC-9.
           ADD 1 TO CV-NEW-CNT(CV-X)
           ADD PC-AMOUNT TO CV-NEW-AMT(CV-X)
           GO TO PC-3.
       PC-9.
           CLOSE PAYCUR.

       PD-0.
           MOVE 4 TO CV-X
           OPEN INPUT OLDPD
           OPEN OUTPUT PAYFILE.
       PD-1.
           READ OLDPD NEXT AT END GO TO PD-2.
           ADD 1 TO CV-OLD-CNT(CV-X)
           ADD OPD-AMOUNT TO CV-OLD-AMT(CV-X)
           MOVE OPD-KEY TO PAYFILE-KEY
           MOVE OPD-NAME TO PD-NAME
           MOVE OPD-AMOUNT TO PD-AMOUNT
           MOVE OPD-BACK TO PD-BACK
           WRITE PAYFILE01
             INVALID
               DISPLAY "CANNOT WRITE PAYFILE " PAYFILE-KEY
               ADD 1 TO CNT-BAD-WRITE
           END-WRITE
           GO TO PD-1.
       PD-2.
           CLOSE OLDPD PAYFILE
           OPEN INPUT PAYFILE.
       PD-3.
           READ PAYFILE NEXT AT END GO TO PD-9.
           ADD 1 TO CV-NEW-CNT(CV-X)
           ADD PD-AMOUNT TO CV-NEW-AMT(CV-X)
           GO TO PD-3.
       PD-9.
           CLOSE PAYFILE.

      *    HS-AMOUNT IS CARRIED AS THE CHARACTER IMAGE OF A SIGNED
      *    AMOUNT (SEE 254 AND 340), SO THE OLD SIX BYTES ARE READ
      *    BACK AS S9(4)V99 AND RE-IMAGED AS S9(7)V99.  AN IMAGE
      *    THAT IS NOT NUMERIC GOES ACROSS AS ZERO AND IS COUNTED.
       HS-0.
           MOVE 5 TO CV-X
           OPEN INPUT OLDHS
           OPEN OUTPUT HISFILE.
       HS-1.
           READ OLDHS NEXT AT END GO TO HS-2.
           ADD 1 TO CV-OLD-CNT(CV-X)
           MOVE OHS-AMOUNT TO OLD-HOLD-X
           IF OLD-HOLD NUMERIC
               MOVE OLD-HOLD TO AMT-HOLD
           ELSE
               MOVE 0 TO AMT-HOLD
               ADD 1 TO CNT-HS-BAD
           END-IF
           ADD AMT-HOLD TO CV-OLD-AMT(CV-X)
           MOVE OHS-KEY TO HISFILE-KEY
           MOVE OHS-FRONT TO HS-FRONT
           MOVE AMT-HOLD-X TO HS-AMOUNT
           MOVE OHS-BACK TO HS-BACK
           WRITE HISFILE01
             INVALID
               DISPLAY "CANNOT WRITE HISFILE " HISFILE-KEY
               ADD 1 TO CNT-BAD-WRITE
           END-WRITE
           GO TO HS-1.
       HS-2.
           CLOSE OLDHS HISFILE
           OPEN INPUT HISFILE.
       HS-3.
           READ HISFILE NEXT AT END GO TO HS-9.
           ADD 1 TO CV-NEW-CNT(CV-X)
           MOVE HS-AMOUNT TO AMT-HOLD-X
           ADD AMT-HOLD TO CV-NEW-AMT(CV-X)
           GO TO HS-3.
       HS-9.
           CLOSE HISFILE.

       PR-0.
           MOVE 6 TO CV-X
           OPEN INPUT OLDPR
           OPEN OUTPUT PROCFILE.
       PR-1.
           READ OLDPR NEXT AT END GO TO PR-2.
           ADD 1 TO CV-OLD-CNT(CV-X)
           ADD OPR-AMOUNT TO CV-OLD-AMT(CV-X)
           MOVE OPR-KEY TO PROC-KEY
           MOVE OPR-FRONT TO PROC-FRONT
           MOVE OPR-AMOUNT TO PROC-AMOUNT
           WRITE PROCFILE01
             INVALID
               DISPLAY "CANNOT WRITE PROCFILE " PROC-KEY
               ADD 1 TO CNT-BAD-WRITE
           END-WRITE
           GO TO PR-1.
       PR-2.
           CLOSE OLDPR PROCFILE
           OPEN INPUT PROCFILE.
       PR-3.
           READ PROCFILE NEXT AT END GO TO PR-9.
           ADD 1 TO CV-NEW-CNT(CV-X)
           ADD PROC-AMOUNT TO CV-NEW-AMT(CV-X)
           GO TO PR-3.
       PR-9.
           CLOSE PROCFILE.

       FE-0.
           MOVE 7 TO CV-X
           OPEN INPUT OLDFE
           OPEN OUTPUT FEEFILE.
       FE-1.
           READ OLDFE NEXT AT END GO TO FE-2.
           ADD 1 TO CV-OLD-CNT(CV-X)
           ADD OFE-AMOUNT TO CV-OLD-AMT(CV-X)
           MOVE OFE-KEY TO FEE-KEY
           MOVE OFE-AMOUNT TO FEE-AMOUNT
           WRITE FEEFILE01
             INVALID
               DISPLAY "CANNOT WRITE FEEFILE " FEE-KEY
               ADD 1 TO CNT-BAD-WRITE
           END-WRITE
           GO TO FE-1.
       FE-2.
           CLOSE OLDFE FEEFILE
           OPEN INPUT FEEFILE.
       FE-3.
           READ FEEFILE NEXT AT END GO TO FE-9.
           ADD 1 TO CV-NEW-CNT(CV-X)
           ADD FEE-AMOUNT TO CV-NEW-AMT(CV-X)
           GO TO FE-3.
       FE-9.
           CLOSE FEEFILE.

      *    THE TWO LOGS ARE OPENED EXTEND BY 341 AND 357, SO THEIR
      *    OLD LINES ARE RE-LAID AS WELL.  THE PRICE LOG TOTAL IS
      *    THE NEW PRICES; EITHER LOG MAY BE ABSENT.
       PA-0.
           MOVE 8 TO CV-X
           OPEN INPUT OLDPA
           OPEN OUTPUT PRCAUD.
       PA-1.
           READ OLDPA AT END GO TO PA-2.
           ADD 1 TO CV-OLD-CNT(CV-X)
           ADD OPA-NEW-AMOUNT TO CV-OLD-AMT(CV-X)
           MOVE OPA-FRONT TO PA-FRONT
           MOVE OPA-OLD-AMOUNT TO PA-OLD-AMOUNT
           MOVE OPA-NEW-AMOUNT TO PA-NEW-AMOUNT
           MOVE OPA-OPERATOR TO PA-OPERATOR
           WRITE PRCAUD01
           GO TO PA-1.
       PA-2.
           CLOSE OLDPA PRCAUD
           OPEN INPUT PRCAUD.
       PA-3.
           READ PRCAUD AT END GO TO PA-9.
           ADD 1 TO CV-NEW-CNT(CV-X)
           ADD PA-NEW-AMOUNT TO CV-NEW-AMT(CV-X)
           GO TO PA-3.
       PA-9.
           CLOSE PRCAUD.

       XF-0.
           MOVE 9 TO CV-X
           OPEN INPUT OLDXF
           OPEN OUTPUT XFERLOG.
       XF-1.
           READ OLDXF AT END GO TO XF-2.
           ADD 1 TO CV-OLD-CNT(CV-X)
           ADD OXF-AMOUNT TO CV-OLD-AMT(CV-X)
           MOVE OXF-FRONT TO XF-FRONT
           MOVE OXF-AMOUNT TO XF-AMOUNT
           MOVE OXF-BACK TO XF-BACK
           WRITE XFERLOG01
           GO TO XF-1.
       XF-2.
           CLOSE OLDXF XFERLOG
           OPEN INPUT XFERLOG.
       XF-3.
           READ XFERLOG AT END GO TO XF-9.
           ADD 1 TO CV-NEW-CNT(CV-X)
           ADD XF-AMOUNT TO CV-NEW-AMT(CV-X)
           GO TO XF-3.
       XF-9.
           CLOSE XFERLOG.

       P9.
           DISPLAY "===== MONEY FIELD CONVERSION SUMMARY =====".
           PERFORM CV-PROVE VARYING CV-X FROM 1 BY 1 UNTIL CV-X > 9.
           IF CNT-HS-BAD NOT = 0
               DISPLAY "HISFILE AMOUNTS NOT NUMERIC, WRITTEN AS ZERO "
                 CNT-HS-BAD
           END-IF
           IF CNT-BAD-WRITE NOT = 0
               DISPLAY "RECORDS THAT COULD NOT BE WRITTEN ..... "
                 CNT-BAD-WRITE
               MOVE "Y" TO MISMATCH
           END-IF
           IF MISMATCH = "Y"
               DISPLAY "CONVERSION DID NOT PROVE - RESTORE THE OLD"
                 " COPIES"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "ALL FILES PROVED - COUNTS AND TOTALS AGREE"
           END-IF
           STOP RUN.

       CV-CLEAR.
           MOVE 0 TO CV-OLD-CNT(CV-X) CV-OLD-AMT(CV-X)
             CV-NEW-CNT(CV-X) CV-NEW-AMT(CV-X).

       CV-PROVE.
           MOVE CV-OLD-AMT(CV-X) TO NEF-12
           MOVE CV-NEW-AMT(CV-X) TO NEF-12B
           DISPLAY CV-NAME(CV-X) " OLD " CV-OLD-CNT(CV-X) " " NEF-12
             "  NEW " CV-NEW-CNT(CV-X) " " NEF-12B.
           IF CV-OLD-CNT(CV-X) NOT = CV-NEW-CNT(CV-X)
             OR CV-OLD-AMT(CV-X) NOT = CV-NEW-AMT(CV-X)
               DISPLAY "   ** " CV-NAME(CV-X) " DOES NOT PROVE **"
               MOVE "Y" TO MISMATCH
           END-IF.
