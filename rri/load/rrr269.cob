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

           SELECT PAYCUR ASSIGN TO "S55" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS PAYCUR-KEY
             ALTERNATE RECORD KEY IS PC-CLAIM WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT OPTIONAL CORRQ ASSIGN TO "S60"
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC RECORD KEY IS CQ-KEY
             LOCK MODE MANUAL.

           SELECT FUPWORK ASSIGN TO "S80" ORGANIZATION IS LINE
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
           02 INS-LASTDATE PIC X(8).
           02 INS-CAID PIC XXX.
           02 INS-REFWARN PIC X.
           02 INS-FILELIMIT PIC 999.
           02 INS-CLASS PIC X.
           02 INS-XOVER PIC X.
           02 INS-FUTURE PIC X(3).

      *    CORRECTED CLAIMS QUEUED BY 349.  STATUS Q=QUEUED
      *    S=SENT BY 255.
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

       FD  FUPWORK.
       01  FUPWORK01.
           02 FW-GARNAME PIC X(24).
           02 FW-POLICY PIC X(16).
           02 FW-CLAIM PIC X(8).
           02 FW-AMOUNT PIC S9(7)V99.
           02 FW-DATE-T PIC X(8).
           02 FW-AGE PIC 9(4).
           02 FW-ESC PIC X.
           02 CHR02 OCCURS 990 TIMES.
             03 CHR-CLAIM PIC X(8).
             03 CHR-PAYCODE PIC XXX.
             03 CHR-AMOUNT PIC S9(7)V99.
             03 CHR-DATE-T PIC X(8).
             03 CHR-FLAG PIC 9.
       01  PHR01.
       01  HIT PIC X.
       01  HOLD-KEY8 PIC X(8).
       01  HOLD-CLAIM PIC X(8).
       01  CLAIM-TOT PIC S9(7)V99.
       01  CLAIM-DATE PIC X(8).
       01  CLAIM-DATE-N PIC 9(8).
       01  AGE-FROM PIC X(8).
       01  CNT-CORR PIC 9(7) VALUE 0.
       01  PAYER-TAB.
           02 PAYER-ENTRY OCCURS 200 TIMES.
             03 PT-CODE PIC XXX.
       P0-2.
           CLOSE FUPDAYS.

           OPEN INPUT CHARCUR PAYCUR GARFILE INSFILE CORRQ.
           OPEN OUTPUT FUPWORK.

           MOVE LOW-VALUE TO CHARCUR-KEY
           IF CLAIM-DATE NOT NUMERIC OR CLAIM-DATE = "00000000"
               GO TO CC1-EXIT
           END-IF

      *    A CORRECTED CLAIM (349) IS STILL ONE CLAIM.  WHILE IT
      *    WAITS FOR 255 IT IS NOT AT THE PAYER, A VOID IS NOT OPEN
      *    WITH THE PAYER AT ALL, AND A REPLACEMENT AGES FROM THE
      *    DAY IT WENT OUT, NOT FROM THE ORIGINAL SERVICE DATE.
           MOVE CLAIM-DATE TO AGE-FROM
           MOVE HOLD-CLAIM TO CQ-CLAIM
           MOVE CHR-PAYCODE(X) TO CQ-PAYCODE
           READ CORRQ
             INVALID
               CONTINUE
             NOT INVALID
               IF CQ-STATUS NOT = "S" OR CQ-FREQ = "8"
                   ADD 1 TO CNT-CORR
                   GO TO CC1-EXIT
               END-IF
               IF CQ-DATE-S NUMERIC AND CQ-DATE-S > AGE-FROM
                   MOVE CQ-DATE-S TO AGE-FROM
               END-IF
           END-READ
           MOVE AGE-FROM TO CLAIM-DATE-N
           COMPUTE CHARGE-INT =
             FUNCTION INTEGER-OF-DATE(CLAIM-DATE-N)
           COMPUTE AGE-DAYS = TODAY-INT - CHARGE-INT
           STRING "ASSIGNED CLAIMS CHECKED " CNT-CLAIMS
             "  LISTED " CNT-LISTED
             "  ESCALATED " CNT-ESC
             "  CORRECTION/VOID SKIPPED " CNT-CORR
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT
           CLOSE CHARCUR PAYCUR GARFILE INSFILE FUPRPT CORRQ.
           STOP RUN.
