           ALTERNATE RECORD KEY IS INS-NEIC-ASSIGN WITH DUPLICATES.
           SELECT GARFILE ASSIGN TO "S40" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
           ALTERNATE RECORD KEY IS G-ACCT WITH DUPLICATES
           ALTERNATE RECORD KEY IS G-PRINS WITH DUPLICATES
           ALTERNATE RECORD KEY IS G-SEINS WITH DUPLICATES.
           SELECT CHARCUR ASSIGN TO "S50" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS CHARCUR-KEY
           ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
           ALTERNATE RECORD KEY IS CC-CLAIM WITH DUPLICATES.

       DATA DIVISION.
       FILE SECTION.
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

       FD  GARFILE
      *    BLOCK CONTAINS 3 RECORDS
           02 CC-MOD2 PIC XX.
           02 CC-MOD3 PIC XX.
           02 CC-MOD4 PIC XX.
           02 CC-AMOUNT PIC S9(7)V99.
           02 CC-DOCR PIC X(3).
           02 CC-DOCP PIC X(2).
           02 CC-PAYCODE PIC XXX.
       01  ANS PIC X.
       01  KEY-IN PIC XXX.
       01  FLD-IN PIC X(24).
       01  LIMIT-IN PIC XXX.
       01  REFS-FOUND PIC X.
       01  REF-WHERE PIC X(20).

           DISPLAY "NEIC LEVEL". ACCEPT INS-NEICLEVEL.
           DISPLAY "NEIC ASSIGN FLAG". ACCEPT INS-NEIC-ASSIGN.
           DISPLAY "PROVIDER NUMBER (10)". ACCEPT INS-PRVNUM.
           DISPLAY "FILING LIMIT IN DAYS (3 DIGITS, 000 = NONE)".
           ACCEPT LIMIT-IN.
           IF LIMIT-IN NUMERIC
               MOVE LIMIT-IN TO INS-FILELIMIT
           ELSE
               MOVE 0 TO INS-FILELIMIT
           END-IF
           DISPLAY "PAYER CLASS - M)EDICARE D)MEDICAID B)LUES"
             " C)OMMERCIAL W)ORK COMP O)THER".
           ACCEPT INS-CLASS.
           PERFORM ASK-XOVER.
           MOVE "A" TO INS-STATUS.
           WRITE INSFILE01
             INVALID
           DISPLAY "PROVIDER NUMBER (BLANK = NO CHANGE)".
           ACCEPT FLD-IN.
           IF FLD-IN NOT = SPACE MOVE FLD-IN TO INS-PRVNUM.
           DISPLAY "FILING LIMIT DAYS " INS-FILELIMIT
             " (3 DIGITS, 000 = NONE, BLANK = NO CHANGE)".
           ACCEPT LIMIT-IN.
           IF LIMIT-IN NUMERIC
               MOVE LIMIT-IN TO INS-FILELIMIT
           ELSE
               IF LIMIT-IN NOT = SPACE
                   DISPLAY "NOT 3 DIGITS - FILING LIMIT NOT CHANGED"
               END-IF
           END-IF
           DISPLAY "PAYER CLASS " INS-CLASS " (BLANK = NO CHANGE)".
           ACCEPT FLD-IN.
           IF FLD-IN NOT = SPACE MOVE FLD-IN TO INS-CLASS.
           DISPLAY "AUTOMATIC CROSSOVER " INS-XOVER
             " (Y/N, BLANK = NO CHANGE)".
           ACCEPT FLD-IN.
           IF FLD-IN = "Y" OR FLD-IN = "N" MOVE FLD-IN TO INS-XOVER.
           REWRITE INSFILE01
             INVALID
               DISPLAY "CANNOT REWRITE PAYER RECORD"
           DISPLAY "NEIC ........ " INS-NEIC " LEVEL " INS-NEICLEVEL
             " ASSIGN " INS-NEIC-ASSIGN.
           DISPLAY "PRV NUMBER .. " INS-PRVNUM.
           DISPLAY "FILING LIMIT  " INS-FILELIMIT " DAYS"
             "   CLASS " INS-CLASS "   CROSSOVER " INS-XOVER.
           DISPLAY "STATUS ...... " INS-STATUS
             "  (A=ACTIVE R=RETIRED)".
           GO TO P0.
             " " INS-NEIC " " INS-STATUS.
           GO TO LIST-INS-R1.

      *    GARFILE CARRIES ALTERNATE KEYS ON G-PRINS AND G-SEINS SO
      *    ONE KEYED READ ON EACH ANSWERS THE GUARANTOR CHECK;
      *    CHARCUR HAS ONE ON CC-PAYCODE SO THE UNBILLED-CHARGE
      *    CHECK POSITIONS ON IT.
       CHECK-USAGE.
           MOVE "N" TO REFS-FOUND
           MOVE SPACE TO REF-WHERE
           MOVE KEY-IN TO G-PRINS
           READ GARFILE KEY IS G-PRINS
             INVALID
               CONTINUE
             NOT INVALID
               MOVE "Y" TO REFS-FOUND
               MOVE "GARFILE" TO REF-WHERE
               GO TO CHECK-USAGE-EXIT
           END-READ
           MOVE KEY-IN TO G-SEINS
           READ GARFILE KEY IS G-SEINS
             INVALID
               CONTINUE
             NOT INVALID
               MOVE "Y" TO REFS-FOUND
               MOVE "GARFILE" TO REF-WHERE
               GO TO CHECK-USAGE-EXIT
           END-READ.
       CHECK-USAGE-CHG.
           MOVE KEY-IN TO CC-PAYCODE
           START CHARCUR KEY NOT < CC-PAYCODE
           IF CC-PAYCODE NOT = KEY-IN
               GO TO CHECK-USAGE-EXIT
           END-IF
           IF CC-WORK = "01" OR CC-WORK = "03"
               MOVE "Y" TO REFS-FOUND
               MOVE "UNBILLED CHARCUR" TO REF-WHERE
               GO TO CHECK-USAGE-EXIT
       CHECK-USAGE-EXIT.
           EXIT.

       ASK-XOVER.
           DISPLAY "RECEIVES MEDICARE CLAIMS BY AUTOMATIC CROSSOVER"
             " - Y/N".
           ACCEPT INS-XOVER.
           IF INS-XOVER NOT = "Y"
               MOVE "N" TO INS-XOVER
           END-IF.

       P9.
           CLOSE INSFILE GARFILE CHARCUR.
           STOP RUN.
