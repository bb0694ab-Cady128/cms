
           SELECT PAYCUR ASSIGN TO "S55" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS PAYCUR-KEY
             ALTERNATE RECORD KEY IS PC-CLAIM WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT GARFILE ASSIGN TO "S35" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
             ALTERNATE RECORD KEY IS G-ACCT WITH DUPLICATES
             ALTERNATE RECORD KEY IS G-PRINS WITH DUPLICATES
             ALTERNATE RECORD KEY IS G-SEINS WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT APPRPT ASSIGN TO "S90" ORGANIZATION IS LINE
           02 PAYCUR-KEY.
             03 PC-KEY8 PIC X(8).
             03 PC-KEY3 PIC XXX.
           02 PC-AMOUNT PIC S9(7)V99.
           02 PC-PAYCODE PIC XXX.
           02 PC-DENIAL PIC XX.
           02 PC-CLAIM PIC X(8).
           WRITE APPRPT01 FROM RPT-LINE
           DISPLAY RPT-LINE.

      *    PULL THE DENIAL MEMO BACK OFF THE ACCOUNT'S PAYCUR -
      *    POSITIONED ON THE PC-CLAIM ALTERNATE KEY, THE GARNO ONLY
      *    CONFIRMS THE WORKLIST LINE WAS KEYED RIGHT.
       FIND-DENIAL.
           MOVE "N" TO DENIAL-FOUND
           MOVE CLAIM-IN TO PC-CLAIM
           START PAYCUR KEY = PC-CLAIM
             INVALID
               GO TO FIND-DENIAL-EXIT
           END-START.
             AT END
               GO TO FIND-DENIAL-EXIT
           END-READ
           IF PC-CLAIM NOT = CLAIM-IN
               GO TO FIND-DENIAL-EXIT
           END-IF
           IF PC-KEY8 NOT = GARNO-IN OR PC-DENIAL = SPACE
               GO TO FIND-DENIAL-R1
           END-IF
           MOVE "Y" TO DENIAL-FOUND.
