       01  TODAY-6 PIC 9(6).
       01  TODAY-8 PIC X(8).
       01  ACCT-BAL PIC S9(9)V99.
       01  DEP-BAL PIC S9(9)V99.
       01  SEQ-N PIC 999.
       01  CNT-POSTED PIC 9(5) VALUE 0.
       01  AMT-POSTED PIC 9(9)V99 VALUE 0.
           PERFORM SUM-BAL THRU SUM-BAL-EXIT
           MOVE ACCT-BAL TO NEF-11
           DISPLAY "BALANCE ....... " NEF-11.
           IF DEP-BAL NOT = 0
               MOVE DEP-BAL TO NEF-11
               DISPLAY "DEPOSIT HELD .. " NEF-11
           END-IF.

       P1.
           DISPLAY "AMOUNT RECEIVED - 9 DIGITS ZERO FILLED, LAST"
           GO TO P0.

      *    THE LEDGER KEY LEADS WITH THE ACCOUNT SO THE BALANCE
      *    SCAN POSITIONS STRAIGHT ONTO IT.  A SECURITY DEPOSIT (TYPE
      *    D, fd1008) IS HELD, NOT PAID ON THE BILL, SO IT IS KEPT
      *    OUT OF THE BALANCE.
       SUM-BAL.
           MOVE 0 TO ACCT-BAL DEP-BAL
           MOVE ACCT-IN TO AR-ACCT
           MOVE LOW-VALUE TO AR-DATE AR-TYPE AR-SEQ
           START ARFILE KEY NOT < AR-KEY
           IF AR-ACCT NOT = ACCT-IN
               GO TO SUM-BAL-EXIT
           END-IF
           IF AR-TYPE = "D"
               ADD AR-AMOUNT TO DEP-BAL
           ELSE
               ADD AR-AMOUNT TO ACCT-BAL
           END-IF
           GO TO SUM-BAL-R1.
       SUM-BAL-EXIT.
           EXIT.
