           LINE SEQUENTIAL.
           SELECT HISTNEW ASSIGN TO "S55" ORGANIZATION IS
           LINE SEQUENTIAL.
           SELECT METERFILE ASSIGN TO "S45" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS MT-METERNUM
           ALTERNATE RECORD KEY IS MT-ACCT WITH DUPLICATES.

       DATA DIVISION.
       FILE SECTION.
      *    E = ESTIMATED FROM PRIOR CYCLES, T = TRUED UP AGAINST
      *    EARLIER ESTIMATES, SPACE = A PLAIN METERED READ.
           02 FX-ESTIMATED PIC X.
           02 FX-FINAL PIC X.
           02 FX-DAYS PIC 9(3).
           02 FX-FILLER PIC X(302).

      *    ONE LINE PER ACCOUNT PER CYCLE - R IS A REAL METERED
      *    CONSUMPTION, E AN ESTIMATE WE BILLED INSTEAD.  THE
           02 HN-TYPE PIC X.
           02 HN-UNITS PIC 9(12).

      *    THE METER MASTER - ONE RECORD PER PHYSICAL METER.  STATUS
      *    S = IN STOCK, I = INSTALLED AT MT-ACCT, R = REMOVED.  A
      *    METER PUT IN AT A CHANGE-OUT NAMES THE ONE IT REPLACED IN
      *    MT-PRIOR; THE OLD METER KEEPS ITS FINAL READ.  READS ARE
      *    REGISTER READS - MT-MULT TURNS THEM INTO BILLED UNITS.
      *    MT-CO-BILLED IS THE READING DATE OF THE CYCLE fd1001 BILLED
      *    THE CHANGE-OUT ON, SO IT IS COUNTED ONCE (A RERUN OF THE
      *    SAME CYCLE SEES ITS OWN DATE AND COUNTS IT AGAIN).
      *    MT-LAST-READ IS THE REGISTER AT THE LAST READ BILLED (THE
      *    SET READ UNTIL THE FIRST CYCLE) AND MT-BACK-READ THE ONE
      *    BEFORE IT, SO A RERUN OF A CYCLE STILL STARTS FROM THE
      *    RIGHT PLACE.  A FINAL READ AT A MOVE-OUT (fd1008) IS THE
      *    NEXT CUSTOMER'S STARTING READ.
       FD  METERFILE.
       01  METERFILE01.
           02 MT-METERNUM PIC X(10).
           02 MT-ACCT PIC X(13).
           02 MT-STATUS PIC X.
           02 MT-INSTALL PIC X(8).
           02 MT-REMOVE PIC X(8).
           02 MT-DIALS PIC 99.
           02 MT-MULT PIC 9(5).
           02 MT-SET-READ PIC 9(12).
           02 MT-FINAL-READ PIC 9(12).
           02 MT-PRIOR PIC X(10).
           02 MT-CO-BILLED PIC X(8).
           02 MT-LAST-READ PIC 9(12).
           02 MT-LAST-DATE PIC X(8).
           02 MT-BACK-READ PIC 9(12).
           02 MT-BACK-DATE PIC X(8).
           02 MT-FUTURE PIC X(10).

       WORKING-STORAGE SECTION.
       01  HOLDKEY PIC X(29).

       01  EST-REMAIN PIC 9(12).
       01  CNT-FILEIN PIC 9(7) VALUE 0.
       01  CNT-ROLLOVER PIC 9(7) VALUE 0.
       01  CNT-WRAPPED PIC 9(7) VALUE 0.
       01  CNT-IMPLAUSIBLE PIC 9(7) VALUE 0.
       01  CNT-ESTIMATED PIC 9(7) VALUE 0.
       01  CNT-TRUED PIC 9(7) VALUE 0.
       01  CNT-NOHIST PIC 9(7) VALUE 0.
       01  MAX-PLAUSIBLE-CONSUMPTION PIC 9(12) VALUE 99999.
       01  METER-BAD PIC X.
       01  CHANGEOUT-FLAG PIC X.
       01  NEW-SET-READ PIC 9(12).
       01  NEW-INSTALL PIC X(8).
       01  NEW-DIALS PIC 99.
       01  NEW-MULT PIC 9(5).
       01  OLD-FROM-READ PIC 9(12).
       01  OLD-FINAL-READ PIC 9(12).
       01  OLD-DIALS PIC 99.
       01  OLD-MULT PIC 9(5).
       01  OLD-METERNUM PIC X(10).
       01  LAST-HIST-DATE PIC X(8).
       01  LAST-REAL-DATE PIC X(8).
       01  REG-USAGE PIC 9(12).
       01  USAGE-FROM PIC 9(12).
       01  USAGE-TO PIC 9(12).
       01  USAGE-DIALS PIC 99.
       01  USAGE-N PIC 9(12).
       01  WRAP-N PIC 9(13).
       01  CNT-WRONGMTR PIC 9(7) VALUE 0.
       01  CNT-CHANGEOUT PIC 9(7) VALUE 0.
       PROCEDURE DIVISION.
       P0.
           OPEN INPUT FILEIN OPEN OUTPUT FILEOUT HISTNEW.
           OPEN I-O METERFILE.
           ACCEPT TODAY-6 FROM DATE.
           MOVE "20" TO TODAY-8(1:2).
           MOVE TODAY-6(1:2) TO TODAY-8(3:2).
               MOVE FI-PREV-READ TO PREV-READ-N
           END-IF

      *    THE READING MUST COME FROM THE METER THE MASTER HAS
      *    INSTALLED AT THIS ACCOUNT.  ANY OTHER METER - ONE PULLED
      *    AT A CHANGE-OUT, ONE AT ANOTHER ACCOUNT, ONE NOT ON FILE -
      *    IS HELD FOR REVIEW AS "W" AND NOTHING IS ESTIMATED FOR IT.
           PERFORM METER-CHECK THRU METER-CHECK-EXIT
           IF METER-BAD = "Y"
               MOVE "W" TO ROLLOVER-FLAG
               ADD 1 TO CNT-WRONGMTR
               GO TO P1-OUT
           END-IF
           PERFORM HIST-SCAN THRU HIST-SCAN-EXIT
           PERFORM CHANGEOUT-CHECK.

      *    A CURRENT READING LOWER THAN THE PREVIOUS ONE MEANS THE
      *    METER HAS ROLLED OVER (WRAPPED BACK TO ZERO) - BILLED WHEN
      *    THE WRAP IS PLAUSIBLE FOR THE DIALS, FLAGGED OTHERWISE
      *    (SEE USAGE-CALC).  A MISSING
      *    READ HAS NO REGISTER TO COMPUTE FROM AT ALL - ITS
      *    CONSUMPTION STAYS ZERO UNTIL THE ESTIMATION STEP FILLS
      *    IT IN OR THE CYCLE IS HELD.  IN A CHANGE-OUT CYCLE THE
      *    USAGE IS THE OLD METER FROM THE LAST READ TO ITS FINAL
      *    READ PLUS THE NEW METER FROM ITS SET READ, EACH TIMES ITS
      *    OWN MULTIPLIER.
           MOVE 0 TO REG-USAGE
           IF READ-MISSING = "Y"
               MOVE 0 TO CONSUMPTION
           ELSE
             IF CHANGEOUT-FLAG = "Y"
               MOVE OLD-FROM-READ TO USAGE-FROM
               MOVE OLD-FINAL-READ TO USAGE-TO
               MOVE OLD-DIALS TO USAGE-DIALS
               PERFORM USAGE-CALC
               MOVE USAGE-N TO REG-USAGE
               COMPUTE CONSUMPTION = USAGE-N * OLD-MULT
               MOVE NEW-SET-READ TO USAGE-FROM
             ELSE
               MOVE PREV-READ-N TO USAGE-FROM
             END-IF
             MOVE CURR-READ-N TO USAGE-TO
             MOVE NEW-DIALS TO USAGE-DIALS
             PERFORM USAGE-CALC
             ADD USAGE-N TO REG-USAGE
             COMPUTE CONSUMPTION = CONSUMPTION + USAGE-N * NEW-MULT
             IF ROLLOVER-FLAG = "Y"
               ADD 1 TO CNT-ROLLOVER
             END-IF
           END-IF.

      *    NOTE AN IMPLAUSIBLY LARGE CONSUMPTION EVEN WHEN IT ISN'T
      *    A ROLLOVER (E.G. A MISREAD METER) - WHETHER IT IS HELD
      *    OR ESTIMATED IS DECIDED BELOW, AND ONLY THE HELD ONES
      *    ARE COUNTED AS IMPLAUSIBLE.  THE TEST IS ON WHAT THE
      *    REGISTERS MOVED, BEFORE ANY MULTIPLIER.
           MOVE "N" TO IMPLAUSIBLE-FLAG
           IF REG-USAGE > MAX-PLAUSIBLE-CONSUMPTION
               MOVE "Y" TO IMPLAUSIBLE-FLAG
           END-IF.

      *    HELD FOR REVIEW: "Y" FOR A BAD READ, "M" FOR A READ
      *    THAT NEVER ARRIVED - THE CLERK SHOULD NOT GO CHASING A
      *    METER WRAP THAT NEVER HAPPENED.
           IF READ-MISSING = "Y" OR IMPLAUSIBLE-FLAG = "Y"
               IF R-CNT NOT = 0
                   MOVE EST-AVG TO CONSUMPTION
               END-IF
           END-IF.

      *    A CHANGE-OUT NOW ON A BILL IS STAMPED SO THE NEXT CYCLE
      *    STARTS FROM THE NEW METER ALONE, AND A GOOD READ BECOMES
      *    THE METER'S LAST READ.
           IF READ-MISSING = "N"
               PERFORM METER-NOTE THRU METER-NOTE-EXIT
           END-IF.

       P1-OUT.
           MOVE SPACE TO FILEOUT01
           MOVE FI-ACCT TO FX-ACCT
           MOVE FI-NAME TO FX-NAME
           MOVE FI-METERNUM TO FX-METERNUM
           MOVE PREV-READ-N TO FX-PREV-READ
           MOVE FI-CURR-READ TO FX-CURR-READ
           MOVE FI-CURR-DATE TO FX-CURR-DATE
           MOVE CONSUMPTION TO FX-CONSUMPTION
      *    FILE IS SMALL AND IN CYCLE ORDER, SO THE SCAN IS CHEAP.
       HIST-SCAN.
           MOVE 0 TO R-CNT R-SUM EST-OWED EST-AVG
           MOVE SPACE TO LAST-HIST-DATE LAST-REAL-DATE
           OPEN INPUT READHIST.
       HIST-SCAN-R1.
           READ READHIST
           IF RH-ACCT NOT = FI-ACCT
               GO TO HIST-SCAN-R1
           END-IF
           IF RH-DATE > LAST-HIST-DATE
               MOVE RH-DATE TO LAST-HIST-DATE
           END-IF
           IF RH-TYPE = "R"
               ADD 1 TO R-CNT
               ADD RH-UNITS TO R-SUM
               MOVE 0 TO EST-OWED
               IF RH-DATE > LAST-REAL-DATE
                   MOVE RH-DATE TO LAST-REAL-DATE
               END-IF
           END-IF
           IF RH-TYPE = "E"
               ADD RH-UNITS TO EST-OWED
       HIST-SCAN-EXIT.
           EXIT.

      *    FIND THE READING'S METER ON THE MASTER.  IF IT WENT IN AT
      *    A CHANGE-OUT, PICK UP THE METER IT REPLACED AS WELL.
       METER-CHECK.
           MOVE "N" TO METER-BAD
           MOVE SPACE TO OLD-METERNUM
           MOVE FI-METERNUM TO MT-METERNUM
           READ METERFILE
             INVALID
               DISPLAY FI-ACCT " METER " FI-METERNUM
                 " IS NOT ON THE METER MASTER - HELD"
               MOVE "Y" TO METER-BAD
               GO TO METER-CHECK-EXIT
           END-READ
           IF MT-ACCT NOT = FI-ACCT OR MT-STATUS NOT = "I"
               DISPLAY FI-ACCT " METER " FI-METERNUM
                 " IS NOT THE METER INSTALLED HERE - HELD"
               MOVE "Y" TO METER-BAD
               GO TO METER-CHECK-EXIT
           END-IF
      *    THE PREVIOUS READ IS THE ONE THE MASTER LAST BILLED FROM
      *    (A FINAL READ AT A MOVE-OUT, THE SET READ OF A NEW METER)
      *    - THE READER'S OWN PREVIOUS READ ONLY WHEN THE MASTER HAS
      *    NONE.  A RERUN OF THE SAME CYCLE STARTS FROM THE READ
      *    BEFORE.
           IF MT-LAST-DATE = FI-CURR-DATE
               IF MT-BACK-DATE NOT = SPACE
                   MOVE MT-BACK-READ TO PREV-READ-N
               END-IF
           ELSE
               IF MT-LAST-DATE NOT = SPACE
                   MOVE MT-LAST-READ TO PREV-READ-N
               END-IF
           END-IF
           MOVE MT-SET-READ TO NEW-SET-READ
           MOVE MT-INSTALL TO NEW-INSTALL
           MOVE MT-DIALS TO NEW-DIALS
           MOVE MT-MULT TO NEW-MULT
           IF NEW-MULT = 0
               MOVE 1 TO NEW-MULT
           END-IF
           IF MT-PRIOR = SPACE
               GO TO METER-CHECK-EXIT
           END-IF
           IF MT-CO-BILLED NOT = SPACE
             AND MT-CO-BILLED NOT = FI-CURR-DATE
               GO TO METER-CHECK-EXIT
           END-IF
           MOVE MT-PRIOR TO OLD-METERNUM
           MOVE OLD-METERNUM TO MT-METERNUM
           READ METERFILE
             INVALID
               DISPLAY FI-ACCT " METER " OLD-METERNUM
                 " REPLACED BY " FI-METERNUM
                 " IS NOT ON THE METER MASTER - HELD"
               MOVE "Y" TO METER-BAD
               GO TO METER-CHECK-EXIT
           END-READ
      *    THE OLD METER RUNS FROM ITS OWN LAST READ (ITS SET READ IF
      *    IT NEVER BILLED) - PREV-READ-N STAYS THE NEW METER'S, FOR
      *    A CHANGE-OUT THE HISTORY SHOWS WAS ALREADY BILLED.
           IF MT-LAST-DATE NOT = SPACE
               MOVE MT-LAST-READ TO OLD-FROM-READ
           ELSE
               MOVE MT-SET-READ TO OLD-FROM-READ
           END-IF
           MOVE MT-FINAL-READ TO OLD-FINAL-READ
           MOVE MT-DIALS TO OLD-DIALS
           MOVE MT-MULT TO OLD-MULT
           IF OLD-MULT = 0
               MOVE 1 TO OLD-MULT
           END-IF.
       METER-CHECK-EXIT.
           EXIT.

      *    A CHANGE-OUT NOT YET BILLED.  AN EARLIER REAL READ
      *    ALREADY ON THE HISTORY AFTER THE INSTALL DATE MEANS THE
      *    CHANGE-OUT WENT ON A BILL BUT THE MASTER WAS NEVER
      *    STAMPED - DO NOT COUNT THE OLD METER TWICE.  AN ESTIMATED
      *    CYCLE NEVER BILLED THE OLD METER, SO ITS E LINE DOES NOT
      *    COUNT.  A RERUN OF THIS SAME CYCLE FINDS ITS OWN DATE ON
      *    THE HISTORY AND STILL COUNTS IT.
       CHANGEOUT-CHECK.
           MOVE "N" TO CHANGEOUT-FLAG
           IF OLD-METERNUM NOT = SPACE
               MOVE "Y" TO CHANGEOUT-FLAG
               IF LAST-REAL-DATE NOT = SPACE
                 AND LAST-REAL-DATE > NEW-INSTALL
                 AND LAST-REAL-DATE < FI-CURR-DATE
                   MOVE "N" TO CHANGEOUT-FLAG
               END-IF
           END-IF
           IF CHANGEOUT-FLAG = "Y"
               ADD 1 TO CNT-CHANGEOUT
           END-IF.

      *    AN ESTIMATED OR HELD READ IS NOT TRUSTED AS A STARTING
      *    POINT - THE NEXT CYCLE RUNS FROM THE LAST GOOD ONE.  NOR
      *    DID IT BILL THE OLD METER OF A CHANGE-OUT, SO ONLY A
      *    METERED CYCLE STAMPS THE CHANGE-OUT AS BILLED.
       METER-NOTE.
           MOVE FI-METERNUM TO MT-METERNUM
           READ METERFILE
             INVALID
               GO TO METER-NOTE-EXIT
           END-READ
           IF EST-FLAG NOT = "E" AND ROLLOVER-FLAG = SPACE
             AND FI-CURR-DATE NUMERIC
               IF CHANGEOUT-FLAG = "Y"
                   MOVE FI-CURR-DATE TO MT-CO-BILLED
               END-IF
               IF MT-LAST-DATE NOT = FI-CURR-DATE
                   MOVE MT-LAST-READ TO MT-BACK-READ
                   MOVE MT-LAST-DATE TO MT-BACK-DATE
               END-IF
               MOVE CURR-READ-N TO MT-LAST-READ
               MOVE FI-CURR-DATE TO MT-LAST-DATE
           END-IF
           REWRITE METERFILE01
             INVALID
               DISPLAY FI-ACCT " CANNOT UPDATE METER " FI-METERNUM
           END-REWRITE.
       METER-NOTE-EXIT.
           EXIT.

      *    REGISTER MOVEMENT FROM USAGE-FROM TO USAGE-TO.  A METER
      *    WRAPS AT 10 TO THE POWER OF ITS DIALS (12 WHEN NOT KNOWN).
      *    A WRAP ON A METER WITH KNOWN DIALS THAT MOVED LESS THAN
      *    HALF WAY ROUND, AND NO MORE THAN A PLAUSIBLE CYCLE, IS THE
      *    DIALS TURNING PAST ZERO - IT IS BILLED AND BECOMES THE
      *    LAST READ LIKE ANY OTHER.  ANY OTHER WRAP IS FLAGGED, AS A
      *    MISREAD OR A METER SWAPPED WITHOUT A CHANGE-OUT IS MORE
      *    LIKELY THAN THAT MUCH USE.
       USAGE-CALC.
           IF USAGE-TO < USAGE-FROM
               IF USAGE-DIALS > 0 AND USAGE-DIALS < 12
                   COMPUTE WRAP-N = 10 ** USAGE-DIALS
               ELSE
                   MOVE 1000000000000 TO WRAP-N
               END-IF
               COMPUTE USAGE-N = WRAP-N - USAGE-FROM + USAGE-TO
               IF USAGE-DIALS > 0 AND USAGE-DIALS < 12
                 AND USAGE-N * 2 < WRAP-N
                 AND USAGE-N NOT > MAX-PLAUSIBLE-CONSUMPTION
                   ADD 1 TO CNT-WRAPPED
               ELSE
                   MOVE "Y" TO ROLLOVER-FLAG
               END-IF
           ELSE
               COMPUTE USAGE-N = USAGE-TO - USAGE-FROM
           END-IF.

      *    REMEMBER THIS CYCLE'S RESULT ON THE CYCLE FILE.  A
      *    TRUED-UP CYCLE GOES ON AS A REAL READ, AND ANY ESTIMATE
      *    STILL UNAPPLIED RIDES BEHIND IT AS A FRESH E LINE SO
           DISPLAY "===== fd1001 METER READING EXTRACT =====".
           DISPLAY "RECORDS READ .......... " CNT-FILEIN.
           DISPLAY "METER ROLLOVERS FLAGGED " CNT-ROLLOVER.
           DISPLAY "DIAL WRAPS BILLED ..... " CNT-WRAPPED.
           DISPLAY "IMPLAUSIBLE - HELD .... " CNT-IMPLAUSIBLE.
           DISPLAY "READS ESTIMATED ....... " CNT-ESTIMATED.
           DISPLAY "CYCLES TRUED UP ....... " CNT-TRUED.
           DISPLAY "NO HISTORY - HELD ..... " CNT-NOHIST.
           DISPLAY "WRONG METER - HELD .... " CNT-WRONGMTR.
           DISPLAY "METER CHANGE-OUTS ..... " CNT-CHANGEOUT.
           CLOSE FILEIN FILEOUT METERFILE.
           STOP RUN.
