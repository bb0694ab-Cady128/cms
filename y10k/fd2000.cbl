           02 FX-ROLLOVER PIC X.
      *    E = ESTIMATED, T = TRUED UP, SPACE = METERED (fd1001).
           02 FX-ESTIMATED PIC X.
      *    F = FINAL BILL AT A MOVE-OUT (fd1008), FX-DAYS THE DAYS
      *    FROM THE LAST READ TO THE FINAL READ.
           02 FX-FINAL PIC X.
           02 FX-DAYS PIC 9(3).
           02 FX-FILLER PIC X(302).

       FD  BILLOUT.
       01  BILLOUT01.
       01  B2-AMT PIC 9(7)V99.
       01  OV-AMT PIC 9(7)V99.
       01  TOT-AMT PIC 9(7)V99.
       01  B1-LIMIT PIC 9(6).
       01  B2-LIMIT PIC 9(6).
       01  MIN-AMT PIC 9(4)V99.
       01  CYCLE-DAYS PIC 9(3) VALUE 30.
       01  SIZE-BAD PIC X.
       01  MIN-FLAG PIC X.
       01  CNT-FILEIN PIC 9(7) VALUE 0.
      *    RELEASED, AND A PRICING OVERFLOW IS HELD THE SAME WAY.
      *    "M" MEANS THE READ NEVER ARRIVED AND NO ESTIMATE WAS
      *    POSSIBLE - THAT IS NOT A METER WRAP, SO THE REVIEW LINE
      *    SAYS SO.  "W" IS A READING FROM A METER THE MASTER DOES
      *    NOT HAVE INSTALLED AT THE ACCOUNT (fd1007).
           IF FX-ROLLOVER NOT = SPACE OR SIZE-BAD = "Y"
               IF SIZE-BAD = "Y"
                   MOVE "TOO LARGE" TO RV-REASON
                   IF FX-ROLLOVER = "M"
                       MOVE "NO READING" TO RV-REASON
                   ELSE
                       IF FX-ROLLOVER = "W"
                           MOVE "BAD METER" TO RV-REASON
                       ELSE
                           MOVE "ROLLOVER" TO RV-REASON
                       END-IF
                   END-IF
               END-IF
               MOVE BILLOUT01 TO RV-BILL

      *    PRICE THE CONSUMPTION THROUGH THE TIERS AND APPLY THE
      *    MINIMUM CHARGE WHEN THE METERED TOTAL FALLS UNDER IT.
      *    A FINAL BILL COVERS ONLY PART OF A CYCLE, SO ITS BLOCK
      *    SIZES AND MINIMUM ARE CUT TO THE DAYS IT COVERS OVER A
      *    30 DAY CYCLE (NEVER MORE THAN A FULL CYCLE'S WORTH, AND
      *    A FULL CYCLE WHEN THE DAYS ARE NOT KNOWN).
       P3.
           MOVE "N" TO SIZE-BAD
           MOVE " " TO MIN-FLAG
           MOVE RE-BLK1-UNITS(PICK-X) TO B1-LIMIT
           MOVE RE-BLK2-UNITS(PICK-X) TO B2-LIMIT
           MOVE RE-MIN-CHARGE(PICK-X) TO MIN-AMT
           IF FX-FINAL = "F" AND FX-DAYS NUMERIC
             AND FX-DAYS > 0 AND FX-DAYS < CYCLE-DAYS
               COMPUTE B1-LIMIT ROUNDED =
                   RE-BLK1-UNITS(PICK-X) * FX-DAYS / CYCLE-DAYS
               COMPUTE B2-LIMIT ROUNDED =
                   RE-BLK2-UNITS(PICK-X) * FX-DAYS / CYCLE-DAYS
               COMPUTE MIN-AMT ROUNDED =
                   RE-MIN-CHARGE(PICK-X) * FX-DAYS / CYCLE-DAYS
           END-IF
           MOVE FX-CONSUMPTION TO UNITS-LEFT
           IF UNITS-LEFT < B1-LIMIT
               MOVE UNITS-LEFT TO B1-UNITS
           ELSE
               MOVE B1-LIMIT TO B1-UNITS
           END-IF
           SUBTRACT B1-UNITS FROM UNITS-LEFT
           IF UNITS-LEFT < B2-LIMIT
               MOVE UNITS-LEFT TO B2-UNITS
           ELSE
               MOVE B2-LIMIT TO B2-UNITS
           END-IF
           SUBTRACT B2-UNITS FROM UNITS-LEFT
           MOVE UNITS-LEFT TO OV-UNITS
             ON SIZE ERROR
               MOVE "Y" TO SIZE-BAD
           END-COMPUTE
           IF TOT-AMT < MIN-AMT
               MOVE MIN-AMT TO TOT-AMT
               MOVE "M" TO MIN-FLAG
           END-IF.
       P3-EXIT.
