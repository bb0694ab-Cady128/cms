           SELECT OPTIONAL RUNCTL ASSIGN TO "S30"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS RC-KEY.
           SELECT OPTIONAL STEPBACK ASSIGN TO "S31"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS SB-KEY.
           SELECT BACKPARM ASSIGN TO "S66"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT NIGHTRPT ASSIGN TO "S90" ORGANIZATION IS LINE
           SEQUENTIAL.

           02 RC-STATUS PIC X.
           02 RC-FUTURE PIC X(8).

      *    FILES TO BACK UP (378) BEFORE A STEP RUNS, BY STEP.
      *    NO RECORD OR BLANK FILES = NO BACKUP FOR THAT STEP.
       FD  STEPBACK
           DATA RECORD IS STEPBACK01.
       01  STEPBACK01.
           02 SB-KEY PIC 99.
           02 SB-FILES PIC X(80).
           02 SB-KEEP PIC XX.
           02 SB-FUTURE PIC X(8).

      *    THE PARM 378 READS - SEE 378.
       FD  BACKPARM.
       01  BACKPARM01.
           02 BP-KEEP PIC XX.
           02 BP-STEP PIC X(20).
           02 BP-FILES PIC X(80).

       FD  NIGHTRPT.
       01  NIGHTRPT01 PIC X(110).

       01  STEP-IN PIC XX.
       01  NAME-IN PIC X(20).
       01  CMND-IN PIC X(60).
       01  FILES-IN PIC X(80).
       01  KEEP-IN PIC XX.
       01  BACK-OK PIC X.
       01  BACK-CMND PIC X(60) VALUE "rrr378".
       01  TIME-8 PIC 9(8).
       01  TODAY-6 PIC 9(6).
       01  TODAY-8 PIC X(8).
      *    AFTER A FAILURE WITH R)UN AGAIN - COMPLETED STEPS ARE
      *    NOT REPEATED, THE CHAIN RESUMES AT THE FIRST INCOMPLETE
      *    STEP.
      *    A STEP WITH FILES ON STEPBACK HAS THEM BACKED UP BY 378
      *    JUST BEFORE IT STARTS, EVERY TIME IT STARTS.  IF THE STEP
      *    DIES PART WAY, 379 PUTS THE FILES BACK AS THEY WERE AND
      *    THE STEP IS RERUN.  IF THE BACKUP FAILS THE STEP IS NOT
      *    STARTED.
       PROCEDURE DIVISION.
       P00.
           OPEN I-O RUNCTL STEPBACK.
           ACCEPT TODAY-6 FROM DATE.
           MOVE "20" TO TODAY-8(1:2).
           MOVE TODAY-6(1:2) TO TODAY-8(3:2).
                 " SHOWS RUNNING - THE LAST NIGHT DIED IN IT"
               DISPLAY "CHECK IT, THEN MARK IT WITH C)HANGE BEFORE"
                 " RERUNNING"
               DISPLAY "(ROLL ITS FILES BACK WITH 379 AND MARK IT P"
                 " TO RUN IT AGAIN)"
               GO TO P0
           END-IF

           PERFORM STEP-BACKUP THRU STEP-BACKUP-EXIT
           IF BACK-OK NOT = "Y"
               MOVE "F" TO RC-STATUS
               MOVE TODAY-8 TO RC-DATE
               REWRITE RUNCTL01
               DISPLAY "STEP " RC-KEY " " RC-NAME " *** BACKUP FAILED"
                 " - STEP NOT STARTED ***"
               DISPLAY "CHAIN STOPPED - LATER STEPS WILL NOT START"
               MOVE "N" TO CHAIN-OK
               GO TO RUN-END
           END-IF

           MOVE "R" TO RC-STATUS
           MOVE TODAY-8 TO RC-DATE
           ACCEPT TIME-8 FROM TIME
           DISPLAY "STEP " RC-KEY " " RC-NAME " *** FAILED *** RC="
             RETURN-CODE
           DISPLAY "CHAIN STOPPED - LATER STEPS WILL NOT START"
           MOVE SB-FILES TO FILES-IN
           IF BACK-OK = "Y" AND FILES-IN NOT = SPACE
               DISPLAY "FILES BACKED UP BEFORE THE STEP - ROLL BACK"
                 " WITH 379 IF IT CHANGED THEM: " FILES-IN
           END-IF
           MOVE "N" TO CHAIN-OK.
       RUN-END.
           IF CHAIN-OK = "Y"
           MOVE 0 TO RETURN-CODE
           GO TO P0.

      *    HAND THE STEP'S FILE LIST TO 378 AND RUN IT.
       STEP-BACKUP.
           MOVE "Y" TO BACK-OK
           MOVE RC-KEY TO SB-KEY
           READ STEPBACK
             INVALID
               MOVE SPACE TO SB-FILES
               GO TO STEP-BACKUP-EXIT
           END-READ
           IF SB-FILES = SPACE
               GO TO STEP-BACKUP-EXIT
           END-IF
           OPEN OUTPUT BACKPARM
           MOVE SB-KEEP TO BP-KEEP
           MOVE RC-NAME TO BP-STEP
           MOVE SB-FILES TO BP-FILES
           WRITE BACKPARM01
           CLOSE BACKPARM
           DISPLAY "STEP " RC-KEY " " RC-NAME " BACKING UP " SB-FILES
           CALL "SYSTEM" USING BACK-CMND
           IF RETURN-CODE NOT = 0
               MOVE "N" TO BACK-OK
           END-IF.
       STEP-BACKUP-EXIT.
           EXIT.

      *    OPEN A FRESH NIGHT - EVERY STEP BACK TO PENDING.
       NEW-NIGHT.
           DISPLAY "RESET EVERY STEP TO PENDING - Y/N?".
           WRITE RUNCTL01
             INVALID
               DISPLAY "CANNOT WRITE NEW STEP"
               GO TO P0
           END-WRITE
           MOVE SPACE TO STEPBACK01
           MOVE RC-KEY TO SB-KEY
           PERFORM ASK-BACKUP THRU ASK-BACKUP-EXIT
           GO TO P0.

      *    THE FILES THE STEP UPDATES, AS NAMED IN 378, AND HOW MANY
      *    GENERATIONS OF THEM TO KEEP.
       ASK-BACKUP.
           DISPLAY "FILES TO BACK UP BEFORE THE STEP, SEPARATED BY"
             " SPACES (BLANK = NO CHANGE, NONE = NO BACKUP)".
           IF SB-FILES NOT = SPACE
               DISPLAY "NOW: " SB-FILES
           END-IF
           ACCEPT FILES-IN.
           IF FILES-IN = "NONE"
               MOVE SPACE TO SB-FILES
           END-IF
           IF FILES-IN NOT = SPACE AND FILES-IN NOT = "NONE"
               MOVE FILES-IN TO SB-FILES
           END-IF
           IF SB-FILES NOT = SPACE
               DISPLAY "GENERATIONS TO KEEP - 2 DIGITS (BLANK = "
                 "NO CHANGE, DEFAULT 05)"
               ACCEPT KEEP-IN
               IF KEEP-IN NUMERIC
                   MOVE KEEP-IN TO SB-KEEP
               END-IF
           END-IF
           WRITE STEPBACK01
             INVALID
               REWRITE STEPBACK01
                 INVALID
                   DISPLAY "CANNOT WRITE BACKUP LIST FOR STEP"
               END-REWRITE
           END-WRITE.
       ASK-BACKUP-EXIT.
           EXIT.

       CHANGE-STEP.
           DISPLAY "STEP NUMBER".
           ACCEPT STEP-IN.
             INVALID
               DISPLAY "CANNOT REWRITE STEP"
           END-REWRITE
           MOVE RC-KEY TO SB-KEY
           READ STEPBACK
             INVALID
               MOVE SPACE TO STEPBACK01
               MOVE RC-KEY TO SB-KEY
           END-READ
           PERFORM ASK-BACKUP THRU ASK-BACKUP-EXIT
           GO TO P0.

       DELETE-STEP.
             INVALID
               DISPLAY "CANNOT DELETE STEP"
           END-DELETE
           MOVE RC-KEY TO SB-KEY
           DELETE STEPBACK
             INVALID
               CONTINUE
           END-DELETE
           GO TO P0.

      *    THE MORNING REPORT - THE WHOLE NIGHT ON ONE PAGE.
             " " RC-END " " RC-STATUS
             DELIMITED BY SIZE INTO RPT-LINE
           PERFORM RPT-OUT
           MOVE RC-KEY TO SB-KEY
           READ STEPBACK
             INVALID
               MOVE SPACE TO SB-FILES
           END-READ
           IF SB-FILES NOT = SPACE
               MOVE SPACE TO RPT-LINE
               STRING "     BACKED UP FIRST: " SB-FILES
                 DELIMITED BY SIZE INTO RPT-LINE
               PERFORM RPT-OUT
           END-IF
           GO TO LIST-R1.
       LIST-END.
           CLOSE NIGHTRPT.
           DISPLAY RPT-LINE.

       P9.
           CLOSE RUNCTL STEPBACK.
           STOP RUN.
