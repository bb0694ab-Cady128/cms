           DISPLAY "17 ACCOUNT MERGE (342) *SUPV*".
           DISPLAY "18 CLAIM NUMBER UTILITY (347) *SUPV*".
           DISPLAY "19 OPERATOR FILE *SUPV*".
           DISPLAY "20 GL ACCOUNT MAP (360) *SUPV*".
           DISPLAY "21 CONTRACT UNDERPAYMENTS (363)".
           DISPLAY "22 TIMELY FILING WRITE-OFFS (365) *SUPV*".
           DISPLAY "23 CORRECTED CLAIMS (366)".
           DISPLAY "24 UNAPPLIED CASH - APPLY (369)".
           DISPLAY "25 UNAPPLIED CASH AGING (368)".
           DISPLAY "26 RETURNED MAIL (370)".
           DISPLAY "27 SKIP-TRACE LIST (373)".
           DISPLAY "28 PATIENT TRANSFER (374) *SUPV*".
           DISPLAY "29 ACCOUNT INQUIRY (339)".
           DISPLAY "30 ACCESS LOG REPORT (376) *SUPV*".
           DISPLAY "31 BACKUP RESTORE (379) *SUPV*".
           DISPLAY "32 GOOD FAITH ESTIMATE (380)".
           DISPLAY "33 AGENCY CONTRACT TERMS (383) *SUPV*".
           DISPLAY "34 PROVIDER ENROLLMENT (384)".
           DISPLAY "35 RETURNED CHECKS (386) *SUPV*".
           DISPLAY "36 FACILITIES (387) *SUPV*".
           DISPLAY " X SIGN OFF".
           ACCEPT ANS.
           MOVE SPACE TO CMND
               MOVE "rrr347" TO CMND
               MOVE 9 TO NEED-LEVEL.
           IF ANS = "19" GO TO OPR-MENU.
           IF ANS = "20"
               MOVE "rrr360" TO CMND
               MOVE 9 TO NEED-LEVEL.
           IF ANS = "21" MOVE "rrr363" TO CMND.
           IF ANS = "22"
               MOVE "rrr365" TO CMND
               MOVE 9 TO NEED-LEVEL.
           IF ANS = "23" MOVE "rrr366" TO CMND.
           IF ANS = "24" MOVE "rrr369" TO CMND.
           IF ANS = "25" MOVE "rrr368" TO CMND.
           IF ANS = "26" MOVE "rrr370" TO CMND.
           IF ANS = "27" MOVE "rrr373" TO CMND.
           IF ANS = "28"
               MOVE "rrr374" TO CMND
               MOVE 9 TO NEED-LEVEL.
           IF ANS = "29" MOVE "rrr339" TO CMND.
           IF ANS = "30"
               MOVE "rrr376" TO CMND
               MOVE 9 TO NEED-LEVEL.
           IF ANS = "31"
               MOVE "rrr379" TO CMND
               MOVE 9 TO NEED-LEVEL.
           IF ANS = "32" MOVE "rrr380" TO CMND.
           IF ANS = "33"
               MOVE "rrr383" TO CMND
               MOVE 9 TO NEED-LEVEL.
           IF ANS = "34" MOVE "rrr384" TO CMND.
           IF ANS = "35"
               MOVE "rrr386" TO CMND
               MOVE 9 TO NEED-LEVEL.
           IF ANS = "36"
               MOVE "rrr387" TO CMND
               MOVE 9 TO NEED-LEVEL.
           IF CMND = SPACE GO TO MAIN-MENU.

           IF SIGNED-LEVEL < NEED-LEVEL
