      * MONTH'S RECORDS PRODUCES THE THREE VIEWS PLANNING ASKS FOR:
      * BUSIEST STACKS PER YARD, MOVEMENT VOLUME BY YARD BY WEEK OF
      * MONTH, AND THE REJECTED-COMMAND TREND (BY DAY AND BY REASON).
      * ADJ RECORDS ARE CYCLE-COUNT CORRECTIONS TO THE BOOK, NOT CRANE
      * WORK, AND ARE LEFT OUT OF THE STACK AND WEEKLY VOLUMES.
      * THE REPORT MONTH COMES FROM THE RUN PARM AS YYYYMM; WITH NO
      * PARM THE CURRENT MONTH IS REPORTED.

         MOVE 5 TO HR-WEEK
       END-IF
       IF HM-Type = "M"
         IF HM-Verb NOT = "ADJ  "
           IF HM-Src > 0 AND HM-Src <= 40
             ADD HM-Amt TO RY-Stack-Amt(RY-FOUND, HM-Src)
           END-IF
           IF HM-Dst > 0 AND HM-Dst <= 40
             ADD HM-Amt TO RY-Stack-Amt(RY-FOUND, HM-Dst)
           END-IF
           ADD HM-Amt TO RY-Week-Amt(RY-FOUND, HR-WEEK)
         END-IF
       ELSE
         ADD 1 TO RJ-Day-Count(HR-DAY)
         PERFORM FIND-REASON-SLOT
