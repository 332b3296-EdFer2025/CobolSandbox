       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOB-SCHEDULER.

      *    CALENDAR-DRIVEN SCHEDULER FOR THE WEEKLY, MONTHLY,
      *    QUARTERLY AND ANNUAL JOBS THAT USED TO DEPEND ON AN OPERATOR
      *    REMEMBERING THE CALENDAR (MONTH-END RAN A DAY EARLY IN
      *    JULY). THE JOB SCHEDULE FILE DECLARES EACH BATCH
      *    PROGRAM'S FREQUENCY AND DUE-DAY RULE; THE OPERATOR RUNS
      *        "W" = WEEKLY ON JOB-DUE-DAY (1 = MONDAY .. 5 =
      *              FRIDAY)
      *        "M" = LAST BUSINESS DAY OF THE MONTH
      *        "Q" = LAST BUSINESS DAY OF MARCH, JUNE, SEPTEMBER
      *              AND DECEMBER
      *        "Y" = FIRST BUSINESS DAY OF THE YEAR
      *    A JOB WHOSE LAST RUN IS OLDER THAN ITS WHOLE CYCLE IS
      *    REPORTED AS MISSED EVEN ON A DAY IT IS NOT DUE.
           DISPLAY "PROGRAM-ID TO CALL:            "
               WITH NO ADVANCING
           ACCEPT JOB-PROGRAM
           DISPLAY "FREQUENCY (W/M/Q/Y):           "
               WITH NO ADVANCING
           ACCEPT JOB-FREQUENCY
           MOVE 0 TO JOB-DUE-DAY
                   END-IF
               WHEN "M"
                   PERFORM CHECK-LAST-BUSINESS-DAY-OF-MONTH
               WHEN "Q"
                   IF WS-BUSINESS-DATE(5:2) = "03" OR "06" OR "09"
                       OR "12"
                       PERFORM CHECK-LAST-BUSINESS-DAY-OF-MONTH
                   END-IF
               WHEN "Y"
                   PERFORM CHECK-FIRST-BUSINESS-DAY-OF-YEAR
           END-EVALUATE
                   MOVE 8 TO WS-CYCLE-DAYS
               WHEN "M"
                   MOVE 32 TO WS-CYCLE-DAYS
               WHEN "Q"
                   MOVE 93 TO WS-CYCLE-DAYS
               WHEN OTHER
                   MOVE 367 TO WS-CYCLE-DAYS
           END-EVALUATE
