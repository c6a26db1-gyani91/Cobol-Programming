      *----------------------------------------------------------*
      * SHARED WORKING-DAY DATE PARAGRAPHS                        *
      * COPIED INTO THE PROCEDURE DIVISION OF EVERY PROGRAM THAT  *
      * SETS A DUE DATE OR DEADLINE; THE FIELDS ARE IN            *
      * WORKDAY.CPY. THE PROGRAM DECLARES HOLIDAY-FILE (COPY      *
      * HOLIDAY, FILE STATUS HOLIDAY-FILE-STATUS) AND PERFORMS    *
      * WORKDAY-LOAD-PARA THRU WORKDAY-LOAD-EXIT ONCE AT START.   *
      *                                                           *
      * WORKDAY-ENTRY-PARA THRU WORKDAY-ENTRY-EXIT TAKES A KEYED  *
      * WS-WD-ENTRY: BELOW 1000 IT IS A NUMBER OF DAYS ADDED TO   *
      * WS-WD-BASE IN WS-WD-MODE DAYS, OTHERWISE IT IS A YYYYMMDD *
      * DATE. EITHER WAY THE RESULT IN WS-WD-DATE IS A WORKING    *
      * DAY; WS-WD-MOVED IS SET WHEN A CLOSED DAY WAS ROLLED ON   *
      * AND WS-WD-VALID IS LEFT OFF FOR AN IMPOSSIBLE DATE.       *
      *----------------------------------------------------------*
       WORKDAY-LOAD-PARA.
           MOVE ZERO TO WS-WD-HOL-TOTAL.
           MOVE "N" TO WS-WD-EOF-SW.
           OPEN INPUT HOLIDAY-FILE.
           IF HOLIDAY-FILE-STATUS NOT = "00"
                GO TO WORKDAY-LOAD-EXIT.
           PERFORM WORKDAY-LOAD-ONE-PARA UNTIL WS-WD-EOF.
           CLOSE HOLIDAY-FILE.
       WORKDAY-LOAD-EXIT.
           EXIT.
       WORKDAY-LOAD-ONE-PARA.
           READ HOLIDAY-FILE
                AT END MOVE "Y" TO WS-WD-EOF-SW
                NOT AT END
                     IF WS-WD-HOL-TOTAL < 500
                          ADD 1 TO WS-WD-HOL-TOTAL
                          MOVE HOL-DATE TO
                               WS-WD-HOL-DATE(WS-WD-HOL-TOTAL).
       WORKDAY-ENTRY-PARA.
           MOVE "N" TO WS-WD-VALID-SW.
           MOVE "N" TO WS-WD-MOVED-SW.
           IF WS-WD-ENTRY < 1000
                MOVE WS-WD-ENTRY TO WS-WD-DAYS
                MOVE WS-WD-BASE TO WS-WD-DATE
                PERFORM WORKDAY-ADD-PARA
                MOVE "Y" TO WS-WD-VALID-SW
                GO TO WORKDAY-ENTRY-EXIT.
           MOVE WS-WD-ENTRY TO WS-WD-DATE.
           PERFORM WORKDAY-VALID-PARA THRU WORKDAY-VALID-EXIT.
           IF WS-WD-VALID
                PERFORM WORKDAY-ROLL-PARA.
       WORKDAY-ENTRY-EXIT.
           EXIT.
      *    ADDS WS-WD-DAYS TO WS-WD-DATE. IN WORKING-DAY MODE ONLY
      *    OPEN DAYS ARE COUNTED; IN CALENDAR MODE EVERY DAY COUNTS
      *    AND ONLY THE LAST ONE IS ROLLED.
       WORKDAY-ADD-PARA.
           PERFORM WORKDAY-STEP-PARA WS-WD-DAYS TIMES.
           PERFORM WORKDAY-ROLL-PARA.
       WORKDAY-STEP-PARA.
           PERFORM WORKDAY-NEXT-PARA.
           IF WS-WD-WORKING
                PERFORM WORKDAY-CHECK-PARA
                PERFORM WORKDAY-SKIP-PARA UNTIL NOT WS-WD-CLOSED.
       WORKDAY-ROLL-PARA.
           PERFORM WORKDAY-CHECK-PARA.
           IF WS-WD-CLOSED
                MOVE "Y" TO WS-WD-MOVED-SW.
           PERFORM WORKDAY-SKIP-PARA UNTIL NOT WS-WD-CLOSED.
       WORKDAY-SKIP-PARA.
           PERFORM WORKDAY-NEXT-PARA.
           PERFORM WORKDAY-CHECK-PARA.
       WORKDAY-NEXT-PARA.
           PERFORM WORKDAY-MONTH-DAYS-PARA.
           IF WS-WD-DD < WS-WD-MONTH-DAYS
                ADD 1 TO WS-WD-DD
           ELSE
                MOVE 1 TO WS-WD-DD
                IF WS-WD-MM < 12
                     ADD 1 TO WS-WD-MM
                ELSE
                     MOVE 1 TO WS-WD-MM
                     ADD 1 TO WS-WD-YYYY.
       WORKDAY-MONTH-DAYS-PARA.
           MOVE WS-WD-MONTH-LENGTH(WS-WD-MM) TO WS-WD-MONTH-DAYS.
           IF WS-WD-MM = 2
                PERFORM WORKDAY-LEAP-PARA THRU WORKDAY-LEAP-EXIT
                IF WS-WD-LEAP
                     MOVE 29 TO WS-WD-MONTH-DAYS.
      *    THE CENTURY-CORRECT RULE FROM BHA: EVERY FOURTH YEAR IS A
      *    LEAP YEAR EXCEPT CENTURY YEARS NOT DIVISIBLE BY 400.
       WORKDAY-LEAP-PARA.
           MOVE "N" TO WS-WD-LEAP-SW.
           DIVIDE WS-WD-YYYY BY 4 GIVING WS-WD-Q REMAINDER WS-WD-R.
           IF WS-WD-R NOT = 0
                GO TO WORKDAY-LEAP-EXIT.
           DIVIDE WS-WD-YYYY BY 100 GIVING WS-WD-Q
                REMAINDER WS-WD-R.
           IF WS-WD-R NOT = 0
                MOVE "Y" TO WS-WD-LEAP-SW
                GO TO WORKDAY-LEAP-EXIT.
           DIVIDE WS-WD-YYYY BY 400 GIVING WS-WD-Q
                REMAINDER WS-WD-R.
           IF WS-WD-R = 0
                MOVE "Y" TO WS-WD-LEAP-SW.
       WORKDAY-LEAP-EXIT.
           EXIT.
       WORKDAY-VALID-PARA.
           MOVE "N" TO WS-WD-VALID-SW.
           IF WS-WD-MM < 1 OR WS-WD-MM > 12 OR WS-WD-DD < 1
                GO TO WORKDAY-VALID-EXIT.
           PERFORM WORKDAY-MONTH-DAYS-PARA.
           IF WS-WD-DD > WS-WD-MONTH-DAYS
                GO TO WORKDAY-VALID-EXIT.
           MOVE "Y" TO WS-WD-VALID-SW.
       WORKDAY-VALID-EXIT.
           EXIT.
       WORKDAY-CHECK-PARA.
           MOVE "N" TO WS-WD-CLOSED-SW.
           PERFORM WORKDAY-WEEKDAY-PARA.
           IF WS-WD-Z-H = 1
                MOVE "Y" TO WS-WD-CLOSED-SW.
           PERFORM WORKDAY-CHECK-HOL-PARA
                VARYING WS-WD-HOL-IDX FROM 1 BY 1
                UNTIL WS-WD-HOL-IDX > WS-WD-HOL-TOTAL
                OR WS-WD-CLOSED.
       WORKDAY-CHECK-HOL-PARA.
           IF WS-WD-HOL-DATE(WS-WD-HOL-IDX) = WS-WD-DATE
                MOVE "Y" TO WS-WD-CLOSED-SW.
      *    ZELLER'S CONGRUENCE, AS IN ATTENDANCE-CAPTURE: H = 0 IS
      *    SATURDAY, 1 IS SUNDAY. EACH QUOTIENT IS TRUNCATED ON ITS
      *    OWN BEFORE THE SUM.
       WORKDAY-WEEKDAY-PARA.
           MOVE WS-WD-DD TO WS-WD-Z-DAY.
           MOVE WS-WD-MM TO WS-WD-Z-MONTH.
           MOVE WS-WD-YYYY TO WS-WD-Z-YEAR.
           IF WS-WD-Z-MONTH < 3
                ADD 12 TO WS-WD-Z-MONTH
                SUBTRACT 1 FROM WS-WD-Z-YEAR.
           DIVIDE WS-WD-Z-YEAR BY 100 GIVING WS-WD-Z-J
                REMAINDER WS-WD-Z-K.
           COMPUTE WS-WD-Z-WORK = 13 * (WS-WD-Z-MONTH + 1).
           DIVIDE WS-WD-Z-WORK BY 5 GIVING WS-WD-Z-T1.
           DIVIDE WS-WD-Z-K BY 4 GIVING WS-WD-Z-T2.
           DIVIDE WS-WD-Z-J BY 4 GIVING WS-WD-Z-T3.
           COMPUTE WS-WD-Z-WORK = WS-WD-Z-DAY + WS-WD-Z-T1
                + WS-WD-Z-K + WS-WD-Z-T2 + WS-WD-Z-T3
                + 5 * WS-WD-Z-J.
           DIVIDE WS-WD-Z-WORK BY 7 GIVING WS-WD-Z-Q
                REMAINDER WS-WD-Z-H.
