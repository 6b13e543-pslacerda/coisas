               + CblStackDateWork4 + CblStackDateDD
           .

      *****************************************************
      *  StackDaysToDate - the inverse of StackDateToDays:   *
      *  the running day number in CblStackDateDays back to   *
      *  YYYYMMDD in CblStackDateRaw.  The year (March-based,  *
      *  the same shift StackDateToDays makes) is estimated     *
      *  from the 400-year cycle and nudged one either way       *
      *  until its 1 March brackets the day; the month and        *
      *  day then fall out of the same 153/5 month lengths         *
      *  the forward formula uses.                                 *
      *****************************************************
       StackDaysToDate                 SECTION.
           COMPUTE CblStackDateWorkY =
               ((CblStackDateDays - 123) * 400) / 146097
           PERFORM StackDaysYearBase
           IF CblStackDateDays < CblStackDateWorkB + 123
               SUBTRACT 1 FROM CblStackDateWorkY
               PERFORM StackDaysYearBase
           ELSE
               ADD 1 TO CblStackDateWorkY
               PERFORM StackDaysYearBase
               IF CblStackDateDays < CblStackDateWorkB + 123
                   SUBTRACT 1 FROM CblStackDateWorkY
                   PERFORM StackDaysYearBase
               END-IF
           END-IF
           COMPUTE CblStackDateWorkD =
               CblStackDateDays - CblStackDateWorkB - 123
           COMPUTE CblStackDateWorkM =
               (5 * CblStackDateWorkD + 2) / 153
           COMPUTE CblStackDateWork4 =
               (153 * CblStackDateWorkM + 2) / 5
           COMPUTE CblStackDateDD =
               CblStackDateWorkD - CblStackDateWork4 + 1
           ADD 3 TO CblStackDateWorkM
           IF CblStackDateWorkM > 12
               SUBTRACT 12 FROM CblStackDateWorkM
               ADD 1 TO CblStackDateWorkY
           END-IF
           MOVE CblStackDateWorkY TO CblStackDateYYYY
           MOVE CblStackDateWorkM TO CblStackDateMM
           .

      *****************************************************
      *  StackDaysYearBase - day number of the day before    *
      *  "month 0" of March-based year CblStackDateWorkY,     *
      *  into CblStackDateWorkB; 1 March is that plus 123.     *
      *****************************************************
       StackDaysYearBase               SECTION.
           COMPUTE CblStackDateWork1 = CblStackDateWorkY / 4
           COMPUTE CblStackDateWork2 = CblStackDateWorkY / 100
           COMPUTE CblStackDateWork3 = CblStackDateWorkY / 400
           COMPUTE CblStackDateWorkB =
               365 * CblStackDateWorkY + CblStackDateWork1
               - CblStackDateWork2 + CblStackDateWork3
           .

      *****************************************************
      *  StackElapsedCompute - elapsed hundredths between     *
      *  the CblStackFromDate/CblStackFromTime and             *
