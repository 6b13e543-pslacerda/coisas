       77 CblStackDateWork2     PIC 9(7).
       77 CblStackDateWork3     PIC 9(7).
       77 CblStackDateWork4     PIC 9(7).
      *    StackDaysToDate goes the other way: a running day number
      *    back to YYYYMMDD, for "the night before" and "a month
      *    ago" without anybody's calendar tables.
       77 CblStackDateWorkB     PIC 9(7).
       77 CblStackDateWorkD     PIC 9(7).

      *    StackElapsedCompute inputs and result: from/to date+time
      *    stamps in, elapsed hundredths out (capped at all nines on
