      * shift schedule / valid department codes, keyed by department,
      * as compiled in before the department master existed - now read
      * only by dept-convert, which seeds department-master.txt from it.
      * an end hour at or below the start hour means the shift runs
      * past midnight into the following day - WHS is the 22:00-06:00
      * night crew, so its LEAVE punches carry the next calendar date
