      * department master table, keyed by department code - loaded at
      * the start of each run from department-master.txt (kept by
      * dept-maintain, each change approved in chg-approve) in place
      * of the four departments that used to be compiled in.
      * an end hour at or below the start hour means the shift runs
      * past midnight into the following day - WHS is the 22:00-06:00
      * night crew, so its LEAVE punches carry the next calendar date
      * and its late/overtime arithmetic works on +24 adjusted hours.
      * a closed department (state C) stays in the table so history
      * still resolves to it - only new hires and transfers into it
      * are refused.
            01 dept-count pic 99 value 0.
            01 dept-table.
                05 dept-entry occurs 20 times
                    depending on dept-count indexed by dept-idx.
                    10 dept-code pic x(3).
                    10 dept-desc pic x(20).
                    10 dept-start-hour pic 99.
                    10 dept-end-hour pic 99.
                    10 dept-cost-centre pic x(6).
                    10 dept-manager pic x(10).
                    10 dept-state pic x.
