
      * timecard lookup for disputes, in the style of mon-inquiry:
      * give it an employee id and a date range and it lists each
      * day's end-of-day verdict from daily-history.dat side by side
      * with the cleaned punches att-edit retained in the punch
      * archive (ARRIVE/LEAVE/BRKIN/BRKOUT with times and the clock
      * they came from), so a disputed LATE or SUSPICIOUS day is
              file status is arch-status.

              select daily-history
              assign to 'daily-history.dat'
              organization is indexed
              access mode is dynamic
              record key is hist-key
              alternate record key is hist-id with duplicates
              file status is history-status.

       data division.

            fd daily-history.
            01 hist-line.
                05 hist-key.
                    10 hist-date pic x(10).
                    10 hist-id pic 9999.
                05 hist-status pic x(10).
                05 hist-late pic 99.
                05 hist-overtime pic 9.
                05 hist-worked pic 99.

            working-storage section.
            01 arch-status pic xx.
            accept ws-range-end

            open input daily-history
      * only this employee's rows, straight off the employee key - a
      * status of 02 just means more of them follow
            if history-status = '00'
                move ws-lookup-id to hist-id
                start daily-history key is = hist-id
                end-start
                if history-status = '00'
                    read daily-history next
                    end-read
                end-if
                perform load-history-para
                    until (history-status not = '00'
                        and history-status not = '02')
                    or hist-id not = ws-lookup-id
                close daily-history
            end-if

            stop run.

            load-history-para.
            if hist-date is not < ws-range-start
                and hist-date is not > ws-range-end
                if ws-day-count < 100
                    add 1 to ws-day-count
                        'narrow it'
                end-if
            end-if
            read daily-history next
            end-read.

            load-punch-para.
