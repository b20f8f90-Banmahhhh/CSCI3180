      * absence-pattern scoring off the daily evidence: the monthly
      * counts (dept-trend, the leaderboard) can't tell one ten-day
      * illness from ten Monday one-offs, which is exactly what HR's
      * absence policy cares about. this reads daily-history.dat over
      * an operator-chosen window, starting at its first date by key,
      * folds each employee's ABSENCE days into spells (consecutive
      * working days are one episode - a weekend or holiday in
      * between does not break a spell), scores spells squared times
      * total days (the Bradford factor) and reports everyone at or
      * above the trigger threshold with their spell breakdown.
       environment division.
            input-output section.
            file-control.
              select daily-history
              assign to 'daily-history.dat'
              organization is indexed
              access mode is dynamic
              record key is hist-key
              alternate record key is hist-id with duplicates
              file status is history-status.

              select emp
            file section.
            fd daily-history.
            01 hist-line.
                05 hist-key.
                    10 hist-date pic x(10).
                    10 hist-id pic 9999.
                05 hist-status pic x(10).
                05 hist-late pic 99.
                05 hist-overtime pic 9.
                05 hist-worked pic 99.

            fd emp.
            01 employees.
                move 12 to return-code
                stop run
            end-if
            move ws-window-start to hist-date
            move 0 to hist-id
            start daily-history key is not less than hist-key
            end-start
            if history-status = '00'
                read daily-history next
                end-read
            end-if
            perform collect-para until history-status not = '00'
                or hist-date > ws-window-end
            close daily-history

            open output bradford-rpt
      * feed the score
            collect-para.
            if hist-status = 'ABSENCE'
                perform add-absence-para
            end-if
            read daily-history next
            end-read.

      * fold one absence day into the employee's spells - the history
      * is read in date order, so days arrive oldest first. a day
      * whose gap back to the previous absence holds no working day
      * continues the open spell; anything else opens a new one
            add-absence-para.
