      * HR has been assembling the last pay adjustments by hand. this
      * takes the employee id, proves the row really is terminated,
      * re-adds the termination month's figures as of the termination
      * date from daily-history.dat (cross-checked against the
      * month's rollup row), takes the unused leave payout (annual
      * plus carried minus taken) from leave-entitlements.txt, prices
      * everything with the same salary-derived rates payroll-extract
      * and deduction-extract use, and writes a one-employee
      * settlement interface file with the standard HDR/TRL envelope.
      * every settlement produced is also logged to
      * settlement-log.txt, the standing record retention-purge
      * checks before it anonymises a former employee.
       environment division.
            input-output section.
            file-control.
              file status is chg-status.

              select daily-history
              assign to 'daily-history.dat'
              organization is indexed
              access mode is dynamic
              record key is hist-key
              alternate record key is hist-id with duplicates
              file status is history-status.

              select moncob
              assign to 'settlement-interface.txt'
              organization is line SEQUENTIAL.

              select optional settle-log
              assign to 'settlement-log.txt'
              organization is line SEQUENTIAL
              file status is log-status.

       data division.
            file section.
            fd emp.

            fd daily-history.
            01 hist-line.
                05 hist-key.
                    10 hist-date pic x(10).
                    10 hist-id pic 9999.
                05 hist-status pic x(10).
                05 hist-late pic 99.
                05 hist-overtime pic 9.
                05 hist-worked pic 99.

            fd moncob.
            01 mon-att1.
                05 sl-drcr pic x(2).
                05 sl-cr pic x.

            fd settle-log.
            01 settle-log-line.
                05 slg-id pic 9999.
                05 slg-sp1 pic x(2).
                05 slg-term-date pic x(10).
                05 slg-sp2 pic x(2).
                05 slg-extract-date pic x(10).
                05 slg-sp3 pic x(2).
                05 slg-net pic +(7)9.99.
                05 slg-cr pic x.

            working-storage section.
            01 emp-status pic xx.
            01 chg-status pic xx.
            01 history-status pic xx.
            01 moncob-status pic xx.
            01 ent-status pic xx.
            01 log-status pic xx.

            01 ws-settle-id pic 9999.
            01 ws-term-date pic x(10).
            end-if

            open input daily-history
      * only the leaver's rows, straight off the employee key - a
      * status of 02 just means more of them follow
            if history-status = '00'
                move ws-settle-id to hist-id
                start daily-history key is = hist-id
                end-start
                if history-status = '00'
                    read daily-history next
                    end-read
                end-if
                perform add-history-para
                    until (history-status not = '00'
                        and history-status not = '02')
                    or hist-id not = ws-settle-id
                close daily-history
            end-if

            end-write
            close settlement

      * a rerun for the same leaver just adds another row - the log
      * only has to prove a settlement went out
            open extend settle-log
            move ws-settle-id to slg-id
            move '  ' to slg-sp1
            move ws-term-date to slg-term-date
            move '  ' to slg-sp2
            move ws-extract-date to slg-extract-date
            move '  ' to slg-sp3
            move ws-net to slg-net
            move cr to slg-cr
            write settle-log-line
            end-write
            close settle-log

            display 'settlement: employee ' ws-settle-id ' net '
                ws-net ' as of ' ws-term-date
            stop run.
      * LV days price at the daily rate, late blocks and overtime
      * hours accumulate, exactly as the rollup adds them
            add-history-para.
            if hist-date (1:7) = ws-term-month
                and hist-date is not > ws-term-date
                if hist-status = 'ABSENCE'
                    add 1 to ws-md-absent
                add hist-late to ws-md-late
                add hist-overtime to ws-md-overtime
            end-if
            read daily-history next
            end-read.

            find-rollup-para.
