      * outages, long weekends): the operator lists the staged raw
      * attendance files in catchup-list.txt, oldest date first, and
      * this driver runs the whole front-end-edit, daily-run and
      * payroll-extract chain once per file (with the timeclock
      * health check ahead of the daily job). each pass regenerates
      * monthly-attendance.txt for the next one, so the monthly
      * rollup is applied day by day in date order and ends up
      * exactly as clean single-day runs would have left it - no
      * hand re-swapping between dates. the per-date summary, CSV
      * and payroll interface are copied aside under the batch date
      * before the next pass overwrites them, each finished date is
      * backed up as its own generation (backup-set), and any step
      * refusing or aborting stops the chain cold rather than running
      * later dates on top of a half-finished state.
       environment division.
            input-output section.
            file-control.
            end-if
            move ws-batch-date to ws-prior-date

      * the clock health check keeps its per-clock history in step
      * with the backlog - a backlog usually follows a clock outage,
      * so a flagged clock (return code 4) is reported, not a reason
      * to stop; anything worse still stops the chain
            move spaces to ws-cmd
            move './clock-health' to ws-cmd
            call "SYSTEM" using ws-cmd
            divide 256 into return-code giving ws-step-rc
            if ws-step-rc = 4
                display 'catch-up: clocks flagged for ' ws-batch-date
                    ' - see clock-health-' ws-batch-date '.txt'
                move 0 to return-code
            end-if
            perform check-step-para
            move spaces to ws-cmd
            string 'cp clock-health.txt clock-health-'
                ws-batch-date '.txt'
                delimited by size into ws-cmd
            call "SYSTEM" using ws-cmd

            move spaces to ws-cmd
            move './atd' to ws-cmd
            call "SYSTEM" using ws-cmd
                delimited by size into ws-cmd
            call "SYSTEM" using ws-cmd

      * the date is finished - keep the file set as it stands, so a
      * later date going wrong can be restored back to this one
            move spaces to ws-cmd
            move './backup-set' to ws-cmd
            call "SYSTEM" using ws-cmd
            perform check-step-para

            add 1 to ws-batch-count
            display 'catch-up: processed ' ws-batch-date

