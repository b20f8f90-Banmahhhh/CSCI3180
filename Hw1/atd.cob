              assign to 'suspicious-cases.txt.new'
              organization is line SEQUENTIAL.

      * permanent per-day evidence: each employee's end-of-day result
      * survives tomorrow's tempfile rebuild here, so a disputed
      * "absences=003" in the monthly rollup can be traced back to
      * the exact days, and mon-reconcile can re-add the month
      * independently. keyed on date plus employee, so the day's rows
      * go in (and a rerun's come out) by key instead of the whole
      * file being copied through
              select optional daily-history
              assign to 'daily-history.dat'
              organization is indexed
              access mode is dynamic
              record key is hist-key
              alternate record key is hist-id with duplicates
              file status is dh-status.

              select csv-summ
              assign to 'summarycob.csv'
              organization is line SEQUENTIAL.

      * the department counts behind the summary, one row per
      * department section, for the minimum-staffing shortfall check
              select dept-counts
              assign to 'dept-presence.txt'
              organization is line SEQUENTIAL.

              select checkpoint
              assign to 'monthly-checkpoint.txt'
              organization is line sequential
              organization is line sequential
              file status is errlog-status.

      * the department master - shift hours, cost centre, manager
              select dept-master
              assign to '/Users/banma/department-master.txt'
              organization is line sequential
              file status is dept-status.

       data division.
            file section.
            fd sus-cases-new.
            01 case-new-line pic x(75).

            fd daily-history.
            01 hist-line.
                05 hist-key.
                    10 hist-date pic x(10).
                    10 hist-id pic 9999.
                05 hist-status pic x(10).
                05 hist-late pic 99.
                05 hist-overtime pic 9.
                05 hist-worked pic 99.

            fd ot-exceptions.
            01 ot-exc-line.
                05 ot-exc-capped pic 999.
                05 ot-exc-cr pic x.

            fd dept-counts.
            01 dept-count-record.
                05 dc-date pic x(10).
                05 dc-sp1 pic x(2).
                05 dc-dept pic x(3).
                05 dc-sp2 pic x(2).
      * W working day, N weekend or holiday for everyone
                05 dc-day-type pic x.
                05 dc-sp3 pic x(2).
                05 dc-present pic 9(5).
                05 dc-sp4 pic x(2).
                05 dc-late pic 9(5).
                05 dc-sp5 pic x(2).
                05 dc-susp pic 9(5).
                05 dc-sp6 pic x(2).
                05 dc-absent pic 9(5).
                05 dc-sp7 pic x(2).
                05 dc-leave pic 9(5).
                05 dc-sp8 pic x(2).
                05 dc-nonwork pic 9(5).
                05 dc-sp9 pic x(2).
                05 dc-dayoff pic 9(5).
                05 dc-cr pic x.

            fd csv-summ.
            01 csv-header-line.
                05 csv-header-text pic x(54).
                05 err-msg pic x(30).
                05 err-cr pic x.

            fd dept-master.
            01 dept-master-record.
                05 dm-code pic x(3).
                05 dm-sp1 pic x(2).
                05 dm-desc pic x(20).
                05 dm-sp2 pic x(2).
                05 dm-start-hour pic 99.
                05 dm-sp3 pic x(2).
                05 dm-end-hour pic 99.
                05 dm-sp4 pic x(2).
                05 dm-cost-centre pic x(6).
                05 dm-sp5 pic x(2).
                05 dm-manager pic x(10).
                05 dm-sp6 pic x(2).
                05 dm-state pic x.

            working-storage section.
      * att
            01 ws-date.
            01 ws-flag-reason pic x(20).

      * shift schedule, keyed by department, used by read-att-para instead
      * of the old hardcoded 10 (shift start) / 17 (shift end) - now
      * loaded from the department master at the start of the run
            01 dept-status pic xx.
            copy "department.cpy".
            01 ws-shift-start-hour pic 99.
            01 ws-shift-end-hour pic 99.
      * set by lookup-shift-para when the end hour is at or below the
      * only tallies an employee when ws-depart matches ws-dept-filter,
      * so these reset to 0 once per department loop in main-para
            01 ws-dept-filter pic x(3).
            01 dept-sec-idx pic 99.
      * an employee whose depart code isn't on the department master
      * used to be silently dropped from every report section and
      * from the company-wide totals - dept-sec-idx now runs one extra
      * pass with ws-dept-filter = 'OTH' to catch anyone unclassified
            01 ws-depart-known pic x value 'N'.
            01 ws-stamp-status pic x(9).
            01 ws-override-rm-cmd pic x(40).
            01 case-in-status pic xx.
            01 dh-status pic xx.
            01 ws-hist-found pic x.
            01 ws-rerun-mv-cmd pic x(80).
            01 prev-status pic xx.
            01 ws-snap-cmd pic x(120).
            move ws-date to ws-today-date-str
            move ws-today-date-str (1:7) to ws-batch-month

      * the department master carries every shift the run prices
      * against - without it nobody's late or overtime figure means
      * anything, so the date is not touched at all
            open input dept-master
            if dept-status not = '00'
                display 'atd: no department master on file - '
                    ws-today-date-str ' NOT processed'
                close error-log
                move 12 to return-code
                stop run
            end-if
            read dept-master into dept-master-record
            perform load-dept-para until dept-status = '10'
            close dept-master

      * refuse a date the control file says is already closed, unless
      * the operator left an explicit override on file for exactly
      * this date - running the same day twice feeds its deltas into
      * every employee it marks SUSPICIOUS, and each employee passes
      * through exactly one department section
            open extend sus-cases
            open i-o daily-history
            if dh-status not = '00' and dh-status not = '05'
                display 'atd: daily-history.dat open failed - status '
                    dh-status ' - ' ws-today-date-str ' NOT processed'
                close error-log
                move 12 to return-code
                stop run
            end-if
            open output dept-counts
            perform varying dept-sec-idx from 1 by 1
                until dept-sec-idx > dept-count + 1
                if dept-sec-idx > dept-count
                    move 'OTH' to ws-dept-filter
                else
                    move dept-code (dept-sec-idx) to ws-dept-filter
                end-if
                move 0 to dept-pres-people
                move 0 to dept-abse-people
                add dept-leav-people to ws-tot-dept-leav
                add dept-nonw-people to ws-tot-dept-nonw
                add dept-rost-people to ws-tot-dept-rost

                move ws-today-date-str to dc-date
                move '  ' to dc-sp1
                move ws-dept-filter to dc-dept
                move '  ' to dc-sp2
                if ws-non-working = 'Y'
                    move 'N' to dc-day-type
                else
                    move 'W' to dc-day-type
                end-if
                move '  ' to dc-sp3
                move dept-pres-people to dc-present
                move '  ' to dc-sp4
                move dept-late-people to dc-late
                move '  ' to dc-sp5
                move dept-susp-people to dc-susp
                move '  ' to dc-sp6
                move dept-abse-people to dc-absent
                move '  ' to dc-sp7
                move dept-leav-people to dc-leave
                move '  ' to dc-sp8
                move dept-nonw-people to dc-nonwork
                move '  ' to dc-sp9
                move dept-rost-people to dc-dayoff
                move cr to dc-cr
                write dept-count-record
                end-write
            end-perform
            close sus-cases
            close daily-history
            close dept-counts

      * write another dash line, laji is another dash line
            move
            lookup-shift-para.
            move 10 to ws-shift-start-hour
            move 17 to ws-shift-end-hour
            set dept-idx to 1
            search dept-entry
                when dept-code (dept-idx) = depart-temp (1:3)
                    move dept-start-hour (dept-idx) to
                         ws-shift-start-hour
                    move dept-end-hour (dept-idx) to
                         ws-shift-end-hour
            end-search
      * per-employee hours from the work-pattern roster override the
                move 16 to return-code
                stop run
            end-if
            open i-o daily-history
            if dh-status = '00' or dh-status = '05'
                move 'Y' to ws-hist-found
                perform scrub-history-para until ws-hist-found = 'N'
                close daily-history
            end-if
            open input sus-cases-in
            if case-in-status = '00'
                call "SYSTEM" using ws-rerun-mv-cmd
            end-if.

      * the first row left on file for the date comes off, until
      * there are none
            scrub-history-para.
            move 'N' to ws-hist-found
            move ws-today-date-str to hist-date
            move 0 to hist-id
            start daily-history key is not less than hist-key
            end-start
            if dh-status = '00'
                read daily-history next
                end-read
                if dh-status = '00' and hist-date = ws-today-date-str
                    move 'Y' to ws-hist-found
                    delete daily-history record
                    end-delete
                end-if
            end-if.

      * the disposition column sits at 54-62 of the case record -
      * blank means the case is still open
      * old per-section re-read of the whole master is gone
            write-sum-status.
                move 'N' to ws-depart-known
                set dept-idx to 1
                search dept-entry
                    when dept-code (dept-idx) =
                            ws-depart-temp (1:3)
                        move 'Y' to ws-depart-known
                end-search
      * the permanent daily evidence row - same status and figures
      * the monthly rollup works from
                       move ws-today-date-str to hist-date
                       move ws-id-temp to hist-id
                       move status-sum to hist-status
                       move ws-late-temp to hist-late
                       move ws-overtiem-tmep to hist-overtime
                       move ws-worked-hrs to hist-worked
                       write hist-line
                           invalid key
                               rewrite hist-line
                               end-rewrite
                       end-write
                       display 'sum-info ' sum-info
                       write sum-info
                move tempfile-status to ws-check-status
                move 'TEMPFILE' to ws-check-file-name
                perform verify-status-para.

      * one department master row into the table - closed ones too,
      * history still resolves to them
            load-dept-para.
            if dept-count < 20
                add 1 to dept-count
                set dept-idx to dept-count
                move dm-code to dept-code (dept-idx)
                move dm-desc to dept-desc (dept-idx)
                move dm-start-hour to dept-start-hour (dept-idx)
                move dm-end-hour to dept-end-hour (dept-idx)
                move dm-cost-centre to dept-cost-centre (dept-idx)
                move dm-manager to dept-manager (dept-idx)
                move dm-state to dept-state (dept-idx)
            else
                display 'department table full - ' dm-code
                    ' NOT loaded'
            end-if
            read dept-master into dept-master-record
            end-read.
