       identification division.
       program-id. wtr-check.

      * weekly working-time regulation check. nothing else watches
      * the statutory limits, and the night crew crossing midnight
      * and people picking up overtime are where they get broken.
      * for the seven days ending the chosen date this walks the
      * cleaned punches in punch-archive.txt, each punch on its own
      * calendar date - so a night-crew LEAVE stamped the day after
      * its ARRIVE falls on the same +24 footing atd gives it - and
      * tests every rest between a LEAVE and the next ARRIVE against
      * the 11-hour daily minimum and the longest rest in the week
      * against the 24-hour weekly minimum. worked hours in
      * daily-history.dat over the 17-week reference period ending
      * the same date are averaged per week (over the weeks since
      * hire for anyone newer) and tested against the 48-hour limit,
      * with anyone at or above the warning level listed as trending
      * towards it. anyone holding a signed opt-out in wtr-optout.txt
      * is left out of the average test only - the rest-period tests
      * apply to everyone. findings go to wtr-compliance.txt by
      * department.
       environment division.
            input-output section.
            file-control.
              select punch-archive
              assign to 'punch-archive.txt'
              organization is line sequential
              file status is arch-status.

              select punch-work assign to 'wtr-work.tmp'.

              select punch-sorted
              assign to 'wtr-sorted.txt'
              organization is line sequential
              file status is sorted-status.

              select daily-history
              assign to 'daily-history.dat'
              organization is indexed
              access mode is dynamic
              record key is hist-key
              alternate record key is hist-id with duplicates
              file status is history-status.

              select optional opt-out
              assign to 'wtr-optout.txt'
              organization is line sequential
              file status is opt-status.

              select emp
              assign to '/Users/banma/employees.dat'
              organization is indexed
              access mode is dynamic
              record key is id-emp
              file status is emp-status.

              select optional emp-changes
              assign to '/Users/banma/employee-changes.txt'
              organization is line sequential
              file status is chg-status.

              select dept-master
              assign to '/Users/banma/department-master.txt'
              organization is line sequential
              file status is dept-status.

              select wtr-rpt
              assign to 'wtr-compliance.txt'
              organization is line SEQUENTIAL.

       data division.
            file section.
            fd punch-archive.
            01 archive-line.
                05 arch-date pic x(10).
                05 arch-sp pic x(2).
                05 arch-punch.
                    10 arch-id pic x(4).
                    10 arch-a-l pic x(7).
                    10 arch-the-date pic x(11).
                    10 arch-hour pic x(2).
                    10 arch-colon pic x.
                    10 arch-minute pic x(2).
                    10 arch-clock pic x(2).
                05 arch-cr pic x.

      * each employee's punches in the order they happened
            sd punch-work.
            01 punch-work-rec.
                05 pw-id pic 9(4).
                05 pw-the-date pic x(10).
                05 pw-hour pic 9(2).
                05 pw-minute pic 9(2).
                05 pw-a-l pic x(7).

            fd punch-sorted.
            01 punch-sorted-rec.
                05 ps-id pic 9(4).
                05 ps-the-date pic x(10).
                05 ps-hour pic 9(2).
                05 ps-minute pic 9(2).
                05 ps-a-l pic x(7).

            fd daily-history.
            01 hist-line.
                05 hist-key.
                    10 hist-date pic x(10).
                    10 hist-id pic 9999.
                05 hist-status pic x(10).
                05 hist-late pic 99.
                05 hist-overtime pic 9.
                05 hist-worked pic 99.

      * one signed opt-out from the 48-hour average - the date it was
      * signed and the date it was withdrawn (blank while it stands)
            fd opt-out.
            01 opt-record.
                05 opt-id pic 9999.
                05 opt-sp1 pic x(2).
                05 opt-signed pic x(10).
                05 opt-sp2 pic x(2).
                05 opt-withdrawn pic x(10).

            fd emp.
            01 employees.
               05 id-emp pic 9999.
               05 first-name pic x(10).
               05 last-name pic x(20).
               05 gender pic x.
               05 birth pic x(10).
               05 hire-date pic x(10).
               05 depart pic x(3).
               05 salary pic 999999.
               05 emp-status-code pic x.
               05 termination-date pic x(10).

            fd emp-changes.
            01 change-record.
                05 chg-id pic 9999.
                05 chg-sp1 pic x(2).
                05 chg-action pic x(8).
                05 chg-sp2 pic x(2).
                05 chg-value pic x(6).
                05 chg-sp3 pic x(2).
                05 chg-eff-date pic x(10).
                05 chg-sp4 pic x(2).
                05 chg-chg-status pic x(9).
                05 chg-sp5 pic x(2).
                05 chg-oper pic x(10).
                05 chg-sp6 pic x(2).
                05 chg-approver pic x(10).

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

            fd wtr-rpt.
            01 wtr-text-line.
                05 wt-text pic x(100).
                05 wt-cr pic x.
            01 wtr-detail-line.
                05 wd-id pic 9999.
                05 wd-sp1 pic x(2).
                05 wd-last pic x(20).
                05 wd-sp2 pic x(2).
                05 wd-first pic x(10).
                05 wd-sp3 pic x(2).
                05 wd-type pic x(12).
                05 wd-sp4 pic x(2).
                05 wd-date pic x(10).
                05 wd-sp5 pic x(2).
                05 wd-detail pic x(32).
                05 wd-cr pic x.

            working-storage section.
            01 arch-status pic xx.
            01 sorted-status pic xx.
            01 history-status pic xx.
            01 opt-status pic xx.
            01 emp-status pic xx.
            01 chg-status pic xx.

            01 dept-status pic xx.
            copy "department.cpy".

            01 ws-week-end pic x(10).
            01 ws-warn-hours pic 99.

      * the statutory limits, in minutes and hours
            01 ws-daily-rest-min pic 9(4) value 660.
            01 ws-weekly-rest-min pic 9(4) value 1440.
            01 ws-avg-limit pic 99 value 48.
            01 ws-ref-weeks pic 99 value 17.

      * the check week and the reference period as day serials, the
      * week's edges as minute stamps
            01 ws-end-serial pic 9(7).
            01 ws-start-serial pic 9(7).
            01 ws-arch-from-serial pic 9(7).
            01 ws-ref-start-serial pic 9(7).
      * the history is read from the first of the month five months
      * before the week end - always ahead of the reference start
            01 ws-hist-from.
                05 ws-hf-year pic 9999.
                05 ws-hf-dash1 pic x value '-'.
                05 ws-hf-month pic 99.
                05 ws-hf-rest pic x(3) value '-01'.
            01 ws-week-start-ts pic 9(11).
            01 ws-week-end-ts pic 9(11).

      * name, department as at the week end, hire date, opt-out and
      * reference-period hours per employee id
            01 ws-emp-table.
                05 ws-emp-row occurs 9999 times.
                    10 ws-emp-first pic x(10).
                    10 ws-emp-last pic x(20).
                    10 ws-emp-dept pic x(3).
                    10 ws-emp-hire pic x(10).
                    10 ws-emp-optout pic x.
                    10 ws-emp-hours pic 9(5).
            01 ws-emp-scan pic 9(5).

      * one employee's punches as they are walked
            01 ws-cur-id pic 9999 value 0.
            01 ws-in-shift pic x.
            01 ws-week-seen pic x.
            01 ws-punch-ts pic 9(11).
            01 ws-last-leave-ts pic 9(11).
            01 ws-rest-from-ts pic 9(11).
            01 ws-rest-min pic 9(11).
            01 ws-longest-rest pic 9(11).
            01 ws-rest-hh pic 99.
            01 ws-rest-mm pic 99.

            01 ws-weeks pic 99.
            01 ws-days pic 9(5).
            01 ws-hire-serial pic 9(7).
            01 ws-avg-hours pic 999v9.
            01 ws-avg-edit pic zz9.9.
            01 ws-weeks-edit pic z9.

      * every finding, printed afterwards by department
            01 ws-find-count pic 9(4) value 0.
            01 ws-find-table.
                05 ws-find-entry occurs 2000 times
                    depending on ws-find-count indexed by find-idx.
                    10 wf-id pic 9999.
                    10 wf-dept-idx pic 99.
                    10 wf-type pic x(12).
                    10 wf-date pic x(10).
                    10 wf-detail pic x(32).
            01 ws-find-type pic x(12).
            01 ws-find-date pic x(10).
            01 ws-find-detail pic x(32).
            01 ws-find-scan pic 9(4).
            01 ws-bv-scan pic 99.
            01 ws-dept-name pic x(3).
            01 ws-dept-listed pic x.
            01 ws-row-dept pic x(3).
            01 ws-dept-idx pic 99.

            01 ws-daily-count pic 9(4) value 0.
            01 ws-weekly-count pic 9(4) value 0.
            01 ws-avg-count pic 9(4) value 0.
            01 ws-trend-count pic 9(4) value 0.

      * Julian day serials, same arithmetic bradford-rpt uses
            01 ws-cd-date pic x(10).
            01 ws-cd-parts redefines ws-cd-date.
                05 ws-cd-year pic 9999.
                05 ws-cd-dash1 pic x.
                05 ws-cd-month pic 99.
                05 ws-cd-dash2 pic x.
                05 ws-cd-day pic 99.
            01 ws-cd-a pic 9.
            01 ws-cd-am pic 99.
            01 ws-cd-y pic 9(4).
            01 ws-cd-m pic 99.
            01 ws-cd-t pic 9(4).
            01 ws-cd-t1 pic 9(4).
            01 ws-cd-q4 pic 9(4).
            01 ws-cd-q100 pic 9(4).
            01 ws-cd-q400 pic 9(4).
            01 ws-cd-serial pic 9(7).

            01 ws-today-raw pic 9(8).
            01 ws-today-parts redefines ws-today-raw.
                05 ws-td-year pic 9999.
                05 ws-td-month pic 99.
                05 ws-td-day pic 99.
            01 ws-today-str pic x(10).

            01 cr pic x value X"0D".

       procedure division.
            main-para.
            open input dept-master
            if dept-status not = '00'
                display 'wtr-check: no department master on file'
                move 12 to return-code
                stop run
            end-if
            read dept-master into dept-master-record
            perform load-dept-para until dept-status = '10'
            close dept-master

            display 'Week ending (YYYY-MM-DD): '
            accept ws-week-end
            display 'Warn at average weekly hours (blank for 44): '
            accept ws-warn-hours
            if ws-warn-hours = 0
                move 44 to ws-warn-hours
            end-if
            move ws-week-end to ws-cd-date
            if ws-cd-year is not numeric or ws-cd-month is not numeric
                or ws-cd-day is not numeric
                display 'wtr-check: bad date ' ws-week-end
                move 12 to return-code
                stop run
            end-if
            perform compute-serial-para
            move ws-cd-serial to ws-end-serial
            compute ws-start-serial = ws-end-serial - 6
      * the day before the week as well, so the first shift of the
      * week has the rest since the shift before it to measure
            compute ws-arch-from-serial = ws-start-serial - 1
            compute ws-ref-start-serial =
                ws-end-serial - ws-ref-weeks * 7 + 1
            compute ws-week-start-ts = ws-start-serial * 1440
            compute ws-week-end-ts = (ws-end-serial + 1) * 1440
            move ws-cd-year to ws-hf-year
            if ws-cd-month > 5
                compute ws-hf-month = ws-cd-month - 5
            else
                compute ws-hf-month = ws-cd-month + 7
                subtract 1 from ws-hf-year
            end-if

            accept ws-today-raw from date yyyymmdd
            move spaces to ws-today-str
            string ws-td-year '-' ws-td-month '-' ws-td-day
                delimited by size into ws-today-str

            initialize ws-emp-table
            open input emp
            move 0 to id-emp
            start emp key is not less than id-emp
            end-start
            read emp next
            end-read
            perform load-emp-para until emp-status = '10'
            close emp

      * transfers in effect by the week end, latest in file order
      * winning, put each employee in the department they sit in now
            open input emp-changes
            if chg-status = '00'
                read emp-changes into change-record
                perform load-changes-para until chg-status = '10'
                close emp-changes
            end-if

            open input opt-out
            if opt-status = '00'
                read opt-out into opt-record
                perform load-optout-para until opt-status = '10'
                close opt-out
            end-if

            sort punch-work
                on ascending key pw-id
                on ascending key pw-the-date
                on ascending key pw-hour
                on ascending key pw-minute
                input procedure is select-punch-para
                giving punch-sorted

            open input punch-sorted
            read punch-sorted into punch-sorted-rec
            perform rest-para until sorted-status = '10'
            if ws-cur-id > 0
                perform close-week-para
            end-if
            close punch-sorted

            open input daily-history
            if history-status = '00'
                move ws-hist-from to hist-date
                move 0 to hist-id
                start daily-history key is not less than hist-key
                end-start
                if history-status = '00'
                    read daily-history next
                    end-read
                end-if
                perform hours-para
                    until history-status not = '00'
                    or hist-date > ws-week-end
                close daily-history
            end-if
            perform varying ws-emp-scan from 1 by 1
                until ws-emp-scan > 9999
                if ws-emp-hours (ws-emp-scan) > 0
                    and ws-emp-optout (ws-emp-scan) not = 'Y'
                    perform average-para
                end-if
            end-perform

            open output wtr-rpt
            move spaces to wt-text
            string 'Working-Time Compliance  week ending ' ws-week-end
                '  (17-week average, warn at ' ws-warn-hours
                ' hrs)  run ' ws-today-str
                delimited by size into wt-text
            move cr to wt-cr
            write wtr-text-line
            end-write
            perform varying ws-bv-scan from 1 by 1
                until ws-bv-scan > dept-count + 1
                if ws-bv-scan > dept-count
                    move 'OTH' to ws-dept-name
                else
                    move dept-code (ws-bv-scan) to ws-dept-name
                end-if
                move 'N' to ws-dept-listed
                perform varying ws-find-scan from 1 by 1
                    until ws-find-scan > ws-find-count
                    if wf-dept-idx (ws-find-scan) = ws-bv-scan
                        perform print-find-para
                    end-if
                end-perform
            end-perform

            move spaces to wt-text
            move cr to wt-cr
            write wtr-text-line
            end-write
            move spaces to wt-text
            string 'Daily rest breaches: ' ws-daily-count
                '  Weekly rest breaches: ' ws-weekly-count
                '  Over 48-hr average: ' ws-avg-count
                '  Trending: ' ws-trend-count
                delimited by size into wt-text
            move cr to wt-cr
            write wtr-text-line
            end-write
            close wtr-rpt

            display 'wtr-check: ' ws-daily-count ' daily rest, '
                ws-weekly-count ' weekly rest, ' ws-avg-count
                ' average breaches, ' ws-trend-count ' trending'
            stop run.

            load-emp-para.
            move first-name to ws-emp-first (id-emp)
            move last-name to ws-emp-last (id-emp)
            move depart to ws-emp-dept (id-emp)
            move hire-date to ws-emp-hire (id-emp)
            read emp next
            end-read.

      * only approved changes (or rows predating maker-checker) are
      * honoured
            load-changes-para.
            if (chg-chg-status = 'APPROVED'
                or chg-chg-status = spaces)
                and chg-action = 'TRANSFER'
                and chg-eff-date not > ws-week-end
                and chg-id > 0
                move chg-value (1:3) to ws-emp-dept (chg-id)
            end-if
            read emp-changes into change-record
            end-read.

      * an opt-out counts when it was signed by the week end and not
      * withdrawn by then
            load-optout-para.
            if opt-id > 0
                and opt-signed not > ws-week-end
                and (opt-withdrawn = spaces
                    or opt-withdrawn > ws-week-end)
                move 'Y' to ws-emp-optout (opt-id)
            end-if
            read opt-out into opt-record
            end-read.

      * feed the sort every archived punch from batch dates between
      * the day before the week and the week end
            select-punch-para.
            open input punch-archive
            if arch-status not = '00'
                display 'wtr-check: no punch archive on file'
                move 12 to return-code
                stop run
            end-if
            read punch-archive into archive-line
            perform release-punch-para until arch-status = '10'
            close punch-archive.

            release-punch-para.
            move arch-date to ws-cd-date
            if arch-id is numeric
                and arch-hour is numeric and arch-minute is numeric
                and ws-cd-year is numeric and ws-cd-month is numeric
                and ws-cd-day is numeric
                perform compute-serial-para
                if ws-cd-serial not < ws-arch-from-serial
                    and ws-cd-serial not > ws-end-serial
                    move arch-id to pw-id
                    move arch-the-date (1:10) to pw-the-date
                    move arch-hour to pw-hour
                    move arch-minute to pw-minute
                    move arch-a-l to pw-a-l
                    release punch-work-rec
                end-if
            end-if
            read punch-archive into archive-line
            end-read.

      * one punch, in employee and time order. the rest before an
      * ARRIVE is measured back to the last LEAVE; a second ARRIVE
      * with no LEAVE between, or a LEAVE with no ARRIVE, is left to
      * the daily run's suspicious checks
            rest-para.
            if ps-id not = ws-cur-id
                if ws-cur-id > 0
                    perform close-week-para
                end-if
                move ps-id to ws-cur-id
                move 'N' to ws-in-shift
                move 'N' to ws-week-seen
                move 0 to ws-last-leave-ts
                move 0 to ws-longest-rest
            end-if
            move ps-the-date to ws-cd-date
            perform compute-serial-para
            compute ws-punch-ts = ws-cd-serial * 1440
                + ps-hour * 60 + ps-minute
            if ps-a-l = 'ARRIVE' and ws-in-shift = 'N'
                if ws-punch-ts not < ws-week-start-ts
                    perform arrive-rest-para
                end-if
                move 'Y' to ws-in-shift
            end-if
            if ps-a-l = 'LEAVE' and ws-in-shift = 'Y'
                move ws-punch-ts to ws-last-leave-ts
                move 'N' to ws-in-shift
            end-if
            read punch-sorted into punch-sorted-rec
            end-read.

      * the daily rest runs from the last LEAVE whenever it was; for
      * the weekly rest only the part inside the week counts
            arrive-rest-para.
            if ws-last-leave-ts > 0
                compute ws-rest-min = ws-punch-ts - ws-last-leave-ts
                if ws-rest-min < ws-daily-rest-min
                    divide ws-rest-min by 60 giving ws-rest-hh
                        remainder ws-rest-mm
                    move spaces to ws-find-detail
                    string 'ONLY ' ws-rest-hh ':' ws-rest-mm
                        ' REST BEFORE ' ps-hour ':' ps-minute
                        delimited by size into ws-find-detail
                    move 'DAILY REST' to ws-find-type
                    move ps-the-date to ws-find-date
                    perform add-find-para
                    add 1 to ws-daily-count
                end-if
            end-if
            move ws-last-leave-ts to ws-rest-from-ts
            if ws-rest-from-ts < ws-week-start-ts
                move ws-week-start-ts to ws-rest-from-ts
            end-if
            compute ws-rest-min = ws-punch-ts - ws-rest-from-ts
            if ws-rest-min > ws-longest-rest
                move ws-rest-min to ws-longest-rest
            end-if
            move 'Y' to ws-week-seen.

      * end of one employee's punches - the rest from the last LEAVE
      * to the end of the week still counts, unless the shift is still
      * open; nobody who never came in this week can break the rule
            close-week-para.
            if ws-week-seen = 'Y'
                if ws-in-shift = 'N'
                    move ws-last-leave-ts to ws-rest-from-ts
                    if ws-rest-from-ts < ws-week-start-ts
                        move ws-week-start-ts to ws-rest-from-ts
                    end-if
                    compute ws-rest-min =
                        ws-week-end-ts - ws-rest-from-ts
                    if ws-rest-min > ws-longest-rest
                        move ws-rest-min to ws-longest-rest
                    end-if
                end-if
                if ws-longest-rest < ws-weekly-rest-min
                    divide ws-longest-rest by 60 giving ws-rest-hh
                        remainder ws-rest-mm
                    move spaces to ws-find-detail
                    string 'LONGEST REST ' ws-rest-hh ':' ws-rest-mm
                        ' IN THE WEEK'
                        delimited by size into ws-find-detail
                    move 'WEEKLY REST' to ws-find-type
                    move ws-week-end to ws-find-date
                    perform add-find-para
                    add 1 to ws-weekly-count
                end-if
            end-if.

      * worked hours inside the reference period
            hours-para.
            if hist-id > 0
                move hist-date to ws-cd-date
                perform compute-serial-para
                if ws-cd-serial not < ws-ref-start-serial
                    and ws-cd-serial not > ws-end-serial
                    add hist-worked to ws-emp-hours (hist-id)
                end-if
            end-if
            read daily-history next
            end-read.

      * average over the reference period's weeks, or over the weeks
      * since hire for anyone who started inside it
            average-para.
            move ws-emp-scan to ws-cur-id
            move ws-ref-weeks to ws-weeks
            move ws-emp-hire (ws-cur-id) to ws-cd-date
            if ws-cd-year is numeric and ws-cd-month is numeric
                and ws-cd-day is numeric
                perform compute-serial-para
                move ws-cd-serial to ws-hire-serial
                if ws-hire-serial > ws-ref-start-serial
                    and ws-hire-serial not > ws-end-serial
                    compute ws-days = ws-end-serial - ws-hire-serial
                        + 1
                    compute ws-weeks = (ws-days + 6) / 7
                end-if
            end-if
            compute ws-avg-hours rounded =
                ws-emp-hours (ws-cur-id) / ws-weeks
            if ws-avg-hours not < ws-warn-hours
                move ws-avg-hours to ws-avg-edit
                move ws-weeks to ws-weeks-edit
                move spaces to ws-find-detail
                string 'AVERAGE ' ws-avg-edit ' HRS OVER '
                    ws-weeks-edit ' WKS'
                    delimited by size into ws-find-detail
                if ws-avg-hours > ws-avg-limit
                    move '48-HR AVG' to ws-find-type
                    add 1 to ws-avg-count
                else
                    move 'TRENDING' to ws-find-type
                    add 1 to ws-trend-count
                end-if
                move ws-week-end to ws-find-date
                perform add-find-para
            end-if.

            add-find-para.
            if ws-find-count < 2000
                add 1 to ws-find-count
                set find-idx to ws-find-count
                move ws-cur-id to wf-id (find-idx)
                move ws-emp-dept (ws-cur-id) to ws-row-dept
                perform find-dept-para
                move ws-dept-idx to wf-dept-idx (find-idx)
                move ws-find-type to wf-type (find-idx)
                move ws-find-date to wf-date (find-idx)
                move ws-find-detail to wf-detail (find-idx)
            else
                display 'finding table full - ' ws-find-type
                    ' for ' ws-cur-id ' NOT listed'
            end-if.

            find-dept-para.
            compute ws-dept-idx = dept-count + 1
            set dept-idx to 1
            search dept-entry
                at end continue
                when dept-code (dept-idx) = ws-row-dept
                    set ws-dept-idx to dept-idx
            end-search.

            print-find-para.
            if ws-dept-listed = 'N'
                move 'Y' to ws-dept-listed
                move spaces to wt-text
                move cr to wt-cr
                write wtr-text-line
                end-write
                move spaces to wt-text
                if ws-bv-scan > dept-count
                    move 'Department: OTH' to wt-text
                else
                    string 'Department: ' ws-dept-name '  '
                        dept-desc (ws-bv-scan) '  manager '
                        dept-manager (ws-bv-scan)
                        delimited by size into wt-text
                end-if
                move cr to wt-cr
                write wtr-text-line
                end-write
            end-if
            move spaces to wtr-detail-line
            move wf-id (ws-find-scan) to wd-id
            move ws-emp-last (wf-id (ws-find-scan)) to wd-last
            move ws-emp-first (wf-id (ws-find-scan)) to wd-first
            move wf-type (ws-find-scan) to wd-type
            move wf-date (ws-find-scan) to wd-date
            move wf-detail (ws-find-scan) to wd-detail
            move cr to wd-cr
            write wtr-detail-line
            end-write.

            compute-serial-para.
            compute ws-cd-am = 14 - ws-cd-month
            divide 12 into ws-cd-am giving ws-cd-a
            compute ws-cd-y = ws-cd-year + 4800 - ws-cd-a
            compute ws-cd-m = ws-cd-month + 12 * ws-cd-a - 3
            compute ws-cd-t = 153 * ws-cd-m + 2
            divide 5 into ws-cd-t giving ws-cd-t1
            divide 4 into ws-cd-y giving ws-cd-q4
            divide 100 into ws-cd-y giving ws-cd-q100
            divide 400 into ws-cd-y giving ws-cd-q400
            compute ws-cd-serial = ws-cd-day + ws-cd-t1
                + 365 * ws-cd-y + ws-cd-q4 - ws-cd-q100 + ws-cd-q400
                - 32045.

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
