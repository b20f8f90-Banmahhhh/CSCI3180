       identification division.
       program-id. prj-rpt.

      * project labour report: hours and cost booked to each project
      * or activity for the week ending the chosen date and for the
      * month to date, per project and per employee, with the hours
      * booked since the project opened against its budget hours.
      * the day's worked time comes off the punch archive (ARRIVE to
      * LEAVE, less BRKOUT to BRKIN) and is sliced at each JOB punch
      * in job-archive.txt - time after a JOB punch books to its
      * project until the next JOB punch or the LEAVE, and worked time
      * before the first JOB punch of a shift (or on a day with none)
      * shows as UNALLOCATED. a JOB punch made before the ARRIVE books
      * the shift from the ARRIVE on. everything is credited to the
      * batch date the shift belongs to, so a night crew's hours after
      * midnight stay with the shift. cost is the same salary-derived
      * hourly rate the overtime pricing uses, off the salary in effect
      * at the report date.
       environment division.
            input-output section.
            file-control.
              select punch-archive
              assign to 'punch-archive.txt'
              organization is line sequential
              file status is arch-status.

              select optional job-archive
              assign to 'job-archive.txt'
              organization is line sequential
              file status is job-status.

              select punch-work assign to 'prj-work.tmp'.

              select punch-sorted
              assign to 'prj-sorted.txt'
              organization is line sequential
              file status is sorted-status.

              select project-master
              assign to 'project-master.txt'
              organization is line sequential
              file status is prj-status.

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

              select prj-labour-rpt
              assign to 'project-labour.txt'
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

            fd job-archive.
            01 job-archive-line.
                05 jarch-date pic x(10).
                05 jarch-sp pic x(2).
                05 jarch-punch.
                    10 jarch-id pic x(4).
                    10 jarch-a-l pic x(7).
                    10 jarch-the-date pic x(11).
                    10 jarch-hour pic x(2).
                    10 jarch-colon pic x.
                    10 jarch-minute pic x(2).
                    10 jarch-clock pic x(2).
                    10 jarch-project pic x(6).
                05 jarch-cr pic x.

      * every punch of both archives in the order it happened - the
      * punch type's rank orders punches stamped the same minute so a
      * shift opens before it is booked and is booked before it closes
            sd punch-work.
            01 punch-work-rec.
                05 pw-id pic 9(4).
                05 pw-the-date pic x(10).
                05 pw-hour pic 9(2).
                05 pw-minute pic 9(2).
                05 pw-rank pic 9.
                05 pw-a-l pic x(7).
                05 pw-batch-date pic x(10).
                05 pw-project pic x(6).

            fd punch-sorted.
            01 punch-sorted-rec.
                05 ps-id pic 9(4).
                05 ps-the-date pic x(10).
                05 ps-hour pic 9(2).
                05 ps-minute pic 9(2).
                05 ps-rank pic 9.
                05 ps-a-l pic x(7).
                05 ps-batch-date pic x(10).
                05 ps-project pic x(6).

            fd project-master.
            01 project-record.
                05 prj-code pic x(6).
                05 prj-sp1 pic x(2).
                05 prj-desc pic x(20).
                05 prj-sp2 pic x(2).
                05 prj-dept pic x(3).
                05 prj-sp3 pic x(2).
                05 prj-state pic x.
                05 prj-sp4 pic x(2).
                05 prj-budget-hours pic 9(5).

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

            fd prj-labour-rpt.
            01 pl-text-line.
                05 pt-text pic x(100).
                05 pt-cr pic x.
            01 pl-detail-line.
                05 pd-id pic 9999.
                05 pd-sp1 pic x(2).
                05 pd-last pic x(20).
                05 pd-sp2 pic x(2).
                05 pd-first pic x(10).
                05 pd-sp3 pic x(2).
                05 pd-week-hours pic zzzz9.99.
                05 pd-sp4 pic x(2).
                05 pd-week-cost pic zzzzzz9.99.
                05 pd-sp5 pic x(2).
                05 pd-mtd-hours pic zzzz9.99.
                05 pd-sp6 pic x(2).
                05 pd-mtd-cost pic zzzzzz9.99.
                05 pd-cr pic x.

            working-storage section.
            01 arch-status pic xx.
            01 job-status pic xx.
            01 sorted-status pic xx.
            01 prj-status pic xx.
            01 emp-status pic xx.
            01 chg-status pic xx.

            01 ws-week-end pic x(10).
            01 ws-week-start pic x(10).
            01 ws-month-start pic x(10).

      * the project master, with the minutes booked to each since it
      * opened. the row past the last project is UNALLOCATED
            01 ws-prj-count pic 999 value 0.
            01 ws-prj-table.
                05 ws-prj-entry occurs 501 times
                    depending on ws-prj-count indexed by prj-idx.
                    10 wpj-code pic x(6).
                    10 wpj-desc pic x(20).
                    10 wpj-dept pic x(3).
                    10 wpj-state pic x.
                    10 wpj-budget pic 9(5).
                    10 wpj-ltd-min pic 9(9).
            01 ws-prj-scan pic 999.
            01 ws-prj-row pic 999.

      * minutes per employee per project for the week and the month
            01 ws-book-count pic 9(4) value 0.
            01 ws-book-table.
                05 ws-book-entry occurs 5000 times
                    depending on ws-book-count indexed by book-idx.
                    10 wb-id pic 9999.
                    10 wb-prj-row pic 999.
                    10 wb-week-min pic 9(7).
                    10 wb-mtd-min pic 9(7).
            01 ws-book-scan pic 9(4).

      * name and salary in effect at the report date per employee id
            01 ws-emp-table.
                05 ws-emp-row occurs 9999 times.
                    10 ws-emp-first pic x(10).
                    10 ws-emp-last pic x(20).
                    10 ws-emp-salary pic 9(6).

      * one employee's punches as they are walked
            01 ws-cur-id pic 9999 value 0.
            01 ws-on-clock pic x.
            01 ws-on-break pic x.
            01 ws-cur-project pic x(6).
            01 ws-shift-date pic x(10).
            01 ws-seg-start-ts pic 9(11).
            01 ws-punch-ts pic 9(11).
            01 ws-seg-min pic 9(7).

      * standard working hours, the figures the overtime pricing uses
            01 ws-workdays-per-month pic 99 value 22.
            01 ws-hours-per-day pic 99 value 8.
            01 ws-hourly-rate pic 9(6)v99.

            01 ws-line-week-min pic 9(9).
            01 ws-line-mtd-min pic 9(9).
            01 ws-line-week-cost pic 9(9)v99.
            01 ws-line-mtd-cost pic 9(9)v99.
            01 ws-cost pic 9(9)v99.
            01 ws-tot-week-min pic 9(9).
            01 ws-tot-mtd-min pic 9(9).
            01 ws-tot-week-cost pic 9(9)v99.
            01 ws-tot-mtd-cost pic 9(9)v99.
            01 ws-hours pic 9(7)v99.
            01 ws-hours-edit pic zzzzzz9.99.
            01 ws-week-hours-edit pic zzzzzz9.99.
            01 ws-week-cost-edit pic zzzzzzzz9.99.
            01 ws-mtd-hours-edit pic zzzzzz9.99.
            01 ws-mtd-cost-edit pic zzzzzzzz9.99.
            01 ws-budget-edit pic zzzz9.
            01 ws-ltd-variance pic s9(7)v99.
            01 ws-variance-edit pic -------9.99.
            01 ws-prj-used pic x.

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

      * week start walk - the calendar day before ws-cd-date, month
      * and year rollback included
            01 ws-back-days pic 9.
            01 ws-days-in-month pic 99.
            01 ws-is-leap pic x.
            01 ws-leap-q pic 9(4).
            01 ws-leap-r4 pic 9(4).
            01 ws-leap-r100 pic 9(4).
            01 ws-leap-r400 pic 9(4).

            01 ws-today-raw pic 9(8).
            01 ws-today-parts redefines ws-today-raw.
                05 ws-td-year pic 9999.
                05 ws-td-month pic 99.
                05 ws-td-day pic 99.
            01 ws-today-str pic x(10).

            01 cr pic x value X"0D".

       procedure division.
            main-para.
            open input project-master
            if prj-status not = '00'
                display 'prj-rpt: no project master on file'
                move 12 to return-code
                stop run
            end-if
            read project-master into project-record
            perform load-project-para until prj-status = '10'
            close project-master
            add 1 to ws-prj-count
            set prj-idx to ws-prj-count
            move spaces to wpj-code (prj-idx)
            move 'UNALLOCATED' to wpj-desc (prj-idx)
            move spaces to wpj-dept (prj-idx)
            move spaces to wpj-state (prj-idx)
            move 0 to wpj-budget (prj-idx)
            move 0 to wpj-ltd-min (prj-idx)

            display 'Week ending (YYYY-MM-DD): '
            accept ws-week-end
            move ws-week-end to ws-cd-date
            if ws-cd-year is not numeric or ws-cd-month is not numeric
                or ws-cd-day is not numeric
                display 'prj-rpt: bad date ' ws-week-end
                move 12 to return-code
                stop run
            end-if
            move ws-week-end to ws-month-start
            move '01' to ws-month-start (9:2)
            perform varying ws-back-days from 1 by 1
                until ws-back-days > 6
                perform prev-date-para
            end-perform
            move ws-cd-date to ws-week-start

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

      * salary changes in effect by the report date, latest in file
      * order winning
            open input emp-changes
            if chg-status = '00'
                read emp-changes into change-record
                perform load-changes-para until chg-status = '10'
                close emp-changes
            end-if

            sort punch-work
                on ascending key pw-id
                on ascending key pw-the-date
                on ascending key pw-hour
                on ascending key pw-minute
                on ascending key pw-rank
                input procedure is select-punch-para
                giving punch-sorted

            open input punch-sorted
            read punch-sorted into punch-sorted-rec
            perform book-para until sorted-status = '10'
            close punch-sorted

            open output prj-labour-rpt
            move spaces to pt-text
            string 'Project Labour  week ' ws-week-start ' to '
                ws-week-end '  month to date from ' ws-month-start
                '  run ' ws-today-str
                delimited by size into pt-text
            move cr to pt-cr
            write pl-text-line
            end-write
            move spaces to pt-text
            move 'Id    Last name             First name  Week-hrs'
                to pt-text
            move '   Week-cost   MTD-hrs    MTD-cost'
                to pt-text (49:34)
            move cr to pt-cr
            write pl-text-line
            end-write

            perform varying ws-prj-scan from 1 by 1
                until ws-prj-scan > ws-prj-count
                perform print-project-para
            end-perform
            close prj-labour-rpt

            display 'prj-rpt: ' ws-book-count ' employee bookings for '
                ws-week-start ' to ' ws-week-end
            stop run.

            load-project-para.
            if ws-prj-count < 500
                add 1 to ws-prj-count
                set prj-idx to ws-prj-count
                move prj-code to wpj-code (prj-idx)
                move prj-desc to wpj-desc (prj-idx)
                move prj-dept to wpj-dept (prj-idx)
                move prj-state to wpj-state (prj-idx)
                move prj-budget-hours to wpj-budget (prj-idx)
                move 0 to wpj-ltd-min (prj-idx)
            else
                display 'project table full - ' prj-code
                    ' NOT loaded'
            end-if
            read project-master into project-record
            end-read.

            load-emp-para.
            move first-name to ws-emp-first (id-emp)
            move last-name to ws-emp-last (id-emp)
            move salary to ws-emp-salary (id-emp)
            read emp next
            end-read.

      * only approved changes (or rows predating maker-checker) are
      * honoured
            load-changes-para.
            if (chg-chg-status = 'APPROVED'
                or chg-chg-status = spaces)
                and chg-action = 'SALARY'
                and chg-eff-date not > ws-week-end
                and chg-id > 0
                move chg-value to ws-emp-salary (chg-id)
            end-if
            read emp-changes into change-record
            end-read.

      * feed the sort every attendance punch and every JOB punch on a
      * batch date up to the report date - the whole history, so each
      * project's hours to date can go against its budget
            select-punch-para.
            open input punch-archive
            if arch-status not = '00'
                display 'prj-rpt: no punch archive on file'
                move 12 to return-code
                stop run
            end-if
            read punch-archive into archive-line
            perform release-punch-para until arch-status = '10'
            close punch-archive
            open input job-archive
            if job-status = '00'
                read job-archive into job-archive-line
                perform release-job-para until job-status = '10'
                close job-archive
            end-if.

            release-punch-para.
            if arch-date not > ws-week-end
                and arch-id is numeric
                and arch-hour is numeric and arch-minute is numeric
                move arch-id to pw-id
                move arch-the-date (1:10) to pw-the-date
                move arch-hour to pw-hour
                move arch-minute to pw-minute
                move arch-a-l to pw-a-l
                move arch-date to pw-batch-date
                move spaces to pw-project
                move 9 to pw-rank
                if arch-a-l = 'ARRIVE'
                    move 1 to pw-rank
                end-if
                if arch-a-l = 'BRKIN'
                    move 2 to pw-rank
                end-if
                if arch-a-l = 'BRKOUT'
                    move 4 to pw-rank
                end-if
                if arch-a-l = 'LEAVE'
                    move 5 to pw-rank
                end-if
                if pw-rank < 9
                    release punch-work-rec
                end-if
            end-if
            read punch-archive into archive-line
            end-read.

            release-job-para.
            if jarch-date not > ws-week-end
                and jarch-id is numeric
                and jarch-hour is numeric and jarch-minute is numeric
                move jarch-id to pw-id
                move jarch-the-date (1:10) to pw-the-date
                move jarch-hour to pw-hour
                move jarch-minute to pw-minute
                move 3 to pw-rank
                move jarch-a-l to pw-a-l
                move jarch-date to pw-batch-date
                move jarch-project to pw-project
                release punch-work-rec
            end-if
            read job-archive into job-archive-line
            end-read.

      * one punch, in employee and time order. a LEAVE or BRKOUT
      * with no shift open, or a second ARRIVE, is left to the daily
      * run's suspicious checks and books nothing
            book-para.
            if ps-id not = ws-cur-id
                move ps-id to ws-cur-id
                move 'N' to ws-on-clock
                move 'N' to ws-on-break
                move spaces to ws-cur-project
            end-if
            move ps-the-date to ws-cd-date
            perform compute-serial-para
            compute ws-punch-ts = ws-cd-serial * 1440
                + ps-hour * 60 + ps-minute
            if ps-a-l = 'ARRIVE' and ws-on-clock = 'N'
                move 'Y' to ws-on-clock
                move 'N' to ws-on-break
                move ps-batch-date to ws-shift-date
                move ws-punch-ts to ws-seg-start-ts
            end-if
            if ps-a-l = 'JOB'
                if ws-on-clock = 'Y' and ws-on-break = 'N'
                    perform close-segment-para
                    move ws-punch-ts to ws-seg-start-ts
                end-if
                move ps-project to ws-cur-project
            end-if
            if ps-a-l = 'BRKOUT'
                and ws-on-clock = 'Y' and ws-on-break = 'N'
                perform close-segment-para
                move 'Y' to ws-on-break
            end-if
            if ps-a-l = 'BRKIN'
                and ws-on-clock = 'Y' and ws-on-break = 'Y'
                move ws-punch-ts to ws-seg-start-ts
                move 'N' to ws-on-break
            end-if
            if ps-a-l = 'LEAVE' and ws-on-clock = 'Y'
                if ws-on-break = 'N'
                    perform close-segment-para
                end-if
                move 'N' to ws-on-clock
                move 'N' to ws-on-break
                move spaces to ws-cur-project
            end-if
            read punch-sorted into punch-sorted-rec
            end-read.

      * the stretch since the last slice point books to the current
      * project - to date always, to the week and month when the
      * shift's batch date falls inside them
            close-segment-para.
            if ws-punch-ts > ws-seg-start-ts
                compute ws-seg-min = ws-punch-ts - ws-seg-start-ts
                perform find-project-para
                add ws-seg-min to wpj-ltd-min (ws-prj-row)
                if ws-shift-date not < ws-month-start
                    or ws-shift-date not < ws-week-start
                    perform find-book-para
                    if ws-shift-date not < ws-week-start
                        add ws-seg-min to wb-week-min (book-idx)
                    end-if
                    if ws-shift-date not < ws-month-start
                        add ws-seg-min to wb-mtd-min (book-idx)
                    end-if
                end-if
            end-if.

      * a code no longer on the master (or blank) books to the
      * UNALLOCATED row
            find-project-para.
            move ws-prj-count to ws-prj-row
            if ws-cur-project not = spaces
                set prj-idx to 1
                search ws-prj-entry
                    at end continue
                    when wpj-code (prj-idx) = ws-cur-project
                        set ws-prj-row to prj-idx
                end-search
            end-if.

            find-book-para.
            set book-idx to 1
            search ws-book-entry
                at end
                    if ws-book-count < 5000
                        add 1 to ws-book-count
                        set book-idx to ws-book-count
                        move ws-cur-id to wb-id (book-idx)
                        move ws-prj-row to wb-prj-row (book-idx)
                        move 0 to wb-week-min (book-idx)
                        move 0 to wb-mtd-min (book-idx)
                    else
                        display 'booking table full - ' ws-cur-id
                            ' NOT booked'
                        set book-idx to ws-book-count
                        move 0 to ws-seg-min
                    end-if
                when wb-id (book-idx) = ws-cur-id
                    and wb-prj-row (book-idx) = ws-prj-row
                    continue
            end-search.

      * one project: its heading, a line per employee who booked to
      * it this month, its week and month totals and its hours to
      * date against budget. a project with nothing booked this month
      * still shows its heading and budget line
            print-project-para.
            move 0 to ws-tot-week-min
            move 0 to ws-tot-mtd-min
            move 0 to ws-tot-week-cost
            move 0 to ws-tot-mtd-cost
            move 'N' to ws-prj-used
            perform varying ws-book-scan from 1 by 1
                until ws-book-scan > ws-book-count
                if wb-prj-row (ws-book-scan) = ws-prj-scan
                    move 'Y' to ws-prj-used
                end-if
            end-perform
            if ws-prj-scan = ws-prj-count and ws-prj-used = 'N'
                continue
            else
                move spaces to pt-text
                move cr to pt-cr
                write pl-text-line
                end-write
                move spaces to pt-text
                if ws-prj-scan = ws-prj-count
                    move 'UNALLOCATED - worked time with no project'
                        to pt-text
                else
                    move wpj-budget (ws-prj-scan) to ws-budget-edit
                    string 'Project: ' wpj-code (ws-prj-scan) '  '
                        wpj-desc (ws-prj-scan) '  owner '
                        wpj-dept (ws-prj-scan) '  status '
                        wpj-state (ws-prj-scan) '  budget hours '
                        ws-budget-edit
                        delimited by size into pt-text
                end-if
                move cr to pt-cr
                write pl-text-line
                end-write
                perform varying ws-book-scan from 1 by 1
                    until ws-book-scan > ws-book-count
                    if wb-prj-row (ws-book-scan) = ws-prj-scan
                        perform print-booking-para
                    end-if
                end-perform
                perform print-total-para
            end-if.

            print-booking-para.
            move wb-id (ws-book-scan) to ws-cur-id
            compute ws-hourly-rate rounded =
                ws-emp-salary (ws-cur-id) /
                (ws-workdays-per-month * ws-hours-per-day)
            move wb-week-min (ws-book-scan) to ws-line-week-min
            move wb-mtd-min (ws-book-scan) to ws-line-mtd-min
            compute ws-line-week-cost rounded =
                ws-hourly-rate * ws-line-week-min / 60
            compute ws-line-mtd-cost rounded =
                ws-hourly-rate * ws-line-mtd-min / 60
            add ws-line-week-min to ws-tot-week-min
            add ws-line-mtd-min to ws-tot-mtd-min
            add ws-line-week-cost to ws-tot-week-cost
            add ws-line-mtd-cost to ws-tot-mtd-cost
            move spaces to pl-detail-line
            move ws-cur-id to pd-id
            move ws-emp-last (ws-cur-id) to pd-last
            move ws-emp-first (ws-cur-id) to pd-first
            compute pd-week-hours rounded = ws-line-week-min / 60
            move ws-line-week-cost to pd-week-cost
            compute pd-mtd-hours rounded = ws-line-mtd-min / 60
            move ws-line-mtd-cost to pd-mtd-cost
            move cr to pd-cr
            write pl-detail-line
            end-write.

            print-total-para.
            compute ws-hours rounded = ws-tot-week-min / 60
            move ws-hours to ws-week-hours-edit
            move ws-tot-week-cost to ws-week-cost-edit
            compute ws-hours rounded = ws-tot-mtd-min / 60
            move ws-hours to ws-mtd-hours-edit
            move ws-tot-mtd-cost to ws-mtd-cost-edit
            move spaces to pt-text
            string '  Total  week ' ws-week-hours-edit ' hrs '
                ws-week-cost-edit '  month to date '
                ws-mtd-hours-edit ' hrs ' ws-mtd-cost-edit
                delimited by size into pt-text
            move cr to pt-cr
            write pl-text-line
            end-write
            compute ws-hours rounded = wpj-ltd-min (ws-prj-scan) / 60
            move ws-hours to ws-hours-edit
            move spaces to pt-text
            if ws-prj-scan = ws-prj-count
                string '  Hours to date ' ws-hours-edit
                    delimited by size into pt-text
            else
                compute ws-ltd-variance =
                    ws-hours - wpj-budget (ws-prj-scan)
                move ws-ltd-variance to ws-variance-edit
                move wpj-budget (ws-prj-scan) to ws-budget-edit
                string '  Hours to date ' ws-hours-edit
                    '  budget ' ws-budget-edit
                    '  over(+)/under(-) ' ws-variance-edit
                    delimited by size into pt-text
                if ws-ltd-variance > 0
                    move 'OVER BUDGET' to pt-text (89:11)
                end-if
            end-if
            move cr to pt-cr
            write pl-text-line
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

            prev-date-para.
            if ws-cd-day > 1
                subtract 1 from ws-cd-day
            else
                if ws-cd-month > 1
                    subtract 1 from ws-cd-month
                else
                    move 12 to ws-cd-month
                    subtract 1 from ws-cd-year
                end-if
                move 31 to ws-days-in-month
                if ws-cd-month = 04 or ws-cd-month = 06
                    or ws-cd-month = 09 or ws-cd-month = 11
                    move 30 to ws-days-in-month
                end-if
                if ws-cd-month = 02
                    move 'N' to ws-is-leap
                    divide ws-cd-year by 4 giving ws-leap-q
                        remainder ws-leap-r4
                    divide ws-cd-year by 100 giving ws-leap-q
                        remainder ws-leap-r100
                    divide ws-cd-year by 400 giving ws-leap-q
                        remainder ws-leap-r400
                    if ws-leap-r4 = 0 and ws-leap-r100 not = 0
                        move 'Y' to ws-is-leap
                    end-if
                    if ws-leap-r400 = 0
                        move 'Y' to ws-is-leap
                    end-if
                    if ws-is-leap = 'Y'
                        move 29 to ws-days-in-month
                    else
                        move 28 to ws-days-in-month
                    end-if
                end-if
                move ws-days-in-month to ws-cd-day
            end-if.
