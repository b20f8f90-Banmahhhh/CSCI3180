       identification division.
       program-id. payroll-extract.

      * the day's overtime lines for the bureau, and alongside them
      * the premium lines premium-rules.txt calls for - the WHS
      * night differential, double time on a public holiday or rest
      * day - each its own line type inside the same envelope and
      * control totals. a day a pay-period calendar covers sends no
      * overtime or premium line - period-extract prices it onto the
      * period file (see pay-group.cpy). premiums come from the day's
      * worked minutes, re-paired from the cleaned punches exactly as
      * atd pairs them and split into each rule's clock window, and
      * every one, covered day or not, is kept in premium-ledger.txt
      * for gl-extract to cost and period-extract to pay.
       environment division.
            input-output section.
            file-control.
      * run control shared with the daily job: no pricing unless the
      * control file shows a completed attendance run for the date the
      * tempfile holds, and no pricing the same date twice
      * premium rules: code, department (*** any), shift start hour
      * (** any), clock window, day type, multiplier and effective
      * date - a missing file means no premiums are paid
              select optional premium-rules
              assign to 'premium-rules.txt'
              organization is line sequential
              file status is prm-status.

      * the day's punches again, ordered the way atd orders them, so
      * each employee's in/out pairs can be walked beside tempfile
              select prm-work assign to 'premium-work.tmp'.

              select prm-sorted
              assign to 'premium-sorted.txt'
              organization is line sequential
              file status is prm-sorted-status.

      * what decides the day type and an employee's shift - the same
      * files atd reads for them
              select optional holiday-cal
              assign to 'holiday-calendar.txt'
              organization is line sequential
              file status is holiday-status.

              select optional work-roster
              assign to 'work-roster.txt'
              organization is line sequential
              file status is roster-status.

              select dept-master
              assign to '/Users/banma/department-master.txt'
              organization is line sequential
              file status is dept-status.

      * every premium paid, one row per employee, code and date - the
      * bureau file is replaced daily, this is what gl-extract costs
      * a month's premiums from. a re-priced date replaces its rows
              select optional prm-ledger-in
              assign to 'premium-ledger.txt'
              organization is line sequential
              file status is ledger-in-status.

              select prm-ledger-new
              assign to 'premium-ledger.txt.new'
              organization is line SEQUENTIAL.

              select optional prm-ledger
              assign to 'premium-ledger.txt'
              organization is line SEQUENTIAL.

      * the pay-period calendar and pay group changes, to tell which
      * employees' overtime goes out on the period file instead
              select optional pay-cal
              assign to 'pay-calendar.txt'
              organization is line sequential
              file status is cal-status.

              select optional emp-changes
              assign to '/Users/banma/employee-changes.txt'
              organization is line sequential
              file status is chg-status.

              select run-control
              assign to 'run-control.txt'
              organization is line sequential
                05 payroll-sp5 pic x(2).
                05 payroll-overtime-pay pic zzzzz9.99.
                05 payroll-cr pic x.
      * same columns as the overtime line, then the premium code as
      * the line type and the attendance date - the same shape as
      * retro-adjust's RETRO lines. hours are the window minutes to
      * the nearest whole hour, the rate the premium rate per hour
            01 payroll-premium-line.
                05 pp-id pic 9999.
                05 pp-sp1 pic x(2).
                05 pp-first-name pic x(10).
                05 pp-sp2 pic x(2).
                05 pp-last-name pic x(20).
                05 pp-sp3 pic x(2).
                05 pp-hours pic zz9.
                05 pp-sp4 pic x(2).
                05 pp-rate pic zzzz9.99.
                05 pp-sp5 pic x(2).
                05 pp-pay pic zzzzz9.99.
                05 pp-sp6 pic x(2).
                05 pp-tag pic x(5).
                05 pp-sp7 pic x(2).
                05 pp-date pic x(10).
                05 pp-cr pic x.

            fd att-clean.
            01 clean-header pic x(10).
            01 clean-record.
               05 cl-id-att pic 9(4).
               05 cl-a-l pic a(7).
               05 cl-the-date pic x(11).
               05 cl-time-hour pic 9(2).
               05 cl-not-used pic x(1).
               05 cl-time-minute pic 9(2).
               05 cl-clock-id pic x(2).

            fd premium-rules.
            01 prm-record.
                05 prm-code pic x(5).
                05 prm-sp1 pic x(2).
                05 prm-dept pic x(3).
                05 prm-sp2 pic x(2).
                05 prm-shift pic x(2).
                05 prm-sp3 pic x(2).
      * HHMM-HHMM - an end at or before the start runs past
      * midnight, 0000-0000 is the whole day
                05 prm-from-hh pic 99.
                05 prm-from-mm pic 99.
                05 prm-sp4 pic x.
                05 prm-to-hh pic 99.
                05 prm-to-mm pic 99.
                05 prm-sp5 pic x(2).
      * A any day, W working day, H public holiday, R rest day
      * (weekend or rostered day off), N holiday or rest day
                05 prm-day-type pic x.
                05 prm-sp6 pic x(2).
      * paid per premium hour as a multiple of the hourly rate - a
      * later row at zero withdraws the premium
                05 prm-mult pic 9v99.
                05 prm-sp7 pic x(2).
                05 prm-eff-date pic x(10).

            sd prm-work.
            01 prm-work-rec.
                05 pw-seq pic 9(6).
                05 pw-id-att pic 9(4).
                05 pw-a-l pic a(7).
                05 pw-the-date pic x(11).
                05 pw-time-hour pic 9(2).
                05 pw-not-used pic x(1).
                05 pw-time-minute pic 9(2).
                05 pw-clock-id pic x(2).

            fd prm-sorted.
            01 prm-sorted-rec.
                05 ps-seq pic 9(6).
                05 ps-id-att pic 9(4).
                05 ps-a-l pic a(7).
                05 ps-the-date pic x(11).
                05 ps-time-hour pic 9(2).
                05 ps-not-used pic x(1).
                05 ps-time-minute pic 9(2).
                05 ps-clock-id pic x(2).

            fd holiday-cal.
            01 holiday-record.
                05 hol-date pic x(10).
                05 hol-sp pic x(2).
                05 hol-desc pic x(30).

            fd work-roster.
            01 roster-record.
                05 ros-id pic 9999.
                05 ros-sp1 pic x(2).
                05 ros-days pic x(7).
                05 ros-sp2 pic x(2).
                05 ros-start pic x(2).
                05 ros-sp3 pic x.
                05 ros-end pic x(2).

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

            fd prm-ledger-in.
            01 ledger-in-line pic x(47).

            fd prm-ledger-new.
            01 ledger-new-line pic x(47).

            fd prm-ledger.
            01 ledger-record.
                05 lg-date pic x(10).
                05 lg-sp1 pic x(2).
                05 lg-id pic 9999.
                05 lg-sp2 pic x(2).
                05 lg-dept pic x(3).
                05 lg-sp3 pic x(2).
                05 lg-code pic x(5).
                05 lg-sp4 pic x(2).
                05 lg-hours pic 999.
                05 lg-sp5 pic x(2).
                05 lg-pay pic 9(6).99.
                05 lg-cr pic x.

            fd ot-auth.
            01 auth-record.
                05 st-label3 pic x(12).
                05 st-cr pic x.

            fd pay-cal.
            01 cal-record.
                05 cal-group pic x(3).
                05 cal-sp1 pic x(2).
                05 cal-start pic x(10).
                05 cal-sp2 pic x(2).
                05 cal-end pic x(10).
                05 cal-sp3 pic x(2).
                05 cal-cutoff pic x(10).
                05 cal-sp4 pic x(2).
                05 cal-pay-date pic x(10).
                05 cal-sp5 pic x(2).
                05 cal-state pic x.

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

            fd run-control.
            01 rc-record.
                05 rc-date pic x(10).
            01 ot-auth-status pic xx.
            01 rc-status pic xx.
            01 rc-ext-status pic xx.
            01 cal-status pic xx.
            01 chg-status pic xx.

            copy "pay-group.cpy".

            01 ws-run-date pic x(10).
            01 ws-expected-date pic x(10) value spaces.
            01 ws-overtime-rate pic 9(6)v99.
            01 ws-overtime-pay pic 9(6)v99.

      * the premium rules in effect on the run date - for each code,
      * department and shift the latest effective row stands
            01 prm-status pic xx.
            01 prm-sorted-status pic xx.
            01 holiday-status pic xx.
            01 roster-status pic xx.
            01 ledger-in-status pic xx.
            01 ws-prm-count pic 99 value 0.
            01 ws-prm-table.
                05 ws-prm-entry occurs 20 times.
                    10 wpr-code pic x(5).
                    10 wpr-dept pic x(3).
                    10 wpr-shift pic x(2).
                    10 wpr-from-min pic 9(4).
                    10 wpr-to-min pic 9(4).
                    10 wpr-day-type pic x.
                    10 wpr-mult pic 9v99.
                    10 wpr-eff-date pic x(10).
      * per employee: does the rule apply today, and the worked
      * minutes that fell inside its window
                    10 wpr-applies pic x.
                    10 wpr-minutes pic 9(4).
            01 ws-prm-scan pic 99.
            01 ws-prm-prior pic 99.
            01 ws-prm-slot pic 99.
            01 ws-prm-code-taken pic x.

            01 ws-holiday-count pic 999 value 0.
            01 ws-holiday-table.
                05 ws-holiday-date pic x(10) occurs 100 times.
            01 ws-hol-scan pic 999.
            01 ws-roster-count pic 999 value 0.
            01 ws-roster-table.
                05 ws-roster-entry occurs 500 times.
                    10 wr-id pic 9999.
                    10 wr-days pic x(7).
                    10 wr-start pic x(2).
                    10 wr-end pic x(2).
            01 ws-ros-scan pic 999.

            01 dept-status pic xx.
            copy "department.cpy".

      * the run date's day type and weekday, by the Zeller's
      * congruence atd's check-non-working-para uses (h = 0
      * Saturday, 1 Sunday)
            01 ws-run-date-parts.
                05 ws-rd-year pic 9999.
                05 filler pic x.
                05 ws-rd-month pic 99.
                05 filler pic x.
                05 ws-rd-day pic 99.
            01 ws-run-holiday pic x value 'N'.
            01 ws-run-weekend pic x value 'N'.
            01 ws-roster-day-idx pic 9.
            01 ws-z-m pic 99.
            01 ws-z-y pic 9999.
            01 ws-z-t pic 999.
            01 ws-z-t1 pic 99.
            01 ws-z-j pic 99.
            01 ws-z-k pic 99.
            01 ws-z-kq pic 99.
            01 ws-z-jq pic 99.
            01 ws-z-sum pic 9(4).
            01 ws-z-q pic 9(4).
            01 ws-z-h pic 9.

      * one employee's day: shift, rest day, and the in-punch still
      * waiting for its out-punch, on atd's +24 adjusted scale
            01 ws-prm-seq pic 9(6) value 0.
            01 ws-prm-dept pic x(3).
            01 ws-prm-start-hour pic 99.
            01 ws-prm-end-hour pic 99.
            01 ws-prm-overnight pic x.
            01 ws-prm-rest-day pic x.
            01 ws-prm-day-ok pic x.
            01 ws-prm-adj-hour pic 99.
            01 ws-prm-punch-min pic 9(4).
            01 ws-prm-in-min pic 9(4).
            01 ws-prm-in-pend pic x.
            01 ws-span-from pic s9(5).
            01 ws-span-to pic s9(5).
            01 ws-win-from pic s9(5).
            01 ws-win-to pic s9(5).
            01 ws-win-offset pic s9(5).
            01 ws-overlap pic s9(5).
            01 ws-prm-hours pic 999.
            01 ws-prm-rate pic 9(6)v99.
            01 ws-prm-pay pic 9(6)v99.
            01 ws-prm-line-count pic 9(5) value 0.
            01 ws-prm-covered pic x.
            01 ws-ledger-cmd pic x(60).

            01 cr pic x value X"0D".

       procedure division.
                close toil-elect
            end-if

      * neither file on hand just means no calendar in use
            open input pay-cal
            if cal-status = '00'
                read pay-cal into cal-record
                perform load-calendar-para until cal-status = '10'
                close pay-cal
            end-if
            open input emp-changes
            if chg-status = '00'
                read emp-changes into change-record
                perform load-paygroup-para until chg-status = '10'
                close emp-changes
            end-if

            perform load-premium-para

            open input tempfile
            open output payroll
            open output unapproved

            perform extract-para until tempfile-status = '10'

            if ws-prm-count > 0
                close prm-sorted
                close prm-ledger
            end-if

            move 'TRL' to pt-tag
            move '  ' to pt-sp1
            move ws-pay-count to pt-count
            write rc-ext-record
            end-write
            close run-control-ext
            if ws-prm-count > 0
                display 'payroll-extract: ' ws-prm-line-count
                    ' premium lines for ' ws-run-date
            end-if
            stop run.

      * the latest completed attendance run wins as the expected
                    add ws-paid-hours to wt-banked (toil-idx)
                    move first-name-temp to wt-first (toil-idx)
                end-if
      * a day a pay period covers is paid on the period file
                move 'N' to pg-covered
                if ws-paid-hours > 0 and ws-toil-elected = 'N'
                    move id-temp to pg-id
                    move ws-run-date to pg-date
                    perform resolve-group-para
                end-if
                if ws-paid-hours > 0 and ws-toil-elected = 'N'
                    and pg-covered = 'N'
                    compute ws-hourly-rate rounded =
                        salary-temp /
                        (ws-workdays-per-month * ws-hours-per-day)
                end-if
            end-if

      * a day a pay period covers still has its premiums priced onto
      * the ledger, but they are paid on the period file
            if ws-prm-count > 0
                move id-temp to pg-id
                move ws-run-date to pg-date
                perform resolve-group-para
                move pg-covered to ws-prm-covered
                perform premium-para
            end-if

            read tempfile next into temp-info
            end-read.

            load-calendar-para.
            if pcal-count < 500
                add 1 to pcal-count
                set pcal-idx to pcal-count
                move cal-group to pcal-group (pcal-idx)
                move cal-start to pcal-start (pcal-idx)
                move cal-end to pcal-end (pcal-idx)
                move cal-state to pcal-state (pcal-idx)
            else
                display 'payroll-extract: pay calendar table full - '
                    cal-group ' period ' cal-start ' NOT loaded'
            end-if
            read pay-cal into cal-record
            end-read.

      * only approved pay group changes (or rows predating
      * maker-checker) are honoured
            load-paygroup-para.
            if chg-action = 'PAYGROUP' and chg-id > 0
                and (chg-chg-status = 'APPROVED'
                    or chg-chg-status = spaces)
                if pgc-count < 500
                    add 1 to pgc-count
                    set pgc-idx to pgc-count
                    move chg-id to pgc-id (pgc-idx)
                    move chg-eff-date to pgc-eff-date (pgc-idx)
                    move chg-value (1:3) to pgc-group (pgc-idx)
                else
                    display 'payroll-extract: pay group table full - '
                        'change for ' chg-id ' NOT applied'
                end-if
            end-if
            read emp-changes into change-record
            end-read.

      * the group an employee was in on a date, and whether a
      * calendar period covers it
            resolve-group-para.
            move 'SSM' to pg-group
            move 'N' to pg-covered
            move 'N' to pg-closed
            perform varying pg-scan from 1 by 1
                until pg-scan > pgc-count
                if pgc-id (pg-scan) = pg-id
                    and pgc-eff-date (pg-scan) not > pg-date
                    move pgc-group (pg-scan) to pg-group
                end-if
            end-perform
            set pcal-idx to 1
            search pcal-entry
                at end continue
                when pcal-group (pcal-idx) = pg-group
                    and pcal-start (pcal-idx) not > pg-date
                    and pcal-end (pcal-idx) not < pg-date
                    move 'Y' to pg-covered
                    if pcal-state (pcal-idx) = 'C'
                        move 'Y' to pg-closed
                    end-if
            end-search.

      * the rules in effect on the run date, the calendar, the roster
      * and the departments' shifts, then the day's punches sorted by
      * employee the way atd sorts them - and the ledger cleared of
      * any earlier pricing of the same date
            load-premium-para.
            open input premium-rules
            if prm-status = '00'
                read premium-rules into prm-record
                perform load-rule-para until prm-status = '10'
                close premium-rules
            end-if
            if ws-prm-count > 0
                move ws-run-date to ws-run-date-parts
                open input holiday-cal
                if holiday-status = '00'
                    read holiday-cal into holiday-record
                    perform load-holiday-para
                        until holiday-status = '10'
                    close holiday-cal
                end-if
                open input work-roster
                if roster-status = '00'
                    read work-roster into roster-record
                    perform load-roster-para
                        until roster-status = '10'
                    close work-roster
                end-if
                open input dept-master
                if dept-status = '00'
                    read dept-master into dept-master-record
                    perform load-dept-para until dept-status = '10'
                    close dept-master
                end-if
                perform run-day-para

                sort prm-work
                    on ascending key pw-id-att
                    on ascending key pw-the-date
                    on ascending key pw-time-hour
                    on ascending key pw-time-minute
                    on ascending key pw-seq
                    input procedure is number-punch-para
                    giving prm-sorted
                open input prm-sorted
                read prm-sorted into prm-sorted-rec
                end-read

                open input prm-ledger-in
                if ledger-in-status = '00'
                    open output prm-ledger-new
                    read prm-ledger-in into ledger-in-line
                    perform scrub-ledger-para
                        until ledger-in-status = '10'
                    close prm-ledger-in
                    close prm-ledger-new
                    move 'mv premium-ledger.txt.new premium-ledger.txt'
                        to ws-ledger-cmd
                    call "SYSTEM" using ws-ledger-cmd
                end-if
                open extend prm-ledger
            end-if.

      * one rule row - rows not yet in effect are passed by, and for
      * the same code, department and shift a later effective date
      * (or the later row on the same date) replaces the earlier
            load-rule-para.
            if prm-code not = spaces
                and prm-eff-date is not > ws-run-date
                if prm-mult is numeric and prm-from-hh is numeric
                    and prm-from-mm is numeric and prm-to-hh is numeric
                    and prm-to-mm is numeric
                    perform store-rule-para
                else
                    display 'payroll-extract: premium rule ' prm-code
                        ' ' prm-dept ' unreadable - NOT applied'
                end-if
            end-if
            read premium-rules into prm-record
            end-read.

            store-rule-para.
            move 0 to ws-prm-slot
            perform varying ws-prm-scan from 1 by 1
                until ws-prm-scan > ws-prm-count
                if wpr-code (ws-prm-scan) = prm-code
                    and wpr-dept (ws-prm-scan) = prm-dept
                    and wpr-shift (ws-prm-scan) = prm-shift
                    move ws-prm-scan to ws-prm-slot
                end-if
            end-perform
            if ws-prm-slot = 0
                if ws-prm-count < 20
                    add 1 to ws-prm-count
                    move ws-prm-count to ws-prm-slot
                else
                    display 'premium rule table full - ' prm-code
                        ' ' prm-dept ' NOT applied'
                end-if
            else
                if prm-eff-date < wpr-eff-date (ws-prm-slot)
                    move 0 to ws-prm-slot
                end-if
            end-if
            if ws-prm-slot > 0
                move prm-code to wpr-code (ws-prm-slot)
                move prm-dept to wpr-dept (ws-prm-slot)
                move prm-shift to wpr-shift (ws-prm-slot)
                compute wpr-from-min (ws-prm-slot) =
                    prm-from-hh * 60 + prm-from-mm
                compute wpr-to-min (ws-prm-slot) =
                    prm-to-hh * 60 + prm-to-mm
                if wpr-to-min (ws-prm-slot) not >
                    wpr-from-min (ws-prm-slot)
                    add 1440 to wpr-to-min (ws-prm-slot)
                end-if
                move prm-day-type to wpr-day-type (ws-prm-slot)
                move prm-mult to wpr-mult (ws-prm-slot)
                move prm-eff-date to wpr-eff-date (ws-prm-slot)
            end-if.

            load-holiday-para.
            if ws-holiday-count < 100
                add 1 to ws-holiday-count
                move hol-date to ws-holiday-date (ws-holiday-count)
            else
                display 'holiday table full - ' hol-date
                    ' NOT applied'
            end-if
            read holiday-cal into holiday-record
            end-read.

            load-roster-para.
            if ws-roster-count < 500
                add 1 to ws-roster-count
                move ros-id to wr-id (ws-roster-count)
                move ros-days to wr-days (ws-roster-count)
                move ros-start to wr-start (ws-roster-count)
                move ros-end to wr-end (ws-roster-count)
            else
                display 'roster table full - pattern for ' ros-id
                    ' NOT applied'
            end-if
            read work-roster into roster-record
            end-read.

      * holiday or not, weekend or not, and the 1-7 Monday..Sunday
      * subscript into the roster's days for the run date
            run-day-para.
            perform varying ws-hol-scan from 1 by 1
                until ws-hol-scan > ws-holiday-count
                if ws-holiday-date (ws-hol-scan) = ws-run-date
                    move 'Y' to ws-run-holiday
                end-if
            end-perform
            move ws-rd-month to ws-z-m
            move ws-rd-year to ws-z-y
            if ws-z-m < 3
                add 12 to ws-z-m
                subtract 1 from ws-z-y
            end-if
            compute ws-z-t = 13 * (ws-z-m + 1)
            divide 5 into ws-z-t giving ws-z-t1
            divide ws-z-y by 100 giving ws-z-j
                remainder ws-z-k
            divide 4 into ws-z-k giving ws-z-kq
            divide 4 into ws-z-j giving ws-z-jq
            compute ws-z-sum = ws-rd-day + ws-z-t1 + ws-z-k
                + ws-z-kq + ws-z-jq + 5 * ws-z-j
            divide 7 into ws-z-sum giving ws-z-q
                remainder ws-z-h
            if ws-z-h < 2
                move 'Y' to ws-run-weekend
            end-if
            if ws-z-h = 0
                move 6 to ws-roster-day-idx
            end-if
            if ws-z-h = 1
                move 7 to ws-roster-day-idx
            end-if
            if ws-z-h > 1
                compute ws-roster-day-idx = ws-z-h - 1
            end-if.

      * input procedure for the punch sort - the header date is
      * already known, each punch goes in tagged with its place in
      * the feed
            number-punch-para.
            open input att-clean
            read att-clean
            end-read
            if att-clean-status = '00'
                read att-clean
                end-read
            end-if
            perform release-punch-para until att-clean-status not = '00'
            close att-clean.

            release-punch-para.
            add 1 to ws-prm-seq
            move ws-prm-seq to pw-seq
            move cl-id-att to pw-id-att
            move cl-a-l to pw-a-l
            move cl-the-date to pw-the-date
            move cl-time-hour to pw-time-hour
            move cl-not-used to pw-not-used
            move cl-time-minute to pw-time-minute
            move cl-clock-id to pw-clock-id
            release prm-work-rec
            read att-clean
            end-read.

            scrub-ledger-para.
            if ledger-in-line (1:10) not = ws-run-date
                write ledger-new-line from ledger-in-line
                end-write
            end-if
            read prm-ledger-in into ledger-in-line
            end-read.

      * one employee's premiums for the day: which rules apply, then
      * their punches paired in and out exactly as atd pairs them,
      * each worked span split over the rule windows, and a line per
      * premium earned
            premium-para.
            perform skip-punch-para
                until prm-sorted-status not = '00'
                or ps-id-att not < id-temp
            if prm-sorted-status = '00' and ps-id-att = id-temp
                perform employee-day-para
                move 'N' to ws-prm-in-pend
                perform pair-punch-para
                    until prm-sorted-status not = '00'
                    or ps-id-att not = id-temp
                perform varying ws-prm-scan from 1 by 1
                    until ws-prm-scan > ws-prm-count
                    if wpr-applies (ws-prm-scan) = 'Y'
                        and wpr-minutes (ws-prm-scan) > 0
                        perform write-premium-para
                    end-if
                end-perform
            end-if.

            skip-punch-para.
            read prm-sorted into prm-sorted-rec
            end-read.

      * the employee's shift as atd's lookup-shift-para finds it
      * (department hours, roster hours over them) and whether today
      * is a rest day for them - a weekend or a rostered day off
            employee-day-para.
            move depart-temp (1:3) to ws-prm-dept
            move 10 to ws-prm-start-hour
            move 17 to ws-prm-end-hour
            set dept-idx to 1
            search dept-entry
                at end continue
                when dept-code (dept-idx) = ws-prm-dept
                    move dept-start-hour (dept-idx)
                        to ws-prm-start-hour
                    move dept-end-hour (dept-idx) to ws-prm-end-hour
            end-search
            move ws-run-weekend to ws-prm-rest-day
            perform varying ws-ros-scan from 1 by 1
                until ws-ros-scan > ws-roster-count
                if wr-id (ws-ros-scan) = id-temp
                    if wr-days (ws-ros-scan) (ws-roster-day-idx:1)
                        = 'N'
                        move 'Y' to ws-prm-rest-day
                    end-if
                    if wr-start (ws-ros-scan) is numeric
                        move wr-start (ws-ros-scan)
                            to ws-prm-start-hour
                    end-if
                    if wr-end (ws-ros-scan) is numeric
                        move wr-end (ws-ros-scan) to ws-prm-end-hour
                    end-if
                end-if
            end-perform
            if ws-prm-end-hour is not > ws-prm-start-hour
                move 'Y' to ws-prm-overnight
            else
                move 'N' to ws-prm-overnight
            end-if
            perform varying ws-prm-scan from 1 by 1
                until ws-prm-scan > ws-prm-count
                move 'N' to wpr-applies (ws-prm-scan)
                move 0 to wpr-minutes (ws-prm-scan)
                perform check-rule-para
            end-perform.

      * a rule applies on its day type, to its department (or ***)
      * and its shift start hour (or **) - and only the first such
      * row of a code counts, so a department's own row placed ahead
      * of a *** row is the one that pays
            check-rule-para.
            move 'N' to ws-prm-day-ok
            if wpr-day-type (ws-prm-scan) = 'A'
                move 'Y' to ws-prm-day-ok
            end-if
            if wpr-day-type (ws-prm-scan) = 'W'
                and ws-run-holiday = 'N' and ws-prm-rest-day = 'N'
                move 'Y' to ws-prm-day-ok
            end-if
            if wpr-day-type (ws-prm-scan) = 'H'
                and ws-run-holiday = 'Y'
                move 'Y' to ws-prm-day-ok
            end-if
            if wpr-day-type (ws-prm-scan) = 'R'
                and ws-prm-rest-day = 'Y'
                move 'Y' to ws-prm-day-ok
            end-if
            if wpr-day-type (ws-prm-scan) = 'N'
                and (ws-run-holiday = 'Y' or ws-prm-rest-day = 'Y')
                move 'Y' to ws-prm-day-ok
            end-if
            if wpr-mult (ws-prm-scan) > 0
                and ws-prm-day-ok = 'Y'
                and (wpr-dept (ws-prm-scan) = '***'
                    or wpr-dept (ws-prm-scan) = ws-prm-dept)
                and (wpr-shift (ws-prm-scan) = '**'
                    or wpr-shift (ws-prm-scan) = ws-prm-start-hour)
                move 'N' to ws-prm-code-taken
                perform varying ws-prm-prior from 1 by 1
                    until ws-prm-prior not < ws-prm-scan
                    if wpr-applies (ws-prm-prior) = 'Y'
                        and wpr-code (ws-prm-prior) =
                            wpr-code (ws-prm-scan)
                        move 'Y' to ws-prm-code-taken
                    end-if
                end-perform
                if ws-prm-code-taken = 'N'
                    move 'Y' to wpr-applies (ws-prm-scan)
                end-if
            end-if.

      * atd's worked-hours pairing on the +24 adjusted scale: an
      * in-punch (ARRIVE or back from break) remembers its minute,
      * the matching out-punch (LEAVE or out to break) closes a span
            pair-punch-para.
            move ps-time-hour to ws-prm-adj-hour
            if ws-prm-overnight = 'Y' and ps-time-hour < 12
                add 24 to ws-prm-adj-hour
            end-if
            compute ws-prm-punch-min = ws-prm-adj-hour * 60
                + ps-time-minute
            if ps-a-l = 'ARRIVE' or ps-a-l = 'BRKIN'
                move ws-prm-punch-min to ws-prm-in-min
                move 'Y' to ws-prm-in-pend
            end-if
            if ps-a-l = 'LEAVE' or ps-a-l = 'BRKOUT'
                if ws-prm-in-pend = 'Y'
                    if ws-prm-punch-min > ws-prm-in-min
                        move ws-prm-in-min to ws-span-from
                        move ws-prm-punch-min to ws-span-to
                        perform varying ws-prm-scan from 1 by 1
                            until ws-prm-scan > ws-prm-count
                            if wpr-applies (ws-prm-scan) = 'Y'
                                perform split-span-para
                            end-if
                        end-perform
                    end-if
                    move 'N' to ws-prm-in-pend
                end-if
            end-if
            read prm-sorted into prm-sorted-rec
            end-read.

      * the span against the rule's window on the day before, the
      * day itself and the day after - a window is never longer than
      * a day, so no minute is counted twice
            split-span-para.
            perform varying ws-win-offset from -1440 by 1440
                until ws-win-offset > 1440
                compute ws-win-from =
                    wpr-from-min (ws-prm-scan) + ws-win-offset
                compute ws-win-to =
                    wpr-to-min (ws-prm-scan) + ws-win-offset
                if ws-win-from < ws-span-from
                    move ws-span-from to ws-win-from
                end-if
                if ws-win-to > ws-span-to
                    move ws-span-to to ws-win-to
                end-if
                if ws-win-to > ws-win-from
                    compute ws-overlap = ws-win-to - ws-win-from
                    add ws-overlap to wpr-minutes (ws-prm-scan)
                end-if
            end-perform.

      * the window minutes to the nearest whole hour, priced at the
      * rule's multiple of the same salary-derived hourly rate the
      * overtime line uses, into the envelope's control totals and
      * onto the ledger - a covered day onto the ledger only
            write-premium-para.
            compute ws-prm-hours rounded =
                wpr-minutes (ws-prm-scan) / 60
            if ws-prm-hours > 0
                compute ws-hourly-rate rounded =
                    salary-temp /
                    (ws-workdays-per-month * ws-hours-per-day)
                compute ws-prm-rate rounded =
                    ws-hourly-rate * wpr-mult (ws-prm-scan)
                compute ws-prm-pay rounded =
                    ws-prm-rate * ws-prm-hours

                move id-temp to pp-id
                move '  ' to pp-sp1
                move first-name-temp to pp-first-name
                move '  ' to pp-sp2
                move last-name-temp to pp-last-name
                move '  ' to pp-sp3
                move ws-prm-hours to pp-hours
                move '  ' to pp-sp4
                move ws-prm-rate to pp-rate
                move '  ' to pp-sp5
                move ws-prm-pay to pp-pay
                move '  ' to pp-sp6
                move wpr-code (ws-prm-scan) to pp-tag
                move '  ' to pp-sp7
                move ws-run-date to pp-date
                move cr to pp-cr
                if ws-prm-covered = 'N'
                    write payroll-premium-line
                    end-write
                    add 1 to ws-pay-count
                    add ws-prm-hours to ws-pay-hours
                    add ws-prm-pay to ws-pay-total
                    add 1 to ws-prm-line-count
                end-if

                move ws-run-date to lg-date
                move '  ' to lg-sp1
                move id-temp to lg-id
                move '  ' to lg-sp2
                move ws-prm-dept to lg-dept
                move '  ' to lg-sp3
                move wpr-code (ws-prm-scan) to lg-code
                move '  ' to lg-sp4
                move ws-prm-hours to lg-hours
                move '  ' to lg-sp5
                move ws-prm-pay to lg-pay
                move cr to lg-cr
                write ledger-record
                end-write
            end-if.

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
