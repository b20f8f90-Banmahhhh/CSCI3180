       identification division.
       program-id. period-extract.

      * pay-period mate to payroll-extract and deduction-extract: the
      * hourly staff are paid bi-weekly (pay group HBW) and the
      * salaried staff semi-monthly (SSM), and payroll were re-bucketing
      * the daily and monthly figures into pay periods on a
      * spreadsheet. pay-calendar.txt gives each pay group its periods
      * - start, end, cutoff and pay date. given a pay group this takes
      * the earliest period still open whose cutoff has passed, checks
      * the daily run has completed through its last day, re-adds
      * every member's days inside it from daily-history.dat and sends
      * the lot as one bureau file for that period with period totals
      * on the trailer. the file goes out as pay-period-extract.txt,
      * which ack-process matches the bureau's PER responses against,
      * and is kept as pay-period-<group>-<end date>.txt. the period
      * is then closed on the calendar (and stamped in run-control.txt)
      * so it can never go out twice.
      *
      * the bureau already pays base salary, so the money on the
      * period file is what attendance adds to it or takes off: the
      * period's overtime, priced as payroll-extract prices it (only
      * the hours a manager authorized for the day, at one and a half
      * times the salary-derived hourly rate, nothing for hours an
      * employee banks as TOIL), and its deductions, priced as
      * deduction-extract prices them (a daily rate per absence and
      * unpaid leave day, a quarter-hour rate per late block), and
      * the premiums payroll-extract priced for the period's days onto
      * premium-ledger.txt. the rates come from the salary in effect
      * at the period end. days a calendar period covers come off the
      * daily overtime and premium file and the monthly deduction file
      * (see pay-group.cpy), so each hour and each deduction is paid
      * once - which is also why the daily extract has to have run
      * through the period end before the period goes out.
      *
      * an employee's pay group on a day is SSM unless an approved
      * PAYGROUP change entered through emp-maintain says otherwise,
      * effective on or before that day - the latest such change
      * wins. a day counts toward the period of the group the
      * employee was in on it.
       environment division.
            input-output section.
            file-control.
              select pay-cal
              assign to 'pay-calendar.txt'
              organization is line sequential
              file status is cal-status.

              select pay-cal-new
              assign to 'pay-calendar.txt.new'
              organization is line SEQUENTIAL.

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

              select optional daily-history
              assign to 'daily-history.dat'
              organization is indexed
              access mode is dynamic
              record key is hist-key
              alternate record key is hist-id with duplicates
              file status is history-status.

              select period-out
              assign to 'pay-period-extract.txt'
              organization is line SEQUENTIAL.

      * the same overtime pre-authorizations and TOIL elections
      * payroll-extract prices the daily file with - either missing
      * just means nothing authorized or nobody electing
              select optional ot-auth
              assign to 'overtime-authorization.txt'
              organization is line sequential
              file status is ot-auth-status.

              select optional toil-elect
              assign to 'toil-elections.txt'
              organization is line sequential
              file status is toil-status.

      * the premiums payroll-extract priced day by day - a covered
      * day's premiums are paid from here, not on the daily file
              select optional prm-ledger
              assign to 'premium-ledger.txt'
              organization is line sequential
              file status is ledger-status.

              select run-control
              assign to 'run-control.txt'
              organization is line sequential
              file status is rc-status.

              select optional run-control-ext
              assign to 'run-control.txt'
              organization is line sequential
              file status is rc-ext-status.

       data division.
            file section.
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
      * O open, C closed (extracted)
                05 cal-state pic x.

            fd pay-cal-new.
            01 cal-record-new pic x(54).

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

            fd daily-history.
            01 hist-line.
                05 hist-key.
                    10 hist-date pic x(10).
                    10 hist-id pic 9999.
                05 hist-status pic x(10).
                05 hist-late pic 99.
                05 hist-overtime pic 9.
                05 hist-worked pic 99.

            fd period-out.
      * the same envelope the bureau validates on the other interface
      * files: header naming the pay group and period, trailer with
      * record count and the period totals
            01 period-header.
                05 pph-tag pic x(3).
                05 pph-sp1 pic x(2).
                05 pph-extract-date pic x(10).
                05 pph-sp2 pic x(2).
                05 pph-group pic x(3).
                05 pph-sp3 pic x(2).
                05 pph-start pic x(10).
                05 pph-sp4 pic x(2).
                05 pph-end pic x(10).
                05 pph-sp5 pic x(2).
                05 pph-pay-date pic x(10).
                05 pph-cr pic x.
      * hours are the hours worked, overtime the authorized hours
      * paid, then the overtime and deduction amounts and the
      * premium hours and amount
            01 period-trailer.
                05 ppt-tag pic x(3).
                05 ppt-sp1 pic x(2).
                05 ppt-count pic 9(5).
                05 ppt-sp2 pic x(2).
                05 ppt-hours pic 9(5).
                05 ppt-sp3 pic x(2).
                05 ppt-overtime pic 9(5).
                05 ppt-sp4 pic x(2).
                05 ppt-pay pic 9(7).99.
                05 ppt-sp5 pic x(2).
                05 ppt-deduct pic 9(7).99.
                05 ppt-sp6 pic x(2).
                05 ppt-prem-hours pic 9(5).
                05 ppt-sp7 pic x(2).
                05 ppt-premium pic 9(7).99.
                05 ppt-cr pic x.
            01 period-line.
                05 ppl-id pic 9999.
                05 ppl-sp1 pic x(2).
                05 ppl-first-name pic x(10).
                05 ppl-sp2 pic x(2).
                05 ppl-last-name pic x(20).
                05 ppl-sp3 pic x(2).
                05 ppl-days pic zz9.
                05 ppl-sp4 pic x(2).
                05 ppl-hours pic zzz9.
                05 ppl-sp5 pic x(2).
                05 ppl-overtime pic zz9.
                05 ppl-sp6 pic x(2).
                05 ppl-late-blocks pic zz9.
                05 ppl-sp7 pic x(2).
                05 ppl-absences pic zz9.
                05 ppl-sp8 pic x(2).
                05 ppl-unpaid pic zz9.
                05 ppl-sp9 pic x(2).
                05 ppl-paid-ot pic zz9.
                05 ppl-sp10 pic x(2).
                05 ppl-ot-rate pic zzzz9.99.
                05 ppl-sp11 pic x(2).
                05 ppl-ot-pay pic zzzzz9.99.
                05 ppl-sp12 pic x(2).
                05 ppl-deduct pic zzzzz9.99.
                05 ppl-sp13 pic x(2).
                05 ppl-prem-hours pic zz9.
                05 ppl-sp14 pic x(2).
                05 ppl-prem-pay pic zzzzz9.99.
                05 ppl-cr pic x.

            fd ot-auth.
            01 auth-record.
                05 auth-id pic 9999.
                05 auth-sp1 pic x(2).
                05 auth-date pic x(10).
                05 auth-sp2 pic x(2).
                05 auth-hours pic 999.
                05 auth-sp3 pic x(2).
                05 auth-mgr pic x(10).

            fd toil-elect.
            01 toil-record.
                05 toil-id pic 9999.
                05 toil-sp1 pic x(2).
                05 toil-flag pic x.
                05 toil-sp2 pic x(2).
                05 toil-carry pic 99.

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

            fd run-control.
            01 rc-record.
                05 rc-date pic x(10).
                05 rc-sp1 pic x(2).
                05 rc-step pic x(8).
                05 rc-sp2 pic x(2).
                05 rc-run-status pic x(9).

            fd run-control-ext.
            01 rc-ext-record.
                05 rcx-date pic x(10).
                05 rcx-sp1 pic x(2).
                05 rcx-step pic x(8).
                05 rcx-sp2 pic x(2).
                05 rcx-run-status pic x(9).

            working-storage section.
            01 cal-status pic xx.
            01 emp-status pic xx.
            01 chg-status pic xx.
            01 history-status pic xx.
            01 rc-status pic xx.
            01 rc-ext-status pic xx.
            01 ot-auth-status pic xx.
            01 toil-status pic xx.
            01 ledger-status pic xx.
            01 ws-mv-cmd pic x(120).

            01 ws-group pic x(3).
      * the period picked off the calendar
            01 ws-period-found pic x value 'N'.
            01 ws-period-start pic x(10).
            01 ws-period-end pic x(10).
            01 ws-period-cutoff pic x(10).
            01 ws-period-pay-date pic x(10).
            01 ws-last-atd pic x(10) value spaces.
            01 ws-last-extract pic x(10) value spaces.
            01 ws-closed-one pic x value 'N'.

      * one row per employee id, the way deduction-extract holds its
      * salary table - master details, pay group and salary in effect
      * at the period end, and the period's re-added figures for the
      * days spent in the group being extracted
            01 ws-emp-table.
                05 ws-emp-row occurs 9999 times.
                    10 ws-emp-on-file pic x.
                    10 ws-emp-first pic x(10).
                    10 ws-emp-last pic x(20).
                    10 ws-emp-salary pic 9(6).
                    10 ws-emp-group pic x(3).
                    10 ws-emp-days pic 999.
                    10 ws-emp-hours pic 9(4).
                    10 ws-emp-overtime pic 999.
                    10 ws-emp-late pic 999.
                    10 ws-emp-absences pic 999.
                    10 ws-emp-unpaid pic 999.
                    10 ws-emp-paid-ot pic 999.
                    10 ws-emp-in-group pic x.
                    10 ws-emp-toil pic x.
                    10 ws-emp-prem-hours pic 999.
                    10 ws-emp-prem-pay pic 9(6)v99.
            01 ws-emp-scan pic 9(5).

            copy "pay-group.cpy".

      * the period's overtime authorizations, loaded the way
      * payroll-extract loads the whole file
            01 ws-auth-count pic 999 value 0.
            01 ws-auth-table.
                05 ws-auth-entry occurs 500 times
                    depending on ws-auth-count indexed by auth-idx.
                    10 wa-id pic 9999.
                    10 wa-date pic x(10).
                    10 wa-hours pic 999.
            01 ws-approved-hours pic 999.
            01 ws-paid-hours pic 999.

      * standard working hours and overtime premium, same figures
      * payroll-extract and deduction-extract price with
            01 ws-workdays-per-month pic 99 value 22.
            01 ws-hours-per-day pic 99 value 8.
            01 ws-overtime-multiplier pic 9v9 value 1.5.
            01 ws-hourly-rate pic 9(6)v99.
            01 ws-overtime-rate pic 9(6)v99.
            01 ws-overtime-pay pic 9(6)v99.
            01 ws-daily-rate pic 9(6)v99.
            01 ws-block-rate pic 9(4)v99.
            01 ws-deduction pic 9(6)v99.
            01 ws-lg-pay pic 9(6)v99.

      * control totals for the trailer
            01 ws-line-count pic 9(5) value 0.
            01 ws-hours-total pic 9(5) value 0.
            01 ws-overtime-total pic 9(5) value 0.
            01 ws-pay-total pic 9(7)v99 value 0.
            01 ws-deduct-total pic 9(7)v99 value 0.
            01 ws-prem-hours-total pic 9(5) value 0.
            01 ws-prem-total pic 9(7)v99 value 0.

            01 ws-today-raw pic 9(8).
            01 ws-today-parts redefines ws-today-raw.
                05 ws-td-year pic 9999.
                05 ws-td-month pic 99.
                05 ws-td-day pic 99.
            01 ws-today-str pic x(10).

            01 cr pic x value X"0D".

       procedure division.
            main-para.
            display 'Pay group (HBW/SSM): '
            accept ws-group
            if ws-group not = 'HBW' and ws-group not = 'SSM'
                display 'period-extract: unknown pay group ' ws-group
                move 12 to return-code
                stop run
            end-if

            accept ws-today-raw from date yyyymmdd
            move spaces to ws-today-str
            string ws-td-year '-' ws-td-month '-' ws-td-day
                delimited by size into ws-today-str

      * the earliest open period for the group - periods go out in
      * order, so a later one never jumps one still waiting
            open input pay-cal
            if cal-status not = '00'
                display 'period-extract: no pay calendar on file'
                move 12 to return-code
                stop run
            end-if
            read pay-cal into cal-record
            perform find-period-para until cal-status = '10'
            close pay-cal
            if ws-period-found = 'N'
                display 'period-extract: no open ' ws-group
                    ' period on the calendar'
                move 12 to return-code
                stop run
            end-if
            if ws-period-cutoff > ws-today-str
                display 'period-extract: ' ws-group ' period '
                    ws-period-start ' to ' ws-period-end
                    ' not cut off until ' ws-period-cutoff
                move 12 to return-code
                stop run
            end-if

      * every day of the period must have been through the daily run,
      * or the bureau would be paid off a part-built period
            open input run-control
            if rc-status = '00'
                read run-control into rc-record
                perform scan-run-control-para until rc-status = '10'
                close run-control
            end-if
            if ws-last-atd = spaces or ws-last-atd < ws-period-end
                display 'period-extract: daily run only completed '
                    'through ' ws-last-atd ' - period ends '
                    ws-period-end
                move 12 to return-code
                stop run
            end-if
            if ws-last-extract = spaces
                or ws-last-extract < ws-period-end
                display 'period-extract: payroll-extract only priced '
                    'through ' ws-last-extract ' - period ends '
                    ws-period-end
                move 12 to return-code
                stop run
            end-if

            initialize ws-emp-table
            open input emp
            move 0 to id-emp
            start emp key is not less than id-emp
            end-start
            read emp next
            end-read
            perform load-emp-para until emp-status = '10'
            close emp

      * pay group and salary changes in effect by the period end, in
      * file order so the latest wins - and every pay group change,
      * for the group each day of the period was spent in
            open input emp-changes
            if chg-status = '00'
                read emp-changes into change-record
                perform apply-change-para until chg-status = '10'
                close emp-changes
            end-if

            open input ot-auth
            if ot-auth-status = '00'
                read ot-auth into auth-record
                perform load-auth-para until ot-auth-status = '10'
                close ot-auth
            end-if
            open input toil-elect
            if toil-status = '00'
                read toil-elect into toil-record
                perform load-toil-para until toil-status = '10'
                close toil-elect
            end-if

            open input daily-history
            if history-status = '00'
                move ws-period-start to hist-date
                move 0 to hist-id
                start daily-history key is not less than hist-key
                end-start
                if history-status = '00'
                    read daily-history next
                    end-read
                end-if
                perform add-history-para
                    until history-status not = '00'
                    or hist-date > ws-period-end
                close daily-history
            end-if

            open input prm-ledger
            if ledger-status = '00'
                read prm-ledger into ledger-record
                perform add-premium-para until ledger-status = '10'
                close prm-ledger
            end-if

            open output period-out
            move 'HDR' to pph-tag
            move '  ' to pph-sp1
            move ws-today-str to pph-extract-date
            move '  ' to pph-sp2
            move ws-group to pph-group
            move '  ' to pph-sp3
            move ws-period-start to pph-start
            move '  ' to pph-sp4
            move ws-period-end to pph-end
            move '  ' to pph-sp5
            move ws-period-pay-date to pph-pay-date
            move cr to pph-cr
            write period-header
            end-write

            perform varying ws-emp-scan from 1 by 1
                until ws-emp-scan > 9999
                if ws-emp-on-file (ws-emp-scan) = 'Y'
                    and (ws-emp-group (ws-emp-scan) = ws-group
                        or ws-emp-in-group (ws-emp-scan) = 'Y')
                    perform extract-para
                end-if
            end-perform

            move 'TRL' to ppt-tag
            move '  ' to ppt-sp1
            move ws-line-count to ppt-count
            move '  ' to ppt-sp2
            move ws-hours-total to ppt-hours
            move '  ' to ppt-sp3
            move ws-overtime-total to ppt-overtime
            move '  ' to ppt-sp4
            move ws-pay-total to ppt-pay
            move '  ' to ppt-sp5
            move ws-deduct-total to ppt-deduct
            move '  ' to ppt-sp6
            move ws-prem-hours-total to ppt-prem-hours
            move '  ' to ppt-sp7
            move ws-prem-total to ppt-premium
            move cr to ppt-cr
            write period-trailer
            end-write
            close period-out

            move spaces to ws-mv-cmd
            string 'cp pay-period-extract.txt pay-period-'
                ws-group '-' ws-period-end '.txt'
                delimited by size into ws-mv-cmd
            call "SYSTEM" using ws-mv-cmd

      * close the period on the calendar so it cannot go out twice
            open input pay-cal
            open output pay-cal-new
            read pay-cal into cal-record
            perform close-period-para until cal-status = '10'
            close pay-cal
            close pay-cal-new
            move spaces to ws-mv-cmd
            string 'mv pay-calendar.txt.new pay-calendar.txt'
                delimited by size into ws-mv-cmd
            call "SYSTEM" using ws-mv-cmd

            open extend run-control-ext
            move ws-period-end to rcx-date
            move '  ' to rcx-sp1
            move spaces to rcx-step
            string 'PAY-' ws-group delimited by size into rcx-step
            move '  ' to rcx-sp2
            move 'COMPLETED' to rcx-run-status
            write rc-ext-record
            end-write
            close run-control-ext

            display 'period-extract: ' ws-line-count ' lines for '
                ws-group ' period ' ws-period-start ' to '
                ws-period-end ' - pay date ' ws-period-pay-date
            stop run.

            find-period-para.
            if pcal-count < 500
                add 1 to pcal-count
                set pcal-idx to pcal-count
                move cal-group to pcal-group (pcal-idx)
                move cal-start to pcal-start (pcal-idx)
                move cal-end to pcal-end (pcal-idx)
                move cal-state to pcal-state (pcal-idx)
            end-if
            if cal-group = ws-group and cal-state = 'O'
                and ws-period-found = 'N'
                move 'Y' to ws-period-found
                move cal-start to ws-period-start
                move cal-end to ws-period-end
                move cal-cutoff to ws-period-cutoff
                move cal-pay-date to ws-period-pay-date
            end-if
            read pay-cal into cal-record
            end-read.

            scan-run-control-para.
            if rc-step = 'ATD' and rc-run-status = 'COMPLETED'
                and rc-date > ws-last-atd
                move rc-date to ws-last-atd
            end-if
            if rc-step = 'EXTRACT' and rc-run-status = 'COMPLETED'
                and rc-date > ws-last-extract
                move rc-date to ws-last-extract
            end-if
            read run-control into rc-record
            end-read.

      * everyone hired by the period end and not gone before it
      * starts - SSM until a pay group change says otherwise
            load-emp-para.
            if hire-date not > ws-period-end
                and (emp-status-code not = 'T'
                    or termination-date not < ws-period-start)
                move 'Y' to ws-emp-on-file (id-emp)
                move first-name to ws-emp-first (id-emp)
                move last-name to ws-emp-last (id-emp)
                move salary to ws-emp-salary (id-emp)
                move 'SSM' to ws-emp-group (id-emp)
                move 'N' to ws-emp-in-group (id-emp)
                move 'N' to ws-emp-toil (id-emp)
            end-if
            read emp next
            end-read.

      * only approved changes (or rows predating maker-checker) are
      * honoured
            apply-change-para.
            if chg-eff-date not > ws-period-end
                and chg-id > 0
                and (chg-chg-status = 'APPROVED'
                    or chg-chg-status = spaces)
                if chg-action = 'PAYGROUP'
                    move chg-value (1:3) to ws-emp-group (chg-id)
                end-if
                if chg-action = 'SALARY'
                    move chg-value to ws-emp-salary (chg-id)
                end-if
            end-if
            if chg-action = 'PAYGROUP'
                and chg-id > 0
                and (chg-chg-status = 'APPROVED'
                    or chg-chg-status = spaces)
                perform load-paygroup-para
            end-if
            read emp-changes into change-record
            end-read.

            load-paygroup-para.
            if pgc-count < 500
                add 1 to pgc-count
                set pgc-idx to pgc-count
                move chg-id to pgc-id (pgc-idx)
                move chg-eff-date to pgc-eff-date (pgc-idx)
                move chg-value (1:3) to pgc-group (pgc-idx)
            else
                display 'period-extract: pay group table full - '
                    'change for ' chg-id ' NOT applied'
            end-if.

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

      * only the period's authorizations are kept - a silent drop
      * would leave sanctioned overtime unpaid
            load-auth-para.
            if auth-date not < ws-period-start
                and auth-date not > ws-period-end
                if ws-auth-count < 500
                    add 1 to ws-auth-count
                    set auth-idx to ws-auth-count
                    move auth-id to wa-id (auth-idx)
                    move auth-date to wa-date (auth-idx)
                    move auth-hours to wa-hours (auth-idx)
                else
                    display 'period-extract: authorization table '
                        'full - authorization for ' auth-id ' '
                        auth-date ' NOT applied'
                end-if
            end-if
            read ot-auth into auth-record
            end-read.

      * an electing employee's authorized hours were banked as leave
      * by payroll-extract on the day, so they are not paid here
            load-toil-para.
            if toil-id > 0 and toil-flag = 'Y'
                move 'Y' to ws-emp-toil (toil-id)
            end-if
            read toil-elect into toil-record
            end-read.

            check-auth-para.
            move 0 to ws-approved-hours
            set auth-idx to 1
            search ws-auth-entry
                at end continue
                when wa-id (auth-idx) = hist-id
                    and wa-date (auth-idx) = hist-date
                    move wa-hours (auth-idx) to ws-approved-hours
            end-search.

      * one daily evidence row inside the period, for an employee
      * who was in the group on the day
            add-history-para.
            if hist-date not < ws-period-start
                and hist-date not > ws-period-end
                and hist-id > 0
                move hist-id to pg-id
                move hist-date to pg-date
                perform resolve-group-para
            end-if
            if hist-date not < ws-period-start
                and hist-date not > ws-period-end
                and hist-id > 0
                and ws-emp-on-file (hist-id) = 'Y'
                and pg-group = ws-group
                move 'Y' to ws-emp-in-group (hist-id)
                if hist-worked > 0
                    add 1 to ws-emp-days (hist-id)
                    add hist-worked to ws-emp-hours (hist-id)
                end-if
                add hist-overtime to ws-emp-overtime (hist-id)
                add hist-late to ws-emp-late (hist-id)
                if hist-status = 'ABSENCE'
                    add 1 to ws-emp-absences (hist-id)
                end-if
                if hist-status = 'UNPAID LV'
                    add 1 to ws-emp-unpaid (hist-id)
                end-if
                if hist-overtime > 0 and ws-emp-toil (hist-id) = 'N'
                    perform check-auth-para
                    if hist-overtime > ws-approved-hours
                        move ws-approved-hours to ws-paid-hours
                    else
                        move hist-overtime to ws-paid-hours
                    end-if
                    add ws-paid-hours to ws-emp-paid-ot (hist-id)
                end-if
            end-if
            read daily-history next
            end-read.

      * one premium ledger row inside the period, for a day the
      * employee spent in the group - payroll-extract held it off the
      * daily file for that reason
            add-premium-para.
            if lg-date not < ws-period-start
                and lg-date not > ws-period-end
                and lg-id is numeric and lg-id > 0
                and lg-pay (1:6) is numeric
                move lg-id to pg-id
                move lg-date to pg-date
                perform resolve-group-para
                if ws-emp-on-file (lg-id) = 'Y'
                    and pg-group = ws-group
                    move 'Y' to ws-emp-in-group (lg-id)
                    move lg-pay to ws-lg-pay
                    add lg-hours to ws-emp-prem-hours (lg-id)
                    add ws-lg-pay to ws-emp-prem-pay (lg-id)
                end-if
            end-if
            read prm-ledger into ledger-record
            end-read.

      * the period's authorized overtime, its deductions and its
      * premiums, at the rates the daily and monthly extracts derive
      * from salary
            extract-para.
            compute ws-hourly-rate rounded =
                ws-emp-salary (ws-emp-scan) /
                (ws-workdays-per-month * ws-hours-per-day)
            compute ws-overtime-rate rounded =
                ws-hourly-rate * ws-overtime-multiplier
            compute ws-overtime-pay rounded =
                ws-overtime-rate * ws-emp-paid-ot (ws-emp-scan)
            compute ws-daily-rate rounded =
                ws-emp-salary (ws-emp-scan) / ws-workdays-per-month
            compute ws-block-rate rounded =
                ws-emp-salary (ws-emp-scan) /
                (ws-workdays-per-month * ws-hours-per-day * 4)
            compute ws-deduction rounded =
                ws-emp-absences (ws-emp-scan) * ws-daily-rate +
                ws-emp-late (ws-emp-scan) * ws-block-rate +
                ws-emp-unpaid (ws-emp-scan) * ws-daily-rate

            move ws-emp-scan to ppl-id
            move '  ' to ppl-sp1
            move ws-emp-first (ws-emp-scan) to ppl-first-name
            move '  ' to ppl-sp2
            move ws-emp-last (ws-emp-scan) to ppl-last-name
            move '  ' to ppl-sp3
            move ws-emp-days (ws-emp-scan) to ppl-days
            move '  ' to ppl-sp4
            move ws-emp-hours (ws-emp-scan) to ppl-hours
            move '  ' to ppl-sp5
            move ws-emp-overtime (ws-emp-scan) to ppl-overtime
            move '  ' to ppl-sp6
            move ws-emp-late (ws-emp-scan) to ppl-late-blocks
            move '  ' to ppl-sp7
            move ws-emp-absences (ws-emp-scan) to ppl-absences
            move '  ' to ppl-sp8
            move ws-emp-unpaid (ws-emp-scan) to ppl-unpaid
            move '  ' to ppl-sp9
            move ws-emp-paid-ot (ws-emp-scan) to ppl-paid-ot
            move '  ' to ppl-sp10
            move ws-overtime-rate to ppl-ot-rate
            move '  ' to ppl-sp11
            move ws-overtime-pay to ppl-ot-pay
            move '  ' to ppl-sp12
            move ws-deduction to ppl-deduct
            move '  ' to ppl-sp13
            move ws-emp-prem-hours (ws-emp-scan) to ppl-prem-hours
            move '  ' to ppl-sp14
            move ws-emp-prem-pay (ws-emp-scan) to ppl-prem-pay
            move cr to ppl-cr
            write period-line
            end-write
            add 1 to ws-line-count
            add ws-emp-hours (ws-emp-scan) to ws-hours-total
            add ws-emp-paid-ot (ws-emp-scan) to ws-overtime-total
            add ws-overtime-pay to ws-pay-total
            add ws-deduction to ws-deduct-total
            add ws-emp-prem-hours (ws-emp-scan) to ws-prem-hours-total
            add ws-emp-prem-pay (ws-emp-scan) to ws-prem-total.

            close-period-para.
            if cal-group = ws-group and cal-start = ws-period-start
                and cal-end = ws-period-end and cal-state = 'O'
                and ws-closed-one = 'N'
                move 'C' to cal-state
                move 'Y' to ws-closed-one
            end-if
            write cal-record-new from cal-record
            end-write
            read pay-cal into cal-record
            end-read.
