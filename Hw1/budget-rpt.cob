       identification division.
       program-id. budget-rpt.

      * departmental labour budget against actual, for finance's
      * quarterly reviews (built by hand until now). labour-budget.txt
      * carries each department's allowance per month - budgeted
      * headcount, overtime hours and overtime cost. for a chosen
      * month this lines each department up against its actuals:
      * headcount at month end off the master (plus transfers and
      * leavers), overtime hours off monthly-attendancecob.txt and
      * overtime cost priced exactly the way gl-extract prices it into
      * gl-journal.txt - so the month's figures tie to the journal,
      * which is checked when the journal on file is for the same
      * month. the report shows month and year-to-date cost variance,
      * flags a department more than the chosen percentage over either
      * one (or spending with no budget at all), and projects the full
      * year at the year-to-date run rate against the year's budget.
       environment division.
            input-output section.
            file-control.
              select budget-file
              assign to 'labour-budget.txt'
              organization is line sequential
              file status is budget-status.

              select moncob
              assign to 'monthly-attendancecob.txt'
              organization is line sequential
              file status is moncob-status.

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

              select optional gl-journal
              assign to 'gl-journal.txt'
              organization is line sequential
              file status is gl-status.

              select dept-master
              assign to '/Users/banma/department-master.txt'
              organization is line sequential
              file status is dept-status.

              select budget-rpt
              assign to 'budget-variance.txt'
              organization is line SEQUENTIAL.

       data division.
            file section.
            fd budget-file.
            01 budget-record.
                05 bud-dept pic x(3).
                05 bud-sp1 pic x(2).
                05 bud-month pic x(7).
                05 bud-sp2 pic x(2).
                05 bud-headcount pic 999.
                05 bud-sp3 pic x(2).
                05 bud-ot-hours pic 9(5).
                05 bud-sp4 pic x(2).
      * whole currency units
                05 bud-ot-cost pic 9(7).

            fd moncob.
            01 mon-att1.
                05 mon-date-key1 pic 9999x99.
                05 id-mon1 pic 9999.
                05 absent1 pic 999.
                05 15-late1 pic 999.
                05 overtime1 pic 999.
                05 worked1 pic 9(4).

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

            fd gl-journal.
            01 gl-header.
                05 gh-tag pic x(3).
                05 gh-sp1 pic x(2).
                05 gh-extract-date pic x(10).
                05 gh-sp2 pic x(2).
                05 gh-month pic x(7).
                05 gh-cr pic x.
            01 gl-line.
                05 gl-centre pic x(6).
                05 gl-sp1 pic x(2).
                05 gl-account pic x(8).
                05 gl-sp2 pic x(2).
                05 gl-amount pic zzzzzzz9.99.
                05 gl-sp3 pic x(2).
                05 gl-drcr pic x(2).
                05 gl-cr pic x.

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

            fd budget-rpt.
            01 bv-text-line.
                05 bt-text pic x(100).
                05 bt-cr pic x.
            01 bv-detail-line.
                05 bd-dept pic x(3).
                05 bd-sp1 pic x(2).
                05 bd-period pic x(9).
                05 bd-sp2 pic x(2).
                05 bd-bud-hc pic zz9 blank when zero.
                05 bd-sp3 pic x(2).
                05 bd-act-hc pic zz9 blank when zero.
                05 bd-sp4 pic x(2).
                05 bd-bud-hours pic zzzz9.
                05 bd-sp5 pic x(2).
                05 bd-act-hours pic zzzz9.
                05 bd-sp6 pic x(2).
                05 bd-bud-cost pic zzzzzz9.99.
                05 bd-sp7 pic x(2).
                05 bd-act-cost pic zzzzzz9.99.
                05 bd-sp8 pic x(2).
                05 bd-variance pic -------9.99.
                05 bd-sp9 pic x(2).
                05 bd-pct pic ----9.
                05 bd-pct-sign pic x.
                05 bd-sp10 pic x(2).
                05 bd-flag pic x(4).
                05 bd-cr pic x.

            working-storage section.
            01 budget-status pic xx.
            01 moncob-status pic xx.
            01 emp-status pic xx.
            01 chg-status pic xx.
            01 gl-status pic xx.

            01 dept-status pic xx.
            copy "department.cpy".

            01 ws-target-month pic x(7).
            01 ws-target-parts redefines ws-target-month.
                05 ws-tm-year pic 9999.
                05 ws-tm-dash pic x.
                05 ws-tm-month pic 99.
            01 ws-threshold pic 999.

      * budget and actual per department section (every master
      * department, then OTH) per month of the target year
            01 ws-bv-table.
                05 ws-bv-dept occurs 21 times.
                    10 ws-act-hc pic 999.
                    10 ws-bv-month occurs 12 times.
                        15 ws-bud-hc pic 999.
                        15 ws-bud-hours pic 9(5).
                        15 ws-bud-cost pic 9(7)v99.
                        15 ws-act-hours pic 9(5).
                        15 ws-act-cost pic 9(7)v99.
            01 ws-bv-scan pic 99.
            01 ws-mo-scan pic 99.
            01 ws-row-month pic 99.

      * salary and department per employee id off the master, with
      * the change file laid over both as of each month - the way
      * gl-extract resolves them
            01 ws-emp-table.
                05 ws-emp-row occurs 9999 times.
                    10 ws-emp-salary pic 9(6).
                    10 ws-emp-dept pic x(3).
            01 ws-chg-count pic 999 value 0.
            01 ws-chg-table.
                05 ws-chg-entry occurs 200 times
                    depending on ws-chg-count indexed by chg-idx.
                    10 wc-id pic 9999.
                    10 wc-action pic x(8).
                    10 wc-value pic x(6).
                    10 wc-eff-date pic x(10).
            01 ws-chg-scan pic 999.
            01 ws-row-id pic 9999.
            01 ws-row-key pic x(7).
            01 ws-row-dept pic x(3).
            01 ws-row-salary pic 9(6).
            01 ws-dept-idx pic 99.

      * standard working hours and overtime premium, the figures
      * gl-extract prices overtime with
            01 ws-workdays-per-month pic 99 value 22.
            01 ws-hours-per-day pic 99 value 8.
            01 ws-overtime-multiplier pic 9v9 value 1.5.
            01 ws-hourly-rate pic 9(6)v99.
            01 ws-overtime-rate pic 9(6)v99.
            01 ws-ot-cost pic 9(7)v99.

      * one report row's figures
            01 ws-line-bud-cost pic 9(9)v99.
            01 ws-line-act-cost pic 9(9)v99.
            01 ws-line-bud-hours pic 9(7).
            01 ws-line-act-hours pic 9(7).
            01 ws-line-variance pic s9(9)v99.
            01 ws-line-pct pic s9(5).
            01 ws-line-over pic x.
            01 ws-dept-over pic x.
            01 ws-over-count pic 99 value 0.
            01 ws-dept-name pic x(3).
            01 ws-dept-used pic x.

      * the journal tie-out for the target month
            01 ws-gl-month pic x(7) value spaces.
            01 ws-gl-ot-total pic 9(9)v99 value 0.
            01 ws-gl-amount pic 9(9)v99.
            01 ws-calc-ot-total pic 9(9)v99 value 0.

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
                display 'budget-rpt: no department master on file'
                move 12 to return-code
                stop run
            end-if
            read dept-master into dept-master-record
            perform load-dept-para until dept-status = '10'
            close dept-master

            display 'Report month (YYYY-MM): '
            accept ws-target-month
            display 'Flag departments over budget by more than '
                '(percent): '
            accept ws-threshold
            if ws-tm-month < 1 or ws-tm-month > 12
                display 'budget-rpt: bad month ' ws-target-month
                move 12 to return-code
                stop run
            end-if

            accept ws-today-raw from date yyyymmdd
            move spaces to ws-today-str
            string ws-td-year '-' ws-td-month '-' ws-td-day
                delimited by size into ws-today-str

            initialize ws-bv-table
            open input budget-file
            if budget-status not = '00'
                display 'budget-rpt: no labour budget on file'
                move 12 to return-code
                stop run
            end-if
            read budget-file into budget-record
            perform load-budget-para until budget-status = '10'
            close budget-file

            initialize ws-emp-table
            open input emp
            move 0 to id-emp
            start emp key is not less than id-emp
            end-start
            read emp next
            end-read
            perform load-emp-para until emp-status = '10'
            close emp

            open input emp-changes
            if chg-status = '00'
                read emp-changes into change-record
                perform load-changes-para until chg-status = '10'
                close emp-changes
            end-if

      * month-end headcount needs the master again, now the transfers
      * are in hand
            open input emp
            move 0 to id-emp
            start emp key is not less than id-emp
            end-start
            read emp next
            end-read
            perform count-head-para until emp-status = '10'
            close emp

            open input moncob
            if moncob-status not = '00'
                display 'budget-rpt: no monthly history on file'
                move 12 to return-code
                stop run
            end-if
            read moncob into mon-att1
            perform actual-para until moncob-status = '10'
            close moncob

            open input gl-journal
            if gl-status = '00'
                read gl-journal into gl-header
                if gl-status = '00' and gh-tag = 'HDR'
                    move gh-month to ws-gl-month
                    read gl-journal into gl-line
                    perform gl-line-para until gl-status = '10'
                end-if
                close gl-journal
            end-if

            open output budget-rpt
            move spaces to bt-text
            string 'Labour Budget vs Actual  ' ws-target-month
                '  over-budget flag at ' ws-threshold '%  run '
                ws-today-str delimited by size into bt-text
            move cr to bt-cr
            write bv-text-line
            end-write
            move spaces to bt-text
            move 'Dpt  Period     BHC  AHC  BOTh   AOTh   Bud-Cost'
                to bt-text
            move '    Act-Cost     Variance   Var%    Flag'
                to bt-text (50:40)
            move cr to bt-cr
            write bv-text-line
            end-write

            perform varying ws-bv-scan from 1 by 1
                until ws-bv-scan > dept-count + 1
                if ws-bv-scan > dept-count
                    move 'OTH' to ws-dept-name
                else
                    move dept-code (ws-bv-scan) to ws-dept-name
                end-if
                perform print-dept-para
            end-perform

            move spaces to bt-text
            move cr to bt-cr
            write bv-text-line
            end-write
            move spaces to bt-text
            if ws-gl-month = ws-target-month
                if ws-gl-ot-total = ws-calc-ot-total
                    string 'Overtime cost ties to gl-journal.txt for '
                        ws-target-month delimited by size into bt-text
                else
                    string 'Overtime cost does NOT tie to '
                        'gl-journal.txt for ' ws-target-month
                        ' - rerun gl-extract'
                        delimited by size into bt-text
                end-if
            else
                string 'gl-journal.txt is not for ' ws-target-month
                    ' - overtime cost priced from the monthly history'
                    delimited by size into bt-text
            end-if
            move cr to bt-cr
            write bv-text-line
            end-write
            close budget-rpt

            display 'budget-rpt: ' ws-over-count ' departments over '
                'budget for ' ws-target-month
            stop run.

      * one budget row - only the target year's months count, and a
      * department not on the master has nowhere to go
            load-budget-para.
            if bud-month (1:4) = ws-target-month (1:4)
                and bud-month (6:2) is numeric
                move bud-month (6:2) to ws-row-month
                move bud-dept to ws-row-dept
                perform find-dept-para
                if ws-row-month < 1 or ws-row-month > 12
                    or ws-dept-idx > dept-count
                    display 'budget-rpt: budget row ' bud-dept ' '
                        bud-month ' NOT applied'
                else
                    move bud-headcount to
                        ws-bud-hc (ws-dept-idx, ws-row-month)
                    move bud-ot-hours to
                        ws-bud-hours (ws-dept-idx, ws-row-month)
                    move bud-ot-cost to
                        ws-bud-cost (ws-dept-idx, ws-row-month)
                end-if
            end-if
            read budget-file into budget-record
            end-read.

            load-emp-para.
            move salary to ws-emp-salary (id-emp)
            move depart to ws-emp-dept (id-emp)
            read emp next
            end-read.

      * only approved changes (or rows predating maker-checker) are
      * honoured
            load-changes-para.
            if chg-chg-status = 'APPROVED'
                or chg-chg-status = spaces
                if ws-chg-count < 200
                    add 1 to ws-chg-count
                    set chg-idx to ws-chg-count
                    move chg-id to wc-id (chg-idx)
                    move chg-action to wc-action (chg-idx)
                    move chg-value to wc-value (chg-idx)
                    move chg-eff-date to wc-eff-date (chg-idx)
                else
                    display 'employee-changes table full - change '
                        'for ' chg-id ' NOT applied'
                end-if
            end-if
            read emp-changes into change-record
            end-read.

      * on the books at the month end: hired by then and not
      * terminated by then, counted in the department in effect
            count-head-para.
            if hire-date (1:7) not > ws-target-month
                and (emp-status-code not = 'T'
                    or termination-date (1:7) > ws-target-month)
                move id-emp to ws-row-id
                move ws-target-month to ws-row-key
                perform resolve-dept-para
                add 1 to ws-act-hc (ws-dept-idx)
            end-if
            read emp next
            end-read.

      * one month row of the target year up to the target month -
      * header rows (id position blank) and other rows pass by
            actual-para.
            if mon-date-key1 (1:4) = ws-target-month (1:4)
                and mon-date-key1 not > ws-target-month
                and id-mon1 not = spaces
                and overtime1 > 0
                move mon-date-key1 (6:2) to ws-row-month
                move id-mon1 to ws-row-id
                move mon-date-key1 to ws-row-key
                perform resolve-dept-para
                compute ws-hourly-rate rounded =
                    ws-row-salary /
                    (ws-workdays-per-month * ws-hours-per-day)
                compute ws-overtime-rate rounded =
                    ws-hourly-rate * ws-overtime-multiplier
                compute ws-ot-cost rounded =
                    ws-overtime-rate * overtime1
                add overtime1 to
                    ws-act-hours (ws-dept-idx, ws-row-month)
                add ws-ot-cost to
                    ws-act-cost (ws-dept-idx, ws-row-month)
                if mon-date-key1 = ws-target-month
                    add ws-ot-cost to ws-calc-ot-total
                end-if
            end-if
            read moncob into mon-att1
            end-read.

            gl-line-para.
            if gl-account = 'OVERTIME'
                move gl-amount to ws-gl-amount
                add ws-gl-amount to ws-gl-ot-total
            end-if
            read gl-journal into gl-line
            end-read.

      * master department and salary first, then every change in
      * effect by ws-row-key's month - walked in file order so the
      * latest wins
            resolve-dept-para.
            move ws-emp-dept (ws-row-id) to ws-row-dept
            move ws-emp-salary (ws-row-id) to ws-row-salary
            perform varying ws-chg-scan from 1 by 1
                until ws-chg-scan > ws-chg-count
                if wc-id (ws-chg-scan) = ws-row-id
                    and wc-eff-date (ws-chg-scan) (1:7) is not >
                        ws-row-key
                    if wc-action (ws-chg-scan) = 'TRANSFER'
                        move wc-value (ws-chg-scan) (1:3)
                            to ws-row-dept
                    end-if
                    if wc-action (ws-chg-scan) = 'SALARY'
                        move wc-value (ws-chg-scan) to ws-row-salary
                    end-if
                end-if
            end-perform
            perform find-dept-para.

            find-dept-para.
            compute ws-dept-idx = dept-count + 1
            set dept-idx to 1
            search dept-entry
                at end continue
                when dept-code (dept-idx) = ws-row-dept
                    set ws-dept-idx to dept-idx
            end-search.

      * three rows per department - the month, the year to date and
      * the full-year projection at the year-to-date run rate. a
      * department with neither budget nor spend is left off
            print-dept-para.
            move 'N' to ws-dept-used
            move 'N' to ws-dept-over
            if ws-act-hc (ws-bv-scan) > 0
                move 'Y' to ws-dept-used
            end-if
            perform varying ws-mo-scan from 1 by 1
                until ws-mo-scan > 12
                if ws-bud-cost (ws-bv-scan, ws-mo-scan) > 0
                    or ws-act-cost (ws-bv-scan, ws-mo-scan) > 0
                    or ws-bud-hc (ws-bv-scan, ws-mo-scan) > 0
                    move 'Y' to ws-dept-used
                end-if
            end-perform
            if ws-dept-used = 'Y'
                perform print-month-para
                perform print-ytd-para
                perform print-proj-para
                if ws-dept-over = 'Y'
                    add 1 to ws-over-count
                end-if
            end-if.

            print-month-para.
            move ws-bud-cost (ws-bv-scan, ws-tm-month)
                to ws-line-bud-cost
            move ws-act-cost (ws-bv-scan, ws-tm-month)
                to ws-line-act-cost
            move ws-bud-hours (ws-bv-scan, ws-tm-month)
                to ws-line-bud-hours
            move ws-act-hours (ws-bv-scan, ws-tm-month)
                to ws-line-act-hours
            move spaces to bv-detail-line
            move ws-dept-name to bd-dept
            move 'MONTH' to bd-period
            move ws-bud-hc (ws-bv-scan, ws-tm-month) to bd-bud-hc
            move ws-act-hc (ws-bv-scan) to bd-act-hc
            perform write-line-para.

            print-ytd-para.
            move 0 to ws-line-bud-cost
            move 0 to ws-line-act-cost
            move 0 to ws-line-bud-hours
            move 0 to ws-line-act-hours
            perform varying ws-mo-scan from 1 by 1
                until ws-mo-scan > ws-tm-month
                add ws-bud-cost (ws-bv-scan, ws-mo-scan)
                    to ws-line-bud-cost
                add ws-act-cost (ws-bv-scan, ws-mo-scan)
                    to ws-line-act-cost
                add ws-bud-hours (ws-bv-scan, ws-mo-scan)
                    to ws-line-bud-hours
                add ws-act-hours (ws-bv-scan, ws-mo-scan)
                    to ws-line-act-hours
            end-perform
            move spaces to bv-detail-line
            move ws-dept-name to bd-dept
            move 'YTD' to bd-period
            move 0 to bd-bud-hc
            move 0 to bd-act-hc
            perform write-line-para.

      * year-to-date actuals carried on at the same monthly rate,
      * against every month's budget for the year
            print-proj-para.
            move 0 to ws-line-bud-cost
            move 0 to ws-line-bud-hours
            perform varying ws-mo-scan from 1 by 1
                until ws-mo-scan > 12
                add ws-bud-cost (ws-bv-scan, ws-mo-scan)
                    to ws-line-bud-cost
                add ws-bud-hours (ws-bv-scan, ws-mo-scan)
                    to ws-line-bud-hours
            end-perform
            compute ws-line-act-cost rounded =
                ws-line-act-cost * 12 / ws-tm-month
            compute ws-line-act-hours rounded =
                ws-line-act-hours * 12 / ws-tm-month
            move spaces to bv-detail-line
            move ws-dept-name to bd-dept
            move 'FULL-YEAR' to bd-period
            move 0 to bd-bud-hc
            move 0 to bd-act-hc
            perform write-line-para.

      * cost variance and its percentage of budget - spend with no
      * budget at all is always flagged
            write-line-para.
            compute ws-line-variance =
                ws-line-act-cost - ws-line-bud-cost
            move 'N' to ws-line-over
            move 0 to ws-line-pct
            if ws-line-bud-cost > 0
                compute ws-line-pct rounded =
                    ws-line-variance * 100 / ws-line-bud-cost
                if ws-line-pct > ws-threshold
                    move 'Y' to ws-line-over
                end-if
            else
                if ws-line-act-cost > 0
                    move 'Y' to ws-line-over
                end-if
            end-if
            move '  ' to bd-sp1
            move '  ' to bd-sp2
            move '  ' to bd-sp3
            move '  ' to bd-sp4
            move ws-line-bud-hours to bd-bud-hours
            move '  ' to bd-sp5
            move ws-line-act-hours to bd-act-hours
            move '  ' to bd-sp6
            move ws-line-bud-cost to bd-bud-cost
            move '  ' to bd-sp7
            move ws-line-act-cost to bd-act-cost
            move '  ' to bd-sp8
            move ws-line-variance to bd-variance
            move '  ' to bd-sp9
            move ws-line-pct to bd-pct
            move '%' to bd-pct-sign
            move '  ' to bd-sp10
            move spaces to bd-flag
      * the projection is shown, not flagged - the flag is for what
      * has actually been spent
            if ws-line-over = 'Y' and bd-period not = 'FULL-YEAR'
                move 'OVER' to bd-flag
                move 'Y' to ws-dept-over
            end-if
            move cr to bd-cr
            write bv-detail-line
            end-write.

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
