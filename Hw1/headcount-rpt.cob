       identification division.
       program-id. headcount-rpt.

      * workforce statistics by department for any month, present or
      * past - the monthly headcount and turnover figures HR used to
      * count by hand for the board. for the chosen month and for the
      * twelve months ending with it this shows each department's
      * opening headcount, hires, leavers, transfers in and out and
      * the net of them, closing headcount, average headcount,
      * annualised turnover and the leavers who went with under a
      * year's service. hires and leavers come off hire-date,
      * emp-status-code and termination-date on the master; the
      * department is the one in effect on each date that matters
      * (the master's own department with the approved TRANSFER
      * changes laid over it, latest in file order winning - the rule
      * the daily run uses). a transfer is counted when an employee's
      * department at the end of the period (or on leaving) differs
      * from the one at the start (or on joining), so every row comes
      * out as opening + hires - leavers + in - out = closing. the
      * closing headcount is tied back to the master rows on the books
      * at the month end, and the month's ADD and TERMINATE actions on
      * employee-audit.txt are shown beside the figures so anything
      * keyed late or back-dated stands out.
       environment division.
            input-output section.
            file-control.
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

              select optional emp-audit
              assign to '/Users/banma/employee-audit.txt'
              organization is line sequential
              file status is audit-status.

              select dept-master
              assign to '/Users/banma/department-master.txt'
              organization is line sequential
              file status is dept-status.

              select headcount-out
              assign to 'headcount-turnover.txt'
              organization is line SEQUENTIAL.

       data division.
            file section.
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

            fd emp-audit.
            01 audit-record.
                05 aud-date pic x(10).
                05 aud-sp1 pic x(2).
                05 aud-time pic x(8).
                05 aud-sp2 pic x(2).
                05 aud-oper pic x(10).
                05 aud-sp3 pic x(2).
                05 aud-action pic x(9).
                05 aud-sp4 pic x(2).
                05 aud-id pic 9999.
                05 aud-sp5 pic x(2).
                05 aud-before pic x(75).
                05 aud-sp6 pic x(2).
                05 aud-after pic x(75).
                05 aud-cr pic x.

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

            fd headcount-out.
            01 hc-text-line.
                05 ht-text pic x(100).
                05 ht-cr pic x.
            01 hc-detail-line.
                05 hd-dept pic x(3).
                05 hd-sp1 pic x(2).
                05 hd-period pic x(8).
                05 hd-sp2 pic x(2).
                05 hd-open pic zzzz9.
                05 hd-sp3 pic x(2).
                05 hd-hires pic zzz9.
                05 hd-sp4 pic x(2).
                05 hd-leavers pic zzz9.
                05 hd-sp5 pic x(2).
                05 hd-in pic zzz9.
                05 hd-sp6 pic x(2).
                05 hd-out pic zzz9.
                05 hd-sp7 pic x(2).
                05 hd-net pic ----9.
                05 hd-sp8 pic x(2).
                05 hd-close pic zzzz9.
                05 hd-sp9 pic x(2).
                05 hd-avg pic zzzz9.9.
                05 hd-sp10 pic x(2).
                05 hd-turnover pic zzz9.9.
                05 hd-pct-sign pic x.
                05 hd-sp11 pic x(2).
                05 hd-short pic zzz9.
                05 hd-cr pic x.

            working-storage section.
            01 emp-status pic xx.
            01 chg-status pic xx.
            01 audit-status pic xx.

            01 dept-status pic xx.
            copy "department.cpy".

            01 ws-report-month pic x(7).
            01 ws-report-parts redefines ws-report-month.
                05 ws-rm-year pic 9999.
                05 ws-rm-dash pic x.
                05 ws-rm-month pic 99.
            01 ws-report-index pic 9(6).

      * a month end as a date to compare against - the 31st serves
      * every month, no real date sorts after it
            01 ws-me-index pic 9(6).
            01 ws-me-year-q pic 9(6).
            01 ws-me-month-r pic 99.
            01 ws-me-date.
                05 ws-me-year pic 9999.
                05 ws-me-dash1 pic x value '-'.
                05 ws-me-month pic 99.
                05 ws-me-rest pic x(3) value '-31'.

      * the two periods - 1 the month, 2 the twelve months ending
      * with it - each from the month end before it to its own
            01 ws-win-table.
                05 ws-win-def occurs 2 times.
                    10 wn-open-end pic x(10).
                    10 wn-close-end pic x(10).
            01 ws-win pic 9.
      * the twelve month ends the rolling average headcount is taken
      * over
            01 ws-me-table.
                05 ws-me-end pic x(10) occurs 12 times.
            01 ws-me-scan pic 99.

      * the figures per department (every master department, then
      * OTH) per period, and the month-end headcounts summed over the
      * twelve months
            01 ws-hc-table.
                05 ws-hc-dept occurs 21 times.
                    10 ws-hc-win occurs 2 times.
                        15 hc-open pic 9(5).
                        15 hc-hires pic 9(5).
                        15 hc-leavers pic 9(5).
                        15 hc-in pic 9(5).
                        15 hc-out pic 9(5).
                        15 hc-close pic 9(5).
                        15 hc-short pic 9(5).
                    10 hc-me-sum pic 9(7).
            01 ws-tot-table.
                05 ws-tot-win occurs 2 times.
                    10 tot-open pic 9(5).
                    10 tot-hires pic 9(5).
                    10 tot-leavers pic 9(5).
                    10 tot-in pic 9(5).
                    10 tot-out pic 9(5).
                    10 tot-close pic 9(5).
                    10 tot-short pic 9(5).
                05 tot-me-sum pic 9(7).
            01 ws-hc-scan pic 99.

      * department per employee id off the master, and the approved
      * transfers to lay over it
            01 ws-emp-dept-table value spaces.
                05 ws-emp-dept pic x(3) occurs 9999 times.
            01 ws-chg-count pic 9(4) value 0.
            01 ws-chg-table.
                05 ws-chg-entry occurs 2000 times
                    depending on ws-chg-count indexed by chg-idx.
                    10 wc-id pic 9999.
                    10 wc-dept pic x(3).
                    10 wc-eff-date pic x(10).
            01 ws-chg-scan pic 9(4).
            01 ws-row-id pic 9999.
            01 ws-as-of pic x(10).
            01 ws-row-dept pic x(3).
            01 ws-dept-idx pic 99.

      * one employee's standing in one period
            01 ws-on-open pic x.
            01 ws-hired pic x.
            01 ws-on-close pic x.
            01 ws-left pic x.
            01 ws-from-idx pic 99.
            01 ws-to-idx pic 99.
            01 ws-anniversary pic x(10).
            01 ws-anniv-parts redefines ws-anniversary.
                05 ws-an-year pic 9999.
                05 ws-an-rest pic x(6).

      * the tie back to the master and the audit trail
            01 ws-master-rows pic 9(5) value 0.
            01 ws-master-active pic 9(5) value 0.
            01 ws-master-on-books pic 9(5) value 0.
            01 ws-master-skipped pic 9(5) value 0.
            01 ws-audit-adds pic 9(5) value 0.
            01 ws-audit-terms pic 9(5) value 0.
            01 ws-audit-transfers pic 9(5) value 0.

      * one report row's figures
            01 ws-line-win pic 9.
            01 ws-line-open pic 9(5).
            01 ws-line-hires pic 9(5).
            01 ws-line-leavers pic 9(5).
            01 ws-line-in pic 9(5).
            01 ws-line-out pic 9(5).
            01 ws-line-close pic 9(5).
            01 ws-line-short pic 9(5).
            01 ws-line-me-sum pic 9(7).
            01 ws-line-avg pic 9(5)v9.
            01 ws-line-turnover pic 9(4)v9.
            01 ws-dept-name pic x(3).
            01 ws-dept-used pic x.
            01 ws-count-edit pic zzzz9.
            01 ws-count-edit2 pic zzzz9.
            01 ws-count-edit3 pic zzzz9.

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
                display 'headcount-rpt: no department master on file'
                move 12 to return-code
                stop run
            end-if
            read dept-master into dept-master-record
            perform load-dept-para until dept-status = '10'
            close dept-master

            display 'Report month (YYYY-MM): '
            accept ws-report-month
            if ws-rm-year is not numeric or ws-rm-month is not numeric
                or ws-rm-dash not = '-'
                display 'headcount-rpt: bad month ' ws-report-month
                move 12 to return-code
                stop run
            end-if
            if ws-rm-month < 1 or ws-rm-month > 12
                display 'headcount-rpt: bad month ' ws-report-month
                move 12 to return-code
                stop run
            end-if

            accept ws-today-raw from date yyyymmdd
            move spaces to ws-today-str
            string ws-td-year '-' ws-td-month '-' ws-td-day
                delimited by size into ws-today-str

      * the month ends the periods run between
            compute ws-report-index = ws-rm-year * 12 + ws-rm-month - 1
            move ws-report-index to ws-me-index
            perform month-end-para
            move ws-me-date to wn-close-end (1)
            move ws-me-date to wn-close-end (2)
            compute ws-me-index = ws-report-index - 1
            perform month-end-para
            move ws-me-date to wn-open-end (1)
            compute ws-me-index = ws-report-index - 12
            perform month-end-para
            move ws-me-date to wn-open-end (2)
            perform varying ws-me-scan from 1 by 1
                until ws-me-scan > 12
                compute ws-me-index = ws-report-index - 12 + ws-me-scan
                perform month-end-para
                move ws-me-date to ws-me-end (ws-me-scan)
            end-perform

            initialize ws-hc-table
            initialize ws-tot-table

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

      * the master again, now the transfers are in hand
            open input emp
            move 0 to id-emp
            start emp key is not less than id-emp
            end-start
            read emp next
            end-read
            perform count-emp-para until emp-status = '10'
            close emp

            open input emp-audit
            if audit-status = '00'
                read emp-audit into audit-record
                perform count-audit-para until audit-status = '10'
                close emp-audit
            end-if

            open output headcount-out
            move spaces to ht-text
            string 'Headcount and Turnover  ' ws-report-month
                '  and the 12 months to it  run ' ws-today-str
                delimited by size into ht-text
            move cr to ht-cr
            write hc-text-line
            end-write
            move spaces to ht-text
            move 'Dpt  Period     Open Hires  Lvrs    In   Out'
                to ht-text
            move 'Net  Close    AvgHC    Turn%  <1yr'
                to ht-text (49:34)
            move cr to ht-cr
            write hc-text-line
            end-write

            perform varying ws-hc-scan from 1 by 1
                until ws-hc-scan > dept-count + 1
                if ws-hc-scan > dept-count
                    move 'OTH' to ws-dept-name
                else
                    move dept-code (ws-hc-scan) to ws-dept-name
                end-if
                perform print-dept-para
            end-perform
            perform print-total-para
            perform print-tie-para
            close headcount-out

            display 'headcount-rpt: ' ws-report-month ' closing '
                'headcount ' tot-close (1) ', ' tot-leavers (1)
                ' leavers'
            stop run.

      * YYYY-MM-31 for the month ws-me-index counts from year zero
            month-end-para.
            divide 12 into ws-me-index giving ws-me-year-q
                remainder ws-me-month-r
            move ws-me-year-q to ws-me-year
            compute ws-me-month = ws-me-month-r + 1.

            load-emp-para.
            move depart to ws-emp-dept (id-emp)
            read emp next
            end-read.

      * only approved transfers (or rows predating maker-checker) are
      * honoured, kept in file order
            load-changes-para.
            if (chg-chg-status = 'APPROVED'
                or chg-chg-status = spaces)
                and chg-action = 'TRANSFER'
                and chg-id > 0
                if ws-chg-count < 2000
                    add 1 to ws-chg-count
                    set chg-idx to ws-chg-count
                    move chg-id to wc-id (chg-idx)
                    move chg-value (1:3) to wc-dept (chg-idx)
                    move chg-eff-date to wc-eff-date (chg-idx)
                else
                    display 'employee-changes table full - transfer '
                        'for ' chg-id ' NOT applied'
                end-if
            end-if
            read emp-changes into change-record
            end-read.

      * one master row into both periods and the twelve month-end
      * headcounts. a row with no usable hire date is left out and
      * counted
            count-emp-para.
            add 1 to ws-master-rows
            if emp-status-code not = 'T'
                add 1 to ws-master-active
            end-if
            if hire-date (5:1) not = '-'
                add 1 to ws-master-skipped
            else
                move id-emp to ws-row-id
                perform varying ws-win from 1 by 1
                    until ws-win > 2
                    perform classify-para
                end-perform
                perform varying ws-me-scan from 1 by 1
                    until ws-me-scan > 12
                    if hire-date not > ws-me-end (ws-me-scan)
                        and (emp-status-code not = 'T'
                            or termination-date >
                                ws-me-end (ws-me-scan))
                        move ws-me-end (ws-me-scan) to ws-as-of
                        perform resolve-dept-para
                        add 1 to hc-me-sum (ws-dept-idx)
                    end-if
                end-perform
                if hire-date not > wn-close-end (1)
                    and (emp-status-code not = 'T'
                        or termination-date > wn-close-end (1))
                    add 1 to ws-master-on-books
                end-if
            end-if
            read emp next
            end-read.

      * on the books at the period's start or hired inside it, and on
      * the books at its end or gone inside it - the department at
      * each end decides where the employee counts, and a different
      * department at the two ends is a transfer
            classify-para.
            move 'N' to ws-on-open
            move 'N' to ws-hired
            move 'N' to ws-on-close
            move 'N' to ws-left
            if hire-date not > wn-open-end (ws-win)
                and (emp-status-code not = 'T'
                    or termination-date > wn-open-end (ws-win))
                move 'Y' to ws-on-open
            end-if
            if hire-date > wn-open-end (ws-win)
                and hire-date not > wn-close-end (ws-win)
                move 'Y' to ws-hired
            end-if
            if hire-date not > wn-close-end (ws-win)
                and (emp-status-code not = 'T'
                    or termination-date > wn-close-end (ws-win))
                move 'Y' to ws-on-close
            end-if
            if emp-status-code = 'T'
                and termination-date > wn-open-end (ws-win)
                and termination-date not > wn-close-end (ws-win)
                and termination-date not < hire-date
                move 'Y' to ws-left
            end-if

            if ws-on-open = 'Y'
                move wn-open-end (ws-win) to ws-as-of
                perform resolve-dept-para
                move ws-dept-idx to ws-from-idx
                add 1 to hc-open (ws-from-idx, ws-win)
            end-if
            if ws-hired = 'Y'
                move hire-date to ws-as-of
                perform resolve-dept-para
                move ws-dept-idx to ws-from-idx
                add 1 to hc-hires (ws-from-idx, ws-win)
            end-if
            if ws-on-close = 'Y'
                move wn-close-end (ws-win) to ws-as-of
                perform resolve-dept-para
                move ws-dept-idx to ws-to-idx
                add 1 to hc-close (ws-to-idx, ws-win)
            end-if
            if ws-left = 'Y'
                move termination-date to ws-as-of
                perform resolve-dept-para
                move ws-dept-idx to ws-to-idx
                add 1 to hc-leavers (ws-to-idx, ws-win)
      * under a year's service - gone before the first anniversary
                move hire-date to ws-anniversary
                add 1 to ws-an-year
                if termination-date < ws-anniversary
                    add 1 to hc-short (ws-to-idx, ws-win)
                end-if
            end-if
            if (ws-on-open = 'Y' or ws-hired = 'Y')
                and (ws-on-close = 'Y' or ws-left = 'Y')
                and ws-from-idx not = ws-to-idx
                add 1 to hc-out (ws-from-idx, ws-win)
                add 1 to hc-in (ws-to-idx, ws-win)
            end-if.

      * department for ws-row-id in effect on ws-as-of - walked in
      * file order so the latest wins
            resolve-dept-para.
            move ws-emp-dept (ws-row-id) to ws-row-dept
            perform varying ws-chg-scan from 1 by 1
                until ws-chg-scan > ws-chg-count
                if wc-id (ws-chg-scan) = ws-row-id
                    and wc-eff-date (ws-chg-scan) is not > ws-as-of
                    move wc-dept (ws-chg-scan) to ws-row-dept
                end-if
            end-perform
            compute ws-dept-idx = dept-count + 1
            set dept-idx to 1
            search dept-entry
                at end continue
                when dept-code (dept-idx) = ws-row-dept
                    set ws-dept-idx to dept-idx
            end-search.

      * the month's maintenance actions as keyed
            count-audit-para.
            if aud-date (1:7) = ws-report-month
                if aud-action = 'ADD'
                    add 1 to ws-audit-adds
                end-if
                if aud-action = 'TERMINATE'
                    add 1 to ws-audit-terms
                end-if
                if aud-action = 'TRANSFER'
                    add 1 to ws-audit-transfers
                end-if
            end-if
            read emp-audit into audit-record
            end-read.

      * the month and the twelve-month rows for one department, added
      * into the totals. OTH only shows when someone landed in it
            print-dept-para.
            move 'N' to ws-dept-used
            perform varying ws-win from 1 by 1 until ws-win > 2
                if hc-open (ws-hc-scan, ws-win) > 0
                    or hc-hires (ws-hc-scan, ws-win) > 0
                    or hc-leavers (ws-hc-scan, ws-win) > 0
                    or hc-in (ws-hc-scan, ws-win) > 0
                    or hc-out (ws-hc-scan, ws-win) > 0
                    or hc-close (ws-hc-scan, ws-win) > 0
                    move 'Y' to ws-dept-used
                end-if
            end-perform
            if ws-hc-scan > dept-count and ws-dept-used = 'N'
                continue
            else
                perform varying ws-win from 1 by 1 until ws-win > 2
                    move hc-open (ws-hc-scan, ws-win) to ws-line-open
                    move hc-hires (ws-hc-scan, ws-win)
                        to ws-line-hires
                    move hc-leavers (ws-hc-scan, ws-win)
                        to ws-line-leavers
                    move hc-in (ws-hc-scan, ws-win) to ws-line-in
                    move hc-out (ws-hc-scan, ws-win) to ws-line-out
                    move hc-close (ws-hc-scan, ws-win)
                        to ws-line-close
                    move hc-short (ws-hc-scan, ws-win)
                        to ws-line-short
                    move hc-me-sum (ws-hc-scan) to ws-line-me-sum
                    move ws-win to ws-line-win
                    perform write-line-para
                    add ws-line-open to tot-open (ws-win)
                    add ws-line-hires to tot-hires (ws-win)
                    add ws-line-leavers to tot-leavers (ws-win)
                    add ws-line-in to tot-in (ws-win)
                    add ws-line-out to tot-out (ws-win)
                    add ws-line-close to tot-close (ws-win)
                    add ws-line-short to tot-short (ws-win)
                end-perform
                add hc-me-sum (ws-hc-scan) to tot-me-sum
            end-if.

            print-total-para.
            move spaces to ht-text
            move cr to ht-cr
            write hc-text-line
            end-write
            move 'ALL' to ws-dept-name
            perform varying ws-win from 1 by 1 until ws-win > 2
                move tot-open (ws-win) to ws-line-open
                move tot-hires (ws-win) to ws-line-hires
                move tot-leavers (ws-win) to ws-line-leavers
                move tot-in (ws-win) to ws-line-in
                move tot-out (ws-win) to ws-line-out
                move tot-close (ws-win) to ws-line-close
                move tot-short (ws-win) to ws-line-short
                move tot-me-sum to ws-line-me-sum
                move ws-win to ws-line-win
                perform write-line-para
            end-perform.

      * average headcount is the mean of the opening and closing for
      * the month, the mean of the twelve month ends for the rolling
      * year; the month's turnover is annualised
            write-line-para.
            move spaces to hc-detail-line
            move ws-dept-name to hd-dept
            if ws-line-win = 1
                move 'MONTH' to hd-period
                compute ws-line-avg rounded =
                    (ws-line-open + ws-line-close) / 2
            else
                move '12-MONTH' to hd-period
                compute ws-line-avg rounded = ws-line-me-sum / 12
            end-if
            move 0 to ws-line-turnover
            if ws-line-avg > 0
                if ws-line-win = 1
                    compute ws-line-turnover rounded =
                        ws-line-leavers * 12 * 100 / ws-line-avg
                        on size error
                            move 9999.9 to ws-line-turnover
                    end-compute
                else
                    compute ws-line-turnover rounded =
                        ws-line-leavers * 100 / ws-line-avg
                        on size error
                            move 9999.9 to ws-line-turnover
                    end-compute
                end-if
            end-if
            move ws-line-open to hd-open
            move ws-line-hires to hd-hires
            move ws-line-leavers to hd-leavers
            move ws-line-in to hd-in
            move ws-line-out to hd-out
            compute hd-net = ws-line-in - ws-line-out
            move ws-line-close to hd-close
            move ws-line-avg to hd-avg
            move ws-line-turnover to hd-turnover
            move '%' to hd-pct-sign
            move ws-line-short to hd-short
            move cr to hd-cr
            write hc-detail-line
            end-write.

      * the closing headcount against the master, the movement
      * arithmetic, and the month's maintenance actions as keyed
            print-tie-para.
            move spaces to ht-text
            move cr to ht-cr
            write hc-text-line
            end-write
            move tot-close (1) to ws-count-edit
            move ws-master-on-books to ws-count-edit2
            move spaces to ht-text
            if tot-close (1) = ws-master-on-books
                string 'Closing headcount ' ws-count-edit
                    ' ties to the master: ' ws-count-edit2
                    ' rows on the books at ' ws-report-month ' end'
                    delimited by size into ht-text
            else
                string 'Closing headcount ' ws-count-edit
                    ' does NOT tie to the master: ' ws-count-edit2
                    ' rows on the books at ' ws-report-month ' end'
                    delimited by size into ht-text
            end-if
            move cr to ht-cr
            write hc-text-line
            end-write
            move ws-master-rows to ws-count-edit
            move ws-master-active to ws-count-edit2
            move ws-master-skipped to ws-count-edit3
            move spaces to ht-text
            string 'Master: ' ws-count-edit ' rows, '
                ws-count-edit2 ' not terminated today, '
                ws-count-edit3 ' with no usable hire date'
                delimited by size into ht-text
            move cr to ht-cr
            write hc-text-line
            end-write
            if tot-open (1) + tot-hires (1) - tot-leavers (1)
                not = tot-close (1)
                or tot-in (1) not = tot-out (1)
                move spaces to ht-text
                move 'Movements do NOT add up - check the master'
                    to ht-text
                move cr to ht-cr
                write hc-text-line
                end-write
            end-if
            move ws-audit-adds to ws-count-edit
            move ws-audit-terms to ws-count-edit2
            move ws-audit-transfers to ws-count-edit3
            move spaces to ht-text
            string 'Keyed on employee-audit.txt in ' ws-report-month
                ': ADD ' ws-count-edit '  TERMINATE ' ws-count-edit2
                '  TRANSFER ' ws-count-edit3
                delimited by size into ht-text
            move cr to ht-cr
            write hc-text-line
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
