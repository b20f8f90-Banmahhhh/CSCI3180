      * carried hire-date forever and nothing ever read it. this
      * finds every active employee within the 90-day probation
      * window as of the run date, re-adds their days from
      * daily-history.dat into an attendance rate and late count,
      * counts their open suspicious cases, and prints the lot
      * grouped by department for the hiring managers with the
      * 30/60/90 milestone flagged so reviews stop getting missed.
              file status is chg-status.

              select daily-history
              assign to 'daily-history.dat'
              organization is indexed
              access mode is dynamic
              record key is hist-key
              alternate record key is hist-id with duplicates
              file status is history-status.

              select sus-cases
              assign to 'probation-report.txt'
              organization is line SEQUENTIAL.

      * the department master - shift hours, cost centre, manager
              select dept-master
              assign to '/Users/banma/department-master.txt'
              organization is line sequential
              file status is dept-status.

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

            fd sus-cases.
            01 case-line.
                05 pd-cases pic zz9.
                05 pd-cr pic x.

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
            01 emp-status pic xx.
            01 chg-status pic xx.
            01 history-status pic xx.
            01 case-status pic xx.

            01 dept-status pic xx.
            copy "department.cpy".

            01 ws-chg-count pic 999 value 0.
            01 ws-chg-table.
                    10 wpb-id pic 9999.
                    10 wpb-first pic x(10).
                    10 wpb-last pic x(20).
                    10 wpb-dept-idx pic 99.
                    10 wpb-hire pic x(10).
                    10 wpb-milestone pic x(6).
                    10 wpb-workdays pic 999.
                    10 wpb-late pic 999.
                    10 wpb-cases pic 999.
            01 ws-prb-scan pic 999.
      * earliest hire date on the list - the history is read from
      * there forward only
            01 ws-first-hire pic x(10) value high-values.
            01 ws-days-in pic 9(4).
            01 ws-row-dept pic x(3).
            01 ws-dept-idx pic 99.
            01 ws-dept-name pic x(3).
            01 ws-rate pic 999.


       procedure division.
            main-para.
      * departments (and their order on the report) come off the
      * department master
            open input dept-master
            if dept-status not = '00'
                display 'probation-rpt: no department master on file'
                move 12 to return-code
                stop run
            end-if
            read dept-master into dept-master-record
            perform load-dept-para until dept-status = '10'
            close dept-master

            accept ws-today-raw from date yyyymmdd
            move spaces to ws-today-str
            string ws-td-year '-' ws-td-month '-' ws-td-day

            open input daily-history
            if history-status = '00'
                move ws-first-hire to hist-date
                move 0 to hist-id
                start daily-history key is not less than hist-key
                end-start
                if history-status = '00'
                    read daily-history next
                    end-read
                end-if
                perform tally-history-para
                    until history-status not = '00'
                    or hist-date > ws-today-str
                close daily-history
            end-if

            end-write

            perform varying ws-dept-idx from 1 by 1
                until ws-dept-idx > dept-count + 1
                if ws-dept-idx > dept-count
                    move 'OTH' to ws-dept-name
                else
                    move dept-code (ws-dept-idx) to ws-dept-name
                end-if
                perform print-dept-para
            end-perform
                move first-name to wpb-first (prb-idx)
                move last-name to wpb-last (prb-idx)
                move hire-date to wpb-hire (prb-idx)
                if hire-date < ws-first-hire
                    move hire-date to ws-first-hire
                end-if
                if ws-days-in is not > 30
                    move '30-DAY' to wpb-milestone (prb-idx)
                else
                    move wc-value (ws-chg-scan) (1:3) to ws-row-dept
                end-if
            end-perform
            compute ws-dept-idx = dept-count + 1
            set dept-idx to 1
            search dept-entry
                at end continue
                when dept-code (dept-idx) = ws-row-dept
                    set ws-dept-idx to dept-idx
            end-search.

      * one daily evidence row into the figures - days the company
                        end-if
                    end-if
            end-search
            read daily-history next
            end-read.

            tally-case-para.
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
