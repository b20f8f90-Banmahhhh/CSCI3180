      * week-at-a-glance for supervisors, the view missing between
      * the daily summary and the monthly rollup: one row per
      * employee, one column per day Monday to Sunday, each cell the
      * day's status letter off daily-history.dat (P present, A
      * absent, L late, S suspicious, V on leave, H holiday/weekend,
      * O rostered day off), with the week's late blocks, overtime
      * and worked hours totalled at the end of the row. grouped by
            input-output section.
            file-control.
              select daily-history
              assign to 'daily-history.dat'
              organization is indexed
              access mode is dynamic
              record key is hist-key
              alternate record key is hist-id with duplicates
              file status is history-status.

              select emp
              assign to 'week-grid.txt'
              organization is line SEQUENTIAL.

      * the department master - shift hours, cost centre, manager
              select dept-master
              assign to '/Users/banma/department-master.txt'
              organization is line sequential
              file status is dept-status.

       data division.
            file section.
            fd daily-history.
            01 hist-line.
                05 hist-key.
                    10 hist-date pic x(10).
                    10 hist-id pic 9999.
                05 hist-status pic x(10).
                05 hist-late pic 99.
                05 hist-overtime pic 9.
                05 hist-worked pic 99.

            fd emp.
            01 employees.
                05 gd-worked pic zzz9.
                05 gd-cr pic x.

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
            01 history-status pic xx.
            01 emp-status pic xx.
            01 chg-status pic xx.

            01 dept-status pic xx.
            copy "department.cpy".

            01 ws-monday pic x(10).
            01 ws-week-end pic x(10).
                05 ws-grid-entry occurs 300 times
                    depending on ws-grid-count indexed by grid-idx.
                    10 wg-id pic 9999.
                    10 wg-dept-idx pic 99.
                    10 wg-letter pic x occurs 7 times.
                    10 wg-late pic 999.
                    10 wg-ot pic 999.
            01 ws-letter pic x.
            01 ws-cell pic 9.

            01 ws-dept-idx pic 99.
            01 ws-dept-name pic x(3).
            01 ws-row-dept pic x(3).


       procedure division.
            main-para.
      * departments (and their order on the report) come off the
      * department master
            open input dept-master
            if dept-status not = '00'
                display 'week-grid: no department master on file'
                move 12 to return-code
                stop run
            end-if
            read dept-master into dept-master-record
            perform load-dept-para until dept-status = '10'
            close dept-master

            display 'Week Monday date (YYYY-MM-DD): '
            accept ws-monday

                move 12 to return-code
                stop run
            end-if
      * straight to the Monday by key, and only the week's rows read
            move ws-monday to hist-date
            move 0 to hist-id
            start daily-history key is not less than hist-key
            end-start
            if history-status = '00'
                read daily-history next
                end-read
            end-if
            perform collect-para until history-status not = '00'
                or hist-date > ws-week-end
            close daily-history

            open output grid-rpt
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
                    add hist-worked to wg-worked (grid-idx)
                end-if
            end-if
            read daily-history next
            end-read.

            find-grid-row-para.
                        to ws-row-dept
                end-if
            end-perform
            compute ws-dept-idx = dept-count + 1
            set dept-idx to 1
            search dept-entry
                at end continue
                when dept-code (dept-idx) = ws-row-dept
                    set ws-dept-idx to dept-idx
            end-search.

      * the day's verdict as one letter - approved half-day and
                    compute ws-cur-year = ws-cur-year + 1
                end-if
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
