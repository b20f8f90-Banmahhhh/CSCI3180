              organization is line sequential
              file status is chg-status.

      * the department master - shift hours, cost centre, manager
              select dept-master
              assign to '/Users/banma/department-master.txt'
              organization is line sequential
              file status is dept-status.

       data division.
            file section.
            fd moncob.
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

            working-storage section.
            01 moncob-status pic xx.
            01 emp-status pic xx.
            01 chg-status pic xx.

            01 dept-status pic xx.
            copy "department.cpy".

      * pending master changes, same table the daily run loads, so
      * each month's rows group under the department in effect then
            01 ws-month-found pic x.
            01 ws-over-warned pic x value 'N'.

      * accumulators: month down, department across (every master
      * department plus OTH)
            01 ws-acc-table.
                05 ws-acc-month occurs 36 times.
                    10 ws-acc-dept occurs 21 times.
                        15 ws-acc-abs pic 9(5).
                        15 ws-acc-late pic 9(5).
                        15 ws-acc-ot pic 9(5).
            01 ws-dept-idx pic 99.
            01 ws-dept-name pic x(3).

            01 ws-prior-abs pic 9(5).

       procedure division.
            main-para.
      * departments (and their order on the report) come off the
      * department master
            open input dept-master
            if dept-status not = '00'
                display 'dept-trend: no department master on file'
                move 12 to return-code
                stop run
            end-if
            read dept-master into dept-master-record
            perform load-dept-para until dept-status = '10'
            close dept-master

            initialize ws-acc-table

            open input emp
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

      * only approved changes (or rows predating maker-checker) are
            move cr to tb-cr
            write trend-blank-line
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
