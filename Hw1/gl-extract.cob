      * deductions (same daily/block rates deduction-extract charges)
      * to cost centres and writes a journal file with the same
      * HDR/TRL envelope and control totals the bureau files carry.
      * the premiums payroll-extract paid in the month (night
      * differential, holiday and rest-day time) come off
      * premium-ledger.txt, each booked to the department the
      * employee worked in that day under its own PRM<code> account.
       environment division.
            input-output section.
            file-control.
      * off the daily evidence, so the journal has to carry the same
      * cost or the two files stop tying to each other
              select daily-history
              assign to 'daily-history.dat'
              organization is indexed
              access mode is dynamic
              record key is hist-key
              alternate record key is hist-id with duplicates
              file status is history-status.

      * every premium paid, by date, employee, department and code
              select optional prm-ledger
              assign to 'premium-ledger.txt'
              organization is line sequential
              file status is ledger-status.

              select gl-journal
              assign to 'gl-journal.txt'
              organization is line SEQUENTIAL.

      * the department master - shift hours, cost centre, manager
              select dept-master
              assign to '/Users/banma/department-master.txt'
              organization is line sequential
              file status is dept-status.

       data division.
            file section.
            fd moncob.

            fd daily-history.
            01 hist-line.
                05 hist-key.
                    10 hist-date pic x(10).
                    10 hist-id pic 9999.
                05 hist-status pic x(10).
                05 hist-late pic 99.
                05 hist-overtime pic 9.
                05 hist-worked pic 99.

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

            fd gl-journal.
            01 gl-header.
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

            working-storage section.
            01 moncob-status pic xx.
            01 emp-status pic xx.
            01 chg-status pic xx.
            01 history-status pic xx.
            01 ledger-status pic xx.

            01 dept-status pic xx.
            copy "department.cpy".

            01 ws-target-month pic x(7).

                    10 wc-eff-date pic x(10).
            01 ws-chg-scan pic 999.
            01 ws-row-dept pic x(3).
            01 ws-dept-idx pic 99.

      * standard working hours, same figures the two extracts price
      * with
            01 ws-ot-cost pic 9(7)v99.
            01 ws-ded-cost pic 9(7)v99.

      * cost centre accumulators - every master department plus OTH
            01 ws-cc-table.
                05 ws-cc-row occurs 21 times.
                    10 ws-cc-ot pic 9(9)v99.
                    10 ws-cc-ded pic 9(9)v99.
            01 ws-cc-scan pic 99.
            01 ws-cc-name pic x(3).
            01 ws-cc-centre pic x(6).

      * the month's premiums per cost centre (same subscript as
      * ws-cc-row) and premium code, in the order codes turn up
            01 ws-pc-count pic 99 value 0.
            01 ws-pc-codes.
                05 ws-pc-code pic x(5) occurs 10 times.
            01 ws-pc-table.
                05 ws-pc-row occurs 21 times.
                    10 ws-pc-amount pic 9(9)v99 occurs 10 times.
            01 ws-pc-scan pic 99.
            01 ws-pc-slot pic 99.
            01 ws-lg-pay pic 9(6)v99.

            01 ws-line-count pic 9(5) value 0.
            01 ws-gl-total pic 9(9)v99 value 0.

       procedure division.
            main-para.
      * departments and the cost centre each one books to come off
      * the department master
            open input dept-master
            if dept-status not = '00'
                display 'gl-extract: no department master on file'
                move 12 to return-code
                stop run
            end-if
            read dept-master into dept-master-record
            perform load-dept-para until dept-status = '10'
            close dept-master

            display 'Allocation month (YYYY-MM): '
            accept ws-target-month

            initialize ws-unpaid-table
            open input daily-history
            if history-status = '00'
                move ws-target-month to hist-date
                move 0 to hist-id
                start daily-history key is not less than hist-key
                end-start
                if history-status = '00'
                    read daily-history next
                    end-read
                end-if
                perform load-unpaid-para
                    until history-status not = '00'
                    or hist-date (1:7) > ws-target-month
                close daily-history
            end-if

                close emp-changes
            end-if

            initialize ws-pc-table
            open input prm-ledger
            if ledger-status = '00'
                read prm-ledger into ledger-record
                perform allocate-premium-para
                    until ledger-status = '10'
                close prm-ledger
            end-if

            open input moncob
            if moncob-status not = '00'
                display 'gl-extract: no monthly history on file'
      * anything - overtime is a labor-expense debit, attendance
      * deductions a salary-expense credit
            perform varying ws-cc-scan from 1 by 1
                until ws-cc-scan > dept-count + 1
                if ws-cc-scan > dept-count
                    move 'OTH' to ws-cc-name
                    move spaces to ws-cc-centre
                else
                    move dept-code (ws-cc-scan) to ws-cc-name
                    move dept-cost-centre (ws-cc-scan) to ws-cc-centre
                end-if
      * a department with no cost centre on the master books to the
      * CC-code centre the journal always used
                if ws-cc-centre = spaces
                    string 'CC-' ws-cc-name delimited by size
                        into ws-cc-centre
                end-if
                if ws-cc-ot (ws-cc-scan) > 0
                    move ws-cc-centre to gl-centre
                    move '  ' to gl-sp1
                    move 'OVERTIME' to gl-account
                    move '  ' to gl-sp2
                    add ws-cc-ot (ws-cc-scan) to ws-gl-total
                end-if
                if ws-cc-ded (ws-cc-scan) > 0
                    move ws-cc-centre to gl-centre
                    move '  ' to gl-sp1
                    move 'DEDUCT' to gl-account
                    move '  ' to gl-sp2
                    add 1 to ws-line-count
                    add ws-cc-ded (ws-cc-scan) to ws-gl-total
                end-if
      * each premium code a labor-expense debit of its own
                perform varying ws-pc-scan from 1 by 1
                    until ws-pc-scan > ws-pc-count
                    if ws-pc-amount (ws-cc-scan ws-pc-scan) > 0
                        move ws-cc-centre to gl-centre
                        move '  ' to gl-sp1
                        move spaces to gl-account
                        string 'PRM' ws-pc-code (ws-pc-scan)
                            delimited by size into gl-account
                        move '  ' to gl-sp2
                        move ws-pc-amount (ws-cc-scan ws-pc-scan)
                            to gl-amount
                        move '  ' to gl-sp3
                        move 'DR' to gl-drcr
                        move cr to gl-cr
                        write gl-line
                        end-write
                        add 1 to ws-line-count
                        add ws-pc-amount (ws-cc-scan ws-pc-scan)
                            to ws-gl-total
                    end-if
                end-perform
            end-perform

            move 'TRL' to gt-tag
            read moncob into mon-att1
            end-read.

      * one premium row - the month's rows go to the department the
      * employee worked in that day (OTH when it is not on the
      * master) under their premium code
            allocate-premium-para.
            if lg-date (1:7) = ws-target-month
                and lg-pay (1:6) is numeric
                move 0 to ws-pc-slot
                perform varying ws-pc-scan from 1 by 1
                    until ws-pc-scan > ws-pc-count
                    if ws-pc-code (ws-pc-scan) = lg-code
                        move ws-pc-scan to ws-pc-slot
                    end-if
                end-perform
                if ws-pc-slot = 0
                    if ws-pc-count < 10
                        add 1 to ws-pc-count
                        move ws-pc-count to ws-pc-slot
                        move lg-code to ws-pc-code (ws-pc-slot)
                    else
                        display 'gl-extract: premium code table full '
                            '- ' lg-code ' NOT costed'
                    end-if
                end-if
                if ws-pc-slot > 0
                    compute ws-dept-idx = dept-count + 1
                    set dept-idx to 1
                    search dept-entry
                        at end continue
                        when dept-code (dept-idx) = lg-dept
                            set ws-dept-idx to dept-idx
                    end-search
                    move lg-pay to ws-lg-pay
                    add ws-lg-pay
                        to ws-pc-amount (ws-dept-idx ws-pc-slot)
                end-if
            end-if
            read prm-ledger into ledger-record
            end-read.

      * one daily evidence row - only approved unpaid days inside the
      * target month count
            load-unpaid-para.
                and hist-id > 0
                add 1 to ws-unpaid (hist-id)
            end-if
            read daily-history next
            end-read.

      * master department first, then any transfer already in effect
                    end-if
                end-if
            end-perform
            compute ws-dept-idx = dept-count + 1
            set dept-idx to 1
            search dept-entry
                at end continue
                when dept-code (dept-idx) = ws-row-dept
                    set ws-dept-idx to dept-idx
            end-search.

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
