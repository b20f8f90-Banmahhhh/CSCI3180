      * rate per 15-minute late block, both derived from salary the
      * same way payroll-extract derives its overtime rate) and writes
      * a deduction interface file shaped like payroll-adjustment.txt.
      * days a pay-period calendar covers are taken back off the
      * month's figures - period-extract prices their deductions onto
      * the period file (see pay-group.cpy).
       environment division.
            input-output section.
            file-control.
      * prices them at the same daily rate an absence carries instead
      * of someone keying them into the bureau by hand
              select daily-history
              assign to 'daily-history.dat'
              organization is indexed
              access mode is dynamic
              record key is hist-key
              alternate record key is hist-id with duplicates
              file status is history-status.

      * effective-dated salary changes - the master row keeps the old
              organization is line sequential
              file status is chg-status.

      * the pay-period calendar - a missing one just means no pay
      * group has periods yet
              select optional pay-cal
              assign to 'pay-calendar.txt'
              organization is line sequential
              file status is cal-status.

      * the month is stamped as sent, so a later prior-period
      * adjustment knows its deductions must go to the bureau as
      * RETRO lines rather than wait for this extract
              select optional run-control-ext
              assign to 'run-control.txt'
              organization is line sequential
              file status is rc-ext-status.

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

            fd emp-changes.
            01 change-record.
                05 chg-sp6 pic x(2).
                05 chg-approver pic x(10).

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

            fd run-control-ext.
            01 rc-ext-record.
                05 rcx-date pic x(10).
                05 rcx-sp1 pic x(2).
                05 rcx-step pic x(8).
                05 rcx-sp2 pic x(2).
                05 rcx-run-status pic x(9).

            working-storage section.
            01 moncob-status pic xx.
            01 rc-ext-status pic xx.
            01 emp-status pic xx.
            01 chg-status pic xx.
            01 history-status pic xx.
            01 cal-status pic xx.

            01 ws-target-month pic x(7).
            01 ws-month-end pic x(10).

            copy "pay-group.cpy".

      * the month's approved unpaid days per employee, re-added from
      * the daily evidence, and the absences and late blocks of the
      * days a pay period covers, which the rollup still counts
            01 ws-unpaid-table.
                05 ws-unpaid-row occurs 9999 times.
                    10 ws-unpaid pic 999.
                    10 ws-per-abs pic 999.
                    10 ws-per-late pic 999.
            01 ws-net-abs pic 999.
            01 ws-net-late pic 999.

      * salary and name per employee id, loaded from the master so the
      * month's rows can be priced without a second pass
            main-para.
            display 'Deduction month (YYYY-MM): '
            accept ws-target-month
            move spaces to ws-month-end
            string ws-target-month '-31' delimited by size
                into ws-month-end

            open input pay-cal
            if cal-status = '00'
                read pay-cal into cal-record
                perform load-calendar-para until cal-status = '10'
                close pay-cal
            end-if

            initialize ws-emp-table
            open input emp
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

            close moncob
            close deduction

            open extend run-control-ext
            move ws-target-month to rcx-date
            move '  ' to rcx-sp1
            move 'DEDUCT' to rcx-step
            move '  ' to rcx-sp2
            move 'COMPLETED' to rcx-run-status
            write rc-ext-record
            end-write
            close run-control-ext

            display 'deduction-extract: ' ws-extract-count
                ' deduction lines for ' ws-target-month
            stop run.
                    or chg-chg-status = spaces)
                move chg-value to ws-emp-salary (chg-id)
            end-if
            if chg-action = 'PAYGROUP' and chg-id > 0
                and chg-eff-date not > ws-month-end
                and (chg-chg-status = 'APPROVED'
                    or chg-chg-status = spaces)
                if pgc-count < 500
                    add 1 to pgc-count
                    set pgc-idx to pgc-count
                    move chg-id to pgc-id (pgc-idx)
                    move chg-eff-date to pgc-eff-date (pgc-idx)
                    move chg-value (1:3) to pgc-group (pgc-idx)
                else
                    display 'deduction-extract: pay group table '
                        'full - change for ' chg-id ' NOT applied'
                end-if
            end-if
            read emp-changes into change-record
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
                display 'deduction-extract: pay calendar table '
                    'full - ' cal-group ' period ' cal-start
                    ' NOT loaded'
            end-if
            read pay-cal into cal-record
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

      * one deduction line per employee with anything to deduct in the
      * target month - header rows (year-month only, id reads back as
      * spaces) and other months' rows pass straight by
            extract-para.
            if mon-date-key1 = ws-target-month
                and id-mon1 not = spaces
                if absent1 > ws-per-abs (id-mon1)
                    compute ws-net-abs =
                        absent1 - ws-per-abs (id-mon1)
                else
                    move 0 to ws-net-abs
                end-if
                if 15-late1 > ws-per-late (id-mon1)
                    compute ws-net-late =
                        15-late1 - ws-per-late (id-mon1)
                else
                    move 0 to ws-net-late
                end-if
                if ws-net-abs > 0 or ws-net-late > 0
                    or ws-unpaid (id-mon1) > 0
                    compute ws-daily-rate rounded =
                        ws-emp-salary (id-mon1) /
                        ws-emp-salary (id-mon1) /
                        (ws-workdays-per-month * ws-hours-per-day * 4)
                    compute ws-deduction rounded =
                        ws-net-abs * ws-daily-rate +
                        ws-net-late * ws-block-rate +
                        ws-unpaid (id-mon1) * ws-daily-rate

                    move id-mon1 to ded-id
                    move '  ' to ded-sp2
                    move ws-emp-last (id-mon1) to ded-last-name
                    move '  ' to ded-sp3
                    move ws-net-abs to ded-absences
                    move '  ' to ded-sp4
                    move ws-net-late to ded-late-blocks
                    move '  ' to ded-sp5
                    move ws-unpaid (id-mon1) to ded-unpaid
                    move '  ' to ded-sp6
            end-read.

      * one daily evidence row - only approved unpaid days inside the
      * target month count, and only on days no pay period covers;
      * a covered day's absence and late blocks are noted so they
      * come back off the rollup's totals
            load-unpaid-para.
            if hist-date (1:7) = ws-target-month
                and hist-id > 0
                move hist-id to pg-id
                move hist-date to pg-date
                perform resolve-group-para
                if pg-covered = 'Y'
                    if hist-status = 'ABSENCE'
                        add 1 to ws-per-abs (hist-id)
                    end-if
                    add hist-late to ws-per-late (hist-id)
                else
                    if hist-status = 'UNPAID LV'
                        add 1 to ws-unpaid (hist-id)
                    end-if
                end-if
            end-if
            read daily-history next
            end-read.
