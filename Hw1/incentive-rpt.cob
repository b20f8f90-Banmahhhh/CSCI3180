       identification division.
       program-id. incentive-rpt.

      * month-end attendance incentive. management pays a monthly
      * bonus to anyone with no unauthorised absence, no late blocks
      * and no suspicious days in the month, and working out who
      * qualified meant cross-checking the daily evidence, the leave
      * file and the suspicious-case dispositions by hand. this works
      * it out from daily-history.dat for a closed month and lists the
      * qualifiers and near misses by department for the managers to
      * sign off in incentive-signoff.txt; the qualifiers are staged
      * in incentive-pending.txt, which incentive-release sends to the
      * bureau once payroll has the signed list back.
      *
      * what counts against an employee: an ABSENCE day, unless the
      * day was a listed holiday, a day their roster has them off, or
      * inside an approved leave window (an approval made after the
      * daily run, not yet put right by retro-adjust); every late
      * block on the day's evidence; a SUSPICIOUS day, unless its case
      * was disposed EXCUSED or CORRECTED - an undisposed case counts
      * and is shown as open so the supervisor can settle it before
      * sign-off. leave, days off, holidays and non-working days are
      * neutral and keep eligibility.
      *
      * incentive-rules.txt is kept by payroll, one row per pay group
      * covered and change:
      *   group  from-month  amount  min-service-months
      *   max-absent  max-late-blocks  max-suspicious  near-miss
      * the latest row in effect for the month applies and an amount
      * of 0 withdraws the group. near-miss is how many occurrences
      * over the limits still get an employee listed as a near miss.
       environment division.
            input-output section.
            file-control.
              select inc-rules
              assign to 'incentive-rules.txt'
              organization is line sequential
              file status is rule-status.

              select emp
              assign to '/Users/banma/employees.dat'
              organization is indexed
              access mode is dynamic
              record key is id-emp
              file status is emp-status.

              select emp-changes
              assign to '/Users/banma/employee-changes.txt'
              organization is line sequential
              file status is chg-status.

              select dept-master
              assign to '/Users/banma/department-master.txt'
              organization is line sequential
              file status is dept-status.

              select daily-history
              assign to 'daily-history.dat'
              organization is indexed
              access mode is dynamic
              record key is hist-key
              alternate record key is hist-id with duplicates
              file status is history-status.

              select optional leave-req
              assign to 'leave-requests.txt'
              organization is line sequential
              file status is leave-status.

              select optional leave-retro
              assign to 'leave-retro.txt'
              organization is line sequential
              file status is lretro-status.

              select optional sus-cases
              assign to 'suspicious-cases.txt'
              organization is line sequential
              file status is case-status.

              select optional holiday-cal
              assign to 'holiday-calendar.txt'
              organization is line sequential
              file status is holiday-status.

              select optional work-roster
              assign to 'work-roster.txt'
              organization is line sequential
              file status is roster-status.

              select optional run-control
              assign to 'run-control.txt'
              organization is line sequential
              file status is rc-status.

              select signoff-rpt
              assign to 'incentive-signoff.txt'
              organization is line SEQUENTIAL.

              select inc-pending
              assign to 'incentive-pending.txt'
              organization is line SEQUENTIAL.

       data division.
            file section.
            fd inc-rules.
            01 rule-record.
                05 ir-group pic x(3).
                05 ir-sp1 pic x(2).
                05 ir-eff-month pic x(7).
                05 ir-sp2 pic x(2).
                05 ir-amount pic 9(5)v99.
                05 ir-sp3 pic x(2).
                05 ir-min-service pic 999.
                05 ir-sp4 pic x(2).
                05 ir-max-absent pic 99.
                05 ir-sp5 pic x(2).
                05 ir-max-late pic 99.
                05 ir-sp6 pic x(2).
                05 ir-max-susp pic 99.
                05 ir-sp7 pic x(2).
                05 ir-near-miss pic 99.

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

            fd daily-history.
            01 hist-line.
                05 hist-key.
                    10 hist-date pic x(10).
                    10 hist-id pic 9999.
                05 hist-status pic x(10).
                05 hist-late pic 99.
                05 hist-overtime pic 9.
                05 hist-worked pic 99.

            fd leave-req.
            01 leave-record.
                05 leave-id pic 9999.
                05 leave-start pic x(10).
                05 leave-end pic x(10).
                05 leave-approved pic x.
                05 leave-type pic x(6).
                05 leave-cert pic x.

            fd leave-retro.
            01 lretro-record.
                05 lr-id pic 9999.
                05 lr-sp1 pic x(2).
                05 lr-start pic x(10).
                05 lr-sp2 pic x(2).
                05 lr-end pic x(10).
                05 lr-sp3 pic x(2).
                05 lr-type pic x(6).
                05 lr-sp4 pic x(2).
                05 lr-status pic x(9).
                05 lr-cr pic x.

            fd sus-cases.
            01 case-line.
                05 case-date pic x(10).
                05 case-sp1 pic x(2).
                05 case-id pic 9999.
                05 case-sp2 pic x(2).
                05 case-pattern pic x(20).
                05 case-sp3 pic x(2).
                05 case-arrive-ct pic 9.
                05 case-sp4 pic x.
                05 case-leave-ct pic 9.
                05 case-sp5 pic x.
                05 case-last-al pic x(7).
                05 case-sp6 pic x(2).
                05 case-disp pic x(9).
                05 case-sp7 pic x(2).
                05 case-oper pic x(10).
                05 case-cr pic x.

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

            fd run-control.
            01 rc-record.
                05 rc-date pic x(10).
                05 rc-sp1 pic x(2).
                05 rc-step pic x(8).
                05 rc-sp2 pic x(2).
                05 rc-run-status pic x(9).

            fd signoff-rpt.
            01 so-text-line.
                05 so-text pic x(90).
                05 so-cr pic x.
            01 so-detail-line.
                05 sod-id pic 9999.
                05 sod-sp1 pic x(2).
                05 sod-first-name pic x(10).
                05 sod-sp2 pic x.
                05 sod-last-name pic x(20).
                05 sod-sp3 pic x(2).
                05 sod-group pic x(3).
                05 sod-sp4 pic x(2).
                05 sod-result pic x(9).
                05 sod-sp5 pic x(2).
                05 sod-absent pic zz9.
                05 sod-sp6 pic x(2).
                05 sod-late pic zz9.
                05 sod-sp7 pic x(2).
                05 sod-susp pic zz9.
                05 sod-sp8 pic x(2).
                05 sod-open pic zz9.
                05 sod-sp9 pic x(2).
                05 sod-amount pic zzzz9.99 blank when zero.
                05 sod-cr pic x.

      * the qualifiers waiting for release - header with the month,
      * trailer with the count and amount incentive-release checks
      * before anything goes to the bureau
            fd inc-pending.
            01 pending-header.
                05 ph-tag pic x(3).
                05 ph-sp1 pic x(2).
                05 ph-month pic x(7).
                05 ph-cr pic x.
            01 pending-trailer.
                05 pt-tag pic x(3).
                05 pt-sp1 pic x(2).
                05 pt-count pic 9(5).
                05 pt-sp2 pic x(2).
                05 pt-amount pic 9(7)v99.
                05 pt-cr pic x.
            01 pending-line.
                05 pl-id pic 9999.
                05 pl-sp1 pic x(2).
                05 pl-dept pic x(3).
                05 pl-sp2 pic x(2).
                05 pl-group pic x(3).
                05 pl-sp3 pic x(2).
                05 pl-first-name pic x(10).
                05 pl-sp4 pic x(2).
                05 pl-last-name pic x(20).
                05 pl-sp5 pic x(2).
                05 pl-amount pic 9(5)v99.
                05 pl-cr pic x.

            working-storage section.
            01 rule-status pic xx.
            01 emp-status pic xx.
            01 chg-status pic xx.
            01 dept-status pic xx.
            01 history-status pic xx.
            01 leave-status pic xx.
            01 lretro-status pic xx.
            01 case-status pic xx.
            01 holiday-status pic xx.
            01 roster-status pic xx.
            01 rc-status pic xx.

            copy "department.cpy".

            01 ws-target-month pic x(7).
            01 ws-month-start pic x(10).
            01 ws-month-end pic x(10).
            01 ws-me-parts redefines ws-month-end.
                05 ws-me-year pic 9999.
                05 ws-me-dash1 pic x.
                05 ws-me-month pic 99.
                05 ws-me-dash2 pic x.
                05 ws-me-day pic 99.
            01 ws-month-lengths pic x(24)
                value '312831303130313130313031'.
            01 ws-month-table redefines ws-month-lengths.
                05 ws-month-days pic 99 occurs 12 times.
            01 ws-leap-q pic 9(4).
            01 ws-leap-r pic 999.
            01 ws-last-atd pic x(10) value spaces.

      * the rule in effect per pay group
            01 ws-rule-count pic 9 value 0.
            01 ws-rule-table.
                05 ws-rule-entry occurs 9 times.
                    10 wrl-group pic x(3).
                    10 wrl-eff-month pic x(7).
                    10 wrl-amount pic 9(5)v99.
                    10 wrl-min-service pic 999.
                    10 wrl-max-absent pic 99.
                    10 wrl-max-late pic 99.
                    10 wrl-max-susp pic 99.
                    10 wrl-near-miss pic 99.
            01 ws-rule-scan pic 9.
            01 ws-rule-slot pic 9.
            01 ws-rules-live pic 9 value 0.

      * one row per employee id - master fields as of the month end,
      * the roster pattern and the month's tallies
            01 ws-emp-table.
                05 ws-emp-row occurs 9999 times.
                    10 ws-emp-on-file pic x.
                    10 ws-emp-first pic x(10).
                    10 ws-emp-last pic x(20).
                    10 ws-emp-hire pic x(10).
                    10 ws-emp-dept pic x(3).
                    10 ws-emp-state pic x.
                    10 ws-emp-term pic x(10).
                    10 ws-emp-group pic x(3).
                    10 ws-emp-roster pic x(7).
                    10 ws-emp-absent pic 999.
                    10 ws-emp-late pic 999.
                    10 ws-emp-susp pic 999.
                    10 ws-emp-open pic 999.
            01 ws-emp-scan pic 9(5).

      * approved leave windows touching the month, from the request
      * file and the prior-period queue
            01 ws-lv-count pic 9(4) value 0.
            01 ws-lv-table.
                05 ws-lv-entry occurs 1000 times.
                    10 wlv-id pic 9999.
                    10 wlv-start pic x(10).
                    10 wlv-end pic x(10).
            01 ws-lv-scan pic 9(4).

      * the month's suspicious cases and how each was disposed
            01 ws-case-count pic 9(4) value 0.
            01 ws-case-table.
                05 ws-case-entry occurs 2000 times.
                    10 wcs-date pic x(10).
                    10 wcs-id pic 9999.
                    10 wcs-disp pic x(9).
            01 ws-case-scan pic 9(4).

            01 ws-hol-count pic 99 value 0.
            01 ws-hol-table.
                05 ws-hol-date pic x(10) occurs 40 times.
            01 ws-hol-scan pic 99.

      * whole-day serial number (Julian day) of a history date - mod 7
      * is the weekday, 0 Monday .. 6 Sunday
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
            01 ws-wd-q pic 9(7).
            01 ws-wd-dow pic 9.

            01 ws-excused pic x.
            01 ws-case-disp pic x(9).
            01 ws-case-found pic x.

            01 ws-hire-parts.
                05 ws-hire-year pic 9999.
                05 ws-hire-dash1 pic x.
                05 ws-hire-month pic 99.
                05 ws-hire-dash2 pic x.
                05 ws-hire-day pic 99.
            01 ws-service pic s9(5).
            01 ws-excess pic 9(4).
            01 ws-result pic x(9).

            01 ws-dept-name pic x(3).
            01 ws-dept-desc pic x(20).
            01 ws-dept-manager pic x(10).
            01 ws-dept-scan pic 99.
            01 ws-dept-known pic x.
            01 ws-dept-qual pic 9(5).
            01 ws-dept-near pic 9(5).
            01 ws-dept-amount pic 9(7)v99.

            01 ws-tot-qual pic 9(5) value 0.
            01 ws-tot-near pic 9(5) value 0.
            01 ws-tot-amount pic 9(7)v99 value 0.
            01 ws-tot-left pic 9(5) value 0.
            01 ws-tot-service pic 9(5) value 0.
            01 ws-tot-uncovered pic 9(5) value 0.
            01 ws-tot-missed pic 9(5) value 0.
            01 ws-amount-ed pic zzzzzz9.99.
            01 ws-rule-amount-ed pic zzzz9.99.

            01 cr pic x value X"0D".

       procedure division.
            main-para.
            display 'Incentive month (YYYY-MM): '
            accept ws-target-month
            move spaces to ws-month-start
            string ws-target-month '-01' delimited by size
                into ws-month-start
            move ws-month-start to ws-month-end
            if ws-me-year is not numeric or ws-me-month is not numeric
                or ws-me-month < 1 or ws-me-month > 12
                display 'incentive-rpt: bad month ' ws-target-month
                move 12 to return-code
                stop run
            end-if
            perform month-end-para

      * the month must be closed - every day through the daily run
            open input run-control
            if rc-status = '00'
                read run-control into rc-record
                perform scan-run-control-para until rc-status = '10'
                close run-control
            end-if
            if ws-last-atd = spaces or ws-last-atd < ws-month-end
                display 'incentive-rpt: daily run only completed '
                    'through ' ws-last-atd ' - month ends '
                    ws-month-end
                move 12 to return-code
                stop run
            end-if

            open input inc-rules
            if rule-status not = '00'
                display 'incentive-rpt: no incentive-rules.txt on file'
                move 12 to return-code
                stop run
            end-if
            read inc-rules into rule-record
            perform load-rule-para until rule-status = '10'
            close inc-rules
            perform varying ws-rule-scan from 1 by 1
                until ws-rule-scan > ws-rule-count
                if wrl-amount (ws-rule-scan) > 0
                    add 1 to ws-rules-live
                end-if
            end-perform
            if ws-rules-live = 0
                display 'incentive-rpt: no pay group covered for '
                    ws-target-month
                move 12 to return-code
                stop run
            end-if

            open input dept-master
            if dept-status not = '00'
                display 'incentive-rpt: no department master on file'
                move 12 to return-code
                stop run
            end-if
            read dept-master into dept-master-record
            perform load-dept-para until dept-status = '10'
            close dept-master

            initialize ws-emp-table
            open input emp
            move 0 to id-emp
            start emp key is not less than id-emp
            end-start
            read emp next
            end-read
            perform load-emp-para until emp-status = '10'
            close emp

      * pay group and department changes in effect by the month end,
      * in file order so the latest wins
            open input emp-changes
            if chg-status = '00'
                read emp-changes into change-record
                perform apply-change-para until chg-status = '10'
                close emp-changes
            end-if

            open input work-roster
            if roster-status = '00'
                read work-roster into roster-record
                perform load-roster-para until roster-status = '10'
                close work-roster
            end-if

            open input holiday-cal
            if holiday-status = '00'
                read holiday-cal into holiday-record
                perform load-holiday-para until holiday-status = '10'
                close holiday-cal
            end-if

            open input leave-req
            if leave-status = '00'
                read leave-req into leave-record
                perform load-leave-para until leave-status = '10'
                close leave-req
            end-if
            open input leave-retro
            if lretro-status = '00'
                read leave-retro into lretro-record
                perform load-retro-para until lretro-status = '10'
                close leave-retro
            end-if

            open input sus-cases
            if case-status = '00'
                read sus-cases into case-line
                perform load-case-para until case-status = '10'
                close sus-cases
            end-if

      * the month's daily evidence, in date order from its first day
            open input daily-history
            if history-status = '00'
                move ws-month-start to hist-date
                move 0 to hist-id
                start daily-history key is not less than hist-key
                end-start
                if history-status = '00'
                    read daily-history next
                    end-read
                end-if
                perform tally-history-para
                    until history-status not = '00'
                    or hist-date > ws-month-end
                close daily-history
            end-if

            open output signoff-rpt
            open output inc-pending
            perform write-heading-para

            move 'HDR' to ph-tag
            move '  ' to ph-sp1
            move ws-target-month to ph-month
            move cr to ph-cr
            write pending-header
            end-write

            perform varying ws-dept-scan from 1 by 1
                until ws-dept-scan > dept-count + 1
                if ws-dept-scan > dept-count
                    move 'OTH' to ws-dept-name
                    move 'NOT ON DEPT MASTER' to ws-dept-desc
                    move spaces to ws-dept-manager
                else
                    move dept-code (ws-dept-scan) to ws-dept-name
                    move dept-desc (ws-dept-scan) to ws-dept-desc
                    move dept-manager (ws-dept-scan)
                        to ws-dept-manager
                end-if
                perform print-dept-para
            end-perform

            move 'TRL' to pt-tag
            move '  ' to pt-sp1
            move ws-tot-qual to pt-count
            move '  ' to pt-sp2
            move ws-tot-amount to pt-amount
            move cr to pt-cr
            write pending-trailer
            end-write
            close inc-pending

            perform write-totals-para
            close signoff-rpt

            display 'incentive-rpt: ' ws-target-month ' - '
                ws-tot-qual ' qualify, ' ws-tot-near ' near misses'
                ' - see incentive-signoff.txt'
            stop run.

      * last day of the target month, leap years included
            month-end-para.
            move ws-month-days (ws-me-month) to ws-me-day
            if ws-me-month = 2
                divide ws-me-year by 4 giving ws-leap-q
                    remainder ws-leap-r
                if ws-leap-r = 0
                    move 29 to ws-me-day
                    divide ws-me-year by 100 giving ws-leap-q
                        remainder ws-leap-r
                    if ws-leap-r = 0
                        move 28 to ws-me-day
                        divide ws-me-year by 400 giving ws-leap-q
                            remainder ws-leap-r
                        if ws-leap-r = 0
                            move 29 to ws-me-day
                        end-if
                    end-if
                end-if
            end-if.

            scan-run-control-para.
            if rc-step = 'ATD' and rc-run-status = 'COMPLETED'
                and rc-date > ws-last-atd
                move rc-date to ws-last-atd
            end-if
            read run-control into rc-record
            end-read.

      * the latest row in effect for the month per pay group - later
      * rows win a tie
            load-rule-para.
            if ir-amount is numeric and ir-min-service is numeric
                and ir-max-absent is numeric
                and ir-max-late is numeric
                and ir-max-susp is numeric
                and ir-near-miss is numeric
                and ir-eff-month not > ws-target-month
                move 0 to ws-rule-slot
                perform varying ws-rule-scan from 1 by 1
                    until ws-rule-scan > ws-rule-count
                    if wrl-group (ws-rule-scan) = ir-group
                        move ws-rule-scan to ws-rule-slot
                    end-if
                end-perform
                if ws-rule-slot = 0
                    if ws-rule-count < 9
                        add 1 to ws-rule-count
                        move ws-rule-count to ws-rule-slot
                        move ir-group to wrl-group (ws-rule-slot)
                        move spaces to wrl-eff-month (ws-rule-slot)
                    else
                        display 'incentive rule table full - '
                            ir-group ' NOT applied'
                    end-if
                end-if
                if ws-rule-slot > 0
                    if ir-eff-month not < wrl-eff-month (ws-rule-slot)
                        move ir-eff-month
                            to wrl-eff-month (ws-rule-slot)
                        move ir-amount to wrl-amount (ws-rule-slot)
                        move ir-min-service
                            to wrl-min-service (ws-rule-slot)
                        move ir-max-absent
                            to wrl-max-absent (ws-rule-slot)
                        move ir-max-late
                            to wrl-max-late (ws-rule-slot)
                        move ir-max-susp
                            to wrl-max-susp (ws-rule-slot)
                        move ir-near-miss
                            to wrl-near-miss (ws-rule-slot)
                    end-if
                end-if
            end-if
            read inc-rules into rule-record
            end-read.

      * everyone hired by the month end - SSM until a pay group change
      * says otherwise, and the department pattern until the roster
      * says otherwise
            load-emp-para.
            if id-emp > 0 and hire-date not > ws-month-end
                move 'Y' to ws-emp-on-file (id-emp)
                move first-name to ws-emp-first (id-emp)
                move last-name to ws-emp-last (id-emp)
                move hire-date to ws-emp-hire (id-emp)
                move depart to ws-emp-dept (id-emp)
                move emp-status-code to ws-emp-state (id-emp)
                move termination-date to ws-emp-term (id-emp)
                move 'SSM' to ws-emp-group (id-emp)
                move 'YYYYYNN' to ws-emp-roster (id-emp)
            end-if
            read emp next
            end-read.

            apply-change-para.
            if chg-eff-date not > ws-month-end
                and chg-id > 0
                and (chg-chg-status = 'APPROVED'
                    or chg-chg-status = spaces)
                if chg-action = 'PAYGROUP'
                    move chg-value (1:3) to ws-emp-group (chg-id)
                end-if
                if chg-action = 'TRANSFER'
                    move chg-value (1:3) to ws-emp-dept (chg-id)
                end-if
            end-if
            read emp-changes into change-record
            end-read.

            load-roster-para.
            if ros-id is numeric and ros-id > 0
                move ros-days to ws-emp-roster (ros-id)
            end-if
            read work-roster into roster-record
            end-read.

            load-holiday-para.
            if hol-date (1:7) = ws-target-month
                if ws-hol-count < 40
                    add 1 to ws-hol-count
                    move hol-date to ws-hol-date (ws-hol-count)
                end-if
            end-if
            read holiday-cal into holiday-record
            end-read.

      * approved windows overlapping the month
            load-leave-para.
            if leave-approved = 'Y'
                and leave-start not > ws-month-end
                and leave-end not < ws-month-start
                perform add-leave-para
            end-if
            read leave-req into leave-record
            end-read.

            load-retro-para.
            if lr-start not > ws-month-end
                and lr-end not < ws-month-start
                move lr-id to leave-id
                move lr-start to leave-start
                move lr-end to leave-end
                perform add-leave-para
            end-if
            read leave-retro into lretro-record
            end-read.

            add-leave-para.
            if ws-lv-count < 1000
                add 1 to ws-lv-count
                move leave-id to wlv-id (ws-lv-count)
                move leave-start to wlv-start (ws-lv-count)
                move leave-end to wlv-end (ws-lv-count)
            else
      * a silent drop here would quietly cost someone their bonus
      * over an absence their leave approval covers
                display 'leave table full - window for ' leave-id
                    ' NOT applied'
            end-if.

            load-case-para.
            if case-date (1:7) = ws-target-month
                if ws-case-count < 2000
                    add 1 to ws-case-count
                    move case-date to wcs-date (ws-case-count)
                    move case-id to wcs-id (ws-case-count)
                    move case-disp to wcs-disp (ws-case-count)
                else
                    display 'case table full - case for ' case-id
                        ' on ' case-date ' NOT applied'
                end-if
            end-if
            read sus-cases into case-line
            end-read.

      * one day of evidence against the employee's tallies
            tally-history-para.
            if hist-id > 0
                if ws-emp-on-file (hist-id) = 'Y'
                    if hist-status = 'ABSENCE'
                        perform check-absence-para
                        if ws-excused = 'N'
                            add 1 to ws-emp-absent (hist-id)
                        end-if
                    end-if
                    if hist-status = 'LATE' and hist-late = 0
                        add 1 to ws-emp-late (hist-id)
                    else
                        add hist-late to ws-emp-late (hist-id)
                    end-if
                    if hist-status = 'SUSPICIOUS'
                        perform check-case-para
                    end-if
                end-if
            end-if
            read daily-history next
            end-read.

      * an absence on a holiday, a rostered day off or inside an
      * approved leave window is no absence for the incentive
            check-absence-para.
            move 'N' to ws-excused
            perform varying ws-hol-scan from 1 by 1
                until ws-hol-scan > ws-hol-count
                if ws-hol-date (ws-hol-scan) = hist-date
                    move 'Y' to ws-excused
                end-if
            end-perform
            move hist-date to ws-cd-date
            perform compute-serial-para
            divide ws-cd-serial by 7 giving ws-wd-q
                remainder ws-wd-dow
            if ws-emp-roster (hist-id) (ws-wd-dow + 1:1) = 'N'
                move 'Y' to ws-excused
            end-if
            perform varying ws-lv-scan from 1 by 1
                until ws-lv-scan > ws-lv-count
                if wlv-id (ws-lv-scan) = hist-id
                    and wlv-start (ws-lv-scan) not > hist-date
                    and wlv-end (ws-lv-scan) not < hist-date
                    move 'Y' to ws-excused
                end-if
            end-perform.

      * the supervisor's disposition decides a suspicious day - a
      * case excused, or corrected to the missed punch, no longer
      * counts; confirmed or still open it does
            check-case-para.
            move 'N' to ws-case-found
            move spaces to ws-case-disp
            perform varying ws-case-scan from 1 by 1
                until ws-case-scan > ws-case-count
                if wcs-id (ws-case-scan) = hist-id
                    and wcs-date (ws-case-scan) = hist-date
                    move 'Y' to ws-case-found
                    move wcs-disp (ws-case-scan) to ws-case-disp
                end-if
            end-perform
            if ws-case-disp not = 'EXCUSED'
                and ws-case-disp not = 'CORRECTED'
                add 1 to ws-emp-susp (hist-id)
                if ws-case-disp = spaces
                    add 1 to ws-emp-open (hist-id)
                end-if
            end-if.

            write-heading-para.
            move spaces to so-text-line
            string 'ATTENDANCE INCENTIVE SIGN-OFF - ' ws-target-month
                '   (' ws-month-start ' TO ' ws-month-end ')'
                delimited by size into so-text
            move cr to so-cr
            write so-text-line
            end-write
            perform varying ws-rule-scan from 1 by 1
                until ws-rule-scan > ws-rule-count
                move spaces to so-text-line
                move wrl-amount (ws-rule-scan) to ws-rule-amount-ed
                string 'GROUP ' wrl-group (ws-rule-scan)
                    ' FROM ' wrl-eff-month (ws-rule-scan)
                    '  AMOUNT ' ws-rule-amount-ed
                    '  SERVICE ' wrl-min-service (ws-rule-scan)
                    '  MAX ABS ' wrl-max-absent (ws-rule-scan)
                    ' LATE ' wrl-max-late (ws-rule-scan)
                    ' SUSP ' wrl-max-susp (ws-rule-scan)
                    '  NEAR ' wrl-near-miss (ws-rule-scan)
                    delimited by size into so-text
                move cr to so-cr
                write so-text-line
                end-write
            end-perform.

      * one department's qualifiers and near misses, with a sign-off
      * line for its manager - a department with neither is left out
            print-dept-para.
            move 0 to ws-dept-qual
            move 0 to ws-dept-near
            move 0 to ws-dept-amount
            perform varying ws-emp-scan from 1 by 1
                until ws-emp-scan > 9999
                if ws-emp-on-file (ws-emp-scan) = 'Y'
                    perform emp-dept-para
                    if ws-dept-known = 'Y'
                        perform evaluate-emp-para
                        if ws-result not = spaces
                            perform print-emp-para
                        end-if
                    end-if
                end-if
            end-perform
            if ws-dept-qual > 0 or ws-dept-near > 0
                move spaces to so-text-line
                move ws-dept-amount to ws-amount-ed
                string 'QUALIFY: ' ws-dept-qual '   NEAR MISS: '
                    ws-dept-near '   AMOUNT: ' ws-amount-ed
                    delimited by size into so-text
                move cr to so-cr
                write so-text-line
                end-write
                move spaces to so-text-line
                string 'SIGNED OFF (' ws-dept-manager
                    '): ____________________   DATE: __________'
                    delimited by size into so-text
                move cr to so-cr
                write so-text-line
                end-write
            end-if.

      * is the employee listed under the department being printed -
      * their own code, or OTH for a code not on the master
            emp-dept-para.
            move 'N' to ws-dept-known
            if ws-dept-name = 'OTH'
                move 'Y' to ws-dept-known
                set dept-idx to 1
                search dept-entry
                    at end continue
                    when dept-code (dept-idx)
                        = ws-emp-dept (ws-emp-scan)
                        move 'N' to ws-dept-known
                end-search
            else
                if ws-emp-dept (ws-emp-scan) = ws-dept-name
                    move 'Y' to ws-dept-known
                end-if
            end-if.

      * QUALIFIES, NEAR MISS or spaces. leavers by the month end, the
      * uncovered pay groups and anyone short of the service are only
      * counted; everyone else is measured against the group's limits
            evaluate-emp-para.
            move spaces to ws-result
            move 0 to ws-rule-slot
            perform varying ws-rule-scan from 1 by 1
                until ws-rule-scan > ws-rule-count
                if wrl-group (ws-rule-scan) = ws-emp-group (ws-emp-scan)
                    and wrl-amount (ws-rule-scan) > 0
                    move ws-rule-scan to ws-rule-slot
                end-if
            end-perform
            move ws-emp-hire (ws-emp-scan) to ws-hire-parts
            if ws-hire-year is numeric and ws-hire-month is numeric
                compute ws-service = (ws-me-year * 12 + ws-me-month)
                    - (ws-hire-year * 12 + ws-hire-month)
            else
                move 0 to ws-service
            end-if
            evaluate true
                when ws-emp-state (ws-emp-scan) = 'T'
                    and ws-emp-term (ws-emp-scan) not > ws-month-end
                    add 1 to ws-tot-left
                when ws-rule-slot = 0
                    add 1 to ws-tot-uncovered
                when ws-service < wrl-min-service (ws-rule-slot)
                    add 1 to ws-tot-service
                when other
                    move 0 to ws-excess
                    if ws-emp-absent (ws-emp-scan)
                        > wrl-max-absent (ws-rule-slot)
                        compute ws-excess = ws-excess
                            + ws-emp-absent (ws-emp-scan)
                            - wrl-max-absent (ws-rule-slot)
                    end-if
                    if ws-emp-late (ws-emp-scan)
                        > wrl-max-late (ws-rule-slot)
                        compute ws-excess = ws-excess
                            + ws-emp-late (ws-emp-scan)
                            - wrl-max-late (ws-rule-slot)
                    end-if
                    if ws-emp-susp (ws-emp-scan)
                        > wrl-max-susp (ws-rule-slot)
                        compute ws-excess = ws-excess
                            + ws-emp-susp (ws-emp-scan)
                            - wrl-max-susp (ws-rule-slot)
                    end-if
                    if ws-excess = 0
                        move 'QUALIFIES' to ws-result
                    else
                        if ws-excess not > wrl-near-miss (ws-rule-slot)
                            move 'NEAR MISS' to ws-result
                        else
                            add 1 to ws-tot-missed
                        end-if
                    end-if
            end-evaluate.

            print-emp-para.
            if ws-dept-qual = 0 and ws-dept-near = 0
                move spaces to so-text-line
                move cr to so-cr
                write so-text-line
                end-write
                move spaces to so-text-line
                string 'DEPARTMENT ' ws-dept-name '  ' ws-dept-desc
                    '  MANAGER ' ws-dept-manager
                    delimited by size into so-text
                move cr to so-cr
                write so-text-line
                end-write
      * captions placed on the same columns the detail line uses
                move spaces to so-text-line
                move 'Id' to so-text (1:2)
                move 'Name' to so-text (7:4)
                move 'Grp' to so-text (40:3)
                move 'Result' to so-text (45:6)
                move 'Abs' to so-text (56:3)
                move 'Lat' to so-text (61:3)
                move 'Sus' to so-text (66:3)
                move 'Opn' to so-text (71:3)
                move 'Amount' to so-text (78:6)
                move cr to so-cr
                write so-text-line
                end-write
            end-if
            move spaces to so-detail-line
            move ws-emp-scan to sod-id
            move ws-emp-first (ws-emp-scan) to sod-first-name
            move ws-emp-last (ws-emp-scan) to sod-last-name
            move ws-emp-group (ws-emp-scan) to sod-group
            move ws-result to sod-result
            move ws-emp-absent (ws-emp-scan) to sod-absent
            move ws-emp-late (ws-emp-scan) to sod-late
            move ws-emp-susp (ws-emp-scan) to sod-susp
            move ws-emp-open (ws-emp-scan) to sod-open
            if ws-result = 'QUALIFIES'
                move wrl-amount (ws-rule-slot) to sod-amount
                add 1 to ws-dept-qual
                add 1 to ws-tot-qual
                add wrl-amount (ws-rule-slot) to ws-dept-amount
                add wrl-amount (ws-rule-slot) to ws-tot-amount
                move ws-emp-scan to pl-id
                move '  ' to pl-sp1
                move ws-dept-name to pl-dept
                move '  ' to pl-sp2
                move ws-emp-group (ws-emp-scan) to pl-group
                move '  ' to pl-sp3
                move ws-emp-first (ws-emp-scan) to pl-first-name
                move '  ' to pl-sp4
                move ws-emp-last (ws-emp-scan) to pl-last-name
                move '  ' to pl-sp5
                move wrl-amount (ws-rule-slot) to pl-amount
                move cr to pl-cr
                write pending-line
                end-write
            else
                move 0 to sod-amount
                add 1 to ws-dept-near
                add 1 to ws-tot-near
            end-if
            move cr to sod-cr
            write so-detail-line
            end-write.

            write-totals-para.
            move spaces to so-text-line
            move cr to so-cr
            write so-text-line
            end-write
            move spaces to so-text-line
            move ws-tot-amount to ws-amount-ed
            string 'TOTAL QUALIFY: ' ws-tot-qual '   NEAR MISS: '
                ws-tot-near '   AMOUNT: ' ws-amount-ed
                delimited by size into so-text
            move cr to so-cr
            write so-text-line
            end-write
            move spaces to so-text-line
            string 'NOT LISTED - MISSED: ' ws-tot-missed
                '   LEFT: ' ws-tot-left
                '   SERVICE: ' ws-tot-service
                '   GROUP NOT COVERED: ' ws-tot-uncovered
                delimited by size into so-text
            move cr to so-cr
            write so-text-line
            end-write.

      * Julian day number of ws-cd-date, integer arithmetic only
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
