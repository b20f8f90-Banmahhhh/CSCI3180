              assign to 'leave-balance-report.txt'
              organization is line SEQUENTIAL.

      * approvals reaching back over dates the daily run has already
      * processed - retro-adjust re-evaluates those dates and burns
      * the taken days the daily run could not
              select optional leave-retro
              assign to 'leave-retro.txt'
              organization is line sequential
              file status is lretro-status.

              select optional run-control
              assign to 'run-control.txt'
              organization is line sequential
              file status is rc-status.

      * who may sign on, with what PIN, over which departments and in
      * which roles - and where refused sign-ons and actions are
      * logged for audit to review alongside employee-audit.txt
              select optional operators
              assign to '/Users/banma/operators.txt'
              organization is line sequential
              file status is op-status.

              select optional sec-log
              assign to '/Users/banma/security-exceptions.txt'
              organization is line SEQUENTIAL.

      * minimum crew per department and weekday, the work-pattern
      * roster the daily run uses, and the log of approvals a second
      * approver let through below the minimum
              select optional min-staff
              assign to 'minimum-staffing.txt'
              organization is line sequential
              file status is ms-status.

              select optional work-roster
              assign to 'work-roster.txt'
              organization is line sequential
              file status is roster-status.

              select optional staff-override
              assign to 'staffing-overrides.txt'
              organization is line SEQUENTIAL.

       data division.
            file section.
            fd leave-req.
                05 hol-sp pic x(2).
                05 hol-desc pic x(30).

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

            fd run-control.
            01 rc-record.
                05 rc-date pic x(10).
                05 rc-sp1 pic x(2).
                05 rc-step pic x(8).
                05 rc-sp2 pic x(2).
                05 rc-run-status pic x(9).

            fd balance-rpt.
            01 balance-header-line.
                05 bh-text pic x(76).
                05 bal-sick-taken pic zz9.
                05 bal-cr pic x.

            fd operators.
            01 operator-record.
                05 op-id pic x(10).
                05 op-sp1 pic x(2).
                05 op-pin pic x(6).
                05 op-sp2 pic x(2).
      * up to five department codes - *** first means every department
                05 op-depts pic x(15).
                05 op-sp3 pic x(2).
      * Y/N flags: HR maintain, HR approve, leave approve, case
      * disposition, payroll
                05 op-roles pic x(5).
                05 op-sp4 pic x(2).
      * A active, anything else disabled
                05 op-state pic x.

            fd sec-log.
            01 sec-record.
                05 sec-date pic x(10).
                05 sec-sp1 pic x(2).
                05 sec-time pic x(8).
                05 sec-sp2 pic x(2).
                05 sec-program pic x(17).
                05 sec-sp3 pic x(2).
                05 sec-oper pic x(10).
                05 sec-sp4 pic x(2).
                05 sec-action pic x(9).
                05 sec-sp5 pic x(2).
                05 sec-key pic x(4).
                05 sec-sp6 pic x(2).
                05 sec-reason pic x(30).
                05 sec-cr pic x.

            fd min-staff.
            01 min-staff-record.
                05 ms-dept pic x(3).
                05 ms-sp1 pic x(2).
                05 ms-day pic x(3).
                05 ms-sp2 pic x(2).
                05 ms-minimum pic 999.
                05 ms-sp3 pic x(2).
                05 ms-eff-date pic x(10).

            fd work-roster.
            01 roster-record.
                05 ros-id pic 9999.
                05 ros-sp1 pic x(2).
                05 ros-days pic x(7).
                05 ros-sp2 pic x(2).
                05 ros-start pic x(2).
                05 ros-sp3 pic x.
                05 ros-end pic x(2).

            fd staff-override.
            01 override-record.
                05 ovr-date pic x(10).
                05 ovr-sp1 pic x(2).
                05 ovr-id pic 9999.
                05 ovr-sp2 pic x(2).
                05 ovr-start pic x(10).
                05 ovr-sp3 pic x(2).
                05 ovr-end pic x(10).
                05 ovr-sp4 pic x(2).
                05 ovr-dept pic x(3).
                05 ovr-sp5 pic x(2).
                05 ovr-short-days pic 999.
                05 ovr-sp6 pic x(2).
                05 ovr-oper pic x(10).
                05 ovr-sp7 pic x(2).
                05 ovr-second pic x(10).
                05 ovr-cr pic x.

            working-storage section.
            01 leave-status pic xx.
            01 leave-new-status pic xx.
            01 ent-new-status pic xx.
            01 emp-status pic xx.
            01 ws-rebuild-cmd pic x(80).
            01 lretro-status pic xx.
            01 ws-appr-start pic x(10).
            01 ws-appr-end pic x(10).
            01 ws-appr-type pic x(6).
            01 rc-status pic xx.
      * the latest date the daily run has completed - a window's days
      * up to it were processed without the approval, days after it
      * will be stamped by the daily run as normal
            01 ws-closed-thru pic x(10) value spaces.

            01 ws-action pic x(9).
            01 ws-found-target pic x value 'N'.
            01 ws-chg-scan pic 999.

            01 cr pic x value X"0D".
            01 ws-operator pic x(10).

      * the signed-on operator's departments and roles, as found on
      * the operator file
            01 op-status pic xx.
            01 ws-signon-pin pic x(6).
            01 ws-op-found pic x value 'N'.
            01 ws-op-depts pic x(15).
            01 ws-op-dept-table redefines ws-op-depts.
                05 ws-op-dept pic x(3) occurs 5 times.
            01 ws-op-roles.
                05 ws-role-hr-maint pic x.
                05 ws-role-hr-appr pic x.
                05 ws-role-leave pic x.
                05 ws-role-case pic x.
                05 ws-role-payroll pic x.
            01 ws-op-slot pic 9.
            01 ws-check-dept pic x(3).
            01 ws-dept-ok pic x.
            01 ws-sec-action pic x(9).
            01 ws-sec-key pic x(4).
            01 ws-sec-reason pic x(30).
            01 ws-sec-date-raw pic 9(8).
            01 ws-sec-date-parts redefines ws-sec-date-raw.
                05 ws-sec-year pic 9999.
                05 ws-sec-month pic 99.
                05 ws-sec-day pic 99.
            01 ws-sec-time-raw pic 9(8).
            01 ws-sec-time-parts redefines ws-sec-time-raw.
                05 ws-sec-hh pic 99.
                05 ws-sec-mm pic 99.
                05 ws-sec-ss pic 99.
                05 ws-sec-hs pic 99.
            01 ws-scope-id pic 9999.
            01 ws-scope-today pic x(10).

      * minimum staffing gate on approval - the rest of the
      * requester's department as of the leave start, each with the
      * weekdays they are rostered on and their hire and leaving
      * dates, and everyone else's approved leave still ahead
            01 ms-status pic xx.
            01 roster-status pic xx.
            01 ws-min-count pic 999 value 0.
            01 ws-min-table.
                05 ws-min-entry occurs 500 times.
                    10 wmn-dept pic x(3).
                    10 wmn-day pic x(3).
                    10 wmn-minimum pic 999.
                    10 wmn-eff-date pic x(10).
            01 ws-min-scan pic 999.
            01 ws-min-best-eff pic x(10).
            01 ws-minimum pic 999.
            01 ws-day-names pic x(21) value 'MONTUEWEDTHUFRISATSUN'.
            01 ws-day-name pic x(3).

            01 ws-roster-count pic 999 value 0.
            01 ws-roster-table.
                05 ws-roster-entry occurs 500 times
                    depending on ws-roster-count indexed by ros-idx.
                    10 wr-id pic 9999.
                    10 wr-days pic x(7).
            01 ws-roster-days pic x(7).

            01 ws-crew-count pic 999 value 0.
            01 ws-crew-table.
                05 ws-crew-entry occurs 500 times.
                    10 wcr-id pic 9999.
                    10 wcr-days pic x(7).
                    10 wcr-hire-date pic x(10).
                    10 wcr-status pic x.
                    10 wcr-term-date pic x(10).
            01 ws-crew-scan pic 999.

            01 ws-other-count pic 999 value 0.
            01 ws-other-table.
                05 ws-other-entry occurs 500 times.
                    10 wol-id pic 9999.
                    10 wol-start-serial pic 9(7).
                    10 wol-end-serial pic 9(7).
            01 ws-other-scan pic 999.

            01 ws-stf-loaded pic x value 'N'.
            01 ws-stf-ok pic x.
            01 ws-stf-dept pic x(3).
            01 ws-stf-emp-dept pic x(3).
            01 ws-stf-id pic 9999.
            01 ws-stf-req-days pic x(7).
            01 ws-stf-day-idx pic 9.
            01 ws-stf-on-leave pic x.
            01 ws-stf-short-days pic 999.
            01 ws-projected pic 999.

      * the window's days walked as dates alongside their serials, so
      * minimum rows and hire/leaving dates compare as text
            01 ws-walk-date pic x(10).
            01 ws-walk-parts redefines ws-walk-date.
                05 ws-walk-year pic 9999.
                05 ws-walk-dash1 pic x.
                05 ws-walk-month pic 99.
                05 ws-walk-dash2 pic x.
                05 ws-walk-day pic 99.
            01 ws-month-lengths pic x(24)
                value '312831303130313130313031'.
            01 ws-month-table redefines ws-month-lengths.
                05 ws-month-days pic 99 occurs 12 times.
            01 ws-walk-month-days pic 99.
            01 ws-leap-q pic 9(4).
            01 ws-leap-r pic 999.

      * the second approver asked for when the gate trips - signs on
      * with their own PIN and must hold the leave role over the
      * department
            01 ws-ovr-operator pic x(10).
            01 ws-ovr-pin pic x(6).
            01 ws-ovr-found pic x.
            01 ws-ovr-state pic x.
            01 ws-ovr-op-pin pic x(6).
            01 ws-ovr-depts pic x(15).
            01 ws-ovr-dept-table redefines ws-ovr-depts.
                05 ws-ovr-dept pic x(3) occurs 5 times.
            01 ws-ovr-roles pic x(5).
            01 ws-ovr-dept-ok pic x.

       procedure division.
            main-para.
            perform sign-on-para
            display 'Leave administration - enter ENTITLE, REQUEST, '
                'APPROVE or REPORT'
            accept ws-action

      * setting entitlements is HR maintenance, approving is the
      * leave approver's - any signed-on operator may enter a request
      * or run the balance report
            move spaces to ws-sec-reason
            if ws-action = 'ENTITLE' and ws-role-hr-maint not = 'Y'
                move 'NO HR MAINTAIN ROLE' to ws-sec-reason
            end-if
            if ws-action = 'APPROVE' and ws-role-leave not = 'Y'
                move 'NO LEAVE APPROVE ROLE' to ws-sec-reason
            end-if
            if ws-sec-reason not = spaces
                move ws-action to ws-sec-action
                move spaces to ws-sec-key
                perform refuse-para
                move 12 to return-code
                stop run
            end-if

            if ws-action = 'ENTITLE'
                perform entitle-para
            end-if
            entitle-para.
            display 'Employee id: '
            accept ws-ent-id
            move ws-ent-id to ws-scope-id
            perform leave-scope-para
            display 'Annual days: '
            accept ws-ent-annual
            display 'Carried balance days: '
            request-para.
            display 'Employee id: '
            accept ws-req-id
            move ws-req-id to ws-scope-id
            perform leave-scope-para
            display 'Leave start (YYYY-MM-DD): '
            accept ws-req-start
            display 'Leave end (YYYY-MM-DD): '
      * days (weekends and listed holidays charge nothing, exactly as
      * the daily run's taken-day stamp burns nothing for them) and
      * refused outright if it would overdraw what is left of the
      * employee's annual entitlement plus carried balance. a request
      * that would take the department's projected crew below its
      * minimum on any working day stays pending unless a second
      * approver signs the override
            approve-para.
            display 'Employee id: '
            accept ws-req-id
            move ws-req-id to ws-scope-id
            perform leave-scope-para
            display 'Leave start of request (YYYY-MM-DD): '
            accept ws-req-start

                    call "SYSTEM" using ws-rebuild-cmd
                    display 'Approved ' ws-req-days ' days for '
                        ws-req-id
                    perform find-closed-para
                    if ws-closed-thru not = spaces
                        and ws-appr-start is not > ws-closed-thru
                        perform queue-retro-para
                    end-if
                else
                    display 'No pending request approved for '
                        ws-req-id ' starting ' ws-req-start
                        display 'Rejected - request of ' ws-req-days
                            ' working days would overdraw balance'
                    else
                        perform staffing-check-para
                    end-if
                    if ws-balance not < 0 and ws-stf-ok = 'Y'
                        move 'Y' to leave-approved
                        move 'Y' to ws-found-target
                        move leave-start to ws-appr-start
                        move leave-end to ws-appr-end
                        move ws-scan-type to ws-appr-type
                    end-if
                end-if
            end-if
            read leave-req into leave-record
            end-read.

            find-closed-para.
            move spaces to ws-closed-thru
            open input run-control
            if rc-status = '00'
                read run-control into rc-record
                perform scan-closed-para until rc-status = '10'
                close run-control
            end-if.

            scan-closed-para.
            if rc-step = 'ATD' and rc-run-status = 'COMPLETED'
                and rc-date > ws-closed-thru
                move rc-date to ws-closed-thru
            end-if
            read run-control into rc-record
            end-read.

      * the part of the window the daily run has already closed
      * without the approval is queued, so the prior-period run puts
      * those days right (a window already fully passed is dropped
      * from the request file just above, so this is the only record
      * of it). the rest is still ahead of the daily run
            queue-retro-para.
            open extend leave-retro
            move ws-req-id to lr-id
            move '  ' to lr-sp1
            move ws-appr-start to lr-start
            move '  ' to lr-sp2
            if ws-appr-end > ws-closed-thru
                move ws-closed-thru to lr-end
            else
                move ws-appr-end to lr-end
            end-if
            move '  ' to lr-sp3
            move ws-appr-type to lr-type
            move '  ' to lr-sp4
            move 'PENDING' to lr-status
            move cr to lr-cr
            write lretro-record
            end-write
            close leave-retro
            display 'Window reaches back over processed dates - '
                'queued for the prior-period adjustment run'.

      * one other approved request with a window still open (ending
      * today or later): its working days from today (or its start,
      * if still in the future) to its end are committed but not yet
                    end-if
                end-if
            end-if
      * everyone else's approved leave still ahead, for the staffing
      * projection
            if leave-id not = ws-req-id and leave-approved = 'Y'
                and leave-end is not < ws-today-str
                if ws-other-count < 500
                    add 1 to ws-other-count
                    move leave-id to wol-id (ws-other-count)
                    move leave-start to ws-cd-date
                    perform compute-serial-para
                    move ws-cd-serial
                        to wol-start-serial (ws-other-count)
                    move leave-end to ws-cd-date
                    perform compute-serial-para
                    move ws-cd-serial
                        to wol-end-serial (ws-other-count)
                else
                    display 'approved leave table full - leave for '
                        leave-id ' NOT projected'
                end-if
            end-if
            read leave-req into leave-record
            end-read.

      * the minimum staffing gate - each working day of the window
      * from today on that the requester is rostered for is projected
      * for the rest of their department, and a day left below the
      * minimum is shown. any such day needs a second approver's
      * override. sick leave is not the approver's to hold back, so it
      * is never gated
            staffing-check-para.
            move 'Y' to ws-stf-ok
            move 0 to ws-stf-short-days
            if ws-scan-type not = 'SICK'
                if ws-stf-loaded = 'N'
                    perform load-staffing-para
                end-if
                if ws-min-count > 0
                    move ws-serial-start to ws-wd-serial
                    move leave-start to ws-walk-date
                    perform staffing-day-para
                        until ws-wd-serial > ws-serial-end
                end-if
            end-if
            if ws-stf-short-days > 0
                perform staffing-override-para
            end-if.

      * loaded once, on the first priced request - a missing minimum
      * file means no department has a minimum and nothing is gated.
      * department as of the leave start: the master row, then any
      * approved transfer in effect by then, latest in file order
            load-staffing-para.
            move 'Y' to ws-stf-loaded
            open input min-staff
            if ms-status = '00'
                read min-staff into min-staff-record
                perform load-min-para until ms-status = '10'
                close min-staff
            end-if
            if ws-min-count > 0
                open input work-roster
                if roster-status = '00'
                    read work-roster into roster-record
                    perform load-roster-para
                        until roster-status = '10'
                    close work-roster
                end-if
                perform load-chg-para

                open input emp
                move ws-req-id to id-emp
                move spaces to ws-stf-emp-dept
                read emp
                    invalid key continue
                    not invalid key
                        move depart to ws-stf-emp-dept
                end-read
                move ws-req-id to ws-stf-id
                perform resolve-stf-dept-para
                move ws-stf-emp-dept to ws-stf-dept
                perform find-roster-para
                move ws-roster-days to ws-stf-req-days

                move 0 to id-emp
                start emp key is not less than id-emp
                    invalid key move '10' to emp-status
                end-start
                if emp-status = '00'
                    read emp next
                    end-read
                end-if
                perform load-crew-para until emp-status not = '00'
                close emp
            end-if.

            load-min-para.
            if ms-minimum is numeric
                if ws-min-count < 500
                    add 1 to ws-min-count
                    move ms-dept to wmn-dept (ws-min-count)
                    move ms-day to wmn-day (ws-min-count)
                    move ms-minimum to wmn-minimum (ws-min-count)
                    move ms-eff-date to wmn-eff-date (ws-min-count)
                else
                    display 'minimum staffing table full - '
                        ms-dept ' ' ms-day ' NOT applied'
                end-if
            end-if
            read min-staff into min-staff-record
            end-read.

            load-roster-para.
            if ws-roster-count < 500
                add 1 to ws-roster-count
                set ros-idx to ws-roster-count
                move ros-id to wr-id (ros-idx)
                move ros-days to wr-days (ros-idx)
            else
      * a silent drop here would project a part-timer onto a day
      * they never work
                display 'roster table full - pattern for '
                    ros-id ' NOT applied'
            end-if
            read work-roster into roster-record
            end-read.

      * no roster row means the department pattern - every weekday
            find-roster-para.
            move 'YYYYYNN' to ws-roster-days
            set ros-idx to 1
            search ws-roster-entry
                at end continue
                when wr-id (ros-idx) = ws-stf-id
                    move wr-days (ros-idx) to ws-roster-days
            end-search.

            resolve-stf-dept-para.
            perform varying ws-chg-scan from 1 by 1
                until ws-chg-scan > ws-chg-count
                if wc-id (ws-chg-scan) = ws-stf-id
                    and wc-action (ws-chg-scan) = 'TRANSFER'
                    and wc-eff-date (ws-chg-scan) is not >
                        ws-req-start
                    move wc-value (ws-chg-scan) (1:3)
                        to ws-stf-emp-dept
                end-if
            end-perform.

      * the rest of the requester's department - anyone already gone
      * before the window starts is left out
            load-crew-para.
            if id-emp not = ws-req-id
                and not (emp-status-code = 'T'
                    and termination-date < ws-req-start)
                move id-emp to ws-stf-id
                move depart to ws-stf-emp-dept
                perform resolve-stf-dept-para
                if ws-stf-emp-dept = ws-stf-dept
                    if ws-crew-count < 500
                        add 1 to ws-crew-count
                        move id-emp to wcr-id (ws-crew-count)
                        perform find-roster-para
                        move ws-roster-days
                            to wcr-days (ws-crew-count)
                        move hire-date
                            to wcr-hire-date (ws-crew-count)
                        move emp-status-code
                            to wcr-status (ws-crew-count)
                        move termination-date
                            to wcr-term-date (ws-crew-count)
                    else
                        display 'crew table full - ' id-emp
                            ' NOT projected'
                    end-if
                end-if
            end-if
            read emp next
            end-read.

      * one day of the window - weekends and listed holidays are
      * nobody's working day, and a day the requester is rostered off
      * takes nobody away
            staffing-day-para.
            divide ws-wd-serial by 7 giving ws-wd-q
                remainder ws-wd-dow
            move 'N' to ws-wd-hit
            if ws-wd-dow = 5 or ws-wd-dow = 6
                move 'Y' to ws-wd-hit
            end-if
            if ws-wd-hit = 'N'
                move 1 to ws-hol-scan
                perform check-day-holiday-para
                    until ws-hol-scan > ws-hol-count
            end-if
            compute ws-stf-day-idx = ws-wd-dow + 1
            if ws-wd-hit = 'N'
                and ws-walk-date is not < ws-today-str
                and ws-stf-req-days (ws-stf-day-idx:1) not = 'N'
                move ws-day-names (ws-wd-dow * 3 + 1:3) to ws-day-name
                perform find-min-para
                if ws-minimum > 0
                    move 0 to ws-projected
                    perform count-crew-para
                        varying ws-crew-scan from 1 by 1
                        until ws-crew-scan > ws-crew-count
                    if ws-projected < ws-minimum
                        add 1 to ws-stf-short-days
                        display 'Staffing warning - ' ws-walk-date
                            ' ' ws-day-name ' ' ws-stf-dept
                            ' would have ' ws-projected
                            ' on site, minimum ' ws-minimum
                    end-if
                end-if
            end-if
            add 1 to ws-wd-serial
            perform next-date-para.

      * the latest minimum row in effect on the day for the
      * department and weekday - later rows win a tie, and 0
      * withdraws the minimum
            find-min-para.
            move 0 to ws-minimum
            move spaces to ws-min-best-eff
            perform varying ws-min-scan from 1 by 1
                until ws-min-scan > ws-min-count
                if wmn-dept (ws-min-scan) = ws-stf-dept
                    and wmn-day (ws-min-scan) = ws-day-name
                    and wmn-eff-date (ws-min-scan)
                        not > ws-walk-date
                    and wmn-eff-date (ws-min-scan)
                        not < ws-min-best-eff
                    move wmn-minimum (ws-min-scan) to ws-minimum
                    move wmn-eff-date (ws-min-scan)
                        to ws-min-best-eff
                end-if
            end-perform.

      * one crew member on the day: rostered on, already hired, not
      * yet left (they work their leaving date) and not on approved
      * leave
            count-crew-para.
            if wcr-days (ws-crew-scan) (ws-stf-day-idx:1) not = 'N'
                and wcr-hire-date (ws-crew-scan) is not > ws-walk-date
                and not (wcr-status (ws-crew-scan) = 'T'
                    and wcr-term-date (ws-crew-scan) < ws-walk-date)
                move 'N' to ws-stf-on-leave
                perform varying ws-other-scan from 1 by 1
                    until ws-other-scan > ws-other-count
                    if wol-id (ws-other-scan) = wcr-id (ws-crew-scan)
                        and wol-start-serial (ws-other-scan)
                            is not > ws-wd-serial
                        and wol-end-serial (ws-other-scan)
                            is not < ws-wd-serial
                        move 'Y' to ws-stf-on-leave
                    end-if
                end-perform
                if ws-stf-on-leave = 'N'
                    add 1 to ws-projected
                end-if
            end-if.

            next-date-para.
            move ws-month-days (ws-walk-month) to ws-walk-month-days
            if ws-walk-month = 2
                divide ws-walk-year by 4 giving ws-leap-q
                    remainder ws-leap-r
                if ws-leap-r = 0
                    move 29 to ws-walk-month-days
                    divide ws-walk-year by 100 giving ws-leap-q
                        remainder ws-leap-r
                    if ws-leap-r = 0
                        move 28 to ws-walk-month-days
                        divide ws-walk-year by 400 giving ws-leap-q
                            remainder ws-leap-r
                        if ws-leap-r = 0
                            move 29 to ws-walk-month-days
                        end-if
                    end-if
                end-if
            end-if
            add 1 to ws-walk-day
            if ws-walk-day > ws-walk-month-days
                move 1 to ws-walk-day
                add 1 to ws-walk-month
                if ws-walk-month > 12
                    move 1 to ws-walk-month
                    add 1 to ws-walk-year
                end-if
            end-if.

      * the second approver signs on with their own PIN and must be a
      * different, active operator holding the leave role over the
      * department - a blank id leaves the request pending, anything
      * else refused is logged
            staffing-override-para.
            move 'N' to ws-stf-ok
            display 'Approval would take ' ws-stf-dept
                ' below minimum staffing on ' ws-stf-short-days
                ' days - a second approver must override'
            display 'Second approver operator id (blank to leave '
                'pending): '
            accept ws-ovr-operator
            if ws-ovr-operator = spaces
                display 'Request left pending - no staffing override'
            else
                display 'PIN: '
                accept ws-ovr-pin
                move 'N' to ws-ovr-found
                move spaces to ws-ovr-depts
                move 'NNNNN' to ws-ovr-roles
                open input operators
                if op-status = '00'
                    read operators into operator-record
                    perform scan-override-para until op-status = '10'
                    close operators
                end-if
                move 'N' to ws-ovr-dept-ok
                if ws-ovr-dept (1) = '***'
                    move 'Y' to ws-ovr-dept-ok
                end-if
                perform varying ws-op-slot from 1 by 1
                    until ws-op-slot > 5
                    if ws-ovr-dept (ws-op-slot) = ws-stf-dept
                        move 'Y' to ws-ovr-dept-ok
                    end-if
                end-perform
                move spaces to ws-sec-reason
                evaluate true
                    when ws-ovr-operator = ws-operator
                        move 'OVERRIDE BY SAME OPERATOR'
                            to ws-sec-reason
                    when ws-ovr-found = 'N'
                        move 'UNKNOWN OVERRIDE OPERATOR'
                            to ws-sec-reason
                    when ws-ovr-state not = 'A'
                        move 'OVERRIDE OPERATOR DISABLED'
                            to ws-sec-reason
                    when ws-ovr-op-pin not = ws-ovr-pin
                        move 'OVERRIDE WRONG PIN' to ws-sec-reason
                    when ws-ovr-roles (3:1) not = 'Y'
                        move 'OVERRIDE NO LEAVE ROLE'
                            to ws-sec-reason
                    when ws-ovr-dept-ok = 'N'
                        move 'OVERRIDE DEPT NOT PERMITTED'
                            to ws-sec-reason
                    when other
                        continue
                end-evaluate
                if ws-sec-reason = spaces
                    move 'Y' to ws-stf-ok
                    perform write-override-para
                    display 'Staffing override by ' ws-ovr-operator
                else
                    move 'OVERRIDE' to ws-sec-action
                    move ws-req-id to ws-sec-key
                    perform refuse-para
                    display 'Request left pending'
                end-if
            end-if.

            scan-override-para.
            if op-id = ws-ovr-operator and ws-ovr-found = 'N'
                move 'Y' to ws-ovr-found
                move op-state to ws-ovr-state
                move op-pin to ws-ovr-op-pin
                move op-depts to ws-ovr-depts
                move op-roles to ws-ovr-roles
            end-if
            read operators into operator-record
            end-read.

            write-override-para.
            open extend staff-override
            move ws-today-str to ovr-date
            move '  ' to ovr-sp1
            move ws-req-id to ovr-id
            move '  ' to ovr-sp2
            move leave-start to ovr-start
            move '  ' to ovr-sp3
            move leave-end to ovr-end
            move '  ' to ovr-sp4
            move ws-stf-dept to ovr-dept
            move '  ' to ovr-sp5
            move ws-stf-short-days to ovr-short-days
            move '  ' to ovr-sp6
            move ws-operator to ovr-oper
            move '  ' to ovr-sp7
            move ws-ovr-operator to ovr-second
            move cr to ovr-cr
            write override-record
            end-write
            close staff-override.

            find-ent-para.
            move 'N' to ws-ent-found
            open input leave-ent
            compute ws-cd-serial = ws-cd-day + ws-cd-t1
                + 365 * ws-cd-y + ws-cd-q4 - ws-cd-q100 + ws-cd-q400
                - 32045.

      * the employee must sit in one of the operator's departments
            leave-scope-para.
            perform scope-dept-para
            perform check-dept-para
            if ws-dept-ok = 'N'
                move ws-action to ws-sec-action
                move ws-scope-id to ws-sec-key
                move 'DEPARTMENT NOT PERMITTED' to ws-sec-reason
                perform refuse-para
                move 12 to return-code
                stop run
            end-if.

      * sign-on against the operator file - an unknown id, a disabled
      * operator or a wrong PIN is refused and logged, and the program
      * goes no further
            sign-on-para.
            display 'Operator id: '
            accept ws-operator
            display 'PIN: '
            accept ws-signon-pin
            move 'N' to ws-op-found
            move spaces to ws-sec-reason
            move spaces to ws-op-depts
            move 'NNNNN' to ws-op-roles
            if ws-operator not = spaces
                open input operators
                if op-status = '00'
                    read operators into operator-record
                    perform scan-operator-para until op-status = '10'
                    close operators
                end-if
            end-if
            if ws-op-found = 'N'
                move 'UNKNOWN OPERATOR' to ws-sec-reason
            end-if
            if ws-sec-reason not = spaces
                move 'SIGN-ON' to ws-sec-action
                move spaces to ws-sec-key
                perform write-security-para
                display 'Sign-on refused'
                move 12 to return-code
                stop run
            end-if.

            scan-operator-para.
            if op-id = ws-operator and ws-op-found = 'N'
                move 'Y' to ws-op-found
                if op-state not = 'A'
                    move 'OPERATOR DISABLED' to ws-sec-reason
                else
                    if op-pin not = ws-signon-pin
                        move 'WRONG PIN' to ws-sec-reason
                    end-if
                end-if
                move op-depts to ws-op-depts
                move op-roles to ws-op-roles
            end-if
            read operators into operator-record
            end-read.

      * may the signed-on operator act on department ws-check-dept?
      * *** in the first slot covers every department; a blank code
      * (an id not on the master) is left to the not-found checks
            check-dept-para.
            move 'N' to ws-dept-ok
            if ws-op-dept (1) = '***' or ws-check-dept = spaces
                move 'Y' to ws-dept-ok
            end-if
            perform varying ws-op-slot from 1 by 1
                until ws-op-slot > 5
                if ws-op-dept (ws-op-slot) = ws-check-dept
                    move 'Y' to ws-dept-ok
                end-if
            end-perform.

      * a refused action - logged with its reason, then shown
            refuse-para.
            perform write-security-para
            display 'Refused - ' ws-sec-reason.

            write-security-para.
            accept ws-sec-date-raw from date yyyymmdd
            accept ws-sec-time-raw from time
            open extend sec-log
            move spaces to sec-date
            string ws-sec-year '-' ws-sec-month '-' ws-sec-day
                delimited by size into sec-date
            move '  ' to sec-sp1
            move spaces to sec-time
            string ws-sec-hh ':' ws-sec-mm ':' ws-sec-ss
                delimited by size into sec-time
            move '  ' to sec-sp2
            move 'leave-admin' to sec-program
            move '  ' to sec-sp3
            move ws-operator to sec-oper
            move '  ' to sec-sp4
            move ws-sec-action to sec-action
            move '  ' to sec-sp5
            move ws-sec-key to sec-key
            move '  ' to sec-sp6
            move ws-sec-reason to sec-reason
            move cr to sec-cr
            write sec-record
            end-write
            close sec-log.

      * the department an employee is in today - the master row, then
      * any approved transfer already in effect, latest in file order
      * (the same resolution the daily run applies)
            scope-dept-para.
            move spaces to ws-check-dept
            open input emp
            move ws-scope-id to id-emp
            read emp
                invalid key continue
                not invalid key
                    move depart to ws-check-dept
            end-read
            close emp
            accept ws-sec-date-raw from date yyyymmdd
            move spaces to ws-scope-today
            string ws-sec-year '-' ws-sec-month '-' ws-sec-day
                delimited by size into ws-scope-today
            open input emp-changes
            if chg-status = '00'
                read emp-changes into change-record
                perform scope-change-para until chg-status = '10'
                close emp-changes
            end-if.

            scope-change-para.
            if chg-id = ws-scope-id and chg-action = 'TRANSFER'
                and chg-eff-date is not > ws-scope-today
                and (chg-chg-status = 'APPROVED'
                    or chg-chg-status = spaces)
                move chg-value (1:3) to ws-check-dept
            end-if
            read emp-changes into change-record
            end-read.
