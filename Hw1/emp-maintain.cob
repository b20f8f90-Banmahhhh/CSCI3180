              assign to '/Users/banma/employee-audit.txt'
              organization is line SEQUENTIAL.

      * the department master - shift hours, cost centre, manager
              select dept-master
              assign to '/Users/banma/department-master.txt'
              organization is line sequential
              file status is dept-status.

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

       data division.
            file section.
            fd emp.
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

            working-storage section.
            01 emp-status pic xx.
            01 chg-status pic xx.

            01 cr pic x value X"0D".

            01 dept-status pic xx.
            copy "department.cpy".

            01 ws-action pic x(9).
            01 ws-found-dup pic x value 'N'.
            01 ws-found-target pic x value 'N'.
            01 ws-valid-depart pic x value 'N'.
            01 ws-closed-depart pic x value 'N'.
            01 ws-can-add pic x value 'N'.

            01 ws-new-id pic 9999.
            01 ws-chg-depart pic x(3).
            01 ws-chg-salary pic 999999.
            01 ws-chg-eff-date pic x(10).
            01 ws-chg-group pic x(3).

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

       procedure division.
            main-para.
            perform sign-on-para
            display 'Employee maintenance - enter ADD, TERMINATE, '
                'TRANSFER, SALARY or PAYGROUP'
            accept ws-action

      * department codes are validated against the master - with no
      * master on file every code reads as unknown
            open input dept-master
            if dept-status = '00'
                read dept-master into dept-master-record
                perform load-dept-para until dept-status = '10'
                close dept-master
            end-if

      * every maintenance action needs the HR maintain role
            if ws-role-hr-maint not = 'Y'
                move ws-action to ws-sec-action
                move spaces to ws-sec-key
                move 'NO HR MAINTAIN ROLE' to ws-sec-reason
                perform refuse-para
                move 12 to return-code
                stop run
            end-if

            if ws-action = 'ADD'
                perform add-para
            end-if
            if ws-action = 'SALARY'
                perform salary-para
            end-if
            if ws-action = 'PAYGROUP'
                perform paygroup-para
            end-if
            if ws-action not = 'ADD' and ws-action not = 'TERMINATE'
                and ws-action not = 'TRANSFER'
                and ws-action not = 'SALARY'
                and ws-action not = 'PAYGROUP'
                display 'Unknown action - must be ADD, TERMINATE, '
                    'TRANSFER, SALARY or PAYGROUP'
            end-if

            stop run.
            accept ws-new-depart
            display 'Monthly salary: '
            accept ws-new-salary
            display 'Pay group (HBW hourly/SSM salaried, blank SSM): '
            accept ws-chg-group
            if ws-chg-group = spaces
                move 'SSM' to ws-chg-group
            end-if

            move 'N' to ws-valid-depart
            move 'N' to ws-closed-depart
            set dept-idx to 1
            search dept-entry
                when dept-code (dept-idx) = ws-new-depart
                    move 'Y' to ws-valid-depart
                    if dept-state (dept-idx) = 'C'
                        move 'Y' to ws-closed-depart
                    end-if
            end-search

            perform check-exists-para
                    ws-new-depart
                move 'N' to ws-can-add
            end-if
            if ws-closed-depart = 'Y'
                display 'Rejected - department ' ws-new-depart
                    ' is closed'
                move 'N' to ws-can-add
            end-if
            if ws-found-dup = 'Y'
                display 'Rejected - id-emp already in use '
                    ws-new-id
                move 'N' to ws-can-add
            end-if
            if ws-chg-group not = 'HBW' and ws-chg-group not = 'SSM'
                display 'Rejected - unknown pay group ' ws-chg-group
                move 'N' to ws-can-add
            end-if
            if ws-can-add = 'Y'
                move ws-new-depart to ws-check-dept
                perform check-dept-para
                if ws-dept-ok = 'N'
                    move 'ADD' to ws-sec-action
                    move ws-new-id to ws-sec-key
                    move 'DEPARTMENT NOT PERMITTED' to ws-sec-reason
                    perform refuse-para
                    move 'N' to ws-can-add
                end-if
            end-if

            if ws-can-add = 'Y'
                open i-o emp
                    move spaces to ws-audit-before
                    move employees to ws-audit-after
                    perform write-audit-para

      * SSM is every employee's pay group until a change says
      * otherwise - an hourly hire's goes through approval like any
      * other change, effective from the hire date
                    if ws-chg-group = 'HBW'
                        move ws-new-id to ws-chg-id
                        move ws-new-hire-date to ws-chg-eff-date
                        perform append-group-para
                    end-if
                end-if
            end-if.


      * a department transfer, effective-dated - the new department
      * gets the same master validation a new hire's would (a closed
      * department takes no transfers in), and
      * the daily run picks the right department (and therefore shift
      * hours) on either side of the effective date
            transfer-para.
            accept ws-chg-eff-date

            move 'N' to ws-valid-depart
            move 'N' to ws-closed-depart
            set dept-idx to 1
            search dept-entry
                when dept-code (dept-idx) = ws-chg-depart
                    move 'Y' to ws-valid-depart
                    if dept-state (dept-idx) = 'C'
                        move 'Y' to ws-closed-depart
                    end-if
            end-search
            if ws-closed-depart = 'Y'
                move 'N' to ws-valid-depart
                display 'Rejected - department ' ws-chg-depart
                    ' is closed'
            end-if
            if ws-valid-depart = 'N'
                if ws-closed-depart = 'N'
                    display 'Rejected - unknown department code '
                        ws-chg-depart
                end-if
            else
                move ws-chg-id to ws-new-id
                perform check-exists-para
      * the operator must cover both the department the employee is
      * in today and the one they are moving to
                if ws-found-dup = 'Y'
                    move ws-chg-id to ws-scope-id
                    perform scope-dept-para
                    perform check-dept-para
                    if ws-dept-ok = 'Y'
                        move ws-chg-depart to ws-check-dept
                        perform check-dept-para
                    end-if
                end-if
                if ws-found-dup = 'N'
                    display 'Rejected - id-emp not found ' ws-chg-id
                end-if
                if ws-found-dup = 'Y' and ws-dept-ok = 'N'
                    move 'TRANSFER' to ws-sec-action
                    move ws-chg-id to ws-sec-key
                    move 'DEPARTMENT NOT PERMITTED' to ws-sec-reason
                    perform refuse-para
                end-if
                if ws-found-dup = 'Y' and ws-dept-ok = 'Y'
                    move ws-chg-id to chg-id
                    move 'TRANSFER' to chg-action
                    move spaces to chg-value

            move ws-chg-id to ws-new-id
            perform check-exists-para
            if ws-found-dup = 'Y'
                move ws-chg-id to ws-scope-id
                perform scope-dept-para
                perform check-dept-para
            end-if
            if ws-found-dup = 'N'
                display 'Rejected - id-emp not found ' ws-chg-id
            end-if
            if ws-found-dup = 'Y' and ws-dept-ok = 'N'
                move 'SALARY' to ws-sec-action
                move ws-chg-id to ws-sec-key
                move 'DEPARTMENT NOT PERMITTED' to ws-sec-reason
                perform refuse-para
            end-if
            if ws-found-dup = 'Y' and ws-dept-ok = 'Y'
                move ws-chg-id to chg-id
                move 'SALARY' to chg-action
                move ws-chg-salary to chg-value
                perform write-audit-para
            end-if.

      * a pay group change, effective-dated the same way - which pay
      * periods (and so which bureau file) the employee's days fall
      * into from that date
            paygroup-para.
            display 'Employee id: '
            accept ws-chg-id
            display 'New pay group (HBW hourly/SSM salaried): '
            accept ws-chg-group
            display 'Effective date (YYYY-MM-DD): '
            accept ws-chg-eff-date

            move ws-chg-id to ws-new-id
            perform check-exists-para
            if ws-found-dup = 'Y'
                move ws-chg-id to ws-scope-id
                perform scope-dept-para
                perform check-dept-para
            end-if
            if ws-found-dup = 'N'
                display 'Rejected - id-emp not found ' ws-chg-id
            end-if
            if ws-found-dup = 'Y' and ws-dept-ok = 'N'
                move 'PAYGROUP' to ws-sec-action
                move ws-chg-id to ws-sec-key
                move 'DEPARTMENT NOT PERMITTED' to ws-sec-reason
                perform refuse-para
            end-if
            if ws-found-dup = 'Y' and ws-dept-ok = 'Y'
                if ws-chg-group not = 'HBW'
                    and ws-chg-group not = 'SSM'
                    display 'Rejected - unknown pay group '
                        ws-chg-group
                else
                    perform append-group-para
                end-if
            end-if.

      * the pay group is not on the master row, so the audit
      * after-image spells the change out instead
            append-group-para.
            move ws-chg-id to chg-id
            move 'PAYGROUP' to chg-action
            move spaces to chg-value
            move ws-chg-group to chg-value (1:3)
            perform append-change-para
            display 'Pay group change recorded for ' ws-chg-id
                ' effective ' ws-chg-eff-date ' (pending approval)'

            move 'PAYGROUP' to ws-audit-action
            move ws-chg-id to ws-audit-id
            move spaces to ws-audit-after
            string 'PAY GROUP ' ws-chg-group ' EFFECTIVE '
                ws-chg-eff-date delimited by size into ws-audit-after
            perform write-audit-para.

      * stamp and append one audit row - date and time come from the
      * system clock at the moment of the change
            write-audit-para.
            display 'Termination date (YYYY-MM-DD): '
            accept ws-term-date

            move ws-term-id to ws-scope-id
            perform scope-dept-para
            perform check-dept-para
            if ws-dept-ok = 'N'
                move 'TERMINATE' to ws-sec-action
                move ws-term-id to ws-sec-key
                move 'DEPARTMENT NOT PERMITTED' to ws-sec-reason
                perform refuse-para
            else
                perform terminate-emp-para
            end-if.

      * one keyed read and rewrite against the indexed master - the
      * whole-file rebuild the line sequential master needed is gone
            terminate-emp-para.
            move 'N' to ws-found-target
            open i-o emp
            move ws-term-id to id-emp
            else
                display 'Rejected - id-emp not found ' ws-term-id
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
            move 'emp-maintain' to sec-program
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
