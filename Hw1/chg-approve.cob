       program-id. chg-approve.

      * the checker half of maker-checker on employee master changes:
      * emp-maintain writes SALARY, TRANSFER and PAYGROUP changes to
      * employee-changes.txt in a PENDING state, and nothing honours
      * them until a second operator - not the one who entered the
      * change - approves them here. LIST shows what is waiting,
      * APPROVE/REJECT stamp the row (rebuilding the file the same
      * way sus-case-maintain disposes cases) and both land in the
      * audit trail alongside the original entry. department master
      * changes keyed in dept-maintain wait in department-changes.txt
      * the same way: DAPPROVE lays the approved image onto
      * department-master.txt, DREJECT just stamps the row.
       environment division.
            input-output section.
            file-control.
              organization is line sequential
              file status is chg-new-status.

              select optional dept-changes
              assign to '/Users/banma/department-changes.txt'
              organization is line sequential
              file status is dchg-status.

              select dept-changes-new
              assign to '/Users/banma/department-changes.txt.new'
              organization is line sequential
              file status is dchg-new-status.

              select optional dept-master
              assign to '/Users/banma/department-master.txt'
              organization is line sequential
              file status is dept-status.

              select dept-master-new
              assign to '/Users/banma/department-master.txt.new'
              organization is line sequential
              file status is dept-new-status.

              select optional emp-audit
              assign to '/Users/banma/employee-audit.txt'
              organization is line SEQUENTIAL.

      * the master, read only to find which department an employee
      * is in when checking the approver's scope
              select emp
              assign to '/Users/banma/employees.dat'
              organization is indexed
              access mode is dynamic
              record key is id-emp
              file status is emp-status.

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
            fd emp-changes.
            fd emp-changes-new.
            01 change-record-new pic x(79).

            fd dept-changes.
            01 dept-change-record.
                05 dc-code pic x(3).
                05 dc-sp1 pic x(2).
                05 dc-action pic x(8).
                05 dc-sp2 pic x(2).
                05 dc-image pic x(56).
                05 dc-sp3 pic x(2).
                05 dc-chg-status pic x(9).
                05 dc-sp4 pic x(2).
                05 dc-oper pic x(10).
                05 dc-sp5 pic x(2).
                05 dc-approver pic x(10).

            fd dept-changes-new.
            01 dept-change-record-new pic x(106).

            fd dept-master.
            01 dept-master-record.
                05 dm-code pic x(3).
                05 dm-rest pic x(52).
      * C closed
                05 dm-state pic x.

            fd dept-master-new.
            01 dept-master-record-new pic x(56).

            fd emp-audit.
            01 audit-record.
                05 aud-date pic x(10).
                05 aud-after pic x(75).
                05 aud-cr pic x.

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
            01 chg-status pic xx.
            01 chg-new-status pic xx.
            01 dchg-status pic xx.
            01 dchg-new-status pic xx.
            01 dept-status pic xx.
            01 dept-new-status pic xx.
            01 ws-rebuild-cmd pic x(80).

            01 ws-operator pic x(10).
            01 ws-tgt-id pic 9999.
            01 ws-tgt-action pic x(8).
            01 ws-tgt-eff-date pic x(10).
            01 ws-tgt-dept pic x(3).
            01 ws-tgt-image pic x(56).
      * a transfer's destination, off the pending row, and whether
      * it is on the master and open
            01 ws-dest-dept pic x(3).
            01 ws-dest-found pic x value 'N'.
            01 ws-dest-closed pic x value 'N'.
            01 ws-dept-placed pic x value 'N'.

            01 ws-audit-action pic x(9).
            01 ws-audit-id pic 9999.
                05 ws-aud-hs pic 99.

            01 cr pic x value X"0D".
            01 emp-status pic xx.

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
            display 'Change approval - enter LIST, APPROVE, REJECT, '
                'DAPPROVE or DREJECT'
            accept ws-action

      * approving or rejecting either kind of change needs the HR
      * approve role - LIST is open to any signed-on operator
            if ws-action not = 'LIST' and ws-role-hr-appr not = 'Y'
                move ws-action to ws-sec-action
                move spaces to ws-sec-key
                move 'NO HR APPROVE ROLE' to ws-sec-reason
                perform refuse-para
                move 12 to return-code
                stop run
            end-if

            if ws-action = 'LIST'
                perform list-para
            end-if
                move 'REJECTED' to ws-verdict
                perform decide-para
            end-if
            if ws-action = 'DAPPROVE'
                move 'APPROVED' to ws-verdict
                perform decide-dept-para
            end-if
            if ws-action = 'DREJECT'
                move 'REJECTED' to ws-verdict
                perform decide-dept-para
            end-if
            if ws-action not = 'LIST' and ws-action not = 'APPROVE'
                and ws-action not = 'REJECT'
                and ws-action not = 'DAPPROVE'
                and ws-action not = 'DREJECT'
                display 'Unknown action - must be LIST, APPROVE, '
                    'REJECT, DAPPROVE or DREJECT'
            end-if

            stop run.
                perform list-one-para until chg-status = '10'
                close emp-changes
            end-if
            open input dept-changes
            if dchg-status = '00'
                read dept-changes into dept-change-record
                perform list-dept-one-para until dchg-status = '10'
                close dept-changes
            end-if
            if ws-pending-seen = 0
                display 'No pending changes'
            end-if.
            read emp-changes into change-record
            end-read.

            list-dept-one-para.
            if dc-chg-status = 'PENDING'
                add 1 to ws-pending-seen
                display 'DEPT ' dc-code ' ' dc-action ' entered by '
                    dc-oper
                display '     ' dc-image
            end-if
            read dept-changes into dept-change-record
            end-read.

            decide-para.
            display 'Employee id: '
            accept ws-tgt-id
            display 'Action (TRANSFER/SALARY/PAYGROUP): '
            accept ws-tgt-action
            display 'Effective date (YYYY-MM-DD): '
            accept ws-tgt-eff-date

      * the employee must sit in one of the approver's departments
            move ws-tgt-id to ws-scope-id
            perform scope-dept-para
            perform check-dept-para
            if ws-dept-ok = 'N'
                move ws-action to ws-sec-action
                move ws-tgt-id to ws-sec-key
                move 'DEPARTMENT NOT PERMITTED' to ws-sec-reason
                perform refuse-para
                move 12 to return-code
                stop run
            end-if

      * a transfer moves the employee into another department - the
      * approver must cover that one too, and an approval must not
      * put anyone into a department closed since the change was
      * keyed
            if ws-tgt-action = 'TRANSFER'
                move spaces to ws-dest-dept
                open input emp-changes
                if chg-status = '00'
                    read emp-changes into change-record
                    perform find-dest-para until chg-status = '10'
                    close emp-changes
                end-if
                if ws-dest-dept not = spaces
                    move ws-dest-dept to ws-check-dept
                    perform check-dept-para
                    if ws-dept-ok = 'N'
                        move ws-action to ws-sec-action
                        move ws-tgt-id to ws-sec-key
                        move 'DEPARTMENT NOT PERMITTED'
                            to ws-sec-reason
                        perform refuse-para
                        move 12 to return-code
                        stop run
                    end-if
                    if ws-verdict = 'APPROVED'
                        perform dest-state-para
                        if ws-dest-found = 'N'
                            or ws-dest-closed = 'Y'
                            display 'Rejected - department '
                                ws-dest-dept ' is closed or no '
                                'longer on file - the transfer '
                                'cannot be approved'
                            move 12 to return-code
                            stop run
                        end-if
                    end-if
                end-if
            end-if

            move 'N' to ws-found-target
            move 'N' to ws-self-check
            open input emp-changes
                end-if
            end-if.

            find-dest-para.
            if chg-id = ws-tgt-id
                and chg-action = ws-tgt-action
                and chg-eff-date = ws-tgt-eff-date
                and chg-chg-status = 'PENDING'
                and ws-dest-dept = spaces
                move chg-value (1:3) to ws-dest-dept
            end-if
            read emp-changes into change-record
            end-read.

            dest-state-para.
            move 'N' to ws-dest-found
            move 'N' to ws-dest-closed
            open input dept-master
            if dept-status = '00'
                read dept-master into dept-master-record
                perform scan-dest-para until dept-status = '10'
                close dept-master
            end-if.

            scan-dest-para.
            if dm-code = ws-dest-dept
                move 'Y' to ws-dest-found
                if dm-state = 'C'
                    move 'Y' to ws-dest-closed
                else
                    move 'N' to ws-dest-closed
                end-if
            end-if
            read dept-master into dept-master-record
            end-read.

      * copy every row across unchanged, except the matched pending
      * one which gets the verdict and the approver stamped on the
      * way - the operator who entered it cannot also approve it
            read emp-changes into change-record
            end-read.

      * a department change - same rules as an employee change: only
      * a pending row, never by the operator who keyed it. an
      * approved image replaces the department's row on the master
      * (or joins it, for a new department)
            decide-dept-para.
            display 'Department code: '
            accept ws-tgt-dept

            move ws-tgt-dept to ws-check-dept
            perform check-dept-para
            if ws-dept-ok = 'N'
                move ws-action to ws-sec-action
                move ws-tgt-dept to ws-sec-key
                move 'DEPARTMENT NOT PERMITTED' to ws-sec-reason
                perform refuse-para
                move 12 to return-code
                stop run
            end-if

            move 'N' to ws-found-target
            move 'N' to ws-self-check
            open input dept-changes
            if dchg-status = '00'
                open output dept-changes-new
                read dept-changes into dept-change-record
                perform rebuild-dchg-para until dchg-status = '10'
                close dept-changes
                close dept-changes-new
            end-if

            if ws-found-target = 'Y'
                move spaces to ws-rebuild-cmd
                string 'mv /Users/banma/department-changes.txt.new '
                    '/Users/banma/department-changes.txt'
                    delimited by size into ws-rebuild-cmd
                call "SYSTEM" using ws-rebuild-cmd
                move spaces to ws-audit-before
                if ws-verdict = 'APPROVED'
                    perform apply-dept-para
                    move ws-tgt-image to ws-audit-after
                    move 'DAPPROVED' to ws-audit-action
                else
                    move spaces to ws-audit-after
                    move 'DREJECTED' to ws-audit-action
                end-if
                display ws-verdict ' change for department '
                    ws-tgt-dept
                move 0 to ws-audit-id
                perform write-audit-para
            else
                if ws-self-check = 'Y'
                    display 'Rejected - a change cannot be approved '
                        'by the operator who entered it'
                else
                    display 'Rejected - no pending change for '
                        'department ' ws-tgt-dept
                end-if
            end-if.

            rebuild-dchg-para.
            if dc-code = ws-tgt-dept
                and dc-chg-status = 'PENDING'
                and ws-found-target = 'N'
                if dc-oper = ws-operator
                    move 'Y' to ws-self-check
                else
                    move dc-image to ws-tgt-image
                    move ws-verdict to dc-chg-status
                    move ws-operator to dc-approver
                    move 'Y' to ws-found-target
                end-if
            end-if
            write dept-change-record-new from dept-change-record
            end-write
            read dept-changes into dept-change-record
            end-read.

            apply-dept-para.
            move 'N' to ws-dept-placed
            open output dept-master-new
            open input dept-master
            if dept-status = '00'
                read dept-master into dept-master-record
                perform copy-dept-para until dept-status = '10'
                close dept-master
            end-if
            if ws-dept-placed = 'N'
                write dept-master-record-new from ws-tgt-image
                end-write
            end-if
            close dept-master-new
            move spaces to ws-rebuild-cmd
            string 'mv /Users/banma/department-master.txt.new '
                '/Users/banma/department-master.txt'
                delimited by size into ws-rebuild-cmd
            call "SYSTEM" using ws-rebuild-cmd.

            copy-dept-para.
            if dm-code = ws-tgt-dept
                move dept-master-record to ws-audit-before
                write dept-master-record-new from ws-tgt-image
                end-write
                move 'Y' to ws-dept-placed
            else
                write dept-master-record-new from dept-master-record
                end-write
            end-if
            read dept-master into dept-master-record
            end-read.

      * stamp and append one audit row - same convention emp-maintain
      * writes the entry side with
            write-audit-para.
            write audit-record
            end-write
            close emp-audit.

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
            move 'chg-approve' to sec-program
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
