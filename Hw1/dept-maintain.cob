       identification division.
       program-id. dept-maintain.

      * maintenance for the department master: opening a department
      * or moving a shift by an hour used to mean editing the table
      * compiled into every program that copied it and recompiling
      * the lot. ADD opens a department, CHANGE alters its
      * description, shift hours, cost centre or responsible manager,
      * CLOSE and REOPEN flip its state. none of them touches
      * department-master.txt directly - each lands PENDING in
      * department-changes.txt with the full after-image, and takes
      * effect only when a second operator approves it in
      * chg-approve, the same maker-checker employee changes go
      * through. every entry lands in the employee audit trail too,
      * under id 0000 with the department row as before and after
      * image.
       environment division.
            input-output section.
            file-control.
              select optional dept-master
              assign to '/Users/banma/department-master.txt'
              organization is line sequential
              file status is dept-status.

              select optional dept-changes
              assign to '/Users/banma/department-changes.txt'
              organization is line sequential
              file status is dchg-status.

              select optional emp-audit
              assign to '/Users/banma/employee-audit.txt'
              organization is line SEQUENTIAL.

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
      * A active, C closed - closed departments stay on file
                05 dm-state pic x.

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
            01 dept-status pic xx.
            01 dchg-status pic xx.

            01 ws-operator pic x(10).
            01 ws-action pic x(9).
            01 ws-audit-action pic x(9).
            01 ws-audit-id pic 9999 value 0.
            01 ws-audit-before pic x(75).
            01 ws-audit-after pic x(75).
            01 ws-aud-date-raw pic 9(8).
            01 ws-aud-date-parts redefines ws-aud-date-raw.
                05 ws-aud-year pic 9999.
                05 ws-aud-month pic 99.
                05 ws-aud-day pic 99.
            01 ws-aud-time-raw pic 9(8).
            01 ws-aud-time-parts redefines ws-aud-time-raw.
                05 ws-aud-hh pic 99.
                05 ws-aud-mm pic 99.
                05 ws-aud-ss pic 99.
                05 ws-aud-hs pic 99.

            01 cr pic x value X"0D".

            01 ws-found-dept pic x value 'N'.
            01 ws-found-pending pic x value 'N'.
      * the department table every program loads holds 20 rows -
      * what is on the master plus the ADDs awaiting approval
            01 ws-master-count pic 999 value 0.
            01 ws-pending-adds pic 999 value 0.
            01 ws-dept-limit pic 999 value 20.
            01 ws-can-enter pic x value 'N'.
            01 ws-listed pic 999 value 0.

            01 ws-dept-code pic x(3).
      * the row as it stands on the master, and as it will stand once
      * the change is approved
            01 ws-old-row pic x(56).
            01 ws-new-row.
                05 ws-new-code pic x(3).
                05 ws-new-sp1 pic x(2).
                05 ws-new-desc pic x(20).
                05 ws-new-sp2 pic x(2).
                05 ws-new-start-hour pic 99.
                05 ws-new-sp3 pic x(2).
                05 ws-new-end-hour pic 99.
                05 ws-new-sp4 pic x(2).
                05 ws-new-cost-centre pic x(6).
                05 ws-new-sp5 pic x(2).
                05 ws-new-manager pic x(10).
                05 ws-new-sp6 pic x(2).
                05 ws-new-state pic x.

      * keyed answers - blank on CHANGE keeps what is on file
            01 ws-in-desc pic x(20).
            01 ws-in-start pic x(2).
            01 ws-in-end pic x(2).
            01 ws-in-cost-centre pic x(6).
            01 ws-in-manager pic x(10).

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

       procedure division.
            main-para.
            perform sign-on-para
            display 'Department maintenance - enter ADD, CHANGE, '
                'CLOSE, REOPEN or LIST'
            accept ws-action

      * changes need the HR maintain role - LIST is open to any
      * signed-on operator
            if ws-action not = 'LIST' and ws-role-hr-maint not = 'Y'
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
            if ws-action = 'CHANGE'
                perform change-para
            end-if
            if ws-action = 'CLOSE' or ws-action = 'REOPEN'
                perform state-para
            end-if
            if ws-action = 'LIST'
                perform list-para
            end-if
            if ws-action not = 'ADD' and ws-action not = 'CHANGE'
                and ws-action not = 'CLOSE'
                and ws-action not = 'REOPEN'
                and ws-action not = 'LIST'
                display 'Unknown action - must be ADD, CHANGE, '
                    'CLOSE, REOPEN or LIST'
            end-if

            stop run.

      * a new department - its code must not already be on the master
            add-para.
            display 'New department code (3 characters): '
            accept ws-dept-code
            perform dept-scope-para
            perform find-dept-para
            perform find-pending-para

            move 'Y' to ws-can-enter
            if ws-dept-code = spaces or ws-dept-code = 'OTH'
                display 'Rejected - department code ' ws-dept-code
                    ' is reserved'
                move 'N' to ws-can-enter
            end-if
            if ws-found-dept = 'Y'
                display 'Rejected - department already on file '
                    ws-dept-code
                move 'N' to ws-can-enter
            end-if
            if ws-found-pending = 'Y'
                display 'Rejected - a change for ' ws-dept-code
                    ' is already awaiting approval'
                move 'N' to ws-can-enter
            end-if
            if ws-can-enter = 'Y'
                and ws-master-count + ws-pending-adds
                    not < ws-dept-limit
                display 'Rejected - ' ws-master-count
                    ' departments on file and ' ws-pending-adds
                    ' awaiting approval - the department table '
                    'holds ' ws-dept-limit
                move 'N' to ws-can-enter
            end-if

            if ws-can-enter = 'Y'
                display 'Description: '
                accept ws-in-desc
                display 'Shift start hour (00-23): '
                accept ws-in-start
                display 'Shift end hour (00-23, at or below start '
                    'for a shift past midnight): '
                accept ws-in-end
                display 'Cost centre: '
                accept ws-in-cost-centre
                display 'Responsible manager: '
                accept ws-in-manager
                if ws-in-start is not numeric
                    or ws-in-end is not numeric
                    display 'Rejected - shift hours must be two digits'
                    move 'N' to ws-can-enter
                else
                    if ws-in-start > '23' or ws-in-end > '23'
                        display 'Rejected - shift hours must be 00-23'
                        move 'N' to ws-can-enter
                    end-if
                end-if
            end-if

            if ws-can-enter = 'Y'
                move spaces to ws-new-row
                move ws-dept-code to ws-new-code
                move ws-in-desc to ws-new-desc
                move ws-in-start to ws-new-start-hour
                move ws-in-end to ws-new-end-hour
                move ws-in-cost-centre to ws-new-cost-centre
                move ws-in-manager to ws-new-manager
                move 'A' to ws-new-state
                move 'ADD' to dc-action
                perform append-change-para
                display 'Department ' ws-dept-code ' recorded '
                    '(pending approval)'
                move 'DEPT-ADD' to ws-audit-action
                move spaces to ws-audit-before
                move ws-new-row to ws-audit-after
                perform write-audit-para
            end-if.

      * alter an existing department - a blank answer keeps the value
      * on file, so moving a shift by an hour is two keystrokes
            change-para.
            display 'Department code: '
            accept ws-dept-code
            perform dept-scope-para
            perform find-dept-para
            perform find-pending-para

            move 'Y' to ws-can-enter
            if ws-found-dept = 'N'
                display 'Rejected - department not on file '
                    ws-dept-code
                move 'N' to ws-can-enter
            end-if
            if ws-found-pending = 'Y'
                display 'Rejected - a change for ' ws-dept-code
                    ' is already awaiting approval'
                move 'N' to ws-can-enter
            end-if

            if ws-can-enter = 'Y'
                move ws-old-row to ws-new-row
                display 'Description [' ws-new-desc ']: '
                accept ws-in-desc
                display 'Shift start hour [' ws-new-start-hour ']: '
                accept ws-in-start
                display 'Shift end hour [' ws-new-end-hour ']: '
                accept ws-in-end
                display 'Cost centre [' ws-new-cost-centre ']: '
                accept ws-in-cost-centre
                display 'Responsible manager [' ws-new-manager ']: '
                accept ws-in-manager
                if ws-in-desc not = spaces
                    move ws-in-desc to ws-new-desc
                end-if
                if ws-in-start not = spaces
                    if ws-in-start is numeric and ws-in-start < '24'
                        move ws-in-start to ws-new-start-hour
                    else
                        display 'Rejected - shift hours must be 00-23'
                        move 'N' to ws-can-enter
                    end-if
                end-if
                if ws-in-end not = spaces
                    if ws-in-end is numeric and ws-in-end < '24'
                        move ws-in-end to ws-new-end-hour
                    else
                        display 'Rejected - shift hours must be 00-23'
                        move 'N' to ws-can-enter
                    end-if
                end-if
                if ws-in-cost-centre not = spaces
                    move ws-in-cost-centre to ws-new-cost-centre
                end-if
                if ws-in-manager not = spaces
                    move ws-in-manager to ws-new-manager
                end-if
            end-if

            if ws-can-enter = 'Y'
                if ws-new-row = ws-old-row
                    display 'Nothing changed for ' ws-dept-code
                else
                    move 'CHANGE' to dc-action
                    perform append-change-para
                    display 'Change to ' ws-dept-code ' recorded '
                        '(pending approval)'
                    move 'DEPT-CHG' to ws-audit-action
                    move ws-old-row to ws-audit-before
                    move ws-new-row to ws-audit-after
                    perform write-audit-para
                end-if
            end-if.

      * close a department to new hires and transfers, or reopen it -
      * the row itself stays on the master either way
            state-para.
            display 'Department code: '
            accept ws-dept-code
            perform dept-scope-para
            perform find-dept-para
            perform find-pending-para

            move 'Y' to ws-can-enter
            if ws-found-dept = 'N'
                display 'Rejected - department not on file '
                    ws-dept-code
                move 'N' to ws-can-enter
            end-if
            if ws-found-pending = 'Y'
                display 'Rejected - a change for ' ws-dept-code
                    ' is already awaiting approval'
                move 'N' to ws-can-enter
            end-if

            if ws-can-enter = 'Y'
                move ws-old-row to ws-new-row
                if ws-action = 'CLOSE'
                    if ws-new-state = 'C'
                        display 'Rejected - department already closed '
                            ws-dept-code
                        move 'N' to ws-can-enter
                    else
                        move 'C' to ws-new-state
                        move 'DEPT-CLS' to ws-audit-action
                    end-if
                else
                    if ws-new-state not = 'C'
                        display 'Rejected - department is not closed '
                            ws-dept-code
                        move 'N' to ws-can-enter
                    else
                        move 'A' to ws-new-state
                        move 'DEPT-OPN' to ws-audit-action
                    end-if
                end-if
            end-if

            if ws-can-enter = 'Y'
                move ws-action to dc-action
                perform append-change-para
                display ws-action ' of ' ws-dept-code ' recorded '
                    '(pending approval)'
                move ws-old-row to ws-audit-before
                move ws-new-row to ws-audit-after
                perform write-audit-para
            end-if.

      * the master as it stands, then anything awaiting approval
            list-para.
            move 0 to ws-listed
            open input dept-master
            if dept-status = '00'
                read dept-master into dept-master-record
                perform list-dept-para until dept-status = '10'
                close dept-master
            end-if
            if ws-listed = 0
                display 'No departments on file'
            end-if
            open input dept-changes
            if dchg-status = '00'
                read dept-changes into dept-change-record
                perform list-pending-para until dchg-status = '10'
                close dept-changes
            end-if.

            list-dept-para.
            add 1 to ws-listed
            display dm-code ' ' dm-desc ' ' dm-start-hour '-'
                dm-end-hour ' ' dm-cost-centre ' ' dm-manager ' '
                dm-state
            read dept-master into dept-master-record
            end-read.

            list-pending-para.
            if dc-chg-status = 'PENDING'
                display dc-code ' ' dc-action ' pending, entered by '
                    dc-oper
            end-if
            read dept-changes into dept-change-record
            end-read.

      * one pass over the master for the code - the matched row's
      * image is kept as the before image
            find-dept-para.
            move 'N' to ws-found-dept
            move spaces to ws-old-row
            move 0 to ws-master-count
            open input dept-master
            if dept-status = '00'
                read dept-master into dept-master-record
                perform scan-dept-para until dept-status = '10'
                close dept-master
            end-if.

            scan-dept-para.
            add 1 to ws-master-count
            if dm-code = ws-dept-code
                move 'Y' to ws-found-dept
                move dept-master-record to ws-old-row
            end-if
            read dept-master into dept-master-record
            end-read.

      * one change at a time per department - a second image built
      * from the same master row would silently undo the first when
      * both were approved
            find-pending-para.
            move 'N' to ws-found-pending
            move 0 to ws-pending-adds
            open input dept-changes
            if dchg-status = '00'
                read dept-changes into dept-change-record
                perform scan-pending-para until dchg-status = '10'
                close dept-changes
            end-if.

            scan-pending-para.
            if dc-code = ws-dept-code and dc-chg-status = 'PENDING'
                move 'Y' to ws-found-pending
            end-if
            if dc-action = 'ADD' and dc-chg-status = 'PENDING'
                add 1 to ws-pending-adds
            end-if
            read dept-changes into dept-change-record
            end-read.

      * the change lands PENDING - chg-approve lays the image onto
      * the master once a second operator approves it
            append-change-para.
            open extend dept-changes
            move ws-dept-code to dc-code
            move '  ' to dc-sp1
            move '  ' to dc-sp2
            move '  ' to ws-new-sp1
            move '  ' to ws-new-sp2
            move '  ' to ws-new-sp3
            move '  ' to ws-new-sp4
            move '  ' to ws-new-sp5
            move '  ' to ws-new-sp6
            move ws-new-row to dc-image
            move '  ' to dc-sp3
            move 'PENDING' to dc-chg-status
            move '  ' to dc-sp4
            move ws-operator to dc-oper
            move '  ' to dc-sp5
            move spaces to dc-approver
            write dept-change-record
            end-write
            close dept-changes.

      * stamp and append one audit row - same convention emp-maintain
      * writes its entries with
            write-audit-para.
            accept ws-aud-date-raw from date yyyymmdd
            accept ws-aud-time-raw from time
            open extend emp-audit
            move spaces to aud-date
            string ws-aud-year '-' ws-aud-month '-' ws-aud-day
                delimited by size into aud-date
            move '  ' to aud-sp1
            move spaces to aud-time
            string ws-aud-hh ':' ws-aud-mm ':' ws-aud-ss
                delimited by size into aud-time
            move '  ' to aud-sp2
            move ws-operator to aud-oper
            move '  ' to aud-sp3
            move ws-audit-action to aud-action
            move '  ' to aud-sp4
            move ws-audit-id to aud-id
            move '  ' to aud-sp5
            move ws-audit-before to aud-before
            move '  ' to aud-sp6
            move ws-audit-after to aud-after
            move cr to aud-cr
            write audit-record
            end-write
            close emp-audit.

      * the department keyed must be one the operator covers - a new
      * code only for an operator over every department
            dept-scope-para.
            move ws-dept-code to ws-check-dept
            perform check-dept-para
            if ws-dept-ok = 'N' or (ws-dept-code = spaces
                and ws-op-dept (1) not = '***')
                move ws-action to ws-sec-action
                move ws-dept-code to ws-sec-key
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
            move 'dept-maintain' to sec-program
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
