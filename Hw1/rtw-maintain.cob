       identification division.
       program-id. rtw-maintain.

      * the manager's half of return-to-work interview tracking:
      * rtw-track opens an interview for every sickness episode that
      * has ended, and this is where the manager records that it took
      * place - the date, the outcome and any fit-note restrictions -
      * so the interview file itself is the proof HR shows the
      * auditors instead of a paper folder. RECORD closes one open
      * interview (rebuilding the file the same way sus-case-maintain
      * disposes cases), LIST shows the open ones in the manager's
      * departments with their due dates. both need a sign-on with
      * the leave approve role, the line manager's role.
       environment division.
            input-output section.
            file-control.
              select optional rtw-file
              assign to 'rtw-interviews.txt'
              organization is line sequential
              file status is rtw-status.

              select rtw-new
              assign to 'rtw-interviews.txt.new'
              organization is line SEQUENTIAL.

      * the master and its approved transfers, read only to find which
      * department an employee is in for the manager's scope
              select optional emp-changes
              assign to '/Users/banma/employee-changes.txt'
              organization is line sequential
              file status is chg-status.

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
            fd rtw-file.
            01 rtw-record.
                05 rtw-id pic 9999.
                05 rtw-sp1 pic x(2).
                05 rtw-first pic x(10).
                05 rtw-sp2 pic x(2).
                05 rtw-last pic x(10).
                05 rtw-sp3 pic x(2).
                05 rtw-return pic x(10).
                05 rtw-sp4 pic x(2).
                05 rtw-due pic x(10).
                05 rtw-sp5 pic x(2).
                05 rtw-days pic 999.
                05 rtw-sp6 pic x(2).
                05 rtw-cert pic x.
                05 rtw-sp7 pic x(2).
                05 rtw-state pic x(4).
                05 rtw-sp8 pic x(2).
                05 rtw-held pic x(10).
                05 rtw-sp9 pic x(2).
                05 rtw-outcome pic x(9).
                05 rtw-sp10 pic x(2).
                05 rtw-restrict pic x(30).
                05 rtw-sp11 pic x(2).
                05 rtw-oper pic x(10).
                05 rtw-cr pic x.

            fd rtw-new.
            01 rtw-record-new pic x(134).

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
            01 rtw-status pic xx.
            01 ws-rebuild-cmd pic x(80).

            01 ws-action pic x(9).
            01 ws-found-target pic x value 'N'.
            01 ws-listed pic 999 value 0.

            01 ws-rtw-id pic 9999.
            01 ws-rtw-return pic x(10).
            01 ws-rtw-held pic x(10).
            01 ws-rtw-outcome pic x(9).
            01 ws-rtw-restrict pic x(30).
            01 chg-status pic xx.
            01 emp-status pic xx.
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

            01 cr pic x value X"0D".

       procedure division.
            main-para.
            perform sign-on-para
            display 'Return-to-work interviews - enter RECORD or LIST'
            accept ws-action

            if ws-role-leave not = 'Y'
                move ws-action to ws-sec-action
                move spaces to ws-sec-key
                move 'NO LEAVE APPROVE ROLE' to ws-sec-reason
                perform refuse-para
                move 12 to return-code
                stop run
            end-if

            if ws-action = 'RECORD'
                perform record-para
            end-if
            if ws-action = 'LIST'
                perform list-para
            end-if
            if ws-action not = 'RECORD' and ws-action not = 'LIST'
                display 'Unknown action - must be RECORD or LIST'
            end-if

            stop run.

      * every open interview in the manager's departments
            list-para.
            open input rtw-file
            if rtw-status = '00'
                read rtw-file into rtw-record
                perform list-one-para until rtw-status = '10'
                close rtw-file
            end-if
            if ws-listed = 0
                display 'No open interviews'
            end-if.

            list-one-para.
            if rtw-state = 'OPEN'
                move rtw-id to ws-scope-id
                perform scope-dept-para
                perform check-dept-para
                if ws-dept-ok = 'Y'
                    add 1 to ws-listed
                    display rtw-id ' off ' rtw-first ' to ' rtw-last
                        ' returned ' rtw-return ' due ' rtw-due
                end-if
            end-if
            read rtw-file into rtw-record
            end-read.

            record-para.
            display 'Employee id: '
            accept ws-rtw-id
            display 'Return date of the episode (YYYY-MM-DD): '
            accept ws-rtw-return
            display 'Interview date (YYYY-MM-DD): '
            accept ws-rtw-held
            display 'Outcome (FIT/ADJUSTED/PHASED/REFERRED): '
            accept ws-rtw-outcome
            display 'Fit-note restrictions (blank for none): '
            accept ws-rtw-restrict

            move ws-rtw-id to ws-scope-id
            perform scope-dept-para
            perform check-dept-para
            if ws-dept-ok = 'N'
                move ws-action to ws-sec-action
                move ws-rtw-id to ws-sec-key
                move 'DEPARTMENT NOT PERMITTED' to ws-sec-reason
                perform refuse-para
                move 12 to return-code
                stop run
            end-if

            if ws-rtw-outcome not = 'FIT'
                and ws-rtw-outcome not = 'ADJUSTED'
                and ws-rtw-outcome not = 'PHASED'
                and ws-rtw-outcome not = 'REFERRED'
                display 'Rejected - unknown outcome ' ws-rtw-outcome
            else
            if ws-rtw-held < ws-rtw-return
                display 'Rejected - interview date before the return'
            else
                perform apply-record-para
            end-if
            end-if.

      * no interview file yet just means nothing has been opened -
      * fall straight through to the not-found message
            apply-record-para.
            move 'N' to ws-found-target
            open input rtw-file
            if rtw-status = '00'
                open output rtw-new
                read rtw-file into rtw-record
                perform rebuild-rtw-para until rtw-status = '10'
                close rtw-file
                close rtw-new
            end-if

            if ws-found-target = 'Y'
                move spaces to ws-rebuild-cmd
                string 'mv rtw-interviews.txt.new '
                    'rtw-interviews.txt'
                    delimited by size into ws-rebuild-cmd
                call "SYSTEM" using ws-rebuild-cmd
                display 'Interview recorded for ' ws-rtw-id
                    ' returned ' ws-rtw-return
            else
                display 'Rejected - no open interview for '
                    ws-rtw-id ' returned ' ws-rtw-return
            end-if.

      * copy every interview across unchanged, except the matched
      * open one which gets the outcome and the manager stamped on it
            rebuild-rtw-para.
            if rtw-id = ws-rtw-id and rtw-return = ws-rtw-return
                and rtw-state = 'OPEN'
                and ws-found-target = 'N'
                move 'Y' to ws-found-target
                move 'HELD' to rtw-state
                move ws-rtw-held to rtw-held
                move ws-rtw-outcome to rtw-outcome
                move ws-rtw-restrict to rtw-restrict
                move ws-operator to rtw-oper
            end-if
            write rtw-record-new from rtw-record
            end-write
            read rtw-file into rtw-record
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
            move 'rtw-maintain' to sec-program
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
