       identification division.
       program-id. retention-purge.

      * the annual data-protection purge: a former employee whose
      * termination is older than the retention period and whose
      * final settlement has gone out (settlement-log.txt) loses the
      * personal fields wherever the system keeps them - name, gender
      * and birth date on the master and in the before/after images
      * of employee-audit.txt, and the fit-note restrictions in
      * rtw-interviews.txt. the employee id, the hire and termination
      * dates, department and salary stay on the master, the
      * interview dates stay so return-to-work tracking still lines
      * up, and daily-history.dat, the monthly rollups and the punch
      * and job archives (ids, times and figures only) are left
      * alone, so year-close archives and GL history still add up
      * and a disputed day can still be traced back to its punches.
      * past-retention leavers with no settlement on file are held
      * and listed, never purged.
      *
      * a dry run (anything but LIVE at the prompt) reads everything,
      * counts what would go and changes nothing. a live run rebuilds
      * the side files first and rewrites the master last, so a run
      * that stops part way is simply run again - the master still
      * shows who is outstanding. the proof list for the
      * data-protection officer is retention-purge.txt, kept after a
      * live run as retention-proof-<date>.txt, with one PURGE row
      * per employee on employee-audit.txt and a PURGE step on
      * run-control.txt. needs the HR maintain role over every
      * department.
       environment division.
            input-output section.
            file-control.
              select emp
              assign to '/Users/banma/employees.dat'
              organization is indexed
              access mode is dynamic
              record key is id-emp
              file status is emp-status.

              select optional settle-log
              assign to 'settlement-log.txt'
              organization is line sequential
              file status is log-status.

              select optional emp-audit
              assign to '/Users/banma/employee-audit.txt'
              organization is line sequential
              file status is audit-status.

              select emp-audit-new
              assign to '/Users/banma/employee-audit.txt.new'
              organization is line SEQUENTIAL.

              select optional rtw-file
              assign to 'rtw-interviews.txt'
              organization is line sequential
              file status is rtw-status.

              select rtw-new
              assign to 'rtw-interviews.txt.new'
              organization is line SEQUENTIAL.

      * read only, for the count of history rows kept
              select optional daily-history
              assign to 'daily-history.dat'
              organization is indexed
              access mode is dynamic
              record key is hist-key
              alternate record key is hist-id with duplicates
              file status is history-status.

              select purge-proof
              assign to 'retention-purge.txt'
              organization is line SEQUENTIAL.

              select optional run-control-ext
              assign to 'run-control.txt'
              organization is line sequential
              file status is rc-ext-status.

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

            fd settle-log.
            01 settle-log-line.
                05 slg-id pic 9999.
                05 slg-sp1 pic x(2).
                05 slg-term-date pic x(10).
                05 slg-sp2 pic x(2).
                05 slg-extract-date pic x(10).
                05 slg-sp3 pic x(2).
                05 slg-net pic +(7)9.99.
                05 slg-cr pic x.

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

            fd emp-audit-new.
            01 audit-record-new pic x(204).

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

            fd daily-history.
            01 hist-line.
                05 hist-key.
                    10 hist-date pic x(10).
                    10 hist-id pic 9999.
                05 hist-status pic x(10).
                05 hist-late pic 99.
                05 hist-overtime pic 9.
                05 hist-worked pic 99.

            fd purge-proof.
            01 pp-text-line.
                05 pp-text pic x(137).
                05 pp-cr pic x.
            01 pp-detail-line.
                05 ppd-id pic 9999.
                05 ppd-sp1 pic x(2).
                05 ppd-name pic x(31).
                05 ppd-sp2 pic x(2).
                05 ppd-dept pic x(3).
                05 ppd-sp3 pic x(2).
                05 ppd-hire pic x(10).
                05 ppd-sp4 pic x(2).
                05 ppd-term pic x(10).
                05 ppd-sp5 pic x(2).
                05 ppd-settled pic x(10).
                05 ppd-sp6 pic x(2).
                05 ppd-audit pic zzzz9.
                05 ppd-sp7 pic x(2).
                05 ppd-rtw pic zzz9.
                05 ppd-sp8 pic x(2).
                05 ppd-hist pic zzzzz9.
                05 ppd-sp9 pic x(2).
                05 ppd-action pic x(20).
                05 ppd-cr pic x.

            fd run-control-ext.
            01 rc-ext-record.
                05 rcx-date pic x(10).
                05 rcx-sp1 pic x(2).
                05 rcx-step pic x(8).
                05 rcx-sp2 pic x(2).
                05 rcx-run-status pic x(9).

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
            01 log-status pic xx.
            01 audit-status pic xx.
            01 rtw-status pic xx.
            01 history-status pic xx.
            01 rc-ext-status pic xx.

            01 ws-retain-years pic 99.
            01 ws-mode pic x(4).
            01 ws-live pic x value 'N'.

            01 ws-today-raw pic 9(8).
            01 ws-today-parts redefines ws-today-raw.
                05 ws-td-year pic 9999.
                05 ws-td-month pic 99.
                05 ws-td-day pic 99.
            01 ws-today pic x(10).
            01 ws-cutoff-year pic 9999.
            01 ws-cutoff pic x(10).

      * the latest settlement extract date per employee id, spaces
      * where none was ever produced
            01 ws-settle-table.
                05 ws-settled-on pic x(10) occurs 9999 times.

      * the leavers past retention - P to purge, H held for want of a
      * settlement - with what each file holds for them. ws-cand-slot
      * finds a purge candidate's row from its id (zero for anyone
      * else), so the file passes need no search
            01 ws-cand-count pic 9(4) value 0.
            01 ws-cand-table.
                05 ws-cand occurs 2000 times.
                    10 wc-id pic 9999.
                    10 wc-first pic x(10).
                    10 wc-last pic x(20).
                    10 wc-dept pic x(3).
                    10 wc-hire pic x(10).
                    10 wc-term pic x(10).
                    10 wc-settled pic x(10).
                    10 wc-state pic x.
                    10 wc-audit pic 9(5).
                    10 wc-rtw pic 9(4).
                    10 wc-hist pic 9(6).
            01 ws-slot-table.
                05 ws-cand-slot pic 9(4) occurs 9999 times.
            01 ws-cand-scan pic 9(4).
            01 ws-slot pic 9(4).

            01 ws-emp-count pic 9(5) value 0.
            01 ws-purge-count pic 9(5) value 0.
            01 ws-held-count pic 9(5) value 0.
            01 ws-prev-count pic 9(5) value 0.
            01 ws-tot-audit pic 9(6) value 0.
            01 ws-tot-rtw pic 9(5) value 0.
            01 ws-tot-hist pic 9(7) value 0.
            01 ws-count-edit pic z(6)9.

      * what replaces positions 5-45 of an employees record - first
      * name, last name, gender and birth date
            01 ws-anon-fields.
                05 ws-anon-first pic x(10) value 'PURGED'.
                05 ws-anon-rest pic x(31) value spaces.

            01 ws-cmd pic x(80).

            01 ws-operator pic x(10).
            01 ws-audit-action pic x(9).
            01 ws-audit-id pic 9999.
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

            01 cr pic x value X"0D".

       procedure division.
            main-para.
            perform sign-on-para

      * the purge reaches every department's former staff, so only
      * an HR maintainer over all of them may run it, even dry
            if ws-role-hr-maint not = 'Y'
                move 'PURGE' to ws-sec-action
                move spaces to ws-sec-key
                move 'NO HR MAINTAIN ROLE' to ws-sec-reason
                perform refuse-para
                move 12 to return-code
                stop run
            end-if
            if ws-op-dept (1) not = '***'
                move 'PURGE' to ws-sec-action
                move spaces to ws-sec-key
                move 'DEPARTMENT NOT PERMITTED' to ws-sec-reason
                perform refuse-para
                move 12 to return-code
                stop run
            end-if

            display 'Retention period in years (0 = 6): '
            accept ws-retain-years
            if ws-retain-years = 0
                move 6 to ws-retain-years
            end-if
            display 'Enter LIVE to purge, anything else is a dry run: '
            accept ws-mode
            if ws-mode = 'LIVE'
                move 'Y' to ws-live
            end-if

      * terminated before the same day ws-retain-years years ago
            accept ws-today-raw from date yyyymmdd
            move spaces to ws-today
            string ws-td-year '-' ws-td-month '-' ws-td-day
                delimited by size into ws-today
            compute ws-cutoff-year = ws-td-year - ws-retain-years
            move spaces to ws-cutoff
            string ws-cutoff-year '-' ws-td-month '-' ws-td-day
                delimited by size into ws-cutoff

            initialize ws-settle-table
            initialize ws-slot-table
            open input settle-log
            if log-status = '00'
                read settle-log into settle-log-line
                perform load-settle-para until log-status = '10'
                close settle-log
            end-if

            open input emp
            if emp-status not = '00'
                display 'retention-purge: employee master missing or '
                    'unreadable'
                move 12 to return-code
                stop run
            end-if
            move 0 to id-emp
            start emp key is not less than id-emp
            end-start
            read emp next
            end-read
            perform select-emp-para until emp-status = '10'
            close emp

      * the side files first, the master last - see above
            perform purge-audit-para
            perform purge-rtw-para

            open input daily-history
            if history-status = '00'
                perform varying ws-cand-scan from 1 by 1
                    until ws-cand-scan > ws-cand-count
                    if wc-state (ws-cand-scan) = 'P'
                        perform count-hist-para
                    end-if
                end-perform
                close daily-history
            end-if

            if ws-live = 'Y'
                open i-o emp
                perform varying ws-cand-scan from 1 by 1
                    until ws-cand-scan > ws-cand-count
                    if wc-state (ws-cand-scan) = 'P'
                        perform purge-emp-para
                    end-if
                end-perform
                close emp
            end-if

            perform write-proof-para

            if ws-live = 'Y'
                move spaces to ws-cmd
                string 'mv retention-purge.txt retention-proof-'
                    ws-today '.txt'
                    delimited by size into ws-cmd
                call "SYSTEM" using ws-cmd

                open extend run-control-ext
                move ws-today to rcx-date
                move '  ' to rcx-sp1
                move 'PURGE' to rcx-step
                move '  ' to rcx-sp2
                move 'COMPLETED' to rcx-run-status
                write rc-ext-record
                end-write
                close run-control-ext
                display 'retention-purge: ' ws-purge-count
                    ' purged, ' ws-held-count ' held - proof in '
                    'retention-proof-' ws-today '.txt'
            else
                display 'retention-purge: DRY RUN - ' ws-purge-count
                    ' would be purged, ' ws-held-count
                    ' held, nothing changed - see '
                    'retention-purge.txt'
            end-if
            stop run.

      * a rerun of settlement just logs again - the latest extract
      * date is the one shown
            load-settle-para.
            if slg-id is numeric and slg-id > 0
                if slg-extract-date > ws-settled-on (slg-id)
                    move slg-extract-date to ws-settled-on (slg-id)
                end-if
            end-if
            read settle-log into settle-log-line
            end-read.

      * one master row: a leaver terminated before the cutoff is a
      * candidate unless an earlier purge already took the name
            select-emp-para.
            add 1 to ws-emp-count
            if emp-status-code = 'T'
                and termination-date not = spaces
                and termination-date < ws-cutoff
                and id-emp > 0
                if first-name = ws-anon-first
                    add 1 to ws-prev-count
                else
                    perform add-cand-para
                end-if
            end-if
            read emp next
            end-read.

            add-cand-para.
            if ws-cand-count < 2000
                add 1 to ws-cand-count
                initialize ws-cand (ws-cand-count)
                move id-emp to wc-id (ws-cand-count)
                move first-name to wc-first (ws-cand-count)
                move last-name to wc-last (ws-cand-count)
                move depart to wc-dept (ws-cand-count)
                move hire-date to wc-hire (ws-cand-count)
                move termination-date to wc-term (ws-cand-count)
                move ws-settled-on (id-emp)
                    to wc-settled (ws-cand-count)
                if ws-settled-on (id-emp) = spaces
                    move 'H' to wc-state (ws-cand-count)
                    add 1 to ws-held-count
                else
                    move 'P' to wc-state (ws-cand-count)
                    move ws-cand-count to ws-cand-slot (id-emp)
                    add 1 to ws-purge-count
                end-if
            else
                display 'retention-purge: candidate table full - '
                    id-emp ' left for the next run'
            end-if.

      * the audit trail keeps every row - the employees record images
      * that maintenance actions carry just lose their personal
      * fields. approval rows carry change records, not the master
      * row, and keep nothing personal
            purge-audit-para.
            open input emp-audit
            if audit-status = '00'
                if ws-live = 'Y'
                    open output emp-audit-new
                end-if
                read emp-audit into audit-record
                perform scrub-audit-para until audit-status = '10'
                close emp-audit
                if ws-live = 'Y'
                    close emp-audit-new
                    move spaces to ws-cmd
                    string 'mv /Users/banma/employee-audit.txt.new '
                        '/Users/banma/employee-audit.txt'
                        delimited by size into ws-cmd
                    call "SYSTEM" using ws-cmd
                end-if
            end-if.

            scrub-audit-para.
            move 0 to ws-slot
            if aud-id is numeric and aud-id > 0
                move ws-cand-slot (aud-id) to ws-slot
            end-if
      * any action whose before or after image is the employees
      * record (ADD, TERMINATE, TRANSFER, SALARY, PAYGROUP and the
      * rest) carries the name and birth date in it
            if ws-slot > 0
                and (aud-before (1:4) = aud-id
                    or aud-after (1:4) = aud-id)
                add 1 to wc-audit (ws-slot)
                add 1 to ws-tot-audit
                if aud-before (1:4) = aud-id
                    move ws-anon-fields to aud-before (5:41)
                end-if
                if aud-after (1:4) = aud-id
                    move ws-anon-fields to aud-after (5:41)
                end-if
            end-if
            if ws-live = 'Y'
                write audit-record-new from audit-record
                end-write
            end-if
            read emp-audit into audit-record
            end-read.

      * the interview stays as the record that one was held, with
      * its episode dates - only the fit-note restrictions (health
      * data) go
            purge-rtw-para.
            open input rtw-file
            if rtw-status = '00'
                if ws-live = 'Y'
                    open output rtw-new
                end-if
                read rtw-file into rtw-record
                perform scrub-rtw-para until rtw-status = '10'
                close rtw-file
                if ws-live = 'Y'
                    close rtw-new
                    move 'mv rtw-interviews.txt.new rtw-interviews.txt'
                        to ws-cmd
                    call "SYSTEM" using ws-cmd
                end-if
            end-if.

            scrub-rtw-para.
            move 0 to ws-slot
            if rtw-id is numeric and rtw-id > 0
                move ws-cand-slot (rtw-id) to ws-slot
            end-if
            if ws-slot > 0
                add 1 to wc-rtw (ws-slot)
                add 1 to ws-tot-rtw
                move spaces to rtw-restrict
            end-if
            if ws-live = 'Y'
                write rtw-record-new from rtw-record
                end-write
            end-if
            read rtw-file into rtw-record
            end-read.

      * the history rows kept for one candidate, straight off the
      * employee key - a status of 02 just means more of them follow
            count-hist-para.
            move wc-id (ws-cand-scan) to hist-id
            start daily-history key is = hist-id
            end-start
            if history-status = '00'
                read daily-history next
                end-read
            end-if
            perform count-hist-row-para
                until (history-status not = '00'
                    and history-status not = '02')
                or hist-id not = wc-id (ws-cand-scan).

            count-hist-row-para.
            add 1 to wc-hist (ws-cand-scan)
            add 1 to ws-tot-hist
            read daily-history next
            end-read.

      * one keyed rewrite of the master row, then its PURGE row on the
      * audit trail - the after image is the row as it now stands
            purge-emp-para.
            move wc-id (ws-cand-scan) to id-emp
            read emp
                invalid key
                    display 'retention-purge: ' id-emp
                        ' no longer on the master - skipped'
                not invalid key
                    move ws-anon-fields to employees (5:41)
                    rewrite employees
                    end-rewrite
                    move 'PURGE' to ws-audit-action
                    move id-emp to ws-audit-id
                    move spaces to ws-audit-before
                    string 'RETENTION ' ws-retain-years
                        ' YEARS - TERMINATED BEFORE ' ws-cutoff
                        delimited by size into ws-audit-before
                    move employees to ws-audit-after
                    perform write-audit-para
            end-read.

      * stamp and append one audit row - date and time come from the
      * system clock at the moment of the change
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

      * the proof list - purged (or, dry, to be purged) and held
      * leavers with what was found for each in every file. a live
      * list carries no names; a dry one does, for checking
            write-proof-para.
            open output purge-proof
            move spaces to pp-text
            if ws-live = 'Y'
                string 'Retention purge  run ' ws-today
                    '  by ' ws-operator '  retention '
                    ws-retain-years ' years  terminated before '
                    ws-cutoff '  LIVE'
                    delimited by size into pp-text
            else
                string 'Retention purge  run ' ws-today
                    '  by ' ws-operator '  retention '
                    ws-retain-years ' years  terminated before '
                    ws-cutoff '  DRY RUN - NOTHING CHANGED'
                    delimited by size into pp-text
            end-if
            move cr to pp-cr
            write pp-text-line
            end-write
            move spaces to pp-text
            move 'Id' to pp-text (1:2)
            move 'Name' to pp-text (7:4)
            move 'Dep' to pp-text (40:3)
            move 'Hired' to pp-text (45:5)
            move 'Left' to pp-text (57:4)
            move 'Settled' to pp-text (69:7)
            move 'Audit' to pp-text (81:5)
            move 'RTW' to pp-text (88:3)
            move 'History' to pp-text (92:7)
            move 'Action' to pp-text (102:6)
            move cr to pp-cr
            write pp-text-line
            end-write

            perform varying ws-cand-scan from 1 by 1
                until ws-cand-scan > ws-cand-count
                perform proof-line-para
            end-perform

            move spaces to pp-text
            move cr to pp-cr
            write pp-text-line
            end-write
            move ws-emp-count to ws-count-edit
            move spaces to pp-text
            string 'Master rows read           ' ws-count-edit
                delimited by size into pp-text
            perform write-text-para
            move ws-purge-count to ws-count-edit
            move spaces to pp-text
            if ws-live = 'Y'
                string 'Purged                     ' ws-count-edit
                    delimited by size into pp-text
            else
                string 'To be purged               ' ws-count-edit
                    delimited by size into pp-text
            end-if
            perform write-text-para
            move ws-held-count to ws-count-edit
            move spaces to pp-text
            string 'Held - no settlement       ' ws-count-edit
                delimited by size into pp-text
            perform write-text-para
            move ws-prev-count to ws-count-edit
            move spaces to pp-text
            string 'Purged in earlier runs     ' ws-count-edit
                delimited by size into pp-text
            perform write-text-para
            move ws-tot-audit to ws-count-edit
            move spaces to pp-text
            string 'Audit rows anonymised      ' ws-count-edit
                delimited by size into pp-text
            perform write-text-para
            move ws-tot-rtw to ws-count-edit
            move spaces to pp-text
            string 'RTW interviews anonymised  ' ws-count-edit
                delimited by size into pp-text
            perform write-text-para
            move ws-tot-hist to ws-count-edit
            move spaces to pp-text
            string 'History rows kept (no PII) ' ws-count-edit
                delimited by size into pp-text
            perform write-text-para
            close purge-proof.

            proof-line-para.
            move wc-id (ws-cand-scan) to ppd-id
            move '  ' to ppd-sp1
            move spaces to ppd-name
            if ws-live = 'Y' and wc-state (ws-cand-scan) = 'P'
                move 'PERSONAL DATA REMOVED' to ppd-name
            else
                string wc-last (ws-cand-scan) delimited by '  '
                    ', ' wc-first (ws-cand-scan) delimited by '  '
                    into ppd-name
            end-if
            move '  ' to ppd-sp2
            move wc-dept (ws-cand-scan) to ppd-dept
            move '  ' to ppd-sp3
            move wc-hire (ws-cand-scan) to ppd-hire
            move '  ' to ppd-sp4
            move wc-term (ws-cand-scan) to ppd-term
            move '  ' to ppd-sp5
            move wc-settled (ws-cand-scan) to ppd-settled
            move '  ' to ppd-sp6
            move wc-audit (ws-cand-scan) to ppd-audit
            move '  ' to ppd-sp7
            move wc-rtw (ws-cand-scan) to ppd-rtw
            move '  ' to ppd-sp8
            move wc-hist (ws-cand-scan) to ppd-hist
            move '  ' to ppd-sp9
            if wc-state (ws-cand-scan) = 'H'
                move 'HELD - NO SETTLEMENT' to ppd-action
            else
                if ws-live = 'Y'
                    move 'PURGED' to ppd-action
                else
                    move 'WOULD PURGE' to ppd-action
                end-if
            end-if
            move cr to ppd-cr
            write pp-detail-line
            end-write.

            write-text-para.
            move cr to pp-cr
            write pp-text-line
            end-write.

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
            move 'retention-purge' to sec-program
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
