      * arithmetic. clean records (header first) go to the file the
      * daily job's attendance sort reads; every rejected record is
      * written with a reason code to a report for the timeclock vendor.
      * a JOB punch books the time from that minute on to the project
      * code it carries - the code must be open on the project master,
      * and the punch goes to its own clean file and archive for
      * prj-rpt rather than to the daily job, which only prices
      * attendance.
      * agency temps badge on the same clocks but are not on the
      * employee master. a badge on the contingent-worker register
      * whose contract covers the batch date has its punches edited
      * the same way and then kept apart in agency-clean.txt and
      * agency-archive.txt for agency-recon, so they never reach the
      * daily job, its exceptions or payroll.
       environment division.
            input-output section.
            file-control.
              organization is line sequential
              file status is chg-status.

      * projects and activities hours can be booked to, and the JOB
      * punches that passed the edits - retained per batch date the
      * same way as the punch archive
              select optional project-master
              assign to 'project-master.txt'
              organization is line sequential
              file status is prj-status.

              select job-clean
              assign to 'job-clean.txt'
              organization is line sequential
              file status is job-clean-status.

              select job-arch-in
              assign to 'job-archive.txt'
              organization is line sequential
              file status is job-arch-in-status.

              select job-arch-new
              assign to 'job-archive.txt.new'
              organization is line SEQUENTIAL.

              select optional job-archive
              assign to 'job-archive.txt'
              organization is line SEQUENTIAL.

      * agency and contractor staff - badge id, agency, department,
      * contract dates and the hourly charge rate agreed with the
      * agency - and the punches they made, kept per batch date the
      * same way as the punch archive
              select optional contingent-register
              assign to 'contingent-register.txt'
              organization is line sequential
              file status is cw-status.

              select agency-clean
              assign to 'agency-clean.txt'
              organization is line sequential
              file status is agency-clean-status.

              select agency-arch-in
              assign to 'agency-archive.txt'
              organization is line sequential
              file status is agency-arch-in-status.

              select agency-arch-new
              assign to 'agency-archive.txt.new'
              organization is line SEQUENTIAL.

              select optional agency-archive
              assign to 'agency-archive.txt'
              organization is line SEQUENTIAL.

      * the department master - shift hours, cost centre, manager
              select dept-master
              assign to '/Users/banma/department-master.txt'
              organization is line sequential
              file status is dept-status.

       data division.
            file section.
            fd att-in.
               05 not-used pic x(1).
               05 time-minute pic 9(2).
               05 clock-id pic x(2).
               05 project-code pic x(6).

            fd att-clean.
            01 clean-header pic x(10).
                05 rcx-sp2 pic x(2).
                05 rcx-run-status pic x(9).

            fd project-master.
            01 project-record.
                05 prj-code pic x(6).
                05 prj-sp1 pic x(2).
                05 prj-desc pic x(20).
                05 prj-sp2 pic x(2).
                05 prj-dept pic x(3).
                05 prj-sp3 pic x(2).
                05 prj-state pic x.
                05 prj-sp4 pic x(2).
                05 prj-budget-hours pic 9(5).

            fd job-clean.
            01 job-clean-record pic x(35).

            fd job-arch-in.
            01 job-arch-in-line pic x(48).

            fd job-arch-new.
            01 job-arch-new-line pic x(48).

            fd job-archive.
            01 job-archive-line.
                05 jarch-date pic x(10).
                05 jarch-sp pic x(2).
                05 jarch-punch pic x(35).
                05 jarch-cr pic x.

            fd contingent-register.
            01 contingent-record.
                05 cw-id pic x(4).
                05 cw-sp1 pic x(2).
                05 cw-agency pic x(6).
                05 cw-sp2 pic x(2).
                05 cw-name pic x(20).
                05 cw-sp3 pic x(2).
                05 cw-dept pic x(3).
                05 cw-sp4 pic x(2).
                05 cw-start pic x(10).
                05 cw-sp5 pic x(2).
                05 cw-end pic x(10).
                05 cw-sp6 pic x(2).
                05 cw-rate pic 9(3)v99.

            fd agency-clean.
            01 agency-clean-record pic x(29).

            fd agency-arch-in.
            01 agency-arch-in-line pic x(42).

            fd agency-arch-new.
            01 agency-arch-new-line pic x(42).

            fd agency-archive.
            01 agency-archive-line.
                05 agarch-date pic x(10).
                05 agarch-sp pic x(2).
                05 agarch-punch pic x(29).
                05 agarch-cr pic x.

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
            01 rc-ext-status pic xx.
            01 att-in-status pic xx.
            01 emp-status pic xx.
            01 corr-status pic xx.
            01 chg-status pic xx.
            01 prj-status pic xx.
            01 job-clean-status pic xx.
            01 job-arch-in-status pic xx.
            01 ws-job-count pic 9(5) value 0.
            01 cw-status pic xx.
            01 agency-clean-status pic xx.
            01 agency-arch-in-status pic xx.
            01 ws-agency-count pic 9(5) value 0.

      * the register row that stands for each badge on the batch
      * date - badges on the employee master are never looked up here
            01 ws-agy-count pic 999 value 0.
            01 ws-agy-table.
                05 ws-agy-entry occurs 500 times
                    depending on ws-agy-count indexed by agy-idx.
                    10 wag-dept pic x(3).
                    10 wag-start pic x(10).
                    10 wag-end pic x(10).
            01 ws-agy-row-table value zeros.
                05 ws-agy-row pic 999 occurs 9999 times.
            01 ws-agy-in-force pic x.
            01 ws-punch-agency pic x.
            01 ws-punch-dept pic x(3).

      * the project master - code and whether it is still open
            01 ws-prj-count pic 999 value 0.
            01 ws-prj-table.
                05 ws-prj-entry occurs 500 times
                    depending on ws-prj-count indexed by prj-idx.
                    10 wpj-code pic x(6).
                    10 wpj-state pic x.

            01 ws-header-date pic x(10).
            01 ws-header-parts redefines ws-header-date.
            01 ws-id-num pic 9999.
            01 ws-punch-overnight pic x.

            01 dept-status pic xx.
            copy "department.cpy".

            01 ws-attendance.
               05 ws-id-att pic x(4).
      * which clock produced a bad record. spaces on a correction or a
      * legacy single-clock feed
               05 ws-clock-id pic x(2).
      * the project or activity a JOB punch books to - spaces on
      * every other punch
               05 ws-project-code pic x(6).

      * set by the field checks below - a record only reaches the
      * clean file when every check leaves this at 'Y'

       procedure division.
            main-para.
      * which departments work past midnight comes off the department
      * master - without it a night crew's after-midnight punches
      * would all be rejected, so nothing is edited at all
            open input dept-master
            if dept-status not = '00'
                display 'att-edit: no department master on file'
                move 16 to return-code
                stop run
            end-if
            read dept-master into dept-master-record
            perform load-dept-para until dept-status = '10'
            close dept-master

            open input project-master
            if prj-status = '00'
                read project-master into project-record
                perform load-project-para until prj-status = '10'
                close project-master
            end-if

            open input att-in
            open output att-clean
            open output att-reject
            open output job-clean
            open output agency-clean

            read att-in into ws-header-date
            if att-in-status not = '00'
                close emp-changes
            end-if

            open input contingent-register
            if cw-status = '00'
                read contingent-register into contingent-record
                perform load-agency-para until cw-status = '10'
                close contingent-register
            end-if

            read att-in into ws-attendance
            perform edit-record-para until att-in-status = '10'

            close att-in
            close att-clean
            close att-reject
            close job-clean
            close agency-clean

      * retain the day's cleaned punches in the permanent archive -
      * the clean file is overwritten by the next batch, and settling
      * just the verdict. the batch date's earlier archive rows come
      * off first so a rerun leaves one authoritative set
            perform archive-clean-para
            perform archive-job-para
            perform archive-agency-para

            display 'att-edit: ' ws-clean-count ' clean, '
                ws-reject-count ' rejected, ' ws-arch-count
                ' archived, ' ws-job-count ' job punches, '
                ws-agency-count ' agency punches'
            stop run.

            archive-clean-para.
            close att-clean
            close punch-archive.

      * the JOB punches are retained the same way, batch date first
            archive-job-para.
            open input job-arch-in
            if job-arch-in-status = '00'
                open output job-arch-new
                read job-arch-in into job-arch-in-line
                perform scrub-job-para
                    until job-arch-in-status = '10'
                close job-arch-in
                close job-arch-new
                move 'mv job-archive.txt.new job-archive.txt'
                    to ws-arch-cmd
                call "SYSTEM" using ws-arch-cmd
            end-if
            open extend job-archive
            open input job-clean
            read job-clean into ws-attendance
            perform archive-job-punch-para
                until job-clean-status = '10'
            close job-clean
            close job-archive.

      * and the agency punches, batch date first
            archive-agency-para.
            open input agency-arch-in
            if agency-arch-in-status = '00'
                open output agency-arch-new
                read agency-arch-in into agency-arch-in-line
                perform scrub-agency-para
                    until agency-arch-in-status = '10'
                close agency-arch-in
                close agency-arch-new
                move 'mv agency-archive.txt.new agency-archive.txt'
                    to ws-arch-cmd
                call "SYSTEM" using ws-arch-cmd
            end-if
            open extend agency-archive
            open input agency-clean
            read agency-clean into ws-attendance
            perform archive-agency-punch-para
                until agency-clean-status = '10'
            close agency-clean
            close agency-archive.

            scrub-agency-para.
            if agency-arch-in-line (1:10) not = ws-header-date
                write agency-arch-new-line from agency-arch-in-line
                end-write
            end-if
            read agency-arch-in into agency-arch-in-line
            end-read.

            archive-agency-punch-para.
            move ws-header-date to agarch-date
            move '  ' to agarch-sp
            move ws-attendance to agarch-punch
            move cr to agarch-cr
            write agency-archive-line
            end-write
            add 1 to ws-agency-count
            read agency-clean into ws-attendance
            end-read.

            scrub-job-para.
            if job-arch-in-line (1:10) not = ws-header-date
                write job-arch-new-line from job-arch-in-line
                end-write
            end-if
            read job-arch-in into job-arch-in-line
            end-read.

            archive-job-punch-para.
            move ws-header-date to jarch-date
            move '  ' to jarch-sp
            move ws-attendance to jarch-punch
            move cr to jarch-cr
            write job-archive-line
            end-write
            add 1 to ws-job-count
            read job-clean into ws-attendance
            end-read.

            scrub-archive-para.
            if arch-in-line (1:10) not = ws-header-date
                write arch-new-line from arch-in-line
                    and ws-a-l not = 'EARLYOK'
                    and ws-a-l not = 'BRKOUT'
                    and ws-a-l not = 'BRKIN'
                    and ws-a-l not = 'JOB'
                    move 'N' to ws-record-ok
                    move '02' to ws-reject-code
                    move 'INVALID PUNCH CODE' to ws-reject-text
                end-if
            end-if

      * a JOB punch must name a project on the master that is still
      * open for booking
      * an agency badge must be under contract on the batch date, and
      * agency time is booked by the agency, not to our projects
            move 'N' to ws-punch-agency
            if ws-record-ok = 'Y'
                perform check-agency-para
            end-if

            if ws-record-ok = 'Y' and ws-a-l = 'JOB'
                perform check-project-para
            end-if

            if ws-record-ok = 'Y'
                add 1 to ws-clean-count
                if ws-punch-agency = 'Y'
                    write agency-clean-record from ws-attendance
                    end-write
                else
                    if ws-a-l = 'JOB'
                        write job-clean-record from ws-attendance
                        end-write
                    else
                        write clean-record from ws-attendance
                        end-write
                    end-if
                end-if
            else
                add 1 to ws-reject-count
                move ws-attendance to rej-record
                end-write
            end-if.

            check-agency-para.
            move ws-id-att to ws-id-num
            if ws-id-num > 0
                if ws-agy-row (ws-id-num) > 0
                    set agy-idx to ws-agy-row (ws-id-num)
                    if wag-start (agy-idx) > ws-header-date
                        or (wag-end (agy-idx) not = spaces
                            and wag-end (agy-idx) < ws-header-date)
                        move 'N' to ws-record-ok
                        move '08' to ws-reject-code
                        move 'AGENCY CONTRACT INACTIVE'
                            to ws-reject-text
                    else
                        if ws-a-l = 'JOB'
                            move 'N' to ws-record-ok
                            move '09' to ws-reject-code
                            move 'JOB PUNCH BY AGENCY TEMP'
                                to ws-reject-text
                        else
                            move 'Y' to ws-punch-agency
                        end-if
                    end-if
                end-if
            end-if.

      * one register row. a badge that is also on the employee master
      * stays an employee; for a badge with more than one row, the
      * row whose contract covers the batch date stands, otherwise
      * the latest in file order
            load-agency-para.
            if cw-id is numeric
                move cw-id to ws-id-num
                if ws-id-num > 0
                    if ws-emp-dept (ws-id-num) not = spaces
                        display 'att-edit: agency badge ' cw-id
                            ' is on the employee master - punches '
                            'taken as employee'
                    else
                        perform store-agency-para
                    end-if
                end-if
            end-if
            read contingent-register into contingent-record
            end-read.

            store-agency-para.
            if ws-agy-row (ws-id-num) = 0
                if ws-agy-count < 500
                    add 1 to ws-agy-count
                    move ws-agy-count to ws-agy-row (ws-id-num)
                    set agy-idx to ws-agy-count
                    move cw-dept to wag-dept (agy-idx)
                    move cw-start to wag-start (agy-idx)
                    move cw-end to wag-end (agy-idx)
                else
                    display 'agency table full - ' cw-id
                        ' NOT loaded'
                end-if
            else
                set agy-idx to ws-agy-row (ws-id-num)
                move 'Y' to ws-agy-in-force
                if wag-start (agy-idx) > ws-header-date
                    or (wag-end (agy-idx) not = spaces
                        and wag-end (agy-idx) < ws-header-date)
                    move 'N' to ws-agy-in-force
                end-if
                if ws-agy-in-force = 'N'
                    or (cw-start not > ws-header-date
                        and (cw-end = spaces
                            or cw-end not < ws-header-date))
                    move cw-dept to wag-dept (agy-idx)
                    move cw-start to wag-start (agy-idx)
                    move cw-end to wag-end (agy-idx)
                end-if
            end-if.

            check-project-para.
            set prj-idx to 1
            search ws-prj-entry
                at end
                    move 'N' to ws-record-ok
                    move '06' to ws-reject-code
                    move spaces to ws-reject-text
                    string 'PROJECT ' ws-project-code ' UNKNOWN'
                        delimited by size into ws-reject-text
                when wpj-code (prj-idx) = ws-project-code
                    if wpj-state (prj-idx) not = 'O'
                        move 'N' to ws-record-ok
                        move '07' to ws-reject-code
                        move spaces to ws-reject-text
                        string 'PROJECT ' ws-project-code ' CLOSED'
                            delimited by size into ws-reject-text
                    end-if
            end-search.

            load-project-para.
            if ws-prj-count < 500
                add 1 to ws-prj-count
                set prj-idx to ws-prj-count
                move prj-code to wpj-code (prj-idx)
                move prj-state to wpj-state (prj-idx)
            else
                display 'project table full - ' prj-code
                    ' NOT loaded'
            end-if
            read project-master into project-record
            end-read.

            merge-corr-para.
            if ws-the-date (1:10) = ws-header-date
                or ws-the-date (1:10) = ws-next-date
            move ws-id-att to ws-id-num
      * id zero has no master slot to look up - not night crew
            if ws-id-num > 0
                move ws-emp-dept (ws-id-num) to ws-punch-dept
                if ws-punch-dept = spaces
                    and ws-agy-row (ws-id-num) > 0
                    set agy-idx to ws-agy-row (ws-id-num)
                    move wag-dept (agy-idx) to ws-punch-dept
                end-if
                set dept-idx to 1
                search dept-entry
                    at end continue
                    when dept-code (dept-idx) = ws-punch-dept
                        if dept-end-hour (dept-idx) is not >
                                dept-start-hour (dept-idx)
                            move 'Y' to ws-punch-overnight
                        end-if
                end-search
                    compute ws-nd-year = ws-hd-year + 1
                end-if
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
