       identification division.
       program-id. badge-confirm.

      * closes the loop on the badge export: the timeclock vendor
      * answers each badge-sync delta with a confirmation listing
      * every action done or failed. this matches each answer against
      * the action pending on badge-register.txt (badge, action and
      * delta date), reconciles the answer count against the
      * vendor's trailer, and moves the register on - a confirmed
      * action becomes what the vendor holds, a failed one is put
      * back as unsent so the next badge-sync sends it again. then
      * every terminated employee (termination date come) whose
      * badge may still open a clock is listed for security in
      * badge-exceptions.txt - the vendor failed the disable, has not
      * confirmed it, or it has not gone out yet. stamps BADGEACK in
      * run-control.txt; return code 12 when the confirmation does
      * not reconcile, 4 when it does but badges are listed.
      *
      * the confirmation layout agreed with the vendor:
      *   HDR  delta-date
      *   action  badge  result(DONE/FAILED)  reason
      *   TRL  answer-count
       environment division.
            input-output section.
            file-control.
              select badge-ack
              assign to 'badge-confirm.txt'
              organization is line sequential
              file status is ack-status.

              select emp
              assign to '/Users/banma/employees.dat'
              organization is indexed
              access mode is dynamic
              record key is id-emp
              file status is emp-status.

              select optional badge-reg
              assign to 'badge-register.txt'
              organization is line sequential
              file status is reg-status.

              select badge-reg-new
              assign to 'badge-register.txt.new'
              organization is line SEQUENTIAL.

              select badge-exc
              assign to 'badge-exceptions.txt'
              organization is line SEQUENTIAL.

              select optional run-control-ext
              assign to 'run-control.txt'
              organization is line sequential
              file status is rc-ext-status.

       data division.
            file section.
            fd badge-ack.
            01 ack-line.
                05 ack-action pic x(9).
                05 ack-sp1 pic x(2).
                05 ack-badge pic x(4).
                05 ack-sp2 pic x(2).
                05 ack-result pic x(8).
                05 ack-sp3 pic x(2).
                05 ack-reason pic x(20).

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

      * one row per badge ever sent - see badge-sync
            fd badge-reg.
            01 reg-record.
                05 reg-id pic 9999.
                05 reg-sp1 pic x(2).
                05 reg-sent-state pic x.
                05 reg-sp2 pic x(2).
                05 reg-sent-site pic x(3).
                05 reg-sp3 pic x(2).
                05 reg-sent-date pic x(10).
                05 reg-sp4 pic x(2).
                05 reg-sent-action pic x(9).
                05 reg-sp5 pic x(2).
                05 reg-conf pic x.
                05 reg-sp6 pic x(2).
                05 reg-vendor-state pic x.
                05 reg-sp7 pic x(2).
                05 reg-vendor-site pic x(3).
                05 reg-sp8 pic x(2).
                05 reg-conf-date pic x(10).
                05 reg-cr pic x.

            fd badge-reg-new.
            01 reg-record-new pic x(59).

            fd badge-exc.
            01 exc-text-line.
                05 exc-text pic x(113).
                05 exc-cr pic x.
            01 exc-detail-line.
                05 exd-id pic 9999.
                05 exd-sp1 pic x(2).
                05 exd-name pic x(31).
                05 exd-sp2 pic x(2).
                05 exd-dept pic x(3).
                05 exd-sp3 pic x(2).
                05 exd-term pic x(10).
                05 exd-sp4 pic x(2).
                05 exd-sent pic x(10).
                05 exd-sp5 pic x(2).
                05 exd-why pic x(21).
                05 exd-sp6 pic x(2).
                05 exd-reason pic x(20).
                05 exd-sp7 pic x(2).
                05 exd-cr pic x.

            fd run-control-ext.
            01 rc-ext-record.
                05 rcx-date pic x(10).
                05 rcx-sp1 pic x(2).
                05 rcx-step pic x(8).
                05 rcx-sp2 pic x(2).
                05 rcx-run-status pic x(9).

            working-storage section.
            01 ack-status pic xx.
            01 emp-status pic xx.
            01 reg-status pic xx.
            01 rc-ext-status pic xx.

            01 ws-today-raw pic 9(8).
            01 ws-today-parts redefines ws-today-raw.
                05 ws-td-year pic 9999.
                05 ws-td-month pic 99.
                05 ws-td-day pic 99.
            01 ws-today pic x(10).
            01 ws-cmd pic x(80).

      * the register by badge id, as badge-sync keeps it, with the
      * vendor's failure reason from this confirmation alongside
            01 ws-reg-table.
                05 ws-reg occurs 9999 times.
                    10 wr-known pic x.
                    10 wr-sent-state pic x.
                    10 wr-sent-site pic x(3).
                    10 wr-sent-date pic x(10).
                    10 wr-sent-action pic x(9).
                    10 wr-conf pic x.
                    10 wr-vendor-state pic x.
                    10 wr-vendor-site pic x(3).
                    10 wr-conf-date pic x(10).
                    10 wr-fail-reason pic x(20).
            01 ws-reg-scan pic 9(5).

            01 ws-ack-date pic x(10) value spaces.
            01 ws-ack-count pic 9(5) value 0.
            01 ws-ack-trl-seen pic x value 'N'.
            01 ws-ack-trl-count pic 9(5).
            01 ws-ack-trl-x pic x(5).
            01 ws-ack-id pic 9999.

            01 ws-done pic 9(5) value 0.
            01 ws-failed pic 9(5) value 0.
            01 ws-unmatched pic 9(5) value 0.
            01 ws-unanswered pic 9(5) value 0.
            01 ws-exceptions pic 9(5) value 0.
            01 ws-all-clean pic x value 'Y'.
            01 ws-stamp-status pic x(9).
            01 ws-why pic x(21).

            01 cr pic x value X"0D".

       procedure division.
            main-para.
            accept ws-today-raw from date yyyymmdd
            move spaces to ws-today
            string ws-td-year '-' ws-td-month '-' ws-td-day
                delimited by size into ws-today

            initialize ws-reg-table
            open input badge-reg
            if reg-status = '00'
                read badge-reg into reg-record
                perform load-reg-para until reg-status = '10'
                close badge-reg
            end-if

            open input badge-ack
            if ack-status not = '00'
                display 'badge-confirm: no badge-confirm.txt on file'
                move 12 to return-code
                stop run
            end-if
            read badge-ack into ack-line
            perform take-ack-para until ack-status = '10'
            close badge-ack

      * the vendor's own trailer must cover every answer it sent
            if ws-ack-trl-seen = 'N'
                display 'badge-confirm: no TRL on confirmation'
                move 'N' to ws-all-clean
            else
                if ws-ack-count not = ws-ack-trl-count
                    display 'badge-confirm: trailer says '
                        ws-ack-trl-count ' answers, file carried '
                        ws-ack-count
                    move 'N' to ws-all-clean
                end-if
            end-if

      * every action sent in that delta must have come back answered
            perform varying ws-reg-scan from 1 by 1
                until ws-reg-scan > 9999
                if wr-known (ws-reg-scan) = 'Y'
                    and wr-conf (ws-reg-scan) = 'P'
                    and wr-sent-date (ws-reg-scan) = ws-ack-date
                    add 1 to ws-unanswered
                    display 'badge-confirm: no answer for '
                        wr-sent-action (ws-reg-scan) ' '
                        ws-reg-scan
                    move 'N' to ws-all-clean
                end-if
            end-perform
            if ws-unmatched > 0
                move 'N' to ws-all-clean
            end-if

            open output badge-reg-new
            perform varying ws-reg-scan from 1 by 1
                until ws-reg-scan > 9999
                if wr-known (ws-reg-scan) = 'Y'
                    perform write-reg-para
                end-if
            end-perform
            close badge-reg-new
            move spaces to ws-cmd
            move 'mv badge-register.txt.new badge-register.txt'
                to ws-cmd
            call "SYSTEM" using ws-cmd

            perform exceptions-para

            if ws-all-clean = 'Y'
                move 'COMPLETED' to ws-stamp-status
            else
                move 'FAILED' to ws-stamp-status
            end-if
            open extend run-control-ext
            move ws-ack-date to rcx-date
            move '  ' to rcx-sp1
            move 'BADGEACK' to rcx-step
            move '  ' to rcx-sp2
            move ws-stamp-status to rcx-run-status
            write rc-ext-record
            end-write
            close run-control-ext

            display 'badge-confirm: ' ws-done ' done, ' ws-failed
                ' failed (resent next run), ' ws-unanswered
                ' unanswered, ' ws-unmatched ' unmatched; '
                ws-exceptions ' terminated badges may still be active'
            if ws-all-clean = 'N'
                move 12 to return-code
            else
                if ws-exceptions > 0
                    move 4 to return-code
                end-if
            end-if
            stop run.

            load-reg-para.
            if reg-id is numeric and reg-id > 0
                move 'Y' to wr-known (reg-id)
                move reg-sent-state to wr-sent-state (reg-id)
                move reg-sent-site to wr-sent-site (reg-id)
                move reg-sent-date to wr-sent-date (reg-id)
                move reg-sent-action to wr-sent-action (reg-id)
                move reg-conf to wr-conf (reg-id)
                move reg-vendor-state to wr-vendor-state (reg-id)
                move reg-vendor-site to wr-vendor-site (reg-id)
                move reg-conf-date to wr-conf-date (reg-id)
            end-if
            read badge-reg into reg-record
            end-read.

      * one confirmation line - an answer matches the action still
      * pending for that badge from the delta of the HDR date. DONE
      * makes it what the vendor holds; anything else puts the badge
      * back to what the vendor held before, so badge-sync sends the
      * action again
            take-ack-para.
            if ack-line (1:3) = 'HDR'
                move ack-line (6:10) to ws-ack-date
            else
            if ack-line (1:3) = 'TRL'
                move 'Y' to ws-ack-trl-seen
                move ack-line (6:5) to ws-ack-trl-x
                if ws-ack-trl-x is numeric
                    move ws-ack-trl-x to ws-ack-trl-count
                else
                    move 0 to ws-ack-trl-count
                end-if
            else
                add 1 to ws-ack-count
                if ack-badge is numeric and ack-badge not = '0000'
                    move ack-badge to ws-ack-id
                else
                    move 0 to ws-ack-id
                end-if
                if ws-ack-id = 0
                    perform no-match-para
                else
                if wr-known (ws-ack-id) not = 'Y'
                    or wr-conf (ws-ack-id) not = 'P'
                    or wr-sent-date (ws-ack-id) not = ws-ack-date
                    or wr-sent-action (ws-ack-id) not = ack-action
                    perform no-match-para
                else
                    move ws-today to wr-conf-date (ws-ack-id)
                    if ack-result = 'DONE'
                        add 1 to ws-done
                        move 'C' to wr-conf (ws-ack-id)
                        move wr-sent-state (ws-ack-id)
                            to wr-vendor-state (ws-ack-id)
                        move wr-sent-site (ws-ack-id)
                            to wr-vendor-site (ws-ack-id)
                    else
                        add 1 to ws-failed
                        move 'F' to wr-conf (ws-ack-id)
                        move ack-reason to wr-fail-reason (ws-ack-id)
                        move wr-vendor-state (ws-ack-id)
                            to wr-sent-state (ws-ack-id)
                        move wr-vendor-site (ws-ack-id)
                            to wr-sent-site (ws-ack-id)
                        display 'badge-confirm: ' ack-action ' '
                            ack-badge ' failed - ' ack-reason
                    end-if
                end-if
                end-if
            end-if
            end-if
            read badge-ack into ack-line
            end-read.

            no-match-para.
            add 1 to ws-unmatched
            display 'badge-confirm: answer matches nothing pending - '
                ack-action ' ' ack-badge ' ' ack-result.

            write-reg-para.
            move ws-reg-scan to reg-id
            move '  ' to reg-sp1
            move wr-sent-state (ws-reg-scan) to reg-sent-state
            move '  ' to reg-sp2
            move wr-sent-site (ws-reg-scan) to reg-sent-site
            move '  ' to reg-sp3
            move wr-sent-date (ws-reg-scan) to reg-sent-date
            move '  ' to reg-sp4
            move wr-sent-action (ws-reg-scan) to reg-sent-action
            move '  ' to reg-sp5
            move wr-conf (ws-reg-scan) to reg-conf
            move '  ' to reg-sp6
            move wr-vendor-state (ws-reg-scan) to reg-vendor-state
            move '  ' to reg-sp7
            move wr-vendor-site (ws-reg-scan) to reg-vendor-site
            move '  ' to reg-sp8
            move wr-conf-date (ws-reg-scan) to reg-conf-date
            move cr to reg-cr
            write reg-record-new from reg-record
            end-write.

      * leavers whose badge may still open a clock
            exceptions-para.
            open output badge-exc
            move spaces to exc-text-line
            string 'TERMINATED BADGES STILL ACTIVE AT THE CLOCKS - '
                'confirmation of ' ws-ack-date ', run ' ws-today
                delimited by size into exc-text
            move cr to exc-cr
            write exc-text-line
            end-write
            move spaces to exc-text-line
            move cr to exc-cr
            write exc-text-line
            end-write
            move spaces to exc-text-line
            move 'ID' to exc-text (1:2)
            move 'NAME' to exc-text (7:4)
            move 'DEPT' to exc-text (40:4)
            move 'TERMINATED' to exc-text (45:10)
            move 'SENT' to exc-text (57:4)
            move 'STATE' to exc-text (69:5)
            move 'VENDOR REASON' to exc-text (92:13)
            move cr to exc-cr
            write exc-text-line
            end-write

            open input emp
            if emp-status not = '00'
                display 'badge-confirm: employee master missing or '
                    'unreadable - no exception list'
                move 'N' to ws-all-clean
            else
                move 0 to id-emp
                start emp key is not less than id-emp
                end-start
                read emp next
                end-read
                perform check-leaver-para until emp-status = '10'
                close emp
            end-if

            move spaces to exc-text-line
            move cr to exc-cr
            write exc-text-line
            end-write
            move spaces to exc-text-line
            string 'BADGES LISTED: ' ws-exceptions
                delimited by size into exc-text
            move cr to exc-cr
            write exc-text-line
            end-write
            close badge-exc.

      * the vendor may still have the badge active when it last held
      * it active, when the disable was never sent or was put back
      * after failing, or when a disable is out but unanswered
            check-leaver-para.
            if emp-status-code = 'T'
                and termination-date not > ws-today
                and wr-known (id-emp) = 'Y'
                move spaces to ws-why
                evaluate true
                    when wr-conf (id-emp) = 'F'
                        and wr-sent-action (id-emp) = 'DISABLE'
                        move 'DISABLE FAILED' to ws-why
                    when wr-sent-state (id-emp) = 'D'
                        and wr-conf (id-emp) = 'P'
                        move 'DISABLE NOT CONFIRMED' to ws-why
                    when wr-sent-state (id-emp) = 'A'
                        move 'DISABLE NOT SENT' to ws-why
                    when wr-vendor-state (id-emp) = 'A'
                        and wr-conf (id-emp) not = 'C'
                        move 'VENDOR STILL ACTIVE' to ws-why
                end-evaluate
                if ws-why not = spaces
                    add 1 to ws-exceptions
                    move spaces to exc-detail-line
                    move id-emp to exd-id
                    string last-name delimited by '  '
                        ', ' delimited by size
                        first-name delimited by '  '
                        into exd-name
                    move depart to exd-dept
                    move termination-date to exd-term
                    move wr-sent-date (id-emp) to exd-sent
                    move ws-why to exd-why
                    move wr-fail-reason (id-emp) to exd-reason
                    move cr to exd-cr
                    write exc-detail-line
                    end-write
                end-if
            end-if
            read emp next
            end-read.
