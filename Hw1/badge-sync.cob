       identification division.
       program-id. badge-sync.

      * nightly badge export to the timeclock vendor. the clocks only
      * know what we tell them, so a terminated badge kept working
      * and new hires could not badge until the vendor was phoned.
      * this works out what every badge should be tonight - active
      * at the employee's current department (the master department
      * or the latest approved TRANSFER in effect on
      * employee-changes.txt), or disabled once the termination date
      * has come - and compares it with what was last sent, held per
      * badge in badge-register.txt. only the differences go out, in
      * the vendor's delta layout, as badge-delta.txt (kept as
      * badge-delta-<date>.txt too); each action is marked pending
      * on the register until badge-confirm reads the vendor's
      * confirmation back. the first run against an empty register
      * enrols every current badge. stamps BADGE in run-control.txt
      * and refuses a second run on the same date, which would
      * overwrite a delta the vendor may not have collected yet.
      *
      * the delta layout agreed with the vendor:
      *   HDR  delta-date
      *   action(ADD/DISABLE/MOVE-SITE)  badge  site  last  first
      *        effective-date
      *   TRL  actions  adds  disables  moves  badge-hash
       environment division.
            input-output section.
            file-control.
              select emp
              assign to '/Users/banma/employees.dat'
              organization is indexed
              access mode is dynamic
              record key is id-emp
              file status is emp-status.

              select optional emp-changes
              assign to '/Users/banma/employee-changes.txt'
              organization is line sequential
              file status is chg-status.

              select optional badge-reg
              assign to 'badge-register.txt'
              organization is line sequential
              file status is reg-status.

              select badge-reg-new
              assign to 'badge-register.txt.new'
              organization is line SEQUENTIAL.

              select badge-delta
              assign to 'badge-delta.txt'
              organization is line SEQUENTIAL.

              select optional run-control
              assign to 'run-control.txt'
              organization is line sequential
              file status is rc-status.

              select optional run-control-ext
              assign to 'run-control.txt'
              organization is line sequential
              file status is rc-ext-status.

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

      * one row per badge ever sent: what we last sent and when, the
      * vendor's answer (P pending, C confirmed, F failed) and what
      * the vendor is known to hold
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

            fd badge-delta.
            01 delta-header.
                05 dh-tag pic x(3).
                05 dh-sp1 pic x(2).
                05 dh-date pic x(10).
                05 dh-cr pic x.
            01 delta-line.
                05 dl-action pic x(9).
                05 dl-sp1 pic x(2).
                05 dl-badge pic 9999.
                05 dl-sp2 pic x(2).
                05 dl-site pic x(3).
                05 dl-sp3 pic x(2).
                05 dl-last pic x(20).
                05 dl-sp4 pic x(2).
                05 dl-first pic x(10).
                05 dl-sp5 pic x(2).
                05 dl-eff-date pic x(10).
                05 dl-cr pic x.
            01 delta-trailer.
                05 dt-tag pic x(3).
                05 dt-sp1 pic x(2).
                05 dt-count pic 9(5).
                05 dt-sp2 pic x(2).
                05 dt-adds pic 9(5).
                05 dt-sp3 pic x(2).
                05 dt-disables pic 9(5).
                05 dt-sp4 pic x(2).
                05 dt-moves pic 9(5).
                05 dt-sp5 pic x(2).
                05 dt-hash pic 9(9).
                05 dt-cr pic x.

            fd run-control.
            01 rc-record.
                05 rc-date pic x(10).
                05 rc-sp1 pic x(2).
                05 rc-step pic x(8).
                05 rc-sp2 pic x(2).
                05 rc-run-status pic x(9).

            fd run-control-ext.
            01 rc-ext-record.
                05 rcx-date pic x(10).
                05 rcx-sp1 pic x(2).
                05 rcx-step pic x(8).
                05 rcx-sp2 pic x(2).
                05 rcx-run-status pic x(9).

            working-storage section.
            01 emp-status pic xx.
            01 chg-status pic xx.
            01 reg-status pic xx.
            01 rc-status pic xx.
            01 rc-ext-status pic xx.

            01 ws-today-raw pic 9(8).
            01 ws-today-parts redefines ws-today-raw.
                05 ws-td-year pic 9999.
                05 ws-td-month pic 99.
                05 ws-td-day pic 99.
            01 ws-today pic x(10).
            01 ws-already-run pic x value 'N'.
            01 ws-cmd pic x(80).

      * the register by badge id - wr-known spaces for a badge never
      * sent
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
            01 ws-reg-scan pic 9(5).

      * the department each employee has moved to by tonight, with
      * the date the move took effect - spaces where there is none
            01 ws-move-table.
                05 ws-move occurs 9999 times.
                    10 wm-dept pic x(3).
                    10 wm-eff-date pic x(10).

            01 ws-want-state pic x.
            01 ws-want-site pic x(3).
            01 ws-want-action pic x(9).
            01 ws-want-eff pic x(10).

            01 ws-actions pic 9(5) value 0.
            01 ws-adds pic 9(5) value 0.
            01 ws-disables pic 9(5) value 0.
            01 ws-moves pic 9(5) value 0.
            01 ws-hash pic 9(9) value 0.
            01 ws-pending pic 9(5) value 0.

            01 cr pic x value X"0D".

       procedure division.
            main-para.
            accept ws-today-raw from date yyyymmdd
            move spaces to ws-today
            string ws-td-year '-' ws-td-month '-' ws-td-day
                delimited by size into ws-today

            open input run-control
            if rc-status = '00'
                read run-control into rc-record
                perform scan-run-control-para until rc-status = '10'
                close run-control
            end-if
            if ws-already-run = 'Y'
                display 'badge-sync: delta already sent for ' ws-today
                    ' - run badge-confirm on the vendor''s answer'
                move 12 to return-code
                stop run
            end-if

            initialize ws-reg-table
            open input badge-reg
            if reg-status = '00'
                read badge-reg into reg-record
                perform load-reg-para until reg-status = '10'
                close badge-reg
            end-if

            initialize ws-move-table
            open input emp-changes
            if chg-status = '00'
                read emp-changes into change-record
                perform load-move-para until chg-status = '10'
                close emp-changes
            end-if

            open input emp
            if emp-status not = '00'
                display 'badge-sync: employee master missing or '
                    'unreadable'
                move 12 to return-code
                stop run
            end-if

            open output badge-delta
            move 'HDR' to dh-tag
            move '  ' to dh-sp1
            move ws-today to dh-date
            move cr to dh-cr
            write delta-header
            end-write

            move 0 to id-emp
            start emp key is not less than id-emp
            end-start
            read emp next
            end-read
            perform badge-para until emp-status = '10'
            close emp

            move 'TRL' to dt-tag
            move '  ' to dt-sp1
            move ws-actions to dt-count
            move '  ' to dt-sp2
            move ws-adds to dt-adds
            move '  ' to dt-sp3
            move ws-disables to dt-disables
            move '  ' to dt-sp4
            move ws-moves to dt-moves
            move '  ' to dt-sp5
            move ws-hash to dt-hash
            move cr to dt-cr
            write delta-trailer
            end-write
            close badge-delta

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
            move spaces to ws-cmd
            string 'cp badge-delta.txt badge-delta-' ws-today '.txt'
                delimited by size into ws-cmd
            call "SYSTEM" using ws-cmd

            open extend run-control-ext
            move ws-today to rcx-date
            move '  ' to rcx-sp1
            move 'BADGE' to rcx-step
            move '  ' to rcx-sp2
            move 'COMPLETED' to rcx-run-status
            write rc-ext-record
            end-write
            close run-control-ext

            display 'badge-sync: ' ws-actions ' actions sent - '
                ws-adds ' ADD, ' ws-disables ' DISABLE, ' ws-moves
                ' MOVE-SITE; ' ws-pending ' awaiting confirmation'
            stop run.

            scan-run-control-para.
            if rc-date = ws-today and rc-step = 'BADGE'
                and rc-run-status = 'COMPLETED'
                move 'Y' to ws-already-run
            end-if
            read run-control into rc-record
            end-read.

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

      * approved transfers in effect by tonight (or rows predating
      * maker-checker), in file order - the latest one stands
            load-move-para.
            if (chg-chg-status = 'APPROVED'
                or chg-chg-status = spaces)
                and chg-action = 'TRANSFER'
                and chg-id > 0
                and chg-eff-date not > ws-today
                move chg-value (1:3) to wm-dept (chg-id)
                move chg-eff-date to wm-eff-date (chg-id)
            end-if
            read emp-changes into change-record
            end-read.

      * what this badge should be tonight against what was last
      * sent. a leaver is active until the termination date comes;
      * a badge never enrolled is not disabled, only never added;
      * a rehire after a disable is added again
            badge-para.
            move spaces to ws-want-action
            if emp-status-code = 'T'
                and termination-date not > ws-today
                move 'D' to ws-want-state
                move wr-sent-site (id-emp) to ws-want-site
                move termination-date to ws-want-eff
            else
                move 'A' to ws-want-state
                move depart to ws-want-site
                move hire-date to ws-want-eff
                if wm-dept (id-emp) not = spaces
                    move wm-dept (id-emp) to ws-want-site
                end-if
            end-if

            if ws-want-state = 'D'
                if wr-known (id-emp) = 'Y'
                    and wr-sent-state (id-emp) = 'A'
                    move 'DISABLE' to ws-want-action
                    add 1 to ws-disables
                end-if
            else
                if wr-known (id-emp) not = 'Y'
                    or wr-sent-state (id-emp) not = 'A'
                    move 'ADD' to ws-want-action
                    add 1 to ws-adds
                else
                    if wr-sent-site (id-emp) not = ws-want-site
                        move 'MOVE-SITE' to ws-want-action
                        move wm-eff-date (id-emp) to ws-want-eff
                        if ws-want-eff = spaces
                            move ws-today to ws-want-eff
                        end-if
                        add 1 to ws-moves
                    end-if
                end-if
            end-if

            if ws-want-action not = spaces
                perform send-para
            end-if
            if wr-known (id-emp) = 'Y' and wr-conf (id-emp) = 'P'
                add 1 to ws-pending
            end-if
            read emp next
            end-read.

      * one action out, and the register marked pending for it
            send-para.
            move ws-want-action to dl-action
            move '  ' to dl-sp1
            move id-emp to dl-badge
            move '  ' to dl-sp2
            move ws-want-site to dl-site
            move '  ' to dl-sp3
            move last-name to dl-last
            move '  ' to dl-sp4
            move first-name to dl-first
            move '  ' to dl-sp5
            move ws-want-eff to dl-eff-date
            move cr to dl-cr
            write delta-line
            end-write
            add 1 to ws-actions
            add id-emp to ws-hash

            if wr-known (id-emp) not = 'Y'
                move 'Y' to wr-known (id-emp)
                move spaces to wr-vendor-state (id-emp)
                move spaces to wr-vendor-site (id-emp)
                move spaces to wr-conf-date (id-emp)
            end-if
            move ws-want-state to wr-sent-state (id-emp)
            move ws-want-site to wr-sent-site (id-emp)
            move ws-today to wr-sent-date (id-emp)
            move ws-want-action to wr-sent-action (id-emp)
            move 'P' to wr-conf (id-emp).

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
