       identification division.
       program-id. incentive-release.

      * second half of the month-end attendance incentive: once the
      * department managers have signed off incentive-signoff.txt,
      * payroll signs on here, withholds anyone a manager struck off,
      * and releases the rest of incentive-pending.txt to the bureau
      * as incentive-payment.txt - same envelope as the deduction
      * file, header with extract date and month, INC lines, trailer
      * with count and total amount - so ack-process can reconcile the
      * bureau's answer. every released and withheld payment is kept
      * in incentive-history.txt, and the month is stamped INCENT in
      * run-control.txt so it can never be paid twice.
       environment division.
            input-output section.
            file-control.
              select inc-pending
              assign to 'incentive-pending.txt'
              organization is line sequential
              file status is pend-status.

              select inc-payment
              assign to 'incentive-payment.txt'
              organization is line SEQUENTIAL.

              select optional inc-history
              assign to 'incentive-history.txt'
              organization is line SEQUENTIAL.

              select optional run-control
              assign to 'run-control.txt'
              organization is line sequential
              file status is rc-status.

      * who may sign on, with what PIN and in which roles - refusals
      * go to the same security log the other sign-ons use
              select optional operators
              assign to '/Users/banma/operators.txt'
              organization is line sequential
              file status is op-status.

              select optional sec-log
              assign to '/Users/banma/security-exceptions.txt'
              organization is line SEQUENTIAL.

       data division.
            file section.
            fd inc-pending.
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

            fd inc-payment.
            01 payment-header.
                05 iph-tag pic x(3).
                05 iph-sp1 pic x(2).
                05 iph-extract-date pic x(10).
                05 iph-sp2 pic x(2).
                05 iph-month pic x(7).
                05 iph-cr pic x.
            01 payment-trailer.
                05 ipt-tag pic x(3).
                05 ipt-sp1 pic x(2).
                05 ipt-count pic 9(5).
                05 ipt-sp2 pic x(2).
                05 ipt-amount pic 9(7).99.
                05 ipt-cr pic x.
            01 payment-line.
                05 ip-id pic 9999.
                05 ip-sp1 pic x(2).
                05 ip-type pic x(3).
                05 ip-sp2 pic x(2).
                05 ip-first-name pic x(10).
                05 ip-sp3 pic x(2).
                05 ip-last-name pic x(20).
                05 ip-sp4 pic x(2).
                05 ip-group pic x(3).
                05 ip-sp5 pic x(2).
                05 ip-month pic x(7).
                05 ip-sp6 pic x(2).
                05 ip-amount pic zzzz9.99.
                05 ip-cr pic x.

            fd inc-history.
            01 inc-history-record.
                05 ih-month pic x(7).
                05 ih-sp1 pic x(2).
                05 ih-id pic 9999.
                05 ih-sp2 pic x(2).
                05 ih-dept pic x(3).
                05 ih-sp3 pic x(2).
                05 ih-group pic x(3).
                05 ih-sp4 pic x(2).
                05 ih-amount pic zzzz9.99.
                05 ih-sp5 pic x(2).
                05 ih-outcome pic x(8).
                05 ih-sp6 pic x(2).
                05 ih-oper pic x(10).
                05 ih-sp7 pic x(2).
                05 ih-date pic x(10).
                05 ih-cr pic x.

            fd run-control.
            01 rc-record.
                05 rc-date pic x(10).
                05 rc-sp1 pic x(2).
                05 rc-step pic x(8).
                05 rc-sp2 pic x(2).
                05 rc-run-status pic x(9).

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
            01 pend-status pic xx.
            01 rc-status pic xx.

            01 ws-month pic x(7) value spaces.
            01 ws-trl-seen pic x value 'N'.
            01 ws-trl-count pic 9(5) value 0.
            01 ws-trl-amount pic 9(7)v99 value 0.
            01 ws-pend-amount pic 9(7)v99 value 0.

      * the staged qualifiers, each with the withhold mark payroll
      * sets from the signed-off list
            01 ws-pend-count pic 9(4) value 0.
            01 ws-pend-table.
                05 ws-pend-entry occurs 9999 times
                    depending on ws-pend-count indexed by pend-idx.
                    10 wpd-id pic 9999.
                    10 wpd-dept pic x(3).
                    10 wpd-group pic x(3).
                    10 wpd-first pic x(10).
                    10 wpd-last pic x(20).
                    10 wpd-amount pic 9(5)v99.
                    10 wpd-withheld pic x.
            01 ws-pend-scan pic 9(5).

            01 ws-already-sent pic x value 'N'.
            01 ws-withhold-x pic x(4).
            01 ws-withhold-id pic 9999.
            01 ws-withhold-done pic x value 'N'.
            01 ws-confirm pic x(7).

            01 ws-sent-count pic 9(5) value 0.
            01 ws-sent-amount pic 9(7)v99 value 0.
            01 ws-held-count pic 9(5) value 0.
            01 ws-amount-ed pic zzzzzz9.99.

            01 ws-today-raw pic 9(8).
            01 ws-today-parts redefines ws-today-raw.
                05 ws-td-year pic 9999.
                05 ws-td-month pic 99.
                05 ws-td-day pic 99.
            01 ws-today-str pic x(10).

            01 cr pic x value X"0D".
            01 ws-operator pic x(10).

      * the signed-on operator's departments and roles, as found on
      * the operator file
            01 op-status pic xx.
            01 ws-signon-pin pic x(6).
            01 ws-op-found pic x value 'N'.
            01 ws-op-depts pic x(15).
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

       procedure division.
            main-para.
            perform sign-on-para
      * releasing money to the bureau is the payroll role's
            if ws-role-payroll not = 'Y'
                move 'RELEASE' to ws-sec-action
                move spaces to ws-sec-key
                move 'NO PAYROLL ROLE' to ws-sec-reason
                perform refuse-para
                move 12 to return-code
                stop run
            end-if

            open input inc-pending
            if pend-status not = '00'
                display 'incentive-release: no incentive-pending.txt '
                    '- run incentive-rpt first'
                move 12 to return-code
                stop run
            end-if
            read inc-pending into pending-line
            perform load-pending-para until pend-status = '10'
            close inc-pending

      * the staged file must vouch for itself before anything goes
      * out on it
            if ws-month = spaces or ws-trl-seen = 'N'
                display 'incentive-release: incentive-pending.txt has '
                    'no header or trailer'
                move 12 to return-code
                stop run
            end-if
            if ws-trl-count not = ws-pend-count
                or ws-trl-amount not = ws-pend-amount
                display 'incentive-release: trailer says '
                    ws-trl-count ' payments, file carried '
                    ws-pend-count
                move 12 to return-code
                stop run
            end-if

            open input run-control
            if rc-status = '00'
                read run-control into rc-record
                perform scan-run-control-para until rc-status = '10'
                close run-control
            end-if
            if ws-already-sent = 'Y'
                display 'incentive-release: ' ws-month
                    ' incentive already released'
                move 12 to return-code
                stop run
            end-if

            move ws-pend-amount to ws-amount-ed
            display 'Incentive ' ws-month ': ' ws-pend-count
                ' qualifiers, ' ws-amount-ed
            perform withhold-para until ws-withhold-done = 'Y'

            display 'Type RELEASE to send the incentive to the bureau: '
            accept ws-confirm
            if ws-confirm not = 'RELEASE'
                display 'Not confirmed - nothing sent'
                stop run
            end-if

            accept ws-today-raw from date yyyymmdd
            move spaces to ws-today-str
            string ws-td-year '-' ws-td-month '-' ws-td-day
                delimited by size into ws-today-str

            open output inc-payment
            open extend inc-history
            move 'HDR' to iph-tag
            move '  ' to iph-sp1
            move ws-today-str to iph-extract-date
            move '  ' to iph-sp2
            move ws-month to iph-month
            move cr to iph-cr
            write payment-header
            end-write

            perform varying ws-pend-scan from 1 by 1
                until ws-pend-scan > ws-pend-count
                perform send-para
            end-perform

            move 'TRL' to ipt-tag
            move '  ' to ipt-sp1
            move ws-sent-count to ipt-count
            move '  ' to ipt-sp2
            move ws-sent-amount to ipt-amount
            move cr to ipt-cr
            write payment-trailer
            end-write
            close inc-payment
            close inc-history

            open extend run-control
            move ws-month to rc-date
            move '  ' to rc-sp1
            move 'INCENT' to rc-step
            move '  ' to rc-sp2
            move 'COMPLETED' to rc-run-status
            write rc-record
            end-write
            close run-control

            move ws-sent-amount to ws-amount-ed
            display 'incentive-release: ' ws-sent-count
                ' payments, ' ws-amount-ed ' sent for ' ws-month
                ', ' ws-held-count ' withheld'
            stop run.

            load-pending-para.
            if pending-line (1:3) = 'HDR'
                move ph-month to ws-month
            else
                if pending-line (1:3) = 'TRL'
                    move 'Y' to ws-trl-seen
                    move pt-count to ws-trl-count
                    move pt-amount to ws-trl-amount
                else
                    if ws-pend-count < 9999
                        add 1 to ws-pend-count
                        set pend-idx to ws-pend-count
                        move pl-id to wpd-id (pend-idx)
                        move pl-dept to wpd-dept (pend-idx)
                        move pl-group to wpd-group (pend-idx)
                        move pl-first-name to wpd-first (pend-idx)
                        move pl-last-name to wpd-last (pend-idx)
                        move pl-amount to wpd-amount (pend-idx)
                        move 'N' to wpd-withheld (pend-idx)
                        add pl-amount to ws-pend-amount
                    else
      * a dropped line would leave the count short of the trailer,
      * so the release is refused rather than paying part of a list
                        display 'incentive-release: pending table '
                            'full - ' pl-id ' NOT loaded'
                    end-if
                end-if
            end-if
            read inc-pending into pending-line
            end-read.

            scan-run-control-para.
            if rc-step = 'INCENT' and rc-date (1:7) = ws-month
                and rc-run-status = 'COMPLETED'
                move 'Y' to ws-already-sent
            end-if
            read run-control into rc-record
            end-read.

      * one employee struck off the signed list - blank when done
            withhold-para.
            display 'Employee id to withhold (blank when done): '
            move spaces to ws-withhold-x
            accept ws-withhold-x
            if ws-withhold-x = spaces
                move 'Y' to ws-withhold-done
            else
                if ws-withhold-x is numeric
                    move ws-withhold-x to ws-withhold-id
                    set pend-idx to 1
                    search ws-pend-entry
                        at end
                            display 'Not on the qualifier list - '
                                ws-withhold-x
                        when wpd-id (pend-idx) = ws-withhold-id
                            move 'Y' to wpd-withheld (pend-idx)
                            display 'Withheld ' ws-withhold-id
                    end-search
                else
                    display 'Not an employee id - ' ws-withhold-x
                end-if
            end-if.

      * one staged qualifier - paid, or kept back as withheld
            send-para.
            move ws-month to ih-month
            move '  ' to ih-sp1
            move wpd-id (ws-pend-scan) to ih-id
            move '  ' to ih-sp2
            move wpd-dept (ws-pend-scan) to ih-dept
            move '  ' to ih-sp3
            move wpd-group (ws-pend-scan) to ih-group
            move '  ' to ih-sp4
            move wpd-amount (ws-pend-scan) to ih-amount
            move '  ' to ih-sp5
            move '  ' to ih-sp6
            move ws-operator to ih-oper
            move '  ' to ih-sp7
            move ws-today-str to ih-date
            move cr to ih-cr
            if wpd-withheld (ws-pend-scan) = 'Y'
                move 'WITHHELD' to ih-outcome
                add 1 to ws-held-count
            else
                move 'RELEASED' to ih-outcome
                move wpd-id (ws-pend-scan) to ip-id
                move '  ' to ip-sp1
                move 'INC' to ip-type
                move '  ' to ip-sp2
                move wpd-first (ws-pend-scan) to ip-first-name
                move '  ' to ip-sp3
                move wpd-last (ws-pend-scan) to ip-last-name
                move '  ' to ip-sp4
                move wpd-group (ws-pend-scan) to ip-group
                move '  ' to ip-sp5
                move ws-month to ip-month
                move '  ' to ip-sp6
                move wpd-amount (ws-pend-scan) to ip-amount
                move cr to ip-cr
                write payment-line
                end-write
                add 1 to ws-sent-count
                add wpd-amount (ws-pend-scan) to ws-sent-amount
            end-if
            write inc-history-record
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
            move 'incentive-release' to sec-program
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
