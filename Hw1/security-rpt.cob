       identification division.
       program-id. security-rpt.

      * the security exception report for audit: every sign-on the
      * maintenance programs refused (unknown operator, disabled
      * operator, wrong PIN) and every action an operator was refused
      * (role not held, department outside the operator's scope), as
      * appended to security-exceptions.txt, listed for a date range
      * with refused sign-ons and refused actions totalled - to be
      * read alongside employee-audit.txt, which holds what the
      * accepted actions actually changed. a blank from/to date
      * leaves that end of the range open.
       environment division.
            input-output section.
            file-control.
              select optional sec-log
              assign to '/Users/banma/security-exceptions.txt'
              organization is line sequential
              file status is sec-status.

              select sec-rpt
              assign to 'security-exception-report.txt'
              organization is line SEQUENTIAL.

       data division.
            file section.
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

            fd sec-rpt.
            01 srp-text-line.
                05 st-text pic x(100).
                05 st-cr pic x.

            working-storage section.
            01 sec-status pic xx.
            01 ws-from-date pic x(10).
            01 ws-to-date pic x(10).
            01 ws-signon-count pic 9(5) value 0.
            01 ws-action-count pic 9(5) value 0.
            01 ws-listed pic 9(5) value 0.

            01 cr pic x value X"0D".

       procedure division.
            main-para.
            display 'From date (YYYY-MM-DD, blank for all): '
            accept ws-from-date
            display 'To date (YYYY-MM-DD, blank for all): '
            accept ws-to-date

            open output sec-rpt
            move spaces to st-text
            string 'Security Exception Report  ' ws-from-date
                ' to ' ws-to-date
                delimited by size into st-text
            move cr to st-cr
            write srp-text-line
            end-write
            move spaces to st-text
            move 'Date        Time      Program            Operator'
                to st-text
            move '    Action     Key   Reason' to st-text (50:27)
            move cr to st-cr
            write srp-text-line
            end-write

            open input sec-log
            if sec-status = '00'
                read sec-log into sec-record
                perform list-para until sec-status = '10'
                close sec-log
            end-if

            move spaces to st-text
            move cr to st-cr
            write srp-text-line
            end-write
            move spaces to st-text
            string 'Refused sign-ons: ' ws-signon-count
                '   Refused actions: ' ws-action-count
                delimited by size into st-text
            move cr to st-cr
            write srp-text-line
            end-write
            close sec-rpt

            display 'security-rpt: ' ws-listed ' exceptions listed'
            stop run.

            list-para.
            if (ws-from-date = spaces or sec-date not < ws-from-date)
                and (ws-to-date = spaces or sec-date not > ws-to-date)
                add 1 to ws-listed
                if sec-action = 'SIGN-ON'
                    add 1 to ws-signon-count
                else
                    add 1 to ws-action-count
                end-if
                move spaces to st-text
                move sec-record (1:100) to st-text
                move cr to st-cr
                write srp-text-line
                end-write
            end-if
            read sec-log into sec-record
            end-read.
