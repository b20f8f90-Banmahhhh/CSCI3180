      * reads: open cases in suspicious-cases.txt (disposition blank),
      * unapproved hours in unapproved-overtime.txt, pending requests
      * in leave-requests.txt (approved flag not Y) and NO MATCHING
      * EMPLOYEE rows in attendance-exceptions.txt, plus the
      * return-to-work interviews in rtw-interviews.txt still open
      * past their due date (aged from the due date). every item is
      * resolved to a department the way write-sum-status does it
      * (master row plus effective-dated transfers), and the list
      * shows per-department item counts and how many days each item
              organization is line sequential
              file status is chg-status.

      * interviews rtw-track opens after each sickness episode
              select optional rtw-file
              assign to 'rtw-interviews.txt'
              organization is line sequential
              file status is rtw-status.

              select action-rpt
              assign to 'action-list.txt'
              organization is line SEQUENTIAL.

      * the department master - shift hours, cost centre, manager
              select dept-master
              assign to '/Users/banma/department-master.txt'
              organization is line sequential
              file status is dept-status.

       data division.
            file section.
            fd sus-cases.
                05 chg-sp6 pic x(2).
                05 chg-approver pic x(10).

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

            fd action-rpt.
            01 act-text-line.
                05 at-text pic x(66).
                05 ad-label pic x(5).
                05 ad-cr pic x.

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
            01 case-status pic xx.
            01 unapp-status pic xx.
            01 exc-status pic xx.
            01 emp-status pic xx.
            01 chg-status pic xx.
            01 rtw-status pic xx.

            01 dept-status pic xx.
            copy "department.cpy".

      * department per employee id, master first then any transfer
      * already in effect today laid on top - the same resolution
                    10 wc-eff-date pic x(10).

      * everything collected, tagged with its department section
      * (one per master department, then OTH) before printing
            01 ws-item-count pic 999 value 0.
            01 ws-item-table.
                05 ws-item-entry occurs 500 times
                    depending on ws-item-count indexed by item-idx.
                    10 wi-dept-idx pic 99.
                    10 wi-date pic x(10).
                    10 wi-id pic 9999.
                    10 wi-type pic x(14).
            01 ws-item-detail pic x(20).
            01 ws-item-dept pic x(3).

            01 ws-dept-idx pic 99.
            01 ws-dept-name pic x(3).
            01 ws-dept-items pic 999.
            01 ws-item-scan pic 999.

       procedure division.
            main-para.
      * departments (and their order on the report) come off the
      * department master
            open input dept-master
            if dept-status not = '00'
                display 'action-list: no department master on file'
                move 12 to return-code
                stop run
            end-if
            read dept-master into dept-master-record
            perform load-dept-para until dept-status = '10'
            close dept-master

            accept ws-today-raw from date yyyymmdd
            move spaces to ws-today-str
            string ws-td-year '-' ws-td-month '-' ws-td-day
                close emp-changes
            end-if

      * gather the sources - a missing file just means that
      * source has nothing open today
            open input sus-cases
            if case-status = '00'
                close att-exceptions
            end-if

            open input rtw-file
            if rtw-status = '00'
                read rtw-file into rtw-record
                perform collect-rtw-para until rtw-status = '10'
                close rtw-file
            end-if

            open output action-rpt
            move spaces to at-text
            string 'Department Action List  ' ws-today-str
            end-write

            perform varying ws-dept-idx from 1 by 1
                until ws-dept-idx > dept-count + 1
                if ws-dept-idx > dept-count
                    move 'OTH' to ws-dept-name
                else
                    move dept-code (ws-dept-idx) to ws-dept-name
                end-if
                perform print-dept-para
            end-perform
            read att-exceptions into exc-line
            end-read.

      * an interview still open past its due date ages from the due
      * date, so the age is how late it is
            collect-rtw-para.
            if rtw-state = 'OPEN' and rtw-due < ws-today-str
                move rtw-id to ws-item-id
                move rtw-due to ws-item-date
                move 'RTW OVERDUE' to ws-item-type
                move spaces to ws-item-detail
                string 'RETURNED ' rtw-return delimited by size
                    into ws-item-detail
                perform store-item-para
            end-if
            read rtw-file into rtw-record
            end-read.

      * resolve the item to a department section and bank it with
      * its age in days
            store-item-para.
                end-if
            end-perform

            compute ws-dept-idx = dept-count + 1
            set dept-idx to 1
            search dept-entry
                at end continue
                when dept-code (dept-idx) = ws-item-dept
                    set ws-dept-idx to dept-idx
            end-search

            if ws-item-count < 500
            move cr to at-cr
            write act-text-line
            end-write
      * who the section lands on - the department's responsible
      * manager off the master
            if ws-dept-idx not > dept-count
                move spaces to at-text
                string '  ' dept-desc (ws-dept-idx) '  manager: '
                    dept-manager (ws-dept-idx)
                    delimited by size into at-text
                move cr to at-cr
                write act-text-line
                end-write
            end-if

            perform varying ws-item-scan from 1 by 1
                until ws-item-scan > ws-item-count
            compute ws-cd-serial = ws-cd-day + ws-cd-t1
                + 365 * ws-cd-y + ws-cd-q4 - ws-cd-q100 + ws-cd-q400
                - 32045.

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
