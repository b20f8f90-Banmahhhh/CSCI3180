       identification division.
       program-id. staffing-rpt.

      * same-day minimum staffing check, run straight after the daily
      * run so operations can call in cover. atd leaves the counts
      * behind each department section of the summary in
      * dept-presence.txt; every department's crew on site (present,
      * late or suspicious - a suspicious day still has punches) is
      * set against the minimum crew for that department and weekday
      * in minimum-staffing.txt, and anything below it is listed
      * SHORT with the gap, the department manager and where the
      * missing crew went (absent, on leave, rostered off). a weekend
      * or holiday is nobody's working day and is not checked.
      * staffing-shortfall.txt is the report; return code 4 when any
      * department is short.
      *
      * minimum-staffing.txt is kept by operations, one row per
      * department and weekday change:
      *   dept  day(MON..SUN)  minimum  effective-date
      * the latest row in effect on the date applies, and a minimum
      * of 0 withdraws the check for that department and weekday.
       environment division.
            input-output section.
            file-control.
              select dept-counts
              assign to 'dept-presence.txt'
              organization is line sequential
              file status is dc-status.

              select optional min-staff
              assign to 'minimum-staffing.txt'
              organization is line sequential
              file status is ms-status.

              select dept-master
              assign to '/Users/banma/department-master.txt'
              organization is line sequential
              file status is dept-status.

              select shortfall-rpt
              assign to 'staffing-shortfall.txt'
              organization is line SEQUENTIAL.

       data division.
            file section.
            fd dept-counts.
            01 dept-count-record.
                05 dc-date pic x(10).
                05 dc-sp1 pic x(2).
                05 dc-dept pic x(3).
                05 dc-sp2 pic x(2).
                05 dc-day-type pic x.
                05 dc-sp3 pic x(2).
                05 dc-present pic 9(5).
                05 dc-sp4 pic x(2).
                05 dc-late pic 9(5).
                05 dc-sp5 pic x(2).
                05 dc-susp pic 9(5).
                05 dc-sp6 pic x(2).
                05 dc-absent pic 9(5).
                05 dc-sp7 pic x(2).
                05 dc-leave pic 9(5).
                05 dc-sp8 pic x(2).
                05 dc-nonwork pic 9(5).
                05 dc-sp9 pic x(2).
                05 dc-dayoff pic 9(5).
                05 dc-cr pic x.

            fd min-staff.
            01 min-staff-record.
                05 ms-dept pic x(3).
                05 ms-sp1 pic x(2).
                05 ms-day pic x(3).
                05 ms-sp2 pic x(2).
                05 ms-minimum pic 999.
                05 ms-sp3 pic x(2).
                05 ms-eff-date pic x(10).

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

            fd shortfall-rpt.
            01 sr-text-line.
                05 sr-text pic x(104).
                05 sr-cr pic x.
            01 sr-detail-line.
                05 srd-dept pic x(3).
                05 srd-sp1 pic x(2).
                05 srd-desc pic x(20).
                05 srd-sp2 pic x(2).
                05 srd-manager pic x(10).
                05 srd-sp3 pic x(2).
                05 srd-minimum pic zz9.
                05 srd-sp4 pic x(2).
                05 srd-on-site pic zzzz9.
                05 srd-sp5 pic x(2).
                05 srd-short pic zzzz9.
                05 srd-sp6 pic x(2).
                05 srd-absent pic zzzz9.
                05 srd-sp7 pic x(2).
                05 srd-leave pic zzzz9.
                05 srd-sp8 pic x(2).
                05 srd-dayoff pic zzzz9.
                05 srd-sp9 pic x(2).
                05 srd-state pic x(16).
                05 srd-sp10 pic x(2).
                05 srd-cr pic x.

            working-storage section.
            01 dc-status pic xx.
            01 ms-status pic xx.
            01 dept-status pic xx.

            copy "department.cpy".

      * the minimum staffing rows as kept - resolved per department
      * and weekday against the date being checked
            01 ws-min-count pic 999 value 0.
            01 ws-min-table.
                05 ws-min-entry occurs 500 times.
                    10 wmn-dept pic x(3).
                    10 wmn-day pic x(3).
                    10 wmn-minimum pic 999.
                    10 wmn-eff-date pic x(10).
            01 ws-min-scan pic 999.
            01 ws-min-found pic x.
            01 ws-min-best-eff pic x(10).
            01 ws-minimum pic 999.

            01 ws-check-date pic x(10) value spaces.
            01 ws-day-names pic x(21) value 'MONTUEWEDTHUFRISATSUN'.
            01 ws-day-name pic x(3).

      * whole-day serial number (Julian day) of the date - mod 7 is
      * the weekday, 0 Monday .. 6 Sunday
            01 ws-cd-date pic x(10).
            01 ws-cd-parts redefines ws-cd-date.
                05 ws-cd-year pic 9999.
                05 ws-cd-dash1 pic x.
                05 ws-cd-month pic 99.
                05 ws-cd-dash2 pic x.
                05 ws-cd-day pic 99.
            01 ws-cd-a pic 9.
            01 ws-cd-am pic 99.
            01 ws-cd-y pic 9(4).
            01 ws-cd-m pic 99.
            01 ws-cd-t pic 9(4).
            01 ws-cd-t1 pic 9(4).
            01 ws-cd-q4 pic 9(4).
            01 ws-cd-q100 pic 9(4).
            01 ws-cd-q400 pic 9(4).
            01 ws-cd-serial pic 9(7).
            01 ws-wd-q pic 9(7).
            01 ws-wd-dow pic 9.

            01 ws-on-site pic 9(5).
            01 ws-short pic 9(5).
            01 ws-depts-checked pic 999 value 0.
            01 ws-depts-short pic 999 value 0.
            01 ws-crew-short pic 9(5) value 0.

            01 cr pic x value X"0D".

       procedure division.
            main-para.
            open input dept-master
            if dept-status not = '00'
                display 'staffing-rpt: no department master on file'
                move 12 to return-code
                stop run
            end-if
            read dept-master into dept-master-record
            perform load-dept-para until dept-status = '10'
            close dept-master

            open input min-staff
            if ms-status = '00'
                read min-staff into min-staff-record
                perform load-min-para until ms-status = '10'
                close min-staff
            end-if

            open input dept-counts
            if dc-status not = '00'
                display 'staffing-rpt: no dept-presence.txt - the '
                    'daily run has not left its department counts'
                move 12 to return-code
                stop run
            end-if
            read dept-counts into dept-count-record
            if dc-status not = '00'
                display 'staffing-rpt: dept-presence.txt is empty'
                close dept-counts
                move 12 to return-code
                stop run
            end-if

            move dc-date to ws-check-date
            move ws-check-date to ws-cd-date
            perform compute-serial-para
            divide ws-cd-serial by 7 giving ws-wd-q
                remainder ws-wd-dow
            move ws-day-names (ws-wd-dow * 3 + 1:3) to ws-day-name

            open output shortfall-rpt
            move spaces to sr-text-line
            string 'MINIMUM STAFFING CHECK - ' ws-check-date ' '
                ws-day-name
                delimited by size into sr-text
            move cr to sr-cr
            write sr-text-line
            end-write
            move spaces to sr-text-line
            move cr to sr-cr
            write sr-text-line
            end-write
      * captions placed on the same columns the detail line uses
            move spaces to sr-text-line
            move 'DEPT' to sr-text (1:4)
            move 'DESCRIPTION' to sr-text (6:11)
            move 'MANAGER' to sr-text (28:7)
            move 'MIN' to sr-text (40:3)
            move 'ONSITE' to sr-text (44:6)
            move 'SHORT' to sr-text (52:5)
            move 'ABSNT' to sr-text (59:5)
            move 'LEAVE' to sr-text (66:5)
            move 'DYOFF' to sr-text (73:5)
            move 'STATE' to sr-text (80:5)
            move cr to sr-cr
            write sr-text-line
            end-write

            perform check-dept-para until dc-status = '10'
            close dept-counts

            move spaces to sr-text-line
            move cr to sr-cr
            write sr-text-line
            end-write
            move spaces to sr-text-line
            string 'DEPARTMENTS CHECKED: ' ws-depts-checked
                '   SHORT: ' ws-depts-short
                '   CREW NEEDED: ' ws-crew-short
                delimited by size into sr-text
            move cr to sr-cr
            write sr-text-line
            end-write
            close shortfall-rpt

            display 'staffing-rpt: ' ws-check-date ' - '
                ws-depts-short ' departments short by ' ws-crew-short
                ' - see staffing-shortfall.txt'
            if ws-depts-short > 0
                move 4 to return-code
            end-if
            stop run.

      * one department's day against its minimum
            check-dept-para.
            move spaces to sr-detail-line
            move dc-dept to srd-dept
            move spaces to srd-desc
            move spaces to srd-manager
            set dept-idx to 1
            search dept-entry
                at end continue
                when dept-code (dept-idx) = dc-dept
                    move dept-desc (dept-idx) to srd-desc
                    move dept-manager (dept-idx) to srd-manager
            end-search
            compute ws-on-site = dc-present + dc-late + dc-susp
            move 0 to ws-short
            perform find-min-para
            move ws-minimum to srd-minimum
            move ws-on-site to srd-on-site
            move dc-absent to srd-absent
            move dc-leave to srd-leave
            move dc-dayoff to srd-dayoff
            evaluate true
                when dc-day-type = 'N'
                    move 'NON-WORKING DAY' to srd-state
                when ws-min-found = 'N' or ws-minimum = 0
                    move 'NO MINIMUM' to srd-state
                when ws-on-site < ws-minimum
                    compute ws-short = ws-minimum - ws-on-site
                    move 'SHORT' to srd-state
                    add 1 to ws-depts-checked
                    add 1 to ws-depts-short
                    add ws-short to ws-crew-short
                when other
                    move 'OK' to srd-state
                    add 1 to ws-depts-checked
            end-evaluate
            move ws-short to srd-short
            move cr to srd-cr
            write sr-detail-line
            end-write
            read dept-counts into dept-count-record
            end-read.

      * the latest minimum row in effect on the date for the
      * department and weekday - later rows win a tie
            find-min-para.
            move 'N' to ws-min-found
            move 0 to ws-minimum
            move spaces to ws-min-best-eff
            perform varying ws-min-scan from 1 by 1
                until ws-min-scan > ws-min-count
                if wmn-dept (ws-min-scan) = dc-dept
                    and wmn-day (ws-min-scan) = ws-day-name
                    and wmn-eff-date (ws-min-scan)
                        not > ws-check-date
                    and wmn-eff-date (ws-min-scan)
                        not < ws-min-best-eff
                    move 'Y' to ws-min-found
                    move wmn-minimum (ws-min-scan) to ws-minimum
                    move wmn-eff-date (ws-min-scan)
                        to ws-min-best-eff
                end-if
            end-perform.

            load-min-para.
            if ms-minimum is numeric
                if ws-min-count < 500
                    add 1 to ws-min-count
                    move ms-dept to wmn-dept (ws-min-count)
                    move ms-day to wmn-day (ws-min-count)
                    move ms-minimum to wmn-minimum (ws-min-count)
                    move ms-eff-date to wmn-eff-date (ws-min-count)
                else
                    display 'minimum staffing table full - '
                        ms-dept ' ' ms-day ' NOT loaded'
                end-if
            end-if
            read min-staff into min-staff-record
            end-read.

      * Julian day number of ws-cd-date, integer arithmetic only
            compute-serial-para.
            compute ws-cd-am = 14 - ws-cd-month
            divide 12 into ws-cd-am giving ws-cd-a
            compute ws-cd-y = ws-cd-year + 4800 - ws-cd-a
            compute ws-cd-m = ws-cd-month + 12 * ws-cd-a - 3
            compute ws-cd-t = 153 * ws-cd-m + 2
            divide 5 into ws-cd-t giving ws-cd-t1
            divide 4 into ws-cd-y giving ws-cd-q4
            divide 100 into ws-cd-y giving ws-cd-q100
            divide 400 into ws-cd-y giving ws-cd-q400
            compute ws-cd-serial = ws-cd-day + ws-cd-t1
                + 365 * ws-cd-y + ws-cd-q4 - ws-cd-q100 + ws-cd-q400
                - 32045.

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
