       identification division.
       program-id. rtw-track.

      * return-to-work interview tracking after sickness absence.
      * nothing used to tell a manager that someone had just come
      * back from sickness, and the proof that interviews happened
      * was a paper folder. this reads daily-history.dat and folds
      * each employee's sickness days - unexplained ABSENCE days and
      * ON LEAVE days under an approved SICK request in
      * leave-requests.txt - into episodes, the same way bradford-rpt
      * folds absences into spells: a day off, non-working day or
      * other leave in between does not break an episode, the first
      * day back at work ends it. each ended episode opens an
      * interview in rtw-interviews.txt, due within three working days
      * of the return (weekends and listed holidays do not count), for
      * the manager to record in rtw-maintain. an episode already on
      * file is never opened twice, so the run can be repeated. an
      * episode still running when the run ends is kept on the same
      * file as a SICK row carrying its first and latest day, and
      * picked up from there next run; with those, and every
      * employee's days up to the latest return on file already
      * folded, the history is read only from a fixed lookback (see
      * ws-lookback-months) instead of from the first day on file.
      * the open interviews past their due date are listed by
      * department in rtw-overdue.txt, and action-list carries them
      * too.
       environment division.
            input-output section.
            file-control.
              select daily-history
              assign to 'daily-history.dat'
              organization is indexed
              access mode is dynamic
              record key is hist-key
              alternate record key is hist-id with duplicates
              file status is history-status.

              select optional leave-req
              assign to 'leave-requests.txt'
              organization is line sequential
              file status is leave-status.

              select optional rtw-file
              assign to 'rtw-interviews.txt'
              organization is line sequential
              file status is rtw-status.

              select rtw-new
              assign to 'rtw-interviews.txt.new'
              organization is line SEQUENTIAL.

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

              select optional holiday-cal
              assign to 'holiday-calendar.txt'
              organization is line sequential
              file status is holiday-status.

              select dept-master
              assign to '/Users/banma/department-master.txt'
              organization is line sequential
              file status is dept-status.

              select overdue-rpt
              assign to 'rtw-overdue.txt'
              organization is line SEQUENTIAL.

       data division.
            file section.
            fd daily-history.
            01 hist-line.
                05 hist-key.
                    10 hist-date pic x(10).
                    10 hist-id pic 9999.
                05 hist-status pic x(10).
                05 hist-late pic 99.
                05 hist-overtime pic 9.
                05 hist-worked pic 99.

            fd leave-req.
            01 leave-record.
                05 leave-id pic 9999.
                05 leave-start pic x(10).
                05 leave-end pic x(10).
                05 leave-approved pic x.
                05 leave-type pic x(6).
                05 leave-cert pic x.

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
      * Y when a medical certificate covers the episode
                05 rtw-cert pic x.
                05 rtw-sp7 pic x(2).
      * OPEN until the manager records the interview, then HELD -
      * SICK for an episode still running, no interview yet
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

            fd holiday-cal.
            01 holiday-record.
                05 hol-date pic x(10).
                05 hol-sp pic x(2).
                05 hol-desc pic x(30).

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

            fd overdue-rpt.
            01 ovd-text-line.
                05 ot-text pic x(70).
                05 ot-cr pic x.
            01 ovd-detail-line.
                05 od-id pic 9999.
                05 od-sp1 pic x(2).
                05 od-first-name pic x(10).
                05 od-sp2 pic x(2).
                05 od-last-name pic x(20).
                05 od-sp3 pic x(2).
                05 od-return pic x(10).
                05 od-sp4 pic x(2).
                05 od-due pic x(10).
                05 od-sp5 pic x(2).
                05 od-late pic zz9.
                05 od-cr pic x.

            working-storage section.
            01 history-status pic xx.
            01 leave-status pic xx.
            01 rtw-status pic xx.
            01 emp-status pic xx.
            01 chg-status pic xx.
            01 holiday-status pic xx.
            01 ws-mv-cmd pic x(80).

            01 dept-status pic xx.
            copy "department.cpy".

      * approved SICK requests - a covered ON LEAVE day is sickness
            01 ws-sick-count pic 999 value 0.
            01 ws-sick-table.
                05 ws-sick-entry occurs 500 times
                    depending on ws-sick-count indexed by sick-idx.
                    10 wsk-id pic 9999.
                    10 wsk-start pic x(10).
                    10 wsk-end pic x(10).
                    10 wsk-cert pic x.
            01 ws-is-sick pic x.
            01 ws-sick-cert pic x.

      * the open interviews past their due date, old and new, for the
      * overdue list - the interview file itself is copied through
      * to the new file row by row and never held whole
            01 ws-ovd-count pic 9(4) value 0.
            01 ws-ovd-table.
                05 ws-ovd-entry occurs 9999 times
                    depending on ws-ovd-count indexed by ovd-idx.
                    10 wo-id pic 9999.
                    10 wo-return pic x(10).
                    10 wo-due pic x(10).
                    10 wo-dept-idx pic 99.
            01 ws-ovd-scan pic 9(5).
            01 ws-opened pic 9(5) value 0.
            01 ws-overdue pic 9(5) value 0.

      * the open episode per employee, oldest day first - and the
      * last day already folded by an earlier run (the latest return
      * on file, or a carried episode's latest day), on or before
      * which the history is not looked at again
            01 ws-ep-table.
                05 ws-ep-row occurs 9999 times.
                    10 ws-ep-open pic x.
                    10 ws-ep-first pic x(10).
                    10 ws-ep-last pic x(10).
                    10 ws-ep-days pic 999.
                    10 ws-ep-cert pic x.
                    10 ws-ep-done pic x(10).
            01 ws-ep-scan pic 9(5).
            01 ws-folded pic x.
            01 ws-carried pic 9(5) value 0.

      * the history is read from the first of the month this many
      * months back - longer than the longest episode followed here
      * plus its three-working-day due window, and long enough for a
      * day corrected after the run that first saw it, as wtr-check
      * sets its own read-from
            01 ws-lookback-months pic 99 value 4.
            01 ws-hist-from.
                05 ws-hf-year pic 9999.
                05 ws-hf-dash1 pic x value '-'.
                05 ws-hf-month pic 99.
                05 ws-hf-rest pic x(3) value '-01'.

            01 ws-emp-name-table.
                05 ws-emp-name-row occurs 9999 times.
                    10 ws-emp-first pic x(10).
                    10 ws-emp-last pic x(20).
                    10 ws-emp-dept pic x(3).

      * department per employee today, master first then any approved
      * transfer already in effect - the way action-list resolves it
            01 ws-dept-idx pic 99.
            01 ws-dept-name pic x(3).
            01 ws-dept-items pic 999.
            01 ws-item-dept pic x(3).
            01 ws-item-id pic 9999.

            01 ws-today-raw pic 9(8).
            01 ws-today-parts redefines ws-today-raw.
                05 ws-td-year pic 9999.
                05 ws-td-month pic 99.
                05 ws-td-day pic 99.
            01 ws-today-str pic x(10).
            01 ws-today-serial pic 9(7).
            01 ws-due-serial pic 9(7).

      * Julian day serials, same arithmetic bradford-rpt uses
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

            01 ws-hol-count pic 999 value 0.
            01 ws-hol-serial-table.
                05 ws-hol-serial pic 9(7) occurs 100 times
                    depending on ws-hol-count.
            01 ws-hol-scan pic 999.
            01 ws-wd-q pic 9(7).
            01 ws-wd-dow pic 9.
            01 ws-wd-hit pic x.

      * due date walk - the calendar day after ws-cd-date, month and
      * year rollover included, the way sus-case-maintain steps to
      * the night crew's next day
            01 ws-work-days pic 9.
            01 ws-days-in-month pic 99.
            01 ws-is-leap pic x.
            01 ws-leap-q pic 9(4).
            01 ws-leap-r4 pic 9(4).
            01 ws-leap-r100 pic 9(4).
            01 ws-leap-r400 pic 9(4).

            01 ws-new-rtw.
                05 wn-id pic 9999.
                05 wn-sp1 pic x(2).
                05 wn-first pic x(10).
                05 wn-sp2 pic x(2).
                05 wn-last pic x(10).
                05 wn-sp3 pic x(2).
                05 wn-return pic x(10).
                05 wn-sp4 pic x(2).
                05 wn-due pic x(10).
                05 wn-sp5 pic x(2).
                05 wn-days pic 999.
                05 wn-sp6 pic x(2).
                05 wn-cert pic x.
                05 wn-sp7 pic x(2).
                05 wn-state pic x(4).
                05 wn-sp8 pic x(2).
                05 wn-held pic x(10).
                05 wn-sp9 pic x(2).
                05 wn-outcome pic x(9).
                05 wn-sp10 pic x(2).
                05 wn-restrict pic x(30).
                05 wn-sp11 pic x(2).
                05 wn-oper pic x(10).

            01 ws-chg-count pic 999 value 0.
            01 ws-chg-table.
                05 ws-chg-entry occurs 200 times
                    depending on ws-chg-count indexed by chg-idx.
                    10 wc-id pic 9999.
                    10 wc-action pic x(8).
                    10 wc-value pic x(6).
                    10 wc-eff-date pic x(10).
            01 ws-chg-scan pic 999.

            01 cr pic x value X"0D".

       procedure division.
            main-para.
            open input dept-master
            if dept-status not = '00'
                display 'rtw-track: no department master on file'
                move 12 to return-code
                stop run
            end-if
            read dept-master into dept-master-record
            perform load-dept-para until dept-status = '10'
            close dept-master

            accept ws-today-raw from date yyyymmdd
            move spaces to ws-today-str
            string ws-td-year '-' ws-td-month '-' ws-td-day
                delimited by size into ws-today-str
            move ws-today-str to ws-cd-date
            perform compute-serial-para
            move ws-cd-serial to ws-today-serial

            initialize ws-ep-table
            initialize ws-emp-name-table
            open input emp
            move 0 to id-emp
            start emp key is not less than id-emp
            end-start
            read emp next
            end-read
            perform load-emp-para until emp-status = '10'
            close emp

            open input emp-changes
            if chg-status = '00'
                read emp-changes into change-record
                perform load-changes-para until chg-status = '10'
                close emp-changes
            end-if

            open input holiday-cal
            if holiday-status = '00'
                read holiday-cal into holiday-record
                perform load-holiday-para
                    until holiday-status = '10'
                close holiday-cal
            end-if

            open input leave-req
            if leave-status = '00'
                read leave-req into leave-record
                perform load-sick-para until leave-status = '10'
                close leave-req
            end-if

      * the interview file goes back out whole - rows already on file
      * copied through as they are read, this run's new episodes after
      * them, then the episodes still running
            open output rtw-new
            open input rtw-file
            if rtw-status = '00'
                read rtw-file into rtw-record
                perform load-rtw-para until rtw-status = '10'
                close rtw-file
            end-if

            move ws-td-year to ws-hf-year
            if ws-td-month > ws-lookback-months
                compute ws-hf-month = ws-td-month - ws-lookback-months
            else
                compute ws-hf-month =
                    ws-td-month + 12 - ws-lookback-months
                subtract 1 from ws-hf-year
            end-if

            open input daily-history
            if history-status not = '00'
                display 'rtw-track: no daily history on file'
                move 12 to return-code
                stop run
            end-if
            move ws-hist-from to hist-date
            move 0 to hist-id
            start daily-history key is not less than hist-key
            end-start
            if history-status = '00'
                read daily-history next
                end-read
            end-if
            perform collect-para until history-status not = '00'
            close daily-history

            perform varying ws-ep-scan from 1 by 1
                until ws-ep-scan > 9999
                if ws-ep-open (ws-ep-scan) = 'Y'
                    perform carry-episode-para
                end-if
            end-perform
            close rtw-new
            move spaces to ws-mv-cmd
            string 'mv rtw-interviews.txt.new rtw-interviews.txt'
                delimited by size into ws-mv-cmd
            call "SYSTEM" using ws-mv-cmd

            perform print-overdue-para

            display 'rtw-track: ' ws-opened ' interviews opened, '
                ws-carried ' episodes still running, ' ws-overdue
                ' overdue'
            stop run.

            load-emp-para.
            move first-name to ws-emp-first (id-emp)
            move last-name to ws-emp-last (id-emp)
            move depart to ws-emp-dept (id-emp)
            read emp next
            end-read.

      * only approved changes (or rows predating maker-checker) are
      * honoured
            load-changes-para.
            if chg-chg-status = 'APPROVED'
                or chg-chg-status = spaces
                if ws-chg-count < 200
                    add 1 to ws-chg-count
                    set chg-idx to ws-chg-count
                    move chg-id to wc-id (chg-idx)
                    move chg-action to wc-action (chg-idx)
                    move chg-value to wc-value (chg-idx)
                    move chg-eff-date to wc-eff-date (chg-idx)
                else
                    display 'employee-changes table full - change '
                        'for ' chg-id ' NOT applied'
                end-if
            end-if
            read emp-changes into change-record
            end-read.

            load-holiday-para.
            if ws-hol-count < 100
                add 1 to ws-hol-count
                move hol-date to ws-cd-date
                perform compute-serial-para
                move ws-cd-serial to ws-hol-serial (ws-hol-count)
            else
      * a silent drop here would bring an interview due a day early
                display 'holiday table full - ' hol-date
                    ' NOT applied'
            end-if
            read holiday-cal into holiday-record
            end-read.

            load-sick-para.
            if leave-approved = 'Y' and leave-type = 'SICK'
                if ws-sick-count < 500
                    add 1 to ws-sick-count
                    set sick-idx to ws-sick-count
                    move leave-id to wsk-id (sick-idx)
                    move leave-start to wsk-start (sick-idx)
                    move leave-end to wsk-end (sick-idx)
                    move leave-cert to wsk-cert (sick-idx)
                else
                    display 'sick leave table full - request for '
                        leave-id ' NOT applied'
                end-if
            end-if
            read leave-req into leave-record
            end-read.

      * a SICK row is last run's episode still running - it goes
      * back into the episode table and is written out again at the
      * end, closed or still running; any other row is copied to the
      * new file and marks its employee's days through the return as
      * folded
            load-rtw-para.
            if rtw-state = 'SICK' and rtw-id is numeric and rtw-id > 0
                move 'Y' to ws-ep-open (rtw-id)
                move rtw-first to ws-ep-first (rtw-id)
                move rtw-last to ws-ep-last (rtw-id)
                move rtw-days to ws-ep-days (rtw-id)
                move rtw-cert to ws-ep-cert (rtw-id)
                if rtw-last > ws-ep-done (rtw-id)
                    move rtw-last to ws-ep-done (rtw-id)
                end-if
            else
                move cr to rtw-cr
                write rtw-record-new from rtw-record
                end-write
                if rtw-id is numeric and rtw-id > 0
                    and rtw-return > ws-ep-done (rtw-id)
                    move rtw-return to ws-ep-done (rtw-id)
                end-if
                if rtw-state = 'OPEN' and rtw-due < ws-today-str
                    perform note-overdue-para
                end-if
            end-if
            read rtw-file into rtw-record
            end-read.

      * one daily evidence row: a sickness day opens or extends the
      * employee's episode, a day at work ends it, anything else (day
      * off, non-working day, other leave) leaves it as it is
            collect-para.
      * a day an earlier run already folded passes straight by
            move 'N' to ws-folded
            if hist-id > 0
                if hist-date not > ws-ep-done (hist-id)
                    move 'Y' to ws-folded
                end-if
            end-if
            if hist-id > 0 and ws-folded = 'N'
                move 'N' to ws-is-sick
                move 'N' to ws-sick-cert
                if hist-status = 'ABSENCE'
                    move 'Y' to ws-is-sick
                end-if
                if hist-status = 'ON LEAVE'
                    perform check-sick-para
                end-if
                if ws-is-sick = 'Y'
                    perform add-sick-day-para
                else
                    if hist-status not = 'ON LEAVE'
                        and hist-status not = 'UNPAID LV'
                        and hist-status not = 'NON-WORK'
                        and hist-status not = 'DAY OFF'
                        and ws-ep-open (hist-id) = 'Y'
                        perform end-episode-para
                    end-if
                end-if
            end-if
            read daily-history next
            end-read.

            check-sick-para.
            set sick-idx to 1
            search ws-sick-entry
                at end continue
                when wsk-id (sick-idx) = hist-id
                    and wsk-start (sick-idx) not > hist-date
                    and wsk-end (sick-idx) not < hist-date
                    move 'Y' to ws-is-sick
                    move wsk-cert (sick-idx) to ws-sick-cert
            end-search.

            add-sick-day-para.
            if ws-ep-open (hist-id) not = 'Y'
                move 'Y' to ws-ep-open (hist-id)
                move hist-date to ws-ep-first (hist-id)
                move 0 to ws-ep-days (hist-id)
                move 'N' to ws-ep-cert (hist-id)
            end-if
      * the same day fed twice counts once
            if hist-date not = ws-ep-last (hist-id)
                or ws-ep-days (hist-id) = 0
                add 1 to ws-ep-days (hist-id)
            end-if
            move hist-date to ws-ep-last (hist-id)
            if ws-sick-cert = 'Y'
                move 'Y' to ws-ep-cert (hist-id)
            end-if.

      * back at work - the episode becomes an interview. it cannot
      * already be on file: its days all fall after the latest return
      * on file for the employee, or it was carried as a SICK row
            end-episode-para.
            move 'N' to ws-ep-open (hist-id)
            perform open-interview-para.

            open-interview-para.
            move hist-date to ws-cd-date
            move 0 to ws-work-days
            perform next-working-day-para until ws-work-days = 3

            move spaces to ws-new-rtw
            move hist-id to wn-id
            move ws-ep-first (hist-id) to wn-first
            move ws-ep-last (hist-id) to wn-last
            move hist-date to wn-return
            move ws-cd-date to wn-due
            move ws-ep-days (hist-id) to wn-days
            move ws-ep-cert (hist-id) to wn-cert
            move 'OPEN' to wn-state
            move ws-new-rtw to rtw-record
            move cr to rtw-cr
            write rtw-record-new from rtw-record
            end-write
            add 1 to ws-opened
            if rtw-due < ws-today-str
                perform note-overdue-para
            end-if.

      * an episode not yet ended - kept for next run with its days so
      * far, no return or due date
            carry-episode-para.
            move spaces to ws-new-rtw
            move ws-ep-scan to wn-id
            move ws-ep-first (ws-ep-scan) to wn-first
            move ws-ep-last (ws-ep-scan) to wn-last
            move ws-ep-days (ws-ep-scan) to wn-days
            move ws-ep-cert (ws-ep-scan) to wn-cert
            move 'SICK' to wn-state
            move ws-new-rtw to rtw-record
            move cr to rtw-cr
            write rtw-record-new from rtw-record
            end-write
            add 1 to ws-carried.

      * step ws-cd-date on a calendar day, counting it when it is a
      * working day
            next-working-day-para.
            move 31 to ws-days-in-month
            if ws-cd-month = 04 or ws-cd-month = 06
                or ws-cd-month = 09 or ws-cd-month = 11
                move 30 to ws-days-in-month
            end-if
            if ws-cd-month = 02
                move 'N' to ws-is-leap
                divide ws-cd-year by 4 giving ws-leap-q
                    remainder ws-leap-r4
                divide ws-cd-year by 100 giving ws-leap-q
                    remainder ws-leap-r100
                divide ws-cd-year by 400 giving ws-leap-q
                    remainder ws-leap-r400
                if ws-leap-r4 = 0 and ws-leap-r100 not = 0
                    move 'Y' to ws-is-leap
                end-if
                if ws-leap-r400 = 0
                    move 'Y' to ws-is-leap
                end-if
                if ws-is-leap = 'Y'
                    move 29 to ws-days-in-month
                else
                    move 28 to ws-days-in-month
                end-if
            end-if
            if ws-cd-day < ws-days-in-month
                add 1 to ws-cd-day
            else
                move 01 to ws-cd-day
                if ws-cd-month < 12
                    add 1 to ws-cd-month
                else
                    move 01 to ws-cd-month
                    add 1 to ws-cd-year
                end-if
            end-if
            perform compute-serial-para
            divide ws-cd-serial by 7 giving ws-wd-q
                remainder ws-wd-dow
            move 'N' to ws-wd-hit
            if ws-wd-dow = 5 or ws-wd-dow = 6
                move 'Y' to ws-wd-hit
            end-if
            perform varying ws-hol-scan from 1 by 1
                until ws-hol-scan > ws-hol-count
                if ws-hol-serial (ws-hol-scan) = ws-cd-serial
                    move 'Y' to ws-wd-hit
                end-if
            end-perform
            if ws-wd-hit = 'N'
                add 1 to ws-work-days
            end-if.

      * an open interview past its due date (the row in rtw-record)
      * for the overdue list, under its employee's department
            note-overdue-para.
            add 1 to ws-overdue
            if ws-ovd-count < 9999
                add 1 to ws-ovd-count
                set ovd-idx to ws-ovd-count
                move rtw-id to wo-id (ovd-idx)
                move rtw-return to wo-return (ovd-idx)
                move rtw-due to wo-due (ovd-idx)
                move rtw-id to ws-item-id
                perform resolve-dept-para
                move ws-dept-idx to wo-dept-idx (ovd-idx)
            else
                display 'rtw-track: overdue list full - interview for '
                    rtw-id ' NOT listed'
            end-if.

      * open interviews past their due date, one section per master
      * department then OTH, each with how many days overdue
            print-overdue-para.
            open output overdue-rpt
            move spaces to ot-text
            string 'Overdue Return-to-Work Interviews  ' ws-today-str
                delimited by size into ot-text
            move cr to ot-cr
            write ovd-text-line
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
            close overdue-rpt.

            resolve-dept-para.
            move spaces to ws-item-dept
            if ws-item-id > 0
                move ws-emp-dept (ws-item-id) to ws-item-dept
            end-if
            perform varying ws-chg-scan from 1 by 1
                until ws-chg-scan > ws-chg-count
                if wc-id (ws-chg-scan) = ws-item-id
                    and wc-action (ws-chg-scan) = 'TRANSFER'
                    and wc-eff-date (ws-chg-scan) is not >
                        ws-today-str
                    move wc-value (ws-chg-scan) (1:3)
                        to ws-item-dept
                end-if
            end-perform
            compute ws-dept-idx = dept-count + 1
            set dept-idx to 1
            search dept-entry
                at end continue
                when dept-code (dept-idx) = ws-item-dept
                    set ws-dept-idx to dept-idx
            end-search.

            print-dept-para.
            move 0 to ws-dept-items
            perform varying ws-ovd-scan from 1 by 1
                until ws-ovd-scan > ws-ovd-count
                if wo-dept-idx (ws-ovd-scan) = ws-dept-idx
                    add 1 to ws-dept-items
                end-if
            end-perform
            if ws-dept-items > 0
                move spaces to ot-text
                string 'Department: ' ws-dept-name '  overdue: '
                    ws-dept-items delimited by size into ot-text
                move cr to ot-cr
                write ovd-text-line
                end-write
                move spaces to ot-text
                move 'Id    Name' to ot-text
                move 'Returned    Due         Late' to ot-text (41:28)
                move cr to ot-cr
                write ovd-text-line
                end-write
                perform varying ws-ovd-scan from 1 by 1
                    until ws-ovd-scan > ws-ovd-count
                    if wo-dept-idx (ws-ovd-scan) = ws-dept-idx
                        perform print-one-para
                    end-if
                end-perform
                move spaces to ot-text
                move cr to ot-cr
                write ovd-text-line
                end-write
            end-if.

            print-one-para.
            move wo-due (ws-ovd-scan) to ws-cd-date
            perform compute-serial-para
            move ws-cd-serial to ws-due-serial
            move wo-id (ws-ovd-scan) to od-id
            move '  ' to od-sp1
            move ws-emp-first (wo-id (ws-ovd-scan)) to od-first-name
            move '  ' to od-sp2
            move ws-emp-last (wo-id (ws-ovd-scan)) to od-last-name
            move '  ' to od-sp3
            move wo-return (ws-ovd-scan) to od-return
            move '  ' to od-sp4
            move wo-due (ws-ovd-scan) to od-due
            move '  ' to od-sp5
            compute od-late = ws-today-serial - ws-due-serial
            move cr to od-cr
            write ovd-detail-line
            end-write.

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
