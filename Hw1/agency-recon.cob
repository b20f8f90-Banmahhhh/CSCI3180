       identification division.
       program-id. agency-recon.

      * month-end agency invoice reconciliation. agency temps badge on
      * our clocks but are not employees - att-edit keeps their
      * punches apart in agency-archive.txt, out of the daily job and
      * payroll. this works out each agency worker's hours for the
      * month off those punches (ARRIVE to LEAVE, less BRKOUT to
      * BRKIN, credited to the batch date the shift belongs to, the
      * same as prj-rpt) and sets every line of the agencies'
      * invoices, as keyed into agency-invoices.txt by accounts
      * payable, against them: a line billing more hours than the
      * worker punched that day, a worker billed who has no punches
      * at all this month, a worker not on the contingent-worker
      * register for that agency or billed outside the contract dates,
      * and a rate above the contracted charge rate are all queried
      * with the amount in question. each agency's lines, totals and
      * no-punch workers print together on agency-recon.txt, followed
      * by every agency worker's hours for the month.
       environment division.
            input-output section.
            file-control.
              select contingent-register
              assign to 'contingent-register.txt'
              organization is line sequential
              file status is cw-status.

              select optional agency-archive
              assign to 'agency-archive.txt'
              organization is line sequential
              file status is arch-status.

              select agency-invoices
              assign to 'agency-invoices.txt'
              organization is line sequential
              file status is inv-status.

              select punch-work assign to 'agency-work.tmp'.

              select punch-sorted
              assign to 'agency-sorted.txt'
              organization is line sequential
              file status is sorted-status.

              select invoice-work assign to 'invoice-work.tmp'.

              select invoice-sorted
              assign to 'invoice-sorted.txt'
              organization is line sequential
              file status is inv-sorted-status.

              select recon-rpt
              assign to 'agency-recon.txt'
              organization is line SEQUENTIAL.

       data division.
            file section.
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

            fd agency-archive.
            01 archive-line.
                05 arch-date pic x(10).
                05 arch-sp pic x(2).
                05 arch-punch.
                    10 arch-id pic x(4).
                    10 arch-a-l pic x(7).
                    10 arch-the-date pic x(11).
                    10 arch-hour pic x(2).
                    10 arch-colon pic x.
                    10 arch-minute pic x(2).
                    10 arch-clock pic x(2).
                05 arch-cr pic x.

      * one invoice line per worker per day billed - agency, the
      * agency's invoice number, badge id, the day, hours billed and
      * the hourly rate charged
            fd agency-invoices.
            01 invoice-record.
                05 inv-agency pic x(6).
                05 inv-sp1 pic x(2).
                05 inv-number pic x(10).
                05 inv-sp2 pic x(2).
                05 inv-id pic x(4).
                05 inv-sp3 pic x(2).
                05 inv-date pic x(10).
                05 inv-sp4 pic x(2).
                05 inv-hours pic 9(3)v99.
                05 inv-sp5 pic x(2).
                05 inv-rate pic 9(3)v99.

            sd punch-work.
            01 punch-work-rec.
                05 pw-id pic 9(4).
                05 pw-the-date pic x(10).
                05 pw-hour pic 9(2).
                05 pw-minute pic 9(2).
                05 pw-rank pic 9.
                05 pw-a-l pic x(7).
                05 pw-batch-date pic x(10).

            fd punch-sorted.
            01 punch-sorted-rec.
                05 ps-id pic 9(4).
                05 ps-the-date pic x(10).
                05 ps-hour pic 9(2).
                05 ps-minute pic 9(2).
                05 ps-rank pic 9.
                05 ps-a-l pic x(7).
                05 ps-batch-date pic x(10).

            sd invoice-work.
            01 invoice-work-rec.
                05 iw-agency pic x(6).
                05 iw-number pic x(10).
                05 iw-id pic 9(4).
                05 iw-date pic x(10).
                05 iw-hours pic 9(3)v99.
                05 iw-rate pic 9(3)v99.

            fd invoice-sorted.
            01 invoice-sorted-rec.
                05 is-agency pic x(6).
                05 is-number pic x(10).
                05 is-id pic 9(4).
                05 is-date pic x(10).
                05 is-hours pic 9(3)v99.
                05 is-rate pic 9(3)v99.

            fd recon-rpt.
            01 ar-text-line.
                05 at-text pic x(130).
                05 at-cr pic x.
            01 ar-detail-line.
                05 ad-invoice pic x(10).
                05 ad-sp1 pic x(2).
                05 ad-id pic 9999.
                05 ad-sp2 pic x(2).
                05 ad-name pic x(20).
                05 ad-sp3 pic x(2).
                05 ad-date pic x(10).
                05 ad-sp4 pic x(2).
                05 ad-billed pic zz9.99.
                05 ad-sp5 pic x(2).
                05 ad-punched pic zz9.99.
                05 ad-sp6 pic x(2).
                05 ad-over pic zz9.99.
                05 ad-sp7 pic x(2).
                05 ad-rate pic zz9.99.
                05 ad-sp8 pic x(2).
                05 ad-contract pic zz9.99.
                05 ad-sp9 pic x(2).
                05 ad-query pic zzzzz9.99.
                05 ad-sp10 pic x(2).
                05 ad-flag pic x(16).
                05 ad-rate-flag pic x(4).
                05 ad-cr pic x.
            01 ar-worker-line.
                05 aw-id pic 9999.
                05 aw-sp1 pic x(2).
                05 aw-name pic x(20).
                05 aw-sp2 pic x(2).
                05 aw-agency pic x(6).
                05 aw-sp3 pic x(2).
                05 aw-dept pic x(3).
                05 aw-sp4 pic x(2).
                05 aw-days pic z9.
                05 aw-sp5 pic x(2).
                05 aw-punched pic zzzz9.99.
                05 aw-sp6 pic x(2).
                05 aw-billed pic zzzz9.99.
                05 aw-cr pic x.

            working-storage section.
            01 cw-status pic xx.
            01 arch-status pic xx.
            01 inv-status pic xx.
            01 sorted-status pic xx.
            01 inv-sorted-status pic xx.

            01 ws-month pic x(7).
            01 ws-month-parts redefines ws-month.
                05 ws-mo-year pic 9999.
                05 ws-mo-dash pic x.
                05 ws-mo-month pic 99.

      * the register, every row - a worker can come back through a
      * different agency or on a new contract
            01 ws-reg-count pic 9(4) value 0.
            01 ws-reg-table.
                05 ws-reg-entry occurs 1000 times
                    depending on ws-reg-count indexed by reg-idx.
                    10 wrg-id pic 9999.
                    10 wrg-agency pic x(6).
                    10 wrg-name pic x(20).
                    10 wrg-dept pic x(3).
                    10 wrg-start pic x(10).
                    10 wrg-end pic x(10).
                    10 wrg-rate pic 9(3)v99.
            01 ws-reg-scan pic 9(4).
            01 ws-reg-row pic 9(4).
            01 ws-name-row pic 9(4).
      * Y - on the register with this agency under a contract that
      * covers the day, O - with this agency but outside the contract
      * dates, N - not on the register with this agency at all
            01 ws-contract-state pic x.

      * punched minutes per worker per shift date, and the hours the
      * invoices have already claimed against each day
            01 ws-day-count pic 9(4) value 0.
            01 ws-day-table.
                05 ws-day-entry occurs 9000 times
                    depending on ws-day-count indexed by day-idx.
                    10 wd-id pic 9999.
                    10 wd-date pic x(10).
                    10 wd-min pic 9(5).
                    10 wd-billed pic 9(5)v99.
            01 ws-day-new pic x.

      * the month per worker - days and minutes punched, hours billed
            01 ws-wk-count pic 9(4) value 0.
            01 ws-wk-table.
                05 ws-wk-entry occurs 1000 times
                    depending on ws-wk-count indexed by wk-idx.
                    10 wk-id pic 9999.
                    10 wk-days pic 99.
                    10 wk-min pic 9(7).
                    10 wk-billed pic 9(5)v99.
            01 ws-wk-scan pic 9(4).

      * workers on the current agency's invoices with no punches
            01 ws-nop-count pic 999 value 0.
            01 ws-nop-table.
                05 ws-nop-entry occurs 500 times
                    depending on ws-nop-count indexed by nop-idx.
                    10 np-id pic 9999.
                    10 np-name pic x(20).
                    10 np-billed pic 9(5)v99.
            01 ws-nop-scan pic 999.

      * one worker's punches as they are walked
            01 ws-cur-id pic 9999 value 0.
            01 ws-on-clock pic x.
            01 ws-on-break pic x.
            01 ws-shift-date pic x(10).
            01 ws-seg-start-ts pic 9(11).
            01 ws-punch-ts pic 9(11).
            01 ws-seg-min pic 9(5).
            01 ws-find-date pic x(10).

      * one invoice line priced
            01 ws-cur-agency pic x(6) value spaces.
            01 ws-our-hours pic 9(5)v99.
            01 ws-avail pic s9(5)v99.
            01 ws-over pic 9(5)v99.
            01 ws-contract-rate pic 9(3)v99.
            01 ws-line-amount pic 9(7)v99.
            01 ws-query-amount pic 9(7)v99.
            01 ws-flag pic x(16).
            01 ws-rate-flag pic x(4).

            01 ws-agy-billed pic 9(7)v99.
            01 ws-agy-punched pic 9(7)v99.
            01 ws-agy-over pic 9(7)v99.
            01 ws-agy-amount pic 9(9)v99.
            01 ws-agy-query pic 9(9)v99.
            01 ws-tot-billed pic 9(7)v99 value 0.
            01 ws-tot-over pic 9(7)v99 value 0.
            01 ws-tot-amount pic 9(9)v99 value 0.
            01 ws-tot-query pic 9(9)v99 value 0.
            01 ws-line-count pic 9(5) value 0.
            01 ws-query-count pic 9(5) value 0.

            01 ws-hours-edit pic zzzzz9.99.
            01 ws-hours-edit2 pic zzzzz9.99.
            01 ws-hours-edit3 pic zzzzz9.99.
            01 ws-amount-edit pic zzzzzzzz9.99.
            01 ws-amount-edit2 pic zzzzzzzz9.99.
            01 ws-count-edit pic zzzz9.

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

            01 ws-today-raw pic 9(8).
            01 ws-today-parts redefines ws-today-raw.
                05 ws-td-year pic 9999.
                05 ws-td-month pic 99.
                05 ws-td-day pic 99.
            01 ws-today-str pic x(10).

            01 cr pic x value X"0D".

       procedure division.
            main-para.
            open input contingent-register
            if cw-status not = '00'
                display 'agency-recon: no contingent-worker register '
                    'on file'
                move 12 to return-code
                stop run
            end-if
            read contingent-register into contingent-record
            perform load-register-para until cw-status = '10'
            close contingent-register

            display 'Invoice month (YYYY-MM): '
            accept ws-month
            if ws-mo-year is not numeric or ws-mo-month is not numeric
                or ws-mo-dash not = '-'
                display 'agency-recon: bad month ' ws-month
                move 12 to return-code
                stop run
            end-if

            open input agency-invoices
            if inv-status not = '00'
                display 'agency-recon: no agency invoices on file'
                move 12 to return-code
                stop run
            end-if
            close agency-invoices

            accept ws-today-raw from date yyyymmdd
            move spaces to ws-today-str
            string ws-td-year '-' ws-td-month '-' ws-td-day
                delimited by size into ws-today-str

            sort punch-work
                on ascending key pw-id
                on ascending key pw-the-date
                on ascending key pw-hour
                on ascending key pw-minute
                on ascending key pw-rank
                input procedure is select-punch-para
                giving punch-sorted

            open input punch-sorted
            read punch-sorted into punch-sorted-rec
            perform hours-para until sorted-status = '10'
            close punch-sorted

            sort invoice-work
                on ascending key iw-agency
                on ascending key iw-number
                on ascending key iw-id
                on ascending key iw-date
                input procedure is select-invoice-para
                giving invoice-sorted

            open output recon-rpt
            move spaces to at-text
            string 'Agency Invoice Reconciliation  month ' ws-month
                '  run ' ws-today-str
                delimited by size into at-text
            move cr to at-cr
            write ar-text-line
            end-write
            move spaces to at-text
            move 'Invoice     Id    Name                  Date'
                to at-text
            move 'Billed  Punchd    Over    Rate   Contr      Query'
                to at-text (53:50)
            move 'Query' to at-text (104:5)
            move cr to at-cr
            write ar-text-line
            end-write

            open input invoice-sorted
            read invoice-sorted into invoice-sorted-rec
            perform recon-para until inv-sorted-status = '10'
            close invoice-sorted
            if ws-cur-agency not = spaces
                perform agency-total-para
            end-if

            move spaces to at-text
            move cr to at-cr
            write ar-text-line
            end-write
            move ws-tot-billed to ws-hours-edit
            move ws-tot-over to ws-hours-edit2
            move ws-tot-amount to ws-amount-edit
            move ws-tot-query to ws-amount-edit2
            move spaces to at-text
            string 'All agencies  billed ' ws-hours-edit ' hrs '
                ws-amount-edit '  over-billed ' ws-hours-edit2
                ' hrs  queried ' ws-amount-edit2
                delimited by size into at-text
            move cr to at-cr
            write ar-text-line
            end-write

            perform print-workers-para
            close recon-rpt

            display 'agency-recon: ' ws-line-count ' invoice lines for '
                ws-month ', ' ws-query-count ' queried'
            stop run.

            load-register-para.
            if cw-id is numeric and cw-rate is numeric
                if ws-reg-count < 1000
                    add 1 to ws-reg-count
                    set reg-idx to ws-reg-count
                    move cw-id to wrg-id (reg-idx)
                    move cw-agency to wrg-agency (reg-idx)
                    move cw-name to wrg-name (reg-idx)
                    move cw-dept to wrg-dept (reg-idx)
                    move cw-start to wrg-start (reg-idx)
                    move cw-end to wrg-end (reg-idx)
                    move cw-rate to wrg-rate (reg-idx)
                else
                    display 'register table full - ' cw-id
                        ' NOT loaded'
                end-if
            end-if
            read contingent-register into contingent-record
            end-read.

      * feed the sort the agency punches of the month's batch dates
            select-punch-para.
            open input agency-archive
            if arch-status = '00'
                read agency-archive into archive-line
                perform release-punch-para until arch-status = '10'
                close agency-archive
            end-if.

            release-punch-para.
            if arch-date (1:7) = ws-month
                and arch-id is numeric
                and arch-hour is numeric and arch-minute is numeric
                move arch-id to pw-id
                move arch-the-date (1:10) to pw-the-date
                move arch-hour to pw-hour
                move arch-minute to pw-minute
                move arch-a-l to pw-a-l
                move arch-date to pw-batch-date
                move 9 to pw-rank
                if arch-a-l = 'ARRIVE'
                    move 1 to pw-rank
                end-if
                if arch-a-l = 'BRKIN'
                    move 2 to pw-rank
                end-if
                if arch-a-l = 'BRKOUT'
                    move 4 to pw-rank
                end-if
                if arch-a-l = 'LEAVE'
                    move 5 to pw-rank
                end-if
                if pw-rank < 9
                    release punch-work-rec
                end-if
            end-if
            read agency-archive into archive-line
            end-read.

      * one punch, in worker and time order. a LEAVE or BRKOUT with
      * no shift open, or a second ARRIVE, counts nothing
            hours-para.
            if ps-id not = ws-cur-id
                move ps-id to ws-cur-id
                move 'N' to ws-on-clock
                move 'N' to ws-on-break
            end-if
            move ps-the-date to ws-cd-date
            perform compute-serial-para
            compute ws-punch-ts = ws-cd-serial * 1440
                + ps-hour * 60 + ps-minute
            if ps-a-l = 'ARRIVE' and ws-on-clock = 'N'
                move 'Y' to ws-on-clock
                move 'N' to ws-on-break
                move ps-batch-date to ws-shift-date
                move ws-punch-ts to ws-seg-start-ts
            end-if
            if ps-a-l = 'BRKOUT'
                and ws-on-clock = 'Y' and ws-on-break = 'N'
                perform close-segment-para
                move 'Y' to ws-on-break
            end-if
            if ps-a-l = 'BRKIN'
                and ws-on-clock = 'Y' and ws-on-break = 'Y'
                move ws-punch-ts to ws-seg-start-ts
                move 'N' to ws-on-break
            end-if
            if ps-a-l = 'LEAVE' and ws-on-clock = 'Y'
                if ws-on-break = 'N'
                    perform close-segment-para
                end-if
                move 'N' to ws-on-clock
                move 'N' to ws-on-break
            end-if
            read punch-sorted into punch-sorted-rec
            end-read.

            close-segment-para.
            if ws-punch-ts > ws-seg-start-ts
                compute ws-seg-min = ws-punch-ts - ws-seg-start-ts
                move ws-shift-date to ws-find-date
                perform find-day-para
                perform find-worker-para
                if ws-day-new = 'Y'
                    add 1 to wk-days (wk-idx)
                end-if
                add ws-seg-min to wd-min (day-idx)
                add ws-seg-min to wk-min (wk-idx)
            end-if.

      * the day row for ws-cur-id on ws-find-date, added when new
            find-day-para.
            move 'N' to ws-day-new
            set day-idx to 1
            search ws-day-entry
                at end
                    if ws-day-count < 9000
                        add 1 to ws-day-count
                        set day-idx to ws-day-count
                        move ws-cur-id to wd-id (day-idx)
                        move ws-find-date to wd-date (day-idx)
                        move 0 to wd-min (day-idx)
                        move 0 to wd-billed (day-idx)
                        move 'Y' to ws-day-new
                    else
                        display 'day table full - ' ws-cur-id ' '
                            ws-find-date ' NOT counted'
                        set day-idx to ws-day-count
                        move 0 to ws-seg-min
                    end-if
                when wd-id (day-idx) = ws-cur-id
                    and wd-date (day-idx) = ws-find-date
                    continue
            end-search.

            find-worker-para.
            set wk-idx to 1
            search ws-wk-entry
                at end
                    if ws-wk-count < 1000
                        add 1 to ws-wk-count
                        set wk-idx to ws-wk-count
                        move ws-cur-id to wk-id (wk-idx)
                        move 0 to wk-days (wk-idx)
                        move 0 to wk-min (wk-idx)
                        move 0 to wk-billed (wk-idx)
                    else
                        display 'worker table full - ' ws-cur-id
                            ' NOT counted'
                        set wk-idx to ws-wk-count
                        move 0 to ws-seg-min
                    end-if
                when wk-id (wk-idx) = ws-cur-id
                    continue
            end-search.

      * the month's invoice lines - a line that is not numeric where
      * it must be is shown and left for accounts payable to re-key
            select-invoice-para.
            open input agency-invoices
            read agency-invoices into invoice-record
            perform release-invoice-para until inv-status = '10'
            close agency-invoices.

            release-invoice-para.
            if inv-date (1:7) = ws-month
                if inv-id is numeric and inv-hours is numeric
                    and inv-rate is numeric
                    move inv-agency to iw-agency
                    move inv-number to iw-number
                    move inv-id to iw-id
                    move inv-date to iw-date
                    move inv-hours to iw-hours
                    move inv-rate to iw-rate
                    release invoice-work-rec
                else
                    display 'agency-recon: invoice ' inv-number
                        ' line for ' inv-id ' ' inv-date
                        ' not numeric - skipped'
                end-if
            end-if
            read agency-invoices into invoice-record
            end-read.

      * one invoice line, in agency and invoice order
            recon-para.
            if is-agency not = ws-cur-agency
                if ws-cur-agency not = spaces
                    perform agency-total-para
                end-if
                move is-agency to ws-cur-agency
                move 0 to ws-agy-billed
                move 0 to ws-agy-punched
                move 0 to ws-agy-over
                move 0 to ws-agy-amount
                move 0 to ws-agy-query
                move 0 to ws-nop-count
                move spaces to at-text
                move cr to at-cr
                write ar-text-line
                end-write
                move spaces to at-text
                string 'Agency: ' ws-cur-agency
                    delimited by size into at-text
                move cr to at-cr
                write ar-text-line
                end-write
            end-if
            perform price-line-para
            read invoice-sorted into invoice-sorted-rec
            end-read.

      * the hours the worker punched that day, less what earlier
      * lines for the same day have already claimed, against the
      * hours billed - a line for a worker off the register, outside
      * the contract or with no punches all month is queried whole
            price-line-para.
            add 1 to ws-line-count
            move is-id to ws-cur-id
            perform find-contract-para
            move is-date to ws-find-date
            perform find-day-para
            perform find-worker-para
            compute ws-our-hours rounded = wd-min (day-idx) / 60
            compute ws-avail = ws-our-hours - wd-billed (day-idx)
            if ws-avail < 0
                move 0 to ws-avail
            end-if
            if is-hours > ws-avail
                compute ws-over = is-hours - ws-avail
            else
                move 0 to ws-over
            end-if
            add is-hours to wd-billed (day-idx)
            add is-hours to wk-billed (wk-idx)
            compute ws-line-amount rounded = is-hours * is-rate
            move 0 to ws-contract-rate
            if ws-reg-row > 0
                move wrg-rate (ws-reg-row) to ws-contract-rate
            end-if

            move spaces to ws-flag
            move spaces to ws-rate-flag
            evaluate true
                when ws-contract-state = 'N'
                    move 'NOT ON REGISTER' to ws-flag
                when ws-contract-state = 'O'
                    move 'OUT OF CONTRACT' to ws-flag
                when wk-min (wk-idx) = 0
                    move 'NO PUNCHES' to ws-flag
                    perform note-no-punch-para
                when ws-over > 0
                    move 'OVER-BILLED' to ws-flag
                when other
                    continue
            end-evaluate
            if ws-contract-state not = 'Y'
                move is-hours to ws-over
                move ws-line-amount to ws-query-amount
            else
                compute ws-query-amount rounded = ws-over * is-rate
                if is-rate > ws-contract-rate
                    move 'RATE' to ws-rate-flag
                    compute ws-query-amount rounded =
                        ws-query-amount + (is-rate - ws-contract-rate)
                        * (is-hours - ws-over)
                end-if
            end-if
            if ws-flag not = spaces or ws-rate-flag not = spaces
                add 1 to ws-query-count
            end-if

            add is-hours to ws-agy-billed
            add ws-over to ws-agy-over
            compute ws-agy-punched = ws-agy-punched + is-hours
                - ws-over
            add ws-line-amount to ws-agy-amount
            add ws-query-amount to ws-agy-query
            add is-hours to ws-tot-billed
            add ws-over to ws-tot-over
            add ws-line-amount to ws-tot-amount
            add ws-query-amount to ws-tot-query

            move spaces to ar-detail-line
            move is-number to ad-invoice
            move is-id to ad-id
            if ws-name-row > 0
                move wrg-name (ws-name-row) to ad-name
            end-if
            move is-date to ad-date
            move is-hours to ad-billed
            compute ad-punched = is-hours - ws-over
            move ws-over to ad-over
            move is-rate to ad-rate
            move ws-contract-rate to ad-contract
            move ws-query-amount to ad-query
            move ws-flag to ad-flag
            move ws-rate-flag to ad-rate-flag
            move cr to ad-cr
            write ar-detail-line
            end-write.

      * the register row for this worker with this agency - one whose
      * contract covers the day when there is one
            find-contract-para.
            move 0 to ws-reg-row
            move 0 to ws-name-row
            move 'N' to ws-contract-state
            perform varying ws-reg-scan from 1 by 1
                until ws-reg-scan > ws-reg-count
                if wrg-id (ws-reg-scan) = is-id
                    if ws-name-row = 0
                        move ws-reg-scan to ws-name-row
                    end-if
                    if wrg-agency (ws-reg-scan) = is-agency
                        and ws-contract-state not = 'Y'
                        move ws-reg-scan to ws-reg-row
                        move ws-reg-scan to ws-name-row
                        move 'O' to ws-contract-state
                        if wrg-start (ws-reg-scan) not > is-date
                            and (wrg-end (ws-reg-scan) = spaces
                                or wrg-end (ws-reg-scan)
                                    not < is-date)
                            move 'Y' to ws-contract-state
                        end-if
                    end-if
                end-if
            end-perform.

            note-no-punch-para.
            set nop-idx to 1
            search ws-nop-entry
                at end
                    if ws-nop-count < 500
                        add 1 to ws-nop-count
                        set nop-idx to ws-nop-count
                        move is-id to np-id (nop-idx)
                        move spaces to np-name (nop-idx)
                        if ws-name-row > 0
                            move wrg-name (ws-name-row)
                                to np-name (nop-idx)
                        end-if
                        move 0 to np-billed (nop-idx)
                    end-if
                when np-id (nop-idx) = is-id
                    continue
            end-search
            if np-id (nop-idx) = is-id
                add is-hours to np-billed (nop-idx)
            end-if.

      * the agency's totals, and the workers it billed for whom we
      * hold no punches at all this month
            agency-total-para.
            move ws-agy-billed to ws-hours-edit
            move ws-agy-punched to ws-hours-edit2
            move ws-agy-over to ws-hours-edit3
            move ws-agy-amount to ws-amount-edit
            move ws-agy-query to ws-amount-edit2
            move spaces to at-text
            string '  Total  billed ' ws-hours-edit ' hrs '
                ws-amount-edit '  punched ' ws-hours-edit2
                ' hrs  over-billed ' ws-hours-edit3
                ' hrs  queried ' ws-amount-edit2
                delimited by size into at-text
            move cr to at-cr
            write ar-text-line
            end-write
            if ws-nop-count > 0
                move spaces to at-text
                move '  Billed with no punches this month:' to at-text
                move cr to at-cr
                write ar-text-line
                end-write
                perform varying ws-nop-scan from 1 by 1
                    until ws-nop-scan > ws-nop-count
                    move np-billed (ws-nop-scan) to ws-hours-edit
                    move spaces to at-text
                    string '    ' np-id (ws-nop-scan) '  '
                        np-name (ws-nop-scan) '  billed '
                        ws-hours-edit ' hrs'
                        delimited by size into at-text
                    move cr to at-cr
                    write ar-text-line
                    end-write
                end-perform
            end-if.

      * every agency worker who punched or was billed this month
            print-workers-para.
            move spaces to at-text
            move cr to at-cr
            write ar-text-line
            end-write
            move spaces to at-text
            string 'Agency staff hours  month ' ws-month
                delimited by size into at-text
            move cr to at-cr
            write ar-text-line
            end-write
            move spaces to at-text
            move 'Id    Name                  Agency  Dpt  Days'
                to at-text
            move 'Punched    Billed' to at-text (47:17)
            move cr to at-cr
            write ar-text-line
            end-write
            perform varying ws-wk-scan from 1 by 1
                until ws-wk-scan > ws-wk-count
                move wk-id (ws-wk-scan) to is-id
                move spaces to is-agency
                move spaces to is-date
                perform find-contract-para
                move spaces to ar-worker-line
                move wk-id (ws-wk-scan) to aw-id
                if ws-name-row > 0
                    move wrg-name (ws-name-row) to aw-name
                    move wrg-agency (ws-name-row) to aw-agency
                    move wrg-dept (ws-name-row) to aw-dept
                end-if
                move wk-days (ws-wk-scan) to aw-days
                compute aw-punched rounded = wk-min (ws-wk-scan) / 60
                move wk-billed (ws-wk-scan) to aw-billed
                move cr to aw-cr
                write ar-worker-line
                end-write
            end-perform.

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
