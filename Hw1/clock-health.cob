       identification division.
       program-id. clock-health.

      * timeclock device health, run after att-edit and before the
      * daily job. a dead or drifting clock used to show up only as a
      * whole site ABSENT on the summary; this counts the batch's
      * punches per clock-id - clean attendance punches, JOB punches,
      * agency punches and the rejects att-edit threw out - keeps the
      * counts in clock-history.txt, and sets each clock against its
      * own average for the same weekday over the four weeks before. a
      * clock is flagged when it sent nothing where it normally sends
      * punches, when its volume fell sharply, when its punches bunch
      * at one minute (a stuck clock stamping every swipe the same
      * time), or when its rejects spiked. anything flagged ends the
      * step with return code 4 so operations can hold the daily job
      * and chase the site; clock-health.txt says which clock and why.
      * a rerun of the batch date replaces that date's history rows.
       environment division.
            input-output section.
            file-control.
              select att-clean
              assign to 'attendance-clean.txt'
              organization is line sequential
              file status is att-clean-status.

              select optional job-clean
              assign to 'job-clean.txt'
              organization is line sequential
              file status is job-clean-status.

              select optional agency-clean
              assign to 'agency-clean.txt'
              organization is line sequential
              file status is agency-clean-status.

              select optional att-reject
              assign to 'attendance-rejects.txt'
              organization is line sequential
              file status is reject-status.

              select optional clock-hist-in
              assign to 'clock-history.txt'
              organization is line sequential
              file status is hist-in-status.

              select clock-hist-new
              assign to 'clock-history.txt.new'
              organization is line SEQUENTIAL.

              select health-rpt
              assign to 'clock-health.txt'
              organization is line SEQUENTIAL.

       data division.
            file section.
            fd att-clean.
            01 clean-header pic x(10).
            01 clean-record.
               05 cl-id-att pic 9(4).
               05 cl-a-l pic a(7).
               05 cl-the-date pic x(11).
               05 cl-time-hour pic 9(2).
               05 cl-not-used pic x(1).
               05 cl-time-minute pic 9(2).
               05 cl-clock-id pic x(2).

            fd job-clean.
            01 job-clean-record.
               05 jc-id-att pic 9(4).
               05 jc-a-l pic a(7).
               05 jc-the-date pic x(11).
               05 jc-time-hour pic 9(2).
               05 jc-not-used pic x(1).
               05 jc-time-minute pic 9(2).
               05 jc-clock-id pic x(2).
               05 jc-project-code pic x(6).

            fd agency-clean.
            01 agency-clean-record.
               05 ac-id-att pic 9(4).
               05 ac-a-l pic a(7).
               05 ac-the-date pic x(11).
               05 ac-time-hour pic 9(2).
               05 ac-not-used pic x(1).
               05 ac-time-minute pic 9(2).
               05 ac-clock-id pic x(2).

            fd att-reject.
            01 reject-line.
                05 rej-record.
                    10 rej-id pic x(4).
                    10 rej-rest pic x(23).
                    10 rej-clock pic x(2).
                05 rej-sp pic x(2).
                05 rej-reason-code pic xx.
                05 rej-sp2 pic x(2).
                05 rej-reason-text pic x(25).
                05 rej-cr pic x.

      * one clock's day: punches received (clean, JOB, agency and
      * rejected), the rejects among them, and the most punches
      * stamped at any one minute
            fd clock-hist-in.
            01 hist-in-record.
                05 ch-date pic x(10).
                05 ch-sp1 pic x(2).
                05 ch-clock pic x(2).
                05 ch-sp2 pic x(2).
                05 ch-volume pic 9(5).
                05 ch-sp3 pic x(2).
                05 ch-rejects pic 9(5).
                05 ch-sp4 pic x(2).
                05 ch-peak pic 9(5).
                05 ch-cr pic x.

            fd clock-hist-new.
            01 hist-new-record pic x(36).

            fd health-rpt.
            01 hr-text-line.
                05 ht-text pic x(100).
                05 ht-cr pic x.
            01 hr-detail-line.
                05 hd-clock pic x(2).
                05 hd-sp1 pic x(2).
                05 hd-volume pic zzzz9.
                05 hd-sp2 pic x(2).
                05 hd-avg-volume pic zzzz9.9.
                05 hd-sp3 pic x(2).
                05 hd-rejects pic zzzz9.
                05 hd-sp4 pic x(2).
                05 hd-avg-rejects pic zzzz9.9.
                05 hd-sp5 pic x(2).
                05 hd-peak-hour pic 99.
                05 hd-colon pic x.
                05 hd-peak-minute pic 99.
                05 hd-sp6 pic x.
                05 hd-peak pic zzzz9.
                05 hd-sp7 pic x(2).
                05 hd-flags pic x(46).
                05 hd-cr pic x.

            working-storage section.
            01 att-clean-status pic xx.
            01 job-clean-status pic xx.
            01 agency-clean-status pic xx.
            01 reject-status pic xx.
            01 hist-in-status pic xx.

            01 ws-batch-date pic x(10).
            01 ws-batch-serial pic 9(7).
            01 ws-row-serial pic 9(7).
            01 ws-age-days pic s9(7).
            01 ws-age-q pic 9(7).
            01 ws-age-r pic 9.

      * when a clock is flagged - under half its usual volume, half
      * or more of its punches (at least ten of them) stamped at one
      * minute, or at least five rejects and three times its usual
      * count
            01 ws-drop-pct pic 999 value 50.
            01 ws-stuck-pct pic 999 value 50.
            01 ws-stuck-min-volume pic 9(5) value 10.
            01 ws-spike-min-rejects pic 9(5) value 5.
            01 ws-spike-multiple pic 9 value 3.
            01 ws-trail-days pic 99 value 28.

      * every clock seen today or in the trailing weeks - today's
      * counts, punches per minute of the day, and the same-weekday
      * history totals
            01 ws-clk-count pic 99 value 0.
            01 ws-clk-table.
                05 ws-clk-entry occurs 20 times
                    depending on ws-clk-count indexed by clk-idx.
                    10 wk-clock pic x(2).
                    10 wk-volume pic 9(5).
                    10 wk-rejects pic 9(5).
                    10 wk-peak pic 9(5).
                    10 wk-peak-slot pic 9(4).
                    10 wk-hist-days pic 99.
                    10 wk-hist-volume pic 9(7).
                    10 wk-hist-rejects pic 9(7).
                    10 wk-minute pic 9(5) occurs 1440 times.
            01 ws-clock pic x(2).
            01 ws-hour pic 99.
            01 ws-minute pic 99.
            01 ws-slot pic 9(4).
            01 ws-clk-scan pic 99.
            01 ws-slot-scan pic 9(4).

            01 ws-avg-volume pic 9(5)v9.
            01 ws-avg-rejects pic 9(5)v9.
            01 ws-flags pic x(46).
            01 ws-flag-ptr pic 99.
            01 ws-flag-count pic 99 value 0.

            01 ws-cmd pic x(60).

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

            01 cr pic x value X"0D".

       procedure division.
            main-para.
            open input att-clean
            read att-clean into clean-header
            if att-clean-status not = '00'
                display 'clock-health: no clean batch on file'
                close att-clean
                move 12 to return-code
                stop run
            end-if
            move clean-header to ws-batch-date
            move ws-batch-date to ws-cd-date
            perform compute-serial-para
            move ws-cd-serial to ws-batch-serial

            read att-clean into clean-record
            perform count-clean-para until att-clean-status = '10'
            close att-clean

            open input job-clean
            if job-clean-status = '00'
                read job-clean into job-clean-record
                perform count-job-para until job-clean-status = '10'
                close job-clean
            end-if

            open input agency-clean
            if agency-clean-status = '00'
                read agency-clean into agency-clean-record
                perform count-agency-para
                    until agency-clean-status = '10'
                close agency-clean
            end-if

            open input att-reject
            if reject-status = '00'
                read att-reject into reject-line
                perform count-reject-para until reject-status = '10'
                close att-reject
            end-if

      * the history goes through once: the trailing weeks' same
      * weekday rows are totalled per clock, and every row except the
      * batch date's own is carried over to the rebuilt file
            open output clock-hist-new
            open input clock-hist-in
            if hist-in-status = '00'
                read clock-hist-in into hist-in-record
                perform history-para until hist-in-status = '10'
                close clock-hist-in
            end-if

            perform varying ws-clk-scan from 1 by 1
                until ws-clk-scan > ws-clk-count
                perform peak-para
                move spaces to hist-in-record
                move ws-batch-date to ch-date
                move '  ' to ch-sp1
                move wk-clock (ws-clk-scan) to ch-clock
                move '  ' to ch-sp2
                move wk-volume (ws-clk-scan) to ch-volume
                move '  ' to ch-sp3
                move wk-rejects (ws-clk-scan) to ch-rejects
                move '  ' to ch-sp4
                move wk-peak (ws-clk-scan) to ch-peak
                move cr to ch-cr
                write hist-new-record from hist-in-record
                end-write
            end-perform
            close clock-hist-new
            move 'mv clock-history.txt.new clock-history.txt'
                to ws-cmd
            call "SYSTEM" using ws-cmd

            open output health-rpt
            move spaces to ht-text
            string 'Timeclock Health  batch ' ws-batch-date
                '  (against the same weekday, last 4 weeks)'
                delimited by size into ht-text
            move cr to ht-cr
            write hr-text-line
            end-write
            move spaces to ht-text
            move 'Clk Punch    Usual  Rejct    Usual  Peak  Count'
                to ht-text
            move 'Flags' to ht-text (50:5)
            move cr to ht-cr
            write hr-text-line
            end-write
            perform varying ws-clk-scan from 1 by 1
                until ws-clk-scan > ws-clk-count
                perform assess-para
            end-perform
            move spaces to ht-text
            move cr to ht-cr
            write hr-text-line
            end-write
            move spaces to ht-text
            if ws-flag-count = 0
                string 'All ' ws-clk-count ' clocks healthy - '
                    'daily run may proceed'
                    delimited by size into ht-text
            else
                string ws-flag-count ' clocks flagged - hold the '
                    'daily run until the sites are checked'
                    delimited by size into ht-text
            end-if
            move cr to ht-cr
            write hr-text-line
            end-write
            close health-rpt

            display 'clock-health: ' ws-batch-date ' ' ws-clk-count
                ' clocks, ' ws-flag-count ' flagged'
            if ws-flag-count > 0
                move 4 to return-code
            end-if
            stop run.

            count-clean-para.
            move cl-clock-id to ws-clock
            move cl-time-hour to ws-hour
            move cl-time-minute to ws-minute
            perform tally-punch-para
            read att-clean into clean-record
            end-read.

            count-job-para.
            move jc-clock-id to ws-clock
            move jc-time-hour to ws-hour
            move jc-time-minute to ws-minute
            perform tally-punch-para
            read job-clean into job-clean-record
            end-read.

            count-agency-para.
            move ac-clock-id to ws-clock
            move ac-time-hour to ws-hour
            move ac-time-minute to ws-minute
            perform tally-punch-para
            read agency-clean into agency-clean-record
            end-read.

      * a reject still came off the clock - it counts towards the
      * volume as well as the rejects. its time may be what was wrong
      * with it, so it stays out of the minute count
            count-reject-para.
            move rej-clock to ws-clock
            if ws-clock not = spaces
                perform find-clock-para
                if ws-clk-scan > 0
                    add 1 to wk-volume (ws-clk-scan)
                    add 1 to wk-rejects (ws-clk-scan)
                end-if
            end-if
            read att-reject into reject-line
            end-read.

      * a legacy single-clock punch with no clock column counts
      * nowhere
            tally-punch-para.
            if ws-clock not = spaces
                perform find-clock-para
                if ws-clk-scan > 0
                    add 1 to wk-volume (ws-clk-scan)
                    compute ws-slot = ws-hour * 60 + ws-minute + 1
                    if ws-slot not > 1440
                        add 1 to wk-minute (ws-clk-scan, ws-slot)
                    end-if
                end-if
            end-if.

            find-clock-para.
            move 0 to ws-clk-scan
            set clk-idx to 1
            search ws-clk-entry
                at end
                    if ws-clk-count < 20
                        add 1 to ws-clk-count
                        set clk-idx to ws-clk-count
                        initialize ws-clk-entry (clk-idx)
                        move ws-clock to wk-clock (clk-idx)
                        set ws-clk-scan to clk-idx
                    else
                        display 'clock table full - ' ws-clock
                            ' NOT counted'
                    end-if
                when wk-clock (clk-idx) = ws-clock
                    set ws-clk-scan to clk-idx
            end-search.

      * one history row - the same weekday one to four weeks back
      * goes into the clock's usual figures (a clock that has gone
      * silent today is still known from them)
            history-para.
            if ch-date not = ws-batch-date
                write hist-new-record from hist-in-record
                end-write
                move ch-date to ws-cd-date
                perform compute-serial-para
                move ws-cd-serial to ws-row-serial
                compute ws-age-days = ws-batch-serial - ws-row-serial
                if ws-age-days > 0 and ws-age-days not > ws-trail-days
                    divide ws-age-days by 7 giving ws-age-q
                        remainder ws-age-r
                    if ws-age-r = 0
                        move ch-clock to ws-clock
                        perform find-clock-para
                        if ws-clk-scan > 0
                            add 1 to wk-hist-days (ws-clk-scan)
                            add ch-volume to
                                wk-hist-volume (ws-clk-scan)
                            add ch-rejects to
                                wk-hist-rejects (ws-clk-scan)
                        end-if
                    end-if
                end-if
            end-if
            read clock-hist-in into hist-in-record
            end-read.

      * the busiest single minute on the clock today
            peak-para.
            move 0 to wk-peak (ws-clk-scan)
            move 1 to wk-peak-slot (ws-clk-scan)
            perform varying ws-slot-scan from 1 by 1
                until ws-slot-scan > 1440
                if wk-minute (ws-clk-scan, ws-slot-scan) >
                    wk-peak (ws-clk-scan)
                    move wk-minute (ws-clk-scan, ws-slot-scan)
                        to wk-peak (ws-clk-scan)
                    move ws-slot-scan to wk-peak-slot (ws-clk-scan)
                end-if
            end-perform.

            assess-para.
            move 0 to ws-avg-volume
            move 0 to ws-avg-rejects
            if wk-hist-days (ws-clk-scan) > 0
                compute ws-avg-volume rounded =
                    wk-hist-volume (ws-clk-scan) /
                    wk-hist-days (ws-clk-scan)
                compute ws-avg-rejects rounded =
                    wk-hist-rejects (ws-clk-scan) /
                    wk-hist-days (ws-clk-scan)
            end-if
            move spaces to ws-flags
            move 1 to ws-flag-ptr
            if wk-volume (ws-clk-scan) = 0
                and ws-avg-volume > 0
                string 'NO PUNCHES ' delimited by size
                    into ws-flags with pointer ws-flag-ptr
            end-if
            if wk-volume (ws-clk-scan) > 0
                and wk-volume (ws-clk-scan) * 100 <
                    ws-avg-volume * ws-drop-pct
                string 'VOLUME DROP ' delimited by size
                    into ws-flags with pointer ws-flag-ptr
            end-if
            if wk-volume (ws-clk-scan) not < ws-stuck-min-volume
                and wk-peak (ws-clk-scan) * 100 not <
                    wk-volume (ws-clk-scan) * ws-stuck-pct
                string 'STUCK CLOCK ' delimited by size
                    into ws-flags with pointer ws-flag-ptr
            end-if
            if wk-rejects (ws-clk-scan) not < ws-spike-min-rejects
                and wk-rejects (ws-clk-scan) >
                    ws-avg-rejects * ws-spike-multiple
                string 'REJECT SPIKE ' delimited by size
                    into ws-flags with pointer ws-flag-ptr
            end-if
            if ws-flags not = spaces
                add 1 to ws-flag-count
            end-if
            move spaces to hr-detail-line
            move wk-clock (ws-clk-scan) to hd-clock
            move wk-volume (ws-clk-scan) to hd-volume
            move ws-avg-volume to hd-avg-volume
            move wk-rejects (ws-clk-scan) to hd-rejects
            move ws-avg-rejects to hd-avg-rejects
            compute ws-slot-scan = wk-peak-slot (ws-clk-scan) - 1
            divide ws-slot-scan by 60 giving ws-hour
                remainder ws-minute
            move ws-hour to hd-peak-hour
            move ':' to hd-colon
            move ws-minute to hd-peak-minute
            move wk-peak (ws-clk-scan) to hd-peak
            move ws-flags to hd-flags
            move cr to hd-cr
            write hr-detail-line
            end-write.

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
