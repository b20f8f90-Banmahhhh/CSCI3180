       identification division.
       program-id. hist-convert.

      * one-time conversion of the line sequential daily history to
      * the indexed daily-history.dat keyed on date plus employee id,
      * with employee id as an alternate key - the daily run adds and
      * scrubs one date by key instead of copying the whole file
      * through, and the reports start at the date or the employee
      * they want instead of streaming every row from the top. run
      * once at cutover. refuses to run once daily-history.dat is on
      * file, so it can never overwrite days the chain has posted
      * since; to rebuild from the flat file, move the indexed file
      * aside first.
       environment division.
            input-output section.
            file-control.
              select hist-flat
              assign to 'daily-history.txt'
              organization is line sequential
              file status is flat-status.

              select daily-history
              assign to 'daily-history.dat'
              organization is indexed
              access mode is random
              record key is hist-key
              alternate record key is hist-id with duplicates
              file status is history-status.

       data division.
            file section.
            fd hist-flat.
            01 flat-line.
                05 flat-date pic x(10).
                05 flat-sp1 pic x(2).
                05 flat-id pic 9999.
                05 flat-sp2 pic x(2).
                05 flat-status-code pic x(10).
                05 flat-sp3 pic x(2).
                05 flat-late pic 99.
                05 flat-sp4 pic x(2).
                05 flat-overtime pic 9.
                05 flat-sp5 pic x(2).
                05 flat-worked pic 99.
                05 flat-cr pic x.

            fd daily-history.
            01 hist-line.
                05 hist-key.
                    10 hist-date pic x(10).
                    10 hist-id pic 9999.
                05 hist-status pic x(10).
                05 hist-late pic 99.
                05 hist-overtime pic 9.
                05 hist-worked pic 99.

            working-storage section.
            01 flat-status pic xx.
            01 history-status pic xx.
            01 ws-loaded pic 9(7) value 0.
            01 ws-dropped pic 9(7) value 0.

       procedure division.
            main-para.
            open input hist-flat
            if flat-status not = '00'
                display 'hist-convert: daily-history.txt missing or '
                    'unreadable'
                move 16 to return-code
                stop run
            end-if
            open input daily-history
            if history-status = '00'
                display 'hist-convert: daily-history.dat already on '
                    'file - NOT converted'
                close daily-history
                close hist-flat
                move 12 to return-code
                stop run
            end-if

      * created empty, then opened i-o so a repeated row can be
      * rewritten in place
            open output daily-history
            close daily-history
            open i-o daily-history
            if history-status not = '00'
                display 'hist-convert: daily-history.dat cannot be '
                    'opened, status ' history-status
                close hist-flat
                move 16 to return-code
                stop run
            end-if

            read hist-flat into flat-line
            perform convert-para until flat-status = '10'

            close hist-flat
            close daily-history
            display 'hist-convert: ' ws-loaded ' rows loaded, '
                ws-dropped ' duplicates replaced'
            stop run.

      * one history row across - the same date and employee twice is
      * a rerun the old scrub missed; the later row is the one that
      * stood after the rerun, so it replaces the earlier
            convert-para.
            move flat-date to hist-date
            move flat-id to hist-id
            move flat-status-code to hist-status
            move flat-late to hist-late
            move flat-overtime to hist-overtime
            move flat-worked to hist-worked
            write hist-line
                invalid key
                    add 1 to ws-dropped
                    display 'hist-convert: duplicate ' flat-date ' '
                        flat-id ' - later row kept'
                    rewrite hist-line
                    end-rewrite
                    if history-status not = '00'
                        display 'hist-convert: rewrite failed, status '
                            history-status
                        close hist-flat
                        close daily-history
                        move 16 to return-code
                        stop run
                    end-if
                not invalid key
                    add 1 to ws-loaded
            end-write
            read hist-flat into flat-line
            end-read.
