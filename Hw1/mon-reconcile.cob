       program-id. mon-reconcile.

      * month-end audit of the rollup arithmetic: re-add every daily
      * result the daily run added to daily-history.dat for the
      * chosen month, then compare the independent totals against the
      * month's rows in monthly-attendancecob.txt. any employee where
      * the two disagree - or who appears on only one side - goes on
            input-output section.
            file-control.
              select daily-history
              assign to 'daily-history.dat'
              organization is indexed
              access mode is dynamic
              record key is hist-key
              alternate record key is hist-id with duplicates
              file status is history-status.

              select moncob
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

            fd moncob.
            01 mon-att1.
      * side simply contributes nothing, and the report then shows
      * whatever the other side knows
            open input daily-history
      * the month's rows only - the bare month sorts ahead of its
      * first day, so the start lands on the 1st
            if history-status = '00'
                move ws-target-month to hist-date
                move 0 to hist-id
                start daily-history key is not less than hist-key
                end-start
                if history-status = '00'
                    read daily-history next
                    end-read
                end-if
                perform add-history-para until history-status not = '00'
                    or hist-date (1:7) > ws-target-month
                close daily-history
            end-if

                add hist-overtime to ws-acc-ot (hist-id)
                add hist-worked to ws-acc-worked (hist-id)
            end-if
            read daily-history next
            end-read.

      * compare one rollup row for the month against the re-added
