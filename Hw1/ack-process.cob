       identification division.
       program-id. ack-process.

      * closes the loop on the bureau interface: payroll-extract,
      * deduction-extract, incentive-release, period-extract and
      * retro-adjust send files out, the bureau returns an
      * acknowledgement listing each line accepted or rejected with a
      * reason code, and until now someone eyeballed it - so rejected
      * overtime lines silently never got paid. this matches every
      * response in bureau-ack.txt against the lines actually sent in
      * payroll-adjustment.txt / deduction-adjustment.txt /
      * incentive-payment.txt / pay-period-extract.txt /
      * deduction-retro.txt (by employee id and extract date),
      * reconciles the response counts against our own trailers,
      * queues every rejected item for re-extract and stamps the
      * outcome in run-control.txt, so every extract is provably
      * either accepted or being reworked.
      *
      * the acknowledgement layout agreed with the bureau:
      *   HDR  ack-date
      *   tag(PAY/DED/INC/PER/DRT)  extract-date  staff-id  status
      *        reason
      *   TRL  response-count
       environment division.
            input-output section.
              organization is line sequential
              file status is ded-status.

              select incentive
              assign to 'incentive-payment.txt'
              organization is line sequential
              file status is inc-status.

      * the pay-period file period-extract sent last - the copy kept
      * under the group and period end is the archive, this the one
      * that went out
              select period
              assign to 'pay-period-extract.txt'
              organization is line sequential
              file status is per-status.

              select deduction-retro
              assign to 'deduction-retro.txt'
              organization is line sequential
              file status is drt-status.

              select reextract-q
              assign to 'reextract-queue.txt'
              organization is line SEQUENTIAL.
            fd deduction.
            01 deduction-raw pic x(80).

            fd incentive.
            01 incentive-raw pic x(80).

            fd period.
            01 period-raw pic x(130).

            fd deduction-retro.
            01 deduction-retro-raw pic x(100).

            fd reextract-q.
            01 queue-line.
                05 q-tag pic x(3).
            01 ack-status pic xx.
            01 pay-status pic xx.
            01 ded-status pic xx.
            01 inc-status pic xx.
            01 per-status pic xx.
            01 drt-status pic xx.
            01 rc-ext-status pic xx.

      * what we actually sent, per interface file: the extract date
                    depending on ws-ded-sent-count indexed by ded-idx.
                    10 wds-id pic 9999.
                    10 wds-matched pic x.
            01 ws-inc-extract-date pic x(10) value spaces.
            01 ws-inc-trl-count pic 9(5) value 0.
            01 ws-inc-sent-count pic 9(4) value 0.
            01 ws-inc-sent-table.
                05 ws-inc-sent occurs 9999 times
                    depending on ws-inc-sent-count indexed by inc-idx.
                    10 wis-id pic 9999.
                    10 wis-matched pic x.
            01 ws-per-extract-date pic x(10) value spaces.
            01 ws-per-trl-count pic 9(5) value 0.
            01 ws-per-sent-count pic 9(4) value 0.
            01 ws-per-sent-table.
                05 ws-per-sent occurs 9999 times
                    depending on ws-per-sent-count indexed by per-idx.
                    10 wrs-id pic 9999.
                    10 wrs-matched pic x.
            01 ws-drt-extract-date pic x(10) value spaces.
            01 ws-drt-trl-count pic 9(5) value 0.
            01 ws-drt-sent-count pic 999 value 0.
            01 ws-drt-sent-table.
                05 ws-drt-sent occurs 500 times
                    depending on ws-drt-sent-count indexed by drt-idx.
                    10 wts-id pic 9999.
                    10 wts-matched pic x.

            01 ws-ack-date pic x(10) value spaces.
            01 ws-ack-count pic 9(5) value 0.
            01 ws-ack-id pic 9999.
            01 ws-ack-found pic x.
            01 ws-all-clean pic x value 'Y'.
            01 ws-scan pic 9(5).
            01 ws-stamp-status pic x(9).

            01 cr pic x value X"0D".
                close deduction
            end-if

            open input incentive
            if inc-status = '00'
                read incentive into incentive-raw
                perform load-inc-para until inc-status = '10'
                close incentive
            end-if

            open input period
            if per-status = '00'
                read period into period-raw
                perform load-per-para until per-status = '10'
                close period
            end-if

            open input deduction-retro
            if drt-status = '00'
                read deduction-retro into deduction-retro-raw
                perform load-drt-para until drt-status = '10'
                close deduction-retro
            end-if

            open input bureau-ack
            if ack-status not = '00'
                display 'ack-process: no bureau-ack.txt on file'
                    ws-ded-sent-count
                move 'N' to ws-all-clean
            end-if
            if ws-inc-sent-count not = ws-inc-trl-count
                display 'ack-process: incentive trailer says '
                    ws-inc-trl-count ' lines, file carried '
                    ws-inc-sent-count
                move 'N' to ws-all-clean
            end-if
            if ws-per-sent-count not = ws-per-trl-count
                display 'ack-process: pay-period trailer says '
                    ws-per-trl-count ' lines, file carried '
                    ws-per-sent-count
                move 'N' to ws-all-clean
            end-if
            if ws-drt-sent-count not = ws-drt-trl-count
                display 'ack-process: deduction retro trailer says '
                    ws-drt-trl-count ' lines, file carried '
                    ws-drt-sent-count
                move 'N' to ws-all-clean
            end-if

      * every line we sent must have come back answered
            perform varying ws-scan from 1 by 1
                    move 'N' to ws-all-clean
                end-if
            end-perform
            perform varying ws-scan from 1 by 1
                until ws-scan > ws-inc-sent-count
                if wis-matched (ws-scan) not = 'Y'
                    add 1 to ws-unanswered
                    display 'ack-process: no response for INC line '
                        wis-id (ws-scan)
                    move 'N' to ws-all-clean
                end-if
            end-perform
            perform varying ws-scan from 1 by 1
                until ws-scan > ws-per-sent-count
                if wrs-matched (ws-scan) not = 'Y'
                    add 1 to ws-unanswered
                    display 'ack-process: no response for PER line '
                        wrs-id (ws-scan)
                    move 'N' to ws-all-clean
                end-if
            end-perform
            perform varying ws-scan from 1 by 1
                until ws-scan > ws-drt-sent-count
                if wts-matched (ws-scan) not = 'Y'
                    add 1 to ws-unanswered
                    display 'ack-process: no response for DRT line '
                        wts-id (ws-scan)
                    move 'N' to ws-all-clean
                end-if
            end-perform

            if ws-unmatched > 0
                move 'N' to ws-all-clean
            read deduction into deduction-raw
            end-read.

      * the incentive file carries the same envelope - its INC lines
      * also start with the employee id
            load-inc-para.
            if incentive-raw (1:3) = 'HDR'
                move incentive-raw (6:10) to ws-inc-extract-date
            else
                if incentive-raw (1:3) = 'TRL'
                    if incentive-raw (6:5) is numeric
                        move incentive-raw (6:5) to ws-inc-trl-count
                    end-if
                else
                    if ws-inc-sent-count < 9999
                        add 1 to ws-inc-sent-count
                        set inc-idx to ws-inc-sent-count
                        move incentive-raw (1:4) to wis-id (inc-idx)
                        move 'N' to wis-matched (inc-idx)
                    else
                        display 'ack-process: incentive table full'
                    end-if
                end-if
            end-if
            read incentive into incentive-raw
            end-read.

      * the pay-period file and the deduction RETRO envelope carry
      * the same envelope too
            load-per-para.
            if period-raw (1:3) = 'HDR'
                move period-raw (6:10) to ws-per-extract-date
            else
                if period-raw (1:3) = 'TRL'
                    if period-raw (6:5) is numeric
                        move period-raw (6:5) to ws-per-trl-count
                    end-if
                else
                    if ws-per-sent-count < 9999
                        add 1 to ws-per-sent-count
                        set per-idx to ws-per-sent-count
                        move period-raw (1:4) to wrs-id (per-idx)
                        move 'N' to wrs-matched (per-idx)
                    else
                        display 'ack-process: pay-period table full'
                    end-if
                end-if
            end-if
            read period into period-raw
            end-read.

            load-drt-para.
            if deduction-retro-raw (1:3) = 'HDR'
                move deduction-retro-raw (6:10) to ws-drt-extract-date
            else
                if deduction-retro-raw (1:3) = 'TRL'
                    if deduction-retro-raw (6:5) is numeric
                        move deduction-retro-raw (6:5)
                            to ws-drt-trl-count
                    end-if
                else
                    if ws-drt-sent-count < 500
                        add 1 to ws-drt-sent-count
                        set drt-idx to ws-drt-sent-count
                        move deduction-retro-raw (1:4)
                            to wts-id (drt-idx)
                        move 'N' to wts-matched (drt-idx)
                    else
                        display 'ack-process: deduction retro table '
                            'full'
                    end-if
                end-if
            end-if
            read deduction-retro into deduction-retro-raw
            end-read.

      * one acknowledgement line - responses match a sent line by
      * file tag, employee id and extract date; a rejected line goes
      * on the re-extract queue with the bureau's reason
                        and ack-extract-date = ws-ded-extract-date
                        perform match-ded-para
                    end-if
                    if ack-tag = 'INC'
                        and ack-extract-date = ws-inc-extract-date
                        perform match-inc-para
                    end-if
                    if ack-tag = 'PER'
                        and ack-extract-date = ws-per-extract-date
                        perform match-per-para
                    end-if
                    if ack-tag = 'DRT'
                        and ack-extract-date = ws-drt-extract-date
                        perform match-drt-para
                    end-if
                end-if
                if ws-ack-found = 'N'
                    add 1 to ws-unmatched
                    move 'Y' to wds-matched (ded-idx)
                    move 'Y' to ws-ack-found
            end-search.

            match-inc-para.
            set inc-idx to 1
            search ws-inc-sent
                at end continue
                when wis-id (inc-idx) = ws-ack-id
                    and wis-matched (inc-idx) = 'N'
                    move 'Y' to wis-matched (inc-idx)
                    move 'Y' to ws-ack-found
            end-search.

            match-per-para.
            set per-idx to 1
            search ws-per-sent
                at end continue
                when wrs-id (per-idx) = ws-ack-id
                    and wrs-matched (per-idx) = 'N'
                    move 'Y' to wrs-matched (per-idx)
                    move 'Y' to ws-ack-found
            end-search.

            match-drt-para.
            set drt-idx to 1
            search ws-drt-sent
                at end continue
                when wts-id (drt-idx) = ws-ack-id
                    and wts-matched (drt-idx) = 'N'
                    move 'Y' to wts-matched (drt-idx)
                    move 'Y' to ws-ack-found
            end-search.
