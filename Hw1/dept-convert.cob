       identification division.
       program-id. dept-convert.

      * one-time conversion of the department table that used to be
      * compiled into every program (shift-schedule.cpy) to the
      * department master the chain now reads. each department goes
      * across active, with its shift hours and the CC-code cost
      * centre the general-ledger journal has always booked it to;
      * descriptions and responsible managers are then filled in
      * through dept-maintain CHANGE. refuses to run once a master is
      * on file, so it can never overwrite approved changes.
       environment division.
            input-output section.
            file-control.
              select optional dept-master
              assign to '/Users/banma/department-master.txt'
              organization is line sequential
              file status is dept-status.

       data division.
            file section.
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
            01 dept-status pic xx.
            01 ws-loaded pic 99 value 0.
            01 ws-conv-idx pic 9.

            copy "shift-schedule.cpy".

       procedure division.
            main-para.
            open input dept-master
            if dept-status = '00'
                read dept-master into dept-master-record
                if dept-status = '00'
                    display 'dept-convert: department master already '
                        'on file - NOT converted'
                    close dept-master
                    move 12 to return-code
                    stop run
                end-if
                close dept-master
            end-if

            open output dept-master
            perform varying ws-conv-idx from 1 by 1
                until ws-conv-idx > 4
                perform convert-para
            end-perform
            close dept-master
            display 'dept-convert: ' ws-loaded ' departments loaded'
            stop run.

            convert-para.
            move spaces to dept-master-record
            move shift-depart (ws-conv-idx) to dm-code
            move shift-start-hour (ws-conv-idx) to dm-start-hour
            move shift-end-hour (ws-conv-idx) to dm-end-hour
            string 'CC-' shift-depart (ws-conv-idx)
                delimited by size into dm-cost-centre
            move 'A' to dm-state
            write dept-master-record
            end-write
            add 1 to ws-loaded.
