                05 fl-path pic x(60).

            fd site-in.
            01 site-line pic x(35).

            fd att-out.
            01 merged-header pic x(10).
                05 mg-not-used pic x(1).
                05 mg-time-minute pic x(2).
                05 mg-clock-id pic x(2).
                05 mg-project-code pic x(6).
            01 merged-site-line.
                05 ms-tag pic x(3).
                05 ms-sp1 pic x(2).
            01 list-status pic xx.
            01 site-status pic xx.

      * a JOB punch carries its project code after the clock column -
      * spaces on every other punch
            01 ws-site-line pic x(35).
            01 ws-site-punch redefines ws-site-line.
                05 ws-sp-id pic x(4).
                05 ws-sp-rest pic x(23).
                05 ws-sp-clock pic x(2).
                05 ws-sp-project pic x(6).

            01 ws-clock pic x(2).
            01 ws-header-date pic x(10).
                end-if
                move ws-punch-key to merged-record (1:27)
                move ws-clock to mg-clock-id
                move ws-sp-project to mg-project-code
                write merged-record
                end-write
                add 1 to ws-kept-total
