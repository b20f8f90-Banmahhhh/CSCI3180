      * pay groups and the pay-period calendar, loaded at the start of
      * each run by every extract that prices attendance money. an
      * employee is SSM (salaried, semi-monthly) unless an approved
      * PAYGROUP change from emp-maintain says otherwise - the latest
      * such change in file order effective on or before a date gives
      * the group for that date. a day whose group has a period on
      * pay-calendar.txt covering it has its overtime and deductions
      * priced by period-extract onto the period file; any other day
      * keeps going out daily from payroll-extract and monthly from
      * deduction-extract. a period in state C has been sent.
            01 pgc-count pic 999 value 0.
            01 pgc-table.
                05 pgc-entry occurs 500 times
                    depending on pgc-count indexed by pgc-idx.
                    10 pgc-id pic 9999.
                    10 pgc-eff-date pic x(10).
                    10 pgc-group pic x(3).
            01 pcal-count pic 999 value 0.
            01 pcal-table.
                05 pcal-entry occurs 500 times
                    depending on pcal-count indexed by pcal-idx.
                    10 pcal-group pic x(3).
                    10 pcal-start pic x(10).
                    10 pcal-end pic x(10).
                    10 pcal-state pic x.
      * resolve-group-para takes pg-id and pg-date and answers the
      * group, whether a calendar period covers the date and whether
      * that period has been sent
            01 pg-id pic 9999.
            01 pg-date pic x(10).
            01 pg-group pic x(3).
            01 pg-covered pic x.
            01 pg-closed pic x.
            01 pg-scan pic 999.
