       identification division.
       program-id. retro-adjust.

      * prior-period adjustment run. once the daily job stamps a date
      * COMPLETED nothing ever touched that day's figures again, so a
      * missed punch a supervisor vouched for afterwards (CORRECT in
      * sus-case-maintain) or a leave window approved after the days
      * it covers had already run (leave-admin queues those in
      * leave-retro.txt) never reached the daily evidence, the
      * monthly rollup or the bureau - payroll hand-keyed the
      * differences instead. this re-evaluates just the employee-days
      * those corrections touch, with the daily run's own late,
      * absence, overtime and worked-hours rules, lists the old and
      * new verdict side by side, puts the new verdict on
      * daily-history.dat and the month's totals, and sends the
      * difference to the bureau as signed RETRO lines - overtime
      * inside the day's payroll interface envelope, deductions in
      * an envelope of their own, deduction-retro.txt, since the
      * month's deduction file has long gone. a day a pay-period
      * calendar covers gets RETRO lines only once its period has
      * been sent; until then period-extract picks the corrected
      * figures up from daily-history.dat by itself. the day's night
      * differential and holiday premiums are priced again too, the
      * way payroll-extract prices them, and any difference goes out
      * as signed lines under the premium code, the day's rows in
      * premium-ledger.txt replaced by the new ones.
      *
      * a correction, like a back-dated leave window, makes its days
      * candidates once: when they have been re-evaluated it goes on
      * punch-corrections-applied.dat and later runs pass it by (it
      * is still merged into its day whenever something else brings
      * that day round again). an employee-day whose figures already
      * match the re-evaluation produces nothing, so the run can be
      * repeated safely. more affected days than the tables hold
      * wait for the next run, and the run ends with return code 12
      * so somebody runs it again. run it
      * after the day's payroll-extract and before the interface
      * files go out, so the RETRO lines ride that transmission.
       environment division.
            input-output section.
            file-control.
              select run-control
              assign to 'run-control.txt'
              organization is line sequential
              file status is rc-status.

              select optional run-control-ext
              assign to 'run-control.txt'
              organization is line sequential
              file status is rc-ext-status.

              select emp
              assign to '/Users/banma/employees.dat'
              organization is indexed
              access mode is dynamic
              record key is id-emp
              file status is emp-status.

              select emp-changes
              assign to '/Users/banma/employee-changes.txt'
              organization is line sequential
              file status is chg-status.

              select punch-corr
              assign to 'punch-corrections.txt'
              organization is line sequential
              file status is corr-status.

      * the corrections already re-evaluated, keyed by the punch -
      * written once every day a correction touches has been priced
      * again without being deferred
              select optional corr-applied
              assign to 'punch-corrections-applied.dat'
              organization is indexed
              access mode is dynamic
              record key is ca-key
              file status is ca-status.

              select punch-archive
              assign to 'punch-archive.txt'
              organization is line sequential
              file status is arch-status.

              select leave-req
              assign to 'leave-requests.txt'
              organization is line sequential
              file status is leave-status.

      * approved windows reaching back over dates already processed,
      * queued by leave-admin's APPROVE - PENDING until this run has
      * re-evaluated the dates and burned the taken days
              select leave-retro
              assign to 'leave-retro.txt'
              organization is line sequential
              file status is lretro-status.

              select leave-retro-new
              assign to 'leave-retro.txt.new'
              organization is line SEQUENTIAL.

              select holiday-cal
              assign to 'holiday-calendar.txt'
              organization is line sequential
              file status is holiday-status.

              select lateness-policy
              assign to 'lateness-policy.txt'
              organization is line sequential
              file status is policy-status.

              select work-roster
              assign to 'work-roster.txt'
              organization is line sequential
              file status is roster-status.

              select ot-auth
              assign to 'overtime-authorization.txt'
              organization is line sequential
              file status is ot-auth-status.

              select daily-history
              assign to 'daily-history.dat'
              organization is indexed
              access mode is dynamic
              record key is hist-key
              alternate record key is hist-id with duplicates
              file status is history-status.

              select moncob-old
              assign to 'monthly-attendancecob.txt'
              organization is line sequential
              file status is moncob-old-status.

              select moncob-new
              assign to 'monthly-attendancecob.txt.new'
              organization is line SEQUENTIAL.

      * the running-totals input the next daily run starts from, and
      * its pre-run snapshot - left alone, tomorrow's regen would
      * rebuild the current month without the correction
              select mon-in
              assign to '/Users/banma/monthly-attendance.txt'
              organization is line sequential
              file status is mon-status.

              select mon-new
              assign to '/Users/banma/monthly-attendance.txt.new'
              organization is line SEQUENTIAL.

              select mon-prev
              assign to '/Users/banma/monthly-attendance-prev.txt'
              organization is line sequential
              file status is prev-status.

              select mon-prev-new
              assign to '/Users/banma/monthly-attendance-prev.txt.new'
              organization is line SEQUENTIAL.

              select leave-ent
              assign to 'leave-entitlements.txt'
              organization is line sequential
              file status is ent-status.

              select leave-ent-new
              assign to 'leave-entitlements.txt.new'
              organization is line SEQUENTIAL.

              select payroll-in
              assign to 'payroll-adjustment.txt'
              organization is line sequential
              file status is pay-status.

              select payroll-new
              assign to 'payroll-adjustment.txt.new'
              organization is line SEQUENTIAL.

      * deduction RETRO lines - one envelope per day's
      * transmission, so a second run the same day adds to it and a
      * run on a later day starts a fresh one
              select deduction-in
              assign to 'deduction-retro.txt'
              organization is line sequential
              file status is ded-status.

              select deduction-new
              assign to 'deduction-retro.txt.new'
              organization is line SEQUENTIAL.

              select optional pay-cal
              assign to 'pay-calendar.txt'
              organization is line sequential
              file status is cal-status.

              select retro-rpt
              assign to 'retro-adjust-report.txt'
              organization is line SEQUENTIAL.

      * the department master - shift hours, cost centre, manager
              select dept-master
              assign to '/Users/banma/department-master.txt'
              organization is line sequential
              file status is dept-status.

      * the premium rules payroll-extract prices with, and the ledger
      * of what it priced - a re-evaluated day's rows are replaced
              select optional premium-rules
              assign to 'premium-rules.txt'
              organization is line sequential
              file status is prm-status.

              select optional prm-ledger-in
              assign to 'premium-ledger.txt'
              organization is line sequential
              file status is ledger-in-status.

              select prm-ledger-new
              assign to 'premium-ledger.txt.new'
              organization is line SEQUENTIAL.

       data division.
            file section.
            fd run-control.
            01 rc-record.
                05 rc-date pic x(10).
                05 rc-sp1 pic x(2).
                05 rc-step pic x(8).
                05 rc-sp2 pic x(2).
                05 rc-run-status pic x(9).

            fd run-control-ext.
            01 rc-ext-record.
                05 rcx-date pic x(10).
                05 rcx-sp1 pic x(2).
                05 rcx-step pic x(8).
                05 rcx-sp2 pic x(2).
                05 rcx-run-status pic x(9).

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

            fd punch-corr.
            01 corr-record.
               05 corr-id-att pic x(4).
               05 corr-a-l pic x(7).
               05 corr-the-date pic x(11).
               05 corr-time-hour pic x(2).
               05 corr-not-used pic x(1).
               05 corr-time-minute pic x(2).

            fd corr-applied.
            01 ca-record.
                05 ca-key.
                    10 ca-id pic x(4).
                    10 ca-a-l pic x(7).
                    10 ca-date pic x(10).
                    10 ca-hour pic x(2).
                    10 ca-minute pic x(2).
                05 ca-sp1 pic x(2).
                05 ca-run-date pic x(10).

            fd punch-archive.
            01 archive-line.
                05 arch-date pic x(10).
                05 arch-sp pic x(2).
                05 arch-id-att pic x(4).
                05 arch-a-l pic x(7).
                05 arch-the-date pic x(11).
                05 arch-time-hour pic x(2).
                05 arch-not-used pic x(1).
                05 arch-time-minute pic x(2).
                05 arch-clock-id pic x(2).
                05 arch-cr pic x.

            fd leave-req.
            01 leave-record.
                05 leave-id pic 9999.
                05 leave-start pic x(10).
                05 leave-end pic x(10).
                05 leave-approved pic x.
                05 leave-type pic x(6).
                05 leave-cert pic x.

            fd leave-retro.
            01 lretro-record.
                05 lr-id pic 9999.
                05 lr-sp1 pic x(2).
                05 lr-start pic x(10).
                05 lr-sp2 pic x(2).
                05 lr-end pic x(10).
                05 lr-sp3 pic x(2).
                05 lr-type pic x(6).
                05 lr-sp4 pic x(2).
                05 lr-status pic x(9).
                05 lr-cr pic x.

            fd leave-retro-new.
            01 lretro-new-line pic x(48).

            fd holiday-cal.
            01 holiday-record.
                05 hol-date pic x(10).
                05 hol-sp pic x(2).
                05 hol-desc pic x(30).

            fd lateness-policy.
            01 policy-record.
                05 pol-dept pic x(3).
                05 pol-sp1 pic x(2).
                05 pol-grace pic 99.
                05 pol-sp2 pic x(2).
                05 pol-round pic x(7).
                05 pol-sp3 pic x(2).
                05 pol-eff-date pic x(10).

            fd work-roster.
            01 roster-record.
                05 ros-id pic 9999.
                05 ros-sp1 pic x(2).
                05 ros-days pic x(7).
                05 ros-sp2 pic x(2).
                05 ros-start pic x(2).
                05 ros-sp3 pic x.
                05 ros-end pic x(2).

            fd ot-auth.
            01 auth-record.
                05 auth-id pic 9999.
                05 auth-sp1 pic x(2).
                05 auth-date pic x(10).
                05 auth-sp2 pic x(2).
                05 auth-hours pic 999.
                05 auth-sp3 pic x(2).
                05 auth-mgr pic x(10).

            fd daily-history.
            01 hist-line.
                05 hist-key.
                    10 hist-date pic x(10).
                    10 hist-id pic 9999.
                05 hist-status pic x(10).
                05 hist-late pic 99.
                05 hist-overtime pic 9.
                05 hist-worked pic 99.

            fd moncob-old.
            01 moncob-old-line.
                05 mo-month pic x(7).
                05 mo-id pic x(4).
                05 mo-absent pic 999.
                05 mo-late pic 999.
                05 mo-overtime pic 999.
                05 mo-worked pic 9(4).
                05 mo-rest pic x(4).

            fd moncob-new.
            01 moncob-new-line pic x(29).

            fd mon-in.
            01 mon-in-line.
                05 mi-id pic x(4).
                05 mi-absent pic 999.
                05 mi-late pic 999.
                05 mi-overtime pic 999.
                05 mi-worked pic 9(4).
                05 mi-rest pic x(8).

            fd mon-new.
            01 mon-new-line pic x(25).

            fd mon-prev.
            01 mon-prev-line.
                05 mp-id pic x(4).
                05 mp-absent pic 999.
                05 mp-late pic 999.
                05 mp-overtime pic 999.
                05 mp-worked pic 9(4).
                05 mp-rest pic x(8).

            fd mon-prev-new.
            01 mon-prev-new-line pic x(25).

            fd leave-ent.
            01 ent-record.
                05 ent-id pic 9999.
                05 ent-sp1 pic x(2).
                05 ent-annual pic 999.
                05 ent-sp2 pic x(2).
                05 ent-carried pic 999.
                05 ent-sp3 pic x(2).
                05 ent-taken pic 999.
                05 ent-sp4 pic x(2).
                05 ent-sick pic 999.
                05 ent-sp5 pic x(2).
                05 ent-sick-taken pic 999.

            fd leave-ent-new.
            01 ent-record-new pic x(29).

            fd payroll-in.
            01 payroll-in-line pic x(100).

            fd payroll-new.
            01 payroll-new-raw pic x(100).
            01 payroll-header.
                05 ph-tag pic x(3).
                05 ph-sp1 pic x(2).
                05 ph-extract-date pic x(10).
                05 ph-sp2 pic x(2).
                05 ph-run-date pic x(10).
                05 ph-cr pic x.
            01 payroll-trailer.
                05 pt-tag pic x(3).
                05 pt-sp1 pic x(2).
                05 pt-count pic 9(5).
                05 pt-sp2 pic x(2).
                05 pt-hours pic 9(5).
                05 pt-sp3 pic x(2).
                05 pt-pay pic 9(7).99.
                05 pt-cr pic x.
      * same columns as payroll-extract's detail line, with the hours
      * and pay signed, then the tag and the attendance date the
      * difference belongs to
            01 payroll-retro-line.
                05 pr-id pic 9999.
                05 pr-sp1 pic x(2).
                05 pr-first-name pic x(10).
                05 pr-sp2 pic x(2).
                05 pr-last-name pic x(20).
                05 pr-sp3 pic x(2).
                05 pr-hours pic ++9.
                05 pr-sp4 pic x(2).
                05 pr-rate pic zzzz9.99.
                05 pr-sp5 pic x(2).
                05 pr-pay pic +++++9.99.
                05 pr-sp6 pic x(2).
                05 pr-tag pic x(5).
                05 pr-sp7 pic x(2).
                05 pr-date pic x(10).
                05 pr-cr pic x.

            fd pay-cal.
            01 cal-record.
                05 cal-group pic x(3).
                05 cal-sp1 pic x(2).
                05 cal-start pic x(10).
                05 cal-sp2 pic x(2).
                05 cal-end pic x(10).
                05 cal-sp3 pic x(2).
                05 cal-cutoff pic x(10).
                05 cal-sp4 pic x(2).
                05 cal-pay-date pic x(10).
                05 cal-sp5 pic x(2).
                05 cal-state pic x.

            fd deduction-in.
            01 deduction-in-line pic x(100).

            fd deduction-new.
            01 deduction-new-raw pic x(100).
            01 deduction-header.
                05 dh-tag pic x(3).
                05 dh-sp1 pic x(2).
                05 dh-extract-date pic x(10).
                05 dh-sp2 pic x(2).
                05 dh-month pic x(7).
                05 dh-cr pic x.
            01 deduction-trailer.
                05 dt-tag pic x(3).
                05 dt-sp1 pic x(2).
                05 dt-count pic 9(5).
                05 dt-sp2 pic x(2).
                05 dt-amount pic 9(7).99.
                05 dt-cr pic x.
      * same columns as deduction-extract's detail line, signed
            01 deduction-retro-line.
                05 dr-id pic 9999.
                05 dr-sp1 pic x(2).
                05 dr-first-name pic x(10).
                05 dr-sp2 pic x(2).
                05 dr-last-name pic x(20).
                05 dr-sp3 pic x(2).
                05 dr-absences pic ++9.
                05 dr-sp4 pic x(2).
                05 dr-late-blocks pic ++9.
                05 dr-sp5 pic x(2).
                05 dr-unpaid pic ++9.
                05 dr-sp6 pic x(2).
                05 dr-amount pic +++++9.99.
                05 dr-sp7 pic x(2).
                05 dr-tag pic x(5).
                05 dr-sp8 pic x(2).
                05 dr-date pic x(10).
                05 dr-cr pic x.

            fd retro-rpt.
            01 rpt-header-line.
                05 rh-text pic x(80).
                05 rh-cr pic x.
            01 rpt-detail-line.
                05 rd-date pic x(10).
                05 rd-sp1 pic x(2).
                05 rd-id pic 9999.
                05 rd-sp2 pic x(2).
                05 rd-source pic x(10).
                05 rd-sp3 pic x(2).
                05 rd-old-status pic x(10).
                05 rd-sp4 pic x.
                05 rd-old-late pic z9.
                05 rd-sp5 pic x.
                05 rd-old-ot pic 9.
                05 rd-sp6 pic x.
                05 rd-old-worked pic z9.
                05 rd-arrow pic x(4).
                05 rd-new-status pic x(10).
                05 rd-sp7 pic x.
                05 rd-new-late pic z9.
                05 rd-sp8 pic x.
                05 rd-new-ot pic 9.
                05 rd-sp9 pic x.
                05 rd-new-worked pic z9.
                05 rd-sp10 pic x(2).
                05 rd-outcome pic x(8).
                05 rd-cr pic x.

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

            fd premium-rules.
            01 prm-record.
                05 prm-code pic x(5).
                05 prm-sp1 pic x(2).
                05 prm-dept pic x(3).
                05 prm-sp2 pic x(2).
                05 prm-shift pic x(2).
                05 prm-sp3 pic x(2).
                05 prm-from-hh pic 99.
                05 prm-from-mm pic 99.
                05 prm-sp4 pic x.
                05 prm-to-hh pic 99.
                05 prm-to-mm pic 99.
                05 prm-sp5 pic x(2).
                05 prm-day-type pic x.
                05 prm-sp6 pic x(2).
                05 prm-mult pic 9v99.
                05 prm-sp7 pic x(2).
                05 prm-eff-date pic x(10).

            fd prm-ledger-in.
            01 ledger-in-record.
                05 lgi-date pic x(10).
                05 lgi-sp1 pic x(2).
                05 lgi-id pic x(4).
                05 lgi-sp2 pic x(2).
                05 lgi-dept pic x(3).
                05 lgi-sp3 pic x(2).
                05 lgi-code pic x(5).
                05 lgi-sp4 pic x(2).
                05 lgi-hours pic x(3).
                05 lgi-sp5 pic x(2).
                05 lgi-pay pic 9(6).99.
                05 lgi-cr pic x.

            fd prm-ledger-new.
            01 ledger-record.
                05 lg-date pic x(10).
                05 lg-sp1 pic x(2).
                05 lg-id pic 9999.
                05 lg-sp2 pic x(2).
                05 lg-dept pic x(3).
                05 lg-sp3 pic x(2).
                05 lg-code pic x(5).
                05 lg-sp4 pic x(2).
                05 lg-hours pic 999.
                05 lg-sp5 pic x(2).
                05 lg-pay pic 9(6).99.
                05 lg-cr pic x.

            working-storage section.
            01 rc-status pic xx.
            01 rc-ext-status pic xx.
            01 emp-status pic xx.
            01 chg-status pic xx.
            01 corr-status pic xx.
            01 arch-status pic xx.
            01 leave-status pic xx.
            01 lretro-status pic xx.
            01 holiday-status pic xx.
            01 policy-status pic xx.
            01 roster-status pic xx.
            01 ot-auth-status pic xx.
            01 history-status pic xx.
            01 moncob-old-status pic xx.
            01 mon-status pic xx.
            01 prev-status pic xx.
            01 ent-status pic xx.
            01 pay-status pic xx.
            01 ded-status pic xx.
            01 cal-status pic xx.
            01 ca-status pic xx.
            01 prm-status pic xx.
            01 ledger-in-status pic xx.
            01 ws-mv-cmd pic x(120).

            copy "pay-group.cpy".

            01 ws-today-raw pic 9(8).
            01 ws-today-parts redefines ws-today-raw.
                05 ws-td-year pic 9999.
                05 ws-td-month pic 99.
                05 ws-td-day pic 99.
            01 ws-today-str pic x(10).

      * department master, keyed by department - the same table the
      * daily run prices against
            01 dept-status pic xx.
            copy "department.cpy".

      * every attendance date on the control file: whether its last
      * daily-run stamp is COMPLETED, whether payroll-extract priced
      * it, and the calendar day after it (a night crew's punch-out
      * and its correction carry that date)
            01 ws-done-count pic 9999 value 0.
            01 ws-done-table.
                05 ws-done-entry occurs 2000 times
                    depending on ws-done-count indexed by done-idx.
                    10 wdn-date pic x(10).
                    10 wdn-next pic x(10).
                    10 wdn-closed pic x.
                    10 wdn-priced pic x.
            01 ws-done-scan pic 9999.
            01 ws-latest-run-date pic x(10) value spaces.
      * the most recent date, while payroll-extract has still to
      * price it - its overtime is not in the bureau yet, so any
      * difference waits for the next run rather than going out as
      * a RETRO line the day's own extract would duplicate
            01 ws-defer-date pic x(10) value spaces.

      * months deduction-extract has already sent to the bureau
            01 ws-sent-month-count pic 999 value 0.
            01 ws-sent-month-table.
                05 ws-sent-month pic x(7) occurs 500 times
                    depending on ws-sent-month-count
                    indexed by sent-idx.
            01 ws-month-sent pic x.

      * the employee-days to re-evaluate, with the day's punches as
      * the daily run would have merged them (archive plus any
      * correction not yet folded in), in date/time order
            01 ws-cand-count pic 999 value 0.
            01 ws-cand-table.
                05 ws-cand-entry occurs 500 times
                    depending on ws-cand-count indexed by cand-idx.
                    10 wcd-date pic x(10).
                    10 wcd-id pic 9999.
                    10 wcd-source pic x(10).
                    10 wcd-hist-found pic x.
                    10 wcd-old-status pic x(10).
                    10 wcd-old-late pic 99.
                    10 wcd-old-ot pic 9.
                    10 wcd-old-worked pic 99.
                    10 wcd-new-status pic x(10).
                    10 wcd-new-late pic 99.
                    10 wcd-new-ot pic 9.
                    10 wcd-new-worked pic 99.
                    10 wcd-outcome pic x(8).
                    10 wcd-first pic x(10).
                    10 wcd-last pic x(20).
                    10 wcd-salary pic 9(6).
      * premiums: N not priced again, Y priced again, F left as
      * they stand (the premium tables were full); whether they
      * moved, and whether the new ledger rows are written yet
                    10 wcd-prm-state pic x.
                    10 wcd-prm-diff pic x.
                    10 wcd-prm-out pic x.
                    10 wcd-punch-count pic 99.
                    10 wcd-punch occurs 12 times.
                        15 wcp-key.
                            20 wcp-date pic x(10).
                            20 wcp-hour pic 99.
                            20 wcp-minute pic 99.
                        15 wcp-code pic x(7).
            01 ws-cand-scan pic 999.
            01 ws-add-date pic x(10).
            01 ws-add-id pic 9999.
            01 ws-add-source pic x(10).
            01 ws-cand-found pic x.
            01 ws-cand-over-warned pic x value 'N'.
            01 ws-add-pos pic 999.
      * set when anything affected did not fit - it is picked up by
      * the next run, and this one ends with return code 12
            01 ws-left-over pic x value 'N'.

      * the corrections not yet applied that made days candidates
      * this run, with the candidates each touched (0 none) - one
      * goes on the applied file once none of its days was deferred
      * or left out
      * Y applied file read, E none on file yet, N not open
            01 ws-ca-open pic x value 'N'.
            01 ws-corr-key.
                05 ws-ck-id pic x(4).
                05 ws-ck-a-l pic x(7).
                05 ws-ck-date pic x(10).
                05 ws-ck-hour pic x(2).
                05 ws-ck-minute pic x(2).
            01 ws-corr-done pic x.
            01 ws-corr-tried pic x.
            01 ws-corr-cand-1 pic 999.
            01 ws-corr-cand-2 pic 999.
            01 ws-corr-hold pic x.
            01 ws-sel-count pic 999 value 0.
            01 ws-sel-table.
                05 ws-sel-entry occurs 999 times
                    depending on ws-sel-count indexed by sel-idx.
                    10 wsl-key pic x(25).
                    10 wsl-cand-1 pic 999.
                    10 wsl-cand-2 pic 999.
                    10 wsl-hold pic x.
            01 ws-sel-scan pic 9999.
            01 ws-sel-over-warned pic x value 'N'.
            01 ws-corr-applied pic 999 value 0.

      * one punch being merged into a candidate's ordered list
            01 ws-in-punch.
                05 ws-in-key.
                    10 ws-in-date pic x(10).
                    10 ws-in-hour pic 99.
                    10 ws-in-minute pic 99.
                05 ws-in-code pic x(7).
            01 ws-punch-scan pic 99.
            01 ws-punch-pos pic 99.
            01 ws-punch-dup pic x.

      * effective-dated master changes, walked in file order so the
      * latest in effect wins, as in the daily run
            01 ws-chg-count pic 999 value 0.
            01 ws-chg-table.
                05 ws-chg-entry occurs 200 times
                    depending on ws-chg-count indexed by chg-idx.
                    10 wc-id pic 9999.
                    10 wc-action pic x(8).
                    10 wc-value pic x(6).
                    10 wc-eff-date pic x(10).
            01 ws-chg-scan pic 999.

      * approved leave from both the live request file and the
      * back-dated queue
            01 ws-leave-count pic 999 value 0.
            01 ws-leave-table.
                05 ws-leave-entry occurs 400 times
                    depending on ws-leave-count indexed by leave-idx.
                    10 wl-id pic 9999.
                    10 wl-start pic x(10).
                    10 wl-end pic x(10).
                    10 wl-type pic x(6).
                    10 wl-retro pic x.
                    10 wl-pending pic x.
                    10 wl-hold pic x.
            01 ws-leave-scan pic 999.
            01 ws-on-leave pic x.
            01 ws-on-leave-type pic x(6).

            01 ws-holiday-count pic 999 value 0.
            01 ws-holiday-table.
                05 ws-holiday-entry occurs 100 times
                    depending on ws-holiday-count indexed by hol-idx.
                    10 wh-date pic x(10).

            01 ws-policy-count pic 99 value 0.
            01 ws-policy-table.
                05 ws-policy-entry occurs 50 times
                    depending on ws-policy-count indexed by pol-idx.
                    10 wlp-dept pic x(3).
                    10 wlp-grace pic 99.
                    10 wlp-round pic x(7).
                    10 wlp-eff-date pic x(10).
            01 ws-policy-scan pic 99.
            01 ws-policy-grace pic 99.
            01 ws-policy-round pic x(7).

            01 ws-roster-count pic 999 value 0.
            01 ws-roster-table.
                05 ws-roster-entry occurs 500 times
                    depending on ws-roster-count indexed by ros-idx.
                    10 wr-id pic 9999.
                    10 wr-days pic x(7).
                    10 wr-start pic x(2).
                    10 wr-end pic x(2).
            01 ws-roster-day-idx pic 9.
            01 ws-roster-off pic x.
            01 ws-roster-start pic x(2).
            01 ws-roster-end pic x(2).

            01 ws-auth-count pic 999 value 0.
            01 ws-auth-table.
                05 ws-auth-entry occurs 200 times
                    depending on ws-auth-count indexed by auth-idx.
                    10 wa-id pic 9999.
                    10 wa-date pic x(10).
                    10 wa-hours pic 999.
            01 ws-approved-hours pic 999.

      * the employee-day being re-evaluated - the same working fields
      * the daily run keeps on its tempfile row
            01 ws-ev-date pic x(10).
            01 ws-ev-id pic 9999.
            01 ws-ev-depart pic x(3).
            01 ws-ev-salary pic 9(6).
            01 ws-ev-sus pic 9.
            01 ws-ev-late pic 99.
            01 ws-ev-ot pic 9.
            01 ws-ev-arrive-ct pic 9.
            01 ws-ev-leave-ct pic 9.
            01 ws-ev-last-al pic x(7).
            01 ws-ev-flag pic x.
            01 ws-ev-appr pic x(7).
            01 ws-ev-in-min pic 9(4).
            01 ws-ev-in-pend pic x.
            01 ws-ev-worked-min pic 9(4).
            01 ws-ev-status pic x(10).
            01 ws-ev-a-l pic x(7).
            01 ws-ev-hour pic 99.
            01 ws-ev-minute pic 99.
            01 ws-ev-punch pic 99.
            01 ws-non-working pic x.
            01 ws-shift-start-hour pic 99.
            01 ws-shift-end-hour pic 99.
            01 ws-shift-overnight pic x.
      * the shift of the employee a correction is for on the closed
      * date before the one it is dated - att-edit's night crew test
            01 ws-corr-date pic x(10).
            01 ws-corr-dept pic x(3).
            01 ws-corr-start pic 99.
            01 ws-corr-end pic 99.
            01 ws-corr-overnight pic x.
            01 ws-adj-hour pic 99.
            01 ws-adj-end-hour pic 99.
            01 ws-late-minutes pic 9(4).
            01 ws-blocks pic 999.
            01 ws-punch-min pic 9(4).
            01 ws-worked-delta pic 9(4).
            01 ws-worked-hrs pic 99.

      * day serial and weekday (serial mod 7: 0 Monday .. 5 Saturday,
      * 6 Sunday), integer arithmetic only
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
            01 ws-cd-q pic 9(7).
            01 ws-cd-dow pic 9.

      * the calendar day after ws-nd-from, month and year rollover
      * included
            01 ws-nd-from pic x(10).
            01 ws-nf-parts redefines ws-nd-from.
                05 ws-nf-year pic 9999.
                05 ws-nf-dash1 pic x.
                05 ws-nf-month pic 99.
                05 ws-nf-dash2 pic x.
                05 ws-nf-day pic 99.
            01 ws-next-date pic x(10).
            01 ws-next-parts redefines ws-next-date.
                05 ws-nd-year pic 9999.
                05 ws-nd-dash1 pic x.
                05 ws-nd-month pic 99.
                05 ws-nd-dash2 pic x.
                05 ws-nd-day pic 99.
            01 ws-days-in-month pic 99.
            01 ws-is-leap pic x.
            01 ws-leap-q pic 9(4).
            01 ws-leap-r4 pic 9(4).
            01 ws-leap-r100 pic 9(4).
            01 ws-leap-r400 pic 9(4).

      * per employee-day differences, signed
            01 ws-d-abs pic s9.
            01 ws-d-unpaid pic s9.
            01 ws-d-late pic s99.
            01 ws-d-ot pic s9.
            01 ws-d-worked pic s99.
            01 ws-d-paid pic s999.
            01 ws-old-paid pic 999.
            01 ws-new-paid pic 999.

      * the same month's differences summed per employee, applied to
      * the rollup row on the way through - the prev columns carry
      * only dates before the latest run, which is all the pre-run
      * snapshot of the running totals may contain
            01 ws-md-count pic 999 value 0.
            01 ws-md-table.
                05 ws-md-entry occurs 500 times
                    depending on ws-md-count indexed by md-idx.
                    10 wmd-month pic x(7).
                    10 wmd-id pic 9999.
                    10 wmd-abs pic s999.
                    10 wmd-late pic s999.
                    10 wmd-ot pic s999.
                    10 wmd-worked pic s9(4).
                    10 wmd-p-abs pic s999.
                    10 wmd-p-late pic s999.
                    10 wmd-p-ot pic s999.
                    10 wmd-p-worked pic s9(4).
            01 ws-md-found pic x.
            01 ws-adj-value pic s9(5).
            01 ws-mon-month pic x(7).
            01 ws-prev-month pic x(7).

      * taken days burned by back-dated leave, per employee and pool
            01 ws-burn-count pic 999 value 0.
            01 ws-burn-table.
                05 ws-burn-entry occurs 200 times
                    depending on ws-burn-count indexed by burn-idx.
                    10 wb-id pic 9999.
                    10 wb-annual pic 999.
                    10 wb-sick pic 999.
            01 ws-burn-date pic x(10).

      * bureau lines this run adds, held until the envelopes are
      * rebuilt
            01 ws-pay-line-count pic 999 value 0.
            01 ws-ded-line-count pic 999 value 0.
            01 ws-hourly-rate pic 9(6)v99.
            01 ws-overtime-rate pic 9(6)v99.
            01 ws-pay-amount pic s9(6)v99.
            01 ws-daily-rate pic 9(6)v99.
            01 ws-block-rate pic 9(4)v99.
            01 ws-ded-amount pic s9(6)v99.
            01 ws-workdays-per-month pic 99 value 22.
            01 ws-hours-per-day pic 99 value 8.
            01 ws-overtime-multiplier pic 9v9 value 1.5.

      * the envelope already on file - its trailer figures are carried
      * forward and this run's lines added to them. the agreed trailer
      * has no sign, so a RETRO line adds its magnitude: the control
      * totals prove what was transmitted, the signed lines carry
      * the money
            01 ws-old-trailer.
                05 wot-tag pic x(3).
                05 wot-sp1 pic x(2).
                05 wot-count pic 9(5).
                05 wot-sp2 pic x(2).
                05 wot-hours pic 9(5).
                05 wot-sp3 pic x(2).
                05 wot-pay-int pic 9(7).
                05 wot-pay-dot pic x.
                05 wot-pay-dec pic 99.
            01 ws-old-ded-trailer.
                05 wodt-tag pic x(3).
                05 wodt-sp1 pic x(2).
                05 wodt-count pic 9(5).
                05 wodt-sp2 pic x(2).
                05 wodt-amt-int pic 9(7).
                05 wodt-amt-dot pic x.
                05 wodt-amt-dec pic 99.
            01 ws-env-count pic 9(5).
            01 ws-env-hours pic 9(5).
            01 ws-env-pay pic 9(7)v99.
            01 ws-env-seen pic x.
            01 ws-abs-hours pic 999.
            01 ws-abs-amount pic 9(6)v99.

      * premium rules as they stand on file, every row - the ones in
      * effect on a candidate's date are picked into ws-prm-table the
      * way payroll-extract picks them for its run date
            01 ws-rul-count pic 999 value 0.
            01 ws-rul-table.
                05 ws-rul-entry occurs 200 times
                    depending on ws-rul-count.
                    10 wru-code pic x(5).
                    10 wru-dept pic x(3).
                    10 wru-shift pic x(2).
                    10 wru-from-min pic 9(4).
                    10 wru-to-min pic 9(4).
                    10 wru-day-type pic x.
                    10 wru-mult pic 9v99.
                    10 wru-eff-date pic x(10).
            01 ws-rul-scan pic 9999.
            01 ws-prm-count pic 99 value 0.
            01 ws-prm-table.
                05 ws-prm-entry occurs 20 times.
                    10 wpr-code pic x(5).
                    10 wpr-dept pic x(3).
                    10 wpr-shift pic x(2).
                    10 wpr-from-min pic 9(4).
                    10 wpr-to-min pic 9(4).
                    10 wpr-day-type pic x.
                    10 wpr-mult pic 9v99.
                    10 wpr-eff-date pic x(10).
                    10 wpr-applies pic x.
                    10 wpr-minutes pic 9(4).
            01 ws-prm-scan pic 99.
            01 ws-prm-prior pic 99.
            01 ws-prm-slot pic 99.
            01 ws-prm-code-taken pic x.
            01 ws-prm-priced pic x.
            01 ws-prm-holiday pic x.
            01 ws-prm-rest-day pic x.
            01 ws-prm-day-ok pic x.
            01 ws-prm-in-min pic 9(4).
            01 ws-prm-in-pend pic x.
            01 ws-span-from pic s9(5).
            01 ws-span-to pic s9(5).
            01 ws-win-from pic s9(5).
            01 ws-win-to pic s9(5).
            01 ws-win-offset pic s9(5).
            01 ws-overlap pic s9(5).
            01 ws-prm-hours pic 999.
            01 ws-prm-rate pic 9(6)v99.
            01 ws-prm-pay pic 9(6)v99.

      * the candidate days' ledger rows as payroll-extract left them,
      * and the rows the pricing puts in their place with what each
      * moved by
            01 ws-opr-count pic 9999 value 0.
            01 ws-opr-table.
                05 ws-opr-entry occurs 2000 times
                    depending on ws-opr-count.
                    10 wop-cand pic 999.
                    10 wop-code pic x(5).
                    10 wop-hours pic 999.
                    10 wop-pay pic 9(6)v99.
                    10 wop-matched pic x.
            01 ws-opr-scan pic 9(5).
            01 ws-opr-found pic x.
            01 ws-npr-count pic 9999 value 0.
            01 ws-npr-table.
                05 ws-npr-entry occurs 2000 times
                    depending on ws-npr-count.
                    10 wnp-cand pic 999.
                    10 wnp-dept pic x(3).
                    10 wnp-code pic x(5).
                    10 wnp-hours pic 999.
                    10 wnp-rate pic 9(6)v99.
                    10 wnp-pay pic 9(6)v99.
                    10 wnp-d-hours pic s999.
                    10 wnp-d-pay pic s9(6)v99.
            01 ws-npr-scan pic 9(5).
            01 ws-npr-mark pic 9999.
            01 ws-npr-from pic 9(5).
            01 ws-ledger-pay pic 9(6)v99.
            01 ws-prm-line-hours pic s999.
            01 ws-prm-line-rate pic 9(6)v99.
            01 ws-prm-line-pay pic s9(6)v99.
            01 ws-prm-line-code pic x(5).
            01 ws-prm-diff-count pic 999 value 0.

            01 ws-changed-count pic 999 value 0.
            01 ws-deferred-count pic 999 value 0.
            01 ws-applied-leave pic 999 value 0.

            01 cr pic x value X"0D".

       procedure division.
            main-para.
            accept ws-today-raw from date yyyymmdd
            move spaces to ws-today-str
            string ws-td-year '-' ws-td-month '-' ws-td-day
                delimited by size into ws-today-str

      * which dates are closed, which are priced, which months sent
            open input run-control
            if rc-status not = '00'
                display 'retro-adjust: no run-control.txt - nothing '
                    'has been processed yet'
                move 12 to return-code
                stop run
            end-if
            read run-control into rc-record
            perform scan-run-control-para until rc-status = '10'
            close run-control
            perform varying ws-done-scan from 1 by 1
                until ws-done-scan > ws-done-count
                move wdn-date (ws-done-scan) to ws-nd-from
                perform next-date-para
                move ws-next-date to wdn-next (ws-done-scan)
                if wdn-date (ws-done-scan) = ws-latest-run-date
                    and wdn-closed (ws-done-scan) = 'Y'
                    and wdn-priced (ws-done-scan) = 'N'
                    move ws-latest-run-date to ws-defer-date
                end-if
            end-perform

      * the reference tables the daily run prices with - the
      * department master is required, as it is there; any other
      * missing just means none configured
            open input dept-master
            if dept-status not = '00'
                display 'retro-adjust: no department master on file'
                move 12 to return-code
                stop run
            end-if
            read dept-master into dept-master-record
            perform load-dept-para until dept-status = '10'
            close dept-master
            open input emp-changes
            if chg-status = '00'
                read emp-changes into change-record
                perform load-changes-para until chg-status = '10'
                close emp-changes
            end-if
            open input pay-cal
            if cal-status = '00'
                read pay-cal into cal-record
                perform load-calendar-para until cal-status = '10'
                close pay-cal
            end-if
            open input holiday-cal
            if holiday-status = '00'
                read holiday-cal into holiday-record
                perform load-holiday-para until holiday-status = '10'
                close holiday-cal
            end-if
            open input lateness-policy
            if policy-status = '00'
                read lateness-policy into policy-record
                perform load-policy-para until policy-status = '10'
                close lateness-policy
            end-if
            open input work-roster
            if roster-status = '00'
                read work-roster into roster-record
                perform load-roster-para until roster-status = '10'
                close work-roster
            end-if
            open input ot-auth
            if ot-auth-status = '00'
                read ot-auth into auth-record
                perform load-auth-para until ot-auth-status = '10'
                close ot-auth
            end-if
            open input leave-req
            if leave-status = '00'
                read leave-req into leave-record
                perform load-leave-para until leave-status = '10'
                close leave-req
            end-if
            open input premium-rules
            if prm-status = '00'
                read premium-rules into prm-record
                perform load-rule-para until prm-status = '10'
                close premium-rules
            end-if

      * the affected employee-days: every closed date a correction
      * is dated for (or, for a night crew's punch-out, the closed
      * date before it), and every closed date inside a back-dated
      * leave window not yet applied - a correction already on the
      * applied file is passed by
            open input emp
            open input corr-applied
            if ca-status = '00'
                move 'Y' to ws-ca-open
            end-if
            if ca-status = '05'
                move 'E' to ws-ca-open
            end-if
            open input punch-corr
            if corr-status = '00'
                read punch-corr into corr-record
                perform cand-from-corr-para until corr-status = '10'
                close punch-corr
            end-if
            if ws-ca-open not = 'N'
                close corr-applied
            end-if
            open input leave-retro
            if lretro-status = '00'
                read leave-retro into lretro-record
                perform cand-from-leave-para
                    until lretro-status = '10'
                close leave-retro
            end-if

            if ws-cand-count = 0
                display 'retro-adjust: no corrections or back-dated '
                    'leave against closed dates'
                close emp
                stop run
            end-if

      * the verdict each day currently stands at
            open input daily-history
            if history-status = '00'
                perform varying ws-cand-scan from 1 by 1
                    until ws-cand-scan > ws-cand-count
                    perform take-old-verdict-para
                end-perform
                close daily-history
            end-if

      * the day's punches as archived, then any correction for the
      * day that never went through a rerun of it
            open input punch-archive
            if arch-status = '00'
                read punch-archive into archive-line
                perform take-archive-para until arch-status = '10'
                close punch-archive
            end-if
            open input punch-corr
            if corr-status = '00'
                read punch-corr into corr-record
                perform take-corr-para until corr-status = '10'
                close punch-corr
            end-if

      * the premiums the days were priced with - without rules on
      * file nothing can be priced again, and the ledger stands
            if ws-rul-count > 0
                open input prm-ledger-in
                if ledger-in-status = '00'
                    read prm-ledger-in into ledger-in-record
                    perform take-ledger-para
                        until ledger-in-status = '10'
                    close prm-ledger-in
                end-if
            end-if

            perform varying ws-cand-scan from 1 by 1
                until ws-cand-scan > ws-cand-count
                perform evaluate-cand-para
            end-perform
            close emp

            perform write-report-para

            if ws-changed-count > 0
                perform rebuild-history-para
                perform rebuild-moncob-para
                perform rebuild-running-para
            end-if
            if ws-changed-count > 0 or ws-prm-diff-count > 0
                perform rebuild-payroll-para
            end-if
            if ws-changed-count > 0
                perform rebuild-deduction-para
            end-if
            if ws-prm-diff-count > 0
                perform rebuild-ledger-para
            end-if

            perform burn-leave-para
            perform mark-corr-para

            open extend run-control-ext
            move ws-today-str to rcx-date
            move '  ' to rcx-sp1
            move 'RETRO' to rcx-step
            move '  ' to rcx-sp2
            move 'COMPLETED' to rcx-run-status
            write rc-ext-record
            end-write
            close run-control-ext

            display 'retro-adjust: ' ws-cand-count ' employee-days '
                're-evaluated, ' ws-changed-count ' changed, '
                ws-deferred-count ' deferred, ' ws-applied-leave
                ' leave windows applied'
            display 'retro-adjust: ' ws-pay-line-count ' payroll and '
                ws-ded-line-count ' deduction RETRO lines, '
                ws-prm-diff-count ' days with premiums re-priced, '
                ws-corr-applied ' corrections applied'
            if ws-left-over = 'Y'
                display 'retro-adjust: not everything affected fitted '
                    'this run - run it again for the rest'
                move 12 to return-code
            end-if
            stop run.

      * the last daily-run stamp of a date decides whether it is
      * closed; a fresh run of the date reopens it for pricing, as
      * payroll-extract reads the same stamps
            scan-run-control-para.
            if rc-step = 'ATD' or rc-step = 'EXTRACT'
                set done-idx to 1
                search ws-done-entry
                    at end
                        if ws-done-count < 2000
                            add 1 to ws-done-count
                            set done-idx to ws-done-count
                            move rc-date to wdn-date (done-idx)
                            move 'N' to wdn-closed (done-idx)
                            move 'N' to wdn-priced (done-idx)
                        else
                            display 'retro-adjust: run-control '
                                'table full - ' rc-date
                                ' NOT considered'
                        end-if
                    when wdn-date (done-idx) = rc-date
                        continue
                end-search
                if done-idx not > ws-done-count
                    and wdn-date (done-idx) = rc-date
                    if rc-step = 'ATD'
                        move rc-date to ws-latest-run-date
                        move 'N' to wdn-priced (done-idx)
                        if rc-run-status = 'COMPLETED'
                            move 'Y' to wdn-closed (done-idx)
                        else
                            move 'N' to wdn-closed (done-idx)
                        end-if
                    else
                        if rc-run-status = 'COMPLETED'
                            move 'Y' to wdn-priced (done-idx)
                        end-if
                    end-if
                end-if
            end-if
            if rc-step = 'DEDUCT' and rc-run-status = 'COMPLETED'
                if ws-sent-month-count < 500
                    add 1 to ws-sent-month-count
                    move rc-date (1:7)
                        to ws-sent-month (ws-sent-month-count)
                end-if
            end-if
            read run-control into rc-record
            end-read.

            load-changes-para.
            if chg-chg-status = 'APPROVED' or chg-chg-status = spaces
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
                if chg-action = 'PAYGROUP' and chg-id > 0
                    if pgc-count < 500
                        add 1 to pgc-count
                        set pgc-idx to pgc-count
                        move chg-id to pgc-id (pgc-idx)
                        move chg-eff-date to pgc-eff-date (pgc-idx)
                        move chg-value (1:3) to pgc-group (pgc-idx)
                    else
                        display 'retro-adjust: pay group table full '
                            '- change for ' chg-id ' NOT applied'
                    end-if
                end-if
            end-if
            read emp-changes into change-record
            end-read.

            load-calendar-para.
            if pcal-count < 500
                add 1 to pcal-count
                set pcal-idx to pcal-count
                move cal-group to pcal-group (pcal-idx)
                move cal-start to pcal-start (pcal-idx)
                move cal-end to pcal-end (pcal-idx)
                move cal-state to pcal-state (pcal-idx)
            else
                display 'retro-adjust: pay calendar table full - '
                    cal-group ' period ' cal-start ' NOT loaded'
            end-if
            read pay-cal into cal-record
            end-read.

      * the group an employee was in on a date, and whether a
      * calendar period covers it
            resolve-group-para.
            move 'SSM' to pg-group
            move 'N' to pg-covered
            move 'N' to pg-closed
            perform varying pg-scan from 1 by 1
                until pg-scan > pgc-count
                if pgc-id (pg-scan) = pg-id
                    and pgc-eff-date (pg-scan) not > pg-date
                    move pgc-group (pg-scan) to pg-group
                end-if
            end-perform
            set pcal-idx to 1
            search pcal-entry
                at end continue
                when pcal-group (pcal-idx) = pg-group
                    and pcal-start (pcal-idx) not > pg-date
                    and pcal-end (pcal-idx) not < pg-date
                    move 'Y' to pg-covered
                    if pcal-state (pcal-idx) = 'C'
                        move 'Y' to pg-closed
                    end-if
            end-search.

            load-holiday-para.
            if ws-holiday-count < 100
                add 1 to ws-holiday-count
                move hol-date to wh-date (ws-holiday-count)
            else
                display 'holiday table full - ' hol-date
                    ' NOT applied'
            end-if
            read holiday-cal into holiday-record
            end-read.

            load-policy-para.
            if ws-policy-count < 50
                add 1 to ws-policy-count
                set pol-idx to ws-policy-count
                move pol-dept to wlp-dept (pol-idx)
                move pol-grace to wlp-grace (pol-idx)
                move pol-round to wlp-round (pol-idx)
                move pol-eff-date to wlp-eff-date (pol-idx)
            else
                display 'policy table full - row for ' pol-dept
                    ' NOT applied'
            end-if
            read lateness-policy into policy-record
            end-read.

            load-roster-para.
            if ws-roster-count < 500
                add 1 to ws-roster-count
                set ros-idx to ws-roster-count
                move ros-id to wr-id (ros-idx)
                move ros-days to wr-days (ros-idx)
                move ros-start to wr-start (ros-idx)
                move ros-end to wr-end (ros-idx)
            else
                display 'roster table full - pattern for ' ros-id
                    ' NOT applied'
            end-if
            read work-roster into roster-record
            end-read.

            load-auth-para.
            if ws-auth-count < 200
                add 1 to ws-auth-count
                set auth-idx to ws-auth-count
                move auth-id to wa-id (auth-idx)
                move auth-date to wa-date (auth-idx)
                move auth-hours to wa-hours (auth-idx)
            else
                display 'authorization table full - authorization '
                    'for ' auth-id ' NOT applied'
            end-if
            read ot-auth into auth-record
            end-read.

      * only approved windows count, a blank type is ANNUAL - the
      * daily run's own reading of the request file
            load-leave-para.
            if leave-approved = 'Y'
                if ws-leave-count < 400
                    add 1 to ws-leave-count
                    set leave-idx to ws-leave-count
                    move leave-id to wl-id (leave-idx)
                    move leave-start to wl-start (leave-idx)
                    move leave-end to wl-end (leave-idx)
                    if leave-type = spaces
                        move 'ANNUAL' to wl-type (leave-idx)
                    else
                        move leave-type to wl-type (leave-idx)
                    end-if
                    move 'N' to wl-retro (leave-idx)
                    move 'N' to wl-pending (leave-idx)
                    move 'N' to wl-hold (leave-idx)
                else
                    display 'leave table full - request for '
                        leave-id ' NOT applied'
                end-if
            end-if
            read leave-req into leave-record
            end-read.

      * every readable rule row, in file order - which rows are in
      * effect is decided per candidate date
            load-rule-para.
            if prm-code not = spaces
                if prm-mult is numeric and prm-from-hh is numeric
                    and prm-from-mm is numeric and prm-to-hh is numeric
                    and prm-to-mm is numeric
                    if ws-rul-count < 200
                        add 1 to ws-rul-count
                        move prm-code to wru-code (ws-rul-count)
                        move prm-dept to wru-dept (ws-rul-count)
                        move prm-shift to wru-shift (ws-rul-count)
                        compute wru-from-min (ws-rul-count) =
                            prm-from-hh * 60 + prm-from-mm
                        compute wru-to-min (ws-rul-count) =
                            prm-to-hh * 60 + prm-to-mm
                        if wru-to-min (ws-rul-count) not >
                            wru-from-min (ws-rul-count)
                            add 1440 to wru-to-min (ws-rul-count)
                        end-if
                        move prm-day-type to wru-day-type (ws-rul-count)
                        move prm-mult to wru-mult (ws-rul-count)
                        move prm-eff-date to wru-eff-date (ws-rul-count)
                    else
                        display 'premium rule table full - ' prm-code
                            ' ' prm-dept ' NOT applied'
                    end-if
                else
                    display 'retro-adjust: premium rule ' prm-code
                        ' ' prm-dept ' unreadable - NOT applied'
                end-if
            end-if
            read premium-rules into prm-record
            end-read.

      * a correction dated D touches closed date D, and closed date
      * D-1 too when it is a morning punch by someone whose shift on
      * D-1 runs past midnight - the same test take-corr-para applies
      * before merging the punch into D-1, since a punch merged into
      * the wrong day changes its verdict. a correction on the
      * applied file has had its days re-evaluated already; one that
      * has not is remembered with the candidates it made
            cand-from-corr-para.
            move 'N' to ws-corr-done
            if corr-id-att is numeric and ws-ca-open = 'Y'
                perform corr-key-para
                move ws-corr-key to ca-key
                read corr-applied key is ca-key
                    invalid key
                        continue
                    not invalid key
                        move 'Y' to ws-corr-done
                end-read
            end-if
            if corr-id-att is numeric and ws-corr-done = 'N'
                move corr-id-att to ws-add-id
                move 'CORRECTION' to ws-add-source
                move 'N' to ws-corr-tried
                move 'N' to ws-corr-hold
                move 0 to ws-corr-cand-1
                move 0 to ws-corr-cand-2
                perform varying ws-done-scan from 1 by 1
                    until ws-done-scan > ws-done-count
                    if wdn-closed (ws-done-scan) = 'Y'
                        and wdn-date (ws-done-scan) =
                            corr-the-date (1:10)
                        move wdn-date (ws-done-scan) to ws-add-date
                        perform add-cand-para
                        move 'Y' to ws-corr-tried
                        move ws-add-pos to ws-corr-cand-1
                        if ws-add-pos = 0
                            move 'Y' to ws-corr-hold
                        end-if
                    end-if
                    if wdn-closed (ws-done-scan) = 'Y'
                        and wdn-next (ws-done-scan) =
                            corr-the-date (1:10)
                        and corr-time-hour is numeric
                        and corr-time-hour < '12'
                        move wdn-date (ws-done-scan) to ws-corr-date
                        perform corr-overnight-para
                        if ws-corr-overnight = 'Y'
                            move wdn-date (ws-done-scan) to ws-add-date
                            perform add-cand-para
                            move 'Y' to ws-corr-tried
                            move ws-add-pos to ws-corr-cand-2
                            if ws-add-pos = 0
                                move 'Y' to ws-corr-hold
                            end-if
                        end-if
                    end-if
                end-perform
                if ws-corr-tried = 'Y'
                    perform select-corr-para
                end-if
            end-if
            read punch-corr into corr-record
            end-read.

      * the punch a correction vouches for, as the applied file keys
      * it
            corr-key-para.
            move corr-id-att to ws-ck-id
            move corr-a-l to ws-ck-a-l
            move corr-the-date (1:10) to ws-ck-date
            move corr-time-hour to ws-ck-hour
            move corr-time-minute to ws-ck-minute.

            select-corr-para.
            if ws-sel-count < 999
                perform corr-key-para
                add 1 to ws-sel-count
                set sel-idx to ws-sel-count
                move ws-corr-key to wsl-key (sel-idx)
                move ws-corr-cand-1 to wsl-cand-1 (sel-idx)
                move ws-corr-cand-2 to wsl-cand-2 (sel-idx)
                move ws-corr-hold to wsl-hold (sel-idx)
            else
                move 'Y' to ws-left-over
                if ws-sel-over-warned = 'N'
                    display 'retro-adjust: more than 999 corrections '
                        'to apply - the rest come round next run'
                    move 'Y' to ws-sel-over-warned
                end-if
            end-if.

      * a queued back-dated window joins the leave table (applied or
      * not, it is approved leave) and, while still PENDING, every
      * closed date inside it becomes a candidate
            cand-from-leave-para.
            if ws-leave-count < 400
                add 1 to ws-leave-count
                set leave-idx to ws-leave-count
                move lr-id to wl-id (leave-idx)
                move lr-start to wl-start (leave-idx)
                move lr-end to wl-end (leave-idx)
                if lr-type = spaces
                    move 'ANNUAL' to wl-type (leave-idx)
                else
                    move lr-type to wl-type (leave-idx)
                end-if
                move 'Y' to wl-retro (leave-idx)
                move 'N' to wl-hold (leave-idx)
      * a window with a day the candidate table could not take is
      * held PENDING whole, the way a deferred one is
                if lr-status = 'PENDING'
                    move 'Y' to wl-pending (leave-idx)
                    move lr-id to ws-add-id
                    move 'LEAVE' to ws-add-source
                    perform varying ws-done-scan from 1 by 1
                        until ws-done-scan > ws-done-count
                        if wdn-closed (ws-done-scan) = 'Y'
                            and wdn-date (ws-done-scan) is not <
                                lr-start
                            and wdn-date (ws-done-scan) is not >
                                lr-end
                            move wdn-date (ws-done-scan)
                                to ws-add-date
                            perform add-cand-para
                            if ws-add-pos = 0
                                move 'Y' to wl-hold (leave-idx)
                            end-if
                        end-if
                    end-perform
                else
                    move 'N' to wl-pending (leave-idx)
                end-if
            else
                display 'leave table full - back-dated request for '
                    lr-id ' NOT applied'
            end-if
            read leave-retro into lretro-record
            end-read.

      * leaves ws-add-pos on the candidate, or 0 when the table is
      * full and the day has to wait for the next run
            add-cand-para.
            move 'N' to ws-cand-found
            move 0 to ws-add-pos
            perform varying ws-cand-scan from 1 by 1
                until ws-cand-scan > ws-cand-count
                or ws-cand-found = 'Y'
                if wcd-date (ws-cand-scan) = ws-add-date
                    and wcd-id (ws-cand-scan) = ws-add-id
                    move 'Y' to ws-cand-found
                    move ws-cand-scan to ws-add-pos
                end-if
            end-perform
            if ws-cand-found = 'N'
                if ws-cand-count < 500
                    add 1 to ws-cand-count
                    move ws-cand-count to ws-add-pos
                    set cand-idx to ws-cand-count
                    move ws-add-date to wcd-date (cand-idx)
                    move ws-add-id to wcd-id (cand-idx)
                    move ws-add-source to wcd-source (cand-idx)
                    move 'N' to wcd-hist-found (cand-idx)
                    move spaces to wcd-old-status (cand-idx)
                    move 0 to wcd-old-late (cand-idx)
                    move 0 to wcd-old-ot (cand-idx)
                    move 0 to wcd-old-worked (cand-idx)
                    move spaces to wcd-outcome (cand-idx)
                    move 'N' to wcd-prm-state (cand-idx)
                    move 'N' to wcd-prm-diff (cand-idx)
                    move 'N' to wcd-prm-out (cand-idx)
                    move 0 to wcd-punch-count (cand-idx)
                else
                    move 'Y' to ws-left-over
                    if ws-cand-over-warned = 'N'
                        display 'retro-adjust: more than 500 '
                            'employee-days affected - the rest wait '
                            'for the next run'
                        move 'Y' to ws-cand-over-warned
                    end-if
                end-if
            end-if.

      * finds the candidate for ws-add-date/ws-add-id, leaving
      * cand-idx on it and ws-cand-found set
            find-cand-para.
            move 'N' to ws-cand-found
            set cand-idx to 1
            search ws-cand-entry
                at end continue
                when wcd-date (cand-idx) = ws-add-date
                    and wcd-id (cand-idx) = ws-add-id
                    move 'Y' to ws-cand-found
            end-search.

            take-old-verdict-para.
            set cand-idx to ws-cand-scan
            move wcd-date (cand-idx) to hist-date
            move wcd-id (cand-idx) to hist-id
            read daily-history key is hist-key
                invalid key
                    continue
                not invalid key
                    move 'Y' to wcd-hist-found (cand-idx)
                    move hist-status to wcd-old-status (cand-idx)
                    move hist-late to wcd-old-late (cand-idx)
                    move hist-overtime to wcd-old-ot (cand-idx)
                    move hist-worked to wcd-old-worked (cand-idx)
            end-read.

            take-archive-para.
            if arch-id-att is numeric
                move arch-date to ws-add-date
                move arch-id-att to ws-add-id
                perform find-cand-para
                if ws-cand-found = 'Y'
                    move arch-the-date (1:10) to ws-in-date
                    move arch-time-hour to ws-in-hour
                    move arch-time-minute to ws-in-minute
                    move arch-a-l to ws-in-code
                    perform insert-punch-para
                end-if
            end-if
            read punch-archive into archive-line
            end-read.

      * a correction belongs to the day it is dated for, or to the
      * day before when it is a morning punch and the employee's
      * shift that day runs past midnight - att-edit's own rule. one
      * already in the archive went through a rerun of the date and
      * is not merged a second time
            take-corr-para.
            if corr-id-att is numeric
                and corr-time-hour is numeric
                and corr-time-minute is numeric
                move corr-id-att to ws-add-id
                move corr-the-date (1:10) to ws-in-date
                move corr-time-hour to ws-in-hour
                move corr-time-minute to ws-in-minute
                move corr-a-l to ws-in-code
                move corr-the-date (1:10) to ws-add-date
                perform find-cand-para
                if ws-cand-found = 'Y'
                    perform merge-corr-punch-para
                end-if
                perform varying ws-done-scan from 1 by 1
                    until ws-done-scan > ws-done-count
                    if wdn-next (ws-done-scan) = corr-the-date (1:10)
                        and ws-in-hour < 12
                        move wdn-date (ws-done-scan) to ws-add-date
                        perform find-cand-para
                        if ws-cand-found = 'Y'
                            move wdn-date (ws-done-scan) to ws-corr-date
                            perform corr-overnight-para
                            if ws-corr-overnight = 'Y'
                                perform merge-corr-punch-para
                            end-if
                        end-if
                    end-if
                end-perform
            end-if
            read punch-corr into corr-record
            end-read.

      * does the employee's shift on ws-corr-date run past midnight?
      * the department as of that date (master and approved transfers)
      * and its hours, with any rostered hours over them - the shift
      * day-facts-para prices the day against. nobody on the master
      * is not night crew
            corr-overnight-para.
            move 'N' to ws-corr-overnight
            move ws-add-id to id-emp
            read emp
                invalid key
                    continue
            end-read
            if emp-status = '00'
                move depart to ws-corr-dept
                perform varying ws-chg-scan from 1 by 1
                    until ws-chg-scan > ws-chg-count
                    if wc-id (ws-chg-scan) = ws-add-id
                        and wc-action (ws-chg-scan) = 'TRANSFER'
                        and wc-eff-date (ws-chg-scan) is not >
                            ws-corr-date
                        move wc-value (ws-chg-scan) (1:3)
                            to ws-corr-dept
                    end-if
                end-perform
                move 10 to ws-corr-start
                move 17 to ws-corr-end
                set dept-idx to 1
                search dept-entry
                    at end continue
                    when dept-code (dept-idx) = ws-corr-dept
                        move dept-start-hour (dept-idx)
                            to ws-corr-start
                        move dept-end-hour (dept-idx) to ws-corr-end
                end-search
                set ros-idx to 1
                search ws-roster-entry
                    at end continue
                    when wr-id (ros-idx) = ws-add-id
                        if wr-start (ros-idx) is numeric
                            move wr-start (ros-idx) to ws-corr-start
                        end-if
                        if wr-end (ros-idx) is numeric
                            move wr-end (ros-idx) to ws-corr-end
                        end-if
                end-search
                if ws-corr-end is not > ws-corr-start
                    move 'Y' to ws-corr-overnight
                end-if
            end-if.

            merge-corr-punch-para.
            move 'N' to ws-punch-dup
            perform varying ws-punch-scan from 1 by 1
                until ws-punch-scan > wcd-punch-count (cand-idx)
                if wcp-key (cand-idx, ws-punch-scan) = ws-in-key
                    and wcp-code (cand-idx, ws-punch-scan) =
                        ws-in-code
                    move 'Y' to ws-punch-dup
                end-if
            end-perform
            if ws-punch-dup = 'N'
                perform insert-punch-para
            end-if.

      * keeps the day's punches in date/time order, a new punch going
      * behind any stamped the same minute - the daily run's sort
            insert-punch-para.
            if wcd-punch-count (cand-idx) < 12
                move 1 to ws-punch-pos
                perform varying ws-punch-scan from 1 by 1
                    until ws-punch-scan > wcd-punch-count (cand-idx)
                    if wcp-key (cand-idx, ws-punch-scan)
                        is not > ws-in-key
                        compute ws-punch-pos = ws-punch-scan + 1
                    end-if
                end-perform
                add 1 to wcd-punch-count (cand-idx)
                move wcd-punch-count (cand-idx) to ws-punch-scan
                perform shift-punch-para
                    until ws-punch-scan not > ws-punch-pos
                move ws-in-key to wcp-key (cand-idx, ws-punch-pos)
                move ws-in-code to wcp-code (cand-idx, ws-punch-pos)
            else
                display 'retro-adjust: more than 12 punches for '
                    wcd-id (cand-idx) ' on ' wcd-date (cand-idx)
                    ' - extra punch ignored'
            end-if.

            shift-punch-para.
            move wcd-punch (cand-idx, ws-punch-scan - 1)
                to wcd-punch (cand-idx, ws-punch-scan)
            subtract 1 from ws-punch-scan.

      * a ledger row of a candidate day is kept beside the candidate;
      * a day whose rows do not all fit is left as it stands
            take-ledger-para.
            if lgi-id is numeric
                move lgi-date to ws-add-date
                move lgi-id to ws-add-id
                perform find-cand-para
                if ws-cand-found = 'Y'
                    and wcd-prm-state (cand-idx) = 'N'
                    if ws-opr-count < 2000
                        add 1 to ws-opr-count
                        set wop-cand (ws-opr-count) to cand-idx
                        move lgi-code to wop-code (ws-opr-count)
                        move 0 to wop-hours (ws-opr-count)
                        if lgi-hours is numeric
                            move lgi-hours to wop-hours (ws-opr-count)
                        end-if
                        move 0 to ws-ledger-pay
                        if lgi-pay (1:6) is numeric
                            move lgi-pay to ws-ledger-pay
                        end-if
                        move ws-ledger-pay to wop-pay (ws-opr-count)
                        move 'N' to wop-matched (ws-opr-count)
                    else
                        move 'F' to wcd-prm-state (cand-idx)
                        move 'Y' to ws-left-over
                        display 'retro-adjust: premium table full - '
                            lgi-date ' ' lgi-id ' premiums NOT '
                            're-priced'
                    end-if
                end-if
            end-if
            read prm-ledger-in into ledger-in-record
            end-read.

      * re-run the daily job's rules over one employee-day
            evaluate-cand-para.
            set cand-idx to ws-cand-scan
            move wcd-date (cand-idx) to ws-ev-date
            move wcd-id (cand-idx) to ws-ev-id
            if wcd-hist-found (cand-idx) = 'N'
      * the daily run never had the employee that day (not hired yet
      * or already terminated) - nothing to correct
                move 'NO DAY' to wcd-outcome (cand-idx)
            else
                move ws-ev-id to id-emp
                read emp
                    invalid key
                        move 'NO EMP' to wcd-outcome (cand-idx)
                end-read
            end-if
            if wcd-outcome (cand-idx) = spaces
                move first-name to wcd-first (cand-idx)
                move last-name to wcd-last (cand-idx)
                move depart to ws-ev-depart
                move salary to ws-ev-salary
                perform apply-changes-para
                move ws-ev-salary to wcd-salary (cand-idx)
                perform day-facts-para
                perform price-day-para
                perform verdict-para
                move ws-ev-status to wcd-new-status (cand-idx)
                move ws-ev-late to wcd-new-late (cand-idx)
                move ws-ev-ot to wcd-new-ot (cand-idx)
                move ws-worked-hrs to wcd-new-worked (cand-idx)
                if wcd-new-status (cand-idx) =
                        wcd-old-status (cand-idx)
                    and wcd-new-late (cand-idx) =
                        wcd-old-late (cand-idx)
                    and wcd-new-ot (cand-idx) = wcd-old-ot (cand-idx)
                    and wcd-new-worked (cand-idx) =
                        wcd-old-worked (cand-idx)
                    move 'NO CHANGE' to wcd-outcome (cand-idx)
                else
                    if wcd-date (cand-idx) = ws-defer-date
                        move 'DEFERRED' to wcd-outcome (cand-idx)
                        add 1 to ws-deferred-count
                    else
                        move 'CHANGED' to wcd-outcome (cand-idx)
                        add 1 to ws-changed-count
                        perform take-deltas-para
                    end-if
                end-if
                if wcd-outcome (cand-idx) not = 'DEFERRED'
                    perform premium-day-para
                end-if
            end-if.

            apply-changes-para.
            perform varying ws-chg-scan from 1 by 1
                until ws-chg-scan > ws-chg-count
                if wc-id (ws-chg-scan) = ws-ev-id
                    and wc-eff-date (ws-chg-scan) is not > ws-ev-date
                    if wc-action (ws-chg-scan) = 'TRANSFER'
                        move wc-value (ws-chg-scan) (1:3)
                            to ws-ev-depart
                    end-if
                    if wc-action (ws-chg-scan) = 'SALARY'
                        move wc-value (ws-chg-scan) to ws-ev-salary
                    end-if
                end-if
            end-perform.

      * everything about the date and the employee the verdict turns
      * on: holiday or weekend, rostered day and hours, the shift,
      * the lateness policy in effect, approved leave
            day-facts-para.
            move ws-ev-date to ws-cd-date
            perform compute-serial-para
            move 'N' to ws-non-working
            if ws-cd-dow = 5 or ws-cd-dow = 6
                move 'Y' to ws-non-working
            end-if
            set hol-idx to 1
            search ws-holiday-entry
                at end continue
                when wh-date (hol-idx) = ws-ev-date
                    move 'Y' to ws-non-working
            end-search
            compute ws-roster-day-idx = ws-cd-dow + 1

            move 'N' to ws-roster-off
            move spaces to ws-roster-start
            move spaces to ws-roster-end
            set ros-idx to 1
            search ws-roster-entry
                at end continue
                when wr-id (ros-idx) = ws-ev-id
                    if wr-days (ros-idx) (ws-roster-day-idx:1) = 'N'
                        move 'Y' to ws-roster-off
                    end-if
                    move wr-start (ros-idx) to ws-roster-start
                    move wr-end (ros-idx) to ws-roster-end
            end-search

            move 10 to ws-shift-start-hour
            move 17 to ws-shift-end-hour
            set dept-idx to 1
            search dept-entry
                at end continue
                when dept-code (dept-idx) = ws-ev-depart
                    move dept-start-hour (dept-idx)
                        to ws-shift-start-hour
                    move dept-end-hour (dept-idx)
                        to ws-shift-end-hour
            end-search
            if ws-roster-start is numeric
                move ws-roster-start to ws-shift-start-hour
            end-if
            if ws-roster-end is numeric
                move ws-roster-end to ws-shift-end-hour
            end-if
            if ws-shift-end-hour is not > ws-shift-start-hour
                move 'Y' to ws-shift-overnight
            else
                move 'N' to ws-shift-overnight
            end-if

            move 0 to ws-policy-grace
            move 'TRUNC' to ws-policy-round
            perform varying ws-policy-scan from 1 by 1
                until ws-policy-scan > ws-policy-count
                if wlp-dept (ws-policy-scan) = ws-ev-depart
                    and wlp-eff-date (ws-policy-scan) is not >
                        ws-ev-date
                    move wlp-grace (ws-policy-scan) to ws-policy-grace
                    move wlp-round (ws-policy-scan) to ws-policy-round
                end-if
            end-perform

            move 'N' to ws-on-leave
            move spaces to ws-on-leave-type
            set leave-idx to 1
            search ws-leave-entry
                at end continue
                when wl-id (leave-idx) = ws-ev-id
                    and ws-ev-date is not < wl-start (leave-idx)
                    and ws-ev-date is not > wl-end (leave-idx)
                    move 'Y' to ws-on-leave
                    move wl-type (leave-idx) to ws-on-leave-type
            end-search.

      * the day's punches through the daily run's merge arithmetic
            price-day-para.
            move 0 to ws-ev-sus
            move 0 to ws-ev-late
            move 0 to ws-ev-ot
            move 0 to ws-ev-arrive-ct
            move 0 to ws-ev-leave-ct
            move spaces to ws-ev-last-al
            move 'N' to ws-ev-flag
            move spaces to ws-ev-appr
            move 0 to ws-ev-in-min
            move 'N' to ws-ev-in-pend
            move 0 to ws-ev-worked-min
            perform varying ws-ev-punch from 1 by 1
                until ws-ev-punch > wcd-punch-count (cand-idx)
                perform price-punch-para
            end-perform
            divide ws-ev-worked-min by 60 giving ws-worked-hrs.

            price-punch-para.
            move wcp-code (cand-idx, ws-ev-punch) to ws-ev-a-l
            move wcp-hour (cand-idx, ws-ev-punch) to ws-ev-hour
            move wcp-minute (cand-idx, ws-ev-punch) to ws-ev-minute
            if ws-ev-a-l = 'HALFDAY' or ws-ev-a-l = 'EARLYOK'
                move ws-ev-a-l to ws-ev-appr
            else
                if ws-ev-a-l = 'BRKOUT' or ws-ev-a-l = 'BRKIN'
                    continue
                else
                    add 1 to ws-ev-sus
                    perform detect-suspicious-para
                end-if
            end-if

            move ws-ev-hour to ws-adj-hour
            move ws-shift-end-hour to ws-adj-end-hour
            if ws-shift-overnight = 'Y'
                add 24 to ws-adj-end-hour
                if ws-ev-hour < 12
                    add 24 to ws-adj-hour
                end-if
            end-if

            if ws-ev-a-l = 'ARRIVE' and ws-non-working = 'N'
                if ws-adj-hour is not < ws-shift-start-hour
                    perform price-lateness-para
                    add ws-blocks to ws-ev-late
                end-if
            end-if
            if ws-ev-a-l = 'LEAVE'
                if ws-adj-hour > ws-adj-end-hour
                    compute ws-blocks = ws-adj-hour - ws-adj-end-hour
                    add ws-blocks to ws-ev-ot
                end-if
            end-if

            if ws-ev-a-l = 'ARRIVE' or ws-ev-a-l = 'BRKIN'
                compute ws-punch-min = ws-adj-hour * 60 + ws-ev-minute
                move ws-punch-min to ws-ev-in-min
                move 'Y' to ws-ev-in-pend
            end-if
            if ws-ev-a-l = 'LEAVE' or ws-ev-a-l = 'BRKOUT'
                if ws-ev-in-pend = 'Y'
                    compute ws-punch-min =
                        ws-adj-hour * 60 + ws-ev-minute
                    if ws-punch-min > ws-ev-in-min
                        compute ws-worked-delta =
                            ws-punch-min - ws-ev-in-min
                        add ws-worked-delta to ws-ev-worked-min
                    end-if
                    move 'N' to ws-ev-in-pend
                end-if
            end-if.

            price-lateness-para.
            compute ws-late-minutes =
                60 * (ws-adj-hour - ws-shift-start-hour)
                + ws-ev-minute
            if ws-late-minutes is not > ws-policy-grace
                move 0 to ws-blocks
            else
                if ws-policy-round = 'NEAREST'
                    compute ws-blocks = (ws-late-minutes + 7) / 15
                else
                    if ws-policy-round = 'UP'
                        compute ws-blocks = (ws-late-minutes + 14) / 15
                    else
                        divide ws-late-minutes by 15 giving ws-blocks
                    end-if
                end-if
            end-if.

            detect-suspicious-para.
            if ws-ev-a-l = 'ARRIVE'
                if ws-ev-last-al = 'ARRIVE'
                    move 'Y' to ws-ev-flag
                end-if
                if ws-ev-arrive-ct + ws-ev-leave-ct is not < 2
                    move 'Y' to ws-ev-flag
                end-if
                add 1 to ws-ev-arrive-ct
            end-if
            if ws-ev-a-l = 'LEAVE'
                if ws-ev-arrive-ct = 0
                    move 'Y' to ws-ev-flag
                end-if
                if ws-ev-last-al = 'LEAVE'
                    move 'Y' to ws-ev-flag
                end-if
                if ws-ev-arrive-ct + ws-ev-leave-ct is not < 2
                    move 'Y' to ws-ev-flag
                end-if
                add 1 to ws-ev-leave-ct
            end-if
            move ws-ev-a-l to ws-ev-last-al.

      * the daily summary's status rules, in the same order
            verdict-para.
            move spaces to ws-ev-status
            if ws-ev-appr not = spaces
                move ws-ev-appr to ws-ev-status
            else
                if ws-ev-flag = 'Y'
                    move 'SUSPICIOUS' to ws-ev-status
                else
                    if ws-ev-sus = 0 and ws-on-leave = 'Y'
                        if ws-on-leave-type = 'UNPAID'
                            move 'UNPAID LV' to ws-ev-status
                        else
                            move 'ON LEAVE' to ws-ev-status
                        end-if
                    end-if
                    if ws-ev-sus = 0 and ws-on-leave = 'N'
                        if ws-non-working = 'Y'
                            move 'NON-WORK' to ws-ev-status
                        else
                            if ws-roster-off = 'Y'
                                move 'DAY OFF' to ws-ev-status
                            else
                                move 'ABSENCE' to ws-ev-status
                            end-if
                        end-if
                    end-if
                    if ws-ev-sus = 1
                        move 'SUSPICIOUS' to ws-ev-status
                    end-if
                    if ws-ev-sus = 2
                        if ws-ev-late > 0
                            move 'LATE' to ws-ev-status
                        else
                            move 'PRESENCE' to ws-ev-status
                        end-if
                    end-if
                end-if
            end-if.

      * what moved: an absence or unpaid day counted or uncounted,
      * late blocks, overtime (the bureau only ever paid what a
      * manager authorized), worked hours
            take-deltas-para.
            move 0 to ws-d-abs
            move 0 to ws-d-unpaid
            if wcd-new-status (cand-idx) = 'ABSENCE'
                add 1 to ws-d-abs
            end-if
            if wcd-old-status (cand-idx) = 'ABSENCE'
                subtract 1 from ws-d-abs
            end-if
            if wcd-new-status (cand-idx) = 'UNPAID LV'
                add 1 to ws-d-unpaid
            end-if
            if wcd-old-status (cand-idx) = 'UNPAID LV'
                subtract 1 from ws-d-unpaid
            end-if
            compute ws-d-late =
                wcd-new-late (cand-idx) - wcd-old-late (cand-idx)
            compute ws-d-ot =
                wcd-new-ot (cand-idx) - wcd-old-ot (cand-idx)
            compute ws-d-worked =
                wcd-new-worked (cand-idx) - wcd-old-worked (cand-idx)

            move ws-ev-date (1:7) to ws-mon-month
            move 'N' to ws-md-found
            set md-idx to 1
            search ws-md-entry
                at end continue
                when wmd-month (md-idx) = ws-mon-month
                    and wmd-id (md-idx) = ws-ev-id
                    move 'Y' to ws-md-found
            end-search
            if ws-md-found = 'N'
                if ws-md-count < 500
                    add 1 to ws-md-count
                    set md-idx to ws-md-count
                    move ws-mon-month to wmd-month (md-idx)
                    move ws-ev-id to wmd-id (md-idx)
                    move 0 to wmd-abs (md-idx)
                    move 0 to wmd-late (md-idx)
                    move 0 to wmd-ot (md-idx)
                    move 0 to wmd-worked (md-idx)
                    move 0 to wmd-p-abs (md-idx)
                    move 0 to wmd-p-late (md-idx)
                    move 0 to wmd-p-ot (md-idx)
                    move 0 to wmd-p-worked (md-idx)
                    move 'Y' to ws-md-found
                end-if
            end-if
            if ws-md-found = 'Y'
                add ws-d-abs to wmd-abs (md-idx)
                add ws-d-late to wmd-late (md-idx)
                add ws-d-ot to wmd-ot (md-idx)
                add ws-d-worked to wmd-worked (md-idx)
                if ws-ev-date < ws-latest-run-date
                    add ws-d-abs to wmd-p-abs (md-idx)
                    add ws-d-late to wmd-p-late (md-idx)
                    add ws-d-ot to wmd-p-ot (md-idx)
                    add ws-d-worked to wmd-p-worked (md-idx)
                end-if
            end-if.

      * the day's premiums priced again the way payroll-extract
      * prices them - the rules in effect on the date, the shift and
      * rest day the verdict was priced against, the punches paired
      * as atd pairs them - and set beside the ledger rows the day
      * already has. only a date payroll-extract has priced is
      * looked at; a day whose new rows do not all fit keeps its old
      * ones
            premium-day-para.
            move 'N' to ws-prm-priced
            set done-idx to 1
            search ws-done-entry
                at end continue
                when wdn-date (done-idx) = ws-ev-date
                    move wdn-priced (done-idx) to ws-prm-priced
            end-search
            if ws-rul-count > 0 and ws-prm-priced = 'Y'
                and wcd-prm-state (cand-idx) = 'N'
                move 'Y' to wcd-prm-state (cand-idx)
                perform pick-rules-para
                perform premium-rest-day-para
                perform varying ws-prm-scan from 1 by 1
                    until ws-prm-scan > ws-prm-count
                    move 'N' to wpr-applies (ws-prm-scan)
                    move 0 to wpr-minutes (ws-prm-scan)
                    perform check-rule-para
                end-perform
                move 'N' to ws-prm-in-pend
                perform varying ws-ev-punch from 1 by 1
                    until ws-ev-punch > wcd-punch-count (cand-idx)
                    perform pair-punch-para
                end-perform
                move ws-npr-count to ws-npr-mark
                perform varying ws-prm-scan from 1 by 1
                    until ws-prm-scan > ws-prm-count
                    if wpr-applies (ws-prm-scan) = 'Y'
                        and wpr-minutes (ws-prm-scan) > 0
                        perform price-premium-para
                    end-if
                end-perform
                if wcd-prm-state (cand-idx) = 'F'
                    move ws-npr-mark to ws-npr-count
                else
                    perform premium-diff-para
                end-if
            end-if.

      * the rules in effect on the date - for each code, department
      * and shift the latest effective row stands, a later row on
      * the same date replacing an earlier one
            pick-rules-para.
            move 0 to ws-prm-count
            perform varying ws-rul-scan from 1 by 1
                until ws-rul-scan > ws-rul-count
                if wru-eff-date (ws-rul-scan) is not > ws-ev-date
                    perform store-rule-para
                end-if
            end-perform.

            store-rule-para.
            move 0 to ws-prm-slot
            perform varying ws-prm-scan from 1 by 1
                until ws-prm-scan > ws-prm-count
                if wpr-code (ws-prm-scan) = wru-code (ws-rul-scan)
                    and wpr-dept (ws-prm-scan) = wru-dept (ws-rul-scan)
                    and wpr-shift (ws-prm-scan) =
                        wru-shift (ws-rul-scan)
                    move ws-prm-scan to ws-prm-slot
                end-if
            end-perform
            if ws-prm-slot = 0
                if ws-prm-count < 20
                    add 1 to ws-prm-count
                    move ws-prm-count to ws-prm-slot
                end-if
            else
                if wru-eff-date (ws-rul-scan) <
                    wpr-eff-date (ws-prm-slot)
                    move 0 to ws-prm-slot
                end-if
            end-if
            if ws-prm-slot > 0
                move wru-code (ws-rul-scan) to wpr-code (ws-prm-slot)
                move wru-dept (ws-rul-scan) to wpr-dept (ws-prm-slot)
                move wru-shift (ws-rul-scan)
                    to wpr-shift (ws-prm-slot)
                move wru-from-min (ws-rul-scan)
                    to wpr-from-min (ws-prm-slot)
                move wru-to-min (ws-rul-scan)
                    to wpr-to-min (ws-prm-slot)
                move wru-day-type (ws-rul-scan)
                    to wpr-day-type (ws-prm-slot)
                move wru-mult (ws-rul-scan) to wpr-mult (ws-prm-slot)
                move wru-eff-date (ws-rul-scan)
                    to wpr-eff-date (ws-prm-slot)
            end-if.

      * a public holiday, and a rest day - a weekend or the
      * employee's rostered day off - as payroll-extract tells them
            premium-rest-day-para.
            move 'N' to ws-prm-holiday
            set hol-idx to 1
            search ws-holiday-entry
                at end continue
                when wh-date (hol-idx) = ws-ev-date
                    move 'Y' to ws-prm-holiday
            end-search
            move 'N' to ws-prm-rest-day
            if ws-cd-dow = 5 or ws-cd-dow = 6
                or ws-roster-off = 'Y'
                move 'Y' to ws-prm-rest-day
            end-if.

      * a rule applies on its day type, to its department (or ***)
      * and its shift start hour (or **) - and only the first such
      * row of a code counts
            check-rule-para.
            move 'N' to ws-prm-day-ok
            if wpr-day-type (ws-prm-scan) = 'A'
                move 'Y' to ws-prm-day-ok
            end-if
            if wpr-day-type (ws-prm-scan) = 'W'
                and ws-prm-holiday = 'N' and ws-prm-rest-day = 'N'
                move 'Y' to ws-prm-day-ok
            end-if
            if wpr-day-type (ws-prm-scan) = 'H'
                and ws-prm-holiday = 'Y'
                move 'Y' to ws-prm-day-ok
            end-if
            if wpr-day-type (ws-prm-scan) = 'R'
                and ws-prm-rest-day = 'Y'
                move 'Y' to ws-prm-day-ok
            end-if
            if wpr-day-type (ws-prm-scan) = 'N'
                and (ws-prm-holiday = 'Y' or ws-prm-rest-day = 'Y')
                move 'Y' to ws-prm-day-ok
            end-if
            if wpr-mult (ws-prm-scan) > 0
                and ws-prm-day-ok = 'Y'
                and (wpr-dept (ws-prm-scan) = '***'
                    or wpr-dept (ws-prm-scan) = ws-ev-depart)
                and (wpr-shift (ws-prm-scan) = '**'
                    or wpr-shift (ws-prm-scan) = ws-shift-start-hour)
                move 'N' to ws-prm-code-taken
                perform varying ws-prm-prior from 1 by 1
                    until ws-prm-prior not < ws-prm-scan
                    if wpr-applies (ws-prm-prior) = 'Y'
                        and wpr-code (ws-prm-prior) =
                            wpr-code (ws-prm-scan)
                        move 'Y' to ws-prm-code-taken
                    end-if
                end-perform
                if ws-prm-code-taken = 'N'
                    move 'Y' to wpr-applies (ws-prm-scan)
                end-if
            end-if.

      * atd's worked-hours pairing on the +24 adjusted scale, each
      * worked span split over the windows of the rules that apply
            pair-punch-para.
            move wcp-code (cand-idx, ws-ev-punch) to ws-ev-a-l
            move wcp-hour (cand-idx, ws-ev-punch) to ws-adj-hour
            if ws-shift-overnight = 'Y' and ws-adj-hour < 12
                add 24 to ws-adj-hour
            end-if
            compute ws-punch-min = ws-adj-hour * 60
                + wcp-minute (cand-idx, ws-ev-punch)
            if ws-ev-a-l = 'ARRIVE' or ws-ev-a-l = 'BRKIN'
                move ws-punch-min to ws-prm-in-min
                move 'Y' to ws-prm-in-pend
            end-if
            if ws-ev-a-l = 'LEAVE' or ws-ev-a-l = 'BRKOUT'
                if ws-prm-in-pend = 'Y'
                    if ws-punch-min > ws-prm-in-min
                        move ws-prm-in-min to ws-span-from
                        move ws-punch-min to ws-span-to
                        perform varying ws-prm-scan from 1 by 1
                            until ws-prm-scan > ws-prm-count
                            if wpr-applies (ws-prm-scan) = 'Y'
                                perform split-span-para
                            end-if
                        end-perform
                    end-if
                    move 'N' to ws-prm-in-pend
                end-if
            end-if.

      * the span against the rule's window on the day before, the
      * day itself and the day after
            split-span-para.
            perform varying ws-win-offset from -1440 by 1440
                until ws-win-offset > 1440
                compute ws-win-from =
                    wpr-from-min (ws-prm-scan) + ws-win-offset
                compute ws-win-to =
                    wpr-to-min (ws-prm-scan) + ws-win-offset
                if ws-win-from < ws-span-from
                    move ws-span-from to ws-win-from
                end-if
                if ws-win-to > ws-span-to
                    move ws-span-to to ws-win-to
                end-if
                if ws-win-to > ws-win-from
                    compute ws-overlap = ws-win-to - ws-win-from
                    add ws-overlap to wpr-minutes (ws-prm-scan)
                end-if
            end-perform.

      * the window minutes to the nearest whole hour at the rule's
      * multiple of the salary-derived hourly rate, as of the date
            price-premium-para.
            compute ws-prm-hours rounded =
                wpr-minutes (ws-prm-scan) / 60
            if ws-prm-hours > 0 and wcd-prm-state (cand-idx) = 'Y'
                if ws-npr-count < 2000
                    compute ws-hourly-rate rounded =
                        ws-ev-salary /
                        (ws-workdays-per-month * ws-hours-per-day)
                    compute ws-prm-rate rounded =
                        ws-hourly-rate * wpr-mult (ws-prm-scan)
                    compute ws-prm-pay rounded =
                        ws-prm-rate * ws-prm-hours
                    add 1 to ws-npr-count
                    set wnp-cand (ws-npr-count) to cand-idx
                    move ws-ev-depart to wnp-dept (ws-npr-count)
                    move wpr-code (ws-prm-scan)
                        to wnp-code (ws-npr-count)
                    move ws-prm-hours to wnp-hours (ws-npr-count)
                    move ws-prm-rate to wnp-rate (ws-npr-count)
                    move ws-prm-pay to wnp-pay (ws-npr-count)
                    move ws-prm-hours to wnp-d-hours (ws-npr-count)
                    move ws-prm-pay to wnp-d-pay (ws-npr-count)
                else
                    move 'F' to wcd-prm-state (cand-idx)
                    move 'Y' to ws-left-over
                    display 'retro-adjust: premium table full - '
                        ws-ev-date ' ' ws-ev-id ' premiums NOT '
                        're-priced'
                end-if
            end-if.

      * each code priced now less the ledger row it had; a code no
      * longer earned is an old row nothing matched. a day whose
      * premiums moved shows PREMIUM when its verdict did not
            premium-diff-para.
            compute ws-npr-from = ws-npr-mark + 1
            perform varying ws-npr-scan from ws-npr-from by 1
                until ws-npr-scan > ws-npr-count
                move 'N' to ws-opr-found
                perform varying ws-opr-scan from 1 by 1
                    until ws-opr-scan > ws-opr-count
                    or ws-opr-found = 'Y'
                    if wop-cand (ws-opr-scan) = ws-cand-scan
                        and wop-code (ws-opr-scan) =
                            wnp-code (ws-npr-scan)
                        and wop-matched (ws-opr-scan) = 'N'
                        move 'Y' to wop-matched (ws-opr-scan)
                        move 'Y' to ws-opr-found
                        subtract wop-hours (ws-opr-scan)
                            from wnp-d-hours (ws-npr-scan)
                        subtract wop-pay (ws-opr-scan)
                            from wnp-d-pay (ws-npr-scan)
                    end-if
                end-perform
                if wnp-d-hours (ws-npr-scan) not = 0
                    or wnp-d-pay (ws-npr-scan) not = 0
                    move 'Y' to wcd-prm-diff (cand-idx)
                end-if
            end-perform
            perform varying ws-opr-scan from 1 by 1
                until ws-opr-scan > ws-opr-count
                if wop-cand (ws-opr-scan) = ws-cand-scan
                    and wop-matched (ws-opr-scan) = 'N'
                    move 'Y' to wcd-prm-diff (cand-idx)
                end-if
            end-perform
            if wcd-prm-diff (cand-idx) = 'Y'
                add 1 to ws-prm-diff-count
                if wcd-outcome (cand-idx) = 'NO CHANGE'
                    move 'PREMIUM' to wcd-outcome (cand-idx)
                end-if
            end-if.

      * the old and new verdict of every affected employee-day side
      * by side, changed or not, so payroll can see what was looked at
            write-report-para.
            open output retro-rpt
            move spaces to rh-text
            string 'Prior-Period Adjustments - run ' ws-today-str
                delimited by size into rh-text
            move cr to rh-cr
            write rpt-header-line
            end-write
            move spaces to rh-text
            move 'Date        Staff  Source      Was' to rh-text
            move 'Now' to rh-text (44:3)
            move 'Outcome' to rh-text (66:7)
            move cr to rh-cr
            write rpt-header-line
            end-write
            perform varying ws-cand-scan from 1 by 1
                until ws-cand-scan > ws-cand-count
                set cand-idx to ws-cand-scan
                move wcd-date (cand-idx) to rd-date
                move '  ' to rd-sp1
                move wcd-id (cand-idx) to rd-id
                move '  ' to rd-sp2
                move wcd-source (cand-idx) to rd-source
                move '  ' to rd-sp3
                move wcd-old-status (cand-idx) to rd-old-status
                move ' ' to rd-sp4
                move wcd-old-late (cand-idx) to rd-old-late
                move ' ' to rd-sp5
                move wcd-old-ot (cand-idx) to rd-old-ot
                move ' ' to rd-sp6
                move wcd-old-worked (cand-idx) to rd-old-worked
                move ' -> ' to rd-arrow
                if wcd-outcome (cand-idx) = 'NO DAY'
                    or wcd-outcome (cand-idx) = 'NO EMP'
                    move spaces to rd-new-status
                    move 0 to rd-new-late
                    move 0 to rd-new-ot
                    move 0 to rd-new-worked
                else
                    move wcd-new-status (cand-idx) to rd-new-status
                    move wcd-new-late (cand-idx) to rd-new-late
                    move wcd-new-ot (cand-idx) to rd-new-ot
                    move wcd-new-worked (cand-idx) to rd-new-worked
                end-if
                move ' ' to rd-sp7
                move ' ' to rd-sp8
                move ' ' to rd-sp9
                move '  ' to rd-sp10
                move wcd-outcome (cand-idx) to rd-outcome
                move cr to rd-cr
                write rpt-detail-line
                end-write
            end-perform
            close retro-rpt.

      * the changed days' rows take their new verdict in place
            rebuild-history-para.
            open i-o daily-history
            if history-status = '00'
                perform varying ws-cand-scan from 1 by 1
                    until ws-cand-scan > ws-cand-count
                    perform update-history-para
                end-perform
                close daily-history
            end-if.

            update-history-para.
            set cand-idx to ws-cand-scan
            if wcd-outcome (cand-idx) = 'CHANGED'
                move wcd-date (cand-idx) to hist-date
                move wcd-id (cand-idx) to hist-id
                read daily-history key is hist-key
                    invalid key
                        display 'retro-adjust: history row gone for '
                            wcd-date (cand-idx) ' ' wcd-id (cand-idx)
                    not invalid key
                        move wcd-new-status (cand-idx) to hist-status
                        move wcd-new-late (cand-idx) to hist-late
                        move wcd-new-ot (cand-idx) to hist-overtime
                        move wcd-new-worked (cand-idx) to hist-worked
                        rewrite hist-line
                        end-rewrite
                end-read
            end-if.

      * each month's row for the employee takes the summed
      * differences - overtime stays inside the 30-hour monthly cap
      * the daily rollup enforces, and nothing goes below zero
            rebuild-moncob-para.
            open input moncob-old
            if moncob-old-status = '00'
                open output moncob-new
                read moncob-old into moncob-old-line
                perform copy-moncob-para
                    until moncob-old-status = '10'
                close moncob-old
                close moncob-new
                move spaces to ws-mv-cmd
                string 'mv monthly-attendancecob.txt.new '
                    'monthly-attendancecob.txt'
                    delimited by size into ws-mv-cmd
                call "SYSTEM" using ws-mv-cmd
            end-if.

            copy-moncob-para.
            if mo-id is numeric
                move 'N' to ws-md-found
                set md-idx to 1
                search ws-md-entry
                    at end continue
                    when wmd-month (md-idx) = mo-month
                        and wmd-id (md-idx) = mo-id
                        move 'Y' to ws-md-found
                end-search
                if ws-md-found = 'Y'
                    compute ws-adj-value = mo-absent + wmd-abs (md-idx)
                    perform floor-value-para
                    move ws-adj-value to mo-absent
                    compute ws-adj-value = mo-late + wmd-late (md-idx)
                    perform floor-value-para
                    move ws-adj-value to mo-late
                    compute ws-adj-value =
                        mo-overtime + wmd-ot (md-idx)
                    perform floor-value-para
                    if ws-adj-value > 30
                        move 30 to ws-adj-value
                    end-if
                    move ws-adj-value to mo-overtime
                    if mo-worked is not numeric
                        move 0 to mo-worked
                    end-if
                    compute ws-adj-value =
                        mo-worked + wmd-worked (md-idx)
                    perform floor-value-para
                    move ws-adj-value to mo-worked
                end-if
            end-if
            write moncob-new-line from moncob-old-line
            end-write
            read moncob-old into moncob-old-line
            end-read.

            floor-value-para.
            if ws-adj-value < 0
                move 0 to ws-adj-value
            end-if.

      * the running totals the next daily run starts from carry the
      * current month - its rows take the same differences, and the
      * pre-run snapshot takes the ones for dates before the latest
      * run so a sanctioned rerun of that date restores them too
            rebuild-running-para.
            open input mon-in
            if mon-status = '00'
                open output mon-new
                read mon-in into mon-in-line
                move mon-in-line (1:7) to ws-mon-month
                write mon-new-line from mon-in-line
                end-write
                read mon-in into mon-in-line
                perform copy-running-para until mon-status = '10'
                close mon-in
                close mon-new
                move spaces to ws-mv-cmd
                string 'mv /Users/banma/monthly-attendance.txt.new '
                    '/Users/banma/monthly-attendance.txt'
                    delimited by size into ws-mv-cmd
                call "SYSTEM" using ws-mv-cmd
            end-if
            open input mon-prev
            if prev-status = '00'
                open output mon-prev-new
                read mon-prev into mon-prev-line
                move mon-prev-line (1:7) to ws-prev-month
                write mon-prev-new-line from mon-prev-line
                end-write
                read mon-prev into mon-prev-line
                perform copy-prev-para until prev-status = '10'
                close mon-prev
                close mon-prev-new
                move spaces to ws-mv-cmd
                string 'mv /Users/banma/monthly-attendance-prev.txt'
                    '.new /Users/banma/monthly-attendance-prev.txt'
                    delimited by size into ws-mv-cmd
                call "SYSTEM" using ws-mv-cmd
            end-if.

            copy-running-para.
            if mi-id is numeric
                move 'N' to ws-md-found
                set md-idx to 1
                search ws-md-entry
                    at end continue
                    when wmd-month (md-idx) = ws-mon-month
                        and wmd-id (md-idx) = mi-id
                        move 'Y' to ws-md-found
                end-search
                if ws-md-found = 'Y'
                    compute ws-adj-value = mi-absent + wmd-abs (md-idx)
                    perform floor-value-para
                    move ws-adj-value to mi-absent
                    compute ws-adj-value = mi-late + wmd-late (md-idx)
                    perform floor-value-para
                    move ws-adj-value to mi-late
                    compute ws-adj-value =
                        mi-overtime + wmd-ot (md-idx)
                    perform floor-value-para
                    if ws-adj-value > 30
                        move 30 to ws-adj-value
                    end-if
                    move ws-adj-value to mi-overtime
                    if mi-worked is not numeric
                        move 0 to mi-worked
                    end-if
                    compute ws-adj-value =
                        mi-worked + wmd-worked (md-idx)
                    perform floor-value-para
                    move ws-adj-value to mi-worked
                end-if
            end-if
            write mon-new-line from mon-in-line
            end-write
            read mon-in into mon-in-line
            end-read.

            copy-prev-para.
            if mp-id is numeric
                move 'N' to ws-md-found
                set md-idx to 1
                search ws-md-entry
                    at end continue
                    when wmd-month (md-idx) = ws-prev-month
                        and wmd-id (md-idx) = mp-id
                        move 'Y' to ws-md-found
                end-search
                if ws-md-found = 'Y'
                    compute ws-adj-value =
                        mp-absent + wmd-p-abs (md-idx)
                    perform floor-value-para
                    move ws-adj-value to mp-absent
                    compute ws-adj-value =
                        mp-late + wmd-p-late (md-idx)
                    perform floor-value-para
                    move ws-adj-value to mp-late
                    compute ws-adj-value =
                        mp-overtime + wmd-p-ot (md-idx)
                    perform floor-value-para
                    if ws-adj-value > 30
                        move 30 to ws-adj-value
                    end-if
                    move ws-adj-value to mp-overtime
                    if mp-worked is not numeric
                        move 0 to mp-worked
                    end-if
                    compute ws-adj-value =
                        mp-worked + wmd-p-worked (md-idx)
                    perform floor-value-para
                    move ws-adj-value to mp-worked
                end-if
            end-if
            write mon-prev-new-line from mon-prev-line
            end-write
            read mon-prev into mon-prev-line
            end-read.

      * the overtime envelope: whatever the day's extract already put
      * on file is copied across without its trailer, the RETRO lines
      * go behind it, and one trailer covers the lot. with no file on
      * disk a fresh envelope is started
            rebuild-payroll-para.
            move 'N' to ws-env-seen
            move 0 to ws-env-count
            move 0 to ws-env-hours
            move 0 to ws-env-pay
            open output payroll-new
            open input payroll-in
            if pay-status = '00'
                read payroll-in into payroll-in-line
                perform copy-payroll-para until pay-status = '10'
                close payroll-in
            end-if
            if ws-env-seen = 'N'
                move 'HDR' to ph-tag
                move '  ' to ph-sp1
                move ws-today-str to ph-extract-date
                move '  ' to ph-sp2
                move ws-today-str to ph-run-date
                move cr to ph-cr
                write payroll-header
                end-write
            end-if
            perform varying ws-cand-scan from 1 by 1
                until ws-cand-scan > ws-cand-count
                set cand-idx to ws-cand-scan
                if wcd-outcome (cand-idx) = 'CHANGED'
                    perform payroll-line-para
                end-if
                if wcd-prm-diff (cand-idx) = 'Y'
                    perform premium-lines-para
                end-if
            end-perform
            move 'TRL' to pt-tag
            move '  ' to pt-sp1
            move ws-env-count to pt-count
            move '  ' to pt-sp2
            move ws-env-hours to pt-hours
            move '  ' to pt-sp3
            move ws-env-pay to pt-pay
            move cr to pt-cr
            write payroll-trailer
            end-write
            close payroll-new
            move 'mv payroll-adjustment.txt.new payroll-adjustment.txt'
                to ws-mv-cmd
            call "SYSTEM" using ws-mv-cmd.

            copy-payroll-para.
            if payroll-in-line (1:3) = 'TRL'
                move payroll-in-line to ws-old-trailer
                if wot-count is numeric
                    move wot-count to ws-env-count
                end-if
                if wot-hours is numeric
                    move wot-hours to ws-env-hours
                end-if
                if wot-pay-int is numeric and wot-pay-dec is numeric
                    compute ws-env-pay =
                        wot-pay-int + wot-pay-dec / 100
                end-if
            else
                if payroll-in-line (1:3) = 'HDR'
                    move 'Y' to ws-env-seen
                end-if
                write payroll-new-raw from payroll-in-line
                end-write
            end-if
            read payroll-in into payroll-in-line
            end-read.

      * paid overtime is what the manager authorized for the date,
      * before and after - the difference at the employee's rate
      * for that date goes out as one signed line
            payroll-line-para.
            move 0 to ws-approved-hours
            set auth-idx to 1
            search ws-auth-entry
                at end continue
                when wa-id (auth-idx) = wcd-id (cand-idx)
                    and wa-date (auth-idx) = wcd-date (cand-idx)
                    move wa-hours (auth-idx) to ws-approved-hours
            end-search
            if wcd-old-ot (cand-idx) > ws-approved-hours
                move ws-approved-hours to ws-old-paid
            else
                move wcd-old-ot (cand-idx) to ws-old-paid
            end-if
            if wcd-new-ot (cand-idx) > ws-approved-hours
                move ws-approved-hours to ws-new-paid
            else
                move wcd-new-ot (cand-idx) to ws-new-paid
            end-if
            compute ws-d-paid = ws-new-paid - ws-old-paid
      * a covered day whose period is still open is priced from the
      * corrected history when the period goes out
            move wcd-id (cand-idx) to pg-id
            move wcd-date (cand-idx) to pg-date
            perform resolve-group-para
            if ws-d-paid not = 0
                and (pg-covered = 'N' or pg-closed = 'Y')
                compute ws-hourly-rate rounded =
                    wcd-salary (cand-idx) /
                    (ws-workdays-per-month * ws-hours-per-day)
                compute ws-overtime-rate rounded =
                    ws-hourly-rate * ws-overtime-multiplier
                compute ws-pay-amount rounded =
                    ws-overtime-rate * ws-d-paid
                move wcd-id (cand-idx) to pr-id
                move '  ' to pr-sp1
                move wcd-first (cand-idx) to pr-first-name
                move '  ' to pr-sp2
                move wcd-last (cand-idx) to pr-last-name
                move '  ' to pr-sp3
                move ws-d-paid to pr-hours
                move '  ' to pr-sp4
                move ws-overtime-rate to pr-rate
                move '  ' to pr-sp5
                move ws-pay-amount to pr-pay
                move '  ' to pr-sp6
                move 'RETRO' to pr-tag
                move '  ' to pr-sp7
                move wcd-date (cand-idx) to pr-date
                move cr to pr-cr
                write payroll-retro-line
                end-write
                add 1 to ws-pay-line-count
                add 1 to ws-env-count
                if ws-d-paid < 0
                    compute ws-abs-hours = 0 - ws-d-paid
                    compute ws-abs-amount = 0 - ws-pay-amount
                else
                    move ws-d-paid to ws-abs-hours
                    move ws-pay-amount to ws-abs-amount
                end-if
                add ws-abs-hours to ws-env-hours
                add ws-abs-amount to ws-env-pay
            end-if.

      * a day's premium differences, one signed line per code under
      * the premium code - a covered day whose period is still open
      * is paid from the replaced ledger rows when the period goes
      * out
            premium-lines-para.
            move wcd-id (cand-idx) to pg-id
            move wcd-date (cand-idx) to pg-date
            perform resolve-group-para
            if pg-covered = 'N' or pg-closed = 'Y'
                perform varying ws-npr-scan from 1 by 1
                    until ws-npr-scan > ws-npr-count
                    if wnp-cand (ws-npr-scan) = ws-cand-scan
                        and (wnp-d-hours (ws-npr-scan) not = 0
                            or wnp-d-pay (ws-npr-scan) not = 0)
                        move wnp-code (ws-npr-scan) to ws-prm-line-code
                        move wnp-d-hours (ws-npr-scan)
                            to ws-prm-line-hours
                        move wnp-rate (ws-npr-scan) to ws-prm-line-rate
                        move wnp-d-pay (ws-npr-scan) to ws-prm-line-pay
                        perform premium-line-para
                    end-if
                end-perform
                perform varying ws-opr-scan from 1 by 1
                    until ws-opr-scan > ws-opr-count
                    if wop-cand (ws-opr-scan) = ws-cand-scan
                        and wop-matched (ws-opr-scan) = 'N'
                        move wop-code (ws-opr-scan) to ws-prm-line-code
                        compute ws-prm-line-hours =
                            0 - wop-hours (ws-opr-scan)
                        move 0 to ws-prm-line-rate
                        if wop-hours (ws-opr-scan) > 0
                            compute ws-prm-line-rate rounded =
                                wop-pay (ws-opr-scan) /
                                wop-hours (ws-opr-scan)
                        end-if
                        compute ws-prm-line-pay =
                            0 - wop-pay (ws-opr-scan)
                        perform premium-line-para
                    end-if
                end-perform
            end-if.

            premium-line-para.
            move wcd-id (cand-idx) to pr-id
            move '  ' to pr-sp1
            move wcd-first (cand-idx) to pr-first-name
            move '  ' to pr-sp2
            move wcd-last (cand-idx) to pr-last-name
            move '  ' to pr-sp3
            move ws-prm-line-hours to pr-hours
            move '  ' to pr-sp4
            move ws-prm-line-rate to pr-rate
            move '  ' to pr-sp5
            move ws-prm-line-pay to pr-pay
            move '  ' to pr-sp6
            move ws-prm-line-code to pr-tag
            move '  ' to pr-sp7
            move wcd-date (cand-idx) to pr-date
            move cr to pr-cr
            write payroll-retro-line
            end-write
            add 1 to ws-pay-line-count
            add 1 to ws-env-count
            if ws-prm-line-hours < 0
                compute ws-abs-hours = 0 - ws-prm-line-hours
            else
                move ws-prm-line-hours to ws-abs-hours
            end-if
            if ws-prm-line-pay < 0
                compute ws-abs-amount = 0 - ws-prm-line-pay
            else
                move ws-prm-line-pay to ws-abs-amount
            end-if
            add ws-abs-hours to ws-env-hours
            add ws-abs-amount to ws-env-pay.

      * the premium ledger with each re-priced day's rows replaced
      * where they stood - a day that had none gets its rows at the
      * end
            rebuild-ledger-para.
            open output prm-ledger-new
            open input prm-ledger-in
            if ledger-in-status = '00'
                read prm-ledger-in into ledger-in-record
                perform copy-ledger-para until ledger-in-status = '10'
                close prm-ledger-in
            end-if
            perform varying ws-cand-scan from 1 by 1
                until ws-cand-scan > ws-cand-count
                set cand-idx to ws-cand-scan
                if wcd-prm-diff (cand-idx) = 'Y'
                    and wcd-prm-out (cand-idx) = 'N'
                    perform ledger-rows-para
                end-if
            end-perform
            close prm-ledger-new
            move 'mv premium-ledger.txt.new premium-ledger.txt'
                to ws-mv-cmd
            call "SYSTEM" using ws-mv-cmd.

            copy-ledger-para.
            move 'N' to ws-cand-found
            if lgi-id is numeric
                move lgi-date to ws-add-date
                move lgi-id to ws-add-id
                perform find-cand-para
            end-if
            if ws-cand-found = 'Y' and wcd-prm-diff (cand-idx) = 'Y'
                if wcd-prm-out (cand-idx) = 'N'
                    set ws-cand-scan to cand-idx
                    perform ledger-rows-para
                end-if
            else
                write ledger-record from ledger-in-record
                end-write
            end-if
            read prm-ledger-in into ledger-in-record
            end-read.

            ledger-rows-para.
            perform varying ws-npr-scan from 1 by 1
                until ws-npr-scan > ws-npr-count
                if wnp-cand (ws-npr-scan) = ws-cand-scan
                    move wcd-date (cand-idx) to lg-date
                    move '  ' to lg-sp1
                    move wcd-id (cand-idx) to lg-id
                    move '  ' to lg-sp2
                    move wnp-dept (ws-npr-scan) to lg-dept
                    move '  ' to lg-sp3
                    move wnp-code (ws-npr-scan) to lg-code
                    move '  ' to lg-sp4
                    move wnp-hours (ws-npr-scan) to lg-hours
                    move '  ' to lg-sp5
                    move wnp-pay (ws-npr-scan) to lg-pay
                    move cr to lg-cr
                    write ledger-record
                    end-write
                end-if
            end-perform
            move 'Y' to wcd-prm-out (cand-idx).

      * deductions are priced at month end - a month not yet sent
      * picks the corrected totals up from the rollup by itself, so
      * only months deduction-extract has already stamped get RETRO
      * lines (a covered day, only once its pay period is sent). they
      * go in their own envelope, never onto the month's file the
      * bureau already has: today's envelope is added to, one from an
      * earlier day has gone out and is replaced. each line carries
      * its own date, so the header names no month, only RETRO
            rebuild-deduction-para.
            move 'N' to ws-env-seen
            move 0 to ws-env-count
            move 0 to ws-env-pay
            open output deduction-new
            open input deduction-in
            if ded-status = '00'
                read deduction-in into deduction-in-line
                if deduction-in-line (1:3) = 'HDR'
                    and deduction-in-line (6:10) = ws-today-str
                    perform copy-deduction-para
                        until ded-status = '10'
                end-if
                close deduction-in
            end-if
            if ws-env-seen = 'N'
                move 'HDR' to dh-tag
                move '  ' to dh-sp1
                move ws-today-str to dh-extract-date
                move '  ' to dh-sp2
                move 'RETRO' to dh-month
                move cr to dh-cr
                write deduction-header
                end-write
            end-if
            perform varying ws-cand-scan from 1 by 1
                until ws-cand-scan > ws-cand-count
                set cand-idx to ws-cand-scan
                if wcd-outcome (cand-idx) = 'CHANGED'
                    perform deduction-line-para
                end-if
            end-perform
            move 'TRL' to dt-tag
            move '  ' to dt-sp1
            move ws-env-count to dt-count
            move '  ' to dt-sp2
            move ws-env-pay to dt-amount
            move cr to dt-cr
            write deduction-trailer
            end-write
            close deduction-new
            move spaces to ws-mv-cmd
            string 'mv deduction-retro.txt.new '
                'deduction-retro.txt'
                delimited by size into ws-mv-cmd
            call "SYSTEM" using ws-mv-cmd.

            copy-deduction-para.
            if deduction-in-line (1:3) = 'TRL'
                move deduction-in-line to ws-old-ded-trailer
                if wodt-count is numeric
                    move wodt-count to ws-env-count
                end-if
                if wodt-amt-int is numeric and wodt-amt-dec is numeric
                    compute ws-env-pay =
                        wodt-amt-int + wodt-amt-dec / 100
                end-if
            else
                if deduction-in-line (1:3) = 'HDR'
                    move 'Y' to ws-env-seen
                end-if
                write deduction-new-raw from deduction-in-line
                end-write
            end-if
            read deduction-in into deduction-in-line
            end-read.

            deduction-line-para.
            move 'N' to ws-month-sent
            set sent-idx to 1
            search ws-sent-month
                at end continue
                when ws-sent-month (sent-idx) =
                    wcd-date (cand-idx) (1:7)
                    move 'Y' to ws-month-sent
            end-search
            move wcd-id (cand-idx) to pg-id
            move wcd-date (cand-idx) to pg-date
            perform resolve-group-para
            if pg-covered = 'Y'
                move pg-closed to ws-month-sent
            end-if
            move 0 to ws-d-abs
            move 0 to ws-d-unpaid
            if wcd-new-status (cand-idx) = 'ABSENCE'
                add 1 to ws-d-abs
            end-if
            if wcd-old-status (cand-idx) = 'ABSENCE'
                subtract 1 from ws-d-abs
            end-if
            if wcd-new-status (cand-idx) = 'UNPAID LV'
                add 1 to ws-d-unpaid
            end-if
            if wcd-old-status (cand-idx) = 'UNPAID LV'
                subtract 1 from ws-d-unpaid
            end-if
            compute ws-d-late =
                wcd-new-late (cand-idx) - wcd-old-late (cand-idx)
            if ws-month-sent = 'Y'
                and (ws-d-abs not = 0 or ws-d-unpaid not = 0
                    or ws-d-late not = 0)
                compute ws-daily-rate rounded =
                    wcd-salary (cand-idx) / ws-workdays-per-month
                compute ws-block-rate rounded =
                    wcd-salary (cand-idx) /
                    (ws-workdays-per-month * ws-hours-per-day * 4)
                compute ws-ded-amount rounded =
                    ws-d-abs * ws-daily-rate +
                    ws-d-late * ws-block-rate +
                    ws-d-unpaid * ws-daily-rate
                move wcd-id (cand-idx) to dr-id
                move '  ' to dr-sp1
                move wcd-first (cand-idx) to dr-first-name
                move '  ' to dr-sp2
                move wcd-last (cand-idx) to dr-last-name
                move '  ' to dr-sp3
                move ws-d-abs to dr-absences
                move '  ' to dr-sp4
                move ws-d-late to dr-late-blocks
                move '  ' to dr-sp5
                move ws-d-unpaid to dr-unpaid
                move '  ' to dr-sp6
                move ws-ded-amount to dr-amount
                move '  ' to dr-sp7
                move 'RETRO' to dr-tag
                move '  ' to dr-sp8
                move wcd-date (cand-idx) to dr-date
                move cr to dr-cr
                write deduction-retro-line
                end-write
                add 1 to ws-ded-line-count
                add 1 to ws-env-count
                if ws-ded-amount < 0
                    compute ws-abs-amount = 0 - ws-ded-amount
                else
                    move ws-ded-amount to ws-abs-amount
                end-if
                add ws-abs-amount to ws-env-pay
            end-if.

      * a back-dated window burns the taken days the daily run would
      * have stamped had the approval been on file - every closed
      * working day inside it, in the pool its type draws from. a
      * window reaching the deferred date waits whole for the next
      * run so no day is burned twice
            burn-leave-para.
            perform varying ws-leave-scan from 1 by 1
                until ws-leave-scan > ws-leave-count
                if wl-pending (ws-leave-scan) = 'Y'
                    and wl-hold (ws-leave-scan) = 'N'
                    perform burn-window-para
                end-if
            end-perform

            if ws-burn-count > 0
                open input leave-ent
                if ent-status = '00'
                    open output leave-ent-new
                    read leave-ent into ent-record
                    perform burn-ent-para until ent-status = '10'
                    close leave-ent
                    close leave-ent-new
                    move spaces to ws-mv-cmd
                    string 'mv leave-entitlements.txt.new '
                        'leave-entitlements.txt'
                        delimited by size into ws-mv-cmd
                    call "SYSTEM" using ws-mv-cmd
                end-if
            end-if

            open input leave-retro
            if lretro-status = '00'
                open output leave-retro-new
                read leave-retro into lretro-record
                perform mark-retro-para until lretro-status = '10'
                close leave-retro
                close leave-retro-new
                move 'mv leave-retro.txt.new leave-retro.txt'
                    to ws-mv-cmd
                call "SYSTEM" using ws-mv-cmd
            end-if.

            burn-window-para.
            if ws-defer-date not = spaces
                and ws-defer-date is not < wl-start (ws-leave-scan)
                and ws-defer-date is not > wl-end (ws-leave-scan)
                move 'Y' to wl-hold (ws-leave-scan)
            else
                perform varying ws-done-scan from 1 by 1
                    until ws-done-scan > ws-done-count
                    if wdn-closed (ws-done-scan) = 'Y'
                        and wdn-date (ws-done-scan) is not <
                            wl-start (ws-leave-scan)
                        and wdn-date (ws-done-scan) is not >
                            wl-end (ws-leave-scan)
                        move wdn-date (ws-done-scan) to ws-burn-date
                        perform burn-day-para
                    end-if
                end-perform
                add 1 to ws-applied-leave
            end-if.

            burn-day-para.
            move ws-burn-date to ws-cd-date
            perform compute-serial-para
            move 'N' to ws-non-working
            if ws-cd-dow = 5 or ws-cd-dow = 6
                move 'Y' to ws-non-working
            end-if
            set hol-idx to 1
            search ws-holiday-entry
                at end continue
                when wh-date (hol-idx) = ws-burn-date
                    move 'Y' to ws-non-working
            end-search
            if ws-non-working = 'N'
                and wl-type (ws-leave-scan) not = 'UNPAID'
                set burn-idx to 1
                search ws-burn-entry
                    at end
                        if ws-burn-count < 200
                            add 1 to ws-burn-count
                            set burn-idx to ws-burn-count
                            move wl-id (ws-leave-scan)
                                to wb-id (burn-idx)
                            move 0 to wb-annual (burn-idx)
                            move 0 to wb-sick (burn-idx)
                        end-if
                    when wb-id (burn-idx) = wl-id (ws-leave-scan)
                        continue
                end-search
                if burn-idx not > ws-burn-count
                    if wl-type (ws-leave-scan) = 'SICK'
                        add 1 to wb-sick (burn-idx)
                    else
                        add 1 to wb-annual (burn-idx)
                    end-if
                end-if
            end-if.

            burn-ent-para.
            if ent-sick is not numeric
                move 0 to ent-sick
                move '  ' to ent-sp4
                move '  ' to ent-sp5
            end-if
            if ent-sick-taken is not numeric
                move 0 to ent-sick-taken
            end-if
            set burn-idx to 1
            search ws-burn-entry
                at end continue
                when wb-id (burn-idx) = ent-id
                    add wb-annual (burn-idx) to ent-taken
                    add wb-sick (burn-idx) to ent-sick-taken
            end-search
            write ent-record-new from ent-record
            end-write
            read leave-ent into ent-record
            end-read.

      * the queue is read back in the order the leave table was
      * loaded from it, so the row's place in that table says whether
      * it was applied this run or held
            mark-retro-para.
            if lr-status = 'PENDING'
                set leave-idx to 1
                search ws-leave-entry
                    at end continue
                    when wl-retro (leave-idx) = 'Y'
                        and wl-pending (leave-idx) = 'Y'
                        and wl-id (leave-idx) = lr-id
                        and wl-start (leave-idx) = lr-start
                        move 'N' to wl-pending (leave-idx)
                        if wl-hold (leave-idx) = 'N'
                            move 'APPLIED' to lr-status
                        end-if
                end-search
            end-if
            write lretro-new-line from lretro-record
            end-write
            read leave-retro into lretro-record
            end-read.

      * the corrections re-evaluated this run go on the applied file,
      * unless a day one touches was deferred, did not fit, or kept
      * its premiums for want of table room - those come round again
            mark-corr-para.
            if ws-sel-count > 0
                open i-o corr-applied
                if ca-status = '00' or ca-status = '05'
                    perform varying ws-sel-scan from 1 by 1
                        until ws-sel-scan > ws-sel-count
                        perform mark-corr-one-para
                    end-perform
                    close corr-applied
                else
                    display 'retro-adjust: punch-corrections-applied'
                        '.dat status ' ca-status ' - corrections '
                        'come round again next run'
                    move 'Y' to ws-left-over
                end-if
            end-if.

            mark-corr-one-para.
            set sel-idx to ws-sel-scan
            if wsl-cand-1 (sel-idx) > 0
                move wsl-cand-1 (sel-idx) to ws-add-pos
                perform hold-corr-para
            end-if
            if wsl-cand-2 (sel-idx) > 0
                move wsl-cand-2 (sel-idx) to ws-add-pos
                perform hold-corr-para
            end-if
            if wsl-hold (sel-idx) = 'N'
                move wsl-key (sel-idx) to ca-key
                move '  ' to ca-sp1
                move ws-today-str to ca-run-date
                write ca-record
                    invalid key
                        continue
                    not invalid key
                        add 1 to ws-corr-applied
                end-write
            end-if.

            hold-corr-para.
            if wcd-outcome (ws-add-pos) = 'DEFERRED'
                or wcd-prm-state (ws-add-pos) = 'F'
                move 'Y' to wsl-hold (sel-idx)
            end-if.

      * Julian day number of ws-cd-date and its weekday
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
                - 32045
            divide ws-cd-serial by 7 giving ws-cd-q
                remainder ws-cd-dow.

            next-date-para.
            move ws-nd-from to ws-next-date
            move 31 to ws-days-in-month
            if ws-nf-month = 04 or ws-nf-month = 06
                or ws-nf-month = 09 or ws-nf-month = 11
                move 30 to ws-days-in-month
            end-if
            if ws-nf-month = 02
                move 'N' to ws-is-leap
                divide ws-nf-year by 4 giving ws-leap-q
                    remainder ws-leap-r4
                divide ws-nf-year by 100 giving ws-leap-q
                    remainder ws-leap-r100
                divide ws-nf-year by 400 giving ws-leap-q
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
            if ws-nf-day < ws-days-in-month
                compute ws-nd-day = ws-nf-day + 1
            else
                move 01 to ws-nd-day
                if ws-nf-month < 12
                    compute ws-nd-month = ws-nf-month + 1
                else
                    move 01 to ws-nd-month
                    compute ws-nd-year = ws-nf-year + 1
                end-if
            end-if.

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
