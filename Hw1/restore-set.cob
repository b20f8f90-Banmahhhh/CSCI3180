       identification division.
       program-id. restore-set.

      * puts the whole backup set back as it stood at the end of a
      * chosen business date, from the generation backup-set kept
      * under backups/<date>. the generation is copied out to
      * backup-stage/ and proved before anything live is touched:
      * its manifest must be there, complete (header for the date
      * asked for, a row for every file in the set, trailer totals
      * agreeing), and every staged file must be present or absent
      * exactly as the manifest says with the same record count. any
      * difference and the restore is refused with nothing changed -
      * a partial set is never put back. once proved and confirmed,
      * every file is first copied alongside its live file as
      * <file>.restore and only when all of those copies succeeded
      * are they renamed over the live files (files ABSENT at the
      * backup are removed), so a disk filling during the restore
      * also leaves the live set as it was. run-control.txt comes
      * back with the set, so the chain stands exactly where it did
      * after that date; a RESTORE row for the date is added to it.
      * dates after the chosen one are then rerun from their raw
      * feeds with catch-up.
       environment division.
            input-output section.
            file-control.
              select optional gen-index
              assign to 'backups/generations.txt'
              organization is line sequential
              file status is gen-status.

              select manifest
              assign to 'backup-stage/backup-manifest.txt'
              organization is line sequential
              file status is mf-status.

              select optional run-control-ext
              assign to 'run-control.txt'
              organization is line sequential
              file status is rc-ext-status.

      * the staged copies - the same set backup-set writes
              select stg-emp
              assign to 'backup-stage/employees.dat'
              organization is indexed
              access mode is sequential
              record key is stg-emp-id
              file status is stg-emp-status.

              select stg-hist
              assign to 'backup-stage/daily-history.dat'
              organization is indexed
              access mode is sequential
              record key is stg-hist-key
              alternate record key is stg-hist-id with duplicates
              file status is stg-hist-status.

              select stg-mon
              assign to 'backup-stage/monthly-attendance.txt'
              organization is line sequential
              file status is stg-mon-status.

              select stg-mprev
              assign to 'backup-stage/monthly-attendance-prev.txt'
              organization is line sequential
              file status is stg-mprev-status.

              select stg-moncob
              assign to 'backup-stage/monthly-attendancecob.txt'
              organization is line sequential
              file status is stg-moncob-status.

              select stg-marc
              assign to 'backup-stage/monthly-archive.txt'
              organization is line sequential
              file status is stg-marc-status.

              select stg-sus
              assign to 'backup-stage/suspicious-cases.txt'
              organization is line sequential
              file status is stg-sus-status.

              select stg-lent
              assign to 'backup-stage/leave-entitlements.txt'
              organization is line sequential
              file status is stg-lent-status.

              select stg-lreq
              assign to 'backup-stage/leave-requests.txt'
              organization is line sequential
              file status is stg-lreq-status.

              select stg-lretro
              assign to 'backup-stage/leave-retro.txt'
              organization is line sequential
              file status is stg-lretro-status.

              select stg-toil
              assign to 'backup-stage/toil-elections.txt'
              organization is line sequential
              file status is stg-toil-status.

              select stg-punch
              assign to 'backup-stage/punch-archive.txt'
              organization is line sequential
              file status is stg-punch-status.

              select stg-job
              assign to 'backup-stage/job-archive.txt'
              organization is line sequential
              file status is stg-job-status.

              select stg-agy
              assign to 'backup-stage/agency-archive.txt'
              organization is line sequential
              file status is stg-agy-status.

              select stg-clock
              assign to 'backup-stage/clock-history.txt'
              organization is line sequential
              file status is stg-clock-status.

              select stg-prem
              assign to 'backup-stage/premium-ledger.txt'
              organization is line sequential
              file status is stg-prem-status.

              select stg-settle
              assign to 'backup-stage/settlement-log.txt'
              organization is line sequential
              file status is stg-settle-status.

              select stg-rtw
              assign to 'backup-stage/rtw-interviews.txt'
              organization is line sequential
              file status is stg-rtw-status.

              select stg-paycal
              assign to 'backup-stage/pay-calendar.txt'
              organization is line sequential
              file status is stg-paycal-status.

              select stg-reext
              assign to 'backup-stage/reextract-queue.txt'
              organization is line sequential
              file status is stg-reext-status.

              select stg-echg
              assign to 'backup-stage/employee-changes.txt'
              organization is line sequential
              file status is stg-echg-status.

              select stg-eaud
              assign to 'backup-stage/employee-audit.txt'
              organization is line sequential
              file status is stg-eaud-status.

              select stg-dmast
              assign to 'backup-stage/department-master.txt'
              organization is line sequential
              file status is stg-dmast-status.

              select stg-dchg
              assign to 'backup-stage/department-changes.txt'
              organization is line sequential
              file status is stg-dchg-status.

              select stg-pcorr
              assign to 'backup-stage/punch-corrections.txt'
              organization is line sequential
              file status is stg-pcorr-status.

              select stg-hol
              assign to 'backup-stage/holiday-calendar.txt'
              organization is line sequential
              file status is stg-hol-status.

              select stg-roster
              assign to 'backup-stage/work-roster.txt'
              organization is line sequential
              file status is stg-roster-status.

              select stg-late
              assign to 'backup-stage/lateness-policy.txt'
              organization is line sequential
              file status is stg-late-status.

              select stg-otauth
              assign to 'backup-stage/overtime-authorization.txt'
              organization is line sequential
              file status is stg-otauth-status.

              select stg-oper
              assign to 'backup-stage/operators.txt'
              organization is line sequential
              file status is stg-oper-status.

              select stg-secx
              assign to 'backup-stage/security-exceptions.txt'
              organization is line sequential
              file status is stg-secx-status.

              select stg-badge
              assign to 'backup-stage/badge-register.txt'
              organization is line sequential
              file status is stg-badge-status.

              select stg-ipend
              assign to 'backup-stage/incentive-pending.txt'
              organization is line sequential
              file status is stg-ipend-status.

              select stg-ihist
              assign to 'backup-stage/incentive-history.txt'
              organization is line sequential
              file status is stg-ihist-status.

              select stg-irule
              assign to 'backup-stage/incentive-rules.txt'
              organization is line sequential
              file status is stg-irule-status.

              select stg-prule
              assign to 'backup-stage/premium-rules.txt'
              organization is line sequential
              file status is stg-prule-status.

              select stg-minst
              assign to 'backup-stage/minimum-staffing.txt'
              organization is line sequential
              file status is stg-minst-status.

              select stg-sover
              assign to 'backup-stage/staffing-overrides.txt'
              organization is line sequential
              file status is stg-sover-status.

              select stg-proj
              assign to 'backup-stage/project-master.txt'
              organization is line sequential
              file status is stg-proj-status.

              select stg-cont
              assign to 'backup-stage/contingent-register.txt'
              organization is line sequential
              file status is stg-cont-status.

              select stg-lbud
              assign to 'backup-stage/labour-budget.txt'
              organization is line sequential
              file status is stg-lbud-status.

              select stg-wtro
              assign to 'backup-stage/wtr-optout.txt'
              organization is line sequential
              file status is stg-wtro-status.

              select stg-capp
              assign to 'backup-stage/punch-corrections-applied.dat'
              organization is indexed
              access mode is sequential
              record key is stg-capp-key
              file status is stg-capp-status.

              select stg-runctl
              assign to 'backup-stage/run-control.txt'
              organization is line sequential
              file status is stg-runctl-status.

       data division.
            file section.
            fd gen-index.
            01 gen-record.
                05 gen-date pic x(10).
                05 gen-sp1 pic x(2).
                05 gen-files pic 999.
                05 gen-sp2 pic x(2).
                05 gen-records pic 9(9).
                05 gen-sp3 pic x(2).
                05 gen-taken pic x(10).
                05 gen-cr pic x.

            fd manifest.
            01 mf-record.
                05 mf-type pic x(3).
                05 mf-sp1 pic x(2).
                05 mf-name pic x(30).
                05 mf-sp2 pic x(2).
                05 mf-state pic x(7).
                05 mf-sp3 pic x(2).
                05 mf-count pic 9(9).
                05 mf-cr pic x.
            01 mf-header.
                05 mfh-type pic x(3).
                05 mfh-sp1 pic x(2).
                05 mfh-biz-date pic x(10).
                05 mfh-sp2 pic x(2).
                05 mfh-taken pic x(10).
                05 mfh-sp3 pic x(2).
                05 mfh-taken-time pic x(8).
                05 mfh-fill pic x(18).
                05 mfh-cr pic x.
            01 mf-trailer.
                05 mft-type pic x(3).
                05 mft-sp1 pic x(2).
                05 mft-files pic 999.
                05 mft-sp2 pic x(2).
                05 mft-records pic 9(9).
                05 mft-fill pic x(36).
                05 mft-cr pic x.

            fd run-control-ext.
            01 rc-ext-record.
                05 rcx-date pic x(10).
                05 rcx-sp1 pic x(2).
                05 rcx-step pic x(8).
                05 rcx-sp2 pic x(2).
                05 rcx-run-status pic x(9).

            fd stg-emp.
            01 stg-emp-line.
                05 stg-emp-id pic 9999.
                05 filler pic x(71).

            fd stg-hist.
            01 stg-hist-line.
                05 stg-hist-key.
                    10 stg-hist-date pic x(10).
                    10 stg-hist-id pic 9999.
                05 filler pic x(15).

            fd stg-mon.
            01 stg-mon-line pic x(300).

            fd stg-mprev.
            01 stg-mprev-line pic x(300).

            fd stg-moncob.
            01 stg-moncob-line pic x(300).

            fd stg-marc.
            01 stg-marc-line pic x(300).

            fd stg-sus.
            01 stg-sus-line pic x(300).

            fd stg-lent.
            01 stg-lent-line pic x(300).

            fd stg-lreq.
            01 stg-lreq-line pic x(300).

            fd stg-lretro.
            01 stg-lretro-line pic x(300).

            fd stg-toil.
            01 stg-toil-line pic x(300).

            fd stg-punch.
            01 stg-punch-line pic x(300).

            fd stg-job.
            01 stg-job-line pic x(300).

            fd stg-agy.
            01 stg-agy-line pic x(300).

            fd stg-clock.
            01 stg-clock-line pic x(300).

            fd stg-prem.
            01 stg-prem-line pic x(300).

            fd stg-settle.
            01 stg-settle-line pic x(300).

            fd stg-rtw.
            01 stg-rtw-line pic x(300).

            fd stg-paycal.
            01 stg-paycal-line pic x(300).

            fd stg-reext.
            01 stg-reext-line pic x(300).

            fd stg-echg.
            01 stg-echg-line pic x(300).

            fd stg-eaud.
            01 stg-eaud-line pic x(300).

            fd stg-dmast.
            01 stg-dmast-line pic x(300).

            fd stg-dchg.
            01 stg-dchg-line pic x(300).

            fd stg-pcorr.
            01 stg-pcorr-line pic x(300).

            fd stg-hol.
            01 stg-hol-line pic x(300).

            fd stg-roster.
            01 stg-roster-line pic x(300).

            fd stg-late.
            01 stg-late-line pic x(300).

            fd stg-otauth.
            01 stg-otauth-line pic x(300).

            fd stg-oper.
            01 stg-oper-line pic x(300).

            fd stg-secx.
            01 stg-secx-line pic x(300).

            fd stg-badge.
            01 stg-badge-line pic x(300).

            fd stg-ipend.
            01 stg-ipend-line pic x(300).

            fd stg-ihist.
            01 stg-ihist-line pic x(300).

            fd stg-irule.
            01 stg-irule-line pic x(300).

            fd stg-prule.
            01 stg-prule-line pic x(300).

            fd stg-minst.
            01 stg-minst-line pic x(300).

            fd stg-sover.
            01 stg-sover-line pic x(300).

            fd stg-proj.
            01 stg-proj-line pic x(300).

            fd stg-cont.
            01 stg-cont-line pic x(300).

            fd stg-lbud.
            01 stg-lbud-line pic x(300).

            fd stg-wtro.
            01 stg-wtro-line pic x(300).

            fd stg-capp.
            01 stg-capp-line.
                05 stg-capp-key pic x(25).
                05 filler pic x(12).

            fd stg-runctl.
            01 stg-runctl-line pic x(300).

            working-storage section.
            01 gen-status pic xx.
            01 mf-status pic xx.
            01 rc-ext-status pic xx.
            01 stg-emp-status pic xx.
            01 stg-hist-status pic xx.
            01 stg-mon-status pic xx.
            01 stg-mprev-status pic xx.
            01 stg-moncob-status pic xx.
            01 stg-marc-status pic xx.
            01 stg-sus-status pic xx.
            01 stg-lent-status pic xx.
            01 stg-lreq-status pic xx.
            01 stg-lretro-status pic xx.
            01 stg-toil-status pic xx.
            01 stg-punch-status pic xx.
            01 stg-job-status pic xx.
            01 stg-agy-status pic xx.
            01 stg-clock-status pic xx.
            01 stg-prem-status pic xx.
            01 stg-settle-status pic xx.
            01 stg-rtw-status pic xx.
            01 stg-paycal-status pic xx.
            01 stg-reext-status pic xx.
            01 stg-echg-status pic xx.
            01 stg-eaud-status pic xx.
            01 stg-dmast-status pic xx.
            01 stg-dchg-status pic xx.
            01 stg-pcorr-status pic xx.
            01 stg-hol-status pic xx.
            01 stg-roster-status pic xx.
            01 stg-late-status pic xx.
            01 stg-otauth-status pic xx.
            01 stg-oper-status pic xx.
            01 stg-secx-status pic xx.
            01 stg-badge-status pic xx.
            01 stg-ipend-status pic xx.
            01 stg-ihist-status pic xx.
            01 stg-irule-status pic xx.
            01 stg-prule-status pic xx.
            01 stg-minst-status pic xx.
            01 stg-sover-status pic xx.
            01 stg-proj-status pic xx.
            01 stg-cont-status pic xx.
            01 stg-lbud-status pic xx.
            01 stg-wtro-status pic xx.
            01 stg-capp-status pic xx.
            01 stg-runctl-status pic xx.

            01 ws-cmd pic x(200).
            01 ws-step-rc pic 9(4).
            01 ws-restore-date pic x(10).
            01 ws-confirm pic x(10).
            01 ws-gen-found pic x value 'N'.
            01 ws-gen-listed pic 99 value 0.

      * the backup set, as backup-set holds it
            01 ws-set-list.
                05 filler pic x(30) value 'employees.dat'.
                05 filler pic x(45)
                    value '/Users/banma/employees.dat'.
                05 filler pic x(30) value 'daily-history.dat'.
                05 filler pic x(45)
                    value 'daily-history.dat'.
                05 filler pic x(30) value 'monthly-attendance.txt'.
                05 filler pic x(45)
                    value '/Users/banma/monthly-attendance.txt'.
                05 filler pic x(30) value 'monthly-attendance-prev.txt'.
                05 filler pic x(45)
                    value '/Users/banma/monthly-attendance-prev.txt'.
                05 filler pic x(30) value 'monthly-attendancecob.txt'.
                05 filler pic x(45)
                    value 'monthly-attendancecob.txt'.
                05 filler pic x(30) value 'monthly-archive.txt'.
                05 filler pic x(45)
                    value 'monthly-archive.txt'.
                05 filler pic x(30) value 'suspicious-cases.txt'.
                05 filler pic x(45)
                    value 'suspicious-cases.txt'.
                05 filler pic x(30) value 'leave-entitlements.txt'.
                05 filler pic x(45)
                    value 'leave-entitlements.txt'.
                05 filler pic x(30) value 'leave-requests.txt'.
                05 filler pic x(45)
                    value 'leave-requests.txt'.
                05 filler pic x(30) value 'leave-retro.txt'.
                05 filler pic x(45)
                    value 'leave-retro.txt'.
                05 filler pic x(30) value 'toil-elections.txt'.
                05 filler pic x(45)
                    value 'toil-elections.txt'.
                05 filler pic x(30) value 'punch-archive.txt'.
                05 filler pic x(45)
                    value 'punch-archive.txt'.
                05 filler pic x(30) value 'job-archive.txt'.
                05 filler pic x(45)
                    value 'job-archive.txt'.
                05 filler pic x(30) value 'agency-archive.txt'.
                05 filler pic x(45)
                    value 'agency-archive.txt'.
                05 filler pic x(30) value 'clock-history.txt'.
                05 filler pic x(45)
                    value 'clock-history.txt'.
                05 filler pic x(30) value 'premium-ledger.txt'.
                05 filler pic x(45)
                    value 'premium-ledger.txt'.
                05 filler pic x(30) value 'settlement-log.txt'.
                05 filler pic x(45)
                    value 'settlement-log.txt'.
                05 filler pic x(30) value 'rtw-interviews.txt'.
                05 filler pic x(45)
                    value 'rtw-interviews.txt'.
                05 filler pic x(30) value 'pay-calendar.txt'.
                05 filler pic x(45)
                    value 'pay-calendar.txt'.
                05 filler pic x(30) value 'reextract-queue.txt'.
                05 filler pic x(45)
                    value 'reextract-queue.txt'.
                05 filler pic x(30) value 'employee-changes.txt'.
                05 filler pic x(45)
                    value '/Users/banma/employee-changes.txt'.
                05 filler pic x(30) value 'employee-audit.txt'.
                05 filler pic x(45)
                    value '/Users/banma/employee-audit.txt'.
                05 filler pic x(30) value 'department-master.txt'.
                05 filler pic x(45)
                    value '/Users/banma/department-master.txt'.
                05 filler pic x(30) value 'department-changes.txt'.
                05 filler pic x(45)
                    value '/Users/banma/department-changes.txt'.
                05 filler pic x(30) value 'punch-corrections.txt'.
                05 filler pic x(45)
                    value 'punch-corrections.txt'.
                05 filler pic x(30) value 'holiday-calendar.txt'.
                05 filler pic x(45)
                    value 'holiday-calendar.txt'.
                05 filler pic x(30) value 'work-roster.txt'.
                05 filler pic x(45)
                    value 'work-roster.txt'.
                05 filler pic x(30) value 'lateness-policy.txt'.
                05 filler pic x(45)
                    value 'lateness-policy.txt'.
                05 filler pic x(30) value 'overtime-authorization.txt'.
                05 filler pic x(45)
                    value 'overtime-authorization.txt'.
                05 filler pic x(30) value 'operators.txt'.
                05 filler pic x(45)
                    value '/Users/banma/operators.txt'.
                05 filler pic x(30) value 'security-exceptions.txt'.
                05 filler pic x(45)
                    value '/Users/banma/security-exceptions.txt'.
                05 filler pic x(30) value 'badge-register.txt'.
                05 filler pic x(45)
                    value 'badge-register.txt'.
                05 filler pic x(30) value 'incentive-pending.txt'.
                05 filler pic x(45)
                    value 'incentive-pending.txt'.
                05 filler pic x(30) value 'incentive-history.txt'.
                05 filler pic x(45)
                    value 'incentive-history.txt'.
                05 filler pic x(30) value 'incentive-rules.txt'.
                05 filler pic x(45)
                    value 'incentive-rules.txt'.
                05 filler pic x(30) value 'premium-rules.txt'.
                05 filler pic x(45)
                    value 'premium-rules.txt'.
                05 filler pic x(30) value 'minimum-staffing.txt'.
                05 filler pic x(45)
                    value 'minimum-staffing.txt'.
                05 filler pic x(30) value 'staffing-overrides.txt'.
                05 filler pic x(45)
                    value 'staffing-overrides.txt'.
                05 filler pic x(30) value 'project-master.txt'.
                05 filler pic x(45)
                    value 'project-master.txt'.
                05 filler pic x(30) value 'contingent-register.txt'.
                05 filler pic x(45)
                    value 'contingent-register.txt'.
                05 filler pic x(30) value 'labour-budget.txt'.
                05 filler pic x(45)
                    value 'labour-budget.txt'.
                05 filler pic x(30) value 'wtr-optout.txt'.
                05 filler pic x(45)
                    value 'wtr-optout.txt'.
                05 filler pic x(30)
                    value 'punch-corrections-applied.dat'.
                05 filler pic x(45)
                    value 'punch-corrections-applied.dat'.
                05 filler pic x(30) value 'run-control.txt'.
                05 filler pic x(45)
                    value 'run-control.txt'.
            01 ws-set-table redefines ws-set-list.
                05 ws-set-entry occurs 44 times.
                    10 wsf-name pic x(30).
                    10 wsf-path pic x(45).
            01 ws-set-size pic 99 value 44.

      * what the manifest says of each file, and what the staged
      * copy turned out to hold
            01 ws-set-result.
                05 ws-result-entry occurs 44 times.
                    10 wsm-seen pic x.
                    10 wsm-state pic x(7).
                    10 wsm-count pic 9(9).
                    10 wsr-state pic x(7).
                    10 wsr-count pic 9(9).
            01 ws-file-no pic 99.
            01 ws-rec-count pic 9(9).
            01 ws-open-status pic xx.
            01 ws-end-status pic xx.
            01 ws-file-total pic 999 value 0.
            01 ws-rec-total pic 9(9) value 0.

            01 ws-mf-header-seen pic x value 'N'.
            01 ws-mf-trailer-seen pic x value 'N'.
            01 ws-mf-biz-date pic x(10) value spaces.
            01 ws-mf-taken pic x(10) value spaces.
            01 ws-mf-rows pic 999 value 0.
            01 ws-mf-present pic 999 value 0.
            01 ws-mf-records pic 9(9) value 0.
            01 ws-mf-trl-files pic 999 value 0.
            01 ws-mf-trl-records pic 9(9) value 0.
            01 ws-problems pic 999 value 0.

       procedure division.
            main-para.
            initialize ws-set-result
            display 'Restore the file set as of business date '
                '(YYYY-MM-DD): '
            accept ws-restore-date

            open input gen-index
            if gen-status = '00'
                read gen-index into gen-record
                perform find-gen-para until gen-status = '10'
                close gen-index
            end-if
            if ws-gen-found not = 'Y'
                display 'restore-set: no generation held for '
                    ws-restore-date ' - ' ws-gen-listed
                    ' generations listed in backups/generations.txt'
                perform list-gen-para
                move 12 to return-code
                stop run
            end-if

            perform drop-stage-para
            move spaces to ws-cmd
            string 'cp -R -p backups/' ws-restore-date
                ' backup-stage'
                delimited by size into ws-cmd
            call "SYSTEM" using ws-cmd
            if return-code not = 0
                divide 256 into return-code giving ws-step-rc
                display 'restore-set: backups/' ws-restore-date
                    ' could not be staged (rc ' ws-step-rc
                    ') - nothing restored'
                perform drop-stage-para
                move 12 to return-code
                stop run
            end-if

            perform read-manifest-para
            perform count-set-para
            perform check-file-para
                varying ws-file-no from 1 by 1
                until ws-file-no > ws-set-size
            if ws-problems > 0
                display 'restore-set: generation ' ws-restore-date
                    ' is incomplete or damaged (' ws-problems
                    ' problems above) - nothing restored'
                perform drop-stage-para
                move 12 to return-code
                stop run
            end-if

            display 'restore-set: generation ' ws-restore-date
                ' taken ' ws-mf-taken ' checks out - ' ws-file-total
                ' files, ' ws-rec-total ' records'
            display 'Enter RESTORE to put this set back over the live '
                'files, anything else leaves them as they are: '
            accept ws-confirm
            if ws-confirm not = 'RESTORE'
                display 'restore-set: not confirmed - nothing restored'
                perform drop-stage-para
                stop run
            end-if

      * every copy made beside its live file before any live file is
      * replaced - one failing copy and none of them is used
            perform stage-copy-para
                varying ws-file-no from 1 by 1
                until ws-file-no > ws-set-size
            perform put-back-para
                varying ws-file-no from 1 by 1
                until ws-file-no > ws-set-size

            open extend run-control-ext
            move ws-restore-date to rcx-date
            move '  ' to rcx-sp1
            move 'RESTORE' to rcx-step
            move '  ' to rcx-sp2
            move 'COMPLETED' to rcx-run-status
            write rc-ext-record
            end-write
            close run-control-ext

            perform drop-stage-para
            display 'restore-set: file set restored as of '
                ws-restore-date ' - rerun later dates with catch-up'
            stop run.

            find-gen-para.
            add 1 to ws-gen-listed
            if gen-date = ws-restore-date
                move 'Y' to ws-gen-found
            end-if
            read gen-index into gen-record
            end-read.

            list-gen-para.
            open input gen-index
            if gen-status = '00'
                read gen-index into gen-record
                perform show-gen-para until gen-status = '10'
                close gen-index
            end-if.

            show-gen-para.
            display '  ' gen-date '  taken ' gen-taken '  ' gen-files
                ' files  ' gen-records ' records'
            read gen-index into gen-record
            end-read.

      * the manifest rows against the set - a name the set does not
      * know, a file listed twice, a header for another date or a
      * missing trailer is a generation not to be trusted
            read-manifest-para.
            open input manifest
            if mf-status not = '00'
                display 'restore-set: no manifest in backups/'
                    ws-restore-date
                add 1 to ws-problems
            else
                read manifest
                end-read
                perform take-manifest-para until mf-status not = '00'
                close manifest
                if ws-mf-header-seen not = 'Y'
                    or ws-mf-biz-date not = ws-restore-date
                    display 'restore-set: manifest header is for '
                        ws-mf-biz-date
                    add 1 to ws-problems
                end-if
                if ws-mf-trailer-seen not = 'Y'
                    display 'restore-set: manifest has no trailer'
                    add 1 to ws-problems
                else
                    if ws-mf-trl-files not = ws-mf-present
                        or ws-mf-trl-records not = ws-mf-records
                        display 'restore-set: manifest trailer '
                            ws-mf-trl-files '/' ws-mf-trl-records
                            ' does not agree with its rows '
                            ws-mf-present '/' ws-mf-records
                        add 1 to ws-problems
                    end-if
                end-if
            end-if.

            take-manifest-para.
            evaluate mf-type
                when 'HDR'
                    move 'Y' to ws-mf-header-seen
                    move mfh-biz-date to ws-mf-biz-date
                    move mfh-taken to ws-mf-taken
                when 'FIL'
                    add 1 to ws-mf-rows
                    perform match-row-para
                when 'TRL'
                    move 'Y' to ws-mf-trailer-seen
                    move mft-files to ws-mf-trl-files
                    move mft-records to ws-mf-trl-records
                when other
                    display 'restore-set: manifest row not understood: '
                        mf-record
                    add 1 to ws-problems
            end-evaluate
            read manifest
            end-read.

            match-row-para.
            perform varying ws-file-no from 1 by 1
                until ws-file-no > ws-set-size
                or wsf-name (ws-file-no) = mf-name
                continue
            end-perform
            if ws-file-no > ws-set-size
                display 'restore-set: manifest lists ' mf-name
                    ' which is not in the backup set'
                add 1 to ws-problems
            else
                if wsm-seen (ws-file-no) = 'Y'
                    display 'restore-set: manifest lists ' mf-name
                        ' twice'
                    add 1 to ws-problems
                end-if
                move 'Y' to wsm-seen (ws-file-no)
                move mf-state to wsm-state (ws-file-no)
                move mf-count to wsm-count (ws-file-no)
                if mf-state = 'PRESENT'
                    add 1 to ws-mf-present
                    add mf-count to ws-mf-records
                end-if
            end-if.

      * one file of the set: in the manifest, and the staged copy as
      * the manifest describes it
            check-file-para.
            if wsm-seen (ws-file-no) not = 'Y'
                display 'restore-set: ' wsf-name (ws-file-no)
                    ' missing from the manifest'
                add 1 to ws-problems
            else
                if wsr-state (ws-file-no) not = wsm-state (ws-file-no)
                    or wsr-count (ws-file-no)
                        not = wsm-count (ws-file-no)
                    display 'restore-set: ' wsf-name (ws-file-no)
                        ' manifest ' wsm-state (ws-file-no) ' '
                        wsm-count (ws-file-no) ', staged copy '
                        wsr-state (ws-file-no) ' '
                        wsr-count (ws-file-no)
                    add 1 to ws-problems
                end-if
            end-if.

            count-set-para.
            perform count-emp-para
            perform count-hist-para
            perform count-mon-para
            perform count-mprev-para
            perform count-moncob-para
            perform count-marc-para
            perform count-sus-para
            perform count-lent-para
            perform count-lreq-para
            perform count-lretro-para
            perform count-toil-para
            perform count-punch-para
            perform count-job-para
            perform count-agy-para
            perform count-clock-para
            perform count-prem-para
            perform count-settle-para
            perform count-rtw-para
            perform count-paycal-para
            perform count-reext-para
            perform count-echg-para
            perform count-eaud-para
            perform count-dmast-para
            perform count-dchg-para
            perform count-pcorr-para
            perform count-hol-para
            perform count-roster-para
            perform count-late-para
            perform count-otauth-para
            perform count-oper-para
            perform count-secx-para
            perform count-badge-para
            perform count-ipend-para
            perform count-ihist-para
            perform count-irule-para
            perform count-prule-para
            perform count-minst-para
            perform count-sover-para
            perform count-proj-para
            perform count-cont-para
            perform count-lbud-para
            perform count-wtro-para
            perform count-capp-para
            perform count-runctl-para.

      * what one count found: opened and read to the end is PRESENT
      * with its records, not there (35) is ABSENT, anything else is
      * a copy that cannot be trusted
            note-count-para.
            evaluate true
                when ws-open-status = '00' and ws-end-status = '10'
                    move 'PRESENT' to wsr-state (ws-file-no)
                    move ws-rec-count to wsr-count (ws-file-no)
                    add 1 to ws-file-total
                    add ws-rec-count to ws-rec-total
                when ws-open-status = '35'
                    move 'ABSENT' to wsr-state (ws-file-no)
                    move 0 to wsr-count (ws-file-no)
                when other
                    move 'ERROR' to wsr-state (ws-file-no)
                    move ws-rec-count to wsr-count (ws-file-no)
            end-evaluate
            move spaces to ws-open-status
            move spaces to ws-end-status.

            stage-copy-para.
            if wsr-state (ws-file-no) = 'PRESENT'
                move spaces to ws-cmd
                string 'cp -p backup-stage/' delimited by size
                    wsf-name (ws-file-no) delimited by space
                    ' ' delimited by size
                    wsf-path (ws-file-no) delimited by space
                    '.restore' delimited by size
                    into ws-cmd
                call "SYSTEM" using ws-cmd
                if return-code not = 0
                    divide 256 into return-code giving ws-step-rc
                    display 'restore-set: copy to '
                        wsf-path (ws-file-no) '.restore failed (rc '
                        ws-step-rc ') - nothing restored'
                    perform drop-copies-para
                        varying ws-file-no from 1 by 1
                        until ws-file-no > ws-set-size
                    perform drop-stage-para
                    move 12 to return-code
                    stop run
                end-if
            end-if.

            drop-copies-para.
            move spaces to ws-cmd
            string 'rm -f ' delimited by size
                wsf-path (ws-file-no) delimited by space
                '.restore' delimited by size
                into ws-cmd
            call "SYSTEM" using ws-cmd.

      * a rename cannot run out of space; should one fail all the
      * same, the set is half restored and the run must be repeated
            put-back-para.
            move spaces to ws-cmd
            if wsr-state (ws-file-no) = 'PRESENT'
                string 'mv ' delimited by size
                    wsf-path (ws-file-no) delimited by space
                    '.restore ' delimited by size
                    wsf-path (ws-file-no) delimited by space
                    into ws-cmd
            else
                string 'rm -f ' delimited by size
                    wsf-path (ws-file-no) delimited by space
                    into ws-cmd
            end-if
            call "SYSTEM" using ws-cmd
            if return-code not = 0
                divide 256 into return-code giving ws-step-rc
                display 'restore-set: ' ws-cmd (1:60) ' failed (rc '
                    ws-step-rc ') - the set is only partly restored, '
                    'run restore-set again for ' ws-restore-date
                move 16 to return-code
                stop run
            end-if.

            drop-stage-para.
            move spaces to ws-cmd
            move 'rm -rf backup-stage' to ws-cmd
            call "SYSTEM" using ws-cmd.

            count-emp-para.
            move 0 to ws-rec-count
            open input stg-emp
            move stg-emp-status to ws-open-status
            if stg-emp-status = '00'
                read stg-emp
                end-read
                perform tally-emp-para
                    until stg-emp-status not = '00'
                move stg-emp-status to ws-end-status
                close stg-emp
            end-if
            move 1 to ws-file-no
            perform note-count-para.

            tally-emp-para.
            add 1 to ws-rec-count
            read stg-emp
            end-read.

            count-hist-para.
            move 0 to ws-rec-count
            open input stg-hist
            move stg-hist-status to ws-open-status
            if stg-hist-status = '00'
                read stg-hist
                end-read
                perform tally-hist-para
                    until stg-hist-status not = '00'
                move stg-hist-status to ws-end-status
                close stg-hist
            end-if
            move 2 to ws-file-no
            perform note-count-para.

            tally-hist-para.
            add 1 to ws-rec-count
            read stg-hist
            end-read.

            count-mon-para.
            move 0 to ws-rec-count
            open input stg-mon
            move stg-mon-status to ws-open-status
            if stg-mon-status = '00'
                read stg-mon
                end-read
                perform tally-mon-para
                    until stg-mon-status not = '00'
                move stg-mon-status to ws-end-status
                close stg-mon
            end-if
            move 3 to ws-file-no
            perform note-count-para.

            tally-mon-para.
            add 1 to ws-rec-count
            read stg-mon
            end-read.

            count-mprev-para.
            move 0 to ws-rec-count
            open input stg-mprev
            move stg-mprev-status to ws-open-status
            if stg-mprev-status = '00'
                read stg-mprev
                end-read
                perform tally-mprev-para
                    until stg-mprev-status not = '00'
                move stg-mprev-status to ws-end-status
                close stg-mprev
            end-if
            move 4 to ws-file-no
            perform note-count-para.

            tally-mprev-para.
            add 1 to ws-rec-count
            read stg-mprev
            end-read.

            count-moncob-para.
            move 0 to ws-rec-count
            open input stg-moncob
            move stg-moncob-status to ws-open-status
            if stg-moncob-status = '00'
                read stg-moncob
                end-read
                perform tally-moncob-para
                    until stg-moncob-status not = '00'
                move stg-moncob-status to ws-end-status
                close stg-moncob
            end-if
            move 5 to ws-file-no
            perform note-count-para.

            tally-moncob-para.
            add 1 to ws-rec-count
            read stg-moncob
            end-read.

            count-marc-para.
            move 0 to ws-rec-count
            open input stg-marc
            move stg-marc-status to ws-open-status
            if stg-marc-status = '00'
                read stg-marc
                end-read
                perform tally-marc-para
                    until stg-marc-status not = '00'
                move stg-marc-status to ws-end-status
                close stg-marc
            end-if
            move 6 to ws-file-no
            perform note-count-para.

            tally-marc-para.
            add 1 to ws-rec-count
            read stg-marc
            end-read.

            count-sus-para.
            move 0 to ws-rec-count
            open input stg-sus
            move stg-sus-status to ws-open-status
            if stg-sus-status = '00'
                read stg-sus
                end-read
                perform tally-sus-para
                    until stg-sus-status not = '00'
                move stg-sus-status to ws-end-status
                close stg-sus
            end-if
            move 7 to ws-file-no
            perform note-count-para.

            tally-sus-para.
            add 1 to ws-rec-count
            read stg-sus
            end-read.

            count-lent-para.
            move 0 to ws-rec-count
            open input stg-lent
            move stg-lent-status to ws-open-status
            if stg-lent-status = '00'
                read stg-lent
                end-read
                perform tally-lent-para
                    until stg-lent-status not = '00'
                move stg-lent-status to ws-end-status
                close stg-lent
            end-if
            move 8 to ws-file-no
            perform note-count-para.

            tally-lent-para.
            add 1 to ws-rec-count
            read stg-lent
            end-read.

            count-lreq-para.
            move 0 to ws-rec-count
            open input stg-lreq
            move stg-lreq-status to ws-open-status
            if stg-lreq-status = '00'
                read stg-lreq
                end-read
                perform tally-lreq-para
                    until stg-lreq-status not = '00'
                move stg-lreq-status to ws-end-status
                close stg-lreq
            end-if
            move 9 to ws-file-no
            perform note-count-para.

            tally-lreq-para.
            add 1 to ws-rec-count
            read stg-lreq
            end-read.

            count-lretro-para.
            move 0 to ws-rec-count
            open input stg-lretro
            move stg-lretro-status to ws-open-status
            if stg-lretro-status = '00'
                read stg-lretro
                end-read
                perform tally-lretro-para
                    until stg-lretro-status not = '00'
                move stg-lretro-status to ws-end-status
                close stg-lretro
            end-if
            move 10 to ws-file-no
            perform note-count-para.

            tally-lretro-para.
            add 1 to ws-rec-count
            read stg-lretro
            end-read.

            count-toil-para.
            move 0 to ws-rec-count
            open input stg-toil
            move stg-toil-status to ws-open-status
            if stg-toil-status = '00'
                read stg-toil
                end-read
                perform tally-toil-para
                    until stg-toil-status not = '00'
                move stg-toil-status to ws-end-status
                close stg-toil
            end-if
            move 11 to ws-file-no
            perform note-count-para.

            tally-toil-para.
            add 1 to ws-rec-count
            read stg-toil
            end-read.

            count-punch-para.
            move 0 to ws-rec-count
            open input stg-punch
            move stg-punch-status to ws-open-status
            if stg-punch-status = '00'
                read stg-punch
                end-read
                perform tally-punch-para
                    until stg-punch-status not = '00'
                move stg-punch-status to ws-end-status
                close stg-punch
            end-if
            move 12 to ws-file-no
            perform note-count-para.

            tally-punch-para.
            add 1 to ws-rec-count
            read stg-punch
            end-read.

            count-job-para.
            move 0 to ws-rec-count
            open input stg-job
            move stg-job-status to ws-open-status
            if stg-job-status = '00'
                read stg-job
                end-read
                perform tally-job-para
                    until stg-job-status not = '00'
                move stg-job-status to ws-end-status
                close stg-job
            end-if
            move 13 to ws-file-no
            perform note-count-para.

            tally-job-para.
            add 1 to ws-rec-count
            read stg-job
            end-read.

            count-agy-para.
            move 0 to ws-rec-count
            open input stg-agy
            move stg-agy-status to ws-open-status
            if stg-agy-status = '00'
                read stg-agy
                end-read
                perform tally-agy-para
                    until stg-agy-status not = '00'
                move stg-agy-status to ws-end-status
                close stg-agy
            end-if
            move 14 to ws-file-no
            perform note-count-para.

            tally-agy-para.
            add 1 to ws-rec-count
            read stg-agy
            end-read.

            count-clock-para.
            move 0 to ws-rec-count
            open input stg-clock
            move stg-clock-status to ws-open-status
            if stg-clock-status = '00'
                read stg-clock
                end-read
                perform tally-clock-para
                    until stg-clock-status not = '00'
                move stg-clock-status to ws-end-status
                close stg-clock
            end-if
            move 15 to ws-file-no
            perform note-count-para.

            tally-clock-para.
            add 1 to ws-rec-count
            read stg-clock
            end-read.

            count-prem-para.
            move 0 to ws-rec-count
            open input stg-prem
            move stg-prem-status to ws-open-status
            if stg-prem-status = '00'
                read stg-prem
                end-read
                perform tally-prem-para
                    until stg-prem-status not = '00'
                move stg-prem-status to ws-end-status
                close stg-prem
            end-if
            move 16 to ws-file-no
            perform note-count-para.

            tally-prem-para.
            add 1 to ws-rec-count
            read stg-prem
            end-read.

            count-settle-para.
            move 0 to ws-rec-count
            open input stg-settle
            move stg-settle-status to ws-open-status
            if stg-settle-status = '00'
                read stg-settle
                end-read
                perform tally-settle-para
                    until stg-settle-status not = '00'
                move stg-settle-status to ws-end-status
                close stg-settle
            end-if
            move 17 to ws-file-no
            perform note-count-para.

            tally-settle-para.
            add 1 to ws-rec-count
            read stg-settle
            end-read.

            count-rtw-para.
            move 0 to ws-rec-count
            open input stg-rtw
            move stg-rtw-status to ws-open-status
            if stg-rtw-status = '00'
                read stg-rtw
                end-read
                perform tally-rtw-para
                    until stg-rtw-status not = '00'
                move stg-rtw-status to ws-end-status
                close stg-rtw
            end-if
            move 18 to ws-file-no
            perform note-count-para.

            tally-rtw-para.
            add 1 to ws-rec-count
            read stg-rtw
            end-read.

            count-paycal-para.
            move 0 to ws-rec-count
            open input stg-paycal
            move stg-paycal-status to ws-open-status
            if stg-paycal-status = '00'
                read stg-paycal
                end-read
                perform tally-paycal-para
                    until stg-paycal-status not = '00'
                move stg-paycal-status to ws-end-status
                close stg-paycal
            end-if
            move 19 to ws-file-no
            perform note-count-para.

            tally-paycal-para.
            add 1 to ws-rec-count
            read stg-paycal
            end-read.

            count-reext-para.
            move 0 to ws-rec-count
            open input stg-reext
            move stg-reext-status to ws-open-status
            if stg-reext-status = '00'
                read stg-reext
                end-read
                perform tally-reext-para
                    until stg-reext-status not = '00'
                move stg-reext-status to ws-end-status
                close stg-reext
            end-if
            move 20 to ws-file-no
            perform note-count-para.

            tally-reext-para.
            add 1 to ws-rec-count
            read stg-reext
            end-read.

            count-echg-para.
            move 0 to ws-rec-count
            open input stg-echg
            move stg-echg-status to ws-open-status
            if stg-echg-status = '00'
                read stg-echg
                end-read
                perform tally-echg-para
                    until stg-echg-status not = '00'
                move stg-echg-status to ws-end-status
                close stg-echg
            end-if
            move 21 to ws-file-no
            perform note-count-para.

            tally-echg-para.
            add 1 to ws-rec-count
            read stg-echg
            end-read.

            count-eaud-para.
            move 0 to ws-rec-count
            open input stg-eaud
            move stg-eaud-status to ws-open-status
            if stg-eaud-status = '00'
                read stg-eaud
                end-read
                perform tally-eaud-para
                    until stg-eaud-status not = '00'
                move stg-eaud-status to ws-end-status
                close stg-eaud
            end-if
            move 22 to ws-file-no
            perform note-count-para.

            tally-eaud-para.
            add 1 to ws-rec-count
            read stg-eaud
            end-read.

            count-dmast-para.
            move 0 to ws-rec-count
            open input stg-dmast
            move stg-dmast-status to ws-open-status
            if stg-dmast-status = '00'
                read stg-dmast
                end-read
                perform tally-dmast-para
                    until stg-dmast-status not = '00'
                move stg-dmast-status to ws-end-status
                close stg-dmast
            end-if
            move 23 to ws-file-no
            perform note-count-para.

            tally-dmast-para.
            add 1 to ws-rec-count
            read stg-dmast
            end-read.

            count-dchg-para.
            move 0 to ws-rec-count
            open input stg-dchg
            move stg-dchg-status to ws-open-status
            if stg-dchg-status = '00'
                read stg-dchg
                end-read
                perform tally-dchg-para
                    until stg-dchg-status not = '00'
                move stg-dchg-status to ws-end-status
                close stg-dchg
            end-if
            move 24 to ws-file-no
            perform note-count-para.

            tally-dchg-para.
            add 1 to ws-rec-count
            read stg-dchg
            end-read.

            count-pcorr-para.
            move 0 to ws-rec-count
            open input stg-pcorr
            move stg-pcorr-status to ws-open-status
            if stg-pcorr-status = '00'
                read stg-pcorr
                end-read
                perform tally-pcorr-para
                    until stg-pcorr-status not = '00'
                move stg-pcorr-status to ws-end-status
                close stg-pcorr
            end-if
            move 25 to ws-file-no
            perform note-count-para.

            tally-pcorr-para.
            add 1 to ws-rec-count
            read stg-pcorr
            end-read.

            count-hol-para.
            move 0 to ws-rec-count
            open input stg-hol
            move stg-hol-status to ws-open-status
            if stg-hol-status = '00'
                read stg-hol
                end-read
                perform tally-hol-para
                    until stg-hol-status not = '00'
                move stg-hol-status to ws-end-status
                close stg-hol
            end-if
            move 26 to ws-file-no
            perform note-count-para.

            tally-hol-para.
            add 1 to ws-rec-count
            read stg-hol
            end-read.

            count-roster-para.
            move 0 to ws-rec-count
            open input stg-roster
            move stg-roster-status to ws-open-status
            if stg-roster-status = '00'
                read stg-roster
                end-read
                perform tally-roster-para
                    until stg-roster-status not = '00'
                move stg-roster-status to ws-end-status
                close stg-roster
            end-if
            move 27 to ws-file-no
            perform note-count-para.

            tally-roster-para.
            add 1 to ws-rec-count
            read stg-roster
            end-read.

            count-late-para.
            move 0 to ws-rec-count
            open input stg-late
            move stg-late-status to ws-open-status
            if stg-late-status = '00'
                read stg-late
                end-read
                perform tally-late-para
                    until stg-late-status not = '00'
                move stg-late-status to ws-end-status
                close stg-late
            end-if
            move 28 to ws-file-no
            perform note-count-para.

            tally-late-para.
            add 1 to ws-rec-count
            read stg-late
            end-read.

            count-otauth-para.
            move 0 to ws-rec-count
            open input stg-otauth
            move stg-otauth-status to ws-open-status
            if stg-otauth-status = '00'
                read stg-otauth
                end-read
                perform tally-otauth-para
                    until stg-otauth-status not = '00'
                move stg-otauth-status to ws-end-status
                close stg-otauth
            end-if
            move 29 to ws-file-no
            perform note-count-para.

            tally-otauth-para.
            add 1 to ws-rec-count
            read stg-otauth
            end-read.

            count-oper-para.
            move 0 to ws-rec-count
            open input stg-oper
            move stg-oper-status to ws-open-status
            if stg-oper-status = '00'
                read stg-oper
                end-read
                perform tally-oper-para
                    until stg-oper-status not = '00'
                move stg-oper-status to ws-end-status
                close stg-oper
            end-if
            move 30 to ws-file-no
            perform note-count-para.

            tally-oper-para.
            add 1 to ws-rec-count
            read stg-oper
            end-read.

            count-secx-para.
            move 0 to ws-rec-count
            open input stg-secx
            move stg-secx-status to ws-open-status
            if stg-secx-status = '00'
                read stg-secx
                end-read
                perform tally-secx-para
                    until stg-secx-status not = '00'
                move stg-secx-status to ws-end-status
                close stg-secx
            end-if
            move 31 to ws-file-no
            perform note-count-para.

            tally-secx-para.
            add 1 to ws-rec-count
            read stg-secx
            end-read.

            count-badge-para.
            move 0 to ws-rec-count
            open input stg-badge
            move stg-badge-status to ws-open-status
            if stg-badge-status = '00'
                read stg-badge
                end-read
                perform tally-badge-para
                    until stg-badge-status not = '00'
                move stg-badge-status to ws-end-status
                close stg-badge
            end-if
            move 32 to ws-file-no
            perform note-count-para.

            tally-badge-para.
            add 1 to ws-rec-count
            read stg-badge
            end-read.

            count-ipend-para.
            move 0 to ws-rec-count
            open input stg-ipend
            move stg-ipend-status to ws-open-status
            if stg-ipend-status = '00'
                read stg-ipend
                end-read
                perform tally-ipend-para
                    until stg-ipend-status not = '00'
                move stg-ipend-status to ws-end-status
                close stg-ipend
            end-if
            move 33 to ws-file-no
            perform note-count-para.

            tally-ipend-para.
            add 1 to ws-rec-count
            read stg-ipend
            end-read.

            count-ihist-para.
            move 0 to ws-rec-count
            open input stg-ihist
            move stg-ihist-status to ws-open-status
            if stg-ihist-status = '00'
                read stg-ihist
                end-read
                perform tally-ihist-para
                    until stg-ihist-status not = '00'
                move stg-ihist-status to ws-end-status
                close stg-ihist
            end-if
            move 34 to ws-file-no
            perform note-count-para.

            tally-ihist-para.
            add 1 to ws-rec-count
            read stg-ihist
            end-read.

            count-irule-para.
            move 0 to ws-rec-count
            open input stg-irule
            move stg-irule-status to ws-open-status
            if stg-irule-status = '00'
                read stg-irule
                end-read
                perform tally-irule-para
                    until stg-irule-status not = '00'
                move stg-irule-status to ws-end-status
                close stg-irule
            end-if
            move 35 to ws-file-no
            perform note-count-para.

            tally-irule-para.
            add 1 to ws-rec-count
            read stg-irule
            end-read.

            count-prule-para.
            move 0 to ws-rec-count
            open input stg-prule
            move stg-prule-status to ws-open-status
            if stg-prule-status = '00'
                read stg-prule
                end-read
                perform tally-prule-para
                    until stg-prule-status not = '00'
                move stg-prule-status to ws-end-status
                close stg-prule
            end-if
            move 36 to ws-file-no
            perform note-count-para.

            tally-prule-para.
            add 1 to ws-rec-count
            read stg-prule
            end-read.

            count-minst-para.
            move 0 to ws-rec-count
            open input stg-minst
            move stg-minst-status to ws-open-status
            if stg-minst-status = '00'
                read stg-minst
                end-read
                perform tally-minst-para
                    until stg-minst-status not = '00'
                move stg-minst-status to ws-end-status
                close stg-minst
            end-if
            move 37 to ws-file-no
            perform note-count-para.

            tally-minst-para.
            add 1 to ws-rec-count
            read stg-minst
            end-read.

            count-sover-para.
            move 0 to ws-rec-count
            open input stg-sover
            move stg-sover-status to ws-open-status
            if stg-sover-status = '00'
                read stg-sover
                end-read
                perform tally-sover-para
                    until stg-sover-status not = '00'
                move stg-sover-status to ws-end-status
                close stg-sover
            end-if
            move 38 to ws-file-no
            perform note-count-para.

            tally-sover-para.
            add 1 to ws-rec-count
            read stg-sover
            end-read.

            count-proj-para.
            move 0 to ws-rec-count
            open input stg-proj
            move stg-proj-status to ws-open-status
            if stg-proj-status = '00'
                read stg-proj
                end-read
                perform tally-proj-para
                    until stg-proj-status not = '00'
                move stg-proj-status to ws-end-status
                close stg-proj
            end-if
            move 39 to ws-file-no
            perform note-count-para.

            tally-proj-para.
            add 1 to ws-rec-count
            read stg-proj
            end-read.

            count-cont-para.
            move 0 to ws-rec-count
            open input stg-cont
            move stg-cont-status to ws-open-status
            if stg-cont-status = '00'
                read stg-cont
                end-read
                perform tally-cont-para
                    until stg-cont-status not = '00'
                move stg-cont-status to ws-end-status
                close stg-cont
            end-if
            move 40 to ws-file-no
            perform note-count-para.

            tally-cont-para.
            add 1 to ws-rec-count
            read stg-cont
            end-read.

            count-lbud-para.
            move 0 to ws-rec-count
            open input stg-lbud
            move stg-lbud-status to ws-open-status
            if stg-lbud-status = '00'
                read stg-lbud
                end-read
                perform tally-lbud-para
                    until stg-lbud-status not = '00'
                move stg-lbud-status to ws-end-status
                close stg-lbud
            end-if
            move 41 to ws-file-no
            perform note-count-para.

            tally-lbud-para.
            add 1 to ws-rec-count
            read stg-lbud
            end-read.

            count-wtro-para.
            move 0 to ws-rec-count
            open input stg-wtro
            move stg-wtro-status to ws-open-status
            if stg-wtro-status = '00'
                read stg-wtro
                end-read
                perform tally-wtro-para
                    until stg-wtro-status not = '00'
                move stg-wtro-status to ws-end-status
                close stg-wtro
            end-if
            move 42 to ws-file-no
            perform note-count-para.

            tally-wtro-para.
            add 1 to ws-rec-count
            read stg-wtro
            end-read.

            count-capp-para.
            move 0 to ws-rec-count
            open input stg-capp
            move stg-capp-status to ws-open-status
            if stg-capp-status = '00'
                read stg-capp
                end-read
                perform tally-capp-para
                    until stg-capp-status not = '00'
                move stg-capp-status to ws-end-status
                close stg-capp
            end-if
            move 43 to ws-file-no
            perform note-count-para.

            tally-capp-para.
            add 1 to ws-rec-count
            read stg-capp
            end-read.

            count-runctl-para.
            move 0 to ws-rec-count
            open input stg-runctl
            move stg-runctl-status to ws-open-status
            if stg-runctl-status = '00'
                read stg-runctl
                end-read
                perform tally-runctl-para
                    until stg-runctl-status not = '00'
                move stg-runctl-status to ws-end-status
                close stg-runctl
            end-if
            move 44 to ws-file-no
            perform note-count-para.

            tally-runctl-para.
            add 1 to ws-rec-count
            read stg-runctl
            end-read.
