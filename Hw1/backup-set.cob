       identification division.
       program-id. backup-set.

      * business-date backup of the master and history files, run
      * after each date's chain has finished (catch-up runs it after
      * every date it processes). the business date is the latest
      * ATD row on run-control.txt, which has to be COMPLETED - a
      * failed or refused date is never backed up over a good one.
      * every file in the set is copied into backup-stage/ and
      * compared byte for byte with the live file, the copies are
      * counted record by record into backup-manifest.txt, and only
      * then is the stage renamed to backups/<date>, so a generation
      * either exists complete or not at all - a copy that fails
      * half way (a full disk) leaves the previous generations alone
      * and ends with return code 12. a file that does not exist yet
      * is recorded ABSENT so a restore removes it again. the dates
      * held are listed oldest first in backups/generations.txt and
      * only the newest ws-keep-gens are kept; restore-set puts a
      * generation back.
       environment division.
            input-output section.
            file-control.
              select optional run-control
              assign to 'run-control.txt'
              organization is line sequential
              file status is rc-status.

              select optional run-control-ext
              assign to 'run-control.txt'
              organization is line sequential
              file status is rc-ext-status.

              select manifest
              assign to 'backup-stage/backup-manifest.txt'
              organization is line SEQUENTIAL.

              select optional gen-index
              assign to 'backups/generations.txt'
              organization is line sequential
              file status is gen-status.

              select gen-index-new
              assign to 'backups/generations.txt.new'
              organization is line SEQUENTIAL.

      * the staged copies - the same set restore-set reads back
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

      * HDR business date and when taken, one FIL row per file in
      * the set, TRL with the files present and their records
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

            fd gen-index-new.
            01 gen-record-new pic x(39).

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
            01 rc-status pic xx.
            01 rc-ext-status pic xx.
            01 gen-status pic xx.
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
            01 ws-biz-date pic x(10) value spaces.
            01 ws-biz-state pic x(9) value spaces.

            01 ws-today-raw.
                05 ws-td-year pic 9999.
                05 ws-td-month pic 99.
                05 ws-td-day pic 99.
            01 ws-today pic x(10).
            01 ws-now-raw pic 9(8).
            01 ws-now-parts redefines ws-now-raw.
                05 ws-now-hh pic 99.
                05 ws-now-mm pic 99.
                05 ws-now-ss pic 99.
                05 ws-now-cc pic 99.
            01 ws-now pic x(8).

      * the backup set - every master and history file the daily
      * chain and the maintenance programs keep, by the name it is
      * held under in a generation and the path it lives at
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
            01 ws-set-result.
                05 ws-result-entry occurs 44 times.
                    10 wsr-state pic x(7).
                    10 wsr-count pic 9(9).
            01 ws-file-no pic 99.
            01 ws-rec-count pic 9(9).
            01 ws-open-status pic xx.
            01 ws-end-status pic xx.
            01 ws-set-ok pic x value 'Y'.
            01 ws-file-total pic 999 value 0.
            01 ws-rec-total pic 9(9) value 0.

      * generations held, oldest first - ws-keep-gens business dates
      * is about three working weeks to notice a bad run and go back
            01 ws-gen-table.
                05 ws-gen-entry occurs 99 times.
                    10 wsg-date pic x(10).
                    10 wsg-files pic 999.
                    10 wsg-records pic 9(9).
                    10 wsg-taken pic x(10).
            01 ws-gen-count pic 99 value 0.
            01 ws-gen-scan pic 99.
            01 ws-gen-at pic 99.
            01 ws-keep-gens pic 99 value 14.
            01 ws-pruned pic 99 value 0.

       procedure division.
            main-para.
            open input run-control
            if rc-status = '00'
                read run-control into rc-record
                perform scan-run-control-para until rc-status = '10'
                close run-control
            end-if
            if ws-biz-date = spaces
                display 'backup-set: no ATD run on run-control.txt - '
                    'nothing to back up'
                move 12 to return-code
                stop run
            end-if
            if ws-biz-state not = 'COMPLETED'
                display 'backup-set: ATD for ' ws-biz-date ' is '
                    ws-biz-state ' - only a completed date is backed up'
                move 12 to return-code
                stop run
            end-if

            accept ws-today-raw from date yyyymmdd
            move spaces to ws-today
            string ws-td-year '-' ws-td-month '-' ws-td-day
                delimited by size into ws-today
            accept ws-now-raw from time
            move spaces to ws-now
            string ws-now-hh ':' ws-now-mm ':' ws-now-ss
                delimited by size into ws-now

            move spaces to ws-cmd
            move 'rm -rf backup-stage' to ws-cmd
            call "SYSTEM" using ws-cmd
            move spaces to ws-cmd
            move 'mkdir -p backup-stage backups' to ws-cmd
            call "SYSTEM" using ws-cmd
            if return-code not = 0
                display 'backup-set: cannot create backup-stage/'
                move 12 to return-code
                stop run
            end-if

            perform copy-file-para
                varying ws-file-no from 1 by 1
                until ws-file-no > ws-set-size

            perform count-set-para
            if ws-set-ok not = 'Y'
                display 'backup-set: staged copies unreadable - no '
                    'generation written for ' ws-biz-date
                perform drop-stage-para
                move 12 to return-code
                stop run
            end-if

            perform write-manifest-para
            perform place-generation-para
            perform update-index-para

            open extend run-control-ext
            move ws-biz-date to rcx-date
            move '  ' to rcx-sp1
            move 'BACKUP' to rcx-step
            move '  ' to rcx-sp2
            move 'COMPLETED' to rcx-run-status
            write rc-ext-record
            end-write
            close run-control-ext

            display 'backup-set: ' ws-biz-date ' backed up - '
                ws-file-total ' files, ' ws-rec-total ' records; '
                ws-gen-count ' generations held, ' ws-pruned ' pruned'
            stop run.

      * the business date is the latest ATD row, and it must be the
      * completed one
            scan-run-control-para.
            if rc-step = 'ATD'
                move rc-date to ws-biz-date
                move rc-run-status to ws-biz-state
            end-if
            read run-control into rc-record
            end-read.

      * copy one file into the stage and prove the copy - a file not
      * there yet is skipped here and recorded ABSENT by the count
            copy-file-para.
            move spaces to ws-cmd
            string 'test ! -f ' delimited by size
                wsf-path (ws-file-no) delimited by space
                ' || ( cp -p ' delimited by size
                wsf-path (ws-file-no) delimited by space
                ' backup-stage/ && cmp -s ' delimited by size
                wsf-path (ws-file-no) delimited by space
                ' backup-stage/' delimited by size
                wsf-name (ws-file-no) delimited by space
                ' )' delimited by size
                into ws-cmd
            call "SYSTEM" using ws-cmd
            if return-code not = 0
      * SYSTEM hands back the raw wait status (exit code times 256)
                divide 256 into return-code giving ws-step-rc
                display 'backup-set: copy of '
                    wsf-path (ws-file-no) ' failed (rc ' ws-step-rc
                    ') - no generation written for ' ws-biz-date
                perform drop-stage-para
                move 12 to return-code
                stop run
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
                    move 'N' to ws-set-ok
                    display 'backup-set: ' wsf-name (ws-file-no)
                        ' status ' ws-open-status '/' ws-end-status
            end-evaluate
            move spaces to ws-open-status
            move spaces to ws-end-status.

            write-manifest-para.
            open output manifest
            move spaces to mf-header
            move 'HDR' to mfh-type
            move ws-biz-date to mfh-biz-date
            move ws-today to mfh-taken
            move ws-now to mfh-taken-time
            move X"0D" to mfh-cr
            write mf-header
            end-write
            perform write-file-row-para
                varying ws-file-no from 1 by 1
                until ws-file-no > ws-set-size
            move spaces to mf-trailer
            move 'TRL' to mft-type
            move ws-file-total to mft-files
            move ws-rec-total to mft-records
            move X"0D" to mft-cr
            write mf-trailer
            end-write
            close manifest.

            write-file-row-para.
            move spaces to mf-record
            move 'FIL' to mf-type
            move wsf-name (ws-file-no) to mf-name
            move wsr-state (ws-file-no) to mf-state
            move wsr-count (ws-file-no) to mf-count
            move X"0D" to mf-cr
            write mf-record
            end-write.

      * the finished stage becomes the generation - a generation
      * already held for the date (a rerun) is set aside first and
      * only dropped once the new one is in place
            place-generation-para.
            move spaces to ws-cmd
            move 'rm -rf backup-prior' to ws-cmd
            call "SYSTEM" using ws-cmd
            move spaces to ws-cmd
            string 'test ! -d backups/' ws-biz-date
                ' || mv backups/' ws-biz-date ' backup-prior'
                delimited by size into ws-cmd
            call "SYSTEM" using ws-cmd
            move spaces to ws-cmd
            string 'mv backup-stage backups/' ws-biz-date
                delimited by size into ws-cmd
            call "SYSTEM" using ws-cmd
            if return-code not = 0
                divide 256 into return-code giving ws-step-rc
                display 'backup-set: could not place backups/'
                    ws-biz-date ' (rc ' ws-step-rc ') - any earlier '
                    'copy of the date is in backup-prior/'
                move 12 to return-code
                stop run
            end-if
            move spaces to ws-cmd
            move 'rm -rf backup-prior' to ws-cmd
            call "SYSTEM" using ws-cmd.

      * file the new generation in date order, drop the oldest past
      * ws-keep-gens and rewrite the list
            update-index-para.
            open input gen-index
            if gen-status = '00'
                read gen-index into gen-record
                perform load-gen-para until gen-status = '10'
                close gen-index
            end-if

            move 1 to ws-gen-at
            perform varying ws-gen-scan from 1 by 1
                until ws-gen-scan > ws-gen-count
                if wsg-date (ws-gen-scan) < ws-biz-date
                    compute ws-gen-at = ws-gen-scan + 1
                end-if
            end-perform
            perform varying ws-gen-scan from ws-gen-count by -1
                until ws-gen-scan < ws-gen-at
                move ws-gen-entry (ws-gen-scan)
                    to ws-gen-entry (ws-gen-scan + 1)
            end-perform
            add 1 to ws-gen-count
            move ws-biz-date to wsg-date (ws-gen-at)
            move ws-file-total to wsg-files (ws-gen-at)
            move ws-rec-total to wsg-records (ws-gen-at)
            move ws-today to wsg-taken (ws-gen-at)

            perform prune-gen-para
                until ws-gen-count not > ws-keep-gens

            open output gen-index-new
            perform varying ws-gen-scan from 1 by 1
                until ws-gen-scan > ws-gen-count
                move spaces to gen-record
                move wsg-date (ws-gen-scan) to gen-date
                move wsg-files (ws-gen-scan) to gen-files
                move wsg-records (ws-gen-scan) to gen-records
                move wsg-taken (ws-gen-scan) to gen-taken
                move X"0D" to gen-cr
                write gen-record-new from gen-record
                end-write
            end-perform
            close gen-index-new
            move spaces to ws-cmd
            string 'mv backups/generations.txt.new '
                'backups/generations.txt'
                delimited by size into ws-cmd
            call "SYSTEM" using ws-cmd.

      * the rerun date's old row is replaced, not kept twice
            load-gen-para.
            if gen-date not = ws-biz-date and ws-gen-count < 98
                add 1 to ws-gen-count
                move gen-date to wsg-date (ws-gen-count)
                move gen-files to wsg-files (ws-gen-count)
                move gen-records to wsg-records (ws-gen-count)
                move gen-taken to wsg-taken (ws-gen-count)
            end-if
            read gen-index into gen-record
            end-read.

            prune-gen-para.
            move spaces to ws-cmd
            string 'rm -rf backups/' wsg-date (1)
                delimited by size into ws-cmd
            call "SYSTEM" using ws-cmd
            display 'backup-set: generation ' wsg-date (1) ' dropped'
            perform varying ws-gen-scan from 1 by 1
                until ws-gen-scan = ws-gen-count
                move ws-gen-entry (ws-gen-scan + 1)
                    to ws-gen-entry (ws-gen-scan)
            end-perform
            subtract 1 from ws-gen-count
            add 1 to ws-pruned.

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
