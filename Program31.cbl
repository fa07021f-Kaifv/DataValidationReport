       identification division.
       program-id. A6-NightlyJobStream.
       author. Kaifkhan Vakil.
       date-written. 2026-10-15.
      *Program description
      *This program runs the night's chain in order -- validation,
      *pending release, posting, reconciliation, the reorder and
      *purchase-order feed, and the morning status board -- calling
      *each step and reading back the return code it leaves.  Each
      *step's start, end and return code go onto the step log.  A
      *step that ends above 4 stops the chain, and so does a
      *reconciliation that will not balance, so nothing downstream
      *runs on a bad night.  The step the chain stopped at is kept
      *on the job restart file; the next run of this program picks
      *the same night up at that step and does not repeat the steps
      *that already completed.  A run-sheet of the whole night,
      *earlier attempts included, is printed for the shift log.

       environment division.
       configuration section.
       input-output section.
      *Declaring file control for input and output files.
       file-control.
      *The step log is permanent: every attempt at every night
      *appends to it.
           select step-log-file
           assign to "../../../A6-STEPLOG.dat"
           organization is line sequential
           file status is ws-jl-status.

      *The job restart file carries the night a stopped chain
      *belongs to and the step it has to resume at.  It may not
      *exist the first time the job is run.
           select optional job-restart-file
           assign to "../../../A6-JOBRESTART.dat"
           organization is line sequential
           file status is ws-jr-status.

           select run-sheet
           assign to "../../../A6-NightlyJobStream.out".


       data division.
       file section.
      *File declaration of the step log.  One entry per step run:
      *the night it belongs to, which attempt at that night, the
      *step, when it started and ended, the return code it left and
      *how it came out.
       fd step-log-file
           data record is jl-record
           record contains 70 characters.
       01 jl-record.
         05 jl-night-date              pic 9(8).
         05 jl-attempt                 pic 9(3).
         05 jl-step-number             pic 9(2).
         05 jl-step-program            pic x(20).
         05 jl-start-date              pic 9(8).
         05 jl-start-time              pic 9(8).
         05 jl-end-date                pic 9(8).
         05 jl-end-time                pic 9(8).
         05 jl-return-code             pic 9(4).
         05 jl-outcome                 pic x.
               88 jl-completed                 value "C".
               88 jl-failed                    value "F".
               88 jl-out-of-balance            value "B".
               88 jl-not-loaded                value "L".

      *File declaration of the job restart file.  A restart step of
      *zero means no chain is in flight and the next run starts a
      *new night from the first step.
       fd job-restart-file
           data record is jr-record
           record contains 13 characters.
       01 jr-record.
         05 jr-night-date              pic 9(8).
         05 jr-attempt                 pic 9(3).
         05 jr-restart-step            pic 9(2).

      *File declaration of the run-sheet.
       fd run-sheet
           data record is rs-line
           record contains 100 characters.
       01 rs-line                      pic x(100).

       working-storage section.

      *Declaring report headings.
       01 ws-report-heading1.
         05 filler                     pic x(15)   value
         "Kaifkhan vakil,".
         05 filler                     pic x(5)    value spaces.
         05 filler                     pic x(26)   value
         "Nightly Job Stream Run ".
         05 ws-heading-date            pic 9(8).

       01 ws-report-heading2.
         05 filler                     pic x(11)   value
         "NIGHT OF ".
         05 ws-heading-night           pic 9(8).
         05 filler                     pic x(5)    value spaces.
         05 filler                     pic x(8)    value "ATTEMPT ".
         05 ws-heading-attempt         pic zz9.
         05 filler                     pic x(5)    value spaces.
         05 filler                     pic x(13)   value
         "STARTING STEP".
         05 filler                     pic x       value space.
         05 ws-heading-first-step      pic z9.

       01 ws-report-heading3.
         05 filler                     pic x(6)    value "STEP".
         05 filler                     pic x(20)   value "PROGRAM".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(4)    value "TRY".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(17)   value "STARTED".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(17)   value "ENDED".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(4)    value "RC".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(14)   value "OUTCOME".

       01 ws-detail-line.
         05 filler                     pic x(2)    value spaces.
         05 ws-detail-step             pic z9.
         05 filler                     pic x(2)    value spaces.
         05 ws-detail-program          pic x(20).
         05 filler                     pic x(2)    value spaces.
         05 ws-detail-attempt          pic zz9.
         05 filler                     pic x(3)    value spaces.
         05 ws-detail-started.
           10 ws-ds-date               pic 9(8).
           10 filler                   pic x       value space.
           10 ws-ds-hh                 pic 99.
           10 filler                   pic x       value ":".
           10 ws-ds-mm                 pic 99.
           10 filler                   pic x       value ":".
           10 ws-ds-ss                 pic 99.
         05 filler                     pic x(2)    value spaces.
         05 ws-detail-ended.
           10 ws-de-date               pic 9(8).
           10 filler                   pic x       value space.
           10 ws-de-hh                 pic 99.
           10 filler                   pic x       value ":".
           10 ws-de-mm                 pic 99.
           10 filler                   pic x       value ":".
           10 ws-de-ss                 pic 99.
         05 filler                     pic x(2)    value spaces.
         05 ws-detail-rc               pic zzz9.
         05 filler                     pic x(2)    value spaces.
         05 ws-detail-outcome          pic x(14).

      *A step that has not run this night prints without times.
       01 ws-idle-line.
         05 filler                     pic x(2)    value spaces.
         05 ws-idle-step               pic z9.
         05 filler                     pic x(2)    value spaces.
         05 ws-idle-program            pic x(20).
         05 filler                     pic x(52)   value spaces.
         05 ws-idle-outcome            pic x(14).

       01 ws-summary-line1.
         05 filler                     pic x(13)   value
         "CHAIN RESULT".
         05 filler                     pic x(3)    value spaces.
         05 ws-chain-result-text       pic x(40)   value spaces.

       01 ws-summary-line2.
         05 filler                     pic x(13)   value
         "STEPS RUN".
         05 filler                     pic x(3)    value spaces.
         05 ws-steps-run-out           pic z9.

       01 ws-summary-line3.
         05 filler                     pic x(13)   value
         "STEPS SKIPPED".
         05 filler                     pic x(3)    value spaces.
         05 ws-steps-skipped-out       pic z9.

      *this is the eof flag declaration.
       01 ws-flags.
         05 ws-eof-flag                pic x       value space.

      *This is boolean constant to see the proper end of file.
       01 ws-boolean-cnst.
         05 ws-true-cnst               pic x       value "Y".
         05 ws-false-cnst              pic x       value "N".

       77 ws-jl-status                 pic xx      value spaces.
       77 ws-jr-status                 pic xx      value spaces.

      *The chain, in the order it runs: each step's program and
      *what it does.  Reconciliation is the step whose RC 8 means
      *the night is out of balance rather than a failure.
       77 ws-step-count-cnst           pic 9(2)    value 6.
       77 ws-recon-step-cnst           pic 9(2)    value 4.
       77 ws-highest-ok-rc-cnst        pic 9(4)    value 4.
       01 ws-step-list-cnst.
         05 filler                     pic x(20)   value
         "A6-DataValidation".
         05 filler                     pic x(20)   value
         "A6-PendingRelease".
         05 filler                     pic x(20)   value
         "A6-PartMasterUpdate".
         05 filler                     pic x(20)   value
         "A6-PipelineRecon".
         05 filler                     pic x(20)   value
         "A6-ReorderReport".
         05 filler                     pic x(20)   value
         "A6-StatusBoard".
       01 ws-step-table redefines ws-step-list-cnst.
         05 ws-step-program            pic x(20)   occurs 6 times.

      *What the night's step log holds for each step: the latest
      *entry for it, from this attempt or an earlier one.
       01 ws-step-results.
         05 ws-step-result             occurs 6 times.
           10 ws-sr-logged-flag        pic x.
               88 ws-sr-logged                 value "Y".
           10 ws-sr-entry              pic x(70).

       77 ws-step-index                pic 9(2)    value 0.
       77 ws-first-step                pic 9(2)    value 1.
       77 ws-step-run-count            pic 9(2)    value 0.
       77 ws-step-rc                   pic s9(4)   value 0.
       77 ws-chain-rc                  pic s9(4)   value 0.

      *The night this run belongs to and which attempt it is.
       77 ws-night-date                pic 9(8)    value 0.
       77 ws-attempt                   pic 9(3)    value 0.

      *Whether the chain stopped, and at which step.
       01 ws-chain-flags.
         05 ws-chain-stopped-flag      pic x       value "N".
               88 ws-chain-stopped             value "Y".
         05 ws-step-loaded-flag        pic x       value "Y".
               88 ws-step-loaded               value "Y".
       77 ws-stopped-step              pic 9(2)    value 0.

      *The clock, read at each step's start and end.
       01 ws-run-date                  pic 9(8)    value 0.
       01 ws-clock-fields.
         05 ws-clock-time              pic 9(8)    value 0.
         05 ws-clock-time-r redefines ws-clock-time.
           10 ws-clock-hh              pic 9(2).
           10 ws-clock-mm              pic 9(2).
           10 ws-clock-ss              pic 9(2).
           10 ws-clock-cc              pic 9(2).

      *This line is for adding a blank line in the report.
       01 ws-blank-line                pic x(100)  value spaces.

       procedure division.
       000-main.
           move ws-false-cnst to ws-eof-flag.
           accept ws-run-date          from date yyyymmdd.

      *The step log has to take an entry for every step run, so a
      *log that will not open stops the chain before anything runs.
           open extend step-log-file.
           if (ws-jl-status = "35")
               open output step-log-file
           end-if.
           if (ws-jl-status not = "00")
               display "STEP LOG WILL NOT OPEN -- STATUS "
                 ws-jl-status
               display "NOTHING RUN"
               move 16                 to return-code
           else
               close step-log-file
               perform 050-read-job-restart
               perform 060-load-step-log

      *The chain is marked in flight before the first step is
      *called, so an abend anywhere inside it leaves the restart
      *file pointing at the step that was running.
               move ws-first-step      to jr-restart-step
               perform 080-write-job-restart

               perform 100-run-step
                 varying ws-step-index from ws-first-step by 1
                 until (ws-step-index > ws-step-count-cnst) or
                   (ws-chain-stopped)

      *A chain that ran to the end leaves nothing to resume.
               if (not ws-chain-stopped)
                   move 0              to jr-restart-step
                   perform 080-write-job-restart
               end-if

               perform 200-print-run-sheet

               move ws-chain-rc        to return-code
           end-if.

           goback.

      *This paragraph picks up a stopped chain from the job restart
      *file, or starts a new night from the first step.
       050-read-job-restart.
           open input job-restart-file.

      *Status "05" is the normal condition for an optional file
      *that does not exist yet.
           if (ws-jr-status not = "00") and (ws-jr-status not = "05")
               display "JOB RESTART FILE I/O ERROR -- STATUS "
                 ws-jr-status
           end-if.

           read job-restart-file
             at end
               move 0                  to jr-restart-step
           end-read.
           close job-restart-file.

           if (jr-restart-step is numeric) and
             (jr-restart-step > 0) and
             (jr-restart-step not > ws-step-count-cnst) and
             (jr-night-date is numeric) and
             (jr-attempt is numeric)
               move jr-night-date      to ws-night-date
               move jr-restart-step    to ws-first-step
               compute ws-attempt = jr-attempt + 1
               display "RESUMING NIGHT OF " ws-night-date
                 " AT STEP " ws-first-step
           else
               move ws-run-date        to ws-night-date
               move 1                  to ws-first-step
               move 1                  to ws-attempt
           end-if.

      *This paragraph reads back what the step log already holds
      *for this night, so the run-sheet can show the steps earlier
      *attempts completed.
       060-load-step-log.
           perform 065-clear-one-result
             varying ws-step-index from 1 by 1
             until ws-step-index > ws-step-count-cnst.

           open input step-log-file.
           if (ws-jl-status = "00")
               move ws-false-cnst      to ws-eof-flag
               read step-log-file
               at end move ws-true-cnst to ws-eof-flag
               end-read
               perform 070-keep-log-entry
                 until ws-eof-flag = ws-true-cnst
               close step-log-file
           end-if.

      *This paragraph clears one step's remembered result.
       065-clear-one-result.
           move "N"                    to
             ws-sr-logged-flag (ws-step-index).
           move spaces                 to ws-sr-entry (ws-step-index).

      *This paragraph remembers a log entry that belongs to this
      *night.  The log is in time order, so the last one kept for a
      *step is its latest.
       070-keep-log-entry.
           if (jl-night-date = ws-night-date) and
             (jl-step-number is numeric) and
             (jl-step-number > 0) and
             (jl-step-number not > ws-step-count-cnst)
               move "Y"                to
                 ws-sr-logged-flag (jl-step-number)
               move jl-record          to
                 ws-sr-entry (jl-step-number)
           end-if.

           read step-log-file
           at end move ws-true-cnst to ws-eof-flag.

      *This paragraph rewrites the job restart file with the night,
      *the attempt and the step in jr-restart-step.
       080-write-job-restart.
           move ws-night-date          to jr-night-date.
           move ws-attempt             to jr-attempt.
           open output job-restart-file.
           if (ws-jr-status not = "00")
               display "JOB RESTART FILE I/O ERROR -- STATUS "
                 ws-jr-status
           end-if.
           write jr-record.
           if (ws-jr-status not = "00")
               display "JOB RESTART FILE I/O ERROR -- STATUS "
                 ws-jr-status
           end-if.
           close job-restart-file.

      *This paragraph runs one step: calls its program, logs how it
      *came out, and either moves the restart point past it or
      *stops the chain on it.
       100-run-step.
           add 1                       to ws-step-run-count.
           move spaces                 to jl-record.
           move ws-night-date          to jl-night-date.
           move ws-attempt             to jl-attempt.
           move ws-step-index          to jl-step-number.
           move ws-step-program (ws-step-index) to jl-step-program.
           accept jl-start-date        from date yyyymmdd.
           accept jl-start-time        from time.

           display "STEP " ws-step-index " "
             ws-step-program (ws-step-index) " STARTED".

           move "Y"                    to ws-step-loaded-flag.
           move 0                      to return-code.
           call ws-step-program (ws-step-index)
             on exception
               move "N"                to ws-step-loaded-flag
           end-call.
           if (ws-step-loaded)
               move return-code        to ws-step-rc
               cancel ws-step-program (ws-step-index)
           else
               move 16                 to ws-step-rc
           end-if.
           move 0                      to return-code.

           accept jl-end-date          from date yyyymmdd.
           accept jl-end-time          from time.
           if (ws-step-rc < 0)
               move 16                 to ws-step-rc
           end-if.
           move ws-step-rc             to jl-return-code.

           if (not ws-step-loaded)
               set jl-not-loaded       to true
           else
           if (ws-step-index = ws-recon-step-cnst) and
             (ws-step-rc = 8)
               set jl-out-of-balance   to true
           else
           if (ws-step-rc > ws-highest-ok-rc-cnst)
               set jl-failed           to true
           else
               set jl-completed        to true
           end-if
           end-if
           end-if.

           perform 150-write-step-log.
           move "Y"                    to
             ws-sr-logged-flag (ws-step-index).
           move jl-record              to ws-sr-entry (ws-step-index).

           if (ws-step-rc > ws-chain-rc)
               move ws-step-rc         to ws-chain-rc
           end-if.

           if (jl-completed)
               display "STEP " ws-step-index " ENDED RC " ws-step-rc
               compute jr-restart-step = ws-step-index + 1
               perform 080-write-job-restart
           else
               display "STEP " ws-step-index " STOPPED THE CHAIN RC "
                 ws-step-rc
               move "Y"                to ws-chain-stopped-flag
               move ws-step-index      to ws-stopped-step
               move ws-step-index      to jr-restart-step
               perform 080-write-job-restart
           end-if.

      *This paragraph appends the step's entry to the step log.
       150-write-step-log.
           open extend step-log-file.
           if (ws-jl-status = "35")
               open output step-log-file
           end-if.
           write jl-record.
           if (ws-jl-status not = "00")
               display "STEP LOG I/O ERROR -- STATUS " ws-jl-status
           end-if.
           close step-log-file.

      *This paragraph prints the run-sheet: every step of the night
      *with how it came out, then the chain result.
       200-print-run-sheet.
           open output run-sheet.
           move ws-run-date            to ws-heading-date.
           move ws-night-date          to ws-heading-night.
           move ws-attempt             to ws-heading-attempt.
           move ws-first-step          to ws-heading-first-step.
           write rs-line from ws-report-heading1
             before advancing 1 line.
           write rs-line from ws-report-heading2
             after advancing 2 lines.
           write rs-line from ws-report-heading3
             after advancing 2 lines.

           perform 210-print-one-step
             varying ws-step-index from 1 by 1
             until ws-step-index > ws-step-count-cnst.

           if (ws-chain-stopped)
               move spaces             to ws-chain-result-text
               string "STOPPED AT STEP " delimited by size
                 ws-stopped-step delimited by size
                 " -- RERUN TO RESUME" delimited by size
                 into ws-chain-result-text
           else
               move "NIGHT COMPLETE"   to ws-chain-result-text
           end-if.
           move ws-step-run-count      to ws-steps-run-out.
           compute ws-steps-skipped-out = ws-first-step - 1.

           write rs-line from ws-blank-line
             after advancing 1 line.
           write rs-line from ws-summary-line1
             after advancing 2 lines.
           write rs-line from ws-summary-line2
             after advancing 2 lines.
           write rs-line from ws-summary-line3
             after advancing 2 lines.
           close run-sheet.

      *This paragraph prints one step: from its latest log entry if
      *it has run this night, otherwise as not run.
       210-print-one-step.
           if (ws-sr-logged (ws-step-index))
               move ws-sr-entry (ws-step-index) to jl-record
               move jl-step-number     to ws-detail-step
               move jl-step-program    to ws-detail-program
               move jl-attempt         to ws-detail-attempt
               move jl-start-time      to ws-clock-time
               move jl-start-date      to ws-ds-date
               move ws-clock-hh        to ws-ds-hh
               move ws-clock-mm        to ws-ds-mm
               move ws-clock-ss        to ws-ds-ss
               move jl-end-time        to ws-clock-time
               move jl-end-date        to ws-de-date
               move ws-clock-hh        to ws-de-hh
               move ws-clock-mm        to ws-de-mm
               move ws-clock-ss        to ws-de-ss
               move jl-return-code     to ws-detail-rc
               perform 220-outcome-text
               write rs-line from ws-detail-line
                 after advancing 1 line
           else
               move ws-step-index      to ws-idle-step
               move ws-step-program (ws-step-index) to ws-idle-program
               move "NOT RUN"          to ws-idle-outcome
               write rs-line from ws-idle-line
                 after advancing 1 line
           end-if.

      *This paragraph words how a logged step came out.  A step
      *completed on an earlier attempt is shown as done earlier.
       220-outcome-text.
           if (jl-completed) and (jl-attempt not = ws-attempt)
               move "DONE EARLIER"     to ws-detail-outcome
           else
           if (jl-completed)
               move "COMPLETED"        to ws-detail-outcome
           else
           if (jl-out-of-balance)
               move "OUT OF BALANCE"   to ws-detail-outcome
           else
           if (jl-not-loaded)
               move "WOULD NOT LOAD"   to ws-detail-outcome
           else
               move "FAILED"           to ws-detail-outcome
           end-if
           end-if
           end-if
           end-if.

       end program A6-NightlyJobStream.
