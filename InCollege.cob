
*>    Employer feed of job postings for bulk import, one posting per
*>    line, fields separated by '|' in post-job prompt order:
*>    title|description|employer|location|salary|q1|q2|q3 (salary
*>    and the up to three screening questions optional; a question
*>    starting with '*' must be answered by applicants).
          select job-feed-file assign to 'InCollege-JobFeed.txt'
            organization is line sequential
            file status is ws-feed-status.
            organization is line sequential
            file status is ws-checkpoint-status.

*>    User blocks: one record per blocker/blocked pair.  A block stops
*>    the blocked user sending the blocker connection requests,
*>    messages or endorsements, and hides each from the other's
*>    Find Someone results (see check-block-between).
          select blocks-file assign to 'InCollege-Blocks.txt'
            organization is line sequential
            file status is ws-blocks-status.

*>    temp file for blocks update (atomic unblock)
          select temp-blocks-file assign to 'InCollege-Blocks.tmp'
            organization is line sequential
            file status is ws-blocks-status.

*>    Abuse reports filed by students against a message, a posting or
*>    a profile, worked from the admin review queue (see
*>    review-abuse-reports).  Rows stay on file once reviewed, with
*>    the outcome in their status.
          select abuse-reports-file assign to 'InCollege-AbuseReports.txt'
            organization is line sequential
            file status is ws-abuse-status.

*>    temp file for abuse reports update (atomic status change)
          select temp-abuse-file assign to 'InCollege-AbuseReports.tmp'
            organization is line sequential
            file status is ws-abuse-status.

*>    Saved job searches: a keyword and/or location a student wants
*>    to hear about, checked against every new posting as save-job
*>    writes it (hand-posted or imported; see alert-saved-searches).
          select saved-searches-file assign to 'InCollege-SavedSearches.txt'
            organization is line sequential
            file status is ws-ssearch-status.

*>    temp file for saved searches update (atomic delete)
          select temp-saved-searches-file assign to 'InCollege-SavedSearches.tmp'
            organization is line sequential
            file status is ws-ssearch-status.

*>    One row per saved search per posting it has already alerted on,
*>    so a posting never notifies the same search twice.
          select search-alerts-file assign to 'InCollege-SearchAlerts.txt'
            organization is line sequential
            file status is ws-alerts-status.

*>    Screening questions a poster attached to a posting, up to
*>    MAX-SCREEN-QUESTIONS per job id, in the order they are asked.
          select job-questions-file assign to 'InCollege-JobQuestions.txt'
            organization is line sequential
            file status is ws-jobq-status.

*>    A student's answers to a posting's screening questions, written
*>    with the application (see apply-for-job) and shown next to the
*>    applicant in the poster's roster.
          select app-answers-file assign to 'InCollege-AppAnswers.txt'
            organization is line sequential
            file status is ws-answers-status.

*>    Application aging report written by run-aging-report: waiting
*>    applications past the threshold, by poster and posting, and the
*>    average days in status per employer; rewritten on every run.
          select aging-report-file assign to 'InCollege-AgingReport.txt'
            organization is line sequential
            file status is ws-aging-status.

*>    Personal data export for one user (see export-user-data); the
*>    name is built at run time from the username and date, like the
*>    archive files.
          select user-export-file assign to dynamic ws-export-name
            organization is line sequential
            file status is ws-export-status.

*>    Registrar roster feed, one student per line, fields separated
*>    by '|': username|first|last|school|major|gradyear.
          select roster-file assign to 'InCollege-Roster.txt'
            organization is line sequential
            file status is ws-roster-status.

*>    Reject report written by run-roster-import: every roster row
*>    that failed validation and why; rewritten on every run.
          select roster-rejects-file assign to 'InCollege-RosterRejects.txt'
            organization is line sequential
            file status is ws-roster-rej-status.

*>    Accounts run-roster-import created, with their temporary
*>    passwords for the registrar to hand out; rewritten on every run.
          select roster-accounts-file assign to 'InCollege-RosterAccounts.txt'
            organization is line sequential
            file status is ws-roster-acct-status.

*>    Step log of the nightly batch cycle: one row per step run (or
*>    blocked) with its start, end, record count and outcome, kept
*>    across runs so a rerun knows which steps of an unfinished cycle
*>    already completed (see run-nightly-cycle).
          select step-log-file assign to 'InCollege-BatchSteps.txt'
            organization is line sequential
            file status is ws-steplog-status.

*>    Declined connection requests: one row per decliner/declined
*>    pair, written when a request is rejected, so People You May
*>    Know does not keep suggesting someone already turned down.
          select declines-file assign to 'InCollege-Declines.txt'
            organization is line sequential
            file status is ws-declines-status.

*>    How each posting's free-text salary was read: minimum, maximum
*>    and pay period per job id, written by save-job (see
*>    parse-salary-text).  job-salary keeps the text as entered.
          select job-salary-file assign to 'InCollege-JobSalary.txt'
            organization is line sequential
            file status is ws-salary-status.

*>    Compensation benchmark report written by run-salary-benchmark:
*>    annualized salaries by location and by employer, and the
*>    postings whose salary is missing or unreadable; rewritten on
*>    every run.
          select salary-report-file assign to 'InCollege-SalaryReport.txt'
            organization is line sequential
            file status is ws-salrpt-status.

*>    Work file for rename-or-merge-user: each line-sequential file
*>    naming the user is copied here with its rows mapped, then
*>    swapped in, one file at a time.
          select rename-work-file assign to 'InCollege-Rename.tmp'
            organization is line sequential
            file status is ws-ren-work-status.




      fd  report-file.
           01  report-record     pic x(200).

*>    Sized past the sum of the raw unstring fields (1317 bytes of
*>    field plus delimiters), so an overlong feed field reaches the
*>    truncation logic instead of being chopped by the read buffer.
      fd  job-feed-file.
           01  job-feed-record   pic x(1330).

      fd  import-rejects-file.
           01  import-reject-record pic x(1400).

      fd  exceptions-file.
           01  exceptions-record pic x(200).
*>             another employer's name on a merged (alias) row.
               05  empm-canonical    pic x(50).

      fd  blocks-file.
           01  block-record.
               05  blk-blocker       pic x(20).
               05  blk-blocked       pic x(20).

      fd  temp-blocks-file.
           01  temp-block-record.
               05  temp-blk-blocker  pic x(20).
               05  temp-blk-blocked  pic x(20).

      fd  abuse-reports-file.
           01  abuse-report-record.
*>             Sequential report number (one past the highest on
*>             file, see get-next-report-id).
               05  abr-id            pic 9(6).
               05  abr-stamp         pic x(14).
               05  abr-reporter      pic x(20).
*>             What was reported: 'M' = a direct message, 'P' = a job
*>             posting, 'U' = a user's profile.
               05  abr-kind          pic x(1).
                   88  abr-is-message  value 'M'.
                   88  abr-is-posting  value 'P'.
                   88  abr-is-profile  value 'U'.
*>             The user responsible for the item (message sender,
*>             posting poster or profile owner).
               05  abr-subject       pic x(20).
*>             The item itself: the message key (recipient plus
*>             sent-time), the posting's job id, or the username.
               05  abr-target        pic x(41).
*>             What the item said when reported (message text,
*>             posting title or profile name), for the reviewer.
               05  abr-excerpt       pic x(80).
               05  abr-reason        pic x(100).
*>             'O' = open; 'D' = dismissed; 'R' = item removed;
*>             'X' = the responsible account was offboarded.
               05  abr-status        pic x(1).
                   88  abr-is-open      value 'O'.

*>    Same layout as abuse-report-record; rows are copied across
*>    whole.
      fd  temp-abuse-file.
           01  temp-abuse-record     pic x(283).

      fd  saved-searches-file.
           01  saved-search-record.
*>             Never reused, even after a delete (see
*>             get-next-search-id), so old alert rows cannot
*>             suppress a newer search.
               05  ss-id             pic 9(6).
               05  ss-username       pic x(20).
*>             Stored uppercased; either may be spaces, not both.
               05  ss-keyword        pic x(50).
               05  ss-location       pic x(50).

      fd  temp-saved-searches-file.
           01  temp-saved-search-record.
               05  temp-ss-id        pic 9(6).
               05  temp-ss-username  pic x(20).
               05  temp-ss-keyword   pic x(50).
               05  temp-ss-location  pic x(50).

      fd  search-alerts-file.
           01  search-alert-record.
               05  alr-search-id     pic 9(6).
               05  alr-job-id        pic x(6).
               05  alr-stamp         pic x(14).

      fd  job-questions-file.
           01  job-question-record.
*>             Only postings with a job id can carry questions.
               05  jq-job-id         pic x(6).
               05  jq-seq            pic 9(1).
               05  jq-required       pic x(1).
                   88  jq-is-required value 'Y'.
               05  jq-text           pic x(100).

      fd  app-answers-file.
           01  app-answer-record.
*>             Applicant plus job id identify the application (a
*>             student can apply to a posting only once).
               05  ans-username      pic x(20).
               05  ans-job-id        pic x(6).
               05  ans-seq           pic 9(1).
               05  ans-text          pic x(100).

      fd  aging-report-file.
           01  aging-report-record pic x(200).

      fd  user-export-file.
           01  user-export-record  pic x(300).

      fd  roster-file.
           01  roster-record       pic x(300).

      fd  roster-rejects-file.
           01  roster-reject-record pic x(400).

      fd  roster-accounts-file.
           01  roster-account-record pic x(80).

      fd  step-log-file.
           01  step-log-record.
*>             The cycle's start timestamp; every step row of one
*>             cycle, including those of its reruns, carries it.
               05  stl-cycle-id      pic x(14).
               05  stl-sep-1         pic x(1).
               05  stl-step-no       pic 9(1).
               05  stl-sep-2         pic x(1).
               05  stl-step-name     pic x(12).
               05  stl-sep-3         pic x(1).
               05  stl-started       pic x(14).
               05  stl-sep-4         pic x(1).
               05  stl-ended         pic x(14).
               05  stl-sep-5         pic x(1).
               05  stl-count         pic 9(6).
               05  stl-sep-6         pic x(1).
*>             DONE, FAILED (errors raised), BLOCKED (a step it
*>             depends on did not complete) or LOCKED (cycle refused:
*>             run lock held).
               05  stl-outcome       pic x(7).

      fd  declines-file.
           01  decline-record.
               05  dcl-decliner      pic x(20).
               05  dcl-declined      pic x(20).
               05  dcl-stamp         pic x(14).

      fd  job-salary-file.
           01  job-salary-record.
               05  sal-job-id        pic x(6).
               05  sal-sep-1         pic x(1).
               05  sal-min           pic 9(7)v99.
               05  sal-sep-2         pic x(1).
               05  sal-max           pic 9(7)v99.
               05  sal-sep-3         pic x(1).
*>             H hourly, M monthly, A annual; N no salary given,
*>             U no amount could be read (min and max are zero).
               05  sal-period        pic x(1).
               05  sal-sep-4         pic x(1).
               05  sal-text          pic x(20).

      fd  salary-report-file.
           01  salary-report-record pic x(200).

*>    Sized past the widest row it carries (a jobs-file record).
      fd  rename-work-file.
           01  rename-work-record  pic x(800).


      working-storage section.
*>    Ensure all variables here start with "ws" to indicate they are in working-storage section.
      *> Debug mode switch: Y = interactive (ACCEPT), N = file (READ)
      01  ws-debug-mode    pic a(1) value 'N'.
          88 debug-mode    value 'Y'.

      *> Command-line run parameter; NIGHTLY = unattended batch cycle,
      *> NIGHTLY RESTART = resume the last cycle that did not finish
      01  ws-run-parameter pic x(40) value spaces.
      01  ws-batch-mode    pic a(1) value 'N'.
          88 nightly-batch-run value 'Y'.
      01  ws-batch-restart pic a(1) value 'N'.
          88 nightly-restart-run value 'Y'.
      *> Errors displayed so far; a batch step that raised any failed
      01  ws-error-count   pic 9(6) value 0.
          
*>    - ACCOUNT DATA - accounts-file is now indexed and keyed on username,
*>    so lookups go straight to the file instead of a fixed-size table.

*>    - TEMPORARY INPUT FOR LOGIN/REGISTRATION -
      01  ws-input-username   pic x(99).
      01  ws-username-error   pic x(60).
      01  ws-input-password   pic x(99).

*>    - PASSWORD CHANGE / EXPIRY (see change-password) -

*>    - ACCOUNT OFFBOARDING (see offboard-account) -
       01  ws-offboard-user       pic x(20) value spaces.
*>     Set once offboard-named-account has actually deactivated the
*>     account (not on a refusal or a cancelled confirmation).
       01  ws-offboard-done-flag  pic a(1) value 'N'.
          88 offboard-completed   value 'Y'.

*>    - BLOCKED USERS (see check-block-between) -
       01  ws-blocks-status       pic x(2).
       01  ws-blocks-eof          pic a(1) value 'N'.
          88 blocks-file-ended    value 'Y'.
       01  ws-block-by-me         pic a(1) value 'N'.
          88 blocked-by-me        value 'Y'.
       01  ws-block-by-them       pic a(1) value 'N'.
          88 blocked-by-them      value 'Y'.
       01  ws-blk-menu-done       pic a(1) value 'N'.
          88 block-menu-done      value 'Y'.
       01  ws-blk-removed-flag    pic a(1) value 'N'.
          88 block-was-removed    value 'Y'.
*>     Everyone on either side of a block with the current user,
*>     loaded once per search by load-my-block-list so each profile
*>     row is screened without rescanning blocks-file.  Capped; a
*>     block past the cap still stops contact (check-block-between
*>     reads the file) but may leave the user in search results.
       01  MAX-BLOCK-LIST         pic 9(3) value 100.
       01  ws-blk-count           pic 9(3) value 0.
       01  ws-blk-i               pic 9(3) value 0.
       01  ws-blk-table.
           05  ws-blk-user occurs 100 pic x(20).
       01  ws-blk-check-user      pic x(20) value spaces.
       01  ws-blk-hidden-flag     pic a(1) value 'N'.
          88 user-hidden-by-block value 'Y'.

*>    - SAVED JOB SEARCHES (see alert-saved-searches) -
       01  ws-ssearch-status      pic x(2).
       01  ws-ssearch-eof         pic a(1) value 'N'.
          88 saved-searches-ended value 'Y'.
       01  ws-alerts-status       pic x(2).
       01  ws-alerts-eof          pic a(1) value 'N'.
          88 alerts-file-ended    value 'Y'.
       01  ws-ss-next-id          pic 9(6) value 0.
       01  ws-ss-keyword          pic x(50) value spaces.
       01  ws-ss-location         pic x(50) value spaces.
       01  ws-ss-count            pic 9(4) value 0.
       01  ws-ss-pick-id          pic 9(6) value 0.
       01  ws-ss-alert-count      pic 9(4) value 0.
       01  ws-ss-menu-done        pic a(1) value 'N'.
          88 saved-search-menu-done value 'Y'.
       01  ws-ss-hit-flag         pic a(1) value 'N'.
          88 saved-search-hit     value 'Y'.
       01  ws-ss-alerted-flag     pic a(1) value 'N'.
          88 search-already-alerted value 'Y'.
       01  ws-ss-deleted-flag     pic a(1) value 'N'.
          88 saved-search-deleted value 'Y'.
*>     The posting save-job just wrote, held for the alert pass
*>     (the jobs-file record area is not kept across the close).
       01  ws-job-saved-flag      pic a(1) value 'N'.
          88 job-was-saved        value 'Y'.
       01  ws-alert-job-id        pic x(6) value spaces.
       01  ws-alert-poster        pic x(20) value spaces.

*>    - SCREENING QUESTIONS (see collect-screening-questions,
*>      collect-screening-answers) -
       01  ws-jobq-status         pic x(2).
       01  ws-jobq-eof            pic a(1) value 'N'.
          88 job-questions-ended  value 'Y'.
       01  ws-answers-status      pic x(2).
       01  ws-answers-eof         pic a(1) value 'N'.
          88 answers-file-ended   value 'Y'.
       01  MAX-SCREEN-QUESTIONS   pic 9(1) value 3.
*>     The questions of one posting (being posted, imported, applied
*>     to or reviewed), with the answers given while applying.
       01  ws-sq-count            pic 9(1) value 0.
       01  ws-sq-i                pic 9(1) value 0.
       01  ws-sq-table.
           05  ws-sq-entry occurs 3 times.
               10  sq-required    pic x(1).
               10  sq-text        pic x(100).
               10  sq-answer      pic x(100).
       01  ws-sq-done-flag        pic a(1) value 'N'.
          88 screening-input-done value 'Y'.
       01  ws-sq-abort-flag       pic a(1) value 'N'.
          88 screening-aborted    value 'Y'.
       01  ws-sq-raw              pic x(120) value spaces.
       01  ws-already-applied-flag pic a(1) value 'N'.
          88 already-applied      value 'Y'.

*>    - APPLICATION AGING (see run-aging-report) -
       01  ws-aging-status        pic x(2).
       01  DEFAULT-AGING-DAYS     pic 9(4) value 14.
       01  ws-age-days            pic 9(4) value 0.
*>     Days in status, by the same integer-of-date arithmetic the
*>     archive sweep uses on its cutoff.
       01  ws-age-today-int       pic s9(9) comp value 0.
       01  ws-age-then-int        pic s9(9) comp value 0.
       01  ws-age-wait            pic 9(5) value 0.
       01  ws-age-waiting-count   pic 9(6) value 0.
       01  ws-age-overdue-count   pic 9(6) value 0.
       01  ws-age-undated-count   pic 9(6) value 0.
       01  ws-age-notified-count  pic 9(4) value 0.
*>     Overdue applications, grouped by poster and posting when the
*>     report is written; capped, with a note when the cap overflows.
       01  MAX-AGING-ROWS         pic 9(3) value 300.
       01  ws-age-row-count       pic 9(3) value 0.
       01  ws-age-overflow        pic a(1) value 'N'.
          88 aging-table-full     value 'Y'.
       01  ws-age-table.
           05  ws-age-entry occurs 300.
               10  age-applicant  pic x(20).
               10  age-job-id     pic x(6).
               10  age-title      pic x(50).
               10  age-employer   pic x(50).
               10  age-location   pic x(50).
               10  age-status     pic x(12).
               10  age-wait       pic 9(5).
               10  age-poster     pic x(20).
               10  age-printed    pic x(1).
*>     Days-in-status rollup per employer over every waiting
*>     application (overdue or not).
       01  MAX-AGING-EMPLOYERS    pic 9(3) value 100.
       01  ws-age-emp-count       pic 9(3) value 0.
       01  ws-age-emp-overflow    pic a(1) value 'N'.
          88 aging-employers-full value 'Y'.
       01  ws-age-emp-table.
           05  ws-age-emp-entry occurs 100.
               10  age-emp-name   pic x(50).
               10  age-emp-apps   pic 9(5).
               10  age-emp-days   pic 9(8).
               10  age-emp-overdue pic 9(5).
       01  ws-age-i               pic 9(3) value 0.
       01  ws-age-j               pic 9(3) value 0.
       01  ws-age-lead            pic 9(3) value 0.
       01  ws-age-avg             pic 9(5) value 0.
       01  ws-age-avg-edit        pic zzzz9.
       01  ws-age-due-edit        pic zzzz9.
       01  ws-age-cur-poster      pic x(20) value spaces.
       01  ws-age-same-flag       pic a(1) value 'N'.
          88 aging-same-posting   value 'Y'.
*>     The nudge being built for one poster; queued and restarted
*>     whenever the next applicant would not fit in one notification.
       01  ws-age-ntf-text        pic x(160) value spaces.
       01  ws-age-ntf-ptr         pic 9(3) value 0.
       01  ws-age-ntf-entries     pic 9(3) value 0.
       01  ws-age-ntf-entry       pic x(100) value spaces.
       01  ws-age-entry-len       pic 9(3) value 0.

*>    - PERSONAL DATA EXPORT (see export-user-data) -
       01  ws-export-status       pic x(2).
       01  ws-export-name         pic x(60) value spaces.
       01  ws-export-user         pic x(20) value spaces.
       01  ws-export-upper        pic x(20) value spaces.
       01  ws-export-by           pic x(20) value spaces.
       01  ws-export-count        pic 9(6) value 0.
       01  ws-export-line         pic x(300) value spaces.
       01  ws-exp-section-count   pic 9(6) value 0.
       01  ws-exp-i               pic 99 value 0.
       01  ws-exp-other           pic x(20) value spaces.
*>     Which side of a two-sided file a pass is exporting: 'S' sent /
*>     'R' received, or 'G' given / 'R' received for endorsements.
       01  ws-exp-side            pic x(1) value spaces.
*>     EXPORT journal payload: who, asked for by whom, where to and
*>     how many items.
       01  ws-export-journal-entry.
           05  ws-jexp-user       pic x(20).
           05  ws-jexp-by         pic x(20).
           05  ws-jexp-file       pic x(60).
           05  ws-jexp-count      pic 9(6).

*>    - REGISTRAR ROSTER IMPORT (see run-roster-import) -
       01  ws-roster-status       pic x(2).
       01  ws-roster-rej-status   pic x(2).
       01  ws-roster-acct-status  pic x(2).
       01  ws-roster-eof          pic a(1) value 'N'.
          88 roster-file-ended    value 'Y'.
       01  ws-roster-row          pic x(300) value spaces.
       01  ws-roster-reason       pic x(60) value spaces.
       01  ws-roster-created      pic 9(6) value 0.
       01  ws-roster-updated      pic 9(6) value 0.
       01  ws-roster-rejected     pic 9(6) value 0.
*>    Raw unstrung roster fields, sized over their record limits so an
*>    overlong value is seen and rejected.
       01  ws-roster-raw-fields.
           05  ws-ros-username-raw pic x(40).
           05  ws-ros-first-raw    pic x(40).
           05  ws-ros-last-raw     pic x(40).
           05  ws-ros-school-raw   pic x(80).
           05  ws-ros-major-raw    pic x(80).
           05  ws-ros-year-raw     pic x(10).
*>    Temporary password for a new account: "In", six random digits,
*>    "#c" - upper, lower, digit and special, 10 characters.
       01  ws-roster-rand         pic 9(6) value 0.
       01  ws-roster-rand-digits  pic 9(6) value 0.
       01  ws-roster-temp-pwd     pic x(12) value spaces.

*>    - NIGHTLY BATCH CYCLE (see run-nightly-cycle) -
       01  ws-steplog-status      pic x(2).
       01  ws-steplog-eof         pic a(1) value 'N'.
          88 step-log-ended       value 'Y'.
       01  MAX-BATCH-STEPS        pic 9(1) value 4.
       01  ws-cycle-id            pic x(14) value spaces.
       01  ws-cycle-resumed-flag  pic a(1) value 'N'.
          88 cycle-resumed        value 'Y'.
       01  ws-cycle-failed-flag   pic a(1) value 'N'.
          88 cycle-incomplete     value 'Y'.
*>     The steps in run order.  step-needs(n)(m:1) = 'Y' when step n
*>     depends on step m: the archive sweep and the extract need a
*>     clean integrity check; the operations report needs both.
*>     step-state: 'D' done, 'F' failed, 'B' blocked, space not run.
       01  ws-batch-step-table.
           05  ws-batch-step occurs 4.
               10  step-name      pic x(12).
               10  step-needs     pic x(4).
               10  step-state     pic x(1).
       01  ws-step-i              pic 9(1) value 0.
       01  ws-step-j              pic 9(1) value 0.
       01  ws-step-count          pic 9(6) value 0.
       01  ws-step-started        pic x(14) value spaces.
       01  ws-step-blocked-flag   pic a(1) value 'N'.
          88 step-is-blocked      value 'Y'.
*>     Exit code for the scheduler: 8 while the cycle is incomplete.
       01  ws-nightly-rc          pic 9(4) value 0.

*>    - PEOPLE YOU MAY KNOW (see people-you-may-know) -
       01  ws-declines-status     pic x(2).
       01  ws-declines-eof        pic a(1) value 'N'.
          88 declines-file-ended  value 'Y'.
       01  MAX-SUGGEST-POOL       pic 9(3) value 300.
       01  MAX-SUGGESTIONS-SHOWN  pic 9(2) value 10.
       01  ws-pk-me               pic x(20) value spaces.
       01  ws-pk-other            pic x(20) value spaces.
       01  ws-pk-other-name       pic x(20) value spaces.
       01  ws-pk-via              pic x(20) value spaces.
       01  ws-pk-my-school        pic x(50) value spaces.
       01  ws-pk-my-major         pic x(40) value spaces.
       01  ws-pk-my-year          pic 9(4)  value 0.
       01  ws-pk-i                pic 9(3)  value 0.
       01  ws-pk-j                pic 9(3)  value 0.
       01  ws-pk-best             pic 9(3)  value 0.
       01  ws-pk-best-score       pic 9(5)  value 0.
       01  ws-pk-pick             pic 9(3)  value 0.
       01  ws-pk-shown            pic 9(2)  value 0.
       01  ws-pk-ptr              pic 9(3)  value 1.
       01  ws-pk-reason           pic x(200) value spaces.
       01  ws-pk-menu-done        pic a(1) value 'N'.
          88 suggestion-menu-done value 'Y'.
       01  ws-pk-out-flag         pic a(1) value 'N'.
          88 suggestion-ruled-out value 'Y'.
       01  ws-pk-via-flag         pic a(1) value 'N'.
          88 via-is-my-connection value 'Y'.
       01  ws-pk-share-flag       pic a(1) value 'N'.
          88 shares-something     value 'Y'.
*>     The current user's connections and the people ruled out by a
*>     pending request or a decline, all uppercased.
       01  ws-pk-mine-count       pic 9(3)  value 0.
       01  ws-pk-mine-table.
           05  ws-pk-mine         pic x(20) occurs 300.
       01  ws-pk-excl-count       pic 9(3)  value 0.
       01  ws-pk-excl-table.
           05  ws-pk-excl         pic x(20) occurs 300.
*>     Candidates.  pk-score 0 = not to be shown.
       01  ws-pk-count            pic 9(3)  value 0.
       01  ws-pk-table.
           05  ws-pk-entry occurs 300.
               10  pk-user        pic x(20).
               10  pk-name        pic x(41).
               10  pk-mutual      pic 9(3).
               10  pk-same-school pic x(1).
               10  pk-same-major  pic x(1).
               10  pk-same-year   pic x(1).
               10  pk-score       pic 9(5).
               10  pk-listed      pic x(1).
       01  ws-pk-shown-table.
           05  ws-pk-shown-at     pic 9(3) occurs 10.

*>    - STRUCTURED SALARY (see parse-salary-text) -
       01  ws-salary-status       pic x(2).
       01  ws-salary-eof          pic a(1) value 'N'.
          88 salary-file-ended    value 'Y'.
       01  ws-sal-text            pic x(20) value spaces.
       01  ws-sal-work            pic x(20) value spaces.
       01  ws-sal-pos             pic 9(2)  value 0.
       01  ws-sal-char            pic x(1)  value space.
       01  ws-sal-digit           pic 9(1)  value 0.
       01  ws-sal-acc             pic 9(9)v99 value 0.
       01  ws-sal-scale           pic 9v9(4) value 0.
       01  ws-sal-first           pic 9(9)v99 value 0.
       01  ws-sal-second          pic 9(9)v99 value 0.
       01  ws-sal-num-count       pic 9(2)  value 0.
       01  ws-sal-hits            pic 9(3)  value 0.
       01  ws-sal-in-number-flag  pic a(1) value 'N'.
          88 salary-in-number     value 'Y'.
       01  ws-sal-decimals-flag   pic a(1) value 'N'.
          88 salary-in-decimals   value 'Y'.
       01  ws-sal-k-flag          pic a(1) value 'N'.
          88 salary-saw-k         value 'Y'.
       01  ws-sal-overflow-flag   pic a(1) value 'N'.
          88 salary-overflow      value 'Y'.
*>     The reading: same meanings as in job-salary-record.
       01  ws-sal-min             pic 9(7)v99 value 0.
       01  ws-sal-max             pic 9(7)v99 value 0.
       01  ws-sal-period          pic x(1)  value space.
          88 salary-hourly        value 'H'.
          88 salary-monthly       value 'M'.
          88 salary-annual        value 'A'.
          88 salary-none          value 'N'.
          88 salary-unreadable    value 'U'.
       01  ws-sal-annual-min      pic 9(9)v99 value 0.
       01  ws-sal-annual-max      pic 9(9)v99 value 0.
       01  ws-sal-amount-edit     pic $$$,$$$,$$9.99.
       01  ws-sal-min-text        pic x(16) value spaces.
       01  ws-sal-max-text        pic x(16) value spaces.
       01  ws-sal-period-name     pic x(10) value spaces.

*>    - COMPENSATION BENCHMARK (see run-salary-benchmark) -
       01  ws-salrpt-status       pic x(2).
       01  MAX-BENCH-POSTINGS     pic 9(4) value 500.
       01  ws-bm-overflow         pic a(1) value 'N'.
          88 bench-table-full     value 'Y'.
       01  ws-bm-job-count        pic 9(5)  value 0.
*>     Side-file readings, by job id.
       01  ws-salp-count          pic 9(4)  value 0.
       01  ws-salp-i              pic 9(4)  value 0.
       01  ws-salp-j              pic 9(4)  value 0.
       01  ws-salp-table.
           05  ws-salp-entry occurs 500.
               10  salp-job-id    pic x(6).
               10  salp-min       pic 9(7)v99.
               10  salp-max       pic 9(7)v99.
               10  salp-period    pic x(1).
*>     Postings with a readable salary, annualized, in ascending
*>     order of midpoint.
       01  ws-bm-count            pic 9(4)  value 0.
       01  ws-bm-table.
           05  ws-bm-entry occurs 500.
               10  bm-location    pic x(50).
               10  bm-employer    pic x(50).
               10  bm-low         pic 9(9)v99.
               10  bm-high        pic 9(9)v99.
               10  bm-mid         pic 9(9)v99.
               10  bm-loc-printed pic x(1).
               10  bm-emp-printed pic x(1).
*>     Postings with no salary or an unreadable one.
       01  ws-bm-miss-count       pic 9(4)  value 0.
       01  ws-bm-miss-table.
           05  ws-bm-miss-entry occurs 500.
               10  bmm-job-id     pic x(6).
               10  bmm-title      pic x(50).
               10  bmm-employer   pic x(50).
               10  bmm-poster     pic x(20).
               10  bmm-text       pic x(20).
       01  ws-bm-miss-text        pic x(24) value spaces.
       01  ws-bm-i                pic 9(4)  value 0.
       01  ws-bm-lead             pic 9(4)  value 0.
       01  ws-bm-n                pic 9(4)  value 0.
       01  ws-bm-k                pic 9(4)  value 0.
       01  ws-bm-med-lo-pos       pic 9(4)  value 0.
       01  ws-bm-med-hi-pos       pic 9(4)  value 0.
       01  ws-bm-mid              pic 9(9)v99 value 0.
       01  ws-bm-med-lo           pic 9(9)v99 value 0.
       01  ws-bm-med-hi           pic 9(9)v99 value 0.
       01  ws-bm-grp-low          pic 9(9)v99 value 0.
       01  ws-bm-grp-high         pic 9(9)v99 value 0.
       01  ws-bm-grp-median       pic 9(9)v99 value 0.
*>     Grouping: 'L' by location, 'E' by employer.
       01  ws-bm-dim              pic x(1)  value space.
       01  ws-bm-dim-heading      pic x(40) value spaces.
       01  ws-bm-key              pic x(50) value spaces.
       01  ws-bm-key-display      pic x(50) value spaces.
       01  ws-bm-member-flag      pic a(1) value 'N'.
          88 bench-group-member   value 'Y'.
       01  ws-bm-slot-flag        pic a(1) value 'N'.
          88 bench-slot-found     value 'Y'.
       01  ws-bm-line.
           05  bml-name           pic x(40).
           05  bml-count          pic zzzzz9.
           05  filler             pic x(1).
           05  bml-low            pic $$$,$$$,$$9.
           05  filler             pic x(1).
           05  bml-median         pic $$$,$$$,$$9.
           05  filler             pic x(1).
           05  bml-high           pic $$$,$$$,$$9.
       01  ws-bm-head-line redefines ws-bm-line.
           05  filler             pic x(40).
           05  bml-count-head     pic x(6).
           05  bml-low-head       pic x(12).
           05  bml-median-head    pic x(12).
           05  bml-high-head      pic x(12).

*>    - USERNAME RENAME AND MERGE (see rename-or-merge-user) -
       01  ws-ren-work-status     pic x(2).
       01  ws-ren-mode            pic x(1)  value space.
          88 ren-is-rename        value 'R'.
          88 ren-is-merge         value 'M'.
       01  ws-ren-from            pic x(20) value spaces.
       01  ws-ren-to              pic x(20) value spaces.
       01  ws-ren-from-upper      pic x(20) value spaces.
       01  ws-ren-to-upper        pic x(20) value spaces.
       01  ws-ren-check-user      pic x(20) value spaces.
       01  ws-ren-check-locked    pic x(1)  value space.
       01  ws-ren-save-input      pic x(99) value spaces.
       01  ws-ren-acct-flag       pic a(1) value 'N'.
          88 ren-account-found    value 'Y'.
       01  ws-ren-target-flag     pic a(1) value 'N'.
          88 ren-target-ok        value 'Y'.
       01  ws-ren-name            pic x(20) value spaces.
       01  ws-ren-side-a          pic x(20) value spaces.
       01  ws-ren-side-b          pic x(20) value spaces.
       01  ws-ren-changed-flag    pic a(1) value 'N'.
          88 ren-row-changed      value 'Y'.
       01  ws-ren-drop-flag       pic a(1) value 'N'.
          88 ren-row-dropped      value 'Y'.
       01  ws-ren-seen-flag       pic a(1) value 'N'.
          88 ren-key-seen         value 'Y'.
       01  ws-ren-passes-flag     pic a(1) value 'N'.
          88 ren-passes-done      value 'Y'.
       01  ws-ren-pass-moved      pic 9(4)  value 0.
       01  ws-ren-file-name       pic x(40) value spaces.
       01  ws-ren-tmp-name        pic x(40) value 'InCollege-Rename.tmp'.
       01  ws-ren-file-no         pic 9(2)  value 0.
       01  ws-ren-i               pic 9(4)  value 0.
       01  ws-ren-j               pic 9(4)  value 0.
       01  ws-ren-ptr             pic 9(3)  value 1.
       01  MAX-REN-FILES          pic 9(2)  value 18.
       01  MAX-REN-KEYS           pic 9(4)  value 500.
       01  MAX-REN-HOLD           pic 9(4)  value 500.
*>     One label and one pair of counts per file touched, in the
*>     order rename-user-everywhere works through them.
       01  ws-ren-label-values.
           05  filler pic x(20) value "Connections".
           05  filler pic x(20) value "Pending requests".
           05  filler pic x(20) value "Job postings".
           05  filler pic x(20) value "Applications".
           05  filler pic x(20) value "Screening answers".
           05  filler pic x(20) value "Interviews".
           05  filler pic x(20) value "Messages".
           05  filler pic x(20) value "Notifications".
           05  filler pic x(20) value "Endorsements".
           05  filler pic x(20) value "Skill completions".
           05  filler pic x(20) value "Login audit".
           05  filler pic x(20) value "Blocks".
           05  filler pic x(20) value "Abuse reports".
           05  filler pic x(20) value "Saved searches".
           05  filler pic x(20) value "Declines".
           05  filler pic x(20) value "Profiles".
           05  filler pic x(20) value "Checkpoint".
           05  filler pic x(20) value "Accounts".
       01  ws-ren-label-table redefines ws-ren-label-values.
           05  ren-file-label     pic x(20) occurs 18.
       01  ws-ren-tally-table.
           05  ws-ren-tally occurs 18.
               10  ren-changed    pic 9(6).
               10  ren-removed    pic 9(6).
*>     Dedupe keys (uppercased) of what B already has in the file
*>     being rewritten.
       01  ws-ren-key-count       pic 9(4)  value 0.
       01  ws-ren-key-table.
           05  ws-ren-key         pic x(100) occurs 500.
       01  ws-ren-key-cand        pic x(100) value spaces.
*>     B's connection partners (uppercased) once connections are
*>     merged; a pending request between B and any of them is moot.
       01  ws-ren-conn-count      pic 9(4)  value 0.
       01  ws-ren-conn-table.
           05  ws-ren-conn        pic x(20) occurs 500.
       01  ws-ren-partner         pic x(20) value spaces.
*>     Job ids of A's applications that collapsed into B's.
       01  ws-ren-cjob-count      pic 9(4)  value 0.
       01  ws-ren-cjob-table.
           05  ws-ren-cjob        pic x(6) occurs 500.
*>     A's application or message rows, collected before the keyed
*>     rewrite (sized for the wider, a message-record).
       01  ws-ren-hold-count      pic 9(4)  value 0.
       01  ws-ren-hold-table.
           05  ws-ren-hold        pic x(262) occurs 500.
       01  ws-ren-old-key         pic x(176) value spaces.
       01  ws-ren-old-pair        pic x(40) value spaces.
       01  ws-ren-old-msg         pic x(262) value spaces.
       01  ws-ren-new-msg         pic x(262) value spaces.
       01  ws-ren-old-msg-key     pic x(41) value spaces.
       01  ws-ren-profile-hold    pic x(3454) value spaces.
*>     Journal payloads.  REC-RENAME / REC-DROP: the file and the row
*>     image (a profile's is cut to fit); JOB-POSTER: the posting's
*>     identity and its old and new poster; USER-REN / USER-MERGE:
*>     the change as a whole.
       01  ws-ren-journal-entry.
           05  rjn-file           pic x(20).
           05  ws-rjn-image       pic x(700).
       01  ws-ren-poster-entry.
           05  rjp-job-id         pic x(6).
           05  rjp-title          pic x(50).
           05  rjp-employer       pic x(50).
           05  rjp-location       pic x(50).
           05  rjp-old-poster     pic x(20).
           05  rjp-new-poster     pic x(20).
       01  ws-ren-summary-entry.
           05  rjs-mode           pic x(1).
           05  rjs-from           pic x(20).
           05  rjs-to             pic x(20).
           05  rjs-by             pic x(20).

*>    - ABUSE REPORTS (see file-abuse-report, review-abuse-reports) -
       01  ws-abuse-status        pic x(2).
       01  ws-abuse-eof           pic a(1) value 'N'.
          88 abuse-file-ended     value 'Y'.
       01  ws-abr-next-id         pic 9(6) value 0.
       01  ws-abr-open-count      pic 9(4) value 0.
       01  ws-abr-pick-id         pic 9(6) value 0.
       01  ws-abr-new-status      pic x(1) value spaces.
       01  ws-abr-menu-done       pic a(1) value 'N'.
          88 abuse-review-done    value 'Y'.
       01  ws-abr-found-flag      pic a(1) value 'N'.
          88 abuse-report-found   value 'Y'.
       01  ws-abr-kind-name       pic x(10) value spaces.
*>     The report being filed, or the one picked from the review
*>     queue; field order mirrors abuse-report-record.
       01  ws-abr-selected.
           05  sa-id              pic 9(6).
           05  sa-stamp           pic x(14).
           05  sa-reporter        pic x(20).
           05  sa-kind            pic x(1).
           05  sa-subject         pic x(20).
           05  sa-target          pic x(41).
           05  sa-excerpt         pic x(80).
           05  sa-reason          pic x(100).
           05  sa-status          pic x(1).

*>    - SKILL ENDORSEMENTS (see endorse-profile-item) -
       01  ws-endorse-status      pic x(2).
       01  ws-admin-menu-flag     pic a(1) value 'N'.
          88 admin-menu-done      value 'Y'.
       01  ws-admin-target        pic x(20) value spaces.
*>     The administrator signed in to the console, recorded against
*>     the console actions that are journaled.
       01  ws-admin-session-user  pic x(20) value spaces.
*>     Most recent audit rows shown by admin-review-login-audit; the
*>     user's older history stays in the file, just not on screen.
       01  MAX-AUDIT-REVIEW-ROWS  pic 99 value 10.
       01  ws-rejects-status      pic x(2).
       01  ws-feed-eof            pic a(1) value 'N'.
          88 feed-file-ended      value 'Y'.
       01  ws-feed-row            pic x(1330) value spaces.
       01  ws-import-poster       pic x(20) value spaces.
       01  ws-imported-count      pic 9(4) value 0.
       01  ws-rejected-count      pic 9(4) value 0.
           05  ws-imp-employer-raw pic x(100).
           05  ws-imp-location-raw pic x(100).
           05  ws-imp-salary-raw   pic x(50).
           05  ws-imp-question-raw pic x(120) occurs 3 times.

*>    - DATA INTEGRITY CHECK (see run-integrity-check) -
       01  ws-exceptions-status   pic x(2).


      procedure division.
*>    A NIGHTLY run parameter on the command line runs the unattended
*>    batch cycle instead of the menus; NIGHTLY RESTART resumes a
*>    cycle that did not finish (see run-nightly-cycle).
      accept ws-run-parameter from command-line.
      if function upper-case(function trim(ws-run-parameter)) = "NIGHTLY"
          set nightly-batch-run to true
      end-if.
      if function upper-case(function trim(ws-run-parameter)) = "NIGHTLY RESTART"
          set nightly-batch-run to true
          set nightly-restart-run to true
      end-if.
*>    Open all files that wil be used
      perform initialize-files.
      if nightly-batch-run
          perform run-nightly-cycle
          perform cleanup-files
*>        Set last: the CALLs in cleanup-files overwrite RETURN-CODE.
          move ws-nightly-rc to return-code
          stop run
      end-if.
*>    The whole program will run inside this loop that iterates through every line of input until the file ends
      perform main-program-loop until input-ended.

                   perform change-password
                   move "MAIN-MENU" to ws-program-state
               else if ws-user-choice = '10'
                   perform manage-blocked-users
                   move "MAIN-MENU" to ws-program-state
               else if ws-user-choice = '11'
                   perform export-my-data
                   move "MAIN-MENU" to ws-program-state
               else if ws-user-choice = '12'
                   perform people-you-may-know
                   move "MAIN-MENU" to ws-program-state
               else if ws-user-choice = '13'
                    move "Successfully Logged Out!" to ws-message
                    perform display-success
                    move spaces to ws-current-username
                    move "INITIAL-MENU" to ws-program-state
               else if ws-user-choice = '14'
                   perform cleanup-files
                   stop run
               else   


      initialize-files.
*>        The nightly cycle takes no input at all, so it does not
*>        need (or wait for) an input file.
          if not nightly-batch-run
              open input input-file
          end-if.
          open output output-file.

*>        Two concurrent seats silently destroy each other's
                  end-if
          end-evaluate.

*>        An unattended run has nobody to answer the resume prompt and
*>        must leave an interrupted session's checkpoint for its user.
          if not nightly-batch-run
              perform offer-resume-checkpoint
          end-if.

*>    Converts a pre-existing line-sequential InCollege-Accounts.txt
*>    (username/password only, one per line) into the indexed layout
              close run-lock-file
              move "Another InCollege session appears to be running (run lock present)." to ws-message
              perform display-error
*>            The nightly cycle never takes over a lock: nobody is
*>            there to confirm the other seat really crashed.  The
*>            refusal is logged so the rerun resumes at step one.
              if nightly-batch-run
                  perform nightly-log-lock-refusal
                  move "Nightly cycle not started; rerun once the other session has finished." to ws-message
                  perform display-info
                  close output-file
                  move 8 to return-code
                  stop run
              end-if
              move "If the previous run crashed, type Y to take over; anything else exits: " to ws-message
              perform display-prompt
              perform read-next-input
          perform display-special-option
          move "9. Change Password" to ws-message
          perform display-special-option
          move "10. Blocked Users" to ws-message
          perform display-special-option
          move "11. Download My Data" to ws-message
          perform display-special-option
          move "12. People You May Know" to ws-message
          perform display-special-option
          move "13. Log Out" to ws-message
          perform display-special-option
          display ws-line-separator
          perform write-separator
          move "14. Exit program" to ws-message
          perform display-special-option

          move "Enter your choice: " to ws-message


      read-next-input.
        *> The nightly cycle runs with no input; any prompt reached
        *> there sees end of input instead of waiting on the console.
        if nightly-batch-run
            set input-ended to true
            exit paragraph
        end-if
        if debug-mode
            accept ws-last-input
            if ws-last-input = spaces
      validate-username.
          move ws-user-choice to ws-input-username
          move 'N' to ws-account-found
          perform check-username-rules
          if not validation-passed
              move spaces to ws-message
              string
                  function trim(ws-username-error) delimited by size
                  " Returning to menu." delimited by size
                into ws-message
              end-string
              perform display-error
              move "INITIAL-MENU" to ws-program-state
          else
              move 'N' to ws-validation-passed
              open input accounts-file
              evaluate ws-userdata-status
                  when "00"
              end-if
          end-if.

*>    Shared username-rule check used by registration and the
*>    registrar roster import: validates ws-input-username against
*>    the posted rules without touching the screen or the accounts
*>    file.  Result in validation-passed; the broken rule, if any, in
*>    ws-username-error.
      check-username-rules.
          move 'N' to ws-validation-passed
          move spaces to ws-username-error
          if ws-input-username = spaces
              move "Username cannot be empty." to ws-username-error
          else if function length(function trim(ws-input-username)) > 20
              move "Username cannot be longer than 20 characters." to ws-username-error
          else
              set validation-passed to true
          end-if.


*>    Shared password-rule check used by registration, the Change
*>    Password screen and admin-forced resets: validates the password
          exit paragraph.

      display-error.
          add 1 to ws-error-count
          display ws-blank-line
          perform write-blank-line
          move ws-message to ws-temp-message
           close pending-requests-file
           exit paragraph.
       
       check-block-between.
           *> Uses ws-input-username and ws-found-username from WORKING-STORAGE
           *> blocked-by-me: ws-input-username blocked ws-found-username;
           *> blocked-by-them: the other way round.
           move 'N' to ws-block-by-me
           move 'N' to ws-block-by-them
           move 'N' to ws-blocks-eof
           open input blocks-file
           if ws-blocks-status not = "00"
               close blocks-file
               exit paragraph
           end-if

           perform until blocks-file-ended
               read blocks-file next record
                   at end set blocks-file-ended to true
                   not at end
                       if function upper-case(function trim(blk-blocker))
                          = function upper-case(function trim(ws-input-username))
                          and function upper-case(function trim(blk-blocked))
                            = function upper-case(function trim(ws-found-username))
                           set blocked-by-me to true
                       end-if
                       if function upper-case(function trim(blk-blocker))
                          = function upper-case(function trim(ws-found-username))
                          and function upper-case(function trim(blk-blocked))
                            = function upper-case(function trim(ws-input-username))
                           set blocked-by-them to true
                       end-if
               end-read
           end-perform
           close blocks-file
           exit paragraph.

       *> Loads everyone the current user has blocked or been blocked
       *> by into ws-blk-table (uppercased), so a search can screen
       *> each profile row with check-hidden-by-block.
       load-my-block-list.
           move 0 to ws-blk-count
           move 'N' to ws-blocks-eof
           open input blocks-file
           if ws-blocks-status not = "00"
               close blocks-file
               exit paragraph
           end-if

           perform until blocks-file-ended
               read blocks-file next record
                   at end set blocks-file-ended to true
                   not at end
                       if ws-blk-count < MAX-BLOCK-LIST
                           if function upper-case(function trim(blk-blocker))
                              = function upper-case(function trim(ws-current-username))
                               add 1 to ws-blk-count
                               move function upper-case(function trim(blk-blocked))
                                 to ws-blk-user(ws-blk-count)
                           else
                               if function upper-case(function trim(blk-blocked))
                                  = function upper-case(function trim(ws-current-username))
                                   add 1 to ws-blk-count
                                   move function upper-case(function trim(blk-blocker))
                                     to ws-blk-user(ws-blk-count)
                               end-if
                           end-if
                       end-if
               end-read
           end-perform
           close blocks-file
           exit paragraph.

       *> Is ws-blk-check-user on either side of a block with the
       *> current user?  Result in user-hidden-by-block; needs
       *> load-my-block-list first.
       check-hidden-by-block.
           move 'N' to ws-blk-hidden-flag
           perform varying ws-blk-i from 1 by 1
                   until ws-blk-i > ws-blk-count
                      or user-hidden-by-block
               if ws-blk-user(ws-blk-i)
                  = function upper-case(function trim(ws-blk-check-user))
                   set user-hidden-by-block to true
               end-if
           end-perform
           exit paragraph.

       *> ========= Action: Send Request =========
       send-connection-request.
           if function upper-case(function trim(ws-input-username))
               perform display-info
               exit paragraph
           end-if

           perform check-block-between
           if blocked-by-them
               move "You cannot send a connection request to this user." to ws-message
               perform display-error
               exit paragraph
           end-if
           if blocked-by-me
               move "You have blocked this user; unblock them first to connect." to ws-message
               perform display-info
               exit paragraph
           end-if
       
           perform check-already-connected
           if users-already-connected
                   if ws-action-choice = '2'
                       close pending-requests-file
                        perform remove-single-pending-request
                        perform record-declined-request
                        move "Connection request rejected." to ws-message
                        perform display-success
                        continue
               perform display-line
           end-if.

*> ==== Blocked Users (block/unblock; enforced by check-block-between) ====
       manage-blocked-users.
           move 'N' to ws-blk-menu-done
           perform until block-menu-done
               move "Blocked Users" to ws-message
               perform display-title
               perform list-my-blocks
               move "1. Block a User" to ws-message
               perform display-option
               move "2. Unblock a User" to ws-message
               perform display-option
               display ws-line-separator
               perform write-separator
               move "3. Go Back to Main Menu" to ws-message
               perform display-special-option
               display ws-line-separator
               perform write-separator
               move "Enter your choice: " to ws-message
               perform display-prompt
               perform read-user-choice
               if input-ended
                   set block-menu-done to true
               else
                   evaluate ws-user-choice
                       when '1'
                           move "Username to block (or 0 to go back): " to ws-message
                           perform display-prompt
                           perform read-next-input
                           if not input-ended
                              and function trim(ws-last-input) not = "0"
                              and function trim(ws-last-input) not = spaces
                               move function trim(ws-last-input) to ws-found-username
                               perform block-user
                           end-if
                       when '2'
                           perform unblock-user
                       when '3'
                           set block-menu-done to true
                       when other
                           move "Invalid option. Please try again" to ws-message
                           perform display-error
                   end-evaluate
               end-if
           end-perform
           exit paragraph.

       *> Lists everyone the current user has blocked.
       list-my-blocks.
           move 0 to ws-list-count
           move 'N' to ws-blocks-eof
           open input blocks-file
           if ws-blocks-status = "00"
               perform until blocks-file-ended
                   read blocks-file next record
                       at end set blocks-file-ended to true
                       not at end
                           if function upper-case(function trim(blk-blocker))
                              = function upper-case(function trim(ws-current-username))
                               add 1 to ws-list-count
                               move spaces to ws-message
                               string
                                   " - " delimited by size
                                   function trim(blk-blocked) delimited by size
                                 into ws-message
                               end-string
                               perform display-line
                           end-if
                   end-read
               end-perform
           end-if
           close blocks-file
           if ws-list-count = 0
               move "You have not blocked anyone." to ws-message
               perform display-line
           end-if
           display ws-line-separator
           perform write-separator
           exit paragraph.

       *> Blocks ws-found-username for the current user.  Any pending
       *> request between the two is withdrawn at the same time, so a
       *> request sent before the block cannot be accepted into a
       *> connection afterwards.
       block-user.
           if function upper-case(function trim(ws-found-username))
              = function upper-case(function trim(ws-current-username))
               move "You cannot block yourself." to ws-message
               perform display-info
               exit paragraph
           end-if

           open input accounts-file
           if ws-userdata-status not = "00"
               close accounts-file
               move "Accounts file unavailable." to ws-message
               perform display-error
               exit paragraph
           end-if
           move function trim(ws-found-username) to username
           read accounts-file
               invalid key
                   close accounts-file
                   move "No such user." to ws-message
                   perform display-error
                   exit paragraph
               not invalid key
                   continue
           end-read
           close accounts-file

           move function trim(ws-current-username) to ws-input-username
           perform check-block-between
           if blocked-by-me
               move "You have already blocked this user." to ws-message
               perform display-info
               exit paragraph
           end-if

           open extend blocks-file
           if ws-blocks-status = "35"
               open output blocks-file
               close blocks-file
               open extend blocks-file
           end-if
           if ws-blocks-status not = "00"
               move "Could not open blocks file." to ws-message
               perform display-error
               exit paragraph
           end-if
           move function trim(ws-current-username) to blk-blocker
           move function trim(ws-found-username) to blk-blocked
           write block-record
           close blocks-file

           perform block-withdraw-pending

           move spaces to ws-message
           string
               function trim(ws-found-username) delimited by size
               " is blocked and can no longer send you requests, messages or endorsements."
                   delimited by size
             into ws-message
           end-string
           perform display-success
           exit paragraph.

       *> Drops any pending request between the current user and
       *> ws-found-username, in either direction.
       block-withdraw-pending.
           move spaces to ws-requests-status
           move spaces to ws-temp-status
           open input pending-requests-file
           if ws-requests-status not = "00"
               close pending-requests-file
               exit paragraph
           end-if
           open output temp-pending-file

           move 'N' to ws-requests-eof
           perform until requests-file-ended
               read pending-requests-file next record
                   at end set requests-file-ended to true
                   not at end
                       if not ((function upper-case(function trim(req-sender))
                                  = function upper-case(function trim(ws-current-username))
                                and function upper-case(function trim(req-recipient))
                                  = function upper-case(function trim(ws-found-username)))
                            or (function upper-case(function trim(req-sender))
                                  = function upper-case(function trim(ws-found-username))
                                and function upper-case(function trim(req-recipient))
                                  = function upper-case(function trim(ws-current-username))))
                           move req-sender    to temp-req-sender
                           move req-recipient to temp-req-recipient
                           write temp-request-record
                       end-if
               end-read
           end-perform

           close pending-requests-file
           close temp-pending-file

           move "InCollege-PendingRequests.txt" to ws-message
           call "CBL_DELETE_FILE" using ws-message
           move "InCollege-PendingRequests.tmp" to ws-message
           move "InCollege-PendingRequests.txt" to ws-user-choice
           call "CBL_RENAME_FILE" using ws-message, ws-user-choice
           move spaces to ws-requests-status
           move spaces to ws-temp-status
           exit paragraph.

       *> Lifts one of the current user's blocks; the blocks file is
       *> rewritten without that pair.
       unblock-user.
           move "Username to unblock (or 0 to go back): " to ws-message
           perform display-prompt
           perform read-next-input
           if input-ended
               exit paragraph
           end-if
           if function trim(ws-last-input) = "0"
              or function trim(ws-last-input) = spaces
               exit paragraph
           end-if
           move function trim(ws-last-input) to ws-found-username

           move 'N' to ws-blk-removed-flag
           move spaces to ws-blocks-status
           open input blocks-file
           if ws-blocks-status not = "00"
               close blocks-file
               move "You have not blocked that user." to ws-message
               perform display-info
               exit paragraph
           end-if
           open output temp-blocks-file

           move 'N' to ws-blocks-eof
           perform until blocks-file-ended
               read blocks-file next record
                   at end set blocks-file-ended to true
                   not at end
                       if function upper-case(function trim(blk-blocker))
                          = function upper-case(function trim(ws-current-username))
                          and function upper-case(function trim(blk-blocked))
                            = function upper-case(function trim(ws-found-username))
                           set block-was-removed to true
                       else
                           move blk-blocker to temp-blk-blocker
                           move blk-blocked to temp-blk-blocked
                           write temp-block-record
                       end-if
               end-read
           end-perform

           close blocks-file
           close temp-blocks-file

           move "InCollege-Blocks.txt" to ws-message
           call "CBL_DELETE_FILE" using ws-message
           move "InCollege-Blocks.tmp" to ws-message
           move "InCollege-Blocks.txt" to ws-user-choice
           call "CBL_RENAME_FILE" using ws-message, ws-user-choice
           move spaces to ws-blocks-status

           if block-was-removed
               move spaces to ws-message
               string
                   function trim(ws-found-username) delimited by size
                   " is no longer blocked." delimited by size
                 into ws-message
               end-string
               perform display-success
           else
               move "You have not blocked that user." to ws-message
               perform display-info
           end-if
           exit paragraph.

*> ==== Abuse Reports (filed here, reviewed in review-abuse-reports) ====
       *> Reports the profile just rendered by Find Someone.
       report-viewed-profile.
           move "U" to sa-kind
           move function trim(ws-found-username) to sa-subject
           move function trim(ws-found-username) to sa-target
           move spaces to sa-excerpt
           string
               function trim(ws-profile-first-name) delimited by size
               " " delimited by size
               function trim(ws-profile-last-name) delimited by size
             into sa-excerpt
           end-string
           perform file-abuse-report
           exit paragraph.

       *> Reports the posting cached in ws-selected-job.  The job id
       *> identifies it; a posting from before job ids existed is
       *> found again by title (the excerpt) plus poster.
       report-selected-posting.
           move "P" to sa-kind
           move sj-poster to sa-subject
           move sj-job-id to sa-target
           move sj-title to sa-excerpt
           perform file-abuse-report
           exit paragraph.

       *> Asks for a reason and appends the report staged in the SA-*
       *> fields (kind, subject, target, excerpt) to the review queue.
       file-abuse-report.
           if function upper-case(function trim(sa-subject))
              = function upper-case(function trim(ws-current-username))
               move "You cannot report your own content." to ws-message
               perform display-info
               exit paragraph
           end-if

           move spaces to sa-reason
           perform until sa-reason not = spaces
               move "Reason for the report (max 100 chars, or 0 to cancel): " to ws-message
               perform display-prompt
               perform read-next-input
               if input-ended
                   exit paragraph
               end-if
               if function trim(ws-last-input) = "0"
                   move "Report cancelled." to ws-message
                   perform display-info
                   exit paragraph
               end-if
               if function length(function trim(ws-last-input)) > 100
                   move "WARNING: Reason is too long! Truncating to 100 characters." to ws-message
                   perform display-info
                   move ws-last-input(1:100) to sa-reason
               else
                   move function trim(ws-last-input) to sa-reason
               end-if
               if sa-reason = spaces
                   move "A reason is required." to ws-message
                   perform display-error
               end-if
           end-perform

           perform get-next-report-id

           open extend abuse-reports-file
           if ws-abuse-status = "35"
               open output abuse-reports-file
               close abuse-reports-file
               open extend abuse-reports-file
           end-if
           if ws-abuse-status not = "00"
               move "Could not open abuse reports file." to ws-message
               perform display-error
               exit paragraph
           end-if
           move ws-abr-next-id to abr-id
           move function current-date(1:14) to abr-stamp
           move function trim(ws-current-username) to abr-reporter
           move sa-kind    to abr-kind
           move sa-subject to abr-subject
           move sa-target  to abr-target
           move sa-excerpt to abr-excerpt
           move sa-reason  to abr-reason
           move "O"        to abr-status
           write abuse-report-record
           close abuse-reports-file

           move ws-abr-next-id to ws-rpt-num-edit
           move spaces to ws-message
           string
               "Report #" delimited by size
               function trim(ws-rpt-num-edit) delimited by size
               " submitted. An administrator will review it." delimited by size
             into ws-message
           end-string
           perform display-success
           exit paragraph.

       *> One past the highest report number on file (1 for the first).
       get-next-report-id.
           move 0 to ws-abr-next-id
           move 'N' to ws-abuse-eof
           open input abuse-reports-file
           if ws-abuse-status = "00"
               perform until abuse-file-ended
                   read abuse-reports-file next record
                       at end set abuse-file-ended to true
                       not at end
                           if abr-id > ws-abr-next-id
                               move abr-id to ws-abr-next-id
                           end-if
                   end-read
               end-perform
           end-if
           close abuse-reports-file
           add 1 to ws-abr-next-id
           exit paragraph.

*> ==== People You May Know (connection suggestions) ====
       *> Suggests students the current user is not yet connected to,
       *> best first: each mutual connection counts most, then a shared
       *> school, major or graduation year.  Left out: existing
       *> connections, anyone with a request pending either way,
       *> deactivated accounts, people this user declined, and anyone
       *> on either side of a block.  A suggestion can be sent a
       *> connection request in one step.
       people-you-may-know.
           perform build-suggestion-pool
           move 'N' to ws-pk-menu-done
           perform until suggestion-menu-done
               move "People You May Know" to ws-message
               perform display-title
               perform list-suggestions
               if ws-pk-shown = 0
                   move "No suggestions right now. Check back as your network grows." to ws-message
                   perform display-info
                   set suggestion-menu-done to true
               else
                   display ws-line-separator
                   perform write-separator
                   move "Enter a number to send a connection request, or 0 to go back: " to ws-message
                   perform display-prompt
                   perform read-next-input
                   if input-ended
                      or function trim(ws-last-input) = "0"
                      or function trim(ws-last-input) = spaces
                       set suggestion-menu-done to true
                   else
                       move function numval(ws-last-input) to ws-pk-pick
                       if ws-pk-pick < 1 or ws-pk-pick > ws-pk-shown
                           move "Invalid option. Please try again" to ws-message
                           perform display-error
                       else
                           move ws-pk-shown-at(ws-pk-pick) to ws-pk-i
                           move ws-current-username to ws-input-username
                           move pk-user(ws-pk-i) to ws-found-username
                           perform send-connection-request
*>                         Requested (or refused for a reason that will
*>                         not change this visit): off the list.
                           move 0 to pk-score(ws-pk-i)
                       end-if
                   end-if
               end-if
           end-perform
           move "MAIN-MENU" to ws-program-state
           exit paragraph.

       *> Gathers and scores every candidate into ws-pk-table.
       build-suggestion-pool.
           move 0 to ws-pk-count
           move 0 to ws-pk-mine-count
           move 0 to ws-pk-excl-count
           move function upper-case(function trim(ws-current-username))
             to ws-pk-me
           perform load-my-block-list
           perform suggest-load-my-connections
           perform suggest-load-exclusions
           perform suggest-credit-mutuals
           perform suggest-match-profiles
           perform suggest-drop-inactive
           exit paragraph.

       *> The current user's connections (uppercased) into ws-pk-mine.
       suggest-load-my-connections.
           move 'N' to ws-conns-eof
           open input connections-file
           if ws-connections-status not = "00"
               close connections-file
               exit paragraph
           end-if
           perform until conns-file-ended
               read connections-file
                   at end set conns-file-ended to true
                   not at end
                       move spaces to ws-pk-other
                       if function upper-case(function trim(conn-user-a)) = ws-pk-me
                           move function upper-case(function trim(conn-user-b))
                             to ws-pk-other
                       else
                           if function upper-case(function trim(conn-user-b)) = ws-pk-me
                               move function upper-case(function trim(conn-user-a))
                                 to ws-pk-other
                           end-if
                       end-if
                       if ws-pk-other not = spaces
                          and ws-pk-mine-count < MAX-SUGGEST-POOL
                           add 1 to ws-pk-mine-count
                           move ws-pk-other to ws-pk-mine(ws-pk-mine-count)
                       end-if
               end-read
           end-perform
           close connections-file
           exit paragraph.

       *> Pending requests either way and the people this user
       *> declined (uppercased) into ws-pk-excl.
       suggest-load-exclusions.
           move 'N' to ws-requests-eof
           open input pending-requests-file
           if ws-requests-status = "00"
               perform until requests-file-ended
                   read pending-requests-file next record
                       at end set requests-file-ended to true
                       not at end
                           move spaces to ws-pk-other
                           if function upper-case(function trim(req-sender)) = ws-pk-me
                               move function upper-case(function trim(req-recipient))
                                 to ws-pk-other
                           else
                               if function upper-case(function trim(req-recipient)) = ws-pk-me
                                   move function upper-case(function trim(req-sender))
                                     to ws-pk-other
                               end-if
                           end-if
                           perform suggest-add-exclusion
                   end-read
               end-perform
           end-if
           close pending-requests-file

           move 'N' to ws-declines-eof
           open input declines-file
           if ws-declines-status = "00"
               perform until declines-file-ended
                   read declines-file
                       at end set declines-file-ended to true
                       not at end
                           move spaces to ws-pk-other
                           if function upper-case(function trim(dcl-decliner)) = ws-pk-me
                               move function upper-case(function trim(dcl-declined))
                                 to ws-pk-other
                           end-if
                           perform suggest-add-exclusion
                   end-read
               end-perform
           end-if
           close declines-file
           exit paragraph.

       suggest-add-exclusion.
           if ws-pk-other not = spaces
              and ws-pk-excl-count < MAX-SUGGEST-POOL
               add 1 to ws-pk-excl-count
               move ws-pk-other to ws-pk-excl(ws-pk-excl-count)
           end-if
           exit paragraph.

       *> Is ws-pk-other (uppercased) someone who can never be
       *> suggested - this user, a connection, excluded, or blocked
       *> either way?  Result in suggestion-ruled-out.
       suggest-check-ruled-out.
           move 'N' to ws-pk-out-flag
           if ws-pk-other = spaces or ws-pk-other = ws-pk-me
               set suggestion-ruled-out to true
               exit paragraph
           end-if
           perform varying ws-pk-j from 1 by 1
                   until ws-pk-j > ws-pk-mine-count or suggestion-ruled-out
               if ws-pk-mine(ws-pk-j) = ws-pk-other
                   set suggestion-ruled-out to true
               end-if
           end-perform
           perform varying ws-pk-j from 1 by 1
                   until ws-pk-j > ws-pk-excl-count or suggestion-ruled-out
               if ws-pk-excl(ws-pk-j) = ws-pk-other
                   set suggestion-ruled-out to true
               end-if
           end-perform
           if not suggestion-ruled-out
               move ws-pk-other to ws-blk-check-user
               perform check-hidden-by-block
               if user-hidden-by-block
                   set suggestion-ruled-out to true
               end-if
           end-if
           exit paragraph.

       *> Finds (or adds) ws-pk-other in ws-pk-table; its index in
       *> ws-pk-i, 0 when the pool is full.
       suggest-find-candidate.
           move 0 to ws-pk-i
           perform varying ws-pk-j from 1 by 1
                   until ws-pk-j > ws-pk-count or ws-pk-i > 0
               if function upper-case(pk-user(ws-pk-j)) = ws-pk-other
                   move ws-pk-j to ws-pk-i
               end-if
           end-perform
           if ws-pk-i = 0 and ws-pk-count < MAX-SUGGEST-POOL
               add 1 to ws-pk-count
               move ws-pk-count to ws-pk-i
               move ws-pk-other-name to pk-user(ws-pk-i)
               move spaces to pk-name(ws-pk-i)
               move 0 to pk-mutual(ws-pk-i)
               move "N" to pk-same-school(ws-pk-i)
               move "N" to pk-same-major(ws-pk-i)
               move "N" to pk-same-year(ws-pk-i)
               move 0 to pk-score(ws-pk-i)
           end-if
           exit paragraph.

       *> One pass over the connections file: every connection of one
       *> of this user's connections is a friend of a friend, and
       *> each such link is one more mutual connection.
       suggest-credit-mutuals.
           if ws-pk-mine-count = 0
               exit paragraph
           end-if
           move 'N' to ws-conns-eof
           open input connections-file
           if ws-connections-status not = "00"
               close connections-file
               exit paragraph
           end-if
           perform until conns-file-ended
               read connections-file
                   at end set conns-file-ended to true
                   not at end
                       move conn-user-a to ws-pk-via
                       move conn-user-b to ws-pk-other-name
                       perform suggest-credit-one-link
                       move conn-user-b to ws-pk-via
                       move conn-user-a to ws-pk-other-name
                       perform suggest-credit-one-link
               end-read
           end-perform
           close connections-file
           exit paragraph.

       *> ws-pk-via is connected to ws-pk-other-name; when ws-pk-via is
       *> one of this user's connections, credit the other side.
       suggest-credit-one-link.
           move 'N' to ws-pk-via-flag
           perform varying ws-pk-j from 1 by 1
                   until ws-pk-j > ws-pk-mine-count or via-is-my-connection
               if ws-pk-mine(ws-pk-j)
                  = function upper-case(function trim(ws-pk-via))
                   set via-is-my-connection to true
               end-if
           end-perform
           if not via-is-my-connection
               exit paragraph
           end-if
           move function upper-case(function trim(ws-pk-other-name)) to ws-pk-other
           perform suggest-check-ruled-out
           if suggestion-ruled-out
               exit paragraph
           end-if
           perform suggest-find-candidate
           if ws-pk-i > 0
               add 1 to pk-mutual(ws-pk-i)
           end-if
           exit paragraph.

       *> One pass over the profiles: names every candidate and adds
       *> anyone sharing this user's school, major or graduation year.
       suggest-match-profiles.
           move spaces to ws-pk-my-school
           move spaces to ws-pk-my-major
           move 0 to ws-pk-my-year
           open input profiles-file
           if ws-profiles-status not = "00"
               close profiles-file
               exit paragraph
           end-if
           move ws-current-username to profile-username
           read profiles-file
               invalid key
                   continue
               not invalid key
                   move function upper-case(function trim(profile-school))
                     to ws-pk-my-school
                   move function upper-case(function trim(profile-major))
                     to ws-pk-my-major
                   move profile-grad-year to ws-pk-my-year
           end-read

           move 'N' to ws-profiles-eof
           move low-values to profile-username
           start profiles-file key not < profile-username
               invalid key
                   set profiles-file-ended to true
           end-start
           perform until profiles-file-ended
               read profiles-file next record
                   at end set profiles-file-ended to true
                   not at end
                       perform suggest-match-one-profile
               end-read
           end-perform
           close profiles-file
           exit paragraph.

       suggest-match-one-profile.
           move profile-username to ws-pk-other-name
           move function upper-case(function trim(profile-username)) to ws-pk-other
           move 'N' to ws-pk-share-flag
           if ws-pk-my-school not = spaces
              and function upper-case(function trim(profile-school)) = ws-pk-my-school
               set shares-something to true
           end-if
           if ws-pk-my-major not = spaces
              and function upper-case(function trim(profile-major)) = ws-pk-my-major
               set shares-something to true
           end-if
           if ws-pk-my-year > 0 and profile-grad-year = ws-pk-my-year
               set shares-something to true
           end-if

           *> Already a candidate (mutual connections) or shares
           *> something; otherwise not worth suggesting.
           move 0 to ws-pk-i
           perform varying ws-pk-j from 1 by 1
                   until ws-pk-j > ws-pk-count or ws-pk-i > 0
               if function upper-case(pk-user(ws-pk-j)) = ws-pk-other
                   move ws-pk-j to ws-pk-i
               end-if
           end-perform
           if ws-pk-i = 0
               if not shares-something
                   exit paragraph
               end-if
               perform suggest-check-ruled-out
               if suggestion-ruled-out
                   exit paragraph
               end-if
               perform suggest-find-candidate
               if ws-pk-i = 0
                   exit paragraph
               end-if
           end-if

           move spaces to pk-name(ws-pk-i)
           string
               function trim(profile-first-name) delimited by size
               " " delimited by size
               function trim(profile-last-name) delimited by size
             into pk-name(ws-pk-i)
           end-string
           if ws-pk-my-school not = spaces
              and function upper-case(function trim(profile-school)) = ws-pk-my-school
               move "Y" to pk-same-school(ws-pk-i)
           end-if
           if ws-pk-my-major not = spaces
              and function upper-case(function trim(profile-major)) = ws-pk-my-major
               move "Y" to pk-same-major(ws-pk-i)
           end-if
           if ws-pk-my-year > 0 and profile-grad-year = ws-pk-my-year
               move "Y" to pk-same-year(ws-pk-i)
           end-if
           exit paragraph.

       *> Scores every candidate, dropping accounts that are gone or
       *> deactivated.
       suggest-drop-inactive.
           open input accounts-file
           if ws-userdata-status not = "00"
               close accounts-file
               exit paragraph
           end-if
           perform varying ws-pk-i from 1 by 1 until ws-pk-i > ws-pk-count
               compute pk-score(ws-pk-i) = pk-mutual(ws-pk-i) * 3
               if pk-same-school(ws-pk-i) = "Y"
                   add 2 to pk-score(ws-pk-i)
               end-if
               if pk-same-major(ws-pk-i) = "Y"
                   add 2 to pk-score(ws-pk-i)
               end-if
               if pk-same-year(ws-pk-i) = "Y"
                   add 1 to pk-score(ws-pk-i)
               end-if
               move pk-user(ws-pk-i) to username
               read accounts-file
                   invalid key
                       move 0 to pk-score(ws-pk-i)
                   not invalid key
                       if acct-is-deactivated
                           move 0 to pk-score(ws-pk-i)
                       end-if
               end-read
           end-perform
           close accounts-file
           exit paragraph.

       *> Shows up to MAX-SUGGESTIONS-SHOWN candidates, highest score
       *> first, numbering them in ws-pk-shown-at for the pick.
       list-suggestions.
           move 0 to ws-pk-shown
           perform varying ws-pk-i from 1 by 1 until ws-pk-i > ws-pk-count
               move "N" to pk-listed(ws-pk-i)
           end-perform
           perform until ws-pk-shown >= MAX-SUGGESTIONS-SHOWN
               move 0 to ws-pk-best
               move 0 to ws-pk-best-score
               perform varying ws-pk-i from 1 by 1 until ws-pk-i > ws-pk-count
                   if pk-listed(ws-pk-i) not = "Y"
                      and pk-score(ws-pk-i) > ws-pk-best-score
                       move ws-pk-i to ws-pk-best
                       move pk-score(ws-pk-i) to ws-pk-best-score
                   end-if
               end-perform
               if ws-pk-best = 0
                   exit perform
               end-if
               move "Y" to pk-listed(ws-pk-best)
               add 1 to ws-pk-shown
               move ws-pk-best to ws-pk-shown-at(ws-pk-shown)
               perform show-one-suggestion
           end-perform
           exit paragraph.

       show-one-suggestion.
           move ws-pk-shown to ws-rpt-num-edit
           move spaces to ws-message
           if pk-name(ws-pk-best) = spaces
               string
                   function trim(ws-rpt-num-edit) delimited by size
                   ". " delimited by size
                   function trim(pk-user(ws-pk-best)) delimited by size
                 into ws-message
               end-string
           else
               string
                   function trim(ws-rpt-num-edit) delimited by size
                   ". " delimited by size
                   function trim(pk-name(ws-pk-best)) delimited by size
                   " (" delimited by size
                   function trim(pk-user(ws-pk-best)) delimited by size
                   ")" delimited by size
                 into ws-message
               end-string
           end-if
           perform display-option

           move spaces to ws-pk-reason
           move 1 to ws-pk-ptr
           move pk-mutual(ws-pk-best) to ws-rpt-num-edit
           string
               "     " delimited by size
               function trim(ws-rpt-num-edit) delimited by size
               " mutual connection(s)" delimited by size
             into ws-pk-reason
             with pointer ws-pk-ptr
           end-string
           if pk-same-school(ws-pk-best) = "Y"
               string "; same school" delimited by size
                 into ws-pk-reason with pointer ws-pk-ptr
               end-string
           end-if
           if pk-same-major(ws-pk-best) = "Y"
               string "; same major" delimited by size
                 into ws-pk-reason with pointer ws-pk-ptr
               end-string
           end-if
           if pk-same-year(ws-pk-best) = "Y"
               string "; same graduation year" delimited by size
                 into ws-pk-reason with pointer ws-pk-ptr
               end-string
           end-if
           move ws-pk-reason to ws-message
           perform display-line
           exit paragraph.

       *> Remembers that the current user declined ws-current-sender's
       *> request, so People You May Know stops suggesting them.
       record-declined-request.
           open extend declines-file
           if ws-declines-status = "35"
               open output declines-file
               close declines-file
               open extend declines-file
           end-if
           if ws-declines-status not = "00"
               exit paragraph
           end-if
           move function trim(ws-current-username) to dcl-decliner
           move function trim(ws-current-sender) to dcl-declined
           move function current-date(1:14) to dcl-stamp
           write decline-record
           close declines-file
           exit paragraph.

*> ==== Messages (direct messages between connected users) ====
       handle-messages-menu.
           move "Messages" to ws-message
           perform display-title
           move "1. Send a Message" to ws-message
           perform display-option
           move "2. View My Inbox" to ws-message
           perform display-option
           display ws-line-separator
           perform write-separator
           move "3. Go Back to Main Menu" to ws-message
           perform display-special-option
           display ws-line-separator
           perform write-separator
           move "Enter your choice: " to ws-message
           perform display-prompt
           perform read-user-choice
           if ws-user-choice = '1'
               perform send-direct-message
               move "MESSAGES-MENU" to ws-program-state
           else if ws-user-choice = '2'
               perform view-message-inbox
               move "MESSAGES-MENU" to ws-program-state
           else if ws-user-choice = '3'
               move "MAIN-MENU" to ws-program-state
           else
               move "Invalid option. Please try again" to ws-message
               perform display-error
               move "MESSAGES-MENU" to ws-program-state
           end-if.

       *> Prompts for a recipient and a short message.  Only users the
       *> sender is connected with may be messaged; the recipient is
       *> validated against connections-file through the same
       *> check-already-connected used by send-connection-request.
       send-direct-message.
           move "Send a message to (username, or 0 to go back): " to ws-message
           perform display-prompt
           perform read-next-input
           if input-ended
               exit paragraph
           end-if
           if function trim(ws-last-input) = "0"
               exit paragraph
           end-if
           move function trim(ws-last-input) to ws-found-username

           if function upper-case(function trim(ws-found-username))
              = function upper-case(function trim(ws-current-username))
               move "You cannot message yourself." to ws-message
               perform display-info
               exit paragraph
           end-if

           move function trim(ws-current-username) to ws-input-username
           perform check-block-between
           if blocked-by-them
               move "You cannot message this user." to ws-message
               perform display-error
               exit paragraph
           end-if
           if blocked-by-me
               move "You have blocked this user; unblock them first to message them." to ws-message
               perform display-info
               exit paragraph
           end-if

           perform check-already-connected
           if not users-already-connected
               move "You can only message users in your network." to ws-message
               perform display-error
               exit paragraph
           end-if

           move spaces to ws-msg-text-in
           perform until ws-msg-text-in not = spaces
               move "Message (max 200 chars): " to ws-message
               perform display-prompt
               perform read-next-input
               if input-ended
                   exit paragraph
               end-if
               if function length(function trim(ws-last-input)) > MAX-MESSAGE-TEXT
                   move "WARNING: Message is too long! Truncating to 200 characters." to ws-message
                   perform display-info
                   move ws-last-input(1:MAX-MESSAGE-TEXT) to ws-msg-text-in
               else
                   move function trim(ws-last-input) to ws-msg-text-in
               end-if
               if ws-msg-text-in = spaces
                   move "Message text is required." to ws-message
                   perform display-error
               end-if
           end-perform

           open i-o messages-file
           if ws-messages-status = "35"
               open output messages-file
               close messages-file
               open i-o messages-file
           end-if
           if ws-messages-status not = "00"
               move "Could not open messages file." to ws-message
               perform display-error
               exit paragraph
           end-if

           move function trim(ws-current-username) to msg-sender
           move function trim(ws-found-username) to msg-recipient
           move function current-date to msg-sent-time
           move "N" to msg-read
           move ws-msg-text-in to msg-text
           *> Recipient plus sent-time is the key; on the rare
           *> same-hundredth collision, re-stamp and try again.
           move 0 to ws-msg-retry
           write message-record
               invalid key
                   perform until ws-msg-retry >= 3
                           or ws-messages-status = "00"
                       add 1 to ws-msg-retry
                       move function current-date to msg-sent-time
                       write message-record
                           invalid key
                               continue
                       end-write
                   end-perform
           end-write
           if ws-messages-status not = "00"
               close messages-file
               move "Could not store the message; please try again." to ws-message
               perform display-error
               exit paragraph
           end-if
           close messages-file

           move "MSG-ADD" to ws-journal-action
           move spaces to ws-journal-data
           move message-record to ws-journal-data
           perform journal-mutation

           move "Message sent." to ws-message
           perform display-success
           exit paragraph.

       *> Lists the current user's received messages newest-first,
       *> flagging the ones not yet read, then marks everything shown
       *> as read.  The file is keyed on recipient plus sent-time, so
       *> one recipient's messages come back in time order and the
       *> last match is the newest; each one is re-located by its
       *> match position, the same rescan-by-index approach
       *> load-selected-name-match uses for profiles.
       view-message-inbox.
           move "Your Inbox" to ws-message
           perform display-title

           move 0 to ws-msg-count
           move 0 to ws-msg-unread-count
           move 'N' to ws-messages-eof
           open input messages-file
           evaluate ws-messages-status
               when "00" continue
               when "35"
                   move "You have no messages." to ws-message
                   perform display-info
                   close messages-file
                   exit paragraph
               when other
                   move "Messages file error." to ws-message
                   perform display-error
                   close messages-file
                   exit paragraph
           end-evaluate

           perform until messages-file-ended
               read messages-file next record
                   at end set messages-file-ended to true
                   not at end
                       if function upper-case(function trim(msg-recipient))
                          = function upper-case(function trim(ws-current-username))
                           add 1 to ws-msg-count
                           if not msg-was-read
                               add 1 to ws-msg-unread-count
                           end-if
                       end-if
               end-read
           end-perform
           close messages-file

           if ws-msg-count = 0
               move "You have no messages." to ws-message
               perform display-info
               exit paragraph
           end-if

           move ws-msg-count to ws-rpt-num-edit
           move spaces to ws-message
           string
               "You have " delimited by size
               function trim(ws-rpt-num-edit) delimited by size
               " message(s), " delimited by size
             into ws-message
           end-string
           move ws-msg-unread-count to ws-rpt-num-edit
           move ws-message to ws-temp-message
           move spaces to ws-message
           string
               function trim(ws-temp-message) delimited by size
               " " delimited by size
               function trim(ws-rpt-num-edit) delimited by size
               " unread." delimited by size
             into ws-message
           end-string
           perform display-info

           perform varying ws-msg-index from ws-msg-count by -1
                   until ws-msg-index < 1
               perform display-inbox-message-at-index
           end-perform

           if ws-msg-unread-count > 0
               perform mark-my-messages-read
           end-if

           *> Any message shown can be reported to the admin review
           *> queue by the number it was listed under.
           move "Report a message? Enter its number, or press Enter to skip: " to ws-message
           perform display-prompt
           perform read-next-input
           if input-ended
              or function trim(ws-last-input) = spaces
              or function trim(ws-last-input) = "0"
               exit paragraph
           end-if
           move function numval(ws-last-input) to ws-selected-index
           if ws-selected-index < 1 or ws-selected-index > ws-msg-count
               move "Invalid selection. Please try again." to ws-message
               perform display-error
               exit paragraph
           end-if
           compute ws-msg-index = ws-msg-count - ws-selected-index + 1
           perform load-inbox-message-at-index
           if sa-target = spaces
               move "That message could not be found." to ws-message
               perform display-error
               exit paragraph
           end-if
           perform file-abuse-report
           exit paragraph.

       *> Stages the ws-msg-index'th message addressed to the current
       *> user (same counting as display-inbox-message-at-index) as a
       *> message report; sa-target stays spaces if it is gone.
       load-inbox-message-at-index.
           move "M" to sa-kind
           move spaces to sa-subject
           move spaces to sa-target
           move spaces to sa-excerpt
           move 0 to ws-list-count
           move 'N' to ws-messages-eof
           open input messages-file
           if ws-messages-status not = "00"
               close messages-file
               exit paragraph
           end-if
           perform until messages-file-ended
               read messages-file next record
                   at end set messages-file-ended to true
                   not at end
                       if function upper-case(function trim(msg-recipient))
                          = function upper-case(function trim(ws-current-username))
                           add 1 to ws-list-count
                           if ws-list-count = ws-msg-index
                               move msg-sender to sa-subject
                               move msg-key    to sa-target
                               move msg-text   to sa-excerpt
                               set messages-file-ended to true
                           end-if
                       end-if
               end-read
           end-perform
           close messages-file
           exit paragraph.

       *> Re-reads messages-file and displays the ws-msg-index'th
       *> message addressed to the current user (counted in file
       *> order); view-message-inbox drives this index from newest
       *> to oldest.
       display-inbox-message-at-index.
           move 0 to ws-list-count
           move 'N' to ws-messages-eof
           open input messages-file
           if ws-messages-status not = "00"
               close messages-file
               exit paragraph
           end-if
           perform until messages-file-ended
               read messages-file next record
                   at end set messages-file-ended to true
                   not at end
                       if function upper-case(function trim(msg-recipient))
                          = function upper-case(function trim(ws-current-username))
                           add 1 to ws-list-count
                           if ws-list-count = ws-msg-index
                               *> Listed newest first, numbered in
                               *> that order for the report prompt.
                               compute ws-rpt-num-edit =
                                   ws-msg-count - ws-msg-index + 1
                               move spaces to ws-message
                               if msg-was-read
                                   string
                                       function trim(ws-rpt-num-edit) delimited by size
                                       ") From: " delimited by size
                                       function trim(msg-sender) delimited by size
                                       "  (sent " delimited by size
                                       msg-sent-time(1:8) delimited by size
                                       " " delimited by size
                                       msg-sent-time(9:4) delimited by size
                                       ")" delimited by size
                                     into ws-message
                                   end-string
                               else
                                   string
                                       function trim(ws-rpt-num-edit) delimited by size
                                       ") [NEW] From: " delimited by size
                                       function trim(msg-sender) delimited by size
                                       "  (sent " delimited by size
                                       msg-sent-time(1:8) delimited by size
                                       " " delimited by size
                                       msg-sent-time(9:4) delimited by size
                                       ")" delimited by size
                                     into ws-message
                                   end-string
                               end-if
                               perform display-line
                               move spaces to ws-message
                               string
                                   "  " delimited by size
                                   function trim(msg-text) delimited by size
                                 into ws-message
                               end-string
                               perform display-line
                               set messages-file-ended to true
                           end-if
                       end-if
               end-read
           end-perform
           close messages-file
           exit paragraph.

       *> Flips the read flag on every message addressed to the
       *> current user.  The file is keyed now, so each unread
       *> message is rewritten in place - one record touched per
       *> flip instead of the whole file passing through a temp swap.
       mark-my-messages-read.
           move spaces to ws-messages-status
           open i-o messages-file
           if ws-messages-status not = "00"
               close messages-file
               exit paragraph
           end-if

           move 'N' to ws-messages-eof
           perform until messages-file-ended
               read messages-file next record
                   at end set messages-file-ended to true
                   not at end
                       if not msg-was-read
                          and function upper-case(function trim(msg-recipient))
                            = function upper-case(function trim(ws-current-username))
                           move "Y" to msg-read
                           rewrite message-record
                       end-if
               end-read
           end-perform

           close messages-file
           move spaces to ws-messages-status
           exit paragraph.

      write-message.
          move ws-message to output-record
          write output-record.


      write-blank-line.
          move ws-blank-line to output-record
          write output-record.


      write-separator.
          move ws-line-separator to output-record
          write output-record.


*>    A - profile menu routines
      handle-profile-menu.
          perform check-profile-exists
          if profile-found
              move "Editing your existing profile..." to ws-message
              perform display-info
              perform edit-profile
          else
              move "Creating new profile..." to ws-message
              perform display-info
              perform create-profile
          end-if
          move "MAIN-MENU" to ws-program-state.


      view-profile.
            perform check-profile-exists
            if ws-profile-found = 'Y'
                move "Your Profile" to ws-profile-header
                perform render-profile
            else
                move "No profile found. Please create a profile first." to ws-message
                perform display-info
            end-if
            move "MAIN-MENU" to ws-program-state.

      *> ===================== Profile Rendering (no reset) =====================
       render-profile.
        *> Print header only if caller provided one
        if ws-profile-header not = spaces
            move function trim(ws-profile-header) to ws-message
            perform display-title
        end-if

        *> First Name
        if ws-profile-first-name not = spaces
            move "First Name" to ws-label
            move ws-profile-first-name to ws-value
            perform display-labeled-line
        end-if

        *> Last Name
        if ws-profile-last-name not = spaces
            move "Last Name" to ws-label
            move ws-profile-last-name to ws-value
            perform display-labeled-line
        end-if

        *> University/College
        if ws-profile-school not = spaces
            move "University/College" to ws-label
            move ws-profile-school to ws-value
            perform display-labeled-line
        end-if

        *> Major
        if ws-profile-major not = spaces
            move "Major" to ws-label
            move ws-profile-major to ws-value
            perform display-labeled-line
        end-if

        *> Graduation Year
        if ws-profile-grad-year not = spaces and ws-profile-grad-year not = zeros
            move "Graduation Year" to ws-label
            move ws-profile-grad-year to ws-value
            perform display-labeled-line
        end-if

        *> About Me
        if ws-profile-about not = spaces
            move "About Me" to ws-label
            move ws-profile-about to ws-value
            perform display-labeled-line
        end-if

        *> spacer before lists
        move spaces to ws-message
        perform display-info

        *> -------- Experience(s) --------
        move "Experience(s):" to ws-message
        perform display-info
        perform varying ws-i from 1 by 1 until ws-i > MAX-PROFILE-ENTRIES
            if ws-exp-title(ws-i) not = spaces
                *> Job Title
                move "Job Title" to ws-label
                move ws-exp-title(ws-i) to ws-value
                perform display-labeled-line
                *> Company
                if ws-exp-company(ws-i) not = spaces
                    move "Company" to ws-label
                    move ws-exp-company(ws-i) to ws-value
                    perform display-labeled-line
                end-if
                *> Dates Worked
                if ws-exp-dates(ws-i) not = spaces
                    move "Dates Worked" to ws-label
                    move ws-exp-dates(ws-i) to ws-value
                    perform display-labeled-line
                end-if
                *> Description (optional)
                if ws-exp-desc(ws-i) not = spaces
                    move "Description" to ws-label
                    move ws-exp-desc(ws-i) to ws-value
                    perform display-labeled-line
                end-if

                *> blank line between entries
                move spaces to ws-message
                perform display-info
            end-if
        end-perform


        *> Education(s)
        move "Education(s):" to ws-message
        perform display-info
        perform varying ws-i from 1 by 1 until ws-i > MAX-PROFILE-ENTRIES
            if ws-edu-degree(ws-i) not = spaces
                *> Degree
                move "Degree" to ws-label
                move ws-edu-degree(ws-i) to ws-value
                perform display-labeled-line
                *> School
                move "School" to ws-label
                move ws-edu-school(ws-i) to ws-value
                perform display-labeled-line
                *> Years
                if ws-edu-years(ws-i) not = spaces
                    move "Years" to ws-label
                    move ws-edu-years(ws-i) to ws-value
                    perform display-labeled-line
                end-if
                *> blank line between entries
                move spaces to ws-message
                perform display-info
            end-if
        end-perform

        *> Completed Skills (only shown when there are any)
        perform render-completed-skills

        *> Endorsements from connections (only shown when there are any)
        perform render-endorsements

       move spaces to ws-profile-header
        exit paragraph.

      *> Lists every skill ws-profile-owner has completed, by name,
      *> as a Completed Skills section; profiles with none on file
      *> skip the section entirely like the other optional sections.
      render-completed-skills.
          if function trim(ws-profile-owner) = spaces
              exit paragraph
          end-if
          move 0 to ws-skill-lines-shown
          move 'N' to ws-skilldone-eof
          open input skill-done-file
          if ws-skilldone-status not = "00"
              close skill-done-file
              exit paragraph
          end-if
          perform until skill-done-file-ended
              read skill-done-file next record
                  at end set skill-done-file-ended to true
                  not at end
                      if function upper-case(function trim(sd-username))
                         = function upper-case(function trim(ws-profile-owner))
                          if ws-skill-lines-shown = 0
                              move "Completed Skills:" to ws-message
                              perform display-info
                          end-if
                          add 1 to ws-skill-lines-shown
                          perform skill-code-to-name
                          move spaces to ws-message
                          string
                              " - " delimited by size
                              function trim(ws-skill-name) delimited by size
                            into ws-message
                          end-string
                          perform display-line
                      end-if
              end-read
          end-perform
          close skill-done-file
          exit paragraph.

      *> Maps the skill code in sd-skill-code to the name shown on the
      *> Learn a New Skill menu; unknown codes fall back to the code.
      skill-code-to-name.
          evaluate function trim(sd-skill-code)
              when "TIME"
                  move "Time Management" to ws-skill-name
              when "COMM"
                  move "Professional Communication and Networking" to ws-skill-name
              when "CODE"
                  move "Coding" to ws-skill-name
              when "FIN"
                  move "Financial Literacy" to ws-skill-name
              when "PHYS"
                  move "Physical Wellbeing" to ws-skill-name
              when other
                  move sd-skill-code to ws-skill-name
          end-evaluate
          exit paragraph.

      *> ===================== Endorsements =====================
      *> Rolls ws-profile-owner's endorsements up by item and shows
      *> each with its count and endorser names; profiles with none
      *> on file skip the section like the other optional sections.
      render-endorsements.
          if function trim(ws-profile-owner) = spaces
              exit paragraph
          end-if
          move 0 to ws-endg-count
          move 'N' to ws-endg-overflow
          move 'N' to ws-endorse-eof
          open input endorsements-file
          if ws-endorse-status not = "00"
              close endorsements-file
              exit paragraph
          end-if
          perform until endorsements-file-ended
              read endorsements-file next record
                  at end set endorsements-file-ended to true
                  not at end
                      if function upper-case(function trim(end-owner))
                         = function upper-case(function trim(ws-profile-owner))
                          perform tally-one-endorsement
                      end-if
              end-read
          end-perform
          close endorsements-file

          if ws-endg-count = 0
              exit paragraph
          end-if

          move "Endorsements:" to ws-message
          perform display-info
          perform varying ws-endg-i from 1 by 1
                  until ws-endg-i > ws-endg-count
*>            ws-skill-name is wide enough for the longest skill name
*>            and any experience title; ws-label (30 chars) is not.
              if endg-kind(ws-endg-i) = "S"
                  move endg-item(ws-endg-i)(1:8) to sd-skill-code
                  perform skill-code-to-name
              else
                  move endg-item(ws-endg-i) to ws-skill-name
              end-if
              move endg-num(ws-endg-i) to ws-rpt-num-edit
              move spaces to ws-message
              string
                  " - " delimited by size
                  function trim(ws-skill-name) delimited by size
                  " (" delimited by size
                  function trim(ws-rpt-num-edit) delimited by size
                  "): " delimited by size
                  function trim(endg-names(ws-endg-i)) delimited by size
                into ws-message
              end-string
              perform display-line
          end-perform
          if endorse-group-table-full
              move "(more endorsed items than this section can show)" to ws-message
              perform display-line
          end-if
          exit paragraph.

      *> Adds the endorsement record just read to the per-item
      *> rollup, collecting endorser names as it goes.
      tally-one-endorsement.
          perform endorser-display-name
          move 'N' to ws-rpt-found
          perform varying ws-endg-i from 1 by 1
                  until ws-endg-i > ws-endg-count or report-entry-found
              if endg-kind(ws-endg-i) = end-kind
                 and function upper-case(function trim(endg-item(ws-endg-i)))
                   = function upper-case(function trim(end-item))
                  add 1 to endg-num(ws-endg-i)
                  move spaces to ws-temp-message
                  string
                      function trim(endg-names(ws-endg-i)) delimited by size
                      ", " delimited by size
                      function trim(ws-value) delimited by size
                    into ws-temp-message
                  end-string
                  move ws-temp-message to endg-names(ws-endg-i)
                  set report-entry-found to true
              end-if
          end-perform
          if not report-entry-found
              if ws-endg-count < MAX-ENDORSE-GROUPS
                  add 1 to ws-endg-count
                  move end-kind to endg-kind(ws-endg-count)
                  move end-item to endg-item(ws-endg-count)
                  move 1 to endg-num(ws-endg-count)
                  move ws-value to endg-names(ws-endg-count)
              else
                  set endorse-group-table-full to true
              end-if
          end-if
          exit paragraph.

      *> The name an endorser is shown under: first and last name
      *> from their keyed profile when one exists, otherwise their
      *> username.  Result in ws-value.
      endorser-display-name.
          move function trim(end-endorser) to ws-value
          open input profiles-file
          if ws-profiles-status = "00"
              move function trim(end-endorser) to profile-username
              read profiles-file
                  invalid key
                      continue
                  not invalid key
                      if profile-first-name not = spaces
                         or profile-last-name not = spaces
                          move spaces to ws-value
                          string
                              function trim(profile-first-name)
                                  delimited by size
                              " " delimited by size
                              function trim(profile-last-name)
                                  delimited by size
                            into ws-value
                          end-string
                      end-if
              end-read
          end-if
          close profiles-file
          exit paragraph.

      *> Lets the current user endorse one completed skill or one
      *> experience entry on ws-found-username's profile.  Guards:
      *> never yourself, only established connections, and only once
      *> per item per endorser.  The recipient hears about it at
      *> their next login through queue-notification.
      endorse-profile-item.
          move function trim(ws-found-username) to ws-endorse-owner
          if function upper-case(function trim(ws-endorse-owner))
             = function upper-case(function trim(ws-current-username))
              move "You cannot endorse yourself." to ws-message
              perform display-info
              exit paragraph
          end-if

          move function trim(ws-current-username) to ws-input-username
          perform check-block-between
          if blocked-by-them
              move "You cannot endorse this user." to ws-message
              perform display-error
              exit paragraph
          end-if
          if blocked-by-me
              move "You have blocked this user; unblock them first to endorse them." to ws-message
              perform display-info
              exit paragraph
          end-if

          perform check-already-connected
          if not users-already-connected
              move "You can only endorse users in your network." to ws-message
              perform display-error
              exit paragraph
          end-if

          *> Everything endorsable: the owner's completed skills ...
          move 0 to ws-endi-count
          move 'N' to ws-skilldone-eof
          open input skill-done-file
          if ws-skilldone-status = "00"
              perform until skill-done-file-ended
                  read skill-done-file next record
                      at end set skill-done-file-ended to true
                      not at end
                          if function upper-case(function trim(sd-username))
                             = function upper-case(function trim(ws-endorse-owner))
                             and ws-endi-count < MAX-ENDORSE-ITEMS
                              add 1 to ws-endi-count
                              move "S" to endi-kind(ws-endi-count)
                              move sd-skill-code to endi-item(ws-endi-count)
                              perform skill-code-to-name
                              move ws-skill-name to endi-name(ws-endi-count)
                          end-if
                  end-read
              end-perform
          end-if
          close skill-done-file

          *> ... and their experience titles, straight off the keyed
          *> profile record.
          open input profiles-file
          if ws-profiles-status = "00"
              move ws-endorse-owner to profile-username
              read profiles-file
                  invalid key
                      continue
                  not invalid key
                      perform varying ws-i from 1 by 1
                              until ws-i > MAX-PROFILE-ENTRIES
                          if exp-title(ws-i) not = spaces
                             and ws-endi-count < MAX-ENDORSE-ITEMS
                              add 1 to ws-endi-count
                              move "E" to endi-kind(ws-endi-count)
                              move exp-title(ws-i) to endi-item(ws-endi-count)
                              move exp-title(ws-i) to endi-name(ws-endi-count)
                          end-if
                      end-perform
              end-read
          end-if
          close profiles-file

          if ws-endi-count = 0
              move "This user has no completed skills or experience entries to endorse." to ws-message
              perform display-info
              exit paragraph
          end-if

          move "Endorse a Skill or Experience" to ws-message
          perform display-title
          perform varying ws-endi-i from 1 by 1
                  until ws-endi-i > ws-endi-count
              move ws-endi-i to ws-num-2
              move ws-num-2 to ws-num-txt
              if endi-kind(ws-endi-i) = "S"
                  move "skill" to ws-value
              else
                  move "experience" to ws-value
              end-if
              move spaces to ws-message
              string
                  function trim(ws-num-txt) delimited by size
                  ") " delimited by size
                  function trim(endi-name(ws-endi-i)) delimited by size
                  "  (" delimited by size
                  function trim(ws-value) delimited by size
                  ")" delimited by size
                into ws-message
              end-string
              perform display-option
          end-perform
          move "Endorse which entry (0 to go back): " to ws-message
          perform display-prompt
          perform read-next-input
          if input-ended
              exit paragraph
          end-if
          move function numval(ws-last-input) to ws-endi-i
          if ws-endi-i = 0
              exit paragraph
          end-if
          if ws-endi-i < 1 or ws-endi-i > ws-endi-count
              move "Invalid selection. Please try again." to ws-message
              perform display-error
              exit paragraph
          end-if

          perform check-endorsement-exists
          if already-endorsed
              move "You have already endorsed that." to ws-message
              perform display-info
              exit paragraph
          end-if

          open extend endorsements-file
          if ws-endorse-status = "35"
              open output endorsements-file
              close endorsements-file
              open extend endorsements-file
          end-if
          if ws-endorse-status not = "00"
              move "Could not open endorsements file." to ws-message
              perform display-error
              exit paragraph
          end-if
          move ws-endorse-owner to end-owner
          move function trim(ws-current-username) to end-endorser
          move endi-kind(ws-endi-i) to end-kind
          move endi-item(ws-endi-i) to end-item
          write endorsement-record
          close endorsements-file

          move ws-endorse-owner to ws-notify-user
          if endi-kind(ws-endi-i) = "S"
              move "skill" to ws-value
          else
              move "experience" to ws-value
          end-if
          move spaces to ws-notify-text
          string
              function trim(ws-current-username) delimited by size
              " endorsed your " delimited by size
              function trim(ws-value) delimited by size
              " " delimited by size
              function trim(endi-name(ws-endi-i)) delimited by size
              "." delimited by size
            into ws-notify-text
          end-string
          perform queue-notification

          move "Endorsement recorded." to ws-message
          perform display-success
          exit paragraph.

      *> Has the current user already endorsed the picked item on
      *> ws-endorse-owner's profile?  Result in already-endorsed.
      check-endorsement-exists.
          move 'N' to ws-endorse-dup-flag
          move 'N' to ws-endorse-eof
          open input endorsements-file
          if ws-endorse-status not = "00"
              close endorsements-file
              exit paragraph
          end-if
          perform until endorsements-file-ended
              read endorsements-file next record
                  at end set endorsements-file-ended to true
                  not at end
                      if function upper-case(function trim(end-owner))
                         = function upper-case(function trim(ws-endorse-owner))
                         and function upper-case(function trim(end-endorser))
                           = function upper-case(function trim(ws-current-username))
                         and end-kind = endi-kind(ws-endi-i)
                         and function upper-case(function trim(end-item))
                           = function upper-case(function trim(endi-item(ws-endi-i)))
                          set already-endorsed to true
                          set endorsements-file-ended to true
                      end-if
              end-read
          end-perform
          close endorsements-file
          exit paragraph.

          check-profile-exists.
          move 'N' to ws-profile-found


          open input profiles-file
          evaluate ws-profiles-status
             when "00"
                continue
             when "35"
                *> file doesnâ€™t exist yet: treat as no profile, no error
                close profiles-file
                exit paragraph
             when other
                move "Profile file error" to ws-message
                perform display-error
                close profiles-file
                exit paragraph
          end-evaluate


          *> Profiles are keyed by username, so this is one direct
          *> read instead of the old front-to-back scan.
          move ws-input-username to profile-username
          read profiles-file
              invalid key
                  continue
              not invalid key
                  set profile-found to true
                  move profile-username to ws-profile-owner

                  *> moving required scalers
                  move profile-first-name to ws-profile-first-name
                  move profile-last-name  to ws-profile-last-name
                  move profile-school     to ws-profile-school
                  move profile-major      to ws-profile-major
                  move profile-grad-year  to ws-profile-grad-year


                  *> copy scalar
                  move profile-about to ws-profile-about


                  *> copy up to MAX-PROFILE-ENTRIES experience entries
                  perform varying ws-i from 1 by 1 until ws-i > MAX-PROFILE-ENTRIES
                      move exp-title   (ws-i) to ws-exp-title   (ws-i)
                      move exp-company (ws-i) to ws-exp-company (ws-i)
                      move exp-dates   (ws-i) to ws-exp-dates   (ws-i)
                      move exp-desc    (ws-i) to ws-exp-desc    (ws-i)
                  end-perform


                  *> copy up to MAX-PROFILE-ENTRIES education entries
                  perform varying ws-i from 1 by 1 until ws-i > MAX-PROFILE-ENTRIES
                      move edu-degree  (ws-i) to ws-edu-degree  (ws-i)
                      move edu-school  (ws-i) to ws-edu-school  (ws-i)
                      move edu-years   (ws-i) to ws-edu-years   (ws-i)
                  end-perform
          end-read
           close profiles-file.


          create-profile.
       *> optional: clear working fields so blanks don't keep stale data
       move spaces to ws-profile-about
       perform varying ws-i from 1 by 1 until ws-i > MAX-PROFILE-ENTRIES
           move spaces to ws-exp-title   (ws-i)
           move spaces to ws-exp-company (ws-i)
           move spaces to ws-exp-dates   (ws-i)
           move spaces to ws-exp-desc    (ws-i)
       end-perform
       perform varying ws-i from 1 by 1 until ws-i > MAX-PROFILE-ENTRIES
           move spaces to ws-edu-degree (ws-i)
           move spaces to ws-edu-school (ws-i)
           move spaces to ws-edu-years  (ws-i)
       end-perform


       perform collect-profile-input.


       *> write new profile record (keyed file: create on first use)
       open i-o profiles-file
       if ws-profiles-status = "35"
           open output profiles-file
           close profiles-file
           open i-o profiles-file
       end-if
       if ws-profiles-status not = "00"
           move "profile open failed" to ws-message
           perform display-error
           exit paragraph
       end-if


       move ws-input-username to profile-username
       move ws-profile-first-name to profile-first-name
       move ws-profile-last-name  to profile-last-name
       move ws-profile-school     to profile-school
       move ws-profile-major      to profile-major
       move ws-profile-grad-year  to profile-grad-year


       move ws-profile-about  to profile-about


       perform varying ws-i from 1 by 1 until ws-i > MAX-PROFILE-ENTRIES
           move ws-exp-title   (ws-i) to exp-title   (ws-i)
           move ws-exp-company (ws-i) to exp-company (ws-i)
           move ws-exp-dates   (ws-i) to exp-dates   (ws-i)
           move ws-exp-desc    (ws-i) to exp-desc    (ws-i)
       end-perform


       perform varying ws-i from 1 by 1 until ws-i > MAX-PROFILE-ENTRIES
           move ws-edu-degree  (ws-i) to edu-degree  (ws-i)
           move ws-edu-school  (ws-i) to edu-school  (ws-i)
           move ws-edu-years   (ws-i) to edu-years   (ws-i)
       end-perform


       write profile-record
           invalid key
               move "Could not save profile (already on file?)." to ws-message
               perform display-error
               close profiles-file
               exit paragraph
       end-write
       close profiles-file


       move "Profile created successfully!" to ws-message
       perform display-success.




      edit-profile.
       *> prompt for changes
       perform collect-profile-input.


       *> Profiles are keyed by username now, so an edit rewrites one
       *> record in place instead of copying the whole file through a
       *> temp file.
       move 'N' to ws-profile-updated
       open i-o profiles-file
       if ws-profiles-status not = "00"
           move "profile open failed" to ws-message
           perform display-error
           close profiles-file
           exit paragraph
       end-if


       move ws-input-username to profile-username
       move ws-profile-first-name to profile-first-name
       move ws-profile-last-name  to profile-last-name
       move ws-profile-school     to profile-school
       move ws-profile-major      to profile-major
       move ws-profile-grad-year  to profile-grad-year


       move ws-profile-about  to profile-about


       perform varying ws-i from 1 by 1 until ws-i > MAX-PROFILE-ENTRIES
           move ws-exp-title  (ws-i) to exp-title  (ws-i)
           move ws-exp-company(ws-i) to exp-company(ws-i)
           move ws-exp-dates  (ws-i) to exp-dates  (ws-i)
           move ws-exp-desc   (ws-i) to exp-desc   (ws-i)
       end-perform


       perform varying ws-i from 1 by 1 until ws-i > MAX-PROFILE-ENTRIES
           move ws-edu-degree (ws-i) to edu-degree (ws-i)
           move ws-edu-school (ws-i) to edu-school (ws-i)
           move ws-edu-years  (ws-i) to edu-years  (ws-i)
       end-perform


       end-if
   
       *> Scan profiles for every (trimmed, case-insensitive) name match
       perform load-my-block-list
       move 'N' to ws-name-match-found
       move 'N' to ws-profiles-eof
       move 0 to ws-name-match-count
                      and
                      function upper-case(function trim(profile-last-name))
                          = function upper-case(function trim(ws-search-last))
                       *> Either side of a block is left out of the
                       *> other's results.
                       move profile-username to ws-blk-check-user
                       perform check-hidden-by-block
                       if not user-hidden-by-block
                           set name-match-found to true
                           add 1 to ws-name-match-count

                           *> Show short line: "n) FirstName LastName  |  School  |  Major"
                           move spaces to ws-message
                           move ws-name-match-count to ws-num-2
                           move ws-num-2 to ws-num-txt

                           string
                                 function trim(ws-num-txt)            ") "     delimited by size
                                 function trim(profile-first-name)    " "      delimited by size
                                 function trim(profile-last-name)     "  |  "  delimited by size
                                 function trim(profile-school)        "  |  "  delimited by size
                                 function trim(profile-major)
                             into ws-message
                           end-string
                           perform display-option
                       end-if
                   end-if
           end-read
       end-perform
        perform display-option
        move "2. Endorse a Skill or Experience" to ws-message
        perform display-option
        move "3. Block This User" to ws-message
        perform display-option
        move "4. Report This Profile" to ws-message
        perform display-option
        move "5. Back to Main Menu" to ws-message
        perform display-option
        move "Enter your choice: " to ws-message
        perform display-prompt
        perform read-user-choice

        if ws-user-choice = '1'
            move function trim(ws-current-username) to ws-input-username
            perform send-connection-request
        end-if
        if ws-user-choice = '2'
            perform endorse-profile-item
        end-if
        if ws-user-choice = '3'
            perform block-user
        end-if
        if ws-user-choice = '4'
            perform report-viewed-profile
        end-if

        move "MAIN-MENU" to ws-program-state.

                      and
                      function upper-case(function trim(profile-last-name))
                          = function upper-case(function trim(ws-search-last))
                       move profile-username to ws-blk-check-user
                       perform check-hidden-by-block
                       if not user-hidden-by-block
                           add 1 to ws-list-count
                       end-if
                       if not user-hidden-by-block
                          and ws-list-count = ws-selected-index
                           move profile-first-name to ws-profile-first-name
                           move profile-last-name  to ws-profile-last-name
                           move profile-school     to ws-profile-school
       exit paragraph.


      *> ===================== Directory Search =====================
      *> Finds people by what is on their profile rather than their
      *> exact name: school and major as case-insensitive substrings,
      *> graduation year exactly, completed skill from the skill-done
      *> file - any combination, all given criteria must hold.
      *> Matches are paged DIR-PAGE-SIZE at a time and a picked match
      *> gets the same render-profile/connect flow the name search
      *> offers.
      directory-search.
          move "Directory Search" to ws-message
          perform display-title
          move "Enter any combination of criteria; press Enter to skip one." to ws-message
          perform display-info

          move spaces to ws-dir-school
          move spaces to ws-dir-major
          move 0 to ws-dir-year
          move 'N' to ws-dir-year-flag
          move spaces to ws-dir-skill

          move "School contains: " to ws-message
          perform display-prompt
          perform read-next-input
          if input-ended
              exit paragraph
          end-if
          move function trim(ws-last-input) to ws-dir-school

          move "Major contains: " to ws-message
          perform display-prompt
          perform read-next-input
          if input-ended
              exit paragraph
          end-if
          move function trim(ws-last-input) to ws-dir-major

          move 'N' to ws-year-valid-flag
          perform until year-valid
              move "Graduation year (yyyy): " to ws-message
              perform display-prompt
              perform read-next-input
              if input-ended
                  exit paragraph
              end-if
              compute ws-year-len = function length(function trim(ws-last-input))
              if ws-year-len = 0
                  set year-valid to true
              else
                  if ws-year-len = 4
                      move function trim(ws-last-input) to ws-grad-year-text
                      move spaces to ws-temp-message
                      move ws-grad-year-text to ws-temp-message(1:4)
                      inspect ws-temp-message(1:4)
                          converting '0123456789' to '0000000000'
                      if ws-temp-message(1:4) = "0000"
                          move ws-grad-year-text to ws-year-num
                          if ws-year-num >= 1900 and ws-year-num <= 2100
                              move ws-year-num to ws-dir-year
                              set dir-year-given to true
                              set year-valid to true
                          else
                              move "Please enter a 4-digit year between 1900 and 2100." to ws-message
                              perform display-error
                          end-if
                      else
                          move "Please use digits only (yyyy)." to ws-message
                          perform display-error
                      end-if
                  else
                      move "Please enter a valid 4-digit year (yyyy)." to ws-message
                      perform display-error
                  end-if
              end-if
          end-perform

          move "Completed skill code (TIME/COMM/CODE/FIN/PHYS): " to ws-message
          perform display-prompt
          perform read-next-input
          if input-ended
              exit paragraph
          end-if
          move function upper-case(function trim(ws-last-input)) to ws-dir-skill

          if ws-dir-school = spaces and ws-dir-major = spaces
             and not dir-year-given and ws-dir-skill = spaces
              move "Enter at least one search criterion." to ws-message
              perform display-error
              exit paragraph
          end-if

          perform load-my-block-list
          move 0 to ws-dir-count
          move 'N' to ws-dir-overflow
          move 'N' to ws-profiles-eof
          open input profiles-file
          evaluate ws-profiles-status
              when "00"
                  continue
              when "35"
                  move "No profiles match your search." to ws-message
                  perform display-info
                  close profiles-file
                  exit paragraph
              when other
                  move "Profile file error while searching." to ws-message
                  perform display-error
                  close profiles-file
                  exit paragraph
          end-evaluate

          perform until profiles-file-ended
              read profiles-file next record
                  at end
                      set profiles-file-ended to true
                  not at end
                      perform directory-row-matches
                      if dir-row-matches
                          if ws-dir-count < MAX-DIR-MATCHES
                              add 1 to ws-dir-count
                              move profile-username
                                to ws-dir-user(ws-dir-count)
                          else
                              set dir-table-full to true
                          end-if
                      end-if
              end-read
          end-perform
          close profiles-file

          if ws-dir-count = 0
              move "No profiles match your search." to ws-message
              perform display-info
              exit paragraph
          end-if
          if dir-table-full
              move "(more matches than this search can hold; narrow the criteria to see the rest)" to ws-message
              perform display-info
          end-if

          move 1 to ws-dir-page-start
          move 'N' to ws-dir-done-flag
          perform until directory-paging-done
              perform display-directory-page
              move "Enter a number to view, N for next page, or 0 to go back: " to ws-message
              perform display-prompt
              perform read-next-input
              if input-ended
                  set directory-paging-done to true
              else
                  if function trim(ws-last-input) = "0"
                      set directory-paging-done to true
                  else
                      if function upper-case(function trim(ws-last-input)) = "N"
                          add DIR-PAGE-SIZE to ws-dir-page-start
                          if ws-dir-page-start > ws-dir-count
                              move "Back to the first page of results." to ws-message
                              perform display-info
                              move 1 to ws-dir-page-start
                          end-if
                      else
                          move function numval(ws-last-input) to ws-dir-i
                          if ws-dir-i >= 1 and ws-dir-i <= ws-dir-count
                              perform view-directory-match
                              set directory-paging-done to true
                          else
                              move "Invalid selection. Please try again." to ws-message
                              perform display-error
                          end-if
                      end-if
                  end-if
              end-if
          end-perform
          exit paragraph.

      *> Does the profiles-file record just read satisfy every given
      *> criterion?  Result in dir-row-matches.
      directory-row-matches.
          set dir-row-matches to true

*>        Either side of a block is left out of the other's results.
          move profile-username to ws-blk-check-user
          perform check-hidden-by-block
          if user-hidden-by-block
              move 'N' to ws-dir-hit-flag
              exit paragraph
          end-if

          if ws-dir-school not = spaces
              move function upper-case(profile-school) to ws-dir-field-upper
              move 0 to ws-filter-match-count
              inspect ws-dir-field-upper tallying ws-filter-match-count
                  for all function upper-case(function trim(ws-dir-school))
              if ws-filter-match-count = 0
                  move 'N' to ws-dir-hit-flag
              end-if
          end-if

          if dir-row-matches and ws-dir-major not = spaces
              move spaces to ws-dir-field-upper
              move function upper-case(profile-major) to ws-dir-field-upper
              move 0 to ws-filter-match-count
              inspect ws-dir-field-upper tallying ws-filter-match-count
                  for all function upper-case(function trim(ws-dir-major))
              if ws-filter-match-count = 0
                  move 'N' to ws-dir-hit-flag
              end-if
          end-if

          if dir-row-matches and dir-year-given
              if profile-grad-year not = ws-dir-year
                  move 'N' to ws-dir-hit-flag
              end-if
          end-if

          if dir-row-matches and ws-dir-skill not = spaces
              move profile-username to ws-skill-user
              move ws-dir-skill to ws-skill-code
              perform check-skill-completed
              if not skill-already-completed
                  move 'N' to ws-dir-hit-flag
              end-if
          end-if
          exit paragraph.

      *> Shows one page of directory matches, each line refreshed
      *> from the keyed profiles file.
      display-directory-page.
          display ws-line-separator
          perform write-separator
          perform varying ws-dir-i from ws-dir-page-start by 1
                  until ws-dir-i > ws-dir-count
                     or ws-dir-i >= ws-dir-page-start + DIR-PAGE-SIZE
              perform display-directory-entry
          end-perform
          move ws-dir-count to ws-rpt-num-edit
          move spaces to ws-message
          string
              "(" delimited by size
              function trim(ws-rpt-num-edit) delimited by size
              " match(es) in all)" delimited by size
            into ws-message
          end-string
          perform display-line
          exit paragraph.

      display-directory-entry.
          move spaces to ws-profile-first-name
          move spaces to ws-profile-last-name
          move spaces to ws-profile-school
          move spaces to ws-profile-major
          move 0 to ws-profile-grad-year
          open input profiles-file
          if ws-profiles-status = "00"
              move function trim(ws-dir-user(ws-dir-i)) to profile-username
              read profiles-file
                  invalid key
                      continue
                  not invalid key
                      move profile-first-name to ws-profile-first-name
                      move profile-last-name  to ws-profile-last-name
                      move profile-school     to ws-profile-school
                      move profile-major      to ws-profile-major
                      move profile-grad-year  to ws-profile-grad-year
              end-read
          end-if
          close profiles-file

*>        Directory matches run to MAX-DIR-MATCHES, past the 2-digit
*>        ws-num-2, so the label is edited through a wider field.
          move ws-dir-i to ws-rpt-num-edit
          move ws-profile-grad-year to ws-grad-year-text
          move spaces to ws-message
          string
              function trim(ws-rpt-num-edit)         ") "     delimited by size
              function trim(ws-profile-first-name)   " "      delimited by size
              function trim(ws-profile-last-name)    "  |  "  delimited by size
              function trim(ws-profile-school)       "  |  "  delimited by size
              function trim(ws-profile-major)        "  |  "  delimited by size
              ws-grad-year-text
            into ws-message
          end-string
          perform display-option
          exit paragraph.

      *> Renders the picked match's full profile and offers the same
      *> connection-request action the name search does.
      view-directory-match.
          move function trim(ws-dir-user(ws-dir-i)) to ws-found-username

          open input profiles-file
          if ws-profiles-status not = "00"
              close profiles-file
              move "Profile file error." to ws-message
              perform display-error
              exit paragraph
          end-if
          move function trim(ws-found-username) to profile-username
          read profiles-file
              invalid key
                  close profiles-file
                  move "That profile could not be found." to ws-message
                  perform display-error
                  exit paragraph
              not invalid key
                  move profile-username to ws-profile-owner
                  move profile-first-name to ws-profile-first-name
                  move profile-last-name  to ws-profile-last-name
                  move profile-school     to ws-profile-school
                  move profile-major      to ws-profile-major
                  move profile-grad-year  to ws-profile-grad-year
                  move profile-about      to ws-profile-about
                  perform varying ws-i from 1 by 1
                          until ws-i > MAX-PROFILE-ENTRIES
                      move exp-title   (ws-i) to ws-exp-title   (ws-i)
                      move exp-company (ws-i) to ws-exp-company (ws-i)
                      move exp-dates   (ws-i) to ws-exp-dates   (ws-i)
                      move exp-desc    (ws-i) to ws-exp-desc    (ws-i)
                  end-perform
                  perform varying ws-i from 1 by 1
                          until ws-i > MAX-PROFILE-ENTRIES
                      move edu-degree  (ws-i) to ws-edu-degree  (ws-i)
                      move edu-school  (ws-i) to ws-edu-school  (ws-i)
                      move edu-years   (ws-i) to ws-edu-years   (ws-i)
                  end-perform
          end-read
          close profiles-file

          move "User Profile" to ws-profile-header
          perform render-profile

          move "1. Send Connection Request" to ws-message
          perform display-option
          move "2. Endorse a Skill or Experience" to ws-message
          perform display-option
          move "3. Block This User" to ws-message
          perform display-option
          move "4. Report This Profile" to ws-message
          perform display-option
          move "5. Back to Main Menu" to ws-message
          perform display-option
          move "Enter your choice: " to ws-message
          perform display-prompt
          perform read-user-choice

          if ws-user-choice = '1'
              move function trim(ws-current-username) to ws-input-username
              perform send-connection-request
          end-if
          if ws-user-choice = '2'
              perform endorse-profile-item
          end-if
          if ws-user-choice = '3'
              perform block-user
          end-if
          if ws-user-choice = '4'
              perform report-viewed-profile
          end-if
          exit paragraph.

      collect-profile-input.
      *> ensure a clean slate if we are creating a new profile
       if not profile-found
           initialize ws-profile-data
       end-if
      *> first name (required)
       if profile-found
           move "First name (press enter to keep current): " to ws-message
           perform display-prompt
           perform read-next-input
           if not input-ended and function trim(ws-last-input) not = spaces
               move function trim(ws-last-input) to ws-profile-first-name
           end-if
       else
           perform until ws-profile-first-name not = spaces
               move "First name: " to ws-message
               perform display-prompt
               perform read-next-input
               if input-ended exit paragraph end-if
               move function trim(ws-last-input) to ws-profile-first-name
               if ws-profile-first-name = spaces
                   move "First name is required." to ws-message
                   perform display-error
               end-if
           end-perform
       end-if


       *> last name (required)
       if profile-found
           move "Last name (press enter to keep current): " to ws-message
           perform display-prompt
           perform read-next-input
           if not input-ended and function trim(ws-last-input) not = spaces
               move function trim(ws-last-input) to ws-profile-last-name
           end-if
       else
           perform until ws-profile-last-name not = spaces
               move "Last name: " to ws-message
               perform display-prompt
               perform read-next-input
               if input-ended exit paragraph end-if
               move function trim(ws-last-input) to ws-profile-last-name
               if ws-profile-last-name = spaces
                   move "Last name is required." to ws-message
                   perform display-error
               end-if
           end-perform
       end-if

       *> university/college attended (required)
       if profile-found
           move "University/college (press enter to keep current): " to ws-message
           perform display-prompt
           perform read-next-input
           if not input-ended and function trim(ws-last-input) not = spaces
               move function trim(ws-last-input) to ws-profile-school
           end-if
       else
           perform until ws-profile-school not = spaces
               move "University/college attended: " to ws-message
               perform display-prompt
               perform read-next-input
               if input-ended exit paragraph end-if
               move function trim(ws-last-input) to ws-profile-school
               if ws-profile-school = spaces
                   move "University/college is required." to ws-message
                   perform display-error
               end-if
           end-perform
       end-if

       *> major (required)
       if profile-found
           move "Major (press enter to keep current): " to ws-message
           perform display-prompt
           perform read-next-input
           if not input-ended and function trim(ws-last-input) not = spaces
               move function trim(ws-last-input) to ws-profile-major
           end-if
       else
           perform until ws-profile-major not = spaces
               move "Major: " to ws-message
               perform display-prompt
               perform read-next-input
               if input-ended exit paragraph end-if
               move function trim(ws-last-input) to ws-profile-major
               if ws-profile-major = spaces
                   move "Major is required." to ws-message
                   perform display-error
               end-if
           end-perform
       end-if
  
       *> graduation year (required, 4 digits)
       move 'N' to ws-year-valid-flag
       perform until year-valid
           if profile-found
               move "Graduation year (yyyy, press enter to keep current): " to ws-message
           else
               move "Graduation year (yyyy): " to ws-message
           end-if
           perform display-prompt
           perform read-next-input
           if input-ended
               exit paragraph
           end-if


           *> length of the TRIMMED expression (not the 80-char buffer!)
           compute ws-year-len = function length(function trim(ws-last-input))


           *> edit mode: Enter keeps current
           if profile-found and ws-year-len = 0
               set year-valid to true
           else
               if ws-year-len = 4
                   *> put exactly 4 chars into a 4-char scratch
                   move function trim(ws-last-input) to ws-grad-year-text


                   *> verify all 4 are digits (operate on first 4 only)
                   move spaces to ws-temp-message
                   move ws-grad-year-text to ws-temp-message(1:4)
                   inspect ws-temp-message(1:4)
                       converting '0123456789' to '0000000000'


                   if ws-temp-message(1:4) = "0000"
                       move ws-grad-year-text to ws-year-num
                       if ws-year-num >= 1900 and ws-year-num <= 2100
                           move ws-year-num to ws-profile-grad-year
                           set year-valid to true
                       else
                           move "Please enter a 4-digit year between 1900 and 2100." to ws-message
                           perform display-error
                       end-if
                   else
                       move "Please use digits only (yyyy)." to ws-message
                       perform display-error
                   end-if
               else
                   move "Please enter a valid 4-digit year (yyyy)." to ws-message
                   perform display-error
               end-if
           end-if
       end-perform


*>    About me
       move "About me (max 200 chars, Enter to keep/skip): " to ws-message
       perform display-prompt
       perform read-next-input
       if not input-ended
           compute ws-input-len = function length(function trim(ws-last-input))
           if ws-input-len > 0
               if ws-input-len > MAX-ABOUT
                   move "About text too long; trimming to 200 chars." to ws-message
                   perform display-info
                   move spaces to ws-profile-about
                   move ws-last-input(1:MAX-ABOUT) to ws-profile-about
               else
                   move spaces to ws-profile-about
                   move ws-last-input(1:ws-input-len) to ws-profile-about
               end-if
           end-if
       end-if

*>     Experiences
       *> ----- EXPERIENCE (Title adds a NEW row => Company and Dates REQUIRED) -----
        perform varying ws-i from 1 by 1 until ws-i > MAX-PROFILE-ENTRIES

            *> Remember whether this slot had a Title BEFORE any change
            move ws-exp-title(ws-i) to ws-prev-title

            string "Experience " ws-i " Title (or Enter to keep/skip): "
              delimited by size into ws-message
            perform display-prompt
            perform read-next-input
            if input-ended
                exit perform
            end-if

            move function trim(ws-last-input) to ws-temp-message
            compute ws-input-len = function length(function trim(ws-temp-message))

            *> A blank Title on a slot that had no prior entry means
            *> there is nothing more to add; stop here instead of
            *> working through the remaining empty slots.
            if ws-input-len = 0 and ws-prev-title = spaces
                exit perform
            end-if

            *> If user typed a new Title, set it
            if ws-input-len > 0
                if ws-input-len > MAX-EXP-TITLE
                    move "Title too long; trimming to 30 chars." to ws-message
                    perform display-info
                    move spaces to ws-exp-title(ws-i)
                    move ws-temp-message(1:MAX-EXP-TITLE) to ws-exp-title(ws-i)
                else
                    move spaces to ws-exp-title(ws-i)
                    move ws-temp-message(1:ws-input-len) to ws-exp-title(ws-i)
                end-if
            end-if

            *> If the slot now has a Title:
            if ws-exp-title(ws-i) not = spaces

                if ws-prev-title = spaces
                    *> ------- NEW ROW: REQUIRE COMPANY -------
                    perform until ws-exp-company(ws-i) not = spaces
                        move "Company (required): " to ws-message
                        perform display-prompt
                        perform read-next-input
                        if input-ended
                            exit perform
                        end-if
                        move function trim(ws-last-input) to ws-temp-message
                        compute ws-input-len = function length(function trim(ws-temp-message))
                        if ws-input-len = 0
                            move "Company is required when adding an experience." to ws-message
                            perform display-error
                        else
                            if ws-input-len > MAX-EXP-COMP
                                move "Company too long; trimming to 40 chars." to ws-message
                                perform display-info
                                move spaces to ws-exp-company(ws-i)
                                move ws-temp-message(1:MAX-EXP-COMP) to ws-exp-company(ws-i)
                            else
                                move spaces to ws-exp-company(ws-i)
                                move ws-temp-message(1:ws-input-len) to ws-exp-company(ws-i)
                            end-if
                        end-if
                    end-perform

                    *> ------- NEW ROW: REQUIRE DATES -------
                    perform until ws-exp-dates(ws-i) not = spaces
                        move "Dates (e.g., 2020-2024) (required): " to ws-message
                        perform display-prompt
                        perform read-next-input
                        if input-ended
                            exit perform
                        end-if
                        move function trim(ws-last-input) to ws-temp-message
                        compute ws-input-len = function length(function trim(ws-temp-message))
                        if ws-input-len = 0
                            move "Dates are required when adding an experience." to ws-message
                            perform display-error
                        else
                            if ws-input-len > MAX-EXP-DATES
                                move "Dates too long; trimming to 30 chars." to ws-message
                                perform display-info
                                move spaces to ws-exp-dates(ws-i)
                                move ws-temp-message(1:MAX-EXP-DATES) to ws-exp-dates(ws-i)
                            else
                                move spaces to ws-exp-dates(ws-i)
                                move ws-temp-message(1:ws-input-len) to ws-exp-dates(ws-i)
                            end-if
                        end-if
                    end-perform

                else
                    *> ------- EXISTING ROW: KEEP/SKIP ALLOWED -------
                    move "Company (Enter to keep/skip): " to ws-message
                    perform display-prompt
                    perform read-next-input
                    if input-ended
                        exit perform
                    end-if
                    move function trim(ws-last-input) to ws-temp-message
                    compute ws-input-len = function length(function trim(ws-temp-message))
                    if ws-input-len > 0
                        if ws-input-len > MAX-EXP-COMP
                            move "Company too long; trimming to 40 chars." to ws-message
                            perform display-info
                            move spaces to ws-exp-company(ws-i)
                            move ws-temp-message(1:MAX-EXP-COMP) to ws-exp-company(ws-i)
                        else
                            move spaces to ws-exp-company(ws-i)
                            move ws-temp-message(1:ws-input-len) to ws-exp-company(ws-i)
                        end-if
                    end-if

                    move "Dates (e.g., 2020-2024) (Enter to keep/skip): " to ws-message
                    perform display-prompt
                    perform read-next-input
                    if input-ended
                        exit perform
                    end-if
                    move function trim(ws-last-input) to ws-temp-message
                    compute ws-input-len = function length(function trim(ws-temp-message))
                    if ws-input-len > 0
                        if ws-input-len > MAX-EXP-DATES
                            move "Dates too long; trimming to 30 chars." to ws-message
                            perform display-info
                            move spaces to ws-exp-dates(ws-i)
                            move ws-temp-message(1:MAX-EXP-DATES) to ws-exp-dates(ws-i)
                        else
                            move spaces to ws-exp-dates(ws-i)
                            move ws-temp-message(1:ws-input-len) to ws-exp-dates(ws-i)
                        end-if
                    end-if
                end-if

                *> Description optional in both cases
                move "Description (Enter to keep/skip): " to ws-message
                perform display-prompt
                perform read-next-input
                if not input-ended
                    move function trim(ws-last-input) to ws-temp-message
                    compute ws-input-len = function length(function trim(ws-temp-message))
                    if ws-input-len > 0
                        if ws-input-len > MAX-EXP-DESC
                            move "Description too long; trimming to 120 chars." to ws-message
                            perform display-info
                            move spaces to ws-exp-desc(ws-i)
                            move ws-temp-message(1:MAX-EXP-DESC) to ws-exp-desc(ws-i)
                        else
                            move spaces to ws-exp-desc(ws-i)
                            move ws-temp-message(1:ws-input-len) to ws-exp-desc(ws-i)
                        end-if
                    end-if
                end-if

            end-if

        end-perform

*>    Educations
       *>    Educations (degree adds a NEW row => School and Years are REQUIRED)
       perform varying ws-i from 1 by 1 until ws-i > MAX-PROFILE-ENTRIES

           *> Ask for Degree (this is the â€œswitchâ€ that decides if a row exists)
           string "Education " ws-i " Degree (or Enter to keep/skip): " delimited by size
               into ws-message
           perform display-prompt
           perform read-next-input
           if input-ended
               exit perform
           end-if

           *> Remember whether this slot was empty BEFORE any change
           move ws-edu-degree(ws-i) to ws-prev-degree

           move function trim(ws-last-input) to ws-temp-message

           *> A blank Degree on a slot that had no prior entry means
           *> there is nothing more to add; stop here instead of
           *> working through the remaining empty slots.
           if ws-temp-message = spaces and ws-prev-degree = spaces
               exit perform
           end-if

           *> If the user typed a new Degree, set it
           if ws-temp-message not = spaces
               move ws-temp-message to ws-edu-degree(ws-i)
           end-if

           *> If the slot now has a Degree, we either:
           *>   - REQUIRE School/Years (if this was a NEW row), or
           *>   - allow keep/skip (if editing an existing row)
           if ws-edu-degree(ws-i) not = spaces

               if ws-prev-degree = spaces
                   *> ------- NEW ROW: REQUIRE SCHOOL -------
                   perform until ws-edu-school(ws-i) not = spaces
                       move "School (required): " to ws-message
                       perform display-prompt
                       perform read-next-input
                       if input-ended
                           exit perform
                       end-if
                       move function trim(ws-last-input) to ws-temp-message
                       if ws-temp-message = spaces
                           move "School is required when adding an education." to ws-message
                           perform display-error
                       else
                           move ws-temp-message to ws-edu-school(ws-i)
                       end-if
                   end-perform

                   *> ------- NEW ROW: REQUIRE YEARS -------
                   perform until ws-edu-years(ws-i) not = spaces
                       move "Years (e.g., 2016-2020) (required): " to ws-message
                       perform display-prompt
                       perform read-next-input
                       if input-ended
                           exit perform
                       end-if
                       move function trim(ws-last-input) to ws-temp-message
                       if ws-temp-message = spaces
                           move "Years are required when adding an education." to ws-message
                           perform display-error
                       else
                           move ws-temp-message to ws-edu-years(ws-i)
                       end-if
                   end-perform

               else
                   *> ------- EXISTING ROW: KEEP/SKIP ALLOWED -------
                   move "School (Enter to keep/skip): " to ws-message
                   perform display-prompt
                   perform read-next-input
                   if input-ended
                       exit perform
                   end-if
                   move function trim(ws-last-input) to ws-temp-message
                   if ws-temp-message not = spaces
                       move ws-temp-message to ws-edu-school(ws-i)
                   end-if

                   move "Years (e.g., 2016-2020) (Enter to keep/skip): " to ws-message
                   perform display-prompt
                   perform read-next-input
                   if input-ended
                       exit perform
                   end-if
                   move function trim(ws-last-input) to ws-temp-message
                   if ws-temp-message not = spaces
                       move ws-temp-message to ws-edu-years(ws-i)
                   end-if
               end-if

           end-if
       end-perform.

*>    ===================== Job Search/Posting Procedures =====================
      handle-job-search-menu.
          perform display-job-search-menu
          perform read-user-choice
          if ws-user-choice = '1'
              perform post-job
*>     No longer under construction - A (week 7)
          else if ws-user-choice = '2'
              perform browse-jobs
              move "JOB-SEARCH-MENU" to ws-program-state
          else if ws-user-choice = '3'
              perform view-my-applications
              move "JOB-SEARCH-MENU" to ws-program-state
          else if ws-user-choice = '4'
              perform view-my-postings
              move "JOB-SEARCH-MENU" to ws-program-state
          else if ws-user-choice = '5'
              perform recommend-jobs
              move "JOB-SEARCH-MENU" to ws-program-state
          else if ws-user-choice = '6'
              perform manage-saved-searches
              move "JOB-SEARCH-MENU" to ws-program-state
          else if ws-user-choice = '7'
              move "MAIN-MENU" to ws-program-state
          else
              move "Invalid option. Please try again" to ws-message
              perform display-error
              move "JOB-SEARCH-MENU" to ws-program-state
          end-if.

      display-job-search-menu.
          move "Job Search/Internship" to ws-message
          perform display-title
          move "1. Post a Job/Internship" to ws-message
          perform display-option
          move "2. Browse Jobs/Internships" to ws-message
          perform display-option
          move "3. View My Applications" to ws-message
          perform display-option
          move "4. My Postings (view applicants)" to ws-message
          perform display-option
          move "5. Recommended for Me" to ws-message
          perform display-option
          move "6. Saved Searches" to ws-message
          perform display-option
          display ws-line-separator
          perform write-separator
          move "7. Go Back to Main Menu" to ws-message
          perform display-special-option
          display ws-line-separator
          perform write-separator
          move "Enter your choice: " to ws-message
          perform display-prompt.

      *> =========================================================
      *>  My Postings - jobs this user posted, with the roster of
      *>  usernames that applied to each one (from applications-file)
      *> =========================================================
      view-my-postings.
          move 0 to ws-list-count
          move 0 to ws-close-count
          move "My Postings" to ws-message
          perform display-title

          open input jobs-file

          if ws-jobs-status = "35"
              move "You have not posted any jobs yet." to ws-message
              perform display-info
              close jobs-file
              exit paragraph
          end-if

          if ws-jobs-status not = "00"
              move "Error opening jobs file. Status: " to ws-message
              string ws-message ws-jobs-status into ws-message
              perform display-error
              close jobs-file
              exit paragraph
          end-if

          move 'N' to ws-jobs-eof
          perform until jobs-file-ended
              read jobs-file
                at end
                  move 'Y' to ws-jobs-eof
                not at end
                  if function upper-case(function trim(job-poster))
                     = function upper-case(function trim(ws-current-username))
                      add 1 to ws-list-count
                      move job-title    to sj-title
                      move job-employer to sj-employer
                      move job-location to sj-location
                      move job-id       to sj-job-id
                      move job-status   to sj-status
                      move job-close-date to sj-close-date
                      perform display-one-posting-roster
                  end-if
              end-read
          end-perform
          close jobs-file

          if ws-close-count > 0
              perform close-marked-postings
          end-if

          if ws-list-count = 0
              move "You have not posted any jobs yet." to ws-message
              perform display-info
          end-if.

      *> Displays one posted job (sj-title/sj-employer/sj-location) and
      *> the usernames of everyone who applied to it.
      display-one-posting-roster.
          display ws-line-separator
          perform write-separator
*>        Effective openness, same test job-posting-open applies when
*>        hiding postings from browsers: closed by the poster, lapsed
*>        past its close-by date, or still open.
          if sj-status = "C"
              move "[CLOSED]" to ws-value
          else
              move function current-date(1:8) to ws-today-date
              if function trim(sj-close-date) not = spaces
                 and sj-close-date < ws-today-date
                  move "[EXPIRED]" to ws-value
              else
                  move "[OPEN]" to ws-value
              end-if
          end-if
          move spaces to ws-message
          string
              "Job: "                    delimited by size
              function trim(sj-title)    delimited by size
              "  |  "                    delimited by size
              function trim(sj-employer) delimited by size
              "  |  "                    delimited by size
              function trim(sj-location) delimited by size
              "  "                       delimited by size
              function trim(ws-value)    delimited by size
            into ws-message
          end-string
          perform display-line
          if function trim(sj-close-date) not = spaces
              move spaces to ws-message
              string
                  "  Close-by date: "         delimited by size
                  function trim(sj-close-date) delimited by size
                into ws-message
              end-string
              perform display-line
          end-if

          perform load-screening-questions
          move 0 to ws-app-list-count
          open input applications-file
          if ws-app-status = "00"
              move 'N' to ws-app-eof
              perform until applications-file-ended
                  read applications-file next record
                    at end
                      move 'Y' to ws-app-eof
                    not at end
                      if (function trim(sj-job-id) not = spaces
                          and app-job-id = sj-job-id)
                        or (function trim(sj-job-id) = spaces
                          and function upper-case(function trim(app-job-title))
                            = function upper-case(function trim(sj-title))
                          and function upper-case(function trim(app-job-employer))
                            = function upper-case(function trim(sj-employer))
                          and function upper-case(function trim(app-job-location))
                            = function upper-case(function trim(sj-location)))
                          add 1 to ws-app-list-count
                          if function trim(app-status) = spaces
                              move "Applied" to ws-selected-status
                          else
                              move app-status to ws-selected-status
                          end-if
                          move spaces to ws-message
                          string
                              "  " delimited by size
                              ws-app-list-count delimited by size
                              ") " delimited by size
                              function trim(app-username) delimited by size
                              "  -  Status: " delimited by size
                              function trim(ws-selected-status) delimited by size
                            into ws-message
                          end-string
                          perform display-line
                          if ws-sq-count > 0
                              perform show-applicant-answers
                          end-if
                      end-if
                  end-read
              end-perform
              close applications-file
          else
              close applications-file
          end-if

          if ws-app-list-count = 0
              move "  (no applicants yet)" to ws-message
              perform display-line
              if sj-status not = "C"
                  move "Close this posting? (C to close, Enter to skip): " to ws-message
                  perform display-prompt
                  perform read-next-input
                  if input-ended
                      exit paragraph
                  end-if
                  if function upper-case(function trim(ws-last-input)) = "C"
                      perform stage-posting-close
                  end-if
              end-if
              exit paragraph
          end-if

          if sj-status = "C"
              move "Enter applicant number to update status, I to offer an interview, or 0 to skip: " to ws-message
          else
              move "Enter applicant number to update status, I to offer an interview, C to close this posting, or 0 to skip: " to ws-message
          end-if
          perform display-prompt
          perform read-next-input
          if input-ended
              exit paragraph
          end-if
          if sj-status not = "C"
             and function upper-case(function trim(ws-last-input)) = "C"
              perform stage-posting-close
              exit paragraph
          end-if
          if function upper-case(function trim(ws-last-input)) = "I"
              perform prompt-interview-offer
              exit paragraph
          end-if
          move function numval(ws-last-input) to ws-selected-index
          if ws-selected-index > 0 and ws-selected-index <= ws-app-list-count
              perform select-new-status
              if ws-selected-status not = spaces
                  perform update-application-status
              end-if
          end-if
          exit paragraph.

      *> Prints each screening question of the posting in ws-sq-table
      *> with app-username's answer beneath it.
      show-applicant-answers.
          perform varying ws-sq-i from 1 by 1 until ws-sq-i > ws-sq-count
              move spaces to sq-answer(ws-sq-i)
          end-perform
          open input app-answers-file
          if ws-answers-status = "00"
              move 'N' to ws-answers-eof
              perform until answers-file-ended
                  read app-answers-file
                      at end
                          set answers-file-ended to true
                      not at end
                          if ans-job-id = sj-job-id
                             and function upper-case(function trim(ans-username))
                               = function upper-case(function trim(app-username))
                             and ans-seq >= 1 and ans-seq <= ws-sq-count
                              move ans-text to sq-answer(ans-seq)
                          end-if
                  end-read
              end-perform
              close app-answers-file
          end-if
          perform varying ws-sq-i from 1 by 1 until ws-sq-i > ws-sq-count
              move spaces to ws-message
              string
                  "       Q" delimited by size
                  ws-sq-i delimited by size
                  ": " delimited by size
                  function trim(sq-text(ws-sq-i)) delimited by size
                into ws-message
              end-string
              perform display-line
              move spaces to ws-message
              if sq-answer(ws-sq-i) = spaces
                  move "       A: (no answer)" to ws-message
              else
                  string
                      "       A: " delimited by size
                      function trim(sq-answer(ws-sq-i)) delimited by size
                    into ws-message
                  end-string
              end-if
              perform display-line
          end-perform
          exit paragraph.

      *> The jobs file is still open for the My Postings sweep when a
      *> close is requested, so the request is only remembered here;
      *> view-my-postings applies every staged close in one rewrite
      *> after its read loop lets go of the file (see
      *> close-marked-postings).  Legacy postings without a job-id are
      *> identified by the same title/employer/location join used by
      *> display-one-posting-roster.
      stage-posting-close.
          if ws-close-count >= MAX-CLOSE-REQUESTS
              move "Too many postings closed in one visit; revisit My Postings for the rest." to ws-message
              perform display-error
              exit paragraph
          end-if
          add 1 to ws-close-count
          move sj-job-id   to cls-job-id(ws-close-count)
          move sj-title    to cls-title(ws-close-count)
          move sj-employer to cls-employer(ws-close-count)
          move sj-location to cls-location(ws-close-count)
          move "This posting will be closed." to ws-message
          perform display-info
          exit paragraph.

      *> Rewrites jobs-file once, marking every posting staged by
      *> stage-posting-close as closed.  Same delete-then-rename swap
      *> used by update-application-status.
      close-marked-postings.
          open input jobs-file
          if ws-jobs-status not = "00"
              move "Error opening jobs file. Status: " to ws-message
              string ws-message ws-jobs-status into ws-message
              perform display-error
              close jobs-file
              exit paragraph
          end-if
          open output temp-jobs-file

          move 'N' to ws-jobs-eof
          perform until jobs-file-ended
              read jobs-file
                at end
                  move 'Y' to ws-jobs-eof
                not at end
                  move job-title       to temp-job-title
                  move job-description to temp-job-description
                  move job-employer    to temp-job-employer
                  move job-location    to temp-job-location
                  move job-salary      to temp-job-salary
                  move job-poster      to temp-job-poster
                  move job-id          to temp-job-id
                  move job-status      to temp-job-status
                  move job-close-date  to temp-job-close-date

                  perform varying ws-i from 1 by 1
                          until ws-i > ws-close-count
                      if (function trim(cls-job-id(ws-i)) not = spaces
                          and job-id = cls-job-id(ws-i))
                        or (function trim(cls-job-id(ws-i)) = spaces
                          and function upper-case(function trim(job-poster))
                            = function upper-case(function trim(ws-current-username))
                          and function upper-case(function trim(job-title))
                            = function upper-case(function trim(cls-title(ws-i)))
                          and function upper-case(function trim(job-employer))
                            = function upper-case(function trim(cls-employer(ws-i)))
                          and function upper-case(function trim(job-location))
                            = function upper-case(function trim(cls-location(ws-i))))
                          move "C" to temp-job-status
*>                        Stamp when the close happened (unless a
*>                        close-by date is already on the row), so
*>                        run-archive-sweep can age the closed
*>                        posting against its cutoff instead of
*>                        sweeping it away mid-hiring.
                          if function trim(temp-job-close-date) = spaces
                              move function current-date(1:8)
                                to temp-job-close-date
                          end-if
                      end-if
                  end-perform

                  write temp-job-record
              end-read
          end-perform

          close jobs-file
          close temp-jobs-file

          move "InCollege-Jobs.txt" to ws-message
          call "CBL_DELETE_FILE" using ws-message

          move "InCollege-Jobs.tmp" to ws-message
          move "InCollege-Jobs.txt" to ws-user-choice
          call "CBL_RENAME_FILE" using ws-message, ws-user-choice

          move 0 to ws-close-count
          move "Posting(s) closed." to ws-message
          perform display-success
          exit paragraph.

      *> Prompts the poster for one of the four allowed application
      *> statuses; leaves ws-selected-status spaces on an invalid pick.
      select-new-status.
          move spaces to ws-selected-status
          move "1. Applied" to ws-message
          perform display-option
          move "2. Under Review" to ws-message
          perform display-option
          move "3. Accepted" to ws-message
          perform display-option
          move "4. Rejected" to ws-message
          perform display-option
          move "Enter new status: " to ws-message
          perform display-prompt
          perform read-user-choice
          evaluate ws-user-choice
              when '1'
                  move "Applied" to ws-selected-status
              when '2'
                  move "Under Review" to ws-selected-status
              when '3'
                  move "Accepted" to ws-selected-status
              when '4'
                  move "Rejected" to ws-selected-status
              when other
                  move "Invalid choice; status left unchanged." to ws-message
                  perform display-error
          end-evaluate
          exit paragraph.

      *> Replaces the status of the ws-selected-index'th applicant
      *> (counted among matches for sj-title/sj-employer/sj-location)
      *> with ws-selected-status.  The file is keyed now, so the one
      *> matching record is rewritten in place instead of the whole
      *> file passing through a temp swap.
      update-application-status.
          open i-o applications-file
          if ws-app-status not = "00"
              move "Error opening applications file. Status: " to ws-message
              string ws-message ws-app-status into ws-message
              perform display-error
              close applications-file
              exit paragraph
          end-if

          move 'N' to ws-jnl-pending-flag
          move spaces to ws-notify-user
          move 0 to ws-app-list-count
          move 'N' to ws-app-eof
          perform until applications-file-ended
              read applications-file next record
                at end
                  move 'Y' to ws-app-eof
                not at end
                  if (function trim(sj-job-id) not = spaces
                      and app-job-id = sj-job-id)
                    or (function trim(sj-job-id) = spaces
                      and function upper-case(function trim(app-job-title))
                        = function upper-case(function trim(sj-title))
                      and function upper-case(function trim(app-job-employer))
                        = function upper-case(function trim(sj-employer))
                      and function upper-case(function trim(app-job-location))
                        = function upper-case(function trim(sj-location)))
                      add 1 to ws-app-list-count
                      if ws-app-list-count = ws-selected-index
                          *> Remember who to tell at their next login,
                          *> but only when the status actually changed.
                          if function trim(app-status) not = function trim(ws-selected-status)
                              move ws-selected-status to app-status
                              move function current-date(1:14)
                                to app-status-time
                              rewrite application-record
                              *> Stage the journal entry now; it is
                              *> written once the file is closed.
                              move spaces to ws-journal-data
                              move application-record to ws-journal-data
                              set journal-entry-staged to true
                              move app-username to ws-notify-user
                              move spaces to ws-notify-text
                              string
                                  "Your application for " delimited by size
                                  function trim(app-job-title) delimited by size
                                  " is now " delimited by size
                                  function trim(ws-selected-status) delimited by size
                                  "." delimited by size
                                into ws-notify-text
                              end-string
                          end-if
                          move 'Y' to ws-app-eof
                      end-if
                  end-if
              end-read
          end-perform

          close applications-file

          if journal-entry-staged
              move "APP-STATUS" to ws-journal-action
              perform journal-mutation
              move 'N' to ws-jnl-pending-flag
          end-if

          if function trim(ws-notify-user) not = spaces
              perform queue-notification
          end-if

          move "Application status updated." to ws-message
          perform display-success
          exit paragraph.

      *> =========================================================
      *>  Interview scheduling - the poster offers up to three
      *>  date/time slots to one applicant on a posting's roster;
      *>  the applicant answers from View My Applications and both
      *>  sides hear the outcome through queue-notification.
      *> =========================================================

      *> Asks which roster applicant gets the offer (numbering as
      *> just listed by display-one-posting-roster) and hands off to
      *> offer-interview.
      prompt-interview-offer.
          move "Offer an interview to which applicant number: " to ws-message
          perform display-prompt
          perform read-next-input
          if input-ended
              exit paragraph
          end-if
          move function numval(ws-last-input) to ws-selected-index
          if ws-selected-index < 1
             or ws-selected-index > ws-app-list-count
              move "Invalid selection. Please try again." to ws-message
              perform display-error
              exit paragraph
          end-if
          perform find-selected-applicant
          if ws-ivw-applicant = spaces
              move "That applicant could not be found." to ws-message
              perform display-error
              exit paragraph
          end-if
          perform offer-interview
          exit paragraph.

      *> Re-reads applications-file and picks out the username of the
      *> ws-selected-index'th applicant for the posting in sj-*
      *> (counted with the same join display-one-posting-roster
      *> numbers the roster with).  Result in ws-ivw-applicant.
      find-selected-applicant.
          move spaces to ws-ivw-applicant
          move 0 to ws-app-list-count
          move 'N' to ws-app-eof
          open input applications-file
          if ws-app-status not = "00"
              close applications-file
              exit paragraph
          end-if
          perform until applications-file-ended
              read applications-file next record
                  at end
                      move 'Y' to ws-app-eof
                  not at end
                      if (function trim(sj-job-id) not = spaces
                          and app-job-id = sj-job-id)
                        or (function trim(sj-job-id) = spaces
                          and function upper-case(function trim(app-job-title))
                            = function upper-case(function trim(sj-title))
                          and function upper-case(function trim(app-job-employer))
                            = function upper-case(function trim(sj-employer))
                          and function upper-case(function trim(app-job-location))
                            = function upper-case(function trim(sj-location)))
                          add 1 to ws-app-list-count
                          if ws-app-list-count = ws-selected-index
                              move function trim(app-username)
                                to ws-ivw-applicant
                              move 'Y' to ws-app-eof
                          end-if
                      end-if
              end-read
          end-perform
          close applications-file
          exit paragraph.

      *> Collects the offered slots and writes the interview record
      *> for sj-* and ws-ivw-applicant; one open offer per
      *> job/applicant pair at a time.
      offer-interview.
          move 'N' to ws-ivw-found-flag
          move 'N' to ws-interviews-eof
          open input interviews-file
          if ws-interviews-status = "00"
              perform until interviews-file-ended
                  read interviews-file next record
                      at end set interviews-file-ended to true
                      not at end
                          if ivw-is-offered
                             and function upper-case(function trim(ivw-applicant))
                               = function upper-case(function trim(ws-ivw-applicant))
                             and ((function trim(sj-job-id) not = spaces
                                   and ivw-job-id = sj-job-id)
                               or (function trim(sj-job-id) = spaces
                                   and function upper-case(function trim(ivw-job-title))
                                     = function upper-case(function trim(sj-title))
                                   and function upper-case(function trim(ivw-poster))
                                     = function upper-case(function trim(ws-current-username))))
                              set interview-already-offered to true
                              set interviews-file-ended to true
                          end-if
                  end-read
              end-perform
          end-if
          close interviews-file
          if interview-already-offered
              move "An interview offer is already waiting for this applicant." to ws-message
              perform display-info
              exit paragraph
          end-if

          move spaces to ws-ivw-slots
          perform varying ws-ivw-slot-num from 1 by 1
                  until ws-ivw-slot-num > 3
              perform collect-one-interview-slot
              if input-ended
                  exit paragraph
              end-if
              if ws-ivw-slot(ws-ivw-slot-num) = spaces
                  exit perform
              end-if
          end-perform
          if ws-ivw-slot(1) = spaces
              exit paragraph
          end-if

          open extend interviews-file
          if ws-interviews-status = "35"
              open output interviews-file
              close interviews-file
              open extend interviews-file
          end-if
          if ws-interviews-status not = "00"
              move "Could not open interviews file. Status: " to ws-message
              string ws-message ws-interviews-status into ws-message
              perform display-error
              exit paragraph
          end-if

          move sj-job-id to ivw-job-id
          move sj-title to ivw-job-title
          move function trim(ws-current-username) to ivw-poster
          move ws-ivw-applicant to ivw-applicant
          perform varying ws-ivw-slot-num from 1 by 1
                  until ws-ivw-slot-num > 3
              move ws-ivw-slot(ws-ivw-slot-num)
                to ivw-slot(ws-ivw-slot-num)
          end-perform
          move "P" to ivw-status
          move 0 to ivw-chosen
          write interview-record
          close interviews-file

          move ws-ivw-applicant to ws-notify-user
          move spaces to ws-notify-text
          string
              function trim(ws-current-username) delimited by size
              " offered you an interview for " delimited by size
              function trim(sj-title) delimited by size
              "; respond from View My Applications." delimited by size
            into ws-notify-text
          end-string
          perform queue-notification

          move "Interview offer sent." to ws-message
          perform display-success
          exit paragraph.

      *> Reads one offered slot into ws-ivw-slot(ws-ivw-slot-num):
      *> yyyymmdd first so upcoming interviews can be judged against
      *> today, then the time as free text.  Slot 1 is required;
      *> Enter on a later slot ends the list.  Digits-only date
      *> validation matches prompt-job-close-date.
      collect-one-interview-slot.
          move 'N' to ws-year-valid-flag
          perform until year-valid
              move spaces to ws-message
              if ws-ivw-slot-num = 1
                  string
                      "Interview slot " delimited by size
                      ws-ivw-slot-num delimited by size
                      " (yyyymmdd then time, e.g. 20260910 1400): "
                          delimited by size
                    into ws-message
                  end-string
              else
                  string
                      "Interview slot " delimited by size
                      ws-ivw-slot-num delimited by size
                      " (yyyymmdd then time, Enter to finish): "
                          delimited by size
                    into ws-message
                  end-string
              end-if
              perform display-prompt
              perform read-next-input
              if input-ended
                  exit paragraph
              end-if
              compute ws-input-len = function length(function trim(ws-last-input))
              if ws-input-len = 0
                  if ws-ivw-slot-num = 1
                      move "At least one slot is required." to ws-message
                      perform display-error
                  else
                      move spaces to ws-ivw-slot(ws-ivw-slot-num)
                      set year-valid to true
                  end-if
              else
                  if ws-input-len < 8
                      move "The slot must start with its date (yyyymmdd)." to ws-message
                      perform display-error
                  else
                      move spaces to ws-temp-message
                      move ws-last-input(1:8) to ws-temp-message(1:8)
                      inspect ws-temp-message(1:8)
                          converting '0123456789' to '0000000000'
                      if ws-temp-message(1:8) not = "00000000"
                          move "The slot must start with its date (yyyymmdd)." to ws-message
                          perform display-error
                      else
                          if ws-input-len > 20
                              move "WARNING: Slot is too long! Truncating to 20 characters." to ws-message
                              perform display-info
                              move ws-last-input(1:20)
                                to ws-ivw-slot(ws-ivw-slot-num)
                          else
                              move ws-last-input(1:ws-input-len)
                                to ws-ivw-slot(ws-ivw-slot-num)
                          end-if
                          set year-valid to true
                      end-if
                  end-if
              end-if
          end-perform
          exit paragraph.

      *> Lists the current user's open interview offers after their
      *> applications and lets them accept a slot or decline; shown
      *> by view-my-applications.
      review-interview-offers.
          move 0 to ws-ivw-count
          move 'N' to ws-interviews-eof
          open input interviews-file
          if ws-interviews-status not = "00"
              close interviews-file
              exit paragraph
          end-if
          perform until interviews-file-ended
              read interviews-file next record
                  at end set interviews-file-ended to true
                  not at end
                      if ivw-is-offered
                         and function upper-case(function trim(ivw-applicant))
                           = function upper-case(function trim(ws-current-username))
                          if ws-ivw-count = 0
                              move "Interview Offers" to ws-message
                              perform display-title
                          end-if
                          add 1 to ws-ivw-count
                          move ws-ivw-count to ws-num-2
                          move ws-num-2 to ws-num-txt
                          move spaces to ws-message
                          string
                              function trim(ws-num-txt) delimited by size
                              ") " delimited by size
                              function trim(ivw-job-title) delimited by size
                              "  |  offered by " delimited by size
                              function trim(ivw-poster) delimited by size
                            into ws-message
                          end-string
                          perform display-line
                          perform varying ws-ivw-slot-num from 1 by 1
                                  until ws-ivw-slot-num > 3
                              if ivw-slot(ws-ivw-slot-num) not = spaces
                                  move spaces to ws-message
                                  string
                                      "   slot " delimited by size
                                      ws-ivw-slot-num delimited by size
                                      ": " delimited by size
                                      function trim(ivw-slot(ws-ivw-slot-num))
                                          delimited by size
                                    into ws-message
                                  end-string
                                  perform display-line
                              end-if
                          end-perform
                      end-if
              end-read
          end-perform
          close interviews-file

          if ws-ivw-count = 0
              exit paragraph
          end-if

          move "Respond to an offer? Enter offer number, or 0 to skip: " to ws-message
          perform display-prompt
          perform read-next-input
          if input-ended
              exit paragraph
          end-if
          move function numval(ws-last-input) to ws-ivw-index
          if ws-ivw-index = 0
              exit paragraph
          end-if
          if ws-ivw-index > ws-ivw-count
              move "Invalid selection. Please try again." to ws-message
              perform display-error
              exit paragraph
          end-if

          perform load-selected-interview-offer
          if ws-ivw-title = spaces
              exit paragraph
          end-if

          move "Accept which slot (1-3), D to decline, or 0 to skip: " to ws-message
          perform display-prompt
          perform read-next-input
          if input-ended
              exit paragraph
          end-if
          if function trim(ws-last-input) = "0"
              exit paragraph
          end-if
          move spaces to ws-ivw-new-status
          move 0 to ws-ivw-new-chosen
          move spaces to ws-ivw-chosen-slot
          if function upper-case(function trim(ws-last-input)) = "D"
              move "D" to ws-ivw-new-status
          else
              move function numval(ws-last-input) to ws-ivw-slot-num
              if ws-ivw-slot-num >= 1 and ws-ivw-slot-num <= 3
                 and ws-ivw-slot(ws-ivw-slot-num) not = spaces
                  move "A" to ws-ivw-new-status
                  move ws-ivw-slot-num to ws-ivw-new-chosen
                  move ws-ivw-slot(ws-ivw-slot-num) to ws-ivw-chosen-slot
              else
                  move "That is not one of the offered slots." to ws-message
                  perform display-error
                  exit paragraph
              end-if
          end-if

          perform apply-interview-response
          exit paragraph.

      *> Re-reads interviews-file and loads the ws-ivw-index'th open
      *> offer addressed to the current user (counted in file order)
      *> into the WS-IVW-* fields.
      load-selected-interview-offer.
          move spaces to ws-ivw-title
          move spaces to ws-ivw-poster
          move spaces to ws-ivw-job-id
          move spaces to ws-ivw-slots
          move 0 to ws-list-count
          move 'N' to ws-interviews-eof
          open input interviews-file
          if ws-interviews-status not = "00"
              close interviews-file
              exit paragraph
          end-if
          perform until interviews-file-ended
              read interviews-file next record
                  at end set interviews-file-ended to true
                  not at end
                      if ivw-is-offered
                         and function upper-case(function trim(ivw-applicant))
                           = function upper-case(function trim(ws-current-username))
                          add 1 to ws-list-count
                          if ws-list-count = ws-ivw-index
                              move ivw-job-title to ws-ivw-title
                              move ivw-poster to ws-ivw-poster
                              move ivw-job-id to ws-ivw-job-id
                              perform varying ws-ivw-slot-num from 1 by 1
                                      until ws-ivw-slot-num > 3
                                  move ivw-slot(ws-ivw-slot-num)
                                    to ws-ivw-slot(ws-ivw-slot-num)
                              end-perform
                              set interviews-file-ended to true
                          end-if
                      end-if
              end-read
          end-perform
          close interviews-file
          exit paragraph.

      *> Rewrites interviews-file recording the response to the
      *> ws-ivw-index'th open offer for the current user, then queues
      *> the outcome to both sides.  Same delete-then-rename swap
      *> used by remove-single-pending-request.
      apply-interview-response.
          move spaces to ws-interviews-status
          open input interviews-file
          if ws-interviews-status not = "00"
              close interviews-file
              exit paragraph
          end-if
          open output temp-interviews-file

          move 0 to ws-list-count
          move 'N' to ws-interviews-eof
          perform until interviews-file-ended
              read interviews-file next record
                  at end set interviews-file-ended to true
                  not at end
                      move ivw-job-id    to temp-ivw-job-id
                      move ivw-job-title to temp-ivw-job-title
                      move ivw-poster    to temp-ivw-poster
                      move ivw-applicant to temp-ivw-applicant
                      perform varying ws-ivw-slot-num from 1 by 1
                              until ws-ivw-slot-num > 3
                          move ivw-slot(ws-ivw-slot-num)
                            to temp-ivw-slot(ws-ivw-slot-num)
                      end-perform
                      move ivw-status to temp-ivw-status
                      move ivw-chosen to temp-ivw-chosen
                      if ivw-is-offered
                         and function upper-case(function trim(ivw-applicant))
                           = function upper-case(function trim(ws-current-username))
                          add 1 to ws-list-count
                          if ws-list-count = ws-ivw-index
                              move ws-ivw-new-status to temp-ivw-status
                              move ws-ivw-new-chosen to temp-ivw-chosen
                          end-if
                      end-if
                      write temp-interview-record
              end-read
          end-perform

          close interviews-file
          close temp-interviews-file

          move "InCollege-Interviews.txt" to ws-message
          call "CBL_DELETE_FILE" using ws-message
          move "InCollege-Interviews.tmp" to ws-message
          move "InCollege-Interviews.txt" to ws-user-choice
          call "CBL_RENAME_FILE" using ws-message, ws-user-choice
          move spaces to ws-interviews-status

          if ws-ivw-new-status = "A"
              move ws-ivw-poster to ws-notify-user
              move spaces to ws-notify-text
              string
                  function trim(ws-current-username) delimited by size
                  " accepted your interview offer for " delimited by size
                  function trim(ws-ivw-title) delimited by size
                  " (" delimited by size
                  function trim(ws-ivw-chosen-slot) delimited by size
                  ")." delimited by size
                into ws-notify-text
              end-string
              perform queue-notification
              move function trim(ws-current-username) to ws-notify-user
              move spaces to ws-notify-text
              string
                  "Interview for " delimited by size
                  function trim(ws-ivw-title) delimited by size
                  " confirmed for " delimited by size
                  function trim(ws-ivw-chosen-slot) delimited by size
                  "." delimited by size
                into ws-notify-text
              end-string
              perform queue-notification
              move "Interview accepted." to ws-message
              perform display-success
          else
              move ws-ivw-poster to ws-notify-user
              move spaces to ws-notify-text
              string
                  function trim(ws-current-username) delimited by size
                  " declined your interview offer for " delimited by size
                  function trim(ws-ivw-title) delimited by size
                  "." delimited by size
                into ws-notify-text
              end-string
              perform queue-notification
              move function trim(ws-current-username) to ws-notify-user
              move spaces to ws-notify-text
              string
                  "You declined the interview offer for " delimited by size
                  function trim(ws-ivw-title) delimited by size
                  "." delimited by size
                into ws-notify-text
              end-string
              perform queue-notification
              move "Interview declined." to ws-message
              perform display-success
          end-if
          exit paragraph.

      *> Lists the current user's accepted, not-yet-past interviews
      *> (as applicant or as poster) right after login, under the
      *> "Since your last visit" digest.
      show-upcoming-interviews.
          move 0 to ws-ivw-count
          move 'N' to ws-interviews-eof
          open input interviews-file
          if ws-interviews-status not = "00"
              close interviews-file
              exit paragraph
          end-if
          move function current-date(1:8) to ws-today-date
          perform until interviews-file-ended
              read interviews-file next record
                  at end set interviews-file-ended to true
                  not at end
                      if ivw-was-accepted
                         and ivw-chosen >= 1 and ivw-chosen <= 3
                         and (function upper-case(function trim(ivw-applicant))
                               = function upper-case(function trim(ws-current-username))
                           or function upper-case(function trim(ivw-poster))
                               = function upper-case(function trim(ws-current-username)))
                         and ivw-slot(ivw-chosen)(1:8) >= ws-today-date
                          if ws-ivw-count = 0
                              move "Upcoming Interviews" to ws-message
                              perform display-title
                          end-if
                          add 1 to ws-ivw-count
                          if function upper-case(function trim(ivw-applicant))
                             = function upper-case(function trim(ws-current-username))
                              move function trim(ivw-poster) to ws-value
                          else
                              move function trim(ivw-applicant) to ws-value
                          end-if
                          move spaces to ws-message
                          string
                              " - " delimited by size
                              function trim(ivw-job-title) delimited by size
                              " with " delimited by size
                              function trim(ws-value) delimited by size
                              " at " delimited by size
                              function trim(ivw-slot(ivw-chosen))
                                  delimited by size
                            into ws-message
                          end-string
                          perform display-line
                      end-if
              end-read
          end-perform
          close interviews-file
          exit paragraph.

      post-job.
          initialize ws-job-data
          move 0 to ws-sq-count
          
          move "Post a New Job" to ws-message
          perform display-title
          
          *> Job Title (required)
          perform until ws-job-title not = spaces
              move "Job Title: " to ws-message
              perform display-prompt
              perform read-next-input
              if input-ended 
                  move "JOB-SEARCH-MENU" to ws-program-state
                  exit paragraph
              end-if
              if function length(function trim(ws-last-input)) > 50
                  move "WARNING: Job title is too long! Truncating to 50 characters." to ws-message
                  perform display-info
                  move ws-last-input(1:50) to ws-job-title
              else
                  move function trim(ws-last-input) to ws-job-title
              end-if
              if ws-job-title = spaces
                  move "Job title is required." to ws-message
                  perform display-error
              end-if
          end-perform
          
          *> Job Description (required)
          perform until ws-job-description not = spaces
              move "Job Description (max 500 chars): " to ws-message
              perform display-prompt
              perform read-next-input
              if input-ended 
                  move "JOB-SEARCH-MENU" to ws-program-state
                  exit paragraph
              end-if
              if function length(function trim(ws-last-input)) > MAX-JOB-DESC
                  move "WARNING: Job description is too long! Truncating to 500 characters." to ws-message
                  perform display-info
                  move ws-last-input(1:MAX-JOB-DESC) to ws-job-description
              else
                  move function trim(ws-last-input) to ws-job-description
              end-if
              if ws-job-description = spaces
                  move "Job description is required." to ws-message
                  perform display-error
              end-if
          end-perform
          
          *> Employer (required)
          perform until ws-job-employer not = spaces
              move "Employer: " to ws-message
              perform display-prompt
              perform read-next-input
              if input-ended 
                  move "JOB-SEARCH-MENU" to ws-program-state
                  exit paragraph
              end-if
              if function length(function trim(ws-last-input)) > 50
                  move "WARNING: Employer name is too long! Truncating to 50 characters." to ws-message
                  perform display-info
                  move ws-last-input(1:50) to ws-job-employer
              else
                  move function trim(ws-last-input) to ws-job-employer
              end-if
              if ws-job-employer = spaces
                  move "Employer is required." to ws-message
                  perform display-error
              else
*>                Validate against the employer master so one employer
*>                stops appearing under four spellings.  A master hit
*>                stores the canonical name; an unknown name may be
*>                added on the spot or re-entered.  No master file on
*>                disk means no validation, as before.
                  move ws-job-employer to ws-emp-lookup-name
                  perform resolve-employer-name
                  if employer-master-on-file
                      if employer-on-file
                          if function trim(ws-emp-resolved-name)
                             not = function trim(ws-job-employer)
                              move spaces to ws-message
                              string
                                  "Using employer name on file: " delimited by size
                                  function trim(ws-emp-resolved-name) delimited by size
                                into ws-message
                              end-string
                              perform display-info
                          end-if
                          move ws-emp-resolved-name to ws-job-employer
                      else
                          move "That employer is not on the master file. Add it? (Y/N): " to ws-message
                          perform display-prompt
                          perform read-next-input
                          if input-ended
                              move "JOB-SEARCH-MENU" to ws-program-state
                              exit paragraph
                          end-if
                          if function upper-case(function trim(ws-last-input)) = "Y"
                              move ws-job-employer to ws-emp-new-name
                              perform add-employer-to-master
                          else
                              move "Please re-enter the employer as listed on the master file." to ws-message
                              perform display-info
                              move spaces to ws-job-employer
                          end-if
                      end-if
                  end-if
              end-if
          end-perform
          
          *> Location (required)
          perform until ws-job-location not = spaces
              move "Location: " to ws-message
              perform display-prompt
              perform read-next-input
              if input-ended 
                  move "JOB-SEARCH-MENU" to ws-program-state
                  exit paragraph
              end-if
              if function length(function trim(ws-last-input)) > 50
                  move "WARNING: Location is too long! Truncating to 50 characters." to ws-message
                  perform display-info
                  move ws-last-input(1:50) to ws-job-location
              else
                  move function trim(ws-last-input) to ws-job-location
              end-if
              if ws-job-location = spaces
                  move "Location is required." to ws-message
                  perform display-error
              end-if
          end-perform
          
          *> Salary (optional)
          move "Salary (optional, press Enter to skip): " to ws-message
          perform display-prompt
          perform read-next-input
          if not input-ended
              if function length(function trim(ws-last-input)) > 20
                  move "WARNING: Salary is too long! Truncating to 20 characters." to ws-message
                  perform display-info
                  move ws-last-input(1:20) to ws-job-salary
              else
                  move function trim(ws-last-input) to ws-job-salary
              end-if
          end-if

          *> Close-by date (optional) - after this date the posting no
          *> longer appears in Browse Jobs (see job-posting-open)
          perform prompt-job-close-date

          *> Screening questions (optional) - asked of every applicant
          *> and answered before the application is filed
          perform collect-screening-questions

          *> Save the job to file
          perform save-job
          if job-was-saved
              perform describe-parsed-salary
          end-if
          
          move "Job posted successfully!" to ws-message
          perform display-success
          move "MAIN-MENU" to ws-program-state.

      save-job.
          move 'N' to ws-job-saved-flag
          open extend jobs-file
          
          if ws-jobs-status = "35"
              *> File doesn't exist, create it
              close jobs-file
              open output jobs-file
              close jobs-file
              open extend jobs-file
          end-if
          
          if ws-jobs-status not = "00"
              move "Error opening jobs file. Status: " to ws-message
              string ws-message ws-jobs-status into ws-message
              perform display-error
          else
              perform get-next-job-id
              move ws-job-title to job-title
              move ws-job-description to job-description
              move ws-job-employer to job-employer
              move ws-job-location to job-location
              move ws-job-salary to job-salary
              move ws-current-username to job-poster
              move ws-next-job-id to job-id
              move "O" to job-status
              move ws-job-close-date to job-close-date
              write job-record
              if ws-jobs-status = "00"
                  set job-was-saved to true
                  move "JOB-ADD" to ws-journal-action
                  move spaces to ws-journal-data
                  move job-record to ws-journal-data
                  perform journal-mutation
              end-if
              close jobs-file
*>            Anyone whose saved search this posting matches hears
*>            about it at their next login.
              if job-was-saved
                  move ws-next-job-id to ws-alert-job-id
                  move ws-current-username to ws-alert-poster
                  perform alert-saved-searches
              end-if
              if job-was-saved and ws-sq-count > 0
                  perform save-screening-questions
              end-if
              if job-was-saved
                  perform record-job-salary
              end-if
          end-if.

      *> Reads up to MAX-SCREEN-QUESTIONS screening questions for the
      *> posting being entered into ws-sq-table; Enter on a question
      *> ends the list.  Each is optional unless the poster marks it
      *> required.
      collect-screening-questions.
          move 0 to ws-sq-count
          move 'N' to ws-sq-done-flag
          move "Screening questions (optional, up to 3). Press Enter at a question to finish." to ws-message
          perform display-info
          perform until screening-input-done
                     or ws-sq-count >= MAX-SCREEN-QUESTIONS
              compute ws-sq-i = ws-sq-count + 1
              move spaces to ws-message
              string
                  "Question " delimited by size
                  ws-sq-i delimited by size
                  " (Enter to finish): " delimited by size
                into ws-message
              end-string
              perform display-prompt
              perform read-next-input
              if input-ended
                  exit paragraph
              end-if
              if function trim(ws-last-input) = spaces
                  set screening-input-done to true
              else
                  move ws-sq-i to ws-sq-count
                  if function length(function trim(ws-last-input)) > 100
                      move "WARNING: Question is too long! Truncating to 100 characters." to ws-message
                      perform display-info
                  end-if
                  move function trim(ws-last-input) to sq-text(ws-sq-i)
                  move spaces to sq-answer(ws-sq-i)
                  move "N" to sq-required(ws-sq-i)
                  move "Must applicants answer it? (Y/N): " to ws-message
                  perform display-prompt
                  perform read-next-input
                  if input-ended
                      exit paragraph
                  end-if
                  if function upper-case(function trim(ws-last-input)) = "Y"
                      move "Y" to sq-required(ws-sq-i)
                  end-if
              end-if
          end-perform
          exit paragraph.

      *> Appends the questions in ws-sq-table under the job id save-job
      *> just assigned (ws-next-job-id).
      save-screening-questions.
          open extend job-questions-file
          if ws-jobq-status = "35"
              open output job-questions-file
              close job-questions-file
              open extend job-questions-file
          end-if
          if ws-jobq-status not = "00"
              move "Error opening screening questions file. Status: " to ws-message
              string ws-message ws-jobq-status into ws-message
              perform display-error
              exit paragraph
          end-if
          perform varying ws-sq-i from 1 by 1 until ws-sq-i > ws-sq-count
              move ws-next-job-id to jq-job-id
              move ws-sq-i to jq-seq
              move sq-required(ws-sq-i) to jq-required
              move sq-text(ws-sq-i) to jq-text
              write job-question-record
          end-perform
          close job-questions-file
          exit paragraph.

      *> Loads the screening questions of posting sj-job-id into
      *> ws-sq-table (answers cleared).  Legacy postings without a job
      *> id, and postings posted without questions, load none.
      load-screening-questions.
          move 0 to ws-sq-count
          if sj-job-id = spaces
              exit paragraph
          end-if
          open input job-questions-file
          if ws-jobq-status not = "00"
              exit paragraph
          end-if
          move 'N' to ws-jobq-eof
          perform until job-questions-ended
              read job-questions-file
                  at end
                      set job-questions-ended to true
                  not at end
                      if jq-job-id = sj-job-id
                         and ws-sq-count < MAX-SCREEN-QUESTIONS
                          add 1 to ws-sq-count
                          move jq-required to sq-required(ws-sq-count)
                          move jq-text to sq-text(ws-sq-count)
                          move spaces to sq-answer(ws-sq-count)
                      end-if
              end-read
          end-perform
          close job-questions-file
          exit paragraph.

      *> Reads the optional close-by date for a new posting into
      *> ws-job-close-date (yyyymmdd, digits only); Enter skips it.
      *> Re-prompts on anything that is not 8 digits, the same way
      *> collect-profile-input validates the graduation year.
      prompt-job-close-date.
          move spaces to ws-job-close-date
          move 'N' to ws-year-valid-flag
          perform until year-valid
              move "Close-by date (yyyymmdd, optional, Enter to skip): " to ws-message
              perform display-prompt
              perform read-next-input
              if input-ended
                  exit paragraph
              end-if
              compute ws-input-len = function length(function trim(ws-last-input))
              if ws-input-len = 0
                  set year-valid to true
              else
                  if ws-input-len = 8
                      move spaces to ws-temp-message
                      move function trim(ws-last-input) to ws-temp-message(1:8)
                      inspect ws-temp-message(1:8)
                          converting '0123456789' to '0000000000'
                      if ws-temp-message(1:8) = "00000000"
                          move function trim(ws-last-input) to ws-job-close-date
                          set year-valid to true
                      else
                          move "Please use digits only (yyyymmdd)." to ws-message
                          perform display-error
                      end-if
                  else
                      move "Please enter a valid date (yyyymmdd)." to ws-message
                      perform display-error
                  end-if
              end-if
          end-perform.

      *> Decides whether the jobs-file record just read is still taking
      *> applications: open unless the poster closed it (job-status 'C')
      *> or its close-by date has passed.  A blank status (posted before
      *> the lifecycle fields existed) counts as open.  Result left in
      *> job-posting-is-open.
      job-posting-open.
          move 'N' to ws-job-open-flag
          if not job-is-closed
              if function trim(job-close-date) = spaces
                  set job-posting-is-open to true
              else
                  move function current-date(1:8) to ws-today-date
                  if job-close-date >= ws-today-date
                      set job-posting-is-open to true
                  end-if
              end-if
          end-if
          exit paragraph.

      *> Hands out the next unique job id from job-seq-file, so two
      *> postings that happen to share title/employer/location (e.g.
      *> the same class's TA posting made again next semester) still
      *> keep separate applicant rosters.  Result left in
      *> ws-next-job-id, zero-padded to match job-id's width.
      get-next-job-id.
          move 0 to ws-next-job-num
          open input job-seq-file
          if ws-jobseq-status = "00"
              read job-seq-file
                  at end
                      continue
                  not at end
                      move seq-next-id to ws-next-job-num
              end-read
              close job-seq-file
          end-if

          add 1 to ws-next-job-num
          open output job-seq-file
          move ws-next-job-num to seq-next-id
          write job-seq-record
          close job-seq-file

          move ws-next-job-num to ws-next-job-id.

      *> Looks ws-emp-lookup-name up in the employer master (keyed on
      *> the uppercased spelling) and leaves the name postings should
      *> carry in ws-emp-resolved-name: the canonical name on a hit,
      *> the input unchanged otherwise.  employer-master-on-file says
      *> whether there was a master to consult at all, so callers can
      *> skip validation instead of rejecting everything when the
      *> file has not been set up yet.
      resolve-employer-name.
          move 'N' to ws-emp-found-flag
          move 'N' to ws-emp-master-flag
          move function trim(ws-emp-lookup-name) to ws-emp-resolved-name
          if ws-emp-resolved-name = spaces
              exit paragraph
          end-if
          open input employers-file
          if ws-employers-status not = "00"
              close employers-file
              exit paragraph
          end-if
          set employer-master-on-file to true
          move function upper-case(function trim(ws-emp-lookup-name))
            to empm-key
          read employers-file
              invalid key
                  continue
              not invalid key
                  set employer-on-file to true
                  move empm-canonical to ws-emp-resolved-name
          end-read
          close employers-file
          exit paragraph.

      *> Adds ws-emp-new-name to the employer master as a primary row
      *> (its own spelling is the canonical name), creating the file
      *> on first use the way record-skill-completion creates the
      *> skill-done file.  Result in employer-was-added.
      add-employer-to-master.
          move 'N' to ws-emp-added-flag
          if function trim(ws-emp-new-name) = spaces
              exit paragraph
          end-if
          open i-o employers-file
          if ws-employers-status = "35"
              open output employers-file
              close employers-file
              open i-o employers-file
          end-if
          if ws-employers-status not = "00"
              move "Could not open employer master file. Status: " to ws-message
              string ws-message ws-employers-status into ws-message
              perform display-error
              close employers-file
              exit paragraph
          end-if
          move function upper-case(function trim(ws-emp-new-name))
            to empm-key
          move function trim(ws-emp-new-name) to empm-canonical
          write employer-master-record
              invalid key
                  continue
              not invalid key
                  set employer-was-added to true
          end-write
          close employers-file
          exit paragraph.

      *> =========================================================
      *>  Browse Jobs / Internships
      *>  - Lists jobs with numbering (Title, Employer, Location)
      *>  - Lets user pick a number to view full details
      *> =========================================================
      *> =========================================================
      *>  Browse Jobs/Internships entry point - prompts for a filter
      *>  once, then lists.  Returning from show-job-details (back or
      *>  after applying) skips straight to list-jobs-and-select so an
      *>  active filter is not silently discarded and re-asked for.
      *> =========================================================
      browse-jobs.
          move "Browse Jobs/Internships" to ws-message
          perform display-title

          perform prompt-job-filter
          if input-ended
              exit paragraph
          end-if

          perform list-jobs-and-select.

      *> Reads the keyword/location filter into ws-job-filter, warning
      *> and truncating on overlong input the same way post-job does
      *> for job-title/job-description/job-employer/job-location.
      prompt-job-filter.
          move "Filter by keyword/location/employer (Enter to list all): " to ws-message
          perform display-prompt
          perform read-next-input
          if input-ended
              exit paragraph
          end-if
          if function length(function trim(ws-last-input)) > 50
              move "WARNING: Filter is too long! Truncating to 50 characters." to ws-message
              perform display-info
              move function upper-case(ws-last-input(1:50)) to ws-job-filter
          else
              move function upper-case(function trim(ws-last-input)) to ws-job-filter
          end-if
*>        A filter naming a merged employer spelling is swapped for
*>        the canonical name, so browsing by "ACME CORP." still lists
*>        every Acme Corp posting.
          if ws-job-filter not = spaces
              move ws-job-filter to ws-emp-lookup-name
              perform resolve-employer-name
              if employer-on-file
                  move function upper-case(function trim(ws-emp-resolved-name))
                    to ws-job-filter
              end-if
          end-if.

      *> Lists jobs matching the already-set ws-job-filter and offers
      *> to open one; called both from browse-jobs (fresh filter) and
      *> from show-job-details's back/after-apply paths (reuse filter).
      list-jobs-and-select.
          move 0 to ws-list-count
          move 0 to ws-total-jobs

          open input jobs-file

          if ws-jobs-status = "35"
             *> jobs file does not exist yet
             move "No jobs posted yet." to ws-message
             perform display-info
             close jobs-file
             exit paragraph
          end-if

          if ws-jobs-status not = "00"
             move "Error opening jobs file. Status: " to ws-message
             string ws-message ws-jobs-status into ws-message
             perform display-error
             close jobs-file
             exit paragraph
          end-if

          move 'N' to ws-jobs-eof
          perform until jobs-file-ended
              read jobs-file
                at end
                  move 'Y' to ws-jobs-eof
                not at end
                  *> Closed or expired postings stay in the file for
                  *> the poster's roster view but are never offered
                  *> to browsing applicants.
                  perform job-posting-open
                  perform job-matches-filter
                  if job-filter-hit and job-posting-is-open
                      add 1 to ws-list-count
                      move ws-list-count to ws-total-jobs
                      *> Show short line: "n) Title  |  Employer  |  Location"
                      move spaces to ws-message
                      move ws-list-count to ws-num-2               *> numeric 2-digit (leading zeros)
                      move ws-num-2      to ws-num-txt             *> now '01', '02', ... '10'


                      string
                            function trim(ws-num-txt)              ") "       delimited by size
                            function trim(job-title)               "  |  "    delimited by size
                            function trim(job-employer)            "  |  "    delimited by size
                            function trim(job-location)
                        into ws-message
                      end-string

                      perform display-option
                  end-if

              end-read
          end-perform
          close jobs-file

          if ws-total-jobs = 0
              if ws-job-filter = spaces
                  move "No jobs posted yet." to ws-message
              else
                  move "No jobs match your search." to ws-message
              end-if
              perform display-info
              exit paragraph
          end-if

          display ws-line-separator
          perform write-separator
          move "Enter a job number to view, or 0 to go back: " to ws-message
          perform display-prompt
          perform read-next-input
          if input-ended
              exit paragraph
          end-if

          *> Convert input to number (invalid -> loop back)
          move function numval(ws-last-input) to ws-selected-index
          if ws-selected-index = 0
              exit paragraph
          end-if
          if ws-selected-index < 1 or ws-selected-index > ws-total-jobs
              move "Invalid selection. Please try again." to ws-message
              perform display-error
              perform list-jobs-and-select
              exit paragraph
          end-if

          perform show-job-details.

      *> =========================================================
      *>  Does the current jobs-file record match ws-job-filter?
      *>  A blank filter matches everything. Otherwise the filter is
      *>  looked for as a substring (case-insensitive) of the title,
      *>  description, location, or employer.
      *> =========================================================
      job-matches-filter.
          move 'N' to ws-job-filter-hit
          if ws-job-filter = spaces
              set job-filter-hit to true
          else
              move function upper-case(job-title)    to ws-filter-title-upper
              move function upper-case(job-description) to ws-filter-desc-upper
              move function upper-case(job-location)  to ws-filter-loc-upper
              move function upper-case(job-employer)  to ws-filter-emp-upper

              move 0 to ws-filter-match-count
              inspect ws-filter-title-upper tallying ws-filter-match-count
                  for all function trim(ws-job-filter)
              if ws-filter-match-count > 0
                  set job-filter-hit to true
              end-if

              if not job-filter-hit
                  move 0 to ws-filter-match-count
                  inspect ws-filter-desc-upper tallying ws-filter-match-count
                      for all function trim(ws-job-filter)
                  if ws-filter-match-count > 0
                      set job-filter-hit to true
                  end-if
              end-if

              if not job-filter-hit
                  move 0 to ws-filter-match-count
                  inspect ws-filter-loc-upper tallying ws-filter-match-count
                      for all function trim(ws-job-filter)
                  if ws-filter-match-count > 0
                      set job-filter-hit to true
                  end-if
              end-if

              if not job-filter-hit
                  move 0 to ws-filter-match-count
                  inspect ws-filter-emp-upper tallying ws-filter-match-count
                      for all function trim(ws-job-filter)
                  if ws-filter-match-count > 0
                      set job-filter-hit to true
                  end-if
              end-if
          end-if
          exit paragraph.

      *> =========================================================
      *>  Saved Searches - a keyword and/or location kept against
      *>  the user's name.  Every posting save-job writes afterwards
      *>  (post-job or the feed import) is checked against them by
      *>  alert-saved-searches, and a match lands in the owner's
      *>  login digest.
      *> =========================================================
      manage-saved-searches.
          move 'N' to ws-ss-menu-done
          perform until saved-search-menu-done
              move "Saved Searches" to ws-message
              perform display-title
              perform list-my-saved-searches
              move "1. Save a New Search" to ws-message
              perform display-option
              move "2. Delete a Saved Search" to ws-message
              perform display-option
              display ws-line-separator
              perform write-separator
              move "3. Go Back" to ws-message
              perform display-special-option
              display ws-line-separator
              perform write-separator
              move "Enter your choice: " to ws-message
              perform display-prompt
              perform read-user-choice
              if input-ended
                  set saved-search-menu-done to true
              else
                  evaluate ws-user-choice
                      when '1'
                          perform add-saved-search
                      when '2'
                          perform delete-saved-search
                      when '3'
                          set saved-search-menu-done to true
                      when other
                          move "Invalid option. Please try again" to ws-message
                          perform display-error
                  end-evaluate
              end-if
          end-perform
          exit paragraph.

      *> Lists the current user's saved searches by search number.
      list-my-saved-searches.
          move 0 to ws-ss-count
          move 'N' to ws-ssearch-eof
          open input saved-searches-file
          if ws-ssearch-status = "00"
              perform until saved-searches-ended
                  read saved-searches-file next record
                      at end set saved-searches-ended to true
                      not at end
                          if function upper-case(function trim(ss-username))
                             = function upper-case(function trim(ws-current-username))
                              add 1 to ws-ss-count
                              if ss-keyword = spaces
                                  move "(any)" to ws-ss-keyword
                              else
                                  move ss-keyword to ws-ss-keyword
                              end-if
                              if ss-location = spaces
                                  move "(anywhere)" to ws-ss-location
                              else
                                  move ss-location to ws-ss-location
                              end-if
                              move ss-id to ws-rpt-num-edit
                              move spaces to ws-message
                              string
                                  "#" delimited by size
                                  function trim(ws-rpt-num-edit) delimited by size
                                  "  Keyword: " delimited by size
                                  function trim(ws-ss-keyword) delimited by size
                                  "  |  Location: " delimited by size
                                  function trim(ws-ss-location) delimited by size
                                into ws-message
                              end-string
                              perform display-line
                          end-if
                  end-read
              end-perform
          end-if
          close saved-searches-file
          if ws-ss-count = 0
              move "You have no saved searches." to ws-message
              perform display-line
          end-if
          display ws-line-separator
          perform write-separator
          exit paragraph.

      *> Prompts for the keyword and location and saves them under the
      *> next search number.  Both are stored uppercased, the way
      *> prompt-job-filter keeps ws-job-filter, and a keyword naming a
      *> merged employer spelling is saved under the canonical name.
      add-saved-search.
          move "Keyword (title/description/employer, Enter for any): " to ws-message
          perform display-prompt
          perform read-next-input
          if input-ended
              exit paragraph
          end-if
          if function length(function trim(ws-last-input)) > 50
              move "WARNING: Keyword is too long! Truncating to 50 characters." to ws-message
              perform display-info
              move function upper-case(ws-last-input(1:50)) to ws-ss-keyword
          else
              move function upper-case(function trim(ws-last-input)) to ws-ss-keyword
          end-if
          if ws-ss-keyword not = spaces
              move ws-ss-keyword to ws-emp-lookup-name
              perform resolve-employer-name
              if employer-on-file
                  move function upper-case(function trim(ws-emp-resolved-name))
                    to ws-ss-keyword
              end-if
          end-if

          move "Location (Enter for anywhere): " to ws-message
          perform display-prompt
          perform read-next-input
          if input-ended
              exit paragraph
          end-if
          if function length(function trim(ws-last-input)) > 50
              move "WARNING: Location is too long! Truncating to 50 characters." to ws-message
              perform display-info
              move function upper-case(ws-last-input(1:50)) to ws-ss-location
          else
              move function upper-case(function trim(ws-last-input)) to ws-ss-location
          end-if

          if ws-ss-keyword = spaces and ws-ss-location = spaces
              move "Enter a keyword, a location, or both." to ws-message
              perform display-error
              exit paragraph
          end-if

          perform get-next-search-id

          open extend saved-searches-file
          if ws-ssearch-status = "35"
              open output saved-searches-file
              close saved-searches-file
              open extend saved-searches-file
          end-if
          if ws-ssearch-status not = "00"
              move "Could not open saved searches file." to ws-message
              perform display-error
              exit paragraph
          end-if
          move ws-ss-next-id to ss-id
          move function trim(ws-current-username) to ss-username
          move ws-ss-keyword to ss-keyword
          move ws-ss-location to ss-location
          write saved-search-record
          close saved-searches-file

          move "Search saved. New postings that match will appear in your login digest." to ws-message
          perform display-success
          exit paragraph.

      *> One past the highest search number ever handed out - checked
      *> against the alert log too, so a deleted search's number (and
      *> the alerts recorded under it) is never reused.
      get-next-search-id.
          move 0 to ws-ss-next-id
          move 'N' to ws-ssearch-eof
          open input saved-searches-file
          if ws-ssearch-status = "00"
              perform until saved-searches-ended
                  read saved-searches-file next record
                      at end set saved-searches-ended to true
                      not at end
                          if ss-id > ws-ss-next-id
                              move ss-id to ws-ss-next-id
                          end-if
                  end-read
              end-perform
          end-if
          close saved-searches-file

          move 'N' to ws-alerts-eof
          open input search-alerts-file
          if ws-alerts-status = "00"
              perform until alerts-file-ended
                  read search-alerts-file next record
                      at end set alerts-file-ended to true
                      not at end
                          if alr-search-id > ws-ss-next-id
                              move alr-search-id to ws-ss-next-id
                          end-if
                  end-read
              end-perform
          end-if
          close search-alerts-file
          add 1 to ws-ss-next-id
          exit paragraph.

      *> Deletes one of the current user's saved searches by number
      *> (temp-file rewrite without that row).
      delete-saved-search.
          move "Search number to delete (or 0 to go back): " to ws-message
          perform display-prompt
          perform read-next-input
          if input-ended
              exit paragraph
          end-if
          move function numval(ws-last-input) to ws-ss-pick-id
          if ws-ss-pick-id = 0
              exit paragraph
          end-if

          move 'N' to ws-ss-deleted-flag
          move spaces to ws-ssearch-status
          open input saved-searches-file
          if ws-ssearch-status not = "00"
              close saved-searches-file
              move "You have no saved search with that number." to ws-message
              perform display-error
              exit paragraph
          end-if
          open output temp-saved-searches-file

          move 'N' to ws-ssearch-eof
          perform until saved-searches-ended
              read saved-searches-file next record
                  at end set saved-searches-ended to true
                  not at end
                      if ss-id = ws-ss-pick-id
                         and function upper-case(function trim(ss-username))
                           = function upper-case(function trim(ws-current-username))
                          set saved-search-deleted to true
                      else
                          move ss-id       to temp-ss-id
                          move ss-username to temp-ss-username
                          move ss-keyword  to temp-ss-keyword
                          move ss-location to temp-ss-location
                          write temp-saved-search-record
                      end-if
              end-read
          end-perform

          close saved-searches-file
          close temp-saved-searches-file

          move "InCollege-SavedSearches.txt" to ws-message
          call "CBL_DELETE_FILE" using ws-message
          move "InCollege-SavedSearches.tmp" to ws-message
          move "InCollege-SavedSearches.txt" to ws-user-choice
          call "CBL_RENAME_FILE" using ws-message, ws-user-choice
          move spaces to ws-ssearch-status

          if saved-search-deleted
              move "Saved search deleted." to ws-message
              perform display-success
          else
              move "You have no saved search with that number." to ws-message
              perform display-error
          end-if
          exit paragraph.

      *> Checks the posting save-job just wrote (WS-JOB-* fields, id in
      *> ws-alert-job-id, poster in ws-alert-poster) against every
      *> saved search and queues one digest line per match.  A posting
      *> that is already past its close-by date is not open, so it
      *> alerts nobody; the poster's own searches are skipped; and the
      *> alert log keeps any search from hearing about one posting
      *> twice.
      alert-saved-searches.
          if ws-job-close-date not = spaces
              move function current-date(1:8) to ws-today-date
              if ws-job-close-date < ws-today-date
                  exit paragraph
              end-if
          end-if

          move function upper-case(ws-job-title)       to ws-filter-title-upper
          move function upper-case(ws-job-description) to ws-filter-desc-upper
          move function upper-case(ws-job-location)    to ws-filter-loc-upper
          move function upper-case(ws-job-employer)    to ws-filter-emp-upper

          move 0 to ws-ss-alert-count
          move 'N' to ws-ssearch-eof
          open input saved-searches-file
          if ws-ssearch-status not = "00"
              close saved-searches-file
              exit paragraph
          end-if
          perform until saved-searches-ended
              read saved-searches-file next record
                  at end set saved-searches-ended to true
                  not at end
                      if function upper-case(function trim(ss-username))
                         not = function upper-case(function trim(ws-alert-poster))
                          perform saved-search-matches
                          if saved-search-hit
                              perform check-search-alerted
                              if not search-already-alerted
                                  perform record-search-alert
                              end-if
                          end-if
                      end-if
              end-read
          end-perform
          close saved-searches-file
          exit paragraph.

      *> Does the posting held in the WS-FILTER-*-UPPER fields match
      *> the saved search just read?  The keyword is looked for the
      *> way job-matches-filter looks for a Browse Jobs filter (title,
      *> description, location or employer); the location must appear
      *> in the posting's location.  Result in saved-search-hit.
      saved-search-matches.
          set saved-search-hit to true

          if ss-keyword not = spaces
              move 0 to ws-filter-match-count
              inspect ws-filter-title-upper tallying ws-filter-match-count
                  for all function trim(ss-keyword)
              inspect ws-filter-desc-upper tallying ws-filter-match-count
                  for all function trim(ss-keyword)
              inspect ws-filter-loc-upper tallying ws-filter-match-count
                  for all function trim(ss-keyword)
              inspect ws-filter-emp-upper tallying ws-filter-match-count
                  for all function trim(ss-keyword)
              if ws-filter-match-count = 0
                  move 'N' to ws-ss-hit-flag
              end-if
          end-if

          if saved-search-hit and ss-location not = spaces
              move 0 to ws-filter-match-count
              inspect ws-filter-loc-upper tallying ws-filter-match-count
                  for all function trim(ss-location)
              if ws-filter-match-count = 0
                  move 'N' to ws-ss-hit-flag
              end-if
          end-if
          exit paragraph.

      *> Has search ss-id already alerted on posting ws-alert-job-id?
      *> Result in search-already-alerted.
      check-search-alerted.
          move 'N' to ws-ss-alerted-flag
          move 'N' to ws-alerts-eof
          open input search-alerts-file
          if ws-alerts-status not = "00"
              close search-alerts-file
              exit paragraph
          end-if
          perform until alerts-file-ended
              read search-alerts-file next record
                  at end set alerts-file-ended to true
                  not at end
                      if alr-search-id = ss-id
                         and alr-job-id = ws-alert-job-id
                          set search-already-alerted to true
                          set alerts-file-ended to true
                      end-if
              end-read
          end-perform
          close search-alerts-file
          exit paragraph.

      *> Logs the alert for search ss-id and queues the digest line.
      record-search-alert.
          open extend search-alerts-file
          if ws-alerts-status = "35"
              open output search-alerts-file
              close search-alerts-file
              open extend search-alerts-file
          end-if
          if ws-alerts-status not = "00"
              close search-alerts-file
              exit paragraph
          end-if
          move ss-id to alr-search-id
          move ws-alert-job-id to alr-job-id
          move function current-date(1:14) to alr-stamp
          write search-alert-record
          close search-alerts-file
          add 1 to ws-ss-alert-count

          move ss-username to ws-notify-user
          move ss-id to ws-rpt-num-edit
          move spaces to ws-notify-text
          string
              "Saved search #" delimited by size
              function trim(ws-rpt-num-edit) delimited by size
              ": new posting " delimited by size
              function trim(ws-job-title) delimited by size
              " at " delimited by size
              function trim(ws-job-employer) delimited by size
              " (" delimited by size
              function trim(ws-job-location) delimited by size
              ")" delimited by size
            into ws-notify-text
          end-string
          perform queue-notification
          exit paragraph.

      *> =========================================================
      *>  Show Job Details for ws-selected-index
      *>  - Displays full details
      *>  - Offers: 1) Apply,  2) Report,  3) Back to list
      *> =========================================================
      show-job-details.
          open input jobs-file
          if ws-jobs-status not = "00"
             move "Error opening jobs file. Status: " to ws-message
             string ws-message ws-jobs-status into ws-message
             perform display-error
             close jobs-file
             exit paragraph
          end-if

          move 0 to ws-list-count
          move 'N' to ws-jobs-eof
          perform until jobs-file-ended
              read jobs-file
                at end
                  move 'Y' to ws-jobs-eof
                not at end
                  *> Same open/filter predicate as list-jobs-and-select
                  *> so the numbering stays aligned with the list shown.
                  perform job-posting-open
                  perform job-matches-filter
                  if job-filter-hit and job-posting-is-open
                      add 1 to ws-list-count
                      if ws-list-count = ws-selected-index
                          *> Cache selected job into ws-selected-job
                          move job-title       to sj-title
                          move job-description to sj-description
                          move job-employer    to sj-employer
                          move job-location    to sj-location
                          move job-salary      to sj-salary
                          move job-id          to sj-job-id
                          move job-status      to sj-status
                          move job-close-date  to sj-close-date
                          move job-poster      to sj-poster
                          exit perform
                      end-if
                  end-if
              end-read
          end-perform
          close jobs-file

          if sj-title = spaces
              move "That job could not be found." to ws-message
              perform display-error
              exit paragraph
          end-if

          perform display-selected-job-core

          display ws-line-separator
          perform write-separator
          move "1. Apply for this Job" to ws-message
          perform display-option
          move "2. Report this Posting" to ws-message
          perform display-option
          move "3. Back to Job List"   to ws-message
          perform display-special-option
          display ws-line-separator
          perform write-separator
          move "Enter your choice: " to ws-message
          perform display-prompt
          perform read-user-choice

          if ws-user-choice = '1'
              perform apply-for-job
              *> after applying, go back to the same filtered list
              *> instead of re-asking for the filter
              perform list-jobs-and-select
          else if ws-user-choice = '2'
              perform report-selected-posting
              perform list-jobs-and-select
          else if ws-user-choice = '3'
              perform list-jobs-and-select
          else
              move "Invalid option. Please try again." to ws-message
              perform display-error
              perform show-job-details
          end-if.

      *> Full details of the job cached in ws-selected-job; shared by
      *> show-job-details and show-recommended-job.
      display-selected-job-core.
          display ws-line-separator
          perform write-separator
          move "Job Details" to ws-message
          perform display-title

          move spaces to ws-message
          string "Title: "     function trim(sj-title)     into ws-message
          perform display-info
          move spaces to ws-message
          string "Employer: "  function trim(sj-employer)  into ws-message
          perform display-info
          move spaces to ws-message
          string "Location: "  function trim(sj-location)  into ws-message
          perform display-info

          if function trim(sj-salary) not = spaces
             move spaces to ws-message
             string "Salary: "   function trim(sj-salary)  into ws-message
             perform display-info
          end-if

          move spaces to ws-message
          string "Description: " into ws-message
          perform display-info

          *> old single-line print removed, now wrap across lines
          perform print-long-description
          exit paragraph.

      *> =========================================================
      *>  Recommended for Me - scores every open posting against the
      *>  current user's profile (major, experience titles, degrees
      *>  appearing in the job title or description), skips jobs the
      *>  user already applied to, and lists the best matches first.
      *> =========================================================
      recommend-jobs.
          move "Recommended for Me" to ws-message
          perform display-title

          move ws-current-username to ws-input-username
          perform check-profile-exists
          if not profile-found
              move "Create your profile first so there is something to match against." to ws-message
              perform display-info
              exit paragraph
          end-if

          move 0 to ws-rec-count
          move 'N' to ws-rec-overflow
          move 'N' to ws-jobs-eof
          open input jobs-file
          if ws-jobs-status = "35"
              move "No jobs posted yet." to ws-message
              perform display-info
              close jobs-file
              exit paragraph
          end-if
          if ws-jobs-status not = "00"
              move "Error opening jobs file. Status: " to ws-message
              string ws-message ws-jobs-status into ws-message
              exit paragraph
          end-if

          perform until jobs-file-ended
              read jobs-file
                at end
                  move 'Y' to ws-jobs-eof
                not at end
                  perform job-posting-open
                  if job-posting-is-open
                     and function upper-case(function trim(job-poster))
                       not = function upper-case(function trim(ws-current-username))
                      perform recommendation-already-applied
                      if not rec-already-applied
                          perform score-job-against-profile
                          if ws-rec-score > 0
                              if ws-rec-count < MAX-RECOMMENDATIONS
                                  add 1 to ws-rec-count
                                  move job-id       to rec-job-id(ws-rec-count)
                                  move job-title    to rec-title(ws-rec-count)
                                  move job-employer to rec-employer(ws-rec-count)
                                  move job-location to rec-location(ws-rec-count)
                                  move ws-rec-score to rec-score(ws-rec-count)
                                  move "N"          to rec-picked(ws-rec-count)
                              else
                                  set rec-table-full to true
                              end-if
                          end-if
                      end-if
                  end-if
              end-read
          end-perform
          close jobs-file

          if ws-rec-count = 0
              move "No postings match your profile right now; try Browse Jobs instead." to ws-message
              perform display-info
              exit paragraph
          end-if

          *> List best score first by repeatedly picking the highest
          *> not-yet-shown entry, remembering the shown order so a
          *> pick maps back to its entry.
          move 0 to ws-rec-shown
          perform until ws-rec-shown >= ws-rec-count
              move 0 to ws-rec-best-index
              move 0 to ws-rec-best-score
              perform varying ws-rec-i from 1 by 1
                      until ws-rec-i > ws-rec-count
                  if rec-picked(ws-rec-i) not = "Y"
                     and rec-score(ws-rec-i) >= ws-rec-best-score
                     and (ws-rec-best-index = 0
                          or rec-score(ws-rec-i) > ws-rec-best-score)
                      move ws-rec-i to ws-rec-best-index
                      move rec-score(ws-rec-i) to ws-rec-best-score
                  end-if
              end-perform
              if ws-rec-best-index = 0
                  exit perform
              end-if
              move "Y" to rec-picked(ws-rec-best-index)
              add 1 to ws-rec-shown
              move ws-rec-best-index to ws-rec-order(ws-rec-shown)

              move ws-rec-shown to ws-num-2
              move ws-num-2 to ws-num-txt
              move rec-score(ws-rec-best-index) to ws-rpt-num-edit
              move spaces to ws-message
              string
                  function trim(ws-num-txt) ") " delimited by size
                  function trim(rec-title(ws-rec-best-index)) delimited by size
                  "  |  " delimited by size
                  function trim(rec-employer(ws-rec-best-index)) delimited by size
                  "  |  " delimited by size
                  function trim(rec-location(ws-rec-best-index)) delimited by size
                  "  (match score " delimited by size
                  function trim(ws-rpt-num-edit) delimited by size
                  ")" delimited by size
                into ws-message
              end-string
              perform display-option
          end-perform
          if rec-table-full
              move "(more matches than this list can hold; the strongest are shown)" to ws-message
              perform display-info
          end-if

          display ws-line-separator
          perform write-separator
          move "Enter a number to view, or 0 to go back: " to ws-message
          perform display-prompt
          perform read-next-input
          if input-ended
              exit paragraph
          end-if
          move function numval(ws-last-input) to ws-selected-index
          if ws-selected-index = 0
              exit paragraph
          end-if
          if ws-selected-index < 1 or ws-selected-index > ws-rec-shown
              move "Invalid selection. Please try again." to ws-message
              perform display-error
              perform recommend-jobs
              exit paragraph
          end-if

          move ws-rec-order(ws-selected-index) to ws-rec-i
          perform show-recommended-job
          exit paragraph.

      *> Has the current user already applied to the jobs-file record
      *> just read?  By job-id when it has one, otherwise by the same
      *> title/employer/location join used elsewhere.
      recommendation-already-applied.
          move 'N' to ws-rec-applied-flag
          move 'N' to ws-app-eof
          open input applications-file
          if ws-app-status not = "00"
              close applications-file
              exit paragraph
          end-if
          perform until applications-file-ended
              read applications-file next record
                  at end set applications-file-ended to true
                  not at end
                      if function upper-case(function trim(app-username))
                         = function upper-case(function trim(ws-current-username))
                         and ((function trim(job-id) not = spaces
                               and app-job-id = job-id)
                           or (function trim(job-id) = spaces
                               and function upper-case(function trim(app-job-title))
                                 = function upper-case(function trim(job-title))
                               and function upper-case(function trim(app-job-employer))
                                 = function upper-case(function trim(job-employer))
                               and function upper-case(function trim(app-job-location))
                                 = function upper-case(function trim(job-location))))
                          set rec-already-applied to true
                          set applications-file-ended to true
                      end-if
              end-read
          end-perform
          close applications-file
          exit paragraph.

      *> Scores the jobs-file record just read against the loaded
      *>  profile: each profile keyword (major, experience titles,
      *>  degrees) found in the job title scores 2, in the
      *>  description 1.  Result in ws-rec-score.
      score-job-against-profile.
          move 0 to ws-rec-score
          move function upper-case(job-title)       to ws-filter-title-upper
          move function upper-case(job-description) to ws-filter-desc-upper

          move ws-profile-major to ws-keyword
          perform score-one-keyword

          perform varying ws-i from 1 by 1 until ws-i > MAX-PROFILE-ENTRIES
              move ws-exp-title(ws-i) to ws-keyword
              perform score-one-keyword
          end-perform

          perform varying ws-i from 1 by 1 until ws-i > MAX-PROFILE-ENTRIES
              move ws-edu-degree(ws-i) to ws-keyword
              perform score-one-keyword
          end-perform
          exit paragraph.

      *> Adds the ws-keyword phrase's hits on the uppercased job title
      *> and description to ws-rec-score; blank keywords score nothing.
      score-one-keyword.
          if function trim(ws-keyword) = spaces
              exit paragraph
          end-if
          move 0 to ws-rec-hit-count
          inspect ws-filter-title-upper tallying ws-rec-hit-count
              for all function upper-case(function trim(ws-keyword))
          if ws-rec-hit-count > 0
              add 2 to ws-rec-score
          end-if
          move 0 to ws-rec-hit-count
          inspect ws-filter-desc-upper tallying ws-rec-hit-count
              for all function upper-case(function trim(ws-keyword))
          if ws-rec-hit-count > 0
              add 1 to ws-rec-score
          end-if
          exit paragraph.

      *> Loads the recommendation in ws-rec-entry(ws-rec-i) back from
      *> the jobs file into ws-selected-job and offers to apply.
      show-recommended-job.
          move spaces to ws-selected-job
          move 'N' to ws-jobs-eof
          open input jobs-file
          if ws-jobs-status not = "00"
              move "Error opening jobs file. Status: " to ws-message
              string ws-message ws-jobs-status into ws-message
              perform display-error
              close jobs-file
              exit paragraph
          end-if
          perform until jobs-file-ended
              read jobs-file
                  at end set jobs-file-ended to true
                  not at end
                      if (function trim(rec-job-id(ws-rec-i)) not = spaces
                          and job-id = rec-job-id(ws-rec-i))
                        or (function trim(rec-job-id(ws-rec-i)) = spaces
                          and function upper-case(function trim(job-title))
                            = function upper-case(function trim(rec-title(ws-rec-i)))
                          and function upper-case(function trim(job-employer))
                            = function upper-case(function trim(rec-employer(ws-rec-i)))
                          and function upper-case(function trim(job-location))
                            = function upper-case(function trim(rec-location(ws-rec-i))))
                          move job-title       to sj-title
                          move job-description to sj-description
                          move job-employer    to sj-employer
                          move job-location    to sj-location
                          move job-salary      to sj-salary
                          move job-id          to sj-job-id
                          move job-status      to sj-status
                          move job-close-date  to sj-close-date
                          move job-poster      to sj-poster
                          set jobs-file-ended to true
                      end-if
              end-read
          end-perform
          close jobs-file

          if sj-title = spaces
              move "That job could not be found." to ws-message
              perform display-error
              exit paragraph
          end-if

          perform display-selected-job-core

          display ws-line-separator
          perform write-separator
          move "1. Apply for this Job" to ws-message
          perform display-option
          move "2. Back to Job Search Menu" to ws-message
          perform display-special-option
          display ws-line-separator
          perform write-separator
          move "Enter your choice: " to ws-message
          perform display-prompt
          perform read-user-choice

          if ws-user-choice = '1'
              perform apply-for-job
          end-if
          exit paragraph.

    *> =========================================================
    *>  Apply to currently selected job (uses sj-* + ws-current-username)
    *>  Persists to InCollege-Applications.txt
    *> =========================================================
    apply-for-job.
        *> Screening questions come first, but only once it is known
        *> the student has not already applied (no point answering
        *> them for a roster entry that already exists).
        perform load-screening-questions
        if ws-sq-count > 0
            perform check-already-applied
            if already-applied
                move "You have already applied to this job." to ws-message
                perform display-info
                exit paragraph
            end-if
            perform collect-screening-answers
            if screening-aborted
                move "Application not submitted." to ws-message
                perform display-info
                exit paragraph
            end-if
        end-if

        *> Keyed file: create on first use, then write in place.
        open i-o applications-file

        if ws-app-status = "35"
            open output applications-file
            if ws-app-status not = "00"
                move "Error creating applications file. Status: " to ws-message
                string ws-message ws-app-status into ws-message
                perform display-error
                exit paragraph
            end-if
            close applications-file
            open i-o applications-file
        end-if

        if ws-app-status not = "00"
            move "Error opening applications file. Status: " to ws-message
            string ws-message ws-app-status into ws-message
            perform display-error
            exit paragraph
        end-if

        *> Populate record fields
        move ws-current-username to app-username
        move sj-title            to app-job-title
        move sj-employer         to app-job-employer
        move sj-location         to app-job-location
        move sj-salary           to app-job-salary
        move sj-job-id           to app-job-id
        move "Applied"           to app-status
        move function current-date(1:14) to app-status-time

        *> One row per applicant per posting is the key's contract;
        *> a second apply lands on invalid key instead of quietly
        *> duplicating the roster entry.
        write application-record
            invalid key
                close applications-file
                move "You have already applied to this job." to ws-message
                perform display-info
                exit paragraph
        end-write

        if ws-app-status not = "00"
            move "Error writing application record. Status: " to ws-message
            string ws-message ws-app-status into ws-message
            perform display-error
            close applications-file
            exit paragraph
        end-if

        close applications-file

        move "APP-ADD" to ws-journal-action
        move spaces to ws-journal-data
        move application-record to ws-journal-data
        perform journal-mutation

        if ws-sq-count > 0
            perform save-screening-answers
        end-if

        *> Let the poster know at their next login (unless they are
        *> applying to their own posting).
        if function trim(sj-poster) not = spaces
           and function upper-case(function trim(sj-poster))
             not = function upper-case(function trim(ws-current-username))
            move sj-poster to ws-notify-user
            move spaces to ws-notify-text
            string
                function trim(ws-current-username) delimited by size
                " applied to your posting " delimited by size
                function trim(sj-title) delimited by size
                "." delimited by size
              into ws-notify-text
            end-string
            perform queue-notification
        end-if

        *> Confirmation to user
        move spaces to ws-message
        string
          "Your application for "
          function trim(sj-title)
          " at "
          function trim(sj-employer)
          " has been submitted."
          into ws-message
        perform display-success.

    *> Sets already-applied when ws-current-username has a roster
    *> entry for the selected posting (keyed read on app-key).
    check-already-applied.
        move 'N' to ws-already-applied-flag
        open input applications-file
        if ws-app-status not = "00"
            exit paragraph
        end-if
        move ws-current-username to app-username
        move sj-title            to app-job-title
        move sj-employer         to app-job-employer
        move sj-location         to app-job-location
        move sj-job-id           to app-job-id
        read applications-file
            key is app-key
            invalid key
                continue
            not invalid key
                set already-applied to true
        end-read
        close applications-file
        exit paragraph.

    *> Asks each question in ws-sq-table and keeps the reply in
    *> sq-answer.  A required question is asked again until it is
    *> answered; running out of input sets screening-aborted.
    collect-screening-answers.
        move 'N' to ws-sq-abort-flag
        move "Screening Questions" to ws-message
        perform display-title
        perform varying ws-sq-i from 1 by 1 until ws-sq-i > ws-sq-count
            move spaces to ws-message
            string
                ws-sq-i delimited by size
                ") " delimited by size
                function trim(sq-text(ws-sq-i)) delimited by size
              into ws-message
            end-string
            perform display-line
            move spaces to sq-answer(ws-sq-i)
            move 'N' to ws-sq-done-flag
            perform until screening-input-done
                if sq-required(ws-sq-i) = "Y"
                    move "Your answer (required): " to ws-message
                else
                    move "Your answer (optional, Enter to skip): " to ws-message
                end-if
                perform display-prompt
                perform read-next-input
                if input-ended
                    set screening-aborted to true
                    exit paragraph
                end-if
                if function trim(ws-last-input) = spaces
                   and sq-required(ws-sq-i) = "Y"
                    move "An answer to this question is required." to ws-message
                    perform display-error
                else
                    if function length(function trim(ws-last-input)) > 100
                        move "WARNING: Answer is too long! Truncating to 100 characters." to ws-message
                        perform display-info
                    end-if
                    move function trim(ws-last-input) to sq-answer(ws-sq-i)
                    set screening-input-done to true
                end-if
            end-perform
        end-perform
        exit paragraph.

    *> Appends the answers in ws-sq-table for ws-current-username's
    *> application to posting sj-job-id.  Skipped questions are kept
    *> as blank answers so the roster shows them as unanswered.
    save-screening-answers.
        open extend app-answers-file
        if ws-answers-status = "35"
            open output app-answers-file
            close app-answers-file
            open extend app-answers-file
        end-if
        if ws-answers-status not = "00"
            move "Error opening screening answers file. Status: " to ws-message
            string ws-message ws-answers-status into ws-message
            perform display-error
            exit paragraph
        end-if
        perform varying ws-sq-i from 1 by 1 until ws-sq-i > ws-sq-count
            move ws-current-username to ans-username
            move sj-job-id to ans-job-id
            move ws-sq-i to ans-seq
            move sq-answer(ws-sq-i) to ans-text
            write app-answer-record
        end-perform
        close app-answers-file
        exit paragraph.


      *> =========================================================
      *>  Print sj-description wrapped across lines (no word split)
      *> =========================================================
      print-long-description.
          move function length(function trim(sj-description)) to ws-desc-len
          if ws-desc-len = 0
              move "(No description provided.)" to ws-message
              perform display-info
              exit paragraph
          end-if

          move 1 to ws-desc-idx
          perform until ws-desc-idx > ws-desc-len
              compute ws-remaining = ws-desc-len - ws-desc-idx + 1
              if ws-remaining <= ws-wrap-cols
                  move ws-remaining to ws-chunk-len
              else
                  move ws-wrap-cols to ws-chunk-len
                  *> try not to cut a word: search backward for a space
            compute ws-j = ws-desc-idx + ws-chunk-len - 1
            perform varying ws-j from ws-j by -1
                    until ws-j < ws-desc-idx or sj-description(ws-j:1) = " "
                continue
            end-perform

            if ws-j >= ws-desc-idx and sj-description(ws-j:1) = " "
                compute ws-chunk-len = ws-j - ws-desc-idx + 1
            end-if

              end-if

              move spaces to ws-message
              move sj-description(ws-desc-idx:ws-chunk-len) to ws-message
              perform display-info

              add ws-chunk-len to ws-desc-idx

              *> skip any extra spaces at the new start
              perform until ws-desc-idx > ws-desc-len
                         or sj-description(ws-desc-idx:1) not = " "
                  add 1 to ws-desc-idx
              end-perform
          end-perform.

      *> =========================================================
      *>  View My Applications - Display report of all applications
      *>  submitted by the current user
      *> =========================================================
      view-my-applications.
          move 0 to ws-list-count
          
          move "Your Job Applications" to ws-message
          perform display-title

          open input applications-file

          if ws-app-status = "35"
              *> Applications file does not exist yet
              move "You have not applied to any jobs yet." to ws-message
              perform display-info
              close applications-file
              exit paragraph
          end-if

          if ws-app-status not = "00"
              move "Error opening applications file. Status: " to ws-message
              string ws-message ws-app-status into ws-message
              perform display-error
              close applications-file
              exit paragraph
          end-if

          *> Read through all applications and display those for current user
          move 'N' to ws-app-eof
          perform until applications-file-ended
              read applications-file next record
                at end
                  move 'Y' to ws-app-eof
                not at end
                  *> Check if this application belongs to current user
                  if function upper-case(function trim(app-username))
                     = function upper-case(function trim(ws-current-username))
                      add 1 to ws-list-count
                      
                      *> Display application details
                      move spaces to ws-message
                      string
                        "Application #"
                        ws-list-count
                        into ws-message
                      perform display-info
                      
                      move spaces to ws-message
                      string
                        "  Job Title: "
                        function trim(app-job-title)
                        into ws-message
                      perform display-line
                      
                      move spaces to ws-message
                      string
                        "  Employer: "
                        function trim(app-job-employer)
                        into ws-message
                      perform display-line
                      
                      move spaces to ws-message
                      string
                        "  Location: "
                        function trim(app-job-location)
                        into ws-message
                      perform display-line
                      
                      if function trim(app-job-salary) not = spaces
                          move spaces to ws-message
                          string
                            "  Salary: "
                            function trim(app-job-salary)
                            into ws-message
                          perform display-line
                      end-if

                      *> Status defaults to "Applied" for rows written
                      *> before the status column existed.
                      if function trim(app-status) = spaces
                          move "Applied" to ws-selected-status
                      else
                          move app-status to ws-selected-status
                      end-if
                      move spaces to ws-message
                      string
                        "  Status: "
                        function trim(ws-selected-status)
                        into ws-message
                      perform display-line

                      *> Blank line between applications
                      move spaces to ws-message
                      perform display-info
                  end-if
              end-read
          end-perform

          close applications-file

          *> Display summary
          display ws-line-separator
          perform write-separator
          
          if ws-list-count = 0
              move "You have not applied to any jobs yet." to ws-message
              perform display-info
          else
              move spaces to ws-message
              string
                "Total Applications: "
                ws-list-count
                into ws-message
              perform display-info
          end-if

          *> Open interview offers ride along with the applications
          *> they came from (see offer-interview).
          perform review-interview-offers.


*>    ===================== Nightly Batch Cycle =====================
*>    Unattended overnight run, started with the NIGHTLY run parameter
*>    instead of through the admin console: integrity check, archive
*>    sweep (DEFAULT-ARCHIVE-DAYS cutoff), career services extract and
*>    operations report, in that order, with no menu input.  Each step
*>    is logged to InCollege-BatchSteps.txt with its start, end, record
*>    count and outcome; a step that raises any error has failed, and
*>    the steps that depend on it are logged BLOCKED instead of run.
*>    A cycle that did not finish is resumed only when the operator
*>    reruns with NIGHTLY RESTART: its completed steps are skipped and
*>    the rest run again.  A plain NIGHTLY run always starts a new
*>    cycle with every step, so the next night's scheduled run never
*>    inherits an old failure.  The run ends with return code 8 while
*>    the cycle is incomplete.
      run-nightly-cycle.
          move "Nightly Batch Cycle" to ws-message
          perform display-title

          move "INTEGRITY"  to step-name(1)
          move "NNNN"       to step-needs(1)
          move "ARCHIVE"    to step-name(2)
          move "YNNN"       to step-needs(2)
          move "EXTRACT"    to step-name(3)
          move "YNNN"       to step-needs(3)
          move "OPS-REPORT" to step-name(4)
          move "NYYN"       to step-needs(4)
          perform varying ws-step-i from 1 by 1 until ws-step-i > MAX-BATCH-STEPS
              move space to step-state(ws-step-i)
          end-perform

          perform nightly-load-step-log
          if cycle-resumed
              move spaces to ws-message
              string
                  "Resuming unfinished cycle started " delimited by size
                  ws-cycle-id(1:8) delimited by size
                  " " delimited by size
                  ws-cycle-id(9:4) delimited by size
                into ws-message
              end-string
              perform display-info
          else
              move function current-date(1:14) to ws-cycle-id
          end-if

          move 'N' to ws-cycle-failed-flag
          perform varying ws-step-i from 1 by 1 until ws-step-i > MAX-BATCH-STEPS
              if step-state(ws-step-i) = "D"
                  move spaces to ws-message
                  string
                      "Step " delimited by size
                      ws-step-i delimited by size
                      " " delimited by size
                      function trim(step-name(ws-step-i)) delimited by size
                      ": completed earlier in this cycle; skipped." delimited by size
                    into ws-message
                  end-string
                  perform display-info
              else
                  perform nightly-run-step
              end-if
          end-perform

          if cycle-incomplete
              move "Nightly cycle incomplete; rerun with NIGHTLY RESTART to resume at the first step not completed." to ws-message
              perform display-error
              move 8 to ws-nightly-rc
          else
              move "Nightly cycle complete." to ws-message
              perform display-success
          end-if
          exit paragraph.

*>    Reads the step log for the most recent cycle.  If any of its
*>    steps has not completed and this is a NIGHTLY RESTART run, that
*>    cycle is resumed: ws-cycle-id takes its id and step-state keeps
*>    its completed steps.  The last row for a step wins, so a step
*>    that failed and later completed counts as completed.
      nightly-load-step-log.
          move 'N' to ws-cycle-resumed-flag
          move spaces to ws-cycle-id
          open input step-log-file
          if ws-steplog-status not = "00"
              close step-log-file
              exit paragraph
          end-if
          move 'N' to ws-steplog-eof
          perform until step-log-ended
              read step-log-file
                  at end
                      set step-log-ended to true
                  not at end
                      if stl-step-no >= 1 and stl-step-no <= MAX-BATCH-STEPS
                          if stl-cycle-id not = ws-cycle-id
                              move stl-cycle-id to ws-cycle-id
                              perform varying ws-step-j from 1 by 1
                                      until ws-step-j > MAX-BATCH-STEPS
                                  move space to step-state(ws-step-j)
                              end-perform
                          end-if
                          if function trim(stl-outcome) = "DONE"
                              move "D" to step-state(stl-step-no)
                          else
                              move "F" to step-state(stl-step-no)
                          end-if
                      end-if
              end-read
          end-perform
          close step-log-file

          if ws-cycle-id = spaces
              exit paragraph
          end-if
          perform varying ws-step-j from 1 by 1 until ws-step-j > MAX-BATCH-STEPS
              if step-state(ws-step-j) not = "D"
                  set cycle-resumed to true
              end-if
          end-perform
          if cycle-resumed and not nightly-restart-run
              move spaces to ws-message
              string
                  "Cycle started " delimited by size
                  ws-cycle-id(1:8) delimited by size
                  " " delimited by size
                  ws-cycle-id(9:4) delimited by size
                  " did not finish; starting a new cycle (NIGHTLY RESTART resumes)." delimited by size
                into ws-message
              end-string
              perform display-info
              move 'N' to ws-cycle-resumed-flag
          end-if
          if not cycle-resumed and nightly-restart-run
              move "No unfinished cycle to resume; starting a new cycle." to ws-message
              perform display-info
          end-if
          if cycle-resumed
*>            Only completed steps carry over; the rest run again.
              perform varying ws-step-j from 1 by 1 until ws-step-j > MAX-BATCH-STEPS
                  if step-state(ws-step-j) not = "D"
                      move space to step-state(ws-step-j)
                  end-if
              end-perform
          else
              perform varying ws-step-j from 1 by 1 until ws-step-j > MAX-BATCH-STEPS
                  move space to step-state(ws-step-j)
              end-perform
          end-if
          exit paragraph.

*>    Runs step ws-step-i, or logs it BLOCKED when a step it depends
*>    on has not completed in this cycle.
      nightly-run-step.
          move 'N' to ws-step-blocked-flag
          perform varying ws-step-j from 1 by 1 until ws-step-j > MAX-BATCH-STEPS
              if step-needs(ws-step-i)(ws-step-j:1) = "Y"
                 and step-state(ws-step-j) not = "D"
                  set step-is-blocked to true
              end-if
          end-perform

          move function current-date(1:14) to ws-step-started
          move 0 to ws-step-count
          if step-is-blocked
              move "B" to step-state(ws-step-i)
              set cycle-incomplete to true
              move spaces to ws-message
              string
                  "Step " delimited by size
                  ws-step-i delimited by size
                  " " delimited by size
                  function trim(step-name(ws-step-i)) delimited by size
                  ": blocked by an earlier step that did not complete." delimited by size
                into ws-message
              end-string
              perform display-info
              move "BLOCKED" to stl-outcome
              perform nightly-write-step-row
              exit paragraph
          end-if

          move 0 to ws-error-count
          evaluate ws-step-i
              when 1
                  perform run-integrity-check
                  move ws-chk-exception-count to ws-step-count
              when 2
                  move DEFAULT-ARCHIVE-DAYS to ws-arch-days
                  perform archive-sweep-for-days
                  compute ws-step-count = ws-arch-msg-count
                      + ws-arch-audit-count + ws-arch-job-count
                      + ws-arch-app-count
              when 3
                  perform run-status-extract
                  move ws-extract-count to ws-step-count
              when 4
                  perform generate-operations-report
                  move ws-rpt-total-apps to ws-step-count
          end-evaluate

          if ws-error-count = 0
              move "D" to step-state(ws-step-i)
              move "DONE" to stl-outcome
          else
              move "F" to step-state(ws-step-i)
              set cycle-incomplete to true
              move "FAILED" to stl-outcome
          end-if
          perform nightly-write-step-row
          exit paragraph.

*>    Appends step ws-step-i's row (outcome already in stl-outcome)
*>    to the step log.
      nightly-write-step-row.
          move stl-outcome to ws-value
          open extend step-log-file
          if ws-steplog-status = "35"
              open output step-log-file
              close step-log-file
              open extend step-log-file
          end-if
          if ws-steplog-status not = "00"
              move "Could not open the batch step log. Status: " to ws-message
              string ws-message ws-steplog-status into ws-message
              perform display-error
              exit paragraph
          end-if
          move spaces to step-log-record
          move ws-cycle-id to stl-cycle-id
          move ws-step-i to stl-step-no
          move step-name(ws-step-i) to stl-step-name
          move ws-step-started to stl-started
          move function current-date(1:14) to stl-ended
          move ws-step-count to stl-count
          move ws-value to stl-outcome
          move "|" to stl-sep-1
          move "|" to stl-sep-2
          move "|" to stl-sep-3
          move "|" to stl-sep-4
          move "|" to stl-sep-5
          move "|" to stl-sep-6
          write step-log-record
          close step-log-file
          exit paragraph.

*>    Logs a nightly start refused because the run lock is held.  The
*>    row carries step 0, so it never counts toward a cycle's steps.
      nightly-log-lock-refusal.
          open extend step-log-file
          if ws-steplog-status = "35"
              open output step-log-file
              close step-log-file
              open extend step-log-file
          end-if
          if ws-steplog-status not = "00"
              exit paragraph
          end-if
          move spaces to step-log-record
          move function current-date(1:14) to stl-cycle-id
          move 0 to stl-step-no
          move "RUN-LOCK" to stl-step-name
          move function current-date(1:14) to stl-started
          move function current-date(1:14) to stl-ended
          move 0 to stl-count
          move "LOCKED" to stl-outcome
          move "|" to stl-sep-1
          move "|" to stl-sep-2
          move "|" to stl-sep-3
          move "|" to stl-sep-4
          move "|" to stl-sep-5
          move "|" to stl-sep-6
          write step-log-record
          close step-log-file
          exit paragraph.

*>    ===================== Operations Report =====================
*>    Writes InCollege-Report.txt for the overnight batch: account and
*>    lockout totals, login successes/failures from the audit trail,
*>    jobs posted per employer, applications by status and the busiest
*>    postings.  Triggered from the initial menu so a batch input file
*>    can run it without logging anybody in.
      generate-operations-report.
          move 0 to ws-rpt-total-accounts
          move 0 to ws-rpt-locked-accounts
          move 0 to ws-rpt-login-success
          move 0 to ws-rpt-login-failure
          move 0 to ws-rpt-total-jobs
          move 0 to ws-rpt-total-apps
          move 0 to ws-rpt-apps-applied
          move 0 to ws-rpt-apps-review
          move 0 to ws-rpt-apps-accepted
          move 0 to ws-rpt-apps-rejected
          move 0 to ws-emp-count
          move 0 to ws-post-count
          move 'N' to ws-emp-overflow
          move 'N' to ws-post-overflow

          perform report-count-accounts
          perform report-count-logins
          perform report-scan-jobs
          perform report-scan-applications

          open output report-file
          if ws-report-status not = "00"
              move "Could not create report file. Status: " to ws-message
              string ws-message ws-report-status into ws-message
              perform display-error
              exit paragraph
          end-if
          perform report-write-body
          close report-file

          move "Operations report written to InCollege-Report.txt." to ws-message
          perform display-success
          exit paragraph.

*>    Totals every account on file and how many are currently locked.
      report-count-accounts.
          move 'N' to ws-accounts-eof
          open input accounts-file
          if ws-userdata-status not = "00"
              close accounts-file
              exit paragraph
          end-if
          perform until accounts-file-ended
              read accounts-file next record
                  at end
                      set accounts-file-ended to true
                  not at end
                      add 1 to ws-rpt-total-accounts
                      if acct-is-locked
                          add 1 to ws-rpt-locked-accounts
                      end-if
              end-read
          end-perform
          close accounts-file
          exit paragraph.

*>    Totals SUCCESS/FAILURE rows from the login audit trail for the
*>    reporting period: the trailing 7 days including today, judged by
*>    each row's timestamp with the same integer-of-date arithmetic
*>    account-lockout-expired uses.
      report-count-logins.
          move 'N' to ws-audit-eof
          open input login-audit-file
          if ws-audit-status not = "00"
              close login-audit-file
              exit paragraph
          end-if
          compute ws-rpt-day-now =
              function integer-of-date(function numval(function current-date(1:8)))
          perform until audit-file-ended
              read login-audit-file next record
                  at end
                      set audit-file-ended to true
                  not at end
                      if function trim(audit-timestamp) not = spaces
                          compute ws-rpt-day-then =
                              function integer-of-date(function numval(audit-timestamp(1:8)))
                          if ws-rpt-day-now - ws-rpt-day-then < 7
                              if function trim(audit-result) = "SUCCESS"
                                  add 1 to ws-rpt-login-success
                              else
                                  add 1 to ws-rpt-login-failure
                              end-if
                          end-if
                      end-if
              end-read
          end-perform
          close login-audit-file
          exit paragraph.

*>    Rolls every posting up by employer and seeds the per-posting
*>    applicant counts used by the busiest-postings section.
      report-scan-jobs.
          move 'N' to ws-jobs-eof
          open input jobs-file
          if ws-jobs-status not = "00"
              close jobs-file
              exit paragraph
          end-if
          perform until jobs-file-ended
              read jobs-file
                  at end
                      set jobs-file-ended to true
                  not at end
                      add 1 to ws-rpt-total-jobs
                      perform report-tally-employer
                      if ws-post-count < MAX-REPORT-POSTINGS
                          add 1 to ws-post-count
                          move job-title    to post-title(ws-post-count)
                          move job-employer to post-employer(ws-post-count)
                          move job-location to post-location(ws-post-count)
                          move job-id       to post-id(ws-post-count)
                          move 0            to post-apps(ws-post-count)
                          move "N"          to post-picked(ws-post-count)
                      else
                          set posting-table-full to true
                      end-if
              end-read
          end-perform
          close jobs-file
          exit paragraph.

*>    Adds the jobs-file record just read to the per-employer rollup.
*>    The stored spelling is resolved through the employer master
*>    first, so postings written before a spelling was merged still
*>    roll up under one employer instead of undercounting the big ones.
      report-tally-employer.
          move job-employer to ws-emp-lookup-name
          perform resolve-employer-name
          move 'N' to ws-rpt-found
          perform varying ws-rpt-i from 1 by 1
                  until ws-rpt-i > ws-emp-count or report-entry-found
              if function upper-case(function trim(emp-name(ws-rpt-i)))
                 = function upper-case(function trim(ws-emp-resolved-name))
                  add 1 to emp-jobs(ws-rpt-i)
                  set report-entry-found to true
              end-if
          end-perform
          if not report-entry-found
              if ws-emp-count < MAX-REPORT-EMPLOYERS
                  add 1 to ws-emp-count
                  move ws-emp-resolved-name to emp-name(ws-emp-count)
                  move 1 to emp-jobs(ws-emp-count)
              else
                  set employer-table-full to true
              end-if
          end-if
          exit paragraph.

*>    Breaks applications down by status and credits each one to its
*>    posting (by job-id, or the title/employer/location join for rows
*>    written before job ids existed).
      report-scan-applications.
          move 'N' to ws-app-eof
          open input applications-file
          if ws-app-status not = "00"
              close applications-file
              exit paragraph
          end-if
          perform until applications-file-ended
              read applications-file next record
                  at end
                      set applications-file-ended to true
                  not at end
                      add 1 to ws-rpt-total-apps
                      evaluate function trim(app-status)
                          when "Under Review"
                              add 1 to ws-rpt-apps-review
                          when "Accepted"
                              add 1 to ws-rpt-apps-accepted
                          when "Rejected"
                              add 1 to ws-rpt-apps-rejected
                          when other
                              add 1 to ws-rpt-apps-applied
                      end-evaluate
                      perform report-credit-posting
              end-read
          end-perform
          close applications-file
          exit paragraph.

*>    Finds the posting the applications-file record just read belongs
*>    to and bumps its applicant count.
      report-credit-posting.
          perform varying ws-rpt-i from 1 by 1
                  until ws-rpt-i > ws-post-count
              if (function trim(app-job-id) not = spaces
                  and app-job-id = post-id(ws-rpt-i))
                or (function trim(app-job-id) = spaces
                  and function upper-case(function trim(app-job-title))
                    = function upper-case(function trim(post-title(ws-rpt-i)))
                  and function upper-case(function trim(app-job-employer))
                    = function upper-case(function trim(post-employer(ws-rpt-i)))
                  and function upper-case(function trim(app-job-location))
                    = function upper-case(function trim(post-location(ws-rpt-i))))
                  add 1 to post-apps(ws-rpt-i)
                  exit perform
              end-if
          end-perform
          exit paragraph.

*>    Lays the gathered numbers out as the report body.
      report-write-body.
          move "=== InCollege Weekly Operations Summary ===" to ws-message
          perform write-report-line
          move spaces to ws-message
          string
              "Generated: " delimited by size
              function current-date(1:8) delimited by size
              " " delimited by size
              function current-date(9:4) delimited by size
            into ws-message
          end-string
          perform write-report-line
          move spaces to ws-message
          perform write-report-line

          move "ACCOUNTS" to ws-message
          perform write-report-line
          move ws-rpt-total-accounts to ws-rpt-num-edit
          move spaces to ws-message
          string "  Total accounts:  " function trim(ws-rpt-num-edit)
              delimited by size into ws-message
          perform write-report-line
          move ws-rpt-locked-accounts to ws-rpt-num-edit
          move spaces to ws-message
          string "  Locked accounts: " function trim(ws-rpt-num-edit)
              delimited by size into ws-message
          perform write-report-line
          move spaces to ws-message
          perform write-report-line

          move "LOGIN ACTIVITY (trailing 7 days)" to ws-message
          perform write-report-line
          move ws-rpt-login-success to ws-rpt-num-edit
          move spaces to ws-message
          string "  Successful logins: " function trim(ws-rpt-num-edit)
              delimited by size into ws-message
          perform write-report-line
          move ws-rpt-login-failure to ws-rpt-num-edit
          move spaces to ws-message
          string "  Failed logins:     " function trim(ws-rpt-num-edit)
              delimited by size into ws-message
          perform write-report-line
          move spaces to ws-message
          perform write-report-line

          move "JOBS POSTED PER EMPLOYER" to ws-message
          perform write-report-line
          if ws-emp-count = 0
              move "  (no jobs on file)" to ws-message
              perform write-report-line
          end-if
          perform varying ws-rpt-i from 1 by 1
                  until ws-rpt-i > ws-emp-count
              move emp-jobs(ws-rpt-i) to ws-rpt-num-edit
              move spaces to ws-message
              string
                  "  " delimited by size
                  function trim(emp-name(ws-rpt-i)) delimited by size
                  ": " delimited by size
                  function trim(ws-rpt-num-edit) delimited by size
                into ws-message
              end-string
              perform write-report-line
          end-perform
          if employer-table-full
              move "  (more employers than this report can roll up; totals above are partial)" to ws-message
              perform write-report-line
          end-if
          move spaces to ws-message
          perform write-report-line

          move "APPLICATIONS BY STATUS" to ws-message
          perform write-report-line
          move ws-rpt-apps-applied to ws-rpt-num-edit
          move spaces to ws-message
          string "  Applied:      " function trim(ws-rpt-num-edit)
              delimited by size into ws-message
          perform write-report-line
          move ws-rpt-apps-review to ws-rpt-num-edit
          move spaces to ws-message
          string "  Under Review: " function trim(ws-rpt-num-edit)
              delimited by size into ws-message
          perform write-report-line
          move ws-rpt-apps-accepted to ws-rpt-num-edit
          move spaces to ws-message
          string "  Accepted:     " function trim(ws-rpt-num-edit)
              delimited by size into ws-message
          perform write-report-line
          move ws-rpt-apps-rejected to ws-rpt-num-edit
          move spaces to ws-message
          string "  Rejected:     " function trim(ws-rpt-num-edit)
              delimited by size into ws-message
          perform write-report-line
          move ws-rpt-total-apps to ws-rpt-num-edit
          move spaces to ws-message
          string "  Total:        " function trim(ws-rpt-num-edit)
              delimited by size into ws-message
          perform write-report-line
          move spaces to ws-message
          perform write-report-line

          move "POSTINGS WITH MOST APPLICANTS" to ws-message
          perform write-report-line
          perform report-write-top-postings
          if posting-table-full
              move "  (more postings than this report can rank; ranking above is partial)" to ws-message
              perform write-report-line
          end-if
          exit paragraph.

*>    Writes up to the five busiest postings, most applicants first,
*>    by repeatedly picking the not-yet-picked posting with the
*>    highest applicant count.
      report-write-top-postings.
          move 0 to ws-rpt-rank
          perform until ws-rpt-rank >= 5
              move 0 to ws-rpt-best-index
              move 0 to ws-rpt-best-apps
              perform varying ws-rpt-i from 1 by 1
                      until ws-rpt-i > ws-post-count
                  if post-picked(ws-rpt-i) not = "Y"
                     and post-apps(ws-rpt-i) > ws-rpt-best-apps
                      move ws-rpt-i to ws-rpt-best-index
                      move post-apps(ws-rpt-i) to ws-rpt-best-apps
                  end-if
              end-perform
              if ws-rpt-best-index = 0
                  exit perform
              end-if
              move "Y" to post-picked(ws-rpt-best-index)
              add 1 to ws-rpt-rank
              move post-apps(ws-rpt-best-index) to ws-rpt-num-edit
              move spaces to ws-message
              string
                  "  " delimited by size
                  ws-rpt-rank delimited by size
                  ") " delimited by size
                  function trim(post-title(ws-rpt-best-index)) delimited by size
                  "  |  " delimited by size
                  function trim(post-employer(ws-rpt-best-index)) delimited by size
                  "  -  " delimited by size
                  function trim(ws-rpt-num-edit) delimited by size
                  " applicant(s)" delimited by size
                into ws-message
              end-string
              perform write-report-line
          end-perform
          if ws-rpt-rank = 0
              move "  (no applications on file)" to ws-message
              perform write-report-line
          end-if
          exit paragraph.

      write-report-line.
          move ws-message to report-record
          write report-record.

*>    ===================== Data Integrity Check =====================
*>    Reconciliation sweep over every data file: applications whose
*>    job is gone, pending requests and connections naming unknown
*>    accounts, profiles without accounts, and pairs sitting in both
*>    the pending and connections files.  Every inconsistent row is
*>    written to InCollege-Exceptions.txt, moved to the quarantine
*>    file (tagged with where it came from) and dropped from its data
*>    file through the usual temp-file swap, so a crash mid-rewrite or
*>    a hand-edited file can no longer corrupt the menus at random.
      run-integrity-check.
          move 0 to ws-chk-exception-count

          open output exceptions-file
          if ws-exceptions-status not = "00"
              move "Could not create exceptions file. Status: " to ws-message
              string ws-message ws-exceptions-status into ws-message
              perform display-error
              exit paragraph
          end-if
          move "=== InCollege Data Integrity Exceptions ===" to ws-message
          perform write-exception-line
          move spaces to ws-message
          string
              "Run: " delimited by size
              function current-date(1:8) delimited by size
              " " delimited by size
              function current-date(9:4) delimited by size
            into ws-message
          end-string
          perform write-exception-line
          move spaces to ws-message
          perform write-exception-line

          open extend quarantine-file
          if ws-quarantine-status = "35"
              open output quarantine-file
              close quarantine-file
              open extend quarantine-file
          end-if
          if ws-quarantine-status not = "00"
              move "Could not open quarantine file. Status: " to ws-message
              string ws-message ws-quarantine-status into ws-message
              perform display-error
              close exceptions-file
              exit paragraph
          end-if

          *> Keyed account lookups for the whole sweep; when the
          *> accounts file itself is unreadable the username checks
          *> are skipped rather than quarantining everything.
          move 'N' to ws-chk-accounts-ok
          open input accounts-file
          if ws-userdata-status = "00"
              set check-accounts-usable to true
          else
              close accounts-file
              move "(accounts file unavailable; username checks skipped this run)" to ws-message
              perform write-exception-line
          end-if

          perform integrity-sweep-applications
          perform integrity-sweep-pending
          perform integrity-sweep-connections
          perform integrity-sweep-profiles

          if check-accounts-usable
              close accounts-file
          end-if
          close quarantine-file

          move spaces to ws-message
          perform write-exception-line
          if ws-chk-exception-count = 0
              move "No inconsistencies found." to ws-message
          else
              move ws-chk-exception-count to ws-rpt-num-edit
              move spaces to ws-message
              string
                  "Total inconsistencies quarantined: " delimited by size
                  function trim(ws-rpt-num-edit) delimited by size
                into ws-message
              end-string
          end-if
          perform write-exception-line
          close exceptions-file

          move ws-chk-exception-count to ws-rpt-num-edit
          move spaces to ws-message
          string
              "Integrity check complete: " delimited by size
              function trim(ws-rpt-num-edit) delimited by size
              " inconsistency(ies); see InCollege-Exceptions.txt." delimited by size
            into ws-message
          end-string
          perform display-success
          exit paragraph.

*>    Looks ws-chk-username up in the keyed accounts file; result in
*>    checked-user-exists.  A blank username never exists.
      integrity-account-exists.
          move 'N' to ws-chk-exists
          if function trim(ws-chk-username) = spaces
              exit paragraph
          end-if
          if not check-accounts-usable
              set checked-user-exists to true
              exit paragraph
          end-if
          move function trim(ws-chk-username) to username
          read accounts-file
              invalid key
                  continue
              not invalid key
                  set checked-user-exists to true
          end-read
          exit paragraph.

*>    Does the applications-file record just read still point at a
*>    posting?  By job-id when it has one, otherwise by the same
*>    title/employer/location join display-one-posting-roster uses.
      integrity-job-exists.
          move 'N' to ws-chk-job-found
          move 'N' to ws-jobs-eof
          open input jobs-file
          if ws-jobs-status not = "00"
              close jobs-file
              exit paragraph
          end-if
          perform until jobs-file-ended
              read jobs-file
                  at end set jobs-file-ended to true
                  not at end
                      if (function trim(app-job-id) not = spaces
                          and job-id = app-job-id)
                        or (function trim(app-job-id) = spaces
                          and function upper-case(function trim(job-title))
                            = function upper-case(function trim(app-job-title))
                          and function upper-case(function trim(job-employer))
                            = function upper-case(function trim(app-job-employer))
                          and function upper-case(function trim(job-location))
                            = function upper-case(function trim(app-job-location)))
                          set checked-job-exists to true
                          set jobs-file-ended to true
                      end-if
              end-read
          end-perform
          close jobs-file
          exit paragraph.

*>    Applications sweep: quarantine rows whose posting is gone.  A
*>    jobs file that cannot be read (any status other than present or
*>    never-created) skips the sweep instead of orphaning every row.
*>    The file is keyed now, so pass one reads every record,
*>    quarantines the orphans and remembers their keys, and pass two
*>    deletes them by key - the same two-pass shape
*>    integrity-sweep-profiles uses.
      integrity-sweep-applications.
          open input jobs-file
          if ws-jobs-status not = "00" and ws-jobs-status not = "35"
              close jobs-file
              move "(jobs file unreadable; application checks skipped this run)" to ws-message
              perform write-exception-line
              exit paragraph
          end-if
          close jobs-file

          move 0 to ws-orphan-app-count
          move 'N' to ws-orphan-app-overflow
          move 'N' to ws-app-eof
          open input applications-file
          if ws-app-status not = "00"
              close applications-file
              exit paragraph
          end-if

          perform until applications-file-ended
              read applications-file next record
                  at end set applications-file-ended to true
                  not at end
                      perform integrity-job-exists
                      if not checked-job-exists
                          if ws-orphan-app-count < MAX-ORPHAN-APPS
                              add 1 to ws-chk-exception-count
                              add 1 to ws-orphan-app-count
                              move app-key
                                to ws-orphan-app-key(ws-orphan-app-count)
                              move spaces to ws-message
                              string
                                  "APPLICATION: " delimited by size
                                  function trim(app-username) delimited by size
                                  " -> '" delimited by size
                                  function trim(app-job-title) delimited by size
                                  "' (job id " delimited by size
                                  function trim(app-job-id) delimited by size
                                  ") matches no posting; quarantined" delimited by size
                                into ws-message
                              end-string
                              perform write-exception-line
                              move "InCollege-Applications.txt" to qtn-source
                              move spaces to qtn-data
                              move application-record to qtn-data
                              write quarantine-record
                          else
                              set orphan-app-table-full to true
                          end-if
                      end-if
              end-read
          end-perform
          close applications-file

          if ws-orphan-app-count > 0
              open i-o applications-file
              if ws-app-status = "00"
                  perform varying ws-rpt-i from 1 by 1
                          until ws-rpt-i > ws-orphan-app-count
                      move ws-orphan-app-key(ws-rpt-i) to app-key
                      delete applications-file record
                          invalid key
                              continue
                      end-delete
                  end-perform
              end-if
              close applications-file
          end-if

          if orphan-app-table-full
              move "(more orphan applications than one run can quarantine; run the check again)" to ws-message
              perform write-exception-line
          end-if
          move spaces to ws-app-status
          exit paragraph.

*>    Pending-requests sweep: quarantine rows naming unknown accounts
*>    and rows whose pair is already in the connections file.
      integrity-sweep-pending.
          move 'N' to ws-requests-eof
          move spaces to ws-requests-status
          open input pending-requests-file
          if ws-requests-status not = "00"
              close pending-requests-file
              exit paragraph
          end-if
          open output temp-pending-file

          perform until requests-file-ended
              read pending-requests-file next record
                  at end set requests-file-ended to true
                  not at end
                      move 'Y' to ws-chk-row-ok
                      move req-sender to ws-chk-username
                      perform integrity-account-exists
                      if not checked-user-exists
                          move 'N' to ws-chk-row-ok
                          move "sender" to ws-value
                      end-if
                      if checked-row-ok
                          move req-recipient to ws-chk-username
                          perform integrity-account-exists
                          if not checked-user-exists
                              move 'N' to ws-chk-row-ok
                              move "recipient" to ws-value
                          end-if
                      end-if
                      if checked-row-ok
                          *> Pair already connected?  Then this row is
                          *> a leftover that re-offers a done request.
                          move req-sender    to ws-input-username
                          move req-recipient to ws-found-username
                          perform check-already-connected
                          if users-already-connected
                              add 1 to ws-chk-exception-count
                              move spaces to ws-message
                              string
                                  "PENDING: " delimited by size
                                  function trim(req-sender) delimited by size
                                  " -> " delimited by size
                                  function trim(req-recipient) delimited by size
                                  " already connected; quarantined" delimited by size
                                into ws-message
                              end-string
                              perform write-exception-line
                              perform quarantine-pending-row
                          else
                              move req-sender    to temp-req-sender
                              move req-recipient to temp-req-recipient
                              write temp-request-record
                          end-if
                      else
                          add 1 to ws-chk-exception-count
                          move spaces to ws-message
                          string
                              "PENDING: " delimited by size
                              function trim(req-sender) delimited by size
                              " -> " delimited by size
                              function trim(req-recipient) delimited by size
                              ": unknown " delimited by size
                              function trim(ws-value) delimited by size
                              " account; quarantined" delimited by size
                            into ws-message
                          end-string
                          perform write-exception-line
                          perform quarantine-pending-row
                      end-if
              end-read
          end-perform

          close pending-requests-file
          close temp-pending-file

          move "InCollege-PendingRequests.txt" to ws-message
          call "CBL_DELETE_FILE" using ws-message
          move "InCollege-PendingRequests.tmp" to ws-message
          move "InCollege-PendingRequests.txt" to ws-user-choice
          call "CBL_RENAME_FILE" using ws-message, ws-user-choice
          move spaces to ws-requests-status
          move spaces to ws-temp-status
          exit paragraph.

      quarantine-pending-row.
          move "InCollege-PendingRequests.txt" to qtn-source
          move spaces to qtn-data
          move request-record to qtn-data
          write quarantine-record
          exit paragraph.

*>    Connections sweep: quarantine rows naming unknown accounts.
      integrity-sweep-connections.
          move 'N' to ws-conns-eof
          move spaces to ws-connections-status
          open input connections-file
          if ws-connections-status not = "00"
              close connections-file
              exit paragraph
          end-if
          open output temp-connections-file

          perform until conns-file-ended
              read connections-file next record
                  at end set conns-file-ended to true
                  not at end
                      move 'Y' to ws-chk-row-ok
                      move conn-user-a to ws-chk-username
                      perform integrity-account-exists
                      if not checked-user-exists
                          move 'N' to ws-chk-row-ok
                      end-if
                      if checked-row-ok
                          move conn-user-b to ws-chk-username
                          perform integrity-account-exists
                          if not checked-user-exists
                              move 'N' to ws-chk-row-ok
                          end-if
                      end-if
                      if checked-row-ok
                          move conn-user-a to temp-conn-user-a
                          move conn-user-b to temp-conn-user-b
                          write temp-connection-record
                      else
                          add 1 to ws-chk-exception-count
                          move spaces to ws-message
                          string
                              "CONNECTION: " delimited by size
                              function trim(conn-user-a) delimited by size
                              " <-> " delimited by size
                              function trim(conn-user-b) delimited by size
                              ": unknown account; quarantined" delimited by size
                            into ws-message
                          end-string
                          perform write-exception-line
                          move "InCollege-Connections.txt" to qtn-source
                          move spaces to qtn-data
                          move connection-record to qtn-data
                          write quarantine-record
                      end-if
              end-read
          end-perform

          close connections-file
          close temp-connections-file

          move "InCollege-Connections.txt" to ws-message
          call "CBL_DELETE_FILE" using ws-message
          move "InCollege-Connections.tmp" to ws-message
          move "InCollege-Connections.txt" to ws-user-choice
          call "CBL_RENAME_FILE" using ws-message, ws-user-choice
          move spaces to ws-connections-status
          move spaces to ws-temp-status
          exit paragraph.

*>    Profiles sweep: quarantine profiles whose account is gone.  The
*>    profiles file is indexed, so pass one reads every record and
*>    remembers the orphans, and pass two deletes them by key; the
*>    quarantine copy is written during pass one while the full record
*>    is in hand.
      integrity-sweep-profiles.
          move 0 to ws-orphan-count
          move 'N' to ws-orphan-overflow
          move 'N' to ws-profiles-eof
          move spaces to ws-profiles-status
          open input profiles-file
          if ws-profiles-status not = "00"
              close profiles-file
              exit paragraph
          end-if

          perform until profiles-file-ended
              read profiles-file next record
                  at end set profiles-file-ended to true
                  not at end
                      move profile-username to ws-chk-username
                      perform integrity-account-exists
                      if not checked-user-exists
                          if ws-orphan-count < MAX-ORPHAN-PROFILES
                              add 1 to ws-chk-exception-count
                              add 1 to ws-orphan-count
                              move profile-username
                                to ws-orphan-user(ws-orphan-count)
                              move spaces to ws-message
                              string
                                  "PROFILE: " delimited by size
                                  function trim(profile-username) delimited by size
                                  " has no account; quarantined" delimited by size
                                into ws-message
                              end-string
                              perform write-exception-line
                              move "InCollege-Profiles.txt" to qtn-source
                              move spaces to qtn-data
                              move profile-record to qtn-data
                              write quarantine-record
                          else
                              set orphan-table-full to true
                          end-if
                      end-if
              end-read
          end-perform
          close profiles-file

          if ws-orphan-count > 0
              open i-o profiles-file
              if ws-profiles-status = "00"
                  perform varying ws-rpt-i from 1 by 1
                          until ws-rpt-i > ws-orphan-count
                      move ws-orphan-user(ws-rpt-i) to profile-username
                      delete profiles-file record
                          invalid key
                              continue
                      end-delete
                  end-perform
              end-if
              close profiles-file
          end-if

          if orphan-table-full
              move "(more orphan profiles than one run can quarantine; run the check again)" to ws-message
              perform write-exception-line
          end-if
          move spaces to ws-profiles-status
          exit paragraph.

      write-exception-line.
          move ws-message to exceptions-record
          write exceptions-record.

*>    ===================== Admin Console =====================
*>    Authenticated gateway to the batch and maintenance tools that
*>    used to sit unprotected on the initial menu.  Credentials are
*>    checked against the keyed accounts file exactly like a normal
*>    login (failed attempts count toward the same lockout, and every
*>    attempt lands in the login audit trail); the account must also
*>    carry the admin flag.  On a brand-new system with no admin on
*>    file yet, the first account to authenticate here is promoted,
*>    so the flag can be bootstrapped without editing the file by
*>    hand.
      admin-console.
          move 'N' to ws-admin-authed

          move "Administrator Login" to ws-message
          perform display-title
          move "Username: " to ws-message
          perform display-prompt
          perform read-next-input
          if input-ended
              exit paragraph
          end-if
          move function trim(ws-last-input) to ws-input-username
          move "Password: " to ws-message
          perform display-prompt
          perform read-next-input
          if input-ended
              exit paragraph
          end-if
          move function trim(ws-last-input) to ws-input-password

          open i-o accounts-file
          if ws-userdata-status not = "00"
              move "Accounts file unavailable. Status: " to ws-message
              string ws-message ws-userdata-status into ws-message
              perform display-error
              close accounts-file
              exit paragraph
          end-if
          move function trim(ws-input-username) to username
          read accounts-file
              invalid key
                  close accounts-file
                  move "Invalid administrator credentials." to ws-message
                  perform display-error
                  move "FAILURE" to ws-audit-result
                  perform record-login-audit
                  exit paragraph
              not invalid key
                  continue
          end-read
          if acct-is-deactivated or acct-is-locked
              close accounts-file
              move "That account cannot be used for administration right now." to ws-message
              perform display-error
              move "FAILURE" to ws-audit-result
              perform record-login-audit
              exit paragraph
          end-if
          if ws-input-password not = function trim(acct-password)
              add 1 to acct-fail-count
              if acct-fail-count >= MAX-LOGIN-FAILURES
                  move "Y" to acct-locked
                  move function current-date to acct-lock-time
              end-if
              rewrite account-record
              close accounts-file
              move "Invalid administrator credentials." to ws-message
              perform display-error
              move "FAILURE" to ws-audit-result
              perform record-login-audit
              exit paragraph
          end-if

          if not acct-is-admin
              perform check-any-admin-on-file
              if an-admin-is-on-file
                  close accounts-file
                  move "This account does not have administrator access." to ws-message
                  perform display-error
                  move "FAILURE" to ws-audit-result
                  perform record-login-audit
                  exit paragraph
              else
*>                First-admin bootstrap: nothing on file carries the
*>                flag yet, so this authenticated account becomes the
*>                first administrator.
                  move function trim(ws-input-username) to username
                  read accounts-file
                      invalid key
                          continue
                  end-read
                  move "Y" to acct-admin
                  rewrite account-record
                  move "No administrator was on file; this account is now the first administrator." to ws-message
                  perform display-info
              end-if
          end-if

          move 0 to acct-fail-count
          rewrite account-record
          close accounts-file
          set admin-authenticated to true
          move "SUCCESS" to ws-audit-result
          perform record-login-audit

          move ws-input-username to ws-admin-session-user
          perform admin-menu
          move 'N' to ws-admin-authed
          move spaces to ws-admin-session-user
          exit paragraph.

*>    Scans the accounts file for any record carrying the admin flag
*>    (result in an-admin-is-on-file).  The caller has accounts-file
*>    open i-o with a record in hand, so the scan runs on its own
*>    open-input pass would clash; instead it reads through the same
*>    open file with READ NEXT, then re-positions nothing - the
*>    caller re-reads its record by key afterwards.
      check-any-admin-on-file.
          move 'N' to ws-admin-exists
          move 'N' to ws-accounts-eof
          move low-values to username
          start accounts-file key not < username
              invalid key
                  set accounts-file-ended to true
          end-start
          perform until accounts-file-ended
              read accounts-file next record
                  at end set accounts-file-ended to true
                  not at end
                      if acct-is-admin
                          set an-admin-is-on-file to true
                          set accounts-file-ended to true
                      end-if
              end-read
          end-perform
          exit paragraph.

*>    The maintenance menu proper; only reachable through a
*>    successful admin-console login.
      admin-menu.
          move 'N' to ws-admin-menu-flag
          perform until admin-menu-done
              move "Administration" to ws-message
              perform display-title
              move "1. Generate Operations Report" to ws-message
              perform display-option
              move "2. Run Data Integrity Check" to ws-message
              perform display-option
              move "3. Import Job Postings from Feed File" to ws-message
              perform display-option
              move "4. Offboard an Account" to ws-message
              perform display-option
              move "5. Maintain Employer Master" to ws-message
              perform display-option
              move "6. Unlock a Locked Account" to ws-message
              perform display-option
              move "7. Force a Password Reset" to ws-message
              perform display-option
              move "8. Review Login Audit for a User" to ws-message
              perform display-option
              move "9. Archive Old Records" to ws-message
              perform display-option
              move "10. Rebuild a Data File from Journal" to ws-message
              perform display-option
              move "11. Career Services Extract" to ws-message
              perform display-option
              move "12. Review Abuse Reports" to ws-message
              perform display-option
              move "13. Application Aging Report" to ws-message
              perform display-option
              move "14. Export a User's Data" to ws-message
              perform display-option
              move "15. Import Registrar Roster" to ws-message
              perform display-option
              move "16. Compensation Benchmark Report" to ws-message
              perform display-option
              move "17. Rename or Merge a Username" to ws-message
              perform display-option
              display ws-line-separator
              perform write-separator
              move "18. Go Back" to ws-message
              perform display-special-option
              display ws-line-separator
              perform write-separator
              move "Enter your choice: " to ws-message
              perform display-prompt
              perform read-user-choice
              if input-ended
                  set admin-menu-done to true
              else
                  evaluate ws-user-choice
                      when '1'
                          perform generate-operations-report
                      when '2'
                          perform run-integrity-check
                      when '3'
                          perform run-job-import
                      when '4'
                          perform offboard-account
                      when '5'
                          perform maintain-employers
                      when '6'
                          perform admin-unlock-account
                      when '7'
                          perform admin-force-password-reset
                      when '8'
                          perform admin-review-login-audit
                      when '9'
                          perform run-archive-sweep
                      when '10'
                          perform run-journal-rebuild
                      when '11'
                          perform run-status-extract
                      when '12'
                          perform review-abuse-reports
                      when '13'
                          perform run-aging-report
                      when '14'
                          perform admin-export-user-data
                      when '15'
                          perform run-roster-import
                      when '16'
                          perform run-salary-benchmark
                      when '17'
                          perform rename-or-merge-user
                      when '18'
                          set admin-menu-done to true
                      when other
                          move "Invalid option. Please try again" to ws-message
                          perform display-error
                  end-evaluate
              end-if
          end-perform
          exit paragraph.

*>    Lifts a failed-login lockout on the spot instead of waiting out
*>    MAX-LOCKOUT-MINUTES or editing the file by hand.  Deactivated
*>    accounts are deliberately not touched here; offboarding is a
*>    separate decision.
      admin-unlock-account.
          move "Username to unlock (or 0 to go back): " to ws-message
          perform display-prompt
          perform read-next-input
          if input-ended
              exit paragraph
          end-if
          if function trim(ws-last-input) = "0"
              exit paragraph
          end-if
          move function trim(ws-last-input) to ws-admin-target

          open i-o accounts-file
          if ws-userdata-status not = "00"
              move "Accounts file unavailable. Status: " to ws-message
              string ws-message ws-userdata-status into ws-message
              perform display-error
              close accounts-file
              exit paragraph
          end-if
          move ws-admin-target to username
          read accounts-file
              invalid key
                  close accounts-file
                  move "No such account." to ws-message
                  perform display-error
                  exit paragraph
              not invalid key
                  continue
          end-read
          if acct-is-deactivated
              close accounts-file
              move "That account is deactivated, not locked; it cannot be unlocked here." to ws-message
              perform display-info
              exit paragraph
          end-if
          if not acct-is-locked
              close accounts-file
              move "That account is not locked." to ws-message
              perform display-info
              exit paragraph
          end-if
          move 0 to acct-fail-count
          move "N" to acct-locked
          move spaces to acct-lock-time
          rewrite account-record
          close accounts-file
          move "Account unlocked." to ws-message
          perform display-success
          exit paragraph.

*>    Flags an account so its next successful login must set a new
*>    password before the session continues (see force-new-password).
*>    The old password keeps working until then - the administrator
*>    never learns or chooses the new one.
      admin-force-password-reset.
          move "Username to flag for a password reset (or 0 to go back): " to ws-message
          perform display-prompt
          perform read-next-input
          if input-ended
              exit paragraph
          end-if
          if function trim(ws-last-input) = "0"
              exit paragraph
          end-if
          move function trim(ws-last-input) to ws-admin-target

          open i-o accounts-file
          if ws-userdata-status not = "00"
              move "Accounts file unavailable. Status: " to ws-message
              string ws-message ws-userdata-status into ws-message
              perform display-error
              close accounts-file
              exit paragraph
          end-if
          move ws-admin-target to username
          read accounts-file
              invalid key
                  close accounts-file
                  move "No such account." to ws-message
                  perform display-error
                  exit paragraph
              not invalid key
                  continue
          end-read
          if acct-is-deactivated
              close accounts-file
              move "That account is deactivated; it cannot log in to change anything." to ws-message
              perform display-info
              exit paragraph
          end-if
          move "Y" to acct-pwd-reset
          rewrite account-record
          close accounts-file
          move "The user must set a new password at their next login." to ws-message
          perform display-success
          exit paragraph.

*>    Shows the most recent MAX-AUDIT-REVIEW-ROWS login-audit rows
*>    for one user: a counting pass first, then a printing pass that
*>    skips everything before the tail.  Same two-pass approach
*>    view-message-inbox uses on the messages file.
      admin-review-login-audit.
          move "Username to review (or 0 to go back): " to ws-message
          perform display-prompt
          perform read-next-input
          if input-ended
              exit paragraph
          end-if
          if function trim(ws-last-input) = "0"
              exit paragraph
          end-if
          move function trim(ws-last-input) to ws-admin-target

          move 0 to ws-audit-match-count
          move 'N' to ws-audit-eof
          open input login-audit-file
          if ws-audit-status not = "00"
              close login-audit-file
              move "No login activity on file." to ws-message
              perform display-info
              exit paragraph
          end-if
          perform until audit-file-ended
              read login-audit-file next record
                  at end set audit-file-ended to true
                  not at end
                      if function upper-case(function trim(audit-username))
                         = function upper-case(function trim(ws-admin-target))
                          add 1 to ws-audit-match-count
                      end-if
              end-read
          end-perform
          close login-audit-file

          if ws-audit-match-count = 0
              move "No login activity on file for that user." to ws-message
              perform display-info
              exit paragraph
          end-if

          move spaces to ws-message
          string
              "Recent login activity for " delimited by size
              function trim(ws-admin-target) delimited by size
            into ws-message
          end-string
          perform display-title

          move 0 to ws-audit-row-num
          move 'N' to ws-audit-eof
          open input login-audit-file
          if ws-audit-status not = "00"
              close login-audit-file
              move "No login activity on file." to ws-message
              perform display-info
              exit paragraph
          end-if
          perform until audit-file-ended
              read login-audit-file next record
                  at end set audit-file-ended to true
                  not at end
                      if function upper-case(function trim(audit-username))
                         = function upper-case(function trim(ws-admin-target))
                          add 1 to ws-audit-row-num
                          if ws-audit-match-count - ws-audit-row-num
                             < MAX-AUDIT-REVIEW-ROWS
                              move spaces to ws-message
                              string
                                  " - " delimited by size
                                  audit-timestamp(1:8) delimited by size
                                  " " delimited by size
                                  audit-timestamp(9:4) delimited by size
                                  "  " delimited by size
                                  function trim(audit-result) delimited by size
                                into ws-message
                              end-string
                              perform display-line
                          end-if
                      end-if
              end-read
          end-perform
          close login-audit-file
          exit paragraph.

*>    ===================== Retention / Archival =====================
*>    Batch sweep that moves stale records out of the ever-growing
*>    data files into date-stamped archive files, so the full-file
*>    scans (browse-jobs, view-my-postings, the inbox passes) stop
*>    paying for last semester on every read: read messages past the
*>    cutoff, audit rows past the cutoff, and jobs that are closed or
*>    whose close-by date lapsed before the cutoff - each archived
*>    job taking its application rows along with it.  Nothing is
*>    deleted; every moved row lands whole in its archive file.
      run-archive-sweep.
          move "Archive Old Records" to ws-message
          perform display-title

          move spaces to ws-message
          move DEFAULT-ARCHIVE-DAYS to ws-rpt-num-edit
          string
              "Archive records older than how many days? (Enter for "
                  delimited by size
              function trim(ws-rpt-num-edit) delimited by size
              "): " delimited by size
            into ws-message
          end-string
          perform display-prompt
          perform read-next-input
          if input-ended
              exit paragraph
          end-if
          if function trim(ws-last-input) = spaces
              move DEFAULT-ARCHIVE-DAYS to ws-arch-days
          else
              move function numval(ws-last-input) to ws-arch-days
          end-if
          if ws-arch-days = 0
              move "The cutoff must be at least one day." to ws-message
              perform display-error
              exit paragraph
          end-if
          perform archive-sweep-for-days
          exit paragraph.

*>    The sweep proper for a cutoff of ws-arch-days days; shared by
*>    the admin screen and the nightly cycle (which always uses
*>    DEFAULT-ARCHIVE-DAYS).
      archive-sweep-for-days.
          compute ws-arch-today-int =
              function integer-of-date(
                  function numval(function current-date(1:8)))
          compute ws-arch-cutoff-int = ws-arch-today-int - ws-arch-days
          compute ws-arch-cutoff-date-n =
              function date-of-integer(ws-arch-cutoff-int)
          move ws-arch-cutoff-date-n to ws-arch-cutoff-date

          move 0 to ws-arch-msg-count
          move 0 to ws-arch-audit-count
          move 0 to ws-arch-job-count
          move 0 to ws-arch-app-count
          move 0 to ws-arch-job-total
          move 'N' to ws-arch-overflow

          perform archive-old-messages
          perform archive-old-audit-rows
          perform archive-old-jobs
          if ws-arch-job-total > 0
              perform archive-apps-of-archived-jobs
          end-if

          move "Archive sweep summary" to ws-message
          perform display-title
          move ws-arch-msg-count to ws-rpt-num-edit
          move "Read messages archived" to ws-label
          move function trim(ws-rpt-num-edit) to ws-value
          perform display-labeled-line
          move ws-arch-audit-count to ws-rpt-num-edit
          move "Login audit rows archived" to ws-label
          move function trim(ws-rpt-num-edit) to ws-value
          perform display-labeled-line
          move ws-arch-job-count to ws-rpt-num-edit
          move "Job postings archived" to ws-label
          move function trim(ws-rpt-num-edit) to ws-value
          perform display-labeled-line
          move ws-arch-app-count to ws-rpt-num-edit
          move "Application rows archived" to ws-label
          move function trim(ws-rpt-num-edit) to ws-value
          perform display-labeled-line
          if archive-job-table-full
              move "(more stale jobs than one sweep can move; run the sweep again for the rest)" to ws-message
              perform display-info
          end-if
          exit paragraph.

*>    Is the yyyymmdd in ws-arch-date-text usable (all digits)?
*>    Rows whose timestamp cannot be judged are kept, never archived
*>    on a guess.  Result in archive-date-usable.
      check-archive-date.
          move 'N' to ws-arch-date-flag
          if ws-arch-date-text = spaces
              exit paragraph
          end-if
          move spaces to ws-temp-message
          move ws-arch-date-text to ws-temp-message(1:8)
          inspect ws-temp-message(1:8)
              converting '0123456789' to '0000000000'
          if ws-temp-message(1:8) = "00000000"
              set archive-date-usable to true
          end-if
          exit paragraph.

*>    Opens archive-out-file (name already in ws-archive-name) for
*>    append, creating it on first use.
      open-archive-target.
          open extend archive-out-file
          if ws-archive-status = "35"
              open output archive-out-file
              close archive-out-file
              open extend archive-out-file
          end-if
          exit paragraph.

*>    Moves read messages whose sent date is past the cutoff into the
*>    dated message archive; unread messages stay whatever their age,
*>    so nothing is taken away before its recipient has seen it.
*>    The file is keyed now, so pass one archives the rows and
*>    remembers their keys, and pass two deletes them by key.
      archive-old-messages.
          move spaces to ws-messages-status
          open input messages-file
          if ws-messages-status not = "00"
              close messages-file
              exit paragraph
          end-if

          move spaces to ws-archive-name
          string
              "InCollege-Archive-Messages-" delimited by size
              function current-date(1:8) delimited by size
              ".txt" delimited by size
            into ws-archive-name
          end-string
          perform open-archive-target
          if ws-archive-status not = "00"
              move "Could not open message archive file. Status: " to ws-message
              string ws-message ws-archive-status into ws-message
              perform display-error
              close messages-file
              close archive-out-file
              exit paragraph
          end-if

          move 0 to ws-arch-del-count
          move 'N' to ws-arch-del-overflow
          move 'N' to ws-messages-eof
          perform until messages-file-ended
              read messages-file next record
                  at end set messages-file-ended to true
                  not at end
                      move msg-sent-time(1:8) to ws-arch-date-text
                      perform check-archive-date
                      if msg-was-read and archive-date-usable
                         and ws-arch-date-text < ws-arch-cutoff-date
                          if ws-arch-del-count < MAX-ARCHIVE-DELETES
                              add 1 to ws-arch-msg-count
                              add 1 to ws-arch-del-count
                              move msg-key
                                to ws-arch-msg-key(ws-arch-del-count)
                              move spaces to archive-out-record
                              move message-record to archive-out-record
                              write archive-out-record
                          else
                              set archive-delete-table-full to true
                          end-if
                      end-if
              end-read
          end-perform

          close messages-file
          close archive-out-file

          if ws-arch-del-count > 0
              open i-o messages-file
              if ws-messages-status = "00"
                  perform varying ws-i from 1 by 1
                          until ws-i > ws-arch-del-count
                      move ws-arch-msg-key(ws-i) to msg-key
                      delete messages-file record
                          invalid key
                              continue
                      end-delete
                  end-perform
              end-if
              close messages-file
          end-if
          if archive-delete-table-full
              move "(more read messages than one sweep can move; run the sweep again)" to ws-message
              perform display-info
          end-if
          move spaces to ws-messages-status
          exit paragraph.

*>    Moves login-audit rows older than the cutoff into the dated
*>    audit archive.  The audit portion floors the cutoff at
*>    REPORT-WINDOW-DAYS, so the tail kept on file always covers the
*>    operations report's trailing-7-day login window even when the
*>    operator entered a shorter sweep cutoff.
      archive-old-audit-rows.
          if ws-arch-days < REPORT-WINDOW-DAYS
              compute ws-arch-audit-cut-int =
                  ws-arch-today-int - REPORT-WINDOW-DAYS
          else
              move ws-arch-cutoff-int to ws-arch-audit-cut-int
          end-if
          compute ws-arch-audit-cut-n =
              function date-of-integer(ws-arch-audit-cut-int)
          move ws-arch-audit-cut-n to ws-arch-audit-cutoff

          move spaces to ws-audit-status
          open input login-audit-file
          if ws-audit-status not = "00"
              close login-audit-file
              exit paragraph
          end-if

          move spaces to ws-archive-name
          string
              "InCollege-Archive-LoginAudit-" delimited by size
              function current-date(1:8) delimited by size
              ".txt" delimited by size
            into ws-archive-name
          end-string
          perform open-archive-target
          if ws-archive-status not = "00"
              move "Could not open audit archive file. Status: " to ws-message
              string ws-message ws-archive-status into ws-message
              perform display-error
              close login-audit-file
              close archive-out-file
              exit paragraph
          end-if

          open output temp-audit-file
          move 'N' to ws-audit-eof
          perform until audit-file-ended
              read login-audit-file next record
                  at end set audit-file-ended to true
                  not at end
                      move audit-timestamp(1:8) to ws-arch-date-text
                      perform check-archive-date
                      if archive-date-usable
                         and ws-arch-date-text < ws-arch-audit-cutoff
                          add 1 to ws-arch-audit-count
                          move spaces to archive-out-record
                          move login-audit-record to archive-out-record
                          write archive-out-record
                      else
                          move audit-username  to temp-audit-username
                          move audit-timestamp to temp-audit-timestamp
                          move audit-result    to temp-audit-result
                          write temp-audit-record
                      end-if
              end-read
          end-perform

          close login-audit-file
          close temp-audit-file
          close archive-out-file

          move "InCollege-LoginAudit.txt" to ws-message
          call "CBL_DELETE_FILE" using ws-message
          move "InCollege-LoginAudit.tmp" to ws-message
          move "InCollege-LoginAudit.txt" to ws-user-choice
          call "CBL_RENAME_FILE" using ws-message, ws-user-choice
          move spaces to ws-audit-status
          exit paragraph.

*>    Moves stale postings into the dated jobs archive: anything
*>    whose close-by/closed-on date lapsed before the cutoff (closes
*>    are date-stamped by close-marked-postings).  A closed or
*>    lapsed posting younger than the cutoff stays on file - it is
*>    already hidden from browsers by job-posting-open, and the
*>    poster can still work its roster (status updates, interview
*>    offers) until it ages out.  A closed posting from before the
*>    stamping existed gets today's date on the way through, so it
*>    ages out of a later sweep.  Each archived job's identity is
*>    remembered so its application rows can follow it out.
      archive-old-jobs.
          open input jobs-file
          if ws-jobs-status not = "00"
              close jobs-file
              exit paragraph
          end-if

          move spaces to ws-archive-name
          string
              "InCollege-Archive-Jobs-" delimited by size
              function current-date(1:8) delimited by size
              ".txt" delimited by size
            into ws-archive-name
          end-string
          perform open-archive-target
          if ws-archive-status not = "00"
              move "Could not open jobs archive file. Status: " to ws-message
              string ws-message ws-archive-status into ws-message
              perform display-error
              close jobs-file
              close archive-out-file
              exit paragraph
          end-if

          open output temp-jobs-file
          move 'N' to ws-jobs-eof
          perform until jobs-file-ended
              read jobs-file
                  at end
                      move 'Y' to ws-jobs-eof
                  not at end
                      move job-close-date to ws-arch-date-text
                      perform check-archive-date
                      if archive-date-usable
                         and job-close-date < ws-arch-cutoff-date
                         and not archive-job-table-full
                          if ws-arch-job-total < MAX-ARCHIVE-JOBS
                              add 1 to ws-arch-job-count
                              add 1 to ws-arch-job-total
                              move job-id       to arc-job-id(ws-arch-job-total)
                              move job-title    to arc-title(ws-arch-job-total)
                              move job-employer to arc-employer(ws-arch-job-total)
                              move job-location to arc-location(ws-arch-job-total)
                              move spaces to archive-out-record
                              move job-record to archive-out-record
                              write archive-out-record
                          else
                              set archive-job-table-full to true
                              perform archive-keep-job-row
                          end-if
                      else
                          perform archive-keep-job-row
                      end-if
              end-read
          end-perform

          close jobs-file
          close temp-jobs-file
          close archive-out-file

          move "InCollege-Jobs.txt" to ws-message
          call "CBL_DELETE_FILE" using ws-message
          move "InCollege-Jobs.tmp" to ws-message
          move "InCollege-Jobs.txt" to ws-user-choice
          call "CBL_RENAME_FILE" using ws-message, ws-user-choice
          exit paragraph.

      archive-keep-job-row.
          move job-title       to temp-job-title
          move job-description to temp-job-description
          move job-employer    to temp-job-employer
          move job-location    to temp-job-location
          move job-salary      to temp-job-salary
          move job-poster      to temp-job-poster
          move job-id          to temp-job-id
          move job-status      to temp-job-status
          move job-close-date  to temp-job-close-date
*>        A closed posting from before closes were date-stamped has
*>        no date to age; give it one now so a later sweep can
*>        archive it once it is old enough.
          if job-is-closed
             and function trim(temp-job-close-date) = spaces
              move function current-date(1:8) to temp-job-close-date
          end-if
          write temp-job-record
          exit paragraph.

*>    Moves every application row belonging to a job archived this
*>    run into the dated applications archive, matched by job-id or
*>    the usual title/employer/location join for rows written before
*>    job ids existed.  The file is keyed now, so pass one archives
*>    the rows and remembers their keys, and pass two deletes them
*>    by key.
      archive-apps-of-archived-jobs.
          open input applications-file
          if ws-app-status not = "00"
              close applications-file
              exit paragraph
          end-if

          move spaces to ws-archive-name
          string
              "InCollege-Archive-Applications-" delimited by size
              function current-date(1:8) delimited by size
              ".txt" delimited by size
            into ws-archive-name
          end-string
          perform open-archive-target
          if ws-archive-status not = "00"
              move "Could not open applications archive file. Status: " to ws-message
              string ws-message ws-archive-status into ws-message
              perform display-error
              close applications-file
              close archive-out-file
              exit paragraph
          end-if

          move 0 to ws-arch-del-count
          move 'N' to ws-arch-del-overflow
          move 'N' to ws-app-eof
          perform until applications-file-ended
              read applications-file next record
                  at end
                      move 'Y' to ws-app-eof
                  not at end
                      move 'N' to ws-chk-job-found
                      perform varying ws-i from 1 by 1
                              until ws-i > ws-arch-job-total
                                 or checked-job-exists
                          if (function trim(arc-job-id(ws-i)) not = spaces
                              and app-job-id = arc-job-id(ws-i))
                            or (function trim(arc-job-id(ws-i)) = spaces
                              and function upper-case(function trim(app-job-title))
                                = function upper-case(function trim(arc-title(ws-i)))
                              and function upper-case(function trim(app-job-employer))
                                = function upper-case(function trim(arc-employer(ws-i)))
                              and function upper-case(function trim(app-job-location))
                                = function upper-case(function trim(arc-location(ws-i))))
                              set checked-job-exists to true
                          end-if
                      end-perform
                      if checked-job-exists
                          if ws-arch-del-count < MAX-ARCHIVE-DELETES
                              add 1 to ws-arch-app-count
                              add 1 to ws-arch-del-count
                              move app-key
                                to ws-arch-app-key(ws-arch-del-count)
                              move spaces to archive-out-record
                              move application-record to archive-out-record
                              write archive-out-record
                          else
                              set archive-delete-table-full to true
                          end-if
                      end-if
              end-read
          end-perform

          close applications-file
          close archive-out-file

          if ws-arch-del-count > 0
              open i-o applications-file
              if ws-app-status = "00"
                  perform varying ws-i from 1 by 1
                          until ws-i > ws-arch-del-count
                      move ws-arch-app-key(ws-i) to app-key
                      delete applications-file record
                          invalid key
                              continue
                      end-delete
                  end-perform
              end-if
              close applications-file
          end-if
          if archive-delete-table-full
              move "(more application rows than one sweep can move; run the sweep again)" to ws-message
              perform display-info
          end-if
          move spaces to ws-app-status
          exit paragraph.

*>    ===================== Career Services Extract ===============
*>    Nightly outbound feed of application outcomes, so career
*>    services stops re-keying them from screenshots: every
*>    applications row whose status changed since the last extract is
*>    written pipe-delimited (username|job-id|title|employer|status|
*>    date) between an HDR row and a TRL row carrying the record
*>    count, so their loader can verify completeness.  The run
*>    timestamp is saved in InCollege-ExtractMarker.txt; the next run
*>    ships only rows stamped after it.  A missing marker (first run)
*>    ships everything, which also covers rows from before
*>    app-status-time existed.
      run-status-extract.
          move "Career Services Extract" to ws-message
          perform display-title

          move spaces to ws-last-extract-time
          open input extract-marker-file
          if ws-marker-status = "00"
              read extract-marker-file
                  at end
                      continue
                  not at end
                      move mkr-last-extract to ws-last-extract-time
              end-read
          end-if
          close extract-marker-file

          move function current-date(1:14) to ws-extract-now

          open input applications-file
          if ws-app-status = "35"
              close applications-file
              move "No applications on file to extract." to ws-message
              perform display-info
              exit paragraph
          end-if
          if ws-app-status not = "00"
              move "Error opening applications file. Status: " to ws-message
              string ws-message ws-app-status into ws-message
              exit paragraph
          end-if

          open output extract-file
          if ws-extract-status not = "00"
              move "Could not create extract file. Status: " to ws-message
              string ws-message ws-extract-status into ws-message
              perform display-error
              close applications-file
              close extract-file
              exit paragraph
          end-if

          move spaces to extract-record
          string
              "HDR|" delimited by size
              ws-extract-now delimited by size
            into extract-record
          end-string
          write extract-record

          move 0 to ws-extract-count
          move 'N' to ws-app-eof
          perform until applications-file-ended
              read applications-file next record
                  at end
                      move 'Y' to ws-app-eof
                  not at end
                      if ws-last-extract-time = spaces
                         or (function trim(app-status-time) not = spaces
                             and app-status-time > ws-last-extract-time)
                          add 1 to ws-extract-count
                          if function trim(app-status) = spaces
                              move "Applied" to ws-selected-status
                          else
                              move app-status to ws-selected-status
                          end-if
                          move spaces to extract-record
                          string
                              function trim(app-username) delimited by size
                              "|" delimited by size
                              function trim(app-job-id) delimited by size
                              "|" delimited by size
                              function trim(app-job-title) delimited by size
                              "|" delimited by size
                              function trim(app-job-employer) delimited by size
                              "|" delimited by size
                              function trim(ws-selected-status) delimited by size
                              "|" delimited by size
                              app-status-time(1:8) delimited by size
                            into extract-record
                          end-string
                          write extract-record
                      end-if
              end-read
          end-perform
          close applications-file

          move ws-extract-count to ws-rpt-num-edit
          move spaces to extract-record
          string
              "TRL|" delimited by size
              function trim(ws-rpt-num-edit) delimited by size
            into extract-record
          end-string
          write extract-record
          close extract-file

          open output extract-marker-file
          if ws-marker-status = "00"
              move ws-extract-now to mkr-last-extract
              write extract-marker-record
              close extract-marker-file
          else
              close extract-marker-file
              move "Could not update the extract marker; the next run will re-ship these rows." to ws-message
              perform display-error
          end-if

          move ws-extract-count to ws-rpt-num-edit
          move spaces to ws-message
          string
              "Extract complete: " delimited by size
              function trim(ws-rpt-num-edit) delimited by size
              " row(s) written to InCollege-Extract.txt." delimited by size
            into ws-message
          end-string
          perform display-success
          exit paragraph.

*>    ===================== Application Aging =====================
*>    Finds applications still waiting on the poster (Applied or
*>    Under Review) whose status has not changed for more than the
*>    chosen number of days, judged by app-status-time.  Writes
*>    InCollege-AgingReport.txt grouped by poster and posting with the
*>    days each applicant has waited, plus the average days in status
*>    per employer, and queues each poster one nudge listing their
*>    overdue applicants.  Rows from before app-status-time existed
*>    cannot be aged and are only counted.
      run-aging-report.
          move "Application Aging Report" to ws-message
          perform display-title

          move spaces to ws-message
          move DEFAULT-AGING-DAYS to ws-rpt-num-edit
          string
              "Flag applications unchanged for more than how many days? (Enter for "
                  delimited by size
              function trim(ws-rpt-num-edit) delimited by size
              "): " delimited by size
            into ws-message
          end-string
          perform display-prompt
          perform read-next-input
          if input-ended
              exit paragraph
          end-if
          if function trim(ws-last-input) = spaces
              move DEFAULT-AGING-DAYS to ws-age-days
          else
              move function numval(ws-last-input) to ws-age-days
          end-if
          if ws-age-days = 0
              move "The threshold must be at least one day." to ws-message
              perform display-error
              exit paragraph
          end-if

          compute ws-age-today-int =
              function integer-of-date(
                  function numval(function current-date(1:8)))
          move 0 to ws-age-waiting-count
          move 0 to ws-age-overdue-count
          move 0 to ws-age-undated-count
          move 0 to ws-age-notified-count
          move 0 to ws-age-row-count
          move 0 to ws-age-emp-count
          move 'N' to ws-age-overflow
          move 'N' to ws-age-emp-overflow

          perform aging-scan-applications
          if ws-age-row-count > 0
              perform aging-resolve-posters
          end-if

          open output aging-report-file
          if ws-aging-status not = "00"
              move "Could not create aging report file. Status: " to ws-message
              string ws-message ws-aging-status into ws-message
              perform display-error
              exit paragraph
          end-if
          perform aging-write-report
          close aging-report-file

          move "Application aging summary" to ws-message
          perform display-title
          move ws-age-waiting-count to ws-rpt-num-edit
          move "Applications waiting" to ws-label
          move function trim(ws-rpt-num-edit) to ws-value
          perform display-labeled-line
          move ws-age-overdue-count to ws-rpt-num-edit
          move "Overdue for review" to ws-label
          move function trim(ws-rpt-num-edit) to ws-value
          perform display-labeled-line
          move ws-age-notified-count to ws-rpt-num-edit
          move "Poster nudges queued" to ws-label
          move function trim(ws-rpt-num-edit) to ws-value
          perform display-labeled-line
          move "Aging report written to InCollege-AgingReport.txt." to ws-message
          perform display-success
          exit paragraph.

*>    Ages every waiting application, credits it to its employer's
*>    rollup and keeps the overdue ones for the report.
      aging-scan-applications.
          move 'N' to ws-app-eof
          open input applications-file
          if ws-app-status not = "00"
              close applications-file
              exit paragraph
          end-if
          perform until applications-file-ended
              read applications-file next record
                  at end
                      set applications-file-ended to true
                  not at end
                      if function trim(app-status) = spaces
                         or function trim(app-status) = "Applied"
                         or function trim(app-status) = "Under Review"
                          add 1 to ws-age-waiting-count
                          if app-status-time(1:8) is not numeric
                              add 1 to ws-age-undated-count
                          else
                              compute ws-age-then-int =
                                  function integer-of-date(
                                      function numval(app-status-time(1:8)))
                              if ws-age-then-int > ws-age-today-int
                                  move 0 to ws-age-wait
                              else
                                  compute ws-age-wait =
                                      ws-age-today-int - ws-age-then-int
                              end-if
                              perform aging-tally-employer
                              if ws-age-wait > ws-age-days
                                  add 1 to ws-age-overdue-count
                                  perform aging-keep-row
                              end-if
                          end-if
                      end-if
              end-read
          end-perform
          close applications-file
          exit paragraph.

*>    Adds the application just aged to its employer's days-in-status
*>    rollup, under the employer master's canonical name the same way
*>    report-tally-employer rolls up postings.
      aging-tally-employer.
          move app-job-employer to ws-emp-lookup-name
          perform resolve-employer-name
          move 'N' to ws-rpt-found
          perform varying ws-age-i from 1 by 1
                  until ws-age-i > ws-age-emp-count or report-entry-found
              if function upper-case(function trim(age-emp-name(ws-age-i)))
                 = function upper-case(function trim(ws-emp-resolved-name))
                  set report-entry-found to true
              end-if
          end-perform
          if report-entry-found
              subtract 1 from ws-age-i
          else
              if ws-age-emp-count < MAX-AGING-EMPLOYERS
                  add 1 to ws-age-emp-count
                  move ws-age-emp-count to ws-age-i
                  move ws-emp-resolved-name to age-emp-name(ws-age-i)
                  move 0 to age-emp-apps(ws-age-i)
                  move 0 to age-emp-days(ws-age-i)
                  move 0 to age-emp-overdue(ws-age-i)
              else
                  set aging-employers-full to true
                  exit paragraph
              end-if
          end-if
          add 1 to age-emp-apps(ws-age-i)
          add ws-age-wait to age-emp-days(ws-age-i)
          if ws-age-wait > ws-age-days
              add 1 to age-emp-overdue(ws-age-i)
          end-if
          exit paragraph.

*>    Keeps the overdue application just read; its poster is filled
*>    in from the jobs file afterwards (see aging-resolve-posters).
      aging-keep-row.
          if ws-age-row-count >= MAX-AGING-ROWS
              set aging-table-full to true
              exit paragraph
          end-if
          add 1 to ws-age-row-count
          move app-username     to age-applicant(ws-age-row-count)
          move app-job-id       to age-job-id(ws-age-row-count)
          move app-job-title    to age-title(ws-age-row-count)
          move app-job-employer to age-employer(ws-age-row-count)
          move app-job-location to age-location(ws-age-row-count)
          if function trim(app-status) = spaces
              move "Applied" to age-status(ws-age-row-count)
          else
              move app-status to age-status(ws-age-row-count)
          end-if
          move ws-age-wait      to age-wait(ws-age-row-count)
          move spaces           to age-poster(ws-age-row-count)
          move "N"              to age-printed(ws-age-row-count)
          exit paragraph.

*>    One pass over the jobs file names the poster of every kept row
*>    (by job-id, or the title/employer/location join for rows
*>    written before job ids existed).
      aging-resolve-posters.
          move 'N' to ws-jobs-eof
          open input jobs-file
          if ws-jobs-status not = "00"
                  at end
                      set jobs-file-ended to true
                  not at end
                      perform varying ws-age-i from 1 by 1
                              until ws-age-i > ws-age-row-count
                          if age-poster(ws-age-i) = spaces
                             and ((function trim(age-job-id(ws-age-i)) not = spaces
                                   and age-job-id(ws-age-i) = job-id)
                               or (function trim(age-job-id(ws-age-i)) = spaces
                                   and function upper-case(function trim(age-title(ws-age-i)))
                                     = function upper-case(function trim(job-title))
                                   and function upper-case(function trim(age-employer(ws-age-i)))
                                     = function upper-case(function trim(job-employer))
                                   and function upper-case(function trim(age-location(ws-age-i)))
                                     = function upper-case(function trim(job-location))))
                              move job-poster to age-poster(ws-age-i)
                          end-if
                      end-perform
              end-read
          end-perform
          close jobs-file
          exit paragraph.

*>    Lays the report out: each poster's overdue applicants posting
*>    by posting, then the per-employer averages.
      aging-write-report.
          move "=== InCollege Application Aging Report ===" to ws-message
          perform write-aging-line
          move ws-age-days to ws-rpt-num-edit
          move spaces to ws-message
          string
              "Generated: " delimited by size
              function current-date(1:8) delimited by size
              " " delimited by size
              function current-date(9:4) delimited by size
              "   Threshold: more than " delimited by size
              function trim(ws-rpt-num-edit) delimited by size
              " day(s) in status" delimited by size
            into ws-message
          end-string
          perform write-aging-line
          move spaces to ws-message
          perform write-aging-line

          move "OVERDUE APPLICATIONS BY POSTER AND POSTING" to ws-message
          perform write-aging-line
          if ws-age-row-count = 0
              move "  (none)" to ws-message
              perform write-aging-line
          end-if
          perform varying ws-age-lead from 1 by 1
                  until ws-age-lead > ws-age-row-count
              if age-printed(ws-age-lead) not = "Y"
                  move age-poster(ws-age-lead) to ws-age-cur-poster
                  perform aging-write-poster-group
              end-if
          end-perform
          if aging-table-full
              move "  (more overdue applications than this report can hold; list above is partial)" to ws-message
              perform write-aging-line
          end-if
          move spaces to ws-message
          perform write-aging-line

          move "AVERAGE DAYS IN STATUS PER EMPLOYER (waiting applications)" to ws-message
          perform write-aging-line
          if ws-age-emp-count = 0
              move "  (no waiting applications on file)" to ws-message
              perform write-aging-line
          end-if
          perform varying ws-age-i from 1 by 1
                  until ws-age-i > ws-age-emp-count
              compute ws-age-avg rounded =
                  age-emp-days(ws-age-i) / age-emp-apps(ws-age-i)
              move age-emp-apps(ws-age-i) to ws-rpt-num-edit
              move ws-age-avg to ws-age-avg-edit
              move age-emp-overdue(ws-age-i) to ws-age-due-edit
              move spaces to ws-message
              string
                  "  " delimited by size
                  function trim(age-emp-name(ws-age-i)) delimited by size
                  ": " delimited by size
                  function trim(ws-rpt-num-edit) delimited by size
                  " waiting, average " delimited by size
                  function trim(ws-age-avg-edit) delimited by size
                  " day(s) in status, " delimited by size
                  function trim(ws-age-due-edit) delimited by size
                  " overdue" delimited by size
                into ws-message
              end-string
              perform write-aging-line
          end-perform
          if aging-employers-full
              move "  (more employers than this report can roll up; averages above are partial)" to ws-message
              perform write-aging-line
          end-if
          if ws-age-undated-count > 0
              move ws-age-undated-count to ws-rpt-num-edit
              move spaces to ws-message
              string
                  "  " delimited by size
                  function trim(ws-rpt-num-edit) delimited by size
                  " waiting application(s) carry no status date and could not be aged." delimited by size
                into ws-message
              end-string
              perform write-aging-line
          end-if
          exit paragraph.

*>    Writes every not-yet-written row of poster ws-age-cur-poster,
*>    starting at ws-age-lead, one posting at a time, and queues the
*>    poster's nudge.
      aging-write-poster-group.
          move spaces to ws-message
          if ws-age-cur-poster = spaces
              move "Poster: (posting no longer on file)" to ws-message
          else
              string
                  "Poster: " delimited by size
                  function trim(ws-age-cur-poster) delimited by size
                into ws-message
              end-string
          end-if
          perform write-aging-line
          perform aging-start-notice
          perform varying ws-age-i from ws-age-lead by 1
                  until ws-age-i > ws-age-row-count
              if age-printed(ws-age-i) not = "Y"
                 and age-poster(ws-age-i) = ws-age-cur-poster
                  move spaces to ws-message
                  string
                      "  Posting: " delimited by size
                      function trim(age-title(ws-age-i)) delimited by size
                      "  |  " delimited by size
                      function trim(age-employer(ws-age-i)) delimited by size
                      "  |  " delimited by size
                      function trim(age-location(ws-age-i)) delimited by size
                    into ws-message
                  end-string
                  perform write-aging-line
                  perform varying ws-age-j from ws-age-i by 1
                          until ws-age-j > ws-age-row-count
                      if age-printed(ws-age-j) not = "Y"
                         and age-poster(ws-age-j) = ws-age-cur-poster
                          perform aging-check-same-posting
                          if aging-same-posting
                              perform aging-write-applicant
                          end-if
                      end-if
                  end-perform
              end-if
          end-perform
          if ws-age-ntf-entries > 0
              perform aging-flush-notice
          end-if
          exit paragraph.

*>    Sets aging-same-posting when row ws-age-j belongs to the same
*>    posting as row ws-age-i.
      aging-check-same-posting.
          move 'N' to ws-age-same-flag
          if function trim(age-job-id(ws-age-i)) not = spaces
              if age-job-id(ws-age-j) = age-job-id(ws-age-i)
                  set aging-same-posting to true
              end-if
          else
              if function trim(age-job-id(ws-age-j)) = spaces
                 and function upper-case(function trim(age-title(ws-age-j)))
                   = function upper-case(function trim(age-title(ws-age-i)))
                 and function upper-case(function trim(age-employer(ws-age-j)))
                   = function upper-case(function trim(age-employer(ws-age-i)))
                 and function upper-case(function trim(age-location(ws-age-j)))
                   = function upper-case(function trim(age-location(ws-age-i)))
                  set aging-same-posting to true
              end-if
          end-if
          exit paragraph.

*>    Writes row ws-age-j's applicant line, marks it written and adds
*>    the applicant to the poster's nudge.
      aging-write-applicant.
          move "Y" to age-printed(ws-age-j)
          move age-wait(ws-age-j) to ws-rpt-num-edit
          move spaces to ws-message
          string
              "    " delimited by size
              function trim(age-applicant(ws-age-j)) delimited by size
              "  -  " delimited by size
              function trim(age-status(ws-age-j)) delimited by size
              ", waiting " delimited by size
              function trim(ws-rpt-num-edit) delimited by size
              " day(s)" delimited by size
            into ws-message
          end-string
          perform write-aging-line

          if ws-age-cur-poster = spaces
              exit paragraph
          end-if
          move spaces to ws-age-ntf-entry
          string
              function trim(age-applicant(ws-age-j)) delimited by size
              " on " delimited by size
              function trim(age-title(ws-age-j)) delimited by size
              " (" delimited by size
              function trim(ws-rpt-num-edit) delimited by size
              "d)" delimited by size
            into ws-age-ntf-entry
          end-string
          compute ws-age-entry-len =
              function length(function trim(ws-age-ntf-entry))
          if ws-age-ntf-entries > 0
             and ws-age-ntf-ptr + ws-age-entry-len + 2 > 161
              perform aging-flush-notice
              perform aging-start-notice
          end-if
          if ws-age-ntf-entries > 0
              string
                  "; " delimited by size
                into ws-age-ntf-text
                with pointer ws-age-ntf-ptr
              end-string
          end-if
          string
              function trim(ws-age-ntf-entry) delimited by size
            into ws-age-ntf-text
            with pointer ws-age-ntf-ptr
          end-string
          add 1 to ws-age-ntf-entries
          exit paragraph.

*>    Starts a fresh nudge for ws-age-cur-poster.
      aging-start-notice.
          move spaces to ws-age-ntf-text
          move 0 to ws-age-ntf-entries
          move 1 to ws-age-ntf-ptr
          move ws-age-days to ws-rpt-num-edit
          string
              "Waiting over " delimited by size
              function trim(ws-rpt-num-edit) delimited by size
              " days for your review: " delimited by size
            into ws-age-ntf-text
            with pointer ws-age-ntf-ptr
          end-string
          exit paragraph.

*>    Queues the nudge built so far to ws-age-cur-poster.
      aging-flush-notice.
          move ws-age-cur-poster to ws-notify-user
          move ws-age-ntf-text to ws-notify-text
          perform queue-notification
          add 1 to ws-age-notified-count
          move 0 to ws-age-ntf-entries
          exit paragraph.

      write-aging-line.
          move ws-message to aging-report-record
          write aging-report-record.

*>    ===================== Compensation Benchmark =====================
*>    Structured salary: save-job reads each posting's free-text
*>    salary (parse-salary-text) into a minimum, a maximum and a pay
*>    period and keeps them in the job-salary side file under the
*>    job id; job-salary itself is untouched and is still what every
*>    screen shows.  The benchmark report normalizes every readable
*>    salary to an annual figure and gives the count, low, median and
*>    high by location and by employer, then lists the postings with
*>    no salary or one that could not be read so the poster can be
*>    chased.  Postings without a side row (posted before the file
*>    existed, or without a job id) are read from their text on the
*>    spot.
      run-salary-benchmark.
          move "Compensation Benchmark Report" to ws-message
          perform display-title

          move 0 to ws-bm-count
          move 0 to ws-bm-miss-count
          move 0 to ws-bm-job-count
          move 'N' to ws-bm-overflow
          perform salary-load-side-file
          perform salary-scan-postings

          open output salary-report-file
          if ws-salrpt-status not = "00"
              move "Could not create benchmark report file. Status: " to ws-message
              string ws-message ws-salrpt-status into ws-message
              perform display-error
              exit paragraph
          end-if
          perform salary-write-report
          close salary-report-file

          move "Compensation benchmark summary" to ws-message
          perform display-title
          move ws-bm-job-count to ws-rpt-num-edit
          move "Postings examined" to ws-label
          move function trim(ws-rpt-num-edit) to ws-value
          perform display-labeled-line
          move ws-bm-count to ws-rpt-num-edit
          move "With a readable salary" to ws-label
          move function trim(ws-rpt-num-edit) to ws-value
          perform display-labeled-line
          move ws-bm-miss-count to ws-rpt-num-edit
          move "Missing or unreadable" to ws-label
          move function trim(ws-rpt-num-edit) to ws-value
          perform display-labeled-line
          move "Benchmark report written to InCollege-SalaryReport.txt." to ws-message
          perform display-success
          exit paragraph.

*>    Loads the job-salary side file into ws-salp-table.
      salary-load-side-file.
          move 0 to ws-salp-count
          move 'N' to ws-salary-eof
          open input job-salary-file
          if ws-salary-status not = "00"
              close job-salary-file
              exit paragraph
          end-if
          perform until salary-file-ended
              read job-salary-file
                  at end set salary-file-ended to true
                  not at end
                      if ws-salp-count < MAX-BENCH-POSTINGS
                          add 1 to ws-salp-count
                          move sal-job-id to salp-job-id(ws-salp-count)
                          move sal-min    to salp-min(ws-salp-count)
                          move sal-max    to salp-max(ws-salp-count)
                          move sal-period to salp-period(ws-salp-count)
                      end-if
              end-read
          end-perform
          close job-salary-file
          exit paragraph.

*>    Every posting on file, open or closed, goes either into the
*>    benchmark table or onto the missing/unreadable list.
      salary-scan-postings.
          move 'N' to ws-jobs-eof
          open input jobs-file
          if ws-jobs-status not = "00"
              close jobs-file
              exit paragraph
          end-if
          perform until jobs-file-ended
              read jobs-file
                  at end set jobs-file-ended to true
                  not at end
                      add 1 to ws-bm-job-count
                      perform salary-classify-posting
              end-read
          end-perform
          close jobs-file
          exit paragraph.

      salary-classify-posting.
          move 0 to ws-salp-i
          if job-id not = spaces
              perform varying ws-salp-j from 1 by 1
                      until ws-salp-j > ws-salp-count or ws-salp-i > 0
                  if salp-job-id(ws-salp-j) = job-id
                      move ws-salp-j to ws-salp-i
                  end-if
              end-perform
          end-if
          if ws-salp-i > 0
              move salp-min(ws-salp-i)    to ws-sal-min
              move salp-max(ws-salp-i)    to ws-sal-max
              move salp-period(ws-salp-i) to ws-sal-period
          else
              move job-salary to ws-sal-text
              perform parse-salary-text
          end-if

          if salary-none or salary-unreadable
              if ws-bm-miss-count < MAX-BENCH-POSTINGS
                  add 1 to ws-bm-miss-count
                  move job-id       to bmm-job-id(ws-bm-miss-count)
                  move job-title    to bmm-title(ws-bm-miss-count)
                  move job-employer to bmm-employer(ws-bm-miss-count)
                  move job-poster   to bmm-poster(ws-bm-miss-count)
                  move job-salary   to bmm-text(ws-bm-miss-count)
              else
                  set bench-table-full to true
              end-if
              exit paragraph
          end-if

          perform annualize-salary
          move job-employer to ws-emp-lookup-name
          perform resolve-employer-name
          perform salary-keep-row
          exit paragraph.

*>    Inserts the posting into ws-bm-table, kept in ascending order
*>    of annual midpoint so each group's median can be read off in
*>    table order.
      salary-keep-row.
          if ws-bm-count >= MAX-BENCH-POSTINGS
              set bench-table-full to true
              exit paragraph
          end-if
          compute ws-bm-mid = (ws-sal-annual-min + ws-sal-annual-max) / 2
          move ws-bm-count to ws-bm-i
          move 'N' to ws-bm-slot-flag
          perform until bench-slot-found
              if ws-bm-i = 0
                  set bench-slot-found to true
              else
                  if bm-mid(ws-bm-i) not > ws-bm-mid
                      set bench-slot-found to true
                  else
                      move ws-bm-entry(ws-bm-i) to ws-bm-entry(ws-bm-i + 1)
                      subtract 1 from ws-bm-i
                  end-if
              end-if
          end-perform
          add 1 to ws-bm-i
          add 1 to ws-bm-count
          move job-location         to bm-location(ws-bm-i)
          move ws-emp-resolved-name to bm-employer(ws-bm-i)
          move ws-sal-annual-min    to bm-low(ws-bm-i)
          move ws-sal-annual-max    to bm-high(ws-bm-i)
          move ws-bm-mid            to bm-mid(ws-bm-i)
          move "N"                  to bm-loc-printed(ws-bm-i)
          move "N"                  to bm-emp-printed(ws-bm-i)
          exit paragraph.

      salary-write-report.
          move "=== InCollege Compensation Benchmark Report ===" to ws-message
          perform write-salary-line
          move spaces to ws-message
          string
              "Generated: " delimited by size
              function current-date(9:4) delimited by size
            into ws-message
          end-string
          perform write-salary-line
          move "Annual figures: hourly x 2080, monthly x 12. Low = lowest minimum, High = highest maximum," to ws-message
          perform write-salary-line
          move "Median = median of each posting's midpoint." to ws-message
          perform write-salary-line
          move spaces to ws-message
          perform write-salary-line

          move "BY LOCATION" to ws-message
          perform write-salary-line
          move "Location" to ws-bm-dim-heading
          perform salary-write-column-heading
          if ws-bm-count = 0
              move "  (no readable salaries)" to ws-message
              perform write-salary-line
          end-if
          move "L" to ws-bm-dim
          perform varying ws-bm-lead from 1 by 1 until ws-bm-lead > ws-bm-count
              if bm-loc-printed(ws-bm-lead) not = "Y"
                  move function upper-case(function trim(bm-location(ws-bm-lead)))
                    to ws-bm-key
                  move bm-location(ws-bm-lead) to ws-bm-key-display
                  perform salary-write-group
              end-if
          end-perform
          move spaces to ws-message
          perform write-salary-line

          move "BY EMPLOYER" to ws-message
          perform write-salary-line
          move "Employer" to ws-bm-dim-heading
          perform salary-write-column-heading
          if ws-bm-count = 0
              move "  (no readable salaries)" to ws-message
              perform write-salary-line
          end-if
          move "E" to ws-bm-dim
          perform varying ws-bm-lead from 1 by 1 until ws-bm-lead > ws-bm-count
              if bm-emp-printed(ws-bm-lead) not = "Y"
                  move function upper-case(function trim(bm-employer(ws-bm-lead)))
                    to ws-bm-key
                  move bm-employer(ws-bm-lead) to ws-bm-key-display
                  perform salary-write-group
              end-if
          end-perform
          move spaces to ws-message
          perform write-salary-line

          move "POSTINGS WITH NO SALARY OR ONE THAT COULD NOT BE READ" to ws-message
          perform write-salary-line
          if ws-bm-miss-count = 0
              move "  (none)" to ws-message
              perform write-salary-line
          end-if
          perform varying ws-bm-i from 1 by 1 until ws-bm-i > ws-bm-miss-count
              perform salary-write-missing
          end-perform
          if bench-table-full
              move spaces to ws-message
              perform write-salary-line
              move "  (more postings than this report can hold; figures above are partial)" to ws-message
              perform write-salary-line
          end-if
          exit paragraph.

      salary-write-column-heading.
          move spaces to ws-bm-line
          move ws-bm-dim-heading to bml-name
          move " Count" to bml-count-head
          move "         Low" to bml-low-head
          move "      Median" to bml-median-head
          move "        High" to bml-high-head
          move ws-bm-line to ws-message
          perform write-salary-line
          exit paragraph.

*>    One line for the location or employer in ws-bm-key (per
*>    ws-bm-dim): count, low and high in a first pass, then the
*>    median from the middle member(s) in table (midpoint) order.
      salary-write-group.
          move 0 to ws-bm-n
          move 0 to ws-bm-grp-low
          move 0 to ws-bm-grp-high
          perform varying ws-bm-i from ws-bm-lead by 1 until ws-bm-i > ws-bm-count
              perform salary-check-group-member
              if bench-group-member
                  add 1 to ws-bm-n
                  if ws-bm-n = 1 or bm-low(ws-bm-i) < ws-bm-grp-low
                      move bm-low(ws-bm-i) to ws-bm-grp-low
                  end-if
                  if bm-high(ws-bm-i) > ws-bm-grp-high
                      move bm-high(ws-bm-i) to ws-bm-grp-high
                  end-if
                  if ws-bm-dim = "L"
                      move "Y" to bm-loc-printed(ws-bm-i)
                  else
                      move "Y" to bm-emp-printed(ws-bm-i)
                  end-if
              end-if
          end-perform

          compute ws-bm-med-lo-pos = (ws-bm-n + 1) / 2
          compute ws-bm-med-hi-pos = (ws-bm-n / 2) + 1
          move 0 to ws-bm-k
          move 0 to ws-bm-med-lo
          move 0 to ws-bm-med-hi
          perform varying ws-bm-i from ws-bm-lead by 1 until ws-bm-i > ws-bm-count
              perform salary-check-group-member
              if bench-group-member
                  add 1 to ws-bm-k
                  if ws-bm-k = ws-bm-med-lo-pos
                      move bm-mid(ws-bm-i) to ws-bm-med-lo
                  end-if
                  if ws-bm-k = ws-bm-med-hi-pos
                      move bm-mid(ws-bm-i) to ws-bm-med-hi
                  end-if
              end-if
          end-perform
          compute ws-bm-grp-median = (ws-bm-med-lo + ws-bm-med-hi) / 2

          move spaces to ws-bm-line
          move ws-bm-key-display to bml-name
          move ws-bm-n to bml-count
          move ws-bm-grp-low to bml-low
          move ws-bm-grp-median to bml-median
          move ws-bm-grp-high to bml-high
          move ws-bm-line to ws-message
          perform write-salary-line
          exit paragraph.

      salary-check-group-member.
          move 'N' to ws-bm-member-flag
          if ws-bm-dim = "L"
              if function upper-case(function trim(bm-location(ws-bm-i))) = ws-bm-key
                  set bench-group-member to true
              end-if
          else
              if function upper-case(function trim(bm-employer(ws-bm-i))) = ws-bm-key
                  set bench-group-member to true
              end-if
          end-if
          exit paragraph.

      salary-write-missing.
          move spaces to ws-message
          if bmm-text(ws-bm-i) = spaces
              move "(none)" to ws-bm-miss-text
          else
              move spaces to ws-bm-miss-text
              string
                  '"' delimited by size
                  function trim(bmm-text(ws-bm-i)) delimited by size
                  '"' delimited by size
                into ws-bm-miss-text
              end-string
          end-if
          string
              "  " delimited by size
              bmm-job-id(ws-bm-i) delimited by size
              "  " delimited by size
              function trim(bmm-title(ws-bm-i)) delimited by size
              " - " delimited by size
              function trim(bmm-employer(ws-bm-i)) delimited by size
              "  Poster: " delimited by size
              function trim(bmm-poster(ws-bm-i)) delimited by size
              "  Salary: " delimited by size
              function trim(ws-bm-miss-text) delimited by size
            into ws-message
          end-string
          perform write-salary-line
          exit paragraph.

      write-salary-line.
          move ws-message to salary-report-record
          write salary-report-record.

*>    Reads the free-text salary in ws-sal-text into ws-sal-min,
*>    ws-sal-max and ws-sal-period.  The first one or two amounts in
*>    the text are the range ("$18-22/hr", "18 to 22"); commas and
*>    currency signs are ignored and a trailing K means thousands
*>    ("50-60k" is 50,000 to 60,000).  The period comes from the
*>    wording (hour/hr, month/mo, year/yr/annual); failing that a K
*>    means annual, and otherwise the size of the amount decides:
*>    under 200 hourly, under 20,000 monthly, else annual.
*>    ws-sal-period 'N' = no salary given, 'U' = no amount could be
*>    read ("DOE", "Competitive").
      parse-salary-text.
          move 0 to ws-sal-min
          move 0 to ws-sal-max
          move 0 to ws-sal-first
          move 0 to ws-sal-second
          move 0 to ws-sal-num-count
          move 'N' to ws-sal-in-number-flag
          move 'N' to ws-sal-decimals-flag
          move 'N' to ws-sal-k-flag
          move 'N' to ws-sal-overflow-flag
          move function upper-case(function trim(ws-sal-text)) to ws-sal-work
          if ws-sal-work = spaces
              move "N" to ws-sal-period
              exit paragraph
          end-if

          perform varying ws-sal-pos from 1 by 1 until ws-sal-pos > 20
              move ws-sal-work(ws-sal-pos:1) to ws-sal-char
              evaluate true
                  when ws-sal-char is numeric
                      if not salary-in-number
                          set salary-in-number to true
                          move 'N' to ws-sal-decimals-flag
                          move 0 to ws-sal-acc
                      end-if
                      move ws-sal-char to ws-sal-digit
                      if salary-in-decimals
                          divide 10 into ws-sal-scale
                          compute ws-sal-acc = ws-sal-acc + ws-sal-digit * ws-sal-scale
                      else
                          compute ws-sal-acc = ws-sal-acc * 10 + ws-sal-digit
                              on size error set salary-overflow to true
                          end-compute
                      end-if
                  when ws-sal-char = "," and salary-in-number
                      continue
                  when ws-sal-char = "." and salary-in-number
                       and not salary-in-decimals
                      set salary-in-decimals to true
                      move 1 to ws-sal-scale
                  when ws-sal-char = "K" and salary-in-number
                      compute ws-sal-acc = ws-sal-acc * 1000
                          on size error set salary-overflow to true
                      end-compute
                      set salary-saw-k to true
                      perform salary-end-number
                  when other
                      if salary-in-number
                          perform salary-end-number
                      end-if
              end-evaluate
          end-perform
          if salary-in-number
              perform salary-end-number
          end-if

          if salary-overflow or ws-sal-num-count = 0
              move "U" to ws-sal-period
              exit paragraph
          end-if
          if ws-sal-num-count = 1
              move ws-sal-first to ws-sal-second
          end-if
*>        "50-60k": the K on the upper end covers the lower one too.
          if salary-saw-k and ws-sal-first < 1000 and ws-sal-second >= 1000
              compute ws-sal-first = ws-sal-first * 1000
          end-if
          if ws-sal-first > ws-sal-second
              move ws-sal-first  to ws-sal-acc
              move ws-sal-second to ws-sal-first
              move ws-sal-acc    to ws-sal-second
          end-if
          if ws-sal-second = 0 or ws-sal-second > 9999999.99
              move "U" to ws-sal-period
              exit paragraph
          end-if
          move ws-sal-first  to ws-sal-min
          move ws-sal-second to ws-sal-max

          move 0 to ws-sal-hits
          inspect ws-sal-work tallying ws-sal-hits for all "HOUR" all "HR" all "/H"
          if ws-sal-hits > 0
              move "H" to ws-sal-period
              exit paragraph
          end-if
          inspect ws-sal-work tallying ws-sal-hits for all "MONTH" all "MO"
          if ws-sal-hits > 0
              move "M" to ws-sal-period
              exit paragraph
          end-if
          inspect ws-sal-work tallying ws-sal-hits
              for all "YEAR" all "YR" all "ANNUAL" all "/Y"
          if ws-sal-hits > 0 or salary-saw-k
              move "A" to ws-sal-period
              exit paragraph
          end-if
          if ws-sal-max < 200
              move "H" to ws-sal-period
          else
              if ws-sal-max < 20000
                  move "M" to ws-sal-period
              else
                  move "A" to ws-sal-period
              end-if
          end-if
          exit paragraph.

*>    Closes the amount just scanned as the first or second one.
      salary-end-number.
          move 'N' to ws-sal-in-number-flag
          move 'N' to ws-sal-decimals-flag
          add 1 to ws-sal-num-count
          if ws-sal-num-count = 1
              move ws-sal-acc to ws-sal-first
          else
              if ws-sal-num-count = 2
                  move ws-sal-acc to ws-sal-second
              end-if
          end-if
          exit paragraph.

*>    ws-sal-min/max at ws-sal-period as yearly figures.
      annualize-salary.
          evaluate true
              when salary-hourly
                  compute ws-sal-annual-min = ws-sal-min * 2080
                  compute ws-sal-annual-max = ws-sal-max * 2080
              when salary-monthly
                  compute ws-sal-annual-min = ws-sal-min * 12
                  compute ws-sal-annual-max = ws-sal-max * 12
              when other
                  move ws-sal-min to ws-sal-annual-min
                  move ws-sal-max to ws-sal-annual-max
          end-evaluate
          exit paragraph.

*>    Records how the salary of the posting just saved (job id
*>    ws-next-job-id) was read, creating the side file on first use.
      record-job-salary.
          move ws-job-salary to ws-sal-text
          perform parse-salary-text
          if ws-next-job-id = spaces
              exit paragraph
          end-if
          open extend job-salary-file
          if ws-salary-status = "35"
              open output job-salary-file
              close job-salary-file
              open extend job-salary-file
          end-if
          if ws-salary-status not = "00"
              close job-salary-file
              exit paragraph
          end-if
          move ws-next-job-id to sal-job-id
          move "|" to sal-sep-1
          move ws-sal-min to sal-min
          move "|" to sal-sep-2
          move ws-sal-max to sal-max
          move "|" to sal-sep-3
          move ws-sal-period to sal-period
          move "|" to sal-sep-4
          move ws-job-salary to sal-text
          write job-salary-record
          close job-salary-file
          exit paragraph.

*>    Tells the poster how the salary they typed was read.
      describe-parsed-salary.
          if salary-none
              exit paragraph
          end-if
          if salary-unreadable
              move "Salary could not be read as an amount; it is shown as entered." to ws-message
              perform display-info
              exit paragraph
          end-if
          move ws-sal-min to ws-sal-amount-edit
          move ws-sal-amount-edit to ws-sal-min-text
          move ws-sal-max to ws-sal-amount-edit
          move ws-sal-amount-edit to ws-sal-max-text
          evaluate true
              when salary-hourly  move "per hour"  to ws-sal-period-name
              when salary-monthly move "per month" to ws-sal-period-name
              when other          move "per year"  to ws-sal-period-name
          end-evaluate
          move spaces to ws-message
          if ws-sal-min = ws-sal-max
              string
                  "Salary recorded as " delimited by size
                  function trim(ws-sal-min-text) delimited by size
                  " " delimited by size
                  function trim(ws-sal-period-name) delimited by size
                  "." delimited by size
                into ws-message
              end-string
          else
              string
                  "Salary recorded as " delimited by size
                  function trim(ws-sal-min-text) delimited by size
                  " - " delimited by size
                  function trim(ws-sal-max-text) delimited by size
                  " " delimited by size
                  function trim(ws-sal-period-name) delimited by size
                  "." delimited by size
                into ws-message
              end-string
          end-if
          perform display-info
          exit paragraph.

*>    ===================== Journal Recovery =====================
*>    Rebuilds a lost or truncated data file by replaying every
*>    daily transaction journal (see journal-mutation) from a chosen
*>    start date through today, oldest first, in one pass - the
*>    target is truncated once up front and each day's entries are
*>    appended, so a file whose history spans many journal days
*>    comes back whole.  Only journaled mutations come back:
*>    rebuilt jobs return open (closes are not journaled), rebuilt
*>    messages return unread, and rebuilt accounts carry the
*>    password they registered with.  The rebuild REPLACES the
*>    target file, so it is confirmed explicitly.
      run-journal-rebuild.
          move "Rebuild a Data File from Journal" to ws-message
          perform display-title
          move "1. Applications" to ws-message
          perform display-option
          move "2. Messages" to ws-message
          perform display-option
          move "3. Connections" to ws-message
          perform display-option
          move "4. Jobs" to ws-message
          perform display-option
          move "5. Accounts" to ws-message
          perform display-option
          display ws-line-separator
          perform write-separator
          move "6. Go Back" to ws-message
          perform display-special-option
          display ws-line-separator
          perform write-separator
          move "Enter your choice: " to ws-message
          perform display-prompt
          perform read-user-choice
          if input-ended or ws-user-choice = '6'
              exit paragraph
          end-if
          if ws-user-choice not = '1' and ws-user-choice not = '2'
             and ws-user-choice not = '3' and ws-user-choice not = '4'
             and ws-user-choice not = '5'
              move "Invalid option. Please try again" to ws-message
              perform display-error
              exit paragraph
          end-if
          move function trim(ws-user-choice) to ws-action-choice

          move "Replay journals starting from (yyyymmdd, Enter for today): " to ws-message
          perform display-prompt
          perform read-next-input
          if input-ended
              exit paragraph
          end-if
          if function trim(ws-last-input) = spaces
              move function current-date(1:8) to ws-jnl-rebuild-date
          else
              if function length(function trim(ws-last-input)) not = 8
                  move "Please enter a valid date (yyyymmdd)." to ws-message
                  perform display-error
                  exit paragraph
              end-if
              move function trim(ws-last-input) to ws-arch-date-text
              perform check-archive-date
              if not archive-date-usable
                  move "Please use digits only (yyyymmdd)." to ws-message
                  perform display-error
                  exit paragraph
              end-if
              move ws-arch-date-text to ws-jnl-rebuild-date
          end-if

          compute ws-jnl-day-int =
              function integer-of-date(function numval(ws-jnl-rebuild-date))
          compute ws-jnl-end-int =
              function integer-of-date(
                  function numval(function current-date(1:8)))
          if ws-jnl-day-int > ws-jnl-end-int
              move "The start date cannot be in the future." to ws-message
              perform display-error
              exit paragraph
          end-if

*>        Make sure there is something to replay before the live
*>        file is truncated.
          move 'N' to ws-jnl-found-flag
          perform until ws-jnl-day-int > ws-jnl-end-int
                     or journal-found-in-range
              perform set-journal-name-for-day
              open input journal-file
              if ws-journal-status = "00"
                  set journal-found-in-range to true
              end-if
              close journal-file
              add 1 to ws-jnl-day-int
          end-perform
          if not journal-found-in-range
              move "No journal on file in that date range." to ws-message
              perform display-error
              exit paragraph
          end-if

          move "This REPLACES the live file with records replayed from the journals. Continue? (Y/N): " to ws-message
          perform display-prompt
          perform read-next-input
          if input-ended
             or function upper-case(function trim(ws-last-input)) not = "Y"
              move "Rebuild cancelled." to ws-message
              perform display-info
              exit paragraph
          end-if

          perform truncate-rebuild-target
          if rebuild-aborted
              exit paragraph
          end-if

          move 0 to ws-jnl-replayed
          move 0 to ws-jnl-updates
          compute ws-jnl-day-int =
              function integer-of-date(function numval(ws-jnl-rebuild-date))
          perform until ws-jnl-day-int > ws-jnl-end-int
              perform set-journal-name-for-day
              open input journal-file
              if ws-journal-status = "00"
                  close journal-file
                  evaluate ws-action-choice
                      when '1'
                          perform rebuild-applications-from-journal
                      when '2'
                          perform rebuild-messages-from-journal
                      when '3'
                          perform rebuild-connections-from-journal
                      when '4'
                          perform rebuild-jobs-from-journal
                      when '5'
                          perform rebuild-accounts-from-journal
                  end-evaluate
              else
*>                No journal that day (nothing happened, or it was
*>                already cleaned up); keep walking.
                  close journal-file
              end-if
              add 1 to ws-jnl-day-int
          end-perform

          move ws-jnl-replayed to ws-rpt-num-edit
          move spaces to ws-message
          string
              "Rebuild complete: " delimited by size
              function trim(ws-rpt-num-edit) delimited by size
              " record(s) replayed, " delimited by size
            into ws-message
          end-string
          move ws-jnl-updates to ws-rpt-num-edit
          move ws-message to ws-temp-message
          move spaces to ws-message
          string
              function trim(ws-temp-message) delimited by size
              " " delimited by size
              function trim(ws-rpt-num-edit) delimited by size
              " status change(s) reapplied." delimited by size
            into ws-message
          end-string
          perform display-success
          exit paragraph.

*>    Points ws-journal-name at the journal for the day in
*>    ws-jnl-day-int (an integer-of-date value).
      set-journal-name-for-day.
          compute ws-jnl-date-n =
              function date-of-integer(ws-jnl-day-int)
          move spaces to ws-journal-name
          string
              "InCollege-Journal-" delimited by size
              ws-jnl-date-n delimited by size
              ".txt" delimited by size
            into ws-journal-name
          end-string
          exit paragraph.

*>    Empties the chosen target once, before the day-by-day replay
*>    appends into it; a target that cannot be created aborts the
*>    whole rebuild (result in rebuild-aborted).
      truncate-rebuild-target.
          move 'N' to ws-jnl-abort-flag
          move spaces to ws-value
          evaluate ws-action-choice
              when '1'
                  open output applications-file
                  if ws-app-status not = "00"
                      move ws-app-status to ws-value
                  end-if
                  close applications-file
              when '2'
                  open output messages-file
                  if ws-messages-status not = "00"
                      move ws-messages-status to ws-value
                  end-if
                  close messages-file
              when '3'
                  open output connections-file
                  if ws-connections-status not = "00"
                      move ws-connections-status to ws-value
                  end-if
                  close connections-file
              when '4'
                  open output jobs-file
                  if ws-jobs-status not = "00"
                      move ws-jobs-status to ws-value
                  end-if
                  close jobs-file
              when '5'
                  open output accounts-file
                  if ws-userdata-status not = "00"
                      move ws-userdata-status to ws-value
                  end-if
                  close accounts-file
          end-evaluate
          if ws-value not = spaces
              set rebuild-aborted to true
              move "Could not create the target file. Status: " to ws-message
              string ws-message ws-value(1:2) into ws-message
              perform display-error
          end-if
          exit paragraph.

*>    Applications replay for one day's journal: every APP-ADD row
*>    is written back first, then every APP-STATUS entry is
*>    reapplied in journal order (an application always exists
*>    before its status changes, so adds-then-updates preserves the
*>    final state within the day, and days replay oldest first).
      rebuild-applications-from-journal.
          open i-o applications-file
          if ws-app-status not = "00"
              move "Could not open applications file. Status: " to ws-message
              string ws-message ws-app-status into ws-message
              perform display-error
              close applications-file
              exit paragraph
          end-if

          move 'N' to ws-journal-eof
          open input journal-file
          perform until journal-file-ended
              read journal-file next record
                  at end set journal-file-ended to true
                  not at end
                      if function trim(jnl-action) = "APP-ADD"
                          move jnl-data to application-record
                          write application-record
                              invalid key
                                  continue
                              not invalid key
                                  add 1 to ws-jnl-replayed
                          end-write
                      end-if
              end-read
          end-perform
          close journal-file
          close applications-file

          move 'N' to ws-journal-eof
          open input journal-file
          perform until journal-file-ended
              read journal-file next record
                  at end set journal-file-ended to true
                  not at end
                      if function trim(jnl-action) = "APP-STATUS"
                          move jnl-data to ws-jnl-app-row
                          perform rebuild-apply-app-status
                      end-if
                      if function trim(jnl-action) = "APP-DEL"
                          perform rebuild-apply-app-delete
                      end-if
              end-read
          end-perform
          close journal-file
          exit paragraph.

*>    Reapplies one journaled status change to the freshly rebuilt
*>    applications file.  The journal payload carries the whole
*>    updated row, whose leading fields are the record key, so this
*>    is one keyed read and rewrite.
      rebuild-apply-app-status.
          open i-o applications-file
          if ws-app-status not = "00"
              close applications-file
              exit paragraph
          end-if
          move jnl-app-username     to app-username
          move jnl-app-job-title    to app-job-title
          move jnl-app-job-employer to app-job-employer
          move jnl-app-job-location to app-job-location
          move jnl-app-job-id       to app-job-id
          read applications-file
              invalid key
                  continue
              not invalid key
                  move ws-jnl-app-row to application-record
                  rewrite application-record
*>                Counted here, not at the journal scan, so the
*>                summary reports what was actually restored.
                  add 1 to ws-jnl-updates
          end-read
          close applications-file
          exit paragraph.

*>    Replays a journaled application delete (a row moved to another
*>    username by rename-or-merge-user); the payload is the old key.
      rebuild-apply-app-delete.
          open i-o applications-file
          if ws-app-status not = "00"
              close applications-file
              exit paragraph
          end-if
          move jnl-data(1:176) to app-key
          delete applications-file record
              invalid key
                  continue
              not invalid key
                  add 1 to ws-jnl-updates
          end-delete
          close applications-file
          exit paragraph.

      rebuild-messages-from-journal.
          open i-o messages-file
          if ws-messages-status not = "00"
              move "Could not open messages file. Status: " to ws-message
              string ws-message ws-messages-status into ws-message
              perform display-error
              close messages-file
              exit paragraph
          end-if
          move 'N' to ws-journal-eof
          open input journal-file
          perform until journal-file-ended
              read journal-file next record
                  at end set journal-file-ended to true
                  not at end
                      if function trim(jnl-action) = "MSG-ADD"
                          move jnl-data to message-record
                          write message-record
                              invalid key
                                  continue
                              not invalid key
                                  add 1 to ws-jnl-replayed
                          end-write
                      end-if
*>                    Replayed in journal order, so a renamed
*>                    message's delete lands before its re-add.
                      if function trim(jnl-action) = "MSG-DEL"
                          move jnl-data(1:41) to msg-key
                          delete messages-file record
                              invalid key
                                  continue
                          end-delete
                      end-if
              end-read
          end-perform
          close journal-file
          close messages-file
          exit paragraph.

      rebuild-connections-from-journal.
          open extend connections-file
          if ws-connections-status not = "00"
              move "Could not open connections file. Status: " to ws-message
              string ws-message ws-connections-status into ws-message
              perform display-error
              close connections-file
              exit paragraph
          end-if
          move 'N' to ws-journal-eof
          open input journal-file
          perform until journal-file-ended
              read journal-file next record
                  at end set journal-file-ended to true
                  not at end
                      if function trim(jnl-action) = "CONN-ADD"
                          add 1 to ws-jnl-replayed
                          move jnl-data to connection-record
                          write connection-record
                      end-if
                      if function trim(jnl-action) = "CONN-DEL"
                          close connections-file
                          perform rebuild-drop-connection
                          open extend connections-file
                      end-if
              end-read
          end-perform
          close journal-file
          close connections-file
          exit paragraph.

      rebuild-jobs-from-journal.
          open extend jobs-file
          if ws-jobs-status not = "00"
              move "Could not open jobs file. Status: " to ws-message
              string ws-message ws-jobs-status into ws-message
              perform display-error
              close jobs-file
              exit paragraph
          end-if
          move 'N' to ws-journal-eof
          open input journal-file
          perform until journal-file-ended
              read journal-file next record
                  at end set journal-file-ended to true
                  not at end
                      if function trim(jnl-action) = "JOB-ADD"
                          add 1 to ws-jnl-replayed
                          move jnl-data to job-record
                          write job-record
                      end-if
                      if function trim(jnl-action) = "JOB-POSTER"
                          close jobs-file
                          perform rebuild-apply-job-poster
                          open extend jobs-file
                      end-if
              end-read
          end-perform
          close journal-file
          close jobs-file
          exit paragraph.

      rebuild-accounts-from-journal.
          open i-o accounts-file
          if ws-userdata-status not = "00"
              move "Could not open accounts file. Status: " to ws-message
              string ws-message ws-userdata-status into ws-message
              perform display-error
              close accounts-file
              exit paragraph
          end-if
          move 'N' to ws-journal-eof
          open input journal-file
          perform until journal-file-ended
              read journal-file next record
                  at end set journal-file-ended to true
                  not at end
                      if function trim(jnl-action) = "ACCT-ADD"
                          move jnl-data to account-record
                          write account-record
                              invalid key
                                  continue
                              not invalid key
                                  add 1 to ws-jnl-replayed
                          end-write
                      end-if
                      if function trim(jnl-action) = "ACCT-DEL"
                          move jnl-data(1:20) to username
                          delete accounts-file record
                              invalid key
                                  continue
                          end-delete
                      end-if
              end-read
          end-perform
          close journal-file
          close accounts-file
          exit paragraph.

*>    Replays a journaled CONN-DEL against the connections rebuilt
*>    so far: the first row matching the old pair is left out of a
*>    temp-file rewrite.
      rebuild-drop-connection.
          move jnl-data(1:40) to ws-ren-old-pair
          move 'N' to ws-ren-drop-flag
          move 'N' to ws-conns-eof
          open input connections-file
          if ws-connections-status not = "00"
              close connections-file
              exit paragraph
          end-if
          open output temp-connections-file
          perform until conns-file-ended
              read connections-file next record
                  at end set conns-file-ended to true
                  not at end
                      if not ren-row-dropped
                         and connection-record = ws-ren-old-pair
                          set ren-row-dropped to true
                          add 1 to ws-jnl-updates
                      else
                          move conn-user-a to temp-conn-user-a
                          move conn-user-b to temp-conn-user-b
                          write temp-connection-record
                      end-if
              end-read
          end-perform
          close connections-file
          close temp-connections-file

          move "InCollege-Connections.txt" to ws-message
          call "CBL_DELETE_FILE" using ws-message
          move "InCollege-Connections.tmp" to ws-message
          move "InCollege-Connections.txt" to ws-user-choice
          call "CBL_RENAME_FILE" using ws-message, ws-user-choice
          move spaces to ws-connections-status
          move spaces to ws-temp-status
          exit paragraph.

*>    Replays a journaled JOB-POSTER against the jobs rebuilt so far:
*>    the posting (by job id, or title/employer/location for one
*>    without an id) posted by the old name gets the new one.
      rebuild-apply-job-poster.
          move jnl-data to ws-ren-poster-entry
          move 'N' to ws-jobs-eof
          open input jobs-file
          if ws-jobs-status not = "00"
              close jobs-file
              exit paragraph
          end-if
          open output temp-jobs-file
          perform until jobs-file-ended
              read jobs-file
                  at end set jobs-file-ended to true
                  not at end
                      move job-title       to temp-job-title
                      move job-description to temp-job-description
                      move job-employer    to temp-job-employer
                      move job-location    to temp-job-location
                      move job-salary      to temp-job-salary
                      move job-poster      to temp-job-poster
                      move job-id          to temp-job-id
                      move job-status      to temp-job-status
                      move job-close-date  to temp-job-close-date
                      if job-poster = rjp-old-poster
                          if (rjp-job-id not = spaces and job-id = rjp-job-id)
                             or (rjp-job-id = spaces
                                 and job-title = rjp-title
                                 and job-employer = rjp-employer
                                 and job-location = rjp-location)
                              move rjp-new-poster to temp-job-poster
                              add 1 to ws-jnl-updates
                          end-if
                      end-if
                      write temp-job-record
              end-read
          end-perform
          close jobs-file
          close temp-jobs-file

          move "InCollege-Jobs.txt" to ws-message
          call "CBL_DELETE_FILE" using ws-message
          move "InCollege-Jobs.tmp" to ws-message
          move "InCollege-Jobs.txt" to ws-user-choice
          call "CBL_RENAME_FILE" using ws-message, ws-user-choice
          exit paragraph.

*>    ===================== Employer Master Maintenance ===========
*>    Add/merge screen for the employer master consulted by post-job,
*>    import-one-feed-row and report-tally-employer.  Merging a stray
*>    spelling only repoints its master row; existing job records are
*>    left alone because every reader resolves the employer through
*>    resolve-employer-name at read time.
      maintain-employers.
          move 'N' to ws-emp-menu-done
          perform until employer-menu-done
              move "Employer Master Maintenance" to ws-message
              perform display-title
              move "1. List Employers" to ws-message
              perform display-option
              move "2. Add an Employer" to ws-message
              perform display-option
              move "3. Merge a Spelling into an Employer" to ws-message
              perform display-option
              display ws-line-separator
              perform write-separator
              move "4. Go Back" to ws-message
              perform display-special-option
              display ws-line-separator
              perform write-separator
              move "Enter your choice: " to ws-message
              perform display-prompt
              perform read-user-choice
              if input-ended
                  set employer-menu-done to true
              else
                  evaluate ws-user-choice
                      when '1'
                          perform list-employer-master
                      when '2'
                          perform add-employer-screen
                      when '3'
                          perform merge-employer-spelling
                      when '4'
                          set employer-menu-done to true
                      when other
                          move "Invalid option. Please try again" to ws-message
                          perform display-error
                  end-evaluate
              end-if
          end-perform
          exit paragraph.

      *> Lists every master row: primary employers by their display
      *> name, merged spellings as "SPELLING -> Employer".
      list-employer-master.
          move 0 to ws-emp-list-count
          move 'N' to ws-employers-eof
          open input employers-file
          if ws-employers-status not = "00"
              close employers-file
              move "No employers on file yet." to ws-message
              perform display-info
              exit paragraph
          end-if
          perform until employers-file-ended
              read employers-file next record
                  at end set employers-file-ended to true
                  not at end
                      add 1 to ws-emp-list-count
                      move spaces to ws-message
                      if function upper-case(function trim(empm-canonical))
                         = function trim(empm-key)
                          string
                              " - " delimited by size
                              function trim(empm-canonical) delimited by size
                            into ws-message
                          end-string
                      else
                          string
                              " - " delimited by size
                              function trim(empm-key) delimited by size
                              " -> " delimited by size
                              function trim(empm-canonical) delimited by size
                            into ws-message
                          end-string
                      end-if
                      perform display-line
              end-read
          end-perform
          close employers-file
          if ws-emp-list-count = 0
              move "No employers on file yet." to ws-message
              perform display-info
          end-if
          exit paragraph.

      add-employer-screen.
          move "Employer name to add (or 0 to go back): " to ws-message
          perform display-prompt
          perform read-next-input
          if input-ended
              exit paragraph
          end-if
          if function trim(ws-last-input) = "0"
              exit paragraph
          end-if
          if function length(function trim(ws-last-input)) > 50
              move "WARNING: Employer name is too long! Truncating to 50 characters." to ws-message
              perform display-info
              move ws-last-input(1:50) to ws-emp-new-name
          else
              move function trim(ws-last-input) to ws-emp-new-name
          end-if
          if ws-emp-new-name = spaces
              move "An employer name is required." to ws-message
              perform display-error
              exit paragraph
          end-if
          perform add-employer-to-master
          if employer-was-added
              move "Employer added to the master file." to ws-message
              perform display-success
          else
              move "That employer spelling is already on file." to ws-message
              perform display-info
          end-if
          exit paragraph.

      *> Points a stray spelling at the employer it really is, so
      *> postings and report rollups stop splitting.  The spelling
      *> being merged may already be on file (it gets repointed) or
      *> brand new (an alias row is created); any rows already
      *> pointing at the merged spelling are repointed too so chains
      *> of merges stay one hop deep.
      merge-employer-spelling.
          move "Spelling to merge (as posted, or 0 to go back): " to ws-message
          perform display-prompt
          perform read-next-input
          if input-ended
              exit paragraph
          end-if
          if function trim(ws-last-input) = "0"
              exit paragraph
          end-if
          move function trim(ws-last-input) to ws-emp-merge-from
          if ws-emp-merge-from = spaces
              move "A spelling is required." to ws-message
              perform display-error
              exit paragraph
          end-if

          move "Merge into which employer (must be on file): " to ws-message
          perform display-prompt
          perform read-next-input
          if input-ended
              exit paragraph
          end-if
          move function trim(ws-last-input) to ws-emp-merge-into
          if ws-emp-merge-into = spaces
              move "An employer to merge into is required." to ws-message
              perform display-error
              exit paragraph
          end-if

          move ws-emp-merge-into to ws-emp-lookup-name
          perform resolve-employer-name
          if not employer-on-file
              move "That employer is not on the master file; add it first." to ws-message
              perform display-error
              exit paragraph
          end-if
          if function upper-case(function trim(ws-emp-merge-from))
             = function upper-case(function trim(ws-emp-resolved-name))
              move "A spelling cannot be merged into itself." to ws-message
              perform display-error
              exit paragraph
          end-if

          open i-o employers-file
          if ws-employers-status not = "00"
              move "Could not open employer master file. Status: " to ws-message
              string ws-message ws-employers-status into ws-message
              perform display-error
              close employers-file
              exit paragraph
          end-if

          move function upper-case(function trim(ws-emp-merge-from))
            to empm-key
          move ws-emp-resolved-name to empm-canonical
          write employer-master-record
              invalid key
                  rewrite employer-master-record
          end-write

          *> Repoint anything that was already merged INTO the
          *> spelling just merged away, so no row is left pointing
          *> at an alias.
          move 'N' to ws-employers-eof
          perform until employers-file-ended
              read employers-file next record
                  at end set employers-file-ended to true
                  not at end
                      if function upper-case(function trim(empm-canonical))
                         = function upper-case(function trim(ws-emp-merge-from))
                         and function trim(empm-key)
                           not = function upper-case(function trim(ws-emp-merge-from))
                          move ws-emp-resolved-name to empm-canonical
                          rewrite employer-master-record
                      end-if
              end-read
          end-perform
          close employers-file

          move spaces to ws-message
          string
              "Merged '" delimited by size
              function trim(ws-emp-merge-from) delimited by size
              "' into " delimited by size
              function trim(ws-emp-resolved-name) delimited by size
              "." delimited by size
            into ws-message
          end-string
          perform display-success
          exit paragraph.

*>    ===================== Bulk Job Import =====================
*>    Reads InCollege-JobFeed.txt (one posting per line, pipe-
*>    separated: title|description|employer|location|salary, then
*>    up to three screening questions, '*' marking a required one) and
*>    appends every valid row to the jobs file under a designated
*>    poster account, with ids from get-next-job-id so My Postings
*>    shows their rosters like any hand-entered posting.  Required
*>    fields and length limits are the same ones post-job enforces;
*>    rows that fail go to InCollege-ImportRejects.txt with the
*>    reason.
      run-job-import.
          move "Import Job Postings" to ws-message
          perform display-title

          move "Post imported jobs under which account (username): " to ws-message
          perform display-prompt
          perform read-next-input
          if input-ended
              exit paragraph
          end-if
          move function trim(ws-last-input) to ws-import-poster
          if ws-import-poster = spaces
              move "A poster account is required." to ws-message
              perform display-error
              exit paragraph
          end-if

          *> The designated poster must be a real account.
          open input accounts-file
          if ws-userdata-status not = "00"
              move "Accounts file unavailable; cannot validate poster." to ws-message
              perform display-error
              close accounts-file
              exit paragraph
          end-if
          move ws-import-poster to username
          read accounts-file
              invalid key
                  close accounts-file
                  move "No such account; imported jobs need a real poster." to ws-message
                  perform display-error
                  exit paragraph
              not invalid key
                  continue
          end-read
          if acct-is-deactivated
              close accounts-file
              move "That account is deactivated; imported jobs need an active poster." to ws-message
              perform display-error
              exit paragraph
          end-if
          close accounts-file

          move 'N' to ws-feed-eof
          open input job-feed-file
          if ws-feed-status = "35"
              move "Feed file InCollege-JobFeed.txt not found." to ws-message
              perform display-error
              close job-feed-file
              exit paragraph
          end-if
          if ws-feed-status not = "00"
              move "Error opening feed file. Status: " to ws-message
              string ws-message ws-feed-status into ws-message
              perform display-error
              close job-feed-file
              exit paragraph
          end-if

          open output import-rejects-file
          if ws-rejects-status not = "00"
              move "Could not create reject report. Status: " to ws-message
              string ws-message ws-rejects-status into ws-message
              perform display-error
              close job-feed-file
              close import-rejects-file
              exit paragraph
          end-if
          move spaces to import-reject-record
          string
              "=== Job Import Rejects - run " delimited by size
              function current-date(1:8) delimited by size
              " " delimited by size
              function current-date(9:4) delimited by size
              " ===" delimited by size
            into import-reject-record
          end-string
          write import-reject-record

          move 0 to ws-imported-count
          move 0 to ws-rejected-count

          *> save-job stamps ws-current-username as the poster; nobody
          *> is logged in at the initial menu, so it is borrowed for
          *> the import run and cleared again afterwards.
          move ws-import-poster to ws-current-username

          perform until feed-file-ended
              read job-feed-file
                  at end
                      set feed-file-ended to true
                  not at end
                      move job-feed-record to ws-feed-row
                      if function trim(ws-feed-row) not = spaces
                          perform import-one-feed-row
                      end-if
              end-read
          end-perform

          move spaces to ws-current-username

          close job-feed-file

          move ws-rejected-count to ws-rpt-num-edit
          move spaces to import-reject-record
          string
              "Rows rejected: " delimited by size
              function trim(ws-rpt-num-edit) delimited by size
            into import-reject-record
          end-string
          write import-reject-record
          close import-rejects-file

          move ws-imported-count to ws-rpt-num-edit
          move spaces to ws-message
          string
              "Import complete: " delimited by size
              function trim(ws-rpt-num-edit) delimited by size
              " posting(s) imported, " delimited by size
            into ws-message
          end-string
          move ws-rejected-count to ws-rpt-num-edit
          move ws-message to ws-temp-message
          move spaces to ws-message
          string
              function trim(ws-temp-message) delimited by size
              " " delimited by size
              function trim(ws-rpt-num-edit) delimited by size
              " rejected (see InCollege-ImportRejects.txt)." delimited by size
            into ws-message
          end-string
          perform display-success
          exit paragraph.

*>    Validates and saves the feed row in ws-feed-row: required fields
*>    exactly as post-job requires them, overlong fields truncated to
*>    the same limits post-job truncates to.
      import-one-feed-row.
          move spaces to ws-imp-raw-fields
          unstring ws-feed-row delimited by "|"
              into ws-imp-title-raw
                   ws-imp-desc-raw
                   ws-imp-employer-raw
                   ws-imp-location-raw
                   ws-imp-salary-raw
                   ws-imp-question-raw(1)
                   ws-imp-question-raw(2)
                   ws-imp-question-raw(3)
          end-unstring

          move spaces to ws-imp-reason
          if function trim(ws-imp-title-raw) = spaces
              move "missing job title" to ws-imp-reason
          else if function trim(ws-imp-desc-raw) = spaces
              move "missing job description" to ws-imp-reason
          else if function trim(ws-imp-employer-raw) = spaces
              move "missing employer" to ws-imp-reason
          else if function trim(ws-imp-location-raw) = spaces
              move "missing location" to ws-imp-reason
          end-if

          if ws-imp-reason not = spaces
              perform import-reject-row
              exit paragraph
          end-if

          initialize ws-job-data
          if function length(function trim(ws-imp-title-raw)) > 50
              move ws-imp-title-raw(1:50) to ws-job-title
          else
              move function trim(ws-imp-title-raw) to ws-job-title
          end-if
          if function length(function trim(ws-imp-desc-raw)) > MAX-JOB-DESC
              move ws-imp-desc-raw(1:MAX-JOB-DESC) to ws-job-description
          else
              move function trim(ws-imp-desc-raw) to ws-job-description
          end-if
          if function length(function trim(ws-imp-employer-raw)) > 50
              move ws-imp-employer-raw(1:50) to ws-job-employer
          else
              move function trim(ws-imp-employer-raw) to ws-job-employer
          end-if
          if function length(function trim(ws-imp-location-raw)) > 50
              move ws-imp-location-raw(1:50) to ws-job-location
          else
              move function trim(ws-imp-location-raw) to ws-job-location
          end-if
          if function length(function trim(ws-imp-salary-raw)) > 20
              move ws-imp-salary-raw(1:20) to ws-job-salary
          else
              move function trim(ws-imp-salary-raw) to ws-job-salary
          end-if

*>        Screening questions, in feed order; empty slots are skipped
*>        and a leading '*' makes the question required.
          move 0 to ws-sq-count
          perform varying ws-sq-i from 1 by 1 until ws-sq-i > MAX-SCREEN-QUESTIONS
              move function trim(ws-imp-question-raw(ws-sq-i)) to ws-sq-raw
              if ws-sq-raw not = spaces
                  add 1 to ws-sq-count
                  move "N" to sq-required(ws-sq-count)
                  if ws-sq-raw(1:1) = "*"
                      move "Y" to sq-required(ws-sq-count)
                      move function trim(ws-sq-raw(2:119)) to ws-sq-raw
                  end-if
                  move ws-sq-raw(1:100) to sq-text(ws-sq-count)
                  move spaces to sq-answer(ws-sq-count)
                  if sq-text(ws-sq-count) = spaces
                      subtract 1 from ws-sq-count
                  end-if
              end-if
          end-perform

*>        The feed runs unattended, so an employer the master does not
*>        know is a reject (with the master file in place there is
*>        nobody at the console to approve adding it); a known
*>        spelling is stored under its canonical name.
          move ws-job-employer to ws-emp-lookup-name
          perform resolve-employer-name
          if employer-master-on-file
              if employer-on-file
                  move ws-emp-resolved-name to ws-job-employer
              else
                  move "employer not on master file" to ws-imp-reason
                  perform import-reject-row
                  exit paragraph
              end-if
          end-if

          perform save-job
          if ws-jobs-status = "00"
              add 1 to ws-imported-count
          else
              move "jobs file write failed" to ws-imp-reason
              perform import-reject-row
          end-if
          exit paragraph.

*>    ===================== Registrar Roster Import =====================
*>    Reads the registrar's roster, InCollege-Roster.txt, one student
*>    per line: username|first|last|school|major|gradyear.  A student
*>    with no account gets one, flagged to choose a new password at
*>    first login, with a temporary password listed in
*>    InCollege-RosterAccounts.txt for the registrar to hand out, and
*>    a profile from the roster fields.  An existing student keeps
*>    their account and names; school, major and graduation year are
*>    refreshed from the roster (a profile is created if they never
*>    made one).  Rows breaking the username rules or carrying bad
*>    data go to InCollege-RosterRejects.txt with the reason.
      run-roster-import.
          move "Import Registrar Roster" to ws-message
          perform display-title

          move 'N' to ws-roster-eof
          open input roster-file
          if ws-roster-status = "35"
              move "Roster file InCollege-Roster.txt not found." to ws-message
              perform display-error
              close roster-file
              exit paragraph
          end-if
          if ws-roster-status not = "00"
              move "Error opening roster file. Status: " to ws-message
              string ws-message ws-roster-status into ws-message
              perform display-error
              close roster-file
              exit paragraph
          end-if

          open output roster-rejects-file
          if ws-roster-rej-status not = "00"
              move "Could not create roster reject report. Status: " to ws-message
              string ws-message ws-roster-rej-status into ws-message
              perform display-error
              close roster-file
              close roster-rejects-file
              exit paragraph
          end-if
          open output roster-accounts-file
          if ws-roster-acct-status not = "00"
              move "Could not create new-account list. Status: " to ws-message
              string ws-message ws-roster-acct-status into ws-message
              perform display-error
              close roster-file
              close roster-rejects-file
              close roster-accounts-file
              exit paragraph
          end-if
          move spaces to roster-reject-record
          string
              "=== Roster Import Rejects - run " delimited by size
              function current-date(1:8) delimited by size
              " " delimited by size
              function current-date(9:4) delimited by size
              " ===" delimited by size
            into roster-reject-record
          end-string
          write roster-reject-record
          move spaces to roster-account-record
          string
              "=== New Accounts (temporary passwords) - run " delimited by size
              function current-date(1:8) delimited by size
              " " delimited by size
              function current-date(9:4) delimited by size
              " ===" delimited by size
            into roster-account-record
          end-string
          write roster-account-record

          move 0 to ws-roster-created
          move 0 to ws-roster-updated
          move 0 to ws-roster-rejected
*>        Seed the temporary-password generator once per run.
          compute ws-roster-rand =
              function random(function numval(function current-date(9:8)))

          perform until roster-file-ended
              read roster-file
                  at end
                      set roster-file-ended to true
                  not at end
                      move roster-record to ws-roster-row
                      if function trim(ws-roster-row) not = spaces
                          perform import-one-roster-row
                      end-if
              end-read
          end-perform
          close roster-file

          move ws-roster-rejected to ws-rpt-num-edit
          move spaces to roster-reject-record
          string
              "Rows rejected: " delimited by size
              function trim(ws-rpt-num-edit) delimited by size
            into roster-reject-record
          end-string
          write roster-reject-record
          close roster-rejects-file
          close roster-accounts-file

          move "Roster import summary" to ws-message
          perform display-title
          move ws-roster-created to ws-rpt-num-edit
          move "Accounts created" to ws-label
          move function trim(ws-rpt-num-edit) to ws-value
          perform display-labeled-line
          move ws-roster-updated to ws-rpt-num-edit
          move "Existing students updated" to ws-label
          move function trim(ws-rpt-num-edit) to ws-value
          perform display-labeled-line
          move ws-roster-rejected to ws-rpt-num-edit
          move "Rows rejected" to ws-label
          move function trim(ws-rpt-num-edit) to ws-value
          perform display-labeled-line
          if ws-roster-created > 0
              move "Temporary passwords are in InCollege-RosterAccounts.txt." to ws-message
              perform display-info
          end-if
          if ws-roster-rejected > 0
              move "See InCollege-RosterRejects.txt for the rejected rows." to ws-message
              perform display-info
          end-if
          exit paragraph.

*>    Validates the roster row in ws-roster-row and creates or
*>    refreshes that student.  A header row (username in the first
*>    field) is skipped.
      import-one-roster-row.
          move spaces to ws-roster-raw-fields
          unstring ws-roster-row delimited by "|"
              into ws-ros-username-raw
                   ws-ros-first-raw
                   ws-ros-last-raw
                   ws-ros-school-raw
                   ws-ros-major-raw
                   ws-ros-year-raw
          end-unstring
          if function upper-case(function trim(ws-ros-username-raw)) = "USERNAME"
              exit paragraph
          end-if

          move spaces to ws-roster-reason
          move function trim(ws-ros-username-raw) to ws-input-username
          perform check-username-rules
          if not validation-passed
              move ws-username-error to ws-roster-reason
          else
              perform check-roster-fields
          end-if
          if ws-roster-reason not = spaces
              perform roster-reject-row
              exit paragraph
          end-if

          move 'N' to ws-account-found
          open input accounts-file
          if ws-userdata-status = "00"
              move ws-input-username to username
              read accounts-file
                  invalid key
                      continue
                  not invalid key
                      set account-found to true
              end-read
          end-if
          close accounts-file

          if account-found
              if acct-is-deactivated
                  move "account is deactivated" to ws-roster-reason
                  perform roster-reject-row
                  exit paragraph
              end-if
              perform roster-refresh-profile
              if ws-roster-reason = spaces
                  add 1 to ws-roster-updated
              end-if
          else
              perform roster-create-account
              if ws-roster-reason = spaces
                  perform roster-refresh-profile
              end-if
              if ws-roster-reason = spaces
                  add 1 to ws-roster-created
              end-if
          end-if
          if ws-roster-reason not = spaces
              perform roster-reject-row
          end-if
          exit paragraph.

*>    Required fields and limits are the ones the profile screen
*>    enforces (see collect-profile-input), except that an overlong
*>    value is rejected rather than truncated: nobody is at the
*>    console to confirm a shortened name.  Result in
*>    ws-roster-reason (spaces = row is good).
      check-roster-fields.
          evaluate true
              when function trim(ws-ros-first-raw) = spaces
                  move "missing first name" to ws-roster-reason
              when function length(function trim(ws-ros-first-raw)) > 20
                  move "first name longer than 20 characters" to ws-roster-reason
              when function trim(ws-ros-last-raw) = spaces
                  move "missing last name" to ws-roster-reason
              when function length(function trim(ws-ros-last-raw)) > 20
                  move "last name longer than 20 characters" to ws-roster-reason
              when function trim(ws-ros-school-raw) = spaces
                  move "missing school" to ws-roster-reason
              when function length(function trim(ws-ros-school-raw)) > 50
                  move "school longer than 50 characters" to ws-roster-reason
              when function trim(ws-ros-major-raw) = spaces
                  move "missing major" to ws-roster-reason
              when function length(function trim(ws-ros-major-raw)) > 40
                  move "major longer than 40 characters" to ws-roster-reason
              when function length(function trim(ws-ros-year-raw)) not = 4
                  move "graduation year is not 4 digits" to ws-roster-reason
              when other
                  continue
          end-evaluate
          if ws-roster-reason not = spaces
              exit paragraph
          end-if
          move function trim(ws-ros-year-raw) to ws-grad-year-text
          move spaces to ws-temp-message
          move ws-grad-year-text to ws-temp-message(1:4)
          inspect ws-temp-message(1:4)
              converting '0123456789' to '0000000000'
          if ws-temp-message(1:4) not = "0000"
              move "graduation year is not 4 digits" to ws-roster-reason
              exit paragraph
          end-if
          move ws-grad-year-text to ws-year-num
          if ws-year-num < 1900 or ws-year-num > 2100
              move "graduation year not between 1900 and 2100" to ws-roster-reason
          end-if
          exit paragraph.

*>    Writes a new account for ws-input-username, flagged so the
*>    first login must choose a new password, with a generated
*>    temporary password that meets the password rules (see
*>    check-password-rules).  Journaled as ACCT-ADD like a
*>    self-registered account.
      roster-create-account.
          compute ws-roster-rand = function random * 1000000
          move ws-roster-rand to ws-roster-rand-digits
          move spaces to ws-roster-temp-pwd
          string
              "In" delimited by size
              ws-roster-rand-digits delimited by size
              "#c" delimited by size
            into ws-roster-temp-pwd
          end-string

          move ws-input-username to username
          move ws-roster-temp-pwd to acct-password
          move 0 to acct-fail-count
          move "N" to acct-locked
          move spaces to acct-lock-time
          move "N" to acct-admin
          move "Y" to acct-pwd-reset
          move function current-date(1:8) to acct-pwd-changed
          move spaces to acct-pwd-history
          open i-o accounts-file
          if ws-userdata-status = "35"
              open output accounts-file
              close accounts-file
              open i-o accounts-file
          end-if
          if ws-userdata-status not = "00"
              move "accounts file unavailable" to ws-roster-reason
              close accounts-file
              exit paragraph
          end-if
          write account-record
              invalid key
                  move "account could not be written" to ws-roster-reason
                  close accounts-file
                  exit paragraph
          end-write
          close accounts-file
          move "ACCT-ADD" to ws-journal-action
          move spaces to ws-journal-data
          move account-record to ws-journal-data
          perform journal-mutation

          move spaces to roster-account-record
          string
              function trim(ws-input-username) delimited by size
              "  " delimited by size
              function trim(ws-roster-temp-pwd) delimited by size
            into roster-account-record
          end-string
          write roster-account-record
          exit paragraph.

*>    Sets school, major and graduation year on ws-input-username's
*>    profile, creating the profile (with the roster names) when
*>    there is none.  Names on an existing profile are the student's
*>    own and are left alone.
      roster-refresh-profile.
          open i-o profiles-file
          if ws-profiles-status = "35"
              open output profiles-file
              close profiles-file
              open i-o profiles-file
          end-if
          if ws-profiles-status not = "00"
              move "profiles file unavailable" to ws-roster-reason
              close profiles-file
              exit paragraph
          end-if
          move ws-input-username to profile-username
          read profiles-file
              invalid key
                  initialize profile-record
                  move ws-input-username to profile-username
                  move function trim(ws-ros-first-raw) to profile-first-name
                  move function trim(ws-ros-last-raw) to profile-last-name
                  move function trim(ws-ros-school-raw) to profile-school
                  move function trim(ws-ros-major-raw) to profile-major
                  move ws-year-num to profile-grad-year
                  write profile-record
                      invalid key
                          move "profile could not be written" to ws-roster-reason
                  end-write
              not invalid key
                  move function trim(ws-ros-school-raw) to profile-school
                  move function trim(ws-ros-major-raw) to profile-major
                  move ws-year-num to profile-grad-year
                  rewrite profile-record
                      invalid key
                          move "profile could not be updated" to ws-roster-reason
                  end-rewrite
          end-read
          close profiles-file
          exit paragraph.

*>    Writes the current roster row to the reject report with the
*>    reason it failed.
      roster-reject-row.
          add 1 to ws-roster-rejected
          move spaces to roster-reject-record
          string
              "REJECTED (" delimited by size
              function trim(ws-roster-reason) delimited by size
              "): " delimited by size
              function trim(ws-roster-row) delimited by size
            into roster-reject-record
          end-string
          write roster-reject-record
          exit paragraph.

*>    ===================== Personal Data Export =====================
*>    "Download my data": writes everything on file about one user to
*>    InCollege-Export-<username>-<yyyymmdd>.txt - account settings,
*>    profile, completed skills, endorsements given and received,
*>    connections, pending requests, postings, applications (with
*>    their screening answers), interviews, messages sent and
*>    received, notifications not yet shown, the login audit trail,
*>    and the user's blocks, abuse reports and saved searches.  The
*>    password and password history are never written.  Reached by
*>    the student from the main menu, or by username from the admin
*>    console; every run is journaled (EXPORT) with who asked for it.
      export-my-data.
          move ws-current-username to ws-export-user
          move ws-current-username to ws-export-by
          perform export-user-data
          exit paragraph.

      admin-export-user-data.
          move "Username to export (or 0 to go back): " to ws-message
          perform display-prompt
          perform read-next-input
          if input-ended
          if function trim(ws-last-input) = "0"
              exit paragraph
          end-if
          move function trim(ws-last-input) to ws-export-user
          if ws-export-user = spaces
              move "A username is required." to ws-message
              perform display-error
              exit paragraph
          end-if
          move ws-admin-session-user to ws-export-by
          perform export-user-data
          exit paragraph.

*>    The export proper for ws-export-user, requested by ws-export-by.
      export-user-data.
          open input accounts-file
          if ws-userdata-status not = "00"
              move "Accounts file unavailable. Status: " to ws-message
              string ws-message ws-userdata-status into ws-message
              close accounts-file
              exit paragraph
          end-if
          move ws-export-user to username
          read accounts-file
              invalid key
                  close accounts-file
                  perform display-error
                  exit paragraph
              not invalid key
                  move username to ws-export-user
          end-read
          close accounts-file
          move function upper-case(function trim(ws-export-user))
            to ws-export-upper

          move spaces to ws-export-name
          string
              "InCollege-Export-" delimited by size
              function trim(ws-export-user) delimited by size
              "-" delimited by size
              function current-date(1:8) delimited by size
              ".txt" delimited by size
            into ws-export-name
          end-string
          open output user-export-file
          if ws-export-status not = "00"
              move "Could not create export file. Status: " to ws-message
              string ws-message ws-export-status into ws-message
              perform display-error
              close user-export-file
              exit paragraph
          end-if

          move 0 to ws-export-count
          move spaces to ws-export-line
          string
              "=== InCollege Personal Data Export: " delimited by size
              function trim(ws-export-user) delimited by size
              " ===" delimited by size
            into ws-export-line
          end-string
          perform write-export-line
          move spaces to ws-export-line
          string
              "Generated: " delimited by size
              function current-date(1:8) delimited by size
              " " delimited by size
              function current-date(9:4) delimited by size
              "   Requested by: " delimited by size
              function trim(ws-export-by) delimited by size
            into ws-export-line
          end-string
          perform write-export-line

          perform export-account-settings
          perform export-profile
          perform export-skills
          perform export-endorsements
          perform export-connections
          perform export-pending-requests
          perform export-postings
          perform export-applications
          perform export-interviews
          perform export-messages
          perform export-notifications
          perform export-login-audit
          perform export-blocks-and-reports
          perform export-saved-searches
          perform export-declines
          close user-export-file

          move "EXPORT" to ws-journal-action
          move spaces to ws-journal-data
          move ws-export-user  to ws-jexp-user
          move ws-export-by    to ws-jexp-by
          move ws-export-name  to ws-jexp-file
          move ws-export-count to ws-jexp-count
          move ws-export-journal-entry to ws-journal-data
          perform journal-mutation

          move ws-export-count to ws-rpt-num-edit
          move spaces to ws-message
          string
              "Export complete: " delimited by size
              function trim(ws-rpt-num-edit) delimited by size
              " item(s) written to " delimited by size
              function trim(ws-export-name) delimited by size
            into ws-message
          end-string
          perform display-success
          exit paragraph.

*>    Starts a section: a blank line, the heading in ws-export-line,
*>    and a fresh item count for export-section-end.
      export-section-start.
          move ws-export-line to ws-temp-message
          move spaces to ws-export-line
          perform write-export-line
          move ws-temp-message to ws-export-line
          perform write-export-line
          move 0 to ws-exp-section-count
          exit paragraph.

*>    Writes one item line (ws-export-line) of the current section.
      export-item.
          add 1 to ws-exp-section-count
          add 1 to ws-export-count
          perform write-export-line
          exit paragraph.

      export-section-end.
          if ws-exp-section-count = 0
              move "  (none)" to ws-export-line
              perform write-export-line
          end-if
          exit paragraph.

      write-export-line.
          move ws-export-line to user-export-record
          write user-export-record.

*>    Account settings, minus the password and its history.
      export-account-settings.
          move "ACCOUNT SETTINGS" to ws-export-line
          perform export-section-start
          open input accounts-file
          if ws-userdata-status not = "00"
              close accounts-file
              perform export-section-end
              exit paragraph
          end-if
          move ws-export-user to username
          read accounts-file
              invalid key
                  continue
              not invalid key
                  move spaces to ws-export-line
                  string "  Username: " function trim(username)
                      delimited by size into ws-export-line
                  perform export-item
                  if acct-is-deactivated
                      move "  Account status: Deactivated" to ws-export-line
                  else
                      if acct-is-locked
                          move "  Account status: Locked (failed logins)" to ws-export-line
                      else
                          move "  Account status: Active" to ws-export-line
                      end-if
                  end-if
                  perform export-item
                  if acct-is-admin
                      move "  Administrator: Yes" to ws-export-line
                  else
                      move "  Administrator: No" to ws-export-line
                  end-if
                  perform export-item
                  move spaces to ws-export-line
                  string "  Failed login attempts: " acct-fail-count
                      delimited by size into ws-export-line
                  perform export-item
                  if function trim(acct-lock-time) not = spaces
                      move spaces to ws-export-line
                      string "  Locked at: " function trim(acct-lock-time)
                          delimited by size into ws-export-line
                      perform export-item
                  end-if
                  if acct-needs-new-password
                      move "  Password change required at next login: Yes" to ws-export-line
                  else
                      move "  Password change required at next login: No" to ws-export-line
                  end-if
                  perform export-item
                  move spaces to ws-export-line
                  if function trim(acct-pwd-changed) = spaces
                      move "  Password last changed: (not recorded)" to ws-export-line
                  else
                      string "  Password last changed: " acct-pwd-changed
                          delimited by size into ws-export-line
                  end-if
                  perform export-item
          end-read
          close accounts-file
          perform export-section-end
          exit paragraph.

      export-profile.
          move "PROFILE" to ws-export-line
          perform export-section-start
          open input profiles-file
          if ws-profiles-status not = "00"
              close profiles-file
              perform export-section-end
              exit paragraph
          end-if
          move ws-export-user to profile-username
          read profiles-file
              invalid key
                  continue
              not invalid key
                  move spaces to ws-export-line
                  string
                      "  Name: " delimited by size
                      function trim(profile-first-name) delimited by size
                      " " delimited by size
                      function trim(profile-last-name) delimited by size
                    into ws-export-line
                  end-string
                  perform export-item
                  move spaces to ws-export-line
                  string "  University: " function trim(profile-school)
                      delimited by size into ws-export-line
                  perform export-item
                  move spaces to ws-export-line
                  string "  Major: " function trim(profile-major)
                      delimited by size into ws-export-line
                  perform export-item
                  move spaces to ws-export-line
                  string "  Graduation year: " profile-grad-year
                      delimited by size into ws-export-line
                  perform export-item
                  if function trim(profile-about) not = spaces
                      move spaces to ws-export-line
                      string "  About me: " function trim(profile-about)
                          delimited by size into ws-export-line
                      perform export-item
                  end-if
                  perform varying ws-exp-i from 1 by 1
                          until ws-exp-i > MAX-PROFILE-ENTRIES
                      if exp-title(ws-exp-i) not = spaces
                          move spaces to ws-export-line
                          string
                              "  Experience: " delimited by size
                              function trim(exp-title(ws-exp-i)) delimited by size
                              " at " delimited by size
                              function trim(exp-company(ws-exp-i)) delimited by size
                              " (" delimited by size
                              function trim(exp-dates(ws-exp-i)) delimited by size
                              ") " delimited by size
                              function trim(exp-desc(ws-exp-i)) delimited by size
                            into ws-export-line
                          end-string
                          perform export-item
                      end-if
                  end-perform
                  perform varying ws-exp-i from 1 by 1
                          until ws-exp-i > MAX-PROFILE-ENTRIES
                      if edu-degree(ws-exp-i) not = spaces
                          move spaces to ws-export-line
                          string
                              "  Education: " delimited by size
                              function trim(edu-degree(ws-exp-i)) delimited by size
                              ", " delimited by size
                              function trim(edu-school(ws-exp-i)) delimited by size
                              " (" delimited by size
                              function trim(edu-years(ws-exp-i)) delimited by size
                              ")" delimited by size
                            into ws-export-line
                          end-string
                          perform export-item
                      end-if
                  end-perform
          end-read
          close profiles-file
          perform export-section-end
          exit paragraph.

      export-skills.
          move "COMPLETED SKILLS" to ws-export-line
          perform export-section-start
          open input skill-done-file
          if ws-skilldone-status = "00"
              move 'N' to ws-skilldone-eof
              perform until skill-done-file-ended
                  read skill-done-file
                      at end
                          set skill-done-file-ended to true
                      not at end
                          if function upper-case(sd-username) = ws-export-upper
                              perform skill-code-to-name
                              move spaces to ws-export-line
                              string "  " function trim(ws-skill-name)
                                  delimited by size into ws-export-line
                              perform export-item
                          end-if
                  end-read
              end-perform
              close skill-done-file
          end-if
          perform export-section-end
          exit paragraph.

*>    Received first, then given, one pass over the file for each.
      export-endorsements.
          move "ENDORSEMENTS RECEIVED" to ws-export-line
          perform export-section-start
          move "R" to ws-exp-side
          perform export-endorsement-pass
          perform export-section-end
          move "ENDORSEMENTS GIVEN" to ws-export-line
          perform export-section-start
          move "G" to ws-exp-side
          perform export-endorsement-pass
          perform export-section-end
          exit paragraph.

      export-endorsement-pass.
          open input endorsements-file
          if ws-endorse-status not = "00"
              exit paragraph
          end-if
          move 'N' to ws-endorse-eof
          perform until endorsements-file-ended
              read endorsements-file
                  at end
                      set endorsements-file-ended to true
                  not at end
                      move spaces to ws-exp-other
                      if ws-exp-side = "R"
                          if function upper-case(end-owner) = ws-export-upper
                              move end-endorser to ws-exp-other
                          end-if
                      else
                          if function upper-case(end-endorser) = ws-export-upper
                              move end-owner to ws-exp-other
                          end-if
                      end-if
                      if ws-exp-other not = spaces
                          if end-kind = "S"
                              move end-item to sd-skill-code
                              perform skill-code-to-name
                          else
                              move end-item to ws-skill-name
                          end-if
                          move spaces to ws-export-line
                          if ws-exp-side = "R"
                              string
                                  "  " delimited by size
                                  function trim(ws-skill-name) delimited by size
                                  " - endorsed by " delimited by size
                                  function trim(ws-exp-other) delimited by size
                                into ws-export-line
                              end-string
                          else
                              string
                                  "  " delimited by size
                                  function trim(ws-skill-name) delimited by size
                                  " - on " delimited by size
                                  function trim(ws-exp-other) delimited by size
                                  "'s profile" delimited by size
                                into ws-export-line
                              end-string
                          end-if
                          perform export-item
                      end-if
              end-read
          end-perform
          close endorsements-file
          exit paragraph.

      export-connections.
          move "CONNECTIONS" to ws-export-line
          perform export-section-start
          open input connections-file
          if ws-connections-status = "00"
              move 'N' to ws-conns-eof
              perform until conns-file-ended
                  read connections-file
                      at end
                          set conns-file-ended to true
                      not at end
                          move spaces to ws-exp-other
                          if function upper-case(conn-user-a) = ws-export-upper
                              move conn-user-b to ws-exp-other
                          else
                              if function upper-case(conn-user-b) = ws-export-upper
                                  move conn-user-a to ws-exp-other
                              end-if
                          end-if
                          if ws-exp-other not = spaces
                              move spaces to ws-export-line
                              string "  " function trim(ws-exp-other)
                                  delimited by size into ws-export-line
                              perform export-item
                          end-if
                  end-read
              end-perform
              close connections-file
          end-if
          perform export-section-end
          exit paragraph.

      export-pending-requests.
          move "PENDING CONNECTION REQUESTS" to ws-export-line
          perform export-section-start
          open input pending-requests-file
          if ws-requests-status = "00"
              move 'N' to ws-requests-eof
              perform until requests-file-ended
                  read pending-requests-file
                      at end
                          set requests-file-ended to true
                      not at end
                          move spaces to ws-export-line
                          if function upper-case(req-sender) = ws-export-upper
                              string "  Sent to " function trim(req-recipient)
                                  delimited by size into ws-export-line
                          else
                              if function upper-case(req-recipient) = ws-export-upper
                                  string "  Received from " function trim(req-sender)
                                      delimited by size into ws-export-line
                              end-if
                          end-if
                          if ws-export-line not = spaces
                              perform export-item
                          end-if
                  end-read
              end-perform
              close pending-requests-file
          end-if
          perform export-section-end
          exit paragraph.

      export-postings.
          move "JOB POSTINGS" to ws-export-line
          perform export-section-start
          open input jobs-file
          if ws-jobs-status = "00"
              move 'N' to ws-jobs-eof
              perform until jobs-file-ended
                  read jobs-file
                      at end
                          set jobs-file-ended to true
                      not at end
                          if function upper-case(job-poster) = ws-export-upper
                              if job-is-closed
                                  move "Closed" to ws-value
                              else
                                  move "Open" to ws-value
                              end-if
                              move spaces to ws-export-line
                              string
                                  "  #" delimited by size
                                  function trim(job-id) delimited by size
                                  " " delimited by size
                                  function trim(job-title) delimited by size
                                  "  |  " delimited by size
                                  function trim(job-employer) delimited by size
                                  "  |  " delimited by size
                                  function trim(job-location) delimited by size
                                  "  |  Salary: " delimited by size
                                  function trim(job-salary) delimited by size
                                  "  |  " delimited by size
                                  function trim(ws-value) delimited by size
                                  "  Close-by: " delimited by size
                                  function trim(job-close-date) delimited by size
                                into ws-export-line
                              end-string
                              perform export-item
                          end-if
                  end-read
              end-perform
              close jobs-file
          end-if
          perform export-section-end
          exit paragraph.

*>    Applications with their status and status date, then the
*>    screening answers given with them.
      export-applications.
          move "APPLICATIONS" to ws-export-line
          perform export-section-start
          open input applications-file
          if ws-app-status = "00"
              move 'N' to ws-app-eof
              perform until applications-file-ended
                  read applications-file next record
                      at end
                          set applications-file-ended to true
                      not at end
                          if function upper-case(app-username) = ws-export-upper
                              if function trim(app-status) = spaces
                                  move "Applied" to ws-selected-status
                              else
                                  move app-status to ws-selected-status
                              end-if
                              move spaces to ws-export-line
                              string
                                  "  " delimited by size
                                  function trim(app-job-title) delimited by size
                                  "  |  " delimited by size
                                  function trim(app-job-employer) delimited by size
                                  "  |  " delimited by size
                                  function trim(app-job-location) delimited by size
                                  "  |  Status: " delimited by size
                                  function trim(ws-selected-status) delimited by size
                                  " " delimited by size
                                  app-status-time(1:8) delimited by size
                                into ws-export-line
                              end-string
                              perform export-item
                          end-if
                  end-read
              end-perform
              close applications-file
          else
              close applications-file
          end-if
          perform export-section-end

          move "SCREENING ANSWERS" to ws-export-line
          perform export-section-start
          open input app-answers-file
          if ws-answers-status = "00"
              move 'N' to ws-answers-eof
              perform until answers-file-ended
                  read app-answers-file
                      at end
                          set answers-file-ended to true
                      not at end
                          if function upper-case(ans-username) = ws-export-upper
                              move spaces to ws-export-line
                              string
                                  "  Job #" delimited by size
                                  function trim(ans-job-id) delimited by size
                                  " Q" delimited by size
                                  ans-seq delimited by size
                                  ": " delimited by size
                                  function trim(ans-text) delimited by size
                                into ws-export-line
                              end-string
                              perform export-item
                          end-if
                  end-read
              end-perform
              close app-answers-file
          end-if
          perform export-section-end
          exit paragraph.

      export-interviews.
          move "INTERVIEWS" to ws-export-line
          perform export-section-start
          open input interviews-file
          if ws-interviews-status = "00"
              move 'N' to ws-interviews-eof
              perform until interviews-file-ended
                  read interviews-file
                      at end
                          set interviews-file-ended to true
                      not at end
                          if function upper-case(ivw-applicant) = ws-export-upper
                             or function upper-case(ivw-poster) = ws-export-upper
                              evaluate true
                                  when ivw-was-accepted
                                      move "Accepted" to ws-value
                                  when ivw-was-declined
                                      move "Declined" to ws-value
                                  when other
                                      move "Offered" to ws-value
                              end-evaluate
                              move spaces to ws-export-line
                              string
                                  "  " delimited by size
                                  function trim(ivw-job-title) delimited by size
                                  "  |  Poster: " delimited by size
                                  function trim(ivw-poster) delimited by size
                                  "  |  Applicant: " delimited by size
                                  function trim(ivw-applicant) delimited by size
                                  "  |  " delimited by size
                                  function trim(ws-value) delimited by size
                                into ws-export-line
                              end-string
                              if ivw-was-accepted and ivw-chosen > 0
                                  move ws-export-line to ws-temp-message
                                  move spaces to ws-export-line
                                  string
                                      function trim(ws-temp-message) delimited by size
                                      " " delimited by size
                                      function trim(ivw-slot(ivw-chosen)) delimited by size
                                    into ws-export-line
                                  end-string
                              end-if
                              perform export-item
                          end-if
                  end-read
              end-perform
              close interviews-file
          end-if
          perform export-section-end
          exit paragraph.

*>    Sent, then received; one pass over the messages file for each.
      export-messages.
          move "MESSAGES SENT" to ws-export-line
          perform export-section-start
          move "S" to ws-exp-side
          perform export-message-pass
          perform export-section-end
          move "MESSAGES RECEIVED" to ws-export-line
          perform export-section-start
          move "R" to ws-exp-side
          perform export-message-pass
          perform export-section-end
          exit paragraph.

      export-message-pass.
          open input messages-file
          if ws-messages-status not = "00"
              close messages-file
              exit paragraph
          end-if
          move 'N' to ws-messages-eof
          perform until messages-file-ended
              read messages-file next record
                  at end
                      set messages-file-ended to true
                  not at end
                      move spaces to ws-export-line
                      if ws-exp-side = "S"
                          if function upper-case(msg-sender) = ws-export-upper
                              string
                                  "  " delimited by size
                                  msg-sent-time(1:8) delimited by size
                                  " " delimited by size
                                  msg-sent-time(9:4) delimited by size
                                  "  To " delimited by size
                                  function trim(msg-recipient) delimited by size
                                  ": " delimited by size
                                  function trim(msg-text) delimited by size
                                into ws-export-line
                              end-string
                          end-if
                      else
                          if function upper-case(msg-recipient) = ws-export-upper
                              string
                                  "  " delimited by size
                                  msg-sent-time(1:8) delimited by size
                                  " " delimited by size
                                  msg-sent-time(9:4) delimited by size
                                  "  From " delimited by size
                                  function trim(msg-sender) delimited by size
                                  ": " delimited by size
                                  function trim(msg-text) delimited by size
                                into ws-export-line
                              end-string
                          end-if
                      end-if
                      if ws-export-line not = spaces
                          perform export-item
                      end-if
              end-read
          end-perform
          close messages-file
          exit paragraph.

      export-notifications.
          move "NOTIFICATIONS NOT YET SHOWN" to ws-export-line
          perform export-section-start
          open input notify-file
          if ws-notify-status = "00"
              move 'N' to ws-notify-eof
              perform until notify-file-ended
                  read notify-file next record
                      at end
                          set notify-file-ended to true
                      not at end
                          if function upper-case(ntf-recipient) = ws-export-upper
                              move spaces to ws-export-line
                              string "  " function trim(ntf-text)
                                  delimited by size into ws-export-line
                              perform export-item
                          end-if
                  end-read
              end-perform
              close notify-file
          end-if
          perform export-section-end
          exit paragraph.

      export-login-audit.
          move "LOGIN HISTORY" to ws-export-line
          perform export-section-start
          open input login-audit-file
          if ws-audit-status = "00"
              move 'N' to ws-audit-eof
              perform until audit-file-ended
                  read login-audit-file next record
                      at end
                          set audit-file-ended to true
                      not at end
                          if function upper-case(audit-username) = ws-export-upper
                              move spaces to ws-export-line
                              string
                                  "  " delimited by size
                                  audit-timestamp(1:8) delimited by size
                                  " " delimited by size
                                  audit-timestamp(9:4) delimited by size
                                  "  " delimited by size
                                  function trim(audit-result) delimited by size
                                into ws-export-line
                              end-string
                              perform export-item
                          end-if
                  end-read
              end-perform
              close login-audit-file
          end-if
          perform export-section-end
          exit paragraph.

*>    The user's own blocks and the abuse reports they filed (reports
*>    against them stay with the review queue).
      export-blocks-and-reports.
          move "BLOCKED USERS" to ws-export-line
          perform export-section-start
          open input blocks-file
          if ws-blocks-status = "00"
              move 'N' to ws-blocks-eof
              perform until blocks-file-ended
                  read blocks-file
                      at end
                          set blocks-file-ended to true
                      not at end
                          if function upper-case(blk-blocker) = ws-export-upper
                              move spaces to ws-export-line
                              string "  " function trim(blk-blocked)
                                  delimited by size into ws-export-line
                              perform export-item
                          end-if
                  end-read
              end-perform
              close blocks-file
          end-if
          perform export-section-end

          move "ABUSE REPORTS FILED" to ws-export-line
          perform export-section-start
          open input abuse-reports-file
          if ws-abuse-status = "00"
              move 'N' to ws-abuse-eof
              perform until abuse-file-ended
                  read abuse-reports-file
                      at end
                          set abuse-file-ended to true
                      not at end
                          if function upper-case(abr-reporter) = ws-export-upper
                              perform abuse-kind-to-name
                              move spaces to ws-export-line
                              string
                                  "  #" delimited by size
                                  abr-id delimited by size
                                  " " delimited by size
                                  abr-stamp(1:8) delimited by size
                                  "  " delimited by size
                                  function trim(ws-abr-kind-name) delimited by size
                                  " " delimited by size
                                  function trim(abr-target) delimited by size
                                  "  |  Reason: " delimited by size
                                  function trim(abr-reason) delimited by size
                                into ws-export-line
                              end-string
                              perform export-item
                          end-if
                  end-read
              end-perform
              close abuse-reports-file
          end-if
          perform export-section-end
          exit paragraph.

      export-saved-searches.
          move "SAVED JOB SEARCHES" to ws-export-line
          perform export-section-start
          open input saved-searches-file
          if ws-ssearch-status = "00"
              move 'N' to ws-ssearch-eof
              perform until saved-searches-ended
                  read saved-searches-file
                      at end
                          set saved-searches-ended to true
                      not at end
                          if function upper-case(ss-username) = ws-export-upper
                              move spaces to ws-export-line
                              string
                                  "  Keyword: " delimited by size
                                  function trim(ss-keyword) delimited by size
                                  "  |  Location: " delimited by size
                                  function trim(ss-location) delimited by size
                                into ws-export-line
                              end-string
                              perform export-item
                          end-if
                  end-read
              end-perform
              close saved-searches-file
          end-if
          perform export-section-end
          exit paragraph.

*>    Connection requests the user turned down, and requests of theirs
*>    that others turned down; these keep People You May Know from
*>    suggesting the pair again.
      export-declines.
          move "DECLINED CONNECTION REQUESTS" to ws-export-line
          perform export-section-start
          open input declines-file
          if ws-declines-status = "00"
              move 'N' to ws-declines-eof
              perform until declines-file-ended
                  read declines-file
                      at end
                          set declines-file-ended to true
                      not at end
                          if function upper-case(function trim(dcl-decliner)) = ws-export-upper
                              move spaces to ws-export-line
                              string
                                  "  Declined request from " delimited by size
                                  function trim(dcl-declined) delimited by size
                                  "  |  " delimited by size
                                  dcl-stamp(1:8) delimited by size
                                into ws-export-line
                              end-string
                              perform export-item
                          end-if
                          if function upper-case(function trim(dcl-declined)) = ws-export-upper
                              move spaces to ws-export-line
                              string
                                  "  Request declined by " delimited by size
                                  function trim(dcl-decliner) delimited by size
                                  "  |  " delimited by size
                                  dcl-stamp(1:8) delimited by size
                                into ws-export-line
                              end-string
                              perform export-item
                          end-if
                  end-read
              end-perform
              close declines-file
          end-if
          perform export-section-end
          exit paragraph.

*>    ===================== Account Offboarding =====================
*>    Deactivates a departed user's account and cleans up everything
*>    they touch: their postings are closed, their pending requests
*>    (sent and received) are withdrawn, their connection pairs are
*>    removed, and their profile record is purged so Find Someone
*>    stops surfacing them.  Logins are refused afterwards with a
*>    deactivation message distinct from the lockout one.
      offboard-account.
          move "Offboard an Account" to ws-message
          perform display-title

          move "Username to offboard (or 0 to go back): " to ws-message
          perform display-prompt
          perform read-next-input
          if input-ended
              exit paragraph
          end-if
          if function trim(ws-last-input) = "0"
              exit paragraph
          end-if
          move function trim(ws-last-input) to ws-offboard-user
          if ws-offboard-user = spaces
              move "A username is required." to ws-message
              perform display-error
              exit paragraph
          end-if
          perform offboard-named-account
          exit paragraph.

*>    The offboarding proper for the account in ws-offboard-user,
*>    confirmed at the console; shared by the Offboard an Account
*>    screen and the abuse report review queue.  Sets
*>    offboard-completed only once the account is deactivated.
      offboard-named-account.
          move 'N' to ws-offboard-done-flag
          open i-o accounts-file
          if ws-userdata-status not = "00"
              move "Accounts file unavailable. Status: " to ws-message
              string ws-message ws-userdata-status into ws-message
              perform display-error
              close accounts-file
              exit paragraph
          end-if
          move ws-offboard-user to username
          read accounts-file
              invalid key
                  close accounts-file
                  move "No such account." to ws-message
                  perform display-error
                  exit paragraph
              not invalid key
                  continue
          end-read
          if acct-is-deactivated
              close accounts-file
              move "That account is already deactivated." to ws-message
              perform display-info
              exit paragraph
          end-if

          move spaces to ws-message
          string
              "Deactivate " delimited by size
              function trim(ws-offboard-user) delimited by size
              " and withdraw their postings, requests and connections? (Y/N): "
                  delimited by size
            into ws-message
          end-string
          perform display-prompt
          perform read-next-input
          if input-ended
             or function upper-case(function trim(ws-last-input)) not = "Y"
              close accounts-file
              move "Offboarding cancelled." to ws-message
              perform display-info
              exit paragraph
          end-if

          move "D" to acct-locked
          move spaces to acct-lock-time
          rewrite account-record
          close accounts-file

          perform offboard-close-postings
          perform offboard-remove-pending
          perform offboard-remove-connections
          perform offboard-delete-profile
          perform offboard-drop-notifications
          set offboard-completed to true

          move spaces to ws-message
          string
              "Account " delimited by size
              function trim(ws-offboard-user) delimited by size
              " has been deactivated and their data withdrawn." delimited by size
            into ws-message
          end-string
          perform display-success
          exit paragraph.

*>    Closes every posting the offboarded user made, through the same
*>    temp-file rewrite close-marked-postings uses, so their stale
*>    postings stop collecting applications but stay on file.
      offboard-close-postings.
          move 'N' to ws-jobs-eof
          open input jobs-file
          if ws-jobs-status not = "00"
              close jobs-file
              exit paragraph
          end-if
          open output temp-jobs-file

          perform until jobs-file-ended
              read jobs-file
                at end
                  move 'Y' to ws-jobs-eof
                not at end
                  move job-title       to temp-job-title
                  move job-description to temp-job-description
                  move job-employer    to temp-job-employer
                  move job-location    to temp-job-location
                  move job-salary      to temp-job-salary
                  move job-poster      to temp-job-poster
                  move job-id          to temp-job-id
                  move job-status      to temp-job-status
                  move job-close-date  to temp-job-close-date
                  if function upper-case(function trim(job-poster))
                     = function upper-case(function trim(ws-offboard-user))
                      move "C" to temp-job-status
*>                    Dated like close-marked-postings dates its
*>                    closes, so the archive sweep can age it.
                      if function trim(temp-job-close-date) = spaces
                          move function current-date(1:8)
                            to temp-job-close-date
                      end-if
                  end-if
                  write temp-job-record
              end-read
          end-perform

          close jobs-file
          close temp-jobs-file

          move "InCollege-Jobs.txt" to ws-message
          call "CBL_DELETE_FILE" using ws-message
          move "InCollege-Jobs.tmp" to ws-message
          move "InCollege-Jobs.txt" to ws-user-choice
          call "CBL_RENAME_FILE" using ws-message, ws-user-choice
          exit paragraph.

*>    Withdraws every pending request the offboarded user sent or was
*>    to receive.
      offboard-remove-pending.
          move 'N' to ws-requests-eof
          move spaces to ws-requests-status
          open input pending-requests-file
          if ws-requests-status not = "00"
              close pending-requests-file
              exit paragraph
          end-if
          open output temp-pending-file

          perform until requests-file-ended
              read pending-requests-file next record
                  at end set requests-file-ended to true
                  not at end
                      if function upper-case(function trim(req-sender))
                         not = function upper-case(function trim(ws-offboard-user))
                         and function upper-case(function trim(req-recipient))
                           not = function upper-case(function trim(ws-offboard-user))
                          move req-sender    to temp-req-sender
                          move req-recipient to temp-req-recipient
                          write temp-request-record
                      end-if
              end-read
          end-perform

          close pending-requests-file
          close temp-pending-file

          move "InCollege-PendingRequests.txt" to ws-message
          call "CBL_DELETE_FILE" using ws-message
          move "InCollege-PendingRequests.tmp" to ws-message
          move "InCollege-PendingRequests.txt" to ws-user-choice
          call "CBL_RENAME_FILE" using ws-message, ws-user-choice
          move spaces to ws-requests-status
          move spaces to ws-temp-status
          exit paragraph.

*>    Removes every connection pair naming the offboarded user so
*>    View My Network stops listing them.
      offboard-remove-connections.
          move 'N' to ws-conns-eof
          move spaces to ws-connections-status
          open input connections-file
          if ws-connections-status not = "00"
              close connections-file
              exit paragraph
          end-if
          open output temp-connections-file

          perform until conns-file-ended
              read connections-file next record
                  at end set conns-file-ended to true
                  not at end
                      if function upper-case(function trim(conn-user-a))
                         not = function upper-case(function trim(ws-offboard-user))
                         and function upper-case(function trim(conn-user-b))
                           not = function upper-case(function trim(ws-offboard-user))
                          move conn-user-a to temp-conn-user-a
                          move conn-user-b to temp-conn-user-b
                          write temp-connection-record
                      end-if
              end-read
          end-perform

          close connections-file
          close temp-connections-file

          move "InCollege-Connections.txt" to ws-message
          call "CBL_DELETE_FILE" using ws-message
          move "InCollege-Connections.tmp" to ws-message
          move "InCollege-Connections.txt" to ws-user-choice
          call "CBL_RENAME_FILE" using ws-message, ws-user-choice
          move spaces to ws-connections-status
          move spaces to ws-temp-status
          exit paragraph.

*>    Drops any login-digest notifications still queued for the
*>    offboarded user; a deactivated account can never log in to
*>    drain them, so they would otherwise sit in the file forever.
      offboard-drop-notifications.
          move 'N' to ws-notify-eof
          move spaces to ws-notify-status
          open input notify-file
          if ws-notify-status not = "00"
              close notify-file
              exit paragraph
          end-if
          open output temp-notify-file

          perform until notify-file-ended
              read notify-file next record
                  at end set notify-file-ended to true
                  not at end
                      if function upper-case(function trim(ntf-recipient))
                         not = function upper-case(function trim(ws-offboard-user))
                          move ntf-recipient to temp-ntf-recipient
                          move ntf-text      to temp-ntf-text
                          write temp-notify-record
                      end-if
              end-read
          end-perform

          close notify-file
          close temp-notify-file

          move "InCollege-Notify.txt" to ws-message
          call "CBL_DELETE_FILE" using ws-message
          move "InCollege-Notify.tmp" to ws-message
          move "InCollege-Notify.txt" to ws-user-choice
          call "CBL_RENAME_FILE" using ws-message, ws-user-choice
          move spaces to ws-notify-status
          exit paragraph.

*>    Purges the offboarded user's profile record (keyed delete) so
*>    Find Someone and network views stop surfacing it.
      offboard-delete-profile.
          open i-o profiles-file
          if ws-profiles-status not = "00"
              close profiles-file
              exit paragraph
          end-if
          move ws-offboard-user to profile-username
          delete profiles-file record
              invalid key
                  continue
          end-delete
          close profiles-file
          exit paragraph.

*>    Writes the current feed row to the reject report with the
*>    reason it failed.
      import-reject-row.
          add 1 to ws-rejected-count
          move spaces to import-reject-record
          string
              "REJECTED (" delimited by size
              function trim(ws-imp-reason) delimited by size
              "): " delimited by size
              function trim(ws-feed-row) delimited by size
            into import-reject-record
          end-string
          write import-reject-record
          exit paragraph.

*>    ===================== Username Rename and Merge =====================
*>    Renames a username, or merges account A into account B, and
*>    carries the change through every file that stores a username:
*>    connections, pending requests, postings, applications and their
*>    screening answers, interviews, messages, notifications,
*>    endorsements, skill completions, the login audit, blocks, abuse
*>    reports, saved searches, declines, the profile, the checkpoint
*>    and finally the account itself.  A merge collapses what would
*>    otherwise be duplicated (a connection both had, an application
*>    to a posting both applied to, the same endorsement twice) and
*>    drops rows that would point B at itself.  Every rewritten row is
*>    journaled: the files run-journal-rebuild can restore get actions
*>    it replays (ACCT-DEL, APP-DEL, MSG-DEL, CONN-DEL, JOB-POSTER
*>    alongside the usual ...-ADD rows); every other file's rows are
*>    journaled as REC-RENAME / REC-DROP record images.  The account
*>    is moved last, so a run that stops part way can simply be run
*>    again.  The journal and archive files themselves are history
*>    and keep the old name.
      rename-or-merge-user.
          move "Rename or Merge a Username" to ws-message
          perform display-title
          move "1. Rename a username" to ws-message
          perform display-option
          move "2. Merge one account into another" to ws-message
          perform display-option
          display ws-line-separator
          perform write-separator
          move "3. Go Back" to ws-message
          perform display-special-option
          display ws-line-separator
          perform write-separator
          move "Enter your choice: " to ws-message
          perform display-prompt
          perform read-user-choice
          if input-ended or ws-user-choice = '3'
              exit paragraph
          end-if
          evaluate ws-user-choice
              when '1'
                  move "R" to ws-ren-mode
              when '2'
                  move "M" to ws-ren-mode
              when other
                  move "Invalid option. Please try again" to ws-message
                  perform display-error
                  exit paragraph
          end-evaluate

          if ren-is-merge
              move "Account to merge away (A, or 0 to go back): " to ws-message
          else
              move "Username to rename (or 0 to go back): " to ws-message
          end-if
          perform display-prompt
          perform read-next-input
          if input-ended or function trim(ws-last-input) = "0"
              exit paragraph
          end-if
          move function trim(ws-last-input) to ws-ren-from
          if ws-ren-from = spaces
              move "A username is required." to ws-message
              perform display-error
              exit paragraph
          end-if
          if function upper-case(function trim(ws-ren-from))
             = function upper-case(function trim(ws-admin-session-user))
              move "You cannot rename or merge away the account you are signed in with." to ws-message
              perform display-error
              exit paragraph
          end-if
          move ws-ren-from to ws-ren-check-user
          perform ren-read-account
          if not ren-account-found
              move "No such account." to ws-message
              perform display-error
              exit paragraph
          end-if

          if ren-is-merge
              move "Merge it into which account (B): " to ws-message
          else
              move "New username: " to ws-message
          end-if
          perform display-prompt
          perform read-next-input
          if input-ended
              exit paragraph
          end-if
          move function trim(ws-last-input) to ws-ren-to
          perform ren-check-target
          if not ren-target-ok
              exit paragraph
          end-if

          move spaces to ws-message
          if ren-is-merge
              string
                  "Merge " delimited by size
                  function trim(ws-ren-from) delimited by size
                  " into " delimited by size
                  function trim(ws-ren-to) delimited by size
                  " and remove " delimited by size
                  function trim(ws-ren-from) delimited by size
                  " across every data file? (Y/N): " delimited by size
                into ws-message
              end-string
          else
              string
                  "Rename " delimited by size
                  function trim(ws-ren-from) delimited by size
                  " to " delimited by size
                  function trim(ws-ren-to) delimited by size
                  " across every data file? (Y/N): " delimited by size
                into ws-message
              end-string
          end-if
          perform display-prompt
          perform read-next-input
          if input-ended
             or function upper-case(function trim(ws-last-input)) not = "Y"
              move "Nothing was changed." to ws-message
              perform display-info
              exit paragraph
          end-if

          perform rename-user-everywhere
          perform ren-show-summary
          exit paragraph.

*>    Validates the second username: for a rename it must be a legal,
*>    unused username; for a merge an active account other than A.
*>    Result in ren-target-ok.
      ren-check-target.
          move 'N' to ws-ren-target-flag
          if ren-is-merge
              if ws-ren-to = spaces
                  move "A username is required." to ws-message
                  perform display-error
                  exit paragraph
              end-if
              if function upper-case(function trim(ws-ren-to))
                 = function upper-case(function trim(ws-ren-from))
                  move "An account cannot be merged into itself." to ws-message
                  perform display-error
                  exit paragraph
              end-if
              move ws-ren-to to ws-ren-check-user
              perform ren-read-account
              if not ren-account-found
                  move "No such account to merge into." to ws-message
                  perform display-error
                  exit paragraph
              end-if
              if ws-ren-check-locked = "D"
                  move "That account is deactivated; merge into an active account." to ws-message
                  perform display-error
                  exit paragraph
              end-if
          else
*>            check-username-rules works on ws-input-username, which
*>            holds the signed-in administrator here.
              move ws-input-username to ws-ren-save-input
              move ws-ren-to to ws-input-username
              perform check-username-rules
              move ws-ren-save-input to ws-input-username
              if not validation-passed
                  move ws-username-error to ws-message
                  perform display-error
                  exit paragraph
              end-if
              if ws-ren-to = ws-ren-from
                  move "The new username is the same as the old one." to ws-message
                  perform display-error
                  exit paragraph
              end-if
              if function upper-case(function trim(ws-ren-to))
                 = function upper-case(function trim(ws-ren-from))
                  move "The new username differs from the old one only in letter case." to ws-message
                  perform display-error
                  exit paragraph
              end-if
*>            The data files match usernames without regard to case,
*>            so any other account spelled the same way would have its
*>            rows swept up; it blocks the new name.
              perform ren-find-name-clash
              if ren-account-found
                  move "That username is already taken; use Merge to combine two accounts." to ws-message
                  perform display-error
                  exit paragraph
              end-if
          end-if
          set ren-target-ok to true
          exit paragraph.

*>    Scans the accounts file for an account other than A whose
*>    username matches ws-ren-to in any letter case; result in
*>    ren-account-found.
      ren-find-name-clash.
          move 'N' to ws-ren-acct-flag
          move 'N' to ws-accounts-eof
          open input accounts-file
          if ws-userdata-status not = "00"
              close accounts-file
              exit paragraph
          end-if
          move low-values to username
          start accounts-file key not < username
              invalid key
                  set accounts-file-ended to true
          end-start
          perform until accounts-file-ended
              read accounts-file next record
                  at end set accounts-file-ended to true
                  not at end
                      if function upper-case(function trim(username))
                         = function upper-case(function trim(ws-ren-to))
                         and function upper-case(function trim(username))
                         not = function upper-case(function trim(ws-ren-from))
                          set ren-account-found to true
                          set accounts-file-ended to true
                      end-if
              end-read
          end-perform
          close accounts-file
          exit paragraph.

*>    Keyed read of ws-ren-check-user; result in ren-account-found,
*>    with its lock byte in ws-ren-check-locked.
      ren-read-account.
          move 'N' to ws-ren-acct-flag
          move spaces to ws-ren-check-locked
          open input accounts-file
          if ws-userdata-status not = "00"
              close accounts-file
              exit paragraph
          end-if
          move ws-ren-check-user to username
          read accounts-file
              invalid key
                  continue
              not invalid key
                  set ren-account-found to true
                  move acct-locked to ws-ren-check-locked
          end-read
          close accounts-file
          exit paragraph.

*>    The rewrite proper, file by file, in ws-ren-from / ws-ren-to.
      rename-user-everywhere.
          move function upper-case(function trim(ws-ren-from)) to ws-ren-from-upper
          move function upper-case(function trim(ws-ren-to)) to ws-ren-to-upper
          perform varying ws-ren-i from 1 by 1 until ws-ren-i > MAX-REN-FILES
              move 0 to ren-changed(ws-ren-i)
              move 0 to ren-removed(ws-ren-i)
          end-perform
          move 0 to ws-ren-cjob-count

          move spaces to ws-ren-summary-entry
          move ws-ren-from to rjs-from
          move ws-ren-to to rjs-to
          move ws-ren-mode to rjs-mode
          move ws-admin-session-user to rjs-by
          if ren-is-merge
              move "USER-MERGE" to ws-journal-action
          else
              move "USER-REN" to ws-journal-action
          end-if
          move spaces to ws-journal-data
          move ws-ren-summary-entry to ws-journal-data
          perform journal-mutation

          perform ren-rewrite-connections
          perform ren-rewrite-pending
          perform ren-rewrite-jobs
          perform ren-move-applications
          perform ren-rewrite-answers
          perform ren-rewrite-interviews
          perform ren-move-messages
          perform ren-rewrite-notifications
          perform ren-rewrite-endorsements
          perform ren-rewrite-skill-done
          perform ren-rewrite-login-audit
          perform ren-rewrite-blocks
          perform ren-rewrite-abuse-reports
          perform ren-rewrite-saved-searches
          perform ren-rewrite-declines
          perform ren-move-profile
          perform ren-rewrite-checkpoint
          perform ren-move-account
          exit paragraph.

      ren-show-summary.
          if ren-is-merge
              move "Merge summary (records changed per file)" to ws-message
          else
              move "Rename summary (records changed per file)" to ws-message
          end-if
          perform display-title
          perform varying ws-ren-i from 1 by 1 until ws-ren-i > MAX-REN-FILES
              move ren-file-label(ws-ren-i) to ws-label
              move spaces to ws-value
              move ren-changed(ws-ren-i) to ws-rpt-num-edit
              move 1 to ws-ren-ptr
              string
                  function trim(ws-rpt-num-edit) delimited by size
                  " changed" delimited by size
                into ws-value
                with pointer ws-ren-ptr
              end-string
              if ren-removed(ws-ren-i) > 0
                  move ren-removed(ws-ren-i) to ws-rpt-num-edit
                  string
                      ", " delimited by size
                      function trim(ws-rpt-num-edit) delimited by size
                      " duplicate(s) removed" delimited by size
                    into ws-value
                    with pointer ws-ren-ptr
                  end-string
              end-if
              perform display-labeled-line
          end-perform
          move spaces to ws-message
          if ren-is-merge
              string
                  function trim(ws-ren-from) delimited by size
                  " has been merged into " delimited by size
                  function trim(ws-ren-to) delimited by size
                  "." delimited by size
                into ws-message
              end-string
          else
              string
                  function trim(ws-ren-from) delimited by size
                  " has been renamed to " delimited by size
                  function trim(ws-ren-to) delimited by size
                  "." delimited by size
                into ws-message
              end-string
          end-if
          perform display-success
          exit paragraph.

*>    ---- shared helpers ----

*>    Maps one username field: ws-ren-name becomes ws-ren-to when it
*>    names ws-ren-from (any case), and the row is marked changed.
      ren-map-name.
          if function upper-case(function trim(ws-ren-name)) = ws-ren-from-upper
              move ws-ren-to to ws-ren-name
              set ren-row-changed to true
          end-if
          exit paragraph.

      ren-row-start.
          move 'N' to ws-ren-changed-flag
          move 'N' to ws-ren-drop-flag
          exit paragraph.

*>    Tallies the row just mapped against file ws-ren-file-no.
      ren-row-tally.
          if ren-row-dropped
              add 1 to ren-removed(ws-ren-file-no)
          else
              if ren-row-changed
                  add 1 to ren-changed(ws-ren-file-no)
              end-if
          end-if
          exit paragraph.

*>    Journals the row image in ws-rjn-image as REC-RENAME (rewritten)
*>    or REC-DROP (collapsed), tagged with ws-ren-file-no's label.
      ren-journal-image.
          if not ren-row-changed and not ren-row-dropped
              exit paragraph
          end-if
          move ren-file-label(ws-ren-file-no) to rjn-file
          if ren-row-dropped
              move "REC-DROP" to ws-journal-action
          else
              move "REC-RENAME" to ws-journal-action
          end-if
          move spaces to ws-journal-data
          move ws-ren-journal-entry to ws-journal-data
          perform journal-mutation
          exit paragraph.

*>    Dedupe table: is ws-ren-key-cand already in ws-ren-key-table?
*>    If not, it is added.  Result in ren-key-seen.
      ren-check-key.
          move 'N' to ws-ren-seen-flag
          perform varying ws-ren-j from 1 by 1
                  until ws-ren-j > ws-ren-key-count or ren-key-seen
              if ws-ren-key(ws-ren-j) = ws-ren-key-cand
                  set ren-key-seen to true
              end-if
          end-perform
          if not ren-key-seen and ws-ren-key-count < MAX-REN-KEYS
              add 1 to ws-ren-key-count
              move ws-ren-key-cand to ws-ren-key(ws-ren-key-count)
          end-if
          exit paragraph.

*>    After a line-sequential file has been copied to the work file
*>    with its rows mapped, swaps the copy in - but only if anything
*>    actually changed.
      ren-swap-in.
          if ren-changed(ws-ren-file-no) = 0 and ren-removed(ws-ren-file-no) = 0
              call "CBL_DELETE_FILE" using ws-ren-tmp-name
              exit paragraph
          end-if
          call "CBL_DELETE_FILE" using ws-ren-file-name
          call "CBL_RENAME_FILE" using ws-ren-tmp-name, ws-ren-file-name
          exit paragraph.

      ren-open-work.
          open output rename-work-file
          if ws-ren-work-status not = "00"
              move "Could not create the rename work file. Status: " to ws-message
              string ws-message ws-ren-work-status into ws-message
              perform display-error
          end-if
          exit paragraph.

*>    ---- line-sequential files ----

*>    Connections.  A connection both accounts had collapses to one,
*>    and an A-B connection disappears (it would join B to itself).
      ren-rewrite-connections.
          move 1 to ws-ren-file-no
          move "InCollege-Connections.txt" to ws-ren-file-name
          move 0 to ws-ren-key-count
          move 'N' to ws-conns-eof
          open input connections-file
          if ws-connections-status not = "00"
              close connections-file
              exit paragraph
          end-if
          perform until conns-file-ended
              read connections-file
                  at end set conns-file-ended to true
                  not at end
                      move conn-user-a to ws-ren-side-a
                      move conn-user-b to ws-ren-side-b
                      perform ren-note-partner-of-b
              end-read
          end-perform
          close connections-file

          move 'N' to ws-conns-eof
          open input connections-file
          perform ren-open-work
          if ws-ren-work-status not = "00"
              close connections-file
              exit paragraph
          end-if
          perform until conns-file-ended
              read connections-file
                  at end set conns-file-ended to true
                  not at end
                      perform ren-map-connection
                      if not ren-row-dropped
                          write rename-work-record from connection-record
                      end-if
              end-read
          end-perform
          close connections-file
          close rename-work-file
          perform ren-swap-in
          exit paragraph.

*>    For a row between ws-ren-side-a and ws-ren-side-b that does not
*>    involve A: when one side is B, the other side goes into the
*>    dedupe table (uppercased).
      ren-note-partner-of-b.
          if function upper-case(function trim(ws-ren-side-a)) = ws-ren-from-upper
             or function upper-case(function trim(ws-ren-side-b)) = ws-ren-from-upper
              exit paragraph
          end-if
          move spaces to ws-ren-key-cand
          if function upper-case(function trim(ws-ren-side-a)) = ws-ren-to-upper
              move function upper-case(function trim(ws-ren-side-b)) to ws-ren-key-cand
          else
              if function upper-case(function trim(ws-ren-side-b)) = ws-ren-to-upper
                  move function upper-case(function trim(ws-ren-side-a)) to ws-ren-key-cand
              end-if
          end-if
          if ws-ren-key-cand not = spaces
              perform ren-check-key
          end-if
          exit paragraph.

*>    For a connection between ws-ren-side-a and ws-ren-side-b: when
*>    one side is B, the other side goes into B's partner table
*>    (uppercased).  The connections file holds no A rows by now.
      ren-note-connection-of-b.
          perform ren-other-side-of-b
          if ws-ren-partner not = spaces and ws-ren-conn-count < MAX-REN-KEYS
              add 1 to ws-ren-conn-count
              move ws-ren-partner to ws-ren-conn(ws-ren-conn-count)
          end-if
          exit paragraph.

*>    A pending request that names B - mapped from A or B's own - is
*>    dropped (ren-row-dropped) when B is connected to its other side.
      ren-check-connected-to-b.
          perform ren-other-side-of-b
          if ws-ren-partner = spaces
              exit paragraph
          end-if
          perform varying ws-ren-j from 1 by 1
                  until ws-ren-j > ws-ren-conn-count or ren-row-dropped
              if ws-ren-conn(ws-ren-j) = ws-ren-partner
                  set ren-row-dropped to true
              end-if
          end-perform
          exit paragraph.

*>    The side of the ws-ren-side-a / ws-ren-side-b pair opposite B,
*>    uppercased, in ws-ren-partner; spaces when neither side is B.
      ren-other-side-of-b.
          move spaces to ws-ren-partner
          if function upper-case(function trim(ws-ren-side-a)) = ws-ren-to-upper
              move function upper-case(function trim(ws-ren-side-b)) to ws-ren-partner
          else
              if function upper-case(function trim(ws-ren-side-b)) = ws-ren-to-upper
                  move function upper-case(function trim(ws-ren-side-a)) to ws-ren-partner
              end-if
          end-if
          exit paragraph.

*>    Maps ws-ren-side-a / ws-ren-side-b (a pair naming A) and decides
*>    whether the pair now duplicates one B already has (or joins B
*>    to itself); result in ren-row-dropped.
      ren-map-pair.
          move ws-ren-side-a to ws-ren-name
          perform ren-map-name
          move ws-ren-name to ws-ren-side-a
          move ws-ren-side-b to ws-ren-name
          perform ren-map-name
          move ws-ren-name to ws-ren-side-b
          if not ren-row-changed
              exit paragraph
          end-if
          if function upper-case(function trim(ws-ren-side-a))
             = function upper-case(function trim(ws-ren-side-b))
              set ren-row-dropped to true
              exit paragraph
          end-if
          move spaces to ws-ren-key-cand
          if function upper-case(function trim(ws-ren-side-a)) = ws-ren-to-upper
              move function upper-case(function trim(ws-ren-side-b)) to ws-ren-key-cand
          else
              move function upper-case(function trim(ws-ren-side-a)) to ws-ren-key-cand
          end-if
          perform ren-check-key
          if ren-key-seen
              set ren-row-dropped to true
          end-if
          exit paragraph.

      ren-map-connection.
          perform ren-row-start
          move connection-record to ws-ren-old-pair
          move conn-user-a to ws-ren-side-a
          move conn-user-b to ws-ren-side-b
          perform ren-map-pair
          if not ren-row-changed
              exit paragraph
          end-if
          move ws-ren-side-a to conn-user-a
          move ws-ren-side-b to conn-user-b
          move "CONN-DEL" to ws-journal-action
          move spaces to ws-journal-data
          move ws-ren-old-pair to ws-journal-data
          perform journal-mutation
          if not ren-row-dropped
              move "CONN-ADD" to ws-journal-action
              move spaces to ws-journal-data
              move connection-record to ws-journal-data
              perform journal-mutation
          end-if
          perform ren-row-tally
          exit paragraph.

*>    Pending requests.  A request is dropped when it would now join
*>    B to itself, or B has a request pending with the other side, or
*>    B is now connected to the other side - whether the request was
*>    A's or B's own.  Runs after the connections, so the merged
*>    network is what counts.
      ren-rewrite-pending.
          move 2 to ws-ren-file-no
          move "InCollege-PendingRequests.txt" to ws-ren-file-name
          move 0 to ws-ren-key-count
          move 0 to ws-ren-conn-count
          move 'N' to ws-conns-eof
          open input connections-file
          if ws-connections-status = "00"
              perform until conns-file-ended
                  read connections-file
                      at end set conns-file-ended to true
                      not at end
                          move conn-user-a to ws-ren-side-a
                          move conn-user-b to ws-ren-side-b
                          perform ren-note-connection-of-b
                  end-read
              end-perform
          end-if
          close connections-file

          move 'N' to ws-requests-eof
          open input pending-requests-file
          if ws-requests-status not = "00"
              close pending-requests-file
              exit paragraph
          end-if
          perform until requests-file-ended
              read pending-requests-file
                  at end set requests-file-ended to true
                  not at end
                      move req-sender to ws-ren-side-a
                      move req-recipient to ws-ren-side-b
                      perform ren-note-partner-of-b
              end-read
          end-perform
          close pending-requests-file

          move 'N' to ws-requests-eof
          open input pending-requests-file
          perform ren-open-work
          if ws-ren-work-status not = "00"
              close pending-requests-file
              exit paragraph
          end-if
          perform until requests-file-ended
              read pending-requests-file
                  at end set requests-file-ended to true
                  not at end
                      perform ren-row-start
                      move request-record to ws-rjn-image
                      move req-sender to ws-ren-side-a
                      move req-recipient to ws-ren-side-b
                      perform ren-map-pair
                      if not ren-row-dropped
                          perform ren-check-connected-to-b
                      end-if
                      move ws-ren-side-a to req-sender
                      move ws-ren-side-b to req-recipient
                      if not ren-row-dropped
                          move request-record to ws-rjn-image
                          write rename-work-record from request-record
                      end-if
                      perform ren-journal-image
                      perform ren-row-tally
              end-read
          end-perform
          close pending-requests-file
          close rename-work-file
          perform ren-swap-in
          exit paragraph.

*>    Postings: job-poster.  Journaled as JOB-POSTER (posting
*>    identity plus old and new poster) so a jobs rebuild can repoint
*>    the replayed posting.
      ren-rewrite-jobs.
          move 3 to ws-ren-file-no
          move "InCollege-Jobs.txt" to ws-ren-file-name
          move 'N' to ws-jobs-eof
          open input jobs-file
          if ws-jobs-status not = "00"
              close jobs-file
              exit paragraph
          end-if
          perform ren-open-work
          if ws-ren-work-status not = "00"
              close jobs-file
              exit paragraph
          end-if
          perform until jobs-file-ended
              read jobs-file
                  at end set jobs-file-ended to true
                  not at end
                      perform ren-row-start
                      move job-poster to ws-ren-name
                      perform ren-map-name
                      if ren-row-changed
                          move spaces to ws-ren-poster-entry
                          move job-id       to rjp-job-id
                          move job-title    to rjp-title
                          move job-employer to rjp-employer
                          move job-location to rjp-location
                          move job-poster   to rjp-old-poster
                          move ws-ren-name  to rjp-new-poster
                          move ws-ren-name  to job-poster
                          move "JOB-POSTER" to ws-journal-action
                          move spaces to ws-journal-data
                          move ws-ren-poster-entry to ws-journal-data
                          perform journal-mutation
                      end-if
                      write rename-work-record from job-record
                      perform ren-row-tally
              end-read
          end-perform
          close jobs-file
          close rename-work-file
          perform ren-swap-in
          exit paragraph.

*>    Screening answers follow their application: dropped where A's
*>    application collapsed into one B already had for the posting.
      ren-rewrite-answers.
          move 5 to ws-ren-file-no
          move "InCollege-AppAnswers.txt" to ws-ren-file-name
          move 'N' to ws-answers-eof
          open input app-answers-file
          if ws-answers-status not = "00"
              close app-answers-file
              exit paragraph
          end-if
          perform ren-open-work
          if ws-ren-work-status not = "00"
              close app-answers-file
              exit paragraph
          end-if
          perform until answers-file-ended
              read app-answers-file
                  at end set answers-file-ended to true
                  not at end
                      perform ren-row-start
                      move app-answer-record to ws-rjn-image
                      move ans-username to ws-ren-name
                      perform ren-map-name
                      move ws-ren-name to ans-username
                      if ren-row-changed
                          perform varying ws-ren-j from 1 by 1
                                  until ws-ren-j > ws-ren-cjob-count
                              if ws-ren-cjob(ws-ren-j) = ans-job-id
                                  set ren-row-dropped to true
                              end-if
                          end-perform
                      end-if
                      if not ren-row-dropped
                          move app-answer-record to ws-rjn-image
                          write rename-work-record from app-answer-record
                      end-if
                      perform ren-journal-image
                      perform ren-row-tally
              end-read
          end-perform
          close app-answers-file
          close rename-work-file
          perform ren-swap-in
          exit paragraph.

      ren-rewrite-interviews.
          move 6 to ws-ren-file-no
          move "InCollege-Interviews.txt" to ws-ren-file-name
          move 'N' to ws-interviews-eof
          open input interviews-file
          if ws-interviews-status not = "00"
              close interviews-file
              exit paragraph
          end-if
          perform ren-open-work
          if ws-ren-work-status not = "00"
              close interviews-file
              exit paragraph
          end-if
          perform until interviews-file-ended
              read interviews-file
                  at end set interviews-file-ended to true
                  not at end
                      perform ren-row-start
                      move ivw-poster to ws-ren-name
                      perform ren-map-name
                      move ws-ren-name to ivw-poster
                      move ivw-applicant to ws-ren-name
                      perform ren-map-name
                      move ws-ren-name to ivw-applicant
                      move interview-record to ws-rjn-image
                      write rename-work-record from interview-record
                      perform ren-journal-image
                      perform ren-row-tally
              end-read
          end-perform
          close interviews-file
          close rename-work-file
          perform ren-swap-in
          exit paragraph.

      ren-rewrite-notifications.
          move 8 to ws-ren-file-no
          move "InCollege-Notify.txt" to ws-ren-file-name
          move 'N' to ws-notify-eof
          open input notify-file
          if ws-notify-status not = "00"
              close notify-file
              exit paragraph
          end-if
          perform ren-open-work
          if ws-ren-work-status not = "00"
              close notify-file
              exit paragraph
          end-if
          perform until notify-file-ended
              read notify-file
                  at end set notify-file-ended to true
                  not at end
                      perform ren-row-start
                      move ntf-recipient to ws-ren-name
                      perform ren-map-name
                      move ws-ren-name to ntf-recipient
                      move notify-record to ws-rjn-image
                      write rename-work-record from notify-record
                      perform ren-journal-image
                      perform ren-row-tally
              end-read
          end-perform
          close notify-file
          close rename-work-file
          perform ren-swap-in
          exit paragraph.

*>    Endorsements.  The same endorsement (owner, endorser, item)
*>    held by both accounts collapses to one; an endorsement A gave B
*>    (or B gave A) would be B vouching for themselves and is dropped.
      ren-rewrite-endorsements.
          move 9 to ws-ren-file-no
          move "InCollege-Endorsements.txt" to ws-ren-file-name
          move 0 to ws-ren-key-count
          move 'N' to ws-endorse-eof
          open input endorsements-file
          if ws-endorse-status not = "00"
              close endorsements-file
              exit paragraph
          end-if
          perform until endorsements-file-ended
              read endorsements-file
                  at end set endorsements-file-ended to true
                  not at end
                      if function upper-case(function trim(end-owner)) not = ws-ren-from-upper
                         and function upper-case(function trim(end-endorser)) not = ws-ren-from-upper
                         and (function upper-case(function trim(end-owner)) = ws-ren-to-upper
                           or function upper-case(function trim(end-endorser)) = ws-ren-to-upper)
                          perform ren-endorsement-key
                          perform ren-check-key
                      end-if
              end-read
          end-perform
          close endorsements-file

          move 'N' to ws-endorse-eof
          open input endorsements-file
          perform ren-open-work
          if ws-ren-work-status not = "00"
              close endorsements-file
              exit paragraph
          end-if
          perform until endorsements-file-ended
              read endorsements-file
                  at end set endorsements-file-ended to true
                  not at end
                      perform ren-row-start
                      move endorsement-record to ws-rjn-image
                      move end-owner to ws-ren-name
                      perform ren-map-name
                      move ws-ren-name to end-owner
                      move end-endorser to ws-ren-name
                      perform ren-map-name
                      move ws-ren-name to end-endorser
                      if ren-row-changed
                          if function upper-case(function trim(end-owner))
                             = function upper-case(function trim(end-endorser))
                              set ren-row-dropped to true
                          else
                              perform ren-endorsement-key
                              perform ren-check-key
                              if ren-key-seen
                                  set ren-row-dropped to true
                              end-if
                          end-if
                      end-if
                      if not ren-row-dropped
                          move endorsement-record to ws-rjn-image
                          write rename-work-record from endorsement-record
                      end-if
                      perform ren-journal-image
                      perform ren-row-tally
              end-read
          end-perform
          close endorsements-file
          close rename-work-file
          perform ren-swap-in
          exit paragraph.

      ren-endorsement-key.
          move spaces to ws-ren-key-cand
          string
              function upper-case(end-owner) delimited by size
              function upper-case(end-endorser) delimited by size
              end-kind delimited by size
              function upper-case(end-item) delimited by size
            into ws-ren-key-cand
          end-string
          exit paragraph.

*>    Skill completions: a skill both accounts finished is kept once.
      ren-rewrite-skill-done.
          move 10 to ws-ren-file-no
          move "InCollege-SkillDone.txt" to ws-ren-file-name
          move 0 to ws-ren-key-count
          move 'N' to ws-skilldone-eof
          open input skill-done-file
          if ws-skilldone-status not = "00"
              close skill-done-file
              exit paragraph
          end-if
          perform until skill-done-file-ended
              read skill-done-file
                  at end set skill-done-file-ended to true
                  not at end
                      if function upper-case(function trim(sd-username)) = ws-ren-to-upper
                          move spaces to ws-ren-key-cand
                          move function upper-case(sd-skill-code) to ws-ren-key-cand
                          perform ren-check-key
                      end-if
              end-read
          end-perform
          close skill-done-file

          move 'N' to ws-skilldone-eof
          open input skill-done-file
          perform ren-open-work
          if ws-ren-work-status not = "00"
              close skill-done-file
              exit paragraph
          end-if
          perform until skill-done-file-ended
              read skill-done-file
                  at end set skill-done-file-ended to true
                  not at end
                      perform ren-row-start
                      move skill-done-record to ws-rjn-image
                      move sd-username to ws-ren-name
                      perform ren-map-name
                      move ws-ren-name to sd-username
                      if ren-row-changed
                          move spaces to ws-ren-key-cand
                          move function upper-case(sd-skill-code) to ws-ren-key-cand
                          perform ren-check-key
                          if ren-key-seen
                              set ren-row-dropped to true
                          end-if
                      end-if
                      if not ren-row-dropped
                          move skill-done-record to ws-rjn-image
                          write rename-work-record from skill-done-record
                      end-if
                      perform ren-journal-image
                      perform ren-row-tally
              end-read
          end-perform
          close skill-done-file
          close rename-work-file
          perform ren-swap-in
          exit paragraph.

      ren-rewrite-login-audit.
          move 11 to ws-ren-file-no
          move "InCollege-LoginAudit.txt" to ws-ren-file-name
          move 'N' to ws-audit-eof
          open input login-audit-file
          if ws-audit-status not = "00"
              close login-audit-file
              exit paragraph
          end-if
          perform ren-open-work
          if ws-ren-work-status not = "00"
              close login-audit-file
              exit paragraph
          end-if
          perform until audit-file-ended
              read login-audit-file
                  at end set audit-file-ended to true
                  not at end
                      perform ren-row-start
                      move audit-username to ws-ren-name
                      perform ren-map-name
                      move ws-ren-name to audit-username
                      move login-audit-record to ws-rjn-image
                      write rename-work-record from login-audit-record
                      perform ren-journal-image
                      perform ren-row-tally
              end-read
          end-perform
          close login-audit-file
          close rename-work-file
          perform ren-swap-in
          exit paragraph.

*>    Blocks: a block between A and B would be B blocking themselves
*>    and is dropped.
      ren-rewrite-blocks.
          move 12 to ws-ren-file-no
          move "InCollege-Blocks.txt" to ws-ren-file-name
          move 'N' to ws-blocks-eof
          open input blocks-file
          if ws-blocks-status not = "00"
              close blocks-file
              exit paragraph
          end-if
          perform ren-open-work
          if ws-ren-work-status not = "00"
              close blocks-file
              exit paragraph
          end-if
          perform until blocks-file-ended
              read blocks-file
                  at end set blocks-file-ended to true
                  not at end
                      perform ren-row-start
                      move block-record to ws-rjn-image
                      move blk-blocker to ws-ren-name
                      perform ren-map-name
                      move ws-ren-name to blk-blocker
                      move blk-blocked to ws-ren-name
                      perform ren-map-name
                      move ws-ren-name to blk-blocked
                      if ren-row-changed
                         and function upper-case(function trim(blk-blocker))
                           = function upper-case(function trim(blk-blocked))
                          set ren-row-dropped to true
                      end-if
                      if not ren-row-dropped
                          move block-record to ws-rjn-image
                          write rename-work-record from block-record
                      end-if
                      perform ren-journal-image
                      perform ren-row-tally
              end-read
          end-perform
          close blocks-file
          close rename-work-file
          perform ren-swap-in
          exit paragraph.

*>    Abuse reports: the reporter, the subject, and the reported item
*>    where it names A - a profile report's target is the username,
*>    a message report's target starts with the recipient.
      ren-rewrite-abuse-reports.
          move 13 to ws-ren-file-no
          move "InCollege-AbuseReports.txt" to ws-ren-file-name
          move 'N' to ws-abuse-eof
          open input abuse-reports-file
          if ws-abuse-status not = "00"
              close abuse-reports-file
              exit paragraph
          end-if
          perform ren-open-work
          if ws-ren-work-status not = "00"
              close abuse-reports-file
              exit paragraph
          end-if
          perform until abuse-file-ended
              read abuse-reports-file
                  at end set abuse-file-ended to true
                  not at end
                      perform ren-row-start
                      move abr-reporter to ws-ren-name
                      perform ren-map-name
                      move ws-ren-name to abr-reporter
                      move abr-subject to ws-ren-name
                      perform ren-map-name
                      move ws-ren-name to abr-subject
                      if abr-is-profile or abr-is-message
                          move abr-target(1:20) to ws-ren-name
                          perform ren-map-name
                          move ws-ren-name to abr-target(1:20)
                      end-if
                      move abuse-report-record to ws-rjn-image
                      write rename-work-record from abuse-report-record
                      perform ren-journal-image
                      perform ren-row-tally
              end-read
          end-perform
          close abuse-reports-file
          close rename-work-file
          perform ren-swap-in
          exit paragraph.

      ren-rewrite-saved-searches.
          move 14 to ws-ren-file-no
          move "InCollege-SavedSearches.txt" to ws-ren-file-name
          move 'N' to ws-ssearch-eof
          open input saved-searches-file
          if ws-ssearch-status not = "00"
              close saved-searches-file
              exit paragraph
          end-if
          perform ren-open-work
          if ws-ren-work-status not = "00"
              close saved-searches-file
              exit paragraph
          end-if
          perform until saved-searches-ended
              read saved-searches-file
                  at end set saved-searches-ended to true
                  not at end
                      perform ren-row-start
                      move ss-username to ws-ren-name
                      perform ren-map-name
                      move ws-ren-name to ss-username
                      move saved-search-record to ws-rjn-image
                      write rename-work-record from saved-search-record
                      perform ren-journal-image
                      perform ren-row-tally
              end-read
          end-perform
          close saved-searches-file
          close rename-work-file
          perform ren-swap-in
          exit paragraph.

*>    Declines: a decline between A and B is dropped like a block.
      ren-rewrite-declines.
          move 15 to ws-ren-file-no
          move "InCollege-Declines.txt" to ws-ren-file-name
          move 'N' to ws-declines-eof
          open input declines-file
          if ws-declines-status not = "00"
              close declines-file
              exit paragraph
          end-if
          perform ren-open-work
          if ws-ren-work-status not = "00"
              close declines-file
              exit paragraph
          end-if
          perform until declines-file-ended
              read declines-file
                  at end set declines-file-ended to true
                  not at end
                      perform ren-row-start
                      move decline-record to ws-rjn-image
                      move dcl-decliner to ws-ren-name
                      perform ren-map-name
                      move ws-ren-name to dcl-decliner
                      move dcl-declined to ws-ren-name
                      perform ren-map-name
                      move ws-ren-name to dcl-declined
                      if ren-row-changed
                         and function upper-case(function trim(dcl-decliner))
                           = function upper-case(function trim(dcl-declined))
                          set ren-row-dropped to true
                      end-if
                      if not ren-row-dropped
                          move decline-record to ws-rjn-image
                          write rename-work-record from decline-record
                      end-if
                      perform ren-journal-image
                      perform ren-row-tally
              end-read
          end-perform
          close declines-file
          close rename-work-file
          perform ren-swap-in
          exit paragraph.

*>    The resume checkpoint names the user a batch run was signed in
*>    as; one record, rewritten in place.
      ren-rewrite-checkpoint.
          move 17 to ws-ren-file-no
          open input checkpoint-file
          if ws-checkpoint-status not = "00"
              close checkpoint-file
              exit paragraph
          end-if
          perform ren-row-start
          read checkpoint-file
              at end
                  continue
              not at end
                  move ckpt-username to ws-ren-name
                  perform ren-map-name
                  move ws-ren-name to ckpt-username
          end-read
          close checkpoint-file
          if ren-row-changed
              open output checkpoint-file
              write checkpoint-record
              close checkpoint-file
              move checkpoint-record to ws-rjn-image
              perform ren-journal-image
              perform ren-row-tally
          end-if
          exit paragraph.

*>    ---- indexed files ----

*>    Applications: the username is part of the key, so each of A's
*>    rows is collected first, then written under B and deleted under
*>    A.  A posting B had already applied to keeps B's application;
*>    A's is dropped and its job id remembered so the screening
*>    answers follow.  Rows are collected MAX-REN-HOLD at a time; a
*>    full table means another pass, until every row has moved.
      ren-move-applications.
          move 4 to ws-ren-file-no
          move 'N' to ws-ren-passes-flag
          perform until ren-passes-done
              perform ren-move-applications-pass
          end-perform
          exit paragraph.

      ren-move-applications-pass.
          move 0 to ws-ren-hold-count
          move 0 to ws-ren-pass-moved
          move 'N' to ws-app-eof
          open input applications-file
          if ws-app-status not = "00"
              close applications-file
              set ren-passes-done to true
              exit paragraph
          end-if
          perform until applications-file-ended
              read applications-file next record
                  at end set applications-file-ended to true
                  not at end
                      if function upper-case(function trim(app-username)) = ws-ren-from-upper
                         and ws-ren-hold-count < MAX-REN-HOLD
                          add 1 to ws-ren-hold-count
                          move application-record to ws-ren-hold(ws-ren-hold-count)
                      end-if
              end-read
          end-perform
          close applications-file
*>        Every held row is deleted under A below, so a pass that did
*>        not fill the table has caught the last of them.
          if ws-ren-hold-count < MAX-REN-HOLD
              set ren-passes-done to true
          end-if
          if ws-ren-hold-count = 0
              exit paragraph
          end-if

          open i-o applications-file
          if ws-app-status not = "00"
              move "Could not open applications file. Status: " to ws-message
              string ws-message ws-app-status into ws-message
              perform display-error
              close applications-file
              set ren-passes-done to true
              exit paragraph
          end-if
          perform varying ws-ren-i from 1 by 1 until ws-ren-i > ws-ren-hold-count
              move ws-ren-hold(ws-ren-i) to application-record
              perform ren-move-one-application
          end-perform
          close applications-file
*>        A row whose delete failed would be collected again forever;
*>        stop once a pass removes nothing from under A.
          if ws-ren-pass-moved = 0
              set ren-passes-done to true
          end-if
          exit paragraph.

      ren-move-one-application.
          move app-key to ws-ren-old-key
          move ws-ren-to to app-username
          write application-record
              invalid key
                  add 1 to ren-removed(ws-ren-file-no)
                  if app-job-id not = spaces and ws-ren-cjob-count < MAX-REN-HOLD
                      add 1 to ws-ren-cjob-count
                      move app-job-id to ws-ren-cjob(ws-ren-cjob-count)
                  end-if
              not invalid key
                  add 1 to ren-changed(ws-ren-file-no)
                  move "APP-ADD" to ws-journal-action
                  move spaces to ws-journal-data
                  move application-record to ws-journal-data
                  perform journal-mutation
          end-write
          move ws-ren-old-key to app-key
          delete applications-file record
              invalid key
                  continue
              not invalid key
                  add 1 to ws-ren-pass-moved
                  move "APP-DEL" to ws-journal-action
                  move spaces to ws-journal-data
                  move ws-ren-old-key to ws-journal-data
                  perform journal-mutation
          end-delete
          exit paragraph.

*>    Messages: collected the same way, pass after pass.  A message A
*>    sent only needs its sender changed; one A received is keyed on
*>    its recipient, so it is written under B's key and deleted under
*>    A's.
      ren-move-messages.
          move 7 to ws-ren-file-no
          move 'N' to ws-ren-passes-flag
          perform until ren-passes-done
              perform ren-move-messages-pass
          end-perform
          exit paragraph.

      ren-move-messages-pass.
          move 0 to ws-ren-hold-count
          move 0 to ws-ren-pass-moved
          move 'N' to ws-messages-eof
          open input messages-file
          if ws-messages-status not = "00"
              close messages-file
              set ren-passes-done to true
              exit paragraph
          end-if
          perform until messages-file-ended
              read messages-file next record
                  at end set messages-file-ended to true
                  not at end
                      if (function upper-case(function trim(msg-sender)) = ws-ren-from-upper
                          or function upper-case(function trim(msg-recipient)) = ws-ren-from-upper)
                         and ws-ren-hold-count < MAX-REN-HOLD
                          add 1 to ws-ren-hold-count
                          move message-record to ws-ren-hold(ws-ren-hold-count)
                      end-if
              end-read
          end-perform
          close messages-file
          if ws-ren-hold-count < MAX-REN-HOLD
              set ren-passes-done to true
          end-if
          if ws-ren-hold-count = 0
              exit paragraph
          end-if

          open i-o messages-file
          if ws-messages-status not = "00"
              move "Could not open messages file. Status: " to ws-message
              string ws-message ws-messages-status into ws-message
              perform display-error
              close messages-file
              set ren-passes-done to true
              exit paragraph
          end-if
          perform varying ws-ren-i from 1 by 1 until ws-ren-i > ws-ren-hold-count
              move ws-ren-hold(ws-ren-i) to message-record
              perform ren-move-one-message
          end-perform
          close messages-file
*>        A message left under A (key clash) is collected again by
*>        the next pass; stop once a pass moves nothing.
          if ws-ren-pass-moved = 0
              set ren-passes-done to true
          end-if
          exit paragraph.

      ren-move-one-message.
          perform ren-row-start
          move message-record to ws-ren-old-msg
          move msg-key to ws-ren-old-msg-key
          move msg-sender to ws-ren-name
          perform ren-map-name
          move ws-ren-name to msg-sender
          move 'N' to ws-ren-changed-flag
          move msg-recipient to ws-ren-name
          perform ren-map-name
          move ws-ren-name to msg-recipient
          if ren-row-changed
*>            New key: write under B first; on the (practically
*>            impossible) clash with a message B received in the same
*>            hundredth of a second the message stays where it is.
              write message-record
                  invalid key
                      exit paragraph
              end-write
              move message-record to ws-ren-new-msg
              move ws-ren-old-msg-key to msg-key
              delete messages-file record
                  invalid key
                      continue
              end-delete
          else
              rewrite message-record
              move message-record to ws-ren-new-msg
          end-if
          add 1 to ren-changed(ws-ren-file-no)
          add 1 to ws-ren-pass-moved
          move "MSG-DEL" to ws-journal-action
          move spaces to ws-journal-data
          move ws-ren-old-msg-key to ws-journal-data
          perform journal-mutation
          move "MSG-ADD" to ws-journal-action
          move spaces to ws-journal-data
          move ws-ren-new-msg to ws-journal-data
          perform journal-mutation
          exit paragraph.

*>    Profile: renamed, or on a merge kept only if B has none of its
*>    own (B's profile is never overwritten).
      ren-move-profile.
          move 16 to ws-ren-file-no
          open i-o profiles-file
          if ws-profiles-status not = "00"
              close profiles-file
              exit paragraph
          end-if
          move ws-ren-from to profile-username
          read profiles-file
              invalid key
                  close profiles-file
                  exit paragraph
              not invalid key
                  continue
          end-read
          move profile-record to ws-ren-profile-hold
          perform ren-row-start
          move ws-ren-to to profile-username
          read profiles-file
              invalid key
                  move ws-ren-profile-hold to profile-record
                  move ws-ren-to to profile-username
                  write profile-record
                      invalid key
                          continue
                  end-write
                  set ren-row-changed to true
                  move profile-record to ws-rjn-image
              not invalid key
                  set ren-row-dropped to true
                  move ws-ren-profile-hold to ws-rjn-image
          end-read
          move ws-ren-from to profile-username
          delete profiles-file record
              invalid key
                  continue
          end-delete
          close profiles-file
          perform ren-journal-image
          perform ren-row-tally
          exit paragraph.

*>    The account itself, last: renamed (written under B, deleted
*>    under A), or on a merge A's account is removed.
      ren-move-account.
          move 18 to ws-ren-file-no
          open i-o accounts-file
          if ws-userdata-status not = "00"
              move "Accounts file unavailable. Status: " to ws-message
              close accounts-file
              exit paragraph
          end-if
          move ws-ren-from to username
          read accounts-file
              invalid key
                  close accounts-file
                  exit paragraph
              not invalid key
                  continue
          end-read
          if ren-is-rename
              move ws-ren-to to username
              write account-record
                  invalid key
                      close accounts-file
                      move "Could not write the renamed account; it already exists." to ws-message
                      perform display-error
                      exit paragraph
              end-write
              move "ACCT-ADD" to ws-journal-action
              move spaces to ws-journal-data
              move account-record to ws-journal-data
              perform journal-mutation
              add 1 to ren-changed(ws-ren-file-no)
          else
              add 1 to ren-removed(ws-ren-file-no)
          end-if
          move ws-ren-from to username
          delete accounts-file record
              invalid key
                  continue
          end-delete
          close accounts-file
          move "ACCT-DEL" to ws-journal-action
          move spaces to ws-journal-data
          move ws-ren-from to ws-journal-data
          perform journal-mutation
          exit paragraph.

*>    ===================== Abuse Report Review =====================
*>    Works the queue of reports students file against a message, a
*>    posting or a profile (see file-abuse-report).  Each open report
*>    is listed with who filed it, against whom, the reported text and
*>    the reason; the administrator picks one by number and either
*>    dismisses it, removes the reported item, or offboards the
*>    account behind it on the spot.  The reporter hears the outcome
*>    at their next login.
      review-abuse-reports.
          move 'N' to ws-abr-menu-done
          perform until abuse-review-done
              move "Abuse Report Review Queue" to ws-message
              perform display-title
              perform list-open-abuse-reports
              if ws-abr-open-count = 0
                  move "No open reports." to ws-message
                  perform display-info
                  set abuse-review-done to true
              else
                  move "Enter a report number to review, or 0 to go back: " to ws-message
                  perform display-prompt
                  perform read-next-input
                  if input-ended
                     or function trim(ws-last-input) = "0"
                     or function trim(ws-last-input) = spaces
                      set abuse-review-done to true
                  else
                      move function numval(ws-last-input) to ws-abr-pick-id
                      perform load-abuse-report
                      if abuse-report-found and sa-status = "O"
                          perform act-on-abuse-report
                      else
                          move "No open report with that number." to ws-message
                          perform display-error
                      end-if
                  end-if
              end-if
          end-perform
          exit paragraph.

*>    Lists every open report (count in ws-abr-open-count).
      list-open-abuse-reports.
          move 0 to ws-abr-open-count
          move 'N' to ws-abuse-eof
          open input abuse-reports-file
          if ws-abuse-status not = "00"
              close abuse-reports-file
              exit paragraph
          end-if
          perform until abuse-file-ended
              read abuse-reports-file next record
                  at end set abuse-file-ended to true
                  not at end
                      if abr-is-open
                          add 1 to ws-abr-open-count
                          perform abuse-kind-to-name
                          move abr-id to ws-rpt-num-edit
                          move spaces to ws-message
                          string
                              "#" delimited by size
                              function trim(ws-rpt-num-edit) delimited by size
                              "  " delimited by size
                              function trim(ws-abr-kind-name) delimited by size
                              " by " delimited by size
                              function trim(abr-subject) delimited by size
                              ", reported by " delimited by size
                              function trim(abr-reporter) delimited by size
                              " on " delimited by size
                              abr-stamp(1:8) delimited by size
                            into ws-message
                          end-string
                          perform display-line
                          move spaces to ws-message
                          string
                              "    Item: " delimited by size
                              function trim(abr-excerpt) delimited by size
                            into ws-message
                          end-string
                          perform display-line
                          move spaces to ws-message
                          string
                              "    Reason: " delimited by size
                              function trim(abr-reason) delimited by size
                            into ws-message
                          end-string
                          perform display-line
                      end-if
              end-read
          end-perform
          close abuse-reports-file
          exit paragraph.

*>    Display name for the kind of item in abr-kind.
      abuse-kind-to-name.
          evaluate true
              when abr-is-message
                  move "Message" to ws-abr-kind-name
              when abr-is-posting
                  move "Posting" to ws-abr-kind-name
              when abr-is-profile
                  move "Profile" to ws-abr-kind-name
              when other
                  move "Item" to ws-abr-kind-name
          end-evaluate
          exit paragraph.

*>    Loads report ws-abr-pick-id into the SA-* fields (result in
*>    abuse-report-found).
      load-abuse-report.
          move 'N' to ws-abr-found-flag
          move 'N' to ws-abuse-eof
          open input abuse-reports-file
          if ws-abuse-status not = "00"
              close abuse-reports-file
              exit paragraph
          end-if
          perform until abuse-file-ended
              read abuse-reports-file next record
                  at end set abuse-file-ended to true
                  not at end
                      if abr-id = ws-abr-pick-id
                          move abuse-report-record to ws-abr-selected
                          set abuse-report-found to true
                          set abuse-file-ended to true
                      end-if
              end-read
          end-perform
          close abuse-reports-file
          exit paragraph.

*>    Outcome menu for the report loaded in the SA-* fields.
      act-on-abuse-report.
          move sa-id to ws-rpt-num-edit
          move spaces to ws-message
          string
              "Report #" delimited by size
              function trim(ws-rpt-num-edit) delimited by size
            into ws-message
          end-string
          perform display-title
          move "1. Dismiss the Report" to ws-message
          perform display-option
          move "2. Remove the Reported Item" to ws-message
          perform display-option
          move "3. Offboard the Reported Account" to ws-message
          perform display-option
          display ws-line-separator
          perform write-separator
          move "4. Go Back" to ws-message
          perform display-special-option
          display ws-line-separator
          perform write-separator
          move "Enter your choice: " to ws-message
          perform display-prompt
          perform read-user-choice
          if input-ended
              exit paragraph
          end-if

          move spaces to ws-abr-new-status
          evaluate ws-user-choice
              when '1'
                  move "D" to ws-abr-new-status
              when '2'
                  perform remove-reported-item
              when '3'
                  move sa-subject to ws-offboard-user
                  perform offboard-named-account
                  if offboard-completed
                      move "X" to ws-abr-new-status
                  end-if
              when '4'
                  continue
              when other
                  move "Invalid option. Please try again" to ws-message
                  perform display-error
          end-evaluate

          if ws-abr-new-status not = spaces
              perform set-abuse-report-status
          end-if
          exit paragraph.

*>    Takes the reported item down: a message is deleted, a posting
*>    is closed (dated, so the archive sweep ages it out; its
*>    applicants' rows keep their job), a profile is purged the way
*>    offboarding purges one.  An item already gone still resolves
*>    the report.
      remove-reported-item.
          evaluate sa-kind
              when "M"
                  perform remove-reported-message
              when "P"
                  perform remove-reported-posting
              when "U"
                  perform remove-reported-profile
          end-evaluate
          move "R" to ws-abr-new-status
          exit paragraph.

      remove-reported-message.
          open i-o messages-file
          if ws-messages-status not = "00"
              close messages-file
              move "The message is no longer on file." to ws-message
              perform display-info
              exit paragraph
          end-if
          move sa-target to msg-key
          delete messages-file record
              invalid key
                  move "The message is no longer on file." to ws-message
                  perform display-info
              not invalid key
                  move "MSG-DEL" to ws-journal-action
                  move spaces to ws-journal-data
                  move msg-key to ws-journal-data
                  perform journal-mutation
                  move "The reported message has been removed." to ws-message
                  perform display-success
          end-delete
          close messages-file
          move spaces to ws-messages-status
          exit paragraph.

*>    Closes the reported posting through the same temp-file rewrite
*>    offboard-close-postings uses.
      remove-reported-posting.
          move 'N' to ws-chk-job-found
          move 'N' to ws-jobs-eof
          open input jobs-file
          if ws-jobs-status not = "00"
              close jobs-file
              move "The posting is no longer on file." to ws-message
              perform display-info
              exit paragraph
          end-if
          open output temp-jobs-file
                  move job-id          to temp-job-id
                  move job-status      to temp-job-status
                  move job-close-date  to temp-job-close-date
                  if (sa-target(1:6) not = spaces
                      and job-id = sa-target(1:6))
                    or (sa-target(1:6) = spaces
                      and function trim(job-id) = spaces
                      and function upper-case(function trim(job-title))
                        = function upper-case(function trim(sa-excerpt))
                      and function upper-case(function trim(job-poster))
                        = function upper-case(function trim(sa-subject)))
                      set checked-job-exists to true
                      move "C" to temp-job-status
                      if function trim(temp-job-close-date) = spaces
                          move function current-date(1:8)
                            to temp-job-close-date
          move "InCollege-Jobs.tmp" to ws-message
          move "InCollege-Jobs.txt" to ws-user-choice
          call "CBL_RENAME_FILE" using ws-message, ws-user-choice

          if checked-job-exists
              move "The reported posting has been closed and hidden from students." to ws-message
              perform display-success
          else
              move "The posting is no longer on file." to ws-message
              perform display-info
          end-if
          exit paragraph.

      remove-reported-profile.
          open i-o profiles-file
          if ws-profiles-status not = "00"
              close profiles-file
              move "The profile is no longer on file." to ws-message
              perform display-info
              exit paragraph
          end-if
          move sa-subject to profile-username
          delete profiles-file record
              invalid key
                  move "The profile is no longer on file." to ws-message
                  perform display-info
              not invalid key
                  move "The reported profile has been removed." to ws-message
                  perform display-success
          end-delete
          close profiles-file
          exit paragraph.

*>    Stamps ws-abr-new-status on report sa-id (temp-file rewrite)
*>    and tells the reporter it has been dealt with.
      set-abuse-report-status.
          move spaces to ws-abuse-status
          open input abuse-reports-file
          if ws-abuse-status not = "00"
              close abuse-reports-file
              exit paragraph
          end-if
          open output temp-abuse-file

          move 'N' to ws-abuse-eof
          perform until abuse-file-ended
              read abuse-reports-file next record
                  at end set abuse-file-ended to true
                  not at end
                      if abr-id = sa-id
                          move ws-abr-new-status to abr-status
                      end-if
                      move abuse-report-record to temp-abuse-record
                      write temp-abuse-record
              end-read
          end-perform

          close abuse-reports-file
          close temp-abuse-file

          move "InCollege-AbuseReports.txt" to ws-message
          call "CBL_DELETE_FILE" using ws-message
          move "InCollege-AbuseReports.tmp" to ws-message
          move "InCollege-AbuseReports.txt" to ws-user-choice
          call "CBL_RENAME_FILE" using ws-message, ws-user-choice
          move spaces to ws-abuse-status

          move sa-id to ws-rpt-num-edit
          move sa-reporter to ws-notify-user
          move spaces to ws-notify-text
          string
              "Your report #" delimited by size
              function trim(ws-rpt-num-edit) delimited by size
              " has been reviewed by an administrator." delimited by size
            into ws-notify-text
          end-string
          perform queue-notification

          if ws-abr-new-status = "D"
              move "Report dismissed." to ws-message
              perform display-success
          end-if
          exit paragraph.

*>    Accounts are written straight to accounts-file as they are
*>    created (see validate-password), so there is nothing left to
*>    flush from working-storage here.
      cleanup-files.
          if nightly-batch-run
              close output-file
          else
              close input-file, output-file
          end-if.

*>        Let the next seat in - but only if this seat owns the lock
*>        (a refused second start must not free the first's).
          end-if.

*>        Save where this session left off so the next file-input run
*>        can offer to resume it (see offer-resume-checkpoint).  The
*>        nightly cycle is not a session and leaves the file alone.
          if not nightly-batch-run
              open output checkpoint-file
              if ws-checkpoint-status = "00"
                  move ws-program-state to ckpt-program-state
                  move ws-current-username to ckpt-username
                  write checkpoint-record
                  close checkpoint-file
              end-if
          end-if.

          end program InCollege.
