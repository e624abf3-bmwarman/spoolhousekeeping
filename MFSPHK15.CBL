000100 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. MFSPHK15.
003100***************************************************************
      *    SPOOL HOUSEKEEPING MORNING OPERATIONS DIGEST.             *
      *    ONE PAGE FOR THE ON-SHIFT HANDOVER IN PLACE OF SIX        *
      *    DATASETS. READS THE LAST RUN-STATUS SET MFSPHK01 WROTE TO *
      *    STAF (HEADER, DETAILS, TRAILER), THE ALERT ROWS EVERY     *
      *    HOUSEKEEPING PROGRAM WROTE OVERNIGHT (THE NIGHT'S ALERT   *
      *    DATASETS CONCATENATED UNDER THE ALRTF DD) AND THE CLASS   *
      *    EVENTS ON THE KEYED AUDIT REPOSITORY (AUDK), AND PRINTS:  *
      *      - THE RUN STAMP, MODE, OVERALL RC AND RUN TOTALS        *
      *      - EVERY CLASS/NODE ITEM NOT IN 'P' DISPOSITION          *
      *      - MVSP0027 FAILURES GROUPED BY REASON CODE              *
      *      - POST-PURGE VERIFICATION OVERAGES                      *
      *      - ARCHIVE RETIREMENT (MFSPHK05) AND ARCHIVE             *
      *        VERIFICATION (MFSPHK06) EXCEPTIONS                    *
      *      - MFSPHK08 ESCALATION STREAKS STILL OPEN                *
      *      - EVERY OTHER ALERT ROW OF THE NIGHT                    *
      *    EACH ITEM CARRIES AN ACTION-NEEDED FLAG - YES WHEN THE    *
      *    ANALYST HAS TO DO SOMETHING ABOUT IT, NO WHEN IT IS THE   *
      *    HOUSEKEEPING DOING WHAT IT WAS TOLD (A CLASS FINISHED ON  *
      *    AN EARLIER RESTART ATTEMPT). A DAYTIME EMERGENCY RUN      *
      *    WRITES NO STATUS FILE - IT SHOWS HERE THROUGH ITS ALERT   *
      *    ROWS AND AUDK EVENTS.                                     *
      *    THE NIGHT IS THE STAF RUN DATE AND THE DAY AFTER IT (THE  *
      *    LATER STEPS OFTEN RUN PAST MIDNIGHT); WITHOUT A STATUS    *
      *    FILE, OR WITH ONE OLDER THAN YESTERDAY, IT IS YESTERDAY   *
      *    AND TODAY. A STATUS FILE OLDER THAN YESTERDAY MEANS LAST  *
      *    NIGHT'S RUN NEVER WROTE ONE AND IS AN ACTION ITEM IN      *
      *    ITSELF.                                                   *
      *    RETURN CODES:                                             *
      *      00  NOTHING TO REPORT                                   *
      *      04  ITEMS LISTED, NONE NEEDING ACTION                   *
      *      08  AT LEAST ONE ITEM NEEDS ACTION                      *
      *      16  FILE ERROR                                          *
003200***************************************************************
004600 ENVIRONMENT DIVISION.
004700 input-output section.
       file-control.
           select statfile assign to staf organization is sequential
                  file status is status-codes.
           select alertin assign to alrtf organization is sequential
                  file status is status-codea.
           select auditksd assign to audk
                  organization is indexed
                  access is dynamic
                  record key is audk-key
                  file status is status-codek.
           select rptfile assign to rptf organization is sequential
                  file status is status-coder.
       DATA DIVISION.
       file section.
      *    the MFSPHK01 run-status interface, read here exactly as
      *    the scheduler reads it.
       fd  statfile.
       01  stat-rec                      pic x(80).
       01  stat-header-rec redefines stat-rec.
           05  stat-hdr-type             pic x(01).
           05  stat-hdr-run-date         pic 9(08).
           05  stat-hdr-run-time         pic 9(06).
           05  stat-hdr-run-mode         pic x(01).
           05  stat-hdr-overall-rc       pic 9(02).
           05  filler                    pic x(62).
       01  stat-detail-rec redefines stat-rec.
           05  stat-dtl-type             pic x(01).
           05  stat-dtl-class            pic x(08).
           05  stat-dtl-disposition      pic x(01).
           05  stat-dtl-rc               pic 9(05).
           05  stat-dtl-reason           pic x(02).
           05  stat-dtl-category         pic x(01).
           05  stat-dtl-keep-for         pic 9(03).
           05  stat-dtl-node             pic x(08).
           05  filler                    pic x(51).
       01  stat-trailer-rec redefines stat-rec.
           05  stat-trl-type             pic x(01).
           05  stat-trl-fail-count       pic 9(02).
           05  stat-trl-scanned          pic 9(07).
           05  stat-trl-purged           pic 9(07).
           05  stat-trl-retained         pic 9(07).
           05  stat-trl-window-skips     pic 9(02).
           05  stat-trl-stats-flag       pic x(01).
           05  filler                    pic x(53).
      *    one alert row: program, date, then the program's text -
      *    most rows carry the run time next, the trimmed rows
      *    (MFSPHK05 delete failures, MFSPHK08 escalations and the
      *    like) go straight into the text.
       fd  alertin.
       01  alin-rec.
           05  alin-program              pic x(08).
           05  filler                    pic x(01).
           05  alin-date                 pic x(08).
           05  alin-text                 pic x(63).
       fd  auditksd.
       01  audk-rec.
           copy spoolak.
       fd  rptfile.
       01  rpt-rec                       pic x(132).
       WORKING-STORAGE SECTION.
       01 status-codes                   pic xx.
       01 status-codea                   pic xx.
       01 status-codek                   pic xx.
       01 status-coder                   pic xx.
       01  ws-current-date-time.
           05  ws-cur-date               pic 9(08).
           05  ws-cur-time               pic 9(06).
       01  ws-yesterday                  pic 9(08) value 0.
      *    the overnight window the alert rows and audit events are
      *    taken from.
       01  ws-night-from-date            pic 9(08) value 0.
       01  ws-night-from-x redefines ws-night-from-date
                                         pic x(08).
       01  ws-night-to-date              pic 9(08) value 0.
       01  ws-night-to-x redefines ws-night-to-date
                                         pic x(08).
      *    the last run-status set on STAF - a header resets the
      *    details, so a concatenation of several runs leaves the
      *    latest one here.
       01  ws-status-flag                pic x(01) value 'N'.
           88  ws-status-loaded                     value 'Y'.
      *    the set is current when it is last night's (or a later)
      *    run - a set older than yesterday is a run that has already
      *    been reported, and says nothing about last night.
       01  ws-status-current-flag        pic x(01) value 'N'.
           88  ws-status-is-current                 value 'Y'.
       01  ws-status-trailer-flag        pic x(01) value 'N'.
           88  ws-status-trailer-seen               value 'Y'.
       01  ws-run-header.
           05  ws-run-date               pic 9(08) value 0.
           05  ws-run-time               pic 9(06) value 0.
           05  ws-run-mode               pic x(01) value space.
           05  ws-run-overall-rc         pic 9(02) value 0.
       01  ws-run-trailer.
           05  ws-run-fail-count         pic 9(02) value 0.
           05  ws-run-scanned            pic 9(07) value 0.
           05  ws-run-purged             pic 9(07) value 0.
           05  ws-run-retained           pic 9(07) value 0.
           05  ws-run-window-skips       pic 9(02) value 0.
           05  ws-run-stats-flag         pic x(01) value space.
       01  ws-item-table.
           05  ws-item-count             pic 9(03) value 0.
           05  ws-item-entry             occurs 160 times.
               10  ws-it-class           pic x(08).
               10  ws-it-node            pic x(08).
               10  ws-it-disposition     pic x(01).
               10  ws-it-rc              pic 9(05).
               10  ws-it-reason          pic x(02).
               10  ws-it-category        pic x(01).
               10  ws-it-keep-for        pic 9(03).
       01  ws-item-table-max             pic 9(03) value 160.
       01  ws-it-idx                     pic 9(03) value 0.
       01  ws-items-dropped              pic 9(05) value 0.
      *    distinct mvsp0027 reason codes among the failed items,
      *    in the order first met.
       01  ws-reason-table.
           05  ws-reason-count           pic 9(03) value 0.
           05  ws-reason-entry           occurs 160 times.
               10  ws-rs-reason          pic x(02).
               10  ws-rs-items           pic 9(03).
       01  ws-rs-idx                     pic 9(03) value 0.
       01  ws-found-rs-idx               pic 9(03) value 0.
      *    which digest section an alert row belongs in:
      *    'F' - an MFSPHK01 mvsp0027 failure row (listed from the
      *          status file instead, when it is current)
      *    'V' - an MFSPHK01 verification discrepancy row (listed
      *          from the audit events instead, when AUDK is there)
      *    'A' - an archive retirement or verification row
      *    'E' - an MFSPHK08 escalation row
      *    'O' - any other row
       01  ws-alert-section              pic x(01) value space.
       01  ws-want-section               pic x(01) value space.
       01  ws-alert-tally                pic 9(03) value 0.
       01  ws-alerts-open-flag           pic x(01) value 'N'.
           88  ws-alerts-available                  value 'Y'.
       01  ws-alert-done-flag            pic x(01) value 'N'.
           88  ws-alert-is-done                     value 'Y'.
       01  ws-alerts-in-night            pic 9(05) value 0.
       01  ws-audk-flag                  pic x(01) value 'N'.
           88  ws-audk-available                    value 'Y'.
       01  ws-browse-done-flag           pic x(01) value 'N'.
           88  ws-browse-is-done                    value 'Y'.
       01  ws-section-lines              pic 9(05) value 0.
      *    action-needed flag of the item being printed.
       01  ws-action-flag                pic x(01) value 'N'.
           88  ws-action-needed                     value 'Y'.
       01  ws-action-text                pic x(08).
       01  ws-item-text                  pic x(110).
       01  ws-disp-text                  pic x(44).
       01  ws-items-listed               pic 9(05) value 0.
       01  ws-action-count               pic 9(05) value 0.
       01  ws-audk-events                pic 9(05) value 0.
       01  ws-night-archived             pic 9(09) value 0.
      *    gregorian date arithmetic work fields, the same shape
      *    MFSPHK01 uses.
       01  ws-date-work.
           05  ws-dtw-year               pic 9(04).
           05  ws-dtw-month              pic 9(02).
           05  ws-dtw-day                pic 9(02).
       01  ws-date-work-num redefines ws-date-work
                                         pic 9(08).
       01  ws-days-to-add                pic 9(03) value 0.
       01  ws-days-in-month-table.
           05  filler                    pic x(24)
               value '312831303130313130313031'.
       01  filler redefines ws-days-in-month-table.
           05  ws-days-in-month          pic 9(02) occurs 12 times.
       01  ws-month-limit                pic 9(02) value 0.
       01  ws-leap-work.
           05  ws-leap-quotient          pic 9(04).
           05  ws-leap-remainder         pic 9(04).
       01  ws-add-day-counter            pic 9(03) value 0.
       01  ws-rpt-line                   pic x(132).
       01  ws-fatal-error-flag           pic x(01) value 'N'.
           88  ws-fatal-error-occurred              value 'Y'.
       PROCEDURE DIVISION.

      *****************************************************************
      *                                                               *
      *****************************************************************
       0000-MAINLINE-MODULE.
           accept ws-cur-date from date yyyymmdd
           accept ws-cur-time from time
           move ws-cur-date to ws-date-work-num
           perform step-back-one-day
           move ws-date-work-num to ws-yesterday
           open output rptfile
           if status-coder not = '00'
               display 'RPTFILE OPEN FAILED, STATUS=' status-coder
                   upon console
               set ws-fatal-error-occurred to true
           end-if
           if not ws-fatal-error-occurred
               perform load-run-status
           end-if
           if not ws-fatal-error-occurred
               perform set-night-window
               perform write-digest-headings
               perform report-run-status
               perform report-unprocessed-items
               perform report-failures-by-reason
               perform report-verification-overages
               perform report-archive-exceptions
               perform report-open-escalations
               perform report-other-alerts
               perform write-digest-footing
           end-if
           close rptfile
           evaluate true
               when ws-fatal-error-occurred
                   move 16 to return-code
               when ws-action-count > 0
                   move 08 to return-code
               when ws-items-listed > 0
                   move 04 to return-code
           end-evaluate
           goback.

      *****************************************************************
      *    LOAD-RUN-STATUS - KEEP THE LAST HEADER/DETAIL/TRAILER SET  *
      *    ON STAF. NO STAF DD OR AN EMPTY FILE IS NOT AN ERROR HERE  *
      *    - IT IS THE FIRST THING THE DIGEST HAS TO REPORT.          *
      *****************************************************************
       load-run-status section.
           open input statfile
           evaluate status-codes
               when '00'
                   read statfile
                   perform until status-codes not = '00'
                       evaluate stat-hdr-type
                           when 'H'
                               perform take-status-header
                           when 'D'
                               perform take-status-detail
                           when 'T'
                               perform take-status-trailer
                       end-evaluate
                       read statfile
                   end-perform
                   if status-codes not = '10'
                       display 'STATUS INTERFACE (STAF) READ FAILED, '
                           'STATUS=' status-codes upon console
                       set ws-fatal-error-occurred to true
                   end-if
                   close statfile
               when '35'
                   display 'NO STATUS INTERFACE (STAF) ALLOCATED - '
                       'RUN STATUS NOT AVAILABLE' upon console
               when other
                   display 'STATUS INTERFACE (STAF) OPEN FAILED, '
                       'STATUS=' status-codes upon console
                   set ws-fatal-error-occurred to true
           end-evaluate
           .

       take-status-header section.
           set ws-status-loaded to true
           move 'N' to ws-status-trailer-flag
           move stat-hdr-run-date to ws-run-date
           move stat-hdr-run-time to ws-run-time
           move stat-hdr-run-mode to ws-run-mode
           move stat-hdr-overall-rc to ws-run-overall-rc
           move 0 to ws-item-count
           move 0 to ws-items-dropped
           .

       take-status-detail section.
           if ws-item-count >= ws-item-table-max
               add 1 to ws-items-dropped
           else
               add 1 to ws-item-count
               move stat-dtl-class to ws-it-class(ws-item-count)
               move stat-dtl-node to ws-it-node(ws-item-count)
               move stat-dtl-disposition
                 to ws-it-disposition(ws-item-count)
               move stat-dtl-rc to ws-it-rc(ws-item-count)
               move stat-dtl-reason to ws-it-reason(ws-item-count)
               move stat-dtl-category
                 to ws-it-category(ws-item-count)
               move stat-dtl-keep-for
                 to ws-it-keep-for(ws-item-count)
           end-if
           .

       take-status-trailer section.
           set ws-status-trailer-seen to true
           move stat-trl-fail-count to ws-run-fail-count
           move stat-trl-scanned to ws-run-scanned
           move stat-trl-purged to ws-run-purged
           move stat-trl-retained to ws-run-retained
           move stat-trl-window-skips to ws-run-window-skips
           move stat-trl-stats-flag to ws-run-stats-flag
           .

      *****************************************************************
      *    SET-NIGHT-WINDOW - THE RUN DATE AND THE DAY AFTER IT, OR   *
      *    YESTERDAY AND TODAY WITHOUT A CURRENT STATUS FILE - A      *
      *    STALE ONE WOULD POINT THE WINDOW AT A NIGHT ALREADY        *
      *    REPORTED AND HIDE LAST NIGHT'S ALERTS AND EVENTS.          *
      *****************************************************************
       set-night-window section.
           if ws-status-loaded
              and ws-run-date >= ws-yesterday
               set ws-status-is-current to true
           end-if
           if ws-status-is-current
               move ws-run-date to ws-night-from-date
               move ws-run-date to ws-date-work-num
               move 1 to ws-days-to-add
               perform add-days-to-date
               move ws-date-work-num to ws-night-to-date
           else
               move ws-yesterday to ws-night-from-date
               move ws-cur-date to ws-night-to-date
           end-if
           .

      *****************************************************************
      *    REPORT-RUN-STATUS - THE HEADLINE: WHEN THE PURGE RAN, IN   *
      *    WHAT MODE, HOW IT ENDED AND WHAT IT MOVED.                 *
      *****************************************************************
       report-run-status section.
           move 'RUN STATUS' to ws-rpt-line
           perform write-section-heading
           move 'N' to ws-action-flag
           evaluate true
               when not ws-status-loaded
                   set ws-action-needed to true
                   move 'NO RUN STATUS - CHECK WHETHER MFSPHK01 RAN'
                     to ws-item-text
               when ws-run-date < ws-yesterday
                   set ws-action-needed to true
                   move spaces to ws-item-text
                   string
                        'RUN STATUS IS FROM '  delimited by size
                        ws-run-date            delimited by size
                        ' - LAST NIGHT''S RUN WROTE NONE'
                                               delimited by size
                   into ws-item-text
               when other
                   if ws-run-overall-rc >= 08
                       set ws-action-needed to true
                   end-if
                   move spaces to ws-item-text
                   string
                        'MFSPHK01 RUN '        delimited by size
                        ws-run-date            delimited by size
                        ' '                   delimited by size
                        ws-run-time            delimited by size
                        '  MODE='              delimited by size
                        ws-run-mode            delimited by size
                        '  OVERALL RC='        delimited by size
                        ws-run-overall-rc      delimited by size
                   into ws-item-text
           end-evaluate
           perform write-digest-item
           if ws-status-loaded
               move 'N' to ws-action-flag
               move spaces to ws-item-text
               if ws-status-trailer-seen
                   string
                        'FAILED CALLS='        delimited by size
                        ws-run-fail-count      delimited by size
                        '  WINDOW SKIPS='      delimited by size
                        ws-run-window-skips    delimited by size
                        '  SCANNED='           delimited by size
                        ws-run-scanned         delimited by size
                        '  PURGED='            delimited by size
                        ws-run-purged          delimited by size
                        '  RETAINED='          delimited by size
                        ws-run-retained        delimited by size
                        '  STATS CONFIRMED='   delimited by size
                        ws-run-stats-flag      delimited by size
                   into ws-item-text
               else
                   set ws-action-needed to true
                   move 'STATUS FILE HAS NO TRAILER - RUN DID NOT END'
                     to ws-item-text
               end-if
               perform write-digest-item
           end-if
           if ws-items-dropped > 0
               set ws-action-needed to true
               move spaces to ws-item-text
               string
                    'STATUS DETAILS NOT SHOWN (TABLE FULL): '
                                           delimited by size
                    ws-items-dropped       delimited by size
               into ws-item-text
               perform write-digest-item
           end-if
           .

      *****************************************************************
      *    REPORT-UNPROCESSED-ITEMS - EVERY CLASS/NODE ITEM THE RUN   *
      *    DID NOT PROCESS, WITH WHY. A WINDOW SKIP OR AN ITEM NEVER  *
      *    REACHED WAS NOT PURGED AND NEEDS A RERUN; A RESTART SKIP   *
      *    WAS DONE ON AN EARLIER ATTEMPT. A PURGE BREAKER TRIP       *
      *    STAYS HELD UNTIL OPERATIONS SUPPLY A RELEASE ROW.          *
      *****************************************************************
       report-unprocessed-items section.
           move 'CLASS/NODE ITEMS NOT PROCESSED' to ws-rpt-line
           perform write-section-heading
           move 1 to ws-it-idx
           perform until ws-it-idx > ws-item-count
               if ws-it-disposition(ws-it-idx) not = 'P'
                   move 'N' to ws-action-flag
                   evaluate ws-it-disposition(ws-it-idx)
                       when 'R'
                           move 'DONE ON AN EARLIER RESTART ATTEMPT'
                             to ws-disp-text
                       when 'W'
                           set ws-action-needed to true
                           move 'WINDOW EXPIRED - NOT PURGED'
                             to ws-disp-text
                       when 'N'
                           set ws-action-needed to true
                           move 'NEVER REACHED - NOT PURGED'
                             to ws-disp-text
                       when 'B'
                           set ws-action-needed to true
                           move 'BREAKER TRIPPED - HELD UNTIL RELEASED'
                             to ws-disp-text
                       when other
                           set ws-action-needed to true
                           move 'UNKNOWN DISPOSITION'
                             to ws-disp-text
                   end-evaluate
                   move spaces to ws-item-text
                   string
                        'CLASS='               delimited by size
                        ws-it-class(ws-it-idx) delimited by size
                        ' NODE='               delimited by size
                        ws-it-node(ws-it-idx)  delimited by size
                        ' DISPOSITION='        delimited by size
                        ws-it-disposition(ws-it-idx)
                                               delimited by size
                        '  '                   delimited by size
                        ws-disp-text           delimited by size
                   into ws-item-text
                   perform write-digest-item
               end-if
               add 1 to ws-it-idx
           end-perform
           perform write-section-none
           .

      *****************************************************************
      *    REPORT-FAILURES-BY-REASON - THE FAILED MVSP0027 CALLS,     *
      *    GROUPED UNDER THEIR REASON CODE SO ONE CAUSE HITTING TEN   *
      *    CLASSES READS AS ONE PROBLEM. WITHOUT A CURRENT STATUS     *
      *    FILE THE MFSPHK01 FAILURE ALERT ROWS OF THE NIGHT ARE      *
      *    LISTED UNDER OTHER ALERTS.                                 *
      *****************************************************************
       report-failures-by-reason section.
           move 'MVSP0027 FAILURES BY REASON' to ws-rpt-line
           perform write-section-heading
           move 0 to ws-reason-count
           move 1 to ws-it-idx
           perform until ws-it-idx > ws-item-count
               if ws-it-category(ws-it-idx) = 'F'
                   perform count-failure-reason
               end-if
               add 1 to ws-it-idx
           end-perform
           move 1 to ws-rs-idx
           perform until ws-rs-idx > ws-reason-count
               move spaces to ws-rpt-line
               string
                    '  REASON='                 delimited by size
                    ws-rs-reason(ws-rs-idx)     delimited by size
                    '  FAILED ITEMS='           delimited by size
                    ws-rs-items(ws-rs-idx)      delimited by size
               into ws-rpt-line
               perform write-report-line
               move 1 to ws-it-idx
               perform until ws-it-idx > ws-item-count
                   if ws-it-category(ws-it-idx) = 'F'
                      and ws-it-reason(ws-it-idx)
                        = ws-rs-reason(ws-rs-idx)
                       set ws-action-needed to true
                       move spaces to ws-item-text
                       string
                            'CLASS='               delimited by size
                            ws-it-class(ws-it-idx) delimited by size
                            ' NODE='               delimited by size
                            ws-it-node(ws-it-idx)  delimited by size
                            ' RC='                 delimited by size
                            ws-it-rc(ws-it-idx)    delimited by size
                            ' REASON='             delimited by size
                            ws-it-reason(ws-it-idx)
                                                   delimited by size
                            ' KEEP-FOR='           delimited by size
                            ws-it-keep-for(ws-it-idx)
                                                   delimited by size
                       into ws-item-text
                       perform write-digest-item
                   end-if
                   add 1 to ws-it-idx
               end-perform
               add 1 to ws-rs-idx
           end-perform
           perform write-section-none
           .

       count-failure-reason section.
           move 0 to ws-found-rs-idx
           move 1 to ws-rs-idx
           perform until ws-rs-idx > ws-reason-count
               if ws-rs-reason(ws-rs-idx) = ws-it-reason(ws-it-idx)
                   move ws-rs-idx to ws-found-rs-idx
                   move ws-reason-count to ws-rs-idx
               end-if
               add 1 to ws-rs-idx
           end-perform
           if ws-found-rs-idx = 0
               add 1 to ws-reason-count
               move ws-reason-count to ws-found-rs-idx
               move ws-it-reason(ws-it-idx)
                 to ws-rs-reason(ws-reason-count)
               move 0 to ws-rs-items(ws-reason-count)
           end-if
           add 1 to ws-rs-items(ws-found-rs-idx)
           .

      *****************************************************************
      *    REPORT-VERIFICATION-OVERAGES - CLASS EVENTS OF THE NIGHT   *
      *    WHOSE POST-PURGE VERIFICATION STILL FOUND ENTRIES OLDER    *
      *    THAN THE RETENTION. THE AUDIT EVENT IS THE RECORD; THE     *
      *    MFSPHK01 DISCREPANCY ALERT ROWS STAND IN FOR IT ONLY WHEN  *
      *    AUDK CANNOT BE READ.                                       *
      *****************************************************************
       report-verification-overages section.
           move 'VERIFICATION OVERAGES' to ws-rpt-line
           perform write-section-heading
           open input auditksd
           evaluate status-codek
               when '00'
                   set ws-audk-available to true
                   move ws-night-from-date to audk-run-date
                   move 0 to audk-run-time
                   move low-values to audk-class
                   move low-values to audk-node
                   start auditksd key not less than audk-key
                   if status-codek not = '00'
                       set ws-browse-is-done to true
                   end-if
                   perform until ws-browse-is-done
                       read auditksd next
                       evaluate true
                           when status-codek not = '00'
                               set ws-browse-is-done to true
                           when audk-run-date > ws-night-to-date
                               set ws-browse-is-done to true
                           when audk-is-class-event
                               perform take-night-audit-event
                       end-evaluate
                   end-perform
                   close auditksd
               when '35'
                   display 'NO AUDIT REPOSITORY (AUDK) EXISTS - '
                       'OVERAGES TAKEN FROM THE ALERT ROWS'
                       upon console
               when other
                   display 'AUDIT REPOSITORY (AUDK) OPEN FAILED, '
                       'STATUS=' status-codek ' - OVERAGES TAKEN '
                       'FROM THE ALERT ROWS' upon console
           end-evaluate
           if not ws-audk-available
               move 'V' to ws-want-section
               perform list-alert-section
           end-if
           perform write-section-none
           .

       take-night-audit-event section.
           add 1 to ws-audk-events
           if audk-archived numeric
               add audk-archived to ws-night-archived
           end-if
           if audk-overage numeric
               if audk-overage > 0
                   set ws-action-needed to true
                   move spaces to ws-item-text
                   string
                        'CLASS='               delimited by size
                        audk-class             delimited by size
                        ' NODE='               delimited by size
                        audk-node              delimited by size
                        ' RUN='                delimited by size
                        audk-run-date          delimited by size
                        ' '                   delimited by size
                        audk-run-time          delimited by size
                        ' ENTRIES OVER RETENTION='
                                               delimited by size
                        audk-overage           delimited by size
                        ' KEEP-FOR='           delimited by size
                        audk-keep-for          delimited by size
                   into ws-item-text
                   perform write-digest-item
               end-if
           end-if
           .

      *****************************************************************
      *    REPORT-ARCHIVE-EXCEPTIONS - WHAT THE ARCHIVE RETIREMENT    *
      *    (MFSPHK05) AND ARCHIVE VERIFICATION (MFSPHK06) RUNS        *
      *    RAISED: COPIES THAT COULD NOT BE RETIRED OR WERE KEPT FOR  *
      *    WANT OF A RETENTION ROW, AND COPIES THAT NO LONGER READ    *
      *    BACK.                                                      *
      *****************************************************************
       report-archive-exceptions section.
           move 'ARCHIVE RETIREMENT AND VERIFICATION' to ws-rpt-line
           perform write-section-heading
           if ws-night-archived > 0
               move 'N' to ws-action-flag
               move spaces to ws-item-text
               string
                    'ENTRIES ARCHIVED BY THE NIGHT''S PURGE RUNS: '
                                           delimited by size
                    ws-night-archived      delimited by size
               into ws-item-text
               perform write-digest-item
           end-if
           move 'A' to ws-want-section
           perform list-alert-section
           perform write-section-none
           .

       report-open-escalations section.
           move 'OPEN ESCALATION STREAKS (MFSPHK08)' to ws-rpt-line
           perform write-section-heading
           move 'E' to ws-want-section
           perform list-alert-section
           perform write-section-none
           .

       report-other-alerts section.
           move 'OTHER ALERTS OF THE NIGHT' to ws-rpt-line
           perform write-section-heading
           move 'O' to ws-want-section
           perform list-alert-section
           perform write-section-none
           .

      *****************************************************************
      *    LIST-ALERT-SECTION - ONE PASS OF THE NIGHT'S ALERT ROWS,   *
      *    LISTING THOSE THAT BELONG IN WS-WANT-SECTION. THE FILE IS  *
      *    READ AGAIN FOR EACH SECTION SO NO NIGHT IS TOO BUSY TO     *
      *    LIST IN FULL. EVERY ALERT ROW NEEDS ACTION - RAISING ONE   *
      *    IS HOW A HOUSEKEEPING PROGRAM ASKS FOR SOMEONE.            *
      *****************************************************************
       list-alert-section section.
           move 0 to ws-alerts-in-night
           move 'N' to ws-alert-done-flag
           open input alertin
           evaluate status-codea
               when '00'
                   set ws-alerts-available to true
                   perform until ws-alert-is-done
                       read alertin
                       evaluate true
                           when status-codea = '10'
                               set ws-alert-is-done to true
                           when status-codea not = '00'
                               display 'ALERT ROWS (ALRTF) READ '
                                   'FAILED, STATUS=' status-codea
                                   upon console
                               set ws-fatal-error-occurred to true
                               set ws-alert-is-done to true
                           when alin-date < ws-night-from-x
                           when alin-date > ws-night-to-x
                               continue
                           when other
                               add 1 to ws-alerts-in-night
                               perform classify-alert-row
                               if ws-alert-section = ws-want-section
                                   set ws-action-needed to true
                                   move alin-rec to ws-item-text
                                   perform write-digest-item
                               end-if
                       end-evaluate
                   end-perform
                   close alertin
               when '35'
                   if ws-want-section = 'O'
                       display 'NO ALERT ROWS (ALRTF) ALLOCATED - '
                           'ALERTS NOT DIGESTED' upon console
                   end-if
               when other
                   display 'ALERT ROWS (ALRTF) OPEN FAILED, STATUS='
                       status-codea upon console
                   set ws-fatal-error-occurred to true
           end-evaluate
           .

       classify-alert-row section.
           move 'O' to ws-alert-section
           evaluate alin-program
               when 'MFSPHK05'
               when 'MFSPHK06'
                   move 'A' to ws-alert-section
               when 'MFSPHK08'
                   move 'E' to ws-alert-section
               when 'MFSPHK01'
                   move 0 to ws-alert-tally
                   inspect alin-text tallying ws-alert-tally
                       for all ' DISCREPANCY CLASS='
                   if ws-alert-tally > 0
                       if ws-audk-available
                           move 'F' to ws-alert-section
                       else
                           move 'V' to ws-alert-section
                       end-if
                   end-if
                   move 0 to ws-alert-tally
                   inspect alin-text tallying ws-alert-tally
                       for all ' REASON='
                   if ws-alert-tally > 0 and ws-status-is-current
                       move 'F' to ws-alert-section
                   end-if
           end-evaluate
           .

       write-digest-headings section.
           move spaces to ws-rpt-line
           string
                'MFSPHK15  SPOOL HOUSEKEEPING MORNING DIGEST'
                                        delimited by size
                '  -  PRODUCED '        delimited by size
                ws-cur-date             delimited by size
                ' '                    delimited by size
                ws-cur-time             delimited by size
           into ws-rpt-line
           perform write-report-line
           move spaces to ws-rpt-line
           string
                'OVERNIGHT WINDOW '     delimited by size
                ws-night-from-date      delimited by size
                ' THRU '                delimited by size
                ws-night-to-date        delimited by size
           into ws-rpt-line
           perform write-report-line
           .

      *****************************************************************
      *    WRITE-SECTION-HEADING - A BLANK LINE, THE SECTION TITLE    *
      *    (PASSED IN WS-RPT-LINE) AND THE COLUMN CAPTION.            *
      *****************************************************************
       write-section-heading section.
           move ws-rpt-line to ws-item-text
           move spaces to ws-rpt-line
           perform write-report-line
           move ws-item-text to ws-rpt-line
           perform write-report-line
           move 'ACTION  ITEM' to ws-rpt-line
           perform write-report-line
           move 0 to ws-section-lines
           .

       write-section-none section.
           if ws-section-lines = 0
               move '-       NONE' to ws-rpt-line
               perform write-report-line
           end-if
           .

      *****************************************************************
      *    WRITE-DIGEST-ITEM - ONE ITEM LINE: THE ACTION FLAG, THEN   *
      *    WS-ITEM-TEXT. THE FLAG IS RESET FOR THE NEXT ITEM.         *
      *****************************************************************
       write-digest-item section.
           if ws-action-needed
               move 'YES' to ws-action-text
               add 1 to ws-action-count
           else
               move 'NO' to ws-action-text
           end-if
           move spaces to ws-rpt-line
           string
                ws-action-text          delimited by size
                ws-item-text            delimited by size
           into ws-rpt-line
           perform write-report-line
           add 1 to ws-section-lines
           add 1 to ws-items-listed
           move 'N' to ws-action-flag
           .

       write-digest-footing section.
           move spaces to ws-rpt-line
           perform write-report-line
           move spaces to ws-rpt-line
           if ws-action-count > 0
               string
                    'OVERNIGHT HOUSEKEEPING NEEDS ATTENTION - ITEMS: '
                                        delimited by size
                    ws-items-listed     delimited by size
                    '  ACTION NEEDED: ' delimited by size
                    ws-action-count     delimited by size
               into ws-rpt-line
           else
               string
                    'OVERNIGHT HOUSEKEEPING HEALTHY - ITEMS: '
                                        delimited by size
                    ws-items-listed     delimited by size
                    '  ACTION NEEDED: NONE'
                                        delimited by size
               into ws-rpt-line
           end-if
           perform write-report-line
           move spaces to ws-rpt-line
           string
                'CLASS EVENTS IN WINDOW: '  delimited by size
                ws-audk-events              delimited by size
                '  ALERT ROWS IN WINDOW: '  delimited by size
                ws-alerts-in-night          delimited by size
           into ws-rpt-line
           perform write-report-line
           display 'MORNING DIGEST ENDED - ITEMS=' ws-items-listed
               ' ACTION NEEDED=' ws-action-count upon console
           .

       write-report-line section.
           move ws-rpt-line to rpt-rec
           write rpt-rec
           if status-coder not = '00'
               display 'RPTFILE WRITE FAILED, STATUS=' status-coder
                   upon console
               set ws-fatal-error-occurred to true
           end-if
           .

      *****************************************************************
      *    ADD-DAYS-TO-DATE - STEP THE YYYYMMDD DATE IN WS-DATE-WORK  *
      *    FORWARD WS-DAYS-TO-ADD DAYS, ROLLING MONTH AND YEAR        *
      *    BOUNDARIES AND GIVING FEBRUARY ITS LEAP DAY.               *
      *****************************************************************
       add-days-to-date section.
           move 0 to ws-add-day-counter
           perform until ws-add-day-counter >= ws-days-to-add
               move ws-days-in-month(ws-dtw-month)
                 to ws-month-limit
               if ws-dtw-month = 2
                   perform check-leap-year
               end-if
               if ws-dtw-day >= ws-month-limit
                   move 1 to ws-dtw-day
                   if ws-dtw-month = 12
                       move 1 to ws-dtw-month
                       add 1 to ws-dtw-year
                   else
                       add 1 to ws-dtw-month
                   end-if
               else
                   add 1 to ws-dtw-day
               end-if
               add 1 to ws-add-day-counter
           end-perform
           .

      *****************************************************************
      *    STEP-BACK-ONE-DAY - MOVE THE YYYYMMDD DATE IN WS-DATE-WORK *
      *    BACK ONE DAY, ACROSS MONTH AND YEAR BOUNDARIES.            *
      *****************************************************************
       step-back-one-day section.
           if ws-dtw-day > 1
               subtract 1 from ws-dtw-day
           else
               if ws-dtw-month = 1
                   move 12 to ws-dtw-month
                   subtract 1 from ws-dtw-year
               else
                   subtract 1 from ws-dtw-month
               end-if
               move ws-days-in-month(ws-dtw-month)
                 to ws-month-limit
               if ws-dtw-month = 2
                   perform check-leap-year
               end-if
               move ws-month-limit to ws-dtw-day
           end-if
           .

      *****************************************************************
      *    CHECK-LEAP-YEAR - LIFT THE FEBRUARY LIMIT TO 29 WHEN THE   *
      *    WORK YEAR IS A LEAP YEAR (DIVISIBLE BY 4, EXCEPT CENTURY   *
      *    YEARS NOT DIVISIBLE BY 400).                               *
      *****************************************************************
       check-leap-year section.
           divide ws-dtw-year by 4 giving ws-leap-quotient
               remainder ws-leap-remainder
           if ws-leap-remainder = 0
               move 29 to ws-month-limit
               divide ws-dtw-year by 100 giving ws-leap-quotient
                   remainder ws-leap-remainder
               if ws-leap-remainder = 0
                   divide ws-dtw-year by 400 giving ws-leap-quotient
                       remainder ws-leap-remainder
                   if ws-leap-remainder not = 0
                       move 28 to ws-month-limit
                   end-if
               end-if
           end-if
           .
