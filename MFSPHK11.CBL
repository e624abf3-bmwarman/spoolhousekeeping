000100 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. MFSPHK11.
003100***************************************************************
      *    SPOOL HOUSEKEEPING RETENTION-CHANGE IMPACT ANALYSIS.      *
      *    READS THE CONTROL DATASET IN FORCE (CTLF) AND A PROPOSED  *
      *    REPLACEMENT (CTLP) SIDE BY SIDE, RESOLVES EACH THE WAY    *
      *    MFSPHK01 RESOLVES ITS OWN - CLASS, POLICY, INPUT, NODE    *
      *    AND RETENTION RULE ROWS, THE INFILE OVERRIDES EACH ONE    *
      *    NAMES, AND BUSINESS-DAY COUNTING AGAINST THE SITE         *
      *    CALENDAR (CALF) - THEN ENUMERATES EVERY CLASS ON EVERY    *
      *    NODE THROUGH THE MVSP0028 SPOOL-ENUMERATION MODULE AND    *
      *    REPORTS, PER CLASS AND NODE AND PER CLASS AND JOB OWNER,  *
      *    HOW MANY ENTRIES WOULD BECOME PURGE-ELIGIBLE ON A RUN     *
      *    TODAY ONLY BECAUSE OF THE CHANGE (AND HOW MANY THE CHANGE *
      *    WOULD REPRIEVE). EACH ENTRY IS JUDGED BY THE MOST         *
      *    SPECIFIC RETENTION RULE OF ITS CLASS THAT MATCHES IT, AS  *
      *    MFSPHK01 JUDGES IT. ENTRIES UNDER A LEGAL/AUDIT HOLD      *
      *    (HLDF) ARE NEVER ELIGIBLE ON EITHER SIDE. EVERY PROPOSED  *
      *    CLASS AND RULE RETENTION IS CHECKED AGAINST THE PROPOSED  *
      *    POLICY ROW BEFORE ANYONE SUBMITS IT, SO THE CHANGE-REVIEW *
      *    BOARD APPROVES ON REAL NUMBERS INSTEAD OF A GUESS.        *
      *    THE ENUM-AVAILABLE, ENUM-BATCH-AVAIL AND NODE-AVAILABLE   *
      *    CONFIRMATIONS ARE TAKEN FROM THE CONTROL DATASET IN       *
      *    FORCE - THEY DESCRIBE THE INSTALLED MODULES, NOT THE      *
      *    PROPOSAL. EACH SIDE'S RULE ROWS STILL NEED RULE-AVAILABLE *
      *    AND ENUM-AVAILABLE ON THAT SIDE, AS MFSPHK01 REQUIRES.    *
      *    OTHER OPTION ROWS ARE PASSED OVER - THEY ARE MFSPHK01'S   *
      *    TO VALIDATE.                                              *
      *    RETURN CODES:                                             *
      *      00  NO ENTRY CHANGES ELIGIBILITY                        *
      *      04  ENTRIES WOULD BECOME NEWLY PURGE-ELIGIBLE           *
      *      08  A PROPOSED VALUE FAILS THE POLICY BOUNDS, OR AN     *
      *          ENUMERATION FAILED OR WAS TRUNCATED                 *
      *      12  A CONTROL DATASET OR THE CALENDAR WAS REJECTED, OR  *
      *          THE MVSP0028/NODE INTERFACES ARE UNCONFIRMED        *
      *      16  FILE ERROR                                          *
003200***************************************************************
004600 ENVIRONMENT DIVISION.
004700 input-output section.
       file-control.
           select ctlfile assign to ctlf organization is sequential
                  file status is status-codec.
           select ctlpfile assign to ctlp organization is sequential
                  file status is status-codeq.
           select infile assign to ws-infile-ddname
                  organization is sequential
                  file status is status-codei.
           select calfile assign to calf organization is sequential
                  file status is status-codey.
           select holdf assign to hldf organization is sequential
                  file status is status-codeh.
           select rptfile assign to rptf organization is sequential
                  file status is status-coder.
           select alertf assign to alrtf organization is sequential
                  file status is status-codea.
       DATA DIVISION.
       file section.
      *    both control datasets carry the MFSPHK01 row layout; each
      *    is read into ctl-row below so one loader serves both.
       fd  ctlfile.
       01  ctlc-rec                      pic x(80).
       fd  ctlpfile.
       01  ctlp-rec                      pic x(80).
       fd  infile.
       01  inrec.
           05  inrec-job-name            pic x(08).
           05  inrec-dataset-name        pic x(20).
           05  inrec-keep-for            pic 9(03).
           05  filler                    pic x(49).
       fd  calfile.
       01  cal-rec.
           05  cal-record-type           pic x(01).
               88  cal-is-weekend-row             value 'W'.
               88  cal-is-holiday-row             value 'H'.
               88  cal-is-comment-row             value '*' ' '.
           05  cal-data                  pic x(79).
           05  cal-weekend-view redefines cal-data.
               10  cal-weekend-flag      pic x(01) occurs 7 times.
               10  filler                pic x(72).
           05  cal-holiday-view redefines cal-data.
               10  cal-holiday-date      pic x(08).
               10  cal-holiday-desc      pic x(40).
               10  filler                pic x(31).
       fd  holdf.
       01  hold-rec.
           05  hold-type                 pic x(01).
           05  hold-name                 pic x(20).
           05  hold-reference            pic x(08).
           05  filler                    pic x(51).
       fd  rptfile.
       01  rpt-rec                       pic x(132).
       fd  alertf.
       01  alert-rec                     pic x(80).
       WORKING-STORAGE SECTION.
       01 status-codec                   pic xx.
       01 status-codeq                   pic xx.
       01 status-codei                   pic xx.
       01 status-codey                   pic xx.
       01 status-codeh                   pic xx.
       01 status-coder                   pic xx.
       01 status-codea                   pic xx.
       01  ws-current-date-time.
           05  ws-cur-date               pic 9(08).
           05  ws-cur-time               pic 9(06).
       01 ws-infile-ddname               pic x(08) value 'IFILE'.
      *    the control row being loaded, from whichever dataset - the
      *    MFSPHK01 ctl-rec layout.
       01  ctl-row.
           05  ctl-record-type           pic x(01).
               88  ctl-is-class-row               value 'C'.
               88  ctl-is-input-row               value 'I'.
               88  ctl-is-policy-row              value 'P'.
               88  ctl-is-option-row              value 'O'.
               88  ctl-is-node-row                value 'N'.
               88  ctl-is-rule-row                value 'R'.
               88  ctl-is-release-row             value 'B'.
               88  ctl-is-comment-row             value '*' ' '.
           05  ctl-data                  pic x(79).
           05  ctl-class-view redefines ctl-data.
               10  ctl-class-name        pic x(08).
               10  ctl-class-keep-for    pic x(03).
               10  ctl-class-priority    pic x(02).
               10  ctl-class-count-mode  pic x(01).
      *        blank - no emergency purge for the class.
               10  ctl-class-emerg-keep  pic x(03).
               10  filler                pic x(62).
           05  ctl-input-view redefines ctl-data.
               10  ctl-input-ddname      pic x(08).
               10  filler                pic x(71).
           05  ctl-policy-view redefines ctl-data.
               10  ctl-policy-min        pic x(03).
               10  ctl-policy-max        pic x(03).
               10  filler                pic x(73).
           05  ctl-option-view redefines ctl-data.
               10  ctl-option-name       pic x(16).
               10  ctl-option-value      pic x(08).
               10  filler                pic x(55).
           05  ctl-node-view redefines ctl-data.
               10  ctl-node-name         pic x(08).
               10  filler                pic x(71).
           05  ctl-rule-view redefines ctl-data.
               10  ctl-rule-class        pic x(08).
               10  ctl-rule-match-type   pic x(01).
               10  ctl-rule-pattern      pic x(20).
               10  ctl-rule-keep-for     pic x(03).
               10  filler                pic x(47).
      *    the two configurations side by side - (1) the control
      *    dataset in force, (2) the proposal - each resolved the way
      *    MFSPHK01 resolves its own. ws-sd-cls-span is the calendar
      *    span the class's keep-for works out to on a run today
      *    (the keep-for itself for a calendar-day class).
       01  ws-side-table.
           05  ws-side                   occurs 2 times.
               10  ws-sd-row-count       pic 9(04).
               10  ws-sd-invalid-flag    pic x(01).
                   88  ws-sd-is-invalid             value 'Y'.
               10  ws-sd-classes-seen    pic x(01).
                   88  ws-sd-class-rows-seen        value 'Y'.
               10  ws-sd-inputs-seen     pic x(01).
                   88  ws-sd-input-rows-seen        value 'Y'.
               10  ws-sd-nodes-seen      pic x(01).
                   88  ws-sd-node-rows-seen         value 'Y'.
               10  ws-sd-class-count     pic 9(02).
               10  ws-sd-class           occurs 10 times.
                   15  ws-sd-cls-name        pic x(08).
                   15  ws-sd-cls-keep-for    pic 9(03).
                   15  ws-sd-cls-count-mode  pic x(01).
                       88  ws-sd-cls-business-days  value 'B'.
      *                emergency keep-for, zero when the class has none.
                   15  ws-sd-cls-emerg-keep  pic 9(03).
                   15  ws-sd-cls-ovr-flag    pic x(01).
                       88  ws-sd-cls-overridden     value 'Y'.
                   15  ws-sd-cls-span        pic 9(03).
      *                'F' keep-for outside the bounds, 'E' emergency
      *                keep-for below the floor.
                   15  ws-sd-cls-policy-flag pic x(01).
                       88  ws-sd-cls-fails-policy   value 'F'.
                       88  ws-sd-cls-fails-emerg    value 'E'.
               10  ws-sd-min-retain-days pic 9(03).
               10  ws-sd-max-retain-days pic 9(03).
               10  ws-sd-input-count     pic 9(02).
               10  ws-sd-input-ddname    pic x(08) occurs 10 times.
               10  ws-sd-node-count      pic 9(02).
               10  ws-sd-node-name       pic x(08) occurs 4 times.
               10  ws-sd-enum-available  pic x(01).
               10  ws-sd-enum-batch-avail
                                         pic x(01).
               10  ws-sd-node-available  pic x(01).
      *        retention rules - the MFSPHK01 rule table, with each
      *        rule's calendar span on a run today worked out the
      *        way its class's is.
               10  ws-sd-rules-seen      pic x(01).
                   88  ws-sd-rule-rows-seen         value 'Y'.
               10  ws-sd-rule-available  pic x(01).
               10  ws-sd-rule-count      pic 9(02).
               10  ws-sd-rule            occurs 50 times.
                   15  ws-sd-rl-class        pic x(08).
                   15  ws-sd-rl-match-type   pic x(01).
                       88  ws-sd-rl-is-job-prefix   value 'J'.
                       88  ws-sd-rl-is-dsn-prefix   value 'D'.
                       88  ws-sd-rl-is-owner        value 'O'.
                   15  ws-sd-rl-pattern      pic x(20).
                   15  ws-sd-rl-pattern-chars
                           redefines ws-sd-rl-pattern.
                       20  ws-sd-rl-pattern-char
                                         pic x(01) occurs 20 times.
                   15  ws-sd-rl-pattern-len  pic 9(02).
                   15  ws-sd-rl-keep-for     pic 9(03).
                   15  ws-sd-rl-span         pic 9(03).
                   15  ws-sd-rl-policy-flag  pic x(01).
                       88  ws-sd-rl-fails-policy    value 'F'.
       01  ws-side-labels.
           05  filler                    pic x(08) value 'CURRENT'.
           05  filler                    pic x(08) value 'PROPOSED'.
       01  filler redefines ws-side-labels.
           05  ws-side-label             pic x(08) occurs 2 times.
       01  ws-sd-idx                     pic 9(01) value 0.
       01  ws-cls-idx                    pic 9(02) value 0.
       01  ws-found-cls-idx              pic 9(02) value 0.
       01  ws-job-class-table-max        pic 9(02) value 10.
       01  ws-input-file-table-max       pic 9(02) value 10.
       01  ws-node-table-max             pic 9(02) value 4.
       01  ws-rule-table-max             pic 9(02) value 50.
       01  ws-ctl-dup-idx                pic 9(02) value 0.
       01  ws-ctl-dup-flag               pic x(01) value 'N'.
           88  ws-ctl-dup-found                     value 'Y'.
       01  ws-ctl-error-text             pic x(48).
      *    retention rule loading and matching - the MFSPHK01 fields.
       01  ws-rl-idx                     pic 9(02) value 0.
       01  ws-rl-idx2                    pic 9(02) value 0.
       01  ws-rl-best-idx                pic 9(02) value 0.
       01  ws-rl-score                   pic 9(03) value 0.
       01  ws-rl-best-score              pic 9(03) value 0.
       01  ws-rl-char-idx                pic 9(02) value 0.
       01  ws-rl-match-flag              pic x(01) value 'N'.
           88  ws-rl-does-match                     value 'Y'.
       01  ws-rl-work-len                pic 9(02) value 0.
       01  ws-rl-star-count              pic 9(02) value 0.
       01  ws-rl-blank-count             pic 9(02) value 0.
       01  ws-rl-pattern-flag            pic x(01) value 'N'.
           88  ws-rl-pattern-bad                    value 'Y'.
       01  ws-rule-subject               pic x(20).
       01  filler redefines ws-rule-subject.
           05  ws-rule-subject-char      pic x(01) occurs 20 times.
      *    the calendar span the entry under examination is judged by
      *    on the side being assessed.
       01  ws-entry-span                 pic 9(03) value 0.
      *    override-input tracking for the side being resolved.
       01  ws-infile-idx                 pic 9(02) value 0.
       01  ws-open-fail-count            pic 9(02) value 0.
       01  ws-infile-opened              pic x(01) value 'N'.
           88  ws-infile-was-opened                 value 'Y'.
       01  ws-overrides-applied          pic 9(03) value 0.
      *    the mvsp0028 interface confirmations, taken from the
      *    control dataset in force.
       01  ws-enum-available             pic x(01) value 'N'.
           88  ws-enum-interface-confirmed          value 'Y'.
       01  ws-enum-batch-avail           pic x(01) value 'N'.
           88  ws-enum-batch-confirmed              value 'Y'.
       01  ws-node-available             pic x(01) value 'N'.
           88  ws-node-interface-confirmed          value 'Y'.
       01  ws-named-nodes-flag           pic x(01) value 'N'.
           88  ws-nodes-are-named                   value 'Y'.
      *    every class named on either side, with its position in
      *    each side's class table (zero - not configured there),
      *    and the impact counted for it on every node.
       01  ws-impact-class-table.
           05  ws-ic-count               pic 9(02) value 0.
           05  ws-ic-entry               occurs 20 times.
               10  ws-ic-name            pic x(08).
               10  ws-ic-side-cls        pic 9(02) occurs 2 times.
               10  ws-ic-node            occurs 8 times.
      *            ' ' enumerated, 'F' enumeration failed, 'T'
      *            truncated, 'X' not configured on that node on
      *            either side - nothing to enumerate.
                   15  ws-icn-enum-state     pic x(01).
                   15  ws-icn-scanned        pic 9(07).
                   15  ws-icn-held           pic 9(07).
                   15  ws-icn-newly          pic 9(07).
                   15  ws-icn-reprieved      pic 9(07).
       01  ws-ic-table-max               pic 9(02) value 20.
       01  ws-ic-idx                     pic 9(02) value 0.
      *    every spool node named on either side, and whether each
      *    side works it.
       01  ws-impact-node-table.
           05  ws-in-count               pic 9(02) value 0.
           05  ws-in-entry               occurs 8 times.
               10  ws-in-name            pic x(08).
               10  ws-in-on-side         pic x(01) occurs 2 times.
       01  ws-in-table-max               pic 9(02) value 8.
       01  ws-in-idx                     pic 9(02) value 0.
       01  ws-scan-idx                   pic 9(02) value 0.
       01  ws-pair-flag                  pic x(01) value 'N'.
           88  ws-pair-is-configured                value 'Y'.
      *    eligibility of the entry under examination on each side.
       01  ws-eligible-table.
           05  ws-eligible-flag          pic x(01) occurs 2 times.
       01  ws-current-node               pic x(08) value '*LOCAL'.
      *    interface areas for the mvsp0028 spool-enumeration module
      *    - the same layout MFSPHK01 calls with, resume fields
      *    included.
       01  ws-enum-request.
           05  ws-enum-class             pic x(08).
           05  ws-enum-max-entries       pic 9(04) comp.
           05  ws-enum-start-job         pic x(08).
           05  ws-enum-start-dsn         pic x(20).
           05  ws-enum-node              pic x(08).
       01  ws-enum-rc                    pic xx comp-5.
       01  ws-enum-reason                pic xx.
       01  ws-enum-pass-flag             pic x(01) value 'N'.
           88  ws-enum-pass-done                    value 'Y'.
       01  ws-enum-fail-count            pic 9(02) value 0.
       01  ws-enum-trunc-count           pic 9(02) value 0.
       01  ws-spool-entry-list.
           05  ws-spool-entry-count      pic 9(04) comp.
           05  ws-spool-entry            occurs 500 times.
               10  ws-spe-job-name       pic x(08).
               10  ws-spe-dataset-name   pic x(20).
               10  ws-spe-owner-id       pic x(08).
               10  ws-spe-create-date    pic 9(08).
               10  ws-spe-age-days       pic 9(05).
       01  ws-spool-entry-max            pic 9(04) value 500.
       01  ws-spe-idx                    pic 9(04) value 0.
      *    newly eligible entries broken down by class and owner.
       01  ws-class-owner-table.
           05  ws-co-count               pic 9(03) value 0.
           05  ws-co-entry               occurs 300 times.
               10  ws-co-class           pic x(08).
               10  ws-co-owner           pic x(08).
               10  ws-co-newly           pic 9(07).
               10  ws-co-oldest-age      pic 9(05).
       01  ws-co-table-max               pic 9(03) value 300.
       01  ws-co-dropped-count           pic 9(05) value 0.
       01  ws-co-idx                     pic 9(03) value 0.
       01  ws-co-idx2                    pic 9(03) value 0.
       01  ws-found-co-idx               pic 9(03) value 0.
       01  ws-co-sort-swapped            pic x(01) value 'N'.
           88  ws-co-sort-did-swap                  value 'Y'.
       01  ws-co-hold-entry.
           05  ws-coh-class              pic x(08).
           05  ws-coh-owner              pic x(08).
           05  ws-coh-newly              pic 9(07).
           05  ws-coh-oldest-age         pic 9(05).
       01  ws-run-totals.
           05  ws-total-scanned          pic 9(07) value 0.
           05  ws-total-held             pic 9(07) value 0.
           05  ws-total-newly            pic 9(07) value 0.
           05  ws-total-reprieved        pic 9(07) value 0.
       01  ws-policy-fail-flag           pic x(01) value 'N'.
           88  ws-policy-failed                     value 'Y'.
      *    legal/audit hold list, loaded from HLDF - the MFSPHK01
      *    table, the MFSPHK01 discipline: a bad row is fatal.
       01  ws-hold-table.
           05  ws-hold-count             pic 9(03) value 0.
           05  ws-hold-entry             occurs 50 times.
               10  ws-hld-type           pic x(01).
                   88  ws-hld-is-job-name           value 'J'.
                   88  ws-hld-is-dataset-name       value 'D'.
               10  ws-hld-name           pic x(20).
       01  ws-hold-table-max             pic 9(03) value 50.
       01  ws-vfy-hold-idx               pic 9(03) value 0.
       01  ws-entry-held-flag            pic x(01) value 'N'.
           88  ws-entry-is-held                     value 'Y'.
      *    site calendar state, loaded from CALF - the MFSPHK01
      *    weekend rule and holiday list.
       01  ws-calendar-loaded-flag       pic x(01) value 'N'.
           88  ws-calendar-is-loaded                value 'Y'.
       01  ws-calendar-invalid-flag      pic x(01) value 'N'.
           88  ws-calendar-invalid                  value 'Y'.
       01  ws-weekend-flags.
           05  filler                    pic x(05) value 'NNNNN'.
           05  filler                    pic x(02) value 'YY'.
       01  filler redefines ws-weekend-flags.
           05  ws-weekend-flag           pic x(01) occurs 7 times.
       01  ws-holiday-table.
           05  ws-holiday-count          pic 9(03) value 0.
           05  ws-holiday-date  pic 9(08) occurs 100 times value 0.
       01  ws-holiday-table-max          pic 9(03) value 100.
       01  ws-hol-idx                    pic 9(03) value 0.
       01  ws-cal-row-count              pic 9(04) value 0.
       01  ws-cal-flag-idx               pic 9(01) value 0.
       01  ws-biz-days-seen              pic 9(03) value 0.
       01  ws-biz-span                   pic 9(03) value 0.
      *    the working days compute-business-span counts back.
       01  ws-biz-target                 pic 9(03) value 0.
       01  ws-working-day-flag           pic x(01) value 'N'.
           88  ws-day-is-working                    value 'Y'.
      *    gregorian date and zeller's-congruence work fields - the
      *    MFSPHK01 date arithmetic.
       01  ws-date-work.
           05  ws-dtw-year               pic 9(04).
           05  ws-dtw-month              pic 9(02).
           05  ws-dtw-day                pic 9(02).
       01  ws-date-work-num redefines ws-date-work
                                         pic 9(08).
       01  ws-days-in-month-table.
           05  filler                    pic x(24)
               value '312831303130313130313031'.
       01  filler redefines ws-days-in-month-table.
           05  ws-days-in-month          pic 9(02) occurs 12 times.
       01  ws-month-limit                pic 9(02) value 0.
       01  ws-leap-work.
           05  ws-leap-quotient          pic 9(04).
           05  ws-leap-remainder         pic 9(04).
       01  ws-zel-year                   pic 9(04) value 0.
       01  ws-zel-month                  pic 9(02) value 0.
       01  ws-zel-j                      pic 9(02) value 0.
       01  ws-zel-k                      pic 9(02) value 0.
       01  ws-zel-term1                  pic 9(04) value 0.
       01  ws-zel-term2                  pic 9(04) value 0.
       01  ws-zel-term3                  pic 9(04) value 0.
       01  ws-zel-work                   pic 9(07) value 0.
       01  ws-zel-quot                   pic 9(07) value 0.
       01  ws-zel-rem                    pic 9(04) value 0.
       01  ws-day-of-week                pic 9(01) value 0.
      *    report fields for one side of the class comparison.
       01  ws-cmp-side-text              pic x(24).
       01  ws-cmp-text-table.
           05  ws-cmp-text               pic x(24) occurs 2 times.
       01  ws-policy-text                pic x(30).
       01  ws-enum-state-text            pic x(24).
       01  ws-rule-side-table.
           05  ws-rule-side-text         pic x(08) occurs 2 times.
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
           open output rptfile
           if status-coder not = '00'
               display 'RPTFILE OPEN FAILED, STATUS=' status-coder
                   upon console
               set ws-fatal-error-occurred to true
           end-if
           open output alertf
           if status-codea not = '00'
               display 'ALERTF OPEN FAILED, STATUS=' status-codea
                   upon console
               set ws-fatal-error-occurred to true
           end-if
           if not ws-fatal-error-occurred
               perform write-impact-headings
               perform load-site-calendar
           end-if
           if not ws-fatal-error-occurred
               perform load-hold-list
           end-if
           move 1 to ws-sd-idx
           perform until ws-sd-idx > 2
                      or ws-fatal-error-occurred
               perform 1000-initialize-side
               perform 1200-load-control-file
               if not ws-fatal-error-occurred
                  and not ws-sd-is-invalid(ws-sd-idx)
                   perform load-override-files
               end-if
               if not ws-fatal-error-occurred
                   perform resolve-side-retention
               end-if
               add 1 to ws-sd-idx
           end-perform
           if not ws-fatal-error-occurred
               perform check-proposed-policy
               perform build-impact-tables
               perform write-class-comparison
               perform write-rule-comparison
               move ws-sd-enum-available(1) to ws-enum-available
               move ws-sd-enum-batch-avail(1) to ws-enum-batch-avail
               move ws-sd-node-available(1) to ws-node-available
           end-if
           evaluate true
               when ws-fatal-error-occurred
                   continue
               when ws-calendar-invalid
                  or ws-sd-is-invalid(1)
                  or ws-sd-is-invalid(2)
                   display 'A CONTROL DATASET OR THE SITE CALENDAR '
                       'WAS REJECTED - NO IMPACT FIGURES PRODUCED'
                       upon console
                   move spaces to ws-rpt-line
                   string
                        '** A CONTROL DATASET OR THE SITE CALENDAR '
                                            delimited by size
                        'WAS REJECTED - NO IMPACT FIGURES PRODUCED'
                                            delimited by size
                   into ws-rpt-line
                   perform write-report-line
                   move 12 to return-code
               when not ws-enum-interface-confirmed
                   display 'IMPACT ANALYSIS NEEDS THE MVSP0028 '
                       'INTERFACE CONFIRMED (ENUM-AVAILABLE) - '
                       'RUN REFUSED' upon console
                   move spaces to ws-rpt-line
                   string
                        '** MVSP0028 INTERFACE NOT CONFIRMED '
                                            delimited by size
                        '(ENUM-AVAILABLE) - NO IMPACT FIGURES PRODUCED'
                                            delimited by size
                   into ws-rpt-line
                   perform write-report-line
                   move 12 to return-code
               when ws-nodes-are-named
                  and not ws-node-interface-confirmed
                   display 'A CONTROL DATASET NAMES SPOOL NODES BUT '
                       'THE NODE INTERFACE IS NOT CONFIRMED '
                       '(NODE-AVAILABLE) - RUN REFUSED'
                       upon console
                   move spaces to ws-rpt-line
                   string
                        '** NODE INTERFACE NOT CONFIRMED '
                                            delimited by size
                        '(NODE-AVAILABLE) - NO IMPACT FIGURES PRODUCED'
                                            delimited by size
                   into ws-rpt-line
                   perform write-report-line
                   move 12 to return-code
               when other
                   perform assess-all-classes
                   perform sort-class-owner-table
                   perform write-node-impact
                   perform write-owner-impact
                   perform write-impact-totals
                   evaluate true
                       when ws-policy-failed
                          or ws-enum-fail-count > 0
                          or ws-enum-trunc-count > 0
                           move 08 to return-code
                       when ws-total-newly > 0
                           move 04 to return-code
                   end-evaluate
           end-evaluate
           if ws-policy-failed
              and return-code < 08
               move 08 to return-code
           end-if
           close rptfile
           close alertf
           if ws-fatal-error-occurred
               move 16 to return-code
           end-if
           goback.

      *****************************************************************
      *    1000-INITIALIZE-SIDE - THE COMPILED-IN DEFAULTS MFSPHK01   *
      *    RUNS ON WHEN A TABLE IS NOT SUPPLIED BY ITS CONTROL        *
      *    DATASET: THE THREE STANDARD CLASSES, THE IFILE OVERRIDE    *
      *    INPUT, THE 7-365 POLICY AND THE ONE LOCAL SPOOL.           *
      *****************************************************************
       1000-initialize-side section.
           move 0 to ws-sd-row-count(ws-sd-idx)
           move 'N' to ws-sd-invalid-flag(ws-sd-idx)
           move 'N' to ws-sd-classes-seen(ws-sd-idx)
           move 'N' to ws-sd-inputs-seen(ws-sd-idx)
           move 'N' to ws-sd-nodes-seen(ws-sd-idx)
           move 3 to ws-sd-class-count(ws-sd-idx)
           move 1 to ws-cls-idx
           perform until ws-cls-idx > ws-job-class-table-max
               move spaces to ws-sd-cls-name(ws-sd-idx, ws-cls-idx)
               move 0 to ws-sd-cls-keep-for(ws-sd-idx, ws-cls-idx)
               move 'C' to ws-sd-cls-count-mode(ws-sd-idx, ws-cls-idx)
               move 0 to ws-sd-cls-emerg-keep(ws-sd-idx, ws-cls-idx)
               move 'N' to ws-sd-cls-ovr-flag(ws-sd-idx, ws-cls-idx)
               move 0 to ws-sd-cls-span(ws-sd-idx, ws-cls-idx)
               move space
                 to ws-sd-cls-policy-flag(ws-sd-idx, ws-cls-idx)
               add 1 to ws-cls-idx
           end-perform
           move 'CICS    ' to ws-sd-cls-name(ws-sd-idx, 1)
           move 030 to ws-sd-cls-keep-for(ws-sd-idx, 1)
           move 'BATCH   ' to ws-sd-cls-name(ws-sd-idx, 2)
           move 007 to ws-sd-cls-keep-for(ws-sd-idx, 2)
           move 'TSO     ' to ws-sd-cls-name(ws-sd-idx, 3)
           move 007 to ws-sd-cls-keep-for(ws-sd-idx, 3)
           move 007 to ws-sd-min-retain-days(ws-sd-idx)
           move 365 to ws-sd-max-retain-days(ws-sd-idx)
           move 1 to ws-sd-input-count(ws-sd-idx)
           move 'IFILE   ' to ws-sd-input-ddname(ws-sd-idx, 1)
           move 1 to ws-sd-node-count(ws-sd-idx)
           move '*LOCAL' to ws-sd-node-name(ws-sd-idx, 1)
           move 'N' to ws-sd-enum-available(ws-sd-idx)
           move 'N' to ws-sd-enum-batch-avail(ws-sd-idx)
           move 'N' to ws-sd-node-available(ws-sd-idx)
           move 'N' to ws-sd-rules-seen(ws-sd-idx)
           move 'N' to ws-sd-rule-available(ws-sd-idx)
           move 0 to ws-sd-rule-count(ws-sd-idx)
           .

      *****************************************************************
      *    1200-LOAD-CONTROL-FILE - LOAD ONE SIDE'S CONTROL DATASET.  *
      *    A CONTROL DATASET IN FORCE THAT IS NOT ALLOCATED LEAVES    *
      *    THE COMPILED-IN DEFAULTS STANDING, AS IT DOES FOR          *
      *    MFSPHK01; A PROPOSAL THAT IS NOT ALLOCATED IS AN ERROR -   *
      *    THERE IS NOTHING TO ANALYSE. EVERY ROW MFSPHK01 WOULD      *
      *    REJECT IS LISTED AND MARKS THAT SIDE INVALID.              *
      *****************************************************************
       1200-load-control-file section.
           if ws-sd-idx = 1
               open input ctlfile
               move status-codec to status-codeq
           else
               open input ctlpfile
           end-if
           evaluate status-codeq
               when '00'
                   perform read-control-row
                   perform until status-codeq not = '00'
                       add 1 to ws-sd-row-count(ws-sd-idx)
                       perform load-control-row
                       perform read-control-row
                   end-perform
                   if ws-sd-idx = 1
                       close ctlfile
                   else
                       close ctlpfile
                   end-if
                   if ws-sd-class-rows-seen(ws-sd-idx)
                      and ws-sd-class-count(ws-sd-idx) = 0
                       move 'NO VALID CLASS ROWS LOADED'
                         to ws-ctl-error-text
                       perform flag-control-error
                   end-if
                   if ws-sd-node-rows-seen(ws-sd-idx)
                      and ws-sd-node-available(ws-sd-idx) not = 'Y'
                       move 'NODE ROWS NEED NODE-AVAILABLE=Y'
                         to ws-ctl-error-text
                       perform flag-control-error
                   end-if
                   if ws-sd-rule-rows-seen(ws-sd-idx)
                      and (ws-sd-rule-available(ws-sd-idx) not = 'Y'
                           or ws-sd-enum-available(ws-sd-idx) not = 'Y')
                       move 'RULE ROWS NEED RULE- AND ENUM-AVAILABLE=Y'
                         to ws-ctl-error-text
                       perform flag-control-error
                   end-if
                   perform check-rule-classes
               when '35'
                   if ws-sd-idx = 1
                       display 'NO CONTROL DATASET (CTLF) ALLOCATED - '
                           'COMPILED-IN TABLES TAKEN AS THE CURRENT '
                           'CONFIGURATION' upon console
                   else
                       display 'NO PROPOSED CONTROL DATASET (CTLP) '
                           'ALLOCATED - RUN STOPPED' upon console
                       set ws-fatal-error-occurred to true
                   end-if
               when other
                   display ws-side-label(ws-sd-idx)
                       ' CONTROL DATASET OPEN FAILED, STATUS='
                       status-codeq upon console
                   set ws-fatal-error-occurred to true
           end-evaluate
           .

      *****************************************************************
      *    READ-CONTROL-ROW - READ THE NEXT ROW OF THE SIDE BEING     *
      *    LOADED INTO CTL-ROW. ANY READ ERROR IS FATAL - A PARTLY    *
      *    READ CONFIGURATION MUST NOT BE ANALYSED AS A WHOLE ONE.    *
      *****************************************************************
       read-control-row section.
           if ws-sd-idx = 1
               read ctlfile into ctl-row
               move status-codec to status-codeq
           else
               read ctlpfile into ctl-row
           end-if
           evaluate status-codeq
               when '00'
               when '10'
                   continue
               when other
                   display ws-side-label(ws-sd-idx)
                       ' CONTROL DATASET READ FAILED, STATUS='
                       status-codeq upon console
                   set ws-fatal-error-occurred to true
                   move '10' to status-codeq
           end-evaluate
           .

      *****************************************************************
      *    LOAD-CONTROL-ROW - VALIDATE AND APPLY ONE CONTROL ROW TO   *
      *    THE SIDE BEING LOADED, BY MFSPHK01'S RULES. OPTION ROWS    *
      *    OTHER THAN THE INTERFACE CONFIRMATIONS ARE PASSED OVER.    *
      *****************************************************************
       load-control-row section.
           evaluate true
               when ctl-is-class-row
                   perform load-control-class-row
               when ctl-is-input-row
                   perform load-control-input-row
               when ctl-is-policy-row
                   perform load-control-policy-row
               when ctl-is-option-row
                   perform load-control-option-row
               when ctl-is-node-row
                   perform load-control-node-row
               when ctl-is-rule-row
                   perform load-control-rule-row
      *        a breaker release row lets one run's purge through -
      *        it has no bearing on retention.
               when ctl-is-release-row
                   continue
               when ctl-is-comment-row
                   continue
               when other
                   string
                        'UNKNOWN ROW TYPE ' delimited by size
                        ctl-record-type     delimited by size
                   into ws-ctl-error-text
                   perform flag-control-error
           end-evaluate
           .

       load-control-class-row section.
           if not ws-sd-class-rows-seen(ws-sd-idx)
               set ws-sd-class-rows-seen(ws-sd-idx) to true
               move 0 to ws-sd-class-count(ws-sd-idx)
           end-if
           evaluate true
               when ctl-class-name = spaces
                   move 'CLASS ROW HAS BLANK CLASS NAME'
                     to ws-ctl-error-text
                   perform flag-control-error
               when ctl-class-keep-for not numeric
                   string
                        'CLASS '               delimited by size
                        ctl-class-name         delimited by size
                        ' KEEP-FOR NOT NUMERIC'
                                               delimited by size
                   into ws-ctl-error-text
                   perform flag-control-error
               when ws-sd-class-count(ws-sd-idx)
                    >= ws-job-class-table-max
                   string
                        'MORE THAN '           delimited by size
                        ws-job-class-table-max delimited by size
                        ' CLASS ROWS'          delimited by size
                   into ws-ctl-error-text
                   perform flag-control-error
               when ctl-class-priority not = spaces
                  and ctl-class-priority not numeric
                   string
                        'CLASS '               delimited by size
                        ctl-class-name         delimited by size
                        ' PRIORITY NOT NUMERIC'
                                               delimited by size
                   into ws-ctl-error-text
                   perform flag-control-error
               when ctl-class-count-mode not = space
                  and ctl-class-count-mode not = 'C'
                  and ctl-class-count-mode not = 'B'
                   string
                        'CLASS '               delimited by size
                        ctl-class-name         delimited by size
                        ' COUNT-MODE MUST BE C OR B'
                                               delimited by size
                   into ws-ctl-error-text
                   perform flag-control-error
               when ctl-class-emerg-keep not = spaces
                  and ctl-class-emerg-keep not numeric
                   string
                        'CLASS '               delimited by size
                        ctl-class-name         delimited by size
                        ' EMERGENCY KEEP-FOR NOT NUMERIC'
                                               delimited by size
                   into ws-ctl-error-text
                   perform flag-control-error
               when other
                   perform check-duplicate-class
                   if not ws-ctl-dup-found
                       add 1 to ws-sd-class-count(ws-sd-idx)
                       move ws-sd-class-count(ws-sd-idx) to ws-cls-idx
                       move ctl-class-name
                         to ws-sd-cls-name(ws-sd-idx, ws-cls-idx)
                       move ctl-class-keep-for
                         to ws-sd-cls-keep-for(ws-sd-idx, ws-cls-idx)
                       if ctl-class-count-mode = 'B'
                           move 'B' to ws-sd-cls-count-mode
                                          (ws-sd-idx, ws-cls-idx)
                       else
                           move 'C' to ws-sd-cls-count-mode
                                          (ws-sd-idx, ws-cls-idx)
                       end-if
                       if ctl-class-emerg-keep = spaces
                           move 0 to ws-sd-cls-emerg-keep
                                          (ws-sd-idx, ws-cls-idx)
                       else
                           move ctl-class-emerg-keep
                             to ws-sd-cls-emerg-keep
                                          (ws-sd-idx, ws-cls-idx)
                       end-if
                   end-if
           end-evaluate
           .

       check-duplicate-class section.
           move 'N' to ws-ctl-dup-flag
           move 1 to ws-ctl-dup-idx
           perform until ws-ctl-dup-idx > ws-sd-class-count(ws-sd-idx)
               if ws-sd-cls-name(ws-sd-idx, ws-ctl-dup-idx)
                  = ctl-class-name
                   set ws-ctl-dup-found to true
                   string
                        'DUPLICATE CLASS '  delimited by size
                        ctl-class-name      delimited by size
                   into ws-ctl-error-text
                   perform flag-control-error
                   move ws-sd-class-count(ws-sd-idx) to ws-ctl-dup-idx
               end-if
               add 1 to ws-ctl-dup-idx
           end-perform
           .

       load-control-input-row section.
           if not ws-sd-input-rows-seen(ws-sd-idx)
               set ws-sd-input-rows-seen(ws-sd-idx) to true
               move 0 to ws-sd-input-count(ws-sd-idx)
           end-if
           evaluate true
               when ctl-input-ddname = spaces
                   move 'INPUT ROW HAS BLANK DDNAME'
                     to ws-ctl-error-text
                   perform flag-control-error
               when ws-sd-input-count(ws-sd-idx)
                    >= ws-input-file-table-max
                   string
                        'MORE THAN '            delimited by size
                        ws-input-file-table-max delimited by size
                        ' INPUT ROWS'           delimited by size
                   into ws-ctl-error-text
                   perform flag-control-error
               when other
                   add 1 to ws-sd-input-count(ws-sd-idx)
                   move ctl-input-ddname
                     to ws-sd-input-ddname(ws-sd-idx,
                                           ws-sd-input-count(ws-sd-idx))
           end-evaluate
           .

       load-control-policy-row section.
           evaluate true
               when ctl-policy-min not numeric
                  or ctl-policy-max not numeric
                   move 'POLICY ROW MIN/MAX NOT NUMERIC'
                     to ws-ctl-error-text
                   perform flag-control-error
               when other
                   move ctl-policy-min
                     to ws-sd-min-retain-days(ws-sd-idx)
                   move ctl-policy-max
                     to ws-sd-max-retain-days(ws-sd-idx)
                   if ws-sd-min-retain-days(ws-sd-idx)
                      > ws-sd-max-retain-days(ws-sd-idx)
                       move 'POLICY ROW MIN EXCEEDS MAX'
                         to ws-ctl-error-text
                       perform flag-control-error
                   end-if
           end-evaluate
           .

      *****************************************************************
      *    LOAD-CONTROL-OPTION-ROW - ONLY THE INTERFACE               *
      *    CONFIRMATIONS MATTER HERE. THEY ARE CHECKED Y/N AS         *
      *    MFSPHK01 CHECKS THEM; EVERY OTHER OPTION IS PASSED OVER.   *
      *****************************************************************
       load-control-option-row section.
           evaluate ctl-option-name
               when 'ENUM-AVAILABLE'
               when 'ENUM-BATCH-AVAIL'
               when 'NODE-AVAILABLE'
               when 'RULE-AVAILABLE'
                   if ctl-option-value not = 'Y' and
                      ctl-option-value not = 'N'
                       string
                            'OPTION '           delimited by size
                            ctl-option-name     delimited by size
                            ' VALUE MUST BE Y OR N'
                                                delimited by size
                       into ws-ctl-error-text
                       perform flag-control-error
                   else
                       evaluate ctl-option-name
                           when 'ENUM-AVAILABLE'
                               move ctl-option-value
                                 to ws-sd-enum-available(ws-sd-idx)
                           when 'ENUM-BATCH-AVAIL'
                               move ctl-option-value
                                 to ws-sd-enum-batch-avail(ws-sd-idx)
                           when 'RULE-AVAILABLE'
                               move ctl-option-value
                                 to ws-sd-rule-available(ws-sd-idx)
                           when other
                               move ctl-option-value
                                 to ws-sd-node-available(ws-sd-idx)
                       end-evaluate
                   end-if
               when other
                   continue
           end-evaluate
           .

       load-control-node-row section.
           if not ws-sd-node-rows-seen(ws-sd-idx)
               set ws-sd-node-rows-seen(ws-sd-idx) to true
               move 0 to ws-sd-node-count(ws-sd-idx)
           end-if
           evaluate true
               when ctl-node-name = spaces
                   move 'NODE ROW HAS BLANK NODE NAME'
                     to ws-ctl-error-text
                   perform flag-control-error
               when ws-sd-node-count(ws-sd-idx) >= ws-node-table-max
                   string
                        'MORE THAN '        delimited by size
                        ws-node-table-max   delimited by size
                        ' NODE ROWS'        delimited by size
                   into ws-ctl-error-text
                   perform flag-control-error
               when other
                   perform check-duplicate-node
                   if not ws-ctl-dup-found
                       add 1 to ws-sd-node-count(ws-sd-idx)
                       move ctl-node-name
                         to ws-sd-node-name(ws-sd-idx,
                                            ws-sd-node-count(ws-sd-idx))
                   end-if
           end-evaluate
           .

       check-duplicate-node section.
           move 'N' to ws-ctl-dup-flag
           move 1 to ws-ctl-dup-idx
           perform until ws-ctl-dup-idx > ws-sd-node-count(ws-sd-idx)
               if ws-sd-node-name(ws-sd-idx, ws-ctl-dup-idx)
                  = ctl-node-name
                   set ws-ctl-dup-found to true
                   string
                        'DUPLICATE NODE '   delimited by size
                        ctl-node-name       delimited by size
                   into ws-ctl-error-text
                   perform flag-control-error
                   move ws-sd-node-count(ws-sd-idx) to ws-ctl-dup-idx
               end-if
               add 1 to ws-ctl-dup-idx
           end-perform
           .

      *****************************************************************
      *    LOAD-CONTROL-RULE-ROW - ONE RETENTION RULE, VALIDATED AS   *
      *    MFSPHK01'S LOAD-CONTROL-RULE-ROW VALIDATES IT. A RULE      *
      *    NAMING A CLASS THE SIDE DOES NOT WORK IS CAUGHT ONCE       *
      *    EVERY ROW IS IN - SEE CHECK-RULE-CLASSES.                  *
      *****************************************************************
       load-control-rule-row section.
           set ws-sd-rule-rows-seen(ws-sd-idx) to true
           perform measure-rule-pattern
           evaluate true
               when ctl-rule-class = spaces
                   move 'RULE ROW HAS BLANK CLASS NAME'
                     to ws-ctl-error-text
                   perform flag-control-error
               when ctl-rule-match-type not = 'J'
                  and ctl-rule-match-type not = 'D'
                  and ctl-rule-match-type not = 'O'
                   string
                        'RULE FOR CLASS '      delimited by size
                        ctl-rule-class         delimited by size
                        ' MATCH TYPE NOT J/D/O'
                                               delimited by size
                   into ws-ctl-error-text
                   perform flag-control-error
               when ctl-rule-keep-for not numeric
                   string
                        'RULE FOR CLASS '      delimited by size
                        ctl-rule-class         delimited by size
                        ' KEEP-FOR NOT NUMERIC'
                                               delimited by size
                   into ws-ctl-error-text
                   perform flag-control-error
               when ws-sd-rule-count(ws-sd-idx) >= ws-rule-table-max
                   string
                        'MORE THAN '           delimited by size
                        ws-rule-table-max      delimited by size
                        ' RULE ROWS'           delimited by size
                   into ws-ctl-error-text
                   perform flag-control-error
               when ws-rl-pattern-bad
                   string
                        'RULE FOR CLASS '      delimited by size
                        ctl-rule-class         delimited by size
                        ' PATTERN INVALID'     delimited by size
                   into ws-ctl-error-text
                   perform flag-control-error
               when ws-rl-work-len = 0
                   string
                        'RULE FOR CLASS '      delimited by size
                        ctl-rule-class         delimited by size
                        ' HAS BLANK PATTERN'   delimited by size
                   into ws-ctl-error-text
                   perform flag-control-error
               when ctl-rule-match-type = 'O'
                  and ws-rl-star-count > 0
                   string
                        'RULE FOR CLASS '      delimited by size
                        ctl-rule-class         delimited by size
                        ' OWNER ID HAS *'      delimited by size
                   into ws-ctl-error-text
                   perform flag-control-error
               when ctl-rule-match-type not = 'D'
                  and ws-rl-work-len > 8
                   string
                        'RULE FOR CLASS '      delimited by size
                        ctl-rule-class         delimited by size
                        ' PATTERN OVER 8 BYTES'
                                               delimited by size
                   into ws-ctl-error-text
                   perform flag-control-error
               when other
                   perform check-duplicate-rule
                   if not ws-ctl-dup-found
                       add 1 to ws-sd-rule-count(ws-sd-idx)
                       move ws-sd-rule-count(ws-sd-idx) to ws-rl-idx
                       move ctl-rule-class
                         to ws-sd-rl-class(ws-sd-idx, ws-rl-idx)
                       move ctl-rule-match-type
                         to ws-sd-rl-match-type(ws-sd-idx, ws-rl-idx)
                       move ws-rule-subject
                         to ws-sd-rl-pattern(ws-sd-idx, ws-rl-idx)
                       move ws-rl-work-len
                         to ws-sd-rl-pattern-len(ws-sd-idx, ws-rl-idx)
                       move ctl-rule-keep-for
                         to ws-sd-rl-keep-for(ws-sd-idx, ws-rl-idx)
                       move 0 to ws-sd-rl-span(ws-sd-idx, ws-rl-idx)
                       move space
                         to ws-sd-rl-policy-flag(ws-sd-idx, ws-rl-idx)
                   end-if
           end-evaluate
           .

      *****************************************************************
      *    MEASURE-RULE-PATTERN - THE MFSPHK01 PATTERN CHECK: COPY    *
      *    THE PATTERN INTO WS-RULE-SUBJECT, DROP AN OPTIONAL         *
      *    TRAILING '*', AND MEASURE WHAT IS LEFT.                    *
      *****************************************************************
       measure-rule-pattern section.
           move 'N' to ws-rl-pattern-flag
           move ctl-rule-pattern to ws-rule-subject
           move 0 to ws-rl-work-len
           move 0 to ws-rl-star-count
           inspect ws-rule-subject tallying ws-rl-work-len
               for characters before initial space
           inspect ws-rule-subject tallying ws-rl-star-count
               for all '*'
           evaluate true
               when ws-rl-star-count = 0
                   continue
               when ws-rl-star-count = 1
                  and ws-rl-work-len > 0
                   if ws-rule-subject-char(ws-rl-work-len) = '*'
                       move space
                         to ws-rule-subject-char(ws-rl-work-len)
                       subtract 1 from ws-rl-work-len
                   else
                       set ws-rl-pattern-bad to true
                   end-if
               when other
                   set ws-rl-pattern-bad to true
           end-evaluate
           move 0 to ws-rl-blank-count
           inspect ws-rule-subject tallying ws-rl-blank-count
               for all space
           if ws-rl-work-len + ws-rl-blank-count not = 20
               set ws-rl-pattern-bad to true
           end-if
           .

       check-duplicate-rule section.
           move 'N' to ws-ctl-dup-flag
           move 1 to ws-ctl-dup-idx
           perform until ws-ctl-dup-idx > ws-sd-rule-count(ws-sd-idx)
               if ws-sd-rl-class(ws-sd-idx, ws-ctl-dup-idx)
                  = ctl-rule-class
                  and ws-sd-rl-match-type(ws-sd-idx, ws-ctl-dup-idx)
                  = ctl-rule-match-type
                  and ws-sd-rl-pattern(ws-sd-idx, ws-ctl-dup-idx)
                  = ws-rule-subject
                   set ws-ctl-dup-found to true
                   string
                        'DUPLICATE RULE FOR CLASS '
                                            delimited by size
                        ctl-rule-class      delimited by size
                   into ws-ctl-error-text
                   perform flag-control-error
                   move ws-sd-rule-count(ws-sd-idx) to ws-ctl-dup-idx
               end-if
               add 1 to ws-ctl-dup-idx
           end-perform
           .

      *****************************************************************
      *    CHECK-RULE-CLASSES - EVERY RULE OF THE SIDE MUST NAME A    *
      *    CLASS THAT SIDE WORKS, AS MFSPHK01 REQUIRES.               *
      *****************************************************************
       check-rule-classes section.
           move 1 to ws-rl-idx
           perform until ws-rl-idx > ws-sd-rule-count(ws-sd-idx)
               move 'N' to ws-ctl-dup-flag
               move 1 to ws-ctl-dup-idx
               perform until ws-ctl-dup-idx
                             > ws-sd-class-count(ws-sd-idx)
                   if ws-sd-cls-name(ws-sd-idx, ws-ctl-dup-idx)
                      = ws-sd-rl-class(ws-sd-idx, ws-rl-idx)
                       set ws-ctl-dup-found to true
                       move ws-sd-class-count(ws-sd-idx)
                         to ws-ctl-dup-idx
                   end-if
                   add 1 to ws-ctl-dup-idx
               end-perform
               if not ws-ctl-dup-found
                   string
                        'RULE CLASS '       delimited by size
                        ws-sd-rl-class(ws-sd-idx, ws-rl-idx)
                                            delimited by size
                        ' NOT ON A CLASS ROW'
                                            delimited by size
                   into ws-ctl-error-text
                   perform flag-control-error
               end-if
               add 1 to ws-rl-idx
           end-perform
           .

      *****************************************************************
      *    FLAG-CONTROL-ERROR - LIST ONE ROW MFSPHK01 WOULD REJECT    *
      *    AND MARK ITS SIDE INVALID. EVERY BAD ROW IS LISTED, NOT    *
      *    JUST THE FIRST, SO A PROPOSAL CAN BE FIXED IN ONE PASS.    *
      *****************************************************************
       flag-control-error section.
           set ws-sd-is-invalid(ws-sd-idx) to true
           display ws-side-label(ws-sd-idx) ' CONTROL DATASET ROW '
               ws-sd-row-count(ws-sd-idx) ' REJECTED - '
               ws-ctl-error-text upon console
           move spaces to ws-rpt-line
           string
                '** '                       delimited by size
                ws-side-label(ws-sd-idx)    delimited by size
                ' CONTROL ROW '             delimited by size
                ws-sd-row-count(ws-sd-idx)  delimited by size
                ' REJECTED - '              delimited by size
                ws-ctl-error-text           delimited by size
           into ws-rpt-line
           perform write-report-line
           move spaces to ws-ctl-error-text
           .

      *****************************************************************
      *    LOAD-OVERRIDE-FILES - READ EVERY OVERRIDE-INPUT FILE THE   *
      *    SIDE NAMES, IN TURN, THROUGH THE ONE INFILE FD, AND APPLY  *
      *    EACH ROW'S KEEP-FOR TO THE CLASS OF THE SAME NAME - THE    *
      *    FIRST MATCHING ROW WINS, AS IN MFSPHK01. A FILE THAT WILL  *
      *    NOT OPEN IS SKIPPED; NONE OPENING AT ALL IS THE CONDITION  *
      *    MFSPHK01 STOPS ON, SO IT MARKS THE SIDE INVALID.           *
      *****************************************************************
       load-override-files section.
           move 0 to ws-open-fail-count
           move 0 to ws-overrides-applied
           move 1 to ws-infile-idx
           perform until ws-infile-idx > ws-sd-input-count(ws-sd-idx)
               move ws-sd-input-ddname(ws-sd-idx, ws-infile-idx)
                 to ws-infile-ddname
               perform open-infile
               if ws-infile-was-opened
                   perform read-infile
                   perform until status-codei not = '00'
                       perform apply-override-row
                       perform read-infile
                   end-perform
                   close infile
               end-if
               if ws-fatal-error-occurred
                   move ws-sd-input-count(ws-sd-idx) to ws-infile-idx
               end-if
               add 1 to ws-infile-idx
           end-perform
           if ws-open-fail-count = ws-sd-input-count(ws-sd-idx)
              and not ws-fatal-error-occurred
               set ws-sd-is-invalid(ws-sd-idx) to true
               move spaces to ws-rpt-line
               string
                    '** '                       delimited by size
                    ws-side-label(ws-sd-idx)    delimited by size
                    ' CONFIGURATION - NO OVERRIDE INPUT FILE COULD '
                                                delimited by size
                    'BE OPENED'                 delimited by size
               into ws-rpt-line
               perform write-report-line
           end-if
           .

       apply-override-row section.
           move 0 to ws-found-cls-idx
           move 1 to ws-cls-idx
           perform until ws-cls-idx > ws-sd-class-count(ws-sd-idx)
               if ws-sd-cls-name(ws-sd-idx, ws-cls-idx)
                  = inrec-job-name
                   move ws-cls-idx to ws-found-cls-idx
                   move ws-sd-class-count(ws-sd-idx) to ws-cls-idx
               end-if
               add 1 to ws-cls-idx
           end-perform
           if ws-found-cls-idx > 0
               if not ws-sd-cls-overridden(ws-sd-idx, ws-found-cls-idx)
                   move inrec-keep-for
                     to ws-sd-cls-keep-for(ws-sd-idx, ws-found-cls-idx)
                   set ws-sd-cls-overridden(ws-sd-idx, ws-found-cls-idx)
                     to true
                   add 1 to ws-overrides-applied
               end-if
           end-if
           .

       open-infile section.
           move 'N' to ws-infile-opened
           open input infile
           if status-codei = '00'
               set ws-infile-was-opened to true
           else
               add 1 to ws-open-fail-count
               display ws-side-label(ws-sd-idx) ' INFILE DD '
                   ws-infile-ddname ' OPEN FAILED, STATUS='
                   status-codei ' - SKIPPING' upon console
               move spaces to ws-rpt-line
               string
                    '   '                       delimited by size
                    ws-side-label(ws-sd-idx)    delimited by size
                    ' OVERRIDE INPUT DD '       delimited by size
                    ws-infile-ddname            delimited by size
                    ' NOT OPENED, STATUS='      delimited by size
                    status-codei                delimited by size
                    ' - SKIPPED AS MFSPHK01 WOULD SKIP IT'
                                                delimited by size
               into ws-rpt-line
               perform write-report-line
           end-if
           .

      *****************************************************************
      *    READ-INFILE - A RECORD-LENGTH MISMATCH SKIPS THE REST OF   *
      *    THE FILE, ANY OTHER READ ERROR IS FATAL - THE MFSPHK01     *
      *    RULES.                                                     *
      *****************************************************************
       read-infile section.
           read infile
           evaluate status-codei
               when '00'
               when '10'
                   continue
               when '04'
                   display 'INFILE DD ' ws-infile-ddname
                       ' RECORD LENGTH MISMATCH (STATUS 04) - '
                       'SKIPPING REMAINDER OF FILE' upon console
                   move '10' to status-codei
               when other
                   display 'INFILE DD ' ws-infile-ddname
                       ' READ FAILED, STATUS=' status-codei
                       upon console
                   set ws-fatal-error-occurred to true
           end-evaluate
           .

      *****************************************************************
      *    RESOLVE-SIDE-RETENTION - THE CALENDAR SPAN EACH CLASS'S    *
      *    KEEP-FOR WORKS OUT TO ON A RUN TODAY. A BUSINESS-DAY       *
      *    CLASS WITH NO SITE CALENDAR LOADED IS THE CONDITION        *
      *    MFSPHK01 REJECTS, SO IT MARKS THE SIDE INVALID.            *
      *****************************************************************
       resolve-side-retention section.
           move 1 to ws-cls-idx
           perform until ws-cls-idx > ws-sd-class-count(ws-sd-idx)
               move ws-sd-cls-keep-for(ws-sd-idx, ws-cls-idx)
                 to ws-sd-cls-span(ws-sd-idx, ws-cls-idx)
               if ws-sd-cls-business-days(ws-sd-idx, ws-cls-idx)
                   if ws-calendar-is-loaded
                       move ws-sd-cls-keep-for(ws-sd-idx, ws-cls-idx)
                         to ws-biz-target
                       perform compute-business-span
                       move ws-biz-span
                         to ws-sd-cls-span(ws-sd-idx, ws-cls-idx)
                   else
                       set ws-sd-is-invalid(ws-sd-idx) to true
                       move spaces to ws-rpt-line
                       string
                            '** '                   delimited by size
                            ws-side-label(ws-sd-idx)
                                                    delimited by size
                            ' CLASS '               delimited by size
                            ws-sd-cls-name(ws-sd-idx, ws-cls-idx)
                                                    delimited by size
                            ' COUNTS BUSINESS DAYS BUT NO SITE '
                                                    delimited by size
                            'CALENDAR (CALF) IS LOADED'
                                                    delimited by size
                       into ws-rpt-line
                       perform write-report-line
                   end-if
               end-if
               add 1 to ws-cls-idx
           end-perform
           perform resolve-side-rule-spans
           .

      *****************************************************************
      *    RESOLVE-SIDE-RULE-SPANS - EACH RULE'S KEEP-FOR COUNTED THE *
      *    WAY ITS CLASS COUNTS - IN BUSINESS DAYS FOR A BUSINESS-DAY *
      *    CLASS - AS MFSPHK01'S RESOLVE-RULE-RETENTION DOES. A       *
      *    BUSINESS-DAY CLASS WITH NO CALENDAR IS ALREADY REPORTED    *
      *    ABOVE; ITS RULES ARE LEFT AT CALENDAR DAYS.                *
      *****************************************************************
       resolve-side-rule-spans section.
           move 1 to ws-rl-idx
           perform until ws-rl-idx > ws-sd-rule-count(ws-sd-idx)
               move ws-sd-rl-keep-for(ws-sd-idx, ws-rl-idx)
                 to ws-sd-rl-span(ws-sd-idx, ws-rl-idx)
               move 0 to ws-found-cls-idx
               move 1 to ws-cls-idx
               perform until ws-cls-idx > ws-sd-class-count(ws-sd-idx)
                   if ws-sd-cls-name(ws-sd-idx, ws-cls-idx)
                      = ws-sd-rl-class(ws-sd-idx, ws-rl-idx)
                       move ws-cls-idx to ws-found-cls-idx
                       move ws-sd-class-count(ws-sd-idx) to ws-cls-idx
                   end-if
                   add 1 to ws-cls-idx
               end-perform
               if ws-found-cls-idx > 0
                   if ws-sd-cls-business-days(ws-sd-idx,
                                              ws-found-cls-idx)
                      and ws-calendar-is-loaded
                       move ws-sd-rl-keep-for(ws-sd-idx, ws-rl-idx)
                         to ws-biz-target
                       perform compute-business-span
                       move ws-biz-span
                         to ws-sd-rl-span(ws-sd-idx, ws-rl-idx)
                   end-if
               end-if
               add 1 to ws-rl-idx
           end-perform
           .

      *****************************************************************
      *    COMPUTE-BUSINESS-SPAN - STEP BACK FROM TODAY UNTIL         *
      *    WS-BIZ-TARGET WORKING DAYS HAVE PASSED, AS MFSPHK01'S      *
      *    COUNT-BUSINESS-SPAN DOES.                                  *
      *****************************************************************
       compute-business-span section.
           move ws-cur-date to ws-date-work-num
           move 0 to ws-biz-days-seen
           move 0 to ws-biz-span
           perform until ws-biz-days-seen >= ws-biz-target
                      or ws-biz-span >= 999
               perform step-back-one-day
               add 1 to ws-biz-span
               perform check-working-day
               if ws-day-is-working
                   add 1 to ws-biz-days-seen
               end-if
           end-perform
           .

      *****************************************************************
      *    CHECK-PROPOSED-POLICY - EVERY RESOLVED PROPOSED KEEP-FOR   *
      *    AGAINST THE PROPOSED POLICY BOUNDS, AND EVERY PROPOSED     *
      *    EMERGENCY KEEP-FOR AGAINST THE PROPOSED FLOOR - THE CHECKS *
      *    MFSPHK01'S VALIDATE-RETENTION-POLICY WOULD MAKE BEFORE     *
      *    REFUSING THE WHOLE RUN RC 90.                              *
      *****************************************************************
       check-proposed-policy section.
           move 1 to ws-cls-idx
           perform until ws-cls-idx > ws-sd-class-count(2)
               if ws-sd-cls-keep-for(2, ws-cls-idx)
                  < ws-sd-min-retain-days(2)
                  or ws-sd-cls-keep-for(2, ws-cls-idx)
                  > ws-sd-max-retain-days(2)
                   set ws-sd-cls-fails-policy(2, ws-cls-idx) to true
                   set ws-policy-failed to true
                   display 'PROPOSED CLASS '
                       ws-sd-cls-name(2, ws-cls-idx)
                       ' KEEP-FOR ' ws-sd-cls-keep-for(2, ws-cls-idx)
                       ' IS OUTSIDE THE PROPOSED POLICY LIMITS '
                       ws-sd-min-retain-days(2) ' TO '
                       ws-sd-max-retain-days(2) upon console
               end-if
               if ws-sd-cls-emerg-keep(2, ws-cls-idx) > 0
                  and ws-sd-cls-emerg-keep(2, ws-cls-idx)
                    < ws-sd-min-retain-days(2)
                   if not ws-sd-cls-fails-policy(2, ws-cls-idx)
                       set ws-sd-cls-fails-emerg(2, ws-cls-idx) to true
                   end-if
                   set ws-policy-failed to true
                   display 'PROPOSED CLASS '
                       ws-sd-cls-name(2, ws-cls-idx)
                       ' EMERGENCY KEEP-FOR '
                       ws-sd-cls-emerg-keep(2, ws-cls-idx)
                       ' IS BELOW THE PROPOSED POLICY FLOOR '
                       ws-sd-min-retain-days(2) upon console
               end-if
               add 1 to ws-cls-idx
           end-perform
           move 1 to ws-rl-idx
           perform until ws-rl-idx > ws-sd-rule-count(2)
               if ws-sd-rl-keep-for(2, ws-rl-idx)
                  < ws-sd-min-retain-days(2)
                  or ws-sd-rl-keep-for(2, ws-rl-idx)
                  > ws-sd-max-retain-days(2)
                   set ws-sd-rl-fails-policy(2, ws-rl-idx) to true
                   set ws-policy-failed to true
                   display 'PROPOSED RULE FOR CLASS '
                       ws-sd-rl-class(2, ws-rl-idx) ' '
                       ws-sd-rl-match-type(2, ws-rl-idx) ' '
                       ws-sd-rl-pattern(2, ws-rl-idx)
                       ' KEEP-FOR ' ws-sd-rl-keep-for(2, ws-rl-idx)
                       ' IS OUTSIDE THE PROPOSED POLICY LIMITS '
                       ws-sd-min-retain-days(2) ' TO '
                       ws-sd-max-retain-days(2) upon console
               end-if
               add 1 to ws-rl-idx
           end-perform
           .

      *****************************************************************
      *    BUILD-IMPACT-TABLES - THE UNION OF THE CLASSES AND OF THE  *
      *    SPOOL NODES THE TWO SIDES NAME. A CLASS OR NODE ONLY ONE   *
      *    SIDE WORKS IS STILL ENUMERATED - WHAT IT HOLDS CHANGES     *
      *    ELIGIBILITY TOO.                                           *
      *****************************************************************
       build-impact-tables section.
           move 0 to ws-ic-count
           move 0 to ws-in-count
           move 1 to ws-sd-idx
           perform until ws-sd-idx > 2
               move 1 to ws-cls-idx
               perform until ws-cls-idx > ws-sd-class-count(ws-sd-idx)
                   perform add-impact-class
                   add 1 to ws-cls-idx
               end-perform
               move 1 to ws-scan-idx
               perform until ws-scan-idx > ws-sd-node-count(ws-sd-idx)
                   perform add-impact-node
                   add 1 to ws-scan-idx
               end-perform
               if ws-sd-node-rows-seen(ws-sd-idx)
                   set ws-nodes-are-named to true
               end-if
               add 1 to ws-sd-idx
           end-perform
           .

       add-impact-class section.
           move 0 to ws-found-cls-idx
           move 1 to ws-ic-idx
           perform until ws-ic-idx > ws-ic-count
               if ws-ic-name(ws-ic-idx)
                  = ws-sd-cls-name(ws-sd-idx, ws-cls-idx)
                   move ws-ic-idx to ws-found-cls-idx
                   move ws-ic-count to ws-ic-idx
               end-if
               add 1 to ws-ic-idx
           end-perform
           if ws-found-cls-idx = 0
              and ws-ic-count < ws-ic-table-max
               add 1 to ws-ic-count
               move ws-ic-count to ws-found-cls-idx
               move ws-sd-cls-name(ws-sd-idx, ws-cls-idx)
                 to ws-ic-name(ws-ic-count)
               move 0 to ws-ic-side-cls(ws-ic-count, 1)
               move 0 to ws-ic-side-cls(ws-ic-count, 2)
               move 1 to ws-in-idx
               perform until ws-in-idx > ws-in-table-max
                   move space
                     to ws-icn-enum-state(ws-ic-count, ws-in-idx)
                   move 0 to ws-icn-scanned(ws-ic-count, ws-in-idx)
                   move 0 to ws-icn-held(ws-ic-count, ws-in-idx)
                   move 0 to ws-icn-newly(ws-ic-count, ws-in-idx)
                   move 0 to ws-icn-reprieved(ws-ic-count, ws-in-idx)
                   add 1 to ws-in-idx
               end-perform
           end-if
           if ws-found-cls-idx > 0
               move ws-cls-idx
                 to ws-ic-side-cls(ws-found-cls-idx, ws-sd-idx)
           end-if
           .

       add-impact-node section.
           move 0 to ws-in-idx
           move 1 to ws-ctl-dup-idx
           perform until ws-ctl-dup-idx > ws-in-count
               if ws-in-name(ws-ctl-dup-idx)
                  = ws-sd-node-name(ws-sd-idx, ws-scan-idx)
                   move ws-ctl-dup-idx to ws-in-idx
                   move ws-in-count to ws-ctl-dup-idx
               end-if
               add 1 to ws-ctl-dup-idx
           end-perform
           if ws-in-idx = 0
              and ws-in-count < ws-in-table-max
               add 1 to ws-in-count
               move ws-in-count to ws-in-idx
               move ws-sd-node-name(ws-sd-idx, ws-scan-idx)
                 to ws-in-name(ws-in-count)
               move 'N' to ws-in-on-side(ws-in-count, 1)
               move 'N' to ws-in-on-side(ws-in-count, 2)
           end-if
           if ws-in-idx > 0
               move 'Y' to ws-in-on-side(ws-in-idx, ws-sd-idx)
           end-if
           .

      *****************************************************************
      *    ASSESS-ALL-CLASSES - ONE BATCHED ENUMERATION PASS PER      *
      *    CLASS PER NODE, JUDGING EVERY ENTRY UNDER BOTH SIDES. A    *
      *    CLASS/NODE PAIR NEITHER SIDE WORKS IS NOT ENUMERATED. AN   *
      *    ENUMERATION FAILURE IS ALERTED AND THE ANALYSIS GOES ON -  *
      *    THE REPORT NAMES THE PAIRS LEFT OUT AND RC 8 SAYS THE      *
      *    FIGURES ARE INCOMPLETE.                                    *
      *****************************************************************
       assess-all-classes section.
           move 1 to ws-in-idx
           perform until ws-in-idx > ws-in-count
               move ws-in-name(ws-in-idx) to ws-current-node
               move 1 to ws-ic-idx
               perform until ws-ic-idx > ws-ic-count
                   perform check-pair-configured
                   if ws-pair-is-configured
                       perform begin-class-enumeration
                       perform enumerate-class-batch
                       perform process-impact-batch
                       perform until ws-enum-rc not = 0
                                  or ws-enum-pass-done
                           perform enumerate-class-batch
                           perform process-impact-batch
                       end-perform
                   else
                       move 'X'
                         to ws-icn-enum-state(ws-ic-idx, ws-in-idx)
                   end-if
                   add 1 to ws-ic-idx
               end-perform
               add 1 to ws-in-idx
           end-perform
           .

       check-pair-configured section.
           move 'N' to ws-pair-flag
           move 1 to ws-sd-idx
           perform until ws-sd-idx > 2
               if ws-ic-side-cls(ws-ic-idx, ws-sd-idx) > 0
                  and ws-in-on-side(ws-in-idx, ws-sd-idx) = 'Y'
                   set ws-pair-is-configured to true
               end-if
               add 1 to ws-sd-idx
           end-perform
           .

       begin-class-enumeration section.
           move 'N' to ws-enum-pass-flag
           move spaces to ws-enum-start-job
           move spaces to ws-enum-start-dsn
           .

      *****************************************************************
      *    ENUMERATE-CLASS-BATCH - ONE MVSP0028 CALL FOR THE CURRENT  *
      *    CLASS AND NODE, STARTING AFTER THE RESUME POINT THE LAST   *
      *    BATCH LEFT - THE MFSPHK01 PROTOCOL. A FULL TABLE WITHOUT   *
      *    THE BATCH INTERFACE CONFIRMED IS ALERTED AS POSSIBLY       *
      *    UNDERSTATED IMPACT.                                        *
      *****************************************************************
       enumerate-class-batch section.
           move ws-ic-name(ws-ic-idx) to ws-enum-class
           move ws-spool-entry-max to ws-enum-max-entries
           move ws-current-node to ws-enum-node
           move 0 to ws-enum-rc
           move 0 to ws-enum-reason
           move 0 to ws-spool-entry-count
           call 'mvsp0028' using ws-enum-request
                                 ws-enum-rc
                                 ws-enum-reason
                                 ws-spool-entry-list
           evaluate true
               when ws-enum-rc not = 0
                   set ws-enum-pass-done to true
                   add 1 to ws-enum-fail-count
                   move 'F' to ws-icn-enum-state(ws-ic-idx, ws-in-idx)
                   move 0 to ws-spool-entry-count
                   display 'SPOOL ENUMERATION FAILED FOR CLASS '
                       ws-ic-name(ws-ic-idx) ' NODE ' ws-current-node
                       ' RC=' ws-enum-rc ' REASON=' ws-enum-reason
                       ' - LEFT OUT OF THE IMPACT FIGURES'
                       upon console
                   move spaces to alert-rec
                   string
                        'MFSPHK11 '             delimited by size
                        ws-cur-date             delimited by size
                        ' '                    delimited by size
                        ws-cur-time             delimited by size
                        ' IMPACT ENUM FAILED CLASS='
                                                delimited by size
                        ws-ic-name(ws-ic-idx)   delimited by size
                        ' NODE='                delimited by size
                        ws-current-node         delimited by size
                   into alert-rec
                   write alert-rec
               when ws-spool-entry-count < ws-spool-entry-max
                   set ws-enum-pass-done to true
               when ws-enum-batch-confirmed
                   move ws-spe-job-name(ws-spool-entry-count)
                     to ws-enum-start-job
                   move ws-spe-dataset-name(ws-spool-entry-count)
                     to ws-enum-start-dsn
               when other
                   set ws-enum-pass-done to true
                   add 1 to ws-enum-trunc-count
                   move 'T' to ws-icn-enum-state(ws-ic-idx, ws-in-idx)
                   display 'CLASS ' ws-ic-name(ws-ic-idx)
                       ' FILLED THE ENUMERATION TABLE AND THE '
                       'MVSP0028 BATCH INTERFACE IS NOT CONFIRMED '
                       '(ENUM-BATCH-AVAIL) - IMPACT MAY BE '
                       'UNDERSTATED' upon console
                   move spaces to alert-rec
                   string
                        'MFSPHK11 '             delimited by size
                        ws-cur-date             delimited by size
                        ' '                    delimited by size
                        ws-cur-time             delimited by size
                        ' IMPACT ENUM TRUNCATED CLASS='
                                                delimited by size
                        ws-ic-name(ws-ic-idx)   delimited by size
                   into alert-rec
                   write alert-rec
           end-evaluate
           .

       process-impact-batch section.
           move 1 to ws-spe-idx
           perform until ws-spe-idx > ws-spool-entry-count
               perform assess-entry-impact
               add 1 to ws-spe-idx
           end-perform
           .

      *****************************************************************
      *    ASSESS-ENTRY-IMPACT - JUDGE THE ENTRY UNDER EXAMINATION    *
      *    UNDER EACH SIDE. ELIGIBLE ONLY UNDER THE PROPOSAL IS THE   *
      *    IMPACT OF THE CHANGE; ELIGIBLE ONLY UNDER THE CONTROL      *
      *    DATASET IN FORCE IS OUTPUT THE CHANGE WOULD REPRIEVE. A    *
      *    HELD ENTRY IS ELIGIBLE UNDER NEITHER.                      *
      *****************************************************************
       assess-entry-impact section.
           add 1 to ws-icn-scanned(ws-ic-idx, ws-in-idx)
           add 1 to ws-total-scanned
           perform check-entry-hold
           if ws-entry-is-held
               add 1 to ws-icn-held(ws-ic-idx, ws-in-idx)
               add 1 to ws-total-held
           else
               move 1 to ws-sd-idx
               perform until ws-sd-idx > 2
                   perform judge-side-eligibility
                   add 1 to ws-sd-idx
               end-perform
               evaluate true
                   when ws-eligible-flag(2) = 'Y'
                      and ws-eligible-flag(1) = 'N'
                       add 1 to ws-icn-newly(ws-ic-idx, ws-in-idx)
                       add 1 to ws-total-newly
                       perform fold-entry-into-owner
                   when ws-eligible-flag(1) = 'Y'
                      and ws-eligible-flag(2) = 'N'
                       add 1 to ws-icn-reprieved(ws-ic-idx, ws-in-idx)
                       add 1 to ws-total-reprieved
               end-evaluate
           end-if
           .

      *****************************************************************
      *    JUDGE-SIDE-ELIGIBILITY - IS THE ENTRY OLDER THAN THE SPAN  *
      *    THE SIDE BEING ASSESSED WOULD KEEP IT FOR: ITS CLASS'S, OR *
      *    THAT OF THE MOST SPECIFIC RULE OF THE CLASS MATCHING IT.   *
      *****************************************************************
       judge-side-eligibility section.
           move 'N' to ws-eligible-flag(ws-sd-idx)
           move ws-ic-side-cls(ws-ic-idx, ws-sd-idx) to ws-cls-idx
           if ws-cls-idx > 0
              and ws-in-on-side(ws-in-idx, ws-sd-idx) = 'Y'
               move ws-sd-cls-span(ws-sd-idx, ws-cls-idx)
                 to ws-entry-span
               perform find-entry-rule
               if ws-rl-best-idx > 0
                   move ws-sd-rl-span(ws-sd-idx, ws-rl-best-idx)
                     to ws-entry-span
               end-if
               if ws-spe-age-days(ws-spe-idx) > ws-entry-span
                   move 'Y' to ws-eligible-flag(ws-sd-idx)
               end-if
           end-if
           .

      *****************************************************************
      *    FIND-ENTRY-RULE - THE MFSPHK01 RANKING, ON THE SIDE BEING  *
      *    ASSESSED: AN OWNER MATCH SCORES 1, A PREFIX MATCH TWICE    *
      *    ITS LENGTH PLUS 2 (JOB NAME) OR PLUS 3 (DATASET NAME).     *
      *    THE HIGHEST SCORE WINS.                                    *
      *****************************************************************
       find-entry-rule section.
           move 0 to ws-rl-best-idx
           move 0 to ws-rl-best-score
           move 1 to ws-rl-idx
           perform until ws-rl-idx > ws-sd-rule-count(ws-sd-idx)
               if ws-sd-rl-class(ws-sd-idx, ws-rl-idx)
                  = ws-ic-name(ws-ic-idx)
                   move 0 to ws-rl-score
                   evaluate true
                       when ws-sd-rl-is-owner(ws-sd-idx, ws-rl-idx)
                           if ws-sd-rl-pattern(ws-sd-idx, ws-rl-idx)
                              = ws-spe-owner-id(ws-spe-idx)
                               move 1 to ws-rl-score
                           end-if
                       when ws-sd-rl-is-job-prefix(ws-sd-idx, ws-rl-idx)
                           move ws-spe-job-name(ws-spe-idx)
                             to ws-rule-subject
                           perform check-rule-prefix
                           if ws-rl-does-match
                               compute ws-rl-score =
                                   ws-sd-rl-pattern-len
                                       (ws-sd-idx, ws-rl-idx) * 2 + 2
                           end-if
                       when other
                           move ws-spe-dataset-name(ws-spe-idx)
                             to ws-rule-subject
                           perform check-rule-prefix
                           if ws-rl-does-match
                               compute ws-rl-score =
                                   ws-sd-rl-pattern-len
                                       (ws-sd-idx, ws-rl-idx) * 2 + 3
                           end-if
                   end-evaluate
                   if ws-rl-score > ws-rl-best-score
                       move ws-rl-score to ws-rl-best-score
                       move ws-rl-idx to ws-rl-best-idx
                   end-if
               end-if
               add 1 to ws-rl-idx
           end-perform
           .

       check-rule-prefix section.
           set ws-rl-does-match to true
           move 1 to ws-rl-char-idx
           perform until ws-rl-char-idx
                         > ws-sd-rl-pattern-len(ws-sd-idx, ws-rl-idx)
               if ws-rule-subject-char(ws-rl-char-idx)
                  not = ws-sd-rl-pattern-char
                            (ws-sd-idx, ws-rl-idx, ws-rl-char-idx)
                   move 'N' to ws-rl-match-flag
                   move ws-sd-rl-pattern-len(ws-sd-idx, ws-rl-idx)
                     to ws-rl-char-idx
               end-if
               add 1 to ws-rl-char-idx
           end-perform
           .

      *****************************************************************
      *    FOLD-ENTRY-INTO-OWNER - COUNT A NEWLY ELIGIBLE ENTRY       *
      *    AGAINST ITS CLASS AND OWNER. A FULL TABLE DROPS THE        *
      *    BREAKDOWN (NEVER THE CLASS TOTALS) AND COUNTS WHAT WAS     *
      *    DROPPED.                                                   *
      *****************************************************************
       fold-entry-into-owner section.
           move 0 to ws-found-co-idx
           move 1 to ws-co-idx
           perform until ws-co-idx > ws-co-count
               if ws-co-class(ws-co-idx) = ws-ic-name(ws-ic-idx)
                  and ws-co-owner(ws-co-idx)
                      = ws-spe-owner-id(ws-spe-idx)
                   move ws-co-idx to ws-found-co-idx
                   move ws-co-count to ws-co-idx
               end-if
               add 1 to ws-co-idx
           end-perform
           if ws-found-co-idx = 0
               if ws-co-count >= ws-co-table-max
                   add 1 to ws-co-dropped-count
               else
                   add 1 to ws-co-count
                   move ws-ic-name(ws-ic-idx)
                     to ws-co-class(ws-co-count)
                   move ws-spe-owner-id(ws-spe-idx)
                     to ws-co-owner(ws-co-count)
                   move 0 to ws-co-newly(ws-co-count)
                   move 0 to ws-co-oldest-age(ws-co-count)
                   move ws-co-count to ws-found-co-idx
               end-if
           end-if
           if ws-found-co-idx > 0
               add 1 to ws-co-newly(ws-found-co-idx)
               if ws-spe-age-days(ws-spe-idx)
                  > ws-co-oldest-age(ws-found-co-idx)
                   move ws-spe-age-days(ws-spe-idx)
                     to ws-co-oldest-age(ws-found-co-idx)
               end-if
           end-if
           .

      *****************************************************************
      *    SORT-CLASS-OWNER-TABLE - EXCHANGE-SORT THE BREAKDOWN INTO  *
      *    CLASS/OWNER ORDER SO THE REPORT READS THE SAME RUN OVER    *
      *    RUN.                                                       *
      *****************************************************************
       sort-class-owner-table section.
           set ws-co-sort-did-swap to true
           perform until not ws-co-sort-did-swap
               move 'N' to ws-co-sort-swapped
               move 1 to ws-co-idx
               perform until ws-co-idx >= ws-co-count
                   add 1 ws-co-idx giving ws-co-idx2
                   if ws-co-class(ws-co-idx) > ws-co-class(ws-co-idx2)
                      or (ws-co-class(ws-co-idx)
                          = ws-co-class(ws-co-idx2)
                      and ws-co-owner(ws-co-idx)
                          > ws-co-owner(ws-co-idx2))
                       move ws-co-entry(ws-co-idx) to ws-co-hold-entry
                       move ws-co-entry(ws-co-idx2)
                         to ws-co-entry(ws-co-idx)
                       move ws-co-hold-entry to ws-co-entry(ws-co-idx2)
                       set ws-co-sort-did-swap to true
                   end-if
                   add 1 to ws-co-idx
               end-perform
           end-perform
           .

      *****************************************************************
      *    CHECK-ENTRY-HOLD - IS THE SPOOL ENTRY UNDER EXAMINATION    *
      *    COVERED BY A LEGAL/AUDIT HOLD ROW (BY JOB NAME OR BY       *
      *    DATASET NAME)? THE MFSPHK01 TEST.                          *
      *****************************************************************
       check-entry-hold section.
           move 'N' to ws-entry-held-flag
           move 1 to ws-vfy-hold-idx
           perform until ws-vfy-hold-idx > ws-hold-count
               evaluate true
                   when ws-hld-is-job-name(ws-vfy-hold-idx)
                      and ws-hld-name(ws-vfy-hold-idx)
                        = ws-spe-job-name(ws-spe-idx)
                       set ws-entry-is-held to true
                       move ws-hold-count to ws-vfy-hold-idx
                   when ws-hld-is-dataset-name(ws-vfy-hold-idx)
                      and ws-hld-name(ws-vfy-hold-idx)
                        = ws-spe-dataset-name(ws-spe-idx)
                       set ws-entry-is-held to true
                       move ws-hold-count to ws-vfy-hold-idx
               end-evaluate
               add 1 to ws-vfy-hold-idx
           end-perform
           .

      *****************************************************************
      *    LOAD-HOLD-LIST - READ THE LEGAL/AUDIT HOLD FILE (HLDF). A  *
      *    MISSING DD ONLY MEANS NO HOLDS ARE IN EFFECT; A BAD ROW,   *
      *    A FULL TABLE OR A READ ERROR IS FATAL - AN ANALYSIS THAT   *
      *    DROPPED A HOLD WOULD OVERSTATE THE IMPACT.                 *
      *****************************************************************
       load-hold-list section.
           move 0 to ws-hold-count
           open input holdf
           evaluate status-codeh
               when '00'
                   perform read-holdf
                   perform until status-codeh not = '00'
                       perform load-hold-row
                       perform read-holdf
                   end-perform
                   close holdf
               when '35'
                   continue
               when other
                   display 'HOLD FILE (HLDF) OPEN FAILED, STATUS='
                       status-codeh upon console
                   set ws-fatal-error-occurred to true
           end-evaluate
           .

       load-hold-row section.
           evaluate true
               when hold-type not = 'J' and hold-type not = 'D'
                   display 'HOLD ROW FOR ' hold-name
                       ' HAS INVALID TYPE ' hold-type
                       ' (MUST BE J OR D) - RUN STOPPED' upon console
                   set ws-fatal-error-occurred to true
                   move '10' to status-codeh
               when ws-hold-count >= ws-hold-table-max
                   display 'HOLD TABLE FULL (' ws-hold-table-max
                       ' ENTRIES) - RUN STOPPED' upon console
                   set ws-fatal-error-occurred to true
                   move '10' to status-codeh
               when other
                   add 1 to ws-hold-count
                   move hold-type to ws-hld-type(ws-hold-count)
                   move hold-name to ws-hld-name(ws-hold-count)
           end-evaluate
           .

       read-holdf section.
           read holdf
           evaluate status-codeh
               when '00'
               when '10'
                   continue
               when other
                   display 'HOLD FILE (HLDF) READ FAILED, STATUS='
                       status-codeh upon console
                   set ws-fatal-error-occurred to true
                   move '10' to status-codeh
           end-evaluate
           .

      *****************************************************************
      *    LOAD-SITE-CALENDAR - READ THE SITE CALENDAR (CALF), THE    *
      *    ONE BOTH SIDES COUNT BUSINESS DAYS AGAINST. A MISSING DD   *
      *    IS FINE UNTIL A CLASS ASKS FOR BUSINESS-DAY COUNTING; A    *
      *    BAD ROW REJECTS THE CALENDAR, AS IT DOES IN MFSPHK01.      *
      *****************************************************************
       load-site-calendar section.
           open input calfile
           evaluate status-codey
               when '00'
                   perform read-calfile
                   perform until status-codey not = '00'
                       add 1 to ws-cal-row-count
                       perform load-calendar-row
                       perform read-calfile
                   end-perform
                   close calfile
                   if not ws-fatal-error-occurred
                       set ws-calendar-is-loaded to true
                   end-if
               when '35'
                   continue
               when other
                   display 'SITE CALENDAR (CALF) OPEN FAILED, '
                       'STATUS=' status-codey upon console
                   set ws-fatal-error-occurred to true
           end-evaluate
           .

       load-calendar-row section.
           evaluate true
               when cal-is-comment-row
                   continue
               when cal-is-weekend-row
                   perform load-weekend-row
               when cal-is-holiday-row
                   perform load-holiday-row
               when other
                   perform flag-calendar-error
           end-evaluate
           .

       load-weekend-row section.
           move 1 to ws-cal-flag-idx
           perform until ws-cal-flag-idx > 7
               if cal-weekend-flag(ws-cal-flag-idx) not = 'Y'
                  and cal-weekend-flag(ws-cal-flag-idx) not = 'N'
                   perform flag-calendar-error
                   move 7 to ws-cal-flag-idx
               end-if
               add 1 to ws-cal-flag-idx
           end-perform
           if not ws-calendar-invalid
               move 1 to ws-cal-flag-idx
               perform until ws-cal-flag-idx > 7
                   move cal-weekend-flag(ws-cal-flag-idx)
                     to ws-weekend-flag(ws-cal-flag-idx)
                   add 1 to ws-cal-flag-idx
               end-perform
           end-if
           .

       load-holiday-row section.
           evaluate true
               when cal-holiday-date not numeric
                   perform flag-calendar-error
               when ws-holiday-count >= ws-holiday-table-max
                   perform flag-calendar-error
               when other
                   add 1 to ws-holiday-count
                   move cal-holiday-date
                     to ws-holiday-date(ws-holiday-count)
           end-evaluate
           .

       flag-calendar-error section.
           set ws-calendar-invalid to true
           display 'SITE CALENDAR ROW ' ws-cal-row-count ' REJECTED'
               upon console
           move spaces to ws-rpt-line
           string
                '** SITE CALENDAR (CALF) ROW '
                                         delimited by size
                ws-cal-row-count         delimited by size
                ' REJECTED'              delimited by size
           into ws-rpt-line
           perform write-report-line
           .

       read-calfile section.
           read calfile
           evaluate status-codey
               when '00'
               when '10'
                   continue
               when other
                   display 'SITE CALENDAR (CALF) READ FAILED, '
                       'STATUS=' status-codey upon console
                   set ws-fatal-error-occurred to true
                   move '10' to status-codey
           end-evaluate
           .

      *****************************************************************
      *    CHECK-WORKING-DAY - IS THE DATE IN WS-DATE-WORK A WORKING  *
      *    DAY UNDER THE SITE CALENDAR?                               *
      *****************************************************************
       check-working-day section.
           perform compute-day-of-week
           if ws-weekend-flag(ws-day-of-week) = 'Y'
               move 'N' to ws-working-day-flag
           else
               set ws-day-is-working to true
               move 1 to ws-hol-idx
               perform until ws-hol-idx > ws-holiday-count
                   if ws-holiday-date(ws-hol-idx)
                      = ws-date-work-num
                       move 'N' to ws-working-day-flag
                       move ws-holiday-count to ws-hol-idx
                   end-if
                   add 1 to ws-hol-idx
               end-perform
           end-if
           .

      *****************************************************************
      *    COMPUTE-DAY-OF-WEEK - ZELLER'S CONGRUENCE FOR THE DATE IN  *
      *    WS-DATE-WORK, MAPPED TO 1 MONDAY THROUGH 7 SUNDAY.         *
      *****************************************************************
       compute-day-of-week section.
           move ws-dtw-year to ws-zel-year
           move ws-dtw-month to ws-zel-month
           if ws-zel-month < 3
               add 12 to ws-zel-month
               subtract 1 from ws-zel-year
           end-if
           divide ws-zel-year by 100 giving ws-zel-j
               remainder ws-zel-k
           compute ws-zel-work = 13 * (ws-zel-month + 1)
           divide ws-zel-work by 5 giving ws-zel-term1
               remainder ws-zel-rem
           divide ws-zel-k by 4 giving ws-zel-term2
               remainder ws-zel-rem
           divide ws-zel-j by 4 giving ws-zel-term3
               remainder ws-zel-rem
           compute ws-zel-work = ws-dtw-day + ws-zel-term1
               + ws-zel-k + ws-zel-term2 + ws-zel-term3
               + (5 * ws-zel-j)
      *    zeller counts 0 saturday, 1 sunday, 2 monday ...
           divide ws-zel-work by 7 giving ws-zel-quot
               remainder ws-zel-rem
           compute ws-zel-work = ws-zel-rem + 5
           divide ws-zel-work by 7 giving ws-zel-quot
               remainder ws-zel-rem
           compute ws-day-of-week = ws-zel-rem + 1
           .

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

      *****************************************************************
      *    WRITE-IMPACT-HEADINGS - REPORT TITLE. ROWS REJECTED WHILE  *
      *    THE INPUTS ARE LOADED FOLLOW DIRECTLY BENEATH IT.          *
      *****************************************************************
       write-impact-headings section.
           move spaces to ws-rpt-line
           string
                'MFSPHK11  RETENTION-CHANGE IMPACT ANALYSIS'
                                        delimited by size
                '  -  PRODUCED '        delimited by size
                ws-cur-date             delimited by size
                ' '                    delimited by size
                ws-cur-time             delimited by size
           into ws-rpt-line
           perform write-report-line
           move spaces to ws-rpt-line
           string
                'CURRENT = CONTROL DATASET IN FORCE (CTLF)   '
                                        delimited by size
                'PROPOSED = PROPOSED CONTROL DATASET (CTLP)'
                                        delimited by size
           into ws-rpt-line
           perform write-report-line
           move spaces to ws-rpt-line
           perform write-report-line
           .

      *****************************************************************
      *    WRITE-CLASS-COMPARISON - EVERY CLASS EITHER SIDE NAMES,    *
      *    WITH ITS RESOLVED KEEP-FOR (OVR - SET BY AN OVERRIDE ROW), *
      *    COUNTING MODE AND TODAY'S CALENDAR SPAN ON EACH SIDE, AND  *
      *    THE PROPOSED VALUE'S STANDING AGAINST THE PROPOSED POLICY. *
      *****************************************************************
       write-class-comparison section.
           move spaces to ws-rpt-line
           string
                'CONTROL ROWS  CURRENT='      delimited by size
                ws-sd-row-count(1)            delimited by size
                '  PROPOSED='                 delimited by size
                ws-sd-row-count(2)            delimited by size
                '    POLICY LIMITS  CURRENT=' delimited by size
                ws-sd-min-retain-days(1)      delimited by size
                '-'                           delimited by size
                ws-sd-max-retain-days(1)      delimited by size
                '  PROPOSED='                 delimited by size
                ws-sd-min-retain-days(2)      delimited by size
                '-'                           delimited by size
                ws-sd-max-retain-days(2)      delimited by size
                '    HOLDS='                  delimited by size
                ws-hold-count                 delimited by size
                '  HOLIDAYS='                 delimited by size
                ws-holiday-count              delimited by size
           into ws-rpt-line
           perform write-report-line
           move spaces to ws-rpt-line
           perform write-report-line
           move spaces to ws-rpt-line
           string
                'CLASS     CURRENT  KEEP MODE SPAN      '
                                              delimited by size
                'PROPOSED KEEP MODE SPAN      POLICY'
                                              delimited by size
           into ws-rpt-line
           perform write-report-line
           move 1 to ws-ic-idx
           perform until ws-ic-idx > ws-ic-count
               move spaces to ws-policy-text
               move 1 to ws-sd-idx
               perform until ws-sd-idx > 2
                   perform format-class-side
                   move ws-cmp-side-text to ws-cmp-text(ws-sd-idx)
                   add 1 to ws-sd-idx
               end-perform
               move ws-ic-side-cls(ws-ic-idx, 2) to ws-cls-idx
               if ws-cls-idx > 0
                   evaluate true
                       when ws-sd-cls-fails-policy(2, ws-cls-idx)
                           move '** FAILS PROPOSED POLICY'
                             to ws-policy-text
                       when ws-sd-cls-fails-emerg(2, ws-cls-idx)
                           move '** EMERG KEEP BELOW FLOOR'
                             to ws-policy-text
                       when other
                           move 'OK' to ws-policy-text
                   end-evaluate
               end-if
               move spaces to ws-rpt-line
               string
                    ws-ic-name(ws-ic-idx)    delimited by size
                    '          '             delimited by size
                    ws-cmp-text(1)           delimited by size
                    '         '              delimited by size
                    ws-cmp-text(2)           delimited by size
                    ws-policy-text           delimited by size
               into ws-rpt-line
               perform write-report-line
               add 1 to ws-ic-idx
           end-perform
           move spaces to ws-rpt-line
           perform write-report-line
           .

      *****************************************************************
      *    WRITE-RULE-COMPARISON - EVERY RETENTION RULE EITHER SIDE   *
      *    CARRIES, KNOWN BY CLASS, MATCH TYPE AND PATTERN, WITH ITS  *
      *    KEEP-FOR AND TODAY'S CALENDAR SPAN ON EACH SIDE AND THE    *
      *    PROPOSED VALUE'S STANDING AGAINST THE PROPOSED POLICY.     *
      *    NOTHING IS LISTED WHEN NEITHER SIDE HAS RULES.             *
      *****************************************************************
       write-rule-comparison section.
           if ws-sd-rule-count(1) > 0
              or ws-sd-rule-count(2) > 0
               move spaces to ws-rpt-line
               string
                    'RULE CLASS M PATTERN               '
                                              delimited by size
                    'CURRENT  PROPOSED POLICY'
                                              delimited by size
               into ws-rpt-line
               perform write-report-line
               move 1 to ws-rl-idx
               perform until ws-rl-idx > ws-sd-rule-count(1)
                   perform find-rule-on-proposal
                   perform write-rule-comparison-line
                   add 1 to ws-rl-idx
               end-perform
               move 0 to ws-rl-idx
               move 1 to ws-rl-idx2
               perform until ws-rl-idx2 > ws-sd-rule-count(2)
                   perform find-rule-in-force
                   if ws-rl-idx = 0
                       perform write-rule-comparison-line
                   end-if
                   add 1 to ws-rl-idx2
               end-perform
               move spaces to ws-rpt-line
               perform write-report-line
           end-if
           .

      *****************************************************************
      *    FIND-RULE-ON-PROPOSAL / FIND-RULE-IN-FORCE - THE SAME RULE *
      *    (CLASS, MATCH TYPE AND PATTERN) ON THE OTHER SIDE - ZERO   *
      *    WHEN THAT SIDE DOES NOT CARRY IT.                          *
      *****************************************************************
       find-rule-on-proposal section.
           move 0 to ws-rl-idx2
           move 1 to ws-ctl-dup-idx
           perform until ws-ctl-dup-idx > ws-sd-rule-count(2)
               if ws-sd-rl-class(2, ws-ctl-dup-idx)
                  = ws-sd-rl-class(1, ws-rl-idx)
                  and ws-sd-rl-match-type(2, ws-ctl-dup-idx)
                  = ws-sd-rl-match-type(1, ws-rl-idx)
                  and ws-sd-rl-pattern(2, ws-ctl-dup-idx)
                  = ws-sd-rl-pattern(1, ws-rl-idx)
                   move ws-ctl-dup-idx to ws-rl-idx2
                   move ws-sd-rule-count(2) to ws-ctl-dup-idx
               end-if
               add 1 to ws-ctl-dup-idx
           end-perform
           .

       find-rule-in-force section.
           move 0 to ws-rl-idx
           move 1 to ws-ctl-dup-idx
           perform until ws-ctl-dup-idx > ws-sd-rule-count(1)
               if ws-sd-rl-class(1, ws-ctl-dup-idx)
                  = ws-sd-rl-class(2, ws-rl-idx2)
                  and ws-sd-rl-match-type(1, ws-ctl-dup-idx)
                  = ws-sd-rl-match-type(2, ws-rl-idx2)
                  and ws-sd-rl-pattern(1, ws-ctl-dup-idx)
                  = ws-sd-rl-pattern(2, ws-rl-idx2)
                   move ws-ctl-dup-idx to ws-rl-idx
                   move ws-sd-rule-count(1) to ws-ctl-dup-idx
               end-if
               add 1 to ws-ctl-dup-idx
           end-perform
           .

      *****************************************************************
      *    WRITE-RULE-COMPARISON-LINE - ONE RULE: WS-RL-IDX ITS ROW   *
      *    IN FORCE, WS-RL-IDX2 ITS PROPOSED ROW, EITHER ZERO WHEN    *
      *    THAT SIDE DOES NOT CARRY IT. EACH SIDE SHOWS KEEP/SPAN.    *
      *****************************************************************
       write-rule-comparison-line section.
           move '(NONE)' to ws-rule-side-text(1)
           move '(NONE)' to ws-rule-side-text(2)
           move spaces to ws-policy-text
           if ws-rl-idx > 0
               move spaces to ws-rule-side-text(1)
               string
                    ws-sd-rl-keep-for(1, ws-rl-idx) delimited by size
                    '/'                             delimited by size
                    ws-sd-rl-span(1, ws-rl-idx)     delimited by size
               into ws-rule-side-text(1)
           end-if
           if ws-rl-idx2 > 0
               move spaces to ws-rule-side-text(2)
               string
                    ws-sd-rl-keep-for(2, ws-rl-idx2)
                                                    delimited by size
                    '/'                             delimited by size
                    ws-sd-rl-span(2, ws-rl-idx2)    delimited by size
               into ws-rule-side-text(2)
               if ws-sd-rl-fails-policy(2, ws-rl-idx2)
                   move '** FAILS PROPOSED POLICY' to ws-policy-text
               else
                   move 'OK' to ws-policy-text
               end-if
           end-if
           move spaces to ws-rpt-line
           if ws-rl-idx > 0
               string
                    ws-sd-rl-class(1, ws-rl-idx)    delimited by size
                    '   '                          delimited by size
                    ws-sd-rl-match-type(1, ws-rl-idx)
                                                    delimited by size
                    ' '                            delimited by size
                    ws-sd-rl-pattern(1, ws-rl-idx)  delimited by size
                    '  '                           delimited by size
                    ws-rule-side-text(1)            delimited by size
                    ' '                            delimited by size
                    ws-rule-side-text(2)            delimited by size
                    ' '                            delimited by size
                    ws-policy-text                  delimited by size
               into ws-rpt-line
           else
               string
                    ws-sd-rl-class(2, ws-rl-idx2)   delimited by size
                    '   '                          delimited by size
                    ws-sd-rl-match-type(2, ws-rl-idx2)
                                                    delimited by size
                    ' '                            delimited by size
                    ws-sd-rl-pattern(2, ws-rl-idx2) delimited by size
                    '  '                           delimited by size
                    ws-rule-side-text(1)            delimited by size
                    ' '                            delimited by size
                    ws-rule-side-text(2)            delimited by size
                    ' '                            delimited by size
                    ws-policy-text                  delimited by size
               into ws-rpt-line
           end-if
           perform write-report-line
           .

       format-class-side section.
           move spaces to ws-cmp-side-text
           move ws-ic-side-cls(ws-ic-idx, ws-sd-idx) to ws-cls-idx
           if ws-cls-idx = 0
               move '(NOT CONFIGURED)' to ws-cmp-side-text
           else
               if ws-sd-cls-overridden(ws-sd-idx, ws-cls-idx)
                   string
                        ws-sd-cls-keep-for(ws-sd-idx, ws-cls-idx)
                                             delimited by size
                        '  '                 delimited by size
                        ws-sd-cls-count-mode(ws-sd-idx, ws-cls-idx)
                                             delimited by size
                        '    '               delimited by size
                        ws-sd-cls-span(ws-sd-idx, ws-cls-idx)
                                             delimited by size
                        ' OVR'               delimited by size
                   into ws-cmp-side-text
               else
                   string
                        ws-sd-cls-keep-for(ws-sd-idx, ws-cls-idx)
                                             delimited by size
                        '  '                 delimited by size
                        ws-sd-cls-count-mode(ws-sd-idx, ws-cls-idx)
                                             delimited by size
                        '    '               delimited by size
                        ws-sd-cls-span(ws-sd-idx, ws-cls-idx)
                                             delimited by size
                   into ws-cmp-side-text
               end-if
           end-if
           .

      *****************************************************************
      *    WRITE-NODE-IMPACT - PER CLASS AND NODE: ENTRIES SCANNED,   *
      *    HELD, NEWLY PURGE-ELIGIBLE UNDER THE PROPOSAL, AND NO      *
      *    LONGER ELIGIBLE UNDER IT.                                  *
      *****************************************************************
       write-node-impact section.
           move spaces to ws-rpt-line
           string
                'CLASS     NODE      SCANNED     HELD  '
                                             delimited by size
                'NEWLY-ELIG  NO-LONGER-ELIG'  delimited by size
           into ws-rpt-line
           perform write-report-line
           move 1 to ws-ic-idx
           perform until ws-ic-idx > ws-ic-count
               move 1 to ws-in-idx
               perform until ws-in-idx > ws-in-count
                   if ws-icn-enum-state(ws-ic-idx, ws-in-idx) not = 'X'
                       perform write-node-impact-line
                   end-if
                   add 1 to ws-in-idx
               end-perform
               add 1 to ws-ic-idx
           end-perform
           move spaces to ws-rpt-line
           perform write-report-line
           .

       write-node-impact-line section.
           evaluate ws-icn-enum-state(ws-ic-idx, ws-in-idx)
               when 'F'
                   move '  ** ENUMERATION FAILED' to ws-enum-state-text
               when 'T'
                   move '  ** TRUNCATED' to ws-enum-state-text
               when other
                   move spaces to ws-enum-state-text
           end-evaluate
           move spaces to ws-rpt-line
           string
                ws-ic-name(ws-ic-idx)                delimited by size
                '  '                                 delimited by size
                ws-in-name(ws-in-idx)                delimited by size
                '  '                                 delimited by size
                ws-icn-scanned(ws-ic-idx, ws-in-idx) delimited by size
                '  '                                 delimited by size
                ws-icn-held(ws-ic-idx, ws-in-idx)    delimited by size
                '     '                              delimited by size
                ws-icn-newly(ws-ic-idx, ws-in-idx)   delimited by size
                '         '                          delimited by size
                ws-icn-reprieved(ws-ic-idx, ws-in-idx)
                                                     delimited by size
                ws-enum-state-text                   delimited by size
           into ws-rpt-line
           perform write-report-line
           .

      *****************************************************************
      *    WRITE-OWNER-IMPACT - THE NEWLY ELIGIBLE ENTRIES BROKEN     *
      *    DOWN BY CLASS AND JOB OWNER, SO EACH DEPARTMENT CAN BE     *
      *    TOLD WHAT THE CHANGE WOULD TAKE FROM IT.                   *
      *****************************************************************
       write-owner-impact section.
           move spaces to ws-rpt-line
           string
                'CLASS     OWNER     NEWLY-ELIG  OLDEST-AGE'
                                             delimited by size
           into ws-rpt-line
           perform write-report-line
           move 1 to ws-co-idx
           perform until ws-co-idx > ws-co-count
               move spaces to ws-rpt-line
               string
                    ws-co-class(ws-co-idx)      delimited by size
                    '  '                        delimited by size
                    ws-co-owner(ws-co-idx)      delimited by size
                    '  '                        delimited by size
                    ws-co-newly(ws-co-idx)      delimited by size
                    '       '                   delimited by size
                    ws-co-oldest-age(ws-co-idx) delimited by size
               into ws-rpt-line
               perform write-report-line
               add 1 to ws-co-idx
           end-perform
           if ws-co-dropped-count > 0
               move spaces to ws-rpt-line
               string
                    '** CLASS/OWNER TABLE FULL - ENTRIES NOT '
                                            delimited by size
                    'BROKEN DOWN: '         delimited by size
                    ws-co-dropped-count     delimited by size
               into ws-rpt-line
               perform write-report-line
           end-if
           move spaces to ws-rpt-line
           perform write-report-line
           .

       write-impact-totals section.
           move spaces to ws-rpt-line
           string
                'TOTALS    SCANNED='        delimited by size
                ws-total-scanned            delimited by size
                '  HELD='                   delimited by size
                ws-total-held               delimited by size
                '  NEWLY-ELIGIBLE='         delimited by size
                ws-total-newly              delimited by size
                '  NO-LONGER-ELIGIBLE='     delimited by size
                ws-total-reprieved          delimited by size
                '  ENUM FAILURES='          delimited by size
                ws-enum-fail-count          delimited by size
                '  TRUNCATED='              delimited by size
                ws-enum-trunc-count         delimited by size
           into ws-rpt-line
           perform write-report-line
           if ws-policy-failed
               move spaces to ws-rpt-line
               string
                    '** ONE OR MORE PROPOSED VALUES FAIL THE PROPOSED '
                                            delimited by size
                    'POLICY BOUNDS - MFSPHK01 WOULD REJECT THE RUN'
                                            delimited by size
               into ws-rpt-line
               perform write-report-line
           end-if
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
