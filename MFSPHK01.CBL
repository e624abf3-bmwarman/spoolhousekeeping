                  access is dynamic
                  record key is audk-key
                  file status is status-codek.
           select manifksd assign to manf
                  organization is indexed
                  access is dynamic
                  record key is manf-key
                  file status is status-codem.
           select mfwkfile assign to mfwk organization is sequential
                  file status is status-codev.
           select audhist assign to audh organization is sequential
                  file status is status-codeu.
       DATA DIVISION.
       file section.
       fd  infile.
               88  ctl-is-policy-row              value 'P'.
               88  ctl-is-option-row              value 'O'.
               88  ctl-is-node-row                value 'N'.
               88  ctl-is-rule-row                value 'R'.
               88  ctl-is-release-row             value 'B'.
               88  ctl-is-comment-row             value '*' ' '.
           05  ctl-data                  pic x(79).
           05  ctl-class-view redefines ctl-data.
      *        blank or 'C' - keep-for counts calendar days;
      *        'B' - business days against the site calendar.
               10  ctl-class-count-mode  pic x(01).
      *        blank - no emergency purge for the class; otherwise
      *        the keep-for an emergency-mode run applies, counted
      *        the same way as the class's keep-for.
               10  ctl-class-emerg-keep  pic x(03).
               10  filler                pic x(62).
           05  ctl-input-view redefines ctl-data.
               10  ctl-input-ddname      pic x(08).
               10  filler                pic x(71).
           05  ctl-node-view redefines ctl-data.
               10  ctl-node-name         pic x(08).
               10  filler                pic x(71).
      *    per-entry retention rule within one class. match type 'J'
      *    - the pattern is a job-name prefix, 'D' - a dataset-name
      *    prefix, 'O' - an owner id, matched whole. a trailing '*'
      *    on a prefix is accepted and adds nothing (PAY and PAY*
      *    are the same rule).
           05  ctl-rule-view redefines ctl-data.
               10  ctl-rule-class        pic x(08).
               10  ctl-rule-match-type   pic x(01).
               10  ctl-rule-pattern      pic x(20).
               10  ctl-rule-keep-for     pic x(03).
               10  filler                pic x(47).
      *    one-run release of a class held by the purge circuit
      *    breaker - honoured only by the run started on the date
      *    it carries, so a row left in place releases nothing the
      *    next night. a blank node releases the class on every
      *    node.
           05  ctl-release-view redefines ctl-data.
               10  ctl-release-class     pic x(08).
               10  ctl-release-node      pic x(08).
               10  ctl-release-date      pic x(08).
               10  filler                pic x(55).
       fd  fcstfile.
       01  fcst-rec                      pic x(132).
      *    forecast work file - one row per spool entry becoming
           05  stat-dtl-class            pic x(08).
      *        'P' processed, 'R' skipped (done on a prior restart
      *        attempt), 'W' skipped (window expired), 'N' never
      *        reached, 'B' not purged - the purge circuit breaker
      *        tripped (or the class is still held from an earlier
      *        trip). emergency-mode runs do not write this file.
           05  stat-dtl-disposition      pic x(01).
           05  stat-dtl-rc               pic 9(05).
           05  stat-dtl-reason           pic x(02).
           05  cfg-cls-keep-for          pic 9(03).
           05  cfg-cls-priority          pic 9(02).
           05  cfg-cls-count-mode        pic x(01).
           05  cfg-cls-emerg-keep        pic 9(03).
           05  filler                    pic x(62).
       01  cfg-policy-rec redefines cfg-rec.
           05  cfg-pol-type              pic x(01).
           05  cfg-pol-min               pic 9(03).
           05  cfg-node-type             pic x(01).
           05  cfg-node-name             pic x(08).
           05  filler                    pic x(71).
       01  cfg-rule-rec redefines cfg-rec.
           05  cfg-rule-type             pic x(01).
           05  cfg-rule-class            pic x(08).
           05  cfg-rule-match-type       pic x(01).
           05  cfg-rule-pattern          pic x(20).
           05  cfg-rule-keep-for         pic 9(03).
           05  filler                    pic x(47).
       01  cfg-trailer-rec redefines cfg-rec.
           05  cfg-trl-type              pic x(01).
           05  cfg-trl-class-count      pic 9(02).
       fd  auditksd.
       01  audk-rec.
           copy spoolak.
      *    one audit-history row - an audk-rec image MFSPHK13 offloaded
      *    from AUDK, read into audk-rec by the purge breaker.
       fd  audhist.
       01  audh-rec                      pic x(120).
       fd  manifksd.
       01  manf-rec.
           copy spoolmf.
      *    manifest work file - the purge-eligible entries of the
      *    class about to be purged, captured before the mvsp0027
      *    call and posted to the manifest once its outcome is known.
       fd  mfwkfile.
       01  mfwk-rec                      pic x(48).
       WORKING-STORAGE SECTION.
       01 status-codei                   pic xx.
       01 status-codeo                   pic xx.
       01 status-codeg                   pic xx.
       01 status-codey                   pic xx.
       01 status-codew                   pic xx.
       01 status-codem                   pic xx.
       01 status-codev                   pic xx.
       01 status-codeu                   pic xx.
      *    whether the keyed audit repository (AUDK) is open for this
      *    run. the sequential OFILE trail remains the authoritative
      *    audit record - a repository that cannot be opened is
           05  ws-stat-scanned            pic 9(07) comp.
           05  ws-stat-purged             pic 9(07) comp.
           05  ws-stat-retained           pic 9(07) comp.
      *        spool utilization percentage of the node after the
      *        call - appended, honoured only by an mvsp0027 that
      *        knows the field exists, see ws-util-available.
           05  ws-stat-util-pct           pic 9(03) comp.
       01  ws-run-totals.
           05  ws-total-scanned           pic 9(07) value 0.
           05  ws-total-purged            pic 9(07) value 0.
      *    never started is never silently absent from the record.
      *    disposition: 'N' not reached, 'P' processed, 'R' skipped
      *    (done on a prior restart attempt), 'W' skipped (window
      *    expired), 'T' skipped (emergency target already met on
      *    the node), 'X' skipped (no emergency keep-for), 'B'
      *    not purged (purge circuit breaker tripped or still held).
       01  ws-run-item-table.
           05  ws-run-item-count         pic 9(02) value 0.
           05  ws-run-item               occurs 40 times.
                   88  ws-ri-was-processed          value 'P'.
                   88  ws-ri-skipped-restart        value 'R'.
                   88  ws-ri-skipped-window         value 'W'.
                   88  ws-ri-skipped-target         value 'T'.
                   88  ws-ri-skipped-no-emerg       value 'X'.
                   88  ws-ri-breaker-tripped        value 'B'.
               10  ws-ri-rc              pic 9(05) value 0.
               10  ws-ri-reason          pic x(02) value spaces.
               10  ws-ri-category        pic x(01) value space.
      *    leftmost three bytes of an option value carrying a ddd
      *    day count, isolated the same way.
       01  ws-ctl-days-value             pic x(03).
      *    leftmost two and seven bytes of an option value carrying
      *    an nn multiple or an nnnnnnn entry count, isolated the
      *    same way.
       01  ws-ctl-mult-value             pic x(02).
       01  ws-ctl-count-value            pic x(07).
       01  ws-ctl-error-text             pic x(48).
       01  ws-job-class-table-max        pic 9(02) value 10.
       01  ws-input-file-table-max       pic 9(02) value 10.
      *    shared control dataset - accepted and snapshotted here,
      *    acted on only by MFSPHK06. see load-control-option-row.
       01  ws-verify-available           pic x(01) value 'N'.
      *    the MFSPHK17 early-destruction run's mvsp0029 spool-erase
      *    confirmation, kept the same way as ws-verify-available.
       01  ws-erase-available            pic x(01) value 'N'.
      *    name/value pair for the configuration-snapshot option row
      *    being written. numeric values land left-justified in the
      *    eight-byte value, the way they read on the CTLF option
       01  ws-ctl-nodes-seen             pic x(01) value 'N'.
           88  ws-ctl-node-rows-seen                value 'Y'.
       01  ws-node-table-max             pic 9(02) value 4.
      *    purge manifest (MANF) state. like the AUDK repository the
      *    manifest is a secondary record - one that cannot be opened
      *    or written is alerted and bypassed, never a reason to stop
      *    the purge. the capture state is per class/node call: 'Y'
      *    the eligible entries are on the work file waiting for the
      *    call's outcome, 'N' nothing captured.
       01  ws-manf-open-flag             pic x(01) value 'N'.
           88  ws-manf-is-open                      value 'Y'.
       01  ws-manf-capture-flag          pic x(01) value 'N'.
           88  ws-manf-was-captured                 value 'Y'.
       01  ws-manf-fail-status           pic xx.
       01  ws-manf-entry-count           pic 9(07) value 0.
      *    last manifest key sequence number given this run - it
      *    starts again at 1 after 99999, which only the same job,
      *    dataset, node and create date 99999 rows apart could
      *    ever collide on.
       01  ws-manf-entry-seq             pic 9(05) value 0.
       01  ws-mfwk-eof-flag              pic x(01) value 'N'.
           88  ws-mfwk-is-eof                       value 'Y'.
      *    the work-file row being captured, and read back for
      *    posting - one layout, both directions.
       01  ws-mf-hold-entry.
           05  ws-mfh-job-name           pic x(08).
           05  ws-mfh-dataset-name       pic x(20).
           05  ws-mfh-owner-id           pic x(08).
           05  ws-mfh-create-date        pic 9(08).
           05  ws-mfh-held-flag          pic x(01).
      *        the keep-for the entry was judged under - the class's,
      *        or that of the retention rule matching it.
           05  ws-mfh-keep-for           pic 9(03).
      *    emergency-mode tracking. a node is relieved once a purge
      *    on it reports the spool under ws-emerg-target-pct - from
      *    then on every remaining class on that node is skipped.
       01  ws-node-relief-table.
           05  ws-node-relieved  pic x(01) occurs 4 times value 'N'.
       01  ws-relieved-node-count        pic 9(02) value 0.
       01  ws-emerg-class-count          pic 9(02) value 0.
       01  ws-emerg-purge-count          pic 9(02) value 0.
      *    the utilization in display form for the audit rows.
       01  ws-util-disp                  pic 9(03) value 0.
      *    the class keep-for the effective retention is resolved
      *    from - the normal keep-for, or the emergency one.
       01  ws-base-keep-for              pic 9(03) value 0.
      *    per-entry retention rules, loaded from the CTLF 'R' rows.
      *    within its class a rule's keep-for replaces the class's
      *    for every entry it matches. the most specific match wins:
      *    the longest job-name or dataset-name prefix (a dataset
      *    prefix beating a job prefix of the same length), and an
      *    owner rule only where no prefix rule matches at all.
      *    ws-rl-span is the calendar span the keep-for works out to
      *    this run, ws-rl-hits the entries the rule decided on the
      *    class/node call being made.
       01  ws-rule-table.
           05  ws-rule-count             pic 9(02) value 0.
           05  ws-rule-entry             occurs 50 times.
               10  ws-rl-class           pic x(08).
               10  ws-rl-match-type      pic x(01).
                   88  ws-rl-is-job-prefix          value 'J'.
                   88  ws-rl-is-dsn-prefix          value 'D'.
                   88  ws-rl-is-owner               value 'O'.
               10  ws-rl-pattern         pic x(20).
               10  ws-rl-pattern-chars redefines ws-rl-pattern.
                   15  ws-rl-pattern-char
                                         pic x(01) occurs 20 times.
               10  ws-rl-pattern-len     pic 9(02).
               10  ws-rl-keep-for        pic 9(03).
               10  ws-rl-span            pic 9(03).
               10  ws-rl-hits            pic 9(07).
       01  ws-rule-table-max             pic 9(02) value 50.
       01  ws-ctl-rules-seen             pic x(01) value 'N'.
           88  ws-ctl-rule-rows-seen                value 'Y'.
       01  ws-rl-idx                     pic 9(02) value 0.
       01  ws-rl-best-idx                pic 9(02) value 0.
       01  ws-rl-score                   pic 9(03) value 0.
       01  ws-rl-best-score              pic 9(03) value 0.
       01  ws-rl-char-idx                pic 9(02) value 0.
       01  ws-rl-match-flag              pic x(01) value 'N'.
           88  ws-rl-does-match                     value 'Y'.
      *    a rule pattern being measured while its row is loaded -
      *    its length without the optional trailing '*', and
      *    whether it is well formed (one unbroken run of non-blank
      *    characters, a '*' only at its end).
       01  ws-rl-work-len                pic 9(02) value 0.
       01  ws-rl-star-count              pic 9(02) value 0.
       01  ws-rl-blank-count             pic 9(02) value 0.
       01  ws-rl-pattern-flag            pic x(01) value 'N'.
           88  ws-rl-pattern-bad                    value 'Y'.
      *    the name an entry is matched on, a byte at a time - the
      *    job name or dataset name, or a rule pattern being loaded.
       01  ws-rule-subject               pic x(20).
       01  filler redefines ws-rule-subject.
           05  ws-rule-subject-char      pic x(01) occurs 20 times.
      *    the class/node call being made: whether the class has
      *    rules in force, its own calendar span (ws-keep-for is
      *    then the shortest span among the class and its rules -
      *    what the purge call applies), and the keep-for the entry
      *    under examination is judged by.
       01  ws-class-rule-flag            pic x(01) value 'N'.
           88  ws-class-has-rules                   value 'Y'.
       01  ws-class-span                 pic 9(03) value 0.
       01  ws-entry-keep-for             pic 9(03) value 0.
      *    the rule pass for the call: entries a rule decided, those
      *    listed to outlive the purge call's keep-for, and whether
      *    the list could be built in full - a class whose list
      *    could not is not purged that run.
       01  ws-rule-hit-count             pic 9(07) value 0.
       01  ws-rule-kept-count            pic 9(07) value 0.
       01  ws-keep-list-max              pic 9(03) value 500.
       01  ws-rule-block-flag            pic x(01) value 'N'.
           88  ws-rule-was-blocked                  value 'Y'.
      *    purge circuit breaker. before a purge-mode run calls
      *    mvsp0027 for a class/node it counts the entries the call
      *    would take (mvsp0028) and holds the class back when the
      *    count is above ws-breaker-multiple times the class/node's
      *    trailing purged average off the audit repository, or
      *    above ws-breaker-ceiling. zero turns either test off;
      *    both zero is no breaker at all, exactly as before it
      *    existed. the average needs ws-breaker-min-samples purge
      *    events of history before the multiple is applied, and
      *    covers the last ws-breaker-window of them.
       01  ws-breaker-multiple           pic 9(02) value 0.
       01  ws-breaker-ceiling            pic 9(07) value 0.
       01  ws-breaker-window             pic 9(02) value 7.
       01  ws-breaker-min-samples        pic 9(02) value 3.
       01  ws-breaker-set-flag           pic x(01) value 'N'.
           88  ws-breaker-is-set                    value 'Y'.
      *    the release rows ('B' on the control dataset) for this
      *    run's date - a held class/node named here is purged once
      *    more, whatever its count.
       01  ws-release-table.
           05  ws-release-count          pic 9(02) value 0.
           05  ws-release-entry          occurs 10 times.
               10  ws-rel-class          pic x(08).
               10  ws-rel-node           pic x(08).
       01  ws-release-table-max          pic 9(02) value 10.
       01  ws-rel-idx                    pic 9(02) value 0.
       01  ws-rel-found-flag             pic x(01) value 'N'.
           88  ws-rel-was-found                     value 'Y'.
      *    trailing purge history per run item, parallel to
      *    ws-run-item-table and loaded off AUDH and AUDK before the
      *    first class is started: the purged counts of the item's
      *    last successful purge-mode events (a ring, ws-bh-next the
      *    slot the next one goes in) and whether its latest event
      *    left it held by a trip no release has followed since.
       01  ws-breaker-history-table.
           05  ws-breaker-history        occurs 40 times.
               10  ws-bh-samples         pic 9(02) value 0.
               10  ws-bh-next            pic 9(02) value 1.
               10  ws-bh-latch           pic x(01) value 'N'.
                   88  ws-bh-is-latched             value 'Y'.
               10  ws-bh-purged          pic 9(07) occurs 7 times
                                         value 0.
       01  ws-bh-idx                     pic 9(02) value 0.
       01  ws-bh-found-idx               pic 9(02) value 0.
       01  ws-bh-class-idx               pic 9(02) value 0.
       01  ws-bh-node-idx                pic 9(02) value 0.
       01  ws-bh-sample-idx              pic 9(02) value 0.
       01  ws-breaker-history-flag       pic x(01) value 'N'.
           88  ws-breaker-history-loaded            value 'Y'.
       01  ws-bh-browse-flag             pic x(01) value 'N'.
           88  ws-bh-browse-done                    value 'Y'.
      *    the history generations are read ahead of AUDK the way
      *    MFSPHK03 reads them: a row is taken only below the oldest
      *    key still on AUDK and above the highest key already taken
      *    off the history (the generations concatenated oldest
      *    first), so no event is folded twice.
       01  ws-bh-low-key                 pic x(30).
       01  ws-bh-high-key                pic x(30) value low-values.
       01  ws-bh-hist-flag               pic x(01) value 'N'.
           88  ws-bh-hist-failed                    value 'Y'.
      *    the breaker's verdict on the class/node call being made,
      *    carried onto its audit event: space not checked, 'C'
      *    clear, 'B' tripped (not purged), 'R' tripped but released
      *    for this run (purged), 'I' the count could not be taken
      *    in full (not purged).
       01  ws-breaker-state              pic x(01) value space.
           88  ws-breaker-was-clear                 value 'C'.
           88  ws-breaker-was-tripped               value 'B'.
           88  ws-breaker-was-released              value 'R'.
           88  ws-breaker-was-blocked               value 'I'.
       01  ws-breaker-why                pic x(08) value spaces.
       01  ws-breaker-eligible           pic 9(07) value 0.
       01  ws-breaker-average            pic 9(07) value 0.
       01  ws-breaker-sum                pic 9(09) value 0.
       01  ws-breaker-limit              pic 9(09) value 0.
       01  ws-breaker-trip-count         pic 9(02) value 0.
       PROCEDURE DIVISION.

      *****************************************************************
      *    reopened for output, and stays open across both FILE-INPUT
      *    and PROCESS-JOB-CLASSES so a class-complete row can be
      *    written the moment that class's MVSP0027 call succeeds.
      *    the checkpoints belong to the nightly run - a daytime
      *    emergency run neither reads nor replaces them, so a
      *    failed nightly run can still be restarted after one.
           perform load-restart-checkpoint
      *    the run-item list (class x node, in priority order) is
      *    built up front so the status interface can list every
      *    item even on a run that never starts processing.
           perform build-class-order
           perform build-run-item-list
           if not ws-emergency-mode
               open output restartf
               if status-coder not = '00'
                   display 'RESTARTF OPEN FAILED, STATUS='
                       status-coder upon console
                   set ws-fatal-error-occurred to true
               end-if
           end-if
           if not ws-fatal-error-occurred
              and ws-control-invalid
              and ws-archive-requested
               perform open-archive-index
           end-if
           if not ws-fatal-error-occurred
              and not ws-control-invalid
              and ws-purge-call-mode
               perform open-purge-manifest
      *        the manifest is built off the mvsp0028 enumeration -
      *        without it every class would post nothing, and an
      *        empty manifest would read as a night that purged
      *        nothing. said once, and the manifest put away.
               if ws-manf-is-open
                  and not ws-enum-interface-confirmed
                   perform refuse-manifest-no-enum
               end-if
           end-if
           if not ws-fatal-error-occurred
              and not ws-control-invalid
              and ws-forecast-mode
                   else
      *                only a purge run writes the hold-enforcement
      *                proof rows - see write-hold-audit-records.
                       if ws-purge-call-mode
                           perform write-hold-audit-records
                       end-if
      *                the breaker's trailing history is read before
      *                this run adds any event of its own. an
      *                emergency run reads it too - it must leave a
      *                class the breaker is holding alone.
                       if ws-purge-call-mode and ws-breaker-is-set
                           perform load-breaker-history
                       end-if
                       if ws-emergency-mode
                           perform process-emergency-classes
                       else
                           perform process-job-classes
                       end-if
                       if ws-forecast-mode
                           perform write-forecast-report
                       end-if
                               move 12 to ws-final-rc
                           when ws-window-has-expired
                               move 08 to ws-final-rc
      *                    a class the breaker held back is owed by
      *                    the next run, the same as a window skip.
                           when ws-breaker-trip-count > 0
                               move 08 to ws-final-rc
                           when ws-emergency-mode
                            and ws-relieved-node-count < ws-node-count
                               move 04 to ws-final-rc
                       end-evaluate
                   end-if
               end-if
           end-if
           if not ws-emergency-mode
               close restartf
           end-if
           close outfile
           if ws-audksd-is-open
               close auditksd
           if ws-arcix-is-open
               close arcixf
           end-if
           if ws-manf-is-open
               close manifksd
           end-if
           if ws-fcst-is-open
               close fcstfile
           end-if
           if ws-fatal-error-occurred
               move 16 to ws-final-rc
           end-if
      *    STAF is the nightly run's outcome to the scheduler and the
      *    morning digest - a daytime emergency run leaves it alone
      *    and reports through its return code, OFILE and ALERTF.
           if not ws-emergency-mode
               perform write-status-interface
           end-if
           perform release-run-lock
           move ws-final-rc to return-code
           goback.
      *    INVALID - 0000-MAINLINE-MODULE THEN ENDS RC 91 BEFORE ANY  *
      *    PURGE WORK, RATHER THAN RUN ON A HALF-LOADED TABLE.        *
      *    ROW FORMATS (COLUMN 1 IS THE ROW TYPE):                    *
      *      C  CLASS NAME (8) + KEEP-FOR DAYS (3) + PRIORITY (2,     *
      *         BLANK = AFTER EVERY PRIORITIZED CLASS, IN ROW         *
      *         ORDER) + COUNT MODE (1, BLANK OR 'C'                  *
      *         CALENDAR DAYS, 'B' BUSINESS DAYS) + EMERGENCY         *
      *         KEEP-FOR DAYS (3, BLANK = NO EMERGENCY PURGE)         *
      *      I  OVERRIDE-INPUT DDNAME (8)                             *
      *      P  MIN RETAIN DAYS (3) + MAX RETAIN DAYS (3)             *
      *      O  OPTION NAME (16) + OPTION VALUE (8)                   *
      *      N  SPOOL NODE NAME (8)                                   *
      *      R  CLASS NAME (8) + MATCH TYPE (1, 'J' JOB PREFIX, 'D'   *
      *         DATASET PREFIX, 'O' OWNER ID) + PATTERN (20, A        *
      *         PREFIX MAY END IN '*') + KEEP-FOR DAYS (3)            *
      *      B  CLASS NAME (8) + NODE NAME (8, BLANK = EVERY NODE) +  *
      *         RUN DATE YYYYMMDD (8) - PURGE BREAKER RELEASE, GOOD   *
      *         FOR THE RUN STARTED ON THAT DATE ONLY                 *
      *      *  (OR BLANK) COMMENT                                    *
      *****************************************************************
       1200-load-control-file section.
                         to ws-ctl-error-text
                       perform flag-control-error
                   end-if
      *            retention rules are judged entry by entry off the
      *            mvsp0028 enumeration and enforced through the
      *            mvsp0027 keep list - both interfaces confirmed,
      *            or the rules are refused, the same rule again.
                   if ws-ctl-rule-rows-seen
                      and (not ws-rule-interface-confirmed
                           or not ws-enum-interface-confirmed)
                       move 'RULE ROWS NEED RULE- AND ENUM-AVAILABLE=Y'
                         to ws-ctl-error-text
                       perform flag-control-error
                   end-if
                   perform check-rule-classes
      *            the purge circuit breaker counts each class off
      *            the mvsp0028 enumeration, and its multiple test
      *            measures against purged counts only a confirmed
      *            stats interface ever recorded - both confirmed,
      *            or the breaker settings are refused.
                   if ws-breaker-multiple > 0
                      or ws-breaker-ceiling > 0
                       set ws-breaker-is-set to true
                       if not ws-enum-interface-confirmed
                           move 'BREAKER OPTIONS NEED ENUM-AVAILABLE=Y'
                             to ws-ctl-error-text
                           perform flag-control-error
                       end-if
                   end-if
                   if ws-breaker-multiple > 0
                      and not ws-stats-interface-confirmed
                       move 'BREAKER-MULTIPLE NEEDS STATS-AVAILABLE=Y'
                         to ws-ctl-error-text
                       perform flag-control-error
                   end-if
                   perform check-release-rows
                   if ws-emergency-mode
                       perform check-emergency-controls
                   end-if
               when '35'
                   display 'NO CONTROL DATASET (CTLF) ALLOCATED - '
                       'COMPILED-IN TABLES IN EFFECT' upon console
                   perform load-control-option-row
               when ctl-is-node-row
                   perform load-control-node-row
               when ctl-is-rule-row
                   perform load-control-rule-row
               when ctl-is-release-row
                   perform load-control-release-row
               when ctl-is-comment-row
                   continue
               when other
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
                           move 'C'
                             to ws-jc-count-mode(ws-job-class-count)
                       end-if
      *                a blank emergency keep-for leaves the class
      *                out of every emergency purge.
                       if ctl-class-emerg-keep = spaces
                           move 0
                             to ws-jc-emerg-keep(ws-job-class-count)
                       else
                           move ctl-class-emerg-keep
                             to ws-jc-emerg-keep(ws-job-class-count)
                       end-if
                       display 'CONTROL CLASS LOADED - '
                           ctl-class-name ' KEEP-FOR='
                           ctl-class-keep-for ' PRIORITY='
                           ws-jc-priority(ws-job-class-count)
                           ' COUNT-MODE='
                           ws-jc-count-mode(ws-job-class-count)
                           ' EMERGENCY KEEP-FOR='
                           ws-jc-emerg-keep(ws-job-class-count)
                           upon console
                   end-if
           end-evaluate
           end-perform
           .

      *****************************************************************
      *    LOAD-CONTROL-RULE-ROW - ONE PER-ENTRY RETENTION RULE:      *
      *    CLASS, MATCH TYPE, PATTERN AND KEEP-FOR. A RULE NAMING A   *
      *    CLASS THE RUN DOES NOT WORK IS CAUGHT ONCE EVERY ROW IS    *
      *    IN - SEE CHECK-RULE-CLASSES.                               *
      *****************************************************************
       load-control-rule-row section.
           set ws-ctl-rule-rows-seen to true
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
               when ws-rule-count >= ws-rule-table-max
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
      *        an owner rule names one owner id exactly - it is
      *        not a prefix, so a '*' on it is a keying error.
               when ctl-rule-match-type = 'O'
                  and ws-rl-star-count > 0
                   string
                        'RULE FOR CLASS '      delimited by size
                        ctl-rule-class         delimited by size
                        ' OWNER ID HAS *'      delimited by size
                   into ws-ctl-error-text
                   perform flag-control-error
      *        job names and owner ids are eight bytes - a longer
      *        pattern could never match and is a keying error.
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
                       add 1 to ws-rule-count
                       move ctl-rule-class
                         to ws-rl-class(ws-rule-count)
                       move ctl-rule-match-type
                         to ws-rl-match-type(ws-rule-count)
                       move ws-rule-subject
                         to ws-rl-pattern(ws-rule-count)
                       move ws-rl-work-len
                         to ws-rl-pattern-len(ws-rule-count)
                       move ctl-rule-keep-for
                         to ws-rl-keep-for(ws-rule-count)
                       move 0 to ws-rl-span(ws-rule-count)
                       move 0 to ws-rl-hits(ws-rule-count)
                       display 'CONTROL RULE LOADED - CLASS='
                           ctl-rule-class ' MATCH='
                           ctl-rule-match-type ' PATTERN='
                           ws-rule-subject ' KEEP-FOR='
                           ctl-rule-keep-for upon console
                   end-if
           end-evaluate
           .

      *****************************************************************
      *    MEASURE-RULE-PATTERN - COPY THE PATTERN OF THE RULE ROW    *
      *    BEING LOADED INTO WS-RULE-SUBJECT, DROP AN OPTIONAL        *
      *    TRAILING '*', AND MEASURE WHAT IS LEFT. A PATTERN WITH AN  *
      *    EMBEDDED BLANK OR A '*' ANYWHERE BUT AT ITS END IS BAD.    *
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

      *****************************************************************
      *    CHECK-DUPLICATE-RULE - THE SAME CLASS, MATCH TYPE AND      *
      *    PATTERN TWICE ON CTLF IS AN OPERATOR ERROR, NOT A SILENT   *
      *    LAST-ONE-WINS.                                             *
      *****************************************************************
       check-duplicate-rule section.
           move 'N' to ws-ctl-dup-flag
           move 1 to ws-rl-idx
           perform until ws-rl-idx > ws-rule-count
               if ws-rl-class(ws-rl-idx) = ctl-rule-class
                  and ws-rl-match-type(ws-rl-idx) = ctl-rule-match-type
                  and ws-rl-pattern(ws-rl-idx) = ws-rule-subject
                   set ws-ctl-dup-found to true
                   string
                        'DUPLICATE RULE FOR CLASS '
                                            delimited by size
                        ctl-rule-class      delimited by size
                   into ws-ctl-error-text
                   perform flag-control-error
                   move ws-rule-count to ws-rl-idx
               end-if
               add 1 to ws-rl-idx
           end-perform
           .

      *****************************************************************
      *    CHECK-RULE-CLASSES - EVERY RULE MUST NAME A CLASS THE RUN  *
      *    WORKS. A RULE FOR A MISTYPED OR RETIRED CLASS WOULD        *
      *    OTHERWISE SILENTLY DO NOTHING - THE OUTPUT IT WAS WRITTEN  *
      *    TO PROTECT WOULD GO AT THE CLASS'S KEEP-FOR.               *
      *****************************************************************
       check-rule-classes section.
           move 1 to ws-rl-idx
           perform until ws-rl-idx > ws-rule-count
               move 'N' to ws-ctl-dup-flag
               move 1 to ws-ctl-dup-idx
               perform until ws-ctl-dup-idx > ws-job-class-count
                   if ws-jc-name(ws-ctl-dup-idx)
                      = ws-rl-class(ws-rl-idx)
                       set ws-ctl-dup-found to true
                       move ws-job-class-count to ws-ctl-dup-idx
                   end-if
                   add 1 to ws-ctl-dup-idx
               end-perform
               if not ws-ctl-dup-found
                   string
                        'RULE CLASS '          delimited by size
                        ws-rl-class(ws-rl-idx) delimited by size
                        ' NOT ON A CLASS ROW'  delimited by size
                   into ws-ctl-error-text
                   perform flag-control-error
               end-if
               add 1 to ws-rl-idx
           end-perform
           .

      *****************************************************************
      *    LOAD-CONTROL-RELEASE-ROW - ONE OPERATOR RELEASE OF A CLASS *
      *    THE PURGE CIRCUIT BREAKER IS HOLDING. A ROW DATED FOR ANY  *
      *    OTHER RUN IS PASSED OVER WITH A CONSOLE NOTE - A RELEASE   *
      *    LEFT ON THE DATASET MUST NOT GO ON RELEASING NIGHT AFTER   *
      *    NIGHT, AND MUST NOT REJECT THE DATASET EITHER.             *
      *****************************************************************
       load-control-release-row section.
           evaluate true
               when ctl-release-class = spaces
                   move 'RELEASE ROW HAS BLANK CLASS'
                     to ws-ctl-error-text
                   perform flag-control-error
               when ctl-release-date not numeric
                   move 'RELEASE ROW DATE NOT NUMERIC YYYYMMDD'
                     to ws-ctl-error-text
                   perform flag-control-error
               when ctl-release-date not = ws-cur-date
                   display 'BREAKER RELEASE FOR CLASS '
                       ctl-release-class ' IS DATED '
                       ctl-release-date ' - NOT FOR THIS RUN, '
                       'PASSED OVER' upon console
               when ws-release-count >= ws-release-table-max
                   string
                        'MORE THAN '            delimited by size
                        ws-release-table-max    delimited by size
                        ' RELEASE ROWS'         delimited by size
                   into ws-ctl-error-text
                   perform flag-control-error
               when other
                   add 1 to ws-release-count
                   move ctl-release-class
                     to ws-rel-class(ws-release-count)
                   move ctl-release-node
                     to ws-rel-node(ws-release-count)
                   display 'BREAKER RELEASE LOADED - CLASS='
                       ctl-release-class ' NODE=' ctl-release-node
                       upon console
           end-evaluate
           .

      *****************************************************************
      *    CHECK-RELEASE-ROWS - A RELEASE MUST NAME A CLASS ON A      *
      *    CLASS ROW AND, WHEN IT NAMES ONE, A NODE THIS RUN WORKS -  *
      *    A MISTYPED RELEASE WOULD OTHERWISE LEAVE THE HELD CLASS    *
      *    HELD WITHOUT ANYONE NOTICING WHY.                          *
      *****************************************************************
       check-release-rows section.
           move 1 to ws-rel-idx
           perform until ws-rel-idx > ws-release-count
               move 'N' to ws-ctl-dup-flag
               move 1 to ws-ctl-dup-idx
               perform until ws-ctl-dup-idx > ws-job-class-count
                   if ws-jc-name(ws-ctl-dup-idx)
                      = ws-rel-class(ws-rel-idx)
                       set ws-ctl-dup-found to true
                       move ws-job-class-count to ws-ctl-dup-idx
                   end-if
                   add 1 to ws-ctl-dup-idx
               end-perform
               if not ws-ctl-dup-found
                   string
                        'RELEASE CLASS '        delimited by size
                        ws-rel-class(ws-rel-idx)
                                                delimited by size
                        ' NOT ON A CLASS ROW'   delimited by size
                   into ws-ctl-error-text
                   perform flag-control-error
               end-if
               if ws-rel-node(ws-rel-idx) not = spaces
                   move 'N' to ws-ctl-dup-flag
                   move 1 to ws-ctl-dup-idx
                   perform until ws-ctl-dup-idx > ws-node-count
                       if ws-node-name(ws-ctl-dup-idx)
                          = ws-rel-node(ws-rel-idx)
                           set ws-ctl-dup-found to true
                           move ws-node-count to ws-ctl-dup-idx
                       end-if
                       add 1 to ws-ctl-dup-idx
                   end-perform
                   if not ws-ctl-dup-found
                       string
                            'RELEASE NODE '     delimited by size
                            ws-rel-node(ws-rel-idx)
                                                delimited by size
                            ' NOT A NODE OF THIS RUN'
                                                delimited by size
                       into ws-ctl-error-text
                       perform flag-control-error
                   end-if
               end-if
               add 1 to ws-rel-idx
           end-perform
           .

       load-control-input-row section.
           if not ws-ctl-input-rows-seen
               set ws-ctl-input-rows-seen to true
                       move ctl-option-value to ws-verify-available
                       perform display-option-loaded
                   end-if
      *        the early-destruction run's (MFSPHK17) mvsp0029
      *        spool-erase confirmation - accepted and snapshotted
      *        exactly as VERIFY-AVAILABLE above.
               when 'ERASE-AVAILABLE'
                   perform apply-yes-no-option
                   if ws-ctl-option-value-ok
                       move ctl-option-value to ws-erase-available
                       perform display-option-loaded
                   end-if
               when 'HOLD-AVAILABLE'
                   perform apply-yes-no-option
                   if ws-ctl-option-value-ok
               when 'RUN-MODE'
                   if ctl-option-value not = 'P' and
                      ctl-option-value not = 'D' and
                      ctl-option-value not = 'F' and
                      ctl-option-value not = 'E'
                       move 'OPTION RUN-MODE VALUE MUST BE P, D, F OR E'
                         to ws-ctl-error-text
                       perform flag-control-error
                   else
                       move ws-ctl-gen-value to ws-archive-gen
                       perform display-option-loaded
                   end-if
               when 'UTIL-AVAILABLE'
                   perform apply-yes-no-option
                   if ws-ctl-option-value-ok
                       move ctl-option-value to ws-util-available
                       perform display-option-loaded
                   end-if
               when 'RULE-AVAILABLE'
                   perform apply-yes-no-option
                   if ws-ctl-option-value-ok
                       move ctl-option-value to ws-rule-available
                       perform display-option-loaded
                   end-if
               when 'EMERG-TARGET-PCT'
                   move ctl-option-value to ws-ctl-days-value
                   if ws-ctl-days-value not numeric
                      or ws-ctl-days-value = '000'
                      or ws-ctl-days-value > '099'
                       string
                            'OPTION EMERG-TARGET-PCT VALUE MUST BE '
                                            delimited by size
                            '001-099'       delimited by size
                       into ws-ctl-error-text
                       perform flag-control-error
                   else
                       move ws-ctl-days-value to ws-emerg-target-pct
                       perform display-option-loaded
                   end-if
               when 'BREAKER-MULTIPLE'
                   move ctl-option-value to ws-ctl-mult-value
                   if ws-ctl-mult-value not numeric
                       move 'BREAKER-MULTIPLE VALUE MUST BE NUMERIC NN'
                         to ws-ctl-error-text
                       perform flag-control-error
                   else
                       move ws-ctl-mult-value to ws-breaker-multiple
                       perform display-option-loaded
                   end-if
               when 'BREAKER-CEILING'
                   move ctl-option-value to ws-ctl-count-value
                   if ws-ctl-count-value not numeric
                       string
                            'BREAKER-CEILING VALUE MUST BE '
                                            delimited by size
                            'NUMERIC NNNNNNN'
                                            delimited by size
                       into ws-ctl-error-text
                       perform flag-control-error
                   else
                       move ws-ctl-count-value to ws-breaker-ceiling
                       perform display-option-loaded
                   end-if
               when 'CUTOFF-TIME'
                   move ctl-option-value to ws-ctl-time-value
                   if ws-ctl-time-value not numeric
           move spaces to ws-ctl-error-text
           .

      *****************************************************************
      *    CHECK-EMERGENCY-CONTROLS - AN EMERGENCY RUN PURGES BELOW   *
      *    THE NORMAL RETENTION AND STOPS ON THE SPOOL UTILIZATION    *
      *    MVSP0027 REPORTS, SO IT IS REFUSED UNLESS THE TARGET IS    *
      *    SET, THE STATS AND UTILIZATION INTERFACES ARE CONFIRMED,   *
      *    AND AT LEAST ONE CLASS CARRIES AN EMERGENCY KEEP-FOR -     *
      *    OTHERWISE IT COULD NEITHER KNOW WHEN TO STOP NOR PROVE IT  *
      *    FOLLOWED THE PROCEDURE.                                    *
      *****************************************************************
       check-emergency-controls section.
           if ws-emerg-target-pct = 0
               move 'RUN-MODE E NEEDS EMERG-TARGET-PCT'
                 to ws-ctl-error-text
               perform flag-control-error
           end-if
           if not ws-stats-interface-confirmed
              or not ws-util-interface-confirmed
               move 'RUN-MODE E NEEDS STATS- AND UTIL-AVAILABLE=Y'
                 to ws-ctl-error-text
               perform flag-control-error
           end-if
           move 0 to ws-emerg-class-count
           move 1 to ws-jct-idx
           perform until ws-jct-idx > ws-job-class-count
               if ws-jc-emerg-keep(ws-jct-idx) > 0
                   add 1 to ws-emerg-class-count
               end-if
               add 1 to ws-jct-idx
           end-perform
           if ws-emerg-class-count = 0
               move 'RUN-MODE E BUT NO CLASS HAS AN EMERGENCY KEEP'
                 to ws-ctl-error-text
               perform flag-control-error
           end-if
           .

      *****************************************************************
      *    READ-CTLFILE - READ THE NEXT CONTROL ROW. ANY READ ERROR   *
      *    IS FATAL - A PARTLY READ CONFIGURATION MUST NOT DRIVE A    *
      *    ENFORCEMENT.                                               *
      *****************************************************************
       check-hold-interface section.
           if ws-purge-call-mode
              and ws-hold-count > 0
              and not ws-hold-interface-confirmed
               display 'LEGAL/AUDIT HOLDS ARE LOADED BUT THE '
      *    PURGE-DUE DATES ALL HONOUR THE SAME CONVERSION.            *
      *****************************************************************
       resolve-effective-retention section.
      *    an emergency run works from the class's emergency
      *    keep-for, counted the same way as its normal one.
           if ws-emergency-mode
               move ws-jc-emerg-keep(ws-jct-idx) to ws-base-keep-for
           else
               move ws-jc-keep-for(ws-jct-idx) to ws-base-keep-for
           end-if
           move ws-base-keep-for to ws-keep-for
           if ws-jc-business-days(ws-jct-idx)
              and ws-calendar-is-loaded
               perform count-business-span
               move ws-biz-span to ws-keep-for
               display 'CLASS ' ws-jc-name(ws-jct-idx) ' KEEP-FOR '
                   ws-base-keep-for ' BUSINESS DAYS = '
                   ws-keep-for ' CALENDAR DAYS THIS RUN'
                   upon console
           end-if
           perform resolve-rule-retention
           .

      *****************************************************************
      *    COUNT-BUSINESS-SPAN - STEP BACK FROM TODAY UNTIL           *
      *    WS-BASE-KEEP-FOR WORKING DAYS HAVE PASSED; WS-BIZ-SPAN IS  *
      *    THE CALENDAR SPAN THAT TOOK.                               *
      *****************************************************************
       count-business-span section.
           move ws-cur-date to ws-date-work-num
           move 0 to ws-biz-days-seen
           move 0 to ws-biz-span
           perform until ws-biz-days-seen
                         >= ws-base-keep-for
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
      *    RESOLVE-RULE-RETENTION - WORK OUT THE CALENDAR SPAN OF     *
      *    EVERY RETENTION RULE OF THE CURRENT CLASS, COUNTED THE     *
      *    WAY THE CLASS COUNTS ITS OWN KEEP-FOR, AND CLEAR ITS HIT   *
      *    COUNT FOR THE CALL. THE PURGE CALL THEN APPLIES THE        *
      *    SHORTEST SPAN AMONG THE CLASS AND ITS RULES; EVERY ENTRY   *
      *    THAT MUST OUTLIVE IT IS PUT ON THE KEEP LIST. AN           *
      *    EMERGENCY RUN WORKS FROM THE CLASS'S EMERGENCY KEEP-FOR    *
      *    ALONE - IT IS THE FLOOR THE PROCEDURE CUTS TO, WHATEVER    *
      *    THE RULES SAY FOR A NORMAL NIGHT.                          *
      *****************************************************************
       resolve-rule-retention section.
           move 'N' to ws-class-rule-flag
           move ws-keep-for to ws-class-span
           if not ws-emergency-mode
               move 1 to ws-rl-idx
               perform until ws-rl-idx > ws-rule-count
                   if ws-rl-class(ws-rl-idx) = ws-jc-name(ws-jct-idx)
                       set ws-class-has-rules to true
                       move 0 to ws-rl-hits(ws-rl-idx)
                       move ws-rl-keep-for(ws-rl-idx)
                         to ws-rl-span(ws-rl-idx)
                       if ws-jc-business-days(ws-jct-idx)
                          and ws-calendar-is-loaded
                           move ws-rl-keep-for(ws-rl-idx)
                             to ws-base-keep-for
                           perform count-business-span
                           move ws-biz-span to ws-rl-span(ws-rl-idx)
                       end-if
                       if ws-rl-span(ws-rl-idx) < ws-keep-for
                           move ws-rl-span(ws-rl-idx) to ws-keep-for
                       end-if
                   end-if
                   add 1 to ws-rl-idx
               end-perform
           end-if
           if ws-class-has-rules
               display 'CLASS ' ws-jc-name(ws-jct-idx)
                   ' HAS RETENTION RULES - CLASS SPAN ' ws-class-span
                   ' DAYS, PURGE CALL KEEP-FOR ' ws-keep-for ' DAYS'
                   upon console
           end-if
           .

      *****************************************************************
      *    RESOLVE-ENTRY-KEEP-FOR - THE KEEP-FOR THE SPOOL ENTRY      *
      *    UNDER EXAMINATION IS JUDGED BY: THE SPAN OF THE MOST       *
      *    SPECIFIC RULE MATCHING IT (WS-RL-BEST-IDX), OR THE         *
      *    CLASS'S OWN. A CLASS WITHOUT RULES JUDGES EVERY ENTRY BY   *
      *    WS-KEEP-FOR, AS IT ALWAYS HAS.                             *
      *****************************************************************
       resolve-entry-keep-for section.
           move 0 to ws-rl-best-idx
           if ws-class-has-rules
               move ws-class-span to ws-entry-keep-for
               perform find-entry-rule
               if ws-rl-best-idx > 0
                   move ws-rl-span(ws-rl-best-idx) to ws-entry-keep-for
               end-if
           else
               move ws-keep-for to ws-entry-keep-for
           end-if
           .

      *****************************************************************
      *    FIND-ENTRY-RULE - SCORE EVERY RULE OF THE CURRENT CLASS    *
      *    AGAINST THE ENTRY AND KEEP THE BEST. AN OWNER MATCH        *
      *    SCORES 1; A PREFIX MATCH SCORES TWICE ITS LENGTH PLUS 2    *
      *    (JOB NAME) OR PLUS 3 (DATASET NAME), SO ANY PREFIX MATCH   *
      *    OUTRANKS AN OWNER MATCH, A LONGER PREFIX A SHORTER ONE,    *
      *    AND A DATASET PREFIX A JOB PREFIX OF THE SAME LENGTH.      *
      *****************************************************************
       find-entry-rule section.
           move 0 to ws-rl-best-idx
           move 0 to ws-rl-best-score
           move 1 to ws-rl-idx
           perform until ws-rl-idx > ws-rule-count
               if ws-rl-class(ws-rl-idx) = ws-jc-name(ws-jct-idx)
                   move 0 to ws-rl-score
                   evaluate true
                       when ws-rl-is-owner(ws-rl-idx)
                           if ws-rl-pattern(ws-rl-idx)
                              = ws-spe-owner-id(ws-spe-idx)
                               move 1 to ws-rl-score
                           end-if
                       when ws-rl-is-job-prefix(ws-rl-idx)
                           move ws-spe-job-name(ws-spe-idx)
                             to ws-rule-subject
                           perform check-rule-prefix
                           if ws-rl-does-match
                               compute ws-rl-score =
                                   ws-rl-pattern-len(ws-rl-idx) * 2 + 2
                           end-if
                       when other
                           move ws-spe-dataset-name(ws-spe-idx)
                             to ws-rule-subject
                           perform check-rule-prefix
                           if ws-rl-does-match
                               compute ws-rl-score =
                                   ws-rl-pattern-len(ws-rl-idx) * 2 + 3
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

      *****************************************************************
      *    CHECK-RULE-PREFIX - DOES WS-RULE-SUBJECT BEGIN WITH THE    *
      *    PATTERN OF RULE WS-RL-IDX?                                 *
      *****************************************************************
       check-rule-prefix section.
           set ws-rl-does-match to true
           move 1 to ws-rl-char-idx
           perform until ws-rl-char-idx > ws-rl-pattern-len(ws-rl-idx)
               if ws-rule-subject-char(ws-rl-char-idx)
                  not = ws-rl-pattern-char(ws-rl-idx, ws-rl-char-idx)
                   move 'N' to ws-rl-match-flag
                   move ws-rl-pattern-len(ws-rl-idx) to ws-rl-char-idx
               end-if
               add 1 to ws-rl-char-idx
           end-perform
           .

      *****************************************************************
                       upon console
                   perform write-policy-violation-record
               end-if
      *        an emergency keep-for may cut deeper than the class's
      *        normal retention, but never below the site floor.
               if ws-jc-emerg-keep(ws-jct-idx) > 0
                  and ws-jc-emerg-keep(ws-jct-idx) < ws-min-retain-days
                   set ws-policy-violated to true
                   display 'RETENTION POLICY VIOLATION - CLASS '
                       ws-jc-name(ws-jct-idx) ' EMERGENCY KEEP-FOR '
                       ws-jc-emerg-keep(ws-jct-idx)
                       ' IS BELOW THE SITE FLOOR ' ws-min-retain-days
                       upon console
                   perform write-emerg-violation-record
               end-if
               add 1 to ws-jct-idx
           end-perform
      *    a retention rule's keep-for is held to the same bounds as
      *    a class's - a rule must not become the way round them.
           move 1 to ws-rl-idx
           perform until ws-rl-idx > ws-rule-count
               if ws-rl-keep-for(ws-rl-idx) < ws-min-retain-days
                  or ws-rl-keep-for(ws-rl-idx) > ws-max-retain-days
                   set ws-policy-violated to true
                   display 'RETENTION POLICY VIOLATION - CLASS '
                       ws-rl-class(ws-rl-idx) ' RULE '
                       ws-rl-match-type(ws-rl-idx) ' '
                       ws-rl-pattern(ws-rl-idx) ' KEEP-FOR '
                       ws-rl-keep-for(ws-rl-idx)
                       ' IS OUTSIDE SITE LIMITS '
                       ws-min-retain-days ' TO ' ws-max-retain-days
                       upon console
                   perform write-rule-violation-record
               end-if
               add 1 to ws-rl-idx
           end-perform
           .

      *****************************************************************
           .

      *****************************************************************
      *    WRITE-RULE-VIOLATION-RECORD - AUDIT AND ALERT A RETENTION  *
      *    RULE WHOSE KEEP-FOR FALLS OUTSIDE THE POLICY BOUNDS, THE   *
      *    SAME WAY WRITE-POLICY-VIOLATION-RECORD DOES FOR A CLASS.   *
      *****************************************************************
       write-rule-violation-record section.
           move spaces to outrec
           string
                ws-cur-date                    delimited by size
                ' '                           delimited by size
                ws-cur-time                    delimited by size
                ' POLICY VIOLATION CLASS='     delimited by size
                ws-rl-class(ws-rl-idx)         delimited by size
                ' RULE='                       delimited by size
                ws-rl-match-type(ws-rl-idx)    delimited by size
                ' '                           delimited by size
                ws-rl-pattern(ws-rl-idx)       delimited by size
                ' KEEP-FOR='                   delimited by size
                ws-rl-keep-for(ws-rl-idx)      delimited by size
                ' LIMITS='                     delimited by size
                ws-min-retain-days             delimited by size
                '-'                           delimited by size
                ws-max-retain-days             delimited by size
           into outrec
           write outrec
           move spaces to alert-rec
           string
                'MFSPHK01 '                    delimited by size
                ws-cur-date                    delimited by size
                ' '                           delimited by size
                ws-cur-time                    delimited by size
                ' RULE POLICY VIOLATION CLASS='
                                               delimited by size
                ws-rl-class(ws-rl-idx)         delimited by size
                ' KEEP='                       delimited by size
                ws-rl-keep-for(ws-rl-idx)      delimited by size
           into alert-rec
           write alert-rec
           .

      *****************************************************************
      *    WRITE-EMERG-VIOLATION-RECORD - AUDIT AND ALERT A CLASS     *
      *    WHOSE EMERGENCY KEEP-FOR FALLS BELOW THE POLICY FLOOR, THE *
      *    SAME WAY WRITE-POLICY-VIOLATION-RECORD DOES FOR ITS        *
      *    NORMAL KEEP-FOR.                                           *
      *****************************************************************
       write-emerg-violation-record section.
           move spaces to outrec
           string
                ws-cur-date                    delimited by size
                ' '                           delimited by size
                ws-cur-time                    delimited by size
                ' POLICY VIOLATION CLASS='     delimited by size
                ws-jc-name(ws-jct-idx)         delimited by size
                ' EMERGENCY KEEP-FOR='         delimited by size
                ws-jc-emerg-keep(ws-jct-idx)   delimited by size
                ' FLOOR='                      delimited by size
                ws-min-retain-days             delimited by size
           into outrec
           write outrec
           move spaces to alert-rec
           string
                'MFSPHK01 '                    delimited by size
                ws-cur-date                    delimited by size
                ' '                           delimited by size
                ws-cur-time                    delimited by size
                ' EMERGENCY FLOOR VIOLATION CLASS='
                                               delimited by size
                ws-jc-name(ws-jct-idx)         delimited by size
                ' EMERG-KEEP='                 delimited by size
                ws-jc-emerg-keep(ws-jct-idx)   delimited by size
           into alert-rec
           write alert-rec
           .

      *****************************************************************
      *    PROCESS-JOB-CLASSES - WORK THE RUN-ITEM LIST: ONE          *
      *    MVSP0027 CALL PER JOB CLASS PER SPOOL NODE, IN CLASS-      *
      *    PRIORITY ORDER SPANNING EVERY NODE, USING THE CLASS'S      *
      *    RESOLVED RETENTION VALUE.                                  *
      *****************************************************************
       process-job-classes section.
           move 1 to ws-ri-idx
           perform until ws-ri-idx > ws-run-item-count
               move ws-ri-class-idx(ws-ri-idx) to ws-jct-idx
               move ws-ri-node-idx(ws-ri-idx) to ws-node-idx
               move ws-node-name(ws-node-idx) to ws-current-node
               move 'N' to ws-item-done-flag
               if ws-restart-requested
                   perform check-item-done
                           if ws-forecast-mode
                               perform forecast-class-eligibility
                           else
                               perform check-purge-breaker
                               if not ws-breaker-was-tripped
                                   perform call-mvsp0027-and-report
                               end-if
                           end-if
                           if ws-breaker-was-tripped
                               perform record-breaker-trip
                           else
                               move 'P' to ws-ri-disposition(ws-ri-idx)
                           end-if
                       end-if
               end-evaluate
               add 1 to ws-ri-idx
           end-perform
           .

      *****************************************************************
      *    PROCESS-EMERGENCY-CLASSES - WORK THE RUN-ITEM LIST FOR A   *
      *    SPOOL-FULL EMERGENCY: FROM THE END, SO THE CLASS WHOSE     *
      *    OUTPUT MATTERS LEAST (THE HIGHEST WS-JC-PRIORITY NUMBER)   *
      *    IS PURGED FIRST, EACH DOWN TO ITS EMERGENCY KEEP-FOR.      *
      *    AFTER EVERY PURGE THE NODE'S SPOOL UTILIZATION IS CHECKED  *
      *    AGAINST THE TARGET; ONCE A NODE IS UNDER IT, NO FURTHER    *
      *    CLASS IS PURGED THERE. A CLASS WITH NO EMERGENCY KEEP-FOR  *
      *    IS NEVER TOUCHED, NOR IS ONE THE PURGE CIRCUIT BREAKER IS  *
      *    HOLDING (UNLESS A RELEASE ROW NAMES IT). THE BATCH-WINDOW  *
      *    CUTOFF AND RESTART SKIPS BELONG TO THE NIGHTLY RUN AND     *
      *    ARE NOT APPLIED - AN EMERGENCY IS RUN WHEN THE SPOOL IS    *
      *    FILLING, WHATEVER THE CLOCK SAYS.                          *
      *****************************************************************
       process-emergency-classes section.
           move ws-run-item-count to ws-ri-idx
           perform until ws-ri-idx < 1
               move ws-ri-class-idx(ws-ri-idx) to ws-jct-idx
               move ws-ri-node-idx(ws-ri-idx) to ws-node-idx
               move ws-node-name(ws-node-idx) to ws-current-node
               evaluate true
                   when ws-jc-emerg-keep(ws-jct-idx) = 0
                       display 'CLASS ' ws-jc-name(ws-jct-idx)
                           ' NODE ' ws-current-node
                           ' HAS NO EMERGENCY KEEP-FOR - NOT PURGED'
                           upon console
                       move 'X' to ws-ri-disposition(ws-ri-idx)
                   when ws-node-relieved(ws-node-idx) = 'Y'
                       display 'CLASS ' ws-jc-name(ws-jct-idx)
                           ' NODE ' ws-current-node
                           ' NOT PURGED - SPOOL ALREADY UNDER '
                           ws-emerg-target-pct '%' upon console
                       move 'T' to ws-ri-disposition(ws-ri-idx)
                   when other
                       perform check-emergency-breaker-hold
                       if ws-breaker-was-tripped
                           perform record-emergency-breaker-hold
                       else
                           perform resolve-effective-retention
                           perform call-mvsp0027-and-report
                           move 'P' to ws-ri-disposition(ws-ri-idx)
                           add 1 to ws-emerg-purge-count
                           if not ws-rc-failure
                              and ws-stat-util-pct
                                < ws-emerg-target-pct
                               perform record-emergency-relief
                           end-if
                       end-if
               end-evaluate
               subtract 1 from ws-ri-idx
           end-perform
           perform write-emergency-outcome
           .

      *****************************************************************
      *    CHECK-EMERGENCY-BREAKER-HOLD - AN EMERGENCY RUN DOES NOT   *
      *    COUNT OR JUDGE VOLUMES - IT PURGES DEEPER THAN USUAL BY    *
      *    DESIGN - BUT A CLASS/NODE AN EARLIER NIGHTLY TRIP LEFT     *
      *    HELD STAYS HELD, SINCE WHATEVER TRIPPED IT (A BAD DATE OR  *
      *    CALENDAR ROW) WOULD CUT THE EMERGENCY PURGE TOO. A RELEASE *
      *    ROW FOR THE ITEM LETS IT THROUGH, AS IT DOES AT NIGHT.     *
      *****************************************************************
       check-emergency-breaker-hold section.
           move space to ws-breaker-state
           move spaces to ws-breaker-why
           move 0 to ws-breaker-eligible
           move 0 to ws-breaker-average
           if ws-breaker-history-loaded
              and ws-bh-is-latched(ws-ri-idx)
               move 'HELD' to ws-breaker-why
               perform find-breaker-release
               if ws-rel-was-found
                   set ws-breaker-was-released to true
                   display 'CLASS ' ws-jc-name(ws-jct-idx) ' NODE '
                       ws-current-node ' - HELD BY THE PURGE BREAKER, '
                       'RELEASED BY OPERATOR - EMERGENCY PURGING'
                       upon console
                   move spaces to alert-rec
                   string
                        'MFSPHK01 '             delimited by size
                        ws-cur-date             delimited by size
                        ' '                    delimited by size
                        ws-cur-time             delimited by size
                        ' BREAKER RELEASED CLASS='
                                                delimited by size
                        ws-jc-name(ws-jct-idx)  delimited by size
                        ' NODE='                delimited by size
                        ws-current-node         delimited by size
                   into alert-rec
                   write alert-rec
               else
                   set ws-breaker-was-tripped to true
               end-if
           end-if
           .

      *****************************************************************
      *    RECORD-EMERGENCY-BREAKER-HOLD - THE HELD CLASS/NODE IS NOT *
      *    PURGED BY THE EMERGENCY RUN: 'B' ON ITS RUN ITEM, A ROW ON *
      *    THE AUDIT TRAIL AND AN ALERT. NO KEYED EVENT IS WRITTEN -  *
      *    THE HOLD IS ALREADY ON RECORD FROM THE TRIP THAT SET IT.   *
      *****************************************************************
       record-emergency-breaker-hold section.
           move 'B' to ws-ri-disposition(ws-ri-idx)
           move 'F' to ws-ri-category(ws-ri-idx)
           add 1 to ws-breaker-trip-count
           display 'CLASS ' ws-jc-name(ws-jct-idx) ' NODE '
               ws-current-node ' NOT PURGED - HELD BY THE PURGE '
               'BREAKER UNTIL A RELEASE ROW IS SUPPLIED' upon console
           move spaces to outrec
           string
                ws-cur-date                delimited by size
                ' '                       delimited by size
                ws-cur-time                delimited by size
                ' CLASS='                  delimited by size
                ws-jc-name(ws-jct-idx)     delimited by size
                ' NODE='                   delimited by size
                ws-current-node            delimited by size
                ' EMERGENCY NOT PURGED - HELD BY PURGE BREAKER'
                                           delimited by size
           into outrec
           write outrec
           move spaces to alert-rec
           string
                'MFSPHK01 '                delimited by size
                ws-cur-date                delimited by size
                ' '                       delimited by size
                ws-cur-time                delimited by size
                ' BREAKER HOLD KEPT CLASS=' delimited by size
                ws-jc-name(ws-jct-idx)     delimited by size
                ' NODE='                   delimited by size
                ws-current-node            delimited by size
           into alert-rec
           write alert-rec
           .

      *****************************************************************
      *    RECORD-EMERGENCY-RELIEF - THE PURGE JUST MADE BROUGHT THE  *
      *    NODE'S SPOOL UNDER THE TARGET. AUDIT IT - THE POINT THE    *
      *    PROCEDURE SAYS TO STOP IS PART OF THE EVIDENCE.            *
      *****************************************************************
       record-emergency-relief section.
           move 'Y' to ws-node-relieved(ws-node-idx)
           add 1 to ws-relieved-node-count
           move ws-stat-util-pct to ws-util-disp
           display 'EMERGENCY TARGET REACHED - NODE ' ws-current-node
               ' SPOOL AT ' ws-util-disp '% AFTER CLASS '
               ws-jc-name(ws-jct-idx) upon console
           move spaces to outrec
           string
                ws-cur-date                delimited by size
                ' '                       delimited by size
                ws-cur-time                delimited by size
                ' EMERGENCY TARGET REACHED NODE='
                                           delimited by size
                ws-current-node            delimited by size
                ' UTIL='                   delimited by size
                ws-util-disp               delimited by size
                ' TARGET='                 delimited by size
                ws-emerg-target-pct        delimited by size
                ' AFTER CLASS='            delimited by size
                ws-jc-name(ws-jct-idx)     delimited by size
           into outrec
           write outrec
           .

      *****************************************************************
      *    WRITE-EMERGENCY-OUTCOME - CLOSE THE EMERGENCY RUN'S TRAIL  *
      *    WITH WHETHER EVERY NODE WAS BROUGHT UNDER THE TARGET. A    *
      *    NODE STILL OVER IT AFTER EVERY ELIGIBLE CLASS WAS PURGED   *
      *    IS ALERTED - THE REMAINING RELIEF IS AN OPERATOR DECISION, *
      *    NOT SOMETHING THIS RUN MAY TAKE BY CUTTING DEEPER.         *
      *****************************************************************
       write-emergency-outcome section.
           move spaces to outrec
           string
                ws-cur-date                delimited by size
                ' '                       delimited by size
                ws-cur-time                delimited by size
                ' EMERGENCY PURGE ENDED CLASSES PURGED='
                                           delimited by size
                ws-emerg-purge-count       delimited by size
                ' NODES UNDER TARGET='     delimited by size
                ws-relieved-node-count     delimited by size
                ' OF '                     delimited by size
                ws-node-count              delimited by size
                ' TARGET='                 delimited by size
                ws-emerg-target-pct        delimited by size
           into outrec
           write outrec
           if ws-relieved-node-count < ws-node-count
               display 'EMERGENCY PURGE ENDED WITH '
                   ws-relieved-node-count ' OF ' ws-node-count
                   ' NODES UNDER ' ws-emerg-target-pct
                   '% - OPERATOR ACTION NEEDED' upon console
               move spaces to alert-rec
               string
                    'MFSPHK01 '                delimited by size
                    ws-cur-date                delimited by size
                    ' '                       delimited by size
                    ws-cur-time                delimited by size
                    ' EMERGENCY PURGE ENDED ABOVE TARGET='
                                               delimited by size
                    ws-emerg-target-pct        delimited by size
                    ' NODES OK='               delimited by size
                    ws-relieved-node-count     delimited by size
               into alert-rec
               write alert-rec
           end-if
           .

      *****************************************************************
      *    CHECK-ITEM-DONE - WAS THE CURRENT CLASS/NODE ITEM          *
      *    COMPLETED ON A PRIOR ATTEMPT? JUDGED AGAINST THE PAIRS     *
           move 'W' to ws-ri-disposition(ws-ri-idx)
           add 1 to ws-window-skip-count
           display 'CLASS ' ws-jc-name(ws-jct-idx) ' NODE '
               ws-current-node
               ' NOT PROCESSED - BATCH WINDOW EXPIRED' upon console
           move spaces to outrec
           string
                ws-cur-date                delimited by size
                ' '                       delimited by size
                ws-cur-time                delimited by size
                ' CLASS='                  delimited by size
                ws-jc-name(ws-jct-idx)     delimited by size
                ' NODE='                   delimited by size
                ws-current-node            delimited by size
                ' NOT PROCESSED - WINDOW EXPIRED AT CUTOFF='
                                           delimited by size
                ws-cutoff-time             delimited by size
           into outrec
           write outrec
           .

      *****************************************************************
      *    LOAD-BREAKER-HISTORY - FOLD EVERY CLASS EVENT ON RECORD,   *
      *    OLDEST FIRST, INTO THE TRAILING HISTORY AND HOLD STATE OF  *
      *    THE RUN ITEM IT BELONGS TO: FIRST THE AUDIT-HISTORY        *
      *    GENERATIONS MFSPHK13 OFFLOADED (AUDH), THEN THE KEYED      *
      *    REPOSITORY. A HOLD WHOSE TRIP EVENT HAS AGED OFF AUDK IS   *
      *    STILL A HOLD. WITHOUT THE REPOSITORY, OR WITH A HISTORY    *
      *    GENERATION THAT WILL NOT READ, THE BREAKER CAN ONLY APPLY  *
      *    ITS CEILING - THAT IS ALERTED, NOT A REASON TO STOP THE    *
      *    PURGE, THE SAME RULE AS EVERY OTHER AUDK USE HERE. NO AUDH *
      *    DD ONLY MEANS NOTHING HAS BEEN OFFLOADED.                  *
      *****************************************************************
       load-breaker-history section.
           if ws-audksd-is-open
               move low-values to audk-key
               start auditksd key not less than audk-key
               if status-codek = '00'
                   read auditksd next
               end-if
               if status-codek = '00'
                   move audk-key to ws-bh-low-key
               else
                   move high-values to ws-bh-low-key
               end-if
               perform read-breaker-audit-history
           end-if
           if ws-audksd-is-open
              and not ws-bh-hist-failed
               move 'N' to ws-bh-browse-flag
               move low-values to audk-key
               start auditksd key not less than audk-key
               evaluate status-codek
                   when '00'
                       continue
                   when '23'
                       set ws-bh-browse-done to true
                   when other
                       set ws-bh-browse-done to true
                       display 'AUDIT REPOSITORY (AUDK) START FAILED, '
                           'STATUS=' status-codek upon console
               end-evaluate
               perform until ws-bh-browse-done
                   read auditksd next
                   evaluate true
                       when status-codek = '10'
                           set ws-bh-browse-done to true
                       when status-codek not = '00'
                           set ws-bh-browse-done to true
                           display 'AUDIT REPOSITORY (AUDK) READ '
                               'FAILED, STATUS=' status-codek
                               upon console
                       when audk-is-class-event
                           perform fold-breaker-event
                   end-evaluate
               end-perform
               if status-codek = '10' or status-codek = '23'
                   set ws-breaker-history-loaded to true
               end-if
           end-if
           if not ws-breaker-history-loaded
               display 'PURGE BREAKER HAS NO AUDIT HISTORY THIS RUN - '
                   'CEILING ONLY, HELD CLASSES NOT KNOWN' upon console
               move spaces to alert-rec
               string
                    'MFSPHK01 '             delimited by size
                    ws-cur-date             delimited by size
                    ' '                    delimited by size
                    ws-cur-time             delimited by size
                    ' BREAKER HISTORY UNAVAILABLE - CEILING ONLY'
                                            delimited by size
               into alert-rec
               write alert-rec
           end-if
           .

      *****************************************************************
      *    READ-BREAKER-AUDIT-HISTORY - THE OFFLOADED CLASS EVENTS,   *
      *    TRAILER ROWS PASSED OVER. A ROW AN UNBALANCED OFFLOAD LEFT *
      *    ON AUDK TOO IS LEFT TO THE AUDK BROWSE, AND A ROW A LATER  *
      *    GENERATION REPEATS IS PASSED OVER BY THE HIGH-WATER KEY.   *
      *****************************************************************
       read-breaker-audit-history section.
           open input audhist
           evaluate status-codeu
               when '00'
                   move 'N' to ws-bh-browse-flag
                   perform until ws-bh-browse-done
                       read audhist into audk-rec
                       evaluate true
                           when status-codeu = '10'
                               set ws-bh-browse-done to true
                           when status-codeu not = '00'
                               display 'AUDIT HISTORY (AUDH) READ '
                                   'FAILED, STATUS=' status-codeu
                                   upon console
                               set ws-bh-hist-failed to true
                               set ws-bh-browse-done to true
                           when audk-is-history-trailer
                               continue
                           when audk-key not < ws-bh-low-key
                               continue
                           when audk-key not > ws-bh-high-key
                               continue
                           when other
                               move audk-key to ws-bh-high-key
                               if audk-is-class-event
                                   perform fold-breaker-event
                               end-if
                       end-evaluate
                   end-perform
                   close audhist
               when '35'
                   continue
               when other
                   display 'AUDIT HISTORY (AUDH) OPEN FAILED, '
                       'STATUS=' status-codeu upon console
                   set ws-bh-hist-failed to true
           end-evaluate
           .

      *****************************************************************
      *    FOLD-BREAKER-EVENT - A TRIP LEAVES THE ITEM HELD. A        *
      *    RELEASED PURGE CLEARS THE HOLD WHICHEVER RUN MADE IT - AN  *
      *    EMERGENCY RUN HONOURS A RELEASE ROW TOO - SO THE NEXT      *
      *    NIGHT JUDGES THE CLASS AFRESH RATHER THAN AS STILL HELD.   *
      *    ONLY A NIGHTLY PURGE THAT ENDED WITHOUT FAILURE ADDS ITS   *
      *    PURGED COUNT TO THE TRAILING HISTORY (AND, IF NOTHING ELSE *
      *    DID, CLEARS THE HOLD). ROWS FROM BEFORE THE BREAKER        *
      *    EXISTED CARRY SPACES IN ITS FIELD, AND ROWS FROM BEFORE    *
      *    THE RUN MODE WAS RECORDED SPACES IN THAT - BOTH COUNT AS   *
      *    ORDINARY NIGHTLY PURGES.                                   *
      *****************************************************************
       fold-breaker-event section.
           move 0 to ws-bh-found-idx
           move 1 to ws-bh-idx
           perform until ws-bh-idx > ws-run-item-count
               move ws-ri-class-idx(ws-bh-idx) to ws-bh-class-idx
               move ws-ri-node-idx(ws-bh-idx) to ws-bh-node-idx
               if ws-jc-name(ws-bh-class-idx) = audk-class
                  and ws-node-name(ws-bh-node-idx) = audk-node
                   move ws-bh-idx to ws-bh-found-idx
                   move ws-run-item-count to ws-bh-idx
               end-if
               add 1 to ws-bh-idx
           end-perform
           if ws-bh-found-idx > 0
               evaluate true
                   when audk-breaker = 'B'
                       move 'Y' to ws-bh-latch(ws-bh-found-idx)
                   when audk-breaker = 'R'
                       move 'N' to ws-bh-latch(ws-bh-found-idx)
                       if (audk-run-mode = 'P' or audk-run-mode = space)
                          and (audk-category = 'S'
                               or audk-category = 'W')
                           perform add-breaker-sample
                       end-if
                   when audk-run-mode not = 'P'
                    and audk-run-mode not = space
                       continue
                   when audk-category = 'S' or audk-category = 'W'
                       move 'N' to ws-bh-latch(ws-bh-found-idx)
                       perform add-breaker-sample
               end-evaluate
           end-if
           .

       add-breaker-sample section.
           if audk-purged numeric
               move ws-bh-next(ws-bh-found-idx) to ws-bh-sample-idx
               move audk-purged
                 to ws-bh-purged(ws-bh-found-idx, ws-bh-sample-idx)
               add 1 to ws-bh-next(ws-bh-found-idx)
               if ws-bh-next(ws-bh-found-idx) > ws-breaker-window
                   move 1 to ws-bh-next(ws-bh-found-idx)
               end-if
               if ws-bh-samples(ws-bh-found-idx) < ws-breaker-window
                   add 1 to ws-bh-samples(ws-bh-found-idx)
               end-if
           end-if
           .

      *****************************************************************
      *    CHECK-PURGE-BREAKER - BEFORE A PURGE-MODE CALL, COUNT THE  *
      *    ENTRIES THE CALL WOULD TAKE - EVERY UNHELD ENTRY OLDER     *
      *    THAN ITS OWN KEEP-FOR, THE ARCHIVE PASS'S TEST - AND JUDGE *
      *    THE COUNT. A LOST OR TRUNCATED ENUMERATION CANNOT SHOW     *
      *    THE VOLUME IS NORMAL, SO IT BLOCKS THE CLASS'S PURGE THE   *
      *    WAY AN INCOMPLETE RULE KEEP LIST DOES. EMERGENCY RUNS ARE  *
      *    NOT CHECKED - THEY PURGE DEEPER THAN USUAL BY DESIGN.      *
      *****************************************************************
       check-purge-breaker section.
           move space to ws-breaker-state
           move spaces to ws-breaker-why
           move 0 to ws-breaker-eligible
           move 0 to ws-breaker-average
           if ws-purge-mode and ws-breaker-is-set
               perform begin-class-enumeration
               perform enumerate-class-batch
               perform process-breaker-batch
               perform until ws-enum-rc not = 0
                          or ws-enum-pass-done
                   perform enumerate-class-batch
                   perform process-breaker-batch
               end-perform
               if ws-enum-rc not = 0
                  or ws-enum-was-truncated
                   set ws-breaker-was-blocked to true
                   move spaces to alert-rec
                   string
                        'MFSPHK01 '             delimited by size
                        ws-cur-date             delimited by size
                        ' '                    delimited by size
                        ws-cur-time             delimited by size
                        ' BREAKER COUNT INCOMPLETE CLASS='
                                                delimited by size
                        ws-jc-name(ws-jct-idx)  delimited by size
                        ' NODE='                delimited by size
                        ws-current-node         delimited by size
                   into alert-rec
                   write alert-rec
               else
                   perform judge-purge-breaker
               end-if
           end-if
           .

      *****************************************************************
      *    PROCESS-BREAKER-BATCH - COUNT THE PURGE-ELIGIBLE ENTRIES   *
      *    OF ONE ENUMERATION BATCH.                                  *
      *****************************************************************
       process-breaker-batch section.
           move 1 to ws-spe-idx
           perform until ws-spe-idx > ws-spool-entry-count
               perform resolve-entry-keep-for
               if ws-spe-age-days(ws-spe-idx) > ws-entry-keep-for
                   perform check-entry-hold
                   if not ws-entry-is-held
                       add 1 to ws-breaker-eligible
                   end-if
               end-if
               add 1 to ws-spe-idx
           end-perform
           .

      *****************************************************************
      *    JUDGE-PURGE-BREAKER - TRIP WHEN THE CLASS/NODE IS STILL    *
      *    HELD FROM AN EARLIER TRIP, WHEN THE COUNT IS OVER THE      *
      *    CEILING, OR WHEN IT IS OVER THE MULTIPLE OF THE TRAILING   *
      *    AVERAGE (AN AVERAGE UNDER ONE IS TAKEN AS ONE, SO A CLASS  *
      *    THAT USUALLY PURGES NOTHING IS STILL MEASURED). A TRIP     *
      *    WITH A RELEASE ROW FOR THE CLASS/NODE ON THIS RUN'S        *
      *    CONTROL DATASET IS PURGED ANYWAY, AND SAID SO.             *
      *****************************************************************
       judge-purge-breaker section.
           set ws-breaker-was-clear to true
           move ws-ri-idx to ws-bh-idx
           move 0 to ws-breaker-sum
           if ws-breaker-history-loaded
              and ws-bh-samples(ws-bh-idx) > 0
               move 1 to ws-bh-sample-idx
               perform until ws-bh-sample-idx
                             > ws-bh-samples(ws-bh-idx)
                   add ws-bh-purged(ws-bh-idx, ws-bh-sample-idx)
                     to ws-breaker-sum
                   add 1 to ws-bh-sample-idx
               end-perform
               divide ws-breaker-sum by ws-bh-samples(ws-bh-idx)
                   giving ws-breaker-average
           end-if
           if ws-breaker-history-loaded
              and ws-bh-is-latched(ws-bh-idx)
               move 'HELD' to ws-breaker-why
           end-if
           if ws-breaker-why = spaces
              and ws-breaker-ceiling > 0
              and ws-breaker-eligible > ws-breaker-ceiling
               move 'CEILING' to ws-breaker-why
           end-if
           if ws-breaker-why = spaces
              and ws-breaker-multiple > 0
              and ws-breaker-history-loaded
              and ws-bh-samples(ws-bh-idx) >= ws-breaker-min-samples
               if ws-breaker-average > 0
                   multiply ws-breaker-multiple by ws-breaker-average
                       giving ws-breaker-limit
               else
                   move ws-breaker-multiple to ws-breaker-limit
               end-if
               if ws-breaker-eligible > ws-breaker-limit
                   move 'MULTIPLE' to ws-breaker-why
               end-if
           end-if
           if ws-breaker-why = spaces
               display 'CLASS ' ws-jc-name(ws-jct-idx) ' NODE '
                   ws-current-node ' - ' ws-breaker-eligible
                   ' ENTRIES ELIGIBLE, TRAILING AVERAGE '
                   ws-breaker-average ' - PURGE BREAKER CLEAR'
                   upon console
           else
               perform find-breaker-release
               if ws-rel-was-found
                   set ws-breaker-was-released to true
                   perform record-breaker-release
               else
                   set ws-breaker-was-tripped to true
               end-if
           end-if
           .

      *****************************************************************
      *    FIND-BREAKER-RELEASE - LOOK FOR A RELEASE ROW ON THIS      *
      *    RUN'S CONTROL DATASET COVERING THE CURRENT CLASS AND NODE  *
      *    - ONE NAMING THE NODE, OR ONE LEFT BLANK FOR EVERY NODE.   *
      *****************************************************************
       find-breaker-release section.
           move 'N' to ws-rel-found-flag
           move 1 to ws-rel-idx
           perform until ws-rel-idx > ws-release-count
               if ws-rel-class(ws-rel-idx) = ws-jc-name(ws-jct-idx)
                  and (ws-rel-node(ws-rel-idx) = spaces
                       or ws-rel-node(ws-rel-idx) = ws-current-node)
                   set ws-rel-was-found to true
                   move ws-release-count to ws-rel-idx
               end-if
               add 1 to ws-rel-idx
           end-perform
           .

      *****************************************************************
      *    RECORD-BREAKER-RELEASE - AN OPERATOR RELEASE OVERRODE A    *
      *    TRIP: CONSOLE, AUDIT TRAIL AND ALERT, SO THE PURGE THAT    *
      *    FOLLOWS IS NEVER MISTAKEN FOR ONE THE BREAKER PASSED. THE  *
      *    CLASS EVENT THE PURGE WRITES CARRIES THE RELEASE TOO.      *
      *****************************************************************
       record-breaker-release section.
           display 'CLASS ' ws-jc-name(ws-jct-idx) ' NODE '
               ws-current-node ' - PURGE BREAKER TRIPPED ('
               ws-breaker-why ') ON ' ws-breaker-eligible
               ' ELIGIBLE ENTRIES, TRAILING AVERAGE '
               ws-breaker-average ' - RELEASED BY OPERATOR, PURGING'
               upon console
           move spaces to outrec
           string
                ws-cur-date                delimited by size
                ' '                       delimited by size
                ws-cur-time                delimited by size
                ' CLASS='                  delimited by size
                ws-jc-name(ws-jct-idx)     delimited by size
                ' NODE='                   delimited by size
                ws-current-node            delimited by size
                ' BREAKER='                delimited by size
                ws-breaker-why             delimited by size
                ' ELIGIBLE='               delimited by size
                ws-breaker-eligible        delimited by size
                ' AVERAGE='                delimited by size
                ws-breaker-average         delimited by size
                ' RELEASED BY OPERATOR'    delimited by size
           into outrec
           write outrec
           move spaces to alert-rec
           string
                'MFSPHK01 '                delimited by size
                ws-cur-date                delimited by size
                ' '                       delimited by size
                ws-cur-time                delimited by size
                ' BREAKER RELEASED CLASS='  delimited by size
                ws-jc-name(ws-jct-idx)     delimited by size
                ' NODE='                   delimited by size
                ws-current-node            delimited by size
           into alert-rec
           write alert-rec
           .

      *****************************************************************
      *    RECORD-BREAKER-TRIP - THE CLASS/NODE IS NOT PURGED THIS    *
      *    RUN: 'B' ON ITS STATUS DETAIL, A ROW ON THE AUDIT TRAIL,   *
      *    A FAILED CLASS EVENT CARRYING THE TRIP ON THE KEYED        *
      *    REPOSITORY - WHICH KEEPS IT HELD ON LATER RUNS UNTIL A     *
      *    RELEASE ROW LETS A PURGE THROUGH - AND AN ALERT.           *
      *****************************************************************
       record-breaker-trip section.
           move 'B' to ws-ri-disposition(ws-ri-idx)
           add 1 to ws-breaker-trip-count
           display 'CLASS ' ws-jc-name(ws-jct-idx) ' NODE '
               ws-current-node ' NOT PURGED - PURGE BREAKER TRIPPED ('
               ws-breaker-why ') ON ' ws-breaker-eligible
               ' ELIGIBLE ENTRIES, TRAILING AVERAGE '
               ws-breaker-average ' - HELD UNTIL A RELEASE ROW IS '
               'SUPPLIED' upon console
           move spaces to outrec
           string
                ws-cur-date                delimited by size
                ws-jc-name(ws-jct-idx)     delimited by size
                ' NODE='                   delimited by size
                ws-current-node            delimited by size
                ' BREAKER='                delimited by size
                ws-breaker-why             delimited by size
                ' ELIGIBLE='               delimited by size
                ws-breaker-eligible        delimited by size
                ' AVERAGE='                delimited by size
                ws-breaker-average         delimited by size
                ' NOT PURGED - HELD'       delimited by size
           into outrec
           write outrec
           move 0 to ws-mvsp0027-rc
           move spaces to ws-mvsp0027-reason
           move 0 to ws-stat-scanned
           move 0 to ws-stat-purged
           move 0 to ws-stat-retained
           move 0 to ws-stat-util-pct
           move 0 to ws-archived-count
           move 0 to ws-rule-hit-count
           move 0 to ws-rule-kept-count
           set ws-rc-failure to true
           move ws-mvsp0027-rc to ws-ri-rc(ws-ri-idx)
           move ws-mvsp0027-reason to ws-ri-reason(ws-ri-idx)
           move 'F' to ws-ri-category(ws-ri-idx)
           perform write-audit-ksd-record
           move spaces to alert-rec
           string
                'MFSPHK01 '                delimited by size
                ws-cur-date                delimited by size
                ' '                       delimited by size
                ws-cur-time                delimited by size
                ' BREAKER TRIPPED CLASS='  delimited by size
                ws-jc-name(ws-jct-idx)     delimited by size
                ' NODE='                   delimited by size
                ws-current-node            delimited by size
                ' '                       delimited by size
                ws-breaker-why             delimited by size
           into alert-rec
           write alert-rec
           .

      *****************************************************************
           move 0 to ws-stat-scanned
           move 0 to ws-stat-purged
           move 0 to ws-stat-retained
           move 0 to ws-stat-util-pct
           move 0 to ws-archived-count
      *    a class with retention rules has its entries judged one
      *    by one first - the purge call applies the shortest
      *    keep-for among the class and its rules, and every entry
      *    that must outlive it goes on the keep list mvsp0027
      *    honours. a keep list that could not be built in full
      *    blocks the class's purge, the way an incomplete archive
      *    does. a dry run builds it too, so its rule hits show.
           move 0 to ws-keep-list-count
           move 0 to ws-rule-hit-count
           move 0 to ws-rule-kept-count
           move 'N' to ws-rule-block-flag
           if ws-class-has-rules and not ws-breaker-was-blocked
               perform build-rule-keep-list
           end-if
      *    the archive-before-purge pass runs next - a class whose
      *    archive copies could not all be taken is not purged this
      *    run, so nothing is destroyed ahead of its safety copy.
           move 'N' to ws-archive-block-flag
           if ws-purge-call-mode and ws-archive-requested
              and not ws-rule-was-blocked
              and not ws-breaker-was-blocked
               perform archive-class-entries
           end-if
      *    dry-run mode must never call the real purge - only a
      *    'P' (purge-mode) or 'E' (emergency) run actually
      *    invokes mvsp0027.
           move 'N' to ws-manf-capture-flag
           if ws-purge-call-mode and not ws-archive-was-blocked
              and not ws-rule-was-blocked
              and not ws-breaker-was-blocked
               perform capture-purge-manifest
               if ws-stats-interface-confirmed
                   call 'mvsp0027' using spool-hk-settings
                                        ws-mvsp0027-rc
           end-if
           move spaces to ws-message
           move  ws-mvsp0027-rc  to disp-num
           if ws-breaker-was-blocked
               set ws-rc-failure to true
               string
                    'SPOOL CLEAN-UP NOT ATTEMPTED - BREAKER '
                                                     delimited by size
                    'COUNT INCOMPLETE - CLASS '     delimited by size
                     ws-jc-name(ws-jct-idx)         delimited by size
               into ws-message
           else
           if ws-rule-was-blocked
               set ws-rc-failure to true
               string
                    'SPOOL CLEAN-UP NOT ATTEMPTED - RULE KEEP '
                                                     delimited by size
                    'LIST INCOMPLETE - CLASS '      delimited by size
                     ws-jc-name(ws-jct-idx)         delimited by size
               into ws-message
           else
           if ws-archive-was-blocked
               set ws-rc-failure to true
               string
           end-evaluate
           end-if
           end-if
           end-if
           end-if
      *    only a call that actually succeeded may contribute to the
      *    summary report's scanned/purged/retained totals - a failed
      *    call's (pre-cleared, unvalidated) stats must never be
      *    blended into "confirmed" capacity-planning trend data.
           if ws-purge-call-mode and ws-stats-interface-confirmed
              and ws-rc-success
               add ws-stat-scanned  to ws-total-scanned
               add ws-stat-purged   to ws-total-purged
           move ws-rc-category to ws-ri-category(ws-ri-idx)
           display ws-message ' NODE=' ws-current-node upon console
           perform write-audit-record
           if ws-manf-was-captured
               perform post-purge-manifest
           end-if
           if ws-rc-failure
               perform write-alert-record
               set ws-mvsp0027-class-failed to true
           else
               if ws-purge-mode
                   perform write-class-checkpoint
               end-if
               if ws-purge-call-mode
                   perform verify-class-retention
               end-if
           end-if
           .

      *****************************************************************
      *    BUILD-RULE-KEEP-LIST - ENUMERATE THE CURRENT CLASS ON THE  *
      *    CURRENT NODE AND JUDGE EVERY ENTRY BY ITS OWN KEEP-FOR:    *
      *    THE MOST SPECIFIC MATCHING RULE'S, OR THE CLASS'S. EACH    *
      *    RULE HIT IS COUNTED, AND EVERY UNHELD ENTRY THE PURGE      *
      *    CALL'S SHORTER KEEP-FOR WOULD TAKE BEFORE ITS OWN HAS RUN  *
      *    IS PUT ON THE KEEP LIST. A LOST OR TRUNCATED ENUMERATION,  *
      *    OR A FULL KEEP LIST, BLOCKS THE CLASS'S PURGE - A PARTIAL  *
      *    KEEP LIST WOULD PURGE WHAT A RULE WAS WRITTEN TO KEEP.     *
      *****************************************************************
       build-rule-keep-list section.
           perform begin-class-enumeration
           perform enumerate-class-batch
           perform process-rule-batch
           perform until ws-enum-rc not = 0
                      or ws-enum-pass-done
                      or ws-rule-was-blocked
               perform enumerate-class-batch
               perform process-rule-batch
           end-perform
           if ws-enum-rc not = 0
              or ws-enum-was-truncated
               set ws-rule-was-blocked to true
           end-if
           if ws-rule-was-blocked
               move spaces to alert-rec
               string
                    'MFSPHK01 '             delimited by size
                    ws-cur-date             delimited by size
                    ' '                    delimited by size
                    ws-cur-time             delimited by size
                    ' RULE KEEP LIST INCOMPLETE CLASS='
                                            delimited by size
                    ws-jc-name(ws-jct-idx)  delimited by size
                    ' NODE='                delimited by size
                    ws-current-node         delimited by size
               into alert-rec
               write alert-rec
           else
               display 'CLASS ' ws-jc-name(ws-jct-idx) ' NODE '
                   ws-current-node ' - ' ws-rule-hit-count
                   ' ENTRIES MATCHED A RULE, ' ws-rule-kept-count
                   ' KEPT PAST THE PURGE KEEP-FOR' upon console
           end-if
           .

      *****************************************************************
      *    PROCESS-RULE-BATCH - COUNT THE RULE HITS OF ONE            *
      *    ENUMERATION BATCH AND LIST THE ENTRIES THE PURGE CALL      *
      *    MUST KEEP.                                                 *
      *****************************************************************
       process-rule-batch section.
           move 1 to ws-spe-idx
           perform until ws-spe-idx > ws-spool-entry-count
               perform resolve-entry-keep-for
               if ws-rl-best-idx > 0
                   add 1 to ws-rl-hits(ws-rl-best-idx)
                   add 1 to ws-rule-hit-count
               end-if
               if ws-spe-age-days(ws-spe-idx) > ws-keep-for
                  and ws-spe-age-days(ws-spe-idx)
                      not > ws-entry-keep-for
                   perform check-entry-hold
                   if not ws-entry-is-held
                       perform add-entry-to-keep-list
                   end-if
               end-if
               if ws-rule-was-blocked
                   move ws-spool-entry-count to ws-spe-idx
               end-if
               add 1 to ws-spe-idx
           end-perform
           .

      *****************************************************************
      *    ADD-ENTRY-TO-KEEP-LIST - LIST THE SPOOL ENTRY UNDER        *
      *    EXAMINATION FOR MVSP0027 TO RETAIN.                        *
      *****************************************************************
       add-entry-to-keep-list section.
           if ws-keep-list-count not < ws-keep-list-max
               display 'CLASS ' ws-jc-name(ws-jct-idx) ' NODE '
                   ws-current-node ' NEEDS MORE THAN '
                   ws-keep-list-max ' KEEP LIST ENTRIES - PURGE NOT '
                   'ATTEMPTED' upon console
               set ws-rule-was-blocked to true
           else
               add 1 to ws-keep-list-count
               move ws-spe-job-name(ws-spe-idx)
                 to ws-kl-job-name(ws-keep-list-count)
               move ws-spe-dataset-name(ws-spe-idx)
                 to ws-kl-dataset-name(ws-keep-list-count)
               move ws-spe-create-date(ws-spe-idx)
                 to ws-kl-create-date(ws-keep-list-count)
               add 1 to ws-rule-kept-count
           end-if
           .

      *****************************************************************
      *    VERIFY-CLASS-RETENTION - AFTER A CLASS'S PURGE CALL ENDS   *
      *    WITHOUT FAILURE, INDEPENDENTLY ENUMERATE WHAT IS STILL ON  *
       process-verify-batch section.
           move 1 to ws-spe-idx
           perform until ws-spe-idx > ws-spool-entry-count
               perform resolve-entry-keep-for
               if ws-spe-age-days(ws-spe-idx) > ws-entry-keep-for
                   perform check-entry-hold
                   if not ws-entry-is-held
                       add 1 to ws-verify-overage-count
       process-archive-batch section.
           move 1 to ws-spe-idx
           perform until ws-spe-idx > ws-spool-entry-count
               perform resolve-entry-keep-for
               if ws-spe-age-days(ws-spe-idx) > ws-entry-keep-for
                   perform check-entry-hold
                   if not ws-entry-is-held
                       perform archive-one-entry
           end-if
           .

      *****************************************************************
      *    REFUSE-MANIFEST-NO-ENUM - MANF IS ALLOCATED BUT MVSP0028   *
      *    IS NOT CONFIRMED, SO NO ENTRY CAN BE CAPTURED THIS RUN.    *
      *    CONSOLE AND ALERT IT, AS A MANIFEST FAILURE IS, AND CLOSE  *
      *    THE MANIFEST.                                              *
      *****************************************************************
       refuse-manifest-no-enum section.
           display 'PURGE MANIFEST (MANF) ALLOCATED BUT ENUM-AVAILABLE '
               'NOT CONFIRMED - NO MANIFEST RECORDED THIS RUN'
               upon console
           move spaces to alert-rec
           string
                'MFSPHK01 '             delimited by size
                ws-cur-date             delimited by size
                ' '                    delimited by size
                ws-cur-time             delimited by size
                ' MANIFEST NOT RECORDED - ENUM-AVAILABLE NOT CONFIRMED'
                                        delimited by size
           into alert-rec
           write alert-rec
           close manifksd
           move 'N' to ws-manf-open-flag
           .

      *****************************************************************
      *    CAPTURE-PURGE-MANIFEST - JUST BEFORE THE CURRENT CLASS/    *
      *    NODE'S MVSP0027 CALL, LIST WHAT IS ON SPOOL FOR IT         *
      *    (MVSP0028) AND SPILL EVERY ENTRY OLDER THAN THE RETENTION  *
      *    ABOUT TO BE APPLIED - HELD OR NOT - TO THE MANIFEST WORK   *
      *    FILE. THE ROWS ARE POSTED TO THE MANIFEST ONCE THE CALL'S  *
      *    OUTCOME IS KNOWN. A LOST OR TRUNCATED ENUMERATION LEAVES   *
      *    THE MANIFEST SHORT FOR THE CLASS AND IS ALERTED - IT NEVER *
      *    HOLDS UP THE PURGE. SKIPPED UNTIL OPERATIONS CONFIRM THE   *
      *    INSTALLED MVSP0028 INTERFACE (ENUM-AVAILABLE).             *
      *****************************************************************
       capture-purge-manifest section.
           if ws-manf-is-open
              and ws-enum-interface-confirmed
               open output mfwkfile
               if status-codev not = '00'
                   move status-codev to ws-manf-fail-status
                   perform log-manifest-failure
               else
                   set ws-manf-was-captured to true
                   move 0 to ws-manf-entry-count
                   perform begin-class-enumeration
                   perform enumerate-class-batch
                   perform process-manifest-batch
                   perform until ws-enum-rc not = 0
                              or ws-enum-pass-done
                              or not ws-manf-was-captured
                       perform enumerate-class-batch
                       perform process-manifest-batch
                   end-perform
                   close mfwkfile
                   if ws-manf-was-captured
                      and (ws-enum-rc not = 0
                           or ws-enum-was-truncated)
                       move spaces to alert-rec
                       string
                            'MFSPHK01 '             delimited by size
                            ws-cur-date             delimited by size
                            ' '                    delimited by size
                            ws-cur-time             delimited by size
                            ' MANIFEST INCOMPLETE CLASS='
                                                    delimited by size
                            ws-jc-name(ws-jct-idx)  delimited by size
                            ' NODE='                delimited by size
                            ws-current-node         delimited by size
                       into alert-rec
                       write alert-rec
                   end-if
               end-if
           end-if
           .

      *****************************************************************
      *    PROCESS-MANIFEST-BATCH - SPILL THE PURGE-ELIGIBLE ENTRIES  *
      *    OF ONE ENUMERATION BATCH TO THE MANIFEST WORK FILE.        *
      *****************************************************************
       process-manifest-batch section.
           move 1 to ws-spe-idx
           perform until ws-spe-idx > ws-spool-entry-count
               perform resolve-entry-keep-for
               if ws-spe-age-days(ws-spe-idx) > ws-entry-keep-for
                   perform check-entry-hold
                   move ws-spe-job-name(ws-spe-idx) to ws-mfh-job-name
                   move ws-spe-dataset-name(ws-spe-idx)
                     to ws-mfh-dataset-name
                   move ws-spe-owner-id(ws-spe-idx) to ws-mfh-owner-id
                   move ws-spe-create-date(ws-spe-idx)
                     to ws-mfh-create-date
                   move ws-entry-held-flag to ws-mfh-held-flag
                   move ws-entry-keep-for to ws-mfh-keep-for
                   write mfwk-rec from ws-mf-hold-entry
                   if status-codev not = '00'
                       move status-codev to ws-manf-fail-status
                       perform log-manifest-failure
                       move ws-spool-entry-count to ws-spe-idx
                   else
                       add 1 to ws-manf-entry-count
                   end-if
               end-if
               add 1 to ws-spe-idx
           end-perform
           .

      *****************************************************************
      *    POST-PURGE-MANIFEST - READ THE CAPTURED ENTRIES BACK AND   *
      *    WRITE ONE MANIFEST ROW FOR EACH, CARRYING WHAT THE PURGE   *
      *    CALL JUST DID TO IT AND, FOR AN ENTRY ARCHIVED AHEAD OF    *
      *    THE PURGE, THE ARCHIVE GENERATION IT CAN BE RETRIEVED      *
      *    FROM.                                                      *
      *****************************************************************
       post-purge-manifest section.
           if ws-manf-is-open
               open input mfwkfile
               if status-codev not = '00'
                   move status-codev to ws-manf-fail-status
                   perform log-manifest-failure
               else
                   move 'N' to ws-mfwk-eof-flag
                   perform until ws-mfwk-is-eof
                       read mfwkfile into ws-mf-hold-entry
                       if status-codev not = '00'
                           set ws-mfwk-is-eof to true
                       else
                           perform write-manifest-row
                           if not ws-manf-is-open
                               set ws-mfwk-is-eof to true
                           end-if
                       end-if
                   end-perform
                   close mfwkfile
                   if ws-manf-is-open
                       display 'CLASS ' ws-jc-name(ws-jct-idx)
                           ' NODE ' ws-current-node ' - '
                           ws-manf-entry-count
                           ' ENTRIES RECORDED ON THE PURGE MANIFEST'
                           upon console
                   end-if
               end-if
           end-if
           move 'N' to ws-manf-capture-flag
           .

      *****************************************************************
      *    WRITE-MANIFEST-ROW - ONE MANIFEST ROW FOR THE CAPTURED     *
      *    ENTRY IN WS-MF-HOLD-ENTRY. EVERY ROW OF THE RUN CARRIES    *
      *    ITS OWN SEQUENCE NUMBER IN THE KEY, SO A DUPLICATE KEY IS  *
      *    A REAL FAILURE AND IS HANDLED AS ONE - AN EARLIER ENTRY'S  *
      *    ROW IS NEVER OVERWRITTEN.                                  *
      *****************************************************************
       write-manifest-row section.
           move spaces to manf-rec
           move ws-mfh-job-name to manf-job-name
           move ws-cur-date to manf-run-date
           move ws-cur-time to manf-run-time
           move ws-mfh-dataset-name to manf-dataset-name
           move ws-current-node to manf-node
           move ws-mfh-create-date to manf-create-date
           if ws-manf-entry-seq = 99999
               move 0 to ws-manf-entry-seq
           end-if
           add 1 to ws-manf-entry-seq
           move ws-manf-entry-seq to manf-entry-seq
           move ws-mfh-owner-id to manf-owner-id
           move ws-jc-name(ws-jct-idx) to manf-class
           move ws-mfh-keep-for to manf-keep-for
           move ws-mfh-held-flag to manf-hold-flag
           move 0 to manf-archive-gen
           evaluate true
               when manf-entry-was-held
                   set manf-was-held to true
               when ws-rc-failure
                   set manf-purge-failed to true
               when ws-rc-warning
                   set manf-purge-warned to true
               when other
                   set manf-was-purged to true
           end-evaluate
      *    the archive pass copies every unheld eligible entry before
      *    a purge is allowed to go ahead, so an unheld entry here
      *    has its copy in this run's generation.
           if ws-archive-requested
              and not manf-entry-was-held
               move ws-archive-gen to manf-archive-gen
           end-if
           move ws-mvsp0027-rc to manf-purge-rc
           move ws-mvsp0027-reason to manf-purge-reason
           move ws-run-mode to manf-run-mode
           write manf-rec
           if status-codem not = '00'
               move status-codem to ws-manf-fail-status
               perform log-manifest-failure
           end-if
           .

      *****************************************************************
      *    OPEN-PURGE-MANIFEST - THE MANIFEST ACCUMULATES ACROSS      *
      *    RUNS, SO THE KEYED CLUSTER IS OPENED I-O WHEN IT HAS       *
      *    RECORDS AND LOADED FRESH WHEN IT IS EMPTY - THE AUDK       *
      *    DISCIPLINE.                                                *
      *****************************************************************
       open-purge-manifest section.
           open i-o manifksd
           evaluate status-codem
               when '00'
                   set ws-manf-is-open to true
               when '35'
                   open output manifksd
                   if status-codem = '00'
                       set ws-manf-is-open to true
                   else
                       move status-codem to ws-manf-fail-status
                       perform log-manifest-failure
                   end-if
               when other
                   move status-codem to ws-manf-fail-status
                   perform log-manifest-failure
           end-evaluate
           .

      *****************************************************************
      *    LOG-MANIFEST-FAILURE - CONSOLE AND ALERT A MANIFEST OR     *
      *    MANIFEST WORK FILE PROBLEM, THEN STOP RECORDING THE        *
      *    MANIFEST FOR THE REST OF THE RUN SO ONE BROKEN DATASET     *
      *    DOES NOT ALERT ON EVERY CLASS.                             *
      *****************************************************************
       log-manifest-failure section.
           display 'PURGE MANIFEST (MANF/MFWK) UNAVAILABLE, STATUS='
               ws-manf-fail-status ' - NO MANIFEST RECORDED FOR THE '
               'REST OF THIS RUN' upon console
           move spaces to alert-rec
           string
                'MFSPHK01 '             delimited by size
                ws-cur-date             delimited by size
                ' '                    delimited by size
                ws-cur-time             delimited by size
                ' PURGE MANIFEST UNAVAILABLE STATUS='
                                        delimited by size
                ws-manf-fail-status     delimited by size
           into alert-rec
           write alert-rec
           if ws-manf-is-open
               close manifksd
               move 'N' to ws-manf-open-flag
           end-if
           move 'N' to ws-manf-capture-flag
           .

      *****************************************************************
      *    WRITE-CLASS-CHECKPOINT - RECORD THAT THE CURRENT JOB        *
      *    CLASS'S MVSP0027 CALL COMPLETED WITHOUT FAILURE, SO A       *
      *****************************************************************
       write-audit-record section.
           move spaces to outrec
           if ws-breaker-was-blocked
               string
                    ws-cur-date             delimited by size
                    ' '                    delimited by size
                    ws-cur-time             delimited by size
                    ' CLASS='               delimited by size
                    ws-jc-name(ws-jct-idx)  delimited by size
                    ' NODE='                delimited by size
                    ws-current-node         delimited by size
                    ' KEEP-FOR='            delimited by size
                    ws-keep-for             delimited by size
                    ' (BREAKER COUNT INCOMPLETE - PURGE NOT '
                                            delimited by size
                    'ATTEMPTED)'            delimited by size
               into outrec
           else
           if ws-rule-was-blocked
               string
                    ws-cur-date             delimited by size
                    ' '                    delimited by size
                    ws-cur-time             delimited by size
                    ' CLASS='               delimited by size
                    ws-jc-name(ws-jct-idx)  delimited by size
                    ' NODE='                delimited by size
                    ws-current-node         delimited by size
                    ' KEEP-FOR='            delimited by size
                    ws-keep-for             delimited by size
                    ' (RULE KEEP LIST INCOMPLETE - PURGE NOT '
                                            delimited by size
                    'ATTEMPTED)'            delimited by size
               into outrec
           else
           if ws-archive-was-blocked
               string
                    ws-cur-date             delimited by size
                    ' (SIMULATED - NO PURGE PERFORMED)'
                                            delimited by size
               into outrec
           else
           if ws-emergency-mode
               move ws-stat-util-pct to ws-util-disp
               string
                    ws-cur-date             delimited by size
                    ' '                    delimited by size
                    ws-cur-time             delimited by size
                    ' CLASS='               delimited by size
                    ws-jc-name(ws-jct-idx)  delimited by size
                    ' NODE='                delimited by size
                    ws-current-node         delimited by size
                    ' RC='                  delimited by size
                    disp-num                delimited by size
                    ' REASON='              delimited by size
                    ws-mvsp0027-reason      delimited by size
                    ' KEEP-FOR='            delimited by size
                    ws-keep-for             delimited by size
                    ' (EMERGENCY PURGE - SPOOL UTIL='
                                            delimited by size
                    ws-util-disp            delimited by size
                    '%)'                    delimited by size
               into outrec
           else
               string
                    ws-cur-date             delimited by size
               into outrec
           end-if
           end-if
           end-if
           end-if
           end-if
           write outrec
           if ws-class-has-rules and not ws-rule-was-blocked
              and not ws-breaker-was-blocked
               perform write-rule-hit-records
           end-if
           perform write-audit-ksd-record
           .

      *****************************************************************
      *    WRITE-RULE-HIT-RECORDS - ONE AUDIT TRAIL ROW PER RETENTION *
      *    RULE OF THE CURRENT CLASS WITH THE ENTRIES IT DECIDED ON   *
      *    THIS NODE, THEN THE CLASS'S RULE TOTALS.                   *
      *****************************************************************
       write-rule-hit-records section.
           move 1 to ws-rl-idx
           perform until ws-rl-idx > ws-rule-count
               if ws-rl-class(ws-rl-idx) = ws-jc-name(ws-jct-idx)
                   move spaces to outrec
                   string
                        ws-cur-date               delimited by size
                        ' '                      delimited by size
                        ws-cur-time               delimited by size
                        ' RULE CLASS='            delimited by size
                        ws-rl-class(ws-rl-idx)    delimited by size
                        ' NODE='                  delimited by size
                        ws-current-node           delimited by size
                        ' MATCH='                 delimited by size
                        ws-rl-match-type(ws-rl-idx)
                                                  delimited by size
                        ' PATTERN='               delimited by size
                        ws-rl-pattern(ws-rl-idx)  delimited by size
                        ' KEEP-FOR='              delimited by size
                        ws-rl-span(ws-rl-idx)     delimited by size
                        ' HITS='                  delimited by size
                        ws-rl-hits(ws-rl-idx)     delimited by size
                   into outrec
                   write outrec
               end-if
               add 1 to ws-rl-idx
           end-perform
           move spaces to outrec
           string
                ws-cur-date                delimited by size
                ' '                       delimited by size
                ws-cur-time                delimited by size
                ' RULE SUMMARY CLASS='     delimited by size
                ws-jc-name(ws-jct-idx)     delimited by size
                ' NODE='                   delimited by size
                ws-current-node            delimited by size
                ' ENTRIES-MATCHED='        delimited by size
                ws-rule-hit-count          delimited by size
                ' KEPT-BY-LIST='           delimited by size
                ws-rule-kept-count         delimited by size
           into outrec
           write outrec
           .

      *****************************************************************
      *    OPEN-AUDIT-REPOSITORY - OPEN THE KEYED AUDIT REPOSITORY    *
      *    (AUDK), LOADING IT FRESH WHEN IT IS EMPTY. THE SEQUENTIAL  *
               move ws-stat-purged to audk-purged
               move ws-stat-retained to audk-retained
               move 0 to audk-overage
               if ws-emergency-mode
                   move ws-stat-util-pct to audk-util-pct
               else
                   move 0 to audk-util-pct
               end-if
               if ws-purge-call-mode and ws-archive-requested
                   move ws-archive-gen to audk-archive-gen
                   move ws-archived-count to audk-archived
               else
                   move 0 to audk-archive-gen
                   move 0 to audk-archived
               end-if
               if ws-class-has-rules
                   move ws-rule-hit-count to audk-rule-hits
                   move ws-rule-kept-count to audk-rule-kept
               else
                   move 0 to audk-rule-hits
                   move 0 to audk-rule-kept
               end-if
               move ws-breaker-state to audk-breaker
               move ws-breaker-eligible to audk-breaker-count
               move ws-breaker-average to audk-breaker-avg
               write audk-rec
               if status-codek = '22'
                   rewrite audk-rec
               move ws-total-purged to audk-purged
               move ws-total-retained to audk-retained
               move 0 to audk-overage
               move 0 to audk-util-pct
               move 0 to audk-archive-gen
               move 0 to audk-archived
               move 0 to audk-rule-hits
               move 0 to audk-rule-kept
               move space to audk-breaker
               move 0 to audk-breaker-count
               move 0 to audk-breaker-avg
               write audk-rec
               if status-codek = '22'
                   rewrite audk-rec
                     to cfg-cls-priority
                   move ws-jc-count-mode(ws-jct-idx)
                     to cfg-cls-count-mode
                   move ws-jc-emerg-keep(ws-jct-idx)
                     to cfg-cls-emerg-keep
                   write cfg-rec
                   add 1 to ws-jct-idx
               end-perform
                   write cfg-rec
                   add 1 to ws-node-idx
               end-perform
               move 1 to ws-rl-idx
               perform until ws-rl-idx > ws-rule-count
                   move spaces to cfg-rec
                   move 'R' to cfg-rule-type
                   move ws-rl-class(ws-rl-idx) to cfg-rule-class
                   move ws-rl-match-type(ws-rl-idx)
                     to cfg-rule-match-type
                   move ws-rl-pattern(ws-rl-idx) to cfg-rule-pattern
                   move ws-rl-keep-for(ws-rl-idx)
                     to cfg-rule-keep-for
                   write cfg-rec
                   add 1 to ws-rl-idx
               end-perform
               move 'RUN-MODE' to ws-cfg-opt-name
               move ws-run-mode to ws-cfg-opt-value
               perform write-config-option
               move 'FORECAST-DAYS' to ws-cfg-opt-name
               move ws-forecast-days to ws-cfg-opt-value
               perform write-config-option
               move 'UTIL-AVAILABLE' to ws-cfg-opt-name
               move ws-util-available to ws-cfg-opt-value
               perform write-config-option
               move 'EMERG-TARGET-PCT' to ws-cfg-opt-name
               move ws-emerg-target-pct to ws-cfg-opt-value
               perform write-config-option
               move 'RULE-AVAILABLE' to ws-cfg-opt-name
               move ws-rule-available to ws-cfg-opt-value
               perform write-config-option
               move 'ERASE-AVAILABLE' to ws-cfg-opt-name
               move ws-erase-available to ws-cfg-opt-value
               perform write-config-option
               move 'BREAKER-MULTIPLE' to ws-cfg-opt-name
               move ws-breaker-multiple to ws-cfg-opt-value
               perform write-config-option
               move 'BREAKER-CEILING' to ws-cfg-opt-name
               move ws-breaker-ceiling to ws-cfg-opt-value
               perform write-config-option
               move spaces to cfg-rec
               move 'T' to cfg-trl-type
               move ws-job-class-count to cfg-trl-class-count
                   move 1 to ws-checkpoint-remainder
           end-divide
           if ws-checkpoint-remainder = 0
              and not ws-emergency-mode
               move spaces to restart-rec
               set rstr-is-input-checkpoint to true
               move ws-records-read to rstr-record-count
       load-restart-checkpoint section.
           move 0 to ws-restart-last-count
           if ws-restart-requested
              and not ws-emergency-mode
               open input restartf
               if status-coder = '00'
                   perform until status-coder not = '00'
       process-forecast-batch section.
           move 1 to ws-spe-idx
           perform until ws-spe-idx > ws-spool-entry-count
               perform resolve-entry-keep-for
               compute ws-fc-days-left = ws-entry-keep-for
                   - ws-spe-age-days(ws-spe-idx)
               if ws-fc-days-left <= ws-forecast-days
                   perform check-entry-hold
      *    MVSP0027 RESULT, AND A TRAILER WITH THE FAILURE COUNT AND  *
      *    RUN TOTALS. A STATUS FILE THAT CANNOT BE WRITTEN IS ONLY   *
      *    WARNED - IT MUST NEVER CHANGE THE OUTCOME IT REPORTS.      *
      *    WRITTEN BY THE NIGHTLY AND DRY/FORECAST RUNS ONLY - NEVER  *
      *    BY A DAYTIME EMERGENCY RUN.                                *
      *****************************************************************
       write-status-interface section.
           open output statfile
           move ws-ri-rc(ws-ri-idx) to stat-dtl-rc
           move ws-ri-reason(ws-ri-idx) to stat-dtl-reason
           move ws-ri-category(ws-ri-idx) to stat-dtl-category
           if ws-emergency-mode
               move ws-jc-emerg-keep(ws-jct-idx) to stat-dtl-keep-for
           else
               move ws-jc-keep-for(ws-jct-idx) to stat-dtl-keep-for
           end-if
           move ws-node-name(ws-node-idx) to stat-dtl-node
           write stat-rec
           .
