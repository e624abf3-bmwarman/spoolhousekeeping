      *    'D' requests report-only/simulation handling, 'F' makes
      *    no purge call at all and instead reports, per job owner,
      *    every spool entry that will become purge-eligible within
      *    the next ws-forecast-days days. 'E' is the daytime
      *    spool-full emergency purge - each class purged down to
      *    its emergency keep-for, least important class first,
      *    until the spool utilization mvsp0027 reports falls
      *    under ws-emerg-target-pct.
           05  ws-run-mode                pic x(01) value 'P'.
               88  ws-dry-run-mode                   value 'D'.
               88  ws-purge-mode                      value 'P'.
               88  ws-forecast-mode                   value 'F'.
               88  ws-emergency-mode                  value 'E'.
      *        either mode that actually calls the real purge.
               88  ws-purge-call-mode           values 'P' 'E'.
      *    per-job-class retention tiers - one mvsp0027 call per
      *    entry, so different departments' compliance retention
      *    requirements can each get their own number of days.
      *    while the audit trail claims per-node coverage.
           05  ws-node-available          pic x(01) value 'N'.
               88  ws-node-interface-confirmed       value 'Y'.
      *    per-class emergency keep-for, parallel to
      *    ws-job-class-table above and kept separate for the same
      *    reason ws-jc-priority-table is. the calendar (or, for a
      *    'B' class, business) days an emergency-mode run keeps a
      *    class's output - never below the site policy floor, see
      *    validate-retention-policy. zero means the class has no
      *    emergency keep-for and an emergency run leaves it alone.
           05  ws-jc-emerg-keep-table.
               10  ws-jc-emerg-keep   pic 9(03) occurs 10 times
                                      value 0.
      *    spool utilization percentage an emergency-mode run works
      *    down to - once a node's spool reports under it, no
      *    further class is purged on that node. zero until set on
      *    the control dataset; an emergency run is refused without
      *    it.
           05  ws-emerg-target-pct        pic 9(03) value 0.
      *    whether the installed mvsp0027 module returns the spool
      *    utilization field appended to its stats argument. same
      *    caution as every interface extension: leave 'N' until
      *    operations have confirmed it - an emergency run cannot
      *    tell when to stop without it and is refused while 'N'.
           05  ws-util-available          pic x(01) value 'N'.
               88  ws-util-interface-confirmed       value 'Y'.
      *    whether the installed mvsp0027 module honours the keep
      *    list below. same caution as every interface extension:
      *    leave 'N' until operations have confirmed it - while 'N'
      *    a control dataset carrying retention rules ('R' rows) is
      *    rejected outright, rather than purging a rule's entries
      *    at a keep-for the rule was written to prevent.
           05  ws-rule-available          pic x(01) value 'N'.
               88  ws-rule-interface-confirmed       value 'Y'.
      *    per-entry keep list. a class with retention rules is
      *    purged at the shortest keep-for among the class and its
      *    rules (ws-keep-for above); every entry older than that
      *    but still inside its own rule's - or the class's -
      *    keep-for is listed here, and mvsp0027 must retain it
      *    exactly as it retains a held entry. rebuilt for every
      *    class/node call, empty for a class without rules.
      *    an entry names one spool entry by job name, dataset name
      *    AND create date (yyyymmdd) - a daily job's generations
      *    share the first two, and only the generation still inside
      *    its keep-for is to be retained; the older ones are purged
      *    as usual. a module honouring this list must match all
      *    three fields.
           05  ws-keep-list-count         pic 9(03) value 0.
           05  ws-keep-list-table         occurs 500 times.
               10  ws-kl-job-name         pic x(08).
               10  ws-kl-dataset-name     pic x(20).
               10  ws-kl-create-date      pic 9(08).
      *    layout rule: this block is passed whole to mvsp0027, so
      *    an installed module addresses every field above by its
      *    offset. new fields are only ever APPENDED here at the
