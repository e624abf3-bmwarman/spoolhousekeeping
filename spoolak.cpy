      *    AUDITOR'S CLASS-AND-DATE-RANGE QUESTION IS ONE KEYED      *
      *    BROWSE INSTEAD OF A SCAN OF SEQUENTIAL GENERATIONS.       *
      *    INCLUDED UNDER 01 AUDK-REC IN MFSPHK01, MFSPHK03,         *
      *    MFSPHK08, MFSPHK09, MFSPHK13, MFSPHK14, MFSPHK15,         *
      *    MFSPHK16 AND MFSPHK17.                                    *
      *    THE AUDIT-HISTORY GENERATIONS MFSPHK13 OFFLOADS AGED      *
      *    EVENTS INTO CARRY THE SAME 120-BYTE ROWS, FOLLOWED BY     *
      *    ITS 'T' CONTROL-TOTAL TRAILER ROWS.                       *
      *****************************************************************
           05  audk-key.
               10  audk-run-date          pic 9(08).
               10  audk-run-time          pic 9(06).
      *        job-class name, or '*SUMMARY' for the run summary,
      *        or '*RETRVL' for an archive retrieval log row,
      *        or '*DESTROY' for an early destruction event,
      *        or '*DSTGEN' for a destroyed archive generation row.
               10  audk-class             pic x(08).
      *        spool node the event describes ('*LOCAL' on a
      *        single-spool system), part of the key so the same
      *        class on two nodes in one run keeps two events.
      *        '*ALL' on run summaries - they span every node.
      *        on a retrieval log row or a destruction event it
      *        carries the request id instead, so every request
      *        worked in one MFSPHK16 or MFSPHK17 run keeps a row of
      *        its own. on a destroyed archive generation row it
      *        carries the run's sequence number of the row, as
      *        several generations go for one request.
      *        extending the key means redefining the cluster; the
      *        old repository is REPROed through a one-time convert
      *        that fills '*LOCAL' into this byte range.
               10  audk-node              pic x(08).
           05  audk-data.
      *        'C' - per-class audit event, 'S' - run summary.
      *        'T' - control-total trailer, only ever found at the
      *        end of an audit-history generation, never on AUDK.
               10  audk-record-type       pic x(01).
                   88  audk-is-class-event         value 'C'.
                   88  audk-is-run-summary         value 'S'.
                   88  audk-is-history-trailer     value 'T'.
      *        'R' - archive retrieval log, one per request MFSPHK16
      *        works - who pulled archived output back, and when.
                   88  audk-is-retrieval-log       value 'R'.
      *        'D' - early destruction, one per owner request
      *        MFSPHK17 carries out - what was destroyed, for whom
      *        and on whose authority.
                   88  audk-is-destruction         value 'D'.
      *        'G' - destroyed archive generation, one per archive
      *        index row MFSPHK17 drops while destroying - so the
      *        archive reconciliation (MFSPHK14) can take the row
      *        out of what its generation and class claim.
                   88  audk-is-destroyed-gen       value 'G'.
               10  audk-keep-for          pic 9(03).
               10  audk-rc                pic 9(05).
               10  audk-reason            pic x(02).
      *        'S' success, 'W' warning, 'F' failure - the category
      *        the rc/reason resolved to; spaces on summary rows.
               10  audk-category          pic x(01).
      *        run mode in force when the event was written - 'R'
      *        on retrieval log rows, 'X' on destruction events
      *        and destroyed archive generation rows.
               10  audk-run-mode          pic x(01).
      *        per-call counts on class events (zero when the stats
      *        interface is unconfirmed), run totals on summaries.
      *        spaces on rows written before this field existed -
      *        readers must treat non-numeric as zero.
               10  audk-overage           pic 9(04).
      *        spool utilization percentage mvsp0027 reported for the
      *        node after an emergency-mode class event's purge -
      *        zero on every other event, spaces on rows written
      *        before this field existed (read as zero).
               10  audk-util-pct          pic 9(03).
      *        archive generation a class event's archive-before-
      *        purge pass wrote into, and how many entries it
      *        archived there (a pass that was blocked part way
      *        still counts what it copied) - zero when the run was
      *        not archiving, spaces on rows written before these
      *        fields existed.
               10  audk-archive-gen       pic 9(04).
               10  audk-archived          pic 9(07).
      *        on a class event for a class with retention rules: how
      *        many of its entries matched a rule, and how many of
      *        those the purge call was told to keep past its own
      *        keep-for - the per-rule breakdown is on the sequential
      *        trail. zero for a class without rules, spaces on rows
      *        written before these fields existed (read as zero).
               10  audk-rule-hits         pic 9(07).
               10  audk-rule-kept         pic 9(07).
      *        purge circuit breaker verdict on a purge-mode class
      *        event: 'C' counted and clear, 'B' tripped - not
      *        purged, and held on later runs until a release row
      *        lets a purge through - 'R' tripped but released by
      *        the operator and purged, 'I' count incomplete - not
      *        purged. with it, the eligible count the breaker took
      *        and the trailing average it judged that against.
      *        space (counts zero) when the breaker was not in use,
      *        and on rows written before these fields existed.
               10  audk-breaker           pic x(01).
               10  audk-breaker-count     pic 9(07).
               10  audk-breaker-avg       pic 9(07).
               10  filler                 pic x(09).
      *    trailer view of a history generation's 'T' rows - one per
      *    class offloaded (the key carries the offload run date and
      *    time, the class and node '*ALL') plus a '*TOTAL' row for
      *    the whole generation. the totals are the balancing
      *    figures the offload proved before deleting anything.
           05  audk-trailer-view redefines audk-data.
               10  filler                 pic x(01).
               10  audk-trl-events        pic 9(07).
               10  audk-trl-scanned       pic 9(09).
               10  audk-trl-purged        pic 9(09).
               10  audk-trl-retained      pic 9(09).
      *        events dated before this horizon were offloaded.
               10  audk-trl-horizon       pic 9(08).
               10  filler                 pic x(47).
      *    retrieval log view of an 'R' row. the key carries the
      *    retrieval run's date and time, class '*RETRVL' and the
      *    request id; audk-rc/audk-reason carry the last mvsp0029
      *    failure of the request (zero when none failed), and
      *    audk-category 'S' when everything matched came back, 'W'
      *    when nothing matched, 'F' when any entry failed or was
      *    not attempted.
           05  audk-retrieval-view redefines audk-data.
               10  filler                 pic x(13).
               10  audk-rtv-requester     pic x(08).
      *        job name as requested - a trailing '*' marks a
      *        job-name prefix.
               10  audk-rtv-job-name      pic x(08).
               10  audk-rtv-dataset-name  pic x(20).
               10  audk-rtv-from-date     pic 9(08).
               10  audk-rtv-to-date       pic 9(08).
               10  audk-rtv-node          pic x(08).
      *        'N' newest generation only, 'A' all generations.
               10  audk-rtv-gen-choice    pic x(01).
               10  audk-rtv-matched       pic 9(05).
               10  audk-rtv-retrieved     pic 9(05).
               10  audk-rtv-failed        pic 9(05).
               10  filler                 pic x(01).
      *    destruction view of a 'D' row. the key carries the
      *    destruction run's date and time, class '*DESTROY' and
      *    the request id; audk-rc/audk-reason carry the last
      *    mvsp0029 failure (zero when none failed), audk-category
      *    'S' when every copy was destroyed - the certificate was
      *    issued - and 'F' when any copy survived.
           05  audk-destruction-view redefines audk-data.
               10  filler                 pic x(13).
               10  audk-dst-requester     pic x(08).
      *        the authorising reference quoted on the request.
               10  audk-dst-auth-ref      pic x(12).
               10  audk-dst-job-name      pic x(08).
      *        spaces when every dataset of the job was destroyed.
               10  audk-dst-dataset-name  pic x(20).
      *        owner id mvsp0028 reported for the spool copies.
               10  audk-dst-owner-id      pic x(08).
               10  audk-dst-spool-erased  pic 9(05).
               10  audk-dst-arch-deleted  pic 9(05).
               10  audk-dst-failed        pic 9(05).
               10  filler                 pic x(06).
      *    destroyed archive generation view of a 'G' row. the key
      *    carries the destruction run's date and time, class
      *    '*DSTGEN' and the row's sequence number in the run;
      *    audk-category is always 'S' - only a generation whose copy
      *    was deleted and whose index row was dropped gets a row.
      *    the generation, node and class are the dropped index
      *    row's own.
           05  audk-dstgen-view redefines audk-data.
               10  filler                 pic x(13).
               10  audk-dsg-request-id    pic x(08).
               10  audk-dsg-job-name      pic x(08).
               10  audk-dsg-dataset-name  pic x(20).
               10  audk-dsg-gen           pic 9(04).
               10  audk-dsg-arch-node     pic x(08).
               10  audk-dsg-arch-class    pic x(08).
               10  filler                 pic x(21).
