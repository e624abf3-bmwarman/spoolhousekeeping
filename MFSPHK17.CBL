000100 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. MFSPHK17.
003100***************************************************************
      *    SPOOL HOUSEKEEPING OWNER-REQUESTED EARLY DESTRUCTION.     *
      *    READS THE DESTRUCTION REQUESTS QUEUED ON THE DSTF DD -    *
      *    AN OWNER ASKING, UNDER AN AUTHORISING REFERENCE, FOR A    *
      *    JOB'S OUTPUT (OR ONE DATASET OF IT) TO BE DESTROYED       *
      *    AHEAD OF ITS RETENTION - AND FOR EACH ONE:                *
      *      - FINDS EVERY COPY: THE SPOOL COPIES THROUGH THE        *
      *        MVSP0028 ENUMERATION OF EVERY CLASS ON EVERY NODE,    *
      *        AND EVERY ARCHIVE GENERATION ON THE KEYED RETRIEVAL   *
      *        INDEX (ARCX);                                         *
      *      - REFUSES IT WHEN ANY COPY IS UNDER A LEGAL/AUDIT HOLD  *
      *        (HLDF) - A HOLD ALWAYS WINS - OR WHEN THE REQUESTER   *
      *        IS NOT THE OWNER ID MVSP0028 REPORTS FOR THE SPOOL    *
      *        COPIES;                                               *
      *      - OTHERWISE ERASES THE SPOOL COPIES AND DELETES EVERY   *
      *        ARCHIVE GENERATION THROUGH MVSP0029, DROPPING EACH    *
      *        GENERATION'S INDEX ROW AS MFSPHK05 DOES.              *
      *    A REQUEST CARRIED OUT IN FULL GETS A CERTIFICATE OF       *
      *    DESTRUCTION ON THE REPORT; EVERY DESTRUCTION ATTEMPTED    *
      *    IS WRITTEN TO THE KEYED AUDIT REPOSITORY (AUDK) AS A 'D'  *
      *    EVENT, AND EVERY INDEX ROW DROPPED AS A 'G' ROW NAMING    *
      *    ITS GENERATION, CLASS AND NODE, SO THE ARCHIVE            *
      *    RECONCILIATION (MFSPHK14) TAKES IT OUT OF THE CLAIM OF    *
      *    THE ARCHIVING RUN THAT WROTE IT. A REFUSED REQUEST IS     *
      *    LISTED WITH ITS REASON.                                   *
      *    THE CTLF DD IS MFSPHK01'S SPOOL CONTROL DATASET (CLASS    *
      *    AND NODE ROWS, AND THE ENUM-AVAILABLE, ENUM-BATCH-AVAIL,  *
      *    NODE-AVAILABLE AND ERASE-AVAILABLE OPTIONS); THE ACTF DD  *
      *    IS MFSPHK05'S ARCHIVE RETENTION DATASET (ONLY ITS         *
      *    DELETE-AVAILABLE OPTION). ROWS THIS PROGRAM HAS NO USE    *
      *    FOR ARE PASSED OVER.                                      *
      *    DSTF ROW (FIXED COLUMNS):                                 *
      *      REQUEST ID      (8)                                     *
      *      REQUESTER       (8)  - THE OWNER ID ASKING              *
      *      AUTHORISING REF (12)                                    *
      *      JOB NAME        (8)  - EXACT, NO PREFIX                 *
      *      DATASET        (20)  - BLANK FOR EVERY DATASET OF THE   *
      *                             JOB                              *
      *    ROWS STARTING '*' AND BLANK ROWS ARE COMMENTS.            *
003200***************************************************************
004600 ENVIRONMENT DIVISION.
004700 input-output section.
       file-control.
           select dstfile assign to dstf organization is sequential
                  file status is status-coded.
           select ctlfile assign to ctlf organization is sequential
                  file status is status-codec.
           select arcctlf assign to actf organization is sequential
                  file status is status-codet.
           select holdf assign to hldf organization is sequential
                  file status is status-codeh.
           select arcixf assign to arcx
                  organization is indexed
                  access is dynamic
                  record key is arcix-key
                  file status is status-codex.
           select auditksd assign to audk
                  organization is indexed
                  access is dynamic
                  record key is audk-key
                  file status is status-codek.
           select rptfile assign to rptf organization is sequential
                  file status is status-coder.
           select alertf assign to alrtf organization is sequential
                  file status is status-codea.
       DATA DIVISION.
       file section.
       fd  dstfile.
       01  dst-rec.
           05  dst-request-id            pic x(08).
           05  dst-requester             pic x(08).
           05  dst-auth-ref              pic x(12).
           05  dst-job-name              pic x(08).
           05  dst-dataset-name          pic x(20).
           05  filler                    pic x(24).
       01  dst-rec-view.
           05  dst-first-byte            pic x(01).
           05  filler                    pic x(79).
       fd  ctlfile.
       01  ctl-rec.
           05  ctl-record-type           pic x(01).
               88  ctl-is-class-row               value 'C'.
               88  ctl-is-option-row              value 'O'.
               88  ctl-is-node-row                value 'N'.
           05  ctl-data                  pic x(79).
           05  ctl-class-view redefines ctl-data.
               10  ctl-class-name        pic x(08).
               10  filler                pic x(71).
           05  ctl-option-view redefines ctl-data.
               10  ctl-option-name       pic x(16).
               10  ctl-option-value      pic x(08).
               10  filler                pic x(55).
           05  ctl-node-view redefines ctl-data.
               10  ctl-node-name         pic x(08).
               10  filler                pic x(71).
       fd  arcctlf.
       01  actl-rec.
           05  actl-record-type          pic x(01).
               88  actl-is-option-row             value 'O'.
           05  actl-data                 pic x(79).
           05  actl-option-view redefines actl-data.
               10  actl-option-name      pic x(16).
               10  actl-option-value     pic x(08).
               10  filler                pic x(55).
       fd  holdf.
       01  hold-rec.
           05  hold-type                 pic x(01).
           05  hold-name                 pic x(20).
           05  hold-reference            pic x(08).
           05  filler                    pic x(51).
       fd  arcixf.
       01  arcix-rec.
           copy spoolax.
       fd  auditksd.
       01  audk-rec.
           copy spoolak.
       fd  rptfile.
       01  rpt-rec                       pic x(132).
       fd  alertf.
       01  alert-rec                     pic x(80).
       WORKING-STORAGE SECTION.
       01 status-coded                   pic xx.
       01 status-codec                   pic xx.
       01 status-codet                   pic xx.
       01 status-codeh                   pic xx.
       01 status-codex                   pic xx.
       01 status-codek                   pic xx.
       01 status-coder                   pic xx.
       01 status-codea                   pic xx.
       01  ws-current-date-time.
           05  ws-cur-date               pic 9(08).
           05  ws-cur-time               pic 9(06).
      *    job classes to enumerate, loaded from the CTLF class
      *    rows.
       01  ws-job-class-table.
           05  ws-job-class-count        pic 9(02) value 0.
           05  ws-job-class-entry        occurs 10 times.
               10  ws-jc-name            pic x(08).
       01  ws-job-class-table-max        pic 9(02) value 10.
       01  ws-jct-idx                    pic 9(02) value 0.
      *    spool nodes to work through, loaded from the CTLF 'N'
      *    rows - '*LOCAL' stands for the one attached spool when
      *    none are configured, the MFSPHK01 convention.
       01  ws-node-count                 pic 9(02) value 1.
       01  ws-node-table.
           05  ws-node-name              pic x(08) occurs 4 times
                                         value '*LOCAL'.
       01  ws-node-table-max             pic 9(02) value 4.
       01  ws-node-idx                   pic 9(02) value 0.
       01  ws-current-node               pic x(08) value '*LOCAL'.
       01  ws-ctl-nodes-seen             pic x(01) value 'N'.
           88  ws-ctl-node-rows-seen                value 'Y'.
      *    interface confirmations - the same caution as every other
      *    program in the set: while any one this run relies on is
      *    'N', the run is refused before anything is destroyed.
       01  ws-node-available             pic x(01) value 'N'.
           88  ws-node-interface-confirmed          value 'Y'.
       01  ws-enum-available             pic x(01) value 'N'.
           88  ws-enum-interface-confirmed          value 'Y'.
       01  ws-enum-batch-avail           pic x(01) value 'N'.
           88  ws-enum-batch-confirmed              value 'Y'.
      *    the mvsp0029 spool-erase mode (ERASE-AVAILABLE on the
      *    spool control dataset) and the archive delete mode
      *    (DELETE-AVAILABLE on the archive retention dataset).
       01  ws-erase-available            pic x(01) value 'N'.
           88  ws-erase-interface-confirmed         value 'Y'.
       01  ws-arch-delete-avail          pic x(01) value 'N'.
           88  ws-arch-delete-confirmed             value 'Y'.
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
      *    set when any class on any node could not be listed in
      *    full - a copy could then be missed, so no request is
      *    carried out on a partial picture of the spool.
       01  ws-enum-incomplete-flag       pic x(01) value 'N'.
           88  ws-enum-is-incomplete                value 'Y'.
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
      *    interface areas for the mvsp0029 spool archive module -
      *    the same layout MFSPHK05 deletes with. MODE 'D' DELETES
      *    ONE ARCHIVED GENERATION, AS IN MFSPHK05; MODE 'E' ERASES
      *    ONE SPOOL ENTRY (THE GENERATION IS ZERO). BOTH ARE THIS
      *    SHOP'S WORKING ASSUMPTION FOR THE MODULE, THE SAME
      *    CAUTION AS THE RC/REASON MEANINGS IN MFSPHK01 - CONFIRM
      *    THEM AGAINST THE INSTALLED MODULE'S OWN DOCUMENTATION.
       01  ws-arch-request.
           05  ws-arch-mode              pic x(01).
           05  ws-arch-job-name          pic x(08).
           05  ws-arch-dataset-name      pic x(20).
           05  ws-arch-req-gen           pic 9(04).
           05  ws-arch-node              pic x(08).
       01  ws-arch-rc                    pic xx comp-5.
       01  ws-arch-reason                pic xx.
       01  disp-num                      pic 9(05).
      *    legal/audit hold list, loaded from HLDF exactly as
      *    MFSPHK05 loads it.
       01  ws-hold-list.
           05  ws-hold-count             pic 9(03) value 0.
           05  ws-hold-table             occurs 50 times.
               10  ws-hld-type           pic x(01).
                   88  ws-hld-is-job-name         value 'J'.
                   88  ws-hld-is-dataset-name     value 'D'.
               10  ws-hld-name           pic x(20).
               10  ws-hld-reference      pic x(08).
       01  ws-hold-table-max             pic 9(03) value 50.
       01  ws-hold-idx                   pic 9(03) value 0.
       01  ws-entry-held-flag            pic x(01) value 'N'.
           88  ws-entry-is-held                     value 'Y'.
       01  ws-held-reference             pic x(08).
       01  ws-hold-subject-job           pic x(08).
       01  ws-hold-subject-dsn           pic x(20).
      *    the queued destruction requests, in DSTF order.
       01  ws-request-table.
           05  ws-request-count          pic 9(03) value 0.
           05  ws-request-entry          occurs 100 times.
               10  ws-rq-request-id      pic x(08).
               10  ws-rq-requester       pic x(08).
               10  ws-rq-auth-ref        pic x(12).
               10  ws-rq-job-name        pic x(08).
               10  ws-rq-dataset-name    pic x(20).
               10  ws-rq-status          pic x(01).
                   88  ws-rq-is-rejected            value 'X'.
               10  ws-rq-reject-text     pic x(48).
      *            copies found, and set when one would not fit the
      *            target tables.
               10  ws-rq-spool-found     pic 9(05).
               10  ws-rq-arch-found      pic 9(05).
               10  ws-rq-overflow-flag   pic x(01).
                   88  ws-rq-overflowed             value 'Y'.
       01  ws-request-table-max          pic 9(03) value 100.
       01  ws-rq-idx                     pic 9(03) value 0.
       01  ws-rq-idx2                    pic 9(03) value 0.
       01  ws-dst-row-count              pic 9(05) value 0.
       01  ws-dst-overflow-count         pic 9(05) value 0.
       01  ws-dst-done-flag              pic x(01) value 'N'.
           88  ws-dst-is-done                       value 'Y'.
       01  ws-dst-error-text             pic x(48).
      *    every spool copy found for an accepted request.
       01  ws-spool-target-table.
           05  ws-spool-target-count     pic 9(04) value 0.
           05  ws-spool-target           occurs 1000 times.
               10  ws-st-rq-idx          pic 9(03).
               10  ws-st-job-name        pic x(08).
               10  ws-st-dataset-name    pic x(20).
               10  ws-st-owner-id        pic x(08).
               10  ws-st-class           pic x(08).
               10  ws-st-node            pic x(08).
       01  ws-spool-target-max           pic 9(04) value 1000.
       01  ws-st-idx                     pic 9(04) value 0.
      *    every archive generation found for an accepted request.
       01  ws-arch-target-table.
           05  ws-arch-target-count      pic 9(04) value 0.
           05  ws-arch-target            occurs 2000 times.
               10  ws-at-rq-idx          pic 9(03).
               10  ws-at-job-name        pic x(08).
               10  ws-at-dataset-name    pic x(20).
               10  ws-at-gen             pic 9(04).
               10  ws-at-node            pic x(08).
               10  ws-at-class           pic x(08).
       01  ws-arch-target-max            pic 9(04) value 2000.
       01  ws-at-idx                     pic 9(04) value 0.
       01  ws-arcx-open-flag             pic x(01) value 'N'.
           88  ws-arcx-is-open                      value 'Y'.
       01  ws-browse-done-flag           pic x(01) value 'N'.
           88  ws-browse-is-done                    value 'Y'.
      *    the request being worked.
       01  ws-owner-mismatch-id          pic x(08).
       01  ws-owner-mismatch-flag        pic x(01) value 'N'.
           88  ws-owner-mismatched                  value 'Y'.
       01  ws-confirmed-owner            pic x(08).
       01  ws-dsn-text                   pic x(20).
       01  ws-refusal-text               pic x(48).
       01  ws-req-spool-erased           pic 9(05) value 0.
       01  ws-req-arch-deleted           pic 9(05) value 0.
       01  ws-req-failed                 pic 9(05) value 0.
       01  ws-req-last-rc                pic 9(05) value 0.
       01  ws-req-last-reason            pic x(02) value spaces.
      *    sequence of the 'G' rows written this run - their key.
       01  ws-dstgen-seq                 pic 9(08) value 0.
      *    run totals.
       01  ws-tot-completed              pic 9(03) value 0.
       01  ws-tot-incomplete             pic 9(03) value 0.
       01  ws-tot-refused                pic 9(03) value 0.
       01  ws-tot-rejected               pic 9(03) value 0.
       01  ws-tot-spool-erased           pic 9(05) value 0.
       01  ws-tot-arch-deleted           pic 9(05) value 0.
       01  ws-rpt-line                   pic x(132).
       01  ws-audksd-open-flag           pic x(01) value 'N'.
           88  ws-audksd-is-open                    value 'Y'.
       01  ws-fatal-error-flag           pic x(01) value 'N'.
           88  ws-fatal-error-occurred              value 'Y'.
       01  ws-dst-invalid-flag           pic x(01) value 'N'.
           88  ws-dst-invalid                       value 'Y'.
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
               perform 1200-load-control-file
           end-if
           if not ws-fatal-error-occurred
               perform load-archive-options
           end-if
           if not ws-fatal-error-occurred
               perform load-hold-list
           end-if
           if not ws-fatal-error-occurred
               perform load-request-file
           end-if
           evaluate true
               when ws-fatal-error-occurred
                   continue
               when not ws-enum-interface-confirmed
                   display 'EARLY DESTRUCTION NEEDS THE MVSP0028 '
                       'INTERFACE CONFIRMED (ENUM-AVAILABLE) - '
                       'RUN REFUSED' upon console
                   move 12 to return-code
               when ws-ctl-node-rows-seen
                  and not ws-node-interface-confirmed
                   display 'CTLF NAMES SPOOL NODES BUT THE NODE '
                       'INTERFACE IS NOT CONFIRMED '
                       '(NODE-AVAILABLE) - RUN REFUSED'
                       upon console
                   move 12 to return-code
               when not ws-erase-interface-confirmed
                   display 'EARLY DESTRUCTION NEEDS THE MVSP0029 '
                       'SPOOL ERASE INTERFACE CONFIRMED '
                       '(ERASE-AVAILABLE) - RUN REFUSED'
                       upon console
                   move 12 to return-code
               when not ws-arch-delete-confirmed
                   display 'EARLY DESTRUCTION NEEDS THE MVSP0029 '
                       'DELETE INTERFACE CONFIRMED '
                       '(DELETE-AVAILABLE) - RUN REFUSED'
                       upon console
                   move 12 to return-code
               when ws-job-class-count = 0
                   display 'NO CLASS ROWS LOADED FROM CTLF - '
                       'SPOOL COPIES CANNOT BE FOUND, RUN REFUSED'
                       upon console
                   move 12 to return-code
               when ws-dst-invalid
                   move 12 to return-code
               when other
                   perform open-audit-repository
                   if not ws-fatal-error-occurred
                       perform gather-spool-targets
                       perform gather-archive-targets
                   end-if
                   if not ws-fatal-error-occurred
                       perform write-destruction-headings
                       perform work-all-requests
                       perform write-destruction-footing
                   end-if
                   if ws-arcx-is-open
                       close arcixf
                   end-if
                   if ws-audksd-is-open
                       close auditksd
                   end-if
                   evaluate true
                       when ws-tot-rejected > 0
                         or ws-dst-overflow-count > 0
                           move 12 to return-code
                       when ws-tot-incomplete > 0
                           move 08 to return-code
                       when ws-tot-refused > 0
                           move 04 to return-code
                   end-evaluate
           end-evaluate
           close rptfile
           close alertf
           if ws-fatal-error-occurred
               move 16 to return-code
           end-if
           goback.

      *****************************************************************
      *    1200-LOAD-CONTROL-FILE - LOAD THE JOB-CLASS NAMES, THE     *
      *    SPOOL NODES AND THE INTERFACE CONFIRMATIONS FROM THE SAME  *
      *    CTLF CONTROL DATASET MFSPHK01 READS. ROWS THIS PROGRAM     *
      *    DOES NOT USE ARE PASSED OVER - THEY ARE MFSPHK01'S TO      *
      *    VALIDATE.                                                  *
      *****************************************************************
       1200-load-control-file section.
           open input ctlfile
           evaluate status-codec
               when '00'
                   perform read-ctlfile
                   perform until status-codec not = '00'
                       perform load-control-row
                       perform read-ctlfile
                   end-perform
                   close ctlfile
               when '35'
                   display 'NO CONTROL DATASET (CTLF) ALLOCATED - '
                       'RUN STOPPED' upon console
                   set ws-fatal-error-occurred to true
               when other
                   display 'CONTROL DATASET (CTLF) OPEN FAILED, '
                       'STATUS=' status-codec upon console
                   set ws-fatal-error-occurred to true
           end-evaluate
           .

       load-control-row section.
           evaluate true
               when ctl-is-class-row
                   if ctl-class-name not = spaces
                      and ws-job-class-count < ws-job-class-table-max
                       add 1 to ws-job-class-count
                       move ctl-class-name
                         to ws-jc-name(ws-job-class-count)
                   end-if
               when ctl-is-option-row
                  and ctl-option-name = 'ENUM-AVAILABLE'
                   move ctl-option-value to ws-enum-available
               when ctl-is-option-row
                  and ctl-option-name = 'ENUM-BATCH-AVAIL'
                   move ctl-option-value to ws-enum-batch-avail
               when ctl-is-option-row
                  and ctl-option-name = 'NODE-AVAILABLE'
                   move ctl-option-value to ws-node-available
               when ctl-is-option-row
                  and ctl-option-name = 'ERASE-AVAILABLE'
                   move ctl-option-value to ws-erase-available
               when ctl-is-node-row
                   if not ws-ctl-node-rows-seen
                       set ws-ctl-node-rows-seen to true
                       move 0 to ws-node-count
                   end-if
                   if ctl-node-name not = spaces
                      and ws-node-count < ws-node-table-max
                       add 1 to ws-node-count
                       move ctl-node-name
                         to ws-node-name(ws-node-count)
                   end-if
               when other
                   continue
           end-evaluate
           .

       read-ctlfile section.
           read ctlfile
           evaluate status-codec
               when '00'
               when '10'
                   continue
               when other
                   display 'CONTROL DATASET (CTLF) READ FAILED, '
                       'STATUS=' status-codec upon console
                   set ws-fatal-error-occurred to true
                   move '10' to status-codec
           end-evaluate
           .

      *****************************************************************
      *    LOAD-ARCHIVE-OPTIONS - LIFT THE DELETE-AVAILABLE OPTION    *
      *    OFF MFSPHK05'S ARCHIVE RETENTION DATASET (ACTF), SO THE    *
      *    ONE CONFIRMATION OF THE MVSP0029 DELETE MODE COVERS BOTH   *
      *    PROGRAMS THAT USE IT. WITHOUT AN ACTF DD THE MODE IS       *
      *    UNCONFIRMED AND THE RUN IS REFUSED.                        *
      *****************************************************************
       load-archive-options section.
           open input arcctlf
           evaluate status-codet
               when '00'
                   perform read-arcctlf
                   perform until status-codet not = '00'
                       if actl-is-option-row
                          and actl-option-name = 'DELETE-AVAILABLE'
                           move actl-option-value
                             to ws-arch-delete-avail
                       end-if
                       perform read-arcctlf
                   end-perform
                   close arcctlf
               when '35'
                   display 'NO ARCHIVE RETENTION DATASET (ACTF) '
                       'ALLOCATED - DELETE-AVAILABLE NOT CONFIRMED'
                       upon console
               when other
                   display 'ARCHIVE RETENTION DATASET (ACTF) OPEN '
                       'FAILED, STATUS=' status-codet upon console
                   set ws-fatal-error-occurred to true
           end-evaluate
           .

       read-arcctlf section.
           read arcctlf
           evaluate status-codet
               when '00'
               when '10'
                   continue
               when other
                   display 'ARCHIVE RETENTION DATASET (ACTF) READ '
                       'FAILED, STATUS=' status-codet upon console
                   set ws-fatal-error-occurred to true
                   move '10' to status-codet
           end-evaluate
           .

      *****************************************************************
      *    LOAD-HOLD-LIST - READ THE LEGAL/AUDIT HOLD FILE (HLDF)     *
      *    EXACTLY AS MFSPHK05 DOES. A MISSING HLDF DD ONLY MEANS NO  *
      *    HOLDS ARE IN EFFECT; ANY OTHER PROBLEM IS FATAL - A        *
      *    DROPPED HOLD ROW COULD LET HELD OUTPUT BE DESTROYED.       *
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
                   display 'NO HOLD FILE (HLDF) ALLOCATED - NO '
                       'LEGAL/AUDIT HOLDS IN EFFECT THIS RUN'
                       upon console
               when other
                   display 'HOLD FILE (HLDF) OPEN FAILED, STATUS='
                       status-codeh ' - STOPPING RATHER THAN DESTROY '
                       'WITHOUT THE HOLD LIST' upon console
                   set ws-fatal-error-occurred to true
           end-evaluate
           .

       load-hold-row section.
           if hold-type not = 'J' and hold-type not = 'D'
               display 'HOLD ROW FOR ' hold-name
                   ' HAS INVALID TYPE ' hold-type
                   ' (MUST BE J OR D) - STOPPING RATHER THAN '
                   'DESTROY WITH A DROPPED HOLD' upon console
               set ws-fatal-error-occurred to true
               move '10' to status-codeh
           else
               if ws-hold-count >= ws-hold-table-max
                   display 'HOLD TABLE FULL (' ws-hold-table-max
                       ' ENTRIES) - STOPPING RATHER THAN DROP THE '
                       'HOLD FOR ' hold-name upon console
                   set ws-fatal-error-occurred to true
                   move '10' to status-codeh
               else
                   add 1 to ws-hold-count
                   move hold-type to ws-hld-type(ws-hold-count)
                   move hold-name to ws-hld-name(ws-hold-count)
                   move hold-reference
                     to ws-hld-reference(ws-hold-count)
               end-if
           end-if
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
      *    LOAD-REQUEST-FILE - READ EVERY QUEUED DESTRUCTION REQUEST  *
      *    INTO THE REQUEST TABLE, VALIDATING EACH ROW. A MISSING     *
      *    DSTF IS FATAL; A QUEUE WITH NO REQUESTS ON IT IS REJECTED  *
      *    RC 12.                                                     *
      *****************************************************************
       load-request-file section.
           open input dstfile
           if status-coded not = '00'
               display 'DESTRUCTION REQUEST FILE (DSTF) OPEN FAILED, '
                   'STATUS=' status-coded upon console
               set ws-fatal-error-occurred to true
           else
               perform until ws-dst-is-done
                   read dstfile
                   evaluate true
                       when status-coded = '10'
                           set ws-dst-is-done to true
                       when status-coded not = '00'
                           display 'DESTRUCTION REQUEST FILE (DSTF) '
                               'READ FAILED, STATUS=' status-coded
                               upon console
                           set ws-fatal-error-occurred to true
                           set ws-dst-is-done to true
                       when dst-first-byte = '*'
                           continue
                       when dst-rec = spaces
                           continue
                       when other
                           add 1 to ws-dst-row-count
                           perform load-request-row
                   end-evaluate
               end-perform
               close dstfile
               if not ws-fatal-error-occurred
                  and ws-request-count = 0
                  and ws-dst-overflow-count = 0
                   display 'DESTRUCTION REQUEST FILE (DSTF) HOLDS NO '
                       'REQUESTS' upon console
                   set ws-dst-invalid to true
               end-if
           end-if
           .

      *****************************************************************
      *    LOAD-REQUEST-ROW - VALIDATE ONE QUEUED REQUEST AND ADD IT  *
      *    TO THE TABLE, MARKED REJECTED WITH ITS REASON WHEN IT IS   *
      *    MALFORMED. DESTRUCTION IS NEVER BY PREFIX - THE JOB NAME   *
      *    MUST BE EXACT - AND TWO REQUESTS REACHING THE SAME OUTPUT  *
      *    IN ONE QUEUE ARE NOT BOTH WORKED.                          *
      *****************************************************************
       load-request-row section.
           if ws-request-count >= ws-request-table-max
               add 1 to ws-dst-overflow-count
               display 'REQUEST TABLE FULL - REQUEST '
                   dst-request-id ' FOR ' dst-requester
                   ' NOT LOADED' upon console
               move spaces to alert-rec
               string
                    'MFSPHK17 '            delimited by size
                    ws-cur-date            delimited by size
                    ' '                   delimited by size
                    ws-cur-time            delimited by size
                    ' REQUEST TABLE FULL REQ='
                                           delimited by size
                    dst-request-id         delimited by size
                    ' NOT LOADED'          delimited by size
               into alert-rec
               write alert-rec
           else
               add 1 to ws-request-count
               move ws-request-count to ws-rq-idx
               move dst-request-id to ws-rq-request-id(ws-rq-idx)
               move dst-requester to ws-rq-requester(ws-rq-idx)
               move dst-auth-ref to ws-rq-auth-ref(ws-rq-idx)
               move dst-job-name to ws-rq-job-name(ws-rq-idx)
               move dst-dataset-name
                 to ws-rq-dataset-name(ws-rq-idx)
               move space to ws-rq-status(ws-rq-idx)
               move spaces to ws-rq-reject-text(ws-rq-idx)
               move 0 to ws-rq-spool-found(ws-rq-idx)
               move 0 to ws-rq-arch-found(ws-rq-idx)
               move 'N' to ws-rq-overflow-flag(ws-rq-idx)
               move spaces to ws-dst-error-text
               move 0 to ws-hold-idx
               inspect dst-job-name tallying ws-hold-idx
                   for all '*'
               evaluate true
                   when dst-request-id = spaces
                       move 'REQUEST ID IS BLANK'
                         to ws-dst-error-text
                   when dst-requester = spaces
                       move 'REQUESTER IS BLANK'
                         to ws-dst-error-text
                   when dst-auth-ref = spaces
                       move 'NO AUTHORISING REFERENCE'
                         to ws-dst-error-text
                   when dst-job-name = spaces
                       move 'JOB NAME IS BLANK'
                         to ws-dst-error-text
                   when ws-hold-idx > 0
                       move 'JOB NAME MUST BE EXACT - NO PREFIX'
                         to ws-dst-error-text
                   when other
                       perform check-duplicate-request
               end-evaluate
               if ws-dst-error-text not = spaces
                   set ws-rq-is-rejected(ws-rq-idx) to true
                   move ws-dst-error-text
                     to ws-rq-reject-text(ws-rq-idx)
                   display 'DESTRUCTION REQUEST ' dst-request-id
                       ' REJECTED - ' ws-dst-error-text
                       upon console
               end-if
           end-if
           .

      *****************************************************************
      *    CHECK-DUPLICATE-REQUEST - THE SAME REQUEST ID TWICE, OR A  *
      *    SECOND ACCEPTED REQUEST FOR THE SAME JOB WHOSE DATASETS    *
      *    OVERLAP THE FIRST'S, IS REFUSED - THE FIRST IS WORKED.     *
      *****************************************************************
       check-duplicate-request section.
           move 1 to ws-rq-idx2
           perform until ws-rq-idx2 >= ws-rq-idx
               evaluate true
                   when ws-rq-request-id(ws-rq-idx2)
                        = ws-rq-request-id(ws-rq-idx)
                       move 'DUPLICATE REQUEST ID'
                         to ws-dst-error-text
                       move ws-rq-idx to ws-rq-idx2
                   when ws-rq-is-rejected(ws-rq-idx2)
                       continue
                   when ws-rq-job-name(ws-rq-idx2)
                        not = ws-rq-job-name(ws-rq-idx)
                       continue
                   when ws-rq-dataset-name(ws-rq-idx2) = spaces
                     or ws-rq-dataset-name(ws-rq-idx) = spaces
                     or ws-rq-dataset-name(ws-rq-idx2)
                        = ws-rq-dataset-name(ws-rq-idx)
                       string
                            'OVERLAPS REQUEST '  delimited by size
                            ws-rq-request-id(ws-rq-idx2)
                                                 delimited by size
                       into ws-dst-error-text
                       move ws-rq-idx to ws-rq-idx2
               end-evaluate
               add 1 to ws-rq-idx2
           end-perform
           .

      *****************************************************************
      *    OPEN-AUDIT-REPOSITORY - OPEN THE KEYED AUDIT REPOSITORY    *
      *    (AUDK), LOADING IT FRESH WHEN IT IS EMPTY. DESTRUCTION     *
      *    CANNOT BE UNDONE, SO UNLIKE THE PURGE RUN A REPOSITORY     *
      *    THAT CANNOT BE OPENED STOPS THE RUN BEFORE ANYTHING IS     *
      *    DESTROYED - NOTHING IS DESTROYED UNAUDITED.                *
      *****************************************************************
       open-audit-repository section.
           open i-o auditksd
           evaluate status-codek
               when '00'
                   set ws-audksd-is-open to true
               when '35'
                   open output auditksd
                   if status-codek = '00'
                       set ws-audksd-is-open to true
                   else
                       perform log-audksd-failure
                   end-if
               when other
                   perform log-audksd-failure
           end-evaluate
           .

      *****************************************************************
      *    GATHER-SPOOL-TARGETS - ONE BATCHED ENUMERATION PASS PER    *
      *    CONFIGURED CLASS ON EVERY NODE, COLLECTING EVERY SPOOL     *
      *    ENTRY AN ACCEPTED REQUEST NAMES, WITH THE OWNER ID         *
      *    MVSP0028 REPORTS FOR IT.                                   *
      *****************************************************************
       gather-spool-targets section.
           move 1 to ws-node-idx
           perform until ws-node-idx > ws-node-count
               move ws-node-name(ws-node-idx) to ws-current-node
               move 1 to ws-jct-idx
               perform until ws-jct-idx > ws-job-class-count
                   perform begin-class-enumeration
                   perform until ws-enum-pass-done
                       perform enumerate-class-batch
                       perform match-spool-batch
                   end-perform
                   add 1 to ws-jct-idx
               end-perform
               add 1 to ws-node-idx
           end-perform
           .

      *****************************************************************
      *    BEGIN-CLASS-ENUMERATION - RESET THE BATCHED-ENUMERATION    *
      *    PASS STATE, THE SAME PROTOCOL AS MFSPHK01.                 *
      *****************************************************************
       begin-class-enumeration section.
           move 'N' to ws-enum-pass-flag
           move spaces to ws-enum-start-job
           move spaces to ws-enum-start-dsn
           .

      *****************************************************************
      *    ENUMERATE-CLASS-BATCH - ONE MVSP0028 CALL FOR THE CURRENT  *
      *    CLASS, STARTING AFTER THE RESUME POINT THE LAST BATCH      *
      *    LEFT - THE SAME PROTOCOL AS MFSPHK01. A FAILED OR          *
      *    TRUNCATED LISTING IS ALERTED AND MARKS THE SPOOL PICTURE   *
      *    INCOMPLETE, WHICH REFUSES EVERY REQUEST THIS RUN.          *
      *****************************************************************
       enumerate-class-batch section.
           move ws-jc-name(ws-jct-idx) to ws-enum-class
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
                   set ws-enum-is-incomplete to true
                   move 0 to ws-spool-entry-count
                   display 'SPOOL ENUMERATION FAILED FOR CLASS '
                       ws-jc-name(ws-jct-idx) ' NODE '
                       ws-current-node ' RC=' ws-enum-rc
                       ' REASON=' ws-enum-reason upon console
                   move spaces to alert-rec
                   string
                        'MFSPHK17 '             delimited by size
                        ws-cur-date             delimited by size
                        ' '                    delimited by size
                        ws-cur-time             delimited by size
                        ' ENUM FAILED CLASS='   delimited by size
                        ws-jc-name(ws-jct-idx)  delimited by size
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
                   set ws-enum-is-incomplete to true
                   display 'CLASS ' ws-jc-name(ws-jct-idx)
                       ' FILLED THE ENUMERATION TABLE AND THE '
                       'MVSP0028 BATCH INTERFACE IS NOT CONFIRMED '
                       '(ENUM-BATCH-AVAIL) - SPOOL COPIES MAY BE '
                       'MISSED' upon console
                   move spaces to alert-rec
                   string
                        'MFSPHK17 '             delimited by size
                        ws-cur-date             delimited by size
                        ' '                    delimited by size
                        ws-cur-time             delimited by size
                        ' ENUM TRUNCATED CLASS='
                                                delimited by size
                        ws-jc-name(ws-jct-idx)  delimited by size
                   into alert-rec
                   write alert-rec
           end-evaluate
           .

      *****************************************************************
      *    MATCH-SPOOL-BATCH - COLLECT EVERY ENTRY OF THE BATCH JUST  *
      *    LISTED THAT AN ACCEPTED REQUEST NAMES - THE JOB, AND THE   *
      *    DATASET WHEN THE REQUEST NAMED ONE.                        *
      *****************************************************************
       match-spool-batch section.
           move 1 to ws-spe-idx
           perform until ws-spe-idx > ws-spool-entry-count
               move 1 to ws-rq-idx
               perform until ws-rq-idx > ws-request-count
                   if not ws-rq-is-rejected(ws-rq-idx)
                      and ws-spe-job-name(ws-spe-idx)
                          = ws-rq-job-name(ws-rq-idx)
                      and (ws-rq-dataset-name(ws-rq-idx) = spaces
                           or ws-spe-dataset-name(ws-spe-idx)
                              = ws-rq-dataset-name(ws-rq-idx))
                       perform add-spool-target
                   end-if
                   add 1 to ws-rq-idx
               end-perform
               add 1 to ws-spe-idx
           end-perform
           .

       add-spool-target section.
           add 1 to ws-rq-spool-found(ws-rq-idx)
           if ws-spool-target-count >= ws-spool-target-max
               set ws-rq-overflowed(ws-rq-idx) to true
           else
               add 1 to ws-spool-target-count
               move ws-rq-idx to ws-st-rq-idx(ws-spool-target-count)
               move ws-spe-job-name(ws-spe-idx)
                 to ws-st-job-name(ws-spool-target-count)
               move ws-spe-dataset-name(ws-spe-idx)
                 to ws-st-dataset-name(ws-spool-target-count)
               move ws-spe-owner-id(ws-spe-idx)
                 to ws-st-owner-id(ws-spool-target-count)
               move ws-jc-name(ws-jct-idx)
                 to ws-st-class(ws-spool-target-count)
               move ws-current-node
                 to ws-st-node(ws-spool-target-count)
           end-if
           .

      *****************************************************************
      *    GATHER-ARCHIVE-TARGETS - POSITION THE KEYED RETRIEVAL      *
      *    INDEX AT EACH ACCEPTED REQUEST'S JOB (AND DATASET, WHEN    *
      *    ONE WAS NAMED) AND COLLECT EVERY GENERATION UNDER IT, AS   *
      *    MFSPHK04 DOES. THE INDEX STAYS OPEN FOR THE ROW DELETES.   *
      *    AN INDEX THAT DOES NOT EXIST YET ONLY MEANS NOTHING HAS    *
      *    EVER BEEN ARCHIVED.                                        *
      *****************************************************************
       gather-archive-targets section.
           open i-o arcixf
           evaluate status-codex
               when '00'
                   set ws-arcx-is-open to true
                   move 1 to ws-rq-idx
                   perform until ws-rq-idx > ws-request-count
                              or ws-fatal-error-occurred
                       if not ws-rq-is-rejected(ws-rq-idx)
                           perform browse-index-for-request
                       end-if
                       add 1 to ws-rq-idx
                   end-perform
               when '35'
                   display 'NO ARCHIVE INDEX (ARCX) EXISTS - '
                       'SPOOL COPIES ONLY' upon console
               when other
                   display 'ARCHIVE INDEX (ARCX) OPEN FAILED, '
                       'STATUS=' status-codex upon console
                   set ws-fatal-error-occurred to true
           end-evaluate
           .

       browse-index-for-request section.
           move ws-rq-job-name(ws-rq-idx) to arcix-job-name
           if ws-rq-dataset-name(ws-rq-idx) = spaces
               move low-values to arcix-dataset-name
           else
               move ws-rq-dataset-name(ws-rq-idx)
                 to arcix-dataset-name
           end-if
           move 0 to arcix-gen
           move low-values to arcix-node
           move 'N' to ws-browse-done-flag
           start arcixf key not less than arcix-key
           if status-codex not = '00'
               set ws-browse-is-done to true
           end-if
           perform until ws-browse-is-done
               read arcixf next
               evaluate true
                   when status-codex = '10'
                       set ws-browse-is-done to true
                   when status-codex not = '00'
                       display 'ARCHIVE INDEX (ARCX) READ FAILED, '
                           'STATUS=' status-codex upon console
                       set ws-fatal-error-occurred to true
                       set ws-browse-is-done to true
                   when arcix-job-name not = ws-rq-job-name(ws-rq-idx)
                       set ws-browse-is-done to true
                   when ws-rq-dataset-name(ws-rq-idx) not = spaces
                    and arcix-dataset-name
                        not = ws-rq-dataset-name(ws-rq-idx)
                       set ws-browse-is-done to true
                   when other
                       perform add-archive-target
               end-evaluate
           end-perform
           .

       add-archive-target section.
           add 1 to ws-rq-arch-found(ws-rq-idx)
           if ws-arch-target-count >= ws-arch-target-max
               set ws-rq-overflowed(ws-rq-idx) to true
           else
               add 1 to ws-arch-target-count
               move ws-rq-idx to ws-at-rq-idx(ws-arch-target-count)
               move arcix-job-name
                 to ws-at-job-name(ws-arch-target-count)
               move arcix-dataset-name
                 to ws-at-dataset-name(ws-arch-target-count)
               move arcix-gen to ws-at-gen(ws-arch-target-count)
               move arcix-node to ws-at-node(ws-arch-target-count)
               move arcix-class to ws-at-class(ws-arch-target-count)
           end-if
           .

      *****************************************************************
      *    WORK-ALL-REQUESTS - JUDGE AND, WHERE ALLOWED, CARRY OUT    *
      *    EACH REQUEST IN QUEUE ORDER. A FATAL ERROR PART WAY (AN    *
      *    INDEX ROW OR AUDIT EVENT THAT CANNOT BE WRITTEN) STOPS     *
      *    THE RUN BEFORE ANYTHING FURTHER IS DESTROYED.              *
      *****************************************************************
       work-all-requests section.
           move 1 to ws-rq-idx
           perform until ws-rq-idx > ws-request-count
                      or ws-fatal-error-occurred
               perform work-one-request
               if not ws-fatal-error-occurred
                   add 1 to ws-rq-idx
               end-if
           end-perform
           .

      *****************************************************************
      *    WORK-ONE-REQUEST - THE CHECKS IN THE ORDER THEY BIND: A    *
      *    MALFORMED ROW; AN INCOMPLETE PICTURE OF THE SPOOL OR MORE  *
      *    COPIES THAN THE RUN HOLDS; A LEGAL HOLD, WHICH WINS OVER   *
      *    EVERYTHING THE OWNER ASKS; NOTHING TO DESTROY; NO SPOOL    *
      *    COPY TO CONFIRM THE OWNER FROM; AND FINALLY THE OWNER      *
      *    CHECK ITSELF.                                              *
      *****************************************************************
       work-one-request section.
           if ws-rq-dataset-name(ws-rq-idx) = spaces
               move '*ALL' to ws-dsn-text
           else
               move ws-rq-dataset-name(ws-rq-idx) to ws-dsn-text
           end-if
           move spaces to ws-rpt-line
           perform write-report-line
           move spaces to ws-rpt-line
           string
                'REQUEST='               delimited by size
                ws-rq-request-id(ws-rq-idx)
                                         delimited by size
                '  REQUESTER='           delimited by size
                ws-rq-requester(ws-rq-idx)
                                         delimited by size
                '  REF='                 delimited by size
                ws-rq-auth-ref(ws-rq-idx)
                                         delimited by size
                '  JOB='                 delimited by size
                ws-rq-job-name(ws-rq-idx)
                                         delimited by size
                '  DSN='                 delimited by size
                ws-dsn-text              delimited by size
           into ws-rpt-line
           perform write-report-line
           move spaces to ws-refusal-text
           if not ws-rq-is-rejected(ws-rq-idx)
               perform check-request-holds
               perform check-request-owner
           end-if
           evaluate true
               when ws-rq-is-rejected(ws-rq-idx)
                   add 1 to ws-tot-rejected
                   move spaces to ws-rpt-line
                   string
                        '    REJECTED   - '  delimited by size
                        ws-rq-reject-text(ws-rq-idx)
                                             delimited by size
                   into ws-rpt-line
                   perform write-report-line
               when ws-enum-is-incomplete
                   move 'SPOOL ENUMERATION INCOMPLETE - COPIES MISSED'
                     to ws-refusal-text
               when ws-rq-overflowed(ws-rq-idx)
                   move 'MORE COPIES THAN ONE RUN HOLDS - SPLIT IT'
                     to ws-refusal-text
               when ws-entry-is-held
                   string
                        'UNDER LEGAL/AUDIT HOLD REF='
                                             delimited by size
                        ws-held-reference    delimited by size
                   into ws-refusal-text
                   perform alert-held-request
               when ws-rq-spool-found(ws-rq-idx) = 0
                and ws-rq-arch-found(ws-rq-idx) = 0
                   move 'NOTHING ON SPOOL OR IN THE ARCHIVE'
                     to ws-refusal-text
               when ws-rq-spool-found(ws-rq-idx) = 0
                   move 'NO SPOOL COPY - OWNER CANNOT BE CONFIRMED'
                     to ws-refusal-text
               when ws-owner-mismatched
                   string
                        'REQUESTER IS NOT THE OWNER (OWNER='
                                             delimited by size
                        ws-owner-mismatch-id delimited by size
                        ')'                  delimited by size
                   into ws-refusal-text
               when other
                   perform destroy-request
           end-evaluate
           if ws-refusal-text not = spaces
               add 1 to ws-tot-refused
               display 'DESTRUCTION REQUEST '
                   ws-rq-request-id(ws-rq-idx) ' REFUSED - '
                   ws-refusal-text upon console
               move spaces to ws-rpt-line
               string
                    '    REFUSED    - '  delimited by size
                    ws-refusal-text      delimited by size
               into ws-rpt-line
               perform write-report-line
           end-if
           .

      *****************************************************************
      *    CHECK-REQUEST-HOLDS - IS THE REQUESTED JOB OR DATASET, OR  *
      *    THE DATASET OF ANY COPY FOUND FOR IT, UNDER A LEGAL/AUDIT  *
      *    HOLD? THE FIRST HOLD FOUND IS THE ONE REPORTED.            *
      *****************************************************************
       check-request-holds section.
           move 'N' to ws-entry-held-flag
           move spaces to ws-held-reference
           move ws-rq-job-name(ws-rq-idx) to ws-hold-subject-job
           move ws-rq-dataset-name(ws-rq-idx) to ws-hold-subject-dsn
           perform check-subject-hold
           move 1 to ws-st-idx
           perform until ws-st-idx > ws-spool-target-count
                      or ws-entry-is-held
               if ws-st-rq-idx(ws-st-idx) = ws-rq-idx
                   move ws-st-job-name(ws-st-idx)
                     to ws-hold-subject-job
                   move ws-st-dataset-name(ws-st-idx)
                     to ws-hold-subject-dsn
                   perform check-subject-hold
               end-if
               add 1 to ws-st-idx
           end-perform
           move 1 to ws-at-idx
           perform until ws-at-idx > ws-arch-target-count
                      or ws-entry-is-held
               if ws-at-rq-idx(ws-at-idx) = ws-rq-idx
                   move ws-at-job-name(ws-at-idx)
                     to ws-hold-subject-job
                   move ws-at-dataset-name(ws-at-idx)
                     to ws-hold-subject-dsn
                   perform check-subject-hold
               end-if
               add 1 to ws-at-idx
           end-perform
           .

       check-subject-hold section.
           move 1 to ws-hold-idx
           perform until ws-hold-idx > ws-hold-count
               evaluate true
                   when ws-hld-is-job-name(ws-hold-idx)
                      and ws-hld-name(ws-hold-idx)
                        = ws-hold-subject-job
                       set ws-entry-is-held to true
                       move ws-hld-reference(ws-hold-idx)
                         to ws-held-reference
                       move ws-hold-count to ws-hold-idx
                   when ws-hld-is-dataset-name(ws-hold-idx)
                      and ws-hold-subject-dsn not = spaces
                      and ws-hld-name(ws-hold-idx)
                        = ws-hold-subject-dsn
                       set ws-entry-is-held to true
                       move ws-hld-reference(ws-hold-idx)
                         to ws-held-reference
                       move ws-hold-count to ws-hold-idx
               end-evaluate
               add 1 to ws-hold-idx
           end-perform
           .

      *****************************************************************
      *    CHECK-REQUEST-OWNER - EVERY SPOOL COPY FOUND FOR THE       *
      *    REQUEST MUST CARRY THE REQUESTER AS ITS OWNER ID. THE      *
      *    FIRST OTHER OWNER FOUND IS THE ONE REPORTED.               *
      *****************************************************************
       check-request-owner section.
           move 'N' to ws-owner-mismatch-flag
           move spaces to ws-owner-mismatch-id
           move 1 to ws-st-idx
           perform until ws-st-idx > ws-spool-target-count
               if ws-st-rq-idx(ws-st-idx) = ws-rq-idx
                  and ws-st-owner-id(ws-st-idx)
                      not = ws-rq-requester(ws-rq-idx)
                   set ws-owner-mismatched to true
                   move ws-st-owner-id(ws-st-idx)
                     to ws-owner-mismatch-id
                   move ws-spool-target-count to ws-st-idx
               end-if
               add 1 to ws-st-idx
           end-perform
           .

       alert-held-request section.
           move spaces to alert-rec
           string
                'MFSPHK17 '              delimited by size
                ws-cur-date              delimited by size
                ' '                     delimited by size
                ws-cur-time              delimited by size
                ' DESTRUCTION REFUSED HOLD='
                                         delimited by size
                ws-held-reference        delimited by size
                ' REQ='                  delimited by size
                ws-rq-request-id(ws-rq-idx)
                                         delimited by size
           into alert-rec
           write alert-rec
           .

      *****************************************************************
      *    DESTROY-REQUEST - ERASE EVERY SPOOL COPY AND DELETE EVERY  *
      *    ARCHIVE GENERATION FOUND FOR THE REQUEST, THEN AUDIT IT.   *
      *    A COPY THAT WILL NOT GO IS REPORTED AND ALERTED AND THE    *
      *    REST ARE STILL DESTROYED - THE OWNER ASKED FOR ALL OF      *
      *    THEM - BUT NO CERTIFICATE IS ISSUED WHILE ANY SURVIVES.    *
      *    AN INDEX ROW THAT WILL NOT DROP STOPS THE RUN; THE         *
      *    GENERATIONS NOT REACHED COUNT AS NOT DESTROYED.            *
      *****************************************************************
       destroy-request section.
           move ws-rq-requester(ws-rq-idx) to ws-confirmed-owner
           move 0 to ws-req-spool-erased
           move 0 to ws-req-arch-deleted
           move 0 to ws-req-failed
           move 0 to ws-req-last-rc
           move spaces to ws-req-last-reason
           move 1 to ws-st-idx
           perform until ws-st-idx > ws-spool-target-count
               if ws-st-rq-idx(ws-st-idx) = ws-rq-idx
                   perform erase-spool-copy
               end-if
               add 1 to ws-st-idx
           end-perform
           move 1 to ws-at-idx
           perform until ws-at-idx > ws-arch-target-count
                      or ws-fatal-error-occurred
               if ws-at-rq-idx(ws-at-idx) = ws-rq-idx
                   perform delete-archive-copy
               end-if
               add 1 to ws-at-idx
           end-perform
      *    a fatal index or audit failure stops the loop - every
      *    generation of the request it never reached is still there.
           if ws-fatal-error-occurred
               perform until ws-at-idx > ws-arch-target-count
                   if ws-at-rq-idx(ws-at-idx) = ws-rq-idx
                       add 1 to ws-req-failed
                   end-if
                   add 1 to ws-at-idx
               end-perform
           end-if
           add ws-req-spool-erased to ws-tot-spool-erased
           add ws-req-arch-deleted to ws-tot-arch-deleted
           if ws-req-failed = 0 and not ws-fatal-error-occurred
               add 1 to ws-tot-completed
               perform write-certificate
           else
               add 1 to ws-tot-incomplete
               perform write-incomplete-lines
           end-if
           perform write-destruction-ksd-record
           .

       erase-spool-copy section.
           move 'E' to ws-arch-mode
           move ws-st-job-name(ws-st-idx) to ws-arch-job-name
           move ws-st-dataset-name(ws-st-idx) to ws-arch-dataset-name
           move 0 to ws-arch-req-gen
           move ws-st-node(ws-st-idx) to ws-arch-node
           move 0 to ws-arch-rc
           move 0 to ws-arch-reason
           call 'mvsp0029' using ws-arch-request
                                 ws-arch-rc
                                 ws-arch-reason
           move ws-arch-rc to disp-num
           move spaces to ws-rpt-line
           if ws-arch-rc = 0
               add 1 to ws-req-spool-erased
               string
                    '    ERASED     SPOOL    JOB='
                                           delimited by size
                    ws-st-job-name(ws-st-idx)
                                           delimited by size
                    ' DSN='                delimited by size
                    ws-st-dataset-name(ws-st-idx)
                                           delimited by size
                    ' CLASS='              delimited by size
                    ws-st-class(ws-st-idx) delimited by size
                    ' NODE='               delimited by size
                    ws-st-node(ws-st-idx)  delimited by size
               into ws-rpt-line
           else
               add 1 to ws-req-failed
               move disp-num to ws-req-last-rc
               move ws-arch-reason to ws-req-last-reason
               display 'SPOOL ERASE FAILED - REQUEST '
                   ws-rq-request-id(ws-rq-idx) ' JOB '
                   ws-st-job-name(ws-st-idx) ' DATASET '
                   ws-st-dataset-name(ws-st-idx) ' RC=' ws-arch-rc
                   ' REASON=' ws-arch-reason upon console
               string
                    '    FAILED     SPOOL    JOB='
                                           delimited by size
                    ws-st-job-name(ws-st-idx)
                                           delimited by size
                    ' DSN='                delimited by size
                    ws-st-dataset-name(ws-st-idx)
                                           delimited by size
                    ' NODE='               delimited by size
                    ws-st-node(ws-st-idx)  delimited by size
                    ' RC='                 delimited by size
                    disp-num               delimited by size
                    ' REASON='             delimited by size
                    ws-arch-reason         delimited by size
               into ws-rpt-line
               move spaces to alert-rec
               string
                    'MFSPHK17 '            delimited by size
                    ws-cur-date            delimited by size
                    ' '                   delimited by size
                    ws-cur-time            delimited by size
                    ' ERASE FAILED REQ='   delimited by size
                    ws-rq-request-id(ws-rq-idx)
                                           delimited by size
                    ' NODE='               delimited by size
                    ws-st-node(ws-st-idx)  delimited by size
                    ' RC='                 delimited by size
                    disp-num               delimited by size
               into alert-rec
               write alert-rec
           end-if
           perform write-report-line
           .

      *****************************************************************
      *    DELETE-ARCHIVE-COPY - ONE MVSP0029 DELETE CALL FOR AN      *
      *    ARCHIVE GENERATION, AND ITS INDEX ROW DROPPED ONCE THE     *
      *    COPY IS GONE. AS IN MFSPHK05, A FAILED DELETE KEEPS THE    *
      *    ROW, AND A ROW THAT CANNOT BE DROPPED IS FATAL.            *
      *****************************************************************
       delete-archive-copy section.
           move 'D' to ws-arch-mode
           move ws-at-job-name(ws-at-idx) to ws-arch-job-name
           move ws-at-dataset-name(ws-at-idx) to ws-arch-dataset-name
           move ws-at-gen(ws-at-idx) to ws-arch-req-gen
           move ws-at-node(ws-at-idx) to ws-arch-node
           move 0 to ws-arch-rc
           move 0 to ws-arch-reason
           call 'mvsp0029' using ws-arch-request
                                 ws-arch-rc
                                 ws-arch-reason
           move ws-arch-rc to disp-num
           move spaces to ws-rpt-line
           if ws-arch-rc = 0
               add 1 to ws-req-arch-deleted
               string
                    '    DESTROYED  ARCHIVE  JOB='
                                           delimited by size
                    ws-at-job-name(ws-at-idx)
                                           delimited by size
                    ' DSN='                delimited by size
                    ws-at-dataset-name(ws-at-idx)
                                           delimited by size
                    ' GEN='                delimited by size
                    ws-at-gen(ws-at-idx)   delimited by size
                    ' NODE='               delimited by size
                    ws-at-node(ws-at-idx)  delimited by size
               into ws-rpt-line
               perform write-report-line
               perform drop-index-row
           else
               add 1 to ws-req-failed
               move disp-num to ws-req-last-rc
               move ws-arch-reason to ws-req-last-reason
               display 'ARCHIVE DELETE FAILED - REQUEST '
                   ws-rq-request-id(ws-rq-idx) ' JOB '
                   ws-at-job-name(ws-at-idx) ' GEN '
                   ws-at-gen(ws-at-idx) ' RC=' ws-arch-rc
                   ' REASON=' ws-arch-reason upon console
               string
                    '    FAILED     ARCHIVE  JOB='
                                           delimited by size
                    ws-at-job-name(ws-at-idx)
                                           delimited by size
                    ' DSN='                delimited by size
                    ws-at-dataset-name(ws-at-idx)
                                           delimited by size
                    ' GEN='                delimited by size
                    ws-at-gen(ws-at-idx)   delimited by size
                    ' NODE='               delimited by size
                    ws-at-node(ws-at-idx)  delimited by size
                    ' RC='                 delimited by size
                    disp-num               delimited by size
                    ' REASON='             delimited by size
                    ws-arch-reason         delimited by size
               into ws-rpt-line
               perform write-report-line
               move spaces to alert-rec
               string
                    'MFSPHK17 '            delimited by size
                    ws-cur-date            delimited by size
                    ' '                   delimited by size
                    ws-cur-time            delimited by size
                    ' DELETE FAILED REQ='  delimited by size
                    ws-rq-request-id(ws-rq-idx)
                                           delimited by size
                    ' GEN='                delimited by size
                    ws-at-gen(ws-at-idx)   delimited by size
                    ' RC='                 delimited by size
                    disp-num               delimited by size
               into alert-rec
               write alert-rec
           end-if
           .

      *****************************************************************
      *    DROP-INDEX-ROW - DELETE THE GENERATION'S INDEX ROW BY KEY  *
      *    NOW ITS ARCHIVED COPY IS GONE. A ROW THAT CANNOT BE        *
      *    DELETED IS FATAL - AN INDEX ROW POINTING AT A DESTROYED    *
      *    COPY WOULD FAIL EVERY FUTURE RETRIEVAL IT INVITES.         *
      *****************************************************************
       drop-index-row section.
           move ws-at-job-name(ws-at-idx) to arcix-job-name
           move ws-at-dataset-name(ws-at-idx) to arcix-dataset-name
           move ws-at-gen(ws-at-idx) to arcix-gen
           move ws-at-node(ws-at-idx) to arcix-node
           delete arcixf record
           if status-codex not = '00'
               display 'ARCHIVE INDEX (ARCX) DELETE FAILED, '
                   'STATUS=' status-codex ' - JOB '
                   ws-at-job-name(ws-at-idx) ' GEN '
                   ws-at-gen(ws-at-idx) upon console
               move spaces to alert-rec
               string
                    'MFSPHK17 '            delimited by size
                    ws-cur-date            delimited by size
                    ' '                   delimited by size
                    ws-cur-time            delimited by size
                    ' ARCX DELETE FAILED STATUS='
                                           delimited by size
                    status-codex           delimited by size
                    ' REQ='                delimited by size
                    ws-rq-request-id(ws-rq-idx)
                                           delimited by size
               into alert-rec
               write alert-rec
               set ws-fatal-error-occurred to true
           else
               perform write-dstgen-ksd-record
           end-if
           .

      *****************************************************************
      *    WRITE-DSTGEN-KSD-RECORD - ONE 'G' ROW FOR THE INDEX ROW    *
      *    JUST DROPPED. THE GENERATION IS GONE WHETHER OR NOT THE    *
      *    REST OF THE REQUEST COMPLETES, SO THE ROW IS WRITTEN NOW - *
      *    UNDER THE SAME NEVER-REPLACED, STOP-THE-RUN RULE AS THE    *
      *    'D' EVENT.                                                 *
      *****************************************************************
       write-dstgen-ksd-record section.
           if ws-audksd-is-open
               add 1 to ws-dstgen-seq
               move spaces to audk-rec
               move ws-cur-date to audk-run-date
               move ws-cur-time to audk-run-time
               move '*DSTGEN' to audk-class
               move ws-dstgen-seq to audk-node
               set audk-is-destroyed-gen to true
               move 0 to audk-keep-for
               move 0 to audk-rc
               move spaces to audk-reason
               move 'S' to audk-category
               move 'X' to audk-run-mode
               move ws-rq-request-id(ws-rq-idx) to audk-dsg-request-id
               move ws-at-job-name(ws-at-idx) to audk-dsg-job-name
               move ws-at-dataset-name(ws-at-idx)
                 to audk-dsg-dataset-name
               move ws-at-gen(ws-at-idx) to audk-dsg-gen
               move ws-at-node(ws-at-idx) to audk-dsg-arch-node
               move ws-at-class(ws-at-idx) to audk-dsg-arch-class
               write audk-rec
               if status-codek not = '00'
                   perform log-audksd-failure
               end-if
           end-if
           .

      *****************************************************************
      *    WRITE-CERTIFICATE - THE CERTIFICATE OF DESTRUCTION FOR A   *
      *    REQUEST CARRIED OUT IN FULL: WHAT WAS DESTROYED, WHEN, FOR *
      *    WHICH OWNER AND ON WHAT AUTHORITY.                         *
      *****************************************************************
       write-certificate section.
           move spaces to ws-rpt-line
           string
                '    CERTIFICATE OF DESTRUCTION - REQUEST '
                                         delimited by size
                ws-rq-request-id(ws-rq-idx)
                                         delimited by size
                ': ALL COPIES OF JOB '   delimited by size
                ws-rq-job-name(ws-rq-idx)
                                         delimited by size
                ' DSN '                  delimited by size
                ws-dsn-text              delimited by size
                ' DESTROYED '            delimited by size
                ws-cur-date              delimited by size
                ' '                     delimited by size
                ws-cur-time              delimited by size
           into ws-rpt-line
           perform write-report-line
           move spaces to ws-rpt-line
           string
                '    OWNER '             delimited by size
                ws-confirmed-owner       delimited by size
                '  AUTHORISING REF '     delimited by size
                ws-rq-auth-ref(ws-rq-idx)
                                         delimited by size
                '  SPOOL COPIES ERASED ' delimited by size
                ws-req-spool-erased      delimited by size
                '  ARCHIVE GENERATIONS DESTROYED '
                                         delimited by size
                ws-req-arch-deleted      delimited by size
           into ws-rpt-line
           perform write-report-line
           display 'DESTRUCTION CERTIFIED - REQUEST '
               ws-rq-request-id(ws-rq-idx) ' JOB '
               ws-rq-job-name(ws-rq-idx) upon console
           .

       write-incomplete-lines section.
           move spaces to ws-rpt-line
           string
                '    INCOMPLETE - '      delimited by size
                ws-req-failed            delimited by size
                ' COPIES NOT DESTROYED, NO CERTIFICATE ISSUED - '
                                         delimited by size
                'RESUBMIT ONCE THE FAILURES ARE CLEARED'
                                         delimited by size
           into ws-rpt-line
           perform write-report-line
           evaluate true
               when not ws-fatal-error-occurred
                   continue
               when ws-audksd-is-open
                   move spaces to ws-rpt-line
                   string
                        '    ARCHIVE INDEX ROW NOT DROPPED - RUN '
                                         delimited by size
                        'STOPPED, SEE THE ARCX DELETE FAILURE ALERT'
                                         delimited by size
                   into ws-rpt-line
                   perform write-report-line
               when other
                   move spaces to ws-rpt-line
                   string
                        '    AUDIT ROW NOT WRITTEN - RUN STOPPED, '
                                         delimited by size
                        'SEE THE AUDIT REPOSITORY ALERT'
                                         delimited by size
                   into ws-rpt-line
                   perform write-report-line
           end-evaluate
           move spaces to alert-rec
           string
                'MFSPHK17 '              delimited by size
                ws-cur-date              delimited by size
                ' '                     delimited by size
                ws-cur-time              delimited by size
                ' DESTRUCTION INCOMPLETE REQ='
                                         delimited by size
                ws-rq-request-id(ws-rq-idx)
                                         delimited by size
                ' FAILED='               delimited by size
                ws-req-failed            delimited by size
           into alert-rec
           write alert-rec
           .

      *****************************************************************
      *    WRITE-DESTRUCTION-KSD-RECORD - ONE 'D' EVENT PER REQUEST   *
      *    CARRIED OUT, COMPLETE OR NOT. A DESTRUCTION EVENT IS NEVER *
      *    REPLACED - A DUPLICATE KEY IS A FAILURE LIKE ANY OTHER,    *
      *    AND AN EVENT THAT CANNOT BE WRITTEN STOPS THE RUN.         *
      *****************************************************************
       write-destruction-ksd-record section.
           move spaces to audk-rec
           move ws-cur-date to audk-run-date
           move ws-cur-time to audk-run-time
           move '*DESTROY' to audk-class
           move ws-rq-request-id(ws-rq-idx) to audk-node
           set audk-is-destruction to true
           move 0 to audk-keep-for
           move ws-req-last-rc to audk-rc
           move ws-req-last-reason to audk-reason
           if ws-req-failed = 0 and not ws-fatal-error-occurred
               move 'S' to audk-category
           else
               move 'F' to audk-category
           end-if
           move 'X' to audk-run-mode
           move ws-rq-requester(ws-rq-idx) to audk-dst-requester
           move ws-rq-auth-ref(ws-rq-idx) to audk-dst-auth-ref
           move ws-rq-job-name(ws-rq-idx) to audk-dst-job-name
           move ws-rq-dataset-name(ws-rq-idx)
             to audk-dst-dataset-name
           move ws-confirmed-owner to audk-dst-owner-id
           move ws-req-spool-erased to audk-dst-spool-erased
           move ws-req-arch-deleted to audk-dst-arch-deleted
           move ws-req-failed to audk-dst-failed
           if ws-audksd-is-open
               write audk-rec
               if status-codek not = '00'
                   perform log-audksd-failure
               end-if
           end-if
           .

      *****************************************************************
      *    LOG-AUDKSD-FAILURE - CONSOLE AND ALERT A KEYED-REPOSITORY  *
      *    PROBLEM AND STOP THE RUN - NOTHING MAY BE DESTROYED        *
      *    WITHOUT ITS AUDIT EVENT.                                   *
      *****************************************************************
       log-audksd-failure section.
           display 'AUDIT REPOSITORY (AUDK) UNAVAILABLE, STATUS='
               status-codek ' - DESTRUCTION STOPPED' upon console
           move spaces to alert-rec
           string
                'MFSPHK17 '             delimited by size
                ws-cur-date             delimited by size
                ' '                    delimited by size
                ws-cur-time             delimited by size
                ' AUDIT REPOSITORY UNAVAILABLE STATUS='
                                        delimited by size
                status-codek            delimited by size
           into alert-rec
           write alert-rec
           if ws-audksd-is-open
               close auditksd
               move 'N' to ws-audksd-open-flag
           end-if
           set ws-fatal-error-occurred to true
           .

       write-destruction-headings section.
           move spaces to ws-rpt-line
           string
                'MFSPHK17  SPOOL EARLY DESTRUCTION'
                                        delimited by size
                '  -  PRODUCED '        delimited by size
                ws-cur-date             delimited by size
                ' '                    delimited by size
                ws-cur-time             delimited by size
           into ws-rpt-line
           perform write-report-line
           move spaces to ws-rpt-line
           string
                'REQUEST ROWS READ: '   delimited by size
                ws-dst-row-count        delimited by size
                '  HOLDS IN EFFECT: '   delimited by size
                ws-hold-count           delimited by size
           into ws-rpt-line
           perform write-report-line
           if ws-dst-overflow-count > 0
               move spaces to ws-rpt-line
               string
                    '** REQUEST TABLE FULL - '
                                           delimited by size
                    ws-dst-overflow-count  delimited by size
                    ' REQUEST ROWS NOT LOADED, RESUBMIT THEM'
                                           delimited by size
               into ws-rpt-line
               perform write-report-line
           end-if
           if ws-enum-is-incomplete
               move spaces to ws-rpt-line
               string
                    '** SPOOL ENUMERATION INCOMPLETE - EVERY '
                                           delimited by size
                    'REQUEST REFUSED THIS RUN, SEE ALERTS'
                                           delimited by size
               into ws-rpt-line
               perform write-report-line
           end-if
           .

       write-destruction-footing section.
           move spaces to ws-rpt-line
           perform write-report-line
           if ws-fatal-error-occurred
               move spaces to ws-rpt-line
               string
                    '** RUN STOPPED - REQUESTS AFTER REQUEST '
                                           delimited by size
                    ws-rq-request-id(ws-rq-idx)
                                           delimited by size
                    ' NOT WORKED, SEE ALERTS'
                                           delimited by size
               into ws-rpt-line
               perform write-report-line
           end-if
           move spaces to ws-rpt-line
           string
                'REQUESTS COMPLETED: '  delimited by size
                ws-tot-completed        delimited by size
                '  INCOMPLETE: '        delimited by size
                ws-tot-incomplete       delimited by size
                '  REFUSED: '           delimited by size
                ws-tot-refused          delimited by size
                '  REJECTED: '          delimited by size
                ws-tot-rejected         delimited by size
                '  SPOOL COPIES ERASED: '
                                        delimited by size
                ws-tot-spool-erased     delimited by size
                '  ARCHIVE GENERATIONS DESTROYED: '
                                        delimited by size
                ws-tot-arch-deleted     delimited by size
           into ws-rpt-line
           perform write-report-line
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
