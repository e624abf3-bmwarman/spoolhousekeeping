000100 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. MFSPHK16.
003100***************************************************************
      *    SPOOL HOUSEKEEPING BULK ARCHIVE RETRIEVAL.                *
      *    THE REQUEST-QUEUE COMPANION TO MFSPHK04: READS EVERY      *
      *    RETRIEVAL REQUEST QUEUED ON THE RQSTF DD, MATCHES THEM    *
      *    ALL AGAINST THE KEYED ARCHIVE RETRIEVAL INDEX (ARCX) IN   *
      *    ONE PASS, AND PULLS EACH MATCHING ENTRY'S OUTPUT BACK     *
      *    OUT OF ITS ARCHIVE GENERATION THROUGH THE MVSP0029        *
      *    RETRIEVE INTERFACE, EXACTLY AS MFSPHK04 DOES FOR ONE JOB. *
      *    THE REPORT IS A FULFILMENT REPORT PER REQUESTER - EVERY   *
      *    REQUEST WITH EACH ENTRY RETRIEVED OR FAILED (WITH ITS     *
      *    MVSP0029 RC/REASON), OR THE REQUEST NOT FOUND OR          *
      *    REJECTED - AND EVERY REQUEST WORKED IS LOGGED TO THE      *
      *    KEYED AUDIT REPOSITORY (AUDK) AS AN 'R' ROW, SO WHO       *
      *    PULLED ARCHIVED OUTPUT BACK, AND WHEN, IS ON RECORD.      *
      *    RQSTF ROW (FIXED COLUMNS):                                *
      *      REQUEST ID  (8)                                         *
      *      REQUESTER   (8)                                         *
      *      JOB NAME    (8)  - TRAILING '*' FOR A JOB-NAME PREFIX   *
      *      DATASET    (20)  - BLANK FOR EVERY DATASET OF THE JOB   *
      *      FROM DATE   (8)  - YYYYMMDD CREATE DATE, BLANK FOR ANY  *
      *      TO DATE     (8)  - YYYYMMDD CREATE DATE, BLANK FOR ANY  *
      *      NODE        (8)  - BLANK FOR EVERY SPOOL NODE           *
      *      GENERATIONS (1)  - 'N' NEWEST GENERATION OF EACH        *
      *                         OUTPUT ONLY, 'A' (OR BLANK) ALL      *
      *    ROWS STARTING '*' AND BLANK ROWS ARE COMMENTS. A          *
      *    MALFORMED ROW IS REPORTED UNDER ITS REQUESTER AND         *
      *    REJECTED; THE REST OF THE QUEUE IS STILL WORKED.          *
003200***************************************************************
004600 ENVIRONMENT DIVISION.
004700 input-output section.
       file-control.
           select rqstfile assign to rqstf organization is sequential
                  file status is status-codeq.
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
       fd  rqstfile.
       01  rqst-rec.
           05  rqst-request-id           pic x(08).
           05  rqst-requester            pic x(08).
           05  rqst-job-name             pic x(08).
           05  rqst-dataset-name         pic x(20).
           05  rqst-from-date            pic x(08).
           05  rqst-to-date              pic x(08).
           05  rqst-node                 pic x(08).
           05  rqst-gen-choice           pic x(01).
           05  filler                    pic x(11).
       01  rqst-rec-view.
           05  rqst-first-byte           pic x(01).
           05  filler                    pic x(79).
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
       01 status-codeq                   pic xx.
       01 status-codex                   pic xx.
       01 status-codek                   pic xx.
       01 status-coder                   pic xx.
       01 status-codea                   pic xx.
       01  ws-current-date-time.
           05  ws-cur-date               pic 9(08).
           05  ws-cur-time               pic 9(06).
      *    the queued requests, loaded from RQSTF and sorted into
      *    requester then request id order before the index pass,
      *    so the match table and the report both follow it.
      *    rejected rows stay in the table - the requester is told
      *    why on the report.
       01  ws-request-table.
           05  ws-request-count          pic 9(03) value 0.
           05  ws-request-entry          occurs 200 times.
               10  ws-rq-request-id      pic x(08).
               10  ws-rq-requester       pic x(08).
               10  ws-rq-job-name        pic x(08).
               10  ws-rq-job-chars redefines ws-rq-job-name.
                   15  ws-rq-job-char    pic x(01) occurs 8 times.
      *            significant length of the job name - the prefix
      *            length, without its '*', for a prefix request.
               10  ws-rq-job-len         pic 9(02).
               10  ws-rq-prefix-flag     pic x(01).
                   88  ws-rq-is-prefix              value 'Y'.
               10  ws-rq-dataset-name    pic x(20).
               10  ws-rq-from-date       pic 9(08).
               10  ws-rq-to-date         pic 9(08).
               10  ws-rq-node            pic x(08).
               10  ws-rq-gen-choice      pic x(01).
                   88  ws-rq-newest-only            value 'N'.
               10  ws-rq-status          pic x(01).
                   88  ws-rq-is-rejected            value 'X'.
               10  ws-rq-reject-text     pic x(40).
      *            distinct entries matched, and of those how many
      *            came back, failed, or were never attempted
      *            because the match table was full.
               10  ws-rq-matched         pic 9(05).
               10  ws-rq-retrieved       pic 9(05).
               10  ws-rq-failed          pic 9(05).
               10  ws-rq-unworked        pic 9(05).
               10  ws-rq-last-rc         pic 9(05).
               10  ws-rq-last-reason     pic x(02).
       01  ws-request-table-max          pic 9(03) value 200.
       01  ws-rq-idx                     pic 9(03) value 0.
       01  ws-rq-idx2                    pic 9(03) value 0.
      *    one request entry's worth, for the exchange sort.
       01  ws-rq-hold-entry              pic x(140).
       01  ws-rq-sort-swapped            pic x(01) value 'N'.
           88  ws-rq-sort-did-swap                  value 'Y'.
       01  ws-rqst-row-count             pic 9(05) value 0.
       01  ws-rqst-overflow-count        pic 9(05) value 0.
       01  ws-rqst-done-flag             pic x(01) value 'N'.
           88  ws-rqst-is-done                      value 'Y'.
       01  ws-rqst-error-text            pic x(40).
      *    job-name pattern measurement - the same trailing-'*'
      *    prefix convention the CTLF retention rules use.
       01  ws-job-subject                pic x(08).
       01  filler redefines ws-job-subject.
           05  ws-job-subject-char       pic x(01) occurs 8 times.
       01  ws-job-work-len               pic 9(02) value 0.
       01  ws-job-star-count             pic 9(02) value 0.
       01  ws-job-blank-count            pic 9(02) value 0.
       01  ws-job-char-idx               pic 9(02) value 0.
       01  ws-job-pattern-flag           pic x(01) value 'N'.
           88  ws-job-pattern-bad                   value 'Y'.
      *    the index row being judged, with a character view of its
      *    job name for the prefix compare.
       01  ws-ix-job-name                pic x(08).
       01  filler redefines ws-ix-job-name.
           05  ws-ix-job-char            pic x(01) occurs 8 times.
       01  ws-ix-match-flag              pic x(01) value 'N'.
           88  ws-ix-does-match                     value 'Y'.
      *    every index row matched, tagged with the request it
      *    answers. a 'newest generation only' request keeps one
      *    entry per job, dataset and node, replaced as the browse
      *    finds a later generation. sorted request order, then job,
      *    dataset, generation descending and node before the
      *    retrieve pass - the MFSPHK04 newest-first order.
       01  ws-match-table.
           05  ws-match-count            pic 9(04) value 0.
           05  ws-match-entry            occurs 2000 times.
               10  ws-mt-rq-idx          pic 9(03).
               10  ws-mt-job-name        pic x(08).
               10  ws-mt-dataset-name    pic x(20).
               10  ws-mt-gen             pic 9(04).
               10  ws-mt-node            pic x(08).
               10  ws-mt-create-date     pic 9(08).
               10  ws-mt-archived-date   pic 9(08).
       01  ws-match-table-max            pic 9(04) value 2000.
       01  ws-mt-idx                     pic 9(04) value 0.
       01  ws-mt-idx2                    pic 9(04) value 0.
       01  ws-mt-found-idx               pic 9(04) value 0.
       01  ws-mt-sort-swapped            pic x(01) value 'N'.
           88  ws-mt-sort-did-swap                  value 'Y'.
       01  ws-mt-swap-flag               pic x(01) value 'N'.
           88  ws-mt-needs-swap                     value 'Y'.
       01  ws-mt-hold-entry.
           05  ws-mth-rq-idx             pic 9(03).
           05  ws-mth-job-name           pic x(08).
           05  ws-mth-dataset-name       pic x(20).
           05  ws-mth-gen                pic 9(04).
           05  ws-mth-node               pic x(08).
           05  ws-mth-create-date        pic 9(08).
           05  ws-mth-archived-date      pic 9(08).
       01  ws-mt-request-done-flag       pic x(01) value 'N'.
           88  ws-mt-request-is-done                value 'Y'.
       01  ws-browse-done-flag           pic x(01) value 'N'.
           88  ws-browse-is-done                    value 'Y'.
      *    interface areas for the mvsp0029 spool archive/retrieve
      *    module - the same layout MFSPHK04 retrieves with.
       01  ws-arch-request.
           05  ws-arch-mode              pic x(01).
           05  ws-arch-job-name          pic x(08).
           05  ws-arch-dataset-name      pic x(20).
           05  ws-arch-req-gen           pic 9(04).
           05  ws-arch-node              pic x(08).
       01  ws-arch-rc                    pic xx comp-5.
       01  ws-arch-reason                pic xx.
       01  disp-num                      pic 9(05).
      *    report control - the requester whose section is open and
      *    its running totals.
       01  ws-cur-requester              pic x(08).
       01  ws-requester-open-flag        pic x(01) value 'N'.
           88  ws-requester-is-open                 value 'Y'.
       01  ws-rqr-requests               pic 9(03) value 0.
       01  ws-rqr-retrieved              pic 9(05) value 0.
       01  ws-rqr-failed                 pic 9(05) value 0.
       01  ws-rqr-not-found              pic 9(03) value 0.
       01  ws-rqr-rejected               pic 9(03) value 0.
      *    run totals.
       01  ws-tot-retrieved              pic 9(05) value 0.
       01  ws-tot-failed                 pic 9(05) value 0.
       01  ws-tot-unworked               pic 9(05) value 0.
       01  ws-tot-not-found              pic 9(03) value 0.
       01  ws-tot-rejected               pic 9(03) value 0.
       01  ws-tot-worked                 pic 9(03) value 0.
       01  ws-gen-choice-text            pic x(06).
       01  ws-rpt-line                   pic x(132).
       01  ws-audksd-open-flag           pic x(01) value 'N'.
           88  ws-audksd-is-open                    value 'Y'.
       01  ws-audk-log-missed-flag       pic x(01) value 'N'.
           88  ws-audk-log-missed                   value 'Y'.
       01  ws-fatal-error-flag           pic x(01) value 'N'.
           88  ws-fatal-error-occurred              value 'Y'.
       01  ws-rqst-invalid-flag          pic x(01) value 'N'.
           88  ws-rqst-invalid                      value 'Y'.
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
               perform load-request-file
           end-if
           if not ws-fatal-error-occurred and not ws-rqst-invalid
               perform sort-request-table
               perform browse-index-for-requests
           end-if
           if not ws-fatal-error-occurred and not ws-rqst-invalid
               perform sort-match-table
               perform open-audit-repository
               perform write-retrieval-headings
               perform write-fulfilment-report
               perform write-retrieval-footing
               if ws-audksd-is-open
                   close auditksd
               end-if
           end-if
           close rptfile
           close alertf
           evaluate true
               when ws-fatal-error-occurred
                   move 16 to return-code
               when ws-rqst-invalid
                   move 12 to return-code
               when ws-tot-rejected > 0
                   move 12 to return-code
               when ws-rqst-overflow-count > 0
                   move 12 to return-code
               when ws-tot-failed > 0
                   move 08 to return-code
               when ws-tot-unworked > 0
                   move 08 to return-code
               when ws-audk-log-missed
                   move 08 to return-code
               when ws-tot-not-found > 0
                   move 04 to return-code
           end-evaluate
           goback.

      *****************************************************************
      *    LOAD-REQUEST-FILE - READ EVERY QUEUED RETRIEVAL REQUEST    *
      *    INTO THE REQUEST TABLE, VALIDATING EACH ROW. A MISSING     *
      *    RQSTF IS FATAL; A QUEUE WITH NO REQUESTS ON IT IS          *
      *    REJECTED RC 12 SO THE SUBMITTER CAN CORRECT IT.            *
      *****************************************************************
       load-request-file section.
           open input rqstfile
           if status-codeq not = '00'
               display 'REQUEST FILE (RQSTF) OPEN FAILED, STATUS='
                   status-codeq upon console
               set ws-fatal-error-occurred to true
           else
               perform until ws-rqst-is-done
                   read rqstfile
                   evaluate true
                       when status-codeq = '10'
                           set ws-rqst-is-done to true
                       when status-codeq not = '00'
                           display 'REQUEST FILE (RQSTF) READ '
                               'FAILED, STATUS=' status-codeq
                               upon console
                           set ws-fatal-error-occurred to true
                           set ws-rqst-is-done to true
                       when rqst-first-byte = '*'
                           continue
                       when rqst-rec = spaces
                           continue
                       when other
                           add 1 to ws-rqst-row-count
                           perform load-request-row
                   end-evaluate
               end-perform
               close rqstfile
               if not ws-fatal-error-occurred
                  and ws-request-count = 0
                  and ws-rqst-overflow-count = 0
                   display 'REQUEST FILE (RQSTF) HOLDS NO RETRIEVAL '
                       'REQUESTS' upon console
                   set ws-rqst-invalid to true
               end-if
           end-if
           .

      *****************************************************************
      *    LOAD-REQUEST-ROW - VALIDATE ONE QUEUED REQUEST AND ADD IT  *
      *    TO THE TABLE, MARKED REJECTED WITH ITS REASON WHEN IT IS   *
      *    MALFORMED. A ROW BEYOND THE TABLE'S CAPACITY IS COUNTED    *
      *    AND ALERTED - IT MUST BE RESUBMITTED IN A LATER RUN.       *
      *****************************************************************
       load-request-row section.
           if ws-request-count >= ws-request-table-max
               add 1 to ws-rqst-overflow-count
               display 'REQUEST TABLE FULL - REQUEST '
                   rqst-request-id ' FOR ' rqst-requester
                   ' NOT LOADED' upon console
               move spaces to alert-rec
               string
                    'MFSPHK16 '            delimited by size
                    ws-cur-date            delimited by size
                    ' '                   delimited by size
                    ws-cur-time            delimited by size
                    ' REQUEST TABLE FULL REQ='
                                           delimited by size
                    rqst-request-id        delimited by size
                    ' NOT LOADED'          delimited by size
               into alert-rec
               write alert-rec
           else
               add 1 to ws-request-count
               move ws-request-count to ws-rq-idx
               move rqst-request-id to ws-rq-request-id(ws-rq-idx)
               move rqst-requester to ws-rq-requester(ws-rq-idx)
               move rqst-job-name to ws-rq-job-name(ws-rq-idx)
               move 0 to ws-rq-job-len(ws-rq-idx)
               move 'N' to ws-rq-prefix-flag(ws-rq-idx)
               move rqst-dataset-name
                 to ws-rq-dataset-name(ws-rq-idx)
               move 0 to ws-rq-from-date(ws-rq-idx)
               move 99999999 to ws-rq-to-date(ws-rq-idx)
               move rqst-node to ws-rq-node(ws-rq-idx)
               move rqst-gen-choice to ws-rq-gen-choice(ws-rq-idx)
               move space to ws-rq-status(ws-rq-idx)
               move spaces to ws-rq-reject-text(ws-rq-idx)
               move 0 to ws-rq-matched(ws-rq-idx)
               move 0 to ws-rq-retrieved(ws-rq-idx)
               move 0 to ws-rq-failed(ws-rq-idx)
               move 0 to ws-rq-unworked(ws-rq-idx)
               move 0 to ws-rq-last-rc(ws-rq-idx)
               move spaces to ws-rq-last-reason(ws-rq-idx)
               move spaces to ws-rqst-error-text
               perform measure-job-pattern
               evaluate true
                   when rqst-request-id = spaces
                       move 'REQUEST ID IS BLANK'
                         to ws-rqst-error-text
                   when rqst-requester = spaces
                       move 'REQUESTER IS BLANK'
                         to ws-rqst-error-text
                   when rqst-job-name = spaces
                       move 'JOB NAME IS BLANK'
                         to ws-rqst-error-text
                   when ws-job-pattern-bad
                       move 'JOB NAME OR PREFIX IS INVALID'
                         to ws-rqst-error-text
                   when rqst-from-date not = spaces
                    and rqst-from-date not numeric
                       move 'FROM DATE IS NOT NUMERIC'
                         to ws-rqst-error-text
                   when rqst-to-date not = spaces
                    and rqst-to-date not numeric
                       move 'TO DATE IS NOT NUMERIC'
                         to ws-rqst-error-text
                   when rqst-gen-choice not = 'N'
                    and rqst-gen-choice not = 'A'
                    and rqst-gen-choice not = space
                       move 'GENERATIONS MUST BE N OR A'
                         to ws-rqst-error-text
               end-evaluate
               if ws-rqst-error-text = spaces
                   move ws-job-work-len to ws-rq-job-len(ws-rq-idx)
                   if ws-job-star-count > 0
                       set ws-rq-is-prefix(ws-rq-idx) to true
                   end-if
                   if rqst-from-date not = spaces
                       move rqst-from-date
                         to ws-rq-from-date(ws-rq-idx)
                   end-if
                   if rqst-to-date not = spaces
                       move rqst-to-date to ws-rq-to-date(ws-rq-idx)
                   end-if
                   if rqst-gen-choice = space
                       move 'A' to ws-rq-gen-choice(ws-rq-idx)
                   end-if
                   if ws-rq-from-date(ws-rq-idx)
                      > ws-rq-to-date(ws-rq-idx)
                       move 'FROM DATE IS AFTER TO DATE'
                         to ws-rqst-error-text
                   end-if
               end-if
               if ws-rqst-error-text = spaces
                   perform check-duplicate-request
               end-if
               if ws-rqst-error-text not = spaces
                   set ws-rq-is-rejected(ws-rq-idx) to true
                   move ws-rqst-error-text
                     to ws-rq-reject-text(ws-rq-idx)
                   display 'RETRIEVAL REQUEST ' rqst-request-id
                       ' REJECTED - ' ws-rqst-error-text
                       upon console
               end-if
           end-if
           .

      *****************************************************************
      *    MEASURE-JOB-PATTERN - SIGNIFICANT LENGTH OF THE REQUESTED  *
      *    JOB NAME, WITH ONE TRAILING '*' STRIPPED OFF AS A PREFIX   *
      *    MARKER. A '*' ANYWHERE ELSE, AN EMBEDDED BLANK, OR A BARE  *
      *    '*' (EVERY JOB IN THE ARCHIVE) IS REFUSED.                 *
      *****************************************************************
       measure-job-pattern section.
           move 'N' to ws-job-pattern-flag
           move rqst-job-name to ws-job-subject
           move 0 to ws-job-work-len
           move 0 to ws-job-star-count
           inspect ws-job-subject tallying ws-job-work-len
               for characters before initial space
           inspect ws-job-subject tallying ws-job-star-count
               for all '*'
           evaluate true
               when ws-job-star-count = 0
                   continue
               when ws-job-star-count = 1
                  and ws-job-work-len > 1
                   if ws-job-subject-char(ws-job-work-len) = '*'
                       move space
                         to ws-job-subject-char(ws-job-work-len)
                       subtract 1 from ws-job-work-len
                   else
                       set ws-job-pattern-bad to true
                   end-if
               when other
                   set ws-job-pattern-bad to true
           end-evaluate
           move 0 to ws-job-blank-count
           inspect ws-job-subject tallying ws-job-blank-count
               for all space
           if ws-job-work-len + ws-job-blank-count not = 8
               set ws-job-pattern-bad to true
           end-if
           if not ws-job-pattern-bad
               move ws-job-subject to ws-rq-job-name(ws-rq-idx)
           end-if
           .

      *****************************************************************
      *    CHECK-DUPLICATE-REQUEST - THE SAME REQUEST ID TWICE IN ONE *
      *    QUEUE IS REFUSED; THE ID KEYS THE REQUEST'S AUDIT ROW.     *
      *****************************************************************
       check-duplicate-request section.
           move 1 to ws-rq-idx2
           perform until ws-rq-idx2 >= ws-rq-idx
               if ws-rq-request-id(ws-rq-idx2)
                  = ws-rq-request-id(ws-rq-idx)
                   move 'DUPLICATE REQUEST ID'
                     to ws-rqst-error-text
                   move ws-rq-idx to ws-rq-idx2
               end-if
               add 1 to ws-rq-idx2
           end-perform
           .

      *****************************************************************
      *    SORT-REQUEST-TABLE - EXCHANGE-SORT THE QUEUE INTO          *
      *    REQUESTER THEN REQUEST ID ORDER, SO EACH REQUESTER'S       *
      *    REQUESTS PRINT TOGETHER UNDER ONE HEADING.                 *
      *****************************************************************
       sort-request-table section.
           set ws-rq-sort-did-swap to true
           perform until not ws-rq-sort-did-swap
               move 'N' to ws-rq-sort-swapped
               move 1 to ws-rq-idx
               perform until ws-rq-idx >= ws-request-count
                   add 1 ws-rq-idx giving ws-rq-idx2
                   if ws-rq-requester(ws-rq-idx)
                        > ws-rq-requester(ws-rq-idx2)
                      or (ws-rq-requester(ws-rq-idx)
                            = ws-rq-requester(ws-rq-idx2)
                          and ws-rq-request-id(ws-rq-idx)
                                > ws-rq-request-id(ws-rq-idx2))
                       move ws-request-entry(ws-rq-idx)
                         to ws-rq-hold-entry
                       move ws-request-entry(ws-rq-idx2)
                         to ws-request-entry(ws-rq-idx)
                       move ws-rq-hold-entry
                         to ws-request-entry(ws-rq-idx2)
                       set ws-rq-sort-did-swap to true
                   end-if
                   add 1 to ws-rq-idx
               end-perform
           end-perform
           .

      *****************************************************************
      *    BROWSE-INDEX-FOR-REQUESTS - ONE PASS OVER THE WHOLE        *
      *    RETRIEVAL INDEX, EVERY ROW JUDGED AGAINST EVERY ACCEPTED   *
      *    REQUEST, SO A QUEUE OF ANY LENGTH COSTS ONE READ OF ARCX.  *
      *****************************************************************
       browse-index-for-requests section.
           open input arcixf
           if status-codex not = '00'
               display 'ARCHIVE INDEX (ARCX) OPEN FAILED, STATUS='
                   status-codex upon console
               set ws-fatal-error-occurred to true
           else
               move low-values to arcix-key
               start arcixf key not less than arcix-key
               if status-codex not = '00'
                   set ws-browse-is-done to true
               end-if
               perform until ws-browse-is-done
                   read arcixf next
                   if status-codex not = '00'
                       set ws-browse-is-done to true
                   else
                       move arcix-job-name to ws-ix-job-name
                       move 1 to ws-rq-idx
                       perform until ws-rq-idx > ws-request-count
                           if not ws-rq-is-rejected(ws-rq-idx)
                               perform match-index-row
                               if ws-ix-does-match
                                   perform add-match-entry
                               end-if
                           end-if
                           add 1 to ws-rq-idx
                       end-perform
                   end-if
               end-perform
               close arcixf
           end-if
           .

      *****************************************************************
      *    MATCH-INDEX-ROW - DOES THE CURRENT INDEX ROW ANSWER THE    *
      *    REQUEST AT WS-RQ-IDX - JOB NAME OR PREFIX, DATASET WHEN    *
      *    ONE WAS NAMED, NODE WHEN ONE WAS NAMED, AND CREATE DATE    *
      *    INSIDE THE REQUESTED RANGE?                                *
      *****************************************************************
       match-index-row section.
           set ws-ix-does-match to true
           evaluate true
               when ws-rq-dataset-name(ws-rq-idx) not = spaces
                and arcix-dataset-name
                    not = ws-rq-dataset-name(ws-rq-idx)
                   move 'N' to ws-ix-match-flag
               when ws-rq-node(ws-rq-idx) not = spaces
                and arcix-node not = ws-rq-node(ws-rq-idx)
                   move 'N' to ws-ix-match-flag
               when arcix-create-date < ws-rq-from-date(ws-rq-idx)
                 or arcix-create-date > ws-rq-to-date(ws-rq-idx)
                   move 'N' to ws-ix-match-flag
               when not ws-rq-is-prefix(ws-rq-idx)
                   if arcix-job-name not = ws-rq-job-name(ws-rq-idx)
                       move 'N' to ws-ix-match-flag
                   end-if
               when other
                   move 1 to ws-job-char-idx
                   perform until ws-job-char-idx
                                 > ws-rq-job-len(ws-rq-idx)
                       if ws-ix-job-char(ws-job-char-idx)
                          not = ws-rq-job-char(ws-rq-idx,
                                               ws-job-char-idx)
                           move 'N' to ws-ix-match-flag
                           move ws-rq-job-len(ws-rq-idx)
                             to ws-job-char-idx
                       end-if
                       add 1 to ws-job-char-idx
                   end-perform
           end-evaluate
           .

      *****************************************************************
      *    ADD-MATCH-ENTRY - RECORD THE MATCHED ROW AGAINST THE       *
      *    REQUEST. A 'NEWEST GENERATION ONLY' REQUEST THAT ALREADY   *
      *    HOLDS THE SAME JOB, DATASET AND NODE KEEPS WHICHEVER       *
      *    GENERATION IS LATER. A ROW PAST THE TABLE'S CAPACITY IS    *
      *    COUNTED AGAINST ITS REQUEST AS NOT ATTEMPTED - RETRIEVING  *
      *    IT OUT OF ORDER WOULD SCATTER IT ACROSS THE REQUESTERS.    *
      *****************************************************************
       add-match-entry section.
           move 0 to ws-mt-found-idx
           if ws-rq-newest-only(ws-rq-idx)
               move 1 to ws-mt-idx
               perform until ws-mt-idx > ws-match-count
                   if ws-mt-rq-idx(ws-mt-idx) = ws-rq-idx
                      and ws-mt-job-name(ws-mt-idx) = arcix-job-name
                      and ws-mt-dataset-name(ws-mt-idx)
                          = arcix-dataset-name
                      and ws-mt-node(ws-mt-idx) = arcix-node
                       move ws-mt-idx to ws-mt-found-idx
                       move ws-match-count to ws-mt-idx
                   end-if
                   add 1 to ws-mt-idx
               end-perform
           end-if
           evaluate true
               when ws-mt-found-idx > 0
                   if arcix-gen > ws-mt-gen(ws-mt-found-idx)
                       move arcix-gen to ws-mt-gen(ws-mt-found-idx)
                       move arcix-create-date
                         to ws-mt-create-date(ws-mt-found-idx)
                       move arcix-archived-date
                         to ws-mt-archived-date(ws-mt-found-idx)
                   end-if
               when ws-match-count >= ws-match-table-max
                   add 1 to ws-rq-matched(ws-rq-idx)
                   add 1 to ws-rq-unworked(ws-rq-idx)
               when other
                   add 1 to ws-rq-matched(ws-rq-idx)
                   add 1 to ws-match-count
                   move ws-rq-idx to ws-mt-rq-idx(ws-match-count)
                   move arcix-job-name
                     to ws-mt-job-name(ws-match-count)
                   move arcix-dataset-name
                     to ws-mt-dataset-name(ws-match-count)
                   move arcix-gen to ws-mt-gen(ws-match-count)
                   move arcix-node to ws-mt-node(ws-match-count)
                   move arcix-create-date
                     to ws-mt-create-date(ws-match-count)
                   move arcix-archived-date
                     to ws-mt-archived-date(ws-match-count)
           end-evaluate
           .

      *****************************************************************
      *    SORT-MATCH-TABLE - EXCHANGE-SORT THE MATCHES INTO REQUEST  *
      *    ORDER, AND WITHIN A REQUEST INTO JOB AND DATASET ORDER     *
      *    WITH THE GENERATIONS OF EACH OUTPUT DESCENDING, SO THE     *
      *    NEWEST COPY IS LISTED (AND RETRIEVED) FIRST.               *
      *****************************************************************
       sort-match-table section.
           set ws-mt-sort-did-swap to true
           perform until not ws-mt-sort-did-swap
               move 'N' to ws-mt-sort-swapped
               move 1 to ws-mt-idx
               perform until ws-mt-idx >= ws-match-count
                   add 1 ws-mt-idx giving ws-mt-idx2
                   perform compare-match-entries
                   if ws-mt-needs-swap
                       move ws-match-entry(ws-mt-idx)
                         to ws-mt-hold-entry
                       move ws-match-entry(ws-mt-idx2)
                         to ws-match-entry(ws-mt-idx)
                       move ws-mt-hold-entry
                         to ws-match-entry(ws-mt-idx2)
                       set ws-mt-sort-did-swap to true
                   end-if
                   add 1 to ws-mt-idx
               end-perform
           end-perform
           .

       compare-match-entries section.
           move 'N' to ws-mt-swap-flag
           evaluate true
               when ws-mt-rq-idx(ws-mt-idx)
                    not = ws-mt-rq-idx(ws-mt-idx2)
                   if ws-mt-rq-idx(ws-mt-idx)
                      > ws-mt-rq-idx(ws-mt-idx2)
                       set ws-mt-needs-swap to true
                   end-if
               when ws-mt-job-name(ws-mt-idx)
                    not = ws-mt-job-name(ws-mt-idx2)
                   if ws-mt-job-name(ws-mt-idx)
                      > ws-mt-job-name(ws-mt-idx2)
                       set ws-mt-needs-swap to true
                   end-if
               when ws-mt-dataset-name(ws-mt-idx)
                    not = ws-mt-dataset-name(ws-mt-idx2)
                   if ws-mt-dataset-name(ws-mt-idx)
                      > ws-mt-dataset-name(ws-mt-idx2)
                       set ws-mt-needs-swap to true
                   end-if
               when ws-mt-gen(ws-mt-idx) not = ws-mt-gen(ws-mt-idx2)
                   if ws-mt-gen(ws-mt-idx) < ws-mt-gen(ws-mt-idx2)
                       set ws-mt-needs-swap to true
                   end-if
               when ws-mt-node(ws-mt-idx) > ws-mt-node(ws-mt-idx2)
                   set ws-mt-needs-swap to true
           end-evaluate
           .

      *****************************************************************
      *    WRITE-FULFILMENT-REPORT - WORK THE SORTED QUEUE REQUESTER  *
      *    BY REQUESTER: EACH REQUEST'S MATCHES ARE RETRIEVED IN      *
      *    TURN AND LISTED UNDER IT, THEN THE REQUEST IS LOGGED TO    *
      *    AUDK. THE MATCH TABLE IS IN THE SAME ORDER AS THE QUEUE,   *
      *    SO ONE POINTER WALKS IT ALONGSIDE.                         *
      *****************************************************************
       write-fulfilment-report section.
           move 1 to ws-mt-idx
           move 1 to ws-rq-idx
           perform until ws-rq-idx > ws-request-count
               if not ws-requester-is-open
                  or ws-rq-requester(ws-rq-idx) not = ws-cur-requester
                   if ws-requester-is-open
                       perform write-requester-footing
                   end-if
                   perform write-requester-heading
               end-if
               perform work-one-request
               add 1 to ws-rq-idx
           end-perform
           if ws-requester-is-open
               perform write-requester-footing
           end-if
           .

      *****************************************************************
      *    WORK-ONE-REQUEST - LIST THE REQUEST, THEN RETRIEVE AND     *
      *    LIST EVERY ENTRY IT MATCHED, OR SAY WHY NOTHING WAS.       *
      *****************************************************************
       work-one-request section.
           add 1 to ws-rqr-requests
           if ws-rq-newest-only(ws-rq-idx)
               move 'NEWEST' to ws-gen-choice-text
           else
               move 'ALL' to ws-gen-choice-text
           end-if
           perform build-request-line
           perform write-report-line
           evaluate true
               when ws-rq-is-rejected(ws-rq-idx)
                   add 1 to ws-rqr-rejected
                   add 1 to ws-tot-rejected
                   move spaces to ws-rpt-line
                   string
                        '    REJECTED   - '  delimited by size
                        ws-rq-reject-text(ws-rq-idx)
                                             delimited by size
                   into ws-rpt-line
                   perform write-report-line
               when ws-rq-matched(ws-rq-idx) = 0
                   add 1 to ws-rqr-not-found
                   add 1 to ws-tot-not-found
                   add 1 to ws-tot-worked
                   move '    NOT FOUND  - NO ARCHIVED ENTRY MATCHES'
                     to ws-rpt-line
                   perform write-report-line
                   perform write-retrieval-log-record
               when other
                   add 1 to ws-tot-worked
                   move 'N' to ws-mt-request-done-flag
                   perform until ws-mt-request-is-done
                       evaluate true
                           when ws-mt-idx > ws-match-count
                               set ws-mt-request-is-done to true
                           when ws-mt-rq-idx(ws-mt-idx) not = ws-rq-idx
                               set ws-mt-request-is-done to true
                           when other
                               perform retrieve-one-entry
                               add 1 to ws-mt-idx
                       end-evaluate
                   end-perform
                   if ws-rq-unworked(ws-rq-idx) > 0
                       perform write-unworked-line
                   end-if
                   perform write-retrieval-log-record
           end-evaluate
           .

      *****************************************************************
      *    BUILD-REQUEST-LINE - THE REQUEST AS QUEUED, WITH THE JOB   *
      *    NAME'S PREFIX '*' PUT BACK.                                *
      *****************************************************************
       build-request-line section.
           move ws-rq-job-name(ws-rq-idx) to ws-job-subject
           if ws-rq-is-prefix(ws-rq-idx)
               add 1 ws-rq-job-len(ws-rq-idx) giving ws-job-char-idx
               move '*' to ws-job-subject-char(ws-job-char-idx)
           end-if
           move spaces to ws-rpt-line
           string
                '  REQUEST='             delimited by size
                ws-rq-request-id(ws-rq-idx)
                                         delimited by size
                '  JOB='                 delimited by size
                ws-job-subject           delimited by size
                '  DSN='                 delimited by size
                ws-rq-dataset-name(ws-rq-idx)
                                         delimited by size
                '  NODE='                delimited by size
                ws-rq-node(ws-rq-idx)    delimited by size
                '  CREATED '             delimited by size
                ws-rq-from-date(ws-rq-idx)
                                         delimited by size
                '-'                     delimited by size
                ws-rq-to-date(ws-rq-idx) delimited by size
                '  GENERATIONS='         delimited by size
                ws-gen-choice-text       delimited by size
           into ws-rpt-line
           .

      *****************************************************************
      *    RETRIEVE-ONE-ENTRY - ONE MVSP0029 RETRIEVE CALL FOR THE    *
      *    MATCH AT WS-MT-IDX. A FAILED RETRIEVE IS REPORTED,         *
      *    ALERTED AND COUNTED, AND THE PASS CONTINUES - ONE BAD      *
      *    GENERATION MUST NOT HIDE THE COPIES THAT ARE STILL GOOD.   *
      *****************************************************************
       retrieve-one-entry section.
           move 'R' to ws-arch-mode
           move ws-mt-job-name(ws-mt-idx) to ws-arch-job-name
           move ws-mt-dataset-name(ws-mt-idx) to ws-arch-dataset-name
           move ws-mt-gen(ws-mt-idx) to ws-arch-req-gen
           move ws-mt-node(ws-mt-idx) to ws-arch-node
           move 0 to ws-arch-rc
           move 0 to ws-arch-reason
           call 'mvsp0029' using ws-arch-request
                                 ws-arch-rc
                                 ws-arch-reason
           move spaces to ws-rpt-line
           move ws-arch-rc to disp-num
           if ws-arch-rc = 0
               add 1 to ws-rq-retrieved(ws-rq-idx)
               add 1 to ws-rqr-retrieved
               add 1 to ws-tot-retrieved
               string
                    '    RETRIEVED  JOB='  delimited by size
                    ws-mt-job-name(ws-mt-idx)
                                           delimited by size
                    ' DSN='                delimited by size
                    ws-mt-dataset-name(ws-mt-idx)
                                           delimited by size
                    ' GEN='                delimited by size
                    ws-mt-gen(ws-mt-idx)   delimited by size
                    ' NODE='               delimited by size
                    ws-mt-node(ws-mt-idx)  delimited by size
                    ' CREATED='            delimited by size
                    ws-mt-create-date(ws-mt-idx)
                                           delimited by size
                    ' ARCHIVED='           delimited by size
                    ws-mt-archived-date(ws-mt-idx)
                                           delimited by size
               into ws-rpt-line
           else
               add 1 to ws-rq-failed(ws-rq-idx)
               add 1 to ws-rqr-failed
               add 1 to ws-tot-failed
               move disp-num to ws-rq-last-rc(ws-rq-idx)
               move ws-arch-reason to ws-rq-last-reason(ws-rq-idx)
               display 'RETRIEVE FAILED - REQUEST '
                   ws-rq-request-id(ws-rq-idx) ' JOB '
                   ws-mt-job-name(ws-mt-idx) ' DATASET '
                   ws-mt-dataset-name(ws-mt-idx) ' GEN '
                   ws-mt-gen(ws-mt-idx) ' RC=' ws-arch-rc
                   ' REASON=' ws-arch-reason upon console
               string
                    '    FAILED     JOB='  delimited by size
                    ws-mt-job-name(ws-mt-idx)
                                           delimited by size
                    ' DSN='                delimited by size
                    ws-mt-dataset-name(ws-mt-idx)
                                           delimited by size
                    ' GEN='                delimited by size
                    ws-mt-gen(ws-mt-idx)   delimited by size
                    ' NODE='               delimited by size
                    ws-mt-node(ws-mt-idx)  delimited by size
                    ' RC='                 delimited by size
                    disp-num               delimited by size
                    ' REASON='             delimited by size
                    ws-arch-reason         delimited by size
               into ws-rpt-line
               move spaces to alert-rec
               string
                    'MFSPHK16 '            delimited by size
                    ws-cur-date            delimited by size
                    ' '                   delimited by size
                    ws-cur-time            delimited by size
                    ' RETRIEVE FAILED REQ='
                                           delimited by size
                    ws-rq-request-id(ws-rq-idx)
                                           delimited by size
                    ' GEN='                delimited by size
                    ws-mt-gen(ws-mt-idx)   delimited by size
                    ' RC='                 delimited by size
                    disp-num               delimited by size
                    ' RSN='                delimited by size
                    ws-arch-reason         delimited by size
               into alert-rec
               write alert-rec
           end-if
           perform write-report-line
           .

      *****************************************************************
      *    WRITE-UNWORKED-LINE - A REQUEST WITH MATCHES PAST THE      *
      *    MATCH TABLE'S CAPACITY WAS ONLY PARTLY FULFILLED. SAY SO   *
      *    UNDER IT AND ALERT, SO IT IS RESUBMITTED NARROWER.         *
      *****************************************************************
       write-unworked-line section.
           add ws-rq-unworked(ws-rq-idx) to ws-tot-unworked
           move ws-rq-unworked(ws-rq-idx) to disp-num
           move spaces to ws-rpt-line
           string
                '    NOT ATTEMPTED - '   delimited by size
                disp-num                 delimited by size
                ' FURTHER MATCHES PAST THE RUN''S MATCH TABLE - '
                                         delimited by size
                'RESUBMIT WITH A NARROWER REQUEST'
                                         delimited by size
           into ws-rpt-line
           perform write-report-line
           move spaces to alert-rec
           string
                'MFSPHK16 '              delimited by size
                ws-cur-date              delimited by size
                ' '                     delimited by size
                ws-cur-time              delimited by size
                ' MATCH TABLE FULL REQ=' delimited by size
                ws-rq-request-id(ws-rq-idx)
                                         delimited by size
                ' NOT ATTEMPTED='        delimited by size
                disp-num                 delimited by size
           into alert-rec
           write alert-rec
           .

      *****************************************************************
      *    OPEN-AUDIT-REPOSITORY - OPEN THE KEYED AUDIT REPOSITORY    *
      *    (AUDK) FOR THE RETRIEVAL LOG, LOADING IT FRESH WHEN IT IS  *
      *    EMPTY. A REPOSITORY THAT CANNOT BE OPENED IS ALERTED, AND  *
      *    THE RETRIEVALS STILL GO AHEAD - THE REPORT RECORDS THEM -  *
      *    BUT THE RUN ENDS RC 08 SO THE MISSING LOG IS FOLLOWED UP.  *
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
      *    WRITE-RETRIEVAL-LOG-RECORD - ONE 'R' ROW PER REQUEST       *
      *    WORKED: WHO ASKED, FOR WHAT, AND WHAT CAME BACK. A RERUN   *
      *    IN THE SAME SECOND REWRITES ITS OWN KEY RATHER THAN        *
      *    FAILING ON A DUPLICATE.                                    *
      *****************************************************************
       write-retrieval-log-record section.
           if not ws-audksd-is-open
               set ws-audk-log-missed to true
           else
               move spaces to audk-rec
               move ws-cur-date to audk-run-date
               move ws-cur-time to audk-run-time
               move '*RETRVL' to audk-class
               move ws-rq-request-id(ws-rq-idx) to audk-node
               set audk-is-retrieval-log to true
               move 0 to audk-keep-for
               move ws-rq-last-rc(ws-rq-idx) to audk-rc
               move ws-rq-last-reason(ws-rq-idx) to audk-reason
               evaluate true
                   when ws-rq-failed(ws-rq-idx) > 0
                     or ws-rq-unworked(ws-rq-idx) > 0
                       move 'F' to audk-category
                   when ws-rq-matched(ws-rq-idx) = 0
                       move 'W' to audk-category
                   when other
                       move 'S' to audk-category
               end-evaluate
               move 'R' to audk-run-mode
               move ws-rq-requester(ws-rq-idx) to audk-rtv-requester
               move ws-job-subject to audk-rtv-job-name
               move ws-rq-dataset-name(ws-rq-idx)
                 to audk-rtv-dataset-name
               move ws-rq-from-date(ws-rq-idx) to audk-rtv-from-date
               move ws-rq-to-date(ws-rq-idx) to audk-rtv-to-date
               move ws-rq-node(ws-rq-idx) to audk-rtv-node
               move ws-rq-gen-choice(ws-rq-idx)
                 to audk-rtv-gen-choice
               move ws-rq-matched(ws-rq-idx) to audk-rtv-matched
               move ws-rq-retrieved(ws-rq-idx) to audk-rtv-retrieved
               move ws-rq-failed(ws-rq-idx) to audk-rtv-failed
               write audk-rec
               if status-codek = '22'
                   rewrite audk-rec
               end-if
               if status-codek not = '00'
                   perform log-audksd-failure
               end-if
           end-if
           .

      *****************************************************************
      *    LOG-AUDKSD-FAILURE - CONSOLE AND ALERT A KEYED-REPOSITORY  *
      *    PROBLEM, THEN STOP LOGGING FOR THE REST OF THE RUN SO ONE  *
      *    BROKEN CLUSTER DOES NOT ALERT ON EVERY REQUEST.            *
      *****************************************************************
       log-audksd-failure section.
           set ws-audk-log-missed to true
           display 'AUDIT REPOSITORY (AUDK) UNAVAILABLE, STATUS='
               status-codek ' - RETRIEVALS NOT LOGGED THIS RUN'
               upon console
           move spaces to alert-rec
           string
                'MFSPHK16 '             delimited by size
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
           .

       write-requester-heading section.
           move ws-rq-requester(ws-rq-idx) to ws-cur-requester
           set ws-requester-is-open to true
           move 0 to ws-rqr-requests
           move 0 to ws-rqr-retrieved
           move 0 to ws-rqr-failed
           move 0 to ws-rqr-not-found
           move 0 to ws-rqr-rejected
           move spaces to ws-rpt-line
           perform write-report-line
           move spaces to ws-rpt-line
           string
                'REQUESTER='             delimited by size
                ws-cur-requester         delimited by size
           into ws-rpt-line
           perform write-report-line
           .

       write-requester-footing section.
           move spaces to ws-rpt-line
           string
                '  REQUESTER '           delimited by size
                ws-cur-requester         delimited by size
                ' REQUESTS: '            delimited by size
                ws-rqr-requests          delimited by size
                '  ENTRIES RETRIEVED: '  delimited by size
                ws-rqr-retrieved         delimited by size
                '  FAILED: '             delimited by size
                ws-rqr-failed            delimited by size
                '  NOT FOUND: '          delimited by size
                ws-rqr-not-found         delimited by size
                '  REJECTED: '           delimited by size
                ws-rqr-rejected          delimited by size
           into ws-rpt-line
           perform write-report-line
           .

       write-retrieval-headings section.
           move spaces to ws-rpt-line
           string
                'MFSPHK16  SPOOL ARCHIVE BULK RETRIEVAL'
                                        delimited by size
                '  -  PRODUCED '        delimited by size
                ws-cur-date             delimited by size
                ' '                    delimited by size
                ws-cur-time             delimited by size
           into ws-rpt-line
           perform write-report-line
           move spaces to ws-rpt-line
           string
                'FULFILMENT BY REQUESTER - REQUEST ROWS READ: '
                                        delimited by size
                ws-rqst-row-count       delimited by size
           into ws-rpt-line
           perform write-report-line
           if ws-rqst-overflow-count > 0
               move spaces to ws-rpt-line
               string
                    '** REQUEST TABLE FULL - '
                                           delimited by size
                    ws-rqst-overflow-count delimited by size
                    ' REQUEST ROWS NOT LOADED, RESUBMIT THEM'
                                           delimited by size
               into ws-rpt-line
               perform write-report-line
           end-if
           .

       write-retrieval-footing section.
           move spaces to ws-rpt-line
           perform write-report-line
           if ws-audk-log-missed
               move spaces to ws-rpt-line
               string
                    '** RETRIEVALS NOT LOGGED TO THE AUDIT '
                                           delimited by size
                    'REPOSITORY (AUDK) - SEE ALERTS'
                                           delimited by size
               into ws-rpt-line
               perform write-report-line
           end-if
           move spaces to ws-rpt-line
           string
                'REQUESTS WORKED: '    delimited by size
                ws-tot-worked          delimited by size
                '  ENTRIES RETRIEVED: ' delimited by size
                ws-tot-retrieved       delimited by size
                '  FAILED: '           delimited by size
                ws-tot-failed          delimited by size
                '  NOT ATTEMPTED: '    delimited by size
                ws-tot-unworked        delimited by size
                '  NOT FOUND: '        delimited by size
                ws-tot-not-found       delimited by size
                '  REJECTED: '         delimited by size
                ws-tot-rejected        delimited by size
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
