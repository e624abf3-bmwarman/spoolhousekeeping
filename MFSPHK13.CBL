000100 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. MFSPHK13.
003100***************************************************************
      *    SPOOL HOUSEKEEPING AUDIT REPOSITORY OFFLOAD.              *
      *    THE KEYED AUDIT REPOSITORY (AUDK) MFSPHK01 ADDS TO EVERY  *
      *    NIGHT ONLY EVER GROWS. THIS PROGRAM AGES IT: EVERY EVENT  *
      *    WHOSE RUN DATE FALLS BEFORE THE RETENTION HORIZON ON THE  *
      *    PARMF ROW IS UNLOADED, IN KEY ORDER, TO A NEW SEQUENTIAL  *
      *    AUDIT-HISTORY GENERATION (AUDH) IN THE SAME 120-BYTE ROW  *
      *    SHAPE, FOLLOWED BY 'T' TRAILER ROWS CARRYING THE EVENT    *
      *    COUNT AND THE SCANNED/PURGED/RETAINED CONTROL TOTALS PER  *
      *    CLASS AND FOR THE WHOLE GENERATION.                       *
      *    THE GENERATION IS THEN READ BACK AND BALANCED - EVERY     *
      *    CLASS'S READ-BACK TOTALS AGAINST WHAT WAS UNLOADED AND    *
      *    AGAINST ITS TRAILER ROW. ONLY A BALANCED GENERATION       *
      *    RELEASES THE DELETES, AND ONLY THE ROWS IT HOLDS ARE      *
      *    DELETED FROM AUDK (KEYED OFF THE GENERATION ITSELF, SO A  *
      *    ROW ADDED SINCE THE UNLOAD IS NEVER TOUCHED). OUT OF      *
      *    BALANCE, NOTHING IS DELETED, THE RUN IS ALERTED AND ENDS  *
      *    RC 12; THE GENERATION IS KEPT AS EVIDENCE AND ITS ROWS    *
      *    STAY ON AUDK, SO THE NEXT RUN WRITES THE SAME ROWS TO A   *
      *    SECOND GENERATION. THE READERS TAKE A HISTORY ROW ONLY    *
      *    BELOW THE OLDEST KEY STILL ON AUDK AND ABOVE THE HIGHEST  *
      *    KEY THEY HAVE ALREADY TAKEN OFF THE HISTORY, SO NEITHER   *
      *    THE AUDK COPY NOR THE SECOND GENERATION'S COPY OF A ROW   *
      *    IS EVER COUNTED TWICE.                                    *
      *    MFSPHK03, MFSPHK08, MFSPHK09 AND MFSPHK14 READ THE        *
      *    HISTORY GENERATIONS AHEAD OF AUDK, SO A DATE RANGE        *
      *    REACHING BACK PAST THE HORIZON IS ANSWERED THE SAME AS    *
      *    ONE INSIDE IT. THEIR AUDH DD MUST NAME THE GENERATION     *
      *    DATA GROUP BASE, WHICH CONCATENATES THE GENERATIONS       *
      *    OLDEST FIRST - THE DUPLICATE CHECK DEPENDS ON THAT ORDER, *
      *    SO NO GENERATION MAY BE LISTED OUT OF ORDER.              *
      *    PARMF ROW (FIXED COLUMNS):                                *
      *      HORIZON DAYS (4) - 0001-9999. EVENTS WHOSE RUN DATE IS  *
      *                         MORE THAN THIS MANY DAYS BEFORE      *
      *                         TODAY ARE OFFLOADED                  *
003200***************************************************************
004600 ENVIRONMENT DIVISION.
004700 input-output section.
       file-control.
           select parmfile assign to parmf organization is sequential
                  file status is status-codep.
           select auditksd assign to audk
                  organization is indexed
                  access is dynamic
                  record key is audk-key
                  file status is status-codek.
           select audhist assign to audh organization is sequential
                  file status is status-codeh.
           select rptfile assign to rptf organization is sequential
                  file status is status-coder.
           select alertf assign to alrtf organization is sequential
                  file status is status-codea.
       DATA DIVISION.
       file section.
       fd  parmfile.
       01  parm-rec.
           05  parm-horizon-days         pic x(04).
           05  filler                    pic x(76).
       fd  auditksd.
       01  audk-rec.
           copy spoolak.
      *    one audit-history row - an audk-rec image, read back into
      *    audk-rec for the balancing and delete passes.
       fd  audhist.
       01  audh-rec                      pic x(120).
       fd  rptfile.
       01  rpt-rec                       pic x(132).
       fd  alertf.
       01  alert-rec                     pic x(80).
       WORKING-STORAGE SECTION.
       01 status-codep                   pic xx.
       01 status-codek                   pic xx.
       01 status-codeh                   pic xx.
       01 status-coder                   pic xx.
       01 status-codea                   pic xx.
       01  ws-current-date-time.
           05  ws-cur-date               pic 9(08).
           05  ws-cur-time               pic 9(06).
       01  ws-req-horizon-days           pic 9(04) value 0.
      *    events with a run date before this date are offloaded.
       01  ws-horizon-date               pic 9(08) value 0.
       01  ws-horizon-step               pic 9(04) value 0.
      *    gregorian date arithmetic work fields, the same shape
      *    MFSPHK01 uses - the horizon is found by stepping today
      *    back one day at a time.
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
      *    per-class control totals. the unload columns are taken
      *    off AUDK as each row is written to the generation; the
      *    read-back columns are taken off the generation itself.
      *    trailer 'Y' once the class's trailer row was read back
      *    carrying exactly the unload figures.
       01  ws-total-table.
           05  ws-tot-class-count        pic 9(02) value 0.
           05  ws-tot-entry              occurs 40 times.
               10  ws-tot-class          pic x(08).
               10  ws-tot-events         pic 9(07).
               10  ws-tot-scanned        pic 9(09).
               10  ws-tot-purged         pic 9(09).
               10  ws-tot-retained       pic 9(09).
               10  ws-tot-rb-events      pic 9(07).
               10  ws-tot-rb-scanned     pic 9(09).
               10  ws-tot-rb-purged      pic 9(09).
               10  ws-tot-rb-retained    pic 9(09).
               10  ws-tot-trailer        pic x(01).
                   88  ws-tot-trailer-matched       value 'Y'.
       01  ws-tot-table-max              pic 9(02) value 40.
       01  ws-tot-idx                    pic 9(02) value 0.
       01  ws-found-tot-idx              pic 9(02) value 0.
      *    whole-generation control totals, unload and read-back.
       01  ws-grand-events               pic 9(07) value 0.
       01  ws-grand-scanned              pic 9(09) value 0.
       01  ws-grand-purged               pic 9(09) value 0.
       01  ws-grand-retained             pic 9(09) value 0.
       01  ws-rb-grand-events            pic 9(07) value 0.
       01  ws-rb-grand-scanned           pic 9(09) value 0.
       01  ws-rb-grand-purged            pic 9(09) value 0.
       01  ws-rb-grand-retained          pic 9(09) value 0.
       01  ws-grand-trailer-flag         pic x(01) value 'N'.
           88  ws-grand-trailer-matched             value 'Y'.
      *    the counts of the row under examination - a count that
      *    is not numeric on a damaged row is taken as zero, the
      *    same way on both passes, so it cannot unbalance them.
       01  ws-row-scanned                pic 9(07) value 0.
       01  ws-row-purged                 pic 9(07) value 0.
       01  ws-row-retained               pic 9(07) value 0.
      *    read-back rows whose class the unload never saw, and
      *    trailer rows that named an unknown class or disagreed.
       01  ws-rb-unknown-count           pic 9(07) value 0.
       01  ws-trailer-rows-read          pic 9(04) value 0.
       01  ws-trailer-bad-count          pic 9(04) value 0.
       01  ws-balance-flag               pic x(01) value 'N'.
           88  ws-out-of-balance                    value 'Y'.
       01  ws-events-deleted             pic 9(07) value 0.
       01  ws-events-missing             pic 9(07) value 0.
       01  ws-audk-open-flag             pic x(01) value 'N'.
           88  ws-audk-is-open                      value 'Y'.
       01  ws-browse-done-flag           pic x(01) value 'N'.
           88  ws-browse-is-done                    value 'Y'.
       01  ws-hist-done-flag             pic x(01) value 'N'.
           88  ws-hist-is-done                      value 'Y'.
       01  ws-rpt-line                   pic x(132).
       01  ws-fatal-error-flag           pic x(01) value 'N'.
           88  ws-fatal-error-occurred              value 'Y'.
       01  ws-parm-invalid-flag          pic x(01) value 'N'.
           88  ws-parm-invalid                      value 'Y'.
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
               perform load-offload-parm
           end-if
           if not ws-fatal-error-occurred and not ws-parm-invalid
               perform compute-offload-horizon
               perform write-offload-headings
               perform open-audit-repository
           end-if
           if ws-audk-is-open
               perform unload-aged-events
               if not ws-fatal-error-occurred
                   perform balance-history-generation
               end-if
               if not ws-fatal-error-occurred
                   perform report-control-totals
                   evaluate true
                       when ws-out-of-balance
                           perform raise-balance-alert
                       when ws-grand-events = 0
                           continue
                       when other
                           perform delete-offloaded-events
                   end-evaluate
               end-if
               close auditksd
               perform write-offload-footing
           end-if
           close rptfile
           close alertf
           evaluate true
               when ws-fatal-error-occurred
                   move 16 to return-code
               when ws-parm-invalid
                   move 12 to return-code
               when ws-out-of-balance
                   move 12 to return-code
               when ws-events-missing > 0
                   move 08 to return-code
               when ws-grand-events = 0
                   move 04 to return-code
           end-evaluate
           goback.

      *****************************************************************
      *    LOAD-OFFLOAD-PARM - READ AND VALIDATE THE ONE PARAMETER    *
      *    ROW, THE SAME DISCIPLINE AS MFSPHK03. THE HORIZON IS       *
      *    REQUIRED - A DESTRUCTIVE RUN NEVER ASSUMES ONE.            *
      *****************************************************************
       load-offload-parm section.
           open input parmfile
           if status-codep not = '00'
               display 'PARAMETER FILE (PARMF) OPEN FAILED, STATUS='
                   status-codep upon console
               set ws-fatal-error-occurred to true
           else
               read parmfile
               if status-codep not = '00'
                   display 'PARAMETER FILE (PARMF) EMPTY OR '
                       'UNREADABLE, STATUS=' status-codep
                       upon console
                   set ws-parm-invalid to true
               else
                   perform validate-offload-parm
               end-if
               close parmfile
           end-if
           .

       validate-offload-parm section.
           if parm-horizon-days not numeric
               display 'PARAMETER HORIZON DAYS MUST BE NUMERIC '
                   '0001-9999 - GOT ' parm-horizon-days upon console
               set ws-parm-invalid to true
           else
               move parm-horizon-days to ws-req-horizon-days
               if ws-req-horizon-days = 0
                   display 'PARAMETER HORIZON DAYS MUST BE AT LEAST '
                       '1 - TONIGHT''S EVENTS ARE NEVER OFFLOADED'
                       upon console
                   set ws-parm-invalid to true
               end-if
           end-if
           .

      *****************************************************************
      *    COMPUTE-OFFLOAD-HORIZON - STEP TODAY BACK THE HORIZON      *
      *    DAYS; EVENTS DATED BEFORE THE RESULT ARE OFFLOADED.        *
      *****************************************************************
       compute-offload-horizon section.
           move ws-cur-date to ws-date-work-num
           move 0 to ws-horizon-step
           perform until ws-horizon-step >= ws-req-horizon-days
               perform step-back-one-day
               add 1 to ws-horizon-step
           end-perform
           move ws-date-work-num to ws-horizon-date
           display 'AUDIT OFFLOAD HORIZON ' ws-req-horizon-days
               ' DAYS - EVENTS DATED BEFORE ' ws-horizon-date
               ' ARE OFFLOADED' upon console
           .

      *****************************************************************
      *    OPEN-AUDIT-REPOSITORY - AUDK IS OPENED I-O FOR THE WHOLE   *
      *    RUN: READ FOR THE UNLOAD, DELETED FROM ONCE BALANCED.      *
      *    WITHOUT IT THERE IS NOTHING TO AGE - FATAL.                *
      *****************************************************************
       open-audit-repository section.
           open i-o auditksd
           if status-codek not = '00'
               display 'AUDIT REPOSITORY (AUDK) OPEN FAILED, STATUS='
                   status-codek upon console
               set ws-fatal-error-occurred to true
           else
               set ws-audk-is-open to true
           end-if
           .

      *****************************************************************
      *    UNLOAD-AGED-EVENTS - BROWSE AUDK FROM ITS FIRST KEY UP TO  *
      *    THE HORIZON, COPYING EVERY EVENT TO THE NEW HISTORY        *
      *    GENERATION AND TAKING ITS CLASS'S CONTROL TOTALS, THEN     *
      *    CLOSE THE GENERATION WITH ITS TRAILER ROWS. ANY READ OR    *
      *    WRITE ERROR IS FATAL - A PART-WRITTEN GENERATION MUST NOT  *
      *    DRIVE DELETES.                                             *
      *****************************************************************
       unload-aged-events section.
           open output audhist
           if status-codeh not = '00'
               display 'AUDIT HISTORY (AUDH) OPEN FAILED, STATUS='
                   status-codeh upon console
               set ws-fatal-error-occurred to true
           else
               move low-values to audk-key
               start auditksd key not less than audk-key
               if status-codek not = '00'
                   set ws-browse-is-done to true
               end-if
               perform until ws-browse-is-done
                   read auditksd next
                   evaluate true
                       when status-codek = '10'
                           set ws-browse-is-done to true
                       when status-codek not = '00'
                           display 'AUDIT REPOSITORY (AUDK) READ '
                               'FAILED, STATUS=' status-codek
                               upon console
                           set ws-fatal-error-occurred to true
                           set ws-browse-is-done to true
                       when audk-run-date >= ws-horizon-date
                           set ws-browse-is-done to true
                       when other
                           perform unload-one-event
                   end-evaluate
               end-perform
               if not ws-fatal-error-occurred
                   perform write-history-trailers
               end-if
               close audhist
           end-if
           .

       unload-one-event section.
           perform find-total-entry
           if ws-found-tot-idx = 0
               perform add-total-entry
           end-if
           if ws-found-tot-idx = 0
               display 'CLASS TOTAL TABLE FULL (' ws-tot-table-max
                   ' CLASSES) AT CLASS ' audk-class
                   ' - OFFLOAD STOPPED, NOTHING DELETED' upon console
               set ws-fatal-error-occurred to true
               set ws-browse-is-done to true
           else
               write audh-rec from audk-rec
               if status-codeh not = '00'
                   display 'AUDIT HISTORY (AUDH) WRITE FAILED, '
                       'STATUS=' status-codeh upon console
                   set ws-fatal-error-occurred to true
                   set ws-browse-is-done to true
               else
                   perform take-row-figures
                   add 1 to ws-tot-events(ws-found-tot-idx)
                   add ws-row-scanned
                     to ws-tot-scanned(ws-found-tot-idx)
                   add ws-row-purged
                     to ws-tot-purged(ws-found-tot-idx)
                   add ws-row-retained
                     to ws-tot-retained(ws-found-tot-idx)
                   add 1 to ws-grand-events
                   add ws-row-scanned to ws-grand-scanned
                   add ws-row-purged to ws-grand-purged
                   add ws-row-retained to ws-grand-retained
               end-if
           end-if
           .

       take-row-figures section.
           move 0 to ws-row-scanned
           move 0 to ws-row-purged
           move 0 to ws-row-retained
           if audk-scanned numeric
               move audk-scanned to ws-row-scanned
           end-if
           if audk-purged numeric
               move audk-purged to ws-row-purged
           end-if
           if audk-retained numeric
               move audk-retained to ws-row-retained
           end-if
           .

      *****************************************************************
      *    FIND-TOTAL-ENTRY - LOCATE THE CONTROL-TOTAL ENTRY FOR THE  *
      *    CURRENT ROW'S CLASS; ZERO WHEN THERE IS NONE.              *
      *****************************************************************
       find-total-entry section.
           move 0 to ws-found-tot-idx
           move 1 to ws-tot-idx
           perform until ws-tot-idx > ws-tot-class-count
               if ws-tot-class(ws-tot-idx) = audk-class
                   move ws-tot-idx to ws-found-tot-idx
                   move ws-tot-class-count to ws-tot-idx
               end-if
               add 1 to ws-tot-idx
           end-perform
           .

       add-total-entry section.
           if ws-tot-class-count < ws-tot-table-max
               add 1 to ws-tot-class-count
               move ws-tot-class-count to ws-found-tot-idx
               move audk-class to ws-tot-class(ws-found-tot-idx)
               move 0 to ws-tot-events(ws-found-tot-idx)
               move 0 to ws-tot-scanned(ws-found-tot-idx)
               move 0 to ws-tot-purged(ws-found-tot-idx)
               move 0 to ws-tot-retained(ws-found-tot-idx)
               move 0 to ws-tot-rb-events(ws-found-tot-idx)
               move 0 to ws-tot-rb-scanned(ws-found-tot-idx)
               move 0 to ws-tot-rb-purged(ws-found-tot-idx)
               move 0 to ws-tot-rb-retained(ws-found-tot-idx)
               move 'N' to ws-tot-trailer(ws-found-tot-idx)
           end-if
           .

      *****************************************************************
      *    WRITE-HISTORY-TRAILERS - ONE 'T' ROW PER CLASS OFFLOADED   *
      *    AND A '*TOTAL' ROW, CLOSING THE GENERATION. A GENERATION   *
      *    WITH NOTHING IN IT STILL GETS ITS '*TOTAL' ROW OF ZEROS,   *
      *    SO EVERY GENERATION PROVES ITS OWN CONTENT.                *
      *****************************************************************
       write-history-trailers section.
           move 1 to ws-tot-idx
           perform until ws-tot-idx > ws-tot-class-count
                      or ws-fatal-error-occurred
               move spaces to audk-rec
               move ws-tot-class(ws-tot-idx) to audk-class
               move ws-tot-events(ws-tot-idx) to audk-trl-events
               move ws-tot-scanned(ws-tot-idx) to audk-trl-scanned
               move ws-tot-purged(ws-tot-idx) to audk-trl-purged
               move ws-tot-retained(ws-tot-idx)
                 to audk-trl-retained
               perform write-trailer-row
               add 1 to ws-tot-idx
           end-perform
           if not ws-fatal-error-occurred
               move spaces to audk-rec
               move '*TOTAL' to audk-class
               move ws-grand-events to audk-trl-events
               move ws-grand-scanned to audk-trl-scanned
               move ws-grand-purged to audk-trl-purged
               move ws-grand-retained to audk-trl-retained
               perform write-trailer-row
           end-if
           .

       write-trailer-row section.
           move ws-cur-date to audk-run-date
           move ws-cur-time to audk-run-time
           move '*ALL' to audk-node
           move 'T' to audk-record-type
           move ws-horizon-date to audk-trl-horizon
           write audh-rec from audk-rec
           if status-codeh not = '00'
               display 'AUDIT HISTORY (AUDH) TRAILER WRITE FAILED, '
                   'STATUS=' status-codeh upon console
               set ws-fatal-error-occurred to true
           end-if
           .

      *****************************************************************
      *    BALANCE-HISTORY-GENERATION - READ THE NEW GENERATION BACK  *
      *    FROM THE TOP, TAKING EVERY EVENT ROW'S FIGURES INTO THE    *
      *    READ-BACK COLUMNS AND CHECKING EVERY TRAILER ROW AGAINST   *
      *    THE UNLOAD, THEN COMPARE THE COLUMNS CLASS BY CLASS.       *
      *****************************************************************
       balance-history-generation section.
           open input audhist
           if status-codeh not = '00'
               display 'AUDIT HISTORY (AUDH) REOPEN FAILED, STATUS='
                   status-codeh upon console
               set ws-fatal-error-occurred to true
           else
               move 'N' to ws-hist-done-flag
               perform until ws-hist-is-done
                   read audhist into audk-rec
                   evaluate true
                       when status-codeh = '10'
                           set ws-hist-is-done to true
                       when status-codeh not = '00'
                           display 'AUDIT HISTORY (AUDH) READ-BACK '
                               'FAILED, STATUS=' status-codeh
                               upon console
                           set ws-fatal-error-occurred to true
                           set ws-hist-is-done to true
                       when audk-is-history-trailer
                           perform check-trailer-row
                       when other
                           perform take-read-back-event
                   end-evaluate
               end-perform
               close audhist
           end-if
           if not ws-fatal-error-occurred
               perform compare-control-totals
           end-if
           .

       take-read-back-event section.
           perform take-row-figures
           perform find-total-entry
           if ws-found-tot-idx = 0
               add 1 to ws-rb-unknown-count
           else
               add 1 to ws-tot-rb-events(ws-found-tot-idx)
               add ws-row-scanned
                 to ws-tot-rb-scanned(ws-found-tot-idx)
               add ws-row-purged
                 to ws-tot-rb-purged(ws-found-tot-idx)
               add ws-row-retained
                 to ws-tot-rb-retained(ws-found-tot-idx)
           end-if
           add 1 to ws-rb-grand-events
           add ws-row-scanned to ws-rb-grand-scanned
           add ws-row-purged to ws-rb-grand-purged
           add ws-row-retained to ws-rb-grand-retained
           .

      *****************************************************************
      *    CHECK-TRAILER-ROW - A TRAILER ROW MUST NAME A CLASS THE    *
      *    UNLOAD SAW (OR '*TOTAL') AND CARRY EXACTLY ITS FIGURES.    *
      *****************************************************************
       check-trailer-row section.
           add 1 to ws-trailer-rows-read
           if audk-class = '*TOTAL'
               if audk-trl-events = ws-grand-events
                  and audk-trl-scanned = ws-grand-scanned
                  and audk-trl-purged = ws-grand-purged
                  and audk-trl-retained = ws-grand-retained
                  and audk-trl-horizon = ws-horizon-date
                   set ws-grand-trailer-matched to true
               else
                   add 1 to ws-trailer-bad-count
               end-if
           else
               perform find-total-entry
               if ws-found-tot-idx > 0
                  and audk-trl-events = ws-tot-events(ws-found-tot-idx)
                  and audk-trl-scanned
                    = ws-tot-scanned(ws-found-tot-idx)
                  and audk-trl-purged
                    = ws-tot-purged(ws-found-tot-idx)
                  and audk-trl-retained
                    = ws-tot-retained(ws-found-tot-idx)
                   move 'Y' to ws-tot-trailer(ws-found-tot-idx)
               else
                   add 1 to ws-trailer-bad-count
               end-if
           end-if
           .

      *****************************************************************
      *    COMPARE-CONTROL-TOTALS - THE GENERATION BALANCES ONLY WHEN *
      *    EVERY CLASS'S READ-BACK FIGURES EQUAL ITS UNLOAD FIGURES   *
      *    AND ITS TRAILER MATCHED, THE WHOLE-GENERATION FIGURES AND  *
      *    '*TOTAL' TRAILER AGREE, AND NOTHING UNACCOUNTED FOR WAS    *
      *    READ BACK.                                                 *
      *****************************************************************
       compare-control-totals section.
           move 1 to ws-tot-idx
           perform until ws-tot-idx > ws-tot-class-count
               if ws-tot-rb-events(ws-tot-idx)
                    not = ws-tot-events(ws-tot-idx)
                  or ws-tot-rb-scanned(ws-tot-idx)
                    not = ws-tot-scanned(ws-tot-idx)
                  or ws-tot-rb-purged(ws-tot-idx)
                    not = ws-tot-purged(ws-tot-idx)
                  or ws-tot-rb-retained(ws-tot-idx)
                    not = ws-tot-retained(ws-tot-idx)
                  or not ws-tot-trailer-matched(ws-tot-idx)
                   set ws-out-of-balance to true
               end-if
               add 1 to ws-tot-idx
           end-perform
           if ws-rb-grand-events not = ws-grand-events
              or ws-rb-grand-scanned not = ws-grand-scanned
              or ws-rb-grand-purged not = ws-grand-purged
              or ws-rb-grand-retained not = ws-grand-retained
              or not ws-grand-trailer-matched
              or ws-rb-unknown-count > 0
              or ws-trailer-bad-count > 0
              or ws-trailer-rows-read not = ws-tot-class-count + 1
               set ws-out-of-balance to true
           end-if
           .

      *****************************************************************
      *    REPORT-CONTROL-TOTALS - ONE LINE PER CLASS OFFLOADED WITH  *
      *    ITS CONTROL TOTALS, AND A SECOND LINE WITH THE READ-BACK   *
      *    FIGURES UNDER ANY CLASS THAT DID NOT BALANCE.              *
      *****************************************************************
       report-control-totals section.
           move 1 to ws-tot-idx
           perform until ws-tot-idx > ws-tot-class-count
               move spaces to ws-rpt-line
               string
                    'CLASS '                     delimited by size
                    ws-tot-class(ws-tot-idx)     delimited by size
                    '  EVENTS='                  delimited by size
                    ws-tot-events(ws-tot-idx)    delimited by size
                    ' SCANNED='                  delimited by size
                    ws-tot-scanned(ws-tot-idx)   delimited by size
                    ' PURGED='                   delimited by size
                    ws-tot-purged(ws-tot-idx)    delimited by size
                    ' RETAINED='                 delimited by size
                    ws-tot-retained(ws-tot-idx)  delimited by size
               into ws-rpt-line
               perform write-report-line
               if ws-tot-rb-events(ws-tot-idx)
                    not = ws-tot-events(ws-tot-idx)
                  or ws-tot-rb-scanned(ws-tot-idx)
                    not = ws-tot-scanned(ws-tot-idx)
                  or ws-tot-rb-purged(ws-tot-idx)
                    not = ws-tot-purged(ws-tot-idx)
                  or ws-tot-rb-retained(ws-tot-idx)
                    not = ws-tot-retained(ws-tot-idx)
                  or not ws-tot-trailer-matched(ws-tot-idx)
                   move spaces to ws-rpt-line
                   string
                        '  ** OUT OF BALANCE - READ BACK EVENTS='
                                              delimited by size
                        ws-tot-rb-events(ws-tot-idx)
                                              delimited by size
                        ' SCANNED='           delimited by size
                        ws-tot-rb-scanned(ws-tot-idx)
                                              delimited by size
                        ' PURGED='            delimited by size
                        ws-tot-rb-purged(ws-tot-idx)
                                              delimited by size
                        ' RETAINED='          delimited by size
                        ws-tot-rb-retained(ws-tot-idx)
                                              delimited by size
                        ' TRAILER OK='        delimited by size
                        ws-tot-trailer(ws-tot-idx)
                                              delimited by size
                   into ws-rpt-line
                   perform write-report-line
               end-if
               add 1 to ws-tot-idx
           end-perform
           move spaces to ws-rpt-line
           perform write-report-line
           move spaces to ws-rpt-line
           string
                'GENERATION  EVENTS='    delimited by size
                ws-grand-events          delimited by size
                ' SCANNED='              delimited by size
                ws-grand-scanned         delimited by size
                ' PURGED='               delimited by size
                ws-grand-purged          delimited by size
                ' RETAINED='             delimited by size
                ws-grand-retained        delimited by size
           into ws-rpt-line
           perform write-report-line
           move spaces to ws-rpt-line
           string
                'READ BACK   EVENTS='    delimited by size
                ws-rb-grand-events       delimited by size
                ' SCANNED='              delimited by size
                ws-rb-grand-scanned      delimited by size
                ' PURGED='               delimited by size
                ws-rb-grand-purged       delimited by size
                ' RETAINED='             delimited by size
                ws-rb-grand-retained     delimited by size
                '  TRAILER ROWS='        delimited by size
                ws-trailer-rows-read     delimited by size
                ' BAD='                  delimited by size
                ws-trailer-bad-count     delimited by size
           into ws-rpt-line
           perform write-report-line
           if ws-rb-unknown-count > 0
               move spaces to ws-rpt-line
               string
                    '** EVENTS READ BACK FOR A CLASS NEVER UNLOADED: '
                                              delimited by size
                    ws-rb-unknown-count       delimited by size
               into ws-rpt-line
               perform write-report-line
           end-if
           .

      *****************************************************************
      *    RAISE-BALANCE-ALERT - THE GENERATION DID NOT BALANCE, SO   *
      *    NOTHING IS DELETED: CONSOLE AND ALERTF, SO THE OFFLOAD IS  *
      *    LOOKED AT BEFORE THE NEXT RUN TRIES AGAIN.                 *
      *****************************************************************
       raise-balance-alert section.
           display 'AUDIT HISTORY GENERATION OUT OF BALANCE - '
               'NOTHING DELETED FROM AUDK' upon console
           move spaces to alert-rec
           string
                'MFSPHK13 '              delimited by size
                ws-cur-date              delimited by size
                ' '                     delimited by size
                ws-cur-time              delimited by size
                ' OFFLOAD OUT OF BALANCE - NOTHING DELETED'
                                         delimited by size
           into alert-rec
           write alert-rec
           .

      *****************************************************************
      *    DELETE-OFFLOADED-EVENTS - READ THE BALANCED GENERATION A   *
      *    LAST TIME AND DELETE EACH EVENT ROW IT HOLDS FROM AUDK BY  *
      *    ITS KEY. A ROW ALREADY GONE IS COUNTED AND ALERTED (RC 8); *
      *    ANY OTHER DELETE ERROR STOPS THE RUN - THE REST STAY ON    *
      *    AUDK AND ARE STILL READ FROM THERE.                        *
      *****************************************************************
       delete-offloaded-events section.
           open input audhist
           if status-codeh not = '00'
               display 'AUDIT HISTORY (AUDH) REOPEN FAILED, STATUS='
                   status-codeh upon console
               set ws-fatal-error-occurred to true
           else
               move 'N' to ws-hist-done-flag
               perform until ws-hist-is-done
                   read audhist into audk-rec
                   evaluate true
                       when status-codeh = '10'
                           set ws-hist-is-done to true
                       when status-codeh not = '00'
                           display 'AUDIT HISTORY (AUDH) READ '
                               'FAILED, STATUS=' status-codeh
                               upon console
                           set ws-fatal-error-occurred to true
                           set ws-hist-is-done to true
                       when audk-is-history-trailer
                           continue
                       when other
                           perform delete-one-event
                   end-evaluate
               end-perform
               close audhist
           end-if
           if ws-events-missing > 0
               move spaces to alert-rec
               string
                    'MFSPHK13 '          delimited by size
                    ws-cur-date          delimited by size
                    ' '                 delimited by size
                    ws-cur-time          delimited by size
                    ' OFFLOADED EVENTS NOT FOUND ON DELETE='
                                         delimited by size
                    ws-events-missing    delimited by size
               into alert-rec
               write alert-rec
           end-if
           .

       delete-one-event section.
           delete auditksd record
           evaluate status-codek
               when '00'
                   add 1 to ws-events-deleted
               when '23'
                   add 1 to ws-events-missing
                   display 'OFFLOADED EVENT NOT ON AUDK - '
                       audk-run-date ' ' audk-run-time ' '
                       audk-class ' ' audk-node upon console
               when other
                   display 'AUDIT REPOSITORY (AUDK) DELETE FAILED, '
                       'STATUS=' status-codek ' - ' audk-run-date
                       ' ' audk-class ' - OFFLOAD STOPPED'
                       upon console
                   set ws-fatal-error-occurred to true
                   set ws-hist-is-done to true
                   move spaces to alert-rec
                   string
                        'MFSPHK13 '          delimited by size
                        ws-cur-date          delimited by size
                        ' '                 delimited by size
                        ws-cur-time          delimited by size
                        ' OFFLOAD DELETE FAILED STATUS='
                                             delimited by size
                        status-codek         delimited by size
                        ' - RUN STOPPED'     delimited by size
                   into alert-rec
                   write alert-rec
           end-evaluate
           .

       write-offload-headings section.
           move spaces to ws-rpt-line
           string
                'MFSPHK13  SPOOL HOUSEKEEPING AUDIT REPOSITORY '
                                        delimited by size
                'OFFLOAD  -  PRODUCED ' delimited by size
                ws-cur-date             delimited by size
                ' '                    delimited by size
                ws-cur-time             delimited by size
           into ws-rpt-line
           perform write-report-line
           move spaces to ws-rpt-line
           string
                'HORIZON '              delimited by size
                ws-req-horizon-days     delimited by size
                ' DAYS  -  EVENTS DATED BEFORE '
                                        delimited by size
                ws-horizon-date         delimited by size
           into ws-rpt-line
           perform write-report-line
           move spaces to ws-rpt-line
           perform write-report-line
           .

       write-offload-footing section.
           move spaces to ws-rpt-line
           perform write-report-line
           move spaces to ws-rpt-line
           evaluate true
               when ws-fatal-error-occurred
                   move '** OFFLOAD STOPPED ON AN ERROR - SEE JOB LOG'
                     to ws-rpt-line
               when ws-out-of-balance
                   string
                        '** GENERATION OUT OF BALANCE - '
                                              delimited by size
                        'NOTHING DELETED FROM AUDK'
                                              delimited by size
                   into ws-rpt-line
               when ws-grand-events = 0
                   string
                        'NO EVENTS DATED BEFORE THE HORIZON - '
                                              delimited by size
                        'NOTHING OFFLOADED'   delimited by size
                   into ws-rpt-line
               when other
                   string
                        'GENERATION BALANCED - OFFLOADED EVENTS '
                                              delimited by size
                        'DELETED FROM AUDK'   delimited by size
                   into ws-rpt-line
           end-evaluate
           perform write-report-line
           move spaces to ws-rpt-line
           string
                'EVENTS OFFLOADED: '     delimited by size
                ws-grand-events          delimited by size
                '  DELETED FROM AUDK: '  delimited by size
                ws-events-deleted        delimited by size
                '  NOT FOUND: '          delimited by size
                ws-events-missing        delimited by size
           into ws-rpt-line
           perform write-report-line
           display 'AUDIT OFFLOAD ENDED - OFFLOADED=' ws-grand-events
               ' DELETED=' ws-events-deleted
               ' NOT FOUND=' ws-events-missing upon console
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
      *    STEP-BACK-ONE-DAY - STEP THE YYYYMMDD DATE IN              *
      *    WS-DATE-WORK BACK ONE DAY, ROLLING MONTH AND YEAR          *
      *    BOUNDARIES - THE MIRROR OF ADD-DAYS-TO-DATE.               *
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
