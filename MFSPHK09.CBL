      *    ON EVERY DAY OF THE RANGE (NODE '*ALL', SINCE NO EVENT    *
      *    EVER SAID WHICH SPOOLS IT WAS CONFIGURED ON), NOT WAVED   *
      *    THROUGH AS CLEAN.                                         *
      *    A DAY WITH AN EMERGENCY-MODE (RUN MODE 'E') CLASS EVENT   *
      *    IS MARKED AS AN EMERGENCY PURGE AND LISTED SEPARATELY -   *
      *    IT CUT BELOW THE NORMAL RETENTION, SO IT IS NEVER         *
      *    COUNTED AS IN-POLICY COVERAGE, AND ITS EMERGENCY KEEP-FOR *
      *    IS NOT CARRIED FORWARD AS THE RETENTION IN FORCE.         *
      *    PARMF ROW (FIXED COLUMNS):                                *
      *      CLASS NAME (8)  - '*ALL' OR BLANK FOR EVERY CLASS SEEN  *
      *      FROM DATE  (8)  - YYYYMMDD                              *
      *      TO DATE    (8)  - YYYYMMDD (AT MOST 120 DAYS OF RANGE)  *
      *    EVENTS MFSPHK13 HAS OFFLOADED FROM AUDK ARE READ FROM THE *
      *    AUDIT-HISTORY GENERATIONS ON THE AUDH DD (THE GENERATION  *
      *    DATA GROUP BASE, OLDEST GENERATION FIRST) WHEN THE RANGE  *
      *    REACHES BACK PAST THE OLDEST EVENT STILL ON AUDK, SO AN   *
      *    OLD RANGE IS ANSWERED THE SAME AS A RECENT ONE.           *
      *    THE GENERATIONS MUST BE CONCATENATED OLDEST FIRST (AS THE *
      *    GDG BASE DOES) - A ROW A LATER GENERATION REPEATS AFTER   *
      *    AN UNBALANCED OFFLOAD IS ONLY RECOGNISED IN THAT ORDER.   *
003200***************************************************************
004600 ENVIRONMENT DIVISION.
004700 input-output section.
                  access is dynamic
                  record key is audk-key
                  file status is status-codek.
           select audhist assign to audh organization is sequential
                  file status is status-codeh.
           select rptfile assign to rptf organization is sequential
                  file status is status-coder.
       DATA DIVISION.
       fd  auditksd.
       01  audk-rec.
           copy spoolak.
      *    one audit-history row - an audk-rec image, read into
      *    audk-rec and taken exactly as an AUDK event.
       fd  audhist.
       01  audh-rec                      pic x(120).
       fd  rptfile.
       01  rpt-rec                       pic x(132).
       WORKING-STORAGE SECTION.
       01 status-codep                   pic xx.
       01 status-codek                   pic xx.
       01 status-codeh                   pic xx.
       01 status-coder                   pic xx.
       01  ws-current-date-time.
           05  ws-cur-date               pic 9(08).
           88  ws-all-classes-wanted                value 'Y'.
       01  ws-browse-done-flag           pic x(01) value 'N'.
           88  ws-browse-is-done                    value 'Y'.
      *    the oldest key still on AUDK - a history row is only
      *    taken below it, so a row on both is never counted twice.
       01  ws-audk-low-key.
           05  ws-audk-low-run-date      pic x(08).
           05  filler                    pic x(22).
      *    the highest key already taken off the history. an
      *    unbalanced offload leaves its generation on AUDH and the
      *    rows on AUDK, so the next offload writes the same rows to
      *    a second generation - a history row is only taken above
      *    this key, so the copy in the later generation is passed
      *    over. relies on the generations being read oldest first.
       01  ws-hist-high-key              pic x(30) value low-values.
       01  ws-hist-done-flag             pic x(01) value 'N'.
           88  ws-hist-is-done                      value 'Y'.
       01  ws-hist-events-taken          pic 9(07) value 0.
      *    the calendar days of the requested range, built once by
      *    stepping from the from date - the 120-day cap matches the
      *    day table MFSPHK02 reports over, and comfortably holds a
      *    per-class, per-day attestation state accumulated off the
      *    browse. coverage 'Y' once a successful purge-mode class
      *    event fell on the day; the keep-for is the one on the
      *    last class event seen that day (any mode but emergency -
      *    a rejected or failed run still shows the retention that
      *    was in force). emergency 'Y' once an emergency-mode
      *    class event fell on the day.
       01  ws-att-table.
           05  ws-att-class-count        pic 9(02) value 0.
           05  ws-att-class-entry        occurs 40 times.
                   15  ws-at-keep-seen   pic x(01).
                       88  ws-at-keep-was-seen      value 'Y'.
                   15  ws-at-keep-for    pic 9(03).
                   15  ws-at-emergency   pic x(01).
                       88  ws-at-had-emergency      value 'Y'.
       01  ws-att-class-table-max        pic 9(02) value 40.
       01  ws-at-idx                     pic 9(02) value 0.
       01  ws-found-at-idx               pic 9(02) value 0.
      *    per-class totals for the block being printed.
       01  ws-covered-days               pic 9(03) value 0.
       01  ws-gap-days                   pic 9(03) value 0.
       01  ws-emerg-days                 pic 9(03) value 0.
      *    the emergency marker appended to a day line.
       01  ws-emerg-note                 pic x(20).
      *    retention carried forward down a class's day listing.
       01  ws-carried-keep-for           pic 9(03) value 0.
       01  ws-carried-keep-flag          pic x(01) value 'N'.
           88  ws-carried-keep-known                value 'Y'.
       01  ws-events-read                pic 9(07) value 0.
       01  ws-total-gap-days             pic 9(05) value 0.
       01  ws-total-emerg-days           pic 9(05) value 0.
      *    gregorian date arithmetic work fields, the same shape
      *    MFSPHK01 uses.
       01  ws-date-work.
               when ws-parm-invalid
                   move 12 to return-code
               when ws-total-gap-days > 0
                  or ws-total-emerg-days > 0
                   move 04 to return-code
           end-evaluate
           goback.
                   status-codek upon console
               set ws-fatal-error-occurred to true
           else
               perform read-audit-history
               move ws-req-from-date to audk-run-date
               move 0 to audk-run-time
               move low-values to audk-class
               if status-codek not = '00'
                   set ws-browse-is-done to true
               end-if
               if ws-fatal-error-occurred
                   set ws-browse-is-done to true
               end-if
               perform until ws-browse-is-done
                   read auditksd next
                   if status-codek not = '00'
                       (ws-att-class-count, ws-day-idx)
                   move 0 to ws-at-keep-for
                       (ws-att-class-count, ws-day-idx)
                   move 'N' to ws-at-emergency
                       (ws-att-class-count, ws-day-idx)
                   add 1 to ws-day-idx
               end-perform
           end-if
           .

      *****************************************************************
      *    READ-AUDIT-HISTORY - WHEN THE RANGE STARTS ON OR BEFORE    *
      *    THE OLDEST EVENT STILL ON AUDK, READ THE AUDIT-HISTORY     *
      *    GENERATIONS FIRST AND TAKE EVERY EVENT IN RANGE WHOSE KEY  *
      *    IS BELOW THAT OLDEST AUDK KEY EXACTLY AS AN AUDK EVENT -   *
      *    KEY ORDER IS KEPT, SINCE EVERY GENERATION ENDS BEFORE THE  *
      *    NEXT BEGINS. TRAILER ROWS ARE PASSED OVER, AND A ROW AN    *
      *    UNBALANCED OFFLOAD LEFT ON AUDK TOO IS LEFT TO THE AUDK    *
      *    BROWSE. A ROW AT OR BELOW THE HIGHEST KEY ALREADY TAKEN    *
      *    OFF THE HISTORY IS A SECOND COPY - AN UNBALANCED OFFLOAD'S *
      *    GENERATION FOLLOWED BY THE OFFLOAD THAT BALANCED - AND IS  *
      *    PASSED OVER TOO. NO AUDH DD ONLY MEANS NOTHING HAS BEEN    *
      *    OFFLOADED.                                                 *
      *****************************************************************
       read-audit-history section.
           move low-values to audk-key
           start auditksd key not less than audk-key
           if status-codek = '00'
               read auditksd next
           end-if
           if status-codek = '00'
               move audk-key to ws-audk-low-key
           else
               move high-values to ws-audk-low-key
           end-if
           if ws-req-from-date <= ws-audk-low-run-date
               open input audhist
               evaluate status-codeh
                   when '00'
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
                               when audk-key not < ws-audk-low-key
                                   continue
                               when audk-key not > ws-hist-high-key
                                   continue
                               when other
                                   move audk-key to ws-hist-high-key
                                   if audk-run-date
                                      not < ws-req-from-date
                                      and audk-run-date
                                      not > ws-req-to-date
                                       add 1 to ws-hist-events-taken
                                       perform fold-audit-event
                                   end-if
                           end-evaluate
                       end-perform
                       close audhist
                   when '35'
                       display 'NO AUDIT HISTORY (AUDH) ALLOCATED - '
                           'AUDK EVENTS ONLY' upon console
                   when other
                       display 'AUDIT HISTORY (AUDH) OPEN FAILED, '
                           'STATUS=' status-codeh upon console
                       set ws-fatal-error-occurred to true
               end-evaluate
           end-if
           .

      *****************************************************************
      *    FOLD-AUDIT-EVENT - APPLY ONE CLASS EVENT TO ITS CLASS'S    *
      *    DAY STATE: THE KEEP-FOR SEEN, AND COVERAGE WHEN THE EVENT  *
      *    IS A SUCCESSFUL PURGE-MODE RUN. AN EMERGENCY-MODE EVENT    *
      *    ONLY MARKS THE DAY AS AN EMERGENCY PURGE.                  *
      *****************************************************************
       fold-audit-event section.
           if audk-is-class-event
               perform find-att-class-entry
               perform find-range-day
               if ws-found-at-idx > 0 and ws-found-day-idx > 0
                  and audk-run-mode = 'E'
                   move 'Y' to ws-at-emergency
                       (ws-found-at-idx, ws-found-day-idx)
               end-if
               if ws-found-at-idx > 0 and ws-found-day-idx > 0
                  and audk-run-mode not = 'E'
                   move 'Y' to ws-at-keep-seen
                       (ws-found-at-idx, ws-found-day-idx)
                   move audk-keep-for to ws-at-keep-for
                           (ws-att-class-count, ws-day-idx)
                       move 0 to ws-at-keep-for
                           (ws-att-class-count, ws-day-idx)
                       move 'N' to ws-at-emergency
                           (ws-att-class-count, ws-day-idx)
                       add 1 to ws-day-idx
                   end-perform
                   move ws-att-class-count to ws-found-at-idx
       write-class-block section.
           move 0 to ws-covered-days
           move 0 to ws-gap-days
           move 0 to ws-emerg-days
           move 0 to ws-carried-keep-for
           move 'N' to ws-carried-keep-flag
           move spaces to ws-rpt-line
                ws-covered-days           delimited by size
                '  GAPS='                 delimited by size
                ws-gap-days               delimited by size
                '  EMERGENCY PURGES='     delimited by size
                ws-emerg-days             delimited by size
           into ws-rpt-line
           perform write-report-line
           perform write-gap-recap
           perform write-emergency-recap
           move spaces to ws-rpt-line
           perform write-report-line
           .
                 to ws-carried-keep-for
               set ws-carried-keep-known to true
           end-if
           move spaces to ws-emerg-note
           if ws-at-had-emergency(ws-at-idx, ws-day-idx)
               move '  + EMERGENCY PURGE' to ws-emerg-note
               add 1 to ws-emerg-days
               add 1 to ws-total-emerg-days
           end-if
           move spaces to ws-rpt-line
           if ws-at-is-covered(ws-at-idx, ws-day-idx)
               add 1 to ws-covered-days
                        '  '                        delimited by size
                        ws-carried-keep-for         delimited by size
                        '       COVERED'            delimited by size
                        ws-emerg-note               delimited by size
                   into ws-rpt-line
               else
                   string
                        '  '                        delimited by size
                        ws-range-date(ws-day-idx)   delimited by size
                        '  ---       COVERED'       delimited by size
                        ws-emerg-note               delimited by size
                   into ws-rpt-line
               end-if
           else
                        '  '                        delimited by size
                        ws-carried-keep-for         delimited by size
                        '       ** GAP **'          delimited by size
                        ws-emerg-note               delimited by size
                   into ws-rpt-line
               else
                   string
                        '  '                        delimited by size
                        ws-range-date(ws-day-idx)   delimited by size
                        '  ---       ** GAP **'     delimited by size
                        ws-emerg-note               delimited by size
                   into ws-rpt-line
               end-if
           end-if
           end-if
           .

      *****************************************************************
      *    WRITE-EMERGENCY-RECAP - EVERY DAY OF THE RANGE ON WHICH    *
      *    AN EMERGENCY PURGE CUT THE CLASS BELOW ITS NORMAL          *
      *    RETENTION, ONE LINE EACH, SO THE AUDITOR SEES THEM APART   *
      *    FROM THE IN-POLICY COVERAGE.                               *
      *****************************************************************
       write-emergency-recap section.
           if ws-emerg-days > 0
               move spaces to ws-rpt-line
               string
                    '  EMERGENCY PURGES (OUTSIDE NORMAL RETENTION) '
                                              delimited by size
                    'FOR '                    delimited by size
                    ws-at-name(ws-at-idx)     delimited by size
                    ' NODE '                  delimited by size
                    ws-at-node(ws-at-idx)     delimited by size
                    ' ON:'                    delimited by size
               into ws-rpt-line
               perform write-report-line
               move 1 to ws-day-idx
               perform until ws-day-idx > ws-range-day-count
                   if ws-at-had-emergency(ws-at-idx, ws-day-idx)
                       move spaces to ws-rpt-line
                       string
                            '    '                      delimited
                                                        by size
                            ws-range-date(ws-day-idx)   delimited
                                                        by size
                       into ws-rpt-line
                       perform write-report-line
                   end-if
                   add 1 to ws-day-idx
               end-perform
           end-if
           .

       write-attestation-footing section.
           move spaces to ws-rpt-line
           string
                ws-att-class-count     delimited by size
                '  TOTAL GAP DAYS: '   delimited by size
                ws-total-gap-days      delimited by size
                '  EMERGENCY PURGE DAYS: '
                                       delimited by size
                ws-total-emerg-days    delimited by size
           into ws-rpt-line
           perform write-report-line
           if ws-hist-events-taken > 0
               move spaces to ws-rpt-line
               string
                    'EVENTS IN RANGE TAKEN FROM AUDIT HISTORY: '
                                          delimited by size
                    ws-hist-events-taken  delimited by size
               into ws-rpt-line
               perform write-report-line
           end-if
           if ws-att-dropped-count > 0
               move spaces to ws-rpt-line
               string
