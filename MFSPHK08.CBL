      *    OPEN AT THE END OF THE RANGE RAISE AN ESCALATION ALERT    *
      *    IN THE SAME ALERTF ROW FORMAT THE NOTIFICATION STEP       *
      *    ALREADY WATCHES, SO CHRONIC PROBLEMS GET ROUTED UP        *
      *    INSTEAD OF BEING RE-ACKNOWLEDGED NIGHTLY. ONLY NIGHTLY    *
      *    PURGE-MODE EVENTS COUNT TOWARD A STREAK.                  *
      *    PARMF ROW (FIXED COLUMNS):                                *
      *      CLASS NAME (8)  - '*ALL' OR BLANK FOR EVERY CLASS       *
      *      FROM DATE  (8)  - YYYYMMDD                              *
      *      TO DATE    (8)  - YYYYMMDD                              *
      *      THRESHOLD  (3)  - MINIMUM STREAK TO REPORT, BLANK = 2   *
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
           select alertf assign to alrtf organization is sequential
       fd  auditksd.
       01  audk-rec.
           copy spoolak.
      *    one audit-history row - an audk-rec image, read into
      *    audk-rec and taken exactly as an AUDK event.
       fd  audhist.
       01  audh-rec                      pic x(120).
       fd  rptfile.
       01  rpt-rec                       pic x(132).
       fd  alertf.
       WORKING-STORAGE SECTION.
       01 status-codep                   pic xx.
       01 status-codek                   pic xx.
       01 status-codeh                   pic xx.
       01 status-coder                   pic xx.
       01 status-codea                   pic xx.
       01  ws-current-date-time.
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
      *    per-class streak tracking across the browse. a class
      *    event that is bad (category 'F', or a non-zero overage
      *    count) extends its class's streak; a good event closes
               set ws-fatal-error-occurred to true
           else
               perform write-escalation-headings
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
      *    FOLD-AUDIT-EVENT - JUDGE ONE CLASS EVENT AND EXTEND OR     *
      *    CLOSE ITS CLASS'S STREAK. SUMMARY ROWS AND EVENTS THE      *
      *    CLASS FILTER EXCLUDES ARE PASSED OVER, AND SO ARE EVENTS   *
      *    OF ANY RUN BUT THE NIGHTLY PURGE - A DAYTIME EMERGENCY     *
      *    PURGE THAT WORKED MUST NOT END A NIGHTLY STREAK. A BLANK   *
      *    RUN MODE IS A ROW FROM BEFORE THE FIELD EXISTED, WHEN      *
      *    EVERY EVENT WAS A NIGHTLY PURGE.                           *
      *****************************************************************
       fold-audit-event section.
           if audk-is-class-event
              and (audk-run-mode = 'P' or audk-run-mode = space)
              and (ws-all-classes-wanted
                   or audk-class = ws-req-class)
               add 1 to ws-events-read
                ws-escalations-raised  delimited by size
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
           if ws-class-dropped-count > 0
               move spaces to ws-rpt-line
               string
