000100 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. MFSPHK14.
003100***************************************************************
      *    SPOOL HOUSEKEEPING ARCHIVE RECONCILIATION.                *
      *    THREE RECORDS SAY WHAT WAS ARCHIVED: THE RETRIEVAL INDEX  *
      *    (ARCX), THE AUDK CLASS EVENTS OF ARCHIVING RUNS (WHICH    *
      *    CARRY THE GENERATION WRITTEN AND THE COUNT ARCHIVED), AND *
      *    THE MVSP0029 ARCHIVE GENERATIONS THEMSELVES. MFSPHK06     *
      *    PROVES EACH INDEXED COPY READS BACK AND MFSPHK05 TRUSTS    *
      *    THE INDEX; THIS RUN PROVES THE INDEX AND THE AUDIT TRAIL  *
      *    AGREE, SO A DRIFTED INDEX IS FOUND HERE AND NOT BY A      *
      *    USER WHOSE RETRIEVAL FAILS.                               *
      *    PER ARCHIVE GENERATION AND CLASS, THE ENTRIES THE PURGE   *
      *    RUNS CLAIM THEY ARCHIVED (AUDK, AND THE AUDIT-HISTORY     *
      *    GENERATIONS ON AUDH FOR EVENTS MFSPHK13 HAS OFFLOADED)    *
      *    ARE SET AGAINST THE ARCX ROWS CARRYING THAT GENERATION.   *
      *    A CLAIM FROM A RUN WHOSE PURGE FAILED IS TAKEN AS         *
      *    UNCONFIRMED - THOSE ENTRIES ARE ARCHIVED AGAIN (AND THEIR *
      *    ROWS REWRITTEN) ON THE NEXT RUN. AN INDEX ROW THE EARLY   *
      *    DESTRUCTION RUN (MFSPHK17) DROPPED IS RECORDED ON AUDK AS *
      *    A 'G' ROW AND TAKEN OUT OF ITS GENERATION AND CLASS'S     *
      *    CLAIM BEFORE THE COUNTS ARE COMPARED. THE BREAKS ARE:     *
      *      EXCESS   - MORE INDEX ROWS THAN WERE EVER ARCHIVED      *
      *      NO-EVENT - INDEX ROWS NO ARCHIVING EVENT ACCOUNTS FOR   *
      *      SHORT    - FEWER INDEX ROWS THAN ARCHIVED, WHILE THE    *
      *                 GENERATION IS STILL INSIDE THE CLASS'S       *
      *                 ARCHIVE RETENTION (SO MFSPHK05 CANNOT HAVE   *
      *                 RETIRED ANY OF THEM)                         *
      *      NO-INDEX - ARCHIVING EVENTS WITH NO INDEX ROWS AT ALL,  *
      *                 STILL INSIDE RETENTION                       *
      *    AND, ROW BY ROW ACROSS ARCX:                              *
      *      OVERDUE  - OLDER THAN ITS CLASS'S ARCHIVE RETENTION AND *
      *                 NOT HELD, SO MFSPHK05 SHOULD HAVE RETIRED IT *
      *      DUP-NODE - THE SAME JOB AND DATASET IN ONE GENERATION   *
      *                 FROM TWO NODES WITH DIFFERENT CREATE DATES   *
      *      CLASS    - ARCHIVED UNDER A CLASS NO LONGER ON THE      *
      *                 SPOOL CONTROL DATASET                        *
      *    EVERY BREAK IS REPORTED AND RAISED ON ALERTF IN THE ROW   *
      *    FORMAT THE NOTIFICATION STEP ALREADY WATCHES.             *
      *    THE CTLF DD IS MFSPHK01'S SPOOL CONTROL DATASET (ONLY ITS *
      *    CLASS ROWS ARE USED); THE ACTF DD IS MFSPHK05'S ARCHIVE   *
      *    RETENTION DATASET (ONLY ITS CLASS ROWS, '*DEFAULT'        *
      *    INCLUDED); HLDF IS THE HOLD FILE. WITHOUT CTLF THE CLASS  *
      *    CHECK IS NOT MADE; WITHOUT ACTF NO RETENTION IS KNOWN, SO *
      *    ONLY THE EXCESS AND NO-EVENT BREAKS CAN BE JUDGED.        *
      *    THE AUDH DD NAMES THE AUDIT-HISTORY GENERATION DATA GROUP *
      *    BASE, SO THE GENERATIONS ARE CONCATENATED OLDEST FIRST -  *
      *    THE ORDER THE DUPLICATE-ROW CHECK ON THEM RELIES ON.      *
      *    PARMF ROW (FIXED COLUMNS, OPTIONAL - THE MFSPHK06 SLICE): *
      *      FROM GEN (4) - BLANK FOR EVERY GENERATION               *
      *      TO GEN   (4) - BLANK WITH FROM GEN SET = THAT ONE GEN   *
003200***************************************************************
004600 ENVIRONMENT DIVISION.
004700 input-output section.
       file-control.
           select parmfile assign to parmf organization is sequential
                  file status is status-codep.
           select ctlfile assign to ctlf organization is sequential
                  file status is status-codec.
           select arcctlf assign to actf organization is sequential
                  file status is status-codet.
           select holdf assign to hldf organization is sequential
                  file status is status-codel.
           select auditksd assign to audk
                  organization is indexed
                  access is dynamic
                  record key is audk-key
                  file status is status-codek.
           select audhist assign to audh organization is sequential
                  file status is status-codeh.
           select arcixf assign to arcx
                  organization is indexed
                  access is dynamic
                  record key is arcix-key
                  file status is status-codex.
           select rptfile assign to rptf organization is sequential
                  file status is status-coder.
           select alertf assign to alrtf organization is sequential
                  file status is status-codea.
       DATA DIVISION.
       file section.
       fd  parmfile.
       01  parm-rec.
           05  parm-from-gen             pic x(04).
           05  parm-to-gen               pic x(04).
           05  filler                    pic x(72).
       fd  ctlfile.
       01  ctl-rec.
           05  ctl-record-type           pic x(01).
               88  ctl-is-class-row               value 'C'.
           05  ctl-data                  pic x(79).
           05  ctl-class-view redefines ctl-data.
               10  ctl-class-name        pic x(08).
               10  filler                pic x(71).
       fd  arcctlf.
       01  actl-rec.
           05  actl-record-type          pic x(01).
               88  actl-is-class-row              value 'C'.
           05  actl-data                 pic x(79).
           05  actl-class-view redefines actl-data.
               10  actl-class-name       pic x(08).
               10  actl-class-keep-for   pic x(03).
               10  filler                pic x(68).
       fd  holdf.
       01  hold-rec.
           05  hold-type                 pic x(01).
           05  hold-name                 pic x(20).
           05  hold-reference            pic x(08).
           05  filler                    pic x(51).
       fd  auditksd.
       01  audk-rec.
           copy spoolak.
      *    one audit-history row - an audk-rec image, read into
      *    audk-rec and taken exactly as an AUDK event.
       fd  audhist.
       01  audh-rec                      pic x(120).
       fd  arcixf.
       01  arcix-rec.
           copy spoolax.
       fd  rptfile.
       01  rpt-rec                       pic x(132).
       fd  alertf.
       01  alert-rec                     pic x(80).
       WORKING-STORAGE SECTION.
       01 status-codep                   pic xx.
       01 status-codec                   pic xx.
       01 status-codet                   pic xx.
       01 status-codel                   pic xx.
       01 status-codek                   pic xx.
       01 status-codeh                   pic xx.
       01 status-codex                   pic xx.
       01 status-coder                   pic xx.
       01 status-codea                   pic xx.
       01  ws-current-date-time.
           05  ws-cur-date               pic 9(08).
           05  ws-cur-time               pic 9(06).
      *    generation slice for this run - 0 to 9999 when no parm
      *    row narrows it, so the default is a full pass.
       01  ws-req-from-gen               pic 9(04) value 0.
       01  ws-req-to-gen                 pic 9(04) value 9999.
      *    class names configured on the spool control dataset.
       01  ws-spool-class-table.
           05  ws-spool-class-count      pic 9(02) value 0.
           05  ws-spool-class-name       pic x(08) occurs 40 times.
       01  ws-spool-class-table-max      pic 9(02) value 40.
       01  ws-sc-idx                     pic 9(02) value 0.
       01  ws-spool-classes-flag         pic x(01) value 'N'.
           88  ws-spool-classes-loaded              value 'Y'.
      *    archive-retention tiers from the archive retention
      *    dataset, loaded the way MFSPHK05 loads them.
       01  ws-arc-class-table.
           05  ws-arc-class-count        pic 9(02) value 0.
           05  ws-arc-class-entry        occurs 40 times.
               10  ws-ac-name            pic x(08).
               10  ws-ac-keep-for        pic 9(03).
       01  ws-arc-class-table-max        pic 9(02) value 40.
       01  ws-ac-idx                     pic 9(02) value 0.
       01  ws-default-keep-flag          pic x(01) value 'N'.
           88  ws-default-keep-loaded               value 'Y'.
       01  ws-default-keep-for           pic 9(03) value 0.
       01  ws-retention-flag             pic x(01) value 'N'.
           88  ws-retention-loaded                  value 'Y'.
      *    the archive retention resolved for one class:
      *    'K' - keep-for known; 'N' - no row covers the class, so
      *    MFSPHK05 never retires it; 'U' - no retention dataset,
      *    nothing can be said.
       01  ws-ret-state                  pic x(01) value space.
           88  ws-ret-keep-known                    value 'K'.
           88  ws-ret-never-retired                 value 'N'.
           88  ws-ret-unknown                       value 'U'.
       01  ws-ret-keep-for               pic 9(03) value 0.
       01  ws-ret-class                  pic x(08).
      *    legal/audit hold list, loaded from HLDF exactly as
      *    MFSPHK05 loads it - a held row outliving its retention
      *    is not overdue.
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
      *    per generation-and-class reconciliation state. claimed
      *    is what archiving runs whose purge went on to complete
      *    say they archived; unconfirmed is what runs whose purge
      *    failed say they archived (archived again next run);
      *    last date is the latest archiving event's run date;
      *    destroyed is the index rows the early destruction run
      *    dropped - no longer owed by the claim.
       01  ws-pair-table.
           05  ws-pair-count             pic 9(03) value 0.
           05  ws-pair-entry             occurs 300 times.
               10  ws-pr-gen             pic 9(04).
               10  ws-pr-class           pic x(08).
               10  ws-pr-claimed         pic 9(07).
               10  ws-pr-unconfirmed     pic 9(07).
               10  ws-pr-events          pic 9(05).
               10  ws-pr-last-date       pic 9(08).
               10  ws-pr-arcx-count      pic 9(07).
               10  ws-pr-destroyed       pic 9(07).
       01  ws-pair-table-max             pic 9(03) value 300.
       01  ws-pr-idx                     pic 9(03) value 0.
       01  ws-found-pr-idx               pic 9(03) value 0.
       01  ws-pair-dropped-count         pic 9(07) value 0.
       01  ws-want-gen                   pic 9(04) value 0.
       01  ws-want-class                 pic x(08).
       01  ws-pair-possible              pic 9(08) value 0.
       01  ws-pair-net-claimed           pic 9(08) value 0.
       01  ws-pair-within-flag           pic x(01) value 'N'.
           88  ws-pair-within-retention             value 'Y'.
       01  ws-break-kind                 pic x(08).
      *    the first row of the current job/dataset/generation
      *    group in index order - the other nodes' rows of the
      *    group are compared against it.
       01  ws-group-key.
           05  ws-grp-job-name           pic x(08).
           05  ws-grp-dataset-name       pic x(20).
           05  ws-grp-gen                pic 9(04).
       01  ws-grp-node                   pic x(08).
       01  ws-grp-create-date            pic 9(08).
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
       01  ws-browse-done-flag           pic x(01) value 'N'.
           88  ws-browse-is-done                    value 'Y'.
      *    gregorian date arithmetic work fields, the same shape
      *    MFSPHK01 uses - an age is counted by stepping the date
      *    forward to today.
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
      *    age in days of the date in ws-age-from-date, capped at
      *    9999; a future or non-numeric date ages as zero.
       01  ws-age-from-date              pic 9(08) value 0.
       01  ws-age-days                   pic 9(04) value 0.
      *    run counters.
       01  ws-events-read                pic 9(07) value 0.
       01  ws-archive-events             pic 9(07) value 0.
       01  ws-rows-read                  pic 9(07) value 0.
       01  ws-outside-slice-count        pic 9(07) value 0.
       01  ws-unclassed-count            pic 9(07) value 0.
       01  ws-pair-break-count           pic 9(05) value 0.
       01  ws-overdue-count              pic 9(05) value 0.
       01  ws-dup-node-count             pic 9(05) value 0.
       01  ws-class-gone-count           pic 9(05) value 0.
       01  ws-break-count                pic 9(05) value 0.
       01  ws-control-invalid-flag       pic x(01) value 'N'.
           88  ws-control-invalid                   value 'Y'.
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
               perform load-recon-parm
           end-if
           if not ws-fatal-error-occurred and not ws-parm-invalid
               perform load-spool-classes
           end-if
           if not ws-fatal-error-occurred and not ws-parm-invalid
               perform load-archive-retention
           end-if
           if not ws-fatal-error-occurred and not ws-parm-invalid
               perform load-hold-list
           end-if
           if not ws-fatal-error-occurred and not ws-parm-invalid
              and not ws-control-invalid
               perform write-recon-headings
               perform gather-archive-claims
               if not ws-fatal-error-occurred
                   perform walk-archive-index
               end-if
               if not ws-fatal-error-occurred
                   perform reconcile-pairs
               end-if
               perform write-recon-footing
           end-if
           close rptfile
           close alertf
           evaluate true
               when ws-fatal-error-occurred
                   move 16 to return-code
               when ws-parm-invalid
                   move 12 to return-code
               when ws-control-invalid
                   move 12 to return-code
               when ws-break-count > 0
                   move 08 to return-code
               when ws-pair-dropped-count > 0
                   move 08 to return-code
               when ws-rows-read = 0 and ws-archive-events = 0
                   move 04 to return-code
           end-evaluate
           goback.

      *****************************************************************
      *    LOAD-RECON-PARM - READ THE OPTIONAL GENERATION-SLICE       *
      *    PARAMETER ROW, THE MFSPHK06 RULES: NO PARMF DD, AN EMPTY   *
      *    FILE OR A BLANK ROW ALL MEAN EVERY GENERATION; A ROW THAT  *
      *    IS PRESENT BUT MALFORMED IS REJECTED RC 12.                *
      *****************************************************************
       load-recon-parm section.
           open input parmfile
           evaluate status-codep
               when '35'
                   display 'NO PARAMETER FILE (PARMF) ALLOCATED - '
                       'EVERY GENERATION RECONCILED' upon console
               when '00'
                   read parmfile
                   if status-codep not = '00'
                       display 'PARAMETER FILE (PARMF) EMPTY - '
                           'EVERY GENERATION RECONCILED' upon console
                   else
                       perform validate-recon-parm
                   end-if
                   close parmfile
               when other
                   display 'PARAMETER FILE (PARMF) OPEN FAILED, '
                       'STATUS=' status-codep upon console
                   set ws-fatal-error-occurred to true
           end-evaluate
           .

       validate-recon-parm section.
           evaluate true
               when parm-from-gen = spaces
                  and parm-to-gen = spaces
                   continue
               when parm-from-gen not numeric
                   display 'PARAMETER FROM GEN MUST BE NUMERIC '
                       'GGGG - FROM=' parm-from-gen upon console
                   set ws-parm-invalid to true
               when parm-to-gen = spaces
                   move parm-from-gen to ws-req-from-gen
                   move parm-from-gen to ws-req-to-gen
               when parm-to-gen not numeric
                   display 'PARAMETER TO GEN MUST BE NUMERIC '
                       'GGGG - TO=' parm-to-gen upon console
                   set ws-parm-invalid to true
               when other
                   move parm-from-gen to ws-req-from-gen
                   move parm-to-gen to ws-req-to-gen
                   if ws-req-from-gen > ws-req-to-gen
                       display 'PARAMETER FROM GEN ' parm-from-gen
                           ' EXCEEDS TO GEN ' parm-to-gen
                           upon console
                       set ws-parm-invalid to true
                   end-if
           end-evaluate
           .

      *****************************************************************
      *    LOAD-SPOOL-CLASSES - THE CLASS NAMES ON MFSPHK01'S SPOOL   *
      *    CONTROL DATASET. EVERY OTHER ROW IS PASSED OVER, THE       *
      *    MFSPHK07 DISCIPLINE. NO CTLF DD MEANS MFSPHK01 IS RUNNING  *
      *    ON ITS COMPILED-IN CLASSES - THE CLASS CHECK IS THEN NOT   *
      *    MADE RATHER THAN MADE AGAINST A GUESS.                     *
      *****************************************************************
       load-spool-classes section.
           open input ctlfile
           evaluate status-codec
               when '00'
                   set ws-spool-classes-loaded to true
                   perform read-ctlfile
                   perform until status-codec not = '00'
                       if ctl-is-class-row
                          and ctl-class-name not = spaces
                           perform load-spool-class
                       end-if
                       perform read-ctlfile
                   end-perform
                   close ctlfile
               when '35'
                   display 'NO CONTROL DATASET (CTLF) ALLOCATED - '
                       'ARCHIVED CLASSES NOT CHECKED' upon console
               when other
                   display 'CONTROL DATASET (CTLF) OPEN FAILED, '
                       'STATUS=' status-codec upon console
                   set ws-fatal-error-occurred to true
           end-evaluate
           .

       load-spool-class section.
           if ws-spool-class-count >= ws-spool-class-table-max
               display 'SPOOL CLASS TABLE FULL ('
                   ws-spool-class-table-max ' CLASSES) AT CLASS '
                   ctl-class-name ' - RUN STOPPED' upon console
               set ws-fatal-error-occurred to true
               move '10' to status-codec
           else
               add 1 to ws-spool-class-count
               move ctl-class-name
                 to ws-spool-class-name(ws-spool-class-count)
           end-if
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
      *    LOAD-ARCHIVE-RETENTION - THE CLASS ROWS OF MFSPHK05'S      *
      *    ARCHIVE RETENTION DATASET, '*DEFAULT' INCLUDED. A CLASS    *
      *    ROW THIS PROGRAM CANNOT READ WOULD SKEW EVERY RETENTION    *
      *    JUDGEMENT, SO IT REFUSES THE RUN (RC 12); POLICY AND       *
      *    OPTION ROWS ARE MFSPHK05'S BUSINESS AND PASSED OVER.       *
      *****************************************************************
       load-archive-retention section.
           open input arcctlf
           evaluate status-codet
               when '00'
                   set ws-retention-loaded to true
                   perform read-arcctlf
                   perform until status-codet not = '00'
                       if actl-is-class-row
                           perform load-archive-class-row
                       end-if
                       perform read-arcctlf
                   end-perform
                   close arcctlf
               when '35'
                   display 'NO ARCHIVE RETENTION DATASET (ACTF) '
                       'ALLOCATED - RETENTION BREAKS NOT JUDGED'
                       upon console
               when other
                   display 'ARCHIVE RETENTION DATASET (ACTF) OPEN '
                       'FAILED, STATUS=' status-codet upon console
                   set ws-fatal-error-occurred to true
           end-evaluate
           .

       load-archive-class-row section.
           evaluate true
               when actl-class-name = spaces
                  or actl-class-keep-for not numeric
                   display 'ARCHIVE RETENTION ROW FOR CLASS '
                       actl-class-name ' IS MALFORMED (KEEP-FOR '
                       actl-class-keep-for ') - RUN REFUSED'
                       upon console
                   set ws-control-invalid to true
               when actl-class-name = '*DEFAULT'
                   set ws-default-keep-loaded to true
                   move actl-class-keep-for to ws-default-keep-for
               when ws-arc-class-count >= ws-arc-class-table-max
                   display 'ARCHIVE RETENTION TABLE FULL ('
                       ws-arc-class-table-max ' CLASSES) AT CLASS '
                       actl-class-name ' - RUN REFUSED' upon console
                   set ws-control-invalid to true
               when other
                   add 1 to ws-arc-class-count
                   move actl-class-name
                     to ws-ac-name(ws-arc-class-count)
                   move actl-class-keep-for
                     to ws-ac-keep-for(ws-arc-class-count)
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
      *    HOLDS ARE IN EFFECT; A BAD OR DROPPED ROW STOPS THE RUN    *
      *    RATHER THAN REPORT A HELD ROW AS OVERDUE.                  *
      *****************************************************************
       load-hold-list section.
           move 0 to ws-hold-count
           open input holdf
           evaluate status-codel
               when '00'
                   perform read-holdf
                   perform until status-codel not = '00'
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
                       status-codel upon console
                   set ws-fatal-error-occurred to true
           end-evaluate
           .

       load-hold-row section.
           if hold-type not = 'J' and hold-type not = 'D'
               display 'HOLD ROW FOR ' hold-name
                   ' HAS INVALID TYPE ' hold-type
                   ' (MUST BE J OR D) - RUN STOPPED' upon console
               set ws-fatal-error-occurred to true
               move '10' to status-codel
           else
               if ws-hold-count >= ws-hold-table-max
                   display 'HOLD TABLE FULL (' ws-hold-table-max
                       ' ENTRIES) - RUN STOPPED RATHER THAN DROP '
                       'THE HOLD FOR ' hold-name upon console
                   set ws-fatal-error-occurred to true
                   move '10' to status-codel
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
           evaluate status-codel
               when '00'
               when '10'
                   continue
               when other
                   display 'HOLD FILE (HLDF) READ FAILED, STATUS='
                       status-codel upon console
                   set ws-fatal-error-occurred to true
                   move '10' to status-codel
           end-evaluate
           .

      *****************************************************************
      *    GATHER-ARCHIVE-CLAIMS - FOLD EVERY ARCHIVING CLASS EVENT   *
      *    ON THE AUDIT-HISTORY GENERATIONS AND ON AUDK INTO ITS      *
      *    GENERATION-AND-CLASS CLAIM. NO AUDK CLUSTER YET ONLY       *
      *    MEANS NOTHING HAS EVER RUN.                                *
      *****************************************************************
       gather-archive-claims section.
           open input auditksd
           evaluate status-codek
               when '00'
                   perform read-audit-history
                   if not ws-fatal-error-occurred
                       move low-values to audk-key
                       start auditksd key not less than audk-key
                       if status-codek not = '00'
                           set ws-browse-is-done to true
                       end-if
                       perform until ws-browse-is-done
                           read auditksd next
                           if status-codek not = '00'
                               set ws-browse-is-done to true
                           else
                               perform fold-archive-event
                           end-if
                       end-perform
                   end-if
                   close auditksd
               when '35'
                   display 'NO AUDIT REPOSITORY (AUDK) EXISTS - NO '
                       'ARCHIVE CLAIMS TO RECONCILE' upon console
               when other
                   display 'AUDIT REPOSITORY (AUDK) OPEN FAILED, '
                       'STATUS=' status-codek upon console
                   set ws-fatal-error-occurred to true
           end-evaluate
           .

      *****************************************************************
      *    READ-AUDIT-HISTORY - THE EVENTS MFSPHK13 HAS OFFLOADED,    *
      *    TAKEN BELOW THE OLDEST KEY STILL ON AUDK AND ABOVE THE     *
      *    HIGHEST KEY ALREADY TAKEN OFF THE HISTORY, THE SAME WAY    *
      *    MFSPHK03 TAKES THEM, SO A ROW BOTH AN UNBALANCED AND A     *
      *    LATER BALANCED OFFLOAD WROTE IS PAIRED ONCE. NO AUDH DD    *
      *    ONLY MEANS NOTHING HAS BEEN OFFLOADED.                     *
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
                               perform fold-archive-event
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
           .

      *****************************************************************
      *    FOLD-ARCHIVE-EVENT - A CLASS EVENT THAT ARCHIVED ANYTHING  *
      *    INTO A GENERATION OF THE SLICE ADDS TO THAT GENERATION     *
      *    AND CLASS'S CLAIM - CONFIRMED, OR UNCONFIRMED WHEN THE     *
      *    PURGE AFTER IT FAILED. ROWS WRITTEN BEFORE THE ARCHIVE     *
      *    FIELDS EXISTED CARRY SPACES THERE AND CLAIM NOTHING. A     *
      *    DESTROYED GENERATION ROW OF THE SLICE COUNTS ONE INDEX ROW *
      *    AGAINST ITS GENERATION AND CLASS.                          *
      *****************************************************************
       fold-archive-event section.
           if audk-is-destroyed-gen
              and audk-dsg-gen numeric
               if audk-dsg-gen >= ws-req-from-gen
                  and audk-dsg-gen <= ws-req-to-gen
                   move audk-dsg-gen to ws-want-gen
                   move audk-dsg-arch-class to ws-want-class
                   perform find-pair-entry
                   if ws-found-pr-idx > 0
                       add 1 to ws-pr-destroyed(ws-found-pr-idx)
                   end-if
               end-if
           end-if
           if audk-is-class-event
               add 1 to ws-events-read
               if audk-archive-gen numeric
                  and audk-archived numeric
                   if audk-archived > 0
                      and audk-archive-gen >= ws-req-from-gen
                      and audk-archive-gen <= ws-req-to-gen
                       add 1 to ws-archive-events
                       move audk-archive-gen to ws-want-gen
                       move audk-class to ws-want-class
                       perform find-pair-entry
                       if ws-found-pr-idx > 0
                           add 1 to ws-pr-events(ws-found-pr-idx)
                           if audk-category = 'F'
                               add audk-archived
                                 to ws-pr-unconfirmed(ws-found-pr-idx)
                           else
                               add audk-archived
                                 to ws-pr-claimed(ws-found-pr-idx)
                           end-if
                           if audk-run-date
                              > ws-pr-last-date(ws-found-pr-idx)
                               move audk-run-date
                                 to ws-pr-last-date(ws-found-pr-idx)
                           end-if
                       end-if
                   end-if
               end-if
           end-if
           .

      *****************************************************************
      *    FIND-PAIR-ENTRY - LOCATE (OR CREATE) THE RECONCILIATION    *
      *    ENTRY FOR WS-WANT-GEN AND WS-WANT-CLASS. A FULL TABLE      *
      *    DROPS THE FIGURE AND COUNTS IT - THE RUN THEN ENDS RC 8    *
      *    AND SAYS THE RECONCILIATION IS INCOMPLETE.                 *
      *****************************************************************
       find-pair-entry section.
           move 0 to ws-found-pr-idx
           move 1 to ws-pr-idx
           perform until ws-pr-idx > ws-pair-count
               if ws-pr-gen(ws-pr-idx) = ws-want-gen
                  and ws-pr-class(ws-pr-idx) = ws-want-class
                   move ws-pr-idx to ws-found-pr-idx
                   move ws-pair-count to ws-pr-idx
               end-if
               add 1 to ws-pr-idx
           end-perform
           if ws-found-pr-idx = 0
               if ws-pair-count >= ws-pair-table-max
                   add 1 to ws-pair-dropped-count
               else
                   add 1 to ws-pair-count
                   move ws-pair-count to ws-found-pr-idx
                   move ws-want-gen to ws-pr-gen(ws-pair-count)
                   move ws-want-class to ws-pr-class(ws-pair-count)
                   move 0 to ws-pr-claimed(ws-pair-count)
                   move 0 to ws-pr-unconfirmed(ws-pair-count)
                   move 0 to ws-pr-events(ws-pair-count)
                   move 0 to ws-pr-last-date(ws-pair-count)
                   move 0 to ws-pr-arcx-count(ws-pair-count)
                   move 0 to ws-pr-destroyed(ws-pair-count)
               end-if
           end-if
           .

      *****************************************************************
      *    WALK-ARCHIVE-INDEX - READ THE RETRIEVAL INDEX IN KEY       *
      *    ORDER, COUNTING EVERY ROW OF THE SLICE INTO ITS            *
      *    GENERATION AND CLASS AND CHECKING THE ROW ITSELF. NO ARCX  *
      *    CLUSTER YET MEANS NOTHING HAS BEEN INDEXED - EVERY CLAIM   *
      *    IS THEN JUDGED AGAINST A COUNT OF ZERO.                    *
      *****************************************************************
       walk-archive-index section.
           move spaces to ws-group-key
           move spaces to ws-grp-node
           move 0 to ws-grp-create-date
           open input arcixf
           evaluate status-codex
               when '00'
                   move low-values to arcix-key
                   start arcixf key not less than arcix-key
                   if status-codex = '00'
                       perform read-arcixf
                       perform until status-codex not = '00'
                           add 1 to ws-rows-read
                           if arcix-gen >= ws-req-from-gen
                              and arcix-gen <= ws-req-to-gen
                               perform check-one-index-row
                           else
                               add 1 to ws-outside-slice-count
                           end-if
                           perform read-arcixf
                       end-perform
                   end-if
                   close arcixf
               when '35'
                   display 'NO ARCHIVE INDEX (ARCX) EXISTS - EVERY '
                       'CLAIM IS RECONCILED AGAINST NO ROWS'
                       upon console
               when other
                   display 'ARCHIVE INDEX (ARCX) OPEN FAILED, '
                       'STATUS=' status-codex upon console
                   set ws-fatal-error-occurred to true
           end-evaluate
           .

       read-arcixf section.
           read arcixf next
           evaluate status-codex
               when '00'
               when '10'
                   continue
               when other
                   display 'ARCHIVE INDEX (ARCX) READ FAILED, '
                       'STATUS=' status-codex upon console
                   set ws-fatal-error-occurred to true
                   move '10' to status-codex
           end-evaluate
           .

      *****************************************************************
      *    CHECK-ONE-INDEX-ROW - COUNT THE ROW INTO ITS GENERATION    *
      *    AND CLASS, THEN THE THREE ROW-LEVEL CHECKS.                *
      *****************************************************************
       check-one-index-row section.
           move arcix-gen to ws-want-gen
           move arcix-class to ws-want-class
           perform find-pair-entry
           if ws-found-pr-idx > 0
               add 1 to ws-pr-arcx-count(ws-found-pr-idx)
           end-if
           perform check-duplicate-node
           if arcix-class = spaces
               add 1 to ws-unclassed-count
           else
               perform check-class-on-ctlf
           end-if
           perform check-row-retention
           .

      *****************************************************************
      *    CHECK-DUPLICATE-NODE - THE ROWS OF ONE JOB, DATASET AND    *
      *    GENERATION ARE ADJACENT IN KEY ORDER, ONE PER NODE. A      *
      *    SECOND NODE'S ROW WHOSE CREATE DATE DIFFERS FROM THE       *
      *    FIRST'S MEANS THE GENERATION HOLDS TWO DIFFERENT OUTPUTS   *
      *    UNDER ONE NAME, AND A RETRIEVAL BY NAME CANNOT KNOW WHICH  *
      *    IT WILL GET.                                               *
      *****************************************************************
       check-duplicate-node section.
           if arcix-job-name = ws-grp-job-name
              and arcix-dataset-name = ws-grp-dataset-name
              and arcix-gen = ws-grp-gen
               if arcix-node not = ws-grp-node
                  and arcix-create-date not = ws-grp-create-date
                   add 1 to ws-dup-node-count
                   add 1 to ws-break-count
                   move spaces to ws-rpt-line
                   string
                        'DUP-NODE  JOB='       delimited by size
                        arcix-job-name         delimited by size
                        ' DSN='                delimited by size
                        arcix-dataset-name     delimited by size
                        ' GEN='                delimited by size
                        arcix-gen              delimited by size
                        ' NODE '               delimited by size
                        ws-grp-node            delimited by size
                        ' CREATED '            delimited by size
                        ws-grp-create-date     delimited by size
                        ' / NODE '             delimited by size
                        arcix-node             delimited by size
                        ' CREATED '            delimited by size
                        arcix-create-date      delimited by size
                   into ws-rpt-line
                   perform write-report-line
                   move spaces to alert-rec
      *            the dataset name and the create dates are given
      *            up to fit the 80-byte alert row - the report
      *            line carries them. composed length is 72.
                   string
                        'MFSPHK14 '            delimited by size
                        ws-cur-date            delimited by size
                        ' DUP-NODE JOB='       delimited by size
                        arcix-job-name         delimited by size
                        ' GEN='                delimited by size
                        arcix-gen              delimited by size
                        ' NODES='              delimited by size
                        ws-grp-node            delimited by size
                        '/'                    delimited by size
                        arcix-node             delimited by size
                   into alert-rec
                   write alert-rec
               end-if
           else
               move arcix-job-name to ws-grp-job-name
               move arcix-dataset-name to ws-grp-dataset-name
               move arcix-gen to ws-grp-gen
               move arcix-node to ws-grp-node
               move arcix-create-date to ws-grp-create-date
           end-if
           .

      *****************************************************************
      *    CHECK-CLASS-ON-CTLF - A ROW ARCHIVED UNDER A CLASS THE     *
      *    SPOOL CONTROL DATASET NO LONGER CARRIES.                   *
      *****************************************************************
       check-class-on-ctlf section.
           if ws-spool-classes-loaded
               move 0 to ws-found-pr-idx
               move 1 to ws-sc-idx
               perform until ws-sc-idx > ws-spool-class-count
                   if ws-spool-class-name(ws-sc-idx) = arcix-class
                       move 1 to ws-found-pr-idx
                       move ws-spool-class-count to ws-sc-idx
                   end-if
                   add 1 to ws-sc-idx
               end-perform
               if ws-found-pr-idx = 0
                   add 1 to ws-class-gone-count
                   add 1 to ws-break-count
                   move spaces to ws-rpt-line
                   string
                        'CLASS     JOB='       delimited by size
                        arcix-job-name         delimited by size
                        ' DSN='                delimited by size
                        arcix-dataset-name     delimited by size
                        ' GEN='                delimited by size
                        arcix-gen              delimited by size
                        ' NODE='               delimited by size
                        arcix-node             delimited by size
                        ' ARCHIVED UNDER CLASS '
                                               delimited by size
                        arcix-class            delimited by size
                        ' - NOT ON CTLF'       delimited by size
                   into ws-rpt-line
                   perform write-report-line
                   move spaces to alert-rec
                   string
                        'MFSPHK14 '            delimited by size
                        ws-cur-date            delimited by size
                        ' CLASS NOT ON CTLF='  delimited by size
                        arcix-class            delimited by size
                        ' JOB='                delimited by size
                        arcix-job-name         delimited by size
                        ' GEN='                delimited by size
                        arcix-gen              delimited by size
                   into alert-rec
                   write alert-rec
               end-if
           end-if
           .

      *****************************************************************
      *    CHECK-ROW-RETENTION - A ROW OLDER THAN ITS CLASS'S ARCHIVE *
      *    RETENTION THAT NO HOLD COVERS IS ONE MFSPHK05 SHOULD HAVE  *
      *    RETIRED (A FAILED MFSPHK05 DELETE ALSO LANDS HERE - IT IS  *
      *    STILL A COPY KEPT PAST ITS POLICY).                        *
      *****************************************************************
       check-row-retention section.
           move arcix-class to ws-ret-class
           perform resolve-archive-retention
           if ws-ret-keep-known
               move arcix-archived-date to ws-age-from-date
               perform compute-age-days
               if ws-age-days > ws-ret-keep-for
                   perform check-entry-hold
                   if not ws-entry-is-held
                       add 1 to ws-overdue-count
                       add 1 to ws-break-count
                       move spaces to ws-rpt-line
                       string
                            'OVERDUE   JOB='       delimited by size
                            arcix-job-name         delimited by size
                            ' DSN='                delimited by size
                            arcix-dataset-name     delimited by size
                            ' GEN='                delimited by size
                            arcix-gen              delimited by size
                            ' NODE='               delimited by size
                            arcix-node             delimited by size
                            ' ARCHIVED='           delimited by size
                            arcix-archived-date    delimited by size
                            ' AGE='                delimited by size
                            ws-age-days            delimited by size
                            ' KEEP-FOR='           delimited by size
                            ws-ret-keep-for        delimited by size
                       into ws-rpt-line
                       perform write-report-line
                       move spaces to alert-rec
                       string
                            'MFSPHK14 '            delimited by size
                            ws-cur-date            delimited by size
                            ' OVERDUE JOB='        delimited by size
                            arcix-job-name         delimited by size
                            ' GEN='                delimited by size
                            arcix-gen              delimited by size
                            ' NODE='               delimited by size
                            arcix-node             delimited by size
                            ' AGE='                delimited by size
                            ws-age-days            delimited by size
                       into alert-rec
                       write alert-rec
                   end-if
               end-if
           end-if
           .

      *****************************************************************
      *    RESOLVE-ARCHIVE-RETENTION - THE ARCHIVE RETENTION MFSPHK05 *
      *    APPLIES TO WS-RET-CLASS: ITS OWN ROW, ELSE '*DEFAULT',     *
      *    ELSE NONE (NEVER RETIRED); UNKNOWN WITHOUT THE DATASET.    *
      *****************************************************************
       resolve-archive-retention section.
           move 0 to ws-ret-keep-for
           if not ws-retention-loaded
               set ws-ret-unknown to true
           else
               set ws-ret-never-retired to true
               move 1 to ws-ac-idx
               perform until ws-ac-idx > ws-arc-class-count
                   if ws-ac-name(ws-ac-idx) = ws-ret-class
                       set ws-ret-keep-known to true
                       move ws-ac-keep-for(ws-ac-idx)
                         to ws-ret-keep-for
                       move ws-arc-class-count to ws-ac-idx
                   end-if
                   add 1 to ws-ac-idx
               end-perform
               if ws-ret-never-retired and ws-default-keep-loaded
                   set ws-ret-keep-known to true
                   move ws-default-keep-for to ws-ret-keep-for
               end-if
           end-if
           .

      *****************************************************************
      *    CHECK-ENTRY-HOLD - IS THE INDEX ROW UNDER EXAMINATION      *
      *    COVERED BY A LEGAL/AUDIT HOLD ROW (BY JOB NAME OR BY       *
      *    DATASET NAME)?                                             *
      *****************************************************************
       check-entry-hold section.
           move 'N' to ws-entry-held-flag
           move 1 to ws-hold-idx
           perform until ws-hold-idx > ws-hold-count
               evaluate true
                   when ws-hld-is-job-name(ws-hold-idx)
                      and ws-hld-name(ws-hold-idx)
                        = arcix-job-name
                       set ws-entry-is-held to true
                       move ws-hold-count to ws-hold-idx
                   when ws-hld-is-dataset-name(ws-hold-idx)
                      and ws-hld-name(ws-hold-idx)
                        = arcix-dataset-name
                       set ws-entry-is-held to true
                       move ws-hold-count to ws-hold-idx
               end-evaluate
               add 1 to ws-hold-idx
           end-perform
           .

      *****************************************************************
      *    RECONCILE-PAIRS - ONE LINE PER GENERATION AND CLASS WITH   *
      *    ITS CLAIMED, UNCONFIRMED AND INDEXED COUNTS, AND THE       *
      *    BREAK WHEN THEY DISAGREE. INDEX ROWS MAY FALL SHORT OF THE *
      *    CLAIM ONCE MFSPHK05 CAN HAVE RETIRED SOME OF THEM, BUT     *
      *    THEY MAY NEVER EXCEED WHAT WAS ARCHIVED.                   *
      *****************************************************************
       reconcile-pairs section.
           move spaces to ws-rpt-line
           perform write-report-line
           move spaces to ws-rpt-line
           string
                'GEN  CLASS     ARCHIVING EVENTS  CLAIMED  '
                                        delimited by size
                'UNCONFIRMED  DESTROYED  INDEX ROWS  '
                                        delimited by size
                'LAST ARCHIVED  BREAK'
                                        delimited by size
           into ws-rpt-line
           perform write-report-line
           move 1 to ws-pr-idx
           perform until ws-pr-idx > ws-pair-count
               perform judge-one-pair
               perform report-one-pair
               add 1 to ws-pr-idx
           end-perform
           .

      *****************************************************************
      *    JUDGE-ONE-PAIR - THE DESTROYED ROWS COME OFF THE CLAIM     *
      *    FIRST (NEVER BELOW ZERO). A CLAIM DESTROYED IN FULL WITH   *
      *    NO INDEX ROW LEFT IS NOT A BREAK.                          *
      *****************************************************************
       judge-one-pair section.
           move spaces to ws-break-kind
           compute ws-pair-possible = ws-pr-claimed(ws-pr-idx)
                                    + ws-pr-unconfirmed(ws-pr-idx)
           if ws-pr-destroyed(ws-pr-idx) < ws-pair-possible
               subtract ws-pr-destroyed(ws-pr-idx)
                 from ws-pair-possible
           else
               move 0 to ws-pair-possible
           end-if
           if ws-pr-destroyed(ws-pr-idx) < ws-pr-claimed(ws-pr-idx)
               compute ws-pair-net-claimed = ws-pr-claimed(ws-pr-idx)
                                           - ws-pr-destroyed(ws-pr-idx)
           else
               move 0 to ws-pair-net-claimed
           end-if
           move 'N' to ws-pair-within-flag
           move ws-pr-class(ws-pr-idx) to ws-ret-class
           perform resolve-archive-retention
           evaluate true
               when ws-ret-never-retired
                   set ws-pair-within-retention to true
               when ws-ret-keep-known
                   move ws-pr-last-date(ws-pr-idx) to ws-age-from-date
                   perform compute-age-days
                   if ws-age-days <= ws-ret-keep-for
                       set ws-pair-within-retention to true
                   end-if
           end-evaluate
           evaluate true
               when ws-pair-possible = 0
                  and ws-pr-arcx-count(ws-pr-idx) = 0
                   continue
               when ws-pair-possible = 0
                   move 'NO-EVENT' to ws-break-kind
               when ws-pr-arcx-count(ws-pr-idx) > ws-pair-possible
                   move 'EXCESS' to ws-break-kind
               when ws-pr-arcx-count(ws-pr-idx) = 0
                  and ws-pair-within-retention
                   move 'NO-INDEX' to ws-break-kind
               when ws-pr-arcx-count(ws-pr-idx)
                    < ws-pair-net-claimed
                  and ws-pair-within-retention
                   move 'SHORT' to ws-break-kind
           end-evaluate
           .

       report-one-pair section.
           move spaces to ws-rpt-line
           string
                ws-pr-gen(ws-pr-idx)          delimited by size
                ' '                          delimited by size
                ws-pr-class(ws-pr-idx)        delimited by size
                '  '                         delimited by size
                ws-pr-events(ws-pr-idx)       delimited by size
                '            '               delimited by size
                ws-pr-claimed(ws-pr-idx)      delimited by size
                '  '                         delimited by size
                ws-pr-unconfirmed(ws-pr-idx)  delimited by size
                '      '                     delimited by size
                ws-pr-destroyed(ws-pr-idx)    delimited by size
                '    '                       delimited by size
                ws-pr-arcx-count(ws-pr-idx)   delimited by size
                '     '                      delimited by size
                ws-pr-last-date(ws-pr-idx)    delimited by size
                '       '                    delimited by size
                ws-break-kind                 delimited by size
           into ws-rpt-line
           perform write-report-line
           if ws-break-kind not = spaces
               add 1 to ws-pair-break-count
               add 1 to ws-break-count
               display 'RECONCILIATION BREAK ' ws-break-kind
                   ' - GEN ' ws-pr-gen(ws-pr-idx) ' CLASS '
                   ws-pr-class(ws-pr-idx) ' INDEX ROWS '
                   ws-pr-arcx-count(ws-pr-idx) ' CLAIMED '
                   ws-pr-claimed(ws-pr-idx) upon console
               move spaces to alert-rec
      *        the run time is given up so the generation, class,
      *        both counts and the break all fit the 80-byte alert
      *        row - the MFSPHK08 trim. composed length is 77.
               string
                    'MFSPHK14 '                  delimited by size
                    ws-cur-date                  delimited by size
                    ' GEN='                      delimited by size
                    ws-pr-gen(ws-pr-idx)         delimited by size
                    ' CLASS='                    delimited by size
                    ws-pr-class(ws-pr-idx)       delimited by size
                    ' ARCX='                     delimited by size
                    ws-pr-arcx-count(ws-pr-idx)  delimited by size
                    ' CLAIM='                    delimited by size
                    ws-pr-claimed(ws-pr-idx)     delimited by size
                    ' '                          delimited by size
                    ws-break-kind                delimited by size
               into alert-rec
               write alert-rec
           end-if
           .

      *****************************************************************
      *    COMPUTE-AGE-DAYS - DAYS FROM WS-AGE-FROM-DATE TO TODAY,    *
      *    COUNTED BY STEPPING THE DATE FORWARD (THE MFSPHK05         *
      *    DEVICE), CAPPED AT 9999. A FUTURE, ZERO OR NON-NUMERIC     *
      *    DATE AGES AS ZERO.                                         *
      *****************************************************************
       compute-age-days section.
           move 0 to ws-age-days
           if ws-age-from-date numeric
              and ws-age-from-date > 0
              and ws-age-from-date <= ws-cur-date
               move ws-age-from-date to ws-date-work-num
               perform until ws-date-work-num = ws-cur-date
                          or ws-age-days = 9999
                   move 1 to ws-days-to-add
                   perform add-days-to-date
                   add 1 to ws-age-days
               end-perform
           end-if
           .

       write-recon-headings section.
           move spaces to ws-rpt-line
           string
                'MFSPHK14  SPOOL ARCHIVE RECONCILIATION'
                                        delimited by size
                '  -  PRODUCED '        delimited by size
                ws-cur-date             delimited by size
                ' '                    delimited by size
                ws-cur-time             delimited by size
           into ws-rpt-line
           perform write-report-line
           move spaces to ws-rpt-line
           string
                'GENERATIONS '          delimited by size
                ws-req-from-gen         delimited by size
                ' THRU '                delimited by size
                ws-req-to-gen           delimited by size
           into ws-rpt-line
           perform write-report-line
           if not ws-spool-classes-loaded
               move spaces to ws-rpt-line
               string
                    'NO SPOOL CONTROL DATASET - '
                                        delimited by size
                    'ARCHIVED CLASSES NOT CHECKED'
                                        delimited by size
               into ws-rpt-line
               perform write-report-line
           end-if
           if not ws-retention-loaded
               move spaces to ws-rpt-line
               string
                    'NO ARCHIVE RETENTION DATASET - '
                                        delimited by size
                    'OVERDUE, SHORT AND NO-INDEX NOT JUDGED'
                                        delimited by size
               into ws-rpt-line
               perform write-report-line
           end-if
           move spaces to ws-rpt-line
           perform write-report-line
           .

       write-recon-footing section.
           move spaces to ws-rpt-line
           perform write-report-line
           move spaces to ws-rpt-line
           string
                'CLASS EVENTS READ: '    delimited by size
                ws-events-read           delimited by size
                '  ARCHIVING EVENTS: '   delimited by size
                ws-archive-events        delimited by size
                '  INDEX ROWS READ: '    delimited by size
                ws-rows-read             delimited by size
                '  OUTSIDE SLICE: '      delimited by size
                ws-outside-slice-count   delimited by size
                '  WITHOUT CLASS: '      delimited by size
                ws-unclassed-count       delimited by size
           into ws-rpt-line
           perform write-report-line
           move spaces to ws-rpt-line
           string
                'BREAKS: '               delimited by size
                ws-break-count           delimited by size
                '  GENERATION/CLASS: '   delimited by size
                ws-pair-break-count      delimited by size
                '  OVERDUE: '            delimited by size
                ws-overdue-count         delimited by size
                '  DUP-NODE: '           delimited by size
                ws-dup-node-count        delimited by size
                '  CLASS NOT ON CTLF: '  delimited by size
                ws-class-gone-count      delimited by size
           into ws-rpt-line
           perform write-report-line
           if ws-pair-dropped-count > 0
               move spaces to ws-rpt-line
               string
                    '** GENERATION/CLASS TABLE FULL - FIGURES NOT '
                                            delimited by size
                    'RECONCILED: '          delimited by size
                    ws-pair-dropped-count   delimited by size
               into ws-rpt-line
               perform write-report-line
               move spaces to alert-rec
               string
                    'MFSPHK14 '          delimited by size
                    ws-cur-date          delimited by size
                    ' '                 delimited by size
                    ws-cur-time          delimited by size
                    ' RECONCILIATION TABLE FULL - INCOMPLETE'
                                         delimited by size
               into alert-rec
               write alert-rec
           end-if
           display 'ARCHIVE RECONCILIATION ENDED - INDEX ROWS='
               ws-rows-read ' ARCHIVING EVENTS=' ws-archive-events
               ' BREAKS=' ws-break-count upon console
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
