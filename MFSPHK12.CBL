000100 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. MFSPHK12.
003100***************************************************************
      *    SPOOL HOUSEKEEPING PURGE MANIFEST INQUIRY.                *
      *    READS ONE PARAMETER ROW FROM THE PARMF DD (JOB NAME OR    *
      *    OWNER AND A DATE RANGE), BROWSES THE KEYED PURGE          *
      *    MANIFEST (MANF) MFSPHK01 WRITES JUST BEFORE EACH PURGE    *
      *    CALL, AND PRINTS EVERY SPOOL ENTRY OF THE JOB OR OWNER    *
      *    THAT WAS PURGE-ELIGIBLE IN RANGE WITH WHAT BECAME OF IT - *
      *    PURGED, HELD, OR ARCHIVED AHEAD OF THE PURGE (WITH THE    *
      *    ARCHIVE GENERATION TO RETRIEVE IT FROM THROUGH MFSPHK04)  *
      *    - SO "WHERE DID MY OUTPUT GO" IS ONE JOB SUBMISSION.      *
      *    AN ARCHIVED ENTRY IS LOOKED UP IN THE ARCHIVE RETRIEVAL   *
      *    INDEX (ARCX) TO SHOW WHETHER IT IS STILL RETRIEVABLE OR   *
      *    HAS SINCE BEEN RETIRED; WITHOUT AN ARCX DD THE            *
      *    GENERATION IS PRINTED UNCHECKED.                          *
      *    PARMF ROW (FIXED COLUMNS):                                *
      *      JOB NAME   (8)  - BLANK FOR ANY JOB                     *
      *      OWNER ID   (8)  - BLANK FOR ANY OWNER                   *
      *      FROM DATE  (8)  - YYYYMMDD (PURGE RUN DATE)             *
      *      TO DATE    (8)  - YYYYMMDD                              *
      *    AT LEAST ONE OF JOB NAME AND OWNER ID IS REQUIRED. A JOB  *
      *    NAME POSITIONS DIRECTLY ON THE MANIFEST KEY; AN OWNER     *
      *    ALONE BROWSES THE WHOLE MANIFEST.                         *
003200***************************************************************
004600 ENVIRONMENT DIVISION.
004700 input-output section.
       file-control.
           select parmfile assign to parmf organization is sequential
                  file status is status-codep.
           select manifksd assign to manf
                  organization is indexed
                  access is dynamic
                  record key is manf-key
                  file status is status-codem.
           select arcixf assign to arcx
                  organization is indexed
                  access is dynamic
                  record key is arcix-key
                  file status is status-codex.
           select rptfile assign to rptf organization is sequential
                  file status is status-coder.
       DATA DIVISION.
       file section.
       fd  parmfile.
       01  parm-rec.
           05  parm-job-name             pic x(08).
           05  parm-owner-id             pic x(08).
           05  parm-from-date            pic x(08).
           05  parm-to-date              pic x(08).
           05  filler                    pic x(48).
       fd  manifksd.
       01  manf-rec.
           copy spoolmf.
       fd  arcixf.
       01  arcix-rec.
           copy spoolax.
       fd  rptfile.
       01  rpt-rec                       pic x(132).
       WORKING-STORAGE SECTION.
       01 status-codep                   pic xx.
       01 status-codem                   pic xx.
       01 status-codex                   pic xx.
       01 status-coder                   pic xx.
       01  ws-current-date-time.
           05  ws-cur-date               pic 9(08).
           05  ws-cur-time               pic 9(06).
       01  ws-req-job-name               pic x(08).
       01  ws-req-owner-id               pic x(08).
       01  ws-req-from-date              pic 9(08).
       01  ws-req-to-date                pic 9(08).
       01  ws-any-job-flag               pic x(01) value 'N'.
           88  ws-any-job-wanted                    value 'Y'.
       01  ws-any-owner-flag             pic x(01) value 'N'.
           88  ws-any-owner-wanted                  value 'Y'.
       01  ws-arcx-open-flag             pic x(01) value 'N'.
           88  ws-arcx-is-open                      value 'Y'.
       01  ws-match-count                pic 9(07) value 0.
       01  ws-purged-count               pic 9(07) value 0.
       01  ws-held-count                 pic 9(07) value 0.
       01  ws-archived-count             pic 9(07) value 0.
       01  ws-browse-done-flag           pic x(01) value 'N'.
           88  ws-browse-is-done                    value 'Y'.
       01  ws-outcome-text               pic x(30).
       01  ws-archive-text               pic x(48).
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
           if not ws-fatal-error-occurred
               perform load-inquiry-parm
           end-if
           if not ws-fatal-error-occurred and not ws-parm-invalid
               perform browse-purge-manifest
           end-if
           close rptfile
           evaluate true
               when ws-fatal-error-occurred
                   move 16 to return-code
               when ws-parm-invalid
                   move 12 to return-code
               when ws-match-count = 0
                   move 04 to return-code
           end-evaluate
           goback.

      *****************************************************************
      *    LOAD-INQUIRY-PARM - READ AND VALIDATE THE ONE PARAMETER    *
      *    ROW. A MISSING OR UNREADABLE PARMF IS FATAL; A MALFORMED   *
      *    ROW IS REPORTED AND REJECTED RC 12 SO THE SUBMITTER CAN    *
      *    CORRECT IT.                                                *
      *****************************************************************
       load-inquiry-parm section.
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
                   perform validate-inquiry-parm
               end-if
               close parmfile
           end-if
           .

       validate-inquiry-parm section.
           if parm-job-name = spaces and parm-owner-id = spaces
               display 'PARAMETER NEEDS A JOB NAME OR AN OWNER ID'
                   upon console
               set ws-parm-invalid to true
           end-if
           if parm-from-date not numeric
              or parm-to-date not numeric
               display 'PARAMETER DATES MUST BE NUMERIC YYYYMMDD - '
                   'FROM=' parm-from-date ' TO=' parm-to-date
                   upon console
               set ws-parm-invalid to true
           else
               move parm-from-date to ws-req-from-date
               move parm-to-date to ws-req-to-date
               if ws-req-from-date > ws-req-to-date
                   display 'PARAMETER FROM DATE ' parm-from-date
                       ' EXCEEDS TO DATE ' parm-to-date upon console
                   set ws-parm-invalid to true
               end-if
           end-if
           if not ws-parm-invalid
               move parm-job-name to ws-req-job-name
               if ws-req-job-name = spaces
                   set ws-any-job-wanted to true
               end-if
               move parm-owner-id to ws-req-owner-id
               if ws-req-owner-id = spaces
                   set ws-any-owner-wanted to true
               end-if
           end-if
           .

      *****************************************************************
      *    BROWSE-PURGE-MANIFEST - WITH A JOB NAME, POSITION AT THE   *
      *    JOB'S FIRST ROW ON OR AFTER THE FROM DATE AND READ ON      *
      *    UNTIL THE JOB CHANGES OR THE TO DATE IS PASSED. WITH AN    *
      *    OWNER ALONE THE KEY CANNOT HELP, SO THE WHOLE MANIFEST IS  *
      *    READ AND THE OWNER AND DATE FILTERS DO THE SELECTING.      *
      *****************************************************************
       browse-purge-manifest section.
           open input manifksd
           if status-codem not = '00'
               display 'PURGE MANIFEST (MANF) OPEN FAILED, STATUS='
                   status-codem upon console
               set ws-fatal-error-occurred to true
           else
               perform open-archive-index
               perform write-inquiry-headings
               move low-values to manf-key
               if not ws-any-job-wanted
                   move ws-req-job-name to manf-job-name
                   move ws-req-from-date to manf-run-date
                   move 0 to manf-run-time
                   move low-values to manf-dataset-name
                   move low-values to manf-node
                   move 0 to manf-create-date
                   move 0 to manf-entry-seq
               end-if
               start manifksd key not less than manf-key
               if status-codem not = '00'
                   set ws-browse-is-done to true
               end-if
               perform until ws-browse-is-done
                   read manifksd next
                   if status-codem not = '00'
                       set ws-browse-is-done to true
                   else
                       evaluate true
                           when not ws-any-job-wanted
                            and manf-job-name not = ws-req-job-name
                               set ws-browse-is-done to true
                           when not ws-any-job-wanted
                            and manf-run-date > ws-req-to-date
                               set ws-browse-is-done to true
                           when other
                               perform report-manifest-entry
                       end-evaluate
                   end-if
               end-perform
               close manifksd
               if ws-arcx-is-open
                   close arcixf
               end-if
               perform write-inquiry-footing
           end-if
           .

      *****************************************************************
      *    OPEN-ARCHIVE-INDEX - THE ARCX LOOKUP ONLY REFINES THE      *
      *    REPORT, SO AN ABSENT OR UNREADABLE INDEX IS NOTED ON THE   *
      *    CONSOLE AND THE GENERATIONS ARE PRINTED UNCHECKED.         *
      *****************************************************************
       open-archive-index section.
           open input arcixf
           if status-codex = '00'
               set ws-arcx-is-open to true
           else
               display 'ARCHIVE INDEX (ARCX) NOT AVAILABLE, STATUS='
                   status-codex ' - ARCHIVE GENERATIONS NOT CHECKED'
                   upon console
           end-if
           .

       report-manifest-entry section.
           if manf-run-date not < ws-req-from-date
              and manf-run-date not > ws-req-to-date
              and (ws-any-owner-wanted
                   or manf-owner-id = ws-req-owner-id)
               add 1 to ws-match-count
               perform describe-manifest-outcome
               move spaces to ws-rpt-line
               string
                    manf-run-date       delimited by size
                    ' '                delimited by size
                    manf-run-time       delimited by size
                    '  '                delimited by size
                    manf-job-name       delimited by size
                    ' '                delimited by size
                    manf-dataset-name   delimited by size
                    ' '                delimited by size
                    manf-class          delimited by size
                    ' '                delimited by size
                    manf-node           delimited by size
                    ' '                delimited by size
                    manf-owner-id       delimited by size
                    ' '                delimited by size
                    manf-create-date    delimited by size
                    ' '                delimited by size
                    manf-keep-for       delimited by size
                    '  '                delimited by size
                    ws-outcome-text     delimited by size
               into ws-rpt-line
               perform write-report-line
               if ws-archive-text not = spaces
                   move spaces to ws-rpt-line
                   string
                        '                '  delimited by size
                        ws-archive-text     delimited by size
                   into ws-rpt-line
                   perform write-report-line
               end-if
           end-if
           .

      *****************************************************************
      *    DESCRIBE-MANIFEST-OUTCOME - TURN THE MANIFEST OUTCOME AND  *
      *    ARCHIVE GENERATION INTO REPORT TEXT, CHECKING AN ARCHIVED  *
      *    ENTRY'S GENERATION IS STILL ON THE RETRIEVAL INDEX.        *
      *****************************************************************
       describe-manifest-outcome section.
           move spaces to ws-outcome-text
           move spaces to ws-archive-text
           evaluate true
               when manf-was-held
                   move 'HELD - NOT PURGED' to ws-outcome-text
                   add 1 to ws-held-count
               when manf-was-purged
                   if manf-run-mode = 'E'
                       move 'PURGED (EMERGENCY RUN)'
                         to ws-outcome-text
                   else
                       move 'PURGED' to ws-outcome-text
                   end-if
                   add 1 to ws-purged-count
               when manf-purge-warned
                   move 'NOT PURGED - NOTHING TO CLEAN'
                     to ws-outcome-text
               when other
                   string
                        'NOT PURGED - RC='  delimited by size
                        manf-purge-rc       delimited by size
                        ' REASON='          delimited by size
                        manf-purge-reason   delimited by size
                   into ws-outcome-text
           end-evaluate
           if manf-archive-gen > 0
               add 1 to ws-archived-count
               if ws-arcx-is-open
                   move manf-job-name to arcix-job-name
                   move manf-dataset-name to arcix-dataset-name
                   move manf-archive-gen to arcix-gen
                   move manf-node to arcix-node
                   read arcixf key is arcix-key
                   if status-codex = '00'
                       string
                            'ARCHIVED TO GENERATION '
                                            delimited by size
                            manf-archive-gen    delimited by size
                            ' - STILL RETRIEVABLE'
                                            delimited by size
                       into ws-archive-text
                   else
                       string
                            'ARCHIVED TO GENERATION '
                                            delimited by size
                            manf-archive-gen    delimited by size
                            ' - SINCE RETIRED'
                                            delimited by size
                       into ws-archive-text
                   end-if
               else
                   string
                        'ARCHIVED TO GENERATION '
                                            delimited by size
                        manf-archive-gen    delimited by size
                   into ws-archive-text
               end-if
           end-if
           .

       write-inquiry-headings section.
           move spaces to ws-rpt-line
           string
                'MFSPHK12  SPOOL PURGE MANIFEST INQUIRY'
                                        delimited by size
                '  -  PRODUCED '        delimited by size
                ws-cur-date             delimited by size
                ' '                    delimited by size
                ws-cur-time             delimited by size
           into ws-rpt-line
           perform write-report-line
           move spaces to ws-rpt-line
           string
                'JOB='                  delimited by size
                ws-req-job-name         delimited by size
                '  OWNER='              delimited by size
                ws-req-owner-id         delimited by size
                '  FROM '               delimited by size
                ws-req-from-date        delimited by size
                ' THRU '                delimited by size
                ws-req-to-date          delimited by size
           into ws-rpt-line
           perform write-report-line
           move spaces to ws-rpt-line
           perform write-report-line
           move spaces to ws-rpt-line
           string
                'RUN DATE TIME    JOB      DATASET              '
                                        delimited by size
                'CLASS    NODE     OWNER    CREATED  KEEP '
                                        delimited by size
                'OUTCOME'               delimited by size
           into ws-rpt-line
           perform write-report-line
           .

       write-inquiry-footing section.
           move spaces to ws-rpt-line
           perform write-report-line
           move spaces to ws-rpt-line
           string
                'MANIFEST ENTRIES REPORTED: ' delimited by size
                ws-match-count                delimited by size
                '  PURGED: '                  delimited by size
                ws-purged-count               delimited by size
                '  HELD: '                    delimited by size
                ws-held-count                 delimited by size
                '  ARCHIVED: '                delimited by size
                ws-archived-count             delimited by size
           into ws-rpt-line
           perform write-report-line
           if ws-match-count = 0
               display 'NO MANIFEST ENTRIES MATCHED JOB='
                   ws-req-job-name ' OWNER=' ws-req-owner-id
                   ' FROM=' ws-req-from-date ' TO=' ws-req-to-date
                   upon console
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
