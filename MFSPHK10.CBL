      *    SNAPSHOT ROWS (COLUMN 1 IS THE ROW TYPE):                 *
      *      H  RUN DATE (8) + RUN TIME (6) + RUN MODE (1)           *
      *      C  CLASS NAME (8) + KEEP-FOR (3) + PRIORITY (2)         *
      *         + COUNT-MODE (1) + EMERGENCY KEEP-FOR (3)            *
      *      P  MIN (3) + MAX (3)                                    *
      *      O  OPTION NAME (16) + OPTION VALUE (8)                  *
      *      N  SPOOL NODE NAME (8)                                  *
      *      R  CLASS NAME (8) + MATCH TYPE (1) + PATTERN (20)       *
      *         + KEEP-FOR (3)                                       *
      *      T  CLASS COUNT (2)                                      *
003200***************************************************************
004600 ENVIRONMENT DIVISION.
      *        snapshots from before the field existed, read as the
      *        calendar counting those runs actually used.
           05  cfg-cls-count-mode        pic x(01).
      *        zero when the class has no emergency keep-for; blank
      *        on snapshots from before the field existed, read as
      *        the zero those runs in effect had.
           05  cfg-cls-emerg-keep        pic x(03).
           05  filler                    pic x(62).
       01  cfg-policy-rec redefines cfg-rec.
           05  cfg-pol-type              pic x(01).
           05  cfg-pol-min               pic x(03).
           05  cfg-node-type             pic x(01).
           05  cfg-node-name             pic x(08).
           05  filler                    pic x(71).
       01  cfg-rule-rec redefines cfg-rec.
           05  cfg-rule-type             pic x(01).
           05  cfg-rule-class            pic x(08).
           05  cfg-rule-match-type       pic x(01).
           05  cfg-rule-pattern          pic x(20).
           05  cfg-rule-keep-for         pic x(03).
           05  filler                    pic x(47).
       fd  rptfile.
       01  rpt-rec                       pic x(132).
       WORKING-STORAGE SECTION.
               10  ws-pv-cls-keep-for    pic x(03).
               10  ws-pv-cls-priority    pic x(02).
               10  ws-pv-cls-count-mode  pic x(01).
               10  ws-pv-cls-emerg-keep  pic x(03).
           05  ws-pv-pol-min             pic x(03).
           05  ws-pv-pol-max             pic x(03).
           05  ws-pv-opt-count           pic 9(02).
           05  ws-pv-opt-entry           occurs 24 times.
               10  ws-pv-opt-name        pic x(16).
               10  ws-pv-opt-value       pic x(08).
           05  ws-pv-node-count          pic 9(02).
           05  ws-pv-node-name  pic x(08) occurs 4 times.
      *        retention rules, keyed on class + match type + pattern.
           05  ws-pv-rule-count          pic 9(02).
           05  ws-pv-rule-entry          occurs 50 times.
               10  ws-pv-rl-class        pic x(08).
               10  ws-pv-rl-match-type   pic x(01).
               10  ws-pv-rl-pattern      pic x(20).
               10  ws-pv-rl-keep-for     pic x(03).
      *    the snapshot being gathered off the current H..T rows.
       01  ws-cur-snapshot.
           05  ws-cu-open-flag           pic x(01) value 'N'.
               10  ws-cu-cls-keep-for    pic x(03).
               10  ws-cu-cls-priority    pic x(02).
               10  ws-cu-cls-count-mode  pic x(01).
               10  ws-cu-cls-emerg-keep  pic x(03).
           05  ws-cu-pol-min             pic x(03).
           05  ws-cu-pol-max             pic x(03).
           05  ws-cu-opt-count           pic 9(02).
           05  ws-cu-opt-entry           occurs 24 times.
               10  ws-cu-opt-name        pic x(16).
               10  ws-cu-opt-value       pic x(08).
           05  ws-cu-node-count          pic 9(02).
           05  ws-cu-node-name  pic x(08) occurs 4 times.
           05  ws-cu-rule-count          pic 9(02).
           05  ws-cu-rule-entry          occurs 50 times.
               10  ws-cu-rl-class        pic x(08).
               10  ws-cu-rl-match-type   pic x(01).
               10  ws-cu-rl-pattern      pic x(20).
               10  ws-cu-rl-keep-for     pic x(03).
       01  ws-class-table-max            pic 9(02) value 10.
       01  ws-opt-table-max              pic 9(02) value 24.
       01  ws-node-table-max             pic 9(02) value 4.
       01  ws-rule-table-max             pic 9(02) value 50.
       01  ws-pv-idx                     pic 9(02) value 0.
       01  ws-cu-idx                     pic 9(02) value 0.
       01  ws-found-idx                  pic 9(02) value 0.
                   perform gather-option-row
               when 'N'
                   perform gather-node-row
               when 'R'
                   perform gather-rule-row
               when 'T'
                   perform close-snapshot
               when other
           move 0 to ws-cu-class-count
           move 0 to ws-cu-opt-count
           move 0 to ws-cu-node-count
           move 0 to ws-cu-rule-count
           .

       gather-class-row section.
                   move cfg-cls-count-mode
                     to ws-cu-cls-count-mode(ws-cu-class-count)
               end-if
               if cfg-cls-emerg-keep = spaces
                   move '000'
                     to ws-cu-cls-emerg-keep(ws-cu-class-count)
               else
                   move cfg-cls-emerg-keep
                     to ws-cu-cls-emerg-keep(ws-cu-class-count)
               end-if
           else
               add 1 to ws-rows-skipped
           end-if
           end-if
           .

       gather-rule-row section.
           if ws-cu-is-open
              and ws-cu-rule-count < ws-rule-table-max
               add 1 to ws-cu-rule-count
               move cfg-rule-class
                 to ws-cu-rl-class(ws-cu-rule-count)
               move cfg-rule-match-type
                 to ws-cu-rl-match-type(ws-cu-rule-count)
               move cfg-rule-pattern
                 to ws-cu-rl-pattern(ws-cu-rule-count)
               move cfg-rule-keep-for
                 to ws-cu-rl-keep-for(ws-cu-rule-count)
           else
               add 1 to ws-rows-skipped
           end-if
           .

      *****************************************************************
      *    CLOSE-SNAPSHOT - THE TRAILER COMPLETES THE SNAPSHOT: DIFF  *
      *    IT AGAINST THE PREVIOUS RUN'S (THE FIRST ONE ON FILE IS    *
                 to ws-pv-node-name(ws-cu-idx)
               add 1 to ws-cu-idx
           end-perform
           move ws-cu-rule-count to ws-pv-rule-count
           move 1 to ws-cu-idx
           perform until ws-cu-idx > ws-cu-rule-count
               move ws-cu-rule-entry(ws-cu-idx)
                 to ws-pv-rule-entry(ws-cu-idx)
               add 1 to ws-cu-idx
           end-perform
           move 'N' to ws-cu-open-flag
           .

           perform diff-options
           perform diff-nodes-forward
           perform diff-nodes-backward
           perform diff-rules-forward
           perform diff-rules-backward
           .

      *****************************************************************
      *    DIFF-CLASSES-FORWARD - EVERY CLASS OF THE NEW SNAPSHOT:    *
      *    ADDED, OR CHANGED KEEP-FOR/COUNT-MODE/EMERGENCY KEEP-FOR/  *
      *    PRIORITY.                                                  *
      *****************************************************************
       diff-classes-forward section.
           move 1 to ws-cu-idx
                       into ws-rpt-line
                       perform write-change-line
                   end-if
                   if ws-pv-cls-emerg-keep(ws-found-idx) not =
                      ws-cu-cls-emerg-keep(ws-cu-idx)
                       move spaces to ws-rpt-line
                       string
                            'CLASS '                 delimited by size
                            ws-cu-cls-name(ws-cu-idx)
                                                     delimited by size
                            ' EMERGENCY KEEP-FOR CHANGED '
                                                     delimited by size
                            ws-pv-cls-emerg-keep(ws-found-idx)
                                                     delimited by size
                            ' TO '                   delimited by size
                            ws-cu-cls-emerg-keep(ws-cu-idx)
                                                     delimited by size
                            ' EFFECTIVE '            delimited by size
                            ws-cu-run-date           delimited by size
                       into ws-rpt-line
                       perform write-change-line
                   end-if
                   if ws-pv-cls-priority(ws-found-idx) not =
                      ws-cu-cls-priority(ws-cu-idx)
                       move spaces to ws-rpt-line
           end-perform
           .

      *****************************************************************
      *    DIFF-RULES-FORWARD / -BACKWARD - RETENTION RULES ADDED,    *
      *    REMOVED, OR WITH THEIR KEEP-FOR CHANGED. A RULE IS KNOWN   *
      *    BY ITS CLASS, MATCH TYPE AND PATTERN TOGETHER - CHANGING   *
      *    THE PATTERN REMOVES ONE RULE AND ADDS ANOTHER. SNAPSHOTS   *
      *    FROM BEFORE RULES EXISTED CARRY NO RULE ROWS, SO THE       *
      *    FIRST RULES ON FILE SHOW AS ADDED WHEN THEY TOOK EFFECT.   *
      *****************************************************************
       diff-rules-forward section.
           move 1 to ws-cu-idx
           perform until ws-cu-idx > ws-cu-rule-count
               perform find-rule-in-previous
               if ws-found-idx = 0
                   move spaces to ws-rpt-line
                   string
                        'RULE CLASS '            delimited by size
                        ws-cu-rl-class(ws-cu-idx)
                                                 delimited by size
                        ' MATCH='                delimited by size
                        ws-cu-rl-match-type(ws-cu-idx)
                                                 delimited by size
                        ' PATTERN='              delimited by size
                        ws-cu-rl-pattern(ws-cu-idx)
                                                 delimited by size
                        ' ADDED KEEP-FOR='       delimited by size
                        ws-cu-rl-keep-for(ws-cu-idx)
                                                 delimited by size
                        ' EFFECTIVE '            delimited by size
                        ws-cu-run-date           delimited by size
                   into ws-rpt-line
                   perform write-change-line
               else
                   if ws-pv-rl-keep-for(ws-found-idx) not =
                      ws-cu-rl-keep-for(ws-cu-idx)
                       move spaces to ws-rpt-line
                       string
                            'RULE CLASS '        delimited by size
                            ws-cu-rl-class(ws-cu-idx)
                                                 delimited by size
                            ' MATCH='            delimited by size
                            ws-cu-rl-match-type(ws-cu-idx)
                                                 delimited by size
                            ' PATTERN='          delimited by size
                            ws-cu-rl-pattern(ws-cu-idx)
                                                 delimited by size
                            ' KEEP-FOR CHANGED ' delimited by size
                            ws-pv-rl-keep-for(ws-found-idx)
                                                 delimited by size
                            ' TO '               delimited by size
                            ws-cu-rl-keep-for(ws-cu-idx)
                                                 delimited by size
                            ' EFFECTIVE '        delimited by size
                            ws-cu-run-date       delimited by size
                       into ws-rpt-line
                       perform write-change-line
                   end-if
               end-if
               add 1 to ws-cu-idx
           end-perform
           .

       find-rule-in-previous section.
           move 0 to ws-found-idx
           move 1 to ws-pv-idx
           perform until ws-pv-idx > ws-pv-rule-count
               if ws-pv-rl-class(ws-pv-idx)
                  = ws-cu-rl-class(ws-cu-idx)
                  and ws-pv-rl-match-type(ws-pv-idx)
                  = ws-cu-rl-match-type(ws-cu-idx)
                  and ws-pv-rl-pattern(ws-pv-idx)
                  = ws-cu-rl-pattern(ws-cu-idx)
                   move ws-pv-idx to ws-found-idx
                   move ws-pv-rule-count to ws-pv-idx
               end-if
               add 1 to ws-pv-idx
           end-perform
           .

       diff-rules-backward section.
           move 1 to ws-pv-idx
           perform until ws-pv-idx > ws-pv-rule-count
               perform find-rule-in-current
               if ws-found-idx = 0
                   move spaces to ws-rpt-line
                   string
                        'RULE CLASS '            delimited by size
                        ws-pv-rl-class(ws-pv-idx)
                                                 delimited by size
                        ' MATCH='                delimited by size
                        ws-pv-rl-match-type(ws-pv-idx)
                                                 delimited by size
                        ' PATTERN='              delimited by size
                        ws-pv-rl-pattern(ws-pv-idx)
                                                 delimited by size
                        ' REMOVED (WAS KEEP-FOR='
                                                 delimited by size
                        ws-pv-rl-keep-for(ws-pv-idx)
                                                 delimited by size
                        ') EFFECTIVE '           delimited by size
                        ws-cu-run-date           delimited by size
                   into ws-rpt-line
                   perform write-change-line
               end-if
               add 1 to ws-pv-idx
           end-perform
           .

       find-rule-in-current section.
           move 0 to ws-found-idx
           move 1 to ws-cu-idx
           perform until ws-cu-idx > ws-cu-rule-count
               if ws-cu-rl-class(ws-cu-idx)
                  = ws-pv-rl-class(ws-pv-idx)
                  and ws-cu-rl-match-type(ws-cu-idx)
                  = ws-pv-rl-match-type(ws-pv-idx)
                  and ws-cu-rl-pattern(ws-cu-idx)
                  = ws-pv-rl-pattern(ws-pv-idx)
                   move ws-cu-idx to ws-found-idx
                   move ws-cu-rule-count to ws-cu-idx
               end-if
               add 1 to ws-cu-idx
           end-perform
           .

       write-change-line section.
           add 1 to ws-changes-reported
           perform write-report-line
