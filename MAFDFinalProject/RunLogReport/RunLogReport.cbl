
       fd run-log-file
           data record is run-log-line
           record contains 90 characters.

      *The operator and reference are only filled in by the inquiry
      *programs - a batch program's entry leaves them blank
       01 run-log-line.
           05 rl-program-id                 pic x(30).
           05 rl-date                       pic 9(8).
           05 rl-event                      pic x.
               88 rl-event-start            value 'S'.
               88 rl-event-end              value 'E'.
               88 rl-event-inquiry          value 'Q'.
           05 rl-in-count                   pic 9(7).
           05 rl-out-count                  pic 9(7).
           05 rl-status                     pic x.
               88 rl-status-normal          value 'N'.
               88 rl-status-abnormal        value 'A'.
           05 rl-operator-id                pic x(4).
           05 rl-reference                  pic x(21).
           05 filler                        pic x(5).

       fd parameter-master-file
           data record is parameter-master-line
               value "In Count".
           05 filler                        pic x(13)
               value "Out Count".
           05 filler                        pic x(12)
               value "End Status".
           05 filler                        pic x(21)
               value "Looked Up".

       01 ws-header3-underlines.
           05 filler                        pic x(32)
               value "--------".
           05 filler                        pic x(13)
               value "---------".
           05 filler                        pic x(12)
               value "----------".
           05 filler                        pic x(21)
               value "---------".

      *Detail Line - one per run-log entry for the requested day
       01 ws-detail-line.
           05 filler                        pic x(5)
               value spaces.
           05 ws-dl-status                  pic x(12).
           05 ws-dl-reference               pic x(21).

      *Printed instead of the detail section when the log has no
      *entries for the requested day
           move rl-time                     to ws-dl-time.
           if rl-event-start then
               move "STARTED"               to ws-dl-event
           else if rl-event-inquiry then
               move "INQUIRY"               to ws-dl-event
           else
               move "ENDED"                 to ws-dl-event
           end-if.
                   move "NORMAL"            to ws-dl-status
               end-if
           end-if.

      *    An inquiry shows who asked and what they looked up in
      *    place of the end status
           if rl-event-inquiry then
               move spaces                  to ws-dl-status
               string "OPER " rl-operator-id
                   delimited by size into ws-dl-status
               end-string
               move rl-reference            to ws-dl-reference
           end-if.
           write output-line from ws-detail-line
               after advancing 1 line.

