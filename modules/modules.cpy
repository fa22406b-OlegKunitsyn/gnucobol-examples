      *> found comes back "N" when the currency is not on the file
      *> (or the file is missing entirely), and callers keep their
      *> previous behavior in that case.
      *>
      *> An optional seventh column is the net open position limit,
      *> in units of the currency, that the position job checks the
      *> desk's carried position against:
      *>
      *>   call "currency-position-limit" using code, limit, found
      *>
      *> limit comes back zero (no limit) when the column is blank.
      *>***************************************************************
       identification division.
       program-id. currency-reference.
                   10 ref-min-amount pic 9(12)v99.
                   10 ref-max-amount pic 9(12)v99.
                   10 ref-status pic x.
                   10 ref-position-limit pic 9(12)v99.
           01 ws-scan-ptr pic 9(3) comp.
           01 ws-tok-code pic x(8).
           01 ws-tok-name pic x(30).
           01 ws-tok-min pic x(16).
           01 ws-tok-max pic x(16).
           01 ws-tok-status pic x(4).
           01 ws-tok-limit pic x(16).
       linkage section.
           01 l-code pic x(3).
           01 l-name pic x(30).
           01 l-max-amount pic 9(12)v99.
           01 l-status pic x.
           01 l-found pic x.
           01 l-position-limit pic 9(12)v99.
       procedure division using l-code, l-name, l-decimals,
               l-min-amount, l-max-amount, l-status, l-found.
           if not reference-is-loaded
           end-perform.
           goback.

       entry "currency-position-limit" using l-code, l-position-limit,
               l-found.
           if not reference-is-loaded
               perform load-currency-reference
           end-if.
           move "N" to l-found.
           move 0 to l-position-limit.
           perform varying currency-idx from 1 by 1
               until currency-idx > currency-count
               if ref-code(currency-idx) = l-code
                   move ref-position-limit(currency-idx)
                       to l-position-limit
                   move "Y" to l-found
                   exit perform
               end-if
           end-perform.
           goback.

       load-currency-reference section.
           move "Y" to reference-loaded.
           accept currency-file-name
               read currency-file at end exit perform end-read
               move spaces to ws-tok-code, ws-tok-name,
                   ws-tok-decimals, ws-tok-min, ws-tok-max,
                   ws-tok-status, ws-tok-limit
               move 1 to ws-scan-ptr
               unstring currency-line delimited by ","
                   into ws-tok-code, ws-tok-name, ws-tok-decimals,
                        ws-tok-min, ws-tok-max, ws-tok-status,
                        ws-tok-limit
                   with pointer ws-scan-ptr
               end-unstring
               if function trim(ws-tok-code) not = spaces
                       move ws-tok-status(1:1)
                           to ref-status(currency-count)
                   end-if
                   move 0 to ref-position-limit(currency-count)
                   if function test-numval(
                           function trim(ws-tok-limit)) = 0
                       and function trim(ws-tok-limit) not = spaces
                       move function numval(ws-tok-limit)
                           to ref-position-limit(currency-count)
                   end-if
               end-if
           end-perform.
           close currency-file.
