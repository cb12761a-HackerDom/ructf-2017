      * (see connadmin.cpy), joined with what the other side tables
      * know about each descriptor: the logged-in section
      * (sessionlist.cpy), the watches held (watchlist.cpy), the
      * idle age and the bytes moved, and what the client declared
      * in its hello (hello.cbl) - application, version and host,
      * blank until it sends one. 9 rows per call; pass the
      * count already seen back as the start index to page.
      * view-arg 'CERT' swaps the app/traffic columns for the full
      * subject of the client certificate the connection verified
      * with (cert-login.cbl), blank when it presented none - the
      * same 9 rows, paged the same way.
      * the kick for whatever this shows is kick-conn.cbl.
      * rcodes: ok, na.

         01 argv.
           02 admin-key picture x(80).
           02 start-arg picture x(3).
           02 view-arg picture x(4).
           02 filler picture x(926).
         01 result.
           02 rcode picture x(2).
           02 r-count picture 9.
             03 rr-idle-secs picture 9(6).
             03 rr-bytes picture 9(9).
             03 rr-tls picture 9.
             03 rr-app picture x(20).
             03 rr-app-version picture x(12).
             03 rr-app-host picture x(20).
           02 filler picture x(21).
         01 result-cert redefines result.
           02 filler picture x(4).
           02 c-rows occurs 9 times.
             03 cr-socket picture 9(6).
             03 cr-peer picture x(15).
             03 cr-section picture x(20).
             03 cr-tls picture 9.
             03 cr-cert-subject picture x(64).
           02 filler picture x(66).
         01 result-length binary-long unsigned.
         01 need-more picture 9.

           if argc is less than 83
             move spaces to start-arg
           end-if
           if argc is less than 87
             move spaces to view-arg
           end-if
           move function upper-case(view-arg) to view-arg

           call 'const-time-eq' using
               by reference admin-key
                   move 1 to r-more
                   move 65 to conn-ind
                 else
                   if view-arg is equal to 'CERT'
                     perform emit-cert-row
                   else
                     perform emit-conn-row
                   end-if
                 end-if
               end-if
             end-if
           end-perform

           if view-arg is equal to 'CERT'
             compute result-length = 4 + r-count * 106 end-compute
           else
             compute result-length = 4 + r-count * 111 end-compute
           end-if
           call 'audit-log' using
             by reference audit-section, audit-cmd-name, rcode
           end-call.
           end-compute
           move ca-bytes(conn-ind) to rr-bytes(r-count)
           move ca-tls(conn-ind) to rr-tls(r-count)
           move ca-app-name(conn-ind) to rr-app(r-count)
           move ca-app-version(conn-ind) to rr-app-version(r-count)
           move ca-app-host(conn-ind) to rr-app-host(r-count)

           move spaces to rr-section(r-count)
           perform
           end-perform
           move watch-total to rr-watches(r-count).

       emit-cert-row.
           add 1 to r-count end-add
           move ca-socket(conn-ind) to cr-socket(r-count)
           perform build-dotted-peer
           move dotted-peer to cr-peer(r-count)
           move ca-tls(conn-ind) to cr-tls(r-count)
           move ca-cert-subject(conn-ind) to cr-cert-subject(r-count)
           move spaces to cr-section(r-count)
           perform
             varying side-ind from 1 by 1
               until side-ind is greater than 64
             if session-socket(side-ind) is equal to
                 ca-socket(conn-ind)
               move session-section(side-ind)(1:20)
                 to cr-section(r-count)
             end-if
           end-perform.

      *----------------------------------------------------------------
      * the 4-byte peer key rendered dotted, most significant octet
      * first - an AF_UNIX peer (key zero) comes out 0.0.0.0, which
