       identification division.
       program-id. drop-inbound.

      * standalone batch job - the inbound counterpart of
      * drop-notify.cbl, for the batch systems that can write files
      * but can't hold a socket. every <name>.cmd file in the
      * inbound directory (INBOUNDDIR in settings.cfg, or the first
      * argument) holds one or more requests in the inboundentry
      * .cpy shape; each request is sent to the running listener
      * over its Unix-domain socket (see wire-submit.cbl), so the
      * commands-list dispatch and every fence - maintenance, the
      * freeze calendar, standby 'sb', write-burst, rate limits -
      * treat it exactly like any other client's. usage:
      *   drop-inbound [inbound-dir]
      *
      * per file, in name order:
      *   1. claimed by renaming <name>.cmd to <name>.run, so two
      *      overlapping runs never both take it;
      *   2. read through once without sending anything - a file
      *      with an unreadable record, a blank command or an argc
      *      past the argv is refused whole, nothing dispatched;
      *   3. sent request by request, each answer written to
      *      <name>.rsp next to it (entry, command, rcode,
      *      correlation id, the start of the payload) as it
      *      arrives;
      *   4. moved to done/ - or to rejected/ when it was refused,
      *      or when the listener stopped answering part way
      *      through (the .rsp says which entries ran).
      * a file only ever leaves .cmd once, so nothing is applied
      * twice. a <name>.run found at start-up belongs to a run that
      * died part way: it goes to rejected/ untouched, its .rsp
      * showing how far it got, for the submitter to resubmit the
      * rest. exits with the number of files rejected.

       environment division.
       input-output section.
       file-control.
         select optional command-file assign to command-path
           organization is record sequential
           file status is command-status.

         select response-file assign to response-path
           organization is line sequential.

       data division.
       file section.
       fd command-file.
         copy inboundentry.

       fd response-file.
       01 response-line.
         02 rl-entry picture 9(4).
         02 filler picture x.
         02 rl-command picture x(11).
         02 filler picture x.
         02 rl-rcode picture x(2).
         02 filler picture x.
         02 rl-correlation-id picture x(12).
         02 filler picture x.
         02 rl-detail picture x(96).
         02 filler picture x(3).
       01 response-text picture x(132).

       working-storage section.
         copy serverconfig.
       01 port-binary binary-short unsigned.
       01 config-bind-address picture x(64).
       01 config-data-dir picture x(128).
       01 config-backlog binary-char unsigned.
       01 config-pool-size binary-long unsigned.
       01 config-buf-size binary-long unsigned.
       01 config-idle-timeout binary-long unsigned.
       01 config-max-per-ip binary-long unsigned.
       01 config-unix-socket-path picture x(108).
       01 config-tls-cert-path picture x(128).
       01 config-tls-key-path picture x(128).
       01 config-backup-dir picture x(128).
       01 config-backup-window-start binary-long unsigned.
       01 config-backup-window-end binary-long unsigned.
       01 config-backup-generations binary-long unsigned.
       01 config-instance picture x(16).

       01 arg-inbound-dir picture x(128).
       01 inbound-dir picture x(128).
       01 command-status picture xx.
       01 command-path picture x(255).
       01 response-path picture x(255).
       01 claimed-path picture x(255).
       01 original-path picture x(255).
       01 done-path picture x(255).
       01 rejected-path picture x(255).
       01 subdir-path picture x(255).
       01 move-target picture x(255).
       01 rename-rc binary-long.
      *  CBL_CHECK_FILE_EXIST's answer area: the size in the first
      *  8 bytes, then the file's date and time fields (unused
      *  here).
       01 file-info.
         02 fi-size binary-double unsigned.
         02 filler picture x(8).
       01 probe-rc binary-long.
       01 size-remainder binary-double unsigned.
       01 size-quotient binary-double unsigned.

      *----------------------------------------------------------------
      * the directory walk - opendir/readdir straight from the C
      * library, the way the listener calls socket() and accept().
      * dirent-entry is glibc's struct dirent: d_ino, d_off,
      * d_reclen and d_type ahead of the name.
      *----------------------------------------------------------------
       01 dir-path-z picture x(129).
       01 dir-handle usage pointer.
       01 dirent-pointer usage pointer.
       01 entry-name picture x(256).
       01 entry-name-length binary-long unsigned.
       01 pending-table.
         02 pending-count binary-long unsigned.
         02 pending-files occurs 500 times.
           03 pending-stem picture x(200).
           03 pending-kind picture x(4).
       01 pending-hold.
         03 hold-stem picture x(200).
         03 hold-kind picture x(4).
       01 pending-ind binary-long unsigned.
       01 sort-ind binary-long unsigned.
       01 sort-swapped picture 9.
       01 current-stem picture x(200).

       01 refuse-reason picture x(96).
       01 entry-count binary-long unsigned.
       01 sent-count binary-long unsigned.
       01 entry-display picture 9(4).
       01 text-ptr binary-long unsigned.
       01 at-eof picture 9.
       01 transport-down picture 9.

       01 submit-reply picture x(1024).
       01 submit-reply-length binary-long unsigned.
       01 submit-correlation-id picture x(12).
       01 submit-ok picture 9.

       01 files-done binary-long unsigned value 0.
       01 files-rejected binary-long unsigned value 0.
       01 alert-class picture x(16) value 'DROPIN'.
       01 alert-bus-text picture x(96).

       linkage section.
       01 dirent-entry.
         02 filler picture x(19).
         02 dirent-name picture x(256).

       procedure division.
       start-drop-inbound.
           call 'read-config' using
             by reference port-binary
             by reference config-bind-address
             by reference config-data-dir
             by reference config-backlog
             by reference config-pool-size
             by reference config-buf-size
             by reference config-idle-timeout
             by reference log-max-lines
             by reference admin-master-key
             by reference config-max-per-ip
             by reference config-unix-socket-path
             by reference config-tls-cert-path
             by reference config-tls-key-path
             by reference config-backup-dir
             by reference config-backup-window-start
             by reference config-backup-window-end
             by reference config-backup-generations
             by reference config-instance
           end-call
           call 'load-data-paths' end-call

           move spaces to arg-inbound-dir
           accept arg-inbound-dir from argument-value
           move inbound-dir-path to inbound-dir
           if arg-inbound-dir is not equal to spaces
             move arg-inbound-dir to inbound-dir
           end-if
           if inbound-dir is equal to spaces
             display 'drop-inbound: no INBOUNDDIR configured and no '
               'directory given' end-display
             move 1 to return-code
             goback
           end-if
           if config-unix-socket-path is equal to spaces
             display 'drop-inbound: UNIXSOCKPATH not configured - '
               'nothing to submit to' end-display
             move 1 to return-code
             goback
           end-if

           move spaces to subdir-path
           string function trim(inbound-dir) delimited by size
               '/done' delimited by size
             into subdir-path
           end-string
           call 'CBL_CREATE_DIR' using subdir-path end-call
           move spaces to subdir-path
           string function trim(inbound-dir) delimited by size
               '/rejected' delimited by size
             into subdir-path
           end-string
           call 'CBL_CREATE_DIR' using subdir-path end-call

           perform collect-pending-files
           perform sort-pending-files
           perform
             varying pending-ind from 1 by 1
               until pending-ind is greater than pending-count
             move pending-stem(pending-ind) to current-stem
             if pending-kind(pending-ind) is equal to '.run'
               perform reject-interrupted-file
             else
               perform process-command-file
             end-if
           end-perform

           display 'drop-inbound: ' files-done ' file(s) done, '
             files-rejected ' rejected' end-display
           move files-rejected to return-code
           goback.

      *----------------------------------------------------------------
      * every .cmd (and leftover .run) name in the directory, read
      * off the C library's directory stream into a table first -
      * the files are renamed as they're processed, and a directory
      * mustn't be changed under its own open stream.
      *----------------------------------------------------------------
       collect-pending-files.
           move zero to pending-count
           move spaces to dir-path-z
           string function trim(inbound-dir) delimited by size
               x'00' delimited by size
             into dir-path-z
           end-string
           call 'opendir' using
               by reference dir-path-z
             returning dir-handle
           end-call
           if dir-handle is equal to null
             display 'drop-inbound: cannot open '
               function trim(inbound-dir) end-display
             exit paragraph
           end-if
           perform forever
             call 'readdir' using
                 by value dir-handle
               returning dirent-pointer
             end-call
             if dirent-pointer is equal to null
               exit perform
             end-if
             set address of dirent-entry to dirent-pointer
             move spaces to entry-name
             move zero to entry-name-length
             unstring dirent-name delimited by x'00'
               into entry-name count in entry-name-length
             end-unstring
             if entry-name-length is greater than 4
                 and entry-name-length is less than 205
                 and pending-count is less than 500
               if entry-name(entry-name-length - 3:4) is equal to
                   '.cmd'
                 or entry-name(entry-name-length - 3:4) is equal to
                   '.run'
                 add 1 to pending-count end-add
                 move spaces to pending-stem(pending-count)
                 move entry-name(1:entry-name-length - 4)
                   to pending-stem(pending-count)
                 move entry-name(entry-name-length - 3:4)
                   to pending-kind(pending-count)
               end-if
             end-if
           end-perform
           call 'closedir' using
             by value dir-handle
           end-call.

      *----------------------------------------------------------------
      * name order - a submitter that needs the payroll file applied
      * before the GL one names them so.
      *----------------------------------------------------------------
       sort-pending-files.
           move 1 to sort-swapped
           perform
             until sort-swapped is equal to zero
             move zero to sort-swapped
             perform
               varying sort-ind from 1 by 1
                 until sort-ind is not less than pending-count
               if pending-stem(sort-ind) is greater than
                   pending-stem(sort-ind + 1)
                 move pending-files(sort-ind) to pending-hold
                 move pending-files(sort-ind + 1)
                   to pending-files(sort-ind)
                 move pending-hold to pending-files(sort-ind + 1)
                 move 1 to sort-swapped
               end-if
             end-perform
           end-perform.

       build-file-paths.
           move spaces to original-path
           string function trim(inbound-dir) delimited by size
               '/' delimited by size
               function trim(current-stem) delimited by size
               '.cmd' delimited by size
             into original-path
           end-string
           move spaces to claimed-path
           string function trim(inbound-dir) delimited by size
               '/' delimited by size
               function trim(current-stem) delimited by size
               '.run' delimited by size
             into claimed-path
           end-string
           move spaces to response-path
           string function trim(inbound-dir) delimited by size
               '/' delimited by size
               function trim(current-stem) delimited by size
               '.rsp' delimited by size
             into response-path
           end-string
           move spaces to done-path
           string function trim(inbound-dir) delimited by size
               '/done/' delimited by size
               function trim(current-stem) delimited by size
               '.cmd' delimited by size
             into done-path
           end-string
           move spaces to rejected-path
           string function trim(inbound-dir) delimited by size
               '/rejected/' delimited by size
               function trim(current-stem) delimited by size
               '.cmd' delimited by size
             into rejected-path
           end-string.

       process-command-file.
           perform build-file-paths
           call 'CBL_RENAME_FILE' using
               original-path claimed-path
             returning rename-rc
           end-call
           if rename-rc is not equal to zero
      *      another run claimed it between the walk and now.
             exit paragraph
           end-if
           move claimed-path to command-path

           perform validate-command-file
           if refuse-reason is not equal to spaces
             open output response-file
             perform write-refusal-lines
             close response-file
             perform move-to-rejected
             exit paragraph
           end-if

           open output response-file
           perform send-command-file
           move spaces to response-text
           move 1 to text-ptr
           move entry-count to entry-display
           string 'END entries=' delimited by size
               entry-display delimited by size
               ' sent=' delimited by size
             into response-text
             with pointer text-ptr
           end-string
           move sent-count to entry-display
           string entry-display delimited by size
             into response-text
             with pointer text-ptr
           end-string
           if transport-down is equal to 1
             string ' outcome=REJECTED listener stopped answering'
                 delimited by size
               into response-text
               with pointer text-ptr
             end-string
           else
             string ' outcome=DONE' delimited by size
               into response-text
               with pointer text-ptr
             end-string
           end-if
           write response-text
           close response-file

           if transport-down is equal to 1
             move 'listener stopped answering part way through'
               to refuse-reason
             perform move-to-rejected
           else
             move done-path to move-target
             call 'CBL_RENAME_FILE' using
                 claimed-path move-target
               returning rename-rc
             end-call
             add 1 to files-done end-add
             display 'drop-inbound: ' function trim(current-stem)
               ' done, ' entry-count ' request(s)' end-display
           end-if.

      *----------------------------------------------------------------
      * the read-only first pass: the whole file has to be sound
      * before the first request goes out.
      *----------------------------------------------------------------
       validate-command-file.
           move spaces to refuse-reason
           move zero to entry-count
      *    a torn write (the submitter died mid-record) leaves a size
      *    that isn't a whole number of records - a short last
      *    record would otherwise just read back space-padded.
           move zero to fi-size
           call 'CBL_CHECK_FILE_EXIST' using
               command-path file-info
             returning probe-rc
           end-call
           if probe-rc is equal to zero
             divide fi-size by function length(inbound-entry)
               giving size-quotient remainder size-remainder
             end-divide
             if size-remainder is not equal to zero
               move 'file size is not a whole number of records'
                 to refuse-reason
               exit paragraph
             end-if
           end-if
           open input command-file
           if command-status is not equal to '00'
             move 'command file cannot be opened' to refuse-reason
             exit paragraph
           end-if
           move zero to at-eof
           perform
             until at-eof is equal to 1
             read command-file
               at end
                 move 1 to at-eof
             end-read
             if at-eof is equal to zero
               evaluate true
                 when command-status is not equal to '00'
                   move 'unreadable record - wrong record length?'
                     to refuse-reason
                 when ie-command is equal to spaces
                   move 'blank command' to refuse-reason
                 when ie-argc is greater than 1013
                   move 'argc larger than the 1013-byte argv'
                     to refuse-reason
                 when entry-count is equal to 9999
                   move 'more than 9999 requests in one file'
                     to refuse-reason
                 when other
                   add 1 to entry-count end-add
               end-evaluate
               if refuse-reason is not equal to spaces
                 add 1 to entry-count end-add
                 move 1 to at-eof
               end-if
             end-if
           end-perform
           close command-file
           if refuse-reason is equal to spaces
               and entry-count is equal to zero
             move 'no requests in file' to refuse-reason
           end-if.

       write-refusal-lines.
           move spaces to response-text
           move entry-count to entry-display
           string 'REJECTED at entry ' delimited by size
               entry-display delimited by size
               ': ' delimited by size
               function trim(refuse-reason) delimited by size
             into response-text
           end-string
           write response-text
           move spaces to response-text
           string 'END entries=0000 sent=0000 outcome=REJECTED'
               delimited by size
             into response-text
           end-string
           write response-text.

       send-command-file.
           move zero to entry-count
           move zero to sent-count
           move zero to transport-down
           open input command-file
           move zero to at-eof
           perform
             until at-eof is equal to 1
             read command-file
               at end
                 move 1 to at-eof
               not at end
                 add 1 to entry-count end-add
                 perform send-one-entry
             end-read
           end-perform
           close command-file.

       send-one-entry.
           move spaces to response-line
           move entry-count to rl-entry
           move ie-command to rl-command
           if transport-down is equal to 1
             move '--' to rl-rcode
             move 'not sent' to rl-detail
             write response-line
             exit paragraph
           end-if

           call 'wire-submit' using
               by reference config-unix-socket-path
               by reference ie-command
               by reference ie-argc
               by reference ie-args
               by reference submit-reply
               by reference submit-reply-length
               by reference submit-correlation-id
             returning submit-ok
           end-call
           if submit-ok is not equal to 1
             move 1 to transport-down
             move 'xx' to rl-rcode
             move 'no answer - may or may not have applied'
               to rl-detail
             write response-line
             exit paragraph
           end-if

           add 1 to sent-count end-add
           move submit-reply(1:2) to rl-rcode
           move submit-correlation-id to rl-correlation-id
           if submit-reply-length is greater than 2
             move submit-reply(3:submit-reply-length - 2)
               to rl-detail
             inspect rl-detail replacing all x'00' by space
             inspect rl-detail replacing all x'0a' by space
           end-if
           write response-line.

       reject-interrupted-file.
           perform build-file-paths
           move 'interrupted run - check the .rsp, resubmit the rest'
             to refuse-reason
           perform move-to-rejected.

       move-to-rejected.
           move rejected-path to move-target
           call 'CBL_RENAME_FILE' using
               claimed-path move-target
             returning rename-rc
           end-call
           add 1 to files-rejected end-add
           display 'drop-inbound: ' function trim(current-stem)
             ' rejected - ' function trim(refuse-reason) end-display
           move spaces to alert-bus-text
           string function trim(current-stem) delimited by size
               ': ' delimited by size
               refuse-reason delimited by size
             into alert-bus-text
           end-string
           call 'alert-bus-append' using
             by reference alert-class
             by reference alert-bus-text
           end-call.

       end program drop-inbound.
