       identification division.
       program-id. cert-scan.

      * standalone batch job - scheduled nightly. looks inside every
      * artifact in the artifact store (artifactrecord.cpy) that is
      * a certificate - PEM text carrying a CERTIFICATE block, or
      * DER binary that parses as one - and keeps what it finds in
      * the certificate register (certregrecord.cpy): subject,
      * issuer and validity dates, the owning section and its
      * owner from the key-owners registry (keyownerrecord.cpy),
      * and the params that reference it ('@artifact:<name>',
      * sensitive sections read decrypted). a PEM chain is
      * registered by its first block, the leaf. other artifacts
      * (keytabs and the like) are left alone; an artifact armoured
      * as a certificate that will not parse is registered as
      * unreadable. a register entry whose artifact is gone, or no
      * longer a certificate, is dropped.
      * alerts go on the alert bus (class CERTEXPIRY) as a
      * certificate comes inside each days-before-expiry threshold
      * (CERTALERTDAYS in settings.cfg, 60,30,14,7 by default), as it
      * expires and as it is found unreadable - each once per
      * validity, so a nightly run does not repeat itself: one line
      * naming the certificate, its expiry and its owner, then one
      * per section/param referencing it. the monthly calendar is
      * cert-calendar.cbl, read off the same register. exit code is
      * the number of certificates inside a threshold, expired or
      * unreadable.
      * usage:
      *   cert-scan

       environment division.
       input-output section.
       file-control.
         copy artifactdb.
         copy sectiondb.
         copy keyownerdb.
         copy settingdb.
         copy sensdb.
         copy certregdb.

       data division.
       file section.
         copy artifactrecord.
         copy sectionrecord.
         copy keyownerrecord.
         copy settingrecord.
         copy sensrecord.
         copy certregrecord.

       working-storage section.
         copy serverconfig.
         01 section-status-1 picture xx.
         01 section-status-2 picture xx.
         01 setting-status-1 picture xx.
         01 setting-status-2 picture xx.
         01 today-date picture 9(8).
         01 today-int binary-long.
         01 walk-done picture 9.
         01 parts-left binary-long unsigned.
         01 held-section picture x(40).
         01 held-param picture x(40).
         01 ref-value picture x(348).
         01 ref-expires picture 9(8).
         01 ref-found picture 9.
         01 ref-sensitive picture 9.

      *  every param holding an '@artifact:<name>' reference,
      *  gathered in one pass over settings.dat before the
      *  artifacts are walked.
         01 ref-count binary-long unsigned value zero.
         01 ref-full picture 9 value zero.
         01 ref-table.
           02 ref-row occurs 2000 times.
             03 ref-artifact picture x(40).
             03 ref-section picture x(40).
             03 ref-param picture x(40).
         01 ref-ind binary-long unsigned.
         01 art-ref-count binary-long unsigned.

      *  the artifact as loaded - its first 16k, which holds any
      *  certificate (a PEM chain's leaf comes first) - and the DER
      *  it decodes to.
         77 buffer-limit binary-long unsigned value 16384.
         01 art-buffer picture x(16384).
         01 load-length binary-long unsigned.
         01 load-chunks binary-long unsigned.
         01 load-ind binary-long unsigned.
         01 load-offset binary-long unsigned.
         01 held-art-name picture x(40).
         01 held-art-section picture x(40).
         01 held-art-hash picture 9(9).
         01 der-buffer picture x(12288).
         77 der-limit binary-long unsigned value 12288.
         01 der-length binary-long unsigned.
         01 cert-format picture x.
         01 pem-lead binary-long unsigned.
         01 pem-pos binary-long unsigned.
         01 pem-stop picture 9.

      *  base64: the value of each character by its ordinal, 64 for
      *  anything outside the alphabet (line breaks, blanks).
         01 b64-alphabet-text.
           02 filler picture x(32)
             value 'ABCDEFGHIJKLMNOPQRSTUVWXYZabcdef'.
           02 filler picture x(32)
             value 'ghijklmnopqrstuvwxyz0123456789+/'.
         01 b64-alphabet redefines b64-alphabet-text picture x(64).
         01 b64-values.
           02 b64-val binary-long unsigned occurs 256 times.
         01 b64-ind binary-long unsigned.
         01 b64-quad binary-long unsigned occurs 4 times.
         01 b64-have binary-long unsigned.
         01 b64-char-ord binary-long unsigned.
         01 b64-hi binary-long unsigned.
         01 b64-lo binary-long unsigned.
         01 out-byte binary-long unsigned.

      *  one DER element: read-tlv reads the element at tlv-pos.
         01 tlv-pos binary-long unsigned.
         01 tlv-tag binary-long unsigned.
         01 tlv-len binary-long unsigned.
         01 tlv-start binary-long unsigned.
         01 tlv-end binary-long unsigned.
         01 tlv-len-bytes binary-long unsigned.
         01 tlv-len-ind binary-long unsigned.
         01 want-tag binary-long unsigned.
         01 byte-val binary-long unsigned.
         01 byte-pos binary-long unsigned.
         01 parse-ok picture 9.
         01 validity-end binary-long unsigned.
         01 name-pos binary-long unsigned.
         01 name-end binary-long unsigned.
         01 set-end binary-long unsigned.
         01 ava-end binary-long unsigned.
         01 attr-label picture x(3).
         01 attr-len binary-long unsigned.
         01 name-text picture x(120).
         01 name-ptr binary-long unsigned.
         01 time-text picture x(15).
         01 time-date picture 9(8).
         01 cert-subject picture x(120).
         01 cert-issuer picture x(120).
         01 cert-not-before picture 9(8).
         01 cert-not-after picture 9(8).

         01 owner-name picture x(40).
         01 owner-contact picture x(40).
         01 probe-key picture x(80).
         01 slot-ind binary-long unsigned.
         01 register-found picture 9.
         01 days-left binary-long.
         01 alert-level picture 9(4).
         01 thresh-ind binary-long unsigned.
         01 days-display picture -(4)9.
         01 level-display picture z(3)9.
         01 alert-class picture x(16) value 'CERTEXPIRY'.
         01 alert-text picture x(96).
         01 cert-count binary-long unsigned value zero.
         01 risk-count binary-long unsigned value zero.
         01 alert-count binary-long unsigned value zero.
         01 dropped-count binary-long unsigned value zero.
         01 count-display picture z(5)9.

       procedure division.
       start-cert-scan.
           call 'load-data-paths' end-call
           move function current-date(1:8) to today-date
           compute today-int = function integer-of-date(today-date)
           end-compute
           perform load-b64-values

           display '=== certificate scan ' today-date ' ===' end-display
           call 'settings-route' using by content 'I' end-call
           open input sensitive-db
           perform collect-references
           if ref-full is equal to 1
             display 'cert-scan: more than 2000 artifact references '
               '- alerts name the first 2000' end-display
           end-if

           open input artifacts-db
           open input sections-db
           open input key-owners-db
           open i-o cert-register-db
           perform walk-artifacts
           perform drop-stale-entries
           close artifacts-db
           close sections-db
           close key-owners-db
           close cert-register-db
           call 'settings-route' using by content 'C' end-call
           close sensitive-db

           move cert-count to count-display
           display 'cert-scan: ' function trim(count-display)
             ' certificate(s) registered' end-display
           move risk-count to count-display
           display 'cert-scan: ' function trim(count-display)
             ' inside a threshold, expired or unreadable'
             end-display
           move alert-count to count-display
           display 'cert-scan: ' function trim(count-display)
             ' alert line(s) raised' end-display
           if dropped-count is greater than zero
             move dropped-count to count-display
             display 'cert-scan: ' function trim(count-display)
               ' register entr(ies) dropped - artifact gone'
               end-display
           end-if
           move risk-count to return-code
           goback.

       load-b64-values.
           perform
             varying b64-ind from 1 by 1
               until b64-ind is greater than 256
             move 64 to b64-val(b64-ind)
           end-perform
           perform
             varying b64-ind from 1 by 1
               until b64-ind is greater than 64
             compute b64-char-ord =
               function ord(b64-alphabet(b64-ind:1))
             end-compute
             compute b64-val(b64-char-ord) = b64-ind - 1 end-compute
           end-perform.

      *----------------------------------------------------------------
      * one pass over every partition: each primary whose value is
      * an artifact reference. a sensitive section's values are
      * ciphertext at rest, so those are read back decrypted.
      *----------------------------------------------------------------
       collect-references.
           call 'settings-route' using by content 'F' end-call
           move 1 to parts-left
           perform
             until parts-left is equal to zero
             perform walk-reference-partition
             call 'settings-route' using by content 'N'
               returning parts-left
             end-call
           end-perform.

       walk-reference-partition.
           move low-values to ssection-name
           move low-values to sparam-name
           move zero to walk-done
           perform
             until walk-done is equal to 1
             start settings-db
               key is greater than composite-key
               invalid key
                 move 1 to walk-done
             end-start
             if walk-done is equal to zero
               read settings-db next record
                 at end
                   move 1 to walk-done
                 not at end
                   move ssection-name to held-section
                   move sparam-name to held-param
                   if schunk-count is greater than zero
                     perform note-reference
                   end-if
                   move held-section to ssection-name
                   move held-param to sparam-name
               end-read
             end-if
           end-perform.

       note-reference.
           move sparam-value to ref-value
           move zero to ref-found
           call 'section-sensitive' using
               by reference held-section
             returning ref-sensitive
           end-call
           if ref-sensitive is equal to 1
               or ref-value(1:10) is equal to '@artifact:'
             call 'read-setting-value' using
                 by reference held-section
                 by reference held-param
                 by reference ref-value
                 by reference ref-expires
               returning ref-found
             end-call
           end-if
           if ref-found is not equal to 1
               or ref-value(1:10) is not equal to '@artifact:'
             exit paragraph
           end-if
           if ref-count is not less than 2000
             move 1 to ref-full
             exit paragraph
           end-if
           add 1 to ref-count end-add
           move ref-value(11:40) to ref-artifact(ref-count)
           move held-section to ref-section(ref-count)
           move held-param to ref-param(ref-count).

      *----------------------------------------------------------------
      * every artifact header (chunk 000); the walk is re-keyed past
      * the artifact's last chunk after each one, since loading it
      * moves the file position.
      *----------------------------------------------------------------
       walk-artifacts.
           move low-values to artifact-key
           move zero to walk-done
           perform
             until walk-done is equal to 1
             start artifacts-db
               key is greater than artifact-key
               invalid key
                 move 1 to walk-done
             end-start
             if walk-done is equal to zero
               read artifacts-db next record
                 at end
                   move 1 to walk-done
                 not at end
                   move art-name to held-art-name
                   if art-chunk-seq is equal to zero
                     perform scan-one-artifact
                   end-if
                   move held-art-name to art-name
                   move 999 to art-chunk-seq
               end-read
             end-if
           end-perform.

       scan-one-artifact.
           move art-section to held-art-section
           move art-hash to held-art-hash
           perform load-artifact
           move space to cert-format
           move zero to parse-ok
           move zero to der-length
           move zero to pem-lead
           inspect art-buffer(1:load-length) tallying pem-lead
             for characters before initial
               '-----BEGIN CERTIFICATE-----'
           if pem-lead is less than load-length
             move 'P' to cert-format
             perform decode-pem
           else
             if function ord(art-buffer(1:1)) is equal to 49
               move art-buffer(1:load-length) to der-buffer
               move load-length to der-length
               if der-length is greater than der-limit
                 move der-limit to der-length
               end-if
               move 'D' to cert-format
             end-if
           end-if
           if cert-format is equal to space
             exit paragraph
           end-if

           move spaces to cert-subject
           move spaces to cert-issuer
           move zero to cert-not-before
           move zero to cert-not-after
           if der-length is greater than zero
             perform parse-der-cert
           end-if
      *    DER that does not parse was some other binary all along.
           if parse-ok is equal to zero and cert-format is equal to 'D'
             exit paragraph
           end-if

           add 1 to cert-count end-add
           perform find-artifact-owner
           perform register-certificate
           perform judge-expiry.

       load-artifact.
           move art-length to load-length
           if load-length is greater than buffer-limit
             move buffer-limit to load-length
           end-if
           move spaces to art-buffer
           compute load-chunks = (load-length + 511) / 512 end-compute
           perform
             varying load-ind from 1 by 1
               until load-ind is greater than load-chunks
             move held-art-name to art-name
             move load-ind to art-chunk-seq
             read artifacts-db record
               invalid key
                 compute load-length = (load-ind - 1) * 512
                 end-compute
                 exit perform
             end-read
             compute load-offset = (load-ind - 1) * 512 + 1
             end-compute
             move art-data to art-buffer(load-offset:512)
           end-perform
           if load-length is equal to zero
             move 1 to load-length
           end-if.

      *----------------------------------------------------------------
      * the base64 body of the first CERTIFICATE block, to its END
      * line or its padding; line breaks are skipped.
      *----------------------------------------------------------------
       decode-pem.
           compute pem-pos = pem-lead + 28 end-compute
           move zero to b64-have
           move zero to pem-stop
           perform
             until pem-stop is equal to 1
               or pem-pos is greater than load-length
             if art-buffer(pem-pos:1) is equal to '-'
                 or art-buffer(pem-pos:1) is equal to '='
               move 1 to pem-stop
             else
               compute b64-char-ord =
                 function ord(art-buffer(pem-pos:1))
               end-compute
               if b64-val(b64-char-ord) is less than 64
                 add 1 to b64-have end-add
                 move b64-val(b64-char-ord) to b64-quad(b64-have)
                 if b64-have is equal to 4
                   perform emit-b64-quad
                   move zero to b64-have
                 end-if
               end-if
               add 1 to pem-pos end-add
             end-if
           end-perform
           if b64-have is greater than 1
             perform emit-b64-quad
           end-if.

      *  b64-have sextets (2, 3 or 4) make 1, 2 or 3 bytes.
       emit-b64-quad.
           divide b64-quad(2) by 16 giving b64-hi remainder b64-lo
           end-divide
           compute out-byte = b64-quad(1) * 4 + b64-hi end-compute
           perform put-der-byte
           if b64-have is less than 3
             exit paragraph
           end-if
           compute out-byte = b64-lo * 16 end-compute
           divide b64-quad(3) by 4 giving b64-hi remainder b64-lo
           end-divide
           add b64-hi to out-byte end-add
           perform put-der-byte
           if b64-have is less than 4
             exit paragraph
           end-if
           compute out-byte = b64-lo * 64 + b64-quad(4) end-compute
           perform put-der-byte.

       put-der-byte.
           if der-length is not less than der-limit
             exit paragraph
           end-if
           add 1 to der-length end-add
           move function char(out-byte + 1)
             to der-buffer(der-length:1).

      *----------------------------------------------------------------
      * the certificate's tbsCertificate, field by field:
      *   SEQUENCE certificate
      *     SEQUENCE tbsCertificate
      *       [0] version (optional), INTEGER serial,
      *       SEQUENCE signature algorithm, SEQUENCE issuer,
      *       SEQUENCE validity (notBefore, notAfter),
      *       SEQUENCE subject, ...
      * anything out of place leaves parse-ok zero.
      *----------------------------------------------------------------
       parse-der-cert.
           move 1 to parse-ok
           move 1 to tlv-pos
           move 48 to want-tag
           perform expect-tlv
           move tlv-start to tlv-pos
           perform expect-tlv
           if parse-ok is equal to zero
             exit paragraph
           end-if
           move tlv-start to tlv-pos
           perform read-tlv
           if parse-ok is equal to 1 and tlv-tag is equal to 160
             move tlv-end to tlv-pos
           end-if
           move 2 to want-tag
           perform expect-tlv
           move tlv-end to tlv-pos
           move 48 to want-tag
           perform expect-tlv
           move tlv-end to tlv-pos
           perform expect-tlv
           if parse-ok is equal to zero
             exit paragraph
           end-if
           perform parse-name
           move name-text to cert-issuer
           move tlv-end to tlv-pos

           move 48 to want-tag
           perform expect-tlv
           if parse-ok is equal to zero
             exit paragraph
           end-if
           move tlv-end to validity-end
           move tlv-start to tlv-pos
           perform read-tlv
           perform parse-time
           move time-date to cert-not-before
           move tlv-end to tlv-pos
           perform read-tlv
           perform parse-time
           move time-date to cert-not-after
           move validity-end to tlv-pos

           move 48 to want-tag
           perform expect-tlv
           if parse-ok is equal to zero
             exit paragraph
           end-if
           perform parse-name
           move name-text to cert-subject.

       expect-tlv.
           perform read-tlv
           if tlv-tag is not equal to want-tag
             move zero to parse-ok
           end-if.

      *  tag, definite length (short form or up to three length
      *  bytes) and content bounds of the element at tlv-pos.
       read-tlv.
           move zero to tlv-tag
           if parse-ok is equal to zero
               or tlv-pos + 1 is greater than der-length
             move zero to parse-ok
             exit paragraph
           end-if
           move tlv-pos to byte-pos
           perform get-byte
           move byte-val to tlv-tag
           add 1 to byte-pos end-add
           perform get-byte
           if byte-val is less than 128
             move byte-val to tlv-len
             compute tlv-start = tlv-pos + 2 end-compute
           else
             compute tlv-len-bytes = byte-val - 128 end-compute
             if tlv-len-bytes is less than 1
                 or tlv-len-bytes is greater than 3
                 or tlv-pos + 1 + tlv-len-bytes
                   is greater than der-length
               move zero to parse-ok
               exit paragraph
             end-if
             move zero to tlv-len
             perform
               varying tlv-len-ind from 1 by 1
                 until tlv-len-ind is greater than tlv-len-bytes
               compute byte-pos = tlv-pos + 1 + tlv-len-ind
               end-compute
               perform get-byte
               compute tlv-len = tlv-len * 256 + byte-val end-compute
             end-perform
             compute tlv-start = tlv-pos + 2 + tlv-len-bytes
             end-compute
           end-if
           compute tlv-end = tlv-start + tlv-len end-compute
           if tlv-end - 1 is greater than der-length
             move zero to parse-ok
           end-if.

       get-byte.
           compute byte-val =
             function ord(der-buffer(byte-pos:1)) - 1
           end-compute.

      *----------------------------------------------------------------
      * a Name is SETs of (OID, string) pairs; the attributes people
      * recognise a certificate by are kept, in the order held.
      *----------------------------------------------------------------
       parse-name.
           move spaces to name-text
           move 1 to name-ptr
           move tlv-start to name-pos
           move tlv-end to name-end
           perform
             until name-pos is not less than name-end
               or parse-ok is equal to zero
             move name-pos to tlv-pos
             move 49 to want-tag
             perform expect-tlv
             move tlv-end to set-end
             move tlv-start to tlv-pos
             perform
               until tlv-pos is not less than set-end
                 or parse-ok is equal to zero
               move 48 to want-tag
               perform expect-tlv
               move tlv-end to ava-end
               move tlv-start to tlv-pos
               move 6 to want-tag
               perform expect-tlv
               perform name-attribute-label
               move tlv-end to tlv-pos
               perform read-tlv
               if parse-ok is equal to 1
                   and attr-label is not equal to spaces
                   and tlv-len is greater than zero
                   and tlv-tag is not equal to 30
                 perform append-name-attribute
               end-if
               move ava-end to tlv-pos
             end-perform
             move set-end to name-pos
           end-perform
      *    the caller carries on from the end of the whole Name.
           move name-end to tlv-end.

      *  2.5.4.x - the X.520 attribute types, encoded 55 04 xx.
       name-attribute-label.
           move spaces to attr-label
           if parse-ok is equal to zero or tlv-len is not equal to 3
             exit paragraph
           end-if
           move tlv-start to byte-pos
           perform get-byte
           if byte-val is not equal to 85
             exit paragraph
           end-if
           add 1 to byte-pos end-add
           perform get-byte
           if byte-val is not equal to 4
             exit paragraph
           end-if
           add 1 to byte-pos end-add
           perform get-byte
           evaluate byte-val
             when 3
               move 'CN' to attr-label
             when 6
               move 'C' to attr-label
             when 7
               move 'L' to attr-label
             when 8
               move 'ST' to attr-label
             when 10
               move 'O' to attr-label
             when 11
               move 'OU' to attr-label
           end-evaluate.

       append-name-attribute.
           move tlv-len to attr-len
           if attr-len is greater than 64
             move 64 to attr-len
           end-if
           if name-ptr is greater than 1
             string ', ' delimited by size
               into name-text with pointer name-ptr
               on overflow
                 continue
             end-string
           end-if
           string function trim(attr-label) delimited by size
               '=' delimited by size
               der-buffer(tlv-start:attr-len) delimited by size
             into name-text with pointer name-ptr
             on overflow
               continue
           end-string.

      *  UTCTime YYMMDD... (years 50-99 are 19xx) or GeneralizedTime
      *  YYYYMMDD...; the date is what an expiry needs.
       parse-time.
           move zero to time-date
           if parse-ok is equal to zero
             exit paragraph
           end-if
           move spaces to time-text
           if tlv-len is greater than 15
             move zero to parse-ok
             exit paragraph
           end-if
           if tlv-len is greater than zero
             move der-buffer(tlv-start:tlv-len) to time-text
           end-if
           evaluate tlv-tag
             when 23
               if time-text(1:6) is not numeric
                 move zero to parse-ok
                 exit paragraph
               end-if
               if time-text(1:2) is less than '50'
                 string '20' time-text(1:6) delimited by size
                   into time-date
                 end-string
               else
                 string '19' time-text(1:6) delimited by size
                   into time-date
                 end-string
               end-if
             when 24
               if time-text(1:8) is not numeric
                 move zero to parse-ok
                 exit paragraph
               end-if
               move time-text(1:8) to time-date
             when other
               move zero to parse-ok
           end-evaluate.

      *  capacity-forecast's lookup: the owning section's first key
      *  slot the key-owners registry knows.
       find-artifact-owner.
           move 'no registered owner' to owner-name
           move spaces to owner-contact
           move held-art-section to name
           read sections-db record
             invalid key
               exit paragraph
           end-read
           perform
             varying slot-ind from 1 by 1
               until slot-ind is greater than api-keys-count
             move api-key(slot-ind) to probe-key
             call 'hash-api-key' using
               by reference probe-key
               by reference ko-fingerprint
             end-call
             move held-art-section to ko-section
             read key-owners-db record
               invalid key
                 continue
               not invalid key
                 if ko-owner is not equal to spaces
                   move ko-owner to owner-name
                   move ko-contact to owner-contact
                   exit paragraph
                 end-if
             end-read
           end-perform.

       register-certificate.
           move held-art-name to cr-artifact
           move 1 to register-found
           read cert-register-db record
             invalid key
               move zero to register-found
               initialize cert-register-record
               move held-art-name to cr-artifact
               move 9999 to cr-alerted-days
               move today-date to cr-first-seen
           end-read
           if cert-not-after is not equal to cr-not-after
             move 9999 to cr-alerted-days
           end-if
           move held-art-section to cr-section
           move cert-format to cr-format
           if parse-ok is equal to 1
             move 'V' to cr-state
           else
             move 'B' to cr-state
           end-if
           move cert-subject to cr-subject
           move cert-issuer to cr-issuer
           move cert-not-before to cr-not-before
           move cert-not-after to cr-not-after
           move held-art-hash to cr-art-hash
           move owner-name to cr-owner
           move owner-contact to cr-contact
           move zero to art-ref-count
           move spaces to cr-first-ref
           perform
             varying ref-ind from 1 by 1
               until ref-ind is greater than ref-count
             if ref-artifact(ref-ind) is equal to held-art-name
               add 1 to art-ref-count end-add
               if art-ref-count is equal to 1
                 move ref-section(ref-ind) to cr-first-ref-section
                 move ref-param(ref-ind) to cr-first-ref-param
               end-if
             end-if
           end-perform
           move art-ref-count to cr-ref-count
           move today-date to cr-scanned-on.

      *----------------------------------------------------------------
      * the smallest threshold the certificate is inside (zero once
      * it has expired, and for one nobody can read); alerts go out
      * only when that is lower than what was raised before.
      *----------------------------------------------------------------
       judge-expiry.
           move 9999 to alert-level
           if cr-unreadable
             move zero to alert-level
             move zero to days-left
           else
             compute days-left =
               function integer-of-date(cr-not-after) - today-int
             end-compute
             if days-left is less than zero
               move zero to alert-level
             else
               perform
                 varying thresh-ind from 1 by 1
                   until thresh-ind is greater than cert-alert-count
                 if days-left is not greater than
                     cert-alert-days(thresh-ind)
                   and cert-alert-days(thresh-ind) is less than
                     alert-level
                   move cert-alert-days(thresh-ind) to alert-level
                 end-if
               end-perform
             end-if
           end-if

           move days-left to days-display
           display '  ' held-art-name ' ' cr-format cr-state ' '
             cr-not-after ' ' days-display 'd  '
             function trim(cr-subject) end-display
           if alert-level is not equal to 9999
             add 1 to risk-count end-add
           end-if
           if alert-level is less than cr-alerted-days
             perform raise-expiry-alerts
             move alert-level to cr-alerted-days
           end-if

           if register-found is equal to 1
             rewrite cert-register-record
               invalid key
                 continue
             end-rewrite
           else
             write cert-register-record
               invalid key
                 continue
             end-write
           end-if.

       raise-expiry-alerts.
           move spaces to alert-text
           move alert-level to level-display
           evaluate true
             when cr-unreadable
               string function trim(held-art-name) delimited by size
                   ' cert unreadable - expiry unknown, owner '
                   delimited by size
                   function trim(owner-name) delimited by size
                 into alert-text
               end-string
             when days-left is less than zero
               string function trim(held-art-name) delimited by size
                   ' cert EXPIRED ' delimited by size
                   cr-not-after delimited by size
                   ', owner ' delimited by size
                   function trim(owner-name) delimited by size
                 into alert-text
               end-string
             when other
               string function trim(held-art-name) delimited by size
                   ' cert expires ' delimited by size
                   cr-not-after delimited by size
                   ' (' delimited by size
                   function trim(days-display) delimited by size
                   'd, within ' delimited by size
                   function trim(level-display) delimited by size
                   'd), owner ' delimited by size
                   function trim(owner-name) delimited by size
                 into alert-text
               end-string
           end-evaluate
           perform append-alert
           display '    *** ' function trim(alert-text) end-display

           if cr-ref-count is equal to zero
             move spaces to alert-text
             string function trim(held-art-name) delimited by size
                 ' cert is referenced by no param' delimited by size
               into alert-text
             end-string
             perform append-alert
             exit paragraph
           end-if
           perform
             varying ref-ind from 1 by 1
               until ref-ind is greater than ref-count
             if ref-artifact(ref-ind) is equal to held-art-name
               move spaces to alert-text
               string function trim(held-art-name) delimited by size
                   ' cert used by ' delimited by size
                   function trim(ref-section(ref-ind))
                   delimited by size
                   ' ' delimited by size
                   function trim(ref-param(ref-ind))
                   delimited by size
                 into alert-text
               end-string
               perform append-alert
               display '        used by '
                 function trim(ref-section(ref-ind)) ' '
                 function trim(ref-param(ref-ind)) end-display
             end-if
           end-perform.

       append-alert.
           call 'alert-bus-append' using
             by reference alert-class
             by reference alert-text
           end-call
           add 1 to alert-count end-add.

      *----------------------------------------------------------------
      * an entry this run did not touch is for an artifact that was
      * deleted or stopped being a certificate.
      *----------------------------------------------------------------
       drop-stale-entries.
           move low-values to cr-artifact
           move zero to walk-done
           start cert-register-db
             key is greater than cr-artifact
             invalid key
               move 1 to walk-done
           end-start
           perform
             until walk-done is equal to 1
             read cert-register-db next record
               at end
                 move 1 to walk-done
               not at end
                 if cr-scanned-on is not equal to today-date
                   display '  dropped ' function trim(cr-artifact)
                     ' - no longer a certificate artifact'
                     end-display
                   delete cert-register-db record
                     invalid key
                       continue
                   end-delete
                   add 1 to dropped-count end-add
                 end-if
             end-read
           end-perform.

       end program cert-scan.
