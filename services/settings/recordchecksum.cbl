       identification division.
       program-id. record-checksum.

      * the per-record checksum every ssection and setting-record
      * carries (section-checksum/schecksum - see sectionrecord.cpy
      * and settingrecord.cpy). a plain multiply-and-add fold over
      * every byte of the record except the checksum field itself,
      * the same arithmetic family hash-api-key.cbl uses, kept to
      * nine digits. it is not a seal against anyone who means to
      * forge a record - it is there to notice a record that
      * changed without going through a writer: a bad block, a torn
      * write, a hand edit with a hex editor.
      *   in-mode 'S' - stamp: compute and store the checksum; every
      *                 writer calls this immediately before its
      *                 WRITE/REWRITE, after the last field moved in
      *   in-mode 'V' - verify: recompute and answer 1 when it
      *                 matches what the record carries, 0 when not
      *   in-kind 'C' - io-record is an ssection: bytes 1-98 and the
      *                 api-keys table the record actually carries
      *                 (api-keys-count entries of 89 bytes from
      *                 byte 108); the checksum sits in 99-107
      *   in-kind 'P' - io-record is a setting-record: bytes 1-177;
      *                 the checksum sits in 178-186

       data division.
       working-storage section.
         01 fold-work picture 9(15).
         01 fold-ind binary-long unsigned.
         01 fold-end binary-long unsigned.
         01 fold-keys-count picture 99.
         01 fold-result picture 9(9).

       linkage section.
         01 in-mode picture x.
           88 stamp-requested value 'S'.
           88 verify-requested value 'V'.
         01 in-kind picture x.
           88 kind-section value 'C'.
           88 kind-setting value 'P'.
         01 io-record picture x(2777).
         01 out-verdict picture 9.

       procedure division using in-mode, in-kind, io-record
         returning out-verdict.
       start-record-checksum.
           move 7 to fold-work
           if kind-section
             move 1 to fold-ind
             move 98 to fold-end
             perform fold-bytes
             move zero to fold-keys-count
             if io-record(41:2) is numeric
               move io-record(41:2) to fold-keys-count
             end-if
             if fold-keys-count is greater than 30
               move 30 to fold-keys-count
             end-if
             move 108 to fold-ind
             compute fold-end = 107 + fold-keys-count * 89
             end-compute
             perform fold-bytes
           else
             move 1 to fold-ind
             move 177 to fold-end
             perform fold-bytes
           end-if
           move fold-work to fold-result

           move 1 to out-verdict
           if kind-section
             if stamp-requested
               move fold-result to io-record(99:9)
             else
               if io-record(99:9) is not equal to fold-result
                 move zero to out-verdict
               end-if
             end-if
           else
             if stamp-requested
               move fold-result to io-record(178:9)
             else
               if io-record(178:9) is not equal to fold-result
                 move zero to out-verdict
               end-if
             end-if
           end-if
           goback.

       fold-bytes.
           perform
             varying fold-ind from fold-ind by 1
               until fold-ind is greater than fold-end
             compute fold-work = function mod(
                 fold-work * 31
                 + function ord(io-record(fold-ind:1)),
               999999937)
             end-compute
           end-perform.

       end program record-checksum.
