         01 keys-equal picture 9.
         77 mask-fill picture x(72) value all '*'.
         01 probe-key picture x(80).
         01 key-is-suspended picture 9.

       linkage section.
         01 argc binary-long unsigned.
             03 masked-key picture x(80).
             03 rkey-added-on picture 9(8).
             03 rkey-owner picture x(20).
      *    'S' against each entry whose key is suspended (suspend-
      *    key.cbl), space otherwise - carried after the entries, in
      *    what was filler, so the entries keep their layout; a
      *    response therefore always runs to the last of the flags.
           02 rkey-suspended picture x occurs 9 times.
           02 filler picture x(36).
         01 result-length binary-long unsigned.
         01 need-more picture 9.

           move api-keys-count to total-key-count
           move zero to key-count
           move zero to more
           move 988 to result-length

           move start-index to ind
           if ind is less than 1
               not invalid key
                 move ko-owner(1:20) to rkey-owner(key-count)
             end-read
             move space to rkey-suspended(key-count)
             call 'key-suspended' using
                 by reference section-name
                 by reference probe-key
               returning key-is-suspended
             end-call
             if key-is-suspended is equal to 1
               move 'S' to rkey-suspended(key-count)
             end-if
             add 1 to ind end-add
           end-perform

