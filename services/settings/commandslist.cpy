             03 filler picture x(11) value 'set-retain '.
             03 filler picture x(11) value 'aggregate  '.
             03 filler picture x(11) value 'release    '.
             03 filler picture x(11) value 'lease-sect '.
             03 filler picture x(11) value 'change-tkt '.
             03 filler picture x(11) value 'ticket-sect'.
             03 filler picture x(11) value 'where-used '.
             03 filler picture x(11) value 'rename-parm'.
             03 filler picture x(11) value 'roll-apikey'.
             03 filler picture x(11) value 'key-incdnt '.
             03 filler picture x(11) value 'window-parm'.
             03 filler picture x(11) value 'render-sect'.
             03 filler picture x(11) value 'sign-secret'.
             03 filler picture x(11) value 'op-login   '.
             03 filler picture x(11) value 'hello      '.
             03 filler picture x(11) value 'find-param '.
             03 filler picture x(11) value 'quiesce    '.
             03 filler picture x(11) value 'revert-req '.
             03 filler picture x(11) value 'lock-param '.
             03 filler picture x(11) value 'set-steward'.
             03 filler picture x(11) value 'compare-sec'.
             03 filler picture x(11) value 'get-multi  '.
             03 filler picture x(11) value 'suspend-key'.
             03 filler picture x(11) value 'resume-key '.
             03 filler picture x(11) value 'bind-key   '.
             03 filler picture x(11) value 'new-sandbox'.
             03 filler picture x(11) value 'deploy-mark'.
             03 filler picture x(11) value 'bundle-reg '.
             03 filler picture x(11) value 'standby-ack'.
           02 filler redefines commands.
             03 command-name picture x(11) occurs 99 times.
