      * operatorstate.cpy
      * shared external state for the operator second factor on
      * master-key admin commands (ADMINTOTP in settings.cfg). an
      * operator proves a current one-time code once with op-login
      * and the connection then holds an operator session for
      * OPSESSIONMIN minutes - the login-session shape
      * (sessionlist.cpy) over again: op-login.cbl validates and
      * leaves the request in the op-login-request fields,
      * process-request.cbl (which knows the socket) files the row,
      * and start-handling.cbl clears it when the socket closes.
      * before each dispatch process-request copies the live
      * session's operator into audit-operator-name, which
      * audit-log.cbl appends to every line written meanwhile as
      * ' opr=' and the name, and blanks it again afterwards - it is
      * only ever meaningful DURING a dispatch. op-session-expires
      * is a YYYYMMDDHHMMSS stamp.
         01 operator-state is external.
           02 op-login-request-flag picture 9.
           02 op-login-request-name picture x(16).
           02 audit-operator-name picture x(16).
           02 op-sessions occurs 64 times.
             03 op-session-socket binary-long.
             03 op-session-name picture x(16).
             03 op-session-expires picture 9(14).
