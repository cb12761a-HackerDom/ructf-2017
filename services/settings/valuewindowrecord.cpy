      * valuewindowrecord.cpy
      * shared record layout for the value-windows-db
      * (value-windows.dat) file. copied by every program that
      * reads or writes one so the layout never drifts between them.
      * one record per param with a recurring window: the param's
      * stored value in settings-db is what it serves OUTSIDE the
      * window, and win-value is what it serves inside it - every
      * week, with nobody scheduling anything (apply-pending's
      * effective-dated changes are one-shot). the window is the
      * days of the week marked 'Y' in win-days (Monday first)
      * between win-from and win-to, HHMM, the end exclusive. a window
      * whose end is earlier than its start runs overnight and
      * belongs to the day it started on; equal times mean the whole
      * day. win-business-days 'Y' also closes the window on the
      * holidays of the business-day calendar (holidayrecord.cpy,
      * next-business-day.cbl). get-section resolves the window at
      * read time, in the fixed-width and JSON modes alike.
      * window-parm.cbl is the only writer. the in-window value is
      * capped at one result entry's width, the rollout candidate's
      * reasoning - it is served from the one read path that only
      * ever has the primary chunk in hand.
         fd value-windows-db is external.
         01 value-window-record.
           02 value-window-key.
             03 win-section picture x(40).
             03 win-param picture x(40).
           02 win-days picture x(7).
           02 win-from picture 9(4).
           02 win-to picture 9(4).
           02 win-business-days picture x.
           02 win-value picture x(85).
           02 win-defined-on picture 9(8).
