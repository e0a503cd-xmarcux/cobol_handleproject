      * open risks, undone
      * milestones, open
      * commitments, pending
      * timesheet weeks,
      * unbilled cost lines and
      * deliverables not yet
      * accepted are listed in
      * CLOSURE_READINESS.TXT
      * with the count shown on
      * screen. Control is
