      /One release-hold entry per output family, keyed on the base
      /name the .OUT was built from: the plain document name, or
      /document name dot recipient number for a mail-merge letter,
      /so each recipient's letter is held and released on its own.
      /ScreenReader puts a family on hold when its run needs a
      /second look - overflow words, unresolved merge markers,
      /vocabulary findings, a CHANGED output, or a verify failure -
      /with the reasons spelled out in HLD-Reasons. Releaser lists
      /the queue and records the supervisor's RELEASE or REJECT.
      /HLD-Status is HELD while the entry waits, then RELEASED or
      /REJECTED; a decided entry stays on file as the answer to
      /"who let this go out" until the family is next held.
      /HLD-RunStatus is the status of the run that produced the
      /held output; Releaser will not ship one that is INCOMPLETE
      /or VERIFY-FAIL.
        01 HLD-Record.
                05 HLD-BaseName PIC X(40).
                05 HLD-DocName PIC X(30).
                05 HLD-HeldAt PIC X(16).
                05 HLD-Status PIC X(8).
                05 HLD-RunStatus PIC X(12).
                05 HLD-Reasons PIC X(50).
                05 HLD-Overflow PIC 9(4).
                05 HLD-Unresolved PIC 9(4).
                05 HLD-Vocabulary PIC 9(4).
                05 HLD-DecidedBy PIC X(8).
                05 HLD-DecidedAt PIC X(16).
                05 HLD-Note PIC X(40).
