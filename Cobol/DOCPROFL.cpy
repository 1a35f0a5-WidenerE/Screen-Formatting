      /length, or a space justification, leaves that run-level
      /setting alone, so one card can override just the width. A
      /document with no card keeps all the run-level settings.
      /PRF-Columns is 2 for a two-column bulletin layout or 1 to
      /force a single column; zero keeps the run-level COLUMNS.
      /PRF-ReadGrade is the reading grade level this document must
      /stay under; zero keeps the run-level READGRADE.
      /ProfMaint loads and lists the cards.
      /CUTOVER NOTE: PRF-ReadGrade (and PRF-Columns before it)
      /widened this record, so a DOCPROFL file written under the
      /old layout opens with status 39.
      /Run ProfMaint RELOAD once at install to recut the file from
      /the PROFCRDS cards; until then ScreenReader runs every
      /document on its run-level settings.
        01 PRF-Record.
                05 PRF-DocName PIC X(30).
                05 PRF-Width PIC 9(3).
                05 PRF-Just PIC X(1).
                05 PRF-PageLen PIC 9(3).
                05 PRF-Columns PIC 9(1).
                05 PRF-ReadGrade PIC 9(2).
