      /ONLINE beside the inputs, ARCHIVED rolled into the ARCHIVE
      /file on CAT-ArchDate by Archiver, RESTORED copied back out
      /of it. A fresh run always puts the card back to ONLINE.
      /CAT-LastSpell is the number of controlled-vocabulary findings
      /in the last run, zero when no SPELLDCT was on the job.
      /CAT-LastHeads is the number of section headings the last
      /run found, zero for output that is not paginated.
      /CAT-LastGrade is the last run's reading grade level, and
      /CAT-GradeFlag is OVER when that grade was over the
      /document's READGRADE limit, spaces otherwise.
      /CAT-RelStatus is where the latest output stands with the
      /release hold queue: HELD waiting on a supervisor, RELEASED
      /or REJECTED by CAT-RelBy at CAT-RelDate through Releaser,
      /or AUTO when the run gave no reason to hold it. For a
      /mail-merge template the card tells the story of the last
      /recipient's letter; RELHOLD has each letter's own entry.
      /CUTOVER NOTE: adding a field widens this record - most
      /recently CAT-LastGrade/CAT-GradeFlag, before them
      /CAT-LastHeads, the three release fields, CAT-LastSpell and
      /the two archive fields -
      /so a DOCCATLG file written under the old layout
      /opens with status 39 everywhere. Run CatMaint REBUILD once
      /at install to recut the catalog from AUDITFL; until that
      /runs, ScreenReader skips its catalog updates with only a
                05 CAT-LastStatus PIC X(12).
                05 CAT-ArchStatus PIC X(8).
                05 CAT-ArchDate PIC X(8).
                05 CAT-LastSpell PIC 9(4).
                05 CAT-RelStatus PIC X(8).
                05 CAT-RelBy PIC X(8).
                05 CAT-RelDate PIC X(16).
                05 CAT-LastHeads PIC 9(4).
                05 CAT-LastGrade PIC 9(2)V9.
                05 CAT-GradeFlag PIC X(4).
