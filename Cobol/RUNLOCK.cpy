      /One run-lock entry per updating program running right now,
      /keyed on the program's name. Each updater posts its entry as
      /it starts and takes it off as it ends, so a second copy of
      /the same program - or anything beside a program that must
      /have the files to itself - finds the entry and stops with
      /return code 20 instead of running anyway.
      /LCK-Exclusive is Y for a run that recuts a whole file the
      /others depend on (CatMaint REBUILD, ProfMaint RELOAD) or
      /needs every file standing still (Reconcile); nothing starts
      /beside it, and it starts beside nothing.
      /LCK-JobName is the scheduler's job name from the JOBNAME
      /environment variable, spaces when the job was run by hand.
      /LCK-DocName is the FILELIST entry ScreenReader is working on
      /at the moment, spaces between documents and for every other
      /program; Archiver and CatMaint PURGE leave that one document
      /alone. An entry left behind by a job that abended is cleared
      /by the operator with LockMaint.
        01 LCK-Record.
                05 LCK-Program PIC X(12).
                05 LCK-Function PIC X(8).
                05 LCK-Exclusive PIC X(1).
                05 LCK-JobName PIC X(8).
                05 LCK-Started PIC X(16).
                05 LCK-DocName PIC X(30).
