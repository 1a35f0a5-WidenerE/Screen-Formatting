      /"how is the reformat job behaving" answer: runs per day,
      /documents whose line or overflow counts grew between their
      /last two runs, every VERIFY-FAIL and INCOMPLETE row in the
      /period, the documents reprocessed most often, and the
      /documents written at the highest reading grade. The PARM
      /may carry a period as "yyyymmdd yyyymmdd"; with no PARM the
      /whole history is reported. The report goes to AUDITRPT in
      /the same labelled style as the audit rows themselves.
        DATA DIVISION.
        FILE SECTION.
        FD AuditFile.
        01 AUD-Record PIC X(250).

        FD ReportFile.
        01 RPT-Record PIC X(100).
        01 WS-Aud-Timestamp PIC X(16) VALUE SPACES.
        01 WS-Aud-DocName PIC X(30) VALUE SPACES.
        01 WS-Aud-Field-Table.
                05 WS-Aud-Field OCCURS 16 TIMES PIC X(30).
        01 WS-Aud-Sub PIC 9(2) VALUE 0.
        01 WS-Aud-Label PIC X(10) VALUE SPACES.
        01 WS-Aud-Value PIC X(20) VALUE SPACES.
        01 WS-Aud-Lines PIC 9(8) VALUE 0.
        01 WS-Aud-Ovfl PIC 9(4) VALUE 0.
        01 WS-Aud-Stat PIC X(12) VALUE SPACES.
        01 WS-Aud-Action PIC X(8) VALUE SPACES.
        01 WS-Aud-Grade PIC 9(2)V9 VALUE 0.
        01 WS-Aud-Grade-Text PIC X(3) VALUE SPACES.
        01 WS-Aud-RdLim PIC 9(2) VALUE 0.

      /Runs per day: one slot per distinct date, in the order the
      /dates first appear - the history is appended in run order,

      /One slot per document: how often it ran in the period and
      /its last two rows' line and overflow figures, so growth
      /between the latest pair of runs can be called out, and the
      /highest reading grade any of its runs scored, with the limit
      /that run was held to.
        01 WS-Doc-Table.
                05 WS-Doc-Entry OCCURS 300 TIMES.
                        10 WS-Doc-Name PIC X(30) VALUE SPACES.
                        10 WS-Doc-LastLines PIC 9(8) VALUE 0.
                        10 WS-Doc-PrevOvfl PIC 9(4) VALUE 0.
                        10 WS-Doc-LastOvfl PIC 9(4) VALUE 0.
                        10 WS-Doc-MaxGrade PIC 9(2)V9 VALUE 0.
                        10 WS-Doc-GradeLim PIC 9(2) VALUE 0.
        01 WS-Doc-Used PIC 9(3) VALUE 0.
        01 WS-Doc-Capped PIC 9(1) VALUE 0.
        01 WS-Doc-Sub PIC 9(3) VALUE 0.
        01 WS-Fail-Sub PIC 9(3) VALUE 0.

        01 WS-Grow-Count PIC 9(3) VALUE 0.
        01 WS-Grade-Count PIC 9(3) VALUE 0.
        01 WS-Count-Disp PIC ZZZZZ9.
        01 WS-Count-Disp2 PIC ZZZZZZZ9.
        01 WS-Count-Disp3 PIC ZZZZZZZ9.
        01 WS-Grade-Disp PIC Z9.9.
        01 WS-Limit-Disp PIC Z9.

        PROCEDURE DIVISION.


      /Tally-Audit-Row reads one history row and, when it falls in
      /the period, folds it into the day, document and failure
      /tables. Releaser's ACTION rows record a supervisor's
      /decision, not a run, so they are read past.
        Tally-Audit-Row.
            READ AuditFile
              AT END MOVE 1 TO WS-Audit-EOF
                  ADD 1 TO WS-Rows-Read
                  PERFORM Parse-Audit-Row
                  IF WS-Aud-DocName NOT = SPACES AND
                     WS-Aud-Action = SPACES AND
                     WS-Aud-Timestamp(1:8) NOT < WS-FromDate AND
                     WS-Aud-Timestamp(1:8) NOT > WS-ToDate THEN
                    ADD 1 TO WS-Rows-Used
            MOVE 0 TO WS-Aud-Lines
            MOVE 0 TO WS-Aud-Ovfl
            MOVE SPACES TO WS-Aud-Stat
            MOVE SPACES TO WS-Aud-Action
            MOVE 0 TO WS-Aud-Grade
            MOVE 0 TO WS-Aud-RdLim
            UNSTRING AUD-Record DELIMITED BY ALL SPACE
              INTO WS-Aud-Timestamp WS-Aud-DocName
                WS-Aud-Field(1) WS-Aud-Field(2) WS-Aud-Field(3)
                WS-Aud-Field(4) WS-Aud-Field(5) WS-Aud-Field(6)
                WS-Aud-Field(7) WS-Aud-Field(8) WS-Aud-Field(9)
                WS-Aud-Field(10) WS-Aud-Field(11) WS-Aud-Field(12)
                WS-Aud-Field(13) WS-Aud-Field(14) WS-Aud-Field(15)
                WS-Aud-Field(16)
            END-UNSTRING
            PERFORM Apply-Audit-Field
              VARYING WS-Aud-Sub FROM 1 BY 1
              UNTIL WS-Aud-Sub > 16.

        Apply-Audit-Field.
            IF WS-Aud-Field(WS-Aud-Sub) = SPACES THEN
              IF WS-Aud-Label = "STAT" THEN
                MOVE WS-Aud-Value(1:12) TO WS-Aud-Stat
              END-IF
              IF WS-Aud-Label = "ACTION" THEN
                MOVE WS-Aud-Value(1:8) TO WS-Aud-Action
              END-IF
              IF WS-Aud-Label = "GRADE" AND
                 WS-Aud-Value(1:2) NUMERIC AND
                 WS-Aud-Value(4:1) NUMERIC THEN
                STRING WS-Aud-Value(1:2) DELIMITED BY SIZE
                  WS-Aud-Value(4:1) DELIMITED BY SIZE
                  INTO WS-Aud-Grade-Text
                END-STRING
                MOVE WS-Aud-Grade-Text TO WS-Aud-Grade(1:3)
              END-IF
              IF WS-Aud-Label = "RDLIM" AND
                 WS-Aud-Value(1:2) NUMERIC THEN
                MOVE WS-Aud-Value(1:2) TO WS-Aud-RdLim
              END-IF
            END-IF.

        Tally-Day.
                TO WS-Doc-PrevOvfl(WS-Doc-Hit)
              MOVE WS-Aud-Lines TO WS-Doc-LastLines(WS-Doc-Hit)
              MOVE WS-Aud-Ovfl TO WS-Doc-LastOvfl(WS-Doc-Hit)
              IF WS-Aud-Grade > WS-Doc-MaxGrade(WS-Doc-Hit) THEN
                MOVE WS-Aud-Grade TO WS-Doc-MaxGrade(WS-Doc-Hit)
                MOVE WS-Aud-RdLim TO WS-Doc-GradeLim(WS-Doc-Hit)
              END-IF
            END-IF.

        Find-Doc-Entry.
              MOVE 1 TO WS-Fail-Capped
            END-IF.

      /Write-Report lays the five sections out. Each capped table
      /says so, the same honesty ScreenReader's own capped tables
      /practice.
        Write-Report.
            WRITE RPT-Record
            PERFORM Write-Top-Document
              VARYING WS-Top-Pass FROM 1 BY 1
              UNTIL WS-Top-Pass > 10
            MOVE SPACES TO RPT-Record
            WRITE RPT-Record

      /The worst offenders for readability, picked the same way: a
      /reported slot has its grade zeroed for the next pass. OVER
      /marks a grade past the limit its run was held to. Rows from
      /before the grade was recorded carry none and never show.
            MOVE "HIGHEST READING GRADE" TO RPT-Record
            WRITE RPT-Record
            MOVE 0 TO WS-Grade-Count
            PERFORM Write-Top-Grade
              VARYING WS-Top-Pass FROM 1 BY 1
              UNTIL WS-Top-Pass > 10
            IF WS-Grade-Count = 0 THEN
              MOVE "  NONE" TO RPT-Record
              WRITE RPT-Record
            END-IF.
        Write-Report-Exit.
            EXIT.

                MOVE WS-Doc-Sub TO WS-Doc-Max
              END-IF
            END-IF.

        Write-Top-Grade.
            MOVE 0 TO WS-Doc-Max
            PERFORM Find-Top-Grade
              VARYING WS-Doc-Sub FROM 1 BY 1
              UNTIL WS-Doc-Sub > WS-Doc-Used
            IF WS-Doc-Max > 0 THEN
              ADD 1 TO WS-Grade-Count
              MOVE WS-Doc-MaxGrade(WS-Doc-Max) TO WS-Grade-Disp
              MOVE SPACES TO RPT-Record
              IF WS-Doc-GradeLim(WS-Doc-Max) = 0 THEN
                STRING "  " DELIMITED BY SIZE
                  WS-Doc-Name(WS-Doc-Max) DELIMITED BY SIZE
                  " GRADE " DELIMITED BY SIZE
                  WS-Grade-Disp DELIMITED BY SIZE
                  "  NO LIMIT" DELIMITED BY SIZE
                  INTO RPT-Record
                END-STRING
              ELSE
                MOVE WS-Doc-GradeLim(WS-Doc-Max) TO WS-Limit-Disp
                STRING "  " DELIMITED BY SIZE
                  WS-Doc-Name(WS-Doc-Max) DELIMITED BY SIZE
                  " GRADE " DELIMITED BY SIZE
                  WS-Grade-Disp DELIMITED BY SIZE
                  "  LIMIT " DELIMITED BY SIZE
                  WS-Limit-Disp DELIMITED BY SIZE
                  INTO RPT-Record
                END-STRING
                IF WS-Doc-MaxGrade(WS-Doc-Max) >
                   WS-Doc-GradeLim(WS-Doc-Max) THEN
                  MOVE "OVER" TO RPT-Record(56:4)
                END-IF
              END-IF
              WRITE RPT-Record
              MOVE 0 TO WS-Doc-MaxGrade(WS-Doc-Max)
            END-IF.

        Find-Top-Grade.
            IF WS-Doc-Max = 0 THEN
              IF WS-Doc-MaxGrade(WS-Doc-Sub) > 0 THEN
                MOVE WS-Doc-Sub TO WS-Doc-Max
              END-IF
            ELSE
              IF WS-Doc-MaxGrade(WS-Doc-Sub) >
                 WS-Doc-MaxGrade(WS-Doc-Max) THEN
                MOVE WS-Doc-Sub TO WS-Doc-Max
              END-IF
            END-IF.
