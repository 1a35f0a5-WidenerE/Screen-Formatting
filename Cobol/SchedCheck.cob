        IDENTIFICATION DIVISION.
        PROGRAM-ID. SchedCheck.

      /SchedCheck is the morning check on the documents that must
      /be reformatted on a calendar. It holds every DOCSCHED
      /schedule against the document's DOCCATLG card - the date
      /and status of its last run - and writes SCHEDRPT, the list
      /the morning shift works from:
      /
      /  overdue      the last due date has passed with no run
      /               since it (or the document has never run)
      /  failed       the run that met the due date ended
      /               INCOMPLETE or VERIFY-FAIL
      /  unexpected   the document ran within the lookback on a
      /               day its schedule does not expect a run; a
      /               late run that made up a missed one shows
      /               here too
      /
      /  PARM [asof] [lookback]
      /     asof      the morning being checked, yyyymmdd; today
      /               when left off. Due dates before it count,
      /               so a run due today is not yet overdue.
      /     lookback  how many days back from asof a run is
      /               looked at for the unexpected check, 1 to
      /               31; 1 when left off, which covers yesterday
      /               and this morning. After a weekend with no
      /               check, 3 covers Friday on.
      /
      /The due date is found by walking back day by day from the
      /day before asof to the nearest day the schedule's rule
      /falls due. A daily or weekly run must be on or after that
      /day; a monthly run may be anywhere in the month up to it.
      /Business days are Monday to Friday: there is no holiday
      /calendar, so a rule that falls due on a public holiday is
      /still due that day.
      /
      /The return code is what the scheduler pages on: 0 nothing
      /to report, 4 unexpected runs only, 8 a document overdue,
      /failed or with a schedule that cannot be read, 16 a bad
      /PARM or a file that cannot be opened. SchedCheck only
      /reads DOCSCHED and DOCCATLG, so it takes no run lock.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
                SELECT ScheduleFile ASSIGN TO "DOCSCHED"
                        ORGANIZATION IS INDEXED
                        ACCESS IS DYNAMIC
                        RECORD KEY IS SCH-DocName
                        FILE STATUS IS WS-ScheduleStatus.

                SELECT CatalogFile ASSIGN TO "DOCCATLG"
                        ORGANIZATION IS INDEXED
                        ACCESS IS DYNAMIC
                        RECORD KEY IS CAT-DocName
                        FILE STATUS IS WS-CatalogStatus.

                SELECT ReportFile ASSIGN TO "SCHEDRPT"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS WS-ReportStatus.

        DATA DIVISION.
        FILE SECTION.
        FD ScheduleFile.
        COPY DOCSCHED.

        FD CatalogFile.
        COPY DOCCATLG.

        FD ReportFile.
        01 RPT-Record PIC X(100).

        WORKING-STORAGE SECTION.
        01 WS-ScheduleStatus PIC X(2) VALUE SPACES.
        01 WS-CatalogStatus PIC X(2) VALUE SPACES.
        01 WS-ReportStatus PIC X(2) VALUE SPACES.
        01 WS-ParmValue PIC X(40) VALUE SPACES.
        01 WS-ParmAsof PIC X(10) VALUE SPACES.
        01 WS-ParmLookback PIC X(10) VALUE SPACES.
        01 WS-ValueR PIC X(2) JUSTIFIED RIGHT.
        01 WS-CurrentDateTime PIC X(21) VALUE SPACES.
        01 WS-RunTimestamp PIC X(16) VALUE SPACES.
        01 WS-Browse-EOF PIC 9(1) VALUE 0.
        01 WS-NewRC PIC 9(2) VALUE 0.
        01 WS-MaxRC PIC 9(2) VALUE 0.

      /The calendar. Dates are carried as yyyymmdd for the report
      /and as day numbers (INTEGER-OF-DATE) for arithmetic; day 1,
      /1 January 1601, was a Monday, so the remainder of the day
      /number less one over seven gives the weekday, 1 Monday to 7
      /Sunday.
        01 WS-Asof PIC 9(8) VALUE 0.
        01 WS-Asof-Int PIC 9(7) VALUE 0.
        01 WS-Lookback PIC 9(2) VALUE 1.
        01 WS-Look-From-Int PIC 9(7) VALUE 0.
        01 WS-Day-Int PIC 9(7) VALUE 0.
        01 WS-Day-Date PIC 9(8) VALUE 0.
        01 WS-Day-Dom PIC 9(2) VALUE 0.
        01 WS-Day-Dow PIC 9(1) VALUE 0.
        01 WS-Day-LastDom PIC 9(1) VALUE 0.
        01 WS-Day-BizOrd PIC 9(2) VALUE 0.
        01 WS-Day-Due PIC 9(1) VALUE 0.
        01 WS-Day-Expected PIC 9(1) VALUE 0.
        01 WS-Work-Int PIC 9(7) VALUE 0.
        01 WS-Work-Date PIC 9(8) VALUE 0.
        01 WS-Work-Base PIC 9(7) VALUE 0.
        01 WS-Work-Quot PIC 9(7) VALUE 0.
        01 WS-Work-Dow PIC 9(1) VALUE 0.
        01 WS-Back-Count PIC 9(3) VALUE 0.

      /The schedule under the check: its rule taken apart, the due
      /date found for it, and the first day a run meets it.
        01 WS-Rule-Good PIC 9(1) VALUE 0.
        01 WS-Rule-Dow PIC 9(1) VALUE 0.
        01 WS-Rule-Day PIC 9(2) VALUE 0.
        01 WS-Rule-Biz PIC 9(1) VALUE 0.
        01 WS-Day-Text PIC X(2) VALUE SPACES.
        01 WS-Due-Int PIC 9(7) VALUE 0.
        01 WS-Due-Date PIC 9(8) VALUE 0.
        01 WS-Window-Int PIC 9(7) VALUE 0.
        01 WS-Last-Date PIC 9(8) VALUE 0.
        01 WS-Last-Int PIC 9(7) VALUE 0.
        01 WS-Catalog-Found PIC 9(1) VALUE 0.

      /One slot per schedule checked, in key order, with what the
      /check found; the report is written from it section by
      /section. A schedule file past 2000 schedules is checked on
      /its first 2000, and the report says so.
        01 WS-Chk-Table.
                05 WS-Chk-Entry OCCURS 2000 TIMES.
                        10 WS-Chk-Name PIC X(30).
                        10 WS-Chk-Freq PIC X(7).
                        10 WS-Chk-Rule PIC X(4).
                        10 WS-Chk-Due PIC 9(8).
                        10 WS-Chk-LastRun PIC X(16).
                        10 WS-Chk-Status PIC X(12).
                        10 WS-Chk-Overdue PIC 9(1).
                        10 WS-Chk-Never PIC 9(1).
                        10 WS-Chk-Failed PIC 9(1).
                        10 WS-Chk-Unexpected PIC 9(1).
                        10 WS-Chk-Bad PIC 9(1).
        01 WS-Chk-Used PIC 9(4) VALUE 0.
        01 WS-Chk-Capped PIC 9(1) VALUE 0.
        01 WS-Chk-Sub PIC 9(4) VALUE 0.

      /Finding counts, for the summary and the grade.
        01 WS-Overdue-Count PIC 9(5) VALUE 0.
        01 WS-Never-Count PIC 9(5) VALUE 0.
        01 WS-Failed-Count PIC 9(5) VALUE 0.
        01 WS-Unexpected-Count PIC 9(5) VALUE 0.
        01 WS-Bad-Count PIC 9(5) VALUE 0.
        01 WS-Section-Count PIC 9(5) VALUE 0.
        01 WS-Count-Disp PIC ZZZZZZZ9.

        PROCEDURE DIVISION.

        ACCEPT WS-ParmValue FROM COMMAND-LINE
        PERFORM Read-Parm THRU Read-Parm-Exit
        IF WS-MaxRC = 16 THEN
          MOVE WS-MaxRC TO RETURN-CODE
          STOP RUN
        END-IF

        OPEN INPUT ScheduleFile
        IF WS-ScheduleStatus NOT = "00" THEN
          DISPLAY "Unable to open schedule file DOCSCHED, status "
            WS-ScheduleStatus
          MOVE 16 TO RETURN-CODE
          STOP RUN
        END-IF
        OPEN INPUT CatalogFile
        IF WS-CatalogStatus NOT = "00" THEN
          DISPLAY "Unable to open document catalog, status "
            WS-CatalogStatus
          CLOSE ScheduleFile
          MOVE 16 TO RETURN-CODE
          STOP RUN
        END-IF
        OPEN OUTPUT ReportFile
        IF WS-ReportStatus NOT = "00" THEN
          DISPLAY "Unable to write report SCHEDRPT, status "
            WS-ReportStatus
          CLOSE ScheduleFile
          CLOSE CatalogFile
          MOVE 16 TO RETURN-CODE
          STOP RUN
        END-IF

        MOVE LOW-VALUES TO SCH-DocName
        START ScheduleFile KEY NOT < SCH-DocName
          INVALID KEY MOVE 1 TO WS-Browse-EOF
        END-START
        PERFORM Check-Next-Schedule UNTIL WS-Browse-EOF = 1
        CLOSE ScheduleFile
        CLOSE CatalogFile

        PERFORM Write-Report-Header
        PERFORM Write-Overdue
        PERFORM Write-Failed
        PERFORM Write-Unexpected
        IF WS-Bad-Count > 0 THEN
          PERFORM Write-Bad
        END-IF
        PERFORM Write-Summary
        CLOSE ReportFile

        DISPLAY "SCHEDULES CHECKED  " WS-Chk-Used
        DISPLAY "OVERDUE            " WS-Overdue-Count
        DISPLAY "  NEVER RUN        " WS-Never-Count
        DISPLAY "FAILED             " WS-Failed-Count
        DISPLAY "UNEXPECTED RUNS    " WS-Unexpected-Count
        IF WS-Bad-Count > 0 THEN
          DISPLAY "UNREADABLE RULES   " WS-Bad-Count
        END-IF
        MOVE WS-MaxRC TO RETURN-CODE
        STOP RUN.

      /Raise-Return-Code grades the run: a new code only sticks when
      /it is worse than everything seen so far.
        Raise-Return-Code.
            IF WS-NewRC > WS-MaxRC THEN
              MOVE WS-NewRC TO WS-MaxRC
            END-IF.

      /Read-Parm settles the as-of date and the lookback. A bad
      /PARM raises the grade to 16 and the mainline stops on it.
        Read-Parm.
            MOVE SPACES TO WS-ParmAsof
            MOVE SPACES TO WS-ParmLookback
            UNSTRING WS-ParmValue DELIMITED BY ALL SPACE
              INTO WS-ParmAsof WS-ParmLookback
            END-UNSTRING
            MOVE FUNCTION CURRENT-DATE TO WS-CurrentDateTime
            IF WS-ParmAsof = SPACES THEN
              MOVE WS-CurrentDateTime(1:8) TO WS-Asof
            ELSE
              IF WS-ParmAsof(1:8) NUMERIC AND
                 WS-ParmAsof(9:2) = SPACES THEN
                MOVE WS-ParmAsof(1:8) TO WS-Asof
              ELSE
                MOVE 0 TO WS-Asof
              END-IF
              IF WS-Asof = 0 OR
                 FUNCTION TEST-DATE-YYYYMMDD(WS-Asof) NOT = 0 THEN
                DISPLAY "SchedCheck: the as-of date must be a real"
                  " date, yyyymmdd"
                MOVE 16 TO WS-NewRC
                PERFORM Raise-Return-Code
                GO TO Read-Parm-Exit
              END-IF
            END-IF
            IF WS-ParmLookback NOT = SPACES THEN
              MOVE FUNCTION TRIM(WS-ParmLookback) TO WS-ValueR
              INSPECT WS-ValueR REPLACING LEADING SPACE BY "0"
              IF WS-ValueR NUMERIC THEN
                MOVE WS-ValueR TO WS-Lookback
              ELSE
                MOVE 0 TO WS-Lookback
              END-IF
              IF WS-Lookback < 1 OR WS-Lookback > 31 OR
                 WS-ParmLookback(3:8) NOT = SPACES THEN
                DISPLAY "SchedCheck: the lookback must be 1 to 31"
                  " days"
                MOVE 16 TO WS-NewRC
                PERFORM Raise-Return-Code
                GO TO Read-Parm-Exit
              END-IF
            END-IF
            MOVE FUNCTION INTEGER-OF-DATE(WS-Asof) TO WS-Asof-Int
            SUBTRACT WS-Lookback FROM WS-Asof-Int
              GIVING WS-Look-From-Int.
        Read-Parm-Exit.
            EXIT.

      /Check-Next-Schedule reads one schedule and puts it through
      /the check, filing what was found in the next slot.
        Check-Next-Schedule.
            READ ScheduleFile NEXT RECORD
              AT END MOVE 1 TO WS-Browse-EOF
              NOT AT END
                IF WS-Chk-Used = 2000 THEN
                  MOVE 1 TO WS-Chk-Capped
                  MOVE 1 TO WS-Browse-EOF
                ELSE
                  ADD 1 TO WS-Chk-Used
                  MOVE WS-Chk-Used TO WS-Chk-Sub
                  PERFORM Check-One-Schedule
                    THRU Check-One-Schedule-Exit
                END-IF
            END-READ.

        Check-One-Schedule.
            MOVE SCH-DocName TO WS-Chk-Name(WS-Chk-Sub)
            MOVE SCH-Freq TO WS-Chk-Freq(WS-Chk-Sub)
            MOVE SCH-Rule TO WS-Chk-Rule(WS-Chk-Sub)
            MOVE 0 TO WS-Chk-Due(WS-Chk-Sub)
            MOVE SPACES TO WS-Chk-LastRun(WS-Chk-Sub)
            MOVE SPACES TO WS-Chk-Status(WS-Chk-Sub)
            MOVE 0 TO WS-Chk-Overdue(WS-Chk-Sub)
            MOVE 0 TO WS-Chk-Never(WS-Chk-Sub)
            MOVE 0 TO WS-Chk-Failed(WS-Chk-Sub)
            MOVE 0 TO WS-Chk-Unexpected(WS-Chk-Sub)
            MOVE 0 TO WS-Chk-Bad(WS-Chk-Sub)
            PERFORM Read-Rule
            IF WS-Rule-Good = 0 THEN
              MOVE 1 TO WS-Chk-Bad(WS-Chk-Sub)
              ADD 1 TO WS-Bad-Count
              MOVE 8 TO WS-NewRC
              PERFORM Raise-Return-Code
              GO TO Check-One-Schedule-Exit
            END-IF

      /Walk back from the day before asof to the last due date. A
      /monthly rule falls due at least once in any 62 days.
            SUBTRACT 1 FROM WS-Asof-Int GIVING WS-Day-Int
            MOVE 0 TO WS-Day-Due
            MOVE 0 TO WS-Back-Count
            PERFORM Step-Back-To-Due
              UNTIL WS-Day-Due = 1 OR WS-Back-Count > 62
            MOVE WS-Day-Int TO WS-Due-Int
            MOVE WS-Day-Date TO WS-Due-Date
            MOVE WS-Due-Date TO WS-Chk-Due(WS-Chk-Sub)
            IF SCH-Freq = "MONTHLY" THEN
              SUBTRACT WS-Day-Dom FROM WS-Due-Int
                GIVING WS-Window-Int
              ADD 1 TO WS-Window-Int
            ELSE
              MOVE WS-Due-Int TO WS-Window-Int
            END-IF

            MOVE 0 TO WS-Catalog-Found
            MOVE SCH-DocName TO CAT-DocName
            READ CatalogFile
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE 1 TO WS-Catalog-Found
            END-READ
            IF WS-Catalog-Found = 0 OR
               CAT-LastRun(1:8) NOT NUMERIC THEN
              MOVE 1 TO WS-Chk-Overdue(WS-Chk-Sub)
              MOVE 1 TO WS-Chk-Never(WS-Chk-Sub)
              ADD 1 TO WS-Overdue-Count
              ADD 1 TO WS-Never-Count
              MOVE 8 TO WS-NewRC
              PERFORM Raise-Return-Code
              GO TO Check-One-Schedule-Exit
            END-IF
            MOVE CAT-LastRun TO WS-Chk-LastRun(WS-Chk-Sub)
            MOVE CAT-LastStatus TO WS-Chk-Status(WS-Chk-Sub)
            MOVE CAT-LastRun(1:8) TO WS-Last-Date
            MOVE FUNCTION INTEGER-OF-DATE(WS-Last-Date) TO WS-Last-Int

            IF WS-Last-Int < WS-Window-Int THEN
              MOVE 1 TO WS-Chk-Overdue(WS-Chk-Sub)
              ADD 1 TO WS-Overdue-Count
              MOVE 8 TO WS-NewRC
              PERFORM Raise-Return-Code
            ELSE
              IF CAT-LastStatus = "INCOMPLETE" OR
                 CAT-LastStatus = "VERIFY-FAIL" THEN
                MOVE 1 TO WS-Chk-Failed(WS-Chk-Sub)
                ADD 1 TO WS-Failed-Count
                MOVE 8 TO WS-NewRC
                PERFORM Raise-Return-Code
              END-IF
            END-IF

            IF WS-Last-Int >= WS-Look-From-Int AND
               WS-Last-Int <= WS-Asof-Int THEN
              MOVE WS-Last-Int TO WS-Day-Int
              PERFORM Read-Day
              IF WS-Day-Expected = 0 THEN
                MOVE 1 TO WS-Chk-Unexpected(WS-Chk-Sub)
                ADD 1 TO WS-Unexpected-Count
                MOVE 4 TO WS-NewRC
                PERFORM Raise-Return-Code
              END-IF
            END-IF.
        Check-One-Schedule-Exit.
            EXIT.

        Step-Back-To-Due.
            PERFORM Read-Day
            IF WS-Day-Due = 0 THEN
              SUBTRACT 1 FROM WS-Day-Int
              ADD 1 TO WS-Back-Count
            END-IF.

      /Read-Rule takes SCH-Rule apart for the frequency, the same
      /rules SchedMaint lets onto the file: the weekday of a WEEKLY
      /rule, the day and whether it counts business days for a
      /MONTHLY one, and whether a DAILY one skips the weekend.
        Read-Rule.
            MOVE 0 TO WS-Rule-Good
            MOVE 0 TO WS-Rule-Dow
            MOVE 0 TO WS-Rule-Day
            MOVE 0 TO WS-Rule-Biz
            IF SCH-Freq = "DAILY" THEN
              IF SCH-Rule = "ALL" THEN
                MOVE 1 TO WS-Rule-Good
              END-IF
              IF SCH-Rule = "BD" THEN
                MOVE 1 TO WS-Rule-Biz
                MOVE 1 TO WS-Rule-Good
              END-IF
            END-IF
            IF SCH-Freq = "WEEKLY" THEN
              IF SCH-Rule = "MON" THEN
                MOVE 1 TO WS-Rule-Dow
              END-IF
              IF SCH-Rule = "TUE" THEN
                MOVE 2 TO WS-Rule-Dow
              END-IF
              IF SCH-Rule = "WED" THEN
                MOVE 3 TO WS-Rule-Dow
              END-IF
              IF SCH-Rule = "THU" THEN
                MOVE 4 TO WS-Rule-Dow
              END-IF
              IF SCH-Rule = "FRI" THEN
                MOVE 5 TO WS-Rule-Dow
              END-IF
              IF SCH-Rule = "SAT" THEN
                MOVE 6 TO WS-Rule-Dow
              END-IF
              IF SCH-Rule = "SUN" THEN
                MOVE 7 TO WS-Rule-Dow
              END-IF
              IF WS-Rule-Dow > 0 THEN
                MOVE 1 TO WS-Rule-Good
              END-IF
            END-IF
            IF SCH-Freq = "MONTHLY" THEN
              MOVE SPACES TO WS-Day-Text
              IF SCH-Rule(1:2) = "BD" THEN
                MOVE SCH-Rule(3:2) TO WS-Day-Text
                MOVE 1 TO WS-Rule-Biz
              ELSE
                IF SCH-Rule(1:1) = "D" AND SCH-Rule(4:1) = SPACE THEN
                  MOVE SCH-Rule(2:2) TO WS-Day-Text
                END-IF
              END-IF
              IF WS-Day-Text NUMERIC THEN
                MOVE WS-Day-Text TO WS-Rule-Day
                IF WS-Rule-Day > 0 THEN
                  IF WS-Rule-Biz = 1 AND WS-Rule-Day <= 20 THEN
                    MOVE 1 TO WS-Rule-Good
                  END-IF
                  IF WS-Rule-Biz = 0 AND WS-Rule-Day <= 31 THEN
                    MOVE 1 TO WS-Rule-Good
                  END-IF
                END-IF
              END-IF
            END-IF.

      /Read-Day works out, for the day in WS-Day-Int, the facts the
      /rules turn on - its date, day of the month, weekday, whether
      /it is the month's last day, its business-day number within
      /the month - and from them whether the schedule falls due on
      /that day and whether a run that day is one it expects.
        Read-Day.
            MOVE FUNCTION DATE-OF-INTEGER(WS-Day-Int) TO WS-Day-Date
            MOVE WS-Day-Date(7:2) TO WS-Day-Dom
            MOVE WS-Day-Int TO WS-Work-Int
            PERFORM Find-Weekday
            MOVE WS-Work-Dow TO WS-Day-Dow
            ADD 1 TO WS-Day-Int GIVING WS-Work-Int
            MOVE FUNCTION DATE-OF-INTEGER(WS-Work-Int) TO WS-Work-Date
            IF WS-Work-Date(7:2) = "01" THEN
              MOVE 1 TO WS-Day-LastDom
            ELSE
              MOVE 0 TO WS-Day-LastDom
            END-IF
            MOVE 0 TO WS-Day-BizOrd
            IF WS-Rule-Biz = 1 AND SCH-Freq = "MONTHLY" THEN
              SUBTRACT WS-Day-Dom FROM WS-Day-Int GIVING WS-Work-Int
              PERFORM Count-Business-Day WS-Day-Dom TIMES
            END-IF
            MOVE 0 TO WS-Day-Due
            MOVE 0 TO WS-Day-Expected
            IF SCH-Freq = "DAILY" THEN
              IF WS-Rule-Biz = 0 OR WS-Day-Dow <= 5 THEN
                MOVE 1 TO WS-Day-Due
                MOVE 1 TO WS-Day-Expected
              END-IF
            END-IF
            IF SCH-Freq = "WEEKLY" THEN
              IF WS-Day-Dow = WS-Rule-Dow THEN
                MOVE 1 TO WS-Day-Due
                MOVE 1 TO WS-Day-Expected
              END-IF
            END-IF
            IF SCH-Freq = "MONTHLY" THEN
              IF WS-Rule-Biz = 1 THEN
                IF WS-Day-Dow <= 5 THEN
                  IF WS-Day-BizOrd = WS-Rule-Day THEN
                    MOVE 1 TO WS-Day-Due
                  END-IF
                  IF WS-Day-BizOrd <= WS-Rule-Day THEN
                    MOVE 1 TO WS-Day-Expected
                  END-IF
                END-IF
              ELSE
                IF WS-Day-Dom = WS-Rule-Day OR
                   (WS-Day-LastDom = 1 AND
                    WS-Day-Dom < WS-Rule-Day) THEN
                  MOVE 1 TO WS-Day-Due
                END-IF
                IF WS-Day-Dom <= WS-Rule-Day THEN
                  MOVE 1 TO WS-Day-Expected
                END-IF
              END-IF
            END-IF.

      /Find-Weekday turns the day number in WS-Work-Int into its
      /weekday in WS-Work-Dow, 1 Monday to 7 Sunday.
        Find-Weekday.
            SUBTRACT 1 FROM WS-Work-Int GIVING WS-Work-Base
            DIVIDE WS-Work-Base BY 7 GIVING WS-Work-Quot
              REMAINDER WS-Work-Dow
            ADD 1 TO WS-Work-Dow.

      /Count-Business-Day steps WS-Work-Int one day on from the
      /day before the first of the month and counts it when it is
      /a weekday, so after dom steps WS-Day-BizOrd is the number
      /of business days up to and including the day under test.
        Count-Business-Day.
            ADD 1 TO WS-Work-Int
            PERFORM Find-Weekday
            IF WS-Work-Dow <= 5 THEN
              ADD 1 TO WS-Day-BizOrd
            END-IF.

      /Write-Report-Header stamps the report with the run time and
      /the as-of date and lookback the check was made for.
        Write-Report-Header.
            STRING WS-CurrentDateTime(1:8) DELIMITED BY SIZE
              "-" DELIMITED BY SIZE
              WS-CurrentDateTime(9:6) DELIMITED BY SIZE
              INTO WS-RunTimestamp
            END-STRING
            MOVE SPACES TO RPT-Record
            STRING "SCHEDULED RUN EXCEPTIONS  " DELIMITED BY SIZE
              WS-RunTimestamp DELIMITED BY SIZE
              "  AS OF " DELIMITED BY SIZE
              WS-Asof DELIMITED BY SIZE
              "  LOOKBACK " DELIMITED BY SIZE
              WS-Lookback DELIMITED BY SIZE
              " DAYS" DELIMITED BY SIZE
              INTO RPT-Record
            END-STRING
            WRITE RPT-Record
            IF WS-Chk-Capped = 1 THEN
              MOVE "  ONLY THE FIRST 2000 SCHEDULES WERE CHECKED"
                TO RPT-Record
              WRITE RPT-Record
            END-IF.

        Write-Blank-Line.
            MOVE SPACES TO RPT-Record
            WRITE RPT-Record.

        Write-None-If-Empty.
            IF WS-Section-Count = 0 THEN
              MOVE "  NONE" TO RPT-Record
              WRITE RPT-Record
            END-IF.

      /Write-Schedule-Start lays out the part of a finding line
      /every section shares: the document, its schedule, and the
      /due date the check measured it against.
        Write-Schedule-Start.
            ADD 1 TO WS-Section-Count
            MOVE SPACES TO RPT-Record
            STRING "  " DELIMITED BY SIZE
              WS-Chk-Name(WS-Chk-Sub) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-Chk-Freq(WS-Chk-Sub) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-Chk-Rule(WS-Chk-Sub) DELIMITED BY SIZE
              "  DUE " DELIMITED BY SIZE
              WS-Chk-Due(WS-Chk-Sub) DELIMITED BY SIZE
              INTO RPT-Record
            END-STRING.

        Write-Overdue.
            PERFORM Write-Blank-Line
            MOVE "OVERDUE - NO RUN SINCE THE LAST DUE DATE"
              TO RPT-Record
            WRITE RPT-Record
            MOVE 0 TO WS-Section-Count
            PERFORM Write-Overdue-Line
              VARYING WS-Chk-Sub FROM 1 BY 1
              UNTIL WS-Chk-Sub > WS-Chk-Used
            PERFORM Write-None-If-Empty.

        Write-Overdue-Line.
            IF WS-Chk-Overdue(WS-Chk-Sub) = 1 THEN
              PERFORM Write-Schedule-Start
              IF WS-Chk-Never(WS-Chk-Sub) = 1 THEN
                MOVE "  NEVER RUN" TO RPT-Record(60:11)
              ELSE
                STRING "  LAST RUN " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Chk-LastRun(WS-Chk-Sub))
                    DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Chk-Status(WS-Chk-Sub) DELIMITED BY SIZE
                  INTO RPT-Record(60:41)
                END-STRING
              END-IF
              WRITE RPT-Record
            END-IF.

        Write-Failed.
            PERFORM Write-Blank-Line
            MOVE "FAILED - LAST RUN ENDED INCOMPLETE OR VERIFY-FAIL"
              TO RPT-Record
            WRITE RPT-Record
            MOVE 0 TO WS-Section-Count
            PERFORM Write-Failed-Line
              VARYING WS-Chk-Sub FROM 1 BY 1
              UNTIL WS-Chk-Sub > WS-Chk-Used
            PERFORM Write-None-If-Empty.

        Write-Failed-Line.
            IF WS-Chk-Failed(WS-Chk-Sub) = 1 THEN
              PERFORM Write-Schedule-Start
              STRING "  LAST RUN " DELIMITED BY SIZE
                FUNCTION TRIM(WS-Chk-LastRun(WS-Chk-Sub))
                  DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-Chk-Status(WS-Chk-Sub) DELIMITED BY SIZE
                INTO RPT-Record(60:41)
              END-STRING
              WRITE RPT-Record
            END-IF.

        Write-Unexpected.
            PERFORM Write-Blank-Line
            MOVE "UNEXPECTED - RAN ON A DAY THE SCHEDULE DOES NOT"
              TO RPT-Record
            MOVE " EXPECT" TO RPT-Record(48:7)
            WRITE RPT-Record
            MOVE 0 TO WS-Section-Count
            PERFORM Write-Unexpected-Line
              VARYING WS-Chk-Sub FROM 1 BY 1
              UNTIL WS-Chk-Sub > WS-Chk-Used
            PERFORM Write-None-If-Empty.

        Write-Unexpected-Line.
            IF WS-Chk-Unexpected(WS-Chk-Sub) = 1 THEN
              PERFORM Write-Schedule-Start
              STRING "  RAN " DELIMITED BY SIZE
                FUNCTION TRIM(WS-Chk-LastRun(WS-Chk-Sub))
                  DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-Chk-Status(WS-Chk-Sub) DELIMITED BY SIZE
                INTO RPT-Record(60:41)
              END-STRING
              WRITE RPT-Record
            END-IF.

      /Write-Bad lists schedules whose rule the check cannot read,
      /which only a file changed outside SchedMaint can hold.
        Write-Bad.
            PERFORM Write-Blank-Line
            MOVE "SCHEDULES THAT CANNOT BE CHECKED - RELOAD THROUGH"
              TO RPT-Record
            MOVE " SCHEDMAINT" TO RPT-Record(50:11)
            WRITE RPT-Record
            MOVE 0 TO WS-Section-Count
            PERFORM Write-Bad-Line
              VARYING WS-Chk-Sub FROM 1 BY 1
              UNTIL WS-Chk-Sub > WS-Chk-Used.

        Write-Bad-Line.
            IF WS-Chk-Bad(WS-Chk-Sub) = 1 THEN
              MOVE SPACES TO RPT-Record
              STRING "  " DELIMITED BY SIZE
                WS-Chk-Name(WS-Chk-Sub) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-Chk-Freq(WS-Chk-Sub) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-Chk-Rule(WS-Chk-Sub) DELIMITED BY SIZE
                INTO RPT-Record
              END-STRING
              WRITE RPT-Record
            END-IF.

      /Write-Summary closes the report with one figure per category.
        Write-Summary.
            PERFORM Write-Blank-Line
            MOVE "SUMMARY" TO RPT-Record
            WRITE RPT-Record
            MOVE WS-Chk-Used TO WS-Count-Disp
            MOVE SPACES TO RPT-Record
            STRING "  SCHEDULES CHECKED        " DELIMITED BY SIZE
              WS-Count-Disp DELIMITED BY SIZE
              INTO RPT-Record
            END-STRING
            WRITE RPT-Record
            MOVE WS-Overdue-Count TO WS-Count-Disp
            MOVE SPACES TO RPT-Record
            STRING "  OVERDUE                  " DELIMITED BY SIZE
              WS-Count-Disp DELIMITED BY SIZE
              INTO RPT-Record
            END-STRING
            WRITE RPT-Record
            MOVE WS-Never-Count TO WS-Count-Disp
            MOVE SPACES TO RPT-Record
            STRING "    OF THEM NEVER RUN      " DELIMITED BY SIZE
              WS-Count-Disp DELIMITED BY SIZE
              INTO RPT-Record
            END-STRING
            WRITE RPT-Record
            MOVE WS-Failed-Count TO WS-Count-Disp
            MOVE SPACES TO RPT-Record
            STRING "  FAILED                   " DELIMITED BY SIZE
              WS-Count-Disp DELIMITED BY SIZE
              INTO RPT-Record
            END-STRING
            WRITE RPT-Record
            MOVE WS-Unexpected-Count TO WS-Count-Disp
            MOVE SPACES TO RPT-Record
            STRING "  UNEXPECTED RUNS          " DELIMITED BY SIZE
              WS-Count-Disp DELIMITED BY SIZE
              INTO RPT-Record
            END-STRING
            WRITE RPT-Record
            IF WS-Bad-Count > 0 THEN
              MOVE WS-Bad-Count TO WS-Count-Disp
              MOVE SPACES TO RPT-Record
              STRING "  UNREADABLE RULES         " DELIMITED BY SIZE
                WS-Count-Disp DELIMITED BY SIZE
                INTO RPT-Record
              END-STRING
              WRITE RPT-Record
            END-IF.
