        IDENTIFICATION DIVISION.
        PROGRAM-ID. SchedMaint.

      /SchedMaint maintains DOCSCHED, the run schedules SchedCheck
      /holds the catalog against every morning. It carries the
      /three jobs the schedule file needs:
      /
      /  PARM LIST          prints every schedule in key order
      /  PARM LOAD          loads or replaces schedules from the
      /                     SCHDCRDS control file
      /  PARM DROP docname  removes one document's schedule
      /
      /A SCHDCRDS card is "docname frequency rule", space
      /delimited: RATES.TXT WEEKLY MON, or STMT.TXT MONTHLY BD03.
      /The frequency is DAILY, WEEKLY or MONTHLY and the rule is
      /one DOCSCHED allows for it; a DAILY card with no rule means
      /ALL. A card that does not pass is reported and skipped.
      /
      /LOAD and DROP post an entry on RUNLOCK while they run, so
      /two of them never update the file at once. A run the lock
      /refuses ends with return code 20.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
                SELECT ScheduleFile ASSIGN TO "DOCSCHED"
                        ORGANIZATION IS INDEXED
                        ACCESS IS DYNAMIC
                        RECORD KEY IS SCH-DocName
                        FILE STATUS IS WS-ScheduleStatus.

                SELECT SchedCardFile ASSIGN TO "SCHDCRDS"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS WS-CardStatus.

                SELECT LockFile ASSIGN TO "RUNLOCK"
                        ORGANIZATION IS INDEXED
                        ACCESS IS DYNAMIC
                        RECORD KEY IS LCK-Program
                        FILE STATUS IS WS-LockStatus.

        DATA DIVISION.
        FILE SECTION.
        FD ScheduleFile.
        COPY DOCSCHED.

        FD SchedCardFile.
        01 SchedCardRec PIC X(60).

        FD LockFile.
        COPY RUNLOCK.

        WORKING-STORAGE SECTION.
        01 WS-ScheduleStatus PIC X(2) VALUE SPACES.
        01 WS-CardStatus PIC X(2) VALUE SPACES.
        01 WS-ParmValue PIC X(40) VALUE SPACES.
        01 WS-Function PIC X(10) VALUE SPACES.
        01 WS-DropName PIC X(30) VALUE SPACES.
        01 WS-Browse-EOF PIC 9(1) VALUE 0.
        01 WS-Card-EOF PIC 9(1) VALUE 0.
        01 WS-Card-Count PIC 9(5) VALUE 0.
        01 WS-Load-Count PIC 9(5) VALUE 0.
        01 WS-Skip-Count PIC 9(5) VALUE 0.

      /Card parse areas. The day number of a Dnn or BDnn rule goes
      /through the same NUMERIC test ProfMaint gives its figures.
        01 WS-Sched-Card PIC X(60) VALUE SPACES.
        01 WS-Card-Name PIC X(30) VALUE SPACES.
        01 WS-Card-Freq PIC X(10) VALUE SPACES.
        01 WS-Card-Rule PIC X(10) VALUE SPACES.
        01 WS-Day-Text PIC X(2) VALUE SPACES.
        01 WS-Day-N PIC 9(2) VALUE 0.
        01 WS-Rule-Good PIC 9(1) VALUE 0.
        01 WS-Schedule-Found PIC 9(1) VALUE 0.

      /Run-lock areas. The function and the exclusive flag are set
      /for the job in hand before Take-Run-Lock posts the entry.
        01 WS-LockStatus PIC X(2) VALUE SPACES.
        01 WS-Lock-Program PIC X(12) VALUE "SCHEDMAINT".
        01 WS-Lock-Function PIC X(8) VALUE SPACES.
        01 WS-Lock-Exclusive PIC X(1) VALUE "N".
        01 WS-Lock-JobName PIC X(8) VALUE SPACES.
        01 WS-Lock-Now PIC X(21) VALUE SPACES.
        01 WS-Lock-Held PIC 9(1) VALUE 0.
        01 WS-Lock-Conflict PIC 9(1) VALUE 0.
        01 WS-Lock-EOF PIC 9(1) VALUE 0.

        PROCEDURE DIVISION.

        ACCEPT WS-ParmValue FROM COMMAND-LINE
        MOVE SPACES TO WS-Function
        MOVE SPACES TO WS-DropName
        UNSTRING WS-ParmValue DELIMITED BY ALL SPACE
          INTO WS-Function WS-DropName
        END-UNSTRING
        MOVE FUNCTION UPPER-CASE(WS-Function) TO WS-Function

        IF WS-Function = "LOAD" OR WS-Function = "DROP" THEN
          MOVE WS-Function TO WS-Lock-Function
          PERFORM Take-Run-Lock THRU Take-Run-Lock-Exit
          IF WS-Lock-Held = 0 THEN
            STOP RUN
          END-IF
        END-IF

        IF WS-Function = "LIST" THEN
          PERFORM List-Schedules THRU List-Schedules-Exit
        ELSE
          IF WS-Function = "LOAD" THEN
            PERFORM Load-Schedules THRU Load-Schedules-Exit
          ELSE
            IF WS-Function = "DROP" THEN
              PERFORM Drop-Schedule THRU Drop-Schedule-Exit
            ELSE
              DISPLAY "SchedMaint: PARM must be LIST, LOAD"
                " or DROP docname"
              MOVE 16 TO RETURN-CODE
            END-IF
          END-IF
        END-IF

        PERFORM Drop-Run-Lock
        STOP RUN.

      /List-Schedules walks every schedule in key order.
        List-Schedules.
            OPEN INPUT ScheduleFile
            IF WS-ScheduleStatus NOT = "00" THEN
              DISPLAY "Unable to open schedule file, status "
                WS-ScheduleStatus
              MOVE 16 TO RETURN-CODE
              GO TO List-Schedules-Exit
            END-IF
            MOVE LOW-VALUES TO SCH-DocName
            START ScheduleFile KEY NOT < SCH-DocName
              INVALID KEY MOVE 1 TO WS-Browse-EOF
            END-START
            PERFORM List-Next-Schedule UNTIL WS-Browse-EOF = 1
            CLOSE ScheduleFile
            IF WS-Card-Count = 0 THEN
              DISPLAY "The schedule file is empty"
              MOVE 4 TO RETURN-CODE
            ELSE
              DISPLAY SPACE
              DISPLAY "SCHEDULES LISTED " WS-Card-Count
            END-IF.
        List-Schedules-Exit.
            EXIT.

        List-Next-Schedule.
            READ ScheduleFile NEXT RECORD
              AT END MOVE 1 TO WS-Browse-EOF
              NOT AT END
                ADD 1 TO WS-Card-Count
                DISPLAY SCH-DocName
                  "  FREQ " SCH-Freq
                  "  RULE " SCH-Rule
            END-READ.

      /Load-Schedules reads every SCHDCRDS card and puts it to the
      /file, replacing a schedule the document already has. A
      /schedule file that does not exist yet is created.
        Load-Schedules.
            OPEN INPUT SchedCardFile
            IF WS-CardStatus NOT = "00" THEN
              DISPLAY "Unable to open control file SCHDCRDS, status "
                WS-CardStatus
              MOVE 16 TO RETURN-CODE
              GO TO Load-Schedules-Exit
            END-IF
            OPEN I-O ScheduleFile
            IF WS-ScheduleStatus = "35" THEN
              OPEN OUTPUT ScheduleFile
              IF WS-ScheduleStatus = "00" THEN
                CLOSE ScheduleFile
                OPEN I-O ScheduleFile
              END-IF
            END-IF
            IF WS-ScheduleStatus NOT = "00" AND
               WS-ScheduleStatus NOT = "05" THEN
              DISPLAY "Unable to open schedule file, status "
                WS-ScheduleStatus
              MOVE 16 TO RETURN-CODE
              CLOSE SchedCardFile
              GO TO Load-Schedules-Exit
            END-IF
            PERFORM Load-Next-Card UNTIL WS-Card-EOF = 1
            CLOSE ScheduleFile
            CLOSE SchedCardFile
            DISPLAY "CARDS LOADED   " WS-Load-Count
            IF WS-Skip-Count > 0 THEN
              DISPLAY "CARDS SKIPPED  " WS-Skip-Count
              MOVE 4 TO RETURN-CODE
            END-IF.
        Load-Schedules-Exit.
            EXIT.

        Load-Next-Card.
            READ SchedCardFile
              AT END MOVE 1 TO WS-Card-EOF
              NOT AT END
                MOVE FUNCTION TRIM(SchedCardRec) TO WS-Sched-Card
                IF WS-Sched-Card NOT = SPACES THEN
                  PERFORM Store-Schedule-Card
                    THRU Store-Schedule-Card-Done
                END-IF
            END-READ.

      /Store-Schedule-Card parses one card, checks the rule against
      /the frequency, and puts it to the file.
        Store-Schedule-Card.
            MOVE SPACES TO WS-Card-Name
            MOVE SPACES TO WS-Card-Freq
            MOVE SPACES TO WS-Card-Rule
            UNSTRING WS-Sched-Card DELIMITED BY ALL SPACE
              INTO WS-Card-Name WS-Card-Freq WS-Card-Rule
            END-UNSTRING
            MOVE FUNCTION UPPER-CASE(WS-Card-Freq) TO WS-Card-Freq
            MOVE FUNCTION UPPER-CASE(WS-Card-Rule) TO WS-Card-Rule
            IF WS-Card-Freq = "DAILY" AND WS-Card-Rule = SPACES THEN
              MOVE "ALL" TO WS-Card-Rule
            END-IF
            PERFORM Check-Rule
            IF WS-Rule-Good = 0 THEN
              DISPLAY "SCHDCRDS card has a bad frequency or rule,"
                " skipped: " FUNCTION TRIM(WS-Sched-Card)
              ADD 1 TO WS-Skip-Count
              GO TO Store-Schedule-Card-Done
            END-IF
            MOVE 0 TO WS-Schedule-Found
            MOVE WS-Card-Name TO SCH-DocName
            READ ScheduleFile
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE 1 TO WS-Schedule-Found
            END-READ
            MOVE WS-Card-Name TO SCH-DocName
            MOVE WS-Card-Freq TO SCH-Freq
            MOVE WS-Card-Rule TO SCH-Rule
            IF WS-Schedule-Found = 1 THEN
              REWRITE SCH-Record
            ELSE
              WRITE SCH-Record
            END-IF
            IF WS-ScheduleStatus NOT = "00" THEN
              DISPLAY "Unable to load the schedule for "
                FUNCTION TRIM(WS-Card-Name)
                ", status " WS-ScheduleStatus
            ELSE
              ADD 1 TO WS-Load-Count
            END-IF.
        Store-Schedule-Card-Done.
            EXIT.

      /Check-Rule sets WS-Rule-Good when WS-Card-Rule is one the
      /frequency in WS-Card-Freq allows.
        Check-Rule.
            MOVE 0 TO WS-Rule-Good
            IF WS-Card-Freq = "DAILY" THEN
              IF WS-Card-Rule = "ALL" OR WS-Card-Rule = "BD" THEN
                MOVE 1 TO WS-Rule-Good
              END-IF
            END-IF
            IF WS-Card-Freq = "WEEKLY" THEN
              IF WS-Card-Rule = "MON" OR WS-Card-Rule = "TUE" OR
                 WS-Card-Rule = "WED" OR WS-Card-Rule = "THU" OR
                 WS-Card-Rule = "FRI" OR WS-Card-Rule = "SAT" OR
                 WS-Card-Rule = "SUN" THEN
                MOVE 1 TO WS-Rule-Good
              END-IF
            END-IF
            IF WS-Card-Freq = "MONTHLY" THEN
              MOVE SPACES TO WS-Day-Text
              IF WS-Card-Rule(1:2) = "BD" AND
                 WS-Card-Rule(5:6) = SPACES THEN
                MOVE WS-Card-Rule(3:2) TO WS-Day-Text
              ELSE
                IF WS-Card-Rule(1:1) = "D" AND
                   WS-Card-Rule(4:7) = SPACES THEN
                  MOVE WS-Card-Rule(2:2) TO WS-Day-Text
                END-IF
              END-IF
              IF WS-Day-Text NUMERIC THEN
                MOVE WS-Day-Text TO WS-Day-N
                IF WS-Day-N > 0 THEN
                  IF WS-Card-Rule(1:2) = "BD" AND WS-Day-N <= 20 THEN
                    MOVE 1 TO WS-Rule-Good
                  END-IF
                  IF WS-Card-Rule(1:1) = "D" AND WS-Day-N <= 31 THEN
                    MOVE 1 TO WS-Rule-Good
                  END-IF
                END-IF
              END-IF
            END-IF.

      /Drop-Schedule removes one document's schedule; SchedCheck
      /stops looking for its runs from the next morning.
        Drop-Schedule.
            IF WS-DropName = SPACES THEN
              DISPLAY "SchedMaint: DROP needs a document name"
              MOVE 16 TO RETURN-CODE
              GO TO Drop-Schedule-Exit
            END-IF
            OPEN I-O ScheduleFile
            IF WS-ScheduleStatus NOT = "00" THEN
              DISPLAY "Unable to open schedule file, status "
                WS-ScheduleStatus
              MOVE 16 TO RETURN-CODE
              GO TO Drop-Schedule-Exit
            END-IF
            MOVE WS-DropName TO SCH-DocName
            DELETE ScheduleFile
              INVALID KEY
                DISPLAY FUNCTION TRIM(WS-DropName)
                  " has no schedule"
                MOVE 4 TO RETURN-CODE
              NOT INVALID KEY
                DISPLAY FUNCTION TRIM(WS-DropName)
                  " dropped from the schedule file"
            END-DELETE
            CLOSE ScheduleFile.
        Drop-Schedule-Exit.
            EXIT.

      /Take-Run-Lock reads every RUNLOCK entry before posting this
      /run's own. Another copy of this program, an exclusive run,
      /or - when this run is the exclusive one - any run at all
      /ends the job here with return code 20 and the holder named
      /in the job log. A lock file that cannot be opened is a 16.
        Take-Run-Lock.
            MOVE 0 TO WS-Lock-Held
            MOVE 0 TO WS-Lock-Conflict
            MOVE SPACES TO WS-Lock-JobName
            ACCEPT WS-Lock-JobName FROM ENVIRONMENT "JOBNAME"
              ON EXCEPTION MOVE SPACES TO WS-Lock-JobName
            END-ACCEPT
            OPEN I-O LockFile
            IF WS-LockStatus = "35" THEN
              OPEN OUTPUT LockFile
              IF WS-LockStatus = "00" THEN
                CLOSE LockFile
                OPEN I-O LockFile
              END-IF
            END-IF
            IF WS-LockStatus NOT = "00" AND
               WS-LockStatus NOT = "05" THEN
              DISPLAY "Unable to open run lock file RUNLOCK, status "
                WS-LockStatus
              MOVE 16 TO RETURN-CODE
              GO TO Take-Run-Lock-Exit
            END-IF
            MOVE 0 TO WS-Lock-EOF
            MOVE LOW-VALUES TO LCK-Program
            START LockFile KEY NOT < LCK-Program
              INVALID KEY MOVE 1 TO WS-Lock-EOF
            END-START
            PERFORM Check-Next-Lock
              UNTIL WS-Lock-EOF = 1 OR WS-Lock-Conflict = 1
            IF WS-Lock-Conflict = 0 THEN
              MOVE FUNCTION CURRENT-DATE TO WS-Lock-Now
              MOVE SPACES TO LCK-Record
              MOVE WS-Lock-Program TO LCK-Program
              MOVE WS-Lock-Function TO LCK-Function
              MOVE WS-Lock-Exclusive TO LCK-Exclusive
              MOVE WS-Lock-JobName TO LCK-JobName
              STRING WS-Lock-Now(1:8) DELIMITED BY SIZE
                "-" DELIMITED BY SIZE
                WS-Lock-Now(9:6) DELIMITED BY SIZE
                INTO LCK-Started
              END-STRING
              WRITE LCK-Record
                INVALID KEY
                  MOVE 1 TO WS-Lock-Conflict
                  DISPLAY "SchedMaint: another "
                    FUNCTION TRIM(WS-Lock-Program)
                    " run posted its lock first"
                NOT INVALID KEY
                  MOVE 1 TO WS-Lock-Held
              END-WRITE
            END-IF
            CLOSE LockFile
            IF WS-Lock-Conflict = 1 THEN
              DISPLAY "SchedMaint: not started; LockMaint CLEAR removes"
                " a lock left behind by a failed job"
              MOVE 20 TO RETURN-CODE
            END-IF.
        Take-Run-Lock-Exit.
            EXIT.

        Check-Next-Lock.
            READ LockFile NEXT RECORD
              AT END MOVE 1 TO WS-Lock-EOF
              NOT AT END
                IF LCK-Program = WS-Lock-Program OR
                   LCK-Exclusive = "Y" OR
                   WS-Lock-Exclusive = "Y" THEN
                  MOVE 1 TO WS-Lock-Conflict
                  DISPLAY "SchedMaint: RUNLOCK is held by "
                    FUNCTION TRIM(LCK-Program) " "
                    FUNCTION TRIM(LCK-Function)
                    " job " LCK-JobName " since " LCK-Started
                END-IF
            END-READ.

      /Drop-Run-Lock takes this run's entry off RUNLOCK as it ends.
        Drop-Run-Lock.
            IF WS-Lock-Held = 1 THEN
              OPEN I-O LockFile
              IF WS-LockStatus = "00" THEN
                MOVE WS-Lock-Program TO LCK-Program
                DELETE LockFile RECORD
                  INVALID KEY CONTINUE
                END-DELETE
                CLOSE LockFile
              ELSE
                DISPLAY "Unable to release run lock, status "
                  WS-LockStatus
              END-IF
              MOVE 0 TO WS-Lock-Held
            END-IF.
