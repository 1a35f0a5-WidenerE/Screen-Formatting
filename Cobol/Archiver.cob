      /the torn copy, and resynchronizes on that header; a later
      /complete copy of the same family then replays over the
      /fragment.
      /
      /Both jobs post an entry on RUNLOCK for as long as they run,
      /so a second Archiver ends with return code 20 instead of
      /sweeping beside the first. A sweep also leaves alone the one
      /document ScreenReader's entry says is being reformatted at
      /that moment - the next sweep ages it - and a RESTORE of that
      /document is refused with return code 8 rather than copied
      /over outputs still being written.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS WS-MemberStatus.

                SELECT LockFile ASSIGN TO "RUNLOCK"
                        ORGANIZATION IS INDEXED
                        ACCESS IS DYNAMIC
                        RECORD KEY IS LCK-Program
                        FILE STATUS IS WS-LockStatus.

        DATA DIVISION.
        FILE SECTION.
        FD CatalogFile.
        FD MemberFile.
        01 MBR-Record PIC X(100).

        FD LockFile.
        COPY RUNLOCK.

        WORKING-STORAGE SECTION.
        01 WS-CatalogStatus PIC X(2) VALUE SPACES.
        01 WS-ArchiveStatus PIC X(2) VALUE SPACES.
        01 WS-Arc-Arg3 PIC X(10) VALUE SPACES.
        01 WS-Arc-Count PIC 9(8) VALUE 0.
        01 WS-Catalog-Found PIC 9(1) VALUE 0.
        01 WS-Rst-Len PIC 9(2) VALUE 0.

      /Run-lock areas. The function and the exclusive flag are set
      /for the job in hand before Take-Run-Lock posts the entry.
        01 WS-LockStatus PIC X(2) VALUE SPACES.
        01 WS-Lock-Program PIC X(12) VALUE "ARCHIVER".
        01 WS-Lock-Function PIC X(8) VALUE SPACES.
        01 WS-Lock-Exclusive PIC X(1) VALUE "N".
        01 WS-Lock-JobName PIC X(8) VALUE SPACES.
        01 WS-Lock-Now PIC X(21) VALUE SPACES.
        01 WS-Lock-Held PIC 9(1) VALUE 0.
        01 WS-Lock-Conflict PIC 9(1) VALUE 0.
        01 WS-Lock-EOF PIC 9(1) VALUE 0.
        01 WS-InFlight-Name PIC X(30) VALUE SPACES.
        01 WS-In-Flight PIC 9(1) VALUE 0.

        PROCEDURE DIVISION.

        MOVE FUNCTION CURRENT-DATE TO WS-CurrentDateTime
        MOVE WS-CurrentDateTime(1:8) TO WS-Today

        IF WS-Function = "SWEEP" OR WS-Function = "RESTORE" THEN
          MOVE WS-Function TO WS-Lock-Function
          PERFORM Take-Run-Lock THRU Take-Run-Lock-Exit
          IF WS-Lock-Held = 0 THEN
            STOP RUN
          END-IF
        END-IF

        IF WS-Function = "SWEEP" THEN
          PERFORM Sweep-Outputs THRU Sweep-Outputs-Exit
        ELSE
          END-IF
        END-IF

        PERFORM Drop-Run-Lock
        STOP RUN.

      /Sweep-Outputs walks the catalog and ages every document's
              NOT AT END
                IF CAT-LastRun(1:8) < WS-CutoffR AND
                   CAT-ArchStatus NOT = "ARCHIVED" THEN
                  MOVE CAT-DocName TO WS-InFlight-Name
                  PERFORM Check-In-Flight
                  IF WS-In-Flight = 1 THEN
                    DISPLAY "Sweep skipped " FUNCTION TRIM(CAT-DocName)
                      "; ScreenReader is reformatting it now"
                    ADD 1 TO WS-Kept-Count
                  ELSE
                    PERFORM Archive-One-Document
                      THRU Archive-One-Document-Exit
                  END-IF
                ELSE
                  ADD 1 TO WS-Kept-Count
                END-IF
              GO TO Restore-Document-Exit
            END-IF
            MOVE WS-ParmArg TO WS-Restore-Name
      /A family under a merge template is in flight when its
      /template is, so the .nnn suffix comes off for the second
      /look.
            MOVE 0 TO WS-In-Flight
            IF WS-Restore-Name(31:14) = SPACES THEN
              MOVE WS-Restore-Name TO WS-InFlight-Name
              PERFORM Check-In-Flight
            END-IF
            MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-Restore-Name))
              TO WS-Rst-Len
            IF WS-In-Flight = 0 AND WS-Rst-Len > 4 AND
               WS-Rst-Len < 35 THEN
              IF WS-Restore-Name(WS-Rst-Len - 3:1) = "." AND
                 WS-Restore-Name(WS-Rst-Len - 2:3) NUMERIC THEN
                MOVE SPACES TO WS-InFlight-Name
                MOVE WS-Restore-Name(1:WS-Rst-Len - 4)
                  TO WS-InFlight-Name
                PERFORM Check-In-Flight
              END-IF
            END-IF
            IF WS-In-Flight = 1 THEN
              DISPLAY FUNCTION TRIM(WS-Restore-Name)
                " is being reformatted by ScreenReader now;"
                " restore it once that run ends"
              MOVE 8 TO RETURN-CODE
              GO TO Restore-Document-Exit
            END-IF
            OPEN INPUT ArchiveFile
            IF WS-ArchiveStatus NOT = "00" THEN
              DISPLAY "Unable to open the archive, status "
            CLOSE CatalogFile.
        Mark-Card-Restored-Done.
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
                  DISPLAY "Archiver: another "
                    FUNCTION TRIM(WS-Lock-Program)
                    " run posted its lock first"
                NOT INVALID KEY
                  MOVE 1 TO WS-Lock-Held
              END-WRITE
            END-IF
            CLOSE LockFile
            IF WS-Lock-Conflict = 1 THEN
              DISPLAY "Archiver: not started; LockMaint CLEAR removes"
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
                  DISPLAY "Archiver: RUNLOCK is held by "
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

      /Check-In-Flight asks RUNLOCK whether ScreenReader is working
      /on WS-InFlight-Name at this moment. No lock file, or no
      /ScreenReader entry, means nobody is.
        Check-In-Flight.
            MOVE 0 TO WS-In-Flight
            OPEN INPUT LockFile
            IF WS-LockStatus = "00" THEN
              MOVE "SCREENREADER" TO LCK-Program
              READ LockFile
                INVALID KEY CONTINUE
                NOT INVALID KEY
                  IF LCK-DocName = WS-InFlight-Name AND
                     LCK-DocName NOT = SPACES THEN
                    MOVE 1 TO WS-In-Flight
                  END-IF
              END-READ
              CLOSE LockFile
            END-IF.
