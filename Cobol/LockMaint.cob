        IDENTIFICATION DIVISION.
        PROGRAM-ID. LockMaint.

      /LockMaint is the operator's view of RUNLOCK, the file every
      /updating program posts an entry on while it runs. A job that
      /abends never takes its entry off, and every later run of that
      /program - or of anything, when the entry is exclusive - is
      /then refused with return code 20 until the entry is cleared:
      /
      /  PARM LIST            prints every entry: the program, its
      /                       function, whether it holds the lock
      /                       exclusively, the scheduler job, when
      /                       it started, and for ScreenReader the
      /                       document it is reformatting
      /  PARM CLEAR program   removes one program's entry
      /  PARM CLEAR ALL       removes every entry
      /
      /Clear an entry only once the job log shows the job that
      /posted it is no longer running; clearing a live run's entry
      /lets a second run start beside it.
      /
      /The return code is 0 when the job was done, 4 when there was
      /nothing to list or no such entry to clear, 16 for a bad PARM
      /or a lock file that cannot be opened.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
                SELECT LockFile ASSIGN TO "RUNLOCK"
                        ORGANIZATION IS INDEXED
                        ACCESS IS DYNAMIC
                        RECORD KEY IS LCK-Program
                        FILE STATUS IS WS-LockStatus.

        DATA DIVISION.
        FILE SECTION.
        FD LockFile.
        COPY RUNLOCK.

        WORKING-STORAGE SECTION.
        01 WS-LockStatus PIC X(2) VALUE SPACES.
        01 WS-ParmValue PIC X(40) VALUE SPACES.
        01 WS-Function PIC X(10) VALUE SPACES.
        01 WS-ClearName PIC X(12) VALUE SPACES.
        01 WS-Browse-EOF PIC 9(1) VALUE 0.
        01 WS-Lock-Count PIC 9(5) VALUE 0.
        01 WS-Cleared-Count PIC 9(5) VALUE 0.

        PROCEDURE DIVISION.

        ACCEPT WS-ParmValue FROM COMMAND-LINE
        MOVE SPACES TO WS-Function
        MOVE SPACES TO WS-ClearName
        UNSTRING WS-ParmValue DELIMITED BY ALL SPACE
          INTO WS-Function WS-ClearName
        END-UNSTRING
        MOVE FUNCTION UPPER-CASE(WS-Function) TO WS-Function
        MOVE FUNCTION UPPER-CASE(WS-ClearName) TO WS-ClearName

        IF WS-Function = "LIST" THEN
          PERFORM List-Locks THRU List-Locks-Exit
        ELSE
          IF WS-Function = "CLEAR" THEN
            IF WS-ClearName = "ALL" THEN
              PERFORM Clear-All-Locks THRU Clear-All-Locks-Exit
            ELSE
              PERFORM Clear-One-Lock THRU Clear-One-Lock-Exit
            END-IF
          ELSE
            DISPLAY "LockMaint: PARM must be LIST, CLEAR program"
              " or CLEAR ALL"
            MOVE 16 TO RETURN-CODE
          END-IF
        END-IF

        STOP RUN.

      /List-Locks walks every entry in key order. A lock file that
      /has never been created simply means nothing has ever run.
        List-Locks.
            OPEN INPUT LockFile
            IF WS-LockStatus = "35" THEN
              DISPLAY "No run locks are held"
              MOVE 4 TO RETURN-CODE
              GO TO List-Locks-Exit
            END-IF
            IF WS-LockStatus NOT = "00" THEN
              DISPLAY "Unable to open run lock file RUNLOCK, status "
                WS-LockStatus
              MOVE 16 TO RETURN-CODE
              GO TO List-Locks-Exit
            END-IF
            MOVE LOW-VALUES TO LCK-Program
            START LockFile KEY NOT < LCK-Program
              INVALID KEY MOVE 1 TO WS-Browse-EOF
            END-START
            PERFORM List-Next-Lock UNTIL WS-Browse-EOF = 1
            CLOSE LockFile
            IF WS-Lock-Count = 0 THEN
              DISPLAY "No run locks are held"
              MOVE 4 TO RETURN-CODE
            ELSE
              DISPLAY SPACE
              DISPLAY "LOCKS LISTED   " WS-Lock-Count
            END-IF.
        List-Locks-Exit.
            EXIT.

        List-Next-Lock.
            READ LockFile NEXT RECORD
              AT END MOVE 1 TO WS-Browse-EOF
              NOT AT END
                ADD 1 TO WS-Lock-Count
                DISPLAY LCK-Program
                  "  FUNCTION " LCK-Function
                  "  EXCLUSIVE " LCK-Exclusive
                  "  JOB " LCK-JobName
                  "  STARTED " LCK-Started
                IF LCK-DocName NOT = SPACES THEN
                  DISPLAY "              DOCUMENT "
                    FUNCTION TRIM(LCK-DocName)
                END-IF
            END-READ.

      /Clear-One-Lock removes the entry of the program named on the
      /PARM, as the job log's "RUNLOCK is held by" message names it.
        Clear-One-Lock.
            IF WS-ClearName = SPACES THEN
              DISPLAY "LockMaint: CLEAR needs a program name or ALL"
              MOVE 16 TO RETURN-CODE
              GO TO Clear-One-Lock-Exit
            END-IF
            OPEN I-O LockFile
            IF WS-LockStatus = "35" THEN
              DISPLAY FUNCTION TRIM(WS-ClearName)
                " holds no run lock"
              MOVE 4 TO RETURN-CODE
              GO TO Clear-One-Lock-Exit
            END-IF
            IF WS-LockStatus NOT = "00" THEN
              DISPLAY "Unable to open run lock file RUNLOCK, status "
                WS-LockStatus
              MOVE 16 TO RETURN-CODE
              GO TO Clear-One-Lock-Exit
            END-IF
            MOVE WS-ClearName TO LCK-Program
            READ LockFile
              INVALID KEY
                DISPLAY FUNCTION TRIM(WS-ClearName)
                  " holds no run lock"
                MOVE 4 TO RETURN-CODE
              NOT INVALID KEY
                DISPLAY "Clearing " FUNCTION TRIM(LCK-Program) " "
                  FUNCTION TRIM(LCK-Function)
                  " job " LCK-JobName " since " LCK-Started
                DELETE LockFile RECORD
                  INVALID KEY
                    DISPLAY "Unable to clear "
                      FUNCTION TRIM(WS-ClearName)
                      ", status " WS-LockStatus
                    MOVE 16 TO RETURN-CODE
                  NOT INVALID KEY
                    DISPLAY FUNCTION TRIM(WS-ClearName)
                      " run lock cleared"
                END-DELETE
            END-READ
            CLOSE LockFile.
        Clear-One-Lock-Exit.
            EXIT.

      /Clear-All-Locks empties the file, naming each entry in the
      /job log as it goes so the clearing can be traced afterwards.
        Clear-All-Locks.
            OPEN I-O LockFile
            IF WS-LockStatus = "35" THEN
              DISPLAY "No run locks are held"
              MOVE 4 TO RETURN-CODE
              GO TO Clear-All-Locks-Exit
            END-IF
            IF WS-LockStatus NOT = "00" THEN
              DISPLAY "Unable to open run lock file RUNLOCK, status "
                WS-LockStatus
              MOVE 16 TO RETURN-CODE
              GO TO Clear-All-Locks-Exit
            END-IF
            MOVE LOW-VALUES TO LCK-Program
            START LockFile KEY NOT < LCK-Program
              INVALID KEY MOVE 1 TO WS-Browse-EOF
            END-START
            PERFORM Clear-Next-Lock UNTIL WS-Browse-EOF = 1
            CLOSE LockFile
            IF WS-Cleared-Count = 0 THEN
              DISPLAY "No run locks are held"
              MOVE 4 TO RETURN-CODE
            ELSE
              DISPLAY SPACE
              DISPLAY "LOCKS CLEARED  " WS-Cleared-Count
            END-IF.
        Clear-All-Locks-Exit.
            EXIT.

        Clear-Next-Lock.
            READ LockFile NEXT RECORD
              AT END MOVE 1 TO WS-Browse-EOF
              NOT AT END
                DISPLAY "Clearing " FUNCTION TRIM(LCK-Program) " "
                  FUNCTION TRIM(LCK-Function)
                  " job " LCK-JobName " since " LCK-Started
                DELETE LockFile RECORD
                  INVALID KEY
                    DISPLAY "Unable to clear "
                      FUNCTION TRIM(LCK-Program)
                      ", status " WS-LockStatus
                    MOVE 16 TO RETURN-CODE
                    MOVE 1 TO WS-Browse-EOF
                  NOT INVALID KEY
                    ADD 1 TO WS-Cleared-Count
                END-DELETE
            END-READ.
