      /  PARM LIST          prints every card in key order
      /  PARM LOAD          loads or replaces cards from the
      /                     PROFCRDS control file
      /  PARM RELOAD        empties the file and loads it afresh
      /                     from PROFCRDS - the cutover for a
      /                     widened DOCPROFL record
      /  PARM DROP docname  removes one document's card
      /
      /A PROFCRDS card is "docname width just pagelen columns
      /readgrade", space delimited: LETTER1.TXT 80 F 55 2 8. A
      /width, page length, column count or reading grade of zero
      /(or left off the card), or a justification of "-", stands
      /for "keep the run-level setting", so a card can pin just the
      /one figure it cares about. Columns is 1 or 2; the reading
      /grade is the level the document must stay under, 1 to 99.
      /
      /LOAD, RELOAD and DROP post an entry on RUNLOCK while they
      /run, so two of them never update the file at once. RELOAD
      /empties the file ScreenReader reads every document's card
      /from, so it holds the lock exclusively and will not start
      /beside any other run. A run the lock refuses ends with
      /return code 20.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS WS-CardStatus.

                SELECT LockFile ASSIGN TO "RUNLOCK"
                        ORGANIZATION IS INDEXED
                        ACCESS IS DYNAMIC
                        RECORD KEY IS LCK-Program
                        FILE STATUS IS WS-LockStatus.

        DATA DIVISION.
        FILE SECTION.
        FD ProfileFile.
        FD ProfCardFile.
        01 ProfCardRec PIC X(60).

        FD LockFile.
        COPY RUNLOCK.

        WORKING-STORAGE SECTION.
        01 WS-ProfileStatus PIC X(2) VALUE SPACES.
        01 WS-CardStatus PIC X(2) VALUE SPACES.
        01 WS-Card-Width PIC X(10) VALUE SPACES.
        01 WS-Card-Just PIC X(10) VALUE SPACES.
        01 WS-Card-PageLen PIC X(10) VALUE SPACES.
        01 WS-Card-Columns PIC X(10) VALUE SPACES.
        01 WS-Card-Grade PIC X(10) VALUE SPACES.
        01 WS-ValueR PIC X(3) JUSTIFIED RIGHT.
        01 WS-Width-N PIC 9(3) VALUE 0.
        01 WS-PageLen-N PIC 9(3) VALUE 0.
        01 WS-Just-C PIC X(1) VALUE SPACE.
        01 WS-Columns-N PIC 9(1) VALUE 0.
        01 WS-Grade-N PIC 9(3) VALUE 0.
        01 WS-Reload PIC 9(1) VALUE 0.
        01 WS-Profile-Found PIC 9(1) VALUE 0.

      /Run-lock areas. The function and the exclusive flag are set
      /for the job in hand before Take-Run-Lock posts the entry.
        01 WS-LockStatus PIC X(2) VALUE SPACES.
        01 WS-Lock-Program PIC X(12) VALUE "PROFMAINT".
        01 WS-Lock-Function PIC X(8) VALUE SPACES.
        01 WS-Lock-Exclusive PIC X(1) VALUE "N".
        01 WS-Lock-JobName PIC X(8) VALUE SPACES.
        01 WS-Lock-Now PIC X(21) VALUE SPACES.
        01 WS-Lock-Held PIC 9(1) VALUE 0.
        01 WS-Lock-Conflict PIC 9(1) VALUE 0.
        01 WS-Lock-EOF PIC 9(1) VALUE 0.

        PROCEDURE DIVISION.

        ACCEPT WS-ParmValue FROM COMMAND-LINE
        END-UNSTRING
        MOVE FUNCTION UPPER-CASE(WS-Function) TO WS-Function

        IF WS-Function = "LOAD" OR WS-Function = "RELOAD" OR
           WS-Function = "DROP" THEN
          MOVE WS-Function TO WS-Lock-Function
          IF WS-Function = "RELOAD" THEN
            MOVE "Y" TO WS-Lock-Exclusive
          END-IF
          PERFORM Take-Run-Lock THRU Take-Run-Lock-Exit
          IF WS-Lock-Held = 0 THEN
            STOP RUN
          END-IF
        END-IF

        IF WS-Function = "LIST" THEN
          PERFORM List-Profiles THRU List-Profiles-Exit
        ELSE
          IF WS-Function = "LOAD" THEN
            PERFORM Load-Profiles THRU Load-Profiles-Exit
          ELSE
            IF WS-Function = "RELOAD" THEN
              MOVE 1 TO WS-Reload
              PERFORM Load-Profiles THRU Load-Profiles-Exit
            ELSE
              IF WS-Function = "DROP" THEN
                PERFORM Drop-Profile THRU Drop-Profile-Exit
              ELSE
                DISPLAY "ProfMaint: PARM must be LIST, LOAD,"
                  " RELOAD or DROP docname"
                MOVE 16 TO RETURN-CODE
              END-IF
            END-IF
          END-IF
        END-IF

        PERFORM Drop-Run-Lock
        STOP RUN.

      /List-Profiles walks every card in key order, labelled the
                  "  WIDTH " PRF-Width
                  "  JUST " PRF-Just
                  "  PAGELEN " PRF-PageLen
                  "  COLUMNS " PRF-Columns
                  "  READGRADE " PRF-ReadGrade
            END-READ.

      /Load-Profiles reads every PROFCRDS card and puts it to the
      /file, replacing a card the document already has - the same
      /read-then-rewrite-or-write step ScreenReader uses on its
      /catalog. A profile file that does not exist yet is created.
      /RELOAD empties the file first, once PROFCRDS is known to be
      /there, so an old-layout file is recut rather than read.
        Load-Profiles.
            OPEN INPUT ProfCardFile
            IF WS-CardStatus NOT = "00" THEN
              MOVE 16 TO RETURN-CODE
              GO TO Load-Profiles-Exit
            END-IF
            IF WS-Reload = 1 THEN
              OPEN OUTPUT ProfileFile
              IF WS-ProfileStatus NOT = "00" THEN
                DISPLAY "Unable to empty profile file, status "
                  WS-ProfileStatus
                MOVE 16 TO RETURN-CODE
                CLOSE ProfCardFile
                GO TO Load-Profiles-Exit
              END-IF
              CLOSE ProfileFile
            END-IF
            OPEN I-O ProfileFile
            IF WS-ProfileStatus = "35" THEN
              OPEN OUTPUT ProfileFile
            MOVE SPACES TO WS-Card-Width
            MOVE SPACES TO WS-Card-Just
            MOVE SPACES TO WS-Card-PageLen
            MOVE SPACES TO WS-Card-Columns
            MOVE SPACES TO WS-Card-Grade
            UNSTRING WS-Prof-Card DELIMITED BY ALL SPACE
              INTO WS-Card-Name WS-Card-Width
                WS-Card-Just WS-Card-PageLen WS-Card-Columns
                WS-Card-Grade
            END-UNSTRING
            MOVE 0 TO WS-Width-N
            IF WS-Card-Width NOT = SPACES AND
                GO TO Store-Profile-Card-Done
              END-IF
            END-IF
            MOVE 0 TO WS-Columns-N
            IF WS-Card-Columns = "1" OR WS-Card-Columns = "2" THEN
              MOVE WS-Card-Columns(1:1) TO WS-Columns-N
            ELSE
              IF WS-Card-Columns NOT = SPACES AND
                 WS-Card-Columns NOT = "0" THEN
                DISPLAY "PROFCRDS card has a bad column count,"
                  " skipped: " FUNCTION TRIM(WS-Prof-Card)
                GO TO Store-Profile-Card-Done
              END-IF
            END-IF
            MOVE 0 TO WS-Grade-N
            IF WS-Card-Grade NOT = SPACES AND
               WS-Card-Grade NOT = "0" THEN
              MOVE FUNCTION TRIM(WS-Card-Grade) TO WS-ValueR
              INSPECT WS-ValueR REPLACING LEADING SPACE BY "0"
              IF WS-ValueR NUMERIC THEN
                MOVE WS-ValueR TO WS-Grade-N
              END-IF
              IF WS-ValueR NOT NUMERIC OR WS-Grade-N > 99 THEN
                DISPLAY "PROFCRDS card has a bad reading grade,"
                  " skipped: " FUNCTION TRIM(WS-Prof-Card)
                GO TO Store-Profile-Card-Done
              END-IF
            END-IF
            MOVE 0 TO WS-Profile-Found
            MOVE WS-Card-Name TO PRF-DocName
            READ ProfileFile
            MOVE WS-Width-N TO PRF-Width
            MOVE WS-Just-C TO PRF-Just
            MOVE WS-PageLen-N TO PRF-PageLen
            MOVE WS-Columns-N TO PRF-Columns
            MOVE WS-Grade-N TO PRF-ReadGrade
            IF WS-Profile-Found = 1 THEN
              REWRITE PRF-Record
            ELSE
            CLOSE ProfileFile.
        Drop-Profile-Exit.
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
                  DISPLAY "ProfMaint: another "
                    FUNCTION TRIM(WS-Lock-Program)
                    " run posted its lock first"
                NOT INVALID KEY
                  MOVE 1 TO WS-Lock-Held
              END-WRITE
            END-IF
            CLOSE LockFile
            IF WS-Lock-Conflict = 1 THEN
              DISPLAY "ProfMaint: not started; LockMaint CLEAR removes"
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
                  DISPLAY "ProfMaint: RUNLOCK is held by "
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
