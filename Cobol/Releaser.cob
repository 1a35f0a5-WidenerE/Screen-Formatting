        IDENTIFICATION DIVISION.
        PROGRAM-ID. Releaser.

      /Releaser works the release hold queue ScreenReader keeps in
      /RELHOLD. A family lands on the queue when its run wants a
      /second look - overflow words, unresolved merge markers,
      /vocabulary findings, an output that CHANGED since the last
      /run, or a verify failure - and nothing on the queue goes
      /out until a supervisor says so here:
      /
      /  PARM LIST                     prints every entry in key
      /                                order with its reasons and
      /                                any decision already made
      /  PARM RELEASE base userid note copies the family's .OUT,
      /                                and its .RED if there is
      /                                one, to the distribution
      /                                area and marks it RELEASED
      /  PARM REJECT base userid note  marks it REJECTED; nothing
      /                                is copied
      /
      /The base is the family name the queue lists - the document
      /name, or document name dot recipient number for one letter
      /of a mail merge. The user ID is the supervisor's, up to
      /eight characters, and the note is the rest of the PARM, up
      /to 40 characters. Every decision is stamped on the DOCCATLG
      /card and appended to AUDITFL as an ACTION= row, so "who let
      /this go out" has an answer in both places, and CatMaint
      /REBUILD can put the card back from the history alone.
      /
      /A family is marked RELEASED only once its copy is complete;
      /a copy that fails leaves the entry HELD for another try. A
      /family whose latest run ended INCOMPLETE or VERIFY-FAIL has
      /no good output to ship and is refused until it is rerun.
      /
      /Return codes: 0 decision recorded or queue listed, 4 the
      /base is not on the queue, is already decided, or the queue
      /is empty, 8 the release was refused or the copy failed, 16
      /a bad PARM or a queue that cannot be opened.
      /
      /RELEASE and REJECT post an entry on RUNLOCK while they run,
      /so two decisions never race each other, and a RELEASE of the
      /one document ScreenReader's entry says is being reformatted
      /right now is refused (return code 8) rather than shipping a
      /half-written .OUT. A run the lock refuses ends with return
      /code 20.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
                SELECT ReleaseHoldFile ASSIGN TO "RELHOLD"
                        ORGANIZATION IS INDEXED
                        ACCESS IS DYNAMIC
                        RECORD KEY IS HLD-BaseName
                        FILE STATUS IS WS-HoldStatus.

                SELECT CatalogFile ASSIGN TO "DOCCATLG"
                        ORGANIZATION IS INDEXED
                        ACCESS IS RANDOM
                        RECORD KEY IS CAT-DocName
                        FILE STATUS IS WS-CatalogStatus.

                SELECT AuditFile ASSIGN TO "AUDITFL"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS WS-AuditStatus.

      /MemberFile is the output being released, read from beside
      /the inputs where ScreenReader left it; DistFile is its copy
      /in the distribution area under the same name.
                SELECT MemberFile ASSIGN TO DYNAMIC WS-MemberName
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS WS-MemberStatus.

                SELECT DistFile ASSIGN TO DYNAMIC WS-DistName
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS WS-DistStatus.

                SELECT LockFile ASSIGN TO "RUNLOCK"
                        ORGANIZATION IS INDEXED
                        ACCESS IS DYNAMIC
                        RECORD KEY IS LCK-Program
                        FILE STATUS IS WS-LockStatus.

        DATA DIVISION.
        FILE SECTION.
        FD ReleaseHoldFile.
        COPY RELHOLD.

        FD CatalogFile.
        COPY DOCCATLG.

        FD AuditFile.
        01 AUD-Record PIC X(250).

        FD MemberFile.
        01 MBR-Record PIC X(100).

        FD DistFile.
        01 DST-Record PIC X(100).

        FD LockFile.
        COPY RUNLOCK.

        WORKING-STORAGE SECTION.
        01 WS-HoldStatus PIC X(2) VALUE SPACES.
        01 WS-CatalogStatus PIC X(2) VALUE SPACES.
        01 WS-AuditStatus PIC X(2) VALUE SPACES.
        01 WS-MemberStatus PIC X(2) VALUE SPACES.
        01 WS-DistStatus PIC X(2) VALUE SPACES.

      /PARM parse areas. The function, base and user ID are the
      /first three words; WS-Parm-Ptr is left at the start of the
      /note, which runs to the end of the command line.
        01 WS-ParmValue PIC X(120) VALUE SPACES.
        01 WS-Function PIC X(10) VALUE SPACES.
        01 WS-ParmBase PIC X(44) VALUE SPACES.
        01 WS-ParmUser PIC X(10) VALUE SPACES.
        01 WS-ParmNote PIC X(60) VALUE SPACES.
        01 WS-Parm-Ptr PIC 9(3) VALUE 1.

        01 WS-CurrentDateTime PIC X(21) VALUE SPACES.
        01 WS-Timestamp PIC X(16) VALUE SPACES.
        01 WS-Browse-EOF PIC 9(1) VALUE 0.
        01 WS-Entry-Count PIC 9(5) VALUE 0.
        01 WS-Waiting-Count PIC 9(5) VALUE 0.
        01 WS-New-Status PIC X(8) VALUE SPACES.
        01 WS-Action PIC X(8) VALUE SPACES.

      /The distribution area is the DISTRIB directory; a released
      /family's files are copied into it under their own names, so
      /the mail room collects from one place and everything there
      /has been through a supervisor or never needed one.
        01 WS-Dist-Prefix PIC X(8) VALUE "DISTRIB/".
        01 WS-MemberName PIC X(48) VALUE SPACES.
        01 WS-DistName PIC X(56) VALUE SPACES.

      /The members a release ships: the .OUT itself, and the .RED
      /distribution copy when redaction cut one.
        01 WS-Ext-Values PIC X(8) VALUE ".OUT.RED".
        01 WS-Ext-Table REDEFINES WS-Ext-Values.
                05 WS-Ext OCCURS 2 TIMES PIC X(4).
        01 WS-Ext-Sub PIC 9(1) VALUE 0.
        01 WS-Member-EOF PIC 9(1) VALUE 0.
        01 WS-Ship-Failed PIC 9(1) VALUE 0.
        01 WS-Copy-Count PIC 9(8) VALUE 0.

      /Run-lock areas. The function and the exclusive flag are set
      /for the job in hand before Take-Run-Lock posts the entry.
        01 WS-LockStatus PIC X(2) VALUE SPACES.
        01 WS-Lock-Program PIC X(12) VALUE "RELEASER".
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

        ACCEPT WS-ParmValue FROM COMMAND-LINE
        MOVE SPACES TO WS-Function
        MOVE SPACES TO WS-ParmBase
        MOVE SPACES TO WS-ParmUser
        MOVE SPACES TO WS-ParmNote
        MOVE 1 TO WS-Parm-Ptr
        UNSTRING WS-ParmValue DELIMITED BY ALL SPACE
          INTO WS-Function WS-ParmBase WS-ParmUser
          WITH POINTER WS-Parm-Ptr
        END-UNSTRING
        IF WS-Parm-Ptr NOT > 120 THEN
          MOVE FUNCTION TRIM(WS-ParmValue(WS-Parm-Ptr:))
            TO WS-ParmNote
        END-IF
        MOVE FUNCTION UPPER-CASE(WS-Function) TO WS-Function
        MOVE FUNCTION UPPER-CASE(WS-ParmUser) TO WS-ParmUser

        IF WS-Function = "RELEASE" OR WS-Function = "REJECT" THEN
          MOVE WS-Function TO WS-Lock-Function
          PERFORM Take-Run-Lock THRU Take-Run-Lock-Exit
          IF WS-Lock-Held = 0 THEN
            STOP RUN
          END-IF
        END-IF

        IF WS-Function = "LIST" THEN
          PERFORM List-Queue THRU List-Queue-Exit
        ELSE
          IF WS-Function = "RELEASE" OR WS-Function = "REJECT" THEN
            PERFORM Decide-Entry THRU Decide-Entry-Exit
          ELSE
            DISPLAY "Releaser: PARM must be LIST,"
              " RELEASE base userid note"
              " or REJECT base userid note"
            MOVE 16 TO RETURN-CODE
          END-IF
        END-IF

        PERFORM Drop-Run-Lock
        STOP RUN.

      /List-Queue walks every entry in key order: the family, where
      /it stands, when it was held and why, and for a decided entry
      /who decided and what they said.
        List-Queue.
            OPEN INPUT ReleaseHoldFile
            IF WS-HoldStatus = "35" THEN
              DISPLAY "The release hold queue is empty"
              MOVE 4 TO RETURN-CODE
              GO TO List-Queue-Exit
            END-IF
            IF WS-HoldStatus NOT = "00" THEN
              DISPLAY "Unable to open release hold queue, status "
                WS-HoldStatus
              MOVE 16 TO RETURN-CODE
              GO TO List-Queue-Exit
            END-IF
            MOVE LOW-VALUES TO HLD-BaseName
            START ReleaseHoldFile KEY NOT < HLD-BaseName
              INVALID KEY MOVE 1 TO WS-Browse-EOF
            END-START
            PERFORM List-Next-Entry UNTIL WS-Browse-EOF = 1
            CLOSE ReleaseHoldFile
            IF WS-Entry-Count = 0 THEN
              DISPLAY "The release hold queue is empty"
              MOVE 4 TO RETURN-CODE
            ELSE
              DISPLAY SPACE
              DISPLAY "ENTRIES LISTED " WS-Entry-Count
              DISPLAY "AWAITING       " WS-Waiting-Count
            END-IF.
        List-Queue-Exit.
            EXIT.

        List-Next-Entry.
            READ ReleaseHoldFile NEXT RECORD
              AT END MOVE 1 TO WS-Browse-EOF
              NOT AT END
                ADD 1 TO WS-Entry-Count
                IF HLD-Status = "HELD" THEN
                  ADD 1 TO WS-Waiting-Count
                END-IF
                DISPLAY HLD-BaseName "  " HLD-Status
                  "  HELD " HLD-HeldAt
                DISPLAY "    RUN " FUNCTION TRIM(HLD-RunStatus)
                  "  REASONS " FUNCTION TRIM(HLD-Reasons)
                IF HLD-Status NOT = "HELD" THEN
                  DISPLAY "    " FUNCTION TRIM(HLD-Status)
                    " BY " FUNCTION TRIM(HLD-DecidedBy)
                    " " HLD-DecidedAt " " FUNCTION TRIM(HLD-Note)
                END-IF
            END-READ.

      /Decide-Entry records one supervisor decision. The entry
      /must be on the queue and still HELD; a release must also
      /have a good output to ship, and ships it before the entry
      /is marked, so RELEASED always means the copy is in the
      /distribution area. The decision then goes to the card and
      /to the audit history.
        Decide-Entry.
            IF WS-ParmBase = SPACES OR WS-ParmUser = SPACES THEN
              DISPLAY "Releaser: " FUNCTION TRIM(WS-Function)
                " needs a base name and a user ID"
              MOVE 16 TO RETURN-CODE
              GO TO Decide-Entry-Exit
            END-IF
            IF WS-ParmUser(9:2) NOT = SPACES THEN
              DISPLAY "Releaser: the user ID is longer than 8"
                " characters"
              MOVE 16 TO RETURN-CODE
              GO TO Decide-Entry-Exit
            END-IF
      /The note lands in AUDITFL as one labelled field among
      /others, so an equals sign in it is made a hyphen rather
      /than let a note pose as a figure.
            INSPECT WS-ParmNote REPLACING ALL "=" BY "-"
            OPEN I-O ReleaseHoldFile
            IF WS-HoldStatus NOT = "00" THEN
              DISPLAY "Unable to open release hold queue, status "
                WS-HoldStatus
              MOVE 16 TO RETURN-CODE
              GO TO Decide-Entry-Exit
            END-IF
            MOVE WS-ParmBase TO HLD-BaseName
            READ ReleaseHoldFile
              INVALID KEY
                DISPLAY FUNCTION TRIM(WS-ParmBase)
                  " is not on the release hold queue"
                MOVE 4 TO RETURN-CODE
                CLOSE ReleaseHoldFile
                GO TO Decide-Entry-Exit
            END-READ
            IF HLD-Status NOT = "HELD" THEN
              DISPLAY FUNCTION TRIM(WS-ParmBase) " was already "
                FUNCTION TRIM(HLD-Status) " by "
                FUNCTION TRIM(HLD-DecidedBy) " at " HLD-DecidedAt
              MOVE 4 TO RETURN-CODE
              CLOSE ReleaseHoldFile
              GO TO Decide-Entry-Exit
            END-IF
            IF WS-Function = "RELEASE" THEN
              IF HLD-RunStatus = "INCOMPLETE" OR
                 HLD-RunStatus = "VERIFY-FAIL" THEN
                DISPLAY FUNCTION TRIM(WS-ParmBase)
                  " cannot be released: its last run ended "
                  FUNCTION TRIM(HLD-RunStatus)
                  "; rerun the document first"
                MOVE 8 TO RETURN-CODE
                CLOSE ReleaseHoldFile
                GO TO Decide-Entry-Exit
              END-IF
              MOVE HLD-DocName TO WS-InFlight-Name
              PERFORM Check-In-Flight
              IF WS-In-Flight = 1 THEN
                DISPLAY FUNCTION TRIM(WS-ParmBase)
                  " cannot be released: ScreenReader is"
                  " reformatting it now"
                MOVE 8 TO RETURN-CODE
                CLOSE ReleaseHoldFile
                GO TO Decide-Entry-Exit
              END-IF
              PERFORM Ship-Family THRU Ship-Family-Exit
              IF WS-Ship-Failed = 1 THEN
                DISPLAY FUNCTION TRIM(WS-ParmBase)
                  " stays HELD; the copy did not finish"
                MOVE 8 TO RETURN-CODE
                CLOSE ReleaseHoldFile
                GO TO Decide-Entry-Exit
              END-IF
              MOVE "RELEASE" TO WS-Action
              MOVE "RELEASED" TO WS-New-Status
            ELSE
              MOVE "REJECT" TO WS-Action
              MOVE "REJECTED" TO WS-New-Status
            END-IF
            PERFORM Build-Timestamp
            MOVE WS-New-Status TO HLD-Status
            MOVE WS-ParmUser TO HLD-DecidedBy
            MOVE WS-Timestamp TO HLD-DecidedAt
            MOVE WS-ParmNote TO HLD-Note
            REWRITE HLD-Record
            IF WS-HoldStatus NOT = "00" THEN
              DISPLAY "Unable to record the decision on "
                FUNCTION TRIM(WS-ParmBase) ", status " WS-HoldStatus
      /The queue still says HELD, so the card and the audit trail
      /are left alone rather than record a decision that did not
      /land; CatMaint REBUILD would otherwise replay it.
              DISPLAY FUNCTION TRIM(WS-ParmBase)
                " stays HELD; decide it again"
              MOVE 8 TO RETURN-CODE
              CLOSE ReleaseHoldFile
              GO TO Decide-Entry-Exit
            END-IF
            CLOSE ReleaseHoldFile
            PERFORM Stamp-Catalog-Card THRU Stamp-Catalog-Card-Done
            PERFORM Write-Decision-Row
            DISPLAY FUNCTION TRIM(WS-ParmBase) " "
              FUNCTION TRIM(WS-New-Status) " by "
              FUNCTION TRIM(WS-ParmUser).
        Decide-Entry-Exit.
            EXIT.

        Build-Timestamp.
            MOVE FUNCTION CURRENT-DATE TO WS-CurrentDateTime
            MOVE SPACES TO WS-Timestamp
            STRING WS-CurrentDateTime(1:8) DELIMITED BY SIZE
              "-" DELIMITED BY SIZE
              WS-CurrentDateTime(9:6) DELIMITED BY SIZE
              INTO WS-Timestamp
            END-STRING.

      /Ship-Family copies the held family's members into the
      /distribution area. The .OUT must be on disk - a family
      /whose output has been archived or lost has nothing to
      /ship - while a missing .RED only means the run had no
      /redaction.
        Ship-Family.
            MOVE 0 TO WS-Ship-Failed
            PERFORM Ship-One-Member THRU Ship-One-Member-Done
              VARYING WS-Ext-Sub FROM 1 BY 1
              UNTIL WS-Ext-Sub > 2 OR WS-Ship-Failed = 1.
        Ship-Family-Exit.
            EXIT.

        Ship-One-Member.
            MOVE SPACES TO WS-MemberName
            STRING FUNCTION TRIM(WS-ParmBase) DELIMITED BY SIZE
              WS-Ext(WS-Ext-Sub) DELIMITED BY SIZE
              INTO WS-MemberName
            END-STRING
            MOVE SPACES TO WS-DistName
            STRING WS-Dist-Prefix DELIMITED BY SIZE
              FUNCTION TRIM(WS-MemberName) DELIMITED BY SIZE
              INTO WS-DistName
            END-STRING
            OPEN INPUT MemberFile
            IF WS-MemberStatus NOT = "00" THEN
              IF WS-Ext-Sub = 1 THEN
                DISPLAY "The output " FUNCTION TRIM(WS-MemberName)
                  " is not on disk, status " WS-MemberStatus
                MOVE 1 TO WS-Ship-Failed
              END-IF
              GO TO Ship-One-Member-Done
            END-IF
            OPEN OUTPUT DistFile
            IF WS-DistStatus NOT = "00" THEN
              DISPLAY "Unable to write " FUNCTION TRIM(WS-DistName)
                ", status " WS-DistStatus
              MOVE 1 TO WS-Ship-Failed
              CLOSE MemberFile
              GO TO Ship-One-Member-Done
            END-IF
            MOVE 0 TO WS-Copy-Count
            MOVE 0 TO WS-Member-EOF
            PERFORM Copy-Member-Record UNTIL WS-Member-EOF = 1
              OR WS-Ship-Failed = 1
            CLOSE MemberFile
            CLOSE DistFile
            IF WS-Ship-Failed = 0 THEN
              DISPLAY "Copied " FUNCTION TRIM(WS-MemberName) " to "
                FUNCTION TRIM(WS-DistName) ", "
                FUNCTION TRIM(WS-Copy-Count) " record(s)"
            END-IF.
        Ship-One-Member-Done.
            EXIT.

        Copy-Member-Record.
            READ MemberFile NEXT RECORD
              AT END MOVE 1 TO WS-Member-EOF
              NOT AT END
                MOVE MBR-Record TO DST-Record
                WRITE DST-Record
                IF WS-DistStatus NOT = "00" THEN
                  DISPLAY "Copy to " FUNCTION TRIM(WS-DistName)
                    " failed, status " WS-DistStatus
                  MOVE 1 TO WS-Ship-Failed
                ELSE
                  ADD 1 TO WS-Copy-Count
                END-IF
            END-READ.

      /Stamp-Catalog-Card puts the decision on the document's
      /card. For a mail merge the card is the template's, so it
      /carries the latest decision on any of its letters; the
      /queue keeps each letter's own. A card that cannot be
      /stamped grades the run 8 - the decision stands, and is in
      /AUDITFL for CatMaint REBUILD to put back.
        Stamp-Catalog-Card.
            OPEN I-O CatalogFile
            IF WS-CatalogStatus NOT = "00" THEN
              DISPLAY "Unable to open document catalog, status "
                WS-CatalogStatus
              MOVE 8 TO RETURN-CODE
              GO TO Stamp-Catalog-Card-Done
            END-IF
            MOVE HLD-DocName TO CAT-DocName
            READ CatalogFile
              INVALID KEY
                DISPLAY FUNCTION TRIM(HLD-DocName)
                  " has no catalog card to stamp"
                MOVE 8 TO RETURN-CODE
              NOT INVALID KEY
                MOVE WS-New-Status TO CAT-RelStatus
                MOVE WS-ParmUser TO CAT-RelBy
                MOVE WS-Timestamp TO CAT-RelDate
                REWRITE CAT-Record
                IF WS-CatalogStatus NOT = "00" THEN
                  DISPLAY "Unable to stamp the card for "
                    FUNCTION TRIM(HLD-DocName)
                    ", status " WS-CatalogStatus
                  MOVE 8 TO RETURN-CODE
                END-IF
            END-READ
            CLOSE CatalogFile.
        Stamp-Catalog-Card-Done.
            EXIT.

      /Write-Decision-Row appends the decision to AUDITFL in the
      /labelled style of the run rows: when, which document, the
      /action, the family, who, and the note.
        Write-Decision-Row.
            MOVE SPACES TO AUD-Record
            STRING WS-Timestamp DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              FUNCTION TRIM(HLD-DocName) DELIMITED BY SIZE
              " ACTION=" DELIMITED BY SIZE
              FUNCTION TRIM(WS-Action) DELIMITED BY SIZE
              " BASE=" DELIMITED BY SIZE
              FUNCTION TRIM(WS-ParmBase) DELIMITED BY SIZE
              " BY=" DELIMITED BY SIZE
              FUNCTION TRIM(WS-ParmUser) DELIMITED BY SIZE
              " NOTE=" DELIMITED BY SIZE
              FUNCTION TRIM(HLD-Note) DELIMITED BY SIZE
              INTO AUD-Record
            END-STRING
            OPEN EXTEND AuditFile
            IF WS-AuditStatus = "05" OR WS-AuditStatus = "35" THEN
              OPEN OUTPUT AuditFile
            END-IF
            IF WS-AuditStatus NOT = "00" THEN
              DISPLAY "Unable to open audit history AUDITFL, status "
                WS-AuditStatus
              MOVE 8 TO RETURN-CODE
            ELSE
              WRITE AUD-Record
              CLOSE AuditFile
            END-IF.

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
                  DISPLAY "Releaser: another "
                    FUNCTION TRIM(WS-Lock-Program)
                    " run posted its lock first"
                NOT INVALID KEY
                  MOVE 1 TO WS-Lock-Held
              END-WRITE
            END-IF
            CLOSE LockFile
            IF WS-Lock-Conflict = 1 THEN
              DISPLAY "Releaser: not started; LockMaint CLEAR removes"
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
                  DISPLAY "Releaser: RUNLOCK is held by "
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
