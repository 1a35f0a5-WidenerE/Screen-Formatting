      /figures and a run count equal to its rows - the same card
      /Update-Catalog would have left. Rows written before the
      /audit layout carried WORDS= and OVFL= rebuild those two
      /figures as zero, and rows from before SPELL=, HEADS= or
      /GRADE= rebuild the vocabulary count, heading count and
      /reading grade the same way. The OVER flag comes back from
      /GRADE= against the RDLIM= limit the run was held to. The
      /release fields come back from the HOLD= figure on each run
      /row and from the ACTION= rows Releaser appends for every
      /RELEASE or REJECT; an ACTION row stamps the decision on the
      /card without counting as a run.
      /
      /REBUILD is also the cutover step whenever CAT-Record grows
      /a field: a catalog written under the old layout opens with
      /status 39 for every program, and nothing repairs that but
      /recutting the file. Run REBUILD once at install of any
      /release that touches DOCCATLG.cpy - most recently the
      /CAT-LastGrade/CAT-GradeFlag widening - or the first night's
      /runs go uncataloged with only a job-log line to say so.
      /
      /PURGE and REBUILD post an entry on RUNLOCK for as long as
      /they run. REBUILD recuts the file every other program reads,
      /so it holds the lock exclusively: it will not start beside
      /any other run, and nothing starts beside it. PURGE only
      /refuses to run beside another CatMaint or an exclusive run,
      /and keeps the card of the one document ScreenReader's entry
      /says is being reformatted at that moment. A refused run ends
      /with return code 20.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS WS-AuditStatus.

                SELECT LockFile ASSIGN TO "RUNLOCK"
                        ORGANIZATION IS INDEXED
                        ACCESS IS DYNAMIC
                        RECORD KEY IS LCK-Program
                        FILE STATUS IS WS-LockStatus.

        DATA DIVISION.
        FILE SECTION.
        FD CatalogFile.
        COPY DOCCATLG.

        FD AuditFile.
        01 AUD-Record PIC X(250).

        FD LockFile.
        COPY RUNLOCK.

        WORKING-STORAGE SECTION.
        01 WS-CatalogStatus PIC X(2) VALUE SPACES.
        01 WS-Card-Count PIC 9(5) VALUE 0.
        01 WS-Purge-Count PIC 9(5) VALUE 0.
        01 WS-Keep-Count PIC 9(5) VALUE 0.
        01 WS-InFlight-Count PIC 9(5) VALUE 0.

      /Audit-row parse areas for REBUILD. A row is the timestamp,
      /the document name, then labelled figures; the UNSTRING below
      /peels up to sixteen of them and Apply-Audit-Field files each
      /one it recognizes.
        01 WS-Audit-EOF PIC 9(1) VALUE 0.
        01 WS-Audit-Rows PIC 9(8) VALUE 0.
        01 WS-Aud-Timestamp PIC X(16) VALUE SPACES.
        01 WS-Aud-DocName PIC X(30) VALUE SPACES.
        01 WS-Aud-Field-Table.
                05 WS-Aud-Field OCCURS 16 TIMES PIC X(30).
        01 WS-Aud-Sub PIC 9(2) VALUE 0.
        01 WS-Aud-Label PIC X(10) VALUE SPACES.
        01 WS-Aud-Value PIC X(20) VALUE SPACES.
        01 WS-Aud-Lines PIC 9(8) VALUE 0.
        01 WS-Aud-Words PIC 9(8) VALUE 0.
        01 WS-Aud-Ovfl PIC 9(4) VALUE 0.
        01 WS-Aud-Spell PIC 9(4) VALUE 0.
        01 WS-Aud-Heads PIC 9(4) VALUE 0.
        01 WS-Aud-Grade PIC 9(2)V9 VALUE 0.
        01 WS-Aud-Grade-Text PIC X(3) VALUE SPACES.
        01 WS-Aud-RdLim PIC 9(2) VALUE 0.
        01 WS-Aud-Stat PIC X(12) VALUE SPACES.
        01 WS-Aud-Hold PIC X(4) VALUE SPACES.
        01 WS-Aud-Action PIC X(8) VALUE SPACES.
        01 WS-Aud-By PIC X(8) VALUE SPACES.
        01 WS-Catalog-Found PIC 9(1) VALUE 0.

      /Run-lock areas. The function and the exclusive flag are set
      /for the job in hand before Take-Run-Lock posts the entry.
        01 WS-LockStatus PIC X(2) VALUE SPACES.
        01 WS-Lock-Program PIC X(12) VALUE "CATMAINT".
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
        END-UNSTRING
        MOVE FUNCTION UPPER-CASE(WS-Function) TO WS-Function

        IF WS-Function = "PURGE" OR WS-Function = "REBUILD" THEN
          MOVE WS-Function TO WS-Lock-Function
          IF WS-Function = "REBUILD" THEN
            MOVE "Y" TO WS-Lock-Exclusive
          END-IF
          PERFORM Take-Run-Lock THRU Take-Run-Lock-Exit
          IF WS-Lock-Held = 0 THEN
            STOP RUN
          END-IF
        END-IF

        IF WS-Function = "LIST" THEN
          PERFORM List-Catalog THRU List-Catalog-Exit
        ELSE
          END-IF
        END-IF

        PERFORM Drop-Run-Lock
        STOP RUN.

      /List-Catalog walks every card in key order and prints the
            PERFORM Purge-Next-Card UNTIL WS-Browse-EOF = 1
            CLOSE CatalogFile
            DISPLAY "CARDS PURGED   " WS-Purge-Count
            DISPLAY "CARDS KEPT     " WS-Keep-Count
            DISPLAY "CARDS IN FLIGHT " WS-InFlight-Count.
        Purge-Catalog-Exit.
            EXIT.

            READ CatalogFile NEXT RECORD
              AT END MOVE 1 TO WS-Browse-EOF
              NOT AT END
      /The document ScreenReader is reformatting right now is about
      /to get a fresh card; purging it would lose its run count.
                MOVE 0 TO WS-In-Flight
                IF CAT-LastRun(1:8) < WS-CutoffR THEN
                  MOVE CAT-DocName TO WS-InFlight-Name
                  PERFORM Check-In-Flight
                END-IF
                IF WS-In-Flight = 1 THEN
                  DISPLAY "Purge skipped " FUNCTION TRIM(CAT-DocName)
                    "; ScreenReader is reformatting it now"
                  ADD 1 TO WS-InFlight-Count
                END-IF
                IF CAT-LastRun(1:8) < WS-CutoffR AND
                   WS-In-Flight = 0 THEN
      /A card only counts purged when the DELETE really took; a
      /failed delete is reported and the card counted as kept, so
      /the totals match what is actually left in the file.
                  ADD 1 TO WS-Audit-Rows
                  PERFORM Parse-Audit-Row
                  IF WS-Aud-DocName NOT = SPACES THEN
                    IF WS-Aud-Action NOT = SPACES THEN
                      PERFORM Post-Decision-Row
                    ELSE
                      PERFORM Post-Audit-Row
                    END-IF
                  END-IF
                END-IF
            END-READ.
            MOVE 0 TO WS-Aud-Lines
            MOVE 0 TO WS-Aud-Words
            MOVE 0 TO WS-Aud-Ovfl
            MOVE 0 TO WS-Aud-Spell
            MOVE 0 TO WS-Aud-Heads
            MOVE 0 TO WS-Aud-Grade
            MOVE 0 TO WS-Aud-RdLim
            MOVE SPACES TO WS-Aud-Stat
            MOVE SPACES TO WS-Aud-Hold
            MOVE SPACES TO WS-Aud-Action
            MOVE SPACES TO WS-Aud-By
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
                 WS-Aud-Value(1:4) NUMERIC THEN
                MOVE WS-Aud-Value(1:4) TO WS-Aud-Ovfl
              END-IF
              IF WS-Aud-Label = "SPELL" AND
                 WS-Aud-Value(1:4) NUMERIC THEN
                MOVE WS-Aud-Value(1:4) TO WS-Aud-Spell
              END-IF
              IF WS-Aud-Label = "HEADS" AND
                 WS-Aud-Value(1:4) NUMERIC THEN
                MOVE WS-Aud-Value(1:4) TO WS-Aud-Heads
              END-IF
      /GRADE= is written nn.n; the digits either side of the point
      /make the three-digit figure.
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
              IF WS-Aud-Label = "STAT" THEN
                MOVE WS-Aud-Value(1:12) TO WS-Aud-Stat
              END-IF
              IF WS-Aud-Label = "HOLD" THEN
                MOVE WS-Aud-Value(1:4) TO WS-Aud-Hold
              END-IF
              IF WS-Aud-Label = "ACTION" THEN
                MOVE WS-Aud-Value(1:8) TO WS-Aud-Action
              END-IF
              IF WS-Aud-Label = "BY" THEN
                MOVE WS-Aud-Value(1:8) TO WS-Aud-By
              END-IF
            END-IF.

      /Post-Audit-Row folds one parsed row into its card, cutting a
            MOVE WS-Aud-Lines TO CAT-LastLines
            MOVE WS-Aud-Words TO CAT-LastWords
            MOVE WS-Aud-Ovfl TO CAT-LastOverflow
            MOVE WS-Aud-Spell TO CAT-LastSpell
            MOVE WS-Aud-Heads TO CAT-LastHeads
            MOVE WS-Aud-Grade TO CAT-LastGrade
            IF WS-Aud-RdLim > 0 AND WS-Aud-Grade > WS-Aud-RdLim THEN
              MOVE "OVER" TO CAT-GradeFlag
            ELSE
              MOVE SPACES TO CAT-GradeFlag
            END-IF
            MOVE WS-Aud-Stat TO CAT-LastStatus
      /The audit history does not record archive sweeps, so a
      /rebuilt card starts ONLINE; the next Archiver sweep will
      /from disk and note it again.
            MOVE "ONLINE" TO CAT-ArchStatus
            MOVE SPACES TO CAT-ArchDate
      /The hold decision posts the way Update-Catalog posts it; a
      /row from before HOLD= existed leaves the fields as they are.
            IF WS-Aud-Hold = "HELD" THEN
              MOVE "HELD" TO CAT-RelStatus
              MOVE SPACES TO CAT-RelBy
              MOVE SPACES TO CAT-RelDate
            ELSE
              IF WS-Aud-Hold = "NONE" THEN
                MOVE "AUTO" TO CAT-RelStatus
                MOVE SPACES TO CAT-RelBy
                MOVE SPACES TO CAT-RelDate
              END-IF
            END-IF
            IF WS-Catalog-Found = 1 THEN
              REWRITE CAT-Record
            ELSE
                FUNCTION TRIM(WS-Aud-DocName)
                ", status " WS-CatalogStatus
            END-IF.

      /Post-Decision-Row stamps one supervisor decision on its
      /card: RELEASED or REJECTED, by whom and when. A decision
      /for a document the history has not cut a card for yet has
      /nothing to stamp and rolls past.
        Post-Decision-Row.
            MOVE WS-Aud-DocName TO CAT-DocName
            READ CatalogFile
              INVALID KEY CONTINUE
              NOT INVALID KEY
                IF WS-Aud-Action = "RELEASE" THEN
                  MOVE "RELEASED" TO CAT-RelStatus
                ELSE
                  MOVE "REJECTED" TO CAT-RelStatus
                END-IF
                MOVE WS-Aud-By TO CAT-RelBy
                MOVE WS-Aud-Timestamp TO CAT-RelDate
                REWRITE CAT-Record
                IF WS-CatalogStatus NOT = "00" THEN
                  DISPLAY "Unable to rebuild the card for "
                    FUNCTION TRIM(WS-Aud-DocName)
                    ", status " WS-CatalogStatus
                END-IF
            END-READ.

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
                  DISPLAY "CatMaint: another "
                    FUNCTION TRIM(WS-Lock-Program)
                    " run posted its lock first"
                NOT INVALID KEY
                  MOVE 1 TO WS-Lock-Held
              END-WRITE
            END-IF
            CLOSE LockFile
            IF WS-Lock-Conflict = 1 THEN
              DISPLAY "CatMaint: not started; LockMaint CLEAR removes"
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
                  DISPLAY "CatMaint: RUNLOCK is held by "
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
