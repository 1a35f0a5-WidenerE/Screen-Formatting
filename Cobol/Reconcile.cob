        IDENTIFICATION DIVISION.
        PROGRAM-ID. Reconcile.

      /Reconcile checks that the five places this system keeps its
      /state still agree with each other: the DOCCATLG catalog, the
      /KEYWDIDX keyword index, the DOCPROFL profiles, the ARCHIVE
      /file and the outputs on disk, with the AUDITFL history as
      /the record of what actually ran. Nothing else cross-checks
      /them - CatMaint PURGE drops catalog cards but leaves their
      /index cards behind, a card can say ONLINE after its .OUT
      /is gone, and a profile can be loaded for a name that has
      /never run. Every mismatch is reported by category to
      /RECONRPT:
      /
      /  orphan keyword cards    KEYWDIDX cards for a document the
      /                          catalog has no card for
      /  orphan profiles         DOCPROFL cards for a document the
      /                          catalog has no card for
      /  output files            an ONLINE or RESTORED card whose
      /                          .OUT is missing, or an ARCHIVED
      /                          card whose .OUT is still on disk
      /  archive families        an ARCHIVED card with no *DOC
      /                          family in ARCHIVE under its name
      /                          or a recipient-numbered name
      /  run counts              a card whose run count is not the
      /                          number of run rows AUDITFL has for
      /                          the document
      /
      /  PARM (none) or REPORT   reports only
      /  PARM FIX                also deletes the orphan keyword
      /                          cards; nothing else is changed
      /
      /Deleting an index card nobody can reach is the only repair
      /safe enough to make unattended. An orphan profile may be
      /waiting for a document's first run, and every other finding
      /needs someone to decide which side is right.
      /
      /The return code grades what is left after any repair: 0
      /when everything agrees, 4 for leftovers that only waste
      /space (orphan cards and profiles, outputs an archive sweep
      /should have removed), 8 when a card no longer tells the
      /truth (missing outputs, missing archive families, run
      /counts that disagree), 16 when the PARM is wrong or a file
      /the check needs cannot be opened.
      /
      /Reconcile needs every file standing still while it reads
      /them, so it holds RUNLOCK exclusively in both modes: it will
      /not start beside any updating run, and nothing that updates
      /starts beside it. A run the lock refuses ends with return
      /code 20.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
                SELECT CatalogFile ASSIGN TO "DOCCATLG"
                        ORGANIZATION IS INDEXED
                        ACCESS IS DYNAMIC
                        RECORD KEY IS CAT-DocName
                        FILE STATUS IS WS-CatalogStatus.

                SELECT KeywordFile ASSIGN TO "KEYWDIDX"
                        ORGANIZATION IS INDEXED
                        ACCESS IS DYNAMIC
                        RECORD KEY IS KWX-Key
                        FILE STATUS IS WS-KeywordStatus.

                SELECT ProfileFile ASSIGN TO "DOCPROFL"
                        ORGANIZATION IS INDEXED
                        ACCESS IS DYNAMIC
                        RECORD KEY IS PRF-DocName
                        FILE STATUS IS WS-ProfileStatus.

                SELECT ArchiveFile ASSIGN TO "ARCHIVE"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS WS-ArchiveStatus.

                SELECT AuditFile ASSIGN TO "AUDITFL"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS WS-AuditStatus.

      /ProbeFile is whichever .OUT is being looked for on disk; it
      /is only ever opened to see whether the open succeeds.
                SELECT ProbeFile ASSIGN TO DYNAMIC WS-ProbeName
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS WS-ProbeStatus.

                SELECT ReportFile ASSIGN TO "RECONRPT"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS WS-ReportStatus.

                SELECT LockFile ASSIGN TO "RUNLOCK"
                        ORGANIZATION IS INDEXED
                        ACCESS IS DYNAMIC
                        RECORD KEY IS LCK-Program
                        FILE STATUS IS WS-LockStatus.

        DATA DIVISION.
        FILE SECTION.
        FD CatalogFile.
        COPY DOCCATLG.

        FD KeywordFile.
        COPY KEYWDIDX.

        FD ProfileFile.
        COPY DOCPROFL.

        FD ArchiveFile.
        01 ARC-Record PIC X(100).

        FD AuditFile.
        01 AUD-Record PIC X(250).

        FD ProbeFile.
        01 PRB-Record PIC X(100).

        FD ReportFile.
        01 RPT-Record PIC X(100).

        FD LockFile.
        COPY RUNLOCK.

        WORKING-STORAGE SECTION.
        01 WS-CatalogStatus PIC X(2) VALUE SPACES.
        01 WS-KeywordStatus PIC X(2) VALUE SPACES.
        01 WS-ProfileStatus PIC X(2) VALUE SPACES.
        01 WS-ArchiveStatus PIC X(2) VALUE SPACES.
        01 WS-AuditStatus PIC X(2) VALUE SPACES.
        01 WS-ProbeStatus PIC X(2) VALUE SPACES.
        01 WS-ReportStatus PIC X(2) VALUE SPACES.
        01 WS-ParmValue PIC X(20) VALUE SPACES.
        01 WS-Function PIC X(10) VALUE SPACES.
        01 WS-Fix-Mode PIC 9(1) VALUE 0.
        01 WS-CurrentDateTime PIC X(21) VALUE SPACES.
        01 WS-RunTimestamp PIC X(16) VALUE SPACES.
        01 WS-Browse-EOF PIC 9(1) VALUE 0.
        01 WS-File-EOF PIC 9(1) VALUE 0.
        01 WS-Catalog-Found PIC 9(1) VALUE 0.
        01 WS-NewRC PIC 9(2) VALUE 0.
        01 WS-MaxRC PIC 9(2) VALUE 0.

      /One slot per catalog card, in key order, for the two checks
      /that are driven from another file: the archive scan marks
      /the ARCHIVED cards whose family it finds, and the audit
      /scan counts each card's run rows. Key order lets
      /Find-Doc-Entry halve its way to a name. A catalog past 2000
      /cards has those two checks made on its first 2000.
        01 WS-Doc-Table.
                05 WS-Doc-Entry OCCURS 2000 TIMES.
                        10 WS-Doc-Name PIC X(30).
                        10 WS-Doc-Runs PIC 9(5).
                        10 WS-Doc-Rows PIC 9(5).
                        10 WS-Doc-Archived PIC 9(1).
                        10 WS-Doc-ArchDate PIC X(8).
                        10 WS-Doc-Family PIC 9(1).
        01 WS-Doc-Used PIC 9(4) VALUE 0.
        01 WS-Doc-Capped PIC 9(1) VALUE 0.
        01 WS-Doc-Sub PIC 9(4) VALUE 0.
        01 WS-Doc-Hit PIC 9(4) VALUE 0.
        01 WS-Find-Name PIC X(30) VALUE SPACES.
        01 WS-Find-Lo PIC 9(4) VALUE 0.
        01 WS-Find-Hi PIC 9(4) VALUE 0.
        01 WS-Find-Mid PIC 9(4) VALUE 0.

      /Orphan index cards are gathered by document, since a purged
      /document leaves one card for every word it used. The first
      /200 documents are listed; the totals count them all.
        01 WS-Orph-Table.
                05 WS-Orph-Entry OCCURS 200 TIMES.
                        10 WS-Orph-Name PIC X(30).
                        10 WS-Orph-Cards PIC 9(6).
                        10 WS-Orph-Deleted PIC 9(6).
        01 WS-Orph-Used PIC 9(3) VALUE 0.
        01 WS-Orph-Capped PIC 9(1) VALUE 0.
        01 WS-Orph-Sub PIC 9(3) VALUE 0.
        01 WS-Orph-Hit PIC 9(3) VALUE 0.

      /Finding counts by category, for the summary and the grade.
        01 WS-Kwx-Read PIC 9(8) VALUE 0.
        01 WS-Kwx-Orphans PIC 9(8) VALUE 0.
        01 WS-Kwx-Deleted PIC 9(8) VALUE 0.
        01 WS-Prf-Read PIC 9(5) VALUE 0.
        01 WS-Prf-Orphans PIC 9(5) VALUE 0.
        01 WS-Out-Checked PIC 9(5) VALUE 0.
        01 WS-Out-Missing PIC 9(5) VALUE 0.
        01 WS-Out-Unexpected PIC 9(5) VALUE 0.
        01 WS-Arc-Expected PIC 9(5) VALUE 0.
        01 WS-Arc-Missing PIC 9(5) VALUE 0.
        01 WS-Run-Mismatch PIC 9(5) VALUE 0.

      /Output probe: the plain family's .OUT first, then the first
      /recipient's, since a mail-merge template's card covers
      /template.001.OUT and friends rather than a plain .OUT.
        01 WS-ProbeName PIC X(40) VALUE SPACES.
        01 WS-Probe-Found PIC 9(1) VALUE 0.

      /Archive header parse areas, sized like Archiver's: a family
      /base name runs to the 30-character document name plus a
      /.nnn recipient suffix.
        01 WS-Arc-Tag PIC X(4) VALUE SPACES.
        01 WS-Arc-Name PIC X(44) VALUE SPACES.
        01 WS-Arc-Len PIC 9(2) VALUE 0.
        01 WS-Arc-Headers PIC 9(8) VALUE 0.

      /Audit-row parse areas: only the document name and whether
      /the row is a Releaser ACTION= row matter here, since every
      /other row is one run Update-Catalog counted.
        01 WS-Aud-Timestamp PIC X(16) VALUE SPACES.
        01 WS-Aud-DocName PIC X(30) VALUE SPACES.
        01 WS-Aud-Action-Tally PIC 9(2) VALUE 0.
        01 WS-Aud-Rows PIC 9(8) VALUE 0.
        01 WS-Aud-Uncataloged PIC 9(8) VALUE 0.

        01 WS-Count-Disp PIC ZZZZZZZ9.
        01 WS-Count2-Disp PIC ZZZZZZZ9.
        01 WS-Runs-Disp PIC ZZZZ9.
        01 WS-Rows-Disp PIC ZZZZ9.

      /Run-lock areas. The function and the exclusive flag are set
      /for the job in hand before Take-Run-Lock posts the entry.
        01 WS-LockStatus PIC X(2) VALUE SPACES.
        01 WS-Lock-Program PIC X(12) VALUE "RECONCILE".
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
        UNSTRING WS-ParmValue DELIMITED BY ALL SPACE
          INTO WS-Function
        END-UNSTRING
        MOVE FUNCTION UPPER-CASE(WS-Function) TO WS-Function
        IF WS-Function = "FIX" THEN
          MOVE 1 TO WS-Fix-Mode
        ELSE
          IF WS-Function NOT = SPACES AND
             WS-Function NOT = "REPORT" THEN
            DISPLAY "Reconcile: PARM must be REPORT or FIX"
            MOVE 16 TO RETURN-CODE
            STOP RUN
          END-IF
        END-IF

        IF WS-Fix-Mode = 1 THEN
          MOVE "FIX" TO WS-Lock-Function
        ELSE
          MOVE "REPORT" TO WS-Lock-Function
        END-IF
        MOVE "Y" TO WS-Lock-Exclusive
        PERFORM Take-Run-Lock THRU Take-Run-Lock-Exit
        IF WS-Lock-Held = 0 THEN
          STOP RUN
        END-IF

        OPEN OUTPUT ReportFile
        IF WS-ReportStatus NOT = "00" THEN
          DISPLAY "Unable to write report RECONRPT, status "
            WS-ReportStatus
          PERFORM Drop-Run-Lock
          MOVE 16 TO RETURN-CODE
          STOP RUN
        END-IF
        OPEN INPUT CatalogFile
        IF WS-CatalogStatus NOT = "00" THEN
          DISPLAY "Unable to open document catalog, status "
            WS-CatalogStatus
          CLOSE ReportFile
          PERFORM Drop-Run-Lock
          MOVE 16 TO RETURN-CODE
          STOP RUN
        END-IF

        PERFORM Write-Report-Header
        PERFORM Load-Catalog
        PERFORM Check-Keyword-Index THRU Check-Keyword-Index-Exit
        PERFORM Check-Profiles THRU Check-Profiles-Exit
        PERFORM Check-Output-Files
        PERFORM Check-Archive THRU Check-Archive-Exit
        PERFORM Check-Run-Counts THRU Check-Run-Counts-Exit
        PERFORM Write-Summary
        CLOSE CatalogFile
        CLOSE ReportFile

        DISPLAY "CATALOG CARDS      " WS-Doc-Used
        DISPLAY "ORPHAN INDEX CARDS " WS-Kwx-Orphans
        IF WS-Fix-Mode = 1 THEN
          DISPLAY "INDEX CARDS DELETED " WS-Kwx-Deleted
        END-IF
        DISPLAY "ORPHAN PROFILES    " WS-Prf-Orphans
        DISPLAY "MISSING OUTPUTS    " WS-Out-Missing
        DISPLAY "UNEXPECTED OUTPUTS " WS-Out-Unexpected
        DISPLAY "MISSING FAMILIES   " WS-Arc-Missing
        DISPLAY "RUN COUNT MISMATCH " WS-Run-Mismatch
        PERFORM Drop-Run-Lock
        MOVE WS-MaxRC TO RETURN-CODE
        STOP RUN.

      /Raise-Return-Code grades the run: a new code only sticks when
      /it is worse than everything seen so far.
        Raise-Return-Code.
            IF WS-NewRC > WS-MaxRC THEN
              MOVE WS-NewRC TO WS-MaxRC
            END-IF.

      /Write-Report-Header stamps the report with the run time and
      /the mode, so a FIX run's report is never mistaken for a
      /plain one.
        Write-Report-Header.
            MOVE FUNCTION CURRENT-DATE TO WS-CurrentDateTime
            STRING WS-CurrentDateTime(1:8) DELIMITED BY SIZE
              "-" DELIMITED BY SIZE
              WS-CurrentDateTime(9:6) DELIMITED BY SIZE
              INTO WS-RunTimestamp
            END-STRING
            MOVE SPACES TO RPT-Record
            STRING "CROSS-FILE RECONCILIATION  " DELIMITED BY SIZE
              WS-RunTimestamp DELIMITED BY SIZE
              INTO RPT-Record
            END-STRING
            IF WS-Fix-Mode = 1 THEN
              MOVE "FIX MODE" TO RPT-Record(46:8)
            ELSE
              MOVE "REPORT MODE" TO RPT-Record(46:11)
            END-IF
            WRITE RPT-Record.

        Write-Blank-Line.
            MOVE SPACES TO RPT-Record
            WRITE RPT-Record.

      /Load-Catalog reads every card into the document table for the
      /archive and audit checks.
        Load-Catalog.
            MOVE 0 TO WS-Browse-EOF
            MOVE LOW-VALUES TO CAT-DocName
            START CatalogFile KEY NOT < CAT-DocName
              INVALID KEY MOVE 1 TO WS-Browse-EOF
            END-START
            PERFORM Load-Next-Card UNTIL WS-Browse-EOF = 1.

        Load-Next-Card.
            READ CatalogFile NEXT RECORD
              AT END MOVE 1 TO WS-Browse-EOF
              NOT AT END
                IF WS-Doc-Used < 2000 THEN
                  ADD 1 TO WS-Doc-Used
                  MOVE CAT-DocName TO WS-Doc-Name(WS-Doc-Used)
                  MOVE CAT-RunCount TO WS-Doc-Runs(WS-Doc-Used)
                  MOVE 0 TO WS-Doc-Rows(WS-Doc-Used)
                  MOVE 0 TO WS-Doc-Archived(WS-Doc-Used)
                  MOVE CAT-ArchDate TO WS-Doc-ArchDate(WS-Doc-Used)
                  MOVE 0 TO WS-Doc-Family(WS-Doc-Used)
                  IF CAT-ArchStatus = "ARCHIVED" THEN
                    MOVE 1 TO WS-Doc-Archived(WS-Doc-Used)
                    ADD 1 TO WS-Arc-Expected
                  END-IF
                ELSE
                  MOVE 1 TO WS-Doc-Capped
                END-IF
            END-READ.

      /Find-Doc-Entry looks WS-Find-Name up in the document table,
      /leaving its slot in WS-Doc-Hit or zero when it is not there.
        Find-Doc-Entry.
            MOVE 0 TO WS-Doc-Hit
            MOVE 1 TO WS-Find-Lo
            MOVE WS-Doc-Used TO WS-Find-Hi
            PERFORM Find-Doc-Step
              UNTIL WS-Find-Lo > WS-Find-Hi OR WS-Doc-Hit > 0.

        Find-Doc-Step.
            COMPUTE WS-Find-Mid = (WS-Find-Lo + WS-Find-Hi) / 2
            IF WS-Doc-Name(WS-Find-Mid) = WS-Find-Name THEN
              MOVE WS-Find-Mid TO WS-Doc-Hit
            ELSE
              IF WS-Doc-Name(WS-Find-Mid) < WS-Find-Name THEN
                COMPUTE WS-Find-Lo = WS-Find-Mid + 1
              ELSE
                COMPUTE WS-Find-Hi = WS-Find-Mid - 1
              END-IF
            END-IF.

      /Note-Capped-Table says on the report when a check covered
      /only the first 2000 catalog cards.
        Note-Capped-Table.
            IF WS-Doc-Capped = 1 THEN
              MOVE "  CHECKED FOR THE FIRST 2000 CATALOG CARDS ONLY"
                TO RPT-Record
              WRITE RPT-Record
            END-IF.

      /Check-Keyword-Index walks every index card and looks its
      /document up in the catalog by key. In FIX mode the file is
      /opened for update and each orphan is deleted as it is found.
      /No index file at all is not a mismatch - nothing has posted
      /to it yet.
        Check-Keyword-Index.
            PERFORM Write-Blank-Line
            MOVE "ORPHAN KEYWORD CARDS - NO DOCCATLG CARD"
              TO RPT-Record
            WRITE RPT-Record
            IF WS-Fix-Mode = 1 THEN
              OPEN I-O KeywordFile
            ELSE
              OPEN INPUT KeywordFile
            END-IF
            IF WS-KeywordStatus = "35" THEN
              MOVE "  KEYWDIDX NOT ON FILE" TO RPT-Record
              WRITE RPT-Record
              GO TO Check-Keyword-Index-Exit
            END-IF
            IF WS-KeywordStatus NOT = "00" THEN
              MOVE SPACES TO RPT-Record
              STRING "  UNABLE TO OPEN KEYWDIDX, STATUS "
                DELIMITED BY SIZE
                WS-KeywordStatus DELIMITED BY SIZE
                INTO RPT-Record
              END-STRING
              WRITE RPT-Record
              MOVE 16 TO WS-NewRC
              PERFORM Raise-Return-Code
              GO TO Check-Keyword-Index-Exit
            END-IF
            MOVE 0 TO WS-Browse-EOF
            MOVE LOW-VALUES TO KWX-Key
            START KeywordFile KEY NOT < KWX-Key
              INVALID KEY MOVE 1 TO WS-Browse-EOF
            END-START
            PERFORM Check-Next-Kwx UNTIL WS-Browse-EOF = 1
            CLOSE KeywordFile
            PERFORM Write-Orphan-Line
              VARYING WS-Orph-Sub FROM 1 BY 1
              UNTIL WS-Orph-Sub > WS-Orph-Used
            IF WS-Orph-Capped = 1 THEN
              MOVE "  MORE THAN 200 DOCUMENTS; THE TOTAL COVERS ALL"
                TO RPT-Record
              WRITE RPT-Record
            END-IF
            IF WS-Kwx-Orphans = 0 THEN
              MOVE "  NONE" TO RPT-Record
              WRITE RPT-Record
              GO TO Check-Keyword-Index-Exit
            END-IF
            MOVE WS-Kwx-Orphans TO WS-Count-Disp
            MOVE SPACES TO RPT-Record
            STRING "  TOTAL CARDS " DELIMITED BY SIZE
              WS-Count-Disp DELIMITED BY SIZE
              INTO RPT-Record
            END-STRING
            IF WS-Fix-Mode = 1 THEN
              MOVE WS-Kwx-Deleted TO WS-Count2-Disp
              STRING "  DELETED " DELIMITED BY SIZE
                WS-Count2-Disp DELIMITED BY SIZE
                INTO RPT-Record(51:30)
              END-STRING
            END-IF
            WRITE RPT-Record
            IF WS-Kwx-Orphans > WS-Kwx-Deleted THEN
              MOVE 4 TO WS-NewRC
              PERFORM Raise-Return-Code
            END-IF.
        Check-Keyword-Index-Exit.
            EXIT.

        Check-Next-Kwx.
            READ KeywordFile NEXT RECORD
              AT END MOVE 1 TO WS-Browse-EOF
              NOT AT END
                ADD 1 TO WS-Kwx-Read
                PERFORM Check-One-Kwx THRU Check-One-Kwx-Exit
            END-READ.

        Check-One-Kwx.
            MOVE 0 TO WS-Catalog-Found
            MOVE KWX-DocName TO CAT-DocName
            READ CatalogFile
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE 1 TO WS-Catalog-Found
            END-READ
            IF WS-Catalog-Found = 1 THEN
              GO TO Check-One-Kwx-Exit
            END-IF
            ADD 1 TO WS-Kwx-Orphans
            PERFORM Note-Orphan-Doc
            IF WS-Fix-Mode = 1 THEN
              DELETE KeywordFile RECORD
                INVALID KEY
                  DISPLAY "Unable to delete index card "
                    FUNCTION TRIM(KWX-Word) " for "
                    FUNCTION TRIM(KWX-DocName)
                    ", status " WS-KeywordStatus
                NOT INVALID KEY
                  ADD 1 TO WS-Kwx-Deleted
                  IF WS-Orph-Hit > 0 THEN
                    ADD 1 TO WS-Orph-Deleted(WS-Orph-Hit)
                  END-IF
              END-DELETE
            END-IF.
        Check-One-Kwx-Exit.
            EXIT.

      /Note-Orphan-Doc counts one orphan card against its document,
      /taking a fresh slot the first time the document turns up.
        Note-Orphan-Doc.
            MOVE 0 TO WS-Orph-Hit
            PERFORM Find-Orphan-Doc
              VARYING WS-Orph-Sub FROM 1 BY 1
              UNTIL WS-Orph-Sub > WS-Orph-Used OR WS-Orph-Hit > 0
            IF WS-Orph-Hit = 0 THEN
              IF WS-Orph-Used < 200 THEN
                ADD 1 TO WS-Orph-Used
                MOVE WS-Orph-Used TO WS-Orph-Hit
                MOVE KWX-DocName TO WS-Orph-Name(WS-Orph-Hit)
                MOVE 0 TO WS-Orph-Cards(WS-Orph-Hit)
                MOVE 0 TO WS-Orph-Deleted(WS-Orph-Hit)
              ELSE
                MOVE 1 TO WS-Orph-Capped
              END-IF
            END-IF
            IF WS-Orph-Hit > 0 THEN
              ADD 1 TO WS-Orph-Cards(WS-Orph-Hit)
            END-IF.

        Find-Orphan-Doc.
            IF WS-Orph-Name(WS-Orph-Sub) = KWX-DocName THEN
              MOVE WS-Orph-Sub TO WS-Orph-Hit
            END-IF.

        Write-Orphan-Line.
            MOVE WS-Orph-Cards(WS-Orph-Sub) TO WS-Count-Disp
            MOVE SPACES TO RPT-Record
            STRING "  " DELIMITED BY SIZE
              WS-Orph-Name(WS-Orph-Sub) DELIMITED BY SIZE
              "  CARDS " DELIMITED BY SIZE
              WS-Count-Disp DELIMITED BY SIZE
              INTO RPT-Record
            END-STRING
            IF WS-Fix-Mode = 1 THEN
              MOVE WS-Orph-Deleted(WS-Orph-Sub) TO WS-Count2-Disp
              STRING "  DELETED " DELIMITED BY SIZE
                WS-Count2-Disp DELIMITED BY SIZE
                INTO RPT-Record(51:30)
              END-STRING
            END-IF
            WRITE RPT-Record.

      /Check-Profiles walks DOCPROFL and reports every profile whose
      /document has no catalog card - a document that has never
      /run, or one purged since. No profile file at all is normal:
      /ScreenReader runs everything on its run-level settings.
        Check-Profiles.
            PERFORM Write-Blank-Line
            MOVE "ORPHAN PROFILES - NO DOCCATLG CARD" TO RPT-Record
            WRITE RPT-Record
            OPEN INPUT ProfileFile
            IF WS-ProfileStatus = "35" THEN
              MOVE "  DOCPROFL NOT ON FILE" TO RPT-Record
              WRITE RPT-Record
              GO TO Check-Profiles-Exit
            END-IF
            IF WS-ProfileStatus NOT = "00" THEN
              MOVE SPACES TO RPT-Record
              STRING "  UNABLE TO OPEN DOCPROFL, STATUS "
                DELIMITED BY SIZE
                WS-ProfileStatus DELIMITED BY SIZE
                INTO RPT-Record
              END-STRING
              WRITE RPT-Record
              MOVE 16 TO WS-NewRC
              PERFORM Raise-Return-Code
              GO TO Check-Profiles-Exit
            END-IF
            MOVE 0 TO WS-Browse-EOF
            MOVE LOW-VALUES TO PRF-DocName
            START ProfileFile KEY NOT < PRF-DocName
              INVALID KEY MOVE 1 TO WS-Browse-EOF
            END-START
            PERFORM Check-Next-Profile UNTIL WS-Browse-EOF = 1
            CLOSE ProfileFile
            IF WS-Prf-Orphans = 0 THEN
              MOVE "  NONE" TO RPT-Record
              WRITE RPT-Record
            ELSE
              MOVE 4 TO WS-NewRC
              PERFORM Raise-Return-Code
            END-IF.
        Check-Profiles-Exit.
            EXIT.

        Check-Next-Profile.
            READ ProfileFile NEXT RECORD
              AT END MOVE 1 TO WS-Browse-EOF
              NOT AT END
                ADD 1 TO WS-Prf-Read
                MOVE 0 TO WS-Catalog-Found
                MOVE PRF-DocName TO CAT-DocName
                READ CatalogFile
                  INVALID KEY CONTINUE
                  NOT INVALID KEY MOVE 1 TO WS-Catalog-Found
                END-READ
                IF WS-Catalog-Found = 0 THEN
                  ADD 1 TO WS-Prf-Orphans
                  MOVE SPACES TO RPT-Record
                  STRING "  " DELIMITED BY SIZE
                    PRF-DocName DELIMITED BY SIZE
                    "  NEVER RUN OR PURGED" DELIMITED BY SIZE
                    INTO RPT-Record
                  END-STRING
                  WRITE RPT-Record
                END-IF
            END-READ.

      /Check-Output-Files walks the catalog again and holds each
      /card's archive status against the disk: ONLINE and RESTORED
      /promise a .OUT beside the inputs, ARCHIVED promises the
      /sweep took it away.
        Check-Output-Files.
            PERFORM Write-Blank-Line
            MOVE "OUTPUT FILES - DOCCATLG AND DISK DISAGREE"
              TO RPT-Record
            WRITE RPT-Record
            MOVE 0 TO WS-Browse-EOF
            MOVE LOW-VALUES TO CAT-DocName
            START CatalogFile KEY NOT < CAT-DocName
              INVALID KEY MOVE 1 TO WS-Browse-EOF
            END-START
            PERFORM Check-Next-Output UNTIL WS-Browse-EOF = 1
            IF WS-Out-Missing = 0 AND WS-Out-Unexpected = 0 THEN
              MOVE "  NONE" TO RPT-Record
              WRITE RPT-Record
            END-IF
            IF WS-Out-Unexpected > 0 THEN
              MOVE 4 TO WS-NewRC
              PERFORM Raise-Return-Code
            END-IF
            IF WS-Out-Missing > 0 THEN
              MOVE 8 TO WS-NewRC
              PERFORM Raise-Return-Code
            END-IF.

        Check-Next-Output.
            READ CatalogFile NEXT RECORD
              AT END MOVE 1 TO WS-Browse-EOF
              NOT AT END
                ADD 1 TO WS-Out-Checked
                PERFORM Probe-Output THRU Probe-Output-Exit
                IF CAT-ArchStatus = "ARCHIVED" THEN
                  IF WS-Probe-Found = 1 THEN
                    ADD 1 TO WS-Out-Unexpected
                    MOVE SPACES TO RPT-Record
                    STRING "  " DELIMITED BY SIZE
                      CAT-DocName DELIMITED BY SIZE
                      "  ARCHIVED " DELIMITED BY SIZE
                      CAT-ArchDate DELIMITED BY SIZE
                      "  UNEXPECTED " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ProbeName) DELIMITED BY SIZE
                      INTO RPT-Record
                    END-STRING
                    WRITE RPT-Record
                  END-IF
                ELSE
                  IF WS-Probe-Found = 0 THEN
                    ADD 1 TO WS-Out-Missing
                    MOVE SPACES TO RPT-Record
                    STRING "  " DELIMITED BY SIZE
                      CAT-DocName DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      CAT-ArchStatus DELIMITED BY SIZE
                      "  MISSING " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ProbeName) DELIMITED BY SIZE
                      INTO RPT-Record
                    END-STRING
                    WRITE RPT-Record
                  END-IF
                END-IF
            END-READ.

      /Probe-Output looks for the card's .OUT, plain first and then
      /the first recipient's. When neither is there WS-ProbeName is
      /left holding the plain name for the report.
        Probe-Output.
            MOVE 0 TO WS-Probe-Found
            MOVE SPACES TO WS-ProbeName
            STRING FUNCTION TRIM(CAT-DocName) DELIMITED BY SIZE
              ".OUT" DELIMITED BY SIZE
              INTO WS-ProbeName
            END-STRING
            OPEN INPUT ProbeFile
            IF WS-ProbeStatus = "00" THEN
              MOVE 1 TO WS-Probe-Found
              CLOSE ProbeFile
              GO TO Probe-Output-Exit
            END-IF
            MOVE SPACES TO WS-ProbeName
            STRING FUNCTION TRIM(CAT-DocName) DELIMITED BY SIZE
              ".001.OUT" DELIMITED BY SIZE
              INTO WS-ProbeName
            END-STRING
            OPEN INPUT ProbeFile
            IF WS-ProbeStatus = "00" THEN
              MOVE 1 TO WS-Probe-Found
              CLOSE ProbeFile
              GO TO Probe-Output-Exit
            END-IF
            MOVE SPACES TO WS-ProbeName
            STRING FUNCTION TRIM(CAT-DocName) DELIMITED BY SIZE
              ".OUT" DELIMITED BY SIZE
              INTO WS-ProbeName
            END-STRING.
        Probe-Output-Exit.
            EXIT.

      /Check-Archive scans the ARCHIVE file's *DOC headers and marks
      /the ARCHIVED card each one belongs to, directly or through a
      /recipient-numbered family; any ARCHIVED card left unmarked
      /has lost its archived outputs. The file is only read when
      /some card says ARCHIVED, and a missing file then means every
      /such card is adrift.
        Check-Archive.
            PERFORM Write-Blank-Line
            MOVE "ARCHIVED CARDS - NO *DOC FAMILY IN ARCHIVE"
              TO RPT-Record
            WRITE RPT-Record
            IF WS-Arc-Expected = 0 THEN
              MOVE "  NONE" TO RPT-Record
              WRITE RPT-Record
              GO TO Check-Archive-Exit
            END-IF
            OPEN INPUT ArchiveFile
            IF WS-ArchiveStatus = "00" THEN
              MOVE 0 TO WS-File-EOF
              PERFORM Scan-Archive-Record UNTIL WS-File-EOF = 1
              CLOSE ArchiveFile
            ELSE
              IF WS-ArchiveStatus = "35" THEN
                MOVE "  ARCHIVE NOT ON FILE" TO RPT-Record
                WRITE RPT-Record
              ELSE
                MOVE SPACES TO RPT-Record
                STRING "  UNABLE TO OPEN ARCHIVE, STATUS "
                  DELIMITED BY SIZE
                  WS-ArchiveStatus DELIMITED BY SIZE
                  INTO RPT-Record
                END-STRING
                WRITE RPT-Record
                MOVE 16 TO WS-NewRC
                PERFORM Raise-Return-Code
                GO TO Check-Archive-Exit
              END-IF
            END-IF
            PERFORM Write-Family-Line
              VARYING WS-Doc-Sub FROM 1 BY 1
              UNTIL WS-Doc-Sub > WS-Doc-Used
            PERFORM Note-Capped-Table
            IF WS-Arc-Missing = 0 THEN
              MOVE "  NONE" TO RPT-Record
              WRITE RPT-Record
            ELSE
              MOVE 8 TO WS-NewRC
              PERFORM Raise-Return-Code
            END-IF.
        Check-Archive-Exit.
            EXIT.

        Scan-Archive-Record.
            READ ArchiveFile NEXT RECORD
              AT END MOVE 1 TO WS-File-EOF
              NOT AT END
                IF ARC-Record(1:5) = "*DOC " THEN
                  ADD 1 TO WS-Arc-Headers
                  PERFORM Note-Archive-Family
                END-IF
            END-READ.

      /Note-Archive-Family takes a *DOC header's base name to its
      /card: as it stands for a plain family, or with the .nnn
      /recipient suffix taken off for a mail-merge family.
        Note-Archive-Family.
            MOVE SPACES TO WS-Arc-Tag
            MOVE SPACES TO WS-Arc-Name
            UNSTRING ARC-Record DELIMITED BY ALL SPACE
              INTO WS-Arc-Tag WS-Arc-Name
            END-UNSTRING
            MOVE 0 TO WS-Doc-Hit
            IF WS-Arc-Name(31:14) = SPACES THEN
              MOVE WS-Arc-Name TO WS-Find-Name
              PERFORM Find-Doc-Entry
            END-IF
            IF WS-Doc-Hit = 0 AND WS-Arc-Name NOT = SPACES THEN
              MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-Arc-Name))
                TO WS-Arc-Len
              IF WS-Arc-Len > 4 AND WS-Arc-Len < 35 THEN
                IF WS-Arc-Name(WS-Arc-Len - 3:1) = "." AND
                   WS-Arc-Name(WS-Arc-Len - 2:3) NUMERIC THEN
                  MOVE SPACES TO WS-Find-Name
                  MOVE WS-Arc-Name(1:WS-Arc-Len - 4)
                    TO WS-Find-Name
                  PERFORM Find-Doc-Entry
                END-IF
              END-IF
            END-IF
            IF WS-Doc-Hit > 0 THEN
              MOVE 1 TO WS-Doc-Family(WS-Doc-Hit)
            END-IF.

        Write-Family-Line.
            IF WS-Doc-Archived(WS-Doc-Sub) = 1 AND
               WS-Doc-Family(WS-Doc-Sub) = 0 THEN
              ADD 1 TO WS-Arc-Missing
              MOVE SPACES TO RPT-Record
              STRING "  " DELIMITED BY SIZE
                WS-Doc-Name(WS-Doc-Sub) DELIMITED BY SIZE
                "  ARCHIVED " DELIMITED BY SIZE
                WS-Doc-ArchDate(WS-Doc-Sub) DELIMITED BY SIZE
                INTO RPT-Record
              END-STRING
              WRITE RPT-Record
            END-IF.

      /Check-Run-Counts counts each document's run rows in AUDITFL -
      /every row but a Releaser ACTION= row is one run, and one
      /run is one ADD to CAT-RunCount - and reports the cards that
      /disagree. A card purged and later cut fresh restarts its
      /count while its old rows stay in the history, so it shows
      /here too; CatMaint REBUILD is the cure either way. Rows for
      /documents the catalog no longer carries are counted but
      /are not a mismatch.
        Check-Run-Counts.
            PERFORM Write-Blank-Line
            MOVE "RUN COUNTS - DOCCATLG AND AUDITFL DISAGREE"
              TO RPT-Record
            WRITE RPT-Record
            OPEN INPUT AuditFile
            IF WS-AuditStatus NOT = "00" THEN
              MOVE SPACES TO RPT-Record
              STRING "  UNABLE TO OPEN AUDITFL, STATUS "
                DELIMITED BY SIZE
                WS-AuditStatus DELIMITED BY SIZE
                INTO RPT-Record
              END-STRING
              WRITE RPT-Record
              MOVE 16 TO WS-NewRC
              PERFORM Raise-Return-Code
              GO TO Check-Run-Counts-Exit
            END-IF
            MOVE 0 TO WS-File-EOF
            PERFORM Count-Audit-Row UNTIL WS-File-EOF = 1
            CLOSE AuditFile
            PERFORM Write-Count-Line
              VARYING WS-Doc-Sub FROM 1 BY 1
              UNTIL WS-Doc-Sub > WS-Doc-Used
            PERFORM Note-Capped-Table
            IF WS-Run-Mismatch = 0 THEN
              MOVE "  NONE" TO RPT-Record
              WRITE RPT-Record
            ELSE
              MOVE 8 TO WS-NewRC
              PERFORM Raise-Return-Code
            END-IF
            IF WS-Aud-Uncataloged > 0 THEN
              MOVE WS-Aud-Uncataloged TO WS-Count-Disp
              MOVE SPACES TO RPT-Record
              STRING "  ROWS FOR UNCATALOGED DOCUMENTS "
                DELIMITED BY SIZE
                WS-Count-Disp DELIMITED BY SIZE
                INTO RPT-Record
              END-STRING
              WRITE RPT-Record
            END-IF.
        Check-Run-Counts-Exit.
            EXIT.

        Count-Audit-Row.
            READ AuditFile
              AT END MOVE 1 TO WS-File-EOF
              NOT AT END
                IF AUD-Record NOT = SPACES THEN
                  MOVE SPACES TO WS-Aud-Timestamp
                  MOVE SPACES TO WS-Aud-DocName
                  UNSTRING AUD-Record DELIMITED BY ALL SPACE
                    INTO WS-Aud-Timestamp WS-Aud-DocName
                  END-UNSTRING
                  MOVE 0 TO WS-Aud-Action-Tally
                  INSPECT AUD-Record TALLYING WS-Aud-Action-Tally
                    FOR ALL " ACTION="
                  IF WS-Aud-DocName NOT = SPACES AND
                     WS-Aud-Action-Tally = 0 THEN
                    ADD 1 TO WS-Aud-Rows
                    MOVE WS-Aud-DocName TO WS-Find-Name
                    PERFORM Find-Doc-Entry
                    IF WS-Doc-Hit > 0 THEN
                      ADD 1 TO WS-Doc-Rows(WS-Doc-Hit)
                    ELSE
                      ADD 1 TO WS-Aud-Uncataloged
                    END-IF
                  END-IF
                END-IF
            END-READ.

        Write-Count-Line.
            IF WS-Doc-Runs(WS-Doc-Sub) NOT =
               WS-Doc-Rows(WS-Doc-Sub) THEN
              ADD 1 TO WS-Run-Mismatch
              MOVE WS-Doc-Runs(WS-Doc-Sub) TO WS-Runs-Disp
              MOVE WS-Doc-Rows(WS-Doc-Sub) TO WS-Rows-Disp
              MOVE SPACES TO RPT-Record
              STRING "  " DELIMITED BY SIZE
                WS-Doc-Name(WS-Doc-Sub) DELIMITED BY SIZE
                "  CATALOG RUNS " DELIMITED BY SIZE
                WS-Runs-Disp DELIMITED BY SIZE
                "  AUDITFL ROWS " DELIMITED BY SIZE
                WS-Rows-Disp DELIMITED BY SIZE
                INTO RPT-Record
              END-STRING
              WRITE RPT-Record
            END-IF.

      /Write-Summary closes the report with one figure per category
      /and the grade the run ends on, so the report stands on its
      /own when it is mailed to whoever answers the alert.
        Write-Summary.
            PERFORM Write-Blank-Line
            MOVE "SUMMARY" TO RPT-Record
            WRITE RPT-Record
            MOVE WS-Doc-Used TO WS-Count-Disp
            MOVE SPACES TO RPT-Record
            STRING "  CATALOG CARDS            " DELIMITED BY SIZE
              WS-Count-Disp DELIMITED BY SIZE
              INTO RPT-Record
            END-STRING
            WRITE RPT-Record
            MOVE WS-Kwx-Orphans TO WS-Count-Disp
            MOVE SPACES TO RPT-Record
            STRING "  ORPHAN KEYWORD CARDS     " DELIMITED BY SIZE
              WS-Count-Disp DELIMITED BY SIZE
              INTO RPT-Record
            END-STRING
            IF WS-Fix-Mode = 1 THEN
              MOVE WS-Kwx-Deleted TO WS-Count2-Disp
              STRING "  DELETED " DELIMITED BY SIZE
                WS-Count2-Disp DELIMITED BY SIZE
                INTO RPT-Record(36:30)
              END-STRING
            END-IF
            WRITE RPT-Record
            MOVE WS-Prf-Orphans TO WS-Count-Disp
            MOVE SPACES TO RPT-Record
            STRING "  ORPHAN PROFILES          " DELIMITED BY SIZE
              WS-Count-Disp DELIMITED BY SIZE
              INTO RPT-Record
            END-STRING
            WRITE RPT-Record
            MOVE WS-Out-Missing TO WS-Count-Disp
            MOVE SPACES TO RPT-Record
            STRING "  MISSING OUTPUT FILES     " DELIMITED BY SIZE
              WS-Count-Disp DELIMITED BY SIZE
              INTO RPT-Record
            END-STRING
            WRITE RPT-Record
            MOVE WS-Out-Unexpected TO WS-Count-Disp
            MOVE SPACES TO RPT-Record
            STRING "  UNEXPECTED OUTPUT FILES  " DELIMITED BY SIZE
              WS-Count-Disp DELIMITED BY SIZE
              INTO RPT-Record
            END-STRING
            WRITE RPT-Record
            MOVE WS-Arc-Missing TO WS-Count-Disp
            MOVE SPACES TO RPT-Record
            STRING "  MISSING ARCHIVE FAMILIES " DELIMITED BY SIZE
              WS-Count-Disp DELIMITED BY SIZE
              INTO RPT-Record
            END-STRING
            WRITE RPT-Record
            MOVE WS-Run-Mismatch TO WS-Count-Disp
            MOVE SPACES TO RPT-Record
            STRING "  RUN COUNT MISMATCHES     " DELIMITED BY SIZE
              WS-Count-Disp DELIMITED BY SIZE
              INTO RPT-Record
            END-STRING
            WRITE RPT-Record
            MOVE WS-MaxRC TO WS-Count-Disp
            MOVE SPACES TO RPT-Record
            STRING "  RETURN CODE              " DELIMITED BY SIZE
              WS-Count-Disp DELIMITED BY SIZE
              INTO RPT-Record
            END-STRING
            WRITE RPT-Record.

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
                  DISPLAY "Reconcile: another "
                    FUNCTION TRIM(WS-Lock-Program)
                    " run posted its lock first"
                NOT INVALID KEY
                  MOVE 1 TO WS-Lock-Held
              END-WRITE
            END-IF
            CLOSE LockFile
            IF WS-Lock-Conflict = 1 THEN
              DISPLAY "Reconcile: not started; LockMaint CLEAR removes"
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
                  DISPLAY "Reconcile: RUNLOCK is held by "
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
