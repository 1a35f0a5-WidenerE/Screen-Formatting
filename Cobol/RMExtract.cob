        IDENTIFICATION DIVISION.
        PROGRAM-ID. RMExtract.

      /RMExtract writes the nightly feed to the corporate
      /records-management system: one RMXOUT detail record for
      /every document ScreenReader reformatted since the last
      /extract, taken from the AUDITFL run rows and the document's
      /DOCCATLG card, between a header and a trailer the receiving
      /side checks the file against. The layout is in RMXTRACT.
      /
      /  PARM (none)    extracts every AUDITFL row added since the
      /                 last extract under the next sequence number
      /  PARM RESEND    writes the last extract again, same rows and
      /                 same sequence number, for a file that was
      /                 lost on the way; the header says RESEND
      /
      /The extract point lives in the RMXCTL control file: the last
      /sequence number, how many AUDITFL rows have been extracted
      /and the timestamp of the last of them, and the same for the
      /extract before, which is what RESEND replays. AUDITFL is
      /only ever appended to, so the rows past the point are
      /exactly the new ones. RMXCTL is rewritten only once RMXOUT
      /has been written in full, so a run that fails part way is
      /simply run again and sends the same rows under the same
      /sequence number; a second run after a good one finds no new
      /rows and sends an empty extract. When the row at the
      /extract point no longer carries the timestamp RMXCTL
      /remembers, AUDITFL has been replaced under the job, and the
      /run stops rather than guess which rows are new.
      /
      /A document run more than once since the last extract gets
      /one detail: its latest run, with the number of runs the
      /extract covers. Releaser's ACTION= rows are decisions, not
      /runs, and are passed over. The extract posts a shared entry
      /on RUNLOCK, so it never reads the catalog while CatMaint
      /REBUILD is recutting it; a run the lock refuses ends with
      /return code 20.
      /
      /The return code is 0 when documents were extracted, 4 when
      /there was nothing new to send (an empty extract is still
      /written, to keep the sequence unbroken) or the catalog was
      /missing, 16 for a bad PARM, an unopenable file, an AUDITFL
      /that does not match RMXCTL, or more than 2000 documents in
      /one extract.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
                SELECT CatalogFile ASSIGN TO "DOCCATLG"
                        ORGANIZATION IS INDEXED
                        ACCESS IS DYNAMIC
                        RECORD KEY IS CAT-DocName
                        FILE STATUS IS WS-CatalogStatus.

                SELECT AuditFile ASSIGN TO "AUDITFL"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS WS-AuditStatus.

                SELECT ControlFile ASSIGN TO "RMXCTL"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS WS-ControlStatus.

                SELECT ExtractFile ASSIGN TO "RMXOUT"
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS WS-ExtractStatus.

      /ProbeFile is whichever output is being looked for on disk;
      /the name is built from the document name and the extension.
                SELECT ProbeFile ASSIGN TO DYNAMIC WS-ProbeName
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS WS-ProbeStatus.

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

      /The extract point, one card.
        FD ControlFile.
        01 CTL-Record.
                05 CTL-Seq PIC 9(6).
                05 CTL-Rows PIC 9(8).
                05 CTL-LastStamp PIC X(15).
                05 CTL-PrevRows PIC 9(8).
                05 CTL-PrevStamp PIC X(15).
                05 CTL-Date PIC X(8).
                05 CTL-Count PIC 9(8).

        FD ExtractFile.
        COPY RMXTRACT.

        FD ProbeFile.
        01 PRB-Record PIC X(100).

        FD LockFile.
        COPY RUNLOCK.

        WORKING-STORAGE SECTION.
        01 WS-CatalogStatus PIC X(2) VALUE SPACES.
        01 WS-AuditStatus PIC X(2) VALUE SPACES.
        01 WS-ControlStatus PIC X(2) VALUE SPACES.
        01 WS-ExtractStatus PIC X(2) VALUE SPACES.
        01 WS-ProbeStatus PIC X(2) VALUE SPACES.
        01 WS-ParmValue PIC X(20) VALUE SPACES.
        01 WS-Function PIC X(10) VALUE SPACES.
        01 WS-Resend PIC 9(1) VALUE 0.
        01 WS-CurrentDateTime PIC X(21) VALUE SPACES.
        01 WS-File-EOF PIC 9(1) VALUE 0.
        01 WS-Catalog-Open PIC 9(1) VALUE 0.
        01 WS-Stopped PIC 9(1) VALUE 0.
        01 WS-NewRC PIC 9(2) VALUE 0.
        01 WS-MaxRC PIC 9(2) VALUE 0.

      /The extract point as RMXCTL left it, and the window of
      /AUDITFL rows this run covers: the rows after From-Row up to
      /and including To-Row. To-Row is open-ended on a normal run
      /and is fixed by RMXCTL on a RESEND.
        01 WS-Last-Seq PIC 9(6) VALUE 0.
        01 WS-Last-Rows PIC 9(8) VALUE 0.
        01 WS-Last-Stamp PIC X(15) VALUE SPACES.
        01 WS-Prev-Rows PIC 9(8) VALUE 0.
        01 WS-Prev-Stamp PIC X(15) VALUE SPACES.
        01 WS-Seq PIC 9(6) VALUE 0.
        01 WS-From-Row PIC 9(8) VALUE 0.
        01 WS-From-Stamp PIC X(15) VALUE SPACES.
        01 WS-To-Row PIC 9(8) VALUE 0.
        01 WS-To-Stamp PIC X(15) VALUE SPACES.
        01 WS-Row-Num PIC 9(8) VALUE 0.
        01 WS-Row-Stamp PIC X(15) VALUE SPACES.
        01 WS-First-Stamp PIC X(15) VALUE SPACES.
        01 WS-End-Stamp PIC X(15) VALUE SPACES.
        01 WS-Run-Rows PIC 9(8) VALUE 0.

      /Audit-row parse areas, as CatMaint REBUILD peels a row: the
      /timestamp, the document name, then labelled figures.
        01 WS-Aud-Timestamp PIC X(16) VALUE SPACES.
        01 WS-Aud-DocName PIC X(30) VALUE SPACES.
        01 WS-Aud-Field-Table.
                05 WS-Aud-Field OCCURS 16 TIMES PIC X(30).
        01 WS-Aud-Sub PIC 9(2) VALUE 0.
        01 WS-Aud-Label PIC X(10) VALUE SPACES.
        01 WS-Aud-Value PIC X(20) VALUE SPACES.
        01 WS-Aud-Lines PIC 9(8) VALUE 0.
        01 WS-Aud-Words PIC 9(8) VALUE 0.
        01 WS-Aud-Stat PIC X(12) VALUE SPACES.
        01 WS-Aud-Action PIC X(8) VALUE SPACES.

      /One slot per document run in the window, in the order each
      /first appears; a later row for the same document replaces
      /the figures, so the slot ends holding the latest run.
        01 WS-Doc-Table.
                05 WS-Doc-Entry OCCURS 2000 TIMES.
                        10 WS-Doc-Name PIC X(30).
                        10 WS-Doc-Stamp PIC X(15).
                        10 WS-Doc-Status PIC X(12).
                        10 WS-Doc-Lines PIC 9(8).
                        10 WS-Doc-Words PIC 9(8).
                        10 WS-Doc-Runs PIC 9(5).
        01 WS-Doc-Used PIC 9(4) VALUE 0.
        01 WS-Doc-Sub PIC 9(4) VALUE 0.
        01 WS-Doc-Hit PIC 9(4) VALUE 0.

      /Output probe areas. The companion reports are looked for in
      /this order and named in RMX-D-Reports without their point.
        01 WS-ProbeName PIC X(40) VALUE SPACES.
        01 WS-Probe-Found PIC 9(1) VALUE 0.
        01 WS-Probe-Base PIC X(36) VALUE SPACES.
        01 WS-Recip-Num PIC 9(3) VALUE 0.
        01 WS-Recip-Done PIC 9(1) VALUE 0.
        01 WS-Rpt-Values PIC X(28)
                VALUE ".CHG.FRQ.PRV.RDX.RED.SPL.TOC".
        01 WS-Rpt-Table REDEFINES WS-Rpt-Values.
                05 WS-Rpt-Ext OCCURS 7 TIMES PIC X(4).
        01 WS-Rpt-Sub PIC 9(1) VALUE 0.
        01 WS-Rpt-Ptr PIC 9(2) VALUE 0.

      /Extract totals, for the trailer and the job log.
        01 WS-Detail-Count PIC 9(8) VALUE 0.
        01 WS-Hash-Total PIC 9(15) VALUE 0.
        01 WS-NoCard-Count PIC 9(5) VALUE 0.

      /Run-lock areas. The function and the exclusive flag are set
      /for the job in hand before Take-Run-Lock posts the entry.
        01 WS-LockStatus PIC X(2) VALUE SPACES.
        01 WS-Lock-Program PIC X(12) VALUE "RMEXTRACT".
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
        IF WS-Function = "RESEND" THEN
          MOVE 1 TO WS-Resend
        ELSE
          IF WS-Function NOT = SPACES THEN
            DISPLAY "RMExtract: PARM must be RESEND or nothing"
            MOVE 16 TO RETURN-CODE
            STOP RUN
          END-IF
        END-IF

        IF WS-Resend = 1 THEN
          MOVE "RESEND" TO WS-Lock-Function
        ELSE
          MOVE "EXTRACT" TO WS-Lock-Function
        END-IF
        PERFORM Take-Run-Lock THRU Take-Run-Lock-Exit
        IF WS-Lock-Held = 0 THEN
          STOP RUN
        END-IF

        PERFORM Read-Control THRU Read-Control-Exit
        IF WS-Stopped = 0 THEN
          PERFORM Scan-Audit THRU Scan-Audit-Exit
        END-IF
        IF WS-Stopped = 0 THEN
          PERFORM Write-Extract THRU Write-Extract-Exit
        END-IF
        IF WS-Stopped = 0 AND WS-Resend = 0 THEN
          PERFORM Write-Control THRU Write-Control-Exit
        END-IF

        IF WS-Stopped = 0 THEN
          DISPLAY "EXTRACT SEQUENCE   " WS-Seq
          DISPLAY "AUDIT ROWS COVERED " WS-Run-Rows
          DISPLAY "DOCUMENTS SENT     " WS-Detail-Count
          DISPLAY "HASH TOTAL         " WS-Hash-Total
          IF WS-NoCard-Count > 0 THEN
            DISPLAY "WITH NO CATALOG CARD " WS-NoCard-Count
          END-IF
        END-IF
        PERFORM Drop-Run-Lock
        MOVE WS-MaxRC TO RETURN-CODE
        STOP RUN.

      /Raise-Return-Code grades the run: a new code only sticks when
      /it is worse than everything seen so far.
        Raise-Return-Code.
            IF WS-NewRC > WS-MaxRC THEN
              MOVE WS-NewRC TO WS-MaxRC
            END-IF.

      /Stop-Run-Here marks the run failed with return code 16; the
      /mainline then skips whatever steps are left, RMXCTL above
      /all.
        Stop-Run-Here.
            MOVE 16 TO WS-NewRC
            PERFORM Raise-Return-Code
            MOVE 1 TO WS-Stopped.

      /Read-Control picks up the extract point. No RMXCTL means no
      /extract has ever been sent: the first one starts at the top
      /of AUDITFL under sequence number 1. A RESEND needs an
      /extract to resend.
        Read-Control.
            OPEN INPUT ControlFile
            IF WS-ControlStatus = "35" THEN
              CONTINUE
            ELSE
              IF WS-ControlStatus NOT = "00" THEN
                DISPLAY "Unable to open control file RMXCTL, status "
                  WS-ControlStatus
                PERFORM Stop-Run-Here
                GO TO Read-Control-Exit
              END-IF
              READ ControlFile
                AT END CONTINUE
                NOT AT END
                  IF CTL-Seq NUMERIC AND CTL-Rows NUMERIC AND
                     CTL-PrevRows NUMERIC THEN
                    MOVE CTL-Seq TO WS-Last-Seq
                    MOVE CTL-Rows TO WS-Last-Rows
                    MOVE CTL-LastStamp TO WS-Last-Stamp
                    MOVE CTL-PrevRows TO WS-Prev-Rows
                    MOVE CTL-PrevStamp TO WS-Prev-Stamp
                  ELSE
                    DISPLAY "Control file RMXCTL is not an extract"
                      " point card"
                    PERFORM Stop-Run-Here
                  END-IF
              END-READ
              CLOSE ControlFile
              IF WS-Stopped = 1 THEN
                GO TO Read-Control-Exit
              END-IF
            END-IF
            IF WS-Resend = 1 THEN
              IF WS-Last-Seq = 0 THEN
                DISPLAY "RMExtract: no extract has been sent yet,"
                  " so there is nothing to resend"
                PERFORM Stop-Run-Here
                GO TO Read-Control-Exit
              END-IF
              MOVE WS-Last-Seq TO WS-Seq
              MOVE WS-Prev-Rows TO WS-From-Row
              MOVE WS-Prev-Stamp TO WS-From-Stamp
              MOVE WS-Last-Rows TO WS-To-Row
              MOVE WS-Last-Stamp TO WS-To-Stamp
            ELSE
              ADD 1 TO WS-Last-Seq GIVING WS-Seq
              MOVE WS-Last-Rows TO WS-From-Row
              MOVE WS-Last-Stamp TO WS-From-Stamp
              MOVE 99999999 TO WS-To-Row
            END-IF.
        Read-Control-Exit.
            EXIT.

      /Scan-Audit reads AUDITFL from the top, counting rows to find
      /the window, and folds every run row inside it into the
      /document table. The rows at both ends of a known window
      /must still carry the timestamps RMXCTL recorded for them.
        Scan-Audit.
            OPEN INPUT AuditFile
            IF WS-AuditStatus NOT = "00" THEN
              DISPLAY "Unable to open audit file AUDITFL, status "
                WS-AuditStatus
              PERFORM Stop-Run-Here
              GO TO Scan-Audit-Exit
            END-IF
            MOVE 0 TO WS-File-EOF
            PERFORM Scan-Audit-Row
              UNTIL WS-File-EOF = 1 OR WS-Stopped = 1
                OR WS-Row-Num = WS-To-Row
            CLOSE AuditFile
            IF WS-Stopped = 1 THEN
              GO TO Scan-Audit-Exit
            END-IF
            IF WS-Row-Num < WS-From-Row OR
               (WS-Resend = 1 AND WS-Row-Num < WS-To-Row) THEN
              DISPLAY "AUDITFL holds " WS-Row-Num " rows but the"
                " last extract read " WS-Last-Rows
                "; it has been replaced since"
              PERFORM Stop-Run-Here
              GO TO Scan-Audit-Exit
            END-IF
            IF WS-Resend = 1 AND WS-To-Row > 0 AND
               WS-Row-Stamp NOT = WS-To-Stamp THEN
              DISPLAY "AUDITFL row " WS-To-Row " is stamped "
                WS-Row-Stamp " but RMXCTL expects " WS-To-Stamp
              PERFORM Stop-Run-Here
              GO TO Scan-Audit-Exit
            END-IF
            MOVE WS-Row-Num TO WS-To-Row
            IF WS-To-Row > WS-From-Row THEN
              MOVE WS-Row-Stamp TO WS-End-Stamp
            ELSE
              MOVE WS-From-Stamp TO WS-End-Stamp
            END-IF
            IF WS-Doc-Used = 0 THEN
              DISPLAY "RMExtract: no documents have run since the"
                " last extract"
              MOVE 4 TO WS-NewRC
              PERFORM Raise-Return-Code
            END-IF.
        Scan-Audit-Exit.
            EXIT.

        Scan-Audit-Row.
            READ AuditFile
              AT END MOVE 1 TO WS-File-EOF
              NOT AT END
                ADD 1 TO WS-Row-Num
                PERFORM Parse-Audit-Row
                IF WS-Row-Num = WS-From-Row AND
                   WS-Row-Stamp NOT = WS-From-Stamp THEN
                  DISPLAY "AUDITFL row " WS-From-Row " is stamped "
                    WS-Row-Stamp " but RMXCTL expects "
                    WS-From-Stamp
                  PERFORM Stop-Run-Here
                END-IF
                IF WS-Row-Num > WS-From-Row THEN
                  ADD 1 TO WS-Run-Rows
                  IF WS-First-Stamp = SPACES THEN
                    MOVE WS-Row-Stamp TO WS-First-Stamp
                  END-IF
                  IF WS-Aud-DocName NOT = SPACES AND
                     WS-Aud-Action = SPACES THEN
                    PERFORM Post-Audit-Row
                  END-IF
                END-IF
            END-READ.

      /Parse-Audit-Row peels one row apart. Only the figures the
      /extract carries are kept.
        Parse-Audit-Row.
            MOVE SPACES TO WS-Aud-Timestamp
            MOVE SPACES TO WS-Aud-DocName
            MOVE SPACES TO WS-Aud-Field-Table
            MOVE 0 TO WS-Aud-Lines
            MOVE 0 TO WS-Aud-Words
            MOVE SPACES TO WS-Aud-Stat
            MOVE SPACES TO WS-Aud-Action
            IF AUD-Record NOT = SPACES THEN
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
                UNTIL WS-Aud-Sub > 16
            END-IF
            MOVE WS-Aud-Timestamp TO WS-Row-Stamp.

        Apply-Audit-Field.
            IF WS-Aud-Field(WS-Aud-Sub) NOT = SPACES THEN
              MOVE SPACES TO WS-Aud-Label
              MOVE SPACES TO WS-Aud-Value
              UNSTRING WS-Aud-Field(WS-Aud-Sub) DELIMITED BY "="
                INTO WS-Aud-Label WS-Aud-Value
              END-UNSTRING
              IF WS-Aud-Label = "LINES" AND
                 WS-Aud-Value(1:8) NUMERIC THEN
                MOVE WS-Aud-Value(1:8) TO WS-Aud-Lines
              END-IF
              IF WS-Aud-Label = "WORDS" AND
                 WS-Aud-Value(1:8) NUMERIC THEN
                MOVE WS-Aud-Value(1:8) TO WS-Aud-Words
              END-IF
              IF WS-Aud-Label = "STAT" THEN
                MOVE WS-Aud-Value(1:12) TO WS-Aud-Stat
              END-IF
              IF WS-Aud-Label = "ACTION" THEN
                MOVE WS-Aud-Value(1:8) TO WS-Aud-Action
              END-IF
            END-IF.

      /Post-Audit-Row files one run row under its document, taking
      /a fresh slot the first time the document turns up. A run
      /with more documents than the table holds is stopped before
      /anything is written, so no document is ever left out of a
      /sequence number.
        Post-Audit-Row.
            PERFORM Find-Doc-Entry
            IF WS-Doc-Hit = 0 THEN
              IF WS-Doc-Used = 2000 THEN
                DISPLAY "RMExtract: more than 2000 documents ran"
                  " since the last extract"
                PERFORM Stop-Run-Here
              ELSE
                ADD 1 TO WS-Doc-Used
                MOVE WS-Doc-Used TO WS-Doc-Hit
                MOVE WS-Aud-DocName TO WS-Doc-Name(WS-Doc-Hit)
                MOVE 0 TO WS-Doc-Runs(WS-Doc-Hit)
              END-IF
            END-IF
            IF WS-Doc-Hit > 0 THEN
              MOVE WS-Row-Stamp TO WS-Doc-Stamp(WS-Doc-Hit)
              MOVE WS-Aud-Stat TO WS-Doc-Status(WS-Doc-Hit)
              MOVE WS-Aud-Lines TO WS-Doc-Lines(WS-Doc-Hit)
              MOVE WS-Aud-Words TO WS-Doc-Words(WS-Doc-Hit)
              ADD 1 TO WS-Doc-Runs(WS-Doc-Hit)
            END-IF.

        Find-Doc-Entry.
            MOVE 0 TO WS-Doc-Hit
            PERFORM Find-Doc-Step
              VARYING WS-Doc-Sub FROM 1 BY 1
              UNTIL WS-Doc-Sub > WS-Doc-Used OR WS-Doc-Hit > 0.

        Find-Doc-Step.
            IF WS-Doc-Name(WS-Doc-Sub) = WS-Aud-DocName THEN
              MOVE WS-Doc-Sub TO WS-Doc-Hit
            END-IF.

      /Write-Extract writes the whole file: header, one detail per
      /document in the order the documents first ran, trailer.
        Write-Extract.
            OPEN INPUT CatalogFile
            IF WS-CatalogStatus = "00" THEN
              MOVE 1 TO WS-Catalog-Open
            ELSE
              IF WS-CatalogStatus = "35" THEN
                DISPLAY "No document catalog; every document goes"
                  " out as NOCARD"
                MOVE 4 TO WS-NewRC
                PERFORM Raise-Return-Code
              ELSE
                DISPLAY "Unable to open document catalog, status "
                  WS-CatalogStatus
                PERFORM Stop-Run-Here
                GO TO Write-Extract-Exit
              END-IF
            END-IF
            OPEN OUTPUT ExtractFile
            IF WS-ExtractStatus NOT = "00" THEN
              DISPLAY "Unable to write extract file RMXOUT, status "
                WS-ExtractStatus
              IF WS-Catalog-Open = 1 THEN
                CLOSE CatalogFile
              END-IF
              PERFORM Stop-Run-Here
              GO TO Write-Extract-Exit
            END-IF

            MOVE FUNCTION CURRENT-DATE TO WS-CurrentDateTime
            MOVE SPACES TO RMX-Record
            MOVE "H" TO RMX-Type
            MOVE "SCREENREADER" TO RMX-H-System
            MOVE WS-CurrentDateTime(1:8) TO RMX-H-Date
            MOVE WS-CurrentDateTime(9:6) TO RMX-H-Time
            MOVE WS-Seq TO RMX-H-Seq
            IF WS-Resend = 1 THEN
              MOVE "Y" TO RMX-H-Resend
            ELSE
              MOVE "N" TO RMX-H-Resend
            END-IF
            MOVE WS-First-Stamp TO RMX-H-FromStamp
            MOVE WS-End-Stamp TO RMX-H-ToStamp
            PERFORM Put-Extract-Record

            PERFORM Write-Detail
              VARYING WS-Doc-Sub FROM 1 BY 1
              UNTIL WS-Doc-Sub > WS-Doc-Used OR WS-Stopped = 1

            IF WS-Stopped = 0 THEN
              MOVE SPACES TO RMX-Record
              MOVE "T" TO RMX-Type
              MOVE WS-Seq TO RMX-T-Seq
              MOVE WS-Detail-Count TO RMX-T-Count
              MOVE WS-Hash-Total TO RMX-T-Hash
              PERFORM Put-Extract-Record
            END-IF
            CLOSE ExtractFile
            IF WS-Catalog-Open = 1 THEN
              CLOSE CatalogFile
            END-IF.
        Write-Extract-Exit.
            EXIT.

        Put-Extract-Record.
            WRITE RMX-Record
            IF WS-ExtractStatus NOT = "00" THEN
              DISPLAY "Unable to write extract file RMXOUT, status "
                WS-ExtractStatus
              PERFORM Stop-Run-Here
            END-IF.

      /Write-Detail builds one document's detail from its latest
      /run row, its catalog card and what is on disk beside it.
        Write-Detail.
            MOVE SPACES TO RMX-Record
            MOVE "D" TO RMX-Type
            MOVE WS-Doc-Name(WS-Doc-Sub) TO RMX-D-DocName
            MOVE WS-Doc-Stamp(WS-Doc-Sub) TO RMX-D-RunStamp
            MOVE WS-Doc-Status(WS-Doc-Sub) TO RMX-D-Status
            MOVE WS-Doc-Lines(WS-Doc-Sub) TO RMX-D-Lines
            MOVE WS-Doc-Words(WS-Doc-Sub) TO RMX-D-Words
            MOVE WS-Doc-Runs(WS-Doc-Sub) TO RMX-D-Runs
            MOVE "NOCARD" TO RMX-D-ArchStatus
            IF WS-Catalog-Open = 1 THEN
              MOVE WS-Doc-Name(WS-Doc-Sub) TO CAT-DocName
              READ CatalogFile
                INVALID KEY CONTINUE
                NOT INVALID KEY
                  MOVE CAT-ArchStatus TO RMX-D-ArchStatus
                  MOVE CAT-ArchDate TO RMX-D-ArchDate
                  MOVE CAT-RelStatus TO RMX-D-RelStatus
              END-READ
            END-IF
            IF RMX-D-ArchStatus = "NOCARD" THEN
              ADD 1 TO WS-NoCard-Count
            END-IF
            PERFORM Name-Outputs THRU Name-Outputs-Exit
            PERFORM Put-Extract-Record
            ADD 1 TO WS-Detail-Count
            ADD WS-Doc-Lines(WS-Doc-Sub) TO WS-Hash-Total
            ADD WS-Doc-Words(WS-Doc-Sub) TO WS-Hash-Total.

      /Name-Outputs looks on disk for the .OUT the run wrote - the
      /plain one first, then the first recipient's, as Reconcile
      /probes - and, once it knows the family's base name, for each
      /companion report beside it. A merge family's letters are
      /counted up from 001 until one is missing.
        Name-Outputs.
            MOVE 0 TO RMX-D-Recips
            MOVE SPACES TO RMX-D-Reports
            MOVE WS-Doc-Name(WS-Doc-Sub) TO WS-Probe-Base
            PERFORM Probe-Base-Output
            IF WS-Probe-Found = 1 THEN
              MOVE WS-ProbeName TO RMX-D-OutName
              GO TO Name-Outputs-Reports
            END-IF
            MOVE 1 TO WS-Recip-Num
            PERFORM Probe-Recipient
            IF WS-Probe-Found = 1 THEN
              MOVE WS-ProbeName TO RMX-D-OutName
              MOVE 0 TO WS-Recip-Done
              PERFORM Count-Recipients
                UNTIL WS-Recip-Done = 1
              MOVE WS-Doc-Name(WS-Doc-Sub) TO WS-Probe-Base
              MOVE 1 TO WS-Recip-Num
              PERFORM Set-Recipient-Base
              GO TO Name-Outputs-Reports
            END-IF
      /Nothing on disk - archived, or removed since the run: the
      /detail names the .OUT the run wrote and no companions.
            MOVE WS-Doc-Name(WS-Doc-Sub) TO WS-Probe-Base
            PERFORM Probe-Base-Output
            MOVE WS-ProbeName TO RMX-D-OutName
            GO TO Name-Outputs-Exit.
        Name-Outputs-Reports.
            MOVE 1 TO WS-Rpt-Ptr
            PERFORM Probe-Report
              VARYING WS-Rpt-Sub FROM 1 BY 1
              UNTIL WS-Rpt-Sub > 7.
        Name-Outputs-Exit.
            EXIT.

        Probe-Base-Output.
            MOVE 0 TO WS-Probe-Found
            MOVE SPACES TO WS-ProbeName
            STRING FUNCTION TRIM(WS-Probe-Base) DELIMITED BY SIZE
              ".OUT" DELIMITED BY SIZE
              INTO WS-ProbeName
            END-STRING
            OPEN INPUT ProbeFile
            IF WS-ProbeStatus = "00" THEN
              MOVE 1 TO WS-Probe-Found
              CLOSE ProbeFile
            END-IF.

      /Set-Recipient-Base turns WS-Probe-Base into document.nnn for
      /the recipient under WS-Recip-Num.
        Set-Recipient-Base.
            MOVE SPACES TO WS-Probe-Base
            STRING FUNCTION TRIM(WS-Doc-Name(WS-Doc-Sub))
              DELIMITED BY SIZE
              "." DELIMITED BY SIZE
              WS-Recip-Num DELIMITED BY SIZE
              INTO WS-Probe-Base
            END-STRING.

        Probe-Recipient.
            PERFORM Set-Recipient-Base
            PERFORM Probe-Base-Output.

        Count-Recipients.
            MOVE WS-Recip-Num TO RMX-D-Recips
            IF WS-Recip-Num = 999 THEN
              MOVE 1 TO WS-Recip-Done
            ELSE
              ADD 1 TO WS-Recip-Num
              PERFORM Probe-Recipient
              IF WS-Probe-Found = 0 THEN
                MOVE 1 TO WS-Recip-Done
              END-IF
            END-IF.

        Probe-Report.
            MOVE SPACES TO WS-ProbeName
            STRING FUNCTION TRIM(WS-Probe-Base) DELIMITED BY SIZE
              WS-Rpt-Ext(WS-Rpt-Sub) DELIMITED BY SIZE
              INTO WS-ProbeName
            END-STRING
            OPEN INPUT ProbeFile
            IF WS-ProbeStatus = "00" THEN
              CLOSE ProbeFile
              MOVE WS-Rpt-Ext(WS-Rpt-Sub)(2:3)
                TO RMX-D-Reports(WS-Rpt-Ptr:3)
              ADD 4 TO WS-Rpt-Ptr
            END-IF.

      /Write-Control moves the extract point on, now that RMXOUT is
      /complete. If RMXCTL cannot be written the extract is still
      /good, but the next run would send the same rows again under
      /the same sequence number, so the run ends 16 to say so. A
      /write that fails after the open leaves RMXCTL empty, and the
      /next run would start over at sequence 1 from the top of
      /AUDITFL, so that ends 16 as well.
        Write-Control.
            OPEN OUTPUT ControlFile
            IF WS-ControlStatus NOT = "00" THEN
              DISPLAY "Unable to write control file RMXCTL, status "
                WS-ControlStatus "; the next extract will repeat"
                " sequence " WS-Seq
              PERFORM Stop-Run-Here
              GO TO Write-Control-Exit
            END-IF
            MOVE WS-Seq TO CTL-Seq
            MOVE WS-To-Row TO CTL-Rows
            MOVE WS-End-Stamp TO CTL-LastStamp
            MOVE WS-From-Row TO CTL-PrevRows
            MOVE WS-From-Stamp TO CTL-PrevStamp
            MOVE WS-CurrentDateTime(1:8) TO CTL-Date
            MOVE WS-Detail-Count TO CTL-Count
            WRITE CTL-Record
            IF WS-ControlStatus NOT = "00" THEN
              DISPLAY "Unable to write control file RMXCTL, status "
                WS-ControlStatus "; restore it to sequence " WS-Seq
                " before the next extract"
              PERFORM Stop-Run-Here
            END-IF
            CLOSE ControlFile.
        Write-Control-Exit.
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
                  DISPLAY "RMExtract: another "
                    FUNCTION TRIM(WS-Lock-Program)
                    " run posted its lock first"
                NOT INVALID KEY
                  MOVE 1 TO WS-Lock-Held
              END-WRITE
            END-IF
            CLOSE LockFile
            IF WS-Lock-Conflict = 1 THEN
              DISPLAY "RMExtract: not started; LockMaint CLEAR removes"
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
                  DISPLAY "RMExtract: RUNLOCK is held by "
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
