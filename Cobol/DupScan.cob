        IDENTIFICATION DIVISION.
        PROGRAM-ID. DupScan.

      /DupScan looks for near-duplicate documents in the library -
      /the LETTER7.TXT and LETTER7A.TXT that get reformatted,
      /archived and indexed separately every night. KEYWDIDX
      /already holds each document's vocabulary with its counts,
      /so every cataloged document is compared with every other on
      /the words they share:
      /
      /  similarity = 200 x (sum over the shared words of the
      /               smaller of the two counts)
      /               / (document A's total + document B's total)
      /
      /as a whole percentage. Two documents with identical word
      /counts score 100; two with no word in common score 0.
      /
      /  PARM [threshold]   reports every pair scoring at or above
      /                     the threshold percentage, 1 to 100;
      /                     80 when the PARM is empty
      /
      /Only the cards a document's latest run posted are counted -
      /a card whose run time differs from the document's DOCCATLG
      /card is left over from an earlier version of the text. The
      /report goes to DUPRPT, highest similarity first, with both
      /documents' last-run times from DOCCATLG and the five words
      /whose counts differ most between them. Return code 0 when
      /no pair reaches the threshold, 4 when any does, 16 when the
      /PARM, the catalog, the index or the report fails.

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

                SELECT ReportFile ASSIGN TO "DUPRPT"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS WS-ReportStatus.

        DATA DIVISION.
        FILE SECTION.
        FD CatalogFile.
        COPY DOCCATLG.

        FD KeywordFile.
        COPY KEYWDIDX.

        FD ReportFile.
        01 RPT-Record PIC X(100).

        WORKING-STORAGE SECTION.
        01 WS-CatalogStatus PIC X(2) VALUE SPACES.
        01 WS-KeywordStatus PIC X(2) VALUE SPACES.
        01 WS-ReportStatus PIC X(2) VALUE SPACES.
        01 WS-ParmValue PIC X(20) VALUE SPACES.
        01 WS-ParmArg PIC X(10) VALUE SPACES.
        01 WS-ValueR PIC X(3) JUSTIFIED RIGHT.
        01 WS-Threshold PIC 9(3) VALUE 80.
        01 WS-Browse-EOF PIC 9(1) VALUE 0.
        01 WS-Cards-Read PIC 9(8) VALUE 0.
        01 WS-Cards-Used PIC 9(8) VALUE 0.

      /One slot per cataloged document, in the catalog's key order:
      /its last run time, the sum of its current cards' counts and
      /how many current cards it has.
        01 WS-Doc-Table.
                05 WS-Doc-Entry OCCURS 300 TIMES.
                        10 WS-Doc-Name PIC X(30).
                        10 WS-Doc-LastRun PIC X(16).
                        10 WS-Doc-Total PIC 9(8).
                        10 WS-Doc-Words PIC 9(6).
        01 WS-Doc-Used PIC 9(3) VALUE 0.
        01 WS-Doc-Capped PIC 9(1) VALUE 0.
        01 WS-Doc-Sub PIC 9(3) VALUE 0.
        01 WS-Doc-Hit PIC 9(3) VALUE 0.
        01 WS-Doc-Compared PIC 9(3) VALUE 0.

      /Every card for one word is contiguous in KEYWDIDX key order,
      /so the index is read one word at a time: the group table
      /gathers the documents carrying the word under the cursor,
      /and WS-Grp-Doc-Count holds each one's count by document slot
      /so a pair's two counts are a direct look-up. Both are
      /cleared as each word is finished with.
        01 WS-Grp-Word PIC X(30) VALUE SPACES.
        01 WS-Grp-Table.
                05 WS-Grp-Entry OCCURS 300 TIMES.
                        10 WS-Grp-Doc PIC 9(3).
                        10 WS-Grp-Count PIC 9(6).
        01 WS-Grp-Used PIC 9(3) VALUE 0.
        01 WS-Grp-Sub PIC 9(3) VALUE 0.
        01 WS-Grp-Sub2 PIC 9(3) VALUE 0.
        01 WS-Grp-From PIC 9(3) VALUE 0.
        01 WS-Grp-Doc-Table.
                05 WS-Grp-Doc-Count OCCURS 300 TIMES PIC 9(6)
                   VALUE 0.

      /The shared-count sum for every pair of document slots A < B,
      /laid out row by row: pair (A,B) is entry
      /(A - 1) x (600 - A) / 2 + (B - A), which runs 1 to 44850
      /for 300 slots.
        01 WS-Pair-Table.
                05 WS-Pair-Shared OCCURS 44850 TIMES PIC 9(8)
                   VALUE 0.
        01 WS-Pair-Sub PIC 9(5) VALUE 0.
        01 WS-Pair-A PIC 9(3) VALUE 0.
        01 WS-Pair-B PIC 9(3) VALUE 0.
        01 WS-Pair-From PIC 9(3) VALUE 0.
        01 WS-Pair-Min PIC 9(6) VALUE 0.
        01 WS-Pair-Pct PIC 9(3) VALUE 0.

      /The pairs at or above the threshold. A full table keeps the
      /200 most similar: a newcomer replaces the weakest entry when
      /it scores higher. Each entry carries its five most different
      /words, filled on a second pass over the index.
        01 WS-Hit-Table.
                05 WS-Hit-Entry OCCURS 200 TIMES.
                        10 WS-Hit-A PIC 9(3).
                        10 WS-Hit-B PIC 9(3).
                        10 WS-Hit-Pct PIC 9(3).
                        10 WS-Hit-Done PIC 9(1).
                        10 WS-Diff-Entry OCCURS 5 TIMES.
                                15 WS-Diff-Word PIC X(30).
                                15 WS-Diff-CountA PIC 9(6).
                                15 WS-Diff-CountB PIC 9(6).
                                15 WS-Diff-Gap PIC 9(6).
        01 WS-Hit-Used PIC 9(3) VALUE 0.
        01 WS-Hit-Count PIC 9(6) VALUE 0.
        01 WS-Hit-Sub PIC 9(3) VALUE 0.
        01 WS-Hit-Low PIC 9(3) VALUE 0.
        01 WS-Hit-Max PIC 9(3) VALUE 0.
        01 WS-Diff-Sub PIC 9(1) VALUE 0.
        01 WS-Diff-Sub2 PIC 9(1) VALUE 0.
        01 WS-Diff-Low PIC 9(1) VALUE 0.
        01 WS-Diff-CountA-W PIC 9(6) VALUE 0.
        01 WS-Diff-CountB-W PIC 9(6) VALUE 0.
        01 WS-Diff-Gap-W PIC 9(6) VALUE 0.

        01 WS-Pct-Disp PIC ZZ9.
        01 WS-Count-Disp PIC ZZZZZ9.
        01 WS-CountA-Disp PIC ZZZZZ9.
        01 WS-CountB-Disp PIC ZZZZZ9.

        PROCEDURE DIVISION.

        ACCEPT WS-ParmValue FROM COMMAND-LINE
        UNSTRING WS-ParmValue DELIMITED BY ALL SPACE
          INTO WS-ParmArg
        END-UNSTRING
        IF WS-ParmArg NOT = SPACES THEN
          MOVE FUNCTION TRIM(WS-ParmArg) TO WS-ValueR
          INSPECT WS-ValueR REPLACING LEADING SPACE BY "0"
          IF WS-ValueR NUMERIC THEN
            MOVE WS-ValueR TO WS-Threshold
          END-IF
          IF WS-ValueR NOT NUMERIC OR WS-Threshold = 0 OR
             WS-Threshold > 100 THEN
            DISPLAY "DupScan: PARM threshold must be 1 to 100"
            MOVE 16 TO RETURN-CODE
            STOP RUN
          END-IF
        END-IF

        PERFORM Load-Catalog THRU Load-Catalog-Exit
        IF RETURN-CODE = 16 THEN
          STOP RUN
        END-IF

        OPEN INPUT KeywordFile
        IF WS-KeywordStatus NOT = "00" THEN
          DISPLAY "Unable to open keyword index, status "
            WS-KeywordStatus
          MOVE 16 TO RETURN-CODE
          STOP RUN
        END-IF
        PERFORM Sum-Shared-Counts
        PERFORM Collect-Pair
          VARYING WS-Pair-A FROM 1 BY 1
          UNTIL WS-Pair-A >= WS-Doc-Used
        IF WS-Hit-Used > 0 THEN
          PERFORM Find-Differing-Words
        END-IF
        CLOSE KeywordFile

        OPEN OUTPUT ReportFile
        IF WS-ReportStatus NOT = "00" THEN
          DISPLAY "Unable to write report DUPRPT, status "
            WS-ReportStatus
          MOVE 16 TO RETURN-CODE
          STOP RUN
        END-IF
        PERFORM Write-Report
        CLOSE ReportFile

        DISPLAY "INDEX CARDS READ   " WS-Cards-Read
        DISPLAY "CURRENT CARDS      " WS-Cards-Used
        DISPLAY "DOCUMENTS COMPARED " WS-Doc-Compared
        DISPLAY "PAIRS REPORTED     " WS-Hit-Count
        IF WS-Hit-Count > 0 THEN
          MOVE 4 TO RETURN-CODE
        ELSE
          MOVE 0 TO RETURN-CODE
        END-IF
        STOP RUN.

      /Load-Catalog reads every DOCCATLG card into the document
      /table. A library past 300 documents is compared on its first
      /300 in name order, and the report says so.
        Load-Catalog.
            OPEN INPUT CatalogFile
            IF WS-CatalogStatus NOT = "00" THEN
              DISPLAY "Unable to open document catalog, status "
                WS-CatalogStatus
              MOVE 16 TO RETURN-CODE
              GO TO Load-Catalog-Exit
            END-IF
            MOVE LOW-VALUES TO CAT-DocName
            START CatalogFile KEY NOT < CAT-DocName
              INVALID KEY MOVE 1 TO WS-Browse-EOF
            END-START
            PERFORM Load-Next-Card UNTIL WS-Browse-EOF = 1
            CLOSE CatalogFile.
        Load-Catalog-Exit.
            EXIT.

        Load-Next-Card.
            READ CatalogFile NEXT RECORD
              AT END MOVE 1 TO WS-Browse-EOF
              NOT AT END
                IF WS-Doc-Used < 300 THEN
                  ADD 1 TO WS-Doc-Used
                  MOVE CAT-DocName TO WS-Doc-Name(WS-Doc-Used)
                  MOVE CAT-LastRun TO WS-Doc-LastRun(WS-Doc-Used)
                  MOVE 0 TO WS-Doc-Total(WS-Doc-Used)
                  MOVE 0 TO WS-Doc-Words(WS-Doc-Used)
                ELSE
                  MOVE 1 TO WS-Doc-Capped
                END-IF
            END-READ.

      /Sum-Shared-Counts is the first pass over the index: each
      /current card adds to its document's total, and each word's
      /group adds the smaller count of every pair carrying it to
      /that pair's shared sum.
        Sum-Shared-Counts.
            MOVE 0 TO WS-Browse-EOF
            MOVE SPACES TO WS-Grp-Word
            MOVE 0 TO WS-Grp-Used
            MOVE LOW-VALUES TO KWX-Key
            START KeywordFile KEY NOT < KWX-Key
              INVALID KEY MOVE 1 TO WS-Browse-EOF
            END-START
            PERFORM Sum-Next-Card UNTIL WS-Browse-EOF = 1
            PERFORM Sum-Word-Group
            PERFORM Count-Compared-Doc
              VARYING WS-Doc-Sub FROM 1 BY 1
              UNTIL WS-Doc-Sub > WS-Doc-Used.

        Sum-Next-Card.
            READ KeywordFile NEXT RECORD
              AT END MOVE 1 TO WS-Browse-EOF
              NOT AT END
                ADD 1 TO WS-Cards-Read
                IF KWX-Word NOT = WS-Grp-Word THEN
                  PERFORM Sum-Word-Group
                  MOVE KWX-Word TO WS-Grp-Word
                END-IF
                PERFORM Group-Current-Card
                IF WS-Doc-Hit > 0 THEN
                  ADD 1 TO WS-Cards-Used
                  ADD KWX-Count TO WS-Doc-Total(WS-Doc-Hit)
                  ADD 1 TO WS-Doc-Words(WS-Doc-Hit)
                END-IF
            END-READ.

      /Group-Current-Card finds the card's document slot and, when
      /the card is from that document's latest run, adds it to the
      /word's group. WS-Doc-Hit is left zero for a card that does
      /not count.
        Group-Current-Card.
            MOVE 0 TO WS-Doc-Hit
            PERFORM Find-Doc-Entry
              VARYING WS-Doc-Sub FROM 1 BY 1
              UNTIL WS-Doc-Sub > WS-Doc-Used OR WS-Doc-Hit > 0
            IF WS-Doc-Hit > 0 THEN
              IF KWX-LastRun NOT = WS-Doc-LastRun(WS-Doc-Hit) OR
                 KWX-Count = 0 THEN
                MOVE 0 TO WS-Doc-Hit
              END-IF
            END-IF
            IF WS-Doc-Hit > 0 THEN
              ADD 1 TO WS-Grp-Used
              MOVE WS-Doc-Hit TO WS-Grp-Doc(WS-Grp-Used)
              MOVE KWX-Count TO WS-Grp-Count(WS-Grp-Used)
              MOVE KWX-Count TO WS-Grp-Doc-Count(WS-Doc-Hit)
            END-IF.

        Find-Doc-Entry.
            IF WS-Doc-Name(WS-Doc-Sub) = KWX-DocName THEN
              MOVE WS-Doc-Sub TO WS-Doc-Hit
            END-IF.

      /Sum-Word-Group credits the finished word to every pair in
      /its group. The group is in document-slot order, because the
      /index and the catalog are both in document-name order within
      /a word, so the earlier entry is always pair side A.
        Sum-Word-Group.
            PERFORM Sum-Group-Row
              VARYING WS-Grp-Sub FROM 1 BY 1
              UNTIL WS-Grp-Sub >= WS-Grp-Used
            PERFORM Clear-Group-Entry
              VARYING WS-Grp-Sub FROM 1 BY 1
              UNTIL WS-Grp-Sub > WS-Grp-Used
            MOVE 0 TO WS-Grp-Used.

        Sum-Group-Row.
            ADD 1 TO WS-Grp-Sub GIVING WS-Grp-From
            PERFORM Sum-Group-Pair
              VARYING WS-Grp-Sub2 FROM WS-Grp-From BY 1
              UNTIL WS-Grp-Sub2 > WS-Grp-Used.

        Sum-Group-Pair.
            MOVE WS-Grp-Doc(WS-Grp-Sub) TO WS-Pair-A
            MOVE WS-Grp-Doc(WS-Grp-Sub2) TO WS-Pair-B
            COMPUTE WS-Pair-Sub =
              (WS-Pair-A - 1) * (600 - WS-Pair-A) / 2
              + (WS-Pair-B - WS-Pair-A)
            IF WS-Grp-Count(WS-Grp-Sub) <
               WS-Grp-Count(WS-Grp-Sub2) THEN
              MOVE WS-Grp-Count(WS-Grp-Sub) TO WS-Pair-Min
            ELSE
              MOVE WS-Grp-Count(WS-Grp-Sub2) TO WS-Pair-Min
            END-IF
            ADD WS-Pair-Min TO WS-Pair-Shared(WS-Pair-Sub).

        Clear-Group-Entry.
            MOVE 0 TO WS-Grp-Doc-Count(WS-Grp-Doc(WS-Grp-Sub)).

        Count-Compared-Doc.
            IF WS-Doc-Total(WS-Doc-Sub) > 0 THEN
              ADD 1 TO WS-Doc-Compared
            END-IF.

      /Collect-Pair scores every pair on document A's row against
      /the threshold. A document with no current cards has nothing
      /to compare and never pairs.
        Collect-Pair.
            IF WS-Doc-Total(WS-Pair-A) > 0 THEN
              ADD 1 TO WS-Pair-A GIVING WS-Pair-From
              PERFORM Score-Pair
                VARYING WS-Pair-B FROM WS-Pair-From BY 1
                UNTIL WS-Pair-B > WS-Doc-Used
            END-IF.

        Score-Pair.
            IF WS-Doc-Total(WS-Pair-B) > 0 THEN
              COMPUTE WS-Pair-Sub =
                (WS-Pair-A - 1) * (600 - WS-Pair-A) / 2
                + (WS-Pair-B - WS-Pair-A)
              COMPUTE WS-Pair-Pct =
                200 * WS-Pair-Shared(WS-Pair-Sub) /
                (WS-Doc-Total(WS-Pair-A) + WS-Doc-Total(WS-Pair-B))
              IF WS-Pair-Pct NOT < WS-Threshold THEN
                PERFORM Keep-Pair
              END-IF
            END-IF.

      /Keep-Pair files a qualifying pair, or, with the table full,
      /lets it replace the weakest pair on file when it beats it.
        Keep-Pair.
            ADD 1 TO WS-Hit-Count
            IF WS-Hit-Used < 200 THEN
              ADD 1 TO WS-Hit-Used
              MOVE WS-Hit-Used TO WS-Hit-Low
            ELSE
              MOVE 1 TO WS-Hit-Low
              PERFORM Find-Weakest-Pair
                VARYING WS-Hit-Sub FROM 2 BY 1
                UNTIL WS-Hit-Sub > WS-Hit-Used
              IF WS-Pair-Pct NOT > WS-Hit-Pct(WS-Hit-Low) THEN
                MOVE 0 TO WS-Hit-Low
              END-IF
            END-IF
            IF WS-Hit-Low > 0 THEN
              MOVE WS-Pair-A TO WS-Hit-A(WS-Hit-Low)
              MOVE WS-Pair-B TO WS-Hit-B(WS-Hit-Low)
              MOVE WS-Pair-Pct TO WS-Hit-Pct(WS-Hit-Low)
              MOVE 0 TO WS-Hit-Done(WS-Hit-Low)
              PERFORM Clear-Diff-Entry
                VARYING WS-Diff-Sub FROM 1 BY 1
                UNTIL WS-Diff-Sub > 5
            END-IF.

        Find-Weakest-Pair.
            IF WS-Hit-Pct(WS-Hit-Sub) < WS-Hit-Pct(WS-Hit-Low) THEN
              MOVE WS-Hit-Sub TO WS-Hit-Low
            END-IF.

        Clear-Diff-Entry.
            MOVE SPACES TO WS-Diff-Word(WS-Hit-Low, WS-Diff-Sub)
            MOVE 0 TO WS-Diff-CountA(WS-Hit-Low, WS-Diff-Sub)
            MOVE 0 TO WS-Diff-CountB(WS-Hit-Low, WS-Diff-Sub)
            MOVE 0 TO WS-Diff-Gap(WS-Hit-Low, WS-Diff-Sub).

      /Find-Differing-Words is the second pass over the index, for
      /the reported pairs only: each word's counts in the two
      /documents - zero where one of them lacks it - are compared,
      /and the five widest gaps are kept for the report.
        Find-Differing-Words.
            MOVE 0 TO WS-Browse-EOF
            MOVE SPACES TO WS-Grp-Word
            MOVE 0 TO WS-Grp-Used
            MOVE LOW-VALUES TO KWX-Key
            START KeywordFile KEY NOT < KWX-Key
              INVALID KEY MOVE 1 TO WS-Browse-EOF
            END-START
            PERFORM Diff-Next-Card UNTIL WS-Browse-EOF = 1
            PERFORM Diff-Word-Group.

        Diff-Next-Card.
            READ KeywordFile NEXT RECORD
              AT END MOVE 1 TO WS-Browse-EOF
              NOT AT END
                IF KWX-Word NOT = WS-Grp-Word THEN
                  PERFORM Diff-Word-Group
                  MOVE KWX-Word TO WS-Grp-Word
                END-IF
                PERFORM Group-Current-Card
            END-READ.

        Diff-Word-Group.
            IF WS-Grp-Used > 0 THEN
              PERFORM Diff-One-Pair
                VARYING WS-Hit-Sub FROM 1 BY 1
                UNTIL WS-Hit-Sub > WS-Hit-Used
              PERFORM Clear-Group-Entry
                VARYING WS-Grp-Sub FROM 1 BY 1
                UNTIL WS-Grp-Sub > WS-Grp-Used
              MOVE 0 TO WS-Grp-Used
            END-IF.

      /Diff-One-Pair seats this word in the pair's five when its gap
      /beats the narrowest gap there; a word the two documents use
      /equally often is no difference at all.
        Diff-One-Pair.
            MOVE WS-Grp-Doc-Count(WS-Hit-A(WS-Hit-Sub))
              TO WS-Diff-CountA-W
            MOVE WS-Grp-Doc-Count(WS-Hit-B(WS-Hit-Sub))
              TO WS-Diff-CountB-W
            IF WS-Diff-CountA-W > WS-Diff-CountB-W THEN
              COMPUTE WS-Diff-Gap-W =
                WS-Diff-CountA-W - WS-Diff-CountB-W
            ELSE
              COMPUTE WS-Diff-Gap-W =
                WS-Diff-CountB-W - WS-Diff-CountA-W
            END-IF
            IF WS-Diff-Gap-W > 0 THEN
              MOVE 1 TO WS-Diff-Low
              PERFORM Find-Narrowest-Gap
                VARYING WS-Diff-Sub FROM 2 BY 1
                UNTIL WS-Diff-Sub > 5
              IF WS-Diff-Gap-W >
                 WS-Diff-Gap(WS-Hit-Sub, WS-Diff-Low) THEN
                MOVE WS-Grp-Word
                  TO WS-Diff-Word(WS-Hit-Sub, WS-Diff-Low)
                MOVE WS-Diff-CountA-W
                  TO WS-Diff-CountA(WS-Hit-Sub, WS-Diff-Low)
                MOVE WS-Diff-CountB-W
                  TO WS-Diff-CountB(WS-Hit-Sub, WS-Diff-Low)
                MOVE WS-Diff-Gap-W
                  TO WS-Diff-Gap(WS-Hit-Sub, WS-Diff-Low)
              END-IF
            END-IF.

        Find-Narrowest-Gap.
            IF WS-Diff-Gap(WS-Hit-Sub, WS-Diff-Sub) <
               WS-Diff-Gap(WS-Hit-Sub, WS-Diff-Low) THEN
              MOVE WS-Diff-Sub TO WS-Diff-Low
            END-IF.

      /Write-Report heads DUPRPT with the threshold and the counts,
      /then lists the pairs most similar first by passes of
      /pick-the-largest, each reported pair marked done.
        Write-Report.
            MOVE SPACES TO RPT-Record
            MOVE WS-Threshold TO WS-Pct-Disp
            STRING "NEAR-DUPLICATE DOCUMENTS  THRESHOLD "
                DELIMITED BY SIZE
              FUNCTION TRIM(WS-Pct-Disp) DELIMITED BY SIZE
              "%" DELIMITED BY SIZE
              INTO RPT-Record
            END-STRING
            WRITE RPT-Record
            MOVE SPACES TO RPT-Record
            WRITE RPT-Record
            MOVE WS-Doc-Compared TO WS-Count-Disp
            MOVE SPACES TO RPT-Record
            STRING "DOCUMENTS COMPARED  " DELIMITED BY SIZE
              WS-Count-Disp DELIMITED BY SIZE
              INTO RPT-Record
            END-STRING
            WRITE RPT-Record
            IF WS-Doc-Capped = 1 THEN
              MOVE "  ...MORE THAN 300 DOCUMENTS; THE REST NOT"
                TO RPT-Record
              WRITE RPT-Record
            END-IF
            MOVE WS-Hit-Count TO WS-Count-Disp
            MOVE SPACES TO RPT-Record
            STRING "PAIRS AT OR ABOVE   " DELIMITED BY SIZE
              WS-Count-Disp DELIMITED BY SIZE
              INTO RPT-Record
            END-STRING
            WRITE RPT-Record
            IF WS-Hit-Count > WS-Hit-Used THEN
              MOVE "  ...MORE THAN 200 PAIRS; THE 200 MOST SIMILAR"
                TO RPT-Record
              WRITE RPT-Record
            END-IF
            MOVE SPACES TO RPT-Record
            WRITE RPT-Record
            IF WS-Hit-Used = 0 THEN
              MOVE "  NONE" TO RPT-Record
              WRITE RPT-Record
            END-IF
            PERFORM Write-Top-Pair
              VARYING WS-Hit-Sub FROM 1 BY 1
              UNTIL WS-Hit-Sub > WS-Hit-Used.

        Write-Top-Pair.
            MOVE 0 TO WS-Hit-Max
            PERFORM Find-Top-Pair
              VARYING WS-Hit-Low FROM 1 BY 1
              UNTIL WS-Hit-Low > WS-Hit-Used
            MOVE 1 TO WS-Hit-Done(WS-Hit-Max)
            MOVE WS-Hit-A(WS-Hit-Max) TO WS-Pair-A
            MOVE WS-Hit-B(WS-Hit-Max) TO WS-Pair-B
            MOVE WS-Hit-Pct(WS-Hit-Max) TO WS-Pct-Disp
            MOVE SPACES TO RPT-Record
            STRING WS-Pct-Disp DELIMITED BY SIZE
              "%  " DELIMITED BY SIZE
              WS-Doc-Name(WS-Pair-A) DELIMITED BY SIZE
              " LAST RUN " DELIMITED BY SIZE
              WS-Doc-LastRun(WS-Pair-A) DELIMITED BY SIZE
              INTO RPT-Record
            END-STRING
            WRITE RPT-Record
            MOVE SPACES TO RPT-Record
            STRING "      " DELIMITED BY SIZE
              WS-Doc-Name(WS-Pair-B) DELIMITED BY SIZE
              " LAST RUN " DELIMITED BY SIZE
              WS-Doc-LastRun(WS-Pair-B) DELIMITED BY SIZE
              INTO RPT-Record
            END-STRING
            WRITE RPT-Record
            IF WS-Diff-Gap(WS-Hit-Max, 1) = 0 THEN
              MOVE "      SAME WORDS, SAME COUNTS" TO RPT-Record
              WRITE RPT-Record
            ELSE
              MOVE "      DIFFER MOST          FIRST  SECOND"
                TO RPT-Record
              WRITE RPT-Record
              PERFORM Write-Diff-Line
                VARYING WS-Diff-Sub FROM 1 BY 1
                UNTIL WS-Diff-Sub > 5
            END-IF
            MOVE SPACES TO RPT-Record
            WRITE RPT-Record.

        Find-Top-Pair.
            IF WS-Hit-Done(WS-Hit-Low) = 0 THEN
              IF WS-Hit-Max = 0 THEN
                MOVE WS-Hit-Low TO WS-Hit-Max
              ELSE
                IF WS-Hit-Pct(WS-Hit-Low) >
                   WS-Hit-Pct(WS-Hit-Max) THEN
                  MOVE WS-Hit-Low TO WS-Hit-Max
                END-IF
              END-IF
            END-IF.

      /The five are kept unordered; the widest gap still on the
      /list is printed each time and taken off it.
        Write-Diff-Line.
            MOVE 1 TO WS-Diff-Low
            PERFORM Find-Widest-Gap
              VARYING WS-Diff-Sub2 FROM 2 BY 1
              UNTIL WS-Diff-Sub2 > 5
            IF WS-Diff-Gap(WS-Hit-Max, WS-Diff-Low) > 0 THEN
              MOVE WS-Diff-CountA(WS-Hit-Max, WS-Diff-Low)
                TO WS-CountA-Disp
              MOVE WS-Diff-CountB(WS-Hit-Max, WS-Diff-Low)
                TO WS-CountB-Disp
              MOVE SPACES TO RPT-Record
              STRING "        " DELIMITED BY SIZE
                WS-Diff-Word(WS-Hit-Max, WS-Diff-Low)
                  DELIMITED BY SIZE
                WS-CountA-Disp DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                WS-CountB-Disp DELIMITED BY SIZE
                INTO RPT-Record
              END-STRING
              WRITE RPT-Record
              MOVE 0 TO WS-Diff-Gap(WS-Hit-Max, WS-Diff-Low)
            END-IF.

        Find-Widest-Gap.
            IF WS-Diff-Gap(WS-Hit-Max, WS-Diff-Sub2) >
               WS-Diff-Gap(WS-Hit-Max, WS-Diff-Low) THEN
              MOVE WS-Diff-Sub2 TO WS-Diff-Low
            END-IF.
