                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS WS-HyphStatus.

      /SpellTermFile is the optional controlled-vocabulary
      /dictionary. Its presence turns the vocabulary check on, the
      /way HYPHDICT turns hyphenation on: a card holding a bare term
      /marks it approved, and a card of "WRONG -> RIGHT" names a
      /misspelling, a retired product name or a forbidden phrase
      /together with the wording that should stand in its place.
                SELECT SpellTermFile ASSIGN TO "SPELLDCT"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS WS-SpellDctStatus.

      /SpellFile is the per-document vocabulary report, a .SPL
      /written beside the .OUT listing every flagged word or phrase
      /with the output line it landed on and the suggested wording,
      /so compliance has the list before the mail room has the
      /letter.
                SELECT SpellFile ASSIGN TO DYNAMIC WS-SplFileName
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS WS-SpellStatus.

      /TocFile is the per-document table of contents, a .TOC
      /written beside a paginated .OUT listing every heading found
      /with the page and output line it landed on.
                SELECT TocFile ASSIGN TO DYNAMIC WS-TocFileName
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS WS-TocStatus.

      /RdxFile is the per-document readability report, a .RDX
      /beside the .OUT: sentence and syllable counts, the long
      /sentences by output line, and the reading grade level.
                SELECT RdxFile ASSIGN TO DYNAMIC WS-RdxFileName
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS WS-RdxStatus.

      /FileListFile is the batch control file: one file name per
      /record. Driving ScreenReader from this instead of a console
      /ACCEPT lets one submitted job reformat a whole folder of
                        RECORD KEY IS KWX-Key
                        FILE STATUS IS WS-KeywordStatus.

      /ReleaseHoldFile is the release hold queue: one entry per
      /output family that needs a supervisor's say-so before it
      /ships, keyed on the family's base name. Releaser works the
      /queue; this program only puts families on it and takes off
      /a stale hold once a clean rerun has replaced the output.
                SELECT ReleaseHoldFile ASSIGN TO "RELHOLD"
                        ORGANIZATION IS INDEXED
                        ACCESS IS RANDOM
                        RECORD KEY IS HLD-BaseName
                        FILE STATUS IS WS-RelHoldStatus.

      /LockFile is the run-lock file every updating program posts
      /an entry on while it runs. This program's entry also names
      /the document being reformatted at the moment, so Archiver,
      /CatMaint PURGE and Releaser leave that one document alone.
                SELECT LockFile ASSIGN TO "RUNLOCK"
                        ORGANIZATION IS INDEXED
                        ACCESS IS DYNAMIC
                        RECORD KEY IS LCK-Program
                        FILE STATUS IS WS-LockStatus.

        DATA DIVISION.
        FILE SECTION.
      /InputFile reads the document in 512-byte blocks and the scan
                        10 RST-Overflow-Entry OCCURS 50 TIMES.
                                15 RST-Overflow-LineNum PIC 9(8).
                                15 RST-Overflow-Word PIC X(80).
                05 RST-Spell-Count PIC 9(4).
                05 RST-Spell-Used PIC 9(4).
                05 RST-Spell-Capped PIC 9(1).
                05 RST-Spell-Recent-Used PIC 9(1).
                05 RST-Spell-Recent-Table PIC X(200).
                05 RST-Spell-Table.
                        10 RST-Spell-Entry OCCURS 50 TIMES.
                                15 RST-Spell-LineNum PIC 9(8).
                                15 RST-Spell-Found PIC X(40).
                                15 RST-Spell-Suggest PIC X(40).
                05 RST-Col-Used PIC 9(3).
                05 RST-Col-Table.
                        10 RST-Col-Line OCCURS 200 TIMES PIC X(40).
                05 RST-Head-AtLineStart PIC 9(1).
                05 RST-Head-ParaStart PIC 9(1).
                05 RST-Head-Cand PIC 9(1).
                05 RST-Head-LineEnded PIC 9(1).
                05 RST-Head-Numbered PIC 9(1).
                05 RST-Head-Held PIC 9(2).
                05 RST-Head-Len PIC 9(3).
                05 RST-Head-Letters PIC 9(3).
                05 RST-Head-Word-Table.
                        10 RST-Head-Word OCCURS 12 TIMES PIC X(80).
                05 RST-Toc-Count PIC 9(4).
                05 RST-Toc-Used PIC 9(3).
                05 RST-Toc-Capped PIC 9(1).
                05 RST-Toc-Table.
                        10 RST-Toc-Entry OCCURS 100 TIMES.
                                15 RST-Toc-LineNum PIC 9(8).
                                15 RST-Toc-PageNum PIC 9(3).
                                15 RST-Toc-Text PIC X(60).
                05 RST-Rdx-Sentences PIC 9(6).
                05 RST-Rdx-Words PIC 9(8).
                05 RST-Rdx-Syllables PIC 9(8).
                05 RST-Rdx-Sent-Words PIC 9(4).
                05 RST-Rdx-Sent-Line PIC 9(8).
                05 RST-Rdx-Long-Count PIC 9(4).
                05 RST-Rdx-Long-Used PIC 9(3).
                05 RST-Rdx-Long-Capped PIC 9(1).
                05 RST-Rdx-Long-Table.
                        10 RST-Rdx-Long-Entry OCCURS 50 TIMES.
                                15 RST-Rdx-Long-Line PIC 9(8).
                                15 RST-Rdx-Long-Words PIC 9(4).

      /Sized like VFY-Record: the .PRV is a byte copy of a .OUT, and
      /a damaged one deserves the same benefit of the doubt.
        FD HyphenFile.
        01 HyphenRec PIC X(40).

        FD SpellTermFile.
        01 SpellTermRec PIC X(80).

        FD SpellFile.
        01 SPL-Record PIC X(100).

        FD TocFile.
        01 TOC-Record PIC X(100).

        FD RdxFile.
        01 RDX-Record PIC X(80).

        FD RedactFile.
        01 RED-Record PIC X(80).

      /row carries every figure the catalog card does, so CatMaint
      /can rebuild a lost DOCCATLG from this history alone.
        FD AuditFile.
        01 AUD-Record PIC X(250).

        FD RunSummaryFile.
        01 SUM-Record PIC X(160).

        FD CatalogFile.
        COPY DOCCATLG.
        FD KeywordFile.
        COPY KEYWDIDX.

        FD ReleaseHoldFile.
        COPY RELHOLD.

        FD LockFile.
        COPY RUNLOCK.

        WORKING-STORAGE SECTION.
        01 WS-Temp PIC X(1).
        01 WS-EOF PIC 9(1).
        01 WS-KeywordStatus PIC X(2) VALUE SPACES.
        01 WS-Keyword-Found PIC 9(1) VALUE 0.

      /The release-hold decision for the current family. HELD puts
      /it on the queue with the reasons below; KEPT leaves whatever
      /the queue and the card already say, which is right for an
      /UNCHANGED rerun - the output is the one already held or
      /decided - and for a run cut short by the batch window; NONE
      /means nothing stands in the way, and any stale hold left
      /over from an earlier run is taken off.
        01 WS-RelHoldStatus PIC X(2) VALUE SPACES.
        01 WS-RelHold-Found PIC 9(1) VALUE 0.
        01 WS-RelHold-Action PIC X(4) VALUE "NONE".
        01 WS-RelHold-Reasons PIC X(50) VALUE SPACES.
        01 WS-RelHold-Ptr PIC 9(3) VALUE 0.

      /The run-level width, justification, page length, column
      /count and reading grade limit are captured here once the
      /PARM and CONFIGFL have spoken, so each document can start
      /from them before its DOCPROFL card, if it has one,
      /overrides any of them.
        01 WS-ProfileStatus PIC X(2) VALUE SPACES.
        01 WS-Profile-Found PIC 9(1) VALUE 0.
        01 WS-Run-Width PIC 9(3) VALUE 060.
        01 WS-Run-Just PIC X(1) VALUE "L".
        01 WS-Run-PageLen PIC 9(3) VALUE 0.
        01 WS-Run-Columns PIC 9(1) VALUE 1.
        01 WS-Run-ReadGrade PIC 9(2) VALUE 0.

      /WS-RunStatus is how this run of the current document ended; it
      /goes to both the audit row and the catalog card so an operator
        01 WS-Disposition PIC X(24) VALUE SPACES.
        01 WS-MaxRC PIC 9(2) VALUE 0.
        01 WS-NewRC PIC 9(2) VALUE 0.
        01 WS-Sum-Ptr PIC 9(3) VALUE 0.

      /WS-RecCount tracks how many InputFile characters have been
      /consumed so far in this run, so a checkpoint can be resumed
        01 WS-Blk-Pos PIC 9(4) VALUE 1.
        01 WS-Blk-Avail PIC 9(8) VALUE 0.
        01 WS-Blk-Trimmed PIC 9(1) VALUE 0.
        01 WS-Checkpoint-Stamp PIC X(8) VALUE "SRCKPT06".
        01 WS-LinesSinceCheckpoint PIC 9(8) VALUE 0.
        01 WS-Checkpoint-Due PIC 9(1) VALUE 0.
        01 WS-CheckpointInterval PIC 9(8) VALUE 00100.
        01 WS-Hdr-Date PIC X(10) VALUE SPACES.
        01 WS-Foot-Start PIC 9(4) VALUE 0.

      /Two-column bulletin layout. WS-Columns is 1 for the plain
      /single-column stream or 2, from a COLUMNS card in CONFIGFL or
      /the document's DOCPROFL card. In two columns WS-Page-Width
      /keeps the full configured width and WS-ScreenWidth becomes
      /the width of one column, so the line fit, justification and
      /hyphenation all work to the column without knowing it; the
      /columns sit either side of a WS-Col-Gutter blank gutter.
      /Finished column lines wait in WS-Col-Table until a page's
      /worth (twice PAGELEN, or WS-Col-Table's size when the output
      /is not paginated) has gathered, then go out side by side
      /with the columns balanced: the left column takes the first
      /half, rounded up, and the right column the rest. In a single
      /column WS-Page-Width and WS-ScreenWidth are the same figure.
        01 WS-Columns PIC 9(1) VALUE 1.
        01 WS-Page-Width PIC 9(3) VALUE 060.
        01 WS-Col-Gutter PIC 9(1) VALUE 2.
        01 WS-Col-Right-Start PIC 9(3) VALUE 0.
        01 WS-Col-Capacity PIC 9(3) VALUE 0.
        01 WS-Col-Used PIC 9(3) VALUE 0.
        01 WS-Col-Table.
                05 WS-Col-Line OCCURS 200 TIMES PIC X(40).
        01 WS-Col-Rows PIC 9(3) VALUE 0.
        01 WS-Col-Row PIC 9(3) VALUE 0.
        01 WS-Col-Right PIC 9(3) VALUE 0.

      /The change report reads a two-column .OUT back into reading
      /order - each page's left column top to bottom, then its
      /right - so a reflow that moves a line from one column to the
      /other is not taken for a changed page. A page is staged in
      /WS-Col-Stage-Table and unfolded into whichever side of the
      /compare WS-Col-Side names: P for the .PRV, C for the .OUT.
        01 WS-Col-Side PIC X(1) VALUE SPACE.
        01 WS-Col-Incoming PIC X(80) VALUE SPACES.
        01 WS-Col-Emit PIC X(80) VALUE SPACES.
        01 WS-Col-Stage-Table.
                05 WS-Col-Stage OCCURS 110 TIMES PIC X(80).
        01 WS-Col-Stage-Used PIC 9(3) VALUE 0.
        01 WS-Col-Stage-Size PIC 9(3) VALUE 0.
        01 WS-Col-Stage-Pages PIC 9(4) VALUE 0.
        01 WS-Col-Lead PIC 9(1) VALUE 0.
        01 WS-Col-Trail PIC 9(1) VALUE 0.
        01 WS-Col-Body-First PIC 9(3) VALUE 0.
        01 WS-Col-Body-Last PIC 9(3) VALUE 0.
        01 WS-Col-Right-Last PIC 9(3) VALUE 0.
        01 WS-Col-Trail-First PIC 9(3) VALUE 0.
        01 WS-Col-Found PIC 9(1) VALUE 0.

      /Heading detection, on whenever the output is paginated. A
      /source line is a heading when it stands alone before a blank
      /line and is either short and all capitals, or a section
      /number such as 3.2 followed by a title. That can only be
      /known once the blank line after it arrives, so the words of a
      /line that opens a paragraph (WS-Head-ParaStart) and still
      /qualifies are held back in WS-Head-Word-Table
      /instead of going onto the output line. The blank line puts
      /them out on a line of their own and enters them in the
      /contents table; anything else lets them go into the
      /paragraph as the ordinary words they turned out to be.
      /WS-Head-Releasing marks that letting-go, during which the
      /checkpoint waits for the next ordinary word.
        01 WS-Head-Active PIC 9(1) VALUE 0.
        01 WS-Head-AtLineStart PIC 9(1) VALUE 1.
        01 WS-Head-ParaStart PIC 9(1) VALUE 1.
        01 WS-Head-Cand PIC 9(1) VALUE 0.
        01 WS-Head-LineEnded PIC 9(1) VALUE 0.
        01 WS-Head-Numbered PIC 9(1) VALUE 0.
        01 WS-Head-Releasing PIC 9(1) VALUE 0.
        01 WS-Head-Held PIC 9(2) VALUE 0.
        01 WS-Head-Len PIC 9(3) VALUE 0.
        01 WS-Head-Letters PIC 9(3) VALUE 0.
        01 WS-Head-Word-Table.
                05 WS-Head-Word OCCURS 12 TIMES PIC X(80).
        01 WS-Head-Sub PIC 9(2) VALUE 0.
        01 WS-Head-Save-Word PIC X(80) VALUE SPACES.
        01 WS-Head-WordLen PIC 9(3) VALUE 0.
        01 WS-Head-Upper PIC 9(3) VALUE 0.
        01 WS-Head-Lower PIC 9(3) VALUE 0.
        01 WS-Head-Digits PIC 9(3) VALUE 0.
        01 WS-Head-Dots PIC 9(3) VALUE 0.
        01 WS-Head-Pos PIC 9(3) VALUE 0.
        01 WS-Head-Char PIC X(1) VALUE SPACE.
        01 WS-Head-Page PIC 9(3) VALUE 0.

      /The contents table: each heading with the page and output
      /line it landed on, capped at 100 entries the way the other
      /per-document tables are; WS-Toc-Count keeps the full total
      /for the catalog card.
        01 WS-TocFileName PIC X(40) VALUE SPACES.
        01 WS-TocStatus PIC X(2) VALUE SPACES.
        01 WS-Toc-Count PIC 9(4) VALUE 0.
        01 WS-Toc-Used PIC 9(3) VALUE 0.
        01 WS-Toc-Capped PIC 9(1) VALUE 0.
        01 WS-Toc-Table.
                05 WS-Toc-Entry OCCURS 100 TIMES.
                        10 WS-Toc-LineNum PIC 9(8).
                        10 WS-Toc-PageNum PIC 9(3).
                        10 WS-Toc-Text PIC X(60).
        01 WS-Toc-Leader PIC X(64) VALUE SPACES.
        01 WS-Toc-Page-Disp PIC ZZ9.

      /Readability. Every committed word with a letter in it is
      /scored for syllables - one per run of vowels, less a silent
      /final E - and counted into the sentence it belongs to. A
      /sentence ends at a word ending in a full stop, question mark
      /or exclamation mark (a closing quote or bracket after it is
      /allowed), at a blank line and at the end of the file; a full
      /stop after a single letter or one of the abbreviations in
      /WS-Rdx-Abbrevs is not an end. A sentence of more than 25
      /words is called out with the output line it starts on. The
      /grade is the Flesch-Kincaid grade level,
      /  0.39 x words/sentences + 11.8 x syllables/words - 15.59,
      /held to 0.0 - 99.9. WS-ReadGrade is the limit the document
      /must stay under, from a READGRADE card in CONFIGFL or the
      /document's DOCPROFL card; zero sets no limit.
        01 WS-RdxFileName PIC X(40) VALUE SPACES.
        01 WS-RdxStatus PIC X(2) VALUE SPACES.
        01 WS-ReadGrade PIC 9(2) VALUE 0.
        01 WS-Rdx-Sentences PIC 9(6) VALUE 0.
        01 WS-Rdx-Words PIC 9(8) VALUE 0.
        01 WS-Rdx-Syllables PIC 9(8) VALUE 0.
        01 WS-Rdx-Sent-Words PIC 9(4) VALUE 0.
        01 WS-Rdx-Sent-Line PIC 9(8) VALUE 0.
        01 WS-Rdx-Long-Count PIC 9(4) VALUE 0.
        01 WS-Rdx-Long-Used PIC 9(3) VALUE 0.
        01 WS-Rdx-Long-Capped PIC 9(1) VALUE 0.
        01 WS-Rdx-Long-Table.
                05 WS-Rdx-Long-Entry OCCURS 50 TIMES.
                        10 WS-Rdx-Long-Line PIC 9(8).
                        10 WS-Rdx-Long-Words PIC 9(4).
        01 WS-Rdx-Word PIC X(80) VALUE SPACES.
        01 WS-Rdx-Len PIC 9(3) VALUE 0.
        01 WS-Rdx-Pos PIC 9(3) VALUE 0.
        01 WS-Rdx-Char PIC X(1) VALUE SPACE.
        01 WS-Rdx-Last PIC X(1) VALUE SPACE.
        01 WS-Rdx-Prior PIC X(1) VALUE SPACE.
        01 WS-Rdx-In-Vowels PIC 9(1) VALUE 0.
        01 WS-Rdx-Letters PIC 9(3) VALUE 0.
        01 WS-Rdx-Word-Syl PIC 9(3) VALUE 0.
        01 WS-Rdx-Stem PIC X(4) VALUE SPACES.
        01 WS-Rdx-Probe PIC X(6) VALUE SPACES.
        01 WS-Rdx-Hits PIC 9(2) VALUE 0.
        01 WS-Rdx-Abbrevs PIC X(60) VALUE
           " MR MRS MS DR PROF ST JR SR NO VS EG IE INC LTD CO DEPT ".
        01 WS-Rdx-Work PIC S9(4)V9(4) VALUE 0.
        01 WS-Rdx-Grade PIC 9(2)V9 VALUE 0.
        01 WS-Rdx-Avg-Sent PIC 9(4)V9 VALUE 0.
        01 WS-Rdx-Avg-Syl PIC 9(2)V99 VALUE 0.
        01 WS-Rdx-Over PIC 9(1) VALUE 0.
        01 WS-Rdx-Scored PIC 9(1) VALUE 0.
        01 WS-Rdx-Grade-Edit PIC 99.9.
        01 WS-Rdx-Grade-Disp PIC Z9.9.
        01 WS-Rdx-Avg-Disp PIC ZZZ9.9.
        01 WS-Rdx-Syl-Disp PIC Z9.99.
        01 WS-Rdx-Limit-Disp PIC Z9.
        01 WS-Rdx-Words-Disp PIC ZZZ9.

      /Write-side accounting for the post-write verification pass.
      /Every record that physically goes to OutputFile is counted,
      /and its space-delimited tokens tallied (body and page
        01 WS-Hyph-Front PIC X(80) VALUE SPACES.
        01 WS-Hyph-Tail PIC X(80) VALUE SPACES.

      /Controlled-vocabulary state. SPELLDCT is loaded whole at
      /startup: up to 200 cards, each an approved term (kind A) or a
      /wrong-to-right pair (kind W). A pair with nothing after the
      /arrow is a forbidden word with no approved replacement. The
      /wrong side may be a phrase of up to five words, matched
      /against the last words committed in the current paragraph,
      /and a trailing "*" matches any tail the way REDACTFL's does.
      /Words are upper-cased and stripped of leading and trailing
      /punctuation before matching, and an approved term is never
      /flagged as a single word, so ACME* can retire a product line
      /while an approved ACMEPAY goes through. Findings go to the
      /same capped 50-entry table the overflow words use, while
      /WS-Spell-Count keeps the full total for the catalog card.
        01 WS-SpellDctStatus PIC X(2) VALUE SPACES.
        01 WS-SpellStatus PIC X(2) VALUE SPACES.
        01 WS-SpellEOF PIC 9(1) VALUE 0.
        01 WS-Spell-Active PIC 9(1) VALUE 0.
        01 WS-SplFileName PIC X(40) VALUE SPACES.
        01 WS-Spell-Terms PIC 9(3) VALUE 0.
        01 WS-Spell-Term-Table.
                05 WS-Spell-Term-Entry OCCURS 200 TIMES.
                        10 WS-Spell-Kind PIC X(1) VALUE SPACE.
                        10 WS-Spell-Wrong PIC X(40) VALUE SPACES.
                        10 WS-Spell-WrongLen PIC 9(2) VALUE 0.
                        10 WS-Spell-WrongWords PIC 9(1) VALUE 0.
                        10 WS-Spell-Right PIC X(40) VALUE SPACES.
        01 WS-Spell-Card PIC X(80) VALUE SPACES.
        01 WS-Spell-Arrow PIC 9(2) VALUE 0.
        01 WS-Spell-Left PIC X(80) VALUE SPACES.
        01 WS-Spell-Parts.
                05 WS-Spell-Part OCCURS 5 TIMES PIC X(40).
        01 WS-Spell-PartCount PIC 9(2) VALUE 0.
        01 WS-Spell-Ptr PIC 9(3) VALUE 0.
        01 WS-Spell-Table.
                05 WS-Spell-Entry OCCURS 50 TIMES.
                        10 WS-Spell-LineNum PIC 9(8) VALUE 0.
                        10 WS-Spell-Found PIC X(40) VALUE SPACES.
                        10 WS-Spell-Suggest PIC X(40) VALUE SPACES.
        01 WS-Spell-Used PIC 9(4) VALUE 0.
        01 WS-Spell-Capped PIC 9(1) VALUE 0.
        01 WS-Spell-Count PIC 9(4) VALUE 0.
        01 WS-Spell-Recent-Table.
                05 WS-Spell-Recent OCCURS 5 TIMES PIC X(40).
        01 WS-Spell-Recent-Used PIC 9(1) VALUE 0.
        01 WS-Spell-Raw PIC X(80) VALUE SPACES.
        01 WS-Spell-RawLen PIC 9(3) VALUE 0.
        01 WS-Spell-P PIC 9(3) VALUE 0.
        01 WS-Spell-First PIC 9(3) VALUE 0.
        01 WS-Spell-Last PIC 9(3) VALUE 0.
        01 WS-Spell-Char PIC X(1) VALUE SPACE.
        01 WS-Spell-Word PIC X(40) VALUE SPACES.
        01 WS-Spell-Cand PIC X(80) VALUE SPACES.
        01 WS-Spell-CandLen PIC 9(3) VALUE 0.
        01 WS-Spell-Sub PIC 9(3) VALUE 0.
        01 WS-Spell-K PIC 9(1) VALUE 0.
        01 WS-Spell-Approved PIC 9(1) VALUE 0.
        01 WS-Spell-Hit PIC 9(3) VALUE 0.
        01 WS-Spell-Match PIC 9(1) VALUE 0.
        01 WS-Spell-Prefix PIC 9(2) VALUE 0.

      /WS-BaseName is what the per-document output names are built
      /from: the plain file name, or file name dot recipient number
      /in merge mode, so one template fans out to one .OUT (and .RST,
      /this purpose so CRLF documents break the same as LF ones.
        01 WS-LastWasLF PIC 9(1) VALUE 0.

      /Run-lock areas. The function and the exclusive flag are set
      /for the job in hand before Take-Run-Lock posts the entry.
        01 WS-LockStatus PIC X(2) VALUE SPACES.
        01 WS-Lock-Program PIC X(12) VALUE "SCREENREADER".
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

      /Load-Config looks first at the JCL PARM for a screen width, and
        MOVE WS-ScreenWidth TO WS-Run-Width
        MOVE WS-Justify TO WS-Run-Just
        MOVE WS-PageLen TO WS-Run-PageLen
        MOVE WS-Columns TO WS-Run-Columns
        MOVE WS-ReadGrade TO WS-Run-ReadGrade

      /Post this run on RUNLOCK before any file is touched. A second
      /ScreenReader, or an exclusive run such as CatMaint REBUILD,
      /already holding it ends this run with return code 20.
        MOVE "REFORMAT" TO WS-Lock-Function
        PERFORM Take-Run-Lock THRU Take-Run-Lock-Exit
        IF WS-Lock-Held = 0 THEN
          STOP RUN
        END-IF

      /A MERGEFL values file on the job turns merge mode on for the
      /whole run; without one the run behaves exactly as before.
      /the line-fit decision stays all-or-nothing as it always was.
        PERFORM Load-Hyphen-File THRU Load-Hyphen-File-Exit

      /And a SPELLDCT dictionary turns the vocabulary check on; with
      /it every document gets a .SPL report, findings or not.
        PERFORM Load-Spell-File THRU Load-Spell-File-Exit

      /Note the wall-clock start so the MAXSECS window guard has a
      /baseline to measure from.
        PERFORM Compute-Now-Secs

      /The worst thing that happened all run is what the scheduler
      /gets to decide with.
        PERFORM Drop-Run-Lock
        MOVE WS-MaxRC TO RETURN-CODE

        STOP RUN.
                AT END MOVE 1 TO WS-FileListEOF
            END-READ
            IF WS-FileListEOF NOT = 1 THEN
              MOVE WS-FileName TO WS-InFlight-Name
              PERFORM Mark-In-Flight
              IF WS-Merge-Active = 1 THEN
                PERFORM Merge-One-Recipient
                  VARYING WS-Merge-RecipNum FROM 1 BY 1
              ELSE
                PERFORM Reformat-One-File THRU Reformat-One-File-Exit
              END-IF
              MOVE SPACES TO WS-InFlight-Name
              PERFORM Mark-In-Flight
            END-IF.

      /Merge-One-Recipient reformats the template in WS-FileName once
            MOVE WS-Run-Width TO WS-ScreenWidth
            MOVE WS-Run-Just TO WS-Justify
            MOVE WS-Run-PageLen TO WS-PageLen
            MOVE WS-Run-Columns TO WS-Columns
            MOVE WS-Run-ReadGrade TO WS-ReadGrade
            PERFORM Apply-Document-Profile
              THRU Apply-Document-Profile-Exit
            PERFORM Settle-Column-Layout
              THRU Settle-Column-Layout-Exit
      /Headings and the contents page belong to paginated output.
            IF WS-PageLen > 0 THEN
              MOVE 1 TO WS-Head-Active
            ELSE
              MOVE 0 TO WS-Head-Active
            END-IF
            MOVE 1 TO WS-Head-AtLineStart
            MOVE 1 TO WS-Head-ParaStart
            MOVE 0 TO WS-Head-Cand
            MOVE 0 TO WS-Head-LineEnded
            MOVE 0 TO WS-Head-Numbered
            MOVE 0 TO WS-Head-Releasing
            MOVE 0 TO WS-Head-Held
            MOVE 0 TO WS-Head-Len
            MOVE 0 TO WS-Head-Letters
            MOVE 0 TO WS-Toc-Count
            MOVE 0 TO WS-Toc-Used
            MOVE 0 TO WS-Toc-Capped
            MOVE 0 TO WS-Rdx-Sentences
            MOVE 0 TO WS-Rdx-Words
            MOVE 0 TO WS-Rdx-Syllables
            MOVE 0 TO WS-Rdx-Sent-Words
            MOVE 0 TO WS-Rdx-Sent-Line
            MOVE 0 TO WS-Rdx-Long-Count
            MOVE 0 TO WS-Rdx-Long-Used
            MOVE 0 TO WS-Rdx-Long-Capped
            MOVE 0 TO WS-Rdx-Grade
            MOVE 0 TO WS-Rdx-Over
            MOVE 0 TO WS-Rdx-Scored
            MOVE 1 TO WS-LineNum
            MOVE 1 TO WS-LongLineNum
            MOVE 0 TO WS-ShortLineNum
            MOVE 0 TO WS-Unres-Capped
            MOVE 0 TO WS-Unres-Pending-Flag
            MOVE SPACES TO WS-Unres-Pending-Token
            MOVE 0 TO WS-Spell-Count
            MOVE 0 TO WS-Spell-Used
            MOVE 0 TO WS-Spell-Capped
            MOVE 0 TO WS-Spell-Recent-Used
            MOVE "NONE" TO WS-RelHold-Action
            MOVE SPACES TO WS-RelHold-Reasons
            MOVE 0 TO WS-Merge-Extra
            MOVE "COMPLETE" TO WS-RunStatus
            MOVE "PROCESSED" TO WS-Disposition
              ".RED" DELIMITED BY SIZE
              INTO WS-RedFileName
            END-STRING
            MOVE SPACES TO WS-SplFileName
            STRING FUNCTION TRIM(WS-BaseName) DELIMITED BY SIZE
              ".SPL" DELIMITED BY SIZE
              INTO WS-SplFileName
            END-STRING
            MOVE SPACES TO WS-TocFileName
            STRING FUNCTION TRIM(WS-BaseName) DELIMITED BY SIZE
              ".TOC" DELIMITED BY SIZE
              INTO WS-TocFileName
            END-STRING
            MOVE SPACES TO WS-RdxFileName
            STRING FUNCTION TRIM(WS-BaseName) DELIMITED BY SIZE
              ".RDX" DELIMITED BY SIZE
              INTO WS-RdxFileName
            END-STRING

      /If a checkpoint exists for this file, restore the accumulators
      /it saved and note how many input records to fast-forward past.
      -          X"09" OR WS-Temp = X"0D")
      -           AND WS-TempWord IS NOT =" " THEN

      /A completed word goes to Commit-Completed-Word to be placed
      /on the line - unless heading detection is on, in which case
      /Judge-Heading-Word first decides whether it may belong to a
      /heading and so has to wait for the end of its source line.
                IF WS-Head-Active = 1 THEN
                  PERFORM Judge-Heading-Word
                    THRU Judge-Heading-Word-Exit
                ELSE
                  PERFORM Commit-Completed-Word
                END-IF
              END-IF

      /line being built and write an empty record so salutations,
      /body paragraphs and signature blocks stay visually separated
      /in the reflowed copy.
      /Words held as a possible heading are judged here too: a
      /blank line after them makes them one, and the line ending
      /that closes their own line is noted so the next line's first
      /word knows no blank line came between.
               IF WS-Temp = X"0A" THEN
                 IF WS-LastWasLF = 1 THEN
                   IF WS-Head-Held > 0 THEN
                     PERFORM Decide-Heading-Line
                   END-IF
                   PERFORM Break-Paragraph
                   MOVE 1 TO WS-Head-ParaStart
                   PERFORM Close-Sentence
                 END-IF
                 MOVE 1 TO WS-LastWasLF
                 MOVE 1 TO WS-Head-AtLineStart
                 IF WS-Head-Held > 0 THEN
                   MOVE 1 TO WS-Head-LineEnded
                 END-IF
               ELSE
                 IF WS-Temp NOT = X"0D" THEN
                   MOVE 0 TO WS-LastWasLF
          GO TO Window-Stop-Wrapup
        END-IF

      /Words still held as a possible heading when the file ends had
      /no blank line after them; they go out as ordinary text.
        IF WS-Head-Held > 0 THEN
          PERFORM Release-Held-Words
        END-IF

      /!When read reaches the end of the file, check the last line of
      /input to see if it is the longest or shortest line, and write
      /it out - it never goes through the ELSE branch above. It ends
      /its single blank record the way it always has. When the flush
      /is skipped, the line number Break-Paragraph opened for text
      /that never arrived comes back off the count.
      /In two columns the lines still waiting in the column table
      /count as written for that test.
        IF WS-WordCount > 0 OR
           (WS-OutRecs-Total = 0 AND WS-Col-Used = 0) THEN
          PERFORM Update-Line-Stats
          MOVE 0 TO WS-Line-Is-Full
          PERFORM Write-Current-Line
          SUBTRACT 1 FROM WS-LineNum
        END-IF

      /The last, short page of a two-column document is balanced
      /over however many lines it holds.
        IF WS-Columns = 2 THEN
          PERFORM Flush-Column-Page
        END-IF

      /With pagination on, square away the last page's footer before
      /the statistics go out.
        IF WS-PageLen > 0 THEN
          END-IF
        END-IF

      /!List any vocabulary findings, so the morning check sees the
      /!misspelling or retired name without opening the .SPL.
        IF WS-Spell-Count > 0 THEN
          DISPLAY "VOCABULARY FINDINGS: " WS-Spell-Count
          PERFORM Display-Vocabulary-Finding
            VARYING WS-Sub FROM 1 BY 1 UNTIL WS-Sub > WS-Spell-Used
          IF WS-Spell-Capped = 1 THEN
            DISPLAY "  ...ADDITIONAL FINDINGS ARE LISTED BY COUNT ONLY"
          END-IF
        END-IF

            CLOSE InputFile
            CLOSE OutputFile

      /Hand the records team their concordance alongside the .OUT.
            PERFORM Write-Freq-Report THRU Write-Freq-Report-Exit

      /And with SPELLDCT on the job, hand compliance the vocabulary
      /report alongside it.
            IF WS-Spell-Active = 1 THEN
              PERFORM Write-Spell-Report THRU Write-Spell-Report-Exit
            END-IF

      /A paginated document gets its contents page alongside it.
            IF WS-Head-Active = 1 THEN
              PERFORM Write-Toc-Report THRU Write-Toc-Report-Exit
            END-IF

      /Grade the document's reading level and hand compliance the
      /.RDX beside it.
            PERFORM Finish-Readability
            PERFORM Write-Rdx-Report THRU Write-Rdx-Report-Exit

      /Settle whether this family waits for a supervisor before it
      /ships; the audit row and the catalog card carry the decision.
            PERFORM Decide-Release-Hold

      /Record this run against the document in the audit trail before
      /the checkpoint is cleared, so the log always has a row for every
      /file that made it this far.
            PERFORM Write-Audit-Record

      /Then put the family on the release hold queue, or take a
      /stale hold off it, under the same run time the audit row and
      /the catalog card carry.
            PERFORM Post-Release-Hold THRU Post-Release-Hold-Exit

      /Post the document's distinct words to the shop-wide keyword
      /index. This runs after the audit row so WS-AuditTimestamp is
      /already stamped for this run and the index cards carry the
              MOVE 4 TO WS-NewRC
              PERFORM Raise-Return-Code
            END-IF

      /So is a misspelling, a retired name or a forbidden phrase:
      /the .SPL says what to fix before the letter leaves the building.
            IF WS-Spell-Count > 0 THEN
              MOVE 4 TO WS-NewRC
              PERFORM Raise-Return-Code
            END-IF

      /And so is a reading grade over the document's limit: the
      /.RDX names the long sentences to start the rewrite with.
            IF WS-Rdx-Over = 1 THEN
              MOVE 4 TO WS-NewRC
              PERFORM Raise-Return-Code
            END-IF
            PERFORM Write-Run-Summary THRU Write-Run-Summary-Exit
            GO TO Reformat-One-File-Exit.

              FUNCTION TRIM(WS-FileName) " checkpointed"
            PERFORM Save-Checkpoint
            MOVE "INCOMPLETE" TO WS-RunStatus
      /A half-written output decides nothing about release; the
      /queue keeps what it had, but a held entry is marked with the
      /INCOMPLETE status so Releaser cannot ship the partial file.
            MOVE "KEPT" TO WS-RelHold-Action
            PERFORM Write-Audit-Record
            PERFORM Post-Release-Hold THRU Post-Release-Hold-Exit
            MOVE "INCOMPLETE-WINDOW" TO WS-Disposition
            MOVE 12 TO WS-NewRC
            PERFORM Raise-Return-Code
        Reformat-One-File-Exit.
            EXIT.

      /Commit-Completed-Word places the word just completed in
      /WS-TempWord: merge values substituted, the line-fit decision
      /made (closing and writing the line when the word does not
      /fit), and the word logged to the overflow, concordance and
      /vocabulary tables against the line it landed on.
        Commit-Completed-Word.
      /Merge markers are resolved the instant the word completes,
      /ahead of the overflow check and the line-fit decision below,
      /because the replacement text is what decides whether the
      /word fits the line.
            IF WS-Merge-Active = 1 THEN
              PERFORM Substitute-Merge-Tokens
                THRU Substitute-Merge-Tokens-Exit
            END-IF

      /A word longer than the configured screen width will overflow
      /the line no matter where it falls, so flag it for the report.
      /The word itself is saved off here because WS-TempWord gets
      /reset below before the line it landed on is known.
            IF FUNCTION LENGTH(FUNCTION TRIM(WS-TempWord))
      -             > WS-ScreenWidth THEN
              MOVE WS-TempWord TO WS-Overflow-Pending-Word
              MOVE 1 TO WS-Overflow-Pending-Flag
            ELSE
              MOVE 0 TO WS-Overflow-Pending-Flag
            END-IF

      /Park the word for the concordance too; like the overflow
      /entry, it is tallied after the line-fit decision below so the
      /first-seen line number reflects where the word really landed.
            MOVE WS-TempWord TO WS-Freq-Pending-Word

      /Inner IF
      /If the current amount of characters on the line + the length of
      /the
      /!next word is less than 60, concatenate the word to the line
            IF WS-CharCount + FUNCTION LENGTH(FUNCTION TRIM
      -           (WS-TempWord)) < WS-ScreenWidth Then

              DISPLAY FUNCTION TRIM(WS-TempWord) WITH NO ADVANCING
              DISPLAY SPACE WITH NO ADVANCING
              ADD 1 TO WS-WordCount
              ADD 1 TO WS-TotalWordCount
      /A merged-in value carrying spaces laid more than one word on
      /the line; count the extras so the full-justify gap logic and
      /the output verification both see what is really there.
              IF WS-Merge-Extra > 0 THEN
                ADD WS-Merge-Extra TO WS-WordCount
                ADD WS-Merge-Extra TO WS-TotalWordCount
                MOVE 0 TO WS-Merge-Extra
              END-IF

      /If this is the first word of a fresh line (file start or just
      /after a paragraph break), don't add a leading space, otherwise
      /concatenate the word to the current
      /line and reset tempWord
              IF WS-WordCount IS = 1 THEN
                MOVE WS-TempWord TO WS-CurrLine
                ADD FUNCTION LENGTH(FUNCTION TRIM(WS-TempWord))
      -               TO WS-CharCount
                MOVE " " TO WS-TempWord
              ELSE
                  MOVE SPACE TO WS-Concate
                  STRING FUNCTION TRIM(WS-CurrLine)
                    DELIMITED BY SIZE
                 SPACE DELIMITED BY SIZE
                 FUNCTION TRIM(WS-TempWord) DELIMITED BY SIZE
                 INTO WS-Concate
               END-STRING

               MOVE WS-Concate TO WS-CurrLine
               MOVE SPACE TO WS-Concate

              ADD FUNCTION LENGTH(FUNCTION TRIM(WS-TempWord))
      -             1 TO WS-CharCount
              MOVE " " TO WS-TempWord
            END-IF             
      /Inner Else
      /Otherwise, the current line is complete. Check it against the
      /shortest
      /and longest lines to see if it should replace either of them
            ELSE

      /Before the whole word pushes to the next line, see whether
      /the dictionary allows a break whose front piece would fill
      /this one. When it does, the front piece is already on the
      /line, hyphenated and counted, and WS-TempWord holds just the
      /tail by the time the close below runs.
             IF WS-Hyphen-Active = 1 THEN
               PERFORM Try-Hyphenate-Word
                 THRU Try-Hyphenate-Word-Exit
             END-IF

      /Rank the completed line against the longest and shortest seen
      /so far, hand it off to OutputFile before WS-CurrLine gets
      /overwritten with the next one, and step the line number. The
      /compare chain lives in Update-Line-Stats so the paragraph-
      /break flush and the end-of-file flush rank their lines the
      /same way this one does, and a line closed here was closed
      /because it was full, so it is eligible for FULL
      /justification. None of that applies when the line is still
      /empty - a word as wide as the screen arriving first on a
      /fresh line, at the top of the document or right after a
      /paragraph break - so an empty line falls straight through,
      /the same guard the other two flushes use, rather than
      /writing a phantom blank record and handing the shortest-line
      /title to a line with no words on it.
             IF WS-WordCount > 0 THEN
               PERFORM Update-Line-Stats
               MOVE 1 TO WS-Line-Is-Full
               PERFORM Write-Current-Line
               ADD 1 TO WS-LineNum
               DISPLAY SPACE
               DISPLAY FUNCTION TRIM(WS-LineNum)
      -              WITH NO ADVANCING
               DISPLAY SPACE WITH NO ADVANCING
               DISPLAY SPACE WITH NO ADVANCING
             END-IF
             DISPLAY FUNCTION TRIM(WS-TempWord) WITH NO ADVANCING
             DISPLAY SPACE WITH NO ADVANCING

      /A word longer than the screen width can never fit a line whole,
      /so break it here: full-width pieces each ending in a hyphen go
      /straight to OutputFile, and the tail left in WS-TempWord starts
      /the new line like any ordinary word.
             IF FUNCTION LENGTH(FUNCTION TRIM(WS-TempWord))
      -              > WS-ScreenWidth THEN
               PERFORM Split-Oversized-Word
             END-IF
             MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-TempWord))
      -            TO  WS-CharCount
             MOVE 1 TO WS-WordCount
             ADD 1 TO WS-TotalWordCount
             IF WS-Merge-Extra > 0 THEN
               ADD WS-Merge-Extra TO WS-WordCount
               ADD WS-Merge-Extra TO WS-TotalWordCount
               MOVE 0 TO WS-Merge-Extra
             END-IF
             MOVE WS-TempWord TO WS-CurrLine
             MOVE " " TO WS-TempWord

      /Snapshot the accumulators every WS-CheckpointInterval lines so a
      /rerun does not have to start back at line 1. This only flags
      /the checkpoint as due here; the actual PERFORM Save-Checkpoint
      /is deferred past the overflow-word logging below, so a word
      /that both overflows and triggers this checkpoint is already in
      /the overflow table by the time the snapshot is taken.
             ADD 1 TO WS-LinesSinceCheckpoint
             IF WS-LinesSinceCheckpoint >= WS-CheckpointInterval
               THEN
               MOVE 1 TO WS-Checkpoint-Due
             END-IF

      /End Inner
            END-IF

      /Now that the line-fit decision above is settled, WS-LineNum
      /reflects whichever line the oversized word actually landed on.
            IF WS-Overflow-Pending-Flag = 1 THEN
              PERFORM Log-Overflow-Word
            END-IF

      /Same timing for an unresolved merge marker: logged against
      /the line its word actually landed on.
            IF WS-Unres-Pending-Flag = 1 THEN
              PERFORM Log-Unresolved-Token
              MOVE 0 TO WS-Unres-Pending-Flag
            END-IF

            PERFORM Count-Word

      /The vocabulary check takes the same committed word and the
      /same settled line number, ahead of any checkpoint so a finding
      /is never lost across a restart.
            IF WS-Spell-Active = 1 THEN
              PERFORM Check-Vocabulary THRU Check-Vocabulary-Exit
            END-IF

      /The readability counts take it too, against the same line.
            PERFORM Score-Readability-Word
              THRU Score-Readability-Word-Exit

      /A word committed while held heading words are being let go
      /leaves the snapshot to the next ordinary word, so a restart
      /never resumes with part of a held line lost.
            IF WS-Checkpoint-Due = 1 AND WS-Head-Releasing = 0 THEN
              PERFORM Save-Checkpoint
              MOVE 0 TO WS-LinesSinceCheckpoint
              MOVE 0 TO WS-Checkpoint-Due
            END-IF.

      /Judge-Heading-Word looks at a completed word while heading
      /detection is on. The first word of a source line that opens
      /a paragraph opens a new candidate; a word that keeps its
      /line a candidate is held, and one that spoils it lets the
      /held words go ahead of it.
      /Words still held when the next source line starts - no blank
      /line came between - were ordinary text after all.
        Judge-Heading-Word.
            IF WS-Head-Held > 0 AND WS-Head-LineEnded = 1 THEN
              PERFORM Release-Held-Words
            END-IF
            IF WS-Head-AtLineStart = 1 THEN
              MOVE 0 TO WS-Head-AtLineStart
              MOVE WS-Head-ParaStart TO WS-Head-Cand
              MOVE 0 TO WS-Head-Numbered
              MOVE 0 TO WS-Head-Len
              MOVE 0 TO WS-Head-Letters
            END-IF
            IF WS-Head-Cand = 1 THEN
              PERFORM Test-Heading-Word
            END-IF
            IF WS-Head-Cand = 1 THEN
              ADD 1 TO WS-Head-Held
              MOVE WS-TempWord TO WS-Head-Word(WS-Head-Held)
              MOVE " " TO WS-TempWord
              GO TO Judge-Heading-Word-Exit
            END-IF
            IF WS-Head-Held > 0 THEN
              PERFORM Release-Held-Words
            END-IF
            MOVE 0 TO WS-Head-ParaStart
            PERFORM Commit-Completed-Word.
        Judge-Heading-Word-Exit.
            EXIT.

      /Test-Heading-Word decides whether the line still qualifies
      /with WS-TempWord added to it: at most 12 words, short enough
      /to sit whole on one output line, and either opened by a
      /section number (digits and points, like 3 or 3.2.1) or free
      /of lower-case letters throughout.
        Test-Heading-Word.
            MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-TempWord))
              TO WS-Head-WordLen
            IF WS-Head-Held = 0 THEN
              MOVE WS-Head-WordLen TO WS-Head-Len
            ELSE
              COMPUTE WS-Head-Len = WS-Head-Len + 1 + WS-Head-WordLen
            END-IF
            IF WS-Head-Held >= 12 OR WS-Head-Len > 60 OR
               WS-Head-Len >= WS-ScreenWidth THEN
              MOVE 0 TO WS-Head-Cand
            ELSE
              MOVE 0 TO WS-Head-Upper
              MOVE 0 TO WS-Head-Lower
              MOVE 0 TO WS-Head-Digits
              MOVE 0 TO WS-Head-Dots
              PERFORM Scan-Heading-Char
                VARYING WS-Head-Pos FROM 1 BY 1
                UNTIL WS-Head-Pos > WS-Head-WordLen
              ADD WS-Head-Upper WS-Head-Lower TO WS-Head-Letters
              IF WS-Head-Held = 0 AND
                 WS-TempWord(1:1) >= "0" AND
                 WS-TempWord(1:1) <= "9" AND
                 WS-Head-Digits + WS-Head-Dots = WS-Head-WordLen THEN
                MOVE 1 TO WS-Head-Numbered
              ELSE
                IF WS-Head-Numbered = 0 AND WS-Head-Lower > 0 THEN
                  MOVE 0 TO WS-Head-Cand
                END-IF
              END-IF
            END-IF.

        Scan-Heading-Char.
            MOVE WS-TempWord(WS-Head-Pos:1) TO WS-Head-Char
            IF WS-Head-Char >= "A" AND WS-Head-Char <= "Z" THEN
              ADD 1 TO WS-Head-Upper
            ELSE
              IF WS-Head-Char >= "a" AND WS-Head-Char <= "z" THEN
                ADD 1 TO WS-Head-Lower
              ELSE
                IF WS-Head-Char >= "0" AND WS-Head-Char <= "9" THEN
                  ADD 1 TO WS-Head-Digits
                ELSE
                  IF WS-Head-Char = "." THEN
                    ADD 1 TO WS-Head-Dots
                  END-IF
                END-IF
              END-IF
            END-IF.

      /Decide-Heading-Line is reached at a blank line with words
      /held, so the line before it stood alone. A numbered line
      /needs a title after its number and a capitals line at least
      /two letters, so a lone "1." or a row of dashes stays text.
        Decide-Heading-Line.
            IF (WS-Head-Numbered = 1 AND WS-Head-Held > 1) OR
               (WS-Head-Numbered = 0 AND WS-Head-Letters > 1) THEN
              PERFORM Emit-Heading-Line
            ELSE
              PERFORM Release-Held-Words
            END-IF.

      /Emit-Heading-Line closes any paragraph text still on the line,
      /lets the held words out onto a fresh line of their own, and
      /enters the heading in the contents table. Break-Paragraph,
      /which follows, writes the heading line and the blank after
      /it. The page is the one that line will land on: in one
      /column the page in progress, or the next one when the last
      /has just been closed; in two columns the page the column
      /table is gathering, which is always the next to be written.
        Emit-Heading-Line.
            PERFORM Flush-Built-Line
            PERFORM Release-Held-Words
            IF WS-Columns = 2 OR WS-LineOnPage = 0 THEN
              ADD 1 TO WS-PageNum GIVING WS-Head-Page
            ELSE
              MOVE WS-PageNum TO WS-Head-Page
            END-IF
            ADD 1 TO WS-Toc-Count
            IF WS-Toc-Used < 100 THEN
              ADD 1 TO WS-Toc-Used
              MOVE WS-LineNum TO WS-Toc-LineNum(WS-Toc-Used)
              MOVE WS-Head-Page TO WS-Toc-PageNum(WS-Toc-Used)
              MOVE FUNCTION TRIM(WS-CurrLine)
                TO WS-Toc-Text(WS-Toc-Used)
            ELSE
              MOVE 1 TO WS-Toc-Capped
            END-IF.

      /Release-Held-Words sends the held words through
      /Commit-Completed-Word in the order they were read and starts
      /the holding over. The word under judgment, if there is one,
      /waits in WS-Head-Save-Word meanwhile.
        Release-Held-Words.
            MOVE WS-TempWord TO WS-Head-Save-Word
            MOVE 1 TO WS-Head-Releasing
            PERFORM Release-One-Held-Word
              VARYING WS-Head-Sub FROM 1 BY 1
              UNTIL WS-Head-Sub > WS-Head-Held
            MOVE 0 TO WS-Head-Releasing
            MOVE 0 TO WS-Head-Held
            MOVE 0 TO WS-Head-LineEnded
            MOVE 0 TO WS-Head-ParaStart
            MOVE WS-Head-Save-Word TO WS-TempWord.

        Release-One-Held-Word.
            MOVE WS-Head-Word(WS-Head-Sub) TO WS-TempWord
            PERFORM Commit-Completed-Word.

      /Score-Readability-Word counts the word just committed into
      /the readability figures: its syllables, its place in the
      /current sentence, and whether it ends that sentence. A token
      /with no letters at all - a figure, a section number, a rule
      /of dashes - is neither a word nor a sentence end here.
        Score-Readability-Word.
            IF WS-Freq-Pending-Word = SPACES THEN
              GO TO Score-Readability-Word-Exit
            END-IF
            MOVE FUNCTION UPPER-CASE(
              FUNCTION TRIM(WS-Freq-Pending-Word)) TO WS-Rdx-Word
            MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-Freq-Pending-Word))
              TO WS-Rdx-Len
            MOVE 0 TO WS-Rdx-Letters
            MOVE 0 TO WS-Rdx-Word-Syl
            MOVE 0 TO WS-Rdx-In-Vowels
            MOVE SPACE TO WS-Rdx-Last
            MOVE SPACE TO WS-Rdx-Prior
            MOVE SPACES TO WS-Rdx-Stem
            PERFORM Scan-Readability-Char
              VARYING WS-Rdx-Pos FROM 1 BY 1
              UNTIL WS-Rdx-Pos > WS-Rdx-Len
            IF WS-Rdx-Letters = 0 THEN
              GO TO Score-Readability-Word-Exit
            END-IF
      /A final E after anything but L is silent - "make", "there" -
      /but "table" and "the" keep theirs; every word has one.
            IF WS-Rdx-Last = "E" AND WS-Rdx-Prior NOT = "L" AND
               WS-Rdx-Word-Syl > 1 THEN
              SUBTRACT 1 FROM WS-Rdx-Word-Syl
            END-IF
            IF WS-Rdx-Word-Syl = 0 THEN
              MOVE 1 TO WS-Rdx-Word-Syl
            END-IF
            ADD 1 TO WS-Rdx-Words
            ADD WS-Rdx-Word-Syl TO WS-Rdx-Syllables
            ADD 1 TO WS-Rdx-Sent-Words
            IF WS-Rdx-Sent-Words = 1 THEN
              MOVE WS-LineNum TO WS-Rdx-Sent-Line
            END-IF
      /Look past one closing quote or bracket for the stop itself.
            MOVE WS-Rdx-Word(WS-Rdx-Len:1) TO WS-Rdx-Char
            IF (WS-Rdx-Char = QUOTE OR WS-Rdx-Char = "'" OR
                WS-Rdx-Char = ")" OR WS-Rdx-Char = "]") AND
               WS-Rdx-Len > 1 THEN
              SUBTRACT 1 FROM WS-Rdx-Len
              MOVE WS-Rdx-Word(WS-Rdx-Len:1) TO WS-Rdx-Char
            END-IF
            IF WS-Rdx-Char = "!" OR WS-Rdx-Char = "?" THEN
              PERFORM Close-Sentence
              GO TO Score-Readability-Word-Exit
            END-IF
            IF WS-Rdx-Char NOT = "." OR WS-Rdx-Letters = 1 THEN
              GO TO Score-Readability-Word-Exit
            END-IF
            MOVE 0 TO WS-Rdx-Hits
            IF WS-Rdx-Letters < 5 THEN
              MOVE SPACES TO WS-Rdx-Probe
              STRING " " DELIMITED BY SIZE
                WS-Rdx-Stem DELIMITED BY SPACE
                " " DELIMITED BY SIZE
                INTO WS-Rdx-Probe
              END-STRING
              INSPECT WS-Rdx-Abbrevs TALLYING WS-Rdx-Hits
                FOR ALL WS-Rdx-Probe(1:WS-Rdx-Letters + 2)
            END-IF
            IF WS-Rdx-Hits = 0 THEN
              PERFORM Close-Sentence
            END-IF.
        Score-Readability-Word-Exit.
            EXIT.

      /Scan-Readability-Char takes one character of the word: a
      /letter is counted and kept as the last one seen, the first
      /four go into the stem the abbreviation check reads, and a
      /vowel (Y included) after a non-vowel starts a syllable.
        Scan-Readability-Char.
            MOVE WS-Rdx-Word(WS-Rdx-Pos:1) TO WS-Rdx-Char
            IF WS-Rdx-Char >= "A" AND WS-Rdx-Char <= "Z" THEN
              ADD 1 TO WS-Rdx-Letters
              IF WS-Rdx-Letters < 5 THEN
                MOVE WS-Rdx-Char TO WS-Rdx-Stem(WS-Rdx-Letters:1)
              END-IF
              MOVE WS-Rdx-Last TO WS-Rdx-Prior
              MOVE WS-Rdx-Char TO WS-Rdx-Last
              IF WS-Rdx-Char = "A" OR WS-Rdx-Char = "E" OR
                 WS-Rdx-Char = "I" OR WS-Rdx-Char = "O" OR
                 WS-Rdx-Char = "U" OR WS-Rdx-Char = "Y" THEN
                IF WS-Rdx-In-Vowels = 0 THEN
                  ADD 1 TO WS-Rdx-Word-Syl
                END-IF
                MOVE 1 TO WS-Rdx-In-Vowels
              ELSE
                MOVE 0 TO WS-Rdx-In-Vowels
              END-IF
            ELSE
              MOVE 0 TO WS-Rdx-In-Vowels
            END-IF.

      /Close-Sentence ends the sentence in progress, if it has any
      /words, and calls it out when it ran past 25 of them. The
      /table keeps the first 50; the count keeps them all.
        Close-Sentence.
            IF WS-Rdx-Sent-Words > 0 THEN
              ADD 1 TO WS-Rdx-Sentences
              IF WS-Rdx-Sent-Words > 25 THEN
                ADD 1 TO WS-Rdx-Long-Count
                IF WS-Rdx-Long-Used < 50 THEN
                  ADD 1 TO WS-Rdx-Long-Used
                  MOVE WS-Rdx-Sent-Line
                    TO WS-Rdx-Long-Line(WS-Rdx-Long-Used)
                  MOVE WS-Rdx-Sent-Words
                    TO WS-Rdx-Long-Words(WS-Rdx-Long-Used)
                ELSE
                  MOVE 1 TO WS-Rdx-Long-Capped
                END-IF
              END-IF
              MOVE 0 TO WS-Rdx-Sent-Words
            END-IF.

      /Finish-Readability closes the last sentence and works out the
      /averages and the grade once the document has been read to
      /the end, then sets the over-limit flag the warning, the
      /summary row and the catalog card all read.
        Finish-Readability.
            PERFORM Close-Sentence
            MOVE 0 TO WS-Rdx-Grade
            MOVE 0 TO WS-Rdx-Avg-Sent
            MOVE 0 TO WS-Rdx-Avg-Syl
            IF WS-Rdx-Words > 0 THEN
              COMPUTE WS-Rdx-Avg-Sent ROUNDED =
                WS-Rdx-Words / WS-Rdx-Sentences
              COMPUTE WS-Rdx-Avg-Syl ROUNDED =
                WS-Rdx-Syllables / WS-Rdx-Words
              COMPUTE WS-Rdx-Work ROUNDED =
                0.39 * WS-Rdx-Words / WS-Rdx-Sentences
                + 11.8 * WS-Rdx-Syllables / WS-Rdx-Words
                - 15.59
              IF WS-Rdx-Work < 0 THEN
                MOVE 0 TO WS-Rdx-Work
              END-IF
              IF WS-Rdx-Work > 99.9 THEN
                MOVE 99.9 TO WS-Rdx-Work
              END-IF
              COMPUTE WS-Rdx-Grade ROUNDED = WS-Rdx-Work
            END-IF
            MOVE 0 TO WS-Rdx-Over
            IF WS-ReadGrade > 0 AND WS-Rdx-Grade > WS-ReadGrade THEN
              MOVE 1 TO WS-Rdx-Over
            END-IF
            MOVE 1 TO WS-Rdx-Scored.

      /Log-Overflow-Word records one too-long word and its line number,
      /up to the table's capacity. Beyond that, WS-Overflow-Capped just
      /notes that the list was not exhaustive.
            DISPLAY "  LINE " WS-Unres-LineNum(WS-Sub) ": &"
              FUNCTION TRIM(WS-Unres-Token(WS-Sub)) "&".

        Display-Vocabulary-Finding.
            DISPLAY "  LINE " WS-Spell-LineNum(WS-Sub) ": "
              FUNCTION TRIM(WS-Spell-Found(WS-Sub)).

      /Load-Merge-File pulls the whole MERGEFL values file into the
      /recipient table at startup. Cards are "TOKEN value"; a *NEXT
      /card closes one recipient and opens the next; blank cards and
              UNTIL WS-Freq-Sub >= WS-Freq-Used
            MOVE SPACES TO FRQ-Record
            STRING FUNCTION TRIM(WS-FileName) DELIMITED BY SIZE
              "  WORD FREQUENCY" DELIMITED BY SIZE
              INTO FRQ-Record
            END-STRING
            WRITE FRQ-Record
            MOVE SPACES TO FRQ-Record
            MOVE WS-Freq-Used TO WS-Freq-Count-Disp
            STRING "DISTINCT WORDS " DELIMITED BY SIZE
              WS-Freq-Count-Disp DELIMITED BY SIZE
              INTO FRQ-Record
            END-STRING
            WRITE FRQ-Record
            MOVE SPACES TO FRQ-Record
            MOVE WS-TotalWordCount TO WS-Freq-Line-Disp
            STRING "TOTAL WORDS    " DELIMITED BY SIZE
              WS-Freq-Line-Disp DELIMITED BY SIZE
              INTO FRQ-Record
            END-STRING
            WRITE FRQ-Record
            IF WS-Freq-Capped = 1 THEN
              MOVE "TABLE FULL: WORDS BEYOND 200 NOT COUNTED"
                TO FRQ-Record
              WRITE FRQ-Record
            END-IF
            MOVE SPACES TO FRQ-Record
            WRITE FRQ-Record
      /Twenty entries answers "what is this about"; the distinct
      /count above tells the reader how much tail is not shown.
            MOVE WS-Freq-Used TO WS-Freq-Top
            IF WS-Freq-Top > 20 THEN
              MOVE 20 TO WS-Freq-Top
            END-IF
            PERFORM Write-Freq-Entry
              VARYING WS-Freq-Sub FROM 1 BY 1
              UNTIL WS-Freq-Sub > WS-Freq-Top
            CLOSE FreqFile.
        Write-Freq-Report-Exit.
            EXIT.

      /Sort-Freq-Pass seats the largest remaining count into entry
      /WS-Freq-Sub; one pass per entry gives the falling order the
      /report wants without disturbing tied entries' first-in order
      /more than a swap must.
        Sort-Freq-Pass.
            MOVE WS-Freq-Sub TO WS-Freq-MaxSub
            PERFORM Find-Freq-Max
              VARYING WS-Freq-Sub2 FROM WS-Freq-Sub BY 1
              UNTIL WS-Freq-Sub2 > WS-Freq-Used
            IF WS-Freq-MaxSub NOT = WS-Freq-Sub THEN
              MOVE WS-Freq-Entry(WS-Freq-Sub) TO WS-Freq-Swap
              MOVE WS-Freq-Entry(WS-Freq-MaxSub)
                TO WS-Freq-Entry(WS-Freq-Sub)
              MOVE WS-Freq-Swap TO WS-Freq-Entry(WS-Freq-MaxSub)
            END-IF.

        Find-Freq-Max.
            IF WS-Freq-Count(WS-Freq-Sub2)
              > WS-Freq-Count(WS-Freq-MaxSub) THEN
              MOVE WS-Freq-Sub2 TO WS-Freq-MaxSub
            END-IF.

        Write-Freq-Entry.
            MOVE SPACES TO FRQ-Record
            MOVE WS-Freq-Count(WS-Freq-Sub) TO WS-Freq-Count-Disp
            MOVE WS-Freq-First-Line(WS-Freq-Sub)
              TO WS-Freq-Line-Disp
            STRING WS-Freq-Count-Disp DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-Freq-Word(WS-Freq-Sub) DELIMITED BY SIZE
              "  FIRST LINE " DELIMITED BY SIZE
              WS-Freq-Line-Disp DELIMITED BY SIZE
              INTO FRQ-Record
            END-STRING
            WRITE FRQ-Record.

      /Display-Overflow-Word prints one overflow table entry. It is
      /PERFORMed VARYING WS-Sub across the entries that were logged.
        Display-Overflow-Word.
            DISPLAY "  LINE " WS-Overflow-LineNum(WS-Sub) ": "
              FUNCTION TRIM(WS-Overflow-Word(WS-Sub)).

      /Load-Spell-File pulls the whole SPELLDCT dictionary in at
      /startup, the way the hyphenation and redaction loaders pull
      /theirs. No SPELLDCT on the job means no vocabulary check and
      /no .SPL reports.
        Load-Spell-File.
            MOVE 0 TO WS-SpellEOF
            OPEN INPUT SpellTermFile
            IF WS-SpellDctStatus NOT = "00" THEN
              GO TO Load-Spell-File-Exit
            END-IF
            PERFORM Read-Spell-Card
            PERFORM Parse-Spell-Card UNTIL WS-SpellEOF = 1
            CLOSE SpellTermFile
            IF WS-Spell-Terms > 0 THEN
              MOVE 1 TO WS-Spell-Active
              DISPLAY "Vocabulary check: "
                FUNCTION TRIM(WS-Spell-Terms)
                " term(s) loaded from SPELLDCT"
            END-IF.
        Load-Spell-File-Exit.
            EXIT.

        Read-Spell-Card.
            READ SpellTermFile
              AT END MOVE 1 TO WS-SpellEOF
            END-READ.

        Parse-Spell-Card.
            MOVE FUNCTION TRIM(SpellTermRec) TO WS-Spell-Card
            IF WS-Spell-Card = SPACES THEN
              CONTINUE
            ELSE
              IF WS-Spell-Terms >= 200 THEN
                DISPLAY "SPELLDCT holds more than 200 terms;"
                  " the rest are ignored"
                MOVE 1 TO WS-SpellEOF
              ELSE
                PERFORM Store-Spell-Term THRU Store-Spell-Term-Exit
              END-IF
            END-IF
            IF WS-SpellEOF = 0 THEN
              PERFORM Read-Spell-Card
            END-IF.

      /Store-Spell-Term files one dictionary card. With an arrow the
      /card is a wrong-to-right pair; the wrong side is upper-cased
      /and its words closed up to single spaces so it compares
      /against the phrase Check-Vocabulary builds, and the right
      /side is kept as written for the report. Without an arrow the
      /card is an approved word. A wrong side of more than five
      /words or 40 characters, an approved phrase, a bare "*" or a
      /replacement past 40 characters spoils the card, which is
      /reported and skipped the way the other loaders skip theirs.
        Store-Spell-Term.
            ADD 1 TO WS-Spell-Terms
            MOVE SPACES TO WS-Spell-Wrong(WS-Spell-Terms)
            MOVE SPACES TO WS-Spell-Right(WS-Spell-Terms)
            MOVE SPACES TO WS-Spell-Left
            MOVE 0 TO WS-Spell-Arrow
            INSPECT WS-Spell-Card TALLYING WS-Spell-Arrow
              FOR CHARACTERS BEFORE INITIAL "->"
            IF WS-Spell-Arrow < 79 THEN
              MOVE "W" TO WS-Spell-Kind(WS-Spell-Terms)
              IF WS-Spell-Arrow = 0 THEN
                GO TO Store-Spell-Term-Skip
              END-IF
              MOVE WS-Spell-Card(1:WS-Spell-Arrow) TO WS-Spell-Left
              IF WS-Spell-Arrow < 78 THEN
                IF FUNCTION LENGTH(FUNCTION TRIM(
                   WS-Spell-Card(WS-Spell-Arrow + 3:))) > 40 THEN
                  GO TO Store-Spell-Term-Skip
                END-IF
                MOVE FUNCTION TRIM(WS-Spell-Card(WS-Spell-Arrow + 3:))
                  TO WS-Spell-Right(WS-Spell-Terms)
              END-IF
            ELSE
              MOVE "A" TO WS-Spell-Kind(WS-Spell-Terms)
              MOVE WS-Spell-Card TO WS-Spell-Left
            END-IF
            IF WS-Spell-Left = SPACES THEN
              GO TO Store-Spell-Term-Skip
            END-IF
            MOVE FUNCTION UPPER-CASE(WS-Spell-Left) TO WS-Spell-Left
            MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-Spell-Left))
              TO WS-Spell-RawLen
            MOVE SPACES TO WS-Spell-Parts
            MOVE 0 TO WS-Spell-PartCount
            UNSTRING WS-Spell-Left(1:WS-Spell-RawLen)
              DELIMITED BY ALL SPACE
              INTO WS-Spell-Part(1) WS-Spell-Part(2) WS-Spell-Part(3)
                   WS-Spell-Part(4) WS-Spell-Part(5)
              TALLYING IN WS-Spell-PartCount
              ON OVERFLOW
                GO TO Store-Spell-Term-Skip
            END-UNSTRING
            IF WS-Spell-Kind(WS-Spell-Terms) = "A" AND
               WS-Spell-PartCount > 1 THEN
              GO TO Store-Spell-Term-Skip
            END-IF
            MOVE 1 TO WS-Spell-Ptr
            PERFORM Join-Spell-Part
              VARYING WS-Spell-K FROM 1 BY 1
              UNTIL WS-Spell-K > WS-Spell-PartCount
            IF WS-Spell-Ptr > 41 THEN
              GO TO Store-Spell-Term-Skip
            END-IF
            SUBTRACT 1 FROM WS-Spell-Ptr
              GIVING WS-Spell-WrongLen(WS-Spell-Terms)
            MOVE WS-Spell-PartCount
              TO WS-Spell-WrongWords(WS-Spell-Terms)
            IF WS-Spell-Wrong(WS-Spell-Terms) = "*" THEN
              GO TO Store-Spell-Term-Skip
            END-IF
            GO TO Store-Spell-Term-Exit.
        Store-Spell-Term-Skip.
            DISPLAY "SPELLDCT card skipped: "
              FUNCTION TRIM(SpellTermRec)
            MOVE SPACES TO WS-Spell-Term-Entry(WS-Spell-Terms)
            SUBTRACT 1 FROM WS-Spell-Terms.
        Store-Spell-Term-Exit.
            EXIT.

      /Join-Spell-Part lays one word of the card's wrong side into
      /WS-Spell-Wrong with a single space before all but the first.
      /WS-Spell-Ptr running past 41 says the phrase did not fit.
        Join-Spell-Part.
            IF WS-Spell-K > 1 THEN
              STRING " " DELIMITED BY SIZE
                INTO WS-Spell-Wrong(WS-Spell-Terms)
                WITH POINTER WS-Spell-Ptr
                ON OVERFLOW MOVE 99 TO WS-Spell-Ptr
              END-STRING
            END-IF
            IF WS-Spell-Ptr < 41 THEN
              STRING FUNCTION TRIM(WS-Spell-Part(WS-Spell-K))
                DELIMITED BY SIZE
                INTO WS-Spell-Wrong(WS-Spell-Terms)
                WITH POINTER WS-Spell-Ptr
                ON OVERFLOW MOVE 99 TO WS-Spell-Ptr
              END-STRING
            END-IF.

      /Check-Vocabulary holds the word just committed against the
      /dictionary. The word is upper-cased and stripped of leading
      /and trailing punctuation, so "(recieve)," reads as RECIEVE,
      /and pushed onto the window of the paragraph's last five
      /words. An approved match excuses the word from the one-word
      /pairs; a phrase pair is tried against the tail of the window
      /whatever the last word is. The first pair that matches is
      /the finding - one per word, against the line it landed on.
        Check-Vocabulary.
            MOVE FUNCTION UPPER-CASE(
              FUNCTION TRIM(WS-Freq-Pending-Word))
              TO WS-Spell-Raw
            MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-Spell-Raw))
              TO WS-Spell-RawLen
            MOVE 0 TO WS-Spell-First
            MOVE 0 TO WS-Spell-Last
            PERFORM Find-Spell-First
              VARYING WS-Spell-P FROM 1 BY 1
              UNTIL WS-Spell-P > WS-Spell-RawLen OR WS-Spell-First > 0
            IF WS-Spell-First = 0 THEN
              GO TO Check-Vocabulary-Exit
            END-IF
            PERFORM Find-Spell-Last
              VARYING WS-Spell-P FROM WS-Spell-RawLen BY -1
              UNTIL WS-Spell-Last > 0
            MOVE SPACES TO WS-Spell-Word
            MOVE WS-Spell-Raw(WS-Spell-First:
              WS-Spell-Last - WS-Spell-First + 1) TO WS-Spell-Word
            IF WS-Spell-Recent-Used < 5 THEN
              ADD 1 TO WS-Spell-Recent-Used
            ELSE
              PERFORM Shift-Spell-Recent
                VARYING WS-Spell-K FROM 1 BY 1 UNTIL WS-Spell-K > 4
            END-IF
            MOVE WS-Spell-Word TO WS-Spell-Recent(WS-Spell-Recent-Used)
            MOVE 0 TO WS-Spell-Approved
            PERFORM Match-Approved-Term
              VARYING WS-Spell-Sub FROM 1 BY 1
              UNTIL WS-Spell-Sub > WS-Spell-Terms
                 OR WS-Spell-Approved = 1
            MOVE 0 TO WS-Spell-Hit
            PERFORM Match-Wrong-Term
              VARYING WS-Spell-Sub FROM 1 BY 1
              UNTIL WS-Spell-Sub > WS-Spell-Terms OR WS-Spell-Hit > 0
            IF WS-Spell-Hit > 0 THEN
              PERFORM Log-Vocabulary-Finding
            END-IF.
        Check-Vocabulary-Exit.
            EXIT.

      /A letter or a digit is where the word proper starts and ends;
      /quotes, brackets and sentence punctuation either side of it
      /are not part of the term.
        Find-Spell-First.
            MOVE WS-Spell-Raw(WS-Spell-P:1) TO WS-Spell-Char
            IF (WS-Spell-Char >= "A" AND WS-Spell-Char <= "Z") OR
               (WS-Spell-Char >= "0" AND WS-Spell-Char <= "9") THEN
              MOVE WS-Spell-P TO WS-Spell-First
            END-IF.

        Find-Spell-Last.
            MOVE WS-Spell-Raw(WS-Spell-P:1) TO WS-Spell-Char
            IF (WS-Spell-Char >= "A" AND WS-Spell-Char <= "Z") OR
               (WS-Spell-Char >= "0" AND WS-Spell-Char <= "9") THEN
              MOVE WS-Spell-P TO WS-Spell-Last
            END-IF.

        Shift-Spell-Recent.
            MOVE WS-Spell-Recent(WS-Spell-K + 1)
              TO WS-Spell-Recent(WS-Spell-K).

        Match-Approved-Term.
            IF WS-Spell-Kind(WS-Spell-Sub) = "A" THEN
              MOVE WS-Spell-Word TO WS-Spell-Cand
              PERFORM Test-Spell-Match
              IF WS-Spell-Match = 1 THEN
                MOVE 1 TO WS-Spell-Approved
              END-IF
            END-IF.

        Match-Wrong-Term.
            IF WS-Spell-Kind(WS-Spell-Sub) = "W" THEN
              IF WS-Spell-WrongWords(WS-Spell-Sub) = 1 THEN
                IF WS-Spell-Approved = 0 THEN
                  MOVE WS-Spell-Word TO WS-Spell-Cand
                  PERFORM Test-Spell-Match
                  IF WS-Spell-Match = 1 THEN
                    MOVE WS-Spell-Sub TO WS-Spell-Hit
                  END-IF
                END-IF
              ELSE
                IF WS-Spell-WrongWords(WS-Spell-Sub)
                   <= WS-Spell-Recent-Used THEN
                  PERFORM Build-Spell-Phrase
                  PERFORM Test-Spell-Match
                  IF WS-Spell-Match = 1 THEN
                    MOVE WS-Spell-Sub TO WS-Spell-Hit
                  END-IF
                END-IF
              END-IF
            END-IF.

      /Test-Spell-Match compares WS-Spell-Cand with dictionary entry
      /WS-Spell-Sub: exactly, or on the leading characters when the
      /entry ends in "*".
        Test-Spell-Match.
            MOVE 0 TO WS-Spell-Match
            MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-Spell-Cand))
              TO WS-Spell-CandLen
            IF WS-Spell-Wrong(WS-Spell-Sub)
               (WS-Spell-WrongLen(WS-Spell-Sub):1) = "*" THEN
              SUBTRACT 1 FROM WS-Spell-WrongLen(WS-Spell-Sub)
                GIVING WS-Spell-Prefix
              IF WS-Spell-CandLen >= WS-Spell-Prefix THEN
                IF WS-Spell-Cand(1:WS-Spell-Prefix) =
                   WS-Spell-Wrong(WS-Spell-Sub)(1:WS-Spell-Prefix) THEN
                  MOVE 1 TO WS-Spell-Match
                END-IF
              END-IF
            ELSE
              IF WS-Spell-Cand = WS-Spell-Wrong(WS-Spell-Sub) THEN
                MOVE 1 TO WS-Spell-Match
              END-IF
            END-IF.

      /Build-Spell-Phrase strings the last n words of the window
      /together, single-spaced, n being the word count of entry
      /WS-Spell-Sub.
        Build-Spell-Phrase.
            MOVE SPACES TO WS-Spell-Cand
            MOVE 1 TO WS-Spell-Ptr
            COMPUTE WS-Spell-P = WS-Spell-Recent-Used
              - WS-Spell-WrongWords(WS-Spell-Sub) + 1
            PERFORM Append-Spell-Phrase
              VARYING WS-Spell-K FROM WS-Spell-P BY 1
              UNTIL WS-Spell-K > WS-Spell-Recent-Used.

        Append-Spell-Phrase.
            IF WS-Spell-Ptr > 1 THEN
              STRING " " DELIMITED BY SIZE
                INTO WS-Spell-Cand WITH POINTER WS-Spell-Ptr
              END-STRING
            END-IF
            STRING FUNCTION TRIM(WS-Spell-Recent(WS-Spell-K))
              DELIMITED BY SIZE
              INTO WS-Spell-Cand WITH POINTER WS-Spell-Ptr
            END-STRING.

      /Log-Vocabulary-Finding counts every finding and tables the
      /first 50 with their line and suggested wording; the same
      /capped-table arrangement as the overflow words.
        Log-Vocabulary-Finding.
            IF WS-Spell-Count < 9999 THEN
              ADD 1 TO WS-Spell-Count
            END-IF
            IF WS-Spell-Used < 50 THEN
              ADD 1 TO WS-Spell-Used
              MOVE WS-LineNum TO WS-Spell-LineNum(WS-Spell-Used)
              MOVE WS-Spell-Cand TO WS-Spell-Found(WS-Spell-Used)
              MOVE WS-Spell-Right(WS-Spell-Hit)
                TO WS-Spell-Suggest(WS-Spell-Used)
            ELSE
              MOVE 1 TO WS-Spell-Capped
            END-IF.

      /Write-Spell-Report writes the .SPL beside the .OUT: the count
      /of findings, then each tabled one with the output line it
      /landed on and the wording SPELLDCT says should replace it. A
      /document with nothing to report still gets its .SPL, so the
      /file being there says the check ran.
        Write-Spell-Report.
            OPEN OUTPUT SpellFile
            IF WS-SpellStatus NOT = "00" THEN
              DISPLAY "Unable to write vocabulary report "
                FUNCTION TRIM(WS-SplFileName)
              DISPLAY "File status: " WS-SpellStatus
              GO TO Write-Spell-Report-Exit
            END-IF
            MOVE SPACES TO SPL-Record
            STRING FUNCTION TRIM(WS-FileName) DELIMITED BY SIZE
              "  VOCABULARY CHECK" DELIMITED BY SIZE
              INTO SPL-Record
            END-STRING
            WRITE SPL-Record
            MOVE SPACES TO SPL-Record
            MOVE WS-Spell-Terms TO WS-Freq-Count-Disp
            STRING "TERMS CHECKED  " DELIMITED BY SIZE
              WS-Freq-Count-Disp DELIMITED BY SIZE
              INTO SPL-Record
            END-STRING
            WRITE SPL-Record
            MOVE SPACES TO SPL-Record
            MOVE WS-Spell-Count TO WS-Freq-Count-Disp
            STRING "FINDINGS       " DELIMITED BY SIZE
              WS-Freq-Count-Disp DELIMITED BY SIZE
              INTO SPL-Record
            END-STRING
            WRITE SPL-Record
            IF WS-Spell-Capped = 1 THEN
              MOVE "TABLE FULL: FINDINGS BEYOND 50 NOT LISTED"
                TO SPL-Record
              WRITE SPL-Record
            END-IF
            MOVE SPACES TO SPL-Record
            WRITE SPL-Record
            IF WS-Spell-Used = 0 THEN
              MOVE "NO FINDINGS" TO SPL-Record
              WRITE SPL-Record
            END-IF
            PERFORM Write-Spell-Entry
              VARYING WS-Sub FROM 1 BY 1
              UNTIL WS-Sub > WS-Spell-Used
            CLOSE SpellFile.
        Write-Spell-Report-Exit.
            EXIT.

        Write-Spell-Entry.
            MOVE SPACES TO SPL-Record
            MOVE WS-Spell-LineNum(WS-Sub) TO WS-Freq-Line-Disp
            IF WS-Spell-Suggest(WS-Sub) = SPACES THEN
              STRING "LINE " DELIMITED BY SIZE
                WS-Freq-Line-Disp DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                FUNCTION TRIM(WS-Spell-Found(WS-Sub)) DELIMITED BY SIZE
                " -> (NO APPROVED REPLACEMENT)" DELIMITED BY SIZE
                INTO SPL-Record
              END-STRING
            ELSE
              STRING "LINE " DELIMITED BY SIZE
                WS-Freq-Line-Disp DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                FUNCTION TRIM(WS-Spell-Found(WS-Sub)) DELIMITED BY SIZE
                " -> " DELIMITED BY SIZE
                FUNCTION TRIM(WS-Spell-Suggest(WS-Sub))
                  DELIMITED BY SIZE
                INTO SPL-Record
              END-STRING
            END-IF
            WRITE SPL-Record.

      /Write-Toc-Report writes the .TOC beside a paginated .OUT:
      /the heading count, then each tabled heading with a dotted
      /leader out to its page and output line. A document with no
      /headings still gets its .TOC, saying so - the manual that
      /has lost its structure is the one worth noticing.
        Write-Toc-Report.
            OPEN OUTPUT TocFile
            IF WS-TocStatus NOT = "00" THEN
              DISPLAY "Unable to write contents page "
                FUNCTION TRIM(WS-TocFileName)
              DISPLAY "File status: " WS-TocStatus
              GO TO Write-Toc-Report-Exit
            END-IF
            MOVE SPACES TO TOC-Record
            STRING FUNCTION TRIM(WS-FileName) DELIMITED BY SIZE
              "  CONTENTS" DELIMITED BY SIZE
              INTO TOC-Record
            END-STRING
            WRITE TOC-Record
            MOVE SPACES TO TOC-Record
            MOVE WS-Toc-Count TO WS-Freq-Count-Disp
            STRING "HEADINGS       " DELIMITED BY SIZE
              WS-Freq-Count-Disp DELIMITED BY SIZE
              INTO TOC-Record
            END-STRING
            WRITE TOC-Record
            IF WS-Toc-Capped = 1 THEN
              MOVE "TABLE FULL: HEADINGS BEYOND 100 NOT LISTED"
                TO TOC-Record
              WRITE TOC-Record
            END-IF
            MOVE SPACES TO TOC-Record
            WRITE TOC-Record
            IF WS-Toc-Used = 0 THEN
              MOVE "NO HEADINGS FOUND" TO TOC-Record
              WRITE TOC-Record
            END-IF
            PERFORM Write-Toc-Entry
              VARYING WS-Sub FROM 1 BY 1
              UNTIL WS-Sub > WS-Toc-Used
            CLOSE TocFile.
        Write-Toc-Report-Exit.
            EXIT.

        Write-Toc-Entry.
            MOVE ALL "." TO WS-Toc-Leader
            STRING FUNCTION TRIM(WS-Toc-Text(WS-Sub))
                DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              INTO WS-Toc-Leader
            END-STRING
            MOVE WS-Toc-PageNum(WS-Sub) TO WS-Toc-Page-Disp
            MOVE WS-Toc-LineNum(WS-Sub) TO WS-Freq-Line-Disp
            MOVE SPACES TO TOC-Record
            STRING WS-Toc-Leader DELIMITED BY SIZE
              " PAGE " DELIMITED BY SIZE
              WS-Toc-Page-Disp DELIMITED BY SIZE
              "  LINE " DELIMITED BY SIZE
              WS-Freq-Line-Disp DELIMITED BY SIZE
              INTO TOC-Record
            END-STRING
            WRITE TOC-Record.

      /Write-Rdx-Report writes the .RDX: the counts and averages
      /behind the grade, the grade against the limit, then every
      /tabled long sentence with the output line it starts on.
        Write-Rdx-Report.
            OPEN OUTPUT RdxFile
            IF WS-RdxStatus NOT = "00" THEN
              DISPLAY "Unable to write readability report "
                FUNCTION TRIM(WS-RdxFileName)
              DISPLAY "File status: " WS-RdxStatus
              GO TO Write-Rdx-Report-Exit
            END-IF
            MOVE SPACES TO RDX-Record
            STRING FUNCTION TRIM(WS-FileName) DELIMITED BY SIZE
              "  READABILITY" DELIMITED BY SIZE
              INTO RDX-Record
            END-STRING
            WRITE RDX-Record
            MOVE SPACES TO RDX-Record
            MOVE WS-Rdx-Sentences TO WS-Freq-Line-Disp
            STRING "SENTENCES      " DELIMITED BY SIZE
              WS-Freq-Line-Disp DELIMITED BY SIZE
              INTO RDX-Record
            END-STRING
            WRITE RDX-Record
            MOVE SPACES TO RDX-Record
            MOVE WS-Rdx-Words TO WS-Freq-Line-Disp
            STRING "WORDS          " DELIMITED BY SIZE
              WS-Freq-Line-Disp DELIMITED BY SIZE
              INTO RDX-Record
            END-STRING
            WRITE RDX-Record
            MOVE SPACES TO RDX-Record
            MOVE WS-Rdx-Syllables TO WS-Freq-Line-Disp
            STRING "SYLLABLES      " DELIMITED BY SIZE
              WS-Freq-Line-Disp DELIMITED BY SIZE
              INTO RDX-Record
            END-STRING
            WRITE RDX-Record
            MOVE SPACES TO RDX-Record
            MOVE WS-Rdx-Avg-Sent TO WS-Rdx-Avg-Disp
            STRING "WORDS/SENTENCE   " DELIMITED BY SIZE
              WS-Rdx-Avg-Disp DELIMITED BY SIZE
              INTO RDX-Record
            END-STRING
            WRITE RDX-Record
            MOVE SPACES TO RDX-Record
            MOVE WS-Rdx-Avg-Syl TO WS-Rdx-Syl-Disp
            STRING "SYLLABLES/WORD     " DELIMITED BY SIZE
              WS-Rdx-Syl-Disp DELIMITED BY SIZE
              INTO RDX-Record
            END-STRING
            WRITE RDX-Record
            MOVE SPACES TO RDX-Record
            MOVE WS-Rdx-Grade TO WS-Rdx-Grade-Disp
            STRING "GRADE LEVEL        " DELIMITED BY SIZE
              WS-Rdx-Grade-Disp DELIMITED BY SIZE
              INTO RDX-Record
            END-STRING
            WRITE RDX-Record
            MOVE SPACES TO RDX-Record
            IF WS-ReadGrade = 0 THEN
              MOVE "GRADE LIMIT        NONE" TO RDX-Record
            ELSE
              MOVE WS-ReadGrade TO WS-Rdx-Limit-Disp
              STRING "GRADE LIMIT          " DELIMITED BY SIZE
                WS-Rdx-Limit-Disp DELIMITED BY SIZE
                INTO RDX-Record
              END-STRING
            END-IF
            WRITE RDX-Record
            IF WS-Rdx-Over = 1 THEN
              MOVE "OVER THE GRADE LIMIT" TO RDX-Record
              WRITE RDX-Record
            END-IF
            MOVE SPACES TO RDX-Record
            WRITE RDX-Record
            MOVE SPACES TO RDX-Record
            MOVE WS-Rdx-Long-Count TO WS-Freq-Count-Disp
            STRING "LONG SENTENCES " DELIMITED BY SIZE
              WS-Freq-Count-Disp DELIMITED BY SIZE
              "  (OVER 25 WORDS)" DELIMITED BY SIZE
              INTO RDX-Record
            END-STRING
            WRITE RDX-Record
            IF WS-Rdx-Long-Capped = 1 THEN
              MOVE "TABLE FULL: LONG SENTENCES BEYOND 50 NOT LISTED"
                TO RDX-Record
              WRITE RDX-Record
            END-IF
            PERFORM Write-Rdx-Entry
              VARYING WS-Sub FROM 1 BY 1
              UNTIL WS-Sub > WS-Rdx-Long-Used
            CLOSE RdxFile.
        Write-Rdx-Report-Exit.
            EXIT.

        Write-Rdx-Entry.
            MOVE WS-Rdx-Long-Line(WS-Sub) TO WS-Freq-Line-Disp
            MOVE WS-Rdx-Long-Words(WS-Sub) TO WS-Rdx-Words-Disp
            MOVE SPACES TO RDX-Record
            STRING "  LINE " DELIMITED BY SIZE
              WS-Freq-Line-Disp DELIMITED BY SIZE
              "  WORDS " DELIMITED BY SIZE
              WS-Rdx-Words-Disp DELIMITED BY SIZE
              INTO RDX-Record
            END-STRING
            WRITE RDX-Record.

      /Load-Config-File reads every CONFIGFL card. A bare number is
      /the screen width, as it always was; keyword cards carry the
                        END-IF
                      END-IF
                    ELSE
                      IF WS-ConfigKey = "COLUMNS" THEN
                        IF WS-ConfigVal = "1" OR
                           WS-ConfigVal = "2" THEN
                          MOVE WS-ConfigVal(1:1) TO WS-Columns
                        ELSE
                          DISPLAY "COLUMNS must be 1 or 2: "
                            FUNCTION TRIM(ConfigFileRec)
                        END-IF
                      ELSE
                        IF WS-ConfigKey = "READGRADE" THEN
                          MOVE FUNCTION TRIM(WS-ConfigVal)
                            TO WS-ConfigValueR
                          INSPECT WS-ConfigValueR
                            REPLACING LEADING SPACE BY "0"
                          IF WS-ConfigValueR NUMERIC AND
                             WS-ConfigValueR < "100" THEN
                            MOVE WS-ConfigValueR TO WS-ReadGrade
                          ELSE
                            DISPLAY "READGRADE must be 0 to 99: "
                              FUNCTION TRIM(ConfigFileRec)
                          END-IF
                        ELSE
                          IF WS-ConfigKey NOT = SPACES THEN
                            DISPLAY "Unrecognized CONFIGFL card: "
                              FUNCTION TRIM(ConfigFileRec)
                          END-IF
                        END-IF
                      END-IF
                    END-IF
                  END-IF
              THRU Justify-Current-Line-Exit
            PERFORM Write-Out-Record.

      /Write-Out-Record takes one finished body line and tallies its
      /words. In a single column the line goes straight out through
      /Put-Out-Record; in two columns it waits in the column table,
      /and a full table sends a page out.
        Write-Out-Record.
            MOVE OutputRecord TO WS-Token-Line
            PERFORM Count-Record-Tokens
            ADD WS-Token-Count TO WS-OutTokens
            IF WS-Columns = 2 THEN
              ADD 1 TO WS-Col-Used
              MOVE OutputRecord TO WS-Col-Line(WS-Col-Used)
              IF WS-Col-Used >= WS-Col-Capacity THEN
                PERFORM Flush-Column-Page
              END-IF
            ELSE
              PERFORM Put-Out-Record
            END-IF.

      /Flush-Column-Page sets the waiting column lines out as rows:
      /the first half, rounded up, down the left and the rest down
      /the right, so both columns of a page end level or the left
      /one line longer. Each row is a record of its own as far as
      /the page furniture is concerned.
        Flush-Column-Page.
            IF WS-Col-Used > 0 THEN
              COMPUTE WS-Col-Rows = (WS-Col-Used + 1) / 2
              PERFORM Put-Column-Row
                VARYING WS-Col-Row FROM 1 BY 1
                UNTIL WS-Col-Row > WS-Col-Rows
              MOVE 0 TO WS-Col-Used
            END-IF.

        Put-Column-Row.
            MOVE SPACES TO OutputRecord
            MOVE WS-Col-Line(WS-Col-Row)
              TO OutputRecord(1:WS-ScreenWidth)
            ADD WS-Col-Row WS-Col-Rows GIVING WS-Col-Right
            IF WS-Col-Right <= WS-Col-Used THEN
              MOVE WS-Col-Line(WS-Col-Right)
                TO OutputRecord(WS-Col-Right-Start:WS-ScreenWidth)
            END-IF
            PERFORM Put-Out-Record.

      /Put-Out-Record is the one WRITE point for OutputFile body
      /records. With pagination on it also opens a page before the
      /first record that lands on it and closes the page when the
      /body-line count reaches PAGELEN; the record being written is
      /parked in WS-Hold-Record while the header goes out.
        Put-Out-Record.
            IF WS-PageLen > 0 AND WS-LineOnPage = 0 THEN
              MOVE OutputRecord TO WS-Hold-Record
              PERFORM Write-Page-Header
              MOVE WS-Hold-Record TO OutputRecord
            END-IF
            ADD 1 TO WS-OutRecs-Total
            WRITE OutputRecord
            IF WS-OutputStatus NOT = "00" THEN

      /Write-Page-Header stamps the top of a new page: the document
      /name and the run date, then a spacing line. The header is
      /clipped to the page width so even page furniture honors the
      /configured line length. Every page after the first ejects the
      /one before it here, which is the only place a form feed is
      /ever written.
              INTO WS-Hdr-Work
            END-STRING
            MOVE SPACES TO OutputRecord
            MOVE WS-Hdr-Work(1:WS-Page-Width) TO OutputRecord
            PERFORM Write-Furniture-Record
            MOVE SPACES TO OutputRecord
            PERFORM Write-Furniture-Record.
            PERFORM Write-Furniture-Record
            MOVE WS-PageNum TO WS-PageNum-Disp
            MOVE SPACES TO WS-Hdr-Work
            COMPUTE WS-Foot-Start = (WS-Page-Width - 8) / 2 + 1
      /A width narrower than the footer text itself would center to
      /a position off the front of the record; pin it to column 1.
            IF WS-Page-Width < 10 THEN
              MOVE 1 TO WS-Foot-Start
            END-IF
            STRING "PAGE " DELIMITED BY SIZE
              WS-PageNum-Disp DELIMITED BY SIZE
              INTO WS-Hdr-Work(WS-Foot-Start:8)
            END-STRING
      /Clipped to the page width the same way the header is, so
      /the page furniture can never be the widest thing on the page.
            MOVE SPACES TO OutputRecord
            MOVE WS-Hdr-Work(1:WS-Page-Width) TO OutputRecord
            PERFORM Write-Furniture-Record
            MOVE 0 TO WS-LineOnPage.

      /Break-Paragraph carries a blank line in the source document
      /through to OutputFile. Any line still being built is ranked,
      /written and cleared first, then an empty record marks the
      /paragraph boundary; the next word starts a fresh line, and
      /the vocabulary window starts over so no phrase is matched
      /across the break.
        Break-Paragraph.
            PERFORM Flush-Built-Line
            MOVE SPACES TO OutputRecord
            PERFORM Write-Out-Record
            ADD 1 TO WS-LineNum
            MOVE 0 TO WS-Spell-Recent-Used
            DISPLAY SPACE
            DISPLAY FUNCTION TRIM(WS-LineNum) WITH NO ADVANCING
            DISPLAY SPACE WITH NO ADVANCING
            DISPLAY SPACE WITH NO ADVANCING.

      /Flush-Built-Line ranks, writes and clears the line being
      /built, if it holds any words, and steps the line number. A
      /paragraph break and a heading both close the line this way.
        Flush-Built-Line.
            IF WS-WordCount > 0 THEN
              PERFORM Update-Line-Stats
              MOVE 0 TO WS-Line-Is-Full
              MOVE 0 TO WS-CharCount
              MOVE 0 TO WS-WordCount
              MOVE SPACE TO WS-CurrLine
            END-IF.

      /Load-Hyphen-File pulls the whole HYPHDICT dictionary in at
      /startup, the way the merge and redaction loaders pull
      /(the reflow's own words plus page furniture), every record
      /within the screen width, the reflow word total against
      /WS-TotalWordCount, and no WRITE having failed along the way.
      /Any miss marks the document so it cannot ship as clean. A
      /two-column record is measured against the page width - both
      /columns and the gutter - and its tokens are the two column
      /lines' tokens, which is how Write-Out-Record tallied them.
        Verify-Output.
            MOVE 0 TO WS-Vfy-EOF
            MOVE 0 TO WS-Vfy-Recs
                  PERFORM Count-Record-Tokens
                  ADD WS-Token-Count TO WS-Vfy-Tokens
                  IF FUNCTION LENGTH(FUNCTION TRIM(VFY-Record))
      -              > WS-Page-Width OR
                     WS-VerifyStatus NOT = "00" THEN
                    ADD 1 TO WS-Vfy-BadWidth
                  END-IF
            MOVE 0 TO WS-Cmp-Old-Used
            MOVE 0 TO WS-Cmp-Capped
            MOVE 0 TO WS-Cmp-EOF
            MOVE "P" TO WS-Col-Side
            MOVE 0 TO WS-Col-Stage-Used
            MOVE 0 TO WS-Col-Stage-Pages
            PERFORM Load-Prior-Line UNTIL WS-Cmp-EOF = 1
            PERFORM Unfold-Column-Page THRU Unfold-Column-Page-Exit
            CLOSE PriorFile
            OPEN INPUT VerifyFile
            IF WS-VerifyStatus NOT = "00" THEN
            END-IF
            MOVE 0 TO WS-Cmp-New-Used
            MOVE 0 TO WS-Cmp-EOF
            MOVE "C" TO WS-Col-Side
            MOVE 0 TO WS-Col-Stage-Used
            MOVE 0 TO WS-Col-Stage-Pages
            PERFORM Load-Current-Line UNTIL WS-Cmp-EOF = 1
            PERFORM Unfold-Column-Page THRU Unfold-Column-Page-Exit
            CLOSE VerifyFile
      /A document past the table size cannot be compared honestly;
      /say so and leave the run graded as it was.
              INTO CHG-Record
            END-STRING
            WRITE CHG-Record
      /Line numbers in a two-column report count column lines in
      /reading order, not .OUT records; say so on the report.
            IF WS-Columns = 2 THEN
              MOVE "  TWO COLUMNS - LINES NUMBERED IN READING ORDER"
                TO CHG-Record
              WRITE CHG-Record
            END-IF
            MOVE SPACES TO CHG-Record
            WRITE CHG-Record
            MOVE 1 TO WS-Cmp-I
            READ PriorFile NEXT RECORD
                AT END MOVE 1 TO WS-Cmp-EOF
                NOT AT END
                  IF WS-Columns = 2 THEN
                    MOVE PRV-Record TO WS-Col-Incoming
                    PERFORM Stage-Column-Record
                  ELSE
                    IF WS-Cmp-Old-Used < 2000 THEN
                      ADD 1 TO WS-Cmp-Old-Used
                      MOVE PRV-Record
                        TO WS-Cmp-Old-Line(WS-Cmp-Old-Used)
                    ELSE
                      MOVE 1 TO WS-Cmp-Capped
                      MOVE 1 TO WS-Cmp-EOF
                    END-IF
                  END-IF
            END-READ.

            READ VerifyFile NEXT RECORD
                AT END MOVE 1 TO WS-Cmp-EOF
                NOT AT END
                  IF WS-Columns = 2 THEN
                    MOVE VFY-Record TO WS-Col-Incoming
                    PERFORM Stage-Column-Record
                  ELSE
                    IF WS-Cmp-New-Used < 2000 THEN
                      ADD 1 TO WS-Cmp-New-Used
                      MOVE VFY-Record
                        TO WS-Cmp-New-Line(WS-Cmp-New-Used)
                    ELSE
                      MOVE 1 TO WS-Cmp-Capped
                      MOVE 1 TO WS-Cmp-EOF
                    END-IF
                  END-IF
            END-READ.

      /Stage-Column-Record gathers one two-column record into the
      /page being staged. The writer's page is a fixed shape -
      /header and spacing line, PAGELEN rows, spacing line and
      /footer, with a form feed ahead of every page after the first
      /- so a full page is recognized by its count; unpaginated
      /output was balanced over blocks of half WS-Col-Capacity rows.
      /The last page, short or not, is unfolded once the file ends.
        Stage-Column-Record.
            IF WS-PageLen > 0 THEN
              IF WS-Col-Stage-Pages = 0 THEN
                ADD WS-PageLen 4 GIVING WS-Col-Stage-Size
              ELSE
                ADD WS-PageLen 5 GIVING WS-Col-Stage-Size
              END-IF
            ELSE
              DIVIDE WS-Col-Capacity BY 2 GIVING WS-Col-Stage-Size
            END-IF
            ADD 1 TO WS-Col-Stage-Used
            MOVE WS-Col-Incoming TO WS-Col-Stage(WS-Col-Stage-Used)
            IF WS-Col-Stage-Used >= WS-Col-Stage-Size THEN
              PERFORM Unfold-Column-Page
                THRU Unfold-Column-Page-Exit
            END-IF.

      /Unfold-Column-Page hands the staged page to the compare in
      /reading order: the furniture at the head of the page as it
      /stands, every left column line, the right column lines down
      /to the last one in use, then the furniture at the foot. An
      /odd count of lines leaves the bottom right cell empty, and an
      /empty cell at the foot of the right column is not a line.
        Unfold-Column-Page.
            IF WS-Columns NOT = 2 OR WS-Col-Stage-Used = 0 THEN
              GO TO Unfold-Column-Page-Exit
            END-IF
            MOVE 0 TO WS-Col-Lead
            MOVE 0 TO WS-Col-Trail
            IF WS-PageLen > 0 THEN
              MOVE 2 TO WS-Col-Lead
              IF WS-Col-Stage-Pages > 0 THEN
                MOVE 3 TO WS-Col-Lead
              END-IF
              MOVE 2 TO WS-Col-Trail
            END-IF
            ADD 1 TO WS-Col-Stage-Pages
      /A page too short to hold its own furniture is not one this
      /program wrote; pass it through as it stands.
            IF WS-Col-Stage-Used <= WS-Col-Lead + WS-Col-Trail THEN
              PERFORM Emit-Staged-Record
                VARYING WS-Col-Row FROM 1 BY 1
                UNTIL WS-Col-Row > WS-Col-Stage-Used
              MOVE 0 TO WS-Col-Stage-Used
              GO TO Unfold-Column-Page-Exit
            END-IF
            ADD WS-Col-Lead 1 GIVING WS-Col-Body-First
            SUBTRACT WS-Col-Trail FROM WS-Col-Stage-Used
              GIVING WS-Col-Body-Last
            ADD WS-Col-Body-Last 1 GIVING WS-Col-Trail-First
            PERFORM Emit-Staged-Record
              VARYING WS-Col-Row FROM 1 BY 1
              UNTIL WS-Col-Row > WS-Col-Lead
            PERFORM Emit-Left-Cell
              VARYING WS-Col-Row FROM WS-Col-Body-First BY 1
              UNTIL WS-Col-Row > WS-Col-Body-Last
            MOVE WS-Col-Body-Last TO WS-Col-Right-Last
            MOVE 0 TO WS-Col-Found
            PERFORM Find-Last-Right-Cell
              UNTIL WS-Col-Found = 1 OR
                    WS-Col-Right-Last < WS-Col-Body-First
            PERFORM Emit-Right-Cell
              VARYING WS-Col-Row FROM WS-Col-Body-First BY 1
              UNTIL WS-Col-Row > WS-Col-Right-Last
            PERFORM Emit-Staged-Record
              VARYING WS-Col-Row FROM WS-Col-Trail-First BY 1
              UNTIL WS-Col-Row > WS-Col-Stage-Used
            MOVE 0 TO WS-Col-Stage-Used.
        Unfold-Column-Page-Exit.
            EXIT.

        Find-Last-Right-Cell.
            IF WS-Col-Stage(WS-Col-Right-Last)
                 (WS-Col-Right-Start:WS-ScreenWidth) = SPACES THEN
              SUBTRACT 1 FROM WS-Col-Right-Last
            ELSE
              MOVE 1 TO WS-Col-Found
            END-IF.

        Emit-Staged-Record.
            MOVE WS-Col-Stage(WS-Col-Row) TO WS-Col-Emit
            PERFORM Emit-Unfolded-Line.

        Emit-Left-Cell.
            MOVE SPACES TO WS-Col-Emit
            MOVE WS-Col-Stage(WS-Col-Row)(1:WS-ScreenWidth)
              TO WS-Col-Emit
            PERFORM Emit-Unfolded-Line.

        Emit-Right-Cell.
            MOVE SPACES TO WS-Col-Emit
            MOVE WS-Col-Stage(WS-Col-Row)
                   (WS-Col-Right-Start:WS-ScreenWidth)
              TO WS-Col-Emit
            PERFORM Emit-Unfolded-Line.

      /Emit-Unfolded-Line tables one reading-order line on the side
      /of the compare being loaded, capped the same way the direct
      /loads above are.
        Emit-Unfolded-Line.
            IF WS-Col-Side = "P" THEN
              IF WS-Cmp-Old-Used < 2000 THEN
                ADD 1 TO WS-Cmp-Old-Used
                MOVE WS-Col-Emit TO WS-Cmp-Old-Line(WS-Cmp-Old-Used)
              ELSE
                MOVE 1 TO WS-Cmp-Capped
                MOVE 1 TO WS-Cmp-EOF
              END-IF
            ELSE
              IF WS-Cmp-New-Used < 2000 THEN
                ADD 1 TO WS-Cmp-New-Used
                MOVE WS-Col-Emit TO WS-Cmp-New-Line(WS-Cmp-New-Used)
              ELSE
                MOVE 1 TO WS-Cmp-Capped
                MOVE 1 TO WS-Cmp-EOF
              END-IF
            END-IF.

      /Compare-Next-Line advances the two-sided walk one step: lines
      /that agree step both sides, a side that has run out drains the
      /other as pure additions or removals, and a disagreement goes
            MOVE WS-Freq-Capped TO RST-Freq-Capped
            MOVE WS-Freq-Table TO RST-Freq-Table
            MOVE WS-Overflow-Table TO RST-Overflow-Table
            MOVE WS-Spell-Count TO RST-Spell-Count
            MOVE WS-Spell-Used TO RST-Spell-Used
            MOVE WS-Spell-Capped TO RST-Spell-Capped
            MOVE WS-Spell-Recent-Used TO RST-Spell-Recent-Used
            MOVE WS-Spell-Recent-Table TO RST-Spell-Recent-Table
            MOVE WS-Spell-Table TO RST-Spell-Table
            MOVE WS-Col-Used TO RST-Col-Used
            MOVE WS-Col-Table TO RST-Col-Table
            MOVE WS-Head-AtLineStart TO RST-Head-AtLineStart
            MOVE WS-Head-ParaStart TO RST-Head-ParaStart
            MOVE WS-Head-Cand TO RST-Head-Cand
            MOVE WS-Head-LineEnded TO RST-Head-LineEnded
            MOVE WS-Head-Numbered TO RST-Head-Numbered
            MOVE WS-Head-Held TO RST-Head-Held
            MOVE WS-Head-Len TO RST-Head-Len
            MOVE WS-Head-Letters TO RST-Head-Letters
            MOVE WS-Head-Word-Table TO RST-Head-Word-Table
            MOVE WS-Toc-Count TO RST-Toc-Count
            MOVE WS-Toc-Used TO RST-Toc-Used
            MOVE WS-Toc-Capped TO RST-Toc-Capped
            MOVE WS-Toc-Table TO RST-Toc-Table
            MOVE WS-Rdx-Sentences TO RST-Rdx-Sentences
            MOVE WS-Rdx-Words TO RST-Rdx-Words
            MOVE WS-Rdx-Syllables TO RST-Rdx-Syllables
            MOVE WS-Rdx-Sent-Words TO RST-Rdx-Sent-Words
            MOVE WS-Rdx-Sent-Line TO RST-Rdx-Sent-Line
            MOVE WS-Rdx-Long-Count TO RST-Rdx-Long-Count
            MOVE WS-Rdx-Long-Used TO RST-Rdx-Long-Used
            MOVE WS-Rdx-Long-Capped TO RST-Rdx-Long-Capped
            MOVE WS-Rdx-Long-Table TO RST-Rdx-Long-Table
            OPEN OUTPUT RestartFile
            WRITE RestartRecord
            IF WS-RestartStatus NOT = "00" THEN
                MOVE RST-Freq-Capped TO WS-Freq-Capped
                MOVE RST-Freq-Table TO WS-Freq-Table
                MOVE RST-Overflow-Table TO WS-Overflow-Table
                MOVE RST-Spell-Count TO WS-Spell-Count
                MOVE RST-Spell-Used TO WS-Spell-Used
                MOVE RST-Spell-Capped TO WS-Spell-Capped
                MOVE RST-Spell-Recent-Used TO WS-Spell-Recent-Used
                MOVE RST-Spell-Recent-Table TO WS-Spell-Recent-Table
                MOVE RST-Spell-Table TO WS-Spell-Table
                MOVE RST-Col-Used TO WS-Col-Used
                MOVE RST-Col-Table TO WS-Col-Table
                MOVE RST-Head-AtLineStart TO WS-Head-AtLineStart
                MOVE RST-Head-ParaStart TO WS-Head-ParaStart
                MOVE RST-Head-Cand TO WS-Head-Cand
                MOVE RST-Head-LineEnded TO WS-Head-LineEnded
                MOVE RST-Head-Numbered TO WS-Head-Numbered
                MOVE RST-Head-Held TO WS-Head-Held
                MOVE RST-Head-Len TO WS-Head-Len
                MOVE RST-Head-Letters TO WS-Head-Letters
                MOVE RST-Head-Word-Table TO WS-Head-Word-Table
                MOVE RST-Toc-Count TO WS-Toc-Count
                MOVE RST-Toc-Used TO WS-Toc-Used
                MOVE RST-Toc-Capped TO WS-Toc-Capped
                MOVE RST-Toc-Table TO WS-Toc-Table
                MOVE RST-Rdx-Sentences TO WS-Rdx-Sentences
                MOVE RST-Rdx-Words TO WS-Rdx-Words
                MOVE RST-Rdx-Syllables TO WS-Rdx-Syllables
                MOVE RST-Rdx-Sent-Words TO WS-Rdx-Sent-Words
                MOVE RST-Rdx-Sent-Line TO WS-Rdx-Sent-Line
                MOVE RST-Rdx-Long-Count TO WS-Rdx-Long-Count
                MOVE RST-Rdx-Long-Used TO WS-Rdx-Long-Used
                MOVE RST-Rdx-Long-Capped TO WS-Rdx-Long-Capped
                MOVE RST-Rdx-Long-Table TO WS-Rdx-Long-Table
              END-IF
              CLOSE RestartFile
            END-IF.
      /here it is always zero or positive, so copy it to an unsigned
      /field before STRINGing it into text.
            MOVE WS-LongCount TO WS-Audit-LongCount
            MOVE WS-Rdx-Grade TO WS-Rdx-Grade-Edit

            MOVE SPACE TO AUD-Record
            STRING WS-AuditTimestamp DELIMITED BY SIZE
              WS-TotalWordCount DELIMITED BY SIZE
              " OVFL=" DELIMITED BY SIZE
              WS-Overflow-Count DELIMITED BY SIZE
              " SPELL=" DELIMITED BY SIZE
              WS-Spell-Count DELIMITED BY SIZE
              " HEADS=" DELIMITED BY SIZE
              WS-Toc-Count DELIMITED BY SIZE
              " GRADE=" DELIMITED BY SIZE
              WS-Rdx-Grade-Edit DELIMITED BY SIZE
              " RDLIM=" DELIMITED BY SIZE
              WS-ReadGrade DELIMITED BY SIZE
              " HOLD=" DELIMITED BY SIZE
              WS-RelHold-Action DELIMITED BY SIZE
              " STAT=" DELIMITED BY SIZE
              FUNCTION TRIM(WS-RunStatus) DELIMITED BY SIZE
              INTO AUD-Record
              WS-RecCount DELIMITED BY SIZE
              INTO SUM-Record
            END-STRING
      /A document read to the end carries its reading grade, and a
      /warning when the grade is over the document's limit.
            IF WS-Rdx-Scored = 1 THEN
              MOVE WS-Rdx-Grade TO WS-Rdx-Grade-Edit
              COMPUTE WS-Sum-Ptr =
                FUNCTION LENGTH(FUNCTION TRIM(SUM-Record)) + 1
              STRING " GRADE=" DELIMITED BY SIZE
                WS-Rdx-Grade-Edit DELIMITED BY SIZE
                INTO SUM-Record WITH POINTER WS-Sum-Ptr
              END-STRING
              IF WS-Rdx-Over = 1 THEN
                STRING " WARN=READGRADE" DELIMITED BY SIZE
                  INTO SUM-Record WITH POINTER WS-Sum-Ptr
                END-STRING
              END-IF
            END-IF
            WRITE SUM-Record.
        Write-Run-Summary-Exit.
            EXIT.
            MOVE WS-LineNum TO CAT-LastLines
            MOVE WS-TotalWordCount TO CAT-LastWords
            MOVE WS-Overflow-Count TO CAT-LastOverflow
            MOVE WS-Spell-Count TO CAT-LastSpell
            MOVE WS-Toc-Count TO CAT-LastHeads
            MOVE WS-Rdx-Grade TO CAT-LastGrade
            IF WS-Rdx-Over = 1 THEN
              MOVE "OVER" TO CAT-GradeFlag
            ELSE
              MOVE SPACES TO CAT-GradeFlag
            END-IF
            MOVE WS-RunStatus TO CAT-LastStatus
      /This run just laid a fresh .OUT beside the inputs, so
      /whatever Archiver did with the old outputs no longer
      /describes this document.
            MOVE "ONLINE" TO CAT-ArchStatus
            MOVE SPACES TO CAT-ArchDate
      /The release fields follow the hold decision: a held family
      /waits on a supervisor, a clean one went out on its own
      /(AUTO), and a KEPT run leaves the last decision standing.
      /Releaser fills in RELEASED or REJECTED with who and when.
            IF WS-RelHold-Action = "HELD" THEN
              MOVE "HELD" TO CAT-RelStatus
              MOVE SPACES TO CAT-RelBy
              MOVE SPACES TO CAT-RelDate
            ELSE
              IF WS-RelHold-Action = "NONE" THEN
                MOVE "AUTO" TO CAT-RelStatus
                MOVE SPACES TO CAT-RelBy
                MOVE SPACES TO CAT-RelDate
              END-IF
            END-IF
            IF WS-Catalog-Found = 1 THEN
              REWRITE CAT-Record
            ELSE
        Update-Catalog-Exit.
            EXIT.

      /Decide-Release-Hold weighs the finished run. Anything that
      /wants a second look before the family ships - a verify
      /failure, overflow words, unresolved merge markers,
      /vocabulary findings, or an output that CHANGED since the last
      /run - holds it, and every such reason is named. An UNCHANGED
      /run is KEPT: its output is the one the queue already holds
      /or has decided on, and its findings are the ones the
      /supervisor already saw, so a released letter is not queued
      /again every night. Only when the queue has no entry for the
      /family yet does an UNCHANGED run with findings go on hold.
      /Anything else is clear to go.
        Decide-Release-Hold.
            MOVE SPACES TO WS-RelHold-Reasons
            MOVE 1 TO WS-RelHold-Ptr
            IF WS-Verify-Failed = 1 THEN
              STRING "VERIFY " DELIMITED BY SIZE
                INTO WS-RelHold-Reasons WITH POINTER WS-RelHold-Ptr
              END-STRING
            END-IF
            IF WS-Overflow-Count > 0 THEN
              STRING "OVERFLOW " DELIMITED BY SIZE
                INTO WS-RelHold-Reasons WITH POINTER WS-RelHold-Ptr
              END-STRING
            END-IF
            IF WS-Unres-Count > 0 THEN
              STRING "UNRESOLVED " DELIMITED BY SIZE
                INTO WS-RelHold-Reasons WITH POINTER WS-RelHold-Ptr
              END-STRING
            END-IF
            IF WS-Spell-Count > 0 THEN
              STRING "VOCABULARY " DELIMITED BY SIZE
                INTO WS-RelHold-Reasons WITH POINTER WS-RelHold-Ptr
              END-STRING
            END-IF
            IF WS-RunStatus = "CHANGED" THEN
              STRING "CHANGED " DELIMITED BY SIZE
                INTO WS-RelHold-Reasons WITH POINTER WS-RelHold-Ptr
              END-STRING
            END-IF
            IF WS-RunStatus = "UNCHANGED" THEN
              MOVE "KEPT" TO WS-RelHold-Action
              IF WS-RelHold-Reasons NOT = SPACES THEN
                PERFORM Probe-Release-Hold THRU Probe-Release-Hold-Exit
                IF WS-RelHold-Found = 0 THEN
                  MOVE "HELD" TO WS-RelHold-Action
                END-IF
              END-IF
            ELSE
              IF WS-RelHold-Reasons NOT = SPACES THEN
                MOVE "HELD" TO WS-RelHold-Action
              ELSE
                MOVE "NONE" TO WS-RelHold-Action
              END-IF
            END-IF.

      /Probe-Release-Hold looks for this family on the queue without
      /changing it. No queue yet, or no entry for the family, leaves
      /WS-RelHold-Found at 0; a queue that cannot be opened counts
      /as no entry, and Post-Release-Hold reports the open failure.
        Probe-Release-Hold.
            MOVE 0 TO WS-RelHold-Found
            OPEN INPUT ReleaseHoldFile
            IF WS-RelHoldStatus NOT = "00" THEN
              GO TO Probe-Release-Hold-Exit
            END-IF
            MOVE WS-BaseName TO HLD-BaseName
            READ ReleaseHoldFile
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE 1 TO WS-RelHold-Found
            END-READ
            CLOSE ReleaseHoldFile.
        Probe-Release-Hold-Exit.
            EXIT.

      /Post-Release-Hold carries the decision to RELHOLD. A HELD
      /family gets a fresh entry, replacing any earlier decision on
      /it, since this output is new and nobody has looked at it. A
      /clean family takes a stale hold off the queue; a decided
      /entry stays on file as history. A KEPT family only brings a
      /waiting entry's run status up to date. The queue is created
      /the first time something is held; a queue that cannot be
      /opened when a family must be held grades the run 8, because
      /a hold nobody recorded is a letter that ships unreviewed.
        Post-Release-Hold.
            OPEN I-O ReleaseHoldFile
            IF WS-RelHoldStatus = "35" THEN
              IF WS-RelHold-Action NOT = "HELD" THEN
                GO TO Post-Release-Hold-Exit
              END-IF
              OPEN OUTPUT ReleaseHoldFile
              IF WS-RelHoldStatus = "00" THEN
                CLOSE ReleaseHoldFile
                OPEN I-O ReleaseHoldFile
              END-IF
            END-IF
            IF WS-RelHoldStatus NOT = "00" AND
               WS-RelHoldStatus NOT = "05" THEN
              DISPLAY "Unable to open release hold queue, status "
                WS-RelHoldStatus
              IF WS-RelHold-Action = "HELD" THEN
                DISPLAY FUNCTION TRIM(WS-BaseName)
                  " should be held and is not on the queue"
                MOVE 8 TO WS-NewRC
                PERFORM Raise-Return-Code
              END-IF
              GO TO Post-Release-Hold-Exit
            END-IF
            MOVE 0 TO WS-RelHold-Found
            MOVE WS-BaseName TO HLD-BaseName
            READ ReleaseHoldFile
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE 1 TO WS-RelHold-Found
            END-READ
            IF WS-RelHold-Action = "HELD" THEN
              MOVE SPACES TO HLD-Record
              MOVE WS-BaseName TO HLD-BaseName
              MOVE WS-FileName TO HLD-DocName
              MOVE WS-AuditTimestamp TO HLD-HeldAt
              MOVE "HELD" TO HLD-Status
              MOVE WS-RunStatus TO HLD-RunStatus
              MOVE WS-RelHold-Reasons TO HLD-Reasons
              MOVE WS-Overflow-Count TO HLD-Overflow
              MOVE WS-Unres-Count TO HLD-Unresolved
              MOVE WS-Spell-Count TO HLD-Vocabulary
              IF WS-RelHold-Found = 1 THEN
                REWRITE HLD-Record
              ELSE
                WRITE HLD-Record
              END-IF
              IF WS-RelHoldStatus = "00" THEN
                DISPLAY "Held for release: " FUNCTION TRIM(WS-BaseName)
                  " (" FUNCTION TRIM(WS-RelHold-Reasons) ")"
              ELSE
                DISPLAY "Unable to hold " FUNCTION TRIM(WS-BaseName)
                  ", status " WS-RelHoldStatus
                MOVE 8 TO WS-NewRC
                PERFORM Raise-Return-Code
              END-IF
            ELSE
              IF WS-RelHold-Found = 1 AND HLD-Status = "HELD" THEN
                IF WS-RelHold-Action = "NONE" THEN
                  DELETE ReleaseHoldFile
                  DISPLAY "Stale hold removed: "
                    FUNCTION TRIM(WS-BaseName)
                ELSE
                  MOVE WS-RunStatus TO HLD-RunStatus
                  REWRITE HLD-Record
                END-IF
                IF WS-RelHoldStatus NOT = "00" THEN
                  DISPLAY "Unable to update the hold on "
                    FUNCTION TRIM(WS-BaseName)
                    ", status " WS-RelHoldStatus
                END-IF
              END-IF
            END-IF
            CLOSE ReleaseHoldFile.
        Post-Release-Hold-Exit.
            EXIT.

      /Apply-Document-Profile reads this document's DOCPROFL card
      /and lets it override the run-level width, justification,
      /page length, column count and reading grade limit. No
      /profile file on the job, or no card for this name, changes
      /nothing; a card field left zero or space keeps
      /the run-level setting, so a card can override just the one
      /figure it cares about. The width honors the same 80-column
      /ceiling the PARM does.
              IF PRF-PageLen > 0 THEN
                MOVE PRF-PageLen TO WS-PageLen
              END-IF
              IF PRF-Columns = 1 OR PRF-Columns = 2 THEN
                MOVE PRF-Columns TO WS-Columns
              END-IF
              IF PRF-ReadGrade > 0 THEN
                MOVE PRF-ReadGrade TO WS-ReadGrade
              END-IF
            END-IF
            CLOSE ProfileFile.
        Apply-Document-Profile-Exit.
            EXIT.

      /Settle-Column-Layout works out the page once the width and
      /column count for this document are final. Two columns need a
      /page of at least 20 so each column holds a usable line; a
      /narrower page runs in one column and says so. The column
      /table holds two pages' columns of 100 lines at most, so a
      /two-column PAGELEN is held to 100.
        Settle-Column-Layout.
            MOVE WS-ScreenWidth TO WS-Page-Width
            MOVE 0 TO WS-Col-Used
            IF WS-Columns NOT = 2 THEN
              MOVE 1 TO WS-Columns
              GO TO Settle-Column-Layout-Exit
            END-IF
            IF WS-Page-Width < 20 THEN
              DISPLAY "Two columns need a width of 20 or more; "
                FUNCTION TRIM(WS-FileName) " runs in one column"
              MOVE 1 TO WS-Columns
              GO TO Settle-Column-Layout-Exit
            END-IF
            IF WS-PageLen > 100 THEN
              DISPLAY "Two-column page length held to 100 for "
                FUNCTION TRIM(WS-FileName)
              MOVE 100 TO WS-PageLen
            END-IF
            COMPUTE WS-ScreenWidth =
              (WS-Page-Width - WS-Col-Gutter) / 2
            COMPUTE WS-Col-Right-Start =
              WS-ScreenWidth + WS-Col-Gutter + 1
            IF WS-PageLen > 0 THEN
              MULTIPLY WS-PageLen BY 2 GIVING WS-Col-Capacity
            ELSE
              MOVE 200 TO WS-Col-Capacity
            END-IF.
        Settle-Column-Layout-Exit.
            EXIT.

      /Post-Keyword-Index copies the concordance table into KEYWDIDX:
      /one card per distinct word of this document, read by word plus
      /document name and rewritten - or cut fresh - the same way
              DISPLAY "File status: " WS-KeywordStatus
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
                  DISPLAY "ScreenReader: another "
                    FUNCTION TRIM(WS-Lock-Program)
                    " run posted its lock first"
                NOT INVALID KEY
                  MOVE 1 TO WS-Lock-Held
              END-WRITE
            END-IF
            CLOSE LockFile
            IF WS-Lock-Conflict = 1 THEN
              DISPLAY "ScreenReader: not started; LockMaint CLEAR"
                " removes a lock left behind by a failed job"
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
                  DISPLAY "ScreenReader: RUNLOCK is held by "
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

      /Mark-In-Flight writes WS-InFlight-Name onto this run's own
      /RUNLOCK entry: the document about to be reformatted, or
      /spaces once it is finished. A lock file that will not open
      /here costs only the marking, never the document.
        Mark-In-Flight.
            IF WS-Lock-Held = 1 THEN
              OPEN I-O LockFile
              IF WS-LockStatus = "00" THEN
                MOVE WS-Lock-Program TO LCK-Program
                READ LockFile
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                    MOVE WS-InFlight-Name TO LCK-DocName
                    REWRITE LCK-Record
                      INVALID KEY CONTINUE
                    END-REWRITE
                END-READ
                CLOSE LockFile
              ELSE
                DISPLAY "Unable to mark run lock, status "
                  WS-LockStatus
              END-IF
            END-IF.
