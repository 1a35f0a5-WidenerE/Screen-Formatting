      /The records-management interface record, 200 bytes fixed.
      /RMExtract writes one file per extract: a header, one detail
      /per document reformatted since the last extract, and a
      /trailer. RMX-Type says which view of RMX-Body applies.
      /
      /  H  header   the extract date and time, the extract sequence
      /              number (one higher every night, the same again
      /              on a RESEND), and the first and last AUDITFL
      /              timestamps the extract covers
      /  D  detail   one document: its latest run in the extract -
      /              timestamp, status (CHANGED, UNCHANGED,
      /              INCOMPLETE, VERIFY-FAIL), line and word counts
      /              - how many runs the extract covers, where the
      /              outputs stand (ONLINE, ARCHIVED, RESTORED, or
      /              NOCARD when the catalog has no card), the
      /              release decision, and the output file names
      /  T  trailer  the sequence number again, the number of detail
      /              records, and the hash total: the sum over the
      /              detail records of lines plus words
      /
      /The receiving side rejects a file whose trailer does not
      /match its details (a short file) or whose sequence number it
      /has already taken (a duplicate) unless the header marks it
      /as a RESEND.
      /RMX-D-OutName is the .OUT the run wrote: document.OUT, or
      /for a mail-merge template the first recipient's
      /document.001.OUT, with RMX-D-Recips the number of recipient
      /letters found on disk. RMX-D-Reports names the companion
      /reports found beside it, four bytes each (CHG FRQ PRV ...).
      /An archived document's outputs are in the ARCHIVE file, not
      /on disk, so its detail carries the .OUT name alone.
        01 RMX-Record.
                05 RMX-Type PIC X(1).
                05 RMX-Body PIC X(199).
                05 RMX-Header REDEFINES RMX-Body.
                        10 RMX-H-System PIC X(12).
                        10 RMX-H-Date PIC X(8).
                        10 RMX-H-Time PIC X(6).
                        10 RMX-H-Seq PIC 9(6).
                        10 RMX-H-Resend PIC X(1).
                        10 RMX-H-FromStamp PIC X(15).
                        10 RMX-H-ToStamp PIC X(15).
                        10 FILLER PIC X(136).
                05 RMX-Detail REDEFINES RMX-Body.
                        10 RMX-D-DocName PIC X(30).
                        10 RMX-D-RunStamp PIC X(15).
                        10 RMX-D-Status PIC X(12).
                        10 RMX-D-Lines PIC 9(8).
                        10 RMX-D-Words PIC 9(8).
                        10 RMX-D-Runs PIC 9(5).
                        10 RMX-D-ArchStatus PIC X(8).
                        10 RMX-D-ArchDate PIC X(8).
                        10 RMX-D-RelStatus PIC X(8).
                        10 RMX-D-OutName PIC X(40).
                        10 RMX-D-Recips PIC 9(3).
                        10 RMX-D-Reports PIC X(28).
                        10 FILLER PIC X(26).
                05 RMX-Trailer REDEFINES RMX-Body.
                        10 RMX-T-Seq PIC 9(6).
                        10 RMX-T-Count PIC 9(8).
                        10 RMX-T-Hash PIC 9(15).
                        10 FILLER PIC X(170).
