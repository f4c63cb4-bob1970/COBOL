      *    happened. An inquiry reaching back past the retention
      *    period answers from the archive instead of silently
      *    answering only from the live file.
      *  - Each entry now shows the operator signed on to the program
      *    that made the change and, for a delete, merge, genre
      *    rename or alias apply, the supervisor who released it.
      *    Added an O,operid inquiry listing every change stamped
      *    with one operator's ID. Entries written before operators
      *    signed on show the operator as not recorded.
      *  - Before this version first runs on an installation with an
      *    existing MovieAudit.dat, run Housekeep C once: it pads the
      *    entries written in the old 3679-byte layout, live and
      *    archived, to the 3695 bytes the operator stamps need.
      *    An unconverted file reads misaligned here.
      *
      *Command line:
      *  M,nnnnn             - history for MovieID nnnnn (5 digits,
      *                        zero filled, as MovieMaint takes it)
      *  D,yyyymmdd          - entries on or after that date
      *  D,yyyymmdd,yyyymmdd - entries in that date range inclusive
      *  O,operid            - entries stamped with that operator

       environment division.
       input-output section.
          05 AuditAction      pic x.
          05 AuditBeforeImage pic x(1824).
          05 AuditAfterImage  pic x(1824).
          05 AuditOperator    pic x(8).
          05 AuditApprover    pic x(8).

       fd AuditArchFile.
       01 AuditArchRecord     pic x(3695).

       fd ArchiveDirFile.
       01 ArchiveDirRecord.
          05 InquiryType     pic x.
             88 MovieIDInquiry   value 'M'.
             88 DateRangeInquiry value 'D'.
             88 OperatorInquiry  value 'O'.
          05 InquiryValue1   pic x(10).
          05 InquiryValue2   pic x(10).

       01 RequestedMovieID   pic 9(5).
       01 RequestedOperator  pic x(8).
       01 FromDate           pic 9(8).
       01 ThruDate           pic 9(8).
       01 EntriesListed      pic 9(5) value 0.
          05 EntryAction      pic x.
          05 EntryBeforeImage pic x(1824).
          05 EntryAfterImage  pic x(1824).
          05 EntryOperator    pic x(8).
          05 EntryApprover    pic x(8).

      *Scalar fields of a MovieRecord image, so the interesting parts
      *of a before or after image can be shown without dumping the
             delimited by ', ' or ','
             into InquiryType InquiryValue1 InquiryValue2
           end-unstring
           evaluate true
             when MovieIDInquiry
               move InquiryValue1(1:5) to RequestedMovieID
             when OperatorInquiry
               move InquiryValue1(1:8) to RequestedOperator
               inspect RequestedOperator converting
                   "abcdefghijklmnopqrstuvwxyz"
                   to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
             when other
               set DateRangeInquiry to true
               move InquiryValue1(1:8) to FromDate
               if InquiryValue2 = spaces
               else
                   move InquiryValue2(1:8) to ThruDate
               end-if
           end-evaluate.

      *----------------------------------------------------------------
      * Housekeep lists every archive it writes in ArchiveDir.dat
      * with the date range it covers. A MovieID or operator inquiry
      * has no date to go by, so it scans every MovieAudit archive; a
      * date-range inquiry scans only the archives whose range
      * overlaps the one asked for. The directory is in the order the
      * archives were written - oldest entries first - so the history
      * still prints in the order it happened, ahead of the live file.
      *----------------------------------------------------------------
       ScanArchives.
           open input ArchiveDirFile

       CheckOneArchive.
           if ArcFileType = "MovieAudit"
               if MovieIDInquiry or OperatorInquiry
                or (ArcThruDate >= FromDate
                    and ArcFromDate <= ThruDate)
                   move ArcPath to ArchPathWork

       FilterAndDisplayEntry.
           set EntryNotWanted to true
           evaluate true
             when MovieIDInquiry
               if EntryMovieID = RequestedMovieID
                   set EntryWanted to true
               end-if
             when OperatorInquiry
               if EntryOperator = RequestedOperator
                   set EntryWanted to true
               end-if
             when other
               if EntryDate >= FromDate and EntryDate <= ThruDate
                   set EntryWanted to true
               end-if
           end-evaluate
           if EntryWanted
               perform DisplayAuditEntry
           end-if.
                   " by " EntryProgram
                   " mode " EntryRunMode
                   " action " EntryAction
           perform DisplayEntryOperator
           move EntryBeforeImage to ImageArea
           move "  Before" to ImageLabel
           perform DisplayImageFields
           perform DisplayImageFields
           display " ".

      *----------------------------------------------------------------
      * Entries written before operators signed on - and the
      * unattended load's - carry no operator. Only the destructive
      * changes that go through the approval queue carry an approver.
      *----------------------------------------------------------------
       DisplayEntryOperator.
           if EntryOperator = spaces
               display "  Operator: (not recorded)"
           else
               if EntryApprover = spaces
                   display "  Operator: " EntryOperator
               else
                   display "  Operator: " EntryOperator
                           "  approved by: " EntryApprover
               end-if
           end-if.

       DisplayImageFields.
           if ImageArea = spaces
               display ImageLabel ": (none)"
