      *was written. A reject row from before the reject date was
      *carried has no usable date and stays live.
      *
      *No parameters for the monthly run. 'C' on the command line
      *instead converts the audit trail and reject files written
      *before a record layout was widened (see below) and does no
      *archiving. Either way the run holds the RunControl.dat lock
      *while it runs - rewriting the audit trail in place must not
      *race the jobs that append to it.
      *
      *Modification history:
      *  - Movies.rej rows now carry the vendor source code after the
      *    reject date; the reject archive and work records are
      *    widened to match so the code survives archiving.
      *  - MovieAudit.dat entries now carry the signed-on operator and
      *    the approving supervisor after the after-image; the audit
      *    archive and work records are widened to match.
      *  - Added the C (convert) run for the two widenings above.
      *    MovieAudit.dat grew from 3679 to 3695 bytes a record and
      *    Movies.rej from 1601 to 1604, and a fixed-length file in
      *    the old layout reads misaligned through the new one. Run
      *    Housekeep C once, at cutover, before any program with the
      *    wider layouts runs: it pads every record of the live
      *    MovieAudit.dat and Movies.rej, and of every MovieAudit and
      *    MovieRej archive listed in ArchiveDir.dat, with trailing
      *    spaces (16 and 3 bytes). A file whose records do not all
      *    read as the old layout - already converted, or appended
      *    to in the new layout since - is left as it is and
      *    reported.

       environment division.
       input-output section.
               organization is sequential
               file status is TempFileStatus.

           select OldAuditFile assign to ConvertPath
               organization is sequential
               file status is ConvertStatus.

           select OldRejectFile assign to ConvertPath
               organization is sequential
               file status is ConvertStatus.

           select optional RejectFile assign to "./Movies.rej"
               organization is sequential
               file status is RejectFileStatus.
          05 AuditAction      pic x.
          05 AuditBeforeImage pic x(1824).
          05 AuditAfterImage  pic x(1824).
          05 AuditOperator    pic x(8).
          05 AuditApprover    pic x(8).

       fd AuditArchFile.
       01 AuditArchRecord     pic x(3695).

       fd AuditTempFile.
       01 AuditTempRecord     pic x(3695).

       fd RatingHistFile.
       01 RatingHistRecord.
      *numeric guard, which is the cue to stamp it.
          05 filler           pic x(2).
          05 RejectDate       pic 9(8).
      *The source code trails the date for the same reason; a blank
      *one is the standard ./Movies.csv feed.
          05 filler           pic x(2).
          05 RejectSource     pic x.

       fd RejectArchFile.
       01 RejectArchRecord    pic x(1604).

       fd RejectTempFile.
       01 RejectTempRecord    pic x(1604).

      *The audit and reject layouts as they stood before the operator
      *stamps and the vendor source code were added, with only the
      *fields the conversion checks to recognise a record named.
       fd OldAuditFile.
       01 OldAuditRecord.
          05 OldAuditMovieID  pic x(5).
          05 OldAuditDate     pic x(8).
          05 OldAuditTime     pic x(6).
          05 filler           pic x(11).
          05 OldAuditAction   pic x.
          05 filler           pic x(3648).

       fd OldRejectFile.
       01 OldRejectRecord.
          05 OldRejectLineNumber pic x(7).
          05 filler              pic x(1594).

       fd ArchiveDirFile.
       01 ArchiveDirRecord.
       01 HistTotalsWork     pic x(60).
       01 TimeWork           pic 9(8).

       01 Parameter          pic x(10).
       01 HousekeepModeSwitch pic x value 'H'.
          88 MonthlyHousekeeping value 'H'.
          88 ConvertLayouts      value 'C'.

       01 ConvertPath        pic x(30).
       01 ConvertStatus      pic x(2).
       01 ConvertCount       pic 9(7).
       01 AuditConverted     pic 9(7) value 0.
       01 RejectConverted    pic 9(7) value 0.
       01 FilesConverted     pic 9(3) value 0.
       01 OldLayoutSwitch    pic x.
          88 OldLayoutFound  value 'Y'.
          88 NotOldLayout    value 'N'.

       procedure division.
           move spaces to Parameter
           accept Parameter from command-line
           if Parameter(1:1) = 'C' or Parameter(1:1) = 'c'
               set ConvertLayouts to true
           end-if
           perform CheckRunControl
           perform SetRunControlLock
           accept TodayDate from date yyyymmdd
           move spaces to HistTotalsWork
           perform WriteRunHistory

           if ConvertLayouts
               perform ConvertRecordLayouts
           end-if

           display "===== Housekeeping run " TodayDate " ====="

           perform HousekeepAuditFile
           move TimeWork(1:6) to HistTime
           move "Housekeep" to HistProgram
           move HistEventWork to HistEvent
           move HousekeepModeSwitch to HistMode
           move HistTotalsWork to HistTotals
           write RunHistoryRecord
           close RunHistoryFile.
           end-perform
           close RejectTempFile
           close RejectFile.

      *----------------------------------------------------------------
      * The C run: every MovieAudit and Movies.rej file in the old
      * record layout - the live ones and each archive ArchiveDir.dat
      * lists - is padded out to the current one, and the run ends
      * without any monthly archiving.
      *----------------------------------------------------------------
       ConvertRecordLayouts.
           display "===== Record layout conversion " TodayDate
                   " ====="
           move "./MovieAudit.dat" to ConvertPath
           perform ConvertAuditFile
           open input ArchiveDirFile
           if ArchiveDirStatus = '00'
               read ArchiveDirFile
               perform ConvertOneArchive
                 until ArchiveDirStatus not = '00'
           end-if
           close ArchiveDirFile
           move "./Movies.rej" to ConvertPath
           perform ConvertRejectFile

           display " "
           display "A file not all in the old layout was converted "
                   "already, or has been"
           display "written to in the new layout since - either way "
                   "it is not touched."
           display "Files converted:     " FilesConverted
           display "Audit entries:       " AuditConverted
           display "Reject rows:         " RejectConverted
           display "====================================="

           move "END" to HistEventWork
           move spaces to HistTotalsWork
           string "AUD=" delimited by size
                  AuditConverted delimited by size
                  " REJ=" delimited by size
                  RejectConverted delimited by size
                  " FILES=" delimited by size
                  FilesConverted delimited by size
             into HistTotalsWork
           end-string
           perform WriteRunHistory
           perform ClearRunControlLock
           stop run.

       ConvertOneArchive.
           evaluate ArcFileType
             when "MovieAudit"
               move ArcPath to ConvertPath
               perform ConvertAuditFile
             when "MovieRej"
               move ArcPath to ConvertPath
               perform ConvertRejectFile
           end-evaluate
           read ArchiveDirFile.

      *----------------------------------------------------------------
      * A file is converted only when every record reads as a sound
      * old-layout entry - numeric MovieID, date and time, and a W, R
      * or D action. A file already in the new layout fails that at
      * its second record, which the old record length starts
      * sixteen bytes early, so running the conversion twice does no
      * harm.
      *----------------------------------------------------------------
       ConvertAuditFile.
           move 0 to ConvertCount
           set OldLayoutFound to true
           open input OldAuditFile
           if ConvertStatus not = '00'
               display "Not on file, nothing to convert:  " ConvertPath
           else
               read OldAuditFile
               perform CheckOldAuditEntry
                 until ConvertStatus not = '00' or NotOldLayout
               close OldAuditFile
               evaluate true
                 when NotOldLayout
                   display "Not all in the old layout, left:  "
                           ConvertPath
                 when ConvertCount = 0
                   display "Empty, nothing to convert:        "
                           ConvertPath
                 when other
                   perform PadAuditFile
               end-evaluate
           end-if.

       CheckOldAuditEntry.
           if OldAuditMovieID not numeric
            or OldAuditDate not numeric
            or OldAuditTime not numeric
            or (OldAuditAction not = 'W' and OldAuditAction not = 'R'
                and OldAuditAction not = 'D')
               set NotOldLayout to true
           else
               add 1 to ConvertCount
               read OldAuditFile
               if ConvertStatus not = '00'
                and ConvertStatus not = '10'
                   set NotOldLayout to true
               end-if
           end-if.

      *----------------------------------------------------------------
      * The old record moved into the wider one is padded with the
      * spaces a blank operator and approver carry. The padded copy
      * goes to the work file and is then copied back over the
      * original, the way the monthly run replaces the live file.
      *----------------------------------------------------------------
       PadAuditFile.
           open input OldAuditFile
           open output AuditTempFile
           read OldAuditFile
           perform until ConvertStatus not = '00'
               move OldAuditRecord to AuditTempRecord
               write AuditTempRecord
               read OldAuditFile
           end-perform
           close OldAuditFile
           close AuditTempFile

           move ConvertPath to AuditArchPath
           open input AuditTempFile
           open output AuditArchFile
           read AuditTempFile
           perform until TempFileEndOfFile
               move AuditTempRecord to AuditArchRecord
               write AuditArchRecord
               read AuditTempFile
           end-perform
           close AuditTempFile
           close AuditArchFile
           add ConvertCount to AuditConverted
           add 1 to FilesConverted
           display ConvertCount " entries padded:          "
                   ConvertPath.

      *----------------------------------------------------------------
      * Same for a reject file: every row must start with its numeric
      * CSV line number. A file already in the new layout fails that
      * at its second row, which the old length starts three bytes
      * early, on the previous row's blank filler.
      *----------------------------------------------------------------
       ConvertRejectFile.
           move 0 to ConvertCount
           set OldLayoutFound to true
           open input OldRejectFile
           if ConvertStatus not = '00'
               display "Not on file, nothing to convert:  " ConvertPath
           else
               read OldRejectFile
               perform CheckOldRejectRow
                 until ConvertStatus not = '00' or NotOldLayout
               close OldRejectFile
               evaluate true
                 when NotOldLayout
                   display "Not all in the old layout, left:  "
                           ConvertPath
                 when ConvertCount = 0
                   display "Empty, nothing to convert:        "
                           ConvertPath
                 when other
                   perform PadRejectFile
               end-evaluate
           end-if.

       CheckOldRejectRow.
           if OldRejectLineNumber not numeric
               set NotOldLayout to true
           else
               add 1 to ConvertCount
               read OldRejectFile
               if ConvertStatus not = '00'
                and ConvertStatus not = '10'
                   set NotOldLayout to true
               end-if
           end-if.

       PadRejectFile.
           open input OldRejectFile
           open output RejectTempFile
           read OldRejectFile
           perform until ConvertStatus not = '00'
               move OldRejectRecord to RejectTempRecord
               write RejectTempRecord
               read OldRejectFile
           end-perform
           close OldRejectFile
           close RejectTempFile

           move ConvertPath to RejectArchPath
           open input RejectTempFile
           open output RejectArchFile
           read RejectTempFile
           perform until TempFileEndOfFile
               move RejectTempRecord to RejectArchRecord
               write RejectArchRecord
               read RejectTempFile
           end-perform
           close RejectTempFile
           close RejectArchFile
           add ConvertCount to RejectConverted
           add 1 to FilesConverted
           display ConvertCount " rows padded:             "
                   ConvertPath.
