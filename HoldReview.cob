      *"Title" is reserved in some dialects; release it so the
      *record layouts can keep using it as a data name.
       >>cobol-words undefine "title"
       identification division.
       program-id. HoldReview.
       author. Bob Stevenson.
      *Review of the Rating changes held in RatingSusp.dat. Csv2Vsam's
      *delta load, RejRecycle and MovieBatch store everything else on
      *a row but keep the old Rating when the new one swings by more
      *than the tolerance on RatingTol.dat, and park the new score
      *here. Each pending item is shown with the score it would
      *replace and the title's current Rating, and the operator
      *releases it (the held score is stored, with the RatingHist.dat
      *entry and MovieAudit.dat after-image any rating change
      *leaves), rejects it (the catalog keeps its score) or skips it
      *for another day. Reviewed items stay on RatingSusp.dat marked
      *released or rejected with the date and time of the decision,
      *so a disputed score can be traced back to its review.
      *Refuses to run while RunControl.dat says a load (or a restore)
      *has the catalog in-use, and appends its start/end to
      *RunHistory.dat like the other nightly jobs.
      *
      *RatingSusp.dat layout (fixed, one held change a record):
      *  MovieID, date/time held, program, run mode, old Rating, new
      *  Rating, Title, status (P pending, R released, X rejected),
      *  date/time reviewed, vendor source code.
      *
      *Command line: 'L' lists the pending items without prompting;
      *anything else (or nothing) reviews them one at a time.
      *
      *Modification history:
      *  - The MovieAudit.dat layout now ends with the operator and
      *    approving supervisor behind each change.
      *  - The operator must now sign on (MOVIEOPER in the
      *    environment, or keyed at the console) with an ID on
      *    Operator.idx, stamped on the RunHistory START entry and on
      *    the MovieAudit.dat entry each release writes.
      *  - Before this version first runs on an installation with an
      *    existing MovieAudit.dat, run Housekeep C once: it pads the
      *    entries written in the old 3679-byte layout, live and
      *    archived, to the 3695 bytes the operator stamps need.
      *    Appending the wider entries to an unconverted file would
      *    leave it unreadable.

       environment division.
       input-output section.
       file-control.
           select MovieFile assign to "./Movies.idx"
               organization is indexed
               access mode is dynamic
               record key is MovieID
               alternate record key is Title
                   with duplicates
               alternate record key is ContentRating
                   with duplicates
               file status is FileStatus.

           select optional SuspenseFile
               assign to "./RatingSusp.dat"
               organization is sequential
               file status is SuspenseStatus.

           select SuspenseWorkFile
               assign to "./RatingSusp.tmp"
               organization is sequential
               file status is SuspenseWorkStatus.

           select optional MovieAuditFile assign to "./MovieAudit.dat"
               organization is sequential
               file status is AuditFileStatus.

           select optional RatingHistFile
               assign to "./RatingHist.dat"
               organization is sequential
               file status is RatingHistStatus.

           select optional RunControlFile
               assign to "./RunControl.dat"
               organization is sequential
               file status is RunControlStatus.

           select optional RunHistoryFile
               assign to "./RunHistory.dat"
               organization is sequential
               file status is RunHistoryStatus.

           select optional OperatorFile
               assign to "./Operator.idx"
               organization is indexed
               access mode is dynamic
               record key is OperatorID
               file status is OperatorStatus.

       data division.
       file section.
       fd MovieFile.
       01 MovieRecord.
          05 MovieID       pic 9(5).
          05 Title         pic x(100).
          05 Studio        pic x(50).
          05 Director      pic x(50).
          05 ContentRating pic x(10).
          05 Rating        pic x(5).
          05 Summary       pic x(1000).
          05 GenreCount    pic 9(2).
          05 Genre occurs 10 times depending on GenreCount
                           pic x(25).
          05 ReleaseYear   pic 9(4).
          05 filler        pic x(46).
          05 ActorCount    pic 9(2).
          05 Actor occurs 10 times depending on ActorCount
                           pic x(30).

       fd SuspenseFile.
       01 SuspenseRecord.
          05 SuspMovieID       pic 9(5).
          05 SuspDate          pic 9(8).
          05 SuspTime          pic 9(6).
          05 SuspProgram       pic x(12).
          05 SuspRunMode       pic x.
          05 SuspOldRating     pic x(5).
          05 SuspNewRating     pic x(5).
          05 SuspTitle         pic x(60).
          05 SuspStatus        pic x.
             88 SuspPending    value 'P'.
             88 SuspReleased   value 'R'.
             88 SuspRejected   value 'X'.
          05 SuspReviewDate    pic 9(8).
          05 SuspReviewTime    pic 9(6).
          05 SuspSource        pic x.
          05 filler            pic x(20).

       fd SuspenseWorkFile.
       01 SuspenseWorkRecord  pic x(138).

       fd MovieAuditFile.
       01 MovieAuditRecord.
          05 AuditMovieID     pic 9(5).
          05 AuditDate        pic 9(8).
          05 AuditTime        pic 9(6).
          05 AuditProgram     pic x(10).
          05 AuditRunMode     pic x.
          05 AuditAction      pic x.
          05 AuditBeforeImage pic x(1824).
          05 AuditAfterImage  pic x(1824).
          05 AuditOperator    pic x(8).
          05 AuditApprover    pic x(8).

       fd RatingHistFile.
       01 RatingHistRecord.
          05 RatingHistMovieID pic 9(5).
          05 RatingHistDate    pic 9(8).
          05 RatingHistTime    pic 9(6).
          05 RatingHistProgram pic x(12).
          05 OldRating         pic x(5).
          05 NewRating         pic x(5).

       fd RunControlFile.
       01 RunControlRecord.
          05 LockFlag     pic x.
          05 LockProgram  pic x(12).
          05 LockDate     pic 9(8).
          05 LockTime     pic 9(6).

       fd RunHistoryFile.
       01 RunHistoryRecord.
          05 HistDate     pic 9(8).
          05 HistTime     pic 9(6).
          05 HistProgram  pic x(12).
          05 HistEvent    pic x(5).
          05 HistMode     pic x.
          05 HistTotals   pic x(60).

       fd OperatorFile.
       01 OperatorRecord.
          05 OperatorID        pic x(8).
          05 OperatorName      pic x(30).
          05 OperatorLevel     pic x.
             88 OperatorIsSupervisor value 'S'.
             88 OperatorIsOperator   value 'O'.
          05 OperatorAddedDate pic 9(8).
          05 OperatorAddedBy   pic x(8).
          05 filler            pic x(25).

       working-storage section.
       01 FileStatus         pic x(2).
          88 FileOK          value '00'.
          88 EndOfFile       value '10'.
          88 RecordNotFound  value '23'.

       01 SuspenseStatus     pic x(2).
          88 SuspenseOK          value '00'.
          88 SuspenseEndOfFile   value '10'.
       01 SuspenseWorkStatus pic x(2).
          88 SuspenseWorkOK        value '00'.
          88 SuspenseWorkEndOfFile value '10'.
       01 AuditFileStatus    pic x(2).
       01 RatingHistStatus   pic x(2).

       01 Parameter          pic x(20).
       01 ReviewModeSwitch   pic x.
          88 ListOnly        value 'L'.
          88 ReviewItems     value 'R'.

       01 QuitSwitch         pic x value 'N'.
          88 ReviewStopped   value 'Y'.
          88 ReviewGoingOn   value 'N'.

       01 DecisionReply      pic x.
       01 CurrentRatingWork  pic x(5).
       01 OldRatingWork      pic x(5).

       01 AuditTimeWork      pic 9(8).
       01 AuditBeforeWork    pic x(1824).
       01 AuditActionWork    pic x.

       01 ItemsRead          pic 9(5) value 0.
       01 ItemsPending       pic 9(5) value 0.
       01 ItemsReleased      pic 9(5) value 0.
       01 ItemsRejected      pic 9(5) value 0.
       01 ItemsLeft          pic 9(5) value 0.

       01 RunControlStatus   pic x(2).
          88 RunControlOK        value '00'.
          88 RunControlEndOfFile value '10'.
       01 RunHistoryStatus   pic x(2).

       01 HistEventWork      pic x(5).
       01 HistTotalsWork     pic x(60).

       01 OperatorStatus     pic x(2).
       01 SignOnID           pic x(8).
       01 SignOnLevel        pic x.
          88 SignOnSupervisor value 'S'.

       procedure division.
           perform CheckRunControl
           perform GetParameters
           perform SignOnOperator
           move "START" to HistEventWork
           move spaces to HistTotalsWork
           string "OPER=" delimited by size
                  SignOnID delimited by size
             into HistTotalsWork
           end-string
           perform WriteRunHistory

           if ListOnly
               display "===== Rating changes held for review ====="
           else
               display "===== Rating hold review ====="
           end-if

           open input SuspenseFile
           if not SuspenseOK
               display "RatingSusp.dat not available (status "
                       SuspenseStatus ") - nothing held"
           else
               if ListOnly
                   open input MovieFile
               else
                   open i-o MovieFile
                   open extend MovieAuditFile
                   open extend RatingHistFile
                   open output SuspenseWorkFile
               end-if
               read SuspenseFile
               perform ReviewOneItem
                 until SuspenseEndOfFile
               close MovieFile
               if ReviewItems
                   close MovieAuditFile
                   close RatingHistFile
                   close SuspenseWorkFile
               end-if
           end-if
           close SuspenseFile

           if ReviewItems and ItemsRead > 0
               perform RewriteSuspenseFile
           end-if

           compute ItemsLeft = ItemsPending - ItemsReleased
                             - ItemsRejected
           display " "
           display "===== HoldReview totals ====="
           display "Items on RatingSusp.dat: " ItemsRead
           display "Pending at start:        " ItemsPending
           display "Released:                " ItemsReleased
           display "Rejected:                " ItemsRejected
           display "Still pending:           " ItemsLeft
           display "============================="

           move "END" to HistEventWork
           move spaces to HistTotalsWork
           string "READ=" delimited by size
                  ItemsRead delimited by size
                  " PEND=" delimited by size
                  ItemsPending delimited by size
                  " REL=" delimited by size
                  ItemsReleased delimited by size
                  " REJ=" delimited by size
                  ItemsRejected delimited by size
                  " LEFT=" delimited by size
                  ItemsLeft delimited by size
             into HistTotalsWork
           end-string
           perform WriteRunHistory
           stop run.

      *----------------------------------------------------------------
      * A release rewrites a catalog record, so it must not race a
      * load: while RunControl.dat says a load (or a restore) has the
      * catalog in-use, say so and stop.
      *----------------------------------------------------------------
       CheckRunControl.
           open input RunControlFile
           if RunControlOK
               read RunControlFile
               if not RunControlEndOfFile and LockFlag = 'L'
                   display "Movies.idx is in use by " LockProgram
                           " (since " LockDate " " LockTime ")"
                   display "Try again after the load completes, or "
                           "resume/restore it if it abended"
                   close RunControlFile
                   stop run
               end-if
           end-if
           close RunControlFile.

       WriteRunHistory.
           open extend RunHistoryFile
           move spaces to RunHistoryRecord
           accept HistDate from date yyyymmdd
           accept AuditTimeWork from time
           move AuditTimeWork(1:6) to HistTime
           move "HoldReview" to HistProgram
           move HistEventWork to HistEvent
           move ReviewModeSwitch to HistMode
           move HistTotalsWork to HistTotals
           write RunHistoryRecord
           close RunHistoryFile.

       GetParameters.
           move spaces to Parameter
           accept Parameter from command-line
           if Parameter(1:1) = 'L' or Parameter(1:1) = 'l'
               set ListOnly to true
           else
               set ReviewItems to true
           end-if.

      *----------------------------------------------------------------
      * Every item is carried through to the work file; only pending
      * ones are shown, and only while the operator has not stopped
      * the review are they offered for a decision. The title's
      * current Rating is shown beside the held one - a later change
      * may have moved it since the hold.
      *----------------------------------------------------------------
       ReviewOneItem.
           add 1 to ItemsRead
           if SuspPending
               add 1 to ItemsPending
               move SuspMovieID to MovieID
               read MovieFile
                 invalid key
                   move "gone" to CurrentRatingWork
                 not invalid key
                   move Rating to CurrentRatingWork
               end-read
               display " "
               display "Movie ID " SuspMovieID " " SuspTitle
               display "  held " SuspDate " " SuspTime
                       " by " SuspProgram " (mode " SuspRunMode
                       ", source " SuspSource ")"
               display "  Rating " SuspOldRating " -> "
                       SuspNewRating "   now on file: "
                       CurrentRatingWork
               if ReviewItems and ReviewGoingOn
                   perform AcceptDecision
               end-if
           end-if
           if ReviewItems
               move SuspenseRecord to SuspenseWorkRecord
               write SuspenseWorkRecord
           end-if
           read SuspenseFile.

       AcceptDecision.
           display "Release, reject or skip (R/X/S, Q to stop):"
           accept DecisionReply from console
           evaluate DecisionReply
             when 'R'
             when 'r'
               perform ReleaseHeldRating
             when 'X'
             when 'x'
               set SuspRejected to true
               perform StampReview
               add 1 to ItemsRejected
               display "  Rejected - Rating stays " CurrentRatingWork
             when 'Q'
             when 'q'
               set ReviewStopped to true
               display "  Review stopped - the rest stay pending"
             when other
               display "  Skipped - stays pending"
           end-evaluate.

      *----------------------------------------------------------------
      * A release stores the held score over whatever the title
      * carries now, and leaves the same RatingHist.dat and
      * MovieAudit.dat trail any other rating change does. A title
      * deleted or merged away since the hold has nothing to release
      * onto; it stays pending for the operator to reject.
      *----------------------------------------------------------------
       ReleaseHeldRating.
           move SuspMovieID to MovieID
           read MovieFile
             invalid key
               display "  Movie ID " SuspMovieID
                       " is no longer on the catalog - reject it"
             not invalid key
               move MovieRecord to AuditBeforeWork
               move Rating to OldRatingWork
               move SuspNewRating to Rating
               rewrite MovieRecord
                 invalid key
                   display "  Rewrite failed for Movie ID "
                           SuspMovieID " - stays pending"
                 not invalid key
                   move 'R' to AuditActionWork
                   perform WriteMovieAudit
                   if OldRatingWork not = Rating
                       perform WriteRatingHist
                   end-if
                   set SuspReleased to true
                   perform StampReview
                   add 1 to ItemsReleased
                   display "  Released - Rating now " Rating
               end-rewrite
           end-read.

      *----------------------------------------------------------------
      * A release changes the catalog, so the operator behind it is
      * stamped on it like any other change: the ID comes from
      * MOVIEOPER in the environment or is keyed at the console, and
      * must be on Operator.idx - an unknown ID, or no operator file
      * at all, stops the run before anything is touched.
      *----------------------------------------------------------------
       SignOnOperator.
           move spaces to SignOnID
           accept SignOnID from environment "MOVIEOPER"
           if SignOnID = spaces
               display "Operator ID:"
               accept SignOnID from console
           end-if
           inspect SignOnID converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           open input OperatorFile
           if OperatorStatus not = '00'
               display "Operator.idx not available (status "
                       OperatorStatus ") - nobody can sign on until "
                       "OperatorMaint sets operators up"
               close OperatorFile
               stop run
           end-if
           move SignOnID to OperatorID
           read OperatorFile
             invalid key
               display "Operator '" SignOnID
                       "' is not on Operator.idx - run refused"
               close OperatorFile
               stop run
           end-read
           move OperatorLevel to SignOnLevel
           close OperatorFile.

       StampReview.
           accept SuspReviewDate from date yyyymmdd
           accept AuditTimeWork from time
           move AuditTimeWork(1:6) to SuspReviewTime.

       WriteMovieAudit.
           move spaces to MovieAuditRecord
           move MovieID to AuditMovieID
           accept AuditDate from date yyyymmdd
           accept AuditTimeWork from time
           move AuditTimeWork(1:6) to AuditTime
           move "HoldReview" to AuditProgram
           move 'H' to AuditRunMode
           move AuditActionWork to AuditAction
           move AuditBeforeWork to AuditBeforeImage
           move MovieRecord to AuditAfterImage
           move SignOnID to AuditOperator
           write MovieAuditRecord.

       WriteRatingHist.
           move spaces to RatingHistRecord
           move MovieID to RatingHistMovieID
           accept RatingHistDate from date yyyymmdd
           accept AuditTimeWork from time
           move AuditTimeWork(1:6) to RatingHistTime
           move "HoldReview" to RatingHistProgram
           move OldRatingWork to OldRating
           move Rating to NewRating
           write RatingHistRecord.

      *----------------------------------------------------------------
      * RatingSusp.dat is replaced from the work file, decisions and
      * all, the way RejRecycle rewrites Movies.rej.
      *----------------------------------------------------------------
       RewriteSuspenseFile.
           open input SuspenseWorkFile
           open output SuspenseFile
           read SuspenseWorkFile
           perform until SuspenseWorkEndOfFile
               move SuspenseWorkRecord to SuspenseRecord
               write SuspenseRecord
               read SuspenseWorkFile
           end-perform
           close SuspenseWorkFile
           close SuspenseFile.
