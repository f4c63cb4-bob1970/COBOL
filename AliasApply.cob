      *
      *No parameters. Holds the RunControl.dat lock while it runs,
      *like the load it is cleaning up after.
      *
      *Modification history:
      *  - The run now signs on an operator (MOVIEOPER in the
      *    environment, or keyed at the console) who must be on
      *    Operator.idx, and no longer sweeps on the first request:
      *    the fold is queued on Approval.dat with the number of
      *    mappings on ActorAlias.idx, and only once a different
      *    operator with supervisor authority has released it with
      *    ApproveQueue does a run against the same number of
      *    mappings go ahead. Each audit entry carries the operator
      *    and the releasing supervisor; a mapping added or removed
      *    after the release means queueing the fold afresh.
      *  - Before this version first runs on an installation with an
      *    existing MovieAudit.dat, run Housekeep C once: it pads the
      *    entries written in the old 3679-byte layout, live and
      *    archived, to the 3695 bytes the operator stamps need.
      *    Appending the wider entries to an unconverted file would
      *    leave it unreadable.

       environment division.
       input-output section.
               organization is sequential
               file status is RunHistoryStatus.

           select optional OperatorFile
               assign to "./Operator.idx"
               organization is indexed
               access mode is dynamic
               record key is OperatorID
               file status is OperatorStatus.

           select optional ApprovalFile
               assign to "./Approval.dat"
               organization is sequential
               file status is ApprovalStatus.

       data division.
       file section.
       fd MovieFile.
          05 AuditAction      pic x.
          05 AuditBeforeImage pic x(1824).
          05 AuditAfterImage  pic x(1824).
          05 AuditOperator    pic x(8).
          05 AuditApprover    pic x(8).

       fd RunControlFile.
       01 RunControlRecord.
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

       fd ApprovalFile.
       01 ApprovalRecord.
          05 ApprProgram       pic x(12).
          05 ApprParameter     pic x(80).
          05 ApprSubject       pic x(60).
          05 ApprOperator      pic x(8).
          05 ApprDate          pic 9(8).
          05 ApprTime          pic 9(6).
          05 ApprStatus        pic x.
             88 ApprPending    value 'P'.
             88 ApprReleased   value 'R'.
             88 ApprRejected   value 'X'.
             88 ApprCompleted  value 'C'.
          05 ApprSupervisor    pic x(8).
          05 ApprReviewDate    pic 9(8).
          05 ApprReviewTime    pic 9(6).
          05 filler            pic x(23).

       working-storage section.
       01 FileStatus         pic x(2).
          88 FileOK          value '00'.
          88 RecordNotFound  value '23'.

       01 ActorAliasStatus   pic x(2).
          88 ActorAliasEndOfFile value '10'.
       01 ActorMasterStatus  pic x(2).
       01 AuditFileStatus    pic x(2).

       01 HistEventWork      pic x(5).
       01 HistTotalsWork     pic x(60).

       01 MappingCount       pic 9(5) value 0.

       01 OperatorStatus     pic x(2).
       01 SignOnID           pic x(8).
       01 SignOnLevel        pic x.
          88 SignOnSupervisor value 'S'.

       01 ApprovalStatus     pic x(2).
          88 ApprovalOK        value '00'.
          88 ApprovalEndOfFile value '10'.
       01 ApprovalSwitch     pic x value 'N'.
          88 ApprovalReleased  value 'R'.
          88 ApprovalPending   value 'P'.
          88 ApprovalNotOnFile value 'N'.
       01 ApprovalProgramWork pic x(12).
       01 ApprovalParmWork   pic x(80).
       01 ApprovalSubjectWork pic x(60).
       01 ApproverID         pic x(8) value spaces.

       procedure division.
           perform CheckRunControl
           open input ActorAliasFile
               stop run
           end-if

           perform SignOnOperator
           perform CountAliasMappings
           move "AliasApply" to ApprovalProgramWork
           move spaces to ApprovalParmWork
           string "MAPPINGS=" delimited by size
                  MappingCount delimited by size
             into ApprovalParmWork
           end-string
           move "Fold actor alias spellings across the catalog"
             to ApprovalSubjectWork
           perform CheckApproval
           if not ApprovalReleased
               close ActorAliasFile
               stop run
           end-if

           perform SetRunControlLock
           move "START" to HistEventWork
           move spaces to HistTotalsWork
           string "OPER=" delimited by size
                  SignOnID delimited by size
             into HistTotalsWork
           end-string
           perform WriteRunHistory

           open i-o MovieFile
           close ActorMasterFile
           close MovieAuditFile
           close ActorAliasFile
           perform CompleteApproval
           close ApprovalFile

           display " "
           display "===== AliasApply control totals ====="
           end-if
           close RunControlFile.

      *----------------------------------------------------------------
      * Every change this program makes is stamped with the operator
      * behind it. The ID comes from MOVIEOPER in the environment (the
      * way the nightly window signs its jobs on) or is keyed at the
      * console, and must be on Operator.idx, kept by OperatorMaint -
      * an unknown ID, or no operator file at all, stops the run
      * before anything is touched.
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

      *----------------------------------------------------------------
      * A destructive change does not run on one person's say-so: it
      * runs only once a supervisor other than the operator who asked
      * for it has released it on Approval.dat (ApproveQueue does the
      * releasing). The first request is queued there as pending and
      * nothing is changed; one still pending is refused; a released
      * one goes ahead, with the file left open on its entry so
      * CompleteApproval can mark it done once the change is made.
      *----------------------------------------------------------------
       CheckApproval.
           set ApprovalNotOnFile to true
           open i-o ApprovalFile
           if ApprovalOK
               read ApprovalFile
               perform FindApprovalEntry
                 until ApprovalEndOfFile or not ApprovalNotOnFile
           end-if
           evaluate true
             when ApprovalReleased
               move ApprSupervisor to ApproverID
               display "Released by " ApprSupervisor " on "
                       ApprReviewDate " " ApprReviewTime
                       " (queued by " ApprOperator ")"
             when ApprovalPending
               display "Awaiting supervisor approval since "
                       ApprDate " " ApprTime " (queued by "
                       ApprOperator ") - no change made"
               close ApprovalFile
             when other
               close ApprovalFile
               perform QueueApproval
           end-evaluate.

       FindApprovalEntry.
           if ApprProgram = ApprovalProgramWork
            and ApprParameter = ApprovalParmWork
            and (ApprPending or ApprReleased)
               if ApprReleased
                   set ApprovalReleased to true
               else
                   set ApprovalPending to true
               end-if
           else
               read ApprovalFile
           end-if.

       QueueApproval.
           open extend ApprovalFile
           move spaces to ApprovalRecord
           move ApprovalProgramWork to ApprProgram
           move ApprovalParmWork to ApprParameter
           move ApprovalSubjectWork to ApprSubject
           move SignOnID to ApprOperator
           accept ApprDate from date yyyymmdd
           accept AuditTimeWork from time
           move AuditTimeWork(1:6) to ApprTime
           set ApprPending to true
           move 0 to ApprReviewDate
           move 0 to ApprReviewTime
           write ApprovalRecord
           close ApprovalFile
           display "Queued for supervisor approval - no change made."
           display "Run this again once a supervisor has released it "
                   "with ApproveQueue".

      *----------------------------------------------------------------
      * The released entry is still the record last read, so it is
      * rewritten in place as completed - it cannot be run twice.
      *----------------------------------------------------------------
       CompleteApproval.
           set ApprCompleted to true
           rewrite ApprovalRecord.

      *----------------------------------------------------------------
      * The approval is for folding the mappings on file when it was
      * asked for: the count of them goes on the queue entry, so a
      * list that has grown or shrunk since needs releasing afresh.
      *----------------------------------------------------------------
       CountAliasMappings.
           move 0 to MappingCount
           read ActorAliasFile next record
           perform until ActorAliasEndOfFile
               add 1 to MappingCount
               read ActorAliasFile next record
           end-perform.

       SetRunControlLock.
           open output RunControlFile
           move spaces to RunControlRecord
           move 'R' to AuditAction
           move AuditBeforeWork to AuditBeforeImage
           move MovieRecord to AuditAfterImage
           move SignOnID to AuditOperator
           move ApproverID to AuditApprover
           write MovieAuditRecord.
