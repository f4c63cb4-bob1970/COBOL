       identification division.
       program-id. ApproveQueue.
       author. Bob Stevenson.
      *Supervisor review of the destructive changes queued on
      *Approval.dat. A title delete (MovieMaint D, or a MovieBatch 'D'
      *transaction), a MovieMerge, a VocabMaint G,R genre rename and
      *an AliasApply fold do not run on the first request: the
      *program queues the request there as pending, naming the
      *operator who asked, and stops without changing anything. A
      *supervisor signs on here and releases each pending request
      *(the requester can then run it again, and it goes ahead with
      *the supervisor stamped on its MovieAudit.dat entries as the
      *approver), rejects it, or skips it for another day. No one
      *decides their own request - an entry queued by the supervisor
      *signed on is shown but not offered, so every destructive
      *change takes two people. Decided entries stay on Approval.dat
      *with the supervisor and the date and time of the decision, and
      *a released one is marked completed once it has run, so the
      *file is the record of who asked for what and who let it
      *through. Appends its start/end to RunHistory.dat like the
      *other jobs.
      *
      *Approval.dat layout (fixed, one request a record):
      *  program, parameter it was run with, subject, requesting
      *  operator, date/time queued, status (P pending, R released,
      *  X rejected, C completed), supervisor, date/time decided.
      *
      *Command line: 'L' lists the pending and released-but-not-run
      *requests without prompting (any operator may list); anything
      *else (or nothing) reviews the pending ones one at a time and
      *needs a supervisor's sign-on.

       environment division.
       input-output section.
       file-control.
           select optional ApprovalFile
               assign to "./Approval.dat"
               organization is sequential
               file status is ApprovalStatus.

           select ApprovalWorkFile
               assign to "./Approval.tmp"
               organization is sequential
               file status is ApprovalWorkStatus.

           select optional OperatorFile
               assign to "./Operator.idx"
               organization is indexed
               access mode is dynamic
               record key is OperatorID
               file status is OperatorStatus.

           select optional RunHistoryFile
               assign to "./RunHistory.dat"
               organization is sequential
               file status is RunHistoryStatus.

       data division.
       file section.
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

       fd ApprovalWorkFile.
       01 ApprovalWorkRecord  pic x(220).

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

       fd RunHistoryFile.
       01 RunHistoryRecord.
          05 HistDate     pic 9(8).
          05 HistTime     pic 9(6).
          05 HistProgram  pic x(12).
          05 HistEvent    pic x(5).
          05 HistMode     pic x.
          05 HistTotals   pic x(60).

       working-storage section.
       01 ApprovalStatus     pic x(2).
          88 ApprovalOK        value '00'.
          88 ApprovalEndOfFile value '10'.
       01 ApprovalWorkStatus pic x(2).
          88 ApprovalWorkOK        value '00'.
          88 ApprovalWorkEndOfFile value '10'.
       01 OperatorStatus     pic x(2).
       01 RunHistoryStatus   pic x(2).

       01 Parameter          pic x(20).
       01 ReviewModeSwitch   pic x.
          88 ListOnly        value 'L'.
          88 ReviewItems     value 'R'.

       01 QuitSwitch         pic x value 'N'.
          88 ReviewStopped   value 'Y'.
          88 ReviewGoingOn   value 'N'.

       01 DecisionReply      pic x.

       01 SignOnID           pic x(8).
       01 SignOnLevel        pic x.
          88 SignOnSupervisor value 'S'.

       01 StatusText         pic x(24).
       01 AuditTimeWork      pic 9(8).

       01 ItemsRead          pic 9(5) value 0.
       01 ItemsPending       pic 9(5) value 0.
       01 ItemsReleased      pic 9(5) value 0.
       01 ItemsRejected      pic 9(5) value 0.
       01 ItemsLeft          pic 9(5) value 0.

       01 HistEventWork      pic x(5).
       01 HistTotalsWork     pic x(60).

       procedure division.
           perform GetParameters
           perform SignOnOperator
           if ReviewItems and not SignOnSupervisor
               display "Operator " SignOnID " is not a supervisor - "
                       "only a supervisor may release or reject; "
                       "L lists the queue"
               stop run
           end-if
           move "START" to HistEventWork
           move spaces to HistTotalsWork
           string "OPER=" delimited by size
                  SignOnID delimited by size
             into HistTotalsWork
           end-string
           perform WriteRunHistory

           if ListOnly
               display "===== Changes awaiting approval ====="
           else
               display "===== Approval queue review ====="
           end-if

           open input ApprovalFile
           if not ApprovalOK
               display "Approval.dat not available (status "
                       ApprovalStatus ") - nothing queued"
           else
               if ReviewItems
                   open output ApprovalWorkFile
               end-if
               read ApprovalFile
               perform ReviewOneEntry
                 until ApprovalEndOfFile
               if ReviewItems
                   close ApprovalWorkFile
               end-if
           end-if
           close ApprovalFile

           if ReviewItems and ItemsRead > 0
               perform RewriteApprovalFile
           end-if

           compute ItemsLeft = ItemsPending - ItemsReleased
                             - ItemsRejected
           display " "
           display "===== ApproveQueue totals ====="
           display "Requests on Approval.dat: " ItemsRead
           display "Pending at start:         " ItemsPending
           display "Released:                 " ItemsReleased
           display "Rejected:                 " ItemsRejected
           display "Still pending:            " ItemsLeft
           display "=============================="

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

       WriteRunHistory.
           open extend RunHistoryFile
           move spaces to RunHistoryRecord
           accept HistDate from date yyyymmdd
           accept AuditTimeWork from time
           move AuditTimeWork(1:6) to HistTime
           move "ApproveQueue" to HistProgram
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
      * The same sign-on the maintenance programs make: MOVIEOPER in
      * the environment or keyed at the console, and on Operator.idx.
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
      * Every entry is carried through to the work file. Pending ones
      * are shown, and offered for a decision while the supervisor
      * has not stopped the review - unless the supervisor is the one
      * who queued it. A list also shows the released ones the
      * requester has yet to run.
      *----------------------------------------------------------------
       ReviewOneEntry.
           add 1 to ItemsRead
           if ApprPending
               add 1 to ItemsPending
               move "pending" to StatusText
               perform DisplayEntry
               if ReviewItems and ReviewGoingOn
                   if ApprOperator = SignOnID
                       display "  Queued by you - another supervisor "
                               "must decide it"
                   else
                       perform AcceptDecision
                   end-if
               end-if
           end-if
           if ApprReleased and ListOnly
               move "released, not yet run" to StatusText
               perform DisplayEntry
               display "  released " ApprReviewDate " "
                       ApprReviewTime " by " ApprSupervisor
           end-if
           if ReviewItems
               move ApprovalRecord to ApprovalWorkRecord
               write ApprovalWorkRecord
           end-if
           read ApprovalFile.

       DisplayEntry.
           display " "
           display ApprProgram " " ApprParameter(1:60)
           display "  " ApprSubject
           display "  queued " ApprDate " " ApprTime " by "
                   ApprOperator " - " StatusText.

       AcceptDecision.
           display "Release, reject or skip (R/X/S, Q to stop):"
           accept DecisionReply from console
           evaluate DecisionReply
             when 'R'
             when 'r'
               set ApprReleased to true
               perform StampDecision
               add 1 to ItemsReleased
               display "  Released - " ApprOperator
                       " can now run it again"
             when 'X'
             when 'x'
               set ApprRejected to true
               perform StampDecision
               add 1 to ItemsRejected
               display "  Rejected - it will not run"
             when 'Q'
             when 'q'
               set ReviewStopped to true
               display "  Review stopped - the rest stay pending"
             when other
               display "  Skipped - stays pending"
           end-evaluate.

       StampDecision.
           move SignOnID to ApprSupervisor
           accept ApprReviewDate from date yyyymmdd
           accept AuditTimeWork from time
           move AuditTimeWork(1:6) to ApprReviewTime.

      *----------------------------------------------------------------
      * Approval.dat is replaced from the work file, decisions and
      * all, the way HoldReview rewrites RatingSusp.dat.
      *----------------------------------------------------------------
       RewriteApprovalFile.
           open input ApprovalWorkFile
           open output ApprovalFile
           read ApprovalWorkFile
           perform until ApprovalWorkEndOfFile
               move ApprovalWorkRecord to ApprovalRecord
               write ApprovalRecord
               read ApprovalWorkFile
           end-perform
           close ApprovalWorkFile
           close ApprovalFile.
