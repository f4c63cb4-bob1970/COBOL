      *step rather than rerunning the jobs that already completed.
      *
      *NightRun.stp layout, pipe delimited, one step per line:
      *  Program|Parameter|TotalsTag|MaxValue|TotalsTag2|MaxValue2
      *  e.g.  MovieUnload|||
      *        Csv2Vsam|D|REJ=|0000100|HELD=|0000000
      *        MovieVerify||EXC=|0000000
      *        MovieStats|||
      *Program is the executable name in the working directory;
      *Parameter is passed on its command line. When TotalsTag is
      *given, the digits following that tag in the END entry's
      *totals are compared to MaxValue and the stream stops when
      *they exceed it; TotalsTag2/MaxValue2 is an optional second
      *check on the same END entry. A tag the END entry does not
      *carry stops the stream, so a step's tags must be ones its
      *program still writes - Csv2Vsam writes READ=, WRITTEN=, REJ=,
      *HELD= and SRC= (no longer COUNT=), MovieBatch QUEUED=,
      *APPLIED=, FAILED= and HELD= (no longer READ=).
      *
      *No parameters. A clean run rewrites NightRun.chk to start
      *from the top next time; a stopped run leaves the failed step
      *number there.
      *
      *Modification history:
      *  - A step can carry a second totals tag and threshold, so a
      *    load can stop the window on its held rating changes
      *    (HELD=) as well as its rejects (REJ=). Step lines without
      *    the extra pair read exactly as before.
      *  - Csv2Vsam's END entry now carries HELD= in place of COUNT=,
      *    and MovieBatch's QUEUED= in place of READ=. Before the
      *    first window with those versions, change any NightRun.stp
      *    step checking COUNT= (Csv2Vsam) or READ= (MovieBatch) to
      *    a tag the program still writes; left as it is, the step
      *    stops the window with the tag not in the END totals.

       environment division.
       input-output section.
             10 StepParm     pic x(20).
             10 StepTag      pic x(10).
             10 StepMaxText  pic x(7).
             10 StepTag2     pic x(10).
             10 StepMaxText2 pic x(7).

       01 StartFromStep      pic 9(2) value 1.

          88 TagValueFound     value 'Y'.
          88 TagValueNotFound  value 'N'.
       01 StepMaxValue       pic 9(7).
       01 CheckTag           pic x(10).
       01 CheckMaxText       pic x(7).

       01 StopReason         pic x(60).
       01 StepsRun           pic 9(2) value 0.
                      StepParm(StepsLoaded)
                      StepTag(StepsLoaded)
                      StepMaxText(StepsLoaded)
                      StepTag2(StepsLoaded)
                      StepMaxText2(StepsLoaded)
               end-unstring
           end-if
           read StepFile.
                   perform StopTheStream
               end-if
               if StepTag(StepIdx) not = spaces
                   move StepTag(StepIdx) to CheckTag
                   move StepMaxText(StepIdx) to CheckMaxText
                   perform CheckStepTotals
               end-if
               if StepTag2(StepIdx) not = spaces
                   move StepTag2(StepIdx) to CheckTag
                   move StepMaxText2(StepIdx) to CheckMaxText
                   perform CheckStepTotals
               end-if
               add 1 to StepsRun
           if TagValueNotFound
               move spaces to StopReason
               string "TAG " delimited by size
                      CheckTag delimited by size
                      " NOT IN END TOTALS" delimited by size
                 into StopReason
               end-string
           perform ConvertStepMax
           if ExtractedValue > StepMaxValue
               move spaces to StopReason
               string CheckTag delimited by size
                      ExtractedValue delimited by size
                      " EXCEEDS " delimited by size
                      StepMaxValue delimited by size
           move 0 to ExtractedValue
           perform varying TagLength from 10 by -1
             until TagLength = 0
                or CheckTag(TagLength:1) not = space
           end-perform
           if TagLength > 0
               perform varying ScanPos from 1 by 1
                 until ScanPos > 60 - TagLength
                    or TagValueFound
                   if FoundTotals(ScanPos:TagLength)
                      = CheckTag(1:TagLength)
                       set TagValueFound to true
                       compute DigitPos = ScanPos + TagLength
                       perform AccumulateTagDigits
       ConvertStepMax.
           move 0 to StepMaxValue
           perform varying ScanPos from 1 by 1 until ScanPos > 7
               if CheckMaxText(ScanPos:1) >= '0'
                and CheckMaxText(ScanPos:1) <= '9'
                   move CheckMaxText(ScanPos:1) to DigitWork
                   compute StepMaxValue =
                           StepMaxValue * 10 + DigitWork
               end-if
