      *>---------------------------------------------------------------*
      *> TIMFSUM  -  Batch-window forecast summary record layout       *
      *>                                                               *
      *> One line appended to the FCSTSUM file per timfcast run - the  *
      *> queue-level projection FCSTRPT ends with, kept so the morning *
      *> turnover report can set tonight's forecast against the finish *
      *> the pre-flight actually made.  The projected finish and the   *
      *> cutoff are full yyyymmddhhmm stamps, because the 23:30        *
      *> forecast usually projects into the next morning.  The         *
      *> turnover report takes the latest line forecast on the run     *
      *> id's date.                                                    *
      *>---------------------------------------------------------------*
       01  TIM-FCST-SUMMARY-RECORD.
           05  TFS-TIMESTAMP              pic x(26).
           05  filler                     pic x(1).
           05  TFS-FINISH-TS              pic x(12).
           05  filler                     pic x(1).
           05  TFS-CUTOFF-TS              pic x(12).
           05  filler                     pic x(1).
           05  TFS-JOBS-FORECAST          pic 9(7).
           05  filler                     pic x(1).
           05  TFS-JOBS-PAST-CUTOFF       pic 9(7).
           05  filler                     pic x(1).
           05  TFS-VERDICT                pic x(16).
