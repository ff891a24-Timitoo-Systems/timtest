*> forecast never gates anything by itself - it is decision      *
*> support, and the job stream deliberately does not COND on     *
*> it.                                                           *
*> Where the step supplies an FCSTSUM file, the queue-level      *
*> projection is also appended to it as one summary line         *
*> (copybooks/TIMFSUM.cpy), for the morning turnover report to   *
*> hold against the actual finish.                               *
*>---------------------------------------------------------------*

environment division.
     select REPORT-FILE assign to "FCSTRPT"
         organization is line sequential.

*> one summary line per forecast for the turnover report; optional
     select SUMMARY-FILE assign to "FCSTSUM"
         organization is line sequential
         file status is TIM-SUMMARY-STATUS.

data division.

file section.
fd  REPORT-FILE.
01  TIM-REPORT-LINE            pic x(132).

fd  SUMMARY-FILE.
copy "TIMFSUM.cpy".

working-storage section.

01  TIM-JOBREQ-STATUS          pic x(2)    value '00'.
01  TIM-AUDIT-STATUS           pic x(2)    value '00'.
01  TIM-PARM-STATUS            pic x(2)    value '00'.
01  TIM-SUMMARY-STATUS         pic x(2)    value '00'.

01  TIM-JOBREQ-EOF-SW          pic x(1)    value 'N'.
    88  TIM-JOBREQ-AT-EOF                  value 'Y'.
    05  TIM-CLOCK-HH           pic 9(2).
    05  TIM-CLOCK-MM           pic 9(2).

*> a clock reading turned into a full yyyymmddhhmm stamp for the
*> summary line - the day rolls forward past midnight
01  TIM-STAMP-MINS             pic s9(9)  comp-5  value 0.
01  TIM-STAMP-DAYS             pic s9(9)  comp-5  value 0.
01  TIM-STAMP-DATE             pic 9(8)   value 0.
01  TIM-STAMP-TS.
    05  TIM-STAMP-YMD          pic 9(8).
    05  TIM-STAMP-HH           pic 9(2).
    05  TIM-STAMP-MM           pic 9(2).

01  TIM-JOB-STMT-COUNT         pic s9(9)  comp-5  value 0.
01  TIM-JOB-EST-MS             pic 9(15)  comp-5  value 0.
01  TIM-JOBS-FORECAST          pic s9(9)  comp-5  value 0.
 perform FORECAST-ONE-JOB until TIM-JOBREQ-AT-EOF.

 perform WRITE-REPORT-VERDICT.
 perform WRITE-FORECAST-SUMMARY.

 close JOBREQ-FILE.
 if TIM-AUDIT-STATUS = '00'
     end-if
     write TIM-REPORT-LINE
     .

*>---WRITE-FORECAST-SUMMARY---------------------------------------------*
*> The verdict again as one FCSTSUM line: when the forecast ran, the    *
*> projected finish and the cutoff as full stamps, the job counts and   *
*> the verdict.  An empty queue finishes the moment it starts.  No      *
*> FCSTSUM, no line.                                                    *
*>-----------------------------------------------------------------------*
 WRITE-FORECAST-SUMMARY.
     open extend SUMMARY-FILE
     if TIM-SUMMARY-STATUS = '00'
         move spaces to TIM-FCST-SUMMARY-RECORD
         move TIM-CURRENT-TS to TFS-TIMESTAMP
         if TIM-JOBS-FORECAST > 0
             move TIM-FINISH-MINS to TIM-STAMP-MINS
         else
             move TIM-START-MINS to TIM-STAMP-MINS
         end-if
         perform STAMP-FROM-MINS
         move TIM-STAMP-TS to TFS-FINISH-TS
         move TIM-CUTOFF-MINS to TIM-STAMP-MINS
         perform STAMP-FROM-MINS
         move TIM-STAMP-TS to TFS-CUTOFF-TS
         move TIM-JOBS-FORECAST to TFS-JOBS-FORECAST
         move TIM-JOBS-PAST-CUTOFF to TFS-JOBS-PAST-CUTOFF
         if TIM-OVERALL-RC = 0
             move 'FITS-WINDOW' to TFS-VERDICT
         else
             move 'WILL-MISS-CUTOFF' to TFS-VERDICT
         end-if
         write TIM-FCST-SUMMARY-RECORD
         close SUMMARY-FILE
     end-if
     .

*>---STAMP-FROM-MINS----------------------------------------------------*
*> Minutes past midnight of the submission day as a yyyymmddhhmm stamp, *
*> the date rolled forward a day for every 1440 minutes.                *
*>-----------------------------------------------------------------------*
 STAMP-FROM-MINS.
     compute TIM-STAMP-DAYS = TIM-STAMP-MINS / 1440 end-compute
     move TIM-CURRENT-TS (1:8) to TIM-STAMP-DATE
     compute TIM-STAMP-YMD = function date-of-integer(
         function integer-of-date(TIM-STAMP-DATE) + TIM-STAMP-DAYS)
     end-compute
     compute TIM-STAMP-MINS = TIM-STAMP-MINS - TIM-STAMP-DAYS * 1440
     end-compute
     compute TIM-STAMP-HH = TIM-STAMP-MINS / 60 end-compute
     compute TIM-STAMP-MM = function mod(TIM-STAMP-MINS, 60)
     end-compute
     .
