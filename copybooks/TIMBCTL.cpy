      *>---------------------------------------------------------------*
      *> TIMBCTL  -  Billing control-total record layout               *
      *>                                                                *
      *> One line per statement job in the billing extract's trailer   *
      *> - the billing system's own word on how many statements it     *
      *> produced for the job and how many pages they should print.    *
      *> timapp's job-request mode balances every JOBREQS card, the    *
      *> TIMSDTL statement records and the TIMRECON page count         *
      *> against these totals before a job can CLEAR: a short or       *
      *> duplicated extract is the one failure the regression cannot   *
      *> see, and it sends customers the wrong number of statements.   *
      *> Columns: job id 1-8, statement count 10-16, expected pages    *
      *> 18-24.  '*' in column 1 is a comment.                         *
      *>---------------------------------------------------------------*
       01  TIM-BILLCTL-RECORD.
           05  TBC-JOBID                  pic x(8).
           05  filler                     pic x(1).
           05  TBC-STMT-COUNT             pic x(7).
           05  filler                     pic x(1).
           05  TBC-PAGE-COUNT             pic x(7).
           05  filler                     pic x(56).
