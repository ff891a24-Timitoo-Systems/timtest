      *>---------------------------------------------------------------*
      *> TIMMLBY  -  Regulatory mail-by deadline control card layout   *
      *>                                                                *
      *> One card per statement cycle that carries a regulatory        *
      *> deadline, kept on the MAILBY control file and edited by the   *
      *> shift the way DESTSTAT is.  The pattern is a job id, or a     *
      *> prefix ending '*' the way RATECARD patterns are; the mail-by  *
      *> date is the cycle date plus the days allowed, in calendar     *
      *> days.  A job falls inside its warning window once the days    *
      *> left to its mail-by date are no more than the warn days       *
      *> (blank means 3).  Where several cards match a job, an exact   *
      *> job id beats a prefix and then the latest cycle date on or    *
      *> before the run date is the cycle in play.  timmlby reports    *
      *> every held, deferred or never-cleared job against the card    *
      *> and raises TIMA008W / TIMA009E in ALERTS; timapp dispatches   *
      *> a job inside its window ahead of its TJR-PRIORITY class and   *
      *> past its class cutoff.  Columns: pattern 1-8, cycle date      *
      *> 10-17, days allowed 19-21, warn days 23-25, regulation        *
      *> 27-56.  '*' in column 1 is a comment.                         *
      *>---------------------------------------------------------------*
       01  TIM-MAILBY-RECORD.
           05  TMB-PATTERN                pic x(8).
           05  filler                     pic x(1).
           05  TMB-CYCLE-DATE             pic x(8).
           05  filler                     pic x(1).
           05  TMB-DAYS-ALLOWED           pic x(3).
           05  filler                     pic x(1).
           05  TMB-WARN-DAYS              pic x(3).
           05  filler                     pic x(1).
           05  TMB-REGULATION             pic x(30).
           05  filler                     pic x(24).
