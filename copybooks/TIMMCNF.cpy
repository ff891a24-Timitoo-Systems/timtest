      *>---------------------------------------------------------------*
      *> TIMMCNF  -  Outsourcer mail-drop confirmation record layout   *
      *>                                                                *
      *> One line per statement the outsourcer inserted into the mail  *
      *> stream, as delivered daily on their confirmation file.  The   *
      *> run date is the production date they printed it under - the  *
      *> value our side stamps into TSD-RUNID - so with the job id and *
      *> statement seqno the line names exactly one TIMSDTL record,    *
      *> and the mail-drop matcher (timmdrop.cob) pairs them on that   *
      *> key alone.  Columns: run date 1-8, job id 10-17, statement    *
      *> seqno 19-25, mail-drop date 27-34 (yyyymmdd).  '*' in column  *
      *> 1 is a comment.                                               *
      *>---------------------------------------------------------------*
       01  TIM-MAILCONF-RECORD.
           05  TMC-RUN-DATE               pic x(8).
           05  filler                     pic x(1).
           05  TMC-JOBID                  pic x(8).
           05  filler                     pic x(1).
      *> statement seqno - digits, leading spaces allowed; validated
      *> with TEST-NUMVAL before use like the invoice extract's counts
           05  TMC-STMT-SEQNO             pic x(7).
           05  filler                     pic x(1).
           05  TMC-MAIL-DATE              pic x(8).
           05  filler                     pic x(46).
