      *>---------------------------------------------------------------*
      *> TIMXFND  -  Integrity-audit findings extract record layout    *
      *>                                                               *
      *> Appended to the XAUDFIND file by timxfoot each night          *
      *> alongside XAUDRPT, so the findings survive the SYSOUT and the *
      *> morning turnover report can list them.  Every run opens with  *
      *> one AUDIT record (or NOT RUN when a file under audit would    *
      *> not open, with the reason in TXF-TEXT) and follows it with    *
      *> one FINDING record per finding, TXF-TEXT carrying the finding *
      *> exactly as XAUDRPT prints it - the first thirteen bytes name  *
      *> the kind (PAGE MISMATCH, NO CHECKPOINT, ORPHAN CHKPNT,        *
      *> VERDICT WRONG, COUNT DRIFT).  All records of one run share    *
      *> its TXF-TIMESTAMP; the latest AUDIT or NOT RUN record on the  *
      *> file starts the night's block.                                *
      *>---------------------------------------------------------------*
       01  TIM-FINDING-RECORD.
           05  TXF-TIMESTAMP              pic x(26).
           05  filler                     pic x(1).
           05  TXF-KIND                   pic x(8).
               88  TXF-AUDIT-START                 value 'AUDIT'
                                                         'NOT RUN'.
               88  TXF-IS-FINDING                  value 'FINDING'.
           05  filler                     pic x(1).
           05  TXF-RUNID                  pic x(8).
           05  filler                     pic x(1).
           05  TXF-JOBID                  pic x(8).
           05  filler                     pic x(1).
           05  TXF-TEXT                   pic x(110).
