      *> destination not on it fails the pre-flight instead of         *
      *> passing toward a printer that does not exist.  Blank means    *
      *> the unrouted default and runs as it always has.               *
      *> TJR-PRED-JOBID names a job that must CLEAR before this one    *
      *> may run - the regulatory insert run ahead of the statement    *
      *> run it is inserted into, the original ahead of its corrected  *
      *> re-issue.  Dispatch orders every dependent after its          *
      *> predecessor, and a dependent whose predecessor is HELD or     *
      *> DEFERRED is HELD with PREDECESSOR HELD.  A predecessor that   *
      *> is neither in the deck nor dispositioned under the run id,    *
      *> or a chain that loops, stops the run.  Blank means none.      *
      *>---------------------------------------------------------------*
       01  TIM-JOBREQ-RECORD.
           05  TJR-JOBID                  pic x(8).
           05  TJR-PRIORITY               pic x(1).
           05  filler                     pic x(1).
           05  TJR-DEST                   pic x(8).
           05  filler                     pic x(1).
           05  TJR-PRED-JOBID             pic x(8).
