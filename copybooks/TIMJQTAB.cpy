      *> and the class-9 work can be deferred against its own cutoff   *
      *> instead of silently eating the window.  The ordering is       *
      *> stable: within one priority class the file's order is still   *
      *> the dispatch order.  A job naming a predecessor is then moved *
      *> behind it, and TIM-JQT-RESULT records each job's outcome as   *
      *> it is dispatched so its dependents can be judged against it.  *
      *> TIM-JQT-MAILBY marks a job inside its MAILBY warning window   *
      *> ('Y'), or a predecessor carried ahead with one ('P'): those   *
      *> are ordered ahead of every priority class and are not         *
      *> deferred at their class cutoff.                               *
      *>---------------------------------------------------------------*
       78  TIM-JQT-TABLE-SIZE             value 500.

               10  TIM-JQT-JOBID          pic x(8).
               10  TIM-JQT-STMT-COUNT     pic s9(9) comp-5.
               10  TIM-JQT-DEST           pic x(8).
               10  TIM-JQT-PRED-JOBID     pic x(8).
               10  TIM-JQT-RESULT         pic x(8).
               10  TIM-JQT-MAILBY         pic x(1).
                   88  TIM-JQT-AT-RISK               value 'Y'.
                   88  TIM-JQT-CARRIED               value 'P'.
                   88  TIM-JQT-EXPEDITED             value 'Y' 'P'.

       01  TIM-JQT-SWAP-ENTRY.
           05  TIM-JQT-SWAP-PRIORITY      pic x(1).
           05  TIM-JQT-SWAP-JOBID         pic x(8).
           05  TIM-JQT-SWAP-STMTS         pic s9(9) comp-5.
           05  TIM-JQT-SWAP-DEST          pic x(8).
           05  TIM-JQT-SWAP-PRED-JOBID    pic x(8).
           05  TIM-JQT-SWAP-RESULT        pic x(8).
           05  TIM-JQT-SWAP-MAILBY        pic x(1).

       01  TIM-JQT-COUNT                  pic s9(4) comp-5 value 0.
       01  TIM-JQT-SUB                    pic s9(4) comp-5 value 0.
