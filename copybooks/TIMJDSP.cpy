      *> carries the cleared/held counts and the held jobs follow      *
      *> through AFPJRELS when they are actually ready.                *
      *> TJD-STMT-COUNT is kept so the release extract can rebuild     *
      *> the job's JOBREQS record without the original deck, and       *
      *> TJD-PRED-JOBID (the predecessor named on the job's JOBREQS    *
      *> card, blank for none) so the release can re-queue a held      *
      *> dependency chain together, predecessor links intact.          *
      *>---------------------------------------------------------------*
       01  TIM-JOBDISP-RECORD.
           05  TJD-KEY.
               10  TJD-JOBID              pic x(8).
           05  TJD-DISPOSITION            pic x(8).
           05  TJD-REASON                 pic x(30).
      *> a billed job the night's JOBREQS deck never carded - held
      *> with no priority class or destination, so it goes back on
      *> the next JOBREQS deck rather than out through timjrels
               88  TJD-NO-JOBREQS-CARD
                                 value 'OUT OF BALANCE - NO JOBREQS'.
           05  TJD-FINAL-RC               pic s9(9) comp-5.
           05  TJD-STMT-COUNT             pic s9(9) comp-5.
           05  TJD-PRIORITY               pic x(1).
           05  TJD-DEST                   pic x(8).
           05  TJD-TIMESTAMP              pic x(26).
           05  TJD-PRED-JOBID             pic x(8).
