      *> so nobody mistakes a partial night for a full one.
           05  TPF-JOBS-CLEARED           pic s9(9) comp-5.
           05  TPF-JOBS-HELD              pic s9(9) comp-5.
      *> the AFP library build (TIMCERT key) the night's regression
      *> ran against - timpfchk clears the print run only when that
      *> build has been CERTIFIED
           05  TPF-LIB-LEVEL              pic x(16).
