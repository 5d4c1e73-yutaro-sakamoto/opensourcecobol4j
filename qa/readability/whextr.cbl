           COPY "moveevt.cpy".

       FD  RECONCILE-FILE.
           COPY "recnrec.cpy".

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD          pic x(132).
