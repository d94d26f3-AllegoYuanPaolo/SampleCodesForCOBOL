               02 filler pic x(16) value "CONSOLIDATE".
               02 filler pic x(16) value "REORG".
               02 filler pic x(16) value "PURGE".
               02 filler pic x(16) value "HOLDSWEEP".
               02 filler pic x(16) value "LIFECYCLE".
               02 filler pic x(16) value "LATEFEES".
               02 filler pic x(16) value "INSTALLMENT".
               02 filler pic x(16) value "DUPCHECK".
               02 filler pic x(16) value "STATSNAP".
           01 batch-Step-Table redefines batch-Step-List.
               02 batchStepEntry pic x(16) occurs 17 times
                   indexed by batchStepIdx.
