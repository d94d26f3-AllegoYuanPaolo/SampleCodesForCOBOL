      *> Shared parameter layout passed to checkTraining. COPY'd
      *> both into the callers' storage and into checkTraining's
      *> LINKAGE SECTION so the two always agree on the layout.
      *> trainParmActive comes back 'y' when the run is working
      *> against the training copy -- a training login, or a
      *> program started inside the training directory -- so the
      *> programs that feed the live books (the nightly driver,
      *> the report spool, the accounting extracts) can refuse.
           01 training-parms.
               02 trainParmActive pic x.
