        IDENTIFICATION DIVISION.
        PROGRAM-ID. checkTraining.
      *> Reports whether this run is working against the training
      *> copy of the data rather than the live files: either the
      *> login put the session in training mode, or the program was
      *> started inside the training directory, where
      *> resetTraining leaves data/TRAINING.flag. Nothing that
      *> feeds the live books may take its input from there. A
      *> missing flag file simply means the live files.
        environment division.
           input-output section.
               file-control.
                   select optional TRAINING-FLAG
                       assign to "data/TRAINING.flag"
                       organization is line sequential
                       file status is TRNFLAG-status.
        DATA DIVISION.
           file section.
               fd TRAINING-FLAG.
                   01 flag-line pic x(40).
            working-STORAGE SECTION.
               COPY TRAINCTX.
            local-STORAGE SECTION.
               01 TRNFLAG-status pic xx.
        LINKAGE SECTION.
            COPY TRAINPARM.
        PROCEDURE DIVISION USING training-parms.

           move 'n' to trainParmActive

           if training-mode-on
               move 'y' to trainParmActive
               goback
           end-if

           open input TRAINING-FLAG
           if TRNFLAG-status = "00"
               move 'y' to trainParmActive
           end-if
           close TRAINING-FLAG

       GOBACK.
