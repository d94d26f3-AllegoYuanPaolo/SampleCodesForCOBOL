      *> Set by the login when the operator chooses training mode,
      *> shared across programs in the same run unit via EXTERNAL
      *> storage like OPERCTX. The login has already changed
      *> directory into the training copy (training/data/), so
      *> every "data/..." name the desk programs open is the
      *> copy; this flag is what the menu and the receipts read to
      *> show TRAINING. Space on a live session.
           01 trainingMode pic x external value space.
               88 training-mode-on value "Y".
