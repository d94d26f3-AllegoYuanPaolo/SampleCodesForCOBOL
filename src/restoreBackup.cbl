      *> The registry is restored first so the branch leg below
      *> walks the branch list as it stood on the generation date.
           perform varying backupFileIdx from 1 by 1
                   until backupFileIdx > 68
               move backupFileEntry(backupFileIdx) to fileToCopy
               perform restore-one-file
           end-perform
