           call "SYSTEM" using "mkdir -p data/backup"

           perform varying backupFileIdx from 1 by 1
                   until backupFileIdx > 68
               move backupFileEntry(backupFileIdx) to fileToCopy
               perform snapshot-one-file
           end-perform
