      *****************************************************************
      * BACKUPKAT.CPY - linje i backupkataloget (BackupKatalog.txt).
      * BACKUPSAET appender en linje pr. taget saet: saettets navn
      * (mappen under Backup/ og i off-site-mappen), dato og tid,
      * antal filer i manifestet, om saettet blev sendt off-site og
      * status OK eller FEJL. Restore-proeven tager det seneste
      * OK-saet, medmindre BACKUP-SAET angiver et bestemt.
      *****************************************************************
           02 BK-SAET            PIC X(30).
           02 BK-DATO            PIC 9(8).
           02 BK-TID             PIC 9(6).
           02 BK-ANTAL-FILER     PIC 9(4).
           02 BK-OFFSITE         PIC X(1).
           02 BK-STATUS          PIC X(4).
