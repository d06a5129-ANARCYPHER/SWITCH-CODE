FD CustomerFile.
01 CustomerData.
       02 IDNum    PIC 9(8).
       02 CustBody PIC X(155).

FD BackupFile.
01 BackupData.
       02 BakIDNum PIC 9(8).
       02 BakBody  PIC X(155).

FD GenBackupFile.
01 GenBackupData.
       02 GenIDNum PIC 9(8).
       02 GenBody  PIC X(155).

*> One open item per invoice still owed, exactly as the tax
*> run posts it
