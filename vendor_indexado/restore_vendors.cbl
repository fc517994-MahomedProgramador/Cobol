  COPY "fdvendor.cbl".

  FD BACKUP-VENDORS-FILE.
  01 LINHA-BACKUP-VENDOR       PIC X(300).

WORKING-STORAGE SECTION.
  COPY "wsvendor.cbl".
