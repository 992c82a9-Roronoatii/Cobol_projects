           COPY custdata.

       FD BackupFile.
       01 BackupRecord PIC X(136).

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE SPACE.
