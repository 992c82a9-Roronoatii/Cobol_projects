       DATA DIVISION.
       FILE SECTION.
       FD BackupFile.
       01 BackupRecord PIC X(136).
           88 BackupEOF VALUE HIGH-VALUE.
       01 BackupTrailer.
           02 TrlFlag PIC X.
