       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD PIC X(127).

       FD  GENERATION-FILE.
       01  GENERATION-RECORD PIC X(127).

       FD  PURGE-FILE.
       01  PURGE-RECORD PIC X(127).

       FD  CATALOG-FILE.
       01  CATALOG-RECORD.
