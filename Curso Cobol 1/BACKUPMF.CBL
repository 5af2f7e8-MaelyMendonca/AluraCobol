       FD ARQ-BKPCAT.
       01 REG-BKPCAT           PIC X(27).
       FD ARQ-BKPFUNC.
       01 REG-BKPFUNC          PIC X(86).
       WORKING-STORAGE SECTION.
       77 WRK-FS-INDEXADO  PIC X(02)     VALUE ZEROS.
       77 WRK-FS-BACKUP    PIC X(02)     VALUE ZEROS.
