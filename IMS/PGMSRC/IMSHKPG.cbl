      *
      ****************************************************************
      * AUDIT JOURNAL DATASET AND ITS ARCHIVE/TRIMMED COPIES - THE
      * 336-BYTE RECORD COBPROG AND THE BATCH PROGRAMS WRITE. THE
      * RUN DATE LEADS THE RECORD.
      ****************************************************************
      *
      *
       01 JOURNAL-RECORD.
          05 JRN-RUN-DATE          PIC X(08).
          05 FILLER                PIC X(328).
      *
       FD  JRNL-ARCHIVE-FILE
           RECORDING MODE IS F.
      *
       01 JRNL-ARCHIVE-RECORD     PIC X(336).
      *
       FD  JRNL-TRIMMED-FILE
           RECORDING MODE IS F.
      *
       01 JRNL-TRIMMED-RECORD     PIC X(336).
      *
      ****************************************************************
      * STATS-HISTORY DATASET AND ITS ARCHIVE/TRIMMED COPIES - THE
      *
      ****************************************************************
      * EXCEPTION DATASET AND ITS ARCHIVE/TRIMMED COPIES - THE
      * 122-BYTE RECORD COBPROG WRITES (THE FAILED SYSIN CARD PLUS
      * THE STATUS CODE). NO DATE FIELD - SEE THE PROGRAM HEADER.
      ****************************************************************
      *
       FD  EXCEPTION-FILE
           RECORDING MODE IS F.
      *
       01 EXCEPTION-RECORD        PIC X(122).
      *
       FD  EXCP-ARCHIVE-FILE
           RECORDING MODE IS F.
      *
       01 EXCP-ARCHIVE-RECORD     PIC X(122).
      *
       FD  EXCP-TRIMMED-FILE
           RECORDING MODE IS F.
      *
       01 EXCP-TRIMMED-RECORD     PIC X(122).
      *
       WORKING-STORAGE SECTION.
      *
