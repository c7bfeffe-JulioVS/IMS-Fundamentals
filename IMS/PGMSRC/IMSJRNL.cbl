      *       + TO-DATE   (YYYYMMDD) IN COLUMNS 10-17
      *                                     = ALL ENTRIES IN THAT
      *                                       DATE RANGE, ANY PERSON
      *   'O' + OPERATOR ID IN COLUMNS 2-9  = ALL ENTRIES MADE BY
      *                                       THAT OPERATOR, ANY DATE
      * THIS IS HOW "WHO CHANGED THIS PERSON'S EDUC RECORD AND WHAT
      * WAS THERE BEFORE" IS ANSWERED WITHOUT RESTORING A BACKUP.
      *
      *
      ****************************************************************
      * AUDIT JOURNAL DATASETS - LIVE AND ARCHIVE CARRY THE SAME
      * 336-BYTE RECORD COBPROG AND LOADPROG WRITE. BOTH READ
      * PARAGRAPHS MOVE THE RECORD TO THE JOURNAL-ENTRY WORK AREA IN
      * WORKING-STORAGE, WHERE THE CONCATENATED KEY IS BROKEN OUT
      * FOR THE SELECTION AND PRINT LOGIC - ONE SET OF FIELDS,
       FD  JOURNAL-FILE
           RECORDING MODE IS F.
      *
       01 JOURNAL-RECORD          PIC X(336).
      *
       FD  JOURNAL-ARCHIVE-FILE
           RECORDING MODE IS F.
      *
       01 JOURNAL-ARCHIVE-RECORD  PIC X(336).
      *
      ****************************************************************
      * SHARED RUN-CONTROL PARAMETER DATASET - SAME RECORD EVERY
             10 JRN-KEY-DETAIL     PIC X(18).
          05 JRN-BEFORE-IMAGE      PIC X(120).
          05 JRN-AFTER-IMAGE       PIC X(120).
          05 JRN-OPERATOR          PIC X(08).
      *
      * PRINT-LIMIT CAPS HOW MANY SELECTED ENTRIES ARE ACTUALLY
      * PRINTED - A RUNAWAY SELECTION AGAINST THE EVER-GROWING
          05 PARM-MODE            PIC X(01).
             88 PARM-BY-PERSON               VALUE 'P'.
             88 PARM-BY-DATE                 VALUE 'D'.
             88 PARM-BY-OPERATOR             VALUE 'O'.
          05 PARM-ARGUMENT        PIC X(79).
          05 PARM-PERSON REDEFINES PARM-ARGUMENT.
             10 PARM-FULNAM       PIC X(42).
             10 PARM-FROM-DATE    PIC X(08).
             10 PARM-TO-DATE      PIC X(08).
             10 FILLER            PIC X(63).
          05 PARM-OPERATOR-SEL REDEFINES PARM-ARGUMENT.
             10 PARM-OPERATOR     PIC X(08).
             10 FILLER            PIC X(71).
      *
       PROCEDURE DIVISION.
      *
           DISPLAY '*'.
      *
           IF NOT PARM-BY-PERSON AND NOT PARM-BY-DATE
                                 AND NOT PARM-BY-OPERATOR
              DISPLAY '=> INVALID PARAMETER CARD = ' PARM-INPUT
              DISPLAY '   COLUMN 1 MUST BE P (PERSON), D (DATES) OR '
                      'O (OPERATOR)'
              GOBACK
           END-IF.
      *
           EVALUATE TRUE
              WHEN PARM-BY-PERSON
                 DISPLAY '   SELECTING PERSON = ' PARM-FULNAM
              WHEN PARM-BY-OPERATOR
                 DISPLAY '   SELECTING OPERATOR = ' PARM-OPERATOR
              WHEN OTHER
                 DISPLAY '   SELECTING DATES  = ' PARM-FROM-DATE
                         ' THRU ' PARM-TO-DATE
           END-EVALUATE.
           DISPLAY '*'.
      *
      *    THE ARCHIVE (IF ANY) IS READ FIRST - ITS ENTRIES ARE THE
      *
       SELECT-ENTRY-START.
      *
           EVALUATE TRUE
              WHEN PARM-BY-PERSON
                 IF JRN-KEY-FULNAM NOT = PARM-FULNAM
                    GO TO SELECT-ENTRY-END
                 END-IF
              WHEN PARM-BY-OPERATOR
                 IF JRN-OPERATOR NOT = PARM-OPERATOR
                    GO TO SELECT-ENTRY-END
                 END-IF
              WHEN OTHER
                 IF JRN-RUN-DATE < PARM-FROM-DATE
                    OR JRN-RUN-DATE > PARM-TO-DATE
                    GO TO SELECT-ENTRY-END
                 END-IF
           END-EVALUATE.
      *
      *    A SELECTED ENTRY PAST THE PRINT LIMIT IS COUNTED, NOT
      *    PRINTED - THE SUMMARY SAYS HOW MANY WERE HELD BACK.
           DISPLAY '=> JOURNAL ENTRY'.
           DISPLAY '   DATE     = ' JRN-RUN-DATE.
           DISPLAY '   PROGRAM  = ' JRN-PROGRAM.
           DISPLAY '   OPERATOR = ' JRN-OPERATOR.
           DISPLAY '   FUNCTION = ' JRN-FUNCTION.
           DISPLAY '   SKILL    = ' JRN-KEY-SKCLASS.
           DISPLAY '   NAME     = ' JRN-KEY-FULNAM.
