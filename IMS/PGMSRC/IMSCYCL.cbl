       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCLPROG.
      *
      ****************************************************************
      * BATCH-CYCLE STATUS REPORT
      * ON-DEMAND RUN FOR OPERATIONS. READS THE BATCH-CYCLE CONTROL
      * DATASET EVERY STEP OF THE NIGHTLY CHAIN WRITES TO (EDITPROG,
      * LOADPROG, COBPROG, UNLDPROG, DLTAPROG, APLYPROG - SEE THE
      * CYCLE-CONTROL-FILE FD IN ANY OF THEM) AND SHOWS, FOR THE
      * LATEST CYCLES ON IT (CYCLE-COUNT ON THE RUNPARM DATASET, 7 IF
      * NOT GIVEN), WHICH STEPS RAN, WHEN, AND WITH WHAT OUTCOME -
      * NEWEST CYCLE FIRST.
      *
      * A STEP'S OUTCOME IS ITS LATEST STARTED/COMPLETED/FAILED
      * EVENT IN THE CYCLE, THE SAME RULE THE CHAIN ITSELF CHECKS
      * WITH : A STEP STILL 'STARTED' HAS NO END RECORDED - IT IS
      * EITHER STILL RUNNING OR ABENDED. RUNS COUNTS EVERY START,
      * REFUSED EVERY RUN THE CONTROL TURNED AWAY, AND OVERRIDE
      * SHOWS THE OPERATOR WHO LAST FORCED THE STEP THROUGH.
      *
      * READ-ONLY - NOTHING ON THE CONTROL DATASET IS CHANGED.
      ****************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
              ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RUN-PARM-FILE ASSIGN TO RUNPARM
              ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
      ****************************************************************
      * BATCH-CYCLE CONTROL DATASET - SAME 80-BYTE EVENT RECORD THE
      * CHAIN PROGRAMS APPEND. CYC-EVENT IS 'S' STARTED, 'C'
      * COMPLETED, 'F' FAILED OR 'R' REFUSED.
      ****************************************************************
      *
       FD  CYCLE-CONTROL-FILE
           RECORDING MODE IS F.
      *
       01 CYCLE-CONTROL-RECORD.
          05 CYC-CYCLE-DATE          PIC X(08).
          05 CYC-STEP-NO             PIC 9(01).
          05 CYC-PROGRAM             PIC X(08).
          05 CYC-EVENT               PIC X(01).
          05 CYC-EVENT-DATE          PIC X(08).
          05 CYC-EVENT-TIME          PIC X(08).
          05 CYC-OVERRIDE            PIC X(01).
          05 CYC-OPERATOR            PIC X(08).
          05 CYC-REASON              PIC X(30).
          05 FILLER                  PIC X(07).
      *
      ****************************************************************
      * SHARED RUN-CONTROL PARAMETER DATASET - SAME RECORD EVERY
      * PROGRAM IN THE SUITE READS AT START-UP : OWNING PROGRAM IN
      * COLUMNS 1-8, KEYWORD IN 10-29, NUMERIC VALUE IN 31-38, '*'
      * IN COLUMN 1 FOR A COMMENT. SEE IMSLABS.CBL FOR THE FULL
      * CONVENTION.
      ****************************************************************
      *
       FD  RUN-PARM-FILE
           RECORDING MODE IS F.
      *
       01 RUN-PARM-RECORD.
          05 PRM-PROGRAM             PIC X(08).
          05 FILLER                  PIC X(01).
          05 PRM-KEYWORD             PIC X(20).
          05 FILLER                  PIC X(01).
          05 PRM-VALUE               PIC X(08).
          05 FILLER                  PIC X(42).
      *
       WORKING-STORAGE SECTION.
      *
      ****************************************************************
      * COUNTERS, SWITCHES AND OTHER MISCELLANEOUS VARIABLES
      ****************************************************************
      *
       77 RUN-DATE                PIC 9(08)  VALUE ZERO.
      *
       77 CYCLE-CTL-EOF-SWITCH    PIC X(01)  VALUE 'N'.
          88 CYCLE-CTL-AT-END                VALUE 'Y'.
      *
       77 EVENT-READ-COUNTER      PIC 9(07)  VALUE ZERO.
       77 EVENT-REJECT-COUNTER    PIC 9(07)  VALUE ZERO.
       77 EVENT-SKIPPED-COUNTER   PIC 9(07)  VALUE ZERO.
       77 CYCLE-LISTED-COUNTER    PIC 9(05)  VALUE ZERO.
       77 CYCLE-COMPLETE-COUNTER  PIC 9(05)  VALUE ZERO.
      *
      ****************************************************************
      * CYCLE-COUNT AND PAGE-LIMIT ARE DEFAULTS, NOT CONSTANTS - THE
      * RUNPARM DATASET OVERRIDES THEM AT START-UP (SEE
      * LOAD-RUN-PARMS-START).
      ****************************************************************
      *
       77 CYCLE-COUNT             PIC 9(03)  VALUE 7.
      *
       77 PAGE-NUMBER             PIC 9(03)  VALUE ZERO.
       77 LINE-COUNT              PIC 9(02)  VALUE 99.
       77 PAGE-LIMIT              PIC 9(02)  VALUE 50.
      *
      ****************************************************************
      * RUN-CONTROL PARAMETER WORK AREAS - SEE THE RUN-PARM-FILE FD.
      ****************************************************************
      *
       77 RUN-PARM-EOF-SWITCH     PIC X(01)  VALUE 'N'.
          88 RUN-PARM-AT-END                 VALUE 'Y'.
       77 RUN-PARM-VALUE-NUM      PIC 9(08)  VALUE ZERO.
       77 RUN-PARM-REJECT-COUNTER PIC 9(04)  VALUE ZERO.
      *
      ****************************************************************
      * ONE ENTRY PER CYCLE ON THE CONTROL DATASET, IN THE ORDER THE
      * CYCLES FIRST APPEAR ON IT, EACH WITH THE STORY SO FAR OF ITS
      * SIX STEPS. A FULL TABLE DROPS THE EVENTS OF ANY FURTHER
      * CYCLE, WITH A WARNING AND A COUNT.
      ****************************************************************
      *
       77 CYCLE-ENTRY-COUNT       PIC 9(03)  VALUE ZERO.
       77 CYCLE-SUB               PIC 9(03)  VALUE ZERO.
       77 CYCLE-BEST-SUB          PIC 9(03)  VALUE ZERO.
       77 CYCLE-LIST-SUB          PIC 9(03)  VALUE ZERO.
       77 STEP-SUB                PIC 9(02)  VALUE ZERO.
       77 CYCLE-TABLE-FULL-SWITCH PIC X(01)  VALUE 'N'.
          88 CYCLE-TABLE-FULL                VALUE 'Y'.
       77 CYCLE-FOUND-SWITCH      PIC X(01)  VALUE 'N'.
          88 CYCLE-FOUND                     VALUE 'Y'.
      *
       01 CYCLE-TABLE.
          05 CYCLE-ENTRY OCCURS 500 TIMES.
             10 CTE-CYCLE-DATE     PIC X(08).
             10 CTE-LISTED         PIC X(01).
             10 CTE-STEP OCCURS 6 TIMES.
                15 CTE-STATE       PIC X(01).
                15 CTE-PROGRAM     PIC X(08).
                15 CTE-START-DATE  PIC X(08).
                15 CTE-START-TIME  PIC X(06).
                15 CTE-END-DATE    PIC X(08).
                15 CTE-END-TIME    PIC X(06).
                15 CTE-RUNS        PIC 9(03).
                15 CTE-REFUSALS    PIC 9(03).
                15 CTE-OPERATOR    PIC X(08).
                15 CTE-REASON      PIC X(30).
      *
      * THE CHAIN IN RUN ORDER - NAMES A STEP THAT NEVER RAN.
       01 CYCLE-CHAIN-NAMES.
          05 FILLER               PIC X(08)  VALUE 'EDITPROG'.
          05 FILLER               PIC X(08)  VALUE 'LOADPROG'.
          05 FILLER               PIC X(08)  VALUE 'COBPROG '.
          05 FILLER               PIC X(08)  VALUE 'UNLDPROG'.
          05 FILLER               PIC X(08)  VALUE 'DLTAPROG'.
          05 FILLER               PIC X(08)  VALUE 'APLYPROG'.
       01 CYCLE-CHAIN-TABLE REDEFINES CYCLE-CHAIN-NAMES.
          05 CYCLE-CHAIN-PROGRAM  PIC X(08)  OCCURS 6 TIMES.
      *
      ****************************************************************
      * REPORT LINES
      ****************************************************************
      *
       01 CYCLE-GROUP-LINE.
          05 FILLER               PIC X(03)  VALUE SPACES.
          05 FILLER               PIC X(08)  VALUE 'CYCLE : '.
          05 CGL-CYCLE-DATE       PIC X(08).
          05 FILLER               PIC X(03)  VALUE SPACES.
          05 CGL-STATUS           PIC X(30).
      *
       01 STEP-DETAIL-LINE.
          05 FILLER               PIC X(07)  VALUE SPACES.
          05 SDL-STEP-NO          PIC 9(01).
          05 FILLER               PIC X(03)  VALUE SPACES.
          05 SDL-PROGRAM          PIC X(08).
          05 FILLER               PIC X(02)  VALUE SPACES.
          05 SDL-OUTCOME          PIC X(14).
          05 FILLER               PIC X(02)  VALUE SPACES.
          05 SDL-START-DATE       PIC X(08).
          05 FILLER               PIC X(01)  VALUE SPACES.
          05 SDL-START-TIME       PIC X(06).
          05 FILLER               PIC X(02)  VALUE SPACES.
          05 SDL-END-DATE         PIC X(08).
          05 FILLER               PIC X(01)  VALUE SPACES.
          05 SDL-END-TIME         PIC X(06).
          05 FILLER               PIC X(02)  VALUE SPACES.
          05 SDL-RUNS             PIC ZZ9.
          05 FILLER               PIC X(03)  VALUE SPACES.
          05 SDL-REFUSALS         PIC ZZ9.
          05 FILLER               PIC X(03)  VALUE SPACES.
          05 SDL-OPERATOR         PIC X(08).
          05 FILLER               PIC X(02)  VALUE SPACES.
          05 SDL-REASON           PIC X(30).
      *
       01 TOTAL-LINE.
          05 FILLER               PIC X(03)  VALUE SPACES.
          05 TOT-LABEL            PIC X(30).
          05 TOT-COUNT            PIC ZZZZZZ9.
      *
       PROCEDURE DIVISION.
      *
       MAINLINE-START.
      *
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
      *
           PERFORM LOAD-RUN-PARMS-START THRU LOAD-RUN-PARMS-END.
      *
           MOVE SPACES TO CYCLE-TABLE.
      *
           OPEN INPUT CYCLE-CONTROL-FILE.
      *
           PERFORM UNTIL CYCLE-CTL-AT-END
              READ CYCLE-CONTROL-FILE
                 AT END
                    MOVE 'Y' TO CYCLE-CTL-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO EVENT-READ-COUNTER
                    PERFORM POST-EVENT-START THRU POST-EVENT-END
              END-READ
           END-PERFORM.
      *
           CLOSE CYCLE-CONTROL-FILE.
      *
      *    NEWEST CYCLE FIRST - EACH PASS PICKS THE LATEST CYCLE NOT
      *    YET LISTED.
           PERFORM VARYING CYCLE-LIST-SUB FROM 1 BY 1
                   UNTIL CYCLE-LIST-SUB > CYCLE-COUNT
                      OR CYCLE-LIST-SUB > CYCLE-ENTRY-COUNT
              MOVE ZERO TO CYCLE-BEST-SUB
              PERFORM VARYING CYCLE-SUB FROM 1 BY 1
                      UNTIL CYCLE-SUB > CYCLE-ENTRY-COUNT
                 IF CTE-LISTED (CYCLE-SUB) NOT = 'Y'
                    IF CYCLE-BEST-SUB = ZERO
                       MOVE CYCLE-SUB TO CYCLE-BEST-SUB
                    ELSE
                       IF CTE-CYCLE-DATE (CYCLE-SUB) >
                          CTE-CYCLE-DATE (CYCLE-BEST-SUB)
                          MOVE CYCLE-SUB TO CYCLE-BEST-SUB
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              MOVE 'Y' TO CTE-LISTED (CYCLE-BEST-SUB)
              PERFORM PRINT-CYCLE-START THRU PRINT-CYCLE-END
           END-PERFORM.
      *
           IF CYCLE-LISTED-COUNTER = ZERO
              PERFORM PRINT-HEADING-START THRU PRINT-HEADING-END
              DISPLAY '   (NO CYCLES ON THE CONTROL DATASET)'
           END-IF.
      *
           PERFORM PRINT-GRAND-TOTALS-START THRU
                   PRINT-GRAND-TOTALS-END.
      *
           GOBACK.
      *
      *---------------------------------------------------------------
      * POST ONE CONTROL EVENT TO ITS CYCLE'S ENTRY, ADDING THE
      * ENTRY IF THIS IS THE CYCLE'S FIRST EVENT.
      *---------------------------------------------------------------
      *
       POST-EVENT-START.
      *
           IF CYC-CYCLE-DATE = SPACES
              OR CYC-STEP-NO IS NOT NUMERIC
              OR CYC-STEP-NO = ZERO
              OR CYC-STEP-NO > 6
              ADD 1 TO EVENT-REJECT-COUNTER
              DISPLAY '=> CONTROL EVENT REJECTED, BAD CYCLE OR STEP = '
                      CYC-CYCLE-DATE ' ' CYC-STEP-NO ' ' CYC-PROGRAM
              GO TO POST-EVENT-END
           END-IF.
      *
           MOVE 'N' TO CYCLE-FOUND-SWITCH.
           PERFORM VARYING CYCLE-SUB FROM 1 BY 1
                   UNTIL CYCLE-SUB > CYCLE-ENTRY-COUNT
                      OR CYCLE-FOUND
              IF CTE-CYCLE-DATE (CYCLE-SUB) = CYC-CYCLE-DATE
                 MOVE 'Y' TO CYCLE-FOUND-SWITCH
                 MOVE CYCLE-SUB TO CYCLE-BEST-SUB
              END-IF
           END-PERFORM.
      *
           IF NOT CYCLE-FOUND
              IF CYCLE-ENTRY-COUNT NOT < 500
                 ADD 1 TO EVENT-SKIPPED-COUNTER
                 IF NOT CYCLE-TABLE-FULL
                    MOVE 'Y' TO CYCLE-TABLE-FULL-SWITCH
                    DISPLAY '=> CYCLE TABLE FULL, EVENTS OF LATER '
                            'CYCLES NOT REPORTED'
                 END-IF
                 GO TO POST-EVENT-END
              END-IF
              ADD 1 TO CYCLE-ENTRY-COUNT
              MOVE CYCLE-ENTRY-COUNT TO CYCLE-BEST-SUB
              MOVE CYC-CYCLE-DATE TO CTE-CYCLE-DATE (CYCLE-BEST-SUB)
              MOVE 'N' TO CTE-LISTED (CYCLE-BEST-SUB)
              PERFORM VARYING STEP-SUB FROM 1 BY 1 UNTIL STEP-SUB > 6
                 MOVE ZERO TO CTE-RUNS (CYCLE-BEST-SUB, STEP-SUB)
                 MOVE ZERO TO CTE-REFUSALS (CYCLE-BEST-SUB, STEP-SUB)
              END-PERFORM
           END-IF.
      *
           MOVE CYC-STEP-NO TO STEP-SUB.
           MOVE CYC-PROGRAM TO CTE-PROGRAM (CYCLE-BEST-SUB, STEP-SUB).
           MOVE CYC-REASON TO CTE-REASON (CYCLE-BEST-SUB, STEP-SUB).
           IF CYC-OVERRIDE = 'Y'
              MOVE CYC-OPERATOR
                   TO CTE-OPERATOR (CYCLE-BEST-SUB, STEP-SUB)
           END-IF.
      *
           EVALUATE CYC-EVENT
              WHEN 'S'
                 MOVE 'S' TO CTE-STATE (CYCLE-BEST-SUB, STEP-SUB)
                 ADD 1 TO CTE-RUNS (CYCLE-BEST-SUB, STEP-SUB)
                 MOVE CYC-EVENT-DATE
                      TO CTE-START-DATE (CYCLE-BEST-SUB, STEP-SUB)
                 MOVE CYC-EVENT-TIME
                      TO CTE-START-TIME (CYCLE-BEST-SUB, STEP-SUB)
                 MOVE SPACES TO CTE-END-DATE (CYCLE-BEST-SUB, STEP-SUB)
                 MOVE SPACES TO CTE-END-TIME (CYCLE-BEST-SUB, STEP-SUB)
              WHEN 'C'
              WHEN 'F'
                 MOVE CYC-EVENT TO CTE-STATE (CYCLE-BEST-SUB, STEP-SUB)
                 MOVE CYC-EVENT-DATE
                      TO CTE-END-DATE (CYCLE-BEST-SUB, STEP-SUB)
                 MOVE CYC-EVENT-TIME
                      TO CTE-END-TIME (CYCLE-BEST-SUB, STEP-SUB)
              WHEN 'R'
                 ADD 1 TO CTE-REFUSALS (CYCLE-BEST-SUB, STEP-SUB)
              WHEN OTHER
                 ADD 1 TO EVENT-REJECT-COUNTER
                 DISPLAY '=> CONTROL EVENT REJECTED, UNKNOWN EVENT = '
                         CYC-CYCLE-DATE ' ' CYC-PROGRAM ' ' CYC-EVENT
           END-EVALUATE.
      *
       POST-EVENT-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * PRINT ONE CYCLE - A GROUP LINE SAYING WHETHER THE WHOLE CHAIN
      * COMPLETED, THEN ONE LINE PER STEP IN RUN ORDER. A CYCLE IS
      * KEPT TOGETHER ON ONE PAGE.
      *---------------------------------------------------------------
      *
       PRINT-CYCLE-START.
      *
           ADD 1 TO CYCLE-LISTED-COUNTER.
      *
           IF LINE-COUNT + 8 > PAGE-LIMIT
              PERFORM PRINT-HEADING-START THRU PRINT-HEADING-END
           END-IF.
      *
           MOVE CTE-CYCLE-DATE (CYCLE-BEST-SUB) TO CGL-CYCLE-DATE.
           IF CTE-STATE (CYCLE-BEST-SUB, 6) = 'C'
              MOVE 'CHAIN COMPLETE' TO CGL-STATUS
              ADD 1 TO CYCLE-COMPLETE-COUNTER
           ELSE
              MOVE 'CHAIN NOT COMPLETE' TO CGL-STATUS
           END-IF.
           DISPLAY ' '.
           DISPLAY CYCLE-GROUP-LINE.
           ADD 2 TO LINE-COUNT.
      *
           PERFORM VARYING STEP-SUB FROM 1 BY 1 UNTIL STEP-SUB > 6
              PERFORM PRINT-STEP-START THRU PRINT-STEP-END
           END-PERFORM.
      *
       PRINT-CYCLE-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * PRINT ONE STEP OF THE CYCLE IN HAND (STEP-SUB).
      *---------------------------------------------------------------
      *
       PRINT-STEP-START.
      *
           MOVE STEP-SUB TO SDL-STEP-NO.
           MOVE CYCLE-CHAIN-PROGRAM (STEP-SUB) TO SDL-PROGRAM.
      *
           EVALUATE CTE-STATE (CYCLE-BEST-SUB, STEP-SUB)
              WHEN 'C'
                 MOVE 'COMPLETED' TO SDL-OUTCOME
              WHEN 'F'
                 MOVE 'FAILED' TO SDL-OUTCOME
              WHEN 'S'
                 MOVE 'STARTED NO END' TO SDL-OUTCOME
              WHEN OTHER
                 IF CTE-REFUSALS (CYCLE-BEST-SUB, STEP-SUB) > ZERO
                    MOVE 'REFUSED' TO SDL-OUTCOME
                 ELSE
                    MOVE 'NOT RUN' TO SDL-OUTCOME
                 END-IF
           END-EVALUATE.
      *
           MOVE CTE-START-DATE (CYCLE-BEST-SUB, STEP-SUB)
                TO SDL-START-DATE.
           MOVE CTE-START-TIME (CYCLE-BEST-SUB, STEP-SUB)
                TO SDL-START-TIME.
           MOVE CTE-END-DATE (CYCLE-BEST-SUB, STEP-SUB) TO SDL-END-DATE.
           MOVE CTE-END-TIME (CYCLE-BEST-SUB, STEP-SUB) TO SDL-END-TIME.
           MOVE CTE-RUNS (CYCLE-BEST-SUB, STEP-SUB) TO SDL-RUNS.
           MOVE CTE-REFUSALS (CYCLE-BEST-SUB, STEP-SUB)
                TO SDL-REFUSALS.
           MOVE CTE-OPERATOR (CYCLE-BEST-SUB, STEP-SUB)
                TO SDL-OPERATOR.
           MOVE CTE-REASON (CYCLE-BEST-SUB, STEP-SUB) TO SDL-REASON.
      *
           DISPLAY STEP-DETAIL-LINE.
           ADD 1 TO LINE-COUNT.
      *
       PRINT-STEP-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * PAGE HEADING.
      *---------------------------------------------------------------
      *
       PRINT-HEADING-START.
      *
           ADD 1 TO PAGE-NUMBER.
           DISPLAY ' '.
           DISPLAY '   BATCH CYCLE STATUS   DATE '
                   RUN-DATE '   PAGE ' PAGE-NUMBER.
           DISPLAY '   LATEST ' CYCLE-COUNT
                   ' CYCLES ON THE CONTROL DATASET, NEWEST FIRST'.
           DISPLAY ' '.
           DISPLAY '     STEP  PROGRAM   OUTCOME         LAS'
                   'T STARTED     LAST ENDED      RUNS REFUS'
                   'ED OVERRIDE  REASON ON LATEST EVENT'.
           DISPLAY '     ----  --------  --------------  ---'
                   '----- ------  -------- ------ ---- -----'
                   '-- --------  ------------------------------'.
           MOVE ZERO TO LINE-COUNT.
      *
       PRINT-HEADING-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * GRAND TOTALS.
      *---------------------------------------------------------------
      *
       PRINT-GRAND-TOTALS-START.
      *
           DISPLAY ' '.
           DISPLAY '   GRAND TOTALS'.
      *
           MOVE 'CONTROL EVENTS READ           ' TO TOT-LABEL.
           MOVE EVENT-READ-COUNTER TO TOT-COUNT.
           DISPLAY TOTAL-LINE.
      *
           MOVE 'CONTROL EVENTS REJECTED       ' TO TOT-LABEL.
           MOVE EVENT-REJECT-COUNTER TO TOT-COUNT.
           DISPLAY TOTAL-LINE.
      *
           MOVE 'EVENTS SKIPPED (TABLE FULL)   ' TO TOT-LABEL.
           MOVE EVENT-SKIPPED-COUNTER TO TOT-COUNT.
           DISPLAY TOTAL-LINE.
      *
           MOVE 'CYCLES ON THE CONTROL DATASET ' TO TOT-LABEL.
           MOVE CYCLE-ENTRY-COUNT TO TOT-COUNT.
           DISPLAY TOTAL-LINE.
      *
           MOVE 'CYCLES LISTED                 ' TO TOT-LABEL.
           MOVE CYCLE-LISTED-COUNTER TO TOT-COUNT.
           DISPLAY TOTAL-LINE.
      *
           MOVE 'LISTED CYCLES COMPLETE        ' TO TOT-LABEL.
           MOVE CYCLE-COMPLETE-COUNTER TO TOT-COUNT.
           DISPLAY TOTAL-LINE.
      *
           DISPLAY ' '.
      *
       PRINT-GRAND-TOTALS-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * READ THIS PROGRAM'S SECTION OF THE SHARED RUN-CONTROL
      * PARAMETER DATASET AND OVERRIDE THE DEFAULT TUNING VALUES -
      * SAME CONVENTION AS IMSLABS.CBL'S LOAD-RUN-PARMS-START. THE
      * EFFECTIVE VALUES ARE ECHOED SO AN AUDITOR CAN SEE EXACTLY
      * WHAT SETTINGS THIS RUN USED - DEFAULTED OR NOT.
      *---------------------------------------------------------------
      *
       LOAD-RUN-PARMS-START.
      *
           OPEN INPUT RUN-PARM-FILE.
      *
           PERFORM UNTIL RUN-PARM-AT-END
              READ RUN-PARM-FILE
                 AT END
                    MOVE 'Y' TO RUN-PARM-EOF-SWITCH
                 NOT AT END
                    IF PRM-PROGRAM (1:1) NOT = '*'
                       AND PRM-PROGRAM = 'CYCLPROG'
                       PERFORM APPLY-RUN-PARM-START THRU
                               APPLY-RUN-PARM-END
                    END-IF
              END-READ
           END-PERFORM.
      *
           CLOSE RUN-PARM-FILE.
      *
           DISPLAY '*'.
           DISPLAY '****** EFFECTIVE RUN PARAMETERS ***********'.
           DISPLAY '   CYCLE-COUNT           = ' CYCLE-COUNT.
           DISPLAY '   PAGE-LIMIT            = ' PAGE-LIMIT.
           DISPLAY '   PARM RECORDS REJECTED = '
                   RUN-PARM-REJECT-COUNTER.
           DISPLAY '*'.
      *
       LOAD-RUN-PARMS-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * APPLY ONE PARAMETER RECORD FROM THIS PROGRAM'S OWN SECTION.
      *---------------------------------------------------------------
      *
       APPLY-RUN-PARM-START.
      *
           IF FUNCTION TRIM (PRM-VALUE) IS NOT NUMERIC
              ADD 1 TO RUN-PARM-REJECT-COUNTER
              DISPLAY '=> RUN PARM REJECTED, VALUE NOT NUMERIC = '
                      PRM-KEYWORD ' ' PRM-VALUE
              GO TO APPLY-RUN-PARM-END
           END-IF.
      *
           COMPUTE RUN-PARM-VALUE-NUM = FUNCTION NUMVAL (PRM-VALUE).
      *
           IF RUN-PARM-VALUE-NUM = ZERO
              ADD 1 TO RUN-PARM-REJECT-COUNTER
              DISPLAY '=> RUN PARM REJECTED, VALUE NOT POSITIVE = '
                      PRM-KEYWORD ' ' PRM-VALUE
              GO TO APPLY-RUN-PARM-END
           END-IF.
      *
      *    A VALUE WIDER THAN ITS RECEIVING FIELD WOULD SILENTLY
      *    TRUNCATE ITS HIGH-ORDER DIGITS - REJECT IT THE SAME WAY A
      *    NON-NUMERIC VALUE IS REJECTED, PER KEYWORD.
           EVALUATE PRM-KEYWORD
              WHEN 'CYCLE-COUNT         '
                 IF RUN-PARM-VALUE-NUM > 500
                    ADD 1 TO RUN-PARM-REJECT-COUNTER
                    DISPLAY '=> RUN PARM REJECTED, VALUE TOO '
                            'LARGE = ' PRM-KEYWORD ' ' PRM-VALUE
                 ELSE
                    MOVE RUN-PARM-VALUE-NUM TO CYCLE-COUNT
                 END-IF
              WHEN 'PAGE-LIMIT          '
                 IF RUN-PARM-VALUE-NUM > 99
                    ADD 1 TO RUN-PARM-REJECT-COUNTER
                    DISPLAY '=> RUN PARM REJECTED, VALUE TOO '
                            'LARGE = ' PRM-KEYWORD ' ' PRM-VALUE
                 ELSE
                    MOVE RUN-PARM-VALUE-NUM TO PAGE-LIMIT
                 END-IF
              WHEN OTHER
                 ADD 1 TO RUN-PARM-REJECT-COUNTER
                 DISPLAY '=> RUN PARM REJECTED, UNKNOWN KEYWORD = '
                         PRM-KEYWORD
           END-EVALUATE.
      *
       APPLY-RUN-PARM-END.
           EXIT.
