       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTCHPROG.
      *
      ****************************************************************
      * STAFFING-DEMAND MATCHING RUN
      * READS THE WEEKLY OPEN-REQUIREMENTS FILE FROM RESOURCING (ONE
      * RECORD PER OPEN POSITION : A SKILL CLASS, AN OPTIONAL
      * CLASSIF CODE AND THE HEADCOUNT NEEDED) AND MATCHES IT
      * AGAINST THE SKILLS DATABASE.
      *
      * THE DATABASE IS SWEPT ONCE, THE SAME WAY IMSSTAT.CBL DOES -
      * UNQUALIFIED GU ON THE FIRST ROOT, THEN UNQUALIFIED GN IN
      * HIERARCHIC SEQUENCE - AND EVERY NAME (AND EVERY EXPR CLASSIF
      * CODE UNDER IT) IS REMEMBERED IN THE QUALIFICATION TABLE WITH
      * ITS SKILL ROOT. EACH REQUIREMENT IS THEN CHECKED AGAINST THE
      * TABLE : A PERSON QUALIFIES WHEN THEY HAVE A NAME UNDER THE
      * REQUESTED ROOT AND, IF A CLASSIF CODE WAS ASKED FOR, AN EXPR
      * WITH THAT CODE UNDER THAT NAME. A PERSON IS COUNTED ONCE PER
      * REQUIREMENT HOWEVER MANY OF THEIR SEGMENTS MATCH (A PERSON
      * FILED UNDER SEVERAL ROOTS - SEE IMSDUPE.CBL - OR CARRYING
      * THE SAME CLASSIF CODE TWICE IS STILL ONE HEAD).
      *
      * OUTPUT :
      *   - A PAGED REPORT, ONE BLOCK PER REQUIREMENT, LISTING THE
      *     QUALIFYING PEOPLE WITH THE CLASMAST DESCRIPTION OF THE
      *     CODE ASKED FOR AND THE SHORTFALL WHERE THE QUALIFIED
      *     HEADCOUNT IS BELOW THE DEMAND, THEN A SHORTFALL SUMMARY
      *     AND RUN TOTALS.
      *   - A MATCH FILE (MATCHOUT) FOR RESOURCING'S OWN TRACKER :
      *     A HEADER, ONE 'R' RECORD PER REQUIREMENT WITH ITS DEMAND,
      *     QUALIFIED COUNT AND SHORTFALL, ONE 'C' RECORD PER
      *     CANDIDATE, AND A TRAILER WITH THE RECORD COUNTS.
      ****************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUIREMENT-FILE ASSIGN TO REQIN
              ORGANIZATION IS SEQUENTIAL.
           SELECT MATCH-FILE ASSIGN TO MATCHOUT
              ORGANIZATION IS SEQUENTIAL.
           SELECT CLASS-MASTER-FILE ASSIGN TO CLASMAST
              ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RUN-PARM-FILE ASSIGN TO RUNPARM
              ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
      ****************************************************************
      * OPEN-REQUIREMENTS FILE - ONE 80-BYTE RECORD PER OPEN
      * POSITION : THE SKILL CLASS IN COLUMNS 1-8, THE OPTIONAL
      * CLASSIF CODE IN COLUMNS 9-12 (BLANK = ANY PERSON UNDER THE
      * ROOT QUALIFIES) AND THE HEADCOUNT NEEDED IN COLUMNS 13-16.
      * A '*' IN COLUMN 1 IS A COMMENT.
      ****************************************************************
      *
       FD  REQUIREMENT-FILE
           RECORDING MODE IS F.
      *
       01 REQUIREMENT-RECORD.
          05 REQ-SKCLASS             PIC X(08).
          05 REQ-CLASSIF             PIC X(04).
          05 REQ-HEADCOUNT           PIC X(04).
          05 REQ-HEADCOUNT-NUM REDEFINES REQ-HEADCOUNT
                                     PIC 9(04).
          05 FILLER                  PIC X(64).
      *
      ****************************************************************
      * MATCH FILE - 100-BYTE RECORDS, TYPE IN THE FIRST BYTE :
      *   'H' HEADER  - RUN DATE AND PROGRAM
      *   'R' REQUIREMENT - SEQUENCE NUMBER, SKILL, CLASSIF, THE
      *       CLASMAST DESCRIPTION, DEMAND, QUALIFIED, SHORTFALL
      *   'C' CANDIDATE - THE REQUIREMENT SEQUENCE NUMBER IT
      *       ANSWERS, SKILL, CLASSIF AND THE PERSON'S FULL NAME
      *   'T' TRAILER - REQUIREMENT AND CANDIDATE RECORD COUNTS
      ****************************************************************
      *
       FD  MATCH-FILE
           RECORDING MODE IS F.
      *
       01 MATCH-RECORD.
          05 MAT-REC-TYPE            PIC X(01).
          05 MAT-REQ-SEQ             PIC 9(05).
          05 MAT-SKCLASS             PIC X(08).
          05 MAT-CLASSIF             PIC X(04).
          05 MAT-BODY                PIC X(82).
      *
       01 MATCH-REQ-RECORD REDEFINES MATCH-RECORD.
          05 FILLER                  PIC X(18).
          05 MTR-CLASSIF-DESC        PIC X(30).
          05 MTR-DEMAND              PIC 9(04).
          05 MTR-QUALIFIED           PIC 9(04).
          05 MTR-SHORTFALL           PIC 9(04).
          05 FILLER                  PIC X(40).
      *
       01 MATCH-CAND-RECORD REDEFINES MATCH-RECORD.
          05 FILLER                  PIC X(18).
          05 MTC-FULNAM              PIC X(42).
          05 FILLER                  PIC X(40).
      *
       01 MATCH-HEADER-RECORD REDEFINES MATCH-RECORD.
          05 MTH-REC-TYPE            PIC X(01).
          05 MTH-RUN-DATE            PIC X(08).
          05 MTH-PROGRAM             PIC X(08).
          05 FILLER                  PIC X(83).
      *
       01 MATCH-TRAILER-RECORD REDEFINES MATCH-RECORD.
          05 MTT-REC-TYPE            PIC X(01).
          05 MTT-REQ-COUNT           PIC 9(05).
          05 MTT-CAND-COUNT          PIC 9(05).
          05 FILLER                  PIC X(89).
      *
      ****************************************************************
      * CLASSIFICATION CODE MASTER - SAME RECORD COBPROG READS.
      ****************************************************************
      *
       FD  CLASS-MASTER-FILE
           RECORDING MODE IS F.
      *
       01 CLASS-MASTER-RECORD.
          05 CLAS-CODE               PIC X(04).
          05 CLAS-DESC               PIC X(30).
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
       77 WS-EOF-SWITCH           PIC X(01)  VALUE 'N'.
          88 WS-END-OF-FILE                  VALUE 'Y'.
      *
       77 RUN-DATE                PIC 9(08)  VALUE ZERO.
      *
      * KEYS OF THE SKILL ROOT AND NAME WHOSE DEPENDENTS THE SWEEP IS
      * CURRENTLY PASSING THROUGH.
       77 CURRENT-SKCLASS         PIC X(08)  VALUE SPACES.
       77 CURRENT-FULNAM          PIC X(42)  VALUE SPACES.
      *
       77 SEGMENT-READ-COUNTER    PIC 9(07)  VALUE ZERO.
       77 REQ-READ-COUNTER        PIC 9(05)  VALUE ZERO.
       77 REQ-REJECT-COUNTER      PIC 9(05)  VALUE ZERO.
       77 REQ-MET-COUNTER         PIC 9(05)  VALUE ZERO.
       77 REQ-SHORT-COUNTER       PIC 9(05)  VALUE ZERO.
       77 TOTAL-DEMAND            PIC 9(07)  VALUE ZERO.
       77 TOTAL-QUALIFIED         PIC 9(07)  VALUE ZERO.
       77 TOTAL-SHORTFALL         PIC 9(07)  VALUE ZERO.
       77 MATCH-REQ-COUNTER       PIC 9(05)  VALUE ZERO.
       77 MATCH-CAND-COUNTER      PIC 9(05)  VALUE ZERO.
      *
      * THE REQUIREMENT IN HAND - ITS SEQUENCE NUMBER (ORDER ON THE
      * REQUIREMENTS FILE, COMMENTS AND REJECTS INCLUDED, SO A
      * RESOURCING CLERK CAN COUNT DOWN TO IT), DEMAND, QUALIFIED
      * HEADCOUNT AND SHORTFALL.
       77 REQ-SEQ                 PIC 9(05)  VALUE ZERO.
       77 REQ-DEMAND              PIC 9(04)  VALUE ZERO.
       77 REQ-QUALIFIED           PIC 9(04)  VALUE ZERO.
       77 REQ-SHORTFALL           PIC 9(04)  VALUE ZERO.
      *
       77 REQ-VALID-SWITCH        PIC X(01)  VALUE 'Y'.
          88 REQ-VALID                       VALUE 'Y'.
          88 REQ-INVALID                     VALUE 'N'.
      *
      ****************************************************************
      * PAGE CONTROL - A FRESH HEADING IS PRINTED EVERY PAGE-LIMIT
      * LINES. PAGE-LIMIT IS A DEFAULT, NOT A CONSTANT - THE RUNPARM
      * DATASET OVERRIDES IT AT START-UP (SEE LOAD-RUN-PARMS-START).
      ****************************************************************
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
      * IN-MEMORY COPY OF THE CLASSIFICATION CODE MASTER, WITH THE
      * LOOKUP WORK FIELDS - SAME PATTERN AS COBPROG.
      ****************************************************************
      *
       77 CLASS-MASTER-EOF-SWITCH PIC X(01)  VALUE 'N'.
          88 CLASS-MASTER-AT-END             VALUE 'Y'.
       77 CLASS-MASTER-COUNT      PIC 9(03)  VALUE ZERO.
      *
       01 CLASS-MASTER-TABLE.
          05 CLASS-MASTER-ENTRY OCCURS 100 TIMES
                                INDEXED BY CLASS-IDX.
             10 CMT-CODE           PIC X(04).
             10 CMT-DESC           PIC X(30).
      *
       77 CLASSIF-LOOKUP-CODE     PIC X(04)  VALUE SPACES.
       77 CLASSIF-DESCRIPTION     PIC X(30)  VALUE SPACES.
       77 CLASSIF-VALID-SWITCH    PIC X(01)  VALUE 'N'.
          88 CLASSIF-CODE-VALID              VALUE 'Y'.
          88 CLASSIF-CODE-INVALID            VALUE 'N'.
      *
      ****************************************************************
      * QUALIFICATION TABLE - BUILT BY THE SWEEP. ONE ENTRY PER NAME
      * SEGMENT (CLASSIF BLANK) AND ONE PER EXPR SEGMENT (CARRYING
      * ITS CLASSIF), EACH WITH THE SKILL ROOT AND PERSON IT SITS
      * UNDER. QLF-LAST-REQ HOLDS THE SEQUENCE NUMBER OF THE LAST
      * REQUIREMENT THE ENTRY WAS COUNTED FOR, SO A PERSON WITH
      * SEVERAL MATCHING ENTRIES IS COUNTED ONCE PER REQUIREMENT. A
      * FULL TABLE DISCARDS THE OVERFLOW WITH A WARNING, SAME AS
      * IMSDUPE.CBL'S OCCURRENCE TABLE.
      ****************************************************************
      *
       77 QUALIFY-COUNT           PIC 9(05)  VALUE ZERO.
       77 QUALIFY-DISCARD-COUNTER PIC 9(05)  VALUE ZERO.
      *
       01 QUALIFY-TABLE.
          05 QUALIFY-ENTRY OCCURS 5000 TIMES INDEXED BY QLF-IDX
                                                        QLF-IDX2.
             10 QLF-SKCLASS        PIC X(08).
             10 QLF-FULNAM         PIC X(42).
             10 QLF-CLASSIF        PIC X(04).
             10 QLF-LAST-REQ       PIC 9(05).
      *
       77 ALREADY-COUNTED-SWITCH  PIC X(01)  VALUE 'N'.
          88 ALREADY-COUNTED                 VALUE 'Y'.
      *
      ****************************************************************
      * SHORTFALL TABLE - EVERY REQUIREMENT LEFT SHORT, KEPT FOR THE
      * SHORTFALL SUMMARY AT THE END OF THE REPORT.
      ****************************************************************
      *
       77 SHORT-COUNT             PIC 9(03)  VALUE ZERO.
      *
       01 SHORT-TABLE.
          05 SHORT-ENTRY OCCURS 500 TIMES INDEXED BY SHORT-IDX.
             10 SHT-REQ-SEQ        PIC 9(05).
             10 SHT-SKCLASS        PIC X(08).
             10 SHT-CLASSIF        PIC X(04).
             10 SHT-DEMAND         PIC 9(04).
             10 SHT-QUALIFIED      PIC 9(04).
             10 SHT-SHORTFALL      PIC 9(04).
      *
      ****************************************************************
      * REPORT LINES - COUNTERS ARE EDITED INTO THE LINES SO THE
      * COLUMNS LINE UP UNDER THE HEADINGS.
      ****************************************************************
      *
       01 REQUIREMENT-LINE.
          05 FILLER               PIC X(03)  VALUE SPACES.
          05 RQL-REQ-SEQ          PIC ZZZZ9.
          05 FILLER               PIC X(02)  VALUE SPACES.
          05 RQL-SKCLASS          PIC X(08).
          05 FILLER               PIC X(02)  VALUE SPACES.
          05 RQL-CLASSIF          PIC X(04).
          05 FILLER               PIC X(02)  VALUE SPACES.
          05 RQL-CLASSIF-DESC     PIC X(30).
          05 FILLER               PIC X(02)  VALUE SPACES.
          05 RQL-DEMAND           PIC ZZZ9.
      *
       01 CANDIDATE-LINE.
          05 FILLER               PIC X(10)  VALUE SPACES.
          05 CDL-FULNAM           PIC X(42).
      *
       01 RESULT-LINE.
          05 FILLER               PIC X(10)  VALUE SPACES.
          05 RSL-LABEL            PIC X(12)  VALUE 'QUALIFIED = '.
          05 RSL-QUALIFIED        PIC ZZZ9.
          05 FILLER               PIC X(03)  VALUE SPACES.
          05 RSL-STATUS           PIC X(12).
          05 RSL-SHORTFALL        PIC ZZZZ.
      *
       01 SHORT-LINE.
          05 FILLER               PIC X(03)  VALUE SPACES.
          05 SHL-REQ-SEQ          PIC ZZZZ9.
          05 FILLER               PIC X(02)  VALUE SPACES.
          05 SHL-SKCLASS          PIC X(08).
          05 FILLER               PIC X(02)  VALUE SPACES.
          05 SHL-CLASSIF          PIC X(04).
          05 FILLER               PIC X(04)  VALUE SPACES.
          05 SHL-DEMAND           PIC ZZZ9.
          05 FILLER               PIC X(06)  VALUE SPACES.
          05 SHL-QUALIFIED        PIC ZZZ9.
          05 FILLER               PIC X(06)  VALUE SPACES.
          05 SHL-SHORTFALL        PIC ZZZ9.
      *
       01 TOTAL-LINE.
          05 FILLER               PIC X(03)  VALUE SPACES.
          05 TOT-LABEL            PIC X(24).
          05 TOT-COUNT            PIC ZZZZZZ9.
      *
      ****************************************************************
      * DL/I CALL FUNCTIONS
      ****************************************************************
      *
       77 GU                      PIC X(04)  VALUE 'GU  '.
       77 GN                      PIC X(04)  VALUE 'GN  '.
      *
      ****************************************************************
      * GENERIC IOAREA - THE SEGMENT TYPE OF EACH GU/GN CALL IS NOT
      * KNOWN UNTIL AFTER THE CALL RETURNS (SEE SEGMENT-NAME OF
      * SKILL-PCB), SO ONE BUFFER LARGE ENOUGH FOR ANY SEGMENT IS
      * USED FOR ALL OF THEM, REDEFINED PER SEGMENT TYPE - SAME
      * PATTERN AS IMSUNLD.CBL.
      ****************************************************************
      *
       01 IOAREA-WALK.
          05 IOAREA-WALK-NAME.
             10 FULNAM             PIC X(42).
             10 NAME-DATA          PIC X(78).
          05 IOAREA-WALK-SKILL REDEFINES IOAREA-WALK-NAME.
             10 SKCLASS            PIC X(08).
             10 SKILL-DATA         PIC X(82).
          05 IOAREA-WALK-EDUC REDEFINES IOAREA-WALK-NAME.
             10 EDUID              PIC X(18).
             10 EDUC-DATA          PIC X(57).
          05 IOAREA-WALK-EXPR REDEFINES IOAREA-WALK-NAME.
             10 EXPR-DATA          PIC X(16).
             10 CLASSIF            PIC X(04).
      *
       LINKAGE SECTION.
      *
      ****************************************************************
      * PCB MASK : SAME LAYOUT COBPROG USES FOR SKILL-PCB.
      ****************************************************************
      *
       01 SKILL-PCB.
          05 DBDNAME               PIC X(08).
          05 SEGMENT-LEVEL         PIC X(02).
          05 STATUS-CODE           PIC X(02).
          05 PROCOPT               PIC X(04).
          05 RESERVED              PIC S9(05) COMPUTATIONAL.
          05 SEGMENT-NAME          PIC X(08).
          05 KFBAREA-KEY-LENGTH    PIC S9(05) COMPUTATIONAL.
          05 NUMBER-OF-SENSEGS     PIC S9(05) COMPUTATIONAL.
          05 KFBAREA               PIC X(68).
      *
       PROCEDURE DIVISION.
      *
      ****************************************************************
      * PROGRAM ENTRY POINT
      ****************************************************************
      *
           ENTRY 'DLITCBL' USING SKILL-PCB.
      *
       MAINLINE-START.
      *
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
      *
           PERFORM LOAD-RUN-PARMS-START THRU LOAD-RUN-PARMS-END.
      *
           PERFORM LOAD-CLASS-MASTER-START THRU LOAD-CLASS-MASTER-END.
      *
      *    UNQUALIFIED GU - POSITION ON THE VERY FIRST ROOT.
           CALL 'CBLTDLI' USING GU,
                                SKILL-PCB,
                                IOAREA-WALK.
      *
           PERFORM UNTIL STATUS-CODE OF SKILL-PCB = 'GA' OR = 'GB'
              IF STATUS-CODE OF SKILL-PCB NOT = '  '
                 DISPLAY '=> SWEEP STOPPED, STATUS-CODE = '
                         STATUS-CODE OF SKILL-PCB
                 EXIT PERFORM
              END-IF
              PERFORM REMEMBER-SEGMENT-START THRU
                      REMEMBER-SEGMENT-END
      *       UNQUALIFIED GN - NEXT SEGMENT IN HIERARCHIC SEQUENCE,
      *       WHETHER IT IS A SIBLING, A DEPENDENT OR THE NEXT ROOT.
              CALL 'CBLTDLI' USING GN,
                                   SKILL-PCB,
                                   IOAREA-WALK
           END-PERFORM.
      *
           DISPLAY '=> SEGMENTS SWEPT             = '
                   SEGMENT-READ-COUNTER.
           DISPLAY '=> QUALIFICATION ENTRIES HELD = ' QUALIFY-COUNT.
      *
           OPEN INPUT REQUIREMENT-FILE.
           OPEN OUTPUT MATCH-FILE.
      *
           MOVE SPACES TO MATCH-HEADER-RECORD.
           MOVE 'H' TO MTH-REC-TYPE.
           MOVE RUN-DATE TO MTH-RUN-DATE.
           MOVE 'MTCHPROG' TO MTH-PROGRAM.
           WRITE MATCH-RECORD.
      *
           PERFORM READ-REQUIREMENT-FILE.
      *
           PERFORM UNTIL WS-END-OF-FILE
              PERFORM MATCH-REQUIREMENT-START THRU
                      MATCH-REQUIREMENT-END
              PERFORM READ-REQUIREMENT-FILE
           END-PERFORM.
      *
           MOVE SPACES TO MATCH-TRAILER-RECORD.
           MOVE 'T' TO MTT-REC-TYPE.
           MOVE MATCH-REQ-COUNTER TO MTT-REQ-COUNT.
           MOVE MATCH-CAND-COUNTER TO MTT-CAND-COUNT.
           WRITE MATCH-RECORD.
      *
           CLOSE REQUIREMENT-FILE
                 MATCH-FILE.
      *
           PERFORM PRINT-SHORTFALL-SUMMARY-START THRU
                   PRINT-SHORTFALL-SUMMARY-END.
           PERFORM PRINT-GRAND-TOTALS-START THRU
                   PRINT-GRAND-TOTALS-END.
      *
           GOBACK.
      *
      *---------------------------------------------------------------
      * READ THE NEXT REQUIREMENT, PASSING OVER COMMENT RECORDS.
      *---------------------------------------------------------------
      *
       READ-REQUIREMENT-FILE.
           READ REQUIREMENT-FILE
              AT END
                 MOVE 'Y' TO WS-EOF-SWITCH
              NOT AT END
                 ADD 1 TO REQ-SEQ
                 IF REQ-SKCLASS (1:1) = '*'
                    GO TO READ-REQUIREMENT-FILE
                 END-IF
                 ADD 1 TO REQ-READ-COUNTER
           END-READ.
      *
      *---------------------------------------------------------------
      * REMEMBER THE SEGMENT JUST RETRIEVED. A SKILL OR NAME SEGMENT
      * ONLY MOVES THE SWEEP'S POSITION ON; EVERY NAME AND EVERY EXPR
      * GOES INTO THE QUALIFICATION TABLE. EDUC SEGMENTS PLAY NO PART
      * IN A MATCH.
      *---------------------------------------------------------------
      *
       REMEMBER-SEGMENT-START.
      *
           ADD 1 TO SEGMENT-READ-COUNTER.
      *
           EVALUATE SEGMENT-NAME OF SKILL-PCB
              WHEN 'SKILL   '
                 MOVE SKCLASS OF IOAREA-WALK-SKILL TO CURRENT-SKCLASS
                 MOVE SPACES TO CURRENT-FULNAM
              WHEN 'NAME    '
                 MOVE FULNAM OF IOAREA-WALK-NAME TO CURRENT-FULNAM
                 MOVE SPACES TO CLASSIF-LOOKUP-CODE
                 PERFORM ADD-QUALIFY-ENTRY-START THRU
                         ADD-QUALIFY-ENTRY-END
              WHEN 'EDUC    '
                 CONTINUE
              WHEN 'EXPR    '
                 MOVE CLASSIF OF IOAREA-WALK-EXPR
                      TO CLASSIF-LOOKUP-CODE
                 PERFORM ADD-QUALIFY-ENTRY-START THRU
                         ADD-QUALIFY-ENTRY-END
              WHEN OTHER
                 DISPLAY '=> UNKNOWN SEGMENT TYPE ENCOUNTERED = '
                         SEGMENT-NAME OF SKILL-PCB
           END-EVALUATE.
      *
       REMEMBER-SEGMENT-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * ADD ONE QUALIFICATION ENTRY FOR THE CURRENT ROOT AND PERSON,
      * CARRYING THE CLASSIF CODE IN CLASSIF-LOOKUP-CODE (SPACES FOR
      * THE NAME ITSELF).
      *---------------------------------------------------------------
      *
       ADD-QUALIFY-ENTRY-START.
      *
           IF QUALIFY-COUNT < 5000
              ADD 1 TO QUALIFY-COUNT
              MOVE CURRENT-SKCLASS TO QLF-SKCLASS (QUALIFY-COUNT)
              MOVE CURRENT-FULNAM TO QLF-FULNAM (QUALIFY-COUNT)
              MOVE CLASSIF-LOOKUP-CODE TO QLF-CLASSIF (QUALIFY-COUNT)
              MOVE ZERO TO QLF-LAST-REQ (QUALIFY-COUNT)
           ELSE
              ADD 1 TO QUALIFY-DISCARD-COUNTER
              DISPLAY '=> QUALIFICATION TABLE FULL, ENTRY DISCARDED = '
                      CURRENT-SKCLASS ' ' CURRENT-FULNAM
           END-IF.
      *
       ADD-QUALIFY-ENTRY-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * MATCH ONE REQUIREMENT : VALIDATE IT, PRINT ITS HEADING LINE,
      * LIST EVERY QUALIFYING PERSON, THEN THE QUALIFIED COUNT AND
      * ANY SHORTFALL. THE REQUIREMENT AND ITS CANDIDATES GO TO THE
      * MATCH FILE AS WELL.
      *---------------------------------------------------------------
      *
       MATCH-REQUIREMENT-START.
      *
           SET REQ-VALID TO TRUE.
      *
           IF REQ-SKCLASS = SPACES
              SET REQ-INVALID TO TRUE
              DISPLAY '=> REQUIREMENT ' REQ-SEQ
                      ' REJECTED, SKILL CLASS IS BLANK'
           END-IF.
      *
           IF REQ-HEADCOUNT IS NOT NUMERIC
              SET REQ-INVALID TO TRUE
              DISPLAY '=> REQUIREMENT ' REQ-SEQ
                      ' REJECTED, HEADCOUNT NOT NUMERIC = '
                      REQ-HEADCOUNT
           ELSE
              IF REQ-HEADCOUNT-NUM = ZERO
                 SET REQ-INVALID TO TRUE
                 DISPLAY '=> REQUIREMENT ' REQ-SEQ
                         ' REJECTED, HEADCOUNT IS ZERO'
              END-IF
           END-IF.
      *
           IF REQ-INVALID
              ADD 1 TO REQ-REJECT-COUNTER
              GO TO MATCH-REQUIREMENT-END
           END-IF.
      *
           MOVE REQ-HEADCOUNT-NUM TO REQ-DEMAND.
           MOVE ZERO TO REQ-QUALIFIED.
           ADD REQ-DEMAND TO TOTAL-DEMAND.
      *
           IF REQ-CLASSIF = SPACES
              MOVE '(ANY PERSON UNDER THE ROOT)' TO CLASSIF-DESCRIPTION
           ELSE
              MOVE REQ-CLASSIF TO CLASSIF-LOOKUP-CODE
              PERFORM CLASSIF-LOOKUP-START THRU CLASSIF-LOOKUP-END
           END-IF.
      *
      *    KEEP THE REQUIREMENT'S HEADING AND AT LEAST ITS FIRST FEW
      *    LINES ON THE SAME PAGE.
           IF LINE-COUNT + 4 > PAGE-LIMIT
              PERFORM PRINT-HEADING-START THRU PRINT-HEADING-END
           END-IF.
      *
           MOVE REQ-SEQ TO RQL-REQ-SEQ.
           MOVE REQ-SKCLASS TO RQL-SKCLASS.
           MOVE REQ-CLASSIF TO RQL-CLASSIF.
           MOVE CLASSIF-DESCRIPTION TO RQL-CLASSIF-DESC.
           MOVE REQ-DEMAND TO RQL-DEMAND.
           DISPLAY ' '.
           DISPLAY REQUIREMENT-LINE.
           ADD 2 TO LINE-COUNT.
      *
           PERFORM MATCH-QUALIFY-ENTRY-START THRU
                   MATCH-QUALIFY-ENTRY-END
                   VARYING QLF-IDX FROM 1 BY 1
                   UNTIL QLF-IDX > QUALIFY-COUNT.
      *
           ADD REQ-QUALIFIED TO TOTAL-QUALIFIED.
      *
           IF REQ-QUALIFIED < REQ-DEMAND
              COMPUTE REQ-SHORTFALL = REQ-DEMAND - REQ-QUALIFIED
              ADD REQ-SHORTFALL TO TOTAL-SHORTFALL
              ADD 1 TO REQ-SHORT-COUNTER
              MOVE 'SHORTFALL = ' TO RSL-STATUS
              MOVE REQ-SHORTFALL TO RSL-SHORTFALL
              IF SHORT-COUNT < 500
                 ADD 1 TO SHORT-COUNT
                 MOVE REQ-SEQ TO SHT-REQ-SEQ (SHORT-COUNT)
                 MOVE REQ-SKCLASS TO SHT-SKCLASS (SHORT-COUNT)
                 MOVE REQ-CLASSIF TO SHT-CLASSIF (SHORT-COUNT)
                 MOVE REQ-DEMAND TO SHT-DEMAND (SHORT-COUNT)
                 MOVE REQ-QUALIFIED TO SHT-QUALIFIED (SHORT-COUNT)
                 MOVE REQ-SHORTFALL TO SHT-SHORTFALL (SHORT-COUNT)
              ELSE
                 DISPLAY '=> SHORTFALL TABLE FULL, NOT SUMMARIZED = '
                         REQ-SEQ
              END-IF
           ELSE
              MOVE ZERO TO REQ-SHORTFALL
              ADD 1 TO REQ-MET-COUNTER
              MOVE 'DEMAND MET' TO RSL-STATUS
              MOVE ZERO TO RSL-SHORTFALL
           END-IF.
      *
           MOVE REQ-QUALIFIED TO RSL-QUALIFIED.
           DISPLAY RESULT-LINE.
           ADD 1 TO LINE-COUNT.
      *
           MOVE SPACES TO MATCH-RECORD.
           MOVE 'R' TO MAT-REC-TYPE.
           MOVE REQ-SEQ TO MAT-REQ-SEQ.
           MOVE REQ-SKCLASS TO MAT-SKCLASS.
           MOVE REQ-CLASSIF TO MAT-CLASSIF.
           MOVE CLASSIF-DESCRIPTION TO MTR-CLASSIF-DESC.
           MOVE REQ-DEMAND TO MTR-DEMAND.
           MOVE REQ-QUALIFIED TO MTR-QUALIFIED.
           MOVE REQ-SHORTFALL TO MTR-SHORTFALL.
           WRITE MATCH-RECORD.
           ADD 1 TO MATCH-REQ-COUNTER.
      *
       MATCH-REQUIREMENT-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * TEST ONE QUALIFICATION ENTRY AGAINST THE REQUIREMENT IN HAND.
      * WITH NO CLASSIF ASKED FOR, THE NAME ENTRY ITSELF QUALIFIES;
      * OTHERWISE ONLY AN EXPR ENTRY CARRYING THE CODE DOES. A PERSON
      * ALREADY COUNTED FOR THIS REQUIREMENT IS PASSED OVER.
      *---------------------------------------------------------------
      *
       MATCH-QUALIFY-ENTRY-START.
      *
           IF QLF-SKCLASS (QLF-IDX) NOT = REQ-SKCLASS
              OR QLF-CLASSIF (QLF-IDX) NOT = REQ-CLASSIF
              GO TO MATCH-QUALIFY-ENTRY-END
           END-IF.
      *
           MOVE 'N' TO ALREADY-COUNTED-SWITCH.
           PERFORM VARYING QLF-IDX2 FROM 1 BY 1
                   UNTIL QLF-IDX2 > QUALIFY-COUNT
              IF QLF-LAST-REQ (QLF-IDX2) = REQ-SEQ
                 AND QLF-FULNAM (QLF-IDX2) = QLF-FULNAM (QLF-IDX)
                 SET ALREADY-COUNTED TO TRUE
                 SET QLF-IDX2 TO QUALIFY-COUNT
              END-IF
           END-PERFORM.
      *
           IF ALREADY-COUNTED
              GO TO MATCH-QUALIFY-ENTRY-END
           END-IF.
      *
           MOVE REQ-SEQ TO QLF-LAST-REQ (QLF-IDX).
           ADD 1 TO REQ-QUALIFIED.
      *
           IF LINE-COUNT > PAGE-LIMIT
              PERFORM PRINT-HEADING-START THRU PRINT-HEADING-END
           END-IF.
      *
           MOVE QLF-FULNAM (QLF-IDX) TO CDL-FULNAM.
           DISPLAY CANDIDATE-LINE.
           ADD 1 TO LINE-COUNT.
      *
           MOVE SPACES TO MATCH-RECORD.
           MOVE 'C' TO MAT-REC-TYPE.
           MOVE REQ-SEQ TO MAT-REQ-SEQ.
           MOVE REQ-SKCLASS TO MAT-SKCLASS.
           MOVE REQ-CLASSIF TO MAT-CLASSIF.
           MOVE QLF-FULNAM (QLF-IDX) TO MTC-FULNAM.
           WRITE MATCH-RECORD.
           ADD 1 TO MATCH-CAND-COUNTER.
      *
       MATCH-QUALIFY-ENTRY-END.
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
           DISPLAY '   STAFFING DEMAND MATCH             DATE '
                   RUN-DATE '   PAGE ' PAGE-NUMBER.
           DISPLAY ' '.
           DISPLAY '     REQ  SKILL     CODE  DESCRIPTION             '
                   '        DEMAND'.
           DISPLAY '   -----  --------  ----  ------------------------'
                   '------  ------'.
           MOVE ZERO TO LINE-COUNT.
      *
       PRINT-HEADING-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * SHORTFALL SUMMARY - EVERY REQUIREMENT THE DATABASE CANNOT
      * FILL, WITH THE HEADCOUNT STILL MISSING.
      *---------------------------------------------------------------
      *
       PRINT-SHORTFALL-SUMMARY-START.
      *
           DISPLAY ' '.
           DISPLAY '   SHORTFALL SUMMARY'.
           DISPLAY '     REQ  SKILL     CODE    DEMAND   QUALIFIED   '
                   'SHORT'.
           DISPLAY '   -----  --------  ----    ------   ---------   '
                   '-----'.
      *
           PERFORM VARYING SHORT-IDX FROM 1 BY 1
                   UNTIL SHORT-IDX > SHORT-COUNT
              MOVE SHT-REQ-SEQ (SHORT-IDX) TO SHL-REQ-SEQ
              MOVE SHT-SKCLASS (SHORT-IDX) TO SHL-SKCLASS
              MOVE SHT-CLASSIF (SHORT-IDX) TO SHL-CLASSIF
              MOVE SHT-DEMAND (SHORT-IDX) TO SHL-DEMAND
              MOVE SHT-QUALIFIED (SHORT-IDX) TO SHL-QUALIFIED
              MOVE SHT-SHORTFALL (SHORT-IDX) TO SHL-SHORTFALL
              DISPLAY SHORT-LINE
           END-PERFORM.
      *
           IF SHORT-COUNT = ZERO
              DISPLAY '   (EVERY REQUIREMENT CAN BE FILLED)'
           END-IF.
      *
       PRINT-SHORTFALL-SUMMARY-END.
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
           MOVE 'REQUIREMENTS READ       ' TO TOT-LABEL.
           MOVE REQ-READ-COUNTER TO TOT-COUNT.
           DISPLAY TOTAL-LINE.
      *
           MOVE 'REQUIREMENTS REJECTED   ' TO TOT-LABEL.
           MOVE REQ-REJECT-COUNTER TO TOT-COUNT.
           DISPLAY TOTAL-LINE.
      *
           MOVE 'REQUIREMENTS MET        ' TO TOT-LABEL.
           MOVE REQ-MET-COUNTER TO TOT-COUNT.
           DISPLAY TOTAL-LINE.
      *
           MOVE 'REQUIREMENTS SHORT      ' TO TOT-LABEL.
           MOVE REQ-SHORT-COUNTER TO TOT-COUNT.
           DISPLAY TOTAL-LINE.
      *
           MOVE 'TOTAL HEADCOUNT DEMANDED' TO TOT-LABEL.
           MOVE TOTAL-DEMAND TO TOT-COUNT.
           DISPLAY TOTAL-LINE.
      *
           MOVE 'TOTAL CANDIDATES LISTED ' TO TOT-LABEL.
           MOVE TOTAL-QUALIFIED TO TOT-COUNT.
           DISPLAY TOTAL-LINE.
      *
           MOVE 'TOTAL SHORTFALL         ' TO TOT-LABEL.
           MOVE TOTAL-SHORTFALL TO TOT-COUNT.
           DISPLAY TOTAL-LINE.
      *
           MOVE 'MATCH FILE RECORDS      ' TO TOT-LABEL.
           COMPUTE TOT-COUNT = MATCH-REQ-COUNTER + MATCH-CAND-COUNTER
                             + 2.
           DISPLAY TOTAL-LINE.
      *
           IF QUALIFY-DISCARD-COUNTER > ZERO
              DISPLAY ' '
              DISPLAY '   *** WARNING - ' QUALIFY-DISCARD-COUNTER
                      ' DATABASE ENTRIES DID NOT FIT THE'
              DISPLAY '   *** QUALIFICATION TABLE - COUNTS MAY BE LOW'
           END-IF.
      *
           DISPLAY ' '.
      *
       PRINT-GRAND-TOTALS-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * LOAD THE CLASSIFICATION CODE MASTER INTO ITS TABLE AT
      * START-UP - SAME PATTERN AS COBPROG.
      *---------------------------------------------------------------
      *
       LOAD-CLASS-MASTER-START.
      *
           OPEN INPUT CLASS-MASTER-FILE.
      *
           PERFORM UNTIL CLASS-MASTER-AT-END
              READ CLASS-MASTER-FILE
                 AT END
                    MOVE 'Y' TO CLASS-MASTER-EOF-SWITCH
                 NOT AT END
                    IF CLASS-MASTER-COUNT < 100
                       ADD 1 TO CLASS-MASTER-COUNT
                       MOVE CLAS-CODE
                            TO CMT-CODE (CLASS-MASTER-COUNT)
                       MOVE CLAS-DESC
                            TO CMT-DESC (CLASS-MASTER-COUNT)
                    ELSE
                       DISPLAY '=> CLASS MASTER TABLE FULL, CODE '
                               'DISCARDED = ' CLAS-CODE
                    END-IF
              END-READ
           END-PERFORM.
      *
           CLOSE CLASS-MASTER-FILE.
      *
           DISPLAY '=> CLASSIFICATION CODES LOADED = '
                   CLASS-MASTER-COUNT.
      *
       LOAD-CLASS-MASTER-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * LOOK UP CLASSIF-LOOKUP-CODE IN THE MASTER TABLE. SETS THE
      * VALID SWITCH AND LEAVES THE DESCRIPTION (OR AN UNKNOWN-CODE
      * MARKER) IN CLASSIF-DESCRIPTION - SAME AS COBPROG.
      *---------------------------------------------------------------
      *
       CLASSIF-LOOKUP-START.
      *
           SET CLASSIF-CODE-INVALID TO TRUE.
           MOVE '** UNKNOWN CLASSIF CODE **' TO CLASSIF-DESCRIPTION.
      *
           PERFORM VARYING CLASS-IDX FROM 1 BY 1
                   UNTIL CLASS-IDX > CLASS-MASTER-COUNT
              IF CMT-CODE (CLASS-IDX) = CLASSIF-LOOKUP-CODE
                 SET CLASSIF-CODE-VALID TO TRUE
                 MOVE CMT-DESC (CLASS-IDX) TO CLASSIF-DESCRIPTION
                 SET CLASS-IDX TO CLASS-MASTER-COUNT
              END-IF
           END-PERFORM.
      *
       CLASSIF-LOOKUP-END.
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
                       AND PRM-PROGRAM = 'MTCHPROG'
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
