       IDENTIFICATION DIVISION.
       PROGRAM-ID. INQYPROG.
      *
      ****************************************************************
      * ONLINE SKILLS INQUIRY - IMS MESSAGE PROCESSING PROGRAM
      * THE INQUIRY SIDE OF COBPROG ('G', 'F' AND 'C' CARDS) AS A
      * MESSAGE-DRIVEN TRANSACTION, SO THE HELP DESK CAN ANSWER "IS
      * THIS PERSON IN THE DATABASE AND WHAT HAVE THEY GOT" FROM A
      * TERMINAL INSTEAD OF WAITING FOR THE NEXT BATCH RUN.
      *
      * EACH INPUT MESSAGE IS RETRIEVED WITH A GU ON THE I/O PCB AND
      * ANSWERED WITH AN ISRT ON THE SAME PCB, BACK TO THE TERMINAL
      * THAT SENT IT. THE PROGRAM KEEPS TAKING MESSAGES UNTIL THE
      * QUEUE IS EMPTY ('QC'), THEN ENDS.
      *
      * FUNCTIONS (FUNCTION CODE = THE MATCHING COBPROG CARD CODE) :
      *   'G' GET A PERSON UNDER ONE SKILL ROOT AND LIST EVERY
      *       DEPENDENT EDUC/EXPR SEGMENT WITH THE DEPENDENT COUNT -
      *       SAME CALLS AS COBPROG'S LAB1-START.
      *   'F' FIND A PERSON UNDER EVERY SKILL ROOT THEY ARE FILED
      *       UNDER, WITH THE DEPENDENT COUNT PER ROOT - SAME SWEEP
      *       AS COBPROG'S FIND-PERSON-START.
      *   'C' LIST A PERSON'S EXPR SEGMENTS CARRYING ONE CLASSIF
      *       CODE, WITH THE CLASMAST DESCRIPTION - SAME CALLS AS
      *       COBPROG'S LAB4-START.
      *
      * THE TRANSACTION IS READ-ONLY : THE DATABASE PCB IS DEFINED
      * WITH PROCOPT=G AND NO ISRT/REPL/DLET IS EVER ISSUED AGAINST
      * IT. MAINTENANCE CARDS STAY IN THE COBPROG BATCH RUN, WHERE
      * THE JOURNAL, CHECKPOINT AND EXCEPTION HANDLING LIVE.
      *
      * PAGING : EVERY ANSWER IS ONE 24 X 80 SCREEN (TITLE, REQUEST,
      * SUMMARY, 16 DETAIL LINES AND A MESSAGE LINE). AN ANSWER
      * LONGER THAN 16 DETAIL LINES IS SPLIT INTO PAGES; THE INPUT
      * MESSAGE CARRIES THE PAGE WANTED (BLANK = PAGE 1), AND THE
      * MESSAGE LINE TELLS THE USER WHICH PAGE TO RE-ENTER FOR THE
      * NEXT SCREEN. THE PROGRAM KEEPS NOTHING BETWEEN MESSAGES -
      * EACH PAGE REQUEST REPEATS THE LOOKUP AND SHOWS ITS SLICE.
      ****************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLASS-MASTER-FILE ASSIGN TO CLASMAST
              ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
      ****************************************************************
      * CLASSIFICATION CODE MASTER - SAME RECORD COBPROG READS. IT IS
      * LOADED ONCE WHEN THE PROGRAM IS SCHEDULED, NOT PER MESSAGE.
      ****************************************************************
      *
       FD  CLASS-MASTER-FILE
           RECORDING MODE IS F.
      *
       01 CLASS-MASTER-RECORD.
          05 CLAS-CODE               PIC X(04).
          05 CLAS-DESC               PIC X(30).
      *
       WORKING-STORAGE SECTION.
      *
      ****************************************************************
      * COUNTERS, SWITCHES AND OTHER MISCELLANEOUS VARIABLES
      ****************************************************************
      *
       77 MESSAGE-SWITCH          PIC X(01)  VALUE 'N'.
          88 NO-MORE-MESSAGES                VALUE 'Y'.
      *
       77 REQUEST-VALID-SWITCH    PIC X(01)  VALUE 'Y'.
          88 REQUEST-VALID                   VALUE 'Y'.
          88 REQUEST-INVALID                 VALUE 'N'.
      *
       77 FIND-DONE-SWITCH        PIC X(01)  VALUE 'N'.
          88 FIND-SWEEP-DONE                 VALUE 'Y'.
      *
       77 MESSAGE-COUNTER         PIC 9(07)  VALUE ZERO.
       77 MATCH-COUNTER           PIC 9(05)  VALUE ZERO.
       77 DEPENDENT-COUNTER       PIC 9(05)  VALUE ZERO.
      *
      ****************************************************************
      * PAGING - THE ANSWER IS BUILT IN FULL IN THE ANSWER TABLE,
      * THEN THE PAGE ASKED FOR IS COPIED TO THE SCREEN. A TABLE
      * THAT FILLS UP STOPS TAKING LINES AND SAYS SO ON THE MESSAGE
      * LINE - THE USER NARROWS THE INQUIRY OR RUNS THE BATCH CARD.
      ****************************************************************
      *
       77 LINES-PER-PAGE          PIC 9(02)  VALUE 16.
       77 PAGE-WANTED             PIC 9(03)  VALUE ZERO.
       77 PAGE-TOTAL              PIC 9(03)  VALUE ZERO.
       77 FIRST-LINE              PIC 9(03)  VALUE ZERO.
       77 SCREEN-LINE             PIC 9(02)  VALUE ZERO.
      *
       77 ANSWER-COUNT            PIC 9(03)  VALUE ZERO.
       77 ANSWER-FULL-SWITCH      PIC X(01)  VALUE 'N'.
          88 ANSWER-TABLE-FULL               VALUE 'Y'.
      *
       01 ANSWER-TABLE.
          05 ANSWER-ENTRY OCCURS 320 TIMES INDEXED BY ANS-IDX.
             10 ANS-LINE           PIC X(79).
      *
      * ONE DETAIL LINE BEING BUILT, BEFORE IT GOES INTO THE TABLE.
       77 ANSWER-WORK             PIC X(79)  VALUE SPACES.
      *
      * TEXT FOR THE MESSAGE LINE WHEN THE ANSWER IS AN ERROR RATHER
      * THAN A RESULT - LEFT BLANK, THE PAGING TEXT IS SHOWN.
       77 ANSWER-MESSAGE          PIC X(79)  VALUE SPACES.
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
      * INPUT MESSAGE - LL/ZZ PREFIX, THEN THE TRANSACTION CODE AND
      * THE INQUIRY FIELDS AT FIXED POSITIONS (THE SCREEN FORMAT
      * MAPS THE TERMINAL'S FIELDS ONTO THIS LAYOUT) :
      *   FUNCTION 'G', 'F' OR 'C'
      *   SKCLASS  SKILL CLASS ('G' AND 'C' ONLY)
      *   FULNAM   PERSON'S FULL NAME (ALL FUNCTIONS)
      *   CLASSIF  CLASSIFICATION CODE ('C' ONLY)
      *   PAGE     PAGE OF THE ANSWER WANTED, 01-20 (BLANK = 01)
      ****************************************************************
      *
       01 INPUT-MESSAGE.
          05 IN-LL                PIC S9(04) COMPUTATIONAL.
          05 IN-ZZ                PIC S9(04) COMPUTATIONAL.
          05 IN-TEXT.
             10 IN-TRANCODE       PIC X(08).
             10 FILLER            PIC X(01).
             10 IN-FUNCTION       PIC X(01).
             10 FILLER            PIC X(01).
             10 IN-SKCLASS        PIC X(08).
             10 FILLER            PIC X(01).
             10 IN-FULNAM         PIC X(42).
             10 FILLER            PIC X(01).
             10 IN-CLASSIF        PIC X(04).
             10 FILLER            PIC X(01).
             10 IN-PAGE           PIC X(02).
             10 IN-PAGE-NUM REDEFINES IN-PAGE
                                  PIC 9(02).
             10 FILLER            PIC X(10).
      *
      ****************************************************************
      * OUTPUT MESSAGE - ONE SCREEN : LL/ZZ PREFIX, THEN 20 LINES OF
      * 79 CHARACTERS.
      ****************************************************************
      *
       01 OUTPUT-MESSAGE.
          05 OUT-LL               PIC S9(04) COMPUTATIONAL
                                             VALUE +1584.
          05 OUT-ZZ               PIC S9(04) COMPUTATIONAL
                                             VALUE ZERO.
          05 OUT-TITLE-LINE.
             10 FILLER            PIC X(40)
                         VALUE 'INQY   SKILLS DATABASE INQUIRY'.
             10 FILLER            PIC X(10)  VALUE SPACES.
             10 FILLER            PIC X(05)  VALUE 'PAGE '.
             10 OUT-PAGE          PIC ZZ9.
             10 FILLER            PIC X(04)  VALUE ' OF '.
             10 OUT-PAGE-TOTAL    PIC ZZ9.
             10 FILLER            PIC X(14)  VALUE SPACES.
          05 OUT-REQUEST-LINE.
             10 FILLER            PIC X(05)  VALUE 'FUNC '.
             10 OUT-FUNCTION      PIC X(01).
             10 FILLER            PIC X(02)  VALUE SPACES.
             10 FILLER            PIC X(06)  VALUE 'SKILL '.
             10 OUT-SKCLASS       PIC X(08).
             10 FILLER            PIC X(02)  VALUE SPACES.
             10 FILLER            PIC X(05)  VALUE 'NAME '.
             10 OUT-FULNAM        PIC X(42).
             10 FILLER            PIC X(02)  VALUE SPACES.
             10 OUT-CLASSIF       PIC X(04).
             10 FILLER            PIC X(02)  VALUE SPACES.
          05 OUT-SUMMARY-LINE.
             10 OUT-SUMMARY-TEXT  PIC X(40).
             10 OUT-SUMMARY-COUNT PIC ZZZZ9.
             10 FILLER            PIC X(02)  VALUE SPACES.
             10 OUT-SUMMARY-NOTE  PIC X(32).
          05 OUT-DETAIL-LINE      PIC X(79)  OCCURS 16 TIMES.
          05 OUT-MESSAGE-LINE     PIC X(79).
      *
      ****************************************************************
      * DETAIL LINE LAYOUTS
      ****************************************************************
      *
      * A DEPENDENT EDUC SEGMENT : EDUID, TEXT AND EXPIRY DATE.
       01 EDUC-LINE.
          05 FILLER               PIC X(02)  VALUE SPACES.
          05 FILLER               PIC X(06)  VALUE 'EDUC  '.
          05 EDL-EDUID            PIC X(18).
          05 FILLER               PIC X(01)  VALUE SPACES.
          05 EDL-EDUC-TEXT        PIC X(41).
          05 FILLER               PIC X(01)  VALUE SPACES.
          05 EDL-EXPIRY-DATE      PIC X(08).
          05 FILLER               PIC X(02)  VALUE SPACES.
      *
      * A DEPENDENT EXPR SEGMENT : CLASSIF, ITS CLASMAST DESCRIPTION
      * AND THE EXPERIENCE DATA.
       01 EXPR-LINE.
          05 FILLER               PIC X(02)  VALUE SPACES.
          05 FILLER               PIC X(06)  VALUE 'EXPR  '.
          05 EXL-CLASSIF          PIC X(04).
          05 FILLER               PIC X(01)  VALUE SPACES.
          05 EXL-CLASSIF-DESC     PIC X(30).
          05 FILLER               PIC X(01)  VALUE SPACES.
          05 EXL-EXPR-DATA        PIC X(16).
          05 FILLER               PIC X(19)  VALUE SPACES.
      *
      * ONE SKILL ROOT THE PERSON IS FILED UNDER ('F' FUNCTION).
       01 ROOT-LINE.
          05 FILLER               PIC X(02)  VALUE SPACES.
          05 FILLER               PIC X(06)  VALUE 'SKILL '.
          05 RTL-SKCLASS          PIC X(08).
          05 FILLER               PIC X(04)  VALUE SPACES.
          05 FILLER               PIC X(21)
                                  VALUE 'DEPENDENT SEGMENTS = '.
          05 RTL-DEPENDENTS       PIC ZZZZ9.
          05 FILLER               PIC X(33)  VALUE SPACES.
      *
      * MESSAGE LINE WHEN A DL/I CALL ON THE DATABASE FAILS.
       01 DB-ERROR-LINE.
          05 FILLER               PIC X(30)
                         VALUE 'DATABASE ERROR - STATUS CODE '.
          05 DBE-STATUS-CODE      PIC X(02).
          05 FILLER               PIC X(11)  VALUE ' SEGMENT = '.
          05 DBE-SEGMENT-NAME     PIC X(08).
          05 FILLER               PIC X(28)
                         VALUE ' - REPORT TO SUPPORT'.
      *
      * MESSAGE LINE WHILE THERE ARE MORE PAGES TO SEE.
       01 MORE-PAGES-LINE.
          05 FILLER               PIC X(26)
                         VALUE 'MORE - RE-ENTER WITH PAGE '.
          05 MPL-NEXT-PAGE        PIC 99.
          05 FILLER               PIC X(51)
                         VALUE ' FOR THE NEXT SCREEN'.
      *
      ****************************************************************
      * DL/I CALL FUNCTIONS
      ****************************************************************
      *
       77 GU                      PIC X(04)  VALUE 'GU  '.
       77 GN                      PIC X(04)  VALUE 'GN  '.
       77 GNP                     PIC X(04)  VALUE 'GNP '.
       77 ISRT                    PIC X(04)  VALUE 'ISRT'.
      *
      ****************************************************************
      * SEGMENT I/O AREAS
      ****************************************************************
      *
       01 IOAREA-NAME.
          05 FULNAM               PIC X(42).
          05 NAME-DATA            PIC X(78).
      *
       01 IOAREA-EXPR.
          05 EXPR-DATA            PIC X(16).
          05 CLASSIF              PIC X(04).
      *
      * GNP UNDER A NAME RETURNS EDUC OR EXPR IN HIERARCHIC ORDER -
      * THE TYPE IS ONLY KNOWN FROM SEGMENT-NAME AFTER THE CALL, SO
      * ONE BUFFER IS REDEFINED PER TYPE, SAME AS IMSUNLD.CBL.
       01 IOAREA-WALK.
          05 IOAREA-WALK-NAME.
             10 FULNAM            PIC X(42).
             10 NAME-DATA         PIC X(78).
          05 IOAREA-WALK-SKILL REDEFINES IOAREA-WALK-NAME.
             10 SKCLASS           PIC X(08).
             10 SKILL-DATA        PIC X(82).
          05 IOAREA-WALK-EDUC REDEFINES IOAREA-WALK-NAME.
             10 EDUID             PIC X(18).
             10 EDUC-TEXT         PIC X(41).
             10 EDUC-COMPLETE-DATE
                                  PIC X(08).
             10 EDUC-EXPIRY-DATE  PIC X(08).
          05 IOAREA-WALK-EXPR REDEFINES IOAREA-WALK-NAME.
             10 EXPR-DATA         PIC X(16).
             10 CLASSIF           PIC X(04).
      *
      ****************************************************************
      * SEGMENT SEARCH ARGUMENTS - SAME LAYOUTS AS COBPROG.
      ****************************************************************
      *
       01 SSA-QUAL-SKILL.
          05 SEGMENT-NAME         PIC X(08)  VALUE 'SKILL   '.
          05 COMMAND-CODES-START  PIC X(01)  VALUE '*'.
          05 COMMAND-CODES        PIC X(04)  VALUE '----'.
          05 QUAL-START           PIC X(01)  VALUE '('.
          05 QUAL-FIELD-NAME      PIC X(08)  VALUE 'SKCLASS '.
          05 QUAL-OPERATOR        PIC X(02)  VALUE '= '.
          05 QUAL-VALUE           PIC X(08).
          05 QUAL-END             PIC X(01)  VALUE ')'.
      *
       01 SSA-QUAL-NAME.
          05 SEGMENT-NAME         PIC X(08)  VALUE 'NAME    '.
          05 COMMAND-CODES-START  PIC X(01)  VALUE '*'.
          05 COMMAND-CODES        PIC X(04)  VALUE '----'.
          05 QUAL-START           PIC X(01)  VALUE '('.
          05 QUAL-FIELD-NAME      PIC X(08)  VALUE 'FULNAM  '.
          05 QUAL-OPERATOR        PIC X(02)  VALUE '= '.
          05 QUAL-VALUE           PIC X(42).
          05 QUAL-END             PIC X(01)  VALUE ')'.
      *
       01 SSA-QUAL-EXPR.
          05 SEGMENT-NAME         PIC X(08)  VALUE 'EXPR    '.
          05 COMMAND-CODES-START  PIC X(01)  VALUE '*'.
          05 COMMAND-CODES        PIC X(04)  VALUE '----'.
          05 QUAL-START           PIC X(01)  VALUE '('.
          05 QUAL-FIELD-NAME      PIC X(08)  VALUE 'CLASSIF '.
          05 QUAL-OPERATOR        PIC X(02)  VALUE '= '.
          05 QUAL-VALUE           PIC X(04).
          05 QUAL-END             PIC X(01)  VALUE ')'.
      *
       01 SSA-UNQUAL-NAME.
          05 SEGMENT-NAME         PIC X(08)  VALUE 'NAME    '.
          05 COMMAND-CODES-START  PIC X(01)  VALUE ' '.
          05 COMMAND-CODES        PIC X(04)  VALUE '----'.
      *
       LINKAGE SECTION.
      *
      ****************************************************************
      * PCB MASKS : THE I/O PCB (ALWAYS FIRST IN AN MPP'S PCB LIST)
      * AND THE SKILL DATABASE PCB, SAME LAYOUT COBPROG USES. THE
      * DATABASE PCB IS PROCOPT=G.
      ****************************************************************
      *
       01 IO-PCB.
          05 LTERM-NAME           PIC X(08).
          05 FILLER               PIC X(02).
          05 STATUS-CODE          PIC X(02).
          05 INPUT-DATE           PIC S9(07) COMPUTATIONAL-3.
          05 INPUT-TIME           PIC S9(07) COMPUTATIONAL-3.
          05 INPUT-MSG-SEQ        PIC S9(05) COMPUTATIONAL.
          05 MOD-NAME             PIC X(08).
          05 USERID               PIC X(08).
      *
       01 SKILL-PCB.
          05 DBDNAME              PIC X(08).
          05 SEGMENT-LEVEL        PIC X(02).
          05 STATUS-CODE          PIC X(02).
          05 PROCOPT              PIC X(04).
          05 RESERVED             PIC S9(05) COMPUTATIONAL.
          05 SEGMENT-NAME         PIC X(08).
          05 KFBAREA-KEY-LENGTH   PIC S9(05) COMPUTATIONAL.
          05 NUMBER-OF-SENSEGS    PIC S9(05) COMPUTATIONAL.
          05 KFBAREA              PIC X(68).
          05 KFBAREA-DETAIL REDEFINES KFBAREA.
             10 SKCLASS           PIC X(08).
             10 FULNAM            PIC X(42).
             10 EDUID             PIC X(18).
      *
       PROCEDURE DIVISION.
      *
      ****************************************************************
      * PROGRAM ENTRY POINT
      ****************************************************************
      *
           ENTRY 'DLITCBL' USING IO-PCB, SKILL-PCB.
      *
       MAINLINE-START.
      *
           PERFORM LOAD-CLASS-MASTER-START THRU LOAD-CLASS-MASTER-END.
      *
           PERFORM PROCESS-MESSAGE-START THRU PROCESS-MESSAGE-END
                   UNTIL NO-MORE-MESSAGES.
      *
           DISPLAY '=> INQYPROG MESSAGES PROCESSED = ' MESSAGE-COUNTER.
      *
           GOBACK.
      *
       MAINLINE-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * TAKE ONE MESSAGE OFF THE QUEUE, ANSWER IT, AND SEND THE
      * ANSWER BACK TO THE TERMINAL. 'QC' (NO MORE MESSAGES) ENDS
      * THE PROGRAM NORMALLY; ANY OTHER NON-BLANK STATUS ON THE I/O
      * PCB ENDS IT WITH THE STATUS ON THE REGION'S LOG.
      *---------------------------------------------------------------
      *
       PROCESS-MESSAGE-START.
      *
           MOVE SPACES TO IN-TEXT.
      *
           CALL 'CBLTDLI' USING GU,
                                IO-PCB,
                                INPUT-MESSAGE.
      *
           IF STATUS-CODE OF IO-PCB = 'QC'
              MOVE 'Y' TO MESSAGE-SWITCH
              EXIT PARAGRAPH
           END-IF.
      *
           IF STATUS-CODE OF IO-PCB NOT = '  '
              DISPLAY '=> INQYPROG GU ON I/O PCB FAILED, STATUS-CODE = '
                      STATUS-CODE OF IO-PCB
              MOVE 'Y' TO MESSAGE-SWITCH
              EXIT PARAGRAPH
           END-IF.
      *
           ADD 1 TO MESSAGE-COUNTER.
      *
           MOVE ZERO TO ANSWER-COUNT.
           MOVE 'N' TO ANSWER-FULL-SWITCH.
           MOVE SPACES TO ANSWER-MESSAGE.
           MOVE SPACES TO OUT-SUMMARY-TEXT.
           MOVE ZERO TO OUT-SUMMARY-COUNT.
           MOVE SPACES TO OUT-SUMMARY-NOTE.
      *
           PERFORM VALIDATE-REQUEST-START THRU VALIDATE-REQUEST-END.
      *
           IF REQUEST-VALID
              EVALUATE IN-FUNCTION
                 WHEN 'G'
                    PERFORM GET-PERSON-START THRU GET-PERSON-END
                 WHEN 'F'
                    PERFORM FIND-PERSON-START THRU FIND-PERSON-END
                 WHEN 'C'
                    PERFORM CLASSIF-INQUIRY-START THRU
                            CLASSIF-INQUIRY-END
              END-EVALUATE
           END-IF.
      *
           PERFORM BUILD-SCREEN-START THRU BUILD-SCREEN-END.
      *
           CALL 'CBLTDLI' USING ISRT,
                                IO-PCB,
                                OUTPUT-MESSAGE.
      *
           IF STATUS-CODE OF IO-PCB NOT = '  '
              DISPLAY '=> INQYPROG ISRT ON I/O PCB FAILED, STATUS-CODE '
                      '= ' STATUS-CODE OF IO-PCB
                      ' LTERM = ' LTERM-NAME
              MOVE 'Y' TO MESSAGE-SWITCH
           END-IF.
      *
       PROCESS-MESSAGE-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * CHECK THE INPUT FIELDS THE FUNCTION NEEDS ARE PRESENT AND
      * THE PAGE NUMBER IS USABLE. A BAD REQUEST IS ANSWERED WITH
      * THE REASON ON THE MESSAGE LINE AND NO DATABASE CALLS.
      *---------------------------------------------------------------
      *
       VALIDATE-REQUEST-START.
      *
           SET REQUEST-VALID TO TRUE.
      *
           IF IN-FUNCTION NOT = 'G' AND NOT = 'F' AND NOT = 'C'
              MOVE 'FUNCTION MUST BE G (GET), F (FIND) OR C (CLASSIF)'
                   TO ANSWER-MESSAGE
              SET REQUEST-INVALID TO TRUE
              EXIT PARAGRAPH
           END-IF.
      *
           IF IN-FULNAM = SPACES
              MOVE 'NAME IS REQUIRED' TO ANSWER-MESSAGE
              SET REQUEST-INVALID TO TRUE
              EXIT PARAGRAPH
           END-IF.
      *
           IF IN-SKCLASS = SPACES AND IN-FUNCTION NOT = 'F'
              MOVE 'SKILL IS REQUIRED FOR FUNCTIONS G AND C'
                   TO ANSWER-MESSAGE
              SET REQUEST-INVALID TO TRUE
              EXIT PARAGRAPH
           END-IF.
      *
           IF IN-CLASSIF = SPACES AND IN-FUNCTION = 'C'
              MOVE 'CLASSIF IS REQUIRED FOR FUNCTION C'
                   TO ANSWER-MESSAGE
              SET REQUEST-INVALID TO TRUE
              EXIT PARAGRAPH
           END-IF.
      *
           IF IN-PAGE = SPACES
              MOVE 1 TO PAGE-WANTED
           ELSE
              IF IN-PAGE IS NOT NUMERIC OR IN-PAGE-NUM = ZERO
                 MOVE 'PAGE MUST BE BLANK OR 01-20' TO ANSWER-MESSAGE
                 SET REQUEST-INVALID TO TRUE
                 EXIT PARAGRAPH
              END-IF
              MOVE IN-PAGE-NUM TO PAGE-WANTED
           END-IF.
      *
       VALIDATE-REQUEST-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * 'G' - GET ONE PERSON UNDER ONE SKILL ROOT AND LIST EVERY
      * DEPENDENT SEGMENT, COUNTING THEM AS COBPROG'S LAB1-START
      * DOES.
      *---------------------------------------------------------------
      *
       GET-PERSON-START.
      *
           MOVE IN-SKCLASS TO QUAL-VALUE OF SSA-QUAL-SKILL.
           MOVE IN-FULNAM TO QUAL-VALUE OF SSA-QUAL-NAME.
      *
           CALL 'CBLTDLI' USING GU,
                                SKILL-PCB,
                                IOAREA-NAME,
                                SSA-QUAL-SKILL,
                                SSA-QUAL-NAME.
      *
           IF STATUS-CODE OF SKILL-PCB = 'GE' OR = 'GA' OR = 'GB'
              MOVE 'PERSON NOT FOUND UNDER THAT SKILL - TRY FUNCTION F'
                   TO ANSWER-MESSAGE
              EXIT PARAGRAPH
           END-IF.
      *
           IF STATUS-CODE OF SKILL-PCB NOT = '  '
              PERFORM DATABASE-ERROR-START THRU DATABASE-ERROR-END
              EXIT PARAGRAPH
           END-IF.
      *
           MOVE ZERO TO DEPENDENT-COUNTER.
      *
           PERFORM UNTIL
              STATUS-CODE IN SKILL-PCB = 'GA' OR = 'GB' OR = 'GE'
                   CALL 'CBLTDLI' USING GNP,
                                        SKILL-PCB,
                                        IOAREA-WALK
      *
                   IF STATUS-CODE OF SKILL-PCB = '  ' OR = 'GK'
                      ADD 1 TO DEPENDENT-COUNTER
                      PERFORM DEPENDENT-LINE-START THRU
                              DEPENDENT-LINE-END
                   ELSE
                      IF STATUS-CODE OF SKILL-PCB NOT = 'GA'
                                              AND NOT = 'GB'
                                              AND NOT = 'GE'
                         PERFORM DATABASE-ERROR-START THRU
                                 DATABASE-ERROR-END
                         EXIT PARAGRAPH
                      END-IF
                   END-IF
           END-PERFORM.
      *
           MOVE 'PERSON FOUND - DEPENDENT SEGMENTS = '
                TO OUT-SUMMARY-TEXT.
           MOVE DEPENDENT-COUNTER TO OUT-SUMMARY-COUNT.
      *
       GET-PERSON-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * FORMAT THE DEPENDENT SEGMENT JUST RETRIEVED INTO IOAREA-WALK
      * AND ADD IT TO THE ANSWER.
      *---------------------------------------------------------------
      *
       DEPENDENT-LINE-START.
      *
           EVALUATE SEGMENT-NAME OF SKILL-PCB
              WHEN 'EDUC    '
                 MOVE EDUID OF IOAREA-WALK-EDUC TO EDL-EDUID
                 MOVE EDUC-TEXT OF IOAREA-WALK-EDUC TO EDL-EDUC-TEXT
                 MOVE EDUC-EXPIRY-DATE OF IOAREA-WALK-EDUC
                      TO EDL-EXPIRY-DATE
                 MOVE EDUC-LINE TO ANSWER-WORK
              WHEN 'EXPR    '
                 MOVE CLASSIF OF IOAREA-WALK-EXPR TO EXL-CLASSIF
                 MOVE CLASSIF OF IOAREA-WALK-EXPR
                      TO CLASSIF-LOOKUP-CODE
                 PERFORM CLASSIF-LOOKUP-START THRU CLASSIF-LOOKUP-END
                 MOVE CLASSIF-DESCRIPTION TO EXL-CLASSIF-DESC
                 MOVE EXPR-DATA OF IOAREA-WALK-EXPR TO EXL-EXPR-DATA
                 MOVE EXPR-LINE TO ANSWER-WORK
              WHEN OTHER
                 MOVE SPACES TO ANSWER-WORK
                 MOVE SEGMENT-NAME OF SKILL-PCB TO ANSWER-WORK (3:8)
           END-EVALUATE.
      *
           PERFORM ADD-ANSWER-LINE-START THRU ADD-ANSWER-LINE-END.
      *
       DEPENDENT-LINE-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * 'F' - FIND THE PERSON UNDER EVERY SKILL ROOT, SAME SWEEP AS
      * COBPROG'S FIND-PERSON-START : REPOSITION ON THE FIRST ROOT,
      * THEN GN ON THE UNQUALIFIED NAME SSA VISITS EVERY NAME IN THE
      * DATABASE.
      *---------------------------------------------------------------
      *
       FIND-PERSON-START.
      *
           MOVE ZERO TO MATCH-COUNTER.
           MOVE 'N' TO FIND-DONE-SWITCH.
      *
           CALL 'CBLTDLI' USING GU,
                                SKILL-PCB,
                                IOAREA-WALK.
      *
           IF STATUS-CODE OF SKILL-PCB = 'GE' OR = 'GA' OR = 'GB'
              MOVE 'DATABASE IS EMPTY' TO ANSWER-MESSAGE
              EXIT PARAGRAPH
           END-IF.
      *
           IF STATUS-CODE OF SKILL-PCB NOT = '  '
              PERFORM DATABASE-ERROR-START THRU DATABASE-ERROR-END
              EXIT PARAGRAPH
           END-IF.
      *
           PERFORM FIND-NEXT-NAME-START THRU FIND-NEXT-NAME-END
                   UNTIL FIND-SWEEP-DONE.
      *
           IF ANSWER-MESSAGE NOT = SPACES
              EXIT PARAGRAPH
           END-IF.
      *
           MOVE 'SKILL ROOTS MATCHING NAME = ' TO OUT-SUMMARY-TEXT.
           MOVE MATCH-COUNTER TO OUT-SUMMARY-COUNT.
      *
           IF MATCH-COUNTER = ZERO
              MOVE 'PERSON NOT FOUND UNDER ANY SKILL' TO ANSWER-MESSAGE
           END-IF.
      *
       FIND-PERSON-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * ONE STEP OF THE PERSON-SEARCH SWEEP : GET THE NEXT NAME AND,
      * IF IT IS THE PERSON ASKED FOR, COUNT ITS DEPENDENTS AND ADD
      * ITS SKILL ROOT TO THE ANSWER.
      *---------------------------------------------------------------
      *
       FIND-NEXT-NAME-START.
      *
           CALL 'CBLTDLI' USING GN,
                                SKILL-PCB,
                                IOAREA-NAME,
                                SSA-UNQUAL-NAME.
      *
           IF STATUS-CODE OF SKILL-PCB = 'GA' OR = 'GB' OR = 'GE'
              MOVE 'Y' TO FIND-DONE-SWITCH
              EXIT PARAGRAPH
           END-IF.
      *
           IF STATUS-CODE OF SKILL-PCB NOT = '  '
              PERFORM DATABASE-ERROR-START THRU DATABASE-ERROR-END
              MOVE 'Y' TO FIND-DONE-SWITCH
              EXIT PARAGRAPH
           END-IF.
      *
           IF FULNAM OF IOAREA-NAME NOT = IN-FULNAM
              EXIT PARAGRAPH
           END-IF.
      *
           ADD 1 TO MATCH-COUNTER.
           MOVE SKCLASS OF KFBAREA-DETAIL TO RTL-SKCLASS.
      *
      *    COUNT THE DEPENDENTS UNDER THIS NAME - THE GNP LOOP'S OWN
      *    'GE'/'GA'/'GB' ENDING DOES NOT END THE SWEEP.
           MOVE ZERO TO DEPENDENT-COUNTER.
      *
           PERFORM UNTIL
              STATUS-CODE IN SKILL-PCB = 'GA' OR = 'GB' OR = 'GE'
                   CALL 'CBLTDLI' USING GNP,
                                        SKILL-PCB,
                                        IOAREA-WALK
      *
                   IF STATUS-CODE OF SKILL-PCB = '  ' OR = 'GK'
                      ADD 1 TO DEPENDENT-COUNTER
                   END-IF
           END-PERFORM.
      *
           MOVE DEPENDENT-COUNTER TO RTL-DEPENDENTS.
           MOVE ROOT-LINE TO ANSWER-WORK.
           PERFORM ADD-ANSWER-LINE-START THRU ADD-ANSWER-LINE-END.
      *
       FIND-NEXT-NAME-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * 'C' - LIST THE PERSON'S EXPR SEGMENTS CARRYING ONE CLASSIF
      * CODE, SAME CALLS AS COBPROG'S LAB4-START. THE CODE ASKED
      * FOR AND ITS CLASMAST DESCRIPTION GO ON THE SUMMARY LINE.
      *---------------------------------------------------------------
      *
       CLASSIF-INQUIRY-START.
      *
           MOVE IN-SKCLASS TO QUAL-VALUE OF SSA-QUAL-SKILL.
           MOVE IN-FULNAM TO QUAL-VALUE OF SSA-QUAL-NAME.
      *
           CALL 'CBLTDLI' USING GU,
                                SKILL-PCB,
                                IOAREA-NAME,
                                SSA-QUAL-SKILL,
                                SSA-QUAL-NAME.
      *
           IF STATUS-CODE OF SKILL-PCB = 'GE' OR = 'GA' OR = 'GB'
              MOVE 'PERSON NOT FOUND UNDER THAT SKILL - TRY FUNCTION F'
                   TO ANSWER-MESSAGE
              EXIT PARAGRAPH
           END-IF.
      *
           IF STATUS-CODE OF SKILL-PCB NOT = '  '
              PERFORM DATABASE-ERROR-START THRU DATABASE-ERROR-END
              EXIT PARAGRAPH
           END-IF.
      *
           MOVE IN-CLASSIF TO CLASSIF-LOOKUP-CODE.
           PERFORM CLASSIF-LOOKUP-START THRU CLASSIF-LOOKUP-END.
           MOVE CLASSIF-DESCRIPTION TO OUT-SUMMARY-NOTE.
      *
           MOVE IN-CLASSIF TO QUAL-VALUE OF SSA-QUAL-EXPR.
           MOVE ZERO TO MATCH-COUNTER.
      *
           PERFORM UNTIL
              STATUS-CODE IN SKILL-PCB = 'GA' OR = 'GB' OR = 'GE'
                   CALL 'CBLTDLI' USING GNP,
                                        SKILL-PCB,
                                        IOAREA-EXPR,
                                        SSA-QUAL-EXPR
      *
                   IF STATUS-CODE OF SKILL-PCB = '  '
                      ADD 1 TO MATCH-COUNTER
                      MOVE CLASSIF OF IOAREA-EXPR TO EXL-CLASSIF
                      MOVE CLASSIF-DESCRIPTION TO EXL-CLASSIF-DESC
                      MOVE EXPR-DATA OF IOAREA-EXPR TO EXL-EXPR-DATA
                      MOVE EXPR-LINE TO ANSWER-WORK
                      PERFORM ADD-ANSWER-LINE-START THRU
                              ADD-ANSWER-LINE-END
                   ELSE
                      IF STATUS-CODE OF SKILL-PCB NOT = 'GA'
                                              AND NOT = 'GB'
                                              AND NOT = 'GE'
                         PERFORM DATABASE-ERROR-START THRU
                                 DATABASE-ERROR-END
                         EXIT PARAGRAPH
                      END-IF
                   END-IF
           END-PERFORM.
      *
           MOVE 'MATCHING EXPR SEGMENTS = ' TO OUT-SUMMARY-TEXT.
           MOVE MATCH-COUNTER TO OUT-SUMMARY-COUNT.
      *
       CLASSIF-INQUIRY-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * ADD ANSWER-WORK TO THE ANSWER TABLE. ONCE THE TABLE IS FULL
      * FURTHER LINES ARE DROPPED AND THE MESSAGE LINE SAYS SO.
      *---------------------------------------------------------------
      *
       ADD-ANSWER-LINE-START.
      *
           IF ANSWER-COUNT NOT < 320
              MOVE 'Y' TO ANSWER-FULL-SWITCH
              EXIT PARAGRAPH
           END-IF.
      *
           ADD 1 TO ANSWER-COUNT.
           MOVE ANSWER-WORK TO ANS-LINE (ANSWER-COUNT).
      *
       ADD-ANSWER-LINE-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * A DL/I CALL ON THE DATABASE CAME BACK WITH A STATUS THE
      * INQUIRY DOES NOT EXPECT. THE TERMINAL IS TOLD, AND THE
      * DETAILS GO TO THE REGION'S LOG FOR SUPPORT.
      *---------------------------------------------------------------
      *
       DATABASE-ERROR-START.
      *
           MOVE STATUS-CODE OF SKILL-PCB TO DBE-STATUS-CODE.
           MOVE SEGMENT-NAME OF SKILL-PCB TO DBE-SEGMENT-NAME.
           MOVE DB-ERROR-LINE TO ANSWER-MESSAGE.
      *
           DISPLAY '=> INQYPROG DATABASE ERROR'.
           DISPLAY '   STATUS-CODE = ' STATUS-CODE OF SKILL-PCB.
           DISPLAY '   SEGMENT     = ' SEGMENT-NAME OF SKILL-PCB.
           DISPLAY '   KEY FEEDBACK= ' KFBAREA.
           DISPLAY '   LTERM       = ' LTERM-NAME.
      *
       DATABASE-ERROR-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * BUILD THE ANSWER SCREEN : ECHO THE REQUEST, WORK OUT THE PAGE
      * COUNT, COPY THE PAGE ASKED FOR INTO THE DETAIL LINES AND SET
      * THE MESSAGE LINE. A PAGE BEYOND THE END SHOWS THE LAST PAGE.
      *---------------------------------------------------------------
      *
       BUILD-SCREEN-START.
      *
           MOVE IN-FUNCTION TO OUT-FUNCTION.
           MOVE IN-SKCLASS TO OUT-SKCLASS.
           MOVE IN-FULNAM TO OUT-FULNAM.
           MOVE IN-CLASSIF TO OUT-CLASSIF.
      *
           IF ANSWER-COUNT = ZERO
              MOVE 1 TO PAGE-TOTAL
           ELSE
              COMPUTE PAGE-TOTAL =
                      (ANSWER-COUNT + LINES-PER-PAGE - 1)
                      / LINES-PER-PAGE
           END-IF.
      *
           IF REQUEST-INVALID OR PAGE-WANTED > PAGE-TOTAL
              MOVE PAGE-TOTAL TO PAGE-WANTED
           END-IF.
      *
           MOVE PAGE-WANTED TO OUT-PAGE.
           MOVE PAGE-TOTAL TO OUT-PAGE-TOTAL.
      *
           COMPUTE FIRST-LINE = (PAGE-WANTED - 1) * LINES-PER-PAGE.
      *
           PERFORM VARYING SCREEN-LINE FROM 1 BY 1
                   UNTIL SCREEN-LINE > LINES-PER-PAGE
              IF FIRST-LINE + SCREEN-LINE > ANSWER-COUNT
                 MOVE SPACES TO OUT-DETAIL-LINE (SCREEN-LINE)
              ELSE
                 MOVE ANS-LINE (FIRST-LINE + SCREEN-LINE)
                      TO OUT-DETAIL-LINE (SCREEN-LINE)
              END-IF
           END-PERFORM.
      *
           EVALUATE TRUE
              WHEN ANSWER-MESSAGE NOT = SPACES
                 MOVE ANSWER-MESSAGE TO OUT-MESSAGE-LINE
              WHEN PAGE-WANTED < PAGE-TOTAL
                 COMPUTE MPL-NEXT-PAGE = PAGE-WANTED + 1
                 MOVE MORE-PAGES-LINE TO OUT-MESSAGE-LINE
              WHEN ANSWER-TABLE-FULL
                 MOVE 'ANSWER TOO LONG TO SHOW IN FULL - USE BATCH CARD'
                      TO OUT-MESSAGE-LINE
              WHEN OTHER
                 MOVE 'END OF ANSWER' TO OUT-MESSAGE-LINE
           END-EVALUATE.
      *
       BUILD-SCREEN-END.
           EXIT.
      *
      *---------------------------------------------------------------
      * LOAD THE CLASSIFICATION CODE MASTER INTO ITS TABLE WHEN THE
      * PROGRAM IS SCHEDULED - SAME PATTERN AS COBPROG.
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
